           05  AUD-BASE-IRRF            PIC 9(013)V99.
      *    VIGENCIA (AAAAMM) DA TABELA LEGAL USADA NO CALCULO
           05  AUD-VIGENCIA-TABELA      PIC 9(006).
      *    ADICIONAIS (INSALUBRIDADE, PERICULOSIDADE E NOTURNO) PAGOS
      *    NO CALCULO, JA CONTIDOS NA BASE DE CALCULO; REGISTROS
      *    ANTERIORES AO CAMPO TRAZEM ESPACOS E VALEM ZERO
           05  AUD-ADICIONAIS           PIC 9(013)V99.
      *    DOBRA DAS FERIAS VENCIDAS (ART. 137 DA CLT) COM O SEU TERCO,
      *    JA CONTIDA NA BASE DE CALCULO DAS FERIAS MAS FORA DA BASE DO
      *    INSS, E PENSAO ALIMENTICIA DESCONTADA NO CALCULO; REGISTROS
      *    ANTERIORES AOS CAMPOS TRAZEM ESPACOS E VALEM ZERO
           05  AUD-FERIAS-DOBRA         PIC 9(013)V99.
           05  AUD-PENSAO               PIC 9(013)V99.
       01  REG-AUDITORIA-TRAILER.
           05  AUT-DATA                PIC 9(008).
           05  AUT-HORA                PIC 9(006).
           05  FILLER                  PIC X(007).
           05  FILLER                  PIC X(015).
           05  FILLER                  PIC X(006).
           05  FILLER                  PIC X(015).
           05  FILLER                  PIC X(015).
           05  FILLER                  PIC X(015).
