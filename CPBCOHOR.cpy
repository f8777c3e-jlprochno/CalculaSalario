      ******************************************************************
      *    REGISTRO DO SALDO DO BANCO DE HORAS (BCOHORAS), INDEXADO    *
      *    PELA MATRICULA E MES DE ACUMULO (AAAAMM). A FOLHA REGULAR   *
      *    CREDITA AS HORAS EXTRAS DO MES E PAGA O SALDO NAO           *
      *    COMPENSADO ATE O LIMITE; O CONTROLE MENSAL (CBLZJP14)       *
      *    DEBITA AS COMPENSACOES, DO ACUMULO MAIS ANTIGO PARA O MAIS  *
      *    NOVO; A RESCISAO PAGA TODO O SALDO EM ABERTO                *
      ******************************************************************
       01  REG-BANCO-HORAS.
           05  BHS-CHAVE.
               10  BHS-MATRICULA        PIC 9(006).
               10  BHS-COMP-ACUMULO     PIC 9(006).
      *    ULTIMA COMPETENCIA (AAAAMM) EM QUE O SALDO PODE SER
      *    COMPENSADO; O QUE RESTAR E PAGO NA FOLHA REGULAR SEGUINTE
           05  BHS-LIMITE-COMPENSACAO   PIC 9(006).
           05  BHS-CENTRO-CUSTO         PIC 9(004).
      *    HORAS EXTRAS EM DIA NORMAL (50%) E EM DOMINGO/FERIADO
      *    (100%): CREDITADAS, COMPENSADAS E PAGAS
           05  BHS-CREDITO-NORMAIS      PIC 9(004)V99.
           05  BHS-CREDITO-DSR          PIC 9(004)V99.
           05  BHS-COMPENS-NORMAIS      PIC 9(004)V99.
           05  BHS-COMPENS-DSR          PIC 9(004)V99.
           05  BHS-PAGAS-NORMAIS        PIC 9(004)V99.
           05  BHS-PAGAS-DSR            PIC 9(004)V99.
      *    A=SALDO EM ABERTO, Q=QUITADO POR COMPENSACAO, V=VENCIDO E
      *    PAGO NA FOLHA REGULAR, R=PAGO NA RESCISAO
           05  BHS-SITUACAO             PIC X(001).
               88  BHS-ABERTO                          VALUE 'A'.
               88  BHS-QUITADO                         VALUE 'Q'.
               88  BHS-PAGO-VENCIDO                    VALUE 'V'.
               88  BHS-PAGO-RESCISAO                   VALUE 'R'.
           05  BHS-COMP-PAGAMENTO       PIC 9(006).
      *    ULTIMO LANCAMENTO DE COMPENSACAO, PARA QUE O REPROCESSAMENTO
      *    DA MESMA COMPETENCIA O SUBSTITUA EM VEZ DE SOMAR
           05  BHS-COMP-ULT-COMPENS     PIC 9(006).
           05  BHS-NORMAIS-ULT-COMPENS  PIC 9(004)V99.
           05  BHS-DSR-ULT-COMPENS      PIC 9(004)V99.
