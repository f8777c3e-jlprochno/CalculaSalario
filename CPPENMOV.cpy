      ******************************************************************
      *    REGISTRO DO MOVIMENTO DE PENSAO ALIMENTICIA: UM REGISTRO    *
      *    POR BENEFICIARIO EM CADA CALCULO DA FOLHA, COM O MODO, A    *
      *    COMPETENCIA, A BASE E O VALOR DESCONTADO DO EMPREGADO E A   *
      *    CONTA DO BENEFICIARIO. O MOVIMENTO DO CICLO (PENSMOV)       *
      *    ALIMENTA OS CREDITOS DA REMESSA E A CONCILIACAO DO RETORNO; *
      *    O HISTORICO ACUMULATIVO (PENSHIST), NO MESMO LEIAUTE,       *
      *    ALIMENTA O INFORME ANUAL DE RENDIMENTOS                     *
      ******************************************************************
       01  REG-MOV-PENSAO.
           05  PMV-MATRICULA            PIC 9(006).
           05  PMV-SEQUENCIA            PIC 9(002).
           05  PMV-NOME-EMPREGADO       PIC X(030).
           05  PMV-NOME-BENEF           PIC X(030).
           05  PMV-CPF-BENEF            PIC 9(011).
           05  PMV-PROCESSO             PIC X(025).
           05  PMV-BANCO                PIC 9(003).
           05  PMV-AGENCIA              PIC 9(004).
           05  PMV-CONTA                PIC 9(010).
           05  PMV-DIGITO               PIC X(001).
           05  PMV-MODO                 PIC X(001).
           05  PMV-COMPETENCIA          PIC X(007).
           05  PMV-BASE-CALCULO         PIC 9(013)V99.
           05  PMV-VALOR                PIC 9(013)V99.
           05  PMV-DATA                 PIC 9(008).
