      ******************************************************************
      *    REGISTRO DOS ACORDOS DE BANCO DE HORAS (ACORDOBH), INDEXADO *
      *    PELO TIPO E CODIGO: UM REGISTRO POR CENTRO DE CUSTO COM     *
      *    ACORDO COLETIVO E, QUANDO PRECISO, UM POR MATRICULA, QUE    *
      *    PREVALECE SOBRE O DO CENTRO DE CUSTO (INCLUSAO INDIVIDUAL   *
      *    OU EXCLUSAO DE QUEM NAO ADERE). COM ACORDO VIGENTE AS HORAS *
      *    EXTRAS DO MES VAO PARA O SALDO DO BANCO (BCOHORAS)          *
      ******************************************************************
       01  REG-ACORDO-BANCO-HORAS.
           05  ACB-CHAVE.
      *    C=CENTRO DE CUSTO (CODIGO COM O CENTRO DE CUSTO A DIREITA),
      *    M=MATRICULA
               10  ACB-TIPO             PIC X(001).
                   88  ACB-CENTRO-CUSTO                VALUE 'C'.
                   88  ACB-MATRICULA                   VALUE 'M'.
               10  ACB-CODIGO           PIC 9(006).
      *    S=AS HORAS EXTRAS VAO PARA O BANCO, N=SAO PAGAS NO MES
           05  ACB-ADESAO               PIC X(001).
               88  ACB-ADERE-BANCO                     VALUE 'S'.
               88  ACB-NAO-ADERE                       VALUE 'N'.
      *    MESES APOS O MES DE ACUMULO PARA A COMPENSACAO; ZERO VALE
      *    SEIS MESES (ACORDO INDIVIDUAL, ART. 59 PAR. 5 DA CLT)
           05  ACB-PRAZO-MESES          PIC 9(002).
      *    VIGENCIA DO ACORDO (AAAAMM); FIM ZERO E SEM TERMO FINAL
           05  ACB-COMP-INICIO          PIC 9(006).
           05  ACB-COMP-FIM             PIC 9(006).
      *    GESTOR DO CENTRO DE CUSTO, DESTINATARIO DO EXTRATO MENSAL
           05  ACB-GESTOR               PIC X(030).
