       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZJP14.
      ******************************************************************
      * Author: JENYFFER LAURA PROCHNO PEREIRA
      * Date: 15102026
      * Purpose: CONTROLE MENSAL DO BANCO DE HORAS (BCOHORAS), RODADO
      *          DEPOIS DA FOLHA REGULAR DA COMPETENCIA (QUE CREDITA
      *          AS HORAS EXTRAS DO MES E PAGA O SALDO VENCIDO): LANCA
      *          AS COMPENSACOES DO MES (BHCOMPEN), EM HORAS OU DIAS,
      *          DO ACUMULO MAIS ANTIGO PARA O MAIS NOVO, EMITE O
      *          EXTRATO MENSAL DO SALDO PARA O GESTOR DE CADA CENTRO
      *          DE CUSTO (RELBHEXT) E O RELATORIO DAS HORAS VENCIDAS
      *          E A VENCER NOS PROXIMOS DOIS MESES (RELBHVEN)
      * Tectonics: .CBL
      ******************************************************************
      * Modification History:
      * Date: 15102026  By: EQP  Versao inicial: compensacao hora a
      *                          hora (dia de 8 horas), primeiro das
      *                          horas normais e depois das de DSR,
      *                          substituindo o lancamento anterior da
      *                          mesma competencia; extrato por gestor
      *                          e horas a vencer com o valor estimado
      *                          pela remuneracao atual do mestre.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-EMPREGADOS  ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-MATRICULA
               FILE STATUS IS WS-FS-EMPREGADOS.
           SELECT ARQ-ACORDOS-BH  ASSIGN TO "ACORDOBH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACB-CHAVE
               FILE STATUS IS WS-FS-ACORDOS-BH.
           SELECT ARQ-BANCO-HORAS ASSIGN TO "BCOHORAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHS-CHAVE
               FILE STATUS IS WS-FS-BANCO-HORAS.
           SELECT ARQ-COMPENSACOES ASSIGN TO "BHCOMPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMPENSACOES.
           SELECT ARQ-TABELA      ASSIGN TO "TABLEGAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TABELA.
           SELECT SRT-COMPENSACOES ASSIGN TO "SRTBHCP".
           SELECT SRT-EXTRATO     ASSIGN TO "SRTBHEX".
           SELECT SRT-VENCER      ASSIGN TO "SRTBHVN".
           SELECT ARQ-EXTRATO     ASSIGN TO "RELBHEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXTRATO.
           SELECT ARQ-RELATORIO   ASSIGN TO "RELBHVEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-EMPREGADOS.
       COPY CPEMPREG.

       FD  ARQ-ACORDOS-BH.
       COPY CPACORBH.

       FD  ARQ-BANCO-HORAS.
       COPY CPBCOHOR.

      *    COMPENSACOES DO MES INFORMADAS PELOS DEPARTAMENTOS: HORAS
      *    (H) OU DIAS (D) DE FOLGA COMPENSADA PELA MATRICULA
       FD  ARQ-COMPENSACOES.
       01  REG-COMPENSACAO.
           05  BHC-MATRICULA            PIC 9(006).
           05  BHC-TIPO                 PIC X(001).
               88  BHC-HORAS                           VALUE 'H'.
               88  BHC-DIAS                            VALUE 'D'.
           05  BHC-QUANTIDADE           PIC 9(003)V99.

       FD  ARQ-TABELA.
       COPY CPTABLEG.

      *    COMPENSACOES DO MES EM HORAS, ORDENADAS PELA MATRICULA E
      *    SOMADAS ANTES DO DEBITO NOS SALDOS
       SD  SRT-COMPENSACOES.
       01  REG-SRT-COMPENSACAO.
           05  SRC-MATRICULA            PIC 9(006).
           05  SRC-HORAS                PIC 9(005)V99.

      *    MOVIMENTO DO MES E SALDO DE CADA MATRICULA, ORDENADOS PARA A
      *    QUEBRA POR CENTRO DE CUSTO (GESTOR)
       SD  SRT-EXTRATO.
       01  REG-SRT-EXTRATO.
           05  SRE-CENTRO-CUSTO         PIC 9(004).
           05  SRE-MATRICULA            PIC 9(006).
           05  SRE-NOME                 PIC X(030).
           05  SRE-SALDO-ANTERIOR       PIC 9(005)V99.
           05  SRE-CREDITO              PIC 9(005)V99.
           05  SRE-COMPENSADO           PIC 9(005)V99.
           05  SRE-PAGO                 PIC 9(005)V99.
           05  SRE-SALDO-ATUAL          PIC 9(005)V99.
           05  SRE-VENCIDO              PIC 9(005)V99.
           05  SRE-PROX-LIMITE          PIC 9(006).

      *    SALDOS VENCIDOS OU QUE VENCEM NOS PROXIMOS DOIS MESES,
      *    ORDENADOS POR CENTRO DE CUSTO E PROXIMIDADE DO LIMITE
       SD  SRT-VENCER.
       01  REG-SRT-VENCER.
           05  SRV-CENTRO-CUSTO         PIC 9(004).
      *    1=VENCIDO, A PAGAR NA PROXIMA FOLHA; 2=VENCE NO FIM DA
      *    PROXIMA COMPETENCIA; 3=VENCE NO FIM DA SEGUINTE
           05  SRV-CLASSE               PIC 9(001).
               88  SRV-VENCIDO                         VALUE 1.
               88  SRV-VENCE-1-MES                     VALUE 2.
               88  SRV-VENCE-2-MESES                   VALUE 3.
           05  SRV-MATRICULA            PIC 9(006).
           05  SRV-COMP-ACUMULO         PIC 9(006).
           05  SRV-LIMITE               PIC 9(006).
           05  SRV-NOME                 PIC X(030).
           05  SRV-SALDO-NORMAIS        PIC 9(004)V99.
           05  SRV-SALDO-DSR            PIC 9(004)V99.
           05  SRV-VALOR-ESTIMADO       PIC 9(013)V99.

       FD  ARQ-EXTRATO.
       01  REG-EXTRATO                  PIC X(132).

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO                PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FS-EMPREGADOS            PIC X(002)     VALUE '00'.
       01  WS-FS-ACORDOS-BH            PIC X(002)     VALUE '00'.
       01  WS-FS-BANCO-HORAS           PIC X(002)     VALUE '00'.
       01  WS-FS-COMPENSACOES          PIC X(002)     VALUE '00'.
       01  WS-FS-TABELA                PIC X(002)     VALUE '00'.
       01  WS-FS-EXTRATO               PIC X(002)     VALUE '00'.
       01  WS-FS-RELATORIO             PIC X(002)     VALUE '00'.

       01  WS-FIM-ARQUIVO              PIC X(001)     VALUE 'N'.
           88  FIM-ARQUIVO                            VALUE 'S'.
       01  WS-FIM-ORDENACAO            PIC X(001)     VALUE 'N'.
           88  FIM-ORDENACAO                          VALUE 'S'.
       01  WS-FIM-SALDOS-MATRIC        PIC X(001)     VALUE 'N'.
           88  FIM-SALDOS-MATRICULA                   VALUE 'S'.
       01  WS-FLAG-ACORDOS-BH          PIC X(001)     VALUE 'N'.
           88  ACORDOS-BH-ABERTOS                     VALUE 'S'.
       01  WS-FLAG-NO-MESTRE           PIC X(001)     VALUE 'N'.
           88  MATRICULA-NO-MESTRE                    VALUE 'S'.

      *    COMPETENCIA MM/AAAA INFORMADA NO INICIO DO CONTROLE E AS
      *    DUAS SEGUINTES (AAAAMM), HORIZONTE DAS HORAS A VENCER
       01  WS-COMPETENCIA.
           05  WS-COMP-MES             PIC 9(002).
           05  WS-COMP-SEP             PIC X(001).
           05  WS-COMP-ANO             PIC 9(004).
       01  WS-COMP-AAAAMM              PIC 9(006)     VALUE ZEROS.
       01  WS-COMP-MAIS-1              PIC 9(006)     VALUE ZEROS.
       01  WS-COMP-MAIS-2              PIC 9(006)     VALUE ZEROS.
       01  WS-DATA-SISTEMA             PIC 9(008)     VALUE ZEROS.

      *    AREA DE CALCULO DE COMPETENCIAS (AAAAMM) E DE DATAS
       01  WS-ANOMES-CALC              PIC 9(006)     VALUE ZEROS.
       01  WS-ANOMES-CALC-R REDEFINES WS-ANOMES-CALC.
           05  WS-AM-ANO               PIC 9(004).
           05  WS-AM-MES               PIC 9(002).
       01  WS-ANOMES-EDITADO.
           05  WS-AE-MES               PIC 9(002).
           05  FILLER                  PIC X(001)     VALUE '/'.
           05  WS-AE-ANO               PIC 9(004).
       01  WS-DATA-CALC                PIC 9(008)     VALUE ZEROS.
       01  WS-DATA-CALC-R REDEFINES WS-DATA-CALC.
           05  WS-DC-ANO               PIC 9(004).
           05  WS-DC-MES               PIC 9(002).
           05  WS-DC-DIA               PIC 9(002).
       01  WS-DATA-EDITADA.
           05  WS-DE-DIA               PIC 9(002).
           05  FILLER                  PIC X(001)     VALUE '/'.
           05  WS-DE-MES               PIC 9(002).
           05  FILLER                  PIC X(001)     VALUE '/'.
           05  WS-DE-ANO               PIC 9(004).

      *    LANCAMENTO DAS COMPENSACOES: JORNADA DO DIA COMPENSADO, A
      *    MATRICULA EM TRATAMENTO E AS HORAS AINDA A DEBITAR
       01  WS-HORAS-POR-DIA            PIC 9(002)V99  VALUE 8,00.
       01  WS-MATRICULA-ATUAL          PIC 9(006)     VALUE ZEROS.
       01  WS-HORAS-A-COMPENSAR        PIC 9(005)V99  VALUE ZEROS.
       01  WS-HORAS-DEBITO-NORMAIS     PIC 9(004)V99  VALUE ZEROS.
       01  WS-HORAS-DEBITO-DSR         PIC 9(004)V99  VALUE ZEROS.
       01  WS-SALDO-NORMAIS            PIC 9(004)V99  VALUE ZEROS.
       01  WS-SALDO-DSR                PIC 9(004)V99  VALUE ZEROS.

      *    EXTRATO DA MATRICULA: MOVIMENTO DA COMPETENCIA E SALDOS
       01  WS-MAT-CENTRO-CUSTO         PIC 9(004)     VALUE ZEROS.
       01  WS-MAT-CREDITO              PIC 9(005)V99  VALUE ZEROS.
       01  WS-MAT-COMPENSADO           PIC 9(005)V99  VALUE ZEROS.
       01  WS-MAT-PAGO                 PIC 9(005)V99  VALUE ZEROS.
       01  WS-MAT-SALDO-ATUAL          PIC 9(005)V99  VALUE ZEROS.
       01  WS-MAT-VENCIDO              PIC 9(005)V99  VALUE ZEROS.
       01  WS-MAT-SALDO-ANTERIOR       PIC S9(006)V99 VALUE ZEROS.
       01  WS-MAT-PROX-LIMITE          PIC 9(006)     VALUE ZEROS.

      *    SALARIO MINIMO DA TABLEGAL PELA VIGENCIA DA COMPETENCIA,
      *    BASE DA INSALUBRIDADE; PERCENTUAIS DOS ADICIONAIS E DAS
      *    HORAS EXTRAS COMO NA FOLHA (CBLZJP01)
       01  WS-SALARIO-MINIMO           PIC 9(013)V99  VALUE ZEROS.
       01  WS-ALIQ-INSAL-MINIMO        PIC 9(001)V99  VALUE 0,10.
       01  WS-ALIQ-INSAL-MEDIO         PIC 9(001)V99  VALUE 0,20.
       01  WS-ALIQ-INSAL-MAXIMO        PIC 9(001)V99  VALUE 0,40.
       01  WS-ALIQ-PERICULOSIDADE      PIC 9(001)V99  VALUE 0,30.
       01  WS-ALIQ-ADIC-NOTURNO        PIC 9(001)V99  VALUE 0,20.
       01  WS-ALIQ-HEXTRA-NORMAL       PIC 9(001)V99  VALUE 1,50.
       01  WS-ALIQ-HEXTRA-DSR          PIC 9(001)V99  VALUE 2,00.
       01  WS-VIGENCIA-USADA           PIC 9(006)     VALUE ZEROS.
       01  WS-FIM-ARQ-TABELA           PIC X(001)     VALUE 'N'.
           88  FIM-ARQ-TABELA                          VALUE 'S'.
       01  WS-TABELA-CARREGADA         PIC X(001)     VALUE 'N'.
           88  TABELA-CARREGADA                        VALUE 'S'.
       01  WS-REM-MENSAL               PIC 9(013)V99  VALUE ZEROS.
       01  WS-REM-INSAL-PERIC          PIC 9(013)V99  VALUE ZEROS.
       01  WS-REM-HORA-NORMAL          PIC 9(013)V999 VALUE ZEROS.
       01  WS-REM-PCT-INSAL            PIC 9(001)V99  VALUE ZEROS.

      *    CONTADORES DA EXECUCAO
       01  WS-QTDE-DESFEITOS           PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-COMP-LIDAS          PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-COMP-INVALIDAS      PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-COMP-MATRICULAS     PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-COMP-EXCESSO        PIC 9(006)     VALUE ZEROS.
       01  WS-HORAS-COMPENSADAS        PIC 9(007)V99  VALUE ZEROS.
       01  WS-HORAS-EXCESSO            PIC 9(007)V99  VALUE ZEROS.

      *    EXTRATO: QUEBRA E TOTAIS POR CENTRO DE CUSTO E GERAIS
       01  WS-CC-ANTERIOR              PIC 9(004)     VALUE ZEROS.
       01  WS-CC-QTDE-EMPREGADOS       PIC 9(006)     VALUE ZEROS.
       01  WS-CC-SALDO-ANTERIOR        PIC 9(007)V99  VALUE ZEROS.
       01  WS-CC-CREDITO               PIC 9(007)V99  VALUE ZEROS.
       01  WS-CC-COMPENSADO            PIC 9(007)V99  VALUE ZEROS.
       01  WS-CC-PAGO                  PIC 9(007)V99  VALUE ZEROS.
       01  WS-CC-SALDO-ATUAL           PIC 9(007)V99  VALUE ZEROS.
       01  WS-CC-VENCIDO               PIC 9(007)V99  VALUE ZEROS.
       01  WS-TOT-QTDE-EMPREGADOS      PIC 9(006)     VALUE ZEROS.
       01  WS-TOT-SALDO-ANTERIOR       PIC 9(007)V99  VALUE ZEROS.
       01  WS-TOT-CREDITO              PIC 9(007)V99  VALUE ZEROS.
       01  WS-TOT-COMPENSADO           PIC 9(007)V99  VALUE ZEROS.
       01  WS-TOT-PAGO                 PIC 9(007)V99  VALUE ZEROS.
       01  WS-TOT-SALDO-ATUAL          PIC 9(007)V99  VALUE ZEROS.
       01  WS-TOT-VENCIDO              PIC 9(007)V99  VALUE ZEROS.
       01  WS-NOME-GESTOR              PIC X(030)     VALUE SPACES.

      *    HORAS A VENCER: QUEBRA E TOTAIS POR CENTRO DE CUSTO E GERAIS
       01  WS-CCV-HORAS-VENCIDAS       PIC 9(007)V99  VALUE ZEROS.
       01  WS-CCV-HORAS-1-MES          PIC 9(007)V99  VALUE ZEROS.
       01  WS-CCV-HORAS-2-MESES        PIC 9(007)V99  VALUE ZEROS.
       01  WS-CCV-VALOR                PIC 9(013)V99  VALUE ZEROS.
       01  WS-TOTV-HORAS-VENCIDAS      PIC 9(007)V99  VALUE ZEROS.
       01  WS-TOTV-HORAS-1-MES         PIC 9(007)V99  VALUE ZEROS.
       01  WS-TOTV-HORAS-2-MESES       PIC 9(007)V99  VALUE ZEROS.
       01  WS-TOTV-VALOR               PIC 9(013)V99  VALUE ZEROS.
       01  WS-TOTV-QTDE-SALDOS         PIC 9(006)     VALUE ZEROS.
       01  WS-HORAS-SALDO              PIC 9(005)V99  VALUE ZEROS.

       01  WS-HORAS-EDITADAS           PIC ZZZ.ZZ9,99.
       01  WS-HORAS-EDITADAS2          PIC ZZZ.ZZ9,99.
       01  WS-HORAS-EDITADAS3          PIC ZZZ.ZZ9,99.
       01  WS-VALOR-EDITADO            PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-LINHA-RELATORIO          PIC X(132)     VALUE SPACES.

       01  WS-REL-CABECALHO.
           05  WS-REL-CAB-PROGRAMA     PIC X(010)     VALUE 'CBLZJP14'.
           05  WS-REL-CAB-TITULO       PIC X(060)     VALUE SPACES.
           05  FILLER                  PIC X(013)     VALUE
               'COMPETENCIA: '.
           05  WS-REL-CAB-COMPETENCIA  PIC X(007)     VALUE SPACES.
           05  FILLER                  PIC X(010)     VALUE SPACES.
           05  FILLER                  PIC X(006)     VALUE 'DATA: '.
           05  WS-REL-CAB-DATA         PIC X(010)     VALUE SPACES.
           05  FILLER                  PIC X(016)     VALUE SPACES.

       01  WS-EXT-TITULOS.
           05  FILLER                  PIC X(007)     VALUE 'MATRIC'.
           05  FILLER                  PIC X(031)     VALUE 'NOME'.
           05  FILLER                  PIC X(011)     VALUE
               ' SALDO ANT.'.
           05  FILLER                  PIC X(011)     VALUE
               '    CREDITO'.
           05  FILLER                  PIC X(011)     VALUE
               ' COMPENSADO'.
           05  FILLER                  PIC X(011)     VALUE
               '       PAGO'.
           05  FILLER                  PIC X(011)     VALUE
               ' SALDO ATU.'.
           05  FILLER                  PIC X(011)     VALUE
               '    VENCIDO'.
           05  FILLER                  PIC X(011)     VALUE
               '  VENCE EM'.
           05  FILLER                  PIC X(017)     VALUE SPACES.

       01  WS-EXT-DETALHE.
           05  WS-EXT-MATRICULA        PIC 9(006).
           05  FILLER                  PIC X(001)     VALUE SPACES.
           05  WS-EXT-NOME             PIC X(030).
           05  FILLER                  PIC X(002)     VALUE SPACES.
           05  WS-EXT-SALDO-ANTERIOR   PIC ZZ.ZZ9,99.
           05  FILLER                  PIC X(002)     VALUE SPACES.
           05  WS-EXT-CREDITO          PIC ZZ.ZZ9,99.
           05  FILLER                  PIC X(002)     VALUE SPACES.
           05  WS-EXT-COMPENSADO       PIC ZZ.ZZ9,99.
           05  FILLER                  PIC X(002)     VALUE SPACES.
           05  WS-EXT-PAGO             PIC ZZ.ZZ9,99.
           05  FILLER                  PIC X(002)     VALUE SPACES.
           05  WS-EXT-SALDO-ATUAL      PIC ZZ.ZZ9,99.
           05  FILLER                  PIC X(002)     VALUE SPACES.
           05  WS-EXT-VENCIDO          PIC ZZ.ZZ9,99.
           05  FILLER                  PIC X(003)     VALUE SPACES.
           05  WS-EXT-PROX-LIMITE      PIC X(007).
           05  FILLER                  PIC X(018)     VALUE SPACES.

       01  WS-EXT-TOTAL.
           05  WS-EXT-TOT-ROTULO       PIC X(037).
           05  FILLER                  PIC X(001)     VALUE SPACES.
           05  WS-EXT-TOT-SALDO-ANT    PIC ZZZ.ZZ9,99.
           05  FILLER                  PIC X(001)     VALUE SPACES.
           05  WS-EXT-TOT-CREDITO      PIC ZZZ.ZZ9,99.
           05  FILLER                  PIC X(001)     VALUE SPACES.
           05  WS-EXT-TOT-COMPENSADO   PIC ZZZ.ZZ9,99.
           05  FILLER                  PIC X(001)     VALUE SPACES.
           05  WS-EXT-TOT-PAGO         PIC ZZZ.ZZ9,99.
           05  FILLER                  PIC X(001)     VALUE SPACES.
           05  WS-EXT-TOT-SALDO-ATUAL  PIC ZZZ.ZZ9,99.
           05  FILLER                  PIC X(001)     VALUE SPACES.
           05  WS-EXT-TOT-VENCIDO      PIC ZZZ.ZZ9,99.
           05  FILLER                  PIC X(028)     VALUE SPACES.

       01  WS-VEN-TITULOS.
           05  FILLER                  PIC X(007)     VALUE 'MATRIC'.
           05  FILLER                  PIC X(031)     VALUE 'NOME'.
           05  FILLER                  PIC X(009)     VALUE 'ACUMULO'.
           05  FILLER                  PIC X(009)     VALUE 'LIMITE'.
           05  FILLER                  PIC X(021)     VALUE 'SITUACAO'.
           05  FILLER                  PIC X(011)     VALUE
               ' HORAS 50%'.
           05  FILLER                  PIC X(011)     VALUE
               ' HORAS 100%'.
           05  FILLER                  PIC X(020)     VALUE
               '    VALOR ESTIMADO'.
           05  FILLER                  PIC X(013)     VALUE SPACES.

       01  WS-VEN-DETALHE.
           05  WS-VEN-MATRICULA        PIC 9(006).
           05  FILLER                  PIC X(001)     VALUE SPACES.
           05  WS-VEN-NOME             PIC X(030).
           05  FILLER                  PIC X(001)     VALUE SPACES.
           05  WS-VEN-ACUMULO          PIC X(007).
           05  FILLER                  PIC X(002)     VALUE SPACES.
           05  WS-VEN-LIMITE           PIC X(007).
           05  FILLER                  PIC X(002)     VALUE SPACES.
           05  WS-VEN-SITUACAO         PIC X(020).
           05  FILLER                  PIC X(003)     VALUE SPACES.
           05  WS-VEN-SALDO-NORMAIS    PIC ZZ.ZZ9,99.
           05  FILLER                  PIC X(002)     VALUE SPACES.
           05  WS-VEN-SALDO-DSR        PIC ZZ.ZZ9,99.
           05  FILLER                  PIC X(002)     VALUE SPACES.
           05  WS-VEN-VALOR            PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(013)     VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR
           PERFORM 2000-DESFAZER-COMPENSACOES
           PERFORM 3000-LANCAR-COMPENSACOES
           PERFORM 4000-EMITIR-EXTRATO
           PERFORM 5000-EMITIR-VENCIMENTOS
           PERFORM 6000-FINALIZAR
           .
       0000-PRINCIPAL-FIM.
           EXIT.

      *******************************************************************
      *    INICIALIZACAO DO CONTROLE DO BANCO DE HORAS                  *
      *******************************************************************
       1000-INICIALIZAR                SECTION.
           DISPLAY 'INFORME A COMPETENCIA DO BANCO DE HORAS '
                   '(MM/AAAA):'
           ACCEPT WS-COMPETENCIA
           IF WS-COMP-MES NOT NUMERIC
                   OR WS-COMP-MES < 01 OR WS-COMP-MES > 12
                   OR WS-COMP-SEP NOT = '/'
                   OR WS-COMP-ANO NOT NUMERIC
                   OR WS-COMP-ANO < 2000 OR WS-COMP-ANO > 2099
               DISPLAY 'ERRO FATAL: COMPETENCIA INVALIDA ('
                       WS-COMPETENCIA '), INFORME MM/AAAA'
               STOP RUN
           END-IF
           PERFORM 1100-CARREGAR-TABELA-LEGAL
           PERFORM 1200-MONTAR-COMPETENCIAS
           OPEN INPUT ARQ-EMPREGADOS
           IF WS-FS-EMPREGADOS NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO ABRIR O ARQUIVO MESTRE '
                       'DE EMPREGADOS (EMPMAST), FILE STATUS '
                       WS-FS-EMPREGADOS
               STOP RUN
           END-IF
      *    SEM OS ACORDOS O EXTRATO SAI SEM O NOME DO GESTOR
           OPEN INPUT ARQ-ACORDOS-BH
           IF WS-FS-ACORDOS-BH = '00'
               SET ACORDOS-BH-ABERTOS TO TRUE
           ELSE
               DISPLAY 'AVISO: ACORDOS DE BANCO DE HORAS (ACORDOBH) '
                       'AUSENTES, FILE STATUS ' WS-FS-ACORDOS-BH
                       ', EXTRATO SEM O NOME DO GESTOR'
           END-IF
      *    ANTES DA PRIMEIRA FOLHA COM BANCO O SALDO AINDA NAO EXISTE E
      *    E CRIADO VAZIO
           OPEN I-O ARQ-BANCO-HORAS
           IF WS-FS-BANCO-HORAS NOT = '00'
               DISPLAY 'AVISO: SALDO DO BANCO DE HORAS (BCOHORAS) NAO '
                       'ENCONTRADO, FILE STATUS '
                       WS-FS-BANCO-HORAS ', CRIADO VAZIO'
               OPEN OUTPUT ARQ-BANCO-HORAS
               CLOSE ARQ-BANCO-HORAS
               OPEN I-O ARQ-BANCO-HORAS
           END-IF
           IF WS-FS-BANCO-HORAS NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO ABRIR O SALDO DO BANCO '
                       'DE HORAS (BCOHORAS), FILE STATUS '
                       WS-FS-BANCO-HORAS
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-EXTRATO
           IF WS-FS-EXTRATO NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO ABRIR O EXTRATO DO BANCO '
                       'DE HORAS (RELBHEXT), FILE STATUS '
                       WS-FS-EXTRATO
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-RELATORIO
           IF WS-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO ABRIR O RELATORIO DE '
                       'HORAS A VENCER (RELBHVEN), FILE STATUS '
                       WS-FS-RELATORIO
               STOP RUN
           END-IF
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           .
       1000-INICIALIZAR-FIM.
           EXIT.

      *******************************************************************
      *    CARREGA O SALARIO MINIMO DA TABLEGAL PELA VIGENCIA DA        *
      *    COMPETENCIA INFORMADA, COMO FAZ A FOLHA                      *
      *******************************************************************
       1100-CARREGAR-TABELA-LEGAL      SECTION.
           COMPUTE WS-COMP-AAAAMM =
                   (WS-COMP-ANO * 100) + WS-COMP-MES
           OPEN INPUT ARQ-TABELA
           IF WS-FS-TABELA NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO ABRIR O ARQUIVO DE '
                       'TABELAS LEGAIS (TABLEGAL), FILE STATUS '
                       WS-FS-TABELA
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FIM-ARQ-TABELA
           PERFORM 1150-LER-TABELA-LEGAL UNTIL FIM-ARQ-TABELA
           CLOSE ARQ-TABELA
           IF NOT TABELA-CARREGADA
               DISPLAY 'ERRO FATAL: NENHUMA VIGENCIA DE TABELA LEGAL '
                       'EM TABLEGAL COBRE A COMPETENCIA '
                       WS-COMPETENCIA
               STOP RUN
           END-IF
           .
       1100-CARREGAR-TABELA-LEGAL-FIM.
           EXIT.

       1150-LER-TABELA-LEGAL           SECTION.
           READ ARQ-TABELA
               AT END
                   SET FIM-ARQ-TABELA TO TRUE
               NOT AT END
                   IF TAB-VIGENCIA NUMERIC
                           AND TAB-VIGENCIA <= WS-COMP-AAAAMM
                           AND TAB-VIGENCIA >= WS-VIGENCIA-USADA
                       MOVE TAB-VIGENCIA TO WS-VIGENCIA-USADA
                       SET TABELA-CARREGADA TO TRUE
                       MOVE TAB-SALARIO-MINIMO TO WS-SALARIO-MINIMO
                   END-IF
           END-READ
           .
       1150-LER-TABELA-LEGAL-FIM.
           EXIT.

      *******************************************************************
      *    AS DUAS COMPETENCIAS SEGUINTES A INFORMADA (AAAAMM)          *
      *******************************************************************
       1200-MONTAR-COMPETENCIAS        SECTION.
           MOVE WS-COMP-AAAAMM TO WS-ANOMES-CALC
           PERFORM 8000-SOMAR-MES
           MOVE WS-ANOMES-CALC TO WS-COMP-MAIS-1
           PERFORM 8000-SOMAR-MES
           MOVE WS-ANOMES-CALC TO WS-COMP-MAIS-2
           .
       1200-MONTAR-COMPETENCIAS-FIM.
           EXIT.

      *******************************************************************
      *    DESFAZ O LANCAMENTO DE COMPENSACOES DA MESMA COMPETENCIA JA  *
      *    FEITO POR UMA EXECUCAO ANTERIOR, PARA QUE O MOVIMENTO DO MES *
      *    SEJA SEMPRE APLICADO POR INTEIRO, SEM SOMAR DUAS VEZES       *
      *******************************************************************
       2000-DESFAZER-COMPENSACOES      SECTION.
           MOVE 'N' TO WS-FIM-ARQUIVO
           MOVE ZEROS TO BHS-MATRICULA
           MOVE ZEROS TO BHS-COMP-ACUMULO
           START ARQ-BANCO-HORAS KEY IS NOT LESS THAN BHS-CHAVE
               INVALID KEY
                   SET FIM-ARQUIVO TO TRUE
           END-START
           PERFORM 2100-DESFAZER-SALDO UNTIL FIM-ARQUIVO
           IF WS-QTDE-DESFEITOS > ZEROS
               DISPLAY 'COMPENSACOES DA COMPETENCIA JA LANCADAS E '
                       'DESFEITAS PARA O RELANCAMENTO: '
                       WS-QTDE-DESFEITOS ' SALDOS'
           END-IF
           .
       2000-DESFAZER-COMPENSACOES-FIM.
           EXIT.

       2100-DESFAZER-SALDO             SECTION.
           READ ARQ-BANCO-HORAS NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF BHS-COMP-ULT-COMPENS = WS-COMP-AAAAMM
                           AND (BHS-ABERTO OR BHS-QUITADO)
                       SUBTRACT BHS-NORMAIS-ULT-COMPENS
                           FROM BHS-COMPENS-NORMAIS
                       SUBTRACT BHS-DSR-ULT-COMPENS
                           FROM BHS-COMPENS-DSR
                       MOVE ZEROS TO BHS-COMP-ULT-COMPENS
                       MOVE ZEROS TO BHS-NORMAIS-ULT-COMPENS
                       MOVE ZEROS TO BHS-DSR-ULT-COMPENS
                       PERFORM 8100-APURAR-SALDO
                       PERFORM 7100-REGRAVAR-SALDO
                       ADD 1 TO WS-QTDE-DESFEITOS
                   END-IF
           END-READ
           .
       2100-DESFAZER-SALDO-FIM.
           EXIT.

      *******************************************************************
      *    ORDENA AS COMPENSACOES DO MES PELA MATRICULA E DEBITA O TOTAL*
      *    DE CADA UMA NOS SALDOS EM ABERTO                             *
      *******************************************************************
       3000-LANCAR-COMPENSACOES        SECTION.
           SORT SRT-COMPENSACOES
               ON ASCENDING KEY SRC-MATRICULA
               INPUT PROCEDURE IS 3100-SELECIONAR-COMPENSACOES
               OUTPUT PROCEDURE IS 3500-SOMAR-COMPENSACOES
           IF SORT-RETURN NOT = ZEROS
               DISPLAY 'ERRO FATAL: FALHA NA ORDENACAO DAS '
                       'COMPENSACOES (BHCOMPEN), SORT-RETURN '
                       SORT-RETURN
               STOP RUN
           END-IF
           DISPLAY 'COMPENSACOES LIDAS: ' WS-QTDE-COMP-LIDAS
                   ', INVALIDAS: ' WS-QTDE-COMP-INVALIDAS
                   ', MATRICULAS COMPENSADAS: '
                   WS-QTDE-COMP-MATRICULAS
           .
       3000-LANCAR-COMPENSACOES-FIM.
           EXIT.

      *******************************************************************
      *    LE AS COMPENSACOES DO MES (ARQUIVO OPCIONAL) E LIBERA CADA   *
      *    UMA EM HORAS PARA A ORDENACAO; O DIA VALE A JORNADA DE 8     *
      *    HORAS                                                        *
      *******************************************************************
       3100-SELECIONAR-COMPENSACOES    SECTION.
           OPEN INPUT ARQ-COMPENSACOES
           IF WS-FS-COMPENSACOES NOT = '00'
               DISPLAY 'SEM COMPENSACOES NESTE MES (BHCOMPEN '
                       'AUSENTE), FILE STATUS ' WS-FS-COMPENSACOES
           ELSE
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 3110-LER-COMPENSACAO UNTIL FIM-ARQUIVO
               CLOSE ARQ-COMPENSACOES
           END-IF
           .
       3100-SELECIONAR-COMPENSACOES-FIM.
           EXIT.

       3110-LER-COMPENSACAO            SECTION.
           READ ARQ-COMPENSACOES
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTDE-COMP-LIDAS
                   EVALUATE TRUE
                       WHEN BHC-MATRICULA NOT NUMERIC
                           OR BHC-QUANTIDADE NOT NUMERIC
                           OR BHC-QUANTIDADE = ZEROS
                           OR (NOT BHC-HORAS AND NOT BHC-DIAS)
                           ADD 1 TO WS-QTDE-COMP-INVALIDAS
                           DISPLAY 'COMPENSACAO INVALIDA IGNORADA: '
                                   REG-COMPENSACAO
                       WHEN BHC-DIAS
                           MOVE BHC-MATRICULA TO SRC-MATRICULA
                           COMPUTE SRC-HORAS =
                                   BHC-QUANTIDADE * WS-HORAS-POR-DIA
                           RELEASE REG-SRT-COMPENSACAO
                       WHEN OTHER
                           MOVE BHC-MATRICULA  TO SRC-MATRICULA
                           MOVE BHC-QUANTIDADE TO SRC-HORAS
                           RELEASE REG-SRT-COMPENSACAO
                   END-EVALUATE
           END-READ
           .
       3110-LER-COMPENSACAO-FIM.
           EXIT.

      *******************************************************************
      *    SAIDA DA ORDENACAO: SOMA AS HORAS COMPENSADAS DE CADA        *
      *    MATRICULA E AS DEBITA NA QUEBRA                              *
      *******************************************************************
       3500-SOMAR-COMPENSACOES         SECTION.
           MOVE 'N' TO WS-FIM-ORDENACAO
           PERFORM 3510-RETORNAR-COMPENSACAO
           PERFORM 3520-ACUMULAR-COMPENSACOES UNTIL FIM-ORDENACAO
           .
       3500-SOMAR-COMPENSACOES-FIM.
           EXIT.

       3510-RETORNAR-COMPENSACAO       SECTION.
           RETURN SRT-COMPENSACOES
               AT END
                   SET FIM-ORDENACAO TO TRUE
           END-RETURN
           .
       3510-RETORNAR-COMPENSACAO-FIM.
           EXIT.

       3520-ACUMULAR-COMPENSACOES      SECTION.
           MOVE SRC-MATRICULA TO WS-MATRICULA-ATUAL
           MOVE ZEROS TO WS-HORAS-A-COMPENSAR
           PERFORM 3530-SOMAR-COMPENSACAO-MATRIC
               UNTIL FIM-ORDENACAO
                   OR SRC-MATRICULA NOT = WS-MATRICULA-ATUAL
           ADD 1 TO WS-QTDE-COMP-MATRICULAS
           PERFORM 3600-DEBITAR-SALDOS
           .
       3520-ACUMULAR-COMPENSACOES-FIM.
           EXIT.

       3530-SOMAR-COMPENSACAO-MATRIC   SECTION.
           ADD SRC-HORAS TO WS-HORAS-A-COMPENSAR
           PERFORM 3510-RETORNAR-COMPENSACAO
           .
       3530-SOMAR-COMPENSACAO-MATRIC-FIM.
           EXIT.

      *******************************************************************
      *    DEBITA AS HORAS COMPENSADAS NOS SALDOS EM ABERTO DA MATRICULA*
      *    AINDA DENTRO DO LIMITE, DO MES DE ACUMULO MAIS ANTIGO PARA O *
      *    MAIS NOVO; O QUE EXCEDER O SALDO E APONTADO E DESPREZADO     *
      *******************************************************************
       3600-DEBITAR-SALDOS             SECTION.
           ADD WS-HORAS-A-COMPENSAR TO WS-HORAS-COMPENSADAS
           MOVE 'N' TO WS-FIM-SALDOS-MATRIC
           MOVE WS-MATRICULA-ATUAL TO BHS-MATRICULA
           MOVE ZEROS              TO BHS-COMP-ACUMULO
           START ARQ-BANCO-HORAS KEY IS NOT LESS THAN BHS-CHAVE
               INVALID KEY
                   SET FIM-SALDOS-MATRICULA TO TRUE
           END-START
           PERFORM 3610-DEBITAR-SALDO
               UNTIL FIM-SALDOS-MATRICULA
                   OR WS-HORAS-A-COMPENSAR = ZEROS
           IF WS-HORAS-A-COMPENSAR > ZEROS
               ADD 1 TO WS-QTDE-COMP-EXCESSO
               ADD WS-HORAS-A-COMPENSAR TO WS-HORAS-EXCESSO
               SUBTRACT WS-HORAS-A-COMPENSAR FROM WS-HORAS-COMPENSADAS
               DISPLAY 'ATENCAO: MATRICULA ' WS-MATRICULA-ATUAL
                       ' COMPENSOU ' WS-HORAS-A-COMPENSAR
                       ' HORAS ACIMA DO SALDO EM ABERTO NO BANCO'
           END-IF
           .
       3600-DEBITAR-SALDOS-FIM.
           EXIT.

       3610-DEBITAR-SALDO              SECTION.
           READ ARQ-BANCO-HORAS NEXT RECORD
               AT END
                   SET FIM-SALDOS-MATRICULA TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN BHS-MATRICULA NOT = WS-MATRICULA-ATUAL
                           SET FIM-SALDOS-MATRICULA TO TRUE
                       WHEN BHS-ABERTO
                           AND BHS-COMP-ACUMULO NOT > WS-COMP-AAAAMM
                           AND BHS-LIMITE-COMPENSACAO
                               NOT < WS-COMP-AAAAMM
                           PERFORM 3620-DEBITAR-HORAS
                   END-EVALUATE
           END-READ
           .
       3610-DEBITAR-SALDO-FIM.
           EXIT.

      *******************************************************************
      *    DEBITA DO SALDO LIDO AS HORAS AINDA A COMPENSAR, PRIMEIRO AS *
      *    NORMAIS E DEPOIS AS DE DSR, E GUARDA O LANCAMENTO DA         *
      *    COMPETENCIA                                                  *
      *******************************************************************
       3620-DEBITAR-HORAS              SECTION.
           PERFORM 8100-APURAR-SALDO
           IF WS-SALDO-NORMAIS > WS-HORAS-A-COMPENSAR
               MOVE WS-HORAS-A-COMPENSAR TO WS-HORAS-DEBITO-NORMAIS
           ELSE
               MOVE WS-SALDO-NORMAIS TO WS-HORAS-DEBITO-NORMAIS
           END-IF
           SUBTRACT WS-HORAS-DEBITO-NORMAIS FROM WS-HORAS-A-COMPENSAR
           IF WS-SALDO-DSR > WS-HORAS-A-COMPENSAR
               MOVE WS-HORAS-A-COMPENSAR TO WS-HORAS-DEBITO-DSR
           ELSE
               MOVE WS-SALDO-DSR TO WS-HORAS-DEBITO-DSR
           END-IF
           SUBTRACT WS-HORAS-DEBITO-DSR FROM WS-HORAS-A-COMPENSAR
           IF WS-HORAS-DEBITO-NORMAIS > ZEROS
                   OR WS-HORAS-DEBITO-DSR > ZEROS
               ADD WS-HORAS-DEBITO-NORMAIS TO BHS-COMPENS-NORMAIS
               ADD WS-HORAS-DEBITO-DSR     TO BHS-COMPENS-DSR
               MOVE WS-COMP-AAAAMM          TO BHS-COMP-ULT-COMPENS
               MOVE WS-HORAS-DEBITO-NORMAIS TO BHS-NORMAIS-ULT-COMPENS
               MOVE WS-HORAS-DEBITO-DSR     TO BHS-DSR-ULT-COMPENS
               PERFORM 8100-APURAR-SALDO
               PERFORM 7100-REGRAVAR-SALDO
           END-IF
           .
       3620-DEBITAR-HORAS-FIM.
           EXIT.

      *******************************************************************
      *    EXTRATO MENSAL: REUNE O MOVIMENTO E O SALDO DE CADA MATRICULA*
      *    E OS EMITE POR CENTRO DE CUSTO, UM BLOCO POR GESTOR          *
      *******************************************************************
       4000-EMITIR-EXTRATO             SECTION.
           SORT SRT-EXTRATO
               ON ASCENDING KEY SRE-CENTRO-CUSTO SRE-MATRICULA
               INPUT PROCEDURE IS 4100-SELECIONAR-SALDOS
               OUTPUT PROCEDURE IS 4500-GRAVAR-EXTRATO
           IF SORT-RETURN NOT = ZEROS
               DISPLAY 'ERRO FATAL: FALHA NA ORDENACAO DO EXTRATO DO '
                       'BANCO DE HORAS (RELBHEXT), SORT-RETURN '
                       SORT-RETURN
               STOP RUN
           END-IF
           .
       4000-EMITIR-EXTRATO-FIM.
           EXIT.

       4100-SELECIONAR-SALDOS          SECTION.
           MOVE 'N' TO WS-FIM-ARQUIVO
           MOVE ZEROS TO BHS-MATRICULA
           MOVE ZEROS TO BHS-COMP-ACUMULO
           START ARQ-BANCO-HORAS KEY IS NOT LESS THAN BHS-CHAVE
               INVALID KEY
                   SET FIM-ARQUIVO TO TRUE
           END-START
           IF NOT FIM-ARQUIVO
               PERFORM 4110-LER-SALDO-EXTRATO
           END-IF
           PERFORM 4120-REUNIR-MATRICULA UNTIL FIM-ARQUIVO
           .
       4100-SELECIONAR-SALDOS-FIM.
           EXIT.

       4110-LER-SALDO-EXTRATO          SECTION.
           READ ARQ-BANCO-HORAS NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ
           .
       4110-LER-SALDO-EXTRATO-FIM.
           EXIT.

       4120-REUNIR-MATRICULA           SECTION.
           MOVE BHS-MATRICULA TO WS-MATRICULA-ATUAL
           MOVE ZEROS TO WS-MAT-CREDITO
           MOVE ZEROS TO WS-MAT-COMPENSADO
           MOVE ZEROS TO WS-MAT-PAGO
           MOVE ZEROS TO WS-MAT-SALDO-ATUAL
           MOVE ZEROS TO WS-MAT-VENCIDO
           MOVE ZEROS TO WS-MAT-PROX-LIMITE
           PERFORM 4130-ACUMULAR-SALDO
               UNTIL FIM-ARQUIVO
                   OR BHS-MATRICULA NOT = WS-MATRICULA-ATUAL
           IF WS-MAT-CREDITO > ZEROS OR WS-MAT-COMPENSADO > ZEROS
                   OR WS-MAT-PAGO > ZEROS
                   OR WS-MAT-SALDO-ATUAL > ZEROS
               PERFORM 4200-LIBERAR-EXTRATO
           END-IF
           .
       4120-REUNIR-MATRICULA-FIM.
           EXIT.

      *******************************************************************
      *    SOMA O SALDO LIDO NO EXTRATO DA MATRICULA: CREDITO DO MES DE *
      *    ACUMULO DA COMPETENCIA, COMPENSACAO LANCADA E PAGAMENTO FEITO*
      *    NA COMPETENCIA, SALDO EM ABERTO (DO QUAL O QUE JA PASSOU DO  *
      *    LIMITE ESTA VENCIDO) E O PROXIMO LIMITE A VENCER             *
      *******************************************************************
       4130-ACUMULAR-SALDO             SECTION.
           IF BHS-COMP-ACUMULO NOT > WS-COMP-AAAAMM
               MOVE BHS-CENTRO-CUSTO TO WS-MAT-CENTRO-CUSTO
               IF BHS-COMP-ACUMULO = WS-COMP-AAAAMM
                   ADD BHS-CREDITO-NORMAIS TO WS-MAT-CREDITO
                   ADD BHS-CREDITO-DSR     TO WS-MAT-CREDITO
               END-IF
               IF BHS-COMP-ULT-COMPENS = WS-COMP-AAAAMM
                   ADD BHS-NORMAIS-ULT-COMPENS TO WS-MAT-COMPENSADO
                   ADD BHS-DSR-ULT-COMPENS     TO WS-MAT-COMPENSADO
               END-IF
               IF BHS-COMP-PAGAMENTO = WS-COMP-AAAAMM
                       AND (BHS-PAGO-VENCIDO OR BHS-PAGO-RESCISAO)
                   ADD BHS-PAGAS-NORMAIS TO WS-MAT-PAGO
                   ADD BHS-PAGAS-DSR     TO WS-MAT-PAGO
               END-IF
               IF BHS-ABERTO
                   PERFORM 8100-APURAR-SALDO
                   COMPUTE WS-HORAS-SALDO =
                           WS-SALDO-NORMAIS + WS-SALDO-DSR
                   ADD WS-HORAS-SALDO TO WS-MAT-SALDO-ATUAL
                   IF BHS-LIMITE-COMPENSACAO NOT > WS-COMP-AAAAMM
                       ADD WS-HORAS-SALDO TO WS-MAT-VENCIDO
                   ELSE
                       IF WS-MAT-PROX-LIMITE = ZEROS
                               OR BHS-LIMITE-COMPENSACAO
                                  < WS-MAT-PROX-LIMITE
                           MOVE BHS-LIMITE-COMPENSACAO
                               TO WS-MAT-PROX-LIMITE
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 4110-LER-SALDO-EXTRATO
           .
       4130-ACUMULAR-SALDO-FIM.
           EXIT.

      *******************************************************************
      *    LIBERA O EXTRATO DA MATRICULA COM O NOME E O CENTRO DE CUSTO *
      *    ATUAIS DO MESTRE; O SALDO ANTERIOR E O ATUAL MENOS O CREDITO *
      *    MAIS O QUE FOI COMPENSADO E PAGO NA COMPETENCIA              *
      *******************************************************************
       4200-LIBERAR-EXTRATO            SECTION.
           MOVE WS-MATRICULA-ATUAL TO REG-MATRICULA
           PERFORM 7200-LER-EMPREGADO
           IF MATRICULA-NO-MESTRE
               MOVE REG-CENTRO-CUSTO TO SRE-CENTRO-CUSTO
               MOVE REG-NOME         TO SRE-NOME
           ELSE
               MOVE WS-MAT-CENTRO-CUSTO TO SRE-CENTRO-CUSTO
               MOVE '*** FORA DO MESTRE ***' TO SRE-NOME
           END-IF
           COMPUTE WS-MAT-SALDO-ANTERIOR =
                   WS-MAT-SALDO-ATUAL - WS-MAT-CREDITO
                   + WS-MAT-COMPENSADO + WS-MAT-PAGO
           IF WS-MAT-SALDO-ANTERIOR < ZEROS
               MOVE ZEROS TO WS-MAT-SALDO-ANTERIOR
           END-IF
           MOVE WS-MATRICULA-ATUAL    TO SRE-MATRICULA
           MOVE WS-MAT-SALDO-ANTERIOR TO SRE-SALDO-ANTERIOR
           MOVE WS-MAT-CREDITO        TO SRE-CREDITO
           MOVE WS-MAT-COMPENSADO     TO SRE-COMPENSADO
           MOVE WS-MAT-PAGO           TO SRE-PAGO
           MOVE WS-MAT-SALDO-ATUAL    TO SRE-SALDO-ATUAL
           MOVE WS-MAT-VENCIDO        TO SRE-VENCIDO
           MOVE WS-MAT-PROX-LIMITE    TO SRE-PROX-LIMITE
           RELEASE REG-SRT-EXTRATO
           .
       4200-LIBERAR-EXTRATO-FIM.
           EXIT.

      *******************************************************************
      *    SAIDA DA ORDENACAO: GRAVA O EXTRATO COM UM BLOCO POR CENTRO  *
      *    DE CUSTO, ENCABECADO PELO GESTOR, E OS TOTAIS GERAIS         *
      *******************************************************************
       4500-GRAVAR-EXTRATO             SECTION.
           MOVE 'EXTRATO MENSAL DO BANCO DE HORAS POR GESTOR'
               TO WS-REL-CAB-TITULO
           PERFORM 8700-MONTAR-CABECALHO
           MOVE WS-REL-CABECALHO TO WS-LINHA-RELATORIO
           PERFORM 9100-GRAVAR-LINHA-EXTRATO
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING 'HORAS: SALDO ANTERIOR + CREDITO - COMPENSADO - '
                   'PAGO = SALDO ATUAL; VENCIDO: FORA DO PRAZO, PAGO '
                   'NA PROXIMA FOLHA'
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           PERFORM 9100-GRAVAR-LINHA-EXTRATO
           MOVE 'N' TO WS-FIM-ORDENACAO
           PERFORM 4510-RETORNAR-EXTRATO
           IF FIM-ORDENACAO
               MOVE SPACES TO WS-LINHA-RELATORIO
               PERFORM 9100-GRAVAR-LINHA-EXTRATO
               MOVE 'NENHUM SALDO OU MOVIMENTO NO BANCO DE HORAS'
                   TO WS-LINHA-RELATORIO
               PERFORM 9100-GRAVAR-LINHA-EXTRATO
           END-IF
           PERFORM 4700-PROCESSAR-GESTOR UNTIL FIM-ORDENACAO
           PERFORM 4900-GRAVAR-TOTAIS-EXTRATO
           .
       4500-GRAVAR-EXTRATO-FIM.
           EXIT.

       4510-RETORNAR-EXTRATO           SECTION.
           RETURN SRT-EXTRATO
               AT END
                   SET FIM-ORDENACAO TO TRUE
           END-RETURN
           .
       4510-RETORNAR-EXTRATO-FIM.
           EXIT.

      *******************************************************************
      *    GRAVA O BLOCO DE UM CENTRO DE CUSTO: GESTOR, MATRICULAS E    *
      *    TOTAL DO CENTRO DE CUSTO                                     *
      *******************************************************************
       4700-PROCESSAR-GESTOR           SECTION.
           MOVE SRE-CENTRO-CUSTO TO WS-CC-ANTERIOR
           MOVE ZEROS TO WS-CC-QTDE-EMPREGADOS
           MOVE ZEROS TO WS-CC-SALDO-ANTERIOR
           MOVE ZEROS TO WS-CC-CREDITO
           MOVE ZEROS TO WS-CC-COMPENSADO
           MOVE ZEROS TO WS-CC-PAGO
           MOVE ZEROS TO WS-CC-SALDO-ATUAL
           MOVE ZEROS TO WS-CC-VENCIDO
           PERFORM 7000-LER-GESTOR
           MOVE SPACES TO WS-LINHA-RELATORIO
           PERFORM 9100-GRAVAR-LINHA-EXTRATO
           MOVE ALL '=' TO WS-LINHA-RELATORIO
           PERFORM 9100-GRAVAR-LINHA-EXTRATO
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING 'GESTOR: ' WS-NOME-GESTOR
                   '  CENTRO DE CUSTO: ' WS-CC-ANTERIOR
                   '  COMPETENCIA: ' WS-COMPETENCIA
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           PERFORM 9100-GRAVAR-LINHA-EXTRATO
           MOVE WS-EXT-TITULOS TO WS-LINHA-RELATORIO
           PERFORM 9100-GRAVAR-LINHA-EXTRATO
           PERFORM 4800-GRAVAR-DETALHE-EXTRATO
               UNTIL FIM-ORDENACAO
                   OR SRE-CENTRO-CUSTO NOT = WS-CC-ANTERIOR
           MOVE SPACES TO WS-EXT-TOT-ROTULO
           STRING 'TOTAL CC ' WS-CC-ANTERIOR ' ('
                   WS-CC-QTDE-EMPREGADOS ' EMPREGADOS)'
               DELIMITED BY SIZE INTO WS-EXT-TOT-ROTULO
           MOVE WS-CC-SALDO-ANTERIOR TO WS-EXT-TOT-SALDO-ANT
           MOVE WS-CC-CREDITO        TO WS-EXT-TOT-CREDITO
           MOVE WS-CC-COMPENSADO     TO WS-EXT-TOT-COMPENSADO
           MOVE WS-CC-PAGO           TO WS-EXT-TOT-PAGO
           MOVE WS-CC-SALDO-ATUAL    TO WS-EXT-TOT-SALDO-ATUAL
           MOVE WS-CC-VENCIDO        TO WS-EXT-TOT-VENCIDO
           MOVE WS-EXT-TOTAL TO WS-LINHA-RELATORIO
           PERFORM 9100-GRAVAR-LINHA-EXTRATO
           ADD WS-CC-QTDE-EMPREGADOS TO WS-TOT-QTDE-EMPREGADOS
           ADD WS-CC-SALDO-ANTERIOR  TO WS-TOT-SALDO-ANTERIOR
           ADD WS-CC-CREDITO         TO WS-TOT-CREDITO
           ADD WS-CC-COMPENSADO      TO WS-TOT-COMPENSADO
           ADD WS-CC-PAGO            TO WS-TOT-PAGO
           ADD WS-CC-SALDO-ATUAL     TO WS-TOT-SALDO-ATUAL
           ADD WS-CC-VENCIDO         TO WS-TOT-VENCIDO
           .
       4700-PROCESSAR-GESTOR-FIM.
           EXIT.

       4800-GRAVAR-DETALHE-EXTRATO     SECTION.
           MOVE SRE-MATRICULA      TO WS-EXT-MATRICULA
           MOVE SRE-NOME           TO WS-EXT-NOME
           MOVE SRE-SALDO-ANTERIOR TO WS-EXT-SALDO-ANTERIOR
           MOVE SRE-CREDITO        TO WS-EXT-CREDITO
           MOVE SRE-COMPENSADO     TO WS-EXT-COMPENSADO
           MOVE SRE-PAGO           TO WS-EXT-PAGO
           MOVE SRE-SALDO-ATUAL    TO WS-EXT-SALDO-ATUAL
           MOVE SRE-VENCIDO        TO WS-EXT-VENCIDO
           IF SRE-PROX-LIMITE = ZEROS
               MOVE SPACES TO WS-EXT-PROX-LIMITE
           ELSE
               MOVE SRE-PROX-LIMITE TO WS-ANOMES-CALC
               PERFORM 8600-EDITAR-COMPETENCIA
               MOVE WS-ANOMES-EDITADO TO WS-EXT-PROX-LIMITE
           END-IF
           MOVE WS-EXT-DETALHE TO WS-LINHA-RELATORIO
           PERFORM 9100-GRAVAR-LINHA-EXTRATO
           ADD 1                  TO WS-CC-QTDE-EMPREGADOS
           ADD SRE-SALDO-ANTERIOR TO WS-CC-SALDO-ANTERIOR
           ADD SRE-CREDITO        TO WS-CC-CREDITO
           ADD SRE-COMPENSADO     TO WS-CC-COMPENSADO
           ADD SRE-PAGO           TO WS-CC-PAGO
           ADD SRE-SALDO-ATUAL    TO WS-CC-SALDO-ATUAL
           ADD SRE-VENCIDO        TO WS-CC-VENCIDO
           PERFORM 4510-RETORNAR-EXTRATO
           .
       4800-GRAVAR-DETALHE-EXTRATO-FIM.
           EXIT.

      *******************************************************************
      *    TOTAIS GERAIS DO EXTRATO E RESUMO DO LANCAMENTO DAS          *
      *    COMPENSACOES DA COMPETENCIA                                  *
      *******************************************************************
       4900-GRAVAR-TOTAIS-EXTRATO      SECTION.
           MOVE SPACES TO WS-LINHA-RELATORIO
           PERFORM 9100-GRAVAR-LINHA-EXTRATO
           MOVE SPACES TO WS-EXT-TOT-ROTULO
           STRING 'TOTAL GERAL (' WS-TOT-QTDE-EMPREGADOS
                   ' EMPREGADOS)'
               DELIMITED BY SIZE INTO WS-EXT-TOT-ROTULO
           MOVE WS-TOT-SALDO-ANTERIOR TO WS-EXT-TOT-SALDO-ANT
           MOVE WS-TOT-CREDITO        TO WS-EXT-TOT-CREDITO
           MOVE WS-TOT-COMPENSADO     TO WS-EXT-TOT-COMPENSADO
           MOVE WS-TOT-PAGO           TO WS-EXT-TOT-PAGO
           MOVE WS-TOT-SALDO-ATUAL    TO WS-EXT-TOT-SALDO-ATUAL
           MOVE WS-TOT-VENCIDO        TO WS-EXT-TOT-VENCIDO
           MOVE WS-EXT-TOTAL TO WS-LINHA-RELATORIO
           PERFORM 9100-GRAVAR-LINHA-EXTRATO
           MOVE SPACES TO WS-LINHA-RELATORIO
           PERFORM 9100-GRAVAR-LINHA-EXTRATO
           MOVE WS-HORAS-COMPENSADAS TO WS-HORAS-EDITADAS
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING 'COMPENSACOES DA COMPETENCIA: LIDAS '
                   WS-QTDE-COMP-LIDAS
                   '  INVALIDAS ' WS-QTDE-COMP-INVALIDAS
                   '  MATRICULAS ' WS-QTDE-COMP-MATRICULAS
                   '  HORAS DEBITADAS ' WS-HORAS-EDITADAS
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           PERFORM 9100-GRAVAR-LINHA-EXTRATO
           IF WS-QTDE-COMP-EXCESSO > ZEROS
               MOVE WS-HORAS-EXCESSO TO WS-HORAS-EDITADAS
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'MATRICULAS QUE COMPENSARAM ACIMA DO SALDO: '
                       WS-QTDE-COMP-EXCESSO
                       '  HORAS DESPREZADAS ' WS-HORAS-EDITADAS
                   DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM 9100-GRAVAR-LINHA-EXTRATO
           END-IF
           .
       4900-GRAVAR-TOTAIS-EXTRATO-FIM.
           EXIT.

      *******************************************************************
      *    HORAS A VENCER: SALDOS EM ABERTO JA VENCIDOS (PAGOS NA       *
      *    PROXIMA FOLHA REGULAR) E OS QUE VENCEM NO FIM DAS DUAS       *
      *    COMPETENCIAS SEGUINTES, ORDENADOS POR CENTRO DE CUSTO        *
      *******************************************************************
       5000-EMITIR-VENCIMENTOS         SECTION.
           SORT SRT-VENCER
               ON ASCENDING KEY SRV-CENTRO-CUSTO SRV-CLASSE
                                SRV-MATRICULA SRV-COMP-ACUMULO
               INPUT PROCEDURE IS 5100-SELECIONAR-VENCIMENTOS
               OUTPUT PROCEDURE IS 5500-GRAVAR-VENCIMENTOS
           IF SORT-RETURN NOT = ZEROS
               DISPLAY 'ERRO FATAL: FALHA NA ORDENACAO DAS HORAS A '
                       'VENCER (RELBHVEN), SORT-RETURN ' SORT-RETURN
               STOP RUN
           END-IF
           .
       5000-EMITIR-VENCIMENTOS-FIM.
           EXIT.

       5100-SELECIONAR-VENCIMENTOS     SECTION.
           MOVE 'N' TO WS-FIM-ARQUIVO
           MOVE ZEROS TO BHS-MATRICULA
           MOVE ZEROS TO BHS-COMP-ACUMULO
           START ARQ-BANCO-HORAS KEY IS NOT LESS THAN BHS-CHAVE
               INVALID KEY
                   SET FIM-ARQUIVO TO TRUE
           END-START
           PERFORM 5110-LER-SALDO-VENCIMENTO UNTIL FIM-ARQUIVO
           .
       5100-SELECIONAR-VENCIMENTOS-FIM.
           EXIT.

       5110-LER-SALDO-VENCIMENTO       SECTION.
           READ ARQ-BANCO-HORAS NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF BHS-ABERTO
                           AND BHS-COMP-ACUMULO NOT > WS-COMP-AAAAMM
                           AND BHS-LIMITE-COMPENSACAO
                               NOT > WS-COMP-MAIS-2
                       PERFORM 8100-APURAR-SALDO
                       IF WS-SALDO-NORMAIS > ZEROS
                               OR WS-SALDO-DSR > ZEROS
                           PERFORM 5200-LIBERAR-VENCIMENTO
                       END-IF
                   END-IF
           END-READ
           .
       5110-LER-SALDO-VENCIMENTO-FIM.
           EXIT.

      *******************************************************************
      *    MONTA A LINHA DO SALDO COM OS DADOS DO MESTRE E O VALOR      *
      *    ESTIMADO DAS HORAS PELA HORA ATUAL, COMO A FOLHA AS PAGARIA  *
      *******************************************************************
       5200-LIBERAR-VENCIMENTO         SECTION.
           MOVE BHS-MATRICULA TO REG-MATRICULA
           PERFORM 7200-LER-EMPREGADO
           IF MATRICULA-NO-MESTRE
               MOVE REG-CENTRO-CUSTO TO SRV-CENTRO-CUSTO
               MOVE REG-NOME         TO SRV-NOME
               PERFORM 5300-CALCULAR-REMUNERACAO
           ELSE
               MOVE BHS-CENTRO-CUSTO TO SRV-CENTRO-CUSTO
               MOVE '*** FORA DO MESTRE ***' TO SRV-NOME
               MOVE ZEROS TO WS-REM-MENSAL
           END-IF
           EVALUATE TRUE
               WHEN BHS-LIMITE-COMPENSACAO NOT > WS-COMP-AAAAMM
                   MOVE 1 TO SRV-CLASSE
               WHEN BHS-LIMITE-COMPENSACAO NOT > WS-COMP-MAIS-1
                   MOVE 2 TO SRV-CLASSE
               WHEN OTHER
                   MOVE 3 TO SRV-CLASSE
           END-EVALUATE
           MOVE BHS-MATRICULA          TO SRV-MATRICULA
           MOVE BHS-COMP-ACUMULO       TO SRV-COMP-ACUMULO
           MOVE BHS-LIMITE-COMPENSACAO TO SRV-LIMITE
           MOVE WS-SALDO-NORMAIS       TO SRV-SALDO-NORMAIS
           MOVE WS-SALDO-DSR           TO SRV-SALDO-DSR
           COMPUTE WS-REM-HORA-NORMAL = WS-REM-MENSAL / 160
           COMPUTE SRV-VALOR-ESTIMADO ROUNDED =
                   (WS-SALDO-NORMAIS * WS-REM-HORA-NORMAL
                    * WS-ALIQ-HEXTRA-NORMAL)
                   + (WS-SALDO-DSR * WS-REM-HORA-NORMAL
                      * WS-ALIQ-HEXTRA-DSR)
           RELEASE REG-SRT-VENCER
           .
       5200-LIBERAR-VENCIMENTO-FIM.
           EXIT.

      *******************************************************************
      *    REMUNERACAO MENSAL DO EMPREGADO: SALARIO MAIS OS ADICIONAIS  *
      *    DO CADASTRO, CALCULADOS COMO NA FOLHA (INSALUBRIDADE PELO    *
      *    GRAU SOBRE O SALARIO MINIMO, PERICULOSIDADE DE 30% DO        *
      *    SALARIO E NOTURNO DE 20% SOBRE A HORA NORMAL)                *
      *******************************************************************
       5300-CALCULAR-REMUNERACAO       SECTION.
           MOVE ZEROS TO WS-REM-INSAL-PERIC
           IF REG-ADIC-INSALUBRIDADE
               EVALUATE REG-ADIC-GRAU
                   WHEN 1
                       MOVE WS-ALIQ-INSAL-MINIMO TO WS-REM-PCT-INSAL
                   WHEN 2
                       MOVE WS-ALIQ-INSAL-MEDIO TO WS-REM-PCT-INSAL
                   WHEN OTHER
                       MOVE WS-ALIQ-INSAL-MAXIMO TO WS-REM-PCT-INSAL
               END-EVALUATE
               COMPUTE WS-REM-INSAL-PERIC ROUNDED =
                       WS-SALARIO-MINIMO * WS-REM-PCT-INSAL
           END-IF
           IF REG-ADIC-PERICULOSIDADE
               COMPUTE WS-REM-INSAL-PERIC ROUNDED =
                       REG-SALARIO-BRUTO * WS-ALIQ-PERICULOSIDADE
           END-IF
           COMPUTE WS-REM-MENSAL =
                   REG-SALARIO-BRUTO + WS-REM-INSAL-PERIC
           IF REG-HORAS-NOTURNAS NUMERIC
                   AND REG-HORAS-NOTURNAS > 0
               COMPUTE WS-REM-HORA-NORMAL = WS-REM-MENSAL / 160
               COMPUTE WS-REM-MENSAL ROUNDED =
                       WS-REM-MENSAL
                       + (WS-REM-HORA-NORMAL * WS-ALIQ-ADIC-NOTURNO
                          * REG-HORAS-NOTURNAS)
           END-IF
           .
       5300-CALCULAR-REMUNERACAO-FIM.
           EXIT.

      *******************************************************************
      *    SAIDA DA ORDENACAO: GRAVA AS HORAS A VENCER COM QUEBRA E     *
      *    TOTAIS POR CENTRO DE CUSTO E OS TOTAIS GERAIS                *
      *******************************************************************
       5500-GRAVAR-VENCIMENTOS         SECTION.
           MOVE 'BANCO DE HORAS - HORAS VENCIDAS E A VENCER'
               TO WS-REL-CAB-TITULO
           PERFORM 8700-MONTAR-CABECALHO
           MOVE WS-REL-CABECALHO TO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING 'LIMITE: ULTIMA COMPETENCIA PARA A COMPENSACAO; O '
                   'SALDO VENCIDO E PAGO COMO HORA EXTRA NA PROXIMA '
                   'FOLHA REGULAR'
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA
           MOVE 'N' TO WS-FIM-ORDENACAO
           PERFORM 5510-RETORNAR-VENCIMENTO
           IF FIM-ORDENACAO
               MOVE SPACES TO WS-LINHA-RELATORIO
               PERFORM 9000-GRAVAR-LINHA
               MOVE 'NENHUM SALDO VENCIDO OU A VENCER EM DOIS MESES'
                   TO WS-LINHA-RELATORIO
               PERFORM 9000-GRAVAR-LINHA
           END-IF
           PERFORM 5700-PROCESSAR-CENTRO-CUSTO UNTIL FIM-ORDENACAO
           PERFORM 5900-GRAVAR-TOTAIS-VENCIMENTOS
           .
       5500-GRAVAR-VENCIMENTOS-FIM.
           EXIT.

       5510-RETORNAR-VENCIMENTO        SECTION.
           RETURN SRT-VENCER
               AT END
                   SET FIM-ORDENACAO TO TRUE
           END-RETURN
           .
       5510-RETORNAR-VENCIMENTO-FIM.
           EXIT.

      *******************************************************************
      *    GRAVA OS SALDOS DE UM CENTRO DE CUSTO E O SEU TOTAL          *
      *******************************************************************
       5700-PROCESSAR-CENTRO-CUSTO     SECTION.
           MOVE SRV-CENTRO-CUSTO TO WS-CC-ANTERIOR
           MOVE ZEROS TO WS-CCV-HORAS-VENCIDAS
           MOVE ZEROS TO WS-CCV-HORAS-1-MES
           MOVE ZEROS TO WS-CCV-HORAS-2-MESES
           MOVE ZEROS TO WS-CCV-VALOR
           PERFORM 7000-LER-GESTOR
           MOVE SPACES TO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING 'CENTRO DE CUSTO: ' WS-CC-ANTERIOR
                   '  GESTOR: ' WS-NOME-GESTOR
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA
           MOVE WS-VEN-TITULOS TO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA
           PERFORM 5800-GRAVAR-DETALHE-VENCIMENTO
               UNTIL FIM-ORDENACAO
                   OR SRV-CENTRO-CUSTO NOT = WS-CC-ANTERIOR
           MOVE WS-CCV-HORAS-VENCIDAS TO WS-HORAS-EDITADAS
           MOVE WS-CCV-HORAS-1-MES    TO WS-HORAS-EDITADAS2
           MOVE WS-CCV-HORAS-2-MESES  TO WS-HORAS-EDITADAS3
           MOVE WS-CCV-VALOR          TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING 'TOTAL CC ' WS-CC-ANTERIOR
                   ': HORAS VENCIDAS ' WS-HORAS-EDITADAS
                   '  VENCEM EM 1 MES ' WS-HORAS-EDITADAS2
                   '  EM 2 MESES ' WS-HORAS-EDITADAS3
                   '  VALOR R$ ' WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA
           ADD WS-CCV-HORAS-VENCIDAS TO WS-TOTV-HORAS-VENCIDAS
           ADD WS-CCV-HORAS-1-MES    TO WS-TOTV-HORAS-1-MES
           ADD WS-CCV-HORAS-2-MESES  TO WS-TOTV-HORAS-2-MESES
           ADD WS-CCV-VALOR          TO WS-TOTV-VALOR
           .
       5700-PROCESSAR-CENTRO-CUSTO-FIM.
           EXIT.

       5800-GRAVAR-DETALHE-VENCIMENTO  SECTION.
           MOVE SRV-MATRICULA TO WS-VEN-MATRICULA
           MOVE SRV-NOME      TO WS-VEN-NOME
           MOVE SRV-COMP-ACUMULO TO WS-ANOMES-CALC
           PERFORM 8600-EDITAR-COMPETENCIA
           MOVE WS-ANOMES-EDITADO TO WS-VEN-ACUMULO
           MOVE SRV-LIMITE TO WS-ANOMES-CALC
           PERFORM 8600-EDITAR-COMPETENCIA
           MOVE WS-ANOMES-EDITADO TO WS-VEN-LIMITE
           MOVE SRV-SALDO-NORMAIS  TO WS-VEN-SALDO-NORMAIS
           MOVE SRV-SALDO-DSR      TO WS-VEN-SALDO-DSR
           MOVE SRV-VALOR-ESTIMADO TO WS-VEN-VALOR
           COMPUTE WS-HORAS-SALDO = SRV-SALDO-NORMAIS + SRV-SALDO-DSR
           EVALUATE TRUE
               WHEN SRV-VENCIDO
                   MOVE 'VENCIDO, A PAGAR' TO WS-VEN-SITUACAO
                   ADD WS-HORAS-SALDO TO WS-CCV-HORAS-VENCIDAS
               WHEN SRV-VENCE-1-MES
                   MOVE 'VENCE NO PROXIMO MES' TO WS-VEN-SITUACAO
                   ADD WS-HORAS-SALDO TO WS-CCV-HORAS-1-MES
               WHEN OTHER
                   MOVE 'VENCE EM 2 MESES' TO WS-VEN-SITUACAO
                   ADD WS-HORAS-SALDO TO WS-CCV-HORAS-2-MESES
           END-EVALUATE
           ADD SRV-VALOR-ESTIMADO TO WS-CCV-VALOR
           ADD 1 TO WS-TOTV-QTDE-SALDOS
           MOVE WS-VEN-DETALHE TO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA
           PERFORM 5510-RETORNAR-VENCIMENTO
           .
       5800-GRAVAR-DETALHE-VENCIMENTO-FIM.
           EXIT.

       5900-GRAVAR-TOTAIS-VENCIMENTOS  SECTION.
           MOVE SPACES TO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA
           MOVE WS-TOTV-HORAS-VENCIDAS TO WS-HORAS-EDITADAS
           MOVE WS-TOTV-HORAS-1-MES    TO WS-HORAS-EDITADAS2
           MOVE WS-TOTV-HORAS-2-MESES  TO WS-HORAS-EDITADAS3
           MOVE WS-TOTV-VALOR          TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING 'TOTAL GERAL: HORAS VENCIDAS ' WS-HORAS-EDITADAS
                   '  VENCEM EM 1 MES ' WS-HORAS-EDITADAS2
                   '  EM 2 MESES ' WS-HORAS-EDITADAS3
                   '  VALOR R$ ' WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA
           .
       5900-GRAVAR-TOTAIS-VENCIMENTOS-FIM.
           EXIT.

      *******************************************************************
      *    FINALIZAR PROGRAMA                                           *
      *******************************************************************
       6000-FINALIZAR                  SECTION.
           CLOSE ARQ-EMPREGADOS
           IF ACORDOS-BH-ABERTOS
               CLOSE ARQ-ACORDOS-BH
           END-IF
           CLOSE ARQ-BANCO-HORAS
           CLOSE ARQ-EXTRATO
           CLOSE ARQ-RELATORIO
           DISPLAY 'BANCO DE HORAS ATUALIZADO EM BCOHORAS, EXTRATO '
                   'EM RELBHEXT (' WS-TOT-QTDE-EMPREGADOS
                   ' EMPREGADOS) E HORAS A VENCER EM RELBHVEN ('
                   WS-TOTV-QTDE-SALDOS ' SALDOS)'
           STOP RUN
           .
       6000-FINALIZAR-FIM.
           EXIT.

      *******************************************************************
      *    NOME DO GESTOR, DO ACORDO DO CENTRO DE CUSTO                 *
      *******************************************************************
       7000-LER-GESTOR                 SECTION.
           MOVE 'NAO INFORMADO' TO WS-NOME-GESTOR
           IF ACORDOS-BH-ABERTOS
               MOVE 'C'            TO ACB-TIPO
               MOVE WS-CC-ANTERIOR TO ACB-CODIGO
               READ ARQ-ACORDOS-BH
                   INVALID KEY
                       MOVE 'NAO INFORMADO' TO WS-NOME-GESTOR
                   NOT INVALID KEY
                       IF ACB-GESTOR NOT = SPACES
                           MOVE ACB-GESTOR TO WS-NOME-GESTOR
                       END-IF
               END-READ
           END-IF
           .
       7000-LER-GESTOR-FIM.
           EXIT.

       7100-REGRAVAR-SALDO             SECTION.
           REWRITE REG-BANCO-HORAS
               INVALID KEY
                   DISPLAY 'ERRO FATAL: FALHA AO REGRAVAR O SALDO '
                           BHS-COMP-ACUMULO ' DA MATRICULA '
                           BHS-MATRICULA ' NO BANCO DE HORAS '
                           '(BCOHORAS), FILE STATUS '
                           WS-FS-BANCO-HORAS
                   STOP RUN
           END-REWRITE
           .
       7100-REGRAVAR-SALDO-FIM.
           EXIT.

      *******************************************************************
      *    LE PELA CHAVE O EMPREGADO DA MATRICULA EM REG-MATRICULA      *
      *******************************************************************
       7200-LER-EMPREGADO              SECTION.
           READ ARQ-EMPREGADOS
               INVALID KEY
                   MOVE 'N' TO WS-FLAG-NO-MESTRE
               NOT INVALID KEY
                   SET MATRICULA-NO-MESTRE TO TRUE
           END-READ
           .
       7200-LER-EMPREGADO-FIM.
           EXIT.

      *******************************************************************
      *    SOMA UM MES A COMPETENCIA (AAAAMM) EM WS-ANOMES-CALC         *
      *******************************************************************
       8000-SOMAR-MES                  SECTION.
           IF WS-AM-MES < 12
               ADD 1 TO WS-AM-MES
           ELSE
               MOVE 1 TO WS-AM-MES
               ADD 1 TO WS-AM-ANO
           END-IF
           .
       8000-SOMAR-MES-FIM.
           EXIT.

      *******************************************************************
      *    SALDO DE HORAS NORMAIS E DSR DO MES DE ACUMULO (CREDITO MENOS*
      *    COMPENSACAO) E, NO SALDO AINDA NAO PAGO, A SITUACAO: SEM     *
      *    SALDO, QUITADO POR COMPENSACAO                               *
      *******************************************************************
       8100-APURAR-SALDO               SECTION.
           IF BHS-CREDITO-NORMAIS > BHS-COMPENS-NORMAIS
               COMPUTE WS-SALDO-NORMAIS =
                       BHS-CREDITO-NORMAIS - BHS-COMPENS-NORMAIS
           ELSE
               MOVE ZEROS TO WS-SALDO-NORMAIS
           END-IF
           IF BHS-CREDITO-DSR > BHS-COMPENS-DSR
               COMPUTE WS-SALDO-DSR =
                       BHS-CREDITO-DSR - BHS-COMPENS-DSR
           ELSE
               MOVE ZEROS TO WS-SALDO-DSR
           END-IF
           IF BHS-ABERTO OR BHS-QUITADO
               IF WS-SALDO-NORMAIS = ZEROS AND WS-SALDO-DSR = ZEROS
                   SET BHS-QUITADO TO TRUE
               ELSE
                   SET BHS-ABERTO TO TRUE
               END-IF
           END-IF
           .
       8100-APURAR-SALDO-FIM.
           EXIT.

      *******************************************************************
      *    EDITA A DATA EM WS-DATA-CALC COMO DD/MM/AAAA                 *
      *******************************************************************
       8500-EDITAR-DATA                SECTION.
           MOVE WS-DC-DIA TO WS-DE-DIA
           MOVE WS-DC-MES TO WS-DE-MES
           MOVE WS-DC-ANO TO WS-DE-ANO
           .
       8500-EDITAR-DATA-FIM.
           EXIT.

      *******************************************************************
      *    EDITA A COMPETENCIA EM WS-ANOMES-CALC COMO MM/AAAA           *
      *******************************************************************
       8600-EDITAR-COMPETENCIA         SECTION.
           MOVE WS-AM-MES TO WS-AE-MES
           MOVE WS-AM-ANO TO WS-AE-ANO
           .
       8600-EDITAR-COMPETENCIA-FIM.
           EXIT.

      *******************************************************************
      *    PREENCHE A COMPETENCIA E A DATA NO CABECALHO DOS RELATORIOS  *
      *******************************************************************
       8700-MONTAR-CABECALHO           SECTION.
           MOVE WS-COMPETENCIA TO WS-REL-CAB-COMPETENCIA
           MOVE WS-DATA-SISTEMA TO WS-DATA-CALC
           PERFORM 8500-EDITAR-DATA
           MOVE WS-DATA-EDITADA TO WS-REL-CAB-DATA
           .
       8700-MONTAR-CABECALHO-FIM.
           EXIT.

      *******************************************************************
      *    GRAVA UMA LINHA NO RELATORIO DE HORAS A VENCER               *
      *******************************************************************
       9000-GRAVAR-LINHA               SECTION.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO
           IF WS-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO GRAVAR O RELATORIO DE '
                       'HORAS A VENCER (RELBHVEN), FILE STATUS '
                       WS-FS-RELATORIO
               STOP RUN
           END-IF
           .
       9000-GRAVAR-LINHA-FIM.
           EXIT.

      *******************************************************************
      *    GRAVA UMA LINHA NO EXTRATO DO BANCO DE HORAS                 *
      *******************************************************************
       9100-GRAVAR-LINHA-EXTRATO       SECTION.
           WRITE REG-EXTRATO FROM WS-LINHA-RELATORIO
           IF WS-FS-EXTRATO NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO GRAVAR O EXTRATO DO '
                       'BANCO DE HORAS (RELBHEXT), FILE STATUS '
                       WS-FS-EXTRATO
               STOP RUN
           END-IF
           .
       9100-GRAVAR-LINHA-EXTRATO-FIM.
           EXIT.

       END PROGRAM CBLZJP14.
