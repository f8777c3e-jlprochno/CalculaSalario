       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZJP12.
      ******************************************************************
      * Author: JENYFFER LAURA PROCHNO PEREIRA
      * Date: 15102026
      * Purpose: CONTROLE MENSAL DOS PERIODOS AQUISITIVOS DE FERIAS
      *          (FERCTL): ABRE UM PERIODO A CADA ANIVERSARIO DA
      *          ADMISSAO, LANCA AS FALTAS INJUSTIFICADAS DO AFASTMES
      *          QUE REDUZEM O DIREITO, QUITA OS PERIODOS PELAS
      *          FERIAS DA TRILHA DE AUDITORIA E EMITE O RELATORIO
      *          (RELFERIA), POR CENTRO DE CUSTO, DOS PERIODOS QUE
      *          VENCEM NOS PROXIMOS 60/90 DIAS E DOS JA VENCIDOS,
      *          COM O VALOR DA DOBRA DEVIDA
      * Tectonics: .CBL
      ******************************************************************
      * Modification History:
      * Date: 15102026  By: EQP  Versao inicial: periodos aquisitivos
      *                          pela data de admissao do mestre,
      *                          direito pela escala de faltas da CLT
      *                          (art. 130), limite de concessao de 12
      *                          meses (art. 134) e dobra das ferias
      *                          vencidas (art. 137).
      * Date: 15102026  By: EQP  Matricula desligada (inativa no
      *                          mestre) nao recebe periodo novo.
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
           SELECT ARQ-CONTROLE-FERIAS ASSIGN TO "FERCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCT-CHAVE
               FILE STATUS IS WS-FS-CONTROLE-FERIAS.
           SELECT ARQ-AFASTAMENTOS ASSIGN TO "AFASTMES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AFASTAMENTOS.
           SELECT ARQ-AUDITORIA   ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.
           SELECT ARQ-TABELA      ASSIGN TO "TABLEGAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TABELA.
           SELECT SRT-FALTAS      ASSIGN TO "SRTFALT".
           SELECT SRT-GOZOS       ASSIGN TO "SRTGOZO".
           SELECT SRT-FERIAS      ASSIGN TO "SRTFERI".
           SELECT ARQ-RELATORIO   ASSIGN TO "RELFERIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-EMPREGADOS.
       COPY CPEMPREG.

       FD  ARQ-CONTROLE-FERIAS.
       COPY CPFERCTL.

      *    AFASTAMENTOS DA COMPETENCIA: SO AS FALTAS INJUSTIFICADAS (F)
      *    REDUZEM O DIREITO A FERIAS
       FD  ARQ-AFASTAMENTOS.
       01  REG-AFASTAMENTO.
           05  AFA-MATRICULA            PIC 9(006).
           05  AFA-TIPO                 PIC X(001).
           05  AFA-DIAS                 PIC 9(002).

       FD  ARQ-AUDITORIA.
       COPY CPAUDIT.

       FD  ARQ-TABELA.
       COPY CPTABLEG.

      *    FALTAS DO MES ORDENADAS PELA MATRICULA, SOMADAS ANTES DO
      *    LANCAMENTO NO PERIODO
       SD  SRT-FALTAS.
       01  REG-SRT-FALTA.
           05  SRA-MATRICULA            PIC 9(006).
           05  SRA-DIAS                 PIC 9(002).

      *    CALCULOS DE FERIAS E DE RESCISAO DA COMPETENCIA NA TRILHA;
      *    A SEQUENCIA E A ORDEM NA TRILHA, PARA QUE O ULTIMO CALCULO
      *    DE FERIAS DA MATRICULA PREVALECA
       SD  SRT-GOZOS.
       01  REG-SRT-GOZO.
           05  SRG-MATRICULA            PIC 9(006).
           05  SRG-SEQUENCIA            PIC 9(008).
           05  SRG-MODO                 PIC X(001).
           05  SRG-DIAS                 PIC 9(002).
           05  SRG-DATA                 PIC 9(008).

      *    PERIODOS EM CONCESSAO QUE VENCEM NOS PROXIMOS 90 DIAS OU JA
      *    VENCIDOS, ORDENADOS PARA A QUEBRA POR CENTRO DE CUSTO
       SD  SRT-FERIAS.
       01  REG-SRT-FERIAS.
           05  SRF-CENTRO-CUSTO         PIC 9(004).
           05  SRF-MATRICULA            PIC 9(006).
           05  SRF-INICIO-AQUISITIVO    PIC 9(008).
           05  SRF-FIM-AQUISITIVO       PIC 9(008).
           05  SRF-LIMITE-CONCESSAO     PIC 9(008).
           05  SRF-NOME                 PIC X(030).
           05  SRF-DIAS-DIREITO         PIC 9(002).
           05  SRF-DIAS-GOZADOS         PIC 9(002).
           05  SRF-DIAS-SALDO           PIC 9(002).
      *    1=VENCIDO, 2=VENCE EM ATE 60 DIAS, 3=VENCE EM ATE 90 DIAS
           05  SRF-CLASSE               PIC 9(001).
               88  SRF-VENCIDO                         VALUE 1.
               88  SRF-VENCE-60                        VALUE 2.
               88  SRF-VENCE-90                        VALUE 3.
           05  SRF-VALOR-SIMPLES        PIC 9(013)V99.
           05  SRF-VALOR-DOBRO          PIC 9(013)V99.

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO                PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FS-EMPREGADOS            PIC X(002)     VALUE '00'.
       01  WS-FS-CONTROLE-FERIAS       PIC X(002)     VALUE '00'.
       01  WS-FS-AFASTAMENTOS          PIC X(002)     VALUE '00'.
       01  WS-FS-AUDITORIA             PIC X(002)     VALUE '00'.
       01  WS-FS-TABELA                PIC X(002)     VALUE '00'.
       01  WS-FS-RELATORIO             PIC X(002)     VALUE '00'.

       01  WS-FIM-ARQUIVO              PIC X(001)     VALUE 'N'.
           88  FIM-ARQUIVO                            VALUE 'S'.
       01  WS-FIM-ORDENACAO            PIC X(001)     VALUE 'N'.
           88  FIM-ORDENACAO                          VALUE 'S'.
       01  WS-FIM-PERIODOS-MATRIC      PIC X(001)     VALUE 'N'.
           88  FIM-PERIODOS-MATRICULA                 VALUE 'S'.
       01  WS-FLAG-PERIODO-ALVO        PIC X(001)     VALUE 'N'.
           88  PERIODO-ALVO-ACHADO                    VALUE 'S'.
       01  WS-FLAG-INDENIZADO          PIC X(001)     VALUE 'N'.
           88  MATRICULA-INDENIZADA                   VALUE 'S'.
       01  WS-FLAG-TEM-PERIODO         PIC X(001)     VALUE 'N'.
           88  MATRICULA-TEM-PERIODO                  VALUE 'S'.

      *    COMPETENCIA MM/AAAA INFORMADA NO INICIO DO CONTROLE
       01  WS-COMPETENCIA.
           05  WS-COMP-MES             PIC 9(002).
           05  WS-COMP-SEP             PIC X(001).
           05  WS-COMP-ANO             PIC 9(004).
       01  WS-COMP-AAAAMM              PIC 9(006)     VALUE ZEROS.

      *    DATAS DE REFERENCIA DA COMPETENCIA (AAAAMMDD): O PRIMEIRO E
      *    O ULTIMO DIA DO MES E OS HORIZONTES DE 60 E 90 DIAS DO
      *    ALERTA DE VENCIMENTO
       01  WS-DATA-INICIO-MES          PIC 9(008)     VALUE ZEROS.
       01  WS-DATA-REFERENCIA          PIC 9(008)     VALUE ZEROS.
       01  WS-DATA-REF-R REDEFINES WS-DATA-REFERENCIA.
           05  WS-REF-ANO              PIC 9(004).
           05  WS-REF-MES              PIC 9(002).
           05  WS-REF-DIA              PIC 9(002).
       01  WS-DATA-LIMITE-60           PIC 9(008)     VALUE ZEROS.
       01  WS-DATA-LIMITE-90           PIC 9(008)     VALUE ZEROS.
       01  WS-DATA-SISTEMA             PIC 9(008)     VALUE ZEROS.

      *    AREA DE CALCULO DE DATAS (SOMA DE DIAS, DIA ANTERIOR E
      *    ANIVERSARIO DA ADMISSAO), SEM ROTINAS INTRINSECAS
       01  WS-DATA-CALC                PIC 9(008)     VALUE ZEROS.
       01  WS-DATA-CALC-R REDEFINES WS-DATA-CALC.
           05  WS-DC-ANO               PIC 9(004).
           05  WS-DC-MES               PIC 9(002).
           05  WS-DC-DIA               PIC 9(002).
       01  WS-DC-DIA-TRAB              PIC 9(003)     VALUE ZEROS.
       01  WS-DIAS-SOMAR               PIC 9(003)     VALUE ZEROS.
       01  WS-DIAS-LIMITE              PIC 9(002)     VALUE ZEROS.
       01  WS-ANO-QUOCIENTE            PIC 9(004)     VALUE ZEROS.
       01  WS-ANO-RESTO-4              PIC 9(004)     VALUE ZEROS.
       01  WS-ANO-RESTO-100            PIC 9(004)     VALUE ZEROS.
       01  WS-ANO-RESTO-400            PIC 9(004)     VALUE ZEROS.
       01  WS-FLAG-BISSEXTO            PIC X(001)     VALUE 'N'.
           88  ANO-BISSEXTO                           VALUE 'S'.
       01  WS-TAB-DIAS-MES-X           PIC X(024)
                                       VALUE '312831303130313130313031'.
       01  WS-TAB-DIAS-MES REDEFINES WS-TAB-DIAS-MES-X.
           05  WS-DIAS-MES             PIC 9(002)     OCCURS 12 TIMES.
       01  WS-DATA-EDITADA.
           05  WS-DE-DIA               PIC 9(002).
           05  FILLER                  PIC X(001)     VALUE '/'.
           05  WS-DE-MES               PIC 9(002).
           05  FILLER                  PIC X(001)     VALUE '/'.
           05  WS-DE-ANO               PIC 9(004).

      *    ABERTURA DOS PERIODOS DO EMPREGADO: A DATA DE ADMISSAO, O
      *    ANO DO ANIVERSARIO EM CALCULO, O DO ULTIMO ANIVERSARIO ATE
      *    A REFERENCIA E O DO PRIMEIRO PERIODO AINDA NAO ABERTO
       01  WS-DATA-ADMISSAO            PIC 9(008)     VALUE ZEROS.
       01  WS-DATA-ADM-R REDEFINES WS-DATA-ADMISSAO.
           05  WS-ADM-ANO              PIC 9(004).
           05  WS-ADM-MES              PIC 9(002).
           05  WS-ADM-DIA              PIC 9(002).
       01  WS-ANIV-ANO                 PIC 9(004)     VALUE ZEROS.
       01  WS-ANO-ATUAL                PIC 9(004)     VALUE ZEROS.
       01  WS-ANO-PERIODO              PIC 9(004)     VALUE ZEROS.
       01  WS-ULTIMO-INICIO            PIC 9(008)     VALUE ZEROS.
       01  WS-ULTIMO-INICIO-R REDEFINES WS-ULTIMO-INICIO.
           05  WS-ULT-ANO              PIC 9(004).
           05  FILLER                  PIC 9(004).

      *    LANCAMENTO DE FALTAS E GOZOS: A MATRICULA EM TRATAMENTO, O
      *    PERIODO ESCOLHIDO E OS DIAS SOMADOS DA COMPETENCIA
       01  WS-MATRICULA-ATUAL          PIC 9(006)     VALUE ZEROS.
       01  WS-CHAVE-ALVO.
           05  WS-ALVO-MATRICULA       PIC 9(006)     VALUE ZEROS.
           05  WS-ALVO-INICIO          PIC 9(008)     VALUE ZEROS.
       01  WS-DIAS-FALTA-MES           PIC 9(003)     VALUE ZEROS.
       01  WS-SEQ-CALCULO              PIC 9(008)     VALUE ZEROS.
       01  WS-DIAS-GOZO-MES            PIC 9(002)     VALUE ZEROS.
       01  WS-DATA-GOZO                PIC 9(008)     VALUE ZEROS.
       01  WS-DATA-RESCISAO            PIC 9(008)     VALUE ZEROS.
       01  WS-FLAG-GOZO                PIC X(001)     VALUE 'N'.
           88  MATRICULA-COM-GOZO                     VALUE 'S'.
       01  WS-FLAG-RESCISAO            PIC X(001)     VALUE 'N'.
           88  MATRICULA-COM-RESCISAO                 VALUE 'S'.

      *    SALARIO MINIMO DA TABLEGAL PELA VIGENCIA DA COMPETENCIA,
      *    BASE DA INSALUBRIDADE; PERCENTUAIS DOS ADICIONAIS COMO NA
      *    FOLHA (CBLZJP01)
       01  WS-SALARIO-MINIMO           PIC 9(013)V99  VALUE ZEROS.
       01  WS-ALIQ-INSAL-MINIMO        PIC 9(001)V99  VALUE 0,10.
       01  WS-ALIQ-INSAL-MEDIO         PIC 9(001)V99  VALUE 0,20.
       01  WS-ALIQ-INSAL-MAXIMO        PIC 9(001)V99  VALUE 0,40.
       01  WS-ALIQ-PERICULOSIDADE      PIC 9(001)V99  VALUE 0,30.
       01  WS-ALIQ-ADIC-NOTURNO        PIC 9(001)V99  VALUE 0,20.
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
       01  WS-QTDE-EMPREGADOS          PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-SEM-ADMISSAO        PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-PERIODOS-ABERTOS    PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-FALTAS-LANCADAS     PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-FALTAS-SEM-PERIODO  PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-GOZOS-LANCADOS      PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-GOZOS-SEM-PERIODO   PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-INDENIZADOS         PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-EM-AQUISICAO        PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-EM-CONCESSAO        PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-QUITADOS            PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-PERDIDOS            PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-SITUACAO-I          PIC 9(006)     VALUE ZEROS.

      *    RELATORIO: QUEBRA E TOTAIS POR CENTRO DE CUSTO E GERAIS
       01  WS-CC-ANTERIOR              PIC 9(004)     VALUE ZEROS.
       01  WS-CC-QTDE-VENCIDOS         PIC 9(006)     VALUE ZEROS.
       01  WS-CC-QTDE-60               PIC 9(006)     VALUE ZEROS.
       01  WS-CC-QTDE-90               PIC 9(006)     VALUE ZEROS.
       01  WS-CC-TOT-DOBRO             PIC 9(013)V99  VALUE ZEROS.
       01  WS-CC-TOT-A-VENCER          PIC 9(013)V99  VALUE ZEROS.
       01  WS-TOT-QTDE-VENCIDOS        PIC 9(006)     VALUE ZEROS.
       01  WS-TOT-QTDE-60              PIC 9(006)     VALUE ZEROS.
       01  WS-TOT-QTDE-90              PIC 9(006)     VALUE ZEROS.
       01  WS-TOT-DOBRO                PIC 9(013)V99  VALUE ZEROS.
       01  WS-TOT-A-VENCER             PIC 9(013)V99  VALUE ZEROS.
       01  WS-VALOR-EDITADO            PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-VALOR-EDITADO2           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-LINHA-RELATORIO          PIC X(132)     VALUE SPACES.

       01  WS-REL-CABECALHO.
           05  FILLER                  PIC X(010)     VALUE 'CBLZJP12'.
           05  FILLER                  PIC X(060)     VALUE
               'CONTROLE DE FERIAS - PERIODOS A VENCER E VENCIDOS'.
           05  FILLER                  PIC X(013)     VALUE
               'COMPETENCIA: '.
           05  WS-REL-CAB-COMPETENCIA  PIC X(007)     VALUE SPACES.
           05  FILLER                  PIC X(010)     VALUE SPACES.
           05  FILLER                  PIC X(006)     VALUE 'DATA: '.
           05  WS-REL-CAB-DATA         PIC X(010)     VALUE SPACES.
           05  FILLER                  PIC X(016)     VALUE SPACES.

       01  WS-REL-TITULOS.
           05  FILLER                  PIC X(007)     VALUE 'MATRIC'.
           05  FILLER                  PIC X(031)     VALUE 'NOME'.
           05  FILLER                  PIC X(024)     VALUE
               'PERIODO AQUISITIVO'.
           05  FILLER                  PIC X(012)     VALUE 'LIMITE'.
           05  FILLER                  PIC X(004)     VALUE 'DIR'.
           05  FILLER                  PIC X(004)     VALUE 'GOZ'.
           05  FILLER                  PIC X(004)     VALUE 'SLD'.
           05  FILLER                  PIC X(012)     VALUE 'SITUACAO'.
           05  FILLER                  PIC X(014)     VALUE
               ' VALOR SIMPLES'.
           05  FILLER                  PIC X(015)     VALUE
               ' VALOR EM DOBRO'.
           05  FILLER                  PIC X(005)     VALUE SPACES.

       01  WS-REL-DETALHE.
           05  WS-REL-MATRICULA        PIC 9(006).
           05  FILLER                  PIC X(001)     VALUE SPACES.
           05  WS-REL-NOME             PIC X(030).
           05  FILLER                  PIC X(001)     VALUE SPACES.
           05  WS-REL-INICIO           PIC X(010).
           05  FILLER                  PIC X(003)     VALUE ' A '.
           05  WS-REL-FIM              PIC X(010).
           05  FILLER                  PIC X(001)     VALUE SPACES.
           05  WS-REL-LIMITE           PIC X(010).
           05  FILLER                  PIC X(002)     VALUE SPACES.
           05  WS-REL-DIREITO          PIC Z9.
           05  FILLER                  PIC X(002)     VALUE SPACES.
           05  WS-REL-GOZADOS          PIC Z9.
           05  FILLER                  PIC X(002)     VALUE SPACES.
           05  WS-REL-SALDO            PIC Z9.
           05  FILLER                  PIC X(002)     VALUE SPACES.
           05  WS-REL-SITUACAO         PIC X(011).
           05  FILLER                  PIC X(001)     VALUE SPACES.
           05  WS-REL-VALOR-SIMPLES    PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(001)     VALUE SPACES.
           05  WS-REL-VALOR-DOBRO      PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(005)     VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR
           PERFORM 2000-ABRIR-PERIODOS
           PERFORM 3000-LANCAR-FALTAS
           PERFORM 4000-LANCAR-GOZOS
           PERFORM 5000-EMITIR-RELATORIO
           PERFORM 6000-FINALIZAR
           .
       0000-PRINCIPAL-FIM.
           EXIT.

      *******************************************************************
      *    INICIALIZACAO DO CONTROLE DE FERIAS                          *
      *******************************************************************
       1000-INICIALIZAR                SECTION.
           DISPLAY 'INFORME A COMPETENCIA DO CONTROLE DE FERIAS '
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
           PERFORM 1200-MONTAR-DATAS-REFERENCIA
           OPEN INPUT ARQ-EMPREGADOS
           IF WS-FS-EMPREGADOS NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO ABRIR O ARQUIVO MESTRE '
                       'DE EMPREGADOS (EMPMAST), FILE STATUS '
                       WS-FS-EMPREGADOS
               STOP RUN
           END-IF
      *    NA PRIMEIRA EXECUCAO O CONTROLE AINDA NAO EXISTE E E CRIADO
      *    VAZIO, SENDO CARREGADO PELA ABERTURA DOS PERIODOS
           OPEN I-O ARQ-CONTROLE-FERIAS
           IF WS-FS-CONTROLE-FERIAS NOT = '00'
               DISPLAY 'AVISO: CONTROLE DE FERIAS (FERCTL) NAO '
                       'ENCONTRADO, FILE STATUS '
                       WS-FS-CONTROLE-FERIAS ', CRIADO VAZIO'
               OPEN OUTPUT ARQ-CONTROLE-FERIAS
               CLOSE ARQ-CONTROLE-FERIAS
               OPEN I-O ARQ-CONTROLE-FERIAS
           END-IF
           IF WS-FS-CONTROLE-FERIAS NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO ABRIR O CONTROLE DE '
                       'FERIAS (FERCTL), FILE STATUS '
                       WS-FS-CONTROLE-FERIAS
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-RELATORIO
           IF WS-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO ABRIR O RELATORIO DE '
                       'FERIAS (RELFERIA), FILE STATUS '
                       WS-FS-RELATORIO
               STOP RUN
           END-IF
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
      *    DATAS DE REFERENCIA: PRIMEIRO E ULTIMO DIA DA COMPETENCIA E  *
      *    OS HORIZONTES DE 60 E 90 DIAS APOS O FIM DO MES              *
      *******************************************************************
       1200-MONTAR-DATAS-REFERENCIA    SECTION.
           COMPUTE WS-DATA-INICIO-MES = WS-COMP-AAAAMM * 100 + 1
           MOVE WS-COMP-ANO TO WS-DC-ANO
           MOVE WS-COMP-MES TO WS-DC-MES
           PERFORM 8300-DIAS-DO-MES
           MOVE WS-DIAS-LIMITE TO WS-DC-DIA
           MOVE WS-DATA-CALC TO WS-DATA-REFERENCIA
           MOVE 60 TO WS-DIAS-SOMAR
           PERFORM 8100-SOMAR-DIAS
           MOVE WS-DATA-CALC TO WS-DATA-LIMITE-60
           MOVE WS-DATA-REFERENCIA TO WS-DATA-CALC
           MOVE 90 TO WS-DIAS-SOMAR
           PERFORM 8100-SOMAR-DIAS
           MOVE WS-DATA-CALC TO WS-DATA-LIMITE-90
           .
       1200-MONTAR-DATAS-REFERENCIA-FIM.
           EXIT.

      *******************************************************************
      *    PERCORRE O MESTRE E ABRE, PARA CADA EMPREGADO, OS PERIODOS   *
      *    AQUISITIVOS CUJO ANIVERSARIO DA ADMISSAO JA CHEGOU ATE O FIM *
      *    DA COMPETENCIA                                               *
      *******************************************************************
       2000-ABRIR-PERIODOS             SECTION.
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM 2100-LER-EMPREGADO UNTIL FIM-ARQUIVO
           DISPLAY 'EMPREGADOS LIDOS: ' WS-QTDE-EMPREGADOS
                   ', PERIODOS AQUISITIVOS ABERTOS: '
                   WS-QTDE-PERIODOS-ABERTOS
           IF WS-QTDE-SEM-ADMISSAO > ZEROS
               DISPLAY 'EMPREGADOS SEM DATA DE ADMISSAO (FORA DO '
                       'CONTROLE): ' WS-QTDE-SEM-ADMISSAO
           END-IF
           .
       2000-ABRIR-PERIODOS-FIM.
           EXIT.

       2100-LER-EMPREGADO              SECTION.
           READ ARQ-EMPREGADOS NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTDE-EMPREGADOS
      *    DESLIGADO PERMANECE NO MESTRE, INATIVO, SEM PERIODO NOVO
                   EVALUATE TRUE
                       WHEN REG-DESLIGADO
                           CONTINUE
                       WHEN REG-DATA-ADMISSAO NOT NUMERIC
                           OR REG-DATA-ADMISSAO = ZEROS
                           ADD 1 TO WS-QTDE-SEM-ADMISSAO
                           DISPLAY 'MATRICULA ' REG-MATRICULA
                                   ' SEM DATA DE ADMISSAO NO MESTRE'
                       WHEN REG-DATA-ADMISSAO NOT > WS-DATA-REFERENCIA
                           PERFORM 2200-ABRIR-PERIODOS-EMPREGADO
                   END-EVALUATE
           END-READ
           .
       2100-LER-EMPREGADO-FIM.
           EXIT.

      *******************************************************************
      *    ABRE OS PERIODOS QUE FALTAM PARA O EMPREGADO: NA CARGA       *
      *    INICIAL (SEM PERIODO NO CONTROLE) O PERIODO EM CURSO E O     *
      *    ANTERIOR, QUE PODE ESTAR EM CONCESSAO; DEPOIS, CADA NOVO     *
      *    ANIVERSARIO. QUEM JA TEVE OS PERIODOS INDENIZADOS NA RESCISAO*
      *    NAO RECEBE PERIODO NOVO                                      *
      *******************************************************************
       2200-ABRIR-PERIODOS-EMPREGADO   SECTION.
           MOVE REG-DATA-ADMISSAO TO WS-DATA-ADMISSAO
           MOVE REG-MATRICULA     TO WS-MATRICULA-ATUAL
      *    ANO DO ULTIMO ANIVERSARIO ATE O FIM DA COMPETENCIA
           MOVE WS-REF-ANO TO WS-ANIV-ANO
           PERFORM 8000-MONTAR-ANIVERSARIO
           MOVE WS-REF-ANO TO WS-ANO-ATUAL
           IF WS-DATA-CALC > WS-DATA-REFERENCIA
               SUBTRACT 1 FROM WS-ANO-ATUAL
           END-IF
           PERFORM 2300-LOCALIZAR-ULTIMO-PERIODO
           IF NOT MATRICULA-INDENIZADA
               IF MATRICULA-TEM-PERIODO
                   COMPUTE WS-ANO-PERIODO = WS-ULT-ANO + 1
               ELSE
                   IF WS-ANO-ATUAL > WS-ADM-ANO
                       COMPUTE WS-ANO-PERIODO = WS-ANO-ATUAL - 1
                   ELSE
                       MOVE WS-ANO-ATUAL TO WS-ANO-PERIODO
                   END-IF
               END-IF
               PERFORM 2400-CRIAR-PERIODO
                   UNTIL WS-ANO-PERIODO > WS-ANO-ATUAL
           END-IF
           .
       2200-ABRIR-PERIODOS-EMPREGADO-FIM.
           EXIT.

      *******************************************************************
      *    LOCALIZA O ULTIMO PERIODO DA MATRICULA NO CONTROLE E SE      *
      *    ALGUM DELES JA FOI INDENIZADO NA RESCISAO                    *
      *******************************************************************
       2300-LOCALIZAR-ULTIMO-PERIODO   SECTION.
           MOVE 'N' TO WS-FLAG-TEM-PERIODO
           MOVE 'N' TO WS-FLAG-INDENIZADO
           MOVE ZEROS TO WS-ULTIMO-INICIO
           MOVE 'N' TO WS-FIM-PERIODOS-MATRIC
           MOVE WS-MATRICULA-ATUAL TO FCT-MATRICULA
           MOVE ZEROS              TO FCT-INICIO-AQUISITIVO
           START ARQ-CONTROLE-FERIAS KEY IS NOT LESS THAN FCT-CHAVE
               INVALID KEY
                   SET FIM-PERIODOS-MATRICULA TO TRUE
           END-START
           PERFORM 2310-LER-PERIODO-MATRICULA
               UNTIL FIM-PERIODOS-MATRICULA
           .
       2300-LOCALIZAR-ULTIMO-PERIODO-FIM.
           EXIT.

       2310-LER-PERIODO-MATRICULA      SECTION.
           READ ARQ-CONTROLE-FERIAS NEXT RECORD
               AT END
                   SET FIM-PERIODOS-MATRICULA TO TRUE
               NOT AT END
                   IF FCT-MATRICULA NOT = WS-MATRICULA-ATUAL
                       SET FIM-PERIODOS-MATRICULA TO TRUE
                   ELSE
                       SET MATRICULA-TEM-PERIODO TO TRUE
                       MOVE FCT-INICIO-AQUISITIVO TO WS-ULTIMO-INICIO
                       IF FCT-INDENIZADO
                           SET MATRICULA-INDENIZADA TO TRUE
                       END-IF
                   END-IF
           END-READ
           .
       2310-LER-PERIODO-MATRICULA-FIM.
           EXIT.

      *******************************************************************
      *    GRAVA O PERIODO QUE COMECA NO ANIVERSARIO DO ANO EM          *
      *    WS-ANO-PERIODO: TERMINA NA VESPERA DO ANIVERSARIO SEGUINTE E *
      *    DEVE SER CONCEDIDO NOS 12 MESES DEPOIS DELE (ARTS. 130/134)  *
      *******************************************************************
       2400-CRIAR-PERIODO              SECTION.
           INITIALIZE REG-CONTROLE-FERIAS
           MOVE WS-MATRICULA-ATUAL TO FCT-MATRICULA
           MOVE WS-ANO-PERIODO TO WS-ANIV-ANO
           PERFORM 8000-MONTAR-ANIVERSARIO
           MOVE WS-DATA-CALC TO FCT-INICIO-AQUISITIVO
           COMPUTE WS-ANIV-ANO = WS-ANO-PERIODO + 1
           PERFORM 8000-MONTAR-ANIVERSARIO
           PERFORM 8200-DIA-ANTERIOR
           MOVE WS-DATA-CALC TO FCT-FIM-AQUISITIVO
           COMPUTE WS-ANIV-ANO = WS-ANO-PERIODO + 2
           PERFORM 8000-MONTAR-ANIVERSARIO
           PERFORM 8200-DIA-ANTERIOR
           MOVE WS-DATA-CALC TO FCT-LIMITE-CONCESSAO
           MOVE 'N' TO FCT-EM-DOBRO
           PERFORM 8400-APURAR-SITUACAO
           WRITE REG-CONTROLE-FERIAS
               INVALID KEY
                   DISPLAY 'ERRO FATAL: FALHA AO GRAVAR O PERIODO '
                           FCT-INICIO-AQUISITIVO ' DA MATRICULA '
                           FCT-MATRICULA ' NO CONTROLE DE FERIAS '
                           '(FERCTL), FILE STATUS '
                           WS-FS-CONTROLE-FERIAS
                   STOP RUN
           END-WRITE
           ADD 1 TO WS-QTDE-PERIODOS-ABERTOS
           ADD 1 TO WS-ANO-PERIODO
           .
       2400-CRIAR-PERIODO-FIM.
           EXIT.

      *******************************************************************
      *    ORDENA AS FALTAS INJUSTIFICADAS DO MES PELA MATRICULA E      *
      *    LANCA O TOTAL DE CADA UMA NO SEU PERIODO AQUISITIVO          *
      *******************************************************************
       3000-LANCAR-FALTAS              SECTION.
           SORT SRT-FALTAS
               ON ASCENDING KEY SRA-MATRICULA
               INPUT PROCEDURE IS 3100-SELECIONAR-FALTAS
               OUTPUT PROCEDURE IS 3500-SOMAR-FALTAS
           IF SORT-RETURN NOT = ZEROS
               DISPLAY 'ERRO FATAL: FALHA NA ORDENACAO DAS FALTAS '
                       '(AFASTMES), SORT-RETURN ' SORT-RETURN
               STOP RUN
           END-IF
           DISPLAY 'FALTAS LANCADAS NOS PERIODOS: '
                   WS-QTDE-FALTAS-LANCADAS ' MATRICULAS, '
                   WS-QTDE-FALTAS-SEM-PERIODO ' SEM PERIODO'
           .
       3000-LANCAR-FALTAS-FIM.
           EXIT.

      *******************************************************************
      *    LE OS AFASTAMENTOS DO MES (ARQUIVO OPCIONAL) E LIBERA AS     *
      *    FALTAS INJUSTIFICADAS PARA A ORDENACAO                       *
      *******************************************************************
       3100-SELECIONAR-FALTAS          SECTION.
           OPEN INPUT ARQ-AFASTAMENTOS
           IF WS-FS-AFASTAMENTOS NOT = '00'
               DISPLAY 'SEM AFASTAMENTOS NESTE MES (AFASTMES '
                       'AUSENTE), FILE STATUS ' WS-FS-AFASTAMENTOS
           ELSE
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 3110-LER-AFASTAMENTO UNTIL FIM-ARQUIVO
               CLOSE ARQ-AFASTAMENTOS
           END-IF
           .
       3100-SELECIONAR-FALTAS-FIM.
           EXIT.

       3110-LER-AFASTAMENTO            SECTION.
           READ ARQ-AFASTAMENTOS
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF AFA-TIPO = 'F' AND AFA-DIAS NUMERIC
                           AND AFA-DIAS > ZEROS
                       MOVE AFA-MATRICULA TO SRA-MATRICULA
                       MOVE AFA-DIAS      TO SRA-DIAS
                       RELEASE REG-SRT-FALTA
                   END-IF
           END-READ
           .
       3110-LER-AFASTAMENTO-FIM.
           EXIT.

      *******************************************************************
      *    SAIDA DA ORDENACAO: SOMA AS FALTAS DE CADA MATRICULA E AS    *
      *    LANCA NA QUEBRA                                              *
      *******************************************************************
       3500-SOMAR-FALTAS               SECTION.
           MOVE 'N' TO WS-FIM-ORDENACAO
           PERFORM 3510-RETORNAR-FALTA
           PERFORM 3520-ACUMULAR-FALTAS UNTIL FIM-ORDENACAO
           .
       3500-SOMAR-FALTAS-FIM.
           EXIT.

       3510-RETORNAR-FALTA             SECTION.
           RETURN SRT-FALTAS
               AT END
                   SET FIM-ORDENACAO TO TRUE
           END-RETURN
           .
       3510-RETORNAR-FALTA-FIM.
           EXIT.

       3520-ACUMULAR-FALTAS            SECTION.
           MOVE SRA-MATRICULA TO WS-MATRICULA-ATUAL
           MOVE ZEROS TO WS-DIAS-FALTA-MES
           PERFORM 3530-SOMAR-FALTA-MATRICULA
               UNTIL FIM-ORDENACAO
                   OR SRA-MATRICULA NOT = WS-MATRICULA-ATUAL
           PERFORM 3600-LANCAR-FALTAS-PERIODO
           .
       3520-ACUMULAR-FALTAS-FIM.
           EXIT.

       3530-SOMAR-FALTA-MATRICULA      SECTION.
           ADD SRA-DIAS TO WS-DIAS-FALTA-MES
           PERFORM 3510-RETORNAR-FALTA
           .
       3530-SOMAR-FALTA-MATRICULA-FIM.
           EXIT.

      *******************************************************************
      *    LANCA AS FALTAS DO MES NO PERIODO QUE CONTEM O PRIMEIRO DIA  *
      *    DA COMPETENCIA (OU NO PRIMEIRO PERIODO, PARA QUEM FOI        *
      *    ADMITIDO NO MES). O LANCAMENTO DA MESMA COMPETENCIA E        *
      *    SUBSTITUIDO, NAO SOMADO, QUANDO O CONTROLE E REPROCESSADO    *
      *******************************************************************
       3600-LANCAR-FALTAS-PERIODO      SECTION.
           MOVE 'N' TO WS-FLAG-PERIODO-ALVO
           MOVE 'N' TO WS-FIM-PERIODOS-MATRIC
           MOVE WS-MATRICULA-ATUAL TO FCT-MATRICULA
           MOVE ZEROS              TO FCT-INICIO-AQUISITIVO
           START ARQ-CONTROLE-FERIAS KEY IS NOT LESS THAN FCT-CHAVE
               INVALID KEY
                   SET FIM-PERIODOS-MATRICULA TO TRUE
           END-START
           PERFORM 3610-LER-PERIODO-FALTA
               UNTIL FIM-PERIODOS-MATRICULA
           IF NOT PERIODO-ALVO-ACHADO
               ADD 1 TO WS-QTDE-FALTAS-SEM-PERIODO
               DISPLAY 'MATRICULA ' WS-MATRICULA-ATUAL ' COM '
                       WS-DIAS-FALTA-MES ' FALTAS E SEM PERIODO '
                       'AQUISITIVO NO CONTROLE'
           ELSE
               MOVE WS-CHAVE-ALVO TO FCT-CHAVE
               PERFORM 7000-LER-PERIODO-ALVO
               IF FCT-COMP-ULT-FALTA = WS-COMP-AAAAMM
                   SUBTRACT FCT-DIAS-ULT-FALTA FROM FCT-DIAS-FALTA
               END-IF
               ADD WS-DIAS-FALTA-MES TO FCT-DIAS-FALTA
               MOVE WS-COMP-AAAAMM    TO FCT-COMP-ULT-FALTA
               MOVE WS-DIAS-FALTA-MES TO FCT-DIAS-ULT-FALTA
               PERFORM 8400-APURAR-SITUACAO
               PERFORM 7100-REGRAVAR-PERIODO
               ADD 1 TO WS-QTDE-FALTAS-LANCADAS
           END-IF
           .
       3600-LANCAR-FALTAS-PERIODO-FIM.
           EXIT.

       3610-LER-PERIODO-FALTA          SECTION.
           READ ARQ-CONTROLE-FERIAS NEXT RECORD
               AT END
                   SET FIM-PERIODOS-MATRICULA TO TRUE
               NOT AT END
                   IF FCT-MATRICULA NOT = WS-MATRICULA-ATUAL
                       SET FIM-PERIODOS-MATRICULA TO TRUE
                   ELSE
                       IF NOT PERIODO-ALVO-ACHADO
                               OR FCT-INICIO-AQUISITIVO
                                  NOT > WS-DATA-INICIO-MES
                           SET PERIODO-ALVO-ACHADO TO TRUE
                           MOVE FCT-CHAVE TO WS-CHAVE-ALVO
                       END-IF
                   END-IF
           END-READ
           .
       3610-LER-PERIODO-FALTA-FIM.
           EXIT.

      *******************************************************************
      *    ORDENA OS CALCULOS DE FERIAS E DE RESCISAO DA COMPETENCIA    *
      *    PELA MATRICULA E OS LANCA NOS PERIODOS AQUISITIVOS           *
      *******************************************************************
       4000-LANCAR-GOZOS               SECTION.
           SORT SRT-GOZOS
               ON ASCENDING KEY SRG-MATRICULA SRG-SEQUENCIA
               INPUT PROCEDURE IS 4100-SELECIONAR-GOZOS
               OUTPUT PROCEDURE IS 4500-APLICAR-GOZOS
           IF SORT-RETURN NOT = ZEROS
               DISPLAY 'ERRO FATAL: FALHA NA ORDENACAO DOS CALCULOS '
                       'DE FERIAS DA AUDITORIA, SORT-RETURN '
                       SORT-RETURN
               STOP RUN
           END-IF
           DISPLAY 'FERIAS LANCADAS NOS PERIODOS: '
                   WS-QTDE-GOZOS-LANCADOS ' MATRICULAS, '
                   WS-QTDE-GOZOS-SEM-PERIODO ' SEM PERIODO; '
                   'PERIODOS INDENIZADOS NA RESCISAO: '
                   WS-QTDE-INDENIZADOS
           .
       4000-LANCAR-GOZOS-FIM.
           EXIT.

      *******************************************************************
      *    LE A TRILHA DE AUDITORIA E LIBERA OS CALCULOS DE FERIAS      *
      *    (MODO 3) E DE RESCISAO (MODO 4) DA COMPETENCIA               *
      *******************************************************************
       4100-SELECIONAR-GOZOS           SECTION.
           OPEN INPUT ARQ-AUDITORIA
           IF WS-FS-AUDITORIA NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO ABRIR A TRILHA DE '
                       'AUDITORIA (AUDITLOG), FILE STATUS '
                       WS-FS-AUDITORIA
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM 4110-LER-CALCULO UNTIL FIM-ARQUIVO
           CLOSE ARQ-AUDITORIA
           .
       4100-SELECIONAR-GOZOS-FIM.
           EXIT.

       4110-LER-CALCULO                SECTION.
           READ ARQ-AUDITORIA
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
      *    TRAILERS (999999) E OUTRAS COMPETENCIAS FICAM FORA
                   IF AUD-MATRICULA NOT = 999999
                           AND AUD-COMPETENCIA = WS-COMPETENCIA
                           AND (AUD-MODO = '3' OR AUD-MODO = '4')
                       ADD 1 TO WS-SEQ-CALCULO
                       MOVE AUD-MATRICULA  TO SRG-MATRICULA
                       MOVE WS-SEQ-CALCULO TO SRG-SEQUENCIA
                       MOVE AUD-MODO       TO SRG-MODO
                       MOVE AUD-DATA       TO SRG-DATA
                       IF AUD-MODO = '3' AND AUD-REFERENCIA NUMERIC
                           MOVE AUD-REFERENCIA TO SRG-DIAS
                       ELSE
                           MOVE ZEROS TO SRG-DIAS
                       END-IF
                       RELEASE REG-SRT-GOZO
                   END-IF
           END-READ
           .
       4110-LER-CALCULO-FIM.
           EXIT.

      *******************************************************************
      *    SAIDA DA ORDENACAO: DE CADA MATRICULA PREVALECE O ULTIMO     *
      *    CALCULO DE FERIAS; A RESCISAO INDENIZA OS PERIODOS EM ABERTO *
      *******************************************************************
       4500-APLICAR-GOZOS              SECTION.
           MOVE 'N' TO WS-FIM-ORDENACAO
           PERFORM 4510-RETORNAR-GOZO
           PERFORM 4520-REUNIR-CALCULOS UNTIL FIM-ORDENACAO
           .
       4500-APLICAR-GOZOS-FIM.
           EXIT.

       4510-RETORNAR-GOZO              SECTION.
           RETURN SRT-GOZOS
               AT END
                   SET FIM-ORDENACAO TO TRUE
           END-RETURN
           .
       4510-RETORNAR-GOZO-FIM.
           EXIT.

       4520-REUNIR-CALCULOS            SECTION.
           MOVE SRG-MATRICULA TO WS-MATRICULA-ATUAL
           MOVE 'N' TO WS-FLAG-GOZO
           MOVE 'N' TO WS-FLAG-RESCISAO
           PERFORM 4530-GUARDAR-CALCULO
               UNTIL FIM-ORDENACAO
                   OR SRG-MATRICULA NOT = WS-MATRICULA-ATUAL
           IF MATRICULA-COM-GOZO
               PERFORM 4600-LANCAR-GOZO-PERIODO
           END-IF
           IF MATRICULA-COM-RESCISAO
               PERFORM 4700-INDENIZAR-PERIODOS
           END-IF
           .
       4520-REUNIR-CALCULOS-FIM.
           EXIT.

       4530-GUARDAR-CALCULO            SECTION.
           IF SRG-MODO = '3'
               SET MATRICULA-COM-GOZO TO TRUE
               MOVE SRG-DIAS TO WS-DIAS-GOZO-MES
               MOVE SRG-DATA TO WS-DATA-GOZO
           ELSE
               SET MATRICULA-COM-RESCISAO TO TRUE
               MOVE SRG-DATA TO WS-DATA-RESCISAO
           END-IF
           PERFORM 4510-RETORNAR-GOZO
           .
       4530-GUARDAR-CALCULO-FIM.
           EXIT.

      *******************************************************************
      *    LANCA OS DIAS DE FERIAS NO PERIODO JA QUITADO POR ESTA       *
      *    COMPETENCIA (REPROCESSAMENTO) OU NO MAIS ANTIGO EM ABERTO,   *
      *    COMO A FOLHA ESCOLHE O PERIODO NO CALCULO; GOZADO O DIREITO, *
      *    O PERIODO E QUITADO, EM DOBRO SE O LIMITE JA TINHA PASSADO   *
      *******************************************************************
       4600-LANCAR-GOZO-PERIODO        SECTION.
           MOVE 'N' TO WS-FLAG-PERIODO-ALVO
           MOVE 'N' TO WS-FIM-PERIODOS-MATRIC
           MOVE WS-MATRICULA-ATUAL TO FCT-MATRICULA
           MOVE ZEROS              TO FCT-INICIO-AQUISITIVO
           START ARQ-CONTROLE-FERIAS KEY IS NOT LESS THAN FCT-CHAVE
               INVALID KEY
                   SET FIM-PERIODOS-MATRICULA TO TRUE
           END-START
           PERFORM 4610-LER-PERIODO-GOZO
               UNTIL FIM-PERIODOS-MATRICULA
           IF NOT PERIODO-ALVO-ACHADO
               ADD 1 TO WS-QTDE-GOZOS-SEM-PERIODO
               DISPLAY 'MATRICULA ' WS-MATRICULA-ATUAL ' COM FERIAS '
                       'NA COMPETENCIA E SEM PERIODO EM ABERTO NO '
                       'CONTROLE'
           ELSE
               MOVE WS-CHAVE-ALVO TO FCT-CHAVE
               PERFORM 7000-LER-PERIODO-ALVO
               IF FCT-COMP-ULT-GOZO = WS-COMP-AAAAMM
                   SUBTRACT FCT-DIAS-ULT-GOZO FROM FCT-DIAS-GOZADOS
               END-IF
               ADD WS-DIAS-GOZO-MES TO FCT-DIAS-GOZADOS
               MOVE WS-COMP-AAAAMM   TO FCT-COMP-ULT-GOZO
               MOVE WS-DIAS-GOZO-MES TO FCT-DIAS-ULT-GOZO
               IF FCT-LIMITE-CONCESSAO < WS-DATA-INICIO-MES
                   MOVE 'S' TO FCT-EM-DOBRO
               ELSE
                   MOVE 'N' TO FCT-EM-DOBRO
               END-IF
               PERFORM 8400-APURAR-SITUACAO
               IF FCT-QUITADO
                   MOVE WS-DATA-GOZO TO FCT-DATA-QUITACAO
               ELSE
                   MOVE ZEROS TO FCT-DATA-QUITACAO
               END-IF
               PERFORM 7100-REGRAVAR-PERIODO
               ADD 1 TO WS-QTDE-GOZOS-LANCADOS
           END-IF
           .
       4600-LANCAR-GOZO-PERIODO-FIM.
           EXIT.

       4610-LER-PERIODO-GOZO           SECTION.
           READ ARQ-CONTROLE-FERIAS NEXT RECORD
               AT END
                   SET FIM-PERIODOS-MATRICULA TO TRUE
               NOT AT END
                   IF FCT-MATRICULA NOT = WS-MATRICULA-ATUAL
                       SET FIM-PERIODOS-MATRICULA TO TRUE
                   ELSE
                       IF FCT-COMP-ULT-GOZO = WS-COMP-AAAAMM
                           SET PERIODO-ALVO-ACHADO TO TRUE
                           MOVE FCT-CHAVE TO WS-CHAVE-ALVO
                           SET FIM-PERIODOS-MATRICULA TO TRUE
                       ELSE
                           IF NOT PERIODO-ALVO-ACHADO
                                   AND (FCT-EM-CONCESSAO
                                        OR FCT-EM-AQUISICAO)
                               SET PERIODO-ALVO-ACHADO TO TRUE
                               MOVE FCT-CHAVE TO WS-CHAVE-ALVO
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .
       4610-LER-PERIODO-GOZO-FIM.
           EXIT.

      *******************************************************************
      *    NA RESCISAO AS FERIAS VENCIDAS E PROPORCIONAIS SAO PAGAS NO  *
      *    TERMO: OS PERIODOS EM ABERTO DA MATRICULA FICAM INDENIZADOS  *
      *******************************************************************
       4700-INDENIZAR-PERIODOS         SECTION.
           MOVE 'N' TO WS-FIM-PERIODOS-MATRIC
           MOVE WS-MATRICULA-ATUAL TO FCT-MATRICULA
           MOVE ZEROS              TO FCT-INICIO-AQUISITIVO
           START ARQ-CONTROLE-FERIAS KEY IS NOT LESS THAN FCT-CHAVE
               INVALID KEY
                   SET FIM-PERIODOS-MATRICULA TO TRUE
           END-START
           PERFORM 4710-INDENIZAR-PERIODO
               UNTIL FIM-PERIODOS-MATRICULA
           .
       4700-INDENIZAR-PERIODOS-FIM.
           EXIT.

       4710-INDENIZAR-PERIODO          SECTION.
           READ ARQ-CONTROLE-FERIAS NEXT RECORD
               AT END
                   SET FIM-PERIODOS-MATRICULA TO TRUE
               NOT AT END
                   IF FCT-MATRICULA NOT = WS-MATRICULA-ATUAL
                       SET FIM-PERIODOS-MATRICULA TO TRUE
                   ELSE
                       IF FCT-EM-CONCESSAO OR FCT-EM-AQUISICAO
                           SET FCT-INDENIZADO TO TRUE
                           MOVE WS-DATA-RESCISAO TO FCT-DATA-QUITACAO
                           PERFORM 7100-REGRAVAR-PERIODO
                           ADD 1 TO WS-QTDE-INDENIZADOS
                       END-IF
                   END-IF
           END-READ
           .
       4710-INDENIZAR-PERIODO-FIM.
           EXIT.

      *******************************************************************
      *    REAPURA A SITUACAO DE TODOS OS PERIODOS NA REFERENCIA E      *
      *    EMITE O RELATORIO DOS QUE VENCEM EM ATE 90 DIAS OU JA        *
      *    VENCERAM, ORDENADOS POR CENTRO DE CUSTO                      *
      *******************************************************************
       5000-EMITIR-RELATORIO           SECTION.
           SORT SRT-FERIAS
               ON ASCENDING KEY SRF-CENTRO-CUSTO SRF-MATRICULA
                                SRF-INICIO-AQUISITIVO
               INPUT PROCEDURE IS 5100-SELECIONAR-PERIODOS
               OUTPUT PROCEDURE IS 5500-GRAVAR-RELATORIO
           IF SORT-RETURN NOT = ZEROS
               DISPLAY 'ERRO FATAL: FALHA NA ORDENACAO DOS PERIODOS '
                       'DO RELATORIO (RELFERIA), SORT-RETURN '
                       SORT-RETURN
               STOP RUN
           END-IF
           .
       5000-EMITIR-RELATORIO-FIM.
           EXIT.

       5100-SELECIONAR-PERIODOS        SECTION.
           MOVE 'N' TO WS-FIM-ARQUIVO
           MOVE ZEROS TO FCT-MATRICULA
           MOVE ZEROS TO FCT-INICIO-AQUISITIVO
           START ARQ-CONTROLE-FERIAS KEY IS NOT LESS THAN FCT-CHAVE
               INVALID KEY
                   SET FIM-ARQUIVO TO TRUE
           END-START
           PERFORM 5110-LER-PERIODO UNTIL FIM-ARQUIVO
           .
       5100-SELECIONAR-PERIODOS-FIM.
           EXIT.

      *******************************************************************
      *    REAPURA E REGRAVA O PERIODO; O EM CONCESSAO QUE VENCE ATE O  *
      *    HORIZONTE DE 90 DIAS VAI PARA O RELATORIO                    *
      *******************************************************************
       5110-LER-PERIODO                SECTION.
           READ ARQ-CONTROLE-FERIAS NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   PERFORM 8400-APURAR-SITUACAO
                   PERFORM 7100-REGRAVAR-PERIODO
                   EVALUATE TRUE
                       WHEN FCT-EM-AQUISICAO
                           ADD 1 TO WS-QTDE-EM-AQUISICAO
                       WHEN FCT-EM-CONCESSAO
                           ADD 1 TO WS-QTDE-EM-CONCESSAO
                           IF FCT-LIMITE-CONCESSAO
                                   NOT > WS-DATA-LIMITE-90
                               PERFORM 5200-LIBERAR-PERIODO
                           END-IF
                       WHEN FCT-QUITADO
                           ADD 1 TO WS-QTDE-QUITADOS
                       WHEN FCT-PERDIDO
                           ADD 1 TO WS-QTDE-PERDIDOS
                       WHEN OTHER
                           ADD 1 TO WS-QTDE-SITUACAO-I
                   END-EVALUATE
           END-READ
           .
       5110-LER-PERIODO-FIM.
           EXIT.

      *******************************************************************
      *    MONTA A LINHA DO PERIODO COM OS DADOS DO MESTRE: SALDO DE    *
      *    DIAS, VALOR SIMPLES (DIAS MAIS O TERCO SOBRE A REMUNERACAO   *
      *    ATUAL) E, NO VENCIDO, O VALOR EM DOBRO DEVIDO (ART. 137)     *
      *******************************************************************
       5200-LIBERAR-PERIODO            SECTION.
           MOVE FCT-MATRICULA TO REG-MATRICULA
           READ ARQ-EMPREGADOS
               INVALID KEY
                   MOVE ZEROS TO SRF-CENTRO-CUSTO
                   MOVE '*** FORA DO MESTRE ***' TO SRF-NOME
                   MOVE ZEROS TO WS-REM-MENSAL
               NOT INVALID KEY
                   MOVE REG-CENTRO-CUSTO TO SRF-CENTRO-CUSTO
                   MOVE REG-NOME         TO SRF-NOME
                   PERFORM 5300-CALCULAR-REMUNERACAO
           END-READ
           MOVE FCT-MATRICULA         TO SRF-MATRICULA
           MOVE FCT-INICIO-AQUISITIVO TO SRF-INICIO-AQUISITIVO
           MOVE FCT-FIM-AQUISITIVO    TO SRF-FIM-AQUISITIVO
           MOVE FCT-LIMITE-CONCESSAO  TO SRF-LIMITE-CONCESSAO
           MOVE FCT-DIAS-DIREITO      TO SRF-DIAS-DIREITO
           MOVE FCT-DIAS-GOZADOS      TO SRF-DIAS-GOZADOS
           COMPUTE SRF-DIAS-SALDO =
                   FCT-DIAS-DIREITO - FCT-DIAS-GOZADOS
           COMPUTE SRF-VALOR-SIMPLES ROUNDED =
                   WS-REM-MENSAL * SRF-DIAS-SALDO * 4 / 90
           EVALUATE TRUE
               WHEN FCT-LIMITE-CONCESSAO NOT > WS-DATA-REFERENCIA
                   MOVE 1 TO SRF-CLASSE
                   COMPUTE SRF-VALOR-DOBRO = SRF-VALOR-SIMPLES * 2
               WHEN FCT-LIMITE-CONCESSAO NOT > WS-DATA-LIMITE-60
                   MOVE 2 TO SRF-CLASSE
                   MOVE ZEROS TO SRF-VALOR-DOBRO
               WHEN OTHER
                   MOVE 3 TO SRF-CLASSE
                   MOVE ZEROS TO SRF-VALOR-DOBRO
           END-EVALUATE
           RELEASE REG-SRT-FERIAS
           .
       5200-LIBERAR-PERIODO-FIM.
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
      *    SAIDA DA ORDENACAO: GRAVA O RELATORIO COM QUEBRA E TOTAIS    *
      *    POR CENTRO DE CUSTO, OS TOTAIS GERAIS E O RESUMO DO CONTROLE *
      *******************************************************************
       5500-GRAVAR-RELATORIO           SECTION.
           PERFORM 5600-GRAVAR-CABECALHO
           MOVE 'N' TO WS-FIM-ORDENACAO
           PERFORM 5510-RETORNAR-PERIODO
           IF FIM-ORDENACAO
               MOVE SPACES TO WS-LINHA-RELATORIO
               PERFORM 9000-GRAVAR-LINHA
               MOVE 'NENHUM PERIODO VENCIDO OU A VENCER EM ATE 90 DIAS'
                   TO WS-LINHA-RELATORIO
               PERFORM 9000-GRAVAR-LINHA
           END-IF
           PERFORM 5700-PROCESSAR-CENTRO-CUSTO UNTIL FIM-ORDENACAO
           PERFORM 5900-GRAVAR-TOTAIS-GERAIS
           .
       5500-GRAVAR-RELATORIO-FIM.
           EXIT.

       5510-RETORNAR-PERIODO           SECTION.
           RETURN SRT-FERIAS
               AT END
                   SET FIM-ORDENACAO TO TRUE
           END-RETURN
           .
       5510-RETORNAR-PERIODO-FIM.
           EXIT.

       5600-GRAVAR-CABECALHO           SECTION.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-COMPETENCIA TO WS-REL-CAB-COMPETENCIA
           MOVE WS-DATA-SISTEMA TO WS-DATA-CALC
           PERFORM 8500-EDITAR-DATA
           MOVE WS-DATA-EDITADA TO WS-REL-CAB-DATA
           MOVE WS-REL-CABECALHO TO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA
           MOVE WS-DATA-REFERENCIA TO WS-DATA-CALC
           PERFORM 8500-EDITAR-DATA
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING 'REFERENCIA (FIM DA COMPETENCIA): ' WS-DATA-EDITADA
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA
           MOVE WS-DATA-LIMITE-60 TO WS-DATA-CALC
           PERFORM 8500-EDITAR-DATA
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING 'VENCE EM 60: LIMITE DE CONCESSAO ATE '
                   WS-DATA-EDITADA
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA
           MOVE WS-DATA-LIMITE-90 TO WS-DATA-CALC
           PERFORM 8500-EDITAR-DATA
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING 'VENCE EM 90: LIMITE DE CONCESSAO ATE '
                   WS-DATA-EDITADA
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING 'VENCIDO: LIMITE DE CONCESSAO ATE A REFERENCIA SEM O '
                   'GOZO, DEVIDO EM DOBRO COM O TERCO (ART. 137 DA CLT)'
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA
           .
       5600-GRAVAR-CABECALHO-FIM.
           EXIT.

      *******************************************************************
      *    GRAVA OS PERIODOS DE UM CENTRO DE CUSTO E O SEU TOTAL        *
      *******************************************************************
       5700-PROCESSAR-CENTRO-CUSTO     SECTION.
           MOVE SRF-CENTRO-CUSTO TO WS-CC-ANTERIOR
           MOVE ZEROS TO WS-CC-QTDE-VENCIDOS
           MOVE ZEROS TO WS-CC-QTDE-60
           MOVE ZEROS TO WS-CC-QTDE-90
           MOVE ZEROS TO WS-CC-TOT-DOBRO
           MOVE ZEROS TO WS-CC-TOT-A-VENCER
           MOVE SPACES TO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING 'CENTRO DE CUSTO: ' WS-CC-ANTERIOR
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA
           MOVE WS-REL-TITULOS TO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA
           PERFORM 5800-GRAVAR-DETALHE
               UNTIL FIM-ORDENACAO
                   OR SRF-CENTRO-CUSTO NOT = WS-CC-ANTERIOR
           MOVE WS-CC-TOT-DOBRO TO WS-VALOR-EDITADO
           MOVE WS-CC-TOT-A-VENCER TO WS-VALOR-EDITADO2
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING 'TOTAL CC ' WS-CC-ANTERIOR
                   ': VENCIDOS ' WS-CC-QTDE-VENCIDOS
                   ' DOBRA R$ ' WS-VALOR-EDITADO
                   '  A VENCER: 60 DIAS ' WS-CC-QTDE-60
                   ' 90 DIAS ' WS-CC-QTDE-90
                   ' R$ ' WS-VALOR-EDITADO2
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA
           ADD WS-CC-QTDE-VENCIDOS TO WS-TOT-QTDE-VENCIDOS
           ADD WS-CC-QTDE-60       TO WS-TOT-QTDE-60
           ADD WS-CC-QTDE-90       TO WS-TOT-QTDE-90
           ADD WS-CC-TOT-DOBRO     TO WS-TOT-DOBRO
           ADD WS-CC-TOT-A-VENCER  TO WS-TOT-A-VENCER
           .
       5700-PROCESSAR-CENTRO-CUSTO-FIM.
           EXIT.

       5800-GRAVAR-DETALHE             SECTION.
           MOVE SRF-MATRICULA TO WS-REL-MATRICULA
           MOVE SRF-NOME      TO WS-REL-NOME
           MOVE SRF-INICIO-AQUISITIVO TO WS-DATA-CALC
           PERFORM 8500-EDITAR-DATA
           MOVE WS-DATA-EDITADA TO WS-REL-INICIO
           MOVE SRF-FIM-AQUISITIVO TO WS-DATA-CALC
           PERFORM 8500-EDITAR-DATA
           MOVE WS-DATA-EDITADA TO WS-REL-FIM
           MOVE SRF-LIMITE-CONCESSAO TO WS-DATA-CALC
           PERFORM 8500-EDITAR-DATA
           MOVE WS-DATA-EDITADA TO WS-REL-LIMITE
           MOVE SRF-DIAS-DIREITO  TO WS-REL-DIREITO
           MOVE SRF-DIAS-GOZADOS  TO WS-REL-GOZADOS
           MOVE SRF-DIAS-SALDO    TO WS-REL-SALDO
           MOVE SRF-VALOR-SIMPLES TO WS-REL-VALOR-SIMPLES
           MOVE SRF-VALOR-DOBRO   TO WS-REL-VALOR-DOBRO
           EVALUATE TRUE
               WHEN SRF-VENCIDO
                   MOVE 'VENCIDO' TO WS-REL-SITUACAO
                   ADD 1 TO WS-CC-QTDE-VENCIDOS
                   ADD SRF-VALOR-DOBRO TO WS-CC-TOT-DOBRO
               WHEN SRF-VENCE-60
                   MOVE 'VENCE EM 60' TO WS-REL-SITUACAO
                   ADD 1 TO WS-CC-QTDE-60
                   ADD SRF-VALOR-SIMPLES TO WS-CC-TOT-A-VENCER
               WHEN OTHER
                   MOVE 'VENCE EM 90' TO WS-REL-SITUACAO
                   ADD 1 TO WS-CC-QTDE-90
                   ADD SRF-VALOR-SIMPLES TO WS-CC-TOT-A-VENCER
           END-EVALUATE
           MOVE WS-REL-DETALHE TO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA
           PERFORM 5510-RETORNAR-PERIODO
           .
       5800-GRAVAR-DETALHE-FIM.
           EXIT.

      *******************************************************************
      *    TOTAIS GERAIS DO RELATORIO E RESUMO DA SITUACAO DO CONTROLE  *
      *******************************************************************
       5900-GRAVAR-TOTAIS-GERAIS       SECTION.
           MOVE SPACES TO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA
           MOVE WS-TOT-DOBRO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING 'TOTAL GERAL: PERIODOS VENCIDOS ' WS-TOT-QTDE-VENCIDOS
                   '  DOBRA DEVIDA R$ ' WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA
           MOVE WS-TOT-A-VENCER TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING '             A VENCER EM 60 DIAS ' WS-TOT-QTDE-60
                   '  EM 90 DIAS ' WS-TOT-QTDE-90
                   '  VALOR SIMPLES R$ ' WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA
           MOVE SPACES TO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING 'SITUACAO DO CONTROLE: EM AQUISICAO '
                   WS-QTDE-EM-AQUISICAO
                   '  EM CONCESSAO ' WS-QTDE-EM-CONCESSAO
                   '  QUITADOS ' WS-QTDE-QUITADOS
                   '  PERDIDOS ' WS-QTDE-PERDIDOS
                   '  INDENIZADOS ' WS-QTDE-SITUACAO-I
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING 'PERIODOS ABERTOS NESTA EXECUCAO: '
                   WS-QTDE-PERIODOS-ABERTOS
                   '  FALTAS LANCADAS: ' WS-QTDE-FALTAS-LANCADAS
                   '  FERIAS LANCADAS: ' WS-QTDE-GOZOS-LANCADOS
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA
           IF WS-QTDE-SEM-ADMISSAO > ZEROS
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'EMPREGADOS SEM DATA DE ADMISSAO NO MESTRE, '
                       'FORA DO CONTROLE: ' WS-QTDE-SEM-ADMISSAO
                   DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM 9000-GRAVAR-LINHA
           END-IF
           .
       5900-GRAVAR-TOTAIS-GERAIS-FIM.
           EXIT.

      *******************************************************************
      *    FINALIZAR PROGRAMA                                           *
      *******************************************************************
       6000-FINALIZAR                  SECTION.
           CLOSE ARQ-EMPREGADOS
           CLOSE ARQ-CONTROLE-FERIAS
           CLOSE ARQ-RELATORIO
           DISPLAY 'CONTROLE DE FERIAS ATUALIZADO EM FERCTL, '
                   'RELATORIO EM RELFERIA: ' WS-TOT-QTDE-VENCIDOS
                   ' VENCIDOS, ' WS-TOT-QTDE-60 ' A VENCER EM 60 E '
                   WS-TOT-QTDE-90 ' EM 90 DIAS'
           STOP RUN
           .
       6000-FINALIZAR-FIM.
           EXIT.

      *******************************************************************
      *    LE PELA CHAVE O PERIODO ESCOLHIDO PARA O LANCAMENTO          *
      *******************************************************************
       7000-LER-PERIODO-ALVO           SECTION.
           READ ARQ-CONTROLE-FERIAS
               INVALID KEY
                   DISPLAY 'ERRO FATAL: PERIODO ' FCT-INICIO-AQUISITIVO
                           ' DA MATRICULA ' FCT-MATRICULA
                           ' NAO ENCONTRADO NO CONTROLE DE FERIAS '
                           '(FERCTL), FILE STATUS '
                           WS-FS-CONTROLE-FERIAS
                   STOP RUN
           END-READ
           .
       7000-LER-PERIODO-ALVO-FIM.
           EXIT.

       7100-REGRAVAR-PERIODO           SECTION.
           REWRITE REG-CONTROLE-FERIAS
               INVALID KEY
                   DISPLAY 'ERRO FATAL: FALHA AO REGRAVAR O PERIODO '
                           FCT-INICIO-AQUISITIVO ' DA MATRICULA '
                           FCT-MATRICULA ' NO CONTROLE DE FERIAS '
                           '(FERCTL), FILE STATUS '
                           WS-FS-CONTROLE-FERIAS
                   STOP RUN
           END-REWRITE
           .
       7100-REGRAVAR-PERIODO-FIM.
           EXIT.

      *******************************************************************
      *    MONTA EM WS-DATA-CALC O ANIVERSARIO DA ADMISSAO NO ANO       *
      *    WS-ANIV-ANO; O 29/02 CAI EM 28/02 NOS ANOS NAO BISSEXTOS     *
      *******************************************************************
       8000-MONTAR-ANIVERSARIO         SECTION.
           MOVE WS-ANIV-ANO TO WS-DC-ANO
           MOVE WS-ADM-MES  TO WS-DC-MES
           MOVE WS-ADM-DIA  TO WS-DC-DIA
           PERFORM 8300-DIAS-DO-MES
           IF WS-DC-DIA > WS-DIAS-LIMITE
               MOVE WS-DIAS-LIMITE TO WS-DC-DIA
           END-IF
           .
       8000-MONTAR-ANIVERSARIO-FIM.
           EXIT.

      *******************************************************************
      *    SOMA WS-DIAS-SOMAR DIAS A DATA EM WS-DATA-CALC, VIRANDO O    *
      *    MES E O ANO SE PRECISO                                       *
      *******************************************************************
       8100-SOMAR-DIAS                 SECTION.
           COMPUTE WS-DC-DIA-TRAB = WS-DC-DIA + WS-DIAS-SOMAR
           PERFORM 8300-DIAS-DO-MES
           PERFORM 8150-VIRAR-MES
               UNTIL WS-DC-DIA-TRAB NOT > WS-DIAS-LIMITE
           MOVE WS-DC-DIA-TRAB TO WS-DC-DIA
           .
       8100-SOMAR-DIAS-FIM.
           EXIT.

       8150-VIRAR-MES                  SECTION.
           SUBTRACT WS-DIAS-LIMITE FROM WS-DC-DIA-TRAB
           ADD 1 TO WS-DC-MES
           IF WS-DC-MES > 12
               MOVE 1 TO WS-DC-MES
               ADD 1 TO WS-DC-ANO
           END-IF
           PERFORM 8300-DIAS-DO-MES
           .
       8150-VIRAR-MES-FIM.
           EXIT.

      *******************************************************************
      *    RECUA A DATA EM WS-DATA-CALC PARA A VESPERA                  *
      *******************************************************************
       8200-DIA-ANTERIOR               SECTION.
           IF WS-DC-DIA > 1
               SUBTRACT 1 FROM WS-DC-DIA
           ELSE
               IF WS-DC-MES > 1
                   SUBTRACT 1 FROM WS-DC-MES
               ELSE
                   MOVE 12 TO WS-DC-MES
                   SUBTRACT 1 FROM WS-DC-ANO
               END-IF
               PERFORM 8300-DIAS-DO-MES
               MOVE WS-DIAS-LIMITE TO WS-DC-DIA
           END-IF
           .
       8200-DIA-ANTERIOR-FIM.
           EXIT.

      *******************************************************************
      *    QUANTIDADE DE DIAS DO MES EM WS-DATA-CALC, COM FEVEREIRO DE  *
      *    29 DIAS NOS ANOS BISSEXTOS DO CALENDARIO GREGORIANO          *
      *******************************************************************
       8300-DIAS-DO-MES                SECTION.
           MOVE WS-DIAS-MES(WS-DC-MES) TO WS-DIAS-LIMITE
           IF WS-DC-MES = 2
               MOVE 'N' TO WS-FLAG-BISSEXTO
               DIVIDE WS-DC-ANO BY 4 GIVING WS-ANO-QUOCIENTE
                   REMAINDER WS-ANO-RESTO-4
               DIVIDE WS-DC-ANO BY 100 GIVING WS-ANO-QUOCIENTE
                   REMAINDER WS-ANO-RESTO-100
               DIVIDE WS-DC-ANO BY 400 GIVING WS-ANO-QUOCIENTE
                   REMAINDER WS-ANO-RESTO-400
               IF WS-ANO-RESTO-4 = ZEROS
                       AND (WS-ANO-RESTO-100 NOT = ZEROS
                            OR WS-ANO-RESTO-400 = ZEROS)
                   SET ANO-BISSEXTO TO TRUE
                   MOVE 29 TO WS-DIAS-LIMITE
               END-IF
           END-IF
           .
       8300-DIAS-DO-MES-FIM.
           EXIT.

      *******************************************************************
      *    DIREITO PELA ESCALA DE FALTAS DO ART. 130 DA CLT E SITUACAO  *
      *    DO PERIODO NA REFERENCIA; O INDENIZADO NA RESCISAO NAO MUDA  *
      *******************************************************************
       8400-APURAR-SITUACAO            SECTION.
           EVALUATE TRUE
               WHEN FCT-DIAS-FALTA NOT > 5
                   MOVE 30 TO FCT-DIAS-DIREITO
               WHEN FCT-DIAS-FALTA NOT > 14
                   MOVE 24 TO FCT-DIAS-DIREITO
               WHEN FCT-DIAS-FALTA NOT > 23
                   MOVE 18 TO FCT-DIAS-DIREITO
               WHEN FCT-DIAS-FALTA NOT > 32
                   MOVE 12 TO FCT-DIAS-DIREITO
               WHEN OTHER
                   MOVE ZEROS TO FCT-DIAS-DIREITO
           END-EVALUATE
           IF NOT FCT-INDENIZADO
               EVALUATE TRUE
                   WHEN FCT-FIM-AQUISITIVO > WS-DATA-REFERENCIA
                       SET FCT-EM-AQUISICAO TO TRUE
                   WHEN FCT-DIAS-DIREITO = ZEROS
                       SET FCT-PERDIDO TO TRUE
                   WHEN FCT-DIAS-GOZADOS NOT < FCT-DIAS-DIREITO
                       SET FCT-QUITADO TO TRUE
                   WHEN OTHER
                       SET FCT-EM-CONCESSAO TO TRUE
               END-EVALUATE
           END-IF
           .
       8400-APURAR-SITUACAO-FIM.
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
      *    GRAVA UMA LINHA NO RELATORIO DE FERIAS                       *
      *******************************************************************
       9000-GRAVAR-LINHA               SECTION.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO
           IF WS-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO GRAVAR O RELATORIO DE '
                       'FERIAS (RELFERIA), FILE STATUS '
                       WS-FS-RELATORIO
               STOP RUN
           END-IF
           .
       9000-GRAVAR-LINHA-FIM.
           EXIT.

       END PROGRAM CBLZJP12.
