       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZJP13.
      ******************************************************************
      * Author: JENYFFER LAURA PROCHNO PEREIRA
      * Date: 15102026
      * Purpose: CONSULTA E CONFERENCIA DO HISTORICO DO MESTRE DE
      *          EMPREGADOS (MSTHIST). FUNCAO C: RECONSTITUI O
      *          CADASTRO DE UMA MATRICULA OU DE UM CENTRO DE CUSTO
      *          COMO ESTAVA EM UMA DATA, DESFAZENDO SOBRE O MESTRE
      *          ATUAL OS MOVIMENTOS COM EFEITO POSTERIOR A ELA.
      *          FUNCAO R: RELATORIO MENSAL DAS ALTERACOES SENSIVEIS
      *          (SALARIO, DADOS BANCARIOS E DEPENDENTES) APLICADAS
      *          NA COMPETENCIA, PARA A CONFERENCIA E O VISTO DE UMA
      *          SEGUNDA PESSOA. SAIDA NO RELATORIO RELHIST
      * Tectonics: .CBL
      ******************************************************************
      * Modification History:
      * Date: 15102026  By: EQP  Versao inicial: consulta do mestre em
      *                          uma data pela matricula ou pelo centro
      *                          de custo e relatorio mensal das
      *                          alteracoes sensiveis por lote, com o
      *                          campo de visto da conferencia.
      * Date: 15102026  By: EQP  Dia 29/02 da data da consulta so e
      *                          aceito em ano bissexto.
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
           SELECT ARQ-HISTORICO   ASSIGN TO "MSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO.
           SELECT SRT-HISTORICO   ASSIGN TO "SRTHIST".
           SELECT ARQ-RELATORIO   ASSIGN TO "RELHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-EMPREGADOS.
       COPY CPEMPREG.

       FD  ARQ-HISTORICO.
       COPY CPHISMST.

      *    MOVIMENTOS DO HISTORICO SELECIONADOS PELA FUNCAO: NA CONSULTA
      *    OS DE EFEITO POSTERIOR A DATA, DO MAIS RECENTE PARA O MAIS
      *    ANTIGO DENTRO DA MATRICULA; NO RELATORIO OS SENSIVEIS DA
      *    COMPETENCIA, NA ORDEM EM QUE FORAM APLICADOS
       SD  SRT-HISTORICO.
       01  REG-SRT-HISTORICO.
           05  SRH-MATRICULA            PIC 9(006).
           05  SRH-DATA-EFEITO          PIC 9(008).
           05  SRH-LOTE.
               10  SRH-LOTE-DATA        PIC 9(008).
               10  SRH-LOTE-HORA        PIC 9(006).
           05  SRH-SEQUENCIA            PIC 9(006).
           05  SRH-TIPO                 PIC X(001).
               88  SRH-INCLUSAO                        VALUE 'I'.
               88  SRH-ALTERACAO                       VALUE 'A'.
               88  SRH-DESLIGAMENTO                    VALUE 'E'.
           05  SRH-CAMPO                PIC 9(002).
           05  SRH-IMAGEM-ANTES         PIC X(125).
           05  SRH-IMAGEM-DEPOIS        PIC X(125).

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO                PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FS-EMPREGADOS            PIC X(002)     VALUE '00'.
       01  WS-FS-HISTORICO             PIC X(002)     VALUE '00'.
       01  WS-FS-RELATORIO             PIC X(002)     VALUE '00'.

       01  WS-FIM-ARQUIVO              PIC X(001)     VALUE 'N'.
           88  FIM-ARQUIVO                            VALUE 'S'.
       01  WS-FIM-HISTORICO            PIC X(001)     VALUE 'N'.
           88  FIM-HISTORICO                          VALUE 'S'.
       01  WS-FIM-ORDENACAO            PIC X(001)     VALUE 'N'.
           88  FIM-ORDENACAO                          VALUE 'S'.
       01  WS-FLAG-EXISTE              PIC X(001)     VALUE 'S'.
           88  EXISTE-NA-DATA                         VALUE 'S'.

      *    FUNCAO INFORMADA NO INICIO: C = CONSULTA DO MESTRE EM UMA
      *    DATA, R = RELATORIO DAS ALTERACOES SENSIVEIS DA COMPETENCIA
       01  WS-FUNCAO                   PIC X(001)     VALUE SPACES.
           88  FUNCAO-CONSULTA                        VALUE 'C'.
           88  FUNCAO-RELATORIO                       VALUE 'R'.

      *    CONSULTA: DATA (AAAAMMDD), TIPO (M = MATRICULA, C = CENTRO
      *    DE CUSTO) E CHAVE
       01  WS-DATA-CONSULTA            PIC 9(008)     VALUE ZEROS.
       01  WS-DATA-CONSULTA-X REDEFINES WS-DATA-CONSULTA
                                       PIC X(008).
       01  WS-DATA-CONSULTA-R REDEFINES WS-DATA-CONSULTA.
           05  WS-CON-ANO              PIC 9(004).
           05  WS-CON-MES              PIC 9(002).
           05  WS-CON-DIA              PIC 9(002).
       01  WS-TIPO-CONSULTA            PIC X(001)     VALUE SPACES.
           88  CONSULTA-MATRICULA                     VALUE 'M'.
           88  CONSULTA-CENTRO-CUSTO                  VALUE 'C'.
       01  WS-CHAVE-CONSULTA           PIC X(006)     VALUE SPACES.
       01  WS-MATRICULA-CONSULTA       PIC 9(006)     VALUE ZEROS.
       01  WS-CC-CONSULTA              PIC 9(004)     VALUE ZEROS.
       01  WS-TAB-DIAS-MES-X           PIC X(024)
                                       VALUE '312831303130313130313031'.
       01  WS-TAB-DIAS-MES REDEFINES WS-TAB-DIAS-MES-X.
           05  WS-DIAS-MES             PIC 9(002)     OCCURS 12 TIMES.
      *    ULTIMO DIA DO MES DA CONSULTA, COM FEVEREIRO DE 29 DIAS NO
      *    ANO BISSEXTO
       01  WS-DIAS-LIMITE              PIC 9(002)     VALUE ZEROS.
       01  WS-ANO-QUOCIENTE            PIC 9(004)     VALUE ZEROS.
       01  WS-ANO-RESTO-4              PIC 9(004)     VALUE ZEROS.
       01  WS-ANO-RESTO-100            PIC 9(004)     VALUE ZEROS.
       01  WS-ANO-RESTO-400            PIC 9(004)     VALUE ZEROS.

      *    RELATORIO: COMPETENCIA MM/AAAA DA APLICACAO DOS MOVIMENTOS
       01  WS-COMPETENCIA.
           05  WS-COMP-MES             PIC 9(002).
           05  WS-COMP-SEP             PIC X(001).
           05  WS-COMP-ANO             PIC 9(004).
       01  WS-COMP-AAAAMM              PIC 9(006)     VALUE ZEROS.
       01  WS-LOTE-AAAAMM              PIC 9(006)     VALUE ZEROS.

      *    IMAGEM DE UM REGISTRO DO MESTRE GUARDADA NO HISTORICO, COM
      *    O MESMO LEIAUTE DO CPEMPREG, DE ONDE SAEM OS VALORES
      *    ANTERIORES RESTAURADOS NA CONSULTA E OS VALORES EXIBIDOS NO
      *    RELATORIO
       01  WS-EMP-IMAGEM.
           05  WSI-MATRICULA           PIC 9(006).
           05  WSI-NOME                PIC X(030).
           05  WSI-SALARIO-BRUTO       PIC 9(013)V99.
           05  WSI-HORAS-TRAB          PIC 9(004).
           05  WSI-MESES-TRABALHADOS   PIC 9(002).
           05  WSI-DIAS-FERIAS         PIC 9(002).
           05  WSI-HORAS-EXTRA-NORMAIS PIC 9(004).
           05  WSI-HORAS-EXTRA-DSR     PIC 9(004).
           05  WSI-BANCO               PIC 9(003).
           05  WSI-AGENCIA             PIC 9(004).
           05  WSI-CONTA               PIC 9(010).
           05  WSI-DIGITO              PIC X(001).
           05  WSI-CENTRO-CUSTO        PIC 9(004).
           05  WSI-NUM-DEPENDENTES     PIC 9(002).
           05  WSI-CPF                 PIC 9(011).
           05  WSI-ADIC-TIPO           PIC X(001).
           05  WSI-ADIC-GRAU           PIC 9(001).
           05  WSI-HORAS-NOTURNAS      PIC 9(004).
           05  WSI-DATA-ADMISSAO       PIC 9(008).
           05  WSI-SITUACAO            PIC X(001).
           05  WSI-DATA-DESLIGAMENTO   PIC 9(008).

      *    AREA DE EDICAO DE DATAS E HORAS
       01  WS-DATA-SISTEMA             PIC 9(008)     VALUE ZEROS.
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
       01  WS-DATA-CONSULTA-EDITADA    PIC X(010)     VALUE SPACES.
       01  WS-HORA-LOTE                PIC 9(006)     VALUE ZEROS.
       01  WS-HORA-LOTE-R REDEFINES WS-HORA-LOTE.
           05  WS-HL-HORA              PIC 9(002).
           05  WS-HL-MINUTO            PIC 9(002).
           05  WS-HL-SEGUNDO           PIC 9(002).
       01  WS-HORA-EDITADA.
           05  WS-HE-HORA              PIC 9(002).
           05  FILLER                  PIC X(001)     VALUE ':'.
           05  WS-HE-MINUTO            PIC 9(002).
           05  FILLER                  PIC X(001)     VALUE ':'.
           05  WS-HE-SEGUNDO           PIC 9(002).

      *    CONSULTA: TEXTOS DA SITUACAO RECONSTITUIDA
       01  WS-TEXTO-SITUACAO           PIC X(023)     VALUE SPACES.
       01  WS-TEXTO-ADMISSAO           PIC X(013)     VALUE SPACES.
       01  WS-TEXTO-ADICIONAL          PIC X(020)     VALUE SPACES.

      *    RELATORIO: CAMPO EXIBIDO E O SEU VALOR FORMATADO
       01  WS-CAMPO-EXIBIR             PIC 9(002)     VALUE ZEROS.
       01  WS-VALOR-TEXTO              PIC X(024)     VALUE SPACES.
       01  WS-LOTE-ANTERIOR            PIC X(014)     VALUE SPACES.
       01  WS-DEPENDENTES-EDITADO      PIC Z9.

      *    CONTADORES DA EXECUCAO
       01  WS-QTDE-SELECIONADOS        PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-EXAMINADAS          PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-DESFEITOS           PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-DESFEITOS-MATRIC    PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-LISTADOS            PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-LOTES               PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-INCLUSOES           PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-SALARIOS            PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-BANCARIOS           PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-DEPENDENTES         PIC 9(006)     VALUE ZEROS.

       01  WS-VALOR-EDITADO            PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-LINHA-RELATORIO          PIC X(132)     VALUE SPACES.

       01  WS-REL-CABECALHO.
           05  FILLER                  PIC X(010)     VALUE 'CBLZJP13'.
           05  WS-REL-CAB-TITULO       PIC X(060)     VALUE SPACES.
           05  FILLER                  PIC X(012)     VALUE
               'REFERENCIA: '.
           05  WS-REL-CAB-REFERENCIA   PIC X(010)     VALUE SPACES.
           05  FILLER                  PIC X(008)     VALUE SPACES.
           05  FILLER                  PIC X(006)     VALUE 'DATA: '.
           05  WS-REL-CAB-DATA         PIC X(010)     VALUE SPACES.
           05  FILLER                  PIC X(016)     VALUE SPACES.

       01  WS-SEN-TITULOS.
           05  FILLER                  PIC X(007)     VALUE 'MATRIC'.
           05  FILLER                  PIC X(026)     VALUE 'NOME'.
           05  FILLER                  PIC X(010)     VALUE 'MOVIMENTO'.
           05  FILLER                  PIC X(016)     VALUE 'CAMPO'.
           05  FILLER                  PIC X(025)     VALUE
               'VALOR ANTERIOR'.
           05  FILLER                  PIC X(025)     VALUE
               'VALOR NOVO'.
           05  FILLER                  PIC X(010)     VALUE 'EFEITO'.
           05  FILLER                  PIC X(013)     VALUE SPACES.

       01  WS-SEN-DETALHE.
           05  WS-SEN-MATRICULA        PIC 9(006).
           05  FILLER                  PIC X(001)     VALUE SPACES.
           05  WS-SEN-NOME             PIC X(025).
           05  FILLER                  PIC X(001)     VALUE SPACES.
           05  WS-SEN-MOVIMENTO        PIC X(009).
           05  FILLER                  PIC X(001)     VALUE SPACES.
           05  WS-SEN-CAMPO            PIC X(015).
           05  FILLER                  PIC X(001)     VALUE SPACES.
           05  WS-SEN-ANTERIOR         PIC X(024).
           05  FILLER                  PIC X(001)     VALUE SPACES.
           05  WS-SEN-NOVO             PIC X(024).
           05  FILLER                  PIC X(001)     VALUE SPACES.
           05  WS-SEN-EFEITO           PIC X(010).
           05  FILLER                  PIC X(013)     VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR
           IF FUNCAO-CONSULTA
               PERFORM 2000-CONSULTAR-MESTRE
           ELSE
               PERFORM 3000-RELATAR-SENSIVEIS
           END-IF
           PERFORM 6000-FINALIZAR
           .
       0000-PRINCIPAL-FIM.
           EXIT.

      *******************************************************************
      *    INICIALIZACAO: FUNCAO E PARAMETROS, ABERTURA DOS ARQUIVOS E  *
      *    CABECALHO DO RELATORIO                                       *
      *******************************************************************
       1000-INICIALIZAR                SECTION.
           DISPLAY 'INFORME A FUNCAO (C=CONSULTA DO MESTRE EM UMA '
                   'DATA, R=RELATORIO DE ALTERACOES SENSIVEIS):'
           ACCEPT WS-FUNCAO
           IF NOT FUNCAO-CONSULTA AND NOT FUNCAO-RELATORIO
               DISPLAY 'ERRO FATAL: FUNCAO INVALIDA (' WS-FUNCAO
                       '), INFORME C OU R'
               STOP RUN
           END-IF
           IF FUNCAO-CONSULTA
               PERFORM 1100-PARAMETROS-CONSULTA
           ELSE
               PERFORM 1200-PARAMETROS-RELATORIO
           END-IF
           OPEN OUTPUT ARQ-RELATORIO
           IF WS-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO ABRIR O RELATORIO DO '
                       'HISTORICO (RELHIST), FILE STATUS '
                       WS-FS-RELATORIO
               STOP RUN
           END-IF
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DATA-SISTEMA TO WS-DATA-CALC
           PERFORM 8500-EDITAR-DATA
           MOVE WS-DATA-EDITADA TO WS-REL-CAB-DATA
           MOVE WS-REL-CABECALHO TO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA
           .
       1000-INICIALIZAR-FIM.
           EXIT.

      *******************************************************************
      *    PARAMETROS DA CONSULTA: DATA, TIPO E CHAVE. O MESTRE E LIDO  *
      *    SO NA CONSULTA; O RELATORIO USA AS IMAGENS DO HISTORICO      *
      *******************************************************************
       1100-PARAMETROS-CONSULTA        SECTION.
           DISPLAY 'INFORME A DATA DA CONSULTA (AAAAMMDD):'
           ACCEPT WS-DATA-CONSULTA-X
           IF WS-DATA-CONSULTA-X NOT NUMERIC
               DISPLAY 'ERRO FATAL: DATA DA CONSULTA INVALIDA ('
                       WS-DATA-CONSULTA-X '), INFORME AAAAMMDD'
               STOP RUN
           END-IF
           IF WS-CON-ANO < 1900 OR WS-CON-MES < 01 OR WS-CON-MES > 12
               DISPLAY 'ERRO FATAL: DATA DA CONSULTA INVALIDA ('
                       WS-DATA-CONSULTA-X '), INFORME AAAAMMDD'
               STOP RUN
           END-IF
           MOVE WS-DIAS-MES(WS-CON-MES) TO WS-DIAS-LIMITE
           IF WS-CON-MES = 2
               DIVIDE WS-CON-ANO BY 4 GIVING WS-ANO-QUOCIENTE
                   REMAINDER WS-ANO-RESTO-4
               DIVIDE WS-CON-ANO BY 100 GIVING WS-ANO-QUOCIENTE
                   REMAINDER WS-ANO-RESTO-100
               DIVIDE WS-CON-ANO BY 400 GIVING WS-ANO-QUOCIENTE
                   REMAINDER WS-ANO-RESTO-400
               IF WS-ANO-RESTO-4 = ZEROS
                       AND (WS-ANO-RESTO-100 NOT = ZEROS
                            OR WS-ANO-RESTO-400 = ZEROS)
                   MOVE 29 TO WS-DIAS-LIMITE
               END-IF
           END-IF
           IF WS-CON-DIA < 01 OR WS-CON-DIA > WS-DIAS-LIMITE
               DISPLAY 'ERRO FATAL: DATA DA CONSULTA INVALIDA ('
                       WS-DATA-CONSULTA-X '), INFORME AAAAMMDD'
               STOP RUN
           END-IF
           DISPLAY 'INFORME O TIPO DA CONSULTA (M=MATRICULA, '
                   'C=CENTRO DE CUSTO):'
           ACCEPT WS-TIPO-CONSULTA
           IF CONSULTA-MATRICULA
               DISPLAY 'INFORME A MATRICULA (6 DIGITOS):'
               ACCEPT WS-CHAVE-CONSULTA
               IF WS-CHAVE-CONSULTA NOT NUMERIC
                   DISPLAY 'ERRO FATAL: MATRICULA INVALIDA ('
                           WS-CHAVE-CONSULTA ')'
                   STOP RUN
               END-IF
               MOVE WS-CHAVE-CONSULTA TO WS-MATRICULA-CONSULTA
           ELSE IF CONSULTA-CENTRO-CUSTO
               DISPLAY 'INFORME O CENTRO DE CUSTO (4 DIGITOS):'
               ACCEPT WS-CHAVE-CONSULTA
               IF WS-CHAVE-CONSULTA(1:4) NOT NUMERIC
                       OR WS-CHAVE-CONSULTA(5:2) NOT = SPACES
                   DISPLAY 'ERRO FATAL: CENTRO DE CUSTO INVALIDO ('
                           WS-CHAVE-CONSULTA ')'
                   STOP RUN
               END-IF
               MOVE WS-CHAVE-CONSULTA(1:4) TO WS-CC-CONSULTA
           ELSE
               DISPLAY 'ERRO FATAL: TIPO DE CONSULTA INVALIDO ('
                       WS-TIPO-CONSULTA '), INFORME M OU C'
               STOP RUN
           END-IF
           END-IF
           MOVE WS-DATA-CONSULTA TO WS-DATA-CALC
           PERFORM 8500-EDITAR-DATA
           MOVE WS-DATA-EDITADA TO WS-DATA-CONSULTA-EDITADA
           MOVE WS-DATA-CONSULTA-EDITADA TO WS-REL-CAB-REFERENCIA
           MOVE 'SITUACAO DO MESTRE DE EMPREGADOS NA DATA DE REFERENCIA'
               TO WS-REL-CAB-TITULO
           OPEN INPUT ARQ-EMPREGADOS
           IF WS-FS-EMPREGADOS NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO ABRIR O ARQUIVO MESTRE '
                       'DE EMPREGADOS (EMPMAST), FILE STATUS '
                       WS-FS-EMPREGADOS
               STOP RUN
           END-IF
           .
       1100-PARAMETROS-CONSULTA-FIM.
           EXIT.

       1200-PARAMETROS-RELATORIO       SECTION.
           DISPLAY 'INFORME A COMPETENCIA DO RELATORIO (MM/AAAA):'
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
           COMPUTE WS-COMP-AAAAMM = WS-COMP-ANO * 100 + WS-COMP-MES
           MOVE WS-COMPETENCIA TO WS-REL-CAB-REFERENCIA
           MOVE 'ALTERACOES SENSIVEIS DO MESTRE - CONFERENCIA MENSAL'
               TO WS-REL-CAB-TITULO
           .
       1200-PARAMETROS-RELATORIO-FIM.
           EXIT.

      *******************************************************************
      *    CONSULTA: ORDENA OS MOVIMENTOS COM EFEITO POSTERIOR A DATA   *
      *    E OS DESFAZ, DO MAIS RECENTE AO MAIS ANTIGO, SOBRE O MESTRE  *
      *******************************************************************
       2000-CONSULTAR-MESTRE           SECTION.
           SORT SRT-HISTORICO
               ON ASCENDING KEY SRH-MATRICULA
               ON DESCENDING KEY SRH-DATA-EFEITO SRH-LOTE
                                 SRH-SEQUENCIA
               INPUT PROCEDURE IS 2100-SELECIONAR-POSTERIORES
               OUTPUT PROCEDURE IS 2500-RECONSTITUIR-MESTRE
           IF SORT-RETURN NOT = ZEROS
               DISPLAY 'ERRO FATAL: FALHA NA ORDENACAO DO HISTORICO '
                       'DO MESTRE (MSTHIST), SORT-RETURN ' SORT-RETURN
               STOP RUN
           END-IF
           .
       2000-CONSULTAR-MESTRE-FIM.
           EXIT.

      *    SEM HISTORICO NAO HA O QUE DESFAZER: VALE O MESTRE ATUAL
       2100-SELECIONAR-POSTERIORES     SECTION.
           OPEN INPUT ARQ-HISTORICO
           IF WS-FS-HISTORICO NOT = '00'
               DISPLAY 'AVISO: HISTORICO DO MESTRE (MSTHIST) NAO '
                       'ENCONTRADO, FILE STATUS ' WS-FS-HISTORICO
                       ', CONSULTA PELO MESTRE ATUAL'
           ELSE
               MOVE 'N' TO WS-FIM-HISTORICO
               PERFORM 2110-LER-HISTORICO UNTIL FIM-HISTORICO
               CLOSE ARQ-HISTORICO
           END-IF
           .
       2100-SELECIONAR-POSTERIORES-FIM.
           EXIT.

       2110-LER-HISTORICO              SECTION.
           READ ARQ-HISTORICO
               AT END
                   SET FIM-HISTORICO TO TRUE
               NOT AT END
                   IF HST-DATA-EFEITO NUMERIC
                           AND HST-DATA-EFEITO > WS-DATA-CONSULTA
                       IF CONSULTA-CENTRO-CUSTO
                               OR HST-MATRICULA = WS-MATRICULA-CONSULTA
                           MOVE REG-HIST-MESTRE TO REG-SRT-HISTORICO
                           RELEASE REG-SRT-HISTORICO
                           ADD 1 TO WS-QTDE-SELECIONADOS
                       END-IF
                   END-IF
           END-READ
           .
       2110-LER-HISTORICO-FIM.
           EXIT.

      *******************************************************************
      *    CASAMENTO DO MESTRE (PELA CHAVE OU SEQUENCIAL) COM OS        *
      *    MOVIMENTOS ORDENADOS PELA MATRICULA                          *
      *******************************************************************
       2500-RECONSTITUIR-MESTRE        SECTION.
           MOVE SPACES TO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA
           IF CONSULTA-MATRICULA
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'CONSULTA DA MATRICULA ' WS-MATRICULA-CONSULTA
                       ' EM ' WS-DATA-CONSULTA-EDITADA
                   DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           ELSE
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'CONSULTA DO CENTRO DE CUSTO ' WS-CC-CONSULTA
                       ' EM ' WS-DATA-CONSULTA-EDITADA
                       ' (EMPREGADOS ATIVOS NA DATA)'
                   DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-IF
           PERFORM 9000-GRAVAR-LINHA
           MOVE 'N' TO WS-FIM-ORDENACAO
           PERFORM 2510-RETORNAR-MOVIMENTO
           IF CONSULTA-MATRICULA
               MOVE WS-MATRICULA-CONSULTA TO REG-MATRICULA
               READ ARQ-EMPREGADOS
                   INVALID KEY
                       MOVE SPACES TO WS-LINHA-RELATORIO
                       PERFORM 9000-GRAVAR-LINHA
                       MOVE SPACES TO WS-LINHA-RELATORIO
                       STRING 'MATRICULA ' WS-MATRICULA-CONSULTA
                               ' NAO CADASTRADA NO MESTRE'
                           DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
                       PERFORM 9000-GRAVAR-LINHA
                   NOT INVALID KEY
                       PERFORM 2600-RECONSTITUIR-MATRICULA
               END-READ
           ELSE
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 2520-LER-MESTRE
               PERFORM 2550-PROCESSAR-MESTRE UNTIL FIM-ARQUIVO
           END-IF
           PERFORM 2900-GRAVAR-TOTAIS-CONSULTA
           .
       2500-RECONSTITUIR-MESTRE-FIM.
           EXIT.

       2510-RETORNAR-MOVIMENTO         SECTION.
           RETURN SRT-HISTORICO
               AT END
                   SET FIM-ORDENACAO TO TRUE
           END-RETURN
           .
       2510-RETORNAR-MOVIMENTO-FIM.
           EXIT.

       2520-LER-MESTRE                 SECTION.
           READ ARQ-EMPREGADOS NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ
           .
       2520-LER-MESTRE-FIM.
           EXIT.

       2550-PROCESSAR-MESTRE           SECTION.
           PERFORM 2600-RECONSTITUIR-MATRICULA
           PERFORM 2520-LER-MESTRE
           .
       2550-PROCESSAR-MESTRE-FIM.
           EXIT.

      *******************************************************************
      *    RECONSTITUI A MATRICULA LIDA DO MESTRE NA DATA DA CONSULTA:  *
      *    DESFAZ OS SEUS MOVIMENTOS POSTERIORES E, SE JA ESTAVA        *
      *    ADMITIDA, GRAVA A SITUACAO (NA CONSULTA POR CENTRO DE CUSTO  *
      *    SO A DOS ATIVOS NO CENTRO NAQUELA DATA)                      *
      *******************************************************************
       2600-RECONSTITUIR-MATRICULA     SECTION.
           ADD 1 TO WS-QTDE-EXAMINADAS
           MOVE 'S' TO WS-FLAG-EXISTE
           MOVE ZEROS TO WS-QTDE-DESFEITOS-MATRIC
      *    REGISTROS ANTERIORES AOS CAMPOS NOVOS DO MESTRE
           IF REG-ADIC-GRAU NOT NUMERIC
               MOVE ZEROS TO REG-ADIC-GRAU
           END-IF
           IF REG-HORAS-NOTURNAS NOT NUMERIC
               MOVE ZEROS TO REG-HORAS-NOTURNAS
           END-IF
           IF REG-DATA-ADMISSAO NOT NUMERIC
               MOVE ZEROS TO REG-DATA-ADMISSAO
           END-IF
           IF REG-SITUACAO = SPACE
               MOVE 'A' TO REG-SITUACAO
           END-IF
           IF REG-DATA-DESLIGAMENTO NOT NUMERIC
               MOVE ZEROS TO REG-DATA-DESLIGAMENTO
           END-IF
      *    MOVIMENTOS DE MATRICULA QUE NAO ESTA MAIS NO MESTRE
           PERFORM 2510-RETORNAR-MOVIMENTO
               UNTIL FIM-ORDENACAO
                   OR SRH-MATRICULA NOT < REG-MATRICULA
           PERFORM 2700-DESFAZER-MOVIMENTO
               UNTIL FIM-ORDENACAO
                   OR SRH-MATRICULA NOT = REG-MATRICULA
           IF REG-DATA-ADMISSAO > WS-DATA-CONSULTA
               MOVE 'N' TO WS-FLAG-EXISTE
           END-IF
           EVALUATE TRUE
               WHEN CONSULTA-MATRICULA
                   PERFORM 2800-GRAVAR-SITUACAO
               WHEN NOT EXISTE-NA-DATA
                   CONTINUE
               WHEN REG-DESLIGADO
                   CONTINUE
               WHEN REG-CENTRO-CUSTO = WS-CC-CONSULTA
                   PERFORM 2800-GRAVAR-SITUACAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       2600-RECONSTITUIR-MATRICULA-FIM.
           EXIT.

      *******************************************************************
      *    DESFAZ UM MOVIMENTO: A INCLUSAO POSTERIOR SIGNIFICA QUE A    *
      *    MATRICULA NAO EXISTIA NA DATA; O DESLIGAMENTO VOLTA A        *
      *    SITUACAO ANTERIOR; A ALTERACAO RESTAURA SO O CAMPO ALTERADO, *
      *    PRESERVANDO O QUE OS OUTROS MOVIMENTOS FIZERAM               *
      *******************************************************************
       2700-DESFAZER-MOVIMENTO         SECTION.
           ADD 1 TO WS-QTDE-DESFEITOS
           ADD 1 TO WS-QTDE-DESFEITOS-MATRIC
           MOVE SRH-IMAGEM-ANTES TO WS-EMP-IMAGEM
           EVALUATE TRUE
               WHEN SRH-INCLUSAO
                   MOVE 'N' TO WS-FLAG-EXISTE
               WHEN SRH-DESLIGAMENTO
                   MOVE WSI-SITUACAO TO REG-SITUACAO
                   MOVE WSI-DATA-DESLIGAMENTO TO REG-DATA-DESLIGAMENTO
               WHEN OTHER
                   PERFORM 2710-RESTAURAR-CAMPO
           END-EVALUATE
           PERFORM 2510-RETORNAR-MOVIMENTO
           .
       2700-DESFAZER-MOVIMENTO-FIM.
           EXIT.

       2710-RESTAURAR-CAMPO            SECTION.
           EVALUATE SRH-CAMPO
               WHEN 01
                   MOVE WSI-NOME TO REG-NOME
               WHEN 02
                   MOVE WSI-SALARIO-BRUTO TO REG-SALARIO-BRUTO
               WHEN 03
                   MOVE WSI-HORAS-TRAB TO REG-HORAS-TRAB
               WHEN 04
                   MOVE WSI-MESES-TRABALHADOS TO REG-MESES-TRABALHADOS
               WHEN 05
                   MOVE WSI-DIAS-FERIAS TO REG-DIAS-FERIAS
               WHEN 06
                   MOVE WSI-HORAS-EXTRA-NORMAIS
                       TO REG-HORAS-EXTRA-NORMAIS
               WHEN 07
                   MOVE WSI-HORAS-EXTRA-DSR TO REG-HORAS-EXTRA-DSR
               WHEN 08
                   MOVE WSI-BANCO TO REG-BANCO
               WHEN 09
                   MOVE WSI-AGENCIA TO REG-AGENCIA
               WHEN 10
                   MOVE WSI-CONTA TO REG-CONTA
               WHEN 11
                   MOVE WSI-DIGITO TO REG-DIGITO
               WHEN 12
                   MOVE WSI-CENTRO-CUSTO TO REG-CENTRO-CUSTO
               WHEN 13
                   MOVE WSI-NUM-DEPENDENTES TO REG-NUM-DEPENDENTES
               WHEN 14
                   MOVE WSI-CPF TO REG-CPF
               WHEN 15
                   MOVE WSI-ADIC-TIPO TO REG-ADIC-TIPO
               WHEN 16
                   MOVE WSI-ADIC-GRAU TO REG-ADIC-GRAU
               WHEN 17
                   MOVE WSI-HORAS-NOTURNAS TO REG-HORAS-NOTURNAS
               WHEN 18
                   MOVE WSI-DATA-ADMISSAO TO REG-DATA-ADMISSAO
               WHEN OTHER
                   DISPLAY 'AVISO: CAMPO ' SRH-CAMPO ' DO HISTORICO '
                           'DA MATRICULA ' SRH-MATRICULA
                           ' DESCONHECIDO, NAO DESFEITO'
           END-EVALUATE
           .
       2710-RESTAURAR-CAMPO-FIM.
           EXIT.

      *******************************************************************
      *    GRAVA A SITUACAO RECONSTITUIDA DA MATRICULA EM TRES LINHAS   *
      *******************************************************************
       2800-GRAVAR-SITUACAO            SECTION.
           MOVE SPACES TO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA
           IF NOT EXISTE-NA-DATA
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING REG-MATRICULA ' ' REG-NOME
                       '  NAO ESTAVA ADMITIDA EM '
                       WS-DATA-CONSULTA-EDITADA
                   DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM 9000-GRAVAR-LINHA
           ELSE
               ADD 1 TO WS-QTDE-LISTADOS
               IF REG-DESLIGADO
                   MOVE REG-DATA-DESLIGAMENTO TO WS-DATA-CALC
                   PERFORM 8500-EDITAR-DATA
                   MOVE SPACES TO WS-TEXTO-SITUACAO
                   STRING 'DESLIGADA EM ' WS-DATA-EDITADA
                       DELIMITED BY SIZE INTO WS-TEXTO-SITUACAO
               ELSE
                   MOVE 'ATIVA' TO WS-TEXTO-SITUACAO
               END-IF
               IF REG-DATA-ADMISSAO = ZEROS
                   MOVE 'NAO INFORMADA' TO WS-TEXTO-ADMISSAO
               ELSE
                   MOVE REG-DATA-ADMISSAO TO WS-DATA-CALC
                   PERFORM 8500-EDITAR-DATA
                   MOVE WS-DATA-EDITADA TO WS-TEXTO-ADMISSAO
               END-IF
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING REG-MATRICULA ' ' REG-NOME
                       '  CC ' REG-CENTRO-CUSTO
                       '  ' WS-TEXTO-SITUACAO
                       '  ADMISSAO ' WS-TEXTO-ADMISSAO
                   DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM 9000-GRAVAR-LINHA
               MOVE REG-SALARIO-BRUTO TO WS-VALOR-EDITADO
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING '       SALARIO R$ ' WS-VALOR-EDITADO
                       '  HORAS ' REG-HORAS-TRAB
                       '  CONTA ' REG-BANCO '/' REG-AGENCIA '/'
                       REG-CONTA '-' REG-DIGITO
                       '  DEPENDENTES ' REG-NUM-DEPENDENTES
                       '  CPF ' REG-CPF
                   DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM 9000-GRAVAR-LINHA
               EVALUATE TRUE
                   WHEN REG-ADIC-INSALUBRIDADE
                       MOVE SPACES TO WS-TEXTO-ADICIONAL
                       STRING 'INSALUBRIDADE GRAU ' REG-ADIC-GRAU
                           DELIMITED BY SIZE INTO WS-TEXTO-ADICIONAL
                   WHEN REG-ADIC-PERICULOSIDADE
                       MOVE 'PERICULOSIDADE' TO WS-TEXTO-ADICIONAL
                   WHEN OTHER
                       MOVE 'SEM ADICIONAL' TO WS-TEXTO-ADICIONAL
               END-EVALUATE
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING '       ' WS-TEXTO-ADICIONAL
                       '  HORAS NOTURNAS ' REG-HORAS-NOTURNAS
                       '  HORAS EXTRAS ' REG-HORAS-EXTRA-NORMAIS
                       '/' REG-HORAS-EXTRA-DSR
                       '  MESES TRAB. ' REG-MESES-TRABALHADOS
                       '  DIAS FERIAS ' REG-DIAS-FERIAS
                   DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM 9000-GRAVAR-LINHA
           END-IF
           IF CONSULTA-MATRICULA
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING '       MOVIMENTOS COM EFEITO APOS A DATA, '
                       'DESFEITOS NA CONSULTA: '
                       WS-QTDE-DESFEITOS-MATRIC
                   DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM 9000-GRAVAR-LINHA
           END-IF
           .
       2800-GRAVAR-SITUACAO-FIM.
           EXIT.

       2900-GRAVAR-TOTAIS-CONSULTA     SECTION.
           MOVE SPACES TO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA
           IF CONSULTA-CENTRO-CUSTO
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'EMPREGADOS DO CENTRO DE CUSTO ' WS-CC-CONSULTA
                       ' EM ' WS-DATA-CONSULTA-EDITADA ': '
                       WS-QTDE-LISTADOS
                       '  MATRICULAS EXAMINADAS: ' WS-QTDE-EXAMINADAS
                   DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM 9000-GRAVAR-LINHA
           END-IF
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING 'MOVIMENTOS DO HISTORICO COM EFEITO APOS A DATA: '
                   WS-QTDE-SELECIONADOS
                   '  DESFEITOS: ' WS-QTDE-DESFEITOS
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA
           .
       2900-GRAVAR-TOTAIS-CONSULTA-FIM.
           EXIT.

      *******************************************************************
      *    RELATORIO: ORDENA AS INCLUSOES E AS ALTERACOES SENSIVEIS     *
      *    APLICADAS NA COMPETENCIA PELO LOTE E PELA SEQUENCIA          *
      *******************************************************************
       3000-RELATAR-SENSIVEIS          SECTION.
           SORT SRT-HISTORICO
               ON ASCENDING KEY SRH-LOTE SRH-SEQUENCIA
               INPUT PROCEDURE IS 3100-SELECIONAR-SENSIVEIS
               OUTPUT PROCEDURE IS 3500-GRAVAR-SENSIVEIS
           IF SORT-RETURN NOT = ZEROS
               DISPLAY 'ERRO FATAL: FALHA NA ORDENACAO DO HISTORICO '
                       'DO MESTRE (MSTHIST), SORT-RETURN ' SORT-RETURN
               STOP RUN
           END-IF
           .
       3000-RELATAR-SENSIVEIS-FIM.
           EXIT.

       3100-SELECIONAR-SENSIVEIS       SECTION.
           OPEN INPUT ARQ-HISTORICO
           IF WS-FS-HISTORICO NOT = '00'
               DISPLAY 'AVISO: HISTORICO DO MESTRE (MSTHIST) NAO '
                       'ENCONTRADO, FILE STATUS ' WS-FS-HISTORICO
                       ', NENHUMA ALTERACAO A CONFERIR'
           ELSE
               MOVE 'N' TO WS-FIM-HISTORICO
               PERFORM 3110-LER-HISTORICO UNTIL FIM-HISTORICO
               CLOSE ARQ-HISTORICO
           END-IF
           .
       3100-SELECIONAR-SENSIVEIS-FIM.
           EXIT.

      *    A INCLUSAO ENTRA PORQUE TRAZ O PRIMEIRO SALARIO, A PRIMEIRA
      *    CONTA E OS DEPENDENTES DO EMPREGADO
       3110-LER-HISTORICO              SECTION.
           READ ARQ-HISTORICO
               AT END
                   SET FIM-HISTORICO TO TRUE
               NOT AT END
                   IF HST-LOTE-DATA NUMERIC
                       COMPUTE WS-LOTE-AAAAMM = HST-LOTE-DATA / 100
                       IF WS-LOTE-AAAAMM = WS-COMP-AAAAMM
                           IF HST-INCLUSAO
                                   OR (HST-ALTERACAO
                                       AND HST-CAMPO-SENSIVEL)
                               MOVE REG-HIST-MESTRE
                                   TO REG-SRT-HISTORICO
                               RELEASE REG-SRT-HISTORICO
                               ADD 1 TO WS-QTDE-SELECIONADOS
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .
       3110-LER-HISTORICO-FIM.
           EXIT.

       3500-GRAVAR-SENSIVEIS           SECTION.
           MOVE 'N' TO WS-FIM-ORDENACAO
           PERFORM 3510-RETORNAR-SENSIVEL
           IF FIM-ORDENACAO
               MOVE SPACES TO WS-LINHA-RELATORIO
               PERFORM 9000-GRAVAR-LINHA
               MOVE 'NENHUMA ALTERACAO SENSIVEL APLICADA NA COMPETENCIA'
                   TO WS-LINHA-RELATORIO
               PERFORM 9000-GRAVAR-LINHA
           END-IF
           PERFORM 3600-PROCESSAR-LOTE UNTIL FIM-ORDENACAO
           PERFORM 3900-GRAVAR-TOTAIS-VISTO
           .
       3500-GRAVAR-SENSIVEIS-FIM.
           EXIT.

       3510-RETORNAR-SENSIVEL          SECTION.
           RETURN SRT-HISTORICO
               AT END
                   SET FIM-ORDENACAO TO TRUE
           END-RETURN
           .
       3510-RETORNAR-SENSIVEL-FIM.
           EXIT.

      *******************************************************************
      *    GRAVA OS MOVIMENTOS SENSIVEIS DE UM LOTE DA MANUTENCAO       *
      *******************************************************************
       3600-PROCESSAR-LOTE             SECTION.
           MOVE SRH-LOTE TO WS-LOTE-ANTERIOR
           ADD 1 TO WS-QTDE-LOTES
           MOVE SRH-LOTE-DATA TO WS-DATA-CALC
           PERFORM 8500-EDITAR-DATA
           MOVE SRH-LOTE-HORA TO WS-HORA-LOTE
           MOVE WS-HL-HORA    TO WS-HE-HORA
           MOVE WS-HL-MINUTO  TO WS-HE-MINUTO
           MOVE WS-HL-SEGUNDO TO WS-HE-SEGUNDO
           MOVE SPACES TO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING 'LOTE DA MANUTENCAO DO MESTRE APLICADO EM '
                   WS-DATA-EDITADA ' AS ' WS-HORA-EDITADA
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA
           MOVE WS-SEN-TITULOS TO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA
           PERFORM 3700-GRAVAR-MOVIMENTO
               UNTIL FIM-ORDENACAO
                   OR SRH-LOTE NOT = WS-LOTE-ANTERIOR
           .
       3600-PROCESSAR-LOTE-FIM.
           EXIT.

      *******************************************************************
      *    A INCLUSAO GERA UMA LINHA PARA O SALARIO, OUTRA PARA A CONTA *
      *    E OUTRA PARA OS DEPENDENTES; A ALTERACAO, UMA LINHA COM O    *
      *    VALOR ANTERIOR E O NOVO DO CAMPO                             *
      *******************************************************************
       3700-GRAVAR-MOVIMENTO           SECTION.
           MOVE SRH-IMAGEM-DEPOIS TO WS-EMP-IMAGEM
           MOVE SRH-MATRICULA TO WS-SEN-MATRICULA
           MOVE WSI-NOME TO WS-SEN-NOME
           MOVE SRH-DATA-EFEITO TO WS-DATA-CALC
           PERFORM 8500-EDITAR-DATA
           MOVE WS-DATA-EDITADA TO WS-SEN-EFEITO
           IF SRH-INCLUSAO
               ADD 1 TO WS-QTDE-INCLUSOES
               MOVE 'INCLUSAO' TO WS-SEN-MOVIMENTO
               MOVE SPACES TO WS-SEN-ANTERIOR
               MOVE 02 TO WS-CAMPO-EXIBIR
               PERFORM 3750-FORMATAR-VALOR
               MOVE WS-VALOR-TEXTO TO WS-SEN-NOVO
               MOVE WS-SEN-DETALHE TO WS-LINHA-RELATORIO
               PERFORM 9000-GRAVAR-LINHA
               MOVE 08 TO WS-CAMPO-EXIBIR
               PERFORM 3750-FORMATAR-VALOR
               MOVE WS-VALOR-TEXTO TO WS-SEN-NOVO
               MOVE WS-SEN-DETALHE TO WS-LINHA-RELATORIO
               PERFORM 9000-GRAVAR-LINHA
               MOVE 13 TO WS-CAMPO-EXIBIR
               PERFORM 3750-FORMATAR-VALOR
               MOVE WS-VALOR-TEXTO TO WS-SEN-NOVO
               MOVE WS-SEN-DETALHE TO WS-LINHA-RELATORIO
               PERFORM 9000-GRAVAR-LINHA
           ELSE
               MOVE 'ALTERACAO' TO WS-SEN-MOVIMENTO
               MOVE SRH-CAMPO TO WS-CAMPO-EXIBIR
               PERFORM 3750-FORMATAR-VALOR
               MOVE WS-VALOR-TEXTO TO WS-SEN-NOVO
               MOVE SRH-IMAGEM-ANTES TO WS-EMP-IMAGEM
               PERFORM 3750-FORMATAR-VALOR
               MOVE WS-VALOR-TEXTO TO WS-SEN-ANTERIOR
               MOVE WS-SEN-DETALHE TO WS-LINHA-RELATORIO
               PERFORM 9000-GRAVAR-LINHA
               EVALUATE SRH-CAMPO
                   WHEN 02
                       ADD 1 TO WS-QTDE-SALARIOS
                   WHEN 13
                       ADD 1 TO WS-QTDE-DEPENDENTES
                   WHEN OTHER
                       ADD 1 TO WS-QTDE-BANCARIOS
               END-EVALUATE
           END-IF
           PERFORM 3510-RETORNAR-SENSIVEL
           .
       3700-GRAVAR-MOVIMENTO-FIM.
           EXIT.

      *    FORMATA O CAMPO WS-CAMPO-EXIBIR DA IMAGEM EM WS-EMP-IMAGEM;
      *    OS DADOS BANCARIOS SAO EXIBIDOS JUNTOS (BANCO/AGENCIA/CONTA)
       3750-FORMATAR-VALOR             SECTION.
           MOVE SPACES TO WS-VALOR-TEXTO
           EVALUATE WS-CAMPO-EXIBIR
               WHEN 02
                   MOVE 'SALARIO BRUTO' TO WS-SEN-CAMPO
                   MOVE WSI-SALARIO-BRUTO TO WS-VALOR-EDITADO
                   STRING 'R$ ' WS-VALOR-EDITADO
                       DELIMITED BY SIZE INTO WS-VALOR-TEXTO
               WHEN 13
                   MOVE 'DEPENDENTES' TO WS-SEN-CAMPO
                   MOVE WSI-NUM-DEPENDENTES TO WS-DEPENDENTES-EDITADO
                   MOVE WS-DEPENDENTES-EDITADO TO WS-VALOR-TEXTO
               WHEN OTHER
                   MOVE 'DADOS BANCARIOS' TO WS-SEN-CAMPO
                   STRING WSI-BANCO '/' WSI-AGENCIA '/' WSI-CONTA
                           '-' WSI-DIGITO
                       DELIMITED BY SIZE INTO WS-VALOR-TEXTO
           END-EVALUATE
           .
       3750-FORMATAR-VALOR-FIM.
           EXIT.

      *******************************************************************
      *    TOTAIS DA COMPETENCIA E CAMPO DE VISTO DA CONFERENCIA        *
      *******************************************************************
       3900-GRAVAR-TOTAIS-VISTO        SECTION.
           MOVE SPACES TO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING 'TOTAL DA COMPETENCIA: LOTES ' WS-QTDE-LOTES
                   '  INCLUSOES ' WS-QTDE-INCLUSOES
                   '  SALARIOS ' WS-QTDE-SALARIOS
                   '  DADOS BANCARIOS ' WS-QTDE-BANCARIOS
                   '  DEPENDENTES ' WS-QTDE-DEPENDENTES
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA
           MOVE SPACES TO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING 'A CONFERENCIA DEVE SER FEITA POR PESSOA DIFERENTE '
                   'DA QUE DIGITOU OS MOVIMENTOS, CONTRA OS '
                   'DOCUMENTOS DE ORIGEM'
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA
           MOVE SPACES TO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING 'CONFERIDO POR: ______________________________  '
                   'DATA: ____/____/________  '
                   'VISTO: ______________________________'
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA
           .
       3900-GRAVAR-TOTAIS-VISTO-FIM.
           EXIT.

      *******************************************************************
      *    FINALIZAR PROGRAMA                                           *
      *******************************************************************
       6000-FINALIZAR                  SECTION.
           IF FUNCAO-CONSULTA
               CLOSE ARQ-EMPREGADOS
               DISPLAY 'CONSULTA DO MESTRE EM ' WS-DATA-CONSULTA-EDITADA
                       ' GRAVADA EM RELHIST: ' WS-QTDE-LISTADOS
                       ' MATRICULAS, ' WS-QTDE-DESFEITOS
                       ' MOVIMENTOS DESFEITOS'
           ELSE
               DISPLAY 'RELATORIO DE ALTERACOES SENSIVEIS DE '
                       WS-COMPETENCIA ' GRAVADO EM RELHIST: '
                       WS-QTDE-SELECIONADOS ' MOVIMENTOS EM '
                       WS-QTDE-LOTES ' LOTES'
           END-IF
           CLOSE ARQ-RELATORIO
           STOP RUN
           .
       6000-FINALIZAR-FIM.
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
      *    GRAVA UMA LINHA NO RELATORIO DO HISTORICO                    *
      *******************************************************************
       9000-GRAVAR-LINHA               SECTION.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO
           IF WS-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO GRAVAR O RELATORIO DO '
                       'HISTORICO (RELHIST), FILE STATUS '
                       WS-FS-RELATORIO
               STOP RUN
           END-IF
           .
       9000-GRAVAR-LINHA-FIM.
           EXIT.

       END PROGRAM CBLZJP13.
