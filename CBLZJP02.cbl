      * Date: 02092026  By: EQP  Guia previdenciaria do empregador
      *                          (GUIAPREV) passa a ser balanceada no
      *                          fechamento, como as demais saidas.
      * Date: 15102026  By: EQP  Conclusao identifica a competencia do
      *                          ciclo conferido, para o controle do
      *                          fechamento (CBLZJP11) so aceitar o
      *                          balanceamento da propria competencia.
      * Date: 15102026  By: EQP  Matriculas desligadas, que agora
      *                          permanecem inativas no mestre, ficam
      *                          fora da conferencia mestre x PAYOUT.
      * Date: 15102026  By: EQP  Matriculas do PAYOUT passam da tabela
      *                          em memoria (limite de 5000) para o
      *                          arquivo de trabalho indexado TRBPAG,
      *                          lido pela matricula na auditoria e no
      *                          mestre, sem reler o PAYOUT para cada
      *                          matricula nao paga.
      * Date: 15102026  By: EQP  Ciclo de rescisao, reconhecido pelos
      *                          termos no holerite, confere no mestre
      *                          so as matriculas desligadas na
      *                          competencia, como o calculo faz; as
      *                          ativas ficam fora da conferencia.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ARQ-CONFERE     ASSIGN TO "CONFBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONFERE.
           SELECT ARQ-TRB-PAGOS   ASSIGN TO "TRBPAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPG-MATRICULA
               FILE STATUS IS WS-FS-TRB-PAGOS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-EMPREGADOS.
       FD  ARQ-CONFERE.
       01  REG-CONFERE                 PIC X(100).

      *    ARQUIVO DE TRABALHO, CRIADO A CADA EXECUCAO: UM REGISTRO
      *    POR MATRICULA COM DETALHE NO PAYOUT (PAGA OU REJEITADA),
      *    PARA O CONFRONTO COM A AUDITORIA E COM O MESTRE. O VOLUME
      *    FICA LIMITADO SO PELO PAYOUT
       FD  ARQ-TRB-PAGOS.
       01  REG-TRB-PAGO.
           05  TPG-MATRICULA           PIC 9(006).
      *    QUANTIDADE DE DETALHES PAGOS ('P') DA MATRICULA
           05  TPG-QTDE-PAGOS          PIC 9(007).
           05  TPG-TEM-AUDIT           PIC X(001).

       WORKING-STORAGE SECTION.

       01  WS-FS-EMPREGADOS            PIC X(002)     VALUE '00'.
       01  WS-FS-PREV                   PIC X(002)     VALUE '00'.
       01  WS-FS-AUDITORIA              PIC X(002)     VALUE '00'.
       01  WS-FS-CONFERE                PIC X(002)     VALUE '00'.
       01  WS-FS-TRB-PAGOS              PIC X(002)     VALUE '00'.

       01  WS-FIM-ARQUIVO              PIC X(001)     VALUE 'N'.
           88  FIM-ARQUIVO                            VALUE 'S'.
                                       PIC X(015).
       01  WS-HOL-TEM-CONTROLE         PIC X(001)     VALUE 'N'.
           88  HOLERITE-TEM-CONTROLE                   VALUE 'S'.
      *    OS CABECALHOS DO HOLERITE DIZEM A NATUREZA DO CICLO: TERMOS
      *    DE RESCISAO VEM DO CALCULO DA RESCISAO, QUE SO ALCANCA AS
      *    MATRICULAS DESLIGADAS NA COMPETENCIA; OS DEMAIS HOLERITES
      *    VEM DOS CALCULOS DAS MATRICULAS ATIVAS
       01  WS-HOL-QTDE-TERMOS          PIC 9(006)     VALUE ZEROS.
       01  WS-HOL-QTDE-HOLERITES       PIC 9(006)     VALUE ZEROS.
       01  WS-TIPO-CICLO               PIC X(001)     VALUE 'N'.
           88  CICLO-SEM-RESCISAO                      VALUE 'N'.
           88  CICLO-SO-RESCISAO                       VALUE 'R'.
           88  CICLO-MISTO                             VALUE 'M'.

      *    TRILHA DE AUDITORIA (ACUMULATIVA ENTRE EXECUCOES); A
      *    RECONTAGEM PARA O TRAILER CONSIDERA SO A COMPETENCIA DO
      *    ARQUIVO MESTRE DE EMPREGADOS
       01  WS-EMP-QTDE-REGISTROS       PIC 9(006)     VALUE ZEROS.
       01  WS-EMP-SEM-SAIDA            PIC 9(006)     VALUE ZEROS.
       01  WS-EMP-QTDE-DESLIGADOS      PIC 9(006)     VALUE ZEROS.
       01  WS-EMP-QTDE-ATIVAS-FORA     PIC 9(006)     VALUE ZEROS.
       01  WS-DESLIG-AAAAMM            PIC 9(006)     VALUE ZEROS.

      *    MATRICULAS DO PAYOUT NO ARQUIVO DE TRABALHO (TRBPAG), PARA
      *    O CONFRONTO COM A TRILHA DE AUDITORIA E COM O MESTRE
       01  WS-PAG-ACHOU                PIC X(001)     VALUE 'N'.
           88  PAG-ACHOU                               VALUE 'S'.
       01  WS-FIM-TRB-PAGOS            PIC X(001)     VALUE 'N'.
           88  FIM-TRB-PAGOS                           VALUE 'S'.
       01  WS-PAG-SEM-AUDIT            PIC 9(006)     VALUE ZEROS.

       01  WS-MATRICULA-BUSCA          PIC 9(006)     VALUE ZEROS.
      *    COMPETENCIA DO CICLO EM CONFERENCIA, LIDA DO PAYOUT
       01  WS-COMP-CICLO               PIC X(007)     VALUE SPACES.
       01  WS-COMP-CICLO-R REDEFINES WS-COMP-CICLO.
           05  WS-COMP-CICLO-MES       PIC 9(002).
           05  FILLER                  PIC X(001).
           05  WS-COMP-CICLO-ANO       PIC 9(004).
       01  WS-COMP-CICLO-AAAAMM        PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-DIVERGENCIAS        PIC 9(004)     VALUE ZEROS.
       01  WS-DATA-SISTEMA             PIC 9(008)     VALUE ZEROS.
       01  WS-VALOR-EDITADO            PIC Z(11)9,99  VALUE ZEROS.
      *    INICIALIZACAO: ABRE O RELATORIO DE CONFERENCIA              *
      *******************************************************************
       1000-INICIALIZAR                SECTION.
           OPEN OUTPUT ARQ-TRB-PAGOS
           CLOSE ARQ-TRB-PAGOS
           OPEN I-O ARQ-TRB-PAGOS
           IF WS-FS-TRB-PAGOS NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO CRIAR O ARQUIVO DE '
                       'TRABALHO DAS MATRICULAS DO PAYOUT (TRBPAG), '
                       'FILE STATUS ' WS-FS-TRB-PAGOS
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-CONFERE
           IF WS-FS-CONFERE NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO ABRIR O RELATORIO DE '
                               TO WS-SAI-SOMA-PAGOS
                           ADD SAI-VALOR-COMPLEMENTAR
                               TO WS-SAI-SOMA-PAGOS
                       END-IF
                       PERFORM 2200-GUARDAR-MATRICULA-SAIDA
                   END-IF
           END-READ
           .
           EXIT.

      *******************************************************************
      *    GUARDA A MATRICULA DO DETALHE E CONTA SEUS PAGAMENTOS,      *
      *    PARA OS CONFRONTOS POSTERIORES                              *
      *******************************************************************
       2200-GUARDAR-MATRICULA-SAIDA    SECTION.
           MOVE SAI-MATRICULA TO TPG-MATRICULA
           READ ARQ-TRB-PAGOS
               INVALID KEY
                   MOVE 'N' TO WS-PAG-ACHOU
                   MOVE ZEROS TO TPG-QTDE-PAGOS
                   MOVE 'N' TO TPG-TEM-AUDIT
               NOT INVALID KEY
                   SET PAG-ACHOU TO TRUE
           END-READ
           IF SAI-STATUS = 'P'
               ADD 1 TO TPG-QTDE-PAGOS
           END-IF
           IF PAG-ACHOU
               REWRITE REG-TRB-PAGO
           ELSE
               WRITE REG-TRB-PAGO
           END-IF
           IF WS-FS-TRB-PAGOS NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO GRAVAR O ARQUIVO DE '
                       'TRABALHO DAS MATRICULAS DO PAYOUT (TRBPAG), '
                       'FILE STATUS ' WS-FS-TRB-PAGOS
               STOP RUN
           END-IF
           .
       2200-GUARDAR-MATRICULA-SAIDA-FIM.
           EXIT.

      *******************************************************************
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF REG-HOLERITE(1:8) = 'HOLERITE'
                       ADD 1 TO WS-HOL-QTDE-BLOCOS
                       ADD 1 TO WS-HOL-QTDE-HOLERITES
                   END-IF
                   IF REG-HOLERITE(1:17) = 'TERMO DE RESCISAO'
                       ADD 1 TO WS-HOL-QTDE-BLOCOS
                       ADD 1 TO WS-HOL-QTDE-TERMOS
                   END-IF
                   IF REG-HOLERITE(1:6) = '*CTRL*'
                       SET HOLERITE-TEM-CONTROLE TO TRUE
               END-IF
           END-IF
           MOVE ZEROS TO WS-PAG-SEM-AUDIT
           MOVE ZEROS TO TPG-MATRICULA
           MOVE 'N' TO WS-FIM-TRB-PAGOS
           START ARQ-TRB-PAGOS KEY IS NOT LESS THAN TPG-MATRICULA
               INVALID KEY
                   SET FIM-TRB-PAGOS TO TRUE
           END-START
           PERFORM 5200-CONTAR-PAGO-SEM-AUDIT UNTIL FIM-TRB-PAGOS
           IF WS-PAG-SEM-AUDIT = ZEROS
               MOVE SPACES TO WS-LINHA-CONFERE
               STRING 'AUDITLOG: TODO PAGAMENTO DO PAYOUT TEM '
                       'AUDITORIA (' WS-SAI-QTDE-PAGOS ')'
                   DELIMITED BY SIZE INTO WS-LINHA-CONFERE
               PERFORM 9000-GRAVAR-LINHA-CONFERE
           ELSE
           EXIT.

      *******************************************************************
      *    MARCA COMO AUDITADOS OS PAGAMENTOS DA MATRICULA AUDITADA    *
      *******************************************************************
       5150-MARCAR-PAGO-COM-AUDIT      SECTION.
           MOVE WS-MATRICULA-BUSCA TO TPG-MATRICULA
           READ ARQ-TRB-PAGOS
               INVALID KEY
                   MOVE 'N' TO WS-PAG-ACHOU
               NOT INVALID KEY
                   SET PAG-ACHOU TO TRUE
           END-READ
           IF PAG-ACHOU AND TPG-QTDE-PAGOS > ZEROS
                   AND TPG-TEM-AUDIT = 'N'
               MOVE 'S' TO TPG-TEM-AUDIT
               REWRITE REG-TRB-PAGO
               IF WS-FS-TRB-PAGOS NOT = '00'
                   DISPLAY 'ERRO FATAL: FALHA AO ATUALIZAR O ARQUIVO '
                           'DE TRABALHO DAS MATRICULAS DO PAYOUT '
                           '(TRBPAG), FILE STATUS ' WS-FS-TRB-PAGOS
                   STOP RUN
               END-IF
           END-IF
           .
       5150-MARCAR-PAGO-COM-AUDIT-FIM.
           EXIT.

      *******************************************************************
      *    CONTA OS PAGAMENTOS QUE FICARAM SEM AUDITORIA               *
      *******************************************************************
       5200-CONTAR-PAGO-SEM-AUDIT      SECTION.
           READ ARQ-TRB-PAGOS NEXT RECORD
               AT END
                   SET FIM-TRB-PAGOS TO TRUE
               NOT AT END
                   IF TPG-TEM-AUDIT = 'N'
                       ADD TPG-QTDE-PAGOS TO WS-PAG-SEM-AUDIT
                   END-IF
           END-READ
           .
       5200-CONTAR-PAGO-SEM-AUDIT-FIM.
           EXIT.

      *******************************************************************
      *    CONFRONTA O ARQUIVO MESTRE COM O ARQUIVO DE SAIDA: TODA     *
      *    MATRICULA ATIVA DO MESTRE DEVE TER REGISTRO NO PAYOUT (AS   *
      *    DESLIGADAS PERMANECEM NO MESTRE, INATIVAS). NO CICLO DE     *
      *    RESCISAO A EXIGENCIA PASSA AS DESLIGADAS NA COMPETENCIA     *
      *******************************************************************
       6000-CONFERIR-MESTRE            SECTION.
           OPEN INPUT ARQ-EMPREGADOS
                       WS-FS-EMPREGADOS
               STOP RUN
           END-IF
           PERFORM 6050-IDENTIFICAR-CICLO
      *    REAPROVEITA O ARQUIVO DE TRABALHO DO PAYOUT PARA A BUSCA:
      *    A MATRICULA DO MESTRE DEVE EXISTIR ENTRE OS DETALHES, PAGOS
      *    OU REJEITADOS
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM 6100-LER-REGISTRO-MESTRE UNTIL FIM-ARQUIVO
           CLOSE ARQ-EMPREGADOS
           CLOSE ARQ-TRB-PAGOS
           IF WS-EMP-SEM-SAIDA = ZEROS
               MOVE SPACES TO WS-LINHA-CONFERE
               STRING 'EMPMAST: TODA MATRICULA DO MESTRE TEM SAIDA '
                   DELIMITED BY SIZE INTO WS-LINHA-CONFERE
               PERFORM 9100-GRAVAR-DIVERGENCIA
           END-IF
           IF WS-EMP-QTDE-DESLIGADOS > ZEROS
               MOVE SPACES TO WS-LINHA-CONFERE
               STRING 'EMPMAST: ' WS-EMP-QTDE-DESLIGADOS
                       ' MATRICULAS DESLIGADAS FORA DA CONFERENCIA'
                   DELIMITED BY SIZE INTO WS-LINHA-CONFERE
               PERFORM 9000-GRAVAR-LINHA-CONFERE
           END-IF
           IF WS-EMP-QTDE-ATIVAS-FORA > ZEROS
               MOVE SPACES TO WS-LINHA-CONFERE
               STRING 'EMPMAST: ' WS-EMP-QTDE-ATIVAS-FORA
                       ' MATRICULAS ATIVAS FORA DO CICLO DE RESCISAO'
                   DELIMITED BY SIZE INTO WS-LINHA-CONFERE
               PERFORM 9000-GRAVAR-LINHA-CONFERE
           END-IF
           .
       6000-CONFERIR-MESTRE-FIM.
           EXIT.

      *******************************************************************
      *    IDENTIFICA A NATUREZA DO CICLO PELOS CABECALHOS CONTADOS NO *
      *    HOLERITE E A COMPETENCIA (AAAAMM) LIDA DO PAYOUT            *
      *******************************************************************
       6050-IDENTIFICAR-CICLO          SECTION.
           IF WS-HOL-QTDE-TERMOS = ZEROS
               SET CICLO-SEM-RESCISAO TO TRUE
           ELSE
               IF WS-HOL-QTDE-HOLERITES = ZEROS
                   SET CICLO-SO-RESCISAO TO TRUE
               ELSE
      *    CICLO COM ACUMULO DE SAIDAS QUE JUNTOU RESCISOES A OUTRO
      *    CALCULO: VALEM AS DUAS EXIGENCIAS
                   SET CICLO-MISTO TO TRUE
               END-IF
           END-IF
           IF WS-COMP-CICLO-MES NUMERIC AND WS-COMP-CICLO-ANO NUMERIC
               COMPUTE WS-COMP-CICLO-AAAAMM =
                       (WS-COMP-CICLO-ANO * 100) + WS-COMP-CICLO-MES
           ELSE
               MOVE ZEROS TO WS-COMP-CICLO-AAAAMM
           END-IF
           IF NOT CICLO-SEM-RESCISAO
               MOVE SPACES TO WS-LINHA-CONFERE
               STRING 'EMPMAST: CICLO COM RESCISOES, CONFERIDAS AS '
                       'MATRICULAS DESLIGADAS EM ' WS-COMP-CICLO
                   DELIMITED BY SIZE INTO WS-LINHA-CONFERE
               PERFORM 9000-GRAVAR-LINHA-CONFERE
           END-IF
           .
       6050-IDENTIFICAR-CICLO-FIM.
           EXIT.

      *******************************************************************
      *    LE UMA MATRICULA DO MESTRE E PROCURA SUA SAIDA NO PAYOUT    *
      *******************************************************************
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
      *    MESMA ELEGIBILIDADE DO CALCULO: A RESCISAO SO ALCANCA A
      *    DESLIGADA NA COMPETENCIA; OS DEMAIS CALCULOS, AS ATIVAS
                   IF REG-DESLIGADO
                       IF REG-DATA-DESLIGAMENTO NUMERIC
                           COMPUTE WS-DESLIG-AAAAMM =
                                   REG-DATA-DESLIGAMENTO / 100
                       ELSE
                           MOVE ZEROS TO WS-DESLIG-AAAAMM
                       END-IF
                       IF NOT CICLO-SEM-RESCISAO
                               AND WS-DESLIG-AAAAMM =
                                   WS-COMP-CICLO-AAAAMM
                               AND WS-DESLIG-AAAAMM > ZEROS
                           PERFORM 6150-CONFERIR-SAIDA-MATRICULA
                       ELSE
                           ADD 1 TO WS-EMP-QTDE-DESLIGADOS
                       END-IF
                   ELSE
                       IF CICLO-SO-RESCISAO
                           ADD 1 TO WS-EMP-QTDE-ATIVAS-FORA
                       ELSE
                           PERFORM 6150-CONFERIR-SAIDA-MATRICULA
                       END-IF
                   END-IF
           END-READ
           .
           EXIT.

      *******************************************************************
      *    CONTA A MATRICULA CONFERIDA E EXIGE SUA SAIDA NO PAYOUT     *
      *******************************************************************
       6150-CONFERIR-SAIDA-MATRICULA   SECTION.
           ADD 1 TO WS-EMP-QTDE-REGISTROS
           MOVE REG-MATRICULA TO WS-MATRICULA-BUSCA
           PERFORM 6200-PROCURAR-SAIDA-DA-MATRICULA
           IF NOT PAG-ACHOU
               ADD 1 TO WS-EMP-SEM-SAIDA
           END-IF
           .
       6150-CONFERIR-SAIDA-MATRICULA-FIM.
           EXIT.

      *******************************************************************
      *    PROCURA A MATRICULA DO MESTRE NO PAYOUT (PAGAS E REJEITADAS)*
      *******************************************************************
       6200-PROCURAR-SAIDA-DA-MATRICULA SECTION.
           MOVE WS-MATRICULA-BUSCA TO TPG-MATRICULA
           READ ARQ-TRB-PAGOS
               INVALID KEY
                   MOVE 'N' TO WS-PAG-ACHOU
               NOT INVALID KEY
                   SET PAG-ACHOU TO TRUE
           END-READ
           .
       6200-PROCURAR-SAIDA-DA-MATRICULA-FIM.
           EXIT.

      *******************************************************************
       7000-GRAVAR-CONCLUSAO           SECTION.
           MOVE SPACES TO WS-LINHA-CONFERE
           PERFORM 9000-GRAVAR-LINHA-CONFERE
           MOVE SPACES TO WS-LINHA-CONFERE
           STRING 'COMPETENCIA DO CICLO CONFERIDO: ' WS-COMP-CICLO
               DELIMITED BY SIZE INTO WS-LINHA-CONFERE
           PERFORM 9000-GRAVAR-LINHA-CONFERE
           IF WS-QTDE-DIVERGENCIAS = ZEROS
               MOVE 'BALANCEAMENTO OK: PAGAMENTO PODE SER LIBERADO'
                   TO WS-LINHA-CONFERE
