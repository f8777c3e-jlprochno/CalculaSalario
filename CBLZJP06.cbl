      *                          como erro de montagem do job, para a
      *                          previa nao comparar o mes com ele
      *                          mesmo e liberar remessa errada.
      * Date: 15102026  By: EQP  Desconto variavel lancado para
      *                          matricula desligada (inativa no
      *                          mestre) sai como excecao da previa.
      * Date: 15102026  By: EQP  Liquidos da competencia anterior
      *                          passam da tabela em memoria (limite
      *                          de 5000) para o arquivo de trabalho
      *                          indexado TRBANT, lido pela matricula;
      *                          matricula repetida no PAYANT mantem o
      *                          primeiro detalhe, com aviso.
      * Date: 15102026  By: EQP  Liquido comparado por matricula e nao
      *                          por detalhe: o vale (adiantamento) e
      *                          a folha mensal da mesma competencia
      *                          sao somados no PAYANT (TRBANT) e no
      *                          PAYOUT (novo arquivo de trabalho
      *                          TRBATU) antes da critica de
      *                          variacao.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ARQ-EXCECOES    ASSIGN TO "RELPREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCECOES.
           SELECT ARQ-TRB-ANTERIOR ASSIGN TO "TRBANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAN-MATRICULA
               FILE STATUS IS WS-FS-TRB-ANTERIOR.
           SELECT ARQ-TRB-ATUAL   ASSIGN TO "TRBATU"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAT-MATRICULA
               FILE STATUS IS WS-FS-TRB-ATUAL.
       DATA DIVISION.
       FILE SECTION.
      *    CARTAO DE PARAMETROS DA PREVIA: PERCENTUAL DE VARIACAO DO
       FD  ARQ-EXCECOES.
       01  REG-EXCECAO                 PIC X(132).

      *    ARQUIVO DE TRABALHO, CRIADO A CADA EXECUCAO: LIQUIDOS DA
      *    COMPETENCIA ANTERIOR PELA MATRICULA, CASADOS COM OS DA
      *    COMPETENCIA ATUAL. O VOLUME FICA LIMITADO SO PELO PAYANT.
      *    OS DETALHES DA MESMA MATRICULA (VALE E FOLHA MENSAL) SAO
      *    SOMADOS NUM SO LIQUIDO
       FD  ARQ-TRB-ANTERIOR.
       01  REG-TRB-ANTERIOR.
           05  TAN-MATRICULA           PIC 9(006).
           05  TAN-NOME                PIC X(030).
           05  TAN-LIQUIDO             PIC 9(013)V99.
           05  TAN-CASADA              PIC X(001).

      *    ARQUIVO DE TRABALHO, CRIADO A CADA EXECUCAO: LIQUIDOS DA
      *    COMPETENCIA ATUAL PELA MATRICULA, SOMADOS COMO OS DO PAYANT
       FD  ARQ-TRB-ATUAL.
       01  REG-TRB-ATUAL.
           05  TAT-MATRICULA           PIC 9(006).
           05  TAT-NOME                PIC X(030).
           05  TAT-LIQUIDO             PIC 9(013)V99.

       WORKING-STORAGE SECTION.

       01  WS-FS-CARTAO                PIC X(002)     VALUE '00'.
       01  WS-FS-DESCONTOS             PIC X(002)     VALUE '00'.
       01  WS-FS-EMPREGADOS            PIC X(002)     VALUE '00'.
       01  WS-FS-EXCECOES              PIC X(002)     VALUE '00'.
       01  WS-FS-TRB-ANTERIOR          PIC X(002)     VALUE '00'.
       01  WS-FS-TRB-ATUAL             PIC X(002)     VALUE '00'.

       01  WS-FIM-ARQUIVO              PIC X(001)     VALUE 'N'.
           88  FIM-ARQUIVO                            VALUE 'S'.
       01  WS-PCT-VARIACAO             PIC 9(003)     VALUE ZEROS.
       01  WS-PCT-DESCONTO             PIC 9(003)     VALUE ZEROS.

      *    LIQUIDOS DA COMPETENCIA ANTERIOR CARREGADOS NO ARQUIVO DE
      *    TRABALHO (TRBANT) E CASADOS COM OS DA COMPETENCIA ATUAL,
      *    MATRICULA A MATRICULA
       01  WS-ANT-QTDE-CARREGADAS      PIC 9(007)     VALUE ZEROS.
       01  WS-FLAG-ANTERIOR            PIC X(001)     VALUE 'N'.
           88  ANTERIOR-ACHADA                         VALUE 'S'.
       01  WS-FIM-TRB-ANTERIOR         PIC X(001)     VALUE 'N'.
           88  FIM-TRB-ANTERIOR                        VALUE 'S'.
       01  WS-FLAG-ATUAL               PIC X(001)     VALUE 'N'.
           88  ATUAL-ACHADA                            VALUE 'S'.
       01  WS-FIM-TRB-ATUAL            PIC X(001)     VALUE 'N'.
           88  FIM-TRB-ATUAL                           VALUE 'S'.

      *    COMPETENCIAS EFETIVAMENTE COMPARADAS, LIDAS DOS PROPRIOS
      *    DETALHES DO PAYOUT E DO PAYANT: SE COINCIDIREM, A MONTAGEM
           MOVE PRV-PCT-VARIACAO TO WS-PCT-VARIACAO
           MOVE PRV-PCT-DESCONTO TO WS-PCT-DESCONTO
           CLOSE ARQ-CARTAO
           OPEN OUTPUT ARQ-TRB-ANTERIOR
           CLOSE ARQ-TRB-ANTERIOR
           OPEN I-O ARQ-TRB-ANTERIOR
           IF WS-FS-TRB-ANTERIOR NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO CRIAR O ARQUIVO DE '
                       'TRABALHO DA COMPETENCIA ANTERIOR (TRBANT), '
                       'FILE STATUS ' WS-FS-TRB-ANTERIOR
               STOP RUN
           END-IF
           OPEN INPUT ARQ-SAIDA-ANT
           IF WS-FS-SAIDA-ANT NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO ABRIR O PAYOUT DA '
           PERFORM 1100-CARREGAR-LIQUIDO-ANTERIOR UNTIL FIM-ARQUIVO
           CLOSE ARQ-SAIDA-ANT
           DISPLAY 'LIQUIDOS DA COMPETENCIA ANTERIOR CARREGADOS: '
                   WS-ANT-QTDE-CARREGADAS
      *    A COMPETENCIA DO CICLO ATUAL VEM DOS PROPRIOS DETALHES DO
      *    PAYOUT, COMO NO BALANCEAMENTO; SE FOR IGUAL A DO PAYANT,
      *    OS ARQUIVOS DO JOB FORAM MONTADOS ERRADOS E A PREVIA
           EXIT.

      *******************************************************************
      *    GUARDA O LIQUIDO DE UMA MATRICULA DA COMPETENCIA ANTERIOR,   *
      *    SOMANDO OS DETALHES DA MESMA MATRICULA (VALE E FOLHA MENSAL) *
      *******************************************************************
       1100-CARREGAR-LIQUIDO-ANTERIOR  SECTION.
           READ ARQ-SAIDA-ANT
                   IF ANT-STATUS = 'P' OR ANT-STATUS = 'C'
                           OR ANT-STATUS = 'D'
                       MOVE ANT-COMPETENCIA TO WS-COMP-ANTERIOR
                       MOVE ANT-MATRICULA TO TAN-MATRICULA
                       READ ARQ-TRB-ANTERIOR
                           INVALID KEY
                               MOVE 'N' TO WS-FLAG-ANTERIOR
                               MOVE ANT-NOME TO TAN-NOME
                               MOVE ZEROS    TO TAN-LIQUIDO
                               MOVE 'N'      TO TAN-CASADA
                           NOT INVALID KEY
                               SET ANTERIOR-ACHADA TO TRUE
                       END-READ
                       ADD ANT-SALARIO-LIQUIDO    TO TAN-LIQUIDO
                       ADD ANT-VALOR-COMPLEMENTAR TO TAN-LIQUIDO
                       IF ANTERIOR-ACHADA
                           REWRITE REG-TRB-ANTERIOR
                       ELSE
                           WRITE REG-TRB-ANTERIOR
                           ADD 1 TO WS-ANT-QTDE-CARREGADAS
                       END-IF
                       IF WS-FS-TRB-ANTERIOR NOT = '00'
                           DISPLAY 'ERRO FATAL: FALHA AO GRAVAR O '
                                   'ARQUIVO DE TRABALHO DA '
                                   'COMPETENCIA ANTERIOR (TRBANT), '
                                   'FILE STATUS ' WS-FS-TRB-ANTERIOR
                           STOP RUN
                       END-IF
                   END-IF
           END-READ
           .
           EXIT.

      *******************************************************************
      *    COMPARA O PAYOUT ATUAL COM A COMPETENCIA ANTERIOR: SOMA OS   *
      *    LIQUIDOS DO CICLO POR MATRICULA NO ARQUIVO DE TRABALHO       *
      *    (TRBATU) E COMPARA CADA MATRICULA, EM ORDEM DE MATRICULA     *
      *******************************************************************
       2000-COMPARAR-COMPETENCIAS      SECTION.
           OPEN OUTPUT ARQ-TRB-ATUAL
           CLOSE ARQ-TRB-ATUAL
           OPEN I-O ARQ-TRB-ATUAL
           IF WS-FS-TRB-ATUAL NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO CRIAR O ARQUIVO DE '
                       'TRABALHO DA COMPETENCIA ATUAL (TRBATU), '
                       'FILE STATUS ' WS-FS-TRB-ATUAL
               STOP RUN
           END-IF
           OPEN INPUT ARQ-SAIDA
           IF WS-FS-SAIDA NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO ABRIR O ARQUIVO DE '
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM 2050-SOMAR-LIQUIDO-ATUAL UNTIL FIM-ARQUIVO
           CLOSE ARQ-SAIDA
           MOVE ZEROS TO TAT-MATRICULA
           MOVE 'N' TO WS-FIM-TRB-ATUAL
           START ARQ-TRB-ATUAL KEY IS NOT LESS THAN TAT-MATRICULA
               INVALID KEY
                   SET FIM-TRB-ATUAL TO TRUE
           END-START
           PERFORM 2100-COMPARAR-MATRICULA UNTIL FIM-TRB-ATUAL
           CLOSE ARQ-TRB-ATUAL
           .
       2000-COMPARAR-COMPETENCIAS-FIM.
           EXIT.

      *******************************************************************
      *    SOMA UM DETALHE PAGO DO PAYOUT NO LIQUIDO DA SUA MATRICULA   *
      *******************************************************************
       2050-SOMAR-LIQUIDO-ATUAL        SECTION.
           READ ARQ-SAIDA
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF SAI-STATUS = 'P' OR SAI-STATUS = 'C'
                           OR SAI-STATUS = 'D'
                       MOVE SAI-MATRICULA TO TAT-MATRICULA
                       READ ARQ-TRB-ATUAL
                           INVALID KEY
                               MOVE 'N' TO WS-FLAG-ATUAL
                               MOVE SAI-NOME TO TAT-NOME
                               MOVE ZEROS    TO TAT-LIQUIDO
                           NOT INVALID KEY
                               SET ATUAL-ACHADA TO TRUE
                       END-READ
                       ADD SAI-SALARIO-LIQUIDO    TO TAT-LIQUIDO
                       ADD SAI-VALOR-COMPLEMENTAR TO TAT-LIQUIDO
                       IF ATUAL-ACHADA
                           REWRITE REG-TRB-ATUAL
                       ELSE
                           WRITE REG-TRB-ATUAL
                       END-IF
                       IF WS-FS-TRB-ATUAL NOT = '00'
                           DISPLAY 'ERRO FATAL: FALHA AO GRAVAR O '
                                   'ARQUIVO DE TRABALHO DA '
                                   'COMPETENCIA ATUAL (TRBATU), '
                                   'FILE STATUS ' WS-FS-TRB-ATUAL
                           STOP RUN
                       END-IF
                   END-IF
           END-READ
           .
       2050-SOMAR-LIQUIDO-ATUAL-FIM.
           EXIT.

      *******************************************************************
      *    COMPARA O LIQUIDO DE UMA MATRICULA COM O MES ANTERIOR        *
      *******************************************************************
       2100-COMPARAR-MATRICULA         SECTION.
           READ ARQ-TRB-ATUAL NEXT RECORD
               AT END
                   SET FIM-TRB-ATUAL TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTDE-COMPARADAS
                   MOVE TAT-LIQUIDO TO WS-LIQUIDO-ATUAL
                   PERFORM 2200-PROCURAR-NO-ANTERIOR
                   IF NOT ANTERIOR-ACHADA
                       PERFORM 2300-APONTAR-MATRICULA-NOVA
                   ELSE
                       PERFORM 2210-MARCAR-CASADA
                       PERFORM 2400-CRITICAR-VARIACAO
                   END-IF
           END-READ
           .
       2100-COMPARAR-MATRICULA-FIM.
           EXIT.

      *******************************************************************
      *    PROCURA A MATRICULA ATUAL NO ARQUIVO DO MES ANTERIOR         *
      *******************************************************************
       2200-PROCURAR-NO-ANTERIOR       SECTION.
           MOVE TAT-MATRICULA TO TAN-MATRICULA
           READ ARQ-TRB-ANTERIOR
               INVALID KEY
                   MOVE 'N' TO WS-FLAG-ANTERIOR
               NOT INVALID KEY
                   SET ANTERIOR-ACHADA TO TRUE
           END-READ
           .
       2200-PROCURAR-NO-ANTERIOR-FIM.
           EXIT.

      *******************************************************************
      *    MARCA A MATRICULA DO MES ANTERIOR COMO CASADA NO ATUAL       *
      *******************************************************************
       2210-MARCAR-CASADA              SECTION.
           MOVE 'S' TO TAN-CASADA
           REWRITE REG-TRB-ANTERIOR
           IF WS-FS-TRB-ANTERIOR NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO ATUALIZAR O ARQUIVO DE '
                       'TRABALHO DA COMPETENCIA ANTERIOR (TRBANT), '
                       'FILE STATUS ' WS-FS-TRB-ANTERIOR
               STOP RUN
           END-IF
           .
       2210-MARCAR-CASADA-FIM.
           EXIT.

      *******************************************************************
       2300-APONTAR-MATRICULA-NOVA     SECTION.
           MOVE WS-LIQUIDO-ATUAL TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-LINHA-EXCECAO
           STRING 'MATRICULA NOVA ....: ' TAT-MATRICULA
                   '  ' TAT-NOME
                   '  LIQUIDO R$ ' WS-VALOR-EDITADO
                   '  SEM MOVIMENTO ANTERIOR'
               DELIMITED BY SIZE INTO WS-LINHA-EXCECAO
      *    EXCECAO: VARIACAO DO LIQUIDO ACIMA DA TOLERANCIA             *
      *******************************************************************
       2400-CRITICAR-VARIACAO          SECTION.
           IF TAN-LIQUIDO = ZEROS
      *    SEM BASE DE COMPARACAO: LIQUIDO ANTERIOR ZERADO
               IF WS-LIQUIDO-ATUAL > ZEROS
                   MOVE WS-LIQUIDO-ATUAL TO WS-VALOR-EDITADO
                   MOVE SPACES TO WS-LINHA-EXCECAO
                   STRING 'LIQUIDO ANTERIOR ZERADO: ' TAT-MATRICULA
                           '  ' TAT-NOME
                           '  LIQUIDO ATUAL R$ ' WS-VALOR-EDITADO
                       DELIMITED BY SIZE INTO WS-LINHA-EXCECAO
                   PERFORM 9100-GRAVAR-EXCECAO
           ELSE
               COMPUTE WS-VARIACAO-VALOR =
                       WS-LIQUIDO-ATUAL
                       - TAN-LIQUIDO
               IF WS-VARIACAO-VALOR < ZEROS
                   COMPUTE WS-VARIACAO-VALOR = 0 - WS-VARIACAO-VALOR
               END-IF
               COMPUTE WS-VARIACAO-PCT ROUNDED =
                       (WS-VARIACAO-VALOR * 100)
                       / TAN-LIQUIDO
               IF WS-VARIACAO-PCT > WS-PCT-VARIACAO
                   MOVE WS-LIQUIDO-ATUAL TO WS-VALOR-EDITADO
                   MOVE TAN-LIQUIDO
                       TO WS-VALOR-EDITADO2
                   MOVE WS-VARIACAO-PCT TO WS-PCT-EDITADO
                   MOVE SPACES TO WS-LINHA-EXCECAO
                   STRING 'VARIACAO DE LIQUIDO: ' TAT-MATRICULA
                           '  ' TAT-NOME
                           '  ATUAL R$ ' WS-VALOR-EDITADO
                           '  ANTERIOR R$ ' WS-VALOR-EDITADO2
                           '  VARIACAO ' WS-PCT-EDITADO '%'
      *    EXCECAO: MATRICULA DO MES ANTERIOR SEM MOVIMENTO NO ATUAL    *
      *******************************************************************
       3000-APONTAR-SUMIDAS            SECTION.
           MOVE ZEROS TO TAN-MATRICULA
           MOVE 'N' TO WS-FIM-TRB-ANTERIOR
           START ARQ-TRB-ANTERIOR KEY IS NOT LESS THAN TAN-MATRICULA
               INVALID KEY
                   SET FIM-TRB-ANTERIOR TO TRUE
           END-START
           PERFORM 3100-VERIFICAR-SUMIDA UNTIL FIM-TRB-ANTERIOR
           CLOSE ARQ-TRB-ANTERIOR
           .
       3000-APONTAR-SUMIDAS-FIM.
           EXIT.

       3100-VERIFICAR-SUMIDA           SECTION.
           READ ARQ-TRB-ANTERIOR NEXT RECORD
               AT END
                   SET FIM-TRB-ANTERIOR TO TRUE
               NOT AT END
                   IF TAN-CASADA = 'N'
                       MOVE TAN-LIQUIDO TO WS-VALOR-EDITADO
                       MOVE SPACES TO WS-LINHA-EXCECAO
                       STRING 'MATRICULA SUMIU ...: '
                               TAN-MATRICULA
                               '  ' TAN-NOME
                               '  LIQUIDO ANTERIOR R$ '
                               WS-VALOR-EDITADO
                               '  SEM MOVIMENTO ATUAL'
                           DELIMITED BY SIZE INTO WS-LINHA-EXCECAO
                       PERFORM 9100-GRAVAR-EXCECAO
                   END-IF
           END-READ
           .
       3100-VERIFICAR-SUMIDA-FIM.
           EXIT.
                               INTO WS-LINHA-EXCECAO
                           PERFORM 9100-GRAVAR-EXCECAO
                       NOT INVALID KEY
      *    DESCONTO PARA MATRICULA DESLIGADA (INATIVA NO MESTRE) SO
      *    CABE NA RESCISAO: SINALIZADO PARA CONFERENCIA DO RH
                           IF REG-DESLIGADO
                               MOVE SPACES TO WS-LINHA-EXCECAO
                               STRING 'DESCONTO DESLIGADO : '
                                       DSC-MATRICULA
                                       '  CODIGO ' DSC-CODIGO
                                       '  MATRICULA DESLIGADA EM '
                                       REG-DATA-DESLIGAMENTO
                                   DELIMITED BY SIZE
                                   INTO WS-LINHA-EXCECAO
                               PERFORM 9100-GRAVAR-EXCECAO
                           ELSE
                               IF DSC-TIPO = 'P'
                                   COMPUTE WS-DESCONTO-CALC ROUNDED =
                                           (REG-SALARIO-BRUTO
                                            * DSC-VALOR) / 100
                               ELSE
                                   MOVE DSC-VALOR TO WS-DESCONTO-CALC
                               END-IF
                               COMPUTE WS-DESCONTO-LIMITE ROUNDED =
                                       (REG-SALARIO-BRUTO
                                        * WS-PCT-DESCONTO) / 100
                               IF WS-DESCONTO-CALC > WS-DESCONTO-LIMITE
                                   MOVE WS-DESCONTO-CALC
                                       TO WS-VALOR-EDITADO
                                   MOVE REG-SALARIO-BRUTO
                                       TO WS-VALOR-EDITADO2
                                   MOVE SPACES TO WS-LINHA-EXCECAO
                                   STRING 'DESCONTO EXCESSIVO : '
                                           DSC-MATRICULA
                                           '  ' DSC-CODIGO
                                           ' ' DSC-DESCRICAO
                                           '  R$ ' WS-VALOR-EDITADO
                                           '  BRUTO R$ '
                                           WS-VALOR-EDITADO2
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-EXCECAO
                                   PERFORM 9100-GRAVAR-EXCECAO
                               END-IF
                           END-IF
                   END-READ
           END-READ
