       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZJP11.
      ******************************************************************
      * Author: JENYFFER LAURA PROCHNO PEREIRA
      * Date: 15102026
      * Purpose: CONTROLE DO FECHAMENTO DA FOLHA POR COMPETENCIA:
      *          LIBERA CADA ETAPA (CBLZJP01, CBLZJP02, CBLZJP06,
      *          CBLZJP09 FUNCAO C, CBLZJP08, REMESSA E CBLZJP05) SO
      *          COM AS ANTERIORES CONCLUIDAS OK, REGISTRA O
      *          RESULTADO, O CODIGO DE RETORNO, A DATA E A HORA DE
      *          CADA ETAPA NO ARQUIVO DE SITUACAO (FECHCTL), EXIGE
      *          BALANCEAMENTO LIMPO E PREVIA APROVADA PELO RH PARA
      *          LIBERAR A REMESSA E EMITE O RELATORIO DE SITUACAO
      *          DO FECHAMENTO PARA O SUPERVISOR (RELFECH)
      * Tectonics: .CBL
      ******************************************************************
      * Modification History:
      * Date: 15102026  By: EQP  Versao inicial: portoes de liberacao
      *                          entre as etapas do fechamento, com
      *                          registro de recusas e anulacao das
      *                          etapas dependentes na reexecucao.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTROLE    ASSIGN TO "FECHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.
           SELECT ARQ-CONFERE     ASSIGN TO "CONFBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONFERE.
           SELECT ARQ-RELATORIO   ASSIGN TO "RELFECH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
      *    SITUACAO DO FECHAMENTO (ACUMULATIVO): UM REGISTRO POR
      *    OCORRENCIA DE CADA ETAPA DA COMPETENCIA; A SITUACAO ATUAL
      *    DA ETAPA E A DO ULTIMO REGISTRO DELA QUE NAO SEJA RECUSA
      *    SITUACAO: L = LIBERADA (EM EXECUCAO), O = CONCLUIDA OK,
      *    F = FALHOU, A = ANULADA PELA REEXECUCAO DE ETAPA ANTERIOR,
      *    R = LIBERACAO OU REGISTRO RECUSADO PELO CONTROLE
       FD  ARQ-CONTROLE.
       01  REG-CONTROLE.
           05  CTL-COMPETENCIA          PIC X(007).
           05  CTL-ETAPA                PIC X(002).
           05  CTL-SITUACAO             PIC X(001).
           05  CTL-RETORNO              PIC 9(004).
           05  CTL-DATA                 PIC 9(008).
           05  CTL-HORA                 PIC 9(006).
           05  CTL-RESPONSAVEL          PIC X(020).
           05  CTL-OBSERVACAO           PIC X(060).

       FD  ARQ-CONFERE.
       01  REG-CONFERE                 PIC X(100).

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO               PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FS-CONTROLE              PIC X(002)     VALUE '00'.
       01  WS-FS-CONFERE               PIC X(002)     VALUE '00'.
       01  WS-FS-RELATORIO             PIC X(002)     VALUE '00'.

       01  WS-FIM-ARQUIVO              PIC X(001)     VALUE 'N'.
           88  FIM-ARQUIVO                            VALUE 'S'.

      *    FUNCAO INFORMADA NO INICIO: L = LIBERAR ETAPA, R = REGISTRAR
      *    RESULTADO DA ETAPA, A = APROVAR A PREVIA (RH), S = SITUACAO
       01  WS-FUNCAO                   PIC X(001)     VALUE SPACES.
           88  FUNCAO-LIBERAR                          VALUE 'L'.
           88  FUNCAO-REGISTRAR                        VALUE 'R'.
           88  FUNCAO-APROVAR                          VALUE 'A'.
           88  FUNCAO-SITUACAO                         VALUE 'S'.

       01  WS-COMPETENCIA.
           05  WS-COMP-MES             PIC 9(002).
           05  WS-COMP-SEP             PIC X(001).
           05  WS-COMP-ANO             PIC 9(004).
       01  WS-ETAPA                    PIC X(002)     VALUE SPACES.
       01  WS-RETORNO-X                PIC X(004)     VALUE SPACES.
       01  WS-RETORNO                  PIC 9(004)     VALUE ZEROS.
       01  WS-RESPONSAVEL              PIC X(020)     VALUE SPACES.
       01  WS-DATA-SISTEMA             PIC 9(008)     VALUE ZEROS.
       01  WS-HORA-SISTEMA             PIC 9(008)     VALUE ZEROS.

      *    ETAPAS DO FECHAMENTO NA ORDEM DE EXECUCAO, COM ATE DUAS
      *    ETAPAS QUE PRECISAM ESTAR CONCLUIDAS OK ANTES DELA:
      *    A APROVACAO DA PREVIA (AP) E A LIBERACAO DA REMESSA (RM)
      *    SAO ETAPAS SEM PROGRAMA, REGISTRADAS PELO PROPRIO CONTROLE
       01  WS-TAB-ETAPAS-X.
           05  FILLER                  PIC X(042)     VALUE
               '01    CALCULO DA FOLHA (CBLZJP01)        '.
           05  FILLER                  PIC X(042)     VALUE
               '0201  BALANCEAMENTO (CBLZJP02)           '.
           05  FILLER                  PIC X(042)     VALUE
               '0602  PREVIA DA FOLHA (CBLZJP06)         '.
           05  FILLER                  PIC X(042)     VALUE
               'AP06  APROVACAO DA PREVIA PELO RH        '.
           05  FILLER                  PIC X(042)     VALUE
               '0906  ACERVO DE HOLERITES (CBLZJP09 C)   '.
           05  FILLER                  PIC X(042)     VALUE
               '0809  CONTABILIZACAO (CBLZJP08)          '.
           05  FILLER                  PIC X(042)     VALUE
               'RM02APLIBERACAO DA REMESSA BANCARIA      '.
           05  FILLER                  PIC X(042)     VALUE
               '0508RMRETORNO BANCARIO (CBLZJP05)        '.
       01  WS-TAB-ETAPAS REDEFINES WS-TAB-ETAPAS-X.
           05  WS-ETP-ENTRADA          OCCURS 8 TIMES.
               10  WS-ETP-CODIGO       PIC X(002).
               10  WS-ETP-ANTERIOR-1   PIC X(002).
               10  WS-ETP-ANTERIOR-2   PIC X(002).
               10  WS-ETP-DESCRICAO    PIC X(036).
       01  WS-ETP-QTDE                 PIC 9(001)     VALUE 8.

      *    SITUACAO ATUAL DE CADA ETAPA NA COMPETENCIA, NA ORDEM DA
      *    TABELA DE ETAPAS
       01  WS-TAB-SITUACAO.
           05  WS-SIT-ENTRADA          OCCURS 8 TIMES.
               10  WS-SIT-SITUACAO     PIC X(001).
               10  WS-SIT-RETORNO      PIC 9(004).
               10  WS-SIT-DATA         PIC 9(008).
               10  WS-SIT-HORA         PIC 9(006).
               10  WS-SIT-RESPONSAVEL  PIC X(020).
               10  WS-SIT-ANULAR       PIC X(001).
       01  WS-ETP-IND                  PIC 9(001)     VALUE ZEROS.
       01  WS-ETP-ATUAL                PIC 9(001)     VALUE ZEROS.
       01  WS-ETP-BUSCA-COD            PIC X(002)     VALUE SPACES.
       01  WS-ETP-ACHADA               PIC 9(001)     VALUE ZEROS.
       01  WS-ETP-ANT-IND              PIC 9(001)     VALUE ZEROS.
       01  WS-ETP-DESC-IND             PIC 9(001)     VALUE ZEROS.
       01  WS-QTDE-RECUSAS             PIC 9(004)     VALUE ZEROS.
       01  WS-QTDE-PENDENTES           PIC 9(001)     VALUE ZEROS.

      *    RESULTADO DA VERIFICACAO DOS PORTOES DA ETAPA
       01  WS-ETAPA-RECUSADA           PIC X(001)     VALUE 'N'.
           88  ETAPA-RECUSADA                          VALUE 'S'.
       01  WS-MOTIVO-RECUSA            PIC X(060)     VALUE SPACES.
       01  WS-OBSERVACAO               PIC X(060)     VALUE SPACES.
       01  WS-SITUACAO-NOVA            PIC X(001)     VALUE SPACES.

      *    CONCLUSAO DO BALANCEAMENTO LIDA DO CONFBAL
       01  WS-CONF-COMPETENCIA         PIC X(007)     VALUE SPACES.
       01  WS-CONF-OK                  PIC X(001)     VALUE 'N'.
           88  CONF-OK                                 VALUE 'S'.
       01  WS-CONF-DIVERGENTE          PIC X(001)     VALUE 'N'.
           88  CONF-DIVERGENTE                         VALUE 'S'.
       01  WS-CONF-LIMPO               PIC X(001)     VALUE 'N'.
           88  CONF-LIMPO                              VALUE 'S'.

       01  WS-DESC-SITUACAO            PIC X(020)     VALUE SPACES.
       01  WS-LINHA-RELATORIO          PIC X(132)     VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR
           PERFORM 2000-CARREGAR-SITUACAO
           IF FUNCAO-LIBERAR
               PERFORM 3000-LIBERAR-ETAPA
               ELSE IF FUNCAO-REGISTRAR
                   PERFORM 4000-REGISTRAR-RESULTADO
                   ELSE IF FUNCAO-APROVAR
                       PERFORM 5000-APROVAR-PREVIA
                       ELSE
                           PERFORM 6000-EMITIR-SITUACAO
                   END-IF
               END-IF
           END-IF
           PERFORM 8000-FINALIZAR
           .
       0000-PRINCIPAL-FIM.
           EXIT.

      *******************************************************************
      *    INICIALIZACAO: FUNCAO, COMPETENCIA, ETAPA, CODIGO DE RETORNO *
      *    E RESPONSAVEL, CONFORME A FUNCAO                             *
      *******************************************************************
       1000-INICIALIZAR                SECTION.
           DISPLAY 'INFORME A FUNCAO (L=LIBERAR ETAPA, R=REGISTRAR '
                   'RESULTADO, A=APROVAR PREVIA, S=SITUACAO):'
           ACCEPT WS-FUNCAO
           IF NOT FUNCAO-LIBERAR AND NOT FUNCAO-REGISTRAR
                   AND NOT FUNCAO-APROVAR AND NOT FUNCAO-SITUACAO
               DISPLAY 'ERRO FATAL: FUNCAO INVALIDA (' WS-FUNCAO
                       '), INFORME L, R, A OU S'
               STOP RUN
           END-IF
           DISPLAY 'INFORME A COMPETENCIA DO FECHAMENTO (MM/AAAA):'
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
           IF FUNCAO-LIBERAR OR FUNCAO-REGISTRAR
               DISPLAY 'INFORME A ETAPA (01, 02, 06, 09, 08, RM, 05):'
               ACCEPT WS-ETAPA
               MOVE WS-ETAPA TO WS-ETP-BUSCA-COD
               PERFORM 9300-LOCALIZAR-ETAPA
               IF WS-ETP-ACHADA = ZEROS OR WS-ETAPA = 'AP'
                   DISPLAY 'ERRO FATAL: ETAPA INVALIDA (' WS-ETAPA
                           '), A APROVACAO DA PREVIA E PELA FUNCAO A'
                   STOP RUN
               END-IF
               MOVE WS-ETP-ACHADA TO WS-ETP-ATUAL
           END-IF
           IF FUNCAO-APROVAR
               MOVE 'AP' TO WS-ETAPA
               MOVE 'AP' TO WS-ETP-BUSCA-COD
               PERFORM 9300-LOCALIZAR-ETAPA
               MOVE WS-ETP-ACHADA TO WS-ETP-ATUAL
           END-IF
           IF FUNCAO-REGISTRAR
               DISPLAY 'INFORME O CODIGO DE RETORNO DA ETAPA (0000 = '
                       'CONCLUIDA OK):'
               ACCEPT WS-RETORNO-X
               IF WS-RETORNO-X NOT NUMERIC
                   DISPLAY 'ERRO FATAL: CODIGO DE RETORNO INVALIDO ('
                           WS-RETORNO-X '), INFORME 4 DIGITOS'
                   STOP RUN
               END-IF
               MOVE WS-RETORNO-X TO WS-RETORNO
           END-IF
           IF NOT FUNCAO-SITUACAO
               DISPLAY 'INFORME O RESPONSAVEL (OPERADOR OU APROVADOR):'
               ACCEPT WS-RESPONSAVEL
               IF WS-RESPONSAVEL = SPACES
                   DISPLAY 'ERRO FATAL: RESPONSAVEL NAO INFORMADO'
                   STOP RUN
               END-IF
           END-IF
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           .
       1000-INICIALIZAR-FIM.
           EXIT.

      *******************************************************************
      *    CARREGA A SITUACAO ATUAL DE CADA ETAPA DA COMPETENCIA: VALE  *
      *    O ULTIMO REGISTRO DA ETAPA, EXCETO AS RECUSAS                *
      *******************************************************************
       2000-CARREGAR-SITUACAO          SECTION.
           INITIALIZE WS-TAB-SITUACAO
           OPEN INPUT ARQ-CONTROLE
           IF WS-FS-CONTROLE NOT = '00'
               DISPLAY 'AVISO: SITUACAO DO FECHAMENTO (FECHCTL) NAO '
                       'ENCONTRADA, NENHUMA ETAPA REGISTRADA'
           ELSE
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 2100-LER-CONTROLE UNTIL FIM-ARQUIVO
               CLOSE ARQ-CONTROLE
           END-IF
           .
       2000-CARREGAR-SITUACAO-FIM.
           EXIT.

       2100-LER-CONTROLE               SECTION.
           READ ARQ-CONTROLE
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF CTL-COMPETENCIA = WS-COMPETENCIA
                       IF CTL-SITUACAO = 'R'
                           ADD 1 TO WS-QTDE-RECUSAS
                       ELSE
                           MOVE CTL-ETAPA TO WS-ETP-BUSCA-COD
                           PERFORM 9300-LOCALIZAR-ETAPA
                           IF WS-ETP-ACHADA > ZEROS
                               MOVE CTL-SITUACAO TO
                                   WS-SIT-SITUACAO(WS-ETP-ACHADA)
                               MOVE CTL-RETORNO TO
                                   WS-SIT-RETORNO(WS-ETP-ACHADA)
                               MOVE CTL-DATA TO
                                   WS-SIT-DATA(WS-ETP-ACHADA)
                               MOVE CTL-HORA TO
                                   WS-SIT-HORA(WS-ETP-ACHADA)
                               MOVE CTL-RESPONSAVEL TO
                                   WS-SIT-RESPONSAVEL(WS-ETP-ACHADA)
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .
       2100-LER-CONTROLE-FIM.
           EXIT.

      *******************************************************************
      *    LIBERA A ETAPA: AS ETAPAS ANTERIORES PRECISAM ESTAR          *
      *    CONCLUIDAS OK E, PARA A REMESSA, O BALANCEAMENTO DA          *
      *    COMPETENCIA PRECISA ESTAR LIMPO; A LIBERACAO ANULA AS        *
      *    ETAPAS QUE DEPENDEM DELA, QUE PRECISAM SER REFEITAS          *
      *******************************************************************
       3000-LIBERAR-ETAPA              SECTION.
           MOVE 'N' TO WS-ETAPA-RECUSADA
           IF WS-SIT-SITUACAO(WS-ETP-ATUAL) = 'L'
               SET ETAPA-RECUSADA TO TRUE
               MOVE SPACES TO WS-MOTIVO-RECUSA
               STRING 'ETAPA JA LIBERADA, AGUARDANDO O REGISTRO DO '
                       'RESULTADO'
                   DELIMITED BY SIZE INTO WS-MOTIVO-RECUSA
           ELSE
               PERFORM 3100-CONFERIR-ANTERIORES
           END-IF
           IF NOT ETAPA-RECUSADA AND WS-ETAPA = 'RM'
               PERFORM 3500-VERIFICAR-BALANCEAMENTO
               IF NOT CONF-LIMPO
                   SET ETAPA-RECUSADA TO TRUE
                   MOVE SPACES TO WS-MOTIVO-RECUSA
                   STRING 'BALANCEAMENTO (CONFBAL) DA COMPETENCIA NAO '
                           'ESTA LIMPO'
                       DELIMITED BY SIZE INTO WS-MOTIVO-RECUSA
               END-IF
           END-IF
           IF ETAPA-RECUSADA
               PERFORM 9500-RECUSAR
           ELSE
               MOVE 'L' TO WS-SITUACAO-NOVA
               MOVE ZEROS TO WS-RETORNO
               MOVE 'ETAPA LIBERADA PARA EXECUCAO' TO WS-OBSERVACAO
               PERFORM 9200-GRAVAR-CONTROLE
               PERFORM 3200-ANULAR-DEPENDENTES
               DISPLAY 'ETAPA ' WS-ETAPA ' LIBERADA PARA A COMPETENCIA '
                       WS-COMPETENCIA
           END-IF
           .
       3000-LIBERAR-ETAPA-FIM.
           EXIT.

      *******************************************************************
      *    CONFERE SE AS ETAPAS ANTERIORES DA ETAPA ATUAL ESTAO         *
      *    CONCLUIDAS OK                                                *
      *******************************************************************
       3100-CONFERIR-ANTERIORES        SECTION.
           IF WS-ETP-ANTERIOR-1(WS-ETP-ATUAL) NOT = SPACES
               MOVE WS-ETP-ANTERIOR-1(WS-ETP-ATUAL) TO WS-ETP-BUSCA-COD
               PERFORM 3110-CONFERIR-ANTERIOR
           END-IF
           IF NOT ETAPA-RECUSADA
                   AND WS-ETP-ANTERIOR-2(WS-ETP-ATUAL) NOT = SPACES
               MOVE WS-ETP-ANTERIOR-2(WS-ETP-ATUAL) TO WS-ETP-BUSCA-COD
               PERFORM 3110-CONFERIR-ANTERIOR
           END-IF
           .
       3100-CONFERIR-ANTERIORES-FIM.
           EXIT.

       3110-CONFERIR-ANTERIOR          SECTION.
           PERFORM 9300-LOCALIZAR-ETAPA
           IF WS-SIT-SITUACAO(WS-ETP-ACHADA) NOT = 'O'
               SET ETAPA-RECUSADA TO TRUE
               MOVE WS-ETP-ACHADA TO WS-ETP-DESC-IND
               PERFORM 9400-DESCREVER-SITUACAO
               MOVE SPACES TO WS-MOTIVO-RECUSA
               STRING 'ETAPA ANTERIOR ' WS-ETP-BUSCA-COD
                       ' NAO CONCLUIDA OK (' DELIMITED BY SIZE
                       WS-DESC-SITUACAO DELIMITED BY '  '
                       ')' DELIMITED BY SIZE
                   INTO WS-MOTIVO-RECUSA
           END-IF
           .
       3110-CONFERIR-ANTERIOR-FIM.
           EXIT.

      *******************************************************************
      *    ANULA AS ETAPAS QUE DEPENDEM, DIRETA OU INDIRETAMENTE, DA    *
      *    ETAPA LIBERADA (A TABELA ESTA NA ORDEM DE EXECUCAO)          *
      *******************************************************************
       3200-ANULAR-DEPENDENTES         SECTION.
           MOVE 'S' TO WS-SIT-ANULAR(WS-ETP-ATUAL)
           COMPUTE WS-ETP-IND = WS-ETP-ATUAL + 1
           PERFORM 3210-ANULAR-SE-DEPENDENTE
               UNTIL WS-ETP-IND > WS-ETP-QTDE
           .
       3200-ANULAR-DEPENDENTES-FIM.
           EXIT.

       3210-ANULAR-SE-DEPENDENTE       SECTION.
           IF WS-ETP-ANTERIOR-1(WS-ETP-IND) NOT = SPACES
               MOVE WS-ETP-ANTERIOR-1(WS-ETP-IND) TO WS-ETP-BUSCA-COD
               PERFORM 9300-LOCALIZAR-ETAPA
               IF WS-SIT-ANULAR(WS-ETP-ACHADA) = 'S'
                   MOVE 'S' TO WS-SIT-ANULAR(WS-ETP-IND)
               END-IF
           END-IF
           IF WS-ETP-ANTERIOR-2(WS-ETP-IND) NOT = SPACES
               MOVE WS-ETP-ANTERIOR-2(WS-ETP-IND) TO WS-ETP-BUSCA-COD
               PERFORM 9300-LOCALIZAR-ETAPA
               IF WS-SIT-ANULAR(WS-ETP-ACHADA) = 'S'
                   MOVE 'S' TO WS-SIT-ANULAR(WS-ETP-IND)
               END-IF
           END-IF
      *    SO HA O QUE ANULAR NAS ETAPAS JA LIBERADAS OU CONCLUIDAS
           IF WS-SIT-ANULAR(WS-ETP-IND) = 'S'
                   AND WS-SIT-SITUACAO(WS-ETP-IND) NOT = SPACES
                   AND WS-SIT-SITUACAO(WS-ETP-IND) NOT = 'A'
               MOVE WS-COMPETENCIA  TO CTL-COMPETENCIA
               MOVE WS-ETP-CODIGO(WS-ETP-IND) TO CTL-ETAPA
               MOVE 'A'             TO CTL-SITUACAO
               MOVE ZEROS           TO CTL-RETORNO
               MOVE WS-DATA-SISTEMA TO CTL-DATA
               MOVE WS-HORA-SISTEMA(1:6) TO CTL-HORA
               MOVE WS-RESPONSAVEL  TO CTL-RESPONSAVEL
               MOVE SPACES          TO CTL-OBSERVACAO
               STRING 'ANULADA PELA NOVA LIBERACAO DA ETAPA ' WS-ETAPA
                   DELIMITED BY SIZE INTO CTL-OBSERVACAO
               PERFORM 9210-ESCREVER-CONTROLE
               MOVE 'A' TO WS-SIT-SITUACAO(WS-ETP-IND)
               DISPLAY 'ETAPA ' WS-ETP-CODIGO(WS-ETP-IND)
                       ' ANULADA: PRECISA SER REFEITA'
           END-IF
           ADD 1 TO WS-ETP-IND
           .
       3210-ANULAR-SE-DEPENDENTE-FIM.
           EXIT.

      *******************************************************************
      *    LE A CONCLUSAO DO BALANCEAMENTO (CONFBAL): LIMPO SO SE FOR   *
      *    DA COMPETENCIA EM CONTROLE E SEM DIVERGENCIAS                *
      *******************************************************************
       3500-VERIFICAR-BALANCEAMENTO    SECTION.
           MOVE SPACES TO WS-CONF-COMPETENCIA
           MOVE 'N' TO WS-CONF-OK
           MOVE 'N' TO WS-CONF-DIVERGENTE
           MOVE 'N' TO WS-CONF-LIMPO
           OPEN INPUT ARQ-CONFERE
           IF WS-FS-CONFERE NOT = '00'
               DISPLAY 'AVISO: RELATORIO DE CONFERENCIA (CONFBAL) NAO '
                       'ENCONTRADO, FILE STATUS ' WS-FS-CONFERE
           ELSE
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 3510-LER-CONFERENCIA UNTIL FIM-ARQUIVO
               CLOSE ARQ-CONFERE
           END-IF
           IF CONF-OK AND NOT CONF-DIVERGENTE
                   AND WS-CONF-COMPETENCIA = WS-COMPETENCIA
               SET CONF-LIMPO TO TRUE
           END-IF
           .
       3500-VERIFICAR-BALANCEAMENTO-FIM.
           EXIT.

       3510-LER-CONFERENCIA            SECTION.
           READ ARQ-CONFERE
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF REG-CONFERE(1:32) =
                           'COMPETENCIA DO CICLO CONFERIDO: '
                       MOVE REG-CONFERE(33:7) TO WS-CONF-COMPETENCIA
                       ELSE IF REG-CONFERE(1:17) = 'BALANCEAMENTO OK:'
                           SET CONF-OK TO TRUE
                           ELSE IF REG-CONFERE(1:18) =
                                   'BALANCEAMENTO COM '
                               SET CONF-DIVERGENTE TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .
       3510-LER-CONFERENCIA-FIM.
           EXIT.

      *******************************************************************
      *    REGISTRA O RESULTADO DA ETAPA LIBERADA: CODIGO DE RETORNO    *
      *    ZERO CONCLUI OK; O BALANCEAMENTO SO CONCLUI OK COM O         *
      *    CONFBAL DA COMPETENCIA LIMPO                                 *
      *******************************************************************
       4000-REGISTRAR-RESULTADO        SECTION.
           MOVE 'N' TO WS-ETAPA-RECUSADA
           IF WS-SIT-SITUACAO(WS-ETP-ATUAL) NOT = 'L'
               SET ETAPA-RECUSADA TO TRUE
               MOVE SPACES TO WS-MOTIVO-RECUSA
               STRING 'ETAPA NAO ESTA LIBERADA PELO CONTROLE DO '
                       'FECHAMENTO'
                   DELIMITED BY SIZE INTO WS-MOTIVO-RECUSA
               PERFORM 9500-RECUSAR
           ELSE
               IF WS-RETORNO = ZEROS
                   MOVE 'O' TO WS-SITUACAO-NOVA
                   MOVE 'ETAPA CONCLUIDA OK' TO WS-OBSERVACAO
               ELSE
                   MOVE 'F' TO WS-SITUACAO-NOVA
                   MOVE 'ETAPA TERMINOU COM CODIGO DE RETORNO DE ERRO'
                       TO WS-OBSERVACAO
               END-IF
               IF WS-ETAPA = '02' AND WS-RETORNO = ZEROS
                   PERFORM 3500-VERIFICAR-BALANCEAMENTO
                   IF NOT CONF-LIMPO
                       MOVE 'F' TO WS-SITUACAO-NOVA
                       MOVE 4 TO WS-RETORNO
                       MOVE SPACES TO WS-OBSERVACAO
                       STRING 'CONFBAL COM DIVERGENCIAS OU DE OUTRA '
                               'COMPETENCIA'
                           DELIMITED BY SIZE INTO WS-OBSERVACAO
                   END-IF
               END-IF
               PERFORM 9200-GRAVAR-CONTROLE
               MOVE WS-RETORNO TO RETURN-CODE
               DISPLAY 'ETAPA ' WS-ETAPA ' DA COMPETENCIA '
                       WS-COMPETENCIA ': ' WS-OBSERVACAO
           END-IF
           .
       4000-REGISTRAR-RESULTADO-FIM.
           EXIT.

      *******************************************************************
      *    REGISTRA A APROVACAO DA PREVIA (RELPREV) PELO RH, QUE SO     *
      *    PODE SER DADA SOBRE A PREVIA CONCLUIDA OK                    *
      *******************************************************************
       5000-APROVAR-PREVIA             SECTION.
           MOVE 'N' TO WS-ETAPA-RECUSADA
           PERFORM 3100-CONFERIR-ANTERIORES
           IF NOT ETAPA-RECUSADA
                   AND WS-SIT-SITUACAO(WS-ETP-ATUAL) = 'O'
               SET ETAPA-RECUSADA TO TRUE
               MOVE 'PREVIA DA COMPETENCIA JA APROVADA'
                   TO WS-MOTIVO-RECUSA
           END-IF
           IF ETAPA-RECUSADA
               PERFORM 9500-RECUSAR
           ELSE
               MOVE 'O' TO WS-SITUACAO-NOVA
               MOVE ZEROS TO WS-RETORNO
               MOVE 'PREVIA (RELPREV) APROVADA PELO RH'
                   TO WS-OBSERVACAO
               PERFORM 9200-GRAVAR-CONTROLE
               DISPLAY 'PREVIA DA COMPETENCIA ' WS-COMPETENCIA
                       ' APROVADA POR ' WS-RESPONSAVEL
           END-IF
           .
       5000-APROVAR-PREVIA-FIM.
           EXIT.

      *******************************************************************
      *    RELATORIO DE SITUACAO DO FECHAMENTO PARA O SUPERVISOR:       *
      *    SITUACAO ATUAL DE CADA ETAPA E HISTORICO DA COMPETENCIA      *
      *******************************************************************
       6000-EMITIR-SITUACAO            SECTION.
           OPEN OUTPUT ARQ-RELATORIO
           IF WS-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO ABRIR O RELATORIO DE '
                       'SITUACAO (RELFECH), FILE STATUS '
                       WS-FS-RELATORIO
               STOP RUN
           END-IF
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING 'SITUACAO DO FECHAMENTO DA FOLHA - COMPETENCIA '
                   WS-COMPETENCIA ' - DATA ' WS-DATA-SISTEMA
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING 'ET  DESCRICAO                             '
                   'SITUACAO              RET  DATA     HORA   '
                   'RESPONSAVEL'
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA-RELATORIO
           MOVE ZEROS TO WS-QTDE-PENDENTES
           MOVE 1 TO WS-ETP-IND
           PERFORM 6100-LISTAR-ETAPA UNTIL WS-ETP-IND > WS-ETP-QTDE
           MOVE SPACES TO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA-RELATORIO
           MOVE 'HISTORICO DA COMPETENCIA' TO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA-RELATORIO
           OPEN INPUT ARQ-CONTROLE
           IF WS-FS-CONTROLE = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 6200-LISTAR-HISTORICO UNTIL FIM-ARQUIVO
               CLOSE ARQ-CONTROLE
           END-IF
           MOVE SPACES TO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-LINHA-RELATORIO
           IF WS-QTDE-PENDENTES = ZEROS
               STRING 'FECHAMENTO CONCLUIDO: TODAS AS ETAPAS OK ('
                       WS-QTDE-RECUSAS ' RECUSAS REGISTRADAS)'
                   DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           ELSE
               STRING 'FECHAMENTO PENDENTE: ' WS-QTDE-PENDENTES
                       ' ETAPAS NAO CONCLUIDAS (' WS-QTDE-RECUSAS
                       ' RECUSAS REGISTRADAS)'
                   DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-IF
           PERFORM 9000-GRAVAR-LINHA-RELATORIO
           DISPLAY WS-LINHA-RELATORIO
           CLOSE ARQ-RELATORIO
           DISPLAY 'SITUACAO DO FECHAMENTO EMITIDA EM RELFECH'
           .
       6000-EMITIR-SITUACAO-FIM.
           EXIT.

      *******************************************************************
      *    LISTA A SITUACAO ATUAL DE UMA ETAPA E, SE PENDENTE, SE JA    *
      *    PODE SER LIBERADA OU QUAL ETAPA ANTERIOR ELA AGUARDA         *
      *******************************************************************
       6100-LISTAR-ETAPA               SECTION.
           MOVE WS-ETP-IND TO WS-ETP-DESC-IND
           PERFORM 9400-DESCREVER-SITUACAO
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING WS-ETP-CODIGO(WS-ETP-IND) '  '
                   WS-ETP-DESCRICAO(WS-ETP-IND) '  '
                   WS-DESC-SITUACAO '  '
                   WS-SIT-RETORNO(WS-ETP-IND) ' '
                   WS-SIT-DATA(WS-ETP-IND) ' '
                   WS-SIT-HORA(WS-ETP-IND) ' '
                   WS-SIT-RESPONSAVEL(WS-ETP-IND)
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA-RELATORIO
           IF WS-SIT-SITUACAO(WS-ETP-IND) NOT = 'O'
               ADD 1 TO WS-QTDE-PENDENTES
               MOVE WS-ETP-IND TO WS-ETP-ATUAL
               MOVE 'N' TO WS-ETAPA-RECUSADA
               PERFORM 3100-CONFERIR-ANTERIORES
               MOVE SPACES TO WS-LINHA-RELATORIO
               IF WS-SIT-SITUACAO(WS-ETP-IND) = 'L'
                   MOVE '    EM EXECUCAO: AGUARDANDO O RESULTADO'
                       TO WS-LINHA-RELATORIO
                   ELSE IF ETAPA-RECUSADA
                       STRING '    BLOQUEADA: ' WS-MOTIVO-RECUSA
                           DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
                       ELSE
                           MOVE '    PRONTA PARA LIBERACAO'
                               TO WS-LINHA-RELATORIO
                   END-IF
               END-IF
               PERFORM 9000-GRAVAR-LINHA-RELATORIO
           END-IF
           ADD 1 TO WS-ETP-IND
           .
       6100-LISTAR-ETAPA-FIM.
           EXIT.

       6200-LISTAR-HISTORICO           SECTION.
           READ ARQ-CONTROLE
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF CTL-COMPETENCIA = WS-COMPETENCIA
                       MOVE SPACES TO WS-LINHA-RELATORIO
                       STRING CTL-DATA ' ' CTL-HORA '  ETAPA '
                               CTL-ETAPA '  SIT ' CTL-SITUACAO
                               '  RET ' CTL-RETORNO '  '
                               CTL-RESPONSAVEL ' ' CTL-OBSERVACAO
                           DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
                       PERFORM 9000-GRAVAR-LINHA-RELATORIO
                   END-IF
           END-READ
           .
       6200-LISTAR-HISTORICO-FIM.
           EXIT.

      *******************************************************************
      *    FINALIZAR PROGRAMA                                          *
      *******************************************************************
       8000-FINALIZAR                  SECTION.
           STOP RUN
           .
       8000-FINALIZAR-FIM.
           EXIT.

      *******************************************************************
      *    GRAVA UMA LINHA NO RELATORIO DE SITUACAO                     *
      *******************************************************************
       9000-GRAVAR-LINHA-RELATORIO     SECTION.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO
           IF WS-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO GRAVAR O RELATORIO DE '
                       'SITUACAO (RELFECH), FILE STATUS '
                       WS-FS-RELATORIO
               STOP RUN
           END-IF
           .
       9000-GRAVAR-LINHA-RELATORIO-FIM.
           EXIT.

      *******************************************************************
      *    GRAVA UM REGISTRO DA ETAPA ATUAL NA SITUACAO DO FECHAMENTO   *
      *******************************************************************
       9200-GRAVAR-CONTROLE            SECTION.
           MOVE WS-COMPETENCIA       TO CTL-COMPETENCIA
           MOVE WS-ETAPA             TO CTL-ETAPA
           MOVE WS-SITUACAO-NOVA     TO CTL-SITUACAO
           MOVE WS-RETORNO           TO CTL-RETORNO
           MOVE WS-DATA-SISTEMA      TO CTL-DATA
           MOVE WS-HORA-SISTEMA(1:6) TO CTL-HORA
           MOVE WS-RESPONSAVEL       TO CTL-RESPONSAVEL
           MOVE WS-OBSERVACAO        TO CTL-OBSERVACAO
           PERFORM 9210-ESCREVER-CONTROLE
           MOVE WS-SITUACAO-NOVA TO WS-SIT-SITUACAO(WS-ETP-ATUAL)
           .
       9200-GRAVAR-CONTROLE-FIM.
           EXIT.

      *******************************************************************
      *    ACRESCENTA O REGISTRO MONTADO AO ARQUIVO DE SITUACAO, QUE E  *
      *    ACUMULATIVO ENTRE EXECUCOES                                  *
      *******************************************************************
       9210-ESCREVER-CONTROLE          SECTION.
           OPEN EXTEND ARQ-CONTROLE
           IF WS-FS-CONTROLE NOT = '00'
               OPEN OUTPUT ARQ-CONTROLE
           END-IF
           IF WS-FS-CONTROLE NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO ABRIR A SITUACAO DO '
                       'FECHAMENTO (FECHCTL), FILE STATUS '
                       WS-FS-CONTROLE
               STOP RUN
           END-IF
           WRITE REG-CONTROLE
           IF WS-FS-CONTROLE NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO GRAVAR A SITUACAO DO '
                       'FECHAMENTO (FECHCTL), FILE STATUS '
                       WS-FS-CONTROLE
               STOP RUN
           END-IF
           CLOSE ARQ-CONTROLE
           .
       9210-ESCREVER-CONTROLE-FIM.
           EXIT.

      *******************************************************************
      *    LOCALIZA NA TABELA DE ETAPAS O CODIGO EM WS-ETP-BUSCA-COD;   *
      *    ZERO EM WS-ETP-ACHADA SE NAO EXISTIR                         *
      *******************************************************************
       9300-LOCALIZAR-ETAPA            SECTION.
           MOVE ZEROS TO WS-ETP-ACHADA
           MOVE 1 TO WS-ETP-ANT-IND
           PERFORM 9310-COMPARAR-ETAPA
               UNTIL WS-ETP-ANT-IND > WS-ETP-QTDE
                   OR WS-ETP-ACHADA > ZEROS
           .
       9300-LOCALIZAR-ETAPA-FIM.
           EXIT.

       9310-COMPARAR-ETAPA             SECTION.
           IF WS-ETP-CODIGO(WS-ETP-ANT-IND) = WS-ETP-BUSCA-COD
               MOVE WS-ETP-ANT-IND TO WS-ETP-ACHADA
           END-IF
           ADD 1 TO WS-ETP-ANT-IND
           .
       9310-COMPARAR-ETAPA-FIM.
           EXIT.

      *******************************************************************
      *    DESCRICAO DA SITUACAO ATUAL DA ETAPA EM WS-ETP-DESC-IND      *
      *******************************************************************
       9400-DESCREVER-SITUACAO         SECTION.
           IF WS-SIT-SITUACAO(WS-ETP-DESC-IND) = 'L'
               MOVE 'EM EXECUCAO' TO WS-DESC-SITUACAO
               ELSE IF WS-SIT-SITUACAO(WS-ETP-DESC-IND) = 'O'
                   MOVE 'CONCLUIDA OK' TO WS-DESC-SITUACAO
                   ELSE IF WS-SIT-SITUACAO(WS-ETP-DESC-IND) = 'F'
                       MOVE 'FALHOU' TO WS-DESC-SITUACAO
                       ELSE IF WS-SIT-SITUACAO(WS-ETP-DESC-IND) = 'A'
                           MOVE 'ANULADA, REFAZER' TO WS-DESC-SITUACAO
                           ELSE
                               MOVE 'PENDENTE' TO WS-DESC-SITUACAO
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       9400-DESCREVER-SITUACAO-FIM.
           EXIT.

      *******************************************************************
      *    RECUSA A FUNCAO PEDIDA: REGISTRA A RECUSA PARA O SUPERVISOR  *
      *    E TERMINA COM CODIGO DE RETORNO 16, QUE IMPEDE A ETAPA       *
      *******************************************************************
       9500-RECUSAR                    SECTION.
           MOVE 'R' TO CTL-SITUACAO
           MOVE WS-COMPETENCIA       TO CTL-COMPETENCIA
           MOVE WS-ETAPA             TO CTL-ETAPA
           MOVE 16                   TO CTL-RETORNO
           MOVE WS-DATA-SISTEMA      TO CTL-DATA
           MOVE WS-HORA-SISTEMA(1:6) TO CTL-HORA
           MOVE WS-RESPONSAVEL       TO CTL-RESPONSAVEL
           MOVE WS-MOTIVO-RECUSA     TO CTL-OBSERVACAO
           PERFORM 9210-ESCREVER-CONTROLE
           DISPLAY 'ETAPA ' WS-ETAPA ' RECUSADA: ' WS-MOTIVO-RECUSA
           MOVE 16 TO RETURN-CODE
           .
       9500-RECUSAR-FIM.
           EXIT.

       END PROGRAM CBLZJP11.
