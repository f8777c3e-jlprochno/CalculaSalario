      *                          retorno bancario contra o arquivo de
      *                          saida do ciclo, substituindo a
      *                          conferencia visual no extrato.
      * Date: 15102026  By: EQP  Conciliacao dos creditos de pensao
      *                          alimenticia aos beneficiarios contra
      *                          o movimento de pensao do ciclo
      *                          (PENSMOV), com as pensoes devolvidas
      *                          listadas para o RH corrigir a conta
      *                          do beneficiario no cadastro PENSAO.
      * Date: 15102026  By: EQP  Creditos do retorno passam da tabela
      *                          em memoria (limite de 5000) para o
      *                          arquivo de trabalho indexado TRBRET,
      *                          procurados pela matricula; os creditos
      *                          sem par saem em ordem de matricula.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ARQ-COMPLEMENTAR ASSIGN TO "REMCOMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMPLEMENTAR.
           SELECT ARQ-MOV-PENSAO  ASSIGN TO "PENSMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOV-PENSAO.
           SELECT ARQ-TRB-RETORNO ASSIGN TO "TRBRET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRT-CHAVE
               FILE STATUS IS WS-FS-TRB-RETORNO.
       DATA DIVISION.
       FILE SECTION.
      *    RETORNO DO BANCO NO MESMO LEIAUTE DA REMESSA (HEADER 'H',
       FD  ARQ-COMPLEMENTAR.
       01  REG-COMPLEMENTAR             PIC X(092).

      *    MOVIMENTO DE PENSAO DO CICLO, DE ONDE SAIRAM OS CREDITOS DOS
      *    BENEFICIARIOS NA REMESSA
       FD  ARQ-MOV-PENSAO.
       COPY CPPENMOV.

      *    ARQUIVO DE TRABALHO, CRIADO A CADA EXECUCAO: CREDITOS DO
      *    RETORNO PELA MATRICULA E ORDEM DE LEITURA (UMA MATRICULA
      *    PODE TER O PROPRIO CREDITO E OS DAS PENSOES). O VOLUME FICA
      *    LIMITADO SO PELO RETORNO
       FD  ARQ-TRB-RETORNO.
       01  REG-TRB-RETORNO.
           05  TRT-CHAVE.
               10  TRT-MATRICULA        PIC 9(006).
               10  TRT-SEQUENCIA        PIC 9(007).
           05  TRT-BANCO                PIC 9(003).
           05  TRT-AGENCIA              PIC 9(004).
           05  TRT-CONTA                PIC 9(010).
           05  TRT-DIGITO               PIC X(001).
           05  TRT-VALOR                PIC 9(013)V99.
           05  TRT-OCORRENCIA           PIC X(002).
           05  TRT-CASADO               PIC X(001).

       WORKING-STORAGE SECTION.

       01  WS-FS-RETORNO               PIC X(002)     VALUE '00'.
       01  WS-FS-SAIDA-ATU             PIC X(002)     VALUE '00'.
       01  WS-FS-DEVOLUCOES            PIC X(002)     VALUE '00'.
       01  WS-FS-COMPLEMENTAR          PIC X(002)     VALUE '00'.
       01  WS-FS-MOV-PENSAO            PIC X(002)     VALUE '00'.
       01  WS-FS-TRB-RETORNO           PIC X(002)     VALUE '00'.

       01  WS-FIM-ARQUIVO              PIC X(001)     VALUE 'N'.
           88  FIM-ARQUIVO                            VALUE 'S'.

      *    CREDITOS DO RETORNO CARREGADOS NO ARQUIVO DE TRABALHO
      *    (TRBRET) NA INICIALIZACAO E CASADOS COM OS DETALHES DO
      *    PAYOUT NA CONCILIACAO
       01  WS-RET-QTDE-CARREGADOS      PIC 9(007)     VALUE ZEROS.
       01  WS-RET-MATRICULA-BUSCA      PIC 9(006)     VALUE ZEROS.
       01  WS-FLAG-CREDITO             PIC X(001)     VALUE 'N'.
           88  CREDITO-ACHADO                          VALUE 'S'.
       01  WS-FIM-CREDITOS-MATRIC      PIC X(001)     VALUE 'N'.
           88  FIM-CREDITOS-MATRICULA                  VALUE 'S'.
       01  WS-FIM-TRB-RETORNO          PIC X(001)     VALUE 'N'.
           88  FIM-TRB-RETORNO                         VALUE 'S'.

       01  WS-VALOR-PAGO               PIC 9(013)V99  VALUE ZEROS.

       01  WS-QTDE-SEM-RETORNO         PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-SEM-PAYOUT          PIC 9(006)     VALUE ZEROS.
       01  WS-SOMA-DEVOLVIDOS          PIC 9(013)V99  VALUE ZEROS.
       01  WS-QTDE-PEN-CREDITADAS      PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-PEN-DEVOLVIDAS      PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-PEN-SEM-RETORNO     PIC 9(006)     VALUE ZEROS.
       01  WS-SOMA-PEN-DEVOLVIDAS      PIC 9(013)V99  VALUE ZEROS.

       01  WS-DATA-SISTEMA             PIC 9(008)     VALUE ZEROS.
       01  WS-VALOR-EDITADO            PIC Z(11)9,99  VALUE ZEROS.

           PERFORM 1000-INICIALIZAR
           PERFORM 2000-CONCILIAR-PAYOUT
           PERFORM 2500-CONCILIAR-PENSOES
           PERFORM 3000-FINALIZAR
           .
       0000-PRINCIPAL-FIM.
      *    INICIALIZACAO: ABRE OS ARQUIVOS E CARREGA O RETORNO          *
      *******************************************************************
       1000-INICIALIZAR                SECTION.
           OPEN OUTPUT ARQ-TRB-RETORNO
           CLOSE ARQ-TRB-RETORNO
           OPEN I-O ARQ-TRB-RETORNO
           IF WS-FS-TRB-RETORNO NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO CRIAR O ARQUIVO DE '
                       'TRABALHO DO RETORNO (TRBRET), FILE STATUS '
                       WS-FS-TRB-RETORNO
               STOP RUN
           END-IF
           OPEN INPUT ARQ-RETORNO
           IF WS-FS-RETORNO NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO ABRIR O RETORNO DO '
           PERFORM 1100-LER-REGISTRO-RETORNO UNTIL FIM-ARQUIVO
           CLOSE ARQ-RETORNO
           DISPLAY 'CREDITOS DO RETORNO CARREGADOS: '
                   WS-RET-QTDE-CARREGADOS
           .
       1000-INICIALIZAR-FIM.
           EXIT.

      *******************************************************************
      *    LE UM REGISTRO DO RETORNO E GUARDA OS CREDITOS NO ARQUIVO DE *
      *    TRABALHO                                                     *
      *******************************************************************
       1100-LER-REGISTRO-RETORNO       SECTION.
           READ ARQ-RETORNO
               NOT AT END
      *    O HEADER E O TRAILER DO BANCO NAO SAO CREDITOS
                   IF RET-TIPO = 'D'
                       ADD 1 TO WS-RET-QTDE-CARREGADOS
                       MOVE RET-MATRICULA  TO TRT-MATRICULA
                       MOVE WS-RET-QTDE-CARREGADOS
                           TO TRT-SEQUENCIA
                       MOVE RET-BANCO      TO TRT-BANCO
                       MOVE RET-AGENCIA    TO TRT-AGENCIA
                       MOVE RET-CONTA      TO TRT-CONTA
                       MOVE RET-DIGITO     TO TRT-DIGITO
                       MOVE RET-VALOR      TO TRT-VALOR
                       MOVE RET-OCORRENCIA TO TRT-OCORRENCIA
                       MOVE 'N'            TO TRT-CASADO
                       WRITE REG-TRB-RETORNO
                       IF WS-FS-TRB-RETORNO NOT = '00'
                           DISPLAY 'ERRO FATAL: FALHA AO GRAVAR O '
                                   'ARQUIVO DE TRABALHO DO RETORNO '
                                   '(TRBRET), FILE STATUS '
                                   WS-FS-TRB-RETORNO
                           STOP RUN
                       END-IF
                   END-IF
           END-READ
           .
      *    TRAILERS E DETALHES NAO PAGOS PASSAM SEM ALTERACAO
                   IF SAI-STATUS = 'P'
                       PERFORM 2200-PROCURAR-CREDITO-RETORNO
                       IF CREDITO-ACHADO
                           PERFORM 2260-MARCAR-CREDITO-CASADO
                           IF TRT-OCORRENCIA = '00'
                               MOVE 'C' TO SAI-STATUS
                               ADD 1 TO WS-QTDE-CREDITADOS
                           ELSE
       2200-PROCURAR-CREDITO-RETORNO   SECTION.
           COMPUTE WS-VALOR-PAGO =
                   SAI-SALARIO-LIQUIDO + SAI-VALOR-COMPLEMENTAR
           MOVE SAI-MATRICULA TO WS-RET-MATRICULA-BUSCA
           PERFORM 2250-POSICIONAR-CREDITOS
           PERFORM 2210-COMPARAR-CREDITO
               UNTIL FIM-CREDITOS-MATRICULA OR CREDITO-ACHADO
           .
       2200-PROCURAR-CREDITO-RETORNO-FIM.
           EXIT.

       2210-COMPARAR-CREDITO           SECTION.
           READ ARQ-TRB-RETORNO NEXT RECORD
               AT END
                   SET FIM-CREDITOS-MATRICULA TO TRUE
               NOT AT END
                   IF TRT-MATRICULA NOT = WS-RET-MATRICULA-BUSCA
                       SET FIM-CREDITOS-MATRICULA TO TRUE
                   ELSE
                       IF TRT-CASADO = 'N'
                               AND TRT-BANCO = SAI-BANCO
                               AND TRT-AGENCIA = SAI-AGENCIA
                               AND TRT-CONTA = SAI-CONTA
                               AND TRT-DIGITO = SAI-DIGITO
                               AND TRT-VALOR = WS-VALOR-PAGO
                           SET CREDITO-ACHADO TO TRUE
                       END-IF
                   END-IF
           END-READ
           .
       2210-COMPARAR-CREDITO-FIM.
           EXIT.

      *******************************************************************
      *    POSICIONA NO PRIMEIRO CREDITO DO RETORNO DA MATRICULA BUSCADA*
      *******************************************************************
       2250-POSICIONAR-CREDITOS        SECTION.
           MOVE 'N' TO WS-FLAG-CREDITO
           MOVE 'N' TO WS-FIM-CREDITOS-MATRIC
           MOVE WS-RET-MATRICULA-BUSCA TO TRT-MATRICULA
           MOVE ZEROS                  TO TRT-SEQUENCIA
           START ARQ-TRB-RETORNO KEY IS NOT LESS THAN TRT-CHAVE
               INVALID KEY
                   SET FIM-CREDITOS-MATRICULA TO TRUE
           END-START
           .
       2250-POSICIONAR-CREDITOS-FIM.
           EXIT.

      *******************************************************************
      *    MARCA O CREDITO ACHADO COMO CASADO, PARA NAO SERVIR A OUTRO  *
      *    DETALHE DO PAYOUT OU A OUTRA PENSAO                          *
      *******************************************************************
       2260-MARCAR-CREDITO-CASADO      SECTION.
           MOVE 'S' TO TRT-CASADO
           REWRITE REG-TRB-RETORNO
           IF WS-FS-TRB-RETORNO NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO ATUALIZAR O ARQUIVO DE '
                       'TRABALHO DO RETORNO (TRBRET), FILE STATUS '
                       WS-FS-TRB-RETORNO
               STOP RUN
           END-IF
           .
       2260-MARCAR-CREDITO-CASADO-FIM.
           EXIT.

      *******************************************************************
      *    GRAVA A DEVOLUCAO NA LISTA DO RH E O DETALHE DEVOLVIDO NO    *
      *    ARQUIVO DA REMESSA COMPLEMENTAR                              *
                   ' AG ' SAI-AGENCIA
                   ' CONTA ' SAI-CONTA '-' SAI-DIGITO
                   '  R$ ' WS-VALOR-EDITADO
                   '  OCORR ' TRT-OCORRENCIA
               DELIMITED BY SIZE INTO WS-LINHA-DEVOLUCAO
           PERFORM 9000-GRAVAR-LINHA-DEVOLUCAO
      *    O DETALHE DEVOLVIDO SAI NO LEIAUTE DO PAYOUT, COM STATUS
       2300-GRAVAR-DEVOLUCAO-FIM.
           EXIT.

      *******************************************************************
      *    RELE O MOVIMENTO DE PENSAO DO CICLO (ARQUIVO OPCIONAL) E CASA*
      *    CADA CREDITO DE BENEFICIARIO COM O RETORNO                   *
      *******************************************************************
       2500-CONCILIAR-PENSOES          SECTION.
           OPEN INPUT ARQ-MOV-PENSAO
           IF WS-FS-MOV-PENSAO NOT = '00'
               DISPLAY 'SEM MOVIMENTO DE PENSAO NO CICLO (PENSMOV '
                       'AUSENTE), FILE STATUS ' WS-FS-MOV-PENSAO
           ELSE
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 2510-CONCILIAR-PENSAO UNTIL FIM-ARQUIVO
               CLOSE ARQ-MOV-PENSAO
           END-IF
           .
       2500-CONCILIAR-PENSOES-FIM.
           EXIT.

      *******************************************************************
      *    CONCILIA UM CREDITO DE PENSAO COM O CREDITO RETORNADO        *
      *******************************************************************
       2510-CONCILIAR-PENSAO           SECTION.
           READ ARQ-MOV-PENSAO
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   PERFORM 2520-PROCURAR-CREDITO-PENSAO
                   IF CREDITO-ACHADO
                       PERFORM 2260-MARCAR-CREDITO-CASADO
                       IF TRT-OCORRENCIA = '00'
                           ADD 1 TO WS-QTDE-PEN-CREDITADAS
                       ELSE
                           ADD 1 TO WS-QTDE-PEN-DEVOLVIDAS
                           ADD PMV-VALOR TO WS-SOMA-PEN-DEVOLVIDAS
                           PERFORM 2540-GRAVAR-DEVOLUCAO-PENSAO
                       END-IF
                   ELSE
                       ADD 1 TO WS-QTDE-PEN-SEM-RETORNO
                   END-IF
           END-READ
           .
       2510-CONCILIAR-PENSAO-FIM.
           EXIT.

      *******************************************************************
      *    PROCURA O CREDITO DO RETORNO QUE CASA COM O CREDITO DE       *
      *    PENSAO: MATRICULA DO EMPREGADO, CONTA DO BENEFICIARIO E VALOR*
      *******************************************************************
       2520-PROCURAR-CREDITO-PENSAO    SECTION.
           MOVE PMV-MATRICULA TO WS-RET-MATRICULA-BUSCA
           PERFORM 2250-POSICIONAR-CREDITOS
           PERFORM 2530-COMPARAR-CREDITO-PENSAO
               UNTIL FIM-CREDITOS-MATRICULA OR CREDITO-ACHADO
           .
       2520-PROCURAR-CREDITO-PENSAO-FIM.
           EXIT.

       2530-COMPARAR-CREDITO-PENSAO    SECTION.
           READ ARQ-TRB-RETORNO NEXT RECORD
               AT END
                   SET FIM-CREDITOS-MATRICULA TO TRUE
               NOT AT END
                   IF TRT-MATRICULA NOT = WS-RET-MATRICULA-BUSCA
                       SET FIM-CREDITOS-MATRICULA TO TRUE
                   ELSE
                       IF TRT-CASADO = 'N'
                               AND TRT-BANCO = PMV-BANCO
                               AND TRT-AGENCIA = PMV-AGENCIA
                               AND TRT-CONTA = PMV-CONTA
                               AND TRT-DIGITO = PMV-DIGITO
                               AND TRT-VALOR = PMV-VALOR
                           SET CREDITO-ACHADO TO TRUE
                       END-IF
                   END-IF
           END-READ
           .
       2530-COMPARAR-CREDITO-PENSAO-FIM.
           EXIT.

      *******************************************************************
      *    GRAVA A PENSAO DEVOLVIDA NA LISTA DO RH, PARA A CORRECAO DA  *
      *    CONTA DO BENEFICIARIO NO CADASTRO DE PENSOES                 *
      *******************************************************************
       2540-GRAVAR-DEVOLUCAO-PENSAO    SECTION.
           MOVE PMV-VALOR TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-LINHA-DEVOLUCAO
           STRING 'PENSAO DEVOLVIDA MAT ' PMV-MATRICULA
                   ' BENEF ' PMV-SEQUENCIA ' ' PMV-NOME-BENEF
                   ' BCO ' PMV-BANCO
                   ' AG ' PMV-AGENCIA
                   ' CONTA ' PMV-CONTA '-' PMV-DIGITO
                   ' R$ ' WS-VALOR-EDITADO
                   ' OCORR ' TRT-OCORRENCIA
               DELIMITED BY SIZE INTO WS-LINHA-DEVOLUCAO
           PERFORM 9000-GRAVAR-LINHA-DEVOLUCAO
           .
       2540-GRAVAR-DEVOLUCAO-PENSAO-FIM.
           EXIT.

      *******************************************************************
      *    FINALIZAR: CONTA OS CREDITOS SEM PAYOUT E GRAVA OS TOTAIS    *
      *******************************************************************
       3000-FINALIZAR                  SECTION.
           MOVE ZEROS TO TRT-MATRICULA
           MOVE ZEROS TO TRT-SEQUENCIA
           MOVE 'N' TO WS-FIM-TRB-RETORNO
           START ARQ-TRB-RETORNO KEY IS NOT LESS THAN TRT-CHAVE
               INVALID KEY
                   SET FIM-TRB-RETORNO TO TRUE
           END-START
           PERFORM 3100-CONTAR-CREDITO-SEM-PAYOUT
               UNTIL FIM-TRB-RETORNO
           MOVE SPACES TO WS-LINHA-DEVOLUCAO
           PERFORM 9000-GRAVAR-LINHA-DEVOLUCAO
           MOVE SPACES TO WS-LINHA-DEVOLUCAO
                   WS-QTDE-SEM-PAYOUT
               DELIMITED BY SIZE INTO WS-LINHA-DEVOLUCAO
           PERFORM 9000-GRAVAR-LINHA-DEVOLUCAO
           MOVE SPACES TO WS-LINHA-DEVOLUCAO
           STRING 'PENSOES CREDITADAS .........: '
                   WS-QTDE-PEN-CREDITADAS
               DELIMITED BY SIZE INTO WS-LINHA-DEVOLUCAO
           PERFORM 9000-GRAVAR-LINHA-DEVOLUCAO
           MOVE WS-SOMA-PEN-DEVOLVIDAS TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-LINHA-DEVOLUCAO
           STRING 'PENSOES DEVOLVIDAS .........: '
                   WS-QTDE-PEN-DEVOLVIDAS
                   '  TOTAL R$ ' WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-DEVOLUCAO
           PERFORM 9000-GRAVAR-LINHA-DEVOLUCAO
           MOVE SPACES TO WS-LINHA-DEVOLUCAO
           STRING 'PENSOES SEM CREDITO NO RETORNO: '
                   WS-QTDE-PEN-SEM-RETORNO
               DELIMITED BY SIZE INTO WS-LINHA-DEVOLUCAO
           PERFORM 9000-GRAVAR-LINHA-DEVOLUCAO
           CLOSE ARQ-SAIDA
           CLOSE ARQ-SAIDA-ATU
           CLOSE ARQ-DEVOLUCOES
           CLOSE ARQ-COMPLEMENTAR
           CLOSE ARQ-TRB-RETORNO
           DISPLAY 'CONCILIACAO CONCLUIDA: ' WS-QTDE-CREDITADOS
                   ' CREDITADOS, ' WS-QTDE-DEVOLVIDOS ' DEVOLVIDOS'
           DISPLAY 'PENSOES: ' WS-QTDE-PEN-CREDITADAS
                   ' CREDITADAS, ' WS-QTDE-PEN-DEVOLVIDAS
                   ' DEVOLVIDAS'
           DISPLAY 'PAYOUT ATUALIZADO GRAVADO EM PAYOUTAT'
           STOP RUN
           .
      *    PAYOUT (DIVERGENCIA A APURAR JUNTO AO BANCO)                 *
      *******************************************************************
       3100-CONTAR-CREDITO-SEM-PAYOUT  SECTION.
           READ ARQ-TRB-RETORNO NEXT RECORD
               AT END
                   SET FIM-TRB-RETORNO TO TRUE
               NOT AT END
                   IF TRT-CASADO = 'N'
                       ADD 1 TO WS-QTDE-SEM-PAYOUT
                       MOVE SPACES TO WS-LINHA-DEVOLUCAO
                       STRING 'SEM PAR NO PAYOUT: MATRICULA '
                               TRT-MATRICULA
                               '  OCORR ' TRT-OCORRENCIA
                           DELIMITED BY SIZE INTO WS-LINHA-DEVOLUCAO
                       PERFORM 9000-GRAVAR-LINHA-DEVOLUCAO
                   END-IF
           END-READ
           .
       3100-CONTAR-CREDITO-SEM-PAYOUT-FIM.
           EXIT.
