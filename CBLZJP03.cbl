      *          EXERCICIO, AGREGAR OS CALCULOS POR MATRICULA E
      *          EMITIR O INFORME DE RENDIMENTOS DE CADA FUNCIONARIO
      *          (RENDIMENTOS TRIBUTAVEIS, IRRF RETIDO, INSS E O
      *          DECIMO TERCEIRO DESTACADO) EM ARQUIVO DE IMPRESSAO,
      *          E O DEMONSTRATIVO DA PENSAO ALIMENTICIA RECEBIDA POR
      *          CADA BENEFICIARIO
      * Tectonics: .CBL
      ******************************************************************
      * Modification History:
      *                          e passam a ser contados e apontados
      *                          no resumo da execucao, para que a
      *                          omissao nao passe despercebida.
      * Date: 15102026  By: EQP  Pensao alimenticia paga no exercicio
      *                          lida do historico de pensoes
      *                          (PENSHIST): deducao no informe do
      *                          empregado, com a parte do 13o
      *                          destacada, e demonstrativo anual
      *                          proprio para cada beneficiario
      *                          (INFPENS).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ARQ-INFORMES    ASSIGN TO "INFORMES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INFORMES.
           SELECT ARQ-HIST-PENSAO ASSIGN TO "PENSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIST-PENSAO.
           SELECT ARQ-INF-PENSAO  ASSIGN TO "INFPENS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INF-PENSAO.
           SELECT SRT-PENSAO      ASSIGN TO "SRTPENS".
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-AUDITORIA.
       FD  ARQ-INFORMES.
       01  REG-INFORME                 PIC X(080).

      *    HISTORICO ACUMULATIVO DAS PENSOES DESCONTADAS NA FOLHA, UM
      *    REGISTRO POR BENEFICIARIO EM CADA CALCULO
       FD  ARQ-HIST-PENSAO.
       COPY CPPENMOV.

       FD  ARQ-INF-PENSAO.
       01  REG-INF-PENSAO              PIC X(080).

      *    PENSOES DO EXERCICIO CLASSIFICADAS POR BENEFICIARIO (CPF) E
      *    DECISAO (MATRICULA DO EMPREGADO E SEQUENCIA)
       SD  SRT-PENSAO.
       01  SRT-REG-PENSAO.
           05  SRT-CPF-BENEF           PIC 9(011).
           05  SRT-MATRICULA           PIC 9(006).
           05  SRT-SEQUENCIA           PIC 9(002).
           05  SRT-NOME-BENEF          PIC X(030).
           05  SRT-PROCESSO            PIC X(025).
           05  SRT-NOME-EMPREGADO      PIC X(030).
           05  SRT-MODO                PIC X(001).
           05  SRT-VALOR               PIC 9(013)V99.

       WORKING-STORAGE SECTION.

       01  WS-FS-AUDITORIA             PIC X(002)     VALUE '00'.
       01  WS-FS-EMPREGADOS            PIC X(002)     VALUE '00'.
       01  WS-FS-INFORMES              PIC X(002)     VALUE '00'.
       01  WS-FS-HIST-PENSAO           PIC X(002)     VALUE '00'.
       01  WS-FS-INF-PENSAO            PIC X(002)     VALUE '00'.

       01  WS-FIM-ARQUIVO              PIC X(001)     VALUE 'N'.
           88  FIM-ARQUIVO                            VALUE 'S'.
       01  WS-INF-QTDE-USADAS          PIC 9(004)     VALUE ZEROS.
       01  WS-INF-IND                  PIC 9(004)     VALUE ZEROS.
       01  WS-INF-ACHOU-IND            PIC 9(004)     VALUE ZEROS.
       01  WS-INF-MATRICULA-BUSCA      PIC 9(006)     VALUE ZEROS.
       01  WS-TAB-INFORMES.
           05  WS-INF-ENTRADA          OCCURS 2000 TIMES.
               10  WS-INF-MATRICULA    PIC 9(006).
               10  WS-INF-13-BASE      PIC 9(013)V99.
               10  WS-INF-13-IRRF      PIC 9(013)V99.
               10  WS-INF-13-INSS      PIC 9(013)V99.
               10  WS-INF-PENSAO       PIC 9(013)V99.
               10  WS-INF-13-PENSAO    PIC 9(013)V99.

       01  WS-QTDE-REGISTROS-ANO       PIC 9(006)     VALUE ZEROS.
      *    REGISTROS DO LEIAUTE ANTERIOR, SEM COMPETENCIA MM/AAAA
       01  WS-VALOR-EDITADO            PIC Z(11)9,99  VALUE ZEROS.
       01  WS-NOME-EMPREGADO           PIC X(030)     VALUE SPACES.

      *    DEMONSTRATIVO DE PENSAO DE CADA BENEFICIARIO POR DECISAO
      *    (QUEBRA POR CPF, MATRICULA DO EMPREGADO E SEQUENCIA)
       01  WS-FIM-HIST-PENSAO          PIC X(001)     VALUE 'N'.
           88  FIM-HIST-PENSAO                        VALUE 'S'.
       01  WS-FIM-SRT-PENSAO           PIC X(001)     VALUE 'N'.
           88  FIM-SRT-PENSAO                         VALUE 'S'.
       01  WS-DEM-ABERTO               PIC X(001)     VALUE 'N'.
           88  DEMONSTRATIVO-ABERTO                   VALUE 'S'.
       01  WS-DEM-CPF-BENEF            PIC 9(011)     VALUE ZEROS.
       01  WS-DEM-MATRICULA            PIC 9(006)     VALUE ZEROS.
       01  WS-DEM-SEQUENCIA            PIC 9(002)     VALUE ZEROS.
       01  WS-DEM-NOME-BENEF           PIC X(030)     VALUE SPACES.
       01  WS-DEM-PROCESSO             PIC X(025)     VALUE SPACES.
       01  WS-DEM-NOME-EMPREGADO       PIC X(030)     VALUE SPACES.
       01  WS-DEM-TOTAL                PIC 9(013)V99  VALUE ZEROS.
       01  WS-DEM-TOTAL-13             PIC 9(013)V99  VALUE ZEROS.
       01  WS-QTDE-PENSOES-ANO         PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-DEMONSTRATIVOS      PIC 9(006)     VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.

                       WS-FS-INFORMES
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-INF-PENSAO
           IF WS-FS-INF-PENSAO NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO ABRIR O ARQUIVO DE '
                       'DEMONSTRATIVOS DE PENSAO (INFPENS), FILE '
                       'STATUS ' WS-FS-INF-PENSAO
               STOP RUN
           END-IF
           .
       1000-INICIALIZAR-FIM.
           EXIT.
      *******************************************************************
       2000-PROCESSAR                  SECTION.
           PERFORM 2100-LER-REGISTRO-AUDITORIA UNTIL FIM-ARQUIVO
      *    PENSOES DO EXERCICIO: ACUMULADAS NO INFORME DO EMPREGADO E
      *    CLASSIFICADAS PARA O DEMONSTRATIVO DE CADA BENEFICIARIO
           SORT SRT-PENSAO
               ON ASCENDING KEY SRT-CPF-BENEF SRT-MATRICULA
                                SRT-SEQUENCIA
               INPUT PROCEDURE IS 2500-LIBERAR-PENSOES
               OUTPUT PROCEDURE IS 2600-EMITIR-DEMONSTRATIVOS
           DISPLAY 'REGISTROS DO EXERCICIO ' WS-ANO-EXERCICIO ': '
                   WS-QTDE-REGISTROS-ANO ' PARA '
                   WS-INF-QTDE-USADAS ' MATRICULAS'
      *    ACUMULA O CALCULO AUDITADO NO INFORME DA MATRICULA          *
      *******************************************************************
       2200-ACUMULAR-NO-INFORME        SECTION.
           MOVE AUD-MATRICULA TO WS-INF-MATRICULA-BUSCA
           PERFORM 2220-LOCALIZAR-INFORME
      *    O 13O SALARIO (MODO 2) E DESTACADO; FOLHA REGULAR, FERIAS
      *    E RESCISAO COMPOEM OS RENDIMENTOS TRIBUTAVEIS DO EXERCICIO
           IF AUD-MODO = '2'
               ADD AUD-BASE-CALCULO
                   TO WS-INF-13-BASE(WS-INF-ACHOU-IND)
               ADD AUD-IMPOSTO-RENDA
                   TO WS-INF-13-IRRF(WS-INF-ACHOU-IND)
               ADD AUD-ENCARGOS
                   TO WS-INF-13-INSS(WS-INF-ACHOU-IND)
           ELSE
               ADD AUD-BASE-CALCULO
                   TO WS-INF-TRIBUTAVEIS(WS-INF-ACHOU-IND)
               ADD AUD-IMPOSTO-RENDA
                   TO WS-INF-IRRF(WS-INF-ACHOU-IND)
               ADD AUD-ENCARGOS
                   TO WS-INF-INSS(WS-INF-ACHOU-IND)
           END-IF
           .
       2200-ACUMULAR-NO-INFORME-FIM.
           EXIT.

       2210-PROCURAR-MATRICULA         SECTION.
           IF WS-INF-MATRICULA(WS-INF-IND) = WS-INF-MATRICULA-BUSCA
               MOVE WS-INF-IND TO WS-INF-ACHOU-IND
           ELSE
               ADD 1 TO WS-INF-IND
           END-IF
           .
       2210-PROCURAR-MATRICULA-FIM.
           EXIT.

      *******************************************************************
      *    LOCALIZA O INFORME DA MATRICULA PROCURADA, ABRINDO UMA       *
      *    ENTRADA NOVA NA TABELA QUANDO ELA AINDA NAO TEM INFORME      *
      *******************************************************************
       2220-LOCALIZAR-INFORME          SECTION.
           MOVE ZEROS TO WS-INF-ACHOU-IND
           MOVE 1 TO WS-INF-IND
           PERFORM 2210-PROCURAR-MATRICULA
               END-IF
               ADD 1 TO WS-INF-QTDE-USADAS
               MOVE WS-INF-QTDE-USADAS TO WS-INF-ACHOU-IND
               MOVE WS-INF-MATRICULA-BUSCA
                   TO WS-INF-MATRICULA(WS-INF-ACHOU-IND)
               MOVE ZEROS TO WS-INF-TRIBUTAVEIS(WS-INF-ACHOU-IND)
               MOVE ZEROS TO WS-INF-IRRF(WS-INF-ACHOU-IND)
               MOVE ZEROS TO WS-INF-13-BASE(WS-INF-ACHOU-IND)
               MOVE ZEROS TO WS-INF-13-IRRF(WS-INF-ACHOU-IND)
               MOVE ZEROS TO WS-INF-13-INSS(WS-INF-ACHOU-IND)
               MOVE ZEROS TO WS-INF-PENSAO(WS-INF-ACHOU-IND)
               MOVE ZEROS TO WS-INF-13-PENSAO(WS-INF-ACHOU-IND)
           END-IF
           .
       2220-LOCALIZAR-INFORME-FIM.
           EXIT.

      *******************************************************************
      *    ENTRADA DA CLASSIFICACAO: LE O HISTORICO DE PENSOES (ARQUIVO *
      *    OPCIONAL), ACUMULA AS DO EXERCICIO NO INFORME DO EMPREGADO E *
      *    AS LIBERA PARA O DEMONSTRATIVO DOS BENEFICIARIOS             *
      *******************************************************************
       2500-LIBERAR-PENSOES            SECTION.
           OPEN INPUT ARQ-HIST-PENSAO
           IF WS-FS-HIST-PENSAO NOT = '00'
               DISPLAY 'SEM HISTORICO DE PENSOES (PENSHIST AUSENTE), '
                       'NENHUMA PENSAO NO EXERCICIO'
           ELSE
               MOVE 'N' TO WS-FIM-HIST-PENSAO
               PERFORM 2510-LER-HISTORICO-PENSAO
                   UNTIL FIM-HIST-PENSAO
               CLOSE ARQ-HIST-PENSAO
               DISPLAY 'PENSOES DO EXERCICIO ' WS-ANO-EXERCICIO ': '
                       WS-QTDE-PENSOES-ANO ' DESCONTOS'
           END-IF
           .
       2500-LIBERAR-PENSOES-FIM.
           EXIT.

       2510-LER-HISTORICO-PENSAO       SECTION.
           READ ARQ-HIST-PENSAO
               AT END
                   SET FIM-HIST-PENSAO TO TRUE
               NOT AT END
                   IF PMV-COMPETENCIA(3:1) = '/'
                           AND PMV-COMPETENCIA(4:4) NUMERIC
                       MOVE PMV-COMPETENCIA(4:4) TO WS-ANO-AUDITORIA
                       IF WS-ANO-AUDITORIA = WS-ANO-EXERCICIO
                           ADD 1 TO WS-QTDE-PENSOES-ANO
                           PERFORM 2520-ACUMULAR-PENSAO
                       END-IF
                   END-IF
           END-READ
           .
       2510-LER-HISTORICO-PENSAO-FIM.
           EXIT.

      *******************************************************************
      *    ACUMULA A PENSAO NO INFORME DO EMPREGADO (A DO 13O, MODO 2,  *
      *    DESTACADA) E A LIBERA PARA A CLASSIFICACAO                   *
      *******************************************************************
       2520-ACUMULAR-PENSAO            SECTION.
           MOVE PMV-MATRICULA TO WS-INF-MATRICULA-BUSCA
           PERFORM 2220-LOCALIZAR-INFORME
           IF PMV-MODO = '2'
               ADD PMV-VALOR TO WS-INF-13-PENSAO(WS-INF-ACHOU-IND)
           ELSE
               ADD PMV-VALOR TO WS-INF-PENSAO(WS-INF-ACHOU-IND)
           END-IF
           MOVE PMV-CPF-BENEF      TO SRT-CPF-BENEF
           MOVE PMV-MATRICULA      TO SRT-MATRICULA
           MOVE PMV-SEQUENCIA      TO SRT-SEQUENCIA
           MOVE PMV-NOME-BENEF     TO SRT-NOME-BENEF
           MOVE PMV-PROCESSO       TO SRT-PROCESSO
           MOVE PMV-NOME-EMPREGADO TO SRT-NOME-EMPREGADO
           MOVE PMV-MODO           TO SRT-MODO
           MOVE PMV-VALOR          TO SRT-VALOR
           RELEASE SRT-REG-PENSAO
           .
       2520-ACUMULAR-PENSAO-FIM.
           EXIT.

      *******************************************************************
      *    SAIDA DA CLASSIFICACAO: UM DEMONSTRATIVO POR BENEFICIARIO E  *
      *    DECISAO, COM O TOTAL RECEBIDO NO ANO E A PARTE DO 13O        *
      *******************************************************************
       2600-EMITIR-DEMONSTRATIVOS      SECTION.
           MOVE 'N' TO WS-FIM-SRT-PENSAO
           MOVE 'N' TO WS-DEM-ABERTO
           PERFORM 2610-RETORNAR-PENSAO UNTIL FIM-SRT-PENSAO
           IF DEMONSTRATIVO-ABERTO
               PERFORM 2630-GRAVAR-DEMONSTRATIVO
           END-IF
           .
       2600-EMITIR-DEMONSTRATIVOS-FIM.
           EXIT.

       2610-RETORNAR-PENSAO            SECTION.
           RETURN SRT-PENSAO
               AT END
                   SET FIM-SRT-PENSAO TO TRUE
               NOT AT END
                   IF DEMONSTRATIVO-ABERTO
                       IF SRT-CPF-BENEF NOT = WS-DEM-CPF-BENEF
                               OR SRT-MATRICULA NOT = WS-DEM-MATRICULA
                               OR SRT-SEQUENCIA NOT = WS-DEM-SEQUENCIA
                           PERFORM 2630-GRAVAR-DEMONSTRATIVO
                       END-IF
                   END-IF
                   IF NOT DEMONSTRATIVO-ABERTO
                       PERFORM 2620-ABRIR-DEMONSTRATIVO
                   END-IF
                   ADD SRT-VALOR TO WS-DEM-TOTAL
                   IF SRT-MODO = '2'
                       ADD SRT-VALOR TO WS-DEM-TOTAL-13
                   END-IF
           END-RETURN
           .
       2610-RETORNAR-PENSAO-FIM.
           EXIT.

       2620-ABRIR-DEMONSTRATIVO        SECTION.
           MOVE SRT-CPF-BENEF      TO WS-DEM-CPF-BENEF
           MOVE SRT-MATRICULA      TO WS-DEM-MATRICULA
           MOVE SRT-SEQUENCIA      TO WS-DEM-SEQUENCIA
           MOVE SRT-NOME-BENEF     TO WS-DEM-NOME-BENEF
           MOVE SRT-PROCESSO       TO WS-DEM-PROCESSO
           MOVE SRT-NOME-EMPREGADO TO WS-DEM-NOME-EMPREGADO
           MOVE ZEROS TO WS-DEM-TOTAL
           MOVE ZEROS TO WS-DEM-TOTAL-13
           SET DEMONSTRATIVO-ABERTO TO TRUE
           .
       2620-ABRIR-DEMONSTRATIVO-FIM.
           EXIT.

      *******************************************************************
      *    GRAVA O DEMONSTRATIVO ANUAL DA PENSAO RECEBIDA PELO          *
      *    BENEFICIARIO, PARA A SUA DECLARACAO DE AJUSTE                *
      *******************************************************************
       2630-GRAVAR-DEMONSTRATIVO       SECTION.
           MOVE SPACES TO WS-LINHA-INFORME
           STRING '===================================================='
               DELIMITED BY SIZE INTO WS-LINHA-INFORME
           PERFORM 3910-GRAVAR-LINHA-PENSAO

           MOVE SPACES TO WS-LINHA-INFORME
           STRING 'DEMONSTRATIVO DE PENSAO ALIMENTICIA - EXERCICIO '
                   WS-ANO-EXERCICIO
               DELIMITED BY SIZE INTO WS-LINHA-INFORME
           PERFORM 3910-GRAVAR-LINHA-PENSAO

           MOVE SPACES TO WS-LINHA-INFORME
           STRING 'BENEFICIARIO: ' WS-DEM-NOME-BENEF
                   '  CPF: ' WS-DEM-CPF-BENEF
               DELIMITED BY SIZE INTO WS-LINHA-INFORME
           PERFORM 3910-GRAVAR-LINHA-PENSAO

           MOVE SPACES TO WS-LINHA-INFORME
           STRING 'PROCESSO: ' WS-DEM-PROCESSO
               DELIMITED BY SIZE INTO WS-LINHA-INFORME
           PERFORM 3910-GRAVAR-LINHA-PENSAO

           MOVE SPACES TO WS-LINHA-INFORME
           STRING 'DESCONTADA DE: MATRICULA ' WS-DEM-MATRICULA
                   '  NOME: ' WS-DEM-NOME-EMPREGADO
               DELIMITED BY SIZE INTO WS-LINHA-INFORME
           PERFORM 3910-GRAVAR-LINHA-PENSAO

           MOVE WS-DEM-TOTAL TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-LINHA-INFORME
           STRING 'PENSAO RECEBIDA NO ANO ....: R$ ' WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-INFORME
           PERFORM 3910-GRAVAR-LINHA-PENSAO

           MOVE WS-DEM-TOTAL-13 TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-LINHA-INFORME
           STRING 'DA QUAL SOBRE O 13O .......: R$ ' WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-INFORME
           PERFORM 3910-GRAVAR-LINHA-PENSAO

           MOVE SPACES TO WS-LINHA-INFORME
           PERFORM 3910-GRAVAR-LINHA-PENSAO
           ADD 1 TO WS-QTDE-DEMONSTRATIVOS
           MOVE 'N' TO WS-DEM-ABERTO
           .
       2630-GRAVAR-DEMONSTRATIVO-FIM.
           EXIT.

      *******************************************************************
               DELIMITED BY SIZE INTO WS-LINHA-INFORME
           PERFORM 3900-GRAVAR-LINHA-INFORME

      *    PENSAO ALIMENTICIA JUDICIAL PAGA, DEDUTIVEL DOS RENDIMENTOS
           MOVE WS-INF-PENSAO(WS-INF-IND) TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-LINHA-INFORME
           STRING 'PENSAO ALIMENTICIA PAGA ...: R$ ' WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-INFORME
           PERFORM 3900-GRAVAR-LINHA-INFORME

           MOVE WS-INF-13-BASE(WS-INF-IND) TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-LINHA-INFORME
           STRING '13O SALARIO (DESTACADO) ...: R$ ' WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-INFORME
           PERFORM 3900-GRAVAR-LINHA-INFORME

           MOVE WS-INF-13-PENSAO(WS-INF-IND) TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-LINHA-INFORME
           STRING 'PENSAO SOBRE O 13O ........: R$ ' WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-INFORME
           PERFORM 3900-GRAVAR-LINHA-INFORME

           MOVE SPACES TO WS-LINHA-INFORME
           PERFORM 3900-GRAVAR-LINHA-INFORME
           ADD 1 TO WS-INF-IND
       3900-GRAVAR-LINHA-INFORME-FIM.
           EXIT.

      *******************************************************************
      *    GRAVA UMA LINHA NO ARQUIVO DE DEMONSTRATIVOS DE PENSAO       *
      *******************************************************************
       3910-GRAVAR-LINHA-PENSAO        SECTION.
           WRITE REG-INF-PENSAO FROM WS-LINHA-INFORME
           IF WS-FS-INF-PENSAO NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO GRAVAR O ARQUIVO DE '
                       'DEMONSTRATIVOS DE PENSAO (INFPENS), FILE '
                       'STATUS ' WS-FS-INF-PENSAO
               STOP RUN
           END-IF
           .
       3910-GRAVAR-LINHA-PENSAO-FIM.
           EXIT.

      *******************************************************************
      *    FINALIZAR PROGRAMA                                          *
      *******************************************************************
           CLOSE ARQ-AUDITORIA
           CLOSE ARQ-EMPREGADOS
           CLOSE ARQ-INFORMES
           CLOSE ARQ-INF-PENSAO
           DISPLAY 'INFORMES DE RENDIMENTOS GRAVADOS EM INFORMES'
           DISPLAY 'DEMONSTRATIVOS DE PENSAO GRAVADOS EM INFPENS: '
                   WS-QTDE-DEMONSTRATIVOS
           STOP RUN
           .
       4000-FINALIZAR-FIM.
