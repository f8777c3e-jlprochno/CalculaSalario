      * Date: 02092026
      * Purpose: INTERFACE CONTABIL DO FECHAMENTO DA FOLHA: GERA O
      *          ARQUIVO DE LANCAMENTOS CONTABEIS DA COMPETENCIA
      *          (SALARIOS, HORAS EXTRAS, ADICIONAIS, INSS, IRRF, FGTS
      *          E LIQUIDO A PAGAR), COM O CENTRO DE CUSTO COMO CHAVE
      *          DE RATEIO E CONTRA-PARTIDAS DE DEBITO E CREDITO, MAIS
      *          AS LINHAS DE PROVISAO MENSAL DE 13O E FERIAS (1/12
      *          AVOS MAIS ENCARGOS) APURADAS DO ARQUIVO MESTRE,
      *          ELIMINANDO A REDIGITACAO DO RELATORIO EM PAPEL
      * Tectonics: .CBL
      *                          enxergava o FGTS das diferencas de
      *                          dissidio, quebrando a conciliacao
      *                          entre CONTABIL e a guia.
      * Date: 15102026  By: EQP  Adicionais de insalubridade,
      *                          periculosidade e noturno em
      *                          lancamento proprio (conta 31101003),
      *                          separados dos salarios e das horas
      *                          extras pelo valor registrado na
      *                          trilha de auditoria, e incluidos na
      *                          base das provisoes de 13o e ferias.
      * Date: 15102026  By: EQP  Matricula desligada permanece no
      *                          mestre (inativa): continua rateada
      *                          no seu centro de custo, mas sai da
      *                          apuracao das provisoes.
      * Date: 15102026  By: EQP  Agregacao por centro de custo passa
      *                          da tabela em memoria (limite de 50)
      *                          para o arquivo de trabalho indexado
      *                          TRBCTB, lido pelo codigo do centro;
      *                          os lancamentos saem em ordem de
      *                          centro de custo.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ARQ-CONTABIL    ASSIGN TO "CONTABIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTABIL.
           SELECT ARQ-TRB-CENTRO-CUSTO ASSIGN TO "TRBCTB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCT-CODIGO
               FILE STATUS IS WS-FS-TRB-CENTRO-CUSTO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-AUDITORIA.
           05  FILLER                   PIC X(038).
           05  LNT-SOMA-VALORES         PIC 9(013)V99.

      *    ARQUIVO DE TRABALHO, CRIADO A CADA EXECUCAO: AGREGACAO DA
      *    COMPETENCIA POR CENTRO DE CUSTO, A PARTIR DA TRILHA DE
      *    AUDITORIA (VERBAS), DAS GUIAS (FGTS) E DO MESTRE
      *    (PROVISOES). O VOLUME FICA LIMITADO SO PELO ARQUIVO
       FD  ARQ-TRB-CENTRO-CUSTO.
       01  REG-TRB-CENTRO-CUSTO.
           05  TCT-CODIGO               PIC 9(004).
           05  TCT-SALARIOS             PIC 9(013)V99.
           05  TCT-EXTRAS               PIC 9(013)V99.
           05  TCT-ADICIONAIS           PIC 9(013)V99.
           05  TCT-INSS                 PIC 9(013)V99.
           05  TCT-IRRF                 PIC 9(013)V99.
           05  TCT-FGTS                 PIC 9(013)V99.
           05  TCT-LIQUIDO              PIC 9(013)V99.
           05  TCT-PROV-13              PIC 9(013)V99.
           05  TCT-ENC-PROV-13          PIC 9(013)V99.
           05  TCT-PROV-FERIAS          PIC 9(013)V99.
           05  TCT-ENC-PROV-FER         PIC 9(013)V99.

       WORKING-STORAGE SECTION.

       01  WS-FS-AUDITORIA             PIC X(002)     VALUE '00'.
       01  WS-FS-TABELA                PIC X(002)     VALUE '00'.
       01  WS-FS-FGTS                  PIC X(002)     VALUE '00'.
       01  WS-FS-CONTABIL              PIC X(002)     VALUE '00'.
       01  WS-FS-TRB-CENTRO-CUSTO      PIC X(002)     VALUE '00'.

       01  WS-FIM-ARQUIVO              PIC X(001)     VALUE 'N'.
           88  FIM-ARQUIVO                            VALUE 'S'.
      *    ALIQUOTA DO FGTS CARREGADA DA TABLEGAL PELA VIGENCIA DA
      *    COMPETENCIA; ENCARGOS PATRONAIS COMO NA FOLHA (CBLZJP01)
       01  WS-ALIQ-FGTS                PIC 9(001)V99  VALUE ZEROS.
      *    SALARIO MINIMO DA MESMA VIGENCIA, BASE DA INSALUBRIDADE NA
      *    PROVISAO; PERCENTUAIS DOS ADICIONAIS COMO NA FOLHA
       01  WS-SALARIO-MINIMO           PIC 9(013)V99  VALUE ZEROS.
       01  WS-ALIQ-INSAL-MINIMO        PIC 9(001)V99  VALUE 0,10.
       01  WS-ALIQ-INSAL-MEDIO         PIC 9(001)V99  VALUE 0,20.
       01  WS-ALIQ-INSAL-MAXIMO        PIC 9(001)V99  VALUE 0,40.
       01  WS-ALIQ-PERICULOSIDADE      PIC 9(001)V99  VALUE 0,30.
       01  WS-ALIQ-ADIC-NOTURNO        PIC 9(001)V99  VALUE 0,20.
       01  WS-ALIQ-INSS-PATRONAL       PIC 9(001)V999 VALUE 0,200.
       01  WS-ALIQ-RAT                 PIC 9(001)V999 VALUE 0,020.
       01  WS-ALIQ-TERCEIROS           PIC 9(001)V999 VALUE 0,058.
      *    PLANO DE CONTAS DA INTERFACE, ACORDADO COM A CONTABILIDADE
       01  WS-CTA-DESP-SALARIOS        PIC 9(008)     VALUE 31101001.
       01  WS-CTA-DESP-HORAS-EXTRAS    PIC 9(008)     VALUE 31101002.
       01  WS-CTA-DESP-ADICIONAIS      PIC 9(008)     VALUE 31101003.
       01  WS-CTA-DESP-FGTS            PIC 9(008)     VALUE 31102001.
       01  WS-CTA-DESP-PROV-13         PIC 9(008)     VALUE 31103001.
       01  WS-CTA-DESP-ENC-PROV-13     PIC 9(008)     VALUE 31103002.
       01  WS-CTA-PROV-ENC-FERIAS      PIC 9(008)     VALUE 21104002.
       01  WS-CTA-BANCOS               PIC 9(008)     VALUE 11101001.

      *    AGREGACAO DA COMPETENCIA POR CENTRO DE CUSTO NO ARQUIVO DE
      *    TRABALHO (TRBCTB)
       01  WS-CC-QTD-USADOS            PIC 9(005)     VALUE ZEROS.
       01  WS-CC-BUSCA                 PIC 9(004)     VALUE ZEROS.
       01  WS-FLAG-CENTRO-CUSTO        PIC X(001)     VALUE 'N'.
           88  CENTRO-CUSTO-ACHADO                     VALUE 'S'.
       01  WS-FIM-TRB-CENTRO-CUSTO     PIC X(001)     VALUE 'N'.
           88  FIM-TRB-CENTRO-CUSTO                    VALUE 'S'.

       01  WS-EXTRAS-CALC              PIC 9(013)V99  VALUE ZEROS.
       01  WS-ADICIONAIS-CALC          PIC 9(013)V99  VALUE ZEROS.
       01  WS-PROV-REMUNERACAO         PIC 9(013)V99  VALUE ZEROS.
       01  WS-PROV-INSAL-PERIC         PIC 9(013)V99  VALUE ZEROS.
       01  WS-PROV-HORA-NORMAL         PIC 9(013)V999 VALUE ZEROS.
       01  WS-PROV-PCT-INSAL           PIC 9(001)V99  VALUE ZEROS.
       01  WS-MATRICULA-BUSCA          PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-GUIAS-COMP          PIC 9(006)     VALUE ZEROS.
       01  WS-PROV-BASE-13             PIC 9(013)V99  VALUE ZEROS.
                       WS-FS-EMPREGADOS
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-TRB-CENTRO-CUSTO
           CLOSE ARQ-TRB-CENTRO-CUSTO
           OPEN I-O ARQ-TRB-CENTRO-CUSTO
           IF WS-FS-TRB-CENTRO-CUSTO NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO CRIAR O ARQUIVO DE '
                       'TRABALHO DOS CENTROS DE CUSTO (TRBCTB), FILE '
                       'STATUS ' WS-FS-TRB-CENTRO-CUSTO
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-CONTABIL
           IF WS-FS-CONTABIL NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO ABRIR O ARQUIVO '
                       MOVE TAB-VIGENCIA TO WS-VIGENCIA-USADA
                       SET TABELA-CARREGADA TO TRUE
                       MOVE TAB-ALIQ-FGTS TO WS-ALIQ-FGTS
                       MOVE TAB-SALARIO-MINIMO TO WS-SALARIO-MINIMO
                   END-IF
           END-READ
           .
                       MOVE AUD-MATRICULA TO WS-MATRICULA-BUSCA
                       PERFORM 2200-BUSCAR-CENTRO-CUSTO
                       PERFORM 2300-ACUMULAR-VERBAS
                       PERFORM 2270-GRAVAR-CENTRO-CUSTO
                   END-IF
           END-READ
           .
           EXIT.

      *******************************************************************
      *    LOCALIZA O CENTRO DE CUSTO DA MATRICULA NO MESTRE E NO       *
      *    ARQUIVO DO FECHAMENTO (MATRICULA SEM MESTRE RATEIA NO 0000)  *
      *******************************************************************
       2200-BUSCAR-CENTRO-CUSTO        SECTION.
           MOVE WS-MATRICULA-BUSCA TO REG-MATRICULA
               NOT INVALID KEY
                   MOVE REG-CENTRO-CUSTO TO WS-CC-BUSCA
           END-READ
           PERFORM 2250-PROCURAR-CENTRO-CUSTO
           .
       2200-BUSCAR-CENTRO-CUSTO-FIM.
           EXIT.

      *******************************************************************
      *    PROCURA (OU ABRE ZERADO) O CENTRO DE CUSTO NO ARQUIVO DE     *
      *    TRABALHO                                                     *
      *******************************************************************
       2250-PROCURAR-CENTRO-CUSTO      SECTION.
           MOVE WS-CC-BUSCA TO TCT-CODIGO
           READ ARQ-TRB-CENTRO-CUSTO
               INVALID KEY
                   MOVE 'N' TO WS-FLAG-CENTRO-CUSTO
                   MOVE ZEROS TO TCT-SALARIOS
                   MOVE ZEROS TO TCT-EXTRAS
                   MOVE ZEROS TO TCT-ADICIONAIS
                   MOVE ZEROS TO TCT-INSS
                   MOVE ZEROS TO TCT-IRRF
                   MOVE ZEROS TO TCT-FGTS
                   MOVE ZEROS TO TCT-LIQUIDO
                   MOVE ZEROS TO TCT-PROV-13
                   MOVE ZEROS TO TCT-ENC-PROV-13
                   MOVE ZEROS TO TCT-PROV-FERIAS
                   MOVE ZEROS TO TCT-ENC-PROV-FER
               NOT INVALID KEY
                   SET CENTRO-CUSTO-ACHADO TO TRUE
           END-READ
           .
       2250-PROCURAR-CENTRO-CUSTO-FIM.
           EXIT.

      *******************************************************************
      *    REGRAVA O CENTRO DE CUSTO ACUMULADO, OU O INCLUI SE FOR NOVO *
      *******************************************************************
       2270-GRAVAR-CENTRO-CUSTO        SECTION.
           IF CENTRO-CUSTO-ACHADO
               REWRITE REG-TRB-CENTRO-CUSTO
           ELSE
               WRITE REG-TRB-CENTRO-CUSTO
               ADD 1 TO WS-CC-QTD-USADOS
           END-IF
           IF WS-FS-TRB-CENTRO-CUSTO NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO GRAVAR O ARQUIVO DE '
                       'TRABALHO DOS CENTROS DE CUSTO (TRBCTB), FILE '
                       'STATUS ' WS-FS-TRB-CENTRO-CUSTO
               STOP RUN
           END-IF
           .
       2270-GRAVAR-CENTRO-CUSTO-FIM.
           EXIT.

      *******************************************************************
      *    ACUMULA AS VERBAS DO CALCULO AUDITADO NO CENTRO DE CUSTO:    *
      *    NO MODO REGULAR A BASE AUDITADA E BRUTO, ADICIONAIS E        *
      *    EXTRAS; NOS DEMAIS MODOS A BASE TRIBUTADA, MENOS OS          *
      *    ADICIONAIS, ENTRA COMO SALARIOS. OS ADICIONAIS TEM           *
      *    LANCAMENTO PROPRIO PELO VALOR DA TRILHA; O FGTS              *
      *    NAO E RECONSTITUIDO AQUI, E SIM LIDO DAS GUIAS DA            *
      *    COMPETENCIA (2500), QUE SAO O VALOR REALMENTE DEPOSITADO     *
      *******************************************************************
       2300-ACUMULAR-VERBAS            SECTION.
      *    REGISTROS DA TRILHA ANTERIORES AOS ADICIONAIS TRAZEM
      *    ESPACOS NO CAMPO E VALEM ZERO
           IF AUD-ADICIONAIS NUMERIC
               MOVE AUD-ADICIONAIS TO WS-ADICIONAIS-CALC
           ELSE
               MOVE ZEROS TO WS-ADICIONAIS-CALC
           END-IF
           ADD WS-ADICIONAIS-CALC
               TO TCT-ADICIONAIS
           IF AUD-MODO = '1'
               ADD AUD-SALARIO-BRUTO
                   TO TCT-SALARIOS
               COMPUTE WS-EXTRAS-CALC =
                       AUD-BASE-CALCULO - AUD-SALARIO-BRUTO
                       - WS-ADICIONAIS-CALC
               ADD WS-EXTRAS-CALC
                   TO TCT-EXTRAS
           ELSE
               COMPUTE WS-EXTRAS-CALC =
                       AUD-BASE-CALCULO - WS-ADICIONAIS-CALC
               ADD WS-EXTRAS-CALC
                   TO TCT-SALARIOS
           END-IF
           ADD AUD-ENCARGOS       TO TCT-INSS
           ADD AUD-IMPOSTO-RENDA  TO TCT-IRRF
           ADD AUD-SALARIO-LIQUIDO
               TO TCT-LIQUIDO
           .
       2300-ACUMULAR-VERBAS-FIM.
           EXIT.
                       MOVE FGTS-MATRICULA TO WS-MATRICULA-BUSCA
                       PERFORM 2200-BUSCAR-CENTRO-CUSTO
                       ADD FGTS-VALOR
                           TO TCT-FGTS
                       PERFORM 2270-GRAVAR-CENTRO-CUSTO
                   END-IF
           END-READ
           .

      *******************************************************************
      *    ACUMULA A PROVISAO DE UM EMPREGADO NO SEU CENTRO DE CUSTO:   *
      *    1/12 DA REMUNERACAO (SALARIO MAIS ADICIONAIS) PARA O 13O,    *
      *    1/12 DA REMUNERACAO MAIS O TERCO PARA FERIAS, AMBOS COM OS   *
      *    ENCARGOS DO EMPREGADOR                                       *
      *******************************************************************
       3100-PROVISIONAR-EMPREGADO      SECTION.
           READ ARQ-EMPREGADOS NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
      *    DESLIGADO PERMANECE NO MESTRE, INATIVO, MAS NAO PROVISIONA
                   IF NOT REG-DESLIGADO
                       MOVE REG-CENTRO-CUSTO TO WS-CC-BUSCA
                       PERFORM 2250-PROCURAR-CENTRO-CUSTO
                       PERFORM 3150-CALCULAR-REMUNERACAO
                       COMPUTE WS-PROV-BASE-13 ROUNDED =
                               WS-PROV-REMUNERACAO / 12
                       ADD WS-PROV-BASE-13
                           TO TCT-PROV-13
                       COMPUTE WS-PROV-ENCARGOS ROUNDED =
                               WS-PROV-BASE-13 * WS-ALIQ-ENCARGOS-PROV
                       ADD WS-PROV-ENCARGOS
                           TO TCT-ENC-PROV-13
                       COMPUTE WS-PROV-BASE-FERIAS ROUNDED =
                               (WS-PROV-REMUNERACAO
                                + (WS-PROV-REMUNERACAO / 3)) / 12
                       ADD WS-PROV-BASE-FERIAS
                           TO TCT-PROV-FERIAS
                       COMPUTE WS-PROV-ENCARGOS ROUNDED =
                               WS-PROV-BASE-FERIAS
                               * WS-ALIQ-ENCARGOS-PROV
                       ADD WS-PROV-ENCARGOS
                           TO TCT-ENC-PROV-FER
                       PERFORM 2270-GRAVAR-CENTRO-CUSTO
                   END-IF
           END-READ
           .
       3100-PROVISIONAR-EMPREGADO-FIM.
           EXIT.

      *******************************************************************
      *    REMUNERACAO MENSAL DO EMPREGADO PARA A PROVISAO: SALARIO MAIS*
      *    OS ADICIONAIS DO CADASTRO, CALCULADOS COMO NA FOLHA          *
      *    (INSALUBRIDADE PELO GRAU SOBRE O SALARIO MINIMO,             *
      *    PERICULOSIDADE DE 30% DO SALARIO E NOTURNO DE 20% SOBRE A    *
      *    HORA NORMAL PELAS HORAS NOTURNAS)                            *
      *******************************************************************
       3150-CALCULAR-REMUNERACAO       SECTION.
           MOVE ZEROS TO WS-PROV-INSAL-PERIC
           IF REG-ADIC-INSALUBRIDADE
               EVALUATE REG-ADIC-GRAU
                   WHEN 1
                       MOVE WS-ALIQ-INSAL-MINIMO TO WS-PROV-PCT-INSAL
                   WHEN 2
                       MOVE WS-ALIQ-INSAL-MEDIO TO WS-PROV-PCT-INSAL
                   WHEN OTHER
                       MOVE WS-ALIQ-INSAL-MAXIMO TO WS-PROV-PCT-INSAL
               END-EVALUATE
               COMPUTE WS-PROV-INSAL-PERIC ROUNDED =
                       WS-SALARIO-MINIMO * WS-PROV-PCT-INSAL
           END-IF
           IF REG-ADIC-PERICULOSIDADE
               COMPUTE WS-PROV-INSAL-PERIC ROUNDED =
                       REG-SALARIO-BRUTO * WS-ALIQ-PERICULOSIDADE
           END-IF
           COMPUTE WS-PROV-REMUNERACAO =
                   REG-SALARIO-BRUTO + WS-PROV-INSAL-PERIC
      *    REGISTROS ANTERIORES AOS ADICIONAIS TRAZEM ESPACOS NAS
      *    HORAS NOTURNAS
           IF REG-HORAS-NOTURNAS NUMERIC
                   AND REG-HORAS-NOTURNAS > 0
               COMPUTE WS-PROV-HORA-NORMAL =
                       WS-PROV-REMUNERACAO / 160
               COMPUTE WS-PROV-REMUNERACAO ROUNDED =
                       WS-PROV-REMUNERACAO
                       + (WS-PROV-HORA-NORMAL * WS-ALIQ-ADIC-NOTURNO
                          * REG-HORAS-NOTURNAS)
           END-IF
           .
       3150-CALCULAR-REMUNERACAO-FIM.
           EXIT.

      *******************************************************************
      *    GRAVA OS LANCAMENTOS DE CADA CENTRO DE CUSTO E O TRAILER     *
      *******************************************************************
       4000-GRAVAR-LANCAMENTOS         SECTION.
           MOVE ZEROS TO TCT-CODIGO
           MOVE 'N' TO WS-FIM-TRB-CENTRO-CUSTO
           START ARQ-TRB-CENTRO-CUSTO KEY IS NOT LESS THAN TCT-CODIGO
               INVALID KEY
                   SET FIM-TRB-CENTRO-CUSTO TO TRUE
           END-START
           PERFORM 4050-LER-CENTRO-CUSTO UNTIL FIM-TRB-CENTRO-CUSTO
           CLOSE ARQ-TRB-CENTRO-CUSTO
           MOVE SPACES              TO REG-LANCTO-TRAILER
           MOVE WS-COMPETENCIA      TO LNT-COMPETENCIA
           MOVE 9999                TO LNT-MARCA-TRAILER
       4000-GRAVAR-LANCAMENTOS-FIM.
           EXIT.

      *******************************************************************
      *    LE O PROXIMO CENTRO DE CUSTO DO ARQUIVO DE TRABALHO, EM      *
      *    ORDEM DE CODIGO, E GRAVA SEUS LANCAMENTOS                    *
      *******************************************************************
       4050-LER-CENTRO-CUSTO           SECTION.
           READ ARQ-TRB-CENTRO-CUSTO NEXT RECORD
               AT END
                   SET FIM-TRB-CENTRO-CUSTO TO TRUE
               NOT AT END
                   PERFORM 4100-GRAVAR-CENTRO-CUSTO
           END-READ
           .
       4050-LER-CENTRO-CUSTO-FIM.
           EXIT.

      *******************************************************************
      *    GRAVA OS LANCAMENTOS DE UM CENTRO DE CUSTO (VERBAS DA        *
      *    COMPETENCIA E PROVISOES), PULANDO OS VALORES ZERADOS         *
           MOVE WS-CTA-DESP-SALARIOS    TO LAN-CONTA-DEBITO
           MOVE WS-CTA-SALARIOS-A-PAGAR TO LAN-CONTA-CREDITO
           MOVE 'SALARIOS E ORDENADOS'  TO LAN-HISTORICO
           MOVE TCT-SALARIOS TO LAN-VALOR
           PERFORM 4200-GRAVAR-UM-LANCAMENTO
           MOVE WS-CTA-DESP-HORAS-EXTRAS TO LAN-CONTA-DEBITO
           MOVE WS-CTA-SALARIOS-A-PAGAR TO LAN-CONTA-CREDITO
           MOVE 'HORAS EXTRAS'          TO LAN-HISTORICO
           MOVE TCT-EXTRAS TO LAN-VALOR
           PERFORM 4200-GRAVAR-UM-LANCAMENTO
           MOVE WS-CTA-DESP-ADICIONAIS  TO LAN-CONTA-DEBITO
           MOVE WS-CTA-SALARIOS-A-PAGAR TO LAN-CONTA-CREDITO
           MOVE 'ADICIONAIS INSALUB/PERIC/NOT' TO LAN-HISTORICO
           MOVE TCT-ADICIONAIS TO LAN-VALOR
           PERFORM 4200-GRAVAR-UM-LANCAMENTO
           MOVE WS-CTA-SALARIOS-A-PAGAR TO LAN-CONTA-DEBITO
           MOVE WS-CTA-INSS-A-RECOLHER  TO LAN-CONTA-CREDITO
           MOVE 'INSS RETIDO DOS EMPREGADOS' TO LAN-HISTORICO
           MOVE TCT-INSS   TO LAN-VALOR
           PERFORM 4200-GRAVAR-UM-LANCAMENTO
           MOVE WS-CTA-SALARIOS-A-PAGAR TO LAN-CONTA-DEBITO
           MOVE WS-CTA-IRRF-A-RECOLHER  TO LAN-CONTA-CREDITO
           MOVE 'IRRF RETIDO NA FONTE'  TO LAN-HISTORICO
           MOVE TCT-IRRF   TO LAN-VALOR
           PERFORM 4200-GRAVAR-UM-LANCAMENTO
           MOVE WS-CTA-DESP-FGTS        TO LAN-CONTA-DEBITO
           MOVE WS-CTA-FGTS-A-RECOLHER  TO LAN-CONTA-CREDITO
           MOVE 'FGTS DA COMPETENCIA'   TO LAN-HISTORICO
           MOVE TCT-FGTS   TO LAN-VALOR
           PERFORM 4200-GRAVAR-UM-LANCAMENTO
           MOVE WS-CTA-SALARIOS-A-PAGAR TO LAN-CONTA-DEBITO
           MOVE WS-CTA-BANCOS           TO LAN-CONTA-CREDITO
           MOVE 'LIQUIDO A PAGAR'       TO LAN-HISTORICO
           MOVE TCT-LIQUIDO TO LAN-VALOR
           PERFORM 4200-GRAVAR-UM-LANCAMENTO
           MOVE WS-CTA-DESP-PROV-13     TO LAN-CONTA-DEBITO
           MOVE WS-CTA-PROVISAO-13      TO LAN-CONTA-CREDITO
           MOVE 'PROVISAO MENSAL DE 13O' TO LAN-HISTORICO
           MOVE TCT-PROV-13 TO LAN-VALOR
           PERFORM 4200-GRAVAR-UM-LANCAMENTO
           MOVE WS-CTA-DESP-ENC-PROV-13 TO LAN-CONTA-DEBITO
           MOVE WS-CTA-PROV-ENCARGOS-13 TO LAN-CONTA-CREDITO
           MOVE 'ENCARGOS S/ PROVISAO 13O' TO LAN-HISTORICO
           MOVE TCT-ENC-PROV-13 TO LAN-VALOR
           PERFORM 4200-GRAVAR-UM-LANCAMENTO
           MOVE WS-CTA-DESP-PROV-FERIAS TO LAN-CONTA-DEBITO
           MOVE WS-CTA-PROVISAO-FERIAS  TO LAN-CONTA-CREDITO
           MOVE 'PROVISAO MENSAL DE FERIAS' TO LAN-HISTORICO
           MOVE TCT-PROV-FERIAS TO LAN-VALOR
           PERFORM 4200-GRAVAR-UM-LANCAMENTO
           MOVE WS-CTA-DESP-ENC-PROV-FER TO LAN-CONTA-DEBITO
           MOVE WS-CTA-PROV-ENC-FERIAS  TO LAN-CONTA-CREDITO
           MOVE 'ENCARGOS S/ PROV FERIAS' TO LAN-HISTORICO
           MOVE TCT-ENC-PROV-FER TO LAN-VALOR
           PERFORM 4200-GRAVAR-UM-LANCAMENTO
           .
       4100-GRAVAR-CENTRO-CUSTO-FIM.
           EXIT.
       4200-GRAVAR-UM-LANCAMENTO       SECTION.
           IF LAN-VALOR > ZEROS
               MOVE WS-COMPETENCIA TO LAN-COMPETENCIA
               MOVE TCT-CODIGO TO LAN-CENTRO-CUSTO
               ADD 1 TO WS-QTDE-LANCAMENTOS
               ADD LAN-VALOR TO WS-SOMA-LANCAMENTOS
               WRITE REG-LANCAMENTO
