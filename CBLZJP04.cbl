      *                          alteracao: digitacao invalida
      *                          derrubava a manutencao no meio do
      *                          lote ou gravava lixo no mestre.
      * Date: 15102026  By: EQP  CPF do empregado no mestre (exigido
      *                          nos eventos do eSocial): informado na
      *                          inclusao e alterado pelo campo 14,
      *                          com conferencia dos digitos
      *                          verificadores.
      * Date: 15102026  By: EQP  Adicionais no mestre: tipo
      *                          (insalubridade ou periculosidade) e
      *                          grau da insalubridade pelos campos 15
      *                          e 16, horas noturnas do mes pelo
      *                          campo 17, com as mesmas criticas da
      *                          folha (motivos 09 e 10).
      * Date: 15102026  By: EQP  Data de admissao no mestre (base do
      *                          controle dos periodos aquisitivos de
      *                          ferias): exigida na inclusao e
      *                          alterada pelo campo 18, com critica
      *                          de data valida nao posterior a
      *                          execucao (motivo 27).
      * Date: 15102026  By: EQP  Historico de alteracoes do mestre
      *                          (MSTHIST) com imagem antes e depois,
      *                          data de efeito e lote de cada
      *                          movimento aplicado; desligamento
      *                          passa a inativar a matricula em vez
      *                          de exclui-la do mestre.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ARQ-TABELA      ASSIGN TO "TABLEGAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TABELA.
           SELECT ARQ-HISTORICO   ASSIGN TO "MSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO.
       DATA DIVISION.
       FILE SECTION.
      *    MOVIMENTO DO MESTRE: UM REGISTRO POR EVENTO DO RH, COM A
      *    MATRICULA COMO CHAVE; A INCLUSAO TRAZ O REGISTRO COMPLETO
      *    DO EMPREGADO E A ALTERACAO TRAZ O CODIGO DO CAMPO E O
      *    VALOR NOVO (NUMERICOS ALINHADOS A ESQUERDA, SEM EDICAO).
      *    A DATA DE EFEITO (AAAAMMDD) E OPCIONAL: EM BRANCO, VALE A
      *    ADMISSAO NA INCLUSAO E A DATA DA EXECUCAO NOS DEMAIS
       FD  ARQ-MOVIMENTOS.
       01  REG-MOVIMENTO.
           05  MOV-TIPO                 PIC X(001).
           05  MOV-MATRICULA            PIC 9(006).
           05  MOV-CAMPO                PIC 9(002).
           05  MOV-VALOR-NOVO           PIC X(030).
           05  MOV-DADOS-INCLUSAO       PIC X(116).
           05  MOV-DATA-EFEITO          PIC 9(008).
           05  MOV-DATA-EFEITO-X REDEFINES MOV-DATA-EFEITO
                                        PIC X(008).

       FD  ARQ-EMPREGADOS.
       COPY CPEMPREG.
      *    MESMO MOLDE DO ARQUIVO DE REJEITADOS DO LOTE (REJEITAS)
       FD  ARQ-REJEITADOS.
       01  REG-MOV-REJEITADO.
           05  MRJ-MOVIMENTO            PIC X(163).
           05  MRJ-MOTIVO-CODIGO        PIC 9(002).
           05  MRJ-MOTIVO-DESC          PIC X(040).

       FD  ARQ-TABELA.
       COPY CPTABLEG.

       FD  ARQ-HISTORICO.
       COPY CPHISMST.

       WORKING-STORAGE SECTION.

       01  WS-FS-MOVIMENTOS            PIC X(002)     VALUE '00'.
       01  WS-FS-EMPREGADOS            PIC X(002)     VALUE '00'.
       01  WS-FS-RELATORIO             PIC X(002)     VALUE '00'.
       01  WS-FS-REJEITADOS            PIC X(002)     VALUE '00'.
       01  WS-FS-HISTORICO             PIC X(002)     VALUE '00'.

       01  WS-FIM-ARQUIVO              PIC X(001)     VALUE 'N'.
           88  FIM-ARQUIVO                            VALUE 'S'.
           05  WSE-DIGITO              PIC X(001).
           05  WSE-CENTRO-CUSTO        PIC 9(004).
           05  WSE-NUM-DEPENDENTES     PIC 9(002).
           05  WSE-CPF                 PIC 9(011).
           05  WSE-ADIC-TIPO           PIC X(001).
               88  WSE-ADIC-INSALUBRIDADE              VALUE 'I'.
               88  WSE-ADIC-PERICULOSIDADE             VALUE 'P'.
           05  WSE-ADIC-GRAU           PIC 9(001).
           05  WSE-HORAS-NOTURNAS      PIC 9(004).
           05  WSE-DATA-ADMISSAO       PIC 9(008).
           05  WSE-SITUACAO            PIC X(001).
           05  WSE-DATA-DESLIGAMENTO   PIC 9(008).

      *    LIMITES DE VALIDACAO, OS MESMOS DA CRITICA DO LOTE; O PISO
      *    LEGAL VEM DO ARQUIVO DE TABELAS LEGAIS (TABLEGAL), PELA
       01  WS-SALARIO-NOVO-X REDEFINES WS-SALARIO-NOVO
                                       PIC X(015).

      *    CONFERENCIA DOS DIGITOS VERIFICADORES DO CPF (MODULO 11)
       01  WS-CPF-CONFERE              PIC 9(011)     VALUE ZEROS.
       01  WS-CPF-DIGITOS REDEFINES WS-CPF-CONFERE.
           05  WS-CPF-DIGITO           PIC 9(001)     OCCURS 11 TIMES.
       01  WS-CPF-IND                  PIC 9(002)     VALUE ZEROS.
       01  WS-CPF-QTDE-DIGITOS         PIC 9(002)     VALUE ZEROS.
       01  WS-CPF-PESO                 PIC 9(002)     VALUE ZEROS.
       01  WS-CPF-SOMA                 PIC 9(005)     VALUE ZEROS.
       01  WS-CPF-QUOCIENTE            PIC 9(005)     VALUE ZEROS.
       01  WS-CPF-RESTO                PIC 9(002)     VALUE ZEROS.
       01  WS-CPF-DV-CALCULADO         PIC 9(002)     VALUE ZEROS.

      *    CRITICA DAS DATAS DE ADMISSAO E DE EFEITO (AAAAMMDD): MES
      *    DE 1 A 12, DIA ATE O ULTIMO DO MES (FEVEREIRO COM 29 NO ANO
      *    BISSEXTO) E DATA NAO POSTERIOR A DA EXECUCAO
       01  WS-DATA-VALIDA              PIC X(001)     VALUE 'S'.
           88  DATA-VALIDA                             VALUE 'S'.
           88  DATA-INVALIDA                           VALUE 'N'.
       01  WS-DATA-CONFERE             PIC 9(008)     VALUE ZEROS.
       01  WS-DATA-CONFERE-R REDEFINES WS-DATA-CONFERE.
           05  WS-DTC-ANO              PIC 9(004).
           05  WS-DTC-MES              PIC 9(002).
           05  WS-DTC-DIA              PIC 9(002).
       01  WS-DTC-ULTIMO-DIA           PIC 9(002)     VALUE ZEROS.
       01  WS-DTC-QUOCIENTE            PIC 9(004)     VALUE ZEROS.
       01  WS-DTC-RESTO-4              PIC 9(004)     VALUE ZEROS.
       01  WS-DTC-RESTO-100            PIC 9(004)     VALUE ZEROS.
       01  WS-DTC-RESTO-400            PIC 9(004)     VALUE ZEROS.
       01  WS-TAB-DIAS-MES-X           PIC X(024)
                                       VALUE '312831303130313130313031'.
       01  WS-TAB-DIAS-MES REDEFINES WS-TAB-DIAS-MES-X.
           05  WS-DIAS-DO-MES          PIC 9(002)     OCCURS 12 TIMES.

      *    CONTROLE DA CARGA DO PISO LEGAL POR VIGENCIA (AAAAMM)
       01  WS-FS-TABELA                PIC X(002)     VALUE '00'.
       01  WS-DATA-AAAAMM              PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-ALTERACOES          PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-EXCLUSOES           PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-REJEITADOS          PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-HISTORICO           PIC 9(006)     VALUE ZEROS.

       01  WS-DATA-SISTEMA             PIC 9(008)     VALUE ZEROS.
       01  WS-HORA-SISTEMA             PIC 9(008)     VALUE ZEROS.
       01  WS-HORA-SISTEMA-R REDEFINES WS-HORA-SISTEMA.
           05  WS-HORA-HHMMSS          PIC 9(006).
           05  FILLER                  PIC 9(002).

      *    DADOS DO MOVIMENTO PARA O HISTORICO DO MESTRE: DATA DE
      *    EFEITO (INFORMADA OU ASSUMIDA) E IMAGEM DO REGISTRO ANTES
      *    DA APLICACAO (EM BRANCO NA INCLUSAO)
       01  WS-DATA-EFEITO              PIC 9(008)     VALUE ZEROS.
       01  WS-EFEITO-INFORMADO         PIC X(001)     VALUE 'N'.
           88  EFEITO-INFORMADO                        VALUE 'S'.
       01  WS-IMAGEM-ANTES             PIC X(125)     VALUE SPACES.
       01  WS-LINHA-RELATORIO          PIC X(132)     VALUE SPACES.

       PROCEDURE DIVISION.
                       WS-FS-REJEITADOS
               STOP RUN
           END-IF
      *    O HISTORICO DO MESTRE E ACUMULATIVO: CADA LOTE ACRESCENTA
      *    OS SEUS MOVIMENTOS; NA PRIMEIRA EXECUCAO ELE E CRIADO
           OPEN EXTEND ARQ-HISTORICO
           IF WS-FS-HISTORICO NOT = '00'
               OPEN OUTPUT ARQ-HISTORICO
           END-IF
           IF WS-FS-HISTORICO NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO ABRIR O HISTORICO DO '
                       'MESTRE (MSTHIST), FILE STATUS '
                       WS-FS-HISTORICO
               STOP RUN
           END-IF
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
      *    O LOTE E IDENTIFICADO PELA DATA E HORA DA EXECUCAO
           ACCEPT WS-HORA-SISTEMA FROM TIME
      *    O PISO LEGAL DA CRITICA VEM DO ARQUIVO DE TABELAS LEGAIS,
      *    PELA VIGENCIA MAIS RECENTE ATE A DATA DA EXECUCAO
           PERFORM 1100-CARREGAR-PISO-LEGAL
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING 'MANUTENCAO DO MESTRE DE EMPREGADOS - DATA '
                   WS-DATA-SISTEMA '  LOTE ' WS-DATA-SISTEMA '-'
                   WS-HORA-HHMMSS
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-LINHA-RELATORIO
               SET MOVIMENTO-INVALIDO TO TRUE
               MOVE 20 TO WS-MOTIVO-CODIGO
           ELSE
               PERFORM 2060-DEFINIR-DATA-EFEITO
           END-IF
           IF MOVIMENTO-VALIDO
               IF MOV-TIPO = 'I'
                   PERFORM 2200-APLICAR-INCLUSAO
               ELSE
       2050-PROCESSAR-MOVIMENTO-FIM.
           EXIT.

      *******************************************************************
      *    DATA DE EFEITO DO MOVIMENTO: A INFORMADA, CRITICADA COMO     *
      *    DATA VALIDA NAO POSTERIOR A EXECUCAO; EM BRANCO, A DA        *
      *    EXECUCAO (A INCLUSAO ASSUME DEPOIS A DATA DE ADMISSAO)       *
      *******************************************************************
       2060-DEFINIR-DATA-EFEITO        SECTION.
           MOVE 'N' TO WS-EFEITO-INFORMADO
           MOVE WS-DATA-SISTEMA TO WS-DATA-EFEITO
           IF MOV-DATA-EFEITO-X NOT = SPACES
                   AND MOV-DATA-EFEITO-X NOT = '00000000'
               IF MOV-DATA-EFEITO NOT NUMERIC
                   SET MOVIMENTO-INVALIDO TO TRUE
                   MOVE 28 TO WS-MOTIVO-CODIGO
               ELSE
                   MOVE MOV-DATA-EFEITO TO WS-DATA-CONFERE
                   PERFORM 2295-CONFERIR-DATA
                   IF DATA-INVALIDA
                       SET MOVIMENTO-INVALIDO TO TRUE
                       MOVE 28 TO WS-MOTIVO-CODIGO
                   ELSE
                       SET EFEITO-INFORMADO TO TRUE
                       MOVE MOV-DATA-EFEITO TO WS-DATA-EFEITO
                   END-IF
               END-IF
           END-IF
           .
       2060-DEFINIR-DATA-EFEITO-FIM.
           EXIT.

      *******************************************************************
      *    VALIDA O REGISTRO CANDIDATO COM AS MESMAS CRITICAS DA FOLHA  *
      *    (PISO SALARIAL, TETO DE HORAS, HORAS EXTRAS, DEPENDENTES E   *
      *    ADICIONAIS)                                                  *
      *******************************************************************
       2100-VALIDAR-CANDIDATO          SECTION.
           COMPUTE WS-HORAS-EXTRA-INFORMADAS =
                           ELSE IF WSE-NUM-DEPENDENTES > 15
                               SET MOVIMENTO-INVALIDO TO TRUE
                               MOVE 08 TO WS-MOTIVO-CODIGO
           END-IF
      *    ADICIONAL SO PODE SER INSALUBRIDADE (COM GRAU 1 A 3),
      *    PERICULOSIDADE OU NENHUM; HORAS NOTURNAS SAO PARTE DAS
      *    HORAS TRABALHADAS DO MES
           IF MOVIMENTO-VALIDO
               IF (WSE-ADIC-TIPO NOT = SPACE
                       AND NOT WSE-ADIC-INSALUBRIDADE
                       AND NOT WSE-ADIC-PERICULOSIDADE)
                   OR (WSE-ADIC-INSALUBRIDADE AND
                       (WSE-ADIC-GRAU < 1 OR WSE-ADIC-GRAU > 3))
                   SET MOVIMENTO-INVALIDO TO TRUE
                   MOVE 09 TO WS-MOTIVO-CODIGO
                   ELSE IF WSE-HORAS-NOTURNAS > WSE-HORAS-TRAB
                       SET MOVIMENTO-INVALIDO TO TRUE
                       MOVE 10 TO WS-MOTIVO-CODIGO
               END-IF
           END-IF.

       2100-VALIDAR-CANDIDATO-FIM.
      *    A MATRICULA DO MOVIMENTO E A CHAVE: PREVALECE SOBRE O QUE
      *    ESTIVER DIGITADO NOS DADOS DA INCLUSAO
           MOVE MOV-MATRICULA TO WSE-MATRICULA
      *    TODA INCLUSAO ENTRA ATIVA, SEM DATA DE DESLIGAMENTO
           MOVE 'A'   TO WSE-SITUACAO
           MOVE ZEROS TO WSE-DATA-DESLIGAMENTO
      *    OS CAMPOS NUMERICOS DA INCLUSAO PASSAM PELO TESTE DE
      *    CLASSE ANTES DA CRITICA, COMO NA ALTERACAO: DIGITACAO
      *    INVALIDA NAO PODE DERRUBAR O LOTE NEM CHEGAR AO MESTRE
           IF MOVIMENTO-VALIDO
               PERFORM 2100-VALIDAR-CANDIDATO
           END-IF
      *    SEM DATA DE EFEITO INFORMADA, A INCLUSAO VALE DA ADMISSAO
           IF MOVIMENTO-VALIDO AND NOT EFEITO-INFORMADO
               MOVE WSE-DATA-ADMISSAO TO WS-DATA-EFEITO
           END-IF
           IF MOVIMENTO-VALIDO
               MOVE WS-EMP-CANDIDATO TO REG-EMPREGADO
               WRITE REG-EMPREGADO
                   STOP RUN
               END-IF
               ADD 1 TO WS-QTDE-INCLUSOES
               MOVE SPACES TO WS-IMAGEM-ANTES
               PERFORM 2900-GRAVAR-HISTORICO
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'INCLUSAO  MATRICULA ' MOV-MATRICULA
                       '  NOME ' WSE-NOME
                       '  EFEITO ' WS-DATA-EFEITO
                   DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM 9000-GRAVAR-LINHA-RELATORIO
           END-IF
                   OR WSE-CONTA NOT NUMERIC
                   OR WSE-CENTRO-CUSTO NOT NUMERIC
                   OR WSE-NUM-DEPENDENTES NOT NUMERIC
                   OR WSE-CPF NOT NUMERIC
                   OR WSE-ADIC-GRAU NOT NUMERIC
                   OR WSE-HORAS-NOTURNAS NOT NUMERIC
                   OR WSE-DATA-ADMISSAO NOT NUMERIC
               SET MOVIMENTO-INVALIDO TO TRUE
               MOVE 25 TO WS-MOTIVO-CODIGO
           END-IF
           IF MOVIMENTO-VALIDO
               PERFORM 2260-VALIDAR-CPF
           END-IF
           IF MOVIMENTO-VALIDO
               PERFORM 2290-VALIDAR-DATA-ADMISSAO
           END-IF
           .
       2250-VALIDAR-NUMERICOS-INCLUSAO-FIM.
           EXIT.

      *******************************************************************
      *    CONFERE OS DOIS DIGITOS VERIFICADORES DO CPF DO CANDIDATO    *
      *    (MODULO 11); CPF ZERADO OU COM DIGITOS REPETIDOS E RECUSADO  *
      *******************************************************************
       2260-VALIDAR-CPF                SECTION.
           MOVE WSE-CPF TO WS-CPF-CONFERE
           IF WS-CPF-CONFERE = ZEROS OR WS-CPF-CONFERE = 11111111111
                   OR WS-CPF-CONFERE = 22222222222
                   OR WS-CPF-CONFERE = 33333333333
                   OR WS-CPF-CONFERE = 44444444444
                   OR WS-CPF-CONFERE = 55555555555
                   OR WS-CPF-CONFERE = 66666666666
                   OR WS-CPF-CONFERE = 77777777777
                   OR WS-CPF-CONFERE = 88888888888
                   OR WS-CPF-CONFERE = 99999999999
               SET MOVIMENTO-INVALIDO TO TRUE
               MOVE 26 TO WS-MOTIVO-CODIGO
           ELSE
      *    PRIMEIRO DIGITO SOBRE OS 9 INICIAIS, SEGUNDO SOBRE OS 10
               MOVE 9 TO WS-CPF-QTDE-DIGITOS
               PERFORM 2270-CALCULAR-DV-CPF
               IF WS-CPF-DV-CALCULADO NOT = WS-CPF-DIGITO(10)
                   SET MOVIMENTO-INVALIDO TO TRUE
                   MOVE 26 TO WS-MOTIVO-CODIGO
               ELSE
                   MOVE 10 TO WS-CPF-QTDE-DIGITOS
                   PERFORM 2270-CALCULAR-DV-CPF
                   IF WS-CPF-DV-CALCULADO NOT = WS-CPF-DIGITO(11)
                       SET MOVIMENTO-INVALIDO TO TRUE
                       MOVE 26 TO WS-MOTIVO-CODIGO
                   END-IF
               END-IF
           END-IF
           .
       2260-VALIDAR-CPF-FIM.
           EXIT.

      *******************************************************************
      *    CALCULA O DIGITO VERIFICADOR SOBRE OS PRIMEIROS DIGITOS DO   *
      *    CPF (PESOS DECRESCENTES A PARTIR DE QTDE + 1)                *
      *******************************************************************
       2270-CALCULAR-DV-CPF            SECTION.
           MOVE ZEROS TO WS-CPF-SOMA
           COMPUTE WS-CPF-PESO = WS-CPF-QTDE-DIGITOS + 1
           MOVE 1 TO WS-CPF-IND
           PERFORM 2280-SOMAR-DIGITO-CPF
               UNTIL WS-CPF-IND > WS-CPF-QTDE-DIGITOS
           DIVIDE WS-CPF-SOMA BY 11 GIVING WS-CPF-QUOCIENTE
               REMAINDER WS-CPF-RESTO
           IF WS-CPF-RESTO < 2
               MOVE ZEROS TO WS-CPF-DV-CALCULADO
           ELSE
               COMPUTE WS-CPF-DV-CALCULADO = 11 - WS-CPF-RESTO
           END-IF
           .
       2270-CALCULAR-DV-CPF-FIM.
           EXIT.

       2280-SOMAR-DIGITO-CPF           SECTION.
           COMPUTE WS-CPF-SOMA = WS-CPF-SOMA
                   + (WS-CPF-DIGITO(WS-CPF-IND) * WS-CPF-PESO)
           SUBTRACT 1 FROM WS-CPF-PESO
           ADD 1 TO WS-CPF-IND
           .
       2280-SOMAR-DIGITO-CPF-FIM.
           EXIT.

      *******************************************************************
      *    CONFERE A DATA DE ADMISSAO DO CANDIDATO: DATA DE CALENDARIO  *
      *    VALIDA (AAAAMMDD), A PARTIR DE 1900 E NAO POSTERIOR A DATA   *
      *    DA EXECUCAO                                                  *
      *******************************************************************
       2290-VALIDAR-DATA-ADMISSAO      SECTION.
           MOVE WSE-DATA-ADMISSAO TO WS-DATA-CONFERE
           PERFORM 2295-CONFERIR-DATA
           IF DATA-INVALIDA
               SET MOVIMENTO-INVALIDO TO TRUE
               MOVE 27 TO WS-MOTIVO-CODIGO
           END-IF
           .
       2290-VALIDAR-DATA-ADMISSAO-FIM.
           EXIT.

      *******************************************************************
      *    CONFERE A DATA EM WS-DATA-CONFERE: DATA DE CALENDARIO        *
      *    VALIDA (AAAAMMDD), A PARTIR DE 1900 E NAO POSTERIOR A DATA   *
      *    DA EXECUCAO                                                  *
      *******************************************************************
       2295-CONFERIR-DATA              SECTION.
           SET DATA-VALIDA TO TRUE
           IF WS-DTC-ANO < 1900 OR WS-DTC-MES < 1 OR WS-DTC-MES > 12
                   OR WS-DTC-DIA < 1
                   OR WS-DATA-CONFERE > WS-DATA-SISTEMA
               SET DATA-INVALIDA TO TRUE
           ELSE
               MOVE WS-DIAS-DO-MES(WS-DTC-MES) TO WS-DTC-ULTIMO-DIA
      *    FEVEREIRO TEM 29 DIAS NO ANO BISSEXTO (DIVISIVEL POR 4,
      *    EXCETO OS SECULARES NAO DIVISIVEIS POR 400)
               IF WS-DTC-MES = 2
                   DIVIDE WS-DTC-ANO BY 4 GIVING WS-DTC-QUOCIENTE
                       REMAINDER WS-DTC-RESTO-4
                   DIVIDE WS-DTC-ANO BY 100 GIVING WS-DTC-QUOCIENTE
                       REMAINDER WS-DTC-RESTO-100
                   DIVIDE WS-DTC-ANO BY 400 GIVING WS-DTC-QUOCIENTE
                       REMAINDER WS-DTC-RESTO-400
                   IF WS-DTC-RESTO-4 = 0 AND (WS-DTC-RESTO-100 NOT = 0
                           OR WS-DTC-RESTO-400 = 0)
                       MOVE 29 TO WS-DTC-ULTIMO-DIA
                   END-IF
               END-IF
               IF WS-DTC-DIA > WS-DTC-ULTIMO-DIA
                   SET DATA-INVALIDA TO TRUE
               END-IF
           END-IF
           .
       2295-CONFERIR-DATA-FIM.
           EXIT.

      *******************************************************************
      *    ALTERACAO DE CAMPO: LE O REGISTRO ATUAL, APLICA O VALOR      *
      *    NOVO NO CAMPO INFORMADO E REGRAVA APOS AS CRITICAS           *
                   MOVE 23 TO WS-MOTIVO-CODIGO
           END-READ
           IF MOVIMENTO-VALIDO
               MOVE REG-EMPREGADO TO WS-IMAGEM-ANTES
               MOVE REG-EMPREGADO TO WS-EMP-CANDIDATO
      *    REGISTROS GRAVADOS ANTES DOS ADICIONAIS, DA DATA DE
      *    ADMISSAO E DA SITUACAO TRAZEM ESPACOS
      *    NOS CAMPOS NUMERICOS NOVOS, ZERADOS NA REGRAVACAO
               IF WSE-ADIC-GRAU NOT NUMERIC
                   MOVE ZEROS TO WSE-ADIC-GRAU
               END-IF
               IF WSE-HORAS-NOTURNAS NOT NUMERIC
                   MOVE ZEROS TO WSE-HORAS-NOTURNAS
               END-IF
               IF WSE-DATA-ADMISSAO NOT NUMERIC
                   MOVE ZEROS TO WSE-DATA-ADMISSAO
               END-IF
               IF WSE-SITUACAO = SPACE
                   MOVE 'A' TO WSE-SITUACAO
               END-IF
               IF WSE-DATA-DESLIGAMENTO NOT NUMERIC
                   MOVE ZEROS TO WSE-DATA-DESLIGAMENTO
               END-IF
               PERFORM 2310-APLICAR-CAMPO-ALTERADO
           END-IF
           IF MOVIMENTO-VALIDO
                   STOP RUN
               END-IF
               ADD 1 TO WS-QTDE-ALTERACOES
               PERFORM 2900-GRAVAR-HISTORICO
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'ALTERACAO MATRICULA ' MOV-MATRICULA
                       '  CAMPO ' MOV-CAMPO
                       '  VALOR NOVO ' MOV-VALOR-NOVO
                       '  EFEITO ' WS-DATA-EFEITO
                   DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM 9000-GRAVAR-LINHA-RELATORIO
           END-IF
                       SET MOVIMENTO-INVALIDO TO TRUE
                       MOVE 25 TO WS-MOTIVO-CODIGO
                   END-IF
               WHEN 14
                   IF MOV-VALOR-NOVO(1:11) NUMERIC
                       MOVE MOV-VALOR-NOVO(1:11) TO WSE-CPF
                       PERFORM 2260-VALIDAR-CPF
                   ELSE
                       SET MOVIMENTO-INVALIDO TO TRUE
                       MOVE 25 TO WS-MOTIVO-CODIGO
                   END-IF
               WHEN 15
                   MOVE MOV-VALOR-NOVO(1:1) TO WSE-ADIC-TIPO
               WHEN 16
                   IF MOV-VALOR-NOVO(1:1) NUMERIC
                       MOVE MOV-VALOR-NOVO(1:1) TO WSE-ADIC-GRAU
                   ELSE
                       SET MOVIMENTO-INVALIDO TO TRUE
                       MOVE 25 TO WS-MOTIVO-CODIGO
                   END-IF
               WHEN 17
                   IF MOV-VALOR-NOVO(1:4) NUMERIC
                       MOVE MOV-VALOR-NOVO(1:4)
                           TO WSE-HORAS-NOTURNAS
                   ELSE
                       SET MOVIMENTO-INVALIDO TO TRUE
                       MOVE 25 TO WS-MOTIVO-CODIGO
                   END-IF
               WHEN 18
                   IF MOV-VALOR-NOVO(1:8) NUMERIC
                       MOVE MOV-VALOR-NOVO(1:8)
                           TO WSE-DATA-ADMISSAO
                       PERFORM 2290-VALIDAR-DATA-ADMISSAO
                   ELSE
                       SET MOVIMENTO-INVALIDO TO TRUE
                       MOVE 25 TO WS-MOTIVO-CODIGO
                   END-IF
               WHEN OTHER
                   SET MOVIMENTO-INVALIDO TO TRUE
                   MOVE 24 TO WS-MOTIVO-CODIGO
           EXIT.

      *******************************************************************
      *    EXCLUSAO (DESLIGAMENTO): A MATRICULA PERMANECE NO MESTRE,    *
      *    INATIVADA COM A DATA DE EFEITO DO DESLIGAMENTO, PORQUE O     *
      *    INFORME, A CONTABILIZACAO E A CONSULTA HISTORICA AINDA       *
      *    PRECISAM DOS SEUS DADOS                                      *
      *******************************************************************
       2400-APLICAR-EXCLUSAO           SECTION.
           MOVE MOV-MATRICULA TO REG-MATRICULA
                   SET MOVIMENTO-INVALIDO TO TRUE
                   MOVE 23 TO WS-MOTIVO-CODIGO
           END-READ
           IF MOVIMENTO-VALIDO AND REG-DESLIGADO
               SET MOVIMENTO-INVALIDO TO TRUE
               MOVE 29 TO WS-MOTIVO-CODIGO
           END-IF
           IF MOVIMENTO-VALIDO
               MOVE REG-EMPREGADO TO WS-IMAGEM-ANTES
               MOVE REG-NOME TO WSE-NOME
               SET REG-DESLIGADO TO TRUE
               MOVE WS-DATA-EFEITO TO REG-DATA-DESLIGAMENTO
               REWRITE REG-EMPREGADO
                   INVALID KEY
                       SET MOVIMENTO-INVALIDO TO TRUE
                       MOVE 23 TO WS-MOTIVO-CODIGO
               END-REWRITE
           END-IF
           IF MOVIMENTO-VALIDO
               IF WS-FS-EMPREGADOS NOT = '00'
                   DISPLAY 'ERRO FATAL: FALHA AO DESLIGAR A MATRICULA '
                           MOV-MATRICULA ' NO MESTRE (EMPMAST), FILE '
                           'STATUS ' WS-FS-EMPREGADOS
                   STOP RUN
               END-IF
               ADD 1 TO WS-QTDE-EXCLUSOES
               PERFORM 2900-GRAVAR-HISTORICO
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'EXCLUSAO  MATRICULA ' MOV-MATRICULA
                       '  NOME ' WSE-NOME
                       '  DESLIGADO EM ' WS-DATA-EFEITO
                   DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM 9000-GRAVAR-LINHA-RELATORIO
           END-IF

      *******************************************************************
      *    DESCRICAO DO MOTIVO DE REJEICAO A PARTIR DO CODIGO; OS       *
      *    CODIGOS 01-10 SAO OS MESMOS DA CRITICA DO LOTE E OS 20-29    *
      *    SAO PROPRIOS DA MANUTENCAO DO MESTRE                         *
      *******************************************************************
       2850-DEFINIR-MOTIVO-DESC        SECTION.
               WHEN 08
                   MOVE 'NUMERO DE DEPENDENTES ACIMA DE 15'
                       TO WS-MOTIVO-DESC
               WHEN 09
                   MOVE 'ADICIONAL INVALIDO (TIPO OU GRAU)'
                       TO WS-MOTIVO-DESC
               WHEN 10
                   MOVE 'HORAS NOTURNAS ACIMA DAS TRABALHADAS'
                       TO WS-MOTIVO-DESC
               WHEN 20
                   MOVE 'MATRICULA DO MOVIMENTO INVALIDA'
                       TO WS-MOTIVO-DESC
               WHEN 25
                   MOVE 'CAMPO NUMERICO COM CONTEUDO INVALIDO'
                       TO WS-MOTIVO-DESC
               WHEN 26
                   MOVE 'CPF INVALIDO (DIGITO VERIFICADOR)'
                       TO WS-MOTIVO-DESC
               WHEN 27
                   MOVE 'DATA DE ADMISSAO INVALIDA'
                       TO WS-MOTIVO-DESC
               WHEN 28
                   MOVE 'DATA DE EFEITO INVALIDA'
                       TO WS-MOTIVO-DESC
               WHEN 29
                   MOVE 'MATRICULA JA DESLIGADA NO MESTRE'
                       TO WS-MOTIVO-DESC
               WHEN OTHER
                   MOVE 'MOTIVO NAO CLASSIFICADO'
                       TO WS-MOTIVO-DESC
       2850-DEFINIR-MOTIVO-DESC-FIM.
           EXIT.

      *******************************************************************
      *    GRAVA NO HISTORICO DO MESTRE O MOVIMENTO APLICADO, COM AS    *
      *    IMAGENS DO REGISTRO ANTES E DEPOIS, A DATA DE EFEITO E O     *
      *    LOTE (DATA E HORA DA EXECUCAO)                               *
      *******************************************************************
       2900-GRAVAR-HISTORICO           SECTION.
           MOVE MOV-MATRICULA        TO HST-MATRICULA
           MOVE WS-DATA-EFEITO       TO HST-DATA-EFEITO
           MOVE WS-DATA-SISTEMA      TO HST-LOTE-DATA
           MOVE WS-HORA-HHMMSS       TO HST-LOTE-HORA
           MOVE WS-QTDE-MOVIMENTOS   TO HST-SEQUENCIA
           MOVE MOV-TIPO             TO HST-TIPO
           IF HST-ALTERACAO
               MOVE MOV-CAMPO        TO HST-CAMPO
           ELSE
               MOVE ZEROS            TO HST-CAMPO
           END-IF
           MOVE WS-IMAGEM-ANTES      TO HST-IMAGEM-ANTES
           MOVE REG-EMPREGADO        TO HST-IMAGEM-DEPOIS
           WRITE REG-HIST-MESTRE
           IF WS-FS-HISTORICO NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO GRAVAR O HISTORICO DO '
                       'MESTRE (MSTHIST), FILE STATUS '
                       WS-FS-HISTORICO
               STOP RUN
           END-IF
           ADD 1 TO WS-QTDE-HISTORICO
           .
       2900-GRAVAR-HISTORICO-FIM.
           EXIT.

      *******************************************************************
      *    FINALIZAR PROGRAMA                                           *
      *******************************************************************
           STRING 'MOVIMENTOS REJEITADOS: ' WS-QTDE-REJEITADOS
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING 'GRAVADOS NO HISTORICO: ' WS-QTDE-HISTORICO
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           PERFORM 9000-GRAVAR-LINHA-RELATORIO
           CLOSE ARQ-MOVIMENTOS
           CLOSE ARQ-EMPREGADOS
           CLOSE ARQ-RELATORIO
           CLOSE ARQ-REJEITADOS
           CLOSE ARQ-HISTORICO
           DISPLAY 'MANUTENCAO DO MESTRE CONCLUIDA: '
                   WS-QTDE-MOVIMENTOS ' MOVIMENTOS, '
                   WS-QTDE-REJEITADOS ' REJEITADOS'
