       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZJP10.
      ******************************************************************
      * Author: JENYFFER LAURA PROCHNO PEREIRA
      * Date: 15102026
      * Purpose: GERAR OS EVENTOS PERIODICOS E DE DESLIGAMENTO DO
      *          ESOCIAL A PARTIR DO FECHAMENTO DA FOLHA: S-1200
      *          (REMUNERACAO, MENSAL E ANUAL DO 13O), S-1210
      *          (PAGAMENTOS), S-2299 (DESLIGAMENTO DA RESCISAO) E
      *          S-1299 (FECHAMENTO DOS EVENTOS PERIODICOS), LIDOS
      *          DA TRILHA DE AUDITORIA (TODOS OS MODOS DA
      *          COMPETENCIA), DO PAYOUT E DO MESTRE, COM RESUMO QUE
      *          CONFRONTA OS TOTAIS DECLARADOS COM OS TRAILERS DE
      *          CONTROLE BALANCEADOS PELO CBLZJP02
      * Tectonics: .CBL
      ******************************************************************
      * Modification History:
      * Date: 15102026  By: EQP  Versao inicial: eventos no leiaute
      *                          XML do eSocial (um evento por
      *                          trabalhador e periodo, com um
      *                          demonstrativo por modo de calculo),
      *                          eliminando a digitacao a partir do
      *                          holerite e do termo de rescisao.
      * Date: 15102026  By: EQP  Adiantamento quinzenal (vale, modo 8)
      *                          sem demonstrativo nem infoPgto
      *                          proprios: e compensado no liquido da
      *                          folha mensal, e entra no confronto
      *                          com os trailers do fechamento.
      * Date: 15102026  By: EQP  Adicionais de insalubridade,
      *                          periculosidade e noturno na rubrica
      *                          propria do demonstrativo mensal.
      * Date: 15102026  By: EQP  Data do desligamento do S-2299 vem
      *                          do mestre, onde o desligado agora
      *                          permanece inativo; a do calculo da
      *                          rescisao fica para os anteriores.
      * Date: 15102026  By: EQP  Dobra das ferias vencidas em rubrica
      *                          propria, fora da incidencia do INSS;
      *                          pensao alimenticia descontada em
      *                          rubrica propria, e no S-2299 o grupo
      *                          pensAlim montado do cadastro de
      *                          beneficiarios (PENSAO).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PARAMETRO   ASSIGN TO "ESOCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETRO.
           SELECT ARQ-AUDITORIA   ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.
           SELECT ARQ-SAIDA       ASSIGN TO "PAYOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAIDA.
           SELECT ARQ-EMPREGADOS  ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-MATRICULA
               FILE STATUS IS WS-FS-EMPREGADOS.
           SELECT ARQ-PENSOES     ASSIGN TO "PENSAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-CHAVE
               FILE STATUS IS WS-FS-PENSOES.
           SELECT ARQ-FGTS        ASSIGN TO "GUIAFGTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FGTS.
           SELECT ARQ-PREV        ASSIGN TO "GUIAPREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PREV.
           SELECT ARQ-PAGTO-ORD   ASSIGN TO "ESOCPGTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGTO-ORD.
           SELECT SRT-PAGAMENTO   ASSIGN TO "SRTPGTO".
           SELECT SRT-CALCULO     ASSIGN TO "SRTCALC".
           SELECT ARQ-S1200       ASSIGN TO "ESOC1200"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-S1200.
           SELECT ARQ-S1210       ASSIGN TO "ESOC1210"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-S1210.
           SELECT ARQ-S1299       ASSIGN TO "ESOC1299"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-S1299.
           SELECT ARQ-S2299       ASSIGN TO "ESOC2299"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-S2299.
           SELECT ARQ-RESUMO      ASSIGN TO "RELESOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESUMO.
       DATA DIVISION.
       FILE SECTION.
      *    PARAMETROS DO EMPREGADOR PARA O ESOCIAL: CNPJ, AMBIENTE DE
      *    TRANSMISSAO (1 PRODUCAO, 2 PRODUCAO RESTRITA), DATA DO
      *    PAGAMENTO DA FOLHA (AAAAMMDD, EM BRANCO ASSUME A DATA DA
      *    EXECUCAO) E CATEGORIA DO TRABALHADOR (EM BRANCO, 101)
       FD  ARQ-PARAMETRO.
       01  REG-PARAMETRO.
           05  PAR-CNPJ                 PIC 9(014).
           05  PAR-TP-AMBIENTE          PIC X(001).
           05  PAR-DATA-PAGAMENTO       PIC X(008).
           05  PAR-COD-CATEGORIA        PIC X(003).

       FD  ARQ-AUDITORIA.
       COPY CPAUDIT.

       FD  ARQ-SAIDA.
       COPY CPSAIDA.

       FD  ARQ-EMPREGADOS.
       COPY CPEMPREG.

       FD  ARQ-PENSOES.
       COPY CPPENSAO.

       FD  ARQ-FGTS.
       COPY CPFGTS.

       FD  ARQ-PREV.
       COPY CPPREV.

      *    PAGAMENTOS DA COMPETENCIA ORDENADOS PELA MATRICULA, PARA O
      *    CASAMENTO COM OS CALCULOS AUDITADOS NA MESMA ORDEM
       FD  ARQ-PAGTO-ORD.
       01  REG-PAGTO-ORD.
           05  PGO-MATRICULA            PIC 9(006).
           05  PGO-SEQUENCIA            PIC 9(008).
           05  PGO-VALOR                PIC 9(013)V99.

       SD  SRT-PAGAMENTO.
       01  REG-SRT-PAGAMENTO.
           05  SRP-MATRICULA            PIC 9(006).
           05  SRP-SEQUENCIA            PIC 9(008).
           05  SRP-VALOR                PIC 9(013)V99.

      *    CALCULO AUDITADO DA COMPETENCIA; A SEQUENCIA E A ORDEM NA
      *    TRILHA, PARA QUE O ULTIMO CALCULO DE CADA MODO PREVALECA
       SD  SRT-CALCULO.
       01  REG-SRT-CALCULO.
           05  SRC-MATRICULA            PIC 9(006).
           05  SRC-SEQUENCIA            PIC 9(008).
           05  SRC-MODO                 PIC X(001).
           05  SRC-DATA                 PIC 9(008).
           05  SRC-SALARIO-BRUTO        PIC 9(013)V99.
           05  SRC-BASE-CALCULO         PIC 9(013)V99.
           05  SRC-INSS                 PIC 9(013)V99.
           05  SRC-IRRF                 PIC 9(013)V99.
           05  SRC-LIQUIDO              PIC 9(013)V99.
           05  SRC-ADICIONAIS           PIC 9(013)V99.
           05  SRC-FERIAS-DOBRA         PIC 9(013)V99.
           05  SRC-PENSAO               PIC 9(013)V99.

      *    ARQUIVOS DE EVENTOS NO LEIAUTE XML DO ESOCIAL, UMA TAG POR
      *    LINHA, UM DOCUMENTO <eSocial> POR EVENTO
       FD  ARQ-S1200.
       01  REG-S1200                    PIC X(120).

       FD  ARQ-S1210.
       01  REG-S1210                    PIC X(120).

       FD  ARQ-S1299.
       01  REG-S1299                    PIC X(120).

       FD  ARQ-S2299.
       01  REG-S2299                    PIC X(120).

       FD  ARQ-RESUMO.
       01  REG-RESUMO                   PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FS-PARAMETRO             PIC X(002)     VALUE '00'.
       01  WS-FS-AUDITORIA             PIC X(002)     VALUE '00'.
       01  WS-FS-SAIDA                 PIC X(002)     VALUE '00'.
       01  WS-FS-EMPREGADOS            PIC X(002)     VALUE '00'.
       01  WS-FS-PENSOES               PIC X(002)     VALUE '00'.
       01  WS-FS-FGTS                  PIC X(002)     VALUE '00'.
       01  WS-FS-PREV                  PIC X(002)     VALUE '00'.
       01  WS-FS-PAGTO-ORD             PIC X(002)     VALUE '00'.
       01  WS-FS-S1200                 PIC X(002)     VALUE '00'.
       01  WS-FS-S1210                 PIC X(002)     VALUE '00'.
       01  WS-FS-S1299                 PIC X(002)     VALUE '00'.
       01  WS-FS-S2299                 PIC X(002)     VALUE '00'.
       01  WS-FS-RESUMO                PIC X(002)     VALUE '00'.
       01  WS-FS-EVENTO                PIC X(002)     VALUE '00'.

       01  WS-FIM-ARQUIVO              PIC X(001)     VALUE 'N'.
           88  FIM-ARQUIVO                            VALUE 'S'.
       01  WS-FIM-CALCULOS             PIC X(001)     VALUE 'N'.
           88  FIM-CALCULOS                           VALUE 'S'.
       01  WS-FIM-PAGAMENTOS           PIC X(001)     VALUE 'N'.
           88  FIM-PAGAMENTOS                         VALUE 'S'.

      *    COMPETENCIA MM/AAAA INFORMADA E PERIODO DE APURACAO NO
      *    FORMATO DO ESOCIAL (AAAA-MM)
       01  WS-COMPETENCIA.
           05  WS-COMP-MES             PIC 9(002).
           05  WS-COMP-SEP             PIC X(001).
           05  WS-COMP-ANO             PIC 9(004).
       01  WS-PER-APUR.
           05  WS-PER-ANO              PIC 9(004).
           05  FILLER                  PIC X(001)     VALUE '-'.
           05  WS-PER-MES              PIC 9(002).
      *    PERIODO E INDICATIVO DO EVENTO EM GRAVACAO: MENSAL (1,
      *    AAAA-MM) OU ANUAL DO 13O (2, AAAA)
       01  WS-PER-REFERENCIA           PIC X(007)     VALUE SPACES.
       01  WS-IND-APURACAO             PIC X(001)     VALUE '1'.

      *    DADOS DO EMPREGADOR E DA TRANSMISSAO
       01  WS-CNPJ                     PIC 9(014)     VALUE ZEROS.
       01  WS-CNPJ-PARTES REDEFINES WS-CNPJ.
           05  WS-CNPJ-RAIZ            PIC 9(008).
           05  WS-CNPJ-FILIAL          PIC 9(006).
       01  WS-TP-AMBIENTE              PIC X(001)     VALUE '1'.
       01  WS-COD-CATEGORIA            PIC X(003)     VALUE '101'.
       01  WS-DATA-PAGAMENTO           PIC 9(008)     VALUE ZEROS.
       01  WS-DT-PGTO-XML              PIC X(010)     VALUE SPACES.
       01  WS-ESOC-VERSAO              PIC X(012)
                                       VALUE 'v_S_01_02_00'.
       01  WS-IDE-TAB-RUBR             PIC X(008)     VALUE 'FOLHA'.

      *    RUBRICAS DA TABELA DO EMPREGADOR (S-1010) USADAS NOS
      *    DEMONSTRATIVOS, UMA POR VERBA DA FOLHA
       01  WS-RUB-SALARIO              PIC X(004)     VALUE '1000'.
       01  WS-RUB-HORAS-EXTRAS         PIC X(004)     VALUE '1010'.
       01  WS-RUB-ADICIONAIS           PIC X(004)     VALUE '1020'.
       01  WS-RUB-DECIMO-TERCEIRO      PIC X(004)     VALUE '1050'.
       01  WS-RUB-FERIAS               PIC X(004)     VALUE '1060'.
      *    DOBRA DAS FERIAS VENCIDAS (ART. 137 DA CLT) E SEU TERCO:
      *    RUBRICA SEM INCIDENCIA DE INSS E FGTS, TRIBUTAVEL NO IRRF
       01  WS-RUB-FERIAS-DOBRA         PIC X(004)     VALUE '1065'.
       01  WS-RUB-DISSIDIO             PIC X(004)     VALUE '1070'.
       01  WS-RUB-RESC-TRIBUTAVEL      PIC X(004)     VALUE '1080'.
       01  WS-RUB-RESC-INDENIZ         PIC X(004)     VALUE '1090'.
       01  WS-RUB-INSS                 PIC X(004)     VALUE '9201'.
       01  WS-RUB-IRRF                 PIC X(004)     VALUE '9202'.
      *    PENSAO ALIMENTICIA DESCONTADA (NATUREZA 9213), DEDUTIVEL
      *    DA BASE DO IRRF
       01  WS-RUB-PENSAO               PIC X(004)     VALUE '9213'.
       01  WS-RUB-OUTROS-DESCONTOS     PIC X(004)     VALUE '9300'.

      *    IDENTIFICACAO DOS EVENTOS (ID + TIPO E NUMERO DE INSCRICAO +
      *    DATA E HORA DA GERACAO + SEQUENCIAL)
       01  WS-DATA-SISTEMA             PIC 9(008)     VALUE ZEROS.
       01  WS-HORA-SISTEMA             PIC 9(008)     VALUE ZEROS.
       01  WS-SEQ-EVENTO               PIC 9(005)     VALUE ZEROS.
       01  WS-ID-EVENTO                PIC X(036)     VALUE SPACES.
       01  WS-EVENTO-ATUAL             PIC X(004)     VALUE SPACES.

      *    DEMONSTRATIVOS DO TRABALHADOR EM PROCESSAMENTO, UM POR MODO
      *    DE CALCULO DA FOLHA (1 REGULAR, 2 13O, 3 FERIAS,
      *    4 RESCISAO, 7 DISSIDIO, 8 ADIANTAMENTO), INDEXADOS PELO
      *    PROPRIO MODO; O ADIANTAMENTO NAO GERA EVENTO, POIS JA ESTA
      *    COMPENSADO NO LIQUIDO DO DEMONSTRATIVO MENSAL
       01  WS-TAB-DEMONSTRATIVOS.
           05  WS-DMD-ENTRADA          OCCURS 8 TIMES.
               10  WS-DMD-EXISTE       PIC X(001).
                   88  DMD-EXISTE                      VALUE 'S'.
               10  WS-DMD-SEQUENCIA    PIC 9(008).
               10  WS-DMD-DATA         PIC 9(008).
               10  WS-DMD-SALARIO-BRUTO
                                       PIC 9(013)V99.
               10  WS-DMD-BASE-CALCULO PIC 9(013)V99.
               10  WS-DMD-INSS         PIC 9(013)V99.
               10  WS-DMD-IRRF         PIC 9(013)V99.
               10  WS-DMD-LIQUIDO      PIC 9(013)V99.
               10  WS-DMD-ADICIONAIS   PIC 9(013)V99.
               10  WS-DMD-FERIAS-DOBRA PIC 9(013)V99.
               10  WS-DMD-PENSAO       PIC 9(013)V99.
       01  WS-DMD-IND                  PIC 9(001)     VALUE ZEROS.
       01  WS-MODO-CALCULO             PIC X(001)     VALUE SPACES.
       01  WS-MODO-NUM REDEFINES WS-MODO-CALCULO
                                       PIC 9(001).
       01  WS-IDE-DM-DEV               PIC X(016)     VALUE SPACES.
       01  WS-PER-REF-PGTO             PIC X(007)     VALUE SPACES.
       01  WS-HOUVE-ANUAL              PIC X(001)     VALUE 'N'.
           88  HOUVE-ANUAL                             VALUE 'S'.

      *    TRABALHADOR EM PROCESSAMENTO, COM OS DADOS DO MESTRE
       01  WS-MATRICULA-ATUAL          PIC 9(006)     VALUE ZEROS.
       01  WS-CPF-TRAB                 PIC 9(011)     VALUE ZEROS.
       01  WS-LOTACAO                  PIC 9(004)     VALUE ZEROS.
       01  WS-DATA-DESLIG-CAD          PIC 9(008)     VALUE ZEROS.

      *    PENSAO ALIMENTICIA DA RESCISAO PARA O GRUPO pensAlim DO
      *    S-2299: 0 SEM PENSAO, 1 PERCENTUAL, 2 VALOR, 3 PERCENTUAL E
      *    VALOR, PELAS DECISOES ATIVAS DO CADASTRO DE BENEFICIARIOS
       01  WS-FLAG-PENSOES             PIC X(001)     VALUE 'N'.
           88  PENSOES-ABERTAS                         VALUE 'S'.
       01  WS-FIM-PENSOES-MATRIC       PIC X(001)     VALUE 'N'.
           88  FIM-PENSOES-MATRICULA                   VALUE 'S'.
       01  WS-PEN-TEM-PERCENTUAL       PIC X(001)     VALUE 'N'.
           88  PENSAO-TEM-PERCENTUAL                   VALUE 'S'.
       01  WS-PEN-TEM-VALOR            PIC X(001)     VALUE 'N'.
           88  PENSAO-TEM-VALOR                        VALUE 'S'.
       01  WS-PEN-PERCENTUAL           PIC 9(003)V99  VALUE ZEROS.
       01  WS-PENS-ALIM                PIC 9(001)     VALUE ZEROS.

      *    ITEM DE REMUNERACAO EM GRAVACAO (RUBRICA, VALOR E GRUPO DA
      *    TAG: itensRemun NO S-1200, detVerbas NO S-2299)
       01  WS-ITEM-RUBRICA             PIC X(004)     VALUE SPACES.
       01  WS-ITEM-GRUPO               PIC X(010)     VALUE SPACES.
       01  WS-DIFERENCA                PIC S9(013)V99 VALUE ZEROS.

      *    VALOR NO FORMATO DO ESOCIAL (PONTO DECIMAL, SEM ZEROS A
      *    ESQUERDA): OS DIGITOS ENTRAM PELA REDEFINICAO ALFANUMERICA
       01  WS-XML-VALOR                PIC 9(013)V99  VALUE ZEROS.
       01  WS-XML-VALOR-R REDEFINES WS-XML-VALOR.
           05  WS-XML-INTEIRO          PIC X(013).
           05  WS-XML-DECIMAIS         PIC X(002).
       01  WS-XML-ZEROS                PIC 9(002)     VALUE ZEROS.
       01  WS-XML-VALOR-TAM            PIC 9(002)     VALUE ZEROS.
       01  WS-XML-VALOR-TEXTO          PIC X(017)     VALUE SPACES.

      *    DATA NO FORMATO DO ESOCIAL (AAAA-MM-DD) E PROJECAO DO FIM
      *    DO AVISO PREVIO INDENIZADO (30 DIAS APOS O DESLIGAMENTO)
       01  WS-DATA-FORMATAR            PIC 9(008)     VALUE ZEROS.
       01  WS-DATA-FORMATAR-R REDEFINES WS-DATA-FORMATAR.
           05  WS-DF-ANO               PIC 9(004).
           05  WS-DF-MES               PIC 9(002).
           05  WS-DF-DIA               PIC 9(002).
       01  WS-DATA-XML.
           05  WS-DX-ANO               PIC 9(004).
           05  FILLER                  PIC X(001)     VALUE '-'.
           05  WS-DX-MES               PIC 9(002).
           05  FILLER                  PIC X(001)     VALUE '-'.
           05  WS-DX-DIA               PIC 9(002).
       01  WS-TAB-DIAS-MES-X           PIC X(024)
                                       VALUE '312831303130313130313031'.
       01  WS-TAB-DIAS-MES REDEFINES WS-TAB-DIAS-MES-X.
           05  WS-DIAS-MES             PIC 9(002)     OCCURS 12 TIMES.
       01  WS-DIAS-LIMITE              PIC 9(002)     VALUE ZEROS.
       01  WS-ANO-QUOCIENTE            PIC 9(004)     VALUE ZEROS.
       01  WS-ANO-RESTO                PIC 9(001)     VALUE ZEROS.

      *    CASAMENTO DO PAGAMENTO COM O DEMONSTRATIVO: O DE LIQUIDO
      *    IGUAL AO VALOR PAGO OU, NA FALTA DELE, O CALCULO MAIS RECENTE
       01  WS-PGTO-MODO-EXATO          PIC 9(001)     VALUE ZEROS.
       01  WS-PGTO-MODO-RECENTE        PIC 9(001)     VALUE ZEROS.
       01  WS-PGTO-MAIOR-SEQ           PIC 9(008)     VALUE ZEROS.
       01  WS-SEQ-PAGAMENTO            PIC 9(008)     VALUE ZEROS.
       01  WS-SEQ-CALCULO              PIC 9(008)     VALUE ZEROS.

      *    TOTAIS DOS EVENTOS GERADOS
       01  WS-QTDE-CALCULOS            PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-SUBSTITUIDOS        PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-MODO-IGNORADO       PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-S1200               PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-S1200-ANUAL         PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-S2299               PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-S1210               PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-INFO-PGTO           PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-S1299               PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-SEM-CPF             PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-DEVOLVIDOS          PIC 9(006)     VALUE ZEROS.
       01  WS-QTDE-PGTO-SEM-CALCULO    PIC 9(006)     VALUE ZEROS.
       01  WS-TOT-LIQ-DECLARADO        PIC 9(013)V99  VALUE ZEROS.
       01  WS-TOT-BASE-GUIAS           PIC 9(013)V99  VALUE ZEROS.
       01  WS-TOT-PAGO-S1210           PIC 9(013)V99  VALUE ZEROS.
       01  WS-TOT-DEVOLVIDO            PIC 9(013)V99  VALUE ZEROS.
       01  WS-TOT-PGTO-SEM-CALCULO     PIC 9(013)V99  VALUE ZEROS.
       01  WS-TOT-PAGO-CONFRONTO       PIC 9(013)V99  VALUE ZEROS.
       01  WS-QTDE-PGTO-ADIANTAMENTO   PIC 9(006)     VALUE ZEROS.
       01  WS-TOT-ADIANTAMENTO-PAGO    PIC 9(013)V99  VALUE ZEROS.
       01  WS-TOT-ADIANTAMENTO-DECL    PIC 9(013)V99  VALUE ZEROS.
       01  WS-TOT-AUD-CONFRONTO        PIC 9(013)V99  VALUE ZEROS.

      *    TRAILERS DE CONTROLE DO FECHAMENTO (VALE O ULTIMO GRAVADO,
      *    COMO NO BALANCEAMENTO DO CBLZJP02)
       01  WS-SAI-TRL-SOMA             PIC 9(013)V99  VALUE ZEROS.
       01  WS-SAI-TEM-TRAILER          PIC X(001)     VALUE 'N'.
           88  SAIDA-TEM-TRAILER                       VALUE 'S'.
       01  WS-AUD-TRL-SOMA             PIC 9(013)V99  VALUE ZEROS.
       01  WS-AUD-TEM-TRAILER          PIC X(001)     VALUE 'N'.
           88  AUDIT-TEM-TRAILER                       VALUE 'S'.
       01  WS-FGT-SOMA-GUIAS           PIC 9(013)V99  VALUE ZEROS.
       01  WS-FGT-TRL-SOMA             PIC 9(013)V99  VALUE ZEROS.
       01  WS-FGT-TEM-TRAILER          PIC X(001)     VALUE 'N'.
           88  FGTS-TEM-TRAILER                        VALUE 'S'.
       01  WS-PRV-SOMA-GUIAS           PIC 9(013)V99  VALUE ZEROS.
       01  WS-PRV-BASE-COMP            PIC 9(013)V99  VALUE ZEROS.
       01  WS-PRV-TRL-SOMA             PIC 9(013)V99  VALUE ZEROS.
       01  WS-PRV-TEM-TRAILER          PIC X(001)     VALUE 'N'.
           88  PREV-TEM-TRAILER                        VALUE 'S'.

       01  WS-QTDE-DIVERGENCIAS        PIC 9(004)     VALUE ZEROS.
       01  WS-VALOR-EDITADO            PIC Z(11)9,99  VALUE ZEROS.
       01  WS-VALOR-EDITADO2           PIC Z(11)9,99  VALUE ZEROS.
       01  WS-VALOR-EDITADO3           PIC Z(11)9,99  VALUE ZEROS.
       01  WS-LINHA-RESUMO             PIC X(132)     VALUE SPACES.
       01  WS-LINHA-EVENTO             PIC X(120)     VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR
           PERFORM 2000-ORDENAR-PAGAMENTOS
           PERFORM 3000-GERAR-EVENTOS-TRABALHADOR
           PERFORM 5000-GERAR-FECHAMENTO
           PERFORM 6000-CONFERIR-GUIAS
           PERFORM 7000-GRAVAR-RESUMO
           PERFORM 7500-GRAVAR-CONCLUSAO
           PERFORM 8000-FINALIZAR
           .
       0000-PRINCIPAL-FIM.
           EXIT.

      *******************************************************************
      *    INICIALIZACAO: COMPETENCIA, PARAMETROS DO EMPREGADOR E       *
      *    ABERTURA DO MESTRE, DOS ARQUIVOS DE EVENTOS E DO RESUMO      *
      *******************************************************************
       1000-INICIALIZAR                SECTION.
           DISPLAY 'INFORME A COMPETENCIA DOS EVENTOS DO ESOCIAL '
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
           MOVE WS-COMP-ANO TO WS-PER-ANO
           MOVE WS-COMP-MES TO WS-PER-MES
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           PERFORM 1100-LER-PARAMETROS
      *    SEM DATA DE PAGAMENTO NOS PARAMETROS VALE A DA EXECUCAO
           IF WS-DATA-PAGAMENTO = ZEROS
               MOVE WS-DATA-SISTEMA TO WS-DATA-PAGAMENTO
           END-IF
           MOVE WS-DATA-PAGAMENTO TO WS-DATA-FORMATAR
           PERFORM 9400-FORMATAR-DATA-XML
           MOVE WS-DATA-XML TO WS-DT-PGTO-XML
           OPEN INPUT ARQ-EMPREGADOS
           IF WS-FS-EMPREGADOS NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO ABRIR O ARQUIVO MESTRE '
                       'DE EMPREGADOS (EMPMAST), FILE STATUS '
                       WS-FS-EMPREGADOS
               STOP RUN
           END-IF
      *    BENEFICIARIOS DE PENSAO (CADASTRO OPCIONAL), SO PARA O
      *    TIPO DA PENSAO DESCONTADA NA RESCISAO
           OPEN INPUT ARQ-PENSOES
           IF WS-FS-PENSOES = '00'
               SET PENSOES-ABERTAS TO TRUE
           ELSE
               DISPLAY 'SEM BENEFICIARIOS DE PENSAO (PENSAO AUSENTE), '
                       'FILE STATUS ' WS-FS-PENSOES
           END-IF
           OPEN OUTPUT ARQ-S1200
           IF WS-FS-S1200 NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO ABRIR O ARQUIVO DE '
                       'EVENTOS S-1200 (ESOC1200), FILE STATUS '
                       WS-FS-S1200
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-S1210
           IF WS-FS-S1210 NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO ABRIR O ARQUIVO DE '
                       'EVENTOS S-1210 (ESOC1210), FILE STATUS '
                       WS-FS-S1210
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-S1299
           IF WS-FS-S1299 NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO ABRIR O ARQUIVO DE '
                       'EVENTOS S-1299 (ESOC1299), FILE STATUS '
                       WS-FS-S1299
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-S2299
           IF WS-FS-S2299 NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO ABRIR O ARQUIVO DE '
                       'EVENTOS S-2299 (ESOC2299), FILE STATUS '
                       WS-FS-S2299
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-RESUMO
           IF WS-FS-RESUMO NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO ABRIR O RESUMO DOS '
                       'EVENTOS (RELESOC), FILE STATUS ' WS-FS-RESUMO
               STOP RUN
           END-IF
           MOVE SPACES TO WS-LINHA-RESUMO
           STRING 'EVENTOS DO ESOCIAL DA COMPETENCIA ' WS-COMPETENCIA
                   ' - CNPJ ' WS-CNPJ ' - AMBIENTE ' WS-TP-AMBIENTE
                   ' - DATA ' WS-DATA-SISTEMA
               DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 9000-GRAVAR-LINHA-RESUMO
           MOVE SPACES TO WS-LINHA-RESUMO
           PERFORM 9000-GRAVAR-LINHA-RESUMO
           .
       1000-INICIALIZAR-FIM.
           EXIT.

      *******************************************************************
      *    LE E VALIDA OS PARAMETROS DO EMPREGADOR (ESOCPARM)           *
      *******************************************************************
       1100-LER-PARAMETROS             SECTION.
           OPEN INPUT ARQ-PARAMETRO
           IF WS-FS-PARAMETRO NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO ABRIR OS PARAMETROS DO '
                       'EMPREGADOR (ESOCPARM), FILE STATUS '
                       WS-FS-PARAMETRO
               STOP RUN
           END-IF
           READ ARQ-PARAMETRO
               AT END
                   DISPLAY 'ERRO FATAL: PARAMETROS DO EMPREGADOR '
                           '(ESOCPARM) VAZIO'
                   STOP RUN
           END-READ
      *    A AREA DO REGISTRO E INDEFINIDA APOS O CLOSE: OS
      *    PARAMETROS SAO COPIADOS PARA A WORKING-STORAGE ANTES DELE
           IF PAR-CNPJ NOT NUMERIC OR PAR-CNPJ = ZEROS
               DISPLAY 'ERRO FATAL: CNPJ DO EMPREGADOR NAO INFORMADO '
                       'NOS PARAMETROS (ESOCPARM)'
               STOP RUN
           END-IF
           MOVE PAR-CNPJ TO WS-CNPJ
           IF PAR-TP-AMBIENTE NOT = '1' AND PAR-TP-AMBIENTE NOT = '2'
               DISPLAY 'ERRO FATAL: AMBIENTE DE TRANSMISSAO INVALIDO ('
                       PAR-TP-AMBIENTE ') NOS PARAMETROS, INFORME 1 '
                       'OU 2'
               STOP RUN
           END-IF
           MOVE PAR-TP-AMBIENTE TO WS-TP-AMBIENTE
           IF PAR-DATA-PAGAMENTO NUMERIC
               MOVE PAR-DATA-PAGAMENTO TO WS-DATA-PAGAMENTO
           ELSE
               MOVE ZEROS TO WS-DATA-PAGAMENTO
           END-IF
           IF PAR-COD-CATEGORIA NUMERIC
               MOVE PAR-COD-CATEGORIA TO WS-COD-CATEGORIA
           END-IF
           CLOSE ARQ-PARAMETRO
           .
       1100-LER-PARAMETROS-FIM.
           EXIT.

      *******************************************************************
      *    ORDENA PELA MATRICULA OS PAGAMENTOS DA COMPETENCIA LIDOS DO  *
      *    PAYOUT, PARA O CASAMENTO COM OS CALCULOS AUDITADOS           *
      *******************************************************************
       2000-ORDENAR-PAGAMENTOS         SECTION.
           SORT SRT-PAGAMENTO
               ON ASCENDING KEY SRP-MATRICULA SRP-SEQUENCIA
               INPUT PROCEDURE IS 2100-SELECIONAR-PAGAMENTOS
               GIVING ARQ-PAGTO-ORD
           IF SORT-RETURN NOT = ZEROS
               DISPLAY 'ERRO FATAL: FALHA NA ORDENACAO DOS PAGAMENTOS '
                       '(ESOCPGTO), SORT-RETURN ' SORT-RETURN
               STOP RUN
           END-IF
           .
       2000-ORDENAR-PAGAMENTOS-FIM.
           EXIT.

      *******************************************************************
      *    LE O PAYOUT E LIBERA PARA A ORDENACAO OS PAGAMENTOS EFETIVOS *
      *    DA COMPETENCIA; OS DEVOLVIDOS PELO BANCO FICAM FORA DO S-1210*
      *******************************************************************
       2100-SELECIONAR-PAGAMENTOS      SECTION.
           OPEN INPUT ARQ-SAIDA
           IF WS-FS-SAIDA NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO ABRIR O ARQUIVO DE '
                       'SAIDA (PAYOUT), FILE STATUS ' WS-FS-SAIDA
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM 2110-LER-PAGAMENTO UNTIL FIM-ARQUIVO
           CLOSE ARQ-SAIDA
           .
       2100-SELECIONAR-PAGAMENTOS-FIM.
           EXIT.

       2110-LER-PAGAMENTO              SECTION.
           READ ARQ-SAIDA
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF SAI-STATUS = 'T'
                       SET SAIDA-TEM-TRAILER TO TRUE
                       MOVE SDT-SOMA-LIQUIDOS TO WS-SAI-TRL-SOMA
                   ELSE IF SAI-COMPETENCIA = WS-COMPETENCIA
      *    PAGO ('P') OU CONFIRMADO PELO BANCO ('C') VAI AO S-1210
                       IF SAI-STATUS = 'P' OR SAI-STATUS = 'C'
                           ADD 1 TO WS-SEQ-PAGAMENTO
                           MOVE SAI-MATRICULA    TO SRP-MATRICULA
                           MOVE WS-SEQ-PAGAMENTO TO SRP-SEQUENCIA
                           COMPUTE SRP-VALOR = SAI-SALARIO-LIQUIDO
                                   + SAI-VALOR-COMPLEMENTAR
                           RELEASE REG-SRT-PAGAMENTO
                       ELSE IF SAI-STATUS = 'D'
                           ADD 1 TO WS-QTDE-DEVOLVIDOS
                           ADD SAI-SALARIO-LIQUIDO TO WS-TOT-DEVOLVIDO
                           ADD SAI-VALOR-COMPLEMENTAR
                               TO WS-TOT-DEVOLVIDO
                       END-IF
                       END-IF
                   END-IF
                   END-IF
           END-READ
           .
       2110-LER-PAGAMENTO-FIM.
           EXIT.

      *******************************************************************
      *    ORDENA OS CALCULOS AUDITADOS DA COMPETENCIA PELA MATRICULA E *
      *    GERA OS EVENTOS DE CADA TRABALHADOR NA SAIDA DA ORDENACAO    *
      *******************************************************************
       3000-GERAR-EVENTOS-TRABALHADOR  SECTION.
           SORT SRT-CALCULO
               ON ASCENDING KEY SRC-MATRICULA SRC-SEQUENCIA
               INPUT PROCEDURE IS 3100-SELECIONAR-CALCULOS
               OUTPUT PROCEDURE IS 3500-EMITIR-EVENTOS
           IF SORT-RETURN NOT = ZEROS
               DISPLAY 'ERRO FATAL: FALHA NA ORDENACAO DOS CALCULOS '
                       'DA AUDITORIA, SORT-RETURN ' SORT-RETURN
               STOP RUN
           END-IF
           DISPLAY 'CALCULOS DA COMPETENCIA ' WS-COMPETENCIA ': '
                   WS-QTDE-CALCULOS ', EVENTOS S-1200 '
                   WS-QTDE-S1200 ', S-2299 ' WS-QTDE-S2299
                   ', S-1210 ' WS-QTDE-S1210
           .
       3000-GERAR-EVENTOS-TRABALHADOR-FIM.
           EXIT.

      *******************************************************************
      *    LE A TRILHA DE AUDITORIA E LIBERA OS CALCULOS DA COMPETENCIA *
      *    DE TODOS OS MODOS (REGULAR, 13O, FERIAS, RESCISAO, DISSIDIO) *
      *******************************************************************
       3100-SELECIONAR-CALCULOS        SECTION.
           OPEN INPUT ARQ-AUDITORIA
           IF WS-FS-AUDITORIA NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO ABRIR A TRILHA DE '
                       'AUDITORIA (AUDITLOG), FILE STATUS '
                       WS-FS-AUDITORIA
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM 3110-LER-CALCULO UNTIL FIM-ARQUIVO
           CLOSE ARQ-AUDITORIA
           .
       3100-SELECIONAR-CALCULOS-FIM.
           EXIT.

       3110-LER-CALCULO                SECTION.
           READ ARQ-AUDITORIA
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF AUD-MATRICULA = 999999
                       SET AUDIT-TEM-TRAILER TO TRUE
                       MOVE AUT-SOMA-LIQUIDOS TO WS-AUD-TRL-SOMA
                   ELSE IF AUD-COMPETENCIA = WS-COMPETENCIA
                       ADD 1 TO WS-QTDE-CALCULOS
                       ADD 1 TO WS-SEQ-CALCULO
                       MOVE AUD-MATRICULA       TO SRC-MATRICULA
                       MOVE WS-SEQ-CALCULO      TO SRC-SEQUENCIA
                       MOVE AUD-MODO            TO SRC-MODO
                       MOVE AUD-DATA            TO SRC-DATA
                       MOVE AUD-SALARIO-BRUTO   TO SRC-SALARIO-BRUTO
                       MOVE AUD-BASE-CALCULO    TO SRC-BASE-CALCULO
                       MOVE AUD-ENCARGOS        TO SRC-INSS
                       MOVE AUD-IMPOSTO-RENDA   TO SRC-IRRF
                       MOVE AUD-SALARIO-LIQUIDO TO SRC-LIQUIDO
      *                REGISTROS ANTERIORES AOS ADICIONAIS NAO TEM O CAMPO
                       IF AUD-ADICIONAIS NUMERIC
                           MOVE AUD-ADICIONAIS  TO SRC-ADICIONAIS
                       ELSE
                           MOVE ZEROS           TO SRC-ADICIONAIS
                       END-IF
      *                TAMBEM NAO TEM A DOBRA DAS FERIAS E A PENSAO
                       IF AUD-FERIAS-DOBRA NUMERIC
                           MOVE AUD-FERIAS-DOBRA TO SRC-FERIAS-DOBRA
                       ELSE
                           MOVE ZEROS           TO SRC-FERIAS-DOBRA
                       END-IF
                       IF AUD-PENSAO NUMERIC
                           MOVE AUD-PENSAO      TO SRC-PENSAO
                       ELSE
                           MOVE ZEROS           TO SRC-PENSAO
                       END-IF
                       RELEASE REG-SRT-CALCULO
                   END-IF
                   END-IF
           END-READ
           .
       3110-LER-CALCULO-FIM.
           EXIT.

      *******************************************************************
      *    SAIDA DA ORDENACAO: CASA OS CALCULOS DE CADA MATRICULA COM   *
      *    OS PAGAMENTOS ORDENADOS E GRAVA OS EVENTOS DO TRABALHADOR    *
      *******************************************************************
       3500-EMITIR-EVENTOS             SECTION.
           OPEN INPUT ARQ-PAGTO-ORD
           IF WS-FS-PAGTO-ORD NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO ABRIR OS PAGAMENTOS '
                       'ORDENADOS (ESOCPGTO), FILE STATUS '
                       WS-FS-PAGTO-ORD
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FIM-PAGAMENTOS
           MOVE 'N' TO WS-FIM-CALCULOS
           PERFORM 3510-LER-PAGAMENTO-ORDENADO
           PERFORM 3520-RETORNAR-CALCULO
           PERFORM 3600-PROCESSAR-TRABALHADOR UNTIL FIM-CALCULOS
      *    PAGAMENTOS DE MATRICULAS ACIMA DA ULTIMA CALCULADA
           PERFORM 3900-PAGAMENTO-SEM-CALCULO UNTIL FIM-PAGAMENTOS
           CLOSE ARQ-PAGTO-ORD
           .
       3500-EMITIR-EVENTOS-FIM.
           EXIT.

       3510-LER-PAGAMENTO-ORDENADO     SECTION.
           READ ARQ-PAGTO-ORD
               AT END
                   SET FIM-PAGAMENTOS TO TRUE
           END-READ
           .
       3510-LER-PAGAMENTO-ORDENADO-FIM.
           EXIT.

       3520-RETORNAR-CALCULO           SECTION.
           RETURN SRT-CALCULO
               AT END
                   SET FIM-CALCULOS TO TRUE
           END-RETURN
           .
       3520-RETORNAR-CALCULO-FIM.
           EXIT.

      *******************************************************************
      *    PROCESSA UMA MATRICULA: REUNE SEUS CALCULOS POR MODO, LE O   *
      *    MESTRE E GRAVA S-1200 (MENSAL E ANUAL), S-2299 E S-1210      *
      *******************************************************************
       3600-PROCESSAR-TRABALHADOR      SECTION.
           MOVE SRC-MATRICULA TO WS-MATRICULA-ATUAL
           INITIALIZE WS-TAB-DEMONSTRATIVOS
           PERFORM 3620-GUARDAR-CALCULO
               UNTIL FIM-CALCULOS
                   OR SRC-MATRICULA NOT = WS-MATRICULA-ATUAL
      *    PAGAMENTOS DE MATRICULAS ANTERIORES SEM NENHUM CALCULO
           PERFORM 3900-PAGAMENTO-SEM-CALCULO
               UNTIL FIM-PAGAMENTOS
                   OR PGO-MATRICULA NOT < WS-MATRICULA-ATUAL
           PERFORM 3700-LER-CADASTRO
           IF DMD-EXISTE(1) OR DMD-EXISTE(3) OR DMD-EXISTE(7)
               PERFORM 4000-GRAVAR-S1200-MENSAL
           END-IF
           IF DMD-EXISTE(2)
               PERFORM 4100-GRAVAR-S1200-ANUAL
           END-IF
           IF DMD-EXISTE(4)
               PERFORM 4300-GRAVAR-S2299
           END-IF
           IF DMD-EXISTE(8)
               ADD WS-DMD-LIQUIDO(8) TO WS-TOT-ADIANTAMENTO-DECL
           END-IF
      *    MATRICULA SO COM O VALE NA COMPETENCIA: SEM S-1210, POIS O
      *    ADIANTAMENTO SO E DECLARADO COM A FOLHA MENSAL
           IF NOT FIM-PAGAMENTOS
                   AND PGO-MATRICULA = WS-MATRICULA-ATUAL
               IF DMD-EXISTE(1) OR DMD-EXISTE(2) OR DMD-EXISTE(3)
                       OR DMD-EXISTE(4) OR DMD-EXISTE(7)
                   PERFORM 4400-GRAVAR-S1210
               ELSE
                   PERFORM 4450-PAGAMENTO-ADIANTAMENTO
                       UNTIL FIM-PAGAMENTOS
                           OR PGO-MATRICULA NOT = WS-MATRICULA-ATUAL
               END-IF
           END-IF
           .
       3600-PROCESSAR-TRABALHADOR-FIM.
           EXIT.

      *******************************************************************
      *    GUARDA O CALCULO NO DEMONSTRATIVO DO SEU MODO; UM SEGUNDO    *
      *    CALCULO DO MESMO MODO (RECALCULO) SUBSTITUI O ANTERIOR       *
      *******************************************************************
       3620-GUARDAR-CALCULO            SECTION.
           MOVE SRC-MODO TO WS-MODO-CALCULO
           IF WS-MODO-CALCULO = '1' OR WS-MODO-CALCULO = '2'
                   OR WS-MODO-CALCULO = '3' OR WS-MODO-CALCULO = '4'
                   OR WS-MODO-CALCULO = '7' OR WS-MODO-CALCULO = '8'
               IF DMD-EXISTE(WS-MODO-NUM)
                   ADD 1 TO WS-QTDE-SUBSTITUIDOS
               END-IF
               SET DMD-EXISTE(WS-MODO-NUM) TO TRUE
               MOVE SRC-SEQUENCIA     TO WS-DMD-SEQUENCIA(WS-MODO-NUM)
               MOVE SRC-DATA          TO WS-DMD-DATA(WS-MODO-NUM)
               MOVE SRC-SALARIO-BRUTO
                   TO WS-DMD-SALARIO-BRUTO(WS-MODO-NUM)
               MOVE SRC-BASE-CALCULO
                   TO WS-DMD-BASE-CALCULO(WS-MODO-NUM)
               MOVE SRC-INSS          TO WS-DMD-INSS(WS-MODO-NUM)
               MOVE SRC-IRRF          TO WS-DMD-IRRF(WS-MODO-NUM)
               MOVE SRC-LIQUIDO       TO WS-DMD-LIQUIDO(WS-MODO-NUM)
               MOVE SRC-ADICIONAIS
                   TO WS-DMD-ADICIONAIS(WS-MODO-NUM)
               MOVE SRC-FERIAS-DOBRA
                   TO WS-DMD-FERIAS-DOBRA(WS-MODO-NUM)
               MOVE SRC-PENSAO        TO WS-DMD-PENSAO(WS-MODO-NUM)
           ELSE
               ADD 1 TO WS-QTDE-MODO-IGNORADO
               MOVE SPACES TO WS-LINHA-RESUMO
               STRING 'CALCULO COM MODO ' WS-MODO-CALCULO
                       ' SEM EVENTO NO ESOCIAL: MATRICULA '
                       SRC-MATRICULA
                   DELIMITED BY SIZE INTO WS-LINHA-RESUMO
               PERFORM 9100-GRAVAR-DIVERGENCIA
           END-IF
           PERFORM 3520-RETORNAR-CALCULO
           .
       3620-GUARDAR-CALCULO-FIM.
           EXIT.

      *******************************************************************
      *    LE O CPF E O CENTRO DE CUSTO (LOTACAO) DA MATRICULA NO       *
      *    MESTRE; SEM CPF VALIDO O EVENTO SERIA RECUSADO NA TRANSMISSAO*
      *******************************************************************
       3700-LER-CADASTRO               SECTION.
           MOVE ZEROS TO WS-CPF-TRAB
           MOVE ZEROS TO WS-LOTACAO
           MOVE ZEROS TO WS-DATA-DESLIG-CAD
           MOVE WS-MATRICULA-ATUAL TO REG-MATRICULA
           READ ARQ-EMPREGADOS
               INVALID KEY
                   ADD 1 TO WS-QTDE-SEM-CPF
                   MOVE SPACES TO WS-LINHA-RESUMO
                   STRING 'MATRICULA ' WS-MATRICULA-ATUAL
                           ' SEM CADASTRO NO MESTRE: EVENTOS SEM CPF'
                       DELIMITED BY SIZE INTO WS-LINHA-RESUMO
                   PERFORM 9100-GRAVAR-DIVERGENCIA
               NOT INVALID KEY
                   MOVE REG-CENTRO-CUSTO TO WS-LOTACAO
                   IF REG-DESLIGADO AND REG-DATA-DESLIGAMENTO NUMERIC
                       MOVE REG-DATA-DESLIGAMENTO
                           TO WS-DATA-DESLIG-CAD
                   END-IF
                   IF REG-CPF NUMERIC AND REG-CPF NOT = ZEROS
                       MOVE REG-CPF TO WS-CPF-TRAB
                   ELSE
                       ADD 1 TO WS-QTDE-SEM-CPF
                       MOVE SPACES TO WS-LINHA-RESUMO
                       STRING 'MATRICULA ' WS-MATRICULA-ATUAL
                               ' SEM CPF NO MESTRE: EVENTOS SEM CPF'
                           DELIMITED BY SIZE INTO WS-LINHA-RESUMO
                       PERFORM 9100-GRAVAR-DIVERGENCIA
                   END-IF
           END-READ
           .
       3700-LER-CADASTRO-FIM.
           EXIT.

      *******************************************************************
      *    PAGAMENTO DO PAYOUT SEM CALCULO AUDITADO NA COMPETENCIA: NAO *
      *    HA DEMONSTRATIVO A QUE VINCULA-LO, E FICA FORA DO S-1210     *
      *******************************************************************
       3900-PAGAMENTO-SEM-CALCULO      SECTION.
           ADD 1 TO WS-QTDE-PGTO-SEM-CALCULO
           ADD PGO-VALOR TO WS-TOT-PGTO-SEM-CALCULO
           MOVE PGO-VALOR TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-LINHA-RESUMO
           STRING 'PAGAMENTO SEM CALCULO AUDITADO NA COMPETENCIA: '
                   'MATRICULA ' PGO-MATRICULA ' R$ ' WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 9100-GRAVAR-DIVERGENCIA
           PERFORM 3510-LER-PAGAMENTO-ORDENADO
           .
       3900-PAGAMENTO-SEM-CALCULO-FIM.
           EXIT.

      *******************************************************************
      *    S-1200 MENSAL: UM DEMONSTRATIVO PARA CADA MODO CALCULADO NA  *
      *    COMPETENCIA (FOLHA REGULAR, FERIAS E DISSIDIO)               *
      *******************************************************************
       4000-GRAVAR-S1200-MENSAL        SECTION.
           MOVE '1' TO WS-IND-APURACAO
           MOVE WS-PER-APUR TO WS-PER-REFERENCIA
           PERFORM 4050-ABRIR-EVTREMUN
           IF DMD-EXISTE(1)
               MOVE 1 TO WS-MODO-NUM
               PERFORM 4200-GRAVAR-DMDEV
           END-IF
           IF DMD-EXISTE(3)
               MOVE 3 TO WS-MODO-NUM
               PERFORM 4200-GRAVAR-DMDEV
           END-IF
           IF DMD-EXISTE(7)
               MOVE 7 TO WS-MODO-NUM
               PERFORM 4200-GRAVAR-DMDEV
           END-IF
           PERFORM 4090-FECHAR-EVTREMUN
           ADD 1 TO WS-QTDE-S1200
           .
       4000-GRAVAR-S1200-MENSAL-FIM.
           EXIT.

      *******************************************************************
      *    S-1200 ANUAL (INDICATIVO 2, PERIODO AAAA) COM O 13O SALARIO  *
      *******************************************************************
       4100-GRAVAR-S1200-ANUAL         SECTION.
           MOVE '2' TO WS-IND-APURACAO
           MOVE WS-COMP-ANO TO WS-PER-REFERENCIA
           PERFORM 4050-ABRIR-EVTREMUN
           MOVE 2 TO WS-MODO-NUM
           PERFORM 4200-GRAVAR-DMDEV
           PERFORM 4090-FECHAR-EVTREMUN
           ADD 1 TO WS-QTDE-S1200-ANUAL
           SET HOUVE-ANUAL TO TRUE
           .
       4100-GRAVAR-S1200-ANUAL-FIM.
           EXIT.

      *******************************************************************
      *    ABERTURA DO EVENTO S-1200: IDENTIFICACAO DO EVENTO, DO       *
      *    EMPREGADOR E DO TRABALHADOR                                  *
      *******************************************************************
       4050-ABRIR-EVTREMUN             SECTION.
           MOVE '1200' TO WS-EVENTO-ATUAL
           PERFORM 9300-GERAR-ID-EVENTO
           MOVE SPACES TO WS-LINHA-EVENTO
           STRING '<eSocial xmlns="http://www.esocial.gov.br/schema/'
                   'evt/evtRemun/' WS-ESOC-VERSAO '">'
               DELIMITED BY SIZE INTO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE SPACES TO WS-LINHA-EVENTO
           STRING '<evtRemun Id="' WS-ID-EVENTO '">'
               DELIMITED BY SIZE INTO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           PERFORM 4060-GRAVAR-IDE-EVENTO
           PERFORM 4070-GRAVAR-IDE-EMPREGADOR
           MOVE '<ideTrabalhador>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE SPACES TO WS-LINHA-EVENTO
           STRING '<cpfTrab>' WS-CPF-TRAB '</cpfTrab>'
               DELIMITED BY SIZE INTO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE '</ideTrabalhador>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           .
       4050-ABRIR-EVTREMUN-FIM.
           EXIT.

      *******************************************************************
      *    GRUPO ideEvento, CONFORME O EVENTO EM GRAVACAO: O S-1299 NAO *
      *    TEM RETIFICACAO, SO O S-1200 E O S-1299 TEM INDICATIVO DE    *
      *    APURACAO E O S-2299 NAO TEM PERIODO DE APURACAO              *
      *******************************************************************
       4060-GRAVAR-IDE-EVENTO          SECTION.
           MOVE '<ideEvento>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           IF WS-EVENTO-ATUAL NOT = '1299'
               MOVE '<indRetif>1</indRetif>' TO WS-LINHA-EVENTO
               PERFORM 9200-GRAVAR-LINHA-EVENTO
           END-IF
           IF WS-EVENTO-ATUAL = '1200' OR WS-EVENTO-ATUAL = '1299'
               MOVE SPACES TO WS-LINHA-EVENTO
               STRING '<indApuracao>' WS-IND-APURACAO
                       '</indApuracao>'
                   DELIMITED BY SIZE INTO WS-LINHA-EVENTO
               PERFORM 9200-GRAVAR-LINHA-EVENTO
           END-IF
           IF WS-EVENTO-ATUAL NOT = '2299'
               MOVE SPACES TO WS-LINHA-EVENTO
               STRING '<perApur>' DELIMITED BY SIZE
                       WS-PER-REFERENCIA DELIMITED BY SPACE
                       '</perApur>' DELIMITED BY SIZE
                   INTO WS-LINHA-EVENTO
               PERFORM 9200-GRAVAR-LINHA-EVENTO
           END-IF
           MOVE SPACES TO WS-LINHA-EVENTO
           STRING '<tpAmb>' WS-TP-AMBIENTE '</tpAmb>'
               DELIMITED BY SIZE INTO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE '<procEmi>1</procEmi>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE '<verProc>CBLZJP10</verProc>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE '</ideEvento>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           .
       4060-GRAVAR-IDE-EVENTO-FIM.
           EXIT.

      *******************************************************************
      *    GRUPO ideEmpregador: INSCRICAO PELA RAIZ DO CNPJ             *
      *******************************************************************
       4070-GRAVAR-IDE-EMPREGADOR      SECTION.
           MOVE '<ideEmpregador>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE '<tpInsc>1</tpInsc>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE SPACES TO WS-LINHA-EVENTO
           STRING '<nrInsc>' WS-CNPJ-RAIZ '</nrInsc>'
               DELIMITED BY SIZE INTO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE '</ideEmpregador>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           .
       4070-GRAVAR-IDE-EMPREGADOR-FIM.
           EXIT.

       4090-FECHAR-EVTREMUN            SECTION.
           MOVE '</evtRemun>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE '</eSocial>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           .
       4090-FECHAR-EVTREMUN-FIM.
           EXIT.

      *******************************************************************
      *    GRUPO dmDev DO S-1200 PARA O MODO EM WS-MODO-NUM, COM A      *
      *    LOTACAO (CENTRO DE CUSTO) E OS ITENS DE REMUNERACAO          *
      *******************************************************************
       4200-GRAVAR-DMDEV               SECTION.
           PERFORM 4250-DEFINIR-IDE-DM-DEV
           MOVE '<dmDev>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE SPACES TO WS-LINHA-EVENTO
           STRING '<ideDmDev>' DELIMITED BY SIZE
                   WS-IDE-DM-DEV DELIMITED BY SPACE
                   '</ideDmDev>' DELIMITED BY SIZE
               INTO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE SPACES TO WS-LINHA-EVENTO
           STRING '<codCateg>' WS-COD-CATEGORIA '</codCateg>'
               DELIMITED BY SIZE INTO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE '<infoPerApur>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           PERFORM 4260-ABRIR-IDE-ESTAB-LOT
           MOVE '<remunPerApur>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE SPACES TO WS-LINHA-EVENTO
           STRING '<matricula>' WS-MATRICULA-ATUAL '</matricula>'
               DELIMITED BY SIZE INTO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE 'itensRemun' TO WS-ITEM-GRUPO
           PERFORM 4270-GRAVAR-ITENS-DEMONSTRATIVO
           MOVE '</remunPerApur>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE '</ideEstabLot>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE '</infoPerApur>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE '</dmDev>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           PERFORM 4290-ACUMULAR-DECLARADO
           .
       4200-GRAVAR-DMDEV-FIM.
           EXIT.

      *******************************************************************
      *    IDENTIFICADOR DO DEMONSTRATIVO PELO MODO DE CALCULO, O MESMO *
      *    NO S-1200/S-2299 E NO PAGAMENTO DO S-1210, E PERIODO DE      *
      *    REFERENCIA DO PAGAMENTO (AAAA NO 13O, AAAA-MM NOS DEMAIS)    *
      *******************************************************************
       4250-DEFINIR-IDE-DM-DEV         SECTION.
           MOVE SPACES TO WS-IDE-DM-DEV
           MOVE WS-PER-APUR TO WS-PER-REF-PGTO
           IF WS-MODO-NUM = 1
               STRING 'FOLHA' WS-COMP-ANO WS-COMP-MES
                   DELIMITED BY SIZE INTO WS-IDE-DM-DEV
               ELSE IF WS-MODO-NUM = 2
                   STRING '13SALARIO' WS-COMP-ANO
                       DELIMITED BY SIZE INTO WS-IDE-DM-DEV
                   MOVE WS-COMP-ANO TO WS-PER-REF-PGTO
                   ELSE IF WS-MODO-NUM = 3
                       STRING 'FERIAS' WS-COMP-ANO WS-COMP-MES
                           DELIMITED BY SIZE INTO WS-IDE-DM-DEV
                       ELSE IF WS-MODO-NUM = 4
                           STRING 'RESCISAO' WS-COMP-ANO WS-COMP-MES
                               DELIMITED BY SIZE INTO WS-IDE-DM-DEV
                           ELSE
                               STRING 'DISSIDIO' WS-COMP-ANO
                                       WS-COMP-MES
                                   DELIMITED BY SIZE
                                   INTO WS-IDE-DM-DEV
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       4250-DEFINIR-IDE-DM-DEV-FIM.
           EXIT.

      *******************************************************************
      *    ABRE O GRUPO ideEstabLot: ESTABELECIMENTO PELO CNPJ COMPLETO *
      *    E LOTACAO TRIBUTARIA PELO CENTRO DE CUSTO DA MATRICULA       *
      *******************************************************************
       4260-ABRIR-IDE-ESTAB-LOT        SECTION.
           MOVE '<ideEstabLot>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE '<tpInsc>1</tpInsc>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE SPACES TO WS-LINHA-EVENTO
           STRING '<nrInsc>' WS-CNPJ '</nrInsc>'
               DELIMITED BY SIZE INTO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE SPACES TO WS-LINHA-EVENTO
           STRING '<codLotacao>' WS-LOTACAO '</codLotacao>'
               DELIMITED BY SIZE INTO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           .
       4260-ABRIR-IDE-ESTAB-LOT-FIM.
           EXIT.

      *******************************************************************
      *    ITENS DO DEMONSTRATIVO A PARTIR DO CALCULO AUDITADO: A VERBA *
      *    PRINCIPAL DO MODO (NO REGULAR, SALARIO, ADICIONAIS E HORAS   *
      *    EXTRAS; NAS FERIAS, A DOBRA EM RUBRICA PROPRIA), INSS, IRRF  *
      *    E PENSAO ALIMENTICIA RETIDOS E, PELA DIFERENCA ENTRE A BASE, *
      *    OS DESCONTOS E O LIQUIDO, OS OUTROS DESCONTOS (DESCONTOS     *
      *    VARIAVEIS) OU, NA RESCISAO, AS VERBAS INDENIZATORIAS ISENTAS *
      *******************************************************************
       4270-GRAVAR-ITENS-DEMONSTRATIVO SECTION.
           IF WS-MODO-NUM = 1
               MOVE WS-RUB-SALARIO TO WS-ITEM-RUBRICA
               MOVE WS-DMD-SALARIO-BRUTO(1) TO WS-XML-VALOR
               PERFORM 4280-GRAVAR-ITEM
               MOVE WS-RUB-ADICIONAIS TO WS-ITEM-RUBRICA
               MOVE WS-DMD-ADICIONAIS(1) TO WS-XML-VALOR
               PERFORM 4280-GRAVAR-ITEM
               MOVE WS-RUB-HORAS-EXTRAS TO WS-ITEM-RUBRICA
               COMPUTE WS-XML-VALOR = WS-DMD-BASE-CALCULO(1)
                       - WS-DMD-SALARIO-BRUTO(1)
                       - WS-DMD-ADICIONAIS(1)
               PERFORM 4280-GRAVAR-ITEM
           ELSE
               IF WS-MODO-NUM = 2
                   MOVE WS-RUB-DECIMO-TERCEIRO TO WS-ITEM-RUBRICA
                   ELSE IF WS-MODO-NUM = 3
                       MOVE WS-RUB-FERIAS TO WS-ITEM-RUBRICA
                       ELSE IF WS-MODO-NUM = 4
                           MOVE WS-RUB-RESC-TRIBUTAVEL
                               TO WS-ITEM-RUBRICA
                           ELSE
                               MOVE WS-RUB-DISSIDIO
                                   TO WS-ITEM-RUBRICA
                       END-IF
                   END-IF
               END-IF
               COMPUTE WS-XML-VALOR = WS-DMD-BASE-CALCULO(WS-MODO-NUM)
                       - WS-DMD-FERIAS-DOBRA(WS-MODO-NUM)
               PERFORM 4280-GRAVAR-ITEM
      *    A DOBRA DAS FERIAS VENCIDAS, CONTIDA NA BASE, NAO INCIDE
      *    NO INSS E VAI NA SUA PROPRIA RUBRICA
               MOVE WS-RUB-FERIAS-DOBRA TO WS-ITEM-RUBRICA
               MOVE WS-DMD-FERIAS-DOBRA(WS-MODO-NUM) TO WS-XML-VALOR
               PERFORM 4280-GRAVAR-ITEM
           END-IF
           MOVE WS-RUB-INSS TO WS-ITEM-RUBRICA
           MOVE WS-DMD-INSS(WS-MODO-NUM) TO WS-XML-VALOR
           PERFORM 4280-GRAVAR-ITEM
           MOVE WS-RUB-IRRF TO WS-ITEM-RUBRICA
           MOVE WS-DMD-IRRF(WS-MODO-NUM) TO WS-XML-VALOR
           PERFORM 4280-GRAVAR-ITEM
           MOVE WS-RUB-PENSAO TO WS-ITEM-RUBRICA
           MOVE WS-DMD-PENSAO(WS-MODO-NUM) TO WS-XML-VALOR
           PERFORM 4280-GRAVAR-ITEM
           COMPUTE WS-DIFERENCA = WS-DMD-BASE-CALCULO(WS-MODO-NUM)
                   - WS-DMD-INSS(WS-MODO-NUM)
                   - WS-DMD-IRRF(WS-MODO-NUM)
                   - WS-DMD-LIQUIDO(WS-MODO-NUM)
           SUBTRACT WS-DMD-PENSAO(WS-MODO-NUM) FROM WS-DIFERENCA
           IF WS-DIFERENCA > ZEROS
               MOVE WS-RUB-OUTROS-DESCONTOS TO WS-ITEM-RUBRICA
               MOVE WS-DIFERENCA TO WS-XML-VALOR
               PERFORM 4280-GRAVAR-ITEM
           ELSE
               IF WS-DIFERENCA < ZEROS
                   MOVE WS-RUB-RESC-INDENIZ TO WS-ITEM-RUBRICA
                   COMPUTE WS-XML-VALOR = ZEROS - WS-DIFERENCA
                   PERFORM 4280-GRAVAR-ITEM
               END-IF
           END-IF
           .
       4270-GRAVAR-ITENS-DEMONSTRATIVO-FIM.
           EXIT.

      *******************************************************************
      *    GRAVA UM ITEM (RUBRICA E VALOR) NO GRUPO INFORMADO, SE O     *
      *    VALOR NAO FOR ZERO                                           *
      *******************************************************************
       4280-GRAVAR-ITEM                SECTION.
           IF WS-XML-VALOR > ZEROS
               PERFORM 9350-EDITAR-VALOR-XML
               MOVE SPACES TO WS-LINHA-EVENTO
               STRING '<' DELIMITED BY SIZE
                       WS-ITEM-GRUPO DELIMITED BY SPACE
                       '>' DELIMITED BY SIZE
                   INTO WS-LINHA-EVENTO
               PERFORM 9200-GRAVAR-LINHA-EVENTO
               MOVE SPACES TO WS-LINHA-EVENTO
               STRING '<codRubr>' WS-ITEM-RUBRICA '</codRubr>'
                   DELIMITED BY SIZE INTO WS-LINHA-EVENTO
               PERFORM 9200-GRAVAR-LINHA-EVENTO
               MOVE SPACES TO WS-LINHA-EVENTO
               STRING '<ideTabRubr>' DELIMITED BY SIZE
                       WS-IDE-TAB-RUBR DELIMITED BY SPACE
                       '</ideTabRubr>' DELIMITED BY SIZE
                   INTO WS-LINHA-EVENTO
               PERFORM 9200-GRAVAR-LINHA-EVENTO
               MOVE SPACES TO WS-LINHA-EVENTO
               STRING '<vrRubr>'
                       WS-XML-VALOR-TEXTO(1:WS-XML-VALOR-TAM)
                       '</vrRubr>'
                   DELIMITED BY SIZE INTO WS-LINHA-EVENTO
               PERFORM 9200-GRAVAR-LINHA-EVENTO
               MOVE SPACES TO WS-LINHA-EVENTO
               STRING '</' DELIMITED BY SIZE
                       WS-ITEM-GRUPO DELIMITED BY SPACE
                       '>' DELIMITED BY SIZE
                   INTO WS-LINHA-EVENTO
               PERFORM 9200-GRAVAR-LINHA-EVENTO
           END-IF
           .
       4280-GRAVAR-ITEM-FIM.
           EXIT.

      *******************************************************************
      *    ACUMULA O DEMONSTRATIVO DECLARADO NOS TOTAIS DO RESUMO: O    *
      *    LIQUIDO DE TODOS OS MODOS E A BASE DOS MODOS QUE GERAM GUIA  *
      *    PREVIDENCIARIA (FOLHA REGULAR E DISSIDIO)                    *
      *******************************************************************
       4290-ACUMULAR-DECLARADO         SECTION.
           ADD WS-DMD-LIQUIDO(WS-MODO-NUM) TO WS-TOT-LIQ-DECLARADO
           IF WS-MODO-NUM = 1 OR WS-MODO-NUM = 7
               ADD WS-DMD-BASE-CALCULO(WS-MODO-NUM)
                   TO WS-TOT-BASE-GUIAS
           END-IF
           .
       4290-ACUMULAR-DECLARADO-FIM.
           EXIT.

      *******************************************************************
      *    S-2299 DO CALCULO DE RESCISAO: DESLIGAMENTO SEM JUSTA CAUSA  *
      *    (MOTIVO 02) COM AVISO PREVIO INDENIZADO, COMO CALCULADO PELA *
      *    FOLHA, E AS VERBAS RESCISORIAS NO GRUPO verbasResc           *
      *******************************************************************
       4300-GRAVAR-S2299               SECTION.
           MOVE 4 TO WS-MODO-NUM
           MOVE '2299' TO WS-EVENTO-ATUAL
           PERFORM 9300-GERAR-ID-EVENTO
           PERFORM 4250-DEFINIR-IDE-DM-DEV
           MOVE SPACES TO WS-LINHA-EVENTO
           STRING '<eSocial xmlns="http://www.esocial.gov.br/schema/'
                   'evt/evtDeslig/' WS-ESOC-VERSAO '">'
               DELIMITED BY SIZE INTO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE SPACES TO WS-LINHA-EVENTO
           STRING '<evtDeslig Id="' WS-ID-EVENTO '">'
               DELIMITED BY SIZE INTO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           PERFORM 4060-GRAVAR-IDE-EVENTO
           PERFORM 4070-GRAVAR-IDE-EMPREGADOR
           MOVE '<ideVinculo>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE SPACES TO WS-LINHA-EVENTO
           STRING '<cpfTrab>' WS-CPF-TRAB '</cpfTrab>'
               DELIMITED BY SIZE INTO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE SPACES TO WS-LINHA-EVENTO
           STRING '<matricula>' WS-MATRICULA-ATUAL '</matricula>'
               DELIMITED BY SIZE INTO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE '</ideVinculo>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE '<infoDeslig>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE '<mtvDeslig>02</mtvDeslig>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
      *    A DATA DO DESLIGAMENTO E A DE EFEITO REGISTRADA NO MESTRE;
      *    SEM ELA (DESLIGAMENTO ANTERIOR A SITUACAO NO CADASTRO), A
      *    DO CALCULO DA RESCISAO
           IF WS-DATA-DESLIG-CAD > ZEROS
               MOVE WS-DATA-DESLIG-CAD TO WS-DATA-FORMATAR
           ELSE
               MOVE WS-DMD-DATA(4) TO WS-DATA-FORMATAR
           END-IF
           PERFORM 9400-FORMATAR-DATA-XML
           MOVE SPACES TO WS-LINHA-EVENTO
           STRING '<dtDeslig>' WS-DATA-XML '</dtDeslig>'
               DELIMITED BY SIZE INTO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE '<indPagtoAPI>S</indPagtoAPI>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           PERFORM 4350-PROJETAR-AVISO-PREVIO
           PERFORM 9400-FORMATAR-DATA-XML
           MOVE SPACES TO WS-LINHA-EVENTO
           STRING '<dtProjFimAPI>' WS-DATA-XML '</dtProjFimAPI>'
               DELIMITED BY SIZE INTO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           PERFORM 4310-GRAVAR-PENSAO-ALIMENTICIA
           MOVE '<verbasResc>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE '<dmDev>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE SPACES TO WS-LINHA-EVENTO
           STRING '<ideDmDev>' DELIMITED BY SIZE
                   WS-IDE-DM-DEV DELIMITED BY SPACE
                   '</ideDmDev>' DELIMITED BY SIZE
               INTO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE '<infoPerApur>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           PERFORM 4260-ABRIR-IDE-ESTAB-LOT
           MOVE 'detVerbas' TO WS-ITEM-GRUPO
           PERFORM 4270-GRAVAR-ITENS-DEMONSTRATIVO
           MOVE '</ideEstabLot>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE '</infoPerApur>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE '</dmDev>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE '</verbasResc>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE '</infoDeslig>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE '</evtDeslig>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE '</eSocial>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           PERFORM 4290-ACUMULAR-DECLARADO
           ADD 1 TO WS-QTDE-S2299
           MOVE WS-DMD-LIQUIDO(4) TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-LINHA-RESUMO
           STRING 'S-2299 DESLIGAMENTO: MATRICULA ' WS-MATRICULA-ATUAL
                   '  DATA ' WS-DMD-DATA(4)
                   '  LIQUIDO RESCISORIO R$ ' WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 9000-GRAVAR-LINHA-RESUMO
           .
       4300-GRAVAR-S2299-FIM.
           EXIT.

      *******************************************************************
      *    GRUPO pensAlim DO S-2299: COM PENSAO DESCONTADA NA RESCISAO, *
      *    O TIPO VEM DAS DECISOES ATIVAS DA MATRICULA NO CADASTRO DE   *
      *    BENEFICIARIOS, COM O PERCENTUAL SOMADO DAS DECISOES          *
      *    PERCENTUAIS E O VALOR DESCONTADO NO CALCULO; SEM O CADASTRO, *
      *    O DESCONTO E DECLARADO COMO VALOR                            *
      *******************************************************************
       4310-GRAVAR-PENSAO-ALIMENTICIA  SECTION.
           MOVE 'N' TO WS-PEN-TEM-PERCENTUAL
           MOVE 'N' TO WS-PEN-TEM-VALOR
           MOVE ZEROS TO WS-PEN-PERCENTUAL
           MOVE ZEROS TO WS-PENS-ALIM
           IF WS-DMD-PENSAO(4) > ZEROS
               IF PENSOES-ABERTAS
                   MOVE 'N' TO WS-FIM-PENSOES-MATRIC
                   MOVE WS-MATRICULA-ATUAL TO PEN-MATRICULA
                   MOVE ZEROS              TO PEN-SEQUENCIA
                   START ARQ-PENSOES KEY IS NOT LESS THAN PEN-CHAVE
                       INVALID KEY
                           SET FIM-PENSOES-MATRICULA TO TRUE
                   END-START
                   PERFORM 4315-LER-PENSAO-BENEFICIARIO
                       UNTIL FIM-PENSOES-MATRICULA
               END-IF
               IF NOT PENSAO-TEM-PERCENTUAL
                   SET PENSAO-TEM-VALOR TO TRUE
               END-IF
               IF PENSAO-TEM-PERCENTUAL AND PENSAO-TEM-VALOR
                   MOVE 3 TO WS-PENS-ALIM
               ELSE
                   IF PENSAO-TEM-PERCENTUAL
                       MOVE 1 TO WS-PENS-ALIM
                   ELSE
                       MOVE 2 TO WS-PENS-ALIM
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO WS-LINHA-EVENTO
           STRING '<pensAlim>' WS-PENS-ALIM '</pensAlim>'
               DELIMITED BY SIZE INTO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           IF WS-PENS-ALIM = 1 OR WS-PENS-ALIM = 3
               MOVE WS-PEN-PERCENTUAL TO WS-XML-VALOR
               PERFORM 9350-EDITAR-VALOR-XML
               MOVE SPACES TO WS-LINHA-EVENTO
               STRING '<percAliment>'
                       WS-XML-VALOR-TEXTO(1:WS-XML-VALOR-TAM)
                       '</percAliment>'
                   DELIMITED BY SIZE INTO WS-LINHA-EVENTO
               PERFORM 9200-GRAVAR-LINHA-EVENTO
           END-IF
           IF WS-PENS-ALIM = 2 OR WS-PENS-ALIM = 3
               MOVE WS-DMD-PENSAO(4) TO WS-XML-VALOR
               PERFORM 9350-EDITAR-VALOR-XML
               MOVE SPACES TO WS-LINHA-EVENTO
               STRING '<vrAlim>'
                       WS-XML-VALOR-TEXTO(1:WS-XML-VALOR-TAM)
                       '</vrAlim>'
                   DELIMITED BY SIZE INTO WS-LINHA-EVENTO
               PERFORM 9200-GRAVAR-LINHA-EVENTO
           END-IF
           .
       4310-GRAVAR-PENSAO-ALIMENTICIA-FIM.
           EXIT.

      *******************************************************************
      *    LE O PROXIMO BENEFICIARIO DO CADASTRO ATE O PRIMEIRO DE      *
      *    OUTRA MATRICULA, REGISTRANDO O TIPO DAS DECISOES ATIVAS      *
      *******************************************************************
       4315-LER-PENSAO-BENEFICIARIO    SECTION.
           READ ARQ-PENSOES NEXT RECORD
               AT END
                   SET FIM-PENSOES-MATRICULA TO TRUE
               NOT AT END
                   IF PEN-MATRICULA NOT = WS-MATRICULA-ATUAL
                       SET FIM-PENSOES-MATRICULA TO TRUE
                   ELSE
                       IF PEN-ATIVA
                           IF PEN-TIPO-PERCENTUAL
                               SET PENSAO-TEM-PERCENTUAL TO TRUE
                               ADD PEN-PERCENTUAL TO WS-PEN-PERCENTUAL
                           ELSE
                               IF PEN-TIPO-VALOR-FIXO
                                   SET PENSAO-TEM-VALOR TO TRUE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .
       4315-LER-PENSAO-BENEFICIARIO-FIM.
           EXIT.

      *******************************************************************
      *    PROJETA O FIM DO AVISO PREVIO INDENIZADO: 30 DIAS APOS A     *
      *    DATA EM WS-DATA-FORMATAR, VIRANDO O MES E O ANO SE PRECISO   *
      *******************************************************************
       4350-PROJETAR-AVISO-PREVIO      SECTION.
           ADD 30 TO WS-DF-DIA
           PERFORM 4370-DIAS-DO-MES
           PERFORM 4360-VIRAR-MES
               UNTIL WS-DF-DIA NOT > WS-DIAS-LIMITE
           .
       4350-PROJETAR-AVISO-PREVIO-FIM.
           EXIT.

       4360-VIRAR-MES                  SECTION.
           SUBTRACT WS-DIAS-LIMITE FROM WS-DF-DIA
           ADD 1 TO WS-DF-MES
           IF WS-DF-MES > 12
               MOVE 1 TO WS-DF-MES
               ADD 1 TO WS-DF-ANO
           END-IF
           PERFORM 4370-DIAS-DO-MES
           .
       4360-VIRAR-MES-FIM.
           EXIT.

       4370-DIAS-DO-MES                SECTION.
           MOVE WS-DIAS-MES(WS-DF-MES) TO WS-DIAS-LIMITE
           IF WS-DF-MES = 2
               DIVIDE WS-DF-ANO BY 4 GIVING WS-ANO-QUOCIENTE
                   REMAINDER WS-ANO-RESTO
               IF WS-ANO-RESTO = ZEROS
                   MOVE 29 TO WS-DIAS-LIMITE
               END-IF
           END-IF
           .
       4370-DIAS-DO-MES-FIM.
           EXIT.

      *******************************************************************
      *    S-1210 DO BENEFICIARIO: UM GRUPO infoPgto PARA CADA PAGAMENTO*
      *    DA MATRICULA NO PAYOUT, VINCULADO AO SEU DEMONSTRATIVO       *
      *******************************************************************
       4400-GRAVAR-S1210               SECTION.
           MOVE '1210' TO WS-EVENTO-ATUAL
           MOVE WS-PER-APUR TO WS-PER-REFERENCIA
           PERFORM 9300-GERAR-ID-EVENTO
           MOVE SPACES TO WS-LINHA-EVENTO
           STRING '<eSocial xmlns="http://www.esocial.gov.br/schema/'
                   'evt/evtPgtos/' WS-ESOC-VERSAO '">'
               DELIMITED BY SIZE INTO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE SPACES TO WS-LINHA-EVENTO
           STRING '<evtPgtos Id="' WS-ID-EVENTO '">'
               DELIMITED BY SIZE INTO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           PERFORM 4060-GRAVAR-IDE-EVENTO
           PERFORM 4070-GRAVAR-IDE-EMPREGADOR
           MOVE '<ideBenef>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE SPACES TO WS-LINHA-EVENTO
           STRING '<cpfBenef>' WS-CPF-TRAB '</cpfBenef>'
               DELIMITED BY SIZE INTO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           PERFORM 4410-GRAVAR-INFO-PGTO
               UNTIL FIM-PAGAMENTOS
                   OR PGO-MATRICULA NOT = WS-MATRICULA-ATUAL
           MOVE '</ideBenef>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE '</evtPgtos>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE '</eSocial>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           ADD 1 TO WS-QTDE-S1210
           .
       4400-GRAVAR-S1210-FIM.
           EXIT.

      *******************************************************************
      *    GRAVA UM PAGAMENTO (infoPgto) E LE O PROXIMO PAGAMENTO; O    *
      *    PAGAMENTO DO VALE NAO TEM infoPgto PROPRIO                   *
      *******************************************************************
       4410-GRAVAR-INFO-PGTO           SECTION.
           PERFORM 4420-LOCALIZAR-DEMONSTRATIVO
           IF WS-MODO-NUM = 8
               PERFORM 4450-PAGAMENTO-ADIANTAMENTO
           ELSE
               PERFORM 4415-GRAVAR-INFO-PGTO-DMD
           END-IF
           .
       4410-GRAVAR-INFO-PGTO-FIM.
           EXIT.

       4415-GRAVAR-INFO-PGTO-DMD       SECTION.
           PERFORM 4250-DEFINIR-IDE-DM-DEV
           MOVE '<infoPgto>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE SPACES TO WS-LINHA-EVENTO
           STRING '<dtPgto>' WS-DT-PGTO-XML '</dtPgto>'
               DELIMITED BY SIZE INTO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
      *    TIPO 2 PARA O PAGAMENTO DE VERBAS RESCISORIAS (S-2299),
      *    TIPO 1 PARA OS DEMONSTRATIVOS DO S-1200
           IF WS-MODO-NUM = 4
               MOVE '<tpPgto>2</tpPgto>' TO WS-LINHA-EVENTO
           ELSE
               MOVE '<tpPgto>1</tpPgto>' TO WS-LINHA-EVENTO
           END-IF
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE SPACES TO WS-LINHA-EVENTO
           STRING '<perRef>' DELIMITED BY SIZE
                   WS-PER-REF-PGTO DELIMITED BY SPACE
                   '</perRef>' DELIMITED BY SIZE
               INTO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE SPACES TO WS-LINHA-EVENTO
           STRING '<ideDmDev>' DELIMITED BY SIZE
                   WS-IDE-DM-DEV DELIMITED BY SPACE
                   '</ideDmDev>' DELIMITED BY SIZE
               INTO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE PGO-VALOR TO WS-XML-VALOR
           PERFORM 9350-EDITAR-VALOR-XML
           MOVE SPACES TO WS-LINHA-EVENTO
           STRING '<vrLiq>' WS-XML-VALOR-TEXTO(1:WS-XML-VALOR-TAM)
                   '</vrLiq>'
               DELIMITED BY SIZE INTO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE '</infoPgto>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           ADD 1 TO WS-QTDE-INFO-PGTO
           ADD PGO-VALOR TO WS-TOT-PAGO-S1210
           PERFORM 3510-LER-PAGAMENTO-ORDENADO
           .
       4415-GRAVAR-INFO-PGTO-DMD-FIM.
           EXIT.

      *******************************************************************
      *    ESCOLHE O DEMONSTRATIVO DO PAGAMENTO: O DE LIQUIDO IGUAL AO  *
      *    VALOR PAGO OU, NA FALTA DELE, O CALCULO MAIS RECENTE         *
      *******************************************************************
       4420-LOCALIZAR-DEMONSTRATIVO    SECTION.
           MOVE ZEROS TO WS-PGTO-MODO-EXATO
           MOVE ZEROS TO WS-PGTO-MODO-RECENTE
           MOVE ZEROS TO WS-PGTO-MAIOR-SEQ
           MOVE 1 TO WS-DMD-IND
           PERFORM 4430-COMPARAR-DEMONSTRATIVO
               UNTIL WS-DMD-IND > 8
           IF WS-PGTO-MODO-EXATO > ZEROS
               MOVE WS-PGTO-MODO-EXATO TO WS-MODO-NUM
           ELSE
               MOVE WS-PGTO-MODO-RECENTE TO WS-MODO-NUM
           END-IF
           .
       4420-LOCALIZAR-DEMONSTRATIVO-FIM.
           EXIT.

       4430-COMPARAR-DEMONSTRATIVO     SECTION.
           IF DMD-EXISTE(WS-DMD-IND)
               IF WS-DMD-LIQUIDO(WS-DMD-IND) = PGO-VALOR
                       AND WS-PGTO-MODO-EXATO = ZEROS
                   MOVE WS-DMD-IND TO WS-PGTO-MODO-EXATO
               END-IF
               IF WS-DMD-SEQUENCIA(WS-DMD-IND) > WS-PGTO-MAIOR-SEQ
                   MOVE WS-DMD-SEQUENCIA(WS-DMD-IND)
                       TO WS-PGTO-MAIOR-SEQ
                   MOVE WS-DMD-IND TO WS-PGTO-MODO-RECENTE
               END-IF
           END-IF
           ADD 1 TO WS-DMD-IND
           .
       4430-COMPARAR-DEMONSTRATIVO-FIM.
           EXIT.

      *******************************************************************
      *    PAGAMENTO DO ADIANTAMENTO (VALE): FORA DO S-1210, SOMADO A   *
      *    PARTE PARA O CONFRONTO COM O TRAILER DO PAYOUT               *
      *******************************************************************
       4450-PAGAMENTO-ADIANTAMENTO     SECTION.
           ADD 1 TO WS-QTDE-PGTO-ADIANTAMENTO
           ADD PGO-VALOR TO WS-TOT-ADIANTAMENTO-PAGO
           PERFORM 3510-LER-PAGAMENTO-ORDENADO
           .
       4450-PAGAMENTO-ADIANTAMENTO-FIM.
           EXIT.

      *******************************************************************
      *    S-1299: FECHAMENTO DOS EVENTOS PERIODICOS DA COMPETENCIA E,  *
      *    SE HOUVE 13O, DO PERIODO ANUAL                               *
      *******************************************************************
       5000-GERAR-FECHAMENTO           SECTION.
           MOVE '1' TO WS-IND-APURACAO
           MOVE WS-PER-APUR TO WS-PER-REFERENCIA
           PERFORM 5100-GRAVAR-EVTFECHA
           IF HOUVE-ANUAL
               MOVE '2' TO WS-IND-APURACAO
               MOVE WS-COMP-ANO TO WS-PER-REFERENCIA
               PERFORM 5100-GRAVAR-EVTFECHA
           END-IF
           .
       5000-GERAR-FECHAMENTO-FIM.
           EXIT.

       5100-GRAVAR-EVTFECHA            SECTION.
           MOVE '1299' TO WS-EVENTO-ATUAL
           PERFORM 9300-GERAR-ID-EVENTO
           MOVE SPACES TO WS-LINHA-EVENTO
           STRING '<eSocial xmlns="http://www.esocial.gov.br/schema/'
                   'evt/evtFechaEvPer/' WS-ESOC-VERSAO '">'
               DELIMITED BY SIZE INTO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE SPACES TO WS-LINHA-EVENTO
           STRING '<evtFechaEvPer Id="' WS-ID-EVENTO '">'
               DELIMITED BY SIZE INTO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           PERFORM 4060-GRAVAR-IDE-EVENTO
           PERFORM 4070-GRAVAR-IDE-EMPREGADOR
           MOVE '<infoFech>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
      *    HOUVE REMUNERACAO NO PERIODO SE FOI GRAVADO S-1200 DELE
           IF (WS-IND-APURACAO = '1' AND WS-QTDE-S1200 > ZEROS)
                   OR (WS-IND-APURACAO = '2'
                       AND WS-QTDE-S1200-ANUAL > ZEROS)
               MOVE '<evtRemun>S</evtRemun>' TO WS-LINHA-EVENTO
           ELSE
               MOVE '<evtRemun>N</evtRemun>' TO WS-LINHA-EVENTO
           END-IF
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE '<evtComProd>N</evtComProd>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE '<evtContratAvNP>N</evtContratAvNP>'
               TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE '<evtInfoComplPer>N</evtInfoComplPer>'
               TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE '</infoFech>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE '</evtFechaEvPer>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           MOVE '</eSocial>' TO WS-LINHA-EVENTO
           PERFORM 9200-GRAVAR-LINHA-EVENTO
           ADD 1 TO WS-QTDE-S1299
           .
       5100-GRAVAR-EVTFECHA-FIM.
           EXIT.

      *******************************************************************
      *    RECONTA AS GUIAS DE FGTS E PREVIDENCIARIA E GUARDA OS SEUS   *
      *    TRAILERS, PARA O CONFRONTO DO RESUMO                         *
      *******************************************************************
       6000-CONFERIR-GUIAS             SECTION.
           OPEN INPUT ARQ-FGTS
           IF WS-FS-FGTS NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO ABRIR A GUIA DE FGTS '
                       '(GUIAFGTS), FILE STATUS ' WS-FS-FGTS
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM 6100-LER-GUIA-FGTS UNTIL FIM-ARQUIVO
           CLOSE ARQ-FGTS
           OPEN INPUT ARQ-PREV
           IF WS-FS-PREV NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO ABRIR A GUIA '
                       'PREVIDENCIARIA (GUIAPREV), FILE STATUS '
                       WS-FS-PREV
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM 6200-LER-GUIA-PREV UNTIL FIM-ARQUIVO
           CLOSE ARQ-PREV
           .
       6000-CONFERIR-GUIAS-FIM.
           EXIT.

       6100-LER-GUIA-FGTS              SECTION.
           READ ARQ-FGTS
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF FGTS-MATRICULA = 999999
                       SET FGTS-TEM-TRAILER TO TRUE
                       MOVE FGT-VALOR-TOTAL TO WS-FGT-TRL-SOMA
                   ELSE
                       ADD FGTS-VALOR TO WS-FGT-SOMA-GUIAS
                   END-IF
           END-READ
           .
       6100-LER-GUIA-FGTS-FIM.
           EXIT.

       6200-LER-GUIA-PREV              SECTION.
           READ ARQ-PREV
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF PREV-MATRICULA = 999999
                       SET PREV-TEM-TRAILER TO TRUE
                       MOVE PRT-VALOR-TOTAL TO WS-PRV-TRL-SOMA
                   ELSE
                       ADD PREV-VALOR-TOTAL TO WS-PRV-SOMA-GUIAS
                       IF PREV-COMPETENCIA = WS-COMPETENCIA
                           ADD PREV-BASE TO WS-PRV-BASE-COMP
                       END-IF
                   END-IF
           END-READ
           .
       6200-LER-GUIA-PREV-FIM.
           EXIT.

      *******************************************************************
      *    RESUMO DOS EVENTOS GERADOS E CONFRONTO DOS TOTAIS DECLARADOS *
      *    COM OS TRAILERS DO FECHAMENTO BALANCEADOS PELO CBLZJP02      *
      *******************************************************************
       7000-GRAVAR-RESUMO              SECTION.
           MOVE SPACES TO WS-LINHA-RESUMO
           PERFORM 9000-GRAVAR-LINHA-RESUMO
           MOVE SPACES TO WS-LINHA-RESUMO
           STRING 'CALCULOS DA COMPETENCIA NA AUDITORIA: '
                   WS-QTDE-CALCULOS ' (' WS-QTDE-SUBSTITUIDOS
                   ' SUBSTITUIDOS POR CALCULO POSTERIOR DO MESMO MODO)'
               DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 9000-GRAVAR-LINHA-RESUMO
           MOVE SPACES TO WS-LINHA-RESUMO
           STRING 'S-1200 MENSAL ........: ' WS-QTDE-S1200
                   ' EVENTOS'
               DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 9000-GRAVAR-LINHA-RESUMO
           MOVE SPACES TO WS-LINHA-RESUMO
           STRING 'S-1200 ANUAL (13O) ...: ' WS-QTDE-S1200-ANUAL
                   ' EVENTOS'
               DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 9000-GRAVAR-LINHA-RESUMO
           MOVE SPACES TO WS-LINHA-RESUMO
           STRING 'S-2299 DESLIGAMENTO ..: ' WS-QTDE-S2299
                   ' EVENTOS'
               DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 9000-GRAVAR-LINHA-RESUMO
           MOVE WS-TOT-PAGO-S1210 TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-LINHA-RESUMO
           STRING 'S-1210 PAGAMENTOS ....: ' WS-QTDE-S1210
                   ' EVENTOS, ' WS-QTDE-INFO-PGTO
                   ' PAGAMENTOS, R$ ' WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 9000-GRAVAR-LINHA-RESUMO
           MOVE SPACES TO WS-LINHA-RESUMO
           STRING 'S-1299 FECHAMENTO ....: ' WS-QTDE-S1299
                   ' EVENTOS'
               DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 9000-GRAVAR-LINHA-RESUMO
           MOVE WS-TOT-LIQ-DECLARADO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-LINHA-RESUMO
           STRING 'LIQUIDO DECLARADO NOS DEMONSTRATIVOS: R$ '
                   WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 9000-GRAVAR-LINHA-RESUMO
           MOVE WS-TOT-ADIANTAMENTO-PAGO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-LINHA-RESUMO
           STRING 'ADIANTAMENTOS (VALE) .: ' WS-QTDE-PGTO-ADIANTAMENTO
                   ' PAGAMENTOS, R$ ' WS-VALOR-EDITADO
                   ' (COMPENSADOS NO MENSAL)'
               DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 9000-GRAVAR-LINHA-RESUMO
           MOVE SPACES TO WS-LINHA-RESUMO
           PERFORM 9000-GRAVAR-LINHA-RESUMO
           MOVE 'CONFRONTO COM OS TRAILERS DO FECHAMENTO'
               TO WS-LINHA-RESUMO
           PERFORM 9000-GRAVAR-LINHA-RESUMO
           PERFORM 7100-CONFRONTAR-PAYOUT
           PERFORM 7200-CONFRONTAR-AUDITORIA
           PERFORM 7300-CONFRONTAR-GUIAPREV
           PERFORM 7400-CONFRONTAR-GUIAFGTS
           .
       7000-GRAVAR-RESUMO-FIM.
           EXIT.

      *******************************************************************
      *    O PAGO DECLARADO NO S-1210, MAIS OS CREDITOS DEVOLVIDOS PELO *
      *    BANCO E OS VALES PAGOS, DEVE FECHAR COM O TRAILER DO PAYOUT  *
      *******************************************************************
       7100-CONFRONTAR-PAYOUT          SECTION.
           IF NOT SAIDA-TEM-TRAILER
               MOVE 'PAYOUT SEM TRAILER DE CONTROLE' TO
                   WS-LINHA-RESUMO
               PERFORM 9100-GRAVAR-DIVERGENCIA
           ELSE
               COMPUTE WS-TOT-PAGO-CONFRONTO =
                       WS-TOT-PAGO-S1210 + WS-TOT-DEVOLVIDO
                       + WS-TOT-ADIANTAMENTO-PAGO
               MOVE WS-TOT-PAGO-S1210     TO WS-VALOR-EDITADO
               COMPUTE WS-VALOR-EDITADO2 =
                       WS-TOT-DEVOLVIDO + WS-TOT-ADIANTAMENTO-PAGO
               MOVE WS-SAI-TRL-SOMA       TO WS-VALOR-EDITADO3
               MOVE SPACES TO WS-LINHA-RESUMO
               IF WS-TOT-PAGO-CONFRONTO = WS-SAI-TRL-SOMA
                   STRING 'PAYOUT: S-1210 R$ ' WS-VALOR-EDITADO
                           ' MAIS DEVOLVIDOS E VALES R$ '
                           WS-VALOR-EDITADO2
                           ' CONFERE COM O TRAILER R$ '
                           WS-VALOR-EDITADO3
                       DELIMITED BY SIZE INTO WS-LINHA-RESUMO
                   PERFORM 9000-GRAVAR-LINHA-RESUMO
               ELSE
                   STRING 'PAYOUT: S-1210 R$ ' WS-VALOR-EDITADO
                           ' MAIS DEVOLVIDOS E VALES R$ '
                           WS-VALOR-EDITADO2
                           ' DIFERE DO TRAILER R$ '
                           WS-VALOR-EDITADO3
                       DELIMITED BY SIZE INTO WS-LINHA-RESUMO
                   PERFORM 9100-GRAVAR-DIVERGENCIA
               END-IF
           END-IF
           .
       7100-CONFRONTAR-PAYOUT-FIM.
           EXIT.

      *******************************************************************
      *    O LIQUIDO DECLARADO NOS DEMONSTRATIVOS (S-1200 E S-2299),    *
      *    MAIS OS VALES DA COMPETENCIA, DEVE FECHAR COM O TRAILER DA   *
      *    TRILHA DE AUDITORIA                                          *
      *******************************************************************
       7200-CONFRONTAR-AUDITORIA       SECTION.
           IF NOT AUDIT-TEM-TRAILER
               MOVE 'AUDITLOG SEM TRAILER DE CONTROLE' TO
                   WS-LINHA-RESUMO
               PERFORM 9100-GRAVAR-DIVERGENCIA
           ELSE
               COMPUTE WS-TOT-AUD-CONFRONTO =
                       WS-TOT-LIQ-DECLARADO + WS-TOT-ADIANTAMENTO-DECL
               MOVE WS-TOT-AUD-CONFRONTO TO WS-VALOR-EDITADO
               MOVE WS-AUD-TRL-SOMA      TO WS-VALOR-EDITADO2
               MOVE SPACES TO WS-LINHA-RESUMO
               IF WS-TOT-AUD-CONFRONTO = WS-AUD-TRL-SOMA
                   STRING 'AUDITLOG: LIQUIDO DECLARADO E VALES R$ '
                           WS-VALOR-EDITADO
                           ' CONFERE COM O TRAILER R$ '
                           WS-VALOR-EDITADO2
                       DELIMITED BY SIZE INTO WS-LINHA-RESUMO
                   PERFORM 9000-GRAVAR-LINHA-RESUMO
               ELSE
                   STRING 'AUDITLOG: LIQUIDO DECLARADO E VALES R$ '
                           WS-VALOR-EDITADO
                           ' DIFERE DO TRAILER R$ '
                           WS-VALOR-EDITADO2
                       DELIMITED BY SIZE INTO WS-LINHA-RESUMO
                   PERFORM 9100-GRAVAR-DIVERGENCIA
               END-IF
           END-IF
           .
       7200-CONFRONTAR-AUDITORIA-FIM.
           EXIT.

      *******************************************************************
      *    A BASE DECLARADA DA FOLHA REGULAR E DO DISSIDIO DEVE FECHAR  *
      *    COM A BASE DAS GUIAS PREVIDENCIARIAS DA COMPETENCIA, E AS    *
      *    GUIAS COM O SEU TRAILER                                      *
      *******************************************************************
       7300-CONFRONTAR-GUIAPREV        SECTION.
           MOVE WS-TOT-BASE-GUIAS TO WS-VALOR-EDITADO
           MOVE WS-PRV-BASE-COMP  TO WS-VALOR-EDITADO2
           MOVE SPACES TO WS-LINHA-RESUMO
           IF WS-TOT-BASE-GUIAS = WS-PRV-BASE-COMP
               STRING 'GUIAPREV: BASE DECLARADA R$ ' WS-VALOR-EDITADO
                       ' CONFERE COM A BASE DAS GUIAS R$ '
                       WS-VALOR-EDITADO2
                   DELIMITED BY SIZE INTO WS-LINHA-RESUMO
               PERFORM 9000-GRAVAR-LINHA-RESUMO
           ELSE
               STRING 'GUIAPREV: BASE DECLARADA R$ ' WS-VALOR-EDITADO
                       ' DIFERE DA BASE DAS GUIAS R$ '
                       WS-VALOR-EDITADO2
                   DELIMITED BY SIZE INTO WS-LINHA-RESUMO
               PERFORM 9100-GRAVAR-DIVERGENCIA
           END-IF
           IF NOT PREV-TEM-TRAILER
               MOVE 'GUIAPREV SEM TRAILER DE CONTROLE' TO
                   WS-LINHA-RESUMO
               PERFORM 9100-GRAVAR-DIVERGENCIA
           ELSE
               MOVE WS-PRV-SOMA-GUIAS TO WS-VALOR-EDITADO
               MOVE WS-PRV-TRL-SOMA   TO WS-VALOR-EDITADO2
               MOVE SPACES TO WS-LINHA-RESUMO
               IF WS-PRV-SOMA-GUIAS = WS-PRV-TRL-SOMA
                   STRING 'GUIAPREV: ENCARGOS DAS GUIAS R$ '
                           WS-VALOR-EDITADO
                           ' CONFEREM COM O TRAILER'
                       DELIMITED BY SIZE INTO WS-LINHA-RESUMO
                   PERFORM 9000-GRAVAR-LINHA-RESUMO
               ELSE
                   STRING 'GUIAPREV: ENCARGOS DAS GUIAS R$ '
                           WS-VALOR-EDITADO
                           ' DIFEREM DO TRAILER R$ ' WS-VALOR-EDITADO2
                       DELIMITED BY SIZE INTO WS-LINHA-RESUMO
                   PERFORM 9100-GRAVAR-DIVERGENCIA
               END-IF
           END-IF
           .
       7300-CONFRONTAR-GUIAPREV-FIM.
           EXIT.

      *******************************************************************
      *    AS GUIAS DE FGTS DEVEM FECHAR COM O SEU TRAILER              *
      *******************************************************************
       7400-CONFRONTAR-GUIAFGTS        SECTION.
           IF NOT FGTS-TEM-TRAILER
               MOVE 'GUIAFGTS SEM TRAILER DE CONTROLE' TO
                   WS-LINHA-RESUMO
               PERFORM 9100-GRAVAR-DIVERGENCIA
           ELSE
               MOVE WS-FGT-SOMA-GUIAS TO WS-VALOR-EDITADO
               MOVE WS-FGT-TRL-SOMA   TO WS-VALOR-EDITADO2
               MOVE SPACES TO WS-LINHA-RESUMO
               IF WS-FGT-SOMA-GUIAS = WS-FGT-TRL-SOMA
                   STRING 'GUIAFGTS: FGTS DAS GUIAS R$ '
                           WS-VALOR-EDITADO
                           ' CONFERE COM O TRAILER'
                       DELIMITED BY SIZE INTO WS-LINHA-RESUMO
                   PERFORM 9000-GRAVAR-LINHA-RESUMO
               ELSE
                   STRING 'GUIAFGTS: FGTS DAS GUIAS R$ '
                           WS-VALOR-EDITADO
                           ' DIFERE DO TRAILER R$ ' WS-VALOR-EDITADO2
                       DELIMITED BY SIZE INTO WS-LINHA-RESUMO
                   PERFORM 9100-GRAVAR-DIVERGENCIA
               END-IF
           END-IF
           .
       7400-CONFRONTAR-GUIAFGTS-FIM.
           EXIT.

      *******************************************************************
      *    CONCLUSAO DO RESUMO: SO SEM DIVERGENCIAS OS EVENTOS PODEM    *
      *    SER TRANSMITIDOS                                             *
      *******************************************************************
       7500-GRAVAR-CONCLUSAO           SECTION.
           MOVE SPACES TO WS-LINHA-RESUMO
           PERFORM 9000-GRAVAR-LINHA-RESUMO
           IF WS-QTDE-DIVERGENCIAS = ZEROS
               MOVE SPACES TO WS-LINHA-RESUMO
               STRING 'ESOCIAL OK: EVENTOS CONFEREM COM O FECHAMENTO '
                       'E PODEM SER TRANSMITIDOS'
                   DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           ELSE
               MOVE SPACES TO WS-LINHA-RESUMO
               STRING 'ESOCIAL COM ' WS-QTDE-DIVERGENCIAS
                       ' DIVERGENCIAS: NAO TRANSMITIR OS EVENTOS'
                   DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           END-IF
           PERFORM 9000-GRAVAR-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           .
       7500-GRAVAR-CONCLUSAO-FIM.
           EXIT.

      *******************************************************************
      *    FINALIZAR PROGRAMA                                           *
      *******************************************************************
       8000-FINALIZAR                  SECTION.
           CLOSE ARQ-EMPREGADOS
           IF PENSOES-ABERTAS
               CLOSE ARQ-PENSOES
           END-IF
           CLOSE ARQ-S1200
           CLOSE ARQ-S1210
           CLOSE ARQ-S1299
           CLOSE ARQ-S2299
           CLOSE ARQ-RESUMO
           DISPLAY 'EVENTOS DO ESOCIAL GERADOS EM ESOC1200, ESOC1210, '
                   'ESOC1299 E ESOC2299, RESUMO EM RELESOC'
           STOP RUN
           .
       8000-FINALIZAR-FIM.
           EXIT.

      *******************************************************************
      *    GRAVA UMA LINHA NO RESUMO DOS EVENTOS                        *
      *******************************************************************
       9000-GRAVAR-LINHA-RESUMO        SECTION.
           WRITE REG-RESUMO FROM WS-LINHA-RESUMO
           IF WS-FS-RESUMO NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO GRAVAR O RESUMO DOS '
                       'EVENTOS (RELESOC), FILE STATUS ' WS-FS-RESUMO
               STOP RUN
           END-IF
           .
       9000-GRAVAR-LINHA-RESUMO-FIM.
           EXIT.

      *******************************************************************
      *    GRAVA UMA DIVERGENCIA E ACUMULA NO CONTADOR DO RESUMO        *
      *******************************************************************
       9100-GRAVAR-DIVERGENCIA         SECTION.
           ADD 1 TO WS-QTDE-DIVERGENCIAS
           PERFORM 9000-GRAVAR-LINHA-RESUMO
           .
       9100-GRAVAR-DIVERGENCIA-FIM.
           EXIT.

      *******************************************************************
      *    GRAVA UMA LINHA XML NO ARQUIVO DO EVENTO EM GRAVACAO         *
      *******************************************************************
       9200-GRAVAR-LINHA-EVENTO        SECTION.
           IF WS-EVENTO-ATUAL = '1200'
               WRITE REG-S1200 FROM WS-LINHA-EVENTO
               MOVE WS-FS-S1200 TO WS-FS-EVENTO
               ELSE IF WS-EVENTO-ATUAL = '1210'
                   WRITE REG-S1210 FROM WS-LINHA-EVENTO
                   MOVE WS-FS-S1210 TO WS-FS-EVENTO
                   ELSE IF WS-EVENTO-ATUAL = '1299'
                       WRITE REG-S1299 FROM WS-LINHA-EVENTO
                       MOVE WS-FS-S1299 TO WS-FS-EVENTO
                       ELSE
                           WRITE REG-S2299 FROM WS-LINHA-EVENTO
                           MOVE WS-FS-S2299 TO WS-FS-EVENTO
                   END-IF
               END-IF
           END-IF
           IF WS-FS-EVENTO NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO GRAVAR O ARQUIVO DE '
                       'EVENTOS S-' WS-EVENTO-ATUAL ' (ESOC'
                       WS-EVENTO-ATUAL '), FILE STATUS '
                       WS-FS-EVENTO
               STOP RUN
           END-IF
           .
       9200-GRAVAR-LINHA-EVENTO-FIM.
           EXIT.

      *******************************************************************
      *    IDENTIFICACAO UNICA DO EVENTO: ID, TIPO DE INSCRICAO (1),    *
      *    RAIZ DO CNPJ COMPLETADA COM ZEROS, DATA E HORA DA GERACAO E  *
      *    SEQUENCIAL DO EVENTO NA EXECUCAO                             *
      *******************************************************************
       9300-GERAR-ID-EVENTO            SECTION.
           ADD 1 TO WS-SEQ-EVENTO
           MOVE SPACES TO WS-ID-EVENTO
           STRING 'ID1' WS-CNPJ-RAIZ '000000' WS-DATA-SISTEMA
                   WS-HORA-SISTEMA(1:6) WS-SEQ-EVENTO
               DELIMITED BY SIZE INTO WS-ID-EVENTO
           .
       9300-GERAR-ID-EVENTO-FIM.
           EXIT.

      *******************************************************************
      *    EDITA WS-XML-VALOR COM PONTO DECIMAL E SEM ZEROS A ESQUERDA  *
      *    EM WS-XML-VALOR-TEXTO, COM O TAMANHO EM WS-XML-VALOR-TAM     *
      *******************************************************************
       9350-EDITAR-VALOR-XML           SECTION.
           MOVE ZEROS TO WS-XML-ZEROS
           INSPECT WS-XML-INTEIRO(1:12)
               TALLYING WS-XML-ZEROS FOR LEADING '0'
           COMPUTE WS-XML-VALOR-TAM = 16 - WS-XML-ZEROS
           MOVE SPACES TO WS-XML-VALOR-TEXTO
           STRING WS-XML-INTEIRO(WS-XML-ZEROS + 1:13 - WS-XML-ZEROS)
                   '.' WS-XML-DECIMAIS
               DELIMITED BY SIZE INTO WS-XML-VALOR-TEXTO
           .
       9350-EDITAR-VALOR-XML-FIM.
           EXIT.

      *******************************************************************
      *    FORMATA WS-DATA-FORMATAR (AAAAMMDD) EM AAAA-MM-DD            *
      *******************************************************************
       9400-FORMATAR-DATA-XML          SECTION.
           MOVE WS-DF-ANO TO WS-DX-ANO
           MOVE WS-DF-MES TO WS-DX-MES
           MOVE WS-DF-DIA TO WS-DX-DIA
           .
       9400-FORMATAR-DATA-XML-FIM.
           EXIT.

       END PROGRAM CBLZJP10.
