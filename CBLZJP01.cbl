      *                          complementar, o valor complementar no
      *                          arquivo de saida (que alimenta a
      *                          remessa) e a auditoria propria.
      * Date: 15102026  By: EQP  Registro do rejeitado acompanha o
      *                          leiaute do mestre estendido com o CPF
      *                          do empregado.
      * Date: 15102026  By: EQP  Contratos de emprestimo consignado
      *                          (CONSIGNA): parcela descontada na
      *                          folha regular dentro da margem
      *                          consignavel do liquido apos os
      *                          descontos legais, contrato avancado
      *                          so quando a parcela e descontada,
      *                          repasse mensal por banco credor
      *                          (REPCONSG) e relatorio de contratos
      *                          quitados, suspensos por falta de
      *                          margem e em aberto na rescisao
      *                          (RELCONSG).
      * Date: 15102026  By: EQP  Modo de adiantamento quinzenal (vale):
      *                          percentual do salario do mes (cartao
      *                          de controle ou padrao da empresa),
      *                          proporcional aos afastamentos ja
      *                          conhecidos, com holerite, saida,
      *                          remessa e auditoria proprios; a folha
      *                          regular da competencia le os vales da
      *                          trilha e os compensa no liquido, e um
      *                          segundo adiantamento nao paga de novo
      *                          o vale ja pago.
      * Date: 15102026  By: EQP  Pensao alimenticia por decisao
      *                          judicial (cadastro PENSAO): percentual
      *                          sobre os rendimentos deduzido o INSS
      *                          ou valor fixo, com incidencia no 13o
      *                          e nas ferias conforme a decisao,
      *                          calculada em todos os modos, deduzida
      *                          da base do IRRF e descontada do
      *                          liquido; credito na conta de cada
      *                          beneficiario na remessa (movimento
      *                          PENSMOV) e historico acumulativo
      *                          (PENSHIST) para o informe anual.
      * Date: 15102026  By: EQP  Adicionais de insalubridade (grau
      *                          sobre o salario minimo da tabela
      *                          legal), periculosidade (sobre o
      *                          salario-base) e noturno (horas
      *                          noturnas do mes), cadastrados no
      *                          mestre: pagos em linha propria em
      *                          todos os modos, somados as bases de
      *                          INSS, IRRF, FGTS e da guia
      *                          previdenciaria, a hora das horas
      *                          extras e as medias do 13o, das
      *                          ferias e da rescisao, e registrados
      *                          na trilha de auditoria.
      * Date: 15102026  By: EQP  Ferias pagas em dobro (art. 137 da
      *                          CLT) quando o periodo aquisitivo do
      *                          controle de ferias (FERCTL) ja
      *                          ultrapassou o limite de concessao:
      *                          dobra e seu terco em linha propria
      *                          no holerite, fora da base do INSS e
      *                          dentro das bases do IRRF e da pensao.
      * Date: 15102026  By: EQP  Desligados permanecem no mestre com
      *                          situacao inativa: ficam fora dos
      *                          demais modos, e a rescisao calcula so
      *                          os desligados na competencia do
      *                          cartao.
      * Date: 15102026  By: EQP  Banco de horas por acordo do centro
      *                          de custo ou da matricula (ACORDOBH):
      *                          na folha regular as horas extras do
      *                          mes sao creditadas no saldo por mes
      *                          de acumulo (BCOHORAS) em vez de
      *                          pagas, e o saldo nao compensado ate
      *                          o limite do acordo e pago como hora
      *                          extra; a rescisao paga todo o saldo
      *                          em aberto.
      * Date: 15102026  By: EQP  Descontos variaveis, afastamentos,
      *                          bases do dissidio, vales pagos e
      *                          totais por centro de custo passam de
      *                          tabelas em memoria com limite fixo e
      *                          busca sequencial para arquivos de
      *                          trabalho indexados (TRBDESC,
      *                          TRBAFAST, TRBDISS, TRBVALE e
      *                          TRBCCUST) lidos pela chave; o
      *                          relatorio gerencial sai em ordem de
      *                          centro de custo.
      * Date: 15102026  By: EQP  Reprocesso abre o controle de ferias
      *                          (FERCTL), pois pode recalcular ferias
      *                          rejeitadas, e o primeiro dia da
      *                          competencia e montado mesmo sem ele:
      *                          periodo vencido volta a ser pago em
      *                          dobro. Trilha de auditoria registra
      *                          a dobra das ferias e a pensao
      *                          alimenticia descontada.
      * Date: 15102026  By: EQP  Cabecalho do holerite do vale passa a
      *                          'HOLERITE DO VALE', reconhecido como
      *                          bloco de holerite no balanceamento e
      *                          na carga do acervo.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ARQ-AFASTAMENTOS ASSIGN TO "AFASTMES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AFASTAMENTOS.
           SELECT ARQ-CONSIGNADOS ASSIGN TO "CONSIGNA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSG-CHAVE
               FILE STATUS IS WS-FS-CONSIGNADOS.
           SELECT ARQ-MOV-CONSIGNADO ASSIGN TO "CONSMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOV-CONSIGNADO.
           SELECT ARQ-REPASSE     ASSIGN TO "REPCONSG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPASSE.
           SELECT ARQ-REL-CONSIGNADO ASSIGN TO "RELCONSG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL-CONSIGNADO.
           SELECT SRT-CONSIGNADO  ASSIGN TO "SRTCONSG".
           SELECT ARQ-PENSOES     ASSIGN TO "PENSAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-CHAVE
               FILE STATUS IS WS-FS-PENSOES.
           SELECT ARQ-MOV-PENSAO  ASSIGN TO "PENSMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOV-PENSAO.
           SELECT ARQ-HIST-PENSAO ASSIGN TO "PENSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIST-PENSAO.
           SELECT ARQ-CONTROLE-FERIAS ASSIGN TO "FERCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCT-CHAVE
               FILE STATUS IS WS-FS-CONTROLE-FERIAS.
           SELECT ARQ-ACORDOS-BH  ASSIGN TO "ACORDOBH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACB-CHAVE
               FILE STATUS IS WS-FS-ACORDOS-BH.
           SELECT ARQ-BANCO-HORAS ASSIGN TO "BCOHORAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHS-CHAVE
               FILE STATUS IS WS-FS-BANCO-HORAS.
           SELECT ARQ-TRB-DESCONTOS ASSIGN TO "TRBDESC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TDS-CHAVE
               FILE STATUS IS WS-FS-TRB-DESCONTOS.
           SELECT ARQ-TRB-AFASTAMENTOS ASSIGN TO "TRBAFAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAF-MATRICULA
               FILE STATUS IS WS-FS-TRB-AFASTAMENTOS.
           SELECT ARQ-TRB-DISSIDIO ASSIGN TO "TRBDISS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TDI-MATRICULA
               FILE STATUS IS WS-FS-TRB-DISSIDIO.
           SELECT ARQ-TRB-ADIANTAMENTOS ASSIGN TO "TRBVALE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAD-MATRICULA
               FILE STATUS IS WS-FS-TRB-ADIANTAMENTOS.
           SELECT ARQ-TRB-CENTRO-CUSTO ASSIGN TO "TRBCCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCC-CODIGO
               FILE STATUS IS WS-FS-TRB-CENTRO-CUSTO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-EMPREGADOS.
           05  AFA-TIPO                 PIC X(001).
           05  AFA-DIAS                 PIC 9(002).

       FD  ARQ-CONSIGNADOS.
       COPY CPCONSIG.

      *    MOVIMENTO DOS CONTRATOS CONSIGNADOS NO CICLO (ACUMULADO COMO
      *    O ARQUIVO DE SAIDA): PARCELA DESCONTADA (D), DESCONTADA E
      *    QUITANDO O CONTRATO (Q), SUSPENSA POR FALTA DE MARGEM (S) OU
      *    CONTRATO EM ABERTO NA RESCISAO (R), COM O SALDO DEVEDOR
       FD  ARQ-MOV-CONSIGNADO.
       01  REG-MOV-CONSIGNADO.
           05  MOV-BANCO                PIC 9(003).
           05  MOV-MATRICULA            PIC 9(006).
           05  MOV-CONTRATO             PIC X(020).
           05  MOV-NOME                 PIC X(030).
           05  MOV-NOME-CREDOR          PIC X(030).
           05  MOV-OCORRENCIA           PIC X(001).
           05  MOV-PARCELA              PIC 9(003).
           05  MOV-QTDE-PARCELAS        PIC 9(003).
           05  MOV-VALOR-DESCONTADO     PIC 9(013)V99.
           05  MOV-SALDO-DEVEDOR        PIC 9(013)V99.
           05  MOV-COMPETENCIA          PIC X(007).

      *    REPASSE MENSAL DAS PARCELAS DESCONTADAS A CADA BANCO CREDOR
       FD  ARQ-REPASSE.
       01  REG-REPASSE                  PIC X(100).

       FD  ARQ-REL-CONSIGNADO.
       01  REG-REL-CONSIGNADO           PIC X(132).

      *    CLASSIFICACAO DO MOVIMENTO POR BANCO CREDOR E CONTRATO; A
      *    CLASSE SEPARA O DESCONTO DA FOLHA (F) DO ENCERRAMENTO NA
      *    RESCISAO (R), E A SEQUENCIA DE LEITURA DEIXA POR ULTIMO O
      *    CALCULO MAIS RECENTE DE CADA UM (RECALCULO NO MESMO CICLO)
       SD  SRT-CONSIGNADO.
       01  SRT-REG-CONSIGNADO.
           05  SRT-BANCO                PIC 9(003).
           05  SRT-MATRICULA            PIC 9(006).
           05  SRT-CONTRATO             PIC X(020).
           05  SRT-CLASSE               PIC X(001).
           05  SRT-SEQUENCIA            PIC 9(007).
           05  SRT-NOME                 PIC X(030).
           05  SRT-NOME-CREDOR          PIC X(030).
           05  SRT-OCORRENCIA           PIC X(001).
           05  SRT-PARCELA              PIC 9(003).
           05  SRT-QTDE-PARCELAS        PIC 9(003).
           05  SRT-VALOR-DESCONTADO     PIC 9(013)V99.
           05  SRT-SALDO-DEVEDOR        PIC 9(013)V99.

       FD  ARQ-PENSOES.
       COPY CPPENSAO.

      *    MOVIMENTO DE PENSAO DO CICLO (ACUMULADO COMO O ARQUIVO DE
      *    SAIDA), BASE DOS CREDITOS AOS BENEFICIARIOS NA REMESSA
       FD  ARQ-MOV-PENSAO.
       COPY CPPENMOV.

      *    HISTORICO ACUMULATIVO DAS PENSOES DESCONTADAS (MESMO LEIAUTE
      *    DO MOVIMENTO), BASE DO INFORME ANUAL DE RENDIMENTOS
       FD  ARQ-HIST-PENSAO.
       01  REG-HIST-PENSAO              PIC X(168).

      *    CONTROLE DOS PERIODOS AQUISITIVOS DE FERIAS (SO CONSULTA),
      *    DE ONDE O MODO DE FERIAS TIRA O PERIODO E A DOBRA
       FD  ARQ-CONTROLE-FERIAS.
       COPY CPFERCTL.

      *    ACORDOS DE BANCO DE HORAS (SO CONSULTA) E O SALDO DO BANCO
      *    POR MES DE ACUMULO, CREDITADO E PAGO PELA FOLHA
       FD  ARQ-ACORDOS-BH.
       COPY CPACORBH.

       FD  ARQ-BANCO-HORAS.
       COPY CPBCOHOR.

      *    ARQUIVOS DE TRABALHO DO LOTE, RECRIADOS A CADA EXECUCAO E
      *    CONSULTADOS PELA CHAVE: OS DESCONTOS VARIAVEIS E OS
      *    AFASTAMENTOS DO MES, AS BASES DO DISSIDIO E OS VALES JA
      *    PAGOS AGREGADOS DA TRILHA, E OS TOTAIS POR CENTRO DE CUSTO.
      *    O VOLUME FICA LIMITADO SO PELOS PROPRIOS ARQUIVOS
      *
      *    DESCONTOS VARIAVEIS PELA MATRICULA E ORDEM DE LEITURA DO
      *    DESCVAR (UMA MATRICULA PODE TER VARIOS DESCONTOS NO MES)
       FD  ARQ-TRB-DESCONTOS.
       01  REG-TRB-DESCONTO.
           05  TDS-CHAVE.
               10  TDS-MATRICULA        PIC 9(006).
               10  TDS-SEQUENCIA        PIC 9(007).
           05  TDS-CODIGO               PIC X(003).
           05  TDS-DESCRICAO            PIC X(020).
           05  TDS-TIPO                 PIC X(001).
           05  TDS-VALOR                PIC 9(011)V99.
           05  TDS-VALOR-CALC           PIC 9(013)V99.

       FD  ARQ-TRB-AFASTAMENTOS.
       01  REG-TRB-AFASTAMENTO.
           05  TAF-MATRICULA            PIC 9(006).
           05  TAF-TIPO                 PIC X(001).
           05  TAF-DIAS                 PIC 9(002).

      *    BASES DAS COMPETENCIAS ATINGIDAS PELO DISSIDIO
       FD  ARQ-TRB-DISSIDIO.
       01  REG-TRB-DISSIDIO.
           05  TDI-MATRICULA            PIC 9(006).
           05  TDI-SOMA-BASE            PIC 9(013)V99.
           05  TDI-QTDE-COMP            PIC 9(004).
      *    PARCELA DAS BASES AUDITADAS QUE CORRESPONDE AOS ADICIONAIS
           05  TDI-SOMA-ADIC            PIC 9(013)V99.

      *    VALES (MODO 8) JA PAGOS NA COMPETENCIA DO CARTAO
       FD  ARQ-TRB-ADIANTAMENTOS.
       01  REG-TRB-ADIANTAMENTO.
           05  TAD-MATRICULA            PIC 9(006).
           05  TAD-SOMA-PAGA            PIC 9(013)V99.

      *    TOTAIS DO LOTE POR CENTRO DE CUSTO, PARA O RELATORIO
      *    GERENCIAL DE FECHAMENTO (UM REGISTRO POR DEPARTAMENTO)
       FD  ARQ-TRB-CENTRO-CUSTO.
       01  REG-TRB-CENTRO-CUSTO.
           05  TCC-CODIGO               PIC 9(004).
           05  TCC-QTD-PROC             PIC 9(005).
           05  TCC-QTD-REJ              PIC 9(005).
           05  TCC-SOMA-BRUTO           PIC 9(013)V99.
           05  TCC-SOMA-EXTRAS          PIC 9(013)V99.
           05  TCC-SOMA-IRRF            PIC 9(013)V99.
           05  TCC-SOMA-INSS            PIC 9(013)V99.
           05  TCC-SOMA-FGTS            PIC 9(013)V99.
           05  TCC-SOMA-PATRONAL        PIC 9(013)V99.
           05  TCC-SOMA-LIQUIDO         PIC 9(013)V99.

       FD  ARQ-AUDITORIA.
       COPY CPAUDIT.

      *    PELO RH E REPROCESSAMENTO SO DESSAS MATRICULAS
       FD  ARQ-REJEITADOS.
       01  REG-REJEITADO.
           05  REJ-DADOS-EMPREGADO      PIC X(125).
           05  REJ-MODO-ORIGEM          PIC X(001).
           05  REJ-MOTIVO-CODIGO        PIC 9(002).
           05  REJ-MOTIVO-DESC          PIC X(040).
               10  CART-INI-ANO         PIC 9(004).

      *    ULTIMA COMPETENCIA PROCESSADA COM SUCESSO E QUANTIDADE DE
      *    DETALHES DO CICLO JA COBERTOS POR REMESSA TRANSMITIDA,
      *    E QUANTIDADE DE MOVIMENTOS DE PENSAO JA CREDITADOS
       FD  ARQ-ULTCOMP.
       01  REG-ULTCOMP.
           05  ULT-COMPETENCIA          PIC X(007).
           05  ULT-DETALHES-TRANSMITIDOS PIC 9(006).
           05  ULT-PENSOES-TRANSMITIDAS PIC 9(006).

      *    DESCONTOS VARIAVEIS DO MES, UM REGISTRO POR MATRICULA E
      *    TIPO DE DESCONTO (VALOR FIXO OU PERCENTUAL SOBRE O BRUTO)
           05  WS-COMP-ANO             PIC 9(004).
       01  WS-CART-MATRICULA           PIC 9(006)     VALUE ZEROS.

      *    DESCONTOS VARIAVEIS DO MES COPIADOS NA INICIALIZACAO PARA
      *    O ARQUIVO DE TRABALHO (TRBDESC) E LIDOS PELA MATRICULA NO
      *    CALCULO REGULAR
       01  WS-FS-DESCONTOS             PIC X(002)     VALUE '00'.
       01  WS-FS-TRB-DESCONTOS         PIC X(002)     VALUE '00'.
       01  WS-FIM-ARQ-DESCONTOS        PIC X(001)     VALUE 'N'.
           88  FIM-ARQ-DESCONTOS                       VALUE 'S'.
       01  WS-FIM-DESCONTOS-MATRIC     PIC X(001)     VALUE 'N'.
           88  FIM-DESCONTOS-MATRICULA                 VALUE 'S'.
       01  WS-DSC-QTDE-CARREGADOS      PIC 9(007)     VALUE ZEROS.
       01  WS-DESCONTOS-VARIAVEIS      PIC 9(013)V99  VALUE ZEROS.

      *    AFASTAMENTOS DA COMPETENCIA COPIADOS NA INICIALIZACAO PARA
      *    O ARQUIVO DE TRABALHO (TRBAFAST, ARQUIVO DE ENTRADA
      *    OPCIONAL, COMO O DESCVAR) E LIDOS PELA MATRICULA NO CALCULO
      *    REGULAR: O SALARIO DO MES PASSA A SER PROPORCIONAL AOS DIAS
      *    DEVIDOS ANTES DOS DEMAIS CALCULOS (HORAS EXTRAS, INSS, IRRF
      *    E FGTS)
       01  WS-FS-AFASTAMENTOS          PIC X(002)     VALUE '00'.
       01  WS-FS-TRB-AFASTAMENTOS      PIC X(002)     VALUE '00'.
       01  WS-FIM-ARQ-AFASTAMENTOS     PIC X(001)     VALUE 'N'.
           88  FIM-ARQ-AFASTAMENTOS                    VALUE 'S'.
       01  WS-AFA-QTDE-CARREGADOS      PIC 9(007)     VALUE ZEROS.
       01  WS-FLAG-AFASTAMENTO         PIC X(001)     VALUE 'N'.
           88  AFASTAMENTO-ACHADO                      VALUE 'S'.
       01  WS-DIAS-CONSIDERADOS        PIC 9(002)     VALUE 30.
       01  WS-SALARIO-INTEGRAL         PIC 9(013)V99  VALUE ZEROS.
      *    O AFASTAMENTO PREVIDENCIARIO SUSPENDE O PAGAMENTO DOS DIAS
       01  WS-FLAG-AFAST-PREV          PIC X(001)     VALUE 'N'.
           88  AFASTADO-PREVIDENCIARIO                 VALUE 'S'.

      *    CONTRATOS DE EMPRESTIMO CONSIGNADO (CADASTRO OPCIONAL): A
      *    PARCELA DE CADA CONTRATO ATIVO E DESCONTADA NA FOLHA REGULAR
      *    ENQUANTO COUBER NA MARGEM CONSIGNAVEL (35% DO LIQUIDO APOS
      *    OS DESCONTOS LEGAIS); O QUE NAO COUBER FICA SUSPENSO NO MES
       01  WS-FS-CONSIGNADOS           PIC X(002)     VALUE '00'.
       01  WS-FS-MOV-CONSIGNADO        PIC X(002)     VALUE '00'.
       01  WS-FS-REPASSE               PIC X(002)     VALUE '00'.
       01  WS-FS-REL-CONSIGNADO        PIC X(002)     VALUE '00'.
       01  WS-FLAG-CONSIGNADOS         PIC X(001)     VALUE 'N'.
           88  CONSIGNADOS-ABERTOS                     VALUE 'S'.
       01  WS-FIM-CONTRATOS-MATRIC     PIC X(001)     VALUE 'N'.
           88  FIM-CONTRATOS-MATRICULA                 VALUE 'S'.
       01  WS-ALIQ-MARGEM-CONSIG       PIC 9(001)V99  VALUE 0,35.
       01  WS-CSG-MARGEM-DISPONIVEL    PIC 9(013)V99  VALUE ZEROS.
       01  WS-CONSIGNADOS-DESCONTADOS  PIC 9(013)V99  VALUE ZEROS.
       01  WS-CSG-OCORRENCIA           PIC X(001)     VALUE SPACES.
       01  WS-CSG-SALDO-DEVEDOR        PIC 9(013)V99  VALUE ZEROS.
      *    CONTRATOS DA MATRICULA ATUAL, PARA AS LINHAS DO HOLERITE E
      *    DO TERMO DE RESCISAO
       01  WS-CSG-HOL-MAX-ENTRADAS     PIC 9(002)     VALUE 20.
       01  WS-CSG-HOL-QTDE             PIC 9(002)     VALUE ZEROS.
       01  WS-CSG-HOL-IND              PIC 9(002)     VALUE ZEROS.
       01  WS-TAB-CSG-HOLERITE.
           05  WS-CSG-HOL-ENTRADA      OCCURS 20 TIMES.
               10  WS-CSG-HOL-BANCO    PIC 9(003).
               10  WS-CSG-HOL-CONTRATO PIC X(020).
               10  WS-CSG-HOL-OCORR    PIC X(001).
               10  WS-CSG-HOL-PARCELA  PIC 9(003).
               10  WS-CSG-HOL-QTDE-PARC PIC 9(003).
               10  WS-CSG-HOL-VALOR    PIC 9(013)V99.
               10  WS-CSG-HOL-SALDO    PIC 9(013)V99.
      *    REPASSE POR BANCO CREDOR E RELATORIO DE CONTRATOS, GERADOS
      *    NO FECHAMENTO A PARTIR DO MOVIMENTO DO CICLO INTEIRO
       01  WS-FIM-ARQ-MOV-CONSIG       PIC X(001)     VALUE 'N'.
           88  FIM-ARQ-MOV-CONSIGNADO                  VALUE 'S'.
       01  WS-FIM-SRT-CONSIG           PIC X(001)     VALUE 'N'.
           88  FIM-SRT-CONSIGNADO                      VALUE 'S'.
       01  WS-SRT-SEQUENCIA            PIC 9(007)     VALUE ZEROS.
       01  WS-CSG-RETIDO               PIC X(001)     VALUE 'N'.
           88  CSG-HA-RETIDO                           VALUE 'S'.
       01  WS-CSG-REG-RETIDO.
           05  WS-RET-BANCO            PIC 9(003).
           05  WS-RET-MATRICULA        PIC 9(006).
           05  WS-RET-CONTRATO         PIC X(020).
           05  WS-RET-CLASSE           PIC X(001).
           05  WS-RET-SEQUENCIA        PIC 9(007).
           05  WS-RET-NOME             PIC X(030).
           05  WS-RET-NOME-CREDOR      PIC X(030).
           05  WS-RET-OCORRENCIA       PIC X(001).
           05  WS-RET-PARCELA          PIC 9(003).
           05  WS-RET-QTDE-PARCELAS    PIC 9(003).
           05  WS-RET-VALOR            PIC 9(013)V99.
           05  WS-RET-SALDO            PIC 9(013)V99.
       01  WS-REP-BANCO-ATUAL          PIC 9(003)     VALUE ZEROS.
       01  WS-REP-BANCO-ABERTO         PIC X(001)     VALUE 'N'.
           88  REPASSE-BANCO-ABERTO                    VALUE 'S'.
       01  WS-REP-QTDE-BANCO           PIC 9(006)     VALUE ZEROS.
       01  WS-REP-SOMA-BANCO           PIC 9(013)V99  VALUE ZEROS.
       01  WS-REP-QTDE-BANCOS          PIC 9(006)     VALUE ZEROS.
       01  WS-REP-SOMA-GERAL           PIC 9(013)V99  VALUE ZEROS.
       01  WS-RCS-QTDE-QUITADOS        PIC 9(006)     VALUE ZEROS.
       01  WS-RCS-QTDE-SUSPENSOS       PIC 9(006)     VALUE ZEROS.
       01  WS-RCS-QTDE-RESCISAO        PIC 9(006)     VALUE ZEROS.
       01  WS-RCS-SOMA-SALDO-RESCISAO  PIC 9(013)V99  VALUE ZEROS.
       01  WS-RCS-DESC-OCORRENCIA      PIC X(024)     VALUE SPACES.
       01  WS-SALDO-EDITADO            PIC Z(11)9,99  VALUE ZEROS.
       01  WS-REP-HEADER.
           05  FILLER                  PIC X(001)     VALUE 'H'.
           05  WS-REP-HDR-BANCO        PIC 9(003)     VALUE ZEROS.
           05  WS-REP-HDR-CREDOR       PIC X(030)     VALUE SPACES.
           05  WS-REP-HDR-COMPETENCIA  PIC X(007)     VALUE SPACES.
           05  WS-REP-HDR-DATA         PIC 9(008)     VALUE ZEROS.
           05  FILLER                  PIC X(051)     VALUE SPACES.
       01  WS-REP-DETALHE.
           05  FILLER                  PIC X(001)     VALUE 'D'.
           05  WS-REP-DET-BANCO        PIC 9(003)     VALUE ZEROS.
           05  WS-REP-DET-MATRICULA    PIC 9(006)     VALUE ZEROS.
           05  WS-REP-DET-NOME         PIC X(030)     VALUE SPACES.
           05  WS-REP-DET-CONTRATO     PIC X(020)     VALUE SPACES.
           05  WS-REP-DET-PARCELA      PIC 9(003)     VALUE ZEROS.
           05  WS-REP-DET-QTDE         PIC 9(003)     VALUE ZEROS.
           05  WS-REP-DET-VALOR        PIC 9(013)V99  VALUE ZEROS.
           05  FILLER                  PIC X(019)     VALUE SPACES.
       01  WS-REP-TRAILER.
           05  FILLER                  PIC X(001)     VALUE 'T'.
           05  WS-REP-TRL-BANCO        PIC 9(003)     VALUE ZEROS.
           05  WS-REP-TRL-QTDE         PIC 9(006)     VALUE ZEROS.
           05  WS-REP-TRL-SOMA         PIC 9(013)V99  VALUE ZEROS.
           05  FILLER                  PIC X(075)     VALUE SPACES.

      *    PENSAO ALIMENTICIA POR DECISAO JUDICIAL (CADASTRO OPCIONAL):
      *    CALCULADA EM CADA MODO SOBRE OS RENDIMENTOS DO CALCULO
      *    DEDUZIDO O INSS, DEDUZIDA DA BASE DO IRRF, DESCONTADA DO
      *    LIQUIDO ANTES DOS DEMAIS DESCONTOS E CREDITADA A CADA
      *    BENEFICIARIO NA REMESSA DO CICLO
       01  WS-FS-PENSOES               PIC X(002)     VALUE '00'.
       01  WS-FS-MOV-PENSAO            PIC X(002)     VALUE '00'.
       01  WS-FS-HIST-PENSAO           PIC X(002)     VALUE '00'.
       01  WS-FLAG-PENSOES             PIC X(001)     VALUE 'N'.
           88  PENSOES-ABERTAS                         VALUE 'S'.
       01  WS-FIM-PENSOES-MATRIC       PIC X(001)     VALUE 'N'.
           88  FIM-PENSOES-MATRICULA                   VALUE 'S'.
      *    BASES INFORMADAS POR CADA MODO, JA DEDUZIDO O INSS: A BASE
      *    COMUM A TODA PENSAO, A PARCELA DO 13O E A PARCELA DE FERIAS
      *    (SO ENTRAM PARA O BENEFICIARIO CUJA DECISAO AS ALCANCA) E O
      *    LIMITE DO QUE PODE SER DESCONTADO DO LIQUIDO DO MODO
       01  WS-PEN-BASE-CALCULO         PIC 9(013)V99  VALUE ZEROS.
       01  WS-PEN-BASE-13              PIC 9(013)V99  VALUE ZEROS.
       01  WS-PEN-BASE-FERIAS          PIC 9(013)V99  VALUE ZEROS.
       01  WS-PEN-LIMITE               PIC 9(013)V99  VALUE ZEROS.
       01  WS-PEN-BASE-BENEF           PIC 9(013)V99  VALUE ZEROS.
       01  WS-PEN-VALOR                PIC 9(013)V99  VALUE ZEROS.
       01  WS-PENSAO-TOTAL             PIC 9(013)V99  VALUE ZEROS.
      *    BENEFICIARIOS DA MATRICULA ATUAL, PARA AS LINHAS DO HOLERITE
      *    E DO TERMO DE RESCISAO
       01  WS-PEN-HOL-MAX-ENTRADAS     PIC 9(002)     VALUE 10.
       01  WS-PEN-HOL-QTDE             PIC 9(002)     VALUE ZEROS.
       01  WS-PEN-HOL-IND              PIC 9(002)     VALUE ZEROS.
       01  WS-TAB-PEN-HOLERITE.
           05  WS-PEN-HOL-ENTRADA      OCCURS 10 TIMES.
               10  WS-PEN-HOL-NOME     PIC X(030).
               10  WS-PEN-HOL-VALOR    PIC 9(013)V99.
      *    CREDITOS AOS BENEFICIARIOS NA REMESSA, A PARTIR DO MOVIMENTO
      *    DE PENSAO DO CICLO; SO FICAM FORA OS MOVIMENTOS JA COBERTOS
      *    POR REMESSA TRANSMITIDA (QUANTIDADE PERSISTIDA NO ULTCOMP)
       01  WS-FIM-ARQ-MOV-PEN          PIC X(001)     VALUE 'N'.
           88  FIM-ARQ-MOV-PENSAO                      VALUE 'S'.
       01  WS-CTL-QTDE-PENSOES         PIC 9(006)     VALUE ZEROS.
       01  WS-REM-PENSOES-PULAR        PIC 9(006)     VALUE ZEROS.
       01  WS-REM-QTDE-PENSOES         PIC 9(006)     VALUE ZEROS.
       01  WS-REM-SOMA-PENSOES         PIC 9(013)V99  VALUE ZEROS.

      *    CONTADORES DOS TRAILERS DE CONTROLE DAS SAIDAS DO CICLO
       01  WS-FGTS-QTDE-GUIAS          PIC 9(006)     VALUE ZEROS.
       01  WS-CTL-QTDE-DETALHES        PIC 9(006)     VALUE ZEROS.
           05  WS-REM-TRL-SOMA          PIC 9(013)V99  VALUE ZEROS.
           05  FILLER                   PIC X(058)     VALUE SPACES.

      *    TOTALIZACAO DO LOTE POR CENTRO DE CUSTO NO ARQUIVO DE
      *    TRABALHO (TRBCCUST), PARA O RELATORIO GERENCIAL DE
      *    FECHAMENTO, EM ORDEM DE CENTRO DE CUSTO
       01  WS-FS-RELATORIO              PIC X(002)     VALUE '00'.
       01  WS-FS-TRB-CENTRO-CUSTO       PIC X(002)     VALUE '00'.
       01  WS-FIM-TRB-CENTRO-CUSTO      PIC X(001)     VALUE 'N'.
           88  FIM-TRB-CENTRO-CUSTO                     VALUE 'S'.
       01  WS-FLAG-CENTRO-CUSTO         PIC X(001)     VALUE 'N'.
           88  CENTRO-CUSTO-ACHADO                      VALUE 'S'.
       01  WS-TOT-QTD-PROC              PIC 9(005)     VALUE ZEROS.
       01  WS-TOT-QTD-REJ               PIC 9(005)     VALUE ZEROS.
       01  WS-TOT-SOMA-BRUTO            PIC 9(013)V99  VALUE ZEROS.
       01  WS-NUM-DEPENDENTES          PIC 9(002)     VALUE ZEROS.
       01  WS-IRRF-RENDIMENTO          PIC 9(013)V99  VALUE ZEROS.
       01  WS-IRRF-INSS-DEDUTIVEL      PIC 9(013)V99  VALUE ZEROS.
       01  WS-IRRF-PENSAO-DEDUTIVEL    PIC 9(013)V99  VALUE ZEROS.
       01  WS-IRRF-DEDUCAO-TOTAL       PIC 9(013)V99  VALUE ZEROS.
       01  WS-IRRF-BASE-USADA          PIC 9(013)V99  VALUE ZEROS.
       01  WS-IRRF-CALCULADO           PIC 9(013)V99  VALUE ZEROS.
           88  MODO-REPROCESSO                          VALUE '5'.
           88  MODO-RECALCULO                           VALUE '6'.
           88  MODO-DISSIDIO                            VALUE '7'.
           88  MODO-ADIANTAMENTO                        VALUE '8'.

      *    SITUACAO DO CADASTRO FRENTE AO MODO: O DESLIGADO PERMANECE
      *    NO MESTRE, MAS SO A RESCISAO DA COMPETENCIA DO DESLIGAMENTO
      *    O CALCULA; O ATIVO NAO ENTRA NA RESCISAO
       01  WS-FLAG-FORA-DO-MODO        PIC X(001)     VALUE 'N'.
           88  SITUACAO-FORA-DO-MODO                   VALUE 'S'.
       01  WS-TEXTO-SITUACAO           PIC X(040)     VALUE SPACES.
       01  WS-DESLIG-AAAAMM            PIC 9(006)     VALUE ZEROS.

      *    DIFERENCAS RETROATIVAS DE DISSIDIO COLETIVO: AS BASES DAS
      *    COMPETENCIAS ATINGIDAS (DA VIGENCIA ATE A COMPETENCIA
       01  WS-AUD-ANO                  PIC 9(004)     VALUE ZEROS.
       01  WS-FIM-ARQ-AUDIT            PIC X(001)     VALUE 'N'.
           88  FIM-ARQ-AUDIT-LEITURA                   VALUE 'S'.
      *    AS BASES AGREGADAS FICAM NO ARQUIVO DE TRABALHO (TRBDISS),
      *    QUE DIRIGE O PROCESSAMENTO DO DISSIDIO EM ORDEM DE MATRICULA
       01  WS-FS-TRB-DISSIDIO          PIC X(002)     VALUE '00'.
       01  WS-FIM-TRB-DISSIDIO         PIC X(001)     VALUE 'N'.
           88  FIM-TRB-DISSIDIO                        VALUE 'S'.
       01  WS-DIS-QTDE-MATRICULAS      PIC 9(007)     VALUE ZEROS.
       01  WS-DIS-DIFERENCA-BRUTA      PIC 9(013)V99  VALUE ZEROS.
       01  WS-DIS-DIFERENCA-ADIC       PIC 9(013)V99  VALUE ZEROS.
       01  WS-DIS-INSS                 PIC 9(013)V99  VALUE ZEROS.
       01  WS-DIS-IRRF                 PIC 9(013)V99  VALUE ZEROS.
       01  WS-DIS-LIQUIDO              PIC 9(013)V99  VALUE ZEROS.
       01  WS-PCT-DISSIDIO-EDITADO     PIC ZZ9,99     VALUE ZEROS.

      *    ADIANTAMENTO QUINZENAL (VALE): PERCENTUAL DO SALARIO DO MES
      *    (DO CARTAO DE CONTROLE OU, EM BRANCO, O PADRAO DA EMPRESA),
      *    PROPORCIONAL AOS DIAS DEVIDOS PELOS AFASTAMENTOS JA
      *    CONHECIDOS; OS VALES PAGOS NA COMPETENCIA SAO LIDOS DA
      *    TRILHA DE AUDITORIA E AGREGADOS POR MATRICULA, PARA A
      *    COMPENSACAO NA FOLHA REGULAR E PARA NAO PAGAR O VALE DUAS
      *    VEZES NA MESMA COMPETENCIA
       01  WS-PCT-ADIANTAMENTO         PIC 9(003)V99  VALUE ZEROS.
       01  WS-PCT-ADIANT-PADRAO        PIC 9(003)V99  VALUE 40,00.
       01  WS-PCT-ADIANT-EDITADO       PIC ZZ9,99     VALUE ZEROS.
       01  WS-ADT-VALOR                PIC 9(013)V99  VALUE ZEROS.
       01  WS-ADT-VALOR-PAGO           PIC 9(013)V99  VALUE ZEROS.
       01  WS-ADT-COMPENSADO           PIC 9(013)V99  VALUE ZEROS.
       01  WS-FLAG-VALE-PAGO           PIC X(001)     VALUE 'N'.
           88  VALE-JA-PAGO                            VALUE 'S'.
      *    OS VALES AGREGADOS FICAM NO ARQUIVO DE TRABALHO (TRBVALE)
       01  WS-FS-TRB-ADIANTAMENTOS     PIC X(002)     VALUE '00'.
       01  WS-FLAG-TRB-ADIANTAMENTOS   PIC X(001)     VALUE 'N'.
           88  TRB-ADIANTAMENTOS-ABERTO                VALUE 'S'.
       01  WS-ADT-QTDE-MATRICULAS      PIC 9(007)     VALUE ZEROS.

      *    CALCULO DO DECIMO TERCEIRO SALARIO (PRIMEIRA/SEGUNDA PARC.)
       01  WS-MESES-TRABALHADOS         PIC 9(002)     VALUE ZEROS.
       01  WS-13-BASE                   PIC 9(013)V99  VALUE ZEROS.
       01  WS-FERIAS-IMPOSTO-RENDA       PIC 9(013)V99  VALUE ZEROS.
       01  WS-FERIAS-INSS                 PIC 9(013)V99  VALUE ZEROS.
       01  WS-FERIAS-LIQUIDO              PIC 9(013)V99  VALUE ZEROS.
      *    PERIODO AQUISITIVO DAS FERIAS NO CONTROLE (ARQUIVO OPCIONAL)
      *    E A DOBRA DEVIDA QUANDO O LIMITE DE CONCESSAO JA PASSOU: A
      *    DOBRA E O SEU TERCO TEM NATUREZA INDENIZATORIA E FICAM FORA
      *    DA BASE DO INSS
       01  WS-FS-CONTROLE-FERIAS         PIC X(002)     VALUE '00'.
       01  WS-FLAG-CONTROLE-FERIAS       PIC X(001)     VALUE 'N'.
           88  CONTROLE-FERIAS-ABERTO                    VALUE 'S'.
       01  WS-FIM-PERIODOS-MATRIC        PIC X(001)     VALUE 'N'.
           88  FIM-PERIODOS-MATRICULA                    VALUE 'S'.
       01  WS-FLAG-PERIODO-FERIAS        PIC X(001)     VALUE 'N'.
           88  PERIODO-FERIAS-ACHADO                     VALUE 'S'.
       01  WS-FLAG-FERIAS-DOBRO          PIC X(001)     VALUE 'N'.
           88  FERIAS-EM-DOBRO                           VALUE 'S'.
       01  WS-FER-PRIMEIRO-DIA-COMP      PIC 9(008)     VALUE ZEROS.
       01  WS-FER-LIMITE-CONCESSAO       PIC 9(008)     VALUE ZEROS.
       01  WS-FER-INICIO-AQUISITIVO      PIC 9(008)     VALUE ZEROS.
       01  WS-FER-INICIO-R REDEFINES WS-FER-INICIO-AQUISITIVO.
           05  WS-FER-INICIO-ANO         PIC 9(004).
           05  WS-FER-INICIO-MES         PIC 9(002).
           05  WS-FER-INICIO-DIA         PIC 9(002).
       01  WS-FER-FIM-AQUISITIVO         PIC 9(008)     VALUE ZEROS.
       01  WS-FER-FIM-R REDEFINES WS-FER-FIM-AQUISITIVO.
           05  WS-FER-FIM-ANO            PIC 9(004).
           05  WS-FER-FIM-MES            PIC 9(002).
           05  WS-FER-FIM-DIA            PIC 9(002).
       01  WS-FERIAS-DOBRA               PIC 9(013)V99  VALUE ZEROS.
       01  WS-FERIAS-TERCO-SIMPLES       PIC 9(013)V99  VALUE ZEROS.
       01  WS-FERIAS-TERCO-DOBRA         PIC 9(013)V99  VALUE ZEROS.

      *    CALCULO DA RESCISAO (VERBAS RESCISORIAS DO DESLIGAMENTO)
       01  WS-RESC-SALDO-SALARIO         PIC 9(013)V99  VALUE ZEROS.
       01  WS-ALIQ-HEXTRA-NORMAL         PIC 9(001)V99  VALUE 1,50.
       01  WS-ALIQ-HEXTRA-DSR            PIC 9(001)V99  VALUE 2,00.

      *    BANCO DE HORAS: ACORDOS POR CENTRO DE CUSTO OU MATRICULA E
      *    SALDO POR MES DE ACUMULO (CADASTROS OPCIONAIS). NO BANCO AS
      *    HORAS EXTRAS DO MES SAO CREDITADAS EM VEZ DE PAGAS; O SALDO
      *    NAO COMPENSADO ATE O LIMITE E PAGO NA FOLHA REGULAR SEGUINTE
      *    E TODO O SALDO EM ABERTO NA RESCISAO, PELA HORA DO MES
       01  WS-FS-ACORDOS-BH              PIC X(002)     VALUE '00'.
       01  WS-FS-BANCO-HORAS             PIC X(002)     VALUE '00'.
       01  WS-FLAG-ACORDOS-BH            PIC X(001)     VALUE 'N'.
           88  ACORDOS-BH-ABERTOS                        VALUE 'S'.
       01  WS-FLAG-BANCO-HORAS           PIC X(001)     VALUE 'N'.
           88  BANCO-HORAS-ABERTO                        VALUE 'S'.
       01  WS-FLAG-ACORDO-BH             PIC X(001)     VALUE 'N'.
           88  ACORDO-BH-ACHADO                          VALUE 'S'.
       01  WS-FLAG-NO-BANCO              PIC X(001)     VALUE 'N'.
           88  MATRICULA-NO-BANCO                        VALUE 'S'.
       01  WS-FIM-SALDOS-MATRIC          PIC X(001)     VALUE 'N'.
           88  FIM-SALDOS-MATRICULA                      VALUE 'S'.
       01  WS-BH-PRAZO-PADRAO            PIC 9(002)     VALUE 06.
       01  WS-BH-PRAZO-MESES             PIC 9(002)     VALUE ZEROS.
       01  WS-BH-MESES-CORRIDOS          PIC 9(006)     VALUE ZEROS.
       01  WS-BH-LIMITE                  PIC 9(006)     VALUE ZEROS.
       01  WS-BH-LIMITE-R REDEFINES WS-BH-LIMITE.
           05  WS-BH-LIM-ANO             PIC 9(004).
           05  WS-BH-LIM-MES             PIC 9(002).
       01  WS-BH-CREDITO-NORMAIS         PIC 9(004)V99  VALUE ZEROS.
       01  WS-BH-CREDITO-DSR             PIC 9(004)V99  VALUE ZEROS.
       01  WS-BH-SALDO-NORMAIS           PIC 9(004)V99  VALUE ZEROS.
       01  WS-BH-SALDO-DSR               PIC 9(004)V99  VALUE ZEROS.
       01  WS-BH-PAGAS-NORMAIS           PIC 9(005)V99  VALUE ZEROS.
       01  WS-BH-PAGAS-DSR               PIC 9(005)V99  VALUE ZEROS.
       01  WS-BH-SALDO-ATUAL             PIC 9(005)V99  VALUE ZEROS.
       01  WS-BH-VALOR-PAGO              PIC 9(013)V99  VALUE ZEROS.

      *    ADICIONAIS DE INSALUBRIDADE (GRAU SOBRE O SALARIO MINIMO DA
      *    TABELA LEGAL), PERICULOSIDADE (SOBRE O SALARIO-BASE) E
      *    NOTURNO (SOBRE A HORA NORMAL, PELAS HORAS NOTURNAS DO MES).
      *    O VALOR MENSAL CHEIO E TAMBEM A MEDIA QUE REFLETE NO 13O,
      *    NAS FERIAS E NA RESCISAO; O VALOR PAGO E O DO CALCULO DO
      *    MODO (PROPORCIONAL AOS DIAS, MESES OU HORAS DE CADA VERBA)
       01  WS-ADIC-TIPO                  PIC X(001)     VALUE SPACES.
           88  ADIC-INSALUBRIDADE                       VALUE 'I'.
           88  ADIC-PERICULOSIDADE                      VALUE 'P'.
       01  WS-ADIC-GRAU                  PIC 9(001)     VALUE ZEROS.
       01  WS-HORAS-NOTURNAS             PIC 9(004)     VALUE ZEROS.
       01  WS-ADIC-SALARIO-BASE          PIC 9(013)V99  VALUE ZEROS.
       01  WS-ADIC-PCT-INSALUBRIDADE     PIC 9(001)V99  VALUE ZEROS.
       01  WS-ADIC-HORA-NORMAL           PIC 9(013)V999 VALUE ZEROS.
       01  WS-ADIC-INSAL-PERIC-MES       PIC 9(013)V99  VALUE ZEROS.
       01  WS-ADIC-NOTURNO-MES           PIC 9(013)V99  VALUE ZEROS.
       01  WS-ADIC-MENSAL                PIC 9(013)V99  VALUE ZEROS.
       01  WS-ADIC-INSAL-PERIC           PIC 9(013)V99  VALUE ZEROS.
       01  WS-ADIC-NOTURNO               PIC 9(013)V99  VALUE ZEROS.
       01  WS-ADICIONAIS                 PIC 9(013)V99  VALUE ZEROS.
       01  WS-ADIC-FATOR-MULT            PIC 9(004)     VALUE ZEROS.
       01  WS-ADIC-FATOR-DIV             PIC 9(004)     VALUE ZEROS.
       01  WS-ALIQ-INSAL-MINIMO          PIC 9(001)V99  VALUE 0,10.
       01  WS-ALIQ-INSAL-MEDIO           PIC 9(001)V99  VALUE 0,20.
       01  WS-ALIQ-INSAL-MAXIMO          PIC 9(001)V99  VALUE 0,40.
       01  WS-ALIQ-PERICULOSIDADE        PIC 9(001)V99  VALUE 0,30.
       01  WS-ALIQ-ADIC-NOTURNO          PIC 9(001)V99  VALUE 0,20.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.

               COMPUTE WS-INI-AAAAMM =
                       (WS-INI-ANO * 100) + WS-INI-MES
           END-IF
      *    O VALE NAO PODE PASSAR DO SALARIO DO MES; O REPROCESSO
      *    TAMBEM O CONFERE, POIS PODE RECALCULAR VALES REJEITADOS
           IF (MODO-ADIANTAMENTO OR MODO-REPROCESSO)
                   AND WS-PCT-ADIANTAMENTO > 100
               DISPLAY 'ERRO FATAL: PERCENTUAL DO ADIANTAMENTO ('
                       WS-PCT-ADIANTAMENTO ') ACIMA DE 100 NO '
                       'CARTAO DE CONTROLE'
               STOP RUN
           END-IF
      *    O CHECKPOINT SO E CONSULTADO QUANDO O CARTAO CONFIRMA QUE
      *    ESTA EXECUCAO E UM REINICIO APOS FALHA, E NAO UM LOTE NOVO
           IF EXECUCAO-RESTART
           ELSE
      *    CICLO COMECANDO DO ZERO: NENHUM DETALHE FOI TRANSMITIDO
               MOVE ZEROS TO WS-REM-DETALHES-PULAR
               MOVE ZEROS TO WS-REM-PENSOES-PULAR
               OPEN OUTPUT ARQ-SAIDA
               OPEN OUTPUT ARQ-HOLERITE
               OPEN OUTPUT ARQ-FGTS
           IF EXECUCAO-DISSIDIO
               PERFORM 1600-CARREGAR-BASES-DISSIDIO
           END-IF
      *    OS VALES JA PAGOS NA COMPETENCIA TAMBEM SAO LIDOS DA TRILHA
      *    ANTES DA REABERTURA: A FOLHA REGULAR OS COMPENSA NO LIQUIDO
      *    E UM NOVO ADIANTAMENTO NAO OS PAGA DE NOVO
           IF MODO-REGULAR OR MODO-ADIANTAMENTO OR EXECUCAO-REPROCESSO
               PERFORM 1800-CARREGAR-ADIANTAMENTOS
           END-IF
      *    A TRILHA DE AUDITORIA E ACUMULATIVA ENTRE EXECUCOES DO JOB
           OPEN EXTEND ARQ-AUDITORIA
           IF WS-FS-AUDITORIA NOT = '00'
      *    AFASTAMENTOS DA COMPETENCIA (ARQUIVO OPCIONAL), CASADOS
      *    COM A MATRICULA NO CALCULO REGULAR PARA O PROPORCIONAL
           PERFORM 1500-CARREGAR-AFASTAMENTOS
      *    TOTAIS DO LOTE POR CENTRO DE CUSTO, PARA O RELATORIO
      *    GERENCIAL DO FECHAMENTO
           PERFORM 1550-CRIAR-TOTAIS-CENTRO-CUSTO
      *    CONTRATOS CONSIGNADOS (CADASTRO OPCIONAL) E O MOVIMENTO DO
      *    CICLO, DE ONDE SAEM O REPASSE E O RELATORIO DE CONTRATOS
           PERFORM 1700-ABRIR-CONSIGNADOS
      *    BENEFICIARIOS DE PENSAO ALIMENTICIA (CADASTRO OPCIONAL), O
      *    MOVIMENTO DO CICLO E O HISTORICO PARA O INFORME ANUAL
           PERFORM 1900-ABRIR-PENSOES
      *    CONTROLE DE PERIODOS AQUISITIVOS (CADASTRO OPCIONAL), PARA
      *    AS FERIAS E PARA O REPROCESSO, QUE PODE RECALCULAR FERIAS
      *    REJEITADAS: DIZ SE O PERIODO GOZADO JA ESTA VENCIDO. O
      *    PRIMEIRO DIA DA COMPETENCIA, COM QUE O LIMITE DE CONCESSAO
      *    E COMPARADO, E MONTADO HAJA OU NAO O CONTROLE
           COMPUTE WS-FER-PRIMEIRO-DIA-COMP =
                   WS-COMP-AAAAMM * 100 + 1
           IF MODO-FERIAS OR EXECUCAO-REPROCESSO
               PERFORM 1950-ABRIR-CONTROLE-FERIAS
           END-IF
      *    BANCO DE HORAS (CADASTROS OPCIONAIS): A FOLHA REGULAR
      *    CREDITA AS HORAS DO MES E PAGA O SALDO VENCIDO, A RESCISAO
      *    PAGA O SALDO EM ABERTO
           IF MODO-REGULAR OR MODO-RESCISAO OR EXECUCAO-REPROCESSO
               PERFORM 1960-ABRIR-BANCO-HORAS
           END-IF
           DISPLAY 'INICIANDO PROCESSAMENTO EM LOTE DA FOLHA DE PAGTO'
      *    LE O PRIMEIRO REGISTRO PARA ALIMENTAR O LACO DE
      *    PROCESSAMENTO; O DISSIDIO E DIRIGIDO PELAS BASES AGREGADAS
      *    E LE O MESTRE SO POR ACESSO DIRETO A CADA MATRICULA
           IF NOT EXECUCAO-DISSIDIO
               PERFORM 1300-LER-PROXIMO-REGISTRO
           END-IF
           MOVE CART-COMP-INICIO TO WS-COMP-INICIO
           CLOSE ARQ-CARTAO
      *    NO CARTAO DO ADIANTAMENTO O MESMO CAMPO TRAZ O PERCENTUAL
      *    DO VALE; EM BRANCO, VALE O PERCENTUAL PADRAO DA EMPRESA
           IF WS-PCT-DISSIDIO = ZEROS
               MOVE WS-PCT-ADIANT-PADRAO TO WS-PCT-ADIANTAMENTO
           ELSE
               MOVE WS-PCT-DISSIDIO TO WS-PCT-ADIANTAMENTO
           END-IF
           IF NOT MODO-REGULAR AND NOT MODO-DECIMO-TERCEIRO
                   AND NOT MODO-FERIAS AND NOT MODO-RESCISAO
                   AND NOT MODO-REPROCESSO AND NOT MODO-RECALCULO
                   AND NOT MODO-DISSIDIO AND NOT MODO-ADIANTAMENTO
               DISPLAY 'ERRO FATAL: MODO DE PROCESSAMENTO INVALIDO ('
                       WS-MODO-PROCESSAMENTO ') NO CARTAO, INFORME '
                       '1 A 8'
               STOP RUN
           END-IF
      *    COMPETENCIA MM/AAAA VALIDADA ANTES DE QUALQUER PROCESSAMENTO
                   MOVE ULT-DETALHES-TRANSMITIDOS
                       TO WS-REM-DETALHES-PULAR
               END-IF
      *    IDEM PARA OS CREDITOS DE PENSAO AOS BENEFICIARIOS; O
      *    ULTCOMP ANTERIOR A PENSAO CHEGA SEM ESSA QUANTIDADE
               IF WS-FS-ULTCOMP = '00'
                       AND ULT-COMPETENCIA = WS-COMPETENCIA
                       AND ULT-PENSOES-TRANSMITIDAS NUMERIC
                   MOVE ULT-PENSOES-TRANSMITIDAS
                       TO WS-REM-PENSOES-PULAR
               END-IF
               CLOSE ARQ-ULTCOMP
           END-IF
           .
           EXIT.

      *******************************************************************
      *    COPIA OS DESCONTOS VARIAVEIS DO MES (ARQUIVO OPCIONAL) PARA  *
      *    O ARQUIVO DE TRABALHO, PELA MATRICULA                        *
      *******************************************************************
       1400-CARREGAR-DESCONTOS-VARIAVEIS SECTION.
           OPEN OUTPUT ARQ-TRB-DESCONTOS
           CLOSE ARQ-TRB-DESCONTOS
           OPEN I-O ARQ-TRB-DESCONTOS
           IF WS-FS-TRB-DESCONTOS NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO CRIAR O ARQUIVO DE '
                       'TRABALHO DOS DESCONTOS (TRBDESC), FILE STATUS '
                       WS-FS-TRB-DESCONTOS
               STOP RUN
           END-IF
           OPEN INPUT ARQ-DESCONTOS
           IF WS-FS-DESCONTOS NOT = '00'
               DISPLAY 'SEM DESCONTOS VARIAVEIS NESTE MES (DESCVAR '
                   UNTIL FIM-ARQ-DESCONTOS
               CLOSE ARQ-DESCONTOS
               DISPLAY 'DESCONTOS VARIAVEIS CARREGADOS: '
                       WS-DSC-QTDE-CARREGADOS
           END-IF
           .
       1400-CARREGAR-DESCONTOS-VARIAVEIS-FIM.
           EXIT.

      *******************************************************************
      *    LE UM DESCONTO VARIAVEL E O GRAVA NO ARQUIVO DE TRABALHO,    *
      *    NA ORDEM DE LEITURA DENTRO DA MATRICULA                      *
      *******************************************************************
       1410-LER-DESCONTO-VARIAVEL      SECTION.
           READ ARQ-DESCONTOS
               AT END
                   SET FIM-ARQ-DESCONTOS TO TRUE
               NOT AT END
                   IF DSC-TIPO NOT = 'V' AND DSC-TIPO NOT = 'P'
                       DISPLAY 'ERRO FATAL: TIPO DE DESCONTO '
                               'INVALIDO (' DSC-TIPO ') PARA A '
                               ', INFORME V (VALOR) OU P (PERCENTUAL)'
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-DSC-QTDE-CARREGADOS
                   MOVE DSC-MATRICULA          TO TDS-MATRICULA
                   MOVE WS-DSC-QTDE-CARREGADOS TO TDS-SEQUENCIA
                   MOVE DSC-CODIGO             TO TDS-CODIGO
                   MOVE DSC-DESCRICAO          TO TDS-DESCRICAO
                   MOVE DSC-TIPO               TO TDS-TIPO
                   MOVE DSC-VALOR              TO TDS-VALOR
                   MOVE ZEROS                  TO TDS-VALOR-CALC
                   WRITE REG-TRB-DESCONTO
                   IF WS-FS-TRB-DESCONTOS NOT = '00'
                       DISPLAY 'ERRO FATAL: FALHA AO GRAVAR O ARQUIVO '
                               'DE TRABALHO DOS DESCONTOS (TRBDESC), '
                               'FILE STATUS ' WS-FS-TRB-DESCONTOS
                       STOP RUN
                   END-IF
           END-READ
           .
       1410-LER-DESCONTO-VARIAVEL-FIM.
           EXIT.

      *******************************************************************
      *    COPIA OS AFASTAMENTOS DA COMPETENCIA (ARQUIVO OPCIONAL) PARA *
      *    O ARQUIVO DE TRABALHO, PELA MATRICULA                        *
      *******************************************************************
       1500-CARREGAR-AFASTAMENTOS      SECTION.
           OPEN OUTPUT ARQ-TRB-AFASTAMENTOS
           CLOSE ARQ-TRB-AFASTAMENTOS
           OPEN I-O ARQ-TRB-AFASTAMENTOS
           IF WS-FS-TRB-AFASTAMENTOS NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO CRIAR O ARQUIVO DE '
                       'TRABALHO DOS AFASTAMENTOS (TRBAFAST), FILE '
                       'STATUS ' WS-FS-TRB-AFASTAMENTOS
               STOP RUN
           END-IF
           OPEN INPUT ARQ-AFASTAMENTOS
           IF WS-FS-AFASTAMENTOS NOT = '00'
               DISPLAY 'SEM AFASTAMENTOS NESTE MES (AFASTMES AUSENTE)'
               PERFORM 1510-LER-AFASTAMENTO
                   UNTIL FIM-ARQ-AFASTAMENTOS
               CLOSE ARQ-AFASTAMENTOS
               DISPLAY 'AFASTAMENTOS CARREGADOS: '
                       WS-AFA-QTDE-CARREGADOS
           END-IF
           .
       1500-CARREGAR-AFASTAMENTOS-FIM.
           EXIT.

      *******************************************************************
      *    LE UM AFASTAMENTO E O GRAVA NO ARQUIVO DE TRABALHO; VALE O   *
      *    PRIMEIRO AFASTAMENTO INFORMADO PARA A MATRICULA              *
      *******************************************************************
       1510-LER-AFASTAMENTO            SECTION.
           READ ARQ-AFASTAMENTOS
               AT END
                   SET FIM-ARQ-AFASTAMENTOS TO TRUE
               NOT AT END
                   IF AFA-TIPO NOT = 'A' AND AFA-TIPO NOT = 'F'
                           AND AFA-TIPO NOT = 'P'
                       DISPLAY 'ERRO FATAL: TIPO DE AFASTAMENTO '
                               'MATRICULA ' AFA-MATRICULA
                       STOP RUN
                   END-IF
                   MOVE AFA-MATRICULA TO TAF-MATRICULA
                   MOVE AFA-TIPO      TO TAF-TIPO
                   MOVE AFA-DIAS      TO TAF-DIAS
                   WRITE REG-TRB-AFASTAMENTO
                       INVALID KEY
                           DISPLAY 'ATENCAO: AFASTAMENTO REPETIDO PARA '
                                   'A MATRICULA ' AFA-MATRICULA
                                   ', MANTIDO O PRIMEIRO INFORMADO'
                       NOT INVALID KEY
                           ADD 1 TO WS-AFA-QTDE-CARREGADOS
                   END-WRITE
                   IF WS-FS-TRB-AFASTAMENTOS NOT = '00'
                           AND WS-FS-TRB-AFASTAMENTOS NOT = '22'
                       DISPLAY 'ERRO FATAL: FALHA AO GRAVAR O ARQUIVO '
                               'DE TRABALHO DOS AFASTAMENTOS '
                               '(TRBAFAST), FILE STATUS '
                               WS-FS-TRB-AFASTAMENTOS
                       STOP RUN
                   END-IF
           END-READ
           .
       1510-LER-AFASTAMENTO-FIM.
           EXIT.

      *******************************************************************
      *    CRIA VAZIO O ARQUIVO DE TRABALHO DOS TOTAIS POR CENTRO DE    *
      *    CUSTO DO LOTE                                                *
      *******************************************************************
       1550-CRIAR-TOTAIS-CENTRO-CUSTO  SECTION.
           OPEN OUTPUT ARQ-TRB-CENTRO-CUSTO
           CLOSE ARQ-TRB-CENTRO-CUSTO
           OPEN I-O ARQ-TRB-CENTRO-CUSTO
           IF WS-FS-TRB-CENTRO-CUSTO NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO CRIAR O ARQUIVO DE '
                       'TRABALHO DOS CENTROS DE CUSTO (TRBCCUST), FILE '
                       'STATUS ' WS-FS-TRB-CENTRO-CUSTO
               STOP RUN
           END-IF
           .
       1550-CRIAR-TOTAIS-CENTRO-CUSTO-FIM.
           EXIT.

      *******************************************************************
      *    CARREGA DA TRILHA DE AUDITORIA AS BASES DE CALCULO DAS       *
      *    COMPETENCIAS ATINGIDAS PELO DISSIDIO (DO INICIO DA VIGENCIA  *
      *    MATRICULA                                                    *
      *******************************************************************
       1600-CARREGAR-BASES-DISSIDIO    SECTION.
           OPEN OUTPUT ARQ-TRB-DISSIDIO
           CLOSE ARQ-TRB-DISSIDIO
           OPEN I-O ARQ-TRB-DISSIDIO
           IF WS-FS-TRB-DISSIDIO NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO CRIAR O ARQUIVO DE '
                       'TRABALHO DO DISSIDIO (TRBDISS), FILE STATUS '
                       WS-FS-TRB-DISSIDIO
               STOP RUN
           END-IF
           OPEN INPUT ARQ-AUDITORIA
           IF WS-FS-AUDITORIA NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO ABRIR A TRILHA DE '
           PERFORM 1610-LER-BASE-DISSIDIO
               UNTIL FIM-ARQ-AUDIT-LEITURA
           CLOSE ARQ-AUDITORIA
           IF WS-DIS-QTDE-MATRICULAS = ZEROS
               DISPLAY 'ATENCAO: NENHUM CALCULO DA TRILHA ATINGIDO '
                       'PELO DISSIDIO A PARTIR DE ' WS-COMP-INICIO
           ELSE
               DISPLAY 'BASES DO DISSIDIO AGREGADAS PARA '
                       WS-DIS-QTDE-MATRICULAS ' MATRICULAS'
           END-IF
           .
       1600-CARREGAR-BASES-DISSIDIO-FIM.
           EXIT.

      *******************************************************************
      *    AGREGA A BASE AUDITADA NO REGISTRO DA MATRICULA NO ARQUIVO   *
      *    DE TRABALHO, INCLUINDO-O NA PRIMEIRA COMPETENCIA ATINGIDA    *
      *******************************************************************
       1620-AGREGAR-BASE-MATRICULA     SECTION.
           MOVE AUD-MATRICULA TO TDI-MATRICULA
           READ ARQ-TRB-DISSIDIO
               INVALID KEY
                   MOVE AUD-MATRICULA TO TDI-MATRICULA
                   MOVE ZEROS TO TDI-SOMA-BASE
                   MOVE ZEROS TO TDI-QTDE-COMP
                   MOVE ZEROS TO TDI-SOMA-ADIC
           END-READ
           ADD AUD-BASE-CALCULO TO TDI-SOMA-BASE
      *    REGISTROS DA TRILHA ANTERIORES AOS ADICIONAIS TRAZEM
      *    ESPACOS NO CAMPO E NAO TEM ADICIONAL A SEPARAR
           IF AUD-ADICIONAIS NUMERIC
               ADD AUD-ADICIONAIS TO TDI-SOMA-ADIC
           END-IF
           ADD 1 TO TDI-QTDE-COMP
           IF TDI-QTDE-COMP = 1
               WRITE REG-TRB-DISSIDIO
               ADD 1 TO WS-DIS-QTDE-MATRICULAS
           ELSE
               REWRITE REG-TRB-DISSIDIO
           END-IF
           IF WS-FS-TRB-DISSIDIO NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO GRAVAR O ARQUIVO DE '
                       'TRABALHO DO DISSIDIO (TRBDISS), FILE STATUS '
                       WS-FS-TRB-DISSIDIO
               STOP RUN
           END-IF
           .
       1620-AGREGAR-BASE-MATRICULA-FIM.
           EXIT.

      *******************************************************************
      *    ABRE O CADASTRO DE CONTRATOS CONSIGNADOS PARA ATUALIZACAO    *
      *    (ARQUIVO OPCIONAL) E O MOVIMENTO DOS CONTRATOS DO CICLO,     *
      *    ESTENDIDO NAS MESMAS CONDICOES DO ARQUIVO DE SAIDA           *
      *******************************************************************
       1700-ABRIR-CONSIGNADOS          SECTION.
           OPEN I-O ARQ-CONSIGNADOS
           IF WS-FS-CONSIGNADOS = '00'
               SET CONSIGNADOS-ABERTOS TO TRUE
           ELSE
               DISPLAY 'SEM CONTRATOS CONSIGNADOS (CONSIGNA AUSENTE), '
                       'FILE STATUS ' WS-FS-CONSIGNADOS
           END-IF
           IF CHECKPOINT-EXISTE OR ACUMULAR-SAIDA
               OPEN EXTEND ARQ-MOV-CONSIGNADO
               IF WS-FS-MOV-CONSIGNADO NOT = '00'
                   OPEN OUTPUT ARQ-MOV-CONSIGNADO
               END-IF
           ELSE
               OPEN OUTPUT ARQ-MOV-CONSIGNADO
           END-IF
           IF WS-FS-MOV-CONSIGNADO NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO ABRIR O MOVIMENTO DE '
                       'CONSIGNADOS (CONSMOV), FILE STATUS '
                       WS-FS-MOV-CONSIGNADO
               STOP RUN
           END-IF
           .
       1700-ABRIR-CONSIGNADOS-FIM.
           EXIT.

      *******************************************************************
      *    CARREGA DA TRILHA DE AUDITORIA OS VALES (MODO 8) JA PAGOS NA *
      *    COMPETENCIA DO CARTAO, SOMADOS POR MATRICULA; SEM TRILHA     *
      *    ANTERIOR NAO HA VALE A COMPENSAR                             *
      *******************************************************************
       1800-CARREGAR-ADIANTAMENTOS     SECTION.
           OPEN OUTPUT ARQ-TRB-ADIANTAMENTOS
           CLOSE ARQ-TRB-ADIANTAMENTOS
           OPEN I-O ARQ-TRB-ADIANTAMENTOS
           IF WS-FS-TRB-ADIANTAMENTOS NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO CRIAR O ARQUIVO DE '
                       'TRABALHO DOS VALES (TRBVALE), FILE STATUS '
                       WS-FS-TRB-ADIANTAMENTOS
               STOP RUN
           END-IF
           SET TRB-ADIANTAMENTOS-ABERTO TO TRUE
           OPEN INPUT ARQ-AUDITORIA
           IF WS-FS-AUDITORIA NOT = '00'
               DISPLAY 'SEM TRILHA DE AUDITORIA ANTERIOR (AUDITLOG), '
                       'NENHUM VALE PAGO NA COMPETENCIA'
           ELSE
               MOVE 'N' TO WS-FIM-ARQ-AUDIT
               PERFORM 1810-LER-ADIANTAMENTO
                   UNTIL FIM-ARQ-AUDIT-LEITURA
               CLOSE ARQ-AUDITORIA
               DISPLAY 'VALES PAGOS NA COMPETENCIA ' WS-COMPETENCIA
                       ': ' WS-ADT-QTDE-MATRICULAS ' MATRICULAS'
           END-IF
           .
       1800-CARREGAR-ADIANTAMENTOS-FIM.
           EXIT.

      *******************************************************************
      *    LE UM CALCULO DA TRILHA E, SE FOR VALE DA COMPETENCIA,       *
      *    SOMA O VALOR PAGO NA ENTRADA DA SUA MATRICULA                *
      *******************************************************************
       1810-LER-ADIANTAMENTO           SECTION.
           READ ARQ-AUDITORIA
               AT END
                   SET FIM-ARQ-AUDIT-LEITURA TO TRUE
               NOT AT END
                   IF AUD-MATRICULA NOT = 999999
                           AND AUD-MODO = '8'
                           AND AUD-COMPETENCIA = WS-COMPETENCIA
                       PERFORM 1820-AGREGAR-ADIANTAMENTO
                   END-IF
           END-READ
           .
       1810-LER-ADIANTAMENTO-FIM.
           EXIT.

      *******************************************************************
      *    SOMA O VALE NO REGISTRO DA MATRICULA NO ARQUIVO DE TRABALHO  *
      *******************************************************************
       1820-AGREGAR-ADIANTAMENTO       SECTION.
           MOVE AUD-MATRICULA TO TAD-MATRICULA
           READ ARQ-TRB-ADIANTAMENTOS
               INVALID KEY
                   MOVE AUD-MATRICULA       TO TAD-MATRICULA
                   MOVE AUD-SALARIO-LIQUIDO TO TAD-SOMA-PAGA
                   WRITE REG-TRB-ADIANTAMENTO
                   ADD 1 TO WS-ADT-QTDE-MATRICULAS
               NOT INVALID KEY
                   ADD AUD-SALARIO-LIQUIDO TO TAD-SOMA-PAGA
                   REWRITE REG-TRB-ADIANTAMENTO
           END-READ
           IF WS-FS-TRB-ADIANTAMENTOS NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO GRAVAR O ARQUIVO DE '
                       'TRABALHO DOS VALES (TRBVALE), FILE STATUS '
                       WS-FS-TRB-ADIANTAMENTOS
               STOP RUN
           END-IF
           .
       1820-AGREGAR-ADIANTAMENTO-FIM.
           EXIT.

      *******************************************************************
      *    ABRE O CADASTRO DE BENEFICIARIOS DE PENSAO PARA CONSULTA     *
      *    (ARQUIVO OPCIONAL), O MOVIMENTO DE PENSAO DO CICLO, ESTENDIDO*
      *    NAS MESMAS CONDICOES DO ARQUIVO DE SAIDA, E O HISTORICO      *
      *    ACUMULATIVO ENTRE EXECUCOES, COMO A TRILHA DE AUDITORIA      *
      *******************************************************************
       1900-ABRIR-PENSOES              SECTION.
           OPEN INPUT ARQ-PENSOES
           IF WS-FS-PENSOES = '00'
               SET PENSOES-ABERTAS TO TRUE
           ELSE
               DISPLAY 'SEM BENEFICIARIOS DE PENSAO (PENSAO AUSENTE), '
                       'FILE STATUS ' WS-FS-PENSOES
           END-IF
           IF CHECKPOINT-EXISTE OR ACUMULAR-SAIDA
               OPEN EXTEND ARQ-MOV-PENSAO
               IF WS-FS-MOV-PENSAO NOT = '00'
                   OPEN OUTPUT ARQ-MOV-PENSAO
               END-IF
           ELSE
               OPEN OUTPUT ARQ-MOV-PENSAO
           END-IF
           IF WS-FS-MOV-PENSAO NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO ABRIR O MOVIMENTO DE '
                       'PENSAO (PENSMOV), FILE STATUS '
                       WS-FS-MOV-PENSAO
               STOP RUN
           END-IF
           OPEN EXTEND ARQ-HIST-PENSAO
           IF WS-FS-HIST-PENSAO NOT = '00'
               OPEN OUTPUT ARQ-HIST-PENSAO
           END-IF
           IF WS-FS-HIST-PENSAO NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO ABRIR O HISTORICO DE '
                       'PENSAO (PENSHIST), FILE STATUS '
                       WS-FS-HIST-PENSAO
               STOP RUN
           END-IF
           .
       1900-ABRIR-PENSOES-FIM.
           EXIT.

      *******************************************************************
      *    ABRE O CONTROLE DE PERIODOS AQUISITIVOS DE FERIAS PARA       *
      *    CONSULTA (ARQUIVO OPCIONAL): SEM ELE AS FERIAS SAO PAGAS     *
      *    SIMPLES, COMO ANTES DO CONTROLE                              *
      *******************************************************************
       1950-ABRIR-CONTROLE-FERIAS      SECTION.
           OPEN INPUT ARQ-CONTROLE-FERIAS
           IF WS-FS-CONTROLE-FERIAS = '00'
               SET CONTROLE-FERIAS-ABERTO TO TRUE
           ELSE
               DISPLAY 'SEM CONTROLE DE FERIAS (FERCTL AUSENTE), '
                       'FILE STATUS ' WS-FS-CONTROLE-FERIAS
           END-IF
           .
       1950-ABRIR-CONTROLE-FERIAS-FIM.
           EXIT.

      *******************************************************************
      *    ABRE OS ACORDOS DE BANCO DE HORAS PARA CONSULTA E O SALDO    *
      *    DO BANCO PARA ATUALIZACAO; COM ACORDOS E AINDA SEM SALDO     *
      *    (PRIMEIRA COMPETENCIA DO BANCO) O SALDO E CRIADO VAZIO. SEM  *
      *    NENHUM DOS DOIS AS HORAS EXTRAS SAO PAGAS NO MES, COMO ANTES *
      *******************************************************************
       1960-ABRIR-BANCO-HORAS          SECTION.
           OPEN INPUT ARQ-ACORDOS-BH
           IF WS-FS-ACORDOS-BH = '00'
               SET ACORDOS-BH-ABERTOS TO TRUE
           ELSE
               DISPLAY 'SEM ACORDOS DE BANCO DE HORAS (ACORDOBH '
                       'AUSENTE), FILE STATUS ' WS-FS-ACORDOS-BH
           END-IF
           OPEN I-O ARQ-BANCO-HORAS
           IF WS-FS-BANCO-HORAS NOT = '00' AND ACORDOS-BH-ABERTOS
               DISPLAY 'AVISO: SALDO DO BANCO DE HORAS (BCOHORAS) NAO '
                       'ENCONTRADO, FILE STATUS ' WS-FS-BANCO-HORAS
                       ', CRIADO VAZIO'
               OPEN OUTPUT ARQ-BANCO-HORAS
               CLOSE ARQ-BANCO-HORAS
               OPEN I-O ARQ-BANCO-HORAS
               IF WS-FS-BANCO-HORAS NOT = '00'
                   DISPLAY 'ERRO FATAL: FALHA AO ABRIR O SALDO DO '
                           'BANCO DE HORAS (BCOHORAS), FILE STATUS '
                           WS-FS-BANCO-HORAS
                   STOP RUN
               END-IF
           END-IF
           IF WS-FS-BANCO-HORAS = '00'
               SET BANCO-HORAS-ABERTO TO TRUE
           ELSE
               DISPLAY 'SEM BANCO DE HORAS (BCOHORAS AUSENTE), '
                       'FILE STATUS ' WS-FS-BANCO-HORAS
           END-IF
           .
       1960-ABRIR-BANCO-HORAS-FIM.
           EXIT.

      *******************************************************************
      *    LOGICA CENTRAL DO PROGRAMA                                   *
      *******************************************************************
       2000-PROCESSAR                  SECTION.
      *    O DISSIDIO E DIRIGIDO PELAS BASES AGREGADAS DA TRILHA, EM
      *    ORDEM DE MATRICULA; OS DEMAIS MODOS PROCESSAM O ARQUIVO
      *    MESTRE (OU OS REJEITADOS, NO REPROCESSO), REGISTRO A
      *    REGISTRO
           IF EXECUCAO-DISSIDIO
               MOVE 'N' TO WS-FIM-TRB-DISSIDIO
               MOVE ZEROS TO TDI-MATRICULA
               START ARQ-TRB-DISSIDIO
                   KEY IS NOT LESS THAN TDI-MATRICULA
                   INVALID KEY
                       SET FIM-TRB-DISSIDIO TO TRUE
               END-START
               PERFORM 2055-LER-BASE-DISSIDIO
               PERFORM 2060-PROCESSAR-DISSIDIO
                   UNTIL FIM-TRB-DISSIDIO
           ELSE
               PERFORM 2050-PROCESSAR-REGISTRO UNTIL FIM-ARQUIVO
           END-IF
           MOVE REG-DIGITO          TO WS-DIGITO
           MOVE REG-CENTRO-CUSTO    TO WS-CENTRO-CUSTO
           MOVE REG-NUM-DEPENDENTES TO WS-NUM-DEPENDENTES
      *    ADICIONAIS DO CADASTRO; REGISTROS ANTERIORES AOS CAMPOS
      *    TRAZEM ESPACOS E FICAM SEM ADICIONAL
           MOVE REG-ADIC-TIPO       TO WS-ADIC-TIPO
           IF REG-ADIC-GRAU NUMERIC
               MOVE REG-ADIC-GRAU   TO WS-ADIC-GRAU
           ELSE
               MOVE ZEROS           TO WS-ADIC-GRAU
           END-IF
           IF REG-HORAS-NOTURNAS NUMERIC
               MOVE REG-HORAS-NOTURNAS TO WS-HORAS-NOTURNAS
           ELSE
               MOVE ZEROS           TO WS-HORAS-NOTURNAS
           END-IF
           MOVE ZEROS TO WS-ADIC-MENSAL
           MOVE ZEROS TO WS-ADIC-INSAL-PERIC
           MOVE ZEROS TO WS-ADIC-NOTURNO
           MOVE ZEROS TO WS-ADICIONAIS
      *    VALE JA PAGO NA COMPETENCIA: COMPENSADO NA FOLHA REGULAR E
      *    NAO PAGO DE NOVO NUM SEGUNDO ADIANTAMENTO
           MOVE ZEROS TO WS-ADT-VALOR-PAGO
           MOVE 'N' TO WS-FLAG-VALE-PAGO
      *    A PENSAO E APURADA PELO CALCULO DE CADA MODO; O VALE NAO A
      *    DESCONTA (ELA INCIDE SOBRE O MES INTEIRO NA FOLHA REGULAR)
           MOVE ZEROS TO WS-PENSAO-TOTAL
           MOVE ZEROS TO WS-PEN-HOL-QTDE
           IF MODO-REGULAR OR MODO-ADIANTAMENTO
               PERFORM 2170-LOCALIZAR-ADIANTAMENTO
           END-IF
           PERFORM 2180-CONFERIR-SITUACAO

      *    SO PULA REGISTROS JA PROCESSADOS QUANDO FOR UM REINICIO
      *    CONFIRMADO; CHECKPOINT-EXISTE PASSA A VALER A PARTIR DO
                   WS-MATRICULA NOT > WS-ULTIMA-MATRICULA-PROC
               DISPLAY 'MATRICULA ' WS-MATRICULA
                       ' JA PROCESSADA (RESTART), PULANDO'
               ELSE IF MODO-ADIANTAMENTO AND VALE-JA-PAGO
                   DISPLAY 'MATRICULA ' WS-MATRICULA
                           ' COM VALE JA PAGO NA COMPETENCIA, PULANDO'
               ELSE IF SITUACAO-FORA-DO-MODO
                   DISPLAY 'MATRICULA ' WS-MATRICULA ' '
                           WS-TEXTO-SITUACAO
               ELSE
      *    CHAMA A VALIDACAO DA ENTRADA DE INFORMACOES DO TRABALHADOR
                   PERFORM 2100-VALIDACAO-INFORMACOES
      *    AFASTAMENTOS DO MES REDUZEM O SALARIO AOS DIAS DEVIDOS
      *    ANTES DE TUDO QUE VEM DEPOIS (2200, 2320, 2330 E FGTS)
                           PERFORM 2150-APLICAR-AFASTAMENTO
      *    ADICIONAIS DO MES, QUE ENTRAM NA HORA DAS HORAS EXTRAS
                           PERFORM 2250-CALCULAR-ADICIONAIS
      *    HORAS EXTRAS, DESCONTOS, FGTS E HOLERITE DO MES REGULAR
                           PERFORM 2200-CALCULAR-HORA-EXTRA
                           PERFORM 2300-CALCULO-SALARIO-LIQ
                                           WS-MATRICULA
                                           '  RESCISAO LIQUIDA: R$ '
                                           WS-RESC-TOTAL-LIQUIDO
                                   ELSE IF MODO-ADIANTAMENTO
                                       PERFORM
                                           2680-CALCULO-ADIANTAMENTO
                                       PERFORM
                                           2760-GRAVAR-HOLERITE-VALE
                                       DISPLAY 'MATRICULA: '
                                           WS-MATRICULA
                                           '  VALE: R$ '
                                           WS-ADT-VALOR
                                   END-IF
                                   END-IF
                               END-IF
                           END-IF
                       PERFORM 2900-GRAVAR-CHECKPOINT
                   END-IF
           END-IF
           END-IF
           END-IF

           PERFORM 1300-LER-PROXIMO-REGISTRO
           .
           EXIT.

      *******************************************************************
      *    LE AS BASES AGREGADAS DA PROXIMA MATRICULA DO DISSIDIO       *
      *******************************************************************
       2055-LER-BASE-DISSIDIO          SECTION.
           IF NOT FIM-TRB-DISSIDIO
               READ ARQ-TRB-DISSIDIO NEXT RECORD
                   AT END
                       SET FIM-TRB-DISSIDIO TO TRUE
               END-READ
           END-IF
           .
       2055-LER-BASE-DISSIDIO-FIM.
           EXIT.
      *******************************************************************
      *    PROCESSA A DIFERENCA DE DISSIDIO DE UMA MATRICULA DAS BASES  *
      *    AGREGADAS: OS DADOS CADASTRAIS VEM DO MESTRE POR ACESSO      *
      *    DIRETO, E A DIFERENCA SAI NO HOLERITE COMPLEMENTAR, NA SAIDA *
      *    (VALOR COMPLEMENTAR, QUE ALIMENTA A REMESSA) E NA AUDITORIA  *
      *******************************************************************
       2060-PROCESSAR-DISSIDIO         SECTION.
           MOVE TDI-MATRICULA TO REG-MATRICULA
           READ ARQ-EMPREGADOS
               INVALID KEY
                   DISPLAY 'MATRICULA ' TDI-MATRICULA
                           ' DO DISSIDIO SEM CADASTRO NO MESTRE, '
                           'DIFERENCA NAO GERADA'
               NOT INVALID KEY
                           '  DIFERENCA DE DISSIDIO: R$ '
                           WS-DIS-LIQUIDO
           END-READ
           PERFORM 2055-LER-BASE-DISSIDIO
           .
       2060-PROCESSAR-DISSIDIO-FIM.
           EXIT.
                                               TO TRUE
                                           MOVE 08
                                               TO WS-MOTIVO-CODIGO
           END-IF
      *    ADICIONAL SO PODE SER INSALUBRIDADE (COM GRAU 1 A 3),
      *    PERICULOSIDADE OU NENHUM
           IF REGISTRO-VALIDO
               IF (WS-ADIC-TIPO NOT = SPACE AND NOT ADIC-INSALUBRIDADE
                       AND NOT ADIC-PERICULOSIDADE)
                   OR (ADIC-INSALUBRIDADE AND
                       (WS-ADIC-GRAU < 1 OR WS-ADIC-GRAU > 3))
                   DISPLAY 'ADICIONAL INVALIDO (TIPO OU GRAU), '
                           'REGISTRO REJEITADO! MATRICULA: '
                           WS-MATRICULA
                   SET REGISTRO-INVALIDO TO TRUE
                   MOVE 09 TO WS-MOTIVO-CODIGO
      *    HORAS NOTURNAS SAO PARTE DAS HORAS TRABALHADAS DO MES
               ELSE IF WS-HORAS-NOTURNAS > WS-HORAS-TRAB
                   DISPLAY 'HORAS NOTURNAS ACIMA DAS HORAS '
                           'TRABALHADAS, REGISTRO REJEITADO! '
                           'MATRICULA: ' WS-MATRICULA
                   SET REGISTRO-INVALIDO TO TRUE
                   MOVE 10 TO WS-MOTIVO-CODIGO
               END-IF
               END-IF
           END-IF.

       2100-VALIDACAO-INFORMACOES-FIM.
           MOVE WS-SALARIO-BRUTO TO WS-SALARIO-INTEGRAL
           MOVE 30 TO WS-DIAS-CONSIDERADOS
           MOVE 'N' TO WS-FLAG-AFAST-PREV
           PERFORM 2160-PROCURAR-AFASTAMENTO
           IF AFASTAMENTO-ACHADO
               COMPUTE WS-DIAS-CONSIDERADOS = 30 - TAF-DIAS
               COMPUTE WS-SALARIO-BRUTO ROUNDED =
                       (WS-SALARIO-INTEGRAL * WS-DIAS-CONSIDERADOS)
                       / 30
               IF TAF-TIPO = 'P'
                   SET AFASTADO-PREVIDENCIARIO TO TRUE
               END-IF
               DISPLAY 'MATRICULA ' WS-MATRICULA ' COM AFASTAMENTO '
                       TAF-TIPO ', '
                       WS-DIAS-CONSIDERADOS ' DIAS CONSIDERADOS'
           END-IF
           .
       2150-APLICAR-AFASTAMENTO-FIM.
           EXIT.
      *******************************************************************
      *    LE O AFASTAMENTO DA MATRICULA ATUAL NO ARQUIVO DE TRABALHO   *
      *******************************************************************
       2160-PROCURAR-AFASTAMENTO       SECTION.
           MOVE WS-MATRICULA TO TAF-MATRICULA
           READ ARQ-TRB-AFASTAMENTOS
               INVALID KEY
                   MOVE 'N' TO WS-FLAG-AFASTAMENTO
               NOT INVALID KEY
                   SET AFASTAMENTO-ACHADO TO TRUE
           END-READ
           .
       2160-PROCURAR-AFASTAMENTO-FIM.
           EXIT.
      *******************************************************************
      *    LE A MATRICULA ATUAL NOS VALES JA PAGOS NA COMPETENCIA E     *
      *    DEVOLVE O VALOR PAGO EM WS-ADT-VALOR-PAGO                    *
      *******************************************************************
       2170-LOCALIZAR-ADIANTAMENTO     SECTION.
           IF TRB-ADIANTAMENTOS-ABERTO
               MOVE WS-MATRICULA TO TAD-MATRICULA
               READ ARQ-TRB-ADIANTAMENTOS
                   INVALID KEY
                       MOVE ZEROS TO WS-ADT-VALOR-PAGO
                   NOT INVALID KEY
                       SET VALE-JA-PAGO TO TRUE
                       MOVE TAD-SOMA-PAGA TO WS-ADT-VALOR-PAGO
               END-READ
           END-IF
           .
       2170-LOCALIZAR-ADIANTAMENTO-FIM.
           EXIT.
      *******************************************************************
      *    CONFERE A SITUACAO DO CADASTRO FRENTE AO MODO: DESLIGADO SO  *
      *    ENTRA NA RESCISAO DA COMPETENCIA DO DESLIGAMENTO E A         *
      *    RESCISAO SO CALCULA DESLIGADOS                               *
      *******************************************************************
       2180-CONFERIR-SITUACAO          SECTION.
           MOVE 'N' TO WS-FLAG-FORA-DO-MODO
           MOVE SPACES TO WS-TEXTO-SITUACAO
           IF REG-DATA-DESLIGAMENTO NUMERIC
               COMPUTE WS-DESLIG-AAAAMM = REG-DATA-DESLIGAMENTO / 100
           ELSE
               MOVE ZEROS TO WS-DESLIG-AAAAMM
           END-IF
           IF MODO-RESCISAO
               IF NOT REG-DESLIGADO
                   SET SITUACAO-FORA-DO-MODO TO TRUE
                   MOVE 'ATIVA, SEM DESLIGAMENTO, PULANDO'
                       TO WS-TEXTO-SITUACAO
               ELSE
                   IF WS-DESLIG-AAAAMM NOT = WS-COMP-AAAAMM
                       SET SITUACAO-FORA-DO-MODO TO TRUE
                       MOVE 'DESLIGADA FORA DA COMPETENCIA, PULANDO'
                           TO WS-TEXTO-SITUACAO
                   END-IF
               END-IF
           ELSE
               IF REG-DESLIGADO
                   SET SITUACAO-FORA-DO-MODO TO TRUE
                   MOVE 'DESLIGADA NO MESTRE, PULANDO'
                       TO WS-TEXTO-SITUACAO
               END-IF
           END-IF
           .
       2180-CONFERIR-SITUACAO-FIM.
           EXIT.
      *******************************************************************
      *    CALCULO PARA INCLUSAO DAS HORAS EXTRAS AO SALARIO BRUTO      *
      *******************************************************************
       2200-CALCULAR-HORA-EXTRA        SECTION.
      *    VALOR DA HORA NORMAL, BASE PARA OS DOIS TIPOS DE HORA EXTRA,
      *    COM OS ADICIONAIS DO MES QUE INTEGRAM A REMUNERACAO
           COMPUTE WS-SALBRUTO-HORA-EXTRA =
                   (WS-SALARIO-BRUTO + WS-ADICIONAIS) / 160

      *    HORA EXTRA EM DIA NORMAL, ADICIONAL DE 50%
           IF WS-HORA-EXTRA-NORMAL > 0
               MOVE ZEROS TO WS-HEXTRA-DSR-CALC
           END-IF

      *    NO BANCO DE HORAS AS HORAS DO MES VAO PARA O SALDO EM VEZ
      *    DE PAGAS; O SALDO VENCIDO SEM COMPENSACAO (NA RESCISAO, TODO
      *    O SALDO EM ABERTO) E PAGO JUNTO COM AS HORAS EXTRAS
           MOVE 'N' TO WS-FLAG-NO-BANCO
           MOVE ZEROS TO WS-BH-CREDITO-NORMAIS
           MOVE ZEROS TO WS-BH-CREDITO-DSR
           MOVE ZEROS TO WS-BH-PAGAS-NORMAIS
           MOVE ZEROS TO WS-BH-PAGAS-DSR
           MOVE ZEROS TO WS-BH-SALDO-ATUAL
           MOVE ZEROS TO WS-BH-VALOR-PAGO
           IF BANCO-HORAS-ABERTO AND (MODO-REGULAR OR MODO-RESCISAO)
               PERFORM 2210-TRATAR-BANCO-HORAS
           END-IF

      *    TOTALIZA AS HORAS E O VALOR DAS HORAS EXTRAS
           COMPUTE WS-HORA-EXTRA =
                   WS-HORA-EXTRA-NORMAL + WS-HORA-EXTRA-DSR
           ADD WS-BH-PAGAS-NORMAIS WS-BH-PAGAS-DSR TO WS-HORA-EXTRA
           COMPUTE WS-HEXTRA-CALCULADA =
                   WS-HEXTRA-NORMAL-CALC + WS-HEXTRA-DSR-CALC
                   + WS-BH-VALOR-PAGO
      *    CALCULO SALARIO BRUTO COM ADICIONAIS E HORA EXTRA
           COMPUTE WS-SALARIO-LIQUIDO = WS-SALARIO-BRUTO
                   + WS-ADICIONAIS + WS-HEXTRA-CALCULADA
           .

       2200-CALCULAR-HORA-EXTRA-FIM.
           EXIT.
      *******************************************************************
      *    BANCO DE HORAS DA MATRICULA: NA FOLHA REGULAR, COM ACORDO    *
      *    VIGENTE, CREDITA AS HORAS EXTRAS DO MES NO SALDO; DEPOIS PAGA*
      *    O SALDO VENCIDO (NA RESCISAO, TODO O SALDO EM ABERTO) PELA   *
      *    HORA DO MES, COM OS MESMOS ADICIONAIS DA HORA EXTRA          *
      *******************************************************************
       2210-TRATAR-BANCO-HORAS         SECTION.
           IF MODO-REGULAR
               PERFORM 2215-CONSULTAR-ACORDO-BH
               IF MATRICULA-NO-BANCO
                   PERFORM 2220-CREDITAR-BANCO-HORAS
               END-IF
           END-IF
           MOVE 'N' TO WS-FIM-SALDOS-MATRIC
           MOVE WS-MATRICULA TO BHS-MATRICULA
           MOVE ZEROS        TO BHS-COMP-ACUMULO
           START ARQ-BANCO-HORAS KEY IS NOT LESS THAN BHS-CHAVE
               INVALID KEY
                   SET FIM-SALDOS-MATRICULA TO TRUE
           END-START
           PERFORM 2230-LER-SALDO-BANCO-HORAS
               UNTIL FIM-SALDOS-MATRICULA
           COMPUTE WS-BH-VALOR-PAGO =
                   (WS-BH-PAGAS-NORMAIS * WS-SALBRUTO-HORA-EXTRA
                    * WS-ALIQ-HEXTRA-NORMAL)
                   + (WS-BH-PAGAS-DSR * WS-SALBRUTO-HORA-EXTRA
                      * WS-ALIQ-HEXTRA-DSR)
           IF WS-BH-VALOR-PAGO > 0
               DISPLAY 'MATRICULA ' WS-MATRICULA ' COM SALDO DO BANCO '
                       'DE HORAS PAGO: ' WS-BH-PAGAS-NORMAIS
                       ' HORAS NORMAIS E ' WS-BH-PAGAS-DSR ' DSR'
           END-IF
           .
       2210-TRATAR-BANCO-HORAS-FIM.
           EXIT.
      *******************************************************************
      *    PROCURA O ACORDO DA MATRICULA E, SEM ELE, O DO SEU CENTRO DE *
      *    CUSTO; SO VALE O ACORDO VIGENTE NA COMPETENCIA, E O DA       *
      *    MATRICULA PREVALECE (INCLUSIVE PARA EXCLUI-LA DO BANCO)      *
      *******************************************************************
       2215-CONSULTAR-ACORDO-BH        SECTION.
           MOVE 'N' TO WS-FLAG-ACORDO-BH
           IF ACORDOS-BH-ABERTOS
               MOVE 'M'          TO ACB-TIPO
               MOVE WS-MATRICULA TO ACB-CODIGO
               PERFORM 2217-LER-ACORDO-BH
               IF NOT ACORDO-BH-ACHADO
                   MOVE 'C'             TO ACB-TIPO
                   MOVE WS-CENTRO-CUSTO TO ACB-CODIGO
                   PERFORM 2217-LER-ACORDO-BH
               END-IF
           END-IF
           IF ACORDO-BH-ACHADO AND ACB-ADERE-BANCO
               SET MATRICULA-NO-BANCO TO TRUE
               IF ACB-PRAZO-MESES > ZEROS
                   MOVE ACB-PRAZO-MESES TO WS-BH-PRAZO-MESES
               ELSE
                   MOVE WS-BH-PRAZO-PADRAO TO WS-BH-PRAZO-MESES
               END-IF
           END-IF
           .
       2215-CONSULTAR-ACORDO-BH-FIM.
           EXIT.
      *******************************************************************
      *    LE O ACORDO PELA CHAVE MONTADA E CONFERE A VIGENCIA          *
      *******************************************************************
       2217-LER-ACORDO-BH              SECTION.
           READ ARQ-ACORDOS-BH
               INVALID KEY
                   MOVE 'N' TO WS-FLAG-ACORDO-BH
               NOT INVALID KEY
                   IF ACB-COMP-INICIO NOT > WS-COMP-AAAAMM
                           AND (ACB-COMP-FIM = ZEROS
                                OR ACB-COMP-FIM NOT < WS-COMP-AAAAMM)
                       SET ACORDO-BH-ACHADO TO TRUE
                   END-IF
           END-READ
           .
       2217-LER-ACORDO-BH-FIM.
           EXIT.
      *******************************************************************
      *    CREDITA AS HORAS EXTRAS DO MES NO SALDO DO MES DE ACUMULO DA *
      *    COMPETENCIA, COM O LIMITE DE COMPENSACAO DO ACORDO; AS HORAS *
      *    DO MES DEIXAM DE SER PAGAS. O RECALCULO, O REPROCESSO OU O   *
      *    REINICIO DA MESMA COMPETENCIA SUBSTITUEM O CREDITO, SEM SOMAR*
      *******************************************************************
       2220-CREDITAR-BANCO-HORAS       SECTION.
           MOVE WS-HORA-EXTRA-NORMAL TO WS-BH-CREDITO-NORMAIS
           MOVE WS-HORA-EXTRA-DSR    TO WS-BH-CREDITO-DSR
           MOVE ZEROS TO WS-HORA-EXTRA-NORMAL
           MOVE ZEROS TO WS-HORA-EXTRA-DSR
           MOVE ZEROS TO WS-HEXTRA-NORMAL-CALC
           MOVE ZEROS TO WS-HEXTRA-DSR-CALC
      *    LIMITE = COMPETENCIA MAIS O PRAZO DO ACORDO EM MESES
           COMPUTE WS-BH-MESES-CORRIDOS =
                   (WS-COMP-ANO * 12) + WS-COMP-MES - 1
                   + WS-BH-PRAZO-MESES
           DIVIDE WS-BH-MESES-CORRIDOS BY 12
               GIVING WS-BH-LIM-ANO REMAINDER WS-BH-LIM-MES
           ADD 1 TO WS-BH-LIM-MES
           MOVE WS-MATRICULA   TO BHS-MATRICULA
           MOVE WS-COMP-AAAAMM TO BHS-COMP-ACUMULO
           READ ARQ-BANCO-HORAS
               INVALID KEY
                   IF WS-BH-CREDITO-NORMAIS > ZEROS
                           OR WS-BH-CREDITO-DSR > ZEROS
                       PERFORM 2222-INCLUIR-SALDO-BH
                   END-IF
               NOT INVALID KEY
                   IF BHS-ABERTO OR BHS-QUITADO
                       MOVE WS-BH-LIMITE    TO BHS-LIMITE-COMPENSACAO
                       MOVE WS-CENTRO-CUSTO TO BHS-CENTRO-CUSTO
                       MOVE WS-BH-CREDITO-NORMAIS
                           TO BHS-CREDITO-NORMAIS
                       MOVE WS-BH-CREDITO-DSR TO BHS-CREDITO-DSR
                       PERFORM 2225-APURAR-SALDO-BH
                       PERFORM 2228-REGRAVAR-SALDO-BH
                   END-IF
           END-READ
           .
       2220-CREDITAR-BANCO-HORAS-FIM.
           EXIT.
      *******************************************************************
      *    INCLUI O SALDO DO MES DE ACUMULO DA COMPETENCIA              *
      *******************************************************************
       2222-INCLUIR-SALDO-BH           SECTION.
           INITIALIZE REG-BANCO-HORAS
           MOVE WS-MATRICULA          TO BHS-MATRICULA
           MOVE WS-COMP-AAAAMM        TO BHS-COMP-ACUMULO
           MOVE WS-BH-LIMITE          TO BHS-LIMITE-COMPENSACAO
           MOVE WS-CENTRO-CUSTO       TO BHS-CENTRO-CUSTO
           MOVE WS-BH-CREDITO-NORMAIS TO BHS-CREDITO-NORMAIS
           MOVE WS-BH-CREDITO-DSR     TO BHS-CREDITO-DSR
           SET BHS-ABERTO TO TRUE
           WRITE REG-BANCO-HORAS
               INVALID KEY
                   DISPLAY 'ERRO FATAL: FALHA AO INCLUIR O SALDO '
                           BHS-COMP-ACUMULO ' DA MATRICULA '
                           BHS-MATRICULA ' NO BANCO DE HORAS '
                           '(BCOHORAS), FILE STATUS '
                           WS-FS-BANCO-HORAS
                   STOP RUN
           END-WRITE
           .
       2222-INCLUIR-SALDO-BH-FIM.
           EXIT.
      *******************************************************************
      *    SALDO DE HORAS NORMAIS E DSR DO MES DE ACUMULO (CREDITO MENOS*
      *    COMPENSACAO) E A SITUACAO: SEM SALDO, QUITADO                *
      *******************************************************************
       2225-APURAR-SALDO-BH            SECTION.
           IF BHS-CREDITO-NORMAIS > BHS-COMPENS-NORMAIS
               COMPUTE WS-BH-SALDO-NORMAIS =
                       BHS-CREDITO-NORMAIS - BHS-COMPENS-NORMAIS
           ELSE
               MOVE ZEROS TO WS-BH-SALDO-NORMAIS
           END-IF
           IF BHS-CREDITO-DSR > BHS-COMPENS-DSR
               COMPUTE WS-BH-SALDO-DSR =
                       BHS-CREDITO-DSR - BHS-COMPENS-DSR
           ELSE
               MOVE ZEROS TO WS-BH-SALDO-DSR
           END-IF
           IF WS-BH-SALDO-NORMAIS = ZEROS AND WS-BH-SALDO-DSR = ZEROS
               SET BHS-QUITADO TO TRUE
           ELSE
               SET BHS-ABERTO TO TRUE
           END-IF
           .
       2225-APURAR-SALDO-BH-FIM.
           EXIT.
      *******************************************************************
      *    REGRAVA O SALDO ATUALIZADO NO BANCO DE HORAS                 *
      *******************************************************************
       2228-REGRAVAR-SALDO-BH          SECTION.
           REWRITE REG-BANCO-HORAS
               INVALID KEY
                   DISPLAY 'ERRO FATAL: SALDO ' BHS-COMP-ACUMULO
                           ' DA MATRICULA ' BHS-MATRICULA
                           ' NAO REGRAVADO NO BANCO DE HORAS '
                           '(BCOHORAS)'
                   STOP RUN
           END-REWRITE
           IF WS-FS-BANCO-HORAS NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO REGRAVAR O BANCO DE '
                       'HORAS (BCOHORAS), FILE STATUS '
                       WS-FS-BANCO-HORAS
               STOP RUN
           END-IF
           .
       2228-REGRAVAR-SALDO-BH-FIM.
           EXIT.
      *******************************************************************
      *    LE O PROXIMO SALDO DA MATRICULA E O TRATA, ATE O PRIMEIRO    *
      *    SALDO DE OUTRA MATRICULA                                     *
      *******************************************************************
       2230-LER-SALDO-BANCO-HORAS      SECTION.
           READ ARQ-BANCO-HORAS NEXT RECORD
               AT END
                   SET FIM-SALDOS-MATRICULA TO TRUE
               NOT AT END
                   IF BHS-MATRICULA NOT = WS-MATRICULA
                       SET FIM-SALDOS-MATRICULA TO TRUE
                   ELSE
                       IF BHS-COMP-ACUMULO NOT > WS-COMP-AAAAMM
                           PERFORM 2235-PAGAR-SALDO-BH
                       END-IF
                   END-IF
           END-READ
           .
       2230-LER-SALDO-BANCO-HORAS-FIM.
           EXIT.
      *******************************************************************
      *    PAGA O SALDO DO MES DE ACUMULO: NA FOLHA REGULAR O QUE PASSOU*
      *    DO LIMITE DE COMPENSACAO, NA RESCISAO TODO O SALDO EM ABERTO.*
      *    O SALDO JA PAGO NESTA MESMA COMPETENCIA E PAGO DE NOVO PELO  *
      *    RECALCULO, REPROCESSO OU REINICIO, SEM REGRAVAR; O QUE FICA  *
      *    EM ABERTO SOMA NO SALDO ATUAL DO HOLERITE                    *
      *******************************************************************
       2235-PAGAR-SALDO-BH             SECTION.
           IF BHS-COMP-PAGAMENTO = WS-COMP-AAAAMM AND
                   ((BHS-PAGO-VENCIDO AND MODO-REGULAR) OR
                    (BHS-PAGO-RESCISAO AND MODO-RESCISAO))
               ADD BHS-PAGAS-NORMAIS TO WS-BH-PAGAS-NORMAIS
               ADD BHS-PAGAS-DSR     TO WS-BH-PAGAS-DSR
           ELSE
               IF BHS-ABERTO
                   PERFORM 2225-APURAR-SALDO-BH
                   IF BHS-QUITADO
                       PERFORM 2228-REGRAVAR-SALDO-BH
                   ELSE
                       IF MODO-RESCISAO OR
                               BHS-LIMITE-COMPENSACAO < WS-COMP-AAAAMM
                           MOVE WS-BH-SALDO-NORMAIS
                               TO BHS-PAGAS-NORMAIS
                           MOVE WS-BH-SALDO-DSR TO BHS-PAGAS-DSR
                           ADD BHS-PAGAS-NORMAIS
                               TO WS-BH-PAGAS-NORMAIS
                           ADD BHS-PAGAS-DSR TO WS-BH-PAGAS-DSR
                           MOVE WS-COMP-AAAAMM TO BHS-COMP-PAGAMENTO
                           IF MODO-RESCISAO
                               SET BHS-PAGO-RESCISAO TO TRUE
                           ELSE
                               SET BHS-PAGO-VENCIDO TO TRUE
                           END-IF
                           PERFORM 2228-REGRAVAR-SALDO-BH
                       ELSE
                           ADD WS-BH-SALDO-NORMAIS
                               TO WS-BH-SALDO-ATUAL
                           ADD WS-BH-SALDO-DSR TO WS-BH-SALDO-ATUAL
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       2235-PAGAR-SALDO-BH-FIM.
           EXIT.
      *******************************************************************
      *    CALCULA OS ADICIONAIS DA MATRICULA: INSALUBRIDADE PELO GRAU  *
      *    SOBRE O SALARIO MINIMO DA TABELA LEGAL, PERICULOSIDADE DE 30%*
      *    SOBRE O SALARIO-BASE E NOTURNO DE 20% SOBRE A HORA NORMAL    *
      *    (SALARIO-BASE MAIS INSALUBRIDADE OU PERICULOSIDADE) PELAS    *
      *    HORAS NOTURNAS DO MES. O VALOR MENSAL CHEIO FICA COMO MEDIA  *
      *    DOS REFLEXOS; O VALOR PAGO PARTE DO MENSAL, E NA FOLHA       *
      *    REGULAR A INSALUBRIDADE OU PERICULOSIDADE ACOMPANHA OS DIAS  *
      *    CONSIDERADOS (O NOTURNO SEGUE AS HORAS INFORMADAS)           *
      *******************************************************************
       2250-CALCULAR-ADICIONAIS        SECTION.
      *    NA FOLHA REGULAR O SALARIO DO MES JA PODE ESTAR REDUZIDO
      *    PELO AFASTAMENTO; O ADICIONAL PARTE DO SALARIO INTEGRAL
           IF MODO-REGULAR
               MOVE WS-SALARIO-INTEGRAL TO WS-ADIC-SALARIO-BASE
           ELSE
               MOVE WS-SALARIO-BRUTO TO WS-ADIC-SALARIO-BASE
           END-IF
           MOVE ZEROS TO WS-ADIC-INSAL-PERIC-MES
           IF ADIC-INSALUBRIDADE
               IF WS-ADIC-GRAU = 1
                   MOVE WS-ALIQ-INSAL-MINIMO
                       TO WS-ADIC-PCT-INSALUBRIDADE
               ELSE IF WS-ADIC-GRAU = 2
                   MOVE WS-ALIQ-INSAL-MEDIO
                       TO WS-ADIC-PCT-INSALUBRIDADE
               ELSE
                   MOVE WS-ALIQ-INSAL-MAXIMO
                       TO WS-ADIC-PCT-INSALUBRIDADE
               END-IF
               END-IF
               COMPUTE WS-ADIC-INSAL-PERIC-MES ROUNDED =
                       WS-SALARIO-MINIMO * WS-ADIC-PCT-INSALUBRIDADE
           ELSE IF ADIC-PERICULOSIDADE
               COMPUTE WS-ADIC-INSAL-PERIC-MES ROUNDED =
                       WS-ADIC-SALARIO-BASE * WS-ALIQ-PERICULOSIDADE
           END-IF
           END-IF
           MOVE ZEROS TO WS-ADIC-NOTURNO-MES
           IF WS-HORAS-NOTURNAS > 0
               COMPUTE WS-ADIC-HORA-NORMAL =
                       (WS-ADIC-SALARIO-BASE + WS-ADIC-INSAL-PERIC-MES)
                       / 160
               COMPUTE WS-ADIC-NOTURNO-MES ROUNDED =
                       WS-ADIC-HORA-NORMAL * WS-ALIQ-ADIC-NOTURNO
                       * WS-HORAS-NOTURNAS
           END-IF
           COMPUTE WS-ADIC-MENSAL =
                   WS-ADIC-INSAL-PERIC-MES + WS-ADIC-NOTURNO-MES
           MOVE WS-ADIC-INSAL-PERIC-MES TO WS-ADIC-INSAL-PERIC
           MOVE WS-ADIC-NOTURNO-MES     TO WS-ADIC-NOTURNO
           IF MODO-REGULAR AND WS-DIAS-CONSIDERADOS < 30
               COMPUTE WS-ADIC-INSAL-PERIC ROUNDED =
                       (WS-ADIC-INSAL-PERIC-MES * WS-DIAS-CONSIDERADOS)
                       / 30
           END-IF
           COMPUTE WS-ADICIONAIS =
                   WS-ADIC-INSAL-PERIC + WS-ADIC-NOTURNO
           .
       2250-CALCULAR-ADICIONAIS-FIM.
           EXIT.
      *******************************************************************
      *    PROPORCIONALIZA OS ADICIONAIS MENSAIS A VERBA DO MODO (MESES *
      *    DO 13O, DIAS DAS FERIAS, HORAS DO SALDO DA RESCISAO), PELA   *
      *    FRACAO WS-ADIC-FATOR-MULT / WS-ADIC-FATOR-DIV                *
      *******************************************************************
       2260-PROPORCIONALIZAR-ADICIONAIS SECTION.
           COMPUTE WS-ADIC-INSAL-PERIC ROUNDED =
                   (WS-ADIC-INSAL-PERIC-MES * WS-ADIC-FATOR-MULT)
                   / WS-ADIC-FATOR-DIV
           COMPUTE WS-ADIC-NOTURNO ROUNDED =
                   (WS-ADIC-NOTURNO-MES * WS-ADIC-FATOR-MULT)
                   / WS-ADIC-FATOR-DIV
           COMPUTE WS-ADICIONAIS =
                   WS-ADIC-INSAL-PERIC + WS-ADIC-NOTURNO
           .
       2260-PROPORCIONALIZAR-ADICIONAIS-FIM.
           EXIT.
      *******************************************************************
      *    CALCULO PARA SABER O QUANTO DE DESCONTO O TRABALHADOR TERA   *
      *******************************************************************
       2300-CALCULO-SALARIO-LIQ    SECTION.
      *    CALCULO DE ENCARGOS (INSS) PELA TABELA PROGRESSIVA
           COMPUTE WS-INSS-BASE = WS-SALARIO-BRUTO + WS-ADICIONAIS
           PERFORM 2320-CALCULAR-INSS-PROGRESSIVO
      *    PENSAO ALIMENTICIA SOBRE A REMUNERACAO DO MES DEDUZIDO O
      *    INSS, CALCULADA ANTES DO IRRF, DE CUJA BASE E DEDUZIDA
           COMPUTE WS-PEN-BASE-CALCULO =
                   WS-SALARIO-BRUTO + WS-ADICIONAIS
                   + WS-HEXTRA-CALCULADA - WS-ENCARGOS
           MOVE ZEROS TO WS-PEN-BASE-13
           MOVE ZEROS TO WS-PEN-BASE-FERIAS
           MOVE WS-PEN-BASE-CALCULO TO WS-PEN-LIMITE
           PERFORM 2310-CALCULAR-PENSAO
      *    IRRF PELA TABELA PROGRESSIVA LEGAL SOBRE A REMUNERACAO DO
      *    MES (BRUTO MAIS ADICIONAIS E HORAS EXTRAS), DEDUZIDOS
      *    INSS, PENSAO E DEPENDENTES
           COMPUTE WS-IRRF-RENDIMENTO =
                   WS-SALARIO-BRUTO + WS-ADICIONAIS
                   + WS-HEXTRA-CALCULADA
           MOVE WS-ENCARGOS TO WS-IRRF-INSS-DEDUTIVEL
           MOVE WS-PENSAO-TOTAL TO WS-IRRF-PENSAO-DEDUTIVEL
           PERFORM 2330-CALCULAR-IRRF-TABELA
           MOVE WS-IRRF-CALCULADO TO WS-IMPOSTO-RENDA
           COMPUTE WS-SALARIO-LIQUIDO = WS-SALARIO-LIQUIDO -
                   WS-IMPOSTO-RENDA - WS-ENCARGOS - WS-PENSAO-TOTAL
      *    OS DESCONTOS VARIAVEIS DO MES (PENSAO, CONSIGNADO,
      *    BENEFICIOS) ENTRAM DEPOIS DOS DESCONTOS LEGAIS
           PERFORM 2340-APLICAR-DESCONTOS-VARIAVEIS
           .

       2300-CALCULO-SALARIO-LIQ-FIM.
           EXIT.
      *******************************************************************
      *    CALCULA A PENSAO ALIMENTICIA DE CADA BENEFICIARIO ATIVO DA   *
      *    MATRICULA SOBRE AS BASES INFORMADAS PELO MODO (JA DEDUZIDO O *
      *    INSS): PERCENTUAL DA DECISAO SOBRE A BASE COMUM, MAIS AS     *
      *    PARCELAS DO 13O E DAS FERIAS QUANDO A DECISAO AS ALCANCA, OU *
      *    VALOR FIXO MENSAL. O TOTAL NUNCA PASSA DO LIMITE DO MODO     *
      *******************************************************************
       2310-CALCULAR-PENSAO            SECTION.
           MOVE ZEROS TO WS-PENSAO-TOTAL
           MOVE ZEROS TO WS-PEN-HOL-QTDE
           IF PENSOES-ABERTAS
               MOVE 'N' TO WS-FIM-PENSOES-MATRIC
               MOVE WS-MATRICULA TO PEN-MATRICULA
               MOVE ZEROS        TO PEN-SEQUENCIA
               START ARQ-PENSOES KEY IS NOT LESS THAN PEN-CHAVE
                   INVALID KEY
                       SET FIM-PENSOES-MATRICULA TO TRUE
               END-START
               PERFORM 2315-LER-PENSAO-BENEFICIARIO
                   UNTIL FIM-PENSOES-MATRICULA
           END-IF
           .
       2310-CALCULAR-PENSAO-FIM.
           EXIT.
      *******************************************************************
      *    LE O PROXIMO BENEFICIARIO DO CADASTRO E CALCULA A SUA PENSAO,*
      *    ATE O PRIMEIRO BENEFICIARIO DE OUTRA MATRICULA               *
      *******************************************************************
       2315-LER-PENSAO-BENEFICIARIO    SECTION.
           READ ARQ-PENSOES NEXT RECORD
               AT END
                   SET FIM-PENSOES-MATRICULA TO TRUE
               NOT AT END
                   IF PEN-MATRICULA NOT = WS-MATRICULA
                       SET FIM-PENSOES-MATRICULA TO TRUE
                   ELSE
                       IF PEN-ATIVA
                           PERFORM 2317-DESCONTAR-PENSAO
                       END-IF
                   END-IF
           END-READ
           .
       2315-LER-PENSAO-BENEFICIARIO-FIM.
           EXIT.
      *******************************************************************
      *    APURA A PENSAO DE UM BENEFICIARIO. O VALOR FIXO E MENSAL:    *
      *    VALE NA FOLHA REGULAR E NA RESCISAO, E NO 13O SO QUANDO A    *
      *    DECISAO O ALCANCA; NAS FERIAS E NO DISSIDIO SO HA PENSAO     *
      *    PERCENTUAL                                                   *
      *******************************************************************
       2317-DESCONTAR-PENSAO           SECTION.
           MOVE WS-PEN-BASE-CALCULO TO WS-PEN-BASE-BENEF
           IF PEN-INCIDE-NO-13
               ADD WS-PEN-BASE-13 TO WS-PEN-BASE-BENEF
           END-IF
           IF PEN-INCIDE-NAS-FERIAS
               ADD WS-PEN-BASE-FERIAS TO WS-PEN-BASE-BENEF
           END-IF
           MOVE ZEROS TO WS-PEN-VALOR
           IF PEN-TIPO-PERCENTUAL
               COMPUTE WS-PEN-VALOR ROUNDED =
                       WS-PEN-BASE-BENEF * PEN-PERCENTUAL / 100
               ELSE IF PEN-TIPO-VALOR-FIXO
                   IF MODO-REGULAR OR MODO-RESCISAO
                           OR (MODO-DECIMO-TERCEIRO
                               AND PEN-INCIDE-NO-13)
                       MOVE PEN-VALOR-FIXO TO WS-PEN-VALOR
                   END-IF
               END-IF
           END-IF
      *    O QUE EXCEDER O LIMITE DO MODO E DESPREZADO E APONTADO NO
      *    CONSOLE DO LOTE (O LIQUIDO NAO PODE FICAR NEGATIVO)
           IF WS-PENSAO-TOTAL + WS-PEN-VALOR > WS-PEN-LIMITE
               DISPLAY 'ATENCAO: PENSAO DA MATRICULA ' WS-MATRICULA
                       ' BENEFICIARIO ' PEN-SEQUENCIA
                       ' EXCEDE OS RENDIMENTOS DISPONIVEIS, LIMITADA '
                       'AO SALDO'
               COMPUTE WS-PEN-VALOR = WS-PEN-LIMITE - WS-PENSAO-TOTAL
           END-IF
           IF WS-PEN-VALOR > ZEROS
               ADD WS-PEN-VALOR TO WS-PENSAO-TOTAL
               PERFORM 2319-REGISTRAR-MOVTO-PENSAO
           END-IF
           .
       2317-DESCONTAR-PENSAO-FIM.
           EXIT.
      *******************************************************************
      *    GRAVA O MOVIMENTO DE PENSAO DO BENEFICIARIO NO CICLO E NO    *
      *    HISTORICO E GUARDA A LINHA DO HOLERITE DA MATRICULA          *
      *******************************************************************
       2319-REGISTRAR-MOVTO-PENSAO     SECTION.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE PEN-MATRICULA       TO PMV-MATRICULA
           MOVE PEN-SEQUENCIA       TO PMV-SEQUENCIA
           MOVE WS-NOME             TO PMV-NOME-EMPREGADO
           MOVE PEN-NOME-BENEF      TO PMV-NOME-BENEF
           MOVE PEN-CPF-BENEF       TO PMV-CPF-BENEF
           MOVE PEN-PROCESSO        TO PMV-PROCESSO
           MOVE PEN-BANCO           TO PMV-BANCO
           MOVE PEN-AGENCIA         TO PMV-AGENCIA
           MOVE PEN-CONTA           TO PMV-CONTA
           MOVE PEN-DIGITO          TO PMV-DIGITO
           MOVE WS-MODO-PROCESSAMENTO TO PMV-MODO
           MOVE WS-COMPETENCIA      TO PMV-COMPETENCIA
           MOVE WS-PEN-BASE-BENEF   TO PMV-BASE-CALCULO
           MOVE WS-PEN-VALOR        TO PMV-VALOR
           MOVE WS-DATA-SISTEMA     TO PMV-DATA
           WRITE REG-MOV-PENSAO
           IF WS-FS-MOV-PENSAO NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO GRAVAR O MOVIMENTO DE '
                       'PENSAO (PENSMOV), FILE STATUS '
                       WS-FS-MOV-PENSAO
               STOP RUN
           END-IF
           WRITE REG-HIST-PENSAO FROM REG-MOV-PENSAO
           IF WS-FS-HIST-PENSAO NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO GRAVAR O HISTORICO DE '
                       'PENSAO (PENSHIST), FILE STATUS '
                       WS-FS-HIST-PENSAO
               STOP RUN
           END-IF
           IF WS-PEN-HOL-QTDE < WS-PEN-HOL-MAX-ENTRADAS
               ADD 1 TO WS-PEN-HOL-QTDE
               MOVE PEN-NOME-BENEF
                   TO WS-PEN-HOL-NOME(WS-PEN-HOL-QTDE)
               MOVE WS-PEN-VALOR
                   TO WS-PEN-HOL-VALOR(WS-PEN-HOL-QTDE)
           ELSE
               DISPLAY 'ATENCAO: MATRICULA ' WS-MATRICULA ' COM MAIS '
                       'DE ' WS-PEN-HOL-MAX-ENTRADAS ' BENEFICIARIOS '
                       'DE PENSAO, DEMAIS FORA DO HOLERITE'
           END-IF
           .
       2319-REGISTRAR-MOVTO-PENSAO-FIM.
           EXIT.
      *******************************************************************
      *    CALCULO PROGRESSIVO DO ENCARGO DE INSS (MULTIPLAS FAIXAS)    *
      *    A FAIXA SALARIAL E INFORMADA PELO CHAMADOR EM WS-INSS-BASE   *
      *******************************************************************
       2320-CALCULAR-INSS-PROGRESSIVO  SECTION.
           IF WS-INSS-BASE <= WS-INSS-FAIXA1-LIMITE
               COMPUTE WS-ENCARGOS =
                   WS-INSS-BASE * WS-INSS-ALIQ-FAIXA1
               ELSE IF WS-INSS-BASE <= WS-INSS-FAIXA2-LIMITE
                   COMPUTE WS-ENCARGOS =
                       (WS-INSS-FAIXA1-LIMITE * WS-INSS-ALIQ-FAIXA1)
                       + ((WS-INSS-BASE - WS-INSS-FAIXA1-LIMITE)
                          * WS-INSS-ALIQ-FAIXA2)
                   ELSE IF WS-INSS-BASE <= WS-INSS-FAIXA3-LIMITE
                       COMPUTE WS-ENCARGOS =
                           (WS-INSS-FAIXA1-LIMITE * WS-INSS-ALIQ-FAIXA1)
                           + ((WS-INSS-FAIXA2-LIMITE -
                               WS-INSS-FAIXA1-LIMITE)
                              * WS-INSS-ALIQ-FAIXA2)
                           + ((WS-INSS-BASE - WS-INSS-FAIXA2-LIMITE)
                              * WS-INSS-ALIQ-FAIXA3)
                       ELSE IF WS-INSS-BASE <= WS-INSS-FAIXA4-LIMITE
                           COMPUTE WS-ENCARGOS =
                               (WS-INSS-FAIXA1-LIMITE *
                                WS-INSS-ALIQ-FAIXA1)
                               + ((WS-INSS-FAIXA2-LIMITE -
                                   WS-INSS-FAIXA1-LIMITE)
                                  * WS-INSS-ALIQ-FAIXA2)
                               + ((WS-INSS-FAIXA3-LIMITE -
                                   WS-INSS-FAIXA2-LIMITE)
                                  * WS-INSS-ALIQ-FAIXA3)
                               + ((WS-INSS-BASE - WS-INSS-FAIXA3-LIMITE)
                                  * WS-INSS-ALIQ-FAIXA4)
                           ELSE
                               MOVE WS-INSS-TETO-CONTRIB TO WS-ENCARGOS
           END-IF.

       2320-CALCULAR-INSS-PROGRESSIVO-FIM.
           EXIT.
      *******************************************************************
      *******************************************************************
       2330-CALCULAR-IRRF-TABELA       SECTION.
           COMPUTE WS-IRRF-DEDUCAO-TOTAL =
                   WS-IRRF-INSS-DEDUTIVEL + WS-IRRF-PENSAO-DEDUTIVEL +
                   (WS-NUM-DEPENDENTES * WS-IRRF-DEDUCAO-DEPENDENTE)
           IF WS-IRRF-DEDUCAO-TOTAL > WS-IRRF-RENDIMENTO
               MOVE ZEROS TO WS-IRRF-BASE-USADA
           EXIT.
      *******************************************************************
      *    APLICA OS DESCONTOS VARIAVEIS DA MATRICULA AO LIQUIDO       *
      *    (VALOR FIXO OU PERCENTUAL SOBRE O SALARIO BRUTO), DEPOIS    *
      *    DAS PARCELAS DOS CONTRATOS CONSIGNADOS E DA COMPENSACAO DO  *
      *    VALE PAGO NA QUINZENA                                       *
      *******************************************************************
       2340-APLICAR-DESCONTOS-VARIAVEIS SECTION.
      *    A MARGEM CONSIGNAVEL E CALCULADA SOBRE O LIQUIDO APOS OS
      *    DESCONTOS LEGAIS, ANTES DE QUALQUER OUTRO DESCONTO DO MES
           MOVE ZEROS TO WS-CONSIGNADOS-DESCONTADOS
           MOVE ZEROS TO WS-CSG-HOL-QTDE
           IF CONSIGNADOS-ABERTOS
               COMPUTE WS-CSG-MARGEM-DISPONIVEL =
                       WS-SALARIO-LIQUIDO * WS-ALIQ-MARGEM-CONSIG
               PERFORM 2360-PERCORRER-CONSIGNADOS
               SUBTRACT WS-CONSIGNADOS-DESCONTADOS
                   FROM WS-SALARIO-LIQUIDO
           END-IF
      *    O VALE PAGO NA QUINZENA DA MESMA COMPETENCIA (LIDO DA
      *    TRILHA) E COMPENSADO ANTES DOS DESCONTOS VARIAVEIS; O QUE
      *    NAO COUBER NO LIQUIDO E APONTADO NO CONSOLE DO LOTE
           MOVE WS-ADT-VALOR-PAGO TO WS-ADT-COMPENSADO
           IF WS-ADT-COMPENSADO > WS-SALARIO-LIQUIDO
               DISPLAY 'ATENCAO: VALE DA MATRICULA ' WS-MATRICULA
                       ' EXCEDE O LIQUIDO DISPONIVEL, COMPENSADO '
                       'ATE O SALDO'
               MOVE WS-SALARIO-LIQUIDO TO WS-ADT-COMPENSADO
           END-IF
           SUBTRACT WS-ADT-COMPENSADO FROM WS-SALARIO-LIQUIDO
           MOVE ZEROS TO WS-DESCONTOS-VARIAVEIS
           PERFORM 2345-POSICIONAR-DESCONTOS
           PERFORM 2350-APLICAR-UM-DESCONTO
               UNTIL FIM-DESCONTOS-MATRICULA
      *    O LIQUIDO NAO PODE FICAR NEGATIVO: O QUE EXCEDER O SALDO
      *    DISPONIVEL E DESPREZADO E APONTADO NO CONSOLE DO LOTE
           IF WS-DESCONTOS-VARIAVEIS > WS-SALARIO-LIQUIDO
       2340-APLICAR-DESCONTOS-VARIAVEIS-FIM.
           EXIT.
      *******************************************************************
      *    POSICIONA O ARQUIVO DE TRABALHO NO PRIMEIRO DESCONTO        *
      *    VARIAVEL DA MATRICULA ATUAL                                 *
      *******************************************************************
       2345-POSICIONAR-DESCONTOS       SECTION.
           MOVE 'N' TO WS-FIM-DESCONTOS-MATRIC
           MOVE WS-MATRICULA TO TDS-MATRICULA
           MOVE ZEROS        TO TDS-SEQUENCIA
           START ARQ-TRB-DESCONTOS KEY IS NOT LESS THAN TDS-CHAVE
               INVALID KEY
                   SET FIM-DESCONTOS-MATRICULA TO TRUE
           END-START
           .
       2345-POSICIONAR-DESCONTOS-FIM.
           EXIT.
      *******************************************************************
      *    LE O PROXIMO DESCONTO VARIAVEL, ATE O PRIMEIRO DE OUTRA     *
      *    MATRICULA, E O CALCULA E ACUMULA; O VALOR CALCULADO E       *
      *    REGRAVADO PARA A LINHA DO HOLERITE                          *
      *******************************************************************
       2350-APLICAR-UM-DESCONTO        SECTION.
           READ ARQ-TRB-DESCONTOS NEXT RECORD
               AT END
                   SET FIM-DESCONTOS-MATRICULA TO TRUE
               NOT AT END
                   IF TDS-MATRICULA NOT = WS-MATRICULA
                       SET FIM-DESCONTOS-MATRICULA TO TRUE
                   ELSE
                       IF TDS-TIPO = 'P'
                           COMPUTE TDS-VALOR-CALC ROUNDED =
                                   (WS-SALARIO-BRUTO * TDS-VALOR)
                                   / 100
                       ELSE
                           MOVE TDS-VALOR TO TDS-VALOR-CALC
                       END-IF
                       ADD TDS-VALOR-CALC TO WS-DESCONTOS-VARIAVEIS
                       REWRITE REG-TRB-DESCONTO
                       IF WS-FS-TRB-DESCONTOS NOT = '00'
                           DISPLAY 'ERRO FATAL: FALHA AO REGRAVAR O '
                                   'ARQUIVO DE TRABALHO DOS DESCONTOS '
                                   '(TRBDESC), FILE STATUS '
                                   WS-FS-TRB-DESCONTOS
                           STOP RUN
                       END-IF
                   END-IF
           END-READ
           .
       2350-APLICAR-UM-DESCONTO-FIM.
           EXIT.
      *******************************************************************
      *    PERCORRE OS CONTRATOS CONSIGNADOS DA MATRICULA ATUAL PELA    *
      *    CHAVE DO CADASTRO: NA FOLHA REGULAR DESCONTA AS PARCELAS, NA *
      *    RESCISAO DEIXA OS CONTRATOS ATIVOS EM ABERTO                 *
      *******************************************************************
       2360-PERCORRER-CONSIGNADOS      SECTION.
           MOVE 'N' TO WS-FIM-CONTRATOS-MATRIC
           MOVE WS-MATRICULA TO CSG-MATRICULA
           MOVE ZEROS        TO CSG-BANCO
           MOVE LOW-VALUES   TO CSG-CONTRATO
           START ARQ-CONSIGNADOS KEY IS NOT LESS THAN CSG-CHAVE
               INVALID KEY
                   SET FIM-CONTRATOS-MATRICULA TO TRUE
           END-START
           PERFORM 2365-LER-CONTRATO-CONSIGNADO
               UNTIL FIM-CONTRATOS-MATRICULA
           .
       2360-PERCORRER-CONSIGNADOS-FIM.
           EXIT.
      *******************************************************************
      *    LE O PROXIMO CONTRATO DO CADASTRO E O TRATA CONFORME O MODO, *
      *    ATE O PRIMEIRO CONTRATO DE OUTRA MATRICULA                   *
      *******************************************************************
       2365-LER-CONTRATO-CONSIGNADO    SECTION.
           READ ARQ-CONSIGNADOS NEXT RECORD
               AT END
                   SET FIM-CONTRATOS-MATRICULA TO TRUE
               NOT AT END
                   IF CSG-MATRICULA NOT = WS-MATRICULA
                       SET FIM-CONTRATOS-MATRICULA TO TRUE
                   ELSE
                       IF MODO-RESCISAO
                           PERFORM 2380-ENCERRAR-CONTRATO-RESCISAO
                       ELSE
                           PERFORM 2370-DESCONTAR-PARCELA
                       END-IF
                   END-IF
           END-READ
           .
       2365-LER-CONTRATO-CONSIGNADO-FIM.
           EXIT.
      *******************************************************************
      *    DESCONTA A PARCELA DO CONTRATO SE ELA COUBER NA MARGEM AINDA *
      *    DISPONIVEL; O CONTRATO SO AVANCA (E QUITA NA ULTIMA PARCELA) *
      *    QUANDO A PARCELA E DE FATO DESCONTADA, E UMA UNICA VEZ POR   *
      *    COMPETENCIA                                                  *
      *******************************************************************
       2370-DESCONTAR-PARCELA          SECTION.
      *    O CONTRATO QUITADO NESTA MESMA COMPETENCIA AINDA E TRATADO,
      *    PARA QUE O RECALCULO, O REPROCESSO OU O REINICIO REFACAM O
      *    DESCONTO DA ULTIMA PARCELA SEM AVANCAR O CONTRATO DE NOVO
           IF CSG-ATIVO OR (CSG-QUITADO AND
                   CSG-COMP-ULT-DESCONTO = WS-COMP-AAAAMM)
               IF CSG-VALOR-PARCELA NOT > WS-CSG-MARGEM-DISPONIVEL
                   SUBTRACT CSG-VALOR-PARCELA
                       FROM WS-CSG-MARGEM-DISPONIVEL
                   ADD CSG-VALOR-PARCELA TO WS-CONSIGNADOS-DESCONTADOS
                   IF CSG-COMP-ULT-DESCONTO NOT = WS-COMP-AAAAMM
                       ADD 1 TO CSG-PARCELAS-PAGAS
                       MOVE WS-COMP-AAAAMM TO CSG-COMP-ULT-DESCONTO
                       IF CSG-PARCELAS-PAGAS NOT < CSG-QTDE-PARCELAS
                           SET CSG-QUITADO TO TRUE
                       END-IF
                       PERFORM 2390-REGRAVAR-CONTRATO
                   END-IF
                   IF CSG-QUITADO
                       MOVE 'Q' TO WS-CSG-OCORRENCIA
                   ELSE
                       MOVE 'D' TO WS-CSG-OCORRENCIA
                   END-IF
               ELSE
      *    SEM MARGEM A PARCELA FICA SUSPENSA NO MES E O CONTRATO NAO
      *    AVANCA; SE UM CALCULO ANTERIOR DESTA COMPETENCIA JA O TINHA
      *    AVANCADO, O AVANCO E DESFEITO
                   IF CSG-COMP-ULT-DESCONTO = WS-COMP-AAAAMM
                       SUBTRACT 1 FROM CSG-PARCELAS-PAGAS
                       MOVE ZEROS TO CSG-COMP-ULT-DESCONTO
                       SET CSG-ATIVO TO TRUE
                       PERFORM 2390-REGRAVAR-CONTRATO
                   END-IF
                   MOVE 'S' TO WS-CSG-OCORRENCIA
                   DISPLAY 'ATENCAO: PARCELA DO CONTRATO ' CSG-CONTRATO
                           ' DA MATRICULA ' WS-MATRICULA
                           ' SUSPENSA POR FALTA DE MARGEM'
               END-IF
               PERFORM 2395-REGISTRAR-MOVTO-CONSIGNADO
           END-IF
           .
       2370-DESCONTAR-PARCELA-FIM.
           EXIT.
      *******************************************************************
      *    NO DESLIGAMENTO O CONTRATO AINDA ATIVO FICA EM ABERTO, COM O *
      *    SALDO DEVEDOR, PARA A NEGOCIACAO COM O BANCO CREDOR; O       *
      *    RECALCULO DA MESMA RESCISAO VOLTA A RELACIONA-LO             *
      *******************************************************************
       2380-ENCERRAR-CONTRATO-RESCISAO SECTION.
           IF CSG-ATIVO OR (CSG-ABERTO-RESCISAO AND
                   CSG-COMP-RESCISAO = WS-COMP-AAAAMM)
               IF CSG-ATIVO
                   SET CSG-ABERTO-RESCISAO TO TRUE
                   MOVE WS-COMP-AAAAMM TO CSG-COMP-RESCISAO
                   PERFORM 2390-REGRAVAR-CONTRATO
               END-IF
               MOVE 'R' TO WS-CSG-OCORRENCIA
               PERFORM 2395-REGISTRAR-MOVTO-CONSIGNADO
           END-IF
           .
       2380-ENCERRAR-CONTRATO-RESCISAO-FIM.
           EXIT.
      *******************************************************************
      *    REGRAVA O CONTRATO ATUALIZADO NO CADASTRO DE CONSIGNADOS     *
      *******************************************************************
       2390-REGRAVAR-CONTRATO          SECTION.
           REWRITE REG-CONSIGNADO
               INVALID KEY
                   DISPLAY 'ERRO FATAL: CONTRATO ' CSG-CONTRATO
                           ' DA MATRICULA ' CSG-MATRICULA
                           ' NAO REGRAVADO NO CADASTRO (CONSIGNA)'
                   STOP RUN
           END-REWRITE
           IF WS-FS-CONSIGNADOS NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO REGRAVAR O CADASTRO DE '
                       'CONSIGNADOS (CONSIGNA), FILE STATUS '
                       WS-FS-CONSIGNADOS
               STOP RUN
           END-IF
           .
       2390-REGRAVAR-CONTRATO-FIM.
           EXIT.
      *******************************************************************
      *    GRAVA A OCORRENCIA DO CONTRATO NO MOVIMENTO DO CICLO, COM O  *
      *    SALDO DEVEDOR, E A GUARDA PARA O HOLERITE DA MATRICULA       *
      *******************************************************************
       2395-REGISTRAR-MOVTO-CONSIGNADO SECTION.
           IF CSG-PARCELAS-PAGAS < CSG-QTDE-PARCELAS
               COMPUTE WS-CSG-SALDO-DEVEDOR =
                       (CSG-QTDE-PARCELAS - CSG-PARCELAS-PAGAS)
                       * CSG-VALOR-PARCELA
           ELSE
               MOVE ZEROS TO WS-CSG-SALDO-DEVEDOR
           END-IF
           MOVE CSG-BANCO           TO MOV-BANCO
           MOVE CSG-MATRICULA       TO MOV-MATRICULA
           MOVE CSG-CONTRATO        TO MOV-CONTRATO
           MOVE WS-NOME             TO MOV-NOME
           MOVE CSG-NOME-CREDOR     TO MOV-NOME-CREDOR
           MOVE WS-CSG-OCORRENCIA   TO MOV-OCORRENCIA
           MOVE CSG-QTDE-PARCELAS   TO MOV-QTDE-PARCELAS
           MOVE WS-CSG-SALDO-DEVEDOR TO MOV-SALDO-DEVEDOR
           MOVE WS-COMPETENCIA      TO MOV-COMPETENCIA
      *    NA PARCELA DESCONTADA O NUMERO E O DA PARCELA PAGA; NA
      *    SUSPENSA E NA RESCISAO, O DA PROXIMA PARCELA EM ABERTO
           IF WS-CSG-OCORRENCIA = 'D' OR WS-CSG-OCORRENCIA = 'Q'
               MOVE CSG-PARCELAS-PAGAS TO MOV-PARCELA
               MOVE CSG-VALOR-PARCELA  TO MOV-VALOR-DESCONTADO
           ELSE
               COMPUTE MOV-PARCELA = CSG-PARCELAS-PAGAS + 1
               MOVE ZEROS TO MOV-VALOR-DESCONTADO
           END-IF
           WRITE REG-MOV-CONSIGNADO
           IF WS-FS-MOV-CONSIGNADO NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO GRAVAR O MOVIMENTO DE '
                       'CONSIGNADOS (CONSMOV), FILE STATUS '
                       WS-FS-MOV-CONSIGNADO
               STOP RUN
           END-IF
           IF WS-CSG-HOL-QTDE < WS-CSG-HOL-MAX-ENTRADAS
               ADD 1 TO WS-CSG-HOL-QTDE
               MOVE MOV-BANCO    TO WS-CSG-HOL-BANCO(WS-CSG-HOL-QTDE)
               MOVE MOV-CONTRATO
                   TO WS-CSG-HOL-CONTRATO(WS-CSG-HOL-QTDE)
               MOVE MOV-OCORRENCIA
                   TO WS-CSG-HOL-OCORR(WS-CSG-HOL-QTDE)
               MOVE MOV-PARCELA
                   TO WS-CSG-HOL-PARCELA(WS-CSG-HOL-QTDE)
               MOVE MOV-QTDE-PARCELAS
                   TO WS-CSG-HOL-QTDE-PARC(WS-CSG-HOL-QTDE)
               MOVE MOV-VALOR-DESCONTADO
                   TO WS-CSG-HOL-VALOR(WS-CSG-HOL-QTDE)
               MOVE MOV-SALDO-DEVEDOR
                   TO WS-CSG-HOL-SALDO(WS-CSG-HOL-QTDE)
           ELSE
               DISPLAY 'ATENCAO: MATRICULA ' WS-MATRICULA ' COM MAIS '
                       'DE ' WS-CSG-HOL-MAX-ENTRADAS ' CONTRATOS '
                       'CONSIGNADOS, DEMAIS FORA DO HOLERITE'
           END-IF
           .
       2395-REGISTRAR-MOVTO-CONSIGNADO-FIM.
           EXIT.
      *******************************************************************
      *    CALCULO DO FGTS (DEPOSITO DO EMPREGADOR) E GRAVACAO DA GUIA  *
      *******************************************************************
       2400-CALCULO-FGTS               SECTION.
      *    O FGTS INCIDE SOBRE A REMUNERACAO TOTAL DO MES, INCLUINDO
      *    AS HORAS EXTRAS JA CALCULADAS EM 2200-CALCULAR-HORA-EXTRA
      *    E OS ADICIONAIS DO MES; NO AFASTAMENTO PREVIDENCIARIO O
      *    DEPOSITO CONTINUA DEVIDO SOBRE A REMUNERACAO INTEGRAL
      *    (COM OS ADICIONAIS DO MES CHEIO), MESMO COM O PAGAMENTO
      *    SUSPENSO NOS DIAS AFASTADOS
           IF AFASTADO-PREVIDENCIARIO
               COMPUTE WS-VALOR-FGTS =
                       (WS-SALARIO-INTEGRAL + WS-ADIC-MENSAL
                        + WS-HEXTRA-CALCULADA) * WS-ALIQ-FGTS
           ELSE
               COMPUTE WS-VALOR-FGTS =
                       (WS-SALARIO-BRUTO + WS-ADICIONAIS
                        + WS-HEXTRA-CALCULADA) * WS-ALIQ-FGTS
           END-IF
           ADD WS-VALOR-FGTS TO WS-FGTS-ACUMULADO-MES
           MOVE WS-MATRICULA TO FGTS-MATRICULA
           EXIT.
      *******************************************************************
      *    ENCARGOS PATRONAIS (INSS PATRONAL, RAT E TERCEIROS) SOBRE A  *
      *    MESMA REMUNERACAO DO MES (BRUTO, ADICIONAIS E EXTRAS), COM  *
      *    GRAVACAO DA GUIA PREVIDENCIARIA DA COMPETENCIA (GUIAPREV)   *
      *******************************************************************
       2450-CALCULO-ENCARGOS-PATRONAIS SECTION.
           COMPUTE WS-PREV-BASE = WS-SALARIO-BRUTO + WS-ADICIONAIS
                   + WS-HEXTRA-CALCULADA
           COMPUTE WS-PREV-PATRONAL ROUNDED =
                   WS-PREV-BASE * WS-ALIQ-INSS-PATRONAL
           COMPUTE WS-PREV-RAT ROUNDED =
      *    CALCULO DO DECIMO TERCEIRO SALARIO (1A E 2A PARCELA)         *
      *******************************************************************
       2500-CALCULO-13-SALARIO         SECTION.
      *    BASE PROPORCIONAL AOS MESES TRABALHADOS NO ANO, COM A
      *    MEDIA DOS ADICIONAIS NA MESMA PROPORCAO
           PERFORM 2250-CALCULAR-ADICIONAIS
           MOVE WS-MESES-TRABALHADOS TO WS-ADIC-FATOR-MULT
           MOVE 12 TO WS-ADIC-FATOR-DIV
           PERFORM 2260-PROPORCIONALIZAR-ADICIONAIS
           COMPUTE WS-13-BASE ROUNDED =
                   (WS-SALARIO-BRUTO * WS-MESES-TRABALHADOS) / 12
           ADD WS-ADICIONAIS TO WS-13-BASE
      *    PRIMEIRA PARCELA (SEM DESCONTOS, CONFORME LEGISLACAO)
           COMPUTE WS-13-PRIMEIRA-PARCELA ROUNDED = WS-13-BASE / 2
           COMPUTE WS-13-SEGUNDA-PARCELA-BRUTA =
           MOVE WS-13-BASE TO WS-INSS-BASE
           PERFORM 2320-CALCULAR-INSS-PROGRESSIVO
           MOVE WS-ENCARGOS TO WS-13-INSS
      *    PENSAO SOBRE O 13O INTEGRAL DEDUZIDO O INSS, SO PARA AS
      *    DECISOES QUE ALCANCAM O 13O, DESCONTADA NA SEGUNDA PARCELA
           MOVE ZEROS TO WS-PEN-BASE-CALCULO
           COMPUTE WS-PEN-BASE-13 = WS-13-BASE - WS-13-INSS
           MOVE ZEROS TO WS-PEN-BASE-FERIAS
           COMPUTE WS-PEN-LIMITE =
                   WS-13-SEGUNDA-PARCELA-BRUTA - WS-13-INSS
           PERFORM 2310-CALCULAR-PENSAO
           PERFORM 2520-CALCULAR-IRRF-13
           COMPUTE WS-13-SEGUNDA-PARCELA-LIQ =
                   WS-13-SEGUNDA-PARCELA-BRUTA - WS-13-INSS
                   - WS-13-IMPOSTO-RENDA - WS-PENSAO-TOTAL
      *    REFLETE O RESULTADO NOS CAMPOS COMPARTILHADOS DE AUDITORIA
           MOVE WS-13-IMPOSTO-RENDA TO WS-IMPOSTO-RENDA
           MOVE WS-13-INSS TO WS-ENCARGOS
       2520-CALCULAR-IRRF-13           SECTION.
           MOVE WS-13-BASE TO WS-IRRF-RENDIMENTO
           MOVE WS-13-INSS TO WS-IRRF-INSS-DEDUTIVEL
           MOVE WS-PENSAO-TOTAL TO WS-IRRF-PENSAO-DEDUTIVEL
           PERFORM 2330-CALCULAR-IRRF-TABELA
           MOVE WS-IRRF-CALCULADO TO WS-13-IMPOSTO-RENDA
           .
      *    CALCULO DE FERIAS, COM O TERCO CONSTITUCIONAL              *
      *******************************************************************
       2600-CALCULO-FERIAS             SECTION.
      *    VALOR DO DIA DE FERIAS E BASE PELOS DIAS GOZADOS, COM A
      *    MEDIA DOS ADICIONAIS NA MESMA PROPORCAO
           PERFORM 2250-CALCULAR-ADICIONAIS
           MOVE WS-DIAS-FERIAS TO WS-ADIC-FATOR-MULT
           MOVE 30 TO WS-ADIC-FATOR-DIV
           PERFORM 2260-PROPORCIONALIZAR-ADICIONAIS
           COMPUTE WS-FERIAS-VALOR-DIA = WS-SALARIO-BRUTO / 30
           COMPUTE WS-FERIAS-BASE ROUNDED =
                   WS-FERIAS-VALOR-DIA * WS-DIAS-FERIAS
           ADD WS-ADICIONAIS TO WS-FERIAS-BASE
      *    PERIODO AQUISITIVO DO CONTROLE: VENCIDO O LIMITE DE
      *    CONCESSAO, AS FERIAS SAO DEVIDAS EM DOBRO
           PERFORM 2610-LOCALIZAR-PERIODO-FERIAS
           IF FERIAS-EM-DOBRO
               MOVE WS-FERIAS-BASE TO WS-FERIAS-DOBRA
           ELSE
               MOVE ZEROS TO WS-FERIAS-DOBRA
           END-IF
      *    ADICIONA O TERCO CONSTITUCIONAL SOBRE AS FERIAS (E SOBRE A
      *    DOBRA, QUANDO HOUVER)
           COMPUTE WS-FERIAS-TERCO-SIMPLES ROUNDED = WS-FERIAS-BASE / 3
           COMPUTE WS-FERIAS-TERCO-DOBRA ROUNDED = WS-FERIAS-DOBRA / 3
           COMPUTE WS-FERIAS-TERCO-CONST =
                   WS-FERIAS-TERCO-SIMPLES + WS-FERIAS-TERCO-DOBRA
           COMPUTE WS-FERIAS-BRUTO =
                   WS-FERIAS-BASE + WS-FERIAS-DOBRA
                   + WS-FERIAS-TERCO-CONST
      *    DESCONTOS DE INSS E DE IRRF PROPRIOS DAS FERIAS; A DOBRA E
      *    O SEU TERCO NAO INTEGRAM O SALARIO DE CONTRIBUICAO
           COMPUTE WS-INSS-BASE =
                   WS-FERIAS-BASE + WS-FERIAS-TERCO-SIMPLES
           PERFORM 2320-CALCULAR-INSS-PROGRESSIVO
           MOVE WS-ENCARGOS TO WS-FERIAS-INSS
      *    PENSAO SOBRE AS FERIAS DEDUZIDO O INSS, SO PARA AS DECISOES
      *    QUE ALCANCAM AS FERIAS
           MOVE ZEROS TO WS-PEN-BASE-CALCULO
           MOVE ZEROS TO WS-PEN-BASE-13
           COMPUTE WS-PEN-BASE-FERIAS =
                   WS-FERIAS-BRUTO - WS-FERIAS-INSS
           MOVE WS-PEN-BASE-FERIAS TO WS-PEN-LIMITE
           PERFORM 2310-CALCULAR-PENSAO
           PERFORM 2620-CALCULAR-IRRF-FERIAS
           COMPUTE WS-FERIAS-LIQUIDO =
                   WS-FERIAS-BRUTO - WS-FERIAS-INSS
                   - WS-FERIAS-IMPOSTO-RENDA - WS-PENSAO-TOTAL
      *    REFLETE O RESULTADO NOS CAMPOS COMPARTILHADOS DE AUDITORIA
           MOVE WS-FERIAS-IMPOSTO-RENDA TO WS-IMPOSTO-RENDA
           MOVE WS-FERIAS-INSS TO WS-ENCARGOS
       2600-CALCULO-FERIAS-FIM.
           EXIT.
      *******************************************************************
      *    LOCALIZA NO CONTROLE DE FERIAS O PERIODO AQUISITIVO DAS      *
      *    FERIAS CALCULADAS: O PERIODO JA QUITADO POR ESTA MESMA       *
      *    COMPETENCIA (RECALCULO) OU O MAIS ANTIGO AINDA EM ABERTO. A  *
      *    DOBRA E DEVIDA QUANDO O LIMITE DE CONCESSAO E ANTERIOR AO    *
      *    PRIMEIRO DIA DA COMPETENCIA                                  *
      *******************************************************************
       2610-LOCALIZAR-PERIODO-FERIAS   SECTION.
           MOVE 'N' TO WS-FLAG-PERIODO-FERIAS
           MOVE 'N' TO WS-FLAG-FERIAS-DOBRO
           MOVE ZEROS TO WS-FER-INICIO-AQUISITIVO
           MOVE ZEROS TO WS-FER-FIM-AQUISITIVO
           MOVE ZEROS TO WS-FER-LIMITE-CONCESSAO
           IF CONTROLE-FERIAS-ABERTO
               MOVE 'N' TO WS-FIM-PERIODOS-MATRIC
               MOVE WS-MATRICULA TO FCT-MATRICULA
               MOVE ZEROS        TO FCT-INICIO-AQUISITIVO
               START ARQ-CONTROLE-FERIAS
                   KEY IS NOT LESS THAN FCT-CHAVE
                   INVALID KEY
                       SET FIM-PERIODOS-MATRICULA TO TRUE
               END-START
               PERFORM 2615-LER-PERIODO-FERIAS
                   UNTIL FIM-PERIODOS-MATRICULA
           END-IF
           IF PERIODO-FERIAS-ACHADO
               AND WS-FER-LIMITE-CONCESSAO < WS-FER-PRIMEIRO-DIA-COMP
               SET FERIAS-EM-DOBRO TO TRUE
           END-IF
           .
       2610-LOCALIZAR-PERIODO-FERIAS-FIM.
           EXIT.
      *******************************************************************
      *    LE O PROXIMO PERIODO DA MATRICULA ATUAL; O PERIODO GOZADO    *
      *    NESTA COMPETENCIA ENCERRA A BUSCA, O PRIMEIRO EM ABERTO SO   *
      *    E GUARDADO ENQUANTO ELE NAO APARECE                          *
      *******************************************************************
       2615-LER-PERIODO-FERIAS         SECTION.
           READ ARQ-CONTROLE-FERIAS NEXT RECORD
               AT END
                   SET FIM-PERIODOS-MATRICULA TO TRUE
               NOT AT END
                   IF FCT-MATRICULA NOT = WS-MATRICULA
                       SET FIM-PERIODOS-MATRICULA TO TRUE
                   ELSE
                       IF FCT-COMP-ULT-GOZO = WS-COMP-AAAAMM
                           PERFORM 2617-GUARDAR-PERIODO-FERIAS
                           SET FIM-PERIODOS-MATRICULA TO TRUE
                       ELSE
                           IF NOT PERIODO-FERIAS-ACHADO
                               AND (FCT-EM-CONCESSAO
                                    OR FCT-EM-AQUISICAO)
                               PERFORM 2617-GUARDAR-PERIODO-FERIAS
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .
       2615-LER-PERIODO-FERIAS-FIM.
           EXIT.
      *******************************************************************
      *    GUARDA AS DATAS DO PERIODO AQUISITIVO DAS FERIAS CALCULADAS  *
      *******************************************************************
       2617-GUARDAR-PERIODO-FERIAS     SECTION.
           SET PERIODO-FERIAS-ACHADO TO TRUE
           MOVE FCT-INICIO-AQUISITIVO TO WS-FER-INICIO-AQUISITIVO
           MOVE FCT-FIM-AQUISITIVO    TO WS-FER-FIM-AQUISITIVO
           MOVE FCT-LIMITE-CONCESSAO  TO WS-FER-LIMITE-CONCESSAO
           .
       2617-GUARDAR-PERIODO-FERIAS-FIM.
           EXIT.
      *******************************************************************
      *    IRRF SOBRE O VALOR BRUTO DE FERIAS (BASE + TERCO), PELA     *
      *    TABELA PROGRESSIVA LEGAL                                    *
      *******************************************************************
       2620-CALCULAR-IRRF-FERIAS       SECTION.
           MOVE WS-FERIAS-BRUTO TO WS-IRRF-RENDIMENTO
           MOVE WS-FERIAS-INSS  TO WS-IRRF-INSS-DEDUTIVEL
           MOVE WS-PENSAO-TOTAL TO WS-IRRF-PENSAO-DEDUTIVEL
           PERFORM 2330-CALCULAR-IRRF-TABELA
           MOVE WS-IRRF-CALCULADO TO WS-FERIAS-IMPOSTO-RENDA
           .
       2650-CALCULO-RESCISAO           SECTION.
      *    SALDO DE SALARIO PELAS HORAS TRABALHADAS NO MES DO
      *    DESLIGAMENTO, SOBRE A MESMA BASE HORARIA DAS HORAS EXTRAS
      *    (SALARIO MAIS OS ADICIONAIS DO MES CHEIO); OS ADICIONAIS
      *    DO SALDO SAEM NA MESMA PROPORCAO DE HORAS, EM LINHA PROPRIA
           PERFORM 2250-CALCULAR-ADICIONAIS
           PERFORM 2200-CALCULAR-HORA-EXTRA
           COMPUTE WS-RESC-SALDO-SALARIO ROUNDED =
                   (WS-SALARIO-BRUTO * WS-HORAS-TRAB) / 160
           MOVE WS-HORAS-TRAB TO WS-ADIC-FATOR-MULT
           MOVE 160 TO WS-ADIC-FATOR-DIV
           PERFORM 2260-PROPORCIONALIZAR-ADICIONAIS
      *    AS DEMAIS VERBAS REFLETEM A MEDIA MENSAL DOS ADICIONAIS
      *    SOBRE O SALARIO (REMUNERACAO DO DESLIGAMENTO)
      *    DECIMO TERCEIRO PROPORCIONAL AOS MESES TRABALHADOS NO ANO
           COMPUTE WS-RESC-13-PROPORCIONAL ROUNDED =
                   ((WS-SALARIO-BRUTO + WS-ADIC-MENSAL)
                    * WS-MESES-TRABALHADOS) / 12
      *    FERIAS PROPORCIONAIS AOS MESES TRABALHADOS, COM O TERCO
           COMPUTE WS-RESC-FERIAS-PROP ROUNDED =
                   ((WS-SALARIO-BRUTO + WS-ADIC-MENSAL)
                    * WS-MESES-TRABALHADOS) / 12
           COMPUTE WS-RESC-FERIAS-PROP-TERCO ROUNDED =
                   WS-RESC-FERIAS-PROP / 3
      *    FERIAS VENCIDAS E NAO GOZADAS (DIAS DO ARQUIVO MESTRE),
      *    TAMBEM ACRESCIDAS DO TERCO CONSTITUCIONAL
           IF WS-DIAS-FERIAS > 0
               COMPUTE WS-RESC-FERIAS-VENCIDAS ROUNDED =
                       ((WS-SALARIO-BRUTO + WS-ADIC-MENSAL)
                        * WS-DIAS-FERIAS) / 30
               COMPUTE WS-RESC-FERIAS-VENC-TERCO ROUNDED =
                       WS-RESC-FERIAS-VENCIDAS / 3
           ELSE
               MOVE ZEROS TO WS-RESC-FERIAS-VENCIDAS
               MOVE ZEROS TO WS-RESC-FERIAS-VENC-TERCO
           END-IF
      *    AVISO PREVIO INDENIZADO DE 30 DIAS (UMA REMUNERACAO)
           COMPUTE WS-RESC-AVISO-PREVIO =
                   WS-SALARIO-BRUTO + WS-ADIC-MENSAL
      *    MULTA DE 40% SOBRE O FGTS DEPOSITADO NO PERIODO TRABALHADO
           COMPUTE WS-RESC-FGTS-DEPOSITADO ROUNDED =
                   (WS-SALARIO-BRUTO + WS-ADIC-MENSAL) * WS-ALIQ-FGTS
                   * WS-MESES-TRABALHADOS
           COMPUTE WS-RESC-MULTA-FGTS ROUNDED =
                   WS-RESC-FGTS-DEPOSITADO * WS-ALIQ-MULTA-FGTS
      *    INSS E IRRF INCIDEM SOBRE AS VERBAS SALARIAIS (SALDO DE
      *    SALARIO, ADICIONAIS, HORAS EXTRAS E 13O PROPORCIONAL); AS
      *    VERBAS INDENIZATORIAS (FERIAS, AVISO E MULTA) SAO ISENTAS
           COMPUTE WS-RESC-BASE-TRIBUTAVEL =
                   WS-RESC-SALDO-SALARIO + WS-ADICIONAIS
                   + WS-HEXTRA-CALCULADA + WS-RESC-13-PROPORCIONAL
           MOVE WS-RESC-BASE-TRIBUTAVEL TO WS-INSS-BASE
           PERFORM 2320-CALCULAR-INSS-PROGRESSIVO
           MOVE WS-ENCARGOS TO WS-RESC-INSS
      *    PENSAO SOBRE AS VERBAS DE NATUREZA SALARIAL (SALDO,
      *    ADICIONAIS, HORAS EXTRAS E AVISO) DEDUZIDO O INSS, MAIS O
      *    13O E AS FERIAS COM OS TERCOS QUANDO A DECISAO OS ALCANCA;
      *    A MULTA DO FGTS NAO ENTRA NA BASE
           COMPUTE WS-PEN-BASE-CALCULO =
                   WS-RESC-SALDO-SALARIO + WS-ADICIONAIS
                   + WS-HEXTRA-CALCULADA
                   + WS-RESC-AVISO-PREVIO - WS-RESC-INSS
           MOVE WS-RESC-13-PROPORCIONAL TO WS-PEN-BASE-13
           COMPUTE WS-PEN-BASE-FERIAS =
                   WS-RESC-FERIAS-PROP + WS-RESC-FERIAS-PROP-TERCO
                   + WS-RESC-FERIAS-VENCIDAS
                   + WS-RESC-FERIAS-VENC-TERCO
           COMPUTE WS-PEN-LIMITE = WS-PEN-BASE-CALCULO
                   + WS-PEN-BASE-13 + WS-PEN-BASE-FERIAS
           PERFORM 2310-CALCULAR-PENSAO
           PERFORM 2660-CALCULAR-IRRF-RESCISAO
      *    TOTALIZACAO DO TERMO DE RESCISAO
           COMPUTE WS-RESC-TOTAL-BRUTO =
                   WS-RESC-SALDO-SALARIO + WS-ADICIONAIS
                   + WS-HEXTRA-CALCULADA
                   + WS-RESC-13-PROPORCIONAL
                   + WS-RESC-FERIAS-PROP + WS-RESC-FERIAS-PROP-TERCO
                   + WS-RESC-FERIAS-VENCIDAS
                   + WS-RESC-AVISO-PREVIO + WS-RESC-MULTA-FGTS
           COMPUTE WS-RESC-TOTAL-LIQUIDO =
                   WS-RESC-TOTAL-BRUTO - WS-RESC-INSS
                   - WS-RESC-IMPOSTO-RENDA - WS-PENSAO-TOTAL
      *    REFLETE O RESULTADO NOS CAMPOS COMPARTILHADOS DE AUDITORIA
           MOVE WS-RESC-IMPOSTO-RENDA TO WS-IMPOSTO-RENDA
           MOVE WS-RESC-INSS TO WS-ENCARGOS
           MOVE WS-RESC-TOTAL-LIQUIDO TO WS-SALARIO-LIQUIDO
      *    OS CONTRATOS CONSIGNADOS AINDA ATIVOS FICAM EM ABERTO NO
      *    DESLIGAMENTO, RELACIONADOS NO TERMO E NO RELATORIO
           MOVE ZEROS TO WS-CSG-HOL-QTDE
           IF CONSIGNADOS-ABERTOS
               PERFORM 2360-PERCORRER-CONSIGNADOS
           END-IF
           .
       2650-CALCULO-RESCISAO-FIM.
           EXIT.
       2660-CALCULAR-IRRF-RESCISAO     SECTION.
           MOVE WS-RESC-BASE-TRIBUTAVEL TO WS-IRRF-RENDIMENTO
           MOVE WS-RESC-INSS TO WS-IRRF-INSS-DEDUTIVEL
           MOVE WS-PENSAO-TOTAL TO WS-IRRF-PENSAO-DEDUTIVEL
           PERFORM 2330-CALCULAR-IRRF-TABELA
           MOVE WS-IRRF-CALCULADO TO WS-RESC-IMPOSTO-RENDA
           .
      *******************************************************************
       2670-CALCULO-DISSIDIO           SECTION.
           COMPUTE WS-DIS-DIFERENCA-BRUTA ROUNDED =
                   (TDI-SOMA-BASE * WS-PCT-DISSIDIO)
                   / 100
      *    PARCELA DA DIFERENCA QUE CORRESPONDE AOS ADICIONAIS DAS
      *    BASES AUDITADAS, DEMONSTRADA EM LINHA PROPRIA
           COMPUTE WS-DIS-DIFERENCA-ADIC ROUNDED =
                   (TDI-SOMA-ADIC * WS-PCT-DISSIDIO)
                   / 100
      *    DESCONTOS LEGAIS SOBRE A DIFERENCA, PELAS TABELAS DA
      *    COMPETENCIA DO CARTAO
           MOVE WS-DIS-DIFERENCA-BRUTA TO WS-INSS-BASE
           PERFORM 2320-CALCULAR-INSS-PROGRESSIVO
           MOVE WS-ENCARGOS TO WS-DIS-INSS
      *    A PENSAO PERCENTUAL TAMBEM ALCANCA A DIFERENCA DEDUZIDO O
      *    INSS; O VALOR FIXO JA FOI DESCONTADO NAS FOLHAS DO PERIODO
           COMPUTE WS-PEN-BASE-CALCULO =
                   WS-DIS-DIFERENCA-BRUTA - WS-DIS-INSS
           MOVE ZEROS TO WS-PEN-BASE-13
           MOVE ZEROS TO WS-PEN-BASE-FERIAS
           MOVE WS-PEN-BASE-CALCULO TO WS-PEN-LIMITE
           PERFORM 2310-CALCULAR-PENSAO
           MOVE WS-DIS-DIFERENCA-BRUTA TO WS-IRRF-RENDIMENTO
           MOVE WS-DIS-INSS TO WS-IRRF-INSS-DEDUTIVEL
           MOVE WS-PENSAO-TOTAL TO WS-IRRF-PENSAO-DEDUTIVEL
           PERFORM 2330-CALCULAR-IRRF-TABELA
           MOVE WS-IRRF-CALCULADO TO WS-DIS-IRRF
           COMPUTE WS-DIS-LIQUIDO =
                   WS-DIS-DIFERENCA-BRUTA - WS-DIS-INSS - WS-DIS-IRRF
                   - WS-PENSAO-TOTAL
      *    O FGTS E OS ENCARGOS PATRONAIS INCIDEM SOBRE A DIFERENCA E
      *    SAEM NAS GUIAS DO CICLO; OS CAMPOS DE TRABALHO DO MES SAO
      *    POSICIONADOS PARA QUE 2400 E 2450 USEM SO A DIFERENCA
           MOVE WS-DIS-DIFERENCA-BRUTA TO WS-SALARIO-BRUTO
           MOVE ZEROS TO WS-HEXTRA-CALCULADA
           MOVE ZEROS TO WS-HORA-EXTRA
           MOVE ZEROS TO WS-ADICIONAIS
           MOVE 'N' TO WS-FLAG-AFAST-PREV
           PERFORM 2400-CALCULO-FGTS
           PERFORM 2450-CALCULO-ENCARGOS-PATRONAIS
      *    A PARCELA DOS ADICIONAIS (JA CONTIDA NA DIFERENCA BRUTA)
      *    SEGUE PARA A AUDITORIA, QUE A SEPARA NA CONTABILIZACAO
           MOVE WS-DIS-DIFERENCA-ADIC TO WS-ADICIONAIS
      *    REFLETE O RESULTADO NOS CAMPOS COMPARTILHADOS DE AUDITORIA
           MOVE WS-DIS-IRRF TO WS-IMPOSTO-RENDA
           MOVE WS-DIS-INSS TO WS-ENCARGOS
       2670-CALCULO-DISSIDIO-FIM.
           EXIT.
      *******************************************************************
      *    CALCULA O ADIANTAMENTO QUINZENAL (VALE) DA MATRICULA: O      *
      *    PERCENTUAL DO CARTAO SOBRE O SALARIO DO MES, JA REDUZIDO AOS *
      *    DIAS DEVIDOS PELOS AFASTAMENTOS CONHECIDOS NO AFASTMES; O    *
      *    VALE E ANTECIPACAO DO SALARIO E NAO SOFRE INSS NEM IRRF,     *
      *    QUE INCIDEM SOBRE O MES INTEIRO NA FOLHA REGULAR             *
      *******************************************************************
       2680-CALCULO-ADIANTAMENTO       SECTION.
           PERFORM 2150-APLICAR-AFASTAMENTO
           COMPUTE WS-ADT-VALOR ROUNDED =
                   (WS-SALARIO-BRUTO * WS-PCT-ADIANTAMENTO) / 100
           MOVE ZEROS TO WS-HEXTRA-CALCULADA
           MOVE ZEROS TO WS-HORA-EXTRA
           MOVE ZEROS TO WS-IRRF-BASE-USADA
      *    REFLETE O RESULTADO NOS CAMPOS COMPARTILHADOS DE AUDITORIA,
      *    SAIDA (QUE ALIMENTA A REMESSA) E CENTRO DE CUSTO
           MOVE ZEROS TO WS-IMPOSTO-RENDA
           MOVE ZEROS TO WS-ENCARGOS
           MOVE WS-ADT-VALOR TO WS-SALARIO-LIQUIDO
           .
       2680-CALCULO-ADIANTAMENTO-FIM.
           EXIT.
      *******************************************************************
      *    GRAVA A TRILHA DE AUDITORIA DO CALCULO REALIZADO            *
      *******************************************************************
       2800-GRAVAR-AUDITORIA           SECTION.
           MOVE WS-IRRF-BASE-USADA    TO AUD-BASE-IRRF
      *    A VIGENCIA DA TABELA LEGAL USADA NO CALCULO FICA NA TRILHA
           MOVE WS-VIGENCIA-USADA     TO AUD-VIGENCIA-TABELA
      *    ADICIONAIS PAGOS NO CALCULO, JA CONTIDOS NA BASE DE CALCULO
           MOVE WS-ADICIONAIS         TO AUD-ADICIONAIS
      *    PENSAO ALIMENTICIA DESCONTADA NO CALCULO, PARA O
      *    DEMONSTRATIVO DO ESOCIAL; A DOBRA SO EXISTE NAS FERIAS
           MOVE WS-PENSAO-TOTAL       TO AUD-PENSAO
           MOVE ZEROS                 TO AUD-FERIAS-DOBRA
      *    REGISTRA A BASE (E A REFERENCIA) REALMENTE TRIBUTADA EM
      *    CADA MODO, PARA PERMITIR RECONSTITUIR O CALCULO NA AUDITORIA
           IF MODO-REGULAR
      *    A BASE TRIBUTADA DO MES REGULAR INCLUI OS ADICIONAIS E AS
      *    HORAS EXTRAS
               COMPUTE AUD-BASE-CALCULO = WS-SALARIO-BRUTO
                       + WS-ADICIONAIS + WS-HEXTRA-CALCULADA
               MOVE WS-HORAS-TRAB         TO AUD-REFERENCIA
               ELSE IF MODO-DECIMO-TERCEIRO
                   MOVE WS-13-BASE            TO AUD-BASE-CALCULO
                   ELSE IF MODO-FERIAS
                       MOVE WS-FERIAS-BRUTO       TO AUD-BASE-CALCULO
                       MOVE WS-DIAS-FERIAS        TO AUD-REFERENCIA
      *    A DOBRA E SEU TERCO, CONTIDOS NA BASE, FICAM FORA DO INSS
                       COMPUTE AUD-FERIAS-DOBRA =
                               WS-FERIAS-DOBRA + WS-FERIAS-TERCO-DOBRA
                       ELSE IF MODO-RESCISAO
                           MOVE WS-RESC-BASE-TRIBUTAVEL
                                                  TO AUD-BASE-CALCULO
                           ELSE IF MODO-DISSIDIO
                               MOVE WS-DIS-DIFERENCA-BRUTA
                                                  TO AUD-BASE-CALCULO
                               MOVE TDI-QTDE-COMP
                                                  TO AUD-REFERENCIA
      *    O VALE NAO E TRIBUTADO (BASE ZERO); O SALARIO BRUTO
      *    AUDITADO E O DO MES JA PROPORCIONAL, E A REFERENCIA SAO OS
      *    DIAS CONSIDERADOS NO CALCULO
                           ELSE IF MODO-ADIANTAMENTO
                               MOVE ZEROS         TO AUD-BASE-CALCULO
                               MOVE WS-DIAS-CONSIDERADOS
                                                  TO AUD-REFERENCIA
                           END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
      *    ACUMULA O REGISTRO NOS TOTAIS DO SEU CENTRO DE CUSTO        *
      *******************************************************************
       2850-ACUMULAR-CENTRO-CUSTO      SECTION.
           PERFORM 2860-PROCURAR-CENTRO-CUSTO
           IF REGISTRO-VALIDO
               ADD 1 TO TCC-QTD-PROC
      *    O VALE ANTECIPA O SALARIO DO MES, QUE SO E CUSTO NA FOLHA
      *    REGULAR; NO ADIANTAMENTO ENTRA APENAS O LIQUIDO PAGO
               IF NOT MODO-ADIANTAMENTO
                   ADD WS-SALARIO-BRUTO TO TCC-SOMA-BRUTO
               END-IF
               ADD WS-IMPOSTO-RENDA TO TCC-SOMA-IRRF
               ADD WS-ENCARGOS TO TCC-SOMA-INSS
               ADD WS-SALARIO-LIQUIDO TO TCC-SOMA-LIQUIDO
      *    HORAS EXTRAS E FGTS SO SAO CALCULADOS NOS MODOS QUE OS
      *    MOVIMENTAM; NOS DEMAIS OS CAMPOS DE TRABALHO ESTAO VELHOS
               IF MODO-REGULAR OR MODO-RESCISAO
                   ADD WS-HEXTRA-CALCULADA TO TCC-SOMA-EXTRAS
      *    OS ADICIONAIS PAGOS ENTRAM NO BRUTO DO CENTRO DE CUSTO
                   ADD WS-ADICIONAIS TO TCC-SOMA-BRUTO
               END-IF
               IF MODO-REGULAR OR MODO-DISSIDIO
                   ADD WS-VALOR-FGTS TO TCC-SOMA-FGTS
                   ADD WS-PREV-VALOR-TOTAL TO TCC-SOMA-PATRONAL
               END-IF
           ELSE
               ADD 1 TO TCC-QTD-REJ
           END-IF
           IF CENTRO-CUSTO-ACHADO
               REWRITE REG-TRB-CENTRO-CUSTO
           ELSE
               WRITE REG-TRB-CENTRO-CUSTO
           END-IF
           IF WS-FS-TRB-CENTRO-CUSTO NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO GRAVAR O ARQUIVO DE '
                       'TRABALHO DOS CENTROS DE CUSTO (TRBCCUST), FILE '
                       'STATUS ' WS-FS-TRB-CENTRO-CUSTO
               STOP RUN
           END-IF
           .
       2850-ACUMULAR-CENTRO-CUSTO-FIM.
           EXIT.
      *******************************************************************
      *    LE OS TOTAIS DO CENTRO DE CUSTO DO REGISTRO NO ARQUIVO DE    *
      *    TRABALHO, OU OS INICIA NO PRIMEIRO REGISTRO DO DEPARTAMENTO  *
      *******************************************************************
       2860-PROCURAR-CENTRO-CUSTO      SECTION.
           MOVE WS-CENTRO-CUSTO TO TCC-CODIGO
           READ ARQ-TRB-CENTRO-CUSTO
               INVALID KEY
                   MOVE 'N' TO WS-FLAG-CENTRO-CUSTO
                   MOVE WS-CENTRO-CUSTO TO TCC-CODIGO
                   MOVE ZEROS TO TCC-QTD-PROC
                   MOVE ZEROS TO TCC-QTD-REJ
                   MOVE ZEROS TO TCC-SOMA-BRUTO
                   MOVE ZEROS TO TCC-SOMA-EXTRAS
                   MOVE ZEROS TO TCC-SOMA-IRRF
                   MOVE ZEROS TO TCC-SOMA-INSS
                   MOVE ZEROS TO TCC-SOMA-FGTS
                   MOVE ZEROS TO TCC-SOMA-PATRONAL
                   MOVE ZEROS TO TCC-SOMA-LIQUIDO
               NOT INVALID KEY
                   SET CENTRO-CUSTO-ACHADO TO TRUE
           END-READ
           .
       2860-PROCURAR-CENTRO-CUSTO-FIM.
           EXIT.
           ELSE IF WS-MOTIVO-CODIGO = 08
               MOVE 'NUMERO DE DEPENDENTES ACIMA DE 15'
                   TO WS-MOTIVO-DESC
           ELSE IF WS-MOTIVO-CODIGO = 09
               MOVE 'ADICIONAL INVALIDO (TIPO OU GRAU)'
                   TO WS-MOTIVO-DESC
           ELSE IF WS-MOTIVO-CODIGO = 10
               MOVE 'HORAS NOTURNAS ACIMA DAS TRABALHADAS'
                   TO WS-MOTIVO-DESC
           ELSE
               MOVE 'MOTIVO NAO CLASSIFICADO'
                   TO WS-MOTIVO-DESC
               DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
           WRITE REG-HOLERITE FROM WS-LINHA-HOLERITE

      *    ADICIONAIS DE INSALUBRIDADE, PERICULOSIDADE E NOTURNO
           PERFORM 2702-GRAVAR-ADICIONAIS-HOLERITE

           MOVE WS-HORA-EXTRA TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-LINHA-HOLERITE
           STRING 'HORAS EXTRAS (QTDE) .......: ' WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
           WRITE REG-HOLERITE FROM WS-LINHA-HOLERITE

      *    BANCO DE HORAS: HORAS DO MES CREDITADAS, SALDO VENCIDO PAGO
      *    (JA CONTIDO NAS HORAS EXTRAS ACIMA) E SALDO EM ABERTO
           PERFORM 2704-GRAVAR-BANCO-HORAS-HOL

           MOVE WS-IMPOSTO-RENDA TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-LINHA-HOLERITE
           STRING 'DESCONTO IMPOSTO DE RENDA .: R$ ' WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
           WRITE REG-HOLERITE FROM WS-LINHA-HOLERITE

      *    PENSAO ALIMENTICIA DE CADA BENEFICIARIO E O TOTAL
           PERFORM 2708-GRAVAR-PENSOES-HOLERITE

      *    PARCELAS DOS CONSIGNADOS DESCONTADAS OU SUSPENSAS NO MES
           MOVE 1 TO WS-CSG-HOL-IND
           PERFORM 2707-GRAVAR-CONSIGNADO-HOLERITE
               UNTIL WS-CSG-HOL-IND > WS-CSG-HOL-QTDE
           IF WS-CONSIGNADOS-DESCONTADOS > 0
               MOVE WS-CONSIGNADOS-DESCONTADOS TO WS-VALOR-EDITADO
               MOVE SPACES TO WS-LINHA-HOLERITE
               STRING 'TOTAL CONSIGNADOS .........: R$ '
                       WS-VALOR-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
               WRITE REG-HOLERITE FROM WS-LINHA-HOLERITE
           END-IF

      *    VALE PAGO NA QUINZENA, COMPENSADO NO LIQUIDO DO MES
           IF WS-ADT-COMPENSADO > 0
               MOVE WS-ADT-COMPENSADO TO WS-VALOR-EDITADO
               MOVE SPACES TO WS-LINHA-HOLERITE
               STRING 'ADIANTAMENTO (VALE) .......: R$ '
                       WS-VALOR-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
               WRITE REG-HOLERITE FROM WS-LINHA-HOLERITE
           END-IF

      *    DESCONTOS VARIAVEIS DO MES, LINHA A LINHA NO HOLERITE
           PERFORM 2345-POSICIONAR-DESCONTOS
           PERFORM 2705-GRAVAR-DESCONTO-HOLERITE
               UNTIL FIM-DESCONTOS-MATRICULA
           IF WS-DESCONTOS-VARIAVEIS > 0
               MOVE WS-DESCONTOS-VARIAVEIS TO WS-VALOR-EDITADO
               MOVE SPACES TO WS-LINHA-HOLERITE
       2700-GRAVAR-HOLERITE-FIM.
           EXIT.
      *******************************************************************
      *    GRAVA NO HOLERITE DO MODO AS LINHAS DOS ADICIONAIS PAGOS NO  *
      *    CALCULO (INSALUBRIDADE COM O GRAU OU PERICULOSIDADE, E O     *
      *    NOTURNO); NA FOLHA REGULAR SAI TAMBEM A QUANTIDADE DE HORAS  *
      *    NOTURNAS                                                     *
      *******************************************************************
       2702-GRAVAR-ADICIONAIS-HOLERITE SECTION.
           IF WS-ADIC-INSAL-PERIC > 0
               MOVE WS-ADIC-INSAL-PERIC TO WS-VALOR-EDITADO
               MOVE SPACES TO WS-LINHA-HOLERITE
               IF ADIC-INSALUBRIDADE
                   STRING 'INSALUBRIDADE GRAU ' WS-ADIC-GRAU
                           ' ......: R$ ' WS-VALOR-EDITADO
                       DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
               ELSE
                   STRING 'PERICULOSIDADE (30%) ......: R$ '
                           WS-VALOR-EDITADO
                       DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
               END-IF
               WRITE REG-HOLERITE FROM WS-LINHA-HOLERITE
           END-IF
           IF WS-ADIC-NOTURNO > 0
               IF MODO-REGULAR
                   MOVE SPACES TO WS-LINHA-HOLERITE
                   STRING 'HORAS NOTURNAS (QTDE) .....: '
                           WS-HORAS-NOTURNAS
                       DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
                   WRITE REG-HOLERITE FROM WS-LINHA-HOLERITE
               END-IF
               MOVE WS-ADIC-NOTURNO TO WS-VALOR-EDITADO
               MOVE SPACES TO WS-LINHA-HOLERITE
               STRING 'ADICIONAL NOTURNO (20%) ...: R$ '
                       WS-VALOR-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
               WRITE REG-HOLERITE FROM WS-LINHA-HOLERITE
           END-IF
           .
       2702-GRAVAR-ADICIONAIS-HOLERITE-FIM.
           EXIT.
      *******************************************************************
      *    GRAVA NO HOLERITE (E NO TERMO DE RESCISAO) AS LINHAS DO BANCO*
      *    DE HORAS: AS HORAS DO MES CREDITADAS NO SALDO, AS HORAS E O  *
      *    VALOR DO SALDO PAGO E O SALDO QUE CONTINUA EM ABERTO         *
      *******************************************************************
       2704-GRAVAR-BANCO-HORAS-HOL     SECTION.
           IF WS-BH-CREDITO-NORMAIS > 0 OR WS-BH-CREDITO-DSR > 0
               COMPUTE WS-VALOR-EDITADO =
                       WS-BH-CREDITO-NORMAIS + WS-BH-CREDITO-DSR
               MOVE SPACES TO WS-LINHA-HOLERITE
               STRING 'HORAS CREDITADAS NO BANCO .: ' WS-VALOR-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
               WRITE REG-HOLERITE FROM WS-LINHA-HOLERITE
           END-IF
           IF WS-BH-VALOR-PAGO > 0
               COMPUTE WS-VALOR-EDITADO =
                       WS-BH-PAGAS-NORMAIS + WS-BH-PAGAS-DSR
               MOVE SPACES TO WS-LINHA-HOLERITE
               STRING 'HORAS PAGAS DO BANCO ......: ' WS-VALOR-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
               WRITE REG-HOLERITE FROM WS-LINHA-HOLERITE
               MOVE WS-BH-VALOR-PAGO TO WS-VALOR-EDITADO
               MOVE SPACES TO WS-LINHA-HOLERITE
               STRING 'VALOR PAGO DO BANCO .......: R$ '
                       WS-VALOR-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
               WRITE REG-HOLERITE FROM WS-LINHA-HOLERITE
           END-IF
           IF MATRICULA-NO-BANCO OR WS-BH-SALDO-ATUAL > 0
               MOVE WS-BH-SALDO-ATUAL TO WS-VALOR-EDITADO
               MOVE SPACES TO WS-LINHA-HOLERITE
               STRING 'SALDO DO BANCO DE HORAS ...: ' WS-VALOR-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
               WRITE REG-HOLERITE FROM WS-LINHA-HOLERITE
           END-IF
           .
       2704-GRAVAR-BANCO-HORAS-HOL-FIM.
           EXIT.
      *******************************************************************
      *    LE O PROXIMO DESCONTO VARIAVEL E GRAVA A SUA LINHA, ATE O   *
      *    PRIMEIRO DESCONTO DE OUTRA MATRICULA                        *
      *******************************************************************
       2705-GRAVAR-DESCONTO-HOLERITE   SECTION.
           READ ARQ-TRB-DESCONTOS NEXT RECORD
               AT END
                   SET FIM-DESCONTOS-MATRICULA TO TRUE
               NOT AT END
                   IF TDS-MATRICULA NOT = WS-MATRICULA
                       SET FIM-DESCONTOS-MATRICULA TO TRUE
                   ELSE
                       MOVE TDS-VALOR-CALC TO WS-VALOR-EDITADO
                       MOVE SPACES TO WS-LINHA-HOLERITE
                       STRING 'DESC. ' TDS-CODIGO ' '
                               TDS-DESCRICAO ': R$ '
                               WS-VALOR-EDITADO
                           DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
                       WRITE REG-HOLERITE FROM WS-LINHA-HOLERITE
                       IF WS-FS-HOLERITE NOT = '00'
                           DISPLAY 'ERRO FATAL: FALHA AO GRAVAR O '
                                   'HOLERITE (HOLERITE), FILE STATUS '
                                   WS-FS-HOLERITE
                           STOP RUN
                       END-IF
                   END-IF
           END-READ
           .
       2705-GRAVAR-DESCONTO-HOLERITE-FIM.
           EXIT.
      *******************************************************************
      *    GRAVA A LINHA DE UM CONTRATO CONSIGNADO DA MATRICULA ATUAL:  *
      *    PARCELA DESCONTADA, SUSPENSA POR MARGEM OU EM ABERTO NA      *
      *    RESCISAO (COM O SALDO DEVEDOR)                               *
      *******************************************************************
       2707-GRAVAR-CONSIGNADO-HOLERITE SECTION.
           MOVE SPACES TO WS-LINHA-HOLERITE
           IF WS-CSG-HOL-OCORR(WS-CSG-HOL-IND) = 'S'
               STRING 'CONSIG. ' WS-CSG-HOL-BANCO(WS-CSG-HOL-IND)
                       ' ' WS-CSG-HOL-CONTRATO(WS-CSG-HOL-IND)
                       ' PARC ' WS-CSG-HOL-PARCELA(WS-CSG-HOL-IND)
                       '/' WS-CSG-HOL-QTDE-PARC(WS-CSG-HOL-IND)
                       ': SUSPENSA - SEM MARGEM'
                   DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
           ELSE IF WS-CSG-HOL-OCORR(WS-CSG-HOL-IND) = 'R'
               MOVE WS-CSG-HOL-SALDO(WS-CSG-HOL-IND)
                   TO WS-VALOR-EDITADO
               STRING 'CONSIG. ' WS-CSG-HOL-BANCO(WS-CSG-HOL-IND)
                       ' ' WS-CSG-HOL-CONTRATO(WS-CSG-HOL-IND)
                       ' EM ABERTO, SALDO: R$ ' WS-VALOR-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
           ELSE
               MOVE WS-CSG-HOL-VALOR(WS-CSG-HOL-IND)
                   TO WS-VALOR-EDITADO
               STRING 'CONSIG. ' WS-CSG-HOL-BANCO(WS-CSG-HOL-IND)
                       ' ' WS-CSG-HOL-CONTRATO(WS-CSG-HOL-IND)
                       ' PARC ' WS-CSG-HOL-PARCELA(WS-CSG-HOL-IND)
                       '/' WS-CSG-HOL-QTDE-PARC(WS-CSG-HOL-IND)
                       ': R$ ' WS-VALOR-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
           END-IF
           END-IF
           WRITE REG-HOLERITE FROM WS-LINHA-HOLERITE
           IF WS-FS-HOLERITE NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO GRAVAR O HOLERITE '
                       '(HOLERITE), FILE STATUS ' WS-FS-HOLERITE
               STOP RUN
           END-IF
           ADD 1 TO WS-CSG-HOL-IND
           .
       2707-GRAVAR-CONSIGNADO-HOLERITE-FIM.
           EXIT.
      *******************************************************************
      *    GRAVA AS LINHAS DE PENSAO ALIMENTICIA DA MATRICULA ATUAL (UMA*
      *    POR BENEFICIARIO) E O TOTAL DESCONTADO NO CALCULO            *
      *******************************************************************
       2708-GRAVAR-PENSOES-HOLERITE    SECTION.
           MOVE 1 TO WS-PEN-HOL-IND
           PERFORM 2709-GRAVAR-PENSAO-HOLERITE
               UNTIL WS-PEN-HOL-IND > WS-PEN-HOL-QTDE
           IF WS-PENSAO-TOTAL > 0
               MOVE WS-PENSAO-TOTAL TO WS-VALOR-EDITADO
               MOVE SPACES TO WS-LINHA-HOLERITE
               STRING 'TOTAL PENSAO ALIMENTICIA ..: R$ '
                       WS-VALOR-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
               WRITE REG-HOLERITE FROM WS-LINHA-HOLERITE
           END-IF
           .
       2708-GRAVAR-PENSOES-HOLERITE-FIM.
           EXIT.
      *******************************************************************
      *    GRAVA A LINHA DE PENSAO DE UM BENEFICIARIO DA MATRICULA ATUAL*
      *******************************************************************
       2709-GRAVAR-PENSAO-HOLERITE     SECTION.
           MOVE WS-PEN-HOL-VALOR(WS-PEN-HOL-IND) TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-LINHA-HOLERITE
           STRING 'PENSAO ALIM. ' WS-PEN-HOL-NOME(WS-PEN-HOL-IND)
                   ': R$ ' WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
           WRITE REG-HOLERITE FROM WS-LINHA-HOLERITE
           IF WS-FS-HOLERITE NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO GRAVAR O HOLERITE '
                       '(HOLERITE), FILE STATUS ' WS-FS-HOLERITE
               STOP RUN
           END-IF
           ADD 1 TO WS-PEN-HOL-IND
           .
       2709-GRAVAR-PENSAO-HOLERITE-FIM.
           EXIT.
      *******************************************************************
      *    GRAVA O HOLERITE DO DECIMO TERCEIRO SALARIO (1A E 2A PARC.) *
      *******************************************************************
       2710-GRAVAR-HOLERITE-13         SECTION.
               DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
           WRITE REG-HOLERITE FROM WS-LINHA-HOLERITE

      *    MEDIA DOS ADICIONAIS PROPORCIONAL AOS MESES, JA NA BASE
           PERFORM 2702-GRAVAR-ADICIONAIS-HOLERITE

           MOVE WS-13-BASE TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-LINHA-HOLERITE
           STRING 'BASE DO 13O SALARIO .......: R$ ' WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
           WRITE REG-HOLERITE FROM WS-LINHA-HOLERITE

      *    PENSAO ALIMENTICIA DE CADA BENEFICIARIO E O TOTAL
           PERFORM 2708-GRAVAR-PENSOES-HOLERITE

           MOVE WS-13-SEGUNDA-PARCELA-LIQ TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-LINHA-HOLERITE
           STRING '2A PARCELA LIQUIDA ........: R$ ' WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
           WRITE REG-HOLERITE FROM WS-LINHA-HOLERITE

           IF PERIODO-FERIAS-ACHADO
               MOVE SPACES TO WS-LINHA-HOLERITE
               STRING 'PERIODO AQUISITIVO ........: '
                       WS-FER-INICIO-DIA '/' WS-FER-INICIO-MES '/'
                       WS-FER-INICIO-ANO ' A '
                       WS-FER-FIM-DIA '/' WS-FER-FIM-MES '/'
                       WS-FER-FIM-ANO
                   DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
               WRITE REG-HOLERITE FROM WS-LINHA-HOLERITE
           END-IF

      *    MEDIA DOS ADICIONAIS PROPORCIONAL AOS DIAS, JA NO VALOR
      *    DOS DIAS DE FERIAS
           PERFORM 2702-GRAVAR-ADICIONAIS-HOLERITE

           MOVE WS-FERIAS-BASE TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-LINHA-HOLERITE
           STRING 'VALOR DOS DIAS DE FERIAS ..: R$ ' WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
           WRITE REG-HOLERITE FROM WS-LINHA-HOLERITE

           IF FERIAS-EM-DOBRO
               MOVE WS-FERIAS-DOBRA TO WS-VALOR-EDITADO
               MOVE SPACES TO WS-LINHA-HOLERITE
               STRING 'DOBRA FERIAS VENCIDAS .....: R$ '
                       WS-VALOR-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
               WRITE REG-HOLERITE FROM WS-LINHA-HOLERITE
           END-IF

           MOVE WS-FERIAS-TERCO-CONST TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-LINHA-HOLERITE
           STRING 'TERCO CONSTITUCIONAL ......: R$ ' WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
           WRITE REG-HOLERITE FROM WS-LINHA-HOLERITE

      *    PENSAO ALIMENTICIA DE CADA BENEFICIARIO E O TOTAL
           PERFORM 2708-GRAVAR-PENSOES-HOLERITE

           MOVE WS-FERIAS-LIQUIDO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-LINHA-HOLERITE
           STRING 'FERIAS LIQUIDAS ...........: R$ ' WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
           WRITE REG-HOLERITE FROM WS-LINHA-HOLERITE

      *    ADICIONAIS SOBRE O SALDO DE SALARIO
           PERFORM 2702-GRAVAR-ADICIONAIS-HOLERITE

           MOVE WS-HEXTRA-CALCULADA TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-LINHA-HOLERITE
           STRING 'VALOR DAS HORAS EXTRAS ....: R$ ' WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
           WRITE REG-HOLERITE FROM WS-LINHA-HOLERITE

      *    SALDO DO BANCO DE HORAS PAGO NO DESLIGAMENTO (JA CONTIDO
      *    NAS HORAS EXTRAS ACIMA)
           PERFORM 2704-GRAVAR-BANCO-HORAS-HOL

           MOVE WS-RESC-13-PROPORCIONAL TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-LINHA-HOLERITE
           STRING '13O PROPORCIONAL ..........: R$ ' WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
           WRITE REG-HOLERITE FROM WS-LINHA-HOLERITE

      *    PENSAO ALIMENTICIA DE CADA BENEFICIARIO E O TOTAL
           PERFORM 2708-GRAVAR-PENSOES-HOLERITE

           MOVE WS-RESC-TOTAL-LIQUIDO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-LINHA-HOLERITE
           STRING 'TOTAL LIQUIDO DA RESCISAO .: R$ ' WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
           WRITE REG-HOLERITE FROM WS-LINHA-HOLERITE

      *    CONTRATOS CONSIGNADOS QUE FICAM EM ABERTO NO DESLIGAMENTO
           MOVE 1 TO WS-CSG-HOL-IND
           PERFORM 2707-GRAVAR-CONSIGNADO-HOLERITE
               UNTIL WS-CSG-HOL-IND > WS-CSG-HOL-QTDE

           MOVE SPACES TO WS-LINHA-HOLERITE
           WRITE REG-HOLERITE FROM WS-LINHA-HOLERITE
           IF WS-FS-HOLERITE NOT = '00'

           MOVE SPACES TO WS-LINHA-HOLERITE
           STRING 'COMPETENCIAS ATINGIDAS ....: '
                   TDI-QTDE-COMP
               DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
           WRITE REG-HOLERITE FROM WS-LINHA-HOLERITE

           MOVE TDI-SOMA-BASE TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-LINHA-HOLERITE
           STRING 'SOMA DAS BASES REAJUSTADAS : R$ ' WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
               DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
           WRITE REG-HOLERITE FROM WS-LINHA-HOLERITE

      *    PARCELA DA DIFERENCA SOBRE OS ADICIONAIS AUDITADOS
           IF WS-DIS-DIFERENCA-ADIC > 0
               MOVE WS-DIS-DIFERENCA-ADIC TO WS-VALOR-EDITADO
               MOVE SPACES TO WS-LINHA-HOLERITE
               STRING 'DIFERENCA S/ ADICIONAIS ...: R$ '
                       WS-VALOR-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
               WRITE REG-HOLERITE FROM WS-LINHA-HOLERITE
           END-IF

           MOVE WS-DIS-IRRF TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-LINHA-HOLERITE
           STRING 'DESCONTO IMPOSTO DE RENDA .: R$ ' WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
           WRITE REG-HOLERITE FROM WS-LINHA-HOLERITE

      *    PENSAO ALIMENTICIA DE CADA BENEFICIARIO E O TOTAL
           PERFORM 2708-GRAVAR-PENSOES-HOLERITE

           MOVE WS-DIS-LIQUIDO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-LINHA-HOLERITE
           STRING 'DIFERENCA LIQUIDA .........: R$ ' WS-VALOR-EDITADO
       2740-GRAVAR-HOLERITE-DISSIDIO-FIM.
           EXIT.
      *******************************************************************
      *    GRAVA O HOLERITE DO ADIANTAMENTO QUINZENAL (VALE)            *
      *******************************************************************
       2760-GRAVAR-HOLERITE-VALE       SECTION.
           MOVE SPACES TO WS-LINHA-HOLERITE
           STRING '===================================================='
               DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
           WRITE REG-HOLERITE FROM WS-LINHA-HOLERITE

           MOVE SPACES TO WS-LINHA-HOLERITE
           STRING 'HOLERITE DO VALE - MATRICULA: ' WS-MATRICULA
                   '  NOME: ' WS-NOME
               DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
           WRITE REG-HOLERITE FROM WS-LINHA-HOLERITE

           MOVE SPACES TO WS-LINHA-HOLERITE
           STRING 'COMPETENCIA ...............: ' WS-COMPETENCIA
               DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
           WRITE REG-HOLERITE FROM WS-LINHA-HOLERITE

           MOVE SPACES TO WS-LINHA-HOLERITE
           STRING 'DIAS CONSIDERADOS NO MES ..: '
                   WS-DIAS-CONSIDERADOS
               DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
           WRITE REG-HOLERITE FROM WS-LINHA-HOLERITE

           MOVE WS-SALARIO-BRUTO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-LINHA-HOLERITE
           STRING 'SALARIO DO MES ............: R$ ' WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
           WRITE REG-HOLERITE FROM WS-LINHA-HOLERITE

           MOVE WS-PCT-ADIANTAMENTO TO WS-PCT-ADIANT-EDITADO
           MOVE SPACES TO WS-LINHA-HOLERITE
           STRING 'PERCENTUAL DO ADIANTAMENTO : '
                   WS-PCT-ADIANT-EDITADO '%'
               DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
           WRITE REG-HOLERITE FROM WS-LINHA-HOLERITE

           MOVE WS-ADT-VALOR TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-LINHA-HOLERITE
           STRING 'VALOR DO ADIANTAMENTO .....: R$ ' WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
           WRITE REG-HOLERITE FROM WS-LINHA-HOLERITE

           MOVE SPACES TO WS-LINHA-HOLERITE
           STRING 'A SER DESCONTADO NA FOLHA MENSAL DE '
                   WS-COMPETENCIA
               DELIMITED BY SIZE INTO WS-LINHA-HOLERITE
           WRITE REG-HOLERITE FROM WS-LINHA-HOLERITE

           MOVE SPACES TO WS-LINHA-HOLERITE
           WRITE REG-HOLERITE FROM WS-LINHA-HOLERITE
           IF WS-FS-HOLERITE NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO GRAVAR O HOLERITE '
                       '(HOLERITE), FILE STATUS ' WS-FS-HOLERITE
               STOP RUN
           END-IF
           .
       2760-GRAVAR-HOLERITE-VALE-FIM.
           EXIT.
      *******************************************************************
      *    GRAVA O RESULTADO DO PROCESSAMENTO NO ARQUIVO DE SAIDA       *
      *******************************************************************
       2750-GRAVAR-SAIDA               SECTION.
           CLOSE ARQ-FGTS
           CLOSE ARQ-PREV
           CLOSE ARQ-AUDITORIA
           IF CONSIGNADOS-ABERTOS
               CLOSE ARQ-CONSIGNADOS
           END-IF
           CLOSE ARQ-MOV-CONSIGNADO
           IF PENSOES-ABERTAS
               CLOSE ARQ-PENSOES
           END-IF
           CLOSE ARQ-MOV-PENSAO
           CLOSE ARQ-HIST-PENSAO
           IF CONTROLE-FERIAS-ABERTO
               CLOSE ARQ-CONTROLE-FERIAS
           END-IF
           IF ACORDOS-BH-ABERTOS
               CLOSE ARQ-ACORDOS-BH
           END-IF
           IF BANCO-HORAS-ABERTO
               CLOSE ARQ-BANCO-HORAS
           END-IF
           CLOSE ARQ-TRB-DESCONTOS
           CLOSE ARQ-TRB-AFASTAMENTOS
           IF EXECUCAO-DISSIDIO
               CLOSE ARQ-TRB-DISSIDIO
           END-IF
           IF TRB-ADIANTAMENTOS-ABERTO
               CLOSE ARQ-TRB-ADIANTAMENTOS
           END-IF
      *    COM O ARQUIVO DE SAIDA FECHADO, GERA A REMESSA DE CREDITO
      *    BANCARIO DO CICLO INTEIRO A PARTIR DO QUE FOI GRAVADO NELE
           PERFORM 3100-GERAR-REMESSA-BANCARIA
      *    REPASSE DAS PARCELAS CONSIGNADAS POR BANCO CREDOR E
      *    RELATORIO DE CONTRATOS, DO MOVIMENTO DO CICLO INTEIRO
           PERFORM 3500-GERAR-REPASSE-CONSIGNADO
      *    RELATORIO GERENCIAL DO LOTE, COM QUEBRA POR CENTRO DE CUSTO
           PERFORM 3200-GRAVAR-RELATORIO-GERENCIAL
      *    TRAILERS DE CONTROLE DO CICLO NAS QUATRO SAIDAS, PARA O
           MOVE 'N' TO WS-FIM-ARQ-SAIDA
           PERFORM 3110-GRAVAR-CREDITO-REMESSA
               UNTIL FIM-ARQ-SAIDA-LEITURA
      *    CREDITOS DE PENSAO ALIMENTICIA NA CONTA DE CADA BENEFICIARIO,
      *    A PARTIR DO MOVIMENTO DE PENSAO DO CICLO
           MOVE ZEROS TO WS-CTL-QTDE-PENSOES
           MOVE ZEROS TO WS-REM-QTDE-PENSOES
           MOVE ZEROS TO WS-REM-SOMA-PENSOES
           OPEN INPUT ARQ-MOV-PENSAO
           IF WS-FS-MOV-PENSAO NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO REABRIR O MOVIMENTO DE '
                       'PENSAO (PENSMOV) PARA A REMESSA, FILE STATUS '
                       WS-FS-MOV-PENSAO
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FIM-ARQ-MOV-PEN
           PERFORM 3120-GRAVAR-CREDITO-PENSAO
               UNTIL FIM-ARQ-MOV-PENSAO
           CLOSE ARQ-MOV-PENSAO
           MOVE WS-REM-QTDE-CREDITOS TO WS-REM-TRL-QTDE
           MOVE WS-REM-SOMA-LIQUIDOS TO WS-REM-TRL-SOMA
           WRITE REG-REMESSA FROM WS-REM-TRAILER
           DISPLAY 'REMESSA BANCARIA GERADA COM '
                   WS-REM-QTDE-CREDITOS ' CREDITOS, TOTAL R$ '
                   WS-REM-SOMA-LIQUIDOS
           DISPLAY '  DOS QUAIS ' WS-REM-QTDE-PENSOES
                   ' CREDITOS DE PENSAO ALIMENTICIA, TOTAL R$ '
                   WS-REM-SOMA-PENSOES
           .
       3100-GERAR-REMESSA-BANCARIA-FIM.
           EXIT.
       3110-GRAVAR-CREDITO-REMESSA-FIM.
           EXIT.
      *******************************************************************
      *    GRAVA UM CREDITO DA REMESSA NA CONTA DO BENEFICIARIO PARA    *
      *    CADA MOVIMENTO DE PENSAO DO CICLO AINDA NAO TRANSMITIDO      *
      *******************************************************************
       3120-GRAVAR-CREDITO-PENSAO      SECTION.
           READ ARQ-MOV-PENSAO
               AT END
                   SET FIM-ARQ-MOV-PENSAO TO TRUE
               NOT AT END
                   ADD 1 TO WS-CTL-QTDE-PENSOES
      *    COMO NOS DETALHES DO ARQUIVO DE SAIDA, OS MOVIMENTOS
      *    ANTERIORES A MARCA DE ACUMULO JA FORAM TRANSMITIDOS
                   IF WS-CTL-QTDE-PENSOES > WS-REM-PENSOES-PULAR
                       ADD 1 TO WS-REM-QTDE-CREDITOS
                       ADD PMV-VALOR TO WS-REM-SOMA-LIQUIDOS
                       ADD 1 TO WS-REM-QTDE-PENSOES
                       ADD PMV-VALOR TO WS-REM-SOMA-PENSOES
                       MOVE WS-REM-QTDE-CREDITOS
                           TO WS-REM-DET-SEQUENCIA
                       MOVE PMV-BANCO      TO WS-REM-DET-BANCO
                       MOVE PMV-AGENCIA    TO WS-REM-DET-AGENCIA
                       MOVE PMV-CONTA      TO WS-REM-DET-CONTA
                       MOVE PMV-DIGITO     TO WS-REM-DET-DIGITO
                       MOVE PMV-MATRICULA  TO WS-REM-DET-MATRICULA
                       MOVE PMV-NOME-BENEF TO WS-REM-DET-NOME
                       MOVE PMV-VALOR      TO WS-REM-DET-VALOR
                       WRITE REG-REMESSA FROM WS-REM-CREDITO
                       IF WS-FS-REMESSA NOT = '00'
                           DISPLAY 'ERRO FATAL: FALHA AO GRAVAR A '
                                   'REMESSA BANCARIA (REMESSA), FILE '
                                   'STATUS ' WS-FS-REMESSA
                           STOP RUN
                       END-IF
                   END-IF
           END-READ
           .
       3120-GRAVAR-CREDITO-PENSAO-FIM.
           EXIT.
      *******************************************************************
      *    RELATORIO GERENCIAL DE FECHAMENTO DO LOTE, COM QUEBRA POR    *
      *    CENTRO DE CUSTO E TOTAIS GERAIS DA EMPRESA                   *
      *******************************************************************
           MOVE ZEROS TO WS-TOT-SOMA-FGTS
           MOVE ZEROS TO WS-TOT-SOMA-PATRONAL
           MOVE ZEROS TO WS-TOT-SOMA-LIQUIDO
      *    OS TOTAIS SAO LIDOS EM ORDEM DE CENTRO DE CUSTO
           MOVE 'N' TO WS-FIM-TRB-CENTRO-CUSTO
           MOVE ZEROS TO TCC-CODIGO
           START ARQ-TRB-CENTRO-CUSTO KEY IS NOT LESS THAN TCC-CODIGO
               INVALID KEY
                   SET FIM-TRB-CENTRO-CUSTO TO TRUE
           END-START
           PERFORM 3210-GRAVAR-LINHA-CENTRO-CUSTO
               UNTIL FIM-TRB-CENTRO-CUSTO
           CLOSE ARQ-TRB-CENTRO-CUSTO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'TOTAL' TO WS-REL-DET-CC
      *    GRAVA A LINHA DE UM CENTRO DE CUSTO E ACUMULA OS TOTAIS      *
      *******************************************************************
       3210-GRAVAR-LINHA-CENTRO-CUSTO  SECTION.
           READ ARQ-TRB-CENTRO-CUSTO NEXT RECORD
               AT END
                   SET FIM-TRB-CENTRO-CUSTO TO TRUE
               NOT AT END
                   PERFORM 3220-IMPRIMIR-CENTRO-CUSTO
           END-READ
           .
       3210-GRAVAR-LINHA-CENTRO-CUSTO-FIM.
           EXIT.
      *******************************************************************
      *    IMPRIME OS TOTAIS DO CENTRO DE CUSTO LIDO                    *
      *******************************************************************
       3220-IMPRIMIR-CENTRO-CUSTO      SECTION.
           MOVE TCC-CODIGO       TO WS-REL-DET-CC
           MOVE TCC-QTD-PROC     TO WS-REL-DET-QTD-PROC
           MOVE TCC-QTD-REJ      TO WS-REL-DET-QTD-REJ
           MOVE TCC-SOMA-BRUTO   TO WS-REL-DET-BRUTO
           MOVE TCC-SOMA-EXTRAS  TO WS-REL-DET-EXTRAS
           MOVE TCC-SOMA-IRRF    TO WS-REL-DET-IRRF
           MOVE TCC-SOMA-INSS    TO WS-REL-DET-INSS
           MOVE TCC-SOMA-FGTS    TO WS-REL-DET-FGTS
           MOVE TCC-SOMA-LIQUIDO TO WS-REL-DET-LIQUIDO
      *    CUSTO TOTAL DO EMPREGADOR: REMUNERACAO (BRUTO E EXTRAS)
      *    MAIS O FGTS E OS ENCARGOS PATRONAIS DO CENTRO DE CUSTO
           COMPUTE WS-REL-CUSTO-EMPREGADOR =
                   TCC-SOMA-BRUTO + TCC-SOMA-EXTRAS
                   + TCC-SOMA-FGTS + TCC-SOMA-PATRONAL
           MOVE WS-REL-CUSTO-EMPREGADOR TO WS-REL-DET-CUSTO-EMPR
           WRITE REG-RELATORIO FROM WS-REL-LINHA-DETALHE
           IF WS-FS-RELATORIO NOT = '00'
                       WS-FS-RELATORIO
               STOP RUN
           END-IF
           ADD TCC-QTD-PROC     TO WS-TOT-QTD-PROC
           ADD TCC-QTD-REJ      TO WS-TOT-QTD-REJ
           ADD TCC-SOMA-BRUTO   TO WS-TOT-SOMA-BRUTO
           ADD TCC-SOMA-EXTRAS  TO WS-TOT-SOMA-EXTRAS
           ADD TCC-SOMA-IRRF    TO WS-TOT-SOMA-IRRF
           ADD TCC-SOMA-INSS    TO WS-TOT-SOMA-INSS
           ADD TCC-SOMA-FGTS    TO WS-TOT-SOMA-FGTS
           ADD TCC-SOMA-PATRONAL TO WS-TOT-SOMA-PATRONAL
           ADD TCC-SOMA-LIQUIDO TO WS-TOT-SOMA-LIQUIDO
           .
       3220-IMPRIMIR-CENTRO-CUSTO-FIM.
           EXIT.
      *******************************************************************
      *    GRAVA OS TRAILERS DE CONTROLE DO CICLO (QUANTIDADE E        *
      *    TODOS OS DETALHES PRESENTES NO FECHAMENTO FICARAM COBERTOS
      *    POR REMESSA TRANSMITIDA (A DESTE CICLO OU AS ANTERIORES)
           MOVE WS-CTL-QTDE-DETALHES TO ULT-DETALHES-TRANSMITIDOS
           MOVE WS-CTL-QTDE-PENSOES TO ULT-PENSOES-TRANSMITIDAS
           WRITE REG-ULTCOMP
           IF WS-FS-ULTCOMP NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO GRAVAR O CONTROLE DE '
           .
       3400-GRAVAR-ULTIMA-COMPETENCIA-FIM.
           EXIT.
      *******************************************************************
      *    GERA O REPASSE MENSAL DAS PARCELAS CONSIGNADAS POR BANCO     *
      *    CREDOR (REPCONSG) E O RELATORIO DE CONTRATOS QUITADOS,       *
      *    SUSPENSOS POR FALTA DE MARGEM E EM ABERTO NA RESCISAO        *
      *    (RELCONSG), A PARTIR DO MOVIMENTO DO CICLO CLASSIFICADO POR  *
      *    BANCO E CONTRATO; OS DOIS SAO REFEITOS A CADA EXECUCAO DO    *
      *    CICLO E SO O FECHAMENTO SEGUE PARA OS BANCOS                 *
      *******************************************************************
       3500-GERAR-REPASSE-CONSIGNADO   SECTION.
           OPEN OUTPUT ARQ-REPASSE
           IF WS-FS-REPASSE NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO ABRIR O REPASSE DE '
                       'CONSIGNADOS (REPCONSG), FILE STATUS '
                       WS-FS-REPASSE
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-REL-CONSIGNADO
           IF WS-FS-REL-CONSIGNADO NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO ABRIR O RELATORIO DE '
                       'CONSIGNADOS (RELCONSG), FILE STATUS '
                       WS-FS-REL-CONSIGNADO
               STOP RUN
           END-IF
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE SPACES TO REG-REL-CONSIGNADO
           STRING 'RELATORIO DE CONTRATOS CONSIGNADOS - COMPETENCIA '
                   WS-COMPETENCIA ' - DATA ' WS-DATA-SISTEMA
               DELIMITED BY SIZE INTO REG-REL-CONSIGNADO
           PERFORM 3590-GRAVAR-LINHA-RELCONSG
           MOVE SPACES TO REG-REL-CONSIGNADO
           PERFORM 3590-GRAVAR-LINHA-RELCONSG
           MOVE SPACES TO REG-REL-CONSIGNADO
           STRING 'OCORRENCIA               BCO MATRIC '
                   'NOME                           '
                   'CONTRATO             PARCELA '
                   ' VLR DESCONTADO   SALDO DEVEDOR'
               DELIMITED BY SIZE INTO REG-REL-CONSIGNADO
           PERFORM 3590-GRAVAR-LINHA-RELCONSG
           MOVE ZEROS TO WS-SRT-SEQUENCIA
           MOVE ZEROS TO WS-REP-QTDE-BANCOS
           MOVE ZEROS TO WS-REP-SOMA-GERAL
           MOVE ZEROS TO WS-RCS-QTDE-QUITADOS
           MOVE ZEROS TO WS-RCS-QTDE-SUSPENSOS
           MOVE ZEROS TO WS-RCS-QTDE-RESCISAO
           MOVE ZEROS TO WS-RCS-SOMA-SALDO-RESCISAO
           SORT SRT-CONSIGNADO
               ON ASCENDING KEY SRT-BANCO SRT-MATRICULA
                                SRT-CONTRATO SRT-CLASSE
                                SRT-SEQUENCIA
               INPUT PROCEDURE IS 3510-LIBERAR-MOV-CONSIGNADO
               OUTPUT PROCEDURE IS 3530-PROCESSAR-CONSIGNADOS
           MOVE SPACES TO REG-REL-CONSIGNADO
           PERFORM 3590-GRAVAR-LINHA-RELCONSG
           MOVE SPACES TO REG-REL-CONSIGNADO
           STRING 'CONTRATOS QUITADOS NO CICLO ..........: '
                   WS-RCS-QTDE-QUITADOS
               DELIMITED BY SIZE INTO REG-REL-CONSIGNADO
           PERFORM 3590-GRAVAR-LINHA-RELCONSG
           MOVE SPACES TO REG-REL-CONSIGNADO
           STRING 'PARCELAS SUSPENSAS POR FALTA DE MARGEM: '
                   WS-RCS-QTDE-SUSPENSOS
               DELIMITED BY SIZE INTO REG-REL-CONSIGNADO
           PERFORM 3590-GRAVAR-LINHA-RELCONSG
           MOVE WS-RCS-SOMA-SALDO-RESCISAO TO WS-SALDO-EDITADO
           MOVE SPACES TO REG-REL-CONSIGNADO
           STRING 'CONTRATOS EM ABERTO NA RESCISAO ......: '
                   WS-RCS-QTDE-RESCISAO
                   '  SALDO DEVEDOR: R$ ' WS-SALDO-EDITADO
               DELIMITED BY SIZE INTO REG-REL-CONSIGNADO
           PERFORM 3590-GRAVAR-LINHA-RELCONSG
           MOVE WS-REP-SOMA-GERAL TO WS-SALDO-EDITADO
           MOVE SPACES TO REG-REL-CONSIGNADO
           STRING 'REPASSE AOS BANCOS CREDORES ..........: '
                   WS-REP-QTDE-BANCOS ' BANCOS, TOTAL R$ '
                   WS-SALDO-EDITADO
               DELIMITED BY SIZE INTO REG-REL-CONSIGNADO
           PERFORM 3590-GRAVAR-LINHA-RELCONSG
           CLOSE ARQ-REPASSE
           CLOSE ARQ-REL-CONSIGNADO
           DISPLAY 'REPASSE DE CONSIGNADOS GERADO PARA '
                   WS-REP-QTDE-BANCOS ' BANCOS, TOTAL R$ '
                   WS-REP-SOMA-GERAL
           .
       3500-GERAR-REPASSE-CONSIGNADO-FIM.
           EXIT.
      *******************************************************************
      *    ENTRADA DA CLASSIFICACAO: LIBERA CADA OCORRENCIA DO MOVIMENTO*
      *    DO CICLO COM A SEQUENCIA DE GRAVACAO                         *
      *******************************************************************
       3510-LIBERAR-MOV-CONSIGNADO     SECTION.
           OPEN INPUT ARQ-MOV-CONSIGNADO
           IF WS-FS-MOV-CONSIGNADO NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO REABRIR O MOVIMENTO DE '
                       'CONSIGNADOS (CONSMOV), FILE STATUS '
                       WS-FS-MOV-CONSIGNADO
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FIM-ARQ-MOV-CONSIG
           PERFORM 3520-LER-MOV-CONSIGNADO
               UNTIL FIM-ARQ-MOV-CONSIGNADO
           CLOSE ARQ-MOV-CONSIGNADO
           .
       3510-LIBERAR-MOV-CONSIGNADO-FIM.
           EXIT.

       3520-LER-MOV-CONSIGNADO         SECTION.
           READ ARQ-MOV-CONSIGNADO
               AT END
                   SET FIM-ARQ-MOV-CONSIGNADO TO TRUE
               NOT AT END
                   ADD 1 TO WS-SRT-SEQUENCIA
                   MOVE MOV-BANCO            TO SRT-BANCO
                   MOVE MOV-MATRICULA        TO SRT-MATRICULA
                   MOVE MOV-CONTRATO         TO SRT-CONTRATO
                   IF MOV-OCORRENCIA = 'R'
                       MOVE 'R' TO SRT-CLASSE
                   ELSE
                       MOVE 'F' TO SRT-CLASSE
                   END-IF
                   MOVE WS-SRT-SEQUENCIA     TO SRT-SEQUENCIA
                   MOVE MOV-NOME             TO SRT-NOME
                   MOVE MOV-NOME-CREDOR      TO SRT-NOME-CREDOR
                   MOVE MOV-OCORRENCIA       TO SRT-OCORRENCIA
                   MOVE MOV-PARCELA          TO SRT-PARCELA
                   MOVE MOV-QTDE-PARCELAS    TO SRT-QTDE-PARCELAS
                   MOVE MOV-VALOR-DESCONTADO TO SRT-VALOR-DESCONTADO
                   MOVE MOV-SALDO-DEVEDOR    TO SRT-SALDO-DEVEDOR
                   RELEASE SRT-REG-CONSIGNADO
           END-READ
           .
       3520-LER-MOV-CONSIGNADO-FIM.
           EXIT.
      *******************************************************************
      *    SAIDA DA CLASSIFICACAO: SO A ULTIMA OCORRENCIA DE CADA       *
      *    CONTRATO NO CICLO (O CALCULO MAIS RECENTE), NA FOLHA E NA    *
      *    RESCISAO, VALE PARA O REPASSE E PARA O RELATORIO             *
      *******************************************************************
       3530-PROCESSAR-CONSIGNADOS      SECTION.
           MOVE 'N' TO WS-FIM-SRT-CONSIG
           MOVE 'N' TO WS-CSG-RETIDO
           MOVE 'N' TO WS-REP-BANCO-ABERTO
           PERFORM 3540-RETORNAR-CONSIGNADO
               UNTIL FIM-SRT-CONSIGNADO
           IF CSG-HA-RETIDO
               PERFORM 3550-TRATAR-CONTRATO
           END-IF
           IF REPASSE-BANCO-ABERTO
               PERFORM 3570-FECHAR-BANCO-REPASSE
           END-IF
           .
       3530-PROCESSAR-CONSIGNADOS-FIM.
           EXIT.

       3540-RETORNAR-CONSIGNADO        SECTION.
           RETURN SRT-CONSIGNADO
               AT END
                   SET FIM-SRT-CONSIGNADO TO TRUE
               NOT AT END
                   IF CSG-HA-RETIDO
                       IF SRT-BANCO NOT = WS-RET-BANCO
                               OR SRT-MATRICULA NOT = WS-RET-MATRICULA
                               OR SRT-CONTRATO NOT = WS-RET-CONTRATO
                               OR SRT-CLASSE NOT = WS-RET-CLASSE
                           PERFORM 3550-TRATAR-CONTRATO
                       END-IF
                   END-IF
                   MOVE SRT-REG-CONSIGNADO TO WS-CSG-REG-RETIDO
                   SET CSG-HA-RETIDO TO TRUE
           END-RETURN
           .
       3540-RETORNAR-CONSIGNADO-FIM.
           EXIT.
      *******************************************************************
      *    TRATA A OCORRENCIA FINAL DE UM CONTRATO: A PARCELA DESCONTADA*
      *    VAI PARA O REPASSE DO BANCO CREDOR; QUITACAO, SUSPENSAO E    *
      *    RESCISAO VAO PARA O RELATORIO                                *
      *******************************************************************
       3550-TRATAR-CONTRATO            SECTION.
           IF WS-RET-OCORRENCIA = 'D' OR WS-RET-OCORRENCIA = 'Q'
               IF REPASSE-BANCO-ABERTO
                       AND WS-RET-BANCO NOT = WS-REP-BANCO-ATUAL
                   PERFORM 3570-FECHAR-BANCO-REPASSE
               END-IF
               IF NOT REPASSE-BANCO-ABERTO
                   PERFORM 3560-ABRIR-BANCO-REPASSE
               END-IF
               MOVE WS-RET-BANCO         TO WS-REP-DET-BANCO
               MOVE WS-RET-MATRICULA     TO WS-REP-DET-MATRICULA
               MOVE WS-RET-NOME          TO WS-REP-DET-NOME
               MOVE WS-RET-CONTRATO      TO WS-REP-DET-CONTRATO
               MOVE WS-RET-PARCELA       TO WS-REP-DET-PARCELA
               MOVE WS-RET-QTDE-PARCELAS TO WS-REP-DET-QTDE
               MOVE WS-RET-VALOR         TO WS-REP-DET-VALOR
               MOVE WS-REP-DETALHE       TO REG-REPASSE
               PERFORM 3595-GRAVAR-REPASSE
               ADD 1            TO WS-REP-QTDE-BANCO
               ADD WS-RET-VALOR TO WS-REP-SOMA-BANCO
           END-IF
           IF WS-RET-OCORRENCIA NOT = 'D'
               PERFORM 3580-GRAVAR-CONTRATO-RELCONSG
           END-IF
           .
       3550-TRATAR-CONTRATO-FIM.
           EXIT.
      *******************************************************************
      *    ABRE O GRUPO DE UM BANCO CREDOR NO REPASSE (HEADER)          *
      *******************************************************************
       3560-ABRIR-BANCO-REPASSE        SECTION.
           MOVE WS-RET-BANCO       TO WS-REP-BANCO-ATUAL
           MOVE WS-RET-BANCO       TO WS-REP-HDR-BANCO
           MOVE WS-RET-NOME-CREDOR TO WS-REP-HDR-CREDOR
           MOVE WS-COMPETENCIA     TO WS-REP-HDR-COMPETENCIA
           MOVE WS-DATA-SISTEMA    TO WS-REP-HDR-DATA
           MOVE WS-REP-HEADER      TO REG-REPASSE
           PERFORM 3595-GRAVAR-REPASSE
           MOVE ZEROS TO WS-REP-QTDE-BANCO
           MOVE ZEROS TO WS-REP-SOMA-BANCO
           ADD 1 TO WS-REP-QTDE-BANCOS
           SET REPASSE-BANCO-ABERTO TO TRUE
           .
       3560-ABRIR-BANCO-REPASSE-FIM.
           EXIT.
      *******************************************************************
      *    FECHA O GRUPO DO BANCO CREDOR (TRAILER COM QUANTIDADE E SOMA)*
      *******************************************************************
       3570-FECHAR-BANCO-REPASSE       SECTION.
           MOVE WS-REP-BANCO-ATUAL TO WS-REP-TRL-BANCO
           MOVE WS-REP-QTDE-BANCO  TO WS-REP-TRL-QTDE
           MOVE WS-REP-SOMA-BANCO  TO WS-REP-TRL-SOMA
           MOVE WS-REP-TRAILER     TO REG-REPASSE
           PERFORM 3595-GRAVAR-REPASSE
           ADD WS-REP-SOMA-BANCO TO WS-REP-SOMA-GERAL
           MOVE 'N' TO WS-REP-BANCO-ABERTO
           .
       3570-FECHAR-BANCO-REPASSE-FIM.
           EXIT.
      *******************************************************************
      *    GRAVA A LINHA DO CONTRATO QUITADO, SUSPENSO OU EM ABERTO NA  *
      *    RESCISAO NO RELATORIO DE CONSIGNADOS                         *
      *******************************************************************
       3580-GRAVAR-CONTRATO-RELCONSG   SECTION.
           IF WS-RET-OCORRENCIA = 'Q'
               MOVE 'QUITADO' TO WS-RCS-DESC-OCORRENCIA
               ADD 1 TO WS-RCS-QTDE-QUITADOS
           ELSE IF WS-RET-OCORRENCIA = 'S'
               MOVE 'SUSPENSO - SEM MARGEM' TO WS-RCS-DESC-OCORRENCIA
               ADD 1 TO WS-RCS-QTDE-SUSPENSOS
           ELSE
               MOVE 'EM ABERTO NA RESCISAO' TO WS-RCS-DESC-OCORRENCIA
               ADD 1 TO WS-RCS-QTDE-RESCISAO
               ADD WS-RET-SALDO TO WS-RCS-SOMA-SALDO-RESCISAO
           END-IF
           END-IF
           MOVE WS-RET-VALOR TO WS-VALOR-EDITADO
           MOVE WS-RET-SALDO TO WS-SALDO-EDITADO
           MOVE SPACES TO REG-REL-CONSIGNADO
           STRING WS-RCS-DESC-OCORRENCIA ' ' WS-RET-BANCO ' '
                   WS-RET-MATRICULA ' ' WS-RET-NOME ' '
                   WS-RET-CONTRATO ' ' WS-RET-PARCELA '/'
                   WS-RET-QTDE-PARCELAS ' ' WS-VALOR-EDITADO ' '
                   WS-SALDO-EDITADO
               DELIMITED BY SIZE INTO REG-REL-CONSIGNADO
           PERFORM 3590-GRAVAR-LINHA-RELCONSG
           .
       3580-GRAVAR-CONTRATO-RELCONSG-FIM.
           EXIT.

       3590-GRAVAR-LINHA-RELCONSG      SECTION.
           WRITE REG-REL-CONSIGNADO
           IF WS-FS-REL-CONSIGNADO NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO GRAVAR O RELATORIO DE '
                       'CONSIGNADOS (RELCONSG), FILE STATUS '
                       WS-FS-REL-CONSIGNADO
               STOP RUN
           END-IF
           .
       3590-GRAVAR-LINHA-RELCONSG-FIM.
           EXIT.

       3595-GRAVAR-REPASSE             SECTION.
           WRITE REG-REPASSE
           IF WS-FS-REPASSE NOT = '00'
               DISPLAY 'ERRO FATAL: FALHA AO GRAVAR O REPASSE DE '
                       'CONSIGNADOS (REPCONSG), FILE STATUS '
                       WS-FS-REPASSE
               STOP RUN
           END-IF
           .
       3595-GRAVAR-REPASSE-FIM.
           EXIT.

       END PROGRAM CBLZJP01.
