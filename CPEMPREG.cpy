           05  REG-DIGITO               PIC X(001).
           05  REG-CENTRO-CUSTO         PIC 9(004).
           05  REG-NUM-DEPENDENTES      PIC 9(002).
      *    CPF DO EMPREGADO, IDENTIFICACAO DO TRABALHADOR NOS EVENTOS
      *    DO ESOCIAL
           05  REG-CPF                  PIC 9(011).
      *    ADICIONAL DE INSALUBRIDADE (I) OU PERICULOSIDADE (P), EM
      *    BRANCO QUANDO NAO HA. O GRAU SO SE APLICA A INSALUBRIDADE:
      *    1=MINIMO (10%), 2=MEDIO (20%), 3=MAXIMO (40%) DO SALARIO
      *    MINIMO DA TABELA LEGAL
           05  REG-ADIC-TIPO            PIC X(001).
               88  REG-ADIC-INSALUBRIDADE              VALUE 'I'.
               88  REG-ADIC-PERICULOSIDADE             VALUE 'P'.
               88  REG-ADIC-SEM-ADICIONAL              VALUE ' '.
           05  REG-ADIC-GRAU            PIC 9(001).
      *    HORAS NOTURNAS DO MES (22H AS 5H), JA NA HORA REDUZIDA,
      *    BASE DO ADICIONAL NOTURNO
           05  REG-HORAS-NOTURNAS       PIC 9(004).
      *    DATA DE ADMISSAO (AAAAMMDD), BASE DOS PERIODOS AQUISITIVOS
      *    DE FERIAS
           05  REG-DATA-ADMISSAO        PIC 9(008).
      *    SITUACAO DO CADASTRO: O DESLIGAMENTO NAO REMOVE A MATRICULA
      *    DO MESTRE (INFORME, CONTABILIZACAO E CONSULTA HISTORICA
      *    AINDA PRECISAM DOS DADOS); REGISTROS ANTERIORES AO CAMPO
      *    TRAZEM ESPACO E SAO ATIVOS
           05  REG-SITUACAO             PIC X(001).
               88  REG-ATIVO                           VALUE 'A' ' '.
               88  REG-DESLIGADO                       VALUE 'D'.
      *    DATA DE EFEITO DO DESLIGAMENTO (AAAAMMDD), ZERO NO ATIVO
           05  REG-DATA-DESLIGAMENTO    PIC 9(008).
