      ******************************************************************
      *    REGISTRO DO CADASTRO DE BENEFICIARIOS DE PENSAO ALIMENTICIA *
      *    (PENSAO), INDEXADO PELA MATRICULA E SEQUENCIA DO            *
      *    BENEFICIARIO, COM OS DADOS DA DECISAO JUDICIAL: PERCENTUAL  *
      *    SOBRE OS RENDIMENTOS DEDUZIDO O INSS (P) OU VALOR FIXO      *
      *    MENSAL (V), INCIDENCIA NO 13O E NAS FERIAS E A CONTA DO     *
      *    BENEFICIARIO PARA O CREDITO NA REMESSA                      *
      ******************************************************************
       01  REG-PENSAO.
           05  PEN-CHAVE.
               10  PEN-MATRICULA        PIC 9(006).
               10  PEN-SEQUENCIA        PIC 9(002).
           05  PEN-NOME-BENEF           PIC X(030).
           05  PEN-CPF-BENEF            PIC 9(011).
           05  PEN-PROCESSO             PIC X(025).
           05  PEN-BANCO                PIC 9(003).
           05  PEN-AGENCIA              PIC 9(004).
           05  PEN-CONTA                PIC 9(010).
           05  PEN-DIGITO               PIC X(001).
           05  PEN-TIPO                 PIC X(001).
               88  PEN-TIPO-PERCENTUAL                 VALUE 'P'.
               88  PEN-TIPO-VALOR-FIXO                 VALUE 'V'.
           05  PEN-PERCENTUAL           PIC 9(003)V99.
           05  PEN-VALOR-FIXO           PIC 9(011)V99.
           05  PEN-INCIDE-13            PIC X(001).
               88  PEN-INCIDE-NO-13                    VALUE 'S'.
           05  PEN-INCIDE-FERIAS        PIC X(001).
               88  PEN-INCIDE-NAS-FERIAS               VALUE 'S'.
      *    A=ATIVA, E=ENCERRADA (DECISAO REVOGADA OU EXTINTA)
           05  PEN-SITUACAO             PIC X(001).
               88  PEN-ATIVA                           VALUE 'A'.
               88  PEN-ENCERRADA                       VALUE 'E'.
