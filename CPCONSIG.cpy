      ******************************************************************
      *    REGISTRO DO CADASTRO DE CONTRATOS DE EMPRESTIMO CONSIGNADO  *
      *    (CONSIGNA), INDEXADO PELA MATRICULA, BANCO CREDOR E NUMERO  *
      *    DO CONTRATO; A PARCELA SO AVANCA QUANDO E DESCONTADA NA     *
      *    FOLHA REGULAR, E A COMPETENCIA (AAAAMM) DO ULTIMO DESCONTO  *
      *    IMPEDE AVANCAR DUAS VEZES NO MESMO MES                      *
      ******************************************************************
       01  REG-CONSIGNADO.
           05  CSG-CHAVE.
               10  CSG-MATRICULA        PIC 9(006).
               10  CSG-BANCO            PIC 9(003).
               10  CSG-CONTRATO         PIC X(020).
           05  CSG-NOME-CREDOR          PIC X(030).
           05  CSG-QTDE-PARCELAS        PIC 9(003).
           05  CSG-PARCELAS-PAGAS       PIC 9(003).
           05  CSG-VALOR-PARCELA        PIC 9(011)V99.
      *    A=ATIVO, Q=QUITADO, R=EM ABERTO NA RESCISAO DO EMPREGADO
           05  CSG-SITUACAO             PIC X(001).
               88  CSG-ATIVO                           VALUE 'A'.
               88  CSG-QUITADO                         VALUE 'Q'.
               88  CSG-ABERTO-RESCISAO                 VALUE 'R'.
           05  CSG-COMP-ULT-DESCONTO    PIC 9(006).
           05  CSG-COMP-RESCISAO        PIC 9(006).
