      ******************************************************************
      *    REGISTRO DO HISTORICO DE ALTERACOES DO MESTRE DE EMPREGADOS *
      *    (MSTHIST), ACUMULATIVO: UM REGISTRO POR MOVIMENTO APLICADO  *
      *    PELA MANUTENCAO DO MESTRE, COM A IMAGEM DO REGISTRO ANTES E *
      *    DEPOIS, A DATA DE EFEITO E O LOTE QUE O APLICOU             *
      ******************************************************************
       01  REG-HIST-MESTRE.
           05  HST-MATRICULA            PIC 9(006).
      *    DATA EM QUE A ALTERACAO PASSA A VALER (AAAAMMDD)
           05  HST-DATA-EFEITO          PIC 9(008).
      *    LOTE = DATA E HORA DA EXECUCAO DA MANUTENCAO QUE APLICOU O
      *    MOVIMENTO; A SEQUENCIA E A ORDEM DO MOVIMENTO NO LOTE
           05  HST-LOTE.
               10  HST-LOTE-DATA        PIC 9(008).
               10  HST-LOTE-HORA        PIC 9(006).
           05  HST-SEQUENCIA            PIC 9(006).
           05  HST-TIPO                 PIC X(001).
               88  HST-INCLUSAO                        VALUE 'I'.
               88  HST-ALTERACAO                       VALUE 'A'.
               88  HST-DESLIGAMENTO                    VALUE 'E'.
      *    CODIGO DO CAMPO ALTERADO (OS MESMOS DO MOVIMENTO), ZERO NA
      *    INCLUSAO E NO DESLIGAMENTO. SAO SENSIVEIS, CONFERIDOS POR
      *    UMA SEGUNDA PESSOA, O SALARIO (02), OS DADOS BANCARIOS (08
      *    A 11) E OS DEPENDENTES (13)
           05  HST-CAMPO                PIC 9(002).
               88  HST-CAMPO-SENSIVEL                  VALUE 02
                                                       08 THRU 11 13.
      *    IMAGENS DO REGISTRO DO MESTRE (CPEMPREG); A IMAGEM ANTES
      *    FICA EM BRANCO NA INCLUSAO
           05  HST-IMAGEM-ANTES         PIC X(125).
           05  HST-IMAGEM-DEPOIS        PIC X(125).
