      ******************************************************************
      *    REGISTRO DO CONTROLE DE PERIODOS AQUISITIVOS DE FERIAS      *
      *    (FERCTL), INDEXADO PELA MATRICULA E INICIO DO PERIODO. UM   *
      *    PERIODO E ABERTO A CADA ANIVERSARIO DA ADMISSAO, ACUMULA AS *
      *    FALTAS INJUSTIFICADAS DO AFASTMES (QUE REDUZEM O DIREITO    *
      *    PELA ESCALA DA CLT) E E QUITADO PELAS FERIAS REGISTRADAS NA *
      *    TRILHA DE AUDITORIA. VENCIDO O LIMITE DE CONCESSAO SEM O    *
      *    GOZO, AS FERIAS SAO DEVIDAS EM DOBRO                        *
      ******************************************************************
       01  REG-CONTROLE-FERIAS.
           05  FCT-CHAVE.
               10  FCT-MATRICULA        PIC 9(006).
               10  FCT-INICIO-AQUISITIVO PIC 9(008).
           05  FCT-FIM-AQUISITIVO       PIC 9(008).
           05  FCT-LIMITE-CONCESSAO     PIC 9(008).
           05  FCT-DIAS-FALTA           PIC 9(003).
           05  FCT-DIAS-DIREITO         PIC 9(002).
           05  FCT-DIAS-GOZADOS         PIC 9(002).
      *    A=AQUISITIVO EM CURSO, C=ADQUIRIDO EM CONCESSAO, Q=QUITADO,
      *    P=PERDIDO (MAIS DE 32 FALTAS), I=INDENIZADO NA RESCISAO
           05  FCT-SITUACAO             PIC X(001).
               88  FCT-EM-AQUISICAO                    VALUE 'A'.
               88  FCT-EM-CONCESSAO                    VALUE 'C'.
               88  FCT-QUITADO                         VALUE 'Q'.
               88  FCT-PERDIDO                         VALUE 'P'.
               88  FCT-INDENIZADO                      VALUE 'I'.
      *    ULTIMO LANCAMENTO DE FALTAS E DE GOZO, PARA QUE O
      *    REPROCESSAMENTO DA MESMA COMPETENCIA NAO SOME DUAS VEZES
           05  FCT-COMP-ULT-FALTA       PIC 9(006).
           05  FCT-DIAS-ULT-FALTA       PIC 9(002).
           05  FCT-COMP-ULT-GOZO        PIC 9(006).
           05  FCT-DIAS-ULT-GOZO        PIC 9(002).
           05  FCT-EM-DOBRO             PIC X(001).
               88  FCT-PAGO-EM-DOBRO                   VALUE 'S'.
           05  FCT-DATA-QUITACAO        PIC 9(008).
