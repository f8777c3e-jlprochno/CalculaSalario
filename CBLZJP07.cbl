      *                          encerrado com relatorio de quantidades
      *                          e somatorios transferidos, para a
      *                          conferencia de que nada se perdeu.
      * Date: 15102026  By: EQP  Historico e trilha viva acompanham o
      *                          registro do CPAUDIT ampliado com os
      *                          adicionais pagos no calculo.
      * Date: 15102026  By: EQP  Registro do CPAUDIT ampliado com a
      *                          dobra das ferias vencidas e a pensao
      *                          alimenticia descontada no calculo.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *    O HISTORICO E A TRILHA VIVA RECEBEM O REGISTRO INTEIRO DO
      *    AUDITLOG, SEM ALTERACAO, PARA PRESERVAR O LEIAUTE CPAUDIT
       FD  ARQ-HISTORICO.
       01  REG-HISTORICO               PIC X(177).

       FD  ARQ-AUDIT-VIVO.
       01  REG-AUDIT-VIVO              PIC X(177).

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO               PIC X(132).
