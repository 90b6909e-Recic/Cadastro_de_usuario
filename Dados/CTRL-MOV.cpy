      *          saber ate que data/hora da trilha de auditoria a
      *          ultima extracao chegou - no mesmo molde do
      *          CTRL-ID.dat do PROGID.
      ******************************************************************
      * MODIFICATION HISTORY:
      * 15/10/2026 RC  Added MOV-CONSUMIDOR e MOV-SEQUENCIA (appended at
      *                the end) - uma linha por consumidor do movimento,
      *                com o numero do ultimo arquivo gerado. A linha
      *                antiga, sem consumidor, vale para o ACESSO.
      ******************************************************************
       01  REG-CTRL-MOV.
           03 MOV-ULT-DATA             PIC 9(08).
           03 MOV-ULT-HORA             PIC 9(08).
           03 MOV-CONSUMIDOR           PIC X(08).
           03 MOV-SEQUENCIA            PIC 9(06).
