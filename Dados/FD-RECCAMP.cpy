      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Layout do registro de controle da campanha de
      *          recertificacao (RECERT-CAMPANHA.dat), no molde do
      *          CTRL-MOV.dat: um unico registro com o numero da
      *          ultima campanha, a situacao dela e as datas de
      *          abertura e fechamento. Mantido pelo PROGRECERT.
      ******************************************************************
       01  REG-RECERT-CAMPANHA.
           03 RCC-NUMERO               PIC 9(04).
           03 RCC-SITUACAO             PIC X(01).
              88 RCC-ABERTA            VALUE 'A'.
              88 RCC-FECHADA           VALUE 'F'.
           03 RCC-DATA-ABERTURA        PIC 9(08).
           03 RCC-OPERADOR-ABERTURA    PIC 9(05).
           03 RCC-DATA-FECHAMENTO      PIC 9(08).
           03 RCC-OPERADOR-FECHAMENTO  PIC 9(05).
           03 RCC-QTD-ITENS            PIC 9(05).
