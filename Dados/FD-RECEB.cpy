      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Layout do registro de arquivos recebidos
      *          (ARQ-RECEBIDOS.dat), mantido pelo PROGRECEB. Um
      *          registro por arquivo de entrada ja aplicado, chaveado
      *          pela interface, o remetente e a sequencia do header;
      *          a assinatura do conteudo (PROGHASH das linhas de
      *          detalhe) com a quantidade e o total de controle
      *          pegam o mesmo arquivo reenviado com outra sequencia.
      ******************************************************************
       01  REG-RECEBIDO.
           03 RCB-CHAVE.
              05 RCB-INTERFACE         PIC X(10).
              05 RCB-REMETENTE         PIC X(10).
              05 RCB-SEQUENCIA         PIC 9(06).
           03 RCB-DATA-GERACAO         PIC 9(08).
           03 RCB-DATA-PROCESSAMENTO   PIC 9(08).
           03 RCB-HORA-PROCESSAMENTO   PIC 9(08).
           03 RCB-QTD-REGISTROS        PIC 9(07).
           03 RCB-TOTAL-CONTROLE       PIC 9(15).
           03 RCB-ASSINATURA           PIC X(08).
           03 RCB-OPERADOR             PIC 9(05).
