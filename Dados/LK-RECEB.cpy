      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Area de comunicacao do PROGRECEB, o controle dos
      *          arquivos recebidos pelas interfaces de entrada
      *          (PROGCARGA, PROGMOVIN, PROGLOTE, PROGCONC e
      *          PROGCEPCARGA). O modulo chamador faz uma passada
      *          previa no arquivo: acao 'I' com o nome da interface,
      *          uma acao 'L' por linha lida e a acao 'V' no fim, que
      *          confere o header/trailer e o registro de arquivos ja
      *          processados e devolve o resultado; so com o arquivo
      *          aceito o chamador aplica as linhas e, concluida a
      *          aplicacao real (nunca a simulacao), registra o
      *          arquivo com a acao 'G'.
      *          Desenho do controle dentro do arquivo:
      *          HDR;REMETENTE;SEQUENCIA;AAAAMMDD  - primeira linha
      *          TRL;QTD-REGISTROS;TOTAL-CONTROLE  - ultima linha
      *          QTD-REGISTROS conta as linhas de detalhe nao brancas
      *          e TOTAL-CONTROLE e a soma de todos os digitos (0 a 9)
      *          dessas linhas.
      ******************************************************************
       01  LK-RECEB-AREA.
           03 LK-RECEB-ACAO            PIC X(01).
              88 LK-RECEB-INICIAR      VALUE 'I'.
              88 LK-RECEB-LINHA-LIDA   VALUE 'L'.
              88 LK-RECEB-VERIFICAR    VALUE 'V'.
              88 LK-RECEB-REGISTRAR    VALUE 'G'.
           03 LK-RECEB-INTERFACE       PIC X(10).
           03 LK-RECEB-LINHA           PIC X(300).
           03 LK-RECEB-REMETENTE       PIC X(10).
           03 LK-RECEB-SEQUENCIA       PIC 9(06).
           03 LK-RECEB-DATA-GERACAO    PIC 9(08).
           03 LK-RECEB-QTD-INFORMADA   PIC 9(07).
           03 LK-RECEB-TOTAL-INFORMADO PIC 9(15).
           03 LK-RECEB-QTD-LIDA        PIC 9(07).
           03 LK-RECEB-TOTAL-LIDO      PIC 9(15).
           03 LK-RECEB-ASSINATURA      PIC X(08).
           03 LK-RECEB-QTD-LINHAS      PIC 9(07).
           03 LK-RECEB-TRAILER         PIC X(01).
              88 LK-RECEB-TEM-TRAILER  VALUE 'S'.
           03 LK-RECEB-ERRO-FORMATO    PIC X(50).
           03 LK-RECEB-RESULTADO       PIC X(01).
              88 LK-RECEB-ACEITO       VALUE 'A'.
              88 LK-RECEB-ACEITO-AVISO VALUE 'L'.
              88 LK-RECEB-RECUSADO     VALUE 'R'.
           03 LK-RECEB-MENSAGEM        PIC X(60).
