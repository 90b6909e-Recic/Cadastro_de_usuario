      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Area de comunicacao do PROGPRT (protocolos de
      *          pedidos de titulares LGPD). Acoes:
      *            A - abre um protocolo (ID, CPF, empresa, tipo,
      *                recebimento - 0 = hoje -, responsavel e canal);
      *                devolve o numero e o prazo
      *            C - conclui os protocolos em aberto do ID para o
      *                tipo, com o programa que atendeu; devolve a
      *                quantidade e o ultimo numero concluido
      *            X - cancela um protocolo em aberto (numero, motivo)
      *            Q - consulta um protocolo pelo numero
      *            R - troca o operador responsavel (numero, operador)
      *          Tipos: A acesso, C correcao, P portabilidade,
      *          E eliminacao (anonimizacao).
      ******************************************************************
       01  LK-PRT-AREA.
           03 LK-PRT-ACAO              PIC X(01).
              88 LK-PRT-ABRIR          VALUE 'A'.
              88 LK-PRT-CONCLUIR       VALUE 'C'.
              88 LK-PRT-CANCELAR       VALUE 'X'.
              88 LK-PRT-CONSULTAR      VALUE 'Q'.
              88 LK-PRT-ATRIBUIR       VALUE 'R'.
           03 LK-PRT-NUMERO            PIC 9(09).
           03 LK-PRT-ID-USUARIO        PIC 9(05).
           03 LK-PRT-CPF               PIC 9(11).
           03 LK-PRT-EMPRESA           PIC 9(03).
           03 LK-PRT-TIPO              PIC X(01).
              88 LK-PRT-TIPO-VALIDO    VALUE 'A' 'C' 'P' 'E'.
           03 LK-PRT-DATA-RECEBIMENTO  PIC 9(08).
           03 LK-PRT-OPERADOR          PIC 9(05).
           03 LK-PRT-CANAL             PIC X(10).
           03 LK-PRT-PROGRAMA          PIC X(10).
           03 LK-PRT-MOTIVO            PIC X(30).
           03 LK-PRT-RESULTADO         PIC X(01).
              88 LK-PRT-OK             VALUE 'S'.
              88 LK-PRT-NAO-ACHADO     VALUE 'N'.
              88 LK-PRT-INVALIDO       VALUE 'I'.
              88 LK-PRT-FALHA          VALUE 'F'.
           03 LK-PRT-MENSAGEM          PIC X(30).
           03 LK-PRT-QTD               PIC 9(03).
           03 LK-PRT-SITUACAO          PIC X(01).
           03 LK-PRT-DATA-PRAZO        PIC 9(08).
           03 LK-PRT-DATA-CONCLUSAO    PIC 9(08).
           03 LK-PRT-OPER-CONCLUSAO    PIC 9(05).
