      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Layout do registro de protocolos de pedidos de
      *          titulares LGPD (PROTOCOLOS.dat, indexado pelo numero
      *          AAAA + sequencial do ano). Guarda o titular (ID, CPF
      *          e empresa do cadastro na abertura), o tipo do pedido,
      *          o recebimento, o prazo legal, o operador responsavel
      *          e a situacao; na conclusao, a data, o operador e o
      *          programa que atendeu o pedido. PRT-AVISO marca o
      *          ultimo alerta ja emitido pelo relatorio diario, para
      *          nao repetir o alerta todo dia.
      ******************************************************************
       01  REG-PROTOCOLO.
           03 PRT-NUMERO               PIC 9(09).
           03 PRT-ID-USUARIO           PIC 9(05).
           03 PRT-CPF                  PIC 9(11).
           03 PRT-EMPRESA              PIC 9(03).
           03 PRT-TIPO                 PIC X(01).
              88 PRT-ACESSO            VALUE 'A'.
              88 PRT-CORRECAO          VALUE 'C'.
              88 PRT-PORTABILIDADE     VALUE 'P'.
              88 PRT-ELIMINACAO        VALUE 'E'.
           03 PRT-DATA-RECEBIMENTO     PIC 9(08).
           03 PRT-DATA-PRAZO           PIC 9(08).
           03 PRT-OPERADOR             PIC 9(05).
           03 PRT-CANAL                PIC X(10).
           03 PRT-SITUACAO             PIC X(01).
              88 PRT-ABERTO            VALUE 'A'.
              88 PRT-CONCLUIDO         VALUE 'C'.
              88 PRT-CANCELADO         VALUE 'X'.
           03 PRT-DATA-CONCLUSAO       PIC 9(08).
           03 PRT-OPERADOR-CONCLUSAO   PIC 9(05).
           03 PRT-PROGRAMA             PIC X(10).
           03 PRT-MOTIVO               PIC X(30).
           03 PRT-AVISO                PIC X(01).
              88 PRT-SEM-AVISO         VALUE SPACE.
              88 PRT-AVISO-PROXIMO     VALUE 'P'.
              88 PRT-AVISO-VENCIDO     VALUE 'V'.
