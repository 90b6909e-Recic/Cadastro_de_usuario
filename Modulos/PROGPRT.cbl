      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Modulo de acesso ao registro de protocolos de pedidos
      *          de titulares LGPD (PROTOCOLOS.dat). Abre o protocolo
      *          com numero AAAA + sequencial do ano e prazo legal
      *          (recebimento mais PROTOCOLO-PRAZO-DIAS de
      *          PARAMETROS.dat, padrao 15); conclui os protocolos em
      *          aberto de um titular quando o programa que atende o
      *          pedido roda para ele (PROGFICHA acesso, PROGALT
      *          correcao, PROGPORT portabilidade, PROGAPROV/PROGANON
      *          eliminacao); cancela, consulta e troca o responsavel.
      *          Cada abertura, conclusao, cancelamento e troca entra
      *          na trilha de auditoria com o tipo 'L' e o campo
      *          PROTOCOLO. Chamado pelo PROGPROTOC, PROGFICHA,
      *          PROGALT, PROGPORT e PROGAPROV.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPRT.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROTOCOLOS ASSIGN TO
           CFG-PATH-PROTOCOLOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRT-NUMERO
           FILE STATUS IS WS-FS-PRT.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  PROTOCOLOS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-PROTOCOLO.cpy'.

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WS-FS-PRT                   PIC 99.
           88 FS-PRT-OK                VALUE 0.
           88 FS-PRT-NAO-EXISTE        VALUE 35.

       77  WS-EOF                      PIC X.
           88 EOF-OK                   VALUE 'F' FALSE 'N'.

       77  WS-ARQUIVO-NOVO             PIC X VALUE 'N'.
           88 ARQUIVO-NOVO             VALUE 'S'.

       77  WS-DATA-HOJE                PIC 9(08).
       77  WS-DIAS-PRAZO               PIC 9(03).
       77  WS-ANO-HOJE                 PIC 9(04).
       77  WS-PRIMEIRO-DO-ANO          PIC 9(09).
       77  WS-ULTIMO-DO-ANO            PIC 9(09).
       77  WS-MAIOR-NUMERO             PIC 9(09).

       01  WS-PRT-LOG.
           03 WS-PRT-LOG-ACAO          PIC X(09).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-PRT-LOG-NUMERO        PIC 9(09).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-PRT-LOG-TIPO          PIC X(01).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-PRT-LOG-DATA          PIC 9(08).

           COPY
           '/home/recic/Dev/PROG01/Dados/CFG-PATHS.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-LOG.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-SESSAO.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-PARAM.cpy'.

      ******************************************************************
       LINKAGE SECTION.
           COPY
           '/home/recic/Dev/PROG01/Dados/LK-PROTOCOLO.cpy'.

      ******************************************************************
       PROCEDURE DIVISION USING LK-PRT-AREA.
       MAIN-PROCEDURE.

           SET LK-PRT-FALHA TO TRUE
           MOVE SPACES TO LK-PRT-MENSAGEM
           MOVE 0 TO LK-PRT-QTD
           MOVE 'N' TO WS-ARQUIVO-NOVO
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           SET LK-SESS-CONSULTAR TO TRUE
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           IF LK-PRT-ABRIR
              PERFORM VALIDA-ABERTURA
              IF LK-PRT-INVALIDO
                 GOBACK
              END-IF
           END-IF

           IF LK-PRT-CONSULTAR
              OPEN INPUT PROTOCOLOS
           ELSE
              OPEN I-O PROTOCOLOS
           END-IF

      *    sem PROTOCOLOS.dat nenhum pedido foi registrado ainda
           IF FS-PRT-NAO-EXISTE
              IF LK-PRT-ABRIR
                 OPEN OUTPUT PROTOCOLOS
                 SET ARQUIVO-NOVO TO TRUE
              ELSE
                 SET LK-PRT-NAO-ACHADO TO TRUE
                 GOBACK
              END-IF
           END-IF

           IF NOT FS-PRT-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PROTOCOLOS'
              DISPLAY 'FILE STATUS: ' WS-FS-PRT
              GOBACK
           END-IF

           EVALUATE TRUE
              WHEN LK-PRT-ABRIR
                 PERFORM ABRE-PROTOCOLO
              WHEN LK-PRT-CONCLUIR
                 PERFORM CONCLUI-PROTOCOLOS
              WHEN LK-PRT-CANCELAR
                 PERFORM CANCELA-PROTOCOLO
              WHEN LK-PRT-CONSULTAR
                 PERFORM CONSULTA-PROTOCOLO
              WHEN LK-PRT-ATRIBUIR
                 PERFORM ATRIBUI-PROTOCOLO
              WHEN OTHER
                 DISPLAY 'ACAO DE PROTOCOLO INVALIDA'
           END-EVALUATE

           CLOSE PROTOCOLOS

           GOBACK.

      ******************************************************************
      * O recebimento nao pode ser futuro; sem responsavel informado o
      * protocolo fica com o operador da sessao.
      ******************************************************************
       VALIDA-ABERTURA.
           IF LK-PRT-DATA-RECEBIMENTO = 0
              MOVE WS-DATA-HOJE TO LK-PRT-DATA-RECEBIMENTO
           END-IF
           IF LK-PRT-OPERADOR = 0
              MOVE LK-SESS-MATRICULA TO LK-PRT-OPERADOR
           END-IF

           EVALUATE TRUE
              WHEN LK-PRT-ID-USUARIO = 0
                 MOVE 'TITULAR NAO INFORMADO' TO LK-PRT-MENSAGEM
              WHEN NOT LK-PRT-TIPO-VALIDO
                 MOVE 'TIPO DE PEDIDO INVALIDO' TO LK-PRT-MENSAGEM
              WHEN LK-PRT-CANAL = SPACES
                 MOVE 'CANAL EM BRANCO' TO LK-PRT-MENSAGEM
              WHEN LK-PRT-DATA-RECEBIMENTO > WS-DATA-HOJE
                 MOVE 'RECEBIMENTO POSTERIOR A HOJE' TO LK-PRT-MENSAGEM
              WHEN FUNCTION TEST-DATE-YYYYMMDD
                   (LK-PRT-DATA-RECEBIMENTO) NOT = 0
                 MOVE 'DATA DE RECEBIMENTO INVALIDA' TO LK-PRT-MENSAGEM
           END-EVALUATE

           IF LK-PRT-MENSAGEM NOT = SPACES
              SET LK-PRT-INVALIDO TO TRUE
           END-IF
       .

       ABRE-PROTOCOLO.
           SET LK-PAR-CONSULTAR TO TRUE
           MOVE 'PROTOCOLO-PRAZO-DIAS' TO LK-PAR-CHAVE
           MOVE 15 TO LK-PAR-VALOR
           CALL CFG-PATH-PROGPARAM
           USING LK-PAR-AREA
           MOVE LK-PAR-VALOR TO WS-DIAS-PRAZO

           PERFORM OBTEM-PROXIMO-NUMERO

           INITIALIZE REG-PROTOCOLO
           MOVE WS-MAIOR-NUMERO         TO PRT-NUMERO
           MOVE LK-PRT-ID-USUARIO       TO PRT-ID-USUARIO
           MOVE LK-PRT-CPF              TO PRT-CPF
           MOVE LK-PRT-EMPRESA          TO PRT-EMPRESA
           MOVE LK-PRT-TIPO             TO PRT-TIPO
           MOVE LK-PRT-DATA-RECEBIMENTO TO PRT-DATA-RECEBIMENTO
           COMPUTE PRT-DATA-PRAZO = FUNCTION DATE-OF-INTEGER (
              FUNCTION INTEGER-OF-DATE (LK-PRT-DATA-RECEBIMENTO)
              + WS-DIAS-PRAZO)
           MOVE LK-PRT-OPERADOR         TO PRT-OPERADOR
           MOVE LK-PRT-CANAL            TO PRT-CANAL
           SET PRT-ABERTO               TO TRUE
           MOVE SPACES                  TO PRT-PROGRAMA
           MOVE SPACES                  TO PRT-MOTIVO
           SET PRT-SEM-AVISO            TO TRUE

           WRITE REG-PROTOCOLO
              INVALID KEY
                 MOVE 'FALHA NA GRAVACAO' TO LK-PRT-MENSAGEM
              NOT INVALID KEY
                 SET LK-PRT-OK TO TRUE
                 MOVE PRT-NUMERO     TO LK-PRT-NUMERO
                 MOVE PRT-DATA-PRAZO TO LK-PRT-DATA-PRAZO
                 MOVE PRT-SITUACAO   TO LK-PRT-SITUACAO
                 MOVE SPACES         TO LK-LOG-VALOR-ANTES
                 MOVE 'ABERTO'       TO WS-PRT-LOG-ACAO
                 MOVE PRT-DATA-PRAZO TO WS-PRT-LOG-DATA
                 PERFORM REGISTRA-PROTOCOLO
           END-WRITE
       .

      *    Maior numero do ano corrente mais um (o primeiro do ano e
      *    AAAA00001)
       OBTEM-PROXIMO-NUMERO.
           MOVE WS-DATA-HOJE (1:4) TO WS-ANO-HOJE
           COMPUTE WS-PRIMEIRO-DO-ANO = WS-ANO-HOJE * 100000
           COMPUTE WS-ULTIMO-DO-ANO   = WS-PRIMEIRO-DO-ANO + 99999
           MOVE WS-PRIMEIRO-DO-ANO TO WS-MAIOR-NUMERO

           IF NOT ARQUIVO-NOVO
              SET EOF-OK TO FALSE
              MOVE WS-PRIMEIRO-DO-ANO TO PRT-NUMERO
              START PROTOCOLOS KEY IS >= PRT-NUMERO
                 INVALID KEY
                    SET EOF-OK TO TRUE
              END-START

              PERFORM UNTIL EOF-OK
                 READ PROTOCOLOS NEXT RECORD
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       IF PRT-NUMERO > WS-ULTIMO-DO-ANO
                          SET EOF-OK TO TRUE
                       ELSE
                          MOVE PRT-NUMERO TO WS-MAIOR-NUMERO
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           ADD 1 TO WS-MAIOR-NUMERO
       .

      ******************************************************************
      * Conclusao pelo programa que atendeu: todos os protocolos em
      * aberto do ID para o tipo. Sem nenhum, NAO-ACHADO - o programa
      * chamador segue normalmente (nem todo uso e pedido de titular).
      ******************************************************************
       CONCLUI-PROTOCOLOS.
           SET LK-PRT-NAO-ACHADO TO TRUE
           SET EOF-OK TO FALSE

           MOVE 0 TO PRT-NUMERO
           START PROTOCOLOS KEY IS >= PRT-NUMERO
              INVALID KEY
                 SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
              READ PROTOCOLOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF PRT-ABERTO
                       AND PRT-ID-USUARIO = LK-PRT-ID-USUARIO
                       AND PRT-TIPO = LK-PRT-TIPO
                       PERFORM CONCLUI-PROTOCOLO
                    END-IF
              END-READ
           END-PERFORM
       .

       CONCLUI-PROTOCOLO.
           SET PRT-CONCLUIDO TO TRUE
           MOVE WS-DATA-HOJE      TO PRT-DATA-CONCLUSAO
           MOVE LK-SESS-MATRICULA TO PRT-OPERADOR-CONCLUSAO
           MOVE LK-PRT-PROGRAMA   TO PRT-PROGRAMA

           REWRITE REG-PROTOCOLO
              INVALID KEY
                 DISPLAY 'FALHA AO CONCLUIR O PROTOCOLO ' PRT-NUMERO
              NOT INVALID KEY
                 SET LK-PRT-OK TO TRUE
                 ADD 1 TO LK-PRT-QTD
                 MOVE PRT-NUMERO TO LK-PRT-NUMERO
                 MOVE PRT-DATA-PRAZO TO LK-PRT-DATA-PRAZO
                 MOVE 'ABERTO'      TO LK-LOG-VALOR-ANTES
                 MOVE 'CONCLUIDO'   TO WS-PRT-LOG-ACAO
                 MOVE WS-DATA-HOJE  TO WS-PRT-LOG-DATA
                 PERFORM REGISTRA-PROTOCOLO
           END-REWRITE
       .

       CANCELA-PROTOCOLO.
           IF LK-PRT-MOTIVO = SPACES
              SET LK-PRT-INVALIDO TO TRUE
              MOVE 'MOTIVO EM BRANCO' TO LK-PRT-MENSAGEM
           ELSE
              PERFORM LE-PROTOCOLO-ABERTO
           END-IF

           IF LK-PRT-OK
              SET PRT-CANCELADO TO TRUE
              MOVE WS-DATA-HOJE      TO PRT-DATA-CONCLUSAO
              MOVE LK-SESS-MATRICULA TO PRT-OPERADOR-CONCLUSAO
              MOVE LK-PRT-MOTIVO     TO PRT-MOTIVO

              REWRITE REG-PROTOCOLO
                 INVALID KEY
                    SET LK-PRT-FALHA TO TRUE
                    MOVE 'FALHA NA GRAVACAO' TO LK-PRT-MENSAGEM
                 NOT INVALID KEY
                    MOVE 'ABERTO'      TO LK-LOG-VALOR-ANTES
                    MOVE 'CANCELADO'   TO WS-PRT-LOG-ACAO
                    MOVE WS-DATA-HOJE  TO WS-PRT-LOG-DATA
                    PERFORM REGISTRA-PROTOCOLO
              END-REWRITE
           END-IF
       .

       ATRIBUI-PROTOCOLO.
           IF LK-PRT-OPERADOR = 0
              SET LK-PRT-INVALIDO TO TRUE
              MOVE 'RESPONSAVEL NAO INFORMADO' TO LK-PRT-MENSAGEM
           ELSE
              PERFORM LE-PROTOCOLO-ABERTO
           END-IF

           IF LK-PRT-OK
              MOVE SPACES TO LK-LOG-VALOR-ANTES
              STRING 'RESPONSAVEL '  DELIMITED SIZE
                     PRT-OPERADOR    DELIMITED SIZE
                INTO LK-LOG-VALOR-ANTES
              MOVE LK-PRT-OPERADOR TO PRT-OPERADOR

              REWRITE REG-PROTOCOLO
                 INVALID KEY
                    SET LK-PRT-FALHA TO TRUE
                    MOVE 'FALHA NA GRAVACAO' TO LK-PRT-MENSAGEM
                 NOT INVALID KEY
                    MOVE 'ATRIBUIDO'     TO WS-PRT-LOG-ACAO
                    MOVE LK-PRT-OPERADOR TO WS-PRT-LOG-DATA
                    PERFORM REGISTRA-PROTOCOLO
              END-REWRITE
           END-IF
       .

       LE-PROTOCOLO-ABERTO.
           MOVE LK-PRT-NUMERO TO PRT-NUMERO
           READ PROTOCOLOS
              INVALID KEY
                 SET LK-PRT-NAO-ACHADO TO TRUE
                 MOVE 'PROTOCOLO NAO ENCONTRADO' TO LK-PRT-MENSAGEM
              NOT INVALID KEY
                 IF PRT-ABERTO
                    SET LK-PRT-OK TO TRUE
                 ELSE
                    SET LK-PRT-INVALIDO TO TRUE
                    MOVE 'PROTOCOLO NAO ESTA EM ABERTO'
                      TO LK-PRT-MENSAGEM
                 END-IF
           END-READ
       .

       CONSULTA-PROTOCOLO.
           MOVE LK-PRT-NUMERO TO PRT-NUMERO
           READ PROTOCOLOS
              INVALID KEY
                 SET LK-PRT-NAO-ACHADO TO TRUE
                 MOVE 'PROTOCOLO NAO ENCONTRADO' TO LK-PRT-MENSAGEM
              NOT INVALID KEY
                 SET LK-PRT-OK TO TRUE
                 MOVE PRT-ID-USUARIO         TO LK-PRT-ID-USUARIO
                 MOVE PRT-CPF                TO LK-PRT-CPF
                 MOVE PRT-EMPRESA            TO LK-PRT-EMPRESA
                 MOVE PRT-TIPO               TO LK-PRT-TIPO
                 MOVE PRT-DATA-RECEBIMENTO   TO LK-PRT-DATA-RECEBIMENTO
                 MOVE PRT-DATA-PRAZO         TO LK-PRT-DATA-PRAZO
                 MOVE PRT-OPERADOR           TO LK-PRT-OPERADOR
                 MOVE PRT-CANAL              TO LK-PRT-CANAL
                 MOVE PRT-SITUACAO           TO LK-PRT-SITUACAO
                 MOVE PRT-DATA-CONCLUSAO     TO LK-PRT-DATA-CONCLUSAO
                 MOVE PRT-OPERADOR-CONCLUSAO TO LK-PRT-OPER-CONCLUSAO
                 MOVE PRT-PROGRAMA           TO LK-PRT-PROGRAMA
                 MOVE PRT-MOTIVO             TO LK-PRT-MOTIVO
           END-READ
       .

      *    'L' PROTOCOLO: acao, numero, tipo e data (prazo na
      *    abertura, conclusao/cancelamento nos demais) no depois
       REGISTRA-PROTOCOLO.
           MOVE PRT-NUMERO TO WS-PRT-LOG-NUMERO
           MOVE PRT-TIPO   TO WS-PRT-LOG-TIPO

           MOVE 'L'            TO LK-LOG-TIPO
           MOVE PRT-ID-USUARIO TO LK-LOG-ID-USUARIO
           MOVE 'PROTOCOLO'    TO LK-LOG-CAMPO
           MOVE WS-PRT-LOG     TO LK-LOG-VALOR-DEPOIS
           CALL CFG-PATH-PROGLOG
           USING LK-LOG-AREA
       .

       END PROGRAM PROGPRT.
