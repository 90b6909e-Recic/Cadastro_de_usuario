      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Modulo de acesso as selecoes nomeadas de cadastros
      *          (SELECOES.dat): carrega os criterios de uma selecao
      *          pelo nome e avalia um cadastro contra eles - status,
      *          dominio do email, DDD do telefone principal, faixa de
      *          DATA-CADASTRO e departamento, com as mesmas regras de
      *          filtro do PROGLIST e do PROGEXT. Chamado pelo
      *          PROGLIST, PROGEXT, PROGCARTA e PROGSELEC, para a
      *          listagem, a extracao e as cartas de uma campanha
      *          sairem com a mesma populacao. Desenho da area em
      *          LK-SELECAO.cpy.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGSEL.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SELECOES ASSIGN TO
           CFG-PATH-SELECOES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SEL-NOME
           FILE STATUS IS WS-FS-SEL.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  SELECOES.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-SELECAO.cpy'.

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WS-FS-SEL                   PIC 99.
           88 FS-SEL-OK                VALUE 0.
           88 FS-SEL-NAO-EXISTE        VALUE 35.

       77  WS-DOM-FILTRO-LEN           PIC 99 VALUE 0.
       77  WS-POS-ARROBA               PIC 99 VALUE 0.
       77  WS-POS-FIM-DOMINIO          PIC 99 VALUE 0.

           COPY
           '/home/recic/Dev/PROG01/Dados/CFG-PATHS.cpy'.

      ******************************************************************
       LINKAGE SECTION.
           COPY
           '/home/recic/Dev/PROG01/Dados/LK-SELECAO.cpy'.

      ******************************************************************
       PROCEDURE DIVISION USING LK-SEL-AREA.
       MAIN-PROCEDURE.

           SET LK-SEL-FALHA TO TRUE

           EVALUATE TRUE
              WHEN LK-SEL-CARREGAR
                 PERFORM CARREGA-SELECAO
              WHEN LK-SEL-AVALIAR
                 PERFORM AVALIA-CADASTRO
              WHEN OTHER
                 DISPLAY 'ACAO DE SELECAO INVALIDA'
           END-EVALUATE

           GOBACK.

      ******************************************************************
      * Selecao excluida conta como inexistente. Sem SELECOES.dat
      * nenhuma selecao foi criada ainda.
      ******************************************************************
       CARREGA-SELECAO.
           MOVE 0      TO LK-SEL-VERSAO
           MOVE SPACES TO LK-SEL-DESCRICAO

           OPEN INPUT SELECOES

           IF NOT FS-SEL-OK
              IF NOT FS-SEL-NAO-EXISTE
                 DISPLAY 'ERRO AO ABRIR O ARQUIVO DE SELECOES'
                 DISPLAY 'FILE STATUS: ' WS-FS-SEL
              END-IF
           ELSE
              MOVE LK-SEL-NOME TO SEL-NOME
              READ SELECOES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF SEL-ATIVA
                       MOVE SEL-VERSAO       TO LK-SEL-VERSAO
                       MOVE SEL-DESCRICAO    TO LK-SEL-DESCRICAO
                       MOVE SEL-STATUS       TO LK-SEL-STATUS
                       MOVE SEL-DOMINIO      TO LK-SEL-DOMINIO
                       MOVE SEL-DDD          TO LK-SEL-DDD
                       MOVE SEL-DATA-INI     TO LK-SEL-DATA-INI
                       MOVE SEL-DATA-FIM     TO LK-SEL-DATA-FIM
                       MOVE SEL-DEPARTAMENTO TO LK-SEL-DEPARTAMENTO
                       MOVE SEL-FINALIDADE   TO LK-SEL-FINALIDADE
                       SET LK-SEL-OK TO TRUE
                    END-IF
              END-READ
              CLOSE SELECOES
           END-IF

           IF LK-SEL-FALHA
              DISPLAY 'SELECAO NAO ENCONTRADA: ' LK-SEL-NOME
           END-IF
       .

      ******************************************************************
      * O dominio casa como no PROGLIST: o texto logo apos o '@' e o
      * caractere seguinte em branco, para GMAIL.COM nao casar com
      * GMAIL.COM.BR.
      ******************************************************************
       AVALIA-CADASTRO.
           SET LK-SEL-OK TO TRUE

           IF LK-SEL-CAD-STATUS = 'X'
              SET LK-SEL-FALHA TO TRUE
           END-IF

           IF LK-SEL-SOMENTE-ATIVOS AND LK-SEL-CAD-STATUS NOT = 'A'
              SET LK-SEL-FALHA TO TRUE
           END-IF

           IF LK-SEL-DOMINIO NOT = SPACES
              MOVE 0 TO WS-DOM-FILTRO-LEN
              INSPECT LK-SEL-DOMINIO TALLYING WS-DOM-FILTRO-LEN
              FOR CHARACTERS BEFORE SPACE

              MOVE 0 TO WS-POS-ARROBA
              INSPECT LK-SEL-CAD-EMAIL TALLYING WS-POS-ARROBA
              FOR CHARACTERS BEFORE '@'
              ADD 2 TO WS-POS-ARROBA

              COMPUTE WS-POS-FIM-DOMINIO =
                 WS-POS-ARROBA + WS-DOM-FILTRO-LEN

              EVALUATE TRUE
                 WHEN WS-POS-FIM-DOMINIO > 31
                    SET LK-SEL-FALHA TO TRUE
                 WHEN LK-SEL-CAD-EMAIL (WS-POS-ARROBA:
                                        WS-DOM-FILTRO-LEN) NOT =
                      LK-SEL-DOMINIO (1:WS-DOM-FILTRO-LEN)
                    SET LK-SEL-FALHA TO TRUE
                 WHEN WS-POS-FIM-DOMINIO = 31
                    CONTINUE
                 WHEN LK-SEL-CAD-EMAIL (WS-POS-FIM-DOMINIO:1)
                      NOT = SPACE
                    SET LK-SEL-FALHA TO TRUE
              END-EVALUATE
           END-IF

           IF LK-SEL-DDD > 0
              AND LK-SEL-CAD-TELEFONE (3:2) NOT = LK-SEL-DDD
              SET LK-SEL-FALHA TO TRUE
           END-IF

           IF LK-SEL-DEPARTAMENTO > 0
              AND LK-SEL-CAD-DEPARTAMENTO NOT = LK-SEL-DEPARTAMENTO
              SET LK-SEL-FALHA TO TRUE
           END-IF

           IF LK-SEL-DATA-INI > 0
              AND LK-SEL-CAD-DATA-CADASTRO < LK-SEL-DATA-INI
              SET LK-SEL-FALHA TO TRUE
           END-IF

           IF LK-SEL-DATA-FIM > 0
              AND LK-SEL-CAD-DATA-CADASTRO > LK-SEL-DATA-FIM
              SET LK-SEL-FALHA TO TRUE
           END-IF
       .

       END PROGRAM PROGSEL.
