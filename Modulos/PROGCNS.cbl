      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Modulo de acesso ao arquivo de consentimentos LGPD
      *          (CONSENTIMENTOS.dat). Registra a concessao e a
      *          revogacao do consentimento de um ID para uma
      *          finalidade (institucional, marketing, pesquisa),
      *          com a base legal, a data e o canal; responde se ha
      *          consentimento valido para uma finalidade; lista os
      *          consentimentos de um ID e os expurga na anonimizacao.
      *          Cada concessao, revogacao e expurgo entra na trilha
      *          de auditoria com o tipo 'L' e o campo CONSENTIMENTO
      *          (finalidade, situacao, base, data e canal no antes e
      *          no depois). Chamado pelo PROGCONSENT, PROGCNSCARGA,
      *          PROGEXT, PROGCARTA, PROGFICHA, PROGPORT e PROGANON.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCNS.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSENTIMENTOS ASSIGN TO
           CFG-PATH-CONSENTIMENTOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNS-CHAVE
           FILE STATUS IS WS-FS-CNS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  CONSENTIMENTOS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-CONSENT.cpy'.

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WS-FS-CNS                   PIC 99.
           88 FS-CNS-OK                VALUE 0.
           88 FS-CNS-NAO-EXISTE        VALUE 35.

       77  WS-EOF                      PIC X.
           88 EOF-OK                   VALUE 'F' FALSE 'N'.

       77  WS-ARQUIVO-NOVO             PIC X VALUE 'N'.
           88 ARQUIVO-NOVO             VALUE 'S'.

       77  WS-MAX-ITENS                PIC 9(02) VALUE 3.
       77  WS-DATA-HOJE                PIC 9(08).
       77  WS-DATA-EVENTO              PIC 9(08).
       77  WS-QTD-EXIB                 PIC 9(02).

       01  WS-CNS-LOG.
           03 WS-CNS-LOG-FINALIDADE    PIC X(01).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-CNS-LOG-SITUACAO      PIC X(01).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-CNS-LOG-BASE          PIC X(01).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-CNS-LOG-DATA          PIC 9(08).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-CNS-LOG-CANAL         PIC X(10).

           COPY
           '/home/recic/Dev/PROG01/Dados/CFG-PATHS.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-LOG.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-SESSAO.cpy'.

      ******************************************************************
       LINKAGE SECTION.
           COPY
           '/home/recic/Dev/PROG01/Dados/LK-CONSENT.cpy'.

      ******************************************************************
       PROCEDURE DIVISION USING LK-CNS-AREA.
       MAIN-PROCEDURE.

           SET LK-CNS-FALHA TO TRUE
           MOVE SPACES TO LK-CNS-MOTIVO
           MOVE 0 TO LK-CNS-QTD
           MOVE 'N' TO WS-ARQUIVO-NOVO
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           IF LK-CNS-DATA = 0
              MOVE WS-DATA-HOJE TO WS-DATA-EVENTO
           ELSE
              MOVE LK-CNS-DATA TO WS-DATA-EVENTO
           END-IF

           IF LK-CNS-CONCEDER OR LK-CNS-REVOGAR
              PERFORM VALIDA-PEDIDO
              IF LK-CNS-INVALIDO
                 GOBACK
              END-IF
           END-IF

           IF LK-CNS-VERIFICAR OR LK-CNS-LISTAR
              OPEN INPUT CONSENTIMENTOS
           ELSE
              OPEN I-O CONSENTIMENTOS
           END-IF

      *    sem CONSENTIMENTOS.dat ninguem consentiu ainda
           IF FS-CNS-NAO-EXISTE
              IF LK-CNS-CONCEDER
                 OPEN OUTPUT CONSENTIMENTOS
                 SET ARQUIVO-NOVO TO TRUE
              ELSE
                 SET LK-CNS-NAO-ACHADO TO TRUE
                 GOBACK
              END-IF
           END-IF

           IF NOT FS-CNS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONSENTIMENTOS'
              DISPLAY 'FILE STATUS: ' WS-FS-CNS
              GOBACK
           END-IF

           EVALUATE TRUE
              WHEN LK-CNS-CONCEDER
                 PERFORM CONCEDE-CONSENTIMENTO
              WHEN LK-CNS-REVOGAR
                 PERFORM REVOGA-CONSENTIMENTO
              WHEN LK-CNS-VERIFICAR
                 PERFORM VERIFICA-CONSENTIMENTO
              WHEN LK-CNS-LISTAR
                 PERFORM LISTA-CONSENTIMENTOS
              WHEN LK-CNS-EXPURGAR
                 PERFORM EXPURGA-CONSENTIMENTOS
              WHEN OTHER
                 DISPLAY 'ACAO DE CONSENTIMENTO INVALIDA'
           END-EVALUATE

           CLOSE CONSENTIMENTOS

           GOBACK.

      ******************************************************************
      * Finalidade, canal e data valem para a concessao e para a
      * revogacao; a base legal so e exigida na concessao. Uma data
      * futura nunca e aceita - a carga em lote traz a data da coleta.
      ******************************************************************
       VALIDA-PEDIDO.
           EVALUATE TRUE
              WHEN NOT LK-CNS-FINALIDADE-VALIDA
                 MOVE 'FINALIDADE INVALIDA' TO LK-CNS-MOTIVO
              WHEN LK-CNS-CONCEDER AND NOT LK-CNS-BASE-VALIDA
                 MOVE 'BASE LEGAL INVALIDA' TO LK-CNS-MOTIVO
              WHEN LK-CNS-CANAL = SPACES
                 MOVE 'CANAL EM BRANCO' TO LK-CNS-MOTIVO
              WHEN WS-DATA-EVENTO > WS-DATA-HOJE
                 MOVE 'DATA POSTERIOR A HOJE' TO LK-CNS-MOTIVO
           END-EVALUATE

           IF LK-CNS-MOTIVO NOT = SPACES
              SET LK-CNS-INVALIDO TO TRUE
           END-IF
       .

       CONCEDE-CONSENTIMENTO.
           SET LK-SESS-CONSULTAR TO TRUE
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           MOVE SPACES TO LK-LOG-VALOR-ANTES

           MOVE LK-CNS-ID-USUARIO TO CNS-ID-USUARIO
           MOVE LK-CNS-FINALIDADE TO CNS-FINALIDADE

           IF ARQUIVO-NOVO
              PERFORM GRAVA-CONSENTIMENTO-NOVO
           ELSE
              READ CONSENTIMENTOS
                 INVALID KEY
                    PERFORM GRAVA-CONSENTIMENTO-NOVO
                 NOT INVALID KEY
                    PERFORM REGRAVA-CONCESSAO
              END-READ
           END-IF

           IF LK-CNS-OK
              PERFORM MONTA-LOG-REGISTRO
              MOVE WS-CNS-LOG TO LK-LOG-VALOR-DEPOIS
              PERFORM REGISTRA-CONSENTIMENTO
           END-IF
       .

      *    uma coleta anterior a revogacao registrada nao reverte a
      *    vontade mais recente do titular
       REGRAVA-CONCESSAO.
           PERFORM MONTA-LOG-REGISTRO
           MOVE WS-CNS-LOG TO LK-LOG-VALOR-ANTES

           EVALUATE TRUE
              WHEN CNS-CONCEDIDO
                 AND CNS-BASE-LEGAL = LK-CNS-BASE-LEGAL
                 MOVE 'CONSENTIMENTO JA CONCEDIDO' TO LK-CNS-MOTIVO
                 SET LK-CNS-INVALIDO TO TRUE
              WHEN CNS-REVOGADO
                 AND WS-DATA-EVENTO < CNS-DATA-REVOGACAO
                 MOVE 'COLETA ANTERIOR A REVOGACAO' TO LK-CNS-MOTIVO
                 SET LK-CNS-INVALIDO TO TRUE
              WHEN OTHER
                 PERFORM PREENCHE-CONCESSAO
                 REWRITE REG-CONSENTIMENTO
                    INVALID KEY
                       DISPLAY 'FALHA AO GRAVAR O CONSENTIMENTO'
                    NOT INVALID KEY
                       SET LK-CNS-OK TO TRUE
                 END-REWRITE
           END-EVALUATE
       .

       GRAVA-CONSENTIMENTO-NOVO.
           PERFORM PREENCHE-CONCESSAO

           WRITE REG-CONSENTIMENTO
              INVALID KEY
                 DISPLAY 'FALHA AO GRAVAR O CONSENTIMENTO'
              NOT INVALID KEY
                 SET LK-CNS-OK TO TRUE
           END-WRITE
       .

       PREENCHE-CONCESSAO.
           MOVE LK-CNS-ID-USUARIO TO CNS-ID-USUARIO
           MOVE LK-CNS-FINALIDADE TO CNS-FINALIDADE
           MOVE LK-CNS-BASE-LEGAL TO CNS-BASE-LEGAL
           SET CNS-CONCEDIDO TO TRUE
           MOVE WS-DATA-EVENTO    TO CNS-DATA-CONCESSAO
           MOVE LK-CNS-CANAL      TO CNS-CANAL-CONCESSAO
           MOVE LK-SESS-MATRICULA TO CNS-OPERADOR-CONCESSAO
           MOVE 0                 TO CNS-DATA-REVOGACAO
           MOVE SPACES            TO CNS-CANAL-REVOGACAO
           MOVE 0                 TO CNS-OPERADOR-REVOGACAO
       .

       REVOGA-CONSENTIMENTO.
           SET LK-SESS-CONSULTAR TO TRUE
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           MOVE LK-CNS-ID-USUARIO TO CNS-ID-USUARIO
           MOVE LK-CNS-FINALIDADE TO CNS-FINALIDADE

           READ CONSENTIMENTOS
              INVALID KEY
                 SET LK-CNS-NAO-ACHADO TO TRUE
              NOT INVALID KEY
                 IF CNS-REVOGADO
                    SET LK-CNS-NAO-ACHADO TO TRUE
                 ELSE
                    PERFORM MARCA-REVOGACAO
                 END-IF
           END-READ
       .

       MARCA-REVOGACAO.
           IF WS-DATA-EVENTO < CNS-DATA-CONCESSAO
              MOVE 'REVOGACAO ANTERIOR A CONCESSAO' TO LK-CNS-MOTIVO
              SET LK-CNS-INVALIDO TO TRUE
           ELSE
              PERFORM MONTA-LOG-REGISTRO
              MOVE WS-CNS-LOG TO LK-LOG-VALOR-ANTES

              SET CNS-REVOGADO TO TRUE
              MOVE WS-DATA-EVENTO    TO CNS-DATA-REVOGACAO
              MOVE LK-CNS-CANAL      TO CNS-CANAL-REVOGACAO
              MOVE LK-SESS-MATRICULA TO CNS-OPERADOR-REVOGACAO

              REWRITE REG-CONSENTIMENTO
                 INVALID KEY
                    DISPLAY 'FALHA AO REVOGAR O CONSENTIMENTO'
                 NOT INVALID KEY
                    SET LK-CNS-OK TO TRUE
                    MOVE 1 TO LK-CNS-QTD
                    PERFORM MONTA-LOG-REGISTRO
                    MOVE WS-CNS-LOG TO LK-LOG-VALOR-DEPOIS
                    PERFORM REGISTRA-CONSENTIMENTO
              END-REWRITE
           END-IF
       .

      ******************************************************************
      * Valido e o consentimento em situacao 'C' com a concessao ate
      * hoje; revogado ou inexistente exclui o titular da comunicacao.
      ******************************************************************
       VERIFICA-CONSENTIMENTO.
           SET LK-CNS-NAO-ACHADO TO TRUE

           MOVE LK-CNS-ID-USUARIO TO CNS-ID-USUARIO
           MOVE LK-CNS-FINALIDADE TO CNS-FINALIDADE

           READ CONSENTIMENTOS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CNS-CONCEDIDO
                    AND CNS-DATA-CONCESSAO <= WS-DATA-HOJE
                    SET LK-CNS-OK TO TRUE
                    MOVE CNS-BASE-LEGAL TO LK-CNS-BASE-LEGAL
                 END-IF
           END-READ
       .

       LISTA-CONSENTIMENTOS.
           SET LK-CNS-NAO-ACHADO TO TRUE
           SET EOF-OK TO FALSE

           MOVE LK-CNS-ID-USUARIO TO CNS-ID-USUARIO
           MOVE LOW-VALUES        TO CNS-FINALIDADE

           START CONSENTIMENTOS KEY IS >= CNS-CHAVE
              INVALID KEY
                 SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
              READ CONSENTIMENTOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF CNS-ID-USUARIO NOT = LK-CNS-ID-USUARIO
                       OR LK-CNS-QTD >= WS-MAX-ITENS
                       SET EOF-OK TO TRUE
                    ELSE
                       ADD 1 TO LK-CNS-QTD
                       MOVE CNS-FINALIDADE
                         TO LK-CNS-IT-FINALIDADE (LK-CNS-QTD)
                       MOVE CNS-BASE-LEGAL
                         TO LK-CNS-IT-BASE-LEGAL (LK-CNS-QTD)
                       MOVE CNS-SITUACAO
                         TO LK-CNS-IT-SITUACAO (LK-CNS-QTD)
                       MOVE CNS-DATA-CONCESSAO
                         TO LK-CNS-IT-DATA-CONC (LK-CNS-QTD)
                       MOVE CNS-CANAL-CONCESSAO
                         TO LK-CNS-IT-CANAL-CONC (LK-CNS-QTD)
                       MOVE CNS-DATA-REVOGACAO
                         TO LK-CNS-IT-DATA-REV (LK-CNS-QTD)
                       MOVE CNS-CANAL-REVOGACAO
                         TO LK-CNS-IT-CANAL-REV (LK-CNS-QTD)
                       SET LK-CNS-OK TO TRUE
                    END-IF
              END-READ
           END-PERFORM
       .

      ******************************************************************
      * Anonimizacao - apaga fisicamente todos os registros do ID; um
      * unico registro na trilha informa quantos foram expurgados.
      ******************************************************************
       EXPURGA-CONSENTIMENTOS.
           SET LK-CNS-NAO-ACHADO TO TRUE
           SET EOF-OK TO FALSE

           MOVE LK-CNS-ID-USUARIO TO CNS-ID-USUARIO
           MOVE LOW-VALUES        TO CNS-FINALIDADE

           START CONSENTIMENTOS KEY IS >= CNS-CHAVE
              INVALID KEY
                 SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
              READ CONSENTIMENTOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF CNS-ID-USUARIO NOT = LK-CNS-ID-USUARIO
                       SET EOF-OK TO TRUE
                    ELSE
                       DELETE CONSENTIMENTOS RECORD
                          INVALID KEY
                             DISPLAY 'FALHA AO EXPURGAR CONSENTIMENTO'
                          NOT INVALID KEY
                             ADD 1 TO LK-CNS-QTD
                       END-DELETE
                    END-IF
              END-READ
           END-PERFORM

           IF LK-CNS-QTD > 0
              SET LK-CNS-OK TO TRUE
              MOVE LK-CNS-QTD TO WS-QTD-EXIB
              MOVE SPACES TO LK-LOG-VALOR-ANTES
              MOVE SPACES TO LK-LOG-VALOR-DEPOIS
              STRING 'EXPURGADOS '  DELIMITED SIZE
                     WS-QTD-EXIB    DELIMITED SIZE
                INTO LK-LOG-VALOR-DEPOIS
              PERFORM REGISTRA-CONSENTIMENTO
           END-IF
       .

       MONTA-LOG-REGISTRO.
           MOVE CNS-FINALIDADE TO WS-CNS-LOG-FINALIDADE
           MOVE CNS-SITUACAO   TO WS-CNS-LOG-SITUACAO
           MOVE CNS-BASE-LEGAL TO WS-CNS-LOG-BASE
           IF CNS-REVOGADO
              MOVE CNS-DATA-REVOGACAO  TO WS-CNS-LOG-DATA
              MOVE CNS-CANAL-REVOGACAO TO WS-CNS-LOG-CANAL
           ELSE
              MOVE CNS-DATA-CONCESSAO  TO WS-CNS-LOG-DATA
              MOVE CNS-CANAL-CONCESSAO TO WS-CNS-LOG-CANAL
           END-IF
       .

       REGISTRA-CONSENTIMENTO.
           MOVE 'L'               TO LK-LOG-TIPO
           MOVE LK-CNS-ID-USUARIO TO LK-LOG-ID-USUARIO
           MOVE 'CONSENTIMENTO'   TO LK-LOG-CAMPO
           CALL CFG-PATH-PROGLOG
           USING LK-LOG-AREA
       .

       END PROGRAM PROGCNS.
