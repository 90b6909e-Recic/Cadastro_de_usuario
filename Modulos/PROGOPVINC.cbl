      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Modulo do vinculo entre o operador e o cadastro da
      *          propria pessoa (OPER-ID-USUARIO/OPER-CPF, gravados
      *          pelo PROGOPER). Um operador desligado pelo PROGMOVIN
      *          ou excluido pelo PROGDEL continuava entrando no PROG
      *          ate alguem lembrar do PROGOPER: quem inativa, exclui
      *          ou anonimiza um cadastro chama a acao 'B', que bloqueia
      *          (OPER-SITUACAO 'D') todo operador vinculado, derruba a
      *          sessao dele pelo PROGSESREG e registra o bloqueio na
      *          trilha ('O' BLOQUEIO-VINC) e em ALERTAS.dat. A acao 'P'
      *          e a conferencia do PROGALT, PROGRESET, PROGAPROV e
      *          PROGRECUP: o operador da sessao nao mantem o proprio
      *          cadastro (recusa 'R' PROPRIO-CAD na trilha).
      *          Desenho da area em LK-OPVINC.cpy.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGOPVINC.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES ASSIGN TO
           CFG-PATH-OPERADORES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPER-MATRICULA
           FILE STATUS IS WS-FS-OPER.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  OPERADORES.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-OPERADORES.cpy'.

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WS-FS-OPER                  PIC 99.
           88 FS-OPER-OK               VALUE 0.
           88 FS-OPER-NAO-EXISTE       VALUE 35.

       77  WS-EOF                      PIC X.
           88 EOF-OK                   VALUE 'F' FALSE 'N'.

       77  WS-REGRAVA                  PIC X.
           88 REGRAVA                  VALUE 'S'.
       77  WS-BLOQUEIO-NOVO            PIC X.
           88 BLOQUEIO-NOVO            VALUE 'S'.

           COPY
           '/home/recic/Dev/PROG01/Dados/CFG-PATHS.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-LOG.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-ALERTA.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-SESSAO.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-SESREG.cpy'.

      ******************************************************************
       LINKAGE SECTION.
           COPY
           '/home/recic/Dev/PROG01/Dados/LK-OPVINC.cpy'.

      ******************************************************************
       PROCEDURE DIVISION USING LK-OPV-AREA.
       MAIN-PROCEDURE.

           EVALUATE TRUE
              WHEN LK-OPV-BLOQUEAR
                 PERFORM BLOQUEIA-VINCULADOS
              WHEN LK-OPV-CONFERIR
                 PERFORM CONFERE-PROPRIO
              WHEN OTHER
                 DISPLAY 'ACAO DE VINCULO DE OPERADOR INVALIDA'
           END-EVALUATE

           GOBACK.

      ******************************************************************
      * Varre todos os operadores: a mesma pessoa pode ter mais de uma
      * matricula. Um operador ja bloqueado por tentativas passa a
      * 'D', para o desbloqueio do PROGOPER exigir o cadastro ativo.
      ******************************************************************
       BLOQUEIA-VINCULADOS.
           MOVE 0 TO LK-OPV-QTD-BLOQUEADOS

           IF LK-OPV-ID-USUARIO NOT = 0
              OPEN I-O OPERADORES

              IF FS-OPER-OK
                 PERFORM VARRE-OPERADORES
                 CLOSE OPERADORES
              ELSE
                 IF NOT FS-OPER-NAO-EXISTE
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE OPERADORES'
                    DISPLAY 'FILE STATUS: ' WS-FS-OPER
                    DISPLAY 'OPERADOR VINCULADO AO CADASTRO '
                            LK-OPV-ID-USUARIO ' NAO FOI BLOQUEADO'
                 END-IF
              END-IF
           END-IF
       .

       VARRE-OPERADORES.
           SET EOF-OK TO FALSE
           MOVE LOW-VALUES TO OPER-MATRICULA
           START OPERADORES KEY IS >= OPER-MATRICULA
              INVALID KEY
                 SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
              READ OPERADORES NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF OPER-ID-USUARIO = LK-OPV-ID-USUARIO
                       PERFORM BLOQUEIA-OPERADOR
                    END-IF
              END-READ
           END-PERFORM
       .

      ******************************************************************
      * Na anonimizacao o CPF guardado no operador tambem sai, mesmo
      * que o operador ja estivesse bloqueado por uma inativacao.
      ******************************************************************
       BLOQUEIA-OPERADOR.
           MOVE 'N' TO WS-REGRAVA
           MOVE 'N' TO WS-BLOQUEIO-NOVO

           IF NOT OPER-BLOQUEADO-VINCULO
              SET OPER-BLOQUEADO-VINCULO TO TRUE
              SET REGRAVA TO TRUE
              SET BLOQUEIO-NOVO TO TRUE
           END-IF

           IF LK-OPV-MOTIVO = 'ANONIMIZACAO' AND OPER-CPF NOT = 0
              MOVE 0 TO OPER-CPF
              SET REGRAVA TO TRUE
           END-IF

           IF REGRAVA
              REWRITE REG-OPERADOR
                 INVALID KEY
                    DISPLAY 'FALHA AO BLOQUEAR O OPERADOR '
                            OPER-MATRICULA
                 NOT INVALID KEY
                    IF BLOQUEIO-NOVO
                       ADD 1 TO LK-OPV-QTD-BLOQUEADOS
                       DISPLAY 'OPERADOR ' OPER-MATRICULA ' ('
                               OPER-NOME ') BLOQUEADO - CADASTRO '
                               LK-OPV-ID-USUARIO ' ' LK-OPV-MOTIVO
                       PERFORM REGISTRA-BLOQUEIO
                       PERFORM AVISA-BLOQUEIO
                       PERFORM DERRUBA-SESSAO
                    END-IF
              END-REWRITE
           END-IF
       .

       REGISTRA-BLOQUEIO.
           MOVE 'O'               TO LK-LOG-TIPO
           MOVE LK-OPV-ID-USUARIO TO LK-LOG-ID-USUARIO
           MOVE 'BLOQUEIO-VINC'   TO LK-LOG-CAMPO
           MOVE SPACES            TO LK-LOG-VALOR-ANTES
           MOVE LK-OPV-MOTIVO     TO LK-LOG-VALOR-DEPOIS
           STRING 'MATRICULA '    DELIMITED SIZE
                  OPER-MATRICULA  DELIMITED SIZE
             INTO LK-LOG-VALOR-ANTES
           CALL CFG-PATH-PROGLOG
           USING LK-LOG-AREA
       .

       AVISA-BLOQUEIO.
           SET LK-ALR-GRAVAR TO TRUE
           MOVE 'OPERADORES' TO LK-ALR-ORIGEM
           MOVE SPACES       TO LK-ALR-TEXTO
           STRING 'OPERADOR '        DELIMITED SIZE
                  OPER-MATRICULA     DELIMITED SIZE
                  ' BLOQUEADO - CADASTRO '
                                     DELIMITED SIZE
                  LK-OPV-ID-USUARIO  DELIMITED SIZE
                  ' '                DELIMITED SIZE
                  LK-OPV-MOTIVO      DELIMITED SIZE
             INTO LK-ALR-TEXTO
           CALL CFG-PATH-PROGALERTA
           USING LK-ALR-AREA
       .

       DERRUBA-SESSAO.
           SET LK-SREG-DERRUBAR TO TRUE
           MOVE OPER-MATRICULA TO LK-SREG-MATRICULA
           CALL CFG-PATH-PROGSESREG
           USING LK-SREG-AREA
       .

      ******************************************************************
      * O proprio cadastro e o de mesmo ID ou, quando o chamador tem o
      * CPF (cadastro excluido sendo recuperado), o de mesmo CPF.
      ******************************************************************
       CONFERE-PROPRIO.
           SET LK-OPV-NAO-PROPRIO TO TRUE

           SET LK-SESS-CONSULTAR TO TRUE
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           IF LK-SESS-MATRICULA NOT = 0
              OPEN INPUT OPERADORES

              IF FS-OPER-OK
                 PERFORM LE-OPERADOR-SESSAO
                 CLOSE OPERADORES
              END-IF
           END-IF

           IF LK-OPV-PROPRIO
              DISPLAY 'OPERACAO NAO PERMITIDA NO CADASTRO DO PROPRIO '
                      'OPERADOR'
              MOVE 'R'               TO LK-LOG-TIPO
              MOVE LK-OPV-ID-USUARIO TO LK-LOG-ID-USUARIO
              MOVE 'PROPRIO-CAD'     TO LK-LOG-CAMPO
              MOVE SPACES            TO LK-LOG-VALOR-ANTES
              MOVE SPACES            TO LK-LOG-VALOR-DEPOIS
              STRING 'MATRICULA '      DELIMITED SIZE
                     LK-SESS-MATRICULA DELIMITED SIZE
                INTO LK-LOG-VALOR-DEPOIS
              CALL CFG-PATH-PROGLOG
              USING LK-LOG-AREA
           END-IF
       .

       LE-OPERADOR-SESSAO.
           MOVE LK-SESS-MATRICULA TO OPER-MATRICULA
           READ OPERADORES
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF OPER-ID-USUARIO NOT = 0
                    AND OPER-ID-USUARIO = LK-OPV-ID-USUARIO
                    SET LK-OPV-PROPRIO TO TRUE
                 END-IF
                 IF OPER-CPF NOT = 0
                    AND OPER-CPF = LK-OPV-CPF
                    SET LK-OPV-PROPRIO TO TRUE
                 END-IF
           END-READ
       .

       END PROGRAM PROGOPVINC.
