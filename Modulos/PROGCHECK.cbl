      * 02/09/2026 RC  Cada regra disparada now also vira um alerta
      *                pendente em ALERTAS.dat (via PROGALERTA),
      *                mostrado ao ADMIN na abertura do PROG.
      * 15/10/2026 RC  Added as regras de operadores: operador sem
      *                cadastro vinculado e operador vinculado a
      *                cadastro inexistente, inativo ou anonimizado (o
      *                ja bloqueado 'D' sai no relatorio sem contar).
      *                USUARIOS passa a DYNAMIC para a leitura pelo ID.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCHECK.
           SELECT USUARIOS ASSIGN TO
           CFG-PATH-USUARIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-USUARIO
           ALTERNATE RECORD KEY IS EMAIL
           FILE STATUS IS WS-FS.

           SELECT OPERADORES ASSIGN TO
           CFG-PATH-OPERADORES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OPER-MATRICULA
           FILE STATUS IS WS-FS-OPER.

           SELECT CTRL-ID ASSIGN TO
           CFG-PATH-CTRL-ID
           ORGANIZATION IS SEQUENTIAL
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-USUARIOS.cpy'.

       FD  OPERADORES.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-OPERADORES.cpy'.

       FD  CTRL-ID.
           COPY
           '/home/recic/Dev/PROG01/Dados/CTRL-ID.cpy'.
       77  WS-FS                       PIC 99.
           88 FS-OK                    VALUE 0.

       77  WS-FS-OPER                  PIC 99.
           88 FS-OPER-OK               VALUE 0.
           88 FS-OPER-NAO-EXISTE       VALUE 35.

       77  WS-FS-CTRL                  PIC 99.
           88 FS-CTRL-OK               VALUE 0.
           88 FS-CTRL-NAO-EXISTE       VALUE 35.
       77  WS-DIV-DDD                  PIC 9(05) VALUE 0.
       77  WS-DIV-CKPT                 PIC 9(05) VALUE 0.
       77  WS-DIV-TRILHA               PIC 9(05) VALUE 0.
       77  WS-DIV-OPER-SEM             PIC 9(05) VALUE 0.
       77  WS-DIV-OPER-INATIVO         PIC 9(05) VALUE 0.
       77  WS-CONT-OPER                PIC 9(05) VALUE 0.
       77  WS-TOTAL-DIV                PIC 9(06) VALUE 0.

       77  WS-RC-TRILHA                PIC 9(04).
      *    campos de apoio para montar as linhas do relatorio
       77  WS-ID-EXIB                  PIC 9(05).
       77  WS-TELEFONE-EXIB            PIC 9(13).
       77  WS-SITUACAO-PESSOA          PIC X(20).
       77  WS-OPER-JA-BLOQUEADO        PIC X.
           88 OPER-JA-BLOQUEADO        VALUE 'S'.

           COPY
           '/home/recic/Dev/PROG01/Dados/CFG-PATHS.cpy'.
           MOVE 0 TO WS-DIV-DDD
           MOVE 0 TO WS-DIV-CKPT
           MOVE 0 TO WS-DIV-TRILHA
           MOVE 0 TO WS-DIV-OPER-SEM
           MOVE 0 TO WS-DIV-OPER-INATIVO
           MOVE 0 TO WS-CONT-OPER

           OPEN OUTPUT REL-CHECK

           PERFORM CONFERE-CTRL-ID
           PERFORM CONFERE-CHECKPOINT
           PERFORM CONFERE-TRILHA
           PERFORM CONFERE-OPERADORES
           PERFORM ESCREVE-RESUMO

           CLOSE REL-CHECK
           COMPUTE WS-TOTAL-DIV = WS-DIV-ID + WS-DIV-CPF
              + WS-DIV-DATA + WS-DIV-STATUS + WS-DIV-DDD
              + WS-DIV-CKPT + WS-DIV-TRILHA
              + WS-DIV-OPER-SEM + WS-DIV-OPER-INATIVO

           SET LK-SESS-RESULT-GRAVAR TO TRUE
           MOVE WS-CONT-REGS  TO LK-SESS-QTD-PROCESSADOS
              WRITE REG-REL-CHECK
           ELSE
              PERFORM UNTIL EOF-OK
                 READ USUARIOS NEXT RECORD
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
              MOVE WS-DIV-TRILHA TO WS-QTD-REGRA
              PERFORM GRAVA-UM-ALERTA
           END-IF
           IF WS-DIV-OPER-SEM > 0
              MOVE 'OPERADORES SEM CADASTRO VINCULADO'
                TO WS-TEXTO-REGRA
              MOVE WS-DIV-OPER-SEM TO WS-QTD-REGRA
              PERFORM GRAVA-UM-ALERTA
           END-IF
           IF WS-DIV-OPER-INATIVO > 0
              MOVE 'OPERADORES DE PESSOA INATIVA' TO WS-TEXTO-REGRA
              MOVE WS-DIV-OPER-INATIVO TO WS-QTD-REGRA
              PERFORM GRAVA-UM-ALERTA
           END-IF
       .

       GRAVA-UM-ALERTA.
           END-IF
       .

      ******************************************************************
      * Operador sem cadastro vinculado (ID zero) e operador cujo
      * cadastro vinculado nao existe mais ou nao esta ativo. O
      * operador ja bloqueado pelo vinculo ('D') sai no relatorio,
      * mas so conta como divergencia quem ainda pode entrar.
      ******************************************************************
       CONFERE-OPERADORES.
           OPEN INPUT OPERADORES

           IF NOT FS-OPER-OK
              IF NOT FS-OPER-NAO-EXISTE
                 MOVE 'OPERADORES.dat NAO PODE SER LIDO'
                   TO REG-REL-CHECK
                 WRITE REG-REL-CHECK
              END-IF
           ELSE
              OPEN INPUT USUARIOS
              SET EOF-OK TO FALSE
              PERFORM UNTIL EOF-OK
                 READ OPERADORES
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       ADD 1 TO WS-CONT-OPER
                       PERFORM CONFERE-UM-OPERADOR
                 END-READ
              END-PERFORM
              CLOSE USUARIOS
              CLOSE OPERADORES
           END-IF
       .

       CONFERE-UM-OPERADOR.
           IF OPER-ID-USUARIO = 0
              ADD 1 TO WS-DIV-OPER-SEM
              MOVE SPACES TO REG-REL-CHECK
              STRING 'OPERADOR '          DELIMITED SIZE
                     OPER-MATRICULA       DELIMITED SIZE
                     ' SEM CADASTRO VINCULADO' DELIMITED SIZE
                INTO REG-REL-CHECK
              WRITE REG-REL-CHECK
           ELSE
              MOVE SPACES TO WS-SITUACAO-PESSOA
              MOVE OPER-ID-USUARIO TO ID-USUARIO
              READ USUARIOS
                 INVALID KEY
                    MOVE 'INEXISTENTE' TO WS-SITUACAO-PESSOA
                 NOT INVALID KEY
                    EVALUATE TRUE
                       WHEN ATIVO-USUARIO
                          CONTINUE
                       WHEN ANONIMIZADO-USUARIO
                          MOVE 'ANONIMIZADO' TO WS-SITUACAO-PESSOA
                       WHEN OTHER
                          MOVE 'INATIVO' TO WS-SITUACAO-PESSOA
                    END-EVALUATE
              END-READ

              IF WS-SITUACAO-PESSOA NOT = SPACES
                 MOVE 'N' TO WS-OPER-JA-BLOQUEADO
                 IF OPER-BLOQUEADO-VINCULO
                    SET OPER-JA-BLOQUEADO TO TRUE
                 ELSE
                    ADD 1 TO WS-DIV-OPER-INATIVO
                 END-IF
                 MOVE SPACES TO REG-REL-CHECK
                 STRING 'OPERADOR '          DELIMITED SIZE
                        OPER-MATRICULA       DELIMITED SIZE
                        ' VINCULADO AO CADASTRO ' DELIMITED SIZE
                        OPER-ID-USUARIO      DELIMITED SIZE
                        ' '                  DELIMITED SIZE
                        WS-SITUACAO-PESSOA   DELIMITED SPACE
                   INTO REG-REL-CHECK
                 IF OPER-JA-BLOQUEADO
                    MOVE ' (JA BLOQUEADO)' TO REG-REL-CHECK(60:15)
                 END-IF
                 WRITE REG-REL-CHECK
              END-IF
           END-IF
       .

       ESCREVE-RESUMO.
           MOVE SPACES TO REG-REL-CHECK
           WRITE REG-REL-CHECK
                  WS-DIV-TRILHA                       DELIMITED SIZE
             INTO REG-REL-CHECK
           WRITE REG-REL-CHECK

           MOVE SPACES TO REG-REL-CHECK
           STRING 'OPERADORES LIDOS...............: ' DELIMITED SIZE
                  WS-CONT-OPER                        DELIMITED SIZE
             INTO REG-REL-CHECK
           WRITE REG-REL-CHECK

           MOVE SPACES TO REG-REL-CHECK
           STRING 'OPERADORES SEM CADASTRO........: ' DELIMITED SIZE
                  WS-DIV-OPER-SEM                     DELIMITED SIZE
             INTO REG-REL-CHECK
           WRITE REG-REL-CHECK

           MOVE SPACES TO REG-REL-CHECK
           STRING 'OPERADORES DE PESSOA INATIVA...: ' DELIMITED SIZE
                  WS-DIV-OPER-INATIVO                 DELIMITED SIZE
             INTO REG-REL-CHECK
           WRITE REG-REL-CHECK
       .

       END PROGRAM PROGCHECK.
