
       77  WS-ID-CPF-DUP               PIC 9(05).

       01  WS-REG-GUARDA               PIC X(166).

       77  WS-DOM-DE                   PIC X(30).
       77  WS-DOM-DE-LEN               PIC 99.
           COPY
           '/home/recic/Dev/PROG01/Dados/LK-LOG.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-OPVINC.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-LOGIN.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-VALIDA.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-RECEB.cpy'.

      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
              ACCEPT WS-OPCAO-SIMULA
           END-IF

           PERFORM CONFERE-ARQUIVO-RECEBIDO
           IF LK-RECEB-RECUSADO
              DISPLAY 'ALTERACAO EM LOTE NAO EXECUTADA - NENHUMA '
                      'ALTERACAO FOI GRAVADA'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           SET EOF-ENT-OK TO FALSE

           OPEN INPUT  LOTE-ENTRADA
                 AT END
                    SET EOF-ENT-OK TO TRUE
                 NOT AT END
                    IF REG-LOTE-ENTRADA (1:4) = 'HDR;'
                       OR REG-LOTE-ENTRADA (1:4) = 'TRL;'
                       CONTINUE
                    ELSE
                       ADD 1 TO WS-LINHA
                       PERFORM PROCESSA-LINHA
                    END-IF
              END-READ
           END-PERFORM

           CLOSE USUARIOS

           IF NOT MODO-SIMULACAO
              SET LK-RECEB-REGISTRAR TO TRUE
              CALL CFG-PATH-PROGRECEB
              USING LK-RECEB-AREA
           END-IF

           MOVE SPACES TO REG-LOTE-RESULTADO
           WRITE REG-LOTE-RESULTADO

           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           IF LK-RECEB-ACEITO-AVISO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK.

      ******************************************************************
      * Passada previa pelo PROGRECEB: header/trailer, totais e
      * registro de arquivos ja processados, antes de qualquer
      * gravacao. Sem abrir o arquivo o erro sai na abertura normal.
      ******************************************************************
       CONFERE-ARQUIVO-RECEBIDO.
           SET LK-RECEB-INICIAR TO TRUE
           MOVE 'LOTE' TO LK-RECEB-INTERFACE
           CALL CFG-PATH-PROGRECEB
           USING LK-RECEB-AREA

           SET EOF-ENT-OK TO FALSE

           OPEN INPUT LOTE-ENTRADA

           IF FS-ENT-OK
              PERFORM UNTIL EOF-ENT-OK
                 READ LOTE-ENTRADA
                    AT END
                       SET EOF-ENT-OK TO TRUE
                    NOT AT END
                       SET LK-RECEB-LINHA-LIDA TO TRUE
                       MOVE REG-LOTE-ENTRADA TO LK-RECEB-LINHA
                       CALL CFG-PATH-PROGRECEB
                       USING LK-RECEB-AREA
                 END-READ
              END-PERFORM
              CLOSE LOTE-ENTRADA

              SET LK-RECEB-VERIFICAR TO TRUE
              CALL CFG-PATH-PROGRECEB
              USING LK-RECEB-AREA
           END-IF
       .

       VERIFICA-ACESSO.
           MOVE 'N' TO WS-ACESSO

                    MOVE WS-ALT-DEPOIS TO LK-LOG-VALOR-DEPOIS
                    CALL CFG-PATH-PROGLOG
                    USING LK-LOG-AREA
                    IF WS-ALT-CAMPO = 'STATUS' AND INATIVO-USUARIO
                       SET LK-OPV-BLOQUEAR TO TRUE
                       MOVE ID-USUARIO   TO LK-OPV-ID-USUARIO
                       MOVE 'INATIVACAO' TO LK-OPV-MOTIVO
                       CALL CFG-PATH-PROGOPVINC
                       USING LK-OPV-AREA
                    END-IF
                    MOVE SPACES TO REG-LOTE-RESULTADO
                    STRING 'LINHA '       DELIMITED SIZE
                           WS-LINHA       DELIMITED SIZE
