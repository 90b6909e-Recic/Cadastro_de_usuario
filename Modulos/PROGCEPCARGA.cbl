           COPY
           '/home/recic/Dev/PROG01/Dados/LK-SESSAO.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-RECEB.cpy'.

      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
              GOBACK
           END-IF

           PERFORM CONFERE-ARQUIVO-RECEBIDO
           IF LK-RECEB-RECUSADO
              DISPLAY 'CARGA DE CEPS NAO EXECUTADA - NENHUM CEP FOI '
                      'GRAVADO'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           SET EOF-ENT-OK TO FALSE

           OPEN INPUT  CEP-ENTRADA
                 AT END
                    SET EOF-ENT-OK TO TRUE
                 NOT AT END
                    IF REG-CEP-ENTRADA (1:4) = 'HDR;'
                       OR REG-CEP-ENTRADA (1:4) = 'TRL;'
                       CONTINUE
                    ELSE
                       ADD 1 TO WS-LINHA
                       PERFORM PROCESSA-LINHA
                    END-IF
              END-READ
           END-PERFORM

           CLOSE CEPS

           SET LK-RECEB-REGISTRAR TO TRUE
           CALL CFG-PATH-PROGRECEB
           USING LK-RECEB-AREA

           MOVE SPACES TO REG-CEP-RESULTADO
           WRITE REG-CEP-RESULTADO

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
           MOVE 'CEPCARGA' TO LK-RECEB-INTERFACE
           CALL CFG-PATH-PROGRECEB
           USING LK-RECEB-AREA

           SET EOF-ENT-OK TO FALSE

           OPEN INPUT CEP-ENTRADA

           IF FS-ENT-OK
              PERFORM UNTIL EOF-ENT-OK
                 READ CEP-ENTRADA
                    AT END
                       SET EOF-ENT-OK TO TRUE
                    NOT AT END
                       SET LK-RECEB-LINHA-LIDA TO TRUE
                       MOVE REG-CEP-ENTRADA TO LK-RECEB-LINHA
                       CALL CFG-PATH-PROGRECEB
                       USING LK-RECEB-AREA
                 END-READ
              END-PERFORM
              CLOSE CEP-ENTRADA

              SET LK-RECEB-VERIFICAR TO TRUE
              CALL CFG-PATH-PROGRECEB
              USING LK-RECEB-AREA
           END-IF
       .

       VERIFICA-ACESSO.
           MOVE 'N' TO WS-ACESSO

