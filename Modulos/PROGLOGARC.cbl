      *          branco). PROGLOGREL e PROGFICHA sabem reler um
      *          LOG-ARQUIVO-AAAA.dat quando o dossie precisa de
      *          historico mais antigo que o log vivo.
      ******************************************************************
      * MODIFICATION HISTORY:
      * 15/10/2026 RC  The cutoff now honours the oldest watermark of
      *                CTRL-MOV.dat - uma linha por consumidor do
      *                PROGMOV.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGLOGARC.
      * exportadas).
      ******************************************************************
       LIMITA-CORTE-AO-MOVIMENTO.
           MOVE 0 TO WS-ULT-DATA-MOV
           OPEN INPUT CTRL-MOV

      *    um watermark por consumidor: vale o mais atrasado
           IF FS-CTRL-OK
              SET EOF-OK TO FALSE
              PERFORM UNTIL EOF-OK
                 READ CTRL-MOV
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       IF MOV-ULT-DATA > 0
                          AND (WS-ULT-DATA-MOV = 0
                               OR MOV-ULT-DATA < WS-ULT-DATA-MOV)
                          MOVE MOV-ULT-DATA TO WS-ULT-DATA-MOV
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CTRL-MOV
           END-IF

