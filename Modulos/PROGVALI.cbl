      *                informado e procurado na base CEPS.dat via
      *                PROGCEP e uma UF ou cidade contraditoria
      *                reprova a combinacao; CEP fora da base passa.
      * 15/10/2026 RC  Added VALIDA-VINCULO/CHECA-VINCULO (tipo 'V'):
      *                vinculo F/T/E (branco = F) e fim do contrato
      *                AAAAMMDD, data real e nao passada, obrigatorio
      *                para terceiro e estagiario.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGVALI.
           88 DEP-EH-VALIDO            VALUE 'S'.
       77  WS-DEP-NOME-ACEITO          PIC X(30).

       77  WS-VINC-INF                 PIC X(01).
       77  WS-VINC-DATA-ALFA           PIC X(08).
       77  WS-VINC-DATA                PIC 9(08).
       77  WS-VINC-HOJE                PIC 9(08).
       77  WS-VINC-MOTIVO              PIC X(45).

       01  TAB-DEPARTAMENTOS.
           03  TAB-DEP-ITEM            OCCURS 50 TIMES.
               05 TAB-DEP-CODIGO       PIC 9(03).
                 END-IF
              WHEN LK-VALI-EH-CEP-BASE
                 PERFORM CHECA-CEP-BASE
              WHEN LK-VALI-EH-VINCULO
                 IF LK-VALI-MODO-BATCH
                    MOVE LK-VALI-VINCULO TO WS-VINC-INF
                    MOVE LK-VALI-DATA-FIM-ALFA TO WS-VINC-DATA-ALFA
                    PERFORM CHECA-VINCULO
                 ELSE
                    PERFORM VALIDA-VINCULO
                 END-IF
              WHEN OTHER
                 DISPLAY 'TIPO DE VALIDACAO INVALIDO'
           END-EVALUATE
           END-IF
       .

       VALIDA-VINCULO.
           DISPLAY ' '
           DISPLAY '***************************************************'
           DISPLAY '|VINCULO: F = FUNCIONARIO, T = TERCEIRO,          |'
           DISPLAY '|E = ESTAGIARIO (BRANCO = FUNCIONARIO)            |'
           DISPLAY '|FIM DO CONTRATO EM AAAAMMDD, OBRIGATORIO PARA    |'
           DISPLAY '|TERCEIRO E ESTAGIARIO (BRANCO = INDETERMINADO)   |'
           DISPLAY '***************************************************'
           DISPLAY 'INSIRA O VINCULO: ' WITH NO ADVANCING
           ACCEPT WS-VINC-INF
           DISPLAY 'INSIRA O FIM DO CONTRATO: ' WITH NO ADVANCING
           ACCEPT WS-VINC-DATA-ALFA
           DISPLAY ' '

           PERFORM CHECA-VINCULO

           IF LK-VALI-VALIDO
              IF LK-VALI-DATA-FIM = 0
                 DISPLAY 'VINCULO VALIDO - ' LK-VALI-VINCULO
                         ' - CONTRATO POR PRAZO INDETERMINADO'
              ELSE
                 DISPLAY 'VINCULO VALIDO - ' LK-VALI-VINCULO
                         ' - CONTRATO ATE ' LK-VALI-DATA-FIM
              END-IF
           ELSE
              DISPLAY 'VINCULO INVALIDO - ' WS-VINC-MOTIVO
              PERFORM VALIDA-VINCULO
           END-IF
       .

       CHECA-VINCULO.
           SET LK-VALI-INVALIDO TO TRUE
           MOVE SPACES TO WS-VINC-MOTIVO
           MOVE 0 TO WS-VINC-DATA
           ACCEPT WS-VINC-HOJE FROM DATE YYYYMMDD

           INSPECT WS-VINC-INF CONVERTING 'fte' TO 'FTE'
           IF WS-VINC-INF = SPACE
              MOVE 'F' TO WS-VINC-INF
           END-IF

           IF WS-VINC-INF NOT = 'F' AND WS-VINC-INF NOT = 'T'
              AND WS-VINC-INF NOT = 'E'
              MOVE 'USE F, T OU E' TO WS-VINC-MOTIVO
           ELSE
              IF WS-VINC-DATA-ALFA NOT = SPACES
                 AND WS-VINC-DATA-ALFA NOT = '00000000'
                 IF WS-VINC-DATA-ALFA NUMERIC
                    MOVE WS-VINC-DATA-ALFA TO WS-VINC-DATA
                 ELSE
                    MOVE 'DATA DEVE TER 8 DIGITOS (AAAAMMDD)'
                      TO WS-VINC-MOTIVO
                 END-IF
              END-IF

              IF WS-VINC-MOTIVO = SPACES AND WS-VINC-DATA > 0
                 IF FUNCTION TEST-DATE-YYYYMMDD (WS-VINC-DATA)
                    NOT = 0
                    MOVE 'DATA INEXISTENTE' TO WS-VINC-MOTIVO
                 ELSE
                    IF WS-VINC-DATA < WS-VINC-HOJE
                       MOVE 'FIM DO CONTRATO NO PASSADO'
                         TO WS-VINC-MOTIVO
                    END-IF
                 END-IF
              END-IF

              IF WS-VINC-MOTIVO = SPACES AND WS-VINC-DATA = 0
                 AND WS-VINC-INF NOT = 'F'
                 MOVE 'TERCEIRO/ESTAGIARIO EXIGE FIM DO CONTRATO'
                   TO WS-VINC-MOTIVO
              END-IF

              IF WS-VINC-MOTIVO = SPACES
                 MOVE WS-VINC-INF  TO LK-VALI-VINCULO
                 MOVE WS-VINC-DATA TO LK-VALI-DATA-FIM
                 SET LK-VALI-VALIDO TO TRUE
              END-IF
           END-IF
       .

       VALIDA-EMAIL.
           INITIALIZE CONT
           DISPLAY ' '
