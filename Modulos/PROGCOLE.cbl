      *                base a digitacao manual segue como antes, com
      *                o cruzamento CEP/UF/cidade (tipo 'B' do
      *                PROGVALI) reprovando combinacao contraditoria.
      * 15/10/2026 RC  Added a etapa 8 - vinculo (funcionario /
      *                terceiro / estagiario) e fim do contrato, via
      *                PROGVALI tipo 'V', checkpointada e revisavel
      *                como as demais e repassada ao PROGCADS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOLE.
           03 WS-ID-GERADO             PIC 9(05).
           03 WS-RECARGA-CPFS          PIC X(01).
           03 WS-DEPARTAMENTO          PIC 9(03).
           03 WS-VINCULO               PIC X(01).
           03 WS-DATA-FIM-CONTRATO     PIC 9(08).

       01  WS-ENDERECO-COL.
           03 WS-END-TIPO              PIC X(01).
           DISPLAY '                 5 - CPF                           '
           DISPLAY '                 6 - Endereco                      '
           DISPLAY '                 7 - Departamento                  '
           DISPLAY '                 8 - Vinculo / fim do contrato     '
           DISPLAY ' '
           DISPLAY '*-------------------------------------------------*'
           DISPLAY ' '
           IF WS-ETAPA-ATUAL <= 7
              PERFORM COLETA-DEPARTAMENTO
           END-IF
           IF WS-ETAPA-ATUAL <= 8
              PERFORM COLETA-VINCULO
           END-IF

           SET WS-CONFIRMA-CADASTRO TO 'N'
           PERFORM REVISA-CADASTRO UNTIL CADASTRO-CONFIRMADO
                          MOVE CKPT-END-UF        TO WS-END-UF
                          MOVE CKPT-END-CEP       TO WS-END-CEP
                          MOVE CKPT-DEPARTAMENTO  TO WS-DEPARTAMENTO
                          MOVE CKPT-VINCULO       TO WS-VINCULO
                          MOVE CKPT-DATA-FIM
                                                TO WS-DATA-FIM-CONTRATO
                          MOVE CKPT-ETAPA         TO WS-ETAPA-ATUAL
                          MOVE SPACES             TO WS-SENHA
                          IF WS-ETAPA-ATUAL > 3
           MOVE WS-END-UF         TO CKPT-END-UF
           MOVE WS-END-CEP        TO CKPT-END-CEP
           MOVE WS-DEPARTAMENTO   TO CKPT-DEPARTAMENTO
           MOVE WS-VINCULO        TO CKPT-VINCULO
           MOVE WS-DATA-FIM-CONTRATO TO CKPT-DATA-FIM
           MOVE WS-ETAPA-ATUAL TO CKPT-ETAPA

           OPEN OUTPUT CHECKPOINT-COLETA
                   WS-END-UF ' CEP ' WS-END-CEP
                   ' (' WS-END-TIPO ')'
           DISPLAY '     7 - DEPTO....: ' WS-DEPARTAMENTO
           DISPLAY '     8 - VINCULO..: ' WS-VINCULO
                   '  FIM DO CONTRATO: ' WS-DATA-FIM-CONTRATO
           DISPLAY '*-------------------------------------------------*'
           DISPLAY ' '
           DISPLAY 'DIGITE O NUMERO DO CAMPO PARA CORRIGIR, OU 0 PARA'
                 PERFORM COLETA-ENDERECO
              WHEN 7
                 PERFORM COLETA-DEPARTAMENTO
              WHEN 8
                 PERFORM COLETA-VINCULO
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
           PERFORM GRAVA-CHECKPOINT
       .

       COLETA-VINCULO.
           MOVE 'V' TO LK-VALI-TIPO
           CALL CFG-PATH-PROGVALI
           USING LK-VALI-AREA
           MOVE LK-VALI-VINCULO  TO WS-VINCULO
           MOVE LK-VALI-DATA-FIM TO WS-DATA-FIM-CONTRATO

           IF WS-ETAPA-ATUAL < 9
              MOVE 9 TO WS-ETAPA-ATUAL
           END-IF
           PERFORM GRAVA-CHECKPOINT
       .

       GRAVA-ENDERECO-NOVO.
           SET LK-ENDE-GRAVAR TO TRUE
           MOVE WS-ID-GERADO       TO LK-ENDE-ID-USUARIO
