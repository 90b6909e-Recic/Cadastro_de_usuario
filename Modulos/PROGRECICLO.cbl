      *          linhas aceitas saem do reciclo; as puladas ou ainda
      *          invalidas ficam para a proxima sessao. Entrada
      *          exige perfil CADASTRO ou superior.
      ******************************************************************
      * MODIFICATION HISTORY:
      * 15/10/2026 RC  A linha reciclada carrega tambem VINCULO e FIM
      *                DO CONTRATO (opcoes 6 e 7, validados juntos
      *                pelo PROGVALI tipo 'V'); REENVIAR e PULAR
      *                passam a 8 e 9. Linha ampliada para 120.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRECICLO.

       01  WS-TAB-RECICLO.
           03 TAB-RCC-ITEM             OCCURS 500 TIMES.
              05 TAB-RCC-LINHA         PIC X(120).
              05 TAB-RCC-MOTIVO        PIC X(40).
              05 TAB-RCC-SITUACAO      PIC X(01).

           03 WS-CAMPO-SENHA           PIC X(08).
           03 WS-CAMPO-TELEFONE        PIC X(13).
           03 WS-CAMPO-CPF             PIC X(11).
           03 WS-CAMPO-VINCULO         PIC X(01).
           03 WS-CAMPO-DATA-FIM        PIC X(08).

       77  WS-OPCAO                    PIC X.

           03 LK-RECARGA-CPFS          PIC X(01).
              88 LK-FORCA-RECARGA-CPFS VALUE 'R'.
           03 LK-DEPARTAMENTO          PIC 9(03).
           03 LK-VINCULO               PIC X(01).
           03 LK-DATA-FIM-CONTRATO     PIC 9(08).

      ******************************************************************
       PROCEDURE DIVISION.
           UNSTRING TAB-RCC-LINHA (WS-IDX-ATUAL) DELIMITED BY ';'
              INTO WS-CAMPO-EMAIL WS-CAMPO-NOME
                   WS-CAMPO-SENHA WS-CAMPO-TELEFONE
                   WS-CAMPO-CPF WS-CAMPO-VINCULO
                   WS-CAMPO-DATA-FIM
           END-UNSTRING

           MOVE 'N' TO WS-FIM-REGISTRO
           DISPLAY '     3 - SENHA....: ********'
           DISPLAY '     4 - TELEFONE.: ' WS-CAMPO-TELEFONE
           DISPLAY '     5 - CPF......: ' WS-CAMPO-CPF
           DISPLAY '     6 - VINCULO..: ' WS-CAMPO-VINCULO
           DISPLAY '     7 - FIM CONTR: ' WS-CAMPO-DATA-FIM
           DISPLAY '     8 - REENVIAR A LINHA'
           DISPLAY '     9 - PULAR (FICA NO RECICLO)'
           ACCEPT WS-OPCAO

           SET LK-VALI-MODO-BATCH TO TRUE
                 USING LK-VALI-AREA
                 PERFORM AVISA-RESULTADO-CAMPO
              WHEN '6'
                 DISPLAY 'NOVO VINCULO (F/T/E): '
                 ACCEPT WS-CAMPO-VINCULO
                 PERFORM CHECA-VINCULO
                 PERFORM AVISA-RESULTADO-CAMPO
              WHEN '7'
                 DISPLAY 'NOVO FIM DO CONTRATO (AAAAMMDD): '
                 ACCEPT WS-CAMPO-DATA-FIM
                 PERFORM CHECA-VINCULO
                 PERFORM AVISA-RESULTADO-CAMPO
              WHEN '8'
                 PERFORM REENVIA-LINHA
              WHEN '9'
                 PERFORM REMONTA-LINHA
                 ADD 1 TO WS-CONT-MANTIDOS
                 SET FIM-REGISTRO TO TRUE
           END-EVALUATE
       .

       CHECA-VINCULO.
           MOVE WS-CAMPO-VINCULO  TO LK-VALI-VINCULO
           MOVE WS-CAMPO-DATA-FIM TO LK-VALI-DATA-FIM-ALFA
           SET LK-VALI-EH-VINCULO TO TRUE
           CALL CFG-PATH-PROGVALI
           USING LK-VALI-AREA
       .

       AVISA-RESULTADO-CAMPO.
           IF LK-VALI-VALIDO
              DISPLAY 'CAMPO VALIDO'
              MOVE 'N' TO WS-TODOS-VALIDOS
           END-IF

           PERFORM CHECA-VINCULO
           IF LK-VALI-INVALIDO
              DISPLAY 'VINCULO/FIM DO CONTRATO AINDA INVALIDO'
              MOVE 'N' TO WS-TODOS-VALIDOS
           END-IF

           IF NOT TODOS-VALIDOS
              DISPLAY 'CORRIJA OS CAMPOS APONTADOS ANTES DE REENVIAR'
           ELSE
              MOVE SPACE             TO LK-TELEFONE-3-TIPO
              MOVE LK-VALI-CPF       TO LK-CPF
              MOVE 0                 TO LK-DEPARTAMENTO
              MOVE LK-VALI-VINCULO   TO LK-VINCULO
              MOVE LK-VALI-DATA-FIM  TO LK-DATA-FIM-CONTRATO
              MOVE SPACE             TO LK-ACAO

              CALL CFG-PATH-PROGCADS
                  WS-CAMPO-TELEFONE DELIMITED SPACE
                  ';'               DELIMITED SIZE
                  WS-CAMPO-CPF      DELIMITED SPACE
                  ';'               DELIMITED SIZE
                  WS-CAMPO-VINCULO  DELIMITED SPACE
                  ';'               DELIMITED SIZE
                  WS-CAMPO-DATA-FIM DELIMITED SPACE
             INTO TAB-RCC-LINHA (WS-IDX-ATUAL)
       .

