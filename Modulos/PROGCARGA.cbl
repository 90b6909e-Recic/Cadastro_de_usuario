      * DATE: 13/03/2023
      * PURPOSE: Modulo de carga em lote de usuarios (onboarding em
      *          massa), le um arquivo de entrada com linhas
      *          EMAIL;NOME;SENHA;TELEFONE;CPF[;VINCULO;FIM-CONTRATO],
      *          valida cada linha com as mesmas regras do PROGCOLE
      *          (via PROGVALI em modo batch) e grava as aceitas em
      *          USUARIOS.dat atraves do PROGCADS, registrando o
      *          resultado de cada linha no arquivo de resultado.
      ******************************************************************
      * MODIFICATION HISTORY:
      * 14/03/2023 RC  Input rows now also carry a CPF field, validated
      *                abre sempre em EXTEND para nao perder as
      *                rejeicoes ainda nao corrigidas - quem compacta
      *                o reciclo e o proprio PROGRECICLO.
      * 15/10/2026 RC  A linha aceita dois campos opcionais depois do
      *                CPF - VINCULO (F/T/E, branco = F) e FIM DO
      *                CONTRATO (AAAAMMDD) - validados pelo PROGVALI
      *                tipo 'V' (obrigatorio para terceiro e
      *                estagiario) e repassados ao PROGCADS. Linha de
      *                entrada e de reciclo ampliadas para 120.
      * 15/10/2026 RC  O arquivo passa a exigir header e trailer
      *                (sequencia do remetente, quantidade e total de
      *                controle), conferido por inteiro pelo PROGRECEB
      *                antes de qualquer gravacao: totais divergentes,
      *                sequencia ou conteudo ja processados recusam a
      *                carga (RC 8); lacuna na sequencia so avisa (RC
      *                4). A carga real concluida registra o arquivo em
      *                ARQ-RECEBIDOS.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCARGA.
           03 WS-CAMPO-SENHA           PIC X(08).
           03 WS-CAMPO-TELEFONE        PIC X(13).
           03 WS-CAMPO-CPF             PIC X(11).
           03 WS-CAMPO-VINCULO         PIC X(01).
           03 WS-CAMPO-DATA-FIM        PIC X(08).

       77  WS-MOTIVO                   PIC X(30).

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-VALIDA.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-RECEB.cpy'.

       01  LK-COM-AREA.
           03 LK-EMAIL                 PIC X(30).
           03 LK-NOME                  PIC X(30).
           03 LK-RECARGA-CPFS          PIC X(01).
              88 LK-FORCA-RECARGA-CPFS VALUE 'R'.
           03 LK-DEPARTAMENTO          PIC 9(03).
           03 LK-VINCULO               PIC X(01).
           03 LK-DATA-FIM-CONTRATO     PIC 9(08).

      ******************************************************************
       PROCEDURE DIVISION.
              ACCEPT WS-OPCAO-SIMULA
           END-IF

           PERFORM CONFERE-ARQUIVO-RECEBIDO
           IF LK-RECEB-RECUSADO
              DISPLAY 'CARGA EM LOTE NAO EXECUTADA - NENHUM CADASTRO '
                      'FOI GRAVADO'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           IF NOT MODO-SIMULACAO
              PERFORM VERIFICA-CHECKPOINT-CARGA
           END-IF
                 AT END
                    SET EOF-ENT-OK TO TRUE
                 NOT AT END
                    IF REG-CARGA-ENTRADA (1:4) = 'HDR;'
                       OR REG-CARGA-ENTRADA (1:4) = 'TRL;'
                       CONTINUE
                    ELSE
                       ADD 1 TO WS-LINHA
                       IF WS-LINHA > WS-LINHA-RETOMADA
                          PERFORM PROCESSA-LINHA
                          IF NOT MODO-SIMULACAO
                             MOVE WS-LINHA TO WS-LINHA-CKPT
                             PERFORM GRAVA-CHECKPOINT-CARGA
                          END-IF
                       END-IF
                    END-IF
              END-READ
           IF NOT MODO-SIMULACAO
              MOVE 0 TO WS-LINHA-CKPT
              PERFORM GRAVA-CHECKPOINT-CARGA
              SET LK-RECEB-REGISTRAR TO TRUE
              CALL CFG-PATH-PROGRECEB
              USING LK-RECEB-AREA
           END-IF

           MOVE SPACES TO REG-CARGA-RESULTADO
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           IF LK-RECEB-ACEITO-AVISO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK.

           END-IF
       .

      ******************************************************************
      * Passada previa pelo PROGRECEB: header/trailer, totais e
      * registro de arquivos ja processados, antes de qualquer
      * gravacao. Sem abrir o arquivo o erro sai na abertura normal.
      ******************************************************************
       CONFERE-ARQUIVO-RECEBIDO.
           SET LK-RECEB-INICIAR TO TRUE
           MOVE 'CARGA' TO LK-RECEB-INTERFACE
           CALL CFG-PATH-PROGRECEB
           USING LK-RECEB-AREA

           SET EOF-ENT-OK TO FALSE

           OPEN INPUT CARGA-ENTRADA

           IF FS-ENT-OK
              PERFORM UNTIL EOF-ENT-OK
                 READ CARGA-ENTRADA
                    AT END
                       SET EOF-ENT-OK TO TRUE
                    NOT AT END
                       SET LK-RECEB-LINHA-LIDA TO TRUE
                       MOVE REG-CARGA-ENTRADA TO LK-RECEB-LINHA
                       CALL CFG-PATH-PROGRECEB
                       USING LK-RECEB-AREA
                 END-READ
              END-PERFORM
              CLOSE CARGA-ENTRADA

              SET LK-RECEB-VERIFICAR TO TRUE
              CALL CFG-PATH-PROGRECEB
              USING LK-RECEB-AREA
           END-IF
       .

       VERIFICA-CHECKPOINT-CARGA.
           MOVE 0 TO WS-LINHA-RETOMADA

           UNSTRING REG-CARGA-ENTRADA DELIMITED BY ';'
              INTO WS-CAMPO-EMAIL WS-CAMPO-NOME
                   WS-CAMPO-SENHA WS-CAMPO-TELEFONE
                   WS-CAMPO-CPF WS-CAMPO-VINCULO
                   WS-CAMPO-DATA-FIM
           END-UNSTRING

           SET LK-VALI-MODO-BATCH TO TRUE
                          MOVE 'CPF INVALIDO' TO WS-MOTIVO
                          PERFORM REJEITA-LINHA
                       ELSE
                          PERFORM VALIDA-VINCULO
                       END-IF
                    END-IF
                 END-IF
           END-IF
       .

       VALIDA-VINCULO.
           MOVE WS-CAMPO-VINCULO  TO LK-VALI-VINCULO
           MOVE WS-CAMPO-DATA-FIM TO LK-VALI-DATA-FIM-ALFA
           SET LK-VALI-EH-VINCULO TO TRUE
           CALL CFG-PATH-PROGVALI
           USING LK-VALI-AREA

           IF LK-VALI-INVALIDO
              MOVE 'VINCULO/FIM CONTRATO INVALIDO' TO WS-MOTIVO
              PERFORM REJEITA-LINHA
           ELSE
              PERFORM GRAVA-CADASTRO
           END-IF
       .

       GRAVA-CADASTRO.
           PERFORM VERIFICA-DUP-NO-ARQUIVO
           IF DUP-NO-ARQUIVO
              MOVE SPACE             TO LK-TELEFONE-3-TIPO
              MOVE LK-VALI-CPF       TO LK-CPF
              MOVE 0                 TO LK-DEPARTAMENTO
              MOVE LK-VALI-VINCULO   TO LK-VINCULO
              MOVE LK-VALI-DATA-FIM  TO LK-DATA-FIM-CONTRATO

              IF MODO-SIMULACAO
                 SET LK-ACAO-VERIFICA TO TRUE
