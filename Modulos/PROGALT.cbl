      *                base a digitacao manual segue como antes, com
      *                o cruzamento CEP/UF/cidade (tipo 'B' do
      *                PROGVALI).
      * 15/10/2026 RC  Added a opcao 9 - VINCULO / FIM DO CONTRATO
      *                (PROGVALI tipo 'V'), cada campo mudado vai a
      *                trilha ('VINCULO', 'FIM-CONTRATO'); CONCLUIR
      *                passa a opcao 10 (WS-OPCAO com 2 posicoes). A
      *                reativacao de um contrato ja encerrado e recusada
      *                ate o fim do contrato ser atualizado.
      * 15/10/2026 RC  WS-REG-GUARDA/ANTES/NOVO widened to 166 for the
      *                EMPRESA field. Um operador restrito a uma empresa
      *                nao altera cadastro de outra (evento 'R', campo
      *                EMPRESA) nem troca o email para outra empresa; a
      *                troca de email recalcula a EMPRESA, que vai a
      *                trilha quando muda.
      * 15/10/2026 RC  Cadastro ou endereco alterado conclui os
      *                protocolos de correcao em aberto (PROGPRT).
      * 15/10/2026 RC  Recusa o cadastro do proprio operador da sessao
      *                (PROGOPVINC); a inativacao gravada bloqueia o
      *                operador vinculado ao cadastro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGALT.

       77  WS-ID-PROCURA               PIC 9(05).

       77  WS-OPCAO                    PIC X(02).

       77  WS-CONTINUA                 PIC X VALUE 'S'.
           88 CONTINUA-ALTERANDO       VALUE 'S'.

       77  WS-ID-CPF-DUP                PIC 9(05).

       01  WS-REG-GUARDA                PIC X(166).

       77  WS-SENHA-ACEITA              PIC X VALUE 'N'.
           88 SENHA-ACEITA              VALUE 'S'.

       77  WS-HASH-NOVO                 PIC X(08).

       01  WS-REG-ANTES                 PIC X(166).
       01  WS-REG-NOVO                  PIC X(166).

       77  WS-CONFLITO                  PIC X.
           88 REGISTRO-EM-CONFLITO      VALUE 'S'.

       77  WS-ENDERECO-ALTERADO         PIC X VALUE 'N'.
           88 ENDERECO-ALTERADO         VALUE 'S'.
       77  WS-INATIVOU                  PIC X VALUE 'N'.
           88 CADASTRO-INATIVADO        VALUE 'S'.

       77  WS-EMAIL-ANTERIOR            PIC X(30).

           COPY
           '/home/recic/Dev/PROG01/Dados/CFG-PATHS.cpy'.
           COPY
           '/home/recic/Dev/PROG01/Dados/LK-CEP.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-SESSAO.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-EMPRESA.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-PROTOCOLO.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-OPVINC.cpy'.

      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'N' TO WS-HOUVE-ALTERACAO
           MOVE 'N' TO WS-SENHA-TROCADA
           MOVE 'N' TO WS-ENDERECO-ALTERADO
           MOVE 'N' TO WS-INATIVOU

           OPEN I-O USUARIOS

              GOBACK
           END-IF

           IF NOT LK-SESS-TODAS-EMPRESAS
              AND EMPRESA NOT = LK-SESS-EMPRESA
              DISPLAY 'USUARIO NAO ENCONTRADO'
              MOVE 'R'          TO LK-LOG-TIPO
              MOVE ID-USUARIO   TO LK-LOG-ID-USUARIO
              MOVE 'EMPRESA'    TO LK-LOG-CAMPO
              MOVE EMPRESA      TO LK-LOG-VALOR-ANTES
              MOVE 'PROGALT'    TO LK-LOG-VALOR-DEPOIS
              CALL CFG-PATH-PROGLOG
              USING LK-LOG-AREA
              CLOSE USUARIOS
              GOBACK
           END-IF

           SET LK-OPV-CONFERIR TO TRUE
           MOVE ID-USUARIO TO LK-OPV-ID-USUARIO
           MOVE CPF        TO LK-OPV-CPF
           CALL CFG-PATH-PROGOPVINC
           USING LK-OPV-AREA
           IF LK-OPV-PROPRIO
              CLOSE USUARIOS
              GOBACK
           END-IF

           MOVE REG-USUARIO TO WS-REG-ANTES

           PERFORM EXIBE-CADASTRO-ATUAL
                       IF SENHA-TROCADA
                          PERFORM GRAVA-HISTORICO-SENHA
                       END-IF
                       PERFORM CONCLUI-PROTOCOLO
                       IF CADASTRO-INATIVADO AND INATIVO-USUARIO
                          SET LK-OPV-BLOQUEAR TO TRUE
                          MOVE ID-USUARIO   TO LK-OPV-ID-USUARIO
                          MOVE 'INATIVACAO' TO LK-OPV-MOTIVO
                          CALL CFG-PATH-PROGOPVINC
                          USING LK-OPV-AREA
                       END-IF
                 END-REWRITE
              END-IF
           ELSE
              IF ENDERECO-ALTERADO
                 DISPLAY 'SOMENTE ENDERECO(S) ALTERADO(S) NESTA '
                         'SESSAO'
                 PERFORM CONCLUI-PROTOCOLO
              ELSE
                 DISPLAY 'NENHUM CAMPO FOI ALTERADO'
              END-IF
           GOBACK.

       OBTEM-PARAMETROS.
           SET LK-SESS-CONSULTAR TO TRUE
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           SET LK-PAR-CONSULTAR TO TRUE
           MOVE 'SENHA-EXPIRA-DIAS' TO LK-PAR-CHAVE
           MOVE 90 TO LK-PAR-VALOR
           MOVE LK-PAR-VALOR TO WS-LIMITE-DIAS-SENHA
       .

      *    Cadastro corrigido atende o pedido de correcao do titular:
      *    conclui os protocolos de correcao em aberto para o ID
       CONCLUI-PROTOCOLO.
           SET LK-PRT-CONCLUIR TO TRUE
           MOVE WS-ID-PROCURA TO LK-PRT-ID-USUARIO
           MOVE 'C'           TO LK-PRT-TIPO
           MOVE 'PROGALT'     TO LK-PRT-PROGRAMA
           CALL CFG-PATH-PROGPRT
           USING LK-PRT-AREA

           IF LK-PRT-OK
              DISPLAY LK-PRT-QTD ' PROTOCOLO(S) DE CORRECAO '
                      'CONCLUIDO(S) - ULTIMO ' LK-PRT-NUMERO
           END-IF
       .

       EXIBE-CADASTRO-ATUAL.
           DISPLAY ' '
           DISPLAY '*-------------------------------------------------*'
           DISPLAY 'TELEFONE.: ' TELEFONE
           DISPLAY 'CPF......: ' CPF
           DISPLAY 'DEPTO....: ' DEPARTAMENTO
           DISPLAY 'VINCULO..: ' VINCULO
                   '  FIM DO CONTRATO: ' DATA-FIM-CONTRATO
           DISPLAY 'CADASTRO.: ' DATA-CADASTRO
           DISPLAY 'ALTERADO.: ' DATA-ALTERACAO
           IF ATIVO-USUARIO
           DISPLAY '     6 - ATIVAR/INATIVAR CADASTRO'
           DISPLAY '     7 - ENDERECOS'
           DISPLAY '     8 - DEPARTAMENTO'
           DISPLAY '     9 - VINCULO / FIM DO CONTRATO'
           DISPLAY '    10 - CONCLUIR ALTERACAO'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
              WHEN '1'
                 PERFORM ALTERA-EMAIL
              WHEN '2'
                 MOVE NOME TO WS-ALT-ANTES
                 MOVE 'N' TO LK-VALI-TIPO
              WHEN '6'
                 IF ATIVO-USUARIO
                    SET INATIVO-USUARIO TO TRUE
                    SET CADASTRO-INATIVADO TO TRUE
                    DISPLAY 'CADASTRO INATIVADO'
                    MOVE 'ATIVO'   TO WS-ALT-ANTES
                    MOVE 'INATIVO' TO WS-ALT-DEPOIS
                    MOVE 'STATUS' TO WS-ALT-CAMPO
                    PERFORM GUARDA-ALTERACAO
                    SET HOUVE-ALTERACAO TO TRUE
                 ELSE
                    ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
                    IF DATA-FIM-CONTRATO > 0
                       AND DATA-FIM-CONTRATO < WS-DATA-HOJE
                       DISPLAY 'CONTRATO ENCERRADO EM '
                               DATA-FIM-CONTRATO
                               ' - ATUALIZE O FIM DO CONTRATO '
                               '(OPCAO 9) ANTES DE REATIVAR'
                    ELSE
                       SET ATIVO-USUARIO TO TRUE
                       DISPLAY 'CADASTRO ATIVADO'
                       MOVE 'INATIVO' TO WS-ALT-ANTES
                       MOVE 'ATIVO'   TO WS-ALT-DEPOIS
                       MOVE 'STATUS' TO WS-ALT-CAMPO
                       PERFORM GUARDA-ALTERACAO
                       SET HOUVE-ALTERACAO TO TRUE
                    END-IF
                 END-IF
              WHEN '7'
                 PERFORM ALTERA-ENDERECO
              WHEN '8'
                 PERFORM GUARDA-ALTERACAO
                 SET HOUVE-ALTERACAO TO TRUE
              WHEN '9'
                 PERFORM ALTERA-VINCULO
              WHEN '10'
                 SET WS-CONTINUA TO 'N'
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
       .

      ******************************************************************
      * A empresa do cadastro acompanha o dominio do email. Um operador
      * restrito a uma empresa nao pode, trocando o email, passar o
      * cadastro para outra empresa; um operador de todas as empresas
      * pode, e a troca de empresa vai a trilha junto com a do email.
      ******************************************************************
       ALTERA-EMAIL.
           MOVE EMAIL TO WS-EMAIL-ANTERIOR
           MOVE 'E' TO LK-VALI-TIPO
           CALL CFG-PATH-PROGVALI
           USING LK-VALI-AREA

           SET LK-EMP-DEDUZIR TO TRUE
           MOVE LK-VALI-EMAIL TO LK-EMP-EMAIL
           CALL CFG-PATH-PROGEMPRESA
           USING LK-EMP-AREA

           IF NOT LK-SESS-TODAS-EMPRESAS
              AND LK-EMP-CODIGO NOT = LK-SESS-EMPRESA
              DISPLAY 'EMAIL DE OUTRA EMPRESA - ALTERACAO RECUSADA'
           ELSE
              MOVE WS-EMAIL-ANTERIOR TO WS-ALT-ANTES
              MOVE LK-VALI-EMAIL TO EMAIL
              MOVE 'EMAIL' TO WS-ALT-CAMPO
              MOVE EMAIL   TO WS-ALT-DEPOIS
              PERFORM GUARDA-ALTERACAO
              SET HOUVE-ALTERACAO TO TRUE

              IF LK-EMP-CODIGO NOT = EMPRESA
                 MOVE EMPRESA       TO WS-ALT-ANTES
                 MOVE LK-EMP-CODIGO TO EMPRESA
                 MOVE 'EMPRESA'     TO WS-ALT-CAMPO
                 MOVE EMPRESA       TO WS-ALT-DEPOIS
                 PERFORM GUARDA-ALTERACAO
                 DISPLAY 'CADASTRO PASSA PARA A EMPRESA ' EMPRESA
                         ' - ' LK-EMP-NOME
              END-IF
           END-IF
       .

       ALTERA-VINCULO.
           MOVE 'V' TO LK-VALI-TIPO
           CALL CFG-PATH-PROGVALI
           USING LK-VALI-AREA

           IF LK-VALI-VINCULO NOT = VINCULO
              MOVE VINCULO         TO WS-ALT-ANTES
              MOVE LK-VALI-VINCULO TO VINCULO
              MOVE 'VINCULO'       TO WS-ALT-CAMPO
              MOVE VINCULO         TO WS-ALT-DEPOIS
              PERFORM GUARDA-ALTERACAO
              SET HOUVE-ALTERACAO TO TRUE
           END-IF

           IF LK-VALI-DATA-FIM NOT = DATA-FIM-CONTRATO
              MOVE DATA-FIM-CONTRATO TO WS-ALT-ANTES
              MOVE LK-VALI-DATA-FIM  TO DATA-FIM-CONTRATO
              MOVE 'FIM-CONTRATO'    TO WS-ALT-CAMPO
              MOVE DATA-FIM-CONTRATO TO WS-ALT-DEPOIS
              PERFORM GUARDA-ALTERACAO
              SET HOUVE-ALTERACAO TO TRUE
           END-IF
       .

       ALTERA-ENDERECO.
           DISPLAY 'TIPO DO ENDERECO: '
           DISPLAY '                 1 - RESIDENCIAL'
