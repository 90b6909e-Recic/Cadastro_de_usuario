      *                forca a troca no login interativo e recusa o
      *                login batch. O arquivo passou a abrir I-O para
      *                gravar contadores e datas.
      * 15/10/2026 RC  O login interativo agora abre a sessao no
      *                registro de sessoes (PROGSESREG): matricula ja
      *                conectada em outro terminal e recusada, ou a
      *                sessao antiga e assumida com a confirmacao de um
      *                ADMIN (o proprio operador, se for ADMIN). Added o
      *                modo de reautenticacao por ociosidade. Recusa,
      *                confirmacao e reautenticacao entram na trilha
      *                com o tipo 'O'.
      * 15/10/2026 RC  A sessao recebe a empresa do operador; o primeiro
      *                operador nasce sem restricao de empresa.
      * 15/10/2026 RC  O operador bloqueado porque o cadastro da propria
      *                pessoa foi inativado, excluido ou anonimizado
      *                (OPER-SITUACAO 'D', PROGOPVINC) e recusado com
      *                mensagem propria; o primeiro operador nasce sem
      *                vinculo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGLOGIN.
       77  WS-EVENTO                   PIC X(15).
       77  WS-MATRICULA-EVENTO         PIC 9(05).

       77  WS-SESSAO-LIBERADA          PIC X VALUE 'N'.
           88 SESSAO-LIBERADA          VALUE 'S'.
       77  WS-ADMIN-CONFIRMOU          PIC X VALUE 'N'.
           88 ADMIN-CONFIRMOU          VALUE 'S'.
       77  WS-RESPOSTA                 PIC X.
           88 RESPOSTA-SIM             VALUE 'S' 's'.
       77  WS-ADMIN-MATRICULA          PIC 9(05).
       77  WS-ADMIN-SENHA              PIC X(08).
       77  WS-OCIOSO-EXIB              PIC Z(04)9.
       77  WS-OPER-SALVO               PIC X(74).

           COPY
           '/home/recic/Dev/PROG01/Dados/CFG-PATHS.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-SESSAO.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-SESREG.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-VALIDA.cpy'.

              GOBACK
           END-IF

           EVALUATE TRUE
              WHEN LK-LOGIN-BATCH
                 PERFORM TENTA-LOGIN-BATCH
              WHEN LK-LOGIN-REAUT
                 MOVE 0 TO WS-TENTATIVAS
                 MOVE 'N' TO WS-FIM-LOGIN
                 PERFORM REAUTENTICA UNTIL FIM-LOGIN
              WHEN OTHER
                 MOVE 0 TO WS-TENTATIVAS
                 MOVE 'N' TO WS-FIM-LOGIN
                 PERFORM TENTA-LOGIN UNTIL FIM-LOGIN
           END-EVALUATE

           CLOSE OPERADORES

                    WHEN OPER-BLOQUEADO
                       DISPLAY 'LOGIN BATCH RECUSADO - OPERADOR '
                               'BLOQUEADO'
                       IF OPER-BLOQUEADO-VINCULO
                          DISPLAY 'CADASTRO DA PESSOA DO OPERADOR NAO '
                                  'ESTA ATIVO'
                       END-IF
                       PERFORM REGISTRA-EVENTO-FALHA
                    WHEN OPER-SENHA NOT = LK-HASH-RESULTADO
                       DISPLAY 'LOGIN BATCH RECUSADO - MATRICULA OU '
                 PERFORM REGISTRA-FALHA
              NOT INVALID KEY
                 EVALUATE TRUE
                    WHEN OPER-BLOQUEADO-VINCULO
                       DISPLAY 'OPERADOR BLOQUEADO - O CADASTRO DA '
                               'PESSOA NAO ESTA ATIVO'
                       PERFORM REGISTRA-EVENTO-FALHA
                       SET FIM-LOGIN TO TRUE
                    WHEN OPER-BLOQUEADO
                       DISPLAY 'OPERADOR BLOQUEADO POR EXCESSO DE '
                               'TENTATIVAS - PROCURE UM ADMIN'
                         'OPERADOR'
           END-REWRITE

      *    o login batch do PROGJOB nao ocupa terminal e fica fora do
      *    registro de sessoes
           IF LK-LOGIN-BATCH
              SET SESSAO-LIBERADA TO TRUE
           ELSE
              PERFORM ABRE-REGISTRO-SESSAO
           END-IF

           IF SESSAO-LIBERADA
              PERFORM REGISTRA-SESSAO
              MOVE 'LOGIN' TO WS-EVENTO
              PERFORM REGISTRA-EVENTO-OPERADOR
           ELSE
              MOVE 'LOGIN-DUPLO' TO WS-EVENTO
              PERFORM REGISTRA-EVENTO-OPERADOR
           END-IF
       .

      ******************************************************************
      * Abre a sessao no registro. Com a matricula ja conectada em
      * outro terminal o operador escolhe entre desistir e assumir a
      * sessao antiga; assumir exige a confirmacao de um ADMIN. Sem o
      * registro (erro de arquivo) o login segue com aviso, para uma
      * falha de disco nao trancar todos os operadores do lado de fora.
      ******************************************************************
       ABRE-REGISTRO-SESSAO.
           MOVE 'N' TO WS-SESSAO-LIBERADA

           SET LK-SREG-ABRIR TO TRUE
           MOVE OPER-MATRICULA TO LK-SREG-MATRICULA
           MOVE OPER-NOME      TO LK-SREG-NOME
           MOVE SPACE          TO LK-SREG-ASSUMIR
           CALL CFG-PATH-PROGSESREG
           USING LK-SREG-AREA

           EVALUATE TRUE
              WHEN LK-SREG-OK
                 SET SESSAO-LIBERADA TO TRUE
              WHEN LK-SREG-EM-USO
                 PERFORM DECIDE-ASSUNCAO
              WHEN OTHER
                 DISPLAY 'AVISO: REGISTRO DE SESSOES INDISPONIVEL - '
                         'LOGIN SEM CONTROLE DE SESSAO'
                 SET SESSAO-LIBERADA TO TRUE
           END-EVALUATE
       .

       DECIDE-ASSUNCAO.
           MOVE LK-SREG-MINUTOS-OCIOSO TO WS-OCIOSO-EXIB
           DISPLAY ' '
           DISPLAY 'MATRICULA JA CONECTADA EM ' LK-SREG-TERMINAL
           DISPLAY 'DESDE ' LK-SREG-DATA-LOGIN ' ' LK-SREG-HORA-LOGIN
                   ' - SEM ATIVIDADE HA ' WS-OCIOSO-EXIB ' MINUTO(S)'
           DISPLAY 'ASSUMIR A SESSAO? O OUTRO TERMINAL SERA '
                   'DESCONECTADO (S/N): '
           ACCEPT WS-RESPOSTA

           IF RESPOSTA-SIM
              PERFORM CONFIRMA-ADMIN
              IF ADMIN-CONFIRMOU
                 SET LK-SREG-ABRIR TO TRUE
                 SET LK-SREG-FORCA-ASSUMIR TO TRUE
                 CALL CFG-PATH-PROGSESREG
                 USING LK-SREG-AREA
                 IF LK-SREG-OK
                    SET SESSAO-LIBERADA TO TRUE
                 END-IF
              END-IF
           END-IF

           IF NOT SESSAO-LIBERADA
              DISPLAY 'LOGIN RECUSADO - ENCERRE A OUTRA SESSAO OU '
                      'PECA A UM ADMIN'
           END-IF
       .

      ******************************************************************
      * Um operador ADMIN confirma a propria assuncao (acabou de
      * digitar a senha); os demais precisam da matricula e senha de
      * um ADMIN. O registro do operador e guardado e restaurado, pois
      * a leitura do ADMIN usa a mesma area do arquivo.
      ******************************************************************
       CONFIRMA-ADMIN.
           MOVE 'N' TO WS-ADMIN-CONFIRMOU

           IF OPER-PERFIL-ADMIN
              SET ADMIN-CONFIRMOU TO TRUE
              MOVE OPER-MATRICULA TO WS-ADMIN-MATRICULA
           ELSE
              MOVE REG-OPERADOR TO WS-OPER-SALVO
              DISPLAY 'CONFIRMACAO DE UM ADMIN'
              DISPLAY 'MATRICULA DO ADMIN: '
              ACCEPT WS-ADMIN-MATRICULA
              DISPLAY 'SENHA DO ADMIN....: ' WITH NO ADVANCING
              ACCEPT WS-ADMIN-SENHA WITH NO ECHO
              DISPLAY ' '

              MOVE WS-ADMIN-SENHA TO LK-HASH-SENHA
              CALL CFG-PATH-PROGHASH
              USING LK-HASH-AREA

              MOVE WS-ADMIN-MATRICULA TO OPER-MATRICULA
              READ OPERADORES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF OPER-PERFIL-ADMIN
                       AND NOT OPER-BLOQUEADO
                       AND OPER-SENHA = LK-HASH-RESULTADO
                       SET ADMIN-CONFIRMOU TO TRUE
                    END-IF
              END-READ

              MOVE WS-OPER-SALVO TO REG-OPERADOR

              IF NOT ADMIN-CONFIRMOU
                 DISPLAY 'CONFIRMACAO DO ADMIN RECUSADA'
              END-IF
           END-IF

           IF ADMIN-CONFIRMOU
              MOVE 'O'              TO LK-LOG-TIPO
              MOVE 0                TO LK-LOG-ID-USUARIO
              MOVE 'ASSUNCAO-ADMIN' TO LK-LOG-CAMPO
              MOVE SPACES           TO LK-LOG-VALOR-ANTES
              MOVE SPACES           TO LK-LOG-VALOR-DEPOIS
              STRING 'ADMIN '           DELIMITED SIZE
                     WS-ADMIN-MATRICULA DELIMITED SIZE
                INTO LK-LOG-VALOR-ANTES
              STRING 'MATRICULA '       DELIMITED SIZE
                     OPER-MATRICULA     DELIMITED SIZE
                INTO LK-LOG-VALOR-DEPOIS
              CALL CFG-PATH-PROGLOG
              USING LK-LOG-AREA
           END-IF
       .

      ******************************************************************
      * Reautenticacao pedida pelo PROG depois de o terminal ficar
      * parado alem do tempo de ociosidade: so a senha da matricula
      * da sessao, com a mesma contagem de falhas e bloqueio do login.
      ******************************************************************
       REAUTENTICA.
           DISPLAY ' '
           DISPLAY '*-------------------------------------------------*'
           DISPLAY '   SESSAO OCIOSA - CONFIRME A SENHA PARA SEGUIR    '
           DISPLAY '*-------------------------------------------------*'
           DISPLAY 'MATRICULA: ' LK-LOGIN-MATRICULA
           DISPLAY 'SENHA....: ' WITH NO ADVANCING
           ACCEPT WS-SENHA-DIGITADA WITH NO ECHO
           DISPLAY ' '

           MOVE WS-SENHA-DIGITADA TO LK-HASH-SENHA
           CALL CFG-PATH-PROGHASH
           USING LK-HASH-AREA

           MOVE LK-LOGIN-MATRICULA TO WS-MATRICULA-EVENTO
           MOVE LK-LOGIN-MATRICULA TO OPER-MATRICULA
           READ OPERADORES
              INVALID KEY
                 PERFORM REGISTRA-EVENTO-FALHA
                 SET FIM-LOGIN TO TRUE
              NOT INVALID KEY
                 EVALUATE TRUE
                    WHEN OPER-BLOQUEADO-VINCULO
                       DISPLAY 'OPERADOR BLOQUEADO - O CADASTRO DA '
                               'PESSOA NAO ESTA ATIVO'
                       PERFORM REGISTRA-EVENTO-FALHA
                       SET FIM-LOGIN TO TRUE
                    WHEN OPER-BLOQUEADO
                       DISPLAY 'OPERADOR BLOQUEADO POR EXCESSO DE '
                               'TENTATIVAS - PROCURE UM ADMIN'
                       PERFORM REGISTRA-EVENTO-FALHA
                       SET FIM-LOGIN TO TRUE
                    WHEN OPER-SENHA = LK-HASH-RESULTADO
                       MOVE 0 TO OPER-FALHAS
                       REWRITE REG-OPERADOR
                          INVALID KEY
                             DISPLAY 'AVISO: FALHA AO ATUALIZAR O '
                                     'REGISTRO DO OPERADOR'
                       END-REWRITE
                       SET LK-LOGIN-OK TO TRUE
                       MOVE 'REAUTENTICACAO' TO WS-EVENTO
                       PERFORM REGISTRA-EVENTO-OPERADOR
                       SET FIM-LOGIN TO TRUE
                    WHEN OTHER
                       PERFORM CONTA-FALHA
                       PERFORM REGISTRA-FALHA
                 END-EVALUATE
           END-READ
       .

       CONTA-FALHA.
           MOVE OPER-MATRICULA TO LK-SESS-MATRICULA
           MOVE OPER-NOME      TO LK-SESS-NOME
           MOVE OPER-PERFIL    TO LK-SESS-PERFIL
           MOVE OPER-EMPRESA   TO LK-SESS-EMPRESA
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           MOVE 1 TO OPER-MATRICULA
           MOVE 3 TO OPER-PERFIL
           MOVE 0 TO OPER-FALHAS
           MOVE 0 TO OPER-EMPRESA
           MOVE 0 TO OPER-ID-USUARIO
           MOVE 0 TO OPER-CPF
           MOVE SPACE TO OPER-SITUACAO
           MOVE WS-DATA-HOJE TO OPER-DATA-TROCA-SENHA
           DISPLAY 'NOME DO OPERADOR: '

           DISPLAY 'OPERADOR DE MATRICULA 00001 CADASTRADO'
           MOVE 1 TO WS-MATRICULA-EVENTO
           PERFORM ABRE-REGISTRO-SESSAO
           PERFORM REGISTRA-SESSAO
           MOVE 'LOGIN' TO WS-EVENTO
           PERFORM REGISTRA-EVENTO-OPERADOR
