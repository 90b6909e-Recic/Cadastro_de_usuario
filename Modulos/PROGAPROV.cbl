      *          modo execucao aprovada), com as duas matriculas no
      *          registro de auditoria. Entrada restrita ao perfil
      *          ADMIN.
      ******************************************************************
      * MODIFICATION HISTORY:
      * 15/10/2026 RC  Anonimizacao aprovada e executada conclui os
      *                protocolos de eliminacao em aberto (PROGPRT).
      * 15/10/2026 RC  O admin nao pede nem decide exclusao ou
      *                anonimizacao do proprio cadastro (PROGOPVINC); o
      *                pedido segue pendente para outro admin.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGAPROV.
           COPY
           '/home/recic/Dev/PROG01/Dados/LK-LOG.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-OPVINC.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-LOGIN.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-SESSAO.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-PROTOCOLO.cpy'.

      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-ID-PROCURA

           PERFORM EXIBE-CADASTRO-ALVO
           IF NOT ALVO-ENCONTRADO OR LK-OPV-PROPRIO
              DISPLAY 'PEDIDO NAO REGISTRADO'
           ELSE
              IF WS-TIPO-PEDIDO = 'E'

       EXIBE-CADASTRO-ALVO.
           MOVE 'N' TO WS-ALVO
           SET LK-OPV-NAO-PROPRIO TO TRUE

           OPEN INPUT USUARIOS

                    DISPLAY 'CPF......: ' CPF
                    DISPLAY '*---------------------------------------'
                            '----------*'
                    SET LK-OPV-CONFERIR TO TRUE
                    MOVE ID-USUARIO TO LK-OPV-ID-USUARIO
                    MOVE CPF        TO LK-OPV-CPF
                    CALL CFG-PATH-PROGOPVINC
                    USING LK-OPV-AREA
              END-READ
              CLOSE USUARIOS
           END-IF
              MOVE APR-ID-USUARIO TO WS-ID-PROCURA
              PERFORM EXIBE-CADASTRO-ALVO

              IF LK-OPV-PROPRIO
                 DISPLAY 'PEDIDO SEGUE PENDENTE - PECA A OUTRO ADMIN'
              ELSE
                 DISPLAY 'DECISAO (A = APROVAR E EXECUTAR, '
                         'R = RECUSAR): '
                 ACCEPT WS-DECISAO

                 EVALUATE TRUE
                    WHEN DECISAO-APROVA
                       PERFORM EXECUTA-PEDIDO
                    WHEN DECISAO-RECUSA
                       PERFORM MARCA-DECISAO-RECUSADA
                    WHEN OTHER
                       DISPLAY 'DECISAO INVALIDA - PEDIDO SEGUE '
                               'PENDENTE'
                 END-EVALUATE
              END-IF
           END-IF
       .

                TO TAB-APR-ITEM (WS-IDX-ESCOLHIDA)
              PERFORM REGRAVA-APROVACOES
              DISPLAY 'PEDIDO ' APR-SEQ ' APROVADO E EXECUTADO'
              IF NOT APR-EXCLUSAO
                 PERFORM CONCLUI-PROTOCOLO
              END-IF
           ELSE
              DISPLAY 'A EXECUCAO FALHOU - PEDIDO SEGUE PENDENTE'
           END-IF
       .

      *    A anonimizacao executada atende o pedido de eliminacao do
      *    titular: conclui os protocolos de eliminacao em aberto
       CONCLUI-PROTOCOLO.
           SET LK-PRT-CONCLUIR TO TRUE
           MOVE APR-ID-USUARIO TO LK-PRT-ID-USUARIO
           MOVE 'E'            TO LK-PRT-TIPO
           MOVE 'PROGANON'     TO LK-PRT-PROGRAMA
           CALL CFG-PATH-PROGPRT
           USING LK-PRT-AREA

           IF LK-PRT-OK
              DISPLAY LK-PRT-QTD ' PROTOCOLO(S) DE ELIMINACAO '
                      'CONCLUIDO(S) - ULTIMO ' LK-PRT-NUMERO
           END-IF
       .

       MARCA-DECISAO-RECUSADA.
           SET APR-RECUSADA TO TRUE
           MOVE LK-SESS-MATRICULA TO APR-MATRICULA-APROV
