      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Modulo do registro de sessoes ativas (SESSOES.dat).
      *          O PROGSESS so conhece o operador desta execucao; aqui
      *          fica gravado, por matricula, onde e desde quando ela
      *          esta conectada, para o PROGLOGIN recusar um segundo
      *          login simultaneo (ou, com confirmacao de um ADMIN,
      *          assumir a sessao antiga) e para o PROG exigir nova
      *          senha quando o terminal ficou parado mais que o
      *          parametro SESSAO-MIN-OCIOSO entre duas opcoes do menu.
      *          Uma sessao ociosa alem desse tempo e considerada
      *          abandonada e o novo login a assume sem confirmacao. A
      *          acao 'M' e a tela ADMIN que lista as sessoes e
      *          encerra uma sessao presa; a acao 'D' derruba a
      *          sessao de um operador bloqueado. Abertura assumida,
      *          sessao ociosa e encerramento forcado entram na trilha
      *          com o tipo 'O'. O arquivo e aberto e fechado a cada
      *          chamada para nao prender os outros terminais.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGSESREG.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSOES ASSIGN TO
           CFG-PATH-SESSOES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SES-MATRICULA
           FILE STATUS IS WS-FS-SES.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  SESSOES.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-SESSOES.cpy'.

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WS-FS-SES                   PIC 99.
           88 FS-SES-OK                VALUE 0.
           88 FS-SES-NAO-EXISTE        VALUE 35.

       77  WS-EOF                      PIC X.
           88 EOF-OK                   VALUE 'F' FALSE 'N'.

      *    dono da sessao nesta execucao - WORKING-STORAGE persiste
      *    entre as chamadas, como no PROGSESS
       77  WS-TOKEN-ATUAL              PIC 9(16) VALUE 0.
       77  WS-MATRICULA-ATUAL          PIC 9(05) VALUE 0.

       01  WS-TOKEN-NOVO.
           03 WS-TOKEN-DATA            PIC 9(08).
           03 WS-TOKEN-HORA            PIC 9(08).
       01  WS-TOKEN-NOVO-NUM REDEFINES WS-TOKEN-NOVO
                                       PIC 9(16).

       77  WS-DATA-HOJE                PIC 9(08).
       77  WS-HORA-SIS                 PIC 9(08).
       77  WS-HORA-AGORA               PIC 9(06).

       01  WS-HORA-AUX                 PIC 9(06).
       01  WS-HORA-AUX-R REDEFINES WS-HORA-AUX.
           03 WS-HORA-AUX-HH           PIC 9(02).
           03 WS-HORA-AUX-MM           PIC 9(02).
           03 WS-HORA-AUX-SS           PIC 9(02).

       77  WS-MINUTOS-AGORA            PIC 9(04).
       77  WS-MINUTOS-ULTIMA           PIC 9(04).
       77  WS-OCIOSO                   PIC S9(09).
       77  WS-OCIOSO-EXIB              PIC Z(04)9.
       77  WS-MAX-OCIOSO               PIC 9(05) VALUE 15.

       77  WS-TERMINAL                 PIC X(30).

       77  WS-ARQUIVO-ABERTO           PIC X VALUE 'N'.
           88 ARQUIVO-ABERTO           VALUE 'S'.

       77  WS-MATRICULA-ALVO           PIC 9(05).
       77  WS-CONFIRMA                 PIC X.
           88 CONFIRMADO               VALUE 'S' 's'.
       77  WS-QTD-LISTADAS             PIC 9(04).

       77  WS-EVENTO                   PIC X(15).
       77  WS-MATRICULA-EVENTO         PIC 9(05).
       77  WS-TERMINAL-EVENTO          PIC X(30).

           COPY
           '/home/recic/Dev/PROG01/Dados/CFG-PATHS.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-LOG.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-PARAM.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-SESSAO.cpy'.

      ******************************************************************
       LINKAGE SECTION.
           COPY
           '/home/recic/Dev/PROG01/Dados/LK-SESREG.cpy'.

      ******************************************************************
       PROCEDURE DIVISION USING LK-SREG-AREA.
       MAIN-PROCEDURE.

           SET LK-SREG-FALHOU TO TRUE
           MOVE 0 TO LK-SREG-MINUTOS-OCIOSO

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SIS FROM TIME
           MOVE WS-HORA-SIS (1:6) TO WS-HORA-AGORA

           SET LK-PAR-CONSULTAR TO TRUE
           MOVE 'SESSAO-MIN-OCIOSO' TO LK-PAR-CHAVE
           MOVE 15 TO LK-PAR-VALOR
           CALL CFG-PATH-PROGPARAM
           USING LK-PAR-AREA
           MOVE LK-PAR-VALOR TO WS-MAX-OCIOSO

           EVALUATE TRUE
              WHEN LK-SREG-ABRIR
                 PERFORM ABRE-SESSAO
              WHEN LK-SREG-VERIFICAR
                 PERFORM VERIFICA-SESSAO
              WHEN LK-SREG-TOCAR
                 PERFORM TOCA-SESSAO
              WHEN LK-SREG-ENCERRAR
                 PERFORM ENCERRA-SESSAO
              WHEN LK-SREG-ADMINISTRAR
                 PERFORM ADMINISTRA-SESSOES
              WHEN LK-SREG-DERRUBAR
                 PERFORM DERRUBA-MATRICULA
           END-EVALUATE

           IF ARQUIVO-ABERTO
              CLOSE SESSOES
              MOVE 'N' TO WS-ARQUIVO-ABERTO
           END-IF

           GOBACK.

       ABRE-ARQUIVO.
           MOVE 'N' TO WS-ARQUIVO-ABERTO

           OPEN I-O SESSOES

           IF FS-SES-NAO-EXISTE
              OPEN OUTPUT SESSOES
              CLOSE SESSOES
              OPEN I-O SESSOES
           END-IF

           IF FS-SES-OK
              SET ARQUIVO-ABERTO TO TRUE
           ELSE
              DISPLAY 'ERRO AO ABRIR O REGISTRO DE SESSOES'
              DISPLAY 'FILE STATUS: ' WS-FS-SES
           END-IF
       .

      ******************************************************************
      * Abertura no login. Uma sessao ja registrada para a matricula
      * so e substituida se for desta mesma execucao, se estiver
      * ociosa alem do limite (terminal abandonado) ou se o chamador
      * pedir LK-SREG-ASSUMIR depois da confirmacao do ADMIN; nos
      * demais casos volta LK-SREG-EM-USO com o terminal e o inicio.
      ******************************************************************
       ABRE-SESSAO.
           PERFORM ABRE-ARQUIVO

           IF ARQUIVO-ABERTO
              PERFORM IDENTIFICA-TERMINAL
              MOVE WS-DATA-HOJE TO WS-TOKEN-DATA
              MOVE WS-HORA-SIS  TO WS-TOKEN-HORA

              MOVE LK-SREG-MATRICULA TO SES-MATRICULA
              READ SESSOES
                 INVALID KEY
                    PERFORM GRAVA-NOVA-SESSAO
                 NOT INVALID KEY
                    PERFORM CALCULA-OCIOSO
                    EVALUATE TRUE
                       WHEN SES-TOKEN = WS-TOKEN-ATUAL
                          PERFORM ASSUME-SESSAO
                       WHEN WS-MAX-OCIOSO > 0
                            AND WS-OCIOSO > WS-MAX-OCIOSO
                          PERFORM REGISTRA-ASSUNCAO
                          PERFORM ASSUME-SESSAO
                       WHEN LK-SREG-FORCA-ASSUMIR
                          PERFORM REGISTRA-ASSUNCAO
                          PERFORM ASSUME-SESSAO
                       WHEN OTHER
                          SET LK-SREG-EM-USO TO TRUE
                          MOVE SES-TERMINAL   TO LK-SREG-TERMINAL
                          MOVE SES-DATA-LOGIN TO LK-SREG-DATA-LOGIN
                          MOVE SES-HORA-LOGIN TO LK-SREG-HORA-LOGIN
                          MOVE WS-OCIOSO TO LK-SREG-MINUTOS-OCIOSO
                    END-EVALUATE
              END-READ
           END-IF
       .

       GRAVA-NOVA-SESSAO.
           MOVE LK-SREG-MATRICULA TO SES-MATRICULA
           PERFORM PREENCHE-SESSAO

           WRITE REG-SESSAO
              INVALID KEY
                 DISPLAY 'FALHA AO REGISTRAR A SESSAO - MATRICULA '
                         'ABERTA EM OUTRO TERMINAL NESTE INSTANTE'
              NOT INVALID KEY
                 PERFORM GUARDA-DONO
           END-WRITE
       .

       ASSUME-SESSAO.
           PERFORM PREENCHE-SESSAO

           REWRITE REG-SESSAO
              INVALID KEY
                 DISPLAY 'FALHA AO ATUALIZAR O REGISTRO DE SESSOES'
              NOT INVALID KEY
                 PERFORM GUARDA-DONO
           END-REWRITE
       .

       PREENCHE-SESSAO.
           MOVE LK-SREG-NOME      TO SES-NOME
           MOVE WS-TERMINAL       TO SES-TERMINAL
           MOVE WS-TOKEN-NOVO-NUM TO SES-TOKEN
           MOVE WS-DATA-HOJE      TO SES-DATA-LOGIN
           MOVE WS-HORA-AGORA     TO SES-HORA-LOGIN
           MOVE WS-DATA-HOJE      TO SES-DATA-ULTIMA
           MOVE WS-HORA-AGORA     TO SES-HORA-ULTIMA
       .

       GUARDA-DONO.
           MOVE SES-TOKEN     TO WS-TOKEN-ATUAL
           MOVE SES-MATRICULA TO WS-MATRICULA-ATUAL
           SET LK-SREG-OK TO TRUE
       .

       REGISTRA-ASSUNCAO.
           MOVE 'SESSAO-ASSUMIDA' TO WS-EVENTO
           MOVE SES-MATRICULA     TO WS-MATRICULA-EVENTO
           MOVE SES-TERMINAL      TO WS-TERMINAL-EVENTO
           PERFORM REGISTRA-EVENTO
       .

      ******************************************************************
      * Antes de cada opcao do menu. Sem sessao registrada nesta
      * execucao (login batch do PROGJOB) nao ha o que conferir.
      ******************************************************************
       VERIFICA-SESSAO.
           IF WS-TOKEN-ATUAL = 0
              SET LK-SREG-OK TO TRUE
           ELSE
              PERFORM ABRE-ARQUIVO
              IF ARQUIVO-ABERTO
                 PERFORM CONFERE-DONO
              END-IF
           END-IF
       .

       CONFERE-DONO.
           MOVE WS-MATRICULA-ATUAL TO SES-MATRICULA
           READ SESSOES
              INVALID KEY
                 PERFORM PERDE-SESSAO
              NOT INVALID KEY
                 IF SES-TOKEN NOT = WS-TOKEN-ATUAL
                    PERFORM PERDE-SESSAO
                 ELSE
                    PERFORM CALCULA-OCIOSO
                    MOVE WS-OCIOSO TO LK-SREG-MINUTOS-OCIOSO
                    IF WS-MAX-OCIOSO > 0
                       AND WS-OCIOSO > WS-MAX-OCIOSO
                       SET LK-SREG-OCIOSA TO TRUE
                       MOVE 'SESSAO-OCIOSA'    TO WS-EVENTO
                       MOVE SES-MATRICULA      TO WS-MATRICULA-EVENTO
                       MOVE SES-TERMINAL       TO WS-TERMINAL-EVENTO
                       PERFORM REGISTRA-EVENTO
                    ELSE
                       PERFORM MARCA-ATIVIDADE
                    END-IF
                 END-IF
           END-READ
       .

       PERDE-SESSAO.
           SET LK-SREG-DERRUBADA TO TRUE
           MOVE 0 TO WS-TOKEN-ATUAL
       .

       TOCA-SESSAO.
           IF WS-TOKEN-ATUAL = 0
              SET LK-SREG-OK TO TRUE
           ELSE
              PERFORM ABRE-ARQUIVO
              IF ARQUIVO-ABERTO
                 MOVE WS-MATRICULA-ATUAL TO SES-MATRICULA
                 READ SESSOES
                    INVALID KEY
                       PERFORM PERDE-SESSAO
                    NOT INVALID KEY
                       IF SES-TOKEN = WS-TOKEN-ATUAL
                          PERFORM MARCA-ATIVIDADE
                       ELSE
                          PERFORM PERDE-SESSAO
                       END-IF
                 END-READ
              END-IF
           END-IF
       .

       MARCA-ATIVIDADE.
           MOVE WS-DATA-HOJE  TO SES-DATA-ULTIMA
           MOVE WS-HORA-AGORA TO SES-HORA-ULTIMA

           REWRITE REG-SESSAO
              INVALID KEY
                 DISPLAY 'FALHA AO ATUALIZAR O REGISTRO DE SESSOES'
           END-REWRITE

           SET LK-SREG-OK TO TRUE
       .

      ******************************************************************
      * No ENCERRAR do PROG. So apaga o registro se ele ainda for
      * desta execucao - uma sessao ja assumida em outro terminal
      * continua la.
      ******************************************************************
       ENCERRA-SESSAO.
           IF WS-TOKEN-ATUAL NOT = 0
              PERFORM ABRE-ARQUIVO
              IF ARQUIVO-ABERTO
                 MOVE WS-MATRICULA-ATUAL TO SES-MATRICULA
                 READ SESSOES
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF SES-TOKEN = WS-TOKEN-ATUAL
                          DELETE SESSOES
                             INVALID KEY
                                DISPLAY 'FALHA AO ENCERRAR O REGISTRO '
                                        'DA SESSAO'
                          END-DELETE
                       END-IF
                 END-READ
              END-IF
           END-IF

           MOVE 0 TO WS-TOKEN-ATUAL
           MOVE 0 TO WS-MATRICULA-ATUAL
           SET LK-SREG-OK TO TRUE
       .

      ******************************************************************
      * Tela ADMIN: quem esta conectado, onde, desde quando e ha
      * quantos minutos sem atividade; encerra a sessao escolhida
      * (nunca a propria - para esta existe o ENCERRAR do menu).
      ******************************************************************
       ADMINISTRA-SESSOES.
           SET LK-SESS-CONSULTAR TO TRUE
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           IF NOT LK-SESS-ADMIN
              DISPLAY 'OPERADOR SEM PERMISSAO PARA ESTA OPERACAO'
           ELSE
              MOVE 99999 TO WS-MATRICULA-ALVO
              PERFORM TELA-SESSOES UNTIL WS-MATRICULA-ALVO = 0
              SET LK-SREG-OK TO TRUE
           END-IF
       .

       TELA-SESSOES.
           PERFORM ABRE-ARQUIVO

           IF NOT ARQUIVO-ABERTO
              MOVE 0 TO WS-MATRICULA-ALVO
           ELSE
              PERFORM LISTA-SESSOES
              CLOSE SESSOES
              MOVE 'N' TO WS-ARQUIVO-ABERTO
              DISPLAY 'MATRICULA DA SESSAO A ENCERRAR (0 = VOLTAR): '
              ACCEPT WS-MATRICULA-ALVO
              IF WS-MATRICULA-ALVO NOT = 0
                 PERFORM ENCERRA-SESSAO-ALHEIA
              END-IF
           END-IF
       .

       LISTA-SESSOES.
           DISPLAY ' '
           DISPLAY '*-------------------------------------------------*'
           DISPLAY '                  SESSOES ATIVAS                   '
           DISPLAY '*-------------------------------------------------*'
           DISPLAY 'MATR. NOME                 TERMINAL        '
                   'DESDE           OCIOSA(MIN)'

           MOVE 0 TO WS-QTD-LISTADAS
           SET EOF-OK TO FALSE
           MOVE 0 TO SES-MATRICULA

           START SESSOES KEY IS >= SES-MATRICULA
              INVALID KEY
                 SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
              READ SESSOES NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    ADD 1 TO WS-QTD-LISTADAS
                    PERFORM CALCULA-OCIOSO
                    MOVE WS-OCIOSO TO WS-OCIOSO-EXIB
                    DISPLAY SES-MATRICULA ' ' SES-NOME (1:20) ' '
                            SES-TERMINAL (1:15) ' '
                            SES-DATA-LOGIN ' ' SES-HORA-LOGIN ' '
                            WS-OCIOSO-EXIB
              END-READ
           END-PERFORM

           IF WS-QTD-LISTADAS = 0
              DISPLAY 'NENHUMA SESSAO REGISTRADA'
           END-IF
       .

       ENCERRA-SESSAO-ALHEIA.
           IF WS-MATRICULA-ALVO = LK-SESS-MATRICULA
              DISPLAY 'PARA ENCERRAR A PROPRIA SESSAO USE A OPCAO 3 '
                      'DO MENU'
           ELSE
              PERFORM ABRE-ARQUIVO
              IF ARQUIVO-ABERTO
                 PERFORM CONFIRMA-ENCERRAMENTO
                 CLOSE SESSOES
                 MOVE 'N' TO WS-ARQUIVO-ABERTO
              END-IF
           END-IF
       .

       CONFIRMA-ENCERRAMENTO.
           MOVE WS-MATRICULA-ALVO TO SES-MATRICULA
           READ SESSOES
              INVALID KEY
                 DISPLAY 'NENHUMA SESSAO ATIVA PARA A MATRICULA '
                         WS-MATRICULA-ALVO
              NOT INVALID KEY
                 DISPLAY 'ENCERRAR A SESSAO DE ' SES-NOME
                         ' EM ' SES-TERMINAL ' (S/N)? '
                 ACCEPT WS-CONFIRMA
                 IF CONFIRMADO
                    PERFORM DERRUBA-SESSAO
                 ELSE
                    DISPLAY 'SESSAO MANTIDA'
                 END-IF
           END-READ
       .

       DERRUBA-SESSAO.
           MOVE SES-MATRICULA TO WS-MATRICULA-EVENTO
           MOVE SES-TERMINAL  TO WS-TERMINAL-EVENTO

           DELETE SESSOES
              INVALID KEY
                 DISPLAY 'FALHA AO ENCERRAR A SESSAO'
              NOT INVALID KEY
                 DISPLAY 'SESSAO ENCERRADA - O TERMINAL SERA '
                         'DESCONECTADO NA PROXIMA OPCAO DO MENU'
                 MOVE 'LOGOFF-FORCADO' TO WS-EVENTO
                 PERFORM REGISTRA-EVENTO
           END-DELETE
       .

      ******************************************************************
      * Operador bloqueado pelo PROGOPVINC: a sessao que estiver
      * aberta cai na proxima opcao do menu daquele terminal. Sem
      * sessao registrada nao ha o que derrubar.
      ******************************************************************
       DERRUBA-MATRICULA.
           PERFORM ABRE-ARQUIVO

           IF ARQUIVO-ABERTO
              SET LK-SREG-OK TO TRUE
              MOVE LK-SREG-MATRICULA TO SES-MATRICULA
              READ SESSOES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM DERRUBA-SESSAO
              END-READ
           END-IF
       .

      ******************************************************************
      * Minutos entre a ultima atividade registrada e agora.
      ******************************************************************
       CALCULA-OCIOSO.
           MOVE WS-HORA-AGORA TO WS-HORA-AUX
           COMPUTE WS-MINUTOS-AGORA =
              WS-HORA-AUX-HH * 60 + WS-HORA-AUX-MM

           MOVE SES-HORA-ULTIMA TO WS-HORA-AUX
           COMPUTE WS-MINUTOS-ULTIMA =
              WS-HORA-AUX-HH * 60 + WS-HORA-AUX-MM

           IF SES-DATA-ULTIMA = 0
              MOVE 0 TO WS-OCIOSO
           ELSE
              COMPUTE WS-OCIOSO =
                 (FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
                  - FUNCTION INTEGER-OF-DATE (SES-DATA-ULTIMA)) * 1440
                 + WS-MINUTOS-AGORA - WS-MINUTOS-ULTIMA
           END-IF

           IF WS-OCIOSO < 0
              MOVE 0 TO WS-OCIOSO
           END-IF
       .

       IDENTIFICA-TERMINAL.
           MOVE SPACES TO WS-TERMINAL
           ACCEPT WS-TERMINAL FROM ENVIRONMENT 'SSH_CLIENT'

           IF WS-TERMINAL = SPACES
              ACCEPT WS-TERMINAL FROM ENVIRONMENT 'HOSTNAME'
           END-IF

           IF WS-TERMINAL = SPACES
              MOVE 'CONSOLE LOCAL' TO WS-TERMINAL
           END-IF
       .

       REGISTRA-EVENTO.
           MOVE 'O'                TO LK-LOG-TIPO
           MOVE 0                  TO LK-LOG-ID-USUARIO
           MOVE WS-EVENTO          TO LK-LOG-CAMPO
           MOVE WS-TERMINAL-EVENTO TO LK-LOG-VALOR-ANTES
           MOVE SPACES             TO LK-LOG-VALOR-DEPOIS
           STRING 'MATRICULA '        DELIMITED SIZE
                  WS-MATRICULA-EVENTO DELIMITED SIZE
             INTO LK-LOG-VALOR-DEPOIS
           CALL CFG-PATH-PROGLOG
           USING LK-LOG-AREA
       .

       END PROGRAM PROGSESREG.
