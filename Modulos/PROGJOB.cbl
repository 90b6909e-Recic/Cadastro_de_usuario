      *                ;SE-RC-MAX=n no estilo JCL: o passo e pulado
      *                (com registro no JOB-LOG) quando o WS-RC-FINAL
      *                acumulado ja passou do limite.
      * 15/10/2026 RC  Added the STEPs RECABRE, RECRET, RECREL e
      *                RECFECHA - abertura, retorno, relatorio parcial
      *                e fechamento da recertificacao via PROGRECERT,
      *                com a fase fluindo por LK-SESS-PARAM.
      * 15/10/2026 RC  Added the STEP AGENDA - o PROGMOVIN com
      *                LK-SESS-PARAM 'AGENDA' aplica os movimentos
      *                agendados cuja data de efetivacao chegou.
      * 15/10/2026 RC  Added the STEPs CONTREXP (inativa os contratos
      *                vencidos) e CONTREL (contratos a vencer por
      *                departamento) via PROGCONTR.
      * 15/10/2026 RC  Added the STEPs PROD (fechamento mensal), PRODSEM
      *                e PRODDIA - produtividade dos operadores.
      * 15/10/2026 RC  Added the STEPs RISCO (trilha do dia) e RISCOANT
      *                (dia anterior) - padroes de risco viram ALERTAS
      *                via PROGRISCO.
      * 15/10/2026 RC  Added the STEPs RELEMP, STATEMP e STATEMPCSV -
      *                relatorio e estatisticas separados por empresa,
      *                com totais por empresa.
      * 15/10/2026 RC  Added the STEPs VEREMITE, VERCARTA, VERRET e
      *                VERREL - emissao, cartas, retorno e relatorio
      *                dos codigos de verificacao de contato.
      * 15/10/2026 RC  Controle de execucao por job em JOB-CONTROLE.dat
      *                (numero da execucao, ultimo passo concluido com
      *                RC ate JOB-RC-ACEITAVEL, inicio e fim). A opcao
      *                RESTART na linha de comando retoma no passo que
      *                falhou, registrando os ja concluidos como
      *                pulados, e e recusada se o job mudou desde a
      *                falha; a opcao COMPLETO forca a execucao inteira.
      * 15/10/2026 RC  Added the STEP PROVREDE - arquivo diario de
      *                provisionamento dos logins de rede.
      * 15/10/2026 RC  Added the STEP CONSCARGA - carga em lote dos
      *                consentimentos LGPD.
      * 15/10/2026 RC  Added the STEPs RETENCAO (previa ou expurgo da
      *                politica de retencao, alternados) e RETPREVIA
      *                (sempre previa).
      * 15/10/2026 RC  Step PROTOCOLO: relatorio diario de prazos dos
      *                protocolos de titulares (PROGPROTOC).
      * 15/10/2026 RC  Added the STEPs ROTATIV (mes anterior) e
      *                ROTATIVTRI (trimestre anterior) - rotatividade
      *                por departamento via PROGROTAT.
      * 15/10/2026 RC  Added the STEP BKPDIF - comparacao das duas
      *                geracoes de backup mais recentes (PROGBKPDIF).
      * 15/10/2026 RC  Added the STEP PRECAD - recebe os pedidos de
      *                pre-cadastro da intranet e alerta os pendentes ha
      *                mais do prazo (PROGPRECAD).
      * 15/10/2026 RC  O aviso do passo deixado na sessao (arquivo de
      *                entrada recusado ou com lacuna na sequencia, via
      *                PROGRECEB) sai numa linha propria do JOB-LOG
      *                depois da linha ENCERRADO; zerado antes de cada
      *                passo.
      * 15/10/2026 RC  Added the STEPs LIST, EXT e CARTA (PROGLIST,
      *                PROGEXT e PROGCARTA) com a opcao SELECAO=nome da
      *                selecao nomeada, passada em LK-SESS-PARAM e
      *                incluida na assinatura do job.
      * 15/10/2026 RC  Added the STEP REAPL - restaura a geracao ativa
      *                mais recente de USUARIOS.dat e reaplica a trilha
      *                de auditoria ate o momento da execucao
      *                (PROGREAPL).
      * 15/10/2026 RC  Added the STEP MASCARA - copia mascarada do
      *                conjunto de arquivos para homologacao (PROGMASC).
      * 15/10/2026 RC  Added the STEPs AVISO (dia corrente) e AVISOANT
      *                (dia anterior) - aviso ao titular das alteracoes
      *                de dados sensiveis via PROGCARTA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGJOB.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LOG.

           SELECT JOB-CONTROLE ASSIGN TO
           CFG-PATH-JOB-CONTROLE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CTL-JOB
           FILE STATUS IS WS-FS-CTL.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  JOB-LOG.
       01  REG-JOB-LOG                 PIC X(120).

       FD  JOB-CONTROLE.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-JOBCTL.cpy'.

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WS-FS-PAR                   PIC 99.
           88 FS-LOG-OK                VALUE 0.
           88 FS-LOG-NAO-EXISTE        VALUE 35.

       77  WS-FS-CTL                   PIC 99.
           88 FS-CTL-OK                VALUE 0.
           88 FS-CTL-NAO-EXISTE        VALUE 35.

       77  WS-EOF-PAR                  PIC X.
           88 EOF-PAR-OK               VALUE 'F' FALSE 'N'.

              05 TAB-STEP              PIC X(10).
              05 TAB-STEP-JOB          PIC X(10).
              05 TAB-STEP-COND         PIC 9(04).
              05 TAB-STEP-SELECAO      PIC X(10).

       01  WS-CAMPOS-PARAM.
           03 WS-PARAM-CHAVE           PIC X(10).
       01  WS-CAMPOS-STEP.
           03 WS-STEP-PEDACO           PIC X(20).
           03 WS-STEP-RESTO            PIC X(30).
           03 WS-STEP-RESTO-2          PIC X(30).
           03 WS-STEP-OPCAO            PIC X(30).
           03 WS-STEP-CHAVE            PIC X(10).
           03 WS-STEP-NOME             PIC X(10).

       01  WS-CAMPOS-COND.
           03 WS-COND-CHAVE            PIC X(10).
           03 WS-COND-VALOR            PIC X(10).

       77  WS-JOB-CORRENTE             PIC X(10) VALUE SPACES.
       77  WS-JOB-PEDIDO               PIC X(10) VALUE SPACES.
       77  WS-LINHA-COMANDO            PIC X(80) VALUE SPACES.
       77  WS-QTD-SELECIONADOS         PIC 99 VALUE 0.

      *    linha de comando: [job] [RESTART | COMPLETO] - sem o nome
      *    do job a opcao vale para os STEPs fora de blocos JOB=
       77  WS-PALAVRA-1                PIC X(10).
       77  WS-PALAVRA-2                PIC X(10).
       77  WS-OPCAO-EXEC               PIC X(10) VALUE SPACES.
           88 EXEC-REINICIO            VALUE 'RESTART'.
           88 EXEC-COMPLETA            VALUE 'COMPLETO'.

      *    controle de execucao (JOB-CONTROLE.dat)
       77  WS-ORDEM                    PIC 99 VALUE 0.
       77  WS-ORDEM-RETOMA             PIC 99 VALUE 0.
       77  WS-ORDEM-EXIB               PIC 99.
       77  WS-RC-ACEITAVEL             PIC 9(04).
       77  WS-ASSINATURA               PIC X(08).
       77  WS-MOTIVO-RECUSA            PIC X(60) VALUE SPACES.

       77  WS-CONTROLE-ACHADO          PIC X VALUE 'N'.
           88 CONTROLE-ACHADO          VALUE 'S'.

       77  WS-HOUVE-FALHA              PIC X VALUE 'N'.
           88 HOUVE-FALHA              VALUE 'S'.

       01  WS-CAMPOS-OPERADOR.
           03 WS-OPER-MATRICULA        PIC X(05).
           03 WS-OPER-SENHA            PIC X(08).
           COPY
           '/home/recic/Dev/PROG01/Dados/LK-ALERTA.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-PARAM.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-HASH.cpy'.

      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE SPACES TO WS-LINHA-COMANDO
           ACCEPT WS-LINHA-COMANDO FROM COMMAND-LINE
           PERFORM TRATA-LINHA-COMANDO

           PERFORM CARREGA-PARAMETROS

              GOBACK
           END-IF

           PERFORM CALCULA-ASSINATURA
           PERFORM OBTEM-RC-ACEITAVEL

           PERFORM ABRE-JOB-LOG
           PERFORM ESCREVE-LOG-INICIO

           PERFORM ABRE-CONTROLE
           PERFORM CONFERE-REINICIO

           IF WS-MOTIVO-RECUSA NOT = SPACES
              MOVE SPACES TO REG-JOB-LOG
              STRING 'REINICIO RECUSADO - ' DELIMITED SIZE
                     WS-MOTIVO-RECUSA       DELIMITED SIZE
                INTO REG-JOB-LOG
              WRITE REG-JOB-LOG
              DISPLAY REG-JOB-LOG
              CLOSE JOB-CONTROLE
              CLOSE JOB-LOG
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM FAZ-LOGIN-BATCH

           IF NOT LK-LOGIN-OK
              MOVE 'LOGIN BATCH RECUSADO - JOB ABORTADO'
                TO REG-JOB-LOG
              WRITE REG-JOB-LOG
              CLOSE JOB-CONTROLE
              CLOSE JOB-LOG
              MOVE 12 TO RETURN-CODE
              GOBACK

           PERFORM MARCA-SESSAO-BATCH

           IF EXEC-REINICIO
              PERFORM INICIA-REINICIO
           ELSE
              PERFORM INICIA-EXECUCAO
           END-IF

           MOVE 0 TO WS-ORDEM
           PERFORM EXECUTA-STEP
           VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-QTD-STEPS

           PERFORM ENCERRA-CONTROLE

           MOVE SPACES TO REG-JOB-LOG
           STRING 'JOB ENCERRADO COM RETURN-CODE ' DELIMITED SIZE
                  WS-RC-FINAL                      DELIMITED SIZE
             INTO REG-JOB-LOG
           WRITE REG-JOB-LOG

           CLOSE JOB-CONTROLE
           CLOSE JOB-LOG

           MOVE WS-RC-FINAL TO RETURN-CODE

           GOBACK.

       TRATA-LINHA-COMANDO.
           MOVE SPACES TO WS-PALAVRA-1
           MOVE SPACES TO WS-PALAVRA-2
           UNSTRING WS-LINHA-COMANDO DELIMITED BY ALL SPACE
              INTO WS-PALAVRA-1 WS-PALAVRA-2
           END-UNSTRING

           IF (WS-PALAVRA-1 = 'RESTART' OR 'COMPLETO')
              AND WS-PALAVRA-2 = SPACES
              MOVE SPACES       TO WS-JOB-PEDIDO
              MOVE WS-PALAVRA-1 TO WS-OPCAO-EXEC
           ELSE
              MOVE WS-PALAVRA-1 TO WS-JOB-PEDIDO
              MOVE WS-PALAVRA-2 TO WS-OPCAO-EXEC
           END-IF

           IF WS-OPCAO-EXEC NOT = SPACES
              AND NOT EXEC-REINICIO AND NOT EXEC-COMPLETA
              DISPLAY 'OPCAO DE EXECUCAO DESCONHECIDA: ' WS-OPCAO-EXEC
                      ' (USE RESTART OU COMPLETO)'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
       .

       CARREGA-PARAMETROS.
           SET EOF-PAR-OK TO FALSE

      * sem condicao o passo roda sempre (limite 9999). A linha crua
      * e partida primeiro no ';' e so depois cada pedaco no '=' - um
      * unico UNSTRING por '=' pararia o segundo campo no '=' da
      * condicao e perderia o numero. Os passos LIST, EXT e CARTA
      * aceitam tambem SELECAO=nome (selecao nomeada de SELECOES.dat),
      * em qualquer ordem com a condicao.
      ******************************************************************
       TRATA-LINHA-STEP.
           MOVE SPACES TO WS-CAMPOS-STEP
           UNSTRING REG-JOB-PARAM DELIMITED BY ';'
              INTO WS-STEP-PEDACO WS-STEP-RESTO WS-STEP-RESTO-2
           END-UNSTRING

           UNSTRING WS-STEP-PEDACO DELIMITED BY '='
           MOVE WS-STEP-NOME    TO TAB-STEP (WS-QTD-STEPS)
           MOVE WS-JOB-CORRENTE TO TAB-STEP-JOB (WS-QTD-STEPS)
           MOVE 9999            TO TAB-STEP-COND (WS-QTD-STEPS)
           MOVE SPACES          TO TAB-STEP-SELECAO (WS-QTD-STEPS)

           IF WS-STEP-RESTO NOT = SPACES
              MOVE WS-STEP-RESTO TO WS-STEP-OPCAO
              PERFORM TRATA-OPCAO-STEP
           END-IF

           IF WS-STEP-RESTO-2 NOT = SPACES
              MOVE WS-STEP-RESTO-2 TO WS-STEP-OPCAO
              PERFORM TRATA-OPCAO-STEP
           END-IF
       .

       TRATA-OPCAO-STEP.
           MOVE SPACES TO WS-CAMPOS-COND
           UNSTRING WS-STEP-OPCAO DELIMITED BY '='
              INTO WS-COND-CHAVE WS-COND-VALOR
           END-UNSTRING

           EVALUATE TRUE
              WHEN WS-COND-CHAVE = 'SE-RC-MAX'
                   AND WS-COND-VALOR NOT = SPACES
                 MOVE FUNCTION NUMVAL (WS-COND-VALOR)
                   TO TAB-STEP-COND (WS-QTD-STEPS)
              WHEN WS-COND-CHAVE = 'SELECAO'
                   AND WS-COND-VALOR NOT = SPACES
                 MOVE WS-COND-VALOR
                   TO TAB-STEP-SELECAO (WS-QTD-STEPS)
              WHEN OTHER
                 DISPLAY 'CONDICAO DE STEP DESCONHECIDA: '
                         WS-STEP-OPCAO
           END-EVALUATE
       .

       ABRE-JOB-LOG.
           WRITE REG-JOB-LOG
       .

      ******************************************************************
      * Assinatura do job: PROGHASH encadeado sobre nome e condicao de
      * cada STEP do job pedido, na ordem. Qualquer passo incluido,
      * removido, trocado de lugar ou com a condicao mudada muda o
      * valor - e o reinicio de uma execucao com falha e recusado. A
      * selecao nomeada entra so nos passos que a tem, para a
      * assinatura dos jobs ja gravados nao mudar.
      ******************************************************************
       CALCULA-ASSINATURA.
           MOVE SPACES TO WS-ASSINATURA

           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-QTD-STEPS
              IF TAB-STEP-JOB (WS-IDX) = WS-JOB-PEDIDO
                 SET LK-HASH-MODO-TEXTO TO TRUE
                 MOVE SPACES TO LK-HASH-TEXTO
                 STRING WS-ASSINATURA         DELIMITED SIZE
                        TAB-STEP (WS-IDX)      DELIMITED SIZE
                        TAB-STEP-COND (WS-IDX) DELIMITED SIZE
                        TAB-STEP-SELECAO (WS-IDX)
                                               DELIMITED SIZE
                   INTO LK-HASH-TEXTO
                 IF TAB-STEP-SELECAO (WS-IDX) = SPACES
                    MOVE 22 TO LK-HASH-TEXTO-TAM
                 ELSE
                    MOVE 32 TO LK-HASH-TEXTO-TAM
                 END-IF
                 CALL CFG-PATH-PROGHASH
                 USING LK-HASH-AREA
                 MOVE LK-HASH-RESULTADO TO WS-ASSINATURA
              END-IF
           END-PERFORM

           MOVE SPACE TO LK-HASH-MODO
       .

      *    maior RETURN-CODE com que um passo ainda conta como
      *    concluido para o reinicio (4 = aviso, como no JCL)
       OBTEM-RC-ACEITAVEL.
           SET LK-PAR-CONSULTAR TO TRUE
           MOVE 'JOB-RC-ACEITAVEL' TO LK-PAR-CHAVE
           MOVE 4 TO LK-PAR-VALOR
           CALL CFG-PATH-PROGPARAM
           USING LK-PAR-AREA
           MOVE LK-PAR-VALOR TO WS-RC-ACEITAVEL
       .

       ABRE-CONTROLE.
           OPEN I-O JOB-CONTROLE

           IF FS-CTL-NAO-EXISTE
              OPEN OUTPUT JOB-CONTROLE
              CLOSE JOB-CONTROLE
              OPEN I-O JOB-CONTROLE
           END-IF

           IF NOT FS-CTL-OK
              MOVE SPACES TO REG-JOB-LOG
              STRING 'NAO FOI POSSIVEL ABRIR JOB-CONTROLE.dat - '
                                             DELIMITED SIZE
                     'FILE STATUS '          DELIMITED SIZE
                     WS-FS-CTL               DELIMITED SIZE
                INTO REG-JOB-LOG
              WRITE REG-JOB-LOG
              DISPLAY REG-JOB-LOG
              CLOSE JOB-LOG
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE WS-JOB-PEDIDO TO CTL-JOB
           MOVE 'N' TO WS-CONTROLE-ACHADO
           READ JOB-CONTROLE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET CONTROLE-ACHADO TO TRUE
           END-READ
       .

      ******************************************************************
      * O reinicio so vale para uma execucao que nao terminou bem (com
      * falha, ou interrompida com a situacao ainda 'E') e cujo job
      * continua igual ao daquela execucao.
      ******************************************************************
       CONFERE-REINICIO.
           MOVE SPACES TO WS-MOTIVO-RECUSA

           IF EXEC-REINICIO
              EVALUATE TRUE
                 WHEN NOT CONTROLE-ACHADO
                    MOVE 'NENHUMA EXECUCAO ANTERIOR DO JOB'
                      TO WS-MOTIVO-RECUSA
                 WHEN CTL-CONCLUIDO
                    MOVE 'A ULTIMA EXECUCAO TERMINOU SEM FALHA'
                      TO WS-MOTIVO-RECUSA
                 WHEN CTL-ASSINATURA NOT = WS-ASSINATURA
                    OR CTL-QTD-STEPS NOT = WS-QTD-SELECIONADOS
                    MOVE 'JOB ALTERADO DEPOIS DA FALHA - USE COMPLETO'
                      TO WS-MOTIVO-RECUSA
                 WHEN CTL-ORDEM-OK >= WS-QTD-SELECIONADOS
                    MOVE 'TODOS OS STEPS JA CONCLUIDOS'
                      TO WS-MOTIVO-RECUSA
              END-EVALUATE
           END-IF
       .

      *    execucao normal ou COMPLETO: nova execucao a partir do
      *    primeiro passo, com o numero seguinte
       INICIA-EXECUCAO.
           IF NOT CONTROLE-ACHADO
              INITIALIZE REG-JOB-CONTROLE
              MOVE WS-JOB-PEDIDO TO CTL-JOB
           END-IF

           IF EXEC-COMPLETA AND CONTROLE-ACHADO AND NOT CTL-CONCLUIDO
              MOVE SPACES TO REG-JOB-LOG
              STRING 'RERUN COMPLETO FORCADO - A EXECUCAO '
                                             DELIMITED SIZE
                     CTL-EXECUCAO            DELIMITED SIZE
                     ' PAROU NO STEP '       DELIMITED SIZE
                     CTL-STEP-FALHA          DELIMITED SIZE
                INTO REG-JOB-LOG
              WRITE REG-JOB-LOG
           END-IF

           ADD 1 TO CTL-EXECUCAO
           MOVE 0                   TO CTL-REINICIOS
           SET CTL-EM-EXECUCAO      TO TRUE
           MOVE WS-ASSINATURA       TO CTL-ASSINATURA
           MOVE WS-QTD-SELECIONADOS TO CTL-QTD-STEPS
           MOVE 0                   TO CTL-ORDEM-OK
           MOVE SPACES              TO CTL-STEP-OK
           MOVE 0                   TO CTL-RC-OK
           MOVE 0                   TO WS-ORDEM-RETOMA
           MOVE 0                   TO WS-RC-FINAL

           PERFORM MARCA-INICIO-CONTROLE

           MOVE SPACES TO REG-JOB-LOG
           STRING 'EXECUCAO '     DELIMITED SIZE
                  CTL-EXECUCAO    DELIMITED SIZE
                  ' DO JOB - RC ACEITAVEL ATE '
                                  DELIMITED SIZE
                  WS-RC-ACEITAVEL DELIMITED SIZE
             INTO REG-JOB-LOG
           WRITE REG-JOB-LOG
       .

      *    RESTART: mesma execucao, retomada no passo seguinte ao
      *    ultimo concluido, com o RC acumulado ate ele - as condicoes
      *    SE-RC-MAX dos passos restantes enxergam o mesmo RC
       INICIA-REINICIO.
           ADD 1 TO CTL-REINICIOS
           MOVE CTL-ORDEM-OK TO WS-ORDEM-RETOMA
           MOVE CTL-RC-OK    TO WS-RC-FINAL
           COMPUTE WS-ORDEM-EXIB = CTL-ORDEM-OK + 1

           MOVE SPACES TO REG-JOB-LOG
           STRING 'REINICIO '      DELIMITED SIZE
                  CTL-REINICIOS    DELIMITED SIZE
                  ' DA EXECUCAO '  DELIMITED SIZE
                  CTL-EXECUCAO     DELIMITED SIZE
                  ' A PARTIR DO STEP NO. '
                                   DELIMITED SIZE
                  WS-ORDEM-EXIB    DELIMITED SIZE
                  ' (FALHA ANTERIOR: '
                                   DELIMITED SIZE
                  CTL-STEP-FALHA   DELIMITED SIZE
                  ' RC '           DELIMITED SIZE
                  CTL-RC-FALHA     DELIMITED SIZE
                  ')'              DELIMITED SIZE
             INTO REG-JOB-LOG
           WRITE REG-JOB-LOG

           SET CTL-EM-EXECUCAO TO TRUE
           PERFORM MARCA-INICIO-CONTROLE
       .

       MARCA-INICIO-CONTROLE.
           ACCEPT CTL-DATA-INICIO FROM DATE YYYYMMDD
           ACCEPT CTL-HORA-INICIO FROM TIME
           MOVE SPACES TO CTL-STEP-FALHA
           MOVE 0      TO CTL-RC-FALHA
           MOVE 0      TO CTL-DATA-FIM
           MOVE 0      TO CTL-HORA-FIM
           MOVE 0      TO CTL-RC-FINAL
           MOVE 'N'    TO WS-HOUVE-FALHA

           PERFORM GRAVA-CONTROLE
       .

       GRAVA-CONTROLE.
           IF CONTROLE-ACHADO
              REWRITE REG-JOB-CONTROLE
                 INVALID KEY
                    DISPLAY 'FALHA AO REGRAVAR JOB-CONTROLE.dat'
              END-REWRITE
           ELSE
              WRITE REG-JOB-CONTROLE
                 INVALID KEY
                    DISPLAY 'FALHA AO GRAVAR JOB-CONTROLE.dat'
                 NOT INVALID KEY
                    SET CONTROLE-ACHADO TO TRUE
              END-WRITE
           END-IF
       .

      ******************************************************************
      * Depois de cada passo: enquanto nenhum passo falhou, o passo
      * com RC aceitavel (ou pulado pela condicao SE-RC-MAX) avanca o
      * ponto de reinicio; o primeiro acima do limite fica registrado
      * como a falha. O registro e regravado a cada passo para um job
      * derrubado no meio ainda ser reiniciavel.
      ******************************************************************
       ATUALIZA-CONTROLE.
           IF NOT HOUVE-FALHA
              IF WS-RC-STEP > WS-RC-ACEITAVEL
                 SET HOUVE-FALHA TO TRUE
                 MOVE WS-STEP-ATUAL TO CTL-STEP-FALHA
                 MOVE WS-RC-STEP    TO CTL-RC-FALHA
              ELSE
                 MOVE WS-ORDEM      TO CTL-ORDEM-OK
                 MOVE WS-STEP-ATUAL TO CTL-STEP-OK
                 MOVE WS-RC-FINAL   TO CTL-RC-OK
              END-IF
           END-IF

           PERFORM GRAVA-CONTROLE
       .

       ENCERRA-CONTROLE.
           IF HOUVE-FALHA
              SET CTL-COM-FALHA TO TRUE
              MOVE SPACES TO REG-JOB-LOG
              STRING 'EXECUCAO '          DELIMITED SIZE
                     CTL-EXECUCAO         DELIMITED SIZE
                     ' COM FALHA NO STEP ' DELIMITED SIZE
                     CTL-STEP-FALHA       DELIMITED SIZE
                     ' - REINICIAVEL COM A OPCAO RESTART'
                                          DELIMITED SIZE
                INTO REG-JOB-LOG
              WRITE REG-JOB-LOG
           ELSE
              SET CTL-CONCLUIDO TO TRUE
           END-IF

           ACCEPT CTL-DATA-FIM FROM DATE YYYYMMDD
           ACCEPT CTL-HORA-FIM FROM TIME
           MOVE WS-RC-FINAL TO CTL-RC-FINAL

           PERFORM GRAVA-CONTROLE
       .

       FAZ-LOGIN-BATCH.
           SET LK-LOGIN-BATCH TO TRUE
           MOVE WS-OPER-MATRICULA TO LK-LOGIN-MATRICULA

       EXECUTA-STEP.
           IF TAB-STEP-JOB (WS-IDX) = WS-JOB-PEDIDO
              ADD 1 TO WS-ORDEM
              MOVE TAB-STEP (WS-IDX) TO WS-STEP-ATUAL
              IF WS-ORDEM <= WS-ORDEM-RETOMA
                 PERFORM ESCREVE-LOG-STEP-CONCLUIDO
              ELSE
                 IF WS-RC-FINAL > TAB-STEP-COND (WS-IDX)
                    MOVE 0 TO WS-RC-STEP
                    PERFORM ESCREVE-LOG-STEP-PULADO
                 ELSE
                    PERFORM EXECUTA-STEP-SELECIONADO
                 END-IF
                 PERFORM ATUALIZA-CONTROLE
              END-IF
           END-IF
       .

       ESCREVE-LOG-STEP-CONCLUIDO.
           MOVE SPACES TO REG-JOB-LOG
           STRING 'STEP '              DELIMITED SIZE
                  WS-STEP-ATUAL        DELIMITED SIZE
                  ' PULADO - JA CONCLUIDO NA EXECUCAO '
                                       DELIMITED SIZE
                  CTL-EXECUCAO         DELIMITED SIZE
             INTO REG-JOB-LOG
           WRITE REG-JOB-LOG
       .

       ESCREVE-LOG-STEP-PULADO.
           MOVE SPACES TO REG-JOB-LOG
           STRING 'STEP '              DELIMITED SIZE
                 MOVE 'CSV' TO LK-SESS-PARAM
              WHEN 'EVOLCSV'
                 MOVE 'CSV' TO LK-SESS-PARAM
              WHEN 'RECABRE'
                 MOVE 'ABRIR' TO LK-SESS-PARAM
              WHEN 'RECRET'
                 MOVE 'RETORNO' TO LK-SESS-PARAM
              WHEN 'RECREL'
                 MOVE 'RELATORIO' TO LK-SESS-PARAM
              WHEN 'RECFECHA'
                 MOVE 'FECHAR' TO LK-SESS-PARAM
              WHEN 'AGENDA'
                 MOVE 'AGENDA' TO LK-SESS-PARAM
              WHEN 'CONTREXP'
                 MOVE 'EXPIRA' TO LK-SESS-PARAM
              WHEN 'CONTREL'
                 MOVE 'RELATORIO' TO LK-SESS-PARAM
              WHEN 'PROD'
                 MOVE 'MES' TO LK-SESS-PARAM
              WHEN 'PRODSEM'
                 MOVE 'SEMANA' TO LK-SESS-PARAM
              WHEN 'PRODDIA'
                 MOVE 'DIA' TO LK-SESS-PARAM
              WHEN 'RISCOANT'
                 MOVE 'ONTEM' TO LK-SESS-PARAM
              WHEN 'RELEMP'
                 MOVE 'EMPRESA' TO LK-SESS-PARAM
              WHEN 'STATEMP'
                 MOVE 'EMPRESA' TO LK-SESS-PARAM
              WHEN 'STATEMPCSV'
                 MOVE 'EMPRESACSV' TO LK-SESS-PARAM
              WHEN 'VEREMITE'
                 MOVE 'EMITIR' TO LK-SESS-PARAM
              WHEN 'VERCARTA'
                 MOVE 'VERIFICA' TO LK-SESS-PARAM
              WHEN 'AVISO'
                 MOVE 'AVISO' TO LK-SESS-PARAM
              WHEN 'AVISOANT'
                 MOVE 'AVISOANT' TO LK-SESS-PARAM
              WHEN 'VERRET'
                 MOVE 'RETORNO' TO LK-SESS-PARAM
              WHEN 'VERREL'
                 MOVE 'RELATORIO' TO LK-SESS-PARAM
              WHEN 'RETPREVIA'
                 MOVE 'PREVIA' TO LK-SESS-PARAM
              WHEN 'ROTATIV'
                 MOVE 'MES' TO LK-SESS-PARAM
              WHEN 'ROTATIVTRI'
                 MOVE 'TRIMESTRE' TO LK-SESS-PARAM
              WHEN 'LIST'
                 MOVE TAB-STEP-SELECAO (WS-IDX) TO LK-SESS-PARAM
              WHEN 'EXT'
                 MOVE TAB-STEP-SELECAO (WS-IDX) TO LK-SESS-PARAM
              WHEN 'CARTA'
                 MOVE TAB-STEP-SELECAO (WS-IDX) TO LK-SESS-PARAM
              WHEN OTHER
                 MOVE SPACES TO LK-SESS-PARAM
           END-EVALUATE
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           SET LK-SESS-AVISO-GRAVAR TO TRUE
           MOVE SPACES TO LK-SESS-AVISO
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           MOVE 0 TO RETURN-CODE

           EVALUATE WS-STEP-ATUAL
                 CALL CFG-PATH-PROGEVOL
              WHEN 'SENEXP'
                 CALL CFG-PATH-PROGSENEXP
              WHEN 'RECABRE'
                 CALL CFG-PATH-PROGRECERT
              WHEN 'RECRET'
                 CALL CFG-PATH-PROGRECERT
              WHEN 'RECREL'
                 CALL CFG-PATH-PROGRECERT
              WHEN 'RECFECHA'
                 CALL CFG-PATH-PROGRECERT
              WHEN 'AGENDA'
                 CALL CFG-PATH-PROGMOVIN
              WHEN 'CONTREXP'
                 CALL CFG-PATH-PROGCONTR
              WHEN 'CONTREL'
                 CALL CFG-PATH-PROGCONTR
              WHEN 'PROD'
                 CALL CFG-PATH-PROGPROD
              WHEN 'PRODSEM'
                 CALL CFG-PATH-PROGPROD
              WHEN 'PRODDIA'
                 CALL CFG-PATH-PROGPROD
              WHEN 'RISCO'
                 CALL CFG-PATH-PROGRISCO
              WHEN 'RISCOANT'
                 CALL CFG-PATH-PROGRISCO
              WHEN 'RELEMP'
                 CALL CFG-PATH-PROGREL
              WHEN 'STATEMP'
                 CALL CFG-PATH-PROGSTAT
              WHEN 'STATEMPCSV'
                 CALL CFG-PATH-PROGSTAT
              WHEN 'VEREMITE'
                 CALL CFG-PATH-PROGVERCOD
              WHEN 'VERCARTA'
                 CALL CFG-PATH-PROGCARTA
              WHEN 'VERRET'
                 CALL CFG-PATH-PROGVERCOD
              WHEN 'VERREL'
                 CALL CFG-PATH-PROGVERCOD
              WHEN 'PROVREDE'
                 CALL CFG-PATH-PROGPROV
              WHEN 'CONSCARGA'
                 CALL CFG-PATH-PROGCNSCARGA
              WHEN 'RETENCAO'
                 CALL CFG-PATH-PROGRETEN
              WHEN 'RETPREVIA'
                 CALL CFG-PATH-PROGRETEN
              WHEN 'PROTOCOLO'
                 CALL CFG-PATH-PROGPROTOC
              WHEN 'ROTATIV'
                 CALL CFG-PATH-PROGROTAT
              WHEN 'ROTATIVTRI'
                 CALL CFG-PATH-PROGROTAT
              WHEN 'BKPDIF'
                 CALL CFG-PATH-PROGBKPDIF
              WHEN 'PRECAD'
                 CALL CFG-PATH-PROGPRECAD
              WHEN 'LIST'
                 CALL CFG-PATH-PROGLIST
              WHEN 'EXT'
                 CALL CFG-PATH-PROGEXT
              WHEN 'CARTA'
                 CALL CFG-PATH-PROGCARTA
              WHEN 'REAPL'
                 CALL CFG-PATH-PROGREAPL
              WHEN 'MASCARA'
                 CALL CFG-PATH-PROGMASC
              WHEN 'AVISO'
                 CALL CFG-PATH-PROGCARTA
              WHEN 'AVISOANT'
                 CALL CFG-PATH-PROGCARTA
              WHEN OTHER
                 DISPLAY 'STEP DESCONHECIDO: ' WS-STEP-ATUAL
                 MOVE 12 TO RETURN-CODE
                                    DELIMITED SIZE
             INTO REG-JOB-LOG
           WRITE REG-JOB-LOG

           IF LK-SESS-AVISO NOT = SPACES
              MOVE SPACES TO REG-JOB-LOG
              STRING 'STEP '           DELIMITED SIZE
                     WS-STEP-ATUAL     DELIMITED SIZE
                     ' '               DELIMITED SIZE
                     LK-SESS-AVISO     DELIMITED SIZE
                INTO REG-JOB-LOG
              WRITE REG-JOB-LOG
           END-IF
       .

       END PROGRAM PROGJOB.
