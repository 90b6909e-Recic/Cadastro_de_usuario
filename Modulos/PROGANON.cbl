      *                chamador, nao ha ACCEPT nem confirmacao e o
      *                registro de auditoria carrega as matriculas do
      *                solicitante e do aprovador.
      * 15/10/2026 RC  A anonimizacao agora revoga todos os acessos
      *                do cadastro a sistemas (PROGACES), antes do
      *                registro 'L' na trilha.
      * 15/10/2026 RC  A anonimizacao agora expurga os consentimentos
      *                LGPD do cadastro (PROGCNS).
      * 15/10/2026 RC  Modo 'R' (RETENCAO) da LK-APROV-AREA: chamado
      *                pelo PROGRETEN, anonimiza sem pergunta o ID
      *                recebido e grava 'RETENCAO' no valor anterior
      *                do registro 'L' ANONIMIZACAO.
      * 15/10/2026 RC  A anonimizacao bloqueia o operador vinculado ao
      *                cadastro e apaga o CPF guardado nele
      *                (PROGOPVINC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGANON.
           COPY
           '/home/recic/Dev/PROG01/Dados/LK-LOG.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-OPVINC.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-LOGIN.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-HSEN.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-ACES.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-CONSENT.cpy'.

      ******************************************************************
       LINKAGE SECTION.
           COPY
              GOBACK
           END-IF

           IF LK-APROV-EXECUCAO OR LK-APROV-RETENCAO
              MOVE LK-APROV-ID-USUARIO TO WS-ID-PROCURA
           ELSE
              DISPLAY ' '
              GOBACK
           END-IF

           IF LK-APROV-EXECUCAO OR LK-APROV-RETENCAO
              IF LK-APROV-RETENCAO
                 DISPLAY 'ANONIMIZANDO POR FIM DO PRAZO DE RETENCAO '
                         'O ID ' ID-USUARIO
              ELSE
                 DISPLAY 'EXECUTANDO A ANONIMIZACAO APROVADA DO ID '
                         ID-USUARIO
              END-IF
              SET CONFIRMA-ANONIMIZACAO TO TRUE
           ELSE
              DISPLAY ' '
                 CALL CFG-PATH-PROGHSEN
                 USING LK-HSEN-AREA

                 SET LK-ACES-REVOGAR-TODOS TO TRUE
                 MOVE WS-ID-PROCURA  TO LK-ACES-ID-USUARIO
                 MOVE 'ANONIMIZACAO' TO LK-ACES-MOTIVO
                 CALL CFG-PATH-PROGACES
                 USING LK-ACES-AREA

                 SET LK-OPV-BLOQUEAR TO TRUE
                 MOVE WS-ID-PROCURA TO LK-OPV-ID-USUARIO
                 MOVE 'ANONIMIZACAO' TO LK-OPV-MOTIVO
                 CALL CFG-PATH-PROGOPVINC
                 USING LK-OPV-AREA

                 SET LK-CNS-EXPURGAR TO TRUE
                 MOVE WS-ID-PROCURA  TO LK-CNS-ID-USUARIO
                 CALL CFG-PATH-PROGCNS
                 USING LK-CNS-AREA

                 MOVE 'L'            TO LK-LOG-TIPO
                 MOVE WS-ID-PROCURA  TO LK-LOG-ID-USUARIO
                 MOVE 'ANONIMIZACAO' TO LK-LOG-CAMPO
                 IF LK-APROV-EXECUCAO
                    PERFORM MONTA-MATRICULAS-LOG
                 END-IF
                 IF LK-APROV-RETENCAO
                    MOVE 'RETENCAO'  TO LK-LOG-VALOR-ANTES
                 END-IF
                 CALL CFG-PATH-PROGLOG
                 USING LK-LOG-AREA

