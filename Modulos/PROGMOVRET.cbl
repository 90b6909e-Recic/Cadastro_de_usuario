      *          a unica integracao diaria deixa de divergir em
      *          silencio. Os confirmados saem do arquivo de
      *          pendentes; executavel como passo MOVRET do PROGJOB.
      ******************************************************************
      * MODIFICATION HISTORY:
      * 15/10/2026 RC  Processes one return per consumer of the
      *                CONSUMIDORES.dat table (each with its own
      *                MOVIMENTO-RETORNO and pendentes), uma secao do
      *                relatorio por consumidor e total geral.
      *                LK-SESS-PARAM limita a um consumidor; na execucao
      *                de todos, retorno ainda nao recebido so e
      *                anotado. Linhas H/T do retorno sao ignoradas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGMOVRET.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOV-RETORNO ASSIGN TO
           WS-ARQ-RETORNO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RET.

           SELECT MOV-PENDENTES ASSIGN TO
           WS-ARQ-PENDENTES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PEND.

           SELECT CONSUMIDORES ASSIGN TO
           CFG-PATH-CONSUMIDORES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CON.

           SELECT REL-MOVRET ASSIGN TO
           CFG-PATH-REL-MOVRET
           ORGANIZATION IS LINE SEQUENTIAL
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-MOVPEND.cpy'.

       FD  CONSUMIDORES.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-CONSUMIDORES.cpy'.

       FD  REL-MOVRET.
       01  REG-REL-MOVRET              PIC X(120).

       77  WS-FS-REL                   PIC 99.
           88 FS-REL-OK                VALUE 0.

       77  WS-FS-CON                   PIC 99.
           88 FS-CON-OK                VALUE 0.

       77  WS-EOF                      PIC X.
           88 EOF-OK                   VALUE 'F' FALSE 'N'.

       77  WS-CONT-SEM-CASAR           PIC 9(05) VALUE 0.
       77  WS-CONT-NAO-RECONHEC        PIC 9(05) VALUE 0.

      *    totais de todos os consumidores da execucao
       77  WS-TOT-RETORNOS             PIC 9(05) VALUE 0.
       77  WS-TOT-CONFIRMADOS          PIC 9(05) VALUE 0.
       77  WS-TOT-REJEITADOS           PIC 9(05) VALUE 0.
       77  WS-TOT-NAO-RECONHEC         PIC 9(05) VALUE 0.
       77  WS-TOT-CONSUMIDORES         PIC 9(03) VALUE 0.

       77  WS-RC                       PIC 9(04) VALUE 0.

       77  WS-ARQ-RETORNO              PIC X(70).
       77  WS-ARQ-PENDENTES            PIC X(70).
       77  WS-PREFIXO-LEN              PIC 99.

      *    tabela de consumidores do PROGMOV - sem CONSUMIDORES.dat
      *    so o ACESSO, nos arquivos de antes da tabela
       77  WS-MAX-CON                  PIC 9(02) VALUE 20.
       77  WS-QTD-CON                  PIC 9(02) VALUE 0.
       77  WS-IDX-CON                  PIC 9(02).
       77  WS-IDX-CON-ACHADO           PIC 9(02).

       01  TAB-CONSUMIDORES.
           03 TAB-CON-CODIGO           PIC X(08) OCCURS 20 TIMES.

       77  WS-TODOS-CONSUMIDORES       PIC X.
           88 TODOS-CONSUMIDORES       VALUE 'S'.

       77  WS-RETORNO-AUSENTE          PIC X.
           88 RETORNO-AUSENTE          VALUE 'S'.

           COPY
           '/home/recic/Dev/PROG01/Dados/CFG-PATHS.cpy'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 0 TO WS-TOT-RETORNOS
           MOVE 0 TO WS-TOT-CONFIRMADOS
           MOVE 0 TO WS-TOT-REJEITADOS
           MOVE 0 TO WS-TOT-NAO-RECONHEC
           MOVE 0 TO WS-TOT-CONSUMIDORES
           MOVE 0 TO WS-RC

           SET LK-SESS-CONSULTAR TO TRUE
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           PERFORM CARREGA-CONSUMIDORES

           OPEN OUTPUT REL-MOVRET


           MOVE 'RETORNO DO MOVIMENTO EXPORTADO' TO REG-REL-MOVRET
           WRITE REG-REL-MOVRET

      *    LK-SESS-PARAM com um consumidor processa so o retorno
      *    dele; sem parametro, todos os consumidores da tabela
           IF LK-SESS-PARAM = SPACES
              SET TODOS-CONSUMIDORES TO TRUE
              PERFORM PROCESSA-CONSUMIDOR
              VARYING WS-IDX-CON FROM 1 BY 1
              UNTIL WS-IDX-CON > WS-QTD-CON
           ELSE
              MOVE 'N' TO WS-TODOS-CONSUMIDORES
              PERFORM LOCALIZA-CONSUMIDOR-PARAM
           END-IF

           PERFORM ESCREVE-TOTAL-GERAL

           CLOSE REL-MOVRET

           SET LK-SESS-RESULT-GRAVAR TO TRUE
           MOVE WS-TOT-RETORNOS    TO LK-SESS-QTD-PROCESSADOS
           MOVE WS-TOT-CONFIRMADOS TO LK-SESS-QTD-ACEITOS
           MOVE WS-TOT-REJEITADOS  TO LK-SESS-QTD-REJEITADOS
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           IF WS-RC = 0
              DISPLAY 'RETORNO PROCESSADO - ' WS-TOT-CONFIRMADOS
                      ' MOVIMENTO(S) CONFIRMADO(S)'
           ELSE
              DISPLAY 'RETORNO PROCESSADO COM PENDENCIAS - '
                      'REJEITADOS: ' WS-TOT-REJEITADOS
                      ' SEM RECONHECIMENTO: '
                      WS-TOT-NAO-RECONHEC
           END-IF

           MOVE WS-RC TO RETURN-CODE

           GOBACK.

       CARREGA-CONSUMIDORES.
           MOVE 0 TO WS-QTD-CON
           SET EOF-OK TO FALSE

           OPEN INPUT CONSUMIDORES

           IF FS-CON-OK
              PERFORM UNTIL EOF-OK
                 READ CONSUMIDORES
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       IF CON-CODIGO NOT = SPACES
                          AND WS-QTD-CON < WS-MAX-CON
                          ADD 1 TO WS-QTD-CON
                          MOVE CON-CODIGO
                            TO TAB-CON-CODIGO (WS-QTD-CON)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONSUMIDORES
           END-IF

           IF WS-QTD-CON = 0
              MOVE 1        TO WS-QTD-CON
              MOVE 'ACESSO' TO TAB-CON-CODIGO (1)
           END-IF
       .

       LOCALIZA-CONSUMIDOR-PARAM.
           MOVE 0 TO WS-IDX-CON-ACHADO
           PERFORM VARYING WS-IDX-CON FROM 1 BY 1
           UNTIL WS-IDX-CON > WS-QTD-CON
              OR WS-IDX-CON-ACHADO > 0
              IF TAB-CON-CODIGO (WS-IDX-CON) = LK-SESS-PARAM
                 MOVE WS-IDX-CON TO WS-IDX-CON-ACHADO
              END-IF
           END-PERFORM

           IF WS-IDX-CON-ACHADO = 0
              DISPLAY 'CONSUMIDOR NAO CADASTRADO: ' LK-SESS-PARAM
              MOVE SPACES TO REG-REL-MOVRET
              STRING 'CONSUMIDOR NAO CADASTRADO: ' DELIMITED SIZE
                     LK-SESS-PARAM                 DELIMITED SIZE
                INTO REG-REL-MOVRET
              WRITE REG-REL-MOVRET
              MOVE 8 TO WS-RC
           ELSE
              MOVE WS-IDX-CON-ACHADO TO WS-IDX-CON
              PERFORM PROCESSA-CONSUMIDOR
           END-IF
       .

      ******************************************************************
      * Uma secao do relatorio por consumidor, cada um com o seu
      * retorno e os seus pendentes. Na execucao de todos, consumidor
      * que ainda nao devolveu o arquivo ganha so uma linha - o
      * retorno dele sera processado quando chegar.
      ******************************************************************
       PROCESSA-CONSUMIDOR.
           MOVE 0 TO WS-QTD-PEND
           MOVE 0 TO WS-CONT-RETORNOS
           MOVE 0 TO WS-CONT-CONFIRMADOS
           MOVE 0 TO WS-CONT-REJEITADOS
           MOVE 0 TO WS-CONT-SEM-CASAR
           MOVE 0 TO WS-CONT-NAO-RECONHEC
           MOVE 'N' TO WS-ESTOURO-PEND
           MOVE 'N' TO WS-FALHA-GRAVACAO
           MOVE 'N' TO WS-RETORNO-AUSENTE

           PERFORM MONTA-ARQUIVOS

           MOVE SPACES TO REG-REL-MOVRET
           WRITE REG-REL-MOVRET
           MOVE SPACES TO REG-REL-MOVRET
           STRING 'CONSUMIDOR: '              DELIMITED SIZE
                  TAB-CON-CODIGO (WS-IDX-CON) DELIMITED SIZE
             INTO REG-REL-MOVRET
           WRITE REG-REL-MOVRET

           IF TODOS-CONSUMIDORES
              OPEN INPUT MOV-RETORNO
              IF FS-RET-OK
                 CLOSE MOV-RETORNO
              ELSE
                 SET RETORNO-AUSENTE TO TRUE
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN RETORNO-AUSENTE
                 MOVE '   RETORNO AINDA NAO RECEBIDO - NAO PROCESSADO'
                   TO REG-REL-MOVRET
                 WRITE REG-REL-MOVRET
              WHEN OTHER
                 PERFORM CARREGA-PENDENTES
                 IF ESTOURO-PENDENTES
                    DISPLAY 'PENDENTES DO CONSUMIDOR '
                            TAB-CON-CODIGO (WS-IDX-CON)
                            ' PASSARAM DE ' WS-MAX-PEND
                            ' LINHAS - RETORNO NAO PROCESSADO'
                    MOVE '   PENDENTES ACIMA DO LIMITE - NAO PROCESSADO'
                      TO REG-REL-MOVRET
                    WRITE REG-REL-MOVRET
                    MOVE 8 TO WS-RC
                 ELSE
                    PERFORM CONCILIA-CONSUMIDOR
                 END-IF
           END-EVALUATE
       .

       CONCILIA-CONSUMIDOR.
           PERFORM PROCESSA-RETORNOS
           PERFORM LISTA-NAO-RECONHECIDOS
           PERFORM ESCREVE-RESUMO
           PERFORM REGRAVA-PENDENTES

           ADD 1                    TO WS-TOT-CONSUMIDORES
           ADD WS-CONT-RETORNOS     TO WS-TOT-RETORNOS
           ADD WS-CONT-CONFIRMADOS  TO WS-TOT-CONFIRMADOS
           ADD WS-CONT-REJEITADOS   TO WS-TOT-REJEITADOS
           ADD WS-CONT-NAO-RECONHEC TO WS-TOT-NAO-RECONHEC

           IF FALHA-GRAVACAO
              DISPLAY 'RETORNO DO CONSUMIDOR '
                      TAB-CON-CODIGO (WS-IDX-CON)
                      ' PROCESSADO MAS OS PENDENTES NAO FORAM '
                      'REGRAVADOS - CONFIRMADOS SERAO RELIDOS'
              MOVE 8 TO WS-RC
           END-IF

           IF WS-CONT-REJEITADOS > 0
              OR WS-CONT-NAO-RECONHEC > 0
              MOVE 8 TO WS-RC
           END-IF
       .

      *    mesmos nomes do PROGMOV: o ACESSO nos arquivos de antes da
      *    tabela, os demais com o codigo do consumidor no nome
       MONTA-ARQUIVOS.
           IF TAB-CON-CODIGO (WS-IDX-CON) = 'ACESSO'
              MOVE CFG-PATH-MOV-RETORNO   TO WS-ARQ-RETORNO
              MOVE CFG-PATH-MOV-PENDENTES TO WS-ARQ-PENDENTES
           ELSE
              MOVE 0 TO WS-PREFIXO-LEN
              INSPECT CFG-PATH-MOVRET-PREFIXO TALLYING WS-PREFIXO-LEN
              FOR CHARACTERS BEFORE SPACE
              MOVE SPACES TO WS-ARQ-RETORNO
              STRING CFG-PATH-MOVRET-PREFIXO (1:WS-PREFIXO-LEN)
                                          DELIMITED SIZE
                     TAB-CON-CODIGO (WS-IDX-CON)
                                          DELIMITED SPACE
                     '.txt'               DELIMITED SIZE
                INTO WS-ARQ-RETORNO

              MOVE 0 TO WS-PREFIXO-LEN
              INSPECT CFG-PATH-MOVPEND-PREFIXO TALLYING WS-PREFIXO-LEN
              FOR CHARACTERS BEFORE SPACE
              MOVE SPACES TO WS-ARQ-PENDENTES
              STRING CFG-PATH-MOVPEND-PREFIXO (1:WS-PREFIXO-LEN)
                                          DELIMITED SIZE
                     TAB-CON-CODIGO (WS-IDX-CON)
                                          DELIMITED SPACE
                     '.dat'               DELIMITED SIZE
                INTO WS-ARQ-PENDENTES
           END-IF
       .

       ESCREVE-TOTAL-GERAL.
           MOVE SPACES TO REG-REL-MOVRET
           WRITE REG-REL-MOVRET

           MOVE 'TOTAL GERAL:' TO REG-REL-MOVRET
           WRITE REG-REL-MOVRET

           MOVE SPACES TO REG-REL-MOVRET
           STRING 'CONSUMIDORES PROCESSADOS.......: ' DELIMITED SIZE
                  WS-TOT-CONSUMIDORES                 DELIMITED SIZE
             INTO REG-REL-MOVRET
           WRITE REG-REL-MOVRET

           MOVE SPACES TO REG-REL-MOVRET
           STRING 'RETORNOS LIDOS.................: ' DELIMITED SIZE
                  WS-TOT-RETORNOS                     DELIMITED SIZE
             INTO REG-REL-MOVRET
           WRITE REG-REL-MOVRET

           MOVE SPACES TO REG-REL-MOVRET
           STRING 'MOVIMENTOS CONFIRMADOS.........: ' DELIMITED SIZE
                  WS-TOT-CONFIRMADOS                  DELIMITED SIZE
             INTO REG-REL-MOVRET
           WRITE REG-REL-MOVRET

           MOVE SPACES TO REG-REL-MOVRET
           STRING 'MOVIMENTOS REJEITADOS..........: ' DELIMITED SIZE
                  WS-TOT-REJEITADOS                   DELIMITED SIZE
             INTO REG-REL-MOVRET
           WRITE REG-REL-MOVRET

           MOVE SPACES TO REG-REL-MOVRET
           STRING 'SEM RECONHECIMENTO.............: ' DELIMITED SIZE
                  WS-TOT-NAO-RECONHEC                 DELIMITED SIZE
             INTO REG-REL-MOVRET
           WRITE REG-REL-MOVRET
       .

       CARREGA-PENDENTES.
           SET EOF-OK TO FALSE
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
      *                cabecalho e trailer do retorno nao sao movimento
                       IF REG-MOV-RETORNO (1:2) NOT = 'H;'
                          AND REG-MOV-RETORNO (1:2) NOT = 'T;'
                          ADD 1 TO WS-CONT-RETORNOS
                          PERFORM CASA-RETORNO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MOV-RETORNO
           MOVE SPACES TO REG-REL-MOVRET
           WRITE REG-REL-MOVRET

           MOVE 'RESUMO DO RETORNO DO CONSUMIDOR:' TO REG-REL-MOVRET
           WRITE REG-REL-MOVRET

           MOVE SPACES TO REG-REL-MOVRET
