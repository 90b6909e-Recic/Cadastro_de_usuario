      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Analisador batch de padroes de risco na trilha de
      *          auditoria do dia (LOG-USUARIOS.dat). Cada ocorrencia
      *          vira um alerta pendente em ALERTAS.dat via PROGALERTA
      *          (origem PROGRISCO), que o PROG mostra ao perfil ADMIN
      *          logo apos o login. Padroes verificados:
      *          - trabalho fora do horario comercial (antes de
      *            RISCO-HORA-INICIO, a partir de RISCO-HORA-FIM ou no
      *            fim de semana, se RISCO-FIM-SEMANA = 1);
      *          - operador com mais de RISCO-MAX-MOV-HORA alteracoes
      *            ou pedidos de exclusao (APROVACOES.dat) numa mesma
      *            hora - alteracao de varios campos conta uma vez;
      *          - RISCO-MAX-RECUSAS ou mais recusas ('R') no dia;
      *          - RISCO-MAX-FALHAS ou mais logins falhados ou
      *            bloqueios ('O') da mesma matricula numa mesma hora;
      *          - RISCO-MAX-CONSULTAS ou mais consultas do mesmo
      *            operador ao mesmo cadastro ('O' CONSULTA);
      *          - reset de senha ('S') seguido de troca do EMAIL do
      *            mesmo ID no dia.
      *          Os limites vem de PARAMETROS.dat via PROGPARAM. Os
      *          padroes por operador olham so os operadores logados
      *          (LOG-OPERADOR com matricula) - os passos batch rodam
      *          de madrugada por definicao. No maximo
      *          RISCO-MAX-ALERTAS alertas por execucao; as
      *          excedentes saem so na listagem do passo e num alerta
      *          de resumo. Em batch (passo RISCO) analisa o dia
      *          corrente, ou ontem com o parametro ONTEM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRISCO.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-USUARIOS ASSIGN TO
           CFG-PATH-LOG-USUARIOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LOG.

           SELECT APROVACOES ASSIGN TO
           CFG-PATH-APROVACOES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-APR.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  LOG-USUARIOS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-LOG.cpy'.

       FD  APROVACOES.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-APROVACOES.cpy'.

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WS-FS-LOG                   PIC 99.
           88 FS-LOG-OK                VALUE 0.

       77  WS-FS-APR                   PIC 99.
           88 FS-APR-OK                VALUE 0.

       77  WS-EOF                      PIC X.
           88 EOF-OK                   VALUE 'F' FALSE 'N'.

       77  WS-DATA-HOJE                PIC 9(08).
       77  WS-DATA-ANALISE             PIC 9(08).
       77  WS-INT-DATA                 PIC 9(07).
       77  WS-DIA-SEMANA               PIC 9.

       77  WS-FIM-SEMANA               PIC X VALUE 'N'.
           88 DIA-FIM-SEMANA           VALUE 'S'.

       77  WS-HORA-INICIO              PIC 9(05) VALUE 7.
       77  WS-HORA-FIM                 PIC 9(05) VALUE 20.
       77  WS-CONSIDERA-FIM-SEMANA     PIC 9(05) VALUE 1.
       77  WS-MAX-MOV-HORA             PIC 9(05) VALUE 30.
       77  WS-MAX-RECUSAS              PIC 9(05) VALUE 3.
       77  WS-MAX-FALHAS               PIC 9(05) VALUE 5.
       77  WS-MAX-CONSULTAS            PIC 9(05) VALUE 10.
       77  WS-MAX-ALERTAS              PIC 9(05) VALUE 50.

       77  WS-HORA-REG                 PIC 99.
       77  WS-IDX-HORA                 PIC 99.
       77  WS-MATRICULA-REG            PIC 9(05).

       77  WS-ULT-ALT-CHAVE            PIC X(41) VALUE SPACES.
       01  WS-ALT-CHAVE.
           03 WS-ALT-CH-ID             PIC 9(05).
           03 WS-ALT-CH-DATA           PIC 9(08).
           03 WS-ALT-CH-HORA           PIC 9(08).
           03 WS-ALT-CH-OPERADOR       PIC X(20).

       77  WS-IDX                      PIC 9(04).
       77  WS-IDX-OPR                  PIC 9(04).
       77  WS-IDX-ACHADO               PIC 9(04).

       77  WS-QTD-OPR                  PIC 9(04) VALUE 0.
       77  WS-MAX-OPR                  PIC 9(04) VALUE 300.
       01  WS-TAB-OPERADORES.
           03 TAB-OPR-ITEM             OCCURS 300 TIMES.
              05 TAB-OPR-MATRICULA     PIC 9(05).
              05 TAB-OPR-NOME          PIC X(20).
              05 TAB-OPR-FORA-HORARIO  PIC 9(05).
              05 TAB-OPR-PRIM-FORA     PIC 9(08).
              05 TAB-OPR-RECUSAS       PIC 9(05).
              05 TAB-OPR-MOV-HORA      PIC 9(05) OCCURS 24 TIMES.

       77  WS-QTD-CNS                  PIC 9(04) VALUE 0.
       77  WS-MAX-CNS                  PIC 9(04) VALUE 2000.
       01  WS-TAB-CONSULTAS.
           03 TAB-CNS-ITEM             OCCURS 2000 TIMES.
              05 TAB-CNS-IDX-OPR       PIC 9(04).
              05 TAB-CNS-ID            PIC 9(05).
              05 TAB-CNS-QTD           PIC 9(05).

       77  WS-QTD-FAL                  PIC 9(04) VALUE 0.
       77  WS-MAX-FAL                  PIC 9(04) VALUE 500.
       01  WS-TAB-FALHAS.
           03 TAB-FAL-ITEM             OCCURS 500 TIMES.
              05 TAB-FAL-MATRICULA     PIC 9(05).
              05 TAB-FAL-HORA          PIC 99.
              05 TAB-FAL-QTD           PIC 9(05).

       77  WS-QTD-RST                  PIC 9(04) VALUE 0.
       77  WS-MAX-RST                  PIC 9(04) VALUE 500.
       01  WS-TAB-RESETS.
           03 TAB-RST-ITEM             OCCURS 500 TIMES.
              05 TAB-RST-ID            PIC 9(05).
              05 TAB-RST-EMAIL         PIC X(01).
                 88 RST-EMAIL-TROCADO  VALUE 'S'.
              05 TAB-RST-OPERADOR      PIC X(20).

       77  WS-ESTOURO                  PIC X VALUE 'N'.
           88 ESTOURO-TABELA           VALUE 'S'.

       77  WS-CONT-LIDOS               PIC 9(07) VALUE 0.
       77  WS-CONT-OCORRENCIAS         PIC 9(05) VALUE 0.
       77  WS-CONT-ALERTAS             PIC 9(05) VALUE 0.
       77  WS-CONT-SUPRIMIDOS          PIC 9(05) VALUE 0.

       77  WS-TEXTO-ALERTA             PIC X(60).
       77  WS-DIA-MES                  PIC X(06).
       77  WS-QTD-EXIB                 PIC Z(04)9.

           COPY
           '/home/recic/Dev/PROG01/Dados/CFG-PATHS.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-SESSAO.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-PARAM.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-ALERTA.cpy'.

      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 0 TO WS-QTD-OPR
           MOVE 0 TO WS-QTD-CNS
           MOVE 0 TO WS-QTD-FAL
           MOVE 0 TO WS-QTD-RST
           MOVE 0 TO WS-CONT-LIDOS
           MOVE 0 TO WS-CONT-OCORRENCIAS
           MOVE 0 TO WS-CONT-ALERTAS
           MOVE 0 TO WS-CONT-SUPRIMIDOS
           MOVE 'N' TO WS-ESTOURO
           MOVE SPACES TO WS-ULT-ALT-CHAVE

           PERFORM OBTEM-PARAMETROS

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           SET LK-SESS-CONSULTAR TO TRUE
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           IF LK-SESS-MODO-BATCH
              IF LK-SESS-PARAM = 'ONTEM'
                 COMPUTE WS-DATA-ANALISE = FUNCTION DATE-OF-INTEGER (
                    FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE) - 1)
              ELSE
                 MOVE WS-DATA-HOJE TO WS-DATA-ANALISE
              END-IF
           ELSE
              DISPLAY 'DATA A ANALISAR AAAAMMDD (0 = HOJE): '
              ACCEPT WS-DATA-ANALISE
              IF WS-DATA-ANALISE = 0
                 MOVE WS-DATA-HOJE TO WS-DATA-ANALISE
              END-IF
           END-IF

           MOVE SPACES TO WS-DIA-MES
           STRING WS-DATA-ANALISE (7:2) DELIMITED SIZE
                  '/'                   DELIMITED SIZE
                  WS-DATA-ANALISE (5:2) DELIMITED SIZE
                  ' '                   DELIMITED SIZE
             INTO WS-DIA-MES

      *    1601-01-01 (inteiro 1) foi uma segunda-feira: 5 e 6 sao
      *    sabado e domingo
           COMPUTE WS-INT-DATA =
              FUNCTION INTEGER-OF-DATE (WS-DATA-ANALISE)
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD (WS-INT-DATA - 1, 7)
           IF WS-DIA-SEMANA > 4 AND WS-CONSIDERA-FIM-SEMANA = 1
              SET DIA-FIM-SEMANA TO TRUE
           ELSE
              MOVE 'N' TO WS-FIM-SEMANA
           END-IF

           DISPLAY 'ANALISE DE RISCO DA TRILHA DE ' WS-DATA-ANALISE

           PERFORM VARRE-LOG

           IF NOT FS-LOG-OK
              SET LK-SESS-RESULT-GRAVAR TO TRUE
              MOVE 0 TO LK-SESS-QTD-PROCESSADOS
              MOVE 0 TO LK-SESS-QTD-ACEITOS
              MOVE 0 TO LK-SESS-QTD-REJEITADOS
              CALL CFG-PATH-PROGSESS
              USING LK-SESS-AREA
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM VARRE-APROVACOES

           PERFORM AVALIA-OPERADORES
           VARYING WS-IDX-OPR FROM 1 BY 1
           UNTIL WS-IDX-OPR > WS-QTD-OPR

           PERFORM AVALIA-CONSULTAS
           VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-QTD-CNS

           PERFORM AVALIA-FALHAS
           VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-QTD-FAL

           PERFORM AVALIA-RESETS
           VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-QTD-RST

           IF WS-CONT-SUPRIMIDOS > 0
              MOVE WS-CONT-SUPRIMIDOS TO WS-QTD-EXIB
              SET LK-ALR-GRAVAR TO TRUE
              MOVE 'PROGRISCO' TO LK-ALR-ORIGEM
              MOVE SPACES TO LK-ALR-TEXTO
              STRING WS-DIA-MES                DELIMITED SIZE
                     'MAIS '                   DELIMITED SIZE
                     WS-QTD-EXIB               DELIMITED SIZE
                     ' OCORRENCIAS DE RISCO - VER O JOB-LOG'
                                               DELIMITED SIZE
                INTO LK-ALR-TEXTO
              CALL CFG-PATH-PROGALERTA
              USING LK-ALR-AREA
           END-IF

           DISPLAY 'EVENTOS DO DIA LIDOS......: ' WS-CONT-LIDOS
           DISPLAY 'OCORRENCIAS DE RISCO......: ' WS-CONT-OCORRENCIAS
           DISPLAY 'ALERTAS GRAVADOS..........: ' WS-CONT-ALERTAS

           SET LK-SESS-RESULT-GRAVAR TO TRUE
           MOVE WS-CONT-LIDOS       TO LK-SESS-QTD-PROCESSADOS
           MOVE WS-CONT-OCORRENCIAS TO LK-SESS-QTD-ACEITOS
           MOVE 0                   TO LK-SESS-QTD-REJEITADOS
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           MOVE 0 TO RETURN-CODE

           GOBACK.

       OBTEM-PARAMETROS.
           SET LK-PAR-CONSULTAR TO TRUE

           MOVE 'RISCO-HORA-INICIO' TO LK-PAR-CHAVE
           MOVE 7 TO LK-PAR-VALOR
           CALL CFG-PATH-PROGPARAM
           USING LK-PAR-AREA
           MOVE LK-PAR-VALOR TO WS-HORA-INICIO

           MOVE 'RISCO-HORA-FIM' TO LK-PAR-CHAVE
           MOVE 20 TO LK-PAR-VALOR
           CALL CFG-PATH-PROGPARAM
           USING LK-PAR-AREA
           MOVE LK-PAR-VALOR TO WS-HORA-FIM

           MOVE 'RISCO-FIM-SEMANA' TO LK-PAR-CHAVE
           MOVE 1 TO LK-PAR-VALOR
           CALL CFG-PATH-PROGPARAM
           USING LK-PAR-AREA
           MOVE LK-PAR-VALOR TO WS-CONSIDERA-FIM-SEMANA

           MOVE 'RISCO-MAX-MOV-HORA' TO LK-PAR-CHAVE
           MOVE 30 TO LK-PAR-VALOR
           CALL CFG-PATH-PROGPARAM
           USING LK-PAR-AREA
           MOVE LK-PAR-VALOR TO WS-MAX-MOV-HORA

           MOVE 'RISCO-MAX-RECUSAS' TO LK-PAR-CHAVE
           MOVE 3 TO LK-PAR-VALOR
           CALL CFG-PATH-PROGPARAM
           USING LK-PAR-AREA
           MOVE LK-PAR-VALOR TO WS-MAX-RECUSAS

           MOVE 'RISCO-MAX-FALHAS' TO LK-PAR-CHAVE
           MOVE 5 TO LK-PAR-VALOR
           CALL CFG-PATH-PROGPARAM
           USING LK-PAR-AREA
           MOVE LK-PAR-VALOR TO WS-MAX-FALHAS

           MOVE 'RISCO-MAX-CONSULTAS' TO LK-PAR-CHAVE
           MOVE 10 TO LK-PAR-VALOR
           CALL CFG-PATH-PROGPARAM
           USING LK-PAR-AREA
           MOVE LK-PAR-VALOR TO WS-MAX-CONSULTAS

           MOVE 'RISCO-MAX-ALERTAS' TO LK-PAR-CHAVE
           MOVE 50 TO LK-PAR-VALOR
           CALL CFG-PATH-PROGPARAM
           USING LK-PAR-AREA
           MOVE LK-PAR-VALOR TO WS-MAX-ALERTAS
       .

       VARRE-LOG.
           SET EOF-OK TO FALSE

           OPEN INPUT LOG-USUARIOS

           IF NOT FS-LOG-OK
              DISPLAY 'ERRO AO ABRIR A TRILHA DE AUDITORIA'
              DISPLAY 'FILE STATUS: ' WS-FS-LOG
           ELSE
              PERFORM UNTIL EOF-OK
                 READ LOG-USUARIOS
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       IF LOG-DATA = WS-DATA-ANALISE
                          ADD 1 TO WS-CONT-LIDOS
                          PERFORM ANALISA-EVENTO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LOG-USUARIOS
           END-IF
       .

       ANALISA-EVENTO.
           MOVE 0 TO WS-HORA-REG
           IF LOG-HORA (1:2) NUMERIC
              MOVE LOG-HORA (1:2) TO WS-HORA-REG
           END-IF
           IF WS-HORA-REG > 23
              MOVE 23 TO WS-HORA-REG
           END-IF
           COMPUTE WS-IDX-HORA = WS-HORA-REG + 1

           IF LOG-EVENTO-OPERADOR
              AND (LOG-CAMPO = 'LOGIN-FALHA' OR LOG-CAMPO = 'BLOQUEIO')
              PERFORM ACUMULA-FALHA-LOGIN
           END-IF

           IF LOG-RESET-SENHA
              PERFORM REGISTRA-RESET
           END-IF

           IF LOG-ALTERACAO AND LOG-CAMPO = 'EMAIL'
              PERFORM VERIFICA-RESET-EMAIL
           END-IF

      *    so operador logado tem matricula na frente do nome
           IF LOG-OPERADOR (1:5) NUMERIC
              AND LOG-OPERADOR (6:1) = '-'
              MOVE LOG-OPERADOR (1:5) TO WS-MATRICULA-REG
              PERFORM LOCALIZA-OPERADOR
              IF WS-IDX-OPR > 0
                 PERFORM ANALISA-EVENTO-OPERADOR
              END-IF
           END-IF
       .

       ANALISA-EVENTO-OPERADOR.
           MOVE LOG-OPERADOR TO TAB-OPR-NOME (WS-IDX-OPR)

      *    as imagens do cadastro (tipo C) acompanham a gravacao e nao
      *    sao um evento a mais do operador
           IF NOT LOG-IMAGEM-CADASTRO
              AND (DIA-FIM-SEMANA
                   OR WS-HORA-REG < WS-HORA-INICIO
                   OR WS-HORA-REG >= WS-HORA-FIM)
              IF TAB-OPR-FORA-HORARIO (WS-IDX-OPR) = 0
                 MOVE LOG-HORA TO TAB-OPR-PRIM-FORA (WS-IDX-OPR)
              END-IF
              ADD 1 TO TAB-OPR-FORA-HORARIO (WS-IDX-OPR)
           END-IF

           IF LOG-RECUSA
              ADD 1 TO TAB-OPR-RECUSAS (WS-IDX-OPR)
           END-IF

      *    uma alteracao de varios campos grava um 'A' por campo com o
      *    mesmo ID, data, hora e operador - conta uma vez
           IF LOG-ALTERACAO
              MOVE LOG-ID-USUARIO TO WS-ALT-CH-ID
              MOVE LOG-DATA       TO WS-ALT-CH-DATA
              MOVE LOG-HORA       TO WS-ALT-CH-HORA
              MOVE LOG-OPERADOR   TO WS-ALT-CH-OPERADOR
              IF WS-ALT-CHAVE NOT = WS-ULT-ALT-CHAVE
                 MOVE WS-ALT-CHAVE TO WS-ULT-ALT-CHAVE
                 ADD 1 TO TAB-OPR-MOV-HORA (WS-IDX-OPR, WS-IDX-HORA)
              END-IF
           END-IF

           IF LOG-EVENTO-OPERADOR AND LOG-CAMPO = 'CONSULTA'
              AND LOG-ID-USUARIO > 0
              PERFORM ACUMULA-CONSULTA
           END-IF
       .

       LOCALIZA-OPERADOR.
           MOVE 0 TO WS-IDX-OPR
           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-QTD-OPR
              OR WS-IDX-OPR > 0
              IF TAB-OPR-MATRICULA (WS-IDX) = WS-MATRICULA-REG
                 MOVE WS-IDX TO WS-IDX-OPR
              END-IF
           END-PERFORM

           IF WS-IDX-OPR = 0
              IF WS-QTD-OPR < WS-MAX-OPR
                 ADD 1 TO WS-QTD-OPR
                 INITIALIZE TAB-OPR-ITEM (WS-QTD-OPR)
                 MOVE WS-MATRICULA-REG
                   TO TAB-OPR-MATRICULA (WS-QTD-OPR)
                 MOVE SPACES TO TAB-OPR-NOME (WS-QTD-OPR)
                 STRING 'MATRICULA '       DELIMITED SIZE
                        WS-MATRICULA-REG   DELIMITED SIZE
                   INTO TAB-OPR-NOME (WS-QTD-OPR)
                 MOVE WS-QTD-OPR TO WS-IDX-OPR
              ELSE
                 PERFORM AVISA-ESTOURO
              END-IF
           END-IF
       .

       ACUMULA-CONSULTA.
           MOVE 0 TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-QTD-CNS
              OR WS-IDX-ACHADO > 0
              IF TAB-CNS-IDX-OPR (WS-IDX) = WS-IDX-OPR
                 AND TAB-CNS-ID (WS-IDX) = LOG-ID-USUARIO
                 MOVE WS-IDX TO WS-IDX-ACHADO
              END-IF
           END-PERFORM

           IF WS-IDX-ACHADO = 0
              IF WS-QTD-CNS < WS-MAX-CNS
                 ADD 1 TO WS-QTD-CNS
                 MOVE WS-IDX-OPR     TO TAB-CNS-IDX-OPR (WS-QTD-CNS)
                 MOVE LOG-ID-USUARIO TO TAB-CNS-ID (WS-QTD-CNS)
                 MOVE 0              TO TAB-CNS-QTD (WS-QTD-CNS)
                 MOVE WS-QTD-CNS TO WS-IDX-ACHADO
              ELSE
                 PERFORM AVISA-ESTOURO
              END-IF
           END-IF

           IF WS-IDX-ACHADO > 0
              ADD 1 TO TAB-CNS-QTD (WS-IDX-ACHADO)
           END-IF
       .

      *    a matricula digitada vem em LOG-VALOR-DEPOIS como
      *    'MATRICULA nnnnn'
       ACUMULA-FALHA-LOGIN.
           MOVE 0 TO WS-MATRICULA-REG
           IF LOG-VALOR-DEPOIS (11:5) NUMERIC
              MOVE LOG-VALOR-DEPOIS (11:5) TO WS-MATRICULA-REG
           END-IF

           MOVE 0 TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-QTD-FAL
              OR WS-IDX-ACHADO > 0
              IF TAB-FAL-MATRICULA (WS-IDX) = WS-MATRICULA-REG
                 AND TAB-FAL-HORA (WS-IDX) = WS-HORA-REG
                 MOVE WS-IDX TO WS-IDX-ACHADO
              END-IF
           END-PERFORM

           IF WS-IDX-ACHADO = 0
              IF WS-QTD-FAL < WS-MAX-FAL
                 ADD 1 TO WS-QTD-FAL
                 MOVE WS-MATRICULA-REG TO TAB-FAL-MATRICULA (WS-QTD-FAL)
                 MOVE WS-HORA-REG      TO TAB-FAL-HORA (WS-QTD-FAL)
                 MOVE 0                TO TAB-FAL-QTD (WS-QTD-FAL)
                 MOVE WS-QTD-FAL TO WS-IDX-ACHADO
              ELSE
                 PERFORM AVISA-ESTOURO
              END-IF
           END-IF

           IF WS-IDX-ACHADO > 0
              ADD 1 TO TAB-FAL-QTD (WS-IDX-ACHADO)
           END-IF
       .

       REGISTRA-RESET.
           PERFORM LOCALIZA-RESET

           IF WS-IDX-ACHADO = 0
              IF WS-QTD-RST < WS-MAX-RST
                 ADD 1 TO WS-QTD-RST
                 MOVE LOG-ID-USUARIO TO TAB-RST-ID (WS-QTD-RST)
                 MOVE 'N'            TO TAB-RST-EMAIL (WS-QTD-RST)
                 MOVE SPACES         TO TAB-RST-OPERADOR (WS-QTD-RST)
              ELSE
                 PERFORM AVISA-ESTOURO
              END-IF
           END-IF
       .

      *    o log e gravado em ordem de tempo: um reset ja na tabela
      *    aconteceu antes desta troca de email
       VERIFICA-RESET-EMAIL.
           PERFORM LOCALIZA-RESET

           IF WS-IDX-ACHADO > 0
              IF NOT RST-EMAIL-TROCADO (WS-IDX-ACHADO)
                 SET RST-EMAIL-TROCADO (WS-IDX-ACHADO) TO TRUE
                 MOVE LOG-OPERADOR
                   TO TAB-RST-OPERADOR (WS-IDX-ACHADO)
              END-IF
           END-IF
       .

       LOCALIZA-RESET.
           MOVE 0 TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-QTD-RST
              OR WS-IDX-ACHADO > 0
              IF TAB-RST-ID (WS-IDX) = LOG-ID-USUARIO
                 MOVE WS-IDX TO WS-IDX-ACHADO
              END-IF
           END-PERFORM
       .

       AVISA-ESTOURO.
           IF NOT ESTOURO-TABELA
              SET ESTOURO-TABELA TO TRUE
              DISPLAY 'AVISO: LIMITE DAS TABELAS DE ANALISE ATINGIDO '
                      '- PARTE DOS EVENTOS NAO FOI AVALIADA'
           END-IF
       .

      ******************************************************************
      * Pedidos de exclusao registrados no dia entram na contagem de
      * movimentos por hora do admin solicitante.
      ******************************************************************
       VARRE-APROVACOES.
           SET EOF-OK TO FALSE

           OPEN INPUT APROVACOES

           IF FS-APR-OK
              PERFORM UNTIL EOF-OK
                 READ APROVACOES
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       IF APR-EXCLUSAO
                          AND APR-DATA = WS-DATA-ANALISE
                          PERFORM CONTA-PEDIDO-EXCLUSAO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE APROVACOES
           END-IF
       .

       CONTA-PEDIDO-EXCLUSAO.
           MOVE APR-MATRICULA-SOLIC TO WS-MATRICULA-REG
           PERFORM LOCALIZA-OPERADOR

           IF WS-IDX-OPR > 0
              MOVE 0 TO WS-HORA-REG
              IF APR-HORA (1:2) NUMERIC
                 MOVE APR-HORA (1:2) TO WS-HORA-REG
              END-IF
              IF WS-HORA-REG > 23
                 MOVE 23 TO WS-HORA-REG
              END-IF
              COMPUTE WS-IDX-HORA = WS-HORA-REG + 1
              ADD 1 TO TAB-OPR-MOV-HORA (WS-IDX-OPR, WS-IDX-HORA)
           END-IF
       .

       AVALIA-OPERADORES.
           IF TAB-OPR-FORA-HORARIO (WS-IDX-OPR) > 0
              MOVE TAB-OPR-FORA-HORARIO (WS-IDX-OPR) TO WS-QTD-EXIB
              MOVE SPACES TO WS-TEXTO-ALERTA
              STRING WS-DIA-MES                    DELIMITED SIZE
                     'FORA HORARIO '               DELIMITED SIZE
                     TAB-OPR-NOME (WS-IDX-OPR)     DELIMITED SIZE
                     WS-QTD-EXIB                   DELIMITED SIZE
                     ' EV DESDE '                  DELIMITED SIZE
                     TAB-OPR-PRIM-FORA (WS-IDX-OPR) (1:2)
                                                   DELIMITED SIZE
                     ':'                           DELIMITED SIZE
                     TAB-OPR-PRIM-FORA (WS-IDX-OPR) (3:2)
                                                   DELIMITED SIZE
                INTO WS-TEXTO-ALERTA
              PERFORM GRAVA-OCORRENCIA
           END-IF

           PERFORM AVALIA-HORA-OPERADOR
           VARYING WS-IDX-HORA FROM 1 BY 1
           UNTIL WS-IDX-HORA > 24

           IF TAB-OPR-RECUSAS (WS-IDX-OPR) >= WS-MAX-RECUSAS
              AND WS-MAX-RECUSAS > 0
              MOVE TAB-OPR-RECUSAS (WS-IDX-OPR) TO WS-QTD-EXIB
              MOVE SPACES TO WS-TEXTO-ALERTA
              STRING WS-DIA-MES                    DELIMITED SIZE
                     'RECUSAS REPETIDAS '          DELIMITED SIZE
                     TAB-OPR-NOME (WS-IDX-OPR)     DELIMITED SIZE
                     WS-QTD-EXIB                   DELIMITED SIZE
                INTO WS-TEXTO-ALERTA
              PERFORM GRAVA-OCORRENCIA
           END-IF
       .

       AVALIA-HORA-OPERADOR.
           IF TAB-OPR-MOV-HORA (WS-IDX-OPR, WS-IDX-HORA)
              > WS-MAX-MOV-HORA
              MOVE TAB-OPR-MOV-HORA (WS-IDX-OPR, WS-IDX-HORA)
                TO WS-QTD-EXIB
              COMPUTE WS-HORA-REG = WS-IDX-HORA - 1
              MOVE SPACES TO WS-TEXTO-ALERTA
              STRING WS-DIA-MES                    DELIMITED SIZE
                     'ALT/EXCL '                   DELIMITED SIZE
                     WS-HORA-REG                   DELIMITED SIZE
                     'H '                          DELIMITED SIZE
                     TAB-OPR-NOME (WS-IDX-OPR)     DELIMITED SIZE
                     WS-QTD-EXIB                   DELIMITED SIZE
                INTO WS-TEXTO-ALERTA
              PERFORM GRAVA-OCORRENCIA
           END-IF
       .

       AVALIA-CONSULTAS.
           IF TAB-CNS-QTD (WS-IDX) >= WS-MAX-CONSULTAS
              AND WS-MAX-CONSULTAS > 0
              MOVE TAB-CNS-IDX-OPR (WS-IDX) TO WS-IDX-OPR
              MOVE TAB-CNS-QTD (WS-IDX) TO WS-QTD-EXIB
              MOVE SPACES TO WS-TEXTO-ALERTA
              STRING WS-DIA-MES                    DELIMITED SIZE
                     'ID '                         DELIMITED SIZE
                     TAB-CNS-ID (WS-IDX)           DELIMITED SIZE
                     ' CONSULTADO'                 DELIMITED SIZE
                     WS-QTD-EXIB                   DELIMITED SIZE
                     'X '                          DELIMITED SIZE
                     TAB-OPR-NOME (WS-IDX-OPR)     DELIMITED SIZE
                INTO WS-TEXTO-ALERTA
              PERFORM GRAVA-OCORRENCIA
           END-IF
       .

       AVALIA-FALHAS.
           IF TAB-FAL-QTD (WS-IDX) >= WS-MAX-FALHAS
              AND WS-MAX-FALHAS > 0
              MOVE TAB-FAL-QTD (WS-IDX) TO WS-QTD-EXIB
              MOVE SPACES TO WS-TEXTO-ALERTA
              STRING WS-DIA-MES                    DELIMITED SIZE
                     'LOGIN FALHADO MATRICULA '    DELIMITED SIZE
                     TAB-FAL-MATRICULA (WS-IDX)    DELIMITED SIZE
                     ' AS '                        DELIMITED SIZE
                     TAB-FAL-HORA (WS-IDX)         DELIMITED SIZE
                     'H:'                          DELIMITED SIZE
                     WS-QTD-EXIB                   DELIMITED SIZE
                INTO WS-TEXTO-ALERTA
              PERFORM GRAVA-OCORRENCIA
           END-IF
       .

       AVALIA-RESETS.
           IF RST-EMAIL-TROCADO (WS-IDX)
              MOVE SPACES TO WS-TEXTO-ALERTA
              STRING WS-DIA-MES                    DELIMITED SIZE
                     'RESET+TROCA EMAIL ID '       DELIMITED SIZE
                     TAB-RST-ID (WS-IDX)           DELIMITED SIZE
                     ' '                           DELIMITED SIZE
                     TAB-RST-OPERADOR (WS-IDX)     DELIMITED SIZE
                INTO WS-TEXTO-ALERTA
              PERFORM GRAVA-OCORRENCIA
           END-IF
       .

      *    toda ocorrencia sai na listagem do passo; ALERTAS.dat recebe
      *    no maximo RISCO-MAX-ALERTAS por execucao
       GRAVA-OCORRENCIA.
           ADD 1 TO WS-CONT-OCORRENCIAS
           DISPLAY 'RISCO: ' WS-TEXTO-ALERTA

           IF WS-CONT-ALERTAS < WS-MAX-ALERTAS
              SET LK-ALR-GRAVAR TO TRUE
              MOVE 'PROGRISCO' TO LK-ALR-ORIGEM
              MOVE WS-TEXTO-ALERTA TO LK-ALR-TEXTO
              CALL CFG-PATH-PROGALERTA
              USING LK-ALR-AREA
              ADD 1 TO WS-CONT-ALERTAS
           ELSE
              ADD 1 TO WS-CONT-SUPRIMIDOS
           END-IF
       .

       END PROGRAM PROGRISCO.
