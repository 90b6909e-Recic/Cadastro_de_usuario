      *          registro I/A/E por evento:
      *          TIPO;ID;DATA;HORA;EMAIL;NOME;STATUS
      *          Nas exclusoes os campos de cadastro saem em branco.
      *          Cada evento e seguido dos acessos do ID a sistemas,
      *          um registro por sistema:
      *          S;ID;DATA;HORA;SISTEMA;PERFIL;SITUACAO
      *          (SITUACAO 'A' ativo ou 'R' revogado).
      ******************************************************************
      * MODIFICATION HISTORY:
      * 22/08/2026 RC  O contador de exportados is now reset at
      *                retorno do controle de acesso com essas linhas
      *                e acusa o que foi rejeitado ou ficou sem
      *                reconhecimento.
      * 15/10/2026 RC  Added os registros 'S' de acesso a sistemas
      *                (ACESSOS.dat via PROGACES) apos cada evento
      *                exportado - o controle de acesso recebe o
      *                quadro completo de sistemas e perfis do ID em
      *                vez de deduzi-lo; concessoes e revogacoes ja
      *                chegam como alteracoes do campo ACESSO.
      * 15/10/2026 RC  Added the consumer table (CONSUMIDORES.dat):
      *                cada consumidor tem a sua periodicidade, a sua
      *                lista de campos, o seu arquivo, o seu watermark
      *                e sequencia em CTRL-MOV.dat e os seus pendentes
      *                para o PROGMOVRET. O arquivo ganha cabecalho H
      *                (consumidor, sequencia, periodo DE/ATE) e trailer
      *                T com as quantidades por tipo. O ACESSO continua
      *                em MOVIMENTO.txt; LK-SESS-PARAM gera um so
      *                consumidor, fora da agenda.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGMOV.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CTRL.

           SELECT CONSUMIDORES ASSIGN TO
           CFG-PATH-CONSUMIDORES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CON.

           SELECT USUARIOS ASSIGN TO
           CFG-PATH-USUARIOS
           ORGANIZATION IS INDEXED
           FILE STATUS IS WS-FS.

           SELECT MOVIMENTO ASSIGN TO
           WS-ARQ-MOVIMENTO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MOV.

           SELECT MOV-PENDENTES ASSIGN TO
           WS-ARQ-PENDENTES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PEND.

           COPY
           '/home/recic/Dev/PROG01/Dados/CTRL-MOV.cpy'.

       FD  CONSUMIDORES.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-CONSUMIDORES.cpy'.

       FD  USUARIOS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-USUARIOS.cpy'.

       FD  MOVIMENTO.
       01  REG-MOVIMENTO               PIC X(250).

       FD  MOV-PENDENTES.
           COPY
           88 FS-CTRL-OK               VALUE 0.
           88 FS-CTRL-NAO-EXISTE       VALUE 35.

       77  WS-FS-CON                   PIC 99.
           88 FS-CON-OK                VALUE 0.

       77  WS-FS                       PIC 99.
           88 FS-OK                    VALUE 0.


       77  WS-ULT-DATA                 PIC 9(08) VALUE 0.
       77  WS-ULT-HORA                 PIC 9(08) VALUE 0.

      *    fim do periodo de todos os arquivos desta execucao - o
      *    momento do inicio; o que for logado depois fica para a
      *    proxima e o watermark de cada consumidor vai para ele
       77  WS-ATE-DATA                 PIC 9(08) VALUE 0.
       77  WS-ATE-HORA                 PIC 9(08) VALUE 0.

       77  WS-CONT-EXP                 PIC 9(05) VALUE 0.
       77  WS-CONT-TOTAL               PIC 9(05) VALUE 0.
       77  WS-CONT-CONSUMIDORES        PIC 9(03) VALUE 0.
       77  WS-CONT-FALHAS              PIC 9(03) VALUE 0.

      *    contadores do trailer, por tipo de registro
       77  WS-CONT-I                   PIC 9(06) VALUE 0.
       77  WS-CONT-A                   PIC 9(06) VALUE 0.
       77  WS-CONT-E                   PIC 9(06) VALUE 0.
       77  WS-CONT-S                   PIC 9(06) VALUE 0.
       77  WS-CONT-DETALHE             PIC 9(06) VALUE 0.

       77  WS-SELECIONA                PIC X.
           88 EVENTO-NOVO              VALUE 'S'.

       77  WS-ACHOU-USUARIO            PIC X.
           88 ACHOU-USUARIO            VALUE 'S'.

       77  WS-IDX-ACE                  PIC 9(02).

       77  WS-ARQ-MOVIMENTO            PIC X(70).
       77  WS-ARQ-PENDENTES            PIC X(70).
       77  WS-PREFIXO-LEN              PIC 99.

      *    tabela de consumidores (CONSUMIDORES.dat) - sem o arquivo
      *    vale so o ACESSO, com o layout de antes da tabela
       77  WS-MAX-CON                  PIC 9(02) VALUE 20.
       77  WS-QTD-CON                  PIC 9(02) VALUE 0.
       77  WS-IDX-CON                  PIC 9(02).

       01  TAB-CONSUMIDORES.
           03 TAB-CON-ITEM             OCCURS 20 TIMES.
              05 TAB-CON-CODIGO        PIC X(08).
              05 TAB-CON-FREQUENCIA    PIC X(01).
              05 TAB-CON-DIA           PIC 9(02).
              05 TAB-CON-CAMPOS        PIC X(60).

      *    watermark e sequencia por consumidor (CTRL-MOV.dat)
       77  WS-QTD-CTL                  PIC 9(02) VALUE 0.
       77  WS-IDX-CTL                  PIC 9(02).
       77  WS-IDX-CTL-ACHADO           PIC 9(02).

       01  TAB-CONTROLE.
           03 TAB-CTL-ITEM             OCCURS 20 TIMES.
              05 TAB-CTL-CONSUMIDOR    PIC X(08).
              05 TAB-CTL-DATA          PIC 9(08).
              05 TAB-CTL-HORA          PIC 9(08).
              05 TAB-CTL-SEQUENCIA     PIC 9(06).

      *    campos do consumidor em processamento
       77  WS-QTD-CAMPOS               PIC 9(02) VALUE 0.
       77  WS-IDX-CAMPO                PIC 9(02).
       77  WS-PTR-CAMPOS               PIC 9(03).
       77  WS-CAMPO-LIDO               PIC X(10).

       01  TAB-CAMPOS.
           03 TAB-CAMPO                PIC X(10) OCCURS 12 TIMES.

       77  WS-COM-ACESSOS              PIC X.
           88 COM-ACESSOS              VALUE 'S'.

       77  WS-CAMPOS-VALIDOS           PIC X.
           88 CAMPOS-VALIDOS           VALUE 'S'.

       77  WS-PTR-SAIDA                PIC 9(03).
       77  WS-VALOR-CAMPO              PIC X(30).
       77  WS-VALOR-TAM                PIC 9(02).
       77  WS-SEQUENCIA                PIC 9(06).

      *    agenda: dia da semana 1 = segunda; o ultimo dia do mes
      *    cobre os consumidores mensais de dia 29 a 31
       77  WS-DATA-HOJE                PIC 9(08).
       77  WS-DIA-SEMANA               PIC 9(01).
       77  WS-DATA-AMANHA              PIC 9(08).
       77  WS-NO-DIA                   PIC X.
           88 CONSUMIDOR-NO-DIA        VALUE 'S'.

       77  WS-RC                       PIC 9(04) VALUE 0.

           COPY
           '/home/recic/Dev/PROG01/Dados/CFG-PATHS.cpy'.
           COPY
           '/home/recic/Dev/PROG01/Dados/LK-SESSAO.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-ACES.cpy'.

      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 0 TO WS-CONT-TOTAL
           MOVE 0 TO WS-CONT-CONSUMIDORES
           MOVE 0 TO WS-CONT-FALHAS
           MOVE 0 TO WS-RC

           SET LK-SESS-CONSULTAR TO TRUE
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           ACCEPT WS-ATE-DATA   FROM DATE YYYYMMDD
           ACCEPT WS-ATE-HORA   FROM TIME
           ACCEPT WS-DIA-SEMANA FROM DAY-OF-WEEK
           MOVE WS-ATE-DATA TO WS-DATA-HOJE
           COMPUTE WS-DATA-AMANHA = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE) + 1)

           PERFORM CARREGA-CONSUMIDORES
           PERFORM LE-CONTROLE

           OPEN INPUT USUARIOS

           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DA EXTRACAO'
              DISPLAY 'FILE STATUS USUARIOS : ' WS-FS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

      *    pelo PROGJOB ou chamado com um consumidor em LK-SESS-PARAM
      *    gera so ele, fora da agenda; sem parametro gera todos os
      *    consumidores do dia
           IF LK-SESS-PARAM = SPACES
              PERFORM AVALIA-CONSUMIDOR
              VARYING WS-IDX-CON FROM 1 BY 1
              UNTIL WS-IDX-CON > WS-QTD-CON
           ELSE
              PERFORM LOCALIZA-CONSUMIDOR-PARAM
           END-IF

           CLOSE USUARIOS

           PERFORM GRAVA-CONTROLE

           DISPLAY 'EXTRACAO DE MOVIMENTO CONCLUIDA - '
                   WS-CONT-TOTAL ' EVENTO(S) EXPORTADO(S) PARA '
                   WS-CONT-CONSUMIDORES ' CONSUMIDOR(ES)'

           SET LK-SESS-RESULT-GRAVAR TO TRUE
           MOVE WS-CONT-TOTAL  TO LK-SESS-QTD-PROCESSADOS
           MOVE WS-CONT-CONSUMIDORES
                               TO LK-SESS-QTD-ACEITOS
           MOVE WS-CONT-FALHAS TO LK-SESS-QTD-REJEITADOS
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

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
                          PERFORM GUARDA-CONSUMIDOR
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONSUMIDORES
           END-IF

           IF WS-QTD-CON = 0
              MOVE 1        TO WS-QTD-CON
              MOVE 'ACESSO' TO TAB-CON-CODIGO (1)
              MOVE 'D'      TO TAB-CON-FREQUENCIA (1)
              MOVE 0        TO TAB-CON-DIA (1)
              MOVE 'EMAIL,NOME,STATUS,ACESSOS'
                            TO TAB-CON-CAMPOS (1)
           END-IF
       .

       GUARDA-CONSUMIDOR.
           IF WS-QTD-CON < WS-MAX-CON
              ADD 1 TO WS-QTD-CON
              MOVE CON-CODIGO     TO TAB-CON-CODIGO (WS-QTD-CON)
              MOVE CON-FREQUENCIA TO TAB-CON-FREQUENCIA (WS-QTD-CON)
              IF CON-DIA NUMERIC
                 MOVE CON-DIA     TO TAB-CON-DIA (WS-QTD-CON)
              ELSE
                 MOVE 0           TO TAB-CON-DIA (WS-QTD-CON)
              END-IF
              MOVE CON-CAMPOS     TO TAB-CON-CAMPOS (WS-QTD-CON)
           ELSE
              DISPLAY 'LIMITE DE ' WS-MAX-CON
                      ' CONSUMIDORES ATINGIDO - IGNORADO: ' CON-CODIGO
           END-IF
       .

      ******************************************************************
      * CTRL-MOV.dat tem uma linha por consumidor; a linha gravada
      * antes da tabela de consumidores (sem MOV-CONSUMIDOR) e o
      * watermark do controle de acesso.
      ******************************************************************
       LE-CONTROLE.
           MOVE 0 TO WS-QTD-CTL
           SET EOF-OK TO FALSE

           OPEN INPUT CTRL-MOV

           IF NOT FS-CTRL-OK AND NOT FS-CTRL-NAO-EXISTE
              DISPLAY 'ERRO AO LER CTRL-MOV.dat'
              DISPLAY 'FILE STATUS: ' WS-FS-CTRL
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           IF FS-CTRL-OK
              PERFORM UNTIL EOF-OK
                 READ CTRL-MOV
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       PERFORM GUARDA-CONTROLE
                 END-READ
              END-PERFORM
              CLOSE CTRL-MOV
           END-IF
       .

       GUARDA-CONTROLE.
           IF WS-QTD-CTL < WS-MAX-CON
              ADD 1 TO WS-QTD-CTL
              IF MOV-CONSUMIDOR = SPACES
                 MOVE 'ACESSO' TO TAB-CTL-CONSUMIDOR (WS-QTD-CTL)
              ELSE
                 MOVE MOV-CONSUMIDOR
                   TO TAB-CTL-CONSUMIDOR (WS-QTD-CTL)
              END-IF
              MOVE MOV-ULT-DATA TO TAB-CTL-DATA (WS-QTD-CTL)
              MOVE MOV-ULT-HORA TO TAB-CTL-HORA (WS-QTD-CTL)
              IF MOV-SEQUENCIA NUMERIC
                 MOVE MOV-SEQUENCIA TO TAB-CTL-SEQUENCIA (WS-QTD-CTL)
              ELSE
                 MOVE 0             TO TAB-CTL-SEQUENCIA (WS-QTD-CTL)
              END-IF
           END-IF
       .

       LOCALIZA-CONSUMIDOR-PARAM.
           MOVE 0 TO WS-IDX-CTL-ACHADO
           PERFORM VARYING WS-IDX-CON FROM 1 BY 1
           UNTIL WS-IDX-CON > WS-QTD-CON
              OR WS-IDX-CTL-ACHADO > 0
              IF TAB-CON-CODIGO (WS-IDX-CON) = LK-SESS-PARAM
                 MOVE WS-IDX-CON TO WS-IDX-CTL-ACHADO
              END-IF
           END-PERFORM

           IF WS-IDX-CTL-ACHADO = 0
              DISPLAY 'CONSUMIDOR NAO CADASTRADO: ' LK-SESS-PARAM
              ADD 1 TO WS-CONT-FALHAS
              MOVE 8 TO WS-RC
           ELSE
              MOVE WS-IDX-CTL-ACHADO TO WS-IDX-CON
              PERFORM PROCESSA-CONSUMIDOR
           END-IF
       .

       AVALIA-CONSUMIDOR.
           MOVE 'N' TO WS-NO-DIA

           EVALUATE TAB-CON-FREQUENCIA (WS-IDX-CON)
              WHEN 'D'
                 SET CONSUMIDOR-NO-DIA TO TRUE
              WHEN 'S'
                 IF TAB-CON-DIA (WS-IDX-CON) = WS-DIA-SEMANA
                    SET CONSUMIDOR-NO-DIA TO TRUE
                 END-IF
              WHEN 'M'
                 IF TAB-CON-DIA (WS-IDX-CON) = WS-DATA-HOJE (7:2)
                    OR (TAB-CON-DIA (WS-IDX-CON) > WS-DATA-HOJE (7:2)
                        AND WS-DATA-AMANHA (7:2) = '01')
                    SET CONSUMIDOR-NO-DIA TO TRUE
                 END-IF
              WHEN OTHER
                 DISPLAY 'PERIODICIDADE INVALIDA NO CONSUMIDOR '
                         TAB-CON-CODIGO (WS-IDX-CON)
                 ADD 1 TO WS-CONT-FALHAS
                 MOVE 8 TO WS-RC
           END-EVALUATE

           IF CONSUMIDOR-NO-DIA
              PERFORM PROCESSA-CONSUMIDOR
           ELSE
              DISPLAY 'CONSUMIDOR ' TAB-CON-CODIGO (WS-IDX-CON)
                      ' FORA DA AGENDA HOJE - NAO GERADO'
           END-IF
       .

      ******************************************************************
      * Um arquivo por consumidor: cabecalho H, um registro por evento
      * I/A/E com os campos do consumidor (seguido dos registros S de
      * acesso quando a lista tem ACESSOS) e trailer T com as
      * quantidades por tipo:
      * H;CONSUMIDOR;SEQUENCIA;DE-DATA;DE-HORA;ATE-DATA;ATE-HORA;CAMPOS
      * T;CONSUMIDOR;SEQUENCIA;QTD-I;QTD-A;QTD-E;QTD-S;QTD-DETALHE
      * A sequencia cresce de um em um por consumidor e o DE de um
      * arquivo e o ATE do anterior - o consumidor acusa lacuna ou
      * arquivo truncado.
      ******************************************************************
       PROCESSA-CONSUMIDOR.
           PERFORM LOCALIZA-CONTROLE
           MOVE TAB-CTL-DATA (WS-IDX-CTL) TO WS-ULT-DATA
           MOVE TAB-CTL-HORA (WS-IDX-CTL) TO WS-ULT-HORA

           PERFORM SEPARA-CAMPOS

           IF NOT CAMPOS-VALIDOS
              ADD 1 TO WS-CONT-FALHAS
              MOVE 8 TO WS-RC
           ELSE
              PERFORM MONTA-ARQUIVOS
              PERFORM GERA-ARQUIVO-CONSUMIDOR
           END-IF
       .

       LOCALIZA-CONTROLE.
           MOVE 0 TO WS-IDX-CTL-ACHADO
           PERFORM VARYING WS-IDX-CTL FROM 1 BY 1
           UNTIL WS-IDX-CTL > WS-QTD-CTL
              OR WS-IDX-CTL-ACHADO > 0
              IF TAB-CTL-CONSUMIDOR (WS-IDX-CTL)
                 = TAB-CON-CODIGO (WS-IDX-CON)
                 MOVE WS-IDX-CTL TO WS-IDX-CTL-ACHADO
              END-IF
           END-PERFORM

      *    consumidor novo comeca do zero, como o primeiro CTRL-MOV
           IF WS-IDX-CTL-ACHADO = 0
              ADD 1 TO WS-QTD-CTL
              MOVE WS-QTD-CTL TO WS-IDX-CTL-ACHADO
              MOVE TAB-CON-CODIGO (WS-IDX-CON)
                TO TAB-CTL-CONSUMIDOR (WS-QTD-CTL)
              MOVE 0 TO TAB-CTL-DATA (WS-QTD-CTL)
              MOVE 0 TO TAB-CTL-HORA (WS-QTD-CTL)
              MOVE 0 TO TAB-CTL-SEQUENCIA (WS-QTD-CTL)
           END-IF

           MOVE WS-IDX-CTL-ACHADO TO WS-IDX-CTL
       .

       SEPARA-CAMPOS.
           MOVE 0      TO WS-QTD-CAMPOS
           MOVE SPACES TO TAB-CAMPOS
           MOVE 'N'    TO WS-COM-ACESSOS
           SET CAMPOS-VALIDOS TO TRUE
           MOVE 1      TO WS-PTR-CAMPOS

           PERFORM UNTIL WS-PTR-CAMPOS > 60
              OR NOT CAMPOS-VALIDOS
              MOVE SPACES TO WS-CAMPO-LIDO
              UNSTRING TAB-CON-CAMPOS (WS-IDX-CON)
                 DELIMITED BY ',' OR SPACE
                 INTO WS-CAMPO-LIDO
                 WITH POINTER WS-PTR-CAMPOS
              END-UNSTRING
              IF WS-CAMPO-LIDO = SPACES
                 MOVE 61 TO WS-PTR-CAMPOS
              ELSE
                 PERFORM GUARDA-CAMPO
              END-IF
           END-PERFORM
       .

       GUARDA-CAMPO.
           EVALUATE WS-CAMPO-LIDO
              WHEN 'ACESSOS'
                 SET COM-ACESSOS TO TRUE
              WHEN 'EMAIL'
              WHEN 'NOME'
              WHEN 'STATUS'
              WHEN 'CPF'
              WHEN 'TELEFONE'
              WHEN 'DEPTO'
              WHEN 'EMPRESA'
              WHEN 'VINCULO'
              WHEN 'DATAFIM'
              WHEN 'DATACAD'
                 IF WS-QTD-CAMPOS < 12
                    ADD 1 TO WS-QTD-CAMPOS
                    MOVE WS-CAMPO-LIDO TO TAB-CAMPO (WS-QTD-CAMPOS)
                 END-IF
              WHEN OTHER
                 DISPLAY 'CAMPO ' WS-CAMPO-LIDO ' DESCONHECIDO NO '
                         'CONSUMIDOR ' TAB-CON-CODIGO (WS-IDX-CON)
                         ' - ARQUIVO NAO GERADO'
                 MOVE 'N' TO WS-CAMPOS-VALIDOS
           END-EVALUATE
       .

      *    o ACESSO continua nos arquivos de antes da tabela; os demais
      *    consumidores ganham MOVIMENTO-<codigo>.txt e
      *    MOVIMENTO-PENDENTES-<codigo>.dat
       MONTA-ARQUIVOS.
           IF TAB-CON-CODIGO (WS-IDX-CON) = 'ACESSO'
              MOVE CFG-PATH-MOVIMENTO     TO WS-ARQ-MOVIMENTO
              MOVE CFG-PATH-MOV-PENDENTES TO WS-ARQ-PENDENTES
           ELSE
              MOVE 0 TO WS-PREFIXO-LEN
              INSPECT CFG-PATH-MOV-PREFIXO TALLYING WS-PREFIXO-LEN
              FOR CHARACTERS BEFORE SPACE
              MOVE SPACES TO WS-ARQ-MOVIMENTO
              STRING CFG-PATH-MOV-PREFIXO (1:WS-PREFIXO-LEN)
                                          DELIMITED SIZE
                     TAB-CON-CODIGO (WS-IDX-CON)
                                          DELIMITED SPACE
                     '.txt'               DELIMITED SIZE
                INTO WS-ARQ-MOVIMENTO

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

       GERA-ARQUIVO-CONSUMIDOR.
           MOVE 0 TO WS-CONT-EXP
           MOVE 0 TO WS-CONT-I
           MOVE 0 TO WS-CONT-A
           MOVE 0 TO WS-CONT-E
           MOVE 0 TO WS-CONT-S
           MOVE 0 TO WS-CONT-DETALHE
           SET EOF-OK TO FALSE

           OPEN INPUT LOG-USUARIOS
           OPEN OUTPUT MOVIMENTO

           IF NOT FS-LOG-OK OR NOT FS-MOV-OK
              DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DA EXTRACAO DO '
                      'CONSUMIDOR ' TAB-CON-CODIGO (WS-IDX-CON)
              DISPLAY 'FILE STATUS LOG      : ' WS-FS-LOG
              DISPLAY 'FILE STATUS MOVIMENTO: ' WS-FS-MOV
              CLOSE LOG-USUARIOS
              CLOSE MOVIMENTO
              ADD 1 TO WS-CONT-FALHAS
              MOVE 8 TO WS-RC
           ELSE
              PERFORM ABRE-PENDENTES
              COMPUTE WS-SEQUENCIA =
                      TAB-CTL-SEQUENCIA (WS-IDX-CTL) + 1
              PERFORM ESCREVE-CABECALHO

              PERFORM UNTIL EOF-OK
                 READ LOG-USUARIOS
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       PERFORM SELECIONA-EVENTO
                       IF EVENTO-NOVO
                          PERFORM EXPORTA-EVENTO
                       END-IF
                 END-READ
              END-PERFORM

              PERFORM ESCREVE-TRAILER

              CLOSE LOG-USUARIOS
              CLOSE MOVIMENTO
              IF FS-PEND-OK
                 CLOSE MOV-PENDENTES
              END-IF

              MOVE WS-ATE-DATA  TO TAB-CTL-DATA (WS-IDX-CTL)
              MOVE WS-ATE-HORA  TO TAB-CTL-HORA (WS-IDX-CTL)
              MOVE WS-SEQUENCIA TO TAB-CTL-SEQUENCIA (WS-IDX-CTL)

              ADD 1 TO WS-CONT-CONSUMIDORES
              ADD WS-CONT-EXP TO WS-CONT-TOTAL

              DISPLAY 'CONSUMIDOR ' TAB-CON-CODIGO (WS-IDX-CON)
                      ' ARQUIVO ' WS-SEQUENCIA ' - ' WS-CONT-EXP
                      ' EVENTO(S)'
           END-IF
       .

       ABRE-PENDENTES.
           OPEN EXTEND MOV-PENDENTES
           IF FS-PEND-NAO-EXISTE
              OPEN OUTPUT MOV-PENDENTES
           END-IF
           IF NOT FS-PEND-OK
              DISPLAY 'AVISO: NAO FOI POSSIVEL ABRIR OS MOVIMENTOS '
                      'PENDENTES DO CONSUMIDOR '
                      TAB-CON-CODIGO (WS-IDX-CON)
              DISPLAY 'FILE STATUS: ' WS-FS-PEND
           END-IF
       .

       ESCREVE-CABECALHO.
           MOVE SPACES TO REG-MOVIMENTO
           STRING 'H;'                        DELIMITED SIZE
                  TAB-CON-CODIGO (WS-IDX-CON) DELIMITED SPACE
                  ';'                         DELIMITED SIZE
                  WS-SEQUENCIA                DELIMITED SIZE
                  ';'                         DELIMITED SIZE
                  WS-ULT-DATA                 DELIMITED SIZE
                  ';'                         DELIMITED SIZE
                  WS-ULT-HORA                 DELIMITED SIZE
                  ';'                         DELIMITED SIZE
                  WS-ATE-DATA                 DELIMITED SIZE
                  ';'                         DELIMITED SIZE
                  WS-ATE-HORA                 DELIMITED SIZE
                  ';'                         DELIMITED SIZE
                  TAB-CON-CAMPOS (WS-IDX-CON) DELIMITED SPACE
             INTO REG-MOVIMENTO
           WRITE REG-MOVIMENTO
       .

       ESCREVE-TRAILER.
           MOVE SPACES TO REG-MOVIMENTO
           STRING 'T;'                        DELIMITED SIZE
                  TAB-CON-CODIGO (WS-IDX-CON) DELIMITED SPACE
                  ';'                         DELIMITED SIZE
                  WS-SEQUENCIA                DELIMITED SIZE
                  ';'                         DELIMITED SIZE
                  WS-CONT-I                   DELIMITED SIZE
                  ';'                         DELIMITED SIZE
                  WS-CONT-A                   DELIMITED SIZE
                  ';'                         DELIMITED SIZE
                  WS-CONT-E                   DELIMITED SIZE
                  ';'                         DELIMITED SIZE
                  WS-CONT-S                   DELIMITED SIZE
                  ';'                         DELIMITED SIZE
                  WS-CONT-DETALHE             DELIMITED SIZE
             INTO REG-MOVIMENTO
           WRITE REG-MOVIMENTO
       .

      *    so eventos depois do watermark do consumidor e ate o inicio
      *    desta execucao
       SELECIONA-EVENTO.
           MOVE 'N' TO WS-SELECIONA

                 END-IF
              END-IF
           END-IF

           IF EVENTO-NOVO
              IF LOG-DATA > WS-ATE-DATA
                 OR (LOG-DATA = WS-ATE-DATA
                     AND LOG-HORA > WS-ATE-HORA)
                 MOVE 'N' TO WS-SELECIONA
              END-IF
           END-IF
       .

       EXPORTA-EVENTO.
           MOVE 'N' TO WS-ACHOU-USUARIO

           IF LOG-INCLUSAO OR LOG-ALTERACAO
              MOVE LOG-ID-USUARIO TO ID-USUARIO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET ACHOU-USUARIO TO TRUE
              END-READ
           END-IF

           MOVE SPACES TO REG-MOVIMENTO
           MOVE 1 TO WS-PTR-SAIDA
           STRING LOG-TIPO-OPERACAO DELIMITED SIZE
                  ';'               DELIMITED SIZE
                  LOG-ID-USUARIO    DELIMITED SIZE
                  LOG-DATA          DELIMITED SIZE
                  ';'               DELIMITED SIZE
                  LOG-HORA          DELIMITED SIZE
             INTO REG-MOVIMENTO
             WITH POINTER WS-PTR-SAIDA

           PERFORM ESCREVE-CAMPO
           VARYING WS-IDX-CAMPO FROM 1 BY 1
           UNTIL WS-IDX-CAMPO > WS-QTD-CAMPOS

           WRITE REG-MOVIMENTO
           ADD 1 TO WS-CONT-DETALHE

           EVALUATE TRUE
              WHEN LOG-INCLUSAO
                 ADD 1 TO WS-CONT-I
              WHEN LOG-ALTERACAO
                 ADD 1 TO WS-CONT-A
              WHEN LOG-EXCLUSAO
                 ADD 1 TO WS-CONT-E
           END-EVALUATE

           IF FS-PEND-OK
              MOVE LOG-TIPO-OPERACAO TO MP-TIPO
              WRITE REG-MOV-PENDENTE
           END-IF

           IF COM-ACESSOS
              PERFORM EXPORTA-ACESSOS
           END-IF

           ADD 1 TO WS-CONT-EXP
       .

      *    cada campo sai com a largura fixa do cadastro; nas exclusoes
      *    (e cadastro ja inexistente) em branco, como antes
       ESCREVE-CAMPO.
           MOVE SPACES TO WS-VALOR-CAMPO

           EVALUATE TAB-CAMPO (WS-IDX-CAMPO)
              WHEN 'EMAIL'
                 MOVE 30 TO WS-VALOR-TAM
                 IF ACHOU-USUARIO
                    MOVE EMAIL TO WS-VALOR-CAMPO
                 END-IF
              WHEN 'NOME'
                 MOVE 30 TO WS-VALOR-TAM
                 IF ACHOU-USUARIO
                    MOVE NOME TO WS-VALOR-CAMPO
                 END-IF
              WHEN 'STATUS'
                 MOVE 1 TO WS-VALOR-TAM
                 IF ACHOU-USUARIO
                    MOVE STATUS-USUARIO TO WS-VALOR-CAMPO
                 END-IF
              WHEN 'CPF'
                 MOVE 11 TO WS-VALOR-TAM
                 IF ACHOU-USUARIO
                    MOVE CPF TO WS-VALOR-CAMPO
                 END-IF
              WHEN 'TELEFONE'
                 MOVE 13 TO WS-VALOR-TAM
                 IF ACHOU-USUARIO
                    MOVE TELEFONE TO WS-VALOR-CAMPO
                 END-IF
              WHEN 'DEPTO'
                 MOVE 3 TO WS-VALOR-TAM
                 IF ACHOU-USUARIO
                    MOVE DEPARTAMENTO TO WS-VALOR-CAMPO
                 END-IF
              WHEN 'EMPRESA'
                 MOVE 3 TO WS-VALOR-TAM
                 IF ACHOU-USUARIO
                    MOVE EMPRESA TO WS-VALOR-CAMPO
                 END-IF
              WHEN 'VINCULO'
                 MOVE 1 TO WS-VALOR-TAM
                 IF ACHOU-USUARIO
                    MOVE VINCULO TO WS-VALOR-CAMPO
                 END-IF
              WHEN 'DATAFIM'
                 MOVE 8 TO WS-VALOR-TAM
                 IF ACHOU-USUARIO
                    MOVE DATA-FIM-CONTRATO TO WS-VALOR-CAMPO
                 END-IF
              WHEN 'DATACAD'
                 MOVE 8 TO WS-VALOR-TAM
                 IF ACHOU-USUARIO
                    MOVE DATA-CADASTRO TO WS-VALOR-CAMPO
                 END-IF
           END-EVALUATE

           STRING ';'                            DELIMITED SIZE
                  WS-VALOR-CAMPO (1:WS-VALOR-TAM) DELIMITED SIZE
             INTO REG-MOVIMENTO
             WITH POINTER WS-PTR-SAIDA
       .

       EXPORTA-ACESSOS.
           SET LK-ACES-LISTAR TO TRUE
           MOVE LOG-ID-USUARIO TO LK-ACES-ID-USUARIO
           CALL CFG-PATH-PROGACES
           USING LK-ACES-AREA

           IF LK-ACES-OK
              PERFORM VARYING WS-IDX-ACE FROM 1 BY 1
              UNTIL WS-IDX-ACE > LK-ACES-QTD
                 MOVE SPACES TO REG-MOVIMENTO
                 STRING 'S;'              DELIMITED SIZE
                        LOG-ID-USUARIO    DELIMITED SIZE
                        ';'               DELIMITED SIZE
                        LOG-DATA          DELIMITED SIZE
                        ';'               DELIMITED SIZE
                        LOG-HORA          DELIMITED SIZE
                        ';'               DELIMITED SIZE
                        LK-ACES-IT-SISTEMA (WS-IDX-ACE)
                                          DELIMITED SIZE
                        ';'               DELIMITED SIZE
                        LK-ACES-IT-PERFIL (WS-IDX-ACE)
                                          DELIMITED SIZE
                        ';'               DELIMITED SIZE
                        LK-ACES-IT-SITUACAO (WS-IDX-ACE)
                                          DELIMITED SIZE
                   INTO REG-MOVIMENTO
                 WRITE REG-MOVIMENTO
                 ADD 1 TO WS-CONT-S
                 ADD 1 TO WS-CONT-DETALHE
              END-PERFORM
           END-IF
       .

      *    regrava uma linha por consumidor da tabela - consumidor
      *    removido da tabela sai tambem do controle
       GRAVA-CONTROLE.
           OPEN OUTPUT CTRL-MOV

           PERFORM VARYING WS-IDX-CTL FROM 1 BY 1
           UNTIL WS-IDX-CTL > WS-QTD-CTL
              PERFORM GRAVA-LINHA-CONTROLE
           END-PERFORM

           CLOSE CTRL-MOV
       .

       GRAVA-LINHA-CONTROLE.
           MOVE 0 TO WS-IDX-CTL-ACHADO
           PERFORM VARYING WS-IDX-CON FROM 1 BY 1
           UNTIL WS-IDX-CON > WS-QTD-CON
              IF TAB-CON-CODIGO (WS-IDX-CON)
                 = TAB-CTL-CONSUMIDOR (WS-IDX-CTL)
                 MOVE WS-IDX-CON TO WS-IDX-CTL-ACHADO
              END-IF
           END-PERFORM

           IF WS-IDX-CTL-ACHADO > 0
              MOVE TAB-CTL-DATA (WS-IDX-CTL)       TO MOV-ULT-DATA
              MOVE TAB-CTL-HORA (WS-IDX-CTL)       TO MOV-ULT-HORA
              MOVE TAB-CTL-CONSUMIDOR (WS-IDX-CTL) TO MOV-CONSUMIDOR
              MOVE TAB-CTL-SEQUENCIA (WS-IDX-CTL)  TO MOV-SEQUENCIA
              WRITE REG-CTRL-MOV
           END-IF
       .

       END PROGRAM PROGMOV.
