      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Modulo do relatorio de rotatividade por departamento
      *          para o RH. Para um mes ou um trimestre mostra, por
      *          DEPARTAMENTO, o quadro de ativos na abertura, as
      *          admissoes, os desligamentos, as transferencias
      *          recebidas de outros departamentos e as enviadas, o
      *          quadro no fechamento e a taxa de rotatividade
      *          ((admissoes + desligamentos) / 2 sobre o quadro
      *          medio). O quadro atual vem de USUARIOS.dat (e de
      *          EXCLUIDOS.dat para os excluidos) e e recuado no tempo
      *          desfazendo, do mais novo para o mais antigo, os
      *          eventos da trilha de auditoria desde o inicio do
      *          periodo - inclusoes 'I' (a recuperacao de excluido
      *          conta como readmissao), exclusoes 'E', anonimizacoes
      *          'L', alteracoes 'A' de STATUS (inativacao e
      *          reativacao) e de DEPARTAMENTO (antes/depois) -,
      *          lendo tambem o arquivo morto LOG-ARQUIVO-AAAA.dat dos
      *          anos envolvidos. Cada evento conta no departamento em
      *          que a pessoa estava naquele momento, e so mudancas de
      *          quem estava ativo contam. Gravado em
      *          REL-ROTATIVIDADE.txt (paginado, catalogado pelo
      *          PROGRELCAT) e em ROTATIVIDADE.csv. Em batch o
      *          parametro do passo escolhe o ultimo periodo fechado:
      *          MES (mes anterior, passo ROTATIV) ou TRIMESTRE
      *          (trimestre anterior, passo ROTATIVTRI).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGROTAT.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USUARIOS ASSIGN TO
           CFG-PATH-USUARIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ID-USUARIO OF REG-USUARIO
           ALTERNATE RECORD KEY IS EMAIL OF REG-USUARIO
           FILE STATUS IS WS-FS.

           SELECT EXCLUIDOS ASSIGN TO
           CFG-PATH-EXCLUIDOS
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-EXC.

           SELECT DEPARTAMENTOS ASSIGN TO
           CFG-PATH-DEPARTAMENTOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DEP.

           SELECT LOG-USUARIOS ASSIGN TO
           CFG-PATH-LOG-USUARIOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LOG.

           SELECT LOG-ARQUIVO ASSIGN TO
           WS-ARQ-LOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ARQ.

           SELECT REL-ROTATIVIDADE ASSIGN TO
           CFG-PATH-REL-ROTATIV
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

           SELECT ROTAT-CSV ASSIGN TO
           CFG-PATH-ROTAT-CSV
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CSV.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  USUARIOS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-USUARIOS.cpy'.

       FD  EXCLUIDOS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-EXCLUIDOS.cpy'.

       FD  DEPARTAMENTOS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-DEPARTAMENTOS.cpy'.

       FD  LOG-USUARIOS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-LOG.cpy'.

       FD  LOG-ARQUIVO.
       01  REG-LOG-ARQUIVO             PIC X(132).

       FD  REL-ROTATIVIDADE.
       01  REG-REL-ROT                 PIC X(100).

       FD  ROTAT-CSV.
       01  REG-ROT-CSV                 PIC X(100).

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WS-FS                       PIC 99.
           88 FS-OK                    VALUE 0.

       77  WS-FS-EXC                   PIC 99.
           88 FS-EXC-OK                VALUE 0.

       77  WS-FS-DEP                   PIC 99.
           88 FS-DEP-OK                VALUE 0.

       77  WS-FS-LOG                   PIC 99.
           88 FS-LOG-OK                VALUE 0.

       77  WS-FS-ARQ                   PIC 99.
           88 FS-ARQ-OK                VALUE 0.

       77  WS-FS-REL                   PIC 99.
           88 FS-REL-OK                VALUE 0.

       77  WS-FS-CSV                   PIC 99.
           88 FS-CSV-OK                VALUE 0.

       77  WS-EOF                      PIC X.
           88 EOF-OK                   VALUE 'F' FALSE 'N'.

       77  WS-EOF-ARQ                  PIC X.
           88 EOF-ARQ-OK               VALUE 'F' FALSE 'N'.

       77  WS-ANO-ARQUIVO              PIC 9(04) VALUE 0.
       77  WS-ANO-FIM                  PIC 9(04) VALUE 0.
       77  WS-ARQ-LOG                  PIC X(70).
       77  WS-PREFIXO-LEN              PIC 99.

       77  WS-TIPO-PERIODO             PIC X VALUE 'M'.
           88 PERIODO-MES              VALUE 'M' 'm'.
           88 PERIODO-TRIMESTRE        VALUE 'T' 't'.

       77  WS-MES-REF                  PIC 9(06).
       77  WS-ANO-REF                  PIC 9(04).
       77  WS-TRIMESTRE                PIC 9(01).
       77  WS-MES-INICIO               PIC 9(02).

       77  WS-PAGINA                   PIC 9(03) VALUE 0.
       77  WS-LINHAS-PAGINA            PIC 9(03) VALUE 0.
       77  WS-MAX-LINHAS-PAGINA        PIC 9(03) VALUE 20.

       77  WS-DATA-HOJE                PIC 9(08).
       77  WS-DATA-DE                  PIC 9(08).
       77  WS-DATA-ATE                 PIC 9(08).
       77  WS-DATA-AUX                 PIC 9(08).
       77  WS-PERIODO-EXIB             PIC X(07).

      *    Situacao de cada ID, indexada pelo proprio ID: comeca no
      *    retrato atual e e recuada evento a evento
       01  WS-TAB-PESSOAS.
           03 PES-ITEM                 OCCURS 99999 TIMES.
              05 PES-STATUS            PIC X(01).
                 88 PES-ATIVO          VALUE 'A'.
              05 PES-STATUS-EXC        PIC X(01).
              05 PES-DEPTO             PIC 9(03).
              05 PES-EMPRESA           PIC 9(03).

       77  WS-QTD-EVT                  PIC 9(05) VALUE 0.
       77  WS-MAX-EVT                  PIC 9(05) VALUE 20000.
       77  WS-IDX-EVT                  PIC 9(05).
       77  WS-IDX-BUSCA                PIC 9(05).
       77  WS-IDX-INICIO               PIC 9(05).

       77  WS-ESTOURO                  PIC X VALUE 'N'.
           88 ESTOURO-EVENTOS          VALUE 'S'.

       01  WS-TAB-EVENTOS.
           03 EVT-ITEM                 OCCURS 20000 TIMES.
              05 EVT-ID                PIC 9(05).
              05 EVT-DATA              PIC 9(08).
              05 EVT-TIPO              PIC X(01).
                 88 EVT-INCLUSAO       VALUE 'I'.
                 88 EVT-RECUPERACAO    VALUE 'R'.
                 88 EVT-EXCLUSAO       VALUE 'E'.
                 88 EVT-ANONIMIZACAO   VALUE 'L'.
                 88 EVT-STATUS         VALUE 'S'.
                 88 EVT-DEPARTAMENTO   VALUE 'D'.
              05 EVT-ANTES             PIC X(03).
              05 EVT-DEPOIS            PIC X(03).

      *    Um item por codigo de departamento (codigo + 1)
       01  WS-TAB-DEPARTAMENTOS.
           03 DEP-ITEM                 OCCURS 1000 TIMES.
              05 TAB-DEP-NOME          PIC X(30).
              05 TAB-DEP-ABERTURA      PIC 9(05).
              05 TAB-DEP-ADMISSOES     PIC 9(05).
              05 TAB-DEP-DESLIGADOS    PIC 9(05).
              05 TAB-DEP-TRANSF-ENT    PIC 9(05).
              05 TAB-DEP-TRANSF-SAI    PIC 9(05).
              05 TAB-DEP-FECHAMENTO    PIC 9(05).

       01  WS-TOTAIS.
           03 WS-TOT-ABERTURA          PIC 9(05).
           03 WS-TOT-ADMISSOES         PIC 9(05).
           03 WS-TOT-DESLIGADOS        PIC 9(05).
           03 WS-TOT-TRANSF-ENT        PIC 9(05).
           03 WS-TOT-TRANSF-SAI        PIC 9(05).
           03 WS-TOT-FECHAMENTO        PIC 9(05).

       77  WS-IDX-PES                  PIC 9(05).
       77  WS-IDX-DEP                  PIC 9(04).
       77  WS-IDX-DEP-ANT              PIC 9(04).
       77  WS-DEPTO-ANTES              PIC 9(03).
       77  WS-DEPTO-EXIB               PIC 9(03).
       77  WS-DEP-NOME-EXIB            PIC X(20).

       77  WS-TIPO-EVT                 PIC X(01).
       77  WS-STATUS-ANTES             PIC X(01).
       77  WS-STATUS-DEPOIS            PIC X(01).

       77  WS-CONTA                    PIC X VALUE 'N'.
           88 CONTA-NO-PERIODO         VALUE 'S'.

       77  WS-ACHOU                    PIC X VALUE 'N'.
           88 ACHOU-STATUS             VALUE 'S'.

       77  WS-CONT-EVENTOS             PIC 9(07) VALUE 0.
       77  WS-CONT-DEPTOS              PIC 9(04) VALUE 0.

       77  WS-TAXA                     PIC 9(03)V99.
       77  WS-TAXA-EXIB                PIC ZZ9,99.
       77  WS-TAXA-CSV                 PIC 9(03),99.

       01  WS-LINHA-NUM.
           03 WS-LN-ABERTURA           PIC 9(05).
           03 WS-LN-ADMISSOES          PIC 9(05).
           03 WS-LN-DESLIGADOS         PIC 9(05).
           03 WS-LN-TRANSF-ENT         PIC 9(05).
           03 WS-LN-TRANSF-SAI         PIC 9(05).
           03 WS-LN-FECHAMENTO         PIC 9(05).

       01  WS-DATA-SISTEMA.
           03 WS-DATA-ANO              PIC 9(02).
           03 WS-DATA-MES              PIC 9(02).
           03 WS-DATA-DIA              PIC 9(02).

           COPY
           '/home/recic/Dev/PROG01/Dados/CFG-PATHS.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-SESSAO.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-RELCAT.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-PARAM.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/FD-USUARIOS.cpy'
           REPLACING REG-USUARIO BY REG-ARQUIVADO.

      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM OBTEM-PARAMETROS

           MOVE 0 TO WS-QTD-EVT
           MOVE 0 TO WS-PAGINA
           MOVE 0 TO WS-CONT-EVENTOS
           MOVE 0 TO WS-CONT-DEPTOS
           MOVE 'N' TO WS-ESTOURO
           INITIALIZE WS-TAB-PESSOAS
           INITIALIZE WS-TAB-DEPARTAMENTOS
           INITIALIZE WS-TOTAIS

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           SET LK-SESS-CONSULTAR TO TRUE
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           IF LK-SESS-MODO-BATCH
              PERFORM OBTEM-PERIODO-BATCH
           ELSE
              PERFORM OBTEM-PERIODO-TELA
           END-IF

           IF WS-DATA-DE > WS-DATA-HOJE
              DISPLAY 'PERIODO AINDA NAO INICIADO: ' WS-DATA-DE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           IF WS-DATA-ATE > WS-DATA-HOJE
              MOVE WS-DATA-HOJE TO WS-DATA-ATE
           END-IF

           PERFORM CARREGA-NOMES-DEP
           PERFORM CARREGA-CADASTROS
           PERFORM CARREGA-EVENTOS

           IF ESTOURO-EVENTOS
              DISPLAY 'LIMITE DE ' WS-MAX-EVT ' EVENTOS DE QUADRO '
                      'ATINGIDO - RELATORIO NAO EMITIDO'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

      *    Primeiro desfaz o que aconteceu depois do periodo (retrato
      *    do fechamento), depois o que aconteceu dentro dele,
      *    contando (retrato da abertura)
           MOVE 'N' TO WS-CONTA
           PERFORM DESFAZ-EVENTO
           VARYING WS-IDX-EVT FROM WS-QTD-EVT BY -1
           UNTIL WS-IDX-EVT < 1
              OR EVT-DATA (WS-IDX-EVT) NOT > WS-DATA-ATE

           PERFORM CONTA-FECHAMENTO
           VARYING WS-IDX-PES FROM 1 BY 1
           UNTIL WS-IDX-PES > 99999

           MOVE WS-IDX-EVT TO WS-IDX-INICIO
           SET CONTA-NO-PERIODO TO TRUE
           PERFORM DESFAZ-EVENTO
           VARYING WS-IDX-EVT FROM WS-IDX-INICIO BY -1
           UNTIL WS-IDX-EVT < 1

           PERFORM CONTA-ABERTURA
           VARYING WS-IDX-PES FROM 1 BY 1
           UNTIL WS-IDX-PES > 99999

           OPEN OUTPUT REL-ROTATIVIDADE

           IF NOT FS-REL-OK
              DISPLAY 'ERRO AO ABRIR O RELATORIO DE ROTATIVIDADE'
              DISPLAY 'FILE STATUS: ' WS-FS-REL
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT ROTAT-CSV

           IF NOT FS-CSV-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO CSV'
              DISPLAY 'FILE STATUS: ' WS-FS-CSV
              CLOSE REL-ROTATIVIDADE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM ESCREVE-CABECALHO

           PERFORM ESCREVE-DEPARTAMENTO
           VARYING WS-IDX-DEP FROM 1 BY 1
           UNTIL WS-IDX-DEP > 1000

           PERFORM ESCREVE-TOTAL

           CLOSE REL-ROTATIVIDADE
           CLOSE ROTAT-CSV

           PERFORM CATALOGA-RELATORIO

           DISPLAY 'RELATORIO DE ROTATIVIDADE GERADO COM '
                   WS-CONT-DEPTOS ' DEPARTAMENTO(S) - '
                   WS-CONT-EVENTOS ' EVENTO(S) NO PERIODO'

           SET LK-SESS-RESULT-GRAVAR TO TRUE
           MOVE WS-CONT-EVENTOS TO LK-SESS-QTD-PROCESSADOS
           MOVE WS-CONT-DEPTOS  TO LK-SESS-QTD-ACEITOS
           MOVE 0               TO LK-SESS-QTD-REJEITADOS
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           MOVE 0 TO RETURN-CODE

           GOBACK.

       OBTEM-PARAMETROS.
           SET LK-PAR-CONSULTAR TO TRUE
           MOVE 'LINHAS-PAGINA' TO LK-PAR-CHAVE
           MOVE 20 TO LK-PAR-VALOR
           CALL CFG-PATH-PROGPARAM
           USING LK-PAR-AREA
           MOVE LK-PAR-VALOR TO WS-MAX-LINHAS-PAGINA
       .

      ******************************************************************
      * Batch: sempre o ultimo periodo fechado - o mes anterior ou,
      * com o parametro TRIMESTRE, o trimestre civil anterior.
      ******************************************************************
       OBTEM-PERIODO-BATCH.
           IF LK-SESS-PARAM = 'TRIMESTRE'
              MOVE 'T' TO WS-TIPO-PERIODO
              MOVE WS-DATA-HOJE (1:4) TO WS-ANO-REF
              MOVE WS-DATA-HOJE (5:2) TO WS-MES-INICIO
              COMPUTE WS-TRIMESTRE = (WS-MES-INICIO - 1) / 3
              IF WS-TRIMESTRE = 0
                 MOVE 4 TO WS-TRIMESTRE
                 SUBTRACT 1 FROM WS-ANO-REF
              END-IF
              PERFORM CALCULA-TRIMESTRE
           ELSE
              MOVE 'M' TO WS-TIPO-PERIODO
              MOVE WS-DATA-HOJE TO WS-DATA-AUX
              MOVE '01' TO WS-DATA-AUX (7:2)
              COMPUTE WS-DATA-AUX = FUNCTION DATE-OF-INTEGER (
                 FUNCTION INTEGER-OF-DATE (WS-DATA-AUX) - 1)
              MOVE WS-DATA-AUX (1:6) TO WS-MES-REF
              PERFORM CALCULA-MES
           END-IF
       .

       OBTEM-PERIODO-TELA.
           DISPLAY ' '
           DISPLAY 'PERIODO (M = MES, T = TRIMESTRE): '
           ACCEPT WS-TIPO-PERIODO
           IF NOT PERIODO-TRIMESTRE
              MOVE 'M' TO WS-TIPO-PERIODO
           END-IF

           IF PERIODO-TRIMESTRE
              DISPLAY 'ANO DO TRIMESTRE AAAA (0 = ANO CORRENTE): '
              ACCEPT WS-ANO-REF
              IF WS-ANO-REF = 0
                 MOVE WS-DATA-HOJE (1:4) TO WS-ANO-REF
              END-IF
              DISPLAY 'TRIMESTRE (1 A 4): '
              ACCEPT WS-TRIMESTRE
              IF WS-TRIMESTRE < 1 OR WS-TRIMESTRE > 4
                 DISPLAY 'TRIMESTRE INVALIDO - USANDO O 1'
                 MOVE 1 TO WS-TRIMESTRE
              END-IF
              PERFORM CALCULA-TRIMESTRE
           ELSE
              DISPLAY 'MES AAAAMM (0 = MES CORRENTE): '
              ACCEPT WS-MES-REF
              IF WS-MES-REF = 0
                 MOVE WS-DATA-HOJE (1:6) TO WS-MES-REF
              END-IF
              IF WS-MES-REF (5:2) < '01' OR WS-MES-REF (5:2) > '12'
                 DISPLAY 'MES INVALIDO - USANDO O MES CORRENTE'
                 MOVE WS-DATA-HOJE (1:6) TO WS-MES-REF
              END-IF
              PERFORM CALCULA-MES
           END-IF
       .

       CALCULA-MES.
           MOVE WS-MES-REF TO WS-DATA-DE (1:6)
           MOVE '01' TO WS-DATA-DE (7:2)

           MOVE WS-DATA-DE TO WS-DATA-AUX
           IF WS-DATA-AUX (5:2) = '12'
              COMPUTE WS-DATA-AUX = WS-DATA-AUX + 8900
           ELSE
              COMPUTE WS-DATA-AUX = WS-DATA-AUX + 100
           END-IF
           COMPUTE WS-DATA-ATE = FUNCTION DATE-OF-INTEGER (
              FUNCTION INTEGER-OF-DATE (WS-DATA-AUX) - 1)

           MOVE SPACES TO WS-PERIODO-EXIB
           MOVE WS-MES-REF TO WS-PERIODO-EXIB
       .

       CALCULA-TRIMESTRE.
           COMPUTE WS-MES-INICIO = WS-TRIMESTRE * 3 - 2
           MOVE WS-ANO-REF    TO WS-DATA-DE (1:4)
           MOVE WS-MES-INICIO TO WS-DATA-DE (5:2)
           MOVE '01'          TO WS-DATA-DE (7:2)

           IF WS-TRIMESTRE = 4
              COMPUTE WS-DATA-AUX = (WS-ANO-REF + 1) * 10000 + 101
           ELSE
              COMPUTE WS-DATA-AUX = WS-DATA-DE + 300
           END-IF
           COMPUTE WS-DATA-ATE = FUNCTION DATE-OF-INTEGER (
              FUNCTION INTEGER-OF-DATE (WS-DATA-AUX) - 1)

           MOVE SPACES TO WS-PERIODO-EXIB
           STRING WS-ANO-REF   DELIMITED SIZE
                  '-T'         DELIMITED SIZE
                  WS-TRIMESTRE DELIMITED SIZE
             INTO WS-PERIODO-EXIB
       .

       CARREGA-NOMES-DEP.
           SET EOF-OK TO FALSE

           OPEN INPUT DEPARTAMENTOS

           IF FS-DEP-OK
              PERFORM UNTIL EOF-OK
                 READ DEPARTAMENTOS
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       COMPUTE WS-IDX-DEP = DEP-CODIGO + 1
                       MOVE DEP-NOME TO TAB-DEP-NOME (WS-IDX-DEP)
                 END-READ
              END-PERFORM
              CLOSE DEPARTAMENTOS
           END-IF
       .

      ******************************************************************
      * Retrato atual: os cadastros vivos e, para os IDs que nao estao
      * mais em USUARIOS.dat, a ultima entrada em EXCLUIDOS.dat, que
      * guarda o status que o cadastro tinha ao ser excluido.
      ******************************************************************
       CARREGA-CADASTROS.
           SET EOF-OK TO FALSE

           OPEN INPUT USUARIOS

           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE USUARIOS'
              DISPLAY 'FILE STATUS: ' WS-FS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM UNTIL EOF-OK
              READ USUARIOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ID-USUARIO OF REG-USUARIO > 0
                       MOVE ID-USUARIO OF REG-USUARIO TO WS-IDX-PES
                       MOVE STATUS-USUARIO OF REG-USUARIO
                         TO PES-STATUS (WS-IDX-PES)
                       MOVE DEPARTAMENTO OF REG-USUARIO
                         TO PES-DEPTO (WS-IDX-PES)
                       MOVE EMPRESA OF REG-USUARIO
                         TO PES-EMPRESA (WS-IDX-PES)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE USUARIOS

           SET EOF-OK TO FALSE

           OPEN INPUT EXCLUIDOS

           IF FS-EXC-OK
              PERFORM UNTIL EOF-OK
                 READ EXCLUIDOS
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       MOVE EXC-USUARIO TO REG-ARQUIVADO
                       IF ID-USUARIO OF REG-ARQUIVADO > 0
                          PERFORM CARREGA-EXCLUIDO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EXCLUIDOS
           END-IF
       .

       CARREGA-EXCLUIDO.
           MOVE ID-USUARIO OF REG-ARQUIVADO TO WS-IDX-PES
           IF PES-STATUS (WS-IDX-PES) = SPACE
              OR PES-STATUS (WS-IDX-PES) = 'E'
              MOVE 'E' TO PES-STATUS (WS-IDX-PES)
              MOVE STATUS-USUARIO OF REG-ARQUIVADO
                TO PES-STATUS-EXC (WS-IDX-PES)
              MOVE DEPARTAMENTO OF REG-ARQUIVADO
                TO PES-DEPTO (WS-IDX-PES)
              MOVE EMPRESA OF REG-ARQUIVADO
                TO PES-EMPRESA (WS-IDX-PES)
           END-IF
       .

      ******************************************************************
      * Eventos de quadro desde o inicio do periodo, em ordem de
      * gravacao: arquivo morto dos anos envolvidos e depois a trilha
      * viva, no molde do PROGPROD.
      ******************************************************************
       CARREGA-EVENTOS.
           MOVE WS-DATA-DE (1:4)   TO WS-ANO-ARQUIVO
           MOVE WS-DATA-HOJE (1:4) TO WS-ANO-FIM
           PERFORM VARRE-ARQUIVO-MORTO
           UNTIL WS-ANO-ARQUIVO > WS-ANO-FIM

           SET EOF-OK TO FALSE

           OPEN INPUT LOG-USUARIOS

           IF NOT FS-LOG-OK
              DISPLAY 'AVISO: NAO FOI POSSIVEL LER A TRILHA DE '
                      'AUDITORIA'
              DISPLAY 'FILE STATUS: ' WS-FS-LOG
           ELSE
              PERFORM UNTIL EOF-OK
                 READ LOG-USUARIOS
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       IF LOG-DATA >= WS-DATA-DE
                          PERFORM GUARDA-EVENTO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LOG-USUARIOS
           END-IF
       .

       VARRE-ARQUIVO-MORTO.
           MOVE 0 TO WS-PREFIXO-LEN
           INSPECT CFG-PATH-LOG-ARQ-PREFIXO TALLYING WS-PREFIXO-LEN
           FOR CHARACTERS BEFORE SPACE

           MOVE SPACES TO WS-ARQ-LOG
           STRING CFG-PATH-LOG-ARQ-PREFIXO (1:WS-PREFIXO-LEN)
                                       DELIMITED SIZE
                  WS-ANO-ARQUIVO       DELIMITED SIZE
                  '.dat'               DELIMITED SIZE
             INTO WS-ARQ-LOG

           SET EOF-ARQ-OK TO FALSE

           OPEN INPUT LOG-ARQUIVO

           IF FS-ARQ-OK
              PERFORM UNTIL EOF-ARQ-OK
                 READ LOG-ARQUIVO
                    AT END
                       SET EOF-ARQ-OK TO TRUE
                    NOT AT END
                       MOVE REG-LOG-ARQUIVO TO REG-LOG
                       IF LOG-DATA >= WS-DATA-DE
                          PERFORM GUARDA-EVENTO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LOG-ARQUIVO
           END-IF

           ADD 1 TO WS-ANO-ARQUIVO
       .

      *    so os eventos que mexem no quadro: entrada, saida, status e
      *    departamento; registros de resumo (ID zero) ficam de fora
       GUARDA-EVENTO.
           IF LOG-ID-USUARIO NOT = 0
              MOVE SPACES TO WS-TIPO-EVT
              EVALUATE TRUE
                 WHEN LOG-INCLUSAO
                    IF LOG-CAMPO = 'RECUPERACAO'
                       MOVE 'R' TO WS-TIPO-EVT
                    ELSE
                       MOVE 'I' TO WS-TIPO-EVT
                    END-IF
                 WHEN LOG-EXCLUSAO
                    MOVE 'E' TO WS-TIPO-EVT
                 WHEN LOG-LGPD
                    IF LOG-CAMPO = 'ANONIMIZACAO'
                       MOVE 'L' TO WS-TIPO-EVT
                    END-IF
                 WHEN LOG-ALTERACAO
                    IF LOG-CAMPO = 'STATUS'
                       MOVE 'S' TO WS-TIPO-EVT
                    END-IF
                    IF LOG-CAMPO = 'DEPARTAMENTO'
                       AND LOG-VALOR-ANTES (1:3) IS NUMERIC
                       AND LOG-VALOR-DEPOIS (1:3) IS NUMERIC
                       MOVE 'D' TO WS-TIPO-EVT
                    END-IF
              END-EVALUATE

              IF WS-TIPO-EVT NOT = SPACE
                 IF WS-QTD-EVT >= WS-MAX-EVT
                    SET ESTOURO-EVENTOS TO TRUE
                 ELSE
                    ADD 1 TO WS-QTD-EVT
                    MOVE LOG-ID-USUARIO   TO EVT-ID (WS-QTD-EVT)
                    MOVE LOG-DATA         TO EVT-DATA (WS-QTD-EVT)
                    MOVE WS-TIPO-EVT      TO EVT-TIPO (WS-QTD-EVT)
                    MOVE LOG-VALOR-ANTES (1:3)
                      TO EVT-ANTES (WS-QTD-EVT)
                    MOVE LOG-VALOR-DEPOIS (1:3)
                      TO EVT-DEPOIS (WS-QTD-EVT)
                 END-IF
              END-IF
           END-IF
       .

      ******************************************************************
      * Desfaz um evento sobre o retrato (o estado "depois" e o que
      * esta na tabela) e, dentro do periodo, conta a mudanca no
      * departamento em que a pessoa estava: passou a ativo e
      * admissao, deixou de ser ativo e desligamento, trocou de
      * departamento ativo e transferencia.
      ******************************************************************
       DESFAZ-EVENTO.
           MOVE EVT-ID (WS-IDX-EVT) TO WS-IDX-PES
           MOVE PES-STATUS (WS-IDX-PES) TO WS-STATUS-DEPOIS

           EVALUATE TRUE
              WHEN EVT-INCLUSAO (WS-IDX-EVT)
                 MOVE SPACE TO WS-STATUS-ANTES
              WHEN EVT-RECUPERACAO (WS-IDX-EVT)
                 MOVE WS-STATUS-DEPOIS TO PES-STATUS-EXC (WS-IDX-PES)
                 MOVE 'E' TO WS-STATUS-ANTES
              WHEN EVT-EXCLUSAO (WS-IDX-EVT)
                 MOVE PES-STATUS-EXC (WS-IDX-PES) TO WS-STATUS-ANTES
                 IF WS-STATUS-ANTES = SPACE
                    MOVE 'I' TO WS-STATUS-ANTES
                 END-IF
              WHEN EVT-ANONIMIZACAO (WS-IDX-EVT)
                 PERFORM BUSCA-STATUS-ANTERIOR
              WHEN EVT-STATUS (WS-IDX-EVT)
                 MOVE EVT-ANTES (WS-IDX-EVT) (1:1) TO WS-STATUS-ANTES
              WHEN OTHER
                 MOVE WS-STATUS-DEPOIS TO WS-STATUS-ANTES
           END-EVALUATE

           IF CONTA-NO-PERIODO
              AND (LK-SESS-TODAS-EMPRESAS
                   OR PES-EMPRESA (WS-IDX-PES) = LK-SESS-EMPRESA)
              PERFORM CONTA-EVENTO
           END-IF

           MOVE WS-STATUS-ANTES TO PES-STATUS (WS-IDX-PES)
           IF EVT-DEPARTAMENTO (WS-IDX-EVT)
              MOVE EVT-ANTES (WS-IDX-EVT) TO PES-DEPTO (WS-IDX-PES)
           END-IF
       .

       CONTA-EVENTO.
           COMPUTE WS-IDX-DEP = PES-DEPTO (WS-IDX-PES) + 1

           IF EVT-DEPARTAMENTO (WS-IDX-EVT)
              MOVE EVT-ANTES (WS-IDX-EVT) TO WS-DEPTO-ANTES
              IF WS-STATUS-DEPOIS = 'A'
                 AND WS-DEPTO-ANTES NOT = PES-DEPTO (WS-IDX-PES)
                 COMPUTE WS-IDX-DEP-ANT = WS-DEPTO-ANTES + 1
                 ADD 1 TO TAB-DEP-TRANSF-ENT (WS-IDX-DEP)
                 ADD 1 TO TAB-DEP-TRANSF-SAI (WS-IDX-DEP-ANT)
                 ADD 1 TO WS-CONT-EVENTOS
              END-IF
           ELSE
              IF WS-STATUS-DEPOIS = 'A'
                 AND WS-STATUS-ANTES NOT = 'A'
                 ADD 1 TO TAB-DEP-ADMISSOES (WS-IDX-DEP)
                 ADD 1 TO WS-CONT-EVENTOS
              END-IF
              IF WS-STATUS-ANTES = 'A'
                 AND WS-STATUS-DEPOIS NOT = 'A'
                 ADD 1 TO TAB-DEP-DESLIGADOS (WS-IDX-DEP)
                 ADD 1 TO WS-CONT-EVENTOS
              END-IF
           END-IF
       .

      *    A anonimizacao nao grava o status anterior: vale o ultimo
      *    evento de status ou de entrada do ID antes dela; sem
      *    nenhum, o cadastro ja estava inativo (caso da retencao)
       BUSCA-STATUS-ANTERIOR.
           MOVE 'I' TO WS-STATUS-ANTES
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-IDX-BUSCA FROM WS-IDX-EVT BY -1
           UNTIL WS-IDX-BUSCA < 2 OR ACHOU-STATUS
              IF EVT-ID (WS-IDX-BUSCA - 1) = EVT-ID (WS-IDX-EVT)
                 EVALUATE TRUE
                    WHEN EVT-STATUS (WS-IDX-BUSCA - 1)
                       MOVE EVT-DEPOIS (WS-IDX-BUSCA - 1) (1:1)
                         TO WS-STATUS-ANTES
                       SET ACHOU-STATUS TO TRUE
                    WHEN EVT-INCLUSAO (WS-IDX-BUSCA - 1)
                       MOVE 'A' TO WS-STATUS-ANTES
                       SET ACHOU-STATUS TO TRUE
                    WHEN EVT-EXCLUSAO (WS-IDX-BUSCA - 1)
                    WHEN EVT-RECUPERACAO (WS-IDX-BUSCA - 1)
                       SET ACHOU-STATUS TO TRUE
                 END-EVALUATE
              END-IF
           END-PERFORM
       .

       CONTA-FECHAMENTO.
           IF PES-ATIVO (WS-IDX-PES)
              AND (LK-SESS-TODAS-EMPRESAS
                   OR PES-EMPRESA (WS-IDX-PES) = LK-SESS-EMPRESA)
              COMPUTE WS-IDX-DEP = PES-DEPTO (WS-IDX-PES) + 1
              ADD 1 TO TAB-DEP-FECHAMENTO (WS-IDX-DEP)
           END-IF
       .

       CONTA-ABERTURA.
           IF PES-ATIVO (WS-IDX-PES)
              AND (LK-SESS-TODAS-EMPRESAS
                   OR PES-EMPRESA (WS-IDX-PES) = LK-SESS-EMPRESA)
              COMPUTE WS-IDX-DEP = PES-DEPTO (WS-IDX-PES) + 1
              ADD 1 TO TAB-DEP-ABERTURA (WS-IDX-DEP)
           END-IF
       .

      *    (admissoes + desligamentos) / 2 sobre o quadro medio
      *    (abertura + fechamento) / 2, em percentual
       CALCULA-TAXA.
           IF WS-LN-ABERTURA + WS-LN-FECHAMENTO > 0
              COMPUTE WS-TAXA ROUNDED =
                 (WS-LN-ADMISSOES + WS-LN-DESLIGADOS) * 100
                 / (WS-LN-ABERTURA + WS-LN-FECHAMENTO)
                 ON SIZE ERROR
                    MOVE 999,99 TO WS-TAXA
              END-COMPUTE
           ELSE
              MOVE 0 TO WS-TAXA
           END-IF
           MOVE WS-TAXA TO WS-TAXA-EXIB
           MOVE WS-TAXA TO WS-TAXA-CSV
       .

       CATALOGA-RELATORIO.
           MOVE 'PROGROTAT'          TO LK-RCAT-PROGRAMA
           MOVE CFG-PATH-REL-ROTATIV TO LK-RCAT-ARQUIVO
           CALL CFG-PATH-PROGRELCAT
           USING LK-RCAT-AREA
       .

       ESCREVE-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE 0 TO WS-LINHAS-PAGINA
           ACCEPT WS-DATA-SISTEMA FROM DATE

           MOVE SPACES TO REG-REL-ROT
           STRING 'ROTATIVIDADE POR DEPARTAMENTO'
                              DELIMITED SIZE
                  '   DATA: ' DELIMITED SIZE
                  WS-DATA-DIA DELIMITED SIZE
                  '/' DELIMITED SIZE
                  WS-DATA-MES DELIMITED SIZE
                  '/' DELIMITED SIZE
                  WS-DATA-ANO DELIMITED SIZE
                  '   PAGINA: ' DELIMITED SIZE
                  WS-PAGINA DELIMITED SIZE
             INTO REG-REL-ROT
           WRITE REG-REL-ROT

           MOVE SPACES TO REG-REL-ROT
           STRING 'PERIODO '   DELIMITED SIZE
                  WS-PERIODO-EXIB DELIMITED SPACE
                  ' - DE '     DELIMITED SIZE
                  WS-DATA-DE   DELIMITED SIZE
                  ' A '        DELIMITED SIZE
                  WS-DATA-ATE  DELIMITED SIZE
             INTO REG-REL-ROT
           WRITE REG-REL-ROT

           MOVE SPACES TO REG-REL-ROT
           WRITE REG-REL-ROT

           MOVE SPACES TO REG-REL-ROT
           MOVE 'DEP NOME' TO REG-REL-ROT (1:25)
           MOVE 'ABERT ADMIS DESLI T-ENT T-SAI FECHA  ROTAT%'
             TO REG-REL-ROT (26:)
           WRITE REG-REL-ROT
       .

       CONTA-LINHA.
           ADD 1 TO WS-LINHAS-PAGINA

           IF WS-LINHAS-PAGINA > WS-MAX-LINHAS-PAGINA
              PERFORM ESCREVE-CABECALHO
              ADD 1 TO WS-LINHAS-PAGINA
           END-IF
       .

      *    so os departamentos com quadro ou movimento no periodo;
      *    departamento zero sai como SEM ALOCACAO
       ESCREVE-DEPARTAMENTO.
           MOVE TAB-DEP-ABERTURA (WS-IDX-DEP)   TO WS-LN-ABERTURA
           MOVE TAB-DEP-ADMISSOES (WS-IDX-DEP)  TO WS-LN-ADMISSOES
           MOVE TAB-DEP-DESLIGADOS (WS-IDX-DEP) TO WS-LN-DESLIGADOS
           MOVE TAB-DEP-TRANSF-ENT (WS-IDX-DEP) TO WS-LN-TRANSF-ENT
           MOVE TAB-DEP-TRANSF-SAI (WS-IDX-DEP) TO WS-LN-TRANSF-SAI
           MOVE TAB-DEP-FECHAMENTO (WS-IDX-DEP) TO WS-LN-FECHAMENTO

           IF WS-LINHA-NUM NOT = ALL '0'
              ADD 1 TO WS-CONT-DEPTOS
              ADD WS-LN-ABERTURA   TO WS-TOT-ABERTURA
              ADD WS-LN-ADMISSOES  TO WS-TOT-ADMISSOES
              ADD WS-LN-DESLIGADOS TO WS-TOT-DESLIGADOS
              ADD WS-LN-TRANSF-ENT TO WS-TOT-TRANSF-ENT
              ADD WS-LN-TRANSF-SAI TO WS-TOT-TRANSF-SAI
              ADD WS-LN-FECHAMENTO TO WS-TOT-FECHAMENTO

              COMPUTE WS-DEPTO-EXIB = WS-IDX-DEP - 1
              EVALUATE TRUE
                 WHEN WS-DEPTO-EXIB = 0
                    MOVE 'SEM ALOCACAO' TO WS-DEP-NOME-EXIB
                 WHEN TAB-DEP-NOME (WS-IDX-DEP) = SPACES
                    MOVE 'NAO CADASTRADO' TO WS-DEP-NOME-EXIB
                 WHEN OTHER
                    MOVE TAB-DEP-NOME (WS-IDX-DEP) TO WS-DEP-NOME-EXIB
              END-EVALUATE

              PERFORM CALCULA-TAXA
              PERFORM CONTA-LINHA

              MOVE SPACES TO REG-REL-ROT
              STRING WS-DEPTO-EXIB     DELIMITED SIZE
                     ' '               DELIMITED SIZE
                     WS-DEP-NOME-EXIB  DELIMITED SIZE
                     ' '               DELIMITED SIZE
                     WS-LN-ABERTURA    DELIMITED SIZE
                     ' '               DELIMITED SIZE
                     WS-LN-ADMISSOES   DELIMITED SIZE
                     ' '               DELIMITED SIZE
                     WS-LN-DESLIGADOS  DELIMITED SIZE
                     ' '               DELIMITED SIZE
                     WS-LN-TRANSF-ENT  DELIMITED SIZE
                     ' '               DELIMITED SIZE
                     WS-LN-TRANSF-SAI  DELIMITED SIZE
                     ' '               DELIMITED SIZE
                     WS-LN-FECHAMENTO  DELIMITED SIZE
                     ' '               DELIMITED SIZE
                     WS-TAXA-EXIB      DELIMITED SIZE
                INTO REG-REL-ROT
              WRITE REG-REL-ROT

              PERFORM GRAVA-LINHA-CSV
           END-IF
       .

       ESCREVE-TOTAL.
           MOVE WS-TOT-ABERTURA   TO WS-LN-ABERTURA
           MOVE WS-TOT-ADMISSOES  TO WS-LN-ADMISSOES
           MOVE WS-TOT-DESLIGADOS TO WS-LN-DESLIGADOS
           MOVE WS-TOT-TRANSF-ENT TO WS-LN-TRANSF-ENT
           MOVE WS-TOT-TRANSF-SAI TO WS-LN-TRANSF-SAI
           MOVE WS-TOT-FECHAMENTO TO WS-LN-FECHAMENTO
           PERFORM CALCULA-TAXA

           PERFORM CONTA-LINHA
           MOVE SPACES TO REG-REL-ROT
           WRITE REG-REL-ROT

           PERFORM CONTA-LINHA
           MOVE SPACES TO REG-REL-ROT
           STRING '    TOTAL                '  DELIMITED SIZE
                  WS-LN-ABERTURA    DELIMITED SIZE
                  ' '               DELIMITED SIZE
                  WS-LN-ADMISSOES   DELIMITED SIZE
                  ' '               DELIMITED SIZE
                  WS-LN-DESLIGADOS  DELIMITED SIZE
                  ' '               DELIMITED SIZE
                  WS-LN-TRANSF-ENT  DELIMITED SIZE
                  ' '               DELIMITED SIZE
                  WS-LN-TRANSF-SAI  DELIMITED SIZE
                  ' '               DELIMITED SIZE
                  WS-LN-FECHAMENTO  DELIMITED SIZE
                  ' '               DELIMITED SIZE
                  WS-TAXA-EXIB      DELIMITED SIZE
             INTO REG-REL-ROT
           WRITE REG-REL-ROT

           PERFORM CONTA-LINHA
           MOVE SPACES TO REG-REL-ROT
           STRING 'EVENTOS DE QUADRO NO PERIODO: ' DELIMITED SIZE
                  WS-CONT-EVENTOS                  DELIMITED SIZE
                  '   (SO CADASTROS ATIVOS CONTAM)' DELIMITED SIZE
             INTO REG-REL-ROT
           WRITE REG-REL-ROT
       .

      ******************************************************************
      * Uma linha por departamento, campos separados por ';' e sem
      * cabecalho, no molde do PRODUTIVIDADE.csv:
      * periodo;departamento;nome;abertura;admissoes;desligamentos;
      * transferencias-entrada;transferencias-saida;fechamento;taxa
      ******************************************************************
       GRAVA-LINHA-CSV.
           MOVE SPACES TO REG-ROT-CSV
           STRING WS-PERIODO-EXIB   DELIMITED SPACE
                  ';'               DELIMITED SIZE
                  WS-DEPTO-EXIB     DELIMITED SIZE
                  ';'               DELIMITED SIZE
                  WS-DEP-NOME-EXIB  DELIMITED '  '
                  ';'               DELIMITED SIZE
                  WS-LN-ABERTURA    DELIMITED SIZE
                  ';'               DELIMITED SIZE
                  WS-LN-ADMISSOES   DELIMITED SIZE
                  ';'               DELIMITED SIZE
                  WS-LN-DESLIGADOS  DELIMITED SIZE
                  ';'               DELIMITED SIZE
                  WS-LN-TRANSF-ENT  DELIMITED SIZE
                  ';'               DELIMITED SIZE
                  WS-LN-TRANSF-SAI  DELIMITED SIZE
                  ';'               DELIMITED SIZE
                  WS-LN-FECHAMENTO  DELIMITED SIZE
                  ';'               DELIMITED SIZE
                  WS-TAXA-CSV       DELIMITED SIZE
             INTO REG-ROT-CSV
           WRITE REG-ROT-CSV
       .

       END PROGRAM PROGROTAT.
