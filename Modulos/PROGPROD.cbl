      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Modulo do relatorio de produtividade dos operadores
      *          para a gerencia. Conta os eventos da trilha de
      *          auditoria (LOG-USUARIOS.dat) por LOG-OPERADOR e por
      *          periodo - dia, semana (iniciada na segunda) ou mes -
      *          separados por tipo: inclusoes, alteracoes, exclusoes,
      *          resets de senha, manutencao de tabelas e tentativas
      *          recusadas ('R'), lendo tambem o arquivo morto
      *          LOG-ARQUIVO-AAAA.dat do PROGLOGARC dos anos do
      *          intervalo, quando existir. Uma alteracao de varios
      *          campos gera um registro 'A' por campo e conta uma
      *          vez so. Cada linha traz a participacao do operador no
      *          total do periodo e a hora do dia em que ele mais
      *          trabalhou. Gravado num arquivo paginado
      *          (REL-PRODUTIVIDADE.txt, molde do PROGEVOL, catalogado
      *          pelo PROGRELCAT) e, opcionalmente, em
      *          PRODUTIVIDADE.csv. Em batch o parametro do passo
      *          escolhe o agrupamento, sempre sobre o ultimo periodo
      *          fechado: MES (mes anterior - passo PROD do fechamento
      *          mensal), SEMANA (semana anterior, passo PRODSEM) ou
      *          DIA (ontem, passo PRODDIA), sempre com o CSV.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPROD.


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

           SELECT REL-PRODUTIVIDADE ASSIGN TO
           CFG-PATH-REL-PRODUTIV
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

           SELECT PROD-CSV ASSIGN TO
           CFG-PATH-PROD-CSV
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CSV.

           SELECT LOG-ARQUIVO ASSIGN TO
           WS-ARQ-LOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ARQ.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  LOG-USUARIOS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-LOG.cpy'.

       FD  REL-PRODUTIVIDADE.
       01  REG-REL-PROD                PIC X(100).

       FD  PROD-CSV.
       01  REG-PROD-CSV                PIC X(100).

       FD  LOG-ARQUIVO.
       01  REG-LOG-ARQUIVO             PIC X(132).

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WS-FS-LOG                   PIC 99.
           88 FS-LOG-OK                VALUE 0.

       77  WS-FS-REL                   PIC 99.
           88 FS-REL-OK                VALUE 0.

       77  WS-FS-CSV                   PIC 99.
           88 FS-CSV-OK                VALUE 0.

       77  WS-FS-ARQ                   PIC 99.
           88 FS-ARQ-OK                VALUE 0.

       77  WS-EOF-ARQ                  PIC X.
           88 EOF-ARQ-OK               VALUE 'F' FALSE 'N'.

       77  WS-ANO-ARQUIVO              PIC 9(04) VALUE 0.
       77  WS-ANO-FIM                  PIC 9(04) VALUE 0.
       77  WS-ARQ-LOG                  PIC X(70).
       77  WS-PREFIXO-LEN              PIC 99.

       77  WS-EOF                      PIC X.
           88 EOF-OK                   VALUE 'F' FALSE 'N'.

       77  WS-OPCAO-CSV                PIC X VALUE 'N'.
           88 GERA-CSV                 VALUE 'S' 's'.

       77  WS-AGRUPA                   PIC X VALUE 'M'.
           88 AGRUPA-DIA               VALUE 'D' 'd'.
           88 AGRUPA-SEMANA            VALUE 'S' 's'.
           88 AGRUPA-MES               VALUE 'M' 'm'.

       77  WS-PAGINA                   PIC 9(03) VALUE 0.
       77  WS-LINHAS-PAGINA            PIC 9(03) VALUE 0.
       77  WS-MAX-LINHAS-PAGINA        PIC 9(03) VALUE 20.

       77  WS-DATA-HOJE                PIC 9(08).
       77  WS-DATA-DE                  PIC 9(08).
       77  WS-DATA-ATE                 PIC 9(08).
       77  WS-DATA-AUX                 PIC 9(08).
       77  WS-INT-DATA                 PIC 9(07).

       77  WS-PERIODO-REG              PIC 9(08).
       77  WS-OPERADOR-REG             PIC X(20).
       77  WS-HORA-REG                 PIC 99.

       77  WS-ULT-ALT-CHAVE            PIC X(41) VALUE SPACES.
       01  WS-ALT-CHAVE.
           03 WS-ALT-CH-ID             PIC 9(05).
           03 WS-ALT-CH-DATA           PIC 9(08).
           03 WS-ALT-CH-HORA           PIC 9(08).
           03 WS-ALT-CH-OPERADOR       PIC X(20).

       77  WS-CONT-EVENTOS             PIC 9(07) VALUE 0.

       77  WS-QTD-PRD                  PIC 9(04) VALUE 0.
       77  WS-MAX-PRD                  PIC 9(04) VALUE 1500.
       77  WS-IDX                      PIC 9(04).
       77  WS-IDX-1                    PIC 9(04).
       77  WS-IDX-2                    PIC 9(04).
       77  WS-IDX-PRD                  PIC 9(04).
       77  WS-IDX-HORA                 PIC 99.

       77  WS-ESTOURO                  PIC X VALUE 'N'.
           88 ESTOURO-PRODUTIVIDADE    VALUE 'S'.

       01  WS-TAB-PRODUTIVIDADE.
           03 TAB-PRD-ITEM             OCCURS 1500 TIMES.
              05 TAB-PRD-CHAVE.
                 07 TAB-PRD-PERIODO    PIC 9(08).
                 07 TAB-PRD-OPERADOR   PIC X(20).
              05 TAB-PRD-INCLUSOES     PIC 9(05).
              05 TAB-PRD-ALTERACOES    PIC 9(05).
              05 TAB-PRD-EXCLUSOES     PIC 9(05).
              05 TAB-PRD-RESETS        PIC 9(05).
              05 TAB-PRD-TABELAS       PIC 9(05).
              05 TAB-PRD-RECUSAS       PIC 9(05).
              05 TAB-PRD-TOTAL         PIC 9(05).
              05 TAB-PRD-HORA          PIC 9(05) OCCURS 24 TIMES.

       01  WS-TAB-PRD-TEMP             PIC X(191).

       77  WS-TOT-PERIODO              PIC 9(07).
       77  WS-PERIODO-ATUAL            PIC 9(08).
       77  WS-PERC                     PIC 9(03)V9.
       77  WS-PERC-EXIB                PIC ZZ9,9.
       77  WS-PERC-CSV                 PIC 9(03),9.
       77  WS-HORA-PICO                PIC 99.
       77  WS-MAIOR-HORA               PIC 9(05).
       77  WS-PERIODO-EXIB             PIC X(08).

       01  WS-TOTAIS-PERIODO.
           03 WS-TP-INCLUSOES          PIC 9(05).
           03 WS-TP-ALTERACOES         PIC 9(05).
           03 WS-TP-EXCLUSOES          PIC 9(05).
           03 WS-TP-RESETS             PIC 9(05).
           03 WS-TP-TABELAS            PIC 9(05).
           03 WS-TP-RECUSAS            PIC 9(05).
           03 WS-TP-TOTAL              PIC 9(05).

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

      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM OBTEM-PARAMETROS

           MOVE 0 TO WS-QTD-PRD
           MOVE 0 TO WS-PAGINA
           MOVE 0 TO WS-CONT-EVENTOS
           MOVE 'N' TO WS-ESTOURO
           MOVE SPACES TO WS-ULT-ALT-CHAVE

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           SET LK-SESS-CONSULTAR TO TRUE
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           IF LK-SESS-MODO-BATCH
              PERFORM OBTEM-PERIODO-BATCH
           ELSE
              PERFORM OBTEM-PERIODO-TELA
           END-IF

           PERFORM TALLY-EVENTOS

           IF WS-QTD-PRD = 0
              DISPLAY 'NENHUM EVENTO DE OPERADOR ENTRE ' WS-DATA-DE
                      ' E ' WS-DATA-ATE
           END-IF

           PERFORM ORDENA-POR-PERIODO

           OPEN OUTPUT REL-PRODUTIVIDADE

           IF NOT FS-REL-OK
              DISPLAY 'ERRO AO ABRIR O RELATORIO DE PRODUTIVIDADE'
              DISPLAY 'FILE STATUS: ' WS-FS-REL
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM ESCREVE-CABECALHO

           MOVE 0 TO WS-PERIODO-ATUAL
           PERFORM ESCREVE-DETALHE
           VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-QTD-PRD

           IF WS-QTD-PRD > 0
              PERFORM ESCREVE-TOTAL-PERIODO
           END-IF

           PERFORM ESCREVE-RODAPE

           CLOSE REL-PRODUTIVIDADE

           IF GERA-CSV
              PERFORM GRAVA-CSV
           END-IF

           PERFORM CATALOGA-RELATORIO

           DISPLAY 'RELATORIO DE PRODUTIVIDADE GERADO COM '
                   WS-QTD-PRD ' LINHA(S) OPERADOR/PERIODO'

           SET LK-SESS-RESULT-GRAVAR TO TRUE
           MOVE WS-CONT-EVENTOS TO LK-SESS-QTD-PROCESSADOS
           MOVE WS-QTD-PRD      TO LK-SESS-QTD-ACEITOS
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
      * Batch: sempre o ultimo periodo fechado do agrupamento pedido -
      * ontem, a semana anterior (segunda a domingo) ou o mes
      * anterior - e sempre com o CSV.
      ******************************************************************
       OBTEM-PERIODO-BATCH.
           MOVE 'S' TO WS-OPCAO-CSV
           COMPUTE WS-INT-DATA = FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)

           EVALUATE LK-SESS-PARAM
              WHEN 'DIA'
                 MOVE 'D' TO WS-AGRUPA
                 COMPUTE WS-DATA-DE = FUNCTION DATE-OF-INTEGER (
                    WS-INT-DATA - 1)
                 MOVE WS-DATA-DE TO WS-DATA-ATE
              WHEN 'SEMANA'
                 MOVE 'S' TO WS-AGRUPA
                 COMPUTE WS-INT-DATA = WS-INT-DATA
                    - FUNCTION MOD (WS-INT-DATA - 1, 7)
                 COMPUTE WS-DATA-DE = FUNCTION DATE-OF-INTEGER (
                    WS-INT-DATA - 7)
                 COMPUTE WS-DATA-ATE = FUNCTION DATE-OF-INTEGER (
                    WS-INT-DATA - 1)
              WHEN OTHER
                 MOVE 'M' TO WS-AGRUPA
                 MOVE WS-DATA-HOJE TO WS-DATA-AUX
                 MOVE '01' TO WS-DATA-AUX (7:2)
                 COMPUTE WS-DATA-ATE = FUNCTION DATE-OF-INTEGER (
                    FUNCTION INTEGER-OF-DATE (WS-DATA-AUX) - 1)
                 MOVE WS-DATA-ATE TO WS-DATA-DE
                 MOVE '01' TO WS-DATA-DE (7:2)
           END-EVALUATE
       .

       OBTEM-PERIODO-TELA.
           DISPLAY ' '
           DISPLAY 'AGRUPAR POR (D = DIA, S = SEMANA, M = MES): '
           ACCEPT WS-AGRUPA
           IF NOT AGRUPA-DIA AND NOT AGRUPA-SEMANA
              MOVE 'M' TO WS-AGRUPA
           END-IF

           DISPLAY 'DATA INICIAL AAAAMMDD (0 = INICIO DO MES): '
           ACCEPT WS-DATA-DE
           IF WS-DATA-DE = 0
              MOVE WS-DATA-HOJE TO WS-DATA-DE
              MOVE '01' TO WS-DATA-DE (7:2)
           END-IF

           DISPLAY 'DATA FINAL AAAAMMDD (0 = HOJE): '
           ACCEPT WS-DATA-ATE
           IF WS-DATA-ATE = 0
              MOVE WS-DATA-HOJE TO WS-DATA-ATE
           END-IF

           DISPLAY 'GERAR TAMBEM O ARQUIVO CSV PARA PLANILHA ? '
                   '(S/N)'
           ACCEPT WS-OPCAO-CSV
       .

       TALLY-EVENTOS.
           SET EOF-OK TO FALSE

           OPEN INPUT LOG-USUARIOS

           IF NOT FS-LOG-OK
              DISPLAY 'AVISO: NAO FOI POSSIVEL LER A TRILHA DE '
                      'AUDITORIA'
              DISPLAY 'FILE STATUS: ' WS-FS-LOG
           ELSE
              MOVE WS-DATA-DE (1:4)  TO WS-ANO-ARQUIVO
              MOVE WS-DATA-ATE (1:4) TO WS-ANO-FIM
              PERFORM VARRE-ARQUIVO-MORTO
              UNTIL WS-ANO-ARQUIVO > WS-ANO-FIM

              PERFORM UNTIL EOF-OK
                 READ LOG-USUARIOS
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       IF LOG-DATA >= WS-DATA-DE
                          AND LOG-DATA <= WS-DATA-ATE
                          PERFORM CONTA-EVENTO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LOG-USUARIOS
           END-IF
       .

      ******************************************************************
      * Arquivo morto do ano, no molde do PROGLOGREL: cada linha vai
      * para REG-LOG e passa pela mesma contagem. Ano sem arquivamento
      * simplesmente nao tem arquivo.
      ******************************************************************
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
                          AND LOG-DATA <= WS-DATA-ATE
                          PERFORM CONTA-EVENTO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LOG-ARQUIVO
           END-IF

           ADD 1 TO WS-ANO-ARQUIVO
       .

      *    so os tipos de trabalho de cadastro entram na contagem; uma
      *    alteracao de varios campos (mesmo ID, data, hora e
      *    operador em sequencia) conta uma vez
       CONTA-EVENTO.
           IF LOG-INCLUSAO OR LOG-ALTERACAO OR LOG-EXCLUSAO
              OR LOG-RESET-SENHA OR LOG-TABELA OR LOG-RECUSA
              MOVE LOG-ID-USUARIO TO WS-ALT-CH-ID
              MOVE LOG-DATA       TO WS-ALT-CH-DATA
              MOVE LOG-HORA       TO WS-ALT-CH-HORA
              MOVE LOG-OPERADOR   TO WS-ALT-CH-OPERADOR
              IF LOG-ALTERACAO
                 AND WS-ALT-CHAVE = WS-ULT-ALT-CHAVE
                 CONTINUE
              ELSE
                 IF LOG-ALTERACAO
                    MOVE WS-ALT-CHAVE TO WS-ULT-ALT-CHAVE
                 ELSE
                    MOVE SPACES TO WS-ULT-ALT-CHAVE
                 END-IF
                 PERFORM ACUMULA-EVENTO
              END-IF
           END-IF
       .

       ACUMULA-EVENTO.
           EVALUATE TRUE
              WHEN AGRUPA-DIA
                 MOVE LOG-DATA TO WS-PERIODO-REG
              WHEN AGRUPA-SEMANA
                 COMPUTE WS-INT-DATA =
                    FUNCTION INTEGER-OF-DATE (LOG-DATA)
                 COMPUTE WS-INT-DATA = WS-INT-DATA
                    - FUNCTION MOD (WS-INT-DATA - 1, 7)
                 COMPUTE WS-PERIODO-REG =
                    FUNCTION DATE-OF-INTEGER (WS-INT-DATA)
              WHEN OTHER
                 MOVE LOG-DATA TO WS-PERIODO-REG
                 MOVE '01' TO WS-PERIODO-REG (7:2)
           END-EVALUATE

           IF LOG-OPERADOR = SPACES
              MOVE 'SEM OPERADOR' TO WS-OPERADOR-REG
           ELSE
              MOVE LOG-OPERADOR TO WS-OPERADOR-REG
           END-IF

           PERFORM LOCALIZA-PRODUTIVIDADE

           IF WS-IDX-PRD > 0
              ADD 1 TO WS-CONT-EVENTOS
              EVALUATE TRUE
                 WHEN LOG-INCLUSAO
                    ADD 1 TO TAB-PRD-INCLUSOES (WS-IDX-PRD)
                 WHEN LOG-ALTERACAO
                    ADD 1 TO TAB-PRD-ALTERACOES (WS-IDX-PRD)
                 WHEN LOG-EXCLUSAO
                    ADD 1 TO TAB-PRD-EXCLUSOES (WS-IDX-PRD)
                 WHEN LOG-RESET-SENHA
                    ADD 1 TO TAB-PRD-RESETS (WS-IDX-PRD)
                 WHEN LOG-TABELA
                    ADD 1 TO TAB-PRD-TABELAS (WS-IDX-PRD)
                 WHEN LOG-RECUSA
                    ADD 1 TO TAB-PRD-RECUSAS (WS-IDX-PRD)
              END-EVALUATE
              ADD 1 TO TAB-PRD-TOTAL (WS-IDX-PRD)

              IF LOG-HORA (1:2) NUMERIC
                 MOVE LOG-HORA (1:2) TO WS-HORA-REG
                 IF WS-HORA-REG < 24
                    COMPUTE WS-IDX-HORA = WS-HORA-REG + 1
                    ADD 1 TO TAB-PRD-HORA (WS-IDX-PRD, WS-IDX-HORA)
                 END-IF
              END-IF
           END-IF
       .

       LOCALIZA-PRODUTIVIDADE.
           MOVE 0 TO WS-IDX-PRD
           PERFORM VARYING WS-IDX-1 FROM 1 BY 1
           UNTIL WS-IDX-1 > WS-QTD-PRD
              OR WS-IDX-PRD > 0
              IF TAB-PRD-PERIODO (WS-IDX-1) = WS-PERIODO-REG
                 AND TAB-PRD-OPERADOR (WS-IDX-1) = WS-OPERADOR-REG
                 MOVE WS-IDX-1 TO WS-IDX-PRD
              END-IF
           END-PERFORM

           IF WS-IDX-PRD = 0
              IF WS-QTD-PRD < WS-MAX-PRD
                 ADD 1 TO WS-QTD-PRD
                 INITIALIZE TAB-PRD-ITEM (WS-QTD-PRD)
                 MOVE WS-PERIODO-REG  TO TAB-PRD-PERIODO (WS-QTD-PRD)
                 MOVE WS-OPERADOR-REG TO TAB-PRD-OPERADOR (WS-QTD-PRD)
                 MOVE WS-QTD-PRD TO WS-IDX-PRD
              ELSE
                 IF NOT ESTOURO-PRODUTIVIDADE
                    SET ESTOURO-PRODUTIVIDADE TO TRUE
                    DISPLAY 'LIMITE DE ' WS-MAX-PRD ' LINHAS '
                            'OPERADOR/PERIODO ATINGIDO'
                 END-IF
              END-IF
           END-IF
       .

       ORDENA-POR-PERIODO.
           PERFORM VARYING WS-IDX-1 FROM 1 BY 1
           UNTIL WS-IDX-1 >= WS-QTD-PRD
              PERFORM VARYING WS-IDX-2 FROM 1 BY 1
              UNTIL WS-IDX-2 > WS-QTD-PRD - WS-IDX-1
                 IF TAB-PRD-CHAVE (WS-IDX-2)
                    > TAB-PRD-CHAVE (WS-IDX-2 + 1)
                    PERFORM TROCA-LINHAS
                 END-IF
              END-PERFORM
           END-PERFORM
       .

       TROCA-LINHAS.
           MOVE TAB-PRD-ITEM (WS-IDX-2)     TO WS-TAB-PRD-TEMP
           MOVE TAB-PRD-ITEM (WS-IDX-2 + 1) TO TAB-PRD-ITEM (WS-IDX-2)
           MOVE WS-TAB-PRD-TEMP  TO TAB-PRD-ITEM (WS-IDX-2 + 1)
       .

      *    total do periodo da linha WS-IDX, base da participacao
       SOMA-PERIODO.
           MOVE 0 TO WS-TOT-PERIODO
           PERFORM VARYING WS-IDX-1 FROM 1 BY 1
           UNTIL WS-IDX-1 > WS-QTD-PRD
              IF TAB-PRD-PERIODO (WS-IDX-1) = TAB-PRD-PERIODO (WS-IDX)
                 ADD TAB-PRD-TOTAL (WS-IDX-1) TO WS-TOT-PERIODO
              END-IF
           END-PERFORM
       .

       CALCULA-LINHA.
           PERFORM SOMA-PERIODO

           IF WS-TOT-PERIODO > 0
              COMPUTE WS-PERC ROUNDED =
                 TAB-PRD-TOTAL (WS-IDX) * 100 / WS-TOT-PERIODO
           ELSE
              MOVE 0 TO WS-PERC
           END-IF
           MOVE WS-PERC TO WS-PERC-EXIB
           MOVE WS-PERC TO WS-PERC-CSV

           MOVE 0 TO WS-HORA-PICO
           MOVE 0 TO WS-MAIOR-HORA
           PERFORM VARYING WS-IDX-HORA FROM 1 BY 1
           UNTIL WS-IDX-HORA > 24
              IF TAB-PRD-HORA (WS-IDX, WS-IDX-HORA) > WS-MAIOR-HORA
                 MOVE TAB-PRD-HORA (WS-IDX, WS-IDX-HORA)
                   TO WS-MAIOR-HORA
                 COMPUTE WS-HORA-PICO = WS-IDX-HORA - 1
              END-IF
           END-PERFORM

           IF AGRUPA-MES
              MOVE SPACES TO WS-PERIODO-EXIB
              MOVE TAB-PRD-PERIODO (WS-IDX) TO WS-DATA-AUX
              MOVE WS-DATA-AUX (1:6) TO WS-PERIODO-EXIB
           ELSE
              MOVE TAB-PRD-PERIODO (WS-IDX) TO WS-PERIODO-EXIB
           END-IF
       .

       CATALOGA-RELATORIO.
           MOVE 'PROGPROD'            TO LK-RCAT-PROGRAMA
           MOVE CFG-PATH-REL-PRODUTIV TO LK-RCAT-ARQUIVO
           CALL CFG-PATH-PROGRELCAT
           USING LK-RCAT-AREA
       .

       ESCREVE-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE 0 TO WS-LINHAS-PAGINA
           ACCEPT WS-DATA-SISTEMA FROM DATE

           MOVE SPACES TO REG-REL-PROD
           STRING 'RELATORIO DE PRODUTIVIDADE DOS OPERADORES'
                              DELIMITED SIZE
                  '   DATA: ' DELIMITED SIZE
                  WS-DATA-DIA DELIMITED SIZE
                  '/' DELIMITED SIZE
                  WS-DATA-MES DELIMITED SIZE
                  '/' DELIMITED SIZE
                  WS-DATA-ANO DELIMITED SIZE
                  '   PAGINA: ' DELIMITED SIZE
                  WS-PAGINA DELIMITED SIZE
             INTO REG-REL-PROD
           WRITE REG-REL-PROD

           MOVE SPACES TO REG-REL-PROD
           EVALUATE TRUE
              WHEN AGRUPA-DIA
                 STRING 'POR DIA'             DELIMITED SIZE
                        ' - EVENTOS DE '      DELIMITED SIZE
                        WS-DATA-DE            DELIMITED SIZE
                        ' A '                 DELIMITED SIZE
                        WS-DATA-ATE           DELIMITED SIZE
                   INTO REG-REL-PROD
              WHEN AGRUPA-SEMANA
                 STRING 'POR SEMANA (DATA DA SEGUNDA)'
                                              DELIMITED SIZE
                        ' - EVENTOS DE '      DELIMITED SIZE
                        WS-DATA-DE            DELIMITED SIZE
                        ' A '                 DELIMITED SIZE
                        WS-DATA-ATE           DELIMITED SIZE
                   INTO REG-REL-PROD
              WHEN OTHER
                 STRING 'POR MES'             DELIMITED SIZE
                        ' - EVENTOS DE '      DELIMITED SIZE
                        WS-DATA-DE            DELIMITED SIZE
                        ' A '                 DELIMITED SIZE
                        WS-DATA-ATE           DELIMITED SIZE
                   INTO REG-REL-PROD
           END-EVALUATE
           WRITE REG-REL-PROD

           MOVE SPACES TO REG-REL-PROD
           WRITE REG-REL-PROD

           MOVE SPACES TO REG-REL-PROD
           MOVE 'PERIODO  OPERADOR' TO REG-REL-PROD (1:30)
           MOVE 'INCL  ALTER EXCL  RESET TABEL RECUS TOTAL  %TOT  HORA'
             TO REG-REL-PROD (31:)
           WRITE REG-REL-PROD
       .

       CONTA-LINHA.
           ADD 1 TO WS-LINHAS-PAGINA

           IF WS-LINHAS-PAGINA > WS-MAX-LINHAS-PAGINA
              PERFORM ESCREVE-CABECALHO
              ADD 1 TO WS-LINHAS-PAGINA
           END-IF
       .

       ESCREVE-DETALHE.
           IF TAB-PRD-PERIODO (WS-IDX) NOT = WS-PERIODO-ATUAL
              IF WS-PERIODO-ATUAL NOT = 0
                 PERFORM ESCREVE-TOTAL-PERIODO
              END-IF
              MOVE TAB-PRD-PERIODO (WS-IDX) TO WS-PERIODO-ATUAL
              INITIALIZE WS-TOTAIS-PERIODO
           END-IF

           ADD TAB-PRD-INCLUSOES (WS-IDX)  TO WS-TP-INCLUSOES
           ADD TAB-PRD-ALTERACOES (WS-IDX) TO WS-TP-ALTERACOES
           ADD TAB-PRD-EXCLUSOES (WS-IDX)  TO WS-TP-EXCLUSOES
           ADD TAB-PRD-RESETS (WS-IDX)     TO WS-TP-RESETS
           ADD TAB-PRD-TABELAS (WS-IDX)    TO WS-TP-TABELAS
           ADD TAB-PRD-RECUSAS (WS-IDX)    TO WS-TP-RECUSAS
           ADD TAB-PRD-TOTAL (WS-IDX)      TO WS-TP-TOTAL

           PERFORM CALCULA-LINHA
           PERFORM CONTA-LINHA

           MOVE SPACES TO REG-REL-PROD
           STRING WS-PERIODO-EXIB              DELIMITED SIZE
                  ' '                          DELIMITED SIZE
                  TAB-PRD-OPERADOR (WS-IDX)    DELIMITED SIZE
                  ' '                          DELIMITED SIZE
                  TAB-PRD-INCLUSOES (WS-IDX)   DELIMITED SIZE
                  ' '                          DELIMITED SIZE
                  TAB-PRD-ALTERACOES (WS-IDX)  DELIMITED SIZE
                  ' '                          DELIMITED SIZE
                  TAB-PRD-EXCLUSOES (WS-IDX)   DELIMITED SIZE
                  ' '                          DELIMITED SIZE
                  TAB-PRD-RESETS (WS-IDX)      DELIMITED SIZE
                  ' '                          DELIMITED SIZE
                  TAB-PRD-TABELAS (WS-IDX)     DELIMITED SIZE
                  ' '                          DELIMITED SIZE
                  TAB-PRD-RECUSAS (WS-IDX)     DELIMITED SIZE
                  ' '                          DELIMITED SIZE
                  TAB-PRD-TOTAL (WS-IDX)       DELIMITED SIZE
                  ' '                          DELIMITED SIZE
                  WS-PERC-EXIB                 DELIMITED SIZE
                  '  '                         DELIMITED SIZE
                  WS-HORA-PICO                 DELIMITED SIZE
                  'H'                          DELIMITED SIZE
             INTO REG-REL-PROD
           WRITE REG-REL-PROD
       .

       ESCREVE-TOTAL-PERIODO.
           PERFORM CONTA-LINHA
           MOVE SPACES TO REG-REL-PROD
           STRING '         TOTAL DO PERIODO     ' DELIMITED SIZE
                  WS-TP-INCLUSOES              DELIMITED SIZE
                  ' '                          DELIMITED SIZE
                  WS-TP-ALTERACOES             DELIMITED SIZE
                  ' '                          DELIMITED SIZE
                  WS-TP-EXCLUSOES              DELIMITED SIZE
                  ' '                          DELIMITED SIZE
                  WS-TP-RESETS                 DELIMITED SIZE
                  ' '                          DELIMITED SIZE
                  WS-TP-TABELAS                DELIMITED SIZE
                  ' '                          DELIMITED SIZE
                  WS-TP-RECUSAS                DELIMITED SIZE
                  ' '                          DELIMITED SIZE
                  WS-TP-TOTAL                  DELIMITED SIZE
             INTO REG-REL-PROD
           WRITE REG-REL-PROD

           PERFORM CONTA-LINHA
           MOVE SPACES TO REG-REL-PROD
           WRITE REG-REL-PROD
       .

       ESCREVE-RODAPE.
           MOVE SPACES TO REG-REL-PROD
           STRING 'EVENTOS CONTADOS: '  DELIMITED SIZE
                  WS-CONT-EVENTOS       DELIMITED SIZE
                  '   (ALTERACAO DE VARIOS CAMPOS CONTA UMA VEZ)'
                                        DELIMITED SIZE
             INTO REG-REL-PROD
           WRITE REG-REL-PROD
       .

      ******************************************************************
      * Uma linha por operador e periodo, campos separados por ';' e
      * sem cabecalho, no molde do EVOLUCAO.csv:
      * periodo;operador;inclusoes;alteracoes;exclusoes;resets;
      * tabelas;recusas;total;percentual;hora-pico
      ******************************************************************
       GRAVA-CSV.
           OPEN OUTPUT PROD-CSV

           IF NOT FS-CSV-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO CSV'
              DISPLAY 'FILE STATUS: ' WS-FS-CSV
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM GRAVA-LINHA-CSV
           VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-QTD-PRD

           CLOSE PROD-CSV

           DISPLAY 'ARQUIVO CSV DE PRODUTIVIDADE GERADO'
       .

       GRAVA-LINHA-CSV.
           PERFORM CALCULA-LINHA

           MOVE SPACES TO REG-PROD-CSV
           STRING WS-PERIODO-EXIB              DELIMITED SPACE
                  ';'                          DELIMITED SIZE
                  TAB-PRD-OPERADOR (WS-IDX)    DELIMITED '  '
                  ';'                          DELIMITED SIZE
                  TAB-PRD-INCLUSOES (WS-IDX)   DELIMITED SIZE
                  ';'                          DELIMITED SIZE
                  TAB-PRD-ALTERACOES (WS-IDX)  DELIMITED SIZE
                  ';'                          DELIMITED SIZE
                  TAB-PRD-EXCLUSOES (WS-IDX)   DELIMITED SIZE
                  ';'                          DELIMITED SIZE
                  TAB-PRD-RESETS (WS-IDX)      DELIMITED SIZE
                  ';'                          DELIMITED SIZE
                  TAB-PRD-TABELAS (WS-IDX)     DELIMITED SIZE
                  ';'                          DELIMITED SIZE
                  TAB-PRD-RECUSAS (WS-IDX)     DELIMITED SIZE
                  ';'                          DELIMITED SIZE
                  TAB-PRD-TOTAL (WS-IDX)       DELIMITED SIZE
                  ';'                          DELIMITED SIZE
                  WS-PERC-CSV                  DELIMITED SIZE
                  ';'                          DELIMITED SIZE
                  WS-HORA-PICO                 DELIMITED SIZE
             INTO REG-PROD-CSV
           WRITE REG-PROD-CSV
       .

       END PROGRAM PROGPROD.
