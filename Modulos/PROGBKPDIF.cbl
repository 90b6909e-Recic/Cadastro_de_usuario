      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Modulo de comparacao entre duas geracoes de backup do
      *          catalogo BKP-CATALOGO.dat ("o que mudou na base entre
      *          sexta e hoje") sem restaurar nada. Casa por chave os
      *          arquivos <nome>-BKP-nnnn.dat das duas geracoes -
      *          cadastros (USUARIOS), enderecos e operadores - e
      *          lista os registros presentes so numa delas e, para os
      *          presentes nas duas, cada campo diferente com o valor
      *          antigo e o novo (senha so como ALTERADA). Cadastro ou
      *          endereco que mudou sem nenhum evento do ID na trilha
      *          de auditoria entre os dois backups (trilha viva e
      *          arquivo morto dos anos envolvidos) e marcado SEM
      *          EVENTO NA TRILHA - e a conferencia da trilha contra o
      *          dado real. Totais por tipo de diferenca no fim de
      *          REL-BKP-DIFERENCAS.txt, catalogado pelo PROGRELCAT.
      *          Entrada restrita ao perfil ADMIN. Em batch (passo
      *          BKPDIF do PROGJOB) compara as duas geracoes ativas
      *          mais recentes; RC 4 quando ha diferenca sem evento na
      *          trilha.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGBKPDIF.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKP-CATALOGO ASSIGN TO
           CFG-PATH-BKP-CATALOGO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CAT.

           SELECT USU-ANT ASSIGN TO
           WS-ARQ-ANT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-ANT.

           SELECT USU-NOV ASSIGN TO
           WS-ARQ-NOV
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-NOV.

           SELECT END-ANT ASSIGN TO
           WS-ARQ-ANT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-ANT.

           SELECT END-NOV ASSIGN TO
           WS-ARQ-NOV
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-NOV.

           SELECT OPER-ANT ASSIGN TO
           WS-ARQ-ANT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-ANT.

           SELECT OPER-NOV ASSIGN TO
           WS-ARQ-NOV
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-NOV.

           SELECT LOG-USUARIOS ASSIGN TO
           CFG-PATH-LOG-USUARIOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LOG.

           SELECT LOG-ARQUIVO ASSIGN TO
           WS-ARQ-LOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ARQ.

           SELECT REL-BKPDIF ASSIGN TO
           CFG-PATH-REL-BKPDIF
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  BKP-CATALOGO.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-BKPCAT.cpy'.

       FD  USU-ANT.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-USUARIOS.cpy'
           REPLACING REG-USUARIO BY REG-USU-ANT.

       FD  USU-NOV.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-USUARIOS.cpy'
           REPLACING REG-USUARIO BY REG-USU-NOV.

       FD  END-ANT.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-ENDERECOS.cpy'
           REPLACING REG-ENDERECO BY REG-END-ANT.

       FD  END-NOV.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-ENDERECOS.cpy'
           REPLACING REG-ENDERECO BY REG-END-NOV.

       FD  OPER-ANT.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-OPERADORES.cpy'
           REPLACING REG-OPERADOR BY REG-OPER-ANT.

       FD  OPER-NOV.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-OPERADORES.cpy'
           REPLACING REG-OPERADOR BY REG-OPER-NOV.

       FD  LOG-USUARIOS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-LOG.cpy'.

       FD  LOG-ARQUIVO.
       01  REG-LOG-ARQUIVO             PIC X(132).

       FD  REL-BKPDIF.
       01  REG-REL-DIF                 PIC X(100).

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WS-FS-CAT                   PIC 99.
           88 FS-CAT-OK                VALUE 0.

       77  WS-FS-ANT                   PIC 99.
           88 FS-ANT-OK                VALUE 0.
           88 FS-ANT-NAO-EXISTE        VALUE 35.

       77  WS-FS-NOV                   PIC 99.
           88 FS-NOV-OK                VALUE 0.
           88 FS-NOV-NAO-EXISTE        VALUE 35.

       77  WS-FS-LOG                   PIC 99.
           88 FS-LOG-OK                VALUE 0.

       77  WS-FS-ARQ                   PIC 99.
           88 FS-ARQ-OK                VALUE 0.

       77  WS-FS-REL                   PIC 99.
           88 FS-REL-OK                VALUE 0.

       77  WS-EOF                      PIC X.
           88 EOF-OK                   VALUE 'F' FALSE 'N'.

       77  WS-EOF-CAT                  PIC X.
           88 EOF-CAT-OK               VALUE 'F' FALSE 'N'.

       77  WS-ACESSO                   PIC X VALUE 'N'.
           88 ACESSO-PERMITIDO         VALUE 'S'.

       77  WS-ARQ-ANT                  PIC X(70).
       77  WS-ARQ-NOV                  PIC X(70).
       77  WS-ARQ-LOG                  PIC X(70).
       77  WS-PREFIXO-AUX              PIC X(60).
       77  WS-PREFIXO-LEN              PIC 99.
       77  WS-ANO-ARQUIVO              PIC 9(04).
       77  WS-ANO-FIM                  PIC 9(04).

       77  WS-QTD-CAT                  PIC 9(04) VALUE 0.
       77  WS-IDX                      PIC 9(04).
       77  WS-IDX-ANT                  PIC 9(04) VALUE 0.
       77  WS-IDX-NOV                  PIC 9(04) VALUE 0.
       77  WS-GERACAO-ANT              PIC 9(04) VALUE 0.
       77  WS-GERACAO-NOV              PIC 9(04) VALUE 0.
       77  WS-GERACAO-AUX              PIC 9(04).

       01  WS-TAB-CATALOGO.
           03 TAB-CAT-ITEM             OCCURS 500 TIMES.
              05 TAB-CAT-GERACAO       PIC 9(04).
              05 TAB-CAT-DATA          PIC 9(08).
              05 TAB-CAT-HORA          PIC 9(08).
              05 TAB-CAT-OPERADOR      PIC X(20).
              05 TAB-CAT-QTD           PIC 9(05).
              05 TAB-CAT-SITUACAO      PIC X(01).

      *    Janela da trilha: depois do backup antigo ate o novo
       01  WS-MOMENTO-ANT.
           03 WS-MOM-ANT-DATA          PIC 9(08).
           03 WS-MOM-ANT-HORA          PIC 9(08).
       01  WS-MOMENTO-NOV.
           03 WS-MOM-NOV-DATA          PIC 9(08).
           03 WS-MOM-NOV-HORA          PIC 9(08).
       01  WS-MOMENTO-EVT.
           03 WS-MOM-EVT-DATA          PIC 9(08).
           03 WS-MOM-EVT-HORA          PIC 9(08).

       01  WS-TAB-TRILHA.
           03 TRILHA-ID                PIC X(01) OCCURS 99999 TIMES.
              88 TRILHA-COM-EVENTO     VALUE 'S'.

       77  WS-TRILHA-LIDA              PIC X VALUE 'N'.
           88 TRILHA-DISPONIVEL        VALUE 'S'.

       77  WS-CONFERE-TRILHA           PIC X VALUE 'N'.
           88 CONFERE-TRILHA           VALUE 'S'.

       77  WS-CHV-ANT                  PIC X(06).
       77  WS-CHV-NOV                  PIC X(06).

       77  WS-SECAO                    PIC X(08).
       77  WS-SECAO-PLURAL             PIC X(10).
       77  WS-IDENT                    PIC X(30).
       77  WS-ID-TRILHA                PIC 9(05).
       77  WS-CAMPO-NOME               PIC X(15).
       77  WS-VALOR-ANTES              PIC X(30).
       77  WS-VALOR-DEPOIS             PIC X(30).

       77  WS-TEM-DIF                  PIC X VALUE 'N'.
           88 TEM-DIFERENCA            VALUE 'S'.

       77  WS-CONT-COMPARADOS          PIC 9(06) VALUE 0.
       77  WS-CONT-IGUAIS              PIC 9(06) VALUE 0.
       77  WS-CONT-DIFERENTES          PIC 9(06) VALUE 0.
       77  WS-CONT-SEM-TRILHA          PIC 9(06) VALUE 0.

       77  WS-RC                       PIC 9(04) VALUE 0.

      *    Totais por tipo de diferenca, na ordem em que aparecem
       77  WS-QTD-TOT                  PIC 9(03) VALUE 0.
       77  WS-IDX-TOT                  PIC 9(03).
       77  WS-TOT-CHAVE                PIC X(30).
       01  WS-TAB-TOTAIS.
           03 TOT-ITEM                 OCCURS 80 TIMES.
              05 TOT-DESCRICAO         PIC X(30).
              05 TOT-QTD               PIC 9(06).

       01  WS-DATA-SISTEMA.
           03 WS-DATA-ANO              PIC 9(02).
           03 WS-DATA-MES              PIC 9(02).
           03 WS-DATA-DIA              PIC 9(02).

           COPY
           '/home/recic/Dev/PROG01/Dados/CFG-PATHS.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-LOG.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-LOGIN.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-SESSAO.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-RELCAT.cpy'.

      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 0 TO WS-RC
           MOVE 0 TO WS-CONT-COMPARADOS
           MOVE 0 TO WS-CONT-IGUAIS
           MOVE 0 TO WS-CONT-DIFERENTES
           MOVE 0 TO WS-CONT-SEM-TRILHA
           MOVE 0 TO WS-QTD-TOT
           MOVE 'N' TO WS-TRILHA-LIDA

           PERFORM VERIFICA-ACESSO
           IF NOT ACESSO-PERMITIDO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM CARREGA-CATALOGO

           IF NOT LK-SESS-MODO-BATCH
              PERFORM LISTA-GERACOES
           END-IF
           PERFORM ESCOLHE-GERACOES

           IF WS-IDX-ANT = 0 OR WS-IDX-NOV = 0
              DISPLAY 'SAO NECESSARIAS DUAS GERACOES ATIVAS '
                      'DIFERENTES DO CATALOGO'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM CARREGA-TRILHA

           OPEN OUTPUT REL-BKPDIF

           IF NOT FS-REL-OK
              DISPLAY 'ERRO AO ABRIR O RELATORIO DE DIFERENCAS'
              DISPLAY 'FILE STATUS: ' WS-FS-REL
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM ESCREVE-CABECALHO

           PERFORM SEMEIA-TOTAIS

           PERFORM COMPARA-CADASTROS
           PERFORM COMPARA-ENDERECOS
           PERFORM COMPARA-OPERADORES

           PERFORM ESCREVE-TOTAIS

           CLOSE REL-BKPDIF

           MOVE 'PROGBKPDIF'        TO LK-RCAT-PROGRAMA
           MOVE CFG-PATH-REL-BKPDIF TO LK-RCAT-ARQUIVO
           CALL CFG-PATH-PROGRELCAT
           USING LK-RCAT-AREA

           DISPLAY 'COMPARACAO DAS GERACOES ' WS-GERACAO-ANT ' E '
                   WS-GERACAO-NOV ' GRAVADA EM REL-BKP-DIFERENCAS.txt'
           DISPLAY WS-CONT-DIFERENTES ' REGISTRO(S) COM DIFERENCA, '
                   WS-CONT-SEM-TRILHA ' SEM EVENTO NA TRILHA'

           IF WS-CONT-SEM-TRILHA > 0
              AND WS-RC < 4
              MOVE 4 TO WS-RC
           END-IF

           SET LK-SESS-RESULT-GRAVAR TO TRUE
           MOVE WS-CONT-COMPARADOS TO LK-SESS-QTD-PROCESSADOS
           MOVE WS-CONT-IGUAIS     TO LK-SESS-QTD-ACEITOS
           MOVE WS-CONT-DIFERENTES TO LK-SESS-QTD-REJEITADOS
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           MOVE WS-RC TO RETURN-CODE

           GOBACK.

       VERIFICA-ACESSO.
           MOVE 'N' TO WS-ACESSO

           SET LK-SESS-CONSULTAR TO TRUE
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           IF LK-SESS-MATRICULA = 0
              IF LK-SESS-MODO-BATCH
                 DISPLAY 'SESSAO BATCH SEM OPERADOR IDENTIFICADO'
                 GOBACK
              END-IF
              CALL CFG-PATH-PROGLOGIN
              USING LK-LOGIN-AREA
              IF NOT LK-LOGIN-OK
                 GOBACK
              END-IF
              SET LK-SESS-CONSULTAR TO TRUE
              CALL CFG-PATH-PROGSESS
              USING LK-SESS-AREA
           END-IF

           IF LK-SESS-ADMIN
              SET ACESSO-PERMITIDO TO TRUE
           ELSE
              DISPLAY 'OPERADOR SEM PERMISSAO PARA COMPARAR AS '
                      'GERACOES DE BACKUP'
              MOVE 'R'          TO LK-LOG-TIPO
              MOVE 0            TO LK-LOG-ID-USUARIO
              MOVE 'COMPARA-BKP' TO LK-LOG-CAMPO
              MOVE SPACES       TO LK-LOG-VALOR-ANTES
              MOVE SPACES       TO LK-LOG-VALOR-DEPOIS
              CALL CFG-PATH-PROGLOG
              USING LK-LOG-AREA
           END-IF
       .

       CARREGA-CATALOGO.
           MOVE 0 TO WS-QTD-CAT
           SET EOF-CAT-OK TO FALSE

           OPEN INPUT BKP-CATALOGO

           IF FS-CAT-OK
              PERFORM UNTIL EOF-CAT-OK
                 READ BKP-CATALOGO
                    AT END
                       SET EOF-CAT-OK TO TRUE
                    NOT AT END
                       IF WS-QTD-CAT < 500
                          ADD 1 TO WS-QTD-CAT
                          MOVE REG-BKP-CAT
                            TO TAB-CAT-ITEM (WS-QTD-CAT)
                       ELSE
                          DISPLAY 'LIMITE DE 500 GERACOES NO '
                                  'CATALOGO ATINGIDO'
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BKP-CATALOGO
           ELSE
              DISPLAY 'NAO FOI POSSIVEL LER O CATALOGO DE BACKUPS'
              DISPLAY 'FILE STATUS: ' WS-FS-CAT
           END-IF
       .

       LISTA-GERACOES.
           DISPLAY ' '
           DISPLAY 'GERACOES DE BACKUP DISPONIVEIS:'
           DISPLAY 'GERACAO  DATA      HORA      OPERADOR'
                   '              REGISTROS'
           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-QTD-CAT
              IF TAB-CAT-SITUACAO (WS-IDX) = 'A'
                 DISPLAY TAB-CAT-GERACAO (WS-IDX) '     '
                         TAB-CAT-DATA (WS-IDX) '  '
                         TAB-CAT-HORA (WS-IDX) '  '
                         TAB-CAT-OPERADOR (WS-IDX) '  '
                         TAB-CAT-QTD (WS-IDX)
              END-IF
           END-PERFORM
       .

      ******************************************************************
      * Batch: as duas geracoes ativas mais recentes. Na tela o
      * operador informa as duas; a de numero menor vira a antiga.
      ******************************************************************
       ESCOLHE-GERACOES.
           MOVE 0 TO WS-GERACAO-ANT
           MOVE 0 TO WS-GERACAO-NOV

           IF LK-SESS-MODO-BATCH
              PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-CAT
                 IF TAB-CAT-SITUACAO (WS-IDX) = 'A'
                    IF TAB-CAT-GERACAO (WS-IDX) > WS-GERACAO-NOV
                       MOVE WS-GERACAO-NOV TO WS-GERACAO-ANT
                       MOVE TAB-CAT-GERACAO (WS-IDX)
                         TO WS-GERACAO-NOV
                    ELSE
                       IF TAB-CAT-GERACAO (WS-IDX) > WS-GERACAO-ANT
                          AND TAB-CAT-GERACAO (WS-IDX)
                              < WS-GERACAO-NOV
                          MOVE TAB-CAT-GERACAO (WS-IDX)
                            TO WS-GERACAO-ANT
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           ELSE
              DISPLAY ' '
              DISPLAY 'GERACAO ANTIGA: '
              ACCEPT WS-GERACAO-ANT
              DISPLAY 'GERACAO NOVA..: '
              ACCEPT WS-GERACAO-NOV
              IF WS-GERACAO-ANT > WS-GERACAO-NOV
                 MOVE WS-GERACAO-ANT TO WS-GERACAO-AUX
                 MOVE WS-GERACAO-NOV TO WS-GERACAO-ANT
                 MOVE WS-GERACAO-AUX TO WS-GERACAO-NOV
              END-IF
           END-IF

           MOVE 0 TO WS-IDX-ANT
           MOVE 0 TO WS-IDX-NOV
           IF WS-GERACAO-ANT NOT = WS-GERACAO-NOV
              PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-CAT
                 IF TAB-CAT-SITUACAO (WS-IDX) = 'A'
                    IF TAB-CAT-GERACAO (WS-IDX) = WS-GERACAO-ANT
                       MOVE WS-IDX TO WS-IDX-ANT
                    END-IF
                    IF TAB-CAT-GERACAO (WS-IDX) = WS-GERACAO-NOV
                       MOVE WS-IDX TO WS-IDX-NOV
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
       .

      ******************************************************************
      * IDs com evento de cadastro na trilha entre os dois backups -
      * trilha viva e arquivo morto dos anos da janela.
      ******************************************************************
       CARREGA-TRILHA.
           INITIALIZE WS-TAB-TRILHA
           MOVE TAB-CAT-DATA (WS-IDX-ANT) TO WS-MOM-ANT-DATA
           MOVE TAB-CAT-HORA (WS-IDX-ANT) TO WS-MOM-ANT-HORA
           MOVE TAB-CAT-DATA (WS-IDX-NOV) TO WS-MOM-NOV-DATA
           MOVE TAB-CAT-HORA (WS-IDX-NOV) TO WS-MOM-NOV-HORA

           IF WS-MOMENTO-ANT > WS-MOMENTO-NOV
              DISPLAY 'AVISO: A GERACAO ANTIGA E POSTERIOR A NOVA - '
                      'SEM CONFERENCIA COM A TRILHA'
           ELSE
              MOVE WS-MOM-ANT-DATA (1:4) TO WS-ANO-ARQUIVO
              MOVE WS-MOM-NOV-DATA (1:4) TO WS-ANO-FIM
              PERFORM VARRE-ARQUIVO-MORTO
              UNTIL WS-ANO-ARQUIVO > WS-ANO-FIM

              SET EOF-OK TO FALSE
              OPEN INPUT LOG-USUARIOS

              IF NOT FS-LOG-OK
                 DISPLAY 'AVISO: NAO FOI POSSIVEL LER A TRILHA DE '
                         'AUDITORIA - SEM CONFERENCIA COM A TRILHA'
              ELSE
                 SET TRILHA-DISPONIVEL TO TRUE
                 PERFORM UNTIL EOF-OK
                    READ LOG-USUARIOS
                       AT END
                          SET EOF-OK TO TRUE
                       NOT AT END
                          PERFORM MARCA-EVENTO
                    END-READ
                 END-PERFORM
                 CLOSE LOG-USUARIOS
              END-IF
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

           SET EOF-OK TO FALSE

           OPEN INPUT LOG-ARQUIVO

           IF FS-ARQ-OK
              PERFORM UNTIL EOF-OK
                 READ LOG-ARQUIVO
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       MOVE REG-LOG-ARQUIVO TO REG-LOG
                       PERFORM MARCA-EVENTO
                 END-READ
              END-PERFORM
              CLOSE LOG-ARQUIVO
           END-IF

           ADD 1 TO WS-ANO-ARQUIVO
       .

      *    recusas, eventos de operador e tabelas nao mexem no cadastro
       MARCA-EVENTO.
           MOVE LOG-DATA TO WS-MOM-EVT-DATA
           MOVE LOG-HORA TO WS-MOM-EVT-HORA

           IF WS-MOMENTO-EVT > WS-MOMENTO-ANT
              AND WS-MOMENTO-EVT NOT > WS-MOMENTO-NOV
              AND LOG-ID-USUARIO > 0
              AND NOT LOG-RECUSA
              AND NOT LOG-EVENTO-OPERADOR
              AND NOT LOG-TABELA
              SET TRILHA-COM-EVENTO (LOG-ID-USUARIO) TO TRUE
           END-IF
       .

       MONTA-NOMES.
           MOVE 0 TO WS-PREFIXO-LEN
           INSPECT WS-PREFIXO-AUX TALLYING WS-PREFIXO-LEN
           FOR CHARACTERS BEFORE SPACE

           MOVE SPACES TO WS-ARQ-ANT
           STRING WS-PREFIXO-AUX (1:WS-PREFIXO-LEN) DELIMITED SIZE
                  WS-GERACAO-ANT                    DELIMITED SIZE
                  '.dat'                            DELIMITED SIZE
             INTO WS-ARQ-ANT

           MOVE SPACES TO WS-ARQ-NOV
           STRING WS-PREFIXO-AUX (1:WS-PREFIXO-LEN) DELIMITED SIZE
                  WS-GERACAO-NOV                    DELIMITED SIZE
                  '.dat'                            DELIMITED SIZE
             INTO WS-ARQ-NOV
       .

      ******************************************************************
      * Cadastros: os backups sao gravados na ordem de ID, entao o
      * casamento e um balance line classico - chave alta no fim de
      * cada arquivo.
      ******************************************************************
       COMPARA-CADASTROS.
           MOVE 'CADASTRO' TO WS-SECAO
           MOVE 'CADASTROS' TO WS-SECAO-PLURAL
           MOVE CFG-PATH-BKP-PREFIXO TO WS-PREFIXO-AUX
           PERFORM MONTA-NOMES
           PERFORM ESCREVE-TITULO-SECAO

           OPEN INPUT USU-ANT
           OPEN INPUT USU-NOV

           IF NOT FS-ANT-OK OR NOT FS-NOV-OK
              DISPLAY 'ERRO AO ABRIR OS BACKUPS DE USUARIOS'
              DISPLAY 'FILE STATUS ANTIGA: ' WS-FS-ANT
                      ' NOVA: ' WS-FS-NOV
              MOVE 'ARQUIVO DE USUARIOS DE UMA DAS GERACOES AUSENTE'
                TO REG-REL-DIF
              WRITE REG-REL-DIF
              MOVE 8 TO WS-RC
              IF FS-ANT-OK
                 CLOSE USU-ANT
              END-IF
              IF FS-NOV-OK
                 CLOSE USU-NOV
              END-IF
           ELSE
              SET CONFERE-TRILHA TO TRUE
              PERFORM LE-USU-ANT
              PERFORM LE-USU-NOV
              PERFORM CASA-CADASTRO
              UNTIL WS-CHV-ANT = HIGH-VALUES
                AND WS-CHV-NOV = HIGH-VALUES

              CLOSE USU-ANT
              CLOSE USU-NOV
           END-IF
       .

       LE-USU-ANT.
           READ USU-ANT
              AT END
                 MOVE HIGH-VALUES TO WS-CHV-ANT
              NOT AT END
                 MOVE ID-USUARIO OF REG-USU-ANT TO WS-CHV-ANT
           END-READ
       .

       LE-USU-NOV.
           READ USU-NOV
              AT END
                 MOVE HIGH-VALUES TO WS-CHV-NOV
              NOT AT END
                 MOVE ID-USUARIO OF REG-USU-NOV TO WS-CHV-NOV
           END-READ
       .

       CASA-CADASTRO.
           ADD 1 TO WS-CONT-COMPARADOS
           EVALUATE TRUE
              WHEN WS-CHV-ANT < WS-CHV-NOV
                 MOVE ID-USUARIO OF REG-USU-ANT TO WS-ID-TRILHA
                 MOVE SPACES TO WS-IDENT
                 STRING 'CADASTRO ' DELIMITED SIZE
                        WS-ID-TRILHA DELIMITED SIZE
                   INTO WS-IDENT
                 PERFORM ESCREVE-SO-ANTIGA
                 PERFORM LE-USU-ANT
              WHEN WS-CHV-ANT > WS-CHV-NOV
                 MOVE ID-USUARIO OF REG-USU-NOV TO WS-ID-TRILHA
                 MOVE SPACES TO WS-IDENT
                 STRING 'CADASTRO ' DELIMITED SIZE
                        WS-ID-TRILHA DELIMITED SIZE
                   INTO WS-IDENT
                 PERFORM ESCREVE-SO-NOVA
                 PERFORM LE-USU-NOV
              WHEN OTHER
                 MOVE ID-USUARIO OF REG-USU-NOV TO WS-ID-TRILHA
                 MOVE SPACES TO WS-IDENT
                 STRING 'CADASTRO ' DELIMITED SIZE
                        WS-ID-TRILHA DELIMITED SIZE
                   INTO WS-IDENT
                 PERFORM DIFERE-CADASTRO
                 PERFORM LE-USU-ANT
                 PERFORM LE-USU-NOV
           END-EVALUATE
       .

       DIFERE-CADASTRO.
           MOVE 'N' TO WS-TEM-DIF

           MOVE 'EMAIL'              TO WS-CAMPO-NOME
           MOVE EMAIL OF REG-USU-ANT TO WS-VALOR-ANTES
           MOVE EMAIL OF REG-USU-NOV TO WS-VALOR-DEPOIS
           PERFORM COMPARA-CAMPO

           MOVE 'NOME'               TO WS-CAMPO-NOME
           MOVE NOME OF REG-USU-ANT  TO WS-VALOR-ANTES
           MOVE NOME OF REG-USU-NOV  TO WS-VALOR-DEPOIS
           PERFORM COMPARA-CAMPO

           IF SENHA OF REG-USU-ANT NOT = SENHA OF REG-USU-NOV
              MOVE 'SENHA' TO WS-CAMPO-NOME
              PERFORM ESCREVE-SENHA-ALTERADA
           END-IF

           MOVE 'TELEFONE'              TO WS-CAMPO-NOME
           MOVE TELEFONE OF REG-USU-ANT TO WS-VALOR-ANTES
           MOVE TELEFONE OF REG-USU-NOV TO WS-VALOR-DEPOIS
           PERFORM COMPARA-CAMPO

           MOVE 'TELEFONE-TIPO'              TO WS-CAMPO-NOME
           MOVE TELEFONE-TIPO OF REG-USU-ANT TO WS-VALOR-ANTES
           MOVE TELEFONE-TIPO OF REG-USU-NOV TO WS-VALOR-DEPOIS
           PERFORM COMPARA-CAMPO

           MOVE 'TELEFONE-2'              TO WS-CAMPO-NOME
           MOVE TELEFONE-2 OF REG-USU-ANT TO WS-VALOR-ANTES
           MOVE TELEFONE-2 OF REG-USU-NOV TO WS-VALOR-DEPOIS
           PERFORM COMPARA-CAMPO

           MOVE 'TELEFONE-2-TIPO'              TO WS-CAMPO-NOME
           MOVE TELEFONE-2-TIPO OF REG-USU-ANT TO WS-VALOR-ANTES
           MOVE TELEFONE-2-TIPO OF REG-USU-NOV TO WS-VALOR-DEPOIS
           PERFORM COMPARA-CAMPO

           MOVE 'TELEFONE-3'              TO WS-CAMPO-NOME
           MOVE TELEFONE-3 OF REG-USU-ANT TO WS-VALOR-ANTES
           MOVE TELEFONE-3 OF REG-USU-NOV TO WS-VALOR-DEPOIS
           PERFORM COMPARA-CAMPO

           MOVE 'TELEFONE-3-TIPO'              TO WS-CAMPO-NOME
           MOVE TELEFONE-3-TIPO OF REG-USU-ANT TO WS-VALOR-ANTES
           MOVE TELEFONE-3-TIPO OF REG-USU-NOV TO WS-VALOR-DEPOIS
           PERFORM COMPARA-CAMPO

           MOVE 'DATA-CADASTRO'              TO WS-CAMPO-NOME
           MOVE DATA-CADASTRO OF REG-USU-ANT TO WS-VALOR-ANTES
           MOVE DATA-CADASTRO OF REG-USU-NOV TO WS-VALOR-DEPOIS
           PERFORM COMPARA-CAMPO

           MOVE 'DATA-ALTERACAO'              TO WS-CAMPO-NOME
           MOVE DATA-ALTERACAO OF REG-USU-ANT TO WS-VALOR-ANTES
           MOVE DATA-ALTERACAO OF REG-USU-NOV TO WS-VALOR-DEPOIS
           PERFORM COMPARA-CAMPO

           MOVE 'STATUS'                      TO WS-CAMPO-NOME
           MOVE STATUS-USUARIO OF REG-USU-ANT TO WS-VALOR-ANTES
           MOVE STATUS-USUARIO OF REG-USU-NOV TO WS-VALOR-DEPOIS
           PERFORM COMPARA-CAMPO

           MOVE 'CPF'               TO WS-CAMPO-NOME
           MOVE CPF OF REG-USU-ANT  TO WS-VALOR-ANTES
           MOVE CPF OF REG-USU-NOV  TO WS-VALOR-DEPOIS
           PERFORM COMPARA-CAMPO

           MOVE 'TROCA-SENHA'       TO WS-CAMPO-NOME
           MOVE DATA-ULTIMA-TROCA-SENHA OF REG-USU-ANT
             TO WS-VALOR-ANTES
           MOVE DATA-ULTIMA-TROCA-SENHA OF REG-USU-NOV
             TO WS-VALOR-DEPOIS
           PERFORM COMPARA-CAMPO

           MOVE 'DEPARTAMENTO'              TO WS-CAMPO-NOME
           MOVE DEPARTAMENTO OF REG-USU-ANT TO WS-VALOR-ANTES
           MOVE DEPARTAMENTO OF REG-USU-NOV TO WS-VALOR-DEPOIS
           PERFORM COMPARA-CAMPO

           MOVE 'VINCULO'              TO WS-CAMPO-NOME
           MOVE VINCULO OF REG-USU-ANT TO WS-VALOR-ANTES
           MOVE VINCULO OF REG-USU-NOV TO WS-VALOR-DEPOIS
           PERFORM COMPARA-CAMPO

           MOVE 'FIM-CONTRATO'              TO WS-CAMPO-NOME
           MOVE DATA-FIM-CONTRATO OF REG-USU-ANT TO WS-VALOR-ANTES
           MOVE DATA-FIM-CONTRATO OF REG-USU-NOV TO WS-VALOR-DEPOIS
           PERFORM COMPARA-CAMPO

           MOVE 'EMPRESA'              TO WS-CAMPO-NOME
           MOVE EMPRESA OF REG-USU-ANT TO WS-VALOR-ANTES
           MOVE EMPRESA OF REG-USU-NOV TO WS-VALOR-DEPOIS
           PERFORM COMPARA-CAMPO

           PERFORM FECHA-REGISTRO
       .

      ******************************************************************
      * Enderecos: mesma ordem (ID + tipo) e mesmo casamento. Geracao
      * anterior ao backup conjunto nao tem o arquivo: a secao sai
      * com aviso.
      ******************************************************************
       COMPARA-ENDERECOS.
           MOVE 'ENDERECO' TO WS-SECAO
           MOVE 'ENDERECOS' TO WS-SECAO-PLURAL
           MOVE CFG-PATH-BKP-END-PREFIXO TO WS-PREFIXO-AUX
           PERFORM MONTA-NOMES
           PERFORM ESCREVE-TITULO-SECAO

           OPEN INPUT END-ANT
           OPEN INPUT END-NOV

           IF NOT FS-ANT-OK OR NOT FS-NOV-OK
              PERFORM AVISA-SECAO-AUSENTE
              IF FS-ANT-OK
                 CLOSE END-ANT
              END-IF
              IF FS-NOV-OK
                 CLOSE END-NOV
              END-IF
           ELSE
              SET CONFERE-TRILHA TO TRUE
              PERFORM LE-END-ANT
              PERFORM LE-END-NOV
              PERFORM CASA-ENDERECO
              UNTIL WS-CHV-ANT = HIGH-VALUES
                AND WS-CHV-NOV = HIGH-VALUES

              CLOSE END-ANT
              CLOSE END-NOV
           END-IF
       .

       LE-END-ANT.
           READ END-ANT
              AT END
                 MOVE HIGH-VALUES TO WS-CHV-ANT
              NOT AT END
                 MOVE END-CHAVE OF REG-END-ANT TO WS-CHV-ANT
           END-READ
       .

       LE-END-NOV.
           READ END-NOV
              AT END
                 MOVE HIGH-VALUES TO WS-CHV-NOV
              NOT AT END
                 MOVE END-CHAVE OF REG-END-NOV TO WS-CHV-NOV
           END-READ
       .

       CASA-ENDERECO.
           ADD 1 TO WS-CONT-COMPARADOS
           EVALUATE TRUE
              WHEN WS-CHV-ANT < WS-CHV-NOV
                 MOVE END-ID-USUARIO OF REG-END-ANT TO WS-ID-TRILHA
                 MOVE SPACES TO WS-IDENT
                 STRING 'ENDERECO '  DELIMITED SIZE
                        WS-ID-TRILHA DELIMITED SIZE
                        ' '          DELIMITED SIZE
                        END-TIPO OF REG-END-ANT DELIMITED SIZE
                   INTO WS-IDENT
                 PERFORM ESCREVE-SO-ANTIGA
                 PERFORM LE-END-ANT
              WHEN WS-CHV-ANT > WS-CHV-NOV
                 MOVE END-ID-USUARIO OF REG-END-NOV TO WS-ID-TRILHA
                 MOVE SPACES TO WS-IDENT
                 STRING 'ENDERECO '  DELIMITED SIZE
                        WS-ID-TRILHA DELIMITED SIZE
                        ' '          DELIMITED SIZE
                        END-TIPO OF REG-END-NOV DELIMITED SIZE
                   INTO WS-IDENT
                 PERFORM ESCREVE-SO-NOVA
                 PERFORM LE-END-NOV
              WHEN OTHER
                 MOVE END-ID-USUARIO OF REG-END-NOV TO WS-ID-TRILHA
                 MOVE SPACES TO WS-IDENT
                 STRING 'ENDERECO '  DELIMITED SIZE
                        WS-ID-TRILHA DELIMITED SIZE
                        ' '          DELIMITED SIZE
                        END-TIPO OF REG-END-NOV DELIMITED SIZE
                   INTO WS-IDENT
                 PERFORM DIFERE-ENDERECO
                 PERFORM LE-END-ANT
                 PERFORM LE-END-NOV
           END-EVALUATE
       .

       DIFERE-ENDERECO.
           MOVE 'N' TO WS-TEM-DIF

           MOVE 'LOGRADOURO'                    TO WS-CAMPO-NOME
           MOVE END-LOGRADOURO OF REG-END-ANT   TO WS-VALOR-ANTES
           MOVE END-LOGRADOURO OF REG-END-NOV   TO WS-VALOR-DEPOIS
           PERFORM COMPARA-CAMPO

           MOVE 'NUMERO'                        TO WS-CAMPO-NOME
           MOVE END-NUMERO OF REG-END-ANT       TO WS-VALOR-ANTES
           MOVE END-NUMERO OF REG-END-NOV       TO WS-VALOR-DEPOIS
           PERFORM COMPARA-CAMPO

           MOVE 'COMPLEMENTO'                   TO WS-CAMPO-NOME
           MOVE END-COMPLEMENTO OF REG-END-ANT  TO WS-VALOR-ANTES
           MOVE END-COMPLEMENTO OF REG-END-NOV  TO WS-VALOR-DEPOIS
           PERFORM COMPARA-CAMPO

           MOVE 'BAIRRO'                        TO WS-CAMPO-NOME
           MOVE END-BAIRRO OF REG-END-ANT       TO WS-VALOR-ANTES
           MOVE END-BAIRRO OF REG-END-NOV       TO WS-VALOR-DEPOIS
           PERFORM COMPARA-CAMPO

           MOVE 'CIDADE'                        TO WS-CAMPO-NOME
           MOVE END-CIDADE OF REG-END-ANT       TO WS-VALOR-ANTES
           MOVE END-CIDADE OF REG-END-NOV       TO WS-VALOR-DEPOIS
           PERFORM COMPARA-CAMPO

           MOVE 'UF'                            TO WS-CAMPO-NOME
           MOVE END-UF OF REG-END-ANT           TO WS-VALOR-ANTES
           MOVE END-UF OF REG-END-NOV           TO WS-VALOR-DEPOIS
           PERFORM COMPARA-CAMPO

           MOVE 'CEP'                           TO WS-CAMPO-NOME
           MOVE END-CEP OF REG-END-ANT          TO WS-VALOR-ANTES
           MOVE END-CEP OF REG-END-NOV          TO WS-VALOR-DEPOIS
           PERFORM COMPARA-CAMPO

           PERFORM FECHA-REGISTRO
       .

      ******************************************************************
      * Operadores: por matricula. Os eventos de operador nao tem o ID
      * do cadastro, entao esta secao nao confere a trilha.
      ******************************************************************
       COMPARA-OPERADORES.
           MOVE 'OPERADOR' TO WS-SECAO
           MOVE 'OPERADORES' TO WS-SECAO-PLURAL
           MOVE CFG-PATH-BKP-OPER-PREFIXO TO WS-PREFIXO-AUX
           PERFORM MONTA-NOMES
           PERFORM ESCREVE-TITULO-SECAO

           OPEN INPUT OPER-ANT
           OPEN INPUT OPER-NOV

           IF NOT FS-ANT-OK OR NOT FS-NOV-OK
              PERFORM AVISA-SECAO-AUSENTE
              IF FS-ANT-OK
                 CLOSE OPER-ANT
              END-IF
              IF FS-NOV-OK
                 CLOSE OPER-NOV
              END-IF
           ELSE
              MOVE 'N' TO WS-CONFERE-TRILHA
              PERFORM LE-OPER-ANT
              PERFORM LE-OPER-NOV
              PERFORM CASA-OPERADOR
              UNTIL WS-CHV-ANT = HIGH-VALUES
                AND WS-CHV-NOV = HIGH-VALUES

              CLOSE OPER-ANT
              CLOSE OPER-NOV
           END-IF
       .

       LE-OPER-ANT.
           READ OPER-ANT
              AT END
                 MOVE HIGH-VALUES TO WS-CHV-ANT
              NOT AT END
                 MOVE OPER-MATRICULA OF REG-OPER-ANT TO WS-CHV-ANT
           END-READ
       .

       LE-OPER-NOV.
           READ OPER-NOV
              AT END
                 MOVE HIGH-VALUES TO WS-CHV-NOV
              NOT AT END
                 MOVE OPER-MATRICULA OF REG-OPER-NOV TO WS-CHV-NOV
           END-READ
       .

       CASA-OPERADOR.
           ADD 1 TO WS-CONT-COMPARADOS
           MOVE SPACES TO WS-IDENT
           EVALUATE TRUE
              WHEN WS-CHV-ANT < WS-CHV-NOV
                 STRING 'OPERADOR '  DELIMITED SIZE
                        OPER-MATRICULA OF REG-OPER-ANT DELIMITED SIZE
                   INTO WS-IDENT
                 PERFORM ESCREVE-SO-ANTIGA
                 PERFORM LE-OPER-ANT
              WHEN WS-CHV-ANT > WS-CHV-NOV
                 STRING 'OPERADOR '  DELIMITED SIZE
                        OPER-MATRICULA OF REG-OPER-NOV DELIMITED SIZE
                   INTO WS-IDENT
                 PERFORM ESCREVE-SO-NOVA
                 PERFORM LE-OPER-NOV
              WHEN OTHER
                 STRING 'OPERADOR '  DELIMITED SIZE
                        OPER-MATRICULA OF REG-OPER-NOV DELIMITED SIZE
                   INTO WS-IDENT
                 PERFORM DIFERE-OPERADOR
                 PERFORM LE-OPER-ANT
                 PERFORM LE-OPER-NOV
           END-EVALUATE
       .

       DIFERE-OPERADOR.
           MOVE 'N' TO WS-TEM-DIF

           MOVE 'NOME'                       TO WS-CAMPO-NOME
           MOVE OPER-NOME OF REG-OPER-ANT    TO WS-VALOR-ANTES
           MOVE OPER-NOME OF REG-OPER-NOV    TO WS-VALOR-DEPOIS
           PERFORM COMPARA-CAMPO

           IF OPER-SENHA OF REG-OPER-ANT
              NOT = OPER-SENHA OF REG-OPER-NOV
              MOVE 'SENHA' TO WS-CAMPO-NOME
              PERFORM ESCREVE-SENHA-ALTERADA
           END-IF

           MOVE 'PERFIL'                     TO WS-CAMPO-NOME
           MOVE OPER-PERFIL OF REG-OPER-ANT  TO WS-VALOR-ANTES
           MOVE OPER-PERFIL OF REG-OPER-NOV  TO WS-VALOR-DEPOIS
           PERFORM COMPARA-CAMPO

           MOVE 'FALHAS'                     TO WS-CAMPO-NOME
           MOVE OPER-FALHAS OF REG-OPER-ANT  TO WS-VALOR-ANTES
           MOVE OPER-FALHAS OF REG-OPER-NOV  TO WS-VALOR-DEPOIS
           PERFORM COMPARA-CAMPO

           MOVE 'SITUACAO'                   TO WS-CAMPO-NOME
           MOVE OPER-SITUACAO OF REG-OPER-ANT TO WS-VALOR-ANTES
           MOVE OPER-SITUACAO OF REG-OPER-NOV TO WS-VALOR-DEPOIS
           PERFORM COMPARA-CAMPO

           MOVE 'TROCA-SENHA'                TO WS-CAMPO-NOME
           MOVE OPER-DATA-TROCA-SENHA OF REG-OPER-ANT
             TO WS-VALOR-ANTES
           MOVE OPER-DATA-TROCA-SENHA OF REG-OPER-NOV
             TO WS-VALOR-DEPOIS
           PERFORM COMPARA-CAMPO

           MOVE 'EMPRESA'                    TO WS-CAMPO-NOME
           MOVE OPER-EMPRESA OF REG-OPER-ANT TO WS-VALOR-ANTES
           MOVE OPER-EMPRESA OF REG-OPER-NOV TO WS-VALOR-DEPOIS
           PERFORM COMPARA-CAMPO

           MOVE 'CADASTRO'                   TO WS-CAMPO-NOME
           MOVE OPER-ID-USUARIO OF REG-OPER-ANT TO WS-VALOR-ANTES
           MOVE OPER-ID-USUARIO OF REG-OPER-NOV TO WS-VALOR-DEPOIS
           PERFORM COMPARA-CAMPO

           MOVE 'CPF'                        TO WS-CAMPO-NOME
           MOVE OPER-CPF OF REG-OPER-ANT     TO WS-VALOR-ANTES
           MOVE OPER-CPF OF REG-OPER-NOV     TO WS-VALOR-DEPOIS
           PERFORM COMPARA-CAMPO

           PERFORM FECHA-REGISTRO
       .

      ******************************************************************
      * Escrita das diferencas e contagem por tipo
      ******************************************************************
       COMPARA-CAMPO.
           IF WS-VALOR-ANTES NOT = WS-VALOR-DEPOIS
              PERFORM ABRE-REGISTRO-ALTERADO

              MOVE SPACES TO REG-REL-DIF
              STRING '   '            DELIMITED SIZE
                     WS-CAMPO-NOME    DELIMITED SIZE
                     ': '             DELIMITED SIZE
                     WS-VALOR-ANTES   DELIMITED SIZE
                     ' -> '           DELIMITED SIZE
                     WS-VALOR-DEPOIS  DELIMITED SIZE
                INTO REG-REL-DIF
              WRITE REG-REL-DIF

              PERFORM SOMA-CAMPO
           END-IF
       .

       ESCREVE-SENHA-ALTERADA.
           PERFORM ABRE-REGISTRO-ALTERADO

           MOVE SPACES TO REG-REL-DIF
           STRING '   '            DELIMITED SIZE
                  WS-CAMPO-NOME    DELIMITED SIZE
                  ': ALTERADA'     DELIMITED SIZE
             INTO REG-REL-DIF
           WRITE REG-REL-DIF

           PERFORM SOMA-CAMPO
       .

      *    primeira diferenca do registro: linha de identificacao
       ABRE-REGISTRO-ALTERADO.
           IF NOT TEM-DIFERENCA
              SET TEM-DIFERENCA TO TRUE
              MOVE SPACES TO REG-REL-DIF
              STRING WS-IDENT       DELIMITED '  '
                     ' - ALTERADO'  DELIMITED SIZE
                INTO REG-REL-DIF
              PERFORM MARCA-SEM-TRILHA
              WRITE REG-REL-DIF
           END-IF
       .

       FECHA-REGISTRO.
           IF TEM-DIFERENCA
              ADD 1 TO WS-CONT-DIFERENTES
              MOVE SPACES TO WS-TOT-CHAVE
              STRING WS-SECAO-PLURAL   DELIMITED SPACE
                     ' ALTERADOS'      DELIMITED SIZE
                INTO WS-TOT-CHAVE
              PERFORM SOMA-TOTAL
           ELSE
              ADD 1 TO WS-CONT-IGUAIS
           END-IF
       .

       ESCREVE-SO-ANTIGA.
           ADD 1 TO WS-CONT-DIFERENTES
           MOVE SPACES TO REG-REL-DIF
           STRING WS-IDENT             DELIMITED '  '
                  ' - SO NA GERACAO '  DELIMITED SIZE
                  WS-GERACAO-ANT       DELIMITED SIZE
                  ' (REMOVIDO)'        DELIMITED SIZE
             INTO REG-REL-DIF
           PERFORM MARCA-SEM-TRILHA
           WRITE REG-REL-DIF

           MOVE SPACES TO WS-TOT-CHAVE
           STRING WS-SECAO-PLURAL       DELIMITED SPACE
                  ' SO NA ANTIGA'       DELIMITED SIZE
             INTO WS-TOT-CHAVE
           PERFORM SOMA-TOTAL
       .

       ESCREVE-SO-NOVA.
           ADD 1 TO WS-CONT-DIFERENTES
           MOVE SPACES TO REG-REL-DIF
           STRING WS-IDENT             DELIMITED '  '
                  ' - SO NA GERACAO '  DELIMITED SIZE
                  WS-GERACAO-NOV       DELIMITED SIZE
                  ' (NOVO)'            DELIMITED SIZE
             INTO REG-REL-DIF
           PERFORM MARCA-SEM-TRILHA
           WRITE REG-REL-DIF

           MOVE SPACES TO WS-TOT-CHAVE
           STRING WS-SECAO-PLURAL       DELIMITED SPACE
                  ' SO NA NOVA'         DELIMITED SIZE
             INTO WS-TOT-CHAVE
           PERFORM SOMA-TOTAL
       .

      *    cadastro/endereco que mudou sem evento do ID na trilha
       MARCA-SEM-TRILHA.
           IF CONFERE-TRILHA
              AND TRILHA-DISPONIVEL
              AND WS-ID-TRILHA > 0
              IF NOT TRILHA-COM-EVENTO (WS-ID-TRILHA)
                 MOVE '*SEM EVENTO NA TRILHA*'
                   TO REG-REL-DIF (70:22)
                 ADD 1 TO WS-CONT-SEM-TRILHA
                 MOVE 'SEM EVENTO NA TRILHA' TO WS-TOT-CHAVE
                 PERFORM SOMA-TOTAL
              END-IF
           END-IF
       .

       SOMA-CAMPO.
           MOVE SPACES TO WS-TOT-CHAVE
           STRING WS-SECAO          DELIMITED SPACE
                  ' - '             DELIMITED SIZE
                  WS-CAMPO-NOME     DELIMITED SPACE
             INTO WS-TOT-CHAVE
           PERFORM SOMA-TOTAL
       .

       SOMA-TOTAL.
           MOVE 0 TO WS-IDX-TOT
           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-QTD-TOT OR WS-IDX-TOT > 0
              IF TOT-DESCRICAO (WS-IDX) = WS-TOT-CHAVE
                 MOVE WS-IDX TO WS-IDX-TOT
              END-IF
           END-PERFORM

           IF WS-IDX-TOT = 0 AND WS-QTD-TOT < 80
              ADD 1 TO WS-QTD-TOT
              MOVE WS-TOT-CHAVE TO TOT-DESCRICAO (WS-QTD-TOT)
              MOVE 0            TO TOT-QTD (WS-QTD-TOT)
              MOVE WS-QTD-TOT   TO WS-IDX-TOT
           END-IF

           IF WS-IDX-TOT > 0
              ADD 1 TO TOT-QTD (WS-IDX-TOT)
           END-IF
       .

      *    os totais de presenca saem sempre, mesmo zerados, na ordem
      *    das secoes; os de campo entram conforme aparecem
       SEMEIA-TOTAIS.
           MOVE 'CADASTROS SO NA ANTIGA'  TO TOT-DESCRICAO (1)
           MOVE 'CADASTROS SO NA NOVA'    TO TOT-DESCRICAO (2)
           MOVE 'CADASTROS ALTERADOS'     TO TOT-DESCRICAO (3)
           MOVE 'ENDERECOS SO NA ANTIGA'  TO TOT-DESCRICAO (4)
           MOVE 'ENDERECOS SO NA NOVA'    TO TOT-DESCRICAO (5)
           MOVE 'ENDERECOS ALTERADOS'     TO TOT-DESCRICAO (6)
           MOVE 'OPERADORES SO NA ANTIGA' TO TOT-DESCRICAO (7)
           MOVE 'OPERADORES SO NA NOVA'   TO TOT-DESCRICAO (8)
           MOVE 'OPERADORES ALTERADOS'    TO TOT-DESCRICAO (9)
           MOVE 'SEM EVENTO NA TRILHA'    TO TOT-DESCRICAO (10)
           MOVE 10 TO WS-QTD-TOT
           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-QTD-TOT
              MOVE 0 TO TOT-QTD (WS-IDX)
           END-PERFORM
       .

       AVISA-SECAO-AUSENTE.
           MOVE SPACES TO REG-REL-DIF
           STRING 'GERACAO SEM BACKUP DE '  DELIMITED SIZE
                  WS-SECAO-PLURAL           DELIMITED SPACE
                  ' (ANTERIOR AO BACKUP CONJUNTO) - SECAO NAO '
                                            DELIMITED SIZE
                  'COMPARADA'               DELIMITED SIZE
             INTO REG-REL-DIF
           WRITE REG-REL-DIF
           DISPLAY 'AVISO: ' REG-REL-DIF
       .

       ESCREVE-TITULO-SECAO.
           MOVE SPACES TO REG-REL-DIF
           WRITE REG-REL-DIF

           MOVE SPACES TO REG-REL-DIF
           STRING '--- '    DELIMITED SIZE
                  WS-SECAO-PLURAL DELIMITED SPACE
                  ' ---'          DELIMITED SIZE
             INTO REG-REL-DIF
           WRITE REG-REL-DIF
       .

       ESCREVE-CABECALHO.
           ACCEPT WS-DATA-SISTEMA FROM DATE

           MOVE SPACES TO REG-REL-DIF
           STRING 'COMPARACAO DE GERACOES DE BACKUP'
                              DELIMITED SIZE
                  '   DATA: ' DELIMITED SIZE
                  WS-DATA-DIA DELIMITED SIZE
                  '/'         DELIMITED SIZE
                  WS-DATA-MES DELIMITED SIZE
                  '/'         DELIMITED SIZE
                  WS-DATA-ANO DELIMITED SIZE
             INTO REG-REL-DIF
           WRITE REG-REL-DIF

           MOVE SPACES TO REG-REL-DIF
           STRING 'ANTIGA: '                 DELIMITED SIZE
                  WS-GERACAO-ANT             DELIMITED SIZE
                  ' DE '                     DELIMITED SIZE
                  TAB-CAT-DATA (WS-IDX-ANT)  DELIMITED SIZE
                  ' '                        DELIMITED SIZE
                  TAB-CAT-HORA (WS-IDX-ANT)  DELIMITED SIZE
                  '   NOVA: '                DELIMITED SIZE
                  WS-GERACAO-NOV             DELIMITED SIZE
                  ' DE '                     DELIMITED SIZE
                  TAB-CAT-DATA (WS-IDX-NOV)  DELIMITED SIZE
                  ' '                        DELIMITED SIZE
                  TAB-CAT-HORA (WS-IDX-NOV)  DELIMITED SIZE
             INTO REG-REL-DIF
           WRITE REG-REL-DIF

           IF NOT TRILHA-DISPONIVEL
              MOVE 'TRILHA DE AUDITORIA NAO CONFERIDA'
                TO REG-REL-DIF
              WRITE REG-REL-DIF
           END-IF
       .

       ESCREVE-TOTAIS.
           MOVE SPACES TO REG-REL-DIF
           WRITE REG-REL-DIF

           MOVE 'TOTAIS POR TIPO DE DIFERENCA' TO REG-REL-DIF
           WRITE REG-REL-DIF

           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-QTD-TOT
              MOVE SPACES TO REG-REL-DIF
              STRING '   '                  DELIMITED SIZE
                     TOT-DESCRICAO (WS-IDX) DELIMITED SIZE
                     ' '                    DELIMITED SIZE
                     TOT-QTD (WS-IDX)       DELIMITED SIZE
                INTO REG-REL-DIF
              WRITE REG-REL-DIF
           END-PERFORM

           MOVE SPACES TO REG-REL-DIF
           STRING 'REGISTROS COMPARADOS: '  DELIMITED SIZE
                  WS-CONT-COMPARADOS        DELIMITED SIZE
                  '   IGUAIS: '             DELIMITED SIZE
                  WS-CONT-IGUAIS            DELIMITED SIZE
                  '   COM DIFERENCA: '      DELIMITED SIZE
                  WS-CONT-DIFERENTES        DELIMITED SIZE
             INTO REG-REL-DIF
           WRITE REG-REL-DIF
       .

       END PROGRAM PROGBKPDIF.
