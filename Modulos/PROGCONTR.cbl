      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Modulo dos contratos com data de fim (terceiros,
      *          estagiarios e qualquer cadastro com
      *          DATA-FIM-CONTRATO preenchida). Roda em dois modos:
      *          EXPIRA poe em 'I' todo cadastro ATIVO cujo contrato
      *          terminou antes de hoje, gravando o registro de
      *          auditoria 'A' de sempre (STATUS ATIVO -> INATIVO) e
      *          revogando os acessos a sistemas (PROGACES);
      *          RELATORIO lista os contratos ATIVOS que terminam de
      *          hoje ate hoje mais N dias (padrao 30, chave
      *          CONTRATO-AVISO-DIAS de PARAMETROS.dat via PROGPARAM),
      *          agrupados por departamento com a entrada 000 para
      *          os sem alocacao, em REL-CONTRATOS.txt (molde do
      *          PROGDORM, catalogado pelo PROGRELCAT) para os
      *          gestores renovarem a tempo. Executavel como passo
      *          CONTREXP (expira) ou CONTREL (relatorio) do PROGJOB;
      *          na entrada interativa o modo e o relatorio, e so o
      *          perfil ADMIN pode escolher a expiracao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCONTR.


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
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-USUARIO
           ALTERNATE RECORD KEY IS EMAIL
           FILE STATUS IS WS-FS.

           SELECT DEPARTAMENTOS ASSIGN TO
           CFG-PATH-DEPARTAMENTOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DEP.

           SELECT REL-CONTRATOS ASSIGN TO
           CFG-PATH-REL-CONTRATOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  USUARIOS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-USUARIOS.cpy'.

       FD  DEPARTAMENTOS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-DEPARTAMENTOS.cpy'.

       FD  REL-CONTRATOS.
       01  REG-REL-CONTR               PIC X(100).

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WS-FS                       PIC 99.
           88 FS-OK                    VALUE 0.

       77  WS-FS-DEP                   PIC 99.
           88 FS-DEP-OK                VALUE 0.

       77  WS-FS-REL                   PIC 99.
           88 FS-REL-OK                VALUE 0.

       77  WS-EOF                      PIC X.
           88 EOF-OK                   VALUE 'F' FALSE 'N'.

       77  WS-MODO                     PIC X VALUE 'R'.
           88 MODO-EXPIRA              VALUE 'E'.
           88 MODO-RELATORIO           VALUE 'R'.

       77  WS-OPCAO-EXPIRA             PIC X.

       77  WS-DIAS-AVISO               PIC 9(04).
       77  WS-DIAS-PADRAO              PIC 9(04) VALUE 30.

       77  WS-DATA-HOJE                PIC 9(08).
       77  WS-DATA-LIMITE              PIC 9(08).

       77  WS-CONT-LIDOS               PIC 9(05) VALUE 0.
       77  WS-CONT-VENCIDOS            PIC 9(05) VALUE 0.
       77  WS-CONT-INATIVADOS          PIC 9(05) VALUE 0.
       77  WS-CONT-A-VENCER            PIC 9(05) VALUE 0.

       77  WS-QTD-DEPS                 PIC 99 VALUE 0.
       77  WS-MAX-DEPS                 PIC 99 VALUE 51.
       77  WS-IDX-DEP                  PIC 99.
       77  WS-IDX-ACHADO               PIC 99.
       77  WS-DEP-NUM                  PIC 9(03).

       01  TAB-DEPARTAMENTOS.
           03 TAB-DEP-ITEM             OCCURS 51 TIMES.
              05 TAB-DEP-CODIGO        PIC 9(03).
              05 TAB-DEP-NOME          PIC X(30).
              05 TAB-DEP-TOTAL         PIC 9(05).

       77  WS-QTD-CONTR                PIC 9(05) VALUE 0.
       77  WS-MAX-CONTR                PIC 9(05) VALUE 2000.
       77  WS-IDX                      PIC 9(05).

       77  WS-ESTOURO                  PIC X VALUE 'N'.
           88 ESTOURO-CONTRATOS        VALUE 'S'.

       01  WS-TAB-CONTRATOS.
           03 TAB-CTR-ITEM             OCCURS 2000 TIMES.
              05 TAB-CTR-IDX-DEP       PIC 99.
              05 TAB-CTR-ID            PIC 9(05).
              05 TAB-CTR-NOME          PIC X(30).
              05 TAB-CTR-VINCULO       PIC X(01).
              05 TAB-CTR-DATA-FIM      PIC 9(08).
              05 TAB-CTR-DIAS          PIC 9(04).

       77  WS-PAGINA                   PIC 9(03) VALUE 0.
       77  WS-LINHAS-PAGINA            PIC 99 VALUE 0.
       77  WS-MAX-LINHAS-PAGINA        PIC 99 VALUE 20.

       01  WS-DATA-SISTEMA.
           03 WS-DATA-ANO              PIC 9(02).
           03 WS-DATA-MES              PIC 9(02).
           03 WS-DATA-DIA              PIC 9(02).

           COPY
           '/home/recic/Dev/PROG01/Dados/CFG-PATHS.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-LOG.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-OPVINC.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-SESSAO.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-PARAM.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-ACES.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-RELCAT.cpy'.

      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 0 TO WS-CONT-LIDOS
           MOVE 0 TO WS-CONT-VENCIDOS
           MOVE 0 TO WS-CONT-INATIVADOS
           MOVE 0 TO WS-CONT-A-VENCER
           MOVE 0 TO WS-QTD-CONTR
           MOVE 0 TO WS-PAGINA
           MOVE 'N' TO WS-ESTOURO

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM OBTEM-MODO-E-PRAZO

           IF MODO-EXPIRA
              PERFORM EXPIRA-CONTRATOS
              DISPLAY 'EXPIRACAO DE CONTRATOS CONCLUIDA - '
                      WS-CONT-VENCIDOS ' VENCIDO(S), '
                      WS-CONT-INATIVADOS ' INATIVADO(S)'

              SET LK-SESS-RESULT-GRAVAR TO TRUE
              MOVE WS-CONT-LIDOS      TO LK-SESS-QTD-PROCESSADOS
              MOVE WS-CONT-INATIVADOS TO LK-SESS-QTD-ACEITOS
              COMPUTE LK-SESS-QTD-REJEITADOS =
                 WS-CONT-VENCIDOS - WS-CONT-INATIVADOS
              CALL CFG-PATH-PROGSESS
              USING LK-SESS-AREA
           ELSE
              PERFORM GERA-RELATORIO
              DISPLAY 'CONTRATOS A VENCER EM ' WS-DIAS-AVISO
                      ' DIAS: ' WS-CONT-A-VENCER

              SET LK-SESS-RESULT-GRAVAR TO TRUE
              MOVE WS-CONT-LIDOS    TO LK-SESS-QTD-PROCESSADOS
              MOVE WS-CONT-A-VENCER TO LK-SESS-QTD-ACEITOS
              MOVE 0                TO LK-SESS-QTD-REJEITADOS
              CALL CFG-PATH-PROGSESS
              USING LK-SESS-AREA
           END-IF

           GOBACK.

       OBTEM-MODO-E-PRAZO.
           SET LK-PAR-CONSULTAR TO TRUE
           MOVE 'CONTRATO-AVISO-DIAS' TO LK-PAR-CHAVE
           MOVE 30 TO LK-PAR-VALOR
           CALL CFG-PATH-PROGPARAM
           USING LK-PAR-AREA
           MOVE LK-PAR-VALOR TO WS-DIAS-PADRAO

           SET MODO-RELATORIO TO TRUE
           MOVE WS-DIAS-PADRAO TO WS-DIAS-AVISO

           SET LK-SESS-CONSULTAR TO TRUE
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           IF LK-SESS-MODO-BATCH
              IF LK-SESS-PARAM = 'EXPIRA'
                 SET MODO-EXPIRA TO TRUE
              END-IF
           ELSE
              IF LK-SESS-ADMIN
                 DISPLAY ' '
                 DISPLAY 'INATIVAR AGORA OS CONTRATOS JA VENCIDOS ? '
                         '(S = INATIVA, N = SO O RELATORIO)'
                 ACCEPT WS-OPCAO-EXPIRA
                 IF WS-OPCAO-EXPIRA = 'S' OR WS-OPCAO-EXPIRA = 's'
                    SET MODO-EXPIRA TO TRUE
                 END-IF
              END-IF
              IF MODO-RELATORIO
                 DISPLAY ' '
                 DISPLAY 'DIAS DE ANTECEDENCIA DO AVISO (0 = '
                         WS-DIAS-PADRAO ' ): '
                 ACCEPT WS-DIAS-AVISO
                 IF WS-DIAS-AVISO = 0
                    MOVE WS-DIAS-PADRAO TO WS-DIAS-AVISO
                 END-IF
              END-IF
           END-IF

           COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER (
              FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
              + WS-DIAS-AVISO)
       .

      ******************************************************************
      * Expiracao: contrato com fim anterior a hoje em cadastro ainda
      * ATIVO. O dia do fim ainda e trabalhado - o login so cai no
      * processamento noturno do dia seguinte.
      ******************************************************************
       EXPIRA-CONTRATOS.
           SET EOF-OK TO FALSE

           OPEN I-O USUARIOS

           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE USUARIOS'
              DISPLAY 'FILE STATUS: ' WS-FS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE LOW-VALUES TO ID-USUARIO
           START USUARIOS KEY IS >= ID-USUARIO
              INVALID KEY
                 SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
              READ USUARIOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CONT-LIDOS
                    IF ATIVO-USUARIO
                       AND DATA-FIM-CONTRATO > 0
                       AND DATA-FIM-CONTRATO < WS-DATA-HOJE
                       ADD 1 TO WS-CONT-VENCIDOS
                       PERFORM INATIVA-CADASTRO
                    END-IF
              END-READ
           END-PERFORM

           CLOSE USUARIOS

           MOVE 0 TO RETURN-CODE
           IF WS-CONT-INATIVADOS < WS-CONT-VENCIDOS
              MOVE 8 TO RETURN-CODE
           END-IF
       .

       INATIVA-CADASTRO.
           SET INATIVO-USUARIO TO TRUE
           ACCEPT DATA-ALTERACAO FROM DATE YYYYMMDD

           REWRITE REG-USUARIO
              INVALID KEY
                 DISPLAY 'FALHA AO INATIVAR O ID ' ID-USUARIO
              NOT INVALID KEY
                 ADD 1 TO WS-CONT-INATIVADOS
                 MOVE 'A'        TO LK-LOG-TIPO
                 MOVE ID-USUARIO TO LK-LOG-ID-USUARIO
                 MOVE 'STATUS'   TO LK-LOG-CAMPO
                 MOVE 'ATIVO'    TO LK-LOG-VALOR-ANTES
                 MOVE 'INATIVO'  TO LK-LOG-VALOR-DEPOIS
                 CALL CFG-PATH-PROGLOG
                 USING LK-LOG-AREA
                 SET LK-ACES-REVOGAR-TODOS TO TRUE
                 MOVE ID-USUARIO        TO LK-ACES-ID-USUARIO
                 MOVE 'FIM DE CONTRATO' TO LK-ACES-MOTIVO
                 CALL CFG-PATH-PROGACES
                 USING LK-ACES-AREA
                 SET LK-OPV-BLOQUEAR TO TRUE
                 MOVE ID-USUARIO TO LK-OPV-ID-USUARIO
                 MOVE 'FIM DE CONTRATO' TO LK-OPV-MOTIVO
                 CALL CFG-PATH-PROGOPVINC
                 USING LK-OPV-AREA
                 DISPLAY 'CONTRATO VENCIDO EM ' DATA-FIM-CONTRATO
                         ' - ID ' ID-USUARIO ' INATIVADO'
           END-REWRITE
       .

      ******************************************************************
      * Relatorio: os contratos a vencer vao para a tabela com o
      * indice do departamento e saem depois departamento a
      * departamento, na ordem da tabela (000 por ultimo).
      ******************************************************************
       GERA-RELATORIO.
           PERFORM CARREGA-DEPARTAMENTOS
           PERFORM SELECIONA-CONTRATOS

           OPEN OUTPUT REL-CONTRATOS

           IF NOT FS-REL-OK
              DISPLAY 'ERRO AO ABRIR O RELATORIO DE CONTRATOS'
              DISPLAY 'FILE STATUS: ' WS-FS-REL
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM ESCREVE-CABECALHO

           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
           UNTIL WS-IDX-DEP > WS-QTD-DEPS
              IF TAB-DEP-TOTAL (WS-IDX-DEP) > 0
                 PERFORM ESCREVE-DEPARTAMENTO
              END-IF
           END-PERFORM

           PERFORM ESCREVE-RODAPE

           CLOSE REL-CONTRATOS

           MOVE 'PROGCONTR'            TO LK-RCAT-PROGRAMA
           MOVE CFG-PATH-REL-CONTRATOS TO LK-RCAT-ARQUIVO
           CALL CFG-PATH-PROGRELCAT
           USING LK-RCAT-AREA

           MOVE 0 TO RETURN-CODE
       .

       CARREGA-DEPARTAMENTOS.
           MOVE 0 TO WS-QTD-DEPS
           SET EOF-OK TO FALSE

           OPEN INPUT DEPARTAMENTOS

           IF NOT FS-DEP-OK
              DISPLAY 'AVISO: TABELA DE DEPARTAMENTOS INDISPONIVEL - '
                      'TODOS OS CONTRATOS CAEM NO GRUPO 000'
           ELSE
              PERFORM UNTIL EOF-OK
                 READ DEPARTAMENTOS
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       IF DEP-CODIGO NOT = 0
                          PERFORM GUARDA-DEPARTAMENTO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEPARTAMENTOS
           END-IF

           MOVE 0                  TO DEP-CODIGO
           MOVE 'SEM DEPARTAMENTO' TO DEP-NOME
           PERFORM GUARDA-DEPARTAMENTO
       .

       GUARDA-DEPARTAMENTO.
           IF WS-QTD-DEPS < WS-MAX-DEPS
              ADD 1 TO WS-QTD-DEPS
              MOVE DEP-CODIGO TO TAB-DEP-CODIGO (WS-QTD-DEPS)
              MOVE DEP-NOME   TO TAB-DEP-NOME (WS-QTD-DEPS)
              MOVE 0          TO TAB-DEP-TOTAL (WS-QTD-DEPS)
           ELSE
              DISPLAY 'LIMITE DE ' WS-MAX-DEPS ' DEPARTAMENTOS '
                      'ATINGIDO'
           END-IF
       .

      *    devolve em WS-IDX-ACHADO a entrada de WS-DEP-NUM, ou a
      *    entrada 000 (a ultima) quando o codigo nao esta na tabela
       LOCALIZA-DEPARTAMENTO.
           MOVE 0 TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
           UNTIL WS-IDX-DEP > WS-QTD-DEPS
              OR WS-IDX-ACHADO > 0
              IF TAB-DEP-CODIGO (WS-IDX-DEP) = WS-DEP-NUM
                 MOVE WS-IDX-DEP TO WS-IDX-ACHADO
              END-IF
           END-PERFORM

           IF WS-IDX-ACHADO = 0
              MOVE WS-QTD-DEPS TO WS-IDX-ACHADO
           END-IF
       .

       SELECIONA-CONTRATOS.
           SET EOF-OK TO FALSE

           OPEN INPUT USUARIOS

           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE USUARIOS'
              DISPLAY 'FILE STATUS: ' WS-FS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE LOW-VALUES TO ID-USUARIO
           START USUARIOS KEY IS >= ID-USUARIO
              INVALID KEY
                 SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
              READ USUARIOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CONT-LIDOS
                    IF ATIVO-USUARIO
                       AND DATA-FIM-CONTRATO >= WS-DATA-HOJE
                       AND DATA-FIM-CONTRATO <= WS-DATA-LIMITE
                       PERFORM GUARDA-CONTRATO
                    END-IF
              END-READ
           END-PERFORM

           CLOSE USUARIOS
       .

       GUARDA-CONTRATO.
           IF WS-QTD-CONTR < WS-MAX-CONTR
              ADD 1 TO WS-QTD-CONTR
              ADD 1 TO WS-CONT-A-VENCER
              MOVE DEPARTAMENTO TO WS-DEP-NUM
              PERFORM LOCALIZA-DEPARTAMENTO
              ADD 1 TO TAB-DEP-TOTAL (WS-IDX-ACHADO)
              MOVE WS-IDX-ACHADO TO TAB-CTR-IDX-DEP (WS-QTD-CONTR)
              MOVE ID-USUARIO    TO TAB-CTR-ID (WS-QTD-CONTR)
              MOVE NOME          TO TAB-CTR-NOME (WS-QTD-CONTR)
              MOVE VINCULO       TO TAB-CTR-VINCULO (WS-QTD-CONTR)
              MOVE DATA-FIM-CONTRATO
                TO TAB-CTR-DATA-FIM (WS-QTD-CONTR)
              COMPUTE TAB-CTR-DIAS (WS-QTD-CONTR) =
                 FUNCTION INTEGER-OF-DATE (DATA-FIM-CONTRATO)
                 - FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
           ELSE
              IF NOT ESTOURO-CONTRATOS
                 SET ESTOURO-CONTRATOS TO TRUE
                 DISPLAY 'LIMITE DE ' WS-MAX-CONTR ' CONTRATOS NO '
                         'RELATORIO ATINGIDO'
              END-IF
           END-IF
       .

       ESCREVE-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE 0 TO WS-LINHAS-PAGINA
           ACCEPT WS-DATA-SISTEMA FROM DATE

           MOVE SPACES TO REG-REL-CONTR
           STRING 'RELATORIO DE CONTRATOS A VENCER'
                              DELIMITED SIZE
                  '   DATA: ' DELIMITED SIZE
                  WS-DATA-DIA DELIMITED SIZE
                  '/' DELIMITED SIZE
                  WS-DATA-MES DELIMITED SIZE
                  '/' DELIMITED SIZE
                  WS-DATA-ANO DELIMITED SIZE
                  '   PAGINA: ' DELIMITED SIZE
                  WS-PAGINA DELIMITED SIZE
             INTO REG-REL-CONTR
           WRITE REG-REL-CONTR

           MOVE SPACES TO REG-REL-CONTR
           STRING 'FIM DO CONTRATO ENTRE ' DELIMITED SIZE
                  WS-DATA-HOJE             DELIMITED SIZE
                  ' E '                    DELIMITED SIZE
                  WS-DATA-LIMITE           DELIMITED SIZE
                  '   PRAZO: '             DELIMITED SIZE
                  WS-DIAS-AVISO            DELIMITED SIZE
                  ' DIAS'                  DELIMITED SIZE
             INTO REG-REL-CONTR
           WRITE REG-REL-CONTR

           MOVE SPACES TO REG-REL-CONTR
           WRITE REG-REL-CONTR

           MOVE 'ID     V FIM-CONTR DIAS NOME'
             TO REG-REL-CONTR
           WRITE REG-REL-CONTR
       .

       ESCREVE-DEPARTAMENTO.
           PERFORM CONTA-LINHA
           MOVE SPACES TO REG-REL-CONTR
           STRING 'DEPARTAMENTO '           DELIMITED SIZE
                  TAB-DEP-CODIGO (WS-IDX-DEP) DELIMITED SIZE
                  ' - '                     DELIMITED SIZE
                  TAB-DEP-NOME (WS-IDX-DEP) DELIMITED SIZE
             INTO REG-REL-CONTR
           WRITE REG-REL-CONTR

           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-QTD-CONTR
              IF TAB-CTR-IDX-DEP (WS-IDX) = WS-IDX-DEP
                 PERFORM ESCREVE-CONTRATO
              END-IF
           END-PERFORM

           PERFORM CONTA-LINHA
           MOVE SPACES TO REG-REL-CONTR
           STRING '   SUBTOTAL DO DEPARTAMENTO: ' DELIMITED SIZE
                  TAB-DEP-TOTAL (WS-IDX-DEP)     DELIMITED SIZE
             INTO REG-REL-CONTR
           WRITE REG-REL-CONTR
       .

       ESCREVE-CONTRATO.
           PERFORM CONTA-LINHA
           MOVE SPACES TO REG-REL-CONTR
           STRING TAB-CTR-ID (WS-IDX)        DELIMITED SIZE
                  '  '                       DELIMITED SIZE
                  TAB-CTR-VINCULO (WS-IDX)   DELIMITED SIZE
                  ' '                        DELIMITED SIZE
                  TAB-CTR-DATA-FIM (WS-IDX)  DELIMITED SIZE
                  '  '                       DELIMITED SIZE
                  TAB-CTR-DIAS (WS-IDX)      DELIMITED SIZE
                  ' '                        DELIMITED SIZE
                  TAB-CTR-NOME (WS-IDX)      DELIMITED SIZE
             INTO REG-REL-CONTR
           WRITE REG-REL-CONTR
       .

       CONTA-LINHA.
           ADD 1 TO WS-LINHAS-PAGINA

           IF WS-LINHAS-PAGINA > WS-MAX-LINHAS-PAGINA
              PERFORM ESCREVE-CABECALHO
              ADD 1 TO WS-LINHAS-PAGINA
           END-IF
       .

       ESCREVE-RODAPE.
           MOVE SPACES TO REG-REL-CONTR
           WRITE REG-REL-CONTR

           MOVE SPACES TO REG-REL-CONTR
           STRING 'CONTRATOS A VENCER: ' DELIMITED SIZE
                  WS-CONT-A-VENCER       DELIMITED SIZE
                  '   CADASTROS LIDOS: ' DELIMITED SIZE
                  WS-CONT-LIDOS          DELIMITED SIZE
             INTO REG-REL-CONTR
           WRITE REG-REL-CONTR
       .

       END PROGRAM PROGCONTR.
