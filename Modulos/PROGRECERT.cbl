      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Modulo da recertificacao periodica de cadastros por
      *          departamento, pedida pela auditoria. Uma campanha
      *          (controlada em RECERT-CAMPANHA.dat, uma por vez) e
      *          aberta gravando em RECERT-ITENS.dat um item por
      *          cadastro ATIVO e escrevendo uma lista por entrada de
      *          DEPARTAMENTOS.dat (RECERT-LISTA-ddd.txt; os cadastros
      *          sem departamento ou com codigo fora da tabela vao na
      *          lista 000). O gestor responde por ID, pela tela ou
      *          pelo arquivo RECERT-RETORNO.txt, uma linha por ID:
      *             ID;C      confirmado no departamento
      *             ID;M;DDD  transferido para o departamento DDD
      *             ID;D      nao pertence mais ao departamento
      *          (a ultima resposta de um ID vale). No fechamento os
      *          itens sem resposta e os marcados D tem o cadastro
      *          inativado (com revogacao dos acessos no caso D), os
      *          marcados M tem o DEPARTAMENTO trocado - tudo com o
      *          registro de auditoria 'A' de sempre - e o relatorio
      *          REL-RECERT.txt traz a taxa de resposta de cada
      *          departamento, catalogado via PROGRELCAT. Executavel
      *          pelo PROGJOB com LK-SESS-PARAM ABRIR, RETORNO,
      *          RELATORIO ou FECHAR (passos RECABRE, RECRET, RECREL
      *          e RECFECHA), ou pela opcao 22 do menu, onde abrir e
      *          fechar exigem perfil ADMIN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRECERT.


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

           SELECT RECERT-CAMPANHA ASSIGN TO
           CFG-PATH-RECERT-CAMPANHA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CAMP.

           SELECT RECERT-ITENS ASSIGN TO
           CFG-PATH-RECERT-ITENS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCI-CHAVE
           FILE STATUS IS WS-FS-ITE.

           SELECT RECERT-LISTA ASSIGN TO
           WS-ARQ-LISTA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LIS.

           SELECT RECERT-RETORNO ASSIGN TO
           CFG-PATH-RECERT-RETORNO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RET.

           SELECT REL-RECERT ASSIGN TO
           CFG-PATH-REL-RECERT
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

       FD  RECERT-CAMPANHA.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-RECCAMP.cpy'.

       FD  RECERT-ITENS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-RECERT.cpy'.

       FD  RECERT-LISTA.
       01  REG-RECERT-LISTA            PIC X(100).

       FD  RECERT-RETORNO.
       01  REG-RECERT-RETORNO          PIC X(80).

       FD  REL-RECERT.
       01  REG-REL-RECERT              PIC X(100).

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WS-FS                       PIC 99.
           88 FS-OK                    VALUE 0.

       77  WS-FS-DEP                   PIC 99.
           88 FS-DEP-OK                VALUE 0.

       77  WS-FS-CAMP                  PIC 99.
           88 FS-CAMP-OK               VALUE 0.
           88 FS-CAMP-NAO-EXISTE       VALUE 35.

       77  WS-FS-ITE                   PIC 99.
           88 FS-ITE-OK                VALUE 0.
           88 FS-ITE-NAO-EXISTE        VALUE 35.

       77  WS-FS-LIS                   PIC 99.
           88 FS-LIS-OK                VALUE 0.

       77  WS-FS-RET                   PIC 99.
           88 FS-RET-OK                VALUE 0.

       77  WS-FS-REL                   PIC 99.
           88 FS-REL-OK                VALUE 0.

       77  WS-EOF                      PIC X.
           88 EOF-OK                   VALUE 'F' FALSE 'N'.

       77  WS-EOF-ITE                  PIC X.
           88 EOF-ITE-OK               VALUE 'F' FALSE 'N'.

       77  WS-OPCAO                    PIC X.

       77  WS-FIM-MENU                 PIC X VALUE 'N'.
           88 FIM-MENU                 VALUE 'S'.

       77  WS-ACESSO                   PIC X VALUE 'N'.
           88 ACESSO-PERMITIDO         VALUE 'S'.

       77  WS-CONFIRMA                 PIC X.
           88 CONFIRMADO               VALUE 'S' 's'.

       77  WS-RESPOSTA-OK              PIC X VALUE 'N'.
           88 RESPOSTA-VALIDA          VALUE 'S'.

       77  WS-RC                       PIC 9(04) VALUE 0.

      *    copia do controle da campanha - o registro do arquivo
      *    nao vale depois do CLOSE
       77  WS-CAMPANHA                 PIC 9(04) VALUE 0.
       77  WS-CAMP-SITUACAO            PIC X(01).
           88 CAMPANHA-ABERTA          VALUE 'A'.
           88 CAMPANHA-FECHADA         VALUE 'F'.
       77  WS-CAMP-DATA-ABERTURA       PIC 9(08).
       77  WS-CAMP-OPER-ABERTURA       PIC 9(05).
       77  WS-CAMP-DATA-FECHAMENTO     PIC 9(08).
       77  WS-CAMP-OPER-FECHAMENTO     PIC 9(05).
       77  WS-CAMP-QTD-ITENS           PIC 9(05).
       77  WS-DATA-HOJE                PIC 9(08).
       77  WS-ARQ-LISTA                PIC X(70).
       77  WS-PREFIXO-LEN              PIC 9(02).
       77  WS-MOTIVO                   PIC X(30).

       77  WS-ID-PROCURA               PIC 9(05).
       77  WS-RESPOSTA-INF             PIC X(01).
       77  WS-DEP-INF                  PIC X(03).
       77  WS-DEP-NUM                  PIC 9(03).

       01  WS-CAMPOS-RETORNO.
           03 WS-CAMPO-ID              PIC X(05).
           03 WS-CAMPO-RESPOSTA        PIC X(01).
           03 WS-CAMPO-DEPTO           PIC X(03).

       77  WS-CONT-PROCESSADOS         PIC 9(05) VALUE 0.
       77  WS-CONT-ACEITOS             PIC 9(05) VALUE 0.
       77  WS-CONT-REJEITADOS          PIC 9(05) VALUE 0.
       77  WS-CONT-LISTA               PIC 9(05) VALUE 0.
       77  WS-CONT-LISTAS              PIC 9(03) VALUE 0.
       77  WS-CONT-INATIVADOS          PIC 9(05) VALUE 0.
       77  WS-CONT-TRANSFERIDOS        PIC 9(05) VALUE 0.

       77  WS-TOT-ITENS                PIC 9(05) VALUE 0.
       77  WS-TOT-CONFIRMADOS          PIC 9(05) VALUE 0.
       77  WS-TOT-TRANSFERIDOS         PIC 9(05) VALUE 0.
       77  WS-TOT-DESLIGADOS           PIC 9(05) VALUE 0.
       77  WS-TOT-PENDENTES            PIC 9(05) VALUE 0.
       77  WS-TAXA                     PIC 9(03)V9.
       77  WS-TAXA-EXIB                PIC ZZ9,9.

      *    uma entrada a mais que o limite do PROGTAB, para a lista
      *    000 dos cadastros sem departamento da tabela
       77  WS-MAX-DEPS                 PIC 99 VALUE 51.
       77  WS-QTD-DEPS                 PIC 99 VALUE 0.
       77  WS-IDX-DEP                  PIC 99.
       77  WS-IDX-ACHADO               PIC 99.

       01  TAB-DEPARTAMENTOS.
           03 TAB-DEP-ITEM             OCCURS 51 TIMES.
              05 TAB-DEP-CODIGO        PIC 9(03).
              05 TAB-DEP-NOME          PIC X(30).
              05 TAB-DEP-TOTAL         PIC 9(05).
              05 TAB-DEP-CONFIRMADOS   PIC 9(05).
              05 TAB-DEP-TRANSFERIDOS  PIC 9(05).
              05 TAB-DEP-DESLIGADOS    PIC 9(05).
              05 TAB-DEP-PENDENTES     PIC 9(05).

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
           '/home/recic/Dev/PROG01/Dados/LK-LOGIN.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-SESSAO.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-RELCAT.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-ACES.cpy'.

      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM ZERA-CONTADORES

           SET LK-SESS-CONSULTAR TO TRUE
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           IF LK-SESS-MODO-BATCH
              PERFORM EXECUTA-BATCH
           ELSE
              PERFORM VERIFICA-ACESSO
              IF ACESSO-PERMITIDO
                 MOVE 'N' TO WS-FIM-MENU
                 PERFORM PROCESSA-MENU UNTIL FIM-MENU
              END-IF
           END-IF

           GOBACK.

       EXECUTA-BATCH.
           EVALUATE LK-SESS-PARAM
              WHEN 'ABRIR'
                 PERFORM ABRE-CAMPANHA
              WHEN 'RETORNO'
                 PERFORM PROCESSA-RETORNO
              WHEN 'RELATORIO'
                 PERFORM EMITE-RELATORIO-PARCIAL
              WHEN 'FECHAR'
                 PERFORM FECHA-CAMPANHA
              WHEN OTHER
                 DISPLAY 'PARAMETRO DA RECERTIFICACAO DESCONHECIDO: '
                         LK-SESS-PARAM
                 MOVE 8 TO WS-RC
           END-EVALUATE

           SET LK-SESS-RESULT-GRAVAR TO TRUE
           MOVE WS-CONT-PROCESSADOS TO LK-SESS-QTD-PROCESSADOS
           MOVE WS-CONT-ACEITOS     TO LK-SESS-QTD-ACEITOS
           MOVE WS-CONT-REJEITADOS  TO LK-SESS-QTD-REJEITADOS
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           MOVE WS-RC TO RETURN-CODE
       .

       ZERA-CONTADORES.
           MOVE 0 TO WS-RC
           MOVE 0 TO WS-CONT-PROCESSADOS
           MOVE 0 TO WS-CONT-ACEITOS
           MOVE 0 TO WS-CONT-REJEITADOS
           MOVE 0 TO WS-CONT-INATIVADOS
           MOVE 0 TO WS-CONT-TRANSFERIDOS
       .

       VERIFICA-ACESSO.
           MOVE 'N' TO WS-ACESSO

           IF LK-SESS-MATRICULA = 0
              CALL CFG-PATH-PROGLOGIN
              USING LK-LOGIN-AREA
              IF NOT LK-LOGIN-OK
                 GOBACK
              END-IF
              SET LK-SESS-CONSULTAR TO TRUE
              CALL CFG-PATH-PROGSESS
              USING LK-SESS-AREA
           END-IF

           IF LK-SESS-PERFIL >= 2
              SET ACESSO-PERMITIDO TO TRUE
           ELSE
              DISPLAY 'OPERADOR SEM PERMISSAO PARA A RECERTIFICACAO'
              PERFORM REGISTRA-RECUSA
           END-IF
       .

       VERIFICA-ADMIN.
           MOVE 'N' TO WS-ACESSO

           IF LK-SESS-ADMIN
              SET ACESSO-PERMITIDO TO TRUE
           ELSE
              DISPLAY 'ABRIR OU FECHAR A CAMPANHA EXIGE PERFIL ADMIN'
              PERFORM REGISTRA-RECUSA
           END-IF
       .

       REGISTRA-RECUSA.
           MOVE 'R'              TO LK-LOG-TIPO
           MOVE 0                TO LK-LOG-ID-USUARIO
           MOVE 'RECERTIFICACAO' TO LK-LOG-CAMPO
           MOVE SPACES           TO LK-LOG-VALOR-ANTES
           MOVE SPACES           TO LK-LOG-VALOR-DEPOIS
           CALL CFG-PATH-PROGLOG
           USING LK-LOG-AREA
       .

       PROCESSA-MENU.
           DISPLAY ' '
           DISPLAY '*-------------------------------------------------*'
           DISPLAY '        RECERTIFICACAO DE CADASTROS                '
           DISPLAY '*-------------------------------------------------*'
           DISPLAY '     1 - ABRIR CAMPANHA                            '
           DISPLAY '     2 - REGISTRAR RESPOSTA DE UM ID               '
           DISPLAY '     3 - CARREGAR ARQUIVO DE RETORNO               '
           DISPLAY '     4 - RELATORIO PARCIAL DE RESPOSTAS            '
           DISPLAY '     5 - FECHAR CAMPANHA                           '
           DISPLAY '     6 - VOLTAR                                    '
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
              WHEN '1'
                 PERFORM VERIFICA-ADMIN
                 IF ACESSO-PERMITIDO
                    PERFORM ABRE-CAMPANHA
                 END-IF
              WHEN '2'
                 PERFORM REGISTRA-RESPOSTA-TELA
              WHEN '3'
                 PERFORM PROCESSA-RETORNO
              WHEN '4'
                 PERFORM EMITE-RELATORIO-PARCIAL
              WHEN '5'
                 PERFORM VERIFICA-ADMIN
                 IF ACESSO-PERMITIDO
                    PERFORM CONFIRMA-FECHAMENTO
                 END-IF
              WHEN '6'
                 SET FIM-MENU TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
       .

       CONFIRMA-FECHAMENTO.
           DISPLAY 'O FECHAMENTO INATIVA OS CADASTROS SEM RESPOSTA E '
                   'OS MARCADOS COMO NAO PERTENCENTES'
           DISPLAY 'CONFIRMA O FECHAMENTO DA CAMPANHA ? (S/N)'
           ACCEPT WS-CONFIRMA
           IF CONFIRMADO
              PERFORM FECHA-CAMPANHA
           ELSE
              DISPLAY 'FECHAMENTO CANCELADO'
           END-IF
       .

      ******************************************************************
      * Controle da campanha - sem RECERT-CAMPANHA.dat nao houve
      * campanha ainda: numero zero e situacao fechada.
      ******************************************************************
       LE-CAMPANHA.
           MOVE 0   TO WS-CAMPANHA
           MOVE 'F' TO WS-CAMP-SITUACAO
           MOVE 0   TO WS-CAMP-DATA-ABERTURA
           MOVE 0   TO WS-CAMP-OPER-ABERTURA
           MOVE 0   TO WS-CAMP-DATA-FECHAMENTO
           MOVE 0   TO WS-CAMP-OPER-FECHAMENTO
           MOVE 0   TO WS-CAMP-QTD-ITENS

           OPEN INPUT RECERT-CAMPANHA

           IF NOT FS-CAMP-NAO-EXISTE
              IF FS-CAMP-OK
                 READ RECERT-CAMPANHA
                    NOT AT END
                       PERFORM GUARDA-CAMPANHA
                 END-READ
                 CLOSE RECERT-CAMPANHA
              ELSE
                 DISPLAY 'ERRO AO LER RECERT-CAMPANHA.dat'
                 DISPLAY 'FILE STATUS: ' WS-FS-CAMP
                 MOVE 8 TO WS-RC
              END-IF
           END-IF
       .

       GUARDA-CAMPANHA.
           MOVE RCC-NUMERO              TO WS-CAMPANHA
           MOVE RCC-SITUACAO            TO WS-CAMP-SITUACAO
           MOVE RCC-DATA-ABERTURA       TO WS-CAMP-DATA-ABERTURA
           MOVE RCC-OPERADOR-ABERTURA   TO WS-CAMP-OPER-ABERTURA
           MOVE RCC-DATA-FECHAMENTO     TO WS-CAMP-DATA-FECHAMENTO
           MOVE RCC-OPERADOR-FECHAMENTO TO WS-CAMP-OPER-FECHAMENTO
           MOVE RCC-QTD-ITENS           TO WS-CAMP-QTD-ITENS
       .

       GRAVA-CAMPANHA.
           OPEN OUTPUT RECERT-CAMPANHA

           IF NOT FS-CAMP-OK
              DISPLAY 'ERRO AO GRAVAR RECERT-CAMPANHA.dat'
              DISPLAY 'FILE STATUS: ' WS-FS-CAMP
              MOVE 8 TO WS-RC
           ELSE
              MOVE WS-CAMPANHA             TO RCC-NUMERO
              MOVE WS-CAMP-SITUACAO        TO RCC-SITUACAO
              MOVE WS-CAMP-DATA-ABERTURA   TO RCC-DATA-ABERTURA
              MOVE WS-CAMP-OPER-ABERTURA   TO RCC-OPERADOR-ABERTURA
              MOVE WS-CAMP-DATA-FECHAMENTO TO RCC-DATA-FECHAMENTO
              MOVE WS-CAMP-OPER-FECHAMENTO TO RCC-OPERADOR-FECHAMENTO
              MOVE WS-CAMP-QTD-ITENS       TO RCC-QTD-ITENS
              WRITE REG-RECERT-CAMPANHA
              CLOSE RECERT-CAMPANHA
           END-IF
       .

      ******************************************************************
      * A tabela de departamentos ganha no fim a entrada 000, onde
      * caem os cadastros sem alocacao ou com codigo que ja saiu da
      * tabela. Os contadores do relatorio ficam na propria tabela.
      ******************************************************************
       CARREGA-DEPARTAMENTOS.
           MOVE 0 TO WS-QTD-DEPS
           SET EOF-OK TO FALSE

           OPEN INPUT DEPARTAMENTOS

           IF NOT FS-DEP-OK
              DISPLAY 'AVISO: TABELA DE DEPARTAMENTOS INDISPONIVEL - '
                      'TODOS OS CADASTROS CAEM NA LISTA 000'
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
              MOVE 0 TO TAB-DEP-TOTAL (WS-QTD-DEPS)
              MOVE 0 TO TAB-DEP-CONFIRMADOS (WS-QTD-DEPS)
              MOVE 0 TO TAB-DEP-TRANSFERIDOS (WS-QTD-DEPS)
              MOVE 0 TO TAB-DEP-DESLIGADOS (WS-QTD-DEPS)
              MOVE 0 TO TAB-DEP-PENDENTES (WS-QTD-DEPS)
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

      ******************************************************************
      * Abertura: um item por cadastro ATIVO, depois uma lista por
      * departamento. A campanha so e marcada como aberta depois que
      * os itens foram gravados.
      ******************************************************************
       ABRE-CAMPANHA.
           PERFORM ZERA-CONTADORES
           PERFORM LE-CAMPANHA

           IF CAMPANHA-ABERTA
              DISPLAY 'A CAMPANHA ' WS-CAMPANHA ' ABERTA EM '
                      WS-CAMP-DATA-ABERTURA ' AINDA NAO FOI FECHADA'
              MOVE 8 TO WS-RC
           ELSE
              IF WS-RC = 0
                 PERFORM CARREGA-DEPARTAMENTOS
                 ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
                 ADD 1 TO WS-CAMPANHA
                 PERFORM GERA-ITENS
                 IF WS-RC = 0
                    PERFORM GERA-LISTAS
                    SET CAMPANHA-ABERTA    TO TRUE
                    MOVE WS-DATA-HOJE      TO WS-CAMP-DATA-ABERTURA
                    MOVE LK-SESS-MATRICULA TO WS-CAMP-OPER-ABERTURA
                    MOVE 0                 TO WS-CAMP-DATA-FECHAMENTO
                    MOVE 0                 TO WS-CAMP-OPER-FECHAMENTO
                    MOVE WS-CONT-ACEITOS   TO WS-CAMP-QTD-ITENS
                    PERFORM GRAVA-CAMPANHA
                    DISPLAY 'CAMPANHA ' WS-CAMPANHA ' ABERTA - '
                            WS-CONT-ACEITOS ' CADASTRO(S) EM '
                            WS-CONT-LISTAS ' LISTA(S)'
                 END-IF
              END-IF
           END-IF
       .

       GERA-ITENS.
           SET EOF-OK TO FALSE

           OPEN INPUT USUARIOS

           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE USUARIOS'
              DISPLAY 'FILE STATUS: ' WS-FS
              MOVE 8 TO WS-RC
           ELSE
              OPEN I-O RECERT-ITENS
              IF FS-ITE-NAO-EXISTE
                 OPEN OUTPUT RECERT-ITENS
              END-IF

              IF NOT FS-ITE-OK
                 DISPLAY 'ERRO AO ABRIR RECERT-ITENS.dat'
                 DISPLAY 'FILE STATUS: ' WS-FS-ITE
                 MOVE 8 TO WS-RC
              ELSE
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
                          ADD 1 TO WS-CONT-PROCESSADOS
                          IF ATIVO-USUARIO
                             PERFORM GRAVA-ITEM
                          END-IF
                    END-READ
                 END-PERFORM

                 CLOSE RECERT-ITENS
              END-IF

              CLOSE USUARIOS
           END-IF
       .

       GRAVA-ITEM.
           MOVE DEPARTAMENTO TO WS-DEP-NUM
           PERFORM LOCALIZA-DEPARTAMENTO

           INITIALIZE REG-RECERT-ITEM
           MOVE WS-CAMPANHA  TO RCI-CAMPANHA
           MOVE ID-USUARIO   TO RCI-ID-USUARIO
           MOVE TAB-DEP-CODIGO (WS-IDX-ACHADO) TO RCI-DEPARTAMENTO
           SET RCI-PENDENTE  TO TRUE
           MOVE SPACES       TO RCI-ORIGEM-RESPOSTA
           SET RCI-FECHA-NADA TO TRUE

           WRITE REG-RECERT-ITEM
              INVALID KEY
                 DISPLAY 'ITEM JA EXISTENTE PARA O ID ' ID-USUARIO
                 ADD 1 TO WS-CONT-REJEITADOS
              NOT INVALID KEY
                 ADD 1 TO WS-CONT-ACEITOS
                 ADD 1 TO TAB-DEP-TOTAL (WS-IDX-ACHADO)
           END-WRITE
       .

       GERA-LISTAS.
           MOVE 0 TO WS-CONT-LISTAS
           MOVE 0 TO WS-PREFIXO-LEN
           INSPECT CFG-PATH-RECERT-PREFIXO TALLYING WS-PREFIXO-LEN
           FOR CHARACTERS BEFORE SPACE

           OPEN INPUT USUARIOS
           OPEN INPUT RECERT-ITENS

           IF NOT FS-OK OR NOT FS-ITE-OK
              DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DAS LISTAS'
              DISPLAY 'FILE STATUS USUARIOS: ' WS-FS
              DISPLAY 'FILE STATUS ITENS...: ' WS-FS-ITE
              MOVE 8 TO WS-RC
           ELSE
              PERFORM GERA-LISTA-DEPARTAMENTO
              VARYING WS-IDX-ACHADO FROM 1 BY 1
              UNTIL WS-IDX-ACHADO > WS-QTD-DEPS
           END-IF

           CLOSE USUARIOS
           CLOSE RECERT-ITENS
       .

      *    a lista 000 so e escrita quando ha cadastro nela
       GERA-LISTA-DEPARTAMENTO.
           IF TAB-DEP-CODIGO (WS-IDX-ACHADO) NOT = 0
              OR TAB-DEP-TOTAL (WS-IDX-ACHADO) > 0
              MOVE SPACES TO WS-ARQ-LISTA
              STRING CFG-PATH-RECERT-PREFIXO (1:WS-PREFIXO-LEN)
                                          DELIMITED SIZE
                     TAB-DEP-CODIGO (WS-IDX-ACHADO)
                                          DELIMITED SIZE
                     '.txt'               DELIMITED SIZE
                INTO WS-ARQ-LISTA

              OPEN OUTPUT RECERT-LISTA

              IF NOT FS-LIS-OK
                 DISPLAY 'ERRO AO CRIAR A LISTA ' WS-ARQ-LISTA
                 DISPLAY 'FILE STATUS: ' WS-FS-LIS
                 MOVE 8 TO WS-RC
              ELSE
                 PERFORM ESCREVE-CABECALHO-LISTA
                 PERFORM ESCREVE-ITENS-LISTA
                 MOVE SPACES TO REG-RECERT-LISTA
                 WRITE REG-RECERT-LISTA
                 MOVE SPACES TO REG-RECERT-LISTA
                 STRING 'TOTAL DE CADASTROS: ' DELIMITED SIZE
                        WS-CONT-LISTA          DELIMITED SIZE
                   INTO REG-RECERT-LISTA
                 WRITE REG-RECERT-LISTA
                 CLOSE RECERT-LISTA
                 ADD 1 TO WS-CONT-LISTAS
              END-IF
           END-IF
       .

       ESCREVE-CABECALHO-LISTA.
           MOVE SPACES TO REG-RECERT-LISTA
           STRING 'RECERTIFICACAO '   DELIMITED SIZE
                  WS-CAMPANHA         DELIMITED SIZE
                  ' - DEPARTAMENTO '  DELIMITED SIZE
                  TAB-DEP-CODIGO (WS-IDX-ACHADO)
                                      DELIMITED SIZE
                  ' '                 DELIMITED SIZE
                  TAB-DEP-NOME (WS-IDX-ACHADO)
                                      DELIMITED SIZE
             INTO REG-RECERT-LISTA
           WRITE REG-RECERT-LISTA

           MOVE SPACES TO REG-RECERT-LISTA
           STRING 'ABERTA EM '        DELIMITED SIZE
                  WS-DATA-HOJE        DELIMITED SIZE
             INTO REG-RECERT-LISTA
           WRITE REG-RECERT-LISTA

           MOVE 'RESPONDA UMA LINHA POR ID: ID;C (CONFIRMADO) - '
             TO REG-RECERT-LISTA
           WRITE REG-RECERT-LISTA
           MOVE 'ID;M;DDD (TRANSFERIDO PARA DDD) - ID;D (NAO '
             TO REG-RECERT-LISTA
           WRITE REG-RECERT-LISTA
           MOVE 'PERTENCE MAIS) - SEM RESPOSTA O CADASTRO E INATIVADO'
             TO REG-RECERT-LISTA
           WRITE REG-RECERT-LISTA

           MOVE SPACES TO REG-RECERT-LISTA
           WRITE REG-RECERT-LISTA

           MOVE 'ID     NOME                           EMAIL'
             TO REG-RECERT-LISTA
           WRITE REG-RECERT-LISTA
       .

       ESCREVE-ITENS-LISTA.
           MOVE 0 TO WS-CONT-LISTA
           SET EOF-ITE-OK TO FALSE

           MOVE WS-CAMPANHA TO RCI-CAMPANHA
           MOVE 0           TO RCI-ID-USUARIO
           START RECERT-ITENS KEY IS >= RCI-CHAVE
              INVALID KEY
                 SET EOF-ITE-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-ITE-OK
              READ RECERT-ITENS NEXT RECORD
                 AT END
                    SET EOF-ITE-OK TO TRUE
                 NOT AT END
                    IF RCI-CAMPANHA NOT = WS-CAMPANHA
                       SET EOF-ITE-OK TO TRUE
                    ELSE
                       IF RCI-DEPARTAMENTO =
                          TAB-DEP-CODIGO (WS-IDX-ACHADO)
                          PERFORM ESCREVE-LINHA-LISTA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
       .

       ESCREVE-LINHA-LISTA.
           MOVE RCI-ID-USUARIO TO ID-USUARIO
           READ USUARIOS
              INVALID KEY
                 MOVE SPACES TO NOME
                 MOVE SPACES TO EMAIL
           END-READ

           ADD 1 TO WS-CONT-LISTA
           MOVE SPACES TO REG-RECERT-LISTA
           STRING RCI-ID-USUARIO  DELIMITED SIZE
                  '  '            DELIMITED SIZE
                  NOME            DELIMITED SIZE
                  ' '             DELIMITED SIZE
                  EMAIL           DELIMITED SIZE
             INTO REG-RECERT-LISTA
           WRITE REG-RECERT-LISTA
       .

      ******************************************************************
      * Resposta pela tela - um ID por vez.
      ******************************************************************
       REGISTRA-RESPOSTA-TELA.
           PERFORM LE-CAMPANHA

           IF NOT CAMPANHA-ABERTA
              DISPLAY 'NENHUMA CAMPANHA DE RECERTIFICACAO ABERTA'
           ELSE
              PERFORM CARREGA-DEPARTAMENTOS
              OPEN I-O RECERT-ITENS
              IF NOT FS-ITE-OK
                 DISPLAY 'ERRO AO ABRIR RECERT-ITENS.dat'
                 DISPLAY 'FILE STATUS: ' WS-FS-ITE
              ELSE
                 DISPLAY 'INFORME O ID DO USUARIO: '
                 ACCEPT WS-ID-PROCURA
                 MOVE WS-CAMPANHA   TO RCI-CAMPANHA
                 MOVE WS-ID-PROCURA TO RCI-ID-USUARIO
                 READ RECERT-ITENS
                    INVALID KEY
                       DISPLAY 'ID NAO CONSTA DA CAMPANHA '
                               WS-CAMPANHA
                    NOT INVALID KEY
                       PERFORM PEDE-RESPOSTA-TELA
                 END-READ
                 CLOSE RECERT-ITENS
              END-IF
           END-IF
       .

       PEDE-RESPOSTA-TELA.
           DISPLAY 'LISTADO NO DEPARTAMENTO ' RCI-DEPARTAMENTO
                   ' - RESPOSTA ATUAL: ' RCI-RESPOSTA
           DISPLAY 'RESPOSTA (C = CONFIRMADO, M = TRANSFERIDO, '
                   'D = NAO PERTENCE MAIS): '
           ACCEPT WS-RESPOSTA-INF
           INSPECT WS-RESPOSTA-INF CONVERTING 'cmd' TO 'CMD'
           MOVE SPACES TO WS-DEP-INF
           IF WS-RESPOSTA-INF = 'M'
              DISPLAY 'NOVO DEPARTAMENTO (3 DIGITOS): '
              ACCEPT WS-DEP-INF
           END-IF

           PERFORM VALIDA-RESPOSTA

           IF RESPOSTA-VALIDA
              SET RCI-ORIGEM-TELA TO TRUE
              PERFORM GRAVA-RESPOSTA
              IF FS-ITE-OK
                 DISPLAY 'RESPOSTA REGISTRADA'
              END-IF
           ELSE
              DISPLAY WS-MOTIVO
           END-IF
       .

      *    confere WS-RESPOSTA-INF / WS-DEP-INF contra o item lido
       VALIDA-RESPOSTA.
           MOVE 'N'    TO WS-RESPOSTA-OK
           MOVE SPACES TO WS-MOTIVO

           EVALUATE WS-RESPOSTA-INF
              WHEN 'C'
                 SET RESPOSTA-VALIDA TO TRUE
              WHEN 'D'
                 SET RESPOSTA-VALIDA TO TRUE
              WHEN 'M'
                 IF WS-DEP-INF NOT NUMERIC OR WS-DEP-INF = '000'
                    MOVE 'DEPARTAMENTO DE DESTINO INVALIDO'
                      TO WS-MOTIVO
                 ELSE
                    MOVE WS-DEP-INF TO WS-DEP-NUM
                    PERFORM LOCALIZA-DEPARTAMENTO
                    IF TAB-DEP-CODIGO (WS-IDX-ACHADO) NOT = WS-DEP-NUM
                       MOVE 'DEPARTAMENTO FORA DA TABELA'
                         TO WS-MOTIVO
                    ELSE
                       IF WS-DEP-NUM = RCI-DEPARTAMENTO
                          MOVE 'DESTINO IGUAL AO DEPARTAMENTO ATUAL'
                            TO WS-MOTIVO
                       ELSE
                          SET RESPOSTA-VALIDA TO TRUE
                       END-IF
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE 'RESPOSTA DEVE SER C, M OU D' TO WS-MOTIVO
           END-EVALUATE
       .

       GRAVA-RESPOSTA.
           MOVE WS-RESPOSTA-INF TO RCI-RESPOSTA
           IF RCI-TRANSFERIDO
              MOVE WS-DEP-NUM TO RCI-DEPTO-NOVO
           ELSE
              MOVE 0 TO RCI-DEPTO-NOVO
           END-IF
           ACCEPT RCI-DATA-RESPOSTA FROM DATE YYYYMMDD
           MOVE LK-SESS-MATRICULA TO RCI-OPERADOR-RESPOSTA

           REWRITE REG-RECERT-ITEM
              INVALID KEY
                 DISPLAY 'FALHA AO GRAVAR A RESPOSTA DO ID '
                         RCI-ID-USUARIO
           END-REWRITE
       .

      ******************************************************************
      * Resposta por arquivo - cada linha aceita ou rejeitada vai para
      * REL-RECERT.txt com o motivo.
      ******************************************************************
       PROCESSA-RETORNO.
           PERFORM ZERA-CONTADORES
           PERFORM LE-CAMPANHA

           IF NOT CAMPANHA-ABERTA
              DISPLAY 'NENHUMA CAMPANHA DE RECERTIFICACAO ABERTA'
              MOVE 8 TO WS-RC
           ELSE
              PERFORM CARREGA-DEPARTAMENTOS
              OPEN INPUT RECERT-RETORNO
              IF NOT FS-RET-OK
                 DISPLAY 'ARQUIVO DE RETORNO DA RECERTIFICACAO '
                         'INDISPONIVEL'
                 DISPLAY 'FILE STATUS: ' WS-FS-RET
                 MOVE 8 TO WS-RC
              ELSE
                 PERFORM APLICA-RETORNO
                 CLOSE RECERT-RETORNO
              END-IF
           END-IF
       .

       APLICA-RETORNO.
           OPEN I-O RECERT-ITENS
           OPEN OUTPUT REL-RECERT

           IF NOT FS-ITE-OK OR NOT FS-REL-OK
              DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DO RETORNO'
              DISPLAY 'FILE STATUS ITENS....: ' WS-FS-ITE
              DISPLAY 'FILE STATUS RELATORIO: ' WS-FS-REL
              MOVE 8 TO WS-RC
           ELSE
              ACCEPT WS-DATA-SISTEMA FROM DATE
              MOVE SPACES TO REG-REL-RECERT
              STRING 'RETORNO DA RECERTIFICACAO ' DELIMITED SIZE
                     WS-CAMPANHA  DELIMITED SIZE
                     '   DATA: '  DELIMITED SIZE
                     WS-DATA-DIA  DELIMITED SIZE
                     '/'          DELIMITED SIZE
                     WS-DATA-MES  DELIMITED SIZE
                     '/'          DELIMITED SIZE
                     WS-DATA-ANO  DELIMITED SIZE
                INTO REG-REL-RECERT
              WRITE REG-REL-RECERT
              MOVE SPACES TO REG-REL-RECERT
              WRITE REG-REL-RECERT

              SET EOF-OK TO FALSE
              PERFORM UNTIL EOF-OK
                 READ RECERT-RETORNO
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       IF REG-RECERT-RETORNO NOT = SPACES
                          PERFORM TRATA-LINHA-RETORNO
                       END-IF
                 END-READ
              END-PERFORM

              MOVE SPACES TO REG-REL-RECERT
              WRITE REG-REL-RECERT
              MOVE SPACES TO REG-REL-RECERT
              STRING 'LINHAS: '        DELIMITED SIZE
                     WS-CONT-PROCESSADOS DELIMITED SIZE
                     '   ACEITAS: '    DELIMITED SIZE
                     WS-CONT-ACEITOS   DELIMITED SIZE
                     '   REJEITADAS: ' DELIMITED SIZE
                     WS-CONT-REJEITADOS DELIMITED SIZE
                INTO REG-REL-RECERT
              WRITE REG-REL-RECERT

              DISPLAY 'RETORNO DA RECERTIFICACAO - '
                      WS-CONT-ACEITOS ' ACEITA(S), '
                      WS-CONT-REJEITADOS ' REJEITADA(S)'
           END-IF

           CLOSE RECERT-ITENS
           CLOSE REL-RECERT

           IF WS-RC = 0
              PERFORM CATALOGA-RELATORIO
           END-IF
       .

       TRATA-LINHA-RETORNO.
           ADD 1 TO WS-CONT-PROCESSADOS
           MOVE SPACES TO WS-CAMPOS-RETORNO
           UNSTRING REG-RECERT-RETORNO DELIMITED BY ';'
              INTO WS-CAMPO-ID WS-CAMPO-RESPOSTA WS-CAMPO-DEPTO
           END-UNSTRING

           IF WS-CAMPO-ID NOT NUMERIC
              MOVE 'ID ILEGIVEL' TO WS-MOTIVO
              PERFORM REJEITA-LINHA-RETORNO
           ELSE
              MOVE WS-CAMPANHA TO RCI-CAMPANHA
              MOVE WS-CAMPO-ID TO RCI-ID-USUARIO
              READ RECERT-ITENS
                 INVALID KEY
                    MOVE 'ID NAO CONSTA DA CAMPANHA' TO WS-MOTIVO
                    PERFORM REJEITA-LINHA-RETORNO
                 NOT INVALID KEY
                    MOVE WS-CAMPO-RESPOSTA TO WS-RESPOSTA-INF
                    INSPECT WS-RESPOSTA-INF
                       CONVERTING 'cmd' TO 'CMD'
                    MOVE WS-CAMPO-DEPTO    TO WS-DEP-INF
                    PERFORM VALIDA-RESPOSTA
                    IF RESPOSTA-VALIDA
                       SET RCI-ORIGEM-ARQUIVO TO TRUE
                       PERFORM GRAVA-RESPOSTA
                       ADD 1 TO WS-CONT-ACEITOS
                       MOVE SPACES TO REG-REL-RECERT
                       STRING 'ACEITA    '       DELIMITED SIZE
                              REG-RECERT-RETORNO DELIMITED SIZE
                         INTO REG-REL-RECERT
                       WRITE REG-REL-RECERT
                    ELSE
                       PERFORM REJEITA-LINHA-RETORNO
                    END-IF
              END-READ
           END-IF
       .

       REJEITA-LINHA-RETORNO.
           ADD 1 TO WS-CONT-REJEITADOS
           MOVE SPACES TO REG-REL-RECERT
           STRING 'REJEITADA '            DELIMITED SIZE
                  REG-RECERT-RETORNO (1:40) DELIMITED SIZE
                  ' - '                   DELIMITED SIZE
                  WS-MOTIVO               DELIMITED SIZE
             INTO REG-REL-RECERT
           WRITE REG-REL-RECERT
       .

      ******************************************************************
      * Fechamento: aplica as respostas (e a falta delas) aos
      * cadastros, fecha a campanha e emite o relatorio final.
      ******************************************************************
       FECHA-CAMPANHA.
           PERFORM ZERA-CONTADORES
           PERFORM LE-CAMPANHA

           IF NOT CAMPANHA-ABERTA
              DISPLAY 'NENHUMA CAMPANHA DE RECERTIFICACAO ABERTA'
              MOVE 8 TO WS-RC
           ELSE
              PERFORM CARREGA-DEPARTAMENTOS
              PERFORM APLICA-FECHAMENTO
              IF WS-RC = 0
                 SET CAMPANHA-FECHADA   TO TRUE
                 ACCEPT WS-CAMP-DATA-FECHAMENTO FROM DATE YYYYMMDD
                 MOVE LK-SESS-MATRICULA TO WS-CAMP-OPER-FECHAMENTO
                 PERFORM GRAVA-CAMPANHA
                 PERFORM EMITE-RELATORIO
                 DISPLAY 'CAMPANHA ' WS-CAMPANHA ' FECHADA - '
                         WS-CONT-INATIVADOS ' INATIVADO(S), '
                         WS-CONT-TRANSFERIDOS ' TRANSFERIDO(S)'
              END-IF
           END-IF
       .

       APLICA-FECHAMENTO.
           SET EOF-ITE-OK TO FALSE

           OPEN I-O USUARIOS
           OPEN I-O RECERT-ITENS

           IF NOT FS-OK OR NOT FS-ITE-OK
              DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DO FECHAMENTO'
              DISPLAY 'FILE STATUS USUARIOS: ' WS-FS
              DISPLAY 'FILE STATUS ITENS...: ' WS-FS-ITE
              MOVE 8 TO WS-RC
           ELSE
              MOVE WS-CAMPANHA TO RCI-CAMPANHA
              MOVE 0           TO RCI-ID-USUARIO
              START RECERT-ITENS KEY IS >= RCI-CHAVE
                 INVALID KEY
                    SET EOF-ITE-OK TO TRUE
              END-START

              PERFORM UNTIL EOF-ITE-OK
                 READ RECERT-ITENS NEXT RECORD
                    AT END
                       SET EOF-ITE-OK TO TRUE
                    NOT AT END
                       IF RCI-CAMPANHA NOT = WS-CAMPANHA
                          SET EOF-ITE-OK TO TRUE
                       ELSE
                          ADD 1 TO WS-CONT-PROCESSADOS
                          PERFORM FECHA-ITEM
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE USUARIOS
           CLOSE RECERT-ITENS
       .

       FECHA-ITEM.
           EVALUATE TRUE
              WHEN RCI-PENDENTE
                 PERFORM INATIVA-CADASTRO
              WHEN RCI-DESLIGADO
                 PERFORM INATIVA-CADASTRO
              WHEN RCI-TRANSFERIDO
                 PERFORM TRANSFERE-CADASTRO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF NOT RCI-FECHA-NADA
              REWRITE REG-RECERT-ITEM
                 INVALID KEY
                    DISPLAY 'FALHA AO GRAVAR O FECHAMENTO DO ID '
                            RCI-ID-USUARIO
              END-REWRITE
           END-IF
       .

      *    cadastro que ja saiu de ATIVO desde a abertura fica como
      *    esta - a campanha nao reinativa nem reativa ninguem
       INATIVA-CADASTRO.
           MOVE RCI-ID-USUARIO TO ID-USUARIO
           READ USUARIOS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF ATIVO-USUARIO
                    PERFORM GRAVA-INATIVACAO
                 END-IF
           END-READ
       .

       GRAVA-INATIVACAO.
           SET INATIVO-USUARIO TO TRUE
           ACCEPT DATA-ALTERACAO FROM DATE YYYYMMDD

           REWRITE REG-USUARIO
              INVALID KEY
                 DISPLAY 'FALHA AO INATIVAR O ID ' ID-USUARIO
                 ADD 1 TO WS-CONT-REJEITADOS
              NOT INVALID KEY
                 ADD 1 TO WS-CONT-INATIVADOS
                 ADD 1 TO WS-CONT-ACEITOS
                 SET RCI-FECHA-INATIVADO TO TRUE
                 MOVE 'A'        TO LK-LOG-TIPO
                 MOVE ID-USUARIO TO LK-LOG-ID-USUARIO
                 MOVE 'STATUS'   TO LK-LOG-CAMPO
                 MOVE 'ATIVO'    TO LK-LOG-VALOR-ANTES
                 MOVE 'INATIVO'  TO LK-LOG-VALOR-DEPOIS
                 CALL CFG-PATH-PROGLOG
                 USING LK-LOG-AREA
                 IF RCI-DESLIGADO
                    SET LK-ACES-REVOGAR-TODOS TO TRUE
                    MOVE ID-USUARIO       TO LK-ACES-ID-USUARIO
                    MOVE 'RECERTIFICACAO' TO LK-ACES-MOTIVO
                    CALL CFG-PATH-PROGACES
                    USING LK-ACES-AREA
                 END-IF
                 SET LK-OPV-BLOQUEAR TO TRUE
                 MOVE ID-USUARIO TO LK-OPV-ID-USUARIO
                 MOVE 'RECERTIFICACAO' TO LK-OPV-MOTIVO
                 CALL CFG-PATH-PROGOPVINC
                 USING LK-OPV-AREA
           END-REWRITE
       .

       TRANSFERE-CADASTRO.
           MOVE RCI-ID-USUARIO TO ID-USUARIO
           READ USUARIOS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF ATIVO-USUARIO
                    AND DEPARTAMENTO NOT = RCI-DEPTO-NOVO
                    PERFORM GRAVA-TRANSFERENCIA
                 END-IF
           END-READ
       .

       GRAVA-TRANSFERENCIA.
           MOVE SPACES       TO LK-LOG-VALOR-ANTES
           MOVE DEPARTAMENTO TO LK-LOG-VALOR-ANTES (1:3)
           MOVE RCI-DEPTO-NOVO TO DEPARTAMENTO
           ACCEPT DATA-ALTERACAO FROM DATE YYYYMMDD

           REWRITE REG-USUARIO
              INVALID KEY
                 DISPLAY 'FALHA AO TRANSFERIR O ID ' ID-USUARIO
                 ADD 1 TO WS-CONT-REJEITADOS
              NOT INVALID KEY
                 ADD 1 TO WS-CONT-TRANSFERIDOS
                 ADD 1 TO WS-CONT-ACEITOS
                 SET RCI-FECHA-TRANSFERIDO TO TRUE
                 MOVE 'A'            TO LK-LOG-TIPO
                 MOVE ID-USUARIO     TO LK-LOG-ID-USUARIO
                 MOVE 'DEPARTAMENTO' TO LK-LOG-CAMPO
                 MOVE SPACES         TO LK-LOG-VALOR-DEPOIS
                 MOVE DEPARTAMENTO   TO LK-LOG-VALOR-DEPOIS (1:3)
                 CALL CFG-PATH-PROGLOG
                 USING LK-LOG-AREA
           END-REWRITE
       .

      ******************************************************************
      * Relatorio de taxa de resposta por departamento - parcial com a
      * campanha aberta, final no fechamento.
      ******************************************************************
       EMITE-RELATORIO-PARCIAL.
           PERFORM ZERA-CONTADORES
           PERFORM LE-CAMPANHA

           IF WS-CAMPANHA = 0
              DISPLAY 'NENHUMA CAMPANHA DE RECERTIFICACAO REGISTRADA'
              MOVE 8 TO WS-RC
           ELSE
              PERFORM CARREGA-DEPARTAMENTOS
              PERFORM EMITE-RELATORIO
           END-IF
       .

       EMITE-RELATORIO.
           PERFORM TOTALIZA-RESPOSTAS

           IF WS-RC = 0
              OPEN OUTPUT REL-RECERT
              IF NOT FS-REL-OK
                 DISPLAY 'ERRO AO ABRIR O RELATORIO DA RECERTIFICACAO'
                 DISPLAY 'FILE STATUS: ' WS-FS-REL
                 MOVE 8 TO WS-RC
              ELSE
                 PERFORM ESCREVE-CABECALHO-REL
                 PERFORM ESCREVE-LINHA-DEPARTAMENTO
                 VARYING WS-IDX-DEP FROM 1 BY 1
                 UNTIL WS-IDX-DEP > WS-QTD-DEPS
                 PERFORM ESCREVE-RODAPE-REL
                 CLOSE REL-RECERT
                 PERFORM CATALOGA-RELATORIO
                 DISPLAY 'RELATORIO DA RECERTIFICACAO GERADO - '
                         WS-TOT-ITENS ' ITEM(NS), '
                         WS-TOT-PENDENTES ' SEM RESPOSTA'
              END-IF
           END-IF
       .

      ******************************************************************
      * Os numeros do FECHAMENTO saem da marca gravada em cada item
      * (RCI-FECHAMENTO), e nao dos contadores da rodada - o relatorio
      * emitido de novo depois do fechamento repete os mesmos numeros.
      ******************************************************************
       TOTALIZA-RESPOSTAS.
           MOVE 0 TO WS-TOT-ITENS
           MOVE 0 TO WS-TOT-CONFIRMADOS
           MOVE 0 TO WS-TOT-TRANSFERIDOS
           MOVE 0 TO WS-TOT-DESLIGADOS
           MOVE 0 TO WS-TOT-PENDENTES
           MOVE 0 TO WS-CONT-INATIVADOS
           MOVE 0 TO WS-CONT-TRANSFERIDOS
           SET EOF-ITE-OK TO FALSE

           OPEN INPUT RECERT-ITENS

           IF NOT FS-ITE-OK
              DISPLAY 'ERRO AO ABRIR RECERT-ITENS.dat'
              DISPLAY 'FILE STATUS: ' WS-FS-ITE
              MOVE 8 TO WS-RC
           ELSE
              MOVE WS-CAMPANHA TO RCI-CAMPANHA
              MOVE 0           TO RCI-ID-USUARIO
              START RECERT-ITENS KEY IS >= RCI-CHAVE
                 INVALID KEY
                    SET EOF-ITE-OK TO TRUE
              END-START

              PERFORM UNTIL EOF-ITE-OK
                 READ RECERT-ITENS NEXT RECORD
                    AT END
                       SET EOF-ITE-OK TO TRUE
                    NOT AT END
                       IF RCI-CAMPANHA NOT = WS-CAMPANHA
                          SET EOF-ITE-OK TO TRUE
                       ELSE
                          PERFORM CONTA-RESPOSTA
                       END-IF
                 END-READ
              END-PERFORM

              CLOSE RECERT-ITENS
           END-IF
       .

       CONTA-RESPOSTA.
           MOVE RCI-DEPARTAMENTO TO WS-DEP-NUM
           PERFORM LOCALIZA-DEPARTAMENTO

           ADD 1 TO WS-TOT-ITENS
           ADD 1 TO TAB-DEP-TOTAL (WS-IDX-ACHADO)

           EVALUATE TRUE
              WHEN RCI-CONFIRMADO
                 ADD 1 TO WS-TOT-CONFIRMADOS
                 ADD 1 TO TAB-DEP-CONFIRMADOS (WS-IDX-ACHADO)
              WHEN RCI-TRANSFERIDO
                 ADD 1 TO WS-TOT-TRANSFERIDOS
                 ADD 1 TO TAB-DEP-TRANSFERIDOS (WS-IDX-ACHADO)
              WHEN RCI-DESLIGADO
                 ADD 1 TO WS-TOT-DESLIGADOS
                 ADD 1 TO TAB-DEP-DESLIGADOS (WS-IDX-ACHADO)
              WHEN OTHER
                 ADD 1 TO WS-TOT-PENDENTES
                 ADD 1 TO TAB-DEP-PENDENTES (WS-IDX-ACHADO)
           END-EVALUATE

           IF RCI-FECHA-INATIVADO
              ADD 1 TO WS-CONT-INATIVADOS
           END-IF
           IF RCI-FECHA-TRANSFERIDO
              ADD 1 TO WS-CONT-TRANSFERIDOS
           END-IF
       .

       ESCREVE-CABECALHO-REL.
           ACCEPT WS-DATA-SISTEMA FROM DATE

           MOVE SPACES TO REG-REL-RECERT
           IF CAMPANHA-FECHADA
              STRING 'RECERTIFICACAO '  DELIMITED SIZE
                     WS-CAMPANHA        DELIMITED SIZE
                     ' - RELATORIO FINAL'
                                        DELIMITED SIZE
                INTO REG-REL-RECERT
           ELSE
              STRING 'RECERTIFICACAO '  DELIMITED SIZE
                     WS-CAMPANHA        DELIMITED SIZE
                     ' - RELATORIO PARCIAL'
                                        DELIMITED SIZE
                INTO REG-REL-RECERT
           END-IF
           WRITE REG-REL-RECERT

           MOVE SPACES TO REG-REL-RECERT
           STRING 'ABERTA EM '        DELIMITED SIZE
                  WS-CAMP-DATA-ABERTURA
                                      DELIMITED SIZE
                  '   EMITIDO EM '    DELIMITED SIZE
                  WS-DATA-DIA         DELIMITED SIZE
                  '/'                 DELIMITED SIZE
                  WS-DATA-MES         DELIMITED SIZE
                  '/'                 DELIMITED SIZE
                  WS-DATA-ANO         DELIMITED SIZE
             INTO REG-REL-RECERT
           WRITE REG-REL-RECERT

           MOVE SPACES TO REG-REL-RECERT
           WRITE REG-REL-RECERT

           MOVE SPACES     TO REG-REL-RECERT
           MOVE 'DEP NOME' TO REG-REL-RECERT (1:8)
           MOVE 'TOTAL'    TO REG-REL-RECERT (36:5)
           MOVE 'CONFIR'   TO REG-REL-RECERT (43:6)
           MOVE 'TRANSF'   TO REG-REL-RECERT (50:6)
           MOVE 'DESLIG'   TO REG-REL-RECERT (57:6)
           MOVE 'PENDEN'   TO REG-REL-RECERT (64:6)
           MOVE 'RESP%'    TO REG-REL-RECERT (71:5)
           WRITE REG-REL-RECERT
       .

       ESCREVE-LINHA-DEPARTAMENTO.
           IF TAB-DEP-TOTAL (WS-IDX-DEP) > 0
              COMPUTE WS-TAXA ROUNDED =
                 (TAB-DEP-TOTAL (WS-IDX-DEP)
                  - TAB-DEP-PENDENTES (WS-IDX-DEP)) * 100
                 / TAB-DEP-TOTAL (WS-IDX-DEP)
              MOVE WS-TAXA TO WS-TAXA-EXIB
              MOVE SPACES TO REG-REL-RECERT
              STRING TAB-DEP-CODIGO (WS-IDX-DEP)   DELIMITED SIZE
                     ' '                           DELIMITED SIZE
                     TAB-DEP-NOME (WS-IDX-DEP)     DELIMITED SIZE
                     ' '                           DELIMITED SIZE
                     TAB-DEP-TOTAL (WS-IDX-DEP)    DELIMITED SIZE
                     '   '                         DELIMITED SIZE
                     TAB-DEP-CONFIRMADOS (WS-IDX-DEP)
                                                   DELIMITED SIZE
                     '  '                          DELIMITED SIZE
                     TAB-DEP-TRANSFERIDOS (WS-IDX-DEP)
                                                   DELIMITED SIZE
                     '  '                          DELIMITED SIZE
                     TAB-DEP-DESLIGADOS (WS-IDX-DEP)
                                                   DELIMITED SIZE
                     '  '                          DELIMITED SIZE
                     TAB-DEP-PENDENTES (WS-IDX-DEP)
                                                   DELIMITED SIZE
                     ' '                           DELIMITED SIZE
                     WS-TAXA-EXIB                  DELIMITED SIZE
                INTO REG-REL-RECERT
              WRITE REG-REL-RECERT
           END-IF
       .

       ESCREVE-RODAPE-REL.
           MOVE SPACES TO REG-REL-RECERT
           WRITE REG-REL-RECERT

           IF WS-TOT-ITENS > 0
              COMPUTE WS-TAXA ROUNDED =
                 (WS-TOT-ITENS - WS-TOT-PENDENTES) * 100
                 / WS-TOT-ITENS
           ELSE
              MOVE 0 TO WS-TAXA
           END-IF
           MOVE WS-TAXA TO WS-TAXA-EXIB

           MOVE SPACES TO REG-REL-RECERT
           STRING 'TOTAL: '           DELIMITED SIZE
                  WS-TOT-ITENS        DELIMITED SIZE
                  '  CONFIRMADOS: '   DELIMITED SIZE
                  WS-TOT-CONFIRMADOS  DELIMITED SIZE
                  '  TRANSFERIDOS: '  DELIMITED SIZE
                  WS-TOT-TRANSFERIDOS DELIMITED SIZE
                  '  DESLIGADOS: '    DELIMITED SIZE
                  WS-TOT-DESLIGADOS   DELIMITED SIZE
             INTO REG-REL-RECERT
           WRITE REG-REL-RECERT

           MOVE SPACES TO REG-REL-RECERT
           STRING 'SEM RESPOSTA: '    DELIMITED SIZE
                  WS-TOT-PENDENTES    DELIMITED SIZE
                  '  TAXA DE RESPOSTA: ' DELIMITED SIZE
                  WS-TAXA-EXIB        DELIMITED SIZE
                  '%'                 DELIMITED SIZE
             INTO REG-REL-RECERT
           WRITE REG-REL-RECERT

           IF CAMPANHA-FECHADA
              MOVE SPACES TO REG-REL-RECERT
              STRING 'FECHAMENTO: '       DELIMITED SIZE
                     WS-CONT-INATIVADOS   DELIMITED SIZE
                     ' CADASTRO(S) INATIVADO(S), '
                                          DELIMITED SIZE
                     WS-CONT-TRANSFERIDOS DELIMITED SIZE
                     ' TRANSFERIDO(S) DE DEPARTAMENTO'
                                          DELIMITED SIZE
                INTO REG-REL-RECERT
              WRITE REG-REL-RECERT
           END-IF
       .

       CATALOGA-RELATORIO.
           MOVE 'PROGRECERT'        TO LK-RCAT-PROGRAMA
           MOVE CFG-PATH-REL-RECERT TO LK-RCAT-ARQUIVO
           CALL CFG-PATH-PROGRELCAT
           USING LK-RCAT-AREA
       .

       END PROGRAM PROGRECERT.
