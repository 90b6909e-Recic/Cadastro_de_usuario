      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Modulo de recuperacao ate o ponto da falha. Restaura
      *          USUARIOS.dat de uma geracao do catalogo
      *          BKP-CATALOGO.dat (como o PROGREST) e reaplica por
      *          cima, na ordem de LOG-SEQUENCIA, os eventos da trilha
      *          de auditoria posteriores ao backup ate a data/hora
      *          escolhida - inclusoes e recuperacoes ('I', refeitas
      *          pela imagem 'C' gravada logo apos), alteracoes campo a
      *          campo ('A'), exclusoes ('E'), resets de senha ('S') e
      *          anonimizacoes LGPD ('L' ANONIMIZACAO). Antes de tocar
      *          qualquer arquivo a cadeia da trilha e conferida pelo
      *          PROGLOGVER; cadeia quebrada aborta com RC 8. So
      *          USUARIOS.dat e reposto - enderecos, operadores,
      *          excluidos, historico de senhas e a propria trilha
      *          seguem como estao. A senha vem do historico do
      *          PROGHSEN (o hash mais recente ate o ponto escolhido);
      *          a senha temporaria de um reset nao esta em lugar
      *          nenhum e o reset precisa ser refeito. Cada evento sai
      *          em REL-REAPLICACAO.txt como REAPLICADO ou NAO
      *          APLICAVEL com o motivo, seguido dos totais e da
      *          conferencia de CTRL-ID.dat contra os IDs gravados.
      *          Entrada restrita ao perfil ADMIN. Em batch (passo
      *          REAPL do PROGJOB) usa a geracao ativa mais recente e
      *          reaplica ate o momento da execucao; RC 4 quando sobra
      *          evento nao aplicavel, reset a refazer ou CTRL-ID.dat
      *          inconsistente.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGREAPL.


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

           SELECT BKP-USUARIOS ASSIGN TO
           WS-ARQ-BKP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-BKP.

           SELECT USUARIOS ASSIGN TO
           CFG-PATH-USUARIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-USUARIO OF REG-USUARIO
           ALTERNATE RECORD KEY IS EMAIL OF REG-USUARIO
           FILE STATUS IS WS-FS.

           SELECT LOG-USUARIOS ASSIGN TO
           CFG-PATH-LOG-USUARIOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LOG.

           SELECT LOG-ARQUIVO ASSIGN TO
           WS-ARQ-LOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ARQ.

           SELECT HIST-SENHAS ASSIGN TO
           CFG-PATH-HIST-SENHAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HSEN.

           SELECT EXCLUIDOS ASSIGN TO
           CFG-PATH-EXCLUIDOS
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-EXC.

           SELECT CTRL-ID ASSIGN TO
           CFG-PATH-CTRL-ID
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-CTRL.

           SELECT REL-REAPL ASSIGN TO
           CFG-PATH-REL-REAPL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  BKP-CATALOGO.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-BKPCAT.cpy'.

       FD  BKP-USUARIOS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-USUARIOS.cpy'
           REPLACING REG-USUARIO BY REG-BACKUP.

       FD  USUARIOS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-USUARIOS.cpy'.

       FD  LOG-USUARIOS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-LOG.cpy'.

       FD  LOG-ARQUIVO.
       01  REG-LOG-ARQUIVO             PIC X(132).

       FD  HIST-SENHAS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-HISTSEN.cpy'.

       FD  EXCLUIDOS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-EXCLUIDOS.cpy'.

       FD  CTRL-ID.
           COPY
           '/home/recic/Dev/PROG01/Dados/CTRL-ID.cpy'.

       FD  REL-REAPL.
       01  REG-REL-REAPL               PIC X(100).

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WS-FS                       PIC 99.
           88 FS-OK                    VALUE 0.

       77  WS-FS-CAT                   PIC 99.
           88 FS-CAT-OK                VALUE 0.

       77  WS-FS-BKP                   PIC 99.
           88 FS-BKP-OK                VALUE 0.

       77  WS-FS-LOG                   PIC 99.
           88 FS-LOG-OK                VALUE 0.

       77  WS-FS-ARQ                   PIC 99.
           88 FS-ARQ-OK                VALUE 0.

       77  WS-FS-HSEN                  PIC 99.
           88 FS-HSEN-OK               VALUE 0.

       77  WS-FS-EXC                   PIC 99.
           88 FS-EXC-OK                VALUE 0.
           88 FS-EXC-NAO-EXISTE        VALUE 35.

       77  WS-FS-CTRL                  PIC 99.
           88 FS-CTRL-OK               VALUE 0.
           88 FS-CTRL-NAO-EXISTE       VALUE 35.

       77  WS-FS-REL                   PIC 99.
           88 FS-REL-OK                VALUE 0.

       77  WS-EOF                      PIC X.
           88 EOF-OK                   VALUE 'F' FALSE 'N'.

       77  WS-EOF-CAT                  PIC X.
           88 EOF-CAT-OK               VALUE 'F' FALSE 'N'.

       77  WS-EOF-AUX                  PIC X.
           88 EOF-AUX-OK               VALUE 'F' FALSE 'N'.

       77  WS-ACESSO                   PIC X VALUE 'N'.
           88 ACESSO-PERMITIDO         VALUE 'S'.

       77  WS-CONFIRMA                 PIC X.
           88 CONFIRMA-REAPLICACAO     VALUE 'S' 's'.

       77  WS-ARQ-BKP                  PIC X(70).
       77  WS-ARQ-LOG                  PIC X(70).
       77  WS-PREFIXO-LEN              PIC 99.
       77  WS-ANO-ARQUIVO              PIC 9(04).
       77  WS-ANO-FIM                  PIC 9(04).

       77  WS-GERACAO-ESCOLHIDA        PIC 9(04).
       77  WS-QTD-ESPERADA             PIC 9(05).
       77  WS-QTD-LIDA                 PIC 9(05).
       77  WS-CONT-RESTAURADOS         PIC 9(05) VALUE 0.

       77  WS-QTD-CAT                  PIC 9(04) VALUE 0.
       77  WS-QTD-ATIVAS               PIC 9(04) VALUE 0.
       77  WS-IDX                      PIC 9(04).
       77  WS-IDX-ESCOLHIDA            PIC 9(04) VALUE 0.

       01  WS-TAB-CATALOGO.
           03 TAB-CAT-ITEM             OCCURS 500 TIMES.
              05 TAB-CAT-GERACAO       PIC 9(04).
              05 TAB-CAT-DATA          PIC 9(08).
              05 TAB-CAT-HORA          PIC 9(08).
              05 TAB-CAT-OPERADOR      PIC X(20).
              05 TAB-CAT-QTD           PIC 9(05).
              05 TAB-CAT-SITUACAO      PIC X(01).

      *    Janela da trilha: depois do backup ate o ponto escolhido
       01  WS-MOMENTO-BKP.
           03 WS-MOM-BKP-DATA          PIC 9(08).
           03 WS-MOM-BKP-HORA          PIC 9(08).
       01  WS-MOMENTO-FIM.
           03 WS-MOM-FIM-DATA          PIC 9(08).
           03 WS-MOM-FIM-HORA          PIC 9(08).
       01  WS-MOMENTO-EVT.
           03 WS-MOM-EVT-DATA          PIC 9(08).
           03 WS-MOM-EVT-HORA          PIC 9(08).
       01  WS-MOMENTO-HS.
           03 WS-MOM-HS-DATA           PIC 9(08).
           03 WS-MOM-HS-HORA           PIC 9(08).
       01  WS-MOMENTO-HS-ACHADO.
           03 WS-MOM-HSA-DATA          PIC 9(08).
           03 WS-MOM-HSA-HORA          PIC 9(08).

       77  WS-FIM-DATA-INF             PIC 9(08).
       77  WS-FIM-HORA-INF             PIC 9(06).
       77  WS-DATA-AGORA               PIC 9(08).
       77  WS-HORA-AGORA               PIC 9(08).

      *    Evento sendo reaplicado, como sai no relatorio
       01  WS-EVENTO.
           03 WS-EVT-SEQ               PIC 9(07).
           03 WS-EVT-TIPO              PIC X(01).
           03 WS-EVT-ID                PIC 9(05).
           03 WS-EVT-CAMPO             PIC X(15).
           03 WS-EVT-DATA              PIC 9(08).
           03 WS-EVT-HORA              PIC 9(08).

      *    Inclusao aguardando as tres imagens 'C' do mesmo ID
       01  WS-INC-EVENTO.
           03 WS-INC-SEQ               PIC 9(07).
           03 WS-INC-TIPO              PIC X(01).
           03 WS-INC-ID                PIC 9(05) VALUE 0.
           03 WS-INC-CAMPO             PIC X(15).
           03 WS-INC-DATA              PIC 9(08).
           03 WS-INC-HORA              PIC 9(08).

       77  WS-INC-PROXIMA              PIC 9(01).
       77  WS-IMAGEM-CAD               PIC X(166).

       77  WS-RESULTADO                PIC X(01).
           88 EVT-REAPLICADO           VALUE 'R'.
           88 EVT-NAO-APLICAVEL        VALUE 'N'.
       77  WS-RESULTADO-TXT            PIC X(13).
       77  WS-MOTIVO                   PIC X(32).

       77  WS-APLICA                   PIC X.
           88 CAMPO-APLICAVEL          VALUE 'S'.

       77  WS-HSEN-ID                  PIC 9(05).
       77  WS-HSEN-HASH                PIC X(08).
       77  WS-HSEN-ACHADA              PIC X.
           88 HSEN-ACHADA              VALUE 'S'.

       77  WS-DATA-FORCA-TROCA         PIC 9(08) VALUE 20000101.
       77  WS-EMAIL-NEUTRO             PIC X(30).

       77  WS-CONT-EVENTOS             PIC 9(06) VALUE 0.
       77  WS-CONT-REAPLICADOS         PIC 9(06) VALUE 0.
       77  WS-CONT-NAO-APLICAVEIS      PIC 9(06) VALUE 0.
       77  WS-CONT-SEM-EFEITO          PIC 9(06) VALUE 0.
       77  WS-CONT-PENDENCIAS          PIC 9(06) VALUE 0.
       77  WS-CONT-FINAL               PIC 9(06) VALUE 0.

       77  WS-ULTIMO-ID-CTRL           PIC 9(05) VALUE 0.
       77  WS-MAIOR-ID-USU             PIC 9(05) VALUE 0.
       77  WS-MAIOR-ID-EXC             PIC 9(05) VALUE 0.
       77  WS-MAIOR-ID-TRILHA          PIC 9(05) VALUE 0.
       77  WS-ID-EXC                   PIC 9(05).
       77  WS-CTRL-SITUACAO            PIC X(40).

       77  WS-RC                       PIC 9(04) VALUE 0.
       77  WS-RC-TRILHA                PIC 9(04) VALUE 0.

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
           MOVE 0 TO WS-CONT-RESTAURADOS
           MOVE 0 TO WS-CONT-EVENTOS
           MOVE 0 TO WS-CONT-REAPLICADOS
           MOVE 0 TO WS-CONT-NAO-APLICAVEIS
           MOVE 0 TO WS-CONT-SEM-EFEITO
           MOVE 0 TO WS-CONT-PENDENCIAS
           MOVE 0 TO WS-CONT-FINAL
           MOVE 0 TO WS-MAIOR-ID-TRILHA
           MOVE 0 TO WS-INC-ID

           PERFORM VERIFICA-ACESSO
           IF NOT ACESSO-PERMITIDO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM VERIFICA-CADEIA
           IF WS-RC-TRILHA > 0
              DISPLAY 'CADEIA DA TRILHA DE AUDITORIA QUEBRADA - '
                      'REAPLICACAO ABORTADA SEM TOCAR USUARIOS.dat'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM CARREGA-CATALOGO

           IF WS-QTD-ATIVAS = 0
              DISPLAY 'NENHUMA GERACAO DE BACKUP DISPONIVEL NO '
                      'CATALOGO'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           IF NOT LK-SESS-MODO-BATCH
              PERFORM LISTA-GERACOES
           END-IF
           PERFORM ESCOLHE-GERACAO

           IF WS-IDX-ESCOLHIDA = 0
              DISPLAY 'GERACAO NAO ENCONTRADA NO CATALOGO'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM ESCOLHE-MOMENTO-FIM

           IF WS-MOMENTO-FIM NOT > WS-MOMENTO-BKP
              DISPLAY 'O PONTO DE RECUPERACAO ' WS-MOM-FIM-DATA ' '
                      WS-MOM-FIM-HORA ' NAO E POSTERIOR AO BACKUP'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM CONFERE-CONTAGEM

           IF WS-QTD-LIDA NOT = WS-QTD-ESPERADA
              DISPLAY 'CONTAGEM NAO CONFERE - CATALOGO: '
                      WS-QTD-ESPERADA ' ARQUIVO: ' WS-QTD-LIDA
              DISPLAY 'REAPLICACAO ABORTADA SEM TOCAR USUARIOS.dat'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           IF LK-SESS-MODO-BATCH
              DISPLAY 'SESSAO BATCH - REAPLICANDO A TRILHA SOBRE A '
                      'GERACAO ' WS-GERACAO-ESCOLHIDA
                      ' SEM CONFIRMACAO'
           ELSE
              DISPLAY ' '
              DISPLAY 'USUARIOS.dat SERA SUBSTITUIDO PELA GERACAO '
                      WS-GERACAO-ESCOLHIDA
              DISPLAY 'E A TRILHA REAPLICADA ATE ' WS-MOM-FIM-DATA
                      ' ' WS-MOM-FIM-HORA
              DISPLAY 'CONFIRMA A REAPLICACAO ? (S/N)'
              ACCEPT WS-CONFIRMA

              IF NOT CONFIRMA-REAPLICACAO
                 DISPLAY 'REAPLICACAO CANCELADA'
                 GOBACK
              END-IF
           END-IF

           OPEN OUTPUT REL-REAPL

           IF NOT FS-REL-OK
              DISPLAY 'ERRO AO ABRIR O RELATORIO DA REAPLICACAO'
              DISPLAY 'FILE STATUS: ' WS-FS-REL
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM ESCREVE-CABECALHO

           PERFORM RESTAURA-GERACAO

           IF WS-RC > 4
              CLOSE REL-REAPL
              MOVE WS-RC TO RETURN-CODE
              GOBACK
           END-IF

           OPEN I-O USUARIOS

           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE USUARIOS'
              DISPLAY 'FILE STATUS: ' WS-FS
              MOVE 'ERRO AO REABRIR USUARIOS.dat - NADA REAPLICADO'
                TO REG-REL-REAPL
              WRITE REG-REL-REAPL
              CLOSE REL-REAPL
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE WS-MOM-BKP-DATA (1:4) TO WS-ANO-ARQUIVO
           MOVE WS-MOM-FIM-DATA (1:4) TO WS-ANO-FIM
           PERFORM REAPLICA-ARQUIVO-MORTO
           UNTIL WS-ANO-ARQUIVO > WS-ANO-FIM

           PERFORM REAPLICA-TRILHA-VIVA

           PERFORM DESCARTA-INCLUSAO-PENDENTE

           CLOSE USUARIOS

           PERFORM ESCREVE-TOTAIS
           PERFORM CONFERE-CTRL-ID

           CLOSE REL-REAPL

           MOVE 'PROGREAPL'        TO LK-RCAT-PROGRAMA
           MOVE CFG-PATH-REL-REAPL TO LK-RCAT-ARQUIVO
           CALL CFG-PATH-PROGRELCAT
           USING LK-RCAT-AREA

           PERFORM REGISTRA-REAPLICACAO

           DISPLAY 'REAPLICACAO CONCLUIDA SOBRE A GERACAO '
                   WS-GERACAO-ESCOLHIDA
                   ' - RELATORIO EM REL-REAPLICACAO.txt'
           DISPLAY WS-CONT-REAPLICADOS ' EVENTO(S) REAPLICADO(S), '
                   WS-CONT-NAO-APLICAVEIS ' NAO APLICAVEL(IS), '
                   WS-CONT-PENDENCIAS ' PENDENCIA(S) DE SENHA'

           IF (WS-CONT-NAO-APLICAVEIS > 0
               OR WS-CONT-PENDENCIAS > 0)
              AND WS-RC < 4
              MOVE 4 TO WS-RC
           END-IF

           SET LK-SESS-RESULT-GRAVAR TO TRUE
           MOVE WS-CONT-EVENTOS        TO LK-SESS-QTD-PROCESSADOS
           MOVE WS-CONT-REAPLICADOS    TO LK-SESS-QTD-ACEITOS
           MOVE WS-CONT-NAO-APLICAVEIS TO LK-SESS-QTD-REJEITADOS
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
              DISPLAY 'OPERADOR SEM PERMISSAO PARA REAPLICAR A '
                      'TRILHA SOBRE UM BACKUP'
              MOVE 'R'           TO LK-LOG-TIPO
              MOVE 0             TO LK-LOG-ID-USUARIO
              MOVE 'REAPLICACAO' TO LK-LOG-CAMPO
              MOVE SPACES        TO LK-LOG-VALOR-ANTES
              MOVE SPACES        TO LK-LOG-VALOR-DEPOIS
              CALL CFG-PATH-PROGLOG
              USING LK-LOG-AREA
           END-IF
       .

      ******************************************************************
      * A reaplicacao so vale se a trilha e a que o PROGLOG gravou: o
      * PROGLOGVER confere a cadeia da trilha viva antes de qualquer
      * arquivo ser tocado.
      ******************************************************************
       VERIFICA-CADEIA.
           MOVE 0 TO RETURN-CODE

           CALL CFG-PATH-PROGLOGVER

           MOVE RETURN-CODE TO WS-RC-TRILHA
           MOVE 0 TO RETURN-CODE
       .

       CARREGA-CATALOGO.
           MOVE 0 TO WS-QTD-CAT
           MOVE 0 TO WS-QTD-ATIVAS
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
                          IF CAT-ATIVA
                             ADD 1 TO WS-QTD-ATIVAS
                          END-IF
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

       ESCOLHE-GERACAO.
           IF LK-SESS-MODO-BATCH
              MOVE 0 TO WS-GERACAO-ESCOLHIDA
              PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-CAT
                 IF TAB-CAT-SITUACAO (WS-IDX) = 'A'
                    AND TAB-CAT-GERACAO (WS-IDX)
                        > WS-GERACAO-ESCOLHIDA
                    MOVE TAB-CAT-GERACAO (WS-IDX)
                      TO WS-GERACAO-ESCOLHIDA
                 END-IF
              END-PERFORM
           ELSE
              DISPLAY ' '
              DISPLAY 'INFORME O NUMERO DA GERACAO A RESTAURAR: '
              ACCEPT WS-GERACAO-ESCOLHIDA
           END-IF

           MOVE 0 TO WS-IDX-ESCOLHIDA
           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-QTD-CAT
              IF TAB-CAT-GERACAO (WS-IDX) = WS-GERACAO-ESCOLHIDA
                 AND TAB-CAT-SITUACAO (WS-IDX) = 'A'
                 MOVE WS-IDX TO WS-IDX-ESCOLHIDA
              END-IF
           END-PERFORM

           IF WS-IDX-ESCOLHIDA > 0
              MOVE TAB-CAT-QTD (WS-IDX-ESCOLHIDA)  TO WS-QTD-ESPERADA
              MOVE TAB-CAT-DATA (WS-IDX-ESCOLHIDA) TO WS-MOM-BKP-DATA
              MOVE TAB-CAT-HORA (WS-IDX-ESCOLHIDA) TO WS-MOM-BKP-HORA

              MOVE 0 TO WS-PREFIXO-LEN
              INSPECT CFG-PATH-BKP-PREFIXO TALLYING WS-PREFIXO-LEN
              FOR CHARACTERS BEFORE SPACE

              MOVE SPACES TO WS-ARQ-BKP
              STRING CFG-PATH-BKP-PREFIXO (1:WS-PREFIXO-LEN)
                                          DELIMITED SIZE
                     WS-GERACAO-ESCOLHIDA DELIMITED SIZE
                     '.dat'               DELIMITED SIZE
                INTO WS-ARQ-BKP
           END-IF
       .

      ******************************************************************
      * Ponto de recuperacao. Data zero (e sempre no batch) reaplica
      * ate agora; uma data sem hora vai ate o fim do dia. A hora
      * informada vale ate o ultimo centesimo do segundo.
      ******************************************************************
       ESCOLHE-MOMENTO-FIM.
           ACCEPT WS-DATA-AGORA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE WS-DATA-AGORA TO WS-MOM-FIM-DATA
           MOVE WS-HORA-AGORA TO WS-MOM-FIM-HORA

           IF NOT LK-SESS-MODO-BATCH
              DISPLAY ' '
              DISPLAY 'REAPLICAR ATE A DATA (AAAAMMDD, 0 = ATE AGORA): '
              ACCEPT WS-FIM-DATA-INF
              IF WS-FIM-DATA-INF NOT = 0
                 MOVE WS-FIM-DATA-INF TO WS-MOM-FIM-DATA
                 DISPLAY 'ATE A HORA (HHMMSS, 0 = FIM DO DIA): '
                 ACCEPT WS-FIM-HORA-INF
                 IF WS-FIM-HORA-INF = 0
                    MOVE 23595999 TO WS-MOM-FIM-HORA
                 ELSE
                    COMPUTE WS-MOM-FIM-HORA =
                       WS-FIM-HORA-INF * 100 + 99
                 END-IF
              END-IF
           END-IF
       .

       CONFERE-CONTAGEM.
           MOVE 0 TO WS-QTD-LIDA
           SET EOF-OK TO FALSE

           OPEN INPUT BKP-USUARIOS

           IF NOT FS-BKP-OK
              DISPLAY 'NAO FOI POSSIVEL LER O ARQUIVO DA GERACAO'
              DISPLAY 'FILE STATUS: ' WS-FS-BKP
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM UNTIL EOF-OK
              READ BKP-USUARIOS
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    ADD 1 TO WS-QTD-LIDA
              END-READ
           END-PERFORM

           CLOSE BKP-USUARIOS
       .

       ESCREVE-CABECALHO.
           ACCEPT WS-DATA-SISTEMA FROM DATE

           MOVE SPACES TO REG-REL-REAPL
           STRING 'REAPLICACAO DA TRILHA SOBRE BACKUP'
                              DELIMITED SIZE
                  '   DATA: ' DELIMITED SIZE
                  WS-DATA-DIA DELIMITED SIZE
                  '/'         DELIMITED SIZE
                  WS-DATA-MES DELIMITED SIZE
                  '/'         DELIMITED SIZE
                  WS-DATA-ANO DELIMITED SIZE
             INTO REG-REL-REAPL
           WRITE REG-REL-REAPL

           MOVE SPACES TO REG-REL-REAPL
           STRING 'GERACAO: '                     DELIMITED SIZE
                  WS-GERACAO-ESCOLHIDA            DELIMITED SIZE
                  ' DE '                          DELIMITED SIZE
                  WS-MOM-BKP-DATA                 DELIMITED SIZE
                  ' '                             DELIMITED SIZE
                  WS-MOM-BKP-HORA                 DELIMITED SIZE
                  '   REAPLICADO ATE: '           DELIMITED SIZE
                  WS-MOM-FIM-DATA                 DELIMITED SIZE
                  ' '                             DELIMITED SIZE
                  WS-MOM-FIM-HORA                 DELIMITED SIZE
             INTO REG-REL-REAPL
           WRITE REG-REL-REAPL

           MOVE SPACES TO REG-REL-REAPL
           WRITE REG-REL-REAPL

           MOVE 'SEQUENCIA   T ID    CAMPO           DATA     HORA     '
             TO REG-REL-REAPL
           MOVE 'RESULTADO     MOTIVO' TO REG-REL-REAPL (56:20)
           WRITE REG-REL-REAPL
       .

      ******************************************************************
      * USUARIOS.dat recriado do zero com o conteudo da geracao, como
      * no PROGREST. Os demais arquivos do conjunto nao sao repostos:
      * a trilha reaplicada parte deles como estao hoje.
      ******************************************************************
       RESTAURA-GERACAO.
           SET EOF-OK TO FALSE

           OPEN INPUT  BKP-USUARIOS
           OPEN OUTPUT USUARIOS

           IF NOT FS-BKP-OK OR NOT FS-OK
              DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DA RESTAURACAO'
              DISPLAY 'FILE STATUS BACKUP  : ' WS-FS-BKP
              DISPLAY 'FILE STATUS USUARIOS: ' WS-FS
              MOVE 'ERRO AO ABRIR OS ARQUIVOS DA RESTAURACAO'
                TO REG-REL-REAPL
              WRITE REG-REL-REAPL
              MOVE 8 TO WS-RC
              IF FS-BKP-OK
                 CLOSE BKP-USUARIOS
              END-IF
              IF FS-OK
                 CLOSE USUARIOS
              END-IF
           ELSE
              PERFORM COPIA-GERACAO
           END-IF
       .

       COPIA-GERACAO.
           PERFORM UNTIL EOF-OK
              READ BKP-USUARIOS
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    MOVE REG-BACKUP TO REG-USUARIO
                    WRITE REG-USUARIO
                       INVALID KEY
                          DISPLAY 'FALHA AO RESTAURAR O CADASTRO ID '
                                  ID-USUARIO OF REG-USUARIO
                       NOT INVALID KEY
                          ADD 1 TO WS-CONT-RESTAURADOS
                    END-WRITE
              END-READ
           END-PERFORM

           CLOSE BKP-USUARIOS
           CLOSE USUARIOS

           DISPLAY 'RESTAURACAO CONCLUIDA - ' WS-CONT-RESTAURADOS
                   ' CADASTRO(S) DA GERACAO ' WS-GERACAO-ESCOLHIDA

           MOVE SPACES TO REG-REL-REAPL
           STRING 'CADASTROS RESTAURADOS DA GERACAO: '
                                        DELIMITED SIZE
                  WS-CONT-RESTAURADOS   DELIMITED SIZE
             INTO REG-REL-REAPL
           WRITE REG-REL-REAPL

           MOVE SPACES TO REG-REL-REAPL
           WRITE REG-REL-REAPL
       .

      ******************************************************************
      * Eventos ja levados pelo PROGLOGARC para o arquivo morto dos
      * anos da janela vem antes dos da trilha viva.
      ******************************************************************
       REAPLICA-ARQUIVO-MORTO.
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
                       PERFORM TRATA-EVENTO
                 END-READ
              END-PERFORM
              CLOSE LOG-ARQUIVO
           END-IF

           ADD 1 TO WS-ANO-ARQUIVO
       .

       REAPLICA-TRILHA-VIVA.
           SET EOF-OK TO FALSE

           OPEN INPUT LOG-USUARIOS

           IF NOT FS-LOG-OK
              DISPLAY 'NAO FOI POSSIVEL LER A TRILHA DE AUDITORIA'
              DISPLAY 'FILE STATUS: ' WS-FS-LOG
              MOVE 'TRILHA DE AUDITORIA INDISPONIVEL' TO REG-REL-REAPL
              WRITE REG-REL-REAPL
              MOVE 8 TO WS-RC
           ELSE
              PERFORM UNTIL EOF-OK
                 READ LOG-USUARIOS
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       PERFORM TRATA-EVENTO
                 END-READ
              END-PERFORM
              CLOSE LOG-USUARIOS
           END-IF
       .

      ******************************************************************
      * A trilha e gravada so por acrescimo, um registro por vez, e a
      * cadeia acabou de ser conferida: a ordem do arquivo e a ordem
      * de LOG-SEQUENCIA. Recusas, tabelas, eventos de operador,
      * verificacoes e os demais 'L' nao mexem em USUARIOS.dat.
      ******************************************************************
       TRATA-EVENTO.
           IF LOG-DATA NUMERIC AND LOG-HORA NUMERIC
              MOVE LOG-DATA TO WS-MOM-EVT-DATA
              MOVE LOG-HORA TO WS-MOM-EVT-HORA

              IF WS-MOMENTO-EVT > WS-MOMENTO-BKP
                 AND WS-MOMENTO-EVT NOT > WS-MOMENTO-FIM
                 PERFORM APLICA-EVENTO
              END-IF
           END-IF
       .

       APLICA-EVENTO.
      *    qualquer outro evento do ID interrompe a espera pelas imagens
           IF WS-INC-ID > 0
              AND LOG-ID-USUARIO = WS-INC-ID
              AND NOT LOG-IMAGEM-CADASTRO
              PERFORM DESCARTA-INCLUSAO-PENDENTE
           END-IF

           EVALUATE TRUE
              WHEN LOG-IMAGEM-CADASTRO
                 PERFORM GUARDA-IMAGEM
              WHEN LOG-INCLUSAO
                 PERFORM DESCARTA-INCLUSAO-PENDENTE
                 PERFORM INICIA-INCLUSAO
              WHEN LOG-ALTERACAO
                 PERFORM REAPLICA-ALTERACAO
              WHEN LOG-EXCLUSAO
                 PERFORM REAPLICA-EXCLUSAO
              WHEN LOG-RESET-SENHA
                 PERFORM REAPLICA-RESET
              WHEN LOG-LGPD AND LOG-CAMPO = 'ANONIMIZACAO'
                 PERFORM REAPLICA-ANONIMIZACAO
              WHEN OTHER
                 ADD 1 TO WS-CONT-SEM-EFEITO
           END-EVALUATE
       .

       CARREGA-EVENTO.
           IF LOG-SEQUENCIA NUMERIC
              MOVE LOG-SEQUENCIA TO WS-EVT-SEQ
           ELSE
              MOVE 0 TO WS-EVT-SEQ
           END-IF
           MOVE LOG-TIPO-OPERACAO TO WS-EVT-TIPO
           MOVE LOG-ID-USUARIO    TO WS-EVT-ID
           MOVE LOG-CAMPO         TO WS-EVT-CAMPO
           MOVE LOG-DATA          TO WS-EVT-DATA
           MOVE LOG-HORA          TO WS-EVT-HORA
           SET EVT-NAO-APLICAVEL  TO TRUE
           MOVE SPACES            TO WS-MOTIVO
       .

      ******************************************************************
      * Inclusao ('I' INCLUSAO ou RECUPERACAO): o cadastro so e
      * refeito quando as tres imagens 'C' chegam em ordem. Trilha
      * anterior as imagens nao tem como refazer a inclusao.
      ******************************************************************
       INICIA-INCLUSAO.
           PERFORM CARREGA-EVENTO
           MOVE WS-EVENTO TO WS-INC-EVENTO
           MOVE 1         TO WS-INC-PROXIMA
           MOVE SPACES    TO WS-IMAGEM-CAD

           IF LOG-ID-USUARIO > WS-MAIOR-ID-TRILHA
              MOVE LOG-ID-USUARIO TO WS-MAIOR-ID-TRILHA
           END-IF
       .

       GUARDA-IMAGEM.
           IF WS-INC-ID > 0
              AND LOG-ID-USUARIO = WS-INC-ID
              EVALUATE TRUE
                 WHEN LOG-CAMPO = 'IMAGEM-1' AND WS-INC-PROXIMA = 1
                    MOVE LOG-VALOR-ANTES  TO WS-IMAGEM-CAD (1:30)
                    MOVE LOG-VALOR-DEPOIS TO WS-IMAGEM-CAD (31:30)
                    MOVE 2 TO WS-INC-PROXIMA
                 WHEN LOG-CAMPO = 'IMAGEM-2' AND WS-INC-PROXIMA = 2
                    MOVE LOG-VALOR-ANTES  TO WS-IMAGEM-CAD (61:30)
                    MOVE LOG-VALOR-DEPOIS TO WS-IMAGEM-CAD (91:30)
                    MOVE 3 TO WS-INC-PROXIMA
                 WHEN LOG-CAMPO = 'IMAGEM-3' AND WS-INC-PROXIMA = 3
                    MOVE LOG-VALOR-ANTES  TO WS-IMAGEM-CAD (121:30)
                    MOVE LOG-VALOR-DEPOIS (1:16)
                      TO WS-IMAGEM-CAD (151:16)
                    PERFORM REAPLICA-INCLUSAO
                 WHEN OTHER
                    PERFORM DESCARTA-INCLUSAO-PENDENTE
              END-EVALUATE
           END-IF
       .

      ******************************************************************
      * A imagem traz a senha mascarada; o hash volta do historico do
      * PROGHSEN. Sem historico o cadastro entra sem senha e a
      * pendencia sai no relatorio.
      ******************************************************************
       REAPLICA-INCLUSAO.
           MOVE WS-INC-EVENTO TO WS-EVENTO
           MOVE 0             TO WS-INC-ID
           SET EVT-NAO-APLICAVEL TO TRUE
           MOVE SPACES        TO WS-MOTIVO

           MOVE WS-IMAGEM-CAD TO REG-USUARIO

           IF WS-IMAGEM-CAD (1:5) NOT NUMERIC
              OR ID-USUARIO OF REG-USUARIO NOT = WS-EVT-ID
              MOVE 'IMAGEM NAO CONFERE COM O ID' TO WS-MOTIVO
           ELSE
              MOVE WS-EVT-ID TO WS-HSEN-ID
              PERFORM BUSCA-SENHA-HISTORICO
              IF HSEN-ACHADA
                 MOVE WS-HSEN-HASH TO SENHA OF REG-USUARIO
              ELSE
                 MOVE SPACES TO SENHA OF REG-USUARIO
              END-IF

              WRITE REG-USUARIO
                 INVALID KEY
                    MOVE 'ID OU EMAIL JA CADASTRADO' TO WS-MOTIVO
                 NOT INVALID KEY
                    SET EVT-REAPLICADO TO TRUE
                    IF NOT HSEN-ACHADA
                       ADD 1 TO WS-CONT-PENDENCIAS
                       MOVE 'SEM SENHA NO HISTORICO - RESETAR'
                         TO WS-MOTIVO
                    END-IF
              END-WRITE
           END-IF

           PERFORM ESCREVE-EVENTO
       .

       DESCARTA-INCLUSAO-PENDENTE.
           IF WS-INC-ID > 0
              MOVE WS-INC-EVENTO TO WS-EVENTO
              MOVE 0             TO WS-INC-ID
              SET EVT-NAO-APLICAVEL TO TRUE
              MOVE 'SEM IMAGEM DO CADASTRO NA TRILHA' TO WS-MOTIVO
              PERFORM ESCREVE-EVENTO
           END-IF
       .

      ******************************************************************
      * Alteracao campo a campo, no formato em que o PROGALT, PROGLOTE,
      * PROGMOVIN, PROGCONTR, PROGDORM, PROGRECERT e PROGTAB gravam o
      * valor novo. Endereco e acessos nao moram em USUARIOS.dat.
      ******************************************************************
       REAPLICA-ALTERACAO.
           PERFORM CARREGA-EVENTO

           IF LOG-CAMPO = 'ENDERECO' OR LOG-CAMPO = 'ACESSO'
              MOVE 'CAMPO FORA DE USUARIOS.dat' TO WS-MOTIVO
           ELSE
              MOVE LOG-ID-USUARIO TO ID-USUARIO OF REG-USUARIO
              READ USUARIOS
                 INVALID KEY
                    MOVE 'CADASTRO AUSENTE' TO WS-MOTIVO
                 NOT INVALID KEY
                    PERFORM APLICA-CAMPO
              END-READ
           END-IF

           PERFORM ESCREVE-EVENTO
       .

       APLICA-CAMPO.
           MOVE 'S' TO WS-APLICA

           EVALUATE LOG-CAMPO
              WHEN 'NOME'
                 MOVE LOG-VALOR-DEPOIS TO NOME OF REG-USUARIO
              WHEN 'EMAIL'
                 MOVE LOG-VALOR-DEPOIS TO EMAIL OF REG-USUARIO
              WHEN 'TELEFONE'
                 IF LOG-VALOR-DEPOIS (1:13) NUMERIC
                    MOVE LOG-VALOR-DEPOIS (1:13)
                      TO TELEFONE OF REG-USUARIO
                 ELSE
                    MOVE 'N' TO WS-APLICA
                 END-IF
              WHEN 'CPF'
                 IF LOG-VALOR-DEPOIS (1:11) NUMERIC
                    MOVE LOG-VALOR-DEPOIS (1:11) TO CPF OF REG-USUARIO
                 ELSE
                    MOVE 'N' TO WS-APLICA
                 END-IF
              WHEN 'STATUS'
                 EVALUATE LOG-VALOR-DEPOIS
                    WHEN 'ATIVO'
                       MOVE 'A' TO STATUS-USUARIO OF REG-USUARIO
                    WHEN 'INATIVO'
                       MOVE 'I' TO STATUS-USUARIO OF REG-USUARIO
                    WHEN OTHER
                       MOVE 'N' TO WS-APLICA
                 END-EVALUATE
              WHEN 'DEPARTAMENTO'
                 IF LOG-VALOR-DEPOIS (1:3) NUMERIC
                    MOVE LOG-VALOR-DEPOIS (1:3)
                      TO DEPARTAMENTO OF REG-USUARIO
                 ELSE
                    MOVE 'N' TO WS-APLICA
                 END-IF
              WHEN 'EMPRESA'
                 IF LOG-VALOR-DEPOIS (1:3) NUMERIC
                    MOVE LOG-VALOR-DEPOIS (1:3)
                      TO EMPRESA OF REG-USUARIO
                 ELSE
                    MOVE 'N' TO WS-APLICA
                 END-IF
              WHEN 'VINCULO'
                 MOVE LOG-VALOR-DEPOIS (1:1) TO VINCULO OF REG-USUARIO
              WHEN 'FIM-CONTRATO'
                 IF LOG-VALOR-DEPOIS (1:8) NUMERIC
                    MOVE LOG-VALOR-DEPOIS (1:8)
                      TO DATA-FIM-CONTRATO OF REG-USUARIO
                 ELSE
                    MOVE 'N' TO WS-APLICA
                 END-IF
              WHEN 'SENHA'
                 MOVE LOG-ID-USUARIO TO WS-HSEN-ID
                 PERFORM BUSCA-SENHA-HISTORICO
                 IF HSEN-ACHADA
                    MOVE WS-HSEN-HASH TO SENHA OF REG-USUARIO
                    MOVE LOG-DATA
                      TO DATA-ULTIMA-TROCA-SENHA OF REG-USUARIO
                 ELSE
                    MOVE 'N' TO WS-APLICA
                    ADD 1 TO WS-CONT-PENDENCIAS
                    MOVE 'SENHA FORA DO HISTORICO' TO WS-MOTIVO
                 END-IF
              WHEN OTHER
                 MOVE 'N' TO WS-APLICA
                 MOVE 'CAMPO NAO REAPLICAVEL' TO WS-MOTIVO
           END-EVALUATE

           IF CAMPO-APLICAVEL
              MOVE LOG-DATA TO DATA-ALTERACAO OF REG-USUARIO
              REWRITE REG-USUARIO
                 INVALID KEY
                    MOVE 'FALHA AO REGRAVAR - EMAIL EM USO'
                      TO WS-MOTIVO
                 NOT INVALID KEY
                    SET EVT-REAPLICADO TO TRUE
              END-REWRITE
           ELSE
              IF WS-MOTIVO = SPACES
                 MOVE 'VALOR NOVO INVALIDO NA TRILHA' TO WS-MOTIVO
              END-IF
           END-IF
       .

       REAPLICA-EXCLUSAO.
           PERFORM CARREGA-EVENTO

           MOVE LOG-ID-USUARIO TO ID-USUARIO OF REG-USUARIO
           DELETE USUARIOS RECORD
              INVALID KEY
                 MOVE 'CADASTRO AUSENTE' TO WS-MOTIVO
              NOT INVALID KEY
                 SET EVT-REAPLICADO TO TRUE
           END-DELETE

           PERFORM ESCREVE-EVENTO
       .

      ******************************************************************
      * A senha temporaria do reset nao vai para a trilha nem para o
      * historico: a troca fica forcada como no PROGRESET, mas o reset
      * precisa ser refeito para a pessoa receber uma senha nova.
      ******************************************************************
       REAPLICA-RESET.
           PERFORM CARREGA-EVENTO

           MOVE LOG-ID-USUARIO TO ID-USUARIO OF REG-USUARIO
           READ USUARIOS
              INVALID KEY
                 MOVE 'CADASTRO AUSENTE' TO WS-MOTIVO
              NOT INVALID KEY
                 MOVE WS-DATA-FORCA-TROCA
                   TO DATA-ULTIMA-TROCA-SENHA OF REG-USUARIO
                 MOVE LOG-DATA TO DATA-ALTERACAO OF REG-USUARIO
                 REWRITE REG-USUARIO
                    INVALID KEY
                       MOVE 'FALHA AO REGRAVAR' TO WS-MOTIVO
                    NOT INVALID KEY
                       SET EVT-REAPLICADO TO TRUE
                       ADD 1 TO WS-CONT-PENDENCIAS
                       MOVE 'REFAZER O RESET DA SENHA' TO WS-MOTIVO
                 END-REWRITE
           END-READ

           PERFORM ESCREVE-EVENTO
       .

      *    mesma sobrescrita do PROGANON
       REAPLICA-ANONIMIZACAO.
           PERFORM CARREGA-EVENTO

           MOVE LOG-ID-USUARIO TO ID-USUARIO OF REG-USUARIO
           READ USUARIOS
              INVALID KEY
                 MOVE 'CADASTRO AUSENTE' TO WS-MOTIVO
              NOT INVALID KEY
                 MOVE SPACES TO WS-EMAIL-NEUTRO
                 STRING 'anon'                     DELIMITED SIZE
                        ID-USUARIO OF REG-USUARIO  DELIMITED SIZE
                        '@lgpd.invalido'           DELIMITED SIZE
                   INTO WS-EMAIL-NEUTRO

                 MOVE WS-EMAIL-NEUTRO TO EMAIL OF REG-USUARIO
                 MOVE 'ANONIMIZADO - LGPD' TO NOME OF REG-USUARIO
                 MOVE SPACES TO SENHA OF REG-USUARIO
                 MOVE 0      TO CPF OF REG-USUARIO
                 MOVE 0      TO TELEFONE OF REG-USUARIO
                 MOVE SPACE  TO TELEFONE-TIPO OF REG-USUARIO
                 MOVE 0      TO TELEFONE-2 OF REG-USUARIO
                 MOVE SPACE  TO TELEFONE-2-TIPO OF REG-USUARIO
                 MOVE 0      TO TELEFONE-3 OF REG-USUARIO
                 MOVE SPACE  TO TELEFONE-3-TIPO OF REG-USUARIO
                 MOVE 'X'    TO STATUS-USUARIO OF REG-USUARIO
                 MOVE LOG-DATA TO DATA-ALTERACAO OF REG-USUARIO
                 REWRITE REG-USUARIO
                    INVALID KEY
                       MOVE 'FALHA AO REGRAVAR' TO WS-MOTIVO
                    NOT INVALID KEY
                       SET EVT-REAPLICADO TO TRUE
                 END-REWRITE
           END-READ

           PERFORM ESCREVE-EVENTO
       .

      ******************************************************************
      * Hash mais recente do ID no historico do PROGHSEN ate o ponto
      * de recuperacao - a senha que valia naquele momento.
      ******************************************************************
       BUSCA-SENHA-HISTORICO.
           MOVE 'N'    TO WS-HSEN-ACHADA
           MOVE SPACES TO WS-HSEN-HASH
           MOVE 0      TO WS-MOM-HSA-DATA
           MOVE 0      TO WS-MOM-HSA-HORA
           SET EOF-AUX-OK TO FALSE

           OPEN INPUT HIST-SENHAS

           IF FS-HSEN-OK
              PERFORM UNTIL EOF-AUX-OK
                 READ HIST-SENHAS
                    AT END
                       SET EOF-AUX-OK TO TRUE
                    NOT AT END
                       IF HS-ID-USUARIO = WS-HSEN-ID
                          MOVE HS-DATA TO WS-MOM-HS-DATA
                          MOVE HS-HORA TO WS-MOM-HS-HORA
                          IF WS-MOMENTO-HS NOT > WS-MOMENTO-FIM
                             AND WS-MOMENTO-HS
                                 NOT < WS-MOMENTO-HS-ACHADO
                             MOVE WS-MOMENTO-HS
                               TO WS-MOMENTO-HS-ACHADO
                             MOVE HS-SENHA-HASH TO WS-HSEN-HASH
                             SET HSEN-ACHADA TO TRUE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HIST-SENHAS
           END-IF
       .

       ESCREVE-EVENTO.
           ADD 1 TO WS-CONT-EVENTOS

           IF EVT-REAPLICADO
              ADD 1 TO WS-CONT-REAPLICADOS
              MOVE 'REAPLICADO'    TO WS-RESULTADO-TXT
           ELSE
              ADD 1 TO WS-CONT-NAO-APLICAVEIS
              MOVE 'NAO APLICAVEL' TO WS-RESULTADO-TXT
           END-IF

           MOVE SPACES TO REG-REL-REAPL
           STRING WS-EVT-SEQ       DELIMITED SIZE
                  '     '          DELIMITED SIZE
                  WS-EVT-TIPO      DELIMITED SIZE
                  ' '              DELIMITED SIZE
                  WS-EVT-ID        DELIMITED SIZE
                  ' '              DELIMITED SIZE
                  WS-EVT-CAMPO     DELIMITED SIZE
                  ' '              DELIMITED SIZE
                  WS-EVT-DATA      DELIMITED SIZE
                  ' '              DELIMITED SIZE
                  WS-EVT-HORA      DELIMITED SIZE
                  ' '              DELIMITED SIZE
                  WS-RESULTADO-TXT DELIMITED SIZE
                  ' '              DELIMITED SIZE
                  WS-MOTIVO        DELIMITED SIZE
             INTO REG-REL-REAPL
           WRITE REG-REL-REAPL
       .

       ESCREVE-TOTAIS.
           MOVE SPACES TO REG-REL-REAPL
           WRITE REG-REL-REAPL

           MOVE SPACES TO REG-REL-REAPL
           STRING 'EVENTOS DE CADASTRO NA JANELA: ' DELIMITED SIZE
                  WS-CONT-EVENTOS                   DELIMITED SIZE
                  '   REAPLICADOS: '                DELIMITED SIZE
                  WS-CONT-REAPLICADOS               DELIMITED SIZE
                  '   NAO APLICAVEIS: '             DELIMITED SIZE
                  WS-CONT-NAO-APLICAVEIS            DELIMITED SIZE
             INTO REG-REL-REAPL
           WRITE REG-REL-REAPL

           MOVE SPACES TO REG-REL-REAPL
           STRING 'EVENTOS SEM EFEITO NO CADASTRO: ' DELIMITED SIZE
                  WS-CONT-SEM-EFEITO                 DELIMITED SIZE
                  '   PENDENCIAS DE SENHA: '         DELIMITED SIZE
                  WS-CONT-PENDENCIAS                 DELIMITED SIZE
             INTO REG-REL-REAPL
           WRITE REG-REL-REAPL
       .

      ******************************************************************
      * CTRL-ID.dat nao e mexido: ele so precisa continuar acima de
      * todo ID ja emitido - o maior gravado em USUARIOS.dat depois da
      * reaplicacao, o maior arquivado em EXCLUIDOS.dat e o maior
      * incluido na trilha da janela - para o PROGID nunca reemitir um
      * ID.
      ******************************************************************
       CONFERE-CTRL-ID.
           MOVE 0 TO WS-MAIOR-ID-USU
           MOVE 0 TO WS-MAIOR-ID-EXC
           MOVE 0 TO WS-ULTIMO-ID-CTRL
           MOVE 0 TO WS-CONT-FINAL

           OPEN INPUT USUARIOS
           IF FS-OK
              SET EOF-AUX-OK TO FALSE
              MOVE 0 TO ID-USUARIO OF REG-USUARIO
              START USUARIOS KEY IS >= ID-USUARIO OF REG-USUARIO
                 INVALID KEY
                    SET EOF-AUX-OK TO TRUE
              END-START
              PERFORM UNTIL EOF-AUX-OK
                 READ USUARIOS NEXT RECORD
                    AT END
                       SET EOF-AUX-OK TO TRUE
                    NOT AT END
                       ADD 1 TO WS-CONT-FINAL
                       IF ID-USUARIO OF REG-USUARIO > WS-MAIOR-ID-USU
                          MOVE ID-USUARIO OF REG-USUARIO
                            TO WS-MAIOR-ID-USU
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE USUARIOS
           END-IF

           OPEN INPUT EXCLUIDOS
           IF FS-EXC-OK
              SET EOF-AUX-OK TO FALSE
              PERFORM UNTIL EOF-AUX-OK
                 READ EXCLUIDOS
                    AT END
                       SET EOF-AUX-OK TO TRUE
                    NOT AT END
                       IF EXC-USUARIO (1:5) NUMERIC
                          MOVE EXC-USUARIO (1:5) TO WS-ID-EXC
                          IF WS-ID-EXC > WS-MAIOR-ID-EXC
                             MOVE WS-ID-EXC TO WS-MAIOR-ID-EXC
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EXCLUIDOS
           END-IF

           MOVE 'CONSISTENTE' TO WS-CTRL-SITUACAO

           OPEN INPUT CTRL-ID
           IF NOT FS-CTRL-OK
              MOVE 'INCONSISTENTE - CTRL-ID.dat INEXISTENTE'
                TO WS-CTRL-SITUACAO
           ELSE
              READ CTRL-ID
                 AT END
                    MOVE 'INCONSISTENTE - CTRL-ID.dat VAZIO'
                      TO WS-CTRL-SITUACAO
                 NOT AT END
                    MOVE ULTIMO-ID-USUARIO TO WS-ULTIMO-ID-CTRL
              END-READ
              CLOSE CTRL-ID
           END-IF

           IF WS-CTRL-SITUACAO = 'CONSISTENTE'
              IF WS-ULTIMO-ID-CTRL < WS-MAIOR-ID-USU
                 OR WS-ULTIMO-ID-CTRL < WS-MAIOR-ID-EXC
                 OR WS-ULTIMO-ID-CTRL < WS-MAIOR-ID-TRILHA
                 MOVE 'INCONSISTENTE - CONTROLE ABAIXO DE ID EMITIDO'
                   TO WS-CTRL-SITUACAO
              END-IF
           END-IF

           IF WS-CTRL-SITUACAO NOT = 'CONSISTENTE'
              AND WS-RC < 4
              MOVE 4 TO WS-RC
           END-IF

           MOVE SPACES TO REG-REL-REAPL
           WRITE REG-REL-REAPL

           MOVE 'CONFERENCIA DO CTRL-ID.dat' TO REG-REL-REAPL
           WRITE REG-REL-REAPL

           MOVE SPACES TO REG-REL-REAPL
           STRING '   CADASTROS EM USUARIOS.dat......: '
                                   DELIMITED SIZE
                  WS-CONT-FINAL    DELIMITED SIZE
             INTO REG-REL-REAPL
           WRITE REG-REL-REAPL

           MOVE SPACES TO REG-REL-REAPL
           STRING '   ULTIMO-ID-USUARIO..............: '
                                   DELIMITED SIZE
                  WS-ULTIMO-ID-CTRL DELIMITED SIZE
             INTO REG-REL-REAPL
           WRITE REG-REL-REAPL

           MOVE SPACES TO REG-REL-REAPL
           STRING '   MAIOR ID EM USUARIOS.dat.......: '
                                   DELIMITED SIZE
                  WS-MAIOR-ID-USU  DELIMITED SIZE
             INTO REG-REL-REAPL
           WRITE REG-REL-REAPL

           MOVE SPACES TO REG-REL-REAPL
           STRING '   MAIOR ID EM EXCLUIDOS.dat......: '
                                   DELIMITED SIZE
                  WS-MAIOR-ID-EXC  DELIMITED SIZE
             INTO REG-REL-REAPL
           WRITE REG-REL-REAPL

           MOVE SPACES TO REG-REL-REAPL
           STRING '   MAIOR ID INCLUIDO NA TRILHA....: '
                                   DELIMITED SIZE
                  WS-MAIOR-ID-TRILHA DELIMITED SIZE
             INTO REG-REL-REAPL
           WRITE REG-REL-REAPL

           MOVE SPACES TO REG-REL-REAPL
           STRING '   SITUACAO: '  DELIMITED SIZE
                  WS-CTRL-SITUACAO DELIMITED SIZE
             INTO REG-REL-REAPL
           WRITE REG-REL-REAPL

           DISPLAY 'CTRL-ID.dat: ' WS-CTRL-SITUACAO
       .

      *    a propria reaplicacao fica na trilha como evento de operador
       REGISTRA-REAPLICACAO.
           MOVE 'O'           TO LK-LOG-TIPO
           MOVE 0             TO LK-LOG-ID-USUARIO
           MOVE 'REAPLICACAO' TO LK-LOG-CAMPO
           MOVE SPACES        TO LK-LOG-VALOR-ANTES
           MOVE SPACES        TO LK-LOG-VALOR-DEPOIS
           STRING 'GERACAO '           DELIMITED SIZE
                  WS-GERACAO-ESCOLHIDA DELIMITED SIZE
             INTO LK-LOG-VALOR-ANTES
           STRING 'ATE '               DELIMITED SIZE
                  WS-MOM-FIM-DATA      DELIMITED SIZE
                  ' '                  DELIMITED SIZE
                  WS-MOM-FIM-HORA      DELIMITED SIZE
             INTO LK-LOG-VALOR-DEPOIS
           CALL CFG-PATH-PROGLOG
           USING LK-LOG-AREA
       .

       END PROGRAM PROGREAPL.
