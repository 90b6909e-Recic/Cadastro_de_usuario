      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Politica de retencao de dados pessoais (LGPD). A
      *          tabela de retencao fica em PARAMETROS.dat (PROGPARAM,
      *          mantida pelo PROGPARTAB), prazo em dias por classe -
      *          0 desliga a classe:
      *            RETENCAO-EXCLUIDOS   (padrao 1825) registros de
      *                                 EXCLUIDOS.dat, contados da
      *                                 data da exclusao;
      *            RETENCAO-INATIVOS    (padrao 1825) cadastros
      *                                 INATIVOS sem movimento (maior
      *                                 entre DATA-ALTERACAO e
      *                                 DATA-CADASTRO), anonimizados
      *                                 pelo PROGANON;
      *            RETENCAO-ENDERECOS   (padrao 730) enderecos de
      *                                 cadastro inativo ou que ja
      *                                 nao existe;
      *            RETENCAO-HIST-SENHA  (padrao 365) historico de
      *                                 senhas de cadastro inativo ou
      *                                 que ja nao existe;
      *            RETENCAO-DOCUMENTOS  (padrao 90) CARTA-nnnnn,
      *                                 PORTABILIDADE-nnnnn e a FICHA
      *                                 gerados em Dados/, contados
      *                                 da data do arquivo.
      *          Roda em duas fases. Sem itens pendentes (ou com o
      *          LK-SESS-PARAM PREVIA) faz a PREVIA: levanta o que
      *          venceu, lista no REL-RETENCAO.txt e grava a lista em
      *          RETENCAO-PENDENTES.dat sem tocar nada. A execucao
      *          seguinte faz o EXPURGO: reavalia cada item pendente
      *          (o que deixou de vencer e descartado), anonimiza os
      *          registros de EXCLUIDOS.dat (situacao 'X'), chama o
      *          PROGANON, o PROGENDE e o PROGHSEN para os cadastros e
      *          apaga os documentos, gravando cada expurgo na trilha
      *          como 'L' RETENCAO. O relatorio termina com o resumo
      *          por classe para o encarregado de dados (DPO) e e
      *          catalogado no PROGRELCAT. Entrada restrita ao perfil
      *          ADMIN. Passos RETENCAO e RETPREVIA do PROGJOB.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRETEN.


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

           SELECT EXCLUIDOS ASSIGN TO
           CFG-PATH-EXCLUIDOS
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-EXC.

           SELECT ENDERECOS ASSIGN TO
           CFG-PATH-ENDERECOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS END-CHAVE
           FILE STATUS IS WS-FS-END.

           SELECT HIST-SENHAS ASSIGN TO
           CFG-PATH-HIST-SENHAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HS.

           SELECT CTRL-ID ASSIGN TO
           CFG-PATH-CTRL-ID
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-CTRL.

           SELECT RETENCAO-PEND ASSIGN TO
           CFG-PATH-RETENCAO-PEND
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PEN.

           SELECT REL-RETENCAO ASSIGN TO
           CFG-PATH-REL-RETENCAO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  USUARIOS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-USUARIOS.cpy'.

       FD  EXCLUIDOS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-EXCLUIDOS.cpy'.

       FD  ENDERECOS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-ENDERECOS.cpy'.

       FD  HIST-SENHAS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-HISTSEN.cpy'.

       FD  CTRL-ID.
           COPY
           '/home/recic/Dev/PROG01/Dados/CTRL-ID.cpy'.

      *    Um item vencido por linha, gravado pela PREVIA e consumido
      *    pelo EXPURGO: classe, ID, data de referencia (exclusao,
      *    ultimo movimento, ultima senha ou data do arquivo), hora
      *    da exclusao, nome do documento, marca de cadastro
      *    inexistente e data da previa
       FD  RETENCAO-PEND.
       01  REG-RET-PEND.
           03 PEN-CLASSE               PIC X(10).
           03 PEN-ID-USUARIO           PIC 9(05).
           03 PEN-DATA                 PIC 9(08).
           03 PEN-HORA                 PIC 9(08).
           03 PEN-ARQUIVO              PIC X(60).
           03 PEN-SEM-CADASTRO         PIC X(01).
           03 PEN-DATA-PREVIA          PIC 9(08).

       FD  REL-RETENCAO.
       01  REG-REL-RET                 PIC X(120).

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WS-FS                       PIC 99.
           88 FS-OK                    VALUE 0.

       77  WS-FS-EXC                   PIC 99.
           88 FS-EXC-OK                VALUE 0.

       77  WS-FS-END                   PIC 99.
           88 FS-END-OK                VALUE 0.

       77  WS-FS-HS                    PIC 99.
           88 FS-HS-OK                 VALUE 0.

       77  WS-FS-CTRL                  PIC 99.
           88 FS-CTRL-OK               VALUE 0.

       77  WS-FS-PEN                   PIC 99.
           88 FS-PEN-OK                VALUE 0.

       77  WS-FS-REL                   PIC 99.
           88 FS-REL-OK                VALUE 0.

       77  WS-EOF                      PIC X.
           88 EOF-OK                   VALUE 'F' FALSE 'N'.

       77  WS-ACESSO                   PIC X VALUE 'N'.
           88 ACESSO-PERMITIDO         VALUE 'S'.

       77  WS-MODO                     PIC X VALUE 'P'.
           88 MODO-PREVIA              VALUE 'P'.
           88 MODO-EXPURGO             VALUE 'E'.

       77  WS-OPCAO-MODO               PIC X.

       77  WS-DATA-HOJE                PIC 9(08).
       77  WS-DATA-PREVIA              PIC 9(08) VALUE 0.
       77  WS-DATA-REFERENCIA          PIC 9(08).
       77  WS-HORA-REFERENCIA          PIC 9(08).
       77  WS-SEM-CADASTRO             PIC X(01).
       77  WS-ID-EXC                   PIC 9(05).
       77  WS-ID-DOC                   PIC 9(05).
       77  WS-ULTIMO-ID                PIC 9(05) VALUE 0.
       77  WS-EMAIL-NEUTRO             PIC X(30).

       77  WS-RC                       PIC 9(04) VALUE 0.

      *    Imagem do REG-USUARIO guardada em EXC-USUARIO
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-USUARIOS.cpy'
           REPLACING REG-USUARIO BY REG-ARQUIVADO.

      *    Tabela de retencao - nome, prazo (dias), data limite e os
      *    contadores do resumo por classe
       01  WS-NOMES-CLASSES.
           03 FILLER                   PIC X(10) VALUE 'EXCLUIDOS'.
           03 FILLER                   PIC X(10) VALUE 'ANONIMIZAR'.
           03 FILLER                   PIC X(10) VALUE 'ENDERECOS'.
           03 FILLER                   PIC X(10) VALUE 'HIST-SENHA'.
           03 FILLER                   PIC X(10) VALUE 'DOCUMENTO'.
       01  WS-NOMES-CLASSES-R REDEFINES WS-NOMES-CLASSES.
           03 WS-NOME-CLASSE           PIC X(10) OCCURS 5 TIMES.

       01  WS-TAB-CLASSES.
           03 TAB-CLS-ITEM             OCCURS 5 TIMES.
              05 TAB-CLS-DIAS          PIC 9(05).
              05 TAB-CLS-LIMITE        PIC 9(08).
              05 TAB-CLS-PREVISTOS     PIC 9(05).
              05 TAB-CLS-EXPURGADOS    PIC 9(05).
              05 TAB-CLS-DESCARTADOS   PIC 9(05).
              05 TAB-CLS-FALHAS        PIC 9(05).

       77  WS-QTD-CLASSES              PIC 9(01) VALUE 5.
       77  WS-IDX-CLS                  PIC 9(01).

      *    Itens vencidos (da previa em curso ou lidos do pendente)
       77  WS-MAX-PEN                  PIC 9(05) VALUE 2000.
       77  WS-QTD-PEN                  PIC 9(05) VALUE 0.
       77  WS-CONT-EXCEDENTES          PIC 9(05) VALUE 0.
       77  WS-IDX                      PIC 9(05).
       77  WS-IDX-ACHADO               PIC 9(05).

       01  WS-TAB-PENDENTES.
           03 TAB-PEN-ITEM             OCCURS 2000 TIMES.
              05 TAB-PEN-CLS           PIC 9(01).
              05 TAB-PEN-ID            PIC 9(05).
              05 TAB-PEN-DATA          PIC 9(08).
              05 TAB-PEN-HORA          PIC 9(08).
              05 TAB-PEN-ARQUIVO       PIC X(60).
              05 TAB-PEN-SEM-CAD       PIC X(01).
              05 TAB-PEN-SIT           PIC X(01).
                 88 PEN-PENDENTE       VALUE 'P'.
                 88 PEN-EXPURGADO      VALUE 'E'.
                 88 PEN-DESCARTADO     VALUE 'D'.
                 88 PEN-FALHOU         VALUE 'F'.

      *    IDs com enderecos e com historico de senhas, marcados
      *    quando o cadastro e encontrado em USUARIOS.dat
       77  WS-MAX-IDS                  PIC 9(05) VALUE 5000.
       77  WS-QTD-END                  PIC 9(05) VALUE 0.
       77  WS-QTD-HS                   PIC 9(05) VALUE 0.
       77  WS-IDX-END                  PIC 9(05).
       77  WS-IDX-HS                   PIC 9(05).

       01  WS-TAB-END.
           03 TAB-END-ITEM             OCCURS 5000 TIMES.
              05 TAB-END-ID            PIC 9(05).
              05 TAB-END-VISTO         PIC X(01).

       01  WS-TAB-HS.
           03 TAB-HS-ITEM              OCCURS 5000 TIMES.
              05 TAB-HS-ID             PIC 9(05).
              05 TAB-HS-ULT-DATA       PIC 9(08).
              05 TAB-HS-VISTO          PIC X(01).

      *    Documentos gerados - nome montado e situacao no disco
       77  WS-PREFIXO-LEN              PIC 99.
       77  WS-SUFIXO-DOC               PIC X(02).
       01  WS-ARQ-DOC                  PIC X(60).
       01  WS-ARQ-DOC-NOME             PIC X(80).

       01  WS-ARQ-INFO.
           03 WS-ARQ-TAMANHO           PIC X(08) COMP-X.
           03 WS-ARQ-DIA               PIC X(01) COMP-X.
           03 WS-ARQ-MES               PIC X(01) COMP-X.
           03 WS-ARQ-ANO               PIC X(02) COMP-X.
           03 WS-ARQ-HORA              PIC X(04).

       77  WS-ARQ-DATA                 PIC 9(08).
       77  WS-ARQ-EXISTE               PIC X.
           88 ARQ-EXISTE               VALUE 'S'.

       77  WS-SIT-ITEM                 PIC X(11).
       77  WS-DETALHE                  PIC X(60).
       77  WS-CONT-EXIB                PIC ZZZZ9.
       77  WS-DIAS-EXIB                PIC ZZZZ9.

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
           '/home/recic/Dev/PROG01/Dados/LK-PARAM.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-RELCAT.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-ENDE.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-HSEN.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-APROV.cpy'.

      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 0 TO WS-QTD-PEN
           MOVE 0 TO WS-CONT-EXCEDENTES
           MOVE 0 TO WS-QTD-END
           MOVE 0 TO WS-QTD-HS
           MOVE 0 TO WS-RC
           MOVE 0 TO WS-DATA-PREVIA

           PERFORM VERIFICA-ACESSO
           IF NOT ACESSO-PERMITIDO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM OBTEM-TABELA-RETENCAO
           PERFORM CARREGA-PENDENTES
           PERFORM DEFINE-MODO

           OPEN OUTPUT REL-RETENCAO

           IF NOT FS-REL-OK
              DISPLAY 'ERRO AO ABRIR O RELATORIO DE RETENCAO'
              DISPLAY 'FILE STATUS: ' WS-FS-REL
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM ESCREVE-CABECALHO

           IF MODO-EXPURGO
              PERFORM EXECUTA-EXPURGO
           ELSE
              PERFORM EXECUTA-PREVIA
           END-IF

           PERFORM ESCREVE-ITENS
           PERFORM ESCREVE-RESUMO-DPO

           CLOSE REL-RETENCAO

           MOVE 'PROGRETEN'           TO LK-RCAT-PROGRAMA
           MOVE CFG-PATH-REL-RETENCAO TO LK-RCAT-ARQUIVO
           CALL CFG-PATH-PROGRELCAT
           USING LK-RCAT-AREA

           SET LK-SESS-RESULT-GRAVAR TO TRUE
           MOVE WS-QTD-PEN TO LK-SESS-QTD-PROCESSADOS
           MOVE 0 TO LK-SESS-QTD-ACEITOS
           MOVE 0 TO LK-SESS-QTD-REJEITADOS
           PERFORM VARYING WS-IDX-CLS FROM 1 BY 1
           UNTIL WS-IDX-CLS > WS-QTD-CLASSES
              ADD TAB-CLS-EXPURGADOS (WS-IDX-CLS)
                TO LK-SESS-QTD-ACEITOS
              ADD TAB-CLS-DESCARTADOS (WS-IDX-CLS)
                  TAB-CLS-FALHAS (WS-IDX-CLS)
                TO LK-SESS-QTD-REJEITADOS
           END-PERFORM
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           PERFORM GRAVA-RESUMO-TRILHA

           IF MODO-EXPURGO
              DISPLAY 'RETENCAO CONCLUIDA (EXPURGO) - '
                      LK-SESS-QTD-ACEITOS ' EXPURGADO(S), '
                      LK-SESS-QTD-REJEITADOS
                      ' DESCARTADO(S) OU COM FALHA'
           ELSE
              DISPLAY 'RETENCAO CONCLUIDA (PREVIA) - ' WS-QTD-PEN
                      ' ITEM(NS) VENCIDO(S) A EXPURGAR NA PROXIMA '
                      'EXECUCAO'
           END-IF

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
                 MOVE 8 TO RETURN-CODE
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
              DISPLAY 'OPERADOR SEM PERMISSAO PARA A RETENCAO DE '
                      'DADOS'
              MOVE 'R'         TO LK-LOG-TIPO
              MOVE 0           TO LK-LOG-ID-USUARIO
              MOVE 'RETENCAO'  TO LK-LOG-CAMPO
              MOVE SPACES      TO LK-LOG-VALOR-ANTES
              MOVE SPACES      TO LK-LOG-VALOR-DEPOIS
              CALL CFG-PATH-PROGLOG
              USING LK-LOG-AREA
           END-IF
       .

      ******************************************************************
      * Prazos por classe em dias; a data limite e hoje menos o prazo
      * e so vence o que e anterior a ela. Prazo 0 desliga a classe
      * (limite 0 - nenhuma data e menor).
      ******************************************************************
       OBTEM-TABELA-RETENCAO.
           INITIALIZE WS-TAB-CLASSES

           SET LK-PAR-CONSULTAR TO TRUE
           MOVE 'RETENCAO-EXCLUIDOS' TO LK-PAR-CHAVE
           MOVE 1825 TO LK-PAR-VALOR
           CALL CFG-PATH-PROGPARAM
           USING LK-PAR-AREA
           MOVE LK-PAR-VALOR TO TAB-CLS-DIAS (1)

           SET LK-PAR-CONSULTAR TO TRUE
           MOVE 'RETENCAO-INATIVOS' TO LK-PAR-CHAVE
           MOVE 1825 TO LK-PAR-VALOR
           CALL CFG-PATH-PROGPARAM
           USING LK-PAR-AREA
           MOVE LK-PAR-VALOR TO TAB-CLS-DIAS (2)

           SET LK-PAR-CONSULTAR TO TRUE
           MOVE 'RETENCAO-ENDERECOS' TO LK-PAR-CHAVE
           MOVE 730 TO LK-PAR-VALOR
           CALL CFG-PATH-PROGPARAM
           USING LK-PAR-AREA
           MOVE LK-PAR-VALOR TO TAB-CLS-DIAS (3)

           SET LK-PAR-CONSULTAR TO TRUE
           MOVE 'RETENCAO-HIST-SENHA' TO LK-PAR-CHAVE
           MOVE 365 TO LK-PAR-VALOR
           CALL CFG-PATH-PROGPARAM
           USING LK-PAR-AREA
           MOVE LK-PAR-VALOR TO TAB-CLS-DIAS (4)

           SET LK-PAR-CONSULTAR TO TRUE
           MOVE 'RETENCAO-DOCUMENTOS' TO LK-PAR-CHAVE
           MOVE 90 TO LK-PAR-VALOR
           CALL CFG-PATH-PROGPARAM
           USING LK-PAR-AREA
           MOVE LK-PAR-VALOR TO TAB-CLS-DIAS (5)

           PERFORM VARYING WS-IDX-CLS FROM 1 BY 1
           UNTIL WS-IDX-CLS > WS-QTD-CLASSES
              IF TAB-CLS-DIAS (WS-IDX-CLS) = 0
                 MOVE 0 TO TAB-CLS-LIMITE (WS-IDX-CLS)
              ELSE
                 COMPUTE TAB-CLS-LIMITE (WS-IDX-CLS) =
                    FUNCTION DATE-OF-INTEGER (
                    FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
                    - TAB-CLS-DIAS (WS-IDX-CLS))
              END-IF
           END-PERFORM
       .

      ******************************************************************
      * Le a lista gravada pela previa anterior. Arquivo ausente ou
      * vazio = nada pendente.
      ******************************************************************
       CARREGA-PENDENTES.
           SET EOF-OK TO FALSE

           OPEN INPUT RETENCAO-PEND

           IF FS-PEN-OK
              PERFORM UNTIL EOF-OK
                 READ RETENCAO-PEND
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       PERFORM GUARDA-PENDENTE-LIDO
                 END-READ
              END-PERFORM
              CLOSE RETENCAO-PEND
           END-IF
       .

       GUARDA-PENDENTE-LIDO.
           MOVE 0 TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX-CLS FROM 1 BY 1
           UNTIL WS-IDX-CLS > WS-QTD-CLASSES
              IF WS-NOME-CLASSE (WS-IDX-CLS) = PEN-CLASSE
                 MOVE WS-IDX-CLS TO WS-IDX-ACHADO
              END-IF
           END-PERFORM

           IF WS-IDX-ACHADO > 0
              AND WS-QTD-PEN < WS-MAX-PEN
              ADD 1 TO WS-QTD-PEN
              MOVE WS-IDX-ACHADO   TO TAB-PEN-CLS (WS-QTD-PEN)
              MOVE PEN-ID-USUARIO  TO TAB-PEN-ID (WS-QTD-PEN)
              MOVE PEN-DATA        TO TAB-PEN-DATA (WS-QTD-PEN)
              MOVE PEN-HORA        TO TAB-PEN-HORA (WS-QTD-PEN)
              MOVE PEN-ARQUIVO     TO TAB-PEN-ARQUIVO (WS-QTD-PEN)
              MOVE PEN-SEM-CADASTRO TO TAB-PEN-SEM-CAD (WS-QTD-PEN)
              SET PEN-PENDENTE (WS-QTD-PEN) TO TRUE
              MOVE PEN-DATA-PREVIA TO WS-DATA-PREVIA
              ADD 1 TO TAB-CLS-PREVISTOS (WS-IDX-ACHADO)
           END-IF
       .

      ******************************************************************
      * Com itens pendentes a execucao e o expurgo, salvo o parametro
      * PREVIA (passo RETPREVIA) ou a escolha do operador na execucao
      * interativa, que descartam a lista e refazem a previa.
      ******************************************************************
       DEFINE-MODO.
           SET MODO-PREVIA TO TRUE

           IF WS-QTD-PEN > 0
              SET MODO-EXPURGO TO TRUE
              IF LK-SESS-MODO-BATCH
                 IF LK-SESS-PARAM = 'PREVIA'
                    SET MODO-PREVIA TO TRUE
                 END-IF
              ELSE
                 DISPLAY ' '
                 DISPLAY 'HA ' WS-QTD-PEN ' ITEM(NS) PENDENTE(S) DA '
                         'PREVIA DE ' WS-DATA-PREVIA
                 DISPLAY 'EXECUTAR O EXPURGO ? (S = EXPURGA, N = '
                         'NOVA PREVIA)'
                 ACCEPT WS-OPCAO-MODO
                 IF WS-OPCAO-MODO NOT = 'S'
                    AND WS-OPCAO-MODO NOT = 's'
                    SET MODO-PREVIA TO TRUE
                 END-IF
              END-IF
           END-IF

           IF MODO-PREVIA
              MOVE 0 TO WS-QTD-PEN
              PERFORM VARYING WS-IDX-CLS FROM 1 BY 1
              UNTIL WS-IDX-CLS > WS-QTD-CLASSES
                 MOVE 0 TO TAB-CLS-PREVISTOS (WS-IDX-CLS)
              END-PERFORM
              MOVE WS-DATA-HOJE TO WS-DATA-PREVIA
           END-IF
       .

      ******************************************************************
      * PREVIA - levanta os itens vencidos de cada classe e grava a
      * lista pendente para a proxima execucao.
      ******************************************************************
       EXECUTA-PREVIA.
           PERFORM LEVANTA-EXCLUIDOS
           PERFORM CARREGA-IDS-ENDERECOS
           PERFORM CARREGA-IDS-HIST-SENHAS
           PERFORM LEVANTA-CADASTROS
           PERFORM LEVANTA-SEM-CADASTRO
           PERFORM LEVANTA-DOCUMENTOS

           OPEN OUTPUT RETENCAO-PEND

           IF NOT FS-PEN-OK
              DISPLAY 'ERRO AO GRAVAR A LISTA DE PENDENTES'
              DISPLAY 'FILE STATUS: ' WS-FS-PEN
              MOVE 8 TO WS-RC
           ELSE
              PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-PEN
                 MOVE TAB-PEN-CLS (WS-IDX) TO WS-IDX-CLS
                 MOVE WS-NOME-CLASSE (WS-IDX-CLS) TO PEN-CLASSE
                 MOVE TAB-PEN-ID (WS-IDX)      TO PEN-ID-USUARIO
                 MOVE TAB-PEN-DATA (WS-IDX)    TO PEN-DATA
                 MOVE TAB-PEN-HORA (WS-IDX)    TO PEN-HORA
                 MOVE TAB-PEN-ARQUIVO (WS-IDX) TO PEN-ARQUIVO
                 MOVE TAB-PEN-SEM-CAD (WS-IDX) TO PEN-SEM-CADASTRO
                 MOVE WS-DATA-PREVIA           TO PEN-DATA-PREVIA
                 WRITE REG-RET-PEND
              END-PERFORM
              CLOSE RETENCAO-PEND
           END-IF
       .

      *    Chamado com WS-IDX-CLS, WS-ID-EXC, WS-DATA-REFERENCIA,
      *    WS-HORA-REFERENCIA, WS-ARQ-DOC e WS-SEM-CADASTRO
       ADICIONA-PENDENTE.
           IF WS-QTD-PEN < WS-MAX-PEN
              ADD 1 TO WS-QTD-PEN
              MOVE WS-IDX-CLS         TO TAB-PEN-CLS (WS-QTD-PEN)
              MOVE WS-ID-EXC          TO TAB-PEN-ID (WS-QTD-PEN)
              MOVE WS-DATA-REFERENCIA TO TAB-PEN-DATA (WS-QTD-PEN)
              MOVE WS-HORA-REFERENCIA TO TAB-PEN-HORA (WS-QTD-PEN)
              MOVE WS-ARQ-DOC         TO TAB-PEN-ARQUIVO (WS-QTD-PEN)
              MOVE WS-SEM-CADASTRO    TO TAB-PEN-SEM-CAD (WS-QTD-PEN)
              SET PEN-PENDENTE (WS-QTD-PEN) TO TRUE
              ADD 1 TO TAB-CLS-PREVISTOS (WS-IDX-CLS)
           ELSE
              ADD 1 TO WS-CONT-EXCEDENTES
              IF WS-RC < 4
                 MOVE 4 TO WS-RC
              END-IF
           END-IF
       .

       LEVANTA-EXCLUIDOS.
           SET EOF-OK TO FALSE

           OPEN INPUT EXCLUIDOS

           IF FS-EXC-OK
              PERFORM UNTIL EOF-OK
                 READ EXCLUIDOS
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       IF (EXC-ARQUIVADO OR EXC-RESTAURADO)
                          AND EXC-DATA-EXCLUSAO < TAB-CLS-LIMITE (1)
                          MOVE 1                 TO WS-IDX-CLS
                          MOVE EXC-USUARIO (1:5) TO WS-ID-EXC
                          MOVE EXC-DATA-EXCLUSAO TO WS-DATA-REFERENCIA
                          MOVE EXC-HORA-EXCLUSAO TO WS-HORA-REFERENCIA
                          MOVE SPACES            TO WS-ARQ-DOC
                          MOVE 'N'               TO WS-SEM-CADASTRO
                          PERFORM ADICIONA-PENDENTE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EXCLUIDOS
           END-IF
       .

       CARREGA-IDS-ENDERECOS.
           SET EOF-OK TO FALSE

           OPEN INPUT ENDERECOS

           IF FS-END-OK
              PERFORM UNTIL EOF-OK
                 READ ENDERECOS NEXT RECORD
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       IF WS-QTD-END = 0
                          OR TAB-END-ID (WS-QTD-END) NOT =
                             END-ID-USUARIO
                          IF WS-QTD-END < WS-MAX-IDS
                             ADD 1 TO WS-QTD-END
                             MOVE END-ID-USUARIO
                               TO TAB-END-ID (WS-QTD-END)
                             MOVE 'N' TO TAB-END-VISTO (WS-QTD-END)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ENDERECOS
           END-IF
       .

       CARREGA-IDS-HIST-SENHAS.
           SET EOF-OK TO FALSE

           OPEN INPUT HIST-SENHAS

           IF FS-HS-OK
              PERFORM UNTIL EOF-OK
                 READ HIST-SENHAS
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       PERFORM GUARDA-ID-HIST-SENHA
                 END-READ
              END-PERFORM
              CLOSE HIST-SENHAS
           END-IF
       .

       GUARDA-ID-HIST-SENHA.
           MOVE 0 TO WS-IDX-HS
           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-QTD-HS
              OR WS-IDX-HS > 0
              IF TAB-HS-ID (WS-IDX) = HS-ID-USUARIO
                 MOVE WS-IDX TO WS-IDX-HS
              END-IF
           END-PERFORM

           IF WS-IDX-HS = 0
              AND WS-QTD-HS < WS-MAX-IDS
              ADD 1 TO WS-QTD-HS
              MOVE HS-ID-USUARIO TO TAB-HS-ID (WS-QTD-HS)
              MOVE 0             TO TAB-HS-ULT-DATA (WS-QTD-HS)
              MOVE 'N'           TO TAB-HS-VISTO (WS-QTD-HS)
              MOVE WS-QTD-HS     TO WS-IDX-HS
           END-IF

           IF WS-IDX-HS > 0
              AND HS-DATA > TAB-HS-ULT-DATA (WS-IDX-HS)
              MOVE HS-DATA TO TAB-HS-ULT-DATA (WS-IDX-HS)
           END-IF
       .

      ******************************************************************
      * Cadastro INATIVO alem do prazo de inativos e anonimizado por
      * inteiro (o PROGANON ja leva enderecos e historico); antes
      * disso, os enderecos e o historico de senhas vencem pelos
      * prazos proprios.
      ******************************************************************
       LEVANTA-CADASTROS.
           SET EOF-OK TO FALSE

           OPEN INPUT USUARIOS

           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE USUARIOS'
              DISPLAY 'FILE STATUS: ' WS-FS
              MOVE 8 TO WS-RC
           ELSE
              MOVE LOW-VALUES TO ID-USUARIO OF REG-USUARIO
              START USUARIOS KEY IS >= ID-USUARIO OF REG-USUARIO
                 INVALID KEY
                    SET EOF-OK TO TRUE
              END-START

              PERFORM UNTIL EOF-OK
                 READ USUARIOS NEXT RECORD
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       PERFORM AVALIA-CADASTRO
                 END-READ
              END-PERFORM

              CLOSE USUARIOS
           END-IF
       .

       AVALIA-CADASTRO.
           MOVE 0 TO WS-IDX-END
           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-QTD-END
              IF TAB-END-ID (WS-IDX) = ID-USUARIO OF REG-USUARIO
                 MOVE WS-IDX TO WS-IDX-END
                 MOVE 'S' TO TAB-END-VISTO (WS-IDX)
              END-IF
           END-PERFORM

           MOVE 0 TO WS-IDX-HS
           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-QTD-HS
              IF TAB-HS-ID (WS-IDX) = ID-USUARIO OF REG-USUARIO
                 MOVE WS-IDX TO WS-IDX-HS
                 MOVE 'S' TO TAB-HS-VISTO (WS-IDX)
              END-IF
           END-PERFORM

           IF INATIVO-USUARIO OF REG-USUARIO
              MOVE DATA-CADASTRO OF REG-USUARIO TO WS-DATA-REFERENCIA
              IF DATA-ALTERACAO OF REG-USUARIO > WS-DATA-REFERENCIA
                 MOVE DATA-ALTERACAO OF REG-USUARIO
                   TO WS-DATA-REFERENCIA
              END-IF
              MOVE ID-USUARIO OF REG-USUARIO TO WS-ID-EXC
              MOVE 0          TO WS-HORA-REFERENCIA
              MOVE SPACES     TO WS-ARQ-DOC
              MOVE 'N'        TO WS-SEM-CADASTRO

              IF WS-DATA-REFERENCIA < TAB-CLS-LIMITE (2)
                 MOVE 2 TO WS-IDX-CLS
                 PERFORM ADICIONA-PENDENTE
              ELSE
                 IF WS-IDX-END > 0
                    AND WS-DATA-REFERENCIA < TAB-CLS-LIMITE (3)
                    MOVE 3 TO WS-IDX-CLS
                    PERFORM ADICIONA-PENDENTE
                 END-IF
                 IF WS-IDX-HS > 0
                    AND WS-DATA-REFERENCIA < TAB-CLS-LIMITE (4)
                    MOVE 4 TO WS-IDX-CLS
                    PERFORM ADICIONA-PENDENTE
                 END-IF
              END-IF
           END-IF
       .

      ******************************************************************
      * Enderecos e historico de senhas de IDs que ja nao estao em
      * USUARIOS.dat (cadastro excluido - a copia que interessa e a
      * de EXCLUIDOS.dat). Enderecos vencem logo; o historico conta o
      * prazo desde a ultima senha gravada.
      ******************************************************************
       LEVANTA-SEM-CADASTRO.
           MOVE 0      TO WS-HORA-REFERENCIA
           MOVE SPACES TO WS-ARQ-DOC
           MOVE 'S'    TO WS-SEM-CADASTRO

           IF TAB-CLS-DIAS (3) > 0
              PERFORM VARYING WS-IDX-END FROM 1 BY 1
              UNTIL WS-IDX-END > WS-QTD-END
                 IF TAB-END-VISTO (WS-IDX-END) = 'N'
                    MOVE 3 TO WS-IDX-CLS
                    MOVE TAB-END-ID (WS-IDX-END) TO WS-ID-EXC
                    MOVE 0 TO WS-DATA-REFERENCIA
                    PERFORM ADICIONA-PENDENTE
                 END-IF
              END-PERFORM
           END-IF

           PERFORM VARYING WS-IDX-HS FROM 1 BY 1
           UNTIL WS-IDX-HS > WS-QTD-HS
              IF TAB-HS-VISTO (WS-IDX-HS) = 'N'
                 AND TAB-HS-ULT-DATA (WS-IDX-HS) < TAB-CLS-LIMITE (4)
                 MOVE 4 TO WS-IDX-CLS
                 MOVE TAB-HS-ID (WS-IDX-HS)       TO WS-ID-EXC
                 MOVE TAB-HS-ULT-DATA (WS-IDX-HS) TO WS-DATA-REFERENCIA
                 PERFORM ADICIONA-PENDENTE
              END-IF
           END-PERFORM
       .

      ******************************************************************
      * Documentos gerados por ID ate o ultimo ID emitido (CTRL-ID):
      * CARTA-nnnnn, CARTA-nnnnn-E, CARTA-nnnnn-T, CARTA-nnnnn-A,
      * PORTABILIDADE-nnnnn e a FICHA-USUARIO, pela data do arquivo no
      * disco.
      ******************************************************************
       LEVANTA-DOCUMENTOS.
           IF TAB-CLS-DIAS (5) > 0
              MOVE 0 TO WS-ULTIMO-ID
              OPEN INPUT CTRL-ID
              IF FS-CTRL-OK
                 READ CTRL-ID
                    NOT AT END
                       MOVE ULTIMO-ID-USUARIO TO WS-ULTIMO-ID
                 END-READ
                 CLOSE CTRL-ID
              END-IF

              MOVE 5   TO WS-IDX-CLS
              MOVE 0   TO WS-HORA-REFERENCIA
              MOVE 'N' TO WS-SEM-CADASTRO

              PERFORM VARYING WS-ID-DOC FROM 1 BY 1
              UNTIL WS-ID-DOC > WS-ULTIMO-ID
                 MOVE SPACES TO WS-SUFIXO-DOC
                 PERFORM MONTA-NOME-CARTA
                 PERFORM AVALIA-DOCUMENTO
                 MOVE '-E' TO WS-SUFIXO-DOC
                 PERFORM MONTA-NOME-CARTA
                 PERFORM AVALIA-DOCUMENTO
                 MOVE '-T' TO WS-SUFIXO-DOC
                 PERFORM MONTA-NOME-CARTA
                 PERFORM AVALIA-DOCUMENTO
                 MOVE '-A' TO WS-SUFIXO-DOC
                 PERFORM MONTA-NOME-CARTA
                 PERFORM AVALIA-DOCUMENTO
                 PERFORM MONTA-NOME-PORTABILIDADE
                 PERFORM AVALIA-DOCUMENTO
              END-PERFORM

              MOVE 0 TO WS-ID-DOC
              MOVE CFG-PATH-FICHA TO WS-ARQ-DOC
              PERFORM AVALIA-DOCUMENTO
           END-IF
       .

       MONTA-NOME-CARTA.
           MOVE 0 TO WS-PREFIXO-LEN
           INSPECT CFG-PATH-CARTA-PREFIXO TALLYING WS-PREFIXO-LEN
           FOR CHARACTERS BEFORE SPACE

           MOVE SPACES TO WS-ARQ-DOC
           STRING CFG-PATH-CARTA-PREFIXO (1:WS-PREFIXO-LEN)
                                       DELIMITED SIZE
                  WS-ID-DOC            DELIMITED SIZE
                  WS-SUFIXO-DOC        DELIMITED SPACE
                  '.txt'               DELIMITED SIZE
             INTO WS-ARQ-DOC
       .

       MONTA-NOME-PORTABILIDADE.
           MOVE 0 TO WS-PREFIXO-LEN
           INSPECT CFG-PATH-PORTA-PREFIXO TALLYING WS-PREFIXO-LEN
           FOR CHARACTERS BEFORE SPACE

           MOVE SPACES TO WS-ARQ-DOC
           STRING CFG-PATH-PORTA-PREFIXO (1:WS-PREFIXO-LEN)
                                       DELIMITED SIZE
                  WS-ID-DOC            DELIMITED SIZE
                  '.txt'               DELIMITED SIZE
             INTO WS-ARQ-DOC
       .

       AVALIA-DOCUMENTO.
           PERFORM CONSULTA-ARQUIVO
           IF ARQ-EXISTE
              AND WS-ARQ-DATA < TAB-CLS-LIMITE (5)
              MOVE WS-ID-DOC   TO WS-ID-EXC
              MOVE WS-ARQ-DATA TO WS-DATA-REFERENCIA
              PERFORM ADICIONA-PENDENTE
           END-IF
       .

      *    Existencia e data de gravacao do arquivo em WS-ARQ-DOC
       CONSULTA-ARQUIVO.
           MOVE 'N' TO WS-ARQ-EXISTE
           MOVE 0   TO WS-ARQ-DATA
           MOVE WS-ARQ-DOC TO WS-ARQ-DOC-NOME

           CALL 'CBL_CHECK_FILE_EXIST' USING WS-ARQ-DOC-NOME
                                             WS-ARQ-INFO
           IF RETURN-CODE = 0
              SET ARQ-EXISTE TO TRUE
              COMPUTE WS-ARQ-DATA = WS-ARQ-ANO * 10000
                                  + WS-ARQ-MES * 100
                                  + WS-ARQ-DIA
           END-IF
           MOVE 0 TO RETURN-CODE
       .

      ******************************************************************
      * EXPURGO - reavalia e executa a lista da previa. O arquivo de
      * pendentes e esvaziado ao fim, e a proxima execucao volta a
      * ser uma previa.
      ******************************************************************
       EXECUTA-EXPURGO.
           OPEN INPUT USUARIOS

           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE USUARIOS'
              DISPLAY 'FILE STATUS: ' WS-FS
              MOVE 8 TO WS-RC
           ELSE
              PERFORM EXPURGA-EXCLUIDOS
              PERFORM REAVALIA-CADASTROS
              CLOSE USUARIOS

              PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-PEN
                 IF PEN-PENDENTE (WS-IDX)
                    MOVE TAB-PEN-CLS (WS-IDX) TO WS-IDX-CLS
                    EVALUATE WS-IDX-CLS
                       WHEN 1
                          SET PEN-DESCARTADO (WS-IDX) TO TRUE
                       WHEN 2
                          PERFORM EXPURGA-INATIVO
                       WHEN 3
                          PERFORM EXPURGA-ENDERECOS
                       WHEN 4
                          PERFORM EXPURGA-HIST-SENHA
                       WHEN 5
                          PERFORM EXPURGA-DOCUMENTO
                    END-EVALUATE
                 END-IF
              END-PERFORM

              OPEN OUTPUT RETENCAO-PEND
              CLOSE RETENCAO-PEND

              PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-PEN
                 MOVE TAB-PEN-CLS (WS-IDX) TO WS-IDX-CLS
                 EVALUATE TRUE
                    WHEN PEN-EXPURGADO (WS-IDX)
                       ADD 1 TO TAB-CLS-EXPURGADOS (WS-IDX-CLS)
                    WHEN PEN-DESCARTADO (WS-IDX)
                       ADD 1 TO TAB-CLS-DESCARTADOS (WS-IDX-CLS)
                    WHEN OTHER
                       ADD 1 TO TAB-CLS-FALHAS (WS-IDX-CLS)
                       IF WS-RC < 4
                          MOVE 4 TO WS-RC
                       END-IF
                 END-EVALUATE
              END-PERFORM
           END-IF
       .

      ******************************************************************
      * O registro de EXCLUIDOS.dat vencido e anonimizado no proprio
      * arquivo como o PROGANON faz com o cadastro (ID, datas, status
      * e lotacao permanecem para as estatisticas) e passa a situacao
      * 'X', que o PROGRECUP nao restaura.
      ******************************************************************
       EXPURGA-EXCLUIDOS.
           SET EOF-OK TO FALSE

           OPEN I-O EXCLUIDOS

           IF FS-EXC-OK
              PERFORM UNTIL EOF-OK
                 READ EXCLUIDOS
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       IF (EXC-ARQUIVADO OR EXC-RESTAURADO)
                          AND EXC-DATA-EXCLUSAO < TAB-CLS-LIMITE (1)
                          PERFORM ANONIMIZA-EXCLUIDO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EXCLUIDOS
           END-IF
       .

       ANONIMIZA-EXCLUIDO.
           MOVE EXC-USUARIO (1:5) TO WS-ID-EXC
           MOVE 0 TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-QTD-PEN
              OR WS-IDX-ACHADO > 0
              IF TAB-PEN-CLS (WS-IDX) = 1
                 AND PEN-PENDENTE (WS-IDX)
                 AND TAB-PEN-ID (WS-IDX)   = WS-ID-EXC
                 AND TAB-PEN-DATA (WS-IDX) = EXC-DATA-EXCLUSAO
                 AND TAB-PEN-HORA (WS-IDX) = EXC-HORA-EXCLUSAO
                 MOVE WS-IDX TO WS-IDX-ACHADO
              END-IF
           END-PERFORM

           IF WS-IDX-ACHADO > 0
              MOVE EXC-USUARIO TO REG-ARQUIVADO

              MOVE SPACES TO WS-EMAIL-NEUTRO
              STRING 'anon'           DELIMITED SIZE
                     ID-USUARIO OF REG-ARQUIVADO
                                      DELIMITED SIZE
                     '@lgpd.invalido' DELIMITED SIZE
                INTO WS-EMAIL-NEUTRO

              MOVE WS-EMAIL-NEUTRO TO EMAIL OF REG-ARQUIVADO
              MOVE 'ANONIMIZADO - LGPD'
                                   TO NOME OF REG-ARQUIVADO
              MOVE SPACES          TO SENHA OF REG-ARQUIVADO
              MOVE 0               TO CPF OF REG-ARQUIVADO
              MOVE 0               TO TELEFONE OF REG-ARQUIVADO
              MOVE SPACE           TO TELEFONE-TIPO OF REG-ARQUIVADO
              MOVE 0               TO TELEFONE-2 OF REG-ARQUIVADO
              MOVE SPACE           TO TELEFONE-2-TIPO OF REG-ARQUIVADO
              MOVE 0               TO TELEFONE-3 OF REG-ARQUIVADO
              MOVE SPACE           TO TELEFONE-3-TIPO OF REG-ARQUIVADO

              MOVE REG-ARQUIVADO TO EXC-USUARIO
              SET EXC-EXPURGADO TO TRUE

              REWRITE REG-EXCLUIDO
              IF FS-EXC-OK
                 SET PEN-EXPURGADO (WS-IDX-ACHADO) TO TRUE
                 MOVE 'EXCLUIDOS' TO LK-LOG-VALOR-ANTES
                 MOVE SPACES TO LK-LOG-VALOR-DEPOIS
                 STRING 'EXCLUIDO EM '    DELIMITED SIZE
                        EXC-DATA-EXCLUSAO DELIMITED SIZE
                   INTO LK-LOG-VALOR-DEPOIS
                 PERFORM GRAVA-EXPURGO-TRILHA
              ELSE
                 SET PEN-FALHOU (WS-IDX-ACHADO) TO TRUE
              END-IF
           END-IF
       .

      *    Cadastros: so segue pendente o que continua vencido hoje
       REAVALIA-CADASTROS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-QTD-PEN
              IF PEN-PENDENTE (WS-IDX)
                 AND TAB-PEN-CLS (WS-IDX) > 1
                 AND TAB-PEN-CLS (WS-IDX) < 5
                 PERFORM REAVALIA-CADASTRO
              END-IF
           END-PERFORM
       .

       REAVALIA-CADASTRO.
           MOVE TAB-PEN-CLS (WS-IDX) TO WS-IDX-CLS
           MOVE TAB-PEN-ID (WS-IDX)  TO ID-USUARIO OF REG-USUARIO

           READ USUARIOS
              INVALID KEY
                 IF WS-IDX-CLS = 2
                    SET PEN-DESCARTADO (WS-IDX) TO TRUE
                 END-IF
                 IF WS-IDX-CLS = 4
                    AND TAB-PEN-DATA (WS-IDX) NOT <
                        TAB-CLS-LIMITE (4)
                    SET PEN-DESCARTADO (WS-IDX) TO TRUE
                 END-IF
              NOT INVALID KEY
                 MOVE DATA-CADASTRO OF REG-USUARIO TO WS-DATA-REFERENCIA
                 IF DATA-ALTERACAO OF REG-USUARIO > WS-DATA-REFERENCIA
                    MOVE DATA-ALTERACAO OF REG-USUARIO
                      TO WS-DATA-REFERENCIA
                 END-IF
                 IF NOT INATIVO-USUARIO OF REG-USUARIO
                    OR WS-DATA-REFERENCIA NOT <
                       TAB-CLS-LIMITE (WS-IDX-CLS)
                    SET PEN-DESCARTADO (WS-IDX) TO TRUE
                 END-IF
           END-READ
       .

       EXPURGA-INATIVO.
           SET LK-APROV-RETENCAO TO TRUE
           MOVE TAB-PEN-ID (WS-IDX) TO LK-APROV-ID-USUARIO
           MOVE 0 TO LK-APROV-SOLICITANTE
           CALL CFG-PATH-PROGANON
           USING LK-APROV-AREA

           IF LK-APROV-OK
              SET PEN-EXPURGADO (WS-IDX) TO TRUE
           ELSE
              SET PEN-FALHOU (WS-IDX) TO TRUE
           END-IF
       .

       EXPURGA-ENDERECOS.
           SET LK-ENDE-EXCLUIR TO TRUE
           MOVE TAB-PEN-ID (WS-IDX) TO LK-ENDE-ID-USUARIO
           CALL CFG-PATH-PROGENDE
           USING LK-ENDE-AREA

           EVALUATE TRUE
              WHEN LK-ENDE-OK
                 SET PEN-EXPURGADO (WS-IDX) TO TRUE
                 MOVE 'ENDERECOS' TO LK-LOG-VALOR-ANTES
                 MOVE 'TODOS OS ENDERECOS DO ID' TO LK-LOG-VALOR-DEPOIS
                 MOVE TAB-PEN-ID (WS-IDX) TO WS-ID-EXC
                 PERFORM GRAVA-EXPURGO-TRILHA
              WHEN LK-ENDE-NAO-ACHADO
                 SET PEN-DESCARTADO (WS-IDX) TO TRUE
              WHEN OTHER
                 SET PEN-FALHOU (WS-IDX) TO TRUE
           END-EVALUATE
       .

       EXPURGA-HIST-SENHA.
           SET LK-HSEN-EXPURGA TO TRUE
           MOVE TAB-PEN-ID (WS-IDX) TO LK-HSEN-ID-USUARIO
           CALL CFG-PATH-PROGHSEN
           USING LK-HSEN-AREA

           SET PEN-EXPURGADO (WS-IDX) TO TRUE
           MOVE 'HIST-SENHA' TO LK-LOG-VALOR-ANTES
           MOVE 'HISTORICO DE SENHAS DO ID' TO LK-LOG-VALOR-DEPOIS
           MOVE TAB-PEN-ID (WS-IDX) TO WS-ID-EXC
           PERFORM GRAVA-EXPURGO-TRILHA
       .

       EXPURGA-DOCUMENTO.
           MOVE TAB-PEN-ARQUIVO (WS-IDX) TO WS-ARQ-DOC
           PERFORM CONSULTA-ARQUIVO

           IF NOT ARQ-EXISTE
              OR WS-ARQ-DATA NOT < TAB-CLS-LIMITE (5)
              SET PEN-DESCARTADO (WS-IDX) TO TRUE
           ELSE
              CALL 'CBL_DELETE_FILE' USING WS-ARQ-DOC-NOME
              IF RETURN-CODE = 0
                 SET PEN-EXPURGADO (WS-IDX) TO TRUE
                 MOVE 'DOCUMENTO' TO LK-LOG-VALOR-ANTES
                 PERFORM NOME-SEM-DIRETORIO
                 MOVE WS-DETALHE TO LK-LOG-VALOR-DEPOIS
                 MOVE TAB-PEN-ID (WS-IDX) TO WS-ID-EXC
                 PERFORM GRAVA-EXPURGO-TRILHA
              ELSE
                 SET PEN-FALHOU (WS-IDX) TO TRUE
              END-IF
              MOVE 0 TO RETURN-CODE
           END-IF
       .

      *    Nome do arquivo em WS-ARQ-DOC sem o diretorio, em WS-DETALHE
       NOME-SEM-DIRETORIO.
           MOVE 0 TO WS-PREFIXO-LEN
           INSPECT CFG-PATH-FICHA TALLYING WS-PREFIXO-LEN
           FOR CHARACTERS BEFORE 'FICHA-USUARIO'
           MOVE WS-ARQ-DOC (WS-PREFIXO-LEN + 1:) TO WS-DETALHE
       .

      *    'L' RETENCAO com a classe no valor anterior (preenchidos
      *    pelo chamador, junto com WS-ID-EXC)
       GRAVA-EXPURGO-TRILHA.
           MOVE 'L'        TO LK-LOG-TIPO
           MOVE WS-ID-EXC  TO LK-LOG-ID-USUARIO
           MOVE 'RETENCAO' TO LK-LOG-CAMPO
           CALL CFG-PATH-PROGLOG
           USING LK-LOG-AREA
       .

      *    Uma linha 'L' RETENCAO de resumo por execucao (ID 0)
       GRAVA-RESUMO-TRILHA.
           MOVE 'L'        TO LK-LOG-TIPO
           MOVE 0          TO LK-LOG-ID-USUARIO
           MOVE 'RETENCAO' TO LK-LOG-CAMPO
           MOVE SPACES     TO LK-LOG-VALOR-DEPOIS
           IF MODO-EXPURGO
              MOVE 'RESUMO DO EXPURGO' TO LK-LOG-VALOR-ANTES
              MOVE LK-SESS-QTD-ACEITOS TO WS-CONT-EXIB
              STRING 'EXPURGADOS ' DELIMITED SIZE
                     WS-CONT-EXIB  DELIMITED SIZE
                INTO LK-LOG-VALOR-DEPOIS
           ELSE
              MOVE 'RESUMO DA PREVIA' TO LK-LOG-VALOR-ANTES
              MOVE WS-QTD-PEN TO WS-CONT-EXIB
              STRING 'VENCIDOS ' DELIMITED SIZE
                     WS-CONT-EXIB DELIMITED SIZE
                INTO LK-LOG-VALOR-DEPOIS
           END-IF
           CALL CFG-PATH-PROGLOG
           USING LK-LOG-AREA
       .

       ESCREVE-CABECALHO.
           ACCEPT WS-DATA-SISTEMA FROM DATE

           MOVE SPACES TO REG-REL-RET
           IF MODO-EXPURGO
              STRING 'RETENCAO DE DADOS PESSOAIS - EXPURGO'
                                 DELIMITED SIZE
                     '   DATA: ' DELIMITED SIZE
                     WS-DATA-DIA DELIMITED SIZE
                     '/'         DELIMITED SIZE
                     WS-DATA-MES DELIMITED SIZE
                     '/'         DELIMITED SIZE
                     WS-DATA-ANO DELIMITED SIZE
                     '   PREVIA DE: ' DELIMITED SIZE
                     WS-DATA-PREVIA   DELIMITED SIZE
                INTO REG-REL-RET
           ELSE
              STRING 'RETENCAO DE DADOS PESSOAIS - PREVIA'
                                 DELIMITED SIZE
                     '   DATA: ' DELIMITED SIZE
                     WS-DATA-DIA DELIMITED SIZE
                     '/'         DELIMITED SIZE
                     WS-DATA-MES DELIMITED SIZE
                     '/'         DELIMITED SIZE
                     WS-DATA-ANO DELIMITED SIZE
                INTO REG-REL-RET
           END-IF
           WRITE REG-REL-RET

           MOVE SPACES TO REG-REL-RET
           WRITE REG-REL-RET

           MOVE 'CLASSE     ID    REFERENCIA SITUACAO    DETALHE'
             TO REG-REL-RET
           WRITE REG-REL-RET
       .

       ESCREVE-ITENS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-QTD-PEN
              MOVE TAB-PEN-CLS (WS-IDX) TO WS-IDX-CLS
              EVALUATE TRUE
                 WHEN MODO-PREVIA
                    MOVE 'VENCIDO'     TO WS-SIT-ITEM
                 WHEN PEN-EXPURGADO (WS-IDX)
                    MOVE 'EXPURGADO'   TO WS-SIT-ITEM
                 WHEN PEN-DESCARTADO (WS-IDX)
                    MOVE 'DESCARTADO'  TO WS-SIT-ITEM
                 WHEN OTHER
                    MOVE 'FALHA'       TO WS-SIT-ITEM
              END-EVALUATE

              MOVE SPACES TO WS-DETALHE
              EVALUATE WS-IDX-CLS
                 WHEN 1
                    STRING 'HORA DA EXCLUSAO ' DELIMITED SIZE
                           TAB-PEN-HORA (WS-IDX) DELIMITED SIZE
                      INTO WS-DETALHE
                 WHEN 2
                    MOVE 'INATIVO SEM MOVIMENTO' TO WS-DETALHE
                 WHEN 5
                    MOVE TAB-PEN-ARQUIVO (WS-IDX) TO WS-ARQ-DOC
                    PERFORM NOME-SEM-DIRETORIO
                 WHEN OTHER
                    IF TAB-PEN-SEM-CAD (WS-IDX) = 'S'
                       MOVE 'CADASTRO INEXISTENTE' TO WS-DETALHE
                    ELSE
                       MOVE 'CADASTRO INATIVO' TO WS-DETALHE
                    END-IF
              END-EVALUATE

              MOVE SPACES TO REG-REL-RET
              STRING WS-NOME-CLASSE (WS-IDX-CLS) DELIMITED SIZE
                     ' '                    DELIMITED SIZE
                     TAB-PEN-ID (WS-IDX)    DELIMITED SIZE
                     ' '                    DELIMITED SIZE
                     TAB-PEN-DATA (WS-IDX)  DELIMITED SIZE
                     '   '                  DELIMITED SIZE
                     WS-SIT-ITEM            DELIMITED SIZE
                     ' '                    DELIMITED SIZE
                     WS-DETALHE             DELIMITED SIZE
                INTO REG-REL-RET
              WRITE REG-REL-RET
           END-PERFORM

           IF WS-QTD-PEN = 0
              MOVE 'NENHUM ITEM VENCIDO' TO REG-REL-RET
              WRITE REG-REL-RET
           END-IF

           IF WS-CONT-EXCEDENTES > 0
              MOVE SPACES TO REG-REL-RET
              MOVE WS-CONT-EXCEDENTES TO WS-CONT-EXIB
              STRING 'AVISO: ' DELIMITED SIZE
                     WS-CONT-EXIB DELIMITED SIZE
                     ' ITEM(NS) VENCIDO(S) ALEM DO LIMITE DA LISTA'
                                  DELIMITED SIZE
                     ' - ENTRAM NA PROXIMA PREVIA' DELIMITED SIZE
                INTO REG-REL-RET
              WRITE REG-REL-RET
           END-IF
       .

      ******************************************************************
      * Resumo por classe para o encarregado de dados (DPO): prazo da
      * tabela de retencao, itens vencidos na previa e, no expurgo, o
      * que foi expurgado, descartado (deixou de vencer) ou falhou.
      ******************************************************************
       ESCREVE-RESUMO-DPO.
           MOVE SPACES TO REG-REL-RET
           WRITE REG-REL-RET

           MOVE 'RESUMO PARA O ENCARREGADO DE DADOS (DPO)'
             TO REG-REL-RET
           WRITE REG-REL-RET

           MOVE 'CLASSE     PRAZO(DIAS) VENCIDOS EXPURGADOS DESCARTADOS'
             TO REG-REL-RET
           MOVE ' FALHAS' TO REG-REL-RET (56:7)
           WRITE REG-REL-RET

           PERFORM VARYING WS-IDX-CLS FROM 1 BY 1
           UNTIL WS-IDX-CLS > WS-QTD-CLASSES
              MOVE SPACES TO REG-REL-RET
              MOVE WS-NOME-CLASSE (WS-IDX-CLS) TO REG-REL-RET (1:10)
              IF TAB-CLS-DIAS (WS-IDX-CLS) = 0
                 MOVE 'DESLIGADA' TO REG-REL-RET (14:9)
              ELSE
                 MOVE TAB-CLS-DIAS (WS-IDX-CLS) TO WS-DIAS-EXIB
                 MOVE WS-DIAS-EXIB TO REG-REL-RET (18:5)
              END-IF
              MOVE TAB-CLS-PREVISTOS (WS-IDX-CLS) TO WS-CONT-EXIB
              MOVE WS-CONT-EXIB TO REG-REL-RET (27:5)
              MOVE TAB-CLS-EXPURGADOS (WS-IDX-CLS) TO WS-CONT-EXIB
              MOVE WS-CONT-EXIB TO REG-REL-RET (38:5)
              MOVE TAB-CLS-DESCARTADOS (WS-IDX-CLS) TO WS-CONT-EXIB
              MOVE WS-CONT-EXIB TO REG-REL-RET (50:5)
              MOVE TAB-CLS-FALHAS (WS-IDX-CLS) TO WS-CONT-EXIB
              MOVE WS-CONT-EXIB TO REG-REL-RET (58:5)
              WRITE REG-REL-RET
           END-PERFORM

           MOVE SPACES TO REG-REL-RET
           WRITE REG-REL-RET

           IF MODO-PREVIA
              MOVE 'PREVIA - NADA FOI EXPURGADO. A PROXIMA EXECUCAO'
                TO REG-REL-RET
              MOVE ' EXPURGA OS ITENS VENCIDOS ACIMA.'
                TO REG-REL-RET (49:33)
              WRITE REG-REL-RET
           ELSE
              MOVE 'EXPURGO CONCLUIDO - CADA ITEM EXPURGADO CONSTA NA'
                TO REG-REL-RET
              MOVE ' TRILHA DE AUDITORIA (L RETENCAO / ANONIMIZACAO).'
                TO REG-REL-RET (51:50)
              WRITE REG-REL-RET
           END-IF
       .

       END PROGRAM PROGRETEN.
