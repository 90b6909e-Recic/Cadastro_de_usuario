      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Modulo de copia mascarada do conjunto de arquivos
      *          para o ambiente de homologacao. Grava no diretorio
      *          CFG-PATH-HML-PREFIXO uma copia completa de
      *          USUARIOS.dat, ENDERECOS.dat, EXCLUIDOS.dat,
      *          LOG-USUARIOS.dat, CTRL-ID.dat, da base de CEPs e das
      *          tabelas do PROGTAB, com os dados pessoais trocados
      *          de forma deterministica pelo ID - a mesma pessoa sai
      *          mascarada do mesmo jeito em todos os arquivos:
      *            NOME     - TITULAR nnnnn HOMOLOGACAO
      *            EMAIL    - unnnnn@ mais o dominio original (a
      *                       empresa deduzida do dominio continua a
      *                       mesma); unico por ID
      *            CPF      - 8000nnnnn com digitos verificadores
      *                       validos; unico por ID
      *            TELEFONE - DDI e DDD mantidos (a regra de DDD do
      *                       PROGCHECK continua valendo), numero
      *                       trocado por 9 + posicao + ID
      *            SENHA    - em branco, como no PROGANON
      *            ENDERECO - logradouro, numero, complemento e
      *                       bairro trocados; CEP, cidade e UF
      *                       mantidos para a base de CEPs conferir
      *          Nome do operador na trilha e em EXCLUIDOS.dat vira
      *          OPERADOR (a matricula fica). A cadeia de verificacao
      *          da trilha copiada e recalculada como no PROGLOG, para
      *          a copia passar pelo PROGLOGVER e pelo PROGCHECK.
      *          Cadastro anonimizado segue como esta. O diretorio de
      *          destino precisa existir. Emite REL-MASCARAMENTO.txt
      *          com as contagens por arquivo antes e depois,
      *          catalogado pelo PROGRELCAT. Entrada restrita ao
      *          perfil ADMIN; em batch (passo MASCARA do PROGJOB)
      *          roda sem confirmacao. RC 4 quando alguma contagem
      *          nao fecha, 8 quando um arquivo de destino nao abre.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGMASC.


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
           FILE STATUS IS WS-FS-ORIG.

           SELECT USU-HML ASSIGN TO
           WS-ARQ-HML
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ID-USUARIO OF REG-USU-HML
           ALTERNATE RECORD KEY IS EMAIL OF REG-USU-HML
           FILE STATUS IS WS-FS-HML.

           SELECT ENDERECOS ASSIGN TO
           CFG-PATH-ENDERECOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS END-CHAVE OF REG-ENDERECO
           FILE STATUS IS WS-FS-ORIG.

           SELECT END-HML ASSIGN TO
           WS-ARQ-HML
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS END-CHAVE OF REG-END-HML
           FILE STATUS IS WS-FS-HML.

           SELECT EXCLUIDOS ASSIGN TO
           CFG-PATH-EXCLUIDOS
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-ORIG.

           SELECT EXC-HML ASSIGN TO
           WS-ARQ-HML
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-HML.

           SELECT LOG-USUARIOS ASSIGN TO
           CFG-PATH-LOG-USUARIOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ORIG.

           SELECT LOG-HML ASSIGN TO
           WS-ARQ-HML
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HML.

           SELECT CTRL-ID ASSIGN TO
           CFG-PATH-CTRL-ID
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-ORIG.

           SELECT CTRL-HML ASSIGN TO
           WS-ARQ-HML
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-HML.

           SELECT CEPS ASSIGN TO
           CFG-PATH-CEPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CEP-CODIGO OF REG-CEP
           FILE STATUS IS WS-FS-ORIG.

           SELECT CEP-HML ASSIGN TO
           WS-ARQ-HML
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CEP-CODIGO OF REG-CEP-HML
           FILE STATUS IS WS-FS-HML.

           SELECT TAB-ORIGEM ASSIGN TO
           WS-ARQ-TAB-ORIGEM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ORIG.

           SELECT TAB-HML ASSIGN TO
           WS-ARQ-HML
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HML.

           SELECT REL-MASC ASSIGN TO
           CFG-PATH-REL-MASCARA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  USUARIOS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-USUARIOS.cpy'.

       FD  USU-HML.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-USUARIOS.cpy'
           REPLACING REG-USUARIO BY REG-USU-HML.

       FD  ENDERECOS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-ENDERECOS.cpy'.

       FD  END-HML.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-ENDERECOS.cpy'
           REPLACING REG-ENDERECO BY REG-END-HML.

       FD  EXCLUIDOS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-EXCLUIDOS.cpy'.

       FD  EXC-HML.
       01  REG-EXC-HML                 PIC X(203).

       FD  LOG-USUARIOS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-LOG.cpy'.

       FD  LOG-HML.
       01  REG-LOG-HML                 PIC X(132).

       FD  CTRL-ID.
           COPY
           '/home/recic/Dev/PROG01/Dados/CTRL-ID.cpy'.

       FD  CTRL-HML.
       01  REG-CTRL-HML                PIC X(05).

       FD  CEPS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-CEPS.cpy'.

       FD  CEP-HML.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-CEPS.cpy'
           REPLACING REG-CEP BY REG-CEP-HML.

       FD  TAB-ORIGEM.
       01  REG-TAB-ORIGEM              PIC X(200).

       FD  TAB-HML.
       01  REG-TAB-HML                 PIC X(200).

       FD  REL-MASC.
       01  REG-REL-MASC                PIC X(100).

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WS-FS-ORIG                  PIC 99.
           88 FS-ORIG-OK               VALUE 0.
           88 FS-ORIG-NAO-EXISTE       VALUE 35.

       77  WS-FS-HML                   PIC 99.
           88 FS-HML-OK                VALUE 0.

       77  WS-FS-REL                   PIC 99.
           88 FS-REL-OK                VALUE 0.

       77  WS-EOF                      PIC X.
           88 EOF-OK                   VALUE 'F' FALSE 'N'.

       77  WS-ACESSO                   PIC X VALUE 'N'.
           88 ACESSO-PERMITIDO         VALUE 'S'.

       77  WS-CONFIRMA                 PIC X.
           88 CONFIRMA-COPIA           VALUE 'S' 's'.

       77  WS-ARQ-HML                  PIC X(80).
       77  WS-ARQ-TAB-ORIGEM           PIC X(60).
       77  WS-NOME-ARQ                 PIC X(20).
       77  WS-PREFIXO-LEN              PIC 99.

       77  WS-QTD-ANTES                PIC 9(07).
       77  WS-QTD-DEPOIS               PIC 9(07).
       77  WS-OBS                      PIC X(30).
       77  WS-RC                       PIC 9(04) VALUE 0.
       77  WS-TOTAL-ANTES              PIC 9(07) VALUE 0.
       77  WS-TOTAL-DEPOIS             PIC 9(07) VALUE 0.

      *    contagens de cada arquivo copiado, na ordem da copia
       77  WS-QTD-RES                  PIC 99 VALUE 0.
       77  WS-IDX                      PIC 99.
       01  WS-TAB-RESULTADO.
           03 TAB-RES-ITEM             OCCURS 20 TIMES.
              05 TAB-RES-ARQUIVO       PIC X(20).
              05 TAB-RES-ANTES         PIC 9(07).
              05 TAB-RES-DEPOIS        PIC 9(07).
              05 TAB-RES-OBS           PIC X(30).

      *    tabelas do PROGTAB, copiadas sem alteracao
       77  WS-QTD-TABELAS              PIC 99 VALUE 6.
       77  WS-IDX-TAB                  PIC 99.
       01  WS-TAB-TABELAS.
           03 TAB-TAB-ITEM             OCCURS 6 TIMES.
              05 TAB-TAB-ORIGEM        PIC X(60).
              05 TAB-TAB-NOME          PIC X(20).

      *    cadastro sendo mascarado (USUARIOS, EXCLUIDOS e imagens)
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-USUARIOS.cpy'
           REPLACING REG-USUARIO BY WS-CAD-MASC.

       77  WS-MASC-ID                  PIC 9(05).
       77  WS-EMAIL-ORIG               PIC X(30).
       77  WS-EMAIL-MASC               PIC X(30).
       77  WS-NOME-MASC                PIC X(30).
       77  WS-DOMINIO                  PIC X(30).
       77  WS-DOMINIO-LEN              PIC 99.
       77  WS-POS-ARROBA               PIC 99.
       77  WS-POS-DOMINIO              PIC 99.
       77  WS-OPERADOR-MASC            PIC X(20).
       77  WS-VALOR                    PIC X(30).

       77  WS-CPF-BASE                 PIC 9(09).
       01  WS-CPF-NUM                  PIC 9(11).
       01  WS-CPF-TAB REDEFINES WS-CPF-NUM.
           03  WS-CPF-DIG              PIC 9 OCCURS 11 TIMES.
       77  WS-CPF-SOMA                 PIC 9(04).
       77  WS-CPF-RESTO                PIC 99.
       77  WS-CPF-PESO                 PIC 99.
       77  WS-CPF-DV1                  PIC 9.
       77  WS-CPF-DV2                  PIC 9.
       77  WS-IDX-CPF                  PIC 99.

       77  WS-TEL-ORIG                 PIC 9(13).
       01  WS-TEL-MASC                 PIC 9(13).
       01  WS-TEL-MASC-R REDEFINES WS-TEL-MASC.
           03 WS-TEL-DDI-DDD           PIC 9(04).
           03 WS-TEL-NOVE              PIC 9(01).
           03 WS-TEL-POSICAO           PIC 9(01).
           03 WS-TEL-ZEROS             PIC 9(02).
           03 WS-TEL-ID                PIC 9(05).
       77  WS-TEL-SLOT                 PIC 9(01).

       77  WS-END-ID-EXIB              PIC 9(05).

      *    imagens 'C' de uma inclusao, mascaradas juntas
       77  WS-IMG-QTD                  PIC 9 VALUE 0.
       77  WS-IMG-ID                   PIC 9(05).
       77  WS-IDX-IMG                  PIC 9.
       01  WS-TAB-IMAGENS.
           03 WS-IMG-REG               PIC X(132) OCCURS 3 TIMES.
       77  WS-IMAGEM                   PIC X(166).
       77  WS-LOG-CORRENTE             PIC X(132).

       77  WS-ULT-VERIF                PIC X(08) VALUE SPACES.

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

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-HASH.cpy'.

      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 0 TO WS-RC
           MOVE 0 TO WS-QTD-RES
           MOVE 0 TO WS-TOTAL-ANTES
           MOVE 0 TO WS-TOTAL-DEPOIS

           PERFORM VERIFICA-ACESSO
           IF NOT ACESSO-PERMITIDO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           IF LK-SESS-MODO-BATCH
              DISPLAY 'SESSAO BATCH - GRAVANDO A COPIA MASCARADA SEM '
                      'CONFIRMACAO'
           ELSE
              DISPLAY ' '
              DISPLAY 'A COPIA MASCARADA SERA GRAVADA EM '
              DISPLAY CFG-PATH-HML-PREFIXO
              DISPLAY 'SOBRESCREVENDO A COPIA ANTERIOR. CONFIRMA ? '
                      '(S/N)'
              ACCEPT WS-CONFIRMA

              IF NOT CONFIRMA-COPIA
                 DISPLAY 'COPIA CANCELADA'
                 GOBACK
              END-IF
           END-IF

           OPEN OUTPUT REL-MASC

           IF NOT FS-REL-OK
              DISPLAY 'ERRO AO ABRIR O RELATORIO DO MASCARAMENTO'
              DISPLAY 'FILE STATUS: ' WS-FS-REL
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM CARREGA-TABELAS

           PERFORM COPIA-USUARIOS

           IF WS-RC > 4
              MOVE SPACES TO REG-REL-MASC
              STRING 'COPIA INTERROMPIDA EM USUARIOS.dat - '
                                         DELIMITED SIZE
                     TAB-RES-OBS (1)     DELIMITED SIZE
                INTO REG-REL-MASC
              WRITE REG-REL-MASC
              CLOSE REL-MASC
              DISPLAY 'COPIA INTERROMPIDA - NADA FOI GRAVADO EM '
                      CFG-PATH-HML-PREFIXO
              MOVE WS-RC TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM COPIA-ENDERECOS
           PERFORM COPIA-EXCLUIDOS
           PERFORM COPIA-TRILHA
           PERFORM COPIA-CTRL-ID
           PERFORM COPIA-CEPS

           PERFORM VARYING WS-IDX-TAB FROM 1 BY 1
           UNTIL WS-IDX-TAB > WS-QTD-TABELAS
              PERFORM COPIA-TABELA
           END-PERFORM

           PERFORM ESCREVE-RELATORIO

           CLOSE REL-MASC

           MOVE 'PROGMASC'           TO LK-RCAT-PROGRAMA
           MOVE CFG-PATH-REL-MASCARA TO LK-RCAT-ARQUIVO
           CALL CFG-PATH-PROGRELCAT
           USING LK-RCAT-AREA

           MOVE 'O'            TO LK-LOG-TIPO
           MOVE 0              TO LK-LOG-ID-USUARIO
           MOVE 'MASCARAMENTO' TO LK-LOG-CAMPO
           MOVE SPACES         TO LK-LOG-VALOR-ANTES
           MOVE SPACES         TO LK-LOG-VALOR-DEPOIS
           STRING 'REGISTROS '     DELIMITED SIZE
                  WS-TOTAL-ANTES   DELIMITED SIZE
             INTO LK-LOG-VALOR-ANTES
           STRING 'HOMOLOGACAO '   DELIMITED SIZE
                  WS-TOTAL-DEPOIS  DELIMITED SIZE
             INTO LK-LOG-VALOR-DEPOIS
           CALL CFG-PATH-PROGLOG
           USING LK-LOG-AREA

           DISPLAY 'COPIA MASCARADA CONCLUIDA - ' WS-TOTAL-DEPOIS
                   ' DE ' WS-TOTAL-ANTES ' REGISTRO(S) COPIADOS'
           DISPLAY 'RESUMO EM REL-MASCARAMENTO.txt'

           SET LK-SESS-RESULT-GRAVAR TO TRUE
           MOVE WS-TOTAL-ANTES  TO LK-SESS-QTD-PROCESSADOS
           MOVE WS-TOTAL-DEPOIS TO LK-SESS-QTD-ACEITOS
           COMPUTE LK-SESS-QTD-REJEITADOS =
              WS-TOTAL-ANTES - WS-TOTAL-DEPOIS
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
              DISPLAY 'OPERADOR SEM PERMISSAO PARA GERAR A COPIA '
                      'MASCARADA'
              MOVE 'R'            TO LK-LOG-TIPO
              MOVE 0              TO LK-LOG-ID-USUARIO
              MOVE 'MASCARAMENTO' TO LK-LOG-CAMPO
              MOVE SPACES         TO LK-LOG-VALOR-ANTES
              MOVE SPACES         TO LK-LOG-VALOR-DEPOIS
              CALL CFG-PATH-PROGLOG
              USING LK-LOG-AREA
           END-IF
       .

       CARREGA-TABELAS.
           MOVE CFG-PATH-DOMINIOS      TO TAB-TAB-ORIGEM (1)
           MOVE 'DOMINIOS.dat'         TO TAB-TAB-NOME (1)
           MOVE CFG-PATH-DDD           TO TAB-TAB-ORIGEM (2)
           MOVE 'DDD.dat'              TO TAB-TAB-NOME (2)
           MOVE CFG-PATH-DEPARTAMENTOS TO TAB-TAB-ORIGEM (3)
           MOVE 'DEPARTAMENTOS.dat'    TO TAB-TAB-NOME (3)
           MOVE CFG-PATH-EMPRESAS      TO TAB-TAB-ORIGEM (4)
           MOVE 'EMPRESAS.dat'         TO TAB-TAB-NOME (4)
           MOVE CFG-PATH-SISTEMAS      TO TAB-TAB-ORIGEM (5)
           MOVE 'SISTEMAS.dat'         TO TAB-TAB-NOME (5)
           MOVE CFG-PATH-CONSUMIDORES  TO TAB-TAB-ORIGEM (6)
           MOVE 'CONSUMIDORES.dat'     TO TAB-TAB-NOME (6)
       .

      *    nome do arquivo de destino no diretorio de homologacao
       MONTA-ARQ-HML.
           MOVE 0 TO WS-PREFIXO-LEN
           INSPECT CFG-PATH-HML-PREFIXO TALLYING WS-PREFIXO-LEN
           FOR CHARACTERS BEFORE SPACE

           MOVE SPACES TO WS-ARQ-HML
           STRING CFG-PATH-HML-PREFIXO (1:WS-PREFIXO-LEN)
                                       DELIMITED SIZE
                  WS-NOME-ARQ          DELIMITED SPACE
             INTO WS-ARQ-HML

           MOVE 0      TO WS-QTD-ANTES
           MOVE 0      TO WS-QTD-DEPOIS
           MOVE SPACES TO WS-OBS
           SET EOF-OK TO FALSE
       .

       REGISTRA-CONTAGEM.
           IF WS-OBS = SPACES
              AND WS-QTD-ANTES NOT = WS-QTD-DEPOIS
              MOVE 'CONTAGEM NAO CONFERE' TO WS-OBS
              IF WS-RC < 4
                 MOVE 4 TO WS-RC
              END-IF
           END-IF

           IF WS-QTD-RES < 20
              ADD 1 TO WS-QTD-RES
              MOVE WS-NOME-ARQ   TO TAB-RES-ARQUIVO (WS-QTD-RES)
              MOVE WS-QTD-ANTES  TO TAB-RES-ANTES (WS-QTD-RES)
              MOVE WS-QTD-DEPOIS TO TAB-RES-DEPOIS (WS-QTD-RES)
              MOVE WS-OBS        TO TAB-RES-OBS (WS-QTD-RES)
           END-IF

           ADD WS-QTD-ANTES  TO WS-TOTAL-ANTES
           ADD WS-QTD-DEPOIS TO WS-TOTAL-DEPOIS
       .

      *    origem que ainda nao foi criada entra no resumo zerada;
      *    qualquer outro erro de abertura conta como falha da copia
       REGISTRA-ERRO-ORIGEM.
           IF FS-ORIG-NAO-EXISTE
              MOVE 'INEXISTENTE NA ORIGEM' TO WS-OBS
           ELSE
              DISPLAY 'ERRO AO ABRIR A ORIGEM DE ' WS-NOME-ARQ
              DISPLAY 'FILE STATUS: ' WS-FS-ORIG
              MOVE 'ERRO AO LER A ORIGEM' TO WS-OBS
              MOVE 8 TO WS-RC
           END-IF
           PERFORM REGISTRA-CONTAGEM
       .

      *    destino que nao abre: o diretorio nao existe ou esta sem
      *    permissao de gravacao
       REGISTRA-ERRO-DESTINO.
           DISPLAY 'ERRO AO CRIAR ' WS-ARQ-HML
           DISPLAY 'FILE STATUS: ' WS-FS-HML
           MOVE 'ERRO AO GRAVAR NO DESTINO' TO WS-OBS
           MOVE 8 TO WS-RC
           PERFORM REGISTRA-CONTAGEM
       .

      ******************************************************************
      * Cadastros. A chave alternativa EMAIL do destino confirma que o
      * email mascarado continua unico.
      ******************************************************************
       COPIA-USUARIOS.
           MOVE 'USUARIOS.dat' TO WS-NOME-ARQ
           PERFORM MONTA-ARQ-HML

           OPEN INPUT USUARIOS
           IF NOT FS-ORIG-OK
              PERFORM REGISTRA-ERRO-ORIGEM
           ELSE
              OPEN OUTPUT USU-HML
              IF NOT FS-HML-OK
                 CLOSE USUARIOS
                 PERFORM REGISTRA-ERRO-DESTINO
              ELSE
                 PERFORM TRANSCREVE-USUARIOS
              END-IF
           END-IF
       .

       TRANSCREVE-USUARIOS.
           PERFORM UNTIL EOF-OK
              READ USUARIOS
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    ADD 1 TO WS-QTD-ANTES
                    MOVE REG-USUARIO TO WS-CAD-MASC
                    MOVE ID-USUARIO OF REG-USUARIO TO WS-MASC-ID
                    PERFORM MASCARA-CADASTRO
                    MOVE WS-CAD-MASC TO REG-USU-HML
                    WRITE REG-USU-HML
                       INVALID KEY
                          DISPLAY 'CADASTRO NAO GRAVADO NA COPIA - ID '
                                  WS-MASC-ID
                       NOT INVALID KEY
                          ADD 1 TO WS-QTD-DEPOIS
                    END-WRITE
              END-READ
           END-PERFORM

           CLOSE USUARIOS
           CLOSE USU-HML

           PERFORM REGISTRA-CONTAGEM
       .

       COPIA-ENDERECOS.
           MOVE 'ENDERECOS.dat' TO WS-NOME-ARQ
           PERFORM MONTA-ARQ-HML

           OPEN INPUT ENDERECOS
           IF NOT FS-ORIG-OK
              PERFORM REGISTRA-ERRO-ORIGEM
           ELSE
              OPEN OUTPUT END-HML
              IF NOT FS-HML-OK
                 CLOSE ENDERECOS
                 PERFORM REGISTRA-ERRO-DESTINO
              ELSE
                 PERFORM TRANSCREVE-ENDERECOS
              END-IF
           END-IF
       .

       TRANSCREVE-ENDERECOS.
           PERFORM UNTIL EOF-OK
              READ ENDERECOS
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    ADD 1 TO WS-QTD-ANTES
                    PERFORM MASCARA-ENDERECO
                    WRITE REG-END-HML
                       INVALID KEY
                          DISPLAY 'ENDERECO NAO GRAVADO NA COPIA - ID '
                                  END-ID-USUARIO OF REG-ENDERECO
                       NOT INVALID KEY
                          ADD 1 TO WS-QTD-DEPOIS
                    END-WRITE
              END-READ
           END-PERFORM

           CLOSE ENDERECOS
           CLOSE END-HML

           PERFORM REGISTRA-CONTAGEM
       .

       COPIA-EXCLUIDOS.
           MOVE 'EXCLUIDOS.dat' TO WS-NOME-ARQ
           PERFORM MONTA-ARQ-HML

           OPEN INPUT EXCLUIDOS
           IF NOT FS-ORIG-OK
              PERFORM REGISTRA-ERRO-ORIGEM
           ELSE
              OPEN OUTPUT EXC-HML
              IF NOT FS-HML-OK
                 CLOSE EXCLUIDOS
                 PERFORM REGISTRA-ERRO-DESTINO
              ELSE
                 PERFORM TRANSCREVE-EXCLUIDOS
              END-IF
           END-IF
       .

       TRANSCREVE-EXCLUIDOS.
           PERFORM UNTIL EOF-OK
              READ EXCLUIDOS
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    ADD 1 TO WS-QTD-ANTES
                    MOVE EXC-USUARIO TO WS-CAD-MASC
                    IF EXC-USUARIO (1:5) NUMERIC
                       MOVE EXC-USUARIO (1:5) TO WS-MASC-ID
                    ELSE
                       MOVE 0 TO WS-MASC-ID
                    END-IF
                    PERFORM MASCARA-CADASTRO
                    MOVE WS-CAD-MASC TO EXC-USUARIO

                    MOVE EXC-OPERADOR TO WS-OPERADOR-MASC
                    PERFORM MASCARA-OPERADOR
                    MOVE WS-OPERADOR-MASC TO EXC-OPERADOR

                    WRITE REG-EXC-HML FROM REG-EXCLUIDO
                    IF FS-HML-OK
                       ADD 1 TO WS-QTD-DEPOIS
                    END-IF
              END-READ
           END-PERFORM

           CLOSE EXCLUIDOS
           CLOSE EXC-HML

           PERFORM REGISTRA-CONTAGEM
       .

      ******************************************************************
      * Trilha: valores de NOME, EMAIL, CPF e TELEFONE mascarados pelo
      * ID do registro, as tres imagens 'C' de uma inclusao mascaradas
      * juntas como um cadastro, e a cadeia refeita registro a
      * registro com o PROGHASH, como o PROGLOG grava.
      ******************************************************************
       COPIA-TRILHA.
           MOVE 'LOG-USUARIOS.dat' TO WS-NOME-ARQ
           PERFORM MONTA-ARQ-HML
           MOVE SPACES TO WS-ULT-VERIF
           MOVE 0      TO WS-IMG-QTD

           OPEN INPUT LOG-USUARIOS
           IF NOT FS-ORIG-OK
              PERFORM REGISTRA-ERRO-ORIGEM
           ELSE
              OPEN OUTPUT LOG-HML
              IF NOT FS-HML-OK
                 CLOSE LOG-USUARIOS
                 PERFORM REGISTRA-ERRO-DESTINO
              ELSE
                 PERFORM TRANSCREVE-TRILHA
              END-IF
           END-IF
       .

       TRANSCREVE-TRILHA.
           PERFORM UNTIL EOF-OK
              READ LOG-USUARIOS
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    ADD 1 TO WS-QTD-ANTES
                    PERFORM TRATA-REGISTRO-TRILHA
              END-READ
           END-PERFORM

           PERFORM DESCARREGA-IMAGENS

           CLOSE LOG-USUARIOS
           CLOSE LOG-HML

           PERFORM REGISTRA-CONTAGEM
       .

       TRATA-REGISTRO-TRILHA.
           IF LOG-IMAGEM-CADASTRO
              IF LOG-CAMPO = 'IMAGEM-1'
                 OR WS-IMG-QTD = 3
                 OR (WS-IMG-QTD > 0
                     AND LOG-ID-USUARIO NOT = WS-IMG-ID)
                 PERFORM DESCARREGA-IMAGENS
              END-IF
              ADD 1 TO WS-IMG-QTD
              MOVE REG-LOG        TO WS-IMG-REG (WS-IMG-QTD)
              MOVE LOG-ID-USUARIO TO WS-IMG-ID
              IF LOG-CAMPO = 'IMAGEM-3'
                 PERFORM DESCARREGA-IMAGENS
              END-IF
           ELSE
              PERFORM DESCARREGA-IMAGENS
              PERFORM MASCARA-REGISTRO-TRILHA
              PERFORM GRAVA-TRILHA-HML
           END-IF
       .

      *    monta o cadastro com as pecas guardadas, mascara e grava as
      *    pecas de volta na ordem em que vieram
       DESCARREGA-IMAGENS.
           IF WS-IMG-QTD > 0
              MOVE REG-LOG TO WS-LOG-CORRENTE
              MOVE SPACES  TO WS-IMAGEM

              PERFORM VARYING WS-IDX-IMG FROM 1 BY 1
              UNTIL WS-IDX-IMG > WS-IMG-QTD
                 MOVE WS-IMG-REG (WS-IDX-IMG) TO REG-LOG
                 PERFORM PECA-PARA-IMAGEM
              END-PERFORM

              MOVE WS-IMAGEM   TO WS-CAD-MASC
              IF WS-IMG-ID NUMERIC
                 MOVE WS-IMG-ID TO WS-MASC-ID
              ELSE
                 MOVE 0 TO WS-MASC-ID
              END-IF
              PERFORM MASCARA-CADASTRO
              MOVE WS-CAD-MASC TO WS-IMAGEM

              PERFORM VARYING WS-IDX-IMG FROM 1 BY 1
              UNTIL WS-IDX-IMG > WS-IMG-QTD
                 MOVE WS-IMG-REG (WS-IDX-IMG) TO REG-LOG
                 PERFORM IMAGEM-PARA-PECA
                 MOVE LOG-OPERADOR TO WS-OPERADOR-MASC
                 PERFORM MASCARA-OPERADOR
                 MOVE WS-OPERADOR-MASC TO LOG-OPERADOR
                 PERFORM GRAVA-TRILHA-HML
              END-PERFORM

              MOVE 0 TO WS-IMG-QTD
              MOVE WS-LOG-CORRENTE TO REG-LOG
           END-IF
       .

       PECA-PARA-IMAGEM.
           EVALUATE LOG-CAMPO
              WHEN 'IMAGEM-1'
                 MOVE LOG-VALOR-ANTES  TO WS-IMAGEM (1:30)
                 MOVE LOG-VALOR-DEPOIS TO WS-IMAGEM (31:30)
              WHEN 'IMAGEM-2'
                 MOVE LOG-VALOR-ANTES  TO WS-IMAGEM (61:30)
                 MOVE LOG-VALOR-DEPOIS TO WS-IMAGEM (91:30)
              WHEN 'IMAGEM-3'
                 MOVE LOG-VALOR-ANTES  TO WS-IMAGEM (121:30)
                 MOVE LOG-VALOR-DEPOIS (1:16) TO WS-IMAGEM (151:16)
           END-EVALUATE
       .

       IMAGEM-PARA-PECA.
           EVALUATE LOG-CAMPO
              WHEN 'IMAGEM-1'
                 MOVE WS-IMAGEM (1:30)  TO LOG-VALOR-ANTES
                 MOVE WS-IMAGEM (31:30) TO LOG-VALOR-DEPOIS
              WHEN 'IMAGEM-2'
                 MOVE WS-IMAGEM (61:30) TO LOG-VALOR-ANTES
                 MOVE WS-IMAGEM (91:30) TO LOG-VALOR-DEPOIS
              WHEN 'IMAGEM-3'
                 MOVE WS-IMAGEM (121:30) TO LOG-VALOR-ANTES
                 MOVE SPACES             TO LOG-VALOR-DEPOIS
                 MOVE WS-IMAGEM (151:16) TO LOG-VALOR-DEPOIS (1:16)
           END-EVALUATE
       .

       MASCARA-REGISTRO-TRILHA.
           MOVE LOG-OPERADOR TO WS-OPERADOR-MASC
           PERFORM MASCARA-OPERADOR
           MOVE WS-OPERADOR-MASC TO LOG-OPERADOR

           IF LOG-ID-USUARIO NUMERIC
              MOVE LOG-ID-USUARIO TO WS-MASC-ID
           ELSE
              MOVE 0 TO WS-MASC-ID
           END-IF

      *    o registro 'V' leva so a marca VERIFICADO, sem dado pessoal
           IF (LOG-CAMPO = 'NOME' OR LOG-CAMPO = 'EMAIL'
               OR LOG-CAMPO = 'CPF' OR LOG-CAMPO = 'TELEFONE')
              AND NOT LOG-VERIFICACAO
              MOVE LOG-VALOR-ANTES TO WS-VALOR
              PERFORM MASCARA-VALOR
              MOVE WS-VALOR TO LOG-VALOR-ANTES

              MOVE LOG-VALOR-DEPOIS TO WS-VALOR
              PERFORM MASCARA-VALOR
              MOVE WS-VALOR TO LOG-VALOR-DEPOIS
           END-IF
       .

      *    valor antes/depois de um campo pessoal, no formato em que o
      *    PROGALT, PROGLOTE e PROGMOVIN gravam
       MASCARA-VALOR.
           IF WS-VALOR NOT = SPACES
              EVALUATE LOG-CAMPO
                 WHEN 'NOME'
                    PERFORM MASCARA-NOME
                    MOVE WS-NOME-MASC TO WS-VALOR
                 WHEN 'EMAIL'
                    MOVE WS-VALOR TO WS-EMAIL-ORIG
                    PERFORM MASCARA-EMAIL
                    MOVE WS-EMAIL-MASC TO WS-VALOR
                 WHEN 'CPF'
                    IF WS-VALOR (1:11) NUMERIC
                       AND WS-VALOR (1:11) NOT = ZEROS
                       PERFORM MASCARA-CPF
                       MOVE WS-CPF-NUM TO WS-VALOR (1:11)
                    END-IF
                 WHEN 'TELEFONE'
                    IF WS-VALOR (1:13) NUMERIC
                       AND WS-VALOR (1:13) NOT = ZEROS
                       MOVE WS-VALOR (1:13) TO WS-TEL-ORIG
                       MOVE 1 TO WS-TEL-SLOT
                       PERFORM MASCARA-TELEFONE
                       MOVE WS-TEL-MASC TO WS-VALOR (1:13)
                    END-IF
              END-EVALUATE
           END-IF
       .

       GRAVA-TRILHA-HML.
           IF LOG-SEQUENCIA NUMERIC
              AND LOG-SEQUENCIA > 0
              SET LK-HASH-MODO-TEXTO TO TRUE
              MOVE SPACES TO LK-HASH-TEXTO
              MOVE REG-LOG (1:117)  TO LK-HASH-TEXTO (1:117)
              MOVE WS-ULT-VERIF     TO LK-HASH-TEXTO (118:8)
              MOVE 125 TO LK-HASH-TEXTO-TAM
              CALL CFG-PATH-PROGHASH
              USING LK-HASH-AREA
              MOVE SPACE TO LK-HASH-MODO

              MOVE LK-HASH-RESULTADO TO LOG-VERIF
              MOVE LK-HASH-RESULTADO TO WS-ULT-VERIF
           END-IF

           WRITE REG-LOG-HML FROM REG-LOG
           IF FS-HML-OK
              ADD 1 TO WS-QTD-DEPOIS
           END-IF
       .

      *    arquivos sem dado pessoal: copiados como estao
       COPIA-CTRL-ID.
           MOVE 'CTRL-ID.dat' TO WS-NOME-ARQ
           PERFORM MONTA-ARQ-HML

           OPEN INPUT CTRL-ID
           IF NOT FS-ORIG-OK
              PERFORM REGISTRA-ERRO-ORIGEM
           ELSE
              OPEN OUTPUT CTRL-HML
              IF NOT FS-HML-OK
                 CLOSE CTRL-ID
                 PERFORM REGISTRA-ERRO-DESTINO
              ELSE
                 PERFORM TRANSCREVE-CTRL-ID
              END-IF
           END-IF
       .

       TRANSCREVE-CTRL-ID.
           PERFORM UNTIL EOF-OK
              READ CTRL-ID
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    ADD 1 TO WS-QTD-ANTES
                    WRITE REG-CTRL-HML FROM REG-CTRL-ID
                    IF FS-HML-OK
                       ADD 1 TO WS-QTD-DEPOIS
                    END-IF
              END-READ
           END-PERFORM

           CLOSE CTRL-ID
           CLOSE CTRL-HML

           PERFORM REGISTRA-CONTAGEM
       .

       COPIA-CEPS.
           MOVE 'CEPS.dat' TO WS-NOME-ARQ
           PERFORM MONTA-ARQ-HML

           OPEN INPUT CEPS
           IF NOT FS-ORIG-OK
              PERFORM REGISTRA-ERRO-ORIGEM
           ELSE
              OPEN OUTPUT CEP-HML
              IF NOT FS-HML-OK
                 CLOSE CEPS
                 PERFORM REGISTRA-ERRO-DESTINO
              ELSE
                 PERFORM TRANSCREVE-CEPS
              END-IF
           END-IF
       .

       TRANSCREVE-CEPS.
           PERFORM UNTIL EOF-OK
              READ CEPS
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    ADD 1 TO WS-QTD-ANTES
                    MOVE REG-CEP TO REG-CEP-HML
                    WRITE REG-CEP-HML
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          ADD 1 TO WS-QTD-DEPOIS
                    END-WRITE
              END-READ
           END-PERFORM

           CLOSE CEPS
           CLOSE CEP-HML

           PERFORM REGISTRA-CONTAGEM
       .

       COPIA-TABELA.
           MOVE TAB-TAB-NOME (WS-IDX-TAB)   TO WS-NOME-ARQ
           MOVE TAB-TAB-ORIGEM (WS-IDX-TAB) TO WS-ARQ-TAB-ORIGEM
           PERFORM MONTA-ARQ-HML

           OPEN INPUT TAB-ORIGEM
           IF NOT FS-ORIG-OK
              PERFORM REGISTRA-ERRO-ORIGEM
           ELSE
              OPEN OUTPUT TAB-HML
              IF NOT FS-HML-OK
                 CLOSE TAB-ORIGEM
                 PERFORM REGISTRA-ERRO-DESTINO
              ELSE
                 PERFORM TRANSCREVE-TABELA
              END-IF
           END-IF
       .

       TRANSCREVE-TABELA.
           PERFORM UNTIL EOF-OK
              READ TAB-ORIGEM
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    ADD 1 TO WS-QTD-ANTES
                    WRITE REG-TAB-HML FROM REG-TAB-ORIGEM
                    IF FS-HML-OK
                       ADD 1 TO WS-QTD-DEPOIS
                    END-IF
              END-READ
           END-PERFORM

           CLOSE TAB-ORIGEM
           CLOSE TAB-HML

           PERFORM REGISTRA-CONTAGEM
       .

      ******************************************************************
      * Mascaramento de um cadastro em WS-CAD-MASC pelo ID em
      * WS-MASC-ID. Imagem incompleta da trilha chega com partes em
      * branco: so campo presente e mascarado.
      ******************************************************************
       MASCARA-CADASTRO.
           IF NOT ANONIMIZADO-USUARIO OF WS-CAD-MASC
              IF EMAIL OF WS-CAD-MASC NOT = SPACES
                 MOVE EMAIL OF WS-CAD-MASC TO WS-EMAIL-ORIG
                 PERFORM MASCARA-EMAIL
                 MOVE WS-EMAIL-MASC TO EMAIL OF WS-CAD-MASC
              END-IF

              IF NOME OF WS-CAD-MASC NOT = SPACES
                 PERFORM MASCARA-NOME
                 MOVE WS-NOME-MASC TO NOME OF WS-CAD-MASC
              END-IF

              MOVE SPACES TO SENHA OF WS-CAD-MASC

              IF CPF OF WS-CAD-MASC NUMERIC
                 AND CPF OF WS-CAD-MASC NOT = 0
                 PERFORM MASCARA-CPF
                 MOVE WS-CPF-NUM TO CPF OF WS-CAD-MASC
              END-IF

              IF TELEFONE OF WS-CAD-MASC NUMERIC
                 AND TELEFONE OF WS-CAD-MASC NOT = 0
                 MOVE TELEFONE OF WS-CAD-MASC TO WS-TEL-ORIG
                 MOVE 1 TO WS-TEL-SLOT
                 PERFORM MASCARA-TELEFONE
                 MOVE WS-TEL-MASC TO TELEFONE OF WS-CAD-MASC
              END-IF

              IF TELEFONE-2 OF WS-CAD-MASC NUMERIC
                 AND TELEFONE-2 OF WS-CAD-MASC NOT = 0
                 MOVE TELEFONE-2 OF WS-CAD-MASC TO WS-TEL-ORIG
                 MOVE 2 TO WS-TEL-SLOT
                 PERFORM MASCARA-TELEFONE
                 MOVE WS-TEL-MASC TO TELEFONE-2 OF WS-CAD-MASC
              END-IF

              IF TELEFONE-3 OF WS-CAD-MASC NUMERIC
                 AND TELEFONE-3 OF WS-CAD-MASC NOT = 0
                 MOVE TELEFONE-3 OF WS-CAD-MASC TO WS-TEL-ORIG
                 MOVE 3 TO WS-TEL-SLOT
                 PERFORM MASCARA-TELEFONE
                 MOVE WS-TEL-MASC TO TELEFONE-3 OF WS-CAD-MASC
              END-IF
           END-IF
       .

       MASCARA-NOME.
           MOVE SPACES TO WS-NOME-MASC
           STRING 'TITULAR '    DELIMITED SIZE
                  WS-MASC-ID    DELIMITED SIZE
                  ' HOMOLOGACAO' DELIMITED SIZE
             INTO WS-NOME-MASC
       .

      *    o dominio original fica - e dele que sai a empresa; sem
      *    dominio aproveitavel vai o dominio reservado da copia
       MASCARA-EMAIL.
           MOVE SPACES TO WS-EMAIL-MASC
           MOVE SPACES TO WS-DOMINIO

           MOVE 0 TO WS-POS-ARROBA
           INSPECT WS-EMAIL-ORIG TALLYING WS-POS-ARROBA
           FOR CHARACTERS BEFORE '@'

           IF WS-POS-ARROBA < 29
              COMPUTE WS-POS-DOMINIO = WS-POS-ARROBA + 2
              MOVE WS-EMAIL-ORIG (WS-POS-DOMINIO:) TO WS-DOMINIO
           END-IF

           MOVE 0 TO WS-DOMINIO-LEN
           INSPECT WS-DOMINIO TALLYING WS-DOMINIO-LEN
           FOR CHARACTERS BEFORE SPACE

           IF WS-DOMINIO-LEN = 0
              OR WS-DOMINIO-LEN > 23
              MOVE 'homologacao.invalido' TO WS-DOMINIO
           END-IF

           STRING 'u'           DELIMITED SIZE
                  WS-MASC-ID    DELIMITED SIZE
                  '@'           DELIMITED SIZE
                  WS-DOMINIO    DELIMITED SPACE
             INTO WS-EMAIL-MASC
       .

      ******************************************************************
      * CPF 8000 + ID com os digitos verificadores calculados como no
      * PROGVALI: unico por ID e aceito por qualquer validacao.
      ******************************************************************
       MASCARA-CPF.
           COMPUTE WS-CPF-BASE = 800000000 + WS-MASC-ID
           COMPUTE WS-CPF-NUM  = WS-CPF-BASE * 100

           MOVE 0  TO WS-CPF-SOMA
           MOVE 10 TO WS-CPF-PESO
           PERFORM VARYING WS-IDX-CPF FROM 1 BY 1 UNTIL WS-IDX-CPF > 9
              COMPUTE WS-CPF-SOMA = WS-CPF-SOMA +
                 (WS-CPF-DIG (WS-IDX-CPF) * WS-CPF-PESO)
              SUBTRACT 1 FROM WS-CPF-PESO
           END-PERFORM
           COMPUTE WS-CPF-RESTO = FUNCTION MOD (WS-CPF-SOMA * 10, 11)
           IF WS-CPF-RESTO = 10
              MOVE 0 TO WS-CPF-DV1
           ELSE
              MOVE WS-CPF-RESTO TO WS-CPF-DV1
           END-IF

           MOVE 0  TO WS-CPF-SOMA
           MOVE 11 TO WS-CPF-PESO
           PERFORM VARYING WS-IDX-CPF FROM 1 BY 1 UNTIL WS-IDX-CPF > 9
              COMPUTE WS-CPF-SOMA = WS-CPF-SOMA +
                 (WS-CPF-DIG (WS-IDX-CPF) * WS-CPF-PESO)
              SUBTRACT 1 FROM WS-CPF-PESO
           END-PERFORM
           COMPUTE WS-CPF-SOMA = WS-CPF-SOMA + (WS-CPF-DV1 * 2)
           COMPUTE WS-CPF-RESTO = FUNCTION MOD (WS-CPF-SOMA * 10, 11)
           IF WS-CPF-RESTO = 10
              MOVE 0 TO WS-CPF-DV2
           ELSE
              MOVE WS-CPF-RESTO TO WS-CPF-DV2
           END-IF

           MOVE WS-CPF-DV1 TO WS-CPF-DIG (10)
           MOVE WS-CPF-DV2 TO WS-CPF-DIG (11)
       .

      *    DDI e DDD ficam (posicoes 1-4); o resto vira 9 + posicao do
      *    telefone no cadastro + 00 + ID
       MASCARA-TELEFONE.
           MOVE WS-TEL-ORIG    TO WS-TEL-MASC
           MOVE 9              TO WS-TEL-NOVE
           MOVE WS-TEL-SLOT    TO WS-TEL-POSICAO
           MOVE 0              TO WS-TEL-ZEROS
           MOVE WS-MASC-ID     TO WS-TEL-ID
       .

      *    CEP, cidade e UF ficam, para a base de CEPs continuar
      *    conferindo; o resto do endereco sai do ID
       MASCARA-ENDERECO.
           MOVE REG-ENDERECO TO REG-END-HML
           MOVE END-ID-USUARIO OF REG-ENDERECO TO WS-END-ID-EXIB

           MOVE SPACES TO END-LOGRADOURO OF REG-END-HML
           STRING 'RUA HOMOLOGACAO ' DELIMITED SIZE
                  WS-END-ID-EXIB     DELIMITED SIZE
             INTO END-LOGRADOURO OF REG-END-HML
           MOVE WS-END-ID-EXIB       TO END-NUMERO OF REG-END-HML
           MOVE SPACES               TO END-COMPLEMENTO OF REG-END-HML
           MOVE 'BAIRRO HOMOLOGACAO' TO END-BAIRRO OF REG-END-HML
       .

      *    a matricula fica; o nome do operador nao vai para a copia
       MASCARA-OPERADOR.
           IF WS-OPERADOR-MASC NOT = SPACES
              IF WS-OPERADOR-MASC (1:5) NUMERIC
                 AND WS-OPERADOR-MASC (6:1) = '-'
                 MOVE 'OPERADOR' TO WS-OPERADOR-MASC (7:14)
              ELSE
                 MOVE 'USUARIO DO SISTEMA' TO WS-OPERADOR-MASC
              END-IF
           END-IF
       .

       ESCREVE-RELATORIO.
           ACCEPT WS-DATA-SISTEMA FROM DATE

           MOVE SPACES TO REG-REL-MASC
           STRING 'COPIA MASCARADA PARA HOMOLOGACAO' DELIMITED SIZE
                  '   DATA: '  DELIMITED SIZE
                  WS-DATA-DIA  DELIMITED SIZE
                  '/'          DELIMITED SIZE
                  WS-DATA-MES  DELIMITED SIZE
                  '/'          DELIMITED SIZE
                  WS-DATA-ANO  DELIMITED SIZE
             INTO REG-REL-MASC
           WRITE REG-REL-MASC

           MOVE SPACES TO REG-REL-MASC
           STRING 'DESTINO: '           DELIMITED SIZE
                  CFG-PATH-HML-PREFIXO  DELIMITED SPACE
             INTO REG-REL-MASC
           WRITE REG-REL-MASC

           MOVE SPACES TO REG-REL-MASC
           WRITE REG-REL-MASC

           MOVE 'ARQUIVO              ANTES    DEPOIS   OBSERVACAO'
             TO REG-REL-MASC
           WRITE REG-REL-MASC

           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-QTD-RES
              MOVE SPACES TO REG-REL-MASC
              STRING TAB-RES-ARQUIVO (WS-IDX) DELIMITED SIZE
                     ' '                      DELIMITED SIZE
                     TAB-RES-ANTES (WS-IDX)   DELIMITED SIZE
                     '  '                     DELIMITED SIZE
                     TAB-RES-DEPOIS (WS-IDX)  DELIMITED SIZE
                     '  '                     DELIMITED SIZE
                     TAB-RES-OBS (WS-IDX)     DELIMITED SIZE
                INTO REG-REL-MASC
              WRITE REG-REL-MASC
           END-PERFORM

           MOVE SPACES TO REG-REL-MASC
           STRING 'TOTAL                ' DELIMITED SIZE
                  WS-TOTAL-ANTES          DELIMITED SIZE
                  '  '                    DELIMITED SIZE
                  WS-TOTAL-DEPOIS         DELIMITED SIZE
             INTO REG-REL-MASC
           WRITE REG-REL-MASC

           MOVE SPACES TO REG-REL-MASC
           WRITE REG-REL-MASC

           MOVE 'NOME, EMAIL, CPF, TELEFONES, SENHA E ENDERECO '
             TO REG-REL-MASC
           MOVE 'SUBSTITUIDOS PELO ID DO TITULAR' TO REG-REL-MASC (47:)
           WRITE REG-REL-MASC
       .

       END PROGRAM PROGMASC.
