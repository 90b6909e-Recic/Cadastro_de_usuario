      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Modulo dos codigos de verificacao de contato. A
      *          emissao percorre os cadastros ATIVOS e grava em
      *          VERIFICACOES.dat um codigo de seis digitos para cada
      *          email e telefone principal novo, alterado desde o
      *          ultimo codigo ou com o codigo anterior expirado; a
      *          validade vem do parametro VERIF-VALIDADE-DIAS. As
      *          cartas com os codigos saem pelo PROGCARTA (selecao
      *          4, o mesmo indice CARTA-INDICE.txt do gateway). O
      *          codigo devolvido pelo titular volta pela tela (o
      *          operador digita o que o titular informou) ou pelo
      *          arquivo VERIF-RETORNO.txt, uma linha por contato:
      *             ID;E;CODIGO   codigo recebido no email
      *             ID;T;CODIGO   codigo recebido no telefone
      *          Codigo certo e dentro da validade marca o contato
      *          como verificado com a data, com o registro 'V' na
      *          trilha; VERIF-TENTATIVAS codigos errados cancelam o
      *          codigo vigente. O retorno gera REL-VERIF.txt com
      *          cada linha aceita ou rejeitada e o relatorio
      *          REL-NAO-VERIFICADOS.txt lista os cadastros ATIVOS
      *          com algum contato nunca verificado - ambos
      *          catalogados via PROGRELCAT. Executavel pelo PROGJOB
      *          com LK-SESS-PARAM EMITIR, RETORNO ou RELATORIO
      *          (passos VEREMITE, VERRET e VERREL) ou pela opcao 27
      *          do menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGVERCOD.


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

           SELECT VERIFICACOES ASSIGN TO
           CFG-PATH-VERIFICACOES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VRF-CHAVE
           FILE STATUS IS WS-FS-VRF.

           SELECT VERIF-RETORNO ASSIGN TO
           CFG-PATH-VERIF-RETORNO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RET.

           SELECT REL-VERIF ASSIGN TO
           CFG-PATH-REL-VERIF
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

           SELECT REL-NAO-VERIF ASSIGN TO
           CFG-PATH-REL-NAO-VERIF
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NAO.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  USUARIOS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-USUARIOS.cpy'.

       FD  VERIFICACOES.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-VERIFICA.cpy'.

       FD  VERIF-RETORNO.
       01  REG-VERIF-RETORNO           PIC X(80).

       FD  REL-VERIF.
       01  REG-REL-VERIF               PIC X(100).

       FD  REL-NAO-VERIF.
       01  REG-REL-NAO-VERIF           PIC X(100).

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WS-FS                       PIC 99.
           88 FS-OK                    VALUE 0.

       77  WS-FS-VRF                   PIC 99.
           88 FS-VRF-OK                VALUE 0.
           88 FS-VRF-NAO-EXISTE        VALUE 35.

       77  WS-FS-RET                   PIC 99.
           88 FS-RET-OK                VALUE 0.

       77  WS-FS-REL                   PIC 99.
           88 FS-REL-OK                VALUE 0.

       77  WS-FS-NAO                   PIC 99.
           88 FS-NAO-OK                VALUE 0.

       77  WS-EOF                      PIC X.
           88 EOF-OK                   VALUE 'F' FALSE 'N'.

       77  WS-OPCAO                    PIC X.

       77  WS-FIM-MENU                 PIC X VALUE 'N'.
           88 FIM-MENU                 VALUE 'S'.

       77  WS-ACESSO                   PIC X VALUE 'N'.
           88 ACESSO-PERMITIDO         VALUE 'S'.

       77  WS-CONFERE                  PIC X VALUE 'N'.
           88 CODIGO-CONFERE           VALUE 'S'.

       77  WS-RC                       PIC 9(04) VALUE 0.

       77  WS-DIAS-VALIDADE            PIC 9(03) VALUE 7.
       77  WS-MAX-TENTATIVAS           PIC 9(02) VALUE 3.
       77  WS-DATA-HOJE                PIC 9(08).
       77  WS-DATA-VALIDADE            PIC 9(08).
       77  WS-HORA-AGORA               PIC 9(08).

       77  WS-TIPO-ATUAL               PIC X(01).
       77  WS-CONTATO-ATUAL            PIC X(30).
       77  WS-TELEFONE-EXIB            PIC 9(13).
       77  WS-ORIGEM-ATUAL             PIC X(01).
       77  WS-MOTIVO                   PIC X(40).

       77  WS-ID-PROCURA               PIC 9(05).
       77  WS-TIPO-INF                 PIC X(01).
       77  WS-CODIGO-INF               PIC X(06).
       77  WS-CODIGO-NUM               PIC 9(06).

       01  WS-CODIGO-GERADO            PIC 9(06).
       01  WS-CODIGO-GERADO-X REDEFINES WS-CODIGO-GERADO
                                       PIC X(06).
       77  WS-DIGITO                   PIC 9(01).
       77  WS-IDX                      PIC 9(02).

       01  WS-CAMPOS-RETORNO.
           03 WS-CAMPO-ID              PIC X(05).
           03 WS-CAMPO-TIPO            PIC X(01).
           03 WS-CAMPO-CODIGO          PIC X(06).

       77  WS-CONT-PROCESSADOS         PIC 9(05) VALUE 0.
       77  WS-CONT-ACEITOS             PIC 9(05) VALUE 0.
       77  WS-CONT-REJEITADOS          PIC 9(05) VALUE 0.
       77  WS-CONT-NOVOS               PIC 9(05) VALUE 0.
       77  WS-CONT-ALTERADOS           PIC 9(05) VALUE 0.
       77  WS-CONT-EXPIRADOS           PIC 9(05) VALUE 0.
       77  WS-CONT-EMAILS              PIC 9(05) VALUE 0.
       77  WS-CONT-TELEFONES           PIC 9(05) VALUE 0.

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
           '/home/recic/Dev/PROG01/Dados/LK-PARAM.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-HASH.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-VERIF.cpy'.

      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM ZERA-CONTADORES

           SET LK-SESS-CONSULTAR TO TRUE
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           PERFORM OBTEM-PARAMETROS

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
              WHEN 'EMITIR'
                 PERFORM EMITE-CODIGOS
              WHEN 'RETORNO'
                 PERFORM PROCESSA-RETORNO
              WHEN 'RELATORIO'
                 PERFORM EMITE-RELATORIO
              WHEN OTHER
                 DISPLAY 'PARAMETRO DA VERIFICACAO DESCONHECIDO: '
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
           MOVE 0 TO WS-CONT-NOVOS
           MOVE 0 TO WS-CONT-ALTERADOS
           MOVE 0 TO WS-CONT-EXPIRADOS
           MOVE 0 TO WS-CONT-EMAILS
           MOVE 0 TO WS-CONT-TELEFONES
       .

       OBTEM-PARAMETROS.
           SET LK-PAR-CONSULTAR TO TRUE
           MOVE 'VERIF-VALIDADE-DIAS' TO LK-PAR-CHAVE
           MOVE 7 TO LK-PAR-VALOR
           CALL CFG-PATH-PROGPARAM
           USING LK-PAR-AREA
           MOVE LK-PAR-VALOR TO WS-DIAS-VALIDADE

           SET LK-PAR-CONSULTAR TO TRUE
           MOVE 'VERIF-TENTATIVAS' TO LK-PAR-CHAVE
           MOVE 3 TO LK-PAR-VALOR
           CALL CFG-PATH-PROGPARAM
           USING LK-PAR-AREA
           MOVE LK-PAR-VALOR TO WS-MAX-TENTATIVAS
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
              DISPLAY 'OPERADOR SEM PERMISSAO PARA A VERIFICACAO '
                      'DE CONTATOS'
              PERFORM REGISTRA-RECUSA
           END-IF
       .

       REGISTRA-RECUSA.
           MOVE 'R'           TO LK-LOG-TIPO
           MOVE 0             TO LK-LOG-ID-USUARIO
           MOVE 'VERIFICACAO' TO LK-LOG-CAMPO
           MOVE SPACES        TO LK-LOG-VALOR-ANTES
           MOVE SPACES        TO LK-LOG-VALOR-DEPOIS
           CALL CFG-PATH-PROGLOG
           USING LK-LOG-AREA
       .

       PROCESSA-MENU.
           DISPLAY ' '
           DISPLAY '*-------------------------------------------------*'
           DISPLAY '        VERIFICACAO DE EMAIL E TELEFONE            '
           DISPLAY '*-------------------------------------------------*'
           DISPLAY '     1 - EMITIR CODIGOS (CONTATOS NOVOS/ALTERADOS) '
           DISPLAY '     2 - INFORMAR CODIGO RECEBIDO PELO TITULAR     '
           DISPLAY '     3 - CARREGAR ARQUIVO DE RETORNO               '
           DISPLAY '     4 - RELATORIO DE CONTATOS NAO VERIFICADOS     '
           DISPLAY '     5 - VOLTAR                                    '
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
              WHEN '1'
                 PERFORM EMITE-CODIGOS
              WHEN '2'
                 PERFORM REGISTRA-CODIGO-TELA
              WHEN '3'
                 PERFORM PROCESSA-RETORNO
              WHEN '4'
                 PERFORM EMITE-RELATORIO
              WHEN '5'
                 SET FIM-MENU TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
       .

      ******************************************************************
      * Emissao: um codigo por contato sem registro, com o contato
      * trocado desde o ultimo codigo ou com o codigo anterior vencido
      * ou cancelado. Contato ja verificado e codigo ainda valido
      * ficam como estao.
      ******************************************************************
       EMITE-CODIGOS.
           PERFORM ZERA-CONTADORES
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DATA-VALIDADE = FUNCTION DATE-OF-INTEGER (
              FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
              + WS-DIAS-VALIDADE)
           SET EOF-OK TO FALSE

           OPEN INPUT USUARIOS

           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE USUARIOS'
              DISPLAY 'FILE STATUS: ' WS-FS
              MOVE 8 TO WS-RC
           ELSE
              PERFORM ABRE-VERIFICACOES
              IF FS-VRF-OK
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
                             AND (LK-SESS-TODAS-EMPRESAS
                                  OR EMPRESA = LK-SESS-EMPRESA)
                             PERFORM EMITE-CONTATOS-USUARIO
                          END-IF
                    END-READ
                 END-PERFORM

                 CLOSE VERIFICACOES
              END-IF

              CLOSE USUARIOS
           END-IF

           DISPLAY 'EMISSAO DE CODIGOS DE VERIFICACAO - '
                   WS-CONT-ACEITOS ' CODIGO(S) EMITIDO(S) ('
                   WS-CONT-NOVOS ' NOVO(S), '
                   WS-CONT-ALTERADOS ' CONTATO(S) ALTERADO(S), '
                   WS-CONT-EXPIRADOS ' REEMITIDO(S))'
       .

      *    sem VERIFICACOES.dat o arquivo e criado vazio e reaberto
      *    em I-O, ja que a emissao le antes de gravar
       ABRE-VERIFICACOES.
           OPEN I-O VERIFICACOES

           IF FS-VRF-NAO-EXISTE
              OPEN OUTPUT VERIFICACOES
              IF FS-VRF-OK
                 CLOSE VERIFICACOES
                 OPEN I-O VERIFICACOES
              END-IF
           END-IF

           IF NOT FS-VRF-OK
              DISPLAY 'ERRO AO ABRIR VERIFICACOES.dat'
              DISPLAY 'FILE STATUS: ' WS-FS-VRF
              MOVE 8 TO WS-RC
           END-IF
       .

       EMITE-CONTATOS-USUARIO.
           IF EMAIL NOT = SPACES
              MOVE 'E'   TO WS-TIPO-ATUAL
              MOVE EMAIL TO WS-CONTATO-ATUAL
              PERFORM AVALIA-EMISSAO
           END-IF

           IF TELEFONE > 0
              MOVE 'T'              TO WS-TIPO-ATUAL
              MOVE TELEFONE         TO WS-TELEFONE-EXIB
              MOVE WS-TELEFONE-EXIB TO WS-CONTATO-ATUAL
              PERFORM AVALIA-EMISSAO
           END-IF
       .

       AVALIA-EMISSAO.
           MOVE ID-USUARIO    TO VRF-ID-USUARIO
           MOVE WS-TIPO-ATUAL TO VRF-TIPO

           READ VERIFICACOES
              INVALID KEY
                 PERFORM PREENCHE-CODIGO
                 WRITE REG-VERIFICACAO
                    INVALID KEY
                       DISPLAY 'FALHA AO GRAVAR O CODIGO DO ID '
                               ID-USUARIO
                       ADD 1 TO WS-CONT-REJEITADOS
                    NOT INVALID KEY
                       ADD 1 TO WS-CONT-ACEITOS
                       ADD 1 TO WS-CONT-NOVOS
                 END-WRITE
              NOT INVALID KEY
                 EVALUATE TRUE
                    WHEN VRF-CONTATO NOT = WS-CONTATO-ATUAL
                       ADD 1 TO WS-CONT-ALTERADOS
                       PERFORM REEMITE-CODIGO
                    WHEN VRF-VERIFICADO
                       CONTINUE
                    WHEN VRF-EXPIRADO
                       OR VRF-DATA-VALIDADE < WS-DATA-HOJE
                       ADD 1 TO WS-CONT-EXPIRADOS
                       PERFORM REEMITE-CODIGO
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-READ
       .

       REEMITE-CODIGO.
           PERFORM PREENCHE-CODIGO

           REWRITE REG-VERIFICACAO
              INVALID KEY
                 DISPLAY 'FALHA AO REGRAVAR O CODIGO DO ID '
                         ID-USUARIO
                 ADD 1 TO WS-CONT-REJEITADOS
              NOT INVALID KEY
                 ADD 1 TO WS-CONT-ACEITOS
           END-REWRITE
       .

      *    a chave VRF-CHAVE ja esta posicionada pelo chamador
       PREENCHE-CODIGO.
           PERFORM GERA-CODIGO

           MOVE WS-CONTATO-ATUAL TO VRF-CONTATO
           MOVE WS-CODIGO-GERADO TO VRF-CODIGO
           MOVE WS-DATA-HOJE     TO VRF-DATA-EMISSAO
           MOVE WS-DATA-VALIDADE TO VRF-DATA-VALIDADE
           SET VRF-PENDENTE      TO TRUE
           MOVE 0                TO VRF-DATA-ENVIO
           MOVE 0                TO VRF-DATA-VERIFICACAO
           MOVE SPACE            TO VRF-ORIGEM
           MOVE 0                TO VRF-OPERADOR
           MOVE 0                TO VRF-TENTATIVAS
       .

      ******************************************************************
      * O codigo sai do PROGHASH (modo texto) sobre a hora, o ID, o
      * tipo e o contador da emissao - cada caractere do resultado
      * escolhe um digito, como a senha temporaria do PROGRESET.
      ******************************************************************
       GERA-CODIGO.
           ACCEPT WS-HORA-AGORA FROM TIME

           SET LK-HASH-MODO-TEXTO TO TRUE
           MOVE SPACES TO LK-HASH-TEXTO
           STRING WS-HORA-AGORA    DELIMITED SIZE
                  VRF-ID-USUARIO   DELIMITED SIZE
                  VRF-TIPO         DELIMITED SIZE
                  WS-CONT-ACEITOS  DELIMITED SIZE
                  WS-DATA-HOJE     DELIMITED SIZE
             INTO LK-HASH-TEXTO
           MOVE 27 TO LK-HASH-TEXTO-TAM
           CALL CFG-PATH-PROGHASH
           USING LK-HASH-AREA
           MOVE SPACE TO LK-HASH-MODO

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
              COMPUTE WS-DIGITO = FUNCTION MOD (
                 FUNCTION ORD (LK-HASH-RESULTADO (WS-IDX:1))
                 * (WS-IDX + 2) + WS-IDX, 10)
              MOVE WS-DIGITO TO WS-CODIGO-GERADO-X (WS-IDX:1)
           END-PERFORM
       .

      ******************************************************************
      * Codigo informado pela tela - o operador digita o que o
      * titular recebeu no email ou no telefone.
      ******************************************************************
       REGISTRA-CODIGO-TELA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN INPUT USUARIOS
           OPEN I-O VERIFICACOES

           IF NOT FS-OK OR NOT FS-VRF-OK
              DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DA VERIFICACAO'
              DISPLAY 'FILE STATUS USUARIOS....: ' WS-FS
              DISPLAY 'FILE STATUS VERIFICACOES: ' WS-FS-VRF
           ELSE
              DISPLAY 'INFORME O ID DO USUARIO: '
              ACCEPT WS-ID-PROCURA
              MOVE WS-ID-PROCURA TO ID-USUARIO
              READ USUARIOS
                 INVALID KEY
                    DISPLAY 'USUARIO NAO ENCONTRADO'
                 NOT INVALID KEY
                    PERFORM PEDE-CODIGO-TELA
              END-READ
           END-IF

           CLOSE USUARIOS
           CLOSE VERIFICACOES
       .

       PEDE-CODIGO-TELA.
           IF NOT LK-SESS-TODAS-EMPRESAS
              AND EMPRESA NOT = LK-SESS-EMPRESA
              DISPLAY 'USUARIO NAO ENCONTRADO'
              MOVE 'R'          TO LK-LOG-TIPO
              MOVE ID-USUARIO   TO LK-LOG-ID-USUARIO
              MOVE 'EMPRESA'    TO LK-LOG-CAMPO
              MOVE EMPRESA      TO LK-LOG-VALOR-ANTES
              MOVE 'PROGVERCOD' TO LK-LOG-VALOR-DEPOIS
              CALL CFG-PATH-PROGLOG
              USING LK-LOG-AREA
           ELSE
              DISPLAY 'CONTATO (E = EMAIL ' EMAIL
              DISPLAY '         T = TELEFONE ' TELEFONE ')'
              ACCEPT WS-TIPO-INF
              INSPECT WS-TIPO-INF CONVERTING 'et' TO 'ET'
              DISPLAY 'CODIGO INFORMADO PELO TITULAR: '
              ACCEPT WS-CODIGO-INF
              MOVE 'T' TO WS-ORIGEM-ATUAL
              PERFORM CONFERE-CODIGO
              IF CODIGO-CONFERE
                 DISPLAY 'CONTATO VERIFICADO'
              ELSE
                 DISPLAY WS-MOTIVO
              END-IF
           END-IF
       .

      ******************************************************************
      * Confere WS-TIPO-INF / WS-CODIGO-INF contra o codigo vigente do
      * cadastro que esta no registro de USUARIOS. Com o codigo certo
      * o contato fica verificado; cada codigo errado conta uma
      * tentativa e a ultima cancela o codigo (a proxima emissao gera
      * outro).
      ******************************************************************
       CONFERE-CODIGO.
           MOVE 'N'    TO WS-CONFERE
           MOVE SPACES TO WS-MOTIVO

           EVALUATE WS-TIPO-INF
              WHEN 'E'
                 MOVE EMAIL TO WS-CONTATO-ATUAL
              WHEN 'T'
                 MOVE TELEFONE         TO WS-TELEFONE-EXIB
                 MOVE WS-TELEFONE-EXIB TO WS-CONTATO-ATUAL
              WHEN OTHER
                 MOVE 'CONTATO DEVE SER E OU T' TO WS-MOTIVO
           END-EVALUATE

           IF WS-MOTIVO = SPACES
              IF WS-CODIGO-INF NOT NUMERIC
                 MOVE 'CODIGO ILEGIVEL' TO WS-MOTIVO
              ELSE
                 MOVE ID-USUARIO  TO VRF-ID-USUARIO
                 MOVE WS-TIPO-INF TO VRF-TIPO
                 READ VERIFICACOES
                    INVALID KEY
                       MOVE 'NENHUM CODIGO EMITIDO PARA O CONTATO'
                         TO WS-MOTIVO
                    NOT INVALID KEY
                       PERFORM AVALIA-CODIGO
                 END-READ
              END-IF
           END-IF
       .

       AVALIA-CODIGO.
           MOVE WS-CODIGO-INF TO WS-CODIGO-NUM

           EVALUATE TRUE
              WHEN VRF-CONTATO NOT = WS-CONTATO-ATUAL
                 MOVE 'CONTATO ALTERADO DEPOIS DO CODIGO'
                   TO WS-MOTIVO
              WHEN VRF-VERIFICADO
                 MOVE 'CONTATO JA VERIFICADO' TO WS-MOTIVO
              WHEN VRF-EXPIRADO
                 MOVE 'CODIGO EXPIRADO OU CANCELADO' TO WS-MOTIVO
              WHEN VRF-DATA-VALIDADE < WS-DATA-HOJE
                 SET VRF-EXPIRADO TO TRUE
                 PERFORM REGRAVA-VERIFICACAO
                 MOVE 'CODIGO EXPIRADO OU CANCELADO' TO WS-MOTIVO
              WHEN WS-CODIGO-NUM NOT = VRF-CODIGO
                 ADD 1 TO VRF-TENTATIVAS
                 IF VRF-TENTATIVAS >= WS-MAX-TENTATIVAS
                    SET VRF-EXPIRADO TO TRUE
                    MOVE 'CODIGO INCORRETO - CODIGO CANCELADO'
                      TO WS-MOTIVO
                 ELSE
                    MOVE 'CODIGO INCORRETO' TO WS-MOTIVO
                 END-IF
                 PERFORM REGRAVA-VERIFICACAO
              WHEN OTHER
                 SET VRF-VERIFICADO     TO TRUE
                 MOVE WS-DATA-HOJE      TO VRF-DATA-VERIFICACAO
                 MOVE WS-ORIGEM-ATUAL   TO VRF-ORIGEM
                 MOVE LK-SESS-MATRICULA TO VRF-OPERADOR
                 PERFORM REGRAVA-VERIFICACAO
                 IF FS-VRF-OK
                    SET CODIGO-CONFERE TO TRUE
                    PERFORM REGISTRA-VERIFICACAO
                 ELSE
                    MOVE 'FALHA AO GRAVAR A VERIFICACAO' TO WS-MOTIVO
                 END-IF
           END-EVALUATE
       .

       REGRAVA-VERIFICACAO.
           REWRITE REG-VERIFICACAO
              INVALID KEY
                 DISPLAY 'FALHA AO REGRAVAR A VERIFICACAO DO ID '
                         VRF-ID-USUARIO
           END-REWRITE
       .

      *    a verificacao entra na trilha como tipo 'V', com o campo
      *    verificado - nao e alteracao do cadastro
       REGISTRA-VERIFICACAO.
           MOVE 'V'            TO LK-LOG-TIPO
           MOVE VRF-ID-USUARIO TO LK-LOG-ID-USUARIO
           IF VRF-TIPO-EMAIL
              MOVE 'EMAIL'     TO LK-LOG-CAMPO
           ELSE
              MOVE 'TELEFONE'  TO LK-LOG-CAMPO
           END-IF
           MOVE SPACES         TO LK-LOG-VALOR-ANTES
           MOVE 'VERIFICADO'   TO LK-LOG-VALOR-DEPOIS
           CALL CFG-PATH-PROGLOG
           USING LK-LOG-AREA
       .

      ******************************************************************
      * Retorno por arquivo - cada linha aceita ou rejeitada vai para
      * REL-VERIF.txt com o motivo.
      ******************************************************************
       PROCESSA-RETORNO.
           PERFORM ZERA-CONTADORES
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN INPUT VERIF-RETORNO
           IF NOT FS-RET-OK
              DISPLAY 'ARQUIVO DE RETORNO DA VERIFICACAO INDISPONIVEL'
              DISPLAY 'FILE STATUS: ' WS-FS-RET
              MOVE 8 TO WS-RC
           ELSE
              PERFORM APLICA-RETORNO
              CLOSE VERIF-RETORNO
           END-IF
       .

       APLICA-RETORNO.
           OPEN INPUT USUARIOS
           OPEN I-O VERIFICACOES
           OPEN OUTPUT REL-VERIF

           IF NOT FS-OK OR NOT FS-VRF-OK OR NOT FS-REL-OK
              DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DO RETORNO'
              DISPLAY 'FILE STATUS USUARIOS....: ' WS-FS
              DISPLAY 'FILE STATUS VERIFICACOES: ' WS-FS-VRF
              DISPLAY 'FILE STATUS RELATORIO...: ' WS-FS-REL
              MOVE 8 TO WS-RC
           ELSE
              ACCEPT WS-DATA-SISTEMA FROM DATE
              MOVE SPACES TO REG-REL-VERIF
              STRING 'RETORNO DA VERIFICACAO DE CONTATOS   DATA: '
                                  DELIMITED SIZE
                     WS-DATA-DIA  DELIMITED SIZE
                     '/'          DELIMITED SIZE
                     WS-DATA-MES  DELIMITED SIZE
                     '/'          DELIMITED SIZE
                     WS-DATA-ANO  DELIMITED SIZE
                INTO REG-REL-VERIF
              WRITE REG-REL-VERIF
              MOVE SPACES TO REG-REL-VERIF
              WRITE REG-REL-VERIF

              SET EOF-OK TO FALSE
              PERFORM UNTIL EOF-OK
                 READ VERIF-RETORNO
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       IF REG-VERIF-RETORNO NOT = SPACES
                          PERFORM TRATA-LINHA-RETORNO
                       END-IF
                 END-READ
              END-PERFORM

              MOVE SPACES TO REG-REL-VERIF
              WRITE REG-REL-VERIF
              MOVE SPACES TO REG-REL-VERIF
              STRING 'LINHAS: '        DELIMITED SIZE
                     WS-CONT-PROCESSADOS DELIMITED SIZE
                     '   ACEITAS: '    DELIMITED SIZE
                     WS-CONT-ACEITOS   DELIMITED SIZE
                     '   REJEITADAS: ' DELIMITED SIZE
                     WS-CONT-REJEITADOS DELIMITED SIZE
                INTO REG-REL-VERIF
              WRITE REG-REL-VERIF

              DISPLAY 'RETORNO DA VERIFICACAO - '
                      WS-CONT-ACEITOS ' ACEITA(S), '
                      WS-CONT-REJEITADOS ' REJEITADA(S)'
           END-IF

           CLOSE USUARIOS
           CLOSE VERIFICACOES
           CLOSE REL-VERIF

           IF WS-RC = 0
              MOVE CFG-PATH-REL-VERIF TO LK-RCAT-ARQUIVO
              PERFORM CATALOGA-RELATORIO
           END-IF
       .

       TRATA-LINHA-RETORNO.
           ADD 1 TO WS-CONT-PROCESSADOS
           MOVE SPACES TO WS-CAMPOS-RETORNO
           UNSTRING REG-VERIF-RETORNO DELIMITED BY ';'
              INTO WS-CAMPO-ID WS-CAMPO-TIPO WS-CAMPO-CODIGO
           END-UNSTRING

           IF WS-CAMPO-ID NOT NUMERIC
              MOVE 'ID ILEGIVEL' TO WS-MOTIVO
              PERFORM REJEITA-LINHA-RETORNO
           ELSE
              MOVE WS-CAMPO-ID TO ID-USUARIO
              READ USUARIOS
                 INVALID KEY
                    MOVE 'ID NAO CADASTRADO' TO WS-MOTIVO
                    PERFORM REJEITA-LINHA-RETORNO
                 NOT INVALID KEY
                    PERFORM CONFERE-LINHA-RETORNO
              END-READ
           END-IF
       .

       CONFERE-LINHA-RETORNO.
           IF NOT LK-SESS-TODAS-EMPRESAS
              AND EMPRESA NOT = LK-SESS-EMPRESA
              MOVE 'CADASTRO DE OUTRA EMPRESA' TO WS-MOTIVO
              PERFORM REJEITA-LINHA-RETORNO
           ELSE
              MOVE WS-CAMPO-TIPO   TO WS-TIPO-INF
              INSPECT WS-TIPO-INF CONVERTING 'et' TO 'ET'
              MOVE WS-CAMPO-CODIGO TO WS-CODIGO-INF
              MOVE 'A' TO WS-ORIGEM-ATUAL
              PERFORM CONFERE-CODIGO
              IF CODIGO-CONFERE
                 ADD 1 TO WS-CONT-ACEITOS
                 MOVE SPACES TO REG-REL-VERIF
                 STRING 'ACEITA    '        DELIMITED SIZE
                        REG-VERIF-RETORNO   DELIMITED SIZE
                   INTO REG-REL-VERIF
                 WRITE REG-REL-VERIF
              ELSE
                 PERFORM REJEITA-LINHA-RETORNO
              END-IF
           END-IF
       .

       REJEITA-LINHA-RETORNO.
           ADD 1 TO WS-CONT-REJEITADOS
           MOVE SPACES TO REG-REL-VERIF
           STRING 'REJEITADA '              DELIMITED SIZE
                  REG-VERIF-RETORNO (1:40)  DELIMITED SIZE
                  ' - '                     DELIMITED SIZE
                  WS-MOTIVO                 DELIMITED SIZE
             INTO REG-REL-VERIF
           WRITE REG-REL-VERIF
       .

      ******************************************************************
      * Cadastros ATIVOS com o email ou o telefone principal nunca
      * verificados - sem codigo, com o codigo pendente ou expirado,
      * ou com o contato trocado depois da ultima verificacao. A
      * situacao de cada contato vem do PROGVERIF.
      ******************************************************************
       EMITE-RELATORIO.
           PERFORM ZERA-CONTADORES
           SET EOF-OK TO FALSE

           OPEN INPUT USUARIOS
           OPEN OUTPUT REL-NAO-VERIF

           IF NOT FS-OK OR NOT FS-NAO-OK
              DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DO RELATORIO'
              DISPLAY 'FILE STATUS USUARIOS : ' WS-FS
              DISPLAY 'FILE STATUS RELATORIO: ' WS-FS-NAO
              MOVE 8 TO WS-RC
           ELSE
              PERFORM ESCREVE-CABECALHO-REL

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
                       IF ATIVO-USUARIO
                          AND (LK-SESS-TODAS-EMPRESAS
                               OR EMPRESA = LK-SESS-EMPRESA)
                          ADD 1 TO WS-CONT-PROCESSADOS
                          PERFORM AVALIA-CADASTRO-REL
                       END-IF
                 END-READ
              END-PERFORM

              PERFORM ESCREVE-RODAPE-REL
           END-IF

           CLOSE USUARIOS
           CLOSE REL-NAO-VERIF

           IF WS-RC = 0
              MOVE CFG-PATH-REL-NAO-VERIF TO LK-RCAT-ARQUIVO
              PERFORM CATALOGA-RELATORIO
              DISPLAY 'RELATORIO DE CONTATOS NAO VERIFICADOS - '
                      WS-CONT-ACEITOS ' CADASTRO(S) DE '
                      WS-CONT-PROCESSADOS ' ATIVO(S)'
           END-IF
       .

       AVALIA-CADASTRO-REL.
           MOVE ID-USUARIO TO LK-VRF-ID-USUARIO
           MOVE EMAIL      TO LK-VRF-EMAIL
           MOVE TELEFONE   TO LK-VRF-TELEFONE
           CALL CFG-PATH-PROGVERIF
           USING LK-VRF-AREA

           IF (NOT LK-VRF-EMAIL-VERIFICADO
               AND LK-VRF-SIT-EMAIL NOT = 'S')
              OR (NOT LK-VRF-TELEFONE-VERIFICADO
                  AND LK-VRF-SIT-TELEFONE NOT = 'S')
              ADD 1 TO WS-CONT-ACEITOS
              IF NOT LK-VRF-EMAIL-VERIFICADO
                 AND LK-VRF-SIT-EMAIL NOT = 'S'
                 ADD 1 TO WS-CONT-EMAILS
              END-IF
              IF NOT LK-VRF-TELEFONE-VERIFICADO
                 AND LK-VRF-SIT-TELEFONE NOT = 'S'
                 ADD 1 TO WS-CONT-TELEFONES
              END-IF
              MOVE SPACES TO REG-REL-NAO-VERIF
              STRING ID-USUARIO            DELIMITED SIZE
                     ' '                   DELIMITED SIZE
                     NOME                  DELIMITED SIZE
                     ' '                   DELIMITED SIZE
                     LK-VRF-TEXTO-EMAIL    DELIMITED SIZE
                     ' '                   DELIMITED SIZE
                     LK-VRF-TEXTO-TELEFONE DELIMITED SIZE
                INTO REG-REL-NAO-VERIF
              WRITE REG-REL-NAO-VERIF
           END-IF
       .

       ESCREVE-CABECALHO-REL.
           ACCEPT WS-DATA-SISTEMA FROM DATE

           MOVE SPACES TO REG-REL-NAO-VERIF
           STRING 'CADASTROS ATIVOS COM CONTATO NUNCA VERIFICADO'
                                  DELIMITED SIZE
                  '   EMITIDO EM ' DELIMITED SIZE
                  WS-DATA-DIA     DELIMITED SIZE
                  '/'             DELIMITED SIZE
                  WS-DATA-MES     DELIMITED SIZE
                  '/'             DELIMITED SIZE
                  WS-DATA-ANO     DELIMITED SIZE
             INTO REG-REL-NAO-VERIF
           WRITE REG-REL-NAO-VERIF

           IF NOT LK-SESS-TODAS-EMPRESAS
              MOVE SPACES TO REG-REL-NAO-VERIF
              STRING 'SOMENTE CADASTROS DA EMPRESA ' DELIMITED SIZE
                     LK-SESS-EMPRESA                 DELIMITED SIZE
                INTO REG-REL-NAO-VERIF
              WRITE REG-REL-NAO-VERIF
           END-IF

           MOVE SPACES TO REG-REL-NAO-VERIF
           WRITE REG-REL-NAO-VERIF

           MOVE SPACES     TO REG-REL-NAO-VERIF
           MOVE 'ID'       TO REG-REL-NAO-VERIF (1:2)
           MOVE 'NOME'     TO REG-REL-NAO-VERIF (7:4)
           MOVE 'EMAIL'    TO REG-REL-NAO-VERIF (38:5)
           MOVE 'TELEFONE' TO REG-REL-NAO-VERIF (69:8)
           WRITE REG-REL-NAO-VERIF
       .

       ESCREVE-RODAPE-REL.
           MOVE SPACES TO REG-REL-NAO-VERIF
           WRITE REG-REL-NAO-VERIF

           MOVE SPACES TO REG-REL-NAO-VERIF
           STRING 'CADASTROS LISTADOS: '    DELIMITED SIZE
                  WS-CONT-ACEITOS           DELIMITED SIZE
                  '  DE '                   DELIMITED SIZE
                  WS-CONT-PROCESSADOS       DELIMITED SIZE
                  ' ATIVOS'                 DELIMITED SIZE
             INTO REG-REL-NAO-VERIF
           WRITE REG-REL-NAO-VERIF

           MOVE SPACES TO REG-REL-NAO-VERIF
           STRING 'EMAILS NAO VERIFICADOS: '    DELIMITED SIZE
                  WS-CONT-EMAILS                DELIMITED SIZE
                  '  TELEFONES NAO VERIFICADOS: ' DELIMITED SIZE
                  WS-CONT-TELEFONES             DELIMITED SIZE
             INTO REG-REL-NAO-VERIF
           WRITE REG-REL-NAO-VERIF
       .

      *    o chamador poe o caminho do relatorio em LK-RCAT-ARQUIVO
       CATALOGA-RELATORIO.
           MOVE 'PROGVERCOD' TO LK-RCAT-PROGRAMA
           CALL CFG-PATH-PROGRELCAT
           USING LK-RCAT-AREA
       .

       END PROGRAM PROGVERCOD.
