      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Modulo de manutencao das selecoes nomeadas de
      *          cadastros (SELECOES.dat): define (cria ou redefine,
      *          subindo a versao), testa (quantos cadastros atendem
      *          hoje, com a mesma avaliacao do PROGSEL usada pelo
      *          PROGLIST, PROGEXT e PROGCARTA), exclui e lista as
      *          selecoes. Cada definicao e exclusao entra na trilha
      *          com o tipo 'T' e o campo SELECAO. Entrada restrita ao
      *          perfil CADASTRO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGSELEC.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SELECOES ASSIGN TO
           CFG-PATH-SELECOES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEL-NOME
           FILE STATUS IS WS-FS-SEL.

           SELECT USUARIOS ASSIGN TO
           CFG-PATH-USUARIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ID-USUARIO
           ALTERNATE RECORD KEY IS EMAIL
           FILE STATUS IS WS-FS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  SELECOES.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-SELECAO.cpy'.

       FD  USUARIOS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-USUARIOS.cpy'.

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WS-FS-SEL                   PIC 99.
           88 FS-SEL-OK                VALUE 0.
           88 FS-SEL-NAO-EXISTE        VALUE 35.

       77  WS-FS                       PIC 99.
           88 FS-OK                    VALUE 0.

       77  WS-EOF                      PIC X.
           88 EOF-OK                   VALUE 'F' FALSE 'N'.

       77  WS-OPCAO                    PIC X.

       77  WS-FIM-MENU                 PIC X VALUE 'N'.
           88 FIM-MENU                 VALUE 'S'.

       77  WS-ACESSO                   PIC X VALUE 'N'.
           88 ACESSO-PERMITIDO         VALUE 'S'.

       77  WS-CONFIRMA                 PIC X.
           88 CONFIRMADO               VALUE 'S' 's'.

       77  WS-SELECAO-EXISTE           PIC X.
           88 SELECAO-EXISTE           VALUE 'S'.

       77  WS-CRITERIOS-VALIDOS        PIC X.
           88 CRITERIOS-VALIDOS        VALUE 'S'.

       77  WS-NOME-INF                 PIC X(10).
       77  WS-CONT                     PIC 9(05).
       77  WS-CONT-LIDOS               PIC 9(05).
       77  WS-CONT-ATENDEM             PIC 9(05).

      *    criterios digitados, validados antes de ir para o registro
       01  WS-SELECAO-INF.
           03 WS-DESCRICAO-INF         PIC X(40).
           03 WS-STATUS-INF            PIC X(01).
              88 STATUS-INF-VALIDO     VALUE 'A' 'T'.
           03 WS-DOMINIO-INF           PIC X(20).
           03 WS-DDD-INF               PIC 9(02).
           03 WS-DATA-INI-INF          PIC 9(08).
           03 WS-DATA-FIM-INF          PIC 9(08).
           03 WS-DEPARTAMENTO-INF      PIC 9(03).
           03 WS-FINALIDADE-INF        PIC X(01).
              88 FINALIDADE-INF-VALIDA VALUE 'I' 'M' 'P'.

       01  WS-SEL-LOG.
           03 WS-SEL-LOG-NOME          PIC X(10).
           03 FILLER                   PIC X(08) VALUE ' VERSAO '.
           03 WS-SEL-LOG-VERSAO        PIC 9(03).

           COPY
           '/home/recic/Dev/PROG01/Dados/CFG-PATHS.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-LOG.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-LOGIN.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-SESSAO.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-SELECAO.cpy'.

      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           SET LK-SESS-CONSULTAR TO TRUE
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           PERFORM VERIFICA-ACESSO
           IF NOT ACESSO-PERMITIDO
              GOBACK
           END-IF

           MOVE 'N' TO WS-FIM-MENU
           PERFORM PROCESSA-MENU UNTIL FIM-MENU

           GOBACK.

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
              DISPLAY 'OPERADOR SEM PERMISSAO PARA MANUTENCAO DE '
                      'SELECOES'
              MOVE 'R'          TO LK-LOG-TIPO
              MOVE 0            TO LK-LOG-ID-USUARIO
              MOVE 'SELECAO'    TO LK-LOG-CAMPO
              MOVE SPACES       TO LK-LOG-VALOR-ANTES
              MOVE SPACES       TO LK-LOG-VALOR-DEPOIS
              CALL CFG-PATH-PROGLOG
              USING LK-LOG-AREA
           END-IF
       .

       PROCESSA-MENU.
           DISPLAY ' '
           DISPLAY '*-------------------------------------------------*'
           DISPLAY '        SELECOES NOMEADAS DE CADASTROS             '
           DISPLAY '*-------------------------------------------------*'
           DISPLAY '     1 - LISTAR SELECOES                           '
           DISPLAY '     2 - DEFINIR SELECAO (CRIA/REDEFINE)           '
           DISPLAY '     3 - TESTAR SELECAO                            '
           DISPLAY '     4 - EXCLUIR SELECAO                           '
           DISPLAY '     5 - VOLTAR                                    '
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
              WHEN '1'
                 PERFORM LISTA-SELECOES
              WHEN '2'
                 PERFORM DEFINE-SELECAO
              WHEN '3'
                 PERFORM TESTA-SELECAO
              WHEN '4'
                 PERFORM EXCLUI-SELECAO
              WHEN '5'
                 SET FIM-MENU TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
       .

       LISTA-SELECOES.
           MOVE 0 TO WS-CONT
           SET EOF-OK TO FALSE

           OPEN INPUT SELECOES

           IF NOT FS-SEL-OK
              DISPLAY 'NENHUMA SELECAO DEFINIDA'
           ELSE
              DISPLAY ' '
              DISPLAY 'NOME       VER SIT DESCRICAO'
              MOVE LOW-VALUES TO SEL-NOME
              START SELECOES KEY IS >= SEL-NOME
                 INVALID KEY
                    SET EOF-OK TO TRUE
              END-START
              PERFORM UNTIL EOF-OK
                 READ SELECOES NEXT RECORD
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       ADD 1 TO WS-CONT
                       PERFORM EXIBE-SELECAO
                 END-READ
              END-PERFORM
              CLOSE SELECOES
              DISPLAY 'TOTAL DE SELECOES: ' WS-CONT
           END-IF
       .

       EXIBE-SELECAO.
           DISPLAY SEL-NOME ' ' SEL-VERSAO ' ' SEL-SITUACAO '   '
                   SEL-DESCRICAO
           DISPLAY '           STATUS ' SEL-STATUS
                   ' DOMINIO ' SEL-DOMINIO
                   ' DDD ' SEL-DDD
                   ' DEPTO ' SEL-DEPARTAMENTO
           DISPLAY '           CADASTRO DE ' SEL-DATA-INI
                   ' ATE ' SEL-DATA-FIM
                   ' FINALIDADE ' SEL-FINALIDADE
                   ' EM ' SEL-DATA-ALTERACAO
                   ' POR ' SEL-OPERADOR
       .

      ******************************************************************
      * Redefinir um nome existente (mesmo excluido) sobe a versao: as
      * saidas ja geradas guardam nome e versao dos criterios que as
      * produziram. VERIFICA, AVISO e AVISOANT sao parametros das
      * cartas do PROGJOB e nao podem ser nome de selecao.
      ******************************************************************
       DEFINE-SELECAO.
           DISPLAY 'NOME DA SELECAO (ATE 10 POSICOES): '
           MOVE SPACES TO WS-NOME-INF
           ACCEPT WS-NOME-INF

           IF WS-NOME-INF = SPACES OR WS-NOME-INF = 'VERIFICA'
              OR WS-NOME-INF = 'AVISO' OR WS-NOME-INF = 'AVISOANT'
              DISPLAY 'NOME DE SELECAO INVALIDO'
           ELSE
              PERFORM PEDE-CRITERIOS
              IF CRITERIOS-VALIDOS
                 PERFORM ABRE-SELECOES-ATUALIZACAO
                 IF FS-SEL-OK
                    MOVE 'N' TO WS-SELECAO-EXISTE
                    MOVE WS-NOME-INF TO SEL-NOME
                    READ SELECOES
                       INVALID KEY
                          MOVE 0 TO SEL-VERSAO
                       NOT INVALID KEY
                          SET SELECAO-EXISTE TO TRUE
                    END-READ

                    MOVE WS-NOME-INF         TO SEL-NOME
                    ADD 1                    TO SEL-VERSAO
                    MOVE WS-DESCRICAO-INF    TO SEL-DESCRICAO
                    SET SEL-ATIVA            TO TRUE
                    MOVE WS-STATUS-INF       TO SEL-STATUS
                    MOVE WS-DOMINIO-INF      TO SEL-DOMINIO
                    MOVE WS-DDD-INF          TO SEL-DDD
                    MOVE WS-DATA-INI-INF     TO SEL-DATA-INI
                    MOVE WS-DATA-FIM-INF     TO SEL-DATA-FIM
                    MOVE WS-DEPARTAMENTO-INF TO SEL-DEPARTAMENTO
                    MOVE WS-FINALIDADE-INF   TO SEL-FINALIDADE
                    ACCEPT SEL-DATA-ALTERACAO FROM DATE YYYYMMDD
                    MOVE LK-SESS-MATRICULA   TO SEL-OPERADOR

                    IF SELECAO-EXISTE
                       REWRITE REG-SELECAO
                          INVALID KEY
                             DISPLAY 'FALHA AO REDEFINIR A SELECAO'
                       END-REWRITE
                    ELSE
                       WRITE REG-SELECAO
                          INVALID KEY
                             DISPLAY 'FALHA AO GRAVAR A SELECAO'
                       END-WRITE
                    END-IF

                    IF FS-SEL-OK
                       DISPLAY 'SELECAO ' SEL-NOME ' GRAVADA NA VERSAO '
                               SEL-VERSAO
                       MOVE SEL-NOME   TO WS-SEL-LOG-NOME
                       MOVE SEL-VERSAO TO WS-SEL-LOG-VERSAO
                       MOVE WS-SEL-LOG TO LK-LOG-VALOR-ANTES
                       MOVE 'DEFINIDA' TO LK-LOG-VALOR-DEPOIS
                       PERFORM REGISTRA-TRILHA
                    END-IF

                    CLOSE SELECOES
                 END-IF
              END-IF
           END-IF
       .

       PEDE-CRITERIOS.
           MOVE 'N' TO WS-CRITERIOS-VALIDOS
           MOVE SPACES TO WS-SELECAO-INF
           MOVE 0 TO WS-DDD-INF
           MOVE 0 TO WS-DATA-INI-INF
           MOVE 0 TO WS-DATA-FIM-INF
           MOVE 0 TO WS-DEPARTAMENTO-INF

           DISPLAY 'DESCRICAO: '
           ACCEPT WS-DESCRICAO-INF
           DISPLAY 'STATUS (A = SOMENTE ATIVOS, T = TODOS): '
           ACCEPT WS-STATUS-INF
           DISPLAY 'DOMINIO DO EMAIL (BRANCO = TODOS): '
           ACCEPT WS-DOMINIO-INF
           DISPLAY 'DDD DO TELEFONE (0 = TODOS): '
           ACCEPT WS-DDD-INF
           DISPLAY 'DATA DE CADASTRO INICIAL (AAAAMMDD, 0 = SEM): '
           ACCEPT WS-DATA-INI-INF
           DISPLAY 'DATA DE CADASTRO FINAL   (AAAAMMDD, 0 = SEM): '
           ACCEPT WS-DATA-FIM-INF
           DISPLAY 'DEPARTAMENTO (0 = TODOS): '
           ACCEPT WS-DEPARTAMENTO-INF
           DISPLAY 'FINALIDADE DA COMUNICACAO (I=INSTITUCIONAL/'
                   'M=MARKETING/P=PESQUISA): '
           ACCEPT WS-FINALIDADE-INF

           EVALUATE TRUE
              WHEN NOT STATUS-INF-VALIDO
                 DISPLAY 'STATUS INVALIDO - SELECAO NAO GRAVADA'
              WHEN NOT FINALIDADE-INF-VALIDA
                 DISPLAY 'FINALIDADE INVALIDA - SELECAO NAO GRAVADA'
              WHEN WS-DATA-INI-INF > 0 AND WS-DATA-FIM-INF > 0
                   AND WS-DATA-INI-INF > WS-DATA-FIM-INF
                 DISPLAY 'DATA INICIAL POSTERIOR A FINAL - SELECAO '
                         'NAO GRAVADA'
              WHEN OTHER
                 SET CRITERIOS-VALIDOS TO TRUE
           END-EVALUATE
       .

      *    sem SELECOES.dat nenhuma selecao foi definida ainda
       ABRE-SELECOES-ATUALIZACAO.
           OPEN I-O SELECOES

           IF FS-SEL-NAO-EXISTE
              OPEN OUTPUT SELECOES
              CLOSE SELECOES
              OPEN I-O SELECOES
           END-IF

           IF NOT FS-SEL-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE SELECOES'
              DISPLAY 'FILE STATUS: ' WS-FS-SEL
           END-IF
       .

      ******************************************************************
      * O teste conta pela mesma avaliacao do PROGSEL e com a mesma
      * restricao de empresa do operador que a listagem, a extracao e
      * as cartas aplicam - o numero e o que sairia hoje, antes do
      * consentimento, que cada saida confere.
      ******************************************************************
       TESTA-SELECAO.
           DISPLAY 'NOME DA SELECAO A TESTAR: '
           MOVE SPACES TO WS-NOME-INF
           ACCEPT WS-NOME-INF

           SET LK-SEL-CARREGAR TO TRUE
           MOVE WS-NOME-INF TO LK-SEL-NOME
           CALL CFG-PATH-PROGSEL
           USING LK-SEL-AREA

           IF NOT LK-SEL-FALHA
              MOVE 0 TO WS-CONT-LIDOS
              MOVE 0 TO WS-CONT-ATENDEM
              SET EOF-OK TO FALSE

              OPEN INPUT USUARIOS

              IF NOT FS-OK
                 DISPLAY 'ERRO AO ABRIR O ARQUIVO DE USUARIOS'
                 DISPLAY 'FILE STATUS: ' WS-FS
              ELSE
                 PERFORM UNTIL EOF-OK
                    READ USUARIOS
                       AT END
                          SET EOF-OK TO TRUE
                       NOT AT END
                          ADD 1 TO WS-CONT-LIDOS
                          IF LK-SESS-TODAS-EMPRESAS
                             OR EMPRESA = LK-SESS-EMPRESA
                             PERFORM AVALIA-CADASTRO
                          END-IF
                    END-READ
                 END-PERFORM

                 CLOSE USUARIOS

                 DISPLAY 'SELECAO ' LK-SEL-NOME ' VERSAO ' LK-SEL-VERSAO
                         ' - ' LK-SEL-DESCRICAO
                 DISPLAY 'CADASTROS QUE ATENDEM: ' WS-CONT-ATENDEM
                         ' DE ' WS-CONT-LIDOS ' LIDO(S)'
                 IF NOT LK-SESS-TODAS-EMPRESAS
                    DISPLAY 'SOMENTE CADASTROS DA EMPRESA '
                            LK-SESS-EMPRESA
                 END-IF
              END-IF
           END-IF
       .

       AVALIA-CADASTRO.
           SET LK-SEL-AVALIAR TO TRUE
           MOVE STATUS-USUARIO TO LK-SEL-CAD-STATUS
           MOVE EMAIL          TO LK-SEL-CAD-EMAIL
           MOVE TELEFONE       TO LK-SEL-CAD-TELEFONE
           MOVE DATA-CADASTRO  TO LK-SEL-CAD-DATA-CADASTRO
           MOVE DEPARTAMENTO   TO LK-SEL-CAD-DEPARTAMENTO
           CALL CFG-PATH-PROGSEL
           USING LK-SEL-AREA

           IF LK-SEL-OK
              ADD 1 TO WS-CONT-ATENDEM
           END-IF
       .

       EXCLUI-SELECAO.
           DISPLAY 'NOME DA SELECAO A EXCLUIR: '
           MOVE SPACES TO WS-NOME-INF
           ACCEPT WS-NOME-INF

           PERFORM ABRE-SELECOES-ATUALIZACAO
           IF FS-SEL-OK
              MOVE 'N' TO WS-SELECAO-EXISTE
              MOVE WS-NOME-INF TO SEL-NOME
              READ SELECOES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF SEL-ATIVA
                       SET SELECAO-EXISTE TO TRUE
                    END-IF
              END-READ

              IF NOT SELECAO-EXISTE
                 DISPLAY 'SELECAO NAO ENCONTRADA: ' WS-NOME-INF
                 CLOSE SELECOES
              ELSE
                 PERFORM EXIBE-SELECAO
                 DISPLAY 'CONFIRMA A EXCLUSAO ? (S/N)'
                 ACCEPT WS-CONFIRMA

                 IF CONFIRMADO
                    SET SEL-EXCLUIDA TO TRUE
                    ACCEPT SEL-DATA-ALTERACAO FROM DATE YYYYMMDD
                    MOVE LK-SESS-MATRICULA TO SEL-OPERADOR
                    REWRITE REG-SELECAO
                       INVALID KEY
                          DISPLAY 'FALHA AO EXCLUIR A SELECAO'
                       NOT INVALID KEY
                          DISPLAY 'SELECAO ' SEL-NOME ' EXCLUIDA'
                          MOVE SEL-NOME   TO WS-SEL-LOG-NOME
                          MOVE SEL-VERSAO TO WS-SEL-LOG-VERSAO
                          MOVE WS-SEL-LOG TO LK-LOG-VALOR-ANTES
                          MOVE 'EXCLUIDA' TO LK-LOG-VALOR-DEPOIS
                          PERFORM REGISTRA-TRILHA
                    END-REWRITE
                 END-IF

                 CLOSE SELECOES
              END-IF
           END-IF
       .

       REGISTRA-TRILHA.
           MOVE 'T'       TO LK-LOG-TIPO
           MOVE 0         TO LK-LOG-ID-USUARIO
           MOVE 'SELECAO' TO LK-LOG-CAMPO
           CALL CFG-PATH-PROGLOG
           USING LK-LOG-AREA
       .

       END PROGRAM PROGSELEC.
