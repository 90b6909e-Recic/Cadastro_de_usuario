      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Modulo do provisionamento diario de logins de rede
      *          para a equipe do diretorio. Revisa a base contra
      *          LOGINS-REDE.dat pelo PROGREDE - cadastro ativo sem
      *          login ganha um (base anterior aos logins ou falha na
      *          inclusao), NOME trocado gera o login novo, cadastro
      *          inativo, anonimizado ou excluido tem o login
      *          desativado e cadastro reativado tem o login
      *          reativado - e grava em PROVISIONAMENTO-REDE.txt uma
      *          linha por acao pendente:
      *          ACAO;LOGIN;LOGIN-ANTERIOR;ID;NOME;EMAIL;DEPARTAMENTO
      *          (ACAO CRIAR, RENOMEAR, DESATIVAR ou REATIVAR; nas
      *          desativacoes sem os dados pessoais), entre o
      *          cabecalho H;PROVISIONAMENTO-REDE;DATA;HORA e o trailer
      *          T;CRIAR;RENOMEAR;DESATIVAR;REATIVAR;TOTAL. A acao
      *          gravada deixa de ser pendente; o arquivo e catalogado
      *          como geracao datada pelo PROGRELCAT. Executavel como
      *          passo PROVREDE do PROGJOB.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPROV.


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

           SELECT LOGINS-REDE ASSIGN TO
           CFG-PATH-LOGINS-REDE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LGN-CHAVE
           ALTERNATE RECORD KEY IS LGN-LOGIN
           FILE STATUS IS WS-FS-LGN.

           SELECT PROV-REDE ASSIGN TO
           CFG-PATH-PROV-REDE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PROV.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  USUARIOS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-USUARIOS.cpy'.

       FD  LOGINS-REDE.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-LOGINS.cpy'.

       FD  PROV-REDE.
       01  REG-PROV-REDE               PIC X(150).

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WS-FS                       PIC 99.
           88 FS-OK                    VALUE 0.

       77  WS-FS-LGN                   PIC 99.
           88 FS-LGN-OK                VALUE 0.
           88 FS-LGN-NAO-EXISTE        VALUE 35.

       77  WS-FS-PROV                  PIC 99.
           88 FS-PROV-OK               VALUE 0.

       77  WS-EOF                      PIC X.
           88 EOF-OK                   VALUE 'F' FALSE 'N'.

       77  WS-CADASTRO-LIDO            PIC X.
           88 CADASTRO-LIDO            VALUE 'S'.

       77  WS-DATA-HOJE                PIC 9(08).
       77  WS-HORA-AGORA               PIC 9(08).
       77  WS-ACAO                     PIC X(10).

       77  WS-CONT-REVISADOS           PIC 9(05) VALUE 0.
       77  WS-CONT-CRIAR               PIC 9(05) VALUE 0.
       77  WS-CONT-RENOMEAR            PIC 9(05) VALUE 0.
       77  WS-CONT-DESATIVAR           PIC 9(05) VALUE 0.
       77  WS-CONT-REATIVAR            PIC 9(05) VALUE 0.
       77  WS-CONT-LINHAS              PIC 9(05) VALUE 0.
       77  WS-CONT-FALHAS              PIC 9(05) VALUE 0.

      *    logins ativos de IDs que ja nao estao em USUARIOS.dat
      *    (PROGDEL) - desativados depois de fechado o arquivo
       77  WS-MAX-EXCLUIDOS            PIC 9(04) VALUE 1000.
       77  WS-QTD-EXCLUIDOS            PIC 9(04) VALUE 0.
       77  WS-IDX                      PIC 9(04).

       01  TAB-EXCLUIDOS.
           03 TAB-EXC-ID               PIC 9(05) OCCURS 1000 TIMES.

       77  WS-RC                       PIC 9(04) VALUE 0.

           COPY
           '/home/recic/Dev/PROG01/Dados/CFG-PATHS.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-SESSAO.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-REDE.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-RELCAT.cpy'.

      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 0 TO WS-CONT-REVISADOS
           MOVE 0 TO WS-CONT-CRIAR
           MOVE 0 TO WS-CONT-RENOMEAR
           MOVE 0 TO WS-CONT-DESATIVAR
           MOVE 0 TO WS-CONT-REATIVAR
           MOVE 0 TO WS-CONT-LINHAS
           MOVE 0 TO WS-CONT-FALHAS
           MOVE 0 TO WS-QTD-EXCLUIDOS
           MOVE 0 TO WS-RC

           SET LK-SESS-CONSULTAR TO TRUE
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME

           OPEN INPUT USUARIOS

           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE USUARIOS'
              DISPLAY 'FILE STATUS: ' WS-FS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM REVISA-CADASTROS
           PERFORM PROCURA-EXCLUIDOS

           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-QTD-EXCLUIDOS
              MOVE TAB-EXC-ID (WS-IDX) TO LK-REDE-ID-USUARIO
              SET LK-REDE-DESATIVAR TO TRUE
              CALL CFG-PATH-PROGREDE
              USING LK-REDE-AREA
           END-PERFORM

           PERFORM GERA-PROVISIONAMENTO

           CLOSE USUARIOS

           DISPLAY 'PROVISIONAMENTO DE REDE CONCLUIDO - '
                   WS-CONT-LINHAS ' ACAO(OES) NO ARQUIVO'
           DISPLAY '   CRIAR: ' WS-CONT-CRIAR
                   ' RENOMEAR: ' WS-CONT-RENOMEAR
                   ' DESATIVAR: ' WS-CONT-DESATIVAR
                   ' REATIVAR: ' WS-CONT-REATIVAR

           IF WS-CONT-FALHAS > 0
              DISPLAY WS-CONT-FALHAS ' CADASTRO(S) SEM LOGIN GERADO'
              IF WS-RC < 4
                 MOVE 4 TO WS-RC
              END-IF
           END-IF

           SET LK-SESS-RESULT-GRAVAR TO TRUE
           MOVE WS-CONT-REVISADOS TO LK-SESS-QTD-PROCESSADOS
           MOVE WS-CONT-LINHAS    TO LK-SESS-QTD-ACEITOS
           MOVE WS-CONT-FALHAS    TO LK-SESS-QTD-REJEITADOS
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           MOVE WS-RC TO RETURN-CODE

           GOBACK.

      ******************************************************************
      * Um cadastro por vez contra o login atual dele.
      ******************************************************************
       REVISA-CADASTROS.
           SET EOF-OK TO FALSE

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
                    ADD 1 TO WS-CONT-REVISADOS
                    PERFORM REVISA-CADASTRO
              END-READ
           END-PERFORM
       .

       REVISA-CADASTRO.
           SET LK-REDE-CONSULTAR TO TRUE
           MOVE ID-USUARIO TO LK-REDE-ID-USUARIO
           MOVE NOME       TO LK-REDE-NOME
           CALL CFG-PATH-PROGREDE
           USING LK-REDE-AREA

           EVALUATE TRUE
              WHEN ATIVO-USUARIO AND LK-REDE-NAO-ACHADO
                 SET LK-REDE-GERAR TO TRUE
                 CALL CFG-PATH-PROGREDE
                 USING LK-REDE-AREA
                 IF NOT LK-REDE-OK
                    ADD 1 TO WS-CONT-FALHAS
                    DISPLAY 'LOGIN NAO GERADO PARA O ID ' ID-USUARIO
                 END-IF
              WHEN ATIVO-USUARIO AND LK-REDE-SITUACAO = 'D'
                 SET LK-REDE-REATIVAR TO TRUE
                 CALL CFG-PATH-PROGREDE
                 USING LK-REDE-AREA
              WHEN ATIVO-USUARIO AND LK-REDE-SITUACAO = 'A'
                 SET LK-REDE-RENOMEAR TO TRUE
                 MOVE NOME TO LK-REDE-NOME
                 CALL CFG-PATH-PROGREDE
                 USING LK-REDE-AREA
              WHEN NOT ATIVO-USUARIO AND LK-REDE-SITUACAO = 'A'
                 SET LK-REDE-DESATIVAR TO TRUE
                 CALL CFG-PATH-PROGREDE
                 USING LK-REDE-AREA
           END-EVALUATE
       .

       PROCURA-EXCLUIDOS.
           SET EOF-OK TO FALSE

           OPEN INPUT LOGINS-REDE

           IF FS-LGN-OK
              PERFORM UNTIL EOF-OK
                 READ LOGINS-REDE NEXT RECORD
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       IF LGN-ATIVO
                          PERFORM CONFERE-CADASTRO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LOGINS-REDE
           END-IF
       .

       CONFERE-CADASTRO.
           MOVE LGN-ID-USUARIO TO ID-USUARIO
           READ USUARIOS
              INVALID KEY
                 IF WS-QTD-EXCLUIDOS < WS-MAX-EXCLUIDOS
                    ADD 1 TO WS-QTD-EXCLUIDOS
                    MOVE LGN-ID-USUARIO
                      TO TAB-EXC-ID (WS-QTD-EXCLUIDOS)
                 ELSE
                    DISPLAY 'LIMITE DE ' WS-MAX-EXCLUIDOS
                            ' LOGINS DE EXCLUIDOS ATINGIDO - RESTO '
                            'NA PROXIMA EXECUCAO'
                 END-IF
           END-READ
       .

      ******************************************************************
      * Grava cada acao pendente e a marca como enviada.
      ******************************************************************
       GERA-PROVISIONAMENTO.
           SET EOF-OK TO FALSE

           OPEN OUTPUT PROV-REDE

           IF NOT FS-PROV-OK
              DISPLAY 'ERRO AO CRIAR O ARQUIVO DE PROVISIONAMENTO'
              DISPLAY 'FILE STATUS: ' WS-FS-PROV
              MOVE 8 TO WS-RC
           ELSE
              MOVE SPACES TO REG-PROV-REDE
              STRING 'H;PROVISIONAMENTO-REDE;' DELIMITED SIZE
                     WS-DATA-HOJE              DELIMITED SIZE
                     ';'                       DELIMITED SIZE
                     WS-HORA-AGORA             DELIMITED SIZE
                INTO REG-PROV-REDE
              WRITE REG-PROV-REDE

              OPEN I-O LOGINS-REDE
              IF FS-LGN-OK
                 PERFORM UNTIL EOF-OK
                    READ LOGINS-REDE NEXT RECORD
                       AT END
                          SET EOF-OK TO TRUE
                       NOT AT END
                          IF NOT LGN-PROV-NADA
                             PERFORM ESCREVE-ACAO
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE LOGINS-REDE
              ELSE
                 IF NOT FS-LGN-NAO-EXISTE
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE LOGINS DE REDE'
                    DISPLAY 'FILE STATUS: ' WS-FS-LGN
                    MOVE 8 TO WS-RC
                 END-IF
              END-IF

              MOVE SPACES TO REG-PROV-REDE
              STRING 'T;'              DELIMITED SIZE
                     WS-CONT-CRIAR     DELIMITED SIZE
                     ';'               DELIMITED SIZE
                     WS-CONT-RENOMEAR  DELIMITED SIZE
                     ';'               DELIMITED SIZE
                     WS-CONT-DESATIVAR DELIMITED SIZE
                     ';'               DELIMITED SIZE
                     WS-CONT-REATIVAR  DELIMITED SIZE
                     ';'               DELIMITED SIZE
                     WS-CONT-LINHAS    DELIMITED SIZE
                INTO REG-PROV-REDE
              WRITE REG-PROV-REDE

              CLOSE PROV-REDE

              MOVE 'PROGPROV'         TO LK-RCAT-PROGRAMA
              MOVE CFG-PATH-PROV-REDE TO LK-RCAT-ARQUIVO
              CALL CFG-PATH-PROGRELCAT
              USING LK-RCAT-AREA
           END-IF
       .

       ESCREVE-ACAO.
           EVALUATE TRUE
              WHEN LGN-PROV-CRIAR
                 MOVE 'CRIAR'     TO WS-ACAO
                 ADD 1 TO WS-CONT-CRIAR
              WHEN LGN-PROV-RENOMEAR
                 MOVE 'RENOMEAR'  TO WS-ACAO
                 ADD 1 TO WS-CONT-RENOMEAR
              WHEN LGN-PROV-DESATIVAR
                 MOVE 'DESATIVAR' TO WS-ACAO
                 ADD 1 TO WS-CONT-DESATIVAR
              WHEN LGN-PROV-REATIVAR
                 MOVE 'REATIVAR'  TO WS-ACAO
                 ADD 1 TO WS-CONT-REATIVAR
           END-EVALUATE

      *    desativacao vai sem dados pessoais - o cadastro pode ter
      *    sido excluido ou anonimizado
           MOVE 'N' TO WS-CADASTRO-LIDO
           IF NOT LGN-PROV-DESATIVAR
              MOVE LGN-ID-USUARIO TO ID-USUARIO
              READ USUARIOS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET CADASTRO-LIDO TO TRUE
              END-READ
           END-IF

           MOVE SPACES TO REG-PROV-REDE
           IF CADASTRO-LIDO
              STRING WS-ACAO            DELIMITED SPACE
                     ';'                DELIMITED SIZE
                     LGN-LOGIN          DELIMITED SPACE
                     ';'                DELIMITED SIZE
                     LGN-LOGIN-ANTERIOR DELIMITED SPACE
                     ';'                DELIMITED SIZE
                     LGN-ID-USUARIO     DELIMITED SIZE
                     ';'                DELIMITED SIZE
                     NOME               DELIMITED SIZE
                     ';'                DELIMITED SIZE
                     EMAIL              DELIMITED SIZE
                     ';'                DELIMITED SIZE
                     DEPARTAMENTO       DELIMITED SIZE
                INTO REG-PROV-REDE
           ELSE
              STRING WS-ACAO            DELIMITED SPACE
                     ';'                DELIMITED SIZE
                     LGN-LOGIN          DELIMITED SPACE
                     ';'                DELIMITED SIZE
                     LGN-LOGIN-ANTERIOR DELIMITED SPACE
                     ';'                DELIMITED SIZE
                     LGN-ID-USUARIO     DELIMITED SIZE
                     ';;;'              DELIMITED SIZE
                INTO REG-PROV-REDE
           END-IF
           WRITE REG-PROV-REDE
           ADD 1 TO WS-CONT-LINHAS

           MOVE SPACE TO LGN-PROVISIONAR
           REWRITE REG-LOGIN-REDE
              INVALID KEY
                 DISPLAY 'FALHA AO MARCAR O LOGIN ' LGN-LOGIN
                         ' COMO PROVISIONADO'
                 MOVE 8 TO WS-RC
           END-REWRITE
       .

       END PROGRAM PROGPROV.
