      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Modulo dos logins de rede (LOGINS-REDE.dat). Gera o
      *          login unico de cada cadastro novo pela regra fixa
      *          primeiro nome + '.' + ultimo sobrenome, em minusculas
      *          e so com letras (ate 17 posicoes), com sufixo 2, 3,
      *          ... na colisao - joao.silva, joao.silva2. A colisao e
      *          checada contra todos os logins ja gerados, inclusive
      *          os de cadastros excluidos ou anonimizados, e nenhum
      *          registro e apagado: um login nunca e reutilizado.
      *          Tambem consulta e lista os logins de um ID, gera o
      *          login novo na troca de NOME (o anterior fica
      *          substituido), desativa e reativa - cada acao fica
      *          marcada para o arquivo de provisionamento do PROGPROV.
      *          Chamado pelo PROGCADS (todas as portas de entrada de
      *          cadastro), PROGPROV, PROGCONS, PROGFICHA e PROGPORT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGREDE.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOGINS-REDE ASSIGN TO
           CFG-PATH-LOGINS-REDE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LGN-CHAVE
           ALTERNATE RECORD KEY IS LGN-LOGIN
           FILE STATUS IS WS-FS-LGN.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  LOGINS-REDE.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-LOGINS.cpy'.

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WS-FS-LGN                   PIC 99.
           88 FS-LGN-OK                VALUE 0.
           88 FS-LGN-NAO-EXISTE        VALUE 35.

       77  WS-EOF                      PIC X.
           88 EOF-OK                   VALUE 'F' FALSE 'N'.

       77  WS-ARQUIVO-NOVO             PIC X VALUE 'N'.
           88 ARQUIVO-NOVO             VALUE 'S'.

       77  WS-TEM-ATUAL                PIC X VALUE 'N'.
           88 TEM-ATUAL                VALUE 'S'.

       77  WS-DATA-HOJE                PIC 9(08).
       77  WS-ORDEM-ATUAL              PIC 9(02).
       77  WS-MAX-ITENS                PIC 9(02) VALUE 20.

       01  WS-REG-ATUAL.
           03 WS-ATU-ID-USUARIO        PIC 9(05).
           03 WS-ATU-ORDEM             PIC 9(02).
           03 WS-ATU-LOGIN             PIC X(20).
           03 WS-ATU-SITUACAO          PIC X(01).
           03 WS-ATU-DATA-CRIACAO      PIC 9(08).
           03 WS-ATU-DATA-SITUACAO     PIC 9(08).
           03 WS-ATU-PROVISIONAR       PIC X(01).
           03 WS-ATU-LOGIN-ANTERIOR    PIC X(20).

      *    montagem do login a partir do NOME
       77  WS-NOME-TRAB                PIC X(30).
       77  WS-QTD-PALAVRAS             PIC 9(02).
       77  WS-IDX-PAL                  PIC 9(02).
       77  WS-IDX-CAR                  PIC 9(02).
       77  WS-TAM-PAL                  PIC 9(02).
       77  WS-PRIMEIRO                 PIC X(30).
       77  WS-ULTIMO                   PIC X(30).
       77  WS-TAM-PRIMEIRO             PIC 9(02).
       77  WS-TAM-ULTIMO               PIC 9(02).
       77  WS-BASE                     PIC X(20).
       77  WS-BASE-ATUAL               PIC X(20).
       77  WS-TAM-BASE                 PIC 9(02).
       77  WS-CANDIDATO                PIC X(20).
       77  WS-SUFIXO                   PIC 9(02).
       77  WS-ID-EXIB                  PIC 9(05).
       77  WS-LOGIN-GERADO             PIC X(20).

       77  WS-LOGIN-LIVRE              PIC X.
           88 LOGIN-LIVRE              VALUE 'S'.

       01  TAB-PALAVRAS.
           03 TAB-PALAVRA              PIC X(30) OCCURS 8 TIMES.

       01  WS-PALAVRA                  PIC X(30).
       01  WS-PALAVRA-LIMPA            PIC X(30).

       77  WS-MAIUSCULAS               PIC X(26) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       77  WS-MINUSCULAS               PIC X(26) VALUE
           'abcdefghijklmnopqrstuvwxyz'.

           COPY
           '/home/recic/Dev/PROG01/Dados/CFG-PATHS.cpy'.

      ******************************************************************
       LINKAGE SECTION.
           COPY
           '/home/recic/Dev/PROG01/Dados/LK-REDE.cpy'.

      ******************************************************************
       PROCEDURE DIVISION USING LK-REDE-AREA.
       MAIN-PROCEDURE.

           SET LK-REDE-FALHA TO TRUE
           MOVE 0 TO LK-REDE-QTD
           MOVE 'N' TO WS-ARQUIVO-NOVO
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           IF NOT LK-REDE-GERAR
              MOVE SPACES TO LK-REDE-LOGIN
              MOVE SPACES TO LK-REDE-LOGIN-ANTERIOR
              MOVE SPACE  TO LK-REDE-SITUACAO
              MOVE 0      TO LK-REDE-DATA-CRIACAO
           END-IF

           OPEN I-O LOGINS-REDE

           IF FS-LGN-NAO-EXISTE
              IF LK-REDE-GERAR
                 OPEN OUTPUT LOGINS-REDE
                 SET ARQUIVO-NOVO TO TRUE
              ELSE
                 SET LK-REDE-NAO-ACHADO TO TRUE
                 GOBACK
              END-IF
           END-IF

           IF NOT FS-LGN-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE LOGINS DE REDE'
              DISPLAY 'FILE STATUS: ' WS-FS-LGN
              GOBACK
           END-IF

           EVALUATE TRUE
              WHEN LK-REDE-GERAR
                 PERFORM GERA-LOGIN
              WHEN LK-REDE-CONSULTAR
                 PERFORM CONSULTA-LOGIN
              WHEN LK-REDE-LISTAR
                 PERFORM LISTA-LOGINS
              WHEN LK-REDE-RENOMEAR
                 PERFORM RENOMEIA-LOGIN
              WHEN LK-REDE-DESATIVAR
                 PERFORM DESATIVA-LOGIN
              WHEN LK-REDE-REATIVAR
                 PERFORM REATIVA-LOGIN
              WHEN OTHER
                 DISPLAY 'ACAO DE LOGIN DE REDE INVALIDA'
           END-EVALUATE

           CLOSE LOGINS-REDE

           GOBACK.

      ******************************************************************
      * Cadastro que ja tem login (nova chamada da mesma inclusao, ou
      * um login gerado depois pelo PROGPROV) recebe o atual de volta.
      ******************************************************************
       GERA-LOGIN.
           IF ARQUIVO-NOVO
              MOVE 'N' TO WS-TEM-ATUAL
           ELSE
              PERFORM LOCALIZA-ATUAL
           END-IF

           IF TEM-ATUAL
              MOVE WS-ATU-LOGIN        TO LK-REDE-LOGIN
              MOVE WS-ATU-SITUACAO     TO LK-REDE-SITUACAO
              MOVE WS-ATU-DATA-CRIACAO TO LK-REDE-DATA-CRIACAO
              SET LK-REDE-INALTERADO TO TRUE
           ELSE
              PERFORM MONTA-BASE
              PERFORM ESCOLHE-LOGIN
              IF LOGIN-LIVRE
                 MOVE LK-REDE-ID-USUARIO TO LGN-ID-USUARIO
                 MOVE 1                  TO LGN-ORDEM
                 MOVE SPACES             TO LGN-LOGIN-ANTERIOR
                 SET LGN-PROV-CRIAR TO TRUE
                 PERFORM GRAVA-LOGIN-NOVO
              END-IF
           END-IF
       .

       CONSULTA-LOGIN.
           PERFORM LOCALIZA-ATUAL

           IF TEM-ATUAL
              MOVE WS-ATU-LOGIN          TO LK-REDE-LOGIN
              MOVE WS-ATU-LOGIN-ANTERIOR TO LK-REDE-LOGIN-ANTERIOR
              MOVE WS-ATU-SITUACAO       TO LK-REDE-SITUACAO
              MOVE WS-ATU-DATA-CRIACAO   TO LK-REDE-DATA-CRIACAO
              SET LK-REDE-OK TO TRUE
           ELSE
              SET LK-REDE-NAO-ACHADO TO TRUE
           END-IF
       .

       LISTA-LOGINS.
           SET LK-REDE-NAO-ACHADO TO TRUE
           PERFORM POSICIONA-ID

           PERFORM UNTIL EOF-OK
              READ LOGINS-REDE NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF LGN-ID-USUARIO NOT = LK-REDE-ID-USUARIO
                       SET EOF-OK TO TRUE
                    ELSE
                       IF LK-REDE-QTD < WS-MAX-ITENS
                          ADD 1 TO LK-REDE-QTD
                          MOVE LGN-LOGIN
                            TO LK-REDE-IT-LOGIN (LK-REDE-QTD)
                          MOVE LGN-SITUACAO
                            TO LK-REDE-IT-SITUACAO (LK-REDE-QTD)
                          MOVE LGN-DATA-CRIACAO
                            TO LK-REDE-IT-CRIACAO (LK-REDE-QTD)
                          MOVE LGN-DATA-SITUACAO
                            TO LK-REDE-IT-DATA-SIT (LK-REDE-QTD)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           IF LK-REDE-QTD > 0
              SET LK-REDE-OK TO TRUE
           END-IF
       .

      ******************************************************************
      * Troca de NOME: so ha login novo quando a regra aplicada ao
      * NOME novo da outra base (trocar um nome do meio nao muda
      * nada). Login criado e ainda nao provisionado e trocado direto
      * por outro a criar - o diretorio nunca soube do primeiro.
      ******************************************************************
       RENOMEIA-LOGIN.
           PERFORM LOCALIZA-ATUAL

           EVALUATE TRUE
              WHEN NOT TEM-ATUAL
                 SET LK-REDE-NAO-ACHADO TO TRUE
              WHEN WS-ATU-SITUACAO NOT = 'A'
                 SET LK-REDE-INALTERADO TO TRUE
              WHEN OTHER
                 PERFORM MONTA-BASE
                 PERFORM EXTRAI-BASE-ATUAL
                 IF WS-BASE = WS-BASE-ATUAL
                    MOVE WS-ATU-LOGIN TO LK-REDE-LOGIN
                    SET LK-REDE-INALTERADO TO TRUE
                 ELSE
                    PERFORM SUBSTITUI-LOGIN
                 END-IF
           END-EVALUATE
       .

       SUBSTITUI-LOGIN.
           PERFORM ESCOLHE-LOGIN

           IF LOGIN-LIVRE
              MOVE WS-CANDIDATO TO WS-LOGIN-GERADO
              MOVE WS-ATU-ID-USUARIO TO LGN-ID-USUARIO
              MOVE WS-ATU-ORDEM      TO LGN-ORDEM
              READ LOGINS-REDE
                 INVALID KEY
                    DISPLAY 'FALHA AO RELER O LOGIN DE REDE'
                 NOT INVALID KEY
                    SET LGN-SUBSTITUIDO TO TRUE
                    MOVE WS-DATA-HOJE TO LGN-DATA-SITUACAO
                    MOVE SPACE        TO LGN-PROVISIONAR
                    REWRITE REG-LOGIN-REDE
                       INVALID KEY
                          DISPLAY 'FALHA AO SUBSTITUIR O LOGIN'
                       NOT INVALID KEY
                          PERFORM GRAVA-SUCESSOR
                    END-REWRITE
              END-READ
           END-IF
       .

       GRAVA-SUCESSOR.
           MOVE WS-LOGIN-GERADO   TO WS-CANDIDATO
           MOVE WS-ATU-ID-USUARIO TO LGN-ID-USUARIO
           COMPUTE LGN-ORDEM = WS-ATU-ORDEM + 1

           IF WS-ATU-PROVISIONAR = 'C'
              MOVE SPACES TO LGN-LOGIN-ANTERIOR
              SET LGN-PROV-CRIAR TO TRUE
           ELSE
              MOVE WS-ATU-LOGIN TO LGN-LOGIN-ANTERIOR
              SET LGN-PROV-RENOMEAR TO TRUE
           END-IF

           PERFORM GRAVA-LOGIN-NOVO
           MOVE WS-ATU-LOGIN TO LK-REDE-LOGIN-ANTERIOR
       .

      *    desativar um login que o diretorio ainda nao criou so
      *    cancela a criacao
       DESATIVA-LOGIN.
           PERFORM RELE-ATUAL

           IF TEM-ATUAL
              IF NOT LGN-ATIVO
                 SET LK-REDE-INALTERADO TO TRUE
              ELSE
                 IF LGN-PROV-CRIAR
                    MOVE SPACE TO LGN-PROVISIONAR
                 ELSE
                    SET LGN-PROV-DESATIVAR TO TRUE
                 END-IF
                 SET LGN-DESATIVADO TO TRUE
                 PERFORM REGRAVA-ATUAL
              END-IF
           END-IF
       .

       REATIVA-LOGIN.
           PERFORM RELE-ATUAL

           IF TEM-ATUAL
              IF NOT LGN-DESATIVADO
                 SET LK-REDE-INALTERADO TO TRUE
              ELSE
                 IF LGN-PROV-DESATIVAR
                    MOVE SPACE TO LGN-PROVISIONAR
                 ELSE
                    SET LGN-PROV-REATIVAR TO TRUE
                 END-IF
                 SET LGN-ATIVO TO TRUE
                 PERFORM REGRAVA-ATUAL
              END-IF
           END-IF
       .

       RELE-ATUAL.
           PERFORM LOCALIZA-ATUAL

           IF NOT TEM-ATUAL
              SET LK-REDE-NAO-ACHADO TO TRUE
           ELSE
              MOVE WS-ATU-ID-USUARIO TO LGN-ID-USUARIO
              MOVE WS-ATU-ORDEM      TO LGN-ORDEM
              READ LOGINS-REDE
                 INVALID KEY
                    MOVE 'N' TO WS-TEM-ATUAL
                    DISPLAY 'FALHA AO RELER O LOGIN DE REDE'
              END-READ
              MOVE LGN-LOGIN TO LK-REDE-LOGIN
           END-IF
       .

       REGRAVA-ATUAL.
           MOVE WS-DATA-HOJE TO LGN-DATA-SITUACAO

           REWRITE REG-LOGIN-REDE
              INVALID KEY
                 DISPLAY 'FALHA AO GRAVAR O LOGIN DE REDE'
              NOT INVALID KEY
                 MOVE LGN-SITUACAO TO LK-REDE-SITUACAO
                 SET LK-REDE-OK TO TRUE
           END-REWRITE
       .

      ******************************************************************
      * O login atual e o de maior ordem do ID.
      ******************************************************************
       LOCALIZA-ATUAL.
           MOVE 'N' TO WS-TEM-ATUAL
           PERFORM POSICIONA-ID

           PERFORM UNTIL EOF-OK
              READ LOGINS-REDE NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF LGN-ID-USUARIO NOT = LK-REDE-ID-USUARIO
                       SET EOF-OK TO TRUE
                    ELSE
                       MOVE REG-LOGIN-REDE TO WS-REG-ATUAL
                       SET TEM-ATUAL TO TRUE
                    END-IF
              END-READ
           END-PERFORM
       .

       POSICIONA-ID.
           SET EOF-OK TO FALSE

           MOVE LK-REDE-ID-USUARIO TO LGN-ID-USUARIO
           MOVE 0                  TO LGN-ORDEM

           START LOGINS-REDE KEY IS >= LGN-CHAVE
              INVALID KEY
                 SET EOF-OK TO TRUE
           END-START
       .

      ******************************************************************
      * Regra do login: primeiro nome + '.' + ultimo sobrenome, so
      * letras, em minusculas, ate 17 posicoes (o sobrenome fica com
      * ate 12 e o primeiro nome com o que sobrar) - as 3 ultimas
      * ficam para o sufixo. NOME de uma palavra so da o proprio
      * nome; NOME sem nenhuma letra da 'u' + ID.
      ******************************************************************
       MONTA-BASE.
           MOVE SPACES TO TAB-PALAVRAS
           MOVE SPACES TO WS-PRIMEIRO
           MOVE SPACES TO WS-ULTIMO
           MOVE SPACES TO WS-BASE
           MOVE 0 TO WS-QTD-PALAVRAS

           MOVE LK-REDE-NOME TO WS-NOME-TRAB
           INSPECT WS-NOME-TRAB
              CONVERTING WS-MAIUSCULAS TO WS-MINUSCULAS

           UNSTRING WS-NOME-TRAB DELIMITED BY ALL SPACE
              INTO TAB-PALAVRA (1) TAB-PALAVRA (2) TAB-PALAVRA (3)
                   TAB-PALAVRA (4) TAB-PALAVRA (5) TAB-PALAVRA (6)
                   TAB-PALAVRA (7) TAB-PALAVRA (8)
           END-UNSTRING

           PERFORM VARYING WS-IDX-PAL FROM 1 BY 1
           UNTIL WS-IDX-PAL > 8
              MOVE TAB-PALAVRA (WS-IDX-PAL) TO WS-PALAVRA
              PERFORM LIMPA-PALAVRA
              IF WS-PALAVRA-LIMPA NOT = SPACES
                 IF WS-PRIMEIRO = SPACES
                    MOVE WS-PALAVRA-LIMPA TO WS-PRIMEIRO
                 ELSE
                    MOVE WS-PALAVRA-LIMPA TO WS-ULTIMO
                 END-IF
              END-IF
           END-PERFORM

           MOVE 0 TO WS-TAM-PRIMEIRO
           INSPECT WS-PRIMEIRO TALLYING WS-TAM-PRIMEIRO
           FOR CHARACTERS BEFORE SPACE
           MOVE 0 TO WS-TAM-ULTIMO
           INSPECT WS-ULTIMO TALLYING WS-TAM-ULTIMO
           FOR CHARACTERS BEFORE SPACE

           EVALUATE TRUE
              WHEN WS-TAM-PRIMEIRO = 0
                 MOVE LK-REDE-ID-USUARIO TO WS-ID-EXIB
                 STRING 'u'        DELIMITED SIZE
                        WS-ID-EXIB DELIMITED SIZE
                   INTO WS-BASE
              WHEN WS-TAM-ULTIMO = 0
                 IF WS-TAM-PRIMEIRO > 17
                    MOVE 17 TO WS-TAM-PRIMEIRO
                 END-IF
                 MOVE WS-PRIMEIRO (1:WS-TAM-PRIMEIRO) TO WS-BASE
              WHEN OTHER
                 IF WS-TAM-ULTIMO > 12
                    MOVE 12 TO WS-TAM-ULTIMO
                 END-IF
                 IF WS-TAM-PRIMEIRO + WS-TAM-ULTIMO > 16
                    COMPUTE WS-TAM-PRIMEIRO = 16 - WS-TAM-ULTIMO
                 END-IF
                 STRING WS-PRIMEIRO (1:WS-TAM-PRIMEIRO) DELIMITED SIZE
                        '.'                             DELIMITED SIZE
                        WS-ULTIMO (1:WS-TAM-ULTIMO)     DELIMITED SIZE
                   INTO WS-BASE
           END-EVALUATE
       .

      *    tira da palavra tudo o que nao e letra (pontos, hifens,
      *    apostrofos)
       LIMPA-PALAVRA.
           MOVE SPACES TO WS-PALAVRA-LIMPA
           MOVE 0 TO WS-TAM-PAL

           PERFORM VARYING WS-IDX-CAR FROM 1 BY 1
           UNTIL WS-IDX-CAR > 30
              IF WS-PALAVRA (WS-IDX-CAR:1) >= 'a'
                 AND WS-PALAVRA (WS-IDX-CAR:1) <= 'z'
                 ADD 1 TO WS-TAM-PAL
                 MOVE WS-PALAVRA (WS-IDX-CAR:1)
                   TO WS-PALAVRA-LIMPA (WS-TAM-PAL:1)
              END-IF
           END-PERFORM
       .

      *    base do login atual: o login sem o sufixo numerico
       EXTRAI-BASE-ATUAL.
           MOVE WS-ATU-LOGIN TO WS-BASE-ATUAL
           MOVE 0 TO WS-TAM-BASE
           INSPECT WS-BASE-ATUAL TALLYING WS-TAM-BASE
           FOR CHARACTERS BEFORE SPACE

           PERFORM UNTIL WS-TAM-BASE = 0
              OR WS-BASE-ATUAL (WS-TAM-BASE:1) NOT NUMERIC
              MOVE SPACE TO WS-BASE-ATUAL (WS-TAM-BASE:1)
              SUBTRACT 1 FROM WS-TAM-BASE
           END-PERFORM
       .

      ******************************************************************
      * Primeiro candidato livre: a base, depois base2 ... base99. A
      * chave alternativa cobre todos os logins ja gerados.
      ******************************************************************
       ESCOLHE-LOGIN.
           MOVE 'N' TO WS-LOGIN-LIVRE
           MOVE WS-BASE TO WS-CANDIDATO
           MOVE 1 TO WS-SUFIXO

           PERFORM TESTA-CANDIDATO

           PERFORM UNTIL LOGIN-LIVRE OR WS-SUFIXO >= 99
              ADD 1 TO WS-SUFIXO
              MOVE SPACES TO WS-CANDIDATO
              IF WS-SUFIXO < 10
                 STRING WS-BASE        DELIMITED SPACE
                        WS-SUFIXO (2:1) DELIMITED SIZE
                   INTO WS-CANDIDATO
              ELSE
                 STRING WS-BASE   DELIMITED SPACE
                        WS-SUFIXO DELIMITED SIZE
                   INTO WS-CANDIDATO
              END-IF
              PERFORM TESTA-CANDIDATO
           END-PERFORM

           IF NOT LOGIN-LIVRE
              DISPLAY 'SEM LOGIN LIVRE PARA A BASE ' WS-BASE
           END-IF
       .

       TESTA-CANDIDATO.
           IF ARQUIVO-NOVO
              SET LOGIN-LIVRE TO TRUE
           ELSE
              MOVE WS-CANDIDATO TO LGN-LOGIN
              READ LOGINS-REDE KEY IS LGN-LOGIN
                 INVALID KEY
                    SET LOGIN-LIVRE TO TRUE
              END-READ
           END-IF
       .

      *    LGN-CHAVE, LGN-PROVISIONAR e LGN-LOGIN-ANTERIOR ja postos
       GRAVA-LOGIN-NOVO.
           MOVE WS-CANDIDATO  TO LGN-LOGIN
           SET LGN-ATIVO TO TRUE
           MOVE WS-DATA-HOJE  TO LGN-DATA-CRIACAO
           MOVE WS-DATA-HOJE  TO LGN-DATA-SITUACAO

           WRITE REG-LOGIN-REDE
              INVALID KEY
                 DISPLAY 'FALHA AO GRAVAR O LOGIN DE REDE'
              NOT INVALID KEY
                 MOVE LGN-LOGIN        TO LK-REDE-LOGIN
                 MOVE LGN-SITUACAO     TO LK-REDE-SITUACAO
                 MOVE LGN-DATA-CRIACAO TO LK-REDE-DATA-CRIACAO
                 SET LK-REDE-OK TO TRUE
           END-WRITE
       .

       END PROGRAM PROGREDE.
