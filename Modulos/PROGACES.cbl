      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Modulo de acesso ao arquivo de acessos por sistema
      *          (ACESSOS.dat). Concede (validando o par sistema +
      *          perfil contra SISTEMAS.dat), revoga um acesso, revoga
      *          todos os acessos de um ID quando o cadastro e
      *          excluido, anonimizado ou desligado, e lista os
      *          acessos de um ID. Cada concessao e cada revogacao
      *          efetiva entra na trilha de auditoria como alteracao
      *          ('A') do campo ACESSO, com 'SISTEMA PERFIL' no antes
      *          ou no depois - assim o PROGMOV as leva ao controle de
      *          acesso no movimento diario. Chamado pelo PROGACESSO,
      *          PROGDEL, PROGANON, PROGMOVIN, PROGMOV, PROGFICHA e
      *          PROGPORT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGACES.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACESSOS ASSIGN TO
           CFG-PATH-ACESSOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACE-CHAVE
           FILE STATUS IS WS-FS-ACE.

           SELECT SISTEMAS ASSIGN TO
           CFG-PATH-SISTEMAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SIS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  ACESSOS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-ACESSOS.cpy'.

       FD  SISTEMAS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-SISTEMAS.cpy'.

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WS-FS-ACE                   PIC 99.
           88 FS-ACE-OK                VALUE 0.
           88 FS-ACE-NAO-EXISTE        VALUE 35.

       77  WS-FS-SIS                   PIC 99.
           88 FS-SIS-OK                VALUE 0.

       77  WS-EOF                      PIC X.
           88 EOF-OK                   VALUE 'F' FALSE 'N'.

       77  WS-ARQUIVO-NOVO             PIC X VALUE 'N'.
           88 ARQUIVO-NOVO             VALUE 'S'.

       77  WS-PAR-VALIDO               PIC X VALUE 'N'.
           88 PAR-VALIDO               VALUE 'S'.

       77  WS-REVOGACAO-FALHOU         PIC X VALUE 'N'.
           88 REVOGACAO-FALHOU         VALUE 'S'.

       77  WS-MAX-ITENS                PIC 9(02) VALUE 20.
       77  WS-DATA-HOJE                PIC 9(08).

       01  WS-ACESSO-LOG.
           03 WS-ACESSO-LOG-SISTEMA    PIC X(08).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-ACESSO-LOG-PERFIL     PIC X(10).

           COPY
           '/home/recic/Dev/PROG01/Dados/CFG-PATHS.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-LOG.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-SESSAO.cpy'.

      ******************************************************************
       LINKAGE SECTION.
           COPY
           '/home/recic/Dev/PROG01/Dados/LK-ACES.cpy'.

      ******************************************************************
       PROCEDURE DIVISION USING LK-ACES-AREA.
       MAIN-PROCEDURE.

           SET LK-ACES-FALHA TO TRUE
           MOVE 0 TO LK-ACES-QTD
           MOVE 'N' TO WS-ARQUIVO-NOVO
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           IF LK-ACES-CONCEDER
              PERFORM VALIDA-SISTEMA-PERFIL
              IF NOT PAR-VALIDO
                 SET LK-ACES-INVALIDO TO TRUE
                 GOBACK
              END-IF
           END-IF

           OPEN I-O ACESSOS

           IF FS-ACE-NAO-EXISTE
              IF LK-ACES-CONCEDER
                 OPEN OUTPUT ACESSOS
                 SET ARQUIVO-NOVO TO TRUE
              ELSE
                 SET LK-ACES-NAO-ACHADO TO TRUE
                 GOBACK
              END-IF
           END-IF

           IF NOT FS-ACE-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ACESSOS'
              DISPLAY 'FILE STATUS: ' WS-FS-ACE
              GOBACK
           END-IF

           EVALUATE TRUE
              WHEN LK-ACES-CONCEDER
                 PERFORM CONCEDE-ACESSO
              WHEN LK-ACES-REVOGAR
                 PERFORM REVOGA-ACESSO
              WHEN LK-ACES-REVOGAR-TODOS
                 PERFORM REVOGA-TODOS
              WHEN LK-ACES-LISTAR
                 PERFORM LISTA-ACESSOS
              WHEN OTHER
                 DISPLAY 'ACAO DE ACESSO INVALIDA'
           END-EVALUATE

           CLOSE ACESSOS

           GOBACK.

      ******************************************************************
      * So se concede um par sistema + perfil que esteja na tabela
      * SISTEMAS.dat - o mesmo papel do DDD.dat para os telefones.
      ******************************************************************
       VALIDA-SISTEMA-PERFIL.
           MOVE 'N' TO WS-PAR-VALIDO
           SET EOF-OK TO FALSE

           OPEN INPUT SISTEMAS

           IF NOT FS-SIS-OK
              DISPLAY 'TABELA DE SISTEMAS INDISPONIVEL'
              DISPLAY 'FILE STATUS: ' WS-FS-SIS
           ELSE
              PERFORM UNTIL EOF-OK OR PAR-VALIDO
                 READ SISTEMAS
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       IF SIS-CODIGO = LK-ACES-SISTEMA
                          AND SIS-PERFIL = LK-ACES-PERFIL
                          SET PAR-VALIDO TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SISTEMAS
           END-IF
       .

       CONCEDE-ACESSO.
           SET LK-SESS-CONSULTAR TO TRUE
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           MOVE SPACES TO LK-LOG-VALOR-ANTES

           MOVE LK-ACES-ID-USUARIO TO ACE-ID-USUARIO
           MOVE LK-ACES-SISTEMA    TO ACE-SISTEMA

           IF ARQUIVO-NOVO
              PERFORM GRAVA-ACESSO-NOVO
           ELSE
              READ ACESSOS
                 INVALID KEY
                    PERFORM GRAVA-ACESSO-NOVO
                 NOT INVALID KEY
                    IF ACE-ATIVO
                       MOVE ACE-SISTEMA TO WS-ACESSO-LOG-SISTEMA
                       MOVE ACE-PERFIL  TO WS-ACESSO-LOG-PERFIL
                       MOVE WS-ACESSO-LOG TO LK-LOG-VALOR-ANTES
                    END-IF
                    IF ACE-ATIVO AND ACE-PERFIL = LK-ACES-PERFIL
                       DISPLAY 'ACESSO JA CONCEDIDO COM ESTE PERFIL'
                       SET LK-ACES-INVALIDO TO TRUE
                    ELSE
                       PERFORM PREENCHE-CONCESSAO
                       REWRITE REG-ACESSO
                          INVALID KEY
                             DISPLAY 'FALHA AO GRAVAR O ACESSO'
                          NOT INVALID KEY
                             SET LK-ACES-OK TO TRUE
                       END-REWRITE
                    END-IF
              END-READ
           END-IF

           IF LK-ACES-OK
              MOVE LK-ACES-SISTEMA TO WS-ACESSO-LOG-SISTEMA
              MOVE LK-ACES-PERFIL  TO WS-ACESSO-LOG-PERFIL
              MOVE WS-ACESSO-LOG   TO LK-LOG-VALOR-DEPOIS
              PERFORM REGISTRA-ACESSO
           END-IF
       .

       GRAVA-ACESSO-NOVO.
           PERFORM PREENCHE-CONCESSAO

           WRITE REG-ACESSO
              INVALID KEY
                 DISPLAY 'FALHA AO GRAVAR O ACESSO'
              NOT INVALID KEY
                 SET LK-ACES-OK TO TRUE
           END-WRITE
       .

       PREENCHE-CONCESSAO.
           MOVE LK-ACES-ID-USUARIO TO ACE-ID-USUARIO
           MOVE LK-ACES-SISTEMA    TO ACE-SISTEMA
           MOVE LK-ACES-PERFIL     TO ACE-PERFIL
           SET ACE-ATIVO TO TRUE
           MOVE WS-DATA-HOJE       TO ACE-DATA-CONCESSAO
           MOVE LK-SESS-MATRICULA  TO ACE-OPERADOR-CONCESSAO
           MOVE 0                  TO ACE-DATA-REVOGACAO
           MOVE 0                  TO ACE-OPERADOR-REVOGACAO
           MOVE SPACES             TO ACE-MOTIVO-REVOGACAO
       .

       REVOGA-ACESSO.
           SET LK-SESS-CONSULTAR TO TRUE
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           MOVE LK-ACES-ID-USUARIO TO ACE-ID-USUARIO
           MOVE LK-ACES-SISTEMA    TO ACE-SISTEMA

           READ ACESSOS
              INVALID KEY
                 SET LK-ACES-NAO-ACHADO TO TRUE
              NOT INVALID KEY
                 IF ACE-REVOGADO
                    SET LK-ACES-NAO-ACHADO TO TRUE
                 ELSE
                    PERFORM MARCA-REVOGACAO
                    IF LK-ACES-OK
                       MOVE 1 TO LK-ACES-QTD
                    END-IF
                 END-IF
           END-READ
       .

      ******************************************************************
      * Revogacao geral - percorre as chaves do ID a partir do menor
      * sistema e revoga cada acesso ainda ativo. Sem nenhum acesso
      * ativo o resultado e NAO-ACHADO, com LK-ACES-QTD zerado; uma
      * regravacao recusada faz o resultado ser FALHA mesmo com outros
      * acessos revogados (LK-ACES-QTD conta so os revogados).
      ******************************************************************
       REVOGA-TODOS.
           SET LK-SESS-CONSULTAR TO TRUE
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           SET LK-ACES-NAO-ACHADO TO TRUE
           MOVE 'N' TO WS-REVOGACAO-FALHOU
           SET EOF-OK TO FALSE

           MOVE LK-ACES-ID-USUARIO TO ACE-ID-USUARIO
           MOVE LOW-VALUES         TO ACE-SISTEMA

           START ACESSOS KEY IS >= ACE-CHAVE
              INVALID KEY
                 SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
              READ ACESSOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ACE-ID-USUARIO NOT = LK-ACES-ID-USUARIO
                       SET EOF-OK TO TRUE
                    ELSE
                       IF ACE-ATIVO
                          PERFORM MARCA-REVOGACAO
                          IF LK-ACES-OK
                             ADD 1 TO LK-ACES-QTD
                          ELSE
                             SET REVOGACAO-FALHOU TO TRUE
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           EVALUATE TRUE
              WHEN REVOGACAO-FALHOU
                 SET LK-ACES-FALHA TO TRUE
              WHEN LK-ACES-QTD > 0
                 SET LK-ACES-OK TO TRUE
              WHEN OTHER
                 SET LK-ACES-NAO-ACHADO TO TRUE
           END-EVALUATE
       .

       MARCA-REVOGACAO.
           SET ACE-REVOGADO TO TRUE
           MOVE WS-DATA-HOJE      TO ACE-DATA-REVOGACAO
           MOVE LK-SESS-MATRICULA TO ACE-OPERADOR-REVOGACAO
           MOVE LK-ACES-MOTIVO    TO ACE-MOTIVO-REVOGACAO

           REWRITE REG-ACESSO
              INVALID KEY
                 DISPLAY 'FALHA AO REVOGAR O ACESSO'
                 SET LK-ACES-FALHA TO TRUE
              NOT INVALID KEY
                 SET LK-ACES-OK TO TRUE
                 MOVE ACE-SISTEMA   TO WS-ACESSO-LOG-SISTEMA
                 MOVE ACE-PERFIL    TO WS-ACESSO-LOG-PERFIL
                 MOVE WS-ACESSO-LOG TO LK-LOG-VALOR-ANTES
                 MOVE SPACES        TO LK-LOG-VALOR-DEPOIS
                 PERFORM REGISTRA-ACESSO
           END-REWRITE
       .

       LISTA-ACESSOS.
           SET LK-ACES-NAO-ACHADO TO TRUE
           SET EOF-OK TO FALSE

           MOVE LK-ACES-ID-USUARIO TO ACE-ID-USUARIO
           MOVE LOW-VALUES         TO ACE-SISTEMA

           START ACESSOS KEY IS >= ACE-CHAVE
              INVALID KEY
                 SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
              READ ACESSOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ACE-ID-USUARIO NOT = LK-ACES-ID-USUARIO
                       SET EOF-OK TO TRUE
                    ELSE
                       IF LK-ACES-QTD < WS-MAX-ITENS
                          ADD 1 TO LK-ACES-QTD
                          MOVE ACE-SISTEMA
                            TO LK-ACES-IT-SISTEMA (LK-ACES-QTD)
                          MOVE ACE-PERFIL
                            TO LK-ACES-IT-PERFIL (LK-ACES-QTD)
                          MOVE ACE-SITUACAO
                            TO LK-ACES-IT-SITUACAO (LK-ACES-QTD)
                          MOVE ACE-DATA-CONCESSAO
                            TO LK-ACES-IT-DATA-CONC (LK-ACES-QTD)
                          MOVE ACE-DATA-REVOGACAO
                            TO LK-ACES-IT-DATA-REV (LK-ACES-QTD)
                          SET LK-ACES-OK TO TRUE
                       ELSE
                          DISPLAY 'LIMITE DE ' WS-MAX-ITENS
                                  ' ACESSOS POR USUARIO ATINGIDO'
                          SET EOF-OK TO TRUE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
       .

       REGISTRA-ACESSO.
           MOVE 'A'                TO LK-LOG-TIPO
           MOVE LK-ACES-ID-USUARIO TO LK-LOG-ID-USUARIO
           MOVE 'ACESSO'           TO LK-LOG-CAMPO
           CALL CFG-PATH-PROGLOG
           USING LK-LOG-AREA
       .

       END PROGRAM PROGACES.
