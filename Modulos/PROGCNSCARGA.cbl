      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Modulo de carga em lote dos consentimentos LGPD
      *          coletados fora do sistema (portal, formulario em
      *          papel, central de atendimento), no molde do
      *          PROGCEPCARGA. Le CONSENT-ENTRADA.txt com linhas
      *          ID;FINALIDADE;ACAO;BASE;DATA;CANAL - ACAO C concede e
      *          R revoga, BASE so e exigida na concessao e DATA
      *          (AAAAMMDD, em branco = hoje) e a da coleta - e grava
      *          cada linha pelo PROGCNS, como a tela do PROGCONSENT.
      *          So as rejeicoes e os totais saem em
      *          CONSENT-RESULTADO.txt. Entrada exige perfil CADASTRO
      *          ou superior; um operador restrito a uma empresa so
      *          carrega consentimentos dos cadastros dela.
      *          Executavel como passo CONSCARGA do PROGJOB.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCNSCARGA.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSENT-ENTRADA ASSIGN TO
           CFG-PATH-CONSENT-ENTRADA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ENT.

           SELECT CONSENT-RESULTADO ASSIGN TO
           CFG-PATH-CONSENT-RESULT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RES.

           SELECT USUARIOS ASSIGN TO
           CFG-PATH-USUARIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ID-USUARIO
           ALTERNATE RECORD KEY IS EMAIL
           FILE STATUS IS WS-FS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  CONSENT-ENTRADA.
       01  REG-CONSENT-ENTRADA         PIC X(80).

       FD  CONSENT-RESULTADO.
       01  REG-CONSENT-RESULTADO       PIC X(100).

       FD  USUARIOS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-USUARIOS.cpy'.

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WS-FS-ENT                   PIC 99.
           88 FS-ENT-OK                VALUE 0.

       77  WS-FS-RES                   PIC 99.
           88 FS-RES-OK                VALUE 0.

       77  WS-FS                       PIC 99.
           88 FS-OK                    VALUE 0.

       77  WS-EOF-ENT                  PIC X.
           88 EOF-ENT-OK               VALUE 'F' FALSE 'N'.

       77  WS-LINHA                    PIC 9(07) VALUE 0.
       77  WS-TOTAL-CONCEDIDOS         PIC 9(07) VALUE 0.
       77  WS-TOTAL-REVOGADOS          PIC 9(07) VALUE 0.
       77  WS-TOTAL-REJEITADOS         PIC 9(07) VALUE 0.
       77  WS-TOTAL-ACEITOS            PIC 9(07) VALUE 0.

       01  WS-CAMPOS-LINHA.
           03 WS-CAMPO-ID              PIC X(05).
           03 WS-CAMPO-FINALIDADE      PIC X(01).
           03 WS-CAMPO-ACAO            PIC X(01).
              88 CAMPO-CONCEDE         VALUE 'C'.
              88 CAMPO-REVOGA          VALUE 'R'.
           03 WS-CAMPO-BASE            PIC X(01).
           03 WS-CAMPO-DATA            PIC X(08).
           03 WS-CAMPO-CANAL           PIC X(10).

       77  WS-ID-NUM                   PIC 9(05).
       77  WS-DATA-NUM                 PIC 9(08).
       77  WS-MOTIVO                   PIC X(30).

       77  WS-ACESSO                   PIC X VALUE 'N'.
           88 ACESSO-PERMITIDO         VALUE 'S'.

           COPY
           '/home/recic/Dev/PROG01/Dados/CFG-PATHS.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-LOG.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-LOGIN.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-SESSAO.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-CONSENT.cpy'.

      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 0 TO WS-LINHA
           MOVE 0 TO WS-TOTAL-CONCEDIDOS
           MOVE 0 TO WS-TOTAL-REVOGADOS
           MOVE 0 TO WS-TOTAL-REJEITADOS

           PERFORM VERIFICA-ACESSO
           IF NOT ACESSO-PERMITIDO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           SET EOF-ENT-OK TO FALSE

           OPEN INPUT  CONSENT-ENTRADA
           OPEN OUTPUT CONSENT-RESULTADO
           OPEN INPUT  USUARIOS

           IF NOT FS-ENT-OK OR NOT FS-RES-OK OR NOT FS-OK
              DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DA CARGA DE '
                      'CONSENTIMENTOS'
              DISPLAY 'FILE STATUS ENTRADA  : ' WS-FS-ENT
              DISPLAY 'FILE STATUS RESULTADO: ' WS-FS-RES
              DISPLAY 'FILE STATUS USUARIOS : ' WS-FS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM UNTIL EOF-ENT-OK
              READ CONSENT-ENTRADA
                 AT END
                    SET EOF-ENT-OK TO TRUE
                 NOT AT END
                    ADD 1 TO WS-LINHA
                    PERFORM PROCESSA-LINHA
              END-READ
           END-PERFORM

           CLOSE USUARIOS

           MOVE SPACES TO REG-CONSENT-RESULTADO
           WRITE REG-CONSENT-RESULTADO

           MOVE SPACES TO REG-CONSENT-RESULTADO
           STRING 'TOTAL DE LINHAS LIDAS........: ' DELIMITED SIZE
                  WS-LINHA                          DELIMITED SIZE
             INTO REG-CONSENT-RESULTADO
           WRITE REG-CONSENT-RESULTADO

           MOVE SPACES TO REG-CONSENT-RESULTADO
           STRING 'TOTAL DE CONSENTIMENTOS......: ' DELIMITED SIZE
                  WS-TOTAL-CONCEDIDOS               DELIMITED SIZE
             INTO REG-CONSENT-RESULTADO
           WRITE REG-CONSENT-RESULTADO

           MOVE SPACES TO REG-CONSENT-RESULTADO
           STRING 'TOTAL DE REVOGACOES..........: ' DELIMITED SIZE
                  WS-TOTAL-REVOGADOS                DELIMITED SIZE
             INTO REG-CONSENT-RESULTADO
           WRITE REG-CONSENT-RESULTADO

           MOVE SPACES TO REG-CONSENT-RESULTADO
           STRING 'TOTAL DE LINHAS REJEITADAS...: ' DELIMITED SIZE
                  WS-TOTAL-REJEITADOS               DELIMITED SIZE
             INTO REG-CONSENT-RESULTADO
           WRITE REG-CONSENT-RESULTADO

           CLOSE CONSENT-ENTRADA
           CLOSE CONSENT-RESULTADO

           DISPLAY 'CARGA DE CONSENTIMENTOS CONCLUIDA - CONCEDIDOS: '
                   WS-TOTAL-CONCEDIDOS
                   ' REVOGADOS: '
                   WS-TOTAL-REVOGADOS
                   ' REJEITADOS: '
                   WS-TOTAL-REJEITADOS

           COMPUTE WS-TOTAL-ACEITOS =
              WS-TOTAL-CONCEDIDOS + WS-TOTAL-REVOGADOS

           SET LK-SESS-RESULT-GRAVAR TO TRUE
           MOVE WS-LINHA            TO LK-SESS-QTD-PROCESSADOS
           MOVE WS-TOTAL-ACEITOS    TO LK-SESS-QTD-ACEITOS
           MOVE WS-TOTAL-REJEITADOS TO LK-SESS-QTD-REJEITADOS
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           IF WS-TOTAL-REJEITADOS > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF

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

           IF LK-SESS-PERFIL >= 2
              SET ACESSO-PERMITIDO TO TRUE
           ELSE
              DISPLAY 'OPERADOR SEM PERMISSAO PARA A CARGA DE '
                      'CONSENTIMENTOS'
              MOVE 'R'             TO LK-LOG-TIPO
              MOVE 0               TO LK-LOG-ID-USUARIO
              MOVE 'CONSENTIMENTO' TO LK-LOG-CAMPO
              MOVE SPACES          TO LK-LOG-VALOR-ANTES
              MOVE SPACES          TO LK-LOG-VALOR-DEPOIS
              CALL CFG-PATH-PROGLOG
              USING LK-LOG-AREA
           END-IF
       .

       PROCESSA-LINHA.
           MOVE SPACES TO WS-CAMPOS-LINHA
           UNSTRING REG-CONSENT-ENTRADA DELIMITED BY ';'
              INTO WS-CAMPO-ID WS-CAMPO-FINALIDADE WS-CAMPO-ACAO
                   WS-CAMPO-BASE WS-CAMPO-DATA WS-CAMPO-CANAL
           END-UNSTRING

           EVALUATE TRUE
              WHEN WS-CAMPO-ID = SPACES
                 SUBTRACT 1 FROM WS-LINHA
              WHEN WS-CAMPO-ID NOT NUMERIC
                 MOVE 'ID NAO NUMERICO' TO WS-MOTIVO
                 PERFORM REJEITA-LINHA
              WHEN NOT CAMPO-CONCEDE AND NOT CAMPO-REVOGA
                 MOVE 'ACAO DIFERENTE DE C E R' TO WS-MOTIVO
                 PERFORM REJEITA-LINHA
              WHEN WS-CAMPO-DATA NOT = SPACES
                 AND WS-CAMPO-DATA NOT NUMERIC
                 MOVE 'DATA NAO NUMERICA' TO WS-MOTIVO
                 PERFORM REJEITA-LINHA
              WHEN OTHER
                 PERFORM CONFERE-CADASTRO
           END-EVALUATE
       .

       CONFERE-CADASTRO.
           MOVE WS-CAMPO-ID TO WS-ID-NUM
           MOVE WS-ID-NUM   TO ID-USUARIO

           READ USUARIOS
              INVALID KEY
                 MOVE 'ID NAO CADASTRADO' TO WS-MOTIVO
                 PERFORM REJEITA-LINHA
              NOT INVALID KEY
                 EVALUATE TRUE
                    WHEN NOT LK-SESS-TODAS-EMPRESAS
                         AND EMPRESA NOT = LK-SESS-EMPRESA
                       MOVE 'CADASTRO DE OUTRA EMPRESA' TO WS-MOTIVO
                       PERFORM REJEITA-LINHA
                    WHEN ANONIMIZADO-USUARIO
                       MOVE 'CADASTRO ANONIMIZADO' TO WS-MOTIVO
                       PERFORM REJEITA-LINHA
                    WHEN OTHER
                       PERFORM GRAVA-CONSENTIMENTO
                 END-EVALUATE
           END-READ
       .

       GRAVA-CONSENTIMENTO.
           IF WS-CAMPO-DATA = SPACES
              MOVE 0 TO WS-DATA-NUM
           ELSE
              MOVE WS-CAMPO-DATA TO WS-DATA-NUM
           END-IF

           IF CAMPO-CONCEDE
              SET LK-CNS-CONCEDER TO TRUE
           ELSE
              SET LK-CNS-REVOGAR TO TRUE
           END-IF
           MOVE WS-ID-NUM           TO LK-CNS-ID-USUARIO
           MOVE WS-CAMPO-FINALIDADE TO LK-CNS-FINALIDADE
           MOVE WS-CAMPO-BASE       TO LK-CNS-BASE-LEGAL
           MOVE WS-DATA-NUM         TO LK-CNS-DATA
           MOVE WS-CAMPO-CANAL      TO LK-CNS-CANAL
           CALL CFG-PATH-PROGCNS
           USING LK-CNS-AREA

           EVALUATE TRUE
              WHEN LK-CNS-OK AND CAMPO-CONCEDE
                 ADD 1 TO WS-TOTAL-CONCEDIDOS
              WHEN LK-CNS-OK
                 ADD 1 TO WS-TOTAL-REVOGADOS
              WHEN LK-CNS-INVALIDO
                 MOVE LK-CNS-MOTIVO TO WS-MOTIVO
                 PERFORM REJEITA-LINHA
              WHEN LK-CNS-NAO-ACHADO
                 MOVE 'SEM CONSENTIMENTO VIGENTE' TO WS-MOTIVO
                 PERFORM REJEITA-LINHA
              WHEN OTHER
                 MOVE 'FALHA NA GRAVACAO' TO WS-MOTIVO
                 PERFORM REJEITA-LINHA
           END-EVALUATE
       .

       REJEITA-LINHA.
           ADD 1 TO WS-TOTAL-REJEITADOS
           MOVE SPACES TO REG-CONSENT-RESULTADO
           STRING 'LINHA '           DELIMITED SIZE
                  WS-LINHA           DELIMITED SIZE
                  ' - REJEITADA - '  DELIMITED SIZE
                  WS-MOTIVO          DELIMITED SIZE
             INTO REG-CONSENT-RESULTADO
           WRITE REG-CONSENT-RESULTADO
       .

       END PROGRAM PROGCNSCARGA.
