      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Tela de concessao e revogacao de acessos - qual
      *          perfil cada cadastro recebe em cada sistema consumidor
      *          do MOVIMENTO.txt, antes decidido em planilha. Consulta
      *          os acessos de um ID, concede um par sistema + perfil
      *          da tabela SISTEMAS.dat a um cadastro ATIVO e revoga
      *          um acesso, tudo pelo PROGACES (que registra cada
      *          concessao e revogacao no PROGLOG). Entrada restrita
      *          ao perfil CADASTRO; os perfis marcados como
      *          privilegiados na tabela so sao concedidos ou
      *          revogados por operador ADMIN, com a tentativa
      *          recusada registrada no PROGLOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGACESSO.


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
           ACCESS MODE IS RANDOM
           RECORD KEY IS ID-USUARIO
           ALTERNATE RECORD KEY IS EMAIL
           FILE STATUS IS WS-FS.

           SELECT SISTEMAS ASSIGN TO
           CFG-PATH-SISTEMAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SIS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  USUARIOS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-USUARIOS.cpy'.

       FD  SISTEMAS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-SISTEMAS.cpy'.

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WS-FS                       PIC 99.
           88 FS-OK                    VALUE 0.

       77  WS-FS-SIS                   PIC 99.
           88 FS-SIS-OK                VALUE 0.

       77  WS-EOF                      PIC X.
           88 EOF-OK                   VALUE 'F' FALSE 'N'.

       77  WS-OPCAO                    PIC X.

       77  WS-FIM-MENU                 PIC X VALUE 'N'.
           88 FIM-MENU                 VALUE 'S'.

       77  WS-ACESSO                   PIC X VALUE 'N'.
           88 ACESSO-PERMITIDO         VALUE 'S'.

       77  WS-ACHOU                    PIC X VALUE 'N'.
           88 ACHOU-CADASTRO           VALUE 'S'.

       77  WS-CONFIRMA                 PIC X.
           88 CONFIRMADO               VALUE 'S' 's'.

       77  WS-ID-PROCURA               PIC 9(05).
       77  WS-SISTEMA-INF              PIC X(08).
       77  WS-PERFIL-INF               PIC X(10).
       77  WS-MOTIVO-INF               PIC X(20).

       77  WS-MAX-SISTEMAS             PIC 9(03) VALUE 100.
       77  WS-QTD-SISTEMAS             PIC 9(03) VALUE 0.
       77  WS-IDX                      PIC 9(03).
       77  WS-IDX-ACHADO               PIC 9(03).
       77  WS-IDX-ACE                  PIC 9(02).

       01  TAB-SISTEMAS.
           03 TAB-SIS-ITEM             OCCURS 100 TIMES.
              05 TAB-SIS-CODIGO        PIC X(08).
              05 TAB-SIS-PERFIL        PIC X(10).
              05 TAB-SIS-PRIVILEGIADO  PIC X(01).
              05 TAB-SIS-DESCRICAO     PIC X(30).

           COPY
           '/home/recic/Dev/PROG01/Dados/CFG-PATHS.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-LOG.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-LOGIN.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-SESSAO.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-ACES.cpy'.

      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM VERIFICA-ACESSO
           IF NOT ACESSO-PERMITIDO
              GOBACK
           END-IF

           PERFORM CARREGA-SISTEMAS

           MOVE 'N' TO WS-FIM-MENU
           PERFORM PROCESSA-MENU UNTIL FIM-MENU

           GOBACK.

       PROCESSA-MENU.
           DISPLAY ' '
           DISPLAY '*-------------------------------------------------*'
           DISPLAY '          ACESSOS DE USUARIOS A SISTEMAS           '
           DISPLAY '*-------------------------------------------------*'
           DISPLAY '     1 - CONSULTAR ACESSOS DE UM USUARIO           '
           DISPLAY '     2 - CONCEDER ACESSO                           '
           DISPLAY '     3 - REVOGAR ACESSO                            '
           DISPLAY '     4 - LISTAR SISTEMAS E PERFIS                  '
           DISPLAY '     5 - VOLTAR                                    '
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
              WHEN '1'
                 PERFORM CONSULTA-ACESSOS
              WHEN '2'
                 PERFORM CONCEDE-ACESSO
              WHEN '3'
                 PERFORM REVOGA-ACESSO
              WHEN '4'
                 PERFORM LISTA-SISTEMAS
              WHEN '5'
                 SET FIM-MENU TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
       .

       CARREGA-SISTEMAS.
           MOVE 0 TO WS-QTD-SISTEMAS
           SET EOF-OK TO FALSE

           OPEN INPUT SISTEMAS

           IF NOT FS-SIS-OK
              DISPLAY 'AVISO: TABELA DE SISTEMAS INDISPONIVEL - '
                      'NENHUM ACESSO PODERA SER CONCEDIDO'
           ELSE
              PERFORM UNTIL EOF-OK
                 READ SISTEMAS
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       IF WS-QTD-SISTEMAS < WS-MAX-SISTEMAS
                          ADD 1 TO WS-QTD-SISTEMAS
                          MOVE SIS-CODIGO
                            TO TAB-SIS-CODIGO (WS-QTD-SISTEMAS)
                          MOVE SIS-PERFIL
                            TO TAB-SIS-PERFIL (WS-QTD-SISTEMAS)
                          MOVE SIS-PRIVILEGIADO
                            TO TAB-SIS-PRIVILEGIADO (WS-QTD-SISTEMAS)
                          MOVE SIS-DESCRICAO
                            TO TAB-SIS-DESCRICAO (WS-QTD-SISTEMAS)
                       ELSE
                          DISPLAY 'LIMITE DE ' WS-MAX-SISTEMAS
                                  ' SISTEMAS/PERFIS ATINGIDO'
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SISTEMAS
           END-IF
       .

       LISTA-SISTEMAS.
           DISPLAY ' '
           DISPLAY 'SISTEMAS E PERFIS (' WS-QTD-SISTEMAS '):'
           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-QTD-SISTEMAS
              IF TAB-SIS-PRIVILEGIADO (WS-IDX) = 'S'
                 DISPLAY '   ' TAB-SIS-CODIGO (WS-IDX)
                         ' ' TAB-SIS-PERFIL (WS-IDX)
                         ' ' TAB-SIS-DESCRICAO (WS-IDX)
                         ' (SO ADMIN)'
              ELSE
                 DISPLAY '   ' TAB-SIS-CODIGO (WS-IDX)
                         ' ' TAB-SIS-PERFIL (WS-IDX)
                         ' ' TAB-SIS-DESCRICAO (WS-IDX)
              END-IF
           END-PERFORM
       .

       CONSULTA-ACESSOS.
           DISPLAY 'INFORME O ID DO USUARIO: '
           ACCEPT WS-ID-PROCURA

           PERFORM LE-CADASTRO
           IF ACHOU-CADASTRO
              DISPLAY 'USUARIO: ' ID-USUARIO ' - ' NOME
                      ' STATUS: ' STATUS-USUARIO
              PERFORM MOSTRA-ACESSOS
           END-IF
       .

       MOSTRA-ACESSOS.
           SET LK-ACES-LISTAR TO TRUE
           MOVE WS-ID-PROCURA TO LK-ACES-ID-USUARIO
           CALL CFG-PATH-PROGACES
           USING LK-ACES-AREA

           IF NOT LK-ACES-OK
              DISPLAY 'NENHUM ACESSO REGISTRADO PARA ESTE ID'
           ELSE
              PERFORM VARYING WS-IDX-ACE FROM 1 BY 1
              UNTIL WS-IDX-ACE > LK-ACES-QTD
                 IF LK-ACES-IT-SITUACAO (WS-IDX-ACE) = 'A'
                    DISPLAY '   ' LK-ACES-IT-SISTEMA (WS-IDX-ACE)
                            ' ' LK-ACES-IT-PERFIL (WS-IDX-ACE)
                            ' ATIVO DESDE '
                            LK-ACES-IT-DATA-CONC (WS-IDX-ACE)
                 ELSE
                    DISPLAY '   ' LK-ACES-IT-SISTEMA (WS-IDX-ACE)
                            ' ' LK-ACES-IT-PERFIL (WS-IDX-ACE)
                            ' REVOGADO EM '
                            LK-ACES-IT-DATA-REV (WS-IDX-ACE)
                 END-IF
              END-PERFORM
           END-IF
       .

       CONCEDE-ACESSO.
           DISPLAY 'INFORME O ID DO USUARIO: '
           ACCEPT WS-ID-PROCURA

           PERFORM LE-CADASTRO
           IF ACHOU-CADASTRO
              IF NOT ATIVO-USUARIO
                 DISPLAY 'SO CADASTROS ATIVOS RECEBEM ACESSO'
              ELSE
                 DISPLAY 'USUARIO: ' ID-USUARIO ' - ' NOME
                 DISPLAY 'INFORME O SISTEMA: '
                 ACCEPT WS-SISTEMA-INF
                 DISPLAY 'INFORME O PERFIL: '
                 ACCEPT WS-PERFIL-INF

                 PERFORM LOCALIZA-SISTEMA
                 IF WS-IDX-ACHADO = 0
                    DISPLAY 'SISTEMA/PERFIL NAO CONSTA NA TABELA DE '
                            'SISTEMAS'
                 ELSE
                    PERFORM VERIFICA-PRIVILEGIO
                    IF ACESSO-PERMITIDO
                       PERFORM CONFIRMA-CONCESSAO
                    END-IF
                 END-IF
              END-IF
           END-IF
       .

       CONFIRMA-CONCESSAO.
           DISPLAY 'CONFIRMA A CONCESSAO DE ' WS-SISTEMA-INF ' '
                   WS-PERFIL-INF ' ? (S/N)'
           ACCEPT WS-CONFIRMA

           IF NOT CONFIRMADO
              DISPLAY 'CONCESSAO CANCELADA'
           ELSE
              SET LK-ACES-CONCEDER TO TRUE
              MOVE WS-ID-PROCURA  TO LK-ACES-ID-USUARIO
              MOVE WS-SISTEMA-INF TO LK-ACES-SISTEMA
              MOVE WS-PERFIL-INF  TO LK-ACES-PERFIL
              MOVE SPACES         TO LK-ACES-MOTIVO
              CALL CFG-PATH-PROGACES
              USING LK-ACES-AREA

              IF LK-ACES-OK
                 DISPLAY 'ACESSO CONCEDIDO'
              ELSE
                 DISPLAY 'ACESSO NAO CONCEDIDO'
              END-IF
           END-IF
       .

       REVOGA-ACESSO.
           DISPLAY 'INFORME O ID DO USUARIO: '
           ACCEPT WS-ID-PROCURA

           PERFORM LE-CADASTRO
           IF ACHOU-CADASTRO
              DISPLAY 'USUARIO: ' ID-USUARIO ' - ' NOME
              PERFORM MOSTRA-ACESSOS

              DISPLAY 'INFORME O SISTEMA A REVOGAR: '
              ACCEPT WS-SISTEMA-INF

              MOVE 0 TO WS-IDX-ACHADO
              PERFORM VARYING WS-IDX-ACE FROM 1 BY 1
              UNTIL WS-IDX-ACE > LK-ACES-QTD
                 IF LK-ACES-IT-SISTEMA (WS-IDX-ACE) = WS-SISTEMA-INF
                    AND LK-ACES-IT-SITUACAO (WS-IDX-ACE) = 'A'
                    MOVE LK-ACES-IT-PERFIL (WS-IDX-ACE)
                      TO WS-PERFIL-INF
                    MOVE WS-IDX-ACE TO WS-IDX-ACHADO
                 END-IF
              END-PERFORM

              IF WS-IDX-ACHADO = 0
                 DISPLAY 'NENHUM ACESSO ATIVO NESTE SISTEMA'
              ELSE
      *          um perfil que saiu da tabela deixa de ser
      *          privilegiado - tirar acesso nunca fica bloqueado
                 SET ACESSO-PERMITIDO TO TRUE
                 PERFORM LOCALIZA-SISTEMA
                 IF WS-IDX-ACHADO > 0
                    PERFORM VERIFICA-PRIVILEGIO
                 END-IF
                 IF ACESSO-PERMITIDO
                    PERFORM CONFIRMA-REVOGACAO
                 END-IF
              END-IF
           END-IF
       .

       CONFIRMA-REVOGACAO.
           DISPLAY 'INFORME O MOTIVO DA REVOGACAO: '
           ACCEPT WS-MOTIVO-INF

           DISPLAY 'CONFIRMA A REVOGACAO DE ' WS-SISTEMA-INF ' '
                   WS-PERFIL-INF ' ? (S/N)'
           ACCEPT WS-CONFIRMA

           IF NOT CONFIRMADO
              DISPLAY 'REVOGACAO CANCELADA'
           ELSE
              SET LK-ACES-REVOGAR TO TRUE
              MOVE WS-ID-PROCURA  TO LK-ACES-ID-USUARIO
              MOVE WS-SISTEMA-INF TO LK-ACES-SISTEMA
              MOVE WS-PERFIL-INF  TO LK-ACES-PERFIL
              MOVE WS-MOTIVO-INF  TO LK-ACES-MOTIVO
              CALL CFG-PATH-PROGACES
              USING LK-ACES-AREA

              IF LK-ACES-OK
                 DISPLAY 'ACESSO REVOGADO'
              ELSE
                 DISPLAY 'ACESSO NAO REVOGADO'
              END-IF
           END-IF
       .

       LE-CADASTRO.
           MOVE 'N' TO WS-ACHOU

           OPEN INPUT USUARIOS

           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE USUARIOS'
              DISPLAY 'FILE STATUS: ' WS-FS
           ELSE
              MOVE WS-ID-PROCURA TO ID-USUARIO
              READ USUARIOS
                 INVALID KEY
                    DISPLAY 'USUARIO NAO ENCONTRADO'
                 NOT INVALID KEY
                    SET ACHOU-CADASTRO TO TRUE
              END-READ
              CLOSE USUARIOS
           END-IF
       .

       LOCALIZA-SISTEMA.
           MOVE 0 TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-QTD-SISTEMAS
              IF TAB-SIS-CODIGO (WS-IDX) = WS-SISTEMA-INF
                 AND TAB-SIS-PERFIL (WS-IDX) = WS-PERFIL-INF
                 MOVE WS-IDX TO WS-IDX-ACHADO
              END-IF
           END-PERFORM
       .

      ******************************************************************
      * Perfil privilegiado na tabela exige operador ADMIN para a
      * concessao e para a revogacao; a recusa vai ao PROGLOG como as
      * demais tentativas sem permissao.
      ******************************************************************
       VERIFICA-PRIVILEGIO.
           SET ACESSO-PERMITIDO TO TRUE

           IF TAB-SIS-PRIVILEGIADO (WS-IDX-ACHADO) = 'S'
              AND NOT LK-SESS-ADMIN
              MOVE 'N' TO WS-ACESSO
              DISPLAY 'PERFIL PRIVILEGIADO - SO OPERADOR ADMIN PODE '
                      'CONCEDER OU REVOGAR'
              MOVE 'R'           TO LK-LOG-TIPO
              MOVE WS-ID-PROCURA TO LK-LOG-ID-USUARIO
              MOVE 'ACESSO'      TO LK-LOG-CAMPO
              MOVE SPACES        TO LK-LOG-VALOR-ANTES
              MOVE SPACES        TO LK-LOG-VALOR-DEPOIS
              STRING WS-SISTEMA-INF DELIMITED SIZE
                     ' '            DELIMITED SIZE
                     WS-PERFIL-INF  DELIMITED SIZE
                INTO LK-LOG-VALOR-DEPOIS
              CALL CFG-PATH-PROGLOG
              USING LK-LOG-AREA
           END-IF
       .

       VERIFICA-ACESSO.
           MOVE 'N' TO WS-ACESSO

           SET LK-SESS-CONSULTAR TO TRUE
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

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
              DISPLAY 'OPERADOR SEM PERMISSAO PARA CONCEDER OU '
                      'REVOGAR ACESSOS'
              MOVE 'R'      TO LK-LOG-TIPO
              MOVE 0        TO LK-LOG-ID-USUARIO
              MOVE 'ACESSO' TO LK-LOG-CAMPO
              MOVE SPACES   TO LK-LOG-VALOR-ANTES
              MOVE SPACES   TO LK-LOG-VALOR-DEPOIS
              CALL CFG-PATH-PROGLOG
              USING LK-LOG-AREA
           END-IF
       .

       END PROGRAM PROGACESSO.
