      *                de senha carimba OPER-DATA-TROCA-SENHA para a
      *                rotacao de senha dos operadores. VOLTAR passou
      *                a ser a opcao 7.
      * 15/10/2026 RC  Added a empresa do operador (zero = todas) na
      *                inclusao e na listagem, e a opcao 7 - alterar a
      *                empresa de um operador, registrada como 'O'. Um
      *                ADMIN restrito a uma empresa so inclui operadores
      *                dela e nao altera empresas. VOLTAR virou opcao 8.
      * 15/10/2026 RC  Added o vinculo do operador com o cadastro da
      *                propria pessoa (ID e CPF) na inclusao e a opcao 8
      *                - vincular, registrada como 'O'; a listagem
      *                mostra o cadastro e a situacao, e o desbloqueio
      *                de um operador bloqueado pelo desligamento da
      *                pessoa exige o cadastro ativo. VOLTAR virou opcao
      *                9.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGOPER.
           RECORD KEY IS OPER-MATRICULA
           FILE STATUS IS WS-FS-OPER.

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
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-OPERADORES.cpy'.

       FD  USUARIOS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-USUARIOS.cpy'.

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WS-FS-OPER                  PIC 99.
           88 FS-OPER-OK               VALUE 0.

       77  WS-FS                       PIC 99.
           88 FS-OK                    VALUE 0.

       77  WS-OPCAO                    PIC X.

       77  WS-FIM-MENU                 PIC X VALUE 'N'.

       77  WS-OPCAO-PERFIL             PIC 9(01).

       77  WS-EMPRESA-INF              PIC X(03).
       77  WS-EMPRESA-NUM              PIC 9(03).
       77  WS-EMPRESA-ANTES            PIC 9(03).
       77  WS-IDX-EMP                  PIC 9(03).
       77  WS-EMPRESA-VALIDA           PIC X.
           88 EMPRESA-VALIDA           VALUE 'S'.

       77  WS-ID-VINCULO               PIC 9(05).
       77  WS-CPF-VINCULO              PIC 9(11).
       77  WS-ID-ANTES                 PIC 9(05).
       77  WS-VINCULO-OK               PIC X.
           88 VINCULO-VALIDO           VALUE 'S'.
       77  WS-PESSOA-ATIVA             PIC X.
           88 PESSOA-ATIVA             VALUE 'S'.

       77  WS-ACESSO                   PIC X VALUE 'N'.
           88 ACESSO-PERMITIDO         VALUE 'S'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-VALIDA.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-EMPRESA.cpy'.

      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '     4 - EXCLUIR OPERADOR                          '
           DISPLAY '     5 - ALTERAR PERFIL DE OPERADOR                '
           DISPLAY '     6 - DESBLOQUEAR OPERADOR                      '
           DISPLAY '     7 - ALTERAR EMPRESA DE OPERADOR               '
           DISPLAY '     8 - VINCULAR OPERADOR AO CADASTRO DA PESSOA   '
           DISPLAY '     9 - VOLTAR                                    '
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
              WHEN '6'
                 PERFORM DESBLOQUEIA-OPERADOR
              WHEN '7'
                 PERFORM ALTERA-EMPRESA-OPERADOR
              WHEN '8'
                 PERFORM VINCULA-OPERADOR
              WHEN '9'
                 SET FIM-MENU TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA'
              INVALID KEY
                 DISPLAY 'OPERADOR NAO ENCONTRADO'
              NOT INVALID KEY
                 MOVE 'S' TO WS-PESSOA-ATIVA
                 IF OPER-BLOQUEADO-VINCULO AND OPER-ID-USUARIO NOT = 0
                    MOVE OPER-ID-USUARIO TO WS-ID-VINCULO
                    PERFORM CONFERE-PESSOA-ATIVA
                 END-IF

                 EVALUATE TRUE
                    WHEN NOT OPER-BLOQUEADO AND OPER-FALHAS = 0
                       DISPLAY 'OPERADOR ' OPER-NOME ' NAO ESTA '
                               'BLOQUEADO'
                    WHEN NOT PESSOA-ATIVA
                       DISPLAY 'OPERADOR BLOQUEADO PORQUE O CADASTRO '
                               OPER-ID-USUARIO ' NAO ESTA ATIVO'
                       DISPLAY 'CORRIJA O VINCULO (OPCAO 8) ANTES DE '
                               'DESBLOQUEAR'
                    WHEN OTHER
                       MOVE 0 TO OPER-FALHAS
                       MOVE SPACE TO OPER-SITUACAO
                       REWRITE REG-OPERADOR
                          INVALID KEY
                             DISPLAY 'FALHA AO DESBLOQUEAR O OPERADOR'
                          NOT INVALID KEY
                             DISPLAY 'OPERADOR ' OPER-NOME
                                     ' DESBLOQUEADO'
                             MOVE 'O'            TO LK-LOG-TIPO
                             MOVE 0              TO LK-LOG-ID-USUARIO
                             MOVE 'DESBLOQUEIO'  TO LK-LOG-CAMPO
                             MOVE SPACES TO LK-LOG-VALOR-ANTES
                             MOVE SPACES TO LK-LOG-VALOR-DEPOIS
                             STRING 'MATRICULA '     DELIMITED SIZE
                                    WS-MATRICULA-INF DELIMITED SIZE
                               INTO LK-LOG-VALOR-DEPOIS
                             CALL CFG-PATH-PROGLOG
                             USING LK-LOG-AREA
                       END-REWRITE
                 END-EVALUATE
           END-READ
       .

              PERFORM SELECIONA-PERFIL
              MOVE WS-OPCAO-PERFIL TO OPER-PERFIL

              PERFORM SELECIONA-EMPRESA
              MOVE WS-EMPRESA-NUM TO OPER-EMPRESA

              PERFORM SELECIONA-VINCULO
              MOVE WS-ID-VINCULO  TO OPER-ID-USUARIO
              MOVE WS-CPF-VINCULO TO OPER-CPF

              PERFORM OBTEM-SENHA-PROTEGIDA
              MOVE LK-HASH-RESULTADO TO OPER-SENHA


           DISPLAY ' '
           DISPLAY 'MATRICULA  NOME                            PERFIL'
                   ' EMPRESA CADASTRO SIT'
           PERFORM UNTIL EOF-OK
              READ OPERADORES NEXT RECORD
                 AT END
                 NOT AT END
                    ADD 1 TO WS-CONT
                    DISPLAY OPER-MATRICULA '      ' OPER-NOME ' '
                            OPER-PERFIL '      ' OPER-EMPRESA '     '
                            OPER-ID-USUARIO '    ' OPER-SITUACAO
              END-READ
           END-PERFORM

           END-IF
       .

      ******************************************************************
      * Empresa zero libera todas. Um ADMIN restrito a uma empresa so
      * cadastra operadores da propria empresa e nao altera a empresa
      * de operadores ja existentes.
      ******************************************************************
       ALTERA-EMPRESA-OPERADOR.
           SET LK-SESS-CONSULTAR TO TRUE
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           IF NOT LK-SESS-TODAS-EMPRESAS
              DISPLAY 'SO UM ADMIN SEM RESTRICAO DE EMPRESA ALTERA A '
                      'EMPRESA DE OPERADORES'
           ELSE
              DISPLAY 'MATRICULA DO OPERADOR: '
              ACCEPT WS-MATRICULA-INF
              MOVE WS-MATRICULA-INF TO OPER-MATRICULA

              READ OPERADORES
                 INVALID KEY
                    DISPLAY 'OPERADOR NAO ENCONTRADO'
                 NOT INVALID KEY
                    DISPLAY 'EMPRESA ATUAL DE ' OPER-NOME ': '
                            OPER-EMPRESA
                    MOVE OPER-EMPRESA TO WS-EMPRESA-ANTES
                    PERFORM SELECIONA-EMPRESA
                    MOVE WS-EMPRESA-NUM TO OPER-EMPRESA
                    REWRITE REG-OPERADOR
                       INVALID KEY
                          DISPLAY 'FALHA AO ALTERAR A EMPRESA'
                       NOT INVALID KEY
                          DISPLAY 'EMPRESA ALTERADA COM SUCESSO'
                          PERFORM REGISTRA-TROCA-EMPRESA
                    END-REWRITE
              END-READ
           END-IF
       .

       REGISTRA-TROCA-EMPRESA.
           MOVE 'O'            TO LK-LOG-TIPO
           MOVE 0              TO LK-LOG-ID-USUARIO
           MOVE 'EMPRESA-OPER' TO LK-LOG-CAMPO
           MOVE SPACES         TO LK-LOG-VALOR-ANTES
           MOVE SPACES         TO LK-LOG-VALOR-DEPOIS
           STRING 'MATRICULA '     DELIMITED SIZE
                  WS-MATRICULA-INF DELIMITED SIZE
                  ' EMPRESA '      DELIMITED SIZE
                  WS-EMPRESA-ANTES DELIMITED SIZE
             INTO LK-LOG-VALOR-ANTES
           STRING 'MATRICULA '     DELIMITED SIZE
                  WS-MATRICULA-INF DELIMITED SIZE
                  ' EMPRESA '      DELIMITED SIZE
                  WS-EMPRESA-NUM   DELIMITED SIZE
             INTO LK-LOG-VALOR-DEPOIS
           CALL CFG-PATH-PROGLOG
           USING LK-LOG-AREA
       .

       SELECIONA-EMPRESA.
           SET LK-SESS-CONSULTAR TO TRUE
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           IF NOT LK-SESS-TODAS-EMPRESAS
              MOVE LK-SESS-EMPRESA TO WS-EMPRESA-NUM
              DISPLAY 'OPERADOR RESTRITO A EMPRESA ' WS-EMPRESA-NUM
                      ' (A MESMA DO ADMIN)'
           ELSE
              SET LK-EMP-LISTAR TO TRUE
              CALL CFG-PATH-PROGEMPRESA
              USING LK-EMP-AREA
              MOVE 'N' TO WS-EMPRESA-VALIDA
              PERFORM PEDE-EMPRESA UNTIL EMPRESA-VALIDA
           END-IF
       .

       PEDE-EMPRESA.
           DISPLAY 'EMPRESA DO OPERADOR (000 = TODAS): '
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
           UNTIL WS-IDX-EMP > LK-EMP-QTD
              DISPLAY '               ' LK-EMP-LISTA-CODIGO (WS-IDX-EMP)
                      ' - ' LK-EMP-LISTA-NOME (WS-IDX-EMP)
           END-PERFORM
           ACCEPT WS-EMPRESA-INF

           IF WS-EMPRESA-INF NOT NUMERIC
              DISPLAY 'EMPRESA DEVE SER NUMERICA DE TRES DIGITOS'
           ELSE
              MOVE WS-EMPRESA-INF TO WS-EMPRESA-NUM
              IF WS-EMPRESA-NUM = 0
                 SET EMPRESA-VALIDA TO TRUE
              ELSE
                 PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                 UNTIL WS-IDX-EMP > LK-EMP-QTD
                    IF LK-EMP-LISTA-CODIGO (WS-IDX-EMP)
                       = WS-EMPRESA-NUM
                       SET EMPRESA-VALIDA TO TRUE
                    END-IF
                 END-PERFORM
                 IF NOT EMPRESA-VALIDA
                    DISPLAY 'EMPRESA NAO CADASTRADA EM EMPRESAS.dat'
                 END-IF
              END-IF
           END-IF
       .

      ******************************************************************
      * Vinculo do operador com o cadastro da propria pessoa. So um
      * cadastro ativo e aceito; o CPF e guardado junto para a
      * conferencia do PROGOPVINC. Zero deixa o operador sem vinculo
      * (conta de servico), que o PROGCHECK aponta.
      ******************************************************************
       VINCULA-OPERADOR.
           DISPLAY 'MATRICULA DO OPERADOR: '
           ACCEPT WS-MATRICULA-INF
           MOVE WS-MATRICULA-INF TO OPER-MATRICULA

           READ OPERADORES
              INVALID KEY
                 DISPLAY 'OPERADOR NAO ENCONTRADO'
              NOT INVALID KEY
                 DISPLAY 'CADASTRO ATUAL DE ' OPER-NOME ': '
                         OPER-ID-USUARIO
                 MOVE OPER-ID-USUARIO TO WS-ID-ANTES
                 PERFORM SELECIONA-VINCULO
                 MOVE WS-ID-VINCULO  TO OPER-ID-USUARIO
                 MOVE WS-CPF-VINCULO TO OPER-CPF
                 REWRITE REG-OPERADOR
                    INVALID KEY
                       DISPLAY 'FALHA AO ALTERAR O VINCULO'
                    NOT INVALID KEY
                       DISPLAY 'VINCULO ALTERADO COM SUCESSO'
                       PERFORM REGISTRA-TROCA-VINCULO
                 END-REWRITE
           END-READ
       .

       REGISTRA-TROCA-VINCULO.
           MOVE 'O'            TO LK-LOG-TIPO
           MOVE WS-ID-VINCULO  TO LK-LOG-ID-USUARIO
           MOVE 'VINCULO-OPER' TO LK-LOG-CAMPO
           MOVE SPACES         TO LK-LOG-VALOR-ANTES
           MOVE SPACES         TO LK-LOG-VALOR-DEPOIS
           STRING 'MATRICULA '     DELIMITED SIZE
                  WS-MATRICULA-INF DELIMITED SIZE
                  ' CADASTRO '     DELIMITED SIZE
                  WS-ID-ANTES      DELIMITED SIZE
             INTO LK-LOG-VALOR-ANTES
           STRING 'MATRICULA '     DELIMITED SIZE
                  WS-MATRICULA-INF DELIMITED SIZE
                  ' CADASTRO '     DELIMITED SIZE
                  WS-ID-VINCULO    DELIMITED SIZE
             INTO LK-LOG-VALOR-DEPOIS
           CALL CFG-PATH-PROGLOG
           USING LK-LOG-AREA
       .

       SELECIONA-VINCULO.
           MOVE 'N' TO WS-VINCULO-OK
           PERFORM PEDE-VINCULO UNTIL VINCULO-VALIDO
       .

       PEDE-VINCULO.
           DISPLAY 'ID DO CADASTRO DA PESSOA (00000 = SEM VINCULO): '
           ACCEPT WS-ID-VINCULO
           MOVE 0 TO WS-CPF-VINCULO

           IF WS-ID-VINCULO = 0
              DISPLAY 'OPERADOR SEM VINCULO - NAO SERA BLOQUEADO PELO '
                      'DESLIGAMENTO DA PESSOA'
              SET VINCULO-VALIDO TO TRUE
           ELSE
              PERFORM CONFERE-PESSOA-ATIVA
              IF PESSOA-ATIVA
                 DISPLAY 'PESSOA: ' NOME ' CPF ' CPF
                 MOVE CPF TO WS-CPF-VINCULO
                 SET VINCULO-VALIDO TO TRUE
              END-IF
           END-IF
       .

       CONFERE-PESSOA-ATIVA.
           MOVE 'N' TO WS-PESSOA-ATIVA

           OPEN INPUT USUARIOS

           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE USUARIOS'
              DISPLAY 'FILE STATUS: ' WS-FS
           ELSE
              MOVE WS-ID-VINCULO TO ID-USUARIO
              READ USUARIOS
                 INVALID KEY
                    DISPLAY 'CADASTRO ' WS-ID-VINCULO ' NAO ENCONTRADO'
                 NOT INVALID KEY
                    IF ATIVO-USUARIO
                       SET PESSOA-ATIVA TO TRUE
                    ELSE
                       DISPLAY 'CADASTRO ' WS-ID-VINCULO
                               ' NAO ESTA ATIVO'
                    END-IF
              END-READ
              CLOSE USUARIOS
           END-IF
       .

       OBTEM-SENHA-PROTEGIDA.
           MOVE 'S' TO LK-VALI-TIPO
           MOVE SPACE TO LK-VALI-MODO
