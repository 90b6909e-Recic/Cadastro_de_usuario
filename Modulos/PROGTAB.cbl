      *                7 a 9), com as mesmas checagens de formato,
      *                registro no PROGLOG e recarga do PROGVALI das
      *                demais listas; VOLTAR passou a ser a opcao 10.
      * 15/10/2026 RC  Added a manutencao da tabela de sistemas e
      *                perfis (SISTEMAS.dat, opcoes 10 a 12) usada na
      *                concessao de acessos, com a marca de perfil
      *                privilegiado (so ADMIN concede); VOLTAR passou
      *                a ser a opcao 13.
      * 15/10/2026 RC  Added a manutencao da tabela de empresas clientes
      *                (EMPRESAS.dat, opcoes 13 a 15 - um dominio aceito
      *                por linha, de uma so empresa) e a opcao 16, que
      *                recalcula a EMPRESA dos cadastros pelo dominio do
      *                email com registro 'A' de cada troca; so um ADMIN
      *                sem empresa as usa. Dominio vinculado a empresa
      *                nao e removido. VOLTAR passou a ser a opcao 17.
      * 15/10/2026 RC  Added a manutencao da tabela de consumidores do
      *                movimento (CONSUMIDORES.dat, opcoes 17 a 19),
      *                com checagem de periodicidade, dia e campos e
      *                registro 'T' de cada mudanca; so um ADMIN sem
      *                empresa as usa. VOLTAR passou a ser a opcao 20.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGTAB.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DEP.

           SELECT SISTEMAS ASSIGN TO
           CFG-PATH-SISTEMAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SIS.

           SELECT EMPRESAS ASSIGN TO
           CFG-PATH-EMPRESAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-EMP.

           SELECT CONSUMIDORES ASSIGN TO
           CFG-PATH-CONSUMIDORES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CON.

           SELECT USUARIOS ASSIGN TO
           CFG-PATH-USUARIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-USUARIO
           ALTERNATE RECORD KEY IS EMAIL
           FILE STATUS IS WS-FS-US.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-DEPARTAMENTOS.cpy'.

       FD  SISTEMAS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-SISTEMAS.cpy'.

       FD  EMPRESAS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-EMPRESAS.cpy'.

       FD  CONSUMIDORES.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-CONSUMIDORES.cpy'.

       FD  USUARIOS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-USUARIOS.cpy'.

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WS-FS-DOM                   PIC 99.
              05 TAB-DEP-CODIGO        PIC 9(03).
              05 TAB-DEP-NOME          PIC X(30).

       77  WS-FS-SIS                   PIC 99.
           88 FS-SIS-OK                VALUE 0.

       77  WS-MAX-SISTEMAS             PIC 9(03) VALUE 100.
       77  WS-QTD-SISTEMAS             PIC 9(03) VALUE 0.
       77  WS-IDX-SIS                  PIC 9(03).
       77  WS-IDX-SIS-REMOVE           PIC 9(03).
       77  WS-SIS-INF                  PIC X(08).
       77  WS-SIS-PERFIL-INF           PIC X(10).
       77  WS-SIS-PRIV-INF             PIC X(01).
       77  WS-SIS-DESCR-INF            PIC X(30).

       01  TAB-SISTEMAS.
           03 TAB-SIS-ITEM             OCCURS 100 TIMES.
              05 TAB-SIS-CODIGO        PIC X(08).
              05 TAB-SIS-PERFIL        PIC X(10).
              05 TAB-SIS-PRIVILEGIADO  PIC X(01).
              05 TAB-SIS-DESCRICAO     PIC X(30).

       77  WS-FS-EMP                   PIC 99.
           88 FS-EMP-OK                VALUE 0.

       77  WS-FS-US                    PIC 99.
           88 FS-US-OK                 VALUE 0.

       77  WS-MAX-EMPRESAS             PIC 9(03) VALUE 50.
       77  WS-QTD-EMPRESAS             PIC 9(03) VALUE 0.
       77  WS-IDX-EMP                  PIC 9(03).
       77  WS-IDX-EMP-REMOVE           PIC 9(03).
       77  WS-EMP-INF                  PIC X(03).
       77  WS-EMP-NUM                  PIC 9(03).
       77  WS-EMP-NOME-INF             PIC X(30).
       77  WS-EMPRESA-ANTES            PIC 9(03).
       77  WS-CONFIRMA                 PIC X(01).

       77  WS-QTD-LIDOS                PIC 9(05).
       77  WS-QTD-REAPLICADOS          PIC 9(05).

       01  TAB-EMPRESAS.
           03 TAB-EMP-ITEM             OCCURS 50 TIMES.
              05 TAB-EMP-CODIGO        PIC 9(03).
              05 TAB-EMP-DOMINIO       PIC X(30).
              05 TAB-EMP-NOME          PIC X(30).

       77  WS-FS-CON                   PIC 99.
           88 FS-CON-OK                VALUE 0.

       77  WS-MAX-CONSUMIDORES         PIC 99 VALUE 20.
       77  WS-QTD-CONSUMIDORES         PIC 99 VALUE 0.
       77  WS-IDX-CON                  PIC 99.
       77  WS-IDX-CON-REMOVE           PIC 99.
       77  WS-CON-INF                  PIC X(08).
       77  WS-CON-FREQ-INF             PIC X(01).
       77  WS-CON-DIA-INF              PIC X(02).
       77  WS-CON-DIA-NUM              PIC 9(02).
       77  WS-CON-CAMPOS-INF           PIC X(60).
       77  WS-CON-DESCR-INF            PIC X(30).
       77  WS-CON-CAMPO                PIC X(10).
       77  WS-CON-PTR                  PIC 9(03).
       77  WS-CON-QTD-CAMPOS           PIC 99.

       01  TAB-CONSUMIDORES.
           03 TAB-CON-ITEM             OCCURS 20 TIMES.
              05 TAB-CON-CODIGO        PIC X(08).
              05 TAB-CON-FREQUENCIA    PIC X(01).
              05 TAB-CON-DIA           PIC 9(02).
              05 TAB-CON-CAMPOS        PIC X(60).
              05 TAB-CON-DESCRICAO     PIC X(30).

       77  WS-ADMIN-GERAL              PIC X VALUE 'N'.
           88 ADMIN-GERAL              VALUE 'S'.

       77  WS-FORMATO                  PIC X.
           88 FORMATO-OK               VALUE 'S'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-VALIDA.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-EMPRESA.cpy'.

      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARREGA-DOMINIOS
           PERFORM CARREGA-DDDS
           PERFORM CARREGA-DEPARTAMENTOS
           PERFORM CARREGA-SISTEMAS
           PERFORM CARREGA-EMPRESAS
           PERFORM CARREGA-CONSUMIDORES

           MOVE 'N' TO WS-FIM-MENU
           PERFORM PROCESSA-MENU UNTIL FIM-MENU
           DISPLAY '     7 - LISTAR DEPARTAMENTOS                      '
           DISPLAY '     8 - INCLUIR DEPARTAMENTO                      '
           DISPLAY '     9 - REMOVER DEPARTAMENTO                      '
           DISPLAY '    10 - LISTAR SISTEMAS E PERFIS                  '
           DISPLAY '    11 - INCLUIR SISTEMA/PERFIL                    '
           DISPLAY '    12 - REMOVER SISTEMA/PERFIL                    '
           DISPLAY '    13 - LISTAR EMPRESAS E DOMINIOS                '
           DISPLAY '    14 - INCLUIR DOMINIO DE EMPRESA                '
           DISPLAY '    15 - REMOVER DOMINIO DE EMPRESA                '
           DISPLAY '    16 - REAPLICAR EMPRESA NOS CADASTROS           '
           DISPLAY '    17 - LISTAR CONSUMIDORES DO MOVIMENTO          '
           DISPLAY '    18 - INCLUIR CONSUMIDOR DO MOVIMENTO           '
           DISPLAY '    19 - REMOVER CONSUMIDOR DO MOVIMENTO           '
           DISPLAY '    20 - VOLTAR                                    '
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
              WHEN '9'
                 PERFORM REMOVE-DEPARTAMENTO
              WHEN '10'
                 PERFORM LISTA-SISTEMAS
              WHEN '11'
                 PERFORM INCLUI-SISTEMA
              WHEN '12'
                 PERFORM REMOVE-SISTEMA
              WHEN '13'
                 PERFORM LISTA-EMPRESAS
              WHEN '14'
                 PERFORM INCLUI-EMPRESA
              WHEN '15'
                 PERFORM REMOVE-EMPRESA
              WHEN '16'
                 PERFORM REAPLICA-EMPRESAS
              WHEN '17'
                 PERFORM LISTA-CONSUMIDORES
              WHEN '18'
                 PERFORM INCLUI-CONSUMIDOR
              WHEN '19'
                 PERFORM REMOVE-CONSUMIDOR
              WHEN '20'
                 SET FIM-MENU TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA'
              END-IF
           END-PERFORM

           MOVE 0 TO WS-IDX-EMP-REMOVE
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
           UNTIL WS-IDX-EMP > WS-QTD-EMPRESAS
              IF TAB-EMP-DOMINIO (WS-IDX-EMP) = WS-DOMINIO-INF
                 MOVE WS-IDX-EMP TO WS-IDX-EMP-REMOVE
              END-IF
           END-PERFORM

           EVALUATE TRUE
              WHEN WS-IDX-REMOVE = 0
                 DISPLAY 'DOMINIO NAO ENCONTRADO NA TABELA'
              WHEN WS-IDX-EMP-REMOVE > 0
                 DISPLAY 'DOMINIO VINCULADO A EMPRESA '
                         TAB-EMP-CODIGO (WS-IDX-EMP-REMOVE)
                         ' - REMOVA O VINCULO ANTES (OPCAO 15)'
              WHEN OTHER
                 PERFORM VARYING WS-IDX FROM WS-IDX-REMOVE BY 1
                 UNTIL WS-IDX >= WS-QTD-DOMINIOS
                    MOVE TAB-DOMINIO (WS-IDX + 1)
                      TO TAB-DOMINIO (WS-IDX)
                 END-PERFORM
                 SUBTRACT 1 FROM WS-QTD-DOMINIOS
                 PERFORM REGRAVA-DOMINIOS
                 MOVE 'DOMINIO'      TO LK-LOG-CAMPO
                 MOVE WS-DOMINIO-INF TO LK-LOG-VALOR-ANTES
                 MOVE SPACES         TO LK-LOG-VALOR-DEPOIS
                 PERFORM REGISTRA-MUDANCA
                 DISPLAY 'DOMINIO REMOVIDO'
           END-EVALUATE
       .

       REGRAVA-DOMINIOS.
           END-IF
       .

       CARREGA-SISTEMAS.
           MOVE 0 TO WS-QTD-SISTEMAS
           SET EOF-OK TO FALSE

           OPEN INPUT SISTEMAS

           IF FS-SIS-OK
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
                                  ' SISTEMAS/PERFIS PERMITIDOS '
                                  'ATINGIDO'
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SISTEMAS
           END-IF
       .

       LISTA-SISTEMAS.
           DISPLAY ' '
           DISPLAY 'SISTEMAS E PERFIS (' WS-QTD-SISTEMAS ' DE '
                   WS-MAX-SISTEMAS '):'
           PERFORM VARYING WS-IDX-SIS FROM 1 BY 1
           UNTIL WS-IDX-SIS > WS-QTD-SISTEMAS
              DISPLAY '   ' TAB-SIS-CODIGO (WS-IDX-SIS)
                      ' - ' TAB-SIS-PERFIL (WS-IDX-SIS)
                      ' - ' TAB-SIS-PRIVILEGIADO (WS-IDX-SIS)
                      ' - ' TAB-SIS-DESCRICAO (WS-IDX-SIS)
           END-PERFORM
       .

       INCLUI-SISTEMA.
           IF WS-QTD-SISTEMAS >= WS-MAX-SISTEMAS
              DISPLAY 'CAPACIDADE DE ' WS-MAX-SISTEMAS
                      ' SISTEMAS/PERFIS ATINGIDA - REMOVA UM ANTES'
           ELSE
              DISPLAY 'INFORME O CODIGO DO SISTEMA (ATE 8): '
              ACCEPT WS-SIS-INF
              DISPLAY 'INFORME O PERFIL NO SISTEMA (ATE 10): '
              ACCEPT WS-SIS-PERFIL-INF

              IF WS-SIS-INF = SPACES OR WS-SIS-PERFIL-INF = SPACES
                 DISPLAY 'SISTEMA E PERFIL SAO OBRIGATORIOS'
              ELSE
                 PERFORM LOCALIZA-SISTEMA-TAB
                 IF WS-IDX-SIS-REMOVE > 0
                    DISPLAY 'SISTEMA/PERFIL JA CADASTRADO'
                 ELSE
                    DISPLAY 'PERFIL PRIVILEGIADO - SO ADMIN '
                            'CONCEDE ? (S/N)'
                    ACCEPT WS-SIS-PRIV-INF
                    DISPLAY 'INFORME A DESCRICAO: '
                    ACCEPT WS-SIS-DESCR-INF

                    IF WS-SIS-PRIV-INF = 's'
                       MOVE 'S' TO WS-SIS-PRIV-INF
                    END-IF
                    IF WS-SIS-PRIV-INF NOT = 'S'
                       MOVE 'N' TO WS-SIS-PRIV-INF
                    END-IF

                    ADD 1 TO WS-QTD-SISTEMAS
                    MOVE WS-SIS-INF
                      TO TAB-SIS-CODIGO (WS-QTD-SISTEMAS)
                    MOVE WS-SIS-PERFIL-INF
                      TO TAB-SIS-PERFIL (WS-QTD-SISTEMAS)
                    MOVE WS-SIS-PRIV-INF
                      TO TAB-SIS-PRIVILEGIADO (WS-QTD-SISTEMAS)
                    MOVE WS-SIS-DESCR-INF
                      TO TAB-SIS-DESCRICAO (WS-QTD-SISTEMAS)
                    PERFORM REGRAVA-SISTEMAS
                    MOVE 'SISTEMA'   TO LK-LOG-CAMPO
                    MOVE SPACES      TO LK-LOG-VALOR-ANTES
                    MOVE SPACES      TO LK-LOG-VALOR-DEPOIS
                    STRING WS-SIS-INF        DELIMITED SIZE
                           ' '               DELIMITED SIZE
                           WS-SIS-PERFIL-INF DELIMITED SIZE
                           ' '               DELIMITED SIZE
                           WS-SIS-PRIV-INF   DELIMITED SIZE
                      INTO LK-LOG-VALOR-DEPOIS
                    PERFORM REGISTRA-MUDANCA
                    DISPLAY 'SISTEMA/PERFIL INCLUIDO'
                    IF WS-QTD-SISTEMAS = WS-MAX-SISTEMAS
                       DISPLAY 'AVISO: CAPACIDADE DE '
                               WS-MAX-SISTEMAS
                               ' SISTEMAS/PERFIS ATINGIDA'
                    END-IF
                 END-IF
              END-IF
           END-IF
       .

      ******************************************************************
      * Remover um par da tabela nao revoga os acessos ja concedidos
      * com ele - so impede novas concessoes; a revogacao continua
      * sendo feita pela tela de acessos.
      ******************************************************************
       REMOVE-SISTEMA.
           DISPLAY 'INFORME O CODIGO DO SISTEMA A REMOVER: '
           ACCEPT WS-SIS-INF
           DISPLAY 'INFORME O PERFIL A REMOVER: '
           ACCEPT WS-SIS-PERFIL-INF

           PERFORM LOCALIZA-SISTEMA-TAB

           IF WS-IDX-SIS-REMOVE = 0
              DISPLAY 'SISTEMA/PERFIL NAO ENCONTRADO NA TABELA'
           ELSE
              MOVE SPACES TO LK-LOG-VALOR-ANTES
              STRING WS-SIS-INF        DELIMITED SIZE
                     ' '               DELIMITED SIZE
                     WS-SIS-PERFIL-INF DELIMITED SIZE
                     ' '               DELIMITED SIZE
                     TAB-SIS-PRIVILEGIADO (WS-IDX-SIS-REMOVE)
                                       DELIMITED SIZE
                INTO LK-LOG-VALOR-ANTES

              PERFORM VARYING WS-IDX-SIS FROM WS-IDX-SIS-REMOVE BY 1
              UNTIL WS-IDX-SIS >= WS-QTD-SISTEMAS
                 MOVE TAB-SIS-ITEM (WS-IDX-SIS + 1)
                   TO TAB-SIS-ITEM (WS-IDX-SIS)
              END-PERFORM
              SUBTRACT 1 FROM WS-QTD-SISTEMAS
              PERFORM REGRAVA-SISTEMAS
              MOVE 'SISTEMA' TO LK-LOG-CAMPO
              MOVE SPACES    TO LK-LOG-VALOR-DEPOIS
              PERFORM REGISTRA-MUDANCA
              DISPLAY 'SISTEMA/PERFIL REMOVIDO'
           END-IF
       .

       LOCALIZA-SISTEMA-TAB.
           MOVE 0 TO WS-IDX-SIS-REMOVE
           PERFORM VARYING WS-IDX-SIS FROM 1 BY 1
           UNTIL WS-IDX-SIS > WS-QTD-SISTEMAS
              IF TAB-SIS-CODIGO (WS-IDX-SIS) = WS-SIS-INF
                 AND TAB-SIS-PERFIL (WS-IDX-SIS) = WS-SIS-PERFIL-INF
                 MOVE WS-IDX-SIS TO WS-IDX-SIS-REMOVE
              END-IF
           END-PERFORM
       .

       REGRAVA-SISTEMAS.
           OPEN OUTPUT SISTEMAS

           IF NOT FS-SIS-OK
              DISPLAY 'ERRO AO REGRAVAR SISTEMAS.dat'
              DISPLAY 'FILE STATUS: ' WS-FS-SIS
           ELSE
              PERFORM VARYING WS-IDX-SIS FROM 1 BY 1
              UNTIL WS-IDX-SIS > WS-QTD-SISTEMAS
                 MOVE SPACES TO REG-SISTEMA
                 MOVE TAB-SIS-CODIGO (WS-IDX-SIS)       TO SIS-CODIGO
                 MOVE TAB-SIS-PERFIL (WS-IDX-SIS)       TO SIS-PERFIL
                 MOVE TAB-SIS-PRIVILEGIADO (WS-IDX-SIS)
                   TO SIS-PRIVILEGIADO
                 MOVE TAB-SIS-DESCRICAO (WS-IDX-SIS)
                   TO SIS-DESCRICAO
                 WRITE REG-SISTEMA
              END-PERFORM
              CLOSE SISTEMAS
           END-IF
       .

       CARREGA-EMPRESAS.
           MOVE 0 TO WS-QTD-EMPRESAS
           SET EOF-OK TO FALSE

           OPEN INPUT EMPRESAS

           IF FS-EMP-OK
              PERFORM UNTIL EOF-OK
                 READ EMPRESAS
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       IF WS-QTD-EMPRESAS < WS-MAX-EMPRESAS
                          ADD 1 TO WS-QTD-EMPRESAS
                          MOVE EMP-CODIGO
                            TO TAB-EMP-CODIGO (WS-QTD-EMPRESAS)
                          MOVE EMP-DOMINIO
                            TO TAB-EMP-DOMINIO (WS-QTD-EMPRESAS)
                          MOVE EMP-NOME
                            TO TAB-EMP-NOME (WS-QTD-EMPRESAS)
                       ELSE
                          DISPLAY 'LIMITE DE ' WS-MAX-EMPRESAS
                                  ' LINHAS DE EMPRESAS ATINGIDO'
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EMPRESAS
           END-IF
       .

       LISTA-EMPRESAS.
           DISPLAY ' '
           DISPLAY 'EMPRESAS E DOMINIOS (' WS-QTD-EMPRESAS ' DE '
                   WS-MAX-EMPRESAS '):'
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
           UNTIL WS-IDX-EMP > WS-QTD-EMPRESAS
              DISPLAY '   ' TAB-EMP-CODIGO (WS-IDX-EMP)
                      ' - ' TAB-EMP-DOMINIO (WS-IDX-EMP)
                      ' - ' TAB-EMP-NOME (WS-IDX-EMP)
           END-PERFORM
       .

      ******************************************************************
      * A tabela de empresas so e mexida por um ADMIN sem empresa
      * (operador de todas as empresas). O dominio precisa estar na
      * lista de dominios aceitos e pertence a uma unica empresa; uma
      * empresa com varios dominios tem uma linha por dominio, com o
      * mesmo codigo e nome.
      ******************************************************************
       INCLUI-EMPRESA.
           PERFORM CHECA-ADMIN-GERAL

           IF ADMIN-GERAL
              IF WS-QTD-EMPRESAS >= WS-MAX-EMPRESAS
                 DISPLAY 'CAPACIDADE DE ' WS-MAX-EMPRESAS
                         ' LINHAS DE EMPRESAS ATINGIDA - REMOVA UMA '
                         'ANTES'
              ELSE
                 DISPLAY 'INFORME O CODIGO DA EMPRESA (TRES DIGITOS, '
                         'NAO ZERO): '
                 ACCEPT WS-EMP-INF
                 DISPLAY 'INFORME O DOMINIO DE EMAIL DA EMPRESA: '
                 ACCEPT WS-DOMINIO-INF

                 PERFORM CHECA-DOMINIO-EMPRESA

                 IF FORMATO-OK
                    PERFORM OBTEM-NOME-EMPRESA
                 END-IF

                 IF FORMATO-OK
                    ADD 1 TO WS-QTD-EMPRESAS
                    MOVE WS-EMP-NUM
                      TO TAB-EMP-CODIGO (WS-QTD-EMPRESAS)
                    MOVE WS-DOMINIO-INF
                      TO TAB-EMP-DOMINIO (WS-QTD-EMPRESAS)
                    MOVE WS-EMP-NOME-INF
                      TO TAB-EMP-NOME (WS-QTD-EMPRESAS)
                    PERFORM REGRAVA-EMPRESAS
                    MOVE 'EMPRESA' TO LK-LOG-CAMPO
                    MOVE SPACES    TO LK-LOG-VALOR-ANTES
                    MOVE SPACES    TO LK-LOG-VALOR-DEPOIS
                    STRING WS-EMP-INF     DELIMITED SIZE
                           ' '            DELIMITED SIZE
                           WS-DOMINIO-INF DELIMITED SIZE
                      INTO LK-LOG-VALOR-DEPOIS
                    PERFORM REGISTRA-MUDANCA
                    DISPLAY 'DOMINIO VINCULADO A EMPRESA'
                    DISPLAY 'CADASTROS JA EXISTENTES DO DOMINIO SO '
                            'MUDAM DE EMPRESA PELA OPCAO 16'
                 END-IF
              END-IF
           END-IF
       .

       CHECA-DOMINIO-EMPRESA.
           MOVE 'N' TO WS-FORMATO

           MOVE 0 TO WS-IDX-REMOVE
           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-QTD-DOMINIOS
              IF TAB-DOMINIO (WS-IDX) = WS-DOMINIO-INF
                 MOVE WS-IDX TO WS-IDX-REMOVE
              END-IF
           END-PERFORM

           MOVE 0 TO WS-IDX-EMP-REMOVE
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
           UNTIL WS-IDX-EMP > WS-QTD-EMPRESAS
              IF TAB-EMP-DOMINIO (WS-IDX-EMP) = WS-DOMINIO-INF
                 MOVE WS-IDX-EMP TO WS-IDX-EMP-REMOVE
              END-IF
           END-PERFORM

           EVALUATE TRUE
              WHEN WS-EMP-INF NOT NUMERIC OR WS-EMP-INF = '000'
                 DISPLAY 'CODIGO DEVE SER NUMERICO DE TRES DIGITOS '
                         'E DIFERENTE DE 000'
              WHEN WS-IDX-REMOVE = 0
                 DISPLAY 'DOMINIO NAO ESTA NA LISTA DE DOMINIOS '
                         'ACEITOS - INCLUA-O ANTES (OPCAO 2)'
              WHEN WS-IDX-EMP-REMOVE > 0
                 DISPLAY 'DOMINIO JA VINCULADO A EMPRESA '
                         TAB-EMP-CODIGO (WS-IDX-EMP-REMOVE)
              WHEN OTHER
                 MOVE WS-EMP-INF TO WS-EMP-NUM
                 SET FORMATO-OK TO TRUE
           END-EVALUATE
       .

       OBTEM-NOME-EMPRESA.
           MOVE SPACES TO WS-EMP-NOME-INF
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
           UNTIL WS-IDX-EMP > WS-QTD-EMPRESAS
              IF TAB-EMP-CODIGO (WS-IDX-EMP) = WS-EMP-NUM
                 MOVE TAB-EMP-NOME (WS-IDX-EMP) TO WS-EMP-NOME-INF
              END-IF
           END-PERFORM

           IF WS-EMP-NOME-INF NOT = SPACES
              DISPLAY 'NOVO DOMINIO DA EMPRESA ' WS-EMP-NOME-INF
           ELSE
              DISPLAY 'INFORME O NOME DA EMPRESA: '
              ACCEPT WS-EMP-NOME-INF
              IF WS-EMP-NOME-INF = SPACES
                 DISPLAY 'NOME DA EMPRESA EM BRANCO'
                 MOVE 'N' TO WS-FORMATO
              END-IF
           END-IF
       .

       REMOVE-EMPRESA.
           PERFORM CHECA-ADMIN-GERAL

           IF ADMIN-GERAL
              DISPLAY 'INFORME O DOMINIO A DESVINCULAR: '
              ACCEPT WS-DOMINIO-INF

              MOVE 0 TO WS-IDX-EMP-REMOVE
              PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
              UNTIL WS-IDX-EMP > WS-QTD-EMPRESAS
                 IF TAB-EMP-DOMINIO (WS-IDX-EMP) = WS-DOMINIO-INF
                    MOVE WS-IDX-EMP TO WS-IDX-EMP-REMOVE
                 END-IF
              END-PERFORM

              IF WS-IDX-EMP-REMOVE = 0
                 DISPLAY 'DOMINIO NAO VINCULADO A NENHUMA EMPRESA'
              ELSE
                 MOVE SPACES TO LK-LOG-VALOR-ANTES
                 STRING TAB-EMP-CODIGO (WS-IDX-EMP-REMOVE)
                                       DELIMITED SIZE
                        ' '            DELIMITED SIZE
                        WS-DOMINIO-INF DELIMITED SIZE
                   INTO LK-LOG-VALOR-ANTES

                 PERFORM VARYING WS-IDX-EMP FROM WS-IDX-EMP-REMOVE BY 1
                 UNTIL WS-IDX-EMP >= WS-QTD-EMPRESAS
                    MOVE TAB-EMP-ITEM (WS-IDX-EMP + 1)
                      TO TAB-EMP-ITEM (WS-IDX-EMP)
                 END-PERFORM
                 SUBTRACT 1 FROM WS-QTD-EMPRESAS
                 PERFORM REGRAVA-EMPRESAS
                 MOVE 'EMPRESA' TO LK-LOG-CAMPO
                 MOVE SPACES    TO LK-LOG-VALOR-DEPOIS
                 PERFORM REGISTRA-MUDANCA
                 DISPLAY 'DOMINIO DESVINCULADO DA EMPRESA'
                 DISPLAY 'CADASTROS JA EXISTENTES DO DOMINIO SO '
                         'MUDAM DE EMPRESA PELA OPCAO 16'
              END-IF
           END-IF
       .

       REGRAVA-EMPRESAS.
           OPEN OUTPUT EMPRESAS

           IF NOT FS-EMP-OK
              DISPLAY 'ERRO AO REGRAVAR EMPRESAS.dat'
              DISPLAY 'FILE STATUS: ' WS-FS-EMP
           ELSE
              PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
              UNTIL WS-IDX-EMP > WS-QTD-EMPRESAS
                 MOVE SPACES TO REG-EMPRESA
                 MOVE TAB-EMP-CODIGO (WS-IDX-EMP)  TO EMP-CODIGO
                 MOVE TAB-EMP-DOMINIO (WS-IDX-EMP) TO EMP-DOMINIO
                 MOVE TAB-EMP-NOME (WS-IDX-EMP)    TO EMP-NOME
                 WRITE REG-EMPRESA
              END-PERFORM
              CLOSE EMPRESAS
              SET LK-EMP-RECARREGAR TO TRUE
              CALL CFG-PATH-PROGEMPRESA
              USING LK-EMP-AREA
           END-IF
       .

      ******************************************************************
      * Recalcula a EMPRESA de cada cadastro pelo dominio do email,
      * usada na implantacao da tabela e depois de mudar os vinculos
      * de dominio. Cadastros anonimizados ficam como estao. Cada
      * troca entra na trilha como alteracao ('A', campo EMPRESA).
      ******************************************************************
       REAPLICA-EMPRESAS.
           PERFORM CHECA-ADMIN-GERAL

           IF ADMIN-GERAL
              DISPLAY 'RECALCULAR A EMPRESA DE TODOS OS CADASTROS '
                      'PELO DOMINIO DO EMAIL ? (S/N)'
              ACCEPT WS-CONFIRMA

              IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                 MOVE 0 TO WS-QTD-LIDOS
                 MOVE 0 TO WS-QTD-REAPLICADOS
                 SET EOF-OK TO FALSE

                 OPEN I-O USUARIOS

                 IF NOT FS-US-OK
                    DISPLAY 'ERRO AO ABRIR USUARIOS.dat'
                    DISPLAY 'FILE STATUS: ' WS-FS-US
                 ELSE
                    PERFORM UNTIL EOF-OK
                       READ USUARIOS NEXT
                          AT END
                             SET EOF-OK TO TRUE
                          NOT AT END
                             ADD 1 TO WS-QTD-LIDOS
                             IF NOT ANONIMIZADO-USUARIO
                                PERFORM REAPLICA-EMPRESA-CADASTRO
                             END-IF
                       END-READ
                    END-PERFORM
                    CLOSE USUARIOS
                    DISPLAY 'CADASTROS LIDOS......: ' WS-QTD-LIDOS
                    DISPLAY 'EMPRESAS ATUALIZADAS.: ' WS-QTD-REAPLICADOS
                 END-IF
              END-IF
           END-IF
       .

       REAPLICA-EMPRESA-CADASTRO.
           SET LK-EMP-DEDUZIR TO TRUE
           MOVE EMAIL TO LK-EMP-EMAIL
           CALL CFG-PATH-PROGEMPRESA
           USING LK-EMP-AREA

           IF LK-EMP-CODIGO NOT = EMPRESA
              MOVE EMPRESA       TO WS-EMPRESA-ANTES
              MOVE LK-EMP-CODIGO TO EMPRESA
              REWRITE REG-USUARIO
                 INVALID KEY
                    DISPLAY 'FALHA AO ATUALIZAR O ID ' ID-USUARIO
                 NOT INVALID KEY
                    ADD 1 TO WS-QTD-REAPLICADOS
                    MOVE 'A'              TO LK-LOG-TIPO
                    MOVE ID-USUARIO       TO LK-LOG-ID-USUARIO
                    MOVE 'EMPRESA'        TO LK-LOG-CAMPO
                    MOVE WS-EMPRESA-ANTES TO LK-LOG-VALOR-ANTES
                    MOVE LK-EMP-CODIGO    TO LK-LOG-VALOR-DEPOIS
                    CALL CFG-PATH-PROGLOG
                    USING LK-LOG-AREA
              END-REWRITE
           END-IF
       .

       CARREGA-CONSUMIDORES.
           MOVE 0 TO WS-QTD-CONSUMIDORES
           SET EOF-OK TO FALSE

           OPEN INPUT CONSUMIDORES

           IF FS-CON-OK
              PERFORM UNTIL EOF-OK
                 READ CONSUMIDORES
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       IF WS-QTD-CONSUMIDORES < WS-MAX-CONSUMIDORES
                          ADD 1 TO WS-QTD-CONSUMIDORES
                          MOVE CON-CODIGO
                            TO TAB-CON-CODIGO (WS-QTD-CONSUMIDORES)
                          MOVE CON-FREQUENCIA
                            TO TAB-CON-FREQUENCIA (WS-QTD-CONSUMIDORES)
                          MOVE CON-DIA
                            TO TAB-CON-DIA (WS-QTD-CONSUMIDORES)
                          MOVE CON-CAMPOS
                            TO TAB-CON-CAMPOS (WS-QTD-CONSUMIDORES)
                          MOVE CON-DESCRICAO
                            TO TAB-CON-DESCRICAO (WS-QTD-CONSUMIDORES)
                       ELSE
                          DISPLAY 'LIMITE DE ' WS-MAX-CONSUMIDORES
                                  ' CONSUMIDORES ATINGIDO'
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONSUMIDORES
           END-IF
       .

       LISTA-CONSUMIDORES.
           DISPLAY ' '
           DISPLAY 'CONSUMIDORES DO MOVIMENTO (' WS-QTD-CONSUMIDORES
                   ' DE ' WS-MAX-CONSUMIDORES '):'
           IF WS-QTD-CONSUMIDORES = 0
              DISPLAY '   TABELA VAZIA - O PROGMOV GERA SO O ACESSO '
                      '(DIARIO, EMAIL,NOME,STATUS,ACESSOS)'
           END-IF
           PERFORM VARYING WS-IDX-CON FROM 1 BY 1
           UNTIL WS-IDX-CON > WS-QTD-CONSUMIDORES
              DISPLAY '   ' TAB-CON-CODIGO (WS-IDX-CON)
                      ' ' TAB-CON-FREQUENCIA (WS-IDX-CON)
                      ' ' TAB-CON-DIA (WS-IDX-CON)
                      ' - ' TAB-CON-DESCRICAO (WS-IDX-CON)
              DISPLAY '      CAMPOS: ' TAB-CON-CAMPOS (WS-IDX-CON)
           END-PERFORM
       .

      ******************************************************************
      * O consumidor entra no proximo PROGMOV com watermark zero - o
      * primeiro arquivo dele traz todo o log vivo. Periodicidade D
      * (dia 00), S (dia 1 segunda a 7 domingo) ou M (dia 01 a 31).
      ******************************************************************
       INCLUI-CONSUMIDOR.
           IF NOT LK-SESS-TODAS-EMPRESAS
              DISPLAY 'SO UM ADMIN SEM RESTRICAO DE EMPRESA MANTEM A '
                      'TABELA DE CONSUMIDORES'
           ELSE
              IF WS-QTD-CONSUMIDORES >= WS-MAX-CONSUMIDORES
                 DISPLAY 'CAPACIDADE DE ' WS-MAX-CONSUMIDORES
                         ' CONSUMIDORES ATINGIDA - REMOVA UM ANTES'
              ELSE
                 DISPLAY 'INFORME O CODIGO DO CONSUMIDOR (ATE 8): '
                 ACCEPT WS-CON-INF
                 DISPLAY 'PERIODICIDADE (D DIARIA, S SEMANAL, '
                         'M MENSAL): '
                 ACCEPT WS-CON-FREQ-INF
                 DISPLAY 'DIA (S: 1 SEGUNDA A 7 DOMINGO; M: 1 A 31; '
                         'D: 0): '
                 ACCEPT WS-CON-DIA-INF
                 DISPLAY 'CAMPOS SEPARADOS POR VIRGULA (EMAIL NOME '
                         'STATUS CPF TELEFONE DEPTO EMPRESA VINCULO '
                         'DATAFIM DATACAD ACESSOS): '
                 ACCEPT WS-CON-CAMPOS-INF
                 DISPLAY 'INFORME A DESCRICAO: '
                 ACCEPT WS-CON-DESCR-INF

                 PERFORM CHECA-CONSUMIDOR

                 IF FORMATO-OK
                    ADD 1 TO WS-QTD-CONSUMIDORES
                    MOVE WS-CON-INF
                      TO TAB-CON-CODIGO (WS-QTD-CONSUMIDORES)
                    MOVE WS-CON-FREQ-INF
                      TO TAB-CON-FREQUENCIA (WS-QTD-CONSUMIDORES)
                    MOVE WS-CON-DIA-NUM
                      TO TAB-CON-DIA (WS-QTD-CONSUMIDORES)
                    MOVE WS-CON-CAMPOS-INF
                      TO TAB-CON-CAMPOS (WS-QTD-CONSUMIDORES)
                    MOVE WS-CON-DESCR-INF
                      TO TAB-CON-DESCRICAO (WS-QTD-CONSUMIDORES)
                    PERFORM REGRAVA-CONSUMIDORES
                    MOVE 'CONSUMIDOR' TO LK-LOG-CAMPO
                    MOVE SPACES       TO LK-LOG-VALOR-ANTES
                    MOVE SPACES       TO LK-LOG-VALOR-DEPOIS
                    STRING WS-CON-INF        DELIMITED SPACE
                           ' '               DELIMITED SIZE
                           WS-CON-FREQ-INF   DELIMITED SIZE
                           WS-CON-DIA-NUM    DELIMITED SIZE
                           ' '               DELIMITED SIZE
                           WS-CON-CAMPOS-INF DELIMITED SPACE
                      INTO LK-LOG-VALOR-DEPOIS
                    PERFORM REGISTRA-MUDANCA
                    DISPLAY 'CONSUMIDOR INCLUIDO'
                 END-IF
              END-IF
           END-IF
       .

       CHECA-CONSUMIDOR.
           SET FORMATO-OK TO TRUE
           MOVE 0 TO WS-CON-DIA-NUM

           PERFORM LOCALIZA-CONSUMIDOR-TAB

           EVALUATE TRUE
              WHEN WS-CON-INF = SPACES
                 DISPLAY 'CODIGO DO CONSUMIDOR OBRIGATORIO'
                 MOVE 'N' TO WS-FORMATO
              WHEN WS-IDX-CON-REMOVE > 0
                 DISPLAY 'CONSUMIDOR JA CADASTRADO'
                 MOVE 'N' TO WS-FORMATO
              WHEN WS-CON-FREQ-INF NOT = 'D'
                   AND WS-CON-FREQ-INF NOT = 'S'
                   AND WS-CON-FREQ-INF NOT = 'M'
                 DISPLAY 'PERIODICIDADE INVALIDA - USE D, S OU M'
                 MOVE 'N' TO WS-FORMATO
              WHEN OTHER
                 PERFORM CHECA-DIA-CONSUMIDOR
           END-EVALUATE

           IF FORMATO-OK
              PERFORM CHECA-CAMPOS-CONSUMIDOR
           END-IF
       .

       CHECA-DIA-CONSUMIDOR.
           IF WS-CON-DIA-INF = SPACES
              MOVE '0' TO WS-CON-DIA-INF
           END-IF
           IF WS-CON-DIA-INF (2:1) = SPACE
              MOVE WS-CON-DIA-INF (1:1) TO WS-CON-DIA-INF (2:1)
              MOVE '0'                  TO WS-CON-DIA-INF (1:1)
           END-IF

           IF WS-CON-DIA-INF NOT NUMERIC
              DISPLAY 'DIA DEVE SER NUMERICO'
              MOVE 'N' TO WS-FORMATO
           ELSE
              MOVE WS-CON-DIA-INF TO WS-CON-DIA-NUM
              EVALUATE TRUE
                 WHEN WS-CON-FREQ-INF = 'D'
                    MOVE 0 TO WS-CON-DIA-NUM
                 WHEN WS-CON-FREQ-INF = 'S'
                      AND (WS-CON-DIA-NUM < 1 OR WS-CON-DIA-NUM > 7)
                    DISPLAY 'DIA DA SEMANA DEVE SER DE 1 A 7'
                    MOVE 'N' TO WS-FORMATO
                 WHEN WS-CON-FREQ-INF = 'M'
                      AND (WS-CON-DIA-NUM < 1 OR WS-CON-DIA-NUM > 31)
                    DISPLAY 'DIA DO MES DEVE SER DE 1 A 31'
                    MOVE 'N' TO WS-FORMATO
              END-EVALUATE
           END-IF
       .

      *    cada campo da lista tem de ser um dos que o PROGMOV conhece
       CHECA-CAMPOS-CONSUMIDOR.
           MOVE 0 TO WS-CON-QTD-CAMPOS
           MOVE 1 TO WS-CON-PTR

           PERFORM UNTIL WS-CON-PTR > 60 OR NOT FORMATO-OK
              MOVE SPACES TO WS-CON-CAMPO
              UNSTRING WS-CON-CAMPOS-INF
                 DELIMITED BY ',' OR SPACE
                 INTO WS-CON-CAMPO
                 WITH POINTER WS-CON-PTR
              END-UNSTRING
              IF WS-CON-CAMPO = SPACES
                 MOVE 61 TO WS-CON-PTR
              ELSE
                 PERFORM CHECA-CAMPO-CONSUMIDOR
              END-IF
           END-PERFORM

           IF FORMATO-OK AND WS-CON-QTD-CAMPOS = 0
              DISPLAY 'INFORME AO MENOS UM CAMPO'
              MOVE 'N' TO WS-FORMATO
           END-IF
       .

       CHECA-CAMPO-CONSUMIDOR.
           EVALUATE WS-CON-CAMPO
              WHEN 'EMAIL'
              WHEN 'NOME'
              WHEN 'STATUS'
              WHEN 'CPF'
              WHEN 'TELEFONE'
              WHEN 'DEPTO'
              WHEN 'EMPRESA'
              WHEN 'VINCULO'
              WHEN 'DATAFIM'
              WHEN 'DATACAD'
              WHEN 'ACESSOS'
                 ADD 1 TO WS-CON-QTD-CAMPOS
              WHEN OTHER
                 DISPLAY 'CAMPO DESCONHECIDO: ' WS-CON-CAMPO
                 MOVE 'N' TO WS-FORMATO
           END-EVALUATE
       .

      ******************************************************************
      * O watermark do consumidor removido sai do CTRL-MOV.dat na
      * proxima execucao do PROGMOV; os arquivos ja gerados ficam.
      ******************************************************************
       REMOVE-CONSUMIDOR.
           IF NOT LK-SESS-TODAS-EMPRESAS
              DISPLAY 'SO UM ADMIN SEM RESTRICAO DE EMPRESA MANTEM A '
                      'TABELA DE CONSUMIDORES'
           ELSE
              DISPLAY 'INFORME O CODIGO DO CONSUMIDOR A REMOVER: '
              ACCEPT WS-CON-INF

              PERFORM LOCALIZA-CONSUMIDOR-TAB

              IF WS-IDX-CON-REMOVE = 0
                 DISPLAY 'CONSUMIDOR NAO ENCONTRADO NA TABELA'
              ELSE
                 MOVE SPACES TO LK-LOG-VALOR-ANTES
                 STRING WS-CON-INF DELIMITED SPACE
                        ' '        DELIMITED SIZE
                        TAB-CON-FREQUENCIA (WS-IDX-CON-REMOVE)
                                   DELIMITED SIZE
                        TAB-CON-DIA (WS-IDX-CON-REMOVE)
                                   DELIMITED SIZE
                        ' '        DELIMITED SIZE
                        TAB-CON-CAMPOS (WS-IDX-CON-REMOVE)
                                   DELIMITED SPACE
                   INTO LK-LOG-VALOR-ANTES

                 PERFORM VARYING WS-IDX-CON FROM WS-IDX-CON-REMOVE BY 1
                 UNTIL WS-IDX-CON >= WS-QTD-CONSUMIDORES
                    MOVE TAB-CON-ITEM (WS-IDX-CON + 1)
                      TO TAB-CON-ITEM (WS-IDX-CON)
                 END-PERFORM
                 SUBTRACT 1 FROM WS-QTD-CONSUMIDORES
                 PERFORM REGRAVA-CONSUMIDORES
                 MOVE 'CONSUMIDOR' TO LK-LOG-CAMPO
                 MOVE SPACES       TO LK-LOG-VALOR-DEPOIS
                 PERFORM REGISTRA-MUDANCA
                 DISPLAY 'CONSUMIDOR REMOVIDO'
                 IF WS-QTD-CONSUMIDORES = 0
                    DISPLAY 'AVISO: TABELA VAZIA - O PROGMOV VOLTA A '
                            'GERAR SO O ACESSO'
                 END-IF
              END-IF
           END-IF
       .

       LOCALIZA-CONSUMIDOR-TAB.
           MOVE 0 TO WS-IDX-CON-REMOVE
           PERFORM VARYING WS-IDX-CON FROM 1 BY 1
           UNTIL WS-IDX-CON > WS-QTD-CONSUMIDORES
              IF TAB-CON-CODIGO (WS-IDX-CON) = WS-CON-INF
                 MOVE WS-IDX-CON TO WS-IDX-CON-REMOVE
              END-IF
           END-PERFORM
       .

       REGRAVA-CONSUMIDORES.
           OPEN OUTPUT CONSUMIDORES

           IF NOT FS-CON-OK
              DISPLAY 'ERRO AO REGRAVAR CONSUMIDORES.dat'
              DISPLAY 'FILE STATUS: ' WS-FS-CON
           ELSE
              PERFORM VARYING WS-IDX-CON FROM 1 BY 1
              UNTIL WS-IDX-CON > WS-QTD-CONSUMIDORES
                 MOVE SPACES TO REG-CONSUMIDOR
                 MOVE TAB-CON-CODIGO (WS-IDX-CON)     TO CON-CODIGO
                 MOVE TAB-CON-FREQUENCIA (WS-IDX-CON)
                   TO CON-FREQUENCIA
                 MOVE TAB-CON-DIA (WS-IDX-CON)        TO CON-DIA
                 MOVE TAB-CON-CAMPOS (WS-IDX-CON)     TO CON-CAMPOS
                 MOVE TAB-CON-DESCRICAO (WS-IDX-CON)
                   TO CON-DESCRICAO
                 WRITE REG-CONSUMIDOR
              END-PERFORM
              CLOSE CONSUMIDORES
           END-IF
       .

       CHECA-ADMIN-GERAL.
           MOVE 'N' TO WS-ADMIN-GERAL

           IF LK-SESS-TODAS-EMPRESAS
              SET ADMIN-GERAL TO TRUE
           ELSE
              DISPLAY 'SO UM ADMIN SEM RESTRICAO DE EMPRESA MANTEM A '
                      'TABELA DE EMPRESAS'
           END-IF
       .

       FORCA-RECARGA-VALIDACAO.
           SET LK-VALI-FORCA-RECARGA TO TRUE
           MOVE SPACE TO LK-VALI-TIPO
