      *                (appended at the end), gravado no novo campo
      *                DEPARTAMENTO do REG-USUARIO - zero quando o
      *                chamador nao aloca departamento.
      * 15/10/2026 RC  LK-COM-AREA now also carries LK-VINCULO e
      *                LK-DATA-FIM-CONTRATO (appended at the end),
      *                gravados no REG-USUARIO - vinculo em branco e
      *                gravado como 'F' (funcionario).
      * 15/10/2026 RC  EMPRESA is now stamped from the email domain via
      *                PROGEMPRESA; an operator restrito a uma empresa
      *                nao cadastra email de outra empresa.
      * 15/10/2026 RC  O cadastro novo now gets its network login from
      *                PROGREDE logo apos o WRITE - vale para todas as
      *                portas de entrada (PROGCOLE, PROGCARGA,
      *                PROGMOVIN, PROGRECICLO).
      * 15/10/2026 RC  Logo apos o 'I' INCLUSAO the cadastro image is
      *                now written to the trail as three 'C'
      *                IMAGEM-1/2/3 records (senha mascarada), para o
      *                PROGREAPL poder refazer a inclusao sobre um
      *                backup restaurado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCADS.
       77  WS-EMAIL-DUP                PIC X.
           88 EMAIL-DUPLICADO          VALUE 'S'.

      *    REG-USUARIO com a senha mascarada, para a imagem na trilha
       77  WS-IMAGEM-CAD               PIC X(166).

           COPY
           '/home/recic/Dev/PROG01/Dados/CFG-PATHS.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-SESSAO.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-EMPRESA.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-REDE.cpy'.

      ******************************************************************
       LINKAGE SECTION.
       01  LK-COM-AREA.
           03 LK-RECARGA-CPFS          PIC X(01).
              88 LK-FORCA-RECARGA-CPFS VALUE 'R'.
           03 LK-DEPARTAMENTO          PIC 9(03).
           03 LK-VINCULO               PIC X(01).
           03 LK-DATA-FIM-CONTRATO     PIC 9(08).

      ******************************************************************
       PROCEDURE DIVISION USING LK-COM-AREA.
              END-IF
           END-IF

           SET LK-EMP-DEDUZIR TO TRUE
           MOVE LK-EMAIL TO LK-EMP-EMAIL
           CALL CFG-PATH-PROGEMPRESA
           USING LK-EMP-AREA

           IF NOT LK-SESS-TODAS-EMPRESAS
              AND LK-EMP-CODIGO NOT = LK-SESS-EMPRESA
              DISPLAY 'EMAIL DE OUTRA EMPRESA'
              MOVE 'EMAIL DE OUTRA EMPRESA' TO LK-MOTIVO
              IF FS-OK
                 CLOSE USUARIOS
              END-IF
              GOBACK
           END-IF

           IF LK-ACAO-VERIFICA
              IF FS-OK AND NOT ARQUIVO-NOVO
                 PERFORM VERIFICA-EMAIL-DUPLICADO
              MOVE LK-TELEFONE-3-TIPO TO TELEFONE-3-TIPO
              MOVE LK-CPF       TO CPF
              MOVE LK-DEPARTAMENTO TO DEPARTAMENTO
              IF LK-VINCULO = SPACE
                 MOVE 'F' TO VINCULO
              ELSE
                 MOVE LK-VINCULO TO VINCULO
              END-IF
              MOVE LK-DATA-FIM-CONTRATO TO DATA-FIM-CONTRATO
              MOVE LK-EMP-CODIGO TO EMPRESA
              ACCEPT DATA-CADASTRO FROM DATE YYYYMMDD
              MOVE 0            TO DATA-ALTERACAO
              MOVE DATA-CADASTRO TO DATA-ULTIMA-TROCA-SENHA
                    MOVE SPACES      TO LK-LOG-VALOR-DEPOIS
                    CALL CFG-PATH-PROGLOG
                    USING LK-LOG-AREA
                    PERFORM GRAVA-IMAGEM-CADASTRO

                    SET LK-HSEN-GRAVA TO TRUE
                    MOVE ID-USUARIO   TO LK-HSEN-ID-USUARIO
                    CALL CFG-PATH-PROGHSEN
                    USING LK-HSEN-AREA

                    SET LK-REDE-GERAR TO TRUE
                    MOVE ID-USUARIO   TO LK-REDE-ID-USUARIO
                    MOVE NOME         TO LK-REDE-NOME
                    CALL CFG-PATH-PROGREDE
                    USING LK-REDE-AREA
                    IF LK-REDE-OK OR LK-REDE-INALTERADO
                       DISPLAY 'LOGIN DE REDE: ' LK-REDE-LOGIN
                    ELSE
                       DISPLAY 'LOGIN DE REDE NAO GERADO - SAI NO '
                               'PROXIMO PROVISIONAMENTO'
                    END-IF

           ELSE
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE USUARIOS'
              DISPLAY 'FILE STATUS: 'WS-FS

           GOBACK.

      ******************************************************************
      * Imagem do cadastro incluido na trilha ('C'), em tres registros
      * de 60 bytes (valor antes + valor depois), para o PROGREAPL
      * refazer a inclusao sobre um backup restaurado. A senha sai
      * mascarada - o hash fica no historico do PROGHSEN.
      ******************************************************************
       GRAVA-IMAGEM-CADASTRO.
           MOVE REG-USUARIO TO WS-IMAGEM-CAD
           MOVE '********'  TO WS-IMAGEM-CAD (66:8)

           MOVE 'C'         TO LK-LOG-TIPO
           MOVE ID-USUARIO  TO LK-LOG-ID-USUARIO

           MOVE 'IMAGEM-1'  TO LK-LOG-CAMPO
           MOVE WS-IMAGEM-CAD (1:30)   TO LK-LOG-VALOR-ANTES
           MOVE WS-IMAGEM-CAD (31:30)  TO LK-LOG-VALOR-DEPOIS
           CALL CFG-PATH-PROGLOG
           USING LK-LOG-AREA

           MOVE 'IMAGEM-2'  TO LK-LOG-CAMPO
           MOVE WS-IMAGEM-CAD (61:30)  TO LK-LOG-VALOR-ANTES
           MOVE WS-IMAGEM-CAD (91:30)  TO LK-LOG-VALOR-DEPOIS
           CALL CFG-PATH-PROGLOG
           USING LK-LOG-AREA

           MOVE 'IMAGEM-3'  TO LK-LOG-CAMPO
           MOVE WS-IMAGEM-CAD (121:30) TO LK-LOG-VALOR-ANTES
           MOVE WS-IMAGEM-CAD (151:16) TO LK-LOG-VALOR-DEPOIS
           CALL CFG-PATH-PROGLOG
           USING LK-LOG-AREA
       .

       VERIFICA-EMAIL-DUPLICADO.
           MOVE 'N' TO WS-EMAIL-DUP

