      * 22/08/2026 RC  EXIBE-CADASTRO now also shows os enderecos
      *                residencial e comercial do usuario, lidos de
      *                ENDERECOS.dat via PROGENDE.
      * 15/10/2026 RC  Each cadastro exibido is now recorded na trilha
      *                as an 'O' event (LOG-CAMPO CONSULTA, com o ID).
      * 15/10/2026 RC  EXIBE-CADASTRO now also shows a empresa. Para um
      *                operador restrito a uma empresa, o cadastro de
      *                outra empresa aparece como nao encontrado (evento
      *                'R', campo EMPRESA) e sai da busca por nome.
      * 15/10/2026 RC  EXIBE-CADASTRO now also shows a situacao da
      *                verificacao do email e do telefone (PROGVERIF).
      * 15/10/2026 RC  Exibe o login de rede do cadastro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCONS.
           COPY
           '/home/recic/Dev/PROG01/Dados/LK-ENDE.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-LOG.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-SESSAO.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-EMPRESA.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-VERIF.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-REDE.cpy'.

      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           SET LK-SESS-CONSULTAR TO TRUE
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           OPEN INPUT USUARIOS

           IF NOT FS-OK
                    INVALID KEY
                       DISPLAY 'USUARIO NAO ENCONTRADO'
                    NOT INVALID KEY
                       PERFORM EXIBE-SE-DA-EMPRESA
                 END-READ
              WHEN '2'
                 DISPLAY 'INFORME O EMAIL DO USUARIO: '
                    INVALID KEY
                       DISPLAY 'USUARIO NAO ENCONTRADO'
                    NOT INVALID KEY
                       PERFORM EXIBE-SE-DA-EMPRESA
                 END-READ
              WHEN '3'
                 DISPLAY 'INFORME O TRECHO DO NOME A PROCURAR: '
                    INSPECT NOME TALLYING WS-QTD-OCORRE
                    FOR ALL WS-NOME-PROCURA (1: WS-NOME-PROCURA-LEN)
                    IF WS-QTD-OCORRE > 0
                       AND (LK-SESS-TODAS-EMPRESAS
                            OR EMPRESA = LK-SESS-EMPRESA)
                       ADD 1 TO WS-QTD-ENCONTRADOS
                       PERFORM EXIBE-CADASTRO
                    END-IF
           END-IF
       .

      ******************************************************************
      * Para um operador restrito a uma empresa, o cadastro de outra
      * empresa e tratado como inexistente; a tentativa fica na trilha
      * como acesso recusado ('R', campo EMPRESA).
      ******************************************************************
       EXIBE-SE-DA-EMPRESA.
           IF LK-SESS-TODAS-EMPRESAS OR EMPRESA = LK-SESS-EMPRESA
              PERFORM EXIBE-CADASTRO
           ELSE
              DISPLAY 'USUARIO NAO ENCONTRADO'
              MOVE 'R'          TO LK-LOG-TIPO
              MOVE ID-USUARIO   TO LK-LOG-ID-USUARIO
              MOVE 'EMPRESA'    TO LK-LOG-CAMPO
              MOVE EMPRESA      TO LK-LOG-VALOR-ANTES
              MOVE 'PROGCONS'   TO LK-LOG-VALOR-DEPOIS
              CALL CFG-PATH-PROGLOG
              USING LK-LOG-AREA
           END-IF
       .

       EXIBE-CADASTRO.
           DISPLAY ' '
           DISPLAY '*-------------------------------------------------*'
           DISPLAY 'SENHA....: ********'
           DISPLAY 'TELEFONE.: ' TELEFONE
           DISPLAY 'CPF......: ' CPF
           SET LK-REDE-CONSULTAR TO TRUE
           MOVE ID-USUARIO TO LK-REDE-ID-USUARIO
           CALL CFG-PATH-PROGREDE
           USING LK-REDE-AREA
           EVALUATE TRUE
              WHEN LK-REDE-NAO-ACHADO
                 DISPLAY 'LOGIN....: (NAO GERADO)'
              WHEN LK-REDE-SITUACAO = 'D'
                 DISPLAY 'LOGIN....: ' LK-REDE-LOGIN ' (DESATIVADO)'
              WHEN OTHER
                 DISPLAY 'LOGIN....: ' LK-REDE-LOGIN
           END-EVALUATE
           MOVE ID-USUARIO TO LK-VRF-ID-USUARIO
           MOVE EMAIL      TO LK-VRF-EMAIL
           MOVE TELEFONE   TO LK-VRF-TELEFONE
           CALL CFG-PATH-PROGVERIF
           USING LK-VRF-AREA
           DISPLAY 'VERIF.EML: ' LK-VRF-TEXTO-EMAIL
           DISPLAY 'VERIF.TEL: ' LK-VRF-TEXTO-TELEFONE
           SET LK-EMP-NOME-CODIGO TO TRUE
           MOVE EMPRESA TO LK-EMP-CODIGO
           CALL CFG-PATH-PROGEMPRESA
           USING LK-EMP-AREA
           DISPLAY 'EMPRESA..: ' EMPRESA ' - ' LK-EMP-NOME
           MOVE 'R' TO LK-ENDE-TIPO
           PERFORM EXIBE-ENDERECO
           MOVE 'C' TO LK-ENDE-TIPO
           PERFORM EXIBE-ENDERECO
           DISPLAY '*-------------------------------------------------*'

           PERFORM REGISTRA-CONSULTA
       .

      *    toda exibicao de cadastro fica na trilha como evento de
      *    operador, com o ID consultado - base da analise de consultas
      *    repetidas ao mesmo cadastro
       REGISTRA-CONSULTA.
           MOVE 'O'          TO LK-LOG-TIPO
           MOVE ID-USUARIO   TO LK-LOG-ID-USUARIO
           MOVE 'CONSULTA'   TO LK-LOG-CAMPO
           MOVE SPACES       TO LK-LOG-VALOR-ANTES
           MOVE 'PROGCONS'   TO LK-LOG-VALOR-DEPOIS
           CALL CFG-PATH-PROGLOG
           USING LK-LOG-AREA
       .

       EXIBE-ENDERECO.
