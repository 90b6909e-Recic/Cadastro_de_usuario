       77  WS-ACESSO                   PIC X VALUE 'N'.
           88 ACESSO-PERMITIDO         VALUE 'S'.

      *    REG-USUARIO com a senha mascarada, para a imagem na trilha
       77  WS-IMAGEM-CAD               PIC X(166).

           COPY
           '/home/recic/Dev/PROG01/Dados/FD-USUARIOS.cpy'
           REPLACING REG-USUARIO BY REG-ARQUIVADO.
           COPY
           '/home/recic/Dev/PROG01/Dados/LK-LOG.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-OPVINC.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-LOGIN.cpy'.

              GOBACK
           END-IF

           SET LK-OPV-CONFERIR TO TRUE
           MOVE ID-USUARIO OF REG-ARQUIVADO TO LK-OPV-ID-USUARIO
           MOVE CPF OF REG-ARQUIVADO        TO LK-OPV-CPF
           CALL CFG-PATH-PROGOPVINC
           USING LK-OPV-AREA
           IF LK-OPV-PROPRIO
              CLOSE EXCLUIDOS
              GOBACK
           END-IF

           PERFORM REINSERE-CADASTRO

           CLOSE EXCLUIDOS
                 MOVE SPACES           TO LK-LOG-VALOR-DEPOIS
                 CALL CFG-PATH-PROGLOG
                 USING LK-LOG-AREA
                 PERFORM GRAVA-IMAGEM-CADASTRO
           END-WRITE

           CLOSE USUARIOS
       .

      ******************************************************************
      * Imagem do cadastro recuperado na trilha ('C'), como no
      * PROGCADS, para o PROGREAPL refazer a recuperacao sobre um
      * backup restaurado.
      ******************************************************************
       GRAVA-IMAGEM-CADASTRO.
           MOVE REG-USUARIO TO WS-IMAGEM-CAD
           MOVE '********'  TO WS-IMAGEM-CAD (66:8)

           MOVE 'C'             TO LK-LOG-TIPO
           MOVE WS-ID-ESCOLHIDO TO LK-LOG-ID-USUARIO

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

       VERIFICA-ACESSO.
           MOVE 'N' TO WS-ACESSO

