           COPY
           '/home/recic/Dev/PROG01/Dados/LK-LOG.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-OPVINC.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-LOGIN.cpy'.

              GOBACK
           END-IF

           SET LK-OPV-CONFERIR TO TRUE
           MOVE ID-USUARIO TO LK-OPV-ID-USUARIO
           MOVE CPF        TO LK-OPV-CPF
           CALL CFG-PATH-PROGOPVINC
           USING LK-OPV-AREA
           IF LK-OPV-PROPRIO
              CLOSE USUARIOS
              GOBACK
           END-IF

           DISPLAY ' '
           DISPLAY '*-------------------------------------------------*'
           DISPLAY 'RESET DE SENHA PARA:'
