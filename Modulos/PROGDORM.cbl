           COPY
           '/home/recic/Dev/PROG01/Dados/LK-LOG.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-OPVINC.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-SESSAO.cpy'.

                 MOVE 'INATIVO'  TO LK-LOG-VALOR-DEPOIS
                 CALL CFG-PATH-PROGLOG
                 USING LK-LOG-AREA
                 SET LK-OPV-BLOQUEAR TO TRUE
                 MOVE ID-USUARIO TO LK-OPV-ID-USUARIO
                 MOVE 'DORMENCIA' TO LK-OPV-MOTIVO
                 CALL CFG-PATH-PROGOPVINC
                 USING LK-OPV-AREA
           END-REWRITE
       .

