           '/home/recic/Dev/PROG01/Dados/FD-EXCLUIDOS.cpy'.

       FD  REORG-TRAB.
       01  REG-REORG-TRAB              PIC X(203).

       FD  REL-REORG.
       01  REG-REL-REORG               PIC X(100).
                       NOT AT END
                          MOVE SPACES TO REG-REORG-TRAB
                          MOVE REG-USUARIO
                            TO REG-REORG-TRAB (1:166)
                          WRITE REG-REORG-TRAB
                          ADD 1 TO WS-CONT-COPIADOS
                    END-READ
                          AT END
                             SET EOF-OK TO TRUE
                          NOT AT END
                             MOVE REG-REORG-TRAB (1:166)
                               TO REG-USUARIO
                             WRITE REG-USUARIO
                                INVALID KEY
                       NOT AT END
                          MOVE SPACES TO REG-REORG-TRAB
                          MOVE REG-EXCLUIDO
                            TO REG-REORG-TRAB (1:203)
                          WRITE REG-REORG-TRAB
                          ADD 1 TO WS-CONT-COPIADOS
                    END-READ
                          AT END
                             SET EOF-OK TO TRUE
                          NOT AT END
                             MOVE REG-REORG-TRAB (1:203)
                               TO REG-EXCLUIDO
                             WRITE REG-EXCLUIDO
                             ADD 1 TO WS-CONT-RECARREGADOS
