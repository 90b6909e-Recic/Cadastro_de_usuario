      *                de outra gerava os orfaos do PROGCHECK. Uma
      *                geracao anterior ao backup conjunto restaura so
      *                USUARIOS, com aviso por arquivo ausente.
      * 15/10/2026 RC  REG-EXC-BKP passa a 200 bytes, acompanhando o
      *                REG-USUARIO de 163 (VINCULO e DATA-FIM-CONTRATO).
      * 15/10/2026 RC  REG-EXC-BKP passa a 203 bytes e REG-OPER-BKP a
      *                58, acompanhando EMPRESA e OPER-EMPRESA.
      * 15/10/2026 RC  REG-OPER-BKP passa a 74 bytes, acompanhando OPER-
      *                ID-USUARIO e OPER-CPF.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGREST.
           '/home/recic/Dev/PROG01/Dados/FD-ENDERECOS.cpy'.

       FD  BKP-OPERADORES.
       01  REG-OPER-BKP                PIC X(74).

       FD  OPERADORES.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-HISTSEN.cpy'.

       FD  BKP-EXCLUIDOS.
       01  REG-EXC-BKP                 PIC X(203).

       FD  EXCLUIDOS.
           COPY
