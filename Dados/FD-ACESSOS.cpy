      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Layout do registro de acessos (ACESSOS.dat), chaveado
      *          por ID-USUARIO + sistema - o perfil que cada cadastro
      *          recebe em cada sistema consumidor do MOVIMENTO.txt.
      *          Um acesso revogado nao e apagado: fica com a situacao
      *          'R', a data e o operador da revogacao, e volta a 'A'
      *          se for concedido de novo. Mantido pelo PROGACES.
      ******************************************************************
       01  REG-ACESSO.
           03 ACE-CHAVE.
              05 ACE-ID-USUARIO        PIC 9(05).
              05 ACE-SISTEMA           PIC X(08).
           03 ACE-PERFIL               PIC X(10).
           03 ACE-SITUACAO             PIC X(01).
              88 ACE-ATIVO             VALUE 'A'.
              88 ACE-REVOGADO          VALUE 'R'.
           03 ACE-DATA-CONCESSAO       PIC 9(08).
           03 ACE-OPERADOR-CONCESSAO   PIC 9(05).
           03 ACE-DATA-REVOGACAO       PIC 9(08).
           03 ACE-OPERADOR-REVOGACAO   PIC 9(05).
           03 ACE-MOTIVO-REVOGACAO     PIC X(20).
