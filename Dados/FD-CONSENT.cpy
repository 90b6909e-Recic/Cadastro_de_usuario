      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Layout do registro de consentimentos LGPD
      *          (CONSENTIMENTOS.dat), chaveado por ID-USUARIO +
      *          finalidade da comunicacao - a base legal, a data e o
      *          canal da concessao e, quando o titular a retira, a
      *          data e o canal da revogacao. Uma revogacao nao apaga
      *          o registro: fica com a situacao 'R' e volta a 'C' se
      *          o consentimento for dado de novo. Mantido pelo
      *          PROGCNS; so a anonimizacao expurga os registros.
      ******************************************************************
       01  REG-CONSENTIMENTO.
           03 CNS-CHAVE.
              05 CNS-ID-USUARIO        PIC 9(05).
              05 CNS-FINALIDADE        PIC X(01).
                 88 CNS-INSTITUCIONAL  VALUE 'I'.
                 88 CNS-MARKETING      VALUE 'M'.
                 88 CNS-PESQUISA       VALUE 'P'.
           03 CNS-BASE-LEGAL           PIC X(01).
              88 CNS-BASE-CONSENTIMENTO VALUE 'C'.
              88 CNS-BASE-CONTRATO     VALUE 'E'.
              88 CNS-BASE-LEGITIMO     VALUE 'L'.
              88 CNS-BASE-OBRIGACAO    VALUE 'O'.
           03 CNS-SITUACAO             PIC X(01).
              88 CNS-CONCEDIDO         VALUE 'C'.
              88 CNS-REVOGADO          VALUE 'R'.
           03 CNS-DATA-CONCESSAO       PIC 9(08).
           03 CNS-CANAL-CONCESSAO      PIC X(10).
           03 CNS-OPERADOR-CONCESSAO   PIC 9(05).
           03 CNS-DATA-REVOGACAO       PIC 9(08).
           03 CNS-CANAL-REVOGACAO      PIC X(10).
           03 CNS-OPERADOR-REVOGACAO   PIC 9(05).
