      * 02/09/2026 RC  Added CKPT-DEPARTAMENTO e a etapa 7 (appended
      *                at the end) para a coleta do departamento /
      *                centro de custo.
      * 15/10/2026 RC  Added CKPT-VINCULO, CKPT-DATA-FIM e a etapa 8
      *                (appended at the end) para a coleta do vinculo
      *                e do fim do contrato.
      ******************************************************************
       01  REG-CHECKPOINT.
           03 CKPT-EMAIL                PIC X(30).
              88 CKPT-ETAPA-CPF         VALUE 5.
              88 CKPT-ETAPA-ENDERECO    VALUE 6.
              88 CKPT-ETAPA-DEPARTAMENTO VALUE 7.
              88 CKPT-ETAPA-VINCULO     VALUE 8.
           03 CKPT-END-TIPO             PIC X(01).
           03 CKPT-END-LOGRADOURO       PIC X(40).
           03 CKPT-END-NUMERO           PIC X(08).
           03 CKPT-END-UF               PIC X(02).
           03 CKPT-END-CEP              PIC 9(08).
           03 CKPT-DEPARTAMENTO         PIC 9(03).
           03 CKPT-VINCULO              PIC X(01).
           03 CKPT-DATA-FIM             PIC 9(08).
