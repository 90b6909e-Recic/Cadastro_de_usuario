      *          exclusao, permitindo ao PROGRECUP reinserir um
      *          cadastro excluido por engano. EXC-SITUACAO marca se
      *          o cadastro segue arquivado ou ja foi restaurado.
      ******************************************************************
      * MODIFICATION HISTORY:
      * 15/10/2026 RC  EXC-USUARIO passa a 163 bytes, acompanhando o
      *                REG-USUARIO (VINCULO e DATA-FIM-CONTRATO).
      *                Registro passa a 200 bytes.
      * 15/10/2026 RC  EXC-USUARIO passa a 166 bytes, acompanhando o
      *                REG-USUARIO (EMPRESA). Registro passa a 203
      *                bytes.
      * 15/10/2026 RC  Nova situacao 'X' (EXC-EXPURGADO): registro
      *                anonimizado pelo PROGRETEN ao fim do prazo de
      *                retencao; o PROGRECUP nao o restaura.
      ******************************************************************
       01  REG-EXCLUIDO.
           03 EXC-USUARIO              PIC X(166).
           03 EXC-DATA-EXCLUSAO        PIC 9(08).
           03 EXC-HORA-EXCLUSAO        PIC 9(08).
           03 EXC-OPERADOR             PIC X(20).
           03 EXC-SITUACAO             PIC X(01).
              88 EXC-ARQUIVADO         VALUE 'A'.
              88 EXC-RESTAURADO        VALUE 'R'.
              88 EXC-EXPURGADO         VALUE 'X'.
