      *                centro de custo validado contra
      *                DEPARTAMENTOS.dat; zero significa sem
      *                alocacao, o valor dos cadastros anteriores.
      * 15/10/2026 RC  Added VINCULO (funcionario / terceiro /
      *                estagiario - branco vale como funcionario, o
      *                valor dos cadastros anteriores) e
      *                DATA-FIM-CONTRATO (zero = indeterminado,
      *                obrigatoria para terceiro e estagiario), ambos
      *                appended at the end. Registro passa a 163 bytes.
      * 15/10/2026 RC  Added EMPRESA (appended at the end) - empresa
      *                cliente deduzida do dominio do email pela tabela
      *                EMPRESAS.dat; zero = sem empresa, o valor dos
      *                cadastros anteriores. Registro passa a 166 bytes.
      ******************************************************************
       01  REG-USUARIO.
           03 ID-USUARIO               PIC 9(05).
              88 TELEFONE-3-RESIDENCIAL VALUE 'R'.
              88 TELEFONE-3-COMERCIAL   VALUE 'O'.
           03 DEPARTAMENTO             PIC 9(03).
           03 VINCULO                  PIC X(01).
              88 VINCULO-FUNCIONARIO   VALUE 'F' SPACE.
              88 VINCULO-TERCEIRO      VALUE 'T'.
              88 VINCULO-ESTAGIARIO    VALUE 'E'.
           03 DATA-FIM-CONTRATO        PIC 9(08).
           03 EMPRESA                  PIC 9(03).
