      *                de login falhadas com bloqueio, e a data da
      *                ultima troca para a rotacao de senha valer
      *                tambem para operadores.
      * 15/10/2026 RC  Added OPER-EMPRESA (appended at the end) -
      *                empresa cliente a que o operador se restringe;
      *                zero (o valor dos operadores anteriores) = todas.
      * 15/10/2026 RC  Added OPER-ID-USUARIO e OPER-CPF (appended at the
      *                end) - cadastro da propria pessoa do operador,
      *                zero = sem vinculo; OPER-SITUACAO 'D' = bloqueado
      *                porque o cadastro vinculado foi inativado,
      *                excluido ou anonimizado (OPER-BLOQUEADO cobre os
      *                dois bloqueios).
      ******************************************************************
       01  REG-OPERADOR.
           03 OPER-MATRICULA           PIC 9(05).
              88 OPER-PERFIL-ADMIN     VALUE 3.
           03 OPER-FALHAS              PIC 9(02).
           03 OPER-SITUACAO            PIC X(01).
              88 OPER-BLOQUEADO        VALUE 'B' 'D'.
              88 OPER-BLOQUEADO-VINCULO VALUE 'D'.
           03 OPER-DATA-TROCA-SENHA    PIC 9(08).
           03 OPER-EMPRESA             PIC 9(03).
           03 OPER-ID-USUARIO          PIC 9(05).
           03 OPER-CPF                 PIC 9(11).
