      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Area de comunicacao do PROGOPVINC, o vinculo entre o
      *          operador (OPERADORES.dat) e o cadastro da propria
      *          pessoa em USUARIOS.dat (OPER-ID-USUARIO/OPER-CPF).
      *          Acao 'B': o cadastro LK-OPV-ID-USUARIO acabou de ser
      *          inativado, excluido ou anonimizado (LK-OPV-MOTIVO) -
      *          todo operador vinculado a ele e bloqueado na hora,
      *          com a sessao aberta derrubada, evento 'O' na trilha e
      *          alerta pendente; volta a quantidade bloqueada.
      *          Acao 'P': confere se o cadastro LK-OPV-ID-USUARIO (ou
      *          o CPF LK-OPV-CPF, quando informado) e o do proprio
      *          operador da sessao, que nao pode manter o proprio
      *          cadastro; sem operador na sessao nunca e proprio.
      ******************************************************************
       01  LK-OPV-AREA.
           03 LK-OPV-ACAO              PIC X(01).
              88 LK-OPV-BLOQUEAR       VALUE 'B'.
              88 LK-OPV-CONFERIR       VALUE 'P'.
           03 LK-OPV-ID-USUARIO        PIC 9(05).
           03 LK-OPV-CPF               PIC 9(11).
           03 LK-OPV-MOTIVO            PIC X(15).
           03 LK-OPV-QTD-BLOQUEADOS    PIC 9(03).
           03 LK-OPV-RESULTADO         PIC X(01).
              88 LK-OPV-PROPRIO        VALUE 'S'.
              88 LK-OPV-NAO-PROPRIO    VALUE 'N'.
