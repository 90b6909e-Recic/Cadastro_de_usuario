      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Area de comunicacao usada pelos modulos que chamam
      *          o PROGEMPRESA. Acoes: 'D' deduz a empresa do email em
      *          LK-EMP-EMAIL (codigo zero quando o dominio nao esta
      *          na tabela), 'N' devolve o nome do codigo em
      *          LK-EMP-CODIGO, 'L' devolve a lista das empresas
      *          (codigos distintos, na ordem da tabela) e 'R'
      *          descarta a tabela residente e a recarrega do disco,
      *          usada pelo PROGTAB apos a edicao. Empresa zero no
      *          cadastro e "sem empresa"; no operador, "todas".
      ******************************************************************
       01  LK-EMP-AREA.
           03 LK-EMP-ACAO              PIC X(01).
              88 LK-EMP-DEDUZIR        VALUE 'D'.
              88 LK-EMP-NOME-CODIGO    VALUE 'N'.
              88 LK-EMP-LISTAR         VALUE 'L'.
              88 LK-EMP-RECARREGAR     VALUE 'R'.
           03 LK-EMP-EMAIL             PIC X(30).
           03 LK-EMP-CODIGO            PIC 9(03).
           03 LK-EMP-NOME              PIC X(30).
           03 LK-EMP-RESULTADO         PIC X(01).
              88 LK-EMP-ACHADA         VALUE 'A'.
              88 LK-EMP-NAO-ACHADA     VALUE 'N'.
           03 LK-EMP-QTD               PIC 9(03).
           03 LK-EMP-LISTA             OCCURS 50 TIMES.
              05 LK-EMP-LISTA-CODIGO   PIC 9(03).
              05 LK-EMP-LISTA-NOME     PIC X(30).
