      * MODIFICATION HISTORY:
      * 22/08/2026 RC  Added o modo batch com matricula e senha
      *                supridas pelo chamador (PROGJOB), sem ACCEPTs.
      * 15/10/2026 RC  Added o modo 'R' (reautenticacao): so a senha da
      *                matricula em LK-LOGIN-MATRICULA e pedida, usada
      *                pelo PROG quando a sessao fica ociosa.
      ******************************************************************
       01  LK-LOGIN-AREA.
           03 LK-LOGIN-RESULTADO       PIC X(01).
              88 LK-LOGIN-FALHOU       VALUE 'N'.
           03 LK-LOGIN-MODO            PIC X(01).
              88 LK-LOGIN-BATCH        VALUE 'B'.
              88 LK-LOGIN-REAUT        VALUE 'R'.
           03 LK-LOGIN-MATRICULA       PIC 9(05).
           03 LK-LOGIN-SENHA           PIC X(08).
