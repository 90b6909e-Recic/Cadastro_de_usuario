      *                LK-VALI-CIDADE - um CEP presente na base com
      *                UF ou cidade contraditoria e invalido; CEP
      *                fora da base passa, pois a base e incompleta.
      * 15/10/2026 RC  Added o tipo 'V' (vinculo F/T/E e fim do
      *                contrato) com LK-VALI-VINCULO e
      *                LK-VALI-DATA-FIM / LK-VALI-DATA-FIM-ALFA.
      ******************************************************************
       01  LK-VALI-AREA.
           03 LK-VALI-TIPO             PIC X(01).
              88 LK-VALI-EH-UF         VALUE 'U'.
              88 LK-VALI-EH-DEPARTAMENTO VALUE 'D'.
              88 LK-VALI-EH-CEP-BASE   VALUE 'B'.
              88 LK-VALI-EH-VINCULO    VALUE 'V'.
           03 LK-VALI-MODO             PIC X(01).
              88 LK-VALI-MODO-BATCH    VALUE 'B'.
           03 LK-VALI-RESULTADO        PIC X(01).
           03 LK-VALI-DEPARTAMENTO-ALFA PIC X(03).
           03 LK-VALI-DEPARTAMENTO-NOME PIC X(30).
           03 LK-VALI-CIDADE           PIC X(30).
           03 LK-VALI-VINCULO          PIC X(01).
           03 LK-VALI-DATA-FIM         PIC 9(08).
           03 LK-VALI-DATA-FIM-ALFA    PIC X(08).
