      * PURPOSE: Layout de uma linha de entrada da carga em lote
      *          (CARGA-ENTRADA.txt), campos separados por ';'.
      ******************************************************************
      * MODIFICATION HISTORY:
      * 15/10/2026 RC  Linha ampliada para 120 posicoes, para caber os
      *                campos opcionais VINCULO e FIM DO CONTRATO
      *                depois do CPF.
      ******************************************************************
       01  REG-CARGA-ENTRADA           PIC X(120).
