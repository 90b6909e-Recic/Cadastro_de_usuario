      *          operador corrigir so o campo ofensor e reenviar as
      *          corrigidas pelo PROGCADS - sem reprocessar o arquivo
      *          inteiro atras de meia duzia de rejeitadas.
      ******************************************************************
      * MODIFICATION HISTORY:
      * 15/10/2026 RC  RCC-LINHA ampliada para 120 posicoes,
      *                acompanhando a linha da carga (VINCULO e FIM
      *                DO CONTRATO).
      ******************************************************************
       01  REG-RECICLO.
           03 RCC-LINHA                PIC X(120).
           03 RCC-MOTIVO               PIC X(40).
