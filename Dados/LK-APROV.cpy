      *          matriculas (solicitante e aprovador) ficam no
      *          registro de auditoria. Com o modo em branco nada
      *          muda no comportamento historico.
      ******************************************************************
      * MODIFICATION HISTORY:
      * 15/10/2026 RC  Novo modo 'R' (RETENCAO): o PROGRETEN chama o
      *                PROGANON sem pergunta para anonimizar cadastros
      *                inativos alem do prazo de retencao.
      ******************************************************************
       01  LK-APROV-AREA.
           03 LK-APROV-MODO            PIC X(01).
              88 LK-APROV-EXECUCAO     VALUE 'A'.
              88 LK-APROV-RETENCAO     VALUE 'R'.
           03 LK-APROV-ID-USUARIO      PIC 9(05).
           03 LK-APROV-SOLICITANTE     PIC 9(05).
           03 LK-APROV-RESULTADO       PIC X(01).
