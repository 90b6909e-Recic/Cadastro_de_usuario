      *          uma anonimizacao (LGPD) posterior a data e avisada -
      *          os valores sobrescritos por ela nao tem antes/depois
      *          na trilha e nao podem ser reconstruidos.
      ******************************************************************
      * MODIFICATION HISTORY:
      * 15/10/2026 RC  So o registro 'L' da anonimizacao marca o
      *                cadastro como anonimizado - o tipo 'L' tambem
      *                registra portabilidade e consentimentos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRETRO.
                    DISPLAY 'LIMITE DE ' WS-MAX-ALT
                            ' ALTERACOES NA RECONSTRUCAO ATINGIDO'
                 END-IF
              WHEN LOG-LGPD AND LOG-CAMPO = 'ANONIMIZACAO'
                 SET ANONIMIZADO-DEPOIS TO TRUE
              WHEN OTHER
                 CONTINUE
