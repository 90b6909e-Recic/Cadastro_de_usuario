      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Layout do arquivo de movimentos agendados
      *          (AGENDA-MOVIMENTOS.dat) - admissoes, alteracoes e
      *          desligamentos com data de efetivacao futura, vindos
      *          da tela PROGAGENDA ou das linhas P do movimento de
      *          entrada do RH. AGE-MOVIMENTO guarda a linha no mesmo
      *          desenho TIPO;campos do MOVIMENTO-ENTRADA.txt, e e
      *          por ela que o PROGMOVIN (passo AGENDA) aplica o item
      *          quando a data chega. A situacao marca o ciclo:
      *          pendente, aplicado, falhou (com o motivo) ou
      *          cancelado. Itens nunca sao apagados da agenda.
      ******************************************************************
       01  REG-AGENDA.
           03 AGE-SEQ                  PIC 9(05).
           03 AGE-DATA-EFETIVACAO      PIC 9(08).
           03 AGE-SITUACAO             PIC X(01).
              88 AGE-PENDENTE          VALUE 'P'.
              88 AGE-APLICADO          VALUE 'A'.
              88 AGE-FALHOU            VALUE 'F'.
              88 AGE-CANCELADO         VALUE 'C'.
           03 AGE-ORIGEM               PIC X(01).
              88 AGE-ORIGEM-TELA       VALUE 'T'.
              88 AGE-ORIGEM-RH         VALUE 'R'.
           03 AGE-DATA-REGISTRO        PIC 9(08).
           03 AGE-MATRICULA            PIC 9(05).
           03 AGE-DATA-PROCESSO        PIC 9(08).
           03 AGE-MOTIVO               PIC X(40).
           03 AGE-MOVIMENTO            PIC X(150).
