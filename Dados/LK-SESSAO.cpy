      *                PROGJOB os grava na linha ENCERRADO do
      *                JOB-LOG, para o log do scheduler carregar os
      *                counts pedidos sem depender do DISPLAY.
      * 15/10/2026 RC  Added LK-SESS-EMPRESA - empresa a que o operador
      *                logado se restringe (zero = todas), para os
      *                modulos filtrarem os cadastros pela empresa.
      * 15/10/2026 RC  Added a acao 'A' e LK-SESS-AVISO - aviso do passo
      *                (recusa ou lacuna de arquivo recebido, via
      *                PROGRECEB) que o PROGJOB grava no JOB-LOG.
      ******************************************************************
       01  LK-SESS-AREA.
           03 LK-SESS-ACAO             PIC X(01).
              88 LK-SESS-CONSULTAR     VALUE 'C'.
              88 LK-SESS-MODO-GRAVAR   VALUE 'M'.
              88 LK-SESS-RESULT-GRAVAR VALUE 'R'.
              88 LK-SESS-AVISO-GRAVAR  VALUE 'A'.
           03 LK-SESS-MATRICULA        PIC 9(05).
           03 LK-SESS-NOME             PIC X(30).
           03 LK-SESS-PERFIL           PIC 9(01).
           03 LK-SESS-QTD-PROCESSADOS  PIC 9(05).
           03 LK-SESS-QTD-ACEITOS      PIC 9(05).
           03 LK-SESS-QTD-REJEITADOS   PIC 9(05).
           03 LK-SESS-EMPRESA          PIC 9(03).
              88 LK-SESS-TODAS-EMPRESAS VALUE 0.
           03 LK-SESS-AVISO            PIC X(60).
