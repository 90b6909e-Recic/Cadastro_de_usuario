      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Layout do registro de controle de execucao dos jobs
      *          (JOB-CONTROLE.dat), um por job nomeado de
      *          JOB-PARAMS.txt (o job sem nome fica com a chave em
      *          branco), gravado pelo PROGJOB a cada passo.
      *          CTL-ORDEM-OK e o numero de ordem, dentro do job, do
      *          ultimo passo de uma sequencia sem falha desde o
      *          primeiro - o reinicio retoma no passo seguinte.
      *          CTL-ASSINATURA e o valor do PROGHASH sobre a lista de
      *          passos do job (nome e condicao): difere quando o job
      *          foi editado depois da execucao.
      ******************************************************************
       01  REG-JOB-CONTROLE.
           03 CTL-JOB                  PIC X(10).
           03 CTL-EXECUCAO             PIC 9(05).
           03 CTL-REINICIOS            PIC 9(02).
           03 CTL-SITUACAO             PIC X(01).
              88 CTL-EM-EXECUCAO       VALUE 'E'.
              88 CTL-CONCLUIDO         VALUE 'C'.
              88 CTL-COM-FALHA         VALUE 'F'.
           03 CTL-ASSINATURA           PIC X(08).
           03 CTL-QTD-STEPS            PIC 9(02).
           03 CTL-ORDEM-OK             PIC 9(02).
           03 CTL-STEP-OK              PIC X(10).
           03 CTL-RC-OK                PIC 9(04).
           03 CTL-STEP-FALHA           PIC X(10).
           03 CTL-RC-FALHA             PIC 9(04).
           03 CTL-DATA-INICIO          PIC 9(08).
           03 CTL-HORA-INICIO          PIC 9(08).
           03 CTL-DATA-FIM             PIC 9(08).
           03 CTL-HORA-FIM             PIC 9(08).
           03 CTL-RC-FINAL             PIC 9(04).
