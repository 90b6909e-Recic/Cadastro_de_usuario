      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Layout de uma linha da tabela de sistemas e perfis
      *          (SISTEMAS.dat), no molde do DDD.dat: um par sistema +
      *          perfil por linha, com a marca de perfil privilegiado
      *          (so concedido ou revogado por operador ADMIN) e a
      *          descricao. Mantida pelo PROGTAB e lida pelo PROGACES
      *          e pelo PROGACESSO para validar as concessoes.
      ******************************************************************
       01  REG-SISTEMA.
           03 SIS-CODIGO               PIC X(08).
           03 FILLER                   PIC X(01).
           03 SIS-PERFIL               PIC X(10).
           03 FILLER                   PIC X(01).
           03 SIS-PRIVILEGIADO         PIC X(01).
              88 SIS-EXIGE-ADMIN       VALUE 'S'.
           03 FILLER                   PIC X(01).
           03 SIS-DESCRICAO            PIC X(30).
