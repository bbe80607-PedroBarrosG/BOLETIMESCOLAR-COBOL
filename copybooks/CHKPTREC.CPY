      * 21/11/2023 PB - Incluido CK-ULTIMO-MATRICULA para identificar
      *                 o ultimo aluno sem depender do nome, a mesma
      *                 troca feita em BOLMREC.
      * 02/10/2026 PB - Incluidos CK-RUN-ID e os contadores do lote ate
      *                 o ultimo checkpoint: a retomada continua a
      *                 mesma execucao no controle de execucoes
      *                 (RUNCTL), com os totais do lote inteiro.
      * 15/10/2026 PB - Registro: 81 posicoes ate 01/10/2026, 107 a
      *                 partir de 02/10/2026 (CK-RUN-ID e contadores).
      *                 BOLTURMA.CKP gravado antes disso nao e lido por
      *                 esta versao: apagar o arquivo antes da primeira
      *                 execucao; o BOLTURMA o recria vazio.
      ******************************************************************
       01  CHECKPOINT-RECORD.
           05  CK-ULTIMO-LIDO          PIC 9(06).
           05  CK-ULTIMO-MATRICULA     PIC X(10).
           05  CK-ULTIMO-NOME          PIC X(40).
           05  CK-ULTIMO-MATERIA       PIC X(25).
           05  CK-RUN-ID               PIC 9(08).
           05  CK-CONT-LIDOS           PIC 9(06).
           05  CK-CONT-GRAVADOS        PIC 9(06).
           05  CK-CONT-ERROS           PIC 9(06).
