      ******************************************************************
      * Copybook:    TURJRN
      * Author:      Pedro Barros
      * Date:        07/10/2026
      * Purpose:     Layout do registro do diario de imagens do lote de
      *              turma (BOLTURMA.JRN): antes de cada gravacao no
      *              mestre o lote grava aqui o run id da execucao
      *              (RUNCTL), a operacao (inclusao de registro novo ou
      *              alteracao de registro existente) e as imagens
      *              ANTES e DEPOIS do registro do mestre (BOLMREC, 135
      *              bytes, como em RETLOG). ANTES fica em branco na
      *              inclusao. E o que permite ao estorno de lote
      *              (BoletimEstornoCOBOL) devolver o mestre ao que era
      *              antes de uma execucao, e so dela.
      ******************************************************************
       01  TURMA-JOURNAL-RECORD.
           05  TJ-RUN-ID               PIC 9(08).
           05  TJ-SEQUENCIA            PIC 9(06).
           05  TJ-DATA                 PIC X(08).
           05  TJ-HORA                 PIC X(08).
           05  TJ-OPERACAO             PIC X(01).
               88  TJ-INCLUSAO         VALUE 'I'.
               88  TJ-ALTERACAO        VALUE 'A'.
           05  TJ-IMAGEM-ANTES         PIC X(135).
           05  TJ-IMAGEM-DEPOIS        PIC X(135).
