      ******************************************************************
      * Copybook:    DOCREG
      * Author:      Pedro Barros
      * Date:        21/09/2026
      * Purpose:     Layout do livro de registro de documentos
      *              escolares (LIVRO-REGISTRO.DAT), chaveado pelo
      *              numero de registro sequencial do documento:
      *              tipo (declaracao de transferencia, declaracao de
      *              matricula/frequencia, certificado de conclusao),
      *              aluno, ano letivo de referencia, data e operador
      *              da emissao, quantidade de vias impressas (a
      *              partir da segunda sai a marca 2a VIA) e, quando
      *              cancelado, data, operador e motivo. O registro
      *              nunca e excluido - a secretaria mostra a
      *              fiscalizacao, pelo numero, o que foi emitido e
      *              para quem.
      ******************************************************************
       01  DOCUMENTO-REGISTRO-RECORD.
           05  DR-NUMERO               PIC 9(06).
           05  DR-TIPO                 PIC X(01).
               88  DR-TRANSFERENCIA    VALUE 'T'.
               88  DR-DECL-MATRICULA   VALUE 'M'.
               88  DR-CONCLUSAO        VALUE 'C'.
           05  DR-MATRICULA            PIC X(10).
           05  DR-NOME                 PIC X(40).
           05  DR-TURMA                PIC X(06).
           05  DR-ANO-LETIVO           PIC 9(04).
           05  DR-DATA-EMISSAO         PIC X(08).
           05  DR-HORA-EMISSAO         PIC X(08).
           05  DR-OPERADOR             PIC X(20).
           05  DR-QTD-VIAS             PIC 9(02).
           05  DR-DATA-ULTIMA-VIA      PIC X(08).
           05  DR-SITUACAO             PIC X(09).
               88  DR-EMITIDO          VALUE 'EMITIDO'.
               88  DR-CANCELADO        VALUE 'CANCELADO'.
           05  DR-DATA-CANCELAMENTO    PIC X(08).
           05  DR-OPERADOR-CANCEL      PIC X(20).
           05  DR-MOTIVO-CANCEL        PIC X(60).
