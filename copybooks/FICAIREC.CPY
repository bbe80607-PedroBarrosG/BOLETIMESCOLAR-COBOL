      ******************************************************************
      * Copybook:    FICAIREC
      * Author:      Pedro Barros
      * Date:        24/09/2026
      * Purpose:     Layout do log de notificacoes FICAI ao Conselho
      *              Tutelar (FICAI-NOTIFICACAO.DAT), chaveado pela
      *              matricula + ano letivo + bimestre em que o aluno
      *              entrou na lista de possivel abandono da busca
      *              ativa. Gravado quando a ficha e impressa, com a
      *              data, o operador e a frequencia apurada naquele
      *              dia; a execucao seguinte da busca ativa consulta
      *              o log para separar os casos ja notificados dos
      *              casos novos e nao emite a ficha de novo.
      ******************************************************************
       01  FICAI-NOTIFICACAO-RECORD.
           05  FN-CHAVE.
               10  FN-MATRICULA        PIC X(10).
               10  FN-ANO-LETIVO       PIC 9(04).
               10  FN-BIMESTRE         PIC 9(01).
           05  FN-NOME                 PIC X(40).
           05  FN-TURMA                PIC X(06).
           05  FN-DATA-NOTIFICACAO     PIC X(08).
           05  FN-OPERADOR             PIC X(20).
           05  FN-HORAS-LECIONADAS     PIC 9(05).
           05  FN-FALTAS               PIC 9(05).
           05  FN-PERC-FREQUENCIA      PIC 9(03)V9.
