      ******************************************************************
      * Copybook:    CALENDREC
      * Author:      Pedro Barros
      * Date:        28/09/2026
      * Purpose:     Layout do calendario letivo
      *              (CALENDARIO-LETIVO.DAT), chaveado pelo ano letivo +
      *              bimestre: datas de inicio e fim do periodo, prazo
      *              de lancamento, data da prova final (corte da
      *              recuperacao usado pelo fechamento) e a situacao do
      *              periodo. So periodo ABERTO aceita lancamento de
      *              notas e frequencia; o fechamento passa o periodo a
      *              EM FECHAMENTO e depois a FECHADO, e periodo FECHADO
      *              so e tocado pela retificacao.
      ******************************************************************
       01  CALENDARIO-LETIVO-RECORD.
           05  CL-CHAVE.
               10  CL-ANO-LETIVO       PIC 9(04).
               10  CL-BIMESTRE         PIC 9(01).
           05  CL-DATA-INICIO          PIC X(08).
           05  CL-DATA-FIM             PIC X(08).
           05  CL-DATA-LIMITE-LANC     PIC X(08).
           05  CL-DATA-PROVA-FINAL     PIC X(08).
           05  CL-SITUACAO             PIC X(13).
               88  CL-PLANEJADO        VALUE 'PLANEJADO'.
               88  CL-ABERTO           VALUE 'ABERTO'.
               88  CL-EM-FECHAMENTO    VALUE 'EM FECHAMENTO'.
               88  CL-FECHADO          VALUE 'FECHADO'.
           05  CL-DATA-ALTERACAO       PIC X(08).
           05  CL-OPERADOR             PIC X(20).
