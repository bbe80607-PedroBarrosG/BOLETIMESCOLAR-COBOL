      ******************************************************************
      * Copybook:    DEPENDREC
      * Author:      Pedro Barros
      * Date:        14/09/2026
      * Purpose:     Layout do arquivo de dependencias (progressao
      *              parcial, DEPENDENCIA.DAT), chaveado pela matricula
      *              + materia + ano letivo de origem da reprovacao.
      *              Gravado pela virada de ano quando o aluno e
      *              promovido com ate duas materias reprovadas, que
      *              ele cursa de novo no ano seguinte junto com a
      *              serie nova (DP-ANO-CURSANDO). O fechamento do
      *              bimestre 4 do ano cursando resolve a situacao:
      *              PENDENTE enquanto nao ha resultado, CUMPRIDA
      *              quando aprovado na materia, REPROVADA quando
      *              reprovado de novo - reprovar a mesma dependencia
      *              pela segunda vez retem o aluno na serie.
      ******************************************************************
       01  DEPENDENCIA-RECORD.
           05  DP-CHAVE.
               10  DP-MATRICULA        PIC X(10).
               10  DP-MATERIA          PIC X(25).
               10  DP-ANO-ORIGEM       PIC 9(04).
           05  DP-ANO-CURSANDO         PIC 9(04).
           05  DP-SITUACAO             PIC X(10).
               88  DP-PENDENTE         VALUE 'PENDENTE'.
               88  DP-CUMPRIDA         VALUE 'CUMPRIDA'.
               88  DP-REPROVADA        VALUE 'REPROVADA'.
           05  DP-MEDIA                PIC 99(04)V99.
           05  DP-DATA-SITUACAO        PIC X(08).
