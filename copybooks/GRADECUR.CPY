      ******************************************************************
      * Copybook:    GRADECUR
      * Author:      Pedro Barros
      * Date:        04/09/2026
      * Purpose:     Layout da grade curricular (GRADE-CURRICULAR.DAT):
      *              um registro por turma + ano letivo + materia,
      *              dizendo quais materias a turma deve ter no ano.
      *              A chave comeca por turma + ano para que um START
      *              seguido de leitura sequencial devolva a grade
      *              inteira da turma. Cruzada com o mestre e a
      *              frequencia pela pendencia de lancamento e pelo
      *              fechamento de bimestre.
      ******************************************************************
       01  GRADE-CURRICULAR-RECORD.
           05  GC-CHAVE.
               10  GC-TURMA            PIC X(06).
               10  GC-ANO-LETIVO       PIC 9(04).
               10  GC-MATERIA          PIC X(25).
