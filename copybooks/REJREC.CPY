      *                 cadastro de materias, MATCAD): um erro de
      *                 digitacao na materia passa a bater na entrada
      *                 em vez de fragmentar o mestre.
      * 16/09/2026 PB - Incluido o motivo GRD (materia fora da grade
      *                 curricular da turma, GRADECUR, e que nao e
      *                 dependencia do aluno no ano, DEPENDREC).
      * 28/09/2026 PB - Incluido o motivo CAL (ano letivo/bimestre
      *                 que nao esta ABERTO no calendario letivo,
      *                 CALENDREC).
      ******************************************************************
       01  REJEITADO-RECORD.
           05  RJ-MOTIVO               PIC X(03).
               88  RJ-MEDIA-INVALIDA   VALUE 'MED'.
               88  RJ-TURMA-INVALIDA   VALUE 'TUR'.
               88  RJ-MATERIA-INVALIDA VALUE 'MTR'.
               88  RJ-MATERIA-FORA-GRADE
                                       VALUE 'GRD'.
               88  RJ-PERIODO-NAO-ABERTO
                                       VALUE 'CAL'.
           05  RJ-REGISTRO             PIC X(66).
