      *                 zeradas = sem dado de frequencia, critica nao
      *                 se aplica. WS-P-STATUS alargado de X(11) para
      *                 X(12) para caber REPROV FALTA.
      * 12/10/2026 PB - Incluidos WS-P-ANO-LETIVO e WS-P-TURMA, que todo
      *                 chamador preenche: a classificacao usa a regra
      *                 do regulamento (REGULAMENTO.DAT, REGULREC) em
      *                 vigor no ano letivo do registro para o segmento
      *                 da turma. WS-P-REGRA-SIT = 'S' manda usar a
      *                 regra informada nos tres campos seguintes (a
      *                 simulacao de regra proposta); senao eles voltam
      *                 com a regra aplicada.
      * 15/10/2026 PB - Incluidos WS-P-REGRA-ANO, WS-P-REGRA-SEGMENTO e
      *                 WS-P-REGRA-TAM: chave e tamanho do segmento da
      *                 regra VIGENTE aplicada (ano zerado = nenhuma,
      *                 valeu 7 / 5 / 75%). Com regra informada voltam
      *                 como vieram. A simulacao separa por eles o
      *                 boletim regido por regra mais especifica.
      ******************************************************************
       01  BOLETIM-CALC-PARMS.
           05  WS-P-MATERIA            PIC X(25).
           05  WS-P-STATUS             PIC X(12).
           05  WS-P-HORAS-LECIONADAS   PIC 9(04).
           05  WS-P-FALTAS             PIC 9(04).
           05  WS-P-ANO-LETIVO         PIC 9(04).
           05  WS-P-TURMA              PIC X(06).
           05  WS-P-REGRA-SIT          PIC X(01).
               88  WS-P-REGRA-INFORMADA VALUE 'S'.
           05  WS-P-NOTA-APROVACAO     PIC 9(2)V99.
           05  WS-P-NOTA-RECUPERACAO   PIC 9(2)V99.
           05  WS-P-FREQ-MINIMA        PIC 9(03).
           05  WS-P-REGRA-ANO          PIC 9(04).
           05  WS-P-REGRA-SEGMENTO     PIC X(06).
           05  WS-P-REGRA-TAM          PIC 9(02).
