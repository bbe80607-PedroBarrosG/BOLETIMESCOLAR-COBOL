      ******************************************************************
      * Author:Pedro Barros
      * Date:05/09/2026
      * Purpose:Pendencia de lancamento antes do fechamento: para o
      *         ano/bimestre informado, cruza todo aluno ATIVA do
      *         cadastro de matriculas com a grade curricular da sua
      *         turma (GRADE-CURRICULAR.DAT, GRADECUR) e aponta cada
      *         materia da grade sem registro de nota no mestre
      *         BOLETIM-MASTER e sem registro de frequencia em
      *         FREQUENCIA.DAT. O relatorio sai em 80 colunas
      *         (PRINTREC) por turma e materia, para a coordenacao
      *         cobrar o professor antes de rodar o fechamento.
      *         Turma sem grade cadastrada no ano nao e conferida e
      *         sai apenas no total. Frequencia ausente = so as notas
      *         sao conferidas.
      * Tectonics: cobc
      * Sistema: CFP
      * Linguagem: COBOL
      * Analista do Sistema: Andre Costa
      ******************************************************************
      * Historico de alteracoes:
      * 05/09/2026 PB - Criacao.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BoletimPendenciaCOBOL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLLMENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EN-MATRICULA
               FILE STATUS IS WS-FS-ENROLL.

           SELECT GRADE-CURRICULAR-FILE
               ASSIGN TO "GRADE-CURRICULAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GC-CHAVE
               FILE STATUS IS WS-FS-GRADE.

           SELECT BOLETIM-MASTER-FILE ASSIGN TO "BOLETIM-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BM-CHAVE
               FILE STATUS IS WS-FS-MASTER.

           SELECT OPTIONAL FREQUENCIA-FILE
               ASSIGN TO "FREQUENCIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FQ-CHAVE
               FILE STATUS IS WS-FS-FREQ.

           SELECT PRINT-REPORT-FILE
               ASSIGN TO "PENDENCIA-LANCAMENTO.PRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PRINT.

       DATA DIVISION.
       FILE SECTION.
       FD  ENROLLMENT-FILE.
           COPY ENROLLREC.

       FD  GRADE-CURRICULAR-FILE.
           COPY GRADECUR.

       FD  BOLETIM-MASTER-FILE.
           COPY BOLMREC.

       FD  FREQUENCIA-FILE.
           COPY FREQREC.

       FD  PRINT-REPORT-FILE.
           COPY PRINTREC.

       WORKING-STORAGE SECTION.

       77  WS-FS-ENROLL        PIC X(02)       VALUE '00'.
       77  WS-FS-GRADE         PIC X(02)       VALUE '00'.
       77  WS-FS-MASTER        PIC X(02)       VALUE '00'.
       77  WS-FS-FREQ          PIC X(02)       VALUE '00'.
       77  WS-FS-PRINT         PIC X(02)       VALUE '00'.

       77  WS-ANO-LETIVO       PIC 9(04)       VALUE ZEROS.
       77  WS-BIMESTRE         PIC 9(01)       VALUE ZEROS.
       77  WS-DATA-IMPRESSAO   PIC X(08)       VALUE SPACES.

       77  WS-ARQ-FREQ-SIT     PIC X(01)       VALUE 'N'.
           88  ARQUIVO-FREQ-ABERTO             VALUE 'S'.

       77  WS-EOF-ENROLL       PIC X(01)       VALUE 'N'.
           88  FIM-CADASTRO                    VALUE 'S'.

       77  WS-EOF-GRADE        PIC X(01)       VALUE 'N'.
           88  FIM-GRADE                       VALUE 'S'.

       77  WS-QTD-GRADE        PIC 9(02)       VALUE ZEROS.

       77  WS-CONT-ALUNOS      PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-ATIVOS      PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-SEM-GRADE   PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-SEM-NOTA    PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-SEM-FREQ    PIC 9(06)       VALUE ZEROS.
       77  WS-QTD-EXCEDIDAS    PIC 9(06)       VALUE ZEROS.

       77  WS-QTD-PEND         PIC 9(04)       VALUE ZEROS.
       77  WS-IMP-IDX          PIC 9(04)       VALUE ZEROS.
       77  WS-ORD-I            PIC 9(04)       VALUE ZEROS.
       77  WS-ORD-J            PIC 9(04)       VALUE ZEROS.
       77  WS-ORD-J-INI        PIC 9(04)       VALUE ZEROS.
       77  WS-ORD-MENOR        PIC 9(04)       VALUE ZEROS.

       77  WS-TURMA-ANTERIOR   PIC X(06)       VALUE SPACES.
       77  WS-MATERIA-ANTERIOR PIC X(25)       VALUE SPACES.
       77  WS-TIPO-PEND        PIC X(01)       VALUE SPACES.

       77  WS-ED-ANO-LETIVO    PIC X(04)       VALUE SPACES.
       77  WS-ED-BIMESTRE      PIC X(01)       VALUE SPACES.
       77  WS-ED-QTD           PIC ZZZZZ9.

       01  WS-PEN-TAB.
           05  WS-PEN-ENTRY OCCURS 3000 TIMES.
               10  WS-PEN-CHAVE.
                   15  WS-PEN-TURMA     PIC X(06).
                   15  WS-PEN-MATERIA   PIC X(25).
                   15  WS-PEN-TIPO      PIC X(01).
                       88  PEN-SEM-NOTA            VALUE 'N'.
                       88  PEN-SEM-FREQUENCIA      VALUE 'F'.
                   15  WS-PEN-MATRICULA PIC X(10).
               10  WS-PEN-NOME          PIC X(40).

       01  WS-PEN-TROCA                 PIC X(82).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       P001-START.
              PERFORM P050-ABRIR-ARQUIVOS
              PERFORM P100-PEDIR-PARAMETROS
              PERFORM P150-LER-ALUNO
              PERFORM P200-PROCESSAR-ALUNO
                  UNTIL FIM-CADASTRO
              PERFORM P400-ORDENAR-PENDENCIAS
              PERFORM P500-IMPRIMIR-RELATORIO
              PERFORM P999-FINAL
            .

       P050-ABRIR-ARQUIVOS.

           OPEN INPUT ENROLLMENT-FILE
           IF WS-FS-ENROLL NOT = '00'
               DISPLAY '***************************************'
               DISPLAY '* ENROLLMENT.DAT NAO ENCONTRADO *'
               DISPLAY '***************************************'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT GRADE-CURRICULAR-FILE
           IF WS-FS-GRADE NOT = '00'
               DISPLAY '***************************************'
               DISPLAY '* GRADE-CURRICULAR.DAT NAO ENCONTRADO *'
               DISPLAY '***************************************'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT BOLETIM-MASTER-FILE
           IF WS-FS-MASTER NOT = '00'
               DISPLAY '***************************************'
               DISPLAY '* BOLETIM-MASTER.DAT NAO ENCONTRADO *'
               DISPLAY '***************************************'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT FREQUENCIA-FILE
           IF WS-FS-FREQ = '00' OR WS-FS-FREQ = '05'
               MOVE 'S' TO WS-ARQ-FREQ-SIT
           ELSE
               DISPLAY 'FREQUENCIA.DAT indisponivel - apenas as notas'
               DISPLAY 'serao conferidas.'
           END-IF

           OPEN OUTPUT PRINT-REPORT-FILE
           IF WS-FS-PRINT NOT = '00'
               DISPLAY '***************************************'
               DISPLAY '* ERRO AO ABRIR PENDENCIA-LANCAMENTO *'
               DISPLAY '***************************************'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       P050-FIM.

       P100-PEDIR-PARAMETROS.

           DISPLAY '*** PENDENCIA DE LANCAMENTO ***'
           DISPLAY 'Ano letivo (AAAA) : '
             ACCEPT WS-ANO-LETIVO

           DISPLAY 'Bimestre (1 a 4) : '
             ACCEPT WS-BIMESTRE

           IF (WS-ANO-LETIVO IS NOT NUMERIC)
               OR (WS-ANO-LETIVO = ZEROS)
               OR (WS-BIMESTRE IS NOT NUMERIC)
               OR (WS-BIMESTRE <1)
               OR (WS-BIMESTRE >4)
               DISPLAY '***********************************************'
               DISPLAY '* ANO LETIVO OU BIMESTRE INVALIDO *'
               DISPLAY '***********************************************'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       P100-FIM.

       P150-LER-ALUNO.

           READ ENROLLMENT-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-ENROLL
               NOT AT END
                   ADD 1 TO WS-CONT-ALUNOS
           END-READ
           .
       P150-FIM.

       P200-PROCESSAR-ALUNO.

           IF EN-MATRICULA-ATIVA
               ADD 1 TO WS-CONT-ATIVOS
               PERFORM P250-CONFERIR-GRADE
               IF WS-QTD-GRADE = ZEROS
                   ADD 1 TO WS-CONT-SEM-GRADE
               END-IF
           END-IF

           PERFORM P150-LER-ALUNO
           .
       P200-FIM.

       P250-CONFERIR-GRADE.

           MOVE 'N'           TO WS-EOF-GRADE
           MOVE ZEROS         TO WS-QTD-GRADE
           MOVE EN-TURMA      TO GC-TURMA
           MOVE WS-ANO-LETIVO TO GC-ANO-LETIVO
           MOVE SPACES        TO GC-MATERIA

           START GRADE-CURRICULAR-FILE
               KEY IS NOT LESS THAN GC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-GRADE
           END-START

           PERFORM P300-LER-GRADE UNTIL FIM-GRADE
           .
       P250-FIM.

       P300-LER-GRADE.

           READ GRADE-CURRICULAR-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-GRADE
           END-READ

           IF NOT FIM-GRADE
               IF GC-TURMA = EN-TURMA
                   AND GC-ANO-LETIVO = WS-ANO-LETIVO
                   ADD 1 TO WS-QTD-GRADE
                   PERFORM P350-CONFERIR-MATERIA
               ELSE
                   MOVE 'S' TO WS-EOF-GRADE
               END-IF
           END-IF
           .
       P300-FIM.

       P350-CONFERIR-MATERIA.

           MOVE EN-MATRICULA  TO BM-MATRICULA
           MOVE WS-ANO-LETIVO TO BM-ANO-LETIVO
           MOVE WS-BIMESTRE   TO BM-BIMESTRE
           MOVE GC-MATERIA    TO BM-MATERIA

           READ BOLETIM-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-CONT-SEM-NOTA
                   MOVE 'N' TO WS-TIPO-PEND
                   PERFORM P380-ACUMULAR-PENDENCIA
           END-READ

           IF ARQUIVO-FREQ-ABERTO
               MOVE EN-MATRICULA  TO FQ-MATRICULA
               MOVE WS-ANO-LETIVO TO FQ-ANO-LETIVO
               MOVE WS-BIMESTRE   TO FQ-BIMESTRE
               MOVE GC-MATERIA    TO FQ-MATERIA

               READ FREQUENCIA-FILE
                   INVALID KEY
                       ADD 1 TO WS-CONT-SEM-FREQ
                       MOVE 'F' TO WS-TIPO-PEND
                       PERFORM P380-ACUMULAR-PENDENCIA
               END-READ
           END-IF
           .
       P350-FIM.

       P380-ACUMULAR-PENDENCIA.

           IF WS-QTD-PEND <3000
               ADD 1 TO WS-QTD-PEND
               MOVE EN-TURMA     TO WS-PEN-TURMA     (WS-QTD-PEND)
               MOVE GC-MATERIA   TO WS-PEN-MATERIA   (WS-QTD-PEND)
               MOVE WS-TIPO-PEND TO WS-PEN-TIPO      (WS-QTD-PEND)
               MOVE EN-MATRICULA TO WS-PEN-MATRICULA (WS-QTD-PEND)
               MOVE EN-NOME      TO WS-PEN-NOME      (WS-QTD-PEND)
           ELSE
               ADD 1 TO WS-QTD-EXCEDIDAS
           END-IF
           .
       P380-FIM.

       P400-ORDENAR-PENDENCIAS.

           PERFORM P410-SELECIONAR-POSICAO
               VARYING WS-ORD-I FROM 1 BY 1
               UNTIL WS-ORD-I >= WS-QTD-PEND
           .
       P400-FIM.

       P410-SELECIONAR-POSICAO.

           MOVE WS-ORD-I TO WS-ORD-MENOR
           COMPUTE WS-ORD-J-INI = WS-ORD-I + 1

           PERFORM P420-COMPARAR-POSICAO
               VARYING WS-ORD-J FROM WS-ORD-J-INI BY 1
               UNTIL WS-ORD-J >WS-QTD-PEND

           IF WS-ORD-MENOR NOT = WS-ORD-I
               MOVE WS-PEN-ENTRY (WS-ORD-I)     TO WS-PEN-TROCA
               MOVE WS-PEN-ENTRY (WS-ORD-MENOR)
                   TO WS-PEN-ENTRY (WS-ORD-I)
               MOVE WS-PEN-TROCA
                   TO WS-PEN-ENTRY (WS-ORD-MENOR)
           END-IF
           .
       P410-FIM.

       P420-COMPARAR-POSICAO.

           IF WS-PEN-CHAVE (WS-ORD-J) <WS-PEN-CHAVE (WS-ORD-MENOR)
               MOVE WS-ORD-J TO WS-ORD-MENOR
           END-IF
           .
       P420-FIM.

       P500-IMPRIMIR-RELATORIO.

             ACCEPT WS-DATA-IMPRESSAO FROM DATE YYYYMMDD

             MOVE SPACES TO PR-LINHA
             MOVE 'CFP - PENDENCIA DE LANCAMENTO POR TURMA E MATERIA'
                 TO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE WS-ANO-LETIVO TO WS-ED-ANO-LETIVO
             MOVE WS-BIMESTRE   TO WS-ED-BIMESTRE

             MOVE SPACES TO PR-LINHA
             STRING 'Emitido em : ' WS-DATA-IMPRESSAO
                 '   Ano Letivo : ' WS-ED-ANO-LETIVO
                 '   Bimestre : ' WS-ED-BIMESTRE
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE SPACES TO PR-LINHA
             MOVE ALL '-' TO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE SPACES TO WS-TURMA-ANTERIOR
             MOVE SPACES TO WS-MATERIA-ANTERIOR

             PERFORM P550-IMPRIMIR-PENDENCIA
                 VARYING WS-IMP-IDX FROM 1 BY 1
                 UNTIL WS-IMP-IDX >WS-QTD-PEND

             IF WS-QTD-PEND = ZEROS
                 MOVE SPACES TO PR-LINHA
                 MOVE 'Nenhuma pendencia de lancamento no periodo.'
                     TO PR-LINHA
                 WRITE PRINT-LINE-RECORD
             END-IF

             MOVE SPACES TO PR-LINHA
             MOVE ALL '-' TO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE WS-CONT-ATIVOS TO WS-ED-QTD
             MOVE SPACES TO PR-LINHA
             STRING 'Alunos ativos conferidos     : ' WS-ED-QTD
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE WS-CONT-SEM-GRADE TO WS-ED-QTD
             MOVE SPACES TO PR-LINHA
             STRING 'Alunos de turma sem grade    : ' WS-ED-QTD
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE WS-CONT-SEM-NOTA TO WS-ED-QTD
             MOVE SPACES TO PR-LINHA
             STRING 'Materias sem nota lancada    : ' WS-ED-QTD
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE WS-CONT-SEM-FREQ TO WS-ED-QTD
             MOVE SPACES TO PR-LINHA
             STRING 'Materias sem frequencia      : ' WS-ED-QTD
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             IF NOT ARQUIVO-FREQ-ABERTO
                 MOVE SPACES TO PR-LINHA
                 MOVE 'FREQUENCIA.DAT indisponivel - frequencia nao'
                     TO PR-LINHA
                 WRITE PRINT-LINE-RECORD
                 MOVE SPACES TO PR-LINHA
                 MOVE 'conferida nesta emissao.'
                     TO PR-LINHA
                 WRITE PRINT-LINE-RECORD
             END-IF

             IF WS-QTD-EXCEDIDAS >0
                 MOVE WS-QTD-EXCEDIDAS TO WS-ED-QTD
                 MOVE SPACES TO PR-LINHA
                 STRING 'ATENCAO: ' WS-ED-QTD
                     ' PENDENCIA(S) ALEM DO LIMITE DE 3000 OMITIDA(S)'
                     DELIMITED BY SIZE INTO PR-LINHA
                 WRITE PRINT-LINE-RECORD
             END-IF

             MOVE SPACES TO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE SPACES TO PR-LINHA
             MOVE 'Coordenacao : ____________________________'
                 TO PR-LINHA
             WRITE PRINT-LINE-RECORD
             .
       P500-FIM.

       P550-IMPRIMIR-PENDENCIA.

             IF WS-PEN-TURMA (WS-IMP-IDX) NOT = WS-TURMA-ANTERIOR
                 MOVE WS-PEN-TURMA (WS-IMP-IDX) TO WS-TURMA-ANTERIOR
                 MOVE SPACES TO WS-MATERIA-ANTERIOR
                 MOVE SPACES TO PR-LINHA
                 STRING 'Turma : ' WS-PEN-TURMA (WS-IMP-IDX)
                     DELIMITED BY SIZE INTO PR-LINHA
                 WRITE PRINT-LINE-RECORD
             END-IF

             IF WS-PEN-MATERIA (WS-IMP-IDX) NOT = WS-MATERIA-ANTERIOR
                 MOVE WS-PEN-MATERIA (WS-IMP-IDX)
                     TO WS-MATERIA-ANTERIOR
                 MOVE SPACES TO PR-LINHA
                 STRING '  Materia : ' WS-PEN-MATERIA (WS-IMP-IDX)
                     DELIMITED BY SIZE INTO PR-LINHA
                 WRITE PRINT-LINE-RECORD
             END-IF

             MOVE SPACES TO PR-LINHA
             IF PEN-SEM-NOTA (WS-IMP-IDX)
                 STRING '    ' WS-PEN-MATRICULA (WS-IMP-IDX) ' '
                     WS-PEN-NOME (WS-IMP-IDX) ' SEM NOTA'
                     DELIMITED BY SIZE INTO PR-LINHA
             ELSE
                 STRING '    ' WS-PEN-MATRICULA (WS-IMP-IDX) ' '
                     WS-PEN-NOME (WS-IMP-IDX) ' SEM FREQ.'
                     DELIMITED BY SIZE INTO PR-LINHA
             END-IF
             WRITE PRINT-LINE-RECORD
             .
       P550-FIM.

       P999-FINAL.
             CLOSE ENROLLMENT-FILE
             CLOSE GRADE-CURRICULAR-FILE
             CLOSE BOLETIM-MASTER-FILE
             IF ARQUIVO-FREQ-ABERTO
                 CLOSE FREQUENCIA-FILE
             END-IF
             CLOSE PRINT-REPORT-FILE

             DISPLAY '*** FIM DA PENDENCIA DE LANCAMENTO ***'
             DISPLAY 'Alunos no cadastro         : ' WS-CONT-ALUNOS
             DISPLAY 'Alunos ativos conferidos   : ' WS-CONT-ATIVOS
             DISPLAY 'Alunos de turma sem grade  : ' WS-CONT-SEM-GRADE
             DISPLAY 'Materias sem nota lancada  : ' WS-CONT-SEM-NOTA
             DISPLAY 'Materias sem frequencia    : ' WS-CONT-SEM-FREQ
             DISPLAY 'Relatorio em PENDENCIA-LANCAMENTO.PRT'

             IF WS-QTD-PEND >0 OR WS-QTD-EXCEDIDAS >0
                 MOVE 4 TO RETURN-CODE
             END-IF

            STOP RUN.

       END PROGRAM BoletimPendenciaCOBOL.
