      ******************************************************************
      * Author:Pedro Barros
      * Date:04/09/2026
      * Purpose:Manutencao da grade curricular
      *         (GRADE-CURRICULAR.DAT, GRADECUR): para cada turma e
      *         ano letivo, a lista das materias que a turma deve ter
      *         lancadas em todo bimestre. Inclusao e exclusao de
      *         materia na grade e consulta da grade inteira da
      *         turma. A turma e conferida contra TURMA-CADASTRO.DAT
      *         e a materia contra MATERIA-CADASTRO.DAT (cadastro
      *         ausente = critica nao se aplica). Ate aqui nada dizia
      *         quais materias cada turma devia ter, e o fechamento
      *         fechava o aluno mesmo sem as notas de uma materia.
      * Tectonics: cobc
      * Sistema: CFP
      * Linguagem: COBOL
      * Analista do Sistema: Andre Costa
      ******************************************************************
      * Historico de alteracoes:
      * 04/09/2026 PB - Criacao.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BoletimGradeCadCOBOL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-CURRICULAR-FILE
               ASSIGN TO "GRADE-CURRICULAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GC-CHAVE
               FILE STATUS IS WS-FS-GRADE.

           SELECT OPTIONAL TURMA-CADASTRO-FILE
               ASSIGN TO "TURMA-CADASTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TC-CODIGO
               FILE STATUS IS WS-FS-TURCAD.

           SELECT OPTIONAL MATERIA-CADASTRO-FILE
               ASSIGN TO "MATERIA-CADASTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MC-MATERIA
               FILE STATUS IS WS-FS-MATCAD.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-CURRICULAR-FILE.
           COPY GRADECUR.

       FD  TURMA-CADASTRO-FILE.
           COPY TURMACAD.

       FD  MATERIA-CADASTRO-FILE.
           COPY MATCAD.

       WORKING-STORAGE SECTION.

       COPY AUTPARM.

       77  WS-OPERADOR         PIC X(20)       VALUE SPACES.
       77  WS-FS-GRADE         PIC X(02)       VALUE '00'.
       77  WS-FS-TURCAD        PIC X(02)       VALUE '00'.
       77  WS-FS-MATCAD        PIC X(02)       VALUE '00'.

       77  WS-OPCAO            PIC X(01)       VALUE SPACES.
       77  WS-TURMA            PIC X(06)       VALUE SPACES.
       77  WS-ANO-LETIVO       PIC 9(04)       VALUE ZEROS.
       77  WS-MATERIA          PIC X(25)       VALUE SPACES.
       77  WS-CONFIRMA         PIC X(01)       VALUE SPACES.

       77  WS-ARQ-TURCAD-SIT   PIC X(01)       VALUE 'N'.
           88  ARQUIVO-TURCAD-ABERTO           VALUE 'S'.

       77  WS-ARQ-MATCAD-SIT   PIC X(01)       VALUE 'N'.
           88  ARQUIVO-MATCAD-ABERTO          VALUE 'S'.

       77  WS-TURMA-SIT        PIC X(01)       VALUE 'N'.
           88  TURMA-VALIDA                    VALUE 'S'.

       77  WS-MATERIA-SIT      PIC X(01)       VALUE 'N'.
           88  MATERIA-CADASTRADA              VALUE 'S'.

       77  WS-EOF-GRADE        PIC X(01)       VALUE 'N'.
           88  FIM-GRADE                       VALUE 'S'.

       77  WS-CONT-LISTADAS    PIC 9(04)       VALUE ZEROS.

       77  WS-FIM-SIT          PIC X(01)       VALUE 'N'.
           88  FIM-MANUTENCAO                  VALUE 'S'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       P001-START.
              PERFORM P010-VERIFICAR-AUTORIZACAO

              OPEN I-O GRADE-CURRICULAR-FILE
              IF WS-FS-GRADE = '35'
                  OPEN OUTPUT GRADE-CURRICULAR-FILE
                  CLOSE GRADE-CURRICULAR-FILE
                  OPEN I-O GRADE-CURRICULAR-FILE
              END-IF

              IF WS-FS-GRADE NOT = '00'
                  DISPLAY '***************************************'
                  DISPLAY '* ERRO AO ABRIR GRADE-CURRICULAR.DAT *'
                  DISPLAY '***************************************'
                  STOP RUN
              END-IF

              OPEN INPUT TURMA-CADASTRO-FILE
              IF WS-FS-TURCAD = '00' OR WS-FS-TURCAD = '05'
                  MOVE 'S' TO WS-ARQ-TURCAD-SIT
              END-IF

              OPEN INPUT MATERIA-CADASTRO-FILE
              IF WS-FS-MATCAD = '00' OR WS-FS-MATCAD = '05'
                  MOVE 'S' TO WS-ARQ-MATCAD-SIT
              END-IF

              PERFORM P100-MENU UNTIL FIM-MANUTENCAO
              PERFORM P999-FINAL
            .

       P010-VERIFICAR-AUTORIZACAO.

           ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER"

           MOVE WS-OPERADOR TO WS-A-OPERADOR
           MOVE 'CADASTRO'  TO WS-A-FUNCAO

           CALL 'BoletimAutorizaCOBOL' USING OPERADOR-AUT-PARMS
           END-CALL

           IF NOT OPERACAO-AUTORIZADA
               DISPLAY '*******************************************'
               DISPLAY '* OPERADOR SEM PERFIL DE CADASTRO -'
               DISPLAY '* MANUTENCAO BLOQUEADA E REGISTRADA *'
               DISPLAY '*******************************************'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       P010-FIM.

       P100-MENU.

           DISPLAY '*** MANUTENCAO DA GRADE CURRICULAR ***'
           DISPLAY 'I - Incluir materia na grade da turma'
           DISPLAY 'C - Consultar grade da turma'
           DISPLAY 'E - Excluir materia da grade da turma'
           DISPLAY 'S - Sair'
           DISPLAY 'Opcao : '
             ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO

               WHEN 'I'
               WHEN 'i'
               PERFORM P200-INCLUIR

               WHEN 'C'
               WHEN 'c'
               PERFORM P400-CONSULTAR

               WHEN 'E'
               WHEN 'e'
               PERFORM P500-EXCLUIR

               WHEN 'S'
               WHEN 's'
               MOVE 'S' TO WS-FIM-SIT

               WHEN OTHER
               DISPLAY '* OPCAO INVALIDA - TENTE NOVAMENTE *'

           END-EVALUATE
           .
       P100-FIM.

       P150-PEDIR-TURMA.

           MOVE 'N' TO WS-TURMA-SIT

           DISPLAY 'Codigo da turma : '
             ACCEPT WS-TURMA

           DISPLAY 'Ano letivo (AAAA) : '
             ACCEPT WS-ANO-LETIVO

           IF WS-TURMA = SPACES
               DISPLAY '* CODIGO DE TURMA EM BRANCO *'
           ELSE
               IF (WS-ANO-LETIVO IS NOT NUMERIC)
                   OR (WS-ANO-LETIVO = ZEROS)
                   DISPLAY '* ANO LETIVO INVALIDO *'
               ELSE
                   PERFORM P160-BUSCAR-TURMA
               END-IF
           END-IF
           .
       P150-FIM.

       P160-BUSCAR-TURMA.

           IF ARQUIVO-TURCAD-ABERTO
               MOVE WS-TURMA TO TC-CODIGO
               READ TURMA-CADASTRO-FILE
                   INVALID KEY
                       DISPLAY '***********************************'
                       DISPLAY '* TURMA NAO CADASTRADA *'
                       DISPLAY '***********************************'
                   NOT INVALID KEY
                       MOVE 'S' TO WS-TURMA-SIT
                       DISPLAY 'Turma : ' TC-DESCRICAO
               END-READ
           ELSE
               MOVE 'S' TO WS-TURMA-SIT
           END-IF
           .
       P160-FIM.

       P170-BUSCAR-MATERIA.

           IF ARQUIVO-MATCAD-ABERTO
               MOVE 'N'        TO WS-MATERIA-SIT
               MOVE WS-MATERIA TO MC-MATERIA
               READ MATERIA-CADASTRO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-MATERIA-SIT
               END-READ
           ELSE
               MOVE 'S' TO WS-MATERIA-SIT
           END-IF
           .
       P170-FIM.

       P200-INCLUIR.

           PERFORM P150-PEDIR-TURMA

           IF TURMA-VALIDA
               DISPLAY 'Materia a incluir na grade : '
                 ACCEPT WS-MATERIA

               PERFORM P170-BUSCAR-MATERIA

               IF WS-MATERIA = SPACES
                   DISPLAY '* MATERIA EM BRANCO - INCLUSAO CANCELADA *'
               ELSE
                   IF NOT MATERIA-CADASTRADA
                       DISPLAY '***********************************'
                       DISPLAY '* MATERIA FORA DO CADASTRO *'
                       DISPLAY '***********************************'
                   ELSE
                       MOVE WS-TURMA      TO GC-TURMA
                       MOVE WS-ANO-LETIVO TO GC-ANO-LETIVO
                       MOVE WS-MATERIA    TO GC-MATERIA

                       WRITE GRADE-CURRICULAR-RECORD
                           INVALID KEY
                               DISPLAY '* MATERIA JA CONSTA DA GRADE *'
                           NOT INVALID KEY
                               DISPLAY 'Materia incluida na grade.'
                       END-WRITE
                   END-IF
               END-IF
           END-IF
           .
       P200-FIM.

       P400-CONSULTAR.

           PERFORM P150-PEDIR-TURMA

           IF TURMA-VALIDA
               MOVE 'N'           TO WS-EOF-GRADE
               MOVE ZEROS         TO WS-CONT-LISTADAS
               MOVE WS-TURMA      TO GC-TURMA
               MOVE WS-ANO-LETIVO TO GC-ANO-LETIVO
               MOVE SPACES        TO GC-MATERIA

               START GRADE-CURRICULAR-FILE
                   KEY IS NOT LESS THAN GC-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-EOF-GRADE
               END-START

               PERFORM P450-LISTAR-MATERIA UNTIL FIM-GRADE

               IF WS-CONT-LISTADAS = ZEROS
                   DISPLAY 'Nenhuma materia na grade da turma no ano.'
               ELSE
                   DISPLAY 'Materias na grade : ' WS-CONT-LISTADAS
               END-IF
           END-IF
           .
       P400-FIM.

       P450-LISTAR-MATERIA.

           READ GRADE-CURRICULAR-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-GRADE
           END-READ

           IF NOT FIM-GRADE
               IF GC-TURMA = WS-TURMA
                   AND GC-ANO-LETIVO = WS-ANO-LETIVO
                   ADD 1 TO WS-CONT-LISTADAS
                   DISPLAY '- ' GC-MATERIA
               ELSE
                   MOVE 'S' TO WS-EOF-GRADE
               END-IF
           END-IF
           .
       P450-FIM.

       P500-EXCLUIR.

           PERFORM P150-PEDIR-TURMA

           IF TURMA-VALIDA
               DISPLAY 'Materia a excluir da grade : '
                 ACCEPT WS-MATERIA

               MOVE WS-TURMA      TO GC-TURMA
               MOVE WS-ANO-LETIVO TO GC-ANO-LETIVO
               MOVE WS-MATERIA    TO GC-MATERIA

               READ GRADE-CURRICULAR-FILE
                   INVALID KEY
                       DISPLAY '***********************************'
                       DISPLAY '* MATERIA NAO CONSTA DA GRADE *'
                       DISPLAY '***********************************'
                   NOT INVALID KEY
                       DISPLAY 'Confirma a exclusao? S/N'
                         ACCEPT WS-CONFIRMA

                       IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                           DELETE GRADE-CURRICULAR-FILE
                           DISPLAY 'Materia excluida da grade.'
                       ELSE
                           DISPLAY 'Exclusao cancelada pelo operador.'
                       END-IF
               END-READ
           END-IF
           .
       P500-FIM.

       P999-FINAL.
             CLOSE GRADE-CURRICULAR-FILE
             IF ARQUIVO-TURCAD-ABERTO
                 CLOSE TURMA-CADASTRO-FILE
             END-IF
             IF ARQUIVO-MATCAD-ABERTO
                 CLOSE MATERIA-CADASTRO-FILE
             END-IF
             DISPLAY 'Muito obrigado.'
            STOP RUN.

       END PROGRAM BoletimGradeCadCOBOL.
