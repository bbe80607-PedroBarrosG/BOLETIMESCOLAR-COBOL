      *                 para continuar mostrando todos os anos do
      *                 aluno. Arquivo de historico ausente = so o
      *                 mestre vivo, como antes.
      * 17/09/2026 PB - Dependencias do aluno (DEPENDENCIA.DAT,
      *                 DEPENDREC): a materia cursada em dependencia
      *                 sai marcada DEP no ano em que foi cursada, e um
      *                 quadro final lista cada dependencia com ano de
      *                 origem, ano cursado e situacao (PENDENTE,
      *                 CUMPRIDA ou REPROVADA de novo). Arquivo
      *                 ausente = historico sai como antes.
      ******************************************************************

       IDENTIFICATION DIVISION.
               RECORD KEY IS BH-CHAVE
               FILE STATUS IS WS-FS-HIST.

           SELECT OPTIONAL DEPENDENCIA-FILE
               ASSIGN TO "DEPENDENCIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CHAVE
               FILE STATUS IS WS-FS-DEPEND.

           SELECT PRINT-REPORT-FILE ASSIGN TO "HISTORICO-ESCOLAR.PRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PRINT.
       FD  HISTORICO-FILE.
           COPY BOLHREC.

       FD  DEPENDENCIA-FILE.
           COPY DEPENDREC.

       FD  PRINT-REPORT-FILE.
           COPY PRINTREC.


       77  WS-CONT-ARQUIVADOS  PIC 9(06)       VALUE ZEROS.

       77  WS-FS-DEPEND        PIC X(02)       VALUE '00'.
       77  WS-ARQ-DEPEND-SIT   PIC X(01)       VALUE 'N'.
           88  ARQUIVO-DEPEND-ABERTO           VALUE 'S'.

       77  WS-EOF-DEPEND       PIC X(01)       VALUE 'N'.
           88  FIM-DEPENDENCIAS                VALUE 'S'.

       77  WS-QTD-DEP          PIC 9(02)       VALUE ZEROS.
       77  WS-QTD-DEP-EXCED    PIC 9(06)       VALUE ZEROS.
       77  WS-DEP-IDX          PIC 9(02)       VALUE ZEROS.
       77  WS-MARCA-DEP        PIC X(05)       VALUE SPACES.
       77  WS-ED-DEP-ORIGEM    PIC X(04)       VALUE SPACES.
       77  WS-ED-DEP-CURSANDO  PIC X(04)       VALUE SPACES.
       77  WS-ED-DEP-SIT       PIC X(18)       VALUE SPACES.

       77  WS-MATRICULA        PIC X(10)       VALUE SPACES.
       77  WS-NOME-BUSCA       PIC X(40)       VALUE SPACES.
       77  WS-DATA-IMPRESSAO   PIC X(08)       VALUE SPACES.
                   15  WS-MAT-LANCADO OCCURS 4 TIMES
                                        PIC X(01).

       01  WS-DEP-TAB.
           05  WS-DEP-ENTRY OCCURS 10 TIMES.
               10  WS-DEP-MATERIA       PIC X(25).
               10  WS-DEP-ORIGEM        PIC 9(04).
               10  WS-DEP-CURSANDO      PIC 9(04).
               10  WS-DEP-SITUACAO      PIC X(10).
               10  WS-DEP-MEDIA         PIC 99(04)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

                  MOVE 'S' TO WS-ARQ-HIST-SIT
              END-IF

              OPEN INPUT DEPENDENCIA-FILE
              IF WS-FS-DEPEND = '00' OR WS-FS-DEPEND = '05'
                  MOVE 'S' TO WS-ARQ-DEPEND-SIT
              END-IF

              OPEN OUTPUT PRINT-REPORT-FILE
              IF WS-FS-PRINT NOT = '00'
                  DISPLAY '***************************************'
           IF ALUNO-ENCONTRADO
               PERFORM P190-VARRER-HISTORICO
               PERFORM P200-VARRER-MESTRE
               PERFORM P300-VARRER-DEPENDENCIAS
               IF WS-QTD-ANOS = 0
                   DISPLAY 'Nenhum periodo gravado para este aluno.'
               END-IF
           .
       P285-FIM.

       P300-VARRER-DEPENDENCIAS.

           IF ARQUIVO-DEPEND-ABERTO
               MOVE 'N'          TO WS-EOF-DEPEND
               MOVE WS-MATRICULA TO DP-MATRICULA
               MOVE SPACES       TO DP-MATERIA
               MOVE ZEROS        TO DP-ANO-ORIGEM

               START DEPENDENCIA-FILE KEY IS NOT LESS THAN DP-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-EOF-DEPEND
               END-START

               PERFORM P310-LER-DEPENDENCIA UNTIL FIM-DEPENDENCIAS
           END-IF
           .
       P300-FIM.

       P310-LER-DEPENDENCIA.

           READ DEPENDENCIA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-DEPEND
           END-READ

           IF NOT FIM-DEPENDENCIAS
               IF DP-MATRICULA = WS-MATRICULA
                   IF WS-QTD-DEP <10
                       ADD 1 TO WS-QTD-DEP
                       MOVE DP-MATERIA
                           TO WS-DEP-MATERIA (WS-QTD-DEP)
                       MOVE DP-ANO-ORIGEM
                           TO WS-DEP-ORIGEM (WS-QTD-DEP)
                       MOVE DP-ANO-CURSANDO
                           TO WS-DEP-CURSANDO (WS-QTD-DEP)
                       MOVE DP-SITUACAO
                           TO WS-DEP-SITUACAO (WS-QTD-DEP)
                       MOVE DP-MEDIA
                           TO WS-DEP-MEDIA (WS-QTD-DEP)
                   ELSE
                       ADD 1 TO WS-QTD-DEP-EXCED
                   END-IF
               ELSE
                   MOVE 'S' TO WS-EOF-DEPEND
               END-IF
           END-IF
           .
       P310-FIM.

       P400-IMPRIMIR-HISTORICO.

             ACCEPT WS-DATA-IMPRESSAO FROM DATE YYYYMMDD
                     UNTIL WS-IMP-ANO >WS-QTD-ANOS
             END-IF

             IF WS-QTD-DEP >0
                 PERFORM P490-IMPRIMIR-DEPENDENCIAS
             END-IF

             IF WS-QTD-ANO-EXCED >0 OR WS-QTD-MAT-EXCED >0
                 MOVE SPACES TO PR-LINHA
                 MOVE 'ATENCAO: REGISTRO(S) ALEM DOS LIMITES DE 10'

             PERFORM P465-EDITAR-BIMESTRES

             MOVE SPACES TO WS-MARCA-DEP
             PERFORM P467-MARCAR-DEPENDENCIA
                 VARYING WS-DEP-IDX FROM 1 BY 1
                 UNTIL WS-DEP-IDX >WS-QTD-DEP

             MOVE SPACES TO PR-LINHA
             STRING WS-MAT-MATERIA (WS-IMP-ANO, WS-IMP-MAT)
                 '  ' WS-ED-BIM1
                 '  ' WS-ED-BIM2
                 '  ' WS-ED-BIM3
                 '  ' WS-ED-BIM4
                 WS-MARCA-DEP
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD
             .
             .
       P465-FIM.

       P467-MARCAR-DEPENDENCIA.

             IF WS-DEP-MATERIA (WS-DEP-IDX)
                 = WS-MAT-MATERIA (WS-IMP-ANO, WS-IMP-MAT)
                 AND WS-DEP-CURSANDO (WS-DEP-IDX)
                 = WS-ANO-ANO (WS-IMP-ANO)
                 MOVE '  DEP' TO WS-MARCA-DEP
             END-IF
             .
       P467-FIM.

       P470-IMPRIMIR-SITUACOES.

             MOVE SPACES TO PR-LINHA
             .
       P480-FIM.

       P490-IMPRIMIR-DEPENDENCIAS.

             MOVE SPACES TO PR-LINHA
             MOVE ALL '-' TO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE SPACES TO PR-LINHA
             MOVE 'Dependencias (progressao parcial) :' TO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE SPACES TO PR-LINHA
             MOVE
            'Materia                   Origem Cursada Media Situacao'
                 TO PR-LINHA
             WRITE PRINT-LINE-RECORD

             PERFORM P495-IMPRIMIR-DEPENDENCIA
                 VARYING WS-DEP-IDX FROM 1 BY 1
                 UNTIL WS-DEP-IDX >WS-QTD-DEP

             IF WS-QTD-DEP-EXCED >0
                 MOVE SPACES TO PR-LINHA
                 MOVE 'ATENCAO: DEPENDENCIA(S) ALEM DO LIMITE DE 10'
                     TO PR-LINHA
                 WRITE PRINT-LINE-RECORD
             END-IF
             .
       P490-FIM.

       P495-IMPRIMIR-DEPENDENCIA.

             MOVE WS-DEP-ORIGEM (WS-DEP-IDX)   TO WS-ED-DEP-ORIGEM
             MOVE WS-DEP-CURSANDO (WS-DEP-IDX) TO WS-ED-DEP-CURSANDO

             EVALUATE WS-DEP-SITUACAO (WS-DEP-IDX)
                 WHEN 'CUMPRIDA'
                     MOVE 'CUMPRIDA' TO WS-ED-DEP-SIT
                     MOVE WS-DEP-MEDIA (WS-DEP-IDX) TO WS-ED-MEDIA
                 WHEN 'REPROVADA'
                     MOVE 'REPROVADA DE NOVO' TO WS-ED-DEP-SIT
                     MOVE WS-DEP-MEDIA (WS-DEP-IDX) TO WS-ED-MEDIA
                 WHEN OTHER
                     MOVE 'PENDENTE' TO WS-ED-DEP-SIT
                     MOVE ZEROS TO WS-ED-MEDIA
             END-EVALUATE

             MOVE SPACES TO PR-LINHA
             STRING WS-DEP-MATERIA (WS-DEP-IDX)
                 ' ' WS-ED-DEP-ORIGEM
                 '   ' WS-ED-DEP-CURSANDO
                 '    ' WS-ED-MEDIA
                 ' ' WS-ED-DEP-SIT
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD
             .
       P495-FIM.

       P999-FINAL.
             CLOSE BOLETIM-MASTER-FILE
             CLOSE ENROLLMENT-FILE
             IF ARQUIVO-HIST-ABERTO
                 CLOSE HISTORICO-FILE
             END-IF
             IF ARQUIVO-DEPEND-ABERTO
                 CLOSE DEPENDENCIA-FILE
             END-IF
             CLOSE PRINT-REPORT-FILE

             DISPLAY '*** FIM DO HISTORICO ESCOLAR ***'
             DISPLAY 'Registros lidos (total)   : ' WS-CONT-REGISTROS
             DISPLAY ' - vindos do historico    : ' WS-CONT-ARQUIVADOS
             DISPLAY 'Anos letivos no historico : ' WS-QTD-ANOS
             DISPLAY 'Dependencias no historico : ' WS-QTD-DEP
             DISPLAY 'Historico gravado em HISTORICO-ESCOLAR.PRT'
            STOP RUN.

