      *                 do conselho de classe do periodo (OBSERVACOES
      *                 .DAT, OBSREC) abaixo das notas. Arquivo
      *                 ausente = boletim sai como antes.
      * 09/09/2026 PB - Boletim impresso passa a sair enderecado aos
      *                 responsaveis que recebem correspondencia
      *                 (RESPONSAVEL.DAT, RESPREC). Aluno sem nenhum
      *                 responsavel marcado sai com o aviso no boletim
      *                 e no console. Arquivo ausente = boletim sai
      *                 como antes.
      * 12/10/2026 PB - Ano letivo e turma do aluno passam a
      *                 classificacao geral, que segue o regulamento do
      *                 ano e do segmento da turma (REGULAMENTO.DAT).
      ******************************************************************

       IDENTIFICATION DIVISION.
               RECORD KEY IS OB-CHAVE
               FILE STATUS IS WS-FS-OBS.

           SELECT OPTIONAL RESPONSAVEL-FILE
               ASSIGN TO "RESPONSAVEL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-CHAVE
               FILE STATUS IS WS-FS-RESP.

       DATA DIVISION.
       FILE SECTION.
       FD  BOLETIM-MASTER-FILE.
       FD  OBSERVACOES-FILE.
           COPY OBSREC.

       FD  RESPONSAVEL-FILE.
           COPY RESPREC.

       WORKING-STORAGE SECTION.

       COPY BOLPARM.
       77  WS-FS-PRINT         PIC X(02)       VALUE '00'.
       77  WS-MATRICULA        PIC X(10)       VALUE SPACES.
       77  WS-NOME-BUSCA       PIC X(40)       VALUE SPACES.
       77  WS-TURMA-BUSCA      PIC X(06)       VALUE SPACES.
       77  WS-ANO-LETIVO       PIC 9(04)       VALUE ZEROS.
       77  WS-BIMESTRE         PIC 9(01)       VALUE ZEROS.
       77  WS-ED-ANO-LETIVO    PIC X(04)       VALUE SPACES.

       77  WS-OBS-IMPRESSAS    PIC 9(02)       VALUE ZEROS.

       77  WS-FS-RESP          PIC X(02)       VALUE '00'.
       77  WS-ARQ-RESP-SIT     PIC X(01)       VALUE 'N'.
           88  ARQUIVO-RESP-ABERTO             VALUE 'S'.

       77  WS-EOF-RESP         PIC X(01)       VALUE 'N'.
           88  FIM-RESPONSAVEIS                VALUE 'S'.

       77  WS-RESP-IMPRESSOS   PIC 9(02)       VALUE ZEROS.

       77  WS-QTD-MATERIAS     PIC 9(02)       VALUE ZEROS.
       77  WS-QTD-OMITIDAS     PIC 9(02)       VALUE ZEROS.
       77  WS-SOMA-PONDERADA   PIC 9(08)V9999  VALUE ZEROS.
                  MOVE 'S' TO WS-ARQ-OBS-SIT
              END-IF

              OPEN INPUT RESPONSAVEL-FILE
              IF WS-FS-RESP = '00' OR WS-FS-RESP = '05'
                  MOVE 'S' TO WS-ARQ-RESP-SIT
              END-IF

              PERFORM P100-INICIO
              PERFORM P999-FINAL
            .
               NOT INVALID KEY
                   MOVE 'S'          TO WS-ALUNO-SIT
                   MOVE EN-NOME      TO WS-NOME-BUSCA
                   MOVE EN-TURMA     TO WS-TURMA-BUSCA
           END-READ
           .
       P110-FIM.
           MOVE WS-MEDIA-GERAL TO WS-P-MEDIA
           MOVE ZEROS TO WS-P-HORAS-LECIONADAS
           MOVE ZEROS TO WS-P-FALTAS
           MOVE WS-ANO-LETIVO  TO WS-P-ANO-LETIVO
           MOVE WS-TURMA-BUSCA TO WS-P-TURMA
           MOVE 'N'            TO WS-P-REGRA-SIT

           CALL 'BoletimClassificaCOBOL' USING BOLETIM-CALC-PARMS
           END-CALL
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             PERFORM P459-IMPRIMIR-DESTINATARIO

             MOVE SPACES TO PR-LINHA
             MOVE 'Boletim Consolidado - Todas as Materias'
                 TO PR-LINHA
             .
       P458-FIM.

       P459-IMPRIMIR-DESTINATARIO.

             IF ARQUIVO-RESP-ABERTO
                 MOVE 'N'          TO WS-EOF-RESP
                 MOVE ZEROS        TO WS-RESP-IMPRESSOS
                 MOVE WS-MATRICULA TO RS-MATRICULA
                 MOVE ZEROS        TO RS-SEQUENCIA

                 START RESPONSAVEL-FILE
                     KEY IS NOT LESS THAN RS-CHAVE
                     INVALID KEY
                         MOVE 'S' TO WS-EOF-RESP
                 END-START

                 PERFORM P460-LER-RESPONSAVEL UNTIL FIM-RESPONSAVEIS

                 IF WS-RESP-IMPRESSOS = ZEROS
                     MOVE SPACES TO PR-LINHA
                     MOVE 'A/C : SEM RESPONSAVEL PARA CORRESPONDENCIA'
                         TO PR-LINHA
                     WRITE PRINT-LINE-RECORD
                     DISPLAY '*** ATENCAO: ALUNO SEM RESPONSAVEL PARA'
                         ' CORRESPONDENCIA ***'
                 END-IF
             END-IF
             .
       P459-FIM.

       P460-LER-RESPONSAVEL.

             READ RESPONSAVEL-FILE NEXT RECORD
                 AT END
                     MOVE 'S' TO WS-EOF-RESP
             END-READ

             IF NOT FIM-RESPONSAVEIS
                 IF RS-MATRICULA = WS-MATRICULA
                     IF RS-RECEBE-CORRESPONDENCIA
                         ADD 1 TO WS-RESP-IMPRESSOS

                         MOVE SPACES TO PR-LINHA
                         STRING 'A/C : ' RS-NOME
                             ' (' RS-PARENTESCO ')'
                             DELIMITED BY SIZE INTO PR-LINHA
                         WRITE PRINT-LINE-RECORD

                         MOVE SPACES TO PR-LINHA
                         STRING '      ' RS-LOGRADOURO
                             DELIMITED BY SIZE INTO PR-LINHA
                         WRITE PRINT-LINE-RECORD

                         MOVE SPACES TO PR-LINHA
                         STRING '      ' RS-BAIRRO ' - ' RS-CIDADE
                             ' - ' RS-UF '  CEP ' RS-CEP
                             DELIMITED BY SIZE INTO PR-LINHA
                         WRITE PRINT-LINE-RECORD
                     END-IF
                 ELSE
                     MOVE 'S' TO WS-EOF-RESP
                 END-IF
             END-IF
             .
       P460-FIM.

       P456-IMPRIMIR-MATERIA.

             MOVE WS-MAT-MEDIA (WS-IDX) TO WS-ED-MAT-MEDIA
             IF ARQUIVO-OBS-ABERTO
                 CLOSE OBSERVACOES-FILE
             END-IF
             IF ARQUIVO-RESP-ABERTO
                 CLOSE RESPONSAVEL-FILE
             END-IF
             CLOSE PRINT-REPORT-FILE
             DISPLAY 'Muito obrigado.'
            STOP RUN.
