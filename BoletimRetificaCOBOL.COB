      *                 OPERREC), o mesmo perfil do fechamento de
      *                 bimestre; negativa registrada em
      *                 ACESSO-NEGADO.LOG para a direcao.
      * 29/09/2026 PB - Periodo FECHADO no calendario letivo
      *                 (CALENDARIO-LETIVO.DAT, CALENDREC) tambem conta
      *                 como pos-fechamento, mesmo com BM-SIT-FINAL em
      *                 branco: a retificacao e o unico caminho de
      *                 correcao num periodo fechado e sempre vai ao
      *                 relatorio da direcao.
      * 12/10/2026 PB - Ano letivo e turma do aluno (ENROLLMENT.DAT)
      *                 passam ao calculo em P440-BUSCAR-TURMA, para a
      *                 retificacao classificar pelo regulamento do ano
      *                 do registro (REGULAMENTO.DAT), e nao pela regra
      *                 de hoje. Cadastro ausente = regra da escola
      *                 inteira.
      ******************************************************************

       IDENTIFICATION DIVISION.
               RECORD KEY IS FQ-CHAVE
               FILE STATUS IS WS-FS-FREQ.

           SELECT OPTIONAL CALENDARIO-LETIVO-FILE
               ASSIGN TO "CALENDARIO-LETIVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-CHAVE
               FILE STATUS IS WS-FS-CALEND.

           SELECT OPTIONAL ENROLLMENT-FILE
               ASSIGN TO "ENROLLMENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EN-MATRICULA
               FILE STATUS IS WS-FS-ENROLL.

       DATA DIVISION.
       FILE SECTION.
       FD  BOLETIM-MASTER-FILE.
       FD  FREQUENCIA-FILE.
           COPY FREQREC.

       FD  CALENDARIO-LETIVO-FILE.
           COPY CALENDREC.

       FD  ENROLLMENT-FILE.
           COPY ENROLLREC.

       WORKING-STORAGE SECTION.

       COPY BOLPARM.
       77  WS-ARQ-FREQ-SIT     PIC X(01)       VALUE 'N'.
           88  ARQUIVO-FREQ-ABERTO            VALUE 'S'.

       77  WS-FS-CALEND        PIC X(02)       VALUE '00'.
       77  WS-ARQ-CALEND-SIT   PIC X(01)       VALUE 'N'.
           88  ARQUIVO-CALEND-ABERTO           VALUE 'S'.

       77  WS-FS-ENROLL        PIC X(02)       VALUE '00'.
       77  WS-ARQ-ENROLL-SIT   PIC X(01)       VALUE 'N'.
           88  ARQUIVO-ENROLL-ABERTO           VALUE 'S'.

       77  WS-CAL-FECH-SIT     PIC X(01)       VALUE 'N'.
           88  PERIODO-FECHADO-CALENDARIO      VALUE 'S'.

       77  WS-MATRICULA        PIC X(10)       VALUE SPACES.
       77  WS-ANO-LETIVO       PIC 9(04)       VALUE ZEROS.
       77  WS-BIMESTRE         PIC 9(01)       VALUE ZEROS.
                  MOVE 'S' TO WS-ARQ-FREQ-SIT
              END-IF

              OPEN INPUT CALENDARIO-LETIVO-FILE
              IF WS-FS-CALEND = '00' OR WS-FS-CALEND = '05'
                  MOVE 'S' TO WS-ARQ-CALEND-SIT
              END-IF

              OPEN INPUT ENROLLMENT-FILE
              IF WS-FS-ENROLL = '00' OR WS-FS-ENROLL = '05'
                  MOVE 'S' TO WS-ARQ-ENROLL-SIT
              END-IF

              ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER"

              PERFORM P010-VERIFICAR-AUTORIZACAO

       P200-TRATAR-FECHAMENTO.

           PERFORM P210-CONFERIR-CALENDARIO

           IF BM-SIT-FINAL NOT = SPACES
               OR PERIODO-FECHADO-CALENDARIO
               DISPLAY 'PERIODO JA FECHADO - a retificacao sera'
               DISPLAY 'registrada como POS-FECHAMENTO e sai no'
               DISPLAY 'relatorio da direcao.'
           .
       P200-FIM.

       P210-CONFERIR-CALENDARIO.

           MOVE 'N' TO WS-CAL-FECH-SIT

           IF ARQUIVO-CALEND-ABERTO
               MOVE WS-ANO-LETIVO TO CL-ANO-LETIVO
               MOVE WS-BIMESTRE   TO CL-BIMESTRE
               READ CALENDARIO-LETIVO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CL-FECHADO
                           MOVE 'S' TO WS-CAL-FECH-SIT
                       END-IF
               END-READ
           END-IF
           .
       P210-FIM.

       P250-PEDIR-MOTIVO.

           DISPLAY 'Motivo da retificacao (obrigatorio) :'
           .
       P430-FIM.

       P440-BUSCAR-TURMA.

           MOVE SPACES TO WS-P-TURMA

           IF ARQUIVO-ENROLL-ABERTO
               MOVE WS-MATRICULA TO EN-MATRICULA
               READ ENROLLMENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EN-TURMA TO WS-P-TURMA
               END-READ
           END-IF
           .
       P440-FIM.

       P450-CALC.

           MOVE WS-MATERIA  TO WS-P-MATERIA
           MOVE WS-NOTA2    TO WS-P-NOTA2
           MOVE WS-NOTA3    TO WS-P-NOTA3
           MOVE WS-NOTA4    TO WS-P-NOTA4
           MOVE WS-ANO-LETIVO TO WS-P-ANO-LETIVO
           MOVE 'N'           TO WS-P-REGRA-SIT

           PERFORM P430-BUSCAR-FREQUENCIA
           PERFORM P440-BUSCAR-TURMA

           CALL 'BoletimMediaCOBOL' USING BOLETIM-CALC-PARMS
           END-CALL
             IF ARQUIVO-FREQ-ABERTO
                 CLOSE FREQUENCIA-FILE
             END-IF
             IF ARQUIVO-CALEND-ABERTO
                 CLOSE CALENDARIO-LETIVO-FILE
             END-IF
             IF ARQUIVO-ENROLL-ABERTO
                 CLOSE ENROLLMENT-FILE
             END-IF

             DISPLAY '*** FIM DA RETIFICACAO DE NOTAS ***'
             DISPLAY 'Retificacoes gravadas      : '
