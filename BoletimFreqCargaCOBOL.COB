      *                 BoletimAutorizaCOBOL (cadastro de operadores
      *                 OPERREC); negativa registrada em
      *                 ACESSO-NEGADO.LOG para a direcao.
      * 28/09/2026 PB - Ano letivo/bimestre da carga conferido contra o
      *                 calendario letivo (CALENDARIO-LETIVO.DAT,
      *                 CALENDREC): frequencia so entra em periodo
      *                 ABERTO, como as notas do lote de turma (motivo
      *                 CAL). Calendario ausente = critica nao se
      *                 aplica.
      * 02/10/2026 PB - Execucao registrada no controle de execucoes
      *                 (BoletimExecucaoCOBOL, RUN-CONTROLE.DAT) como
      *                 BOLFREQ, com o ano/bimestre da carga e os
      *                 lidos, gravados e rejeitados.
      * 15/10/2026 PB - Calendario OPTIONAL ausente (status 05 no OPEN)
      *                 nao conta mais como aberto: toda leitura dava
      *                 INVALID KEY e toda a carga saia rejeitada.
      *                 Agora a critica nao se aplica, como dizia a
      *                 alteracao de 28/09/2026.
      ******************************************************************

       IDENTIFICATION DIVISION.
               RECORD KEY IS MC-MATERIA
               FILE STATUS IS WS-FS-MATCAD.

           SELECT OPTIONAL CALENDARIO-LETIVO-FILE
               ASSIGN TO "CALENDARIO-LETIVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-CHAVE
               FILE STATUS IS WS-FS-CALEND.

       DATA DIVISION.
       FILE SECTION.
       FD  FREQ-ENTRADA-FILE.
       FD  MATERIA-CADASTRO-FILE.
           COPY MATCAD.

       FD  CALENDARIO-LETIVO-FILE.
           COPY CALENDREC.

       WORKING-STORAGE SECTION.

       COPY AUTPARM.

       COPY RUNPARM.

       77  WS-RUN-ID           PIC 9(08)       VALUE ZEROS.
       77  WS-RUN-ANO          PIC 9(04)       VALUE ZEROS.
       77  WS-RUN-BIMESTRE     PIC 9(01)       VALUE ZEROS.
       77  WS-OPERADOR         PIC X(20)       VALUE SPACES.
       77  WS-FS-ENTRADA       PIC X(02)       VALUE '00'.
       77  WS-FS-FREQ          PIC X(02)       VALUE '00'.
       77  WS-MATERIA-SIT      PIC X(01)       VALUE 'N'.
           88  MATERIA-CADASTRADA              VALUE 'S'.

       77  WS-FS-CALEND        PIC X(02)       VALUE '00'.
       77  WS-ARQ-CALEND-SIT   PIC X(01)       VALUE 'N'.
           88  ARQUIVO-CALEND-ABERTO           VALUE 'S'.

       77  WS-PERIODO-SIT      PIC X(01)       VALUE 'N'.
           88  PERIODO-ABERTO                  VALUE 'S'.
       77  WS-CAL-ANO-LIDO     PIC 9(04)       VALUE ZEROS.
       77  WS-CAL-BIM-LIDO     PIC 9(01)       VALUE ZEROS.

       77  WS-EOF-ENTRADA      PIC X(01)       VALUE 'N'.
           88  FIM-ENTRADA                     VALUE 'S'.

       77  WS-CONT-GRAVADOS    PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-ERROS       PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-MATERIA     PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-PERIODO     PIC 9(06)       VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       P001-START.
              PERFORM P010-VERIFICAR-AUTORIZACAO
              PERFORM P050-ABRIR-ARQUIVOS
              PERFORM P060-REGISTRAR-INICIO
              PERFORM P100-LER-ENTRADA
              PERFORM P200-PROCESSAR-REGISTRO
                  UNTIL FIM-ENTRADA
               DISPLAY 'MATERIA-CADASTRO.DAT indisponivel - materia'
               DISPLAY 'da carga nao sera criticada.'
           END-IF

           OPEN INPUT CALENDARIO-LETIVO-FILE
           IF WS-FS-CALEND = '00'
               MOVE 'S' TO WS-ARQ-CALEND-SIT
           ELSE
               IF WS-FS-CALEND = '05'
                   CLOSE CALENDARIO-LETIVO-FILE
               END-IF
               DISPLAY 'CALENDARIO-LETIVO.DAT indisponivel - periodo'
               DISPLAY 'da carga nao sera criticado.'
           END-IF
           .
       P050-FIM.

       P060-REGISTRAR-INICIO.

           INITIALIZE EXECUCAO-PARMS
           MOVE 'I'          TO WS-R-FUNCAO
           MOVE 'BOLFREQ'    TO WS-R-PROGRAMA
           MOVE WS-OPERADOR  TO WS-R-OPERADOR

           CALL 'BoletimExecucaoCOBOL' USING EXECUCAO-PARMS
           END-CALL

           MOVE WS-R-RUN-ID TO WS-RUN-ID
           .
       P060-FIM.

       P100-LER-ENTRADA.

           READ FREQ-ENTRADA-FILE
                   MOVE 'S' TO WS-EOF-ENTRADA
               NOT AT END
                   ADD 1 TO WS-CONT-LIDOS
                   IF WS-CONT-LIDOS = 1
                      AND FE-ANO-LETIVO IS NUMERIC
                      AND FE-BIMESTRE IS NUMERIC
                       MOVE FE-ANO-LETIVO TO WS-RUN-ANO
                       MOVE FE-BIMESTRE   TO WS-RUN-BIMESTRE
                   END-IF
           END-READ
           .
       P100-FIM.
               OR (FE-FALTAS >FE-HORAS-LECIONADAS)
               PERFORM P800-ERRO
           ELSE
               PERFORM P260-CONFERIR-CALENDARIO
               IF NOT PERIODO-ABERTO
                   PERFORM P870-ERRO-PERIODO
               ELSE
                   PERFORM P300-GRAVAR-FREQUENCIA
               END-IF
           END-IF
           END-IF

           .
       P250-FIM.

       P260-CONFERIR-CALENDARIO.

      * O movimento vem por turma e periodo: so le o calendario de
      * novo quando o ano/bimestre muda.
           IF ARQUIVO-CALEND-ABERTO
               IF FE-ANO-LETIVO NOT = WS-CAL-ANO-LIDO
                   OR FE-BIMESTRE NOT = WS-CAL-BIM-LIDO
                   MOVE FE-ANO-LETIVO TO WS-CAL-ANO-LIDO
                   MOVE FE-BIMESTRE   TO WS-CAL-BIM-LIDO
                   MOVE 'N'           TO WS-PERIODO-SIT
                   MOVE FE-ANO-LETIVO TO CL-ANO-LETIVO
                   MOVE FE-BIMESTRE   TO CL-BIMESTRE
                   READ CALENDARIO-LETIVO-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CL-ABERTO
                               MOVE 'S' TO WS-PERIODO-SIT
                           END-IF
                   END-READ
               END-IF
           ELSE
               MOVE 'S' TO WS-PERIODO-SIT
           END-IF
           .
       P260-FIM.

       P300-GRAVAR-FREQUENCIA.

           MOVE FE-MATRICULA        TO FQ-MATRICULA
           .
       P850-FIM.

       P870-ERRO-PERIODO.

            DISPLAY '***********************************************'
            DISPLAY '* CAL - PERIODO NAO ABERTO - REG. IGNORADO *'
            DISPLAY 'Matricula : ' FE-MATRICULA
            DISPLAY 'Ano/Bim   : ' FE-ANO-LETIVO '/' FE-BIMESTRE
            DISPLAY 'Materia   : ' FE-MATERIA
            DISPLAY '***********************************************'

           ADD 1 TO WS-CONT-ERROS
           ADD 1 TO WS-CONT-PERIODO
           .
       P870-FIM.

       P990-REGISTRAR-FIM.

           INITIALIZE EXECUCAO-PARMS
           MOVE 'F'              TO WS-R-FUNCAO
           MOVE WS-RUN-ID        TO WS-R-RUN-ID
           MOVE WS-RUN-ANO       TO WS-R-ANO-LETIVO
           MOVE WS-RUN-BIMESTRE  TO WS-R-BIMESTRE
           MOVE RETURN-CODE      TO WS-R-RETURN-CODE
           MOVE WS-CONT-LIDOS    TO WS-R-LIDOS
           MOVE WS-CONT-GRAVADOS TO WS-R-GRAVADOS
           MOVE WS-CONT-ERROS    TO WS-R-REJEITADOS

           CALL 'BoletimExecucaoCOBOL' USING EXECUCAO-PARMS
           END-CALL

           MOVE WS-R-RETURN-CODE TO RETURN-CODE
           .
       P990-FIM.

       P999-FINAL.
             CLOSE FREQ-ENTRADA-FILE
             CLOSE FREQUENCIA-FILE
             IF ARQUIVO-MATCAD-ABERTO
                 CLOSE MATERIA-CADASTRO-FILE
             END-IF
             IF ARQUIVO-CALEND-ABERTO
                 CLOSE CALENDARIO-LETIVO-FILE
             END-IF

             DISPLAY '*** FIM DA CARGA DE FREQUENCIA ***'
             DISPLAY 'Registros lidos     : ' WS-CONT-LIDOS
             DISPLAY 'Registros gravados  : ' WS-CONT-GRAVADOS
             DISPLAY 'Registros com erro  : ' WS-CONT-ERROS
             DISPLAY ' - materia invalida : ' WS-CONT-MATERIA
             DISPLAY ' - periodo nao ABERTO: ' WS-CONT-PERIODO

             IF WS-CONT-ERROS >0
                 MOVE 4 TO RETURN-CODE
             END-IF

             PERFORM P990-REGISTRAR-FIM

            STOP RUN.

       END PROGRAM BoletimFreqCargaCOBOL.
