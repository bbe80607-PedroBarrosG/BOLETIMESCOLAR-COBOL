      *                 critica e qualquer um que rodasse o programa
      *                 lancava nota. Negativa e registrada em
      *                 ACESSO-NEGADO.LOG para a direcao.
      * 28/09/2026 PB - Periodo digitado conferido contra o calendario
      *                 letivo (CALENDARIO-LETIVO.DAT, CALENDREC) em
      *                 P107: lancamento so em periodo ABERTO; a nota
      *                 da prova final de recuperacao pendente tambem
      *                 e aceita com o periodo EM FECHAMENTO, que e
      *                 quando a prova acontece. Periodo FECHADO so
      *                 pela retificacao. Calendario ausente = critica
      *                 nao se aplica.
      * 12/10/2026 PB - Turma do aluno (EN-TURMA) e ano letivo passam
      *                 ao calculo, para a classificacao seguir o
      *                 regulamento do ano e do segmento da turma
      *                 (REGULAMENTO.DAT).
      * 15/10/2026 PB - Calendario OPTIONAL ausente (status 05 no OPEN)
      *                 nao conta mais como aberto: toda leitura dava
      *                 INVALID KEY e todo lancamento era bloqueado.
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
       FD  BOLETIM-MASTER-FILE.
       FD  MATERIA-CADASTRO-FILE.
           COPY MATCAD.

       FD  CALENDARIO-LETIVO-FILE.
           COPY CALENDREC.

       WORKING-STORAGE SECTION.

       COPY BOLPARM.
           88  ALUNO-ENCONTRADO                VALUE 'S'.
           88  ALUNO-INATIVO                   VALUE 'I'.
       77  WS-SIT-MATRICULA    PIC X(11)       VALUE SPACES.
       77  WS-TURMA-ALUNO      PIC X(06)       VALUE SPACES.

       77  WS-PEND-SIT         PIC X(01)       VALUE 'N'.
           88  PENDENCIA-RECUPERACAO           VALUE 'S'.
       77  WS-MATERIA-SIT      PIC X(01)       VALUE 'N'.
           88  MATERIA-CADASTRADA              VALUE 'S'.

       77  WS-FS-CALEND        PIC X(02)       VALUE '00'.
       77  WS-ARQ-CALEND-SIT   PIC X(01)       VALUE 'N'.
           88  ARQUIVO-CALEND-ABERTO           VALUE 'S'.

       77  WS-OPERADOR         PIC X(20)       VALUE SPACES.
       77  WS-AUDIT-DATA       PIC X(08)       VALUE SPACES.
       77  WS-AUDIT-HORA       PIC X(08)       VALUE SPACES.
                  DISPLAY 'materia digitada nao sera criticada.'
              END-IF

              OPEN INPUT CALENDARIO-LETIVO-FILE
              IF WS-FS-CALEND = '00'
                  MOVE 'S' TO WS-ARQ-CALEND-SIT
              ELSE
                  IF WS-FS-CALEND = '05'
                      CLOSE CALENDARIO-LETIVO-FILE
                  END-IF
                  DISPLAY 'CALENDARIO-LETIVO.DAT indisponivel -'
                  DISPLAY 'periodo digitado nao sera criticado.'
              END-IF

              ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER"

              PERFORM P010-VERIFICAR-AUTORIZACAO
               DISPLAY '***********************************************'
           ELSE
               MOVE 'S' TO WS-PERIODO-SIT
               IF ARQUIVO-CALEND-ABERTO
                   PERFORM P107-CONFERIR-CALENDARIO
               END-IF
           END-IF
           .
       P105-FIM.

       P107-CONFERIR-CALENDARIO.

           MOVE WS-ANO-LETIVO TO CL-ANO-LETIVO
           MOVE WS-BIMESTRE   TO CL-BIMESTRE

           READ CALENDARIO-LETIVO-FILE
               INVALID KEY
                   MOVE SPACES TO CL-SITUACAO
           END-READ

      * Com o periodo EM FECHAMENTO so entra a nota da prova final de
      * quem ficou em recuperacao.
           IF CL-EM-FECHAMENTO
               PERFORM P120-VERIFICAR-PENDENCIA
               IF NOT PENDENCIA-RECUPERACAO
                   MOVE 'N' TO WS-PERIODO-SIT
               END-IF
           ELSE
               IF NOT CL-ABERTO
                   MOVE 'N' TO WS-PERIODO-SIT
               END-IF
           END-IF

           IF NOT PERIODO-VALIDO
               DISPLAY '***********************************************'
               IF CL-SITUACAO = SPACES
                   DISPLAY '* PERIODO FORA DO CALENDARIO LETIVO *'
               ELSE
                   DISPLAY '* PERIODO ' CL-SITUACAO
                       ' - LANCAMENTO BLOQUEADO *'
               END-IF
               IF CL-FECHADO
                   DISPLAY '* CORRECAO SO PELA RETIFICACAO DE NOTAS *'
               END-IF
               DISPLAY '***********************************************'
           END-IF
           .
       P107-FIM.

       P115-BUSCAR-MATERIA.

           IF ARQUIVO-MATCAD-ABERTO
               NOT INVALID KEY
                   MOVE EN-NOME   TO WS-NOME
                   MOVE EN-STATUS TO WS-SIT-MATRICULA
                   MOVE EN-TURMA  TO WS-TURMA-ALUNO
                   IF EN-MATRICULA-ATIVA
                       MOVE 'S' TO WS-ALUNO-SIT
                   ELSE
           MOVE WS-NOTA2    TO WS-P-NOTA2
           MOVE WS-NOTA3    TO WS-P-NOTA3
           MOVE WS-NOTA4    TO WS-P-NOTA4
           MOVE WS-ANO-LETIVO  TO WS-P-ANO-LETIVO
           MOVE WS-TURMA-ALUNO TO WS-P-TURMA
           MOVE 'N'            TO WS-P-REGRA-SIT

           PERFORM P130-BUSCAR-FREQUENCIA

             IF ARQUIVO-MATCAD-ABERTO
                 CLOSE MATERIA-CADASTRO-FILE
             END-IF
             IF ARQUIVO-CALEND-ABERTO
                 CLOSE CALENDARIO-LETIVO-FILE
             END-IF
             DISPLAY 'Muito obrigado.'
            STOP RUN.

