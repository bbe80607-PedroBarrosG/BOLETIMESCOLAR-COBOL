      *                 OPERREC), ja que a virada regrava EN-TURMA no
      *                 cadastro de matriculas; negativa registrada
      *                 em ACESSO-NEGADO.LOG para a direcao.
      * 15/09/2026 PB - Progressao parcial: aluno com uma ou duas
      *                 materias reprovadas no bimestre 4 (fora as
      *                 proprias dependencias) e promovido COM
      *                 DEPENDENCIA, e a aplicacao grava cada materia
      *                 em DEPENDENCIA.DAT (DEPENDREC) como PENDENTE
      *                 no ano novo. Dependencia reprovada de novo no
      *                 ano fechado retem o aluno na serie; dependencia
      *                 ainda PENDENTE no ano fechado e APROVADO com
      *                 mais de duas materias reprovadas saem como
      *                 excecao. Ate aqui so havia promovido/mantido.
      * 02/10/2026 PB - Pre-requisitos conferidos no controle de
      *                 execucoes (BoletimExecucaoCOBOL,
      *                 RUN-CONTROLE.DAT): so roda com o fechamento do
      *                 bimestre 4 do ano fechado registrado como
      *                 CONCLUIDO (BOLFECH) e recusa ano cuja virada ja
      *                 foi aplicada - aplicar duas vezes promovia o
      *                 aluno duas series. A execucao e registrada como
      *                 BOLVIRA com a aplicacao S/N; o arquivamento
      *                 exige a virada aplicada.
      ******************************************************************

       IDENTIFICATION DIVISION.
               RECORD KEY IS TC-CODIGO
               FILE STATUS IS WS-FS-TURCAD.

           SELECT DEPENDENCIA-FILE ASSIGN TO "DEPENDENCIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CHAVE
               FILE STATUS IS WS-FS-DEPEND.

           SELECT PRINT-REPORT-FILE ASSIGN TO "VIRADA-PROPOSTA.PRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PRINT.
       FD  TURMA-CADASTRO-FILE.
           COPY TURMACAD.

       FD  DEPENDENCIA-FILE.
           COPY DEPENDREC.

       FD  PRINT-REPORT-FILE.
           COPY PRINTREC.


       COPY AUTPARM.

       COPY RUNPARM.

       77  WS-RUN-ID           PIC 9(08)       VALUE ZEROS.
       77  WS-PREREQ-SIT       PIC X(01)       VALUE 'S'.
           88  PRE-REQUISITO-OK                VALUE 'S'.
       77  WS-PREREQ-MOTIVO    PIC X(40)       VALUE SPACES.

       77  WS-OPERADOR         PIC X(20)       VALUE SPACES.
       77  WS-FS-ENROLL        PIC X(02)       VALUE '00'.
       77  WS-FS-MASTER        PIC X(02)       VALUE '00'.
       77  WS-FS-TURCAD        PIC X(02)       VALUE '00'.
       77  WS-FS-PRINT         PIC X(02)       VALUE '00'.
       77  WS-FS-DEPEND        PIC X(02)       VALUE '00'.

       77  WS-ANO-FECHADO      PIC 9(04)       VALUE ZEROS.
       77  WS-ANO-NOVO         PIC 9(04)       VALUE ZEROS.
       77  WS-SUC-SIT          PIC X(01)       VALUE 'N'.
           88  SUCESSORA-VALIDA                VALUE 'S'.

       77  WS-EOF-MASTER       PIC X(01)       VALUE 'N'.
           88  FIM-MATERIAS                    VALUE 'S'.

       77  WS-EOF-DEPEND       PIC X(01)       VALUE 'N'.
           88  FIM-DEPENDENCIAS                VALUE 'S'.

       77  WS-DEP-MAT-SIT      PIC X(01)       VALUE 'N'.
           88  MATERIA-EM-DEPENDENCIA          VALUE 'S'.

       77  WS-DEP-REPROV-SIT   PIC X(01)       VALUE 'N'.
           88  DEPENDENCIA-REPROVADA           VALUE 'S'.

       77  WS-DEP-ABERTA-SIT   PIC X(01)       VALUE 'N'.
           88  DEPENDENCIA-EM-ABERTO           VALUE 'S'.

       77  WS-COM-DEP-SIT      PIC X(01)       VALUE 'N'.
           88  PROMOCAO-COM-DEPENDENCIA        VALUE 'S'.

       77  WS-QTD-REPROV       PIC 9(02)       VALUE ZEROS.
       77  WS-DEP-IDX          PIC 9(01)       VALUE ZEROS.
       77  WS-DATA-ATUAL       PIC X(08)       VALUE SPACES.

       01  WS-REPROV-TAB.
           05  WS-REPROV-MATERIA OCCURS 2 TIMES
                                    PIC X(25).

       77  WS-CONT-ALUNOS      PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-ATIVAS      PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-INATIVAS    PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-PROMOVIDOS  PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-PROM-DEP    PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-RETIDOS-DEP PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-DEP-GRAVADAS PIC 9(06)      VALUE ZEROS.
       77  WS-CONT-MANTIDOS    PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-EXCECOES    PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-APLICADOS   PIC 9(06)       VALUE ZEROS.
           05  WS-PROP-ENTRY OCCURS 1000 TIMES.
               10  WS-PROP-MATRICULA    PIC X(10).
               10  WS-PROP-TURMA        PIC X(06).
               10  WS-PROP-QTD-DEP      PIC 9(01).
               10  WS-PROP-DEP-MATERIA OCCURS 2 TIMES
                                        PIC X(25).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
              PERFORM P010-VERIFICAR-AUTORIZACAO
              PERFORM P050-ABRIR-ARQUIVOS
              PERFORM P100-PEDIR-PARAMETROS
              PERFORM P105-CONFERIR-FECHAMENTO
              PERFORM P110-REGISTRAR-INICIO
              PERFORM P120-IMPRIMIR-CABECALHO
              PERFORM P150-LER-ALUNO
              PERFORM P200-PROCESSAR-ALUNO
               STOP RUN
           END-IF

           OPEN I-O DEPENDENCIA-FILE
           IF WS-FS-DEPEND = '35'
               OPEN OUTPUT DEPENDENCIA-FILE
               CLOSE DEPENDENCIA-FILE
               OPEN I-O DEPENDENCIA-FILE
           END-IF

           IF WS-FS-DEPEND NOT = '00'
               DISPLAY '***************************************'
               DISPLAY '* ERRO AO ABRIR DEPENDENCIA.DAT *'
               DISPLAY '***************************************'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT PRINT-REPORT-FILE
           IF WS-FS-PRINT NOT = '00'
               DISPLAY '***************************************'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           .
       P050-FIM.

           .
       P100-FIM.

       P105-CONFERIR-FECHAMENTO.

           MOVE 'S' TO WS-PREREQ-SIT

           INITIALIZE EXECUCAO-PARMS
           MOVE 'U'            TO WS-R-FUNCAO
           MOVE 'BOLFECH'      TO WS-R-PROGRAMA
           MOVE WS-ANO-FECHADO TO WS-R-ANO-LETIVO
           MOVE 4              TO WS-R-BIMESTRE

           CALL 'BoletimExecucaoCOBOL' USING EXECUCAO-PARMS
           END-CALL

           IF NOT EXECUCAO-ACHADA OR NOT EXECUCAO-CONCLUIDA
               MOVE 'N' TO WS-PREREQ-SIT
               MOVE 'FECHAMENTO DO BIMESTRE 4 NAO CONCLUIDO'
                   TO WS-PREREQ-MOTIVO
           END-IF

           INITIALIZE EXECUCAO-PARMS
           MOVE 'U'            TO WS-R-FUNCAO
           MOVE 'BOLVIRA'      TO WS-R-PROGRAMA
           MOVE WS-ANO-FECHADO TO WS-R-ANO-LETIVO
           MOVE 'S'            TO WS-R-APLICACAO

           CALL 'BoletimExecucaoCOBOL' USING EXECUCAO-PARMS
           END-CALL

           IF EXECUCAO-ACHADA
               MOVE 'N' TO WS-PREREQ-SIT
               MOVE 'VIRADA DO ANO JA APLICADA'
                   TO WS-PREREQ-MOTIVO
           END-IF
           .
       P105-FIM.

       P110-REGISTRAR-INICIO.

           INITIALIZE EXECUCAO-PARMS
           MOVE 'I'            TO WS-R-FUNCAO
           MOVE 'BOLVIRA'      TO WS-R-PROGRAMA
           MOVE WS-ANO-FECHADO TO WS-R-ANO-LETIVO
           MOVE WS-OPERADOR    TO WS-R-OPERADOR

           CALL 'BoletimExecucaoCOBOL' USING EXECUCAO-PARMS
           END-CALL

           MOVE WS-R-RUN-ID TO WS-RUN-ID

           IF NOT PRE-REQUISITO-OK
               DISPLAY '*******************************************'
               DISPLAY '* ' WS-PREREQ-MOTIVO
               DISPLAY '* VIRADA ABORTADA *'
               DISPLAY '*******************************************'
               MOVE 8 TO RETURN-CODE
               PERFORM P990-REGISTRAR-FIM
               STOP RUN
           END-IF
           .
       P110-FIM.

       P120-IMPRIMIR-CABECALHO.

           ACCEPT WS-DATA-IMPRESSAO FROM DATE YYYYMMDD
           IF EN-MATRICULA-ATIVA
               ADD 1 TO WS-CONT-ATIVAS
               PERFORM P250-BUSCAR-FECHAMENTO
               IF FECHAMENTO-ACHADO
                   PERFORM P260-CONTAR-REPROVACOES
                   PERFORM P280-CONFERIR-DEPENDENCIAS
               END-IF
               PERFORM P300-PROPOR-TURMA
               PERFORM P600-IMPRIMIR-PROPOSTA
           ELSE
           .
       P250-FIM.

       P260-CONTAR-REPROVACOES.

      * Materias reprovadas no bimestre 4 do ano fechado, fora as que
      * o aluno ja cursava em dependencia (estas sao resolvidas pelo
      * proprio arquivo de dependencias).
           MOVE ZEROS          TO WS-QTD-REPROV
           MOVE SPACES         TO WS-REPROV-TAB
           MOVE 'N'            TO WS-EOF-MASTER
           MOVE WS-MATRICULA   TO BM-MATRICULA
           MOVE WS-ANO-FECHADO TO BM-ANO-LETIVO
           MOVE 4              TO BM-BIMESTRE
           MOVE SPACES         TO BM-MATERIA

           START BOLETIM-MASTER-FILE KEY IS NOT LESS THAN BM-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-MASTER
           END-START

           PERFORM P265-LER-MATERIA UNTIL FIM-MATERIAS
           .
       P260-FIM.

       P265-LER-MATERIA.

           READ BOLETIM-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-MASTER
           END-READ

           IF NOT FIM-MATERIAS
               IF BM-MATRICULA = WS-MATRICULA
                   AND BM-ANO-LETIVO = WS-ANO-FECHADO
                   AND BM-BIMESTRE = 4
                   IF BM-STATUS = 'REPROVADO'
                       OR BM-STATUS = 'REPROV FALTA'
                       PERFORM P270-VERIFICAR-DEPENDENCIA
                       IF NOT MATERIA-EM-DEPENDENCIA
                           ADD 1 TO WS-QTD-REPROV
                           IF WS-QTD-REPROV <3
                               MOVE BM-MATERIA
                                   TO WS-REPROV-MATERIA (WS-QTD-REPROV)
                           END-IF
                       END-IF
                   END-IF
               ELSE
                   MOVE 'S' TO WS-EOF-MASTER
               END-IF
           END-IF
           .
       P265-FIM.

       P270-VERIFICAR-DEPENDENCIA.

           MOVE 'N'          TO WS-DEP-MAT-SIT
           MOVE 'N'          TO WS-EOF-DEPEND
           MOVE WS-MATRICULA TO DP-MATRICULA
           MOVE BM-MATERIA   TO DP-MATERIA
           MOVE ZEROS        TO DP-ANO-ORIGEM

           START DEPENDENCIA-FILE KEY IS NOT LESS THAN DP-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-DEPEND
           END-START

           PERFORM P275-LER-DEPENDENCIA-MATERIA
               UNTIL FIM-DEPENDENCIAS
           .
       P270-FIM.

       P275-LER-DEPENDENCIA-MATERIA.

           READ DEPENDENCIA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-DEPEND
           END-READ

           IF NOT FIM-DEPENDENCIAS
               IF DP-MATRICULA = WS-MATRICULA
                   AND DP-MATERIA = BM-MATERIA
                   IF DP-ANO-CURSANDO = WS-ANO-FECHADO
                       MOVE 'S' TO WS-DEP-MAT-SIT
                   END-IF
               ELSE
                   MOVE 'S' TO WS-EOF-DEPEND
               END-IF
           END-IF
           .
       P275-FIM.

       P280-CONFERIR-DEPENDENCIAS.

           MOVE 'N'          TO WS-DEP-REPROV-SIT
           MOVE 'N'          TO WS-DEP-ABERTA-SIT
           MOVE 'N'          TO WS-EOF-DEPEND
           MOVE WS-MATRICULA TO DP-MATRICULA
           MOVE SPACES       TO DP-MATERIA
           MOVE ZEROS        TO DP-ANO-ORIGEM

           START DEPENDENCIA-FILE KEY IS NOT LESS THAN DP-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-DEPEND
           END-START

           PERFORM P285-LER-DEPENDENCIA-ALUNO UNTIL FIM-DEPENDENCIAS
           .
       P280-FIM.

       P285-LER-DEPENDENCIA-ALUNO.

           READ DEPENDENCIA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-DEPEND
           END-READ

           IF NOT FIM-DEPENDENCIAS
               IF DP-MATRICULA = WS-MATRICULA
                   IF DP-ANO-CURSANDO = WS-ANO-FECHADO
                       IF DP-REPROVADA
                           MOVE 'S' TO WS-DEP-REPROV-SIT
                       END-IF
                       IF DP-PENDENTE
                           MOVE 'S' TO WS-DEP-ABERTA-SIT
                       END-IF
                   END-IF
               ELSE
                   MOVE 'S' TO WS-EOF-DEPEND
               END-IF
           END-IF
           .
       P285-FIM.

       P300-PROPOR-TURMA.

           MOVE SPACES   TO WS-TURMA-PROPOSTA
           MOVE EN-TURMA TO WS-TURMA-ATUAL
           MOVE 'N'      TO WS-COM-DEP-SIT
           MOVE 'N'      TO WS-SUC-SIT

           EVALUATE TRUE

               MOVE 'EXCECAO SEM FECHAMENTO' TO WS-ACAO
               ADD 1 TO WS-CONT-EXCECOES

               WHEN DEPENDENCIA-REPROVADA
               MOVE EN-TURMA TO WS-TURMA-PROPOSTA
               MOVE 'RETIDO DEPEND. REPROV.' TO WS-ACAO
               ADD 1 TO WS-CONT-MANTIDOS
               ADD 1 TO WS-CONT-RETIDOS-DEP

               WHEN DEPENDENCIA-EM-ABERTO
               MOVE 'EXCECAO DEPEND. ABERTA' TO WS-ACAO
               ADD 1 TO WS-CONT-EXCECOES

               WHEN WS-QTD-REPROV >2
                   AND WS-SIT-FINAL = 'APROVADO'
               MOVE 'EXCECAO REPROV. >2 MAT' TO WS-ACAO
               ADD 1 TO WS-CONT-EXCECOES

               WHEN WS-QTD-REPROV >0 AND WS-QTD-REPROV <3
                   AND (WS-SIT-FINAL = 'APROVADO'
                     OR WS-SIT-FINAL = 'REPROVADO')
               MOVE 'S' TO WS-COM-DEP-SIT
               PERFORM P350-DERIVAR-SUCESSORA

               WHEN WS-SIT-FINAL = 'APROVADO'
               PERFORM P350-DERIVAR-SUCESSORA


               IF SUCESSORA-VALIDA
                   MOVE WS-TURMA-NOVA TO WS-TURMA-PROPOSTA
                   IF PROMOCAO-COM-DEPENDENCIA
                       MOVE 'PROMOVIDO C/ DEPEND.' TO WS-ACAO
                       ADD 1 TO WS-CONT-PROM-DEP
                   ELSE
                       MOVE 'PROMOVIDO' TO WS-ACAO
                   END-IF
                   ADD 1 TO WS-CONT-PROMOVIDOS
                   PERFORM P500-GUARDAR-PROPOSTA
               ELSE
                   TO WS-PROP-MATRICULA (WS-QTD-PROPOSTAS)
               MOVE WS-TURMA-PROPOSTA
                   TO WS-PROP-TURMA (WS-QTD-PROPOSTAS)
               MOVE ZEROS TO WS-PROP-QTD-DEP (WS-QTD-PROPOSTAS)
               MOVE SPACES TO WS-PROP-DEP-MATERIA (WS-QTD-PROPOSTAS, 1)
               MOVE SPACES TO WS-PROP-DEP-MATERIA (WS-QTD-PROPOSTAS, 2)
               IF PROMOCAO-COM-DEPENDENCIA
                   MOVE WS-QTD-REPROV
                       TO WS-PROP-QTD-DEP (WS-QTD-PROPOSTAS)
                   MOVE WS-REPROV-MATERIA (1)
                       TO WS-PROP-DEP-MATERIA (WS-QTD-PROPOSTAS, 1)
                   MOVE WS-REPROV-MATERIA (2)
                       TO WS-PROP-DEP-MATERIA (WS-QTD-PROPOSTAS, 2)
               END-IF
           ELSE
               ADD 1 TO WS-QTD-PROP-EXCED
           END-IF
               '  ' WS-ACAO
               DELIMITED BY SIZE INTO PR-LINHA
           WRITE PRINT-LINE-RECORD

           IF PROMOCAO-COM-DEPENDENCIA AND SUCESSORA-VALIDA
               PERFORM P650-IMPRIMIR-DEPENDENCIA
                   VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX >WS-QTD-REPROV
           END-IF
           .
       P600-FIM.

       P650-IMPRIMIR-DEPENDENCIA.

           MOVE SPACES TO PR-LINHA
           STRING '            Dependencia : '
               WS-REPROV-MATERIA (WS-DEP-IDX)
               DELIMITED BY SIZE INTO PR-LINHA
           WRITE PRINT-LINE-RECORD
           .
       P650-FIM.

       P700-FECHAR-RELATORIO.

             MOVE SPACES TO PR-LINHA
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE WS-CONT-PROM-DEP TO WS-ED-QTD
             MOVE SPACES TO PR-LINHA
             STRING ' - com dependencia   : ' WS-ED-QTD
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE WS-CONT-MANTIDOS TO WS-ED-QTD
             MOVE SPACES TO PR-LINHA
             STRING 'Mantidos na serie    : ' WS-ED-QTD
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE WS-CONT-RETIDOS-DEP TO WS-ED-QTD
             MOVE SPACES TO PR-LINHA
             STRING ' - por dependencia   : ' WS-ED-QTD
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE WS-CONT-EXCECOES TO WS-ED-QTD
             MOVE SPACES TO PR-LINHA
             STRING 'Excecoes a revisar   : ' WS-ED-QTD
                   MOVE WS-PROP-TURMA (WS-PROP-IDX) TO EN-TURMA
                   REWRITE ENROLLMENT-RECORD
                   ADD 1 TO WS-CONT-APLICADOS
                   PERFORM P870-GRAVAR-DEPENDENCIA
                       VARYING WS-DEP-IDX FROM 1 BY 1
                       UNTIL WS-DEP-IDX >WS-PROP-QTD-DEP (WS-PROP-IDX)
           END-READ
           .
       P850-FIM.

       P870-GRAVAR-DEPENDENCIA.

           MOVE WS-PROP-MATRICULA (WS-PROP-IDX) TO DP-MATRICULA
           MOVE WS-PROP-DEP-MATERIA (WS-PROP-IDX, WS-DEP-IDX)
               TO DP-MATERIA
           MOVE WS-ANO-FECHADO TO DP-ANO-ORIGEM
           MOVE WS-ANO-NOVO    TO DP-ANO-CURSANDO
           MOVE 'PENDENTE'     TO DP-SITUACAO
           MOVE ZEROS          TO DP-MEDIA
           MOVE WS-DATA-ATUAL  TO DP-DATA-SITUACAO

           WRITE DEPENDENCIA-RECORD
               INVALID KEY
                   DISPLAY '* DEPENDENCIA JA GRAVADA : '
                       DP-MATRICULA ' ' DP-MATERIA ' *'
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-DEP-GRAVADAS
           END-WRITE
           .
       P870-FIM.

       P990-REGISTRAR-FIM.

           INITIALIZE EXECUCAO-PARMS
           MOVE 'F'               TO WS-R-FUNCAO
           MOVE WS-RUN-ID         TO WS-R-RUN-ID
           MOVE RETURN-CODE       TO WS-R-RETURN-CODE
           MOVE WS-CONT-ALUNOS    TO WS-R-LIDOS
           MOVE WS-CONT-APLICADOS TO WS-R-GRAVADOS
           MOVE WS-CONT-EXCECOES  TO WS-R-REJEITADOS
           IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
               MOVE 'S' TO WS-R-APLICACAO
           ELSE
               MOVE 'N' TO WS-R-APLICACAO
           END-IF

           CALL 'BoletimExecucaoCOBOL' USING EXECUCAO-PARMS
           END-CALL

           MOVE WS-R-RETURN-CODE TO RETURN-CODE
           .
       P990-FIM.

       P999-FINAL.
             CLOSE ENROLLMENT-FILE
             CLOSE BOLETIM-MASTER-FILE
             CLOSE TURMA-CADASTRO-FILE
             CLOSE DEPENDENCIA-FILE
             CLOSE PRINT-REPORT-FILE

             DISPLAY '*** FIM DA VIRADA DE ANO LETIVO ***'
             DISPLAY 'Matriculas ativas     : ' WS-CONT-ATIVAS
             DISPLAY 'Matriculas nao tocadas: ' WS-CONT-INATIVAS
             DISPLAY 'Promovidos            : ' WS-CONT-PROMOVIDOS
             DISPLAY ' - com dependencia    : ' WS-CONT-PROM-DEP
             DISPLAY 'Mantidos na serie     : ' WS-CONT-MANTIDOS
             DISPLAY ' - por dependencia    : ' WS-CONT-RETIDOS-DEP
             DISPLAY 'Excecoes a revisar    : ' WS-CONT-EXCECOES
             DISPLAY 'Cadastros atualizados : ' WS-CONT-APLICADOS
             DISPLAY 'Dependencias gravadas : ' WS-CONT-DEP-GRAVADAS

             IF WS-CONT-EXCECOES >0
                 MOVE 4 TO RETURN-CODE
             END-IF

             PERFORM P990-REGISTRAR-FIM

            STOP RUN.

       END PROGRAM BoletimViradaCOBOL.
