      *                 OPERREC): quem rodasse o programa fechava o
      *                 periodo. Negativa registrada em
      *                 ACESSO-NEGADO.LOG para a direcao.
      * 05/09/2026 PB - Aluno ATIVA e conferido contra a grade
      *                 curricular da turma (GRADE-CURRICULAR.DAT,
      *                 GRADECUR): materia da grade sem nota no mestre
      *                 ou sem registro em FREQUENCIA.DAT sai como
      *                 excecao em FECHAMENTO-EXCECOES.PRT e o aluno
      *                 NAO e fechado - antes fechava calado sem as
      *                 notas de uma materia. Grade ausente = critica
      *                 nao se aplica; frequencia ausente = so notas.
      * 10/09/2026 PB - Boletim enderecado aos responsaveis que recebem
      *                 correspondencia (RESPONSAVEL.DAT, RESPREC).
      *                 Aluno sem responsavel marcado sai com aviso no
      *                 boletim e contado no resumo. Arquivo ausente =
      *                 boletim sai como antes.
      * 17/09/2026 PB - Dependencias do aluno (DEPENDENCIA.DAT,
      *                 DEPENDREC) cursadas no ano saem no boletim
      *                 como PENDENTE, CUMPRIDA ou REPROVADA, e a
      *                 materia em dependencia fica fora da media geral
      *                 da serie. No bimestre 4 a dependencia PENDENTE
      *                 e resolvida pelo status da materia no mestre;
      *                 reprovada de novo, o aluno fica REPROVADO na
      *                 situacao final (retido na virada). Arquivo
      *                 ausente = boletim sai como antes.
      * 29/09/2026 PB - Periodo conferido contra o calendario letivo
      *                 (CALENDARIO-LETIVO.DAT, CALENDREC): so fecha
      *                 periodo ABERTO ou EM FECHAMENTO, e a data
      *                 limite da recuperacao passa a ser a data da
      *                 prova final do calendario em vez de digitada.
      *                 Na partida o periodo vai a EM FECHAMENTO (o
      *                 lancamento para); sem recuperacao pendente e
      *                 sem excecao de grade, sai FECHADO - dali em
      *                 diante so a retificacao mexe no periodo.
      *                 Calendario ausente = data pedida como antes.
      * 02/10/2026 PB - Execucao registrada no controle de execucoes
      *                 (BoletimExecucaoCOBOL, RUN-CONTROLE.DAT) como
      *                 BOLFECH, com ano/bimestre, alunos lidos,
      *                 fechados e nao fechados por excecao; a virada
      *                 confere ali o fechamento do bimestre 4. Nao
      *                 fecha com o ultimo lote de turma ou a ultima
      *                 carga de frequencia ainda EXECUTANDO (em curso
      *                 ou interrompidos): o mestre estaria pela metade.
      * 12/10/2026 PB - Ano letivo e turma do aluno passam a
      *                 classificacao geral em P500, que segue o
      *                 regulamento do ano e do segmento da turma
      *                 (REGULAMENTO.DAT).
      * 15/10/2026 PB - Periodo com aluno nao fechado por excecao de
      *                 grade volta a ABERTO no fim da execucao: EM
      *                 FECHAMENTO o lote de turma recusa a nota que
      *                 falta (motivo CAL) e a excecao nao tinha como
      *                 ser resolvida. Periodo fora do calendario,
      *                 PLANEJADO ou FECHADO passa a ser recusado
      *                 depois de registrar a execucao, FALHOU com RC
      *                 8, como as demais recusas do BOLFECH.
      ******************************************************************

       IDENTIFICATION DIVISION.
               RECORD KEY IS OB-CHAVE
               FILE STATUS IS WS-FS-OBS.

           SELECT OPTIONAL GRADE-CURRICULAR-FILE
               ASSIGN TO "GRADE-CURRICULAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GC-CHAVE
               FILE STATUS IS WS-FS-GRADE.

           SELECT OPTIONAL FREQUENCIA-FILE
               ASSIGN TO "FREQUENCIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FQ-CHAVE
               FILE STATUS IS WS-FS-FREQ.

           SELECT OPTIONAL RESPONSAVEL-FILE
               ASSIGN TO "RESPONSAVEL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-CHAVE
               FILE STATUS IS WS-FS-RESP.

           SELECT OPTIONAL DEPENDENCIA-FILE
               ASSIGN TO "DEPENDENCIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CHAVE
               FILE STATUS IS WS-FS-DEPEND.

           SELECT OPTIONAL CALENDARIO-LETIVO-FILE
               ASSIGN TO "CALENDARIO-LETIVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-CHAVE
               FILE STATUS IS WS-FS-CALEND.

           SELECT EXCECAO-REPORT-FILE
               ASSIGN TO "FECHAMENTO-EXCECOES.PRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-EXCECAO.

       DATA DIVISION.
       FILE SECTION.
       FD  ENROLLMENT-FILE.
       FD  OBSERVACOES-FILE.
           COPY OBSREC.

       FD  GRADE-CURRICULAR-FILE.
           COPY GRADECUR.

       FD  FREQUENCIA-FILE.
           COPY FREQREC.

       FD  RESPONSAVEL-FILE.
           COPY RESPREC.

       FD  DEPENDENCIA-FILE.
           COPY DEPENDREC.

       FD  CALENDARIO-LETIVO-FILE.
           COPY CALENDREC.

       FD  EXCECAO-REPORT-FILE.
       01  EXCECAO-LINE-RECORD.
           05  EX-LINHA                PIC X(80).

       WORKING-STORAGE SECTION.

       COPY BOLPARM.

       COPY AUTPARM.

       COPY RUNPARM.

       77  WS-RUN-ID           PIC 9(08)       VALUE ZEROS.
       77  WS-PREREQ-SIT       PIC X(01)       VALUE 'S'.
           88  PRE-REQUISITO-OK                VALUE 'S'.
       77  WS-PREREQ-MOTIVO    PIC X(40)       VALUE SPACES.

       77  WS-FS-ENROLL        PIC X(02)       VALUE '00'.
       77  WS-FS-MASTER        PIC X(02)       VALUE '00'.
       77  WS-FS-PESO          PIC X(02)       VALUE '00'.

       77  WS-OBS-IMPRESSAS    PIC 9(02)       VALUE ZEROS.

       77  WS-FS-GRADE         PIC X(02)       VALUE '00'.
       77  WS-ARQ-GRADE-SIT    PIC X(01)       VALUE 'N'.
           88  ARQUIVO-GRADE-ABERTO            VALUE 'S'.

       77  WS-EOF-GRADE        PIC X(01)       VALUE 'N'.
           88  FIM-GRADE                       VALUE 'S'.

       77  WS-FS-FREQ          PIC X(02)       VALUE '00'.
       77  WS-ARQ-FREQ-SIT     PIC X(01)       VALUE 'N'.
           88  ARQUIVO-FREQ-ABERTO             VALUE 'S'.

       77  WS-FS-EXCECAO       PIC X(02)       VALUE '00'.

       77  WS-FS-RESP          PIC X(02)       VALUE '00'.
       77  WS-ARQ-RESP-SIT     PIC X(01)       VALUE 'N'.
           88  ARQUIVO-RESP-ABERTO             VALUE 'S'.

       77  WS-EOF-RESP         PIC X(01)       VALUE 'N'.
           88  FIM-RESPONSAVEIS                VALUE 'S'.

       77  WS-RESP-IMPRESSOS   PIC 9(02)       VALUE ZEROS.

       77  WS-FS-DEPEND        PIC X(02)       VALUE '00'.
       77  WS-ARQ-DEPEND-SIT   PIC X(01)       VALUE 'N'.
           88  ARQUIVO-DEPEND-ABERTO           VALUE 'S'.

       77  WS-EOF-DEPEND       PIC X(01)       VALUE 'N'.
           88  FIM-DEPENDENCIAS                VALUE 'S'.

       77  WS-FS-CALEND        PIC X(02)       VALUE '00'.
       77  WS-ARQ-CALEND-SIT   PIC X(01)       VALUE 'N'.
           88  ARQUIVO-CALEND-ABERTO           VALUE 'S'.

       77  WS-DEP-MAT-SIT      PIC X(01)       VALUE 'N'.
           88  MATERIA-EM-DEPENDENCIA          VALUE 'S'.

       77  WS-DEP-REPROV-SIT   PIC X(01)       VALUE 'N'.
           88  DEPENDENCIA-REPROVADA           VALUE 'S'.

       77  WS-QTD-DEP          PIC 9(01)       VALUE ZEROS.
       77  WS-DEP-IDX          PIC 9(01)       VALUE ZEROS.
       77  WS-DEP-MATERIA      PIC X(25)       VALUE SPACES.
       77  WS-ED-DEP-SIT       PIC X(28)       VALUE SPACES.
       77  WS-ED-DEP-ORIGEM    PIC X(04)       VALUE SPACES.

       01  WS-DEP-TAB.
           05  WS-DEP-ENTRY OCCURS 5 TIMES.
               10  WS-DEP-MAT           PIC X(25).
               10  WS-DEP-ORIGEM        PIC 9(04).
               10  WS-DEP-SITUACAO      PIC X(10).

       77  WS-TURMA            PIC X(06)       VALUE SPACES.
       77  WS-ALUNO-SIT        PIC X(01)       VALUE 'N'.
           88  ALUNO-ATIVO                     VALUE 'S'.

       77  WS-QTD-LACUNAS      PIC 9(02)       VALUE ZEROS.
       77  WS-LACUNA           PIC X(20)       VALUE SPACES.

       77  WS-QTD-MATERIAS     PIC 9(02)       VALUE ZEROS.
       77  WS-QTD-OMITIDAS     PIC 9(02)       VALUE ZEROS.
       77  WS-QTD-PENDENTES    PIC 9(02)       VALUE ZEROS.
       77  WS-CONT-SEM-NOTAS   PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-RECUP-FIN   PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-RECUP-PEND  PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-EXCECOES    PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-LACUNAS     PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-SEM-RESP    PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-DEP-CUMPRIDA PIC 9(06)      VALUE ZEROS.
       77  WS-CONT-DEP-REPROV  PIC 9(06)       VALUE ZEROS.

       77  WS-ED-MAT-MEDIA     PIC Z9,99.
       77  WS-ED-MEDIA-GERAL   PIC ZZZZ9,99.
       77  WS-ED-ANO-LETIVO    PIC X(04).
       77  WS-ED-BIMESTRE      PIC X(01).
       77  WS-ED-QTD           PIC ZZZZZ9.

       01  WS-MAT-TAB.
           05  WS-MAT-ENTRY OCCURS 20 TIMES.
       P001-START.
              PERFORM P050-ABRIR-ARQUIVOS
              PERFORM P100-PEDIR-PARAMETROS
              PERFORM P170-CABECALHO-EXCECOES
              PERFORM P150-LER-ALUNO
              PERFORM P200-PROCESSAR-ALUNO
                  UNTIL FIM-CADASTRO
               MOVE 'S' TO WS-ARQ-OBS-SIT
           END-IF

           OPEN INPUT GRADE-CURRICULAR-FILE
           IF WS-FS-GRADE = '00' OR WS-FS-GRADE = '05'
               MOVE 'S' TO WS-ARQ-GRADE-SIT
           ELSE
               DISPLAY 'GRADE-CURRICULAR.DAT indisponivel - grade da'
               DISPLAY 'turma nao sera conferida.'
           END-IF

           OPEN INPUT FREQUENCIA-FILE
           IF WS-FS-FREQ = '00' OR WS-FS-FREQ = '05'
               MOVE 'S' TO WS-ARQ-FREQ-SIT
           END-IF

           OPEN INPUT RESPONSAVEL-FILE
           IF WS-FS-RESP = '00' OR WS-FS-RESP = '05'
               MOVE 'S' TO WS-ARQ-RESP-SIT
           END-IF

           OPEN I-O DEPENDENCIA-FILE
           IF WS-FS-DEPEND = '00' OR WS-FS-DEPEND = '05'
               MOVE 'S' TO WS-ARQ-DEPEND-SIT
           END-IF

      * Aberto primeiro para leitura: o OPEN I-O de arquivo OPTIONAL
      * ausente criaria um calendario vazio e nenhum periodo fecharia.
           OPEN INPUT CALENDARIO-LETIVO-FILE
           IF WS-FS-CALEND = '00'
               CLOSE CALENDARIO-LETIVO-FILE
               OPEN I-O CALENDARIO-LETIVO-FILE
               IF WS-FS-CALEND = '00'
                   MOVE 'S' TO WS-ARQ-CALEND-SIT
               END-IF
           ELSE
               IF WS-FS-CALEND = '05'
                   CLOSE CALENDARIO-LETIVO-FILE
               END-IF
               DISPLAY 'CALENDARIO-LETIVO.DAT indisponivel - data'
               DISPLAY 'limite da recuperacao sera pedida.'
           END-IF

           OPEN OUTPUT EXCECAO-REPORT-FILE
           IF WS-FS-EXCECAO NOT = '00'
               DISPLAY '***************************************'
               DISPLAY '* ERRO AO ABRIR FECHAMENTO-EXCECOES *'
               DISPLAY '***************************************'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER"
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD


       P100-PEDIR-PARAMETROS.

           MOVE 'S' TO WS-PREREQ-SIT

           DISPLAY '*** FECHAMENTO DE BIMESTRE ***'
           DISPLAY 'Ano letivo (AAAA) : '
             ACCEPT WS-ANO-LETIVO
           DISPLAY 'Bimestre (1 a 4) : '
             ACCEPT WS-BIMESTRE

           IF ARQUIVO-CALEND-ABERTO
               PERFORM P110-CONFERIR-CALENDARIO
           ELSE
               DISPLAY 'Data limite da recuperacao (AAAAMMDD) : '
                 ACCEPT WS-DATA-LIMITE
           END-IF

           IF (WS-ANO-LETIVO IS NOT NUMERIC)
               OR (WS-ANO-LETIVO = ZEROS)
               OR (WS-BIMESTRE IS NOT NUMERIC)
               OR (WS-BIMESTRE <1)
               OR (WS-BIMESTRE >4)
               OR (PRE-REQUISITO-OK
                   AND WS-DATA-LIMITE IS NOT NUMERIC)
               DISPLAY '***********************************************'
               DISPLAY '* PARAMETROS INVALIDOS - FECHAMENTO ABORTADO *'
               DISPLAY '***********************************************'
               STOP RUN
           END-IF

      * Periodo recusado pelo calendario (P110) nao confere cargas:
      * a recusa e registrada com o motivo do calendario em P140.
           IF PRE-REQUISITO-OK
               IF WS-DATA-ATUAL >WS-DATA-LIMITE
                   DISPLAY 'Data limite vencida: recuperacao pendente'
                   DISPLAY 'sera finalizada como REPROVADO.'
               ELSE
                   DISPLAY 'Dentro da data limite: recuperacao '
                       'pendente'
                   DISPLAY 'sera apenas apontada.'
               END-IF

               PERFORM P130-CONFERIR-CARGAS
           END-IF

           PERFORM P140-REGISTRAR-INICIO

           IF ARQUIVO-CALEND-ABERTO AND CL-ABERTO
               PERFORM P120-INICIAR-FECHAMENTO
           END-IF
           .
       P100-FIM.

       P110-CONFERIR-CALENDARIO.

           MOVE WS-ANO-LETIVO TO CL-ANO-LETIVO
           MOVE WS-BIMESTRE   TO CL-BIMESTRE

      * Recusa so marcada aqui: a execucao e registrada em P140 e
      * encerrada FALHOU com RC 8, para aparecer no relatorio matinal.
           READ CALENDARIO-LETIVO-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PREREQ-SIT
                   MOVE 'PERIODO FORA DO CALENDARIO LETIVO'
                       TO WS-PREREQ-MOTIVO
               NOT INVALID KEY
                   EVALUATE TRUE

                       WHEN CL-PLANEJADO
                       MOVE 'N' TO WS-PREREQ-SIT
                       MOVE 'PERIODO AINDA PLANEJADO NO CALENDARIO'
                           TO WS-PREREQ-MOTIVO

                       WHEN CL-FECHADO
                       MOVE 'N' TO WS-PREREQ-SIT
                       MOVE 'PERIODO FECHADO - SO PELA RETIFICACAO'
                           TO WS-PREREQ-MOTIVO

                       WHEN OTHER
                       MOVE CL-DATA-PROVA-FINAL TO WS-DATA-LIMITE
                       DISPLAY 'Data da prova final (calendario) : '
                           WS-DATA-LIMITE

                   END-EVALUATE
           END-READ
           .
       P110-FIM.

       P120-INICIAR-FECHAMENTO.

           MOVE 'EM FECHAMENTO' TO CL-SITUACAO
           MOVE WS-DATA-ATUAL   TO CL-DATA-ALTERACAO
           MOVE WS-OPERADOR     TO CL-OPERADOR
           REWRITE CALENDARIO-LETIVO-RECORD
           DISPLAY 'Periodo passa a EM FECHAMENTO no calendario.'
           .
       P120-FIM.

       P130-CONFERIR-CARGAS.

           INITIALIZE EXECUCAO-PARMS
           MOVE 'U'        TO WS-R-FUNCAO
           MOVE 'BOLTURMA' TO WS-R-PROGRAMA

           CALL 'BoletimExecucaoCOBOL' USING EXECUCAO-PARMS
           END-CALL

           IF EXECUCAO-ACHADA AND EXECUCAO-EM-CURSO
               MOVE 'N' TO WS-PREREQ-SIT
               MOVE 'LOTE DE TURMA EXECUTANDO OU INTERROMPIDO'
                   TO WS-PREREQ-MOTIVO
           END-IF

           INITIALIZE EXECUCAO-PARMS
           MOVE 'U'       TO WS-R-FUNCAO
           MOVE 'BOLFREQ' TO WS-R-PROGRAMA

           CALL 'BoletimExecucaoCOBOL' USING EXECUCAO-PARMS
           END-CALL

           IF EXECUCAO-ACHADA AND EXECUCAO-EM-CURSO
               MOVE 'N' TO WS-PREREQ-SIT
               MOVE 'FREQUENCIA EXECUTANDO OU INTERROMPIDA'
                   TO WS-PREREQ-MOTIVO
           END-IF
           .
       P130-FIM.

       P140-REGISTRAR-INICIO.

           INITIALIZE EXECUCAO-PARMS
           MOVE 'I'           TO WS-R-FUNCAO
           MOVE 'BOLFECH'     TO WS-R-PROGRAMA
           MOVE WS-ANO-LETIVO TO WS-R-ANO-LETIVO
           MOVE WS-BIMESTRE   TO WS-R-BIMESTRE
           MOVE WS-OPERADOR   TO WS-R-OPERADOR

           CALL 'BoletimExecucaoCOBOL' USING EXECUCAO-PARMS
           END-CALL

           MOVE WS-R-RUN-ID TO WS-RUN-ID

           IF NOT PRE-REQUISITO-OK
               DISPLAY '*******************************************'
               DISPLAY '* ' WS-PREREQ-MOTIVO
               DISPLAY '* FECHAMENTO ABORTADO *'
               DISPLAY '*******************************************'
               MOVE 8 TO RETURN-CODE
               PERFORM P990-REGISTRAR-FIM
               STOP RUN
           END-IF
           .
       P140-FIM.

       P150-LER-ALUNO.

           READ ENROLLMENT-FILE NEXT RECORD
                   ADD 1 TO WS-CONT-ALUNOS
                   MOVE EN-MATRICULA TO WS-MATRICULA
                   MOVE EN-NOME      TO WS-NOME
                   MOVE EN-TURMA     TO WS-TURMA
                   IF EN-MATRICULA-ATIVA
                       MOVE 'S' TO WS-ALUNO-SIT
                   ELSE
                       MOVE 'N' TO WS-ALUNO-SIT
                   END-IF
           END-READ
           .
       P150-FIM.

       P170-CABECALHO-EXCECOES.

           ACCEPT WS-DATA-IMPRESSAO FROM DATE YYYYMMDD

           MOVE SPACES TO EX-LINHA
           MOVE 'CFP - FECHAMENTO DE BIMESTRE - EXCECOES DE GRADE'
               TO EX-LINHA
           WRITE EXCECAO-LINE-RECORD

           MOVE WS-ANO-LETIVO TO WS-ED-ANO-LETIVO
           MOVE WS-BIMESTRE   TO WS-ED-BIMESTRE

           MOVE SPACES TO EX-LINHA
           STRING 'Emitido em : ' WS-DATA-IMPRESSAO
               '   Ano Letivo : ' WS-ED-ANO-LETIVO
               '   Bimestre : ' WS-ED-BIMESTRE
               DELIMITED BY SIZE INTO EX-LINHA
           WRITE EXCECAO-LINE-RECORD

           MOVE SPACES TO EX-LINHA
           MOVE 'Alunos abaixo NAO foram fechados - o periodo volta a'
               TO EX-LINHA
           WRITE EXCECAO-LINE-RECORD

           MOVE SPACES TO EX-LINHA
           MOVE 'ABERTO: lancar o que falta e rodar o fechamento de'
               TO EX-LINHA
           WRITE EXCECAO-LINE-RECORD

           MOVE SPACES TO EX-LINHA
           MOVE 'novo.'
               TO EX-LINHA
           WRITE EXCECAO-LINE-RECORD

           MOVE SPACES TO EX-LINHA
           MOVE ALL '-' TO EX-LINHA
           WRITE EXCECAO-LINE-RECORD
           .
       P170-FIM.

       P200-PROCESSAR-ALUNO.

           MOVE ZEROS TO WS-QTD-MATERIAS WS-QTD-OMITIDAS
           MOVE ZEROS TO WS-QTD-PENDENTES
           MOVE ZEROS TO WS-SOMA-PONDERADA WS-SOMA-PESOS
           MOVE ZEROS TO WS-QTD-LACUNAS

           IF ARQUIVO-GRADE-ABERTO AND ALUNO-ATIVO
               PERFORM P210-CONFERIR-GRADE
           END-IF

           IF WS-QTD-LACUNAS >0
               ADD 1 TO WS-CONT-EXCECOES
           ELSE
               PERFORM P250-LOCALIZAR-MATERIAS

               IF WS-QTD-MATERIAS = 0
                   ADD 1 TO WS-CONT-SEM-NOTAS
               ELSE
                   PERFORM P500-CALCULAR-GERAL
                   PERFORM P380-RESOLVER-DEPENDENCIAS
                   PERFORM P550-CARIMBAR-SITUACAO
                   PERFORM P600-IMPRIMIR-BOLETIM
                   ADD 1 TO WS-CONT-FECHADOS
               END-IF
           END-IF

           PERFORM P150-LER-ALUNO
           .
       P200-FIM.

       P210-CONFERIR-GRADE.

           MOVE 'N'           TO WS-EOF-GRADE
           MOVE WS-TURMA      TO GC-TURMA
           MOVE WS-ANO-LETIVO TO GC-ANO-LETIVO
           MOVE SPACES        TO GC-MATERIA

           START GRADE-CURRICULAR-FILE
               KEY IS NOT LESS THAN GC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-GRADE
           END-START

           PERFORM P220-LER-GRADE UNTIL FIM-GRADE
           .
       P210-FIM.

       P220-LER-GRADE.

           READ GRADE-CURRICULAR-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-GRADE
           END-READ

           IF NOT FIM-GRADE
               IF GC-TURMA = WS-TURMA
                   AND GC-ANO-LETIVO = WS-ANO-LETIVO
                   PERFORM P230-CONFERIR-MATERIA-GRADE
               ELSE
                   MOVE 'S' TO WS-EOF-GRADE
               END-IF
           END-IF
           .
       P220-FIM.

       P230-CONFERIR-MATERIA-GRADE.

           MOVE WS-MATRICULA  TO BM-MATRICULA
           MOVE WS-ANO-LETIVO TO BM-ANO-LETIVO
           MOVE WS-BIMESTRE   TO BM-BIMESTRE
           MOVE GC-MATERIA    TO BM-MATERIA

           READ BOLETIM-MASTER-FILE
               INVALID KEY
                   MOVE 'SEM NOTA LANCADA' TO WS-LACUNA
                   PERFORM P240-IMPRIMIR-LACUNA
           END-READ

           IF ARQUIVO-FREQ-ABERTO
               MOVE WS-MATRICULA  TO FQ-MATRICULA
               MOVE WS-ANO-LETIVO TO FQ-ANO-LETIVO
               MOVE WS-BIMESTRE   TO FQ-BIMESTRE
               MOVE GC-MATERIA    TO FQ-MATERIA

               READ FREQUENCIA-FILE
                   INVALID KEY
                       MOVE 'SEM FREQUENCIA' TO WS-LACUNA
                       PERFORM P240-IMPRIMIR-LACUNA
               END-READ
           END-IF
           .
       P230-FIM.

       P240-IMPRIMIR-LACUNA.

           ADD 1 TO WS-QTD-LACUNAS
           ADD 1 TO WS-CONT-LACUNAS

           IF WS-QTD-LACUNAS = 1
               MOVE SPACES TO EX-LINHA
               STRING 'Turma : ' WS-TURMA
                   '  Matricula : ' WS-MATRICULA
                   '  ' WS-NOME
                   DELIMITED BY SIZE INTO EX-LINHA
               WRITE EXCECAO-LINE-RECORD
           END-IF

           MOVE SPACES TO EX-LINHA
           STRING '  Materia : ' GC-MATERIA ' ' WS-LACUNA
               DELIMITED BY SIZE INTO EX-LINHA
           WRITE EXCECAO-LINE-RECORD

           DISPLAY 'Excecao de grade : ' WS-MATRICULA ' '
               GC-MATERIA ' ' WS-LACUNA
           .
       P240-FIM.

       P250-LOCALIZAR-MATERIAS.

           MOVE 'N'           TO WS-EOF-MASTER
               MOVE BM-MEDIA   TO WS-MAT-MEDIA   (WS-QTD-MATERIAS)
               MOVE BM-STATUS  TO WS-MAT-STATUS  (WS-QTD-MATERIAS)

               PERFORM P360-VERIFICAR-DEPENDENCIA

               IF NOT MATERIA-EM-DEPENDENCIA
                   PERFORM P450-BUSCAR-PESO-MATERIA

                   COMPUTE WS-SOMA-PONDERADA = WS-SOMA-PONDERADA
                       + (BM-MEDIA * WS-PESO-MATERIA)
                   ADD WS-PESO-MATERIA TO WS-SOMA-PESOS
               END-IF
           ELSE
               ADD 1 TO WS-QTD-OMITIDAS
           END-IF
           .
       P350-FIM.

       P360-VERIFICAR-DEPENDENCIA.

      * Materia cursada em dependencia neste ano nao entra na media
      * geral da serie - tem resultado proprio no arquivo de
      * dependencias.
           MOVE 'N' TO WS-DEP-MAT-SIT

           IF ARQUIVO-DEPEND-ABERTO
               MOVE 'N'          TO WS-EOF-DEPEND
               MOVE WS-MATRICULA TO DP-MATRICULA
               MOVE BM-MATERIA   TO DP-MATERIA
               MOVE ZEROS        TO DP-ANO-ORIGEM

               START DEPENDENCIA-FILE KEY IS NOT LESS THAN DP-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-EOF-DEPEND
               END-START

               PERFORM P365-LER-DEPENDENCIA-MATERIA
                   UNTIL FIM-DEPENDENCIAS
           END-IF
           .
       P360-FIM.

       P365-LER-DEPENDENCIA-MATERIA.

           READ DEPENDENCIA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-DEPEND
           END-READ

           IF NOT FIM-DEPENDENCIAS
               IF DP-MATRICULA = WS-MATRICULA
                   AND DP-MATERIA = BM-MATERIA
                   IF DP-ANO-CURSANDO = WS-ANO-LETIVO
                       MOVE 'S' TO WS-DEP-MAT-SIT
                   END-IF
               ELSE
                   MOVE 'S' TO WS-EOF-DEPEND
               END-IF
           END-IF
           .
       P365-FIM.

       P380-RESOLVER-DEPENDENCIAS.

           MOVE ZEROS  TO WS-QTD-DEP
           MOVE SPACES TO WS-DEP-TAB
           MOVE 'N'    TO WS-DEP-REPROV-SIT

           IF ARQUIVO-DEPEND-ABERTO
               MOVE 'N'          TO WS-EOF-DEPEND
               MOVE WS-MATRICULA TO DP-MATRICULA
               MOVE SPACES       TO DP-MATERIA
               MOVE ZEROS        TO DP-ANO-ORIGEM

               START DEPENDENCIA-FILE KEY IS NOT LESS THAN DP-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-EOF-DEPEND
               END-START

               PERFORM P385-LER-DEPENDENCIA-ALUNO
                   UNTIL FIM-DEPENDENCIAS

               IF DEPENDENCIA-REPROVADA
                   MOVE 'REPROVADO' TO WS-SIT-FINAL
                   DISPLAY 'Dependencia reprovada de novo - aluno '
                       'retido : ' WS-MATRICULA
               END-IF
           END-IF
           .
       P380-FIM.

       P385-LER-DEPENDENCIA-ALUNO.

           READ DEPENDENCIA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-DEPEND
           END-READ

           IF NOT FIM-DEPENDENCIAS
               IF DP-MATRICULA = WS-MATRICULA
                   IF DP-ANO-CURSANDO = WS-ANO-LETIVO
                       IF DP-PENDENTE AND WS-BIMESTRE = 4
                           PERFORM P390-AVALIAR-DEPENDENCIA
                       END-IF
                       IF DP-REPROVADA
                           MOVE 'S' TO WS-DEP-REPROV-SIT
                       END-IF
                       IF WS-QTD-DEP <5
                           ADD 1 TO WS-QTD-DEP
                           MOVE DP-MATERIA
                               TO WS-DEP-MAT (WS-QTD-DEP)
                           MOVE DP-ANO-ORIGEM
                               TO WS-DEP-ORIGEM (WS-QTD-DEP)
                           MOVE DP-SITUACAO
                               TO WS-DEP-SITUACAO (WS-QTD-DEP)
                       END-IF
                   END-IF
               ELSE
                   MOVE 'S' TO WS-EOF-DEPEND
               END-IF
           END-IF
           .
       P385-FIM.

       P390-AVALIAR-DEPENDENCIA.

      * Resultado da materia no bimestre 4 do ano cursando; sem nota
      * lancada ou com recuperacao em aberto a dependencia continua
      * PENDENTE.
           MOVE WS-MATRICULA  TO BM-MATRICULA
           MOVE WS-ANO-LETIVO TO BM-ANO-LETIVO
           MOVE 4             TO BM-BIMESTRE
           MOVE DP-MATERIA    TO BM-MATERIA

           READ BOLETIM-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE BM-STATUS
                       WHEN 'APROVADO'
                           MOVE 'CUMPRIDA' TO DP-SITUACAO
                           ADD 1 TO WS-CONT-DEP-CUMPRIDA
                       WHEN 'REPROVADO'
                       WHEN 'REPROV FALTA'
                           MOVE 'REPROVADA' TO DP-SITUACAO
                           ADD 1 TO WS-CONT-DEP-REPROV
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE

                   IF NOT DP-PENDENTE
                       MOVE BM-MEDIA      TO DP-MEDIA
                       MOVE WS-DATA-ATUAL TO DP-DATA-SITUACAO
                       REWRITE DEPENDENCIA-RECORD
                   END-IF
           END-READ
           .
       P390-FIM.

       P400-FINALIZAR-RECUPERACAO.

           MOVE 'REPROVADO' TO BM-STATUS
           MOVE WS-MEDIA-GERAL TO WS-P-MEDIA
           MOVE ZEROS TO WS-P-HORAS-LECIONADAS
           MOVE ZEROS TO WS-P-FALTAS
           MOVE WS-ANO-LETIVO TO WS-P-ANO-LETIVO
           MOVE WS-TURMA      TO WS-P-TURMA
           MOVE 'N'           TO WS-P-REGRA-SIT

           CALL 'BoletimClassificaCOBOL' USING BOLETIM-CALC-PARMS
           END-CALL
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             PERFORM P620-IMPRIMIR-DESTINATARIO

             MOVE SPACES TO PR-LINHA
             MOVE 'Boletim Consolidado - Fechamento do Bimestre'
                 TO PR-LINHA
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             IF WS-QTD-DEP >0
                 MOVE SPACES TO PR-LINHA
                 MOVE 'Dependencias em curso no ano :' TO PR-LINHA
                 WRITE PRINT-LINE-RECORD

                 PERFORM P660-IMPRIMIR-DEPENDENCIA
                     VARYING WS-DEP-IDX FROM 1 BY 1
                     UNTIL WS-DEP-IDX >WS-QTD-DEP
             END-IF

             PERFORM P680-IMPRIMIR-OBSERVACOES

             MOVE SPACES TO PR-LINHA
             .
       P600-FIM.

       P620-IMPRIMIR-DESTINATARIO.

             IF ARQUIVO-RESP-ABERTO
                 MOVE 'N'           TO WS-EOF-RESP
                 MOVE ZEROS         TO WS-RESP-IMPRESSOS
                 MOVE WS-MATRICULA  TO RS-MATRICULA
                 MOVE ZEROS         TO RS-SEQUENCIA

                 START RESPONSAVEL-FILE
                     KEY IS NOT LESS THAN RS-CHAVE
                     INVALID KEY
                         MOVE 'S' TO WS-EOF-RESP
                 END-START

                 PERFORM P630-LER-RESPONSAVEL UNTIL FIM-RESPONSAVEIS

                 IF WS-RESP-IMPRESSOS = ZEROS
                     ADD 1 TO WS-CONT-SEM-RESP
                     MOVE SPACES TO PR-LINHA
                     MOVE 'A/C : SEM RESPONSAVEL PARA CORRESPONDENCIA'
                         TO PR-LINHA
                     WRITE PRINT-LINE-RECORD
                 END-IF
             END-IF
             .
       P620-FIM.

       P630-LER-RESPONSAVEL.

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
       P630-FIM.

       P680-IMPRIMIR-OBSERVACOES.

             IF ARQUIVO-OBS-ABERTO
             .
       P650-FIM.

       P660-IMPRIMIR-DEPENDENCIA.

             EVALUATE WS-DEP-SITUACAO (WS-DEP-IDX)
                 WHEN 'CUMPRIDA'
                     MOVE 'CUMPRIDA' TO WS-ED-DEP-SIT
                 WHEN 'REPROVADA'
                     MOVE 'REPROVADA DE NOVO - RETIDO'
                         TO WS-ED-DEP-SIT
                 WHEN OTHER
                     MOVE 'PENDENTE' TO WS-ED-DEP-SIT
             END-EVALUATE

             MOVE WS-DEP-ORIGEM (WS-DEP-IDX) TO WS-ED-DEP-ORIGEM

             MOVE SPACES TO PR-LINHA
             STRING '- ' WS-DEP-MAT (WS-DEP-IDX)
                 ' Origem ' WS-ED-DEP-ORIGEM
                 ' : ' WS-ED-DEP-SIT
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD
             .
       P660-FIM.

       P950-ENCERRAR-CALENDARIO.

      * Aluno nao fechado por excecao: o periodo volta a ABERTO, o unico
      * em que o lote de turma aceita a nota que falta; a proxima
      * execucao o passa de novo a EM FECHAMENTO. So com recuperacao
      * pendente fica EM FECHAMENTO, para o lancamento da prova final.
           MOVE WS-ANO-LETIVO TO CL-ANO-LETIVO
           MOVE WS-BIMESTRE   TO CL-BIMESTRE

           READ CALENDARIO-LETIVO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE

                       WHEN WS-CONT-EXCECOES >0
                       MOVE 'ABERTO'      TO CL-SITUACAO
                       MOVE WS-DATA-ATUAL TO CL-DATA-ALTERACAO
                       MOVE WS-OPERADOR   TO CL-OPERADOR
                       REWRITE CALENDARIO-LETIVO-RECORD
                       DISPLAY 'Periodo reaberto para lancar as notas'
                       DISPLAY 'que faltam (FECHAMENTO-EXCECOES.PRT).'

                       WHEN WS-CONT-RECUP-PEND = ZEROS
                       MOVE 'FECHADO'     TO CL-SITUACAO
                       MOVE WS-DATA-ATUAL TO CL-DATA-ALTERACAO
                       MOVE WS-OPERADOR   TO CL-OPERADOR
                       REWRITE CALENDARIO-LETIVO-RECORD

                       WHEN OTHER
                       CONTINUE

                   END-EVALUATE
                   DISPLAY 'Periodo no calendario letivo : '
                       CL-SITUACAO
           END-READ
           .
       P950-FIM.

       P990-REGISTRAR-FIM.

           INITIALIZE EXECUCAO-PARMS
           MOVE 'F'              TO WS-R-FUNCAO
           MOVE WS-RUN-ID        TO WS-R-RUN-ID
           MOVE WS-ANO-LETIVO    TO WS-R-ANO-LETIVO
           MOVE WS-BIMESTRE      TO WS-R-BIMESTRE
           MOVE RETURN-CODE      TO WS-R-RETURN-CODE
           MOVE WS-CONT-ALUNOS   TO WS-R-LIDOS
           MOVE WS-CONT-FECHADOS TO WS-R-GRAVADOS
           MOVE WS-CONT-EXCECOES TO WS-R-REJEITADOS

           CALL 'BoletimExecucaoCOBOL' USING EXECUCAO-PARMS
           END-CALL

           MOVE WS-R-RETURN-CODE TO RETURN-CODE
           .
       P990-FIM.

       P999-FINAL.
             IF ARQUIVO-CALEND-ABERTO
                 PERFORM P950-ENCERRAR-CALENDARIO
                 CLOSE CALENDARIO-LETIVO-FILE
             END-IF
             CLOSE ENROLLMENT-FILE
             CLOSE BOLETIM-MASTER-FILE
             IF ARQUIVO-PESO-ABERTO
             IF ARQUIVO-OBS-ABERTO
                 CLOSE OBSERVACOES-FILE
             END-IF
             IF ARQUIVO-GRADE-ABERTO
                 CLOSE GRADE-CURRICULAR-FILE
             END-IF
             IF ARQUIVO-FREQ-ABERTO
                 CLOSE FREQUENCIA-FILE
             END-IF
             IF ARQUIVO-RESP-ABERTO
                 CLOSE RESPONSAVEL-FILE
             END-IF
             IF ARQUIVO-DEPEND-ABERTO
                 CLOSE DEPENDENCIA-FILE
             END-IF
             CLOSE AUDIT-LOG-FILE
             CLOSE PRINT-REPORT-FILE

             MOVE SPACES TO EX-LINHA
             MOVE ALL '-' TO EX-LINHA
             WRITE EXCECAO-LINE-RECORD

             IF WS-CONT-EXCECOES = ZEROS
                 MOVE SPACES TO EX-LINHA
                 MOVE 'Nenhuma excecao de grade no periodo.'
                     TO EX-LINHA
                 WRITE EXCECAO-LINE-RECORD
             END-IF

             MOVE WS-CONT-EXCECOES TO WS-ED-QTD
             MOVE SPACES TO EX-LINHA
             STRING 'Alunos nao fechados por excecao : ' WS-ED-QTD
                 DELIMITED BY SIZE INTO EX-LINHA
             WRITE EXCECAO-LINE-RECORD

             MOVE SPACES TO EX-LINHA
             WRITE EXCECAO-LINE-RECORD

             MOVE SPACES TO EX-LINHA
             MOVE 'Coordenacao : ____________________________'
                 TO EX-LINHA
             WRITE EXCECAO-LINE-RECORD

             CLOSE EXCECAO-REPORT-FILE

             DISPLAY '*** FIM DO FECHAMENTO DO BIMESTRE ***'
             DISPLAY 'Alunos no cadastro         : ' WS-CONT-ALUNOS
             DISPLAY 'Alunos fechados            : ' WS-CONT-FECHADOS
             DISPLAY 'Alunos sem notas no periodo: ' WS-CONT-SEM-NOTAS
             DISPLAY 'Boletins sem responsavel   : ' WS-CONT-SEM-RESP
             DISPLAY 'Dependencias cumpridas     : '
                 WS-CONT-DEP-CUMPRIDA
             DISPLAY 'Dependencias reprovadas    : ' WS-CONT-DEP-REPROV
             DISPLAY 'Recuperacoes finalizadas   : ' WS-CONT-RECUP-FIN
             DISPLAY 'Recuperacoes pendentes     : ' WS-CONT-RECUP-PEND
             DISPLAY 'Alunos nao fechados-excecao: ' WS-CONT-EXCECOES
             DISPLAY 'Lacunas de grade apontadas : ' WS-CONT-LACUNAS
             DISPLAY 'Excecoes em FECHAMENTO-EXCECOES.PRT'
             DISPLAY '*******************************************'

             IF WS-CONT-RECUP-PEND >0 OR WS-CONT-EXCECOES >0
                 MOVE 4 TO RETURN-CODE
             END-IF

             PERFORM P990-REGISTRAR-FIM

            STOP RUN.

       END PROGRAM BoletimFechamentoCOBOL.
