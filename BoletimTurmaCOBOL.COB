      *                 BoletimAutorizaCOBOL (cadastro de operadores
      *                 OPERREC); negativa registrada em
      *                 ACESSO-NEGADO.LOG para a direcao.
      * 16/09/2026 PB - TE-MATERIA conferido contra a grade curricular
      *                 da turma no ano (GRADE-CURRICULAR.DAT,
      *                 GRADECUR), motivo GRD - exceto quando a
      *                 materia e dependencia PENDENTE do aluno no ano
      *                 (DEPENDENCIA.DAT, DEPENDREC): o aluno promovido
      *                 com dependencia recebe nota da materia da
      *                 serie anterior junto com a turma nova. Grade
      *                 ausente ou turma sem grade no ano = critica
      *                 nao se aplica.
      * 28/09/2026 PB - Ano letivo/bimestre do registro conferido
      *                 contra o calendario letivo
      *                 (CALENDARIO-LETIVO.DAT, CALENDREC), motivo CAL:
      *                 so periodo ABERTO aceita lancamento - o lote
      *                 gravava num bimestre que nem tinha comecado ou
      *                 reabria em silencio o aluno de periodo ja
      *                 fechado (P460 limpa BM-SIT-FINAL). Calendario
      *                 ausente = critica nao se aplica.
      * 02/10/2026 PB - Execucao registrada no controle de execucoes
      *                 (BoletimExecucaoCOBOL, RUN-CONTROLE.DAT) como
      *                 BOLTURMA, com lidos, gravados e rejeitados -
      *                 a conciliacao tira dali a contagem do lote. Fora
      *                 do reprocesso o lote so parte se a ultima
      *                 pre-critica registrada passou (RC 0) e ainda nao
      *                 foi usada por outro lote. O checkpoint guarda o
      *                 run id e os contadores: a retomada continua a
      *                 mesma execucao, sem nova pre-critica.
      * 07/10/2026 PB - P460-GRAVAR-MASTER le o registro do mestre
      *                 antes de gravar e registra no diario de imagens
      *                 (BOLTURMA.JRN, TURJRN) o run id, a operacao
      *                 (inclusao/alteracao) e as imagens ANTES e
      *                 DEPOIS: o WRITE ... INVALID KEY REWRITE apagava
      *                 as notas anteriores sem rastro, e um arquivo de
      *                 entrada errado so se desfazia restaurando o
      *                 mestre inteiro. O estorno de uma execucao e
      *                 feito pelo BoletimEstornoCOBOL.
      * 10/10/2026 PB - P085 recusa o lote quando houve importacao de
      *                 planilha de professor (BoletimImportaCOBOL,
      *                 BOLIMPO) depois da ultima pre-critica: as linhas
      *                 acrescentadas a entrada ainda nao foram
      *                 criticadas.
      * 12/10/2026 PB - P300-CALC informa ano letivo e turma ao calculo,
      *                 para a classificacao seguir o regulamento do ano
      *                 e do segmento da turma (REGULAMENTO.DAT).
      * 15/10/2026 PB - Paragrafos de conferencia (P080/P085 e
      *                 P175-P190) postos na ordem da numeracao, sem
      *                 mudanca de logica. ATENCAO NA IMPLANTACAO: o
      *                 registro de checkpoint (CHKPTREC) passou de 81
      *                 para 107 posicoes em 02/10/2026. BOLTURMA.CKP
      *                 gravado por versao anterior tem de ser apagado
      *                 antes da primeira execucao desta versao (P050
      *                 o recria vazio); lote interrompido na versao
      *                 anterior e retomado por ela antes da troca.
      *                 Falha de abertura do BOLTURMA.JRN termina com
      *                 RETURN-CODE 8 (o passo seguia como se o lote
      *                 tivesse rodado).
      *                 Pre-critica ja usada conferida contra todo lote
      *                 que a referencia e mexeu no mestre (funcao M
      *                 com RUN-REF), nao so contra o ultimo lote: um
      *                 lote recusado ou um reprocesso no meio liberava
      *                 a mesma entrada de novo. Lote recusado nao grava
      *                 mais a pre-critica em RUN-REF. Calendario
      *                 OPTIONAL ausente (status 05) nao conta como
      *                 aberto: toda nota saia rejeitada com CAL.
      ******************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT.

           SELECT JOURNAL-FILE ASSIGN TO "BOLTURMA.JRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

           SELECT CHECKPOINT-FILE ASSIGN TO "BOLTURMA.CKP"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RECORD KEY IS MC-MATERIA
               FILE STATUS IS WS-FS-MATCAD.

           SELECT OPTIONAL GRADE-CURRICULAR-FILE
               ASSIGN TO "GRADE-CURRICULAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GC-CHAVE
               FILE STATUS IS WS-FS-GRADE.

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

       DATA DIVISION.
       FILE SECTION.
       FD  TURMA-ENTRADA-FILE.
       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD  JOURNAL-FILE.
           COPY TURJRN.

       FD  CHECKPOINT-FILE.
           COPY CHKPTREC.

       FD  MATERIA-CADASTRO-FILE.
           COPY MATCAD.

       FD  GRADE-CURRICULAR-FILE.
           COPY GRADECUR.

       FD  DEPENDENCIA-FILE.
           COPY DEPENDREC.

       FD  CALENDARIO-LETIVO-FILE.
           COPY CALENDREC.

       WORKING-STORAGE SECTION.

       COPY BOLPARM.

       COPY AUTPARM.

       COPY RUNPARM.

       77  WS-MATRICULA        PIC X(10)       VALUE SPACES.
       77  WS-NOME             PIC X(40)       VALUE SPACES.
       77  WS-MATERIA          PIC X(25)       VALUE SPACES.
       77  WS-FS-TURMA         PIC X(02)       VALUE '00'.
       77  WS-FS-MASTER        PIC X(02)       VALUE '00'.
       77  WS-FS-AUDIT         PIC X(02)       VALUE '00'.
       77  WS-FS-JRN           PIC X(02)       VALUE '00'.
       77  WS-FS-CKP           PIC X(02)       VALUE '00'.
       77  WS-CKP-RELKEY       PIC 9(04)       VALUE 1.
       77  WS-FS-ENROLL        PIC X(02)       VALUE '00'.
       77  WS-MATERIA-SIT      PIC X(01)       VALUE 'N'.
           88  MATERIA-CADASTRADA              VALUE 'S'.

       77  WS-FS-GRADE         PIC X(02)       VALUE '00'.
       77  WS-ARQ-GRADE-SIT    PIC X(01)       VALUE 'N'.
           88  ARQUIVO-GRADE-ABERTO            VALUE 'S'.

       77  WS-FS-DEPEND        PIC X(02)       VALUE '00'.
       77  WS-ARQ-DEPEND-SIT   PIC X(01)       VALUE 'N'.
           88  ARQUIVO-DEPEND-ABERTO           VALUE 'S'.

       77  WS-FS-CALEND        PIC X(02)       VALUE '00'.
       77  WS-ARQ-CALEND-SIT   PIC X(01)       VALUE 'N'.
           88  ARQUIVO-CALEND-ABERTO           VALUE 'S'.

       77  WS-PERIODO-SIT      PIC X(01)       VALUE 'N'.
           88  PERIODO-ABERTO                  VALUE 'S'.
       77  WS-CAL-ANO-LIDO     PIC 9(04)       VALUE ZEROS.
       77  WS-CAL-BIM-LIDO     PIC 9(01)       VALUE ZEROS.

       77  WS-EOF-DEPEND       PIC X(01)       VALUE 'N'.
           88  FIM-DEPENDENCIAS                VALUE 'S'.

       77  WS-GRADE-SIT        PIC X(01)       VALUE 'N'.
           88  MATERIA-NA-GRADE                VALUE 'S'.

       77  WS-TURMA            PIC X(06)       VALUE SPACES.
       77  WS-TURMA-SIT        PIC X(01)       VALUE 'N'.
           88  TURMA-CADASTRADA                VALUE 'S'.
       77  WS-CONT-GRAVADOS    PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-ERROS       PIC 9(06)       VALUE ZEROS.

       77  WS-RUN-ID           PIC 9(08)       VALUE ZEROS.
       77  WS-RUN-ANO          PIC 9(04)       VALUE ZEROS.
       77  WS-RUN-BIMESTRE     PIC 9(01)       VALUE ZEROS.
       77  WS-CRIT-RUN-ID      PIC 9(08)       VALUE ZEROS.
       77  WS-CKP-LIDOS        PIC 9(06)       VALUE ZEROS.
       77  WS-CKP-GRAVADOS     PIC 9(06)       VALUE ZEROS.
       77  WS-CKP-ERROS        PIC 9(06)       VALUE ZEROS.
       77  WS-PREREQ-SIT       PIC X(01)       VALUE 'S'.
           88  PRE-REQUISITO-OK                VALUE 'S'.
       77  WS-PREREQ-MOTIVO    PIC X(40)       VALUE SPACES.

       77  WS-JRN-OPERACAO     PIC X(01)       VALUE SPACES.

       77  WS-CONT-APROVADO    PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-REPROVADO   PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-RECUP       PIC 9(06)       VALUE ZEROS.
               10  WS-TUR-REP-FALTA     PIC 9(06).
               10  WS-TUR-SOMA-MEDIA    PIC 9(08)V99.

       01  WS-IMAGEM-ANTES     PIC X(135)      VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

              IF NOT MODO-REPROCESSO
                  PERFORM P060-LER-CHECKPOINT
              END-IF
              PERFORM P080-REGISTRAR-INICIO
              PERFORM P065-ABRIR-REJEITADOS
              IF NOT MODO-REPROCESSO
                  PERFORM P070-PULAR-PROCESSADOS
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF

           OPEN EXTEND JOURNAL-FILE
           IF WS-FS-JRN NOT = '00'
               OPEN OUTPUT JOURNAL-FILE
           END-IF

           IF WS-FS-JRN NOT = '00'
               DISPLAY '***************************************'
               DISPLAY '* ERRO AO ABRIR BOLTURMA.JRN *'
               DISPLAY '***************************************'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ENROLLMENT-FILE
           IF WS-FS-ENROLL NOT = '00'
               DISPLAY '***************************************'
               DISPLAY 'da entrada nao sera criticada.'
           END-IF

           OPEN INPUT GRADE-CURRICULAR-FILE
           IF WS-FS-GRADE = '00' OR WS-FS-GRADE = '05'
               MOVE 'S' TO WS-ARQ-GRADE-SIT
           ELSE
               DISPLAY 'GRADE-CURRICULAR.DAT indisponivel - grade da'
               DISPLAY 'turma nao sera criticada.'
           END-IF

           OPEN INPUT DEPENDENCIA-FILE
           IF WS-FS-DEPEND = '00' OR WS-FS-DEPEND = '05'
               MOVE 'S' TO WS-ARQ-DEPEND-SIT
           END-IF

           OPEN INPUT CALENDARIO-LETIVO-FILE
           IF WS-FS-CALEND = '00'
               MOVE 'S' TO WS-ARQ-CALEND-SIT
           ELSE
               IF WS-FS-CALEND = '05'
                   CLOSE CALENDARIO-LETIVO-FILE
               END-IF
               DISPLAY 'CALENDARIO-LETIVO.DAT indisponivel - periodo'
               DISPLAY 'da entrada nao sera criticado.'
           END-IF

           IF NOT MODO-REPROCESSO
               MOVE 1 TO WS-CKP-RELKEY
               OPEN I-O CHECKPOINT-FILE
                   MOVE ZEROS  TO CK-ULTIMO-LIDO
                   MOVE SPACES TO CK-ULTIMO-MATRICULA
                   MOVE SPACES TO CK-ULTIMO-NOME CK-ULTIMO-MATERIA
                   MOVE ZEROS  TO CK-RUN-ID CK-CONT-LIDOS
                   MOVE ZEROS  TO CK-CONT-GRAVADOS CK-CONT-ERROS
                   WRITE CHECKPOINT-RECORD
                   CLOSE CHECKPOINT-FILE
                   OPEN I-O CHECKPOINT-FILE
                   CONTINUE
               NOT INVALID KEY
                   MOVE CK-ULTIMO-LIDO TO WS-QTD-PULAR
                   IF WS-QTD-PULAR >0 AND CK-RUN-ID IS NUMERIC
                       MOVE CK-RUN-ID        TO WS-RUN-ID
                       MOVE CK-CONT-LIDOS    TO WS-CKP-LIDOS
                       MOVE CK-CONT-GRAVADOS TO WS-CKP-GRAVADOS
                       MOVE CK-CONT-ERROS    TO WS-CKP-ERROS
                   END-IF
           END-READ
           .
       P060-FIM.
           .
       P075-FIM.

       P080-REGISTRAR-INICIO.

      * Retomada pelo checkpoint continua a execucao interrompida.
           IF WS-RUN-ID NOT = ZEROS
               DISPLAY 'Retomando a execucao ' WS-RUN-ID
                   ' do controle de execucoes.'
           ELSE
               MOVE 'S' TO WS-PREREQ-SIT
               IF NOT MODO-REPROCESSO
                   PERFORM P085-CONFERIR-PRE-CRITICA
               END-IF

               INITIALIZE EXECUCAO-PARMS
               MOVE 'I'            TO WS-R-FUNCAO
               MOVE 'BOLTURMA'     TO WS-R-PROGRAMA
               MOVE WS-OPERADOR    TO WS-R-OPERADOR
      * Lote recusado nao fica ligado a pre-critica.
               IF PRE-REQUISITO-OK
                   MOVE WS-CRIT-RUN-ID TO WS-R-RUN-REF
               END-IF

               CALL 'BoletimExecucaoCOBOL' USING EXECUCAO-PARMS
               END-CALL

               MOVE WS-R-RUN-ID TO WS-RUN-ID

               IF NOT PRE-REQUISITO-OK
                   DISPLAY '*******************************************'
                   DISPLAY '* LOTE BLOQUEADO - ' WS-PREREQ-MOTIVO
                   DISPLAY '* RODAR A PRE-CRITICA (BOLCRIT) ANTES *'
                   DISPLAY '*******************************************'
                   MOVE 8 TO RETURN-CODE
                   PERFORM P985-REGISTRAR-FIM
                   STOP RUN
               END-IF
           END-IF
           .
       P080-FIM.

       P085-CONFERIR-PRE-CRITICA.

           MOVE ZEROS TO WS-CRIT-RUN-ID

           INITIALIZE EXECUCAO-PARMS
           MOVE 'U'       TO WS-R-FUNCAO
           MOVE 'BOLCRIT' TO WS-R-PROGRAMA

           CALL 'BoletimExecucaoCOBOL' USING EXECUCAO-PARMS
           END-CALL

           EVALUATE TRUE

               WHEN NOT EXECUCAO-ACHADA
               MOVE 'N' TO WS-PREREQ-SIT
               MOVE 'PRE-CRITICA NAO REGISTRADA' TO WS-PREREQ-MOTIVO

               WHEN NOT EXECUCAO-CONCLUIDA
               WHEN WS-R-RETURN-CODE NOT = ZEROS
               MOVE 'N' TO WS-PREREQ-SIT
               MOVE 'ULTIMA PRE-CRITICA REPROVOU O LOTE'
                   TO WS-PREREQ-MOTIVO

               WHEN OTHER
               MOVE WS-R-RUN-ID TO WS-CRIT-RUN-ID

           END-EVALUATE

      * A mesma pre-critica nao libera um segundo arquivo de entrada:
      * qualquer lote que a referencie e mexeu no mestre (funcao M, nao
      * FALHOU e gravou), seja qual for a execucao de lote mais nova.
           IF PRE-REQUISITO-OK
               INITIALIZE EXECUCAO-PARMS
               MOVE 'M'            TO WS-R-FUNCAO
               MOVE 'BOLTURMA'     TO WS-R-PROGRAMA
               MOVE WS-CRIT-RUN-ID TO WS-R-RUN-REF

               CALL 'BoletimExecucaoCOBOL' USING EXECUCAO-PARMS
               END-CALL

               IF EXECUCAO-ACHADA
                   MOVE 'N' TO WS-PREREQ-SIT
                   MOVE 'PRE-CRITICA JA USADA POR OUTRO LOTE'
                       TO WS-PREREQ-MOTIVO
               END-IF
           END-IF

      * Planilha importada depois da pre-critica entrou sem critica.
           IF PRE-REQUISITO-OK
               INITIALIZE EXECUCAO-PARMS
               MOVE 'U'       TO WS-R-FUNCAO
               MOVE 'BOLIMPO' TO WS-R-PROGRAMA
               MOVE 'S'       TO WS-R-APLICACAO

               CALL 'BoletimExecucaoCOBOL' USING EXECUCAO-PARMS
               END-CALL

               IF EXECUCAO-ACHADA AND WS-R-RUN-ID >WS-CRIT-RUN-ID
                   MOVE 'N' TO WS-PREREQ-SIT
                   MOVE 'PLANILHA IMPORTADA APOS A PRE-CRITICA'
                       TO WS-PREREQ-MOTIVO
               END-IF
           END-IF
           .
       P085-FIM.

       P150-LER-PROXIMO.

           IF MODO-REPROCESSO

           ADD 1          TO WS-CONT-LIDOS
           ADD 1          TO WS-CONT-ABSOLUTO
           IF WS-RUN-ANO = ZEROS
              AND TE-ANO-LETIVO IS NUMERIC
              AND TE-BIMESTRE IS NUMERIC
               MOVE TE-ANO-LETIVO TO WS-RUN-ANO
               MOVE TE-BIMESTRE   TO WS-RUN-BIMESTRE
           END-IF
           MOVE TE-MATRICULA TO WS-MATRICULA
           MOVE TE-TURMA  TO WS-TURMA
           MOVE TE-ANO-LETIVO TO WS-ANO-LETIVO
           PERFORM P160-BUSCAR-ALUNO
           PERFORM P165-BUSCAR-TURMA
           PERFORM P170-BUSCAR-MATERIA
           PERFORM P175-CONFERIR-GRADE
           PERFORM P178-CONFERIR-CALENDARIO
           .
       P155-FIM.

           .
       P170-FIM.

       P175-CONFERIR-GRADE.

      * Materia fora da grade so e aceita se for dependencia PENDENTE
      * do aluno cursada neste ano letivo.
           MOVE 'S' TO WS-GRADE-SIT

           IF ARQUIVO-GRADE-ABERTO
               MOVE WS-TURMA      TO GC-TURMA
               MOVE WS-ANO-LETIVO TO GC-ANO-LETIVO
               MOVE WS-MATERIA    TO GC-MATERIA
               READ GRADE-CURRICULAR-FILE
                   INVALID KEY
                       PERFORM P180-CONFERIR-TURMA-COM-GRADE
               END-READ
           END-IF

           IF NOT MATERIA-NA-GRADE AND ARQUIVO-DEPEND-ABERTO
               PERFORM P185-BUSCAR-DEPENDENCIA
           END-IF
           .
       P175-FIM.

       P178-CONFERIR-CALENDARIO.

      * A entrada costuma vir toda do mesmo periodo: so le o
      * calendario de novo quando o ano/bimestre muda.
           IF ARQUIVO-CALEND-ABERTO
               IF WS-ANO-LETIVO NOT = WS-CAL-ANO-LIDO
                   OR WS-BIMESTRE NOT = WS-CAL-BIM-LIDO
                   MOVE WS-ANO-LETIVO TO WS-CAL-ANO-LIDO
                   MOVE WS-BIMESTRE   TO WS-CAL-BIM-LIDO
                   MOVE 'N'           TO WS-PERIODO-SIT
                   MOVE WS-ANO-LETIVO TO CL-ANO-LETIVO
                   MOVE WS-BIMESTRE   TO CL-BIMESTRE
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
       P178-FIM.

       P180-CONFERIR-TURMA-COM-GRADE.

           MOVE WS-TURMA      TO GC-TURMA
           MOVE WS-ANO-LETIVO TO GC-ANO-LETIVO
           MOVE SPACES        TO GC-MATERIA

           START GRADE-CURRICULAR-FILE
               KEY IS NOT LESS THAN GC-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ GRADE-CURRICULAR-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF GC-TURMA = WS-TURMA
                               AND GC-ANO-LETIVO = WS-ANO-LETIVO
                               MOVE 'N' TO WS-GRADE-SIT
                           END-IF
                   END-READ
           END-START
           .
       P180-FIM.

       P185-BUSCAR-DEPENDENCIA.

           MOVE 'N'          TO WS-EOF-DEPEND
           MOVE WS-MATRICULA TO DP-MATRICULA
           MOVE WS-MATERIA   TO DP-MATERIA
           MOVE ZEROS        TO DP-ANO-ORIGEM

           START DEPENDENCIA-FILE KEY IS NOT LESS THAN DP-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-DEPEND
           END-START

           PERFORM P190-LER-DEPENDENCIA UNTIL FIM-DEPENDENCIAS
           .
       P185-FIM.

       P190-LER-DEPENDENCIA.

           READ DEPENDENCIA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-DEPEND
           END-READ

           IF NOT FIM-DEPENDENCIAS
               IF DP-MATRICULA = WS-MATRICULA
                   AND DP-MATERIA = WS-MATERIA
                   IF DP-ANO-CURSANDO = WS-ANO-LETIVO
                       AND DP-PENDENTE
                       MOVE 'S' TO WS-GRADE-SIT
                       MOVE 'S' TO WS-EOF-DEPEND
                   END-IF
               ELSE
                   MOVE 'S' TO WS-EOF-DEPEND
               END-IF
           END-IF
           .
       P190-FIM.

       P165-BUSCAR-TURMA.

           IF ARQUIVO-TURCAD-ABERTO
           MOVE WS-NOTA2    TO WS-P-NOTA2
           MOVE WS-NOTA3    TO WS-P-NOTA3
           MOVE WS-NOTA4    TO WS-P-NOTA4
           MOVE WS-ANO-LETIVO TO WS-P-ANO-LETIVO
           MOVE WS-TURMA      TO WS-P-TURMA
           MOVE 'N'           TO WS-P-REGRA-SIT

           PERFORM P290-BUSCAR-FREQUENCIA

                WHEN NOT MATERIA-CADASTRADA
                    MOVE 'MTR' TO WS-MOTIVO

                WHEN NOT MATERIA-NA-GRADE
                    MOVE 'GRD' TO WS-MOTIVO

                WHEN (WS-ANO-LETIVO IS NOT NUMERIC)
                  OR (WS-ANO-LETIVO = ZEROS)
                  OR (WS-BIMESTRE IS NOT NUMERIC)
                  OR (WS-BIMESTRE >4)
                    MOVE 'PER' TO WS-MOTIVO

                WHEN NOT PERIODO-ABERTO
                    MOVE 'CAL' TO WS-MOTIVO

                WHEN (WS-NOTA1 IS NOT NUMERIC)
                  OR (WS-NOTA2 IS NOT NUMERIC)
                  OR (WS-NOTA3 IS NOT NUMERIC)

       P460-GRAVAR-MASTER.

             MOVE WS-MATRICULA    TO BM-MATRICULA
             MOVE WS-ANO-LETIVO   TO BM-ANO-LETIVO
             MOVE WS-BIMESTRE     TO BM-BIMESTRE
             MOVE WS-MATERIA      TO BM-MATERIA

      * Imagem anterior do registro para o diario (estorno do lote).
             READ BOLETIM-MASTER-FILE
                 INVALID KEY
                     MOVE 'I'    TO WS-JRN-OPERACAO
                     MOVE SPACES TO WS-IMAGEM-ANTES
                 NOT INVALID KEY
                     MOVE 'A'    TO WS-JRN-OPERACAO
                     MOVE BOLETIM-MASTER-RECORD TO WS-IMAGEM-ANTES
             END-READ

             MOVE WS-MATRICULA    TO BM-MATRICULA
             MOVE WS-ANO-LETIVO   TO BM-ANO-LETIVO
             MOVE WS-BIMESTRE     TO BM-BIMESTRE
             MOVE WS-FALTA4       TO BM-FALTA4
             MOVE SPACES          TO BM-SIT-FINAL

             PERFORM P465-GRAVAR-DIARIO

             WRITE BOLETIM-MASTER-RECORD
                 INVALID KEY
                     REWRITE BOLETIM-MASTER-RECORD
             .
       P460-FIM.

       P465-GRAVAR-DIARIO.

             ACCEPT WS-AUDIT-DATA FROM DATE YYYYMMDD
             ACCEPT WS-AUDIT-HORA FROM TIME

             MOVE WS-RUN-ID       TO TJ-RUN-ID
             COMPUTE TJ-SEQUENCIA =
                 WS-CKP-GRAVADOS + WS-CONT-GRAVADOS + 1
             MOVE WS-AUDIT-DATA   TO TJ-DATA
             MOVE WS-AUDIT-HORA   TO TJ-HORA
             MOVE WS-JRN-OPERACAO TO TJ-OPERACAO
             MOVE WS-IMAGEM-ANTES TO TJ-IMAGEM-ANTES
             MOVE BOLETIM-MASTER-RECORD TO TJ-IMAGEM-DEPOIS

             WRITE TURMA-JOURNAL-RECORD
             .
       P465-FIM.

       P495-GRAVAR-CHECKPOINT.

             MOVE WS-CONT-ABSOLUTO TO CK-ULTIMO-LIDO
             MOVE WS-MATRICULA     TO CK-ULTIMO-MATRICULA
             MOVE WS-NOME          TO CK-ULTIMO-NOME
             MOVE WS-MATERIA       TO CK-ULTIMO-MATERIA
             MOVE WS-RUN-ID        TO CK-RUN-ID
             COMPUTE CK-CONT-LIDOS    = WS-CKP-LIDOS + WS-CONT-LIDOS
             COMPUTE CK-CONT-GRAVADOS =
                 WS-CKP-GRAVADOS + WS-CONT-GRAVADOS
             COMPUTE CK-CONT-ERROS    = WS-CKP-ERROS + WS-CONT-ERROS

             REWRITE CHECKPOINT-RECORD
             .
             MOVE ZEROS  TO CK-ULTIMO-LIDO
             MOVE SPACES TO CK-ULTIMO-MATRICULA
             MOVE SPACES TO CK-ULTIMO-NOME CK-ULTIMO-MATERIA
             MOVE ZEROS  TO CK-RUN-ID CK-CONT-LIDOS
             MOVE ZEROS  TO CK-CONT-GRAVADOS CK-CONT-ERROS

             REWRITE CHECKPOINT-RECORD
             .
           .
       P800-FIM.

       P985-REGISTRAR-FIM.

             INITIALIZE EXECUCAO-PARMS
             MOVE 'F'             TO WS-R-FUNCAO
             MOVE WS-RUN-ID       TO WS-R-RUN-ID
             MOVE WS-RUN-ANO      TO WS-R-ANO-LETIVO
             MOVE WS-RUN-BIMESTRE TO WS-R-BIMESTRE
             MOVE RETURN-CODE     TO WS-R-RETURN-CODE
             COMPUTE WS-R-LIDOS      = WS-CKP-LIDOS + WS-CONT-LIDOS
             COMPUTE WS-R-GRAVADOS   =
                 WS-CKP-GRAVADOS + WS-CONT-GRAVADOS
             COMPUTE WS-R-REJEITADOS = WS-CKP-ERROS + WS-CONT-ERROS

             CALL 'BoletimExecucaoCOBOL' USING EXECUCAO-PARMS
             END-CALL

             MOVE WS-R-RETURN-CODE TO RETURN-CODE
             .
       P985-FIM.

       P999-FINAL.
             IF MODO-REPROCESSO
                 CLOSE REJEITA-ENTRADA-FILE
             CLOSE REJEITA-SAIDA-FILE
             CLOSE BOLETIM-MASTER-FILE
             CLOSE AUDIT-LOG-FILE
             CLOSE JOURNAL-FILE
             CLOSE ENROLLMENT-FILE
             CLOSE PRINT-REPORT-FILE
             IF ARQUIVO-FREQ-ABERTO
             IF ARQUIVO-MATCAD-ABERTO
                 CLOSE MATERIA-CADASTRO-FILE
             END-IF
             IF ARQUIVO-GRADE-ABERTO
                 CLOSE GRADE-CURRICULAR-FILE
             END-IF
             IF ARQUIVO-DEPEND-ABERTO
                 CLOSE DEPENDENCIA-FILE
             END-IF
             IF ARQUIVO-CALEND-ABERTO
                 CLOSE CALENDARIO-LETIVO-FILE
             END-IF
             IF NOT MODO-REPROCESSO
                 PERFORM P496-ZERAR-CHECKPOINT
                 CLOSE CHECKPOINT-FILE
             DISPLAY 'Media da execucao   : ' WS-MEDIA-TURMA
             DISPLAY '*******************************************'

             PERFORM P985-REGISTRAR-FIM

             STOP RUN.

       P990-EXIBIR-TURMA.
