      ******************************************************************
      * Author:Pedro Barros
      * Date:25/09/2026
      * Purpose:Busca ativa - alerta precoce de frequencia, rodado
      *         semanalmente no meio do bimestre. Para cada aluno
      *         ATIVA do cadastro de matriculas apura em FREQUENCIA.DAT
      *         a frequencia do ano/bimestre informado por materia e
      *         no geral e projeta o fim do bimestre pelas semanas ja
      *         decorridas: a frequencia projetada e a do ritmo atual
      *         de faltas, e a maxima atingivel e a que o aluno chega
      *         se nao faltar mais nenhuma aula (marca IRREC. quando
      *         ela ja fica abaixo do limite de risco). Lista por
      *         turma os alunos na faixa de RISCO e na de ALERTA,
      *         ambas informadas na execucao (padrao 75% e 85%), em
      *         BUSCA-ATIVA.PRT (80 colunas, PRINTREC). Aluno com
      *         todas as materias e o geral abaixo do limite de
      *         abandono (padrao 50%) entra na lista de possivel
      *         abandono; para o caso novo sai a ficha FICAI ao
      *         Conselho Tutelar em FICAI.PRT, com os responsaveis do
      *         cadastro, e a notificacao e gravada com a data em
      *         FICAI-NOTIFICACAO.DAT (FICAIREC). Caso ja notificado
      *         no periodo aparece na lista com a data da ficha e nao
      *         e notificado de novo. A critica de frequencia da
      *         classificacao so enxerga o problema no fechamento,
      *         quando o aluno ja esta REPROV FALTA.
      * Tectonics: cobc
      * Sistema: CFP
      * Linguagem: COBOL
      * Analista do Sistema: Andre Costa
      ******************************************************************
      * Historico de alteracoes:
      * 25/09/2026 PB - Criacao.
      * 15/10/2026 PB - Perfil de CADASTRO conferido na partida via
      *                 BoletimAutorizaCOBOL, antes de abrir arquivos:
      *                 o programa grava FICAI-NOTIFICACAO.DAT e emite
      *                 a ficha ao Conselho Tutelar. Nome do aluno na
      *                 linha do caso reduzido a 17 posicoes: a marca
      *                 IRREC. saia cortada na coluna 81.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BoletimBuscaAtivaCOBOL.
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

           SELECT FREQUENCIA-FILE ASSIGN TO "FREQUENCIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FQ-CHAVE
               FILE STATUS IS WS-FS-FREQ.

           SELECT FICAI-NOTIFICACAO-FILE
               ASSIGN TO "FICAI-NOTIFICACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FN-CHAVE
               FILE STATUS IS WS-FS-FICAI.

           SELECT OPTIONAL RESPONSAVEL-FILE
               ASSIGN TO "RESPONSAVEL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-CHAVE
               FILE STATUS IS WS-FS-RESP.

           SELECT PRINT-REPORT-FILE ASSIGN TO "BUSCA-ATIVA.PRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PRINT.

           SELECT FICHA-REPORT-FILE ASSIGN TO "FICAI.PRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-FICHA.

       DATA DIVISION.
       FILE SECTION.
       FD  ENROLLMENT-FILE.
           COPY ENROLLREC.

       FD  FREQUENCIA-FILE.
           COPY FREQREC.

       FD  FICAI-NOTIFICACAO-FILE.
           COPY FICAIREC.

       FD  RESPONSAVEL-FILE.
           COPY RESPREC.

       FD  PRINT-REPORT-FILE.
           COPY PRINTREC.

       FD  FICHA-REPORT-FILE.
       01  FICHA-LINE-RECORD.
           05  FI-LINHA                PIC X(80).

       WORKING-STORAGE SECTION.

       COPY AUTPARM.

       77  WS-OPERADOR         PIC X(20)       VALUE SPACES.
       77  WS-FS-ENROLL        PIC X(02)       VALUE '00'.
       77  WS-FS-FREQ          PIC X(02)       VALUE '00'.
       77  WS-FS-FICAI         PIC X(02)       VALUE '00'.
       77  WS-FS-RESP          PIC X(02)       VALUE '00'.
       77  WS-FS-PRINT         PIC X(02)       VALUE '00'.
       77  WS-FS-FICHA         PIC X(02)       VALUE '00'.

       77  WS-ARQ-RESP-SIT     PIC X(01)       VALUE 'N'.
           88  ARQUIVO-RESP-ABERTO             VALUE 'S'.

       77  WS-EOF-ENROLL       PIC X(01)       VALUE 'N'.
           88  FIM-CADASTRO                    VALUE 'S'.

       77  WS-EOF-FREQ         PIC X(01)       VALUE 'N'.
           88  FIM-FREQUENCIA                  VALUE 'S'.

       77  WS-EOF-RESP         PIC X(01)       VALUE 'N'.
           88  FIM-RESPONSAVEIS                VALUE 'S'.

       77  WS-ANO-LETIVO       PIC 9(04)       VALUE ZEROS.
       77  WS-BIMESTRE         PIC 9(01)       VALUE ZEROS.
       77  WS-SEM-DECORRIDAS   PIC 9(02)       VALUE ZEROS.
       77  WS-SEM-BIMESTRE     PIC 9(02)       VALUE ZEROS.
       77  WS-LIM-ALERTA       PIC 9(03)       VALUE ZEROS.
       77  WS-LIM-RISCO        PIC 9(03)       VALUE ZEROS.
       77  WS-LIM-ABANDONO     PIC 9(03)       VALUE ZEROS.
       77  WS-DATA-IMPRESSAO   PIC X(08)       VALUE SPACES.

       77  WS-QTD-MAT          PIC 9(02)       VALUE ZEROS.
       77  WS-QTD-MAT-ABANDONO PIC 9(02)       VALUE ZEROS.
       77  WS-MAT-IDX          PIC 9(02)       VALUE ZEROS.
       77  WS-TOT-HORAS        PIC 9(05)       VALUE ZEROS.
       77  WS-TOT-FALTAS       PIC 9(05)       VALUE ZEROS.

       77  WS-CALC-MATERIA     PIC X(25)       VALUE SPACES.
       77  WS-CALC-ORDEM       PIC X(01)       VALUE SPACES.
       77  WS-CALC-HORAS       PIC 9(05)       VALUE ZEROS.
       77  WS-CALC-FALTAS      PIC 9(05)       VALUE ZEROS.
       77  WS-CALC-PREVISTAS   PIC 9(05)       VALUE ZEROS.
       77  WS-CALC-PERC        PIC 9(03)V9     VALUE ZEROS.
       77  WS-CALC-MAXIMA      PIC 9(03)V9     VALUE ZEROS.
       77  WS-CALC-FAIXA       PIC X(01)       VALUE SPACES.
       77  WS-CALC-IRREC       PIC X(01)       VALUE SPACES.

       77  WS-CONT-ALUNOS      PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-ATIVOS      PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-SEM-FREQ    PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-RISCO       PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-ALERTA      PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-ABANDONO    PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-NOTIFICADOS PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-FICHAS      PIC 9(06)       VALUE ZEROS.
       77  WS-QTD-EXCEDIDAS    PIC 9(06)       VALUE ZEROS.
       77  WS-RESP-IMPRESSOS   PIC 9(02)       VALUE ZEROS.

       77  WS-QTD-CASOS        PIC 9(04)       VALUE ZEROS.
       77  WS-QTD-ABAND        PIC 9(04)       VALUE ZEROS.
       77  WS-IMP-IDX          PIC 9(04)       VALUE ZEROS.
       77  WS-ORD-I            PIC 9(04)       VALUE ZEROS.
       77  WS-ORD-J            PIC 9(04)       VALUE ZEROS.
       77  WS-ORD-J-INI        PIC 9(04)       VALUE ZEROS.
       77  WS-ORD-MENOR        PIC 9(04)       VALUE ZEROS.

       77  WS-TURMA-ANTERIOR   PIC X(06)       VALUE SPACES.
       77  WS-FAIXA-ANTERIOR   PIC X(01)       VALUE SPACES.

       77  WS-ED-ANO-LETIVO    PIC X(04)       VALUE SPACES.
       77  WS-ED-BIMESTRE      PIC X(01)       VALUE SPACES.
       77  WS-ED-SEMANA        PIC Z9.
       77  WS-ED-SEMANAS       PIC Z9.
       77  WS-ED-LIMITE        PIC ZZ9.
       77  WS-ED-PERC          PIC ZZ9,9.
       77  WS-ED-MAXIMA        PIC ZZ9,9.
       77  WS-ED-HORAS         PIC ZZZZ9.
       77  WS-ED-FALTAS        PIC ZZZZ9.
       77  WS-ED-QTD           PIC ZZZZZ9.
       77  WS-ED-MARCA         PIC X(06)       VALUE SPACES.

       01  WS-MAT-TAB.
           05  WS-MAT-ENTRY OCCURS 20 TIMES.
               10  WS-MAT-MATERIA       PIC X(25).
               10  WS-MAT-HORAS         PIC 9(05).
               10  WS-MAT-FALTAS        PIC 9(05).

       01  WS-CAS-TAB.
           05  WS-CAS-ENTRY OCCURS 3000 TIMES.
               10  WS-CAS-CHAVE.
                   15  WS-CAS-TURMA     PIC X(06).
                   15  WS-CAS-FAIXA     PIC X(01).
                       88  CAS-RISCO               VALUE '1'.
                       88  CAS-ALERTA              VALUE '2'.
                   15  WS-CAS-MATRICULA PIC X(10).
                   15  WS-CAS-ORDEM     PIC X(01).
                   15  WS-CAS-MATERIA   PIC X(25).
               10  WS-CAS-NOME          PIC X(40).
               10  WS-CAS-PERC          PIC 9(03)V9.
               10  WS-CAS-MAXIMA        PIC 9(03)V9.
               10  WS-CAS-HORAS         PIC 9(05).
               10  WS-CAS-FALTAS        PIC 9(05).
               10  WS-CAS-IRREC         PIC X(01).

       01  WS-CAS-TROCA                 PIC X(102).

       01  WS-ABD-TAB.
           05  WS-ABD-ENTRY OCCURS 500 TIMES.
               10  WS-ABD-TURMA         PIC X(06).
               10  WS-ABD-MATRICULA     PIC X(10).
               10  WS-ABD-NOME          PIC X(40).
               10  WS-ABD-HORAS         PIC 9(05).
               10  WS-ABD-FALTAS        PIC 9(05).
               10  WS-ABD-PERC          PIC 9(03)V9.
               10  WS-ABD-QTD-MAT       PIC 9(02).
               10  WS-ABD-SITUACAO      PIC X(01).
                   88  ABD-CASO-NOVO               VALUE 'N'.
                   88  ABD-JA-NOTIFICADO           VALUE 'J'.
               10  WS-ABD-DATA-NOTIF    PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       P001-START.
              PERFORM P010-VERIFICAR-AUTORIZACAO
              PERFORM P050-ABRIR-ARQUIVOS
              PERFORM P100-PEDIR-PARAMETROS
              PERFORM P150-LER-ALUNO
              PERFORM P200-PROCESSAR-ALUNO
                  UNTIL FIM-CADASTRO
              PERFORM P400-ORDENAR-CASOS
              PERFORM P500-IMPRIMIR-RELATORIO
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
               DISPLAY '* BUSCA ATIVA BLOQUEADA E REGISTRADA *'
               DISPLAY '*******************************************'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       P010-FIM.

       P050-ABRIR-ARQUIVOS.

           OPEN INPUT ENROLLMENT-FILE
           IF WS-FS-ENROLL NOT = '00'
               DISPLAY '***************************************'
               DISPLAY '* ENROLLMENT.DAT NAO ENCONTRADO *'
               DISPLAY '***************************************'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT FREQUENCIA-FILE
           IF WS-FS-FREQ NOT = '00'
               DISPLAY '***************************************'
               DISPLAY '* FREQUENCIA.DAT NAO ENCONTRADO *'
               DISPLAY '***************************************'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O FICAI-NOTIFICACAO-FILE
           IF WS-FS-FICAI = '35'
               OPEN OUTPUT FICAI-NOTIFICACAO-FILE
               CLOSE FICAI-NOTIFICACAO-FILE
               OPEN I-O FICAI-NOTIFICACAO-FILE
           END-IF

           IF WS-FS-FICAI NOT = '00'
               DISPLAY '***************************************'
               DISPLAY '* ERRO AO ABRIR FICAI-NOTIFICACAO.DAT *'
               DISPLAY '***************************************'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT RESPONSAVEL-FILE
           IF WS-FS-RESP = '00' OR WS-FS-RESP = '05'
               MOVE 'S' TO WS-ARQ-RESP-SIT
           ELSE
               DISPLAY 'RESPONSAVEL.DAT indisponivel - fichas FICAI'
               DISPLAY 'sairao sem os responsaveis.'
           END-IF

           OPEN OUTPUT PRINT-REPORT-FILE
           IF WS-FS-PRINT NOT = '00'
               DISPLAY '***************************************'
               DISPLAY '* ERRO AO ABRIR BUSCA-ATIVA.PRT *'
               DISPLAY '***************************************'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT FICHA-REPORT-FILE
           IF WS-FS-FICHA NOT = '00'
               DISPLAY '***************************************'
               DISPLAY '* ERRO AO ABRIR FICAI.PRT *'
               DISPLAY '***************************************'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       P050-FIM.

       P100-PEDIR-PARAMETROS.

           DISPLAY '*** BUSCA ATIVA - ALERTA DE FREQUENCIA ***'
           DISPLAY 'Ano letivo (AAAA) : '
             ACCEPT WS-ANO-LETIVO

           DISPLAY 'Bimestre (1 a 4) : '
             ACCEPT WS-BIMESTRE

           DISPLAY 'Semanas ja decorridas no bimestre : '
             ACCEPT WS-SEM-DECORRIDAS

           DISPLAY 'Total de semanas do bimestre : '
             ACCEPT WS-SEM-BIMESTRE

           DISPLAY 'Limite da faixa de ALERTA em % (0 = 85) : '
             ACCEPT WS-LIM-ALERTA

           DISPLAY 'Limite da faixa de RISCO em % (0 = 75) : '
             ACCEPT WS-LIM-RISCO

           DISPLAY 'Limite de possivel ABANDONO em % (0 = 50) : '
             ACCEPT WS-LIM-ABANDONO

           IF WS-LIM-ALERTA IS NUMERIC AND WS-LIM-ALERTA = ZEROS
               MOVE 85 TO WS-LIM-ALERTA
           END-IF
           IF WS-LIM-RISCO IS NUMERIC AND WS-LIM-RISCO = ZEROS
               MOVE 75 TO WS-LIM-RISCO
           END-IF
           IF WS-LIM-ABANDONO IS NUMERIC AND WS-LIM-ABANDONO = ZEROS
               MOVE 50 TO WS-LIM-ABANDONO
           END-IF

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

           IF (WS-SEM-DECORRIDAS IS NOT NUMERIC)
               OR (WS-SEM-BIMESTRE IS NOT NUMERIC)
               OR (WS-SEM-DECORRIDAS = ZEROS)
               OR (WS-SEM-BIMESTRE <WS-SEM-DECORRIDAS)
               DISPLAY '***********************************************'
               DISPLAY '* SEMANAS DO BIMESTRE INVALIDAS *'
               DISPLAY '***********************************************'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF (WS-LIM-ALERTA IS NOT NUMERIC)
               OR (WS-LIM-RISCO IS NOT NUMERIC)
               OR (WS-LIM-ABANDONO IS NOT NUMERIC)
               OR (WS-LIM-ALERTA >100)
               OR (WS-LIM-RISCO >WS-LIM-ALERTA)
               OR (WS-LIM-ABANDONO >WS-LIM-RISCO)
               DISPLAY '***********************************************'
               DISPLAY '* LIMITES INVALIDOS - USE ABANDONO <= RISCO'
               DISPLAY '  <= ALERTA <= 100 *'
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
               PERFORM P250-APURAR-FREQUENCIA
               IF WS-QTD-MAT = ZEROS
                   ADD 1 TO WS-CONT-SEM-FREQ
               ELSE
                   PERFORM P300-CLASSIFICAR-ALUNO
               END-IF
           END-IF

           PERFORM P150-LER-ALUNO
           .
       P200-FIM.

       P250-APURAR-FREQUENCIA.

           MOVE 'N'           TO WS-EOF-FREQ
           MOVE ZEROS         TO WS-QTD-MAT
           MOVE ZEROS         TO WS-TOT-HORAS WS-TOT-FALTAS
           MOVE EN-MATRICULA  TO FQ-MATRICULA
           MOVE WS-ANO-LETIVO TO FQ-ANO-LETIVO
           MOVE WS-BIMESTRE   TO FQ-BIMESTRE
           MOVE SPACES        TO FQ-MATERIA

           START FREQUENCIA-FILE KEY IS NOT LESS THAN FQ-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-FREQ
           END-START

           PERFORM P260-LER-FREQUENCIA UNTIL FIM-FREQUENCIA
           .
       P250-FIM.

       P260-LER-FREQUENCIA.

           READ FREQUENCIA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-FREQ
           END-READ

           IF NOT FIM-FREQUENCIA
               IF FQ-MATRICULA = EN-MATRICULA
                   AND FQ-ANO-LETIVO = WS-ANO-LETIVO
                   AND FQ-BIMESTRE = WS-BIMESTRE
                   IF FQ-HORAS-LECIONADAS IS NUMERIC
                       AND FQ-FALTAS IS NUMERIC
                       AND FQ-HORAS-LECIONADAS >0
                       AND WS-QTD-MAT <20
                       ADD 1 TO WS-QTD-MAT
                       MOVE FQ-MATERIA TO WS-MAT-MATERIA (WS-QTD-MAT)
                       MOVE FQ-HORAS-LECIONADAS
                           TO WS-MAT-HORAS (WS-QTD-MAT)
                       MOVE FQ-FALTAS  TO WS-MAT-FALTAS (WS-QTD-MAT)
                       ADD FQ-HORAS-LECIONADAS TO WS-TOT-HORAS
                       ADD FQ-FALTAS           TO WS-TOT-FALTAS
                   END-IF
               ELSE
                   MOVE 'S' TO WS-EOF-FREQ
               END-IF
           END-IF
           .
       P260-FIM.

       P300-CLASSIFICAR-ALUNO.

           MOVE ZEROS TO WS-QTD-MAT-ABANDONO

           PERFORM P310-CLASSIFICAR-MATERIA
               VARYING WS-MAT-IDX FROM 1 BY 1
               UNTIL WS-MAT-IDX >WS-QTD-MAT

           MOVE '*** GERAL ***' TO WS-CALC-MATERIA
           MOVE '2'             TO WS-CALC-ORDEM
           MOVE WS-TOT-HORAS    TO WS-CALC-HORAS
           MOVE WS-TOT-FALTAS   TO WS-CALC-FALTAS
           PERFORM P350-CALCULAR-PROJECAO
           PERFORM P370-ACUMULAR-CASO

           IF WS-QTD-MAT-ABANDONO = WS-QTD-MAT
               AND WS-CALC-PERC <WS-LIM-ABANDONO
               PERFORM P380-ACUMULAR-ABANDONO
           END-IF
           .
       P300-FIM.

       P310-CLASSIFICAR-MATERIA.

           MOVE WS-MAT-MATERIA (WS-MAT-IDX) TO WS-CALC-MATERIA
           MOVE '1'                         TO WS-CALC-ORDEM
           MOVE WS-MAT-HORAS (WS-MAT-IDX)   TO WS-CALC-HORAS
           MOVE WS-MAT-FALTAS (WS-MAT-IDX)  TO WS-CALC-FALTAS
           PERFORM P350-CALCULAR-PROJECAO

           IF WS-CALC-PERC <WS-LIM-ABANDONO
               ADD 1 TO WS-QTD-MAT-ABANDONO
           END-IF

           PERFORM P370-ACUMULAR-CASO
           .
       P310-FIM.

       P350-CALCULAR-PROJECAO.

      * Projetada: o ritmo de faltas ate aqui mantido ate o fim do
      * bimestre. Maxima: as horas previstas para o bimestre inteiro
      * sem nenhuma falta a mais daqui em diante.
           IF WS-CALC-FALTAS >= WS-CALC-HORAS
               MOVE ZEROS TO WS-CALC-PERC
           ELSE
               COMPUTE WS-CALC-PERC ROUNDED =
                   ((WS-CALC-HORAS - WS-CALC-FALTAS) * 100)
                   / WS-CALC-HORAS
                   ON SIZE ERROR MOVE ZEROS TO WS-CALC-PERC
               END-COMPUTE
           END-IF

           COMPUTE WS-CALC-PREVISTAS ROUNDED =
               (WS-CALC-HORAS * WS-SEM-BIMESTRE) / WS-SEM-DECORRIDAS
               ON SIZE ERROR MOVE WS-CALC-HORAS TO WS-CALC-PREVISTAS
           END-COMPUTE

           IF WS-CALC-PREVISTAS <WS-CALC-HORAS
               MOVE WS-CALC-HORAS TO WS-CALC-PREVISTAS
           END-IF

           IF WS-CALC-FALTAS >= WS-CALC-PREVISTAS
               MOVE ZEROS TO WS-CALC-MAXIMA
           ELSE
               COMPUTE WS-CALC-MAXIMA ROUNDED =
                   ((WS-CALC-PREVISTAS - WS-CALC-FALTAS) * 100)
                   / WS-CALC-PREVISTAS
                   ON SIZE ERROR MOVE ZEROS TO WS-CALC-MAXIMA
               END-COMPUTE
           END-IF

           MOVE SPACES TO WS-CALC-FAIXA
           MOVE SPACES TO WS-CALC-IRREC

           IF WS-CALC-PERC <WS-LIM-RISCO
               MOVE '1' TO WS-CALC-FAIXA
           ELSE
               IF WS-CALC-PERC <WS-LIM-ALERTA
                   MOVE '2' TO WS-CALC-FAIXA
               END-IF
           END-IF

           IF WS-CALC-MAXIMA <WS-LIM-RISCO
               MOVE 'S' TO WS-CALC-IRREC
           END-IF
           .
       P350-FIM.

       P370-ACUMULAR-CASO.

           IF WS-CALC-FAIXA NOT = SPACES
               IF WS-CALC-FAIXA = '1'
                   ADD 1 TO WS-CONT-RISCO
               ELSE
                   ADD 1 TO WS-CONT-ALERTA
               END-IF

               IF WS-QTD-CASOS <3000
                   ADD 1 TO WS-QTD-CASOS
                   MOVE EN-TURMA        TO WS-CAS-TURMA (WS-QTD-CASOS)
                   MOVE WS-CALC-FAIXA   TO WS-CAS-FAIXA (WS-QTD-CASOS)
                   MOVE EN-MATRICULA
                       TO WS-CAS-MATRICULA (WS-QTD-CASOS)
                   MOVE WS-CALC-ORDEM   TO WS-CAS-ORDEM (WS-QTD-CASOS)
                   MOVE WS-CALC-MATERIA
                       TO WS-CAS-MATERIA (WS-QTD-CASOS)
                   MOVE EN-NOME         TO WS-CAS-NOME (WS-QTD-CASOS)
                   MOVE WS-CALC-PERC    TO WS-CAS-PERC (WS-QTD-CASOS)
                   MOVE WS-CALC-MAXIMA
                       TO WS-CAS-MAXIMA (WS-QTD-CASOS)
                   MOVE WS-CALC-HORAS   TO WS-CAS-HORAS (WS-QTD-CASOS)
                   MOVE WS-CALC-FALTAS
                       TO WS-CAS-FALTAS (WS-QTD-CASOS)
                   MOVE WS-CALC-IRREC   TO WS-CAS-IRREC (WS-QTD-CASOS)
               ELSE
                   ADD 1 TO WS-QTD-EXCEDIDAS
               END-IF
           END-IF
           .
       P370-FIM.

       P380-ACUMULAR-ABANDONO.

           ADD 1 TO WS-CONT-ABANDONO

           IF WS-QTD-ABAND <500
               ADD 1 TO WS-QTD-ABAND
               MOVE EN-TURMA      TO WS-ABD-TURMA     (WS-QTD-ABAND)
               MOVE EN-MATRICULA  TO WS-ABD-MATRICULA (WS-QTD-ABAND)
               MOVE EN-NOME       TO WS-ABD-NOME      (WS-QTD-ABAND)
               MOVE WS-TOT-HORAS  TO WS-ABD-HORAS     (WS-QTD-ABAND)
               MOVE WS-TOT-FALTAS TO WS-ABD-FALTAS    (WS-QTD-ABAND)
               MOVE WS-CALC-PERC  TO WS-ABD-PERC      (WS-QTD-ABAND)
               MOVE WS-QTD-MAT    TO WS-ABD-QTD-MAT   (WS-QTD-ABAND)
               MOVE SPACES        TO WS-ABD-DATA-NOTIF (WS-QTD-ABAND)

               MOVE EN-MATRICULA  TO FN-MATRICULA
               MOVE WS-ANO-LETIVO TO FN-ANO-LETIVO
               MOVE WS-BIMESTRE   TO FN-BIMESTRE

               READ FICAI-NOTIFICACAO-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-ABD-SITUACAO (WS-QTD-ABAND)
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-NOTIFICADOS
                       MOVE 'J' TO WS-ABD-SITUACAO (WS-QTD-ABAND)
                       MOVE FN-DATA-NOTIFICACAO
                           TO WS-ABD-DATA-NOTIF (WS-QTD-ABAND)
               END-READ
           ELSE
               ADD 1 TO WS-QTD-EXCEDIDAS
           END-IF
           .
       P380-FIM.

       P400-ORDENAR-CASOS.

           PERFORM P410-SELECIONAR-POSICAO
               VARYING WS-ORD-I FROM 1 BY 1
               UNTIL WS-ORD-I >= WS-QTD-CASOS
           .
       P400-FIM.

       P410-SELECIONAR-POSICAO.

           MOVE WS-ORD-I TO WS-ORD-MENOR
           COMPUTE WS-ORD-J-INI = WS-ORD-I + 1

           PERFORM P420-COMPARAR-POSICAO
               VARYING WS-ORD-J FROM WS-ORD-J-INI BY 1
               UNTIL WS-ORD-J >WS-QTD-CASOS

           IF WS-ORD-MENOR NOT = WS-ORD-I
               MOVE WS-CAS-ENTRY (WS-ORD-I)     TO WS-CAS-TROCA
               MOVE WS-CAS-ENTRY (WS-ORD-MENOR)
                   TO WS-CAS-ENTRY (WS-ORD-I)
               MOVE WS-CAS-TROCA
                   TO WS-CAS-ENTRY (WS-ORD-MENOR)
           END-IF
           .
       P410-FIM.

       P420-COMPARAR-POSICAO.

           IF WS-CAS-CHAVE (WS-ORD-J) <WS-CAS-CHAVE (WS-ORD-MENOR)
               MOVE WS-ORD-J TO WS-ORD-MENOR
           END-IF
           .
       P420-FIM.

       P500-IMPRIMIR-RELATORIO.

             ACCEPT WS-DATA-IMPRESSAO FROM DATE YYYYMMDD

             MOVE SPACES TO PR-LINHA
             MOVE 'CFP - BUSCA ATIVA - ALERTA DE FREQUENCIA POR TURMA'
                 TO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE WS-ANO-LETIVO     TO WS-ED-ANO-LETIVO
             MOVE WS-BIMESTRE       TO WS-ED-BIMESTRE
             MOVE WS-SEM-DECORRIDAS TO WS-ED-SEMANA
             MOVE WS-SEM-BIMESTRE   TO WS-ED-SEMANAS

             MOVE SPACES TO PR-LINHA
             STRING 'Emitido em : ' WS-DATA-IMPRESSAO
                 '   Ano Letivo : ' WS-ED-ANO-LETIVO
                 '   Bimestre : ' WS-ED-BIMESTRE
                 '   Semana ' WS-ED-SEMANA ' de ' WS-ED-SEMANAS
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE SPACES TO PR-LINHA
             MOVE WS-LIM-RISCO TO WS-ED-LIMITE
             STRING 'Faixas : RISCO abaixo de ' WS-ED-LIMITE '%'
                 DELIMITED BY SIZE INTO PR-LINHA
             MOVE WS-LIM-ALERTA TO WS-ED-LIMITE
             STRING '   ALERTA abaixo de ' WS-ED-LIMITE '%'
                 DELIMITED BY SIZE INTO PR-LINHA (33:25)
             MOVE WS-LIM-ABANDONO TO WS-ED-LIMITE
             STRING '   ABANDONO ' WS-ED-LIMITE '%'
                 DELIMITED BY SIZE INTO PR-LINHA (58:20)
             WRITE PRINT-LINE-RECORD

             MOVE SPACES TO PR-LINHA
             MOVE ALL '-' TO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE SPACES TO PR-LINHA
             STRING '    Matricula  Nome              Materia'
                 '          Proj.% Max.% Faltas/Horas'
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE SPACES TO WS-TURMA-ANTERIOR
             MOVE SPACES TO WS-FAIXA-ANTERIOR

             PERFORM P550-IMPRIMIR-CASO
                 VARYING WS-IMP-IDX FROM 1 BY 1
                 UNTIL WS-IMP-IDX >WS-QTD-CASOS

             IF WS-QTD-CASOS = ZEROS
                 MOVE SPACES TO PR-LINHA
                 MOVE 'Nenhum aluno nas faixas de alerta ou risco.'
                     TO PR-LINHA
                 WRITE PRINT-LINE-RECORD
             END-IF

             PERFORM P600-IMPRIMIR-ABANDONO

             MOVE SPACES TO PR-LINHA
             MOVE ALL '-' TO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE WS-CONT-ATIVOS TO WS-ED-QTD
             MOVE SPACES TO PR-LINHA
             STRING 'Alunos ativos conferidos       : ' WS-ED-QTD
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE WS-CONT-SEM-FREQ TO WS-ED-QTD
             MOVE SPACES TO PR-LINHA
             STRING 'Alunos sem frequencia lancada  : ' WS-ED-QTD
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE WS-CONT-RISCO TO WS-ED-QTD
             MOVE SPACES TO PR-LINHA
             STRING 'Ocorrencias na faixa de RISCO  : ' WS-ED-QTD
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE WS-CONT-ALERTA TO WS-ED-QTD
             MOVE SPACES TO PR-LINHA
             STRING 'Ocorrencias na faixa de ALERTA : ' WS-ED-QTD
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE WS-CONT-ABANDONO TO WS-ED-QTD
             MOVE SPACES TO PR-LINHA
             STRING 'Possivel abandono              : ' WS-ED-QTD
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE WS-CONT-NOTIFICADOS TO WS-ED-QTD
             MOVE SPACES TO PR-LINHA
             STRING '  ja notificados no periodo    : ' WS-ED-QTD
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE WS-CONT-FICHAS TO WS-ED-QTD
             MOVE SPACES TO PR-LINHA
             STRING '  fichas FICAI emitidas agora  : ' WS-ED-QTD
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             IF WS-QTD-EXCEDIDAS >0
                 MOVE WS-QTD-EXCEDIDAS TO WS-ED-QTD
                 MOVE SPACES TO PR-LINHA
                 STRING 'ATENCAO: ' WS-ED-QTD
                     ' OCORRENCIA(S) ALEM DA TABELA OMITIDA(S)'
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

       P550-IMPRIMIR-CASO.

             IF WS-CAS-TURMA (WS-IMP-IDX) NOT = WS-TURMA-ANTERIOR
                 MOVE WS-CAS-TURMA (WS-IMP-IDX) TO WS-TURMA-ANTERIOR
                 MOVE SPACES TO WS-FAIXA-ANTERIOR
                 MOVE SPACES TO PR-LINHA
                 STRING 'Turma : ' WS-CAS-TURMA (WS-IMP-IDX)
                     DELIMITED BY SIZE INTO PR-LINHA
                 WRITE PRINT-LINE-RECORD
             END-IF

             IF WS-CAS-FAIXA (WS-IMP-IDX) NOT = WS-FAIXA-ANTERIOR
                 MOVE WS-CAS-FAIXA (WS-IMP-IDX) TO WS-FAIXA-ANTERIOR
                 MOVE SPACES TO PR-LINHA
                 IF CAS-RISCO (WS-IMP-IDX)
                     MOVE WS-LIM-RISCO TO WS-ED-LIMITE
                     STRING '  RISCO - projecao abaixo de '
                         WS-ED-LIMITE '%'
                         DELIMITED BY SIZE INTO PR-LINHA
                 ELSE
                     MOVE WS-LIM-ALERTA TO WS-ED-LIMITE
                     STRING '  ALERTA - projecao abaixo de '
                         WS-ED-LIMITE '%'
                         DELIMITED BY SIZE INTO PR-LINHA
                 END-IF
                 WRITE PRINT-LINE-RECORD
             END-IF

             MOVE WS-CAS-PERC (WS-IMP-IDX)   TO WS-ED-PERC
             MOVE WS-CAS-MAXIMA (WS-IMP-IDX) TO WS-ED-MAXIMA
             MOVE WS-CAS-FALTAS (WS-IMP-IDX) TO WS-ED-FALTAS
             MOVE WS-CAS-HORAS (WS-IMP-IDX)  TO WS-ED-HORAS

             IF WS-CAS-IRREC (WS-IMP-IDX) = 'S'
                 MOVE 'IRREC.' TO WS-ED-MARCA
             ELSE
                 MOVE SPACES TO WS-ED-MARCA
             END-IF

             MOVE SPACES TO PR-LINHA
             STRING '    ' WS-CAS-MATRICULA (WS-IMP-IDX) ' '
                 WS-CAS-NOME (WS-IMP-IDX) (1:17) ' '
                 WS-CAS-MATERIA (WS-IMP-IDX) (1:16) ' '
                 WS-ED-PERC ' ' WS-ED-MAXIMA ' '
                 WS-ED-FALTAS '/' WS-ED-HORAS ' '
                 WS-ED-MARCA
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD
             .
       P550-FIM.

       P600-IMPRIMIR-ABANDONO.

             MOVE SPACES TO PR-LINHA
             MOVE ALL '-' TO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE WS-LIM-ABANDONO TO WS-ED-LIMITE
             MOVE SPACES TO PR-LINHA
             STRING 'POSSIVEL ABANDONO - todas as materias e o geral'
                 ' abaixo de ' WS-ED-LIMITE '%'
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE SPACES TO PR-LINHA
             STRING 'Turma  Matricula  Nome                    '
                 '  Freq.% Situacao FICAI'
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             PERFORM P650-IMPRIMIR-CASO-ABANDONO
                 VARYING WS-IMP-IDX FROM 1 BY 1
                 UNTIL WS-IMP-IDX >WS-QTD-ABAND

             IF WS-QTD-ABAND = ZEROS
                 MOVE SPACES TO PR-LINHA
                 MOVE 'Nenhum caso de possivel abandono no periodo.'
                     TO PR-LINHA
                 WRITE PRINT-LINE-RECORD
             END-IF
             .
       P600-FIM.

       P650-IMPRIMIR-CASO-ABANDONO.

             MOVE WS-ABD-PERC (WS-IMP-IDX) TO WS-ED-PERC

             MOVE SPACES TO PR-LINHA
             IF ABD-JA-NOTIFICADO (WS-IMP-IDX)
                 STRING WS-ABD-TURMA (WS-IMP-IDX) ' '
                     WS-ABD-MATRICULA (WS-IMP-IDX) ' '
                     WS-ABD-NOME (WS-IMP-IDX) (1:25) ' '
                     WS-ED-PERC ' JA NOTIFICADO EM '
                     WS-ABD-DATA-NOTIF (WS-IMP-IDX)
                     DELIMITED BY SIZE INTO PR-LINHA
                 WRITE PRINT-LINE-RECORD
             ELSE
                 STRING WS-ABD-TURMA (WS-IMP-IDX) ' '
                     WS-ABD-MATRICULA (WS-IMP-IDX) ' '
                     WS-ABD-NOME (WS-IMP-IDX) (1:25) ' '
                     WS-ED-PERC ' CASO NOVO - FICHA EMITIDA'
                     DELIMITED BY SIZE INTO PR-LINHA
                 WRITE PRINT-LINE-RECORD
                 PERFORM P700-EMITIR-FICAI
             END-IF
             .
       P650-FIM.

       P700-EMITIR-FICAI.

             MOVE WS-ABD-PERC (WS-IMP-IDX)   TO WS-ED-PERC
             MOVE WS-ABD-HORAS (WS-IMP-IDX)  TO WS-ED-HORAS
             MOVE WS-ABD-FALTAS (WS-IMP-IDX) TO WS-ED-FALTAS

             MOVE SPACES TO FI-LINHA
             MOVE 'FICAI - FICHA DE COMUNICACAO DE ALUNO INFREQUENTE'
                 TO FI-LINHA
             WRITE FICHA-LINE-RECORD

             MOVE SPACES TO FI-LINHA
             MOVE 'Ao Conselho Tutelar' TO FI-LINHA
             WRITE FICHA-LINE-RECORD

             MOVE SPACES TO FI-LINHA
             STRING 'Escola : CENTRO DE FORMACAO PROFISSIONAL'
                 '   Data : ' WS-DATA-IMPRESSAO
                 DELIMITED BY SIZE INTO FI-LINHA
             WRITE FICHA-LINE-RECORD

             MOVE SPACES TO FI-LINHA
             MOVE ALL '-' TO FI-LINHA
             WRITE FICHA-LINE-RECORD

             MOVE SPACES TO FI-LINHA
             STRING 'Aluno     : ' WS-ABD-NOME (WS-IMP-IDX)
                 DELIMITED BY SIZE INTO FI-LINHA
             WRITE FICHA-LINE-RECORD

             MOVE SPACES TO FI-LINHA
             STRING 'Matricula : ' WS-ABD-MATRICULA (WS-IMP-IDX)
                 '   Turma : ' WS-ABD-TURMA (WS-IMP-IDX)
                 '   Ano Letivo : ' WS-ED-ANO-LETIVO
                 '   Bimestre : ' WS-ED-BIMESTRE
                 DELIMITED BY SIZE INTO FI-LINHA
             WRITE FICHA-LINE-RECORD

             MOVE SPACES TO FI-LINHA
             STRING 'Aulas no periodo : ' WS-ED-HORAS
                 '   Faltas : ' WS-ED-FALTAS
                 '   Frequencia : ' WS-ED-PERC '%'
                 DELIMITED BY SIZE INTO FI-LINHA
             WRITE FICHA-LINE-RECORD

             MOVE SPACES TO FI-LINHA
             STRING 'Ate a semana ' WS-ED-SEMANA ' de ' WS-ED-SEMANAS
                 ' do bimestre o aluno faltou em todas as materias'
                 DELIMITED BY SIZE INTO FI-LINHA
             WRITE FICHA-LINE-RECORD

             MOVE SPACES TO FI-LINHA
             MOVE 'acima do limite, caracterizando possivel abandono.'
                 TO FI-LINHA
             WRITE FICHA-LINE-RECORD

             MOVE SPACES TO FI-LINHA
             WRITE FICHA-LINE-RECORD

             MOVE SPACES TO FI-LINHA
             MOVE 'Responsaveis no cadastro da escola :' TO FI-LINHA
             WRITE FICHA-LINE-RECORD

             MOVE ZEROS TO WS-RESP-IMPRESSOS
             IF ARQUIVO-RESP-ABERTO
                 PERFORM P720-LOCALIZAR-RESPONSAVEIS
             END-IF

             IF WS-RESP-IMPRESSOS = ZEROS
                 MOVE SPACES TO FI-LINHA
                 MOVE '  NENHUM RESPONSAVEL CADASTRADO' TO FI-LINHA
                 WRITE FICHA-LINE-RECORD
             END-IF

             MOVE SPACES TO FI-LINHA
             WRITE FICHA-LINE-RECORD

             MOVE SPACES TO FI-LINHA
             MOVE 'Providencias ja tomadas pela escola : ____________'
                 TO FI-LINHA
             WRITE FICHA-LINE-RECORD

             MOVE SPACES TO FI-LINHA
             MOVE '__________________________________________________'
                 TO FI-LINHA
             WRITE FICHA-LINE-RECORD

             MOVE SPACES TO FI-LINHA
             WRITE FICHA-LINE-RECORD

             MOVE SPACES TO FI-LINHA
             MOVE 'Direcao Escolar    : ____________________________'
                 TO FI-LINHA
             WRITE FICHA-LINE-RECORD

             MOVE SPACES TO FI-LINHA
             MOVE 'Conselho Tutelar   : ____________________________'
                 TO FI-LINHA
             WRITE FICHA-LINE-RECORD

             MOVE SPACES TO FI-LINHA
             MOVE ALL '=' TO FI-LINHA
             WRITE FICHA-LINE-RECORD

             INITIALIZE FICAI-NOTIFICACAO-RECORD
             MOVE WS-ABD-MATRICULA (WS-IMP-IDX) TO FN-MATRICULA
             MOVE WS-ANO-LETIVO                 TO FN-ANO-LETIVO
             MOVE WS-BIMESTRE                   TO FN-BIMESTRE
             MOVE WS-ABD-NOME (WS-IMP-IDX)      TO FN-NOME
             MOVE WS-ABD-TURMA (WS-IMP-IDX)     TO FN-TURMA
             MOVE WS-DATA-IMPRESSAO             TO FN-DATA-NOTIFICACAO
             MOVE WS-OPERADOR                   TO FN-OPERADOR
             MOVE WS-ABD-HORAS (WS-IMP-IDX)     TO FN-HORAS-LECIONADAS
             MOVE WS-ABD-FALTAS (WS-IMP-IDX)    TO FN-FALTAS
             MOVE WS-ABD-PERC (WS-IMP-IDX)      TO FN-PERC-FREQUENCIA

             WRITE FICAI-NOTIFICACAO-RECORD
                 INVALID KEY
                     DISPLAY '* NOTIFICACAO JA GRAVADA PARA '
                         FN-MATRICULA ' *'
                 NOT INVALID KEY
                     ADD 1 TO WS-CONT-FICHAS
             END-WRITE
             .
       P700-FIM.

       P720-LOCALIZAR-RESPONSAVEIS.

           MOVE 'N'                           TO WS-EOF-RESP
           MOVE WS-ABD-MATRICULA (WS-IMP-IDX) TO RS-MATRICULA
           MOVE ZEROS                         TO RS-SEQUENCIA

           START RESPONSAVEL-FILE KEY IS NOT LESS THAN RS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-RESP
           END-START

           PERFORM P730-LER-RESPONSAVEL UNTIL FIM-RESPONSAVEIS
           .
       P720-FIM.

       P730-LER-RESPONSAVEL.

           READ RESPONSAVEL-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-RESP
           END-READ

           IF NOT FIM-RESPONSAVEIS
               IF RS-MATRICULA = WS-ABD-MATRICULA (WS-IMP-IDX)
                   ADD 1 TO WS-RESP-IMPRESSOS

                   MOVE SPACES TO FI-LINHA
                   STRING '  ' RS-NOME ' (' RS-PARENTESCO ')'
                       DELIMITED BY SIZE INTO FI-LINHA
                   WRITE FICHA-LINE-RECORD

                   MOVE SPACES TO FI-LINHA
                   STRING '    ' RS-LOGRADOURO ' - ' RS-BAIRRO
                       DELIMITED BY SIZE INTO FI-LINHA
                   WRITE FICHA-LINE-RECORD

                   MOVE SPACES TO FI-LINHA
                   STRING '    ' RS-CIDADE ' ' RS-UF ' ' RS-CEP
                       '  Tel.: ' RS-TELEFONE
                       DELIMITED BY SIZE INTO FI-LINHA
                   WRITE FICHA-LINE-RECORD
               ELSE
                   MOVE 'S' TO WS-EOF-RESP
               END-IF
           END-IF
           .
       P730-FIM.

       P999-FINAL.
             CLOSE ENROLLMENT-FILE
             CLOSE FREQUENCIA-FILE
             CLOSE FICAI-NOTIFICACAO-FILE
             IF ARQUIVO-RESP-ABERTO
                 CLOSE RESPONSAVEL-FILE
             END-IF
             CLOSE PRINT-REPORT-FILE
             CLOSE FICHA-REPORT-FILE

             DISPLAY '*** FIM DA BUSCA ATIVA ***'
             DISPLAY 'Alunos no cadastro         : ' WS-CONT-ALUNOS
             DISPLAY 'Alunos ativos conferidos   : ' WS-CONT-ATIVOS
             DISPLAY 'Alunos sem frequencia      : ' WS-CONT-SEM-FREQ
             DISPLAY 'Ocorrencias em RISCO       : ' WS-CONT-RISCO
             DISPLAY 'Ocorrencias em ALERTA      : ' WS-CONT-ALERTA
             DISPLAY 'Possivel abandono          : ' WS-CONT-ABANDONO
             DISPLAY '  ja notificados           : '
                 WS-CONT-NOTIFICADOS
             DISPLAY '  fichas FICAI emitidas    : ' WS-CONT-FICHAS
             DISPLAY 'Relatorio em BUSCA-ATIVA.PRT, fichas em FICAI.PRT'

             IF WS-CONT-RISCO >0 OR WS-CONT-ALERTA >0
                 OR WS-CONT-ABANDONO >0 OR WS-QTD-EXCEDIDAS >0
                 MOVE 4 TO RETURN-CODE
             END-IF

            STOP RUN.

       END PROGRAM BoletimBuscaAtivaCOBOL.
