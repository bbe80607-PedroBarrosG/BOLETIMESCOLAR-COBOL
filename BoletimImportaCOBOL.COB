      ******************************************************************
      * Author:Pedro Barros
      * Date:10/10/2026
      * Purpose:Importar a planilha de notas entregue pelo professor
      *         (um arquivo delimitado por ponto-e-virgula por
      *         professor, turma e materia, PLANIN) para a entrada do
      *         lote de turma (TURMA-ENTRADA, TURMAIN, layout
      *         TURMAREC), em vez da secretaria redigitar as notas.
      *         Linhas da planilha (a primeira coluna diz o tipo):
      *           H;professor;turma;materia;ano letivo;bimestre
      *           D;matricula;nota1;nota2;nota3;nota4;f1;f2;f3;f4
      *           T;quantidade de linhas D;soma de todas as notas
      *         Notas com virgula decimal (7,5); marca de falta S ou
      *         N (em branco = N); nota em branco so com falta (vale
      *         zero). Linha de outro tipo (titulo de coluna) e
      *         ignorada. Cada aluno e conferido como na pre-critica
      *         (cadastro de matriculas, repeticao, faixa da nota,
      *         zero sem falta); aluno recusado nao vai para a
      *         entrada. A planilha inteira e recusada, sem gravar
      *         nada, se o cabecalho for invalido, se o trailer nao
      *         conferir com a quantidade de alunos e a soma das notas
      *         ou se a turma/materia ja estiver na entrada. Imprime o
      *         comprovante de entrega (COMPROVANTE-ENTREGA.PRT) com
      *         todos os alunos da planilha, para o professor conferir
      *         e assinar antes da pre-critica e do lote.
      * Tectonics: cobc
      * Sistema: CFP
      * Linguagem: COBOL
      * Analista do Sistema: Andre Costa
      ******************************************************************
      * Historico de alteracoes:
      * 10/10/2026 PB - Criacao.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BoletimImportaCOBOL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANILHA-FILE ASSIGN TO PLANIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLAN.

           SELECT TURMA-ENTRADA-FILE ASSIGN TO TURMAIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TURMA.

           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLLMENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-MATRICULA
               FILE STATUS IS WS-FS-ENROLL.

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

           SELECT PRINT-REPORT-FILE
               ASSIGN TO "COMPROVANTE-ENTREGA.PRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PRINT.

       DATA DIVISION.
       FILE SECTION.
       FD  PLANILHA-FILE.
       01  PLANILHA-RECORD.
           05  PL-LINHA                PIC X(200).

       FD  TURMA-ENTRADA-FILE.
           COPY TURMAREC.

       FD  ENROLLMENT-FILE.
           COPY ENROLLREC.

       FD  TURMA-CADASTRO-FILE.
           COPY TURMACAD.

       FD  MATERIA-CADASTRO-FILE.
           COPY MATCAD.

       FD  PRINT-REPORT-FILE.
           COPY PRINTREC.

       WORKING-STORAGE SECTION.

       COPY AUTPARM.

       COPY RUNPARM.

       77  WS-OPERADOR         PIC X(20)       VALUE SPACES.
       77  WS-FS-PLAN          PIC X(02)       VALUE '00'.
       77  WS-FS-TURMA         PIC X(02)       VALUE '00'.
       77  WS-FS-ENROLL        PIC X(02)       VALUE '00'.
       77  WS-FS-TURCAD        PIC X(02)       VALUE '00'.
       77  WS-FS-MATCAD        PIC X(02)       VALUE '00'.
       77  WS-FS-PRINT         PIC X(02)       VALUE '00'.

       77  WS-ARQ-TURCAD-SIT   PIC X(01)       VALUE 'N'.
           88  ARQUIVO-TURCAD-ABERTO           VALUE 'S'.

       77  WS-ARQ-MATCAD-SIT   PIC X(01)       VALUE 'N'.
           88  ARQUIVO-MATCAD-ABERTO          VALUE 'S'.

       77  WS-DATA-IMPRESSAO   PIC X(08)       VALUE SPACES.
       77  WS-CONFIRMA         PIC X(01)       VALUE SPACES.

       77  WS-EOF-PLAN         PIC X(01)       VALUE 'N'.
           88  FIM-PLANILHA                    VALUE 'S'.

       77  WS-EOF-TURMA        PIC X(01)       VALUE 'N'.
           88  FIM-TURMA                       VALUE 'S'.

       77  WS-PLAN-SIT         PIC X(01)       VALUE 'S'.
           88  PLANILHA-ACEITA                 VALUE 'S'.
       77  WS-PLAN-MOTIVO      PIC X(40)       VALUE SPACES.
       77  WS-MOTIVO-NOVO      PIC X(40)       VALUE SPACES.

       77  WS-CAB-SIT          PIC X(01)       VALUE 'N'.
           88  CABECALHO-LIDO                  VALUE 'S'.

       77  WS-TRL-SIT          PIC X(01)       VALUE 'N'.
           88  TRAILER-LIDO                    VALUE 'S'.

       77  WS-ENTRADA-SIT      PIC X(01)       VALUE 'N'.
           88  ENTRADA-NOVA                    VALUE 'S'.

       77  WS-JA-IMPORTADA     PIC X(01)       VALUE 'N'.
           88  PLANILHA-JA-IMPORTADA           VALUE 'S'.

       77  WS-DUP-SIT          PIC X(01)       VALUE 'N'.
           88  MATRICULA-REPETIDA              VALUE 'S'.

       77  WS-APLICACAO        PIC X(01)       VALUE 'N'.

       77  WS-CONT-LINHAS      PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-IGNORADAS   PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-DETALHES    PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-ACEITOS     PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-RECUSADOS   PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-GRAVADOS    PIC 9(06)       VALUE ZEROS.

       77  WS-QTD-ALUNOS       PIC 9(04)       VALUE ZEROS.
       77  WS-IDX              PIC 9(04)       VALUE ZEROS.
       77  WS-NOTA-IDX         PIC 9(01)       VALUE ZEROS.

       77  WS-SOMA-CALCULADA   PIC 9(07)V99    VALUE ZEROS.
       77  WS-SOMA-INFORMADA   PIC 9(07)V99    VALUE ZEROS.
       77  WS-QTD-INFORMADA    PIC 9(07)       VALUE ZEROS.

       77  WS-RUN-ID           PIC 9(08)       VALUE ZEROS.
       77  WS-RUN-ANO          PIC 9(04)       VALUE ZEROS.
       77  WS-RUN-BIMESTRE     PIC 9(01)       VALUE ZEROS.
       77  WS-ULT-IMPO-ID      PIC 9(08)       VALUE ZEROS.
       77  WS-LOTE-RUN-ID      PIC 9(08)       VALUE ZEROS.
       77  WS-PREREQ-SIT       PIC X(01)       VALUE 'S'.
           88  PRE-REQUISITO-OK                VALUE 'S'.
       77  WS-PREREQ-MOTIVO    PIC X(40)       VALUE SPACES.

       77  WS-NUM-TXT          PIC X(12)       VALUE SPACES.
       77  WS-NUM-CAR          PIC X(01)       VALUE SPACES.
       77  WS-NUM-DIG          PIC 9(01)       VALUE ZEROS.
       77  WS-NUM-POS          PIC 9(02)       VALUE ZEROS.
       77  WS-NUM-TAM-INT      PIC 9(02)       VALUE ZEROS.
       77  WS-NUM-TAM-DEC      PIC 9(02)       VALUE ZEROS.
       77  WS-NUM-INTEIRO      PIC 9(07)       VALUE ZEROS.
       77  WS-NUM-CENT         PIC 9(02)       VALUE ZEROS.
       77  WS-NUM-VALOR        PIC 9(07)V99    VALUE ZEROS.
       77  WS-NUM-FASE         PIC X(01)       VALUE 'I'.
           88  NUM-FASE-INTEIRO                VALUE 'I'.
           88  NUM-FASE-DECIMAL                VALUE 'D'.
           88  NUM-FASE-FIM                    VALUE 'F'.
       77  WS-NUM-SIT          PIC X(01)       VALUE 'S'.
           88  NUMERO-VALIDO                   VALUE 'S'.
           88  NUMERO-EM-BRANCO                VALUE 'B'.
           88  NUMERO-INVALIDO                 VALUE 'N'.

       77  WS-ED-QTD           PIC ZZZZZ9.
       77  WS-ED-LINHA         PIC ZZZZ9.
       77  WS-ED-SOMA          PIC ZZZZZZ9,99.

       01  WS-CSV-TIPO             PIC X(03).

       01  WS-CSV-CABECALHO.
           05  WS-CAB-TIPO         PIC X(03).
           05  WS-CAB-PROFESSOR    PIC X(40).
           05  WS-CAB-TURMA        PIC X(06).
           05  WS-CAB-MATERIA      PIC X(25).
           05  WS-CAB-ANO          PIC X(04).
           05  WS-CAB-BIMESTRE     PIC X(01).

       01  WS-CSV-DETALHE.
           05  WS-DET-TIPO         PIC X(03).
           05  WS-DET-MATRICULA    PIC X(10).
           05  WS-DET-NOTA-TXT     PIC X(12) OCCURS 4 TIMES.
           05  WS-DET-FALTA-TXT    PIC X(03) OCCURS 4 TIMES.

       01  WS-CSV-TRAILER.
           05  WS-TRL-TIPO         PIC X(03).
           05  WS-TRL-QTD-TXT      PIC X(12).
           05  WS-TRL-SOMA-TXT     PIC X(12).

       01  WS-ED-NOTAS.
           05  WS-ED-NOTA          PIC Z9,99 OCCURS 4 TIMES.

       01  WS-ALU-TAB.
           05  WS-ALU-ENTRY OCCURS 500 TIMES.
               10  WS-ALU-LINHA         PIC 9(06).
               10  WS-ALU-MATRICULA     PIC X(10).
               10  WS-ALU-NOME          PIC X(40).
               10  WS-ALU-NOTA          PIC 9(2)V99 OCCURS 4 TIMES.
               10  WS-ALU-FALTA         PIC X(01) OCCURS 4 TIMES.
               10  WS-ALU-SIT           PIC X(01).
                   88  ALUNO-ACEITO               VALUE 'A'.
               10  WS-ALU-MOTIVO        PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       P001-START.
              PERFORM P010-VERIFICAR-AUTORIZACAO
              PERFORM P050-ABRIR-ARQUIVOS
              PERFORM P060-REGISTRAR-INICIO
              PERFORM P100-LER-PLANILHA
              PERFORM P200-PROCESSAR-LINHA
                  UNTIL FIM-PLANILHA
              PERFORM P500-CONFERIR-PLANILHA
              PERFORM P700-IMPRIMIR-COMPROVANTE
              PERFORM P999-FINAL
            .

       P010-VERIFICAR-AUTORIZACAO.

           ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER"

           MOVE WS-OPERADOR  TO WS-A-OPERADOR
           MOVE 'LANCAMENTO' TO WS-A-FUNCAO

           CALL 'BoletimAutorizaCOBOL' USING OPERADOR-AUT-PARMS
           END-CALL

           IF NOT OPERACAO-AUTORIZADA
               DISPLAY '*******************************************'
               DISPLAY '* OPERADOR SEM PERFIL DE LANCAMENTO -'
               DISPLAY '* IMPORTACAO BLOQUEADA E REGISTRADA *'
               DISPLAY '*******************************************'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       P010-FIM.

       P050-ABRIR-ARQUIVOS.

           OPEN INPUT PLANILHA-FILE
           IF WS-FS-PLAN NOT = '00'
               DISPLAY '***************************************'
               DISPLAY '* PLANILHA DO PROFESSOR NAO ENCONTRADA *'
               DISPLAY '***************************************'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ENROLLMENT-FILE
           IF WS-FS-ENROLL NOT = '00'
               DISPLAY '***************************************'
               DISPLAY '* ENROLLMENT.DAT NAO ENCONTRADO *'
               DISPLAY '***************************************'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT TURMA-CADASTRO-FILE
           IF WS-FS-TURCAD = '00' OR WS-FS-TURCAD = '05'
               MOVE 'S' TO WS-ARQ-TURCAD-SIT
           ELSE
               DISPLAY 'TURMA-CADASTRO.DAT indisponivel - turma do'
               DISPLAY 'cabecalho nao sera criticada.'
           END-IF

           OPEN INPUT MATERIA-CADASTRO-FILE
           IF WS-FS-MATCAD = '00' OR WS-FS-MATCAD = '05'
               MOVE 'S' TO WS-ARQ-MATCAD-SIT
           ELSE
               DISPLAY 'MATERIA-CADASTRO.DAT indisponivel - materia'
               DISPLAY 'do cabecalho nao sera criticada.'
           END-IF

           OPEN OUTPUT PRINT-REPORT-FILE
           IF WS-FS-PRINT NOT = '00'
               DISPLAY '***************************************'
               DISPLAY '* ERRO AO ABRIR COMPROVANTE-ENTREGA *'
               DISPLAY '***************************************'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       P050-FIM.

       P060-REGISTRAR-INICIO.

      * Lote interrompido ainda le a entrada atual na retomada pelo
      * checkpoint: nada entra nela antes de o lote terminar.
           MOVE 'S' TO WS-PREREQ-SIT

           INITIALIZE EXECUCAO-PARMS
           MOVE 'U'        TO WS-R-FUNCAO
           MOVE 'BOLTURMA' TO WS-R-PROGRAMA

           CALL 'BoletimExecucaoCOBOL' USING EXECUCAO-PARMS
           END-CALL

           IF EXECUCAO-ACHADA AND EXECUCAO-EM-CURSO
               MOVE 'N' TO WS-PREREQ-SIT
               MOVE 'LOTE DE TURMA EM CURSO OU INTERROMPIDO'
                   TO WS-PREREQ-MOTIVO
           END-IF

           INITIALIZE EXECUCAO-PARMS
           MOVE 'I'          TO WS-R-FUNCAO
           MOVE 'BOLIMPO'    TO WS-R-PROGRAMA
           MOVE WS-OPERADOR  TO WS-R-OPERADOR

           CALL 'BoletimExecucaoCOBOL' USING EXECUCAO-PARMS
           END-CALL

           MOVE WS-R-RUN-ID TO WS-RUN-ID

           IF NOT PRE-REQUISITO-OK
               DISPLAY '*******************************************'
               DISPLAY '* IMPORTACAO BLOQUEADA - ' WS-PREREQ-MOTIVO
               DISPLAY '* RETOMAR O LOTE (BOLTURMA) ANTES *'
               DISPLAY '*******************************************'
               MOVE 8 TO RETURN-CODE
               PERFORM P990-REGISTRAR-FIM
               STOP RUN
           END-IF
           .
       P060-FIM.

       P100-LER-PLANILHA.

           READ PLANILHA-FILE
               AT END
                   MOVE 'S' TO WS-EOF-PLAN
               NOT AT END
                   ADD 1 TO WS-CONT-LINHAS
      * Planilha salva no Windows traz o CR no fim da linha.
                   INSPECT PL-LINHA REPLACING ALL X'0D' BY SPACE
           END-READ
           .
       P100-FIM.

       P200-PROCESSAR-LINHA.

           IF PL-LINHA NOT = SPACES
               MOVE SPACES TO WS-CSV-TIPO
               UNSTRING PL-LINHA DELIMITED BY ';'
                   INTO WS-CSV-TIPO
               END-UNSTRING
               INSPECT WS-CSV-TIPO CONVERTING 'hdt' TO 'HDT'

               EVALUATE WS-CSV-TIPO

                   WHEN 'H'
                   IF CABECALHO-LIDO
                       MOVE 'MAIS DE UM CABECALHO NA PLANILHA'
                           TO WS-MOTIVO-NOVO
                       PERFORM P450-RECUSAR-PLANILHA
                   ELSE
                       PERFORM P250-TRATAR-CABECALHO
                   END-IF

                   WHEN 'D'
                   IF NOT CABECALHO-LIDO
                       MOVE 'ALUNO ANTES DO CABECALHO DA PLANILHA'
                           TO WS-MOTIVO-NOVO
                       PERFORM P450-RECUSAR-PLANILHA
                   END-IF
                   IF TRAILER-LIDO
                       MOVE 'ALUNO DEPOIS DO TRAILER DA PLANILHA'
                           TO WS-MOTIVO-NOVO
                       PERFORM P450-RECUSAR-PLANILHA
                   END-IF
                   PERFORM P300-TRATAR-ALUNO

                   WHEN 'T'
                   IF TRAILER-LIDO
                       MOVE 'MAIS DE UM TRAILER NA PLANILHA'
                           TO WS-MOTIVO-NOVO
                       PERFORM P450-RECUSAR-PLANILHA
                   ELSE
                       PERFORM P400-TRATAR-TRAILER
                   END-IF

                   WHEN OTHER
                   ADD 1 TO WS-CONT-IGNORADAS

               END-EVALUATE
           END-IF

           PERFORM P100-LER-PLANILHA
           .
       P200-FIM.

       P250-TRATAR-CABECALHO.

           MOVE 'S' TO WS-CAB-SIT
           MOVE SPACES TO WS-CSV-CABECALHO

           UNSTRING PL-LINHA DELIMITED BY ';'
               INTO WS-CAB-TIPO
                    WS-CAB-PROFESSOR
                    WS-CAB-TURMA
                    WS-CAB-MATERIA
                    WS-CAB-ANO
                    WS-CAB-BIMESTRE
           END-UNSTRING

           IF WS-CAB-ANO IS NUMERIC
               MOVE WS-CAB-ANO TO WS-RUN-ANO
           END-IF
           IF WS-CAB-BIMESTRE IS NUMERIC
               MOVE WS-CAB-BIMESTRE TO WS-RUN-BIMESTRE
           END-IF

           IF WS-CAB-PROFESSOR = SPACES
               MOVE 'PROFESSOR NAO INFORMADO NO CABECALHO'
                   TO WS-MOTIVO-NOVO
               PERFORM P450-RECUSAR-PLANILHA
           END-IF

           IF WS-RUN-ANO = ZEROS
               MOVE 'ANO LETIVO INVALIDO NO CABECALHO'
                   TO WS-MOTIVO-NOVO
               PERFORM P450-RECUSAR-PLANILHA
           END-IF

           IF WS-RUN-BIMESTRE <1 OR WS-RUN-BIMESTRE >4
               MOVE 'BIMESTRE INVALIDO NO CABECALHO'
                   TO WS-MOTIVO-NOVO
               PERFORM P450-RECUSAR-PLANILHA
           END-IF

           IF WS-CAB-TURMA = SPACES
               MOVE 'TURMA NAO INFORMADA NO CABECALHO'
                   TO WS-MOTIVO-NOVO
               PERFORM P450-RECUSAR-PLANILHA
           ELSE
               IF ARQUIVO-TURCAD-ABERTO
                   MOVE WS-CAB-TURMA TO TC-CODIGO
                   READ TURMA-CADASTRO-FILE
                       INVALID KEY
                           MOVE 'TURMA FORA DO CADASTRO DE TURMAS'
                               TO WS-MOTIVO-NOVO
                           PERFORM P450-RECUSAR-PLANILHA
                   END-READ
               END-IF
           END-IF

           IF WS-CAB-MATERIA = SPACES
               MOVE 'MATERIA NAO INFORMADA NO CABECALHO'
                   TO WS-MOTIVO-NOVO
               PERFORM P450-RECUSAR-PLANILHA
           ELSE
               IF ARQUIVO-MATCAD-ABERTO
                   MOVE WS-CAB-MATERIA TO MC-MATERIA
                   READ MATERIA-CADASTRO-FILE
                       INVALID KEY
                           MOVE 'MATERIA FORA DO CADASTRO DE MATERIAS'
                               TO WS-MOTIVO-NOVO
                           PERFORM P450-RECUSAR-PLANILHA
                   END-READ
               END-IF
           END-IF
           .
       P250-FIM.

       P300-TRATAR-ALUNO.

           ADD 1 TO WS-CONT-DETALHES
           MOVE SPACES TO WS-CSV-DETALHE

           UNSTRING PL-LINHA DELIMITED BY ';'
               INTO WS-DET-TIPO
                    WS-DET-MATRICULA
                    WS-DET-NOTA-TXT (1)
                    WS-DET-NOTA-TXT (2)
                    WS-DET-NOTA-TXT (3)
                    WS-DET-NOTA-TXT (4)
                    WS-DET-FALTA-TXT (1)
                    WS-DET-FALTA-TXT (2)
                    WS-DET-FALTA-TXT (3)
                    WS-DET-FALTA-TXT (4)
           END-UNSTRING

           IF WS-QTD-ALUNOS <500
               ADD 1 TO WS-QTD-ALUNOS
               MOVE WS-QTD-ALUNOS TO WS-IDX
               MOVE WS-CONT-LINHAS   TO WS-ALU-LINHA (WS-IDX)
               MOVE WS-DET-MATRICULA TO WS-ALU-MATRICULA (WS-IDX)
               MOVE SPACES           TO WS-ALU-NOME (WS-IDX)
               MOVE 'A'              TO WS-ALU-SIT (WS-IDX)
               MOVE SPACES           TO WS-ALU-MOTIVO (WS-IDX)

               PERFORM P360-CONFERIR-NOTA
                   VARYING WS-NOTA-IDX FROM 1 BY 1
                   UNTIL WS-NOTA-IDX >4

               PERFORM P320-BUSCAR-ALUNO
               PERFORM P340-VERIFICAR-REPETIDA

               IF ALUNO-ACEITO (WS-QTD-ALUNOS)
                   ADD 1 TO WS-CONT-ACEITOS
               ELSE
                   ADD 1 TO WS-CONT-RECUSADOS
               END-IF
           ELSE
               MOVE 'MAIS DE 500 ALUNOS NA PLANILHA'
                   TO WS-MOTIVO-NOVO
               PERFORM P450-RECUSAR-PLANILHA
           END-IF
           .
       P300-FIM.

       P320-BUSCAR-ALUNO.

           MOVE WS-DET-MATRICULA TO EN-MATRICULA

           READ ENROLLMENT-FILE
               INVALID KEY
                   IF ALUNO-ACEITO (WS-IDX)
                       MOVE 'R' TO WS-ALU-SIT (WS-IDX)
                       MOVE 'MATRICULA FORA DO CADASTRO'
                           TO WS-ALU-MOTIVO (WS-IDX)
                   END-IF
               NOT INVALID KEY
                   MOVE EN-NOME TO WS-ALU-NOME (WS-IDX)
                   IF NOT EN-MATRICULA-ATIVA
                      AND ALUNO-ACEITO (WS-IDX)
                       MOVE 'R' TO WS-ALU-SIT (WS-IDX)
                       MOVE SPACES TO WS-ALU-MOTIVO (WS-IDX)
                       STRING 'MATRICULA ' EN-STATUS
                           DELIMITED BY SIZE
                           INTO WS-ALU-MOTIVO (WS-IDX)
                   END-IF
           END-READ
           .
       P320-FIM.

       P340-VERIFICAR-REPETIDA.

           MOVE 'N' TO WS-DUP-SIT

           PERFORM P345-COMPARAR-MATRICULA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX >= WS-QTD-ALUNOS
                   OR MATRICULA-REPETIDA

           MOVE WS-QTD-ALUNOS TO WS-IDX

           IF MATRICULA-REPETIDA AND ALUNO-ACEITO (WS-IDX)
               MOVE 'R' TO WS-ALU-SIT (WS-IDX)
               MOVE 'MATRICULA REPETIDA NA PLANILHA'
                   TO WS-ALU-MOTIVO (WS-IDX)
           END-IF
           .
       P340-FIM.

       P345-COMPARAR-MATRICULA.

           IF WS-ALU-MATRICULA (WS-IDX) = WS-DET-MATRICULA
               MOVE 'S' TO WS-DUP-SIT
           END-IF
           .
       P345-FIM.

       P360-CONFERIR-NOTA.

           EVALUATE WS-DET-FALTA-TXT (WS-NOTA-IDX) (1:1)
               WHEN 'S'
               WHEN 's'
               MOVE 'S' TO WS-ALU-FALTA (WS-IDX WS-NOTA-IDX)
               WHEN 'N'
               WHEN 'n'
               WHEN SPACE
               MOVE 'N' TO WS-ALU-FALTA (WS-IDX WS-NOTA-IDX)
               WHEN OTHER
               MOVE 'N' TO WS-ALU-FALTA (WS-IDX WS-NOTA-IDX)
               IF ALUNO-ACEITO (WS-IDX)
                   MOVE 'R' TO WS-ALU-SIT (WS-IDX)
                   MOVE 'MARCA DE FALTA INVALIDA'
                       TO WS-ALU-MOTIVO (WS-IDX)
               END-IF
           END-EVALUATE

           MOVE WS-DET-NOTA-TXT (WS-NOTA-IDX) TO WS-NUM-TXT
           PERFORM P800-CONVERTER-NUMERO

           MOVE ZEROS TO WS-ALU-NOTA (WS-IDX WS-NOTA-IDX)

           EVALUATE TRUE

               WHEN NUMERO-INVALIDO
               IF ALUNO-ACEITO (WS-IDX)
                   MOVE 'R' TO WS-ALU-SIT (WS-IDX)
                   MOVE 'NOTA ILEGIVEL' TO WS-ALU-MOTIVO (WS-IDX)
               END-IF

               WHEN NUMERO-EM-BRANCO
               IF WS-ALU-FALTA (WS-IDX WS-NOTA-IDX) NOT = 'S'
                  AND ALUNO-ACEITO (WS-IDX)
                   MOVE 'R' TO WS-ALU-SIT (WS-IDX)
                   MOVE 'NOTA EM BRANCO SEM FALTA'
                       TO WS-ALU-MOTIVO (WS-IDX)
               END-IF

               WHEN WS-NUM-VALOR >10
               ADD WS-NUM-VALOR TO WS-SOMA-CALCULADA
               IF ALUNO-ACEITO (WS-IDX)
                   MOVE 'R' TO WS-ALU-SIT (WS-IDX)
                   MOVE 'NOTA FORA DA FAIXA 0 A 10'
                       TO WS-ALU-MOTIVO (WS-IDX)
               END-IF

               WHEN OTHER
               ADD WS-NUM-VALOR  TO WS-SOMA-CALCULADA
               MOVE WS-NUM-VALOR TO WS-ALU-NOTA (WS-IDX WS-NOTA-IDX)
               IF WS-NUM-VALOR = ZEROS
                  AND WS-ALU-FALTA (WS-IDX WS-NOTA-IDX) NOT = 'S'
                  AND ALUNO-ACEITO (WS-IDX)
                   MOVE 'R' TO WS-ALU-SIT (WS-IDX)
                   MOVE 'NOTA ZERO SEM MARCA DE FALTA'
                       TO WS-ALU-MOTIVO (WS-IDX)
               END-IF

           END-EVALUATE
           .
       P360-FIM.

       P400-TRATAR-TRAILER.

           MOVE 'S' TO WS-TRL-SIT
           MOVE SPACES TO WS-CSV-TRAILER

           UNSTRING PL-LINHA DELIMITED BY ';'
               INTO WS-TRL-TIPO
                    WS-TRL-QTD-TXT
                    WS-TRL-SOMA-TXT
           END-UNSTRING

           MOVE WS-TRL-QTD-TXT TO WS-NUM-TXT
           PERFORM P800-CONVERTER-NUMERO
           IF NUMERO-VALIDO AND WS-NUM-TAM-DEC = ZEROS
               MOVE WS-NUM-INTEIRO TO WS-QTD-INFORMADA
           ELSE
               MOVE 'QUANTIDADE DO TRAILER ILEGIVEL'
                   TO WS-MOTIVO-NOVO
               PERFORM P450-RECUSAR-PLANILHA
           END-IF

           MOVE WS-TRL-SOMA-TXT TO WS-NUM-TXT
           PERFORM P800-CONVERTER-NUMERO
           IF NUMERO-VALIDO
               MOVE WS-NUM-VALOR TO WS-SOMA-INFORMADA
           ELSE
               MOVE 'SOMA DAS NOTAS DO TRAILER ILEGIVEL'
                   TO WS-MOTIVO-NOVO
               PERFORM P450-RECUSAR-PLANILHA
           END-IF
           .
       P400-FIM.

       P450-RECUSAR-PLANILHA.

      * Fica o primeiro motivo: e o que o professor corrige primeiro.
           IF PLANILHA-ACEITA
               MOVE 'N'            TO WS-PLAN-SIT
               MOVE WS-MOTIVO-NOVO TO WS-PLAN-MOTIVO
           END-IF
           .
       P450-FIM.

       P500-CONFERIR-PLANILHA.

           IF NOT CABECALHO-LIDO
               MOVE 'PLANILHA SEM CABECALHO' TO WS-MOTIVO-NOVO
               PERFORM P450-RECUSAR-PLANILHA
           END-IF

           IF NOT TRAILER-LIDO
               MOVE 'PLANILHA SEM TRAILER DE CONTROLE'
                   TO WS-MOTIVO-NOVO
               PERFORM P450-RECUSAR-PLANILHA
           ELSE
               IF WS-QTD-INFORMADA NOT = WS-CONT-DETALHES
                   MOVE 'QUANTIDADE DO TRAILER NAO CONFERE'
                       TO WS-MOTIVO-NOVO
                   PERFORM P450-RECUSAR-PLANILHA
               END-IF
               IF WS-SOMA-INFORMADA NOT = WS-SOMA-CALCULADA
                   MOVE 'SOMA DAS NOTAS DO TRAILER NAO CONFERE'
                       TO WS-MOTIVO-NOVO
                   PERFORM P450-RECUSAR-PLANILHA
               END-IF
           END-IF

           IF WS-CONT-ACEITOS = ZEROS
               MOVE 'NENHUM ALUNO ACEITO NA PLANILHA'
                   TO WS-MOTIVO-NOVO
               PERFORM P450-RECUSAR-PLANILHA
           END-IF

           IF PLANILHA-ACEITA
               PERFORM P550-CONFERIR-ENTRADA
           END-IF

           IF PLANILHA-ACEITA
               PERFORM P600-GRAVAR-ENTRADA
           END-IF
           .
       P500-FIM.

       P550-CONFERIR-ENTRADA.

      * Lote concluido depois da ultima importacao aplicada: a entrada
      * atual ja foi processada e a planilha pode comecar outra.
           MOVE 'N'   TO WS-ENTRADA-SIT
           MOVE ZEROS TO WS-ULT-IMPO-ID

           INITIALIZE EXECUCAO-PARMS
           MOVE 'U'       TO WS-R-FUNCAO
           MOVE 'BOLIMPO' TO WS-R-PROGRAMA
           MOVE 'S'       TO WS-R-APLICACAO

           CALL 'BoletimExecucaoCOBOL' USING EXECUCAO-PARMS
           END-CALL

           IF EXECUCAO-ACHADA
               MOVE WS-R-RUN-ID TO WS-ULT-IMPO-ID
           END-IF

           INITIALIZE EXECUCAO-PARMS
           MOVE 'U'        TO WS-R-FUNCAO
           MOVE 'BOLTURMA' TO WS-R-PROGRAMA

           CALL 'BoletimExecucaoCOBOL' USING EXECUCAO-PARMS
           END-CALL

           IF EXECUCAO-ACHADA AND EXECUCAO-CONCLUIDA
              AND WS-R-RUN-ID >WS-ULT-IMPO-ID
               MOVE WS-R-RUN-ID TO WS-LOTE-RUN-ID
               PERFORM P580-CONFIRMAR-ENTRADA-NOVA
           END-IF

           IF NOT ENTRADA-NOVA
               OPEN INPUT TURMA-ENTRADA-FILE
               EVALUATE WS-FS-TURMA
                   WHEN '00'
                   MOVE 'N' TO WS-EOF-TURMA
                   MOVE 'N' TO WS-JA-IMPORTADA
                   PERFORM P560-LER-ENTRADA
                       UNTIL FIM-TURMA OR PLANILHA-JA-IMPORTADA
                   CLOSE TURMA-ENTRADA-FILE
                   IF PLANILHA-JA-IMPORTADA
                       MOVE 'TURMA/MATERIA JA IMPORTADA NESTA ENTRADA'
                           TO WS-MOTIVO-NOVO
                       PERFORM P450-RECUSAR-PLANILHA
                   END-IF
                   WHEN '35'
                   MOVE 'S' TO WS-ENTRADA-SIT
                   WHEN OTHER
                   MOVE 'ENTRADA DO LOTE (TURMAIN) INDISPONIVEL'
                       TO WS-MOTIVO-NOVO
                   PERFORM P450-RECUSAR-PLANILHA
               END-EVALUATE
           END-IF
           .
       P550-FIM.

       P560-LER-ENTRADA.

           READ TURMA-ENTRADA-FILE
               AT END
                   MOVE 'S' TO WS-EOF-TURMA
               NOT AT END
                   IF TE-TURMA = WS-CAB-TURMA
                      AND TE-MATERIA = WS-CAB-MATERIA
                      AND TE-ANO-LETIVO = WS-RUN-ANO
                      AND TE-BIMESTRE = WS-RUN-BIMESTRE
                       MOVE 'S' TO WS-JA-IMPORTADA
                   END-IF
           END-READ
           .
       P560-FIM.

       P580-CONFIRMAR-ENTRADA-NOVA.

           DISPLAY 'A entrada do lote (TURMAIN) ja foi processada pelo'
           DISPLAY 'lote de turma ' WS-LOTE-RUN-ID ' (BOLTURMA).'
           DISPLAY 'Comecar entrada nova com esta planilha? S/N'
           DISPLAY '(S = substitui a entrada anterior,'
           DISPLAY ' N = acrescenta a planilha ao fim dela)'
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
               MOVE 'S' TO WS-ENTRADA-SIT
           END-IF
           .
       P580-FIM.

       P600-GRAVAR-ENTRADA.

           IF ENTRADA-NOVA
               OPEN OUTPUT TURMA-ENTRADA-FILE
           ELSE
               OPEN EXTEND TURMA-ENTRADA-FILE
           END-IF

           IF WS-FS-TURMA NOT = '00'
               MOVE 'ENTRADA DO LOTE (TURMAIN) INDISPONIVEL'
                   TO WS-MOTIVO-NOVO
               PERFORM P450-RECUSAR-PLANILHA
           ELSE
               PERFORM P620-GRAVAR-ALUNO
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX >WS-QTD-ALUNOS
               CLOSE TURMA-ENTRADA-FILE
               MOVE 'S' TO WS-APLICACAO
           END-IF
           .
       P600-FIM.

       P620-GRAVAR-ALUNO.

           IF ALUNO-ACEITO (WS-IDX)
               MOVE WS-ALU-MATRICULA (WS-IDX)  TO TE-MATRICULA
               MOVE WS-CAB-TURMA               TO TE-TURMA
               MOVE WS-RUN-ANO                 TO TE-ANO-LETIVO
               MOVE WS-RUN-BIMESTRE            TO TE-BIMESTRE
               MOVE WS-CAB-MATERIA             TO TE-MATERIA
               MOVE WS-ALU-NOTA (WS-IDX 1)     TO TE-NOTA1
               MOVE WS-ALU-NOTA (WS-IDX 2)     TO TE-NOTA2
               MOVE WS-ALU-NOTA (WS-IDX 3)     TO TE-NOTA3
               MOVE WS-ALU-NOTA (WS-IDX 4)     TO TE-NOTA4
               MOVE WS-ALU-FALTA (WS-IDX 1)    TO TE-FALTA1
               MOVE WS-ALU-FALTA (WS-IDX 2)    TO TE-FALTA2
               MOVE WS-ALU-FALTA (WS-IDX 3)    TO TE-FALTA3
               MOVE WS-ALU-FALTA (WS-IDX 4)    TO TE-FALTA4

               WRITE TURMA-ENTRADA-RECORD
               ADD 1 TO WS-CONT-GRAVADOS
           END-IF
           .
       P620-FIM.

       P700-IMPRIMIR-COMPROVANTE.

           ACCEPT WS-DATA-IMPRESSAO FROM DATE YYYYMMDD

           MOVE SPACES TO PR-LINHA
           MOVE 'CFP - COMPROVANTE DE ENTREGA DE NOTAS' TO PR-LINHA
           WRITE PRINT-LINE-RECORD

           MOVE SPACES TO PR-LINHA
           STRING 'Emitido em : ' WS-DATA-IMPRESSAO
               '  Operador : ' WS-OPERADOR
               DELIMITED BY SIZE INTO PR-LINHA
           WRITE PRINT-LINE-RECORD

           MOVE SPACES TO PR-LINHA
           STRING 'Professor(a) : ' WS-CAB-PROFESSOR
               DELIMITED BY SIZE INTO PR-LINHA
           WRITE PRINT-LINE-RECORD

           MOVE SPACES TO PR-LINHA
           STRING 'Turma : ' WS-CAB-TURMA
               '  Materia : ' WS-CAB-MATERIA
               '  Ano : ' WS-CAB-ANO
               '  Bim : ' WS-CAB-BIMESTRE
               DELIMITED BY SIZE INTO PR-LINHA
           WRITE PRINT-LINE-RECORD

           MOVE SPACES TO PR-LINHA
           IF PLANILHA-ACEITA
               MOVE WS-CONT-GRAVADOS TO WS-ED-QTD
               STRING 'Planilha ACEITA - ' WS-ED-QTD
                   ' aluno(s) gravado(s) na entrada do lote'
                   DELIMITED BY SIZE INTO PR-LINHA
               WRITE PRINT-LINE-RECORD
           ELSE
               STRING 'Planilha RECUSADA - ' WS-PLAN-MOTIVO
                   DELIMITED BY SIZE INTO PR-LINHA
               WRITE PRINT-LINE-RECORD
               MOVE SPACES TO PR-LINHA
               MOVE 'Nada foi gravado: corrigir a planilha e entregar'
                   TO PR-LINHA
               WRITE PRINT-LINE-RECORD
               MOVE SPACES TO PR-LINHA
               MOVE 'de novo.' TO PR-LINHA
               WRITE PRINT-LINE-RECORD
           END-IF

           MOVE SPACES TO PR-LINHA
           MOVE ALL '-' TO PR-LINHA
           WRITE PRINT-LINE-RECORD

           MOVE SPACES TO PR-LINHA
           STRING 'Linha Matricula  Nome do aluno          '
               ' Nota1 Nota2 Nota3 Nota4 Falt Situacao'
               DELIMITED BY SIZE INTO PR-LINHA
           WRITE PRINT-LINE-RECORD

           PERFORM P720-IMPRIMIR-ALUNO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX >WS-QTD-ALUNOS

           MOVE SPACES TO PR-LINHA
           MOVE ALL '-' TO PR-LINHA
           WRITE PRINT-LINE-RECORD

           MOVE WS-CONT-DETALHES TO WS-ED-QTD
           MOVE SPACES TO PR-LINHA
           STRING 'Alunos na planilha     : ' WS-ED-QTD
               DELIMITED BY SIZE INTO PR-LINHA
           WRITE PRINT-LINE-RECORD

           MOVE WS-QTD-INFORMADA TO WS-ED-QTD
           MOVE SPACES TO PR-LINHA
           STRING 'Informados no trailer  : ' WS-ED-QTD
               DELIMITED BY SIZE INTO PR-LINHA
           WRITE PRINT-LINE-RECORD

           MOVE WS-SOMA-CALCULADA TO WS-ED-SOMA
           MOVE SPACES TO PR-LINHA
           STRING 'Soma das notas lidas   : ' WS-ED-SOMA
               DELIMITED BY SIZE INTO PR-LINHA
           WRITE PRINT-LINE-RECORD

           MOVE WS-SOMA-INFORMADA TO WS-ED-SOMA
           MOVE SPACES TO PR-LINHA
           STRING 'Soma informada         : ' WS-ED-SOMA
               DELIMITED BY SIZE INTO PR-LINHA
           WRITE PRINT-LINE-RECORD

           MOVE WS-CONT-ACEITOS TO WS-ED-QTD
           MOVE SPACES TO PR-LINHA
           STRING 'Alunos aceitos         : ' WS-ED-QTD
               DELIMITED BY SIZE INTO PR-LINHA
           WRITE PRINT-LINE-RECORD

           MOVE WS-CONT-RECUSADOS TO WS-ED-QTD
           MOVE SPACES TO PR-LINHA
           STRING 'Alunos recusados       : ' WS-ED-QTD
               DELIMITED BY SIZE INTO PR-LINHA
           WRITE PRINT-LINE-RECORD

           IF WS-CONT-IGNORADAS >0
               MOVE WS-CONT-IGNORADAS TO WS-ED-QTD
               MOVE SPACES TO PR-LINHA
               STRING 'Linhas ignoradas       : ' WS-ED-QTD
                   DELIMITED BY SIZE INTO PR-LINHA
               WRITE PRINT-LINE-RECORD
           END-IF

           MOVE SPACES TO PR-LINHA
           WRITE PRINT-LINE-RECORD

           IF PLANILHA-ACEITA
               MOVE SPACES TO PR-LINHA
               MOVE 'Conferi as notas e faltas dos alunos ACEITOS.'
                   TO PR-LINHA
               WRITE PRINT-LINE-RECORD

               MOVE SPACES TO PR-LINHA
               WRITE PRINT-LINE-RECORD
           END-IF

           MOVE SPACES TO PR-LINHA
           MOVE 'Professor(a) : ____________________________'
               TO PR-LINHA
           WRITE PRINT-LINE-RECORD

           MOVE SPACES TO PR-LINHA
           WRITE PRINT-LINE-RECORD

           MOVE SPACES TO PR-LINHA
           MOVE 'Secretaria   : ____________________________'
               TO PR-LINHA
           WRITE PRINT-LINE-RECORD
           .
       P700-FIM.

       P720-IMPRIMIR-ALUNO.

           MOVE WS-ALU-LINHA (WS-IDX)    TO WS-ED-LINHA
           MOVE WS-ALU-NOTA (WS-IDX 1)   TO WS-ED-NOTA (1)
           MOVE WS-ALU-NOTA (WS-IDX 2)   TO WS-ED-NOTA (2)
           MOVE WS-ALU-NOTA (WS-IDX 3)   TO WS-ED-NOTA (3)
           MOVE WS-ALU-NOTA (WS-IDX 4)   TO WS-ED-NOTA (4)

           MOVE SPACES TO PR-LINHA
           STRING WS-ED-LINHA ' '
               WS-ALU-MATRICULA (WS-IDX) ' '
               WS-ALU-NOME (WS-IDX) (1:22) ' '
               WS-ED-NOTA (1) ' ' WS-ED-NOTA (2) ' '
               WS-ED-NOTA (3) ' ' WS-ED-NOTA (4) ' '
               WS-ALU-FALTA (WS-IDX 1) WS-ALU-FALTA (WS-IDX 2)
               WS-ALU-FALTA (WS-IDX 3) WS-ALU-FALTA (WS-IDX 4) ' '
               DELIMITED BY SIZE INTO PR-LINHA
           IF ALUNO-ACEITO (WS-IDX)
               MOVE 'ACEITO'   TO PR-LINHA (70:8)
           ELSE
               MOVE 'RECUSADO' TO PR-LINHA (70:8)
           END-IF
           WRITE PRINT-LINE-RECORD

           IF NOT ALUNO-ACEITO (WS-IDX)
               MOVE SPACES TO PR-LINHA
               STRING '      Motivo : ' WS-ALU-MOTIVO (WS-IDX)
                   DELIMITED BY SIZE INTO PR-LINHA
               WRITE PRINT-LINE-RECORD
           END-IF
           .
       P720-FIM.

       P800-CONVERTER-NUMERO.

      * Numero com virgula decimal (7,5 / 10 / 123,25) em WS-NUM-TXT,
      * brancos antes e depois, sem sinal nem separador de milhar.
           MOVE 'S'   TO WS-NUM-SIT
           MOVE 'I'   TO WS-NUM-FASE
           MOVE ZEROS TO WS-NUM-TAM-INT
           MOVE ZEROS TO WS-NUM-TAM-DEC
           MOVE ZEROS TO WS-NUM-INTEIRO
           MOVE ZEROS TO WS-NUM-CENT
           MOVE ZEROS TO WS-NUM-VALOR

           PERFORM P820-EXAMINAR-CARACTER
               VARYING WS-NUM-POS FROM 1 BY 1
               UNTIL WS-NUM-POS >12 OR NUMERO-INVALIDO

           IF NUMERO-VALIDO
               IF WS-NUM-TAM-INT = ZEROS AND WS-NUM-TAM-DEC = ZEROS
                   IF WS-NUM-TXT = SPACES
                       MOVE 'B' TO WS-NUM-SIT
                   ELSE
                       MOVE 'N' TO WS-NUM-SIT
                   END-IF
               ELSE
                   COMPUTE WS-NUM-VALOR =
                       WS-NUM-INTEIRO + (WS-NUM-CENT / 100)
               END-IF
           END-IF
           .
       P800-FIM.

       P820-EXAMINAR-CARACTER.

           MOVE WS-NUM-TXT (WS-NUM-POS:1) TO WS-NUM-CAR

           EVALUATE TRUE

               WHEN WS-NUM-CAR = SPACE
               IF WS-NUM-TAM-INT >0 OR WS-NUM-TAM-DEC >0
                  OR NUM-FASE-DECIMAL
                   MOVE 'F' TO WS-NUM-FASE
               END-IF

               WHEN NUM-FASE-FIM
               MOVE 'N' TO WS-NUM-SIT

               WHEN WS-NUM-CAR = ','
               IF NUM-FASE-DECIMAL
                   MOVE 'N' TO WS-NUM-SIT
               ELSE
                   MOVE 'D' TO WS-NUM-FASE
               END-IF

               WHEN WS-NUM-CAR IS NUMERIC
               MOVE WS-NUM-CAR TO WS-NUM-DIG
               IF NUM-FASE-INTEIRO
                   IF WS-NUM-TAM-INT = 7
                       MOVE 'N' TO WS-NUM-SIT
                   ELSE
                       ADD 1 TO WS-NUM-TAM-INT
                       COMPUTE WS-NUM-INTEIRO =
                           WS-NUM-INTEIRO * 10 + WS-NUM-DIG
                   END-IF
               ELSE
                   ADD 1 TO WS-NUM-TAM-DEC
                   EVALUATE WS-NUM-TAM-DEC
                       WHEN 1
                       COMPUTE WS-NUM-CENT = WS-NUM-DIG * 10
                       WHEN 2
                       ADD WS-NUM-DIG TO WS-NUM-CENT
                       WHEN OTHER
                       MOVE 'N' TO WS-NUM-SIT
                   END-EVALUATE
               END-IF

               WHEN OTHER
               MOVE 'N' TO WS-NUM-SIT

           END-EVALUATE
           .
       P820-FIM.

       P990-REGISTRAR-FIM.

           INITIALIZE EXECUCAO-PARMS
           MOVE 'F'              TO WS-R-FUNCAO
           MOVE WS-RUN-ID        TO WS-R-RUN-ID
           MOVE WS-RUN-ANO       TO WS-R-ANO-LETIVO
           MOVE WS-RUN-BIMESTRE  TO WS-R-BIMESTRE
           MOVE RETURN-CODE      TO WS-R-RETURN-CODE
           MOVE WS-CONT-DETALHES TO WS-R-LIDOS
           MOVE WS-CONT-GRAVADOS TO WS-R-GRAVADOS
           MOVE WS-APLICACAO     TO WS-R-APLICACAO
           IF PLANILHA-ACEITA
               MOVE WS-CONT-RECUSADOS TO WS-R-REJEITADOS
           ELSE
               MOVE WS-CONT-DETALHES  TO WS-R-REJEITADOS
           END-IF

           CALL 'BoletimExecucaoCOBOL' USING EXECUCAO-PARMS
           END-CALL

      * O RETURN-CODE do passo e o do programa, nao o da chamada.
           MOVE WS-R-RETURN-CODE TO RETURN-CODE
           .
       P990-FIM.

       P999-FINAL.

             CLOSE PLANILHA-FILE
             CLOSE ENROLLMENT-FILE
             IF ARQUIVO-TURCAD-ABERTO
                 CLOSE TURMA-CADASTRO-FILE
             END-IF
             IF ARQUIVO-MATCAD-ABERTO
                 CLOSE MATERIA-CADASTRO-FILE
             END-IF
             CLOSE PRINT-REPORT-FILE

             DISPLAY '*** FIM DA IMPORTACAO DA PLANILHA ***'
             DISPLAY 'Professor(a)       : ' WS-CAB-PROFESSOR
             DISPLAY 'Turma / materia    : ' WS-CAB-TURMA ' / '
                 WS-CAB-MATERIA
             DISPLAY 'Alunos na planilha : ' WS-CONT-DETALHES
             DISPLAY 'Alunos aceitos     : ' WS-CONT-ACEITOS
             DISPLAY 'Alunos recusados   : ' WS-CONT-RECUSADOS
             DISPLAY 'Gravados na entrada: ' WS-CONT-GRAVADOS
             DISPLAY 'Comprovante em COMPROVANTE-ENTREGA.PRT'

             IF PLANILHA-ACEITA
                 IF WS-CONT-RECUSADOS >0
                     MOVE 4 TO RETURN-CODE
                 ELSE
                     MOVE 0 TO RETURN-CODE
                 END-IF
             ELSE
                 DISPLAY '*******************************************'
                 DISPLAY '* PLANILHA RECUSADA - ' WS-PLAN-MOTIVO
                 DISPLAY '* NADA FOI GRAVADO NA ENTRADA DO LOTE *'
                 DISPLAY '*******************************************'
                 MOVE 8 TO RETURN-CODE
             END-IF

             PERFORM P990-REGISTRAR-FIM

             STOP RUN.

       END PROGRAM BoletimImportaCOBOL.
