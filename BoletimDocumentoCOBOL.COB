      ******************************************************************
      * Author:Pedro Barros
      * Date:21/09/2026
      * Purpose:Emissao de documentos escolares numerados com livro de
      *         registro: declaracao de transferencia (matricula
      *         TRANSFERIDA, com as medias e a frequencia do ano ate a
      *         data), declaracao de matricula e frequencia (matricula
      *         ATIVA) e certificado de conclusao (turma de serie 9
      *         com fechamento do bimestre 4 APROVADO). O documento e
      *         montado a partir do cadastro de matriculas, do mestre
      *         BOLETIM-MASTER, do historico arquivado
      *         BOLETIM-HISTORICO e de FREQUENCIA.DAT, e sai em
      *         DOCUMENTOS-EMITIDOS.PRT (80 colunas, PRINTREC). Cada
      *         emissao recebe o proximo numero sequencial e e
      *         registrada no livro (LIVRO-REGISTRO.DAT, DOCREG) com
      *         tipo, aluno, data e operador. A reimpressao sai com a
      *         marca 2a VIA e o mesmo numero; o cancelamento exige
      *         motivo e o registro fica no livro. A consulta por
      *         numero e a listagem do livro (LIVRO-REGISTRO.PRT)
      *         atendem a fiscalizacao. Ate aqui a guia de
      *         transferencia era montada a mao a partir do boletim
      *         impresso e do historico escolar.
      * Tectonics: cobc
      * Sistema: CFP
      * Linguagem: COBOL
      * Analista do Sistema: Andre Costa
      ******************************************************************
      * Historico de alteracoes:
      * 21/09/2026 PB - Criacao.
      * 15/10/2026 PB - Certificado de conclusao so para o ultimo ano
      *                 letivo do aluno: recusado se houver registro no
      *                 mestre ou no historico com ano posterior ao
      *                 digitado (a turma de serie 9 e a de hoje, e um
      *                 ano APROVADO anterior nao e a conclusao). Falha
      *                 de abertura de arquivo sai com RC 8.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BoletimDocumentoCOBOL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIVRO-REGISTRO-FILE ASSIGN TO "LIVRO-REGISTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DR-NUMERO
               FILE STATUS IS WS-FS-LIVRO.

           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLLMENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-MATRICULA
               FILE STATUS IS WS-FS-ENROLL.

           SELECT BOLETIM-MASTER-FILE ASSIGN TO "BOLETIM-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-CHAVE
               FILE STATUS IS WS-FS-MASTER.

           SELECT OPTIONAL HISTORICO-FILE
               ASSIGN TO "BOLETIM-HISTORICO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-CHAVE
               FILE STATUS IS WS-FS-HIST.

           SELECT OPTIONAL FREQUENCIA-FILE
               ASSIGN TO "FREQUENCIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FQ-CHAVE
               FILE STATUS IS WS-FS-FREQ.

           SELECT PRINT-REPORT-FILE
               ASSIGN TO "DOCUMENTOS-EMITIDOS.PRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PRINT.

           SELECT LIVRO-REPORT-FILE ASSIGN TO "LIVRO-REGISTRO.PRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-LISTA.

       DATA DIVISION.
       FILE SECTION.
       FD  LIVRO-REGISTRO-FILE.
           COPY DOCREG.

       FD  ENROLLMENT-FILE.
           COPY ENROLLREC.

       FD  BOLETIM-MASTER-FILE.
           COPY BOLMREC.

       FD  HISTORICO-FILE.
           COPY BOLHREC.

       FD  FREQUENCIA-FILE.
           COPY FREQREC.

       FD  PRINT-REPORT-FILE.
           COPY PRINTREC.

       FD  LIVRO-REPORT-FILE.
       01  LIVRO-LINE-RECORD.
           05  LV-LINHA                PIC X(80).

       WORKING-STORAGE SECTION.

       COPY AUTPARM.

       77  WS-OPERADOR         PIC X(20)       VALUE SPACES.
       77  WS-FS-LIVRO         PIC X(02)       VALUE '00'.
       77  WS-FS-ENROLL        PIC X(02)       VALUE '00'.
       77  WS-FS-MASTER        PIC X(02)       VALUE '00'.
       77  WS-FS-HIST          PIC X(02)       VALUE '00'.
       77  WS-FS-FREQ          PIC X(02)       VALUE '00'.
       77  WS-FS-PRINT         PIC X(02)       VALUE '00'.
       77  WS-FS-LISTA         PIC X(02)       VALUE '00'.

       77  WS-ARQ-HIST-SIT     PIC X(01)       VALUE 'N'.
           88  ARQUIVO-HIST-ABERTO             VALUE 'S'.

       77  WS-ARQ-FREQ-SIT     PIC X(01)       VALUE 'N'.
           88  ARQUIVO-FREQ-ABERTO             VALUE 'S'.

       77  WS-OPCAO            PIC X(01)       VALUE SPACES.
       77  WS-TIPO             PIC X(01)       VALUE SPACES.
           88  TIPO-VALIDO                     VALUES 'T' 'M' 'C'.
       77  WS-MATRICULA        PIC X(10)       VALUE SPACES.
       77  WS-ANO-LETIVO       PIC 9(04)       VALUE ZEROS.
       77  WS-NUMERO           PIC 9(06)       VALUE ZEROS.
       77  WS-NUMERO-INICIAL   PIC 9(06)       VALUE ZEROS.
       77  WS-NUMERO-FINAL     PIC 9(06)       VALUE ZEROS.
       77  WS-PROX-NUMERO      PIC 9(06)       VALUE ZEROS.
       77  WS-MOTIVO           PIC X(60)       VALUE SPACES.
       77  WS-CONFIRMA         PIC X(01)       VALUE SPACES.
       77  WS-DATA-ATUAL       PIC X(08)       VALUE SPACES.
       77  WS-HORA-ATUAL       PIC X(08)       VALUE SPACES.

       77  WS-ALUNO-SIT        PIC X(01)       VALUE 'N'.
           88  ALUNO-ENCONTRADO                VALUE 'S'.

       77  WS-DOC-SIT          PIC X(01)       VALUE 'N'.
           88  DOCUMENTO-PERMITIDO             VALUE 'S'.

       77  WS-POSTERIOR-SIT    PIC X(01)       VALUE 'N'.
           88  HA-ANO-POSTERIOR                VALUE 'S'.

       77  WS-EOF-LIVRO        PIC X(01)       VALUE 'N'.
           88  FIM-LIVRO                       VALUE 'S'.

       77  WS-EOF-MASTER       PIC X(01)       VALUE 'N'.
           88  FIM-MASTER                      VALUE 'S'.

       77  WS-EOF-HIST         PIC X(01)       VALUE 'N'.
           88  FIM-HISTORICO                   VALUE 'S'.

       77  WS-FIM-SIT          PIC X(01)       VALUE 'N'.
           88  FIM-MANUTENCAO                  VALUE 'S'.

       77  WS-SIT-ANO          PIC X(12)       VALUE SPACES.
       77  WS-QTD-MAT          PIC 9(02)       VALUE ZEROS.
       77  WS-QTD-MAT-EXCED    PIC 9(04)       VALUE ZEROS.
       77  WS-MAT-IDX          PIC 9(02)       VALUE ZEROS.
       77  WS-MAT-ACHADA       PIC 9(02)       VALUE ZEROS.
       77  WS-TOT-HORAS        PIC 9(06)       VALUE ZEROS.
       77  WS-TOT-FALTAS       PIC 9(06)       VALUE ZEROS.
       77  WS-PERC-FREQ        PIC 9(03)V9     VALUE ZEROS.
       77  WS-CONT-LISTADOS    PIC 9(06)       VALUE ZEROS.

       77  WS-TITULO           PIC X(40)       VALUE SPACES.
       77  WS-MARCA-VIA        PIC X(07)       VALUE SPACES.
       77  WS-ED-NUMERO        PIC 9(06).
       77  WS-ED-VIA           PIC 9(01).
       77  WS-ED-ANO           PIC X(04)       VALUE SPACES.
       77  WS-ED-MEDIA         PIC Z9,99.
       77  WS-ED-BIM1          PIC X(05)       VALUE SPACES.
       77  WS-ED-BIM2          PIC X(05)       VALUE SPACES.
       77  WS-ED-BIM3          PIC X(05)       VALUE SPACES.
       77  WS-ED-BIM4          PIC X(05)       VALUE SPACES.
       77  WS-ED-HORAS         PIC ZZZZ9.
       77  WS-ED-FALTAS        PIC ZZZZ9.
       77  WS-ED-PERC          PIC ZZ9,9.
       77  WS-ED-QTD           PIC ZZZZZ9.

       01  WS-MAT-TAB.
           05  WS-MAT-ENTRY OCCURS 20 TIMES.
               10  WS-MAT-MATERIA       PIC X(25).
               10  WS-MAT-MEDIA OCCURS 4 TIMES
                                        PIC 99(04)V99.
               10  WS-MAT-LANCADO OCCURS 4 TIMES
                                        PIC X(01).
               10  WS-MAT-HORAS         PIC 9(05).
               10  WS-MAT-FALTAS        PIC 9(05).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       P001-START.
              PERFORM P010-VERIFICAR-AUTORIZACAO

              OPEN I-O LIVRO-REGISTRO-FILE
              IF WS-FS-LIVRO = '35'
                  OPEN OUTPUT LIVRO-REGISTRO-FILE
                  CLOSE LIVRO-REGISTRO-FILE
                  OPEN I-O LIVRO-REGISTRO-FILE
              END-IF

              IF WS-FS-LIVRO NOT = '00'
                  DISPLAY '***************************************'
                  DISPLAY '* ERRO AO ABRIR LIVRO-REGISTRO.DAT *'
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

              OPEN INPUT BOLETIM-MASTER-FILE
              IF WS-FS-MASTER NOT = '00'
                  DISPLAY '***************************************'
                  DISPLAY '* BOLETIM-MASTER.DAT NAO ENCONTRADO *'
                  DISPLAY '***************************************'
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
              END-IF

              OPEN INPUT HISTORICO-FILE
              IF WS-FS-HIST = '00' OR WS-FS-HIST = '05'
                  MOVE 'S' TO WS-ARQ-HIST-SIT
              END-IF

              OPEN INPUT FREQUENCIA-FILE
              IF WS-FS-FREQ = '00' OR WS-FS-FREQ = '05'
                  MOVE 'S' TO WS-ARQ-FREQ-SIT
              ELSE
                  DISPLAY 'FREQUENCIA.DAT indisponivel - documentos'
                  DISPLAY 'sairao sem a frequencia.'
              END-IF

              OPEN EXTEND PRINT-REPORT-FILE
              IF WS-FS-PRINT NOT = '00'
                  OPEN OUTPUT PRINT-REPORT-FILE
              END-IF

              PERFORM P100-MENU UNTIL FIM-MANUTENCAO
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
               DISPLAY '* EMISSAO BLOQUEADA E REGISTRADA *'
               DISPLAY '*******************************************'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       P010-FIM.

       P100-MENU.

           DISPLAY '*** DOCUMENTOS ESCOLARES - LIVRO DE REGISTRO ***'
           DISPLAY 'E - Emitir documento'
           DISPLAY 'V - Reimprimir (2a via) pelo numero'
           DISPLAY 'X - Cancelar documento'
           DISPLAY 'C - Consultar documento pelo numero'
           DISPLAY 'L - Listar o livro de registro'
           DISPLAY 'S - Sair'
           DISPLAY 'Opcao : '
             ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO

               WHEN 'E'
               WHEN 'e'
               PERFORM P200-EMITIR

               WHEN 'V'
               WHEN 'v'
               PERFORM P400-SEGUNDA-VIA

               WHEN 'X'
               WHEN 'x'
               PERFORM P500-CANCELAR

               WHEN 'C'
               WHEN 'c'
               PERFORM P700-CONSULTAR

               WHEN 'L'
               WHEN 'l'
               PERFORM P800-LISTAR-LIVRO

               WHEN 'S'
               WHEN 's'
               MOVE 'S' TO WS-FIM-SIT

               WHEN OTHER
               DISPLAY '* OPCAO INVALIDA - TENTE NOVAMENTE *'

           END-EVALUATE
           .
       P100-FIM.

       P150-PEDIR-ALUNO.

           DISPLAY 'Matricula do aluno : '
             ACCEPT WS-MATRICULA

           MOVE WS-MATRICULA TO EN-MATRICULA

           READ ENROLLMENT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ALUNO-SIT
                   DISPLAY '***********************************'
                   DISPLAY '* MATRICULA NAO CADASTRADA *'
                   DISPLAY '***********************************'
               NOT INVALID KEY
                   MOVE 'S' TO WS-ALUNO-SIT
                   DISPLAY 'Aluno : ' EN-NOME
                   DISPLAY 'Turma : ' EN-TURMA
                       '   Situacao : ' EN-STATUS
           END-READ
           .
       P150-FIM.

       P170-LER-NUMERO.

           DISPLAY 'Numero do documento : '
             ACCEPT WS-NUMERO

           MOVE WS-NUMERO TO DR-NUMERO

           READ LIVRO-REGISTRO-FILE
               INVALID KEY
                   MOVE 'N' TO WS-DOC-SIT
                   DISPLAY '***********************************'
                   DISPLAY '* NUMERO NAO REGISTRADO NO LIVRO *'
                   DISPLAY '***********************************'
               NOT INVALID KEY
                   MOVE 'S' TO WS-DOC-SIT
           END-READ
           .
       P170-FIM.

       P200-EMITIR.

           DISPLAY 'Tipo - T (declaracao de transferencia),'
           DISPLAY 'M (declaracao de matricula e frequencia) ou'
           DISPLAY 'C (certificado de conclusao) : '
             ACCEPT WS-TIPO

           IF WS-TIPO = 't'
               MOVE 'T' TO WS-TIPO
           END-IF
           IF WS-TIPO = 'm'
               MOVE 'M' TO WS-TIPO
           END-IF
           IF WS-TIPO = 'c'
               MOVE 'C' TO WS-TIPO
           END-IF

           IF NOT TIPO-VALIDO
               DISPLAY '* TIPO INVALIDO - EMISSAO CANCELADA *'
           ELSE
               PERFORM P150-PEDIR-ALUNO

               IF ALUNO-ENCONTRADO
                   DISPLAY 'Ano letivo de referencia (AAAA) : '
                     ACCEPT WS-ANO-LETIVO

                   PERFORM P300-MONTAR-ANO
                   PERFORM P250-CONFERIR-EMISSAO

                   IF DOCUMENTO-PERMITIDO
                       PERFORM P260-PROXIMO-NUMERO
                       PERFORM P280-REGISTRAR-LIVRO
                   END-IF
               END-IF
           END-IF
           .
       P200-FIM.

       P250-CONFERIR-EMISSAO.

           MOVE 'S' TO WS-DOC-SIT
           MOVE 'N' TO WS-POSTERIOR-SIT

           IF WS-TIPO = 'C' AND WS-ANO-LETIVO IS NUMERIC
               AND WS-ANO-LETIVO >0 AND WS-ANO-LETIVO <9999
               PERFORM P290-CONFERIR-ANO-POSTERIOR
           END-IF

           EVALUATE TRUE

               WHEN (WS-ANO-LETIVO IS NOT NUMERIC)
                 OR (WS-ANO-LETIVO = ZEROS)
               MOVE 'N' TO WS-DOC-SIT
               DISPLAY '* ANO LETIVO INVALIDO - NAO EMITIDO *'

               WHEN WS-TIPO = 'T' AND NOT EN-MATRICULA-TRANSFERIDA
               MOVE 'N' TO WS-DOC-SIT
               DISPLAY '* TRANSFERENCIA SO PARA MATRICULA'
               DISPLAY '  TRANSFERIDA - NAO EMITIDO *'

               WHEN WS-TIPO = 'M' AND NOT EN-MATRICULA-ATIVA
               MOVE 'N' TO WS-DOC-SIT
               DISPLAY '* DECLARACAO DE MATRICULA SO PARA'
               DISPLAY '  MATRICULA ATIVA - NAO EMITIDO *'

               WHEN WS-TIPO = 'C' AND EN-TURMA (1:1) NOT = '9'
               MOVE 'N' TO WS-DOC-SIT
               DISPLAY '* CERTIFICADO SO PARA TURMA DE SERIE 9'
               DISPLAY '  - NAO EMITIDO *'

               WHEN WS-TIPO = 'C' AND WS-SIT-ANO NOT = 'APROVADO'
               MOVE 'N' TO WS-DOC-SIT
               DISPLAY '* FECHAMENTO DO BIMESTRE 4 NAO APROVADO'
               DISPLAY '  (' WS-SIT-ANO ') - NAO EMITIDO *'

               WHEN WS-TIPO = 'C' AND HA-ANO-POSTERIOR
               MOVE 'N' TO WS-DOC-SIT
               DISPLAY '* ALUNO TEM ANO LETIVO POSTERIOR A '
                   WS-ANO-LETIVO
               DISPLAY '  - CERTIFICADO SO DO ULTIMO ANO -'
               DISPLAY '  NAO EMITIDO *'

               WHEN OTHER
               CONTINUE

           END-EVALUATE
           .
       P250-FIM.

       P260-PROXIMO-NUMERO.

           MOVE 'N'   TO WS-EOF-LIVRO
           MOVE ZEROS TO DR-NUMERO
           MOVE 1     TO WS-PROX-NUMERO

           START LIVRO-REGISTRO-FILE KEY IS NOT LESS THAN DR-NUMERO
               INVALID KEY
                   MOVE 'S' TO WS-EOF-LIVRO
           END-START

           PERFORM P270-LER-NUMERO UNTIL FIM-LIVRO
           .
       P260-FIM.

       P270-LER-NUMERO.

           READ LIVRO-REGISTRO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-LIVRO
               NOT AT END
                   COMPUTE WS-PROX-NUMERO = DR-NUMERO + 1
           END-READ
           .
       P270-FIM.

       P280-REGISTRAR-LIVRO.

           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL FROM TIME

           INITIALIZE DOCUMENTO-REGISTRO-RECORD
           MOVE WS-PROX-NUMERO TO DR-NUMERO
           MOVE WS-TIPO        TO DR-TIPO
           MOVE EN-MATRICULA   TO DR-MATRICULA
           MOVE EN-NOME        TO DR-NOME
           MOVE EN-TURMA       TO DR-TURMA
           MOVE WS-ANO-LETIVO  TO DR-ANO-LETIVO
           MOVE WS-DATA-ATUAL  TO DR-DATA-EMISSAO
           MOVE WS-HORA-ATUAL  TO DR-HORA-EMISSAO
           MOVE WS-OPERADOR    TO DR-OPERADOR
           MOVE 1              TO DR-QTD-VIAS
           MOVE WS-DATA-ATUAL  TO DR-DATA-ULTIMA-VIA
           MOVE 'EMITIDO'      TO DR-SITUACAO

           WRITE DOCUMENTO-REGISTRO-RECORD
               INVALID KEY
                   DISPLAY '***********************************'
                   DISPLAY '* NUMERO JA REGISTRADO - REPITA A'
                   DISPLAY '  EMISSAO *'
                   DISPLAY '***********************************'
               NOT INVALID KEY
                   MOVE SPACES TO WS-MARCA-VIA
                   PERFORM P600-IMPRIMIR-DOCUMENTO
                   DISPLAY 'Documento registrado sob o numero '
                       DR-NUMERO
           END-WRITE
           .
       P280-FIM.

       P290-CONFERIR-ANO-POSTERIOR.

      * A turma de serie 9 e a de hoje: o certificado vale so para o
      * ultimo ano do aluno, sem registro de ano posterior no mestre
      * nem no historico.
           MOVE EN-MATRICULA TO BM-MATRICULA
           COMPUTE BM-ANO-LETIVO = WS-ANO-LETIVO + 1
           MOVE ZEROS        TO BM-BIMESTRE
           MOVE SPACES       TO BM-MATERIA

           START BOLETIM-MASTER-FILE KEY IS NOT LESS THAN BM-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ BOLETIM-MASTER-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BM-MATRICULA = EN-MATRICULA
                               MOVE 'S' TO WS-POSTERIOR-SIT
                           END-IF
                   END-READ
           END-START

           IF ARQUIVO-HIST-ABERTO AND NOT HA-ANO-POSTERIOR
               MOVE EN-MATRICULA TO BH-MATRICULA
               COMPUTE BH-ANO-LETIVO = WS-ANO-LETIVO + 1
               MOVE ZEROS        TO BH-BIMESTRE
               MOVE SPACES       TO BH-MATERIA

               START HISTORICO-FILE KEY IS NOT LESS THAN BH-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ HISTORICO-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF BH-MATRICULA = EN-MATRICULA
                                   MOVE 'S' TO WS-POSTERIOR-SIT
                               END-IF
                       END-READ
               END-START
           END-IF
           .
       P290-FIM.

       P300-MONTAR-ANO.

      * Medias e frequencia do ano de referencia: anos ja arquivados
      * estao no historico, o ano corrente no mestre vivo.
           MOVE ZEROS  TO WS-QTD-MAT WS-QTD-MAT-EXCED
           MOVE SPACES TO WS-SIT-ANO
           INITIALIZE WS-MAT-TAB

           IF ARQUIVO-HIST-ABERTO
               MOVE 'N'           TO WS-EOF-HIST
               MOVE EN-MATRICULA  TO BH-MATRICULA
               MOVE WS-ANO-LETIVO TO BH-ANO-LETIVO
               MOVE ZEROS         TO BH-BIMESTRE
               MOVE SPACES        TO BH-MATERIA

               START HISTORICO-FILE KEY IS NOT LESS THAN BH-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-EOF-HIST
               END-START

               PERFORM P310-LER-ARQUIVADO UNTIL FIM-HISTORICO
           END-IF

           MOVE 'N'           TO WS-EOF-MASTER
           MOVE EN-MATRICULA  TO BM-MATRICULA
           MOVE WS-ANO-LETIVO TO BM-ANO-LETIVO
           MOVE ZEROS         TO BM-BIMESTRE
           MOVE SPACES        TO BM-MATERIA

           START BOLETIM-MASTER-FILE KEY IS NOT LESS THAN BM-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-MASTER
           END-START

           PERFORM P320-LER-MESTRE UNTIL FIM-MASTER
           .
       P300-FIM.

       P310-LER-ARQUIVADO.

           READ HISTORICO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-HIST
           END-READ

           IF NOT FIM-HISTORICO
               IF BH-MATRICULA = EN-MATRICULA
                   AND BH-ANO-LETIVO = WS-ANO-LETIVO
                   MOVE BOLETIM-HISTORICO-RECORD
                       TO BOLETIM-MASTER-RECORD
                   PERFORM P330-ACUMULAR-MATERIA
               ELSE
                   MOVE 'S' TO WS-EOF-HIST
               END-IF
           END-IF
           .
       P310-FIM.

       P320-LER-MESTRE.

           READ BOLETIM-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-MASTER
           END-READ

           IF NOT FIM-MASTER
               IF BM-MATRICULA = EN-MATRICULA
                   AND BM-ANO-LETIVO = WS-ANO-LETIVO
                   PERFORM P330-ACUMULAR-MATERIA
               ELSE
                   MOVE 'S' TO WS-EOF-MASTER
               END-IF
           END-IF
           .
       P320-FIM.

       P330-ACUMULAR-MATERIA.

           IF BM-BIMESTRE = 4 AND BM-SIT-FINAL NOT = SPACES
               MOVE BM-SIT-FINAL TO WS-SIT-ANO
           END-IF

           MOVE ZEROS TO WS-MAT-ACHADA
           PERFORM P335-COMPARAR-MATERIA
               VARYING WS-MAT-IDX FROM 1 BY 1
               UNTIL WS-MAT-IDX >WS-QTD-MAT
                   OR WS-MAT-ACHADA >0

           IF WS-MAT-ACHADA = ZEROS
               IF WS-QTD-MAT <20
                   ADD 1 TO WS-QTD-MAT
                   MOVE WS-QTD-MAT TO WS-MAT-ACHADA
                   MOVE BM-MATERIA TO WS-MAT-MATERIA (WS-MAT-ACHADA)
               ELSE
                   ADD 1 TO WS-QTD-MAT-EXCED
               END-IF
           END-IF

           IF WS-MAT-ACHADA >0
               AND BM-BIMESTRE >0 AND BM-BIMESTRE <5
               MOVE BM-MEDIA
                   TO WS-MAT-MEDIA (WS-MAT-ACHADA, BM-BIMESTRE)
               MOVE 'S'
                   TO WS-MAT-LANCADO (WS-MAT-ACHADA, BM-BIMESTRE)

               IF ARQUIVO-FREQ-ABERTO
                   MOVE BM-CHAVE TO FQ-CHAVE
                   READ FREQUENCIA-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD FQ-HORAS-LECIONADAS
                               TO WS-MAT-HORAS (WS-MAT-ACHADA)
                           ADD FQ-FALTAS
                               TO WS-MAT-FALTAS (WS-MAT-ACHADA)
                   END-READ
               END-IF
           END-IF
           .
       P330-FIM.

       P335-COMPARAR-MATERIA.

           IF WS-MAT-MATERIA (WS-MAT-IDX) = BM-MATERIA
               MOVE WS-MAT-IDX TO WS-MAT-ACHADA
           END-IF
           .
       P335-FIM.

       P400-SEGUNDA-VIA.

           PERFORM P170-LER-NUMERO

           IF DOCUMENTO-PERMITIDO
               IF DR-CANCELADO
                   DISPLAY '***********************************'
                   DISPLAY '* DOCUMENTO CANCELADO EM '
                       DR-DATA-CANCELAMENTO ' *'
                   DISPLAY '* MOTIVO : ' DR-MOTIVO-CANCEL
                   DISPLAY '* 2a VIA NAO EMITIDA *'
                   DISPLAY '***********************************'
               ELSE
                   MOVE DR-MATRICULA TO EN-MATRICULA
                   READ ENROLLMENT-FILE
                       INVALID KEY
                           MOVE DR-NOME  TO EN-NOME
                           MOVE DR-TURMA TO EN-TURMA
                   END-READ

                   MOVE DR-ANO-LETIVO TO WS-ANO-LETIVO
                   MOVE DR-TIPO       TO WS-TIPO
                   PERFORM P300-MONTAR-ANO

                   ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
                   IF DR-QTD-VIAS <99
                       ADD 1 TO DR-QTD-VIAS
                   END-IF
                   MOVE WS-DATA-ATUAL TO DR-DATA-ULTIMA-VIA

                   REWRITE DOCUMENTO-REGISTRO-RECORD

                   MOVE DR-QTD-VIAS TO WS-ED-VIA
                   IF DR-QTD-VIAS >9
                       MOVE 9 TO WS-ED-VIA
                   END-IF
                   MOVE SPACES TO WS-MARCA-VIA
                   STRING WS-ED-VIA 'a VIA'
                       DELIMITED BY SIZE INTO WS-MARCA-VIA
                   PERFORM P600-IMPRIMIR-DOCUMENTO
                   DISPLAY 'Documento ' DR-NUMERO ' reimpresso - '
                       WS-MARCA-VIA
               END-IF
           END-IF
           .
       P400-FIM.

       P500-CANCELAR.

           PERFORM P170-LER-NUMERO

           IF DOCUMENTO-PERMITIDO
               IF DR-CANCELADO
                   DISPLAY '* DOCUMENTO JA CANCELADO EM '
                       DR-DATA-CANCELAMENTO ' *'
               ELSE
                   PERFORM P750-EXIBIR-DOCUMENTO

                   DISPLAY 'Motivo do cancelamento : '
                     ACCEPT WS-MOTIVO

                   IF WS-MOTIVO = SPACES
                       DISPLAY '* MOTIVO EM BRANCO - CANCELAMENTO'
                       DISPLAY '  NAO FEITO *'
                   ELSE
                       DISPLAY 'Confirma o cancelamento? S/N'
                         ACCEPT WS-CONFIRMA

                       IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
                           MOVE 'CANCELADO'   TO DR-SITUACAO
                           MOVE WS-DATA-ATUAL TO DR-DATA-CANCELAMENTO
                           MOVE WS-OPERADOR   TO DR-OPERADOR-CANCEL
                           MOVE WS-MOTIVO     TO DR-MOTIVO-CANCEL
                           REWRITE DOCUMENTO-REGISTRO-RECORD
                           DISPLAY 'Documento cancelado no livro.'
                       ELSE
                           DISPLAY 'Cancelamento nao confirmado.'
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       P500-FIM.

       P600-IMPRIMIR-DOCUMENTO.

             EVALUATE TRUE
                 WHEN DR-TRANSFERENCIA
                     MOVE 'DECLARACAO DE TRANSFERENCIA' TO WS-TITULO
                 WHEN DR-DECL-MATRICULA
                     MOVE 'DECLARACAO DE MATRICULA E FREQUENCIA'
                         TO WS-TITULO
                 WHEN OTHER
                     MOVE 'CERTIFICADO DE CONCLUSAO' TO WS-TITULO
             END-EVALUATE

             MOVE DR-NUMERO     TO WS-ED-NUMERO
             MOVE DR-ANO-LETIVO TO WS-ED-ANO

             MOVE SPACES TO PR-LINHA
             MOVE 'CENTRO DE FORMACAO PROFISSIONAL - SECRETARIA ESCOLAR'
                 TO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE SPACES TO PR-LINHA
             STRING WS-TITULO '  No. ' WS-ED-NUMERO
                 '  ' WS-MARCA-VIA
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE SPACES TO PR-LINHA
             STRING 'Emitido em : ' DR-DATA-EMISSAO
                 '   Impresso em : ' DR-DATA-ULTIMA-VIA
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE SPACES TO PR-LINHA
             MOVE ALL '-' TO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE SPACES TO PR-LINHA
             STRING 'Matricula : ' DR-MATRICULA
                 '   Nome : ' DR-NOME
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE SPACES TO PR-LINHA
             STRING 'Turma : ' DR-TURMA
                 '   Ano Letivo : ' WS-ED-ANO
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE SPACES TO PR-LINHA
             WRITE PRINT-LINE-RECORD

             EVALUATE TRUE
                 WHEN DR-TRANSFERENCIA
                     PERFORM P620-TEXTO-TRANSFERENCIA
                 WHEN DR-DECL-MATRICULA
                     PERFORM P630-TEXTO-MATRICULA
                 WHEN OTHER
                     PERFORM P640-TEXTO-CONCLUSAO
             END-EVALUATE

             MOVE SPACES TO PR-LINHA
             MOVE ALL '-' TO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE SPACES TO PR-LINHA
             STRING 'Registrado no livro sob o No. ' WS-ED-NUMERO
                 ' por ' DR-OPERADOR
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE SPACES TO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE SPACES TO PR-LINHA
             MOVE 'Secretaria Escolar : ____________________________'
                 TO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE SPACES TO PR-LINHA
             MOVE 'Direcao Escolar    : ____________________________'
                 TO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE SPACES TO PR-LINHA
             WRITE PRINT-LINE-RECORD
             .
       P600-FIM.

       P620-TEXTO-TRANSFERENCIA.

             MOVE SPACES TO PR-LINHA
             MOVE 'Declaramos que o aluno acima cursou nesta escola o'
                 TO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE SPACES TO PR-LINHA
             STRING 'ano letivo de ' WS-ED-ANO
                 ' ate a data da transferencia, com o aproveitamento'
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE SPACES TO PR-LINHA
             MOVE 'e a frequencia abaixo, e esta TRANSFERIDO.'
               TO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE SPACES TO PR-LINHA
             WRITE PRINT-LINE-RECORD

             PERFORM P650-IMPRIMIR-QUADRO
             .
       P620-FIM.

       P630-TEXTO-MATRICULA.

             MOVE ZEROS TO WS-TOT-HORAS WS-TOT-FALTAS
             PERFORM P660-SOMAR-FREQUENCIA
                 VARYING WS-MAT-IDX FROM 1 BY 1
                 UNTIL WS-MAT-IDX >WS-QTD-MAT

             MOVE SPACES TO PR-LINHA
             MOVE 'Declaramos que o aluno acima esta regularmente'
                 TO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE SPACES TO PR-LINHA
             STRING 'matriculado nesta escola na turma ' DR-TURMA
                 ' no ano letivo de ' WS-ED-ANO '.'
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE SPACES TO PR-LINHA
             IF WS-TOT-HORAS >0
                 COMPUTE WS-PERC-FREQ ROUNDED =
                     (WS-TOT-HORAS - WS-TOT-FALTAS) * 100
                     / WS-TOT-HORAS
                 MOVE WS-PERC-FREQ  TO WS-ED-PERC
                 MOVE WS-TOT-HORAS  TO WS-ED-HORAS
                 MOVE WS-TOT-FALTAS TO WS-ED-FALTAS
                 STRING 'Frequencia no ano ate a data : ' WS-ED-PERC
                     '% (' WS-ED-FALTAS ' faltas em ' WS-ED-HORAS
                     ' horas)'
                     DELIMITED BY SIZE INTO PR-LINHA
             ELSE
                 MOVE 'Frequencia no ano ate a data : SEM REGISTRO'
                     TO PR-LINHA
             END-IF
             WRITE PRINT-LINE-RECORD
             .
       P630-FIM.

       P640-TEXTO-CONCLUSAO.

             MOVE SPACES TO PR-LINHA
             MOVE 'Certificamos que o aluno acima concluiu nesta escola'
                 TO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE SPACES TO PR-LINHA
             STRING 'o curso, tendo sido APROVADO na serie final no'
                 ' ano letivo de ' WS-ED-ANO ','
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE SPACES TO PR-LINHA
             MOVE 'com o aproveitamento abaixo.' TO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE SPACES TO PR-LINHA
             WRITE PRINT-LINE-RECORD

             PERFORM P650-IMPRIMIR-QUADRO
             .
       P640-FIM.

       P650-IMPRIMIR-QUADRO.

             MOVE SPACES TO PR-LINHA
             STRING 'Materia                  Bim 1 Bim 2 Bim 3'
                 ' Bim 4 Faltas Freq%'
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             PERFORM P670-IMPRIMIR-MATERIA
                 VARYING WS-MAT-IDX FROM 1 BY 1
                 UNTIL WS-MAT-IDX >WS-QTD-MAT

             IF WS-QTD-MAT = ZEROS
                 MOVE SPACES TO PR-LINHA
                 MOVE 'Nenhuma nota lancada no ano de referencia.'
                     TO PR-LINHA
                 WRITE PRINT-LINE-RECORD
             END-IF

             IF WS-QTD-MAT-EXCED >0
                 MOVE SPACES TO PR-LINHA
                 MOVE 'ATENCAO: MATERIAS ALEM DO LIMITE DE 20 OMITIDAS'
                     TO PR-LINHA
                 WRITE PRINT-LINE-RECORD
             END-IF
             .
       P650-FIM.

       P660-SOMAR-FREQUENCIA.

             ADD WS-MAT-HORAS (WS-MAT-IDX)  TO WS-TOT-HORAS
             ADD WS-MAT-FALTAS (WS-MAT-IDX) TO WS-TOT-FALTAS
             .
       P660-FIM.

       P670-IMPRIMIR-MATERIA.

             IF WS-MAT-LANCADO (WS-MAT-IDX, 1) = 'S'
                 MOVE WS-MAT-MEDIA (WS-MAT-IDX, 1) TO WS-ED-MEDIA
                 MOVE WS-ED-MEDIA TO WS-ED-BIM1
             ELSE
                 MOVE '    -' TO WS-ED-BIM1
             END-IF

             IF WS-MAT-LANCADO (WS-MAT-IDX, 2) = 'S'
                 MOVE WS-MAT-MEDIA (WS-MAT-IDX, 2) TO WS-ED-MEDIA
                 MOVE WS-ED-MEDIA TO WS-ED-BIM2
             ELSE
                 MOVE '    -' TO WS-ED-BIM2
             END-IF

             IF WS-MAT-LANCADO (WS-MAT-IDX, 3) = 'S'
                 MOVE WS-MAT-MEDIA (WS-MAT-IDX, 3) TO WS-ED-MEDIA
                 MOVE WS-ED-MEDIA TO WS-ED-BIM3
             ELSE
                 MOVE '    -' TO WS-ED-BIM3
             END-IF

             IF WS-MAT-LANCADO (WS-MAT-IDX, 4) = 'S'
                 MOVE WS-MAT-MEDIA (WS-MAT-IDX, 4) TO WS-ED-MEDIA
                 MOVE WS-ED-MEDIA TO WS-ED-BIM4
             ELSE
                 MOVE '    -' TO WS-ED-BIM4
             END-IF

             MOVE WS-MAT-FALTAS (WS-MAT-IDX) TO WS-ED-FALTAS

             IF WS-MAT-HORAS (WS-MAT-IDX) >0
                 COMPUTE WS-PERC-FREQ ROUNDED =
                     (WS-MAT-HORAS (WS-MAT-IDX)
                      - WS-MAT-FALTAS (WS-MAT-IDX)) * 100
                     / WS-MAT-HORAS (WS-MAT-IDX)
                 MOVE WS-PERC-FREQ TO WS-ED-PERC
             ELSE
                 MOVE ZEROS TO WS-ED-PERC
             END-IF

             MOVE SPACES TO PR-LINHA
             STRING WS-MAT-MATERIA (WS-MAT-IDX)
                 WS-ED-BIM1 ' ' WS-ED-BIM2 ' '
                 WS-ED-BIM3 ' ' WS-ED-BIM4 ' '
                 WS-ED-FALTAS '  ' WS-ED-PERC
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD
             .
       P670-FIM.

       P700-CONSULTAR.

           PERFORM P170-LER-NUMERO

           IF DOCUMENTO-PERMITIDO
               PERFORM P750-EXIBIR-DOCUMENTO
           END-IF
           .
       P700-FIM.

       P750-EXIBIR-DOCUMENTO.

           DISPLAY '-------------------------------------------'
           DISPLAY 'Numero     : ' DR-NUMERO '   Tipo : ' DR-TIPO
           DISPLAY 'Aluno      : ' DR-MATRICULA ' ' DR-NOME
           DISPLAY 'Turma      : ' DR-TURMA
               '   Ano letivo : ' DR-ANO-LETIVO
           DISPLAY 'Emissao    : ' DR-DATA-EMISSAO ' ' DR-HORA-EMISSAO
               '  por ' DR-OPERADOR
           DISPLAY 'Vias       : ' DR-QTD-VIAS
               '   Ultima via : ' DR-DATA-ULTIMA-VIA
           DISPLAY 'Situacao   : ' DR-SITUACAO
           IF DR-CANCELADO
               DISPLAY 'Cancelado  : ' DR-DATA-CANCELAMENTO
                   '  por ' DR-OPERADOR-CANCEL
               DISPLAY 'Motivo     : ' DR-MOTIVO-CANCEL
           END-IF
           DISPLAY '-------------------------------------------'
           .
       P750-FIM.

       P800-LISTAR-LIVRO.

           DISPLAY 'Numero inicial (zeros = inicio do livro) : '
             ACCEPT WS-NUMERO-INICIAL
           DISPLAY 'Numero final (zeros = fim do livro) : '
             ACCEPT WS-NUMERO-FINAL

           IF WS-NUMERO-FINAL = ZEROS
               MOVE 999999 TO WS-NUMERO-FINAL
           END-IF

           OPEN OUTPUT LIVRO-REPORT-FILE
           IF WS-FS-LISTA NOT = '00'
               DISPLAY '***************************************'
               DISPLAY '* ERRO AO ABRIR LIVRO-REGISTRO.PRT *'
               DISPLAY '***************************************'
           ELSE
               ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
               MOVE ZEROS TO WS-CONT-LISTADOS

               MOVE SPACES TO LV-LINHA
               MOVE 'CFP - LIVRO DE REGISTRO DE DOCUMENTOS ESCOLARES'
                   TO LV-LINHA
               WRITE LIVRO-LINE-RECORD

               MOVE SPACES TO LV-LINHA
               STRING 'Emitido em : ' WS-DATA-ATUAL
                   DELIMITED BY SIZE INTO LV-LINHA
               WRITE LIVRO-LINE-RECORD

               MOVE SPACES TO LV-LINHA
               STRING 'Numero T Matricula  Nome                     '
                   ' Emissao  Sit'
                   DELIMITED BY SIZE INTO LV-LINHA
               WRITE LIVRO-LINE-RECORD

               MOVE SPACES TO LV-LINHA
               MOVE ALL '-' TO LV-LINHA
               WRITE LIVRO-LINE-RECORD

               MOVE 'N'               TO WS-EOF-LIVRO
               MOVE WS-NUMERO-INICIAL TO DR-NUMERO

               START LIVRO-REGISTRO-FILE
                   KEY IS NOT LESS THAN DR-NUMERO
                   INVALID KEY
                       MOVE 'S' TO WS-EOF-LIVRO
               END-START

               PERFORM P850-LISTAR-REGISTRO UNTIL FIM-LIVRO

               MOVE SPACES TO LV-LINHA
               MOVE ALL '-' TO LV-LINHA
               WRITE LIVRO-LINE-RECORD

               MOVE WS-CONT-LISTADOS TO WS-ED-QTD
               MOVE SPACES TO LV-LINHA
               STRING 'Documentos listados : ' WS-ED-QTD
                   DELIMITED BY SIZE INTO LV-LINHA
               WRITE LIVRO-LINE-RECORD

               MOVE SPACES TO LV-LINHA
               WRITE LIVRO-LINE-RECORD

               MOVE SPACES TO LV-LINHA
               MOVE 'Secretaria Escolar : ____________________________'
                   TO LV-LINHA
               WRITE LIVRO-LINE-RECORD

               CLOSE LIVRO-REPORT-FILE

               DISPLAY 'Livro gravado em LIVRO-REGISTRO.PRT - '
                   WS-CONT-LISTADOS ' documento(s).'
           END-IF
           .
       P800-FIM.

       P850-LISTAR-REGISTRO.

           READ LIVRO-REGISTRO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-LIVRO
           END-READ

           IF NOT FIM-LIVRO
               IF DR-NUMERO >WS-NUMERO-FINAL
                   MOVE 'S' TO WS-EOF-LIVRO
               ELSE
                   ADD 1 TO WS-CONT-LISTADOS
                   MOVE DR-NUMERO TO WS-ED-NUMERO

                   MOVE SPACES TO LV-LINHA
                   STRING WS-ED-NUMERO ' ' DR-TIPO ' '
                       DR-MATRICULA ' ' DR-NOME (1:25) ' '
                       DR-DATA-EMISSAO ' ' DR-SITUACAO
                       DELIMITED BY SIZE INTO LV-LINHA
                   WRITE LIVRO-LINE-RECORD

                   MOVE SPACES TO LV-LINHA
                   STRING '         Operador : ' DR-OPERADOR
                       '  Vias : ' DR-QTD-VIAS
                       DELIMITED BY SIZE INTO LV-LINHA
                   WRITE LIVRO-LINE-RECORD

                   IF DR-CANCELADO
                       MOVE SPACES TO LV-LINHA
                       STRING '         Cancelado em '
                           DR-DATA-CANCELAMENTO ' : '
                           DR-MOTIVO-CANCEL (1:40)
                           DELIMITED BY SIZE INTO LV-LINHA
                       WRITE LIVRO-LINE-RECORD
                   END-IF
               END-IF
           END-IF
           .
       P850-FIM.

       P999-FINAL.
             CLOSE LIVRO-REGISTRO-FILE
             CLOSE ENROLLMENT-FILE
             CLOSE BOLETIM-MASTER-FILE
             IF ARQUIVO-HIST-ABERTO
                 CLOSE HISTORICO-FILE
             END-IF
             IF ARQUIVO-FREQ-ABERTO
                 CLOSE FREQUENCIA-FILE
             END-IF
             CLOSE PRINT-REPORT-FILE

             DISPLAY 'Muito obrigado.'
            STOP RUN.

       END PROGRAM BoletimDocumentoCOBOL.
