      *                 REPROV FALTA independente da media, conforme o
      *                 regulamento. Horas lecionadas zeradas = sem
      *                 dado de frequencia, a critica nao se aplica.
      * 12/10/2026 PB - Notas de corte (7 APROVADO, 5 RECUPERACAO) e
      *                 frequencia minima (75%) passam a vir do
      *                 regulamento (REGULAMENTO.DAT, REGULREC): a
      *                 regra VIGENTE em vigor no ano letivo do registro
      *                 (WS-P-ANO-LETIVO) para o segmento da turma
      *                 (WS-P-TURMA), para recalculo e retificacao de
      *                 ano passado seguirem a regra da epoca. Tabela
      *                 lida uma vez por execucao; sem regra, 7 / 5 /
      *                 75%.
      *                 Regra informada pelo chamador (simulacao) tem
      *                 precedencia.
      * 15/10/2026 PB - Devolve tambem a chave e o tamanho do segmento
      *                 da regra aplicada (WS-P-REGRA-ANO, -SEGMENTO,
      *                 -TAM), para a simulacao saber qual regra rege
      *                 cada boletim.
      ******************************************************************

       IDENTIFICATION DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REGULAMENTO-FILE
               ASSIGN TO "REGULAMENTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RG-CHAVE
               FILE STATUS IS WS-FS-REGUL.

       DATA DIVISION.
       FILE SECTION.
       FD  REGULAMENTO-FILE.
           COPY REGULREC.

       WORKING-STORAGE SECTION.

       77  WS-PERC-FREQUENCIA  PIC S9(03)V99   VALUE ZEROS.

       77  WS-FS-REGUL         PIC X(02)       VALUE '00'.

       77  WS-REGUL-CARGA      PIC X(01)       VALUE 'N'.
           88  REGULAMENTO-CARREGADO           VALUE 'S'.

       77  WS-EOF-REGUL        PIC X(01)       VALUE 'N'.
           88  FIM-REGULAMENTO                 VALUE 'S'.

       77  WS-SEG-SIT          PIC X(01)       VALUE 'N'.
           88  SEGMENTO-CASA                   VALUE 'S'.

       77  WS-QTD-REGRAS       PIC 9(04)       VALUE ZEROS.
       77  WS-QTD-EXCEDIDAS    PIC 9(04)       VALUE ZEROS.
       77  WS-REG-IDX          PIC 9(04)       VALUE ZEROS.
       77  WS-REG-ACHADA       PIC 9(04)       VALUE ZEROS.
       77  WS-TAM-ACHADA       PIC 9(02)       VALUE ZEROS.

       77  WS-NOTA-APROVACAO   PIC 9(2)V99     VALUE 7.
       77  WS-NOTA-RECUPERACAO PIC 9(2)V99     VALUE 5.
       77  WS-FREQ-MINIMA      PIC 9(03)       VALUE 75.

       01  WS-REGRA-TAB.
           05  WS-REGRA-ENTRY OCCURS 200 TIMES.
               10  WS-REG-ANO           PIC 9(04).
               10  WS-REG-SEGMENTO      PIC X(06).
               10  WS-REG-TAM           PIC 9(02).
               10  WS-REG-APROVACAO     PIC 9(2)V99.
               10  WS-REG-RECUPERACAO   PIC 9(2)V99.
               10  WS-REG-FREQ          PIC 9(03).

       LINKAGE SECTION.
       COPY BOLPARM.

       MAIN-PROCEDURE.

       P001-START.
              IF NOT REGULAMENTO-CARREGADO
                  PERFORM P300-CARREGAR-REGULAMENTO
              END-IF
              PERFORM P400-ESCOLHER-REGRA
              PERFORM P210-CLASSIFICAR
              PERFORM P220-CRITICAR-FREQUENCIA
              GOBACK
           IF WS-P-MEDIA < 0 OR WS-P-MEDIA > 10
               MOVE 'REPROVADO' TO WS-P-STATUS
           ELSE
               IF WS-P-MEDIA >= WS-NOTA-APROVACAO
                   MOVE 'APROVADO' TO WS-P-STATUS
               ELSE
                   IF WS-P-MEDIA >= WS-NOTA-RECUPERACAO
                       MOVE 'RECUPERACAO' TO WS-P-STATUS
                   ELSE
                       MOVE 'REPROVADO' TO WS-P-STATUS
                   ON SIZE ERROR MOVE ZEROS TO WS-PERC-FREQUENCIA
               END-COMPUTE

               IF WS-PERC-FREQUENCIA <WS-FREQ-MINIMA
                   MOVE 'REPROV FALTA' TO WS-P-STATUS
               END-IF
           END-IF
           .
       P220-FIM.

       P300-CARREGAR-REGULAMENTO.

           MOVE 'S'   TO WS-REGUL-CARGA
           MOVE ZEROS TO WS-QTD-REGRAS

           OPEN INPUT REGULAMENTO-FILE
           IF WS-FS-REGUL = '00' OR WS-FS-REGUL = '05'
               MOVE 'N' TO WS-EOF-REGUL
               PERFORM P350-LER-REGRA UNTIL FIM-REGULAMENTO
               CLOSE REGULAMENTO-FILE
           END-IF

           IF WS-QTD-EXCEDIDAS >0
               DISPLAY '*** ATENCAO: ' WS-QTD-EXCEDIDAS
                   ' REGRA(S) DO REGULAMENTO ALEM DO LIMITE DE 200 -'
               DISPLAY 'NAO CONSIDERADAS NA CLASSIFICACAO ***'
           END-IF
           .
       P300-FIM.

       P350-LER-REGRA.

           READ REGULAMENTO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-REGUL
               NOT AT END
                   IF RG-VIGENTE
                       IF WS-QTD-REGRAS <200
                           ADD 1 TO WS-QTD-REGRAS
                           MOVE RG-ANO-LETIVO
                               TO WS-REG-ANO (WS-QTD-REGRAS)
                           MOVE RG-SEGMENTO
                               TO WS-REG-SEGMENTO (WS-QTD-REGRAS)
                           MOVE RG-NOTA-APROVACAO
                               TO WS-REG-APROVACAO (WS-QTD-REGRAS)
                           MOVE RG-NOTA-RECUPERACAO
                               TO WS-REG-RECUPERACAO (WS-QTD-REGRAS)
                           MOVE RG-FREQ-MINIMA
                               TO WS-REG-FREQ (WS-QTD-REGRAS)
                           MOVE ZEROS TO WS-REG-TAM (WS-QTD-REGRAS)
                           INSPECT RG-SEGMENTO
                               TALLYING WS-REG-TAM (WS-QTD-REGRAS)
                               FOR CHARACTERS BEFORE INITIAL SPACE
                       ELSE
                           ADD 1 TO WS-QTD-EXCEDIDAS
                       END-IF
                   END-IF
           END-READ
           .
       P350-FIM.

       P400-ESCOLHER-REGRA.

           IF WS-P-REGRA-INFORMADA
               MOVE WS-P-NOTA-APROVACAO   TO WS-NOTA-APROVACAO
               MOVE WS-P-NOTA-RECUPERACAO TO WS-NOTA-RECUPERACAO
               MOVE WS-P-FREQ-MINIMA      TO WS-FREQ-MINIMA
           ELSE
               MOVE 7     TO WS-NOTA-APROVACAO
               MOVE 5     TO WS-NOTA-RECUPERACAO
               MOVE 75    TO WS-FREQ-MINIMA
               MOVE ZEROS TO WS-REG-ACHADA
               MOVE ZEROS TO WS-TAM-ACHADA
               MOVE ZEROS  TO WS-P-REGRA-ANO
               MOVE SPACES TO WS-P-REGRA-SEGMENTO
               MOVE ZEROS  TO WS-P-REGRA-TAM

               IF WS-P-ANO-LETIVO IS NUMERIC
                   PERFORM P450-COMPARAR-REGRA
                       VARYING WS-REG-IDX FROM 1 BY 1
                       UNTIL WS-REG-IDX >WS-QTD-REGRAS
               END-IF

               IF WS-REG-ACHADA >0
                   MOVE WS-REG-APROVACAO (WS-REG-ACHADA)
                       TO WS-NOTA-APROVACAO
                   MOVE WS-REG-RECUPERACAO (WS-REG-ACHADA)
                       TO WS-NOTA-RECUPERACAO
                   MOVE WS-REG-FREQ (WS-REG-ACHADA)
                       TO WS-FREQ-MINIMA
                   MOVE WS-REG-ANO (WS-REG-ACHADA)
                       TO WS-P-REGRA-ANO
                   MOVE WS-REG-SEGMENTO (WS-REG-ACHADA)
                       TO WS-P-REGRA-SEGMENTO
                   MOVE WS-REG-TAM (WS-REG-ACHADA)
                       TO WS-P-REGRA-TAM
               END-IF

               MOVE WS-NOTA-APROVACAO   TO WS-P-NOTA-APROVACAO
               MOVE WS-NOTA-RECUPERACAO TO WS-P-NOTA-RECUPERACAO
               MOVE WS-FREQ-MINIMA      TO WS-P-FREQ-MINIMA
           END-IF
           .
       P400-FIM.

       P450-COMPARAR-REGRA.

      * Vale o segmento mais longo que casa com a turma; no mesmo
      * segmento, a regra de ano mais recente ate o ano do registro
      * (a tabela vem em ordem de ano).
           MOVE 'N' TO WS-SEG-SIT

           IF WS-REG-ANO (WS-REG-IDX) <= WS-P-ANO-LETIVO
               IF WS-REG-TAM (WS-REG-IDX) = ZEROS
                   MOVE 'S' TO WS-SEG-SIT
               ELSE
                   IF WS-P-TURMA (1:WS-REG-TAM (WS-REG-IDX)) =
                      WS-REG-SEGMENTO (WS-REG-IDX)
                          (1:WS-REG-TAM (WS-REG-IDX))
                       MOVE 'S' TO WS-SEG-SIT
                   END-IF
               END-IF
           END-IF

           IF SEGMENTO-CASA
               IF WS-REG-ACHADA = ZEROS
                  OR WS-REG-TAM (WS-REG-IDX) >= WS-TAM-ACHADA
                   MOVE WS-REG-IDX              TO WS-REG-ACHADA
                   MOVE WS-REG-TAM (WS-REG-IDX) TO WS-TAM-ACHADA
               END-IF
           END-IF
           .
       P450-FIM.

       END PROGRAM BoletimClassificaCOBOL.
