      *                 digitada errada fragmentava o mestre e perdia
      *                 pesos e frequencia. Cadastro ausente =
      *                 critica nao se aplica.
      * 02/10/2026 PB - Registro da execucao no controle de execucoes
      *                 (BoletimExecucaoCOBOL, RUN-CONTROLE.DAT) como
      *                 BOLCRIT, com o ano/bimestre do lote, os lidos
      *                 e as criticas; o lote de turma confere ali que
      *                 a pre-critica passou antes de partir.
      ******************************************************************

       IDENTIFICATION DIVISION.

       77  WS-SOMA-PESOS       PIC 9(02)V99    VALUE ZEROS.

       77  WS-OPERADOR         PIC X(20)       VALUE SPACES.
       77  WS-RUN-ID           PIC 9(08)       VALUE ZEROS.
       77  WS-RUN-ANO          PIC 9(04)       VALUE ZEROS.
       77  WS-RUN-BIMESTRE     PIC 9(01)       VALUE ZEROS.

       COPY RUNPARM.

       01  WS-CHAVE-ENTRADA.
           05  WS-CHV-MATRICULA    PIC X(10).
           05  WS-CHV-ANO          PIC 9(04).

       P001-START.
              PERFORM P050-ABRIR-ARQUIVOS
              PERFORM P060-REGISTRAR-INICIO
              PERFORM P100-LER-ENTRADA
              PERFORM P200-CRITICAR-REGISTRO
                  UNTIL FIM-TURMA
           .
       P050-FIM.

       P060-REGISTRAR-INICIO.

           ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER"

           INITIALIZE EXECUCAO-PARMS
           MOVE 'I'          TO WS-R-FUNCAO
           MOVE 'BOLCRIT'    TO WS-R-PROGRAMA
           MOVE WS-OPERADOR  TO WS-R-OPERADOR

           CALL 'BoletimExecucaoCOBOL' USING EXECUCAO-PARMS
           END-CALL

           MOVE WS-R-RUN-ID TO WS-RUN-ID
           .
       P060-FIM.

       P100-LER-ENTRADA.

           READ TURMA-ENTRADA-FILE
                   MOVE 'S' TO WS-EOF-TURMA
               NOT AT END
                   ADD 1 TO WS-CONT-LIDOS
                   IF WS-CONT-LIDOS = 1
                      AND TE-ANO-LETIVO IS NUMERIC
                      AND TE-BIMESTRE IS NUMERIC
                       MOVE TE-ANO-LETIVO TO WS-RUN-ANO
                       MOVE TE-BIMESTRE   TO WS-RUN-BIMESTRE
                   END-IF
           END-READ
           .
       P100-FIM.
           .
       P700-FIM.

       P990-REGISTRAR-FIM.

           INITIALIZE EXECUCAO-PARMS
           MOVE 'F'              TO WS-R-FUNCAO
           MOVE WS-RUN-ID        TO WS-R-RUN-ID
           MOVE WS-RUN-ANO       TO WS-R-ANO-LETIVO
           MOVE WS-RUN-BIMESTRE  TO WS-R-BIMESTRE
           MOVE RETURN-CODE      TO WS-R-RETURN-CODE
           MOVE WS-CONT-LIDOS    TO WS-R-LIDOS
           MOVE WS-CONT-CRITICAS TO WS-R-REJEITADOS

           CALL 'BoletimExecucaoCOBOL' USING EXECUCAO-PARMS
           END-CALL

      * O RETURN-CODE do passo e o do programa, nao o da chamada.
           MOVE WS-R-RETURN-CODE TO RETURN-CODE
           .
       P990-FIM.

       P999-FINAL.
             CLOSE TURMA-ENTRADA-FILE
             CLOSE ENROLLMENT-FILE
                 MOVE 8 TO RETURN-CODE
             END-IF

             PERFORM P990-REGISTRAR-FIM

             STOP RUN.

       END PROGRAM BoletimCriticaCOBOL.
