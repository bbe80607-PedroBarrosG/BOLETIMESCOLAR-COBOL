      *                 BoletimAutorizaCOBOL (cadastro de operadores
      *                 OPERREC); negativa registrada em
      *                 ACESSO-NEGADO.LOG para a direcao.
      * 02/10/2026 PB - So roda depois da virada aplicada: o controle
      *                 de execucoes (BoletimExecucaoCOBOL,
      *                 RUN-CONTROLE.DAT) tem de ter uma BOLVIRA
      *                 CONCLUIDA com aplicacao S para o ano anterior ao
      *                 corrente - arquivar antes tirava do mestre as
      *                 notas que a virada ainda ia ler. A execucao e
      *                 registrada como BOLARQU, com mestre lido, linhas
      *                 gravadas (movidas + mantidas) e RC.
      ******************************************************************

       IDENTIFICATION DIVISION.

       COPY AUTPARM.

       COPY RUNPARM.

       77  WS-RUN-ID           PIC 9(08)       VALUE ZEROS.
       77  WS-ANO-VIRADA       PIC 9(04)       VALUE ZEROS.
       77  WS-PREREQ-SIT       PIC X(01)       VALUE 'S'.
           88  PRE-REQUISITO-OK                VALUE 'S'.

       77  WS-OPERADOR         PIC X(20)       VALUE SPACES.
       77  WS-FS-MASTER        PIC X(02)       VALUE '00'.
       77  WS-FS-NOVO          PIC X(02)       VALUE '00'.
              PERFORM P010-VERIFICAR-AUTORIZACAO
              PERFORM P050-ABRIR-ARQUIVOS
              PERFORM P100-PEDIR-PARAMETROS
              PERFORM P105-CONFERIR-VIRADA
              PERFORM P110-REGISTRAR-INICIO

              PERFORM P150-LER-MASTER
              PERFORM P200-DIVIDIR-MASTER
           .
       P100-FIM.

       P105-CONFERIR-VIRADA.

           MOVE 'S' TO WS-PREREQ-SIT
           COMPUTE WS-ANO-VIRADA = WS-ANO-CORRENTE - 1

           INITIALIZE EXECUCAO-PARMS
           MOVE 'U'           TO WS-R-FUNCAO
           MOVE 'BOLVIRA'     TO WS-R-PROGRAMA
           MOVE WS-ANO-VIRADA TO WS-R-ANO-LETIVO
           MOVE 'S'           TO WS-R-APLICACAO

           CALL 'BoletimExecucaoCOBOL' USING EXECUCAO-PARMS
           END-CALL

           IF NOT EXECUCAO-ACHADA OR NOT EXECUCAO-CONCLUIDA
               MOVE 'N' TO WS-PREREQ-SIT
           END-IF
           .
       P105-FIM.

       P110-REGISTRAR-INICIO.

           INITIALIZE EXECUCAO-PARMS
           MOVE 'I'             TO WS-R-FUNCAO
           MOVE 'BOLARQU'       TO WS-R-PROGRAMA
           MOVE WS-ANO-CORRENTE TO WS-R-ANO-LETIVO
           MOVE WS-OPERADOR     TO WS-R-OPERADOR

           CALL 'BoletimExecucaoCOBOL' USING EXECUCAO-PARMS
           END-CALL

           MOVE WS-R-RUN-ID TO WS-RUN-ID

           IF NOT PRE-REQUISITO-OK
               DISPLAY '*******************************************'
               DISPLAY '* VIRADA DO ANO ' WS-ANO-VIRADA
                   ' AINDA NAO APLICADA -'
               DISPLAY '* ARQUIVAMENTO ABORTADO *'
               DISPLAY '*******************************************'
               MOVE 8 TO RETURN-CODE
               PERFORM P990-REGISTRAR-FIM
               STOP RUN
           END-IF
           .
       P110-FIM.

       P150-LER-MASTER.

           READ BOLETIM-MASTER-FILE NEXT RECORD
           .
       P500-FIM.

       P990-REGISTRAR-FIM.

           INITIALIZE EXECUCAO-PARMS
           MOVE 'F'             TO WS-R-FUNCAO
           MOVE WS-RUN-ID       TO WS-R-RUN-ID
           MOVE RETURN-CODE     TO WS-R-RETURN-CODE
           MOVE WS-CONT-LIDOS   TO WS-R-LIDOS
           COMPUTE WS-R-GRAVADOS = WS-CONT-MOVIDOS + WS-CONT-MANTIDOS

           CALL 'BoletimExecucaoCOBOL' USING EXECUCAO-PARMS
           END-CALL

           MOVE WS-R-RETURN-CODE TO RETURN-CODE
           .
       P990-FIM.

       P999-FINAL.
             CLOSE BOLETIM-MASTER-FILE
             CLOSE MASTER-NOVO-FILE
                 MOVE 8 TO RETURN-CODE
             END-IF

             PERFORM P990-REGISTRAR-FIM

            STOP RUN.

       END PROGRAM BoletimArquivaCOBOL.
