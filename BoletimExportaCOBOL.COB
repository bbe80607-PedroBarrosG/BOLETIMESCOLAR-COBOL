      *                 OPERREC), ja que a remessa atualiza o controle
      *                 de remessa; negativa registrada em
      *                 ACESSO-NEGADO.LOG para a direcao.
      * 02/10/2026 PB - Remessa so parte com o ultimo lote de turma
      *                 conciliado limpo, conferido no controle de
      *                 execucoes (BoletimExecucaoCOBOL,
      *                 RUN-CONTROLE.DAT): a ultima BOLCONC tem de
      *                 cobrir o ultimo BOLTURMA e ter terminado com
      *                 RC 0. Nenhum lote registrado = nada a conferir.
      *                 A conferencia vem antes do OPEN OUTPUT, para a
      *                 remessa anterior nao ser truncada a toa. A
      *                 execucao e registrada como BOLEXPO, com a
      *                 conciliacao que a liberou em RN-RUN-REF.
      * 08/10/2026 PB - Estorno de lote (BOLESTOR) posterior ao ultimo
      *                 BOLTURMA tambem mexe no mestre e tambem precisa
      *                 de conciliacao limpa antes da remessa.
      * 15/10/2026 PB - Lote ou estorno que FALHOU ou nao gravou nada
      *                 nao mexeu no mestre e nao pede conciliacao nova
      *                 (funcao M do controle de execucoes); o
      *                 relatorio matinal segue a mesma regra. Ate aqui
      *                 contava a ultima execucao fosse qual fosse.
      ******************************************************************

       IDENTIFICATION DIVISION.

       COPY AUTPARM.

       COPY RUNPARM.

       77  WS-RUN-ID           PIC 9(08)       VALUE ZEROS.
       77  WS-LOTE-RUN-ID      PIC 9(08)       VALUE ZEROS.
       77  WS-CONC-RUN-ID      PIC 9(08)       VALUE ZEROS.
       77  WS-PREREQ-SIT       PIC X(01)       VALUE 'S'.
           88  PRE-REQUISITO-OK                VALUE 'S'.
       77  WS-PREREQ-MOTIVO    PIC X(40)       VALUE SPACES.

       77  WS-OPERADOR         PIC X(20)       VALUE SPACES.
       77  WS-FS-MASTER        PIC X(02)       VALUE '00'.
       77  WS-FS-ENROLL        PIC X(02)       VALUE '00'.

       P001-START.
              PERFORM P010-VERIFICAR-AUTORIZACAO
              PERFORM P020-CONFERIR-CONCILIACAO
              PERFORM P030-REGISTRAR-INICIO

              OPEN INPUT BOLETIM-MASTER-FILE
              IF WS-FS-MASTER NOT = '00'
           .
       P010-FIM.

       P020-CONFERIR-CONCILIACAO.

           MOVE 'S'   TO WS-PREREQ-SIT
           MOVE ZEROS TO WS-LOTE-RUN-ID
           MOVE ZEROS TO WS-CONC-RUN-ID

           INITIALIZE EXECUCAO-PARMS
           MOVE 'U'        TO WS-R-FUNCAO
           MOVE 'BOLTURMA' TO WS-R-PROGRAMA

           CALL 'BoletimExecucaoCOBOL' USING EXECUCAO-PARMS
           END-CALL

           IF EXECUCAO-ACHADA
               MOVE WS-R-RUN-ID TO WS-LOTE-RUN-ID
               IF EXECUCAO-EM-CURSO
                   MOVE 'N' TO WS-PREREQ-SIT
                   MOVE 'ULTIMO LOTE EXECUTANDO OU INTERROMPIDO'
                       TO WS-PREREQ-MOTIVO
               END-IF
           END-IF

           INITIALIZE EXECUCAO-PARMS
           MOVE 'U'        TO WS-R-FUNCAO
           MOVE 'BOLESTOR' TO WS-R-PROGRAMA

           CALL 'BoletimExecucaoCOBOL' USING EXECUCAO-PARMS
           END-CALL

           IF EXECUCAO-ACHADA AND WS-R-RUN-ID >WS-LOTE-RUN-ID
               IF EXECUCAO-EM-CURSO
                   MOVE 'N' TO WS-PREREQ-SIT
                   MOVE 'ESTORNO EXECUTANDO OU INTERROMPIDO'
                       TO WS-PREREQ-MOTIVO
               END-IF
           END-IF

      * O que a conciliacao tem de cobrir e a ultima execucao de lote
      * ou de estorno que mexeu no mestre: a que FALHOU ou nao gravou
      * nada fica de fora (mesma regra do relatorio matinal). Nenhuma
      * assim: so lancamento pela tela, nada a conciliar antes da
      * remessa.
           MOVE ZEROS TO WS-LOTE-RUN-ID

           IF PRE-REQUISITO-OK
               INITIALIZE EXECUCAO-PARMS
               MOVE 'M'        TO WS-R-FUNCAO
               MOVE 'BOLTURMA' TO WS-R-PROGRAMA

               CALL 'BoletimExecucaoCOBOL' USING EXECUCAO-PARMS
               END-CALL

               IF EXECUCAO-ACHADA
                   MOVE WS-R-RUN-ID TO WS-LOTE-RUN-ID
               END-IF

               INITIALIZE EXECUCAO-PARMS
               MOVE 'M'        TO WS-R-FUNCAO
               MOVE 'BOLESTOR' TO WS-R-PROGRAMA

               CALL 'BoletimExecucaoCOBOL' USING EXECUCAO-PARMS
               END-CALL

               IF EXECUCAO-ACHADA AND WS-R-RUN-ID >WS-LOTE-RUN-ID
                   MOVE WS-R-RUN-ID TO WS-LOTE-RUN-ID
               END-IF
           END-IF

           IF PRE-REQUISITO-OK AND WS-LOTE-RUN-ID >ZEROS
               PERFORM P025-CONFERIR-ULTIMA-CONC
           END-IF
           .
       P020-FIM.

       P025-CONFERIR-ULTIMA-CONC.

           INITIALIZE EXECUCAO-PARMS
           MOVE 'U'       TO WS-R-FUNCAO
           MOVE 'BOLCONC' TO WS-R-PROGRAMA

           CALL 'BoletimExecucaoCOBOL' USING EXECUCAO-PARMS
           END-CALL

           EVALUATE TRUE

               WHEN NOT EXECUCAO-ACHADA
               WHEN WS-R-RUN-REF <WS-LOTE-RUN-ID
               MOVE 'N' TO WS-PREREQ-SIT
               MOVE 'ULTIMO LOTE AINDA NAO CONCILIADO'
                   TO WS-PREREQ-MOTIVO

               WHEN NOT EXECUCAO-CONCLUIDA
               WHEN WS-R-RETURN-CODE NOT = ZEROS
               MOVE 'N' TO WS-PREREQ-SIT
               MOVE 'CONCILIACAO DO LOTE COM DIVERGENCIA'
                   TO WS-PREREQ-MOTIVO

               WHEN OTHER
               MOVE WS-R-RUN-ID TO WS-CONC-RUN-ID

           END-EVALUATE
           .
       P025-FIM.

       P030-REGISTRAR-INICIO.

           INITIALIZE EXECUCAO-PARMS
           MOVE 'I'            TO WS-R-FUNCAO
           MOVE 'BOLEXPO'      TO WS-R-PROGRAMA
           MOVE WS-OPERADOR    TO WS-R-OPERADOR
           MOVE WS-CONC-RUN-ID TO WS-R-RUN-REF

           CALL 'BoletimExecucaoCOBOL' USING EXECUCAO-PARMS
           END-CALL

           MOVE WS-R-RUN-ID TO WS-RUN-ID

           IF NOT PRE-REQUISITO-OK
               DISPLAY '*******************************************'
               DISPLAY '* REMESSA BLOQUEADA - ' WS-PREREQ-MOTIVO
               DISPLAY '* RODAR/ACERTAR A CONCILIACAO (BOLCONC) *'
               DISPLAY '*******************************************'
               MOVE 8 TO RETURN-CODE
               PERFORM P990-REGISTRAR-FIM
               STOP RUN
           END-IF
           .
       P030-FIM.

       P100-PEDIR-PERIODO.

           DISPLAY '*** REMESSA PARA A SECRETARIA MUNICIPAL ***'
           .
       P500-FIM.

       P990-REGISTRAR-FIM.

           INITIALIZE EXECUCAO-PARMS
           MOVE 'F'                TO WS-R-FUNCAO
           MOVE WS-RUN-ID          TO WS-R-RUN-ID
           MOVE WS-ANO-LETIVO      TO WS-R-ANO-LETIVO
           MOVE WS-BIMESTRE        TO WS-R-BIMESTRE
           MOVE RETURN-CODE        TO WS-R-RETURN-CODE
           MOVE WS-CONT-LIDOS      TO WS-R-LIDOS
           MOVE WS-CONT-EXPORTADOS TO WS-R-GRAVADOS

           CALL 'BoletimExecucaoCOBOL' USING EXECUCAO-PARMS
           END-CALL

           MOVE WS-R-RETURN-CODE TO RETURN-CODE
           .
       P990-FIM.

       P999-FINAL.
             CLOSE BOLETIM-MASTER-FILE
             CLOSE ENROLLMENT-FILE
             DISPLAY 'Pulados aguardando retorno: ' WS-CONT-AGUARDANDO
             DISPLAY 'Hash-total das medias     : ' WS-HASH-MEDIA
             DISPLAY 'Remessa gravada em SECRETARIA-REMESSA.TXT'

             PERFORM P990-REGISTRAR-FIM

            STOP RUN.

       END PROGRAM BoletimExportaCOBOL.
