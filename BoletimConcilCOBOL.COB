      *         ultimo lancamento batem com o gravado; aponta
      *         lancamento de auditoria cujo registro do mestre nao
      *         existe; e compara a quantidade de lancamentos do dia
      *         com o contador de gravados do lote.
      *         O relatorio de divergencias sai no layout PRINTREC e a
      *         operacao assina antes de liberar o arquivo de
      *         impressao aos pais. Depois do abend de marco achamos
      *                 NAO CONFERIDA (sem divergencia e sem RC 8),
      *                 com o total no relatorio para a operacao saber
      *                 o que ficou fora da conferencia.
      * 02/10/2026 PB - Gravados do lote tirados do controle de
      *                 execucoes (BoletimExecucaoCOBOL,
      *                 RUN-CONTROLE.DAT) - soma das execucoes BOLTURMA
      *                 iniciadas na data do movimento - no lugar do
      *                 numero digitado pela operacao. Lote do
      *                 movimento ainda EXECUTANDO (em curso ou
      *                 interrompido sem retomada) bloqueia a
      *                 conciliacao. A execucao e registrada como
      *                 BOLCONC com o ultimo lote conciliado em
      *                 RN-RUN-REF; RC 0 = lote conciliado limpo, que
      *                 a remessa a Secretaria exige.
      * 08/10/2026 PB - Estornos de lote do movimento (BOLESTOR,
      *                 BoletimEstornoCOBOL) somados aos gravados do
      *                 lote: cada registro estornado grava um
      *                 lancamento compensatorio na auditoria. O
      *                 lancamento ESTORNO EXCL (registro criado pelo
      *                 lote e excluido) fecha a chave - a ausencia do
      *                 registro no mestre deixa de ser divergencia, e
      *                 a presenca passa a ser.
      ******************************************************************

       IDENTIFICATION DIVISION.

       77  WS-ED-QTD           PIC ZZZZZ9.

       77  WS-OPERADOR         PIC X(20)       VALUE SPACES.
       77  WS-RUN-ID           PIC 9(08)       VALUE ZEROS.
       77  WS-LOTE-RUN-ID      PIC 9(08)       VALUE ZEROS.
       77  WS-QTD-LOTE-PEND    PIC 9(04)       VALUE ZEROS.
       77  WS-LOTE-SIT         PIC X(01)       VALUE 'N'.
           88  LOTE-REGISTRADO                 VALUE 'S'.
       77  WS-QTD-ESTORNADA    PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-EXCL-MASTER PIC 9(06)       VALUE ZEROS.

       COPY RUNPARM.

       01  WS-CHAVE-BUSCA.
           05  WS-CHV-MATRICULA    PIC X(10).
           05  WS-CHV-ANO          PIC 9(04).
       P001-START.
              PERFORM P050-ABRIR-ARQUIVOS
              PERFORM P100-PEDIR-PARAMETROS
              PERFORM P110-BUSCAR-LOTES
              PERFORM P060-REGISTRAR-INICIO
              PERFORM P150-IMPRIMIR-CABECALHO

              PERFORM P200-LER-AUDITORIA
           .
       P050-FIM.

       P060-REGISTRAR-INICIO.

           ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER"

           INITIALIZE EXECUCAO-PARMS
           MOVE 'I'            TO WS-R-FUNCAO
           MOVE 'BOLCONC'      TO WS-R-PROGRAMA
           MOVE WS-OPERADOR    TO WS-R-OPERADOR
           MOVE WS-LOTE-RUN-ID TO WS-R-RUN-REF

           CALL 'BoletimExecucaoCOBOL' USING EXECUCAO-PARMS
           END-CALL

           MOVE WS-R-RUN-ID TO WS-RUN-ID

      * Lote ainda em curso ou interrompido: o mestre esta pela metade
      * e a contagem do controle ainda nao fechou.
           IF WS-QTD-LOTE-PEND >0
               DISPLAY '*******************************************'
               DISPLAY '* LOTE DO MOVIMENTO AINDA EXECUTANDO OU'
               DISPLAY '* INTERROMPIDO - CONCILIACAO BLOQUEADA *'
               DISPLAY '* RETOMAR O LOTE PELO CHECKPOINT ANTES *'
               DISPLAY '*******************************************'
               MOVE 8 TO RETURN-CODE
               PERFORM P990-REGISTRAR-FIM
               STOP RUN
           END-IF
           .
       P060-FIM.

       P100-PEDIR-PARAMETROS.

           DISPLAY '*** CONCILIACAO MESTRE X AUDITORIA ***'
           DISPLAY 'Data do movimento (AAAAMMDD) : '
             ACCEPT WS-DATA-MOVIMENTO
           .
       P100-FIM.

       P110-BUSCAR-LOTES.

           INITIALIZE EXECUCAO-PARMS
           MOVE 'S'               TO WS-R-FUNCAO
           MOVE 'BOLTURMA'        TO WS-R-PROGRAMA
           MOVE WS-DATA-MOVIMENTO TO WS-R-DATA

           CALL 'BoletimExecucaoCOBOL' USING EXECUCAO-PARMS
           END-CALL

           IF EXECUCAO-ACHADA
               MOVE 'S'                TO WS-LOTE-SIT
               MOVE WS-R-GRAVADOS      TO WS-QTD-INFORMADA
               MOVE WS-R-RUN-ID        TO WS-LOTE-RUN-ID
               MOVE WS-R-QTD-PENDENTES TO WS-QTD-LOTE-PEND
           ELSE
               MOVE 'N'   TO WS-LOTE-SIT
               MOVE ZEROS TO WS-QTD-INFORMADA
               MOVE ZEROS TO WS-LOTE-RUN-ID
               MOVE ZEROS TO WS-QTD-LOTE-PEND
           END-IF

      * Estornos do movimento: cada registro estornado e um
      * lancamento de auditoria a mais no dia.
           INITIALIZE EXECUCAO-PARMS
           MOVE 'S'               TO WS-R-FUNCAO
           MOVE 'BOLESTOR'        TO WS-R-PROGRAMA
           MOVE WS-DATA-MOVIMENTO TO WS-R-DATA

           CALL 'BoletimExecucaoCOBOL' USING EXECUCAO-PARMS
           END-CALL

           MOVE ZEROS TO WS-QTD-ESTORNADA
           IF EXECUCAO-ACHADA
               MOVE 'S'           TO WS-LOTE-SIT
               MOVE WS-R-GRAVADOS TO WS-QTD-ESTORNADA
               ADD WS-R-GRAVADOS  TO WS-QTD-INFORMADA
               ADD WS-R-QTD-PENDENTES TO WS-QTD-LOTE-PEND
               IF WS-R-RUN-ID >WS-LOTE-RUN-ID
                   MOVE WS-R-RUN-ID TO WS-LOTE-RUN-ID
               END-IF
           END-IF

           DISPLAY 'Gravados pelo lote no movimento : '
               WS-QTD-INFORMADA
           .
       P110-FIM.

       P150-IMPRIMIR-CABECALHO.

           ACCEPT WS-DATA-IMPRESSAO FROM DATE YYYYMMDD
               DELIMITED BY SIZE INTO PR-LINHA
           WRITE PRINT-LINE-RECORD

           MOVE SPACES TO PR-LINHA
           IF LOTE-REGISTRADO
               MOVE WS-QTD-INFORMADA TO WS-ED-QTD
               STRING 'Gravados pelo lote (controle) : ' WS-ED-QTD
                   '   Ultimo lote : ' WS-LOTE-RUN-ID
                   DELIMITED BY SIZE INTO PR-LINHA
               IF WS-QTD-ESTORNADA >0
                   WRITE PRINT-LINE-RECORD
                   MOVE WS-QTD-ESTORNADA TO WS-ED-QTD
                   MOVE SPACES TO PR-LINHA
                   STRING '  dos quais estornados      : ' WS-ED-QTD
                       DELIMITED BY SIZE INTO PR-LINHA
               END-IF
           ELSE
               MOVE 'Nenhum lote registrado no controle para o dia'
                   TO PR-LINHA
           END-IF
           WRITE PRINT-LINE-RECORD

           MOVE SPACES TO PR-LINHA
           MOVE ALL '-' TO PR-LINHA
           WRITE PRINT-LINE-RECORD
           MOVE AL-MEDIA TO WS-AUD-MEDIA (WS-IDX-ACHADA)
           MOVE AL-DATA  TO WS-AUD-DATA  (WS-IDX-ACHADA)
           MOVE AL-HORA  TO WS-AUD-HORA  (WS-IDX-ACHADA)

      * Ultimo lancamento e exclusao por estorno: a chave nao deve
      * mais existir no mestre.
           IF AL-ESTORNO-EXCLUSAO
               MOVE 'X' TO WS-AUD-ACHADO (WS-IDX-ACHADA)
           ELSE
               MOVE 'N' TO WS-AUD-ACHADO (WS-IDX-ACHADA)
           END-IF
           .
       P350-FIM.


           PERFORM P300-LOCALIZAR-CHAVE

           EVALUATE TRUE

               WHEN NOT CHAVE-ACHADA
               IF WS-QTD-EXCEDIDAS >0
                   ADD 1 TO WS-CONT-NAO-CONF
               ELSE
                       TO PR-LINHA
                   WRITE PRINT-LINE-RECORD
               END-IF

               WHEN WS-AUD-ACHADO (WS-IDX-ACHADA) = 'X'
               ADD 1 TO WS-CONT-EXCL-MASTER
               PERFORM P500-REPORTAR-CHAVE
               MOVE SPACES TO PR-LINHA
               MOVE 'Divergencia : registro excluido por estorno'
                   TO PR-LINHA
               WRITE PRINT-LINE-RECORD
               MOVE SPACES TO PR-LINHA
               MOVE 'continua no mestre' TO PR-LINHA
               WRITE PRINT-LINE-RECORD

               WHEN OTHER
               MOVE 'S' TO WS-AUD-ACHADO (WS-IDX-ACHADA)
               IF WS-AUD-NOTA1 (WS-IDX-ACHADA) NOT = BM-NOTA1
                   OR WS-AUD-NOTA2 (WS-IDX-ACHADA) NOT = BM-NOTA2
                       DELIMITED BY SIZE INTO PR-LINHA
                   WRITE PRINT-LINE-RECORD
               END-IF

           END-EVALUATE

           PERFORM P400-LER-MASTER
           .
           .
       P700-FIM.

       P990-REGISTRAR-FIM.

           INITIALIZE EXECUCAO-PARMS
           MOVE 'F'                TO WS-R-FUNCAO
           MOVE WS-RUN-ID          TO WS-R-RUN-ID
           MOVE RETURN-CODE        TO WS-R-RETURN-CODE
           MOVE WS-CONT-MASTER     TO WS-R-LIDOS
           MOVE WS-CONT-DIVERG-TOT TO WS-R-REJEITADOS
           MOVE WS-LOTE-RUN-ID     TO WS-R-RUN-REF

           CALL 'BoletimExecucaoCOBOL' USING EXECUCAO-PARMS
           END-CALL

           MOVE WS-R-RETURN-CODE TO RETURN-CODE
           .
       P990-FIM.

       P999-FINAL.

             MOVE SPACES TO PR-LINHA
             COMPUTE WS-CONT-DIVERG-TOT =
                 WS-CONT-DIVERG-TOT + WS-CONT-SEM-AUDIT
                 + WS-CONT-DIVERGENTE + WS-CONT-SEM-MASTER
                 + WS-CONT-EXCL-MASTER

             MOVE WS-CONT-DIVERG-TOT TO WS-ED-QTD
             MOVE SPACES TO PR-LINHA
             DISPLAY 'Mestre sem auditoria       : ' WS-CONT-SEM-AUDIT
             DISPLAY 'Mestre x auditoria diverg. : ' WS-CONT-DIVERGENTE
             DISPLAY 'Auditoria sem mestre       : ' WS-CONT-SEM-MASTER
             DISPLAY 'Excluido por estorno ativo : '
                 WS-CONT-EXCL-MASTER
             DISPLAY 'Mestre nao conferido       : ' WS-CONT-NAO-CONF
             DISPLAY 'Relatorio em CONCILIACAO-RELATORIO.PRT'

                 MOVE 8 TO RETURN-CODE
             END-IF

             PERFORM P990-REGISTRAR-FIM

             STOP RUN.

       END PROGRAM BoletimConcilCOBOL.
