      ******************************************************************
      * Author:Pedro Barros
      * Date:03/10/2026
      * Purpose:Relatorio matinal da operacao: le o controle de
      *         execucoes em lote (RUN-CONTROLE.DAT, RUNCTL) e
      *         imprime em 80 colunas (PRINTREC) o que rodou a partir
      *         da data informada - programa, ano/bimestre, inicio,
      *         fim, RETURN-CODE, situacao, operador e registros
      *         lidos, gravados e rejeitados -, o que falhou (RC
      *         acima de 4) ou ficou EXECUTANDO (em curso ou
      *         interrompido) e o que ainda esta aguardando na
      *         sequencia do processamento: lote de turma depois da
      *         pre-critica, conciliacao do ultimo lote, remessa a
      *         Secretaria depois da conciliacao limpa, virada depois
      *         do fechamento do bimestre 4 e arquivamento depois da
      *         virada aplicada. Ate aqui a operacao descobria de
      *         manha o que tinha parado lendo o console da noite.
      *         Termina com RETURN-CODE 4 se houve falha no periodo.
      * Tectonics: cobc
      * Sistema: CFP
      * Linguagem: COBOL
      * Analista do Sistema: Andre Costa
      ******************************************************************
      * Historico de alteracoes:
      * 03/10/2026 PB - Criacao.
      * 08/10/2026 PB - Estorno de lote (BOLESTOR) acompanhado como o
      *                 lote: estorno mais novo que a ultima
      *                 conciliacao aguarda conciliacao, e estorno
      *                 interrompido aparece para ser refeito.
      * 10/10/2026 PB - Importacao de planilha de professor (BOLIMPO)
      *                 aplicada depois da ultima pre-critica aparece
      *                 aguardando nova pre-critica, e a pre-critica
      *                 anterior a ela deixa de liberar o lote.
      * 15/10/2026 PB - Lote ou estorno que mexeu no mestre e o que nao
      *                 FALHOU e gravou algum registro, mesma regra da
      *                 remessa (BoletimExportaCOBOL); ate aqui so
      *                 contava o ultimo, e so se CONCLUIDO.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BoletimOperacaoCOBOL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-CONTROLE-FILE
               ASSIGN TO "RUN-CONTROLE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RN-RUN-ID
               FILE STATUS IS WS-FS-RUNCTL.

           SELECT PRINT-REPORT-FILE
               ASSIGN TO "OPERACAO-MATINAL.PRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PRINT.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROLE-FILE.
           COPY RUNCTL.

       FD  PRINT-REPORT-FILE.
           COPY PRINTREC.

       WORKING-STORAGE SECTION.

       77  WS-FS-RUNCTL        PIC X(02)       VALUE '00'.
       77  WS-FS-PRINT         PIC X(02)       VALUE '00'.

       77  WS-ARQ-RUNCTL-SIT   PIC X(01)       VALUE 'N'.
           88  ARQUIVO-RUNCTL-ABERTO           VALUE 'S'.

       77  WS-EOF-RUNCTL       PIC X(01)       VALUE 'N'.
           88  FIM-RUNCTL                      VALUE 'S'.

       77  WS-DATA-INICIAL     PIC X(08)       VALUE SPACES.
       77  WS-DATA-IMPRESSAO   PIC X(08)       VALUE SPACES.

       77  WS-CONT-EXECUCOES   PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-FALHAS      PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-AGUARDANDO  PIC 9(06)       VALUE ZEROS.

       77  WS-ED-QTD           PIC ZZZZZ9.
       77  WS-ED-RC            PIC ZZZ9.
       77  WS-ED-ANO           PIC X(04)       VALUE SPACES.
       77  WS-ED-BIMESTRE      PIC X(01)       VALUE SPACES.
       77  WS-ANO-AGUARDADO    PIC 9(04)       VALUE ZEROS.

      * Estado da sequencia de processamento, acompanhado em todas as
      * execucoes do controle (nao so nas do periodo listado).
       77  WS-ULT-CRIT-ID      PIC 9(08)       VALUE ZEROS.
       77  WS-ULT-CRIT-RC      PIC 9(04)       VALUE ZEROS.
       77  WS-ULT-CRIT-SIT     PIC X(10)       VALUE SPACES.
       77  WS-ULT-IMPO-ID      PIC 9(08)       VALUE ZEROS.
       77  WS-ULT-TURMA-ID     PIC 9(08)       VALUE ZEROS.
       77  WS-ULT-TURMA-SIT    PIC X(10)       VALUE SPACES.
       77  WS-ULT-ESTOR-ID     PIC 9(08)       VALUE ZEROS.
       77  WS-ULT-ESTOR-SIT    PIC X(10)       VALUE SPACES.
       77  WS-ULT-MESTRE-ID    PIC 9(08)       VALUE ZEROS.
       77  WS-ULT-MESTRE-PROG  PIC X(08)       VALUE SPACES.
       77  WS-ULT-FREQ-ID      PIC 9(08)       VALUE ZEROS.
       77  WS-ULT-FREQ-SIT     PIC X(10)       VALUE SPACES.
       77  WS-ULT-CONC-ID      PIC 9(08)       VALUE ZEROS.
       77  WS-ULT-CONC-RC      PIC 9(04)       VALUE ZEROS.
       77  WS-ULT-CONC-SIT     PIC X(10)       VALUE SPACES.
       77  WS-ULT-CONC-REF     PIC 9(08)       VALUE ZEROS.
       77  WS-ULT-EXPO-REF     PIC 9(08)       VALUE ZEROS.
       77  WS-ULT-FECH4-ANO    PIC 9(04)       VALUE ZEROS.
       77  WS-ULT-VIRA-ANO     PIC 9(04)       VALUE ZEROS.
       77  WS-ULT-ARQU-ANO     PIC 9(04)       VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       P001-START.
              PERFORM P050-ABRIR-ARQUIVOS
              PERFORM P100-PEDIR-PARAMETROS
              PERFORM P150-IMPRIMIR-CABECALHO

              PERFORM P200-POSICIONAR
              PERFORM P250-LISTAR-EXECUCAO
                  UNTIL FIM-RUNCTL
              PERFORM P350-FECHAR-EXECUCOES

              PERFORM P400-CABECALHO-FALHAS
              PERFORM P200-POSICIONAR
              PERFORM P450-LISTAR-FALHA
                  UNTIL FIM-RUNCTL
              PERFORM P480-FECHAR-FALHAS

              PERFORM P500-LISTAR-AGUARDANDO
              PERFORM P999-FINAL
            .

       P050-ABRIR-ARQUIVOS.

           OPEN INPUT RUN-CONTROLE-FILE
           IF WS-FS-RUNCTL = '00'
               MOVE 'S' TO WS-ARQ-RUNCTL-SIT
           ELSE
               IF WS-FS-RUNCTL = '05'
                   CLOSE RUN-CONTROLE-FILE
               END-IF
               DISPLAY 'RUN-CONTROLE.DAT indisponivel - nenhuma'
               DISPLAY 'execucao registrada para listar.'
           END-IF

           OPEN OUTPUT PRINT-REPORT-FILE
           IF WS-FS-PRINT NOT = '00'
               DISPLAY '***************************************'
               DISPLAY '* ERRO AO ABRIR OPERACAO-MATINAL.PRT *'
               DISPLAY '***************************************'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       P050-FIM.

       P100-PEDIR-PARAMETROS.

           ACCEPT WS-DATA-IMPRESSAO FROM DATE YYYYMMDD

           DISPLAY '*** RELATORIO MATINAL DA OPERACAO ***'
           DISPLAY 'Execucoes a partir de (AAAAMMDD, zeros = hoje) : '
             ACCEPT WS-DATA-INICIAL

           IF WS-DATA-INICIAL IS NOT NUMERIC
               OR WS-DATA-INICIAL = ZEROS
               MOVE WS-DATA-IMPRESSAO TO WS-DATA-INICIAL
           END-IF
           .
       P100-FIM.

       P150-IMPRIMIR-CABECALHO.

           MOVE SPACES TO PR-LINHA
           STRING 'CFP - RELATORIO MATINAL DA OPERACAO - '
               'EXECUCOES EM LOTE'
               DELIMITED BY SIZE INTO PR-LINHA
           WRITE PRINT-LINE-RECORD

           MOVE SPACES TO PR-LINHA
           STRING 'Emitido em : ' WS-DATA-IMPRESSAO
               '   Execucoes a partir de : ' WS-DATA-INICIAL
               DELIMITED BY SIZE INTO PR-LINHA
           WRITE PRINT-LINE-RECORD

           MOVE SPACES TO PR-LINHA
           MOVE ALL '-' TO PR-LINHA
           WRITE PRINT-LINE-RECORD

           MOVE SPACES TO PR-LINHA
           MOVE 'O QUE RODOU' TO PR-LINHA
           WRITE PRINT-LINE-RECORD

           MOVE SPACES TO PR-LINHA
           STRING 'Run id   Programa Ano  B Inicio            '
               'Fim                 RC Situacao'
               DELIMITED BY SIZE INTO PR-LINHA
           WRITE PRINT-LINE-RECORD
           .
       P150-FIM.

       P200-POSICIONAR.

           MOVE 'N'   TO WS-EOF-RUNCTL

           IF ARQUIVO-RUNCTL-ABERTO
               MOVE ZEROS TO RN-RUN-ID
               START RUN-CONTROLE-FILE KEY IS NOT LESS THAN RN-RUN-ID
                   INVALID KEY
                       MOVE 'S' TO WS-EOF-RUNCTL
               END-START
           ELSE
               MOVE 'S' TO WS-EOF-RUNCTL
           END-IF
           .
       P200-FIM.

       P250-LISTAR-EXECUCAO.

           READ RUN-CONTROLE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-RUNCTL
               NOT AT END
                   PERFORM P300-ACOMPANHAR-SEQUENCIA
                   IF RN-DATA-INICIO NOT < WS-DATA-INICIAL
                       ADD 1 TO WS-CONT-EXECUCOES
                       PERFORM P270-IMPRIMIR-EXECUCAO
                   END-IF
           END-READ
           .
       P250-FIM.

       P270-IMPRIMIR-EXECUCAO.

           MOVE RN-RETURN-CODE TO WS-ED-RC

           MOVE SPACES TO PR-LINHA
           STRING RN-RUN-ID ' ' RN-PROGRAMA ' '
               RN-ANO-LETIVO ' ' RN-BIMESTRE ' '
               RN-DATA-INICIO ' ' RN-HORA-INICIO ' '
               RN-DATA-FIM ' ' RN-HORA-FIM ' '
               WS-ED-RC ' ' RN-SITUACAO
               DELIMITED BY SIZE INTO PR-LINHA
           WRITE PRINT-LINE-RECORD

           MOVE SPACES TO PR-LINHA
           STRING '         Oper: ' RN-OPERADOR
               ' Lid: ' RN-LIDOS
               ' Grv: ' RN-GRAVADOS
               ' Rej: ' RN-REJEITADOS
               DELIMITED BY SIZE INTO PR-LINHA
           WRITE PRINT-LINE-RECORD
           .
       P270-FIM.

       P300-ACOMPANHAR-SEQUENCIA.

           EVALUATE RN-PROGRAMA

               WHEN 'BOLCRIT'
               MOVE RN-RUN-ID      TO WS-ULT-CRIT-ID
               MOVE RN-RETURN-CODE TO WS-ULT-CRIT-RC
               MOVE RN-SITUACAO    TO WS-ULT-CRIT-SIT

               WHEN 'BOLIMPO'
               IF RN-CONCLUIDA AND RN-APLICADA
                   MOVE RN-RUN-ID  TO WS-ULT-IMPO-ID
               END-IF

               WHEN 'BOLTURMA'
               MOVE RN-RUN-ID      TO WS-ULT-TURMA-ID
               MOVE RN-SITUACAO    TO WS-ULT-TURMA-SIT
               PERFORM P310-ACOMPANHAR-MESTRE

               WHEN 'BOLESTOR'
               MOVE RN-RUN-ID      TO WS-ULT-ESTOR-ID
               MOVE RN-SITUACAO    TO WS-ULT-ESTOR-SIT
               PERFORM P310-ACOMPANHAR-MESTRE

               WHEN 'BOLFREQ'
               MOVE RN-RUN-ID      TO WS-ULT-FREQ-ID
               MOVE RN-SITUACAO    TO WS-ULT-FREQ-SIT

               WHEN 'BOLCONC'
               MOVE RN-RUN-ID      TO WS-ULT-CONC-ID
               MOVE RN-RETURN-CODE TO WS-ULT-CONC-RC
               MOVE RN-SITUACAO    TO WS-ULT-CONC-SIT
               MOVE RN-RUN-REF     TO WS-ULT-CONC-REF

               WHEN 'BOLEXPO'
               IF RN-CONCLUIDA AND RN-RUN-REF >WS-ULT-EXPO-REF
                   MOVE RN-RUN-REF TO WS-ULT-EXPO-REF
               END-IF

               WHEN 'BOLFECH'
               IF RN-CONCLUIDA AND RN-BIMESTRE = 4
                  AND RN-ANO-LETIVO >WS-ULT-FECH4-ANO
                   MOVE RN-ANO-LETIVO TO WS-ULT-FECH4-ANO
               END-IF

               WHEN 'BOLVIRA'
               IF RN-CONCLUIDA AND RN-APLICADA
                  AND RN-ANO-LETIVO >WS-ULT-VIRA-ANO
                   MOVE RN-ANO-LETIVO TO WS-ULT-VIRA-ANO
               END-IF

               WHEN 'BOLARQU'
               IF RN-CONCLUIDA AND RN-ANO-LETIVO >WS-ULT-ARQU-ANO
                   MOVE RN-ANO-LETIVO TO WS-ULT-ARQU-ANO
               END-IF

               WHEN OTHER
               CONTINUE

           END-EVALUATE
           .
       P300-FIM.

       P310-ACOMPANHAR-MESTRE.

      * Execucao de lote ou estorno que mexeu no mestre: nao FALHOU e
      * gravou algum registro (funcao M do controle, a da remessa).
           IF NOT RN-FALHOU AND RN-GRAVADOS >ZEROS
               MOVE RN-RUN-ID   TO WS-ULT-MESTRE-ID
               MOVE RN-PROGRAMA TO WS-ULT-MESTRE-PROG
           END-IF
           .
       P310-FIM.

       P350-FECHAR-EXECUCOES.

           IF WS-CONT-EXECUCOES = ZEROS
               MOVE SPACES TO PR-LINHA
               MOVE 'Nenhuma execucao registrada no periodo.'
                   TO PR-LINHA
               WRITE PRINT-LINE-RECORD
           END-IF

           MOVE WS-CONT-EXECUCOES TO WS-ED-QTD
           MOVE SPACES TO PR-LINHA
           STRING 'Execucoes no periodo : ' WS-ED-QTD
               DELIMITED BY SIZE INTO PR-LINHA
           WRITE PRINT-LINE-RECORD

           MOVE SPACES TO PR-LINHA
           MOVE ALL '-' TO PR-LINHA
           WRITE PRINT-LINE-RECORD
           .
       P350-FIM.

       P400-CABECALHO-FALHAS.

           MOVE SPACES TO PR-LINHA
           MOVE 'O QUE FALHOU OU NAO TERMINOU' TO PR-LINHA
           WRITE PRINT-LINE-RECORD
           .
       P400-FIM.

       P450-LISTAR-FALHA.

           READ RUN-CONTROLE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-RUNCTL
               NOT AT END
                   IF RN-DATA-INICIO NOT < WS-DATA-INICIAL
                      AND (RN-FALHOU OR RN-EXECUTANDO)
                       ADD 1 TO WS-CONT-FALHAS
                       PERFORM P460-IMPRIMIR-FALHA
                   END-IF
           END-READ
           .
       P450-FIM.

       P460-IMPRIMIR-FALHA.

           MOVE RN-RETURN-CODE TO WS-ED-RC

           MOVE SPACES TO PR-LINHA
           IF RN-EXECUTANDO
               STRING RN-RUN-ID ' ' RN-PROGRAMA
                   ' iniciado em ' RN-DATA-INICIO ' ' RN-HORA-INICIO
                   ' - EM CURSO OU INTERROMPIDO'
                   DELIMITED BY SIZE INTO PR-LINHA
           ELSE
               STRING RN-RUN-ID ' ' RN-PROGRAMA
                   ' terminou em ' RN-DATA-FIM ' ' RN-HORA-FIM
                   ' - FALHOU, RC ' WS-ED-RC
                   DELIMITED BY SIZE INTO PR-LINHA
           END-IF
           WRITE PRINT-LINE-RECORD
           .
       P460-FIM.

       P480-FECHAR-FALHAS.

           IF WS-CONT-FALHAS = ZEROS
               MOVE SPACES TO PR-LINHA
               MOVE 'Nenhuma falha no periodo.' TO PR-LINHA
               WRITE PRINT-LINE-RECORD
           END-IF

           MOVE SPACES TO PR-LINHA
           MOVE ALL '-' TO PR-LINHA
           WRITE PRINT-LINE-RECORD
           .
       P480-FIM.

       P500-LISTAR-AGUARDANDO.

           MOVE SPACES TO PR-LINHA
           MOVE 'O QUE ESTA AGUARDANDO' TO PR-LINHA
           WRITE PRINT-LINE-RECORD

           PERFORM P520-AGUARDANDO-LOTE
           PERFORM P540-AGUARDANDO-REMESSA
           PERFORM P560-AGUARDANDO-ANO

           IF WS-ULT-FREQ-SIT = 'EXECUTANDO'
               MOVE SPACES TO PR-LINHA
               STRING 'Carga de frequencia ' WS-ULT-FREQ-ID
                   ' interrompida - rodar de novo (BOLFREQ)'
                   DELIMITED BY SIZE INTO PR-LINHA
               PERFORM P590-IMPRIMIR-AGUARDANDO
           END-IF

           IF WS-CONT-AGUARDANDO = ZEROS
               MOVE SPACES TO PR-LINHA
               MOVE 'Nada aguardando na sequencia do processamento.'
                   TO PR-LINHA
               WRITE PRINT-LINE-RECORD
           END-IF
           .
       P500-FIM.

       P520-AGUARDANDO-LOTE.

           IF WS-ULT-TURMA-SIT = 'EXECUTANDO'
               MOVE SPACES TO PR-LINHA
               STRING 'Lote de turma ' WS-ULT-TURMA-ID
                   ' interrompido - retomar pelo checkpoint (BOLTURMA)'
                   DELIMITED BY SIZE INTO PR-LINHA
               PERFORM P590-IMPRIMIR-AGUARDANDO
           END-IF

      * Planilha importada depois da pre-critica e do lote: a entrada
      * do proximo lote precisa ser criticada de novo.
           IF WS-ULT-IMPO-ID >WS-ULT-CRIT-ID
              AND WS-ULT-IMPO-ID >WS-ULT-TURMA-ID
               MOVE SPACES TO PR-LINHA
               STRING 'Planilha importada ' WS-ULT-IMPO-ID
                   ' - pre-critica (BOLCRIT) aguardando'
                   DELIMITED BY SIZE INTO PR-LINHA
               PERFORM P590-IMPRIMIR-AGUARDANDO
           END-IF

      * Pre-critica mais nova que o ultimo lote: a entrada do proximo
      * lote ja foi criticada.
           IF WS-ULT-CRIT-ID >WS-ULT-TURMA-ID
              AND WS-ULT-CRIT-ID >WS-ULT-IMPO-ID
               MOVE SPACES TO PR-LINHA
               EVALUATE TRUE
                   WHEN WS-ULT-CRIT-SIT = 'CONCLUIDO'
                        AND WS-ULT-CRIT-RC = ZEROS
                   STRING 'Pre-critica ' WS-ULT-CRIT-ID
                       ' aprovada - lote de turma (BOLTURMA)'
                       ' aguardando'
                       DELIMITED BY SIZE INTO PR-LINHA
                   PERFORM P590-IMPRIMIR-AGUARDANDO

                   WHEN WS-ULT-CRIT-SIT = 'EXECUTANDO'
                   CONTINUE

                   WHEN OTHER
                   STRING 'Pre-critica ' WS-ULT-CRIT-ID
                       ' reprovou a entrada - corrigir e criticar'
                       ' de novo'
                       DELIMITED BY SIZE INTO PR-LINHA
                   PERFORM P590-IMPRIMIR-AGUARDANDO
               END-EVALUATE
           END-IF
           .
       P520-FIM.

       P540-AGUARDANDO-REMESSA.

           IF WS-ULT-ESTOR-SIT = 'EXECUTANDO'
               MOVE SPACES TO PR-LINHA
               STRING 'Estorno de lote ' WS-ULT-ESTOR-ID
                   ' interrompido - rodar de novo (BOLESTOR)'
                   DELIMITED BY SIZE INTO PR-LINHA
               PERFORM P590-IMPRIMIR-AGUARDANDO
           END-IF

      * Ultima execucao que mexeu no mestre (lote ou estorno, em
      * P310): e ela que a conciliacao tem de cobrir.
           IF WS-ULT-MESTRE-ID >ZEROS
               IF WS-ULT-CONC-REF <WS-ULT-MESTRE-ID
                   MOVE SPACES TO PR-LINHA
                   IF WS-ULT-MESTRE-PROG = 'BOLTURMA'
                       STRING 'Lote de turma ' WS-ULT-MESTRE-ID
                           ' aguardando conciliacao (BOLCONC)'
                           DELIMITED BY SIZE INTO PR-LINHA
                   ELSE
                       STRING 'Estorno de lote ' WS-ULT-MESTRE-ID
                           ' aguardando conciliacao (BOLCONC)'
                           DELIMITED BY SIZE INTO PR-LINHA
                   END-IF
                   PERFORM P590-IMPRIMIR-AGUARDANDO
               ELSE
                   IF WS-ULT-CONC-SIT NOT = 'CONCLUIDO'
                      OR WS-ULT-CONC-RC NOT = ZEROS
                       MOVE SPACES TO PR-LINHA
                       STRING 'Conciliacao ' WS-ULT-CONC-ID
                           ' com divergencia - remessa bloqueada'
                           DELIMITED BY SIZE INTO PR-LINHA
                       PERFORM P590-IMPRIMIR-AGUARDANDO
                   ELSE
                       IF WS-ULT-EXPO-REF <WS-ULT-CONC-ID
                           MOVE SPACES TO PR-LINHA
                           STRING 'Conciliacao ' WS-ULT-CONC-ID
                               ' limpa - remessa a Secretaria'
                               ' (BOLEXPO) aguardando'
                               DELIMITED BY SIZE INTO PR-LINHA
                           PERFORM P590-IMPRIMIR-AGUARDANDO
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       P540-FIM.

       P560-AGUARDANDO-ANO.

           IF WS-ULT-FECH4-ANO >ZEROS
              AND WS-ULT-VIRA-ANO <WS-ULT-FECH4-ANO
               MOVE WS-ULT-FECH4-ANO TO WS-ED-ANO
               MOVE SPACES TO PR-LINHA
               STRING 'Bimestre 4 de ' WS-ED-ANO
                   ' fechado - virada de ano (BOLVIRA) aguardando'
                   DELIMITED BY SIZE INTO PR-LINHA
               PERFORM P590-IMPRIMIR-AGUARDANDO
           END-IF

           IF WS-ULT-VIRA-ANO >ZEROS
               COMPUTE WS-ANO-AGUARDADO = WS-ULT-VIRA-ANO + 1
               IF WS-ULT-ARQU-ANO <WS-ANO-AGUARDADO
                   MOVE WS-ULT-VIRA-ANO TO WS-ED-ANO
                   MOVE SPACES TO PR-LINHA
                   STRING 'Virada de ' WS-ED-ANO
                       ' aplicada - arquivamento (BOLARQU) aguardando'
                       DELIMITED BY SIZE INTO PR-LINHA
                   PERFORM P590-IMPRIMIR-AGUARDANDO
               END-IF
           END-IF
           .
       P560-FIM.

       P590-IMPRIMIR-AGUARDANDO.

           ADD 1 TO WS-CONT-AGUARDANDO
           WRITE PRINT-LINE-RECORD
           .
       P590-FIM.

       P999-FINAL.

             MOVE SPACES TO PR-LINHA
             MOVE ALL '-' TO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE WS-CONT-FALHAS TO WS-ED-QTD
             MOVE SPACES TO PR-LINHA
             STRING 'Falhas/interrompidas : ' WS-ED-QTD
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE WS-CONT-AGUARDANDO TO WS-ED-QTD
             MOVE SPACES TO PR-LINHA
             STRING 'Passos aguardando   : ' WS-ED-QTD
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE SPACES TO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE SPACES TO PR-LINHA
             MOVE 'Operacao : ____________________________'
                 TO PR-LINHA
             WRITE PRINT-LINE-RECORD

             IF ARQUIVO-RUNCTL-ABERTO
                 CLOSE RUN-CONTROLE-FILE
             END-IF
             CLOSE PRINT-REPORT-FILE

             DISPLAY '*** FIM DO RELATORIO MATINAL ***'
             DISPLAY 'Execucoes no periodo : ' WS-CONT-EXECUCOES
             DISPLAY 'Falhas/interrompidas : ' WS-CONT-FALHAS
             DISPLAY 'Passos aguardando    : ' WS-CONT-AGUARDANDO
             DISPLAY 'Relatorio em OPERACAO-MATINAL.PRT'

             IF WS-CONT-FALHAS >0
                 MOVE 4 TO RETURN-CODE
             END-IF

             STOP RUN.

       END PROGRAM BoletimOperacaoCOBOL.
