      ******************************************************************
      * Author:Pedro Barros
      * Date:08/10/2026
      * Purpose:Estorno de uma execucao do lote de turma (BOLTURMA):
      *         o operador informa o run id da execucao (controle de
      *         execucoes, RUN-CONTROLE.DAT) e o programa devolve o
      *         mestre BOLETIM-MASTER ao que era antes dela, usando o
      *         diario de imagens que o lote grava (BOLTURMA.JRN,
      *         TURJRN): registro alterado pela execucao volta a
      *         imagem ANTES, registro criado por ela e excluido. As
      *         gravacoes sao desfeitas da ultima para a primeira, de
      *         modo que a mesma chave gravada duas vezes no lote
      *         volta a imagem de antes da primeira. Registro que foi
      *         mexido de novo depois da execucao (lancamento pela
      *         tela, retificacao, fechamento ou outro lote) nao bate
      *         mais com a imagem DEPOIS e e recusado - fica como
      *         esta e sai no relatorio. Cada registro estornado grava
      *         na trilha AUDIT-LOG um lancamento compensatorio
      *         (situacao ESTORNO ou ESTORNO EXCL) para a conciliacao
      *         continuar batendo. Relatorio de controle em
      *         ESTORNO-LOTE.PRT. Execucao interrompida tambem pode
      *         ser estornada: o checkpoint do lote e zerado e a
      *         execucao encerrada como FALHOU, para a retomada nao
      *         continuar um lote desfeito. Ate aqui um arquivo de
      *         entrada errado so se desfazia restaurando o mestre
      *         inteiro do backup, perdendo o trabalho das outras
      *         turmas, ou retificando registro a registro.
      * Tectonics: cobc
      * Sistema: CFP
      * Linguagem: COBOL
      * Analista do Sistema: Andre Costa
      ******************************************************************
      * Historico de alteracoes:
      * 08/10/2026 PB - Criacao.
      * 15/10/2026 PB - WS-IMAGEM-DEPOIS acertada para os 135 bytes do
      *                 BOLMREC (tinha um byte a mais).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BoletimEstornoCOBOL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOLETIM-MASTER-FILE ASSIGN TO "BOLETIM-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-CHAVE
               FILE STATUS IS WS-FS-MASTER.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT-LOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT.

           SELECT JOURNAL-FILE ASSIGN TO "BOLTURMA.JRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

           SELECT CHECKPOINT-FILE ASSIGN TO "BOLTURMA.CKP"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CKP-RELKEY
               FILE STATUS IS WS-FS-CKP.

           SELECT PRINT-REPORT-FILE ASSIGN TO "ESTORNO-LOTE.PRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PRINT.

       DATA DIVISION.
       FILE SECTION.
       FD  BOLETIM-MASTER-FILE.
           COPY BOLMREC.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD  JOURNAL-FILE.
           COPY TURJRN.

       FD  CHECKPOINT-FILE.
           COPY CHKPTREC.

       FD  PRINT-REPORT-FILE.
           COPY PRINTREC.

       WORKING-STORAGE SECTION.

       COPY AUTPARM.

       COPY RUNPARM.

       77  WS-FS-MASTER        PIC X(02)       VALUE '00'.
       77  WS-FS-AUDIT         PIC X(02)       VALUE '00'.
       77  WS-FS-JRN           PIC X(02)       VALUE '00'.
       77  WS-FS-CKP           PIC X(02)       VALUE '00'.
       77  WS-CKP-RELKEY       PIC 9(04)       VALUE 1.
       77  WS-FS-PRINT         PIC X(02)       VALUE '00'.

       77  WS-EOF-JRN          PIC X(01)       VALUE 'N'.
           88  FIM-DIARIO                      VALUE 'S'.

       77  WS-OPERADOR         PIC X(20)       VALUE SPACES.
       77  WS-AUDIT-DATA       PIC X(08)       VALUE SPACES.
       77  WS-AUDIT-HORA       PIC X(08)       VALUE SPACES.
       77  WS-AUDIT-STATUS     PIC X(12)       VALUE SPACES.
       77  WS-DATA-IMPRESSAO   PIC X(08)       VALUE SPACES.
       77  WS-CONFIRMA         PIC X(01)       VALUE SPACES.

       77  WS-RUN-ID           PIC 9(08)       VALUE ZEROS.
       77  WS-LOTE-RUN-ID      PIC 9(08)       VALUE ZEROS.
       77  WS-LOTE-DATA        PIC X(08)       VALUE SPACES.
       77  WS-LOTE-ANO         PIC 9(04)       VALUE ZEROS.
       77  WS-LOTE-BIMESTRE    PIC 9(01)       VALUE ZEROS.
       77  WS-LOTE-SITUACAO    PIC X(10)       VALUE SPACES.
           88  LOTE-INTERROMPIDO               VALUE 'EXECUTANDO'.
       77  WS-CKP-LIDOS        PIC 9(06)       VALUE ZEROS.
       77  WS-CKP-GRAVADOS     PIC 9(06)       VALUE ZEROS.
       77  WS-CKP-ERROS        PIC 9(06)       VALUE ZEROS.

       77  WS-PREREQ-SIT       PIC X(01)       VALUE 'S'.
           88  PRE-REQUISITO-OK                VALUE 'S'.
       77  WS-PREREQ-MOTIVO    PIC X(40)       VALUE SPACES.

       77  WS-ACAO             PIC X(10)       VALUE SPACES.
       77  WS-MOTIVO-RECUSA    PIC X(40)       VALUE SPACES.

       77  WS-QTD-ENTRADAS     PIC 9(04)       VALUE ZEROS.
       77  WS-QTD-EXCEDIDAS    PIC 9(06)       VALUE ZEROS.
       77  WS-IDX              PIC 9(04)       VALUE ZEROS.
       77  WS-IDX-BUSCA        PIC 9(04)       VALUE ZEROS.

       77  WS-CONT-DIARIO      PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-RESTAURADOS PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-EXCLUIDOS   PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-RECUSADOS   PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-SEM-EFEITO  PIC 9(06)       VALUE ZEROS.

       77  WS-ED-QTD           PIC ZZZZZ9.
       77  WS-ED-MEDIA-LOTE    PIC ZZZZ9,99.
       77  WS-ED-MEDIA         PIC ZZZZ9,99.

      * Imagens do registro do mestre (BOLMREC, 135 bytes) tiradas do
      * diario; a imagem DEPOIS tambem identifica o registro no
      * relatorio.
       01  WS-IMAGEM-ANTES     PIC X(135)      VALUE SPACES.

       01  WS-IMAGEM-DEPOIS.
           05  WS-DEP-MATRICULA        PIC X(10).
           05  WS-DEP-ANO-LETIVO       PIC 9(04).
           05  WS-DEP-BIMESTRE         PIC 9(01).
           05  WS-DEP-MATERIA          PIC X(25).
           05  WS-DEP-NOME             PIC X(40).
           05  WS-DEP-NOTAS            PIC X(16).
           05  WS-DEP-MEDIA            PIC 99(04)V99.
           05  FILLER                  PIC X(32).

       01  WS-JRN-TAB.
           05  WS-JRN-ENTRY OCCURS 5000 TIMES.
               10  WS-JRN-OPERACAO      PIC X(01).
               10  WS-JRN-POSTERIOR     PIC X(01).
               10  WS-JRN-ANTES         PIC X(135).
               10  WS-JRN-DEPOIS        PIC X(135).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       P001-START.
              PERFORM P010-VERIFICAR-AUTORIZACAO
              PERFORM P050-ABRIR-ARQUIVOS
              PERFORM P100-PEDIR-PARAMETROS
              PERFORM P110-CONFERIR-LOTE

              IF PRE-REQUISITO-OK
                  PERFORM P200-LER-DIARIO
                  PERFORM P250-CARREGAR-DIARIO
                      UNTIL FIM-DIARIO
                  PERFORM P300-CONFERIR-CARGA
              END-IF

              PERFORM P120-REGISTRAR-INICIO
              PERFORM P130-CONFIRMAR-ESTORNO
              PERFORM P150-IMPRIMIR-CABECALHO

              PERFORM P400-ESTORNAR-REGISTRO
                  VARYING WS-IDX FROM WS-QTD-ENTRADAS BY -1
                  UNTIL WS-IDX <1

              IF LOTE-INTERROMPIDO
                  PERFORM P600-ENCERRAR-LOTE
              END-IF

              PERFORM P999-FINAL
            .

       P010-VERIFICAR-AUTORIZACAO.

           ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER"

           MOVE WS-OPERADOR  TO WS-A-OPERADOR
           MOVE 'FECHAMENTO' TO WS-A-FUNCAO

           CALL 'BoletimAutorizaCOBOL' USING OPERADOR-AUT-PARMS
           END-CALL

           IF NOT OPERACAO-AUTORIZADA
               DISPLAY '*******************************************'
               DISPLAY '* OPERADOR SEM PERFIL DE FECHAMENTO -'
               DISPLAY '* ESTORNO BLOQUEADO E REGISTRADO *'
               DISPLAY '*******************************************'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       P010-FIM.

       P050-ABRIR-ARQUIVOS.

           OPEN I-O BOLETIM-MASTER-FILE
           IF WS-FS-MASTER NOT = '00'
               DISPLAY '***************************************'
               DISPLAY '* ERRO AO ABRIR BOLETIM-MASTER.DAT *'
               DISPLAY '***************************************'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT JOURNAL-FILE
           IF WS-FS-JRN NOT = '00'
               DISPLAY '***************************************'
               DISPLAY '* BOLTURMA.JRN NAO ENCONTRADO *'
               DISPLAY '***************************************'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-FS-AUDIT NOT = '00'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF

           OPEN OUTPUT PRINT-REPORT-FILE
           IF WS-FS-PRINT NOT = '00'
               DISPLAY '***************************************'
               DISPLAY '* ERRO AO ABRIR ESTORNO-LOTE.PRT *'
               DISPLAY '***************************************'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       P050-FIM.

       P100-PEDIR-PARAMETROS.

           DISPLAY '*** ESTORNO DE LOTE DE TURMA ***'
           DISPLAY 'Run id da execucao BOLTURMA a estornar : '
             ACCEPT WS-LOTE-RUN-ID
           .
       P100-FIM.

       P110-CONFERIR-LOTE.

           MOVE 'S' TO WS-PREREQ-SIT

           INITIALIZE EXECUCAO-PARMS
           MOVE 'L'            TO WS-R-FUNCAO
           MOVE WS-LOTE-RUN-ID TO WS-R-RUN-ID

           CALL 'BoletimExecucaoCOBOL' USING EXECUCAO-PARMS
           END-CALL

           EVALUATE TRUE

               WHEN NOT EXECUCAO-ACHADA
               MOVE 'N' TO WS-PREREQ-SIT
               MOVE 'EXECUCAO NAO ENCONTRADA NO CONTROLE'
                   TO WS-PREREQ-MOTIVO

               WHEN WS-R-PROGRAMA NOT = 'BOLTURMA'
               MOVE 'N' TO WS-PREREQ-SIT
               MOVE 'EXECUCAO NAO E DE LOTE DE TURMA'
                   TO WS-PREREQ-MOTIVO

               WHEN OTHER
               MOVE WS-R-DATA       TO WS-LOTE-DATA
               MOVE WS-R-ANO-LETIVO TO WS-LOTE-ANO
               MOVE WS-R-BIMESTRE   TO WS-LOTE-BIMESTRE
               MOVE WS-R-SITUACAO   TO WS-LOTE-SITUACAO

           END-EVALUATE

      * Estorno anterior que terminou limpo ja devolveu tudo.
           IF PRE-REQUISITO-OK
               INITIALIZE EXECUCAO-PARMS
               MOVE 'U'            TO WS-R-FUNCAO
               MOVE 'BOLESTOR'     TO WS-R-PROGRAMA
               MOVE WS-LOTE-RUN-ID TO WS-R-RUN-REF

               CALL 'BoletimExecucaoCOBOL' USING EXECUCAO-PARMS
               END-CALL

               IF EXECUCAO-ACHADA AND EXECUCAO-CONCLUIDA
                  AND WS-R-RETURN-CODE = ZEROS
                   MOVE 'N' TO WS-PREREQ-SIT
                   MOVE 'EXECUCAO JA ESTORNADA' TO WS-PREREQ-MOTIVO
               END-IF
           END-IF
           .
       P110-FIM.

       P120-REGISTRAR-INICIO.

           INITIALIZE EXECUCAO-PARMS
           MOVE 'I'              TO WS-R-FUNCAO
           MOVE 'BOLESTOR'       TO WS-R-PROGRAMA
           MOVE WS-LOTE-ANO      TO WS-R-ANO-LETIVO
           MOVE WS-LOTE-BIMESTRE TO WS-R-BIMESTRE
           MOVE WS-OPERADOR      TO WS-R-OPERADOR
           MOVE WS-LOTE-RUN-ID   TO WS-R-RUN-REF

           CALL 'BoletimExecucaoCOBOL' USING EXECUCAO-PARMS
           END-CALL

           MOVE WS-R-RUN-ID TO WS-RUN-ID

           IF NOT PRE-REQUISITO-OK
               DISPLAY '*******************************************'
               DISPLAY '* ESTORNO BLOQUEADO - ' WS-PREREQ-MOTIVO
               DISPLAY '* EXECUCAO INFORMADA : ' WS-LOTE-RUN-ID
               DISPLAY '*******************************************'
               MOVE 8 TO RETURN-CODE
               PERFORM P990-REGISTRAR-FIM
               STOP RUN
           END-IF
           .
       P120-FIM.

       P130-CONFIRMAR-ESTORNO.

           DISPLAY 'Lote ' WS-LOTE-RUN-ID ' de ' WS-LOTE-DATA
               ' - ' WS-LOTE-SITUACAO
           DISPLAY 'Gravacoes do lote no diario : ' WS-QTD-ENTRADAS

           IF LOTE-INTERROMPIDO
               DISPLAY 'Execucao interrompida: o checkpoint do lote'
               DISPLAY 'sera zerado e a execucao encerrada FALHOU.'
           END-IF

           DISPLAY 'Confirma o estorno do lote? S/N'
             ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
               DISPLAY 'Estorno cancelado - mestre nao alterado.'
               MOVE 4 TO RETURN-CODE
               PERFORM P990-REGISTRAR-FIM
               STOP RUN
           END-IF
           .
       P130-FIM.

       P150-IMPRIMIR-CABECALHO.

           ACCEPT WS-DATA-IMPRESSAO FROM DATE YYYYMMDD

           MOVE SPACES TO PR-LINHA
           MOVE 'CFP - ESTORNO DE LOTE DE TURMA - RELATORIO DE CONTROLE'
               TO PR-LINHA
           WRITE PRINT-LINE-RECORD

           MOVE SPACES TO PR-LINHA
           STRING 'Emitido em : ' WS-DATA-IMPRESSAO
               '   Operador : ' WS-OPERADOR
               DELIMITED BY SIZE INTO PR-LINHA
           WRITE PRINT-LINE-RECORD

           MOVE SPACES TO PR-LINHA
           STRING 'Lote estornado : ' WS-LOTE-RUN-ID
               '   Iniciado em : ' WS-LOTE-DATA
               '   ' WS-LOTE-SITUACAO
               DELIMITED BY SIZE INTO PR-LINHA
           WRITE PRINT-LINE-RECORD

           MOVE WS-QTD-ENTRADAS TO WS-ED-QTD
           MOVE SPACES TO PR-LINHA
           STRING 'Ano : ' WS-LOTE-ANO '   Bim : ' WS-LOTE-BIMESTRE
               '   Gravacoes no diario : ' WS-ED-QTD
               DELIMITED BY SIZE INTO PR-LINHA
           WRITE PRINT-LINE-RECORD

           MOVE SPACES TO PR-LINHA
           MOVE ALL '-' TO PR-LINHA
           WRITE PRINT-LINE-RECORD
           .
       P150-FIM.

       P200-LER-DIARIO.

           READ JOURNAL-FILE
               AT END
                   MOVE 'S' TO WS-EOF-JRN
               NOT AT END
                   ADD 1 TO WS-CONT-DIARIO
           END-READ
           .
       P200-FIM.

       P250-CARREGAR-DIARIO.

           IF TJ-RUN-ID = WS-LOTE-RUN-ID
               IF WS-QTD-ENTRADAS <5000
                   ADD 1 TO WS-QTD-ENTRADAS
                   MOVE TJ-OPERACAO
                       TO WS-JRN-OPERACAO (WS-QTD-ENTRADAS)
                   MOVE 'N'
                       TO WS-JRN-POSTERIOR (WS-QTD-ENTRADAS)
                   MOVE TJ-IMAGEM-ANTES
                       TO WS-JRN-ANTES (WS-QTD-ENTRADAS)
                   MOVE TJ-IMAGEM-DEPOIS
                       TO WS-JRN-DEPOIS (WS-QTD-ENTRADAS)
               ELSE
                   ADD 1 TO WS-QTD-EXCEDIDAS
               END-IF
           ELSE
      * Chave gravada de novo por um lote posterior: o estorno nao
      * pode passar por cima do que aquele lote gravou.
               IF TJ-RUN-ID >WS-LOTE-RUN-ID
                  AND WS-QTD-ENTRADAS >0
                   PERFORM P270-MARCAR-POSTERIOR
                       VARYING WS-IDX-BUSCA FROM 1 BY 1
                       UNTIL WS-IDX-BUSCA >WS-QTD-ENTRADAS
               END-IF
           END-IF

           PERFORM P200-LER-DIARIO
           .
       P250-FIM.

       P270-MARCAR-POSTERIOR.

           IF WS-JRN-DEPOIS (WS-IDX-BUSCA) (1:40)
              = TJ-IMAGEM-DEPOIS (1:40)
               MOVE 'S' TO WS-JRN-POSTERIOR (WS-IDX-BUSCA)
           END-IF
           .
       P270-FIM.

       P300-CONFERIR-CARGA.

           EVALUATE TRUE

               WHEN WS-QTD-EXCEDIDAS >0
               MOVE 'N' TO WS-PREREQ-SIT
               MOVE 'MAIS DE 5000 GRAVACOES NO DIARIO'
                   TO WS-PREREQ-MOTIVO

               WHEN WS-QTD-ENTRADAS = ZEROS
               MOVE 'N' TO WS-PREREQ-SIT
               MOVE 'NENHUMA GRAVACAO DA EXECUCAO NO DIARIO'
                   TO WS-PREREQ-MOTIVO

               WHEN OTHER
               CONTINUE

           END-EVALUATE
           .
       P300-FIM.

       P400-ESTORNAR-REGISTRO.

           MOVE WS-JRN-ANTES  (WS-IDX) TO WS-IMAGEM-ANTES
           MOVE WS-JRN-DEPOIS (WS-IDX) TO WS-IMAGEM-DEPOIS

           IF WS-JRN-POSTERIOR (WS-IDX) = 'S'
               MOVE 'GRAVADO DE NOVO POR LOTE POSTERIOR'
                   TO WS-MOTIVO-RECUSA
               PERFORM P480-RECUSAR-REGISTRO
           ELSE
               MOVE WS-IMAGEM-DEPOIS (1:40) TO BM-CHAVE

               READ BOLETIM-MASTER-FILE
                   INVALID KEY
                       IF WS-JRN-OPERACAO (WS-IDX) = 'I'
                           ADD 1 TO WS-CONT-SEM-EFEITO
                       ELSE
                           MOVE 'REGISTRO EXCLUIDO DEPOIS DO LOTE'
                               TO WS-MOTIVO-RECUSA
                           PERFORM P480-RECUSAR-REGISTRO
                       END-IF
                   NOT INVALID KEY
                       PERFORM P420-CONFERIR-IMAGEM
               END-READ
           END-IF
           .
       P400-FIM.

       P420-CONFERIR-IMAGEM.

           EVALUATE TRUE

      * Registro ainda como o lote deixou: pode ser estornado.
               WHEN BOLETIM-MASTER-RECORD = WS-IMAGEM-DEPOIS
               IF WS-JRN-OPERACAO (WS-IDX) = 'I'
                   PERFORM P440-EXCLUIR-REGISTRO
               ELSE
                   PERFORM P430-RESTAURAR-REGISTRO
               END-IF

      * Ja na imagem anterior: a gravacao nao chegou ao mestre (queda
      * do lote entre o diario e o mestre) ou ja foi desfeita.
               WHEN WS-JRN-OPERACAO (WS-IDX) = 'A'
                    AND BOLETIM-MASTER-RECORD = WS-IMAGEM-ANTES
               ADD 1 TO WS-CONT-SEM-EFEITO

               WHEN OTHER
               MOVE 'REGISTRO ALTERADO DEPOIS DO LOTE'
                   TO WS-MOTIVO-RECUSA
               PERFORM P480-RECUSAR-REGISTRO

           END-EVALUATE
           .
       P420-FIM.

       P430-RESTAURAR-REGISTRO.

           MOVE WS-IMAGEM-ANTES TO BOLETIM-MASTER-RECORD

           REWRITE BOLETIM-MASTER-RECORD
               INVALID KEY
                   MOVE 'FALHA NA REGRAVACAO DO MESTRE'
                       TO WS-MOTIVO-RECUSA
                   PERFORM P480-RECUSAR-REGISTRO
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-RESTAURADOS
                   MOVE 'ESTORNO' TO WS-AUDIT-STATUS
                   PERFORM P500-GRAVAR-AUDITORIA
                   MOVE 'RESTAURADO' TO WS-ACAO
                   PERFORM P520-IMPRIMIR-REGISTRO
           END-REWRITE
           .
       P430-FIM.

       P440-EXCLUIR-REGISTRO.

           DELETE BOLETIM-MASTER-FILE RECORD
               INVALID KEY
                   MOVE 'FALHA NA EXCLUSAO DO MESTRE'
                       TO WS-MOTIVO-RECUSA
                   PERFORM P480-RECUSAR-REGISTRO
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-EXCLUIDOS
                   MOVE WS-IMAGEM-DEPOIS TO BOLETIM-MASTER-RECORD
                   MOVE 'ESTORNO EXCL' TO WS-AUDIT-STATUS
                   PERFORM P500-GRAVAR-AUDITORIA
                   MOVE 'EXCLUIDO' TO WS-ACAO
                   PERFORM P520-IMPRIMIR-REGISTRO
           END-DELETE
           .
       P440-FIM.

       P480-RECUSAR-REGISTRO.

           ADD 1 TO WS-CONT-RECUSADOS
           MOVE 'RECUSADO' TO WS-ACAO
           PERFORM P520-IMPRIMIR-REGISTRO
           .
       P480-FIM.

       P500-GRAVAR-AUDITORIA.

           ACCEPT WS-AUDIT-DATA FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-HORA FROM TIME

           MOVE WS-AUDIT-DATA   TO AL-DATA
           MOVE WS-AUDIT-HORA   TO AL-HORA
           MOVE WS-OPERADOR     TO AL-OPERADOR
           MOVE BM-MATRICULA    TO AL-MATRICULA
           MOVE BM-ANO-LETIVO   TO AL-ANO-LETIVO
           MOVE BM-BIMESTRE     TO AL-BIMESTRE
           MOVE BM-NOME         TO AL-NOME
           MOVE BM-MATERIA      TO AL-MATERIA
           MOVE WS-AUDIT-STATUS TO AL-STATUS

      * Registro excluido nao deixa nota no mestre.
           IF AL-ESTORNO-EXCLUSAO
               MOVE ZEROS       TO AL-NOTA1 AL-NOTA2
               MOVE ZEROS       TO AL-NOTA3 AL-NOTA4
               MOVE ZEROS       TO AL-MEDIA AL-NOTA-RECUP
           ELSE
               MOVE BM-NOTA1      TO AL-NOTA1
               MOVE BM-NOTA2      TO AL-NOTA2
               MOVE BM-NOTA3      TO AL-NOTA3
               MOVE BM-NOTA4      TO AL-NOTA4
               MOVE BM-MEDIA      TO AL-MEDIA
               MOVE BM-NOTA-RECUP TO AL-NOTA-RECUP
           END-IF

           WRITE AUDIT-LOG-RECORD
           .
       P500-FIM.

       P520-IMPRIMIR-REGISTRO.

           MOVE SPACES TO PR-LINHA
           STRING WS-ACAO ' Matricula : ' WS-DEP-MATRICULA
               '  Ano : ' WS-DEP-ANO-LETIVO
               '  Bim : ' WS-DEP-BIMESTRE
               DELIMITED BY SIZE INTO PR-LINHA
           WRITE PRINT-LINE-RECORD

           MOVE SPACES TO PR-LINHA
           STRING '           Materia   : ' WS-DEP-MATERIA
               DELIMITED BY SIZE INTO PR-LINHA
           WRITE PRINT-LINE-RECORD

           MOVE WS-DEP-MEDIA TO WS-ED-MEDIA-LOTE
           MOVE SPACES TO PR-LINHA
           EVALUATE WS-ACAO
               WHEN 'RESTAURADO'
               MOVE BM-MEDIA TO WS-ED-MEDIA
               STRING '           Media do lote : ' WS-ED-MEDIA-LOTE
                   '   Media restaurada : ' WS-ED-MEDIA
                   DELIMITED BY SIZE INTO PR-LINHA

               WHEN 'EXCLUIDO'
               STRING '           Media do lote : ' WS-ED-MEDIA-LOTE
                   '   Registro criado pelo lote'
                   DELIMITED BY SIZE INTO PR-LINHA

               WHEN OTHER
               STRING '           Motivo    : ' WS-MOTIVO-RECUSA
                   DELIMITED BY SIZE INTO PR-LINHA
           END-EVALUATE
           WRITE PRINT-LINE-RECORD
           .
       P520-FIM.

       P600-ENCERRAR-LOTE.

           MOVE ZEROS TO WS-CKP-LIDOS WS-CKP-GRAVADOS WS-CKP-ERROS

           MOVE 1 TO WS-CKP-RELKEY
           OPEN I-O CHECKPOINT-FILE
           IF WS-FS-CKP = '00'
               READ CHECKPOINT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CK-RUN-ID = WS-LOTE-RUN-ID
                           PERFORM P620-ZERAR-CHECKPOINT
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF

      * O lote interrompido e encerrado como FALHOU: nao fica mais
      * aguardando retomada nem segurando a conciliacao.
           INITIALIZE EXECUCAO-PARMS
           MOVE 'F'              TO WS-R-FUNCAO
           MOVE WS-LOTE-RUN-ID   TO WS-R-RUN-ID
           MOVE WS-LOTE-ANO      TO WS-R-ANO-LETIVO
           MOVE WS-LOTE-BIMESTRE TO WS-R-BIMESTRE
           MOVE 8                TO WS-R-RETURN-CODE
           MOVE WS-CKP-LIDOS     TO WS-R-LIDOS
           MOVE WS-CKP-GRAVADOS  TO WS-R-GRAVADOS
           MOVE WS-CKP-ERROS     TO WS-R-REJEITADOS

           CALL 'BoletimExecucaoCOBOL' USING EXECUCAO-PARMS
           END-CALL

           MOVE SPACES TO PR-LINHA
           STRING 'Lote ' WS-LOTE-RUN-ID
               ' interrompido: checkpoint zerado e execucao'
               ' encerrada FALHOU'
               DELIMITED BY SIZE INTO PR-LINHA
           WRITE PRINT-LINE-RECORD
           .
       P600-FIM.

       P620-ZERAR-CHECKPOINT.

           MOVE CK-CONT-LIDOS    TO WS-CKP-LIDOS
           MOVE CK-CONT-GRAVADOS TO WS-CKP-GRAVADOS
           MOVE CK-CONT-ERROS    TO WS-CKP-ERROS

           MOVE ZEROS  TO CK-ULTIMO-LIDO
           MOVE SPACES TO CK-ULTIMO-MATRICULA
           MOVE SPACES TO CK-ULTIMO-NOME CK-ULTIMO-MATERIA
           MOVE ZEROS  TO CK-RUN-ID CK-CONT-LIDOS
           MOVE ZEROS  TO CK-CONT-GRAVADOS CK-CONT-ERROS

           REWRITE CHECKPOINT-RECORD
           .
       P620-FIM.

       P990-REGISTRAR-FIM.

           INITIALIZE EXECUCAO-PARMS
           MOVE 'F'              TO WS-R-FUNCAO
           MOVE WS-RUN-ID        TO WS-R-RUN-ID
           MOVE WS-LOTE-ANO      TO WS-R-ANO-LETIVO
           MOVE WS-LOTE-BIMESTRE TO WS-R-BIMESTRE
           MOVE RETURN-CODE      TO WS-R-RETURN-CODE
           MOVE WS-QTD-ENTRADAS  TO WS-R-LIDOS
           COMPUTE WS-R-GRAVADOS =
               WS-CONT-RESTAURADOS + WS-CONT-EXCLUIDOS
           MOVE WS-CONT-RECUSADOS TO WS-R-REJEITADOS
           MOVE WS-LOTE-RUN-ID   TO WS-R-RUN-REF

           CALL 'BoletimExecucaoCOBOL' USING EXECUCAO-PARMS
           END-CALL

           MOVE WS-R-RETURN-CODE TO RETURN-CODE
           .
       P990-FIM.

       P999-FINAL.

             MOVE SPACES TO PR-LINHA
             MOVE ALL '-' TO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE WS-CONT-RESTAURADOS TO WS-ED-QTD
             MOVE SPACES TO PR-LINHA
             STRING 'Registros restaurados      : ' WS-ED-QTD
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE WS-CONT-EXCLUIDOS TO WS-ED-QTD
             MOVE SPACES TO PR-LINHA
             STRING 'Registros excluidos        : ' WS-ED-QTD
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE WS-CONT-RECUSADOS TO WS-ED-QTD
             MOVE SPACES TO PR-LINHA
             STRING 'Registros recusados        : ' WS-ED-QTD
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE WS-CONT-SEM-EFEITO TO WS-ED-QTD
             MOVE SPACES TO PR-LINHA
             STRING 'Ja na imagem anterior      : ' WS-ED-QTD
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             IF WS-CONT-RECUSADOS >0
                 MOVE SPACES TO PR-LINHA
                 MOVE 'Recusados ficaram como estao no mestre -'
                     TO PR-LINHA
                 WRITE PRINT-LINE-RECORD
                 MOVE SPACES TO PR-LINHA
                 MOVE 'corrigir pela retificacao se for o caso.'
                     TO PR-LINHA
                 WRITE PRINT-LINE-RECORD
             END-IF

             MOVE SPACES TO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE SPACES TO PR-LINHA
             MOVE 'Operacao : ____________________________'
                 TO PR-LINHA
             WRITE PRINT-LINE-RECORD

             CLOSE BOLETIM-MASTER-FILE
             CLOSE JOURNAL-FILE
             CLOSE AUDIT-LOG-FILE
             CLOSE PRINT-REPORT-FILE

             DISPLAY '*** FIM DO ESTORNO DE LOTE ***'
             DISPLAY 'Lote estornado             : ' WS-LOTE-RUN-ID
             DISPLAY 'Gravacoes do lote no diario: ' WS-QTD-ENTRADAS
             DISPLAY 'Registros restaurados      : '
                 WS-CONT-RESTAURADOS
             DISPLAY 'Registros excluidos        : ' WS-CONT-EXCLUIDOS
             DISPLAY 'Registros recusados        : ' WS-CONT-RECUSADOS
             DISPLAY 'Ja na imagem anterior      : '
                 WS-CONT-SEM-EFEITO
             DISPLAY 'Relatorio em ESTORNO-LOTE.PRT'

             IF WS-CONT-RECUSADOS >0
                 MOVE 4 TO RETURN-CODE
             END-IF

             PERFORM P990-REGISTRAR-FIM

             STOP RUN.

       END PROGRAM BoletimEstornoCOBOL.
