      ******************************************************************
      * Author:Pedro Barros
      * Date:11/09/2026
      * Purpose:Extrato de correspondencia para os responsaveis: para
      *         todo aluno ATIVA do cadastro de matriculas (da turma
      *         informada ou de todas), le o cadastro de responsaveis
      *         (RESPONSAVEL.DAT, RESPREC) e, para cada responsavel
      *         marcado para receber correspondencia, grava uma
      *         etiqueta de endereco em ETIQUETAS-RESPONSAVEIS.PRT e,
      *         havendo e-mail, uma linha delimitada por ponto-e-
      *         virgula em RESPONSAVEIS-EMAIL.TXT para o envio
      *         eletronico. Aluno sem responsavel cadastrado ou sem
      *         nenhum marcado para correspondencia sai na lista de
      *         excecoes RESPONSAVEIS-EXCECOES.PRT para a secretaria
      *         completar o cadastro.
      * Tectonics: cobc
      * Sistema: CFP
      * Linguagem: COBOL
      * Analista do Sistema: Andre Costa
      ******************************************************************
      * Historico de alteracoes:
      * 11/09/2026 PB - Criacao.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BoletimEtiquetaCOBOL.
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

           SELECT RESPONSAVEL-FILE ASSIGN TO "RESPONSAVEL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-CHAVE
               FILE STATUS IS WS-FS-RESP.

           SELECT PRINT-REPORT-FILE
               ASSIGN TO "ETIQUETAS-RESPONSAVEIS.PRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PRINT.

           SELECT EMAIL-FILE ASSIGN TO "RESPONSAVEIS-EMAIL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMAIL.

           SELECT EXCECAO-REPORT-FILE
               ASSIGN TO "RESPONSAVEIS-EXCECOES.PRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-EXCECAO.

       DATA DIVISION.
       FILE SECTION.
       FD  ENROLLMENT-FILE.
           COPY ENROLLREC.

       FD  RESPONSAVEL-FILE.
           COPY RESPREC.

       FD  PRINT-REPORT-FILE.
           COPY PRINTREC.

       FD  EMAIL-FILE.
       01  EMAIL-RECORD.
           05  EM-LINHA                PIC X(160).

       FD  EXCECAO-REPORT-FILE.
       01  EXCECAO-LINE-RECORD.
           05  EX-LINHA                PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-FS-ENROLL        PIC X(02)       VALUE '00'.
       77  WS-FS-RESP          PIC X(02)       VALUE '00'.
       77  WS-FS-PRINT         PIC X(02)       VALUE '00'.
       77  WS-FS-EMAIL         PIC X(02)       VALUE '00'.
       77  WS-FS-EXCECAO       PIC X(02)       VALUE '00'.

       77  WS-TURMA            PIC X(06)       VALUE SPACES.
       77  WS-DATA-IMPRESSAO   PIC X(08)       VALUE SPACES.

       77  WS-EOF-ENROLL       PIC X(01)       VALUE 'N'.
           88  FIM-CADASTRO                    VALUE 'S'.

       77  WS-EOF-RESP         PIC X(01)       VALUE 'N'.
           88  FIM-RESPONSAVEIS                VALUE 'S'.

       77  WS-QTD-RESP         PIC 9(02)       VALUE ZEROS.
       77  WS-QTD-CORRESP      PIC 9(02)       VALUE ZEROS.

       77  WS-CONT-ALUNOS      PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-ETIQUETAS   PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-EMAILS      PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-SEM-CADASTRO PIC 9(06)      VALUE ZEROS.
       77  WS-CONT-SEM-CORRESP PIC 9(06)       VALUE ZEROS.

       77  WS-ED-QTD           PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       P001-START.
              PERFORM P050-ABRIR-ARQUIVOS
              PERFORM P100-PEDIR-PARAMETROS
              PERFORM P150-CABECALHOS
              PERFORM P200-LER-ALUNO
              PERFORM P250-PROCESSAR-ALUNO
                  UNTIL FIM-CADASTRO
              PERFORM P999-FINAL
            .

       P050-ABRIR-ARQUIVOS.

           OPEN INPUT ENROLLMENT-FILE
           IF WS-FS-ENROLL NOT = '00'
               DISPLAY '***************************************'
               DISPLAY '* ENROLLMENT.DAT NAO ENCONTRADO *'
               DISPLAY '***************************************'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT RESPONSAVEL-FILE
           IF WS-FS-RESP NOT = '00'
               DISPLAY '***************************************'
               DISPLAY '* RESPONSAVEL.DAT NAO ENCONTRADO *'
               DISPLAY '***************************************'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT PRINT-REPORT-FILE
           IF WS-FS-PRINT NOT = '00'
               DISPLAY '***************************************'
               DISPLAY '* ERRO AO ABRIR ETIQUETAS-RESPONSAVEIS *'
               DISPLAY '***************************************'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT EMAIL-FILE
           IF WS-FS-EMAIL NOT = '00'
               DISPLAY '***************************************'
               DISPLAY '* ERRO AO ABRIR RESPONSAVEIS-EMAIL.TXT *'
               DISPLAY '***************************************'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT EXCECAO-REPORT-FILE
           IF WS-FS-EXCECAO NOT = '00'
               DISPLAY '***************************************'
               DISPLAY '* ERRO AO ABRIR RESPONSAVEIS-EXCECOES *'
               DISPLAY '***************************************'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-DATA-IMPRESSAO FROM DATE YYYYMMDD
           .
       P050-FIM.

       P100-PEDIR-PARAMETROS.

           DISPLAY '*** ETIQUETAS E E-MAIL DOS RESPONSAVEIS ***'
           DISPLAY 'Turma (branco = todas) : '
             ACCEPT WS-TURMA
           .
       P100-FIM.

       P150-CABECALHOS.

             MOVE SPACES TO EX-LINHA
             MOVE 'CENTRO DE FORMACAO PROFISSIONAL - SECRETARIA'
                 TO EX-LINHA
             WRITE EXCECAO-LINE-RECORD

             MOVE SPACES TO EX-LINHA
             MOVE 'Alunos sem responsavel para correspondencia'
                 TO EX-LINHA
             WRITE EXCECAO-LINE-RECORD

             MOVE SPACES TO EX-LINHA
             IF WS-TURMA = SPACES
                 STRING 'Emitido em : ' WS-DATA-IMPRESSAO
                     '   Turma : TODAS'
                     DELIMITED BY SIZE INTO EX-LINHA
             ELSE
                 STRING 'Emitido em : ' WS-DATA-IMPRESSAO
                     '   Turma : ' WS-TURMA
                     DELIMITED BY SIZE INTO EX-LINHA
             END-IF
             WRITE EXCECAO-LINE-RECORD

             MOVE SPACES TO EX-LINHA
             MOVE ALL '-' TO EX-LINHA
             WRITE EXCECAO-LINE-RECORD

             MOVE SPACES TO EM-LINHA
             MOVE 'EMAIL;RESPONSAVEL;MATRICULA;ALUNO;TURMA'
                 TO EM-LINHA
             WRITE EMAIL-RECORD
             .
       P150-FIM.

       P200-LER-ALUNO.

           READ ENROLLMENT-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-ENROLL
           END-READ
           .
       P200-FIM.

       P250-PROCESSAR-ALUNO.

           IF EN-MATRICULA-ATIVA
               AND (WS-TURMA = SPACES OR EN-TURMA = WS-TURMA)
               ADD 1 TO WS-CONT-ALUNOS
               PERFORM P300-LOCALIZAR-RESPONSAVEIS

               IF WS-QTD-CORRESP = ZEROS
                   PERFORM P600-IMPRIMIR-EXCECAO
               END-IF
           END-IF

           PERFORM P200-LER-ALUNO
           .
       P250-FIM.

       P300-LOCALIZAR-RESPONSAVEIS.

           MOVE 'N'          TO WS-EOF-RESP
           MOVE ZEROS        TO WS-QTD-RESP
           MOVE ZEROS        TO WS-QTD-CORRESP
           MOVE EN-MATRICULA TO RS-MATRICULA
           MOVE ZEROS        TO RS-SEQUENCIA

           START RESPONSAVEL-FILE KEY IS NOT LESS THAN RS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-RESP
           END-START

           PERFORM P350-LER-RESPONSAVEL UNTIL FIM-RESPONSAVEIS
           .
       P300-FIM.

       P350-LER-RESPONSAVEL.

           READ RESPONSAVEL-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-RESP
           END-READ

           IF NOT FIM-RESPONSAVEIS
               IF RS-MATRICULA = EN-MATRICULA
                   ADD 1 TO WS-QTD-RESP
                   IF RS-RECEBE-CORRESPONDENCIA
                       ADD 1 TO WS-QTD-CORRESP
                       PERFORM P400-IMPRIMIR-ETIQUETA
                       IF RS-EMAIL NOT = SPACES
                           PERFORM P500-GRAVAR-EMAIL
                       END-IF
                   END-IF
               ELSE
                   MOVE 'S' TO WS-EOF-RESP
               END-IF
           END-IF
           .
       P350-FIM.

       P400-IMPRIMIR-ETIQUETA.

             MOVE SPACES TO PR-LINHA
             MOVE RS-NOME TO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE SPACES TO PR-LINHA
             MOVE RS-LOGRADOURO TO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE SPACES TO PR-LINHA
             STRING RS-BAIRRO ' - ' RS-CIDADE ' - ' RS-UF
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE SPACES TO PR-LINHA
             STRING 'CEP ' RS-CEP
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE SPACES TO PR-LINHA
             STRING 'Ref.: ' EN-MATRICULA ' ' EN-NOME
                 ' ' EN-TURMA
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE SPACES TO PR-LINHA
             WRITE PRINT-LINE-RECORD

             ADD 1 TO WS-CONT-ETIQUETAS
             .
       P400-FIM.

       P500-GRAVAR-EMAIL.

           MOVE SPACES TO EM-LINHA
           STRING RS-EMAIL DELIMITED BY SPACE
               ';' RS-NOME ';'
               EN-MATRICULA ';'
               EN-NOME ';'
               EN-TURMA
               DELIMITED BY SIZE INTO EM-LINHA

           WRITE EMAIL-RECORD

           ADD 1 TO WS-CONT-EMAILS
           .
       P500-FIM.

       P600-IMPRIMIR-EXCECAO.

             MOVE SPACES TO EX-LINHA
             IF WS-QTD-RESP = ZEROS
                 ADD 1 TO WS-CONT-SEM-CADASTRO
                 STRING EN-TURMA ' ' EN-MATRICULA ' ' EN-NOME
                     ' SEM CADASTRO'
                     DELIMITED BY SIZE INTO EX-LINHA
             ELSE
                 ADD 1 TO WS-CONT-SEM-CORRESP
                 STRING EN-TURMA ' ' EN-MATRICULA ' ' EN-NOME
                     ' SEM MARCA'
                     DELIMITED BY SIZE INTO EX-LINHA
             END-IF
             WRITE EXCECAO-LINE-RECORD
             .
       P600-FIM.

       P999-FINAL.

             MOVE SPACES TO EX-LINHA
             MOVE ALL '-' TO EX-LINHA
             WRITE EXCECAO-LINE-RECORD

             MOVE WS-CONT-SEM-CADASTRO TO WS-ED-QTD
             MOVE SPACES TO EX-LINHA
             STRING 'Sem responsavel cadastrado       : ' WS-ED-QTD
                 DELIMITED BY SIZE INTO EX-LINHA
             WRITE EXCECAO-LINE-RECORD

             MOVE WS-CONT-SEM-CORRESP TO WS-ED-QTD
             MOVE SPACES TO EX-LINHA
             STRING 'Nenhum marcado p/ correspondencia: ' WS-ED-QTD
                 DELIMITED BY SIZE INTO EX-LINHA
             WRITE EXCECAO-LINE-RECORD

             MOVE SPACES TO EX-LINHA
             WRITE EXCECAO-LINE-RECORD

             MOVE SPACES TO EX-LINHA
             MOVE 'Secretaria : ____________________________'
                 TO EX-LINHA
             WRITE EXCECAO-LINE-RECORD

             CLOSE ENROLLMENT-FILE
             CLOSE RESPONSAVEL-FILE
             CLOSE PRINT-REPORT-FILE
             CLOSE EMAIL-FILE
             CLOSE EXCECAO-REPORT-FILE

             DISPLAY '*** FIM DO EXTRATO DE RESPONSAVEIS ***'
             DISPLAY 'Alunos ATIVA processados    : ' WS-CONT-ALUNOS
             DISPLAY 'Etiquetas impressas         : ' WS-CONT-ETIQUETAS
             DISPLAY 'Linhas de e-mail gravadas   : ' WS-CONT-EMAILS
             DISPLAY 'Alunos sem responsavel      : '
                 WS-CONT-SEM-CADASTRO
             DISPLAY 'Alunos sem marca de corresp.: '
                 WS-CONT-SEM-CORRESP

             IF WS-CONT-SEM-CADASTRO >0 OR WS-CONT-SEM-CORRESP >0
                 MOVE 4 TO RETURN-CODE
             ELSE
                 MOVE 0 TO RETURN-CODE
             END-IF

             STOP RUN.

       END PROGRAM BoletimEtiquetaCOBOL.
