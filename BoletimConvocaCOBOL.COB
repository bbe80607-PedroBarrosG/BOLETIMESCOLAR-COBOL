      ******************************************************************
      * Historico de alteracoes:
      * 01/09/2026 PB - Criacao.
      * 09/09/2026 PB - Carta enderecada aos responsaveis que recebem
      *                 correspondencia (RESPONSAVEL.DAT, RESPREC) -
      *                 antes saia sem destinatario e a secretaria
      *                 escrevia nome e endereco a mao. Aluno sem
      *                 responsavel marcado sai no checklist com a
      *                 marca SEM RESP. Arquivo ausente = carta sai
      *                 como antes.
      ******************************************************************

       IDENTIFICATION DIVISION.
               RECORD KEY IS EN-MATRICULA
               FILE STATUS IS WS-FS-ENROLL.

           SELECT OPTIONAL RESPONSAVEL-FILE
               ASSIGN TO "RESPONSAVEL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-CHAVE
               FILE STATUS IS WS-FS-RESP.

           SELECT PRINT-REPORT-FILE
               ASSIGN TO "CONVOCACAO-RECUPERACAO.PRT"
               ORGANIZATION IS SEQUENTIAL
       FD  ENROLLMENT-FILE.
           COPY ENROLLREC.

       FD  RESPONSAVEL-FILE.
           COPY RESPREC.

       FD  PRINT-REPORT-FILE.
           COPY PRINTREC.

       77  WS-FS-MASTER        PIC X(02)       VALUE '00'.
       77  WS-FS-ENROLL        PIC X(02)       VALUE '00'.
       77  WS-FS-PRINT         PIC X(02)       VALUE '00'.
       77  WS-FS-RESP          PIC X(02)       VALUE '00'.

       77  WS-ARQ-RESP-SIT     PIC X(01)       VALUE 'N'.
           88  ARQUIVO-RESP-ABERTO             VALUE 'S'.

       77  WS-EOF-RESP         PIC X(01)       VALUE 'N'.
           88  FIM-RESPONSAVEIS                VALUE 'S'.

       77  WS-RESP-IMPRESSOS   PIC 9(02)       VALUE ZEROS.
       77  WS-RESP-IMPRIME     PIC X(01)       VALUE 'N'.
           88  IMPRIMIR-DESTINATARIO           VALUE 'S'.
       77  WS-RESP-MATRICULA   PIC X(10)       VALUE SPACES.
       77  WS-CONT-SEM-RESP    PIC 9(06)       VALUE ZEROS.

       77  WS-ANO-LETIVO       PIC 9(04)       VALUE ZEROS.
       77  WS-BIMESTRE         PIC 9(01)       VALUE ZEROS.
               10  WS-CVC-MATRICULA     PIC X(10).
               10  WS-CVC-NOME          PIC X(40).
               10  WS-CVC-QTD-MAT       PIC 9(02).
               10  WS-CVC-RESP          PIC X(01).
               10  WS-CVC-MAT-ENTRY OCCURS 10 TIMES.
                   15  WS-CVC-MATERIA   PIC X(25).
                   15  WS-CVC-MEDIA     PIC 99(04)V99.
           05  WS-TRO-MATRICULA     PIC X(10).
           05  WS-TRO-NOME          PIC X(40).
           05  WS-TRO-QTD-MAT       PIC 9(02).
           05  WS-TRO-RESP          PIC X(01).
           05  WS-TRO-MAT-ENTRY OCCURS 10 TIMES.
               10  WS-TRO-MATERIA   PIC X(25).
               10  WS-TRO-MEDIA     PIC 99(04)V99.
               DISPLAY '***************************************'
               STOP RUN
           END-IF

           OPEN INPUT RESPONSAVEL-FILE
           IF WS-FS-RESP = '00' OR WS-FS-RESP = '05'
               MOVE 'S' TO WS-ARQ-RESP-SIT
           ELSE
               DISPLAY 'RESPONSAVEL.DAT indisponivel - cartas sem'
               DISPLAY 'destinatario.'
           END-IF
           .
       P050-FIM.

                   MOVE BM-MATRICULA
                       TO WS-CVC-MATRICULA (WS-ALU-ACHADO)
                   PERFORM P270-BUSCAR-CADASTRO
                   PERFORM P280-CONFERIR-RESPONSAVEL
               ELSE
                   ADD 1 TO WS-QTD-ALU-EXCED
               END-IF
           .
       P270-FIM.

       P280-CONFERIR-RESPONSAVEL.

      * Marca S quando ha ao menos um responsavel que recebe
      * correspondencia; sem o cadastro de responsaveis nada e
      * marcado.
           MOVE 'S' TO WS-CVC-RESP (WS-ALU-ACHADO)

           IF ARQUIVO-RESP-ABERTO
               MOVE BM-MATRICULA TO WS-RESP-MATRICULA
               MOVE ZEROS        TO WS-RESP-IMPRESSOS
               MOVE 'N'          TO WS-RESP-IMPRIME
               PERFORM P290-LOCALIZAR-RESPONSAVEIS

               IF WS-RESP-IMPRESSOS = ZEROS
                   MOVE 'N' TO WS-CVC-RESP (WS-ALU-ACHADO)
                   ADD 1 TO WS-CONT-SEM-RESP
               END-IF
           END-IF
           .
       P280-FIM.

       P290-LOCALIZAR-RESPONSAVEIS.

           MOVE 'N'               TO WS-EOF-RESP
           MOVE WS-RESP-MATRICULA TO RS-MATRICULA
           MOVE ZEROS             TO RS-SEQUENCIA

           START RESPONSAVEL-FILE KEY IS NOT LESS THAN RS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-RESP
           END-START

           PERFORM P295-LER-RESPONSAVEL UNTIL FIM-RESPONSAVEIS
           .
       P290-FIM.

       P295-LER-RESPONSAVEL.

           READ RESPONSAVEL-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-RESP
           END-READ

           IF NOT FIM-RESPONSAVEIS
               IF RS-MATRICULA = WS-RESP-MATRICULA
                   IF RS-RECEBE-CORRESPONDENCIA
                       ADD 1 TO WS-RESP-IMPRESSOS
                       IF IMPRIMIR-DESTINATARIO
                           PERFORM P550-IMPRIMIR-DESTINATARIO
                       END-IF
                   END-IF
               ELSE
                   MOVE 'S' TO WS-EOF-RESP
               END-IF
           END-IF
           .
       P295-FIM.

       P400-ORDENAR-CONVOCADOS.

           PERFORM P410-SELECIONAR-POSICAO
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             IF ARQUIVO-RESP-ABERTO
                 MOVE WS-CVC-MATRICULA (WS-IMP-ALU)
                     TO WS-RESP-MATRICULA
                 MOVE ZEROS TO WS-RESP-IMPRESSOS
                 MOVE 'S'   TO WS-RESP-IMPRIME
                 PERFORM P290-LOCALIZAR-RESPONSAVEIS

                 IF WS-RESP-IMPRESSOS = ZEROS
                     MOVE SPACES TO PR-LINHA
                     MOVE 'A/C : SEM RESPONSAVEL PARA CORRESPONDENCIA'
                         TO PR-LINHA
                     WRITE PRINT-LINE-RECORD
                 END-IF
             END-IF

             MOVE SPACES TO PR-LINHA
             MOVE 'O aluno encontra-se em RECUPERACAO nas materias'
                 TO PR-LINHA
             .
       P500-FIM.

       P550-IMPRIMIR-DESTINATARIO.

             MOVE SPACES TO PR-LINHA
             STRING 'A/C : ' RS-NOME
                 ' (' RS-PARENTESCO ')'
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE SPACES TO PR-LINHA
             STRING '      ' RS-LOGRADOURO
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD

             MOVE SPACES TO PR-LINHA
             STRING '      ' RS-BAIRRO ' - ' RS-CIDADE
                 ' - ' RS-UF '  CEP ' RS-CEP
                 DELIMITED BY SIZE INTO PR-LINHA
             WRITE PRINT-LINE-RECORD
             .
       P550-FIM.

       P600-IMPRIMIR-MATERIA.

             MOVE WS-CVC-MEDIA (WS-IMP-ALU, WS-IMP-MAT)
                     ' AINDA PENDENTE'
                     DELIMITED BY SIZE INTO PR-LINHA
             END-IF
             IF WS-CVC-RESP (WS-IMP-ALU) = 'N'
                 MOVE ' SEM RESP.' TO PR-LINHA (71:10)
             END-IF
             WRITE PRINT-LINE-RECORD
             .
       P750-FIM.
       P999-FINAL.
             CLOSE BOLETIM-MASTER-FILE
             CLOSE ENROLLMENT-FILE
             IF ARQUIVO-RESP-ABERTO
                 CLOSE RESPONSAVEL-FILE
             END-IF
             CLOSE PRINT-REPORT-FILE

             DISPLAY '*** FIM DA CONVOCACAO ***'
             DISPLAY 'Registros lidos no mestre : ' WS-CONT-LIDOS
             DISPLAY 'Recuperacoes pendentes    : ' WS-CONT-PENDENCIAS
             DISPLAY 'Alunos convocados         : ' WS-QTD-ALUNOS
             DISPLAY 'Convocados sem responsavel: ' WS-CONT-SEM-RESP
             DISPLAY 'Relatorio em CONVOCACAO-RECUPERACAO.PRT'

             IF WS-CONT-PENDENCIAS >0
