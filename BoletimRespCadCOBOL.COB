      ******************************************************************
      * Author:Pedro Barros
      * Date:08/09/2026
      * Purpose:Manutencao do cadastro de responsaveis
      *         (RESPONSAVEL.DAT, RESPREC): inclusao, alteracao,
      *         consulta e exclusao dos responsaveis de cada
      *         matricula - mais de um por aluno, numerados em
      *         sequencia -, com nome, parentesco, endereco,
      *         telefone, e-mail e a marca de quem recebe a
      *         correspondencia da escola. A matricula e conferida
      *         contra o cadastro de matriculas. Ate aqui a
      *         secretaria escrevia a mao o nome e o endereco da
      *         familia em cada carta de convocacao.
      * Tectonics: cobc
      * Sistema: CFP
      * Linguagem: COBOL
      * Analista do Sistema: Andre Costa
      ******************************************************************
      * Historico de alteracoes:
      * 08/09/2026 PB - Criacao.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BoletimRespCadCOBOL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPONSAVEL-FILE ASSIGN TO "RESPONSAVEL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-CHAVE
               FILE STATUS IS WS-FS-RESP.

           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLLMENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-MATRICULA
               FILE STATUS IS WS-FS-ENROLL.

       DATA DIVISION.
       FILE SECTION.
       FD  RESPONSAVEL-FILE.
           COPY RESPREC.

       FD  ENROLLMENT-FILE.
           COPY ENROLLREC.

       WORKING-STORAGE SECTION.

       COPY AUTPARM.

       77  WS-OPERADOR         PIC X(20)       VALUE SPACES.
       77  WS-FS-RESP          PIC X(02)       VALUE '00'.
       77  WS-FS-ENROLL        PIC X(02)       VALUE '00'.

       77  WS-OPCAO            PIC X(01)       VALUE SPACES.
       77  WS-MATRICULA        PIC X(10)       VALUE SPACES.
       77  WS-SEQUENCIA        PIC 9(02)       VALUE ZEROS.
       77  WS-PROX-SEQ         PIC 9(02)       VALUE ZEROS.
       77  WS-CONFIRMA         PIC X(01)       VALUE SPACES.

       77  WS-NOME             PIC X(40)       VALUE SPACES.
       77  WS-PARENTESCO       PIC X(15)       VALUE SPACES.
       77  WS-LOGRADOURO       PIC X(40)       VALUE SPACES.
       77  WS-BAIRRO           PIC X(20)       VALUE SPACES.
       77  WS-CIDADE           PIC X(25)       VALUE SPACES.
       77  WS-UF               PIC X(02)       VALUE SPACES.
       77  WS-CEP              PIC X(08)       VALUE SPACES.
       77  WS-TELEFONE         PIC X(15)       VALUE SPACES.
       77  WS-EMAIL            PIC X(50)       VALUE SPACES.
       77  WS-RECEBE           PIC X(01)       VALUE SPACES.

       77  WS-ALUNO-SIT        PIC X(01)       VALUE 'N'.
           88  ALUNO-ENCONTRADO                VALUE 'S'.

       77  WS-EOF-RESP         PIC X(01)       VALUE 'N'.
           88  FIM-RESPONSAVEIS                VALUE 'S'.

       77  WS-CONT-LISTADOS    PIC 9(02)       VALUE ZEROS.

       77  WS-FIM-SIT          PIC X(01)       VALUE 'N'.
           88  FIM-MANUTENCAO                  VALUE 'S'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       P001-START.
              PERFORM P010-VERIFICAR-AUTORIZACAO

              OPEN I-O RESPONSAVEL-FILE
              IF WS-FS-RESP = '35'
                  OPEN OUTPUT RESPONSAVEL-FILE
                  CLOSE RESPONSAVEL-FILE
                  OPEN I-O RESPONSAVEL-FILE
              END-IF

              IF WS-FS-RESP NOT = '00'
                  DISPLAY '***************************************'
                  DISPLAY '* ERRO AO ABRIR RESPONSAVEL.DAT *'
                  DISPLAY '***************************************'
                  STOP RUN
              END-IF

              OPEN INPUT ENROLLMENT-FILE
              IF WS-FS-ENROLL NOT = '00'
                  DISPLAY '***************************************'
                  DISPLAY '* ENROLLMENT.DAT NAO ENCONTRADO *'
                  DISPLAY '***************************************'
                  STOP RUN
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
               DISPLAY '* MANUTENCAO BLOQUEADA E REGISTRADA *'
               DISPLAY '*******************************************'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       P010-FIM.

       P100-MENU.

           DISPLAY '*** MANUTENCAO DO CADASTRO DE RESPONSAVEIS ***'
           DISPLAY 'I - Incluir responsavel'
           DISPLAY 'A - Alterar responsavel'
           DISPLAY 'C - Consultar responsaveis do aluno'
           DISPLAY 'E - Excluir responsavel'
           DISPLAY 'S - Sair'
           DISPLAY 'Opcao : '
             ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO

               WHEN 'I'
               WHEN 'i'
               PERFORM P200-INCLUIR

               WHEN 'A'
               WHEN 'a'
               PERFORM P300-ALTERAR

               WHEN 'C'
               WHEN 'c'
               PERFORM P400-CONSULTAR

               WHEN 'E'
               WHEN 'e'
               PERFORM P500-EXCLUIR

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
           END-READ
           .
       P150-FIM.

       P200-INCLUIR.

           PERFORM P150-PEDIR-ALUNO

           IF ALUNO-ENCONTRADO
               DISPLAY 'Nome do responsavel : '
                 ACCEPT WS-NOME

               IF WS-NOME = SPACES
                   DISPLAY '* NOME EM BRANCO - INCLUSAO CANCELADA *'
               ELSE
                   PERFORM P250-PROXIMA-SEQUENCIA

                   IF WS-PROX-SEQ = ZEROS
                       DISPLAY '* LIMITE DE 99 RESPONSAVEIS DO ALUNO'
                       DISPLAY '- NAO INCLUIDO *'
                   ELSE
                       INITIALIZE RESPONSAVEL-RECORD
                       MOVE WS-MATRICULA TO RS-MATRICULA
                       MOVE WS-PROX-SEQ  TO RS-SEQUENCIA
                       MOVE WS-NOME      TO RS-NOME
                       MOVE 'N'          TO RS-RECEBE-CORRESP
                       PERFORM P280-PEDIR-DADOS

                       WRITE RESPONSAVEL-RECORD
                           INVALID KEY
                               DISPLAY '* RESPONSAVEL JA GRAVADO *'
                           NOT INVALID KEY
                               DISPLAY 'Responsavel incluido - seq '
                                   WS-PROX-SEQ
                       END-WRITE
                   END-IF
               END-IF
           END-IF
           .
       P200-FIM.

       P250-PROXIMA-SEQUENCIA.

           MOVE 'N'          TO WS-EOF-RESP
           MOVE WS-MATRICULA TO RS-MATRICULA
           MOVE ZEROS        TO RS-SEQUENCIA

           START RESPONSAVEL-FILE KEY IS NOT LESS THAN RS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-RESP
           END-START

           MOVE 1 TO WS-PROX-SEQ

           PERFORM P260-LER-SEQUENCIA UNTIL FIM-RESPONSAVEIS
           .
       P250-FIM.

       P260-LER-SEQUENCIA.

           READ RESPONSAVEL-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-RESP
           END-READ

           IF NOT FIM-RESPONSAVEIS
               IF RS-MATRICULA = WS-MATRICULA
                   IF RS-SEQUENCIA = 99
                       MOVE ZEROS TO WS-PROX-SEQ
                       MOVE 'S'   TO WS-EOF-RESP
                   ELSE
                       COMPUTE WS-PROX-SEQ = RS-SEQUENCIA + 1
                   END-IF
               ELSE
                   MOVE 'S' TO WS-EOF-RESP
               END-IF
           END-IF
           .
       P260-FIM.

       P280-PEDIR-DADOS.

      * Usado na inclusao e na alteracao: campo em branco mantem o
      * valor que ja esta no registro.
           DISPLAY 'Parentesco (PAI, MAE, AVO, TUTOR...) : '
             ACCEPT WS-PARENTESCO
           IF WS-PARENTESCO NOT = SPACES
               MOVE WS-PARENTESCO TO RS-PARENTESCO
           END-IF

           DISPLAY 'Logradouro e numero : '
             ACCEPT WS-LOGRADOURO
           IF WS-LOGRADOURO NOT = SPACES
               MOVE WS-LOGRADOURO TO RS-LOGRADOURO
           END-IF

           DISPLAY 'Bairro : '
             ACCEPT WS-BAIRRO
           IF WS-BAIRRO NOT = SPACES
               MOVE WS-BAIRRO TO RS-BAIRRO
           END-IF

           DISPLAY 'Cidade : '
             ACCEPT WS-CIDADE
           IF WS-CIDADE NOT = SPACES
               MOVE WS-CIDADE TO RS-CIDADE
           END-IF

           DISPLAY 'UF : '
             ACCEPT WS-UF
           IF WS-UF NOT = SPACES
               MOVE WS-UF TO RS-UF
           END-IF

           DISPLAY 'CEP (8 digitos) : '
             ACCEPT WS-CEP
           IF WS-CEP NOT = SPACES
               MOVE WS-CEP TO RS-CEP
           END-IF

           DISPLAY 'Telefone : '
             ACCEPT WS-TELEFONE
           IF WS-TELEFONE NOT = SPACES
               MOVE WS-TELEFONE TO RS-TELEFONE
           END-IF

           DISPLAY 'E-mail : '
             ACCEPT WS-EMAIL
           IF WS-EMAIL NOT = SPACES
               MOVE WS-EMAIL TO RS-EMAIL
           END-IF

           DISPLAY 'Recebe correspondencia da escola? S/N : '
             ACCEPT WS-RECEBE
           EVALUATE WS-RECEBE
               WHEN 'S'
               WHEN 's'
               MOVE 'S' TO RS-RECEBE-CORRESP
               WHEN 'N'
               WHEN 'n'
               MOVE 'N' TO RS-RECEBE-CORRESP
               WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
       P280-FIM.

       P300-ALTERAR.

           PERFORM P150-PEDIR-ALUNO

           IF ALUNO-ENCONTRADO
               DISPLAY 'Sequencia do responsavel : '
                 ACCEPT WS-SEQUENCIA

               MOVE WS-MATRICULA TO RS-MATRICULA
               MOVE WS-SEQUENCIA TO RS-SEQUENCIA

               READ RESPONSAVEL-FILE
                   INVALID KEY
                       DISPLAY '***********************************'
                       DISPLAY '* RESPONSAVEL NAO ENCONTRADO *'
                       DISPLAY '***********************************'
                   NOT INVALID KEY
                       PERFORM P450-EXIBIR-RESPONSAVEL
                       DISPLAY 'Campos em branco mantem o valor atual.'
                       DISPLAY 'Nome do responsavel : '
                         ACCEPT WS-NOME
                       IF WS-NOME NOT = SPACES
                           MOVE WS-NOME TO RS-NOME
                       END-IF
                       PERFORM P280-PEDIR-DADOS
                       REWRITE RESPONSAVEL-RECORD
                       DISPLAY 'Responsavel alterado.'
               END-READ
           END-IF
           .
       P300-FIM.

       P400-CONSULTAR.

           PERFORM P150-PEDIR-ALUNO

           IF ALUNO-ENCONTRADO
               MOVE 'N'          TO WS-EOF-RESP
               MOVE ZEROS        TO WS-CONT-LISTADOS
               MOVE WS-MATRICULA TO RS-MATRICULA
               MOVE ZEROS        TO RS-SEQUENCIA

               START RESPONSAVEL-FILE KEY IS NOT LESS THAN RS-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-EOF-RESP
               END-START

               PERFORM P420-LISTAR-RESPONSAVEL UNTIL FIM-RESPONSAVEIS

               IF WS-CONT-LISTADOS = ZEROS
                   DISPLAY 'Nenhum responsavel cadastrado para o aluno.'
               END-IF
           END-IF
           .
       P400-FIM.

       P420-LISTAR-RESPONSAVEL.

           READ RESPONSAVEL-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-RESP
           END-READ

           IF NOT FIM-RESPONSAVEIS
               IF RS-MATRICULA = WS-MATRICULA
                   ADD 1 TO WS-CONT-LISTADOS
                   PERFORM P450-EXIBIR-RESPONSAVEL
               ELSE
                   MOVE 'S' TO WS-EOF-RESP
               END-IF
           END-IF
           .
       P420-FIM.

       P450-EXIBIR-RESPONSAVEL.

           DISPLAY '-------------------------------------------'
           DISPLAY 'Sequencia  : ' RS-SEQUENCIA
           DISPLAY 'Nome       : ' RS-NOME
           DISPLAY 'Parentesco : ' RS-PARENTESCO
           DISPLAY 'Endereco   : ' RS-LOGRADOURO
           DISPLAY '             ' RS-BAIRRO ' ' RS-CIDADE ' ' RS-UF
           DISPLAY 'CEP        : ' RS-CEP
           DISPLAY 'Telefone   : ' RS-TELEFONE
           DISPLAY 'E-mail     : ' RS-EMAIL
           DISPLAY 'Recebe correspondencia : ' RS-RECEBE-CORRESP
           .
       P450-FIM.

       P500-EXCLUIR.

           PERFORM P150-PEDIR-ALUNO

           IF ALUNO-ENCONTRADO
               DISPLAY 'Sequencia do responsavel : '
                 ACCEPT WS-SEQUENCIA

               MOVE WS-MATRICULA TO RS-MATRICULA
               MOVE WS-SEQUENCIA TO RS-SEQUENCIA

               READ RESPONSAVEL-FILE
                   INVALID KEY
                       DISPLAY '***********************************'
                       DISPLAY '* RESPONSAVEL NAO ENCONTRADO *'
                       DISPLAY '***********************************'
                   NOT INVALID KEY
                       PERFORM P450-EXIBIR-RESPONSAVEL
                       DISPLAY 'Confirma a exclusao? S/N'
                         ACCEPT WS-CONFIRMA

                       IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                           DELETE RESPONSAVEL-FILE
                           DISPLAY 'Responsavel excluido.'
                       ELSE
                           DISPLAY 'Exclusao cancelada pelo operador.'
                       END-IF
               END-READ
           END-IF
           .
       P500-FIM.

       P999-FINAL.
             CLOSE RESPONSAVEL-FILE
             CLOSE ENROLLMENT-FILE
             DISPLAY 'Muito obrigado.'
            STOP RUN.

       END PROGRAM BoletimRespCadCOBOL.
