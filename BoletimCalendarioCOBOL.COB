      ******************************************************************
      * Author:Pedro Barros
      * Date:28/09/2026
      * Purpose:Manutencao do calendario letivo
      *         (CALENDARIO-LETIVO.DAT, CALENDREC): para cada ano
      *         letivo e bimestre, as datas de inicio e fim, o prazo
      *         de lancamento, a data da prova final e a situacao do
      *         periodo (PLANEJADO, ABERTO, EM FECHAMENTO, FECHADO).
      *         O lote de turma, o lancamento interativo e a carga de
      *         frequencia so aceitam lancamento em periodo ABERTO; o
      *         fechamento toma daqui a data da prova final e passa o
      *         periodo a FECHADO. Reabrir periodo FECHADO exige
      *         confirmacao explicita. Ate aqui nada impedia lancar
      *         num bimestre que nem comecou ou que ja foi fechado.
      * Tectonics: cobc
      * Sistema: CFP
      * Linguagem: COBOL
      * Analista do Sistema: Andre Costa
      ******************************************************************
      * Historico de alteracoes:
      * 28/09/2026 PB - Criacao.
      * 15/10/2026 PB - RETURN-CODE 8 na falha de abertura do
      *                 calendario.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BoletimCalendarioCOBOL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDARIO-LETIVO-FILE
               ASSIGN TO "CALENDARIO-LETIVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CHAVE
               FILE STATUS IS WS-FS-CALEND.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDARIO-LETIVO-FILE.
           COPY CALENDREC.

       WORKING-STORAGE SECTION.

       COPY AUTPARM.

       77  WS-OPERADOR         PIC X(20)       VALUE SPACES.
       77  WS-FS-CALEND        PIC X(02)       VALUE '00'.

       77  WS-OPCAO            PIC X(01)       VALUE SPACES.
       77  WS-CONFIRMA         PIC X(01)       VALUE SPACES.
       77  WS-ANO-LETIVO       PIC 9(04)       VALUE ZEROS.
       77  WS-BIMESTRE         PIC 9(01)       VALUE ZEROS.
       77  WS-DATA-ATUAL       PIC X(08)       VALUE SPACES.

       77  WS-DATA-INICIO      PIC X(08)       VALUE SPACES.
       77  WS-DATA-FIM         PIC X(08)       VALUE SPACES.
       77  WS-DATA-LIMITE-LANC PIC X(08)       VALUE SPACES.
       77  WS-DATA-PROVA-FINAL PIC X(08)       VALUE SPACES.
       77  WS-NOVA-SITUACAO    PIC X(13)       VALUE SPACES.

       77  WS-FIM-SIT          PIC X(01)       VALUE 'N'.
           88  FIM-MANUTENCAO                  VALUE 'S'.

       77  WS-PERIODO-SIT      PIC X(01)       VALUE 'N'.
           88  PERIODO-VALIDO                  VALUE 'S'.

       77  WS-DATAS-SIT        PIC X(01)       VALUE 'N'.
           88  DATAS-VALIDAS                   VALUE 'S'.

       77  WS-EOF-CALEND       PIC X(01)       VALUE 'N'.
           88  FIM-CALENDARIO                  VALUE 'S'.

       77  WS-CONT-LISTADOS    PIC 9(06)       VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       P001-START.
              PERFORM P010-VERIFICAR-AUTORIZACAO

              OPEN I-O CALENDARIO-LETIVO-FILE
              IF WS-FS-CALEND = '35'
                  OPEN OUTPUT CALENDARIO-LETIVO-FILE
                  CLOSE CALENDARIO-LETIVO-FILE
                  OPEN I-O CALENDARIO-LETIVO-FILE
              END-IF

              IF WS-FS-CALEND NOT = '00'
                  DISPLAY '***************************************'
                  DISPLAY '* ERRO AO ABRIR CALENDARIO-LETIVO.DAT *'
                  DISPLAY '***************************************'
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
              END-IF

              ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD

              PERFORM P100-MENU UNTIL FIM-MANUTENCAO
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
               DISPLAY '* MANUTENCAO BLOQUEADA E REGISTRADA *'
               DISPLAY '*******************************************'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       P010-FIM.

       P100-MENU.

           DISPLAY '*** MANUTENCAO DO CALENDARIO LETIVO ***'
           DISPLAY 'I - Incluir periodo'
           DISPLAY 'A - Alterar datas do periodo'
           DISPLAY 'T - Trocar situacao do periodo'
           DISPLAY 'C - Consultar periodo'
           DISPLAY 'L - Listar periodos do ano letivo'
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

               WHEN 'T'
               WHEN 't'
               PERFORM P500-TROCAR-SITUACAO

               WHEN 'C'
               WHEN 'c'
               PERFORM P600-CONSULTAR

               WHEN 'L'
               WHEN 'l'
               PERFORM P700-LISTAR

               WHEN 'S'
               WHEN 's'
               MOVE 'S' TO WS-FIM-SIT

               WHEN OTHER
               DISPLAY '* OPCAO INVALIDA - TENTE NOVAMENTE *'

           END-EVALUATE
           .
       P100-FIM.

       P150-PEDIR-PERIODO.

           MOVE 'N' TO WS-PERIODO-SIT

           DISPLAY 'Ano letivo (AAAA) : '
             ACCEPT WS-ANO-LETIVO

           DISPLAY 'Bimestre (1 a 4) : '
             ACCEPT WS-BIMESTRE

           IF (WS-ANO-LETIVO IS NOT NUMERIC)
               OR (WS-ANO-LETIVO = ZEROS)
               OR (WS-BIMESTRE IS NOT NUMERIC)
               OR (WS-BIMESTRE < 1 OR WS-BIMESTRE > 4)
               DISPLAY '* ANO LETIVO OU BIMESTRE INVALIDO *'
           ELSE
               MOVE 'S'           TO WS-PERIODO-SIT
               MOVE WS-ANO-LETIVO TO CL-ANO-LETIVO
               MOVE WS-BIMESTRE   TO CL-BIMESTRE
           END-IF
           .
       P150-FIM.

       P160-PEDIR-DATAS.

           MOVE 'N' TO WS-DATAS-SIT

           DISPLAY 'Data de inicio (AAAAMMDD) : '
             ACCEPT WS-DATA-INICIO

           DISPLAY 'Data de fim (AAAAMMDD) : '
             ACCEPT WS-DATA-FIM

           DISPLAY 'Prazo de lancamento (AAAAMMDD) : '
             ACCEPT WS-DATA-LIMITE-LANC

           DISPLAY 'Data da prova final (AAAAMMDD) : '
             ACCEPT WS-DATA-PROVA-FINAL

      * O prazo de lancamento nao pode vir antes do inicio do periodo
      * e a prova final (corte da recuperacao) vem depois do fim.
           IF (WS-DATA-INICIO IS NOT NUMERIC)
               OR (WS-DATA-FIM IS NOT NUMERIC)
               OR (WS-DATA-LIMITE-LANC IS NOT NUMERIC)
               OR (WS-DATA-PROVA-FINAL IS NOT NUMERIC)
               DISPLAY '* DATA INVALIDA - USE AAAAMMDD *'
           ELSE
               IF WS-DATA-FIM < WS-DATA-INICIO
                   OR WS-DATA-LIMITE-LANC < WS-DATA-INICIO
                   OR WS-DATA-PROVA-FINAL < WS-DATA-FIM
                   DISPLAY '* DATAS FORA DE ORDEM: INICIO <= FIM <= '
                       'PROVA FINAL E PRAZO >= INICIO *'
               ELSE
                   MOVE 'S' TO WS-DATAS-SIT
               END-IF
           END-IF
           .
       P160-FIM.

       P200-INCLUIR.

           PERFORM P150-PEDIR-PERIODO

           IF PERIODO-VALIDO
               READ CALENDARIO-LETIVO-FILE
                   INVALID KEY
                       PERFORM P250-GRAVAR-NOVO
                   NOT INVALID KEY
                       DISPLAY '***********************************'
                       DISPLAY '* PERIODO JA CADASTRADO *'
                       DISPLAY '***********************************'
               END-READ
           END-IF
           .
       P200-FIM.

       P250-GRAVAR-NOVO.

           PERFORM P160-PEDIR-DATAS

           IF DATAS-VALIDAS
               MOVE WS-ANO-LETIVO       TO CL-ANO-LETIVO
               MOVE WS-BIMESTRE         TO CL-BIMESTRE
               MOVE WS-DATA-INICIO      TO CL-DATA-INICIO
               MOVE WS-DATA-FIM         TO CL-DATA-FIM
               MOVE WS-DATA-LIMITE-LANC TO CL-DATA-LIMITE-LANC
               MOVE WS-DATA-PROVA-FINAL TO CL-DATA-PROVA-FINAL
               MOVE 'PLANEJADO'         TO CL-SITUACAO
               MOVE WS-DATA-ATUAL       TO CL-DATA-ALTERACAO
               MOVE WS-OPERADOR         TO CL-OPERADOR

               WRITE CALENDARIO-LETIVO-RECORD
                   INVALID KEY
                       DISPLAY '* PERIODO JA CADASTRADO *'
                   NOT INVALID KEY
                       DISPLAY 'Periodo incluido como PLANEJADO.'
               END-WRITE
           ELSE
               DISPLAY '* INCLUSAO CANCELADA *'
           END-IF
           .
       P250-FIM.

       P300-ALTERAR.

           PERFORM P150-PEDIR-PERIODO

           IF PERIODO-VALIDO
               READ CALENDARIO-LETIVO-FILE
                   INVALID KEY
                       DISPLAY '***********************************'
                       DISPLAY '* PERIODO NAO CADASTRADO *'
                       DISPLAY '***********************************'
                   NOT INVALID KEY
                       PERFORM P350-ALTERAR-DATAS
               END-READ
           END-IF
           .
       P300-FIM.

       P350-ALTERAR-DATAS.

           IF CL-FECHADO
               DISPLAY '* PERIODO FECHADO - DATAS NAO PODEM SER '
                   'ALTERADAS *'
           ELSE
               PERFORM P650-EXIBIR-PERIODO
               PERFORM P160-PEDIR-DATAS

               IF DATAS-VALIDAS
                   MOVE WS-DATA-INICIO      TO CL-DATA-INICIO
                   MOVE WS-DATA-FIM         TO CL-DATA-FIM
                   MOVE WS-DATA-LIMITE-LANC TO CL-DATA-LIMITE-LANC
                   MOVE WS-DATA-PROVA-FINAL TO CL-DATA-PROVA-FINAL
                   MOVE WS-DATA-ATUAL       TO CL-DATA-ALTERACAO
                   MOVE WS-OPERADOR         TO CL-OPERADOR
                   REWRITE CALENDARIO-LETIVO-RECORD
                   DISPLAY 'Datas do periodo alteradas.'
               ELSE
                   DISPLAY '* ALTERACAO CANCELADA *'
               END-IF
           END-IF
           .
       P350-FIM.

       P500-TROCAR-SITUACAO.

           PERFORM P150-PEDIR-PERIODO

           IF PERIODO-VALIDO
               READ CALENDARIO-LETIVO-FILE
                   INVALID KEY
                       DISPLAY '***********************************'
                       DISPLAY '* PERIODO NAO CADASTRADO *'
                       DISPLAY '***********************************'
                   NOT INVALID KEY
                       PERFORM P550-PEDIR-SITUACAO
               END-READ
           END-IF
           .
       P500-FIM.

       P550-PEDIR-SITUACAO.

           MOVE SPACES TO WS-NOVA-SITUACAO

           DISPLAY 'Situacao atual : ' CL-SITUACAO
           DISPLAY 'P - PLANEJADO'
           DISPLAY 'A - ABERTO'
           DISPLAY 'E - EM FECHAMENTO'
           DISPLAY 'F - FECHADO'
           DISPLAY 'Nova situacao : '
             ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO

               WHEN 'P'
               WHEN 'p'
               MOVE 'PLANEJADO' TO WS-NOVA-SITUACAO

               WHEN 'A'
               WHEN 'a'
               MOVE 'ABERTO' TO WS-NOVA-SITUACAO

               WHEN 'E'
               WHEN 'e'
               MOVE 'EM FECHAMENTO' TO WS-NOVA-SITUACAO

               WHEN 'F'
               WHEN 'f'
               MOVE 'FECHADO' TO WS-NOVA-SITUACAO

               WHEN OTHER
               DISPLAY '* SITUACAO INVALIDA - NADA ALTERADO *'

           END-EVALUATE

           IF WS-NOVA-SITUACAO NOT = SPACES
               IF CL-FECHADO AND WS-NOVA-SITUACAO NOT = 'FECHADO'
                   DISPLAY '*******************************************'
                   DISPLAY '* PERIODO FECHADO PELO FECHAMENTO - A '
                       'REABERTURA *'
                   DISPLAY '* LIBERA LANCAMENTO POR CIMA DAS NOTAS '
                       'FECHADAS *'
                   DISPLAY '*******************************************'
                   DISPLAY 'Confirma a reabertura do periodo? S/N'
                     ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                       PERFORM P580-GRAVAR-SITUACAO
                   ELSE
                       DISPLAY 'Reabertura cancelada pelo operador.'
                   END-IF
               ELSE
                   PERFORM P580-GRAVAR-SITUACAO
               END-IF
           END-IF
           .
       P550-FIM.

       P580-GRAVAR-SITUACAO.

           MOVE WS-NOVA-SITUACAO TO CL-SITUACAO
           MOVE WS-DATA-ATUAL    TO CL-DATA-ALTERACAO
           MOVE WS-OPERADOR      TO CL-OPERADOR
           REWRITE CALENDARIO-LETIVO-RECORD
           DISPLAY 'Periodo agora ' CL-SITUACAO
           .
       P580-FIM.

       P600-CONSULTAR.

           PERFORM P150-PEDIR-PERIODO

           IF PERIODO-VALIDO
               READ CALENDARIO-LETIVO-FILE
                   INVALID KEY
                       DISPLAY '***********************************'
                       DISPLAY '* PERIODO NAO CADASTRADO *'
                       DISPLAY '***********************************'
                   NOT INVALID KEY
                       PERFORM P650-EXIBIR-PERIODO
               END-READ
           END-IF
           .
       P600-FIM.

       P650-EXIBIR-PERIODO.

           DISPLAY 'Ano letivo / bimestre : ' CL-ANO-LETIVO ' / '
               CL-BIMESTRE
           DISPLAY 'Inicio              : ' CL-DATA-INICIO
           DISPLAY 'Fim                 : ' CL-DATA-FIM
           DISPLAY 'Prazo de lancamento : ' CL-DATA-LIMITE-LANC
           DISPLAY 'Prova final         : ' CL-DATA-PROVA-FINAL
           DISPLAY 'Situacao            : ' CL-SITUACAO
           DISPLAY 'Ultima alteracao    : ' CL-DATA-ALTERACAO
               ' por ' CL-OPERADOR
           .
       P650-FIM.

       P700-LISTAR.

           DISPLAY 'Ano letivo (AAAA) : '
             ACCEPT WS-ANO-LETIVO

           IF (WS-ANO-LETIVO IS NOT NUMERIC) OR (WS-ANO-LETIVO = ZEROS)
               DISPLAY '* ANO LETIVO INVALIDO *'
           ELSE
               MOVE 'N'           TO WS-EOF-CALEND
               MOVE ZEROS         TO WS-CONT-LISTADOS
               MOVE WS-ANO-LETIVO TO CL-ANO-LETIVO
               MOVE ZEROS         TO CL-BIMESTRE

               START CALENDARIO-LETIVO-FILE
                   KEY IS NOT LESS THAN CL-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-EOF-CALEND
               END-START

               PERFORM P750-LISTAR-PERIODO UNTIL FIM-CALENDARIO

               IF WS-CONT-LISTADOS = ZEROS
                   DISPLAY 'Nenhum periodo cadastrado no ano letivo.'
               END-IF
           END-IF
           .
       P700-FIM.

       P750-LISTAR-PERIODO.

           READ CALENDARIO-LETIVO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-CALEND
           END-READ

           IF NOT FIM-CALENDARIO
               IF CL-ANO-LETIVO = WS-ANO-LETIVO
                   ADD 1 TO WS-CONT-LISTADOS
                   DISPLAY CL-BIMESTRE 'o bim  ' CL-DATA-INICIO ' a '
                       CL-DATA-FIM '  prazo ' CL-DATA-LIMITE-LANC
                       '  prova final ' CL-DATA-PROVA-FINAL '  '
                       CL-SITUACAO
               ELSE
                   MOVE 'S' TO WS-EOF-CALEND
               END-IF
           END-IF
           .
       P750-FIM.

       P999-FINAL.
             CLOSE CALENDARIO-LETIVO-FILE
             DISPLAY 'Muito obrigado.'
            STOP RUN.

       END PROGRAM BoletimCalendarioCOBOL.
