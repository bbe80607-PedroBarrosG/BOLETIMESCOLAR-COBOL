      ******************************************************************
      * Author:Pedro Barros
      * Date:02/10/2026
      * Purpose:Subprograma do controle de execucoes em lote: mantem
      *         RUN-CONTROLE.DAT (RUNCTL), onde cada programa do
      *         processamento noturno (pre-critica, lote de turma,
      *         carga de frequencia, conciliacao, remessa a
      *         Secretaria, fechamento, virada e arquivamento) abre e
      *         encerra uma entrada por execucao, e responde as
      *         consultas que esses programas fazem para conferir os
      *         seus pre-requisitos antes de partir (RUNPARM). O
      *         arquivo e aberto e fechado a cada chamada, para a
      *         entrada ja estar gravada se o programa chamador
      *         cair no meio do caminho - a execucao que nao chegou
      *         ao fim fica EXECUTANDO e aparece no relatorio matinal.
      * Tectonics: cobc
      * Sistema: CFP
      * Linguagem: COBOL
      * Analista do Sistema: Andre Costa
      ******************************************************************
      * Historico de alteracoes:
      * 02/10/2026 PB - Criacao.
      * 07/10/2026 PB - Funcao L (le a execucao WS-R-RUN-ID, com o
      *                 programa) e filtro opcional por RUN-REF na
      *                 funcao U, para o estorno de lote conferir a
      *                 execucao pedida e se ela ja foi estornada.
      * 15/10/2026 PB - Funcao M: ultima execucao do programa que mexeu
      *                 no mestre (nao FALHOU e gravou registro), para
      *                 a remessa conferir a conciliacao pela mesma
      *                 regra do relatorio matinal.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BoletimExecucaoCOBOL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROLE-FILE ASSIGN TO "RUN-CONTROLE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RN-RUN-ID
               FILE STATUS IS WS-FS-RUNCTL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROLE-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.

       77  WS-FS-RUNCTL        PIC X(02)       VALUE '00'.

       77  WS-ARQ-RUNCTL-SIT   PIC X(01)       VALUE 'N'.
           88  ARQUIVO-RUNCTL-ABERTO           VALUE 'S'.

       77  WS-EOF-RUNCTL       PIC X(01)       VALUE 'N'.
           88  FIM-RUNCTL                      VALUE 'S'.

       77  WS-PROX-RUN-ID      PIC 9(08)       VALUE ZEROS.
       77  WS-DATA-ATUAL       PIC X(08)       VALUE SPACES.
       77  WS-HORA-ATUAL       PIC X(08)       VALUE SPACES.

      * Filtros da consulta (U/S), guardados antes da varredura porque
      * o bloco de parametros devolve os dados da execucao achada.
       77  WS-FILTRO-PROGRAMA  PIC X(08)       VALUE SPACES.
       77  WS-FILTRO-ANO       PIC 9(04)       VALUE ZEROS.
       77  WS-FILTRO-BIMESTRE  PIC 9(01)       VALUE ZEROS.
       77  WS-FILTRO-APLICACAO PIC X(01)       VALUE SPACES.
       77  WS-FILTRO-DATA      PIC X(08)       VALUE SPACES.
       77  WS-FILTRO-RUN-REF   PIC 9(08)       VALUE ZEROS.
       77  WS-FILTRO-MESTRE    PIC X(01)       VALUE 'N'.
           88  SO-MEXEU-NO-MESTRE              VALUE 'S'.

       LINKAGE SECTION.
       COPY RUNPARM.

       PROCEDURE DIVISION USING EXECUCAO-PARMS.
       MAIN-PROCEDURE.

       P001-START.
              PERFORM P050-ABRIR-CONTROLE

              IF ARQUIVO-RUNCTL-ABERTO
                  EVALUATE WS-R-FUNCAO

                      WHEN 'I'
                      PERFORM P100-INICIAR-EXECUCAO

                      WHEN 'F'
                      PERFORM P200-ENCERRAR-EXECUCAO

                      WHEN 'U'
                      MOVE 'N' TO WS-FILTRO-MESTRE
                      PERFORM P300-ULTIMA-EXECUCAO

                      WHEN 'M'
                      MOVE 'S' TO WS-FILTRO-MESTRE
                      PERFORM P300-ULTIMA-EXECUCAO

                      WHEN 'S'
                      PERFORM P400-SOMAR-EXECUCOES

                      WHEN 'L'
                      PERFORM P500-LER-EXECUCAO

                      WHEN OTHER
                      MOVE 'N' TO WS-R-ACHADA

                  END-EVALUATE

                  CLOSE RUN-CONTROLE-FILE
                  MOVE 'N' TO WS-ARQ-RUNCTL-SIT
              ELSE
                  MOVE 'N'   TO WS-R-ACHADA
                  MOVE ZEROS TO WS-R-QTD-PENDENTES
                  IF WS-R-FUNCAO = 'I'
                      MOVE ZEROS TO WS-R-RUN-ID
                  END-IF
              END-IF

              GOBACK
            .

       P050-ABRIR-CONTROLE.

      * Primeira execucao da instalacao: o controle nasce vazio.
           OPEN I-O RUN-CONTROLE-FILE
           IF WS-FS-RUNCTL = '35'
               OPEN OUTPUT RUN-CONTROLE-FILE
               CLOSE RUN-CONTROLE-FILE
               OPEN I-O RUN-CONTROLE-FILE
           END-IF

           IF WS-FS-RUNCTL = '00'
               MOVE 'S' TO WS-ARQ-RUNCTL-SIT
           ELSE
               MOVE 'N' TO WS-ARQ-RUNCTL-SIT
               DISPLAY '***************************************'
               DISPLAY '* CONTROLE DE EXECUCOES INDISPONIVEL  *'
               DISPLAY '* FILE STATUS: ' WS-FS-RUNCTL
               DISPLAY '***************************************'
           END-IF
           .
       P050-FIM.

       P100-INICIAR-EXECUCAO.

           PERFORM P150-PROXIMO-RUN-ID

           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL FROM TIME

           INITIALIZE RUN-CONTROLE-RECORD
           MOVE WS-PROX-RUN-ID    TO RN-RUN-ID
           MOVE WS-R-PROGRAMA     TO RN-PROGRAMA
           MOVE WS-R-ANO-LETIVO   TO RN-ANO-LETIVO
           MOVE WS-R-BIMESTRE     TO RN-BIMESTRE
           MOVE WS-R-OPERADOR     TO RN-OPERADOR
           MOVE WS-DATA-ATUAL     TO RN-DATA-INICIO
           MOVE WS-HORA-ATUAL     TO RN-HORA-INICIO
           MOVE SPACES            TO RN-DATA-FIM
           MOVE SPACES            TO RN-HORA-FIM
           MOVE WS-R-RUN-REF      TO RN-RUN-REF
           MOVE WS-R-APLICACAO    TO RN-APLICACAO
           MOVE 'EXECUTANDO'      TO RN-SITUACAO

           WRITE RUN-CONTROLE-RECORD
               INVALID KEY
                   MOVE ZEROS TO WS-R-RUN-ID
                   DISPLAY '* EXECUCAO NAO REGISTRADA - FS: '
                           WS-FS-RUNCTL
               NOT INVALID KEY
                   MOVE RN-RUN-ID      TO WS-R-RUN-ID
                   MOVE RN-DATA-INICIO TO WS-R-DATA
                   MOVE RN-SITUACAO    TO WS-R-SITUACAO
                   MOVE 'S'            TO WS-R-ACHADA
                   DISPLAY 'Execucao registrada : ' RN-RUN-ID
                           ' (' RN-PROGRAMA ')'
           END-WRITE
           .
       P100-FIM.

       P150-PROXIMO-RUN-ID.

           MOVE 'N'   TO WS-EOF-RUNCTL
           MOVE ZEROS TO RN-RUN-ID
           MOVE 1     TO WS-PROX-RUN-ID

           START RUN-CONTROLE-FILE KEY IS NOT LESS THAN RN-RUN-ID
               INVALID KEY
                   MOVE 'S' TO WS-EOF-RUNCTL
           END-START

           PERFORM P160-LER-RUN-ID UNTIL FIM-RUNCTL
           .
       P150-FIM.

       P160-LER-RUN-ID.

           READ RUN-CONTROLE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-RUNCTL
               NOT AT END
                   COMPUTE WS-PROX-RUN-ID = RN-RUN-ID + 1
           END-READ
           .
       P160-FIM.

       P200-ENCERRAR-EXECUCAO.

           MOVE WS-R-RUN-ID TO RN-RUN-ID

           READ RUN-CONTROLE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-R-ACHADA
                   DISPLAY '* EXECUCAO ' WS-R-RUN-ID
                           ' NAO ENCONTRADA NO CONTROLE *'
               NOT INVALID KEY
                   MOVE 'S' TO WS-R-ACHADA
                   PERFORM P250-GRAVAR-ENCERRAMENTO
           END-READ
           .
       P200-FIM.

       P250-GRAVAR-ENCERRAMENTO.

           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL FROM TIME

      * Ano/bimestre so conhecidos depois da leitura do primeiro
      * registro (pre-critica, lote, carga) chegam no encerramento.
           IF WS-R-ANO-LETIVO NOT = ZEROS
               MOVE WS-R-ANO-LETIVO TO RN-ANO-LETIVO
               MOVE WS-R-BIMESTRE   TO RN-BIMESTRE
           END-IF

           MOVE WS-DATA-ATUAL     TO RN-DATA-FIM
           MOVE WS-HORA-ATUAL     TO RN-HORA-FIM
           MOVE WS-R-RETURN-CODE  TO RN-RETURN-CODE
           MOVE WS-R-LIDOS        TO RN-LIDOS
           MOVE WS-R-GRAVADOS     TO RN-GRAVADOS
           MOVE WS-R-REJEITADOS   TO RN-REJEITADOS

      * Referencia e aplicacao ja gravadas na abertura so sao trocadas
      * quando o encerramento informa outras.
           IF WS-R-RUN-REF NOT = ZEROS
               MOVE WS-R-RUN-REF   TO RN-RUN-REF
           END-IF
           IF WS-R-APLICACAO NOT = SPACES
               MOVE WS-R-APLICACAO TO RN-APLICACAO
           END-IF

           IF WS-R-RETURN-CODE > 4
               MOVE 'FALHOU'      TO RN-SITUACAO
           ELSE
               MOVE 'CONCLUIDO'   TO RN-SITUACAO
           END-IF

           REWRITE RUN-CONTROLE-RECORD
               INVALID KEY
                   DISPLAY '* ENCERRAMENTO NAO REGISTRADO - FS: '
                           WS-FS-RUNCTL
               NOT INVALID KEY
                   MOVE RN-SITUACAO TO WS-R-SITUACAO
           END-REWRITE
           .
       P250-FIM.

       P300-ULTIMA-EXECUCAO.

           MOVE WS-R-PROGRAMA   TO WS-FILTRO-PROGRAMA
           MOVE WS-R-ANO-LETIVO TO WS-FILTRO-ANO
           MOVE WS-R-BIMESTRE   TO WS-FILTRO-BIMESTRE
           MOVE WS-R-APLICACAO  TO WS-FILTRO-APLICACAO
           MOVE WS-R-RUN-REF    TO WS-FILTRO-RUN-REF

           MOVE 'N'   TO WS-R-ACHADA
           MOVE 'N'   TO WS-EOF-RUNCTL
           MOVE ZEROS TO RN-RUN-ID

           START RUN-CONTROLE-FILE KEY IS NOT LESS THAN RN-RUN-ID
               INVALID KEY
                   MOVE 'S' TO WS-EOF-RUNCTL
           END-START

           PERFORM P310-LER-ULTIMA UNTIL FIM-RUNCTL
           .
       P300-FIM.

       P310-LER-ULTIMA.

           READ RUN-CONTROLE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-RUNCTL
               NOT AT END
                   IF RN-PROGRAMA = WS-FILTRO-PROGRAMA
                      AND (WS-FILTRO-ANO = ZEROS
                           OR RN-ANO-LETIVO = WS-FILTRO-ANO)
                      AND (WS-FILTRO-BIMESTRE = ZEROS
                           OR RN-BIMESTRE = WS-FILTRO-BIMESTRE)
                      AND (WS-FILTRO-APLICACAO NOT = 'S'
                           OR RN-APLICADA)
                      AND (WS-FILTRO-RUN-REF = ZEROS
                           OR RN-RUN-REF = WS-FILTRO-RUN-REF)
                      AND (NOT SO-MEXEU-NO-MESTRE
                           OR (NOT RN-FALHOU
                               AND RN-GRAVADOS >ZEROS))
                       PERFORM P350-DEVOLVER-EXECUCAO
                   END-IF
           END-READ
           .
       P310-FIM.

       P350-DEVOLVER-EXECUCAO.

           MOVE 'S'             TO WS-R-ACHADA
           MOVE RN-RUN-ID       TO WS-R-RUN-ID
           MOVE RN-ANO-LETIVO   TO WS-R-ANO-LETIVO
           MOVE RN-BIMESTRE     TO WS-R-BIMESTRE
           MOVE RN-OPERADOR     TO WS-R-OPERADOR
           MOVE RN-DATA-INICIO  TO WS-R-DATA
           MOVE RN-RETURN-CODE  TO WS-R-RETURN-CODE
           MOVE RN-LIDOS        TO WS-R-LIDOS
           MOVE RN-GRAVADOS     TO WS-R-GRAVADOS
           MOVE RN-REJEITADOS   TO WS-R-REJEITADOS
           MOVE RN-RUN-REF      TO WS-R-RUN-REF
           MOVE RN-APLICACAO    TO WS-R-APLICACAO
           MOVE RN-SITUACAO     TO WS-R-SITUACAO
           .
       P350-FIM.

       P400-SOMAR-EXECUCOES.

           MOVE WS-R-PROGRAMA TO WS-FILTRO-PROGRAMA
           MOVE WS-R-DATA     TO WS-FILTRO-DATA

           MOVE 'N'   TO WS-R-ACHADA
           MOVE ZEROS TO WS-R-RUN-ID
           MOVE ZEROS TO WS-R-LIDOS
           MOVE ZEROS TO WS-R-GRAVADOS
           MOVE ZEROS TO WS-R-REJEITADOS
           MOVE ZEROS TO WS-R-QTD-PENDENTES

           MOVE 'N'   TO WS-EOF-RUNCTL
           MOVE ZEROS TO RN-RUN-ID

           START RUN-CONTROLE-FILE KEY IS NOT LESS THAN RN-RUN-ID
               INVALID KEY
                   MOVE 'S' TO WS-EOF-RUNCTL
           END-START

           PERFORM P410-LER-SOMA UNTIL FIM-RUNCTL
           .
       P400-FIM.

       P410-LER-SOMA.

           READ RUN-CONTROLE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-RUNCTL
               NOT AT END
                   IF RN-PROGRAMA = WS-FILTRO-PROGRAMA
                      AND RN-DATA-INICIO = WS-FILTRO-DATA
                       MOVE 'S'       TO WS-R-ACHADA
                       MOVE RN-RUN-ID TO WS-R-RUN-ID
                       ADD RN-LIDOS       TO WS-R-LIDOS
                       ADD RN-GRAVADOS    TO WS-R-GRAVADOS
                       ADD RN-REJEITADOS  TO WS-R-REJEITADOS
                       IF RN-EXECUTANDO
                           ADD 1 TO WS-R-QTD-PENDENTES
                       END-IF
                   END-IF
           END-READ
           .
       P410-FIM.

       P500-LER-EXECUCAO.

           MOVE WS-R-RUN-ID TO RN-RUN-ID

           READ RUN-CONTROLE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-R-ACHADA
               NOT INVALID KEY
                   PERFORM P350-DEVOLVER-EXECUCAO
                   MOVE RN-PROGRAMA TO WS-R-PROGRAMA
           END-READ
           .
       P500-FIM.

       END PROGRAM BoletimExecucaoCOBOL.
