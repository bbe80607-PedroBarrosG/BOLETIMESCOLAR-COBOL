      ******************************************************************
      * Copybook:    RUNPARM
      * Author:      Pedro Barros
      * Date:        02/10/2026
      * Purpose:     Bloco de parametros trocado com o subprograma
      *              BoletimExecucaoCOBOL, que mantem o controle de
      *              execucoes em lote (RUN-CONTROLE.DAT, RUNCTL).
      *              Funcoes:
      *              I - abre a execucao: grava EXECUTANDO com o
      *                  programa, ano/bimestre, operador, RUN-REF e
      *                  inicio, e devolve o run id em WS-R-RUN-ID;
      *              F - encerra a execucao WS-R-RUN-ID com o
      *                  RETURN-CODE e os contadores, e com ano/
      *                  bimestre, RUN-REF e APLICACAO quando
      *                  informados; RC ate 4 = CONCLUIDO, acima =
      *                  FALHOU;
      *              U - devolve a ultima execucao do programa
      *                  (filtro opcional por ano, bimestre, RUN-REF
      *                  e, com APLICACAO = 'S', so execucao
      *                  aplicada);
      *              S - soma os contadores das execucoes do programa
      *                  iniciadas na data WS-R-DATA e devolve a maior
      *                  delas em WS-R-RUN-ID e em WS-R-QTD-PENDENTES
      *                  quantas ainda estao EXECUTANDO (em curso ou
      *                  interrompidas);
      *              L - devolve a execucao WS-R-RUN-ID, com o programa
      *                  em WS-R-PROGRAMA;
      *              M - como U, mas so execucao que mexeu no mestre:
      *                  nao FALHOU e gravou algum registro.
      * 07/10/2026 PB - Funcao L e filtro por RUN-REF na funcao U, para
      *                 o estorno de lote (BOLESTOR).
      * 15/10/2026 PB - Funcao M, regra unica de "mestre alterado desde
      *                 a ultima conciliacao" da remessa e do relatorio
      *                 matinal.
      ******************************************************************
       01  EXECUCAO-PARMS.
           05  WS-R-FUNCAO             PIC X(01).
           05  WS-R-PROGRAMA           PIC X(08).
           05  WS-R-RUN-ID             PIC 9(08).
           05  WS-R-ANO-LETIVO         PIC 9(04).
           05  WS-R-BIMESTRE           PIC 9(01).
           05  WS-R-OPERADOR           PIC X(20).
           05  WS-R-DATA               PIC X(08).
           05  WS-R-RETURN-CODE        PIC 9(04).
           05  WS-R-LIDOS              PIC 9(06).
           05  WS-R-GRAVADOS           PIC 9(06).
           05  WS-R-REJEITADOS         PIC 9(06).
           05  WS-R-RUN-REF            PIC 9(08).
           05  WS-R-APLICACAO          PIC X(01).
               88  EXECUCAO-APLICADA   VALUE 'S'.
           05  WS-R-SITUACAO           PIC X(10).
               88  EXECUCAO-EM-CURSO   VALUE 'EXECUTANDO'.
               88  EXECUCAO-CONCLUIDA  VALUE 'CONCLUIDO'.
               88  EXECUCAO-FALHOU     VALUE 'FALHOU'.
           05  WS-R-ACHADA             PIC X(01).
               88  EXECUCAO-ACHADA     VALUE 'S'.
           05  WS-R-QTD-PENDENTES      PIC 9(04).
