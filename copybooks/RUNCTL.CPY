      ******************************************************************
      * Copybook:    RUNCTL
      * Author:      Pedro Barros
      * Date:        02/10/2026
      * Purpose:     Layout do registro de controle de execucoes dos
      *              programas em lote (RUN-CONTROLE.DAT), chaveado
      *              pelo numero sequencial da execucao (run id): o
      *              programa (nome do modulo no job - BOLCRIT,
      *              BOLTURMA, BOLFREQ, BOLCONC, BOLEXPO, BOLFECH,
      *              BOLVIRA, BOLARQU), ano letivo e bimestre
      *              tratados, operador, inicio e fim, RETURN-CODE e
      *              os registros lidos, gravados e rejeitados.
      *              RN-RUN-REF guarda a execucao de outro programa a
      *              que esta se refere (a conciliacao guarda o lote
      *              conciliado) e RN-APLICACAO diz se a execucao
      *              atualizou de fato (a virada pode so propor).
      *              Execucao que nao chegou ao fim fica EXECUTANDO.
      *              Gravado e consultado so pelo subprograma
      *              BoletimExecucaoCOBOL (RUNPARM); lido pelo
      *              relatorio matinal da operacao.
      * 07/10/2026 PB - Incluido o programa BOLESTOR (estorno de lote de
      *                 turma), com o lote estornado em RN-RUN-REF.
      * 10/10/2026 PB - Incluido o programa BOLIMPO (importacao de
      *                 planilha de professor para a entrada do lote),
      *                 RN-APLICACAO = S quando a planilha foi gravada.
      ******************************************************************
       01  RUN-CONTROLE-RECORD.
           05  RN-RUN-ID               PIC 9(08).
           05  RN-PROGRAMA             PIC X(08).
           05  RN-ANO-LETIVO           PIC 9(04).
           05  RN-BIMESTRE             PIC 9(01).
           05  RN-OPERADOR             PIC X(20).
           05  RN-DATA-INICIO          PIC X(08).
           05  RN-HORA-INICIO          PIC X(08).
           05  RN-DATA-FIM             PIC X(08).
           05  RN-HORA-FIM             PIC X(08).
           05  RN-RETURN-CODE          PIC 9(04).
           05  RN-LIDOS                PIC 9(06).
           05  RN-GRAVADOS             PIC 9(06).
           05  RN-REJEITADOS           PIC 9(06).
           05  RN-RUN-REF              PIC 9(08).
           05  RN-APLICACAO            PIC X(01).
               88  RN-APLICADA         VALUE 'S'.
           05  RN-SITUACAO             PIC X(10).
               88  RN-EXECUTANDO       VALUE 'EXECUTANDO'.
               88  RN-CONCLUIDA        VALUE 'CONCLUIDO'.
               88  RN-FALHOU           VALUE 'FALHOU'.
