      ******************************************************************
      * Author:Pedro Barros
      * Date:13/10/2026
      * Purpose:Simular uma regra do regulamento de aprovacao
      *         (REGULAMENTO.DAT, REGULREC), normalmente ainda
      *         PROPOSTA, contra o mestre de boletins de um ano
      *         letivo (BOLETIM-MASTER.DAT), sem alterar nada. Cada
      *         boletim do ano (e do bimestre, se pedido) cuja turma
      *         (ENROLLMENT.DAT) esta no segmento da regra e
      *         classificado duas vezes pela media gravada e pela
      *         frequencia (FREQUENCIA.DAT): pela regra em vigor hoje
      *         para aquele ano e turma e pela regra simulada. O
      *         relatorio (SIMULACAO-REGULAMENTO.PRT) mostra, por
      *         turma e materia, quantos boletins mudariam de
      *         situacao e a distribuicao APROVADO / RECUPERACAO /
      *         REPROVADO / REPROV FALTA antes e depois, e no total
      *         quantos passariam de cada situacao para cada outra.
      *         Serve de base para a direcao aprovar a regra na
      *         manutencao do regulamento (BoletimRegulamentoCOBOL).
      * Tectonics: cobc
      * Sistema: CFP
      * Linguagem: COBOL
      * Analista do Sistema: Andre Costa
      ******************************************************************
      * Historico de alteracoes:
      * 13/10/2026 PB - Criacao.
      * 15/10/2026 PB - Boletim regido hoje por regra VIGENTE de
      *                 segmento mais longo (ou do mesmo segmento com
      *                 ano posterior ao da regra simulada) fica fora da
      *                 simulacao e sai em linha propria: a aprovacao
      *                 da regra nao o muda, e as contagens de mudanca
      *                 saiam infladas. Frequencia minima simulada em
      *                 linha propria no cabecalho (saia cortada).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BoletimSimulaCOBOL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGULAMENTO-FILE
               ASSIGN TO "REGULAMENTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RG-CHAVE
               FILE STATUS IS WS-FS-REGUL.

           SELECT BOLETIM-MASTER-FILE ASSIGN TO "BOLETIM-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BM-CHAVE
               FILE STATUS IS WS-FS-MASTER.

           SELECT OPTIONAL ENROLLMENT-FILE
               ASSIGN TO "ENROLLMENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EN-MATRICULA
               FILE STATUS IS WS-FS-ENROLL.

           SELECT OPTIONAL FREQUENCIA-FILE
               ASSIGN TO "FREQUENCIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FQ-CHAVE
               FILE STATUS IS WS-FS-FREQ.

           SELECT PRINT-REPORT-FILE
               ASSIGN TO "SIMULACAO-REGULAMENTO.PRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PRINT.

       DATA DIVISION.
       FILE SECTION.
       FD  REGULAMENTO-FILE.
           COPY REGULREC.

       FD  BOLETIM-MASTER-FILE.
           COPY BOLMREC.

       FD  ENROLLMENT-FILE.
           COPY ENROLLREC.

       FD  FREQUENCIA-FILE.
           COPY FREQREC.

       FD  PRINT-REPORT-FILE.
           COPY PRINTREC.

       WORKING-STORAGE SECTION.

       COPY BOLPARM.

       COPY AUTPARM.

       77  WS-OPERADOR         PIC X(20)       VALUE SPACES.
       77  WS-FS-REGUL         PIC X(02)       VALUE '00'.
       77  WS-FS-MASTER        PIC X(02)       VALUE '00'.
       77  WS-FS-ENROLL        PIC X(02)       VALUE '00'.
       77  WS-FS-FREQ          PIC X(02)       VALUE '00'.
       77  WS-FS-PRINT         PIC X(02)       VALUE '00'.

       77  WS-ARQ-ENROLL-SIT   PIC X(01)       VALUE 'N'.
           88  ARQUIVO-ENROLL-ABERTO           VALUE 'S'.

       77  WS-ARQ-FREQ-SIT     PIC X(01)       VALUE 'N'.
           88  ARQUIVO-FREQ-ABERTO             VALUE 'S'.

       77  WS-EOF-MASTER       PIC X(01)       VALUE 'N'.
           88  FIM-MASTER                      VALUE 'S'.

       77  WS-PARM-SIT         PIC X(01)       VALUE 'N'.
           88  PARAMETROS-VALIDOS              VALUE 'S'.

       77  WS-SEG-SIT          PIC X(01)       VALUE 'N'.
           88  SEGMENTO-CASA                   VALUE 'S'.

       77  WS-POS-SIT          PIC X(01)       VALUE 'N'.
           88  POSICAO-ACHADA                  VALUE 'S'.

       77  WS-REGIDO-SIT       PIC X(01)       VALUE 'N'.
           88  REGIDO-POR-OUTRA                VALUE 'S'.

       77  WS-ANO-REGRA        PIC 9(04)       VALUE ZEROS.
       77  WS-SEGMENTO         PIC X(06)       VALUE SPACES.
       77  WS-TAM-SEGMENTO     PIC 9(02)       VALUE ZEROS.
       77  WS-ANO-LETIVO       PIC 9(04)       VALUE ZEROS.
       77  WS-BIMESTRE         PIC 9(01)       VALUE ZEROS.
       77  WS-DATA-IMPRESSAO   PIC X(08)       VALUE SPACES.

       77  WS-REG-DESCRICAO    PIC X(30)       VALUE SPACES.
       77  WS-REG-SITUACAO     PIC X(08)       VALUE SPACES.
       77  WS-REG-APROVACAO    PIC 9(2)V99     VALUE ZEROS.
       77  WS-REG-RECUPERACAO  PIC 9(2)V99     VALUE ZEROS.
       77  WS-REG-FREQ         PIC 9(03)       VALUE ZEROS.

       77  WS-ULT-MATRICULA    PIC X(10)       VALUE HIGH-VALUES.
       77  WS-TURMA-ALUNO      PIC X(06)       VALUE SPACES.
       77  WS-STATUS-ATUAL     PIC X(12)       VALUE SPACES.
       77  WS-STATUS-PROPOSTO  PIC X(12)       VALUE SPACES.

       77  WS-SIT-IDX          PIC 9(01)       VALUE ZEROS.
       77  WS-SIT-ATU          PIC 9(01)       VALUE ZEROS.
       77  WS-SIT-PRO          PIC 9(01)       VALUE ZEROS.
       77  WS-COLUNA           PIC 9(02)       VALUE ZEROS.

       77  WS-QTD-SIM          PIC 9(04)       VALUE ZEROS.
       77  WS-SIM-IDX          PIC 9(04)       VALUE ZEROS.
       77  WS-SIM-POS          PIC 9(04)       VALUE ZEROS.
       77  WS-SIM-J            PIC 9(04)       VALUE ZEROS.

       77  WS-CONT-LIDOS       PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-SIMULADOS   PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-MUDAM       PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-FORA-SEG    PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-MAIS-ESPEC  PIC 9(06)       VALUE ZEROS.
       77  WS-CONT-EXCEDIDOS   PIC 9(06)       VALUE ZEROS.

       77  WS-ED-QTD           PIC ZZZZZ9.
       77  WS-ED-QTD2          PIC ZZZZZ9.
       77  WS-ED-BOL           PIC ZZZZ9.
       77  WS-ED-CONT          PIC ZZZ9.
       77  WS-ED-APROVACAO     PIC Z9,99.
       77  WS-ED-RECUPERACAO   PIC Z9,99.

       01  WS-CHAVE-BUSCA.
           05  WS-BUSCA-TURMA          PIC X(06).
           05  WS-BUSCA-MATERIA        PIC X(25).

       01  WS-SIT-NOMES-VALORES.
           05  FILLER                  PIC X(12) VALUE 'APROVADO'.
           05  FILLER                  PIC X(12) VALUE 'RECUPERACAO'.
           05  FILLER                  PIC X(12) VALUE 'REPROVADO'.
           05  FILLER                  PIC X(12) VALUE 'REPROV FALTA'.
       01  WS-SIT-NOMES REDEFINES WS-SIT-NOMES-VALORES.
           05  WS-SIT-NOME             PIC X(12) OCCURS 4 TIMES.

      * Uma linha por turma + materia, em ordem de turma e materia.
       01  WS-SIM-TAB.
           05  WS-SIM-ENTRY OCCURS 500 TIMES.
               10  WS-SIM-CHAVE.
                   15  WS-SIM-TURMA     PIC X(06).
                   15  WS-SIM-MATERIA   PIC X(25).
               10  WS-SIM-BOLETINS      PIC 9(04).
               10  WS-SIM-MUDAM         PIC 9(04).
               10  WS-SIM-ATUAL         PIC 9(04) OCCURS 4 TIMES.
               10  WS-SIM-PROPOSTA      PIC 9(04) OCCURS 4 TIMES.

       01  WS-TOT-SITUACOES.
           05  WS-TOT-ATUAL            PIC 9(06) OCCURS 4 TIMES.
           05  WS-TOT-PROPOSTA         PIC 9(06) OCCURS 4 TIMES.

      * Quantos boletins passariam da situacao de hoje (linha) para a
      * situacao pela regra simulada (coluna).
       01  WS-TRANSICOES.
           05  WS-TRANS-DE             OCCURS 4 TIMES.
               10  WS-TRANS-PARA       PIC 9(06) OCCURS 4 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       P001-START.
              PERFORM P010-VERIFICAR-AUTORIZACAO
              PERFORM P100-PEDIR-PARAMETROS

              IF NOT PARAMETROS-VALIDOS
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
              END-IF

              INITIALIZE WS-TOT-SITUACOES
              INITIALIZE WS-TRANSICOES

              PERFORM P050-ABRIR-ARQUIVOS
              PERFORM P200-VARRER-MESTRE
              PERFORM P700-IMPRIMIR-RELATORIO
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
               DISPLAY '* SIMULACAO BLOQUEADA E REGISTRADA *'
               DISPLAY '*******************************************'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       P010-FIM.

       P050-ABRIR-ARQUIVOS.

           OPEN INPUT BOLETIM-MASTER-FILE
           IF WS-FS-MASTER NOT = '00'
               DISPLAY '***************************************'
               DISPLAY '* ERRO AO ABRIR BOLETIM-MASTER.DAT *'
               DISPLAY '***************************************'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ENROLLMENT-FILE
           IF WS-FS-ENROLL = '00' OR WS-FS-ENROLL = '05'
               MOVE 'S' TO WS-ARQ-ENROLL-SIT
           ELSE
               DISPLAY 'ENROLLMENT.DAT indisponivel - turma dos'
               DISPLAY 'alunos desconhecida.'
           END-IF

           OPEN INPUT FREQUENCIA-FILE
           IF WS-FS-FREQ = '00' OR WS-FS-FREQ = '05'
               MOVE 'S' TO WS-ARQ-FREQ-SIT
           END-IF

           OPEN OUTPUT PRINT-REPORT-FILE
           IF WS-FS-PRINT NOT = '00'
               DISPLAY '***************************************'
               DISPLAY '* ERRO AO ABRIR SIMULACAO-REGULAMENTO *'
               DISPLAY '***************************************'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       P050-FIM.

       P100-PEDIR-PARAMETROS.

           MOVE 'N'    TO WS-PARM-SIT
           MOVE SPACES TO WS-SEGMENTO

           DISPLAY '*** SIMULACAO DE REGRA DO REGULAMENTO ***'
           DISPLAY 'Regra - vigora a partir do ano letivo (AAAA) : '
             ACCEPT WS-ANO-REGRA

           DISPLAY 'Regra - segmento (branco = escola inteira) : '
             ACCEPT WS-SEGMENTO

           DISPLAY 'Ano letivo do mestre a simular (AAAA) : '
             ACCEPT WS-ANO-LETIVO

           DISPLAY 'Bimestre (1 a 4, 0 = todos) : '
             ACCEPT WS-BIMESTRE

           IF (WS-ANO-REGRA IS NOT NUMERIC)
               OR (WS-ANO-LETIVO IS NOT NUMERIC)
               OR (WS-ANO-LETIVO = ZEROS)
               OR (WS-BIMESTRE IS NOT NUMERIC)
               OR (WS-BIMESTRE > 4)
               DISPLAY '* ANO LETIVO OU BIMESTRE INVALIDO *'
           ELSE
               PERFORM P150-LER-REGRA
           END-IF
           .
       P100-FIM.

       P150-LER-REGRA.

      * A regra e copiada e o arquivo fechado antes da varredura: a
      * classificacao abre o regulamento por conta propria.
           OPEN INPUT REGULAMENTO-FILE
           IF WS-FS-REGUL NOT = '00'
               DISPLAY '***************************************'
               DISPLAY '* ERRO AO ABRIR REGULAMENTO.DAT *'
               DISPLAY '***************************************'
           ELSE
               MOVE WS-ANO-REGRA TO RG-ANO-LETIVO
               MOVE WS-SEGMENTO  TO RG-SEGMENTO
               READ REGULAMENTO-FILE
                   INVALID KEY
                       DISPLAY '***********************************'
                       DISPLAY '* REGRA NAO CADASTRADA *'
                       DISPLAY '***********************************'
                   NOT INVALID KEY
                       MOVE 'S'                 TO WS-PARM-SIT
                       MOVE RG-DESCRICAO        TO WS-REG-DESCRICAO
                       MOVE RG-SITUACAO         TO WS-REG-SITUACAO
                       MOVE RG-NOTA-APROVACAO   TO WS-REG-APROVACAO
                       MOVE RG-NOTA-RECUPERACAO TO WS-REG-RECUPERACAO
                       MOVE RG-FREQ-MINIMA      TO WS-REG-FREQ
               END-READ
               CLOSE REGULAMENTO-FILE
           END-IF

           MOVE ZEROS TO WS-TAM-SEGMENTO
           INSPECT WS-SEGMENTO TALLYING WS-TAM-SEGMENTO
               FOR CHARACTERS BEFORE INITIAL SPACE
           .
       P150-FIM.

       P200-VARRER-MESTRE.

           MOVE 'N' TO WS-EOF-MASTER
           PERFORM P250-LER-MESTRE UNTIL FIM-MASTER
           .
       P200-FIM.

       P250-LER-MESTRE.

           READ BOLETIM-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-MASTER
           END-READ

           IF NOT FIM-MASTER
               IF BM-ANO-LETIVO = WS-ANO-LETIVO
                   IF WS-BIMESTRE = ZEROS
                       OR BM-BIMESTRE = WS-BIMESTRE
                       ADD 1 TO WS-CONT-LIDOS
                       PERFORM P300-SIMULAR-BOLETIM
                   END-IF
               END-IF
           END-IF
           .
       P250-FIM.

       P300-SIMULAR-BOLETIM.

           PERFORM P310-BUSCAR-TURMA
           PERFORM P320-CONFERIR-SEGMENTO

           IF SEGMENTO-CASA
               MOVE BM-MATERIA     TO WS-P-MATERIA
               MOVE BM-NOTA1       TO WS-P-NOTA1
               MOVE BM-NOTA2       TO WS-P-NOTA2
               MOVE BM-NOTA3       TO WS-P-NOTA3
               MOVE BM-NOTA4       TO WS-P-NOTA4
               MOVE BM-MEDIA       TO WS-P-MEDIA
               MOVE BM-ANO-LETIVO  TO WS-P-ANO-LETIVO
               MOVE WS-TURMA-ALUNO TO WS-P-TURMA
               PERFORM P330-BUSCAR-FREQUENCIA

      * Regra em vigor hoje para o ano e a turma do boletim.
               MOVE 'N' TO WS-P-REGRA-SIT
               CALL 'BoletimClassificaCOBOL' USING BOLETIM-CALC-PARMS
               END-CALL
               MOVE WS-P-STATUS TO WS-STATUS-ATUAL

               PERFORM P340-CONFERIR-REGRA-ATUAL

               IF REGIDO-POR-OUTRA
                   ADD 1 TO WS-CONT-MAIS-ESPEC
               ELSE
                   PERFORM P360-APLICAR-REGRA-SIMULADA
               END-IF
           ELSE
               ADD 1 TO WS-CONT-FORA-SEG
           END-IF
           .
       P300-FIM.

       P310-BUSCAR-TURMA.

      * O mestre vem em ordem de matricula: um acesso ao cadastro por
      * aluno.
           IF BM-MATRICULA NOT = WS-ULT-MATRICULA
               MOVE BM-MATRICULA TO WS-ULT-MATRICULA
               MOVE SPACES       TO WS-TURMA-ALUNO

               IF ARQUIVO-ENROLL-ABERTO
                   MOVE BM-MATRICULA TO EN-MATRICULA
                   READ ENROLLMENT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE EN-TURMA TO WS-TURMA-ALUNO
                   END-READ
               END-IF
           END-IF
           .
       P310-FIM.

       P320-CONFERIR-SEGMENTO.

           MOVE 'N' TO WS-SEG-SIT

           IF WS-TAM-SEGMENTO = ZEROS
               MOVE 'S' TO WS-SEG-SIT
           ELSE
               IF WS-TURMA-ALUNO (1:WS-TAM-SEGMENTO) =
                  WS-SEGMENTO (1:WS-TAM-SEGMENTO)
                   MOVE 'S' TO WS-SEG-SIT
               END-IF
           END-IF
           .
       P320-FIM.

       P330-BUSCAR-FREQUENCIA.

           MOVE ZEROS TO WS-P-HORAS-LECIONADAS
           MOVE ZEROS TO WS-P-FALTAS

           IF ARQUIVO-FREQ-ABERTO
               MOVE BM-MATRICULA  TO FQ-MATRICULA
               MOVE BM-ANO-LETIVO TO FQ-ANO-LETIVO
               MOVE BM-BIMESTRE   TO FQ-BIMESTRE
               MOVE BM-MATERIA    TO FQ-MATERIA
               READ FREQUENCIA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FQ-HORAS-LECIONADAS
                           TO WS-P-HORAS-LECIONADAS
                       MOVE FQ-FALTAS TO WS-P-FALTAS
               END-READ
           END-IF
           .
       P330-FIM.

       P340-CONFERIR-REGRA-ATUAL.

      * A regra que rege hoje o boletim continua valendo depois da
      * aprovacao da simulada quando tem segmento mais longo, ou o
      * mesmo segmento com ano de inicio posterior (mesma precedencia
      * da classificacao).
           MOVE 'N' TO WS-REGIDO-SIT

           IF WS-P-REGRA-ANO >0
               IF WS-P-REGRA-TAM >WS-TAM-SEGMENTO
                   MOVE 'S' TO WS-REGIDO-SIT
               ELSE
                   IF WS-P-REGRA-TAM = WS-TAM-SEGMENTO
                       AND WS-P-REGRA-ANO >WS-ANO-REGRA
                       MOVE 'S' TO WS-REGIDO-SIT
                   END-IF
               END-IF
           END-IF
           .
       P340-FIM.

       P350-INDICE-SITUACAO.

           EVALUATE WS-P-STATUS
               WHEN 'APROVADO'
                   MOVE 1 TO WS-SIT-IDX
               WHEN 'RECUPERACAO'
                   MOVE 2 TO WS-SIT-IDX
               WHEN 'REPROV FALTA'
                   MOVE 4 TO WS-SIT-IDX
               WHEN OTHER
                   MOVE 3 TO WS-SIT-IDX
           END-EVALUATE
           .
       P350-FIM.

       P360-APLICAR-REGRA-SIMULADA.

           ADD 1 TO WS-CONT-SIMULADOS

           MOVE 'S'                TO WS-P-REGRA-SIT
           MOVE WS-REG-APROVACAO   TO WS-P-NOTA-APROVACAO
           MOVE WS-REG-RECUPERACAO TO WS-P-NOTA-RECUPERACAO
           MOVE WS-REG-FREQ        TO WS-P-FREQ-MINIMA
           CALL 'BoletimClassificaCOBOL' USING BOLETIM-CALC-PARMS
           END-CALL
           MOVE WS-P-STATUS TO WS-STATUS-PROPOSTO

           MOVE WS-STATUS-ATUAL TO WS-P-STATUS
           PERFORM P350-INDICE-SITUACAO
           MOVE WS-SIT-IDX TO WS-SIT-ATU

           MOVE WS-STATUS-PROPOSTO TO WS-P-STATUS
           PERFORM P350-INDICE-SITUACAO
           MOVE WS-SIT-IDX TO WS-SIT-PRO

           PERFORM P400-ACUMULAR
           .
       P360-FIM.

       P400-ACUMULAR.

           ADD 1 TO WS-TOT-ATUAL (WS-SIT-ATU)
           ADD 1 TO WS-TOT-PROPOSTA (WS-SIT-PRO)
           ADD 1 TO WS-TRANS-PARA (WS-SIT-ATU WS-SIT-PRO)
           IF WS-SIT-ATU NOT = WS-SIT-PRO
               ADD 1 TO WS-CONT-MUDAM
           END-IF

           MOVE WS-TURMA-ALUNO TO WS-BUSCA-TURMA
           MOVE BM-MATERIA     TO WS-BUSCA-MATERIA

           PERFORM P410-LOCALIZAR-LINHA

           IF POSICAO-ACHADA
               ADD 1 TO WS-SIM-BOLETINS (WS-SIM-POS)
               ADD 1 TO WS-SIM-ATUAL (WS-SIM-POS WS-SIT-ATU)
               ADD 1 TO WS-SIM-PROPOSTA (WS-SIM-POS WS-SIT-PRO)
               IF WS-SIT-ATU NOT = WS-SIT-PRO
                   ADD 1 TO WS-SIM-MUDAM (WS-SIM-POS)
               END-IF
           ELSE
               ADD 1 TO WS-CONT-EXCEDIDOS
           END-IF
           .
       P400-FIM.

       P410-LOCALIZAR-LINHA.

      * Procura a linha da turma + materia; nao achando, abre a linha
      * na posicao que mantem a tabela em ordem.
           MOVE 'N' TO WS-POS-SIT
           COMPUTE WS-SIM-POS = WS-QTD-SIM + 1

           PERFORM P420-COMPARAR-LINHA
               VARYING WS-SIM-IDX FROM 1 BY 1
               UNTIL WS-SIM-IDX >WS-QTD-SIM
                  OR WS-SIM-POS NOT = WS-QTD-SIM + 1

           IF WS-SIM-POS <= WS-QTD-SIM
               IF WS-SIM-CHAVE (WS-SIM-POS) = WS-CHAVE-BUSCA
                   MOVE 'S' TO WS-POS-SIT
               END-IF
           END-IF

           IF NOT POSICAO-ACHADA
               IF WS-QTD-SIM <500
                   PERFORM P430-DESLOCAR-LINHA
                       VARYING WS-SIM-J FROM WS-QTD-SIM BY -1
                       UNTIL WS-SIM-J <WS-SIM-POS
                   INITIALIZE WS-SIM-ENTRY (WS-SIM-POS)
                   MOVE WS-CHAVE-BUSCA TO WS-SIM-CHAVE (WS-SIM-POS)
                   ADD 1 TO WS-QTD-SIM
                   MOVE 'S' TO WS-POS-SIT
               END-IF
           END-IF
           .
       P410-FIM.

       P420-COMPARAR-LINHA.

           IF WS-SIM-CHAVE (WS-SIM-IDX) >= WS-CHAVE-BUSCA
               MOVE WS-SIM-IDX TO WS-SIM-POS
           END-IF
           .
       P420-FIM.

       P430-DESLOCAR-LINHA.

           MOVE WS-SIM-ENTRY (WS-SIM-J) TO WS-SIM-ENTRY (WS-SIM-J + 1)
           .
       P430-FIM.

       P700-IMPRIMIR-RELATORIO.

           ACCEPT WS-DATA-IMPRESSAO FROM DATE YYYYMMDD

           MOVE SPACES TO PR-LINHA
           MOVE 'CFP - SIMULACAO DE REGRA DO REGULAMENTO' TO PR-LINHA
           WRITE PRINT-LINE-RECORD

           MOVE SPACES TO PR-LINHA
           STRING 'Emitido em : ' WS-DATA-IMPRESSAO
               '  Operador : ' WS-OPERADOR
               DELIMITED BY SIZE INTO PR-LINHA
           WRITE PRINT-LINE-RECORD

           MOVE WS-REG-APROVACAO   TO WS-ED-APROVACAO
           MOVE WS-REG-RECUPERACAO TO WS-ED-RECUPERACAO
           MOVE SPACES TO PR-LINHA
           IF WS-TAM-SEGMENTO = ZEROS
               STRING 'Regra simulada : a partir de ' WS-ANO-REGRA
                   ' - escola inteira (' WS-REG-SITUACAO ')'
                   DELIMITED BY SIZE INTO PR-LINHA
           ELSE
               STRING 'Regra simulada : a partir de ' WS-ANO-REGRA
                   ' - segmento ' WS-SEGMENTO
                   ' (' WS-REG-SITUACAO ')'
                   DELIMITED BY SIZE INTO PR-LINHA
           END-IF
           WRITE PRINT-LINE-RECORD

           MOVE SPACES TO PR-LINHA
           STRING '                 ' WS-REG-DESCRICAO
               DELIMITED BY SIZE INTO PR-LINHA
           WRITE PRINT-LINE-RECORD

           MOVE SPACES TO PR-LINHA
           STRING '                 APROVADO a partir de '
               WS-ED-APROVACAO
               ', RECUPERACAO a partir de ' WS-ED-RECUPERACAO
               DELIMITED BY SIZE INTO PR-LINHA
           WRITE PRINT-LINE-RECORD

           MOVE SPACES TO PR-LINHA
           STRING '                 Frequencia minima ' WS-REG-FREQ '%'
               DELIMITED BY SIZE INTO PR-LINHA
           WRITE PRINT-LINE-RECORD

           MOVE SPACES TO PR-LINHA
           IF WS-BIMESTRE = ZEROS
               STRING 'Mestre simulado: ano letivo ' WS-ANO-LETIVO
                   ', todos os bimestres'
                   DELIMITED BY SIZE INTO PR-LINHA
           ELSE
               STRING 'Mestre simulado: ano letivo ' WS-ANO-LETIVO
                   ', bimestre ' WS-BIMESTRE
                   DELIMITED BY SIZE INTO PR-LINHA
           END-IF
           WRITE PRINT-LINE-RECORD

           MOVE SPACES TO PR-LINHA
           MOVE 'Hoje = regra VIGENTE em vigor no ano, por turma.'
               TO PR-LINHA
           WRITE PRINT-LINE-RECORD

           MOVE SPACES TO PR-LINHA
           MOVE ALL '-' TO PR-LINHA
           WRITE PRINT-LINE-RECORD

           MOVE SPACES TO PR-LINHA
           MOVE 'Turma'     TO PR-LINHA (1:5)
           MOVE 'Materia'   TO PR-LINHA (8:7)
           MOVE 'Bolet'     TO PR-LINHA (27:5)
           MOVE 'Mudam'     TO PR-LINHA (33:5)
           MOVE 'Aprovado'  TO PR-LINHA (39:8)
           MOVE 'Recuperac' TO PR-LINHA (49:9)
           MOVE 'Reprovado' TO PR-LINHA (59:9)
           MOVE 'Rep.Falta' TO PR-LINHA (69:9)
           WRITE PRINT-LINE-RECORD

           MOVE SPACES TO PR-LINHA
           MOVE 'hoje>simu' TO PR-LINHA (39:9)
           MOVE 'hoje>simu' TO PR-LINHA (49:9)
           MOVE 'hoje>simu' TO PR-LINHA (59:9)
           MOVE 'hoje>simu' TO PR-LINHA (69:9)
           WRITE PRINT-LINE-RECORD

           PERFORM P720-IMPRIMIR-LINHA
               VARYING WS-SIM-IDX FROM 1 BY 1
               UNTIL WS-SIM-IDX >WS-QTD-SIM

           IF WS-QTD-SIM = ZEROS
               MOVE SPACES TO PR-LINHA
               MOVE 'Nenhum boletim do ano/segmento no mestre.'
                   TO PR-LINHA
               WRITE PRINT-LINE-RECORD
           END-IF

           MOVE SPACES TO PR-LINHA
           MOVE ALL '-' TO PR-LINHA
           WRITE PRINT-LINE-RECORD

           MOVE SPACES TO PR-LINHA
           MOVE 'Situacao          Hoje  Simulada' TO PR-LINHA
           WRITE PRINT-LINE-RECORD

           PERFORM P740-IMPRIMIR-TOTAL
               VARYING WS-SIT-IDX FROM 1 BY 1
               UNTIL WS-SIT-IDX >4

           MOVE SPACES TO PR-LINHA
           WRITE PRINT-LINE-RECORD

           MOVE WS-CONT-SIMULADOS TO WS-ED-QTD
           MOVE SPACES TO PR-LINHA
           STRING 'Boletins simulados     : ' WS-ED-QTD
               DELIMITED BY SIZE INTO PR-LINHA
           WRITE PRINT-LINE-RECORD

           MOVE WS-CONT-MUDAM TO WS-ED-QTD
           MOVE SPACES TO PR-LINHA
           STRING 'Mudariam de situacao   : ' WS-ED-QTD
               DELIMITED BY SIZE INTO PR-LINHA
           WRITE PRINT-LINE-RECORD

           PERFORM P760-IMPRIMIR-TRANSICAO
               VARYING WS-SIT-ATU FROM 1 BY 1
               UNTIL WS-SIT-ATU >4
               AFTER WS-SIT-PRO FROM 1 BY 1
               UNTIL WS-SIT-PRO >4

           IF WS-CONT-FORA-SEG >0
               MOVE WS-CONT-FORA-SEG TO WS-ED-QTD
               MOVE SPACES TO PR-LINHA
               STRING 'Fora do segmento       : ' WS-ED-QTD
                   DELIMITED BY SIZE INTO PR-LINHA
               WRITE PRINT-LINE-RECORD
           END-IF

           IF WS-CONT-MAIS-ESPEC >0
               MOVE WS-CONT-MAIS-ESPEC TO WS-ED-QTD
               MOVE SPACES TO PR-LINHA
               STRING 'Regidos por regra mais especifica (fora): '
                   WS-ED-QTD
                   DELIMITED BY SIZE INTO PR-LINHA
               WRITE PRINT-LINE-RECORD
           END-IF

           IF WS-CONT-EXCEDIDOS >0
               MOVE WS-CONT-EXCEDIDOS TO WS-ED-QTD
               MOVE SPACES TO PR-LINHA
               STRING 'ATENCAO: ' WS-ED-QTD
                   ' boletim(ns) alem de 500 turma/materia -'
                   ' so nos totais'
                   DELIMITED BY SIZE INTO PR-LINHA
               WRITE PRINT-LINE-RECORD
           END-IF

           MOVE SPACES TO PR-LINHA
           WRITE PRINT-LINE-RECORD

           MOVE SPACES TO PR-LINHA
           MOVE 'Simulado pela media gravada - mestre NAO alterado.'
               TO PR-LINHA
           WRITE PRINT-LINE-RECORD

           MOVE SPACES TO PR-LINHA
           WRITE PRINT-LINE-RECORD

           MOVE SPACES TO PR-LINHA
           MOVE 'Direcao  : ____________________________'
               TO PR-LINHA
           WRITE PRINT-LINE-RECORD
           .
       P700-FIM.

       P720-IMPRIMIR-LINHA.

           MOVE WS-SIM-BOLETINS (WS-SIM-IDX) TO WS-ED-BOL

           MOVE SPACES TO PR-LINHA
           MOVE WS-SIM-TURMA (WS-SIM-IDX)           TO PR-LINHA (1:6)
           MOVE WS-SIM-MATERIA (WS-SIM-IDX) (1:18)  TO PR-LINHA (8:18)
           MOVE WS-ED-BOL                           TO PR-LINHA (27:5)
           MOVE WS-SIM-MUDAM (WS-SIM-IDX)           TO WS-ED-BOL
           MOVE WS-ED-BOL                           TO PR-LINHA (33:5)

           PERFORM P730-IMPRIMIR-SITUACAO
               VARYING WS-SIT-IDX FROM 1 BY 1
               UNTIL WS-SIT-IDX >4

           WRITE PRINT-LINE-RECORD
           .
       P720-FIM.

       P730-IMPRIMIR-SITUACAO.

           COMPUTE WS-COLUNA = 39 + ((WS-SIT-IDX - 1) * 10)

           MOVE WS-SIM-ATUAL (WS-SIM-IDX WS-SIT-IDX) TO WS-ED-CONT
           MOVE WS-ED-CONT TO PR-LINHA (WS-COLUNA:4)
           MOVE '>'        TO PR-LINHA (WS-COLUNA + 4:1)
           MOVE WS-SIM-PROPOSTA (WS-SIM-IDX WS-SIT-IDX) TO WS-ED-CONT
           MOVE WS-ED-CONT TO PR-LINHA (WS-COLUNA + 5:4)
           .
       P730-FIM.

       P740-IMPRIMIR-TOTAL.

           MOVE WS-TOT-ATUAL (WS-SIT-IDX)    TO WS-ED-QTD
           MOVE WS-TOT-PROPOSTA (WS-SIT-IDX) TO WS-ED-QTD2

           MOVE SPACES TO PR-LINHA
           STRING WS-SIT-NOME (WS-SIT-IDX) '  ' WS-ED-QTD
               '    ' WS-ED-QTD2
               DELIMITED BY SIZE INTO PR-LINHA
           WRITE PRINT-LINE-RECORD
           .
       P740-FIM.

       P760-IMPRIMIR-TRANSICAO.

           IF WS-SIT-ATU NOT = WS-SIT-PRO
               IF WS-TRANS-PARA (WS-SIT-ATU WS-SIT-PRO) >0
                   MOVE WS-TRANS-PARA (WS-SIT-ATU WS-SIT-PRO)
                       TO WS-ED-QTD
                   MOVE SPACES TO PR-LINHA
                   STRING '  de ' WS-SIT-NOME (WS-SIT-ATU)
                       ' para ' WS-SIT-NOME (WS-SIT-PRO)
                       ' : ' WS-ED-QTD
                       DELIMITED BY SIZE INTO PR-LINHA
                   WRITE PRINT-LINE-RECORD
               END-IF
           END-IF
           .
       P760-FIM.

       P999-FINAL.
             CLOSE BOLETIM-MASTER-FILE
             CLOSE PRINT-REPORT-FILE
             IF ARQUIVO-ENROLL-ABERTO
                 CLOSE ENROLLMENT-FILE
             END-IF
             IF ARQUIVO-FREQ-ABERTO
                 CLOSE FREQUENCIA-FILE
             END-IF

             IF WS-CONT-EXCEDIDOS >0 OR WS-CONT-SIMULADOS = ZEROS
                 MOVE 4 TO RETURN-CODE
             ELSE
                 MOVE 0 TO RETURN-CODE
             END-IF

             DISPLAY '*** FIM DA SIMULACAO DE REGRA DO REGULAMENTO ***'
             DISPLAY 'Boletins do periodo lidos : ' WS-CONT-LIDOS
             DISPLAY 'Boletins simulados        : ' WS-CONT-SIMULADOS
             DISPLAY 'Mudariam de situacao      : ' WS-CONT-MUDAM
             DISPLAY 'Regidos por regra mais especifica : '
                 WS-CONT-MAIS-ESPEC
             DISPLAY 'Relatorio em SIMULACAO-REGULAMENTO.PRT'
             DISPLAY 'Muito obrigado.'
            STOP RUN.

       END PROGRAM BoletimSimulaCOBOL.
