      ******************************************************************
      * Author:Pedro Barros
      * Date:12/10/2026
      * Purpose:Manutencao do regulamento de aprovacao
      *         (REGULAMENTO.DAT, REGULREC): para cada ano letivo a
      *         partir do qual vigora e segmento (prefixo do codigo de
      *         turma; brancos = escola inteira), a nota minima de
      *         APROVADO, a nota minima de RECUPERACAO e a frequencia
      *         minima em %. A classificacao (BoletimClassificaCOBOL)
      *         aplica a regra VIGENTE em vigor no ano letivo do
      *         registro, de modo que recalculo e retificacao de ano
      *         passado seguem a regra da epoca. Regra nova entra
      *         PROPOSTA, pode ser simulada contra o mestre
      *         (BoletimSimulaCOBOL) e so vale depois de aprovada.
      *         Ate aqui 7 / 5 / 75% estavam fixos no programa e uma
      *         mudanca de regimento alterava tambem os anos fechados.
      * Tectonics: cobc
      * Sistema: CFP
      * Linguagem: COBOL
      * Analista do Sistema: Andre Costa
      ******************************************************************
      * Historico de alteracoes:
      * 12/10/2026 PB - Criacao.
      * 15/10/2026 PB - Regra VIGENTE nao tem mais notas e frequencia
      *                 alteradas (mudaria a classificacao de anos ja
      *                 fechados): so a descricao; mudanca de valores
      *                 e regra nova a partir do proximo ano letivo.
      *                 RETURN-CODE 8 na falha de abertura.
      * 15/10/2026 PB - Regra de ano letivo ja passado, ou com bimestre
      *                 FECHADO no calendario letivo
      *                 (CALENDARIO-LETIVO.DAT, CALENDREC), nao e mais
      *                 incluida nem aprovada: aprovada, mudaria a
      *                 classificacao desse ano no proximo recalculo ou
      *                 retificacao. Calendario ausente = so o ano.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BoletimRegulamentoCOBOL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGULAMENTO-FILE
               ASSIGN TO "REGULAMENTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-CHAVE
               FILE STATUS IS WS-FS-REGUL.

           SELECT OPTIONAL CALENDARIO-LETIVO-FILE
               ASSIGN TO "CALENDARIO-LETIVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-CHAVE
               FILE STATUS IS WS-FS-CALEND.

       DATA DIVISION.
       FILE SECTION.
       FD  REGULAMENTO-FILE.
           COPY REGULREC.

       FD  CALENDARIO-LETIVO-FILE.
           COPY CALENDREC.

       WORKING-STORAGE SECTION.

       COPY AUTPARM.

       77  WS-OPERADOR         PIC X(20)       VALUE SPACES.
       77  WS-FS-REGUL         PIC X(02)       VALUE '00'.
       77  WS-FS-CALEND        PIC X(02)       VALUE '00'.

       77  WS-ARQ-CALEND-SIT   PIC X(01)       VALUE 'N'.
           88  ARQUIVO-CALEND-ABERTO           VALUE 'S'.

       77  WS-OPCAO            PIC X(01)       VALUE SPACES.
       77  WS-CONFIRMA         PIC X(01)       VALUE SPACES.
       77  WS-ANO-LETIVO       PIC 9(04)       VALUE ZEROS.
       77  WS-SEGMENTO         PIC X(06)       VALUE SPACES.
       77  WS-TAM-SEGMENTO     PIC 9(02)       VALUE ZEROS.
       77  WS-DATA-ATUAL       PIC X(08)       VALUE SPACES.
       77  WS-ANO-ATUAL        PIC 9(04)       VALUE ZEROS.
       77  WS-ANO-PROXIMO      PIC 9(04)       VALUE ZEROS.
       77  WS-BIM-CALEND       PIC 9(01)       VALUE ZEROS.

       77  WS-ANO-FECH-SIT     PIC X(01)       VALUE 'N'.
           88  ANO-JA-FECHADO                  VALUE 'S'.

       77  WS-DESCRICAO        PIC X(30)       VALUE SPACES.
       77  WS-NOTA-APROVACAO   PIC 9(2)V99     VALUE ZEROS.
       77  WS-NOTA-RECUPERACAO PIC 9(2)V99     VALUE ZEROS.
       77  WS-FREQ-MINIMA      PIC 9(03)       VALUE ZEROS.

       77  WS-ED-APROVACAO     PIC Z9,99       VALUE ZEROS.
       77  WS-ED-RECUPERACAO   PIC Z9,99       VALUE ZEROS.

       77  WS-FIM-SIT          PIC X(01)       VALUE 'N'.
           88  FIM-MANUTENCAO                  VALUE 'S'.

       77  WS-CHAVE-SIT        PIC X(01)       VALUE 'N'.
           88  CHAVE-VALIDA                    VALUE 'S'.

       77  WS-VALORES-SIT      PIC X(01)       VALUE 'N'.
           88  VALORES-VALIDOS                 VALUE 'S'.

       77  WS-EOF-REGUL        PIC X(01)       VALUE 'N'.
           88  FIM-REGULAMENTO                 VALUE 'S'.

       77  WS-CONT-LISTADOS    PIC 9(06)       VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       P001-START.
              PERFORM P010-VERIFICAR-AUTORIZACAO

              OPEN I-O REGULAMENTO-FILE
              IF WS-FS-REGUL = '35'
                  OPEN OUTPUT REGULAMENTO-FILE
                  CLOSE REGULAMENTO-FILE
                  OPEN I-O REGULAMENTO-FILE
              END-IF

              IF WS-FS-REGUL NOT = '00'
                  DISPLAY '***************************************'
                  DISPLAY '* ERRO AO ABRIR REGULAMENTO.DAT *'
                  DISPLAY '***************************************'
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
              END-IF

              OPEN INPUT CALENDARIO-LETIVO-FILE
              IF WS-FS-CALEND = '00'
                  MOVE 'S' TO WS-ARQ-CALEND-SIT
              ELSE
                  IF WS-FS-CALEND = '05'
                      CLOSE CALENDARIO-LETIVO-FILE
                  END-IF
                  DISPLAY 'CALENDARIO-LETIVO.DAT indisponivel - so o'
                  DISPLAY 'ano da regra sera conferido.'
              END-IF

              ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
              MOVE WS-DATA-ATUAL (1:4) TO WS-ANO-ATUAL
              COMPUTE WS-ANO-PROXIMO = WS-ANO-ATUAL + 1

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

           DISPLAY '*** MANUTENCAO DO REGULAMENTO DE APROVACAO ***'
           DISPLAY 'I - Incluir regra (PROPOSTA)'
           DISPLAY 'A - Alterar regra (vigente: so a descricao)'
           DISPLAY 'V - Aprovar regra proposta (passa a VIGENTE)'
           DISPLAY 'E - Excluir regra proposta'
           DISPLAY 'C - Consultar regra'
           DISPLAY 'L - Listar regras'
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

               WHEN 'V'
               WHEN 'v'
               PERFORM P400-APROVAR

               WHEN 'E'
               WHEN 'e'
               PERFORM P500-EXCLUIR

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

       P150-PEDIR-CHAVE.

           MOVE 'N'    TO WS-CHAVE-SIT
           MOVE SPACES TO WS-SEGMENTO

           DISPLAY 'Vigora a partir do ano letivo (AAAA) : '
             ACCEPT WS-ANO-LETIVO

           DISPLAY 'Segmento (inicio do codigo da turma; '
               'branco = escola inteira) : '
             ACCEPT WS-SEGMENTO

      * Segmento e prefixo: nada depois do primeiro branco.
           MOVE ZEROS TO WS-TAM-SEGMENTO
           INSPECT WS-SEGMENTO TALLYING WS-TAM-SEGMENTO
               FOR CHARACTERS BEFORE INITIAL SPACE

           MOVE 'S' TO WS-CHAVE-SIT
           IF WS-TAM-SEGMENTO <6
               IF WS-SEGMENTO (WS-TAM-SEGMENTO + 1:) NOT = SPACES
                   MOVE 'N' TO WS-CHAVE-SIT
                   DISPLAY '* SEGMENTO INVALIDO - SEM BRANCOS NO '
                       'MEIO OU NO INICIO *'
               END-IF
           END-IF

           IF (WS-ANO-LETIVO IS NOT NUMERIC)
               OR (WS-ANO-LETIVO = ZEROS)
               MOVE 'N' TO WS-CHAVE-SIT
               DISPLAY '* ANO LETIVO INVALIDO *'
           END-IF

           IF CHAVE-VALIDA
               MOVE WS-ANO-LETIVO TO RG-ANO-LETIVO
               MOVE WS-SEGMENTO   TO RG-SEGMENTO
           END-IF
           .
       P150-FIM.

       P160-PEDIR-VALORES.

           MOVE 'N' TO WS-VALORES-SIT

           DISPLAY 'Descricao (ato/regimento) : '
             ACCEPT WS-DESCRICAO

           DISPLAY 'Nota minima de APROVADO (0 a 10) : '
             ACCEPT WS-NOTA-APROVACAO

           DISPLAY 'Nota minima de RECUPERACAO (0 a 10) : '
             ACCEPT WS-NOTA-RECUPERACAO

           DISPLAY 'Frequencia minima em % (0 a 100) : '
             ACCEPT WS-FREQ-MINIMA

      * Abaixo da recuperacao e REPROVADO: a faixa de recuperacao fica
      * entre as duas notas, por isso recuperacao <= aprovacao.
           IF (WS-NOTA-APROVACAO IS NOT NUMERIC)
               OR (WS-NOTA-RECUPERACAO IS NOT NUMERIC)
               OR (WS-FREQ-MINIMA IS NOT NUMERIC)
               DISPLAY '* VALOR INVALIDO - SO NUMEROS *'
           ELSE
               IF WS-NOTA-APROVACAO = ZEROS
                   OR WS-NOTA-APROVACAO >10
                   OR WS-NOTA-RECUPERACAO >WS-NOTA-APROVACAO
                   OR WS-FREQ-MINIMA >100
                   DISPLAY '* VALORES FORA DE FAIXA: 0 < APROVADO <= '
                       '10, RECUPERACAO <= APROVADO, FREQ <= 100 *'
               ELSE
                   MOVE 'S' TO WS-VALORES-SIT
               END-IF
           END-IF
           .
       P160-FIM.

       P170-CONFERIR-ANO-FECHADO.

      * Ano ja passado, ou com algum bimestre FECHADO no calendario,
      * tem a classificacao assentada: regra nova so vale dali em
      * diante.
           MOVE 'N' TO WS-ANO-FECH-SIT

           IF WS-ANO-LETIVO <WS-ANO-ATUAL
               MOVE 'S' TO WS-ANO-FECH-SIT
           END-IF

           IF ARQUIVO-CALEND-ABERTO AND NOT ANO-JA-FECHADO
               PERFORM P180-LER-BIMESTRE
                   VARYING WS-BIM-CALEND FROM 1 BY 1
                   UNTIL WS-BIM-CALEND >4
                      OR ANO-JA-FECHADO
           END-IF
           .
       P170-FIM.

       P180-LER-BIMESTRE.

           MOVE WS-ANO-LETIVO TO CL-ANO-LETIVO
           MOVE WS-BIM-CALEND TO CL-BIMESTRE

           READ CALENDARIO-LETIVO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CL-FECHADO
                       MOVE 'S' TO WS-ANO-FECH-SIT
                   END-IF
           END-READ
           .
       P180-FIM.

       P190-ORIENTAR-REGRA-NOVA.

           DISPLAY '*******************************************'
           DISPLAY '* ANO LETIVO ' WS-ANO-LETIVO
               ' JA PASSOU OU TEM BIMESTRE FECHADO *'
           DISPLAY '* A REGRA DA EPOCA CONTINUA VALENDO PARA ELE *'
           DISPLAY '* INCLUA REGRA NOVA (OPCAO I) NO MESMO '
               'SEGMENTO *'
           DISPLAY '* A PARTIR DE ' WS-ANO-PROXIMO ' *'
           DISPLAY '*******************************************'
           .
       P190-FIM.

       P200-INCLUIR.

           PERFORM P150-PEDIR-CHAVE

           IF CHAVE-VALIDA
               PERFORM P170-CONFERIR-ANO-FECHADO
           END-IF

           IF CHAVE-VALIDA AND ANO-JA-FECHADO
               PERFORM P190-ORIENTAR-REGRA-NOVA
           END-IF

           IF CHAVE-VALIDA AND NOT ANO-JA-FECHADO
               READ REGULAMENTO-FILE
                   INVALID KEY
                       PERFORM P250-GRAVAR-NOVA
                   NOT INVALID KEY
                       DISPLAY '***********************************'
                       DISPLAY '* REGRA JA CADASTRADA *'
                       DISPLAY '***********************************'
               END-READ
           END-IF
           .
       P200-FIM.

       P250-GRAVAR-NOVA.

           PERFORM P160-PEDIR-VALORES

           IF VALORES-VALIDOS
               MOVE WS-ANO-LETIVO       TO RG-ANO-LETIVO
               MOVE WS-SEGMENTO         TO RG-SEGMENTO
               MOVE WS-DESCRICAO        TO RG-DESCRICAO
               MOVE WS-NOTA-APROVACAO   TO RG-NOTA-APROVACAO
               MOVE WS-NOTA-RECUPERACAO TO RG-NOTA-RECUPERACAO
               MOVE WS-FREQ-MINIMA      TO RG-FREQ-MINIMA
               MOVE 'PROPOSTA'          TO RG-SITUACAO
               MOVE SPACES              TO RG-DATA-APROVACAO
               MOVE WS-DATA-ATUAL       TO RG-DATA-ALTERACAO
               MOVE WS-OPERADOR         TO RG-OPERADOR

               WRITE REGULAMENTO-RECORD
                   INVALID KEY
                       DISPLAY '* REGRA JA CADASTRADA *'
                   NOT INVALID KEY
                       DISPLAY 'Regra incluida como PROPOSTA - simule '
                           'antes de aprovar.'
               END-WRITE
           ELSE
               DISPLAY '* INCLUSAO CANCELADA *'
           END-IF
           .
       P250-FIM.

       P300-ALTERAR.

           PERFORM P150-PEDIR-CHAVE

           IF CHAVE-VALIDA
               READ REGULAMENTO-FILE
                   INVALID KEY
                       DISPLAY '***********************************'
                       DISPLAY '* REGRA NAO CADASTRADA *'
                       DISPLAY '***********************************'
                   NOT INVALID KEY
                       PERFORM P350-ALTERAR-VALORES
               END-READ
           END-IF
           .
       P300-FIM.

       P350-ALTERAR-VALORES.

           PERFORM P650-EXIBIR-REGRA

      * Regra vigente ja classificou anos fechados: mudar as notas ou
      * a frequencia reclassificaria esses anos no proximo recalculo
      * ou retificacao. Valor novo e regra nova, do proximo ano em
      * diante; aqui so a descricao.
           IF RG-VIGENTE
               PERFORM P360-ALTERAR-DESCRICAO
           ELSE
               PERFORM P160-PEDIR-VALORES

               IF VALORES-VALIDOS
                   MOVE WS-DESCRICAO        TO RG-DESCRICAO
                   MOVE WS-NOTA-APROVACAO   TO RG-NOTA-APROVACAO
                   MOVE WS-NOTA-RECUPERACAO TO RG-NOTA-RECUPERACAO
                   MOVE WS-FREQ-MINIMA      TO RG-FREQ-MINIMA
                   MOVE WS-DATA-ATUAL       TO RG-DATA-ALTERACAO
                   MOVE WS-OPERADOR         TO RG-OPERADOR
                   REWRITE REGULAMENTO-RECORD
                   DISPLAY 'Regra alterada.'
               ELSE
                   DISPLAY '* ALTERACAO CANCELADA *'
               END-IF
           END-IF
           .
       P350-FIM.

       P360-ALTERAR-DESCRICAO.

           DISPLAY '*******************************************'
           DISPLAY '* REGRA VIGENTE - NOTAS E FREQUENCIA NAO '
               'MUDAM *'
           DISPLAY '* PARA OUTROS VALORES INCLUA REGRA NOVA '
               '(OPCAO I) *'
           DISPLAY '* NO MESMO SEGMENTO A PARTIR DE '
               WS-ANO-PROXIMO ' *'
           DISPLAY '*******************************************'
           DISPLAY 'Alterar so a descricao? S/N'
             ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
               MOVE SPACES TO WS-DESCRICAO
               DISPLAY 'Descricao (ato/regimento) : '
                 ACCEPT WS-DESCRICAO

               IF WS-DESCRICAO = SPACES
                   DISPLAY '* DESCRICAO EM BRANCO - ALTERACAO '
                       'CANCELADA *'
               ELSE
                   MOVE WS-DESCRICAO  TO RG-DESCRICAO
                   MOVE WS-DATA-ATUAL TO RG-DATA-ALTERACAO
                   MOVE WS-OPERADOR   TO RG-OPERADOR
                   REWRITE REGULAMENTO-RECORD
                   DISPLAY 'Descricao alterada.'
               END-IF
           ELSE
               DISPLAY 'Alteracao cancelada pelo operador.'
           END-IF
           .
       P360-FIM.

       P400-APROVAR.

           PERFORM P150-PEDIR-CHAVE

           IF CHAVE-VALIDA
               READ REGULAMENTO-FILE
                   INVALID KEY
                       DISPLAY '***********************************'
                       DISPLAY '* REGRA NAO CADASTRADA *'
                       DISPLAY '***********************************'
                   NOT INVALID KEY
                       PERFORM P450-TORNAR-VIGENTE
               END-READ
           END-IF
           .
       P400-FIM.

       P450-TORNAR-VIGENTE.

           MOVE 'N' TO WS-ANO-FECH-SIT
           IF RG-PROPOSTA
               PERFORM P170-CONFERIR-ANO-FECHADO
           END-IF

           EVALUATE TRUE

               WHEN RG-VIGENTE
               DISPLAY '* REGRA JA ESTA VIGENTE *'

               WHEN ANO-JA-FECHADO
               PERFORM P650-EXIBIR-REGRA
               DISPLAY '* APROVACAO RECUSADA *'
               PERFORM P190-ORIENTAR-REGRA-NOVA

               WHEN OTHER
               PERFORM P650-EXIBIR-REGRA
               DISPLAY '*******************************************'
               DISPLAY '* A PARTIR DA APROVACAO A REGRA VALE PARA '
                   'TODO *'
               DISPLAY '* CALCULO DO ANO ' RG-ANO-LETIVO
                   ' EM DIANTE NO SEGMENTO *'
               DISPLAY '*******************************************'
               DISPLAY 'Confirma a aprovacao da regra? S/N'
                 ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                   MOVE 'VIGENTE'     TO RG-SITUACAO
                   MOVE WS-DATA-ATUAL TO RG-DATA-APROVACAO
                   MOVE WS-DATA-ATUAL TO RG-DATA-ALTERACAO
                   MOVE WS-OPERADOR   TO RG-OPERADOR
                   REWRITE REGULAMENTO-RECORD
                   DISPLAY 'Regra agora ' RG-SITUACAO
               ELSE
                   DISPLAY 'Aprovacao cancelada pelo operador.'
               END-IF

           END-EVALUATE
           .
       P450-FIM.

       P500-EXCLUIR.

           PERFORM P150-PEDIR-CHAVE

           IF CHAVE-VALIDA
               READ REGULAMENTO-FILE
                   INVALID KEY
                       DISPLAY '***********************************'
                       DISPLAY '* REGRA NAO CADASTRADA *'
                       DISPLAY '***********************************'
                   NOT INVALID KEY
                       PERFORM P550-EXCLUIR-PROPOSTA
               END-READ
           END-IF
           .
       P500-FIM.

       P550-EXCLUIR-PROPOSTA.

      * Regra vigente ja classificou registros: fica no arquivo para
      * recalculo e retificacao daqueles anos.
           IF RG-VIGENTE
               DISPLAY '* REGRA VIGENTE NAO PODE SER EXCLUIDA *'
           ELSE
               PERFORM P650-EXIBIR-REGRA
               DISPLAY 'Confirma a exclusao da regra proposta? S/N'
                 ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                   DELETE REGULAMENTO-FILE RECORD
                   DISPLAY 'Regra proposta excluida.'
               ELSE
                   DISPLAY 'Exclusao cancelada pelo operador.'
               END-IF
           END-IF
           .
       P550-FIM.

       P600-CONSULTAR.

           PERFORM P150-PEDIR-CHAVE

           IF CHAVE-VALIDA
               READ REGULAMENTO-FILE
                   INVALID KEY
                       DISPLAY '***********************************'
                       DISPLAY '* REGRA NAO CADASTRADA *'
                       DISPLAY '***********************************'
                   NOT INVALID KEY
                       PERFORM P650-EXIBIR-REGRA
               END-READ
           END-IF
           .
       P600-FIM.

       P650-EXIBIR-REGRA.

           MOVE RG-NOTA-APROVACAO   TO WS-ED-APROVACAO
           MOVE RG-NOTA-RECUPERACAO TO WS-ED-RECUPERACAO

           DISPLAY 'A partir do ano / segmento : ' RG-ANO-LETIVO
               ' / ' RG-SEGMENTO
           DISPLAY 'Descricao           : ' RG-DESCRICAO
           DISPLAY 'Nota minima APROVADO: ' WS-ED-APROVACAO
           DISPLAY 'Nota minima RECUPER.: ' WS-ED-RECUPERACAO
           DISPLAY 'Frequencia minima   : ' RG-FREQ-MINIMA '%'
           DISPLAY 'Situacao            : ' RG-SITUACAO
           DISPLAY 'Aprovada em         : ' RG-DATA-APROVACAO
           DISPLAY 'Ultima alteracao    : ' RG-DATA-ALTERACAO
               ' por ' RG-OPERADOR
           .
       P650-FIM.

       P700-LISTAR.

           MOVE 'N'         TO WS-EOF-REGUL
           MOVE ZEROS       TO WS-CONT-LISTADOS
           MOVE LOW-VALUES  TO RG-CHAVE

           START REGULAMENTO-FILE
               KEY IS NOT LESS THAN RG-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-REGUL
           END-START

           DISPLAY 'Ano   Segm.   Aprov  Recup  Freq  Situacao'

           PERFORM P750-LISTAR-REGRA UNTIL FIM-REGULAMENTO

           IF WS-CONT-LISTADOS = ZEROS
               DISPLAY 'Nenhuma regra cadastrada - vale 7 / 5 / 75%.'
           END-IF
           .
       P700-FIM.

       P750-LISTAR-REGRA.

           READ REGULAMENTO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-REGUL
           END-READ

           IF NOT FIM-REGULAMENTO
               ADD 1 TO WS-CONT-LISTADOS
               MOVE RG-NOTA-APROVACAO   TO WS-ED-APROVACAO
               MOVE RG-NOTA-RECUPERACAO TO WS-ED-RECUPERACAO
               DISPLAY RG-ANO-LETIVO '  ' RG-SEGMENTO '  '
                   WS-ED-APROVACAO '  ' WS-ED-RECUPERACAO '  '
                   RG-FREQ-MINIMA '%  ' RG-SITUACAO '  '
                   RG-DESCRICAO
           END-IF
           .
       P750-FIM.

       P999-FINAL.
             CLOSE REGULAMENTO-FILE
             IF ARQUIVO-CALEND-ABERTO
                 CLOSE CALENDARIO-LETIVO-FILE
             END-IF
             DISPLAY 'Muito obrigado.'
            STOP RUN.

       END PROGRAM BoletimRegulamentoCOBOL.
