      ******************************************************************
      * Copybook:    REGULREC
      * Author:      Pedro Barros
      * Date:        12/10/2026
      * Purpose:     Layout da tabela do regulamento (REGULAMENTO.DAT),
      *              chaveada pelo ano letivo a partir do qual a regra
      *              vigora + o segmento (prefixo do codigo de turma;
      *              brancos = escola inteira): nota minima de
      *              APROVADO, nota minima de RECUPERACAO e frequencia
      *              minima em %. Vale para um registro a regra VIGENTE
      *              de maior ano ate o ano letivo dele, no segmento
      *              mais longo que casa com a turma; sem regra, 7 / 5
      *              / 75%. Regra nova entra PROPOSTA, pode ser
      *              simulada contra o mestre e so passa a valer
      *              quando aprovada (VIGENTE).
      ******************************************************************
       01  REGULAMENTO-RECORD.
           05  RG-CHAVE.
               10  RG-ANO-LETIVO       PIC 9(04).
               10  RG-SEGMENTO         PIC X(06).
           05  RG-DESCRICAO            PIC X(30).
           05  RG-NOTA-APROVACAO       PIC 9(2)V99.
           05  RG-NOTA-RECUPERACAO     PIC 9(2)V99.
           05  RG-FREQ-MINIMA          PIC 9(03).
           05  RG-SITUACAO             PIC X(08).
               88  RG-PROPOSTA         VALUE 'PROPOSTA'.
               88  RG-VIGENTE          VALUE 'VIGENTE'.
           05  RG-DATA-APROVACAO       PIC X(08).
           05  RG-DATA-ALTERACAO       PIC X(08).
           05  RG-OPERADOR             PIC X(20).
