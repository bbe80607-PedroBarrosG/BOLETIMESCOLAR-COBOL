      ******************************************************************
      * Copybook:    RESPREC
      * Author:      Pedro Barros
      * Date:        08/09/2026
      * Purpose:     Layout do cadastro de responsaveis do aluno
      *              (RESPONSAVEL.DAT), chaveado pela matricula mais
      *              um numero de sequencia, para o aluno ter mais de
      *              um responsavel (pai, mae, tutor). Traz nome,
      *              parentesco, endereco de correspondencia, telefone,
      *              e-mail e a marca de quem recebe a correspondencia
      *              da escola - cartas de convocacao, boletins e as
      *              etiquetas/lista de e-mail saem enderecadas so a
      *              quem tem RS-RECEBE-CORRESP = 'S'.
      ******************************************************************
       01  RESPONSAVEL-RECORD.
           05  RS-CHAVE.
               10  RS-MATRICULA        PIC X(10).
               10  RS-SEQUENCIA        PIC 9(02).
           05  RS-NOME                 PIC X(40).
           05  RS-PARENTESCO           PIC X(15).
           05  RS-ENDERECO.
               10  RS-LOGRADOURO       PIC X(40).
               10  RS-BAIRRO           PIC X(20).
               10  RS-CIDADE           PIC X(25).
               10  RS-UF               PIC X(02).
               10  RS-CEP              PIC X(08).
           05  RS-TELEFONE             PIC X(15).
           05  RS-EMAIL                PIC X(50).
           05  RS-RECEBE-CORRESP       PIC X(01).
               88  RS-RECEBE-CORRESPONDENCIA
                                       VALUE 'S'.
