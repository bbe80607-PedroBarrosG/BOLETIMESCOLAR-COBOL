      *                 que ele gravou.
      * 18/08/2026 PB - AL-STATUS alargado de X(11) para X(12) junto
      *                 com BM-STATUS, para caber REPROV FALTA.
      * 07/10/2026 PB - Situacoes ESTORNO (registro do mestre devolvido
      *                 a imagem anterior ao lote) e ESTORNO EXCL
      *                 (registro criado pelo lote e excluido), gravadas
      *                 pelo estorno de lote com as notas que ficaram no
      *                 mestre, para a conciliacao continuar batendo.
      ******************************************************************
       01  AUDIT-LOG-RECORD.
           05  AL-DATA                 PIC X(08).
           05  AL-NOTA4                PIC 9(2)V99.
           05  AL-MEDIA                PIC 99(04)V99.
           05  AL-STATUS               PIC X(12).
               88  AL-ESTORNO          VALUES 'ESTORNO'
                                              'ESTORNO EXCL'.
               88  AL-ESTORNO-EXCLUSAO VALUE 'ESTORNO EXCL'.
           05  AL-NOTA-RECUP           PIC 9(2)V99.
