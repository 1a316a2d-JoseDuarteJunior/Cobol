           RECORD KEY       FD-CODIGO
           ALTERNATE RECORD KEY IS FD-NOME-PRODUTO
                   WITH DUPLICATES
           ALTERNATE RECORD KEY IS FD-EAN
                   SUPPRESS WHEN ZEROS
           FILE STATUS      FS-PRO.
           SELECT XREFMAT ASSIGN TO DISK
           ORGANIZATION     INDEXED
           02 FD-QTDE-MINIMA   PIC 9(04)    VALUE ZEROS.
           02 FD-VALOR-TOT     PIC 9(08)V99 VALUE ZEROS.
           02 FD-SERIALIZADO   PIC X(01)    VALUE "N".
           02 FD-EAN           PIC 9(13)    VALUE ZEROS.
       FD  XREFMAT LABEL RECORD STANDARD
           VALUE OF FILE-ID "XREFMAT".
       01  REG-XREFMAT.
