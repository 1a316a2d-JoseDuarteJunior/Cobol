           RECORD KEY       PRO-CODIGO
           ALTERNATE RECORD KEY IS PRO-NOME-PRODUTO
                   WITH DUPLICATES
           ALTERNATE RECORD KEY IS PRO-EAN
                   SUPPRESS WHEN ZEROS
           FILE STATUS      FS-PRO.
           SELECT CRIA01 ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           02 PRO-QTDE-MINIMA  PIC 9(04).
           02 PRO-VALOR-TOT    PIC 9(08)V99.
           02 PRO-SERIALIZADO  PIC X(01).
           02 PRO-EAN          PIC 9(13).
       FD  CRIA01
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CRIA01".
