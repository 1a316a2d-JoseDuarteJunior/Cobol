           RECORD KEY       PRO-CODIGO
           ALTERNATE RECORD KEY IS PRO-NOME-PRODUTO
                   WITH DUPLICATES
           ALTERNATE RECORD KEY IS PRO-EAN
                   SUPPRESS WHEN ZEROS
           FILE STATUS      FS-ARQ.
           SELECT FORNECEDOR ASSIGN TO DISK
           ORGANIZATION     INDEXED
           02 PRO-QTDE-MINIMA  PIC 9(04).
           02 PRO-VALOR-TOT    PIC 9(08)V99.
           02 PRO-SERIALIZADO  PIC X(01).
           02 PRO-EAN          PIC 9(13).
       FD  FORNECEDOR LABEL RECORD STANDARD
           VALUE OF FILE-ID "FORNECEDOR".
       01  REG-FORNECEDOR.
           02 FORN-UF           PIC X(02).
           02 FORN-TELEFONE     PIC X(11).
           02 FORN-COND-PAGTO   PIC X(15).
           02 FORN-BANCO        PIC 9(03).
           02 FORN-AGENCIA      PIC 9(05).
           02 FORN-CONTA-CORR   PIC X(12).
       FD  CRIA03
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CRIA03".
