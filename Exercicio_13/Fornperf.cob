           02 PED-STATUS        PIC X(09).
           02 PED-FORNECEDOR    PIC 9(03).
           02 PED-PRECO         PIC 9(07)V99.
           02 PED-ORIGEM        PIC X(01).
           02 PED-DV            PIC 9(01).
       FD  FORNECEDOR LABEL RECORD STANDARD
           VALUE OF FILE-ID "FORNECEDOR".
       01  REG-FORNECEDOR.
           02 FORN-UF           PIC X(02).
           02 FORN-TELEFONE     PIC X(11).
           02 FORN-COND-PAGTO   PIC X(15).
           02 FORN-BANCO        PIC 9(03).
           02 FORN-AGENCIA      PIC 9(05).
           02 FORN-CONTA-CORR   PIC X(12).
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
