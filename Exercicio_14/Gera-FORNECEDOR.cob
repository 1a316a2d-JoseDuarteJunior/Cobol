      * 26/04/2021 - REGISTRO AMPLIADO COM CNPJ, ENDERECO, CIDADE, UF,
      *              TELEFONE E CONDICAO DE PAGAMENTO, NA ENTRADA
      *              MANUAL E NA IMPORTACAO EM LOTE.
      * 15/10/2026 - BANCO, AGENCIA E CONTA CORRENTE NA ENTRADA MANUAL;
      *              NA IMPORTACAO EM LOTE FICAM ZERADOS (INFORMADOS
      *              DEPOIS PELO FORNMAN).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXER141.
           02 FORN-UF           PIC X(02)    VALUE SPACES.
           02 FORN-TELEFONE     PIC X(11)    VALUE SPACES.
           02 FORN-COND-PAGTO   PIC X(15)    VALUE SPACES.
           02 FORN-BANCO        PIC 9(03)    VALUE ZEROS.
           02 FORN-AGENCIA      PIC 9(05)    VALUE ZEROS.
           02 FORN-CONTA-CORR   PIC X(12)    VALUE SPACES.
       FD  ARQ-ENTRADA LABEL RECORD STANDARD.
       01  REG-ENTRADA.
           02 ENT-CODIGO         PIC 9(03).
           02 LINE 09 COLUMN 02 VALUE "UF:".
           02 LINE 10 COLUMN 02 VALUE "TELEFONE:".
           02 LINE 11 COLUMN 02 VALUE "COND.PAGTO:".
           02 LINE 12 COLUMN 02 VALUE "BANCO/AG/CONTA:".
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY LIMPA-TELA.
           ACCEPT FORN-UF AT 0906.
           ACCEPT FORN-TELEFONE AT 1012.
           ACCEPT FORN-COND-PAGTO AT 1114.
           ACCEPT FORN-BANCO AT 1218.
           ACCEPT FORN-AGENCIA AT 1222.
           ACCEPT FORN-CONTA-CORR AT 1228.
           WRITE REG-FORNECEDOR INVALID KEY
               DISPLAY "CODIGO DE FORNECEDOR JA EXISTE" AT 1302.
           DISPLAY "PARA DE INSERIR ? S-SIM" AT 1402.
                   MOVE ENT-UF      TO FORN-UF
                   MOVE ENT-TELEFONE TO FORN-TELEFONE
                   MOVE ENT-COND-PAGTO TO FORN-COND-PAGTO
                   MOVE ZEROS TO FORN-BANCO FORN-AGENCIA
                   MOVE SPACES TO FORN-CONTA-CORR
                   WRITE REG-FORNECEDOR INVALID KEY
                       DISPLAY "CODIGO DE FORNECEDOR JA EXISTE"
                           AT 0702
