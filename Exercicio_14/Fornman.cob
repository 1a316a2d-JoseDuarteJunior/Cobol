      * 02/09/2026 - REGISTRO EM USO (ROTINAS TRAVA/DESTRAVA): A
      *              ALTERACAO E A EXCLUSAO AVISAM "EM USO POR" QUANDO
      *              OUTRO TERMINAL SEGURA O MESMO FORNECEDOR.
      * 15/10/2026 - DADOS BANCARIOS DO FORNECEDOR (BANCO, AGENCIA E
      *              CONTA CORRENTE, CAMPO 9) PARA A REMESSA DE
      *              PAGAMENTOS DO BANCOPAG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORNMAN.
           RECORD KEY       FD-CODIGO
           ALTERNATE RECORD KEY IS FD-NOME-PRODUTO
                   WITH DUPLICATES
           ALTERNATE RECORD KEY IS FD-EAN
                   SUPPRESS WHEN ZEROS
           FILE STATUS      FS-PRO.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
           02 FORN-UF           PIC X(02).
           02 FORN-TELEFONE     PIC X(11).
           02 FORN-COND-PAGTO   PIC X(15).
           02 FORN-BANCO        PIC 9(03).
           02 FORN-AGENCIA      PIC 9(05).
           02 FORN-CONTA-CORR   PIC X(12).
       FD  ARQPRO LABEL RECORD STANDARD
           VALUE OF FILE-ID "ARQPRO".
       01  REG-ARQPRO.
           02 FD-QTDE-MINIMA   PIC 9(04).
           02 FD-VALOR-TOT     PIC 9(08)V99.
           02 FD-SERIALIZADO   PIC X(01).
           02 FD-EAN           PIC 9(13).
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
              VALUE "CNPJ COM DIGITO INVALIDO".
           02 MSG-ERRO-7        PIC X(34)
              VALUE "CNPJ JA CADASTRADO EM OUTRO CODIGO".
           02 MSG-ERRO-8        PIC X(36)
              VALUE "INFORME A AGENCIA E A CONTA CORRENTE".
       01  WS-DATA-HOJE.
           02 HOJE-ANO          PIC 9(04) VALUE ZEROS.
           02 HOJE-MES          PIC 9(02) VALUE ZEROS.
            02 LINE 10 COLUMN 05 VALUE "UF..............>".
            02 LINE 11 COLUMN 05 VALUE "TELEFONE........>".
            02 LINE 12 COLUMN 05 VALUE "COND.PAGAMENTO..>".
            02 LINE 13 COLUMN 05 VALUE "BANCO/AG/CONTA..>".
            02 LINE 14 COLUMN 01 VALUE "MENSAGEM:".
       01  LIMPA-TELA.
            02 LINE 04 COLUMN 23 VALUE "   ".
            02 LINE 10 COLUMN 23 VALUE "  ".
            02 LINE 11 COLUMN 23 VALUE "           ".
            02 LINE 12 COLUMN 23 VALUE "               ".
            02 LINE 13 COLUMN 23 VALUE "                      ".
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR".
           ACCEPT FORN-TELEFONE AT 1123.
       ROT-COND-PAGTO.
           ACCEPT FORN-COND-PAGTO AT 1223.
      *    BANCO ZERADO = FORNECEDOR SEM DADOS BANCARIOS
       ROT-BANCO.
           ACCEPT FORN-BANCO AT 1323.
           IF FORN-BANCO = ZEROS
               MOVE ZEROS TO FORN-AGENCIA
               MOVE SPACES TO FORN-CONTA-CORR
               DISPLAY FORN-AGENCIA AT 1327
               DISPLAY FORN-CONTA-CORR AT 1333
               GO TO FIM-ROT-BANCO.
           ACCEPT FORN-AGENCIA AT 1327.
           ACCEPT FORN-CONTA-CORR AT 1333.
           IF FORN-AGENCIA = ZEROS OR FORN-CONTA-CORR = SPACES
               DISPLAY MSG-ERRO-8 AT 1410
               ACCEPT CONFIRMA AT 1447
               DISPLAY LIMPA-MENSAGEM AT 1410
               GO TO ROT-BANCO.
       FIM-ROT-BANCO.
           EXIT.
       ROT-GRAVA-REGISTRO.
           WRITE REG-FORNECEDOR INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS-FORN AT 1410
           PERFORM MOSTRA.
       ALTERA.
           DISPLAY LIMPA-MENSAGEM AT 1410.
           DISPLAY "NUMERO DO CAMPO A ALTERAR (1-9):" AT 1410.
           ACCEPT CAMPO AT 1443.
           DISPLAY LIMPA-MENSAGEM AT 1410.
           IF CAMPO = 0 OR > 9
               GO TO ALTERA.
           GO TO CPO-NOME CPO-CONTATO CPO-CNPJ CPO-ENDERECO CPO-CIDADE
               CPO-UF CPO-TELEFONE CPO-COND CPO-BANCO
             DEPENDING ON CAMPO.
       CPO-NOME.
           PERFORM ROT-NOME.
       CPO-COND.
           PERFORM ROT-COND-PAGTO.
           GO TO ROT-REGRAVA.
       CPO-BANCO.
           PERFORM ROT-BANCO THRU FIM-ROT-BANCO.
           GO TO ROT-REGRAVA.
       ROT-REGRAVA.
           DISPLAY "CONTINUAR ALTERANDO ESTE REGISTRO ? S-SIM" AT 1410.
           ACCEPT CONFIRMA AT 1452.
           DISPLAY FORN-UF AT 1023.
           DISPLAY FORN-TELEFONE AT 1123.
           DISPLAY FORN-COND-PAGTO AT 1223.
           DISPLAY FORN-BANCO AT 1323.
           DISPLAY FORN-AGENCIA AT 1327.
           DISPLAY FORN-CONTA-CORR AT 1333.
       EXCLUSAO.
           ACCEPT FORN-CODIGO AT 0423.
           IF FORN-CODIGO = ZEROS
