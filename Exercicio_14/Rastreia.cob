      *           GRAVADA NO ARQUIVO SERIAIS MOSTRA O PRODUTO (ARQPRO),
      *           A DATA DE ENTRADA E, SE VENDIDA, O NUMERO E A DATA
      *           DA VENDA, PARA ATENDIMENTO DE GARANTIA
      * Alteracoes:
      * 15/10/2026 - SERIE DEFEITUOSA TROCADA NA GARANTIA (SITUACAO "G"
      *              GRAVADA PELO PROGRAMA GARANTIA) APARECE COMO TAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RASTREIA.
           RECORD KEY       FD-CODIGO
           ALTERNATE RECORD KEY IS FD-NOME-PRODUTO
                   WITH DUPLICATES
           ALTERNATE RECORD KEY IS FD-EAN
                   SUPPRESS WHEN ZEROS
           FILE STATUS      FS.
       DATA DIVISION.
       FILE SECTION.
           02 FD-QTDE-MINIMA   PIC 9(04).
           02 FD-VALOR-TOT     PIC 9(08)V99.
           02 FD-SERIALIZADO   PIC X(01).
           02 FD-EAN           PIC 9(13).
       WORKING-STORAGE SECTION.
       77  FS-SER               PIC X(02) VALUE SPACES.
       77  FS                   PIC X(02) VALUE SPACES.
               MOVE SER-DATA-VENDA TO WS-DATA-MOSTRA
               DISPLAY MOSTRA-DIA AT 0935 "/" MOSTRA-MES "/"
                       MOSTRA-ANO
           ELSE
           IF SER-STATUS = "G"
               DISPLAY "GARANTIA  " AT 0735
               DISPLAY SER-VENDA AT 0835
               MOVE SER-DATA-VENDA TO WS-DATA-MOSTRA
               DISPLAY MOSTRA-DIA AT 0935 "/" MOSTRA-MES "/"
                       MOSTRA-ANO
           ELSE
               DISPLAY "EM ESTOQUE" AT 0735
               DISPLAY "      " AT 0835
