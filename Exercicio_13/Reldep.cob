      *           DEPOSITOS 01 E 02 (ARQUIVO SALDEP), TOTAL
      *           CONSOLIDADO DO ARQMAT E MARCACAO (*) DO DEPOSITO
      *           ABAIXO DA QUANTIDADE MINIMA DO ITEM
      * Alteracoes:
      * 15/10/2026 - COLUNA EM TRANSITO (DEPOSITO 99 DO SALDEP, PARA
      *              ONDE VAI A TRANSFERENCIA DESPACHADA E AINDA NAO
      *              RECEBIDA), PARA O CONSOLIDADO CONTINUAR BATENDO
      *              COM A SOMA DAS COLUNAS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELDEP.
       77  WS-EOF               PIC X(01) VALUE "N".
       77  WS-SALDO-DEP1        PIC S9(04) VALUE ZEROS.
       77  WS-SALDO-DEP2        PIC S9(04) VALUE ZEROS.
       77  WS-SALDO-TRANS       PIC S9(04) VALUE ZEROS.
       77  WS-TOT-TRANS         PIC S9(07) VALUE ZEROS.
       77  WS-TOT-DEP1          PIC S9(07) VALUE ZEROS.
       77  WS-TOT-DEP2          PIC S9(07) VALUE ZEROS.
       77  WS-TOT-GERAL         PIC S9(07) VALUE ZEROS.
           02 FILLER  PIC X(32) VALUE "NOME".
           02 FILLER  PIC X(09) VALUE "DEP.01".
           02 FILLER  PIC X(09) VALUE "DEP.02".
           02 FILLER  PIC X(10) VALUE "TRANSITO".
           02 FILLER  PIC X(13) VALUE "CONSOLIDADO".
           02 FILLER  PIC X(08) VALUE "MINIMO".
       01  DETALHE.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 DEP2-DET          PIC -ZZZ9 VALUE ZEROS.
           02 FLAG2-DET         PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TRANS-DET         PIC -ZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(06) VALUE SPACES.
           02 TOTAL-DET         PIC -ZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(06) VALUE SPACES.
           02 MINIMO-DET        PIC -ZZZ9 VALUE ZEROS.
           02 TOT-DEP1-MASK     PIC -ZZZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 TOT-DEP2-MASK     PIC -ZZZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 TOT-TRANS-MASK    PIC -ZZZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TOT-GERAL-MASK    PIC -ZZZZZ9 VALUE ZEROS.
       SCREEN SECTION.
           PERFORM LER-ITEM UNTIL WS-EOF = "S".
           MOVE WS-TOT-DEP1 TO TOT-DEP1-MASK.
           MOVE WS-TOT-DEP2 TO TOT-DEP2-MASK.
           MOVE WS-TOT-TRANS TO TOT-TRANS-MASK.
           MOVE WS-TOT-GERAL TO TOT-GERAL-MASK.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           MOVE 02 TO SDP-DEPOSITO.
           READ SALDEP INVALID KEY MOVE ZEROS TO SDP-QTDE.
           MOVE SDP-QTDE TO WS-SALDO-DEP2.
           MOVE CODIGO TO SDP-CODIGO.
           MOVE 99 TO SDP-DEPOSITO.
           READ SALDEP INVALID KEY MOVE ZEROS TO SDP-QTDE.
           MOVE SDP-QTDE TO WS-SALDO-TRANS.
           MOVE CODIGO TO CODIGO-DET.
           MOVE FD-NOME TO NOME-DET.
           MOVE WS-SALDO-DEP1 TO DEP1-DET.
           MOVE WS-SALDO-DEP2 TO DEP2-DET.
           MOVE WS-SALDO-TRANS TO TRANS-DET.
           IF WS-SALDO-DEP1 <= FD-QTDE-MINIMA
               MOVE "*" TO FLAG1-DET
           ELSE
           MOVE FD-QTDE-MINIMA TO MINIMO-DET.
           ADD WS-SALDO-DEP1 TO WS-TOT-DEP1.
           ADD WS-SALDO-DEP2 TO WS-TOT-DEP2.
           ADD WS-SALDO-TRANS TO WS-TOT-TRANS.
           ADD FD-QTDE-ESTOQUE TO WS-TOT-GERAL.
           WRITE REG-RELATO FROM DETALHE BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
