      *           ARQUIVO LOTES COM SALDO, CLASSIFICADOS EM VENCIDOS E
      *           A VENCER EM 30, 60 E 90 DIAS, COM O NOME DO ITEM NO
      *           ARQMAT E TOTAIS POR FAIXA
      * Alteracoes:
      * 15/10/2026 - COLUNA RETENCAO COM A SITUACAO DO LOTE (QUARENTENA
      *              OU BLOQUEADO) GRAVADA PELO PROGRAMA RETLOTE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDADE.
               03 LTE-LOTE      PIC X(10).
           02 LTE-VALIDADE      PIC 9(08).
           02 LTE-QTDE          PIC S9(04).
      *    SITUACAO DO LOTE: L-LIVRE  Q-QUARENTENA  B-BLOQUEADO
           02 LTE-SITUACAO      PIC X(01).
           02 LTE-MOTIVO        PIC X(30).
           02 LTE-DATA-SITUACAO PIC 9(08).
           02 LTE-OPER-SITUACAO PIC X(03).
           02 LTE-FORNECEDOR    PIC 9(03).
           02 LTE-DATA-ENTRADA  PIC 9(08).
       FD  ARQMAT LABEL RECORD STANDARD
           VALUE OF FILE-ID "ARQMAT".
       01  REG-ARQMAT.
           02 FILLER  PIC X(10) VALUE "VALIDADE".
           02 FILLER  PIC X(07) VALUE "QTDE".
           02 FILLER  PIC X(07) VALUE "DIAS".
           02 FILLER  PIC X(16) VALUE "SITUACAO".
           02 FILLER  PIC X(08) VALUE "RETENCAO".
       01  DETALHE.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 CODIGO-DET        PIC 9(05) VALUE ZEROS.
           02 DIAS-DET          PIC -ZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 SITUACAO-DET      PIC X(14) VALUE SPACES.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 RETENCAO-DET      PIC X(10) VALUE SPACES.
       01  LINHA-RESUMO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TEXTO-RESUMO      PIC X(30) VALUE SPACES.
           MOVE VALID-ANO TO VAL-ANO-DET.
           MOVE LTE-QTDE TO QTDE-DET.
           MOVE WS-DIAS-RESTAM TO DIAS-DET.
           IF LTE-SITUACAO = "Q"
               MOVE "QUARENTENA" TO RETENCAO-DET
           ELSE
               IF LTE-SITUACAO = "B"
                   MOVE "BLOQUEADO" TO RETENCAO-DET
               ELSE
                   MOVE SPACES TO RETENCAO-DET.
           WRITE REG-RELATO FROM DETALHE BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
       RESUMO.
