      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - CONVERSAO DE ARQUIVOS
      * Tectonics: cobc
      * Objetivo: INCLUSAO DOS CAMPOS REC-VALOR-PAGO E REC-QTD-PAGTOS
      *           NO RECEBER (RECEBIMENTO PARCIAL) - COPIA CADA
      *           REGISTRO PARA O LAYOUT NOVO; PARCELA JA PAGA ENTRA
      *           COM O VALOR TOTAL PAGO EM UM RECEBIMENTO, ABERTA
      *           ENTRA ZERADA
      * Obs: ANTES DE EXECUTAR, RENOMEIE O RECEBER ANTIGO PARA
      *      "RECEBER.ANT" - O PROGRAMA GRAVA O ARQUIVO NOVO COM O
      *      NOME "RECEBER".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVREC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REC-ANTIGO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      SEQUENTIAL
           RECORD KEY       AN-CHAVE
           FILE STATUS      FS-ANT.
           SELECT REC-NOVO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       NV-CHAVE
           FILE STATUS      FS-NOV.
       DATA DIVISION.
       FILE SECTION.
       FD  REC-ANTIGO LABEL RECORD STANDARD
           VALUE OF FILE-ID "RECEBER.ANT".
       01  REG-REC-ANTIGO.
           02 AN-CHAVE.
               03 AN-VENDA      PIC 9(06).
               03 AN-PARCELA    PIC 9(02).
           02 AN-CLIENTE        PIC 9(04).
           02 AN-VENCIMENTO     PIC 9(08).
           02 AN-VALOR          PIC 9(08)V99.
           02 AN-STATUS         PIC X(01).
           02 AN-DATA-PAGTO     PIC 9(08).
       FD  REC-NOVO LABEL RECORD STANDARD
           VALUE OF FILE-ID "RECEBER".
       01  REG-REC-NOVO.
           02 NV-CHAVE.
               03 NV-VENDA      PIC 9(06).
               03 NV-PARCELA    PIC 9(02).
           02 NV-CLIENTE        PIC 9(04).
           02 NV-VENCIMENTO     PIC 9(08).
           02 NV-VALOR          PIC 9(08)V99.
           02 NV-STATUS         PIC X(01).
           02 NV-DATA-PAGTO     PIC 9(08).
           02 NV-VALOR-PAGO     PIC 9(08)V99.
           02 NV-QTD-PAGTOS     PIC 9(02).
       WORKING-STORAGE SECTION.
       77  FS-ANT               PIC X(02) VALUE SPACES.
       77  FS-NOV               PIC X(02) VALUE SPACES.
       77  TOTAL-LIDOS          PIC 9(05) VALUE ZEROS.
       77  TOTAL-GRAVADOS       PIC 9(05) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT REC-ANTIGO.
           IF FS-ANT NOT = "00"
               DISPLAY "RECEBER.ANT NAO ENCONTRADO - STATUS " FS-ANT
               STOP RUN.
           OPEN OUTPUT REC-NOVO.
           IF FS-NOV NOT = "00"
               DISPLAY "ERRO AO CRIAR RECEBER NOVO - STATUS " FS-NOV
               CLOSE REC-ANTIGO
               STOP RUN.
       LER-ANTIGO.
           READ REC-ANTIGO NEXT RECORD AT END GO TO FIM-CONVERSAO.
           ADD 1 TO TOTAL-LIDOS.
           MOVE AN-VENDA TO NV-VENDA.
           MOVE AN-PARCELA TO NV-PARCELA.
           MOVE AN-CLIENTE TO NV-CLIENTE.
           MOVE AN-VENCIMENTO TO NV-VENCIMENTO.
           MOVE AN-VALOR TO NV-VALOR.
           MOVE AN-STATUS TO NV-STATUS.
           MOVE AN-DATA-PAGTO TO NV-DATA-PAGTO.
           IF AN-STATUS = "P"
               MOVE AN-VALOR TO NV-VALOR-PAGO
               MOVE 1 TO NV-QTD-PAGTOS
           ELSE
               MOVE ZEROS TO NV-VALOR-PAGO NV-QTD-PAGTOS.
           WRITE REG-REC-NOVO INVALID KEY
               DISPLAY "PARCELA " AN-CHAVE " DUPLICADA - IGNORADA"
               GO TO LER-ANTIGO.
           ADD 1 TO TOTAL-GRAVADOS.
           GO TO LER-ANTIGO.
       FIM-CONVERSAO.
           CLOSE REC-ANTIGO REC-NOVO.
           DISPLAY "CONVERSAO CONCLUIDA".
           DISPLAY "REGISTROS LIDOS....: " TOTAL-LIDOS.
           DISPLAY "REGISTROS GRAVADOS.: " TOTAL-GRAVADOS.
           STOP RUN.
           END PROGRAM CONVREC.
