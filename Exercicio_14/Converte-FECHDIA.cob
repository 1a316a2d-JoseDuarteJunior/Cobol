      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - CONVERSAO DE ARQUIVOS
      * Tectonics: cobc
      * Objetivo: INCLUSAO DA FILIAL NA CHAVE DO FECHDIA (FECHAMENTO
      *           DO DIA POR LOJA) - COPIA CADA DIA PARA O LAYOUT NOVO
      *           COM FDI-FILIAL 00, POIS OS FECHAMENTOS ANTERIORES AS
      *           FILIAIS VALEM PARA TODA A EMPRESA
      * Obs: ANTES DE EXECUTAR, RENOMEIE O FECHDIA ANTIGO PARA
      *      "FECHDIA.ANT" - O PROGRAMA GRAVA O ARQUIVO NOVO COM O
      *      NOME "FECHDIA".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVFDI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FDI-ANTIGO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      SEQUENTIAL
           RECORD KEY       AN-DATA
           FILE STATUS      FS-ANT.
           SELECT FDI-NOVO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       NV-CHAVE
           FILE STATUS      FS-NOV.
       DATA DIVISION.
       FILE SECTION.
       FD  FDI-ANTIGO LABEL RECORD STANDARD
           VALUE OF FILE-ID "FECHDIA.ANT".
       01  REG-FDI-ANTIGO.
           02 AN-DATA           PIC 9(08).
           02 AN-STATUS         PIC X(01).
           02 AN-QTD-VENDAS     PIC 9(05).
           02 AN-VALOR          PIC 9(10)V99.
       FD  FDI-NOVO LABEL RECORD STANDARD
           VALUE OF FILE-ID "FECHDIA".
       01  REG-FDI-NOVO.
           02 NV-CHAVE.
               03 NV-DATA       PIC 9(08).
               03 NV-FILIAL     PIC 9(02).
           02 NV-STATUS         PIC X(01).
           02 NV-QTD-VENDAS     PIC 9(05).
           02 NV-VALOR          PIC 9(10)V99.
       WORKING-STORAGE SECTION.
       77  FS-ANT               PIC X(02) VALUE SPACES.
       77  FS-NOV               PIC X(02) VALUE SPACES.
       77  TOTAL-LIDOS          PIC 9(05) VALUE ZEROS.
       77  TOTAL-GRAVADOS       PIC 9(05) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT FDI-ANTIGO.
           IF FS-ANT NOT = "00"
               DISPLAY "FECHDIA.ANT NAO ENCONTRADO - STATUS " FS-ANT
               STOP RUN.
           OPEN OUTPUT FDI-NOVO.
           IF FS-NOV NOT = "00"
               DISPLAY "ERRO AO CRIAR FECHDIA NOVO - STATUS " FS-NOV
               CLOSE FDI-ANTIGO
               STOP RUN.
       LER-ANTIGO.
           READ FDI-ANTIGO NEXT RECORD AT END GO TO FIM-CONVERSAO.
           ADD 1 TO TOTAL-LIDOS.
           MOVE AN-DATA TO NV-DATA.
           MOVE ZEROS TO NV-FILIAL.
           MOVE AN-STATUS TO NV-STATUS.
           MOVE AN-QTD-VENDAS TO NV-QTD-VENDAS.
           MOVE AN-VALOR TO NV-VALOR.
           WRITE REG-FDI-NOVO INVALID KEY
               DISPLAY "DIA " AN-DATA " DUPLICADO - IGNORADO"
               GO TO LER-ANTIGO.
           ADD 1 TO TOTAL-GRAVADOS.
           GO TO LER-ANTIGO.
       FIM-CONVERSAO.
           CLOSE FDI-ANTIGO FDI-NOVO.
           DISPLAY "CONVERSAO CONCLUIDA".
           DISPLAY "REGISTROS LIDOS....: " TOTAL-LIDOS.
           DISPLAY "REGISTROS GRAVADOS.: " TOTAL-GRAVADOS.
           STOP RUN.
           END PROGRAM CONVFDI.
