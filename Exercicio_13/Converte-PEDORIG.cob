      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - CONVERSAO DE ARQUIVOS
      * Tectonics: cobc
      * Objetivo: INCLUSAO DOS CAMPOS PED-ORIGEM E PED-DV NO PEDCOM -
      *           COPIA CADA REGISTRO PARA O LAYOUT NOVO; OS PEDIDOS
      *           ANTIGOS SAO TODOS DO ARQMAT (ORIGEM "M", DV ZERO)
      * Obs: ANTES DE EXECUTAR, RENOMEIE O PEDCOM ANTIGO PARA
      *      "PEDCOM.ANT" - O PROGRAMA GRAVA O ARQUIVO NOVO COM O
      *      NOME "PEDCOM".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVPOR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PED-ANTIGO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      SEQUENTIAL
           RECORD KEY       AN-NUMERO
           FILE STATUS      FS-ANT.
           SELECT PED-NOVO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       NV-NUMERO
           FILE STATUS      FS-NOV.
       DATA DIVISION.
       FILE SECTION.
       FD  PED-ANTIGO LABEL RECORD STANDARD
           VALUE OF FILE-ID "PEDCOM.ANT".
       01  REG-PED-ANTIGO.
           02 AN-NUMERO         PIC 9(06).
           02 AN-CODIGO         PIC 9(05).
           02 AN-QTDE           PIC 9(04).
           02 AN-DATA-EMISSAO   PIC 9(08).
           02 AN-DATA-RECEB     PIC 9(08).
           02 AN-STATUS         PIC X(09).
           02 AN-FORNECEDOR     PIC 9(03).
           02 AN-PRECO          PIC 9(07)V99.
       FD  PED-NOVO LABEL RECORD STANDARD
           VALUE OF FILE-ID "PEDCOM".
       01  REG-PED-NOVO.
           02 NV-NUMERO         PIC 9(06).
           02 NV-CODIGO         PIC 9(05).
           02 NV-QTDE           PIC 9(04).
           02 NV-DATA-EMISSAO   PIC 9(08).
           02 NV-DATA-RECEB     PIC 9(08).
           02 NV-STATUS         PIC X(09).
           02 NV-FORNECEDOR     PIC 9(03).
           02 NV-PRECO          PIC 9(07)V99.
           02 NV-ORIGEM         PIC X(01).
           02 NV-DV             PIC 9(01).
       WORKING-STORAGE SECTION.
       77  FS-ANT               PIC X(02) VALUE SPACES.
       77  FS-NOV               PIC X(02) VALUE SPACES.
       77  TOTAL-LIDOS          PIC 9(05) VALUE ZEROS.
       77  TOTAL-GRAVADOS       PIC 9(05) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT PED-ANTIGO.
           IF FS-ANT NOT = "00"
               DISPLAY "PEDCOM.ANT NAO ENCONTRADO - STATUS " FS-ANT
               STOP RUN.
           OPEN OUTPUT PED-NOVO.
           IF FS-NOV NOT = "00"
               DISPLAY "ERRO AO CRIAR PEDCOM NOVO - STATUS " FS-NOV
               CLOSE PED-ANTIGO
               STOP RUN.
       LER-ANTIGO.
           READ PED-ANTIGO NEXT RECORD AT END GO TO FIM-CONVERSAO.
           ADD 1 TO TOTAL-LIDOS.
           MOVE AN-NUMERO TO NV-NUMERO.
           MOVE AN-CODIGO TO NV-CODIGO.
           MOVE AN-QTDE TO NV-QTDE.
           MOVE AN-DATA-EMISSAO TO NV-DATA-EMISSAO.
           MOVE AN-DATA-RECEB TO NV-DATA-RECEB.
           MOVE AN-STATUS TO NV-STATUS.
           MOVE AN-FORNECEDOR TO NV-FORNECEDOR.
           MOVE AN-PRECO TO NV-PRECO.
           MOVE "M" TO NV-ORIGEM.
           MOVE ZEROS TO NV-DV.
           WRITE REG-PED-NOVO INVALID KEY
               DISPLAY "NUMERO " AN-NUMERO " DUPLICADO - IGNORADO"
               GO TO LER-ANTIGO.
           ADD 1 TO TOTAL-GRAVADOS.
           GO TO LER-ANTIGO.
       FIM-CONVERSAO.
           CLOSE PED-ANTIGO PED-NOVO.
           DISPLAY "CONVERSAO CONCLUIDA".
           DISPLAY "REGISTROS LIDOS....: " TOTAL-LIDOS.
           DISPLAY "REGISTROS GRAVADOS.: " TOTAL-GRAVADOS.
           STOP RUN.
           END PROGRAM CONVPOR.
