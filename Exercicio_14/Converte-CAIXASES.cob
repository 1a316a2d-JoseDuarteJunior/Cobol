      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - CONVERSAO DE ARQUIVOS
      * Tectonics: cobc
      * Objetivo: INCLUSAO DO CAMPO SES-FILIAL NO CAIXASES (SESSAO DE
      *           CAIXA POR LOJA) - COPIA CADA SESSAO PARA O LAYOUT
      *           NOVO COM FILIAL 01 (MATRIZ)
      * Obs: ANTES DE EXECUTAR, RENOMEIE O CAIXASES ANTIGO PARA
      *      "CAIXASES.ANT" - O PROGRAMA GRAVA O ARQUIVO NOVO COM O
      *      NOME "CAIXASES".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVSES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SES-ANTIGO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      SEQUENTIAL
           RECORD KEY       AN-NUMERO
           FILE STATUS      FS-ANT.
           SELECT SES-NOVO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       NV-NUMERO
           FILE STATUS      FS-NOV.
       DATA DIVISION.
       FILE SECTION.
       FD  SES-ANTIGO LABEL RECORD STANDARD
           VALUE OF FILE-ID "CAIXASES.ANT".
       01  REG-SES-ANTIGO.
           02 AN-NUMERO         PIC 9(04).
           02 AN-OPERADOR       PIC X(03).
           02 AN-STATUS         PIC X(01).
           02 AN-DATA-ABERTURA  PIC 9(08).
           02 AN-FUNDO          PIC 9(07)V99.
           02 AN-SANGRIAS       PIC 9(07)V99.
           02 AN-VENDAS-DIN     PIC 9(08)V99.
           02 AN-VENDAS-CAR     PIC 9(08)V99.
           02 AN-VENDAS-CRE     PIC 9(08)V99.
           02 AN-DATA-FECHO     PIC 9(08).
           02 AN-CONTADO        PIC 9(08)V99.
           02 AN-DIFERENCA      PIC S9(07)V99.
       FD  SES-NOVO LABEL RECORD STANDARD
           VALUE OF FILE-ID "CAIXASES".
       01  REG-SES-NOVO.
           02 NV-NUMERO         PIC 9(04).
           02 NV-OPERADOR       PIC X(03).
           02 NV-STATUS         PIC X(01).
           02 NV-DATA-ABERTURA  PIC 9(08).
           02 NV-FUNDO          PIC 9(07)V99.
           02 NV-SANGRIAS       PIC 9(07)V99.
           02 NV-VENDAS-DIN     PIC 9(08)V99.
           02 NV-VENDAS-CAR     PIC 9(08)V99.
           02 NV-VENDAS-CRE     PIC 9(08)V99.
           02 NV-DATA-FECHO     PIC 9(08).
           02 NV-CONTADO        PIC 9(08)V99.
           02 NV-DIFERENCA      PIC S9(07)V99.
           02 NV-FILIAL         PIC 9(02).
       WORKING-STORAGE SECTION.
       77  FS-ANT               PIC X(02) VALUE SPACES.
       77  FS-NOV               PIC X(02) VALUE SPACES.
       77  TOTAL-LIDOS          PIC 9(05) VALUE ZEROS.
       77  TOTAL-GRAVADOS       PIC 9(05) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT SES-ANTIGO.
           IF FS-ANT NOT = "00"
               DISPLAY "CAIXASES.ANT NAO ENCONTRADO - STATUS " FS-ANT
               STOP RUN.
           OPEN OUTPUT SES-NOVO.
           IF FS-NOV NOT = "00"
               DISPLAY "ERRO AO CRIAR CAIXASES NOVO - STATUS " FS-NOV
               CLOSE SES-ANTIGO
               STOP RUN.
       LER-ANTIGO.
           READ SES-ANTIGO NEXT RECORD AT END GO TO FIM-CONVERSAO.
           ADD 1 TO TOTAL-LIDOS.
           MOVE AN-NUMERO TO NV-NUMERO.
           MOVE AN-OPERADOR TO NV-OPERADOR.
           MOVE AN-STATUS TO NV-STATUS.
           MOVE AN-DATA-ABERTURA TO NV-DATA-ABERTURA.
           MOVE AN-FUNDO TO NV-FUNDO.
           MOVE AN-SANGRIAS TO NV-SANGRIAS.
           MOVE AN-VENDAS-DIN TO NV-VENDAS-DIN.
           MOVE AN-VENDAS-CAR TO NV-VENDAS-CAR.
           MOVE AN-VENDAS-CRE TO NV-VENDAS-CRE.
           MOVE AN-DATA-FECHO TO NV-DATA-FECHO.
           MOVE AN-CONTADO TO NV-CONTADO.
           MOVE AN-DIFERENCA TO NV-DIFERENCA.
           MOVE 01 TO NV-FILIAL.
           WRITE REG-SES-NOVO INVALID KEY
               DISPLAY "SESSAO " AN-NUMERO " DUPLICADA - IGNORADA"
               GO TO LER-ANTIGO.
           ADD 1 TO TOTAL-GRAVADOS.
           GO TO LER-ANTIGO.
       FIM-CONVERSAO.
           CLOSE SES-ANTIGO SES-NOVO.
           DISPLAY "CONVERSAO CONCLUIDA".
           DISPLAY "REGISTROS LIDOS....: " TOTAL-LIDOS.
           DISPLAY "REGISTROS GRAVADOS.: " TOTAL-GRAVADOS.
           STOP RUN.
           END PROGRAM CONVSES.
