      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - CONVERSAO DE ARQUIVOS
      * Tectonics: cobc
      * Objetivo: INCLUSAO DO CAMPO FD-EAN (CODIGO DE BARRAS EAN-13,
      *           INDICE ALTERNADO UNICO) NO ARQPRO - COPIA CADA
      *           REGISTRO PARA O LAYOUT NOVO COM O EAN ZERADO (SEM
      *           CODIGO DE BARRAS); OS CODIGOS SAO INFORMADOS DEPOIS
      *           PELA ALTERACAO DO EXER14
      * Obs: ANTES DE EXECUTAR, RENOMEIE O ARQPRO ANTIGO PARA
      *      "ARQPRO.ANT" - O PROGRAMA GRAVA O ARQUIVO NOVO COM O
      *      NOME "ARQPRO".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVEAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRO-ANTIGO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      SEQUENTIAL
           RECORD KEY       AN-CODIGO-CHAVE
           ALTERNATE RECORD KEY IS AN-NOME-PRODUTO
                   WITH DUPLICATES
           FILE STATUS      FS-ANT.
           SELECT PRO-NOVO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       NV-CODIGO-CHAVE
           ALTERNATE RECORD KEY IS NV-NOME-PRODUTO
                   WITH DUPLICATES
           ALTERNATE RECORD KEY IS NV-EAN
                   SUPPRESS WHEN ZEROS
           FILE STATUS      FS-NOV.
       DATA DIVISION.
       FILE SECTION.
       FD  PRO-ANTIGO LABEL RECORD STANDARD
           VALUE OF FILE-ID "ARQPRO.ANT".
       01  REG-PRO-ANTIGO.
           02 AN-CODIGO-CHAVE.
               03 AN-CODIGO    PIC 9(04).
               03 AN-DV        PIC 9(01).
           02 AN-NOME-PRODUTO  PIC X(30).
           02 AN-CODIGO-FORNE  PIC 9(03).
           02 AN-VALOR-UNIT    PIC 9(06)V99.
           02 AN-QUANTIDA-EST  PIC 9(04).
           02 AN-QTDE-MINIMA   PIC 9(04).
           02 AN-VALOR-TOT     PIC 9(08)V99.
           02 AN-SERIALIZADO   PIC X(01).
       FD  PRO-NOVO LABEL RECORD STANDARD
           VALUE OF FILE-ID "ARQPRO".
       01  REG-PRO-NOVO.
           02 NV-CODIGO-CHAVE.
               03 NV-CODIGO    PIC 9(04).
               03 NV-DV        PIC 9(01).
           02 NV-NOME-PRODUTO  PIC X(30).
           02 NV-CODIGO-FORNE  PIC 9(03).
           02 NV-VALOR-UNIT    PIC 9(06)V99.
           02 NV-QUANTIDA-EST  PIC 9(04).
           02 NV-QTDE-MINIMA   PIC 9(04).
           02 NV-VALOR-TOT     PIC 9(08)V99.
           02 NV-SERIALIZADO   PIC X(01).
           02 NV-EAN           PIC 9(13).
       WORKING-STORAGE SECTION.
       77  FS-ANT               PIC X(02) VALUE SPACES.
       77  FS-NOV               PIC X(02) VALUE SPACES.
       77  TOTAL-LIDOS          PIC 9(05) VALUE ZEROS.
       77  TOTAL-GRAVADOS       PIC 9(05) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT PRO-ANTIGO.
           IF FS-ANT NOT = "00"
               DISPLAY "ARQPRO.ANT NAO ENCONTRADO - STATUS " FS-ANT
               STOP RUN.
           OPEN OUTPUT PRO-NOVO.
           IF FS-NOV NOT = "00"
               DISPLAY "ERRO AO CRIAR ARQPRO NOVO - STATUS " FS-NOV
               CLOSE PRO-ANTIGO
               STOP RUN.
       LER-ANTIGO.
           READ PRO-ANTIGO NEXT RECORD AT END GO TO FIM-CONVERSAO.
           ADD 1 TO TOTAL-LIDOS.
           MOVE AN-CODIGO TO NV-CODIGO.
           MOVE AN-DV TO NV-DV.
           MOVE AN-NOME-PRODUTO TO NV-NOME-PRODUTO.
           MOVE AN-CODIGO-FORNE TO NV-CODIGO-FORNE.
           MOVE AN-VALOR-UNIT TO NV-VALOR-UNIT.
           MOVE AN-QUANTIDA-EST TO NV-QUANTIDA-EST.
           MOVE AN-QTDE-MINIMA TO NV-QTDE-MINIMA.
           MOVE AN-VALOR-TOT TO NV-VALOR-TOT.
           MOVE AN-SERIALIZADO TO NV-SERIALIZADO.
           MOVE ZEROS TO NV-EAN.
           WRITE REG-PRO-NOVO INVALID KEY
               DISPLAY "CODIGO " AN-CODIGO " DUPLICADO - IGNORADO"
               GO TO LER-ANTIGO.
           ADD 1 TO TOTAL-GRAVADOS.
           GO TO LER-ANTIGO.
       FIM-CONVERSAO.
           CLOSE PRO-ANTIGO PRO-NOVO.
           DISPLAY "CONVERSAO CONCLUIDA".
           DISPLAY "REGISTROS LIDOS....: " TOTAL-LIDOS.
           DISPLAY "REGISTROS GRAVADOS.: " TOTAL-GRAVADOS.
           STOP RUN.
           END PROGRAM CONVEAN.
