      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - CONVERSAO DE ARQUIVOS
      * Tectonics: cobc
      * Objetivo: INCLUSAO DOS DADOS BANCARIOS (BANCO, AGENCIA E CONTA
      *           CORRENTE) NO FORNECEDOR - COPIA CADA REGISTRO PARA O
      *           LAYOUT NOVO COM OS CAMPOS ZERADOS; OS DADOS SAO
      *           INFORMADOS DEPOIS PELA ALTERACAO DO FORNMAN (CAMPO 9)
      * Obs: ANTES DE EXECUTAR, RENOMEIE O FORNECEDOR ANTIGO PARA
      *      "FORNECEDOR.ANT" - O PROGRAMA GRAVA O ARQUIVO NOVO COM O
      *      NOME "FORNECEDOR".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVFBC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORN-ANTIGO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      SEQUENTIAL
           RECORD KEY       AN-CODIGO
           FILE STATUS      FS-ANTIGO.
           SELECT FORN-NOVO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       FORN-CODIGO
           FILE STATUS      FS-NOVO.
       DATA DIVISION.
       FILE SECTION.
       FD  FORN-ANTIGO LABEL RECORD STANDARD
           VALUE OF FILE-ID "FORNECEDOR.ANT".
       01  REG-FORN-ANTIGO.
           02 AN-CODIGO         PIC 9(03).
           02 AN-RESTO          PIC X(127).
       FD  FORN-NOVO LABEL RECORD STANDARD
           VALUE OF FILE-ID "FORNECEDOR".
       01  REG-FORN-NOVO.
           02 FORN-CODIGO       PIC 9(03).
           02 FORN-RESTO        PIC X(127).
           02 FORN-BANCO        PIC 9(03).
           02 FORN-AGENCIA      PIC 9(05).
           02 FORN-CONTA-CORR   PIC X(12).
       WORKING-STORAGE SECTION.
       77  FS-ANTIGO            PIC X(02) VALUE SPACES.
       77  FS-NOVO              PIC X(02) VALUE SPACES.
       77  TOTAL-LIDOS          PIC 9(05) VALUE ZEROS.
       77  TOTAL-GRAVADOS       PIC 9(05) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT FORN-ANTIGO.
           IF FS-ANTIGO NOT = "00"
               DISPLAY "FORNECEDOR.ANT NAO ENCONTRADO - STATUS "
                       FS-ANTIGO
               STOP RUN.
           OPEN OUTPUT FORN-NOVO.
           IF FS-NOVO NOT = "00"
               DISPLAY "ERRO AO CRIAR FORNECEDOR NOVO - STATUS "
                       FS-NOVO
               CLOSE FORN-ANTIGO
               STOP RUN.
       LER-ANTIGO.
           READ FORN-ANTIGO NEXT RECORD AT END GO TO FIM-CONVERSAO.
           ADD 1 TO TOTAL-LIDOS.
           MOVE AN-CODIGO  TO FORN-CODIGO.
           MOVE AN-RESTO   TO FORN-RESTO.
           MOVE ZEROS      TO FORN-BANCO.
           MOVE ZEROS      TO FORN-AGENCIA.
           MOVE SPACES     TO FORN-CONTA-CORR.
           WRITE REG-FORN-NOVO INVALID KEY
               DISPLAY "CODIGO " AN-CODIGO " DUPLICADO - IGNORADO"
               GO TO LER-ANTIGO.
           ADD 1 TO TOTAL-GRAVADOS.
           GO TO LER-ANTIGO.
       FIM-CONVERSAO.
           CLOSE FORN-ANTIGO FORN-NOVO.
           DISPLAY "CONVERSAO CONCLUIDA".
           DISPLAY "REGISTROS LIDOS....: " TOTAL-LIDOS.
           DISPLAY "REGISTROS GRAVADOS.: " TOTAL-GRAVADOS.
           STOP RUN.
           END PROGRAM CONVFBC.
