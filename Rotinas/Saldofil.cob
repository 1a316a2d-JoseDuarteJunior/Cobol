      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - ROTINA COMUM
      * Tectonics: cobc
      * Objetivo: SALDO DE UM PRODUTO DO ARQPRO EM UMA FILIAL - AS
      *           FILIAIS 02 A 98 E A FILIAL 99 (MERCADORIA EM TRANSITO
      *           ENTRE LOJAS) TEM SALDO PROPRIO NO ARQUIVO ESTFIL; A
      *           MATRIZ (01) FICA COM O ESTOQUE TOTAL DO ARQPRO MENOS
      *           O SALDO DAS DEMAIS
      * Obs.: O ESTOQUE TOTAL E PASSADO PELO CHAMADOR, QUE JA TEM O
      *       REGISTRO DO ARQPRO LIDO; SEM O ARQUIVO ESTFIL TODO O
      *       ESTOQUE E DA MATRIZ
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALDOFIL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTFIL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EFL-CHAVE
                  FILE STATUS IS FS-EFL.
       DATA DIVISION.
       FILE SECTION.
       FD  ESTFIL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ESTFIL".
       01  REG-ESTFIL.
           02 EFL-CHAVE.
               03 EFL-CODIGO    PIC 9(04).
               03 EFL-FILIAL    PIC 9(02).
           02 EFL-QTDE          PIC S9(05).
       WORKING-STORAGE SECTION.
       77  FS-EFL               PIC X(02) VALUE SPACES.
       77  SF-OUTRAS            PIC S9(06) VALUE ZEROS.
       LINKAGE SECTION.
       01  SF-FILIAL            PIC 9(02).
       01  SF-CODIGO            PIC 9(04).
       01  SF-ESTOQUE           PIC 9(04).
       01  SF-SALDO             PIC S9(05).
       PROCEDURE DIVISION USING SF-FILIAL SF-CODIGO SF-ESTOQUE
               SF-SALDO.
       INICIO-SALDOFIL.
           MOVE ZEROS TO SF-OUTRAS.
           IF SF-FILIAL = 01
               MOVE SF-ESTOQUE TO SF-SALDO
           ELSE
               MOVE ZEROS TO SF-SALDO.
           OPEN INPUT ESTFIL.
           IF FS-EFL NOT = "00"
               CLOSE ESTFIL
               GO TO FIM-SALDOFIL.
           IF SF-FILIAL NOT = 01
               MOVE SF-CODIGO TO EFL-CODIGO
               MOVE SF-FILIAL TO EFL-FILIAL
               READ ESTFIL
                   INVALID KEY
                       MOVE ZEROS TO EFL-QTDE
               END-READ
               MOVE EFL-QTDE TO SF-SALDO
               CLOSE ESTFIL
               GO TO FIM-SALDOFIL.
           MOVE SF-CODIGO TO EFL-CODIGO.
           MOVE ZEROS TO EFL-FILIAL.
           START ESTFIL KEY IS NOT LESS THAN EFL-CHAVE
               INVALID KEY
                   CLOSE ESTFIL
                   GO TO FIM-SALDOFIL.
       LER-OUTRAS-FILIAIS.
           READ ESTFIL NEXT RECORD AT END GO TO FIM-OUTRAS-FILIAIS.
           IF EFL-CODIGO NOT = SF-CODIGO
               GO TO FIM-OUTRAS-FILIAIS.
           ADD EFL-QTDE TO SF-OUTRAS.
           GO TO LER-OUTRAS-FILIAIS.
       FIM-OUTRAS-FILIAIS.
           CLOSE ESTFIL.
           COMPUTE SF-SALDO = SF-ESTOQUE - SF-OUTRAS.
       FIM-SALDOFIL.
           EXIT PROGRAM.
       END PROGRAM SALDOFIL.
