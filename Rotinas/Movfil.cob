      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - ROTINA COMUM
      * Tectonics: cobc
      * Objetivo: MOVIMENTO DO SALDO DE UM PRODUTO DO ARQPRO EM UMA
      *           FILIAL (ARQUIVO ESTFIL) - QUANTIDADE NEGATIVA BAIXA,
      *           POSITIVA SOMA; O CHAMADOR CONTINUA ATUALIZANDO O
      *           ESTOQUE TOTAL NO ARQPRO COMO ANTES
      * Obs.: A MATRIZ (01) NAO TEM REGISTRO PROPRIO - SEU SALDO E O
      *       ESTOQUE TOTAL MENOS O DAS DEMAIS FILIAIS (ROTINA
      *       SALDOFIL), ENTAO MOVIMENTO DA MATRIZ NAO GRAVA NADA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVFIL.
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
       LINKAGE SECTION.
       01  MF-FILIAL            PIC 9(02).
       01  MF-CODIGO            PIC 9(04).
       01  MF-QTDE              PIC S9(05).
       PROCEDURE DIVISION USING MF-FILIAL MF-CODIGO MF-QTDE.
       INICIO-MOVFIL.
           IF MF-FILIAL = 01 OR MF-QTDE = ZEROS
               GO TO FIM-MOVFIL.
       ABRE-ESTFIL.
           OPEN I-O ESTFIL.
           IF FS-EFL = "35"
               CLOSE ESTFIL
               OPEN OUTPUT ESTFIL
               CLOSE ESTFIL
               GO TO ABRE-ESTFIL.
           IF FS-EFL NOT = "00"
               CALL "LOGERRO" USING "MOVFIL" "ABERTURA ESTFIL" FS-EFL
               GO TO FIM-MOVFIL.
           MOVE MF-CODIGO TO EFL-CODIGO.
           MOVE MF-FILIAL TO EFL-FILIAL.
           READ ESTFIL
               INVALID KEY
                   MOVE MF-QTDE TO EFL-QTDE
                   WRITE REG-ESTFIL
                   CLOSE ESTFIL
                   GO TO FIM-MOVFIL.
           ADD MF-QTDE TO EFL-QTDE.
           REWRITE REG-ESTFIL.
           CLOSE ESTFIL.
       FIM-MOVFIL.
           EXIT PROGRAM.
       END PROGRAM MOVFIL.
