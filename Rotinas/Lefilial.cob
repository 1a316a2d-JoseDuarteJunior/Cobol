      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - ROTINA COMUM
      * Tectonics: cobc
      * Objetivo: FILIAL DE LOTACAO DO OPERADOR - LE O CADASTRO
      *           OPERADORES E DEVOLVE O CAMPO OPE-FILIAL; OPERADOR NAO
      *           CADASTRADO, SEM FILIAL INFORMADA OU SEM O ARQUIVO
      *           DEVOLVE 01 (MATRIZ), COMO ERA ANTES DAS FILIAIS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEFILIAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OPE-CODIGO
                  FILE STATUS IS FS-OPE.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "OPERADORES".
       01  REG-OPERADORES.
           02 OPE-CODIGO        PIC X(03).
           02 OPE-NOME          PIC X(30).
           02 OPE-SENHA         PIC X(08).
           02 OPE-ATIVO         PIC X(01).
           02 OPE-DATA-SENHA    PIC 9(08).
           02 OPE-TROCA-OBRIG   PIC X(01).
           02 OPE-FALHAS        PIC 9(01).
           02 OPE-FILIAL        PIC 9(02).
       WORKING-STORAGE SECTION.
       77  FS-OPE               PIC X(02) VALUE SPACES.
       LINKAGE SECTION.
       01  LF-OPERADOR          PIC X(03).
       01  LF-FILIAL            PIC 9(02).
       PROCEDURE DIVISION USING LF-OPERADOR LF-FILIAL.
       INICIO-LEFILIAL.
           MOVE 01 TO LF-FILIAL.
           OPEN INPUT OPERADORES.
           IF FS-OPE NOT = "00"
               CLOSE OPERADORES
               GO TO FIM-LEFILIAL.
           MOVE LF-OPERADOR TO OPE-CODIGO.
           READ OPERADORES
               INVALID KEY
                   CLOSE OPERADORES
                   GO TO FIM-LEFILIAL.
           CLOSE OPERADORES.
           IF OPE-FILIAL NUMERIC
               IF OPE-FILIAL NOT = ZEROS AND NOT = 99
                   MOVE OPE-FILIAL TO LF-FILIAL.
       FIM-LEFILIAL.
           EXIT PROGRAM.
       END PROGRAM LEFILIAL.
