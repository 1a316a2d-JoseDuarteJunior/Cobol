      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - ROTINA COMUM
      * Tectonics: cobc
      * Objetivo: TRILHA DE OPERADOR POR DOCUMENTO (ARQUIVO DOCOPER) -
      *           CADA ETAPA DE UM DOCUMENTO (EMISSAO E RECEBIMENTO DO
      *           PEDIDO DE COMPRA NO PEDCOM, DIGITACAO DA NOTA DO
      *           FORNECEDOR NO NOTAFISC) GRAVA QUEM A EXECUTOU, PARA
      *           O PROGRAMA SEGCONF APONTAR O MESMO OPERADOR EM DUAS
      *           ETAPAS CONFLITANTES DO MESMO DOCUMENTO
      * Obs.: O OPERADOR VEM DA VARIAVEL DE AMBIENTE "OPERADOR", COMO
      *       NA ROTINA LOGERRO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAVADOC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCOPER ASSIGN TO "DOCOPER"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS DC-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOCOPER
           LABEL RECORD IS OMITTED.
       01  REG-DOCOPER.
           02 DOC-DATA          PIC 9(08).
           02 FILLER            PIC X VALUE SPACE.
           02 DOC-HORA          PIC 9(06).
           02 FILLER            PIC X VALUE SPACE.
           02 DOC-TIPO          PIC X(08).
           02 FILLER            PIC X VALUE SPACE.
           02 DOC-NUMERO        PIC 9(06).
           02 FILLER            PIC X VALUE SPACE.
           02 DOC-ETAPA         PIC X(08).
           02 FILLER            PIC X VALUE SPACE.
           02 DOC-PROGRAMA      PIC X(08).
           02 FILLER            PIC X VALUE SPACE.
           02 DOC-OPERADOR      PIC X(03).
       WORKING-STORAGE SECTION.
       77  DC-FS        PIC X(02) VALUE SPACES.
       77  DC-OPERADOR  PIC X(03) VALUE SPACES.
       01  DC-DATA-SISTEMA  PIC 9(08) VALUE ZEROS.
       01  DC-HORA-SISTEMA.
           02 DC-HH      PIC 9(02) VALUE ZEROS.
           02 DC-MM      PIC 9(02) VALUE ZEROS.
           02 DC-SS      PIC 9(02) VALUE ZEROS.
           02 DC-CC      PIC 9(02) VALUE ZEROS.
       LINKAGE SECTION.
       01  DC-PROGRAMA   PIC X(08).
       01  DC-TIPO       PIC X(08).
       01  DC-NUMERO     PIC 9(06).
       01  DC-ETAPA      PIC X(08).
       PROCEDURE DIVISION USING DC-PROGRAMA DC-TIPO DC-NUMERO
               DC-ETAPA.
       INICIO-GRAVADOC.
           OPEN EXTEND DOCOPER.
           IF DC-FS NOT = "00" AND NOT = "05"
               CLOSE DOCOPER
               OPEN OUTPUT DOCOPER
               CLOSE DOCOPER
               OPEN EXTEND DOCOPER
           END-IF.
           ACCEPT DC-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT DC-HORA-SISTEMA FROM TIME.
           MOVE DC-DATA-SISTEMA TO DOC-DATA.
           COMPUTE DOC-HORA =
               (DC-HH * 10000) + (DC-MM * 100) + DC-SS.
           MOVE DC-TIPO     TO DOC-TIPO.
           MOVE DC-NUMERO   TO DOC-NUMERO.
           MOVE DC-ETAPA    TO DOC-ETAPA.
           MOVE DC-PROGRAMA TO DOC-PROGRAMA.
           ACCEPT DC-OPERADOR FROM ENVIRONMENT "OPERADOR".
           MOVE DC-OPERADOR TO DOC-OPERADOR.
           WRITE REG-DOCOPER.
           CLOSE DOCOPER.
       FIM-GRAVADOC.
           EXIT PROGRAM.
       END PROGRAM GRAVADOC.
