      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - CONVERSAO DE ARQUIVOS
      * Tectonics: cobc
      * Objetivo: CONVERSAO DO CADASTRO OPERADORES PARA O LAYOUT COM
      *           FILIAL DE LOTACAO - COPIA CADA OPERADOR PARA O LAYOUT
      *           NOVO COM OPE-FILIAL 01 (MATRIZ); OS OPERADORES DA
      *           NOVA LOJA SAO DEPOIS ALTERADOS PELO OPERMAN
      * Obs: ANTES DE EXECUTAR, RENOMEIE O OPERADORES ANTIGO PARA
      *      "OPERADORES.ANT" - O PROGRAMA GRAVA O ARQUIVO NOVO COM O
      *      NOME "OPERADORES".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVOPE2.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPE-ANTIGO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AN-CODIGO
                  FILE STATUS IS FS-ANT.
           SELECT OPE-NOVO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NV-CODIGO
                  FILE STATUS IS FS-NOV.
       DATA DIVISION.
       FILE SECTION.
       FD  OPE-ANTIGO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "OPERADORES.ANT".
       01  REG-OPE-ANTIGO.
           02 AN-CODIGO         PIC X(03).
           02 AN-NOME           PIC X(30).
           02 AN-SENHA          PIC X(08).
           02 AN-ATIVO          PIC X(01).
           02 AN-DATA-SENHA     PIC 9(08).
           02 AN-TROCA-OBRIG    PIC X(01).
           02 AN-FALHAS         PIC 9(01).
       FD  OPE-NOVO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "OPERADORES".
       01  REG-OPE-NOVO.
           02 NV-CODIGO         PIC X(03).
           02 NV-NOME           PIC X(30).
           02 NV-SENHA          PIC X(08).
           02 NV-ATIVO          PIC X(01).
           02 NV-DATA-SENHA     PIC 9(08).
           02 NV-TROCA-OBRIG    PIC X(01).
           02 NV-FALHAS         PIC 9(01).
           02 NV-FILIAL         PIC 9(02).
       WORKING-STORAGE SECTION.
       77  FS-ANT               PIC X(02) VALUE SPACES.
       77  FS-NOV               PIC X(02) VALUE SPACES.
       77  TOTAL-LIDOS          PIC 9(05) VALUE ZEROS.
       77  TOTAL-GRAVADOS       PIC 9(05) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT OPE-ANTIGO.
           IF FS-ANT NOT = "00"
               DISPLAY "OPERADORES.ANT NAO ENCONTRADO - STATUS "
                       FS-ANT
               STOP RUN.
           OPEN OUTPUT OPE-NOVO.
           IF FS-NOV NOT = "00"
               DISPLAY "ERRO AO CRIAR OPERADORES NOVO - STATUS "
                       FS-NOV
               CLOSE OPE-ANTIGO
               STOP RUN.
       LER-ANTIGO.
           READ OPE-ANTIGO NEXT RECORD AT END GO TO FIM-CONVERSAO.
           ADD 1 TO TOTAL-LIDOS.
           MOVE AN-CODIGO TO NV-CODIGO.
           MOVE AN-NOME TO NV-NOME.
           MOVE AN-SENHA TO NV-SENHA.
           MOVE AN-ATIVO TO NV-ATIVO.
           MOVE AN-DATA-SENHA TO NV-DATA-SENHA.
           MOVE AN-TROCA-OBRIG TO NV-TROCA-OBRIG.
           MOVE AN-FALHAS TO NV-FALHAS.
           MOVE 01 TO NV-FILIAL.
           WRITE REG-OPE-NOVO INVALID KEY
               DISPLAY "CODIGO " AN-CODIGO " DUPLICADO - IGNORADO"
               GO TO LER-ANTIGO.
           ADD 1 TO TOTAL-GRAVADOS.
           GO TO LER-ANTIGO.
       FIM-CONVERSAO.
           CLOSE OPE-ANTIGO OPE-NOVO.
           DISPLAY "CONVERSAO CONCLUIDA".
           DISPLAY "REGISTROS LIDOS....: " TOTAL-LIDOS.
           DISPLAY "REGISTROS GRAVADOS.: " TOTAL-GRAVADOS.
           STOP RUN.
           END PROGRAM CONVOPE2.
