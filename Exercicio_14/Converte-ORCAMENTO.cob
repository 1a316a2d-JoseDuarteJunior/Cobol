      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - CONVERSAO DE ARQUIVOS
      * Tectonics: cobc
      * Objetivo: INCLUSAO DOS CAMPOS ORC-OPERADOR, ORC-DESTINO,
      *           ORC-MOTIVO E ORC-DATA-STATUS NO ORCAMENTO - COPIA
      *           CADA REGISTRO PARA O LAYOUT NOVO COM OS CAMPOS NOVOS
      *           EM BRANCO/ZERADOS (ORCAMENTO ANTIGO CONVERTIDO FICA
      *           SEM DESTINO E CONTA COMO VENDA NO CONVORC)
      * Obs: ANTES DE EXECUTAR, RENOMEIE O ORCAMENTO ANTIGO PARA
      *      "ORCAMENTO.ANT" - O PROGRAMA GRAVA O ARQUIVO NOVO COM O
      *      NOME "ORCAMENTO".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVORCM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORC-ANTIGO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      SEQUENTIAL
           RECORD KEY       AN-CHAVE
           FILE STATUS      FS-ANT.
           SELECT ORC-NOVO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       NV-CHAVE
           FILE STATUS      FS-NOV.
       DATA DIVISION.
       FILE SECTION.
       FD  ORC-ANTIGO LABEL RECORD STANDARD
           VALUE OF FILE-ID "ORCAMENTO.ANT".
       01  REG-ORC-ANTIGO.
           02 AN-CHAVE.
               03 AN-NUMERO     PIC 9(06).
               03 AN-ITEM       PIC 9(02).
           02 AN-RESTO          PIC X(74).
       FD  ORC-NOVO LABEL RECORD STANDARD
           VALUE OF FILE-ID "ORCAMENTO".
       01  REG-ORC-NOVO.
           02 NV-CHAVE.
               03 NV-NUMERO     PIC 9(06).
               03 NV-ITEM       PIC 9(02).
           02 NV-RESTO          PIC X(74).
           02 NV-OPERADOR       PIC X(03).
           02 NV-DESTINO        PIC X(01).
           02 NV-MOTIVO         PIC 9(02).
           02 NV-DATA-STATUS    PIC 9(08).
       WORKING-STORAGE SECTION.
       77  FS-ANT               PIC X(02) VALUE SPACES.
       77  FS-NOV               PIC X(02) VALUE SPACES.
       77  TOTAL-LIDOS          PIC 9(05) VALUE ZEROS.
       77  TOTAL-GRAVADOS       PIC 9(05) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT ORC-ANTIGO.
           IF FS-ANT NOT = "00"
               DISPLAY "ORCAMENTO.ANT NAO ENCONTRADO - STATUS " FS-ANT
               STOP RUN.
           OPEN OUTPUT ORC-NOVO.
           IF FS-NOV NOT = "00"
               DISPLAY "ERRO AO CRIAR ORCAMENTO NOVO - STATUS " FS-NOV
               CLOSE ORC-ANTIGO
               STOP RUN.
       LER-ANTIGO.
           READ ORC-ANTIGO NEXT RECORD AT END GO TO FIM-CONVERSAO.
           ADD 1 TO TOTAL-LIDOS.
           MOVE AN-CHAVE TO NV-CHAVE.
           MOVE AN-RESTO TO NV-RESTO.
           MOVE SPACES TO NV-OPERADOR NV-DESTINO.
           MOVE ZEROS TO NV-MOTIVO NV-DATA-STATUS.
           WRITE REG-ORC-NOVO INVALID KEY
               DISPLAY "ORCAMENTO " AN-NUMERO " ITEM " AN-ITEM
                       " DUPLICADO - IGNORADO"
               GO TO LER-ANTIGO.
           ADD 1 TO TOTAL-GRAVADOS.
           GO TO LER-ANTIGO.
       FIM-CONVERSAO.
           CLOSE ORC-ANTIGO ORC-NOVO.
           DISPLAY "CONVERSAO CONCLUIDA".
           DISPLAY "REGISTROS LIDOS....: " TOTAL-LIDOS.
           DISPLAY "REGISTROS GRAVADOS.: " TOTAL-GRAVADOS.
           STOP RUN.
           END PROGRAM CONVORCM.
