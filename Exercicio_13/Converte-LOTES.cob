      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - CONVERSAO DE ARQUIVOS
      * Tectonics: cobc
      * Objetivo: INCLUSAO DA SITUACAO DO LOTE (LTE-SITUACAO, MOTIVO,
      *           DATA E OPERADOR), DO FORNECEDOR E DA DATA DE ENTRADA
      *           NO ARQUIVO LOTES - COPIA CADA REGISTRO PARA O LAYOUT
      *           NOVO; OS LOTES ANTIGOS FICAM LIVRES, SEM FORNECEDOR
      *           E COM A DATA DA CONVERSAO
      * Obs: ANTES DE EXECUTAR, RENOMEIE O LOTES ANTIGO PARA
      *      "LOTES.ANT" - O PROGRAMA GRAVA O ARQUIVO NOVO COM O
      *      NOME "LOTES".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVLTE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LTE-ANTIGO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      SEQUENTIAL
           RECORD KEY       AN-CHAVE
           FILE STATUS      FS-ANT.
           SELECT LTE-NOVO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       NV-CHAVE
           FILE STATUS      FS-NOV.
       DATA DIVISION.
       FILE SECTION.
       FD  LTE-ANTIGO LABEL RECORD STANDARD
           VALUE OF FILE-ID "LOTES.ANT".
       01  REG-LTE-ANTIGO.
           02 AN-CHAVE.
               03 AN-CODIGO     PIC 9(05).
               03 AN-LOTE       PIC X(10).
           02 AN-VALIDADE       PIC 9(08).
           02 AN-QTDE           PIC S9(04).
       FD  LTE-NOVO LABEL RECORD STANDARD
           VALUE OF FILE-ID "LOTES".
       01  REG-LTE-NOVO.
           02 NV-CHAVE.
               03 NV-CODIGO     PIC 9(05).
               03 NV-LOTE       PIC X(10).
           02 NV-VALIDADE       PIC 9(08).
           02 NV-QTDE           PIC S9(04).
           02 NV-SITUACAO       PIC X(01).
           02 NV-MOTIVO         PIC X(30).
           02 NV-DATA-SITUACAO  PIC 9(08).
           02 NV-OPER-SITUACAO  PIC X(03).
           02 NV-FORNECEDOR     PIC 9(03).
           02 NV-DATA-ENTRADA   PIC 9(08).
       WORKING-STORAGE SECTION.
       77  FS-ANT               PIC X(02) VALUE SPACES.
       77  FS-NOV               PIC X(02) VALUE SPACES.
       77  TOTAL-LIDOS          PIC 9(05) VALUE ZEROS.
       77  TOTAL-GRAVADOS       PIC 9(05) VALUE ZEROS.
       77  WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT LTE-ANTIGO.
           IF FS-ANT NOT = "00"
               DISPLAY "LOTES.ANT NAO ENCONTRADO - STATUS " FS-ANT
               STOP RUN.
           OPEN OUTPUT LTE-NOVO.
           IF FS-NOV NOT = "00"
               DISPLAY "ERRO AO CRIAR LOTES NOVO - STATUS " FS-NOV
               CLOSE LTE-ANTIGO
               STOP RUN.
       LER-ANTIGO.
           READ LTE-ANTIGO NEXT RECORD AT END GO TO FIM-CONVERSAO.
           ADD 1 TO TOTAL-LIDOS.
           MOVE AN-CODIGO TO NV-CODIGO.
           MOVE AN-LOTE TO NV-LOTE.
           MOVE AN-VALIDADE TO NV-VALIDADE.
           MOVE AN-QTDE TO NV-QTDE.
           MOVE "L" TO NV-SITUACAO.
           MOVE SPACES TO NV-MOTIVO NV-OPER-SITUACAO.
           MOVE WS-DATA-HOJE TO NV-DATA-SITUACAO NV-DATA-ENTRADA.
           MOVE ZEROS TO NV-FORNECEDOR.
           WRITE REG-LTE-NOVO INVALID KEY
               DISPLAY "LOTE " AN-CODIGO " " AN-LOTE
                       " DUPLICADO - IGNORADO"
               GO TO LER-ANTIGO.
           ADD 1 TO TOTAL-GRAVADOS.
           GO TO LER-ANTIGO.
       FIM-CONVERSAO.
           CLOSE LTE-ANTIGO LTE-NOVO.
           DISPLAY "CONVERSAO CONCLUIDA".
           DISPLAY "REGISTROS LIDOS....: " TOTAL-LIDOS.
           DISPLAY "REGISTROS GRAVADOS.: " TOTAL-GRAVADOS.
           STOP RUN.
           END PROGRAM CONVLTE.
