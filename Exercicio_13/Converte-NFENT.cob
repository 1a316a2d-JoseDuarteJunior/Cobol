      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - CONVERSAO DE ARQUIVOS
      * Tectonics: cobc
      * Objetivo: INCLUSAO DOS CAMPOS NFE-RATEIO E NFE-CUSTO-UNIT NO
      *           NFENTRADA - COPIA CADA REGISTRO PARA O LAYOUT NOVO;
      *           AS NOTAS ANTIGAS FICAM SEM DESPESAS RATEADAS E COM
      *           O CUSTO UNITARIO IGUAL AO PRECO DA NOTA
      * Obs: ANTES DE EXECUTAR, RENOMEIE O NFENTRADA ANTIGO PARA
      *      "NFENTRADA.ANT" - O PROGRAMA GRAVA O ARQUIVO NOVO COM O
      *      NOME "NFENTRADA".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVNFE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NFE-ANTIGO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      SEQUENTIAL
           RECORD KEY       AN-PEDIDO
           FILE STATUS      FS-ANT.
           SELECT NFE-NOVO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       NV-PEDIDO
           FILE STATUS      FS-NOV.
       DATA DIVISION.
       FILE SECTION.
       FD  NFE-ANTIGO LABEL RECORD STANDARD
           VALUE OF FILE-ID "NFENTRADA.ANT".
       01  REG-NFE-ANTIGO.
           02 AN-PEDIDO         PIC 9(06).
           02 AN-NUMERO         PIC X(09).
           02 AN-DATA           PIC 9(08).
           02 AN-QTDE           PIC 9(04).
           02 AN-PRECO          PIC 9(07)V99.
           02 AN-QTDE-CONTADA   PIC 9(04).
           02 AN-STATUS         PIC X(01).
       FD  NFE-NOVO LABEL RECORD STANDARD
           VALUE OF FILE-ID "NFENTRADA".
       01  REG-NFE-NOVO.
           02 NV-PEDIDO         PIC 9(06).
           02 NV-NUMERO         PIC X(09).
           02 NV-DATA           PIC 9(08).
           02 NV-QTDE           PIC 9(04).
           02 NV-PRECO          PIC 9(07)V99.
           02 NV-QTDE-CONTADA   PIC 9(04).
           02 NV-STATUS         PIC X(01).
           02 NV-RATEIO         PIC 9(07)V99.
           02 NV-CUSTO-UNIT     PIC 9(07)V99.
       WORKING-STORAGE SECTION.
       77  FS-ANT               PIC X(02) VALUE SPACES.
       77  FS-NOV               PIC X(02) VALUE SPACES.
       77  TOTAL-LIDOS          PIC 9(05) VALUE ZEROS.
       77  TOTAL-GRAVADOS       PIC 9(05) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT NFE-ANTIGO.
           IF FS-ANT NOT = "00"
               DISPLAY "NFENTRADA.ANT NAO ENCONTRADO - STATUS " FS-ANT
               STOP RUN.
           OPEN OUTPUT NFE-NOVO.
           IF FS-NOV NOT = "00"
               DISPLAY "ERRO AO CRIAR NFENTRADA NOVO - STATUS " FS-NOV
               CLOSE NFE-ANTIGO
               STOP RUN.
       LER-ANTIGO.
           READ NFE-ANTIGO NEXT RECORD AT END GO TO FIM-CONVERSAO.
           ADD 1 TO TOTAL-LIDOS.
           MOVE AN-PEDIDO TO NV-PEDIDO.
           MOVE AN-NUMERO TO NV-NUMERO.
           MOVE AN-DATA TO NV-DATA.
           MOVE AN-QTDE TO NV-QTDE.
           MOVE AN-PRECO TO NV-PRECO.
           MOVE AN-QTDE-CONTADA TO NV-QTDE-CONTADA.
           MOVE AN-STATUS TO NV-STATUS.
           MOVE ZEROS TO NV-RATEIO.
           MOVE AN-PRECO TO NV-CUSTO-UNIT.
           WRITE REG-NFE-NOVO INVALID KEY
               DISPLAY "PEDIDO " AN-PEDIDO " DUPLICADO - IGNORADO"
               GO TO LER-ANTIGO.
           ADD 1 TO TOTAL-GRAVADOS.
           GO TO LER-ANTIGO.
       FIM-CONVERSAO.
           CLOSE NFE-ANTIGO NFE-NOVO.
           DISPLAY "CONVERSAO CONCLUIDA".
           DISPLAY "REGISTROS LIDOS....: " TOTAL-LIDOS.
           DISPLAY "REGISTROS GRAVADOS.: " TOTAL-GRAVADOS.
           STOP RUN.
           END PROGRAM CONVNFE.
