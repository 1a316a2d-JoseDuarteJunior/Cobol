      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - CONVERSAO DE ARQUIVOS
      * Tectonics: cobc
      * Objetivo: INCLUSAO DO CAMPO ENT-FILIAL NO ENTREGAS (ORDEM DE
      *           ENTREGA POR LOJA) - COPIA CADA ENTREGA PARA O LAYOUT
      *           NOVO COM FILIAL 01 (MATRIZ)
      * Obs: ANTES DE EXECUTAR, RENOMEIE O ENTREGAS ANTIGO PARA
      *      "ENTREGAS.ANT" - O PROGRAMA GRAVA O ARQUIVO NOVO COM O
      *      NOME "ENTREGAS".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVENT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENT-ANTIGO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      SEQUENTIAL
           RECORD KEY       AN-NUMERO
           FILE STATUS      FS-ANT.
           SELECT ENT-NOVO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       NV-NUMERO
           FILE STATUS      FS-NOV.
       DATA DIVISION.
       FILE SECTION.
       FD  ENT-ANTIGO LABEL RECORD STANDARD
           VALUE OF FILE-ID "ENTREGAS.ANT".
       01  REG-ENT-ANTIGO.
           02 AN-NUMERO         PIC 9(06).
           02 AN-VENDA          PIC 9(06).
           02 AN-CLIENTE        PIC 9(04).
           02 AN-NOME           PIC X(30).
           02 AN-ENDERECO       PIC X(30).
           02 AN-BAIRRO         PIC X(20).
           02 AN-CEP            PIC 9(08).
           02 AN-CIDADE         PIC X(20).
           02 AN-UF             PIC X(02).
           02 AN-STATUS         PIC X(01).
           02 AN-DATA-GERACAO   PIC 9(08).
           02 AN-DATA-ENTREGA   PIC 9(08).
           02 AN-RECEBEDOR      PIC X(30).
       FD  ENT-NOVO LABEL RECORD STANDARD
           VALUE OF FILE-ID "ENTREGAS".
       01  REG-ENT-NOVO.
           02 NV-NUMERO         PIC 9(06).
           02 NV-VENDA          PIC 9(06).
           02 NV-CLIENTE        PIC 9(04).
           02 NV-NOME           PIC X(30).
           02 NV-ENDERECO       PIC X(30).
           02 NV-BAIRRO         PIC X(20).
           02 NV-CEP            PIC 9(08).
           02 NV-CIDADE         PIC X(20).
           02 NV-UF             PIC X(02).
           02 NV-STATUS         PIC X(01).
           02 NV-DATA-GERACAO   PIC 9(08).
           02 NV-DATA-ENTREGA   PIC 9(08).
           02 NV-RECEBEDOR      PIC X(30).
           02 NV-FILIAL         PIC 9(02).
       WORKING-STORAGE SECTION.
       77  FS-ANT               PIC X(02) VALUE SPACES.
       77  FS-NOV               PIC X(02) VALUE SPACES.
       77  TOTAL-LIDOS          PIC 9(05) VALUE ZEROS.
       77  TOTAL-GRAVADOS       PIC 9(05) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT ENT-ANTIGO.
           IF FS-ANT NOT = "00"
               DISPLAY "ENTREGAS.ANT NAO ENCONTRADO - STATUS " FS-ANT
               STOP RUN.
           OPEN OUTPUT ENT-NOVO.
           IF FS-NOV NOT = "00"
               DISPLAY "ERRO AO CRIAR ENTREGAS NOVO - STATUS " FS-NOV
               CLOSE ENT-ANTIGO
               STOP RUN.
       LER-ANTIGO.
           READ ENT-ANTIGO NEXT RECORD AT END GO TO FIM-CONVERSAO.
           ADD 1 TO TOTAL-LIDOS.
           MOVE AN-NUMERO TO NV-NUMERO.
           MOVE AN-VENDA TO NV-VENDA.
           MOVE AN-CLIENTE TO NV-CLIENTE.
           MOVE AN-NOME TO NV-NOME.
           MOVE AN-ENDERECO TO NV-ENDERECO.
           MOVE AN-BAIRRO TO NV-BAIRRO.
           MOVE AN-CEP TO NV-CEP.
           MOVE AN-CIDADE TO NV-CIDADE.
           MOVE AN-UF TO NV-UF.
           MOVE AN-STATUS TO NV-STATUS.
           MOVE AN-DATA-GERACAO TO NV-DATA-GERACAO.
           MOVE AN-DATA-ENTREGA TO NV-DATA-ENTREGA.
           MOVE AN-RECEBEDOR TO NV-RECEBEDOR.
           MOVE 01 TO NV-FILIAL.
           WRITE REG-ENT-NOVO INVALID KEY
               DISPLAY "ENTREGA " AN-NUMERO " DUPLICADA - IGNORADA"
               GO TO LER-ANTIGO.
           ADD 1 TO TOTAL-GRAVADOS.
           GO TO LER-ANTIGO.
       FIM-CONVERSAO.
           CLOSE ENT-ANTIGO ENT-NOVO.
           DISPLAY "CONVERSAO CONCLUIDA".
           DISPLAY "REGISTROS LIDOS....: " TOTAL-LIDOS.
           DISPLAY "REGISTROS GRAVADOS.: " TOTAL-GRAVADOS.
           STOP RUN.
           END PROGRAM CONVENT.
