      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - CONTROLE DE ESTOQUE
      * Tectonics: cobc
      * Objetivo: RELATORIO DAS TRANSFERENCIAS ENTRE DEPOSITOS
      *           (ARQUIVO TRFDEP) - PARTE 1: DESPACHADAS E AINDA EM
      *           TRANSITO HA N DIAS OU MAIS; PARTE 2: RECEBIDAS COM
      *           QUANTIDADE DIFERENTE DA ENVIADA (FALTA OU SOBRA),
      *           VALORIZADAS PELO CUSTO MEDIO DO ARQMAT
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELTRF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRFDEP ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       TRF-NUMERO
           FILE STATUS      FS-TRF.
           SELECT ARQMAT ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       FD-CODIGO
           FILE STATUS      FS.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD  TRFDEP LABEL RECORD STANDARD
           VALUE OF FILE-ID "TRFDEP".
       01  REG-TRFDEP.
           02 TRF-NUMERO        PIC 9(06).
           02 TRF-CODIGO        PIC 9(05).
           02 TRF-DEP-ORIGEM    PIC 9(02).
           02 TRF-DEP-DESTINO   PIC 9(02).
           02 TRF-QTDE-ENVIADA  PIC 9(04).
           02 TRF-QTDE-RECEBIDA PIC 9(04).
           02 TRF-DATA-ENVIO    PIC 9(08).
           02 TRF-DATA-RECEB    PIC 9(08).
           02 TRF-STATUS        PIC X(01).
           02 TRF-OPER-ENVIO    PIC X(03).
           02 TRF-OPER-RECEB    PIC X(03).
           02 TRF-DOCUMENTO     PIC X(08).
       FD  ARQMAT LABEL RECORD STANDARD
           VALUE OF FILE-ID "ARQMAT".
       01  REG-ARQMAT.
           02 FD-CODIGO.
               03 CODIGO        PIC 9(05).
           02 FD-NOME           PIC X(30).
           02 FD-QTDE-ESTOQUE   PIC S9(04).
           02 FD-QTDE-MINIMA    PIC S9(04).
           02 FD-VALOR-UNIT     PIC S9(07)V99.
           02 FD-VALOR-TOT      PIC S9(08)V99.
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  FS-TRF               PIC X(02) VALUE SPACES.
       77  FS                   PIC X(02) VALUE SPACES.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-EOF               PIC X(01) VALUE "N".
       77  WS-DIAS-LIMITE       PIC 9(03) VALUE ZEROS.
       77  WS-DIAS-HOJE         PIC 9(08) VALUE ZEROS.
       77  WS-DIAS-ENVIO        PIC 9(08) VALUE ZEROS.
       77  WS-DIAS-TRANSITO     PIC S9(05) VALUE ZEROS.
       77  WS-DIF-QTDE          PIC S9(05) VALUE ZEROS.
       77  WS-VALOR-DIF         PIC S9(09)V99 VALUE ZEROS.
       77  WS-TOT-TRANSITO      PIC 9(05) VALUE ZEROS.
       77  WS-QTD-TRANSITO      PIC 9(07) VALUE ZEROS.
       77  WS-TOT-DIVERG        PIC 9(05) VALUE ZEROS.
       77  WS-TOT-VALOR-DIF     PIC S9(11)V99 VALUE ZEROS.
       77  WS-ANO-CALC          PIC 9(04) VALUE ZEROS.
       77  WS-MES-CALC          PIC 9(02) VALUE ZEROS.
       77  WS-DIA-CALC          PIC 9(02) VALUE ZEROS.
       77  WS-DIAS-ABS-CALC     PIC 9(08) VALUE ZEROS.
       77  ANO-ANT-CALC         PIC 9(04) VALUE ZEROS.
       77  QTD-4-CALC           PIC 9(04) VALUE ZEROS.
       77  QTD-100-CALC         PIC 9(04) VALUE ZEROS.
       77  QTD-400-CALC         PIC 9(04) VALUE ZEROS.
       77  RESTO-CALC           PIC 9(04) VALUE ZEROS.
       77  REM-4-CALC           PIC 9(02) VALUE ZEROS.
       77  REM-100-CALC         PIC 9(02) VALUE ZEROS.
       77  REM-400-CALC         PIC 9(03) VALUE ZEROS.
       77  BISSEXTO-CALC        PIC X(01) VALUE SPACES.
       01  DIAS-ACUM-VALORES.
           02 FILLER PIC 9(03) VALUE 000.
           02 FILLER PIC 9(03) VALUE 031.
           02 FILLER PIC 9(03) VALUE 059.
           02 FILLER PIC 9(03) VALUE 090.
           02 FILLER PIC 9(03) VALUE 120.
           02 FILLER PIC 9(03) VALUE 151.
           02 FILLER PIC 9(03) VALUE 181.
           02 FILLER PIC 9(03) VALUE 212.
           02 FILLER PIC 9(03) VALUE 243.
           02 FILLER PIC 9(03) VALUE 273.
           02 FILLER PIC 9(03) VALUE 304.
           02 FILLER PIC 9(03) VALUE 334.
       01  TABELA-DIAS-ACUM REDEFINES DIAS-ACUM-VALORES.
           02 DIAS-ACUM-MES PIC 9(03) OCCURS 12 TIMES.
       01  WS-DATA-HOJE.
           02 HOJE-ANO          PIC 9(04) VALUE ZEROS.
           02 HOJE-MES          PIC 9(02) VALUE ZEROS.
           02 HOJE-DIA          PIC 9(02) VALUE ZEROS.
       01  WS-DATA-AUX.
           02 AUX-ANO           PIC 9(04) VALUE ZEROS.
           02 AUX-MES           PIC 9(02) VALUE ZEROS.
           02 AUX-DIA           PIC 9(02) VALUE ZEROS.
       01  CAB01.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(06)    VALUE "DATA:".
           02 DATA-CAB01.
               03 DIA-CAB01   PIC 99/ VALUE ZEROS.
               03 MES-CAB01   PIC 99/ VALUE ZEROS.
               03 ANO-CAB01   PIC 9(04) VALUE ZEROS.
           02 FILLER    PIC X(05)     VALUE SPACES.
           02 TITULO-CAB01 PIC X(40)  VALUE SPACES.
           02 FILLER     PIC X(04)   VALUE "PAG.".
           02 PAG-CAB01  PIC ZZ9     VALUE ZEROS.
       01  CAB02.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(08) VALUE "NUMERO".
           02 FILLER  PIC X(07) VALUE "ITEM".
           02 FILLER  PIC X(32) VALUE "NOME".
           02 FILLER  PIC X(06) VALUE "ORIG".
           02 FILLER  PIC X(06) VALUE "DEST".
           02 FILLER  PIC X(07) VALUE "QTDE".
           02 FILLER  PIC X(12) VALUE "ENVIO".
           02 FILLER  PIC X(06) VALUE "DIAS".
           02 FILLER  PIC X(08) VALUE "DOCUM.".
       01  DETALHE.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 NUMERO-DET        PIC 9(06) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 CODIGO-DET        PIC 9(05) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 NOME-DET          PIC X(30) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 ORIGEM-DET        PIC 9(02) VALUE ZEROS.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 DESTINO-DET       PIC 9(02) VALUE ZEROS.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 QTDE-DET          PIC ZZZ9  VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 ENVIO-DET.
               03 ENV-DIA-DET   PIC 99/ VALUE ZEROS.
               03 ENV-MES-DET   PIC 99/ VALUE ZEROS.
               03 ENV-ANO-DET   PIC 9(04) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 DIAS-DET          PIC ZZZ9  VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 DOCUMENTO-DET     PIC X(08) VALUE SPACES.
       01  CAB03.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(08) VALUE "NUMERO".
           02 FILLER  PIC X(07) VALUE "ITEM".
           02 FILLER  PIC X(32) VALUE "NOME".
           02 FILLER  PIC X(06) VALUE "DEST".
           02 FILLER  PIC X(08) VALUE "ENVIADO".
           02 FILLER  PIC X(09) VALUE "RECEBIDO".
           02 FILLER  PIC X(07) VALUE "DIFER.".
           02 FILLER  PIC X(15) VALUE "VALOR".
           02 FILLER  PIC X(12) VALUE "RECEBIMENTO".
           02 FILLER  PIC X(04) VALUE "OPER".
       01  DETALHE-DIF.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 NUMERO-DIF        PIC 9(06) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 CODIGO-DIF        PIC 9(05) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 NOME-DIF          PIC X(30) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 DESTINO-DIF       PIC 9(02) VALUE ZEROS.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 ENVIADA-DIF       PIC ZZZ9  VALUE ZEROS.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 RECEBIDA-DIF      PIC ZZZ9  VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 QTDE-DIF          PIC -ZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 VALOR-DIF         PIC -ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 RECEB-DET.
               03 REC-DIA-DET   PIC 99/ VALUE ZEROS.
               03 REC-MES-DET   PIC 99/ VALUE ZEROS.
               03 REC-ANO-DET   PIC 9(04) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 OPER-DIF          PIC X(03) VALUE SPACES.
       01  LINHA-RESUMO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TEXTO-RESUMO      PIC X(30) VALUE SPACES.
           02 VALOR-RESUMO      PIC ZZZZZZ9 VALUE ZEROS.
       01  LINHA-RESUMO-VALOR.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TEXTO-RESUMO-VAL  PIC X(30) VALUE SPACES.
           02 VALOR-RESUMO-VAL  PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       SCREEN SECTION.
       01  TELA.
           02 BLANK SCREEN.
           02 LINE 10 COLUMN 20 VALUE "I M P R I M I N D O . . ."
           REVERSE-VIDEO BLINK.
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT TRFDEP.
           IF FS-TRF NOT = "00"
               DISPLAY "ARQUIVO TRFDEP NAO ENCONTRADO"
               CALL "LOGERRO" USING "RELTRF" "ABERTURA TRFDEP" FS-TRF
               STOP RUN.
           OPEN INPUT ARQMAT.
           IF FS NOT = "00"
               DISPLAY FS "STATUS DO ARQUIVO ARQMAT"
               CALL "LOGERRO" USING "RELTRF" "ABERTURA ARQMAT" FS
               CLOSE TRFDEP
               STOP RUN.
           DISPLAY "EM TRANSITO HA QUANTOS DIAS OU MAIS (0=TODAS):"
                   AT 0805.
           ACCEPT WS-DIAS-LIMITE AT 0852.
           DISPLAY TELA.
           OPEN OUTPUT RELATO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE HOJE-DIA TO DIA-CAB01.
           MOVE HOJE-MES TO MES-CAB01.
           MOVE HOJE-ANO TO ANO-CAB01.
           MOVE HOJE-ANO TO WS-ANO-CALC.
           MOVE HOJE-MES TO WS-MES-CALC.
           MOVE HOJE-DIA TO WS-DIA-CALC.
           PERFORM CONVERTE-PARA-DIAS.
           MOVE WS-DIAS-ABS-CALC TO WS-DIAS-HOJE.
           MOVE "TRANSFERENCIAS EM TRANSITO" TO TITULO-CAB01.
           PERFORM CABECALHO.
           MOVE "N" TO WS-EOF.
           MOVE ZEROS TO TRF-NUMERO.
           START TRFDEP KEY NOT LESS THAN TRF-NUMERO
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-TRANSITO.
           IF WS-EOF = "S"
               GO TO RESUMO-TRANSITO.
           READ TRFDEP NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
                   GO TO RESUMO-TRANSITO.
           IF TRF-STATUS NOT = "T"
               GO TO LER-TRANSITO.
           MOVE TRF-DATA-ENVIO TO WS-DATA-AUX.
           MOVE AUX-ANO TO WS-ANO-CALC.
           MOVE AUX-MES TO WS-MES-CALC.
           MOVE AUX-DIA TO WS-DIA-CALC.
           PERFORM CONVERTE-PARA-DIAS.
           MOVE WS-DIAS-ABS-CALC TO WS-DIAS-ENVIO.
           COMPUTE WS-DIAS-TRANSITO = WS-DIAS-HOJE - WS-DIAS-ENVIO.
           IF WS-DIAS-TRANSITO < WS-DIAS-LIMITE
               GO TO LER-TRANSITO.
           PERFORM LE-ITEM.
           MOVE TRF-NUMERO TO NUMERO-DET.
           MOVE TRF-CODIGO TO CODIGO-DET.
           MOVE FD-NOME TO NOME-DET.
           MOVE TRF-DEP-ORIGEM TO ORIGEM-DET.
           MOVE TRF-DEP-DESTINO TO DESTINO-DET.
           MOVE TRF-QTDE-ENVIADA TO QTDE-DET.
           MOVE AUX-DIA TO ENV-DIA-DET.
           MOVE AUX-MES TO ENV-MES-DET.
           MOVE AUX-ANO TO ENV-ANO-DET.
           MOVE WS-DIAS-TRANSITO TO DIAS-DET.
           MOVE TRF-DOCUMENTO TO DOCUMENTO-DET.
           WRITE REG-RELATO FROM DETALHE BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
           ADD 1 TO WS-TOT-TRANSITO.
           ADD TRF-QTDE-ENVIADA TO WS-QTD-TRANSITO.
           GO TO LER-TRANSITO.
       RESUMO-TRANSITO.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           MOVE "TRANSFERENCIAS EM TRANSITO..:" TO TEXTO-RESUMO.
           MOVE WS-TOT-TRANSITO TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "QUANTIDADE EM TRANSITO......:" TO TEXTO-RESUMO.
           MOVE WS-QTD-TRANSITO TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
       DIVERGENCIAS.
           MOVE "DIVERGENCIAS NO RECEBIMENTO" TO TITULO-CAB01.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 2 LINES.
           PERFORM CABECALHO-DIF.
           MOVE "N" TO WS-EOF.
           MOVE ZEROS TO TRF-NUMERO.
           START TRFDEP KEY NOT LESS THAN TRF-NUMERO
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-DIVERGENCIA.
           IF WS-EOF = "S"
               GO TO RESUMO-DIVERGENCIA.
           READ TRFDEP NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
                   GO TO RESUMO-DIVERGENCIA.
           IF TRF-STATUS NOT = "R"
                   OR TRF-QTDE-RECEBIDA = TRF-QTDE-ENVIADA
               GO TO LER-DIVERGENCIA.
           PERFORM LE-ITEM.
           COMPUTE WS-DIF-QTDE = TRF-QTDE-RECEBIDA - TRF-QTDE-ENVIADA.
           COMPUTE WS-VALOR-DIF ROUNDED = WS-DIF-QTDE * FD-VALOR-UNIT.
           MOVE TRF-NUMERO TO NUMERO-DIF.
           MOVE TRF-CODIGO TO CODIGO-DIF.
           MOVE FD-NOME TO NOME-DIF.
           MOVE TRF-DEP-DESTINO TO DESTINO-DIF.
           MOVE TRF-QTDE-ENVIADA TO ENVIADA-DIF.
           MOVE TRF-QTDE-RECEBIDA TO RECEBIDA-DIF.
           MOVE WS-DIF-QTDE TO QTDE-DIF.
           MOVE WS-VALOR-DIF TO VALOR-DIF.
           MOVE TRF-DATA-RECEB TO WS-DATA-AUX.
           MOVE AUX-DIA TO REC-DIA-DET.
           MOVE AUX-MES TO REC-MES-DET.
           MOVE AUX-ANO TO REC-ANO-DET.
           MOVE TRF-OPER-RECEB TO OPER-DIF.
           WRITE REG-RELATO FROM DETALHE-DIF BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO-DIF.
           ADD 1 TO WS-TOT-DIVERG.
           ADD WS-VALOR-DIF TO WS-TOT-VALOR-DIF.
           GO TO LER-DIVERGENCIA.
       RESUMO-DIVERGENCIA.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           MOVE "RECEBIMENTOS DIVERGENTES....:" TO TEXTO-RESUMO.
           MOVE WS-TOT-DIVERG TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "VALOR LIQUIDO DAS DIFERENCAS:" TO TEXTO-RESUMO-VAL.
           MOVE WS-TOT-VALOR-DIF TO VALOR-RESUMO-VAL.
           WRITE REG-RELATO FROM LINHA-RESUMO-VALOR
               BEFORE ADVANCING 1 LINES.
           CLOSE TRFDEP ARQMAT RELATO.
           DISPLAY "RELATORIO DE TRANSFERENCIAS EMITIDO" AT 2020.
           ACCEPT CONFIRMA AT 2057.
           STOP RUN.
       LE-ITEM.
           MOVE TRF-CODIGO TO CODIGO.
           READ ARQMAT
               INVALID KEY
                   MOVE "** ITEM NAO CADASTRADO **" TO FD-NOME
                   MOVE ZEROS TO FD-VALOR-UNIT
           END-READ.
       VERIFICA-BISSEXTO.
           DIVIDE WS-ANO-CALC BY 4   GIVING RESTO-CALC
                   REMAINDER REM-4-CALC.
           DIVIDE WS-ANO-CALC BY 100 GIVING RESTO-CALC
                   REMAINDER REM-100-CALC.
           DIVIDE WS-ANO-CALC BY 400 GIVING RESTO-CALC
                   REMAINDER REM-400-CALC.
           IF (REM-4-CALC = 0 AND REM-100-CALC NOT = 0)
                   OR REM-400-CALC = 0
               MOVE 'S' TO BISSEXTO-CALC
           ELSE
               MOVE 'N' TO BISSEXTO-CALC
           END-IF.
       CONVERTE-PARA-DIAS.
           COMPUTE ANO-ANT-CALC = WS-ANO-CALC - 1.
           DIVIDE ANO-ANT-CALC BY 4   GIVING QTD-4-CALC
                   REMAINDER RESTO-CALC.
           DIVIDE ANO-ANT-CALC BY 100 GIVING QTD-100-CALC
                   REMAINDER RESTO-CALC.
           DIVIDE ANO-ANT-CALC BY 400 GIVING QTD-400-CALC
                   REMAINDER RESTO-CALC.
           PERFORM VERIFICA-BISSEXTO.
           COMPUTE WS-DIAS-ABS-CALC = (WS-ANO-CALC - 1) * 365
                   + QTD-4-CALC - QTD-100-CALC + QTD-400-CALC
                   + DIAS-ACUM-MES (WS-MES-CALC) + WS-DIA-CALC.
           IF WS-MES-CALC > 2 AND BISSEXTO-CALC = 'S'
               ADD 1 TO WS-DIAS-ABS-CALC
           END-IF.
       CABECALHO.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 3 LINES.
           WRITE REG-RELATO FROM CAB02 BEFORE ADVANCING 2 LINES.
       CABECALHO-DIF.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 3 LINES.
           WRITE REG-RELATO FROM CAB03 BEFORE ADVANCING 2 LINES.
       FIM.
           STOP RUN.
           END PROGRAM RELTRF.
