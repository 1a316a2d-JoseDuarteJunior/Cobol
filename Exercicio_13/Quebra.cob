      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - CONTROLE DE ESTOQUE
      * Tectonics: cobc
      * Objetivo: ANALISE DE QUEBRAS DE ESTOQUE - A PARTIR DO HISTORICO
      *           DE CONTAGENS CONTHIS (GRAVADO PELO AP DO INVENTAR)
      *           E DAS SAIDAS DO MOVEST, IMPRIME POR ITEM E DEPOSITO
      *           CONTADO A QUANTIDADE E O VALOR ACUMULADOS DAS FALTAS,
      *           A QUEBRA EM PERCENTUAL DAS SAIDAS DO PERIODO E O
      *           NUMERO DE CONTAGENS COM FALTA. ITEM COM FALTA EM
      *           TANTAS CONTAGENS QUANTO O LIMITE INFORMADO SAI COMO
      *           REINCIDENTE E PODE SER PASSADO PARA A CLASSE A DO
      *           CICLOABC (CONTAGEM MENSAL NO GC DO INVENTAR).
      * Obs: DEPOSITO 00 = CONTAGEM GERAL DO ITEM, COMPARADA COM AS
      *      SAIDAS DE TODOS OS DEPOSITOS. AS SAIDAS DE AJUSTE DE
      *      INVENTARIO NAO CONTAM COMO SAIDA. QUEBRA SEM SAIDA NO
      *      PERIODO SAI COM 999,9%.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUEBRA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTHIS ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       CNH-CHAVE
           FILE STATUS      FS-CNH.
           SELECT MOVEST ASSIGN TO "MOVEST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-MOV.
           SELECT ARQMAT ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       FD-CODIGO
           FILE STATUS      FS.
           SELECT CICLOABC ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       CIC-CODIGO
           FILE STATUS      FS-CIC.
           SELECT SORQBR ASSIGN TO DISK
           SORT STATUS IS ST.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTHIS LABEL RECORD STANDARD
           VALUE OF FILE-ID "CONTHIS".
       01  REG-CONTHIS.
           02 CNH-CHAVE.
               03 CNH-CODIGO    PIC 9(05).
               03 CNH-DATA      PIC 9(08).
               03 CNH-DEPOSITO  PIC 9(02).
           02 CNH-QTDE-LIVRO    PIC S9(04).
           02 CNH-QTDE-CONTADA  PIC S9(04).
           02 CNH-DIFERENCA     PIC S9(05).
           02 CNH-CUSTO-UNIT    PIC S9(07)V99.
           02 CNH-VALOR-DIFER   PIC S9(08)V99.
           02 CNH-MOTIVO        PIC 9(02).
           02 CNH-OPERADOR      PIC X(03).
       FD  MOVEST
           LABEL RECORD IS OMITTED.
       01  REG-MOVEST.
           02 MOV-DATA          PIC 9(08).
           02 FILLER            PIC X VALUE SPACE.
           02 MOV-CODIGO        PIC 9(05).
           02 FILLER            PIC X VALUE SPACE.
           02 MOV-TIPO          PIC X(01).
           02 FILLER            PIC X VALUE SPACE.
           02 MOV-QTDE          PIC 9(04).
           02 FILLER            PIC X VALUE SPACE.
           02 MOV-DOCUMENTO     PIC X(08).
           02 FILLER            PIC X VALUE SPACE.
           02 MOV-SALDO         PIC -9(04).
           02 FILLER            PIC X VALUE SPACE.
           02 MOV-DEPOSITO      PIC 9(02).
           02 FILLER            PIC X VALUE SPACE.
           02 MOV-CCUSTO        PIC 9(03).
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
       FD  CICLOABC LABEL RECORD STANDARD
           VALUE OF FILE-ID "CICLOABC".
       01  REG-CICLOABC.
           02 CIC-CODIGO        PIC 9(05).
           02 CIC-CLASSE        PIC X(01).
           02 CIC-DATA-CONTAGEM PIC 9(08).
       SD  SORQBR VALUE OF FILE-ID IS "SORQBR".
       01  REG-SORQBR.
           02 SOR-CODIGO        PIC 9(05).
           02 SOR-DEPOSITO      PIC 9(02).
      *    H - CONTAGEM DO CONTHIS   M - SAIDA DO MOVEST
           02 SOR-ORIGEM        PIC X(01).
           02 SOR-QTDE-SAIDA    PIC 9(04).
           02 SOR-DIFERENCA     PIC S9(05).
           02 SOR-VALOR         PIC S9(08)V99.
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  FS-CNH               PIC X(02) VALUE SPACES.
       77  FS-MOV               PIC X(02) VALUE SPACES.
       77  FS                   PIC X(02) VALUE SPACES.
       77  FS-CIC               PIC X(02) VALUE SPACES.
       77  ST                   PIC 9(02) VALUE ZEROS.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-EOF               PIC X(01) VALUE "N".
       77  WS-DATA-INICIAL      PIC 9(08) VALUE ZEROS.
       77  WS-LIMITE            PIC 9(02) VALUE ZEROS.
       77  WS-PROMOVE           PIC X(01) VALUE "N".
       77  WS-TEM-GRUPO         PIC X(01) VALUE "N".
       77  WS-CODIGO-ANT        PIC 9(05) VALUE ZEROS.
       77  WS-DEPOSITO-ANT      PIC 9(02) VALUE ZEROS.
       77  WS-CONTAGENS         PIC 9(03) VALUE ZEROS.
       77  WS-CONT-FALTA        PIC 9(03) VALUE ZEROS.
       77  WS-QTDE-FALTA        PIC 9(06) VALUE ZEROS.
       77  WS-VALOR-FALTA       PIC 9(09)V99 VALUE ZEROS.
       77  WS-QTDE-SAIDAS       PIC 9(07) VALUE ZEROS.
       77  WS-PERCENTUAL        PIC 9(03)V9 VALUE ZEROS.
       77  WS-LINHAS            PIC 9(05) VALUE ZEROS.
       77  WS-REINCIDENTES      PIC 9(05) VALUE ZEROS.
       77  WS-PROMOVIDOS        PIC 9(05) VALUE ZEROS.
       77  WS-TOT-QTDE-FALTA    PIC 9(07) VALUE ZEROS.
       77  WS-TOT-VALOR-FALTA   PIC 9(11)V99 VALUE ZEROS.
       01  WS-DATA.
           02 ANO               PIC 9(02) VALUE ZEROS.
           02 MES               PIC 9(02) VALUE ZEROS.
           02 DIA               PIC 9(02) VALUE ZEROS.
       01  WS-DATA-HOJE.
           02 HOJE-ANO          PIC 9(04) VALUE ZEROS.
           02 HOJE-MES          PIC 9(02) VALUE ZEROS.
           02 HOJE-DIA          PIC 9(02) VALUE ZEROS.
       01  CAB01.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(06)    VALUE "DATA:".
           02 DATA-CAB01.
               03 DIA-CAB01   PIC 99/ VALUE ZEROS.
               03 MES-CAB01   PIC 99/ VALUE ZEROS.
               03 ANO-CAB01   PIC 9(04)  VALUE ZEROS.
           02 FILLER    PIC X(07)     VALUE SPACES.
           02 FILLER    PIC X(36)
           VALUE "QUEBRAS DE ESTOQUE NAS CONTAGENS DE".
           02 DATA-INI-CAB01 PIC 9(08) VALUE ZEROS.
           02 FILLER     PIC X(05)   VALUE SPACES.
           02 FILLER     PIC X(04)   VALUE "PAG.".
           02 PAG-CAB01  PIC ZZ9     VALUE ZEROS.
       01  CAB02.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(07) VALUE "ITEM".
           02 FILLER  PIC X(27) VALUE "NOME".
           02 FILLER  PIC X(05) VALUE "DEP".
           02 FILLER  PIC X(06) VALUE "CONT.".
           02 FILLER  PIC X(08) VALUE "C/FALTA".
           02 FILLER  PIC X(08) VALUE "QTDE".
           02 FILLER  PIC X(15) VALUE "VALOR FALTA".
           02 FILLER  PIC X(09) VALUE "SAIDAS".
           02 FILLER  PIC X(09) VALUE "% QUEBRA".
           02 FILLER  PIC X(11) VALUE "ALERTA".
       01  DETALHE.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 CODIGO-DET        PIC 9(05) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 NOME-DET          PIC X(25) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 DEPOSITO-DET      PIC 99 VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 CONTAGENS-DET     PIC ZZ9 VALUE ZEROS.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FALTAS-DET        PIC ZZ9 VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 QTDE-DET          PIC ZZZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 VALOR-DET         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 SAIDAS-DET        PIC ZZZZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 PERC-DET          PIC ZZ9,9 VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 ALERTA-DET        PIC X(11) VALUE SPACES.
       01  LINHA-RESUMO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TEXTO-RESUMO      PIC X(30) VALUE SPACES.
           02 VALOR-RESUMO      PIC ZZZZZZ9 VALUE ZEROS.
       01  LINHA-VALOR.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TEXTO-VALOR       PIC X(30) VALUE SPACES.
           02 VALOR-MASK        PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       SCREEN SECTION.
       01  TELA1.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 22 VALUE "ANALISE DE QUEBRAS DE ESTOQUE".
           02 LINE 03 COLUMN 02
           VALUE "CONTAGENS A PARTIR DE (AAAAMMDD)..>".
           02 LINE 04 COLUMN 02
           VALUE "CONTAGENS COM FALTA P/ ALERTA.....>".
           02 LINE 05 COLUMN 02
           VALUE "REINCIDENTES P/ CLASSE A (S/N)....>".
           02 LINE 10 COLUMN 02 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY TELA1.
           ACCEPT WS-DATA-INICIAL AT 0338.
           ACCEPT WS-LIMITE AT 0438.
           IF WS-LIMITE = ZEROS
               MOVE 2 TO WS-LIMITE.
           ACCEPT WS-PROMOVE AT 0538.
           IF WS-PROMOVE = "s"
               MOVE "S" TO WS-PROMOVE.
           OPEN INPUT CONTHIS.
           IF FS-CNH NOT = "00"
               DISPLAY "NAO HA HISTORICO DE CONTAGENS" AT 1013
               CALL "LOGERRO" USING "QUEBRA" "ABERTURA CONTHIS" FS-CNH
               ACCEPT CONFIRMA AT 1044
               STOP RUN.
           OPEN INPUT ARQMAT.
           IF FS NOT = "00"
               DISPLAY "ARQUIVO ARQMAT NAO ENCONTRADO" AT 1013
               CALL "LOGERRO" USING "QUEBRA" "ABERTURA ARQMAT" FS
               ACCEPT CONFIRMA AT 1044
               STOP RUN.
           IF WS-PROMOVE = "S"
               PERFORM ABRE-CICLOABC.
           SORT SORQBR ASCENDING KEY SOR-CODIGO SOR-DEPOSITO
               INPUT PROCEDURE ENTRADA
               OUTPUT PROCEDURE SAIDA.
           CLOSE CONTHIS ARQMAT.
           IF WS-PROMOVE = "S"
               CLOSE CICLOABC.
           STOP RUN.
       ABRE-CICLOABC.
           OPEN I-O CICLOABC.
           IF FS-CIC NOT = "00"
               IF FS-CIC = "35"
                   CLOSE CICLOABC OPEN OUTPUT CICLOABC CLOSE CICLOABC
                   OPEN I-O CICLOABC
               ELSE
                   DISPLAY FS-CIC "STATUS DO ARQUIVO CICLOABC" AT 1013
                   CALL "LOGERRO" USING "QUEBRA" "ABERTURA CICLOABC"
                           FS-CIC
                   STOP RUN
           END-IF.
       ENTRADA SECTION.
       INI-ENTRADA.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO CNH-CHAVE.
           START CONTHIS KEY NOT LESS THAN CNH-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-HISTORICO.
           IF WS-EOF = "S"
               GO TO ABRE-MOVEST.
           READ CONTHIS NEXT RECORD AT END
               GO TO ABRE-MOVEST.
           IF CNH-DATA < WS-DATA-INICIAL
               GO TO LER-HISTORICO.
           MOVE CNH-CODIGO TO SOR-CODIGO.
           MOVE CNH-DEPOSITO TO SOR-DEPOSITO.
           MOVE "H" TO SOR-ORIGEM.
           MOVE ZEROS TO SOR-QTDE-SAIDA.
           MOVE CNH-DIFERENCA TO SOR-DIFERENCA.
           MOVE CNH-VALOR-DIFER TO SOR-VALOR.
           PERFORM LIBERA-SORT.
           GO TO LER-HISTORICO.
      *    CADA SAIDA ENTRA NO SEU DEPOSITO E NO 00 (CONTAGEM GERAL)
       ABRE-MOVEST.
           OPEN INPUT MOVEST.
           IF FS-MOV NOT = "00"
               CLOSE MOVEST
               GO TO FIM-ENTRADA.
       LER-MOVEST.
           READ MOVEST AT END
               CLOSE MOVEST
               GO TO FIM-ENTRADA.
           IF MOV-TIPO = "E" OR MOV-DATA < WS-DATA-INICIAL
               GO TO LER-MOVEST.
           IF MOV-DOCUMENTO (1:6) = "AJUSTE"
               GO TO LER-MOVEST.
           MOVE MOV-CODIGO TO SOR-CODIGO.
           MOVE "M" TO SOR-ORIGEM.
           MOVE MOV-QTDE TO SOR-QTDE-SAIDA.
           MOVE ZEROS TO SOR-DIFERENCA SOR-VALOR.
           MOVE ZEROS TO SOR-DEPOSITO.
           PERFORM LIBERA-SORT.
           IF MOV-DEPOSITO NOT = ZEROS
               MOVE MOV-DEPOSITO TO SOR-DEPOSITO
               PERFORM LIBERA-SORT.
           GO TO LER-MOVEST.
       LIBERA-SORT.
           RELEASE REG-SORQBR.
           IF ST NOT = "00"
               DISPLAY "ERRO NO SORT" AT 1013
               CALL "LOGERRO" USING "QUEBRA" "SORT ENTRADA" ST
               STOP RUN.
       FIM-ENTRADA.
           EXIT.
       SAIDA SECTION.
       INI-SAIDA.
           ACCEPT WS-DATA FROM DATE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE DIA TO DIA-CAB01.
           MOVE MES TO MES-CAB01.
           MOVE HOJE-ANO TO ANO-CAB01.
           MOVE WS-DATA-INICIAL TO DATA-INI-CAB01.
           MOVE ZEROS TO CT-PAG WS-LINHAS WS-REINCIDENTES WS-PROMOVIDOS
                   WS-TOT-QTDE-FALTA WS-TOT-VALOR-FALTA.
           MOVE "N" TO WS-TEM-GRUPO.
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO.
       LER-SAIDA.
           RETURN SORQBR AT END GO TO FIM-SAIDA.
           IF WS-TEM-GRUPO = "N" OR SOR-CODIGO NOT = WS-CODIGO-ANT
                   OR SOR-DEPOSITO NOT = WS-DEPOSITO-ANT
               PERFORM FECHA-GRUPO
               PERFORM ABRE-GRUPO.
           IF SOR-ORIGEM = "M"
               ADD SOR-QTDE-SAIDA TO WS-QTDE-SAIDAS
               GO TO LER-SAIDA.
           ADD 1 TO WS-CONTAGENS.
           IF SOR-DIFERENCA < ZEROS
               ADD 1 TO WS-CONT-FALTA
               SUBTRACT SOR-DIFERENCA FROM WS-QTDE-FALTA
               SUBTRACT SOR-VALOR FROM WS-VALOR-FALTA.
           GO TO LER-SAIDA.
       ABRE-GRUPO.
           MOVE "S" TO WS-TEM-GRUPO.
           MOVE SOR-CODIGO TO WS-CODIGO-ANT.
           MOVE SOR-DEPOSITO TO WS-DEPOSITO-ANT.
           MOVE ZEROS TO WS-CONTAGENS WS-CONT-FALTA WS-QTDE-FALTA
                   WS-VALOR-FALTA WS-QTDE-SAIDAS.
      *    SO SAI NO RELATORIO ITEM/DEPOSITO QUE TEVE CONTAGEM
       FECHA-GRUPO.
           IF WS-TEM-GRUPO = "S" AND WS-CONTAGENS > ZEROS
               PERFORM IMPRIME-GRUPO.
       IMPRIME-GRUPO.
           MOVE WS-CODIGO-ANT TO CODIGO CODIGO-DET.
           READ ARQMAT INVALID KEY
               MOVE "** ITEM NAO CADASTRADO **" TO FD-NOME.
           MOVE FD-NOME TO NOME-DET.
           MOVE WS-DEPOSITO-ANT TO DEPOSITO-DET.
           MOVE WS-CONTAGENS TO CONTAGENS-DET.
           MOVE WS-CONT-FALTA TO FALTAS-DET.
           MOVE WS-QTDE-FALTA TO QTDE-DET.
           MOVE WS-VALOR-FALTA TO VALOR-DET.
           MOVE WS-QTDE-SAIDAS TO SAIDAS-DET.
           MOVE ZEROS TO WS-PERCENTUAL.
           IF WS-QTDE-FALTA > ZEROS
               IF WS-QTDE-SAIDAS = ZEROS
                   MOVE 999,9 TO WS-PERCENTUAL
               ELSE
                   COMPUTE WS-PERCENTUAL ROUNDED =
                       (WS-QTDE-FALTA * 100) / WS-QTDE-SAIDAS
                       ON SIZE ERROR MOVE 999,9 TO WS-PERCENTUAL
                   END-COMPUTE
               END-IF
           END-IF.
           MOVE WS-PERCENTUAL TO PERC-DET.
           MOVE SPACES TO ALERTA-DET.
           IF WS-CONT-FALTA NOT < WS-LIMITE
               MOVE "REINCIDENTE" TO ALERTA-DET
               ADD 1 TO WS-REINCIDENTES
               IF WS-PROMOVE = "S"
                   PERFORM PROMOVE-CLASSE-A
               END-IF
           END-IF.
           WRITE REG-RELATO FROM DETALHE BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
           ADD 1 TO WS-LINHAS.
           ADD WS-QTDE-FALTA TO WS-TOT-QTDE-FALTA.
           ADD WS-VALOR-FALTA TO WS-TOT-VALOR-FALTA.
      *    REINCIDENTE PASSA A SER CONTADO TODO MES (CLASSE A); A DATA
      *    DA ULTIMA CONTAGEM NAO MUDA
       PROMOVE-CLASSE-A.
           MOVE WS-CODIGO-ANT TO CIC-CODIGO.
           READ CICLOABC
               INVALID KEY
                   MOVE "A" TO CIC-CLASSE
                   MOVE ZEROS TO CIC-DATA-CONTAGEM
                   WRITE REG-CICLOABC INVALID KEY
                       CALL "LOGERRO" USING "QUEBRA"
                               "GRAVACAO CICLOABC" FS-CIC
                       STOP RUN
                   END-WRITE
                   ADD 1 TO WS-PROMOVIDOS
               NOT INVALID KEY
                   IF CIC-CLASSE NOT = "A"
                       MOVE "A" TO CIC-CLASSE
                       REWRITE REG-CICLOABC INVALID KEY
                           CALL "LOGERRO" USING "QUEBRA"
                                   "REGRAVA CICLOABC" FS-CIC
                           STOP RUN
                       END-REWRITE
                       ADD 1 TO WS-PROMOVIDOS
                   END-IF
           END-READ.
       CABECALHO.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 3 LINES.
           WRITE REG-RELATO FROM CAB02 BEFORE ADVANCING 2 LINES.
       FIM-SAIDA.
           PERFORM FECHA-GRUPO.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           MOVE "ITENS/DEPOSITOS CONTADOS....:" TO TEXTO-RESUMO.
           MOVE WS-LINHAS TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "REINCIDENTES................:" TO TEXTO-RESUMO.
           MOVE WS-REINCIDENTES TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           IF WS-PROMOVE = "S"
               MOVE "PASSADOS PARA A CLASSE A....:" TO TEXTO-RESUMO
               MOVE WS-PROMOVIDOS TO VALOR-RESUMO
               WRITE REG-RELATO FROM LINHA-RESUMO
                   BEFORE ADVANCING 1 LINES
               END-WRITE
           END-IF.
           MOVE "QUANTIDADE EM FALTA.........:" TO TEXTO-RESUMO.
           MOVE WS-TOT-QTDE-FALTA TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "VALOR DAS FALTAS............:" TO TEXTO-VALOR.
           MOVE WS-TOT-VALOR-FALTA TO VALOR-MASK.
           WRITE REG-RELATO FROM LINHA-VALOR BEFORE ADVANCING 1 LINES.
           CLOSE RELATO.
           DISPLAY "ANALISE DE QUEBRAS IMPRESSA" AT 1013.
           ACCEPT CONFIRMA AT 1042.
       EXIT-SAIDA.
           EXIT.
       END PROGRAM QUEBRA.
