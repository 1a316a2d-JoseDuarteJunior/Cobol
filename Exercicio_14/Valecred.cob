      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - VENDAS NO BALCAO
      * Tectonics: cobc
      * Objetivo: VALES-CREDITO DE DEVOLUCAO (ARQUIVO VALES, GERADO
      *           PELO DEVOLVE E BAIXADO PELO VENDAS) - CONSULTA DE UM
      *           VALE E RELATORIO DE FECHAMENTO DO MES COM OS VALES
      *           EM ABERTO E OS VENCIDOS COM SALDO NA DATA DE
      *           REFERENCIA, COM OS TOTAIS DE CADA SITUACAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALECRED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VALES ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       VLC-NUMERO
           FILE STATUS      FS-VLC.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD  VALES LABEL RECORD STANDARD
           VALUE OF FILE-ID "VALES".
       01  REG-VALES.
           02 VLC-NUMERO        PIC 9(06).
           02 VLC-CLIENTE       PIC 9(04).
           02 VLC-DATA-EMISSAO  PIC 9(08).
           02 VLC-DATA-VALIDADE PIC 9(08).
           02 VLC-VALOR-ORIG    PIC 9(08)V99.
           02 VLC-SALDO         PIC 9(08)V99.
           02 VLC-STATUS        PIC X(01).
           02 VLC-VENDA-ORIG    PIC 9(06).
           02 VLC-DATA-ULT-USO  PIC 9(08).
           02 VLC-VENDA-ULT-USO PIC 9(06).
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  FS-VLC               PIC X(02) VALUE SPACES.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  FUNCAO               PIC X(02) VALUE SPACES.
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-EOF               PIC X(01) VALUE "N".
       77  WS-OPERADOR          PIC X(03) VALUE SPACES.
       77  WS-NIVEL-EXIGIDO     PIC 9(01) VALUE ZEROS.
       77  WS-AUTORIZADO        PIC X(01) VALUE SPACES.
       77  WS-DATA-REF          PIC 9(08) VALUE ZEROS.
       77  WS-NUMERO-VALE       PIC 9(06) VALUE ZEROS.
       77  WS-QTD-ABERTOS       PIC 9(05) VALUE ZEROS.
       77  WS-QTD-VENCIDOS      PIC 9(05) VALUE ZEROS.
       77  WS-TOT-ABERTO        PIC 9(10)V99 VALUE ZEROS.
       77  WS-TOT-VENCIDO       PIC 9(10)V99 VALUE ZEROS.
       01  WS-DATA.
           02 ANO               PIC 9(02) VALUE ZEROS.
           02 MES               PIC 9(02) VALUE ZEROS.
           02 DIA               PIC 9(02) VALUE ZEROS.
       01  WS-DATA-HOJE.
           02 HOJE-ANO          PIC 9(04) VALUE ZEROS.
           02 HOJE-MES          PIC 9(02) VALUE ZEROS.
           02 HOJE-DIA          PIC 9(02) VALUE ZEROS.
       01  WS-MENSAGENS.
           02 LIMPA-MENSAGEM    PIC X(50) VALUE SPACES.
       01  CAB01.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(06)    VALUE "DATA:".
           02 DATA-CAB01.
               03 DIA-CAB01   PIC 99/ VALUE ZEROS.
               03 MES-CAB01   PIC 99/ VALUE ZEROS.
               03 ANO-CAB01   PIC 9(04) VALUE ZEROS.
           02 FILLER    PIC X(05)     VALUE SPACES.
           02 FILLER    PIC X(32)
           VALUE "VALES-CREDITO COM SALDO EM".
           02 REF-CAB01  PIC 9(08)   VALUE ZEROS.
           02 FILLER    PIC X(02)   VALUE SPACES.
           02 FILLER     PIC X(04)   VALUE "PAG.".
           02 PAG-CAB01  PIC ZZ9     VALUE ZEROS.
       01  CAB02.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(09) VALUE "VALE".
           02 FILLER  PIC X(09) VALUE "CLIENTE".
           02 FILLER  PIC X(10) VALUE "EMISSAO".
           02 FILLER  PIC X(10) VALUE "VALIDADE".
           02 FILLER  PIC X(15) VALUE "VALOR EMITIDO".
           02 FILLER  PIC X(15) VALUE "SALDO".
           02 FILLER  PIC X(12) VALUE "SITUACAO".
       01  DETALHE.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 NUMERO-DET        PIC 9(06) VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 CLIENTE-DET       PIC 9(04) VALUE ZEROS.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 EMISSAO-DET       PIC 9(08) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 VALIDADE-DET      PIC 9(08) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 VALOR-DET         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 SALDO-DET         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 SITUACAO-DET      PIC X(12) VALUE SPACES.
       01  LINHA-RESUMO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TEXTO-RESUMO      PIC X(28) VALUE SPACES.
           02 VALOR-RESUMO      PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       SCREEN SECTION.
       01  TELA1.
            02 BLANK SCREEN.
            02 LINE 01 COLUMN 01 VALUE "DATA:".
            02 LINE 01 COLUMN 24 VALUE "VALES-CREDITO".
            02 LINE 03 COLUMN 01 VALUE "ESCOLHA A FUNCAO: ".
            02 LINE 03 COLUMN 22 VALUE "(CO-RL-FF)".
            02 LINE 05 COLUMN 05 VALUE "CO - CONSULTA UM VALE".
            02 LINE 06 COLUMN 05 VALUE "RL - VALES ABERTOS E VENCIDOS".
            02 LINE 12 COLUMN 01 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR".
           MOVE 1 TO WS-NIVEL-EXIGIDO.
           CALL "AUTORIZA" USING "VALECRED" WS-OPERADOR
                   WS-NIVEL-EXIGIDO WS-AUTORIZADO.
           IF WS-AUTORIZADO NOT = "S"
               DISPLAY "OPERADOR SEM PERFIL PARA ESTE PROGRAMA"
                       AT 2202
               ACCEPT CONFIRMA AT 2242
               STOP RUN.
           OPEN INPUT VALES.
           IF FS-VLC NOT = "00"
               DISPLAY "ARQUIVO VALES NAO ENCONTRADO"
               CALL "LOGERRO" USING "VALECRED" "ABERTURA VALES"
                       FS-VLC
               STOP RUN.
       TELA-1.
           DISPLAY TELA1.
           ACCEPT WS-DATA FROM DATE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY DIA AT 0107 '/' MES '/' ANO.
           MOVE DIA TO DIA-CAB01.
           MOVE MES TO MES-CAB01.
           MOVE HOJE-ANO TO ANO-CAB01.
           ACCEPT FUNCAO AT 0319.
           EVALUATE FUNCAO
               WHEN "CO"
                  GO TO CONSULTA
               WHEN "RL"
                  GO TO RELATORIO
               WHEN "FF"
                  GO TO FIM
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA" AT 1210
                  ACCEPT CONFIRMA AT 1224
                  GO TO TELA-1
           END-EVALUATE.
      *
      *    CO - CONSULTA DE UM VALE-CREDITO
      *
       CONSULTA.
           DISPLAY "NUMERO DO VALE (0=FIM):" AT 0805.
           ACCEPT WS-NUMERO-VALE AT 0829.
           IF WS-NUMERO-VALE = ZEROS
               GO TO TELA-1.
           MOVE WS-NUMERO-VALE TO VLC-NUMERO.
           READ VALES INVALID KEY
               DISPLAY "VALE-CREDITO NAO CADASTRADO" AT 1210
               ACCEPT CONFIRMA AT 1238
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO CONSULTA.
           DISPLAY "CLIENTE..........:" AT 1505.
           DISPLAY VLC-CLIENTE AT 1525.
           DISPLAY "VENDA DE ORIGEM..:" AT 1605.
           DISPLAY VLC-VENDA-ORIG AT 1625.
           DISPLAY "EMISSAO..........:" AT 1705.
           DISPLAY VLC-DATA-EMISSAO AT 1725.
           DISPLAY "VALIDADE.........:" AT 1805.
           DISPLAY VLC-DATA-VALIDADE AT 1825.
           DISPLAY "VALOR EMITIDO....:" AT 1905.
           DISPLAY VLC-VALOR-ORIG AT 1925.
           DISPLAY "SALDO............:" AT 2005.
           DISPLAY VLC-SALDO AT 2025.
           DISPLAY "ULTIMO USO.......:" AT 2105.
           DISPLAY VLC-DATA-ULT-USO AT 2125.
           DISPLAY VLC-VENDA-ULT-USO AT 2135.
           MOVE WS-DATA-HOJE TO WS-DATA-REF.
           PERFORM CLASSIFICA-VALE.
           DISPLAY SITUACAO-DET AT 1210.
           ACCEPT CONFIRMA AT 1224.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           GO TO TELA-1.
      *
      *    RL - VALES COM SALDO NA DATA DE REFERENCIA
      *
       RELATORIO.
           DISPLAY "DATA DE REFERENCIA (AAAAMMDD, 0=HOJE):" AT 0805.
           ACCEPT WS-DATA-REF AT 0844.
           IF WS-DATA-REF = ZEROS
               MOVE WS-DATA-HOJE TO WS-DATA-REF.
           DISPLAY LIMPA-MENSAGEM AT 0805.
           MOVE ZEROS TO CT-PAG WS-QTD-ABERTOS WS-QTD-VENCIDOS.
           MOVE ZEROS TO WS-TOT-ABERTO WS-TOT-VENCIDO.
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO VLC-NUMERO.
           START VALES KEY NOT LESS THAN VLC-NUMERO
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-RELATORIO.
           IF WS-EOF = "S"
               GO TO FIM-RELATORIO.
           READ VALES NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
                   GO TO FIM-RELATORIO.
           IF VLC-SALDO = ZEROS OR VLC-STATUS NOT = "A"
               GO TO LER-RELATORIO.
           IF VLC-DATA-EMISSAO > WS-DATA-REF
               GO TO LER-RELATORIO.
           PERFORM CLASSIFICA-VALE.
           IF SITUACAO-DET = "VENCIDO"
               ADD 1 TO WS-QTD-VENCIDOS
               ADD VLC-SALDO TO WS-TOT-VENCIDO
           ELSE
               ADD 1 TO WS-QTD-ABERTOS
               ADD VLC-SALDO TO WS-TOT-ABERTO.
           MOVE VLC-NUMERO TO NUMERO-DET.
           MOVE VLC-CLIENTE TO CLIENTE-DET.
           MOVE VLC-DATA-EMISSAO TO EMISSAO-DET.
           MOVE VLC-DATA-VALIDADE TO VALIDADE-DET.
           MOVE VLC-VALOR-ORIG TO VALOR-DET.
           MOVE VLC-SALDO TO SALDO-DET.
           WRITE REG-RELATO FROM DETALHE BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
           GO TO LER-RELATORIO.
       FIM-RELATORIO.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           MOVE "VALES EM ABERTO............:" TO TEXTO-RESUMO.
           MOVE WS-QTD-ABERTOS TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "SALDO EM ABERTO............:" TO TEXTO-RESUMO.
           MOVE WS-TOT-ABERTO TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "VALES VENCIDOS COM SALDO...:" TO TEXTO-RESUMO.
           MOVE WS-QTD-VENCIDOS TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "SALDO VENCIDO..............:" TO TEXTO-RESUMO.
           MOVE WS-TOT-VENCIDO TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           CLOSE RELATO.
           DISPLAY "RELATORIO DE VALES IMPRESSO" AT 1210.
           ACCEPT CONFIRMA AT 1238.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           GO TO TELA-1.
       CLASSIFICA-VALE.
           EVALUATE TRUE
               WHEN VLC-STATUS = "U" OR VLC-SALDO = ZEROS
                   MOVE "UTILIZADO" TO SITUACAO-DET
               WHEN VLC-STATUS = "E"
                   MOVE "ESTORNADO" TO SITUACAO-DET
               WHEN VLC-DATA-VALIDADE < WS-DATA-REF
                   MOVE "VENCIDO" TO SITUACAO-DET
               WHEN OTHER
                   MOVE "EM ABERTO" TO SITUACAO-DET
           END-EVALUATE.
       CABECALHO.
           MOVE WS-DATA-REF TO REF-CAB01.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 3 LINES.
           WRITE REG-RELATO FROM CAB02 BEFORE ADVANCING 2 LINES.
       FIM.
           DISPLAY "FIM DO PROCESSAMENTO " AT 1210.
           CLOSE VALES.
           STOP RUN.
           END PROGRAM VALECRED.
