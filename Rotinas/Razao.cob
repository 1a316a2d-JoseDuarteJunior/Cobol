      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - ROTINA COMUM
      * Tectonics: cobc
      * Objetivo: RAZAO E BALANCETE SOBRE O HISTORICO DE LANCAMENTOS
      *           LIBERADOS (LANCHIST, GRAVADO PELO CONTABIL).
      *           RZ - RAZAO POR CONTA NO PERIODO: SALDO ANTERIOR,
      *                LANCAMENTOS COM SALDO ACUMULADO E SALDO FINAL.
      *           BL - BALANCETE DE VERIFICACAO DA COMPETENCIA: SALDO
      *                ANTERIOR, DEBITOS, CREDITOS E SALDO ATUAL DE
      *                CADA CONTA, PROVANDO DEBITOS IGUAL A CREDITOS.
      * Obs: SALDO IMPRESSO EM VALOR ABSOLUTO COM D (DEVEDOR) OU C
      *      (CREDOR). NOMES DAS CONTAS DO PLANO DE CONTAS (PLANOCTA).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAZAO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LANCHIST ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       LCH-CHAVE
           FILE STATUS      FS-LCH.
           SELECT PLANOCTA ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       PCT-CONTA
           FILE STATUS      FS-PCT.
           SELECT SORRAZ ASSIGN TO DISK
           SORT STATUS IS ST.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD  LANCHIST LABEL RECORD STANDARD
           VALUE OF FILE-ID "LANCHIST".
       01  REG-LANCHIST.
           02 LCH-CHAVE.
               03 LCH-COMPETENCIA PIC 9(06).
               03 LCH-ORIGEM      PIC X(08).
               03 LCH-SEQ         PIC 9(04).
           02 LCH-DATA          PIC 9(08).
           02 LCH-CONTA-DEB     PIC X(08).
           02 LCH-CONTA-CRE     PIC X(08).
           02 LCH-VALOR         PIC 9(11)V99.
           02 LCH-HISTORICO     PIC X(30).
           02 LCH-DATA-LIBERACAO PIC 9(08).
       FD  PLANOCTA LABEL RECORD STANDARD
           VALUE OF FILE-ID "PLANOCTA".
       01  REG-PLANOCTA.
           02 PCT-CONTA         PIC X(08).
           02 PCT-DESCRICAO     PIC X(30).
           02 PCT-TIPO          PIC X(01).
           02 PCT-NATUREZA      PIC X(01).
       SD  SORRAZ VALUE OF FILE-ID IS "SORRAZ".
       01  REG-SORRAZ.
           02 SOR-CONTA         PIC X(08).
           02 SOR-COMPETENCIA   PIC 9(06).
           02 SOR-DATA          PIC 9(08).
           02 SOR-DC            PIC X(01).
           02 SOR-CONTRA        PIC X(08).
           02 SOR-VALOR         PIC 9(11)V99.
           02 SOR-HISTORICO     PIC X(30).
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  FS-LCH               PIC X(02) VALUE SPACES.
       77  FS-PCT               PIC X(02) VALUE SPACES.
       77  ST                   PIC 9(02) VALUE ZEROS.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  FUNCAO               PIC X(02) VALUE SPACES.
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-PCT-DISPONIVEL    PIC X(01) VALUE "N".
       77  WS-COMP-INI          PIC 9(06) VALUE ZEROS.
       77  WS-COMP-FIM          PIC 9(06) VALUE ZEROS.
       77  WS-MES-TESTE         PIC 9(02) VALUE ZEROS.
       77  WS-ANO-TESTE         PIC 9(04) VALUE ZEROS.
       77  WS-CONTA-FILTRO      PIC X(08) VALUE SPACES.
       77  WS-CONTA-ANT         PIC X(08) VALUE SPACES.
       77  WS-NOME-CONTA        PIC X(30) VALUE SPACES.
       77  WS-TEM-CONTA         PIC X(01) VALUE "N".
       77  WS-CONTA-IMPRESSA    PIC X(01) VALUE "N".
       77  WS-QTDE-CONTAS       PIC 9(05) VALUE ZEROS.
       77  WS-SALDO-ANT         PIC S9(12)V99 VALUE ZEROS.
       77  WS-SALDO             PIC S9(12)V99 VALUE ZEROS.
       77  WS-DEB-CONTA         PIC 9(12)V99 VALUE ZEROS.
       77  WS-CRE-CONTA         PIC 9(12)V99 VALUE ZEROS.
       77  WS-TOT-DEBITOS       PIC 9(12)V99 VALUE ZEROS.
       77  WS-TOT-CREDITOS      PIC 9(12)V99 VALUE ZEROS.
       77  WS-TOT-SALDO-DEV     PIC 9(12)V99 VALUE ZEROS.
       77  WS-TOT-SALDO-CRE     PIC 9(12)V99 VALUE ZEROS.
       77  WS-SALDO-CALC        PIC S9(12)V99 VALUE ZEROS.
       77  WS-SALDO-ABS         PIC 9(12)V99 VALUE ZEROS.
       77  WS-SALDO-DC          PIC X(01) VALUE SPACE.
       01  WS-DATA-HOJE.
           02 HOJE-ANO          PIC 9(04) VALUE ZEROS.
           02 HOJE-MES          PIC 9(02) VALUE ZEROS.
           02 HOJE-DIA          PIC 9(02) VALUE ZEROS.
       01  WS-DATA-LANC.
           02 LANC-ANO          PIC 9(04) VALUE ZEROS.
           02 LANC-MES          PIC 9(02) VALUE ZEROS.
           02 LANC-DIA          PIC 9(02) VALUE ZEROS.
       01  WS-MENSAGENS.
           02 LIMPA-LINHA       PIC X(50) VALUE SPACES.
       01  CAB01.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(06)    VALUE "DATA:".
           02 DATA-CAB01.
               03 DIA-CAB01   PIC 99/ VALUE ZEROS.
               03 MES-CAB01   PIC 99/ VALUE ZEROS.
               03 ANO-CAB01   PIC 9(04) VALUE ZEROS.
           02 FILLER    PIC X(05)     VALUE SPACES.
           02 TITULO-CAB01 PIC X(50)  VALUE SPACES.
           02 FILLER    PIC X(04)   VALUE "PAG.".
           02 PAG-CAB01  PIC ZZ9     VALUE ZEROS.
       01  CAB02-RAZAO.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(12) VALUE "DATA".
           02 FILLER  PIC X(10) VALUE "CONTRAP.".
           02 FILLER  PIC X(32) VALUE "HISTORICO".
           02 FILLER  PIC X(19) VALUE "           DEBITO".
           02 FILLER  PIC X(19) VALUE "          CREDITO".
           02 FILLER  PIC X(20) VALUE "             SALDO".
       01  CAB02-BALANCETE.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(10) VALUE "CONTA".
           02 FILLER  PIC X(27) VALUE "DESCRICAO".
           02 FILLER  PIC X(21) VALUE "     SALDO ANTERIOR".
           02 FILLER  PIC X(19) VALUE "          DEBITOS".
           02 FILLER  PIC X(19) VALUE "         CREDITOS".
           02 FILLER  PIC X(20) VALUE "        SALDO ATUAL".
       01  LINHA-CONTA.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(07) VALUE "CONTA:".
           02 CONTA-LIN         PIC X(08) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 NOME-CONTA-LIN    PIC X(30) VALUE SPACES.
       01  LINHA-SALDO.
           02 FILLER            PIC X(26) VALUE SPACES.
           02 TEXTO-SALDO       PIC X(32) VALUE SPACES.
           02 DEB-SALDO         PIC ZZZ.ZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 CRE-SALDO         PIC ZZZ.ZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 VALOR-SALDO       PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 DC-SALDO          PIC X(01) VALUE SPACES.
       01  DETALHE-RAZAO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 DATA-DET.
               03 DIA-DET       PIC 99/ VALUE ZEROS.
               03 MES-DET       PIC 99/ VALUE ZEROS.
               03 ANO-DET       PIC 9(04) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 CONTRA-DET        PIC X(08) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 HISTORICO-DET     PIC X(30) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 DEB-DET           PIC ZZZ.ZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 CRE-DET           PIC ZZZ.ZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 SALDO-DET         PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 DC-DET            PIC X(01) VALUE SPACES.
       01  DETALHE-BALANCETE.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 CONTA-BAL         PIC X(08) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 NOME-BAL          PIC X(25) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 ANT-BAL           PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 DC-ANT-BAL        PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 DEB-BAL           PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 CRE-BAL           PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 ATU-BAL           PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 DC-ATU-BAL        PIC X(01) VALUE SPACES.
       01  LINHA-BALANCO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TEXTO-BALANCO     PIC X(24) VALUE SPACES.
           02 DEB-TOT-MASK      PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 CRE-TOT-MASK      PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 BALANCO-MASK      PIC X(14) VALUE SPACES.
       01  LINHA-QTDE.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(24) VALUE "CONTAS MOVIMENTADAS:".
           02 QTDE-TOT          PIC ZZZZ9 VALUE ZEROS.
       SCREEN SECTION.
       01  TELA1.
            02 BLANK SCREEN.
            02 LINE 01 COLUMN 22 VALUE "RAZAO E BALANCETE".
            02 LINE 03 COLUMN 01 VALUE "ESCOLHA A FUNCAO: ".
            02 LINE 03 COLUMN 22 VALUE "(RZ-BL-FF)".
            02 LINE 05 COLUMN 05 VALUE "RZ - RAZAO POR CONTA".
            02 LINE 06 COLUMN 05 VALUE "BL - BALANCETE DO MES".
            02 LINE 12 COLUMN 01 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT PLANOCTA.
           IF FS-PCT = "00"
               MOVE "S" TO WS-PCT-DISPONIVEL
           ELSE
               MOVE "N" TO WS-PCT-DISPONIVEL
               CLOSE PLANOCTA.
       TELA-1.
           DISPLAY TELA1.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE HOJE-DIA TO DIA-CAB01.
           MOVE HOJE-MES TO MES-CAB01.
           MOVE HOJE-ANO TO ANO-CAB01.
           ACCEPT FUNCAO AT 0319.
           EVALUATE FUNCAO
               WHEN "RZ"
                  GO TO RAZAO-CONTAS
               WHEN "BL"
                  GO TO BALANCETE
               WHEN "FF"
                  GO TO FIM
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA" AT 1211
                  ACCEPT CONFIRMA AT 1226
                  GO TO TELA-1
           END-EVALUATE.
      *    RZ - RAZAO DAS CONTAS ENTRE DUAS COMPETENCIAS
       RAZAO-CONTAS.
           DISPLAY "COMPETENCIA INICIAL (AAAAMM)..>" AT 0805.
           ACCEPT WS-COMP-INI AT 0837.
           IF WS-COMP-INI = ZEROS
               GO TO TELA-1.
           MOVE WS-COMP-INI TO WS-COMP-FIM.
           DISPLAY "COMPETENCIA FINAL (AAAAMM)....>" AT 0905.
           DISPLAY WS-COMP-FIM AT 0937.
           ACCEPT WS-COMP-FIM AT 0937.
           DISPLAY "CONTA (BRANCO = TODAS)........>" AT 1005.
           MOVE SPACES TO WS-CONTA-FILTRO.
           ACCEPT WS-CONTA-FILTRO AT 1037.
           PERFORM VALIDA-PERIODO THRU FIM-VALIDA-PERIODO.
           IF WS-COMP-INI = ZEROS
               GO TO TELA-1.
           MOVE "RAZAO CONTABIL - COMPETENCIAS" TO TITULO-CAB01.
           MOVE WS-COMP-INI TO TITULO-CAB01 (31:6).
           MOVE "A" TO TITULO-CAB01 (38:1).
           MOVE WS-COMP-FIM TO TITULO-CAB01 (40:6).
           PERFORM ORDENA-LANCAMENTOS.
           DISPLAY "RAZAO IMPRESSO" AT 1211.
           ACCEPT CONFIRMA AT 1226.
           GO TO TELA-1.
      *    BL - BALANCETE DE VERIFICACAO DE UMA COMPETENCIA
       BALANCETE.
           DISPLAY "COMPETENCIA (AAAAMM)..........>" AT 0805.
           ACCEPT WS-COMP-INI AT 0837.
           IF WS-COMP-INI = ZEROS
               GO TO TELA-1.
           MOVE WS-COMP-INI TO WS-COMP-FIM.
           MOVE SPACES TO WS-CONTA-FILTRO.
           PERFORM VALIDA-PERIODO THRU FIM-VALIDA-PERIODO.
           IF WS-COMP-INI = ZEROS
               GO TO TELA-1.
           MOVE "BALANCETE DE VERIFICACAO - COMPETENCIA"
               TO TITULO-CAB01.
           MOVE WS-COMP-INI TO TITULO-CAB01 (40:6).
           PERFORM ORDENA-LANCAMENTOS.
           DISPLAY "BALANCETE IMPRESSO" AT 1211.
           ACCEPT CONFIRMA AT 1230.
           GO TO TELA-1.
       VALIDA-PERIODO.
           DIVIDE WS-COMP-INI BY 100 GIVING WS-ANO-TESTE
                   REMAINDER WS-MES-TESTE.
           IF WS-MES-TESTE < 1 OR WS-MES-TESTE > 12
               GO TO ERRO-PERIODO.
           DIVIDE WS-COMP-FIM BY 100 GIVING WS-ANO-TESTE
                   REMAINDER WS-MES-TESTE.
           IF WS-MES-TESTE < 1 OR WS-MES-TESTE > 12
               GO TO ERRO-PERIODO.
           IF WS-COMP-FIM < WS-COMP-INI
               GO TO ERRO-PERIODO.
           OPEN INPUT LANCHIST.
           IF FS-LCH NOT = "00"
               CLOSE LANCHIST
               DISPLAY "NAO HA LANCAMENTOS LIBERADOS" AT 1211
               ACCEPT CONFIRMA AT 1240
               MOVE ZEROS TO WS-COMP-INI
               GO TO FIM-VALIDA-PERIODO.
           CLOSE LANCHIST.
           GO TO FIM-VALIDA-PERIODO.
       ERRO-PERIODO.
           DISPLAY "COMPETENCIA INVALIDA" AT 1211.
           ACCEPT CONFIRMA AT 1232.
           MOVE ZEROS TO WS-COMP-INI.
       FIM-VALIDA-PERIODO.
           EXIT.
       ORDENA-LANCAMENTOS.
           SORT SORRAZ ASCENDING KEY SOR-CONTA SOR-COMPETENCIA
                   SOR-DATA
               INPUT PROCEDURE ENTRADA
               OUTPUT PROCEDURE SAIDA.
      *    SALDO ABSOLUTO COM INDICADOR D-DEVEDOR / C-CREDOR
       MONTA-SALDO.
           IF WS-SALDO-CALC < ZEROS
               COMPUTE WS-SALDO-ABS = WS-SALDO-CALC * -1
               MOVE "C" TO WS-SALDO-DC
           ELSE
               MOVE WS-SALDO-CALC TO WS-SALDO-ABS
               MOVE "D" TO WS-SALDO-DC.
           IF WS-SALDO-CALC = ZEROS
               MOVE SPACE TO WS-SALDO-DC.
       FIM.
           DISPLAY "FIM DO PROCESSAMENTO " AT 1211.
           IF WS-PCT-DISPONIVEL = "S"
               CLOSE PLANOCTA.
           STOP RUN.
      *    CADA LANCAMENTO ENTRA DUAS VEZES: NA CONTA DEBITADA E NA
      *    CONTA CREDITADA, COM A OUTRA CONTA COMO CONTRAPARTIDA
       ENTRADA SECTION.
       INI-ENTRADA.
           OPEN INPUT LANCHIST.
           MOVE LOW-VALUES TO LCH-CHAVE.
           START LANCHIST KEY NOT LESS THAN LCH-CHAVE
               INVALID KEY
                   CLOSE LANCHIST
                   GO TO FIM-ENTRADA.
       LER-ENTRADA.
           READ LANCHIST NEXT RECORD AT END
               CLOSE LANCHIST
               GO TO FIM-ENTRADA.
           IF LCH-COMPETENCIA > WS-COMP-FIM
               GO TO LER-ENTRADA.
           MOVE LCH-COMPETENCIA TO SOR-COMPETENCIA.
           MOVE LCH-DATA TO SOR-DATA.
           MOVE LCH-VALOR TO SOR-VALOR.
           MOVE LCH-HISTORICO TO SOR-HISTORICO.
           IF WS-CONTA-FILTRO = SPACES
                   OR WS-CONTA-FILTRO = LCH-CONTA-DEB
               MOVE LCH-CONTA-DEB TO SOR-CONTA
               MOVE LCH-CONTA-CRE TO SOR-CONTRA
               MOVE "D" TO SOR-DC
               PERFORM LIBERA-REGISTRO.
           IF WS-CONTA-FILTRO = SPACES
                   OR WS-CONTA-FILTRO = LCH-CONTA-CRE
               MOVE LCH-CONTA-CRE TO SOR-CONTA
               MOVE LCH-CONTA-DEB TO SOR-CONTRA
               MOVE "C" TO SOR-DC
               PERFORM LIBERA-REGISTRO.
           GO TO LER-ENTRADA.
       LIBERA-REGISTRO.
           RELEASE REG-SORRAZ.
           IF ST NOT = "00"
               DISPLAY "ERRO NO SORT" AT 1211
               CALL "LOGERRO" USING "RAZAO" "SORT ENTRADA" ST
               STOP RUN.
       FIM-ENTRADA.
           EXIT.
       SAIDA SECTION.
       INI-SAIDA.
           MOVE ZEROS TO CT-PAG WS-QTDE-CONTAS WS-TOT-DEBITOS
                   WS-TOT-CREDITOS WS-TOT-SALDO-DEV WS-TOT-SALDO-CRE.
           MOVE "N" TO WS-TEM-CONTA.
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO.
       LER-SAIDA.
           RETURN SORRAZ AT END
               PERFORM FECHA-CONTA
               GO TO FIM-SAIDA.
           IF WS-TEM-CONTA = "N" OR SOR-CONTA NOT = WS-CONTA-ANT
               PERFORM FECHA-CONTA
               PERFORM ABRE-CONTA.
      *    MOVIMENTO ANTERIOR AO PERIODO SO FORMA O SALDO ANTERIOR
           IF SOR-COMPETENCIA < WS-COMP-INI
               IF SOR-DC = "D"
                   ADD SOR-VALOR TO WS-SALDO-ANT
               ELSE
                   SUBTRACT SOR-VALOR FROM WS-SALDO-ANT
               END-IF
               GO TO LER-SAIDA.
           IF FUNCAO = "RZ" AND WS-CONTA-IMPRESSA = "N"
               PERFORM IMPRIME-CONTA.
           MOVE ZEROS TO DEB-DET CRE-DET.
           IF SOR-DC = "D"
               ADD SOR-VALOR TO WS-DEB-CONTA WS-TOT-DEBITOS
               MOVE SOR-VALOR TO DEB-DET
           ELSE
               ADD SOR-VALOR TO WS-CRE-CONTA WS-TOT-CREDITOS
               MOVE SOR-VALOR TO CRE-DET.
           COMPUTE WS-SALDO = WS-SALDO-ANT + WS-DEB-CONTA
                   - WS-CRE-CONTA.
           IF FUNCAO = "RZ"
               MOVE SOR-DATA TO WS-DATA-LANC
               MOVE LANC-DIA TO DIA-DET
               MOVE LANC-MES TO MES-DET
               MOVE LANC-ANO TO ANO-DET
               MOVE SOR-CONTRA TO CONTRA-DET
               MOVE SOR-HISTORICO TO HISTORICO-DET
               MOVE WS-SALDO TO WS-SALDO-CALC
               PERFORM MONTA-SALDO
               MOVE WS-SALDO-ABS TO SALDO-DET
               MOVE WS-SALDO-DC TO DC-DET
               WRITE REG-RELATO FROM DETALHE-RAZAO
                   BEFORE ADVANCING 1 LINES
                   AT EOP PERFORM CABECALHO
               END-WRITE.
           GO TO LER-SAIDA.
       ABRE-CONTA.
           MOVE "S" TO WS-TEM-CONTA.
           MOVE "N" TO WS-CONTA-IMPRESSA.
           MOVE SOR-CONTA TO WS-CONTA-ANT.
           MOVE ZEROS TO WS-SALDO-ANT WS-SALDO WS-DEB-CONTA
                   WS-CRE-CONTA.
           MOVE "** FORA DO PLANO DE CONTAS **" TO WS-NOME-CONTA.
           IF WS-PCT-DISPONIVEL = "S"
               MOVE SOR-CONTA TO PCT-CONTA
               READ PLANOCTA
                   NOT INVALID KEY
                       MOVE PCT-DESCRICAO TO WS-NOME-CONTA
               END-READ
           END-IF.
       IMPRIME-CONTA.
           MOVE "S" TO WS-CONTA-IMPRESSA.
           MOVE WS-CONTA-ANT TO CONTA-LIN.
           MOVE WS-NOME-CONTA TO NOME-CONTA-LIN.
           WRITE REG-RELATO FROM LINHA-CONTA BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
           MOVE "SALDO ANTERIOR" TO TEXTO-SALDO.
           MOVE ZEROS TO DEB-SALDO CRE-SALDO.
           MOVE WS-SALDO-ANT TO WS-SALDO-CALC.
           PERFORM MONTA-SALDO.
           MOVE WS-SALDO-ABS TO VALOR-SALDO.
           MOVE WS-SALDO-DC TO DC-SALDO.
           WRITE REG-RELATO FROM LINHA-SALDO BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
       FECHA-CONTA.
           IF WS-TEM-CONTA = "S"
               MOVE "N" TO WS-TEM-CONTA
               COMPUTE WS-SALDO = WS-SALDO-ANT + WS-DEB-CONTA
                       - WS-CRE-CONTA
               IF WS-SALDO-ANT NOT = ZEROS OR WS-DEB-CONTA > ZEROS
                       OR WS-CRE-CONTA > ZEROS
                   ADD 1 TO WS-QTDE-CONTAS
                   IF FUNCAO = "RZ"
                       PERFORM FECHA-CONTA-RAZAO
                   ELSE
                       PERFORM FECHA-CONTA-BALANCETE
                   END-IF
               END-IF
           END-IF.
       FECHA-CONTA-RAZAO.
           IF WS-CONTA-IMPRESSA = "N"
               PERFORM IMPRIME-CONTA.
           MOVE "TOTAL DO PERIODO / SALDO FINAL" TO TEXTO-SALDO.
           MOVE WS-DEB-CONTA TO DEB-SALDO.
           MOVE WS-CRE-CONTA TO CRE-SALDO.
           MOVE WS-SALDO TO WS-SALDO-CALC.
           PERFORM MONTA-SALDO.
           MOVE WS-SALDO-ABS TO VALOR-SALDO.
           MOVE WS-SALDO-DC TO DC-SALDO.
           WRITE REG-RELATO FROM LINHA-SALDO BEFORE ADVANCING 2 LINES
               AT EOP PERFORM CABECALHO.
       FECHA-CONTA-BALANCETE.
           MOVE WS-CONTA-ANT TO CONTA-BAL.
           MOVE WS-NOME-CONTA TO NOME-BAL.
           MOVE WS-SALDO-ANT TO WS-SALDO-CALC.
           PERFORM MONTA-SALDO.
           MOVE WS-SALDO-ABS TO ANT-BAL.
           MOVE WS-SALDO-DC TO DC-ANT-BAL.
           MOVE WS-DEB-CONTA TO DEB-BAL.
           MOVE WS-CRE-CONTA TO CRE-BAL.
           MOVE WS-SALDO TO WS-SALDO-CALC.
           PERFORM MONTA-SALDO.
           MOVE WS-SALDO-ABS TO ATU-BAL.
           MOVE WS-SALDO-DC TO DC-ATU-BAL.
           IF WS-SALDO-DC = "C"
               ADD WS-SALDO-ABS TO WS-TOT-SALDO-CRE
           ELSE
               ADD WS-SALDO-ABS TO WS-TOT-SALDO-DEV.
           WRITE REG-RELATO FROM DETALHE-BALANCETE
               BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
       CABECALHO.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 3 LINES.
           IF FUNCAO = "RZ"
               WRITE REG-RELATO FROM CAB02-RAZAO
                   BEFORE ADVANCING 2 LINES
           ELSE
               WRITE REG-RELATO FROM CAB02-BALANCETE
                   BEFORE ADVANCING 2 LINES.
      *    O BALANCETE PROVA DEBITOS = CREDITOS DO MES E SALDOS
      *    DEVEDORES = SALDOS CREDORES
       FIM-SAIDA.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           IF FUNCAO = "BL"
               MOVE "DEBITOS / CREDITOS:" TO TEXTO-BALANCO
               MOVE WS-TOT-DEBITOS TO DEB-TOT-MASK
               MOVE WS-TOT-CREDITOS TO CRE-TOT-MASK
               IF WS-TOT-DEBITOS = WS-TOT-CREDITOS
                   MOVE "BALANCEADO" TO BALANCO-MASK
               ELSE
                   MOVE "NAO BALANCEADO" TO BALANCO-MASK
               END-IF
               WRITE REG-RELATO FROM LINHA-BALANCO
                   BEFORE ADVANCING 1 LINES
               END-WRITE
               MOVE "SALDOS DEVEDOR/CREDOR:" TO TEXTO-BALANCO
               MOVE WS-TOT-SALDO-DEV TO DEB-TOT-MASK
               MOVE WS-TOT-SALDO-CRE TO CRE-TOT-MASK
               IF WS-TOT-SALDO-DEV = WS-TOT-SALDO-CRE
                   MOVE "BALANCEADO" TO BALANCO-MASK
               ELSE
                   MOVE "NAO BALANCEADO" TO BALANCO-MASK
               END-IF
               WRITE REG-RELATO FROM LINHA-BALANCO
                   BEFORE ADVANCING 1 LINES
               END-WRITE
           END-IF.
           MOVE WS-QTDE-CONTAS TO QTDE-TOT.
           WRITE REG-RELATO FROM LINHA-QTDE BEFORE ADVANCING 1 LINES.
           CLOSE RELATO.
       FIM-SAIDA-EXIT.
           EXIT.
       END PROGRAM RAZAO.
