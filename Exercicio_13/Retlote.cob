      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - CONTROLE DE ESTOQUE
      * Tectonics: cobc
      * Objetivo: RETENCAO DE LOTES POR QUALIDADE - A FUNCAO AL MUDA A
      *           SITUACAO DE UM LOTE DO ARQUIVO LOTES (L-LIVRE,
      *           Q-QUARENTENA, B-BLOQUEADO) GRAVANDO MOTIVO, DATA E
      *           OPERADOR; A LIBERACAO DE LOTE RETIDO E SO DO
      *           SUPERVISOR. A FUNCAO RL IMPRIME OS LOTES RETIDOS COM
      *           SALDO POR FORNECEDOR, DO MAIS ANTIGO PARA O MAIS NOVO,
      *           PARA DECIDIR ENTRE LIBERAR OU DEVOLVER.
      * Obs: LOTE RETIDO FICA FORA DA BAIXA FEFO E DO SALDO EM LOTES
      *      NO EXER13, NO MOVLOTE E NO REJEDIT, E FORA DA LISTA DE
      *      SEPARACAO DO SEPARA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETLOTE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTES ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       LTE-CHAVE
           FILE STATUS      FS-LTE.
           SELECT ARQMAT ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       FD-CODIGO
           FILE STATUS      FS.
           SELECT FORNECEDOR ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       FORN-CODIGO
           FILE STATUS      FS-FORN.
           SELECT LOGMAT ASSIGN TO "LOGMAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-LOG.
           SELECT SORRET ASSIGN TO DISK
           SORT STATUS IS ST.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD  LOTES LABEL RECORD STANDARD
           VALUE OF FILE-ID "LOTES".
       01  REG-LOTES.
           02 LTE-CHAVE.
               03 LTE-CODIGO    PIC 9(05).
               03 LTE-LOTE      PIC X(10).
           02 LTE-VALIDADE      PIC 9(08).
           02 LTE-QTDE          PIC S9(04).
      *    SITUACAO DO LOTE: L-LIVRE  Q-QUARENTENA  B-BLOQUEADO
           02 LTE-SITUACAO      PIC X(01).
           02 LTE-MOTIVO        PIC X(30).
           02 LTE-DATA-SITUACAO PIC 9(08).
           02 LTE-OPER-SITUACAO PIC X(03).
           02 LTE-FORNECEDOR    PIC 9(03).
           02 LTE-DATA-ENTRADA  PIC 9(08).
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
       FD  FORNECEDOR LABEL RECORD STANDARD
           VALUE OF FILE-ID "FORNECEDOR".
       01  REG-FORNECEDOR.
           02 FORN-CODIGO       PIC 9(03).
           02 FORN-NOME         PIC X(20).
           02 FORN-CONTATO      PIC X(15).
           02 FORN-CNPJ         PIC 9(14).
           02 FORN-ENDERECO     PIC X(30).
           02 FORN-CIDADE       PIC X(20).
           02 FORN-UF           PIC X(02).
           02 FORN-TELEFONE     PIC X(11).
           02 FORN-COND-PAGTO   PIC X(15).
           02 FORN-BANCO        PIC 9(03).
           02 FORN-AGENCIA      PIC 9(05).
           02 FORN-CONTA-CORR   PIC X(12).
       FD  LOGMAT
           LABEL RECORD IS OMITTED.
       01  REG-LOGMAT.
           02 LOG-DIA           PIC 99.
           02 FILLER            PIC X VALUE "/".
           02 LOG-MES           PIC 99.
           02 FILLER            PIC X VALUE "/".
           02 LOG-ANO           PIC 9(04).
           02 FILLER            PIC X VALUE SPACE.
           02 LOG-CODIGO        PIC 9(05).
           02 FILLER            PIC X VALUE SPACE.
           02 LOG-OPERACAO      PIC X(10).
           02 FILLER            PIC X VALUE SPACE.
           02 LOG-QTDE-ANTIGA   PIC -9(04).
           02 FILLER            PIC X VALUE SPACE.
           02 LOG-QTDE-NOVA     PIC -9(04).
           02 FILLER            PIC X VALUE SPACE.
           02 LOG-VALOR-ANTIGO  PIC -9(08)V99.
           02 FILLER            PIC X VALUE SPACE.
           02 LOG-VALOR-NOVO    PIC -9(08)V99.
           02 FILLER            PIC X VALUE SPACE.
           02 LOG-OPERADOR      PIC X(03).
       SD  SORRET VALUE OF FILE-ID IS "SORRET".
       01  REG-SORRET.
           02 SOR-FORNECEDOR    PIC 9(03).
           02 SOR-DIAS          PIC 9(05).
           02 SOR-CODIGO        PIC 9(05).
           02 SOR-LOTE          PIC X(10).
           02 SOR-VALIDADE      PIC 9(08).
           02 SOR-QTDE          PIC 9(04).
           02 SOR-SITUACAO      PIC X(01).
           02 SOR-DATA-SITUACAO PIC 9(08).
           02 SOR-OPERADOR      PIC X(03).
           02 SOR-MOTIVO        PIC X(30).
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  FS-LTE               PIC X(02) VALUE SPACES.
       77  FS                   PIC X(02) VALUE SPACES.
       77  FS-FORN              PIC X(02) VALUE SPACES.
       77  FS-LOG               PIC X(02) VALUE SPACES.
       77  ST                   PIC 9(02) VALUE ZEROS.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  FUNCAO               PIC X(02) VALUE SPACES.
       77  WS-OPERADOR          PIC X(03) VALUE SPACES.
       77  WS-NIVEL-EXIGIDO     PIC 9(01) VALUE ZEROS.
       77  WS-AUTORIZADO        PIC X(01) VALUE SPACES.
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-EOF               PIC X(01) VALUE "N".
       77  WS-FORN-DISPONIVEL   PIC X(01) VALUE "N".
       77  WS-CODIGO            PIC 9(05) VALUE ZEROS.
       77  WS-LOTE              PIC X(10) VALUE SPACES.
       77  WS-SITUACAO-ATUAL    PIC X(01) VALUE SPACES.
       77  WS-SITUACAO-NOVA     PIC X(01) VALUE SPACES.
       77  WS-MOTIVO            PIC X(30) VALUE SPACES.
       77  WS-FORNECEDOR-ANT    PIC 9(03) VALUE ZEROS.
       77  WS-TEM-GRUPO         PIC X(01) VALUE "N".
       77  WS-LOTES-FORN        PIC 9(04) VALUE ZEROS.
       77  WS-QTDE-FORN         PIC 9(06) VALUE ZEROS.
       77  WS-LOTES-TOTAL       PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-TOTAL        PIC 9(07) VALUE ZEROS.
       77  WS-DIAS-HOJE         PIC 9(08) VALUE ZEROS.
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
       01  WS-DATA.
           02 ANO               PIC 9(02) VALUE ZEROS.
           02 MES               PIC 9(02) VALUE ZEROS.
           02 DIA               PIC 9(02) VALUE ZEROS.
       01  WS-DATA-HOJE.
           02 HOJE-ANO          PIC 9(04) VALUE ZEROS.
           02 HOJE-MES          PIC 9(02) VALUE ZEROS.
           02 HOJE-DIA          PIC 9(02) VALUE ZEROS.
       01  WS-DATA-AUX.
           02 AUX-ANO           PIC 9(04) VALUE ZEROS.
           02 AUX-MES           PIC 9(02) VALUE ZEROS.
           02 AUX-DIA           PIC 9(02) VALUE ZEROS.
       01  WS-MENSAGENS.
           02 LIMPA-MENSAGEM    PIC X(50) VALUE SPACES.
           02 LIMPA-LINHA       PIC X(75) VALUE SPACES.
       01  CAB01.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(06)    VALUE "DATA:".
           02 DATA-CAB01.
               03 DIA-CAB01   PIC 99/ VALUE ZEROS.
               03 MES-CAB01   PIC 99/ VALUE ZEROS.
               03 ANO-CAB01   PIC 9(04) VALUE ZEROS.
           02 FILLER    PIC X(05)     VALUE SPACES.
           02 FILLER    PIC X(40)
           VALUE "LOTES RETIDOS POR FORNECEDOR E IDADE".
           02 FILLER     PIC X(04)   VALUE "PAG.".
           02 PAG-CAB01  PIC ZZ9     VALUE ZEROS.
       01  CAB02.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(07) VALUE "ITEM".
           02 FILLER  PIC X(22) VALUE "NOME".
           02 FILLER  PIC X(12) VALUE "LOTE".
           02 FILLER  PIC X(12) VALUE "VALIDADE".
           02 FILLER  PIC X(06) VALUE "QTDE".
           02 FILLER  PIC X(12) VALUE "SITUACAO".
           02 FILLER  PIC X(12) VALUE "RETIDO EM".
           02 FILLER  PIC X(06) VALUE "DIAS".
           02 FILLER  PIC X(05) VALUE "OPER".
           02 FILLER  PIC X(06) VALUE "MOTIVO".
       01  LINHA-FORNECEDOR.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(12) VALUE "FORNECEDOR:".
           02 FORN-CAB          PIC 9(03) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 FORN-NOME-CAB     PIC X(20) VALUE SPACES.
       01  DETALHE.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 CODIGO-DET        PIC 9(05) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 NOME-DET          PIC X(20) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 LOTE-DET          PIC X(10) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 VALIDADE-DET.
               03 VAL-DIA-DET   PIC 99/ VALUE ZEROS.
               03 VAL-MES-DET   PIC 99/ VALUE ZEROS.
               03 VAL-ANO-DET   PIC 9(04) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 QTDE-DET          PIC ZZZ9  VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 SITUACAO-DET      PIC X(10) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 RETIDO-DET.
               03 RET-DIA-DET   PIC 99/ VALUE ZEROS.
               03 RET-MES-DET   PIC 99/ VALUE ZEROS.
               03 RET-ANO-DET   PIC 9(04) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 DIAS-DET          PIC ZZZ9  VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 OPER-DET          PIC X(03) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 MOTIVO-DET        PIC X(30) VALUE SPACES.
       01  LINHA-SUBTOTAL.
           02 FILLER            PIC X(11) VALUE SPACES.
           02 FILLER            PIC X(22) VALUE "LOTES DO FORNECEDOR:".
           02 LOTES-SUB         PIC ZZZ9  VALUE ZEROS.
           02 FILLER            PIC X(20) VALUE SPACES.
           02 QTDE-SUB          PIC ZZZZZ9 VALUE ZEROS.
       01  LINHA-RESUMO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TEXTO-RESUMO      PIC X(30) VALUE SPACES.
           02 VALOR-RESUMO      PIC ZZZZZZ9 VALUE ZEROS.
       SCREEN SECTION.
       01  TELA1.
            02 BLANK SCREEN.
            02 LINE 01 COLUMN 01 VALUE "DATA:".
            02 LINE 01 COLUMN 22 VALUE "RETENCAO DE LOTES".
            02 LINE 03 COLUMN 01 VALUE "ESCOLHA A FUNCAO: ".
            02 LINE 03 COLUMN 22 VALUE "(AL-RL-FF)".
            02 LINE 05 COLUMN 05
               VALUE "AL - ALTERA SITUACAO DO LOTE".
            02 LINE 06 COLUMN 05
               VALUE "RL - RELATORIO DE LOTES RETIDOS".
            02 LINE 11 COLUMN 01 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR".
           OPEN I-O LOTES.
           IF FS-LTE NOT = "00"
               DISPLAY FS-LTE "STATUS DO ARQUIVO LOTES"
               CALL "LOGERRO" USING "RETLOTE" "ABERTURA LOTES" FS-LTE
               STOP RUN.
           OPEN INPUT ARQMAT.
           IF FS NOT = "00"
               DISPLAY FS "STATUS DO ARQUIVO ARQMAT"
               CALL "LOGERRO" USING "RETLOTE" "ABERTURA ARQMAT" FS
               CLOSE LOTES
               STOP RUN.
           OPEN INPUT FORNECEDOR.
           IF FS-FORN = "00"
               MOVE "S" TO WS-FORN-DISPONIVEL
           ELSE
               CLOSE FORNECEDOR.
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
               WHEN "AL"
                  GO TO ALTERA-SITUACAO
               WHEN "RL"
                  GO TO RELATORIO-RETIDOS
               WHEN "FF"
                  GO TO FIM
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA" AT 1110
                  ACCEPT CONFIRMA AT 1124
                  GO TO TELA-1
           END-EVALUATE.
      *    AL - QUARENTENA/BLOQUEIO POR QUALQUER OPERADOR COM MOTIVO;
      *    VOLTA PARA LIVRE SO COM PERFIL DE SUPERVISOR
       ALTERA-SITUACAO.
           PERFORM LIMPA-DADOS.
           DISPLAY "ITEM (0=FIM):" AT 1305.
           ACCEPT WS-CODIGO AT 1319.
           IF WS-CODIGO = ZEROS
               GO TO TELA-1.
           DISPLAY "LOTE:" AT 1327.
           ACCEPT WS-LOTE AT 1333.
           MOVE WS-CODIGO TO LTE-CODIGO.
           MOVE WS-LOTE TO LTE-LOTE.
           READ LOTES INVALID KEY
               DISPLAY "LOTE NAO CADASTRADO" AT 1110
               ACCEPT CONFIRMA AT 1130
               DISPLAY LIMPA-MENSAGEM AT 1110
               GO TO ALTERA-SITUACAO.
           MOVE WS-CODIGO TO CODIGO.
           READ ARQMAT INVALID KEY
               MOVE "** ITEM NAO CADASTRADO **" TO FD-NOME.
           DISPLAY FD-NOME AT 1405.
           DISPLAY "VALIDADE:" AT 1505.
           DISPLAY LTE-VALIDADE AT 1515.
           DISPLAY "QTDE:" AT 1527.
           DISPLAY LTE-QTDE AT 1533.
           DISPLAY "FORNECEDOR:" AT 1540.
           DISPLAY LTE-FORNECEDOR AT 1552.
           MOVE LTE-SITUACAO TO WS-SITUACAO-ATUAL.
           IF WS-SITUACAO-ATUAL = SPACE
               MOVE "L" TO WS-SITUACAO-ATUAL.
           DISPLAY "SITUACAO ATUAL:" AT 1605.
           DISPLAY WS-SITUACAO-ATUAL AT 1621.
           DISPLAY LTE-MOTIVO AT 1624.
       PEDE-SITUACAO.
           DISPLAY "NOVA SITUACAO (L-LIVRE Q-QUARENT. B-BLOQ.):"
                   AT 1705.
           ACCEPT WS-SITUACAO-NOVA AT 1750.
           IF WS-SITUACAO-NOVA = "l"
               MOVE "L" TO WS-SITUACAO-NOVA.
           IF WS-SITUACAO-NOVA = "q"
               MOVE "Q" TO WS-SITUACAO-NOVA.
           IF WS-SITUACAO-NOVA = "b"
               MOVE "B" TO WS-SITUACAO-NOVA.
           IF WS-SITUACAO-NOVA NOT = "L" AND NOT = "Q" AND NOT = "B"
               GO TO PEDE-SITUACAO.
           IF WS-SITUACAO-NOVA = WS-SITUACAO-ATUAL
               DISPLAY "LOTE JA ESTA NESTA SITUACAO" AT 1110
               ACCEPT CONFIRMA AT 1138
               DISPLAY LIMPA-MENSAGEM AT 1110
               GO TO ALTERA-SITUACAO.
           IF WS-SITUACAO-NOVA = "L"
               MOVE 3 TO WS-NIVEL-EXIGIDO
               CALL "AUTORIZA" USING "RETLOTE" WS-OPERADOR
                       WS-NIVEL-EXIGIDO WS-AUTORIZADO
               IF WS-AUTORIZADO NOT = "S"
                   DISPLAY "SO SUPERVISOR LIBERA LOTE RETIDO" AT 1110
                   ACCEPT CONFIRMA AT 1143
                   DISPLAY LIMPA-MENSAGEM AT 1110
                   GO TO ALTERA-SITUACAO
               END-IF
           END-IF.
       PEDE-MOTIVO.
           MOVE SPACES TO WS-MOTIVO.
           DISPLAY "MOTIVO:" AT 1805.
           ACCEPT WS-MOTIVO AT 1813.
           IF WS-MOTIVO = SPACES AND WS-SITUACAO-NOVA NOT = "L"
               GO TO PEDE-MOTIVO.
           IF WS-MOTIVO = SPACES
               MOVE "LIBERADO" TO WS-MOTIVO.
           DISPLAY "CONFIRMA A ALTERACAO ? S-SIM" AT 1110.
           ACCEPT CONFIRMA AT 1139.
           DISPLAY LIMPA-MENSAGEM AT 1110.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               GO TO ALTERA-SITUACAO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-SITUACAO-NOVA TO LTE-SITUACAO.
           MOVE WS-MOTIVO TO LTE-MOTIVO.
           MOVE WS-DATA-HOJE TO LTE-DATA-SITUACAO.
           MOVE WS-OPERADOR TO LTE-OPER-SITUACAO.
           REWRITE REG-LOTES INVALID KEY
               DISPLAY "ERRO DE GRAVACAO LOTES" FS-LTE AT 1110
               CALL "LOGERRO" USING "RETLOTE" "REGRAVA LOTES" FS-LTE
               STOP RUN.
           PERFORM GRAVA-LOG.
           DISPLAY "SITUACAO DO LOTE ALTERADA" AT 1110.
           ACCEPT CONFIRMA AT 1136.
           DISPLAY LIMPA-MENSAGEM AT 1110.
           GO TO ALTERA-SITUACAO.
       LIMPA-DADOS.
           DISPLAY LIMPA-LINHA AT 1305.
           DISPLAY LIMPA-LINHA AT 1405.
           DISPLAY LIMPA-LINHA AT 1505.
           DISPLAY LIMPA-LINHA AT 1605.
           DISPLAY LIMPA-LINHA AT 1705.
           DISPLAY LIMPA-LINHA AT 1805.
       GRAVA-LOG.
           OPEN EXTEND LOGMAT.
           IF FS-LOG NOT = "00" AND NOT = "05"
               CLOSE LOGMAT
               OPEN OUTPUT LOGMAT
               CLOSE LOGMAT
               OPEN EXTEND LOGMAT.
           MOVE HOJE-DIA TO LOG-DIA.
           MOVE HOJE-MES TO LOG-MES.
           MOVE HOJE-ANO TO LOG-ANO.
           MOVE LTE-CODIGO TO LOG-CODIGO.
           IF WS-SITUACAO-NOVA = "L"
               MOVE "LOTE LIVRE" TO LOG-OPERACAO
           ELSE
               IF WS-SITUACAO-NOVA = "Q"
                   MOVE "LOTE QUAR." TO LOG-OPERACAO
               ELSE
                   MOVE "LOTE BLOQ." TO LOG-OPERACAO.
           MOVE LTE-QTDE TO LOG-QTDE-ANTIGA LOG-QTDE-NOVA.
           MOVE ZEROS TO LOG-VALOR-ANTIGO LOG-VALOR-NOVO.
           MOVE WS-OPERADOR TO LOG-OPERADOR.
           WRITE REG-LOGMAT.
           CLOSE LOGMAT.
      *    RL - LOTES EM QUARENTENA OU BLOQUEADOS COM SALDO, POR
      *    FORNECEDOR E DO MAIS ANTIGO (DIAS RETIDO) AO MAIS NOVO
       RELATORIO-RETIDOS.
           MOVE HOJE-ANO TO WS-ANO-CALC.
           MOVE HOJE-MES TO WS-MES-CALC.
           MOVE HOJE-DIA TO WS-DIA-CALC.
           PERFORM CONVERTE-PARA-DIAS.
           MOVE WS-DIAS-ABS-CALC TO WS-DIAS-HOJE.
           SORT SORRET ASCENDING KEY SOR-FORNECEDOR
                   DESCENDING KEY SOR-DIAS
                   ASCENDING KEY SOR-CODIGO SOR-LOTE
               INPUT PROCEDURE ENTRADA
               OUTPUT PROCEDURE SAIDA.
           DISPLAY "RELATORIO DE LOTES RETIDOS IMPRESSO" AT 1110.
           ACCEPT CONFIRMA AT 1147.
           GO TO TELA-1.
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
       FIM.
           CLOSE LOTES ARQMAT.
           IF WS-FORN-DISPONIVEL = "S"
               CLOSE FORNECEDOR.
           STOP RUN.
       ENTRADA SECTION.
       INI-ENTRADA.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO LTE-CHAVE.
           START LOTES KEY NOT LESS THAN LTE-CHAVE
               INVALID KEY GO TO FIM-ENTRADA.
       LER-ENTRADA.
           READ LOTES NEXT RECORD AT END
               GO TO FIM-ENTRADA.
           IF LTE-SITUACAO NOT = "Q" AND NOT = "B"
               GO TO LER-ENTRADA.
           IF LTE-QTDE NOT > ZEROS
               GO TO LER-ENTRADA.
           MOVE LTE-FORNECEDOR TO SOR-FORNECEDOR.
           MOVE ZEROS TO SOR-DIAS.
           IF LTE-DATA-SITUACAO > ZEROS
               MOVE LTE-DATA-SITUACAO TO WS-DATA-AUX
               MOVE AUX-ANO TO WS-ANO-CALC
               MOVE AUX-MES TO WS-MES-CALC
               MOVE AUX-DIA TO WS-DIA-CALC
               PERFORM CONVERTE-PARA-DIAS
               IF WS-DIAS-HOJE > WS-DIAS-ABS-CALC
                   COMPUTE SOR-DIAS = WS-DIAS-HOJE - WS-DIAS-ABS-CALC
               END-IF
           END-IF.
           MOVE LTE-CODIGO TO SOR-CODIGO.
           MOVE LTE-LOTE TO SOR-LOTE.
           MOVE LTE-VALIDADE TO SOR-VALIDADE.
           MOVE LTE-QTDE TO SOR-QTDE.
           MOVE LTE-SITUACAO TO SOR-SITUACAO.
           MOVE LTE-DATA-SITUACAO TO SOR-DATA-SITUACAO.
           MOVE LTE-OPER-SITUACAO TO SOR-OPERADOR.
           MOVE LTE-MOTIVO TO SOR-MOTIVO.
           RELEASE REG-SORRET.
           IF ST NOT = "00"
               DISPLAY "ERRO NO SORT" AT 1110
               CALL "LOGERRO" USING "RETLOTE" "SORT ENTRADA" ST
               STOP RUN.
           GO TO LER-ENTRADA.
       FIM-ENTRADA.
           EXIT.
       SAIDA SECTION.
       INI-SAIDA.
           MOVE ZEROS TO CT-PAG WS-LOTES-TOTAL WS-QTDE-TOTAL.
           MOVE "N" TO WS-TEM-GRUPO.
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO.
       LER-SAIDA.
           RETURN SORRET AT END
               PERFORM FECHA-FORNECEDOR
               GO TO FIM-SAIDA.
           IF WS-TEM-GRUPO = "N"
                   OR SOR-FORNECEDOR NOT = WS-FORNECEDOR-ANT
               PERFORM FECHA-FORNECEDOR
               PERFORM ABRE-FORNECEDOR.
           MOVE SOR-CODIGO TO CODIGO.
           READ ARQMAT
               INVALID KEY
                   MOVE "** ITEM NAO CADASTRADO **" TO FD-NOME
           END-READ.
           MOVE SOR-CODIGO TO CODIGO-DET.
           MOVE FD-NOME TO NOME-DET.
           MOVE SOR-LOTE TO LOTE-DET.
           MOVE SOR-VALIDADE TO WS-DATA-AUX.
           MOVE AUX-DIA TO VAL-DIA-DET.
           MOVE AUX-MES TO VAL-MES-DET.
           MOVE AUX-ANO TO VAL-ANO-DET.
           MOVE SOR-QTDE TO QTDE-DET.
           IF SOR-SITUACAO = "Q"
               MOVE "QUARENTENA" TO SITUACAO-DET
           ELSE
               MOVE "BLOQUEADO" TO SITUACAO-DET.
           MOVE SOR-DATA-SITUACAO TO WS-DATA-AUX.
           MOVE AUX-DIA TO RET-DIA-DET.
           MOVE AUX-MES TO RET-MES-DET.
           MOVE AUX-ANO TO RET-ANO-DET.
           MOVE SOR-DIAS TO DIAS-DET.
           MOVE SOR-OPERADOR TO OPER-DET.
           MOVE SOR-MOTIVO TO MOTIVO-DET.
           WRITE REG-RELATO FROM DETALHE BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
           ADD 1 TO WS-LOTES-FORN WS-LOTES-TOTAL.
           ADD SOR-QTDE TO WS-QTDE-FORN WS-QTDE-TOTAL.
           GO TO LER-SAIDA.
       ABRE-FORNECEDOR.
           MOVE "S" TO WS-TEM-GRUPO.
           MOVE SOR-FORNECEDOR TO WS-FORNECEDOR-ANT FORN-CAB.
           MOVE ZEROS TO WS-LOTES-FORN WS-QTDE-FORN.
           MOVE "NAO INFORMADO" TO FORN-NOME-CAB.
           IF WS-FORN-DISPONIVEL = "S" AND SOR-FORNECEDOR > ZEROS
               MOVE SOR-FORNECEDOR TO FORN-CODIGO
               READ FORNECEDOR
                   INVALID KEY
                       MOVE "** NAO CADASTRADO **" TO FORN-NOME-CAB
                   NOT INVALID KEY
                       MOVE FORN-NOME TO FORN-NOME-CAB
               END-READ
           END-IF.
           WRITE REG-RELATO FROM LINHA-FORNECEDOR
               BEFORE ADVANCING 2 LINES
               AT EOP PERFORM CABECALHO.
       FECHA-FORNECEDOR.
           IF WS-TEM-GRUPO = "S"
               MOVE WS-LOTES-FORN TO LOTES-SUB
               MOVE WS-QTDE-FORN TO QTDE-SUB
               WRITE REG-RELATO FROM LINHA-SUBTOTAL
                   BEFORE ADVANCING 2 LINES
                   AT EOP PERFORM CABECALHO
               END-WRITE
           END-IF.
       CABECALHO.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 3 LINES.
           WRITE REG-RELATO FROM CAB02 BEFORE ADVANCING 2 LINES.
       FIM-SAIDA.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           MOVE "LOTES RETIDOS...............:" TO TEXTO-RESUMO.
           MOVE WS-LOTES-TOTAL TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "QUANTIDADE RETIDA...........:" TO TEXTO-RESUMO.
           MOVE WS-QTDE-TOTAL TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           CLOSE RELATO.
       EXIT-SAIDA.
           EXIT.
       END PROGRAM RETLOTE.
