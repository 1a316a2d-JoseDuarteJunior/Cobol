      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - CONTROLE DE ESTOQUE
      * Tectonics: cobc
      * Objetivo: BAIXA POR PERDA DOS LOTES VENCIDOS - A FUNCAO BV
      *           IMPRIME A PROPOSTA COM OS LOTES DO ARQUIVO LOTES COM
      *           VALIDADE ANTERIOR A HOJE E SALDO, AO CUSTO MEDIO DO
      *           ARQMAT; CONFIRMADA PELO SUPERVISOR, ZERA O LOTE, BAIXA
      *           O FD-QTDE-ESTOQUE E O SALDEP, GRAVA NO MOVEST SAIDAS
      *           TIPO P (PERDA) COM DOCUMENTO PVAAMMDD E REGISTRA CADA
      *           PERDA NO ARQUIVO PERDAS, LIDO PELO CONTABIL (EVENTO
      *           PERDAVENC DO CONTAMAP). A FUNCAO RM IMPRIME AS PERDAS
      *           POR VENCIMENTO DO MES POR CENTRO DE CUSTO E ITEM.
      * Obs: A QUANTIDADE DO LOTE SAI DOS DEPOSITOS DO ITEM NO SALDEP
      *      EM ORDEM DE DEPOSITO (O DE TRANSITO NAO ENTRA); O QUE
      *      FALTAR SAI DO DEPOSITO 01.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERDVEN.
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
           SELECT SALDEP ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       SDP-CHAVE
           FILE STATUS      FS-SDP.
           SELECT CCUSTO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       CCU-CODIGO
           FILE STATUS      FS-CCU.
           SELECT FECHCTL ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       FCT-COMPETENCIA
           FILE STATUS      FS-FCT.
           SELECT MOVEST ASSIGN TO "MOVEST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-MOV.
           SELECT LOGMAT ASSIGN TO "LOGMAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-LOG.
           SELECT PERDAS ASSIGN TO "PERDAS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-PRD.
           SELECT SORPRD ASSIGN TO DISK
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
       FD  SALDEP LABEL RECORD STANDARD
           VALUE OF FILE-ID "SALDEP".
       01  REG-SALDEP.
           02 SDP-CHAVE.
               03 SDP-CODIGO    PIC 9(05).
               03 SDP-DEPOSITO  PIC 9(02).
           02 SDP-QTDE          PIC S9(04).
       FD  CCUSTO LABEL RECORD STANDARD
           VALUE OF FILE-ID "CCUSTO".
       01  REG-CCUSTO.
           02 CCU-CODIGO        PIC 9(03).
           02 CCU-NOME          PIC X(30).
       FD  FECHCTL LABEL RECORD STANDARD
           VALUE OF FILE-ID "FECHCTL".
       01  REG-FECHCTL.
           02 FCT-COMPETENCIA   PIC 9(06).
           02 FCT-STATUS        PIC X(01).
           02 FCT-DATA-FECHO    PIC 9(08).
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
       FD  PERDAS
           LABEL RECORD IS OMITTED.
       01  REG-PERDAS.
           02 PRD-DATA          PIC 9(08).
           02 FILLER            PIC X VALUE SPACE.
           02 PRD-CODIGO        PIC 9(05).
           02 FILLER            PIC X VALUE SPACE.
           02 PRD-LOTE          PIC X(10).
           02 FILLER            PIC X VALUE SPACE.
           02 PRD-VALIDADE      PIC 9(08).
           02 FILLER            PIC X VALUE SPACE.
           02 PRD-QTDE          PIC 9(04).
           02 FILLER            PIC X VALUE SPACE.
           02 PRD-CUSTO-UNIT    PIC 9(07)V99.
           02 FILLER            PIC X VALUE SPACE.
           02 PRD-VALOR         PIC 9(09)V99.
           02 FILLER            PIC X VALUE SPACE.
           02 PRD-CCUSTO        PIC 9(03).
           02 FILLER            PIC X VALUE SPACE.
           02 PRD-DOCUMENTO     PIC X(08).
           02 FILLER            PIC X VALUE SPACE.
           02 PRD-OPERADOR      PIC X(03).
       SD  SORPRD VALUE OF FILE-ID IS "SORPRD".
       01  REG-SORPRD.
           02 SOR-CCUSTO        PIC 9(03).
           02 SOR-CODIGO        PIC 9(05).
           02 SOR-QTDE          PIC 9(04).
           02 SOR-VALOR         PIC 9(09)V99.
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  FS-LTE               PIC X(02) VALUE SPACES.
       77  FS                   PIC X(02) VALUE SPACES.
       77  FS-SDP               PIC X(02) VALUE SPACES.
       77  FS-CCU               PIC X(02) VALUE SPACES.
       77  FS-FCT               PIC X(02) VALUE SPACES.
       77  FS-MOV               PIC X(02) VALUE SPACES.
       77  FS-LOG               PIC X(02) VALUE SPACES.
       77  FS-PRD               PIC X(02) VALUE SPACES.
       77  ST                   PIC 9(02) VALUE ZEROS.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  FUNCAO               PIC X(02) VALUE SPACES.
       77  WS-OPERADOR          PIC X(03) VALUE SPACES.
       77  WS-NIVEL-EXIGIDO     PIC 9(01) VALUE ZEROS.
       77  WS-AUTORIZADO        PIC X(01) VALUE SPACES.
       77  WS-PERIODO-LIVRE     PIC X(01) VALUE "S".
       77  WS-CCU-DISPONIVEL    PIC X(01) VALUE "N".
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-EOF               PIC X(01) VALUE "N".
       77  WS-EOF-SDP           PIC X(01) VALUE "N".
       77  WS-HOJE-NUM          PIC 9(08) VALUE ZEROS.
       77  WS-DEP-TRANSITO      PIC 9(02) VALUE 99.
       77  WS-DEP-PRINCIPAL     PIC 9(02) VALUE 01.
       77  WS-DEPOSITO          PIC 9(02) VALUE ZEROS.
       77  WS-SDP-EXISTE        PIC X(01) VALUE "N".
       77  WS-CCUSTO            PIC 9(03) VALUE ZEROS.
       77  WS-QTDE-BAIXA        PIC 9(04) VALUE ZEROS.
       77  WS-QTDE-RESTANTE     PIC 9(04) VALUE ZEROS.
       77  WS-QTDE-DEP          PIC 9(04) VALUE ZEROS.
       77  WS-VALOR-PERDA       PIC 9(09)V99 VALUE ZEROS.
       77  OLD-QTDE-ESTOQUE     PIC S9(04) VALUE ZEROS.
       77  OLD-VALOR-TOT        PIC S9(08)V99 VALUE ZEROS.
       77  WS-LOTES-PROP        PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-PROP         PIC 9(07) VALUE ZEROS.
       77  WS-VALOR-PROP        PIC 9(11)V99 VALUE ZEROS.
       77  WS-LOTES-BAIXADOS    PIC 9(05) VALUE ZEROS.
       77  WS-VALOR-BAIXADO     PIC 9(11)V99 VALUE ZEROS.
       77  WS-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       77  WS-TEM-CCUSTO        PIC X(01) VALUE "N".
       77  WS-TEM-ITEM          PIC X(01) VALUE "N".
       77  WS-CCUSTO-ANT        PIC 9(03) VALUE ZEROS.
       77  WS-CODIGO-ANT        PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-ITEM         PIC 9(06) VALUE ZEROS.
       77  WS-VALOR-ITEM        PIC 9(11)V99 VALUE ZEROS.
       77  WS-QTDE-CCUSTO       PIC 9(07) VALUE ZEROS.
       77  WS-VALOR-CCUSTO      PIC 9(11)V99 VALUE ZEROS.
       77  WS-QTDE-GERAL        PIC 9(07) VALUE ZEROS.
       77  WS-VALOR-GERAL       PIC 9(11)V99 VALUE ZEROS.
       01  WS-DOCUMENTO.
           02 FILLER            PIC X(02) VALUE "PV".
           02 DOC-DATA          PIC 9(06) VALUE ZEROS.
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
       01  CAB01.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(06)    VALUE "DATA:".
           02 DATA-CAB01.
               03 DIA-CAB01   PIC 99/ VALUE ZEROS.
               03 MES-CAB01   PIC 99/ VALUE ZEROS.
               03 ANO-CAB01   PIC 9(04) VALUE ZEROS.
           02 FILLER    PIC X(05)     VALUE SPACES.
           02 TITULO-CAB01 PIC X(44) VALUE SPACES.
           02 FILLER    PIC X(03)   VALUE SPACES.
           02 FILLER    PIC X(04)   VALUE "PAG.".
           02 PAG-CAB01  PIC ZZ9     VALUE ZEROS.
       01  CAB02-PROPOSTA.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(07) VALUE "ITEM".
           02 FILLER  PIC X(27) VALUE "NOME".
           02 FILLER  PIC X(12) VALUE "LOTE".
           02 FILLER  PIC X(12) VALUE "VALIDADE".
           02 FILLER  PIC X(07) VALUE "QTDE".
           02 FILLER  PIC X(14) VALUE "CUSTO MEDIO".
           02 FILLER  PIC X(14) VALUE "VALOR PERDA".
           02 FILLER  PIC X(08) VALUE "SITUACAO".
       01  DETALHE-PROPOSTA.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 CODIGO-DET        PIC 9(05) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 NOME-DET          PIC X(25) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 LOTE-DET          PIC X(10) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 VALIDADE-DET.
               03 VAL-DIA-DET   PIC 99/ VALUE ZEROS.
               03 VAL-MES-DET   PIC 99/ VALUE ZEROS.
               03 VAL-ANO-DET   PIC 9(04) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 QTDE-DET          PIC ZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 CUSTO-DET         PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 VALOR-DET         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 SITUACAO-DET      PIC X(10) VALUE SPACES.
       01  CAB02-MENSAL.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(07) VALUE "ITEM".
           02 FILLER  PIC X(32) VALUE "NOME".
           02 FILLER  PIC X(09) VALUE "QTDE".
           02 FILLER  PIC X(16) VALUE "VALOR PERDA".
       01  LINHA-CCUSTO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(17) VALUE "CENTRO DE CUSTO:".
           02 CCUSTO-CAB        PIC 9(03) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 CCUSTO-NOME-CAB   PIC X(30) VALUE SPACES.
       01  DETALHE-MENSAL.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 CODIGO-MES        PIC 9(05) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 NOME-MES          PIC X(30) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 QTDE-MES          PIC ZZZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 VALOR-MES         PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINHA-SUBTOTAL.
           02 FILLER            PIC X(11) VALUE SPACES.
           02 TEXTO-SUB         PIC X(32) VALUE SPACES.
           02 QTDE-SUB          PIC ZZZZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 VALOR-SUB         PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINHA-RESUMO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TEXTO-RESUMO      PIC X(30) VALUE SPACES.
           02 VALOR-RESUMO      PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINHA-CONTAGEM.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TEXTO-CONTAGEM    PIC X(30) VALUE SPACES.
           02 VALOR-CONTAGEM    PIC ZZZZZZ9 VALUE ZEROS.
       SCREEN SECTION.
       01  TELA1.
            02 BLANK SCREEN.
            02 LINE 01 COLUMN 01 VALUE "DATA:".
            02 LINE 01 COLUMN 22
               VALUE "PERDAS POR VENCIMENTO DE LOTES".
            02 LINE 03 COLUMN 01 VALUE "ESCOLHA A FUNCAO: ".
            02 LINE 03 COLUMN 22 VALUE "(BV-RM-FF)".
            02 LINE 05 COLUMN 05
               VALUE "BV - BAIXA DOS LOTES VENCIDOS".
            02 LINE 06 COLUMN 05
               VALUE "RM - RELATORIO MENSAL DE PERDAS".
            02 LINE 11 COLUMN 01 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR".
           OPEN I-O LOTES.
           IF FS-LTE NOT = "00"
               DISPLAY FS-LTE "STATUS DO ARQUIVO LOTES"
               CALL "LOGERRO" USING "PERDVEN" "ABERTURA LOTES" FS-LTE
               STOP RUN.
           OPEN I-O ARQMAT.
           IF FS NOT = "00"
               DISPLAY FS "STATUS DO ARQUIVO ARQMAT"
               CALL "LOGERRO" USING "PERDVEN" "ABERTURA ARQMAT" FS
               CLOSE LOTES
               STOP RUN.
       ABRE-SALDEP.
           OPEN I-O SALDEP.
           IF FS-SDP NOT = "00"
               IF FS-SDP = "35"
                   CLOSE SALDEP OPEN OUTPUT SALDEP CLOSE SALDEP
                   GO TO ABRE-SALDEP
               ELSE
                   DISPLAY FS-SDP "STATUS DO ARQUIVO SALDEP"
                   CALL "LOGERRO" USING "PERDVEN" "ABERTURA SALDEP"
                           FS-SDP
                   CLOSE LOTES ARQMAT
                   STOP RUN
           END-IF.
           OPEN INPUT CCUSTO.
           IF FS-CCU = "00"
               MOVE "S" TO WS-CCU-DISPONIVEL
           ELSE
               MOVE "N" TO WS-CCU-DISPONIVEL
               CLOSE CCUSTO.
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
               WHEN "BV"
                  GO TO BAIXA-VENCIDOS
               WHEN "RM"
                  GO TO RELATORIO-MENSAL
               WHEN "FF"
                  GO TO FIM
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA" AT 1110
                  ACCEPT CONFIRMA AT 1124
                  GO TO TELA-1
           END-EVALUATE.
      *    BV - IMPRIME A PROPOSTA E, CONFIRMADA PELO SUPERVISOR COM O
      *    PERIODO ABERTO, BAIXA OS MESMOS LOTES COMO PERDA
       BAIXA-VENCIDOS.
           MOVE WS-DATA-HOJE TO WS-HOJE-NUM.
           MOVE WS-DATA TO DOC-DATA.
           PERFORM IMPRIME-PROPOSTA THRU FIM-IMPRIME-PROPOSTA.
           IF WS-LOTES-PROP = ZEROS
               DISPLAY "NAO HA LOTE VENCIDO COM SALDO" AT 1110
               ACCEPT CONFIRMA AT 1141
               GO TO TELA-1.
           DISPLAY "LOTES VENCIDOS:" AT 1305.
           DISPLAY WS-LOTES-PROP AT 1321.
           DISPLAY "VALOR DA PERDA:" AT 1405.
           MOVE WS-VALOR-PROP TO VALOR-RESUMO.
           DISPLAY VALOR-RESUMO AT 1421.
           DISPLAY "PROPOSTA IMPRESSA. EFETIVA A BAIXA ? S-SIM" AT 1110.
           ACCEPT CONFIRMA AT 1154.
           DISPLAY LIMPA-MENSAGEM AT 1110.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               GO TO TELA-1.
           MOVE 3 TO WS-NIVEL-EXIGIDO.
           CALL "AUTORIZA" USING "PERDVEN" WS-OPERADOR
                   WS-NIVEL-EXIGIDO WS-AUTORIZADO.
           IF WS-AUTORIZADO NOT = "S"
               DISPLAY "SO SUPERVISOR EFETIVA A BAIXA" AT 1110
               ACCEPT CONFIRMA AT 1141
               GO TO TELA-1.
           PERFORM VERIFICA-PERIODO THRU FIM-VERIFICA-PERIODO.
           IF WS-PERIODO-LIVRE = "N"
               DISPLAY "PERIODO FECHADO - BAIXA NAO EFETUADA" AT 1110
               ACCEPT CONFIRMA AT 1147
               GO TO TELA-1.
       PEDE-CCUSTO.
           DISPLAY LIMPA-MENSAGEM AT 1110.
           DISPLAY "CENTRO DE CUSTO DA PERDA:" AT 1110.
           ACCEPT WS-CCUSTO AT 1136.
           IF WS-CCUSTO = ZEROS
               GO TO PEDE-CCUSTO.
           IF WS-CCU-DISPONIVEL = "S"
               MOVE WS-CCUSTO TO CCU-CODIGO
               READ CCUSTO
                   INVALID KEY
                       DISPLAY "CENTRO DE CUSTO NAO CADASTRADO" AT 1110
                       ACCEPT CONFIRMA AT 1141
                       GO TO PEDE-CCUSTO
               END-READ
           END-IF.
           DISPLAY LIMPA-MENSAGEM AT 1110.
           PERFORM EXECUTA-BAIXA THRU FIM-EXECUTA-BAIXA.
           DISPLAY LIMPA-MENSAGEM AT 1305.
           DISPLAY LIMPA-MENSAGEM AT 1405.
           DISPLAY "LOTES BAIXADOS:" AT 1305.
           DISPLAY WS-LOTES-BAIXADOS AT 1321.
           DISPLAY "VALOR BAIXADO.:" AT 1405.
           MOVE WS-VALOR-BAIXADO TO VALOR-RESUMO.
           DISPLAY VALOR-RESUMO AT 1421.
           DISPLAY "DOCUMENTO:" AT 1505.
           DISPLAY WS-DOCUMENTO AT 1516.
           ACCEPT CONFIRMA AT 1526.
           GO TO TELA-1.
      *    PROPOSTA - LOTES COM VALIDADE ANTERIOR A HOJE E SALDO,
      *    VALORIZADOS PELO CUSTO MEDIO ATUAL DO ITEM
       IMPRIME-PROPOSTA.
           MOVE ZEROS TO CT-PAG WS-LOTES-PROP WS-QTDE-PROP
                   WS-VALOR-PROP.
           MOVE "PROPOSTA DE BAIXA DE LOTES VENCIDOS" TO TITULO-CAB01.
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO-PROPOSTA.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO LTE-CHAVE.
           START LOTES KEY NOT LESS THAN LTE-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-PROPOSTA.
           IF WS-EOF = "S"
               GO TO TOTAL-PROPOSTA.
           READ LOTES NEXT RECORD AT END
               GO TO TOTAL-PROPOSTA.
           IF LTE-QTDE NOT > ZEROS OR LTE-VALIDADE = ZEROS
                   OR LTE-VALIDADE NOT < WS-HOJE-NUM
               GO TO LER-PROPOSTA.
           MOVE LTE-CODIGO TO CODIGO.
           READ ARQMAT INVALID KEY
               MOVE "** ITEM NAO CADASTRADO **" TO FD-NOME
               MOVE ZEROS TO FD-VALOR-UNIT.
           COMPUTE WS-VALOR-PERDA ROUNDED = LTE-QTDE * FD-VALOR-UNIT.
           MOVE LTE-CODIGO TO CODIGO-DET.
           MOVE FD-NOME TO NOME-DET.
           MOVE LTE-LOTE TO LOTE-DET.
           MOVE LTE-VALIDADE TO WS-DATA-AUX.
           MOVE AUX-DIA TO VAL-DIA-DET.
           MOVE AUX-MES TO VAL-MES-DET.
           MOVE AUX-ANO TO VAL-ANO-DET.
           MOVE LTE-QTDE TO QTDE-DET.
           MOVE FD-VALOR-UNIT TO CUSTO-DET.
           MOVE WS-VALOR-PERDA TO VALOR-DET.
           MOVE SPACES TO SITUACAO-DET.
           IF LTE-SITUACAO = "Q"
               MOVE "QUARENTENA" TO SITUACAO-DET.
           IF LTE-SITUACAO = "B"
               MOVE "BLOQUEADO" TO SITUACAO-DET.
           WRITE REG-RELATO FROM DETALHE-PROPOSTA
               BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO-PROPOSTA.
           ADD 1 TO WS-LOTES-PROP.
           ADD LTE-QTDE TO WS-QTDE-PROP.
           ADD WS-VALOR-PERDA TO WS-VALOR-PROP.
           GO TO LER-PROPOSTA.
       TOTAL-PROPOSTA.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           MOVE "LOTES VENCIDOS..............:" TO TEXTO-CONTAGEM.
           MOVE WS-LOTES-PROP TO VALOR-CONTAGEM.
           WRITE REG-RELATO FROM LINHA-CONTAGEM
               BEFORE ADVANCING 1 LINES.
           MOVE "QUANTIDADE A BAIXAR.........:" TO TEXTO-CONTAGEM.
           MOVE WS-QTDE-PROP TO VALOR-CONTAGEM.
           WRITE REG-RELATO FROM LINHA-CONTAGEM
               BEFORE ADVANCING 1 LINES.
           MOVE "VALOR DA PERDA..............:" TO TEXTO-RESUMO.
           MOVE WS-VALOR-PROP TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           CLOSE RELATO.
       FIM-IMPRIME-PROPOSTA.
           EXIT.
       CABECALHO-PROPOSTA.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 3 LINES.
           WRITE REG-RELATO FROM CAB02-PROPOSTA
               BEFORE ADVANCING 2 LINES.
      *    BAIXA - MESMO CRITERIO DA PROPOSTA; A QUANTIDADE BAIXADA NAO
      *    PASSA DO ESTOQUE DO ITEM NO ARQMAT, MAS O LOTE SEMPRE ZERA
       EXECUTA-BAIXA.
           MOVE ZEROS TO WS-LOTES-BAIXADOS WS-VALOR-BAIXADO.
           OPEN EXTEND MOVEST.
           IF FS-MOV NOT = "00" AND NOT = "05"
               CLOSE MOVEST
               OPEN OUTPUT MOVEST
               CLOSE MOVEST
               OPEN EXTEND MOVEST.
           OPEN EXTEND LOGMAT.
           IF FS-LOG NOT = "00" AND NOT = "05"
               CLOSE LOGMAT
               OPEN OUTPUT LOGMAT
               CLOSE LOGMAT
               OPEN EXTEND LOGMAT.
           OPEN EXTEND PERDAS.
           IF FS-PRD NOT = "00" AND NOT = "05"
               CLOSE PERDAS
               OPEN OUTPUT PERDAS
               CLOSE PERDAS
               OPEN EXTEND PERDAS.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO LTE-CHAVE.
           START LOTES KEY NOT LESS THAN LTE-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-BAIXA.
           IF WS-EOF = "S"
               GO TO FECHA-BAIXA.
           READ LOTES NEXT RECORD AT END
               GO TO FECHA-BAIXA.
           IF LTE-QTDE NOT > ZEROS OR LTE-VALIDADE = ZEROS
                   OR LTE-VALIDADE NOT < WS-HOJE-NUM
               GO TO LER-BAIXA.
           MOVE LTE-QTDE TO WS-QTDE-BAIXA.
           MOVE LTE-CODIGO TO CODIGO.
           READ ARQMAT
               INVALID KEY
                   MOVE ZEROS TO WS-QTDE-BAIXA
               NOT INVALID KEY
                   IF FD-QTDE-ESTOQUE < WS-QTDE-BAIXA
                       IF FD-QTDE-ESTOQUE > ZEROS
                           MOVE FD-QTDE-ESTOQUE TO WS-QTDE-BAIXA
                       ELSE
                           MOVE ZEROS TO WS-QTDE-BAIXA
                       END-IF
                   END-IF
           END-READ.
           IF WS-QTDE-BAIXA > ZEROS
               PERFORM BAIXA-ITEM.
           MOVE ZEROS TO LTE-QTDE.
           REWRITE REG-LOTES INVALID KEY
               DISPLAY "ERRO DE GRAVACAO LOTES" FS-LTE AT 1110
               CALL "LOGERRO" USING "PERDVEN" "REGRAVA LOTES" FS-LTE
               STOP RUN.
           ADD 1 TO WS-LOTES-BAIXADOS.
           GO TO LER-BAIXA.
       FECHA-BAIXA.
           CLOSE MOVEST LOGMAT PERDAS.
       FIM-EXECUTA-BAIXA.
           EXIT.
       BAIXA-ITEM.
           MOVE FD-QTDE-ESTOQUE TO OLD-QTDE-ESTOQUE.
           MOVE FD-VALOR-TOT TO OLD-VALOR-TOT.
           COMPUTE WS-VALOR-PERDA ROUNDED =
               WS-QTDE-BAIXA * FD-VALOR-UNIT.
           SUBTRACT WS-QTDE-BAIXA FROM FD-QTDE-ESTOQUE.
           COMPUTE FD-VALOR-TOT = FD-QTDE-ESTOQUE * FD-VALOR-UNIT.
           REWRITE REG-ARQMAT INVALID KEY
               DISPLAY "ERRO DE GRAVACAO ARQMAT" FS AT 1110
               CALL "LOGERRO" USING "PERDVEN" "REGRAVA ARQMAT" FS
               STOP RUN.
           PERFORM BAIXA-DEPOSITOS THRU FIM-BAIXA-DEPOSITOS.
           PERFORM GRAVA-LOG.
           PERFORM GRAVA-PERDAS.
           ADD WS-VALOR-PERDA TO WS-VALOR-BAIXADO.
      *    A QUANTIDADE SAI DOS DEPOSITOS COM SALDO EM ORDEM DE
      *    DEPOSITO, UMA SAIDA NO MOVEST POR DEPOSITO
       BAIXA-DEPOSITOS.
           MOVE WS-QTDE-BAIXA TO WS-QTDE-RESTANTE.
           MOVE "N" TO WS-EOF-SDP.
           MOVE LTE-CODIGO TO SDP-CODIGO.
           MOVE ZEROS TO SDP-DEPOSITO.
           START SALDEP KEY NOT LESS THAN SDP-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF-SDP.
       LER-BAIXA-DEPOSITO.
           IF WS-EOF-SDP = "S" OR WS-QTDE-RESTANTE = ZEROS
               GO TO SOBRA-BAIXA-DEPOSITO.
           READ SALDEP NEXT RECORD AT END
               GO TO SOBRA-BAIXA-DEPOSITO.
           IF SDP-CODIGO NOT = LTE-CODIGO
               GO TO SOBRA-BAIXA-DEPOSITO.
           IF SDP-DEPOSITO = WS-DEP-TRANSITO OR SDP-QTDE NOT > ZEROS
               GO TO LER-BAIXA-DEPOSITO.
           IF SDP-QTDE < WS-QTDE-RESTANTE
               MOVE SDP-QTDE TO WS-QTDE-DEP
           ELSE
               MOVE WS-QTDE-RESTANTE TO WS-QTDE-DEP.
           SUBTRACT WS-QTDE-DEP FROM SDP-QTDE WS-QTDE-RESTANTE.
           MOVE "S" TO WS-SDP-EXISTE.
           PERFORM GRAVA-SALDEP.
           MOVE SDP-DEPOSITO TO WS-DEPOSITO.
           PERFORM GRAVA-MOVEST.
           GO TO LER-BAIXA-DEPOSITO.
       SOBRA-BAIXA-DEPOSITO.
           IF WS-QTDE-RESTANTE = ZEROS
               GO TO FIM-BAIXA-DEPOSITOS.
           MOVE WS-DEP-PRINCIPAL TO WS-DEPOSITO.
           MOVE WS-QTDE-RESTANTE TO WS-QTDE-DEP.
           PERFORM LE-SALDEP.
           SUBTRACT WS-QTDE-DEP FROM SDP-QTDE.
           PERFORM GRAVA-SALDEP.
           PERFORM GRAVA-MOVEST.
       FIM-BAIXA-DEPOSITOS.
           EXIT.
       LE-SALDEP.
           MOVE LTE-CODIGO TO SDP-CODIGO.
           MOVE WS-DEPOSITO TO SDP-DEPOSITO.
           READ SALDEP
               INVALID KEY
                   MOVE "N" TO WS-SDP-EXISTE
                   MOVE LTE-CODIGO TO SDP-CODIGO
                   MOVE WS-DEPOSITO TO SDP-DEPOSITO
                   MOVE ZEROS TO SDP-QTDE
               NOT INVALID KEY
                   MOVE "S" TO WS-SDP-EXISTE
           END-READ.
       GRAVA-SALDEP.
           IF WS-SDP-EXISTE = "S"
               REWRITE REG-SALDEP INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO SALDEP" FS-SDP AT 1110
                   CALL "LOGERRO" USING "PERDVEN" "REGRAVA SALDEP"
                           FS-SDP
                   STOP RUN
               END-REWRITE
           ELSE
               WRITE REG-SALDEP INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO SALDEP" FS-SDP AT 1110
                   CALL "LOGERRO" USING "PERDVEN" "GRAVACAO SALDEP"
                           FS-SDP
                   STOP RUN
               END-WRITE
               MOVE "S" TO WS-SDP-EXISTE
           END-IF.
       GRAVA-MOVEST.
           MOVE WS-HOJE-NUM TO MOV-DATA.
           MOVE LTE-CODIGO TO MOV-CODIGO.
           MOVE "P" TO MOV-TIPO.
           MOVE WS-QTDE-DEP TO MOV-QTDE.
           MOVE WS-DOCUMENTO TO MOV-DOCUMENTO.
           MOVE FD-QTDE-ESTOQUE TO MOV-SALDO.
           MOVE WS-DEPOSITO TO MOV-DEPOSITO.
           MOVE WS-CCUSTO TO MOV-CCUSTO.
           WRITE REG-MOVEST.
       GRAVA-LOG.
           MOVE HOJE-DIA TO LOG-DIA.
           MOVE HOJE-MES TO LOG-MES.
           MOVE HOJE-ANO TO LOG-ANO.
           MOVE LTE-CODIGO TO LOG-CODIGO.
           MOVE "PERDA VENC" TO LOG-OPERACAO.
           MOVE OLD-QTDE-ESTOQUE TO LOG-QTDE-ANTIGA.
           MOVE FD-QTDE-ESTOQUE TO LOG-QTDE-NOVA.
           MOVE OLD-VALOR-TOT TO LOG-VALOR-ANTIGO.
           MOVE FD-VALOR-TOT TO LOG-VALOR-NOVO.
           MOVE WS-OPERADOR TO LOG-OPERADOR.
           WRITE REG-LOGMAT.
       GRAVA-PERDAS.
           MOVE WS-HOJE-NUM TO PRD-DATA.
           MOVE LTE-CODIGO TO PRD-CODIGO.
           MOVE LTE-LOTE TO PRD-LOTE.
           MOVE LTE-VALIDADE TO PRD-VALIDADE.
           MOVE WS-QTDE-BAIXA TO PRD-QTDE.
           MOVE FD-VALOR-UNIT TO PRD-CUSTO-UNIT.
           MOVE WS-VALOR-PERDA TO PRD-VALOR.
           MOVE WS-CCUSTO TO PRD-CCUSTO.
           MOVE WS-DOCUMENTO TO PRD-DOCUMENTO.
           MOVE WS-OPERADOR TO PRD-OPERADOR.
           WRITE REG-PERDAS.
      *    RM - PERDAS DA COMPETENCIA POR CENTRO DE CUSTO E ITEM
       RELATORIO-MENSAL.
           DISPLAY "COMPETENCIA (AAAAMM):" AT 1305.
           ACCEPT WS-COMPETENCIA AT 1327.
           IF WS-COMPETENCIA = ZEROS
               GO TO TELA-1.
           OPEN INPUT PERDAS.
           IF FS-PRD NOT = "00"
               CLOSE PERDAS
               DISPLAY "NAO HA PERDAS REGISTRADAS" AT 1110
               ACCEPT CONFIRMA AT 1137
               GO TO TELA-1.
           CLOSE PERDAS.
           SORT SORPRD ASCENDING KEY SOR-CCUSTO SOR-CODIGO
               INPUT PROCEDURE ENTRADA
               OUTPUT PROCEDURE SAIDA.
           DISPLAY "RELATORIO DE PERDAS DO MES IMPRESSO" AT 1110.
           ACCEPT CONFIRMA AT 1147.
           GO TO TELA-1.
       VERIFICA-PERIODO.
           MOVE "S" TO WS-PERIODO-LIVRE.
           OPEN INPUT FECHCTL.
           IF FS-FCT NOT = "00"
               CLOSE FECHCTL
               GO TO FIM-VERIFICA-PERIODO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE FCT-COMPETENCIA =
               (HOJE-ANO * 100) + HOJE-MES.
           READ FECHCTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FCT-STATUS = "F"
                       MOVE "N" TO WS-PERIODO-LIVRE
                   END-IF
           END-READ.
           CLOSE FECHCTL.
       FIM-VERIFICA-PERIODO.
           EXIT.
       FIM.
           CLOSE LOTES ARQMAT SALDEP.
           IF WS-CCU-DISPONIVEL = "S"
               CLOSE CCUSTO.
           STOP RUN.
       ENTRADA SECTION.
       INI-ENTRADA.
           OPEN INPUT PERDAS.
       LER-ENTRADA.
           READ PERDAS AT END
               CLOSE PERDAS
               GO TO FIM-ENTRADA.
           IF PRD-DATA (1:6) NOT = WS-COMPETENCIA
               GO TO LER-ENTRADA.
           MOVE PRD-CCUSTO TO SOR-CCUSTO.
           MOVE PRD-CODIGO TO SOR-CODIGO.
           MOVE PRD-QTDE TO SOR-QTDE.
           MOVE PRD-VALOR TO SOR-VALOR.
           RELEASE REG-SORPRD.
           IF ST NOT = "00"
               DISPLAY "ERRO NO SORT" AT 1110
               CALL "LOGERRO" USING "PERDVEN" "SORT ENTRADA" ST
               STOP RUN.
           GO TO LER-ENTRADA.
       FIM-ENTRADA.
           EXIT.
       SAIDA SECTION.
       INI-SAIDA.
           MOVE ZEROS TO CT-PAG WS-QTDE-GERAL WS-VALOR-GERAL.
           MOVE "N" TO WS-TEM-CCUSTO WS-TEM-ITEM.
           MOVE "PERDAS POR VENCIMENTO DO MES" TO TITULO-CAB01.
           MOVE WS-COMPETENCIA TO TITULO-CAB01 (30:6).
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO-MENSAL.
       LER-SAIDA.
           RETURN SORPRD AT END
               PERFORM FECHA-ITEM
               PERFORM FECHA-CCUSTO
               GO TO FIM-SAIDA.
           IF WS-TEM-CCUSTO = "N" OR SOR-CCUSTO NOT = WS-CCUSTO-ANT
               PERFORM FECHA-ITEM
               PERFORM FECHA-CCUSTO
               PERFORM ABRE-CCUSTO.
           IF WS-TEM-ITEM = "N" OR SOR-CODIGO NOT = WS-CODIGO-ANT
               PERFORM FECHA-ITEM
               MOVE "S" TO WS-TEM-ITEM
               MOVE SOR-CODIGO TO WS-CODIGO-ANT
               MOVE ZEROS TO WS-QTDE-ITEM WS-VALOR-ITEM.
           ADD SOR-QTDE TO WS-QTDE-ITEM WS-QTDE-CCUSTO WS-QTDE-GERAL.
           ADD SOR-VALOR TO WS-VALOR-ITEM WS-VALOR-CCUSTO
                   WS-VALOR-GERAL.
           GO TO LER-SAIDA.
       ABRE-CCUSTO.
           MOVE "S" TO WS-TEM-CCUSTO.
           MOVE SOR-CCUSTO TO WS-CCUSTO-ANT CCUSTO-CAB.
           MOVE ZEROS TO WS-QTDE-CCUSTO WS-VALOR-CCUSTO.
           MOVE SPACES TO CCUSTO-NOME-CAB.
           IF WS-CCU-DISPONIVEL = "S"
               MOVE SOR-CCUSTO TO CCU-CODIGO
               READ CCUSTO
                   INVALID KEY
                       MOVE "** NAO CADASTRADO **" TO CCUSTO-NOME-CAB
                   NOT INVALID KEY
                       MOVE CCU-NOME TO CCUSTO-NOME-CAB
               END-READ
           END-IF.
           WRITE REG-RELATO FROM LINHA-CCUSTO
               BEFORE ADVANCING 2 LINES
               AT EOP PERFORM CABECALHO-MENSAL.
       FECHA-ITEM.
           IF WS-TEM-ITEM = "S"
               MOVE "N" TO WS-TEM-ITEM
               MOVE WS-CODIGO-ANT TO CODIGO CODIGO-MES
               READ ARQMAT
                   INVALID KEY
                       MOVE "** ITEM NAO CADASTRADO **" TO FD-NOME
               END-READ
               MOVE FD-NOME TO NOME-MES
               MOVE WS-QTDE-ITEM TO QTDE-MES
               MOVE WS-VALOR-ITEM TO VALOR-MES
               WRITE REG-RELATO FROM DETALHE-MENSAL
                   BEFORE ADVANCING 1 LINES
                   AT EOP PERFORM CABECALHO-MENSAL
               END-WRITE
           END-IF.
       FECHA-CCUSTO.
           IF WS-TEM-CCUSTO = "S"
               MOVE "TOTAL DO CENTRO DE CUSTO" TO TEXTO-SUB
               MOVE WS-QTDE-CCUSTO TO QTDE-SUB
               MOVE WS-VALOR-CCUSTO TO VALOR-SUB
               WRITE REG-RELATO FROM LINHA-SUBTOTAL
                   BEFORE ADVANCING 2 LINES
                   AT EOP PERFORM CABECALHO-MENSAL
               END-WRITE
           END-IF.
       CABECALHO-MENSAL.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 3 LINES.
           WRITE REG-RELATO FROM CAB02-MENSAL BEFORE ADVANCING 2 LINES.
       FIM-SAIDA.
           MOVE "TOTAL GERAL DO MES" TO TEXTO-SUB.
           MOVE WS-QTDE-GERAL TO QTDE-SUB.
           MOVE WS-VALOR-GERAL TO VALOR-SUB.
           WRITE REG-RELATO FROM LINHA-SUBTOTAL
               BEFORE ADVANCING 1 LINES.
           CLOSE RELATO.
       EXIT-SAIDA.
           EXIT.
       END PROGRAM PERDVEN.
