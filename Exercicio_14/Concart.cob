      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - VENDAS NO BALCAO
      * Tectonics: cobc
      * Objetivo: CONCILIACAO DOS RECEBIVEIS DE CARTAO - MANUTENCAO DA
      *           TABELA TAXACART (TAXA E PRAZO DE REPASSE POR
      *           ADQUIRENTE E MODALIDADE: D=DEBITO, C=CREDITO A
      *           VISTA, P=CREDITO PARCELADO), IMPORTACAO DO ARQUIVO
      *           DE LIQUIDACAO DA ADQUIRENTE (LIQCART) CONTRA OS
      *           RECEBIVEIS PREVISTOS GRAVADOS PELO VENDAS (CARTREC)
      *           E RELATORIO DE PAGOS, PAGOS A MENOR E VENCIDOS SEM
      *           PAGAMENTO POR PERIODO DE REPASSE PREVISTO
      * Obs: LAYOUT DO LIQCART (UMA LINHA POR PARCELA PAGA):
      *      ADQUIRENTE(3) NSU(12) PARCELA(2) DATA PAGTO(AAAAMMDD)
      *      VALOR BRUTO(8V2) VALOR LIQUIDO(8V2), SEPARADOS POR UM
      *      ESPACO, VALORES SEM VIRGULA.
      * Alteracoes:
      * 15/10/2026 - NOVA LINHA DE LIQUIDACAO DE PARCELA PAGA A MENOR
      *              (STATUS M) SOMA AO VALOR JA PAGO E PASSA A PAGA
      *              (STATUS P) QUANDO COBRE O LIQUIDO PREVISTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCART.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAXACART ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       TXC-CHAVE
           FILE STATUS      FS-TXC.
           SELECT CARTREC ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       CRT-CHAVE
           ALTERNATE RECORD KEY IS CRT-CHAVE-ADQ
                   WITH DUPLICATES
           FILE STATUS      FS-CRT.
           SELECT LIQCART ASSIGN TO "LIQCART"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-LQC.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD  TAXACART LABEL RECORD STANDARD
           VALUE OF FILE-ID "TAXACART".
       01  REG-TAXACART.
           02 TXC-CHAVE.
               03 TXC-ADQUIRENTE PIC X(03).
               03 TXC-MODALIDADE PIC X(01).
           02 TXC-NOME          PIC X(20).
           02 TXC-TAXA          PIC 9(02)V99.
           02 TXC-DIAS          PIC 9(03).
       FD  CARTREC LABEL RECORD STANDARD
           VALUE OF FILE-ID "CARTREC".
       01  REG-CARTREC.
           02 CRT-CHAVE.
               03 CRT-VENDA     PIC 9(06).
               03 CRT-SEQ       PIC 9(02).
               03 CRT-PARCELA   PIC 9(02).
           02 CRT-CHAVE-ADQ.
               03 CRT-ADQUIRENTE PIC X(03).
               03 CRT-NSU       PIC X(12).
               03 CRT-PARC-ADQ  PIC 9(02).
           02 CRT-MODALIDADE    PIC X(01).
           02 CRT-QTD-PARCELAS  PIC 9(02).
           02 CRT-DATA-VENDA    PIC 9(08).
           02 CRT-VALOR-BRUTO   PIC 9(08)V99.
           02 CRT-TAXA          PIC 9(02)V99.
           02 CRT-VALOR-LIQUIDO PIC 9(08)V99.
           02 CRT-DATA-PREVISTA PIC 9(08).
           02 CRT-STATUS        PIC X(01).
           02 CRT-VALOR-PAGO    PIC 9(08)V99.
           02 CRT-DATA-PAGTO    PIC 9(08).
       FD  LIQCART
           LABEL RECORD IS OMITTED.
       01  REG-LIQCART.
           02 LQC-ADQUIRENTE    PIC X(03).
           02 FILLER            PIC X.
           02 LQC-NSU           PIC X(12).
           02 FILLER            PIC X.
           02 LQC-PARCELA       PIC 9(02).
           02 FILLER            PIC X.
           02 LQC-DATA-PAGTO    PIC 9(08).
           02 FILLER            PIC X.
           02 LQC-VALOR-BRUTO   PIC 9(08)V99.
           02 FILLER            PIC X.
           02 LQC-VALOR-LIQUIDO PIC 9(08)V99.
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  FS-TXC               PIC X(02) VALUE SPACES.
       77  FS-CRT               PIC X(02) VALUE SPACES.
       77  FS-LQC               PIC X(02) VALUE SPACES.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  FUNCAO               PIC X(02) VALUE SPACES.
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-EOF               PIC X(01) VALUE "N".
       77  WS-TXC-EXISTE        PIC X(01) VALUE "N".
       77  WS-OPERADOR          PIC X(03) VALUE SPACES.
       77  WS-NIVEL-EXIGIDO     PIC 9(01) VALUE ZEROS.
       77  WS-AUTORIZADO        PIC X(01) VALUE SPACES.
       77  WS-DATA-INICIAL      PIC 9(08) VALUE ZEROS.
       77  WS-DATA-FINAL        PIC 9(08) VALUE ZEROS.
       77  WS-DIFERENCA         PIC S9(08)V99 VALUE ZEROS.
       77  WS-QTD-LIDOS         PIC 9(05) VALUE ZEROS.
       77  WS-QTD-PAGOS         PIC 9(05) VALUE ZEROS.
       77  WS-QTD-MENOR         PIC 9(05) VALUE ZEROS.
       77  WS-QTD-NAO-LOC       PIC 9(05) VALUE ZEROS.
       77  WS-QTD-VENCIDOS      PIC 9(05) VALUE ZEROS.
       77  WS-QTD-ABERTOS       PIC 9(05) VALUE ZEROS.
       77  WS-TOT-PREVISTO      PIC 9(10)V99 VALUE ZEROS.
       77  WS-TOT-PAGO          PIC 9(10)V99 VALUE ZEROS.
       77  WS-TOT-VENCIDO       PIC 9(10)V99 VALUE ZEROS.
       77  WS-TOT-DIFERENCA     PIC S9(10)V99 VALUE ZEROS.
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
           02 TITULO-CAB01 PIC X(45)  VALUE SPACES.
           02 FILLER     PIC X(04)   VALUE "PAG.".
           02 PAG-CAB01  PIC ZZ9     VALUE ZEROS.
       01  CAB02.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(09) VALUE "VENDA".
           02 FILLER  PIC X(07) VALUE "PARC.".
           02 FILLER  PIC X(05) VALUE "ADQ".
           02 FILLER  PIC X(14) VALUE "NSU".
           02 FILLER  PIC X(10) VALUE "PREVISTO".
           02 FILLER  PIC X(15) VALUE "LIQ. PREVISTO".
           02 FILLER  PIC X(15) VALUE "VALOR PAGO".
           02 FILLER  PIC X(15) VALUE "DIFERENCA".
           02 FILLER  PIC X(16) VALUE "SITUACAO".
       01  DETALHE.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 VENDA-DET         PIC 9(06) VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 PARCELA-DET       PIC 99    VALUE ZEROS.
           02 FILLER            PIC X(01) VALUE "/".
           02 QTD-PARC-DET      PIC 99    VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 ADQ-DET           PIC X(03) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 NSU-DET           PIC X(12) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 PREVISTA-DET      PIC 9(08) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 LIQUIDO-DET       PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 PAGO-DET          PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 DIFERENCA-DET     PIC -Z.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 SITUACAO-DET      PIC X(16) VALUE SPACES.
       01  LINHA-RESUMO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TEXTO-RESUMO      PIC X(28) VALUE SPACES.
           02 VALOR-RESUMO      PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       SCREEN SECTION.
       01  TELA1.
            02 BLANK SCREEN.
            02 LINE 01 COLUMN 01 VALUE "DATA:".
            02 LINE 01 COLUMN 20 VALUE "CONCILIACAO DE CARTOES".
            02 LINE 03 COLUMN 01 VALUE "ESCOLHA A FUNCAO: ".
            02 LINE 03 COLUMN 22 VALUE "(TX-IM-RL-FF)".
            02 LINE 05 COLUMN 05 VALUE "TX - TAXAS DAS ADQUIRENTES".
            02 LINE 06 COLUMN 05 VALUE "IM - IMPORTA LIQUIDACAO".
            02 LINE 07 COLUMN 05 VALUE "RL - RELATORIO DE CONCILIACAO".
            02 LINE 12 COLUMN 01 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR".
           MOVE 2 TO WS-NIVEL-EXIGIDO.
           CALL "AUTORIZA" USING "CONCART" WS-OPERADOR
                   WS-NIVEL-EXIGIDO WS-AUTORIZADO.
           IF WS-AUTORIZADO NOT = "S"
               DISPLAY "OPERADOR SEM PERFIL PARA ESTE PROGRAMA"
                       AT 2202
               ACCEPT CONFIRMA AT 2242
               STOP RUN.
       ABRE-TAXACART.
           OPEN I-O TAXACART.
           IF FS-TXC NOT = "00"
               IF FS-TXC = "35"
                   CLOSE TAXACART OPEN OUTPUT TAXACART CLOSE TAXACART
                   GO TO ABRE-TAXACART
               ELSE
                   DISPLAY FS-TXC "STATUS DO ARQUIVO TAXACART"
                   CALL "LOGERRO" USING "CONCART" "ABERTURA TAXACART"
                           FS-TXC
                   STOP RUN
           END-IF.
       ABRE-CARTREC.
           OPEN I-O CARTREC.
           IF FS-CRT NOT = "00"
               IF FS-CRT = "35"
                   CLOSE CARTREC OPEN OUTPUT CARTREC CLOSE CARTREC
                   GO TO ABRE-CARTREC
               ELSE
                   DISPLAY FS-CRT "STATUS DO ARQUIVO CARTREC"
                   CALL "LOGERRO" USING "CONCART" "ABERTURA CARTREC"
                           FS-CRT
                   CLOSE TAXACART
                   STOP RUN
           END-IF.
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
               WHEN "TX"
                  GO TO TAXAS
               WHEN "IM"
                  GO TO IMPORTA
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
      *    TX - TAXA E PRAZO DE REPASSE POR ADQUIRENTE E MODALIDADE
      *
       TAXAS.
           DISPLAY "ADQUIRENTE (BRANCO=FIM):" AT 0905.
           ACCEPT TXC-ADQUIRENTE AT 0930.
           IF TXC-ADQUIRENTE = SPACES
               DISPLAY LIMPA-MENSAGEM AT 0905
               GO TO TELA-1.
       PEDE-MODALIDADE.
           DISPLAY "MODALIDADE (D-DEB C-CRED P-PARC):" AT 1005.
           ACCEPT TXC-MODALIDADE AT 1039.
           IF TXC-MODALIDADE NOT = "D" AND NOT = "C" AND NOT = "P"
               GO TO PEDE-MODALIDADE.
           READ TAXACART
               INVALID KEY
                   MOVE "N" TO WS-TXC-EXISTE
                   MOVE SPACES TO TXC-NOME
                   MOVE ZEROS TO TXC-TAXA TXC-DIAS
                   DISPLAY "NOVA TAXA" AT 1210
               NOT INVALID KEY
                   MOVE "S" TO WS-TXC-EXISTE
                   DISPLAY "TAXA ATUAL:" AT 1210
                   DISPLAY TXC-TAXA AT 1222
                   DISPLAY "DIAS:" AT 1230
                   DISPLAY TXC-DIAS AT 1236
           END-READ.
           DISPLAY "NOME DA ADQUIRENTE:" AT 1305.
           ACCEPT TXC-NOME AT 1325.
           DISPLAY "TAXA (99,99):" AT 1405.
           ACCEPT TXC-TAXA AT 1425.
           DISPLAY "DIAS PARA REPASSE:" AT 1505.
           ACCEPT TXC-DIAS AT 1525.
           IF TXC-DIAS = ZEROS
               MOVE 1 TO TXC-DIAS.
           IF WS-TXC-EXISTE = "S"
               REWRITE REG-TAXACART INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO" FS-TXC AT 1210
                   CALL "LOGERRO" USING "CONCART" "REGRAVA TAXACART"
                           FS-TXC
                   STOP RUN
               END-REWRITE
           ELSE
               WRITE REG-TAXACART INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO" FS-TXC AT 1210
                   CALL "LOGERRO" USING "CONCART" "GRAVACAO TAXACART"
                           FS-TXC
                   STOP RUN
               END-WRITE
           END-IF.
           DISPLAY LIMPA-MENSAGEM AT 1005.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           DISPLAY LIMPA-MENSAGEM AT 1305.
           DISPLAY LIMPA-MENSAGEM AT 1405.
           DISPLAY LIMPA-MENSAGEM AT 1505.
           DISPLAY "TAXA GRAVADA" AT 1210.
           ACCEPT CONFIRMA AT 1223.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           GO TO TAXAS.
      *
      *    IM - IMPORTACAO DO ARQUIVO DE LIQUIDACAO DA ADQUIRENTE
      *
       IMPORTA.
           OPEN INPUT LIQCART.
           IF FS-LQC NOT = "00"
               CLOSE LIQCART
               DISPLAY "ARQUIVO LIQCART NAO ENCONTRADO" AT 1210
               ACCEPT CONFIRMA AT 1241
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO TELA-1.
           MOVE ZEROS TO CT-PAG WS-QTD-LIDOS WS-QTD-PAGOS.
           MOVE ZEROS TO WS-QTD-MENOR WS-QTD-NAO-LOC.
           MOVE ZEROS TO WS-TOT-PAGO WS-TOT-DIFERENCA.
           MOVE "IMPORTACAO DA LIQUIDACAO DE CARTOES"
                   TO TITULO-CAB01.
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO.
       LER-IMPORTA.
           READ LIQCART AT END
               GO TO FIM-IMPORTA.
           ADD 1 TO WS-QTD-LIDOS.
           ADD LQC-VALOR-LIQUIDO TO WS-TOT-PAGO.
           MOVE LQC-ADQUIRENTE TO CRT-ADQUIRENTE.
           MOVE LQC-NSU TO CRT-NSU.
           MOVE LQC-PARCELA TO CRT-PARC-ADQ.
           READ CARTREC KEY IS CRT-CHAVE-ADQ
               INVALID KEY
                   PERFORM IMPORTA-NAO-LOCALIZADO
                   MOVE "NAO LOCALIZADO" TO SITUACAO-DET
                   PERFORM IMPRIME-NAO-LOCALIZADO
                   GO TO LER-IMPORTA.
           IF CRT-STATUS NOT = "A" AND CRT-STATUS NOT = "M"
               PERFORM IMPORTA-NAO-LOCALIZADO
               MOVE CRT-VENDA TO VENDA-DET
               MOVE "JA LIQUIDADO" TO SITUACAO-DET
               PERFORM IMPRIME-NAO-LOCALIZADO
               GO TO LER-IMPORTA.
           ADD LQC-VALOR-LIQUIDO TO CRT-VALOR-PAGO.
           MOVE LQC-DATA-PAGTO TO CRT-DATA-PAGTO.
           COMPUTE WS-DIFERENCA = CRT-VALOR-PAGO - CRT-VALOR-LIQUIDO.
           IF WS-DIFERENCA < ZEROS
               MOVE "M" TO CRT-STATUS
               MOVE "PAGO A MENOR" TO SITUACAO-DET
               ADD 1 TO WS-QTD-MENOR
           ELSE
               MOVE "P" TO CRT-STATUS
               MOVE "PAGO" TO SITUACAO-DET
               ADD 1 TO WS-QTD-PAGOS.
           ADD WS-DIFERENCA TO WS-TOT-DIFERENCA.
           REWRITE REG-CARTREC INVALID KEY
               DISPLAY "ERRO DE GRAVACAO CARTREC" FS-CRT AT 1210
               CALL "LOGERRO" USING "CONCART" "REGRAVA CARTREC"
                       FS-CRT
               STOP RUN.
           PERFORM MONTA-DETALHE.
           WRITE REG-RELATO FROM DETALHE BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
           GO TO LER-IMPORTA.
       IMPORTA-NAO-LOCALIZADO.
           MOVE ZEROS TO VENDA-DET PARCELA-DET QTD-PARC-DET.
           MOVE ZEROS TO PREVISTA-DET LIQUIDO-DET DIFERENCA-DET.
           MOVE LQC-PARCELA TO PARCELA-DET.
           MOVE LQC-ADQUIRENTE TO ADQ-DET.
           MOVE LQC-NSU TO NSU-DET.
           MOVE LQC-VALOR-LIQUIDO TO PAGO-DET.
           ADD 1 TO WS-QTD-NAO-LOC.
       IMPRIME-NAO-LOCALIZADO.
           WRITE REG-RELATO FROM DETALHE BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
       FIM-IMPORTA.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           MOVE "LINHAS IMPORTADAS..........:" TO TEXTO-RESUMO.
           MOVE WS-QTD-LIDOS TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "PARCELAS PAGAS.............:" TO TEXTO-RESUMO.
           MOVE WS-QTD-PAGOS TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "PARCELAS PAGAS A MENOR.....:" TO TEXTO-RESUMO.
           MOVE WS-QTD-MENOR TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "NAO LOCALIZADAS / REPETIDAS:" TO TEXTO-RESUMO.
           MOVE WS-QTD-NAO-LOC TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "VALOR LIQUIDO RECEBIDO.....:" TO TEXTO-RESUMO.
           MOVE WS-TOT-PAGO TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "DIFERENCA CONTRA O PREVISTO:" TO TEXTO-RESUMO.
           MOVE WS-TOT-DIFERENCA TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           CLOSE RELATO LIQCART.
           DISPLAY "LIQUIDACAO IMPORTADA E RELATORIO IMPRESSO" AT 1210.
           ACCEPT CONFIRMA AT 1252.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           GO TO TELA-1.
      *
      *    RL - SITUACAO DOS RECEBIVEIS POR PERIODO DE REPASSE
      *
       RELATORIO.
           DISPLAY "REPASSE PREVISTO DE (AAAAMMDD):" AT 0905.
           ACCEPT WS-DATA-INICIAL AT 0937.
           DISPLAY "ATE (AAAAMMDD, 0=HOJE)........:" AT 1005.
           ACCEPT WS-DATA-FINAL AT 1037.
           IF WS-DATA-FINAL = ZEROS
               MOVE WS-DATA-HOJE TO WS-DATA-FINAL.
           DISPLAY LIMPA-MENSAGEM AT 0905.
           DISPLAY LIMPA-MENSAGEM AT 1005.
           MOVE ZEROS TO CT-PAG WS-QTD-PAGOS WS-QTD-MENOR.
           MOVE ZEROS TO WS-QTD-VENCIDOS WS-QTD-ABERTOS.
           MOVE ZEROS TO WS-TOT-PREVISTO WS-TOT-PAGO WS-TOT-VENCIDO.
           MOVE ZEROS TO WS-TOT-DIFERENCA.
           MOVE "CONCILIACAO DE RECEBIVEIS DE CARTAO" TO TITULO-CAB01.
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO CRT-CHAVE.
           START CARTREC KEY NOT LESS THAN CRT-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-RELATORIO.
           IF WS-EOF = "S"
               GO TO FIM-RELATORIO.
           READ CARTREC NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
                   GO TO FIM-RELATORIO.
           IF CRT-DATA-PREVISTA < WS-DATA-INICIAL
                   OR CRT-DATA-PREVISTA > WS-DATA-FINAL
               GO TO LER-RELATORIO.
           ADD CRT-VALOR-LIQUIDO TO WS-TOT-PREVISTO.
           ADD CRT-VALOR-PAGO TO WS-TOT-PAGO.
           COMPUTE WS-DIFERENCA = CRT-VALOR-PAGO - CRT-VALOR-LIQUIDO.
           EVALUATE TRUE
               WHEN CRT-STATUS = "P"
                   MOVE "PAGO" TO SITUACAO-DET
                   ADD 1 TO WS-QTD-PAGOS
                   ADD WS-DIFERENCA TO WS-TOT-DIFERENCA
               WHEN CRT-STATUS = "M"
                   MOVE "PAGO A MENOR" TO SITUACAO-DET
                   ADD 1 TO WS-QTD-MENOR
                   ADD WS-DIFERENCA TO WS-TOT-DIFERENCA
               WHEN CRT-STATUS = "E"
                   MOVE "ESTORNADO" TO SITUACAO-DET
               WHEN CRT-DATA-PREVISTA < WS-DATA-HOJE
                   MOVE "VENCIDO S/ PAGTO" TO SITUACAO-DET
                   ADD 1 TO WS-QTD-VENCIDOS
                   ADD CRT-VALOR-LIQUIDO TO WS-TOT-VENCIDO
               WHEN OTHER
                   MOVE "A RECEBER" TO SITUACAO-DET
                   ADD 1 TO WS-QTD-ABERTOS
           END-EVALUATE.
           PERFORM MONTA-DETALHE.
           WRITE REG-RELATO FROM DETALHE BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
           GO TO LER-RELATORIO.
       FIM-RELATORIO.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           MOVE "PARCELAS PAGAS.............:" TO TEXTO-RESUMO.
           MOVE WS-QTD-PAGOS TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "PARCELAS PAGAS A MENOR.....:" TO TEXTO-RESUMO.
           MOVE WS-QTD-MENOR TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "VENCIDAS SEM PAGAMENTO.....:" TO TEXTO-RESUMO.
           MOVE WS-QTD-VENCIDOS TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "A RECEBER NO PRAZO.........:" TO TEXTO-RESUMO.
           MOVE WS-QTD-ABERTOS TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "LIQUIDO PREVISTO...........:" TO TEXTO-RESUMO.
           MOVE WS-TOT-PREVISTO TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "LIQUIDO RECEBIDO...........:" TO TEXTO-RESUMO.
           MOVE WS-TOT-PAGO TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "DIFERENCA NOS PAGOS........:" TO TEXTO-RESUMO.
           MOVE WS-TOT-DIFERENCA TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "VENCIDO SEM PAGAMENTO......:" TO TEXTO-RESUMO.
           MOVE WS-TOT-VENCIDO TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           CLOSE RELATO.
           DISPLAY "RELATORIO DE CONCILIACAO IMPRESSO" AT 1210.
           ACCEPT CONFIRMA AT 1244.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           GO TO TELA-1.
       MONTA-DETALHE.
           MOVE CRT-VENDA TO VENDA-DET.
           MOVE CRT-PARCELA TO PARCELA-DET.
           MOVE CRT-QTD-PARCELAS TO QTD-PARC-DET.
           MOVE CRT-ADQUIRENTE TO ADQ-DET.
           MOVE CRT-NSU TO NSU-DET.
           MOVE CRT-DATA-PREVISTA TO PREVISTA-DET.
           MOVE CRT-VALOR-LIQUIDO TO LIQUIDO-DET.
           MOVE CRT-VALOR-PAGO TO PAGO-DET.
           MOVE WS-DIFERENCA TO DIFERENCA-DET.
       CABECALHO.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 3 LINES.
           WRITE REG-RELATO FROM CAB02 BEFORE ADVANCING 2 LINES.
       FIM.
           DISPLAY "FIM DO PROCESSAMENTO " AT 1210.
           CLOSE TAXACART CARTREC.
           STOP RUN.
           END PROGRAM CONCART.
