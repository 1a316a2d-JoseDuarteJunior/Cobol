      *           RECEITA, APONTA DOCUMENTOS CANCELADOS OU INCOMPLETOS
      *           E MARCA O DIA COMO FECHADO NO ARQUIVO FECHDIA (O
      *           VENDAS RECUSA VENDA NOVA EM DIA FECHADO)
      * Alteracoes:
      * 15/10/2026 - RECEITA DO DIA ABERTA POR FORMA DE PAGAMENTO A
      *              PARTIR DAS FORMAS GRAVADAS NO ARQUIVO VENDPAG
      *              (VENDA SEM VENDPAG USA O VCB-FORMA-PAGTO DO
      *              CABECALHO); DOCUMENTO CUJAS FORMAS NAO FECHAM COM
      *              O VALOR DOS ITENS SAI MARCADO "PAGTO DIVERG".
      * 15/10/2026 - TOTAL DAS VENDAS PAGAS COM VALE-CREDITO (FORMA V
      *              DO VENDPAG).
      * 15/10/2026 - VENDA CANCELADA NO DIA (TIPO C NO VENDCAB) SAI
      *              MARCADA "CANCELADO" E FICA FORA DOS TOTAIS.
      * 15/10/2026 - FRETE DE ENTREGA (VCB-FRETE) TOTALIZADO A PARTE DA
      *              RECEITA DAS MERCADORIAS; ENTRA NA CONFERENCIA DAS
      *              FORMAS DE PAGAMENTO DO DOCUMENTO.
      * 15/10/2026 - FECHAMENTO POR FILIAL (VCB-FILIAL) OU CONSOLIDADO
      *              (FILIAL 00); O FECHDIA PASSA A TER CHAVE DATA +
      *              FILIAL E O FECHAMENTO CONSOLIDADO FECHA O DIA DE
      *              TODAS AS LOJAS; ARQUIVO ANTIGO CONVERTIDO PELO
      *              PROGRAMA CONVFDI.
      * 15/10/2026 - ICMS-ST COBRADO NA VENDA (VCB-ICMS-ST) TOTALIZADO A
      *              PARTE DA RECEITA E CONSIDERADO NA CONFERENCIA DAS
      *              FORMAS DE PAGAMENTO DO DOCUMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHADIA.
           SELECT FECHDIA ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       FDI-CHAVE
           FILE STATUS      FS-FDI.
           SELECT VENDPAG ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       VPG-CHAVE
           FILE STATUS      FS-VPG.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
           02 VCB-CLIENTE       PIC 9(04).
           02 VCB-TIPO          PIC X(01).
           02 VCB-REF           PIC 9(06).
           02 FILLER            PIC X(11).
           02 VCB-FRETE         PIC 9(07)V99.
           02 VCB-FILIAL        PIC 9(02).
           02 VCB-ICMS-ST       PIC 9(05)V99.
       FD  FECHDIA LABEL RECORD STANDARD
           VALUE OF FILE-ID "FECHDIA".
       01  REG-FECHDIA.
           02 FDI-CHAVE.
               03 FDI-DATA      PIC 9(08).
               03 FDI-FILIAL    PIC 9(02).
           02 FDI-STATUS        PIC X(01).
           02 FDI-QTD-VENDAS    PIC 9(05).
           02 FDI-VALOR         PIC 9(10)V99.
       FD  VENDPAG LABEL RECORD STANDARD
           VALUE OF FILE-ID "VENDPAG".
       01  REG-VENDPAG.
           02 VPG-CHAVE.
               03 VPG-NUMERO    PIC 9(06).
               03 VPG-SEQ       PIC 9(02).
           02 VPG-DATA          PIC 9(08).
           02 VPG-FORMA         PIC X(01).
           02 VPG-VALOR         PIC 9(09)V99.
           02 VPG-SESSAO        PIC 9(04).
           02 VPG-OPERADOR      PIC X(03).
           02 VPG-CLIENTE       PIC 9(04).
           02 VPG-PARCELAS      PIC 9(01).
           02 VPG-VALE          PIC 9(06).
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       77  WS-TOT-QTDE          PIC S9(07) VALUE ZEROS.
       77  WS-TOT-VALOR         PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOT-MARCADOS      PIC 9(05) VALUE ZEROS.
       77  FS-VPG               PIC X(02) VALUE SPACES.
       77  WS-VPG-DISPONIVEL    PIC X(01) VALUE "N".
       77  WS-EOF-VPG           PIC X(01) VALUE "N".
       77  WS-DOC-FORMA         PIC X(01) VALUE SPACE.
       77  WS-PAGO-DOC          PIC 9(09)V99 VALUE ZEROS.
       77  WS-FRETE-DOC         PIC 9(07)V99 VALUE ZEROS.
       77  WS-TOT-FRETE         PIC 9(09)V99 VALUE ZEROS.
       77  WS-ST-DOC            PIC 9(05)V99 VALUE ZEROS.
       77  WS-TOT-ST            PIC 9(09)V99 VALUE ZEROS.
       77  WS-TEM-VPG           PIC X(01) VALUE "N".
       77  WS-TOT-DIN           PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-CAR           PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-CRE           PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-VLC           PIC 9(11)V99 VALUE ZEROS.
       77  WS-FILIAL-FECHO      PIC 9(02) VALUE ZEROS.
       77  WS-DOC-FILIAL        PIC 9(02) VALUE ZEROS.
       01  WS-DATA-HOJE.
           02 HOJE-ANO          PIC 9(04) VALUE ZEROS.
           02 HOJE-MES          PIC 9(02) VALUE ZEROS.
           VALUE "FECHAMENTO DO DIA".
           02 DIA-FECHO-CAB PIC 9(08) VALUE ZEROS.
           02 FILLER    PIC X(02)   VALUE SPACES.
           02 FILLER    PIC X(08)   VALUE "FILIAL:".
           02 FILIAL-CAB PIC X(05)  VALUE SPACES.
           02 FILLER    PIC X(02)   VALUE SPACES.
           02 FILLER    PIC X(04)   VALUE "PAG.".
           02 PAG-CAB01  PIC ZZ9     VALUE ZEROS.
       01  CAB02.
            02 LINE 01 COLUMN 24 VALUE "FECHAMENTO DO DIA - VENDAS".
            02 LINE 03 COLUMN 05
               VALUE "DATA A FECHAR (AAAAMMDD, 0=HOJE)..>".
            02 LINE 04 COLUMN 05
               VALUE "FILIAL (00=TODAS AS LOJAS)........>".
            02 LINE 10 COLUMN 01 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           ELSE
               MOVE "N" TO WS-VCB-DISPONIVEL
               CLOSE VENDCAB.
           OPEN INPUT VENDPAG.
           IF FS-VPG = "00"
               MOVE "S" TO WS-VPG-DISPONIVEL
           ELSE
               MOVE "N" TO WS-VPG-DISPONIVEL
               CLOSE VENDPAG.
       ABRE-FECHDIA.
           OPEN I-O FECHDIA.
           IF FS-FDI NOT = "00"
           ACCEPT WS-DATA-FECHO AT 0341.
           IF WS-DATA-FECHO = ZEROS
               MOVE WS-DATA-HOJE TO WS-DATA-FECHO.
           ACCEPT WS-FILIAL-FECHO AT 0441.
           IF WS-FILIAL-FECHO = 99
               DISPLAY "FILIAL 99 E SO DE TRANSITO" AT 1010
               ACCEPT CONFIRMA AT 1038
               DISPLAY "                            " AT 1010
               GO TO PEDE-DATA.
           IF WS-FILIAL-FECHO NOT = ZEROS
               MOVE WS-DATA-FECHO TO FDI-DATA
               MOVE ZEROS TO FDI-FILIAL
               READ FECHDIA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FDI-STATUS = "F"
                           DISPLAY "DIA JA ESTA FECHADO" AT 1010
                           ACCEPT CONFIRMA AT 1030
                           DISPLAY "                    " AT 1010
                           GO TO FIM
                       END-IF
               END-READ
           END-IF.
           MOVE WS-DATA-FECHO TO FDI-DATA.
           MOVE WS-FILIAL-FECHO TO FDI-FILIAL.
           READ FECHDIA
               INVALID KEY
                   MOVE "N" TO WS-FDI-EXISTE
           IF CONFIRMA NOT = "S" AND NOT = "s"
               GO TO FIM.
           MOVE WS-DATA-FECHO TO DIA-FECHO-CAB.
           IF WS-FILIAL-FECHO = ZEROS
               MOVE "TODAS" TO FILIAL-CAB
           ELSE
               MOVE WS-FILIAL-FECHO TO FILIAL-CAB.
           MOVE ZEROS TO CT-PAG WS-TOT-DOCS WS-TOT-ITENS WS-TOT-QTDE.
           MOVE ZEROS TO WS-TOT-VALOR WS-TOT-MARCADOS WS-NUMERO-ANT.
           MOVE ZEROS TO WS-ITENS-DOC WS-QTDE-DOC WS-VALOR-DOC.
           MOVE ZEROS TO WS-TOT-DIN WS-TOT-CAR WS-TOT-CRE.
           MOVE ZEROS TO WS-TOT-FRETE WS-TOT-ST.
           MOVE "N" TO WS-TEM-DOC WS-DOC-INCOMPLETO.
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO.
               PERFORM FECHA-DOCUMENTO THRU FIM-FECHA-DOCUMENTO.
           IF WS-TEM-DOC = "N" OR VND-NUMERO NOT = WS-NUMERO-ANT
               PERFORM BUSCA-TIPO-DOC.
           IF WS-FILIAL-FECHO NOT = ZEROS
                   AND WS-DOC-FILIAL NOT = WS-FILIAL-FECHO
               MOVE "N" TO WS-TEM-DOC
               MOVE VND-NUMERO TO WS-NUMERO-ANT
               GO TO LER-VENDAS.
           MOVE "S" TO WS-TEM-DOC.
           MOVE VND-NUMERO TO WS-NUMERO-ANT.
           ADD 1 TO WS-ITENS-DOC.
               SUBTRACT WS-QTDE-DOC FROM WS-TOT-QTDE
               SUBTRACT WS-VALOR-DOC FROM WS-TOT-VALOR
           ELSE
           IF WS-DOC-TIPO NOT = "C"
               ADD WS-ITENS-DOC TO WS-TOT-ITENS
               ADD WS-QTDE-DOC TO WS-TOT-QTDE
               ADD WS-VALOR-DOC TO WS-TOT-VALOR
               ADD WS-FRETE-DOC TO WS-TOT-FRETE
               ADD WS-ST-DOC TO WS-TOT-ST.
           MOVE WS-NUMERO-ANT TO NUMERO-DET.
           MOVE WS-ITENS-DOC TO ITENS-DET.
           MOVE WS-QTDE-DOC TO QTDE-DET.
           MOVE WS-VALOR-DOC TO VALOR-DET.
           IF WS-DOC-TIPO NOT = "D" AND NOT = "C"
               PERFORM SOMA-FORMAS THRU FIM-SOMA-FORMAS.
           IF WS-DOC-TIPO = "D"
               MOVE "DEVOLUCAO" TO OBS-DET
           ELSE
           IF WS-DOC-TIPO = "C"
               MOVE "CANCELADO" TO OBS-DET
               ADD 1 TO WS-TOT-MARCADOS
           ELSE
           IF WS-VALOR-DOC = ZEROS
               MOVE "CANCELADO" TO OBS-DET
               ADD 1 TO WS-TOT-MARCADOS
                   MOVE "INCOMPLETO" TO OBS-DET
                   ADD 1 TO WS-TOT-MARCADOS
               ELSE
                   IF WS-TEM-VPG = "S" AND WS-PAGO-DOC NOT =
                           WS-VALOR-DOC + WS-FRETE-DOC + WS-ST-DOC
                       MOVE "PAGTO DIVERG" TO OBS-DET
                       ADD 1 TO WS-TOT-MARCADOS
                   ELSE
                       MOVE SPACES TO OBS-DET.
           WRITE REG-RELATO FROM DETALHE BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
           MOVE ZEROS TO WS-ITENS-DOC WS-QTDE-DOC WS-VALOR-DOC.
       FIM-FECHA-DOCUMENTO.
           EXIT.
       BUSCA-TIPO-DOC.
           MOVE SPACE TO WS-DOC-TIPO WS-DOC-FORMA.
           MOVE ZEROS TO WS-FRETE-DOC WS-ST-DOC.
           MOVE 01 TO WS-DOC-FILIAL.
           IF WS-VCB-DISPONIVEL = "S"
               MOVE VND-NUMERO TO VCB-NUMERO
               READ VENDCAB
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VCB-TIPO TO WS-DOC-TIPO
                       MOVE VCB-FORMA-PAGTO TO WS-DOC-FORMA
                       MOVE VCB-FRETE TO WS-FRETE-DOC
                       IF VCB-ICMS-ST NUMERIC
                           MOVE VCB-ICMS-ST TO WS-ST-DOC
                       END-IF
                       IF VCB-FILIAL NUMERIC AND VCB-FILIAL NOT = ZEROS
                           MOVE VCB-FILIAL TO WS-DOC-FILIAL
                       END-IF
               END-READ
           END-IF.
       SOMA-FORMAS.
           MOVE ZEROS TO WS-PAGO-DOC.
           MOVE "N" TO WS-TEM-VPG.
           IF WS-VPG-DISPONIVEL NOT = "S"
               GO TO SOMA-FORMA-CABECALHO.
           MOVE "N" TO WS-EOF-VPG.
           MOVE WS-NUMERO-ANT TO VPG-NUMERO.
           MOVE ZEROS TO VPG-SEQ.
           START VENDPAG KEY NOT LESS THAN VPG-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF-VPG.
       LER-SOMA-FORMAS.
           IF WS-EOF-VPG = "S"
               GO TO SOMA-FORMA-CABECALHO.
           READ VENDPAG NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-VPG
                   GO TO SOMA-FORMA-CABECALHO.
           IF VPG-NUMERO NOT = WS-NUMERO-ANT
               MOVE "S" TO WS-EOF-VPG
               GO TO SOMA-FORMA-CABECALHO.
           MOVE "S" TO WS-TEM-VPG.
           ADD VPG-VALOR TO WS-PAGO-DOC.
           EVALUATE VPG-FORMA
               WHEN "D"
                   ADD VPG-VALOR TO WS-TOT-DIN
               WHEN "C"
                   ADD VPG-VALOR TO WS-TOT-CAR
               WHEN "R"
                   ADD VPG-VALOR TO WS-TOT-CRE
               WHEN "V"
                   ADD VPG-VALOR TO WS-TOT-VLC
           END-EVALUATE.
           GO TO LER-SOMA-FORMAS.
       SOMA-FORMA-CABECALHO.
           IF WS-TEM-VPG = "S"
               GO TO FIM-SOMA-FORMAS.
           EVALUATE WS-DOC-FORMA
               WHEN "C"
                   ADD WS-VALOR-DOC WS-FRETE-DOC WS-ST-DOC
                       TO WS-TOT-CAR
               WHEN "R"
                   ADD WS-VALOR-DOC WS-FRETE-DOC WS-ST-DOC
                       TO WS-TOT-CRE
               WHEN OTHER
                   ADD WS-VALOR-DOC WS-FRETE-DOC WS-ST-DOC
                       TO WS-TOT-DIN
           END-EVALUATE.
       FIM-SOMA-FORMAS.
           EXIT.
       TOTALIZA.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           MOVE "RECEITA DO DIA.............:" TO TEXTO-RESUMO.
           MOVE WS-TOT-VALOR TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "FRETE DE ENTREGA COBRADO...:" TO TEXTO-RESUMO.
           MOVE WS-TOT-FRETE TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "ICMS-ST COBRADO............:" TO TEXTO-RESUMO.
           MOVE WS-TOT-ST TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "VENDAS EM DINHEIRO.........:" TO TEXTO-RESUMO.
           MOVE WS-TOT-DIN TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "VENDAS EM CARTAO...........:" TO TEXTO-RESUMO.
           MOVE WS-TOT-CAR TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "VENDAS NO CREDIARIO........:" TO TEXTO-RESUMO.
           MOVE WS-TOT-CRE TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "VENDAS COM VALE-CREDITO....:" TO TEXTO-RESUMO.
           MOVE WS-TOT-VLC TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "DOCUMENTOS COM OBSERVACAO..:" TO TEXTO-RESUMO.
           MOVE WS-TOT-MARCADOS TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           CLOSE RELATO.
           MOVE WS-DATA-FECHO TO FDI-DATA.
           MOVE WS-FILIAL-FECHO TO FDI-FILIAL.
           MOVE "F" TO FDI-STATUS.
           MOVE WS-TOT-DOCS TO FDI-QTD-VENDAS.
           MOVE WS-TOT-VALOR TO FDI-VALOR.
           DISPLAY "FIM DO PROCESSAMENTO " AT 1010.
           IF WS-VCB-DISPONIVEL = "S"
               CLOSE VENDCAB.
           IF WS-VPG-DISPONIVEL = "S"
               CLOSE VENDPAG.
           CLOSE VENDAS FECHDIA.
           STOP RUN.
       CABECALHO.
