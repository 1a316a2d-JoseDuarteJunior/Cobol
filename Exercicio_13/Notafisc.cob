      *           MAPA DE DIVERGENCIAS E SO LIBERA (STATUS A) A NOTA
      *           CONFERIDA OU ACEITA PELO SUPERVISOR; O RECEBIMENTO
      *           DO PEDCOM PASSA A EXIGIR NOTA LIBERADA
      * Alteracoes:
      * 15/10/2026 - FUNCAO RD PARA INFORMAR AS DESPESAS DA NOTA
      *              (FRETE, SEGURO E IMPOSTOS NAO RECUPERAVEIS, NO
      *              ARQUIVO NFDESP) E RATEA-LAS PELOS ITENS DA NOTA
      *              POR VALOR OU POR QUANTIDADE; O CUSTO UNITARIO COM
      *              DESPESAS (NFE-CUSTO-UNIT) E O QUE O RECEBIMENTO DO
      *              PEDCOM LEVA PARA A MEDIA PONDERADA. IMPRIME O
      *              PRECO DA NOTA X CUSTO COM DESPESAS POR ITEM.
      * 15/10/2026 - DIGITACAO DA NOTA GRAVA O OPERADOR NA TRILHA
      *              DOCOPER (ROTINA GRAVADOC) CONTRA O NUMERO DO
      *              PEDIDO, CONFERIDA PELA SEGREGACAO DE FUNCOES
      *              (SEGCONF).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTAFISC.
           ACCESS MODE      DYNAMIC
           RECORD KEY       PED-NUMERO
           FILE STATUS      FS-PED.
           SELECT NFDESP ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       NFD-CHAVE
           FILE STATUS      FS-NFD.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
           02 NFE-PRECO         PIC 9(07)V99.
           02 NFE-QTDE-CONTADA  PIC 9(04).
           02 NFE-STATUS        PIC X(01).
           02 NFE-RATEIO        PIC 9(07)V99.
           02 NFE-CUSTO-UNIT    PIC 9(07)V99.
       FD  PEDCOM LABEL RECORD STANDARD
           VALUE OF FILE-ID "PEDCOM".
       01  REG-PEDCOM.
           02 PED-STATUS        PIC X(09).
           02 PED-FORNECEDOR    PIC 9(03).
           02 PED-PRECO         PIC 9(07)V99.
           02 PED-ORIGEM        PIC X(01).
           02 PED-DV            PIC 9(01).
       FD  NFDESP LABEL RECORD STANDARD
           VALUE OF FILE-ID "NFDESP".
       01  REG-NFDESP.
           02 NFD-CHAVE.
               03 NFD-FORNECEDOR PIC 9(03).
               03 NFD-NUMERO    PIC X(09).
           02 NFD-DATA          PIC 9(08).
           02 NFD-FRETE         PIC 9(07)V99.
           02 NFD-SEGURO        PIC 9(07)V99.
           02 NFD-IMPOSTOS      PIC 9(07)V99.
           02 NFD-CRITERIO      PIC X(01).
           02 NFD-QTD-ITENS     PIC 9(03).
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  FS-NFE               PIC X(02) VALUE SPACES.
       77  FS-PED               PIC X(02) VALUE SPACES.
       77  FS-NFD               PIC X(02) VALUE SPACES.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  FUNCAO               PIC X(02) VALUE SPACES.
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-DIF-QTDE          PIC S9(05) VALUE ZEROS.
       77  WS-DIF-PRECO         PIC S9(08)V99 VALUE ZEROS.
       77  WS-DIF-CONTADA       PIC S9(05) VALUE ZEROS.
       77  WS-RATEIO-ANTIGO     PIC 9(07)V99 VALUE ZEROS.
       77  WS-NFD-EXISTE        PIC X(01) VALUE "N".
       77  WS-RAT-FORNECEDOR    PIC 9(03) VALUE ZEROS.
       77  WS-RAT-NUMERO        PIC X(09) VALUE SPACES.
       77  WS-RAT-RECEBIDO      PIC X(01) VALUE "N".
       77  WS-TOT-DESPESAS      PIC 9(08)V99 VALUE ZEROS.
       77  WS-TOT-BASE          PIC 9(10)V99 VALUE ZEROS.
       77  WS-TOT-RATEADO       PIC 9(08)V99 VALUE ZEROS.
       77  WS-TOT-NOTA          PIC 9(10)V99 VALUE ZEROS.
       77  WS-DIF-CUSTO         PIC 9(07)V99 VALUE ZEROS.
       77  WS-QTD-RAT           PIC 9(03) VALUE ZEROS.
       77  RAT-IDX              PIC 9(03) VALUE ZEROS.
      *    ITENS (PEDIDOS) DA NOTA EM RATEIO
       01  TAB-RATEIO.
           02 TAB-RAT-ITEM OCCURS 50 TIMES.
               03 TAB-RAT-PEDIDO    PIC 9(06).
               03 TAB-RAT-CODIGO    PIC 9(05).
               03 TAB-RAT-QTDE      PIC 9(04).
               03 TAB-RAT-PRECO     PIC 9(07)V99.
               03 TAB-RAT-BASE      PIC 9(10)V99.
               03 TAB-RAT-VALOR     PIC 9(07)V99.
               03 TAB-RAT-CUSTO     PIC 9(07)V99.
       01  WS-DATA.
           02 ANO               PIC 9(02) VALUE ZEROS.
           02 MES               PIC 9(02) VALUE ZEROS.
              VALUE "PEDIDO NAO ESTA ABERTO".
           02 MSG-ERRO-4        PIC X(22)
              VALUE "NOTA NAO FOI DIGITADA".
           02 MSG-ERRO-5        PIC X(30)
              VALUE "NOTA SEM ITENS DO FORNECEDOR".
           02 MSG-ERRO-6        PIC X(30)
              VALUE "NOTA TEM PEDIDO JA RECEBIDO".
           02 MSG-ERRO-7        PIC X(30)
              VALUE "NOTA COM MAIS DE 50 ITENS".
       01  CAB01.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(06)    VALUE "DATA:".
           02 FILLER  PIC X(14) VALUE "PEDIDO".
           02 FILLER  PIC X(14) VALUE "NOTA".
           02 FILLER  PIC X(12) VALUE "DIFERENCA".
       01  CAB-RATEIO.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(06)    VALUE "DATA:".
           02 DATA-CAB-RAT          PIC X(10) VALUE SPACES.
           02 FILLER    PIC X(05)    VALUE SPACES.
           02 FILLER    PIC X(28)
           VALUE "CUSTO COM DESPESAS DA NOTA".
           02 NUMERO-CAB-RAT        PIC X(09) VALUE SPACES.
           02 FILLER    PIC X(07)    VALUE " FORN. ".
           02 FORNEC-CAB-RAT        PIC 9(03) VALUE ZEROS.
       01  CAB-RATEIO2.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(08) VALUE "PEDIDO".
           02 FILLER  PIC X(08) VALUE "CODIGO".
           02 FILLER  PIC X(07) VALUE "QTDE".
           02 FILLER  PIC X(14) VALUE "PRECO NOTA".
           02 FILLER  PIC X(14) VALUE "DESPESAS".
           02 FILLER  PIC X(14) VALUE "CUSTO UNIT.".
           02 FILLER  PIC X(12) VALUE "ACRESCIMO".
       01  DETALHE-RATEIO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 PEDIDO-RAT        PIC 9(06) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 CODIGO-RAT        PIC 9(05) VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 QTDE-RAT          PIC Z.ZZ9 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 PRECO-RAT         PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 DESPESA-RAT       PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 CUSTO-RAT         PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 ACRESCIMO-RAT     PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINHA-TOTAL-RAT.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TEXTO-TOTAL-RAT   PIC X(26) VALUE SPACES.
           02 VALOR-TOTAL-RAT   PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       SCREEN SECTION.
       01  TELA1.
            02 BLANK SCREEN.
            02 LINE 01 COLUMN 01 VALUE "DATA:".
            02 LINE 01 COLUMN 22 VALUE "NOTA FISCAL DE ENTRADA".
            02 LINE 03 COLUMN 01 VALUE "ESCOLHA A FUNCAO: ".
            02 LINE 03 COLUMN 22 VALUE "(DG-CO-RD-FF)".
            02 LINE 05 COLUMN 05 VALUE "PEDIDO..................>".
            02 LINE 06 COLUMN 05 VALUE "NUMERO DA NOTA..........>".
            02 LINE 07 COLUMN 05 VALUE "QTDE DA NOTA............>".
            02 LINE 08 COLUMN 05 VALUE "PRECO UNIT. DA NOTA.....>".
            02 LINE 09 COLUMN 05 VALUE "QTDE CONTADA NA DOCA....>".
            02 LINE 10 COLUMN 05 VALUE "SITUACAO................>".
            02 LINE 11 COLUMN 05 VALUE "CUSTO UNIT. C/ DESPESAS.>".
            02 LINE 12 COLUMN 01 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
                       FS-PED
               CLOSE NFENTRADA
               STOP RUN.
       ABRE-NFDESP.
           OPEN I-O NFDESP.
           IF FS-NFD NOT = "00"
               IF FS-NFD = "35"
                   CLOSE NFDESP OPEN OUTPUT NFDESP CLOSE NFDESP
                   GO TO ABRE-NFDESP
               ELSE
                   DISPLAY FS-NFD "STATUS DO ARQUIVO NFDESP"
                   CALL "LOGERRO" USING "NOTAFISC" "ABERTURA NFDESP"
                           FS-NFD
                   STOP RUN
           END-IF.
       TELA-1.
           DISPLAY TELA1.
           ACCEPT WS-DATA FROM DATE.
                  GO TO DIGITACAO
               WHEN "CO"
                  GO TO CONSULTA
               WHEN "RD"
                  GO TO RATEIO-DESPESAS
               WHEN "FF"
                  GO TO FIM
               WHEN OTHER
               NOT INVALID KEY
                   MOVE "S" TO WS-NFE-EXISTE
           END-READ.
           MOVE ZEROS TO WS-RATEIO-ANTIGO.
           IF WS-NFE-EXISTE = "S"
               MOVE NFE-RATEIO TO WS-RATEIO-ANTIGO.
       PEDE-NUMERO-NOTA.
           ACCEPT NFE-NUMERO AT 0635.
           IF NFE-NUMERO = SPACES
           IF NFE-QTDE-CONTADA = ZEROS
               GO TO PEDE-QTDE-CONTADA.
           MOVE WS-DATA-HOJE TO NFE-DATA.
           MOVE ZEROS TO NFE-RATEIO.
           MOVE NFE-PRECO TO NFE-CUSTO-UNIT.
           PERFORM CONFERE-NOTA THRU FIM-CONFERE-NOTA.
           IF WS-DIVERGE = "N"
               MOVE "A" TO NFE-STATUS
                   STOP RUN
               END-WRITE
           END-IF.
           CALL "GRAVADOC" USING "NOTAFISC" "PEDCOM  " NFE-PEDIDO
                   "NOTA    ".
           IF WS-RATEIO-ANTIGO > ZEROS
               DISPLAY "NOTA TINHA DESPESAS RATEADAS - REFACA O RD"
                       AT 1210
               ACCEPT CONFIRMA AT 1254
               DISPLAY LIMPA-MENSAGEM AT 1210.
           DISPLAY "OUTRA NOTA ? S-SIM" AT 1210.
           ACCEPT CONFIRMA AT 1229.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           DISPLAY NFE-QTDE AT 0735.
           DISPLAY NFE-PRECO AT 0835.
           DISPLAY NFE-QTDE-CONTADA AT 0935.
           DISPLAY NFE-CUSTO-UNIT AT 1135.
           IF NFE-STATUS = "A"
               DISPLAY "LIBERADA  " AT 1035
           ELSE
           IF CONFIRMA = "S" OR "s"
               GO TO CONSULTA.
           GO TO TELA-1.
      *    RATEIO DAS DESPESAS DA NOTA (FRETE, SEGURO E IMPOSTOS NAO
      *    RECUPERAVEIS) PELOS PEDIDOS DO FORNECEDOR DIGITADOS COM O
      *    MESMO NUMERO DE NOTA. SO E FEITO ANTES DO RECEBIMENTO; O
      *    ULTIMO ITEM FICA COM A SOBRA DO ARREDONDAMENTO
       RATEIO-DESPESAS.
           DISPLAY "FORNECEDOR..............>" AT 0505.
           DISPLAY "NUMERO DA NOTA..........>" AT 0605.
           DISPLAY "FRETE...................>" AT 0705.
           DISPLAY "SEGURO..................>" AT 0805.
           DISPLAY "IMPOSTOS NAO RECUPERAV..>" AT 0905.
           DISPLAY "RATEIO V-VALOR Q-QTDE...>" AT 1005.
           DISPLAY "                         " AT 1105.
           ACCEPT WS-RAT-FORNECEDOR AT 0535.
           ACCEPT WS-RAT-NUMERO AT 0635.
           IF WS-RAT-NUMERO = SPACES
               GO TO TELA-1.
           PERFORM COLETA-ITENS-NOTA THRU FIM-COLETA-ITENS-NOTA.
           IF WS-QTD-RAT = ZEROS
               DISPLAY MSG-ERRO-5 AT 1210
               ACCEPT CONFIRMA AT 1241
               GO TO TELA-1.
           IF WS-QTD-RAT > 50
               DISPLAY MSG-ERRO-7 AT 1210
               ACCEPT CONFIRMA AT 1241
               GO TO TELA-1.
           IF WS-RAT-RECEBIDO = "S"
               DISPLAY MSG-ERRO-6 AT 1210
               ACCEPT CONFIRMA AT 1241
               GO TO TELA-1.
           MOVE WS-RAT-FORNECEDOR TO NFD-FORNECEDOR.
           MOVE WS-RAT-NUMERO TO NFD-NUMERO.
           READ NFDESP
               INVALID KEY
                   MOVE "N" TO WS-NFD-EXISTE
                   MOVE ZEROS TO NFD-FRETE NFD-SEGURO NFD-IMPOSTOS
                   MOVE "V" TO NFD-CRITERIO
               NOT INVALID KEY
                   MOVE "S" TO WS-NFD-EXISTE
           END-READ.
           DISPLAY NFD-FRETE AT 0735.
           DISPLAY NFD-SEGURO AT 0835.
           DISPLAY NFD-IMPOSTOS AT 0935.
           DISPLAY NFD-CRITERIO AT 1035.
           ACCEPT NFD-FRETE AT 0735.
           ACCEPT NFD-SEGURO AT 0835.
           ACCEPT NFD-IMPOSTOS AT 0935.
       PEDE-CRITERIO.
           ACCEPT NFD-CRITERIO AT 1035.
           IF NFD-CRITERIO = "v"
               MOVE "V" TO NFD-CRITERIO.
           IF NFD-CRITERIO = "q"
               MOVE "Q" TO NFD-CRITERIO.
           IF NFD-CRITERIO NOT = "V" AND NOT = "Q"
               GO TO PEDE-CRITERIO.
           DISPLAY "CONFIRMA O RATEIO ? S-SIM" AT 1210.
           ACCEPT CONFIRMA AT 1236.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               GO TO TELA-1.
           COMPUTE WS-TOT-DESPESAS = NFD-FRETE + NFD-SEGURO
               + NFD-IMPOSTOS.
           MOVE ZEROS TO WS-TOT-BASE WS-TOT-RATEADO WS-TOT-NOTA.
           PERFORM CALCULA-BASE VARYING RAT-IDX FROM 1 BY 1
               UNTIL RAT-IDX > WS-QTD-RAT.
           PERFORM CALCULA-RATEIO VARYING RAT-IDX FROM 1 BY 1
               UNTIL RAT-IDX > WS-QTD-RAT.
           PERFORM GRAVA-RATEIO VARYING RAT-IDX FROM 1 BY 1
               UNTIL RAT-IDX > WS-QTD-RAT.
           MOVE WS-DATA-HOJE TO NFD-DATA.
           MOVE WS-QTD-RAT TO NFD-QTD-ITENS.
           IF WS-NFD-EXISTE = "S"
               REWRITE REG-NFDESP INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO" FS-NFD AT 1210
                   CALL "LOGERRO" USING "NOTAFISC" "REGRAVA NFDESP"
                           FS-NFD
                   STOP RUN
               END-REWRITE
           ELSE
               WRITE REG-NFDESP INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO" FS-NFD AT 1210
                   CALL "LOGERRO" USING "NOTAFISC" "GRAVACAO NFDESP"
                           FS-NFD
                   STOP RUN
               END-WRITE
           END-IF.
           PERFORM IMPRIME-RATEIO.
           GO TO TELA-1.
       COLETA-ITENS-NOTA.
           MOVE ZEROS TO WS-QTD-RAT.
           MOVE "N" TO WS-RAT-RECEBIDO.
           MOVE ZEROS TO NFE-PEDIDO.
           START NFENTRADA KEY NOT LESS THAN NFE-PEDIDO
               INVALID KEY GO TO FIM-COLETA-ITENS-NOTA.
       LER-ITENS-NOTA.
           READ NFENTRADA NEXT RECORD
               AT END GO TO FIM-COLETA-ITENS-NOTA.
           IF NFE-NUMERO NOT = WS-RAT-NUMERO
               GO TO LER-ITENS-NOTA.
           MOVE NFE-PEDIDO TO PED-NUMERO.
           READ PEDCOM INVALID KEY
               GO TO LER-ITENS-NOTA.
           IF PED-FORNECEDOR NOT = WS-RAT-FORNECEDOR
               GO TO LER-ITENS-NOTA.
           IF PED-STATUS NOT = "ABERTO"
               MOVE "S" TO WS-RAT-RECEBIDO.
           ADD 1 TO WS-QTD-RAT.
           IF WS-QTD-RAT > 50
               GO TO FIM-COLETA-ITENS-NOTA.
           MOVE NFE-PEDIDO TO TAB-RAT-PEDIDO (WS-QTD-RAT).
           MOVE PED-CODIGO TO TAB-RAT-CODIGO (WS-QTD-RAT).
           MOVE NFE-QTDE TO TAB-RAT-QTDE (WS-QTD-RAT).
           MOVE NFE-PRECO TO TAB-RAT-PRECO (WS-QTD-RAT).
           GO TO LER-ITENS-NOTA.
       FIM-COLETA-ITENS-NOTA.
           EXIT.
       CALCULA-BASE.
           IF NFD-CRITERIO = "Q"
               MOVE TAB-RAT-QTDE (RAT-IDX) TO TAB-RAT-BASE (RAT-IDX)
           ELSE
               COMPUTE TAB-RAT-BASE (RAT-IDX) =
                   TAB-RAT-QTDE (RAT-IDX) * TAB-RAT-PRECO (RAT-IDX).
           ADD TAB-RAT-BASE (RAT-IDX) TO WS-TOT-BASE.
       CALCULA-RATEIO.
           IF RAT-IDX = WS-QTD-RAT
               COMPUTE TAB-RAT-VALOR (RAT-IDX) =
                   WS-TOT-DESPESAS - WS-TOT-RATEADO
           ELSE
               IF WS-TOT-BASE > ZEROS
                   COMPUTE TAB-RAT-VALOR (RAT-IDX) =
                       WS-TOT-DESPESAS * TAB-RAT-BASE (RAT-IDX)
                       / WS-TOT-BASE
               ELSE
                   MOVE ZEROS TO TAB-RAT-VALOR (RAT-IDX).
           ADD TAB-RAT-VALOR (RAT-IDX) TO WS-TOT-RATEADO.
           COMPUTE TAB-RAT-CUSTO (RAT-IDX) ROUNDED =
               TAB-RAT-PRECO (RAT-IDX)
               + (TAB-RAT-VALOR (RAT-IDX) / TAB-RAT-QTDE (RAT-IDX)).
       GRAVA-RATEIO.
           MOVE TAB-RAT-PEDIDO (RAT-IDX) TO NFE-PEDIDO.
           READ NFENTRADA INVALID KEY
               DISPLAY "ERRO DE LEITURA" FS-NFE AT 1210
               CALL "LOGERRO" USING "NOTAFISC" "RATEIO NFENT" FS-NFE
               STOP RUN.
           MOVE TAB-RAT-VALOR (RAT-IDX) TO NFE-RATEIO.
           MOVE TAB-RAT-CUSTO (RAT-IDX) TO NFE-CUSTO-UNIT.
           REWRITE REG-NFENTRADA INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS-NFE AT 1210
               CALL "LOGERRO" USING "NOTAFISC" "RATEIO NFENT" FS-NFE
               STOP RUN.
       IMPRIME-RATEIO.
           OPEN OUTPUT RELATO.
           MOVE DATA-CAB01 TO DATA-CAB-RAT.
           MOVE WS-RAT-NUMERO TO NUMERO-CAB-RAT.
           MOVE WS-RAT-FORNECEDOR TO FORNEC-CAB-RAT.
           PERFORM CABECALHO-RATEIO.
           PERFORM IMPRIME-ITEM-RATEIO VARYING RAT-IDX FROM 1 BY 1
               UNTIL RAT-IDX > WS-QTD-RAT.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           MOVE "VALOR DOS PRODUTOS......:" TO TEXTO-TOTAL-RAT.
           MOVE WS-TOT-NOTA TO VALOR-TOTAL-RAT.
           WRITE REG-RELATO FROM LINHA-TOTAL-RAT
               BEFORE ADVANCING 1 LINES.
           MOVE "FRETE...................:" TO TEXTO-TOTAL-RAT.
           MOVE NFD-FRETE TO VALOR-TOTAL-RAT.
           WRITE REG-RELATO FROM LINHA-TOTAL-RAT
               BEFORE ADVANCING 1 LINES.
           MOVE "SEGURO..................:" TO TEXTO-TOTAL-RAT.
           MOVE NFD-SEGURO TO VALOR-TOTAL-RAT.
           WRITE REG-RELATO FROM LINHA-TOTAL-RAT
               BEFORE ADVANCING 1 LINES.
           MOVE "IMPOSTOS NAO RECUPERAV..:" TO TEXTO-TOTAL-RAT.
           MOVE NFD-IMPOSTOS TO VALOR-TOTAL-RAT.
           WRITE REG-RELATO FROM LINHA-TOTAL-RAT
               BEFORE ADVANCING 1 LINES.
           ADD WS-TOT-DESPESAS TO WS-TOT-NOTA.
           MOVE "CUSTO TOTAL DA NOTA.....:" TO TEXTO-TOTAL-RAT.
           MOVE WS-TOT-NOTA TO VALOR-TOTAL-RAT.
           WRITE REG-RELATO FROM LINHA-TOTAL-RAT
               BEFORE ADVANCING 1 LINES.
           CLOSE RELATO.
           DISPLAY "RATEIO GRAVADO E IMPRESSO" AT 1210.
           ACCEPT CONFIRMA AT 1236.
           DISPLAY LIMPA-MENSAGEM AT 1210.
       IMPRIME-ITEM-RATEIO.
           MOVE TAB-RAT-PEDIDO (RAT-IDX) TO PEDIDO-RAT.
           MOVE TAB-RAT-CODIGO (RAT-IDX) TO CODIGO-RAT.
           MOVE TAB-RAT-QTDE (RAT-IDX) TO QTDE-RAT.
           MOVE TAB-RAT-PRECO (RAT-IDX) TO PRECO-RAT.
           MOVE TAB-RAT-VALOR (RAT-IDX) TO DESPESA-RAT.
           MOVE TAB-RAT-CUSTO (RAT-IDX) TO CUSTO-RAT.
           COMPUTE WS-DIF-CUSTO =
               TAB-RAT-CUSTO (RAT-IDX) - TAB-RAT-PRECO (RAT-IDX).
           MOVE WS-DIF-CUSTO TO ACRESCIMO-RAT.
           COMPUTE WS-TOT-NOTA = WS-TOT-NOTA
               + (TAB-RAT-QTDE (RAT-IDX) * TAB-RAT-PRECO (RAT-IDX)).
           WRITE REG-RELATO FROM DETALHE-RATEIO
               BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO-RATEIO.
       CABECALHO-RATEIO.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO FROM CAB-RATEIO BEFORE ADVANCING 3 LINES.
           WRITE REG-RELATO FROM CAB-RATEIO2 BEFORE ADVANCING 2 LINES.
       FIM.
           DISPLAY "FIM DO PROCESSAMENTO " AT 1210.
           CLOSE NFENTRADA PEDCOM NFDESP.
           STOP RUN.
           END PROGRAM NOTAFISC.
