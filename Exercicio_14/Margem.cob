      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - VENDAS NO BALCAO
      * Tectonics: cobc
      * Objetivo: MARGEM BRUTA MENSAL DAS VENDAS NO BALCAO - CADA ITEM
      *           VENDIDO NO MES E VALORIZADO PELO CUSTO MEDIO DO
      *           CUSTOHIS EM VIGOR NA DATA DA VENDA; MOSTRA RECEITA,
      *           CUSTO DAS MERCADORIAS, MARGEM E MARGEM % POR PRODUTO,
      *           POR FORNECEDOR E NO TOTAL. DEVOLUCOES (DEVOLVE) SAO
      *           DESCONTADAS E VENDAS CANCELADAS FICAM DE FORA
      * Obs: PRODUTO SEM HISTORICO DE CUSTO ATE A DATA USA A MEDIA
      *      ANTERIOR A PRIMEIRA ENTRADA POSTERIOR; SEM NENHUM CUSTO
      *      SAI COM CUSTO ZERO E MARCADO COM "*".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGEM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDAS ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       VND-CHAVE
           FILE STATUS      FS-VND.
           SELECT VENDCAB ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       VCB-NUMERO
           FILE STATUS      FS-VCB.
           SELECT ARQPRO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       FD-CODIGO
           ALTERNATE RECORD KEY IS FD-NOME-PRODUTO
                   WITH DUPLICATES
           ALTERNATE RECORD KEY IS FD-EAN
                   SUPPRESS WHEN ZEROS
           FILE STATUS      FS.
           SELECT FORNECEDOR ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       FORN-CODIGO
           FILE STATUS      FS-FORN.
           SELECT CUSTOHIS ASSIGN TO "CUSTOHIS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-CUS.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD  VENDAS LABEL RECORD STANDARD
           VALUE OF FILE-ID "VENDAS".
       01  REG-VENDAS.
           02 VND-CHAVE.
               03 VND-NUMERO    PIC 9(06).
               03 VND-ITEM      PIC 9(02).
           02 VND-DATA          PIC 9(08).
           02 VND-CODIGO        PIC 9(04).
           02 VND-DV            PIC 9(01).
           02 VND-QTDE          PIC 9(04).
           02 VND-PRECO-UNIT    PIC 9(06)V99.
           02 VND-TOTAL-ITEM    PIC 9(08)V99.
       FD  VENDCAB LABEL RECORD STANDARD
           VALUE OF FILE-ID "VENDCAB".
       01  REG-VENDCAB.
           02 VCB-NUMERO        PIC 9(06).
           02 VCB-DATA          PIC 9(08).
           02 VCB-OPERADOR      PIC X(03).
           02 VCB-FORMA-PAGTO   PIC X(01).
           02 VCB-SESSAO        PIC 9(04).
           02 VCB-TOTAL         PIC 9(09)V99.
           02 VCB-CLIENTE       PIC 9(04).
           02 VCB-TIPO          PIC X(01).
           02 VCB-REF           PIC 9(06).
           02 FILLER            PIC X(29).
       FD  ARQPRO LABEL RECORD STANDARD
           VALUE OF FILE-ID "ARQPRO".
       01  REG-ARQPRO.
           02 FD-CODIGO.
               03 CODIGO       PIC 9(04).
               03 DV           PIC 9(01).
           02 FD-NOME-PRODUTO  PIC X(30).
           02 FD-CODIGO-FORNE  PIC 9(03).
           02 FD-VALOR-UNIT    PIC 9(06)V99.
           02 FD-QUANTIDA-EST  PIC 9(04).
           02 FD-QTDE-MINIMA   PIC 9(04).
           02 FD-VALOR-TOT     PIC 9(08)V99.
           02 FD-SERIALIZADO   PIC X(01).
           02 FD-EAN           PIC 9(13).
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
       FD  CUSTOHIS
           LABEL RECORD IS OMITTED.
       01  REG-CUSTOHIS.
           02 CUS-DATA          PIC 9(08).
           02 FILLER            PIC X.
           02 CUS-CODIGO        PIC 9(05).
           02 FILLER            PIC X.
           02 CUS-QTDE-ENTRADA  PIC 9(04).
           02 FILLER            PIC X.
           02 CUS-PRECO-ENTRADA PIC 9(07)V99.
           02 FILLER            PIC X.
           02 CUS-MEDIA-ANTIGA  PIC -9(07)V99.
           02 FILLER            PIC X.
           02 CUS-MEDIA-NOVA    PIC -9(07)V99.
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  FS-VND               PIC X(02) VALUE SPACES.
       77  FS-VCB               PIC X(02) VALUE SPACES.
       77  FS-FORN              PIC X(02) VALUE SPACES.
       77  FS-CUS               PIC X(02) VALUE SPACES.
       77  FS                   PIC X(02) VALUE SPACES.
       77  WS-VCB-DISPONIVEL    PIC X(01) VALUE "N".
       77  WS-FORN-DISPONIVEL   PIC X(01) VALUE "N".
       77  WS-DOC-TIPO          PIC X(01) VALUE SPACE.
       77  WS-NUM-TIPO          PIC 9(06) VALUE ZEROS.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-EOF               PIC X(01) VALUE "N".
       77  WS-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       77  TAB-QTD              PIC 9(03) VALUE ZEROS.
       77  TAB-IDX              PIC 9(03) VALUE ZEROS.
       77  TAB-IDX-2            PIC 9(03) VALUE ZEROS.
       77  TAB-ACHOU            PIC X(01) VALUE "N".
       77  WS-TROCOU            PIC X(01) VALUE "N".
       77  WS-FORA-TABELA       PIC 9(05) VALUE ZEROS.
       77  TCU-QTD              PIC 9(04) VALUE ZEROS.
       77  TCU-IDX              PIC 9(04) VALUE ZEROS.
       77  WS-CUSTO-EXCEDIDO    PIC X(01) VALUE "N".
       77  WS-ACHOU-CUSTO       PIC X(01) VALUE "N".
       77  WS-CUSTO-UNIT        PIC S9(07)V99 VALUE ZEROS.
       77  WS-CUSTO-ITEM        PIC S9(10)V99 VALUE ZEROS.
       77  WS-FORN-ANT          PIC 9(03) VALUE ZEROS.
       77  WS-TEM-FORN          PIC X(01) VALUE "N".
       77  WS-REC-CALC          PIC S9(11)V99 VALUE ZEROS.
       77  WS-CUS-CALC          PIC S9(11)V99 VALUE ZEROS.
       77  WS-MARGEM-CALC       PIC S9(11)V99 VALUE ZEROS.
       77  WS-PERC-CALC         PIC S9(05)V99 VALUE ZEROS.
       77  WS-QTDE-FORN         PIC S9(08) VALUE ZEROS.
       77  WS-REC-FORN          PIC S9(11)V99 VALUE ZEROS.
       77  WS-CUS-FORN          PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOT-QTDE          PIC S9(08) VALUE ZEROS.
       77  WS-TOT-RECEITA       PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOT-CUSTO         PIC S9(11)V99 VALUE ZEROS.
       77  WS-SEM-CUSTO         PIC 9(03) VALUE ZEROS.
       01  TAB-PRODUTOS.
           02 TAB-PROD OCCURS 999 TIMES.
               03 TAB-CHAVE.
                   04 TAB-FORNECEDOR PIC 9(03).
                   04 TAB-CODIGO     PIC 9(04).
               03 TAB-DV        PIC 9(01).
               03 TAB-NOME      PIC X(25).
               03 TAB-QTDE      PIC S9(07).
               03 TAB-RECEITA   PIC S9(10)V99.
               03 TAB-CUSTO     PIC S9(10)V99.
               03 TAB-SEM-CUSTO PIC X(01).
       01  TAB-TROCA.
           02 TRC-CHAVE         PIC 9(07).
           02 TRC-DV            PIC 9(01).
           02 TRC-NOME          PIC X(25).
           02 TRC-QTDE          PIC S9(07).
           02 TRC-RECEITA       PIC S9(10)V99.
           02 TRC-CUSTO         PIC S9(10)V99.
           02 TRC-SEM-CUSTO     PIC X(01).
       01  TAB-CUSTOS.
           02 TAB-CUS OCCURS 5000 TIMES.
               03 TCU-CODIGO    PIC 9(05).
               03 TCU-DATA      PIC 9(08).
               03 TCU-ANTIGA    PIC S9(07)V99.
               03 TCU-NOVA      PIC S9(07)V99.
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
               03 ANO-CAB01   PIC 9(04) VALUE ZEROS.
           02 FILLER    PIC X(05)     VALUE SPACES.
           02 FILLER    PIC X(27)
           VALUE "MARGEM BRUTA DAS VENDAS".
           02 COMP-CAB01 PIC 9(06)   VALUE ZEROS.
           02 FILLER    PIC X(02)   VALUE SPACES.
           02 FILLER    PIC X(04)   VALUE "PAG.".
           02 PAG-CAB01  PIC ZZ9     VALUE ZEROS.
       01  CAB02.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(08) VALUE "PRODUTO".
           02 FILLER  PIC X(27) VALUE "NOME".
           02 FILLER  PIC X(09) VALUE "QTDE".
           02 FILLER  PIC X(16) VALUE "RECEITA".
           02 FILLER  PIC X(16) VALUE "CUSTO".
           02 FILLER  PIC X(16) VALUE "MARGEM BRUTA".
           02 FILLER  PIC X(09) VALUE "MARGEM %".
       01  LINHA-FORN.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(12) VALUE "FORNECEDOR:".
           02 FORN-LIN          PIC 9(03) VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE " - ".
           02 NOME-FORN-LIN     PIC X(20) VALUE SPACES.
       01  DETALHE.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 CODIGO-DET        PIC 9(04) VALUE ZEROS.
           02 FILLER            PIC X(01) VALUE "-".
           02 DV-DET            PIC 9(01) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 NOME-DET          PIC X(25) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 QTDE-DET          PIC -ZZZZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 RECEITA-DET       PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 CUSTO-DET         PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 MARGEM-DET        PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 PERC-DET          PIC -ZZZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 SEM-CUSTO-DET     PIC X(01) VALUE SPACES.
       01  LINHA-SOMA.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TEXTO-SOMA        PIC X(35) VALUE SPACES.
           02 QTDE-SOMA         PIC -ZZZZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 RECEITA-SOMA      PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 CUSTO-SOMA        PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 MARGEM-SOMA       PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 PERC-SOMA         PIC -ZZZZ9,99 VALUE ZEROS.
       01  LINHA-OBS.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TEXTO-OBS         PIC X(50) VALUE SPACES.
           02 VALOR-OBS         PIC ZZZZ9 VALUE ZEROS.
       SCREEN SECTION.
       01  TELA1.
            02 BLANK SCREEN.
            02 LINE 01 COLUMN 22 VALUE "MARGEM BRUTA DAS VENDAS".
            02 LINE 03 COLUMN 05 VALUE "COMPETENCIA (AAAAMM)....>".
            02 LINE 10 COLUMN 01 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT VENDAS.
           IF FS-VND NOT = "00"
               DISPLAY "ARQUIVO VENDAS NAO ENCONTRADO"
               CALL "LOGERRO" USING "MARGEM" "ABERTURA VENDAS"
                       FS-VND
               STOP RUN.
           OPEN INPUT VENDCAB.
           IF FS-VCB = "00"
               MOVE "S" TO WS-VCB-DISPONIVEL
           ELSE
               MOVE "N" TO WS-VCB-DISPONIVEL
               CLOSE VENDCAB.
           OPEN INPUT ARQPRO.
           IF FS NOT = "00"
               DISPLAY FS "STATUS DO ARQUIVO ARQPRO"
               CALL "LOGERRO" USING "MARGEM" "ABERTURA ARQPRO" FS
               CLOSE VENDAS
               STOP RUN.
           OPEN INPUT FORNECEDOR.
           IF FS-FORN = "00"
               MOVE "S" TO WS-FORN-DISPONIVEL
           ELSE
               MOVE "N" TO WS-FORN-DISPONIVEL
               CLOSE FORNECEDOR.
           PERFORM CARREGA-CUSTOS THRU FIM-CARREGA-CUSTOS.
       TELA-1.
           DISPLAY TELA1.
           ACCEPT WS-DATA FROM DATE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE DIA TO DIA-CAB01.
           MOVE MES TO MES-CAB01.
           MOVE HOJE-ANO TO ANO-CAB01.
           IF WS-CUSTO-EXCEDIDO = "S"
               DISPLAY "HISTORICO DE CUSTO MAIOR QUE A TABELA" AT 1010
               ACCEPT CONFIRMA AT 1048
               DISPLAY "                                      " AT 1010.
       PEDE-COMPETENCIA.
           ACCEPT WS-COMPETENCIA AT 0331.
           IF WS-COMPETENCIA = ZEROS
               GO TO FIM.
           MOVE ZEROS TO TAB-QTD WS-FORA-TABELA WS-NUM-TIPO.
           MOVE ZEROS TO WS-TOT-QTDE WS-TOT-RECEITA WS-TOT-CUSTO.
           MOVE ZEROS TO WS-SEM-CUSTO.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO VND-CHAVE.
           START VENDAS KEY NOT LESS THAN VND-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-VENDAS.
           IF WS-EOF = "S"
               GO TO ORDENA.
           READ VENDAS NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
                   GO TO ORDENA.
           IF VND-DATA (1:6) NOT = WS-COMPETENCIA
               GO TO LER-VENDAS.
           PERFORM BUSCA-TIPO-DOC.
           IF WS-DOC-TIPO = "C"
               GO TO LER-VENDAS.
           PERFORM LOCALIZA-PRODUTO THRU FIM-LOCALIZA-PRODUTO.
           IF TAB-ACHOU = "X"
               ADD 1 TO WS-FORA-TABELA
               GO TO LER-VENDAS.
           PERFORM BUSCA-CUSTO-DATA.
           IF WS-ACHOU-CUSTO = "N"
               MOVE "S" TO TAB-SEM-CUSTO (TAB-IDX).
           COMPUTE WS-CUSTO-ITEM ROUNDED = VND-QTDE * WS-CUSTO-UNIT.
           IF WS-DOC-TIPO = "D"
               SUBTRACT VND-QTDE FROM TAB-QTDE (TAB-IDX)
               SUBTRACT VND-TOTAL-ITEM FROM TAB-RECEITA (TAB-IDX)
               SUBTRACT WS-CUSTO-ITEM FROM TAB-CUSTO (TAB-IDX)
           ELSE
               ADD VND-QTDE TO TAB-QTDE (TAB-IDX)
               ADD VND-TOTAL-ITEM TO TAB-RECEITA (TAB-IDX)
               ADD WS-CUSTO-ITEM TO TAB-CUSTO (TAB-IDX).
           GO TO LER-VENDAS.
       BUSCA-TIPO-DOC.
           IF WS-VCB-DISPONIVEL NOT = "S"
               MOVE SPACE TO WS-DOC-TIPO
           ELSE
               IF VND-NUMERO NOT = WS-NUM-TIPO
                   MOVE VND-NUMERO TO WS-NUM-TIPO
                   MOVE SPACE TO WS-DOC-TIPO
                   MOVE VND-NUMERO TO VCB-NUMERO
                   READ VENDCAB
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE VCB-TIPO TO WS-DOC-TIPO
                   END-READ
               END-IF
           END-IF.
      *    PRODUTO NOVO NA TABELA LEVA O FORNECEDOR E O NOME DO ARQPRO;
      *    TABELA CHEIA DEVOLVE TAB-ACHOU = "X"
       LOCALIZA-PRODUTO.
           MOVE "N" TO TAB-ACHOU.
           PERFORM COMPARA-PRODUTO
               VARYING TAB-IDX FROM 1 BY 1
               UNTIL TAB-IDX > TAB-QTD OR TAB-ACHOU = "S".
           IF TAB-ACHOU = "S"
               SUBTRACT 1 FROM TAB-IDX
               GO TO FIM-LOCALIZA-PRODUTO.
           IF TAB-QTD = 999
               MOVE "X" TO TAB-ACHOU
               GO TO FIM-LOCALIZA-PRODUTO.
           ADD 1 TO TAB-QTD.
           MOVE TAB-QTD TO TAB-IDX.
           MOVE VND-CODIGO TO TAB-CODIGO (TAB-IDX) CODIGO.
           MOVE VND-DV TO TAB-DV (TAB-IDX) DV.
           READ ARQPRO
               INVALID KEY
                   MOVE ZEROS TO TAB-FORNECEDOR (TAB-IDX)
                   MOVE "** SEM CADASTRO **" TO TAB-NOME (TAB-IDX)
               NOT INVALID KEY
                   MOVE FD-CODIGO-FORNE TO TAB-FORNECEDOR (TAB-IDX)
                   MOVE FD-NOME-PRODUTO TO TAB-NOME (TAB-IDX)
           END-READ.
           MOVE ZEROS TO TAB-QTDE (TAB-IDX) TAB-RECEITA (TAB-IDX).
           MOVE ZEROS TO TAB-CUSTO (TAB-IDX).
           MOVE "N" TO TAB-SEM-CUSTO (TAB-IDX).
       FIM-LOCALIZA-PRODUTO.
           EXIT.
       COMPARA-PRODUTO.
           IF TAB-CODIGO (TAB-IDX) = VND-CODIGO
               MOVE "S" TO TAB-ACHOU.
      *    CUSTO EM VIGOR NA DATA: MEDIA NOVA DA ULTIMA ENTRADA ATE A
      *    DATA; SEM ELA, MEDIA ANTIGA DA PRIMEIRA ENTRADA POSTERIOR
       BUSCA-CUSTO-DATA.
           MOVE "N" TO WS-ACHOU-CUSTO.
           MOVE ZEROS TO WS-CUSTO-UNIT.
           PERFORM COMPARA-CUSTO
               VARYING TCU-IDX FROM 1 BY 1 UNTIL TCU-IDX > TCU-QTD.
       COMPARA-CUSTO.
           IF TCU-CODIGO (TCU-IDX) = VND-CODIGO
               IF TCU-DATA (TCU-IDX) NOT > VND-DATA
                   MOVE TCU-NOVA (TCU-IDX) TO WS-CUSTO-UNIT
                   MOVE "S" TO WS-ACHOU-CUSTO
               ELSE
                   IF WS-ACHOU-CUSTO = "N"
                       MOVE TCU-ANTIGA (TCU-IDX) TO WS-CUSTO-UNIT
                       MOVE "A" TO WS-ACHOU-CUSTO.
       CARREGA-CUSTOS.
           MOVE ZEROS TO TCU-QTD.
           MOVE "N" TO WS-CUSTO-EXCEDIDO.
           OPEN INPUT CUSTOHIS.
           IF FS-CUS NOT = "00"
               CLOSE CUSTOHIS
               GO TO FIM-CARREGA-CUSTOS.
       LER-CARREGA-CUSTOS.
           READ CUSTOHIS AT END
               CLOSE CUSTOHIS
               GO TO FIM-CARREGA-CUSTOS.
           IF TCU-QTD = 5000
               MOVE "S" TO WS-CUSTO-EXCEDIDO
               CLOSE CUSTOHIS
               GO TO FIM-CARREGA-CUSTOS.
           ADD 1 TO TCU-QTD.
           MOVE CUS-CODIGO TO TCU-CODIGO (TCU-QTD).
           MOVE CUS-DATA TO TCU-DATA (TCU-QTD).
           MOVE CUS-MEDIA-ANTIGA TO TCU-ANTIGA (TCU-QTD).
           MOVE CUS-MEDIA-NOVA TO TCU-NOVA (TCU-QTD).
           GO TO LER-CARREGA-CUSTOS.
       FIM-CARREGA-CUSTOS.
           EXIT.
       ORDENA.
           IF TAB-QTD < 2
               GO TO IMPRIME.
       PASSA-ORDENA.
           MOVE "N" TO WS-TROCOU.
           PERFORM TROCA-PRODUTO
               VARYING TAB-IDX FROM 1 BY 1 UNTIL TAB-IDX >= TAB-QTD.
           IF WS-TROCOU = "S"
               GO TO PASSA-ORDENA.
           GO TO IMPRIME.
       TROCA-PRODUTO.
           COMPUTE TAB-IDX-2 = TAB-IDX + 1.
           IF TAB-CHAVE (TAB-IDX-2) < TAB-CHAVE (TAB-IDX)
               MOVE TAB-PROD (TAB-IDX) TO TAB-TROCA
               MOVE TAB-PROD (TAB-IDX-2) TO TAB-PROD (TAB-IDX)
               MOVE TAB-TROCA TO TAB-PROD (TAB-IDX-2)
               MOVE "S" TO WS-TROCOU.
       IMPRIME.
           MOVE ZEROS TO CT-PAG WS-FORN-ANT.
           MOVE ZEROS TO WS-QTDE-FORN WS-REC-FORN WS-CUS-FORN.
           MOVE "N" TO WS-TEM-FORN.
           MOVE WS-COMPETENCIA TO COMP-CAB01.
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO.
           PERFORM IMPRIME-PRODUTO THRU FIM-IMPRIME-PRODUTO
               VARYING TAB-IDX FROM 1 BY 1 UNTIL TAB-IDX > TAB-QTD.
           PERFORM QUEBRA-FORNECEDOR THRU FIM-QUEBRA-FORNECEDOR.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           MOVE "TOTAL DO MES" TO TEXTO-SOMA.
           MOVE WS-TOT-QTDE TO QTDE-SOMA.
           MOVE WS-TOT-RECEITA TO WS-REC-CALC.
           MOVE WS-TOT-CUSTO TO WS-CUS-CALC.
           PERFORM CALCULA-MARGEM.
           PERFORM IMPRIME-SOMA.
           IF WS-SEM-CUSTO > ZEROS
               MOVE "* PRODUTOS SEM HISTORICO DE CUSTO NO CUSTOHIS...:"
                   TO TEXTO-OBS
               MOVE WS-SEM-CUSTO TO VALOR-OBS
               WRITE REG-RELATO FROM LINHA-OBS
                   BEFORE ADVANCING 1 LINES.
           IF WS-FORA-TABELA > ZEROS
               MOVE "ITENS NAO APURADOS (LIMITE DE PRODUTOS).........:"
                   TO TEXTO-OBS
               MOVE WS-FORA-TABELA TO VALOR-OBS
               WRITE REG-RELATO FROM LINHA-OBS
                   BEFORE ADVANCING 1 LINES.
           CLOSE RELATO.
           DISPLAY "MARGEM BRUTA IMPRESSA" AT 1010.
           ACCEPT CONFIRMA AT 1032.
           DISPLAY "                      " AT 1010.
           GO TO TELA-1.
       IMPRIME-PRODUTO.
           IF WS-TEM-FORN = "S"
                   AND TAB-FORNECEDOR (TAB-IDX) NOT = WS-FORN-ANT
               PERFORM QUEBRA-FORNECEDOR THRU FIM-QUEBRA-FORNECEDOR.
           IF WS-TEM-FORN = "N"
               PERFORM CABECALHO-FORNECEDOR.
           MOVE "S" TO WS-TEM-FORN.
           MOVE TAB-FORNECEDOR (TAB-IDX) TO WS-FORN-ANT.
           MOVE TAB-CODIGO (TAB-IDX) TO CODIGO-DET.
           MOVE TAB-DV (TAB-IDX) TO DV-DET.
           MOVE TAB-NOME (TAB-IDX) TO NOME-DET.
           MOVE TAB-QTDE (TAB-IDX) TO QTDE-DET.
           MOVE TAB-RECEITA (TAB-IDX) TO WS-REC-CALC.
           MOVE TAB-CUSTO (TAB-IDX) TO WS-CUS-CALC.
           PERFORM CALCULA-MARGEM.
           MOVE WS-REC-CALC TO RECEITA-DET.
           MOVE WS-CUS-CALC TO CUSTO-DET.
           MOVE WS-MARGEM-CALC TO MARGEM-DET.
           MOVE WS-PERC-CALC TO PERC-DET.
           MOVE SPACES TO SEM-CUSTO-DET.
           IF TAB-SEM-CUSTO (TAB-IDX) = "S"
               MOVE "*" TO SEM-CUSTO-DET
               ADD 1 TO WS-SEM-CUSTO.
           WRITE REG-RELATO FROM DETALHE BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
           ADD TAB-QTDE (TAB-IDX) TO WS-QTDE-FORN WS-TOT-QTDE.
           ADD TAB-RECEITA (TAB-IDX) TO WS-REC-FORN WS-TOT-RECEITA.
           ADD TAB-CUSTO (TAB-IDX) TO WS-CUS-FORN WS-TOT-CUSTO.
       FIM-IMPRIME-PRODUTO.
           EXIT.
       CABECALHO-FORNECEDOR.
           MOVE TAB-FORNECEDOR (TAB-IDX) TO FORN-LIN.
           MOVE "** SEM CADASTRO **" TO NOME-FORN-LIN.
           IF WS-FORN-DISPONIVEL = "S"
               MOVE TAB-FORNECEDOR (TAB-IDX) TO FORN-CODIGO
               READ FORNECEDOR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FORN-NOME TO NOME-FORN-LIN
               END-READ
           END-IF.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           WRITE REG-RELATO FROM LINHA-FORN BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
       QUEBRA-FORNECEDOR.
           IF WS-TEM-FORN = "N"
               GO TO FIM-QUEBRA-FORNECEDOR.
           MOVE "   TOTAL DO FORNECEDOR" TO TEXTO-SOMA.
           MOVE WS-QTDE-FORN TO QTDE-SOMA.
           MOVE WS-REC-FORN TO WS-REC-CALC.
           MOVE WS-CUS-FORN TO WS-CUS-CALC.
           PERFORM CALCULA-MARGEM.
           PERFORM IMPRIME-SOMA.
           MOVE ZEROS TO WS-QTDE-FORN WS-REC-FORN WS-CUS-FORN.
           MOVE "N" TO WS-TEM-FORN.
       FIM-QUEBRA-FORNECEDOR.
           EXIT.
       IMPRIME-SOMA.
           MOVE WS-REC-CALC TO RECEITA-SOMA.
           MOVE WS-CUS-CALC TO CUSTO-SOMA.
           MOVE WS-MARGEM-CALC TO MARGEM-SOMA.
           MOVE WS-PERC-CALC TO PERC-SOMA.
           WRITE REG-RELATO FROM LINHA-SOMA BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
       CALCULA-MARGEM.
           COMPUTE WS-MARGEM-CALC = WS-REC-CALC - WS-CUS-CALC.
           MOVE ZEROS TO WS-PERC-CALC.
           IF WS-REC-CALC NOT = ZEROS
               COMPUTE WS-PERC-CALC ROUNDED =
                   WS-MARGEM-CALC * 100 / WS-REC-CALC
                   ON SIZE ERROR MOVE ZEROS TO WS-PERC-CALC
               END-COMPUTE.
       CABECALHO.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 3 LINES.
           WRITE REG-RELATO FROM CAB02 BEFORE ADVANCING 2 LINES.
       FIM.
           DISPLAY "FIM DO PROCESSAMENTO " AT 1010.
           IF WS-VCB-DISPONIVEL = "S"
               CLOSE VENDCAB.
           IF WS-FORN-DISPONIVEL = "S"
               CLOSE FORNECEDOR.
           CLOSE VENDAS ARQPRO.
           STOP RUN.
           END PROGRAM MARGEM.
