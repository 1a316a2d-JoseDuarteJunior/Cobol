      *           CUSTO E ITEM E IMPRIME QUANTIDADE E VALOR CONSUMIDO
      *           (PRECO MEDIO ATUAL DO ARQMAT) COM SUBTOTAL POR
      *           CENTRO E TOTAL GERAL
      * Alteracoes:
      * 15/10/2026 - PASSA A SER ORCADO X REALIZADO: CADA CENTRO DE
      *              CUSTO TRAZ O ORCAMENTO DA COMPETENCIA (ARQUIVO
      *              ORCCCU), A VARIACAO E O PERCENTUAL REALIZADO;
      *              CENTRO ORCADO SEM CONSUMO TAMBEM E IMPRESSO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCCU.
           ACCESS MODE      DYNAMIC
           RECORD KEY       CCU-CODIGO
           FILE STATUS      FS-CCU.
           SELECT ORCCCU ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       ORC-CHAVE
           FILE STATUS      FS-ORC.
           SELECT SORCCU ASSIGN TO DISK
           SORT STATUS IS ST.
           SELECT RELATO ASSIGN TO PRINTER.
       01  REG-CCUSTO.
           02 CCU-CODIGO        PIC 9(03).
           02 CCU-NOME          PIC X(30).
       FD  ORCCCU LABEL RECORD STANDARD
           VALUE OF FILE-ID "ORCCCU".
       01  REG-ORCCCU.
           02 ORC-CHAVE.
               03 ORC-CCUSTO    PIC 9(03).
               03 ORC-COMPETENCIA PIC 9(06).
           02 ORC-VALOR         PIC 9(09)V99.
           02 ORC-OPERADOR      PIC X(03).
           02 ORC-DATA          PIC 9(08).
       SD  SORCCU VALUE OF FILE-ID IS "SORCCU".
       01  REG-SORCCU.
           02 SOR-CCUSTO        PIC 9(03).
           02 SOR-CODIGO        PIC 9(05).
           02 SOR-QTDE          PIC 9(04).
           02 SOR-ORCADO        PIC 9(09)V99.
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       77  FS-MOV               PIC X(02) VALUE SPACES.
       77  FS                   PIC X(02) VALUE SPACES.
       77  FS-CCU               PIC X(02) VALUE SPACES.
       77  FS-ORC               PIC X(02) VALUE SPACES.
       77  ST                   PIC 9(02) VALUE ZEROS.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-QTDE-CCUSTO       PIC 9(07) VALUE ZEROS.
       77  WS-VALOR-CCUSTO      PIC 9(11)V99 VALUE ZEROS.
       77  WS-VALOR-GERAL       PIC 9(12)V99 VALUE ZEROS.
       77  WS-TEM-CCUSTO        PIC X(01) VALUE "N".
       77  WS-ORCADO-CCUSTO     PIC 9(11)V99 VALUE ZEROS.
       77  WS-ORCADO-GERAL      PIC 9(12)V99 VALUE ZEROS.
       77  WS-VARIACAO          PIC S9(12)V99 VALUE ZEROS.
       77  WS-PERC-REALIZADO    PIC 9(04)V9 VALUE ZEROS.
       01  WS-DATA-SISTEMA.
           02 ANO               PIC 9(02) VALUE ZEROS.
           02 MES               PIC 9(02) VALUE ZEROS.
               03 ANO-CAB01   PIC 9(04) VALUE ZEROS.
           02 FILLER    PIC X(05)     VALUE SPACES.
           02 FILLER    PIC X(33)
           VALUE "ORCADO X REALIZADO POR C.CUSTO".
           02 COMP-CAB01 PIC 9(06)   VALUE ZEROS.
           02 FILLER    PIC X(02)   VALUE SPACES.
           02 FILLER    PIC X(04)   VALUE "PAG.".
           VALUE "TOTAL GERAL..........:".
           02 FILLER            PIC X(17) VALUE SPACES.
           02 VALOR-GERAL-MASK  PIC ZZZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINHA-ORCADO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(24)
           VALUE "ORCAMENTO DO CENTRO..:".
           02 FILLER            PIC X(17) VALUE SPACES.
           02 ORCADO-SUB        PIC ZZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINHA-VARIACAO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(24)
           VALUE "VARIACAO (REAL-ORCADO):".
           02 FILLER            PIC X(17) VALUE SPACES.
           02 VARIACAO-SUB      PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 PERC-SUB          PIC ZZZ9,9 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE "% ".
           02 SITUACAO-SUB      PIC X(20) VALUE SPACES.
       01  LINHA-ORCADO-GERAL.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(24)
           VALUE "ORCAMENTO GERAL......:".
           02 FILLER            PIC X(17) VALUE SPACES.
           02 ORCADO-GERAL-MASK PIC ZZZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINHA-VARIACAO-GERAL.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(24)
           VALUE "VARIACAO GERAL.......:".
           02 FILLER            PIC X(17) VALUE SPACES.
           02 VARIACAO-GERAL-MASK PIC -ZZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       SCREEN SECTION.
       01  TELA.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 15
           VALUE "ORCADO X REALIZADO POR CENTRO DE CUSTO".
           02 LINE 03 COLUMN 05 VALUE "COMPETENCIA (AAAAMM):".
       PROCEDURE DIVISION.
       INICIO.
               DISPLAY "ARQUIVO MOVEST NAO ENCONTRADO" AT 2020
               CALL "LOGERRO" USING "RELCCU" "ABERTURA MOVEST" FS-MOV
               STOP RUN.
           MOVE ZEROS TO SOR-ORCADO.
       LER-ENTRADA.
           READ MOVEST AT END
               CLOSE MOVEST
               GO TO LE-ORCAMENTOS.
           IF MOV-TIPO NOT = "S"
               GO TO LER-ENTRADA.
           IF MOV-DATA (1:6) NOT = WS-COMPETENCIA
               CLOSE MOVEST
               STOP RUN.
           GO TO LER-ENTRADA.
       LE-ORCAMENTOS.
           OPEN INPUT ORCCCU.
           IF FS-ORC NOT = "00"
               CLOSE ORCCCU
               GO TO FIM-ENTRADA.
       LER-ORCAMENTO.
           READ ORCCCU NEXT RECORD AT END
               CLOSE ORCCCU
               GO TO FIM-ENTRADA.
           IF ORC-COMPETENCIA NOT = WS-COMPETENCIA
               GO TO LER-ORCAMENTO.
           MOVE ORC-CCUSTO TO SOR-CCUSTO.
           MOVE ZEROS TO SOR-CODIGO SOR-QTDE.
           MOVE ORC-VALOR TO SOR-ORCADO.
           RELEASE REG-SORCCU.
           IF ST NOT = "00"
               DISPLAY "ERRO NO SORT" AT 2020
               CALL "LOGERRO" USING "RELCCU" "SORT ENTRADA" ST
               CLOSE ORCCCU
               STOP RUN.
           GO TO LER-ORCAMENTO.
       FIM-ENTRADA.
           EXIT.
       SAIDA SECTION.
           MOVE ZEROS TO WS-CCUSTO-ANT WS-CODIGO-ANT.
           MOVE ZEROS TO WS-QTDE-ITEM WS-VALOR-ITEM.
           MOVE ZEROS TO WS-QTDE-CCUSTO WS-VALOR-CCUSTO.
           MOVE ZEROS TO WS-ORCADO-CCUSTO.
           MOVE "N" TO WS-TEM-ITEM WS-TEM-CCUSTO.
       LER-SAIDA.
           RETURN SORCCU AT END
               PERFORM QUEBRA-ITEM THRU FIM-QUEBRA-ITEM
                   AND (SOR-CODIGO NOT = WS-CODIGO-ANT
                       OR SOR-CCUSTO NOT = WS-CCUSTO-ANT)
               PERFORM QUEBRA-ITEM THRU FIM-QUEBRA-ITEM.
           IF WS-TEM-CCUSTO = "S" AND SOR-CCUSTO NOT = WS-CCUSTO-ANT
               PERFORM QUEBRA-CCUSTO THRU FIM-QUEBRA-CCUSTO.
           IF WS-TEM-CCUSTO = "N"
               PERFORM IMPRIME-CAB-CCUSTO.
           MOVE "S" TO WS-TEM-CCUSTO.
           MOVE SOR-CCUSTO TO WS-CCUSTO-ANT.
           IF SOR-CODIGO = ZEROS
               ADD SOR-ORCADO TO WS-ORCADO-CCUSTO
               GO TO LER-SAIDA.
           MOVE "S" TO WS-TEM-ITEM.
           MOVE SOR-CODIGO TO WS-CODIGO-ANT.
           ADD SOR-QTDE TO WS-QTDE-ITEM.
           GO TO LER-SAIDA.
           ADD WS-QTDE-ITEM TO WS-QTDE-CCUSTO.
           ADD WS-VALOR-ITEM TO WS-VALOR-CCUSTO.
           MOVE ZEROS TO WS-QTDE-ITEM WS-VALOR-ITEM.
           MOVE "N" TO WS-TEM-ITEM.
       FIM-QUEBRA-ITEM.
           EXIT.
       QUEBRA-CCUSTO.
           IF WS-TEM-CCUSTO = "N"
               GO TO FIM-QUEBRA-CCUSTO.
           MOVE WS-QTDE-CCUSTO TO QTDE-SUB.
           MOVE WS-VALOR-CCUSTO TO VALOR-SUB.
           WRITE REG-RELATO FROM LINHA-SUBTOTAL
               BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
           MOVE WS-ORCADO-CCUSTO TO ORCADO-SUB.
           WRITE REG-RELATO FROM LINHA-ORCADO
               BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
           COMPUTE WS-VARIACAO = WS-VALOR-CCUSTO - WS-ORCADO-CCUSTO.
           MOVE WS-VARIACAO TO VARIACAO-SUB.
           MOVE ZEROS TO WS-PERC-REALIZADO.
           MOVE SPACES TO SITUACAO-SUB.
           IF WS-ORCADO-CCUSTO = ZEROS
               MOVE "SEM ORCAMENTO" TO SITUACAO-SUB
           ELSE
               COMPUTE WS-PERC-REALIZADO ROUNDED =
                   (WS-VALOR-CCUSTO * 100) / WS-ORCADO-CCUSTO
                   ON SIZE ERROR MOVE 9999,9 TO WS-PERC-REALIZADO
               END-COMPUTE
               IF WS-VARIACAO > ZEROS
                   MOVE "ACIMA DO ORCAMENTO" TO SITUACAO-SUB
               END-IF
           END-IF.
           MOVE WS-PERC-REALIZADO TO PERC-SUB.
           WRITE REG-RELATO FROM LINHA-VARIACAO
               BEFORE ADVANCING 2 LINES
               AT EOP PERFORM CABECALHO.
           ADD WS-VALOR-CCUSTO TO WS-VALOR-GERAL.
           ADD WS-ORCADO-CCUSTO TO WS-ORCADO-GERAL.
           MOVE ZEROS TO WS-QTDE-CCUSTO WS-VALOR-CCUSTO.
           MOVE ZEROS TO WS-ORCADO-CCUSTO.
           MOVE "N" TO WS-TEM-CCUSTO.
       FIM-QUEBRA-CCUSTO.
           EXIT.
       CABECALHO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           WRITE REG-RELATO FROM LINHA-TOTAL-GERAL
               BEFORE ADVANCING 1 LINES.
           MOVE WS-ORCADO-GERAL TO ORCADO-GERAL-MASK.
           WRITE REG-RELATO FROM LINHA-ORCADO-GERAL
               BEFORE ADVANCING 1 LINES.
           COMPUTE WS-VARIACAO = WS-VALOR-GERAL - WS-ORCADO-GERAL.
           MOVE WS-VARIACAO TO VARIACAO-GERAL-MASK.
           WRITE REG-RELATO FROM LINHA-VARIACAO-GERAL
               BEFORE ADVANCING 1 LINES.
           CLOSE ARQMAT RELATO.
           IF FS-CCU = "00"
               CLOSE CCUSTO.
