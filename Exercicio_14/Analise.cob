      *           PRODUTO EM ORDEM DECRESCENTE DE RECEITA COM COLUNA
      *           COMPARATIVA DO MES ANTERIOR, E TOTAIS POR DIA DO
      *           MES, PARA ORIENTAR AS COMPRAS DO PEDCOM
      * Alteracoes:
      * 15/10/2026 - VENDAS CANCELADAS NO DIA (TIPO C NO VENDCAB)
      *              FICAM FORA DA ANALISE.
      * 15/10/2026 - FRETE DE ENTREGA DO MES (VCB-FRETE) EM LINHA
      *              PROPRIA, FORA DA RECEITA DAS MERCADORIAS.
      * 15/10/2026 - ANALISE POR FILIAL (VCB-FILIAL) OU CONSOLIDADA
      *              (FILIAL 00).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANALISE.
           RECORD KEY       FD-CODIGO
           ALTERNATE RECORD KEY IS FD-NOME-PRODUTO
                   WITH DUPLICATES
           ALTERNATE RECORD KEY IS FD-EAN
                   SUPPRESS WHEN ZEROS
           FILE STATUS      FS.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
           02 VCB-CLIENTE       PIC 9(04).
           02 VCB-TIPO          PIC X(01).
           02 VCB-REF           PIC 9(06).
           02 FILLER            PIC X(11).
           02 VCB-FRETE         PIC 9(07)V99.
           02 VCB-FILIAL        PIC 9(02).
           02 FILLER            PIC X(07).
       FD  ARQPRO LABEL RECORD STANDARD
           VALUE OF FILE-ID "ARQPRO".
       01  REG-ARQPRO.
           02 FD-QTDE-MINIMA   PIC 9(04).
           02 FD-VALOR-TOT     PIC 9(08)V99.
           02 FD-SERIALIZADO   PIC X(01).
           02 FD-EAN           PIC 9(13).
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       77  TAB-ACHOU            PIC X(01) VALUE "N".
       77  WS-TROCOU            PIC X(01) VALUE "N".
       77  WS-TOT-RECEITA       PIC S9(11)V99 VALUE ZEROS.
       77  WS-FRETE-DOC         PIC 9(07)V99 VALUE ZEROS.
       77  WS-TOT-FRETE         PIC 9(11)V99 VALUE ZEROS.
       77  WS-FILIAL-REL        PIC 9(02) VALUE ZEROS.
       77  WS-DOC-FILIAL        PIC 9(02) VALUE 01.
       01  TAB-PRODUTOS.
           02 TAB-PROD OCCURS 500 TIMES.
               03 TAB-CODIGO    PIC 9(04).
           VALUE "ANALISE MENSAL DE VENDAS".
           02 COMP-CAB01 PIC 9(06)   VALUE ZEROS.
           02 FILLER    PIC X(02)   VALUE SPACES.
           02 FILLER    PIC X(08)   VALUE "FILIAL:".
           02 FILIAL-CAB PIC X(05)  VALUE SPACES.
           02 FILLER    PIC X(02)   VALUE SPACES.
           02 FILLER    PIC X(04)   VALUE "PAG.".
           02 PAG-CAB01  PIC ZZ9     VALUE ZEROS.
       01  CAB02.
           02 FILLER            PIC X(20)
           VALUE "RECEITA DO MES...:".
           02 TOTAL-MASK        PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINHA-FRETE.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(20)
           VALUE "FRETE DO MES.....:".
           02 FRETE-MASK        PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       SCREEN SECTION.
       01  TELA1.
            02 BLANK SCREEN.
            02 LINE 01 COLUMN 22 VALUE "ANALISE MENSAL DE VENDAS".
            02 LINE 03 COLUMN 05 VALUE "COMPETENCIA (AAAAMM)....>".
            02 LINE 04 COLUMN 05 VALUE "FILIAL (00=TODAS).......>".
            02 LINE 10 COLUMN 01 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-COMPETENCIA AT 0331.
           IF WS-COMPETENCIA = ZEROS
               GO TO FIM.
           ACCEPT WS-FILIAL-REL AT 0431.
           IF WS-FILIAL-REL = ZEROS
               MOVE "TODAS" TO FILIAL-CAB
           ELSE
               MOVE WS-FILIAL-REL TO FILIAL-CAB.
           MOVE ZEROS TO WS-NUM-TIPO.
           COMPUTE WS-ANO-ANT = WS-COMPETENCIA / 100.
           COMPUTE WS-MES-ANT = WS-COMPETENCIA
               - (WS-ANO-ANT * 100).
               MOVE 12 TO WS-MES-ANT
               SUBTRACT 1 FROM WS-ANO-ANT.
           COMPUTE WS-COMP-ANTERIOR = (WS-ANO-ANT * 100) + WS-MES-ANT.
           MOVE ZEROS TO TAB-QTD WS-TOT-RECEITA WS-TOT-FRETE.
           PERFORM VARYING TAB-IDX FROM 1 BY 1 UNTIL TAB-IDX > 31
               MOVE ZEROS TO TAB-DIA-VALOR (TAB-IDX)
           END-PERFORM.
                   GO TO ORDENA.
           IF VND-DATA (1:6) = WS-COMPETENCIA
               PERFORM BUSCA-TIPO-DOC
               IF WS-DOC-TIPO = "C"
                   GO TO LER-VENDAS
               END-IF
               IF WS-FILIAL-REL NOT = ZEROS
                       AND WS-DOC-FILIAL NOT = WS-FILIAL-REL
                   GO TO LER-VENDAS
               END-IF
               ADD WS-FRETE-DOC TO WS-TOT-FRETE
               PERFORM LOCALIZA-PRODUTO
               IF WS-DOC-TIPO = "D"
                   SUBTRACT VND-QTDE FROM TAB-QTDE (TAB-IDX)
           ELSE
               IF VND-DATA (1:6) = WS-COMP-ANTERIOR
                   PERFORM BUSCA-TIPO-DOC
                   IF WS-DOC-TIPO = "C"
                       GO TO LER-VENDAS
                   END-IF
                   IF WS-FILIAL-REL NOT = ZEROS
                           AND WS-DOC-FILIAL NOT = WS-FILIAL-REL
                       GO TO LER-VENDAS
                   END-IF
                   PERFORM LOCALIZA-PRODUTO
                   IF WS-DOC-TIPO = "D"
                       SUBTRACT VND-TOTAL-ITEM
           END-IF.
           GO TO LER-VENDAS.
       BUSCA-TIPO-DOC.
           MOVE ZEROS TO WS-FRETE-DOC.
           IF WS-VCB-DISPONIVEL NOT = "S"
               MOVE SPACE TO WS-DOC-TIPO
               MOVE 01 TO WS-DOC-FILIAL
           ELSE
               IF VND-NUMERO NOT = WS-NUM-TIPO
                   MOVE VND-NUMERO TO WS-NUM-TIPO
                   MOVE SPACE TO WS-DOC-TIPO
                   MOVE 01 TO WS-DOC-FILIAL
                   MOVE VND-NUMERO TO VCB-NUMERO
                   READ VENDCAB
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE VCB-TIPO TO WS-DOC-TIPO
                           MOVE VCB-FRETE TO WS-FRETE-DOC
                           IF VCB-FILIAL NUMERIC
                                   AND VCB-FILIAL NOT = ZEROS
                               MOVE VCB-FILIAL TO WS-DOC-FILIAL
                           END-IF
                   END-READ
               END-IF
           END-IF.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           WRITE REG-RELATO FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES.
           MOVE WS-TOT-FRETE TO FRETE-MASK.
           WRITE REG-RELATO FROM LINHA-FRETE BEFORE ADVANCING 1 LINES.
           CLOSE RELATO.
           DISPLAY "ANALISE MENSAL IMPRESSA" AT 1010.
           ACCEPT CONFIRMA AT 1034.
