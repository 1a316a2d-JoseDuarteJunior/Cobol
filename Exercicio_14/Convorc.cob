      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - VENDAS NO BALCAO
      * Tectonics: cobc
      * Objetivo: CONVERSAO MENSAL DE ORCAMENTOS - ORCAMENTOS EMITIDOS
      *           NA COMPETENCIA, CONVERTIDOS EM VENDA OU EM RESERVA,
      *           PERDIDOS (POR MOTIVO DA TABELA MOTPERDA), VENCIDOS
      *           SEM BAIXA E AINDA ABERTOS, COM A TAXA DE CONVERSAO
      *           POR OPERADOR E POR PRODUTO
      * Obs: NO QUADRO POR PRODUTO CADA ITEM DE ORCAMENTO CONTA UMA
      *      VEZ; NOS DEMAIS QUADROS CONTA O ORCAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVORC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORCAMENTO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       ORC-CHAVE
           FILE STATUS      FS-ORC.
           SELECT ARQPRO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       FD-CODIGO
           ALTERNATE RECORD KEY IS FD-NOME-PRODUTO
                   WITH DUPLICATES
           ALTERNATE RECORD KEY IS FD-EAN
                   SUPPRESS WHEN ZEROS
           FILE STATUS      FS.
           SELECT MOTPERDA ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       MOT-CODIGO
           FILE STATUS      FS-MOT.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD  ORCAMENTO LABEL RECORD STANDARD
           VALUE OF FILE-ID "ORCAMENTO".
       01  REG-ORCAMENTO.
           02 ORC-CHAVE.
               03 ORC-NUMERO    PIC 9(06).
               03 ORC-ITEM      PIC 9(02).
           02 ORC-DATA          PIC 9(08).
           02 ORC-VALIDADE      PIC 9(08).
           02 ORC-CLIENTE       PIC X(30).
           02 ORC-CODIGO        PIC 9(04).
           02 ORC-DV            PIC 9(01).
           02 ORC-QTDE          PIC 9(04).
           02 ORC-PRECO         PIC 9(06)V99.
           02 ORC-TOTAL         PIC 9(08)V99.
           02 ORC-STATUS        PIC X(01).
           02 ORC-OPERADOR      PIC X(03).
           02 ORC-DESTINO       PIC X(01).
           02 ORC-MOTIVO        PIC 9(02).
           02 ORC-DATA-STATUS   PIC 9(08).
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
       FD  MOTPERDA LABEL RECORD STANDARD
           VALUE OF FILE-ID "MOTPERDA".
       01  REG-MOTPERDA.
           02 MOT-CODIGO        PIC 9(02).
           02 MOT-DESCRICAO     PIC X(30).
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  FS-ORC               PIC X(02) VALUE SPACES.
       77  FS-MOT               PIC X(02) VALUE SPACES.
       77  FS                   PIC X(02) VALUE SPACES.
       77  WS-MOT-DISPONIVEL    PIC X(01) VALUE "N".
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-EOF               PIC X(01) VALUE "N".
       77  WS-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       77  WS-SITUACAO          PIC X(01) VALUE SPACE.
       77  OPE-QTD              PIC 9(03) VALUE ZEROS.
       77  OPE-IDX              PIC 9(03) VALUE ZEROS.
       77  PRD-QTD              PIC 9(03) VALUE ZEROS.
       77  PRD-IDX              PIC 9(03) VALUE ZEROS.
       77  MTV-IDX              PIC 9(02) VALUE ZEROS.
       77  TAB-ACHOU            PIC X(01) VALUE "N".
       77  WS-FORA-TABELA       PIC 9(05) VALUE ZEROS.
       77  WS-TAXA              PIC 9(03)V99 VALUE ZEROS.
       77  WS-CONTA-DOC         PIC X(01) VALUE "N".
       77  WS-TROCOU            PIC X(01) VALUE "N".
       77  PRD-IDX-2            PIC 9(03) VALUE ZEROS.
       01  WS-DATA.
           02 ANO               PIC 9(02) VALUE ZEROS.
           02 MES               PIC 9(02) VALUE ZEROS.
           02 DIA               PIC 9(02) VALUE ZEROS.
       01  WS-DATA-HOJE.
           02 HOJE-ANO          PIC 9(04) VALUE ZEROS.
           02 HOJE-MES          PIC 9(02) VALUE ZEROS.
           02 HOJE-DIA          PIC 9(02) VALUE ZEROS.
      *    CONTADORES DE UMA LINHA DO RELATORIO (OPERADOR, PRODUTO OU
      *    TOTAL) - AS TABELAS GUARDAM ESTE MESMO GRUPO EM X(54)
       01  WS-CONTAGEM.
           02 CNT-EMITIDOS      PIC 9(05).
           02 CNT-VENDA         PIC 9(05).
           02 CNT-RESERVA       PIC 9(05).
           02 CNT-PERDIDOS      PIC 9(05).
           02 CNT-VENCIDOS      PIC 9(05).
           02 CNT-ABERTOS       PIC 9(05).
           02 CNT-VALOR-EMIT    PIC 9(10)V99.
           02 CNT-VALOR-CONV    PIC 9(10)V99.
       01  WS-TOTAIS            PIC X(54) VALUE ZEROS.
       01  TAB-OPERADORES.
           02 TAB-OPE OCCURS 100 TIMES.
               03 OPE-CODIGO     PIC X(03).
               03 OPE-CONTAGEM   PIC X(54).
       01  TAB-PRODUTOS.
           02 TAB-PRD OCCURS 999 TIMES.
               03 PRD-CHAVE.
                   04 PRD-CODIGO PIC 9(04).
                   04 PRD-DV     PIC 9(01).
               03 PRD-CONTAGEM   PIC X(54).
       01  TAB-TROCA            PIC X(59).
       01  TAB-MOTIVOS.
           02 TAB-MTV OCCURS 99 TIMES.
               03 MTV-QTDE       PIC 9(05).
               03 MTV-VALOR      PIC 9(10)V99.
       01  CAB01.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(06)    VALUE "DATA:".
           02 DATA-CAB01.
               03 DIA-CAB01   PIC 99/ VALUE ZEROS.
               03 MES-CAB01   PIC 99/ VALUE ZEROS.
               03 ANO-CAB01   PIC 9(04) VALUE ZEROS.
           02 FILLER    PIC X(05)     VALUE SPACES.
           02 FILLER    PIC X(37)
           VALUE "CONVERSAO DE ORCAMENTOS - COMPETENCIA".
           02 COMP-CAB01 PIC 9(06)   VALUE ZEROS.
           02 FILLER    PIC X(02)   VALUE SPACES.
           02 FILLER    PIC X(04)   VALUE "PAG.".
           02 PAG-CAB01  PIC ZZ9     VALUE ZEROS.
       01  LINHA-QUADRO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TITULO-QUADRO     PIC X(40) VALUE SPACES.
       01  CAB02.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(39) VALUE SPACES.
           02 FILLER  PIC X(07) VALUE "EMIT.".
           02 FILLER  PIC X(07) VALUE "VENDA".
           02 FILLER  PIC X(07) VALUE "RESERV".
           02 FILLER  PIC X(07) VALUE "PERD.".
           02 FILLER  PIC X(07) VALUE "VENC.".
           02 FILLER  PIC X(07) VALUE "ABERT.".
           02 FILLER  PIC X(09) VALUE "CONV. %".
           02 FILLER  PIC X(16) VALUE "VALOR EMITIDO".
           02 FILLER  PIC X(16) VALUE "VALOR CONVERT.".
       01  DETALHE.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 CHAVE-DET         PIC X(08) VALUE SPACES.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 NOME-DET          PIC X(30) VALUE SPACES.
           02 EMITIDOS-DET      PIC ZZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 VENDA-DET         PIC ZZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 RESERVA-DET       PIC ZZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 PERDIDOS-DET      PIC ZZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 VENCIDOS-DET      PIC ZZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 ABERTOS-DET       PIC ZZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 TAXA-DET          PIC ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 VALOR-EMIT-DET    PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 VALOR-CONV-DET    PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  CAB03.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(08) VALUE "MOTIVO".
           02 FILLER  PIC X(31) VALUE "DESCRICAO".
           02 FILLER  PIC X(12) VALUE "ORCAMENTOS".
           02 FILLER  PIC X(16) VALUE "VALOR PERDIDO".
       01  DETALHE-MOTIVO.
           02 FILLER            PIC X(06) VALUE SPACES.
           02 MOTIVO-DET        PIC 9(02) VALUE ZEROS.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 DESCRICAO-DET     PIC X(30) VALUE SPACES.
           02 QTDE-MOTIVO-DET   PIC ZZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 VALOR-MOTIVO-DET  PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINHA-OBS.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TEXTO-OBS         PIC X(50) VALUE SPACES.
           02 VALOR-OBS         PIC ZZZZ9 VALUE ZEROS.
       SCREEN SECTION.
       01  TELA1.
            02 BLANK SCREEN.
            02 LINE 01 COLUMN 20 VALUE "CONVERSAO DE ORCAMENTOS".
            02 LINE 03 COLUMN 05 VALUE "COMPETENCIA (AAAAMM)....>".
            02 LINE 10 COLUMN 01 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT ORCAMENTO.
           IF FS-ORC NOT = "00"
               DISPLAY "ARQUIVO ORCAMENTO NAO ENCONTRADO"
               CALL "LOGERRO" USING "CONVORC" "ABERTURA ORCAM"
                       FS-ORC
               STOP RUN.
           OPEN INPUT ARQPRO.
           IF FS NOT = "00"
               DISPLAY FS "STATUS DO ARQUIVO ARQPRO"
               CALL "LOGERRO" USING "CONVORC" "ABERTURA ARQPRO" FS
               CLOSE ORCAMENTO
               STOP RUN.
           OPEN INPUT MOTPERDA.
           IF FS-MOT = "00"
               MOVE "S" TO WS-MOT-DISPONIVEL
           ELSE
               MOVE "N" TO WS-MOT-DISPONIVEL
               CLOSE MOTPERDA.
       TELA-1.
           DISPLAY TELA1.
           ACCEPT WS-DATA FROM DATE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE DIA TO DIA-CAB01.
           MOVE MES TO MES-CAB01.
           MOVE HOJE-ANO TO ANO-CAB01.
       PEDE-COMPETENCIA.
           ACCEPT WS-COMPETENCIA AT 0331.
           IF WS-COMPETENCIA = ZEROS
               GO TO FIM.
           MOVE ZEROS TO OPE-QTD PRD-QTD WS-FORA-TABELA.
           MOVE ZEROS TO WS-TOTAIS.
           PERFORM ZERA-MOTIVO
               VARYING MTV-IDX FROM 1 BY 1 UNTIL MTV-IDX = 99.
           MOVE ZEROS TO MTV-QTDE (99) MTV-VALOR (99).
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO ORC-CHAVE.
           START ORCAMENTO KEY NOT LESS THAN ORC-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-ORCAMENTO.
           IF WS-EOF = "S"
               GO TO IMPRIME.
           READ ORCAMENTO NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
                   GO TO IMPRIME.
           IF ORC-DATA (1:6) NOT = WS-COMPETENCIA
               GO TO LER-ORCAMENTO.
           PERFORM DEFINE-SITUACAO.
           MOVE "S" TO WS-CONTA-DOC.
           PERFORM LOCALIZA-PRODUTO THRU FIM-LOCALIZA-PRODUTO.
           IF TAB-ACHOU = "X"
               ADD 1 TO WS-FORA-TABELA
           ELSE
               MOVE PRD-CONTAGEM (PRD-IDX) TO WS-CONTAGEM
               PERFORM CONTA-SITUACAO
               MOVE WS-CONTAGEM TO PRD-CONTAGEM (PRD-IDX).
      *    OPERADOR, MOTIVO E TOTAL CONTAM O ORCAMENTO SO NO ITEM 1;
      *    OS VALORES SOMAM TODOS OS ITENS
           IF ORC-ITEM = 1
               MOVE "S" TO WS-CONTA-DOC
           ELSE
               MOVE "N" TO WS-CONTA-DOC.
           PERFORM LOCALIZA-OPERADOR THRU FIM-LOCALIZA-OPERADOR.
           IF TAB-ACHOU NOT = "X"
               MOVE OPE-CONTAGEM (OPE-IDX) TO WS-CONTAGEM
               PERFORM CONTA-SITUACAO
               MOVE WS-CONTAGEM TO OPE-CONTAGEM (OPE-IDX).
           MOVE WS-TOTAIS TO WS-CONTAGEM.
           PERFORM CONTA-SITUACAO.
           MOVE WS-CONTAGEM TO WS-TOTAIS.
           IF WS-SITUACAO = "P" AND ORC-MOTIVO NOT = ZEROS
               ADD ORC-TOTAL TO MTV-VALOR (ORC-MOTIVO)
               IF WS-CONTA-DOC = "S"
                   ADD 1 TO MTV-QTDE (ORC-MOTIVO).
           GO TO LER-ORCAMENTO.
       ZERA-MOTIVO.
           MOVE ZEROS TO MTV-QTDE (MTV-IDX) MTV-VALOR (MTV-IDX).
      *    SITUACAO DO ORCAMENTO NA DATA DO RELATORIO:
      *    V=VENDA R=RESERVA P=PERDIDO X=VENCIDO SEM BAIXA A=ABERTO
       DEFINE-SITUACAO.
           EVALUATE TRUE
               WHEN ORC-STATUS = "C" AND ORC-DESTINO = "R"
                   MOVE "R" TO WS-SITUACAO
               WHEN ORC-STATUS = "C"
                   MOVE "V" TO WS-SITUACAO
               WHEN ORC-STATUS = "P"
                   MOVE "P" TO WS-SITUACAO
               WHEN ORC-VALIDADE < WS-DATA-HOJE
                   MOVE "X" TO WS-SITUACAO
               WHEN OTHER
                   MOVE "A" TO WS-SITUACAO
           END-EVALUATE.
       CONTA-SITUACAO.
           ADD ORC-TOTAL TO CNT-VALOR-EMIT.
           IF WS-SITUACAO = "V" OR WS-SITUACAO = "R"
               ADD ORC-TOTAL TO CNT-VALOR-CONV.
           IF WS-CONTA-DOC = "S"
               ADD 1 TO CNT-EMITIDOS
               EVALUATE WS-SITUACAO
                   WHEN "V" ADD 1 TO CNT-VENDA
                   WHEN "R" ADD 1 TO CNT-RESERVA
                   WHEN "P" ADD 1 TO CNT-PERDIDOS
                   WHEN "X" ADD 1 TO CNT-VENCIDOS
                   WHEN OTHER ADD 1 TO CNT-ABERTOS
               END-EVALUATE.
       LOCALIZA-PRODUTO.
           MOVE "N" TO TAB-ACHOU.
           PERFORM COMPARA-PRODUTO
               VARYING PRD-IDX FROM 1 BY 1
               UNTIL PRD-IDX > PRD-QTD OR TAB-ACHOU = "S".
           IF TAB-ACHOU = "S"
               SUBTRACT 1 FROM PRD-IDX
               GO TO FIM-LOCALIZA-PRODUTO.
           IF PRD-QTD = 999
               MOVE "X" TO TAB-ACHOU
               GO TO FIM-LOCALIZA-PRODUTO.
           ADD 1 TO PRD-QTD.
           MOVE PRD-QTD TO PRD-IDX.
           MOVE ORC-CODIGO TO PRD-CODIGO (PRD-IDX).
           MOVE ORC-DV TO PRD-DV (PRD-IDX).
           MOVE ZEROS TO PRD-CONTAGEM (PRD-IDX).
       FIM-LOCALIZA-PRODUTO.
           EXIT.
       COMPARA-PRODUTO.
           IF PRD-CODIGO (PRD-IDX) = ORC-CODIGO
                   AND PRD-DV (PRD-IDX) = ORC-DV
               MOVE "S" TO TAB-ACHOU.
       LOCALIZA-OPERADOR.
           MOVE "N" TO TAB-ACHOU.
           PERFORM COMPARA-OPERADOR
               VARYING OPE-IDX FROM 1 BY 1
               UNTIL OPE-IDX > OPE-QTD OR TAB-ACHOU = "S".
           IF TAB-ACHOU = "S"
               SUBTRACT 1 FROM OPE-IDX
               GO TO FIM-LOCALIZA-OPERADOR.
           IF OPE-QTD = 100
               MOVE "X" TO TAB-ACHOU
               GO TO FIM-LOCALIZA-OPERADOR.
           ADD 1 TO OPE-QTD.
           MOVE OPE-QTD TO OPE-IDX.
           MOVE ORC-OPERADOR TO OPE-CODIGO (OPE-IDX).
           MOVE ZEROS TO OPE-CONTAGEM (OPE-IDX).
       FIM-LOCALIZA-OPERADOR.
           EXIT.
       COMPARA-OPERADOR.
           IF OPE-CODIGO (OPE-IDX) = ORC-OPERADOR
               MOVE "S" TO TAB-ACHOU.
       IMPRIME.
           IF PRD-QTD > 1
               PERFORM ORDENA-PRODUTOS THRU FIM-ORDENA-PRODUTOS.
           MOVE ZEROS TO CT-PAG.
           MOVE WS-COMPETENCIA TO COMP-CAB01.
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO.
           MOVE "CONVERSAO POR OPERADOR" TO TITULO-QUADRO.
           PERFORM CABECALHO-QUADRO.
           PERFORM IMPRIME-OPERADOR
               VARYING OPE-IDX FROM 1 BY 1 UNTIL OPE-IDX > OPE-QTD.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           MOVE WS-TOTAIS TO WS-CONTAGEM.
           MOVE "TOTAL" TO CHAVE-DET.
           MOVE "ORCAMENTOS DO MES" TO NOME-DET.
           PERFORM IMPRIME-DETALHE.
           MOVE "CONVERSAO POR PRODUTO (ITENS)" TO TITULO-QUADRO.
           PERFORM CABECALHO-QUADRO.
           PERFORM IMPRIME-PRODUTO
               VARYING PRD-IDX FROM 1 BY 1 UNTIL PRD-IDX > PRD-QTD.
           MOVE "ORCAMENTOS PERDIDOS POR MOTIVO" TO TITULO-QUADRO.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           WRITE REG-RELATO FROM LINHA-QUADRO BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
           WRITE REG-RELATO FROM CAB03 BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
           PERFORM IMPRIME-MOTIVO
               VARYING MTV-IDX FROM 1 BY 1 UNTIL MTV-IDX = 99.
           MOVE 99 TO MTV-IDX.
           PERFORM IMPRIME-MOTIVO.
           IF WS-FORA-TABELA > ZEROS
               MOVE SPACES TO REG-RELATO
               WRITE REG-RELATO BEFORE ADVANCING 1 LINES
               MOVE "ITENS FORA DO QUADRO POR PRODUTO (LIMITE)........:"
                   TO TEXTO-OBS
               MOVE WS-FORA-TABELA TO VALOR-OBS
               WRITE REG-RELATO FROM LINHA-OBS
                   BEFORE ADVANCING 1 LINES.
           CLOSE RELATO.
           DISPLAY "RELATORIO DE CONVERSAO IMPRESSO" AT 1010.
           ACCEPT CONFIRMA AT 1042.
           DISPLAY "                                " AT 1010.
           GO TO TELA-1.
       IMPRIME-OPERADOR.
           MOVE OPE-CONTAGEM (OPE-IDX) TO WS-CONTAGEM.
           MOVE OPE-CODIGO (OPE-IDX) TO CHAVE-DET.
           MOVE SPACES TO NOME-DET.
           PERFORM IMPRIME-DETALHE.
       IMPRIME-PRODUTO.
           MOVE PRD-CONTAGEM (PRD-IDX) TO WS-CONTAGEM.
           MOVE PRD-CODIGO (PRD-IDX) TO CODIGO.
           MOVE PRD-DV (PRD-IDX) TO DV.
           READ ARQPRO INVALID KEY
               MOVE "** SEM CADASTRO **" TO FD-NOME-PRODUTO.
           MOVE SPACES TO CHAVE-DET.
           MOVE CODIGO TO CHAVE-DET (1:4).
           MOVE "-" TO CHAVE-DET (5:1).
           MOVE DV TO CHAVE-DET (6:1).
           MOVE FD-NOME-PRODUTO TO NOME-DET.
           PERFORM IMPRIME-DETALHE.
       IMPRIME-DETALHE.
           MOVE CNT-EMITIDOS TO EMITIDOS-DET.
           MOVE CNT-VENDA TO VENDA-DET.
           MOVE CNT-RESERVA TO RESERVA-DET.
           MOVE CNT-PERDIDOS TO PERDIDOS-DET.
           MOVE CNT-VENCIDOS TO VENCIDOS-DET.
           MOVE CNT-ABERTOS TO ABERTOS-DET.
           MOVE ZEROS TO WS-TAXA.
           IF CNT-EMITIDOS NOT = ZEROS
               COMPUTE WS-TAXA ROUNDED =
                   (CNT-VENDA + CNT-RESERVA) * 100 / CNT-EMITIDOS.
           MOVE WS-TAXA TO TAXA-DET.
           MOVE CNT-VALOR-EMIT TO VALOR-EMIT-DET.
           MOVE CNT-VALOR-CONV TO VALOR-CONV-DET.
           WRITE REG-RELATO FROM DETALHE BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
       IMPRIME-MOTIVO.
           IF MTV-QTDE (MTV-IDX) NOT = ZEROS
                   OR MTV-VALOR (MTV-IDX) NOT = ZEROS
               MOVE MTV-IDX TO MOTIVO-DET
               MOVE "** SEM CADASTRO **" TO DESCRICAO-DET
               IF WS-MOT-DISPONIVEL = "S"
                   MOVE MTV-IDX TO MOT-CODIGO
                   READ MOTPERDA
                       NOT INVALID KEY
                           MOVE MOT-DESCRICAO TO DESCRICAO-DET
                   END-READ
               END-IF
               MOVE MTV-QTDE (MTV-IDX) TO QTDE-MOTIVO-DET
               MOVE MTV-VALOR (MTV-IDX) TO VALOR-MOTIVO-DET
               WRITE REG-RELATO FROM DETALHE-MOTIVO
                   BEFORE ADVANCING 1 LINES
                   AT EOP PERFORM CABECALHO
               END-WRITE.
       ORDENA-PRODUTOS.
           MOVE "N" TO WS-TROCOU.
           PERFORM TROCA-PRODUTO
               VARYING PRD-IDX FROM 1 BY 1 UNTIL PRD-IDX >= PRD-QTD.
           IF WS-TROCOU = "S"
               GO TO ORDENA-PRODUTOS.
       FIM-ORDENA-PRODUTOS.
           EXIT.
       TROCA-PRODUTO.
           COMPUTE PRD-IDX-2 = PRD-IDX + 1.
           IF PRD-CHAVE (PRD-IDX-2) < PRD-CHAVE (PRD-IDX)
               MOVE TAB-PRD (PRD-IDX) TO TAB-TROCA
               MOVE TAB-PRD (PRD-IDX-2) TO TAB-PRD (PRD-IDX)
               MOVE TAB-TROCA TO TAB-PRD (PRD-IDX-2)
               MOVE "S" TO WS-TROCOU.
       CABECALHO-QUADRO.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           WRITE REG-RELATO FROM LINHA-QUADRO BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
           WRITE REG-RELATO FROM CAB02 BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
       CABECALHO.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 3 LINES.
       FIM.
           DISPLAY "FIM DO PROCESSAMENTO " AT 1010.
           IF WS-MOT-DISPONIVEL = "S"
               CLOSE MOTPERDA.
           CLOSE ORCAMENTO ARQPRO.
           STOP RUN.
           END PROGRAM CONVORC.
