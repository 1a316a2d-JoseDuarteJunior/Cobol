      * Obs: A CONVERSAO EM VENDA GRAVA O DOCUMENTO SEM SESSAO DE
      *      CAIXA (SESSAO 0000) - O ACERTO DO CAIXA E FEITO NO
      *      PROGRAMA VENDAS.
      * Alteracoes:
      * 15/10/2026 - O ITEM ACEITA O CODIGO INTERNO OU O CODIGO DE
      *              BARRAS EAN-13 (FD-EAN DO ARQPRO); VALOR ACIMA DE
      *              9999 E LIDO PELO INDICE DO EAN.
      * 15/10/2026 - ORCAMENTO GUARDA O OPERADOR, O DESTINO DA
      *              CONVERSAO (VENDA/RESERVA) E A DATA DA BAIXA;
      *              FUNCAO PE ENCERRA ORCAMENTO PERDIDO COM MOTIVO DA
      *              TABELA MOTPERDA E FUNCAO VC LISTA OS ORCAMENTOS
      *              ABERTOS QUE VENCEM NOS PROXIMOS N DIAS.
      * 15/10/2026 - CONVERSAO EM VENDA NA FILIAL DO OPERADOR (ROTINA
      *              LEFILIAL): ESTOQUE CONFERIDO E BAIXADO NO SALDO DA
      *              FILIAL (ROTINAS SALDOFIL E MOVFIL), VCB-FILIAL NO
      *              VENDCAB E DIA FECHADO CONFERIDO NA FILIAL E NO
      *              FECHAMENTO CONSOLIDADO (FILIAL 00).
      * 15/10/2026 - CABECALHO DA VENDA CONVERTIDA GRAVADO COM FRETE,
      *              ICMS-ST E DADOS DE CANCELAMENTO ZERADOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCAMENT.
           RECORD KEY       FD-CODIGO
           ALTERNATE RECORD KEY IS FD-NOME-PRODUTO
                   WITH DUPLICATES
           ALTERNATE RECORD KEY IS FD-EAN
                   SUPPRESS WHEN ZEROS
           FILE STATUS      FS.
           SELECT VENDAS ASSIGN TO DISK
           ORGANIZATION     INDEXED
           SELECT FECHDIA ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       FDI-CHAVE
           FILE STATUS      FS-FDI.
           SELECT MOTPERDA ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       MOT-CODIGO
           FILE STATUS      FS-MOT.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
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
           02 FD-QTDE-MINIMA   PIC 9(04).
           02 FD-VALOR-TOT     PIC 9(08)V99.
           02 FD-SERIALIZADO   PIC X(01).
           02 FD-EAN           PIC 9(13).
       FD  VENDAS LABEL RECORD STANDARD
           VALUE OF FILE-ID "VENDAS".
       01  REG-VENDAS.
           02 VCB-CLIENTE       PIC 9(04).
           02 VCB-TIPO          PIC X(01).
           02 VCB-REF           PIC 9(06).
           02 VCB-CANC-DATA     PIC 9(08).
           02 VCB-CANC-SUPERV   PIC X(03).
           02 VCB-FRETE         PIC 9(07)V99.
           02 VCB-FILIAL        PIC 9(02).
           02 VCB-ICMS-ST       PIC 9(05)V99.
       FD  RESERVA LABEL RECORD STANDARD
           VALUE OF FILE-ID "RESERVA".
       01  REG-RESERVA.
       FD  FECHDIA LABEL RECORD STANDARD
           VALUE OF FILE-ID "FECHDIA".
       01  REG-FECHDIA.
           02 FDI-CHAVE.
               03 FDI-DATA      PIC 9(08).
               03 FDI-FILIAL    PIC 9(02).
           02 FDI-STATUS        PIC X(01).
           02 FDI-QTD-VENDAS    PIC 9(05).
           02 FDI-VALOR         PIC 9(10)V99.
       FD  MOTPERDA LABEL RECORD STANDARD
           VALUE OF FILE-ID "MOTPERDA".
       01  REG-MOTPERDA.
           02 MOT-CODIGO        PIC 9(02).
           02 MOT-DESCRICAO     PIC X(30).
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       77  FS-VCB               PIC X(02) VALUE SPACES.
       77  FS-RES               PIC X(02) VALUE SPACES.
       77  FS-FDI               PIC X(02) VALUE SPACES.
       77  FS-MOT               PIC X(02) VALUE SPACES.
       77  WS-DIA-FECHADO       PIC X(01) VALUE "N".
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  FUNCAO               PIC X(02) VALUE SPACES.
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-EOF               PIC X(01) VALUE "N".
       77  WS-OPERADOR          PIC X(03) VALUE SPACES.
       77  WS-FILIAL            PIC 9(02) VALUE 01.
       77  WS-SALDO-FILIAL      PIC S9(05) VALUE ZEROS.
       77  WS-QTDE-FILIAL       PIC S9(05) VALUE ZEROS.
       77  WS-PROX-ORCAMENTO    PIC 9(06) VALUE ZEROS.
       77  WS-PROX-VENDA        PIC 9(06) VALUE ZEROS.
       77  WS-PROX-RESERVA      PIC 9(06) VALUE ZEROS.
       77  WS-NUMERO-BUSCA      PIC 9(06) VALUE ZEROS.
       77  WS-ITEM-SEQ          PIC 9(02) VALUE ZEROS.
       77  WS-QTDE              PIC 9(04) VALUE ZEROS.
       77  WS-COD-ENTRADA       PIC 9(13) VALUE ZEROS.
       77  WS-VALIDADE          PIC 9(08) VALUE ZEROS.
       77  WS-CLIENTE           PIC X(30) VALUE SPACES.
       77  WS-TOTAL-ORC         PIC 9(09)V99 VALUE ZEROS.
       77  WS-TEM-ITEM          PIC X(01) VALUE "N".
       77  WS-FALTA-ESTOQUE     PIC X(01) VALUE "N".
       77  WS-MOTIVO            PIC 9(02) VALUE ZEROS.
       77  WS-DIAS-VENCER       PIC 9(03) VALUE ZEROS.
       77  WS-DIAS-HOJE         PIC 9(08) VALUE ZEROS.
       77  WS-DIAS-FALTAM       PIC 9(08) VALUE ZEROS.
       77  WS-NUM-ANT           PIC 9(06) VALUE ZEROS.
       77  WS-VENCE             PIC X(01) VALUE "N".
       77  WS-QTD-VENCER        PIC 9(05) VALUE ZEROS.
       77  WS-DIA-CALC          PIC 9(02) VALUE ZEROS.
       77  WS-MES-CALC          PIC 9(02) VALUE ZEROS.
       77  WS-ANO-CALC          PIC 9(04) VALUE ZEROS.
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
       01  WS-DATA-VAL.
           02 VAL-ANO           PIC 9(04) VALUE ZEROS.
           02 VAL-MES           PIC 9(02) VALUE ZEROS.
           02 VAL-DIA           PIC 9(02) VALUE ZEROS.
       01  WS-DATA.
           02 ANO               PIC 9(02) VALUE ZEROS.
           02 MES               PIC 9(02) VALUE ZEROS.
           02 MSG-ERRO-3        PIC X(25)
              VALUE "ORCAMENTO NAO ESTA ABERTO".
           02 MSG-ERRO-4        PIC X(18) VALUE "ORCAMENTO VENCIDO".
           02 MSG-ERRO-5        PIC X(21)
              VALUE "MOTIVO NAO CADASTRADO".
       01  CAB01.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(06)    VALUE "DATA:".
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(09) VALUE "CLIENTE:".
           02 CLIENTE-MASK      PIC X(30) VALUE SPACES.
       01  CAB03.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(06)    VALUE "DATA:".
           02 DATA-CAB03.
               03 DIA-CAB03   PIC 99/ VALUE ZEROS.
               03 MES-CAB03   PIC 99/ VALUE ZEROS.
               03 ANO-CAB03   PIC 9(04) VALUE ZEROS.
           02 FILLER    PIC X(05)     VALUE SPACES.
           02 FILLER    PIC X(34)
           VALUE "ORCAMENTOS A VENCER NOS PROXIMOS".
           02 DIAS-CAB03 PIC ZZ9     VALUE ZEROS.
           02 FILLER    PIC X(07)   VALUE " DIAS".
           02 FILLER    PIC X(04)   VALUE "PAG.".
           02 PAG-CAB03  PIC ZZ9     VALUE ZEROS.
       01  CAB04.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(09) VALUE "NUMERO".
           02 FILLER  PIC X(32) VALUE "CLIENTE".
           02 FILLER  PIC X(12) VALUE "EMISSAO".
           02 FILLER  PIC X(12) VALUE "VALIDADE".
           02 FILLER  PIC X(07) VALUE "DIAS".
           02 FILLER  PIC X(06) VALUE "OPER.".
           02 FILLER  PIC X(13) VALUE "VALOR".
       01  DETALHE-VENCER.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 NUMERO-VEN        PIC 9(06) VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 CLIENTE-VEN       PIC X(30) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 EMISSAO-VEN       PIC 9(08) VALUE ZEROS.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 VALIDADE-VEN      PIC 9(08) VALUE ZEROS.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 DIAS-VEN          PIC ZZ9   VALUE ZEROS.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 OPERADOR-VEN      PIC X(03) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 TOTAL-VEN         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINHA-QTD-VENCER.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(22)
           VALUE "ORCAMENTOS A VENCER..:".
           02 QTD-VENCER-MASK   PIC ZZ.ZZ9 VALUE ZEROS.
       SCREEN SECTION.
       01  TELA1.
            02 BLANK SCREEN.
            02 LINE 01 COLUMN 01 VALUE "DATA:".
            02 LINE 01 COLUMN 25 VALUE "ORCAMENTO DE VENDA".
            02 LINE 03 COLUMN 01 VALUE "ESCOLHA A FUNCAO: ".
            02 LINE 03 COLUMN 22 VALUE "(OR-IM-CV-RV-PE-VC-FF)".
            02 LINE 05 COLUMN 05 VALUE "OR - NOVO ORCAMENTO".
            02 LINE 06 COLUMN 05 VALUE "IM - IMPRIME ORCAMENTO".
            02 LINE 07 COLUMN 05 VALUE "CV - CONVERTE EM VENDA".
            02 LINE 08 COLUMN 05 VALUE "RV - CONVERTE EM RESERVA".
            02 LINE 05 COLUMN 40 VALUE "PE - ENCERRA COMO PERDIDO".
            02 LINE 06 COLUMN 40 VALUE "VC - ORCAMENTOS A VENCER".
            02 LINE 10 COLUMN 05 VALUE "NUMERO DO ORCAMENTO.....>".
            02 LINE 12 COLUMN 01 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR".
           CALL "LEFILIAL" USING WS-OPERADOR WS-FILIAL.
       ABRE-ORCAMENTO.
           OPEN I-O ORCAMENTO.
           IF FS-ORC NOT = "00"
                  GO TO CONVERTE-VENDA
               WHEN "RV"
                  GO TO CONVERTE-RESERVA
               WHEN "PE"
                  GO TO ENCERRA-PERDIDO
               WHEN "VC"
                  GO TO LISTA-A-VENCER
               WHEN "FF"
                  GO TO FIM
               WHEN OTHER
           IF WS-VALIDADE <= WS-DATA-HOJE
               GO TO PEDE-VALIDADE.
       ITEM-ORCAMENTO.
           DISPLAY "CODIGO OU EAN (0=ENCERRA):" AT 1210.
           ACCEPT WS-COD-ENTRADA AT 1237.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           IF WS-COD-ENTRADA = ZEROS
               IF WS-ITEM-SEQ = ZEROS
                   GO TO TELA-1
               ELSE
                   GO TO ENCERRA-ORCAMENTO.
           IF WS-COD-ENTRADA > 9999
               MOVE WS-COD-ENTRADA TO FD-EAN
               GO TO ITEM-ORCAMENTO-EAN.
           MOVE WS-COD-ENTRADA TO ORC-CODIGO.
           MOVE ORC-CODIGO TO CODIGO.
           MOVE ZEROS TO DV.
           START ARQPRO KEY NOT LESS THAN FD-CODIGO
               ACCEPT CONFIRMA AT 1228
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO ITEM-ORCAMENTO.
           GO TO ITEM-ORCAMENTO-PRODUTO.
       ITEM-ORCAMENTO-EAN.
           READ ARQPRO KEY IS FD-EAN INVALID KEY
               DISPLAY "COD. BARRAS NAO CADASTRADO" AT 1210
               ACCEPT CONFIRMA AT 1237
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO ITEM-ORCAMENTO.
           MOVE CODIGO TO ORC-CODIGO.
       ITEM-ORCAMENTO-PRODUTO.
           DISPLAY FD-NOME-PRODUTO AT 1310.
       ITEM-ORCAMENTO-QTDE.
           DISPLAY "QUANTIDADE:" AT 1410.
           MOVE FD-VALOR-UNIT TO ORC-PRECO.
           COMPUTE ORC-TOTAL = WS-QTDE * FD-VALOR-UNIT.
           MOVE "A" TO ORC-STATUS.
           MOVE WS-OPERADOR TO ORC-OPERADOR.
           MOVE SPACE TO ORC-DESTINO.
           MOVE ZEROS TO ORC-MOTIVO ORC-DATA-STATUS.
           ADD ORC-TOTAL TO WS-TOTAL-ORC.
           WRITE REG-ORCAMENTO INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS-ORC AT 1210
           OPEN INPUT FECHDIA.
           IF FS-FDI = "00"
               MOVE WS-DATA-HOJE TO FDI-DATA
               MOVE WS-FILIAL TO FDI-FILIAL
               READ FECHDIA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FDI-STATUS = "F"
                           MOVE "S" TO WS-DIA-FECHADO
                       END-IF
               END-READ
               MOVE WS-DATA-HOJE TO FDI-DATA
               MOVE ZEROS TO FDI-FILIAL
               READ FECHDIA
                   INVALID KEY
                       CONTINUE
               DISPLAY "ERRO DE GRAVACAO ARQPRO" FS AT 1210
               CALL "LOGERRO" USING "ORCAMENT" "REGRAVA ARQPRO" FS
               STOP RUN.
           COMPUTE WS-QTDE-FILIAL = 0 - ORC-QTDE.
           CALL "MOVFIL" USING WS-FILIAL CODIGO WS-QTDE-FILIAL.
           ADD 1 TO WS-ITEM-SEQ.
           MOVE WS-PROX-VENDA TO VND-NUMERO.
           MOVE WS-ITEM-SEQ TO VND-ITEM.
                       FS-VND
               STOP RUN.
           MOVE "C" TO ORC-STATUS.
           MOVE "V" TO ORC-DESTINO.
           MOVE WS-DATA-HOJE TO ORC-DATA-STATUS.
           REWRITE REG-ORCAMENTO.
           GO TO LER-CONVERTE-VENDA.
       GRAVA-CAB-CONVERSAO.
           MOVE SPACES TO REG-VENDCAB.
           MOVE WS-PROX-VENDA TO VCB-NUMERO.
           MOVE WS-DATA-HOJE TO VCB-DATA.
           MOVE WS-OPERADOR TO VCB-OPERADOR.
           MOVE ZEROS TO VCB-CLIENTE.
           MOVE "V" TO VCB-TIPO.
           MOVE ZEROS TO VCB-REF.
           MOVE ZEROS TO VCB-CANC-DATA VCB-FRETE VCB-ICMS-ST.
           MOVE WS-FILIAL TO VCB-FILIAL.
           WRITE REG-VENDCAB INVALID KEY
               DISPLAY "ERRO DE GRAVACAO VENDCAB" FS-VCB AT 1210
               CALL "LOGERRO" USING "ORCAMENT" "GRAVACAO VENDCAB"
           READ ARQPRO INVALID KEY
               MOVE "S" TO WS-FALTA-ESTOQUE
               GO TO LER-VERIFICA-ESTOQUE.
           CALL "SALDOFIL" USING WS-FILIAL CODIGO FD-QUANTIDA-EST
                   WS-SALDO-FILIAL.
           IF ORC-QTDE > WS-SALDO-FILIAL
               MOVE "S" TO WS-FALTA-ESTOQUE.
           GO TO LER-VERIFICA-ESTOQUE.
       FIM-VERIFICA-ESTOQUE.
               STOP RUN.
           ADD 1 TO WS-PROX-RESERVA.
           MOVE "C" TO ORC-STATUS.
           MOVE "R" TO ORC-DESTINO.
           MOVE WS-DATA-HOJE TO ORC-DATA-STATUS.
           REWRITE REG-ORCAMENTO.
           GO TO LER-CONVERTE-RESERVA.
       FECHA-CONVERTE-RESERVA.
           GO TO LER-MAIOR-RESERVA.
       FIM-BUSCA-RESERVA.
           EXIT.
      *    ORCAMENTO ABERTO (VENCIDO OU NAO) QUE O CLIENTE NAO VAI
      *    FECHAR - TODOS OS ITENS FICAM "P" COM O MOTIVO DA PERDA
       ENCERRA-PERDIDO.
           ACCEPT WS-NUMERO-BUSCA AT 1031.
           IF WS-NUMERO-BUSCA = ZEROS
               GO TO TELA-1.
           MOVE WS-NUMERO-BUSCA TO ORC-NUMERO.
           MOVE 1 TO ORC-ITEM.
           READ ORCAMENTO INVALID KEY
               DISPLAY MSG-ERRO-1 AT 1210
               ACCEPT CONFIRMA AT 1235
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO TELA-1.
           IF ORC-STATUS NOT = "A"
               DISPLAY MSG-ERRO-3 AT 1210
               ACCEPT CONFIRMA AT 1236
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO TELA-1.
           DISPLAY ORC-CLIENTE AT 1310.
           OPEN INPUT MOTPERDA.
           IF FS-MOT NOT = "00"
               DISPLAY "TABELA MOTPERDA NAO DISPONIVEL" AT 1210
               ACCEPT CONFIRMA AT 1241
               DISPLAY LIMPA-MENSAGEM AT 1210
               DISPLAY LIMPA-MENSAGEM AT 1310
               GO TO TELA-1.
       PEDE-MOTIVO.
           DISPLAY "MOTIVO DA PERDA (0=DESISTE):" AT 1210.
           ACCEPT WS-MOTIVO AT 1239.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           IF WS-MOTIVO = ZEROS
               CLOSE MOTPERDA
               DISPLAY LIMPA-MENSAGEM AT 1310
               GO TO TELA-1.
           MOVE WS-MOTIVO TO MOT-CODIGO.
           READ MOTPERDA INVALID KEY
               DISPLAY MSG-ERRO-5 AT 1210
               ACCEPT CONFIRMA AT 1232
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO PEDE-MOTIVO.
           CLOSE MOTPERDA.
           DISPLAY MOT-DESCRICAO AT 1410.
           DISPLAY "ENCERRAR COMO PERDIDO ? S-SIM" AT 1210.
           ACCEPT CONFIRMA AT 1240.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           DISPLAY LIMPA-MENSAGEM AT 1310.
           DISPLAY LIMPA-MENSAGEM AT 1410.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               GO TO TELA-1.
           MOVE "N" TO WS-EOF.
           MOVE WS-NUMERO-BUSCA TO ORC-NUMERO.
           MOVE ZEROS TO ORC-ITEM.
           START ORCAMENTO KEY NOT LESS THAN ORC-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-ENCERRA-PERDIDO.
           IF WS-EOF = "S"
               GO TO FECHA-ENCERRA-PERDIDO.
           READ ORCAMENTO NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
                   GO TO FECHA-ENCERRA-PERDIDO.
           IF ORC-NUMERO NOT = WS-NUMERO-BUSCA
               MOVE "S" TO WS-EOF
               GO TO FECHA-ENCERRA-PERDIDO.
           MOVE "P" TO ORC-STATUS.
           MOVE WS-MOTIVO TO ORC-MOTIVO.
           MOVE WS-DATA-HOJE TO ORC-DATA-STATUS.
           REWRITE REG-ORCAMENTO INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS-ORC AT 1210
               CALL "LOGERRO" USING "ORCAMENT" "REGRAVA ORCAM"
                       FS-ORC
               STOP RUN.
           GO TO LER-ENCERRA-PERDIDO.
       FECHA-ENCERRA-PERDIDO.
           DISPLAY "ORCAMENTO ENCERRADO COMO PERDIDO" AT 1210.
           ACCEPT CONFIRMA AT 1243.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           GO TO TELA-1.
      *    ORCAMENTOS ABERTOS COM VALIDADE ENTRE HOJE E HOJE + N DIAS,
      *    PARA O VENDEDOR LIGAR PARA O CLIENTE ANTES DO VENCIMENTO
       LISTA-A-VENCER.
           DISPLAY "VENCENDO NOS PROXIMOS (DIAS):" AT 1210.
           ACCEPT WS-DIAS-VENCER AT 1240.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           MOVE HOJE-DIA TO WS-DIA-CALC.
           MOVE HOJE-MES TO WS-MES-CALC.
           MOVE HOJE-ANO TO WS-ANO-CALC.
           PERFORM CONVERTE-PARA-DIAS.
           MOVE WS-DIAS-ABS-CALC TO WS-DIAS-HOJE.
           MOVE DIA TO DIA-CAB03.
           MOVE MES TO MES-CAB03.
           MOVE HOJE-ANO TO ANO-CAB03.
           MOVE WS-DIAS-VENCER TO DIAS-CAB03.
           MOVE ZEROS TO CT-PAG WS-QTD-VENCER WS-NUM-ANT.
           MOVE "N" TO WS-VENCE.
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO-VENCER.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO ORC-CHAVE.
           START ORCAMENTO KEY NOT LESS THAN ORC-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-A-VENCER.
           IF WS-EOF = "S"
               GO TO FECHA-A-VENCER.
           READ ORCAMENTO NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
                   GO TO FECHA-A-VENCER.
           IF ORC-NUMERO NOT = WS-NUM-ANT
               PERFORM IMPRIME-A-VENCER
               MOVE ORC-NUMERO TO WS-NUM-ANT
               PERFORM AVALIA-A-VENCER THRU FIM-AVALIA-A-VENCER.
           IF WS-VENCE = "S"
               ADD ORC-TOTAL TO WS-TOTAL-ORC.
           GO TO LER-A-VENCER.
       FECHA-A-VENCER.
           PERFORM IMPRIME-A-VENCER.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           MOVE WS-QTD-VENCER TO QTD-VENCER-MASK.
           WRITE REG-RELATO FROM LINHA-QTD-VENCER
               BEFORE ADVANCING 1 LINES.
           CLOSE RELATO.
           DISPLAY "LISTA DE ORCAMENTOS A VENCER IMPRESSA" AT 1210.
           ACCEPT CONFIRMA AT 1248.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           GO TO TELA-1.
       AVALIA-A-VENCER.
           MOVE "N" TO WS-VENCE.
           MOVE ZEROS TO WS-TOTAL-ORC.
           IF ORC-STATUS NOT = "A" OR ORC-VALIDADE < WS-DATA-HOJE
               GO TO FIM-AVALIA-A-VENCER.
           MOVE ORC-VALIDADE TO WS-DATA-VAL.
           MOVE VAL-DIA TO WS-DIA-CALC.
           MOVE VAL-MES TO WS-MES-CALC.
           MOVE VAL-ANO TO WS-ANO-CALC.
           PERFORM CONVERTE-PARA-DIAS.
           COMPUTE WS-DIAS-FALTAM = WS-DIAS-ABS-CALC - WS-DIAS-HOJE.
           IF WS-DIAS-FALTAM > WS-DIAS-VENCER
               GO TO FIM-AVALIA-A-VENCER.
           MOVE "S" TO WS-VENCE.
           MOVE ORC-NUMERO TO NUMERO-VEN.
           MOVE ORC-CLIENTE TO CLIENTE-VEN.
           MOVE ORC-DATA TO EMISSAO-VEN.
           MOVE ORC-VALIDADE TO VALIDADE-VEN.
           MOVE WS-DIAS-FALTAM TO DIAS-VEN.
           MOVE ORC-OPERADOR TO OPERADOR-VEN.
       FIM-AVALIA-A-VENCER.
           EXIT.
       IMPRIME-A-VENCER.
           IF WS-VENCE = "S"
               MOVE WS-TOTAL-ORC TO TOTAL-VEN
               WRITE REG-RELATO FROM DETALHE-VENCER
                   BEFORE ADVANCING 1 LINES
                   AT EOP PERFORM CABECALHO-VENCER
               END-WRITE
               ADD 1 TO WS-QTD-VENCER
               MOVE "N" TO WS-VENCE.
       CABECALHO-VENCER.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB03.
           WRITE REG-RELATO FROM CAB03 BEFORE ADVANCING 3 LINES.
           WRITE REG-RELATO FROM CAB04 BEFORE ADVANCING 2 LINES.
       CONVERTE-PARA-DIAS.
           COMPUTE ANO-ANT-CALC = WS-ANO-CALC - 1.
           DIVIDE ANO-ANT-CALC BY 4   GIVING QTD-4-CALC
                   REMAINDER RESTO-CALC.
           DIVIDE ANO-ANT-CALC BY 100 GIVING QTD-100-CALC
                   REMAINDER RESTO-CALC.
           DIVIDE ANO-ANT-CALC BY 400 GIVING QTD-400-CALC
                   REMAINDER RESTO-CALC.
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
           COMPUTE WS-DIAS-ABS-CALC = (WS-ANO-CALC - 1) * 365
                   + QTD-4-CALC - QTD-100-CALC + QTD-400-CALC
                   + DIAS-ACUM-MES (WS-MES-CALC) + WS-DIA-CALC.
           IF WS-MES-CALC > 2 AND BISSEXTO-CALC = 'S'
               ADD 1 TO WS-DIAS-ABS-CALC
           END-IF.
       CABECALHO.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
