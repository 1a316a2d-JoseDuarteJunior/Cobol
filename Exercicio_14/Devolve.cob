      *           REFERENCIA A VENDA ORIGINAL), LIBERA AS SERIES
      *           DEVOLVIDAS NO ARQUIVO SERIAIS E IMPRIME O DOCUMENTO
      *           DE CREDITO DO CLIENTE
      * Alteracoes:
      * 15/10/2026 - O CREDITO DA DEVOLUCAO VIRA VALE-CREDITO NO
      *              ARQUIVO VALES (NUMERO DO VALE = NUMERO DA
      *              DEVOLUCAO, CLIENTE DA VENDA ORIGINAL, VALIDADE DE
      *              90 DIAS), ACEITO COMO FORMA DE PAGAMENTO NO
      *              VENDAS; SALDOS EM ABERTO E VENCIDOS NO VALECRED.
      * 15/10/2026 - RECUSA DEVOLUCAO DE VENDA CANCELADA NO VENDAS
      *              (TIPO C NO VENDCAB).
      * 15/10/2026 - DEVOLUCAO DE KIT (ARQUIVO KITS) REPOE O ESTOQUE
      *              DE CADA COMPONENTE EM VEZ DO PRODUTO DO KIT.
      * 15/10/2026 - ITEM DA VENDA 0 LOCALIZA O ITEM PELO PRODUTO:
      *              ACEITA O CODIGO INTERNO OU O CODIGO DE BARRAS
      *              EAN-13 (FD-EAN DO ARQPRO).
      * 15/10/2026 - A MERCADORIA DEVOLVIDA VOLTA AO SALDO DA FILIAL
      *              DO OPERADOR (ROTINAS LEFILIAL E MOVFIL), GRAVADA
      *              NO VCB-FILIAL DO DOCUMENTO DE ESTORNO.
      * 15/10/2026 - O DOCUMENTO DE ESTORNO E MONTADO DO ZERO: NAO
      *              HERDA FRETE, ICMS-ST NEM DADOS DE CANCELAMENTO DA
      *              VENDA ORIGINAL LIDA NO BUSCA-CLIENTE-ORIG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVOLVE.
           RECORD KEY       FD-CODIGO
           ALTERNATE RECORD KEY IS FD-NOME-PRODUTO
                   WITH DUPLICATES
           ALTERNATE RECORD KEY IS FD-EAN
                   SUPPRESS WHEN ZEROS
           FILE STATUS      FS.
           SELECT SERIAIS ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       SER-SERIE
           FILE STATUS      FS-SER.
           SELECT VALES ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       VLC-NUMERO
           FILE STATUS      FS-VAL.
           SELECT KITS ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       KIT-CHAVE
           FILE STATUS      FS-KIT.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
           02 VCB-CLIENTE       PIC 9(04).
           02 VCB-TIPO          PIC X(01).
           02 VCB-REF           PIC 9(06).
           02 VCB-CANC-DATA     PIC 9(08).
           02 VCB-CANC-SUPERV   PIC X(03).
           02 VCB-FRETE         PIC 9(07)V99.
           02 VCB-FILIAL        PIC 9(02).
           02 VCB-ICMS-ST       PIC 9(05)V99.
       FD  ARQPRO LABEL RECORD STANDARD
           VALUE OF FILE-ID "ARQPRO".
       01  REG-ARQPRO.
           02 FD-QTDE-MINIMA   PIC 9(04).
           02 FD-VALOR-TOT     PIC 9(08)V99.
           02 FD-SERIALIZADO   PIC X(01).
           02 FD-EAN           PIC 9(13).
       FD  SERIAIS LABEL RECORD STANDARD
           VALUE OF FILE-ID "SERIAIS".
       01  REG-SERIAIS.
           02 SER-DATA-ENTRADA  PIC 9(08).
           02 SER-VENDA         PIC 9(06).
           02 SER-DATA-VENDA    PIC 9(08).
       FD  KITS LABEL RECORD STANDARD
           VALUE OF FILE-ID "KITS".
       01  REG-KITS.
           02 KIT-CHAVE.
               03 KIT-CODIGO    PIC 9(04).
               03 KIT-COMPONENTE PIC 9(04).
           02 KIT-COMP-DV       PIC 9(01).
           02 KIT-QTDE          PIC 9(04).
       FD  VALES LABEL RECORD STANDARD
           VALUE OF FILE-ID "VALES".
       01  REG-VALES.
           02 VLC-NUMERO        PIC 9(06).
           02 VLC-CLIENTE       PIC 9(04).
           02 VLC-DATA-EMISSAO  PIC 9(08).
           02 VLC-DATA-VALIDADE PIC 9(08).
           02 VLC-VALOR-ORIG    PIC 9(08)V99.
           02 VLC-SALDO         PIC 9(08)V99.
           02 VLC-STATUS        PIC X(01).
           02 VLC-VENDA-ORIG    PIC 9(06).
           02 VLC-DATA-ULT-USO  PIC 9(08).
           02 VLC-VENDA-ULT-USO PIC 9(06).
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       77  FS                   PIC X(02) VALUE SPACES.
       77  FS-SER               PIC X(02) VALUE SPACES.
       77  WS-SER-DISPONIVEL    PIC X(01) VALUE "N".
       77  FS-KIT               PIC X(02) VALUE SPACES.
       77  WS-KIT-DISPONIVEL    PIC X(01) VALUE "N".
       77  WS-E-KIT             PIC X(01) VALUE "N".
       77  WS-EOF-KIT           PIC X(01) VALUE "N".
       77  WS-QTDE-COMP         PIC 9(06) VALUE ZEROS.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-EOF               PIC X(01) VALUE "N".
       77  WS-VENDA-ORIG        PIC 9(06) VALUE ZEROS.
       77  WS-ITEM-ORIG         PIC 9(02) VALUE ZEROS.
       77  WS-COD-ENTRADA       PIC 9(13) VALUE ZEROS.
       77  WS-COD-PROCURADO     PIC 9(04) VALUE ZEROS.
       77  WS-QTDE-DEVOLVE      PIC 9(04) VALUE ZEROS.
       77  WS-QTDE-JA-DEV       PIC 9(05) VALUE ZEROS.
       77  WS-ORIG-OK           PIC X(01) VALUE "N".
       77  WS-PROX-NUMERO       PIC 9(06) VALUE ZEROS.
       77  WS-VALOR-CREDITO     PIC 9(08)V99 VALUE ZEROS.
       77  WS-OPERADOR          PIC X(03) VALUE SPACES.
       77  WS-FILIAL            PIC 9(02) VALUE 01.
       77  WS-QTDE-FILIAL       PIC S9(05) VALUE ZEROS.
       77  WS-SERIE             PIC X(15) VALUE SPACES.
       77  WS-SER-IDX           PIC 9(02) VALUE ZEROS.
       77  FS-VAL               PIC X(02) VALUE SPACES.
       77  WS-CLIENTE-ORIG      PIC 9(04) VALUE ZEROS.
       77  WS-DIAS-VALIDADE     PIC 9(03) VALUE 090.
       77  WS-ANO-CALC          PIC 9(04) VALUE ZEROS.
       77  RESTO-CALC           PIC 9(04) VALUE ZEROS.
       77  REM-4-CALC           PIC 9(04) VALUE ZEROS.
       77  REM-100-CALC         PIC 9(04) VALUE ZEROS.
       77  REM-400-CALC         PIC 9(04) VALUE ZEROS.
       77  BISSEXTO-CALC        PIC X(01) VALUE "N".
       01  DATA-UTIL.
           02 DU-DIA-ATUAL      PIC 9(02) VALUE ZEROS.
           02 DU-MES-ATUAL      PIC 9(02) VALUE ZEROS.
           02 DU-ANO-ATUAL      PIC 9(04) VALUE ZEROS.
           02 DU-DIAS-MES       PIC 9(02) VALUE ZEROS.
       01  DIAS-MES-VALORES.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 28.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 30.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 30.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 30.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 30.
           02 FILLER PIC 9(02) VALUE 31.
       01  TABELA-DIAS-MES REDEFINES DIAS-MES-VALORES.
           02 DIAS-DO-MES       PIC 9(02) OCCURS 12 TIMES.
       01  WS-DATA.
           02 ANO               PIC 9(02) VALUE ZEROS.
           02 MES               PIC 9(02) VALUE ZEROS.
           02 FILLER            PIC X(27)
           VALUE "DEVOLUCAO DA VENDA NUMERO:".
           02 REF-MASK          PIC 9(06) VALUE ZEROS.
       01  LINHA-VALE.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(21)
           VALUE "VALE-CREDITO NUMERO:".
           02 VALE-MASK         PIC 9(06) VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 FILLER            PIC X(12) VALUE "VALIDO ATE:".
           02 VALIDADE-MASK.
               03 DIA-VALIDADE  PIC 99/ VALUE ZEROS.
               03 MES-VALIDADE  PIC 99/ VALUE ZEROS.
               03 ANO-VALIDADE  PIC 9(04) VALUE ZEROS.
       SCREEN SECTION.
       01  TELA1.
            02 BLANK SCREEN.
            02 LINE 01 COLUMN 01 VALUE "DATA:".
            02 LINE 01 COLUMN 24 VALUE "DEVOLUCAO DE MERCADORIA".
            02 LINE 03 COLUMN 05 VALUE "VENDA ORIGINAL..........>".
            02 LINE 04 COLUMN 05 VALUE "ITEM (0=PELO PRODUTO)...>".
            02 LINE 05 COLUMN 05 VALUE "PRODUTO.................>".
            02 LINE 06 COLUMN 05 VALUE "QTDE VENDIDA............>".
            02 LINE 07 COLUMN 05 VALUE "QTDE JA DEVOLVIDA.......>".
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR".
           CALL "LEFILIAL" USING WS-OPERADOR WS-FILIAL.
           OPEN I-O VENDAS.
           IF FS-VND NOT = "00"
               DISPLAY "ARQUIVO VENDAS NAO ENCONTRADO"
           ELSE
               MOVE "N" TO WS-SER-DISPONIVEL
               CLOSE SERIAIS.
           OPEN INPUT KITS.
           IF FS-KIT = "00"
               MOVE "S" TO WS-KIT-DISPONIVEL
           ELSE
               MOVE "N" TO WS-KIT-DISPONIVEL
               CLOSE KITS.
       ABRE-VALES.
           OPEN I-O VALES.
           IF FS-VAL NOT = "00"
               IF FS-VAL = "35"
                   CLOSE VALES OPEN OUTPUT VALES CLOSE VALES
                   GO TO ABRE-VALES
               ELSE
                   DISPLAY FS-VAL "STATUS DO ARQUIVO VALES"
                   CALL "LOGERRO" USING "DEVOLVE" "ABERTURA VALES"
                           FS-VAL
                   CLOSE VENDAS VENDCAB ARQPRO
                   STOP RUN
           END-IF.
           PERFORM BUSCA-PROXIMO-NUMERO THRU FIM-BUSCA-NUMERO.
       TELA-1.
           DISPLAY TELA1.
           IF WS-VENDA-ORIG = ZEROS
               GO TO FIM.
           ACCEPT WS-ITEM-ORIG AT 0435.
           IF WS-ITEM-ORIG = ZEROS
               PERFORM LOCALIZA-ITEM THRU FIM-LOCALIZA-ITEM.
           IF WS-ITEM-ORIG = ZEROS
               GO TO TELA-1.
           MOVE WS-VENDA-ORIG TO VND-NUMERO.
           MOVE WS-ITEM-ORIG TO VND-ITEM.
           READ VENDAS INVALID KEY
               ACCEPT CONFIRMA AT 1237
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO TELA-1.
           MOVE WS-VENDA-ORIG TO VCB-NUMERO.
           READ VENDCAB
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF VCB-TIPO = "C"
                       DISPLAY "VENDA CANCELADA - SEM DEVOLUCAO" AT 1210
                       ACCEPT CONFIRMA AT 1242
                       DISPLAY LIMPA-MENSAGEM AT 1210
                       GO TO TELA-1
                   END-IF
           END-READ.
           MOVE VND-CODIGO TO CODIGO.
           MOVE VND-DV TO DV.
           READ ARQPRO INVALID KEY
           DISPLAY LIMPA-MENSAGEM AT 1210.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               GO TO TELA-1.
           PERFORM VERIFICA-KIT THRU FIM-VERIFICA-KIT.
           IF WS-E-KIT = "S"
               PERFORM REPOE-COMPONENTES THRU FIM-REPOE-COMPONENTES
           ELSE
               ADD WS-QTDE-DEVOLVE TO FD-QUANTIDA-EST
               COMPUTE FD-VALOR-TOT = FD-VALOR-UNIT * FD-QUANTIDA-EST
               REWRITE REG-ARQPRO INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO ARQPRO" FS AT 1210
                   CALL "LOGERRO" USING "DEVOLVE" "REGRAVA ARQPRO" FS
                   STOP RUN
               END-REWRITE
               MOVE WS-QTDE-DEVOLVE TO WS-QTDE-FILIAL
               CALL "MOVFIL" USING WS-FILIAL CODIGO WS-QTDE-FILIAL
           END-IF.
           COMPUTE WS-VALOR-CREDITO =
               WS-QTDE-DEVOLVE * VND-PRECO-UNIT.
           PERFORM BUSCA-CLIENTE-ORIG.
           PERFORM GRAVA-ESTORNO.
           PERFORM GRAVA-VALE.
           IF FD-SERIALIZADO = "S" AND WS-SER-DISPONIVEL = "S"
               PERFORM LIBERA-SERIES THRU FIM-LIBERA-SERIES.
           PERFORM IMPRIME-CREDITO.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           ADD 1 TO WS-PROX-NUMERO.
           GO TO TELA-1.
      *
      *    KIT - PRODUTO DO ARQPRO COM COMPONENTES NO ARQUIVO KITS
      *
       VERIFICA-KIT.
           MOVE "N" TO WS-E-KIT.
           IF WS-KIT-DISPONIVEL NOT = "S"
               GO TO FIM-VERIFICA-KIT.
           MOVE CODIGO TO KIT-CODIGO.
           MOVE ZEROS TO KIT-COMPONENTE.
           START KITS KEY NOT LESS THAN KIT-CHAVE
               INVALID KEY GO TO FIM-VERIFICA-KIT.
           READ KITS NEXT RECORD
               AT END GO TO FIM-VERIFICA-KIT.
           IF KIT-CODIGO = CODIGO
               MOVE "S" TO WS-E-KIT.
       FIM-VERIFICA-KIT.
           EXIT.
       REPOE-COMPONENTES.
           MOVE "N" TO WS-EOF-KIT.
           MOVE VND-CODIGO TO KIT-CODIGO.
           MOVE ZEROS TO KIT-COMPONENTE.
           START KITS KEY NOT LESS THAN KIT-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF-KIT.
       LER-REPOE-COMPONENTE.
           IF WS-EOF-KIT = "S"
               GO TO FIM-REPOE-COMPONENTES.
           READ KITS NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-KIT
                   GO TO FIM-REPOE-COMPONENTES.
           IF KIT-CODIGO NOT = VND-CODIGO
               GO TO FIM-REPOE-COMPONENTES.
           MOVE KIT-COMPONENTE TO CODIGO.
           MOVE KIT-COMP-DV TO DV.
           READ ARQPRO INVALID KEY
               DISPLAY "COMPONENTE SEM CADASTRO" FS AT 1210
               CALL "LOGERRO" USING "DEVOLVE" "LEITURA COMPONENTE" FS
               STOP RUN.
           COMPUTE WS-QTDE-COMP = WS-QTDE-DEVOLVE * KIT-QTDE.
           ADD WS-QTDE-COMP TO FD-QUANTIDA-EST.
           COMPUTE FD-VALOR-TOT = FD-VALOR-UNIT * FD-QUANTIDA-EST.
           REWRITE REG-ARQPRO INVALID KEY
               DISPLAY "ERRO DE GRAVACAO ARQPRO" FS AT 1210
               CALL "LOGERRO" USING "DEVOLVE" "REGRAVA ARQPRO" FS
               STOP RUN.
           MOVE WS-QTDE-COMP TO WS-QTDE-FILIAL.
           CALL "MOVFIL" USING WS-FILIAL CODIGO WS-QTDE-FILIAL.
           GO TO LER-REPOE-COMPONENTE.
       FIM-REPOE-COMPONENTES.
           MOVE VND-CODIGO TO CODIGO.
           MOVE VND-DV TO DV.
           READ ARQPRO INVALID KEY
               DISPLAY "PRODUTO SEM CADASTRO" FS AT 1210
               CALL "LOGERRO" USING "DEVOLVE" "RELEITURA KIT" FS
               STOP RUN.
       BUSCA-PROXIMO-NUMERO.
           MOVE 1 TO WS-PROX-NUMERO.
           MOVE "N" TO WS-EOF.
           GO TO LER-MAIOR-NUMERO.
       FIM-BUSCA-NUMERO.
           EXIT.
      *    PRIMEIRO ITEM DA VENDA ORIGINAL COM O PRODUTO INFORMADO
      *    (CODIGO INTERNO ATE 9999, ACIMA DISSO CODIGO DE BARRAS)
       LOCALIZA-ITEM.
           DISPLAY "PRODUTO OU EAN:" AT 1210.
           ACCEPT WS-COD-ENTRADA AT 1226.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           IF WS-COD-ENTRADA = ZEROS
               GO TO FIM-LOCALIZA-ITEM.
           MOVE WS-COD-ENTRADA TO WS-COD-PROCURADO.
           IF WS-COD-ENTRADA > 9999
               MOVE WS-COD-ENTRADA TO FD-EAN
               READ ARQPRO KEY IS FD-EAN
                   INVALID KEY
                       DISPLAY "COD. BARRAS NAO CADASTRADO" AT 1210
                       ACCEPT CONFIRMA AT 1237
                       DISPLAY LIMPA-MENSAGEM AT 1210
                       GO TO FIM-LOCALIZA-ITEM
               END-READ
               MOVE CODIGO TO WS-COD-PROCURADO.
           MOVE WS-VENDA-ORIG TO VND-NUMERO.
           MOVE 1 TO VND-ITEM.
           START VENDAS KEY NOT LESS THAN VND-CHAVE
               INVALID KEY GO TO ITEM-NAO-LOCALIZADO.
       LER-LOCALIZA-ITEM.
           READ VENDAS NEXT RECORD AT END GO TO ITEM-NAO-LOCALIZADO.
           IF VND-NUMERO NOT = WS-VENDA-ORIG
               GO TO ITEM-NAO-LOCALIZADO.
           IF VND-CODIGO NOT = WS-COD-PROCURADO
               GO TO LER-LOCALIZA-ITEM.
           MOVE VND-ITEM TO WS-ITEM-ORIG.
           DISPLAY WS-ITEM-ORIG AT 0435.
           GO TO FIM-LOCALIZA-ITEM.
       ITEM-NAO-LOCALIZADO.
           DISPLAY "PRODUTO NAO CONSTA DESTA VENDA" AT 1210.
           ACCEPT CONFIRMA AT 1241.
           DISPLAY LIMPA-MENSAGEM AT 1210.
       FIM-LOCALIZA-ITEM.
           EXIT.
       SOMA-DEVOLVIDO.
           MOVE ZEROS TO WS-QTDE-JA-DEV.
           MOVE "N" TO WS-EOF.
               CALL "LOGERRO" USING "DEVOLVE" "GRAVACAO VENDAS"
                       FS-VND
               STOP RUN.
           MOVE SPACES TO REG-VENDCAB.
           MOVE WS-PROX-NUMERO TO VCB-NUMERO.
           MOVE WS-DATA-HOJE TO VCB-DATA.
           MOVE WS-OPERADOR TO VCB-OPERADOR.
           MOVE ZEROS TO VCB-CLIENTE.
           MOVE "D" TO VCB-TIPO.
           MOVE WS-VENDA-ORIG TO VCB-REF.
           MOVE ZEROS TO VCB-CANC-DATA VCB-FRETE VCB-ICMS-ST.
           MOVE WS-FILIAL TO VCB-FILIAL.
           WRITE REG-VENDCAB INVALID KEY
               DISPLAY "ERRO DE GRAVACAO VENDCAB" FS-VCB AT 1210
               CALL "LOGERRO" USING "DEVOLVE" "GRAVACAO VENDCAB"
                       FS-VCB
               STOP RUN.
       BUSCA-CLIENTE-ORIG.
           MOVE ZEROS TO WS-CLIENTE-ORIG.
           MOVE WS-VENDA-ORIG TO VCB-NUMERO.
           READ VENDCAB
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VCB-CLIENTE TO WS-CLIENTE-ORIG
           END-READ.
       GRAVA-VALE.
           MOVE HOJE-DIA TO DU-DIA-ATUAL.
           MOVE HOJE-MES TO DU-MES-ATUAL.
           MOVE HOJE-ANO TO DU-ANO-ATUAL.
           PERFORM AVANCA-UM-DIA WS-DIAS-VALIDADE TIMES.
           MOVE WS-PROX-NUMERO TO VLC-NUMERO.
           MOVE WS-CLIENTE-ORIG TO VLC-CLIENTE.
           MOVE WS-DATA-HOJE TO VLC-DATA-EMISSAO.
           COMPUTE VLC-DATA-VALIDADE = (DU-ANO-ATUAL * 10000)
               + (DU-MES-ATUAL * 100) + DU-DIA-ATUAL.
           MOVE WS-VALOR-CREDITO TO VLC-VALOR-ORIG VLC-SALDO.
           MOVE "A" TO VLC-STATUS.
           MOVE WS-VENDA-ORIG TO VLC-VENDA-ORIG.
           MOVE ZEROS TO VLC-DATA-ULT-USO VLC-VENDA-ULT-USO.
           WRITE REG-VALES INVALID KEY
               DISPLAY "ERRO DE GRAVACAO VALES" FS-VAL AT 1210
               CALL "LOGERRO" USING "DEVOLVE" "GRAVACAO VALES"
                       FS-VAL
               STOP RUN.
       AVANCA-UM-DIA.
           MOVE DIAS-DO-MES (DU-MES-ATUAL) TO DU-DIAS-MES.
           IF DU-MES-ATUAL = 2
               MOVE DU-ANO-ATUAL TO WS-ANO-CALC
               PERFORM VERIFICA-BISSEXTO
               IF BISSEXTO-CALC = "S"
                   MOVE 29 TO DU-DIAS-MES
               END-IF
           END-IF.
           IF DU-DIA-ATUAL < DU-DIAS-MES
               ADD 1 TO DU-DIA-ATUAL
           ELSE
               MOVE 1 TO DU-DIA-ATUAL
               IF DU-MES-ATUAL < 12
                   ADD 1 TO DU-MES-ATUAL
               ELSE
                   MOVE 1 TO DU-MES-ATUAL
                   ADD 1 TO DU-ANO-ATUAL
               END-IF
           END-IF.
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
       LIBERA-SERIES.
           MOVE ZEROS TO WS-SER-IDX.
       PEDE-SERIE-DEV.
           WRITE REG-RELATO FROM DETALHE BEFORE ADVANCING 2 LINES.
           MOVE WS-VENDA-ORIG TO REF-MASK.
           WRITE REG-RELATO FROM LINHA-REF BEFORE ADVANCING 1 LINES.
           MOVE VLC-NUMERO TO VALE-MASK.
           MOVE DU-DIA-ATUAL TO DIA-VALIDADE.
           MOVE DU-MES-ATUAL TO MES-VALIDADE.
           MOVE DU-ANO-ATUAL TO ANO-VALIDADE.
           WRITE REG-RELATO FROM LINHA-VALE BEFORE ADVANCING 1 LINES.
           CLOSE RELATO.
       CABECALHO.
           MOVE SPACES TO REG-RELATO.
           DISPLAY "FIM DO PROCESSAMENTO " AT 1210.
           IF WS-SER-DISPONIVEL = "S"
               CLOSE SERIAIS.
           IF WS-KIT-DISPONIVEL = "S"
               CLOSE KITS.
           CLOSE VENDAS VENDCAB ARQPRO VALES.
           STOP RUN.
           END PROGRAM DEVOLVE.
