      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - VENDAS NO BALCAO
      * Tectonics: cobc
      * Objetivo: ETIQUETAS DE GONDOLA DO ARQPRO EM FORMULARIO DE 3
      *           COLUNAS (NOME, CODIGO, PRECO E, QUANDO HOUVER, O
      *           PRECO PROMOCIONAL DO TABPROMO COM A VALIDADE).
      *           SELECAO: 1-PRECO ALTERADO DESDE UMA DATA (HISTORICO
      *           PRECOHIS GRAVADO PELO EXER14 E PELO REAJUSTA),
      *           2-PRODUTOS QUE ENTRAM OU SAEM DE PROMOCAO NA DATA
      *           OU 3-FAIXA DE CODIGOS. AS ETIQUETAS SAEM NA ORDEM DA
      *           GONDOLA (CADASTRO LOCALIZA, PELO XREFMAT); PRODUTO
      *           SEM ENDERECO VAI PARA O FIM
      * Obs: SAI DE PROMOCAO NA DATA O PRODUTO CUJA REGRA TERMINOU NO
      *      DIA ANTERIOR - A ETIQUETA VOLTA AO PRECO NORMAL
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETQPRECO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPRO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       FD-CODIGO
           ALTERNATE RECORD KEY IS FD-NOME-PRODUTO
                   WITH DUPLICATES
           ALTERNATE RECORD KEY IS FD-EAN
                   SUPPRESS WHEN ZEROS
           FILE STATUS      FS.
           SELECT TABPROMO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       PRM-CHAVE
           FILE STATUS      FS-PRM.
           SELECT PRECOHIS ASSIGN TO "PRECOHIS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-PRH.
           SELECT XREFMAT ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       XRF-CODIGO-MAT
           FILE STATUS      FS-XRF.
           SELECT LOCALIZA ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       LOC-CHAVE
           FILE STATUS      FS-LOC.
           SELECT SORETQ ASSIGN TO DISK
           SORT STATUS IS ST.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
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
       FD  TABPROMO LABEL RECORD STANDARD
           VALUE OF FILE-ID "TABPROMO".
       01  REG-TABPROMO.
           02 PRM-CHAVE.
               03 PRM-CODIGO    PIC 9(04).
               03 PRM-SEQ       PIC 9(02).
           02 PRM-DATA-INI      PIC 9(08).
           02 PRM-DATA-FIM      PIC 9(08).
           02 PRM-QTDE-MIN      PIC 9(04).
           02 PRM-PRECO         PIC 9(06)V99.
       FD  PRECOHIS
           LABEL RECORD IS OMITTED.
       01  REG-PRECOHIS.
           02 PRH-DATA          PIC 9(08).
           02 FILLER            PIC X.
           02 PRH-CODIGO        PIC 9(04).
           02 FILLER            PIC X.
           02 PRH-DV            PIC 9(01).
           02 FILLER            PIC X.
           02 PRH-VALOR-ANTIGO  PIC 9(06)V99.
           02 FILLER            PIC X.
           02 PRH-VALOR-NOVO    PIC 9(06)V99.
           02 FILLER            PIC X.
           02 PRH-PROGRAMA      PIC X(08).
           02 FILLER            PIC X.
           02 PRH-OPERADOR      PIC X(03).
       FD  XREFMAT LABEL RECORD STANDARD
           VALUE OF FILE-ID "XREFMAT".
       01  REG-XREFMAT.
           02 XRF-CODIGO-MAT    PIC 9(05).
           02 XRF-CODIGO-PRO    PIC 9(04).
           02 XRF-DV            PIC 9(01).
       FD  LOCALIZA LABEL RECORD STANDARD
           VALUE OF FILE-ID "LOCALIZA".
       01  REG-LOCALIZA.
           02 LOC-CHAVE.
               03 LOC-CODIGO    PIC 9(05).
               03 LOC-DEPOSITO  PIC 9(02).
           02 LOC-CORREDOR      PIC X(03).
           02 LOC-PRATELEIRA    PIC X(03).
           02 LOC-GAVETA        PIC X(04).
           02 LOC-SEQUENCIA     PIC 9(04).
       SD  SORETQ VALUE OF FILE-ID IS "SORETQ".
       01  REG-SORETQ.
           02 SOR-SEQUENCIA     PIC 9(04).
           02 SOR-CORREDOR      PIC X(03).
           02 SOR-PRATELEIRA    PIC X(03).
           02 SOR-GAVETA        PIC X(04).
           02 SOR-CODIGO        PIC 9(04).
           02 SOR-DV            PIC 9(01).
           02 SOR-NOME          PIC X(30).
           02 SOR-PRECO         PIC 9(06)V99.
           02 SOR-PROMO         PIC 9(06)V99.
           02 SOR-QTDE-MIN      PIC 9(04).
           02 SOR-DATA-INI      PIC 9(08).
           02 SOR-DATA-FIM      PIC 9(08).
       FD  RELATO LABEL RECORD OMITTED.
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  FS                   PIC X(02) VALUE SPACES.
       77  FS-PRM               PIC X(02) VALUE SPACES.
       77  FS-PRH               PIC X(02) VALUE SPACES.
       77  FS-XRF               PIC X(02) VALUE SPACES.
       77  FS-LOC               PIC X(02) VALUE SPACES.
       77  ST                   PIC 9(02) VALUE ZEROS.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  WS-OPERADOR          PIC X(03) VALUE SPACES.
       77  WS-NIVEL-EXIGIDO     PIC 9(01) VALUE ZEROS.
       77  WS-AUTORIZADO        PIC X(01) VALUE SPACES.
       77  WS-PRM-DISPONIVEL    PIC X(01) VALUE "N".
       77  WS-LOC-DISPONIVEL    PIC X(01) VALUE "N".
       77  WS-SELECAO           PIC 9(01) VALUE ZEROS.
       77  WS-DATA-REF          PIC 9(08) VALUE ZEROS.
       77  WS-DATA-VESPERA      PIC 9(08) VALUE ZEROS.
       77  WS-CODIGO-INI        PIC 9(04) VALUE ZEROS.
       77  WS-CODIGO-FIM        PIC 9(04) VALUE ZEROS.
       77  WS-DEPOSITO          PIC 9(02) VALUE ZEROS.
       77  WS-IDX               PIC 9(04) VALUE ZEROS.
       77  WS-LIN               PIC 9(01) VALUE ZEROS.
       77  WS-NA-LINHA          PIC 9(01) VALUE ZEROS.
       77  WS-QTD-MARCADOS      PIC 9(05) VALUE ZEROS.
       77  WS-QTD-ETIQUETAS     PIC 9(05) VALUE ZEROS.
       77  WS-QTD-SEM-LOCAL     PIC 9(05) VALUE ZEROS.
       77  WS-EOF               PIC X(01) VALUE "N".
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
       01  WS-DATA-CALC.
           02 CALC-ANO          PIC 9(04) VALUE ZEROS.
           02 CALC-MES          PIC 9(02) VALUE ZEROS.
           02 CALC-DIA          PIC 9(02) VALUE ZEROS.
       01  WS-DATA-HOJE.
           02 HOJE-ANO          PIC 9(04) VALUE ZEROS.
           02 HOJE-MES          PIC 9(02) VALUE ZEROS.
           02 HOJE-DIA          PIC 9(02) VALUE ZEROS.
      *
      *    MARCA DOS PRODUTOS SELECIONADOS (SELECAO 1 E 2) E CODIGO DO
      *    ARQMAT DE CADA PRODUTO DO ARQPRO, CARREGADO DO XREFMAT
      *
       01  TABELA-MARCAS.
           02 WS-MARCA          PIC X(01) OCCURS 9999 TIMES.
       01  TABELA-XREF.
           02 WS-MAT-DO-PRO     PIC 9(05) OCCURS 9999 TIMES.
       01  WS-LOCAL-ACHADO.
           02 ACH-SEQUENCIA     PIC 9(04) VALUE ZEROS.
           02 ACH-CORREDOR      PIC X(03) VALUE SPACES.
           02 ACH-PRATELEIRA    PIC X(03) VALUE SPACES.
           02 ACH-GAVETA        PIC X(04) VALUE SPACES.
       01  WS-MENSAGENS.
           02 LIMPA-MENSAGEM    PIC X(50) VALUE SPACES.
      *
      *    LINHAS DA ETIQUETA
      *
       01  ETQ-LINHA-CODIGO.
           02 FILLER            PIC X(06) VALUE "COD.: ".
           02 ETQ-CODIGO        PIC 9(04) VALUE ZEROS.
           02 FILLER            PIC X(01) VALUE "-".
           02 ETQ-DV            PIC 9(01) VALUE ZEROS.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE "C:".
           02 ETQ-CORREDOR      PIC X(03) VALUE SPACES.
           02 FILLER            PIC X(03) VALUE " P:".
           02 ETQ-PRATELEIRA    PIC X(03) VALUE SPACES.
           02 FILLER            PIC X(03) VALUE " G:".
           02 ETQ-GAVETA        PIC X(04) VALUE SPACES.
       01  ETQ-LINHA-PRECO.
           02 FILLER            PIC X(09) VALUE "PRECO R$ ".
           02 ETQ-PRECO         PIC ZZZ.ZZ9,99 VALUE ZEROS.
       01  ETQ-LINHA-PROMO.
           02 FILLER            PIC X(12) VALUE "PROMOCAO R$ ".
           02 ETQ-PROMO         PIC ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(06) VALUE " LEVE ".
           02 ETQ-QTDE-MIN      PIC ZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(05) VALUE " OU +".
       01  ETQ-LINHA-VALIDADE.
           02 FILLER            PIC X(07) VALUE "VALIDA ".
           02 ETQ-INI-DIA       PIC 99/ VALUE ZEROS.
           02 ETQ-INI-MES       PIC 99/ VALUE ZEROS.
           02 ETQ-INI-ANO       PIC 9(04) VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE " A ".
           02 ETQ-FIM-DIA       PIC 99/ VALUE ZEROS.
           02 ETQ-FIM-MES       PIC 99/ VALUE ZEROS.
           02 ETQ-FIM-ANO       PIC 9(04) VALUE ZEROS.
       01  ETIQUETAS-LINHA.
           02 ETI-COLUNA OCCURS 3 TIMES.
               03 ETI-LINHA     PIC X(42) OCCURS 5 TIMES.
       01  LINHA-IMPRESSA.
           02 COL-IMP OCCURS 3 TIMES.
               03 TEXTO-COL     PIC X(42).
               03 FILLER        PIC X(02).
       SCREEN SECTION.
       01  TELA1.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 VALUE "DATA:".
           02 LINE 01 COLUMN 24 VALUE "ETIQUETAS DE GONDOLA".
           02 LINE 03 COLUMN 02
           VALUE "SELECAO (1/2/3)...............>".
           02 LINE 04 COLUMN 04
           VALUE "1-PRECO ALTERADO DESDE A DATA  2-ENTRA/SAI DE".
           02 LINE 05 COLUMN 04
           VALUE "PROMOCAO NA DATA  3-SO A FAIXA DE CODIGOS".
           02 LINE 06 COLUMN 02
           VALUE "DATA (AAAAMMDD, 0=HOJE).......>".
           02 LINE 07 COLUMN 02
           VALUE "CODIGO INICIAL................>".
           02 LINE 08 COLUMN 02
           VALUE "CODIGO FINAL (0=TODOS)........>".
           02 LINE 09 COLUMN 02
           VALUE "DEPOSITO DA LOJA (0=PRIMEIRO).>".
           02 LINE 12 COLUMN 01 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR".
           MOVE 1 TO WS-NIVEL-EXIGIDO.
           CALL "AUTORIZA" USING "ETQPRECO" WS-OPERADOR
                   WS-NIVEL-EXIGIDO WS-AUTORIZADO.
           IF WS-AUTORIZADO NOT = "S"
               DISPLAY "OPERADOR SEM PERFIL PARA ESTE PROGRAMA"
                       AT 2202
               ACCEPT CONFIRMA AT 2242
               STOP RUN.
       TELA-1.
           DISPLAY TELA1.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY HOJE-DIA AT 0107 '/' HOJE-MES '/' HOJE-ANO.
       PEDE-SELECAO.
           ACCEPT WS-SELECAO AT 0334.
           IF WS-SELECAO < 1 OR WS-SELECAO > 3
               DISPLAY "SELECAO INVALIDA" AT 1210
               ACCEPT CONFIRMA AT 1227
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO PEDE-SELECAO.
           MOVE WS-DATA-HOJE TO WS-DATA-REF.
           IF WS-SELECAO = 3
               GO TO PEDE-CODIGOS.
       PEDE-DATA.
           ACCEPT WS-DATA-REF AT 0634.
           IF WS-DATA-REF = ZEROS
               MOVE WS-DATA-HOJE TO WS-DATA-REF.
           MOVE WS-DATA-REF TO WS-DATA-CALC.
           IF CALC-MES < 01 OR CALC-MES > 12
                   OR CALC-DIA < 01 OR CALC-DIA > 31
               DISPLAY "DATA INVALIDA" AT 1210
               ACCEPT CONFIRMA AT 1224
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO PEDE-DATA.
           DISPLAY WS-DATA-REF AT 0634.
       PEDE-CODIGOS.
           ACCEPT WS-CODIGO-INI AT 0734.
           ACCEPT WS-CODIGO-FIM AT 0834.
           IF WS-CODIGO-FIM = ZEROS
               MOVE 9999 TO WS-CODIGO-FIM.
           IF WS-CODIGO-FIM < WS-CODIGO-INI
               DISPLAY "FAIXA DE CODIGOS INVALIDA" AT 1210
               ACCEPT CONFIRMA AT 1236
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO PEDE-CODIGOS.
           ACCEPT WS-DEPOSITO AT 0934.
           DISPLAY "CONFIRMA A IMPRESSAO (S/N) ?" AT 1210.
           ACCEPT CONFIRMA AT 1239.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               STOP RUN.
           OPEN INPUT ARQPRO.
           IF FS NOT = "00"
               DISPLAY "ARQUIVO ARQPRO NAO ENCONTRADO" AT 1210
               CALL "LOGERRO" USING "ETQPRECO" "ABERTURA ARQPRO" FS
               ACCEPT CONFIRMA AT 1241
               STOP RUN.
           OPEN INPUT TABPROMO.
           IF FS-PRM = "00"
               MOVE "S" TO WS-PRM-DISPONIVEL.
           OPEN INPUT LOCALIZA.
           IF FS-LOC = "00"
               MOVE "S" TO WS-LOC-DISPONIVEL.
           MOVE ZEROS TO TABELA-XREF.
           IF WS-LOC-DISPONIVEL = "S"
               PERFORM CARREGA-XREF THRU FIM-CARREGA-XREF.
           MOVE SPACES TO TABELA-MARCAS.
           IF WS-SELECAO = 1
               PERFORM MARCA-PRECO-ALTERADO THRU FIM-MARCA-PRECO.
           IF WS-SELECAO = 2
               PERFORM MARCA-PROMOCAO THRU FIM-MARCA-PROMOCAO.
           DISPLAY "IMPRIMINDO AS ETIQUETAS..." AT 1210.
           SORT SORETQ ASCENDING KEY SOR-SEQUENCIA SOR-CORREDOR
                   SOR-PRATELEIRA SOR-GAVETA SOR-CODIGO
               INPUT PROCEDURE ENTRADA
               OUTPUT PROCEDURE SAIDA.
           CLOSE ARQPRO.
           IF WS-PRM-DISPONIVEL = "S"
               CLOSE TABPROMO.
           IF WS-LOC-DISPONIVEL = "S"
               CLOSE LOCALIZA.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           DISPLAY "ETIQUETAS IMPRESSAS:" AT 1210.
           DISPLAY WS-QTD-ETIQUETAS AT 1231.
           DISPLAY "SEM ENDERECO:" AT 1238.
           DISPLAY WS-QTD-SEM-LOCAL AT 1252.
           ACCEPT CONFIRMA AT 1258.
           STOP RUN.
      *
      *    O XREFMAT LIGA O CODIGO DO ARQMAT (CHAVE DO LOCALIZA) AO
      *    CODIGO DO ARQPRO; SEM ELE O PRODUTO FICA SEM ENDERECO
      *
       CARREGA-XREF.
           OPEN INPUT XREFMAT.
           IF FS-XRF NOT = "00"
               GO TO FIM-CARREGA-XREF.
       LER-XREF.
           READ XREFMAT NEXT RECORD AT END
               CLOSE XREFMAT
               GO TO FIM-CARREGA-XREF.
           IF XRF-CODIGO-PRO > ZEROS
               MOVE XRF-CODIGO-MAT TO WS-MAT-DO-PRO (XRF-CODIGO-PRO).
           GO TO LER-XREF.
       FIM-CARREGA-XREF.
           EXIT.
       MARCA-PRECO-ALTERADO.
           OPEN INPUT PRECOHIS.
           IF FS-PRH NOT = "00"
               DISPLAY "HISTORICO PRECOHIS NAO ENCONTRADO" AT 1210
               CALL "LOGERRO" USING "ETQPRECO" "ABERTURA PRECOHIS"
                       FS-PRH
               ACCEPT CONFIRMA AT 1245
               STOP RUN.
       LER-PRECOHIS.
           READ PRECOHIS AT END
               CLOSE PRECOHIS
               GO TO FIM-MARCA-PRECO.
           IF PRH-DATA NOT < WS-DATA-REF AND PRH-CODIGO > ZEROS
               MOVE "S" TO WS-MARCA (PRH-CODIGO).
           GO TO LER-PRECOHIS.
       FIM-MARCA-PRECO.
           EXIT.
      *
      *    ENTRA EM PROMOCAO A REGRA QUE COMECA NA DATA; SAI A QUE
      *    TERMINOU NA VESPERA
      *
       MARCA-PROMOCAO.
           IF WS-PRM-DISPONIVEL NOT = "S"
               DISPLAY "ARQUIVO TABPROMO NAO ENCONTRADO" AT 1210
               CALL "LOGERRO" USING "ETQPRECO" "ABERTURA TABPROMO"
                       FS-PRM
               ACCEPT CONFIRMA AT 1243
               STOP RUN.
           MOVE WS-DATA-REF TO WS-DATA-CALC.
           MOVE CALC-DIA TO DU-DIA-ATUAL.
           MOVE CALC-MES TO DU-MES-ATUAL.
           MOVE CALC-ANO TO DU-ANO-ATUAL.
           PERFORM RECUA-UM-DIA.
           MOVE DU-ANO-ATUAL TO CALC-ANO.
           MOVE DU-MES-ATUAL TO CALC-MES.
           MOVE DU-DIA-ATUAL TO CALC-DIA.
           MOVE WS-DATA-CALC TO WS-DATA-VESPERA.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO PRM-CHAVE.
           START TABPROMO KEY NOT LESS THAN PRM-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-TABPROMO.
           IF WS-EOF = "S"
               GO TO FIM-MARCA-PROMOCAO.
           READ TABPROMO NEXT RECORD AT END
               GO TO FIM-MARCA-PROMOCAO.
           IF (PRM-DATA-INI = WS-DATA-REF
                   OR PRM-DATA-FIM = WS-DATA-VESPERA)
                   AND PRM-CODIGO > ZEROS
               MOVE "S" TO WS-MARCA (PRM-CODIGO).
           GO TO LER-TABPROMO.
       FIM-MARCA-PROMOCAO.
           EXIT.
       RECUA-UM-DIA.
           IF DU-DIA-ATUAL > 1
               SUBTRACT 1 FROM DU-DIA-ATUAL
           ELSE
               IF DU-MES-ATUAL > 1
                   SUBTRACT 1 FROM DU-MES-ATUAL
               ELSE
                   MOVE 12 TO DU-MES-ATUAL
                   SUBTRACT 1 FROM DU-ANO-ATUAL
               END-IF
               MOVE DIAS-DO-MES (DU-MES-ATUAL) TO DU-DIAS-MES
               IF DU-MES-ATUAL = 2
                   MOVE DU-ANO-ATUAL TO WS-ANO-CALC
                   PERFORM VERIFICA-BISSEXTO
                   IF BISSEXTO-CALC = "S"
                       MOVE 29 TO DU-DIAS-MES
                   END-IF
               END-IF
               MOVE DU-DIAS-MES TO DU-DIA-ATUAL
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
       ENTRADA SECTION.
       INI-ENTRADA.
           MOVE "N" TO WS-EOF.
           MOVE WS-CODIGO-INI TO CODIGO.
           MOVE ZEROS TO DV.
           START ARQPRO KEY NOT LESS THAN FD-CODIGO
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-ENTRADA.
           IF WS-EOF = "S"
               GO TO FIM-ENTRADA.
           READ ARQPRO NEXT RECORD AT END
               GO TO FIM-ENTRADA.
           IF CODIGO > WS-CODIGO-FIM
               GO TO FIM-ENTRADA.
           IF CODIGO = ZEROS
               GO TO LER-ENTRADA.
           IF WS-SELECAO NOT = 3 AND WS-MARCA (CODIGO) NOT = "S"
               GO TO LER-ENTRADA.
           MOVE CODIGO TO SOR-CODIGO.
           MOVE DV TO SOR-DV.
           MOVE FD-NOME-PRODUTO TO SOR-NOME.
           MOVE FD-VALOR-UNIT TO SOR-PRECO.
           PERFORM BUSCA-LOCAL THRU FIM-BUSCA-LOCAL.
           MOVE ACH-SEQUENCIA TO SOR-SEQUENCIA.
           MOVE ACH-CORREDOR TO SOR-CORREDOR.
           MOVE ACH-PRATELEIRA TO SOR-PRATELEIRA.
           MOVE ACH-GAVETA TO SOR-GAVETA.
           PERFORM BUSCA-PROMOCAO THRU FIM-BUSCA-PROMOCAO.
           RELEASE REG-SORETQ.
           IF ST NOT = "00"
               DISPLAY "ERRO NO SORT" AT 1210
               CALL "LOGERRO" USING "ETQPRECO" "SORT ENTRADA" ST
               STOP RUN.
           GO TO LER-ENTRADA.
      *
      *    SEM DEPOSITO INFORMADO VALE O PRIMEIRO ENDERECO DO ITEM
      *
       BUSCA-LOCAL.
           MOVE 9999 TO ACH-SEQUENCIA.
           MOVE SPACES TO ACH-CORREDOR ACH-PRATELEIRA ACH-GAVETA.
           IF WS-LOC-DISPONIVEL NOT = "S"
                   OR WS-MAT-DO-PRO (CODIGO) = ZEROS
               GO TO FIM-BUSCA-LOCAL.
           MOVE WS-MAT-DO-PRO (CODIGO) TO LOC-CODIGO.
           MOVE WS-DEPOSITO TO LOC-DEPOSITO.
           IF WS-DEPOSITO NOT = ZEROS
               READ LOCALIZA INVALID KEY
                   GO TO FIM-BUSCA-LOCAL
               END-READ
           ELSE
               START LOCALIZA KEY NOT LESS THAN LOC-CHAVE
                   INVALID KEY GO TO FIM-BUSCA-LOCAL
               END-START
               READ LOCALIZA NEXT RECORD AT END
                   GO TO FIM-BUSCA-LOCAL
               END-READ
               IF LOC-CODIGO NOT = WS-MAT-DO-PRO (CODIGO)
                   GO TO FIM-BUSCA-LOCAL
               END-IF
           END-IF.
           MOVE LOC-SEQUENCIA TO ACH-SEQUENCIA.
           MOVE LOC-CORREDOR TO ACH-CORREDOR.
           MOVE LOC-PRATELEIRA TO ACH-PRATELEIRA.
           MOVE LOC-GAVETA TO ACH-GAVETA.
       FIM-BUSCA-LOCAL.
           EXIT.
      *
      *    PROMOCAO VIGENTE NA DATA DE REFERENCIA - MENOR PRECO ENTRE
      *    AS REGRAS DO PRODUTO, COMO NO PDV
      *
       BUSCA-PROMOCAO.
           MOVE ZEROS TO SOR-PROMO SOR-QTDE-MIN SOR-DATA-INI
                         SOR-DATA-FIM.
           IF WS-PRM-DISPONIVEL NOT = "S"
               GO TO FIM-BUSCA-PROMOCAO.
           MOVE CODIGO TO PRM-CODIGO.
           MOVE ZEROS TO PRM-SEQ.
           START TABPROMO KEY NOT LESS THAN PRM-CHAVE
               INVALID KEY GO TO FIM-BUSCA-PROMOCAO.
       LER-PROMOCAO.
           READ TABPROMO NEXT RECORD AT END
               GO TO FIM-BUSCA-PROMOCAO.
           IF PRM-CODIGO NOT = CODIGO
               GO TO FIM-BUSCA-PROMOCAO.
           IF PRM-DATA-INI NOT > WS-DATA-REF
                   AND PRM-DATA-FIM NOT < WS-DATA-REF
                   AND (SOR-PROMO = ZEROS OR PRM-PRECO < SOR-PROMO)
               MOVE PRM-PRECO TO SOR-PROMO
               MOVE PRM-QTDE-MIN TO SOR-QTDE-MIN
               MOVE PRM-DATA-INI TO SOR-DATA-INI
               MOVE PRM-DATA-FIM TO SOR-DATA-FIM.
           GO TO LER-PROMOCAO.
       FIM-BUSCA-PROMOCAO.
           EXIT.
       FIM-ENTRADA.
           EXIT.
       SAIDA SECTION.
       INI-SAIDA.
           OPEN OUTPUT RELATO.
           MOVE SPACES TO ETIQUETAS-LINHA.
           MOVE ZEROS TO WS-NA-LINHA WS-QTD-ETIQUETAS
                         WS-QTD-SEM-LOCAL.
       LER-SAIDA.
           RETURN SORETQ AT END GO TO FIM-SAIDA.
           ADD 1 TO WS-NA-LINHA.
           MOVE SOR-NOME TO ETI-LINHA (WS-NA-LINHA 1).
           MOVE SOR-CODIGO TO ETQ-CODIGO.
           MOVE SOR-DV TO ETQ-DV.
           MOVE SOR-CORREDOR TO ETQ-CORREDOR.
           MOVE SOR-PRATELEIRA TO ETQ-PRATELEIRA.
           MOVE SOR-GAVETA TO ETQ-GAVETA.
           MOVE ETQ-LINHA-CODIGO TO ETI-LINHA (WS-NA-LINHA 2).
           IF SOR-SEQUENCIA = 9999 AND SOR-CORREDOR = SPACES
               MOVE SPACES TO ETI-LINHA (WS-NA-LINHA 2) (13:)
               ADD 1 TO WS-QTD-SEM-LOCAL.
           MOVE SOR-PRECO TO ETQ-PRECO.
           MOVE ETQ-LINHA-PRECO TO ETI-LINHA (WS-NA-LINHA 3).
           IF SOR-PROMO > ZEROS
               PERFORM MONTA-PROMOCAO.
           ADD 1 TO WS-QTD-ETIQUETAS.
           IF WS-NA-LINHA = 3
               PERFORM IMPRIME-TRES
               MOVE ZEROS TO WS-NA-LINHA.
           GO TO LER-SAIDA.
       MONTA-PROMOCAO.
           MOVE SOR-PROMO TO ETQ-PROMO.
           MOVE SOR-QTDE-MIN TO ETQ-QTDE-MIN.
           MOVE ETQ-LINHA-PROMO TO ETI-LINHA (WS-NA-LINHA 4).
           IF SOR-QTDE-MIN < 2
               MOVE SPACES TO ETI-LINHA (WS-NA-LINHA 4) (23:).
           MOVE SOR-DATA-INI TO WS-DATA-CALC.
           MOVE CALC-DIA TO ETQ-INI-DIA.
           MOVE CALC-MES TO ETQ-INI-MES.
           MOVE CALC-ANO TO ETQ-INI-ANO.
           MOVE SOR-DATA-FIM TO WS-DATA-CALC.
           MOVE CALC-DIA TO ETQ-FIM-DIA.
           MOVE CALC-MES TO ETQ-FIM-MES.
           MOVE CALC-ANO TO ETQ-FIM-ANO.
           MOVE ETQ-LINHA-VALIDADE TO ETI-LINHA (WS-NA-LINHA 5).
       IMPRIME-TRES.
           PERFORM IMPRIME-LINHA-ETQ VARYING WS-LIN FROM 1 BY 1
                   UNTIL WS-LIN > 5.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           MOVE SPACES TO ETIQUETAS-LINHA.
       IMPRIME-LINHA-ETQ.
           MOVE SPACES TO LINHA-IMPRESSA.
           PERFORM MONTA-COLUNA VARYING WS-NA-LINHA FROM 1 BY 1
                   UNTIL WS-NA-LINHA > 3.
           WRITE REG-RELATO FROM LINHA-IMPRESSA
               BEFORE ADVANCING 1 LINES.
       MONTA-COLUNA.
           MOVE ETI-LINHA (WS-NA-LINHA WS-LIN)
               TO TEXTO-COL (WS-NA-LINHA).
       FIM-SAIDA.
           IF WS-NA-LINHA > ZEROS
               PERFORM IMPRIME-TRES.
           CLOSE RELATO.
           GO TO EXIT-SAIDA.
       EXIT-SAIDA.
           EXIT.
       END PROGRAM ETQPRECO.
