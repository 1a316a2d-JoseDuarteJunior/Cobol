      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - VENDAS NO BALCAO
      * Tectonics: cobc
      * Objetivo: FORMACAO DO PRECO DE VENDA DO ARQPRO POR MARKUP -
      *           TABELA MARKUP (PERCENTUAL SOBRE O CUSTO E TERMINACAO
      *           DO PRECO) POR PRODUTO, POR FORNECEDOR OU GERAL;
      *           CALCULO DA SUGESTAO SOBRE O ULTIMO CUSTO DO CUSTOHIS
      *           COM RELATORIO PRECO ATUAL X SUGERIDO (ARQUIVO
      *           SUGPRECO), APROVACAO ITEM A ITEM NA TELA E
      *           ATUALIZACAO SO DOS APROVADOS NO FD-VALOR-UNIT, COM A
      *           MUDANCA GRAVADA NO HISTORICO PRECOHIS
      * Obs: O MARKUP DO PRODUTO PREVALECE SOBRE O DO FORNECEDOR, QUE
      *      PREVALECE SOBRE O GERAL (FORNECEDOR 0); PRODUTO SEM CUSTO
      *      OU SEM MARKUP FICA FORA DA SUGESTAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARKUP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MARKUP ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       MKP-CHAVE
           FILE STATUS      FS-MKP.
           SELECT SUGPRECO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       SUG-CODIGO
           FILE STATUS      FS-SUG.
           SELECT ARQPRO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       FD-CODIGO
           ALTERNATE RECORD KEY IS FD-NOME-PRODUTO
                   WITH DUPLICATES
           ALTERNATE RECORD KEY IS FD-EAN
                   SUPPRESS WHEN ZEROS
           FILE STATUS      FS.
           SELECT CUSTOHIS ASSIGN TO "CUSTOHIS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-CUS.
           SELECT PRECOHIS ASSIGN TO "PRECOHIS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-PRH.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD  MARKUP LABEL RECORD STANDARD
           VALUE OF FILE-ID "MARKUP".
       01  REG-MARKUP.
           02 MKP-CHAVE.
               03 MKP-TIPO      PIC X(01).
               03 MKP-CODIGO    PIC 9(04).
           02 MKP-PERCENTUAL    PIC 9(03)V99.
           02 MKP-TERMINACAO    PIC 9(02).
       FD  SUGPRECO LABEL RECORD STANDARD
           VALUE OF FILE-ID "SUGPRECO".
       01  REG-SUGPRECO.
           02 SUG-CODIGO        PIC 9(04).
           02 SUG-DV            PIC 9(01).
           02 SUG-DATA          PIC 9(08).
           02 SUG-CUSTO         PIC 9(07)V99.
           02 SUG-PERCENTUAL    PIC 9(03)V99.
           02 SUG-PRECO-ATUAL   PIC 9(06)V99.
           02 SUG-PRECO-NOVO    PIC 9(06)V99.
           02 SUG-SITUACAO      PIC X(01).
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
       FD  PRECOHIS
           LABEL RECORD IS OMITTED.
       01  REG-PRECOHIS.
           02 PRH-DATA          PIC 9(08).
           02 FILLER            PIC X VALUE SPACE.
           02 PRH-CODIGO        PIC 9(04).
           02 FILLER            PIC X VALUE SPACE.
           02 PRH-DV            PIC 9(01).
           02 FILLER            PIC X VALUE SPACE.
           02 PRH-VALOR-ANTIGO  PIC 9(06)V99.
           02 FILLER            PIC X VALUE SPACE.
           02 PRH-VALOR-NOVO    PIC 9(06)V99.
           02 FILLER            PIC X VALUE SPACE.
           02 PRH-PROGRAMA      PIC X(08).
           02 FILLER            PIC X VALUE SPACE.
           02 PRH-OPERADOR      PIC X(03).
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  FS-MKP               PIC X(02) VALUE SPACES.
       77  FS-SUG               PIC X(02) VALUE SPACES.
       77  FS                   PIC X(02) VALUE SPACES.
       77  FS-CUS               PIC X(02) VALUE SPACES.
       77  FS-PRH               PIC X(02) VALUE SPACES.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  FUNCAO               PIC X(02) VALUE SPACES.
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-EOF               PIC X(01) VALUE "N".
       77  WS-OPERADOR          PIC X(03) VALUE SPACES.
       77  WS-NIVEL-EXIGIDO     PIC 9(01) VALUE ZEROS.
       77  WS-AUTORIZADO        PIC X(01) VALUE SPACES.
       77  WS-FORNECEDOR        PIC 9(03) VALUE ZEROS.
       77  WS-ACHOU-MKP         PIC X(01) VALUE "N".
       77  WS-PERCENTUAL        PIC 9(03)V99 VALUE ZEROS.
       77  WS-TERMINACAO        PIC 9(02) VALUE ZEROS.
       77  WS-PRECO-CALC        PIC 9(06)V99 VALUE ZEROS.
       77  WS-PRECO-NOVO        PIC 9(06)V99 VALUE ZEROS.
       77  WS-REAIS             PIC 9(06) VALUE ZEROS.
       77  WS-VARIACAO          PIC S9(05)V99 VALUE ZEROS.
       77  WS-QTD-SUGERIDOS     PIC 9(05) VALUE ZEROS.
       77  WS-QTD-SEM-CUSTO     PIC 9(05) VALUE ZEROS.
       77  WS-QTD-SEM-MKP       PIC 9(05) VALUE ZEROS.
       77  WS-QTD-APROVADOS     PIC 9(05) VALUE ZEROS.
       77  WS-QTD-RECUSADOS     PIC 9(05) VALUE ZEROS.
       77  WS-QTD-APLICADOS     PIC 9(05) VALUE ZEROS.
       77  WS-QTD-DIVERGENTES   PIC 9(05) VALUE ZEROS.
       01  WS-DATA.
           02 ANO               PIC 9(02) VALUE ZEROS.
           02 MES               PIC 9(02) VALUE ZEROS.
           02 DIA               PIC 9(02) VALUE ZEROS.
       01  WS-DATA-HOJE.
           02 HOJE-ANO          PIC 9(04) VALUE ZEROS.
           02 HOJE-MES          PIC 9(02) VALUE ZEROS.
           02 HOJE-DIA          PIC 9(02) VALUE ZEROS.
      *
      *    ULTIMO CUSTO MEDIO DE CADA PRODUTO, CARREGADO DO CUSTOHIS
      *    (O ARQUIVO E GRAVADO EM ORDEM DE DATA - VALE O ULTIMO)
      *
       01  TABELA-CUSTOS.
           02 WS-CUSTO          PIC S9(07)V99 OCCURS 9999 TIMES.
       01  WS-MENSAGENS.
           02 LIMPA-MENSAGEM    PIC X(50) VALUE SPACES.
           02 MSG-ERRO-1        PIC X(24)
              VALUE "TIPO DEVE SER F OU P".
           02 MSG-ERRO-2        PIC X(20) VALUE "MARKUP JA CADASTRADO".
           02 MSG-ERRO-3        PIC X(21) VALUE "MARKUP NAO CADASTRADO".
           02 MSG-ERRO-4        PIC X(18) VALUE "PRODUTO NAO EXISTE".
       01  WS-EDICAO.
           02 CUSTO-EDT         PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
           02 PERCENTUAL-EDT    PIC ZZ9,99 VALUE ZEROS.
           02 ATUAL-EDT         PIC ZZZ.ZZ9,99 VALUE ZEROS.
           02 NOVO-EDT          PIC ZZZ.ZZ9,99 VALUE ZEROS.
       01  CAB01.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(06)    VALUE "DATA:".
           02 DATA-CAB01.
               03 DIA-CAB01   PIC 99/ VALUE ZEROS.
               03 MES-CAB01   PIC 99/ VALUE ZEROS.
               03 ANO-CAB01   PIC 9(04) VALUE ZEROS.
           02 FILLER    PIC X(05)     VALUE SPACES.
           02 FILLER    PIC X(40)
           VALUE "PRECOS SUGERIDOS POR MARKUP - APROVACAO".
           02 FILLER     PIC X(04)   VALUE "PAG.".
           02 PAG-CAB01  PIC ZZ9     VALUE ZEROS.
       01  CAB02.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(08) VALUE "CODIGO".
           02 FILLER  PIC X(32) VALUE "NOME".
           02 FILLER  PIC X(06) VALUE "FORN.".
           02 FILLER  PIC X(14) VALUE "  ULT. CUSTO".
           02 FILLER  PIC X(09) VALUE "MARKUP%".
           02 FILLER  PIC X(13) VALUE " PRECO ATUAL".
           02 FILLER  PIC X(13) VALUE "   SUGERIDO".
           02 FILLER  PIC X(10) VALUE "  VAR.%".
           02 FILLER  PIC X(10) VALUE "APROVA".
       01  DETALHE.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 CODIGO-DET        PIC 9(04) VALUE ZEROS.
           02 FILLER            PIC X(01) VALUE "-".
           02 DV-DET            PIC 9(01) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 NOME-DET          PIC X(30) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 FORNE-DET         PIC 9(03) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 CUSTO-DET         PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 PERCENTUAL-DET    PIC ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 ATUAL-DET         PIC ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 NOVO-DET          PIC ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 VARIACAO-DET      PIC -ZZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(05) VALUE "(   )".
       01  LINHA-RESUMO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TEXTO-RESUMO      PIC X(30) VALUE SPACES.
           02 VALOR-RESUMO      PIC ZZZZ9 VALUE ZEROS.
       SCREEN SECTION.
       01  TELA1.
            02 BLANK SCREEN.
            02 LINE 01 COLUMN 01 VALUE "DATA:".
            02 LINE 01 COLUMN 24 VALUE "FORMACAO DE PRECO POR MARKUP".
            02 LINE 03 COLUMN 01 VALUE "ESCOLHA A FUNCAO: ".
            02 LINE 03 COLUMN 22 VALUE "(IN-AL-EX-CO-SU-AP-AT-FF)".
            02 LINE 05 COLUMN 05 VALUE "TIPO (F-FORNEC P-PRODUTO)>".
            02 LINE 06 COLUMN 05 VALUE "CODIGO (FORNEC 0=GERAL)..>".
            02 LINE 07 COLUMN 05 VALUE "MARKUP SOBRE O CUSTO (%).>".
            02 LINE 08 COLUMN 05 VALUE "TERMINACAO (CENTAVOS)....>".
            02 LINE 10 COLUMN 05
            VALUE "SU-CALCULA SUGESTAO  AP-APROVA  AT-ATUALIZA PRECOS".
            02 LINE 12 COLUMN 01 VALUE "MENSAGEM:".
       01  LIMPA-TELA.
            02 LINE 05 COLUMN 32 VALUE " ".
            02 LINE 06 COLUMN 32 VALUE "                         ".
            02 LINE 06 COLUMN 57 VALUE "           ".
            02 LINE 07 COLUMN 32 VALUE "      ".
            02 LINE 08 COLUMN 32 VALUE "  ".
       01  TELA2.
            02 BLANK SCREEN.
            02 LINE 01 COLUMN 01 VALUE "DATA:".
            02 LINE 01 COLUMN 24 VALUE "APROVACAO DE PRECOS SUGERIDOS".
            02 LINE 04 COLUMN 02 VALUE "PRODUTO...............>".
            02 LINE 05 COLUMN 02 VALUE "ULTIMO CUSTO..........>".
            02 LINE 06 COLUMN 02 VALUE "MARKUP (%)............>".
            02 LINE 07 COLUMN 02 VALUE "PRECO ATUAL...........>".
            02 LINE 08 COLUMN 02 VALUE "PRECO SUGERIDO........>".
            02 LINE 12 COLUMN 01 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR".
           MOVE 2 TO WS-NIVEL-EXIGIDO.
           CALL "AUTORIZA" USING "MARKUP" WS-OPERADOR
                   WS-NIVEL-EXIGIDO WS-AUTORIZADO.
           IF WS-AUTORIZADO NOT = "S"
               DISPLAY "OPERADOR SEM PERFIL PARA ESTE PROGRAMA"
                       AT 2202
               ACCEPT CONFIRMA AT 2242
               STOP RUN.
       ABRE-MARKUP.
           OPEN I-O MARKUP.
           IF FS-MKP NOT = "00"
               IF FS-MKP = "35"
                   CLOSE MARKUP OPEN OUTPUT MARKUP CLOSE MARKUP
                   GO TO ABRE-MARKUP
               ELSE
                   DISPLAY FS-MKP "STATUS DO ARQUIVO MARKUP"
                   CALL "LOGERRO" USING "MARKUP" "ABERTURA MARKUP"
                           FS-MKP
                   STOP RUN
           END-IF.
           OPEN I-O ARQPRO.
           IF FS NOT = "00"
               DISPLAY FS "STATUS DO ARQUIVO ARQPRO"
               CALL "LOGERRO" USING "MARKUP" "ABERTURA ARQPRO" FS
               CLOSE MARKUP
               STOP RUN.
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
               WHEN "IN"
                  GO TO INCLUSAO
               WHEN "AL"
                  GO TO ALTERACAO
               WHEN "EX"
                  GO TO EXCLUSAO
               WHEN "CO"
                  GO TO CONSULTA
               WHEN "SU"
                  GO TO SUGESTAO
               WHEN "AP"
                  GO TO APROVACAO
               WHEN "AT"
                  GO TO ATUALIZACAO
               WHEN "FF"
                  GO TO FIM
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA" AT 1210
                  ACCEPT CONFIRMA AT 1224
                  GO TO TELA-1
           END-EVALUATE.
       PEDE-CHAVE.
           ACCEPT MKP-TIPO AT 0532.
           IF MKP-TIPO = "f"
               MOVE "F" TO MKP-TIPO.
           IF MKP-TIPO = "p"
               MOVE "P" TO MKP-TIPO.
           IF MKP-TIPO NOT = "F" AND NOT = "P"
               DISPLAY MSG-ERRO-1 AT 1210
               ACCEPT CONFIRMA AT 1235
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO PEDE-CHAVE.
       PEDE-CODIGO.
           ACCEPT MKP-CODIGO AT 0632.
           IF MKP-TIPO = "F"
               IF MKP-CODIGO > 999
                   DISPLAY "FORNECEDOR INVALIDO" AT 1210
                   ACCEPT CONFIRMA AT 1230
                   DISPLAY LIMPA-MENSAGEM AT 1210
                   GO TO PEDE-CODIGO
               END-IF
               IF MKP-CODIGO = ZEROS
                   DISPLAY "MARKUP GERAL" AT 0638
               END-IF
               GO TO FIM-PEDE-CHAVE.
           MOVE MKP-CODIGO TO CODIGO.
           MOVE ZEROS TO DV.
           START ARQPRO KEY NOT LESS THAN FD-CODIGO
               INVALID KEY
                   DISPLAY MSG-ERRO-4 AT 1210
                   ACCEPT CONFIRMA AT 1228
                   DISPLAY LIMPA-MENSAGEM AT 1210
                   GO TO PEDE-CODIGO
           END-START.
           READ ARQPRO NEXT RECORD
               AT END
                   DISPLAY MSG-ERRO-4 AT 1210
                   ACCEPT CONFIRMA AT 1228
                   DISPLAY LIMPA-MENSAGEM AT 1210
                   GO TO PEDE-CODIGO.
           IF CODIGO NOT = MKP-CODIGO
               DISPLAY MSG-ERRO-4 AT 1210
               ACCEPT CONFIRMA AT 1228
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO PEDE-CODIGO.
           DISPLAY FD-NOME-PRODUTO AT 0638.
       FIM-PEDE-CHAVE.
           EXIT.
       ROT-CAMPOS.
           ACCEPT MKP-PERCENTUAL AT 0732.
           IF MKP-PERCENTUAL = ZEROS
               GO TO ROT-CAMPOS.
           ACCEPT MKP-TERMINACAO AT 0832.
       FIM-ROT-CAMPOS.
           EXIT.
       INCLUSAO.
           PERFORM PEDE-CHAVE THRU FIM-PEDE-CHAVE.
           READ MARKUP
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY MSG-ERRO-2 AT 1210
                   ACCEPT CONFIRMA AT 1231
                   DISPLAY LIMPA-MENSAGEM AT 1210
                   GO TO INCLUSAO
           END-READ.
           PERFORM ROT-CAMPOS THRU FIM-ROT-CAMPOS.
           WRITE REG-MARKUP INVALID KEY
           DISPLAY "ERRO DE GRAVACAO" FS-MKP AT 1210
           CALL "LOGERRO" USING "MARKUP" "GRAVACAO MARKUP" FS-MKP
           STOP RUN.
           DISPLAY "CONTINUAR INCLUSAO ? S-SIM" AT 1210.
           ACCEPT CONFIRMA AT 1237.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           IF CONFIRMA = "S" OR "s"
               DISPLAY LIMPA-TELA
               GO TO INCLUSAO.
           GO TO TELA-1.
       ALTERACAO.
           PERFORM PEDE-CHAVE THRU FIM-PEDE-CHAVE.
           READ MARKUP INVALID KEY
               DISPLAY MSG-ERRO-3 AT 1210
               ACCEPT CONFIRMA AT 1232
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO ALTERACAO.
           PERFORM MOSTRA.
           PERFORM ROT-CAMPOS THRU FIM-ROT-CAMPOS.
           REWRITE REG-MARKUP INVALID KEY
           DISPLAY "ERRO DE GRAVACAO" FS-MKP AT 1210
           CALL "LOGERRO" USING "MARKUP" "ALTERACAO MARKUP" FS-MKP
           STOP RUN.
           DISPLAY "CONTINUAR ALTERANDO ? S-SIM" AT 1210.
           ACCEPT CONFIRMA AT 1238.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           IF CONFIRMA = "S" OR "s"
               DISPLAY LIMPA-TELA
               GO TO ALTERACAO.
           GO TO TELA-1.
       MOSTRA.
           DISPLAY MKP-PERCENTUAL AT 0732.
           DISPLAY MKP-TERMINACAO AT 0832.
       EXCLUSAO.
           PERFORM PEDE-CHAVE THRU FIM-PEDE-CHAVE.
           READ MARKUP INVALID KEY
               DISPLAY MSG-ERRO-3 AT 1210
               ACCEPT CONFIRMA AT 1232
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO EXCLUSAO.
           PERFORM MOSTRA.
           DISPLAY "APAGAR ESTE MARKUP ? S-SIM" AT 1210.
           ACCEPT CONFIRMA AT 1237.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           IF CONFIRMA = "S" OR "s"
               NEXT SENTENCE
           ELSE
              DISPLAY LIMPA-TELA GO TO EXCLUSAO.
           DELETE MARKUP INVALID KEY
           DISPLAY "ERRO DE EXCLUSAO" FS-MKP AT 1210
           CALL "LOGERRO" USING "MARKUP" "EXCLUSAO MARKUP" FS-MKP
           STOP RUN.
           DISPLAY "CONTINUAR EXCLUSAO? S-SIM" AT 1210.
           ACCEPT CONFIRMA AT 1236.
           IF CONFIRMA = "S" OR "s"
               DISPLAY LIMPA-TELA GO TO EXCLUSAO.
           GO TO TELA-1.
       CONSULTA.
           PERFORM PEDE-CHAVE THRU FIM-PEDE-CHAVE.
           READ MARKUP INVALID KEY
               DISPLAY MSG-ERRO-3 AT 1210
               ACCEPT CONFIRMA AT 1232
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO CONSULTA.
           PERFORM MOSTRA.
           DISPLAY "CONTINUAR CONSULTA ? S-SIM" AT 1210.
           ACCEPT CONFIRMA AT 1237.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           IF CONFIRMA = "S" OR "s"
               DISPLAY LIMPA-TELA
               GO TO CONSULTA.
           GO TO TELA-1.
      *
      *    SUGESTAO - REFAZ O SUGPRECO (SUBSTITUI A SUGESTAO ANTERIOR,
      *    INCLUSIVE APROVACOES AINDA NAO ATUALIZADAS) E IMPRIME O
      *    PRECO ATUAL X SUGERIDO PARA A APROVACAO
      *
       SUGESTAO.
           DISPLAY "FORNECEDOR (000=TODOS):" AT 1210.
           ACCEPT WS-FORNECEDOR AT 1234.
           DISPLAY "CONFIRMA O CALCULO (S/N) ?" AT 1310.
           ACCEPT CONFIRMA AT 1337.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           DISPLAY LIMPA-MENSAGEM AT 1310.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               GO TO TELA-1.
           DISPLAY "CALCULANDO..." AT 1210.
           PERFORM CARREGA-CUSTOS THRU FIM-CARREGA-CUSTOS.
           OPEN OUTPUT SUGPRECO.
           IF FS-SUG NOT = "00"
               DISPLAY FS-SUG "STATUS DO ARQUIVO SUGPRECO" AT 1210
               CALL "LOGERRO" USING "MARKUP" "CRIACAO SUGPRECO" FS-SUG
               STOP RUN.
           MOVE ZEROS TO CT-PAG WS-QTD-SUGERIDOS WS-QTD-SEM-CUSTO
                         WS-QTD-SEM-MKP.
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO FD-CODIGO.
           START ARQPRO KEY NOT LESS THAN FD-CODIGO
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-SUGESTAO.
           IF WS-EOF = "S"
               GO TO FECHA-SUGESTAO.
           READ ARQPRO NEXT RECORD AT END
               GO TO FECHA-SUGESTAO.
           IF CODIGO = ZEROS
               GO TO LER-SUGESTAO.
           IF WS-FORNECEDOR NOT = ZEROS
                   AND FD-CODIGO-FORNE NOT = WS-FORNECEDOR
               GO TO LER-SUGESTAO.
           IF WS-CUSTO (CODIGO) NOT > ZEROS
               ADD 1 TO WS-QTD-SEM-CUSTO
               GO TO LER-SUGESTAO.
           PERFORM BUSCA-MARKUP THRU FIM-BUSCA-MARKUP.
           IF WS-ACHOU-MKP NOT = "S"
               ADD 1 TO WS-QTD-SEM-MKP
               GO TO LER-SUGESTAO.
           PERFORM CALCULA-PRECO.
           IF WS-PRECO-NOVO = FD-VALOR-UNIT
               GO TO LER-SUGESTAO.
           MOVE CODIGO TO SUG-CODIGO.
           MOVE DV TO SUG-DV.
           MOVE WS-DATA-HOJE TO SUG-DATA.
           MOVE WS-CUSTO (CODIGO) TO SUG-CUSTO.
           MOVE WS-PERCENTUAL TO SUG-PERCENTUAL.
           MOVE FD-VALOR-UNIT TO SUG-PRECO-ATUAL.
           MOVE WS-PRECO-NOVO TO SUG-PRECO-NOVO.
           MOVE "P" TO SUG-SITUACAO.
           WRITE REG-SUGPRECO INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS-SUG AT 1210
               CALL "LOGERRO" USING "MARKUP" "GRAVACAO SUGPRECO"
                       FS-SUG
               STOP RUN.
           ADD 1 TO WS-QTD-SUGERIDOS.
           MOVE CODIGO TO CODIGO-DET.
           MOVE DV TO DV-DET.
           MOVE FD-NOME-PRODUTO TO NOME-DET.
           MOVE FD-CODIGO-FORNE TO FORNE-DET.
           MOVE SUG-CUSTO TO CUSTO-DET.
           MOVE SUG-PERCENTUAL TO PERCENTUAL-DET.
           MOVE SUG-PRECO-ATUAL TO ATUAL-DET.
           MOVE SUG-PRECO-NOVO TO NOVO-DET.
           MOVE ZEROS TO WS-VARIACAO.
           IF FD-VALOR-UNIT > ZEROS
               COMPUTE WS-VARIACAO ROUNDED =
                   (WS-PRECO-NOVO - FD-VALOR-UNIT) * 100
                   / FD-VALOR-UNIT.
           MOVE WS-VARIACAO TO VARIACAO-DET.
           WRITE REG-RELATO FROM DETALHE BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
           GO TO LER-SUGESTAO.
       FECHA-SUGESTAO.
           CLOSE SUGPRECO.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           MOVE "PRECOS SUGERIDOS............:" TO TEXTO-RESUMO.
           MOVE WS-QTD-SUGERIDOS TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "PRODUTOS SEM CUSTO NO CUSTOHIS:" TO TEXTO-RESUMO.
           MOVE WS-QTD-SEM-CUSTO TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "PRODUTOS SEM MARKUP.........:" TO TEXTO-RESUMO.
           MOVE WS-QTD-SEM-MKP TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           CLOSE RELATO.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           DISPLAY "PRECOS SUGERIDOS:" AT 1210.
           DISPLAY WS-QTD-SUGERIDOS AT 1228.
           ACCEPT CONFIRMA AT 1234.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           GO TO TELA-1.
       CARREGA-CUSTOS.
           MOVE ZEROS TO TABELA-CUSTOS.
           OPEN INPUT CUSTOHIS.
           IF FS-CUS NOT = "00"
               CLOSE CUSTOHIS
               GO TO FIM-CARREGA-CUSTOS.
       LER-CUSTOS.
           READ CUSTOHIS AT END
               CLOSE CUSTOHIS
               GO TO FIM-CARREGA-CUSTOS.
           IF CUS-CODIGO > ZEROS AND CUS-CODIGO NOT > 9999
               MOVE CUS-MEDIA-NOVA TO WS-CUSTO (CUS-CODIGO).
           GO TO LER-CUSTOS.
       FIM-CARREGA-CUSTOS.
           EXIT.
       BUSCA-MARKUP.
           MOVE "S" TO WS-ACHOU-MKP.
           MOVE "P" TO MKP-TIPO.
           MOVE CODIGO TO MKP-CODIGO.
           READ MARKUP
               INVALID KEY CONTINUE
               NOT INVALID KEY GO TO ACHOU-MARKUP
           END-READ.
           MOVE "F" TO MKP-TIPO.
           MOVE FD-CODIGO-FORNE TO MKP-CODIGO.
           READ MARKUP
               INVALID KEY CONTINUE
               NOT INVALID KEY GO TO ACHOU-MARKUP
           END-READ.
           MOVE ZEROS TO MKP-CODIGO.
           READ MARKUP
               INVALID KEY CONTINUE
               NOT INVALID KEY GO TO ACHOU-MARKUP
           END-READ.
           MOVE "N" TO WS-ACHOU-MKP.
           GO TO FIM-BUSCA-MARKUP.
       ACHOU-MARKUP.
           MOVE MKP-PERCENTUAL TO WS-PERCENTUAL.
           MOVE MKP-TERMINACAO TO WS-TERMINACAO.
       FIM-BUSCA-MARKUP.
           EXIT.
      *
      *    COM TERMINACAO O PRECO SOBE ATE OS CENTAVOS INFORMADOS
      *    (EX.: 90 - 12,37 VIRA 12,90 E 12,95 VIRA 13,90)
      *
       CALCULA-PRECO.
           COMPUTE WS-PRECO-CALC ROUNDED =
               WS-CUSTO (CODIGO) * (100 + WS-PERCENTUAL) / 100.
           MOVE WS-PRECO-CALC TO WS-PRECO-NOVO.
           IF WS-TERMINACAO > ZEROS
               MOVE WS-PRECO-CALC TO WS-REAIS
               COMPUTE WS-PRECO-NOVO = WS-REAIS + WS-TERMINACAO / 100
               IF WS-PRECO-NOVO < WS-PRECO-CALC
                   ADD 1 TO WS-PRECO-NOVO
               END-IF
           END-IF.
      *
      *    APROVACAO - MOSTRA OS PENDENTES UM A UM
      *
       APROVACAO.
           MOVE ZEROS TO WS-QTD-APROVADOS WS-QTD-RECUSADOS.
           OPEN I-O SUGPRECO.
           IF FS-SUG NOT = "00"
               DISPLAY "SEM SUGESTAO - RODAR A FUNCAO SU" AT 1210
               ACCEPT CONFIRMA AT 1243
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO TELA-1.
           DISPLAY TELA2.
           DISPLAY DIA AT 0107 '/' MES '/' ANO.
           MOVE "N" TO WS-EOF.
           MOVE ZEROS TO SUG-CODIGO.
           START SUGPRECO KEY NOT LESS THAN SUG-CODIGO
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-APROVACAO.
           IF WS-EOF = "S"
               GO TO FECHA-APROVACAO.
           READ SUGPRECO NEXT RECORD AT END
               GO TO FECHA-APROVACAO.
           IF SUG-SITUACAO NOT = "P"
               GO TO LER-APROVACAO.
           MOVE SUG-CODIGO TO CODIGO.
           MOVE SUG-DV TO DV.
           READ ARQPRO INVALID KEY
               MOVE "** PRODUTO EXCLUIDO **" TO FD-NOME-PRODUTO.
           MOVE SUG-CUSTO TO CUSTO-EDT.
           MOVE SUG-PERCENTUAL TO PERCENTUAL-EDT.
           MOVE SUG-PRECO-ATUAL TO ATUAL-EDT.
           MOVE SUG-PRECO-NOVO TO NOVO-EDT.
           DISPLAY SUG-CODIGO AT 0426 "-" SUG-DV " " FD-NOME-PRODUTO.
           DISPLAY CUSTO-EDT AT 0526.
           DISPLAY PERCENTUAL-EDT AT 0626.
           DISPLAY ATUAL-EDT AT 0726.
           DISPLAY NOVO-EDT AT 0826.
       PEDE-APROVACAO.
           DISPLAY "APROVA ? S-SIM N-NAO F-ENCERRA" AT 1210.
           ACCEPT CONFIRMA AT 1242.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           IF CONFIRMA = "F" OR "f"
               GO TO FECHA-APROVACAO.
           IF CONFIRMA = "S" OR "s"
               MOVE "A" TO SUG-SITUACAO
               ADD 1 TO WS-QTD-APROVADOS
           ELSE
               IF CONFIRMA = "N" OR "n"
                   MOVE "R" TO SUG-SITUACAO
                   ADD 1 TO WS-QTD-RECUSADOS
               ELSE
                   GO TO PEDE-APROVACAO
               END-IF
           END-IF.
           REWRITE REG-SUGPRECO INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS-SUG AT 1210
               CALL "LOGERRO" USING "MARKUP" "ALTERACAO SUGPRECO"
                       FS-SUG
               STOP RUN.
           GO TO LER-APROVACAO.
       FECHA-APROVACAO.
           CLOSE SUGPRECO.
           DISPLAY "APROVADOS:" AT 1210.
           DISPLAY WS-QTD-APROVADOS AT 1221.
           DISPLAY "RECUSADOS:" AT 1228.
           DISPLAY WS-QTD-RECUSADOS AT 1239.
           ACCEPT CONFIRMA AT 1245.
           GO TO TELA-1.
      *
      *    ATUALIZACAO - SO OS APROVADOS; SE O PRECO DO PRODUTO MUDOU
      *    DEPOIS DA SUGESTAO A LINHA E IGNORADA (REFAZER A SUGESTAO)
      *
       ATUALIZACAO.
           DISPLAY "ATUALIZAR OS PRECOS APROVADOS (S/N) ?" AT 1210.
           ACCEPT CONFIRMA AT 1248.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               GO TO TELA-1.
           MOVE ZEROS TO WS-QTD-APLICADOS WS-QTD-DIVERGENTES.
           OPEN I-O SUGPRECO.
           IF FS-SUG NOT = "00"
               DISPLAY "SEM SUGESTAO - RODAR A FUNCAO SU" AT 1210
               ACCEPT CONFIRMA AT 1243
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO TELA-1.
           OPEN EXTEND PRECOHIS.
           IF FS-PRH NOT = "00" AND NOT = "05"
               CLOSE PRECOHIS
               OPEN OUTPUT PRECOHIS
               CLOSE PRECOHIS
               OPEN EXTEND PRECOHIS.
           MOVE "N" TO WS-EOF.
           MOVE ZEROS TO SUG-CODIGO.
           START SUGPRECO KEY NOT LESS THAN SUG-CODIGO
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-ATUALIZACAO.
           IF WS-EOF = "S"
               GO TO FECHA-ATUALIZACAO.
           READ SUGPRECO NEXT RECORD AT END
               GO TO FECHA-ATUALIZACAO.
           IF SUG-SITUACAO NOT = "A"
               GO TO LER-ATUALIZACAO.
           MOVE SUG-CODIGO TO CODIGO.
           MOVE SUG-DV TO DV.
           READ ARQPRO INVALID KEY
               ADD 1 TO WS-QTD-DIVERGENTES
               GO TO LER-ATUALIZACAO.
           IF FD-VALOR-UNIT NOT = SUG-PRECO-ATUAL
               ADD 1 TO WS-QTD-DIVERGENTES
               GO TO LER-ATUALIZACAO.
           MOVE SUG-PRECO-NOVO TO FD-VALOR-UNIT.
           COMPUTE FD-VALOR-TOT = FD-VALOR-UNIT * FD-QUANTIDA-EST.
           REWRITE REG-ARQPRO INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS AT 1210
               CALL "LOGERRO" USING "MARKUP" "REGRAVA ARQPRO" FS
               STOP RUN.
           MOVE WS-DATA-HOJE TO PRH-DATA.
           MOVE CODIGO TO PRH-CODIGO.
           MOVE DV TO PRH-DV.
           MOVE SUG-PRECO-ATUAL TO PRH-VALOR-ANTIGO.
           MOVE SUG-PRECO-NOVO TO PRH-VALOR-NOVO.
           MOVE "MARKUP" TO PRH-PROGRAMA.
           MOVE WS-OPERADOR TO PRH-OPERADOR.
           WRITE REG-PRECOHIS.
           MOVE "X" TO SUG-SITUACAO.
           REWRITE REG-SUGPRECO INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS-SUG AT 1210
               CALL "LOGERRO" USING "MARKUP" "ALTERACAO SUGPRECO"
                       FS-SUG
               STOP RUN.
           ADD 1 TO WS-QTD-APLICADOS.
           GO TO LER-ATUALIZACAO.
       FECHA-ATUALIZACAO.
           CLOSE SUGPRECO PRECOHIS.
           DISPLAY "ATUALIZADOS:" AT 1210.
           DISPLAY WS-QTD-APLICADOS AT 1223.
           DISPLAY "PRECO MUDOU/EXCLUIDO:" AT 1230.
           DISPLAY WS-QTD-DIVERGENTES AT 1252.
           ACCEPT CONFIRMA AT 1258.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           GO TO TELA-1.
       CABECALHO.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 3 LINES.
           WRITE REG-RELATO FROM CAB02 BEFORE ADVANCING 2 LINES.
       FIM.
           DISPLAY "FIM DO PROCESSAMENTO " AT 1210.
           CLOSE MARKUP ARQPRO.
           STOP RUN.
           END PROGRAM MARKUP.
