      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - VENDAS NO BALCAO
      * Tectonics: cobc
      * Objetivo: COMPOSICAO DOS KITS (ARQUIVO KITS) - UM PRODUTO DO
      *           ARQPRO VENDIDO COMO CONJUNTO, COM OS CODIGOS DOS
      *           COMPONENTES E A QUANTIDADE DE CADA UM POR KIT. O
      *           VENDAS BAIXA O ESTOQUE DOS COMPONENTES E O DEVOLVE
      *           OS REPOE; O DISPONIVEL DO KIT E O DO COMPONENTE MAIS
      *           ESCASSO (ESTOQUE MENOS RESERVAS DIVIDIDO PELA
      *           QUANTIDADE POR KIT). CONSULTA E RELATORIO DOS KITS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KITS ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       KIT-CHAVE
           FILE STATUS      FS-KIT.
           SELECT ARQPRO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       FD-CODIGO
           ALTERNATE RECORD KEY IS FD-NOME-PRODUTO
                   WITH DUPLICATES
           ALTERNATE RECORD KEY IS FD-EAN
                   SUPPRESS WHEN ZEROS
           FILE STATUS      FS.
           SELECT RESERVA ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       RES-NUMERO
           FILE STATUS      FS-RES.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD  KITS LABEL RECORD STANDARD
           VALUE OF FILE-ID "KITS".
       01  REG-KITS.
           02 KIT-CHAVE.
               03 KIT-CODIGO    PIC 9(04).
               03 KIT-COMPONENTE PIC 9(04).
           02 KIT-COMP-DV       PIC 9(01).
           02 KIT-QTDE          PIC 9(04).
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
       FD  RESERVA LABEL RECORD STANDARD
           VALUE OF FILE-ID "RESERVA".
       01  REG-RESERVA.
           02 RES-NUMERO        PIC 9(06).
           02 RES-CODIGO        PIC 9(04).
           02 RES-DV            PIC 9(01).
           02 RES-QTDE          PIC 9(04).
           02 RES-CLIENTE       PIC X(30).
           02 RES-VALIDADE      PIC 9(08).
           02 RES-STATUS        PIC X(01).
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  FS-KIT               PIC X(02) VALUE SPACES.
       77  FS                   PIC X(02) VALUE SPACES.
       77  FS-RES               PIC X(02) VALUE SPACES.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  FUNCAO               PIC X(02) VALUE SPACES.
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-EOF               PIC X(01) VALUE "N".
       77  WS-EOF-KIT           PIC X(01) VALUE "N".
       77  WS-EOF-RES           PIC X(01) VALUE "N".
       77  WS-RES-DISPONIVEL    PIC X(01) VALUE "N".
       77  WS-OPERADOR          PIC X(03) VALUE SPACES.
       77  WS-NIVEL-EXIGIDO     PIC 9(01) VALUE ZEROS.
       77  WS-AUTORIZADO        PIC X(01) VALUE SPACES.
       77  WS-CODIGO-BUSCA      PIC 9(04) VALUE ZEROS.
       77  WS-ACHOU             PIC X(01) VALUE "N".
       77  WS-KIT               PIC 9(04) VALUE ZEROS.
       77  WS-KIT-ANT           PIC 9(04) VALUE ZEROS.
       77  WS-E-KIT             PIC X(01) VALUE "N".
       77  WS-E-COMPONENTE      PIC X(01) VALUE "N".
       77  WS-RESERVADO         PIC 9(05) VALUE ZEROS.
       77  WS-DISP-COMP         PIC S9(05) VALUE ZEROS.
       77  WS-DISP-KIT          PIC 9(05) VALUE ZEROS.
       77  WS-DISP-POR-COMP     PIC 9(05) VALUE ZEROS.
       77  WS-QTD-COMP          PIC 9(02) VALUE ZEROS.
       77  WS-LINHA-TELA        PIC 9(02) VALUE ZEROS.
       77  WS-POSICAO           PIC 9(04) VALUE ZEROS.
       77  WS-QTD-KITS          PIC 9(04) VALUE ZEROS.
       01  WS-CHAVE-SALVA.
           02 SALVA-KIT         PIC 9(04) VALUE ZEROS.
           02 SALVA-COMPONENTE  PIC 9(04) VALUE ZEROS.
       01  WS-DATA.
           02 ANO               PIC 9(02) VALUE ZEROS.
           02 MES               PIC 9(02) VALUE ZEROS.
           02 DIA               PIC 9(02) VALUE ZEROS.
       01  WS-DATA-HOJE.
           02 HOJE-ANO          PIC 9(04) VALUE ZEROS.
           02 HOJE-MES          PIC 9(02) VALUE ZEROS.
           02 HOJE-DIA          PIC 9(02) VALUE ZEROS.
       01  WS-MENSAGENS.
           02 LIMPA-MENSAGEM    PIC X(50) VALUE SPACES.
           02 MSG-ERRO-1        PIC X(22) VALUE "CODIGO NAO PODE SER 0".
           02 MSG-ERRO-2        PIC X(24)
              VALUE "COMPONENTE JA CADASTRADO".
           02 MSG-ERRO-3        PIC X(25)
              VALUE "COMPONENTE NAO CADASTRADO".
           02 MSG-ERRO-4        PIC X(18) VALUE "PRODUTO NAO EXISTE".
           02 MSG-ERRO-5        PIC X(30)
              VALUE "PRODUTO SERIALIZADO NAO ACEITO".
       01  LINHA-COMP-TELA.
           02 COD-TELA          PIC 9(04) VALUE ZEROS.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 NOME-TELA         PIC X(30) VALUE SPACES.
           02 FILLER            PIC X(06) VALUE " QTDE:".
           02 QTDE-TELA         PIC ZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(07) VALUE "  DISP:".
           02 DISP-TELA         PIC -ZZZZ9 VALUE ZEROS.
       01  CAB01.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(06)    VALUE "DATA:".
           02 DATA-CAB01.
               03 DIA-CAB01   PIC 99/ VALUE ZEROS.
               03 MES-CAB01   PIC 99/ VALUE ZEROS.
               03 ANO-CAB01   PIC 9(04) VALUE ZEROS.
           02 FILLER    PIC X(05)     VALUE SPACES.
           02 FILLER    PIC X(34)
           VALUE "COMPOSICAO E DISPONIVEL DOS KITS".
           02 FILLER     PIC X(04)   VALUE "PAG.".
           02 PAG-CAB01  PIC ZZ9     VALUE ZEROS.
       01  CAB02.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(08) VALUE "KIT".
           02 FILLER  PIC X(08) VALUE "COMPON.".
           02 FILLER  PIC X(32) VALUE "DESCRICAO".
           02 FILLER  PIC X(12) VALUE "QTDE/KIT".
           02 FILLER  PIC X(12) VALUE "DISPONIVEL".
           02 FILLER  PIC X(12) VALUE "KITS POSS.".
       01  LINHA-KIT.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 KIT-DET           PIC 9(04) VALUE ZEROS.
           02 FILLER            PIC X(12) VALUE SPACES.
           02 NOME-KIT-DET      PIC X(30) VALUE SPACES.
           02 FILLER            PIC X(16) VALUE SPACES.
           02 FILLER            PIC X(16)
           VALUE "KIT DISPONIVEL:".
           02 DISP-KIT-DET      PIC ZZZZ9 VALUE ZEROS.
       01  DETALHE.
           02 FILLER            PIC X(12) VALUE SPACES.
           02 COMP-DET          PIC 9(04) VALUE ZEROS.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 NOME-DET          PIC X(30) VALUE SPACES.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 QTDE-DET          PIC ZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(06) VALUE SPACES.
           02 DISP-DET          PIC -ZZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(06) VALUE SPACES.
           02 POSS-DET          PIC ZZZZ9 VALUE ZEROS.
       01  LINHA-TOTAL.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(20)
           VALUE "KITS CADASTRADOS..:".
           02 QTD-KITS-MASK     PIC ZZZ9 VALUE ZEROS.
       SCREEN SECTION.
       01  TELA1.
            02 BLANK SCREEN.
            02 LINE 01 COLUMN 01 VALUE "DATA:".
            02 LINE 01 COLUMN 24 VALUE "COMPOSICAO DOS KITS".
            02 LINE 03 COLUMN 01 VALUE "ESCOLHA A FUNCAO: ".
            02 LINE 03 COLUMN 22 VALUE "(IN-AL-EX-CO-RE-FF)".
            02 LINE 05 COLUMN 05 VALUE "KIT (PRODUTO DO ARQPRO).>".
            02 LINE 06 COLUMN 05 VALUE "COMPONENTE..............>".
            02 LINE 07 COLUMN 05 VALUE "QUANTIDADE POR KIT......>".
            02 LINE 09 COLUMN 05 VALUE "KIT DISPONIVEL..........>".
            02 LINE 12 COLUMN 01 VALUE "MENSAGEM:".
       01  LIMPA-TELA.
            02 LINE 05 COLUMN 35 VALUE "                              ".
            02 LINE 05 COLUMN 65 VALUE "      ".
            02 LINE 06 COLUMN 35 VALUE "                              ".
            02 LINE 06 COLUMN 65 VALUE "      ".
            02 LINE 07 COLUMN 35 VALUE "    ".
            02 LINE 09 COLUMN 35 VALUE "     ".
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR".
           MOVE 2 TO WS-NIVEL-EXIGIDO.
           CALL "AUTORIZA" USING "KITS" WS-OPERADOR
                   WS-NIVEL-EXIGIDO WS-AUTORIZADO.
           IF WS-AUTORIZADO NOT = "S"
               DISPLAY "OPERADOR SEM PERFIL PARA ESTE PROGRAMA"
                       AT 2202
               ACCEPT CONFIRMA AT 2242
               STOP RUN.
       ABRE-KITS.
           OPEN I-O KITS.
           IF FS-KIT NOT = "00"
               IF FS-KIT = "35"
                   CLOSE KITS OPEN OUTPUT KITS CLOSE KITS
                   GO TO ABRE-KITS
               ELSE
                   DISPLAY FS-KIT "STATUS DO ARQUIVO KITS"
                   CALL "LOGERRO" USING "KITS" "ABERTURA KITS" FS-KIT
                   STOP RUN
           END-IF.
           OPEN INPUT ARQPRO.
           IF FS NOT = "00"
               DISPLAY FS "STATUS DO ARQUIVO ARQPRO"
               CALL "LOGERRO" USING "KITS" "ABERTURA ARQPRO" FS
               CLOSE KITS
               STOP RUN.
           OPEN INPUT RESERVA.
           IF FS-RES = "00"
               MOVE "S" TO WS-RES-DISPONIVEL
           ELSE
               MOVE "N" TO WS-RES-DISPONIVEL.
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
               WHEN "RE"
                  GO TO RELATORIO
               WHEN "FF"
                  GO TO FIM
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA" AT 1210
                  ACCEPT CONFIRMA AT 1224
                  GO TO TELA-1
           END-EVALUATE.
      *
      *    LOCALIZA NO ARQPRO PELOS 4 DIGITOS (O DV FAZ PARTE DA CHAVE)
      *
       BUSCA-PRODUTO.
           MOVE "N" TO WS-ACHOU.
           MOVE WS-CODIGO-BUSCA TO CODIGO.
           MOVE ZEROS TO DV.
           START ARQPRO KEY NOT LESS THAN FD-CODIGO
               INVALID KEY GO TO FIM-BUSCA-PRODUTO.
           READ ARQPRO NEXT RECORD
               AT END GO TO FIM-BUSCA-PRODUTO.
           IF CODIGO = WS-CODIGO-BUSCA
               MOVE "S" TO WS-ACHOU.
       FIM-BUSCA-PRODUTO.
           EXIT.
       PEDE-KIT.
           ACCEPT KIT-CODIGO AT 0535.
           IF KIT-CODIGO = ZEROS
               DISPLAY MSG-ERRO-1 AT 1210
               ACCEPT CONFIRMA AT 1233
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO PEDE-KIT.
           MOVE KIT-CODIGO TO WS-CODIGO-BUSCA WS-KIT.
           PERFORM BUSCA-PRODUTO THRU FIM-BUSCA-PRODUTO.
           IF WS-ACHOU NOT = "S"
               DISPLAY MSG-ERRO-4 AT 1210
               ACCEPT CONFIRMA AT 1228
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO PEDE-KIT.
           DISPLAY FD-NOME-PRODUTO AT 0541.
       FIM-PEDE-KIT.
           EXIT.
       PEDE-COMPONENTE.
           MOVE WS-KIT TO KIT-CODIGO.
           ACCEPT KIT-COMPONENTE AT 0635.
           IF KIT-COMPONENTE = ZEROS
               DISPLAY MSG-ERRO-1 AT 1210
               ACCEPT CONFIRMA AT 1233
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO PEDE-COMPONENTE.
           MOVE KIT-COMPONENTE TO WS-CODIGO-BUSCA.
           PERFORM BUSCA-PRODUTO THRU FIM-BUSCA-PRODUTO.
           IF WS-ACHOU NOT = "S"
               DISPLAY MSG-ERRO-4 AT 1210
               ACCEPT CONFIRMA AT 1228
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO PEDE-COMPONENTE.
           DISPLAY FD-NOME-PRODUTO AT 0641.
           MOVE DV TO KIT-COMP-DV.
       FIM-PEDE-COMPONENTE.
           EXIT.
       ROT-QTDE.
           ACCEPT KIT-QTDE AT 0735.
           IF KIT-QTDE = ZEROS
               GO TO ROT-QTDE.
      *
      *    KIT NAO PODE CONTER OUTRO KIT NEM PRODUTO SERIALIZADO (AS
      *    SERIES SAO CAPTURADAS SO NO ITEM VENDIDO DIRETAMENTE)
      *
       INCLUSAO.
           PERFORM PEDE-KIT THRU FIM-PEDE-KIT.
           IF FD-SERIALIZADO = "S"
               DISPLAY MSG-ERRO-5 AT 1210
               ACCEPT CONFIRMA AT 1241
               DISPLAY LIMPA-MENSAGEM AT 1210
               DISPLAY LIMPA-TELA
               GO TO INCLUSAO.
           PERFORM VERIFICA-COMPONENTE THRU FIM-VERIFICA-COMPONENTE.
           IF WS-E-COMPONENTE = "S"
               DISPLAY "PRODUTO JA E COMPONENTE DE OUTRO KIT" AT 1210
               ACCEPT CONFIRMA AT 1247
               DISPLAY LIMPA-MENSAGEM AT 1210
               DISPLAY LIMPA-TELA
               GO TO INCLUSAO.
       INCLUI-COMPONENTE.
           PERFORM PEDE-COMPONENTE THRU FIM-PEDE-COMPONENTE.
           IF KIT-COMPONENTE = WS-KIT
               DISPLAY "KIT NAO PODE CONTER ELE MESMO" AT 1210
               ACCEPT CONFIRMA AT 1240
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO INCLUI-COMPONENTE.
           IF FD-SERIALIZADO = "S"
               DISPLAY MSG-ERRO-5 AT 1210
               ACCEPT CONFIRMA AT 1241
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO INCLUI-COMPONENTE.
           MOVE KIT-COMPONENTE TO WS-CODIGO-BUSCA.
           PERFORM VERIFICA-KIT THRU FIM-VERIFICA-KIT.
           MOVE WS-KIT TO KIT-CODIGO.
           MOVE WS-CODIGO-BUSCA TO KIT-COMPONENTE.
           IF WS-E-KIT = "S"
               DISPLAY "COMPONENTE E UM KIT - NAO ACEITO" AT 1210
               ACCEPT CONFIRMA AT 1243
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO INCLUI-COMPONENTE.
           READ KITS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY MSG-ERRO-2 AT 1210
                   ACCEPT CONFIRMA AT 1235
                   DISPLAY LIMPA-MENSAGEM AT 1210
                   GO TO INCLUI-COMPONENTE
           END-READ.
           MOVE DV TO KIT-COMP-DV.
           PERFORM ROT-QTDE.
           WRITE REG-KITS INVALID KEY
           DISPLAY "ERRO DE GRAVACAO" FS-KIT AT 1210
           CALL "LOGERRO" USING "KITS" "GRAVACAO KITS" FS-KIT
           STOP RUN.
           DISPLAY "OUTRO COMPONENTE NESTE KIT ? S-SIM" AT 1210.
           ACCEPT CONFIRMA AT 1245.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           DISPLAY "                                    " AT 0635.
           DISPLAY "    " AT 0735.
           IF CONFIRMA = "S" OR "s"
               GO TO INCLUI-COMPONENTE.
           DISPLAY "CONTINUAR INCLUSAO ? S-SIM" AT 1210.
           ACCEPT CONFIRMA AT 1237.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           IF CONFIRMA = "S" OR "s"
               DISPLAY LIMPA-TELA
               GO TO INCLUSAO.
           GO TO TELA-1.
       ALTERACAO.
           PERFORM PEDE-KIT THRU FIM-PEDE-KIT.
           PERFORM PEDE-COMPONENTE THRU FIM-PEDE-COMPONENTE.
           READ KITS INVALID KEY
               DISPLAY MSG-ERRO-3 AT 1210
               ACCEPT CONFIRMA AT 1236
               DISPLAY LIMPA-MENSAGEM AT 1210
               DISPLAY LIMPA-TELA
               GO TO ALTERACAO.
           DISPLAY KIT-QTDE AT 0735.
           PERFORM ROT-QTDE.
           REWRITE REG-KITS INVALID KEY
           DISPLAY "ERRO DE GRAVACAO" FS-KIT AT 1210
           CALL "LOGERRO" USING "KITS" "ALTERACAO KITS" FS-KIT
           STOP RUN.
           DISPLAY "CONTINUAR ALTERANDO ? S-SIM" AT 1210.
           ACCEPT CONFIRMA AT 1238.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           IF CONFIRMA = "S" OR "s"
               DISPLAY LIMPA-TELA
               GO TO ALTERACAO.
           GO TO TELA-1.
       EXCLUSAO.
           PERFORM PEDE-KIT THRU FIM-PEDE-KIT.
           PERFORM PEDE-COMPONENTE THRU FIM-PEDE-COMPONENTE.
           READ KITS INVALID KEY
               DISPLAY MSG-ERRO-3 AT 1210
               ACCEPT CONFIRMA AT 1236
               DISPLAY LIMPA-MENSAGEM AT 1210
               DISPLAY LIMPA-TELA
               GO TO EXCLUSAO.
           DISPLAY KIT-QTDE AT 0735.
           DISPLAY "RETIRAR ESTE COMPONENTE ? S-SIM" AT 1210.
           ACCEPT CONFIRMA AT 1242.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           IF CONFIRMA = "S" OR "s"
               NEXT SENTENCE
           ELSE
              DISPLAY LIMPA-TELA GO TO EXCLUSAO.
           DELETE KITS INVALID KEY
           DISPLAY "ERRO DE EXCLUSAO" FS-KIT AT 1210
           CALL "LOGERRO" USING "KITS" "EXCLUSAO KITS" FS-KIT
           STOP RUN.
           DISPLAY "CONTINUAR EXCLUSAO? S-SIM" AT 1210.
           ACCEPT CONFIRMA AT 1236.
           IF CONFIRMA = "S" OR "s"
               DISPLAY LIMPA-TELA GO TO EXCLUSAO.
           GO TO TELA-1.
      *
      *    CO - COMPONENTES DO KIT E O DISPONIVEL PELO MAIS ESCASSO
      *
       CONSULTA.
           PERFORM PEDE-KIT THRU FIM-PEDE-KIT.
           PERFORM CALCULA-DISP-KIT THRU FIM-CALCULA-DISP-KIT.
           IF WS-QTD-COMP = ZEROS
               DISPLAY "PRODUTO NAO E KIT" AT 1210
               ACCEPT CONFIRMA AT 1228
               DISPLAY LIMPA-MENSAGEM AT 1210
               DISPLAY LIMPA-TELA
               GO TO CONSULTA.
           DISPLAY WS-DISP-KIT AT 0935.
           MOVE 14 TO WS-LINHA-TELA.
           MOVE "N" TO WS-EOF-KIT.
           MOVE WS-KIT TO KIT-CODIGO.
           MOVE ZEROS TO KIT-COMPONENTE.
           START KITS KEY NOT LESS THAN KIT-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF-KIT.
       LER-CONSULTA.
           IF WS-EOF-KIT = "S" OR WS-LINHA-TELA > 21
               GO TO FIM-CONSULTA.
           READ KITS NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-KIT
                   GO TO FIM-CONSULTA.
           IF KIT-CODIGO NOT = WS-KIT
               GO TO FIM-CONSULTA.
           PERFORM DISP-COMPONENTE.
           MOVE KIT-COMPONENTE TO COD-TELA.
           MOVE FD-NOME-PRODUTO TO NOME-TELA.
           MOVE KIT-QTDE TO QTDE-TELA.
           MOVE WS-DISP-COMP TO DISP-TELA.
           COMPUTE WS-POSICAO = WS-LINHA-TELA * 100 + 5.
           DISPLAY LINHA-COMP-TELA AT WS-POSICAO.
           ADD 1 TO WS-LINHA-TELA.
           GO TO LER-CONSULTA.
       FIM-CONSULTA.
           DISPLAY "CONTINUAR CONSULTA ? S-SIM" AT 1210.
           ACCEPT CONFIRMA AT 1237.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           IF CONFIRMA = "S" OR "s"
               DISPLAY TELA1
               DISPLAY DIA AT 0107 '/' MES '/' ANO
               GO TO CONSULTA.
           GO TO TELA-1.
      *
      *    PRODUTO JA CADASTRADO COMO KIT (TEM COMPONENTES)
      *
       VERIFICA-KIT.
           MOVE "N" TO WS-E-KIT.
           MOVE WS-CODIGO-BUSCA TO KIT-CODIGO.
           MOVE ZEROS TO KIT-COMPONENTE.
           START KITS KEY NOT LESS THAN KIT-CHAVE
               INVALID KEY GO TO FIM-VERIFICA-KIT.
           READ KITS NEXT RECORD
               AT END GO TO FIM-VERIFICA-KIT.
           IF KIT-CODIGO = WS-CODIGO-BUSCA
               MOVE "S" TO WS-E-KIT.
       FIM-VERIFICA-KIT.
           EXIT.
      *
      *    PRODUTO USADO COMO COMPONENTE EM ALGUM KIT (LEITURA TOTAL)
      *
       VERIFICA-COMPONENTE.
           MOVE "N" TO WS-E-COMPONENTE.
           MOVE "N" TO WS-EOF-KIT.
           MOVE LOW-VALUES TO KIT-CHAVE.
           START KITS KEY NOT LESS THAN KIT-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF-KIT.
       LER-VERIFICA-COMPONENTE.
           IF WS-EOF-KIT = "S" OR WS-E-COMPONENTE = "S"
               GO TO FIM-VERIFICA-COMPONENTE.
           READ KITS NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-KIT
                   GO TO FIM-VERIFICA-COMPONENTE.
           IF KIT-COMPONENTE = WS-KIT
               MOVE "S" TO WS-E-COMPONENTE.
           GO TO LER-VERIFICA-COMPONENTE.
       FIM-VERIFICA-COMPONENTE.
           MOVE WS-KIT TO KIT-CODIGO.
      *
      *    DISPONIVEL DO KIT = MENOR (DISPONIVEL DO COMPONENTE DIVIDIDO
      *    PELA QUANTIDADE POR KIT) ENTRE TODOS OS COMPONENTES
      *
       CALCULA-DISP-KIT.
           MOVE ZEROS TO WS-QTD-COMP.
           MOVE 99999 TO WS-DISP-KIT.
           MOVE "N" TO WS-EOF-KIT.
           MOVE WS-KIT TO KIT-CODIGO.
           MOVE ZEROS TO KIT-COMPONENTE.
           START KITS KEY NOT LESS THAN KIT-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF-KIT.
       LER-CALCULA-DISP.
           IF WS-EOF-KIT = "S"
               GO TO FIM-CALCULA-DISP-KIT.
           READ KITS NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-KIT
                   GO TO FIM-CALCULA-DISP-KIT.
           IF KIT-CODIGO NOT = WS-KIT
               GO TO FIM-CALCULA-DISP-KIT.
           ADD 1 TO WS-QTD-COMP.
           PERFORM DISP-COMPONENTE.
           IF WS-DISP-POR-COMP < WS-DISP-KIT
               MOVE WS-DISP-POR-COMP TO WS-DISP-KIT.
           GO TO LER-CALCULA-DISP.
       FIM-CALCULA-DISP-KIT.
           IF WS-QTD-COMP = ZEROS
               MOVE ZEROS TO WS-DISP-KIT.
       DISP-COMPONENTE.
           MOVE KIT-COMPONENTE TO CODIGO.
           MOVE KIT-COMP-DV TO DV.
           READ ARQPRO
               INVALID KEY
                   MOVE "** PRODUTO EXCLUIDO **" TO FD-NOME-PRODUTO
                   MOVE ZEROS TO FD-QUANTIDA-EST
           END-READ.
           PERFORM SOMA-RESERVAS THRU FIM-SOMA-RESERVAS.
           COMPUTE WS-DISP-COMP = FD-QUANTIDA-EST - WS-RESERVADO.
           IF WS-DISP-COMP > ZEROS
               DIVIDE WS-DISP-COMP BY KIT-QTDE
                   GIVING WS-DISP-POR-COMP
           ELSE
               MOVE ZEROS TO WS-DISP-POR-COMP.
       SOMA-RESERVAS.
           MOVE ZEROS TO WS-RESERVADO.
           IF WS-RES-DISPONIVEL NOT = "S"
               GO TO FIM-SOMA-RESERVAS.
           MOVE "N" TO WS-EOF-RES.
           MOVE LOW-VALUES TO RES-NUMERO.
           START RESERVA KEY IS NOT LESS THAN RES-NUMERO
               INVALID KEY MOVE "S" TO WS-EOF-RES.
       LER-SOMA-RESERVAS.
           IF WS-EOF-RES = "S"
               GO TO FIM-SOMA-RESERVAS.
           READ RESERVA NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-RES
               NOT AT END
                   IF RES-CODIGO = CODIGO AND RES-STATUS = "A"
                       AND (RES-VALIDADE = ZEROS
                           OR RES-VALIDADE >= WS-DATA-HOJE)
                       ADD RES-QTDE TO WS-RESERVADO
                   END-IF
           END-READ.
           GO TO LER-SOMA-RESERVAS.
       FIM-SOMA-RESERVAS.
           EXIT.
      *
      *    RE - TODOS OS KITS COM OS COMPONENTES E O DISPONIVEL
      *
       RELATORIO.
           MOVE ZEROS TO CT-PAG WS-QTD-KITS WS-KIT-ANT.
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO KIT-CHAVE.
           START KITS KEY NOT LESS THAN KIT-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-RELATORIO.
           IF WS-EOF = "S"
               GO TO FECHA-RELATORIO.
           READ KITS NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
                   GO TO FECHA-RELATORIO.
           IF KIT-CODIGO NOT = WS-KIT-ANT
               PERFORM IMPRIME-KIT.
           PERFORM DISP-COMPONENTE.
           MOVE KIT-COMPONENTE TO COMP-DET.
           MOVE FD-NOME-PRODUTO TO NOME-DET.
           MOVE KIT-QTDE TO QTDE-DET.
           MOVE WS-DISP-COMP TO DISP-DET.
           MOVE WS-DISP-POR-COMP TO POSS-DET.
           WRITE REG-RELATO FROM DETALHE BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
           GO TO LER-RELATORIO.
       IMPRIME-KIT.
           MOVE KIT-CHAVE TO WS-CHAVE-SALVA.
           MOVE KIT-CODIGO TO WS-KIT WS-KIT-ANT WS-CODIGO-BUSCA.
           ADD 1 TO WS-QTD-KITS.
           PERFORM BUSCA-PRODUTO THRU FIM-BUSCA-PRODUTO.
           IF WS-ACHOU = "S"
               MOVE FD-NOME-PRODUTO TO NOME-KIT-DET
           ELSE
               MOVE "** PRODUTO EXCLUIDO **" TO NOME-KIT-DET.
           PERFORM CALCULA-DISP-KIT THRU FIM-CALCULA-DISP-KIT.
           MOVE WS-KIT TO KIT-DET.
           MOVE WS-DISP-KIT TO DISP-KIT-DET.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
           WRITE REG-RELATO FROM LINHA-KIT BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
           MOVE WS-CHAVE-SALVA TO KIT-CHAVE.
           READ KITS INVALID KEY
               MOVE "S" TO WS-EOF.
           START KITS KEY GREATER THAN KIT-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF.
       FECHA-RELATORIO.
           MOVE WS-QTD-KITS TO QTD-KITS-MASK.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           WRITE REG-RELATO FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES.
           CLOSE RELATO.
           DISPLAY "RELATORIO DOS KITS IMPRESSO" AT 1210.
           ACCEPT CONFIRMA AT 1238.
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
           IF WS-RES-DISPONIVEL = "S"
               CLOSE RESERVA.
           CLOSE KITS ARQPRO.
           STOP RUN.
           END PROGRAM KITS.
