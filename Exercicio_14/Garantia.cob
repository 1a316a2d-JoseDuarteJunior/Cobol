      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - CONTROLE DE ESTOQUE
      * Tectonics: cobc
      * Objetivo: ATENDIMENTO DE GARANTIA (RMA) DE PRODUTO SERIALIZADO -
      *           ABRE A RMA PELA SERIE VENDIDA (ARQUIVO SERIAIS) COM O
      *           DEFEITO E A COBERTURA DA GARANTIA PELA DATA DA VENDA,
      *           E ACOMPANHA O ITEM: ENVIADO AO FORNECEDOR, RETORNADO
      *           CONSERTADO, TROCADO OU RECUSADO. NA TROCA A SERIE
      *           NOVA (EM ESTOQUE) PASSA PARA A VENDA E A DEFEITUOSA
      *           FICA COM SITUACAO "G" NO SERIAIS. RELATORIO DAS RMAS
      *           EM ABERTO POR FORNECEDOR COM OS DIAS EM ABERTO
      * Obs: PRAZO DE GARANTIA DE 365 DIAS A PARTIR DA VENDA; RMA FORA
      *      DO PRAZO SO E ABERTA COM CONFIRMACAO E FICA MARCADA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARANTIA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RMA ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       RMA-NUMERO
           ALTERNATE RECORD KEY IS RMA-SERIE
                   WITH DUPLICATES
           FILE STATUS      FS-RMA.
           SELECT SERIAIS ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       SER-SERIE
           FILE STATUS      FS-SER.
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
           SELECT SORRMA ASSIGN TO DISK
           SORT STATUS IS ST.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD  RMA LABEL RECORD STANDARD
           VALUE OF FILE-ID "RMA".
       01  REG-RMA.
           02 RMA-NUMERO        PIC 9(06).
           02 RMA-SERIE         PIC X(15).
           02 RMA-CODIGO        PIC 9(04).
           02 RMA-DV            PIC 9(01).
           02 RMA-FORNECEDOR    PIC 9(03).
           02 RMA-VENDA         PIC 9(06).
           02 RMA-DATA-VENDA    PIC 9(08).
           02 RMA-DATA-ABERTURA PIC 9(08).
           02 RMA-DIAS-USO      PIC 9(05).
           02 RMA-GARANTIA      PIC X(01).
           02 RMA-DEFEITO       PIC X(40).
           02 RMA-STATUS        PIC X(01).
           02 RMA-DATA-ENVIO    PIC 9(08).
           02 RMA-DATA-ENCERRA  PIC 9(08).
           02 RMA-SERIE-NOVA    PIC X(15).
           02 RMA-OBS           PIC X(30).
           02 RMA-OPERADOR      PIC X(03).
       FD  SERIAIS LABEL RECORD STANDARD
           VALUE OF FILE-ID "SERIAIS".
       01  REG-SERIAIS.
           02 SER-SERIE         PIC X(15).
           02 SER-CODIGO        PIC 9(04).
           02 SER-DV            PIC 9(01).
           02 SER-STATUS        PIC X(01).
           02 SER-DATA-ENTRADA  PIC 9(08).
           02 SER-VENDA         PIC 9(06).
           02 SER-DATA-VENDA    PIC 9(08).
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
       SD  SORRMA VALUE OF FILE-ID IS "SORRMA".
       01  REG-SORRMA.
           02 SOR-FORNECEDOR    PIC 9(03).
           02 SOR-DIAS          PIC 9(05).
           02 SOR-NUMERO        PIC 9(06).
           02 SOR-SERIE         PIC X(15).
           02 SOR-CODIGO        PIC 9(04).
           02 SOR-DV            PIC 9(01).
           02 SOR-ABERTURA      PIC 9(08).
           02 SOR-STATUS        PIC X(01).
           02 SOR-GARANTIA      PIC X(01).
           02 SOR-DEFEITO       PIC X(40).
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  FS-RMA               PIC X(02) VALUE SPACES.
       77  FS-SER               PIC X(02) VALUE SPACES.
       77  FS                   PIC X(02) VALUE SPACES.
       77  FS-FORN              PIC X(02) VALUE SPACES.
       77  ST                   PIC 9(02) VALUE ZEROS.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  FUNCAO               PIC X(02) VALUE SPACES.
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-EOF               PIC X(01) VALUE "N".
       77  WS-OPERADOR          PIC X(03) VALUE SPACES.
       77  WS-NIVEL-EXIGIDO     PIC 9(01) VALUE ZEROS.
       77  WS-AUTORIZADO        PIC X(01) VALUE "N".
       77  WS-FORN-DISPONIVEL   PIC X(01) VALUE "N".
       77  WS-PRAZO-GARANTIA    PIC 9(04) VALUE 365.
       77  WS-SERIE             PIC X(15) VALUE SPACES.
       77  WS-SERIE-NOVA        PIC X(15) VALUE SPACES.
       77  WS-PROX-RMA          PIC 9(06) VALUE ZEROS.
       77  WS-RMA-ABERTA        PIC 9(06) VALUE ZEROS.
       77  WS-DIAS-HOJE         PIC 9(08) VALUE ZEROS.
       77  WS-DIAS-CALC         PIC 9(05) VALUE ZEROS.
       77  WS-FORN-ANT          PIC 9(03) VALUE ZEROS.
       77  WS-TEM-FORN          PIC X(01) VALUE "N".
       77  WS-QTD-FORN          PIC 9(05) VALUE ZEROS.
       77  WS-ATE15             PIC 9(05) VALUE ZEROS.
       77  WS-ATE30             PIC 9(05) VALUE ZEROS.
       77  WS-ATE60             PIC 9(05) VALUE ZEROS.
       77  WS-MAIS60            PIC 9(05) VALUE ZEROS.
       77  WS-QTD-GERAL         PIC 9(05) VALUE ZEROS.
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
       01  WS-DATA.
           02 ANO               PIC 9(02) VALUE ZEROS.
           02 MES               PIC 9(02) VALUE ZEROS.
           02 DIA               PIC 9(02) VALUE ZEROS.
       01  WS-DATA-HOJE.
           02 HOJE-ANO          PIC 9(04) VALUE ZEROS.
           02 HOJE-MES          PIC 9(02) VALUE ZEROS.
           02 HOJE-DIA          PIC 9(02) VALUE ZEROS.
       01  WS-DATA-MOSTRA.
           02 MOSTRA-ANO        PIC 9(04) VALUE ZEROS.
           02 MOSTRA-MES        PIC 9(02) VALUE ZEROS.
           02 MOSTRA-DIA        PIC 9(02) VALUE ZEROS.
       01  WS-MENSAGENS.
           02 LIMPA-MENSAGEM    PIC X(50) VALUE SPACES.
           02 MSG-ERRO-1        PIC X(20) VALUE "SERIE NAO CADASTRADA".
           02 MSG-ERRO-2        PIC X(29)
              VALUE "SERIE NAO CONSTA COMO VENDIDA".
           02 MSG-ERRO-3        PIC X(18) VALUE "RMA NAO CADASTRADA".
           02 MSG-ERRO-4        PIC X(33)
              VALUE "SITUACAO DA RMA NAO PERMITE ISTO".
       01  CAB01.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(06)    VALUE "DATA:".
           02 DATA-CAB01.
               03 DIA-CAB01   PIC 99/ VALUE ZEROS.
               03 MES-CAB01   PIC 99/ VALUE ZEROS.
               03 ANO-CAB01   PIC 9(04) VALUE ZEROS.
           02 FILLER    PIC X(05)     VALUE SPACES.
           02 FILLER    PIC X(40)
           VALUE "RMAS EM ABERTO POR FORNECEDOR".
           02 FILLER     PIC X(04)   VALUE "PAG.".
           02 PAG-CAB01  PIC ZZ9     VALUE ZEROS.
       01  CAB02.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(08) VALUE "RMA".
           02 FILLER  PIC X(17) VALUE "SERIE".
           02 FILLER  PIC X(33) VALUE "PRODUTO".
           02 FILLER  PIC X(12) VALUE "ABERTURA".
           02 FILLER  PIC X(10) VALUE "SITUACAO".
           02 FILLER  PIC X(06) VALUE "DIAS".
           02 FILLER  PIC X(08) VALUE "GARANT.".
           02 FILLER  PIC X(07) VALUE "DEFEITO".
       01  LINHA-FORN.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(12) VALUE "FORNECEDOR:".
           02 FORN-LIN          PIC 9(03) VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE " - ".
           02 NOME-FORN-LIN     PIC X(20) VALUE SPACES.
       01  DETALHE.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 NUMERO-DET        PIC 9(06) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 SERIE-DET         PIC X(15) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 CODIGO-DET        PIC 9(04) VALUE ZEROS.
           02 FILLER            PIC X(01) VALUE "-".
           02 DV-DET            PIC 9(01) VALUE ZEROS.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 NOME-DET          PIC X(26) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 DATA-DET.
               03 DIA-DET       PIC 99/ VALUE ZEROS.
               03 MES-DET       PIC 99/ VALUE ZEROS.
               03 ANO-DET       PIC 9(04) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 SITUACAO-DET      PIC X(09) VALUE SPACES.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 DIAS-DET          PIC ZZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 GARANTIA-DET      PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 DEFEITO-DET       PIC X(40) VALUE SPACES.
       01  LINHA-QUEBRA.
           02 FILLER            PIC X(08) VALUE SPACES.
           02 FILLER            PIC X(09) VALUE "ABERTAS:".
           02 QTD-QUEBRA        PIC ZZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(16) VALUE "   ATE 15 DIAS:".
           02 ATE15-QUEBRA      PIC ZZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(11) VALUE "   16-30:".
           02 ATE30-QUEBRA      PIC ZZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(11) VALUE "   31-60:".
           02 ATE60-QUEBRA      PIC ZZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(14) VALUE "   ACIMA 60:".
           02 MAIS60-QUEBRA     PIC ZZZZ9 VALUE ZEROS.
       01  LINHA-TOTAL.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(26)
           VALUE "TOTAL DE RMAS EM ABERTO..:".
           02 TOTAL-MASK        PIC ZZZZ9 VALUE ZEROS.
       SCREEN SECTION.
       01  TELA1.
            02 BLANK SCREEN.
            02 LINE 01 COLUMN 01 VALUE "DATA:".
            02 LINE 01 COLUMN 24 VALUE "GARANTIA - RMA DE SERIES".
            02 LINE 03 COLUMN 01 VALUE "ESCOLHA A FUNCAO: ".
            02 LINE 03 COLUMN 22 VALUE "(AB-EN-RT-TR-RE-CO-RL-FF)".
            02 LINE 04 COLUMN 05 VALUE "NUMERO DA RMA...........>".
            02 LINE 05 COLUMN 05 VALUE "SERIE...................>".
            02 LINE 06 COLUMN 05 VALUE "PRODUTO.................>".
            02 LINE 07 COLUMN 05 VALUE "VENDA / DATA DA VENDA...>".
            02 LINE 08 COLUMN 05 VALUE "DIAS DE USO / GARANTIA..>".
            02 LINE 09 COLUMN 05 VALUE "DEFEITO.................>".
            02 LINE 10 COLUMN 05 VALUE "SITUACAO / SERIE NOVA...>".
            02 LINE 12 COLUMN 01 VALUE "MENSAGEM:".
       01  LIMPA-TELA.
            02 LINE 04 COLUMN 35 VALUE "      ".
            02 LINE 05 COLUMN 35 VALUE "               ".
            02 LINE 06 COLUMN 35 VALUE
               "                                        ".
            02 LINE 07 COLUMN 35 VALUE "                     ".
            02 LINE 08 COLUMN 35 VALUE "                     ".
            02 LINE 09 COLUMN 35 VALUE
               "                                        ".
            02 LINE 10 COLUMN 35 VALUE
               "                                   ".
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR".
           MOVE 1 TO WS-NIVEL-EXIGIDO.
           CALL "AUTORIZA" USING "GARANTIA" WS-OPERADOR
                   WS-NIVEL-EXIGIDO WS-AUTORIZADO.
           IF WS-AUTORIZADO NOT = "S"
               DISPLAY "OPERADOR SEM PERFIL PARA ESTE PROGRAMA"
                       AT 2202
               ACCEPT CONFIRMA AT 2242
               STOP RUN.
       ABRE-RMA.
           OPEN I-O RMA.
           IF FS-RMA NOT = "00"
               IF FS-RMA = "35"
                   CLOSE RMA OPEN OUTPUT RMA CLOSE RMA
                   GO TO ABRE-RMA
               ELSE
                   DISPLAY FS-RMA "STATUS DO ARQUIVO RMA"
                   CALL "LOGERRO" USING "GARANTIA" "ABERTURA RMA"
                           FS-RMA
                   STOP RUN
           END-IF.
           OPEN I-O SERIAIS.
           IF FS-SER NOT = "00"
               DISPLAY "ARQUIVO SERIAIS NAO ENCONTRADO"
               CALL "LOGERRO" USING "GARANTIA" "ABERTURA SERIAIS"
                       FS-SER
               CLOSE RMA
               STOP RUN.
           OPEN I-O ARQPRO.
           IF FS NOT = "00"
               DISPLAY FS "STATUS DO ARQUIVO ARQPRO"
               CALL "LOGERRO" USING "GARANTIA" "ABERTURA ARQPRO" FS
               CLOSE RMA SERIAIS
               STOP RUN.
           OPEN INPUT FORNECEDOR.
           IF FS-FORN = "00"
               MOVE "S" TO WS-FORN-DISPONIVEL
           ELSE
               MOVE "N" TO WS-FORN-DISPONIVEL.
       TELA-1.
           DISPLAY TELA1.
           ACCEPT WS-DATA FROM DATE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY DIA AT 0107 '/' MES '/' ANO.
           MOVE DIA TO DIA-CAB01.
           MOVE MES TO MES-CAB01.
           MOVE HOJE-ANO TO ANO-CAB01.
           MOVE HOJE-DIA TO WS-DIA-CALC.
           MOVE HOJE-MES TO WS-MES-CALC.
           MOVE HOJE-ANO TO WS-ANO-CALC.
           PERFORM CONVERTE-PARA-DIAS.
           MOVE WS-DIAS-ABS-CALC TO WS-DIAS-HOJE.
           ACCEPT FUNCAO AT 0319.
           EVALUATE FUNCAO
               WHEN "AB"
                  GO TO ABERTURA
               WHEN "EN"
                  GO TO ENVIO
               WHEN "RT"
                  GO TO RETORNO
               WHEN "TR"
                  GO TO TROCA
               WHEN "RE"
                  GO TO RECUSA
               WHEN "CO"
                  GO TO CONSULTA
               WHEN "RL"
                  GO TO RELATORIO
               WHEN "FF"
                  GO TO FIM
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA" AT 1210
                  ACCEPT CONFIRMA AT 1224
                  GO TO TELA-1
           END-EVALUATE.
      *    ABERTURA DA RMA: SERIE VENDIDA, SEM OUTRA RMA EM ABERTO,
      *    COBERTURA CONFERIDA PELOS DIAS DESDE A DATA DA VENDA
       ABERTURA.
           DISPLAY LIMPA-TELA.
           ACCEPT WS-SERIE AT 0535.
           IF WS-SERIE = SPACES
               GO TO TELA-1.
           MOVE WS-SERIE TO SER-SERIE.
           READ SERIAIS INVALID KEY
               DISPLAY MSG-ERRO-1 AT 1210
               ACCEPT CONFIRMA AT 1231
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO ABERTURA.
           IF SER-STATUS NOT = "V"
               DISPLAY MSG-ERRO-2 AT 1210
               ACCEPT CONFIRMA AT 1240
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO ABERTURA.
           PERFORM VERIFICA-RMA-ABERTA THRU FIM-VERIFICA-RMA-ABERTA.
           IF WS-RMA-ABERTA > ZEROS
               DISPLAY "SERIE JA TEM A RMA ABERTA NUMERO" AT 1210
               DISPLAY WS-RMA-ABERTA AT 1243
               ACCEPT CONFIRMA AT 1250
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO ABERTURA.
           PERFORM PROXIMO-NUMERO THRU FIM-PROXIMO-NUMERO.
           MOVE SER-CODIGO TO CODIGO.
           MOVE SER-DV TO DV.
           READ ARQPRO INVALID KEY
               MOVE "** PRODUTO NAO CADASTRADO **" TO FD-NOME-PRODUTO
               MOVE ZEROS TO FD-CODIGO-FORNE.
           MOVE SPACES TO REG-RMA.
           MOVE WS-PROX-RMA TO RMA-NUMERO.
           MOVE SER-SERIE TO RMA-SERIE.
           MOVE SER-CODIGO TO RMA-CODIGO.
           MOVE SER-DV TO RMA-DV.
           MOVE FD-CODIGO-FORNE TO RMA-FORNECEDOR.
           MOVE SER-VENDA TO RMA-VENDA.
           MOVE SER-DATA-VENDA TO RMA-DATA-VENDA.
           MOVE WS-DATA-HOJE TO RMA-DATA-ABERTURA.
           MOVE SER-DATA-VENDA TO WS-DATA-MOSTRA.
           PERFORM CALCULA-DIAS THRU FIM-CALCULA-DIAS.
           MOVE WS-DIAS-CALC TO RMA-DIAS-USO.
           IF RMA-DIAS-USO > WS-PRAZO-GARANTIA
               MOVE "N" TO RMA-GARANTIA
           ELSE
               MOVE "S" TO RMA-GARANTIA.
           MOVE "A" TO RMA-STATUS.
           MOVE ZEROS TO RMA-DATA-ENVIO RMA-DATA-ENCERRA.
           MOVE WS-OPERADOR TO RMA-OPERADOR.
           PERFORM MOSTRA.
           IF RMA-GARANTIA = "N"
               DISPLAY "FORA DA GARANTIA - ABRIR ASSIM MESMO ? S-SIM"
                       AT 1210
               ACCEPT CONFIRMA AT 1256
               DISPLAY LIMPA-MENSAGEM AT 1210
               IF CONFIRMA NOT = "S" AND NOT = "s"
                   GO TO ABERTURA.
       PEDE-DEFEITO.
           ACCEPT RMA-DEFEITO AT 0935.
           IF RMA-DEFEITO = SPACES
               GO TO PEDE-DEFEITO.
           DISPLAY "CONFIRMA A ABERTURA DA RMA ? S-SIM" AT 1210.
           ACCEPT CONFIRMA AT 1245.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               GO TO ABERTURA.
           WRITE REG-RMA INVALID KEY
           DISPLAY "ERRO DE GRAVACAO" FS-RMA AT 1210
           CALL "LOGERRO" USING "GARANTIA" "GRAVACAO RMA" FS-RMA
           STOP RUN.
           DISPLAY RMA-NUMERO AT 0435.
           DISPLAY "RMA ABERTA. OUTRA ABERTURA ? S-SIM" AT 1210.
           ACCEPT CONFIRMA AT 1245.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           IF CONFIRMA = "S" OR "s"
               GO TO ABERTURA.
           GO TO TELA-1.
       VERIFICA-RMA-ABERTA.
           MOVE ZEROS TO WS-RMA-ABERTA.
           MOVE WS-SERIE TO RMA-SERIE.
           START RMA KEY NOT LESS THAN RMA-SERIE
               INVALID KEY GO TO FIM-VERIFICA-RMA-ABERTA.
       LER-RMA-SERIE.
           READ RMA NEXT RECORD
               AT END GO TO FIM-VERIFICA-RMA-ABERTA.
           IF RMA-SERIE NOT = WS-SERIE
               GO TO FIM-VERIFICA-RMA-ABERTA.
           IF RMA-STATUS = "A" OR "E"
               MOVE RMA-NUMERO TO WS-RMA-ABERTA
               GO TO FIM-VERIFICA-RMA-ABERTA.
           GO TO LER-RMA-SERIE.
       FIM-VERIFICA-RMA-ABERTA.
           EXIT.
       PROXIMO-NUMERO.
           MOVE 1 TO WS-PROX-RMA.
           MOVE LOW-VALUES TO RMA-NUMERO.
           START RMA KEY NOT LESS THAN RMA-NUMERO
               INVALID KEY GO TO FIM-PROXIMO-NUMERO.
       LER-PROXIMO-NUMERO.
           READ RMA NEXT RECORD
               AT END GO TO FIM-PROXIMO-NUMERO.
           COMPUTE WS-PROX-RMA = RMA-NUMERO + 1.
           GO TO LER-PROXIMO-NUMERO.
       FIM-PROXIMO-NUMERO.
           EXIT.
       PEDE-RMA.
           DISPLAY LIMPA-TELA.
           ACCEPT RMA-NUMERO AT 0435.
           IF RMA-NUMERO = ZEROS
               GO TO TELA-1.
           READ RMA INVALID KEY
               DISPLAY MSG-ERRO-3 AT 1210
               ACCEPT CONFIRMA AT 1229
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO PEDE-RMA.
           MOVE RMA-CODIGO TO CODIGO.
           MOVE RMA-DV TO DV.
           READ ARQPRO INVALID KEY
               MOVE "** PRODUTO NAO CADASTRADO **" TO FD-NOME-PRODUTO.
           PERFORM MOSTRA.
       FIM-PEDE-RMA.
           EXIT.
       MOSTRA.
           DISPLAY RMA-SERIE AT 0535.
           DISPLAY RMA-CODIGO AT 0635.
           DISPLAY "-" AT 0639.
           DISPLAY RMA-DV AT 0640.
           DISPLAY FD-NOME-PRODUTO AT 0642.
           DISPLAY RMA-VENDA AT 0735.
           MOVE RMA-DATA-VENDA TO WS-DATA-MOSTRA.
           DISPLAY MOSTRA-DIA AT 0743 "/" MOSTRA-MES "/" MOSTRA-ANO.
           DISPLAY RMA-DIAS-USO AT 0835.
           IF RMA-GARANTIA = "S"
               DISPLAY "DENTRO DA GARANTIA" AT 0842
           ELSE
               DISPLAY "FORA DA GARANTIA  " AT 0842.
           DISPLAY RMA-DEFEITO AT 0935.
           PERFORM NOME-SITUACAO.
           DISPLAY SITUACAO-DET AT 1035.
           DISPLAY RMA-SERIE-NOVA AT 1046.
       NOME-SITUACAO.
           EVALUATE RMA-STATUS
               WHEN "A"
                   MOVE "ABERTA" TO SITUACAO-DET
               WHEN "E"
                   MOVE "NO FORNEC" TO SITUACAO-DET
               WHEN "R"
                   MOVE "CONSERTAD" TO SITUACAO-DET
               WHEN "T"
                   MOVE "TROCADA" TO SITUACAO-DET
               WHEN "X"
                   MOVE "RECUSADA" TO SITUACAO-DET
               WHEN OTHER
                   MOVE SPACES TO SITUACAO-DET
           END-EVALUATE.
      *    ITEM ENCAMINHADO AO FORNECEDOR PARA CONSERTO
       ENVIO.
           PERFORM PEDE-RMA THRU FIM-PEDE-RMA.
           IF RMA-STATUS NOT = "A"
               DISPLAY MSG-ERRO-4 AT 1210
               ACCEPT CONFIRMA AT 1244
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO ENVIO.
           DISPLAY "ENVIAR AO FORNECEDOR ? S-SIM" AT 1210.
           ACCEPT CONFIRMA AT 1239.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               GO TO ENVIO.
           MOVE "E" TO RMA-STATUS.
           MOVE WS-DATA-HOJE TO RMA-DATA-ENVIO.
           PERFORM REGRAVA-RMA.
           GO TO ENVIO.
      *    ITEM VOLTOU CONSERTADO E FOI DEVOLVIDO AO CLIENTE
       RETORNO.
           PERFORM PEDE-RMA THRU FIM-PEDE-RMA.
           IF RMA-STATUS NOT = "E"
               DISPLAY MSG-ERRO-4 AT 1210
               ACCEPT CONFIRMA AT 1244
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO RETORNO.
           DISPLAY "RETORNOU CONSERTADO ? S-SIM" AT 1210.
           ACCEPT CONFIRMA AT 1238.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               GO TO RETORNO.
           MOVE "R" TO RMA-STATUS.
           MOVE WS-DATA-HOJE TO RMA-DATA-ENCERRA.
           PERFORM REGRAVA-RMA.
           GO TO RETORNO.
      *    TROCA: A SERIE NOVA, DO MESMO PRODUTO E EM ESTOQUE, ASSUME A
      *    VENDA DA DEFEITUOSA (QUE FICA "G" NO SERIAIS) E SAI DO
      *    ESTOQUE DO ARQPRO
       TROCA.
           PERFORM PEDE-RMA THRU FIM-PEDE-RMA.
           IF RMA-STATUS NOT = "A" AND NOT = "E"
               DISPLAY MSG-ERRO-4 AT 1210
               ACCEPT CONFIRMA AT 1244
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO TROCA.
       PEDE-SERIE-NOVA.
           MOVE SPACES TO WS-SERIE-NOVA.
           ACCEPT WS-SERIE-NOVA AT 1046.
           IF WS-SERIE-NOVA = SPACES
               GO TO TROCA.
           MOVE WS-SERIE-NOVA TO SER-SERIE.
           READ SERIAIS INVALID KEY
               DISPLAY MSG-ERRO-1 AT 1210
               ACCEPT CONFIRMA AT 1231
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO PEDE-SERIE-NOVA.
           IF SER-STATUS NOT = "E" OR SER-CODIGO NOT = RMA-CODIGO
               DISPLAY "SERIE NOVA NAO ESTA EM ESTOQUE P/ O PRODUTO"
                       AT 1210
               ACCEPT CONFIRMA AT 1254
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO PEDE-SERIE-NOVA.
           DISPLAY "CONFIRMA A TROCA DA SERIE ? S-SIM" AT 1210.
           ACCEPT CONFIRMA AT 1244.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               GO TO TROCA.
           MOVE "V" TO SER-STATUS.
           MOVE RMA-VENDA TO SER-VENDA.
           MOVE RMA-DATA-VENDA TO SER-DATA-VENDA.
           REWRITE REG-SERIAIS INVALID KEY
               DISPLAY "ERRO DE GRAVACAO SERIAIS" FS-SER AT 1210
               CALL "LOGERRO" USING "GARANTIA" "REGRAVA SERIAIS" FS-SER
               STOP RUN.
           MOVE RMA-SERIE TO SER-SERIE.
           READ SERIAIS INVALID KEY
               DISPLAY "ERRO DE LEITURA SERIAIS" FS-SER AT 1210
               CALL "LOGERRO" USING "GARANTIA" "LEITURA SERIAIS" FS-SER
               STOP RUN.
           MOVE "G" TO SER-STATUS.
           REWRITE REG-SERIAIS INVALID KEY
               DISPLAY "ERRO DE GRAVACAO SERIAIS" FS-SER AT 1210
               CALL "LOGERRO" USING "GARANTIA" "REGRAVA SERIAIS" FS-SER
               STOP RUN.
           MOVE RMA-CODIGO TO CODIGO.
           MOVE RMA-DV TO DV.
           READ ARQPRO INVALID KEY
               DISPLAY "ERRO DE LEITURA ARQPRO" FS AT 1210
               CALL "LOGERRO" USING "GARANTIA" "LEITURA ARQPRO" FS
               STOP RUN.
           IF FD-QUANTIDA-EST > ZEROS
               SUBTRACT 1 FROM FD-QUANTIDA-EST.
           COMPUTE FD-VALOR-TOT = FD-VALOR-UNIT * FD-QUANTIDA-EST.
           REWRITE REG-ARQPRO INVALID KEY
               DISPLAY "ERRO DE GRAVACAO ARQPRO" FS AT 1210
               CALL "LOGERRO" USING "GARANTIA" "REGRAVA ARQPRO" FS
               STOP RUN.
           MOVE WS-SERIE-NOVA TO RMA-SERIE-NOVA.
           MOVE "T" TO RMA-STATUS.
           MOVE WS-DATA-HOJE TO RMA-DATA-ENCERRA.
           PERFORM REGRAVA-RMA.
           GO TO TROCA.
      *    GARANTIA NEGADA (MAU USO, FORA DO PRAZO...): GUARDA O MOTIVO
       RECUSA.
           PERFORM PEDE-RMA THRU FIM-PEDE-RMA.
           IF RMA-STATUS NOT = "A" AND NOT = "E"
               DISPLAY MSG-ERRO-4 AT 1210
               ACCEPT CONFIRMA AT 1244
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO RECUSA.
       PEDE-MOTIVO.
           DISPLAY "MOTIVO:" AT 1410.
           ACCEPT RMA-OBS AT 1418.
           IF RMA-OBS = SPACES
               GO TO PEDE-MOTIVO.
           DISPLAY "CONFIRMA A RECUSA ? S-SIM" AT 1210.
           ACCEPT CONFIRMA AT 1236.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           DISPLAY LIMPA-MENSAGEM AT 1410.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               GO TO RECUSA.
           MOVE "X" TO RMA-STATUS.
           MOVE WS-DATA-HOJE TO RMA-DATA-ENCERRA.
           PERFORM REGRAVA-RMA.
           GO TO RECUSA.
       REGRAVA-RMA.
           REWRITE REG-RMA INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS-RMA AT 1210
               CALL "LOGERRO" USING "GARANTIA" "REGRAVA RMA" FS-RMA
               STOP RUN.
           PERFORM MOSTRA.
           DISPLAY "RMA ATUALIZADA" AT 1210.
           ACCEPT CONFIRMA AT 1225.
           DISPLAY LIMPA-MENSAGEM AT 1210.
       CONSULTA.
           PERFORM PEDE-RMA THRU FIM-PEDE-RMA.
           IF RMA-OBS NOT = SPACES
               DISPLAY "MOTIVO:" AT 1410
               DISPLAY RMA-OBS AT 1418.
           DISPLAY "CONTINUAR CONSULTA ? S-SIM" AT 1210.
           ACCEPT CONFIRMA AT 1237.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           DISPLAY LIMPA-MENSAGEM AT 1410.
           IF CONFIRMA = "S" OR "s"
               GO TO CONSULTA.
           GO TO TELA-1.
       RELATORIO.
           SORT SORRMA ASCENDING KEY SOR-FORNECEDOR
               DESCENDING KEY SOR-DIAS
               INPUT PROCEDURE ENTRADA-RMA
               OUTPUT PROCEDURE SAIDA-RMA.
           DISPLAY "RELATORIO DE RMAS IMPRESSO" AT 1210.
           ACCEPT CONFIRMA AT 1237.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           GO TO TELA-1.
      *    DIAS ENTRE A DATA EM WS-DATA-MOSTRA E HOJE
       CALCULA-DIAS.
           MOVE ZEROS TO WS-DIAS-CALC.
           IF WS-DATA-MOSTRA = ZEROS
               GO TO FIM-CALCULA-DIAS.
           MOVE MOSTRA-DIA TO WS-DIA-CALC.
           MOVE MOSTRA-MES TO WS-MES-CALC.
           MOVE MOSTRA-ANO TO WS-ANO-CALC.
           PERFORM CONVERTE-PARA-DIAS.
           IF WS-DIAS-ABS-CALC < WS-DIAS-HOJE
               COMPUTE WS-DIAS-CALC = WS-DIAS-HOJE - WS-DIAS-ABS-CALC.
       FIM-CALCULA-DIAS.
           EXIT.
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
       FIM.
           DISPLAY "FIM DO PROCESSAMENTO " AT 1210.
           CLOSE RMA SERIAIS ARQPRO.
           IF WS-FORN-DISPONIVEL = "S"
               CLOSE FORNECEDOR.
           STOP RUN.
       ENTRADA-RMA SECTION.
       INI-ENTRADA-RMA.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO RMA-NUMERO.
           START RMA KEY NOT LESS THAN RMA-NUMERO
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-ENTRADA-RMA.
           IF WS-EOF = "S"
               GO TO FIM-ENTRADA-RMA.
           READ RMA NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
                   GO TO FIM-ENTRADA-RMA.
           IF RMA-STATUS NOT = "A" AND NOT = "E"
               GO TO LER-ENTRADA-RMA.
           MOVE RMA-DATA-ABERTURA TO WS-DATA-MOSTRA.
           PERFORM CALCULA-DIAS THRU FIM-CALCULA-DIAS.
           MOVE RMA-FORNECEDOR TO SOR-FORNECEDOR.
           MOVE WS-DIAS-CALC TO SOR-DIAS.
           MOVE RMA-NUMERO TO SOR-NUMERO.
           MOVE RMA-SERIE TO SOR-SERIE.
           MOVE RMA-CODIGO TO SOR-CODIGO.
           MOVE RMA-DV TO SOR-DV.
           MOVE RMA-DATA-ABERTURA TO SOR-ABERTURA.
           MOVE RMA-STATUS TO SOR-STATUS.
           MOVE RMA-GARANTIA TO SOR-GARANTIA.
           MOVE RMA-DEFEITO TO SOR-DEFEITO.
           RELEASE REG-SORRMA.
           GO TO LER-ENTRADA-RMA.
       FIM-ENTRADA-RMA.
           EXIT.
       SAIDA-RMA SECTION.
       INI-SAIDA-RMA.
           MOVE ZEROS TO CT-PAG WS-QTD-GERAL WS-FORN-ANT.
           MOVE ZEROS TO WS-QTD-FORN WS-ATE15 WS-ATE30 WS-ATE60.
           MOVE ZEROS TO WS-MAIS60.
           MOVE "N" TO WS-TEM-FORN.
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO.
       LER-SAIDA-RMA.
           RETURN SORRMA AT END
               PERFORM QUEBRA-FORNECEDOR THRU FIM-QUEBRA-FORNECEDOR
               GO TO FIM-SAIDA-RMA.
           IF WS-TEM-FORN = "S"
                   AND SOR-FORNECEDOR NOT = WS-FORN-ANT
               PERFORM QUEBRA-FORNECEDOR THRU FIM-QUEBRA-FORNECEDOR.
           IF WS-TEM-FORN = "N"
               PERFORM CABECALHO-FORNECEDOR.
           MOVE "S" TO WS-TEM-FORN.
           MOVE SOR-FORNECEDOR TO WS-FORN-ANT.
           MOVE SOR-NUMERO TO NUMERO-DET.
           MOVE SOR-SERIE TO SERIE-DET.
           MOVE SOR-CODIGO TO CODIGO-DET CODIGO.
           MOVE SOR-DV TO DV-DET DV.
           READ ARQPRO INVALID KEY
               MOVE "** PRODUTO NAO CADASTRADO **" TO FD-NOME-PRODUTO.
           MOVE FD-NOME-PRODUTO TO NOME-DET.
           MOVE SOR-ABERTURA TO WS-DATA-MOSTRA.
           MOVE MOSTRA-DIA TO DIA-DET.
           MOVE MOSTRA-MES TO MES-DET.
           MOVE MOSTRA-ANO TO ANO-DET.
           MOVE SOR-STATUS TO RMA-STATUS.
           PERFORM NOME-SITUACAO.
           MOVE SOR-DIAS TO DIAS-DET.
           IF SOR-GARANTIA = "S"
               MOVE "SIM" TO GARANTIA-DET
           ELSE
               MOVE "NAO" TO GARANTIA-DET.
           MOVE SOR-DEFEITO TO DEFEITO-DET.
           WRITE REG-RELATO FROM DETALHE BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
           ADD 1 TO WS-QTD-FORN.
           IF SOR-DIAS NOT > 15
               ADD 1 TO WS-ATE15
           ELSE
               IF SOR-DIAS NOT > 30
                   ADD 1 TO WS-ATE30
               ELSE
                   IF SOR-DIAS NOT > 60
                       ADD 1 TO WS-ATE60
                   ELSE
                       ADD 1 TO WS-MAIS60.
           GO TO LER-SAIDA-RMA.
       CABECALHO-FORNECEDOR.
           MOVE SOR-FORNECEDOR TO FORN-LIN.
           MOVE "** SEM CADASTRO **" TO NOME-FORN-LIN.
           IF WS-FORN-DISPONIVEL = "S"
               MOVE SOR-FORNECEDOR TO FORN-CODIGO
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
           MOVE WS-QTD-FORN TO QTD-QUEBRA.
           MOVE WS-ATE15 TO ATE15-QUEBRA.
           MOVE WS-ATE30 TO ATE30-QUEBRA.
           MOVE WS-ATE60 TO ATE60-QUEBRA.
           MOVE WS-MAIS60 TO MAIS60-QUEBRA.
           WRITE REG-RELATO FROM LINHA-QUEBRA BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
           ADD WS-QTD-FORN TO WS-QTD-GERAL.
           MOVE ZEROS TO WS-QTD-FORN WS-ATE15 WS-ATE30 WS-ATE60.
           MOVE ZEROS TO WS-MAIS60.
           MOVE "N" TO WS-TEM-FORN.
       FIM-QUEBRA-FORNECEDOR.
           EXIT.
       CABECALHO.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 3 LINES.
           WRITE REG-RELATO FROM CAB02 BEFORE ADVANCING 2 LINES.
       FIM-SAIDA-RMA.
           MOVE WS-QTD-GERAL TO TOTAL-MASK.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           WRITE REG-RELATO FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES.
           CLOSE RELATO.
       EXIT-SAIDA-RMA.
           EXIT.
       END PROGRAM GARANTIA.
