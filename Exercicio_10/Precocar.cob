      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - REVENDA DE VEICULOS
      * Tectonics: cobc
      * Objetivo: PRECO DE REFERENCIA DOS VEICULOS DO PATIO - VINCULA
      *           CADA VEICULO DO ARQCAR A UM MODELO DA TABELA (ARQUIVO
      *           CARMOD), MANTEM A TABELA DE DEPRECIACAO POR IDADE DO
      *           VEICULO EM ANOS (ARQUIVO DEPRECIA) E EMITE O
      *           RELATORIO DE PRECOS NUMA DATA: VALOR DA TABPRECO
      *           VIGENTE, VALOR DE REFERENCIA DEPRECIADO, CUSTO DE
      *           AQUISICAO + PREPARO (CARDESP) E PRECO SUGERIDO,
      *           MARCANDO OS VEICULOS COM CUSTO ACIMA DA REFERENCIA
      * Obs: SEM VIGENCIA NA TABPRECO VALE O VALOR DA TABELA; IDADE
      *      SEM LINHA NA DEPRECIA USA A MAIOR IDADE CADASTRADA ABAIXO
      *      DELA. O PRECO SUGERIDO E A REFERENCIA, MAS NUNCA ABAIXO DO
      *      CUSTO TOTAL ACRESCIDO DA MARGEM MINIMA INFORMADA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRECOCAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCAR ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-CODIGO
                  ALTERNATE RECORD KEY IS FD-CHAPA
                          WITH DUPLICATES
                  FILE STATUS IS WS-STATUS.
           SELECT CARMOD ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CMD-CODIGO
                  FILE STATUS IS FS-CMD.
           SELECT DEPRECIA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DEP-IDADE
                  FILE STATUS IS FS-DEP.
           SELECT TABELA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TAB-CODIGO
                  FILE STATUS IS FS-TAB.
           SELECT TABPRECO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TBP-CHAVE
                  FILE STATUS IS FS-TBP.
           SELECT CARDESP ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DSP-CHAVE
                  FILE STATUS IS FS-DSP.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCAR LABEL RECORD STANDARD
       VALUE OF FILE-ID IS "ARQCAR".
       01  REG-ARQCAR.
           02  FD-CODIGO        PIC 9(03).
           02  FD-MARCA         PIC X(15).
           02  FD-COR           PIC X(10).
           02  FD-ANO           PIC 9(04).
           02  FD-CHAPA         PIC X(06).
           02  FD-MODELO        PIC X(10).
           02  FD-STATUS        PIC X(01).
           02  FD-CUSTO-AQUIS   PIC 9(08)V99.
           02  FD-DATA-ENTRADA  PIC 9(08).
           02  FD-CONSIGNADO    PIC X(01).
           02  FD-CONSIG-NOME   PIC X(30).
           02  FD-CONSIG-DOC    PIC 9(11).
           02  FD-COMISSAO-PCT  PIC 9(02)V99.
       FD  CARMOD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CARMOD".
       01  REG-CARMOD.
           02 CMD-CODIGO        PIC 9(03).
           02 CMD-MODELO-TAB    PIC 9(03).
       FD  DEPRECIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DEPRECIA".
       01  REG-DEPRECIA.
           02 DEP-IDADE         PIC 9(02).
           02 DEP-PERCENTUAL    PIC 9(02)V99.
       FD  TABELA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "TABELA".
       01  REG-TABELA.
           02 TAB-CODIGO             PIC 9(03).
           02 TAB-MODELO             PIC X(15).
           02 TAB-VALOR              PIC 9(7)V99.
       FD  TABPRECO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "TABPRECO".
       01  REG-TABPRECO.
           02 TBP-CHAVE.
               03 TBP-CODIGO        PIC 9(03).
               03 TBP-VIGENCIA      PIC 9(08).
           02 TBP-VALOR             PIC 9(7)V99.
       FD  CARDESP LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CARDESP".
       01  REG-CARDESP.
           02 DSP-CHAVE.
               03 DSP-CODIGO    PIC 9(03).
               03 DSP-SEQ       PIC 9(03).
           02 DSP-DATA          PIC 9(08).
           02 DSP-TIPO          PIC X(10).
           02 DSP-VALOR         PIC 9(08)V99.
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-STATUS            PIC X(02) VALUE SPACES.
       77  FS-CMD               PIC X(02) VALUE SPACES.
       77  FS-DEP               PIC X(02) VALUE SPACES.
       77  FS-TAB               PIC X(02) VALUE SPACES.
       77  FS-TBP               PIC X(02) VALUE SPACES.
       77  FS-DSP               PIC X(02) VALUE SPACES.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  FUNCAO               PIC X(02) VALUE SPACES.
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-EOF               PIC X(01) VALUE "N".
       77  WS-EOF-AUX           PIC X(01) VALUE "N".
       77  WS-CODIGO            PIC 9(03) VALUE ZEROS.
       77  WS-CMD-EXISTE        PIC X(01) VALUE "N".
       77  WS-DEP-EXISTE        PIC X(01) VALUE "N".
       77  WS-TBP-DISPONIVEL    PIC X(01) VALUE "N".
       77  WS-DSP-DISPONIVEL    PIC X(01) VALUE "N".
       77  WS-DATA-RELATORIO    PIC 9(08) VALUE ZEROS.
       77  WS-ANO-RELATORIO     PIC 9(04) VALUE ZEROS.
       77  WS-MARGEM-MINIMA     PIC 9(02)V99 VALUE ZEROS.
       77  WS-IDADE             PIC S9(03) VALUE ZEROS.
       77  WS-PCT-DEPREC        PIC 9(02)V99 VALUE ZEROS.
       77  WS-VALOR-VIGENTE     PIC 9(07)V99 VALUE ZEROS.
       77  WS-VALOR-REF         PIC 9(07)V99 VALUE ZEROS.
       77  WS-TOTAL-PREPARO     PIC 9(09)V99 VALUE ZEROS.
       77  WS-CUSTO-TOTAL       PIC 9(09)V99 VALUE ZEROS.
       77  WS-CUSTO-MINIMO      PIC 9(09)V99 VALUE ZEROS.
       77  WS-PRECO-SUGERIDO    PIC 9(09)V99 VALUE ZEROS.
       77  WS-QTD-VEICULOS      PIC 9(04) VALUE ZEROS.
       77  WS-QTD-ACIMA         PIC 9(04) VALUE ZEROS.
       77  WS-QTD-SEM-MODELO    PIC 9(04) VALUE ZEROS.
       77  WS-LINHA-TELA        PIC 9(02) VALUE ZEROS.
       01  WS-DATA.
           02 ANO               PIC 9(02) VALUE ZEROS.
           02 MES               PIC 9(02) VALUE ZEROS.
           02 DIA               PIC 9(02) VALUE ZEROS.
       01  WS-DATA-HOJE.
           02 HOJE-ANO          PIC 9(04) VALUE ZEROS.
           02 HOJE-MES          PIC 9(02) VALUE ZEROS.
           02 HOJE-DIA          PIC 9(02) VALUE ZEROS.
       01  WS-DATA-HOJE-NUM REDEFINES WS-DATA-HOJE PIC 9(08).
       01  WS-MENSAGENS.
           02 LIMPA-MENSAGEM    PIC X(50) VALUE SPACES.
       01  CAB01.
           02 FILLER    PIC X(02)    VALUE SPACES.
           02 FILLER    PIC X(06)    VALUE "DATA:".
           02 DATA-CAB01.
               03 DIA-CAB01   PIC 99/ VALUE ZEROS.
               03 MES-CAB01   PIC 99/ VALUE ZEROS.
               03 ANO-CAB01   PIC 9(04) VALUE ZEROS.
           02 FILLER    PIC X(05)     VALUE SPACES.
           02 FILLER    PIC X(40)
           VALUE "PRECO DE REFERENCIA DOS VEICULOS EM".
           02 DATA-REF-CAB01 PIC 9(08) VALUE ZEROS.
           02 FILLER     PIC X(04)   VALUE SPACES.
           02 FILLER     PIC X(08)   VALUE "MARGEM:".
           02 MARGEM-CAB01 PIC Z9,99 VALUE ZEROS.
           02 FILLER     PIC X(06)   VALUE "%".
           02 FILLER     PIC X(04)   VALUE "PAG.".
           02 PAG-CAB01  PIC ZZ9     VALUE ZEROS.
       01  CAB02.
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(04) VALUE "COD".
           02 FILLER  PIC X(13) VALUE "MARCA".
           02 FILLER  PIC X(05) VALUE "ANO".
           02 FILLER  PIC X(16) VALUE "MODELO TABELA".
           02 FILLER  PIC X(13) VALUE "  VALOR TAB.".
           02 FILLER  PIC X(07) VALUE " DEPR%".
           02 FILLER  PIC X(13) VALUE "  REFERENCIA".
           02 FILLER  PIC X(12) VALUE "  AQUISICAO".
           02 FILLER  PIC X(11) VALUE "   PREPARO".
           02 FILLER  PIC X(12) VALUE " CUSTO TOT.".
           02 FILLER  PIC X(12) VALUE "  SUGERIDO".
           02 FILLER  PIC X(10) VALUE "SITUACAO".
       01  DETALHE.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 CODIGO-DET        PIC 9(03) VALUE ZEROS.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 MARCA-DET         PIC X(12) VALUE SPACES.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 ANO-DET           PIC 9(04) VALUE ZEROS.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 MODELO-DET        PIC X(15) VALUE SPACES.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 VALOR-TAB-DET     PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 PCT-DET           PIC ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 REFERENCIA-DET    PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 AQUISICAO-DET     PIC ZZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 PREPARO-DET       PIC ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 CUSTO-DET         PIC ZZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 SUGERIDO-DET      PIC ZZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 SITUACAO-DET      PIC X(10) VALUE SPACES.
       01  LINHA-TOTAL.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 ROTULO-TOTAL      PIC X(34) VALUE SPACES.
           02 QTD-MASK          PIC ZZZ9 VALUE ZEROS.
       SCREEN SECTION.
       01  TELA1.
            02 BLANK SCREEN.
            02 LINE 01 COLUMN 01 VALUE "DATA:".
            02 LINE 01 COLUMN 22 VALUE "PRECO DE REFERENCIA".
            02 LINE 03 COLUMN 01 VALUE "ESCOLHA A FUNCAO: ".
            02 LINE 03 COLUMN 22 VALUE "(VM-DP-RL-FF)".
            02 LINE 05 COLUMN 05
               VALUE "VM - VINCULA VEICULO AO MODELO DA TABELA".
            02 LINE 06 COLUMN 05
               VALUE "DP - TABELA DE DEPRECIACAO POR IDADE".
            02 LINE 07 COLUMN 05 VALUE "RL - RELATORIO DE PRECOS".
            02 LINE 09 COLUMN 05 VALUE "CODIGO DO VEICULO.......>".
            02 LINE 10 COLUMN 05 VALUE "MODELO DA TABELA........>".
            02 LINE 11 COLUMN 05 VALUE "IDADE (ANOS)............>".
            02 LINE 12 COLUMN 05 VALUE "DEPRECIACAO % (99,99)...>".
            02 LINE 20 COLUMN 01 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O CARMOD.
           IF FS-CMD NOT = "00"
               IF FS-CMD = "35"
                   CLOSE CARMOD OPEN OUTPUT CARMOD CLOSE CARMOD
                   GO TO INICIO
               ELSE
                   DISPLAY FS-CMD "STATUS DO ARQUIVO CARMOD"
                   CALL "LOGERRO" USING "PRECOCAR" "ABERTURA CARMOD"
                           FS-CMD
                   STOP RUN
           END-IF.
       ABRE-DEPRECIA.
           OPEN I-O DEPRECIA.
           IF FS-DEP NOT = "00"
               IF FS-DEP = "35"
                   CLOSE DEPRECIA OPEN OUTPUT DEPRECIA CLOSE DEPRECIA
                   GO TO ABRE-DEPRECIA
               ELSE
                   DISPLAY FS-DEP "STATUS DO ARQUIVO DEPRECIA"
                   CALL "LOGERRO" USING "PRECOCAR" "ABERTURA DEPRECIA"
                           FS-DEP
                   CLOSE CARMOD
                   STOP RUN
           END-IF.
           OPEN INPUT ARQCAR.
           IF WS-STATUS NOT = "00"
               DISPLAY "ARQUIVO ARQCAR NAO ENCONTRADO"
               CALL "LOGERRO" USING "PRECOCAR" "ABERTURA ARQCAR"
                       WS-STATUS
               CLOSE CARMOD DEPRECIA
               STOP RUN.
           OPEN INPUT TABELA.
           IF FS-TAB NOT = "00"
               DISPLAY "ARQUIVO TABELA NAO ENCONTRADO"
               CALL "LOGERRO" USING "PRECOCAR" "ABERTURA TABELA"
                       FS-TAB
               CLOSE CARMOD DEPRECIA ARQCAR
               STOP RUN.
           OPEN INPUT TABPRECO.
           IF FS-TBP = "00"
               MOVE "S" TO WS-TBP-DISPONIVEL
           ELSE
               CLOSE TABPRECO.
           OPEN INPUT CARDESP.
           IF FS-DSP = "00"
               MOVE "S" TO WS-DSP-DISPONIVEL
           ELSE
               CLOSE CARDESP.
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
               WHEN "VM"
                  GO TO VINCULA-MODELO
               WHEN "DP"
                  GO TO DEPRECIACAO
               WHEN "RL"
                  GO TO RELATORIO
               WHEN "FF"
                  GO TO FIM
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA" AT 2011
                  ACCEPT CONFIRMA AT 2025
                  GO TO TELA-1
           END-EVALUATE.
       VINCULA-MODELO.
           ACCEPT WS-CODIGO AT 0931.
           IF WS-CODIGO = ZEROS
               GO TO TELA-1.
           MOVE WS-CODIGO TO FD-CODIGO.
           READ ARQCAR INVALID KEY
               DISPLAY "VEICULO NAO CADASTRADO" AT 2011
               ACCEPT CONFIRMA AT 2034
               DISPLAY LIMPA-MENSAGEM AT 2011
               GO TO VINCULA-MODELO.
           DISPLAY FD-MARCA AT 0935.
           DISPLAY FD-MODELO AT 0951.
           DISPLAY FD-ANO AT 0962.
           MOVE WS-CODIGO TO CMD-CODIGO.
           READ CARMOD
               INVALID KEY
                   MOVE "N" TO WS-CMD-EXISTE
                   MOVE ZEROS TO CMD-MODELO-TAB
               NOT INVALID KEY
                   MOVE "S" TO WS-CMD-EXISTE
                   DISPLAY CMD-MODELO-TAB AT 1031
           END-READ.
       PEDE-MODELO-TAB.
           ACCEPT CMD-MODELO-TAB AT 1031.
           IF CMD-MODELO-TAB = ZEROS
               GO TO LIMPA-VINCULO.
           MOVE CMD-MODELO-TAB TO TAB-CODIGO.
           READ TABELA INVALID KEY
               DISPLAY "MODELO NAO EXISTE NA TABELA" AT 2011
               ACCEPT CONFIRMA AT 2039
               DISPLAY LIMPA-MENSAGEM AT 2011
               GO TO PEDE-MODELO-TAB.
           DISPLAY TAB-MODELO AT 1035.
           IF WS-CMD-EXISTE = "S"
               REWRITE REG-CARMOD INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO" FS-CMD AT 2011
                   CALL "LOGERRO" USING "PRECOCAR" "REGRAVA CARMOD"
                           FS-CMD
                   STOP RUN
               END-REWRITE
           ELSE
               WRITE REG-CARMOD INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO" FS-CMD AT 2011
                   CALL "LOGERRO" USING "PRECOCAR" "GRAVACAO CARMOD"
                           FS-CMD
                   STOP RUN
               END-WRITE
           END-IF.
           DISPLAY "VEICULO VINCULADO AO MODELO" AT 2011.
           ACCEPT CONFIRMA AT 2039.
           DISPLAY LIMPA-MENSAGEM AT 2011.
       LIMPA-VINCULO.
           DISPLAY TELA1.
           DISPLAY DIA AT 0107 '/' MES '/' ANO.
           GO TO VINCULA-MODELO.
      *    PERCENTUAL ZERADO REMOVE A IDADE DA TABELA
       DEPRECIACAO.
           PERFORM MOSTRA-DEPRECIA THRU FIM-MOSTRA-DEPRECIA.
           ACCEPT DEP-IDADE AT 1131.
           IF DEP-IDADE = ZEROS
               DISPLAY "IDADE 0 (ANO CORRENTE) ? S-SIM" AT 2011
               ACCEPT CONFIRMA AT 2042
               DISPLAY LIMPA-MENSAGEM AT 2011
               IF CONFIRMA NOT = "S" AND NOT = "s"
                   GO TO TELA-1.
           READ DEPRECIA
               INVALID KEY
                   MOVE "N" TO WS-DEP-EXISTE
                   MOVE ZEROS TO DEP-PERCENTUAL
               NOT INVALID KEY
                   MOVE "S" TO WS-DEP-EXISTE
                   DISPLAY DEP-PERCENTUAL AT 1231
           END-READ.
           ACCEPT DEP-PERCENTUAL AT 1231.
           IF DEP-PERCENTUAL = ZEROS
               IF WS-DEP-EXISTE = "S"
                   DELETE DEPRECIA INVALID KEY
                       DISPLAY "ERRO DE EXCLUSAO" FS-DEP AT 2011
                       CALL "LOGERRO" USING "PRECOCAR"
                               "EXCLUSAO DEPRECIA" FS-DEP
                       STOP RUN
                   END-DELETE
               END-IF
               GO TO LIMPA-DEPRECIA.
           IF WS-DEP-EXISTE = "S"
               REWRITE REG-DEPRECIA INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO" FS-DEP AT 2011
                   CALL "LOGERRO" USING "PRECOCAR"
                           "REGRAVA DEPRECIA" FS-DEP
                   STOP RUN
               END-REWRITE
           ELSE
               WRITE REG-DEPRECIA INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO" FS-DEP AT 2011
                   CALL "LOGERRO" USING "PRECOCAR"
                           "GRAVACAO DEPRECIA" FS-DEP
                   STOP RUN
               END-WRITE
           END-IF.
       LIMPA-DEPRECIA.
           DISPLAY TELA1.
           DISPLAY DIA AT 0107 '/' MES '/' ANO.
           GO TO DEPRECIACAO.
      *    IDADES JA CADASTRADAS, A PARTIR DA LINHA 14 DA TELA
       MOSTRA-DEPRECIA.
           MOVE 14 TO WS-LINHA-TELA.
           MOVE "N" TO WS-EOF.
           MOVE ZEROS TO DEP-IDADE.
           START DEPRECIA KEY NOT LESS THAN DEP-IDADE
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-MOSTRA-DEPRECIA.
           IF WS-EOF = "S" OR WS-LINHA-TELA > 19
               GO TO FIM-MOSTRA-DEPRECIA.
           READ DEPRECIA NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
                   GO TO FIM-MOSTRA-DEPRECIA.
           DISPLAY DEP-IDADE AT LINE WS-LINHA-TELA COLUMN 05.
           DISPLAY "ANOS:" AT LINE WS-LINHA-TELA COLUMN 08.
           DISPLAY DEP-PERCENTUAL AT LINE WS-LINHA-TELA COLUMN 14.
           DISPLAY "%" AT LINE WS-LINHA-TELA COLUMN 19.
           ADD 1 TO WS-LINHA-TELA.
           GO TO LER-MOSTRA-DEPRECIA.
       FIM-MOSTRA-DEPRECIA.
           EXIT.
      *    VEICULOS NO PATIO (DISPONIVEIS E RESERVADOS)
       RELATORIO.
           DISPLAY "DATA DE REFERENCIA (AAAAMMDD):" AT 2011.
           ACCEPT WS-DATA-RELATORIO AT 2042.
           IF WS-DATA-RELATORIO = ZEROS
               MOVE WS-DATA-HOJE-NUM TO WS-DATA-RELATORIO.
           DISPLAY LIMPA-MENSAGEM AT 2011.
           DISPLAY "MARGEM MINIMA % (99,99):" AT 2011.
           ACCEPT WS-MARGEM-MINIMA AT 2036.
           DISPLAY LIMPA-MENSAGEM AT 2011.
           DIVIDE WS-DATA-RELATORIO BY 10000 GIVING WS-ANO-RELATORIO.
           MOVE WS-DATA-RELATORIO TO DATA-REF-CAB01.
           MOVE WS-MARGEM-MINIMA TO MARGEM-CAB01.
           MOVE ZEROS TO CT-PAG WS-QTD-VEICULOS WS-QTD-ACIMA.
           MOVE ZEROS TO WS-QTD-SEM-MODELO.
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO.
           MOVE "N" TO WS-EOF.
           MOVE ZEROS TO FD-CODIGO.
           START ARQCAR KEY NOT LESS THAN FD-CODIGO
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-RELATORIO.
           IF WS-EOF = "S"
               GO TO FIM-RELATORIO.
           READ ARQCAR NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
                   GO TO FIM-RELATORIO.
           IF FD-STATUS = "V"
               GO TO LER-RELATORIO.
           PERFORM CALCULA-PRECO THRU FIM-CALCULA-PRECO.
           ADD 1 TO WS-QTD-VEICULOS.
           MOVE FD-CODIGO TO CODIGO-DET.
           MOVE FD-MARCA TO MARCA-DET.
           MOVE FD-ANO TO ANO-DET.
           MOVE WS-VALOR-VIGENTE TO VALOR-TAB-DET.
           MOVE WS-PCT-DEPREC TO PCT-DET.
           MOVE WS-VALOR-REF TO REFERENCIA-DET.
           MOVE FD-CUSTO-AQUIS TO AQUISICAO-DET.
           MOVE WS-TOTAL-PREPARO TO PREPARO-DET.
           MOVE WS-CUSTO-TOTAL TO CUSTO-DET.
           MOVE WS-PRECO-SUGERIDO TO SUGERIDO-DET.
           WRITE REG-RELATO FROM DETALHE BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
           GO TO LER-RELATORIO.
       FIM-RELATORIO.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           MOVE "VEICULOS NO PATIO................:" TO ROTULO-TOTAL.
           MOVE WS-QTD-VEICULOS TO QTD-MASK.
           WRITE REG-RELATO FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES.
           MOVE "CUSTO ACIMA DA REFERENCIA........:" TO ROTULO-TOTAL.
           MOVE WS-QTD-ACIMA TO QTD-MASK.
           WRITE REG-RELATO FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES.
           MOVE "SEM MODELO DA TABELA VINCULADO...:" TO ROTULO-TOTAL.
           MOVE WS-QTD-SEM-MODELO TO QTD-MASK.
           WRITE REG-RELATO FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES.
           CLOSE RELATO.
           DISPLAY "RELATORIO DE PRECOS IMPRESSO" AT 2011.
           ACCEPT CONFIRMA AT 2040.
           DISPLAY LIMPA-MENSAGEM AT 2011.
           GO TO TELA-1.
      *    REFERENCIA = VALOR VIGENTE MENOS A DEPRECIACAO DA IDADE;
      *    SUGERIDO = REFERENCIA, NO MINIMO CUSTO TOTAL + MARGEM
       CALCULA-PRECO.
           MOVE ZEROS TO WS-VALOR-VIGENTE WS-VALOR-REF WS-PCT-DEPREC.
           MOVE SPACES TO SITUACAO-DET MODELO-DET.
           PERFORM SOMA-PREPARO THRU FIM-SOMA-PREPARO.
           COMPUTE WS-CUSTO-TOTAL = FD-CUSTO-AQUIS + WS-TOTAL-PREPARO.
           COMPUTE WS-CUSTO-MINIMO ROUNDED = WS-CUSTO-TOTAL
                   * (1 + WS-MARGEM-MINIMA / 100).
           MOVE FD-CODIGO TO CMD-CODIGO.
           READ CARMOD INVALID KEY
               ADD 1 TO WS-QTD-SEM-MODELO
               MOVE "SEM MODELO" TO SITUACAO-DET
               MOVE WS-CUSTO-MINIMO TO WS-PRECO-SUGERIDO
               GO TO FIM-CALCULA-PRECO.
           MOVE CMD-MODELO-TAB TO TAB-CODIGO.
           READ TABELA INVALID KEY
               ADD 1 TO WS-QTD-SEM-MODELO
               MOVE "MODELO INEXIST." TO MODELO-DET
               MOVE "SEM MODELO" TO SITUACAO-DET
               MOVE WS-CUSTO-MINIMO TO WS-PRECO-SUGERIDO
               GO TO FIM-CALCULA-PRECO.
           MOVE TAB-MODELO TO MODELO-DET.
           PERFORM BUSCA-PRECO-VIGENTE THRU FIM-BUSCA-VIGENTE.
           COMPUTE WS-IDADE = WS-ANO-RELATORIO - FD-ANO.
           IF WS-IDADE < ZEROS
               MOVE ZEROS TO WS-IDADE.
           IF WS-IDADE > 99
               MOVE 99 TO WS-IDADE.
           PERFORM BUSCA-DEPRECIACAO THRU FIM-BUSCA-DEPRECIACAO.
           COMPUTE WS-VALOR-REF ROUNDED = WS-VALOR-VIGENTE
                   * (100 - WS-PCT-DEPREC) / 100.
           MOVE WS-VALOR-REF TO WS-PRECO-SUGERIDO.
           IF WS-CUSTO-MINIMO > WS-PRECO-SUGERIDO
               MOVE WS-CUSTO-MINIMO TO WS-PRECO-SUGERIDO.
           IF WS-CUSTO-TOTAL > WS-VALOR-REF
               ADD 1 TO WS-QTD-ACIMA
               MOVE "*CUSTO>REF" TO SITUACAO-DET.
       FIM-CALCULA-PRECO.
           EXIT.
      *    ULTIMA VIGENCIA DA TABPRECO ATE A DATA DO RELATORIO
       BUSCA-PRECO-VIGENTE.
           MOVE TAB-VALOR TO WS-VALOR-VIGENTE.
           IF WS-TBP-DISPONIVEL NOT = "S"
               GO TO FIM-BUSCA-VIGENTE.
           MOVE "N" TO WS-EOF-AUX.
           MOVE TAB-CODIGO TO TBP-CODIGO.
           MOVE ZEROS TO TBP-VIGENCIA.
           START TABPRECO KEY IS NOT LESS THAN TBP-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF-AUX.
       LER-BUSCA-VIGENTE.
           IF WS-EOF-AUX = "S"
               GO TO FIM-BUSCA-VIGENTE.
           READ TABPRECO NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-AUX
               NOT AT END
                   IF TBP-CODIGO NOT = TAB-CODIGO
                           OR TBP-VIGENCIA > WS-DATA-RELATORIO
                       MOVE "S" TO WS-EOF-AUX
                   ELSE
                       MOVE TBP-VALOR TO WS-VALOR-VIGENTE
                   END-IF
           END-READ.
           GO TO LER-BUSCA-VIGENTE.
       FIM-BUSCA-VIGENTE.
           EXIT.
      *    MAIOR IDADE CADASTRADA QUE NAO PASSA DA IDADE DO VEICULO
       BUSCA-DEPRECIACAO.
           MOVE WS-IDADE TO DEP-IDADE.
           READ DEPRECIA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DEP-PERCENTUAL TO WS-PCT-DEPREC
                   GO TO FIM-BUSCA-DEPRECIACAO
           END-READ.
           IF WS-IDADE = ZEROS
               GO TO FIM-BUSCA-DEPRECIACAO.
           SUBTRACT 1 FROM WS-IDADE.
           GO TO BUSCA-DEPRECIACAO.
       FIM-BUSCA-DEPRECIACAO.
           EXIT.
       SOMA-PREPARO.
           MOVE ZEROS TO WS-TOTAL-PREPARO.
           IF WS-DSP-DISPONIVEL NOT = "S"
               GO TO FIM-SOMA-PREPARO.
           MOVE "N" TO WS-EOF-AUX.
           MOVE FD-CODIGO TO DSP-CODIGO.
           MOVE ZEROS TO DSP-SEQ.
           START CARDESP KEY NOT LESS THAN DSP-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF-AUX.
       LER-SOMA-PREPARO.
           IF WS-EOF-AUX = "S"
               GO TO FIM-SOMA-PREPARO.
           READ CARDESP NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-AUX
               NOT AT END
                   IF DSP-CODIGO NOT = FD-CODIGO
                       MOVE "S" TO WS-EOF-AUX
                   ELSE
                       ADD DSP-VALOR TO WS-TOTAL-PREPARO
                   END-IF
           END-READ.
           GO TO LER-SOMA-PREPARO.
       FIM-SOMA-PREPARO.
           EXIT.
       CABECALHO.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 3 LINES.
           WRITE REG-RELATO FROM CAB02 BEFORE ADVANCING 2 LINES.
       FIM.
           DISPLAY "FIM DO PROCESSAMENTO " AT 2011.
           CLOSE CARMOD DEPRECIA ARQCAR TABELA.
           IF WS-TBP-DISPONIVEL = "S"
               CLOSE TABPRECO.
           IF WS-DSP-DISPONIVEL = "S"
               CLOSE CARDESP.
           STOP RUN.
           END PROGRAM PRECOCAR.
