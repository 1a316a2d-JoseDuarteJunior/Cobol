      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - REVENDA DE VEICULOS
      * Tectonics: cobc
      * Objetivo: CONTROLE DA TRANSFERENCIA DOS VEICULOS VENDIDOS
      *           (ARQUIVO TRANSCAR, GRAVADO PELA VENDA DO CARSTAT COM
      *           PRAZO DE 30 DIAS) E DAS MULTAS DE TRANSITO POR PLACA
      *           (ARQUIVO MULTAS) - CONFIRMACAO DA TRANSFERENCIA,
      *           CADASTRO DA MULTA COM ATRIBUICAO AUTOMATICA A LOJA OU
      *           AO COMPRADOR PELA DATA DA VENDA NO EVENTCAR, BAIXA DA
      *           MULTA (PAGA PELA LOJA OU REPASSADA AO COMPRADOR) E
      *           RELATORIO DAS TRANSFERENCIAS VENCIDAS E DAS MULTAS A
      *           REPASSAR
      * Obs: A MULTA E DO COMPRADOR QUANDO A INFRACAO E POSTERIOR A
      *      ULTIMA VENDA DA PLACA E NAO HOUVE NOVA ENTRADA DO VEICULO
      *      NA LOJA (USADO RECEBIDO NA TROCA) DEPOIS DESSA VENDA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFER.
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
           SELECT TRANSCAR ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRC-CHAVE
                  ALTERNATE RECORD KEY IS TRC-CHAPA
                          WITH DUPLICATES
                  FILE STATUS IS FS-TRC.
           SELECT MULTAS ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MUL-CHAVE
                  FILE STATUS IS FS-MUL.
           SELECT EVENTCAR ASSIGN TO "EVENTCAR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-EVT.
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
       FD  TRANSCAR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "TRANSCAR".
       01  REG-TRANSCAR.
           02 TRC-CHAVE.
               03 TRC-CODIGO     PIC 9(03).
               03 TRC-DATA-VENDA PIC 9(08).
           02 TRC-CHAPA         PIC X(06).
           02 TRC-CLI-CODIGO    PIC 9(04).
           02 TRC-CLIENTE       PIC X(30).
           02 TRC-PRAZO         PIC 9(08).
           02 TRC-DATA-TRANSF   PIC 9(08).
       FD  MULTAS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "MULTAS".
       01  REG-MULTAS.
           02 MUL-CHAVE.
               03 MUL-CHAPA      PIC X(06).
               03 MUL-AIT        PIC X(12).
           02 MUL-DATA-INFRACAO PIC 9(08).
           02 MUL-VALOR         PIC 9(06)V99.
           02 MUL-CODIGO-CAR    PIC 9(03).
           02 MUL-RESPONSAVEL   PIC X(01).
           02 MUL-CLIENTE       PIC X(30).
           02 MUL-DATA-VENDA    PIC 9(08).
           02 MUL-STATUS        PIC X(01).
           02 MUL-DATA-STATUS   PIC 9(08).
       FD  EVENTCAR
           LABEL RECORD IS OMITTED.
       01  REG-EVENTCAR.
           02 EVT-DATA          PIC 9(08).
           02 FILLER            PIC X VALUE SPACE.
           02 EVT-CODIGO        PIC 9(03).
           02 FILLER            PIC X VALUE SPACE.
           02 EVT-EVENTO        PIC X(08).
           02 FILLER            PIC X VALUE SPACE.
           02 EVT-CLIENTE       PIC X(30).
           02 FILLER            PIC X VALUE SPACE.
           02 EVT-VALOR         PIC 9(08)V99.
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-STATUS            PIC X(02) VALUE SPACES.
       77  FS-TRC               PIC X(02) VALUE SPACES.
       77  FS-MUL               PIC X(02) VALUE SPACES.
       77  FS-EVT               PIC X(02) VALUE SPACES.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  FUNCAO               PIC X(02) VALUE SPACES.
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-EOF               PIC X(01) VALUE "N".
       77  WS-CODIGO-BUSCA      PIC 9(03) VALUE ZEROS.
       77  WS-DATA-TRANSF       PIC 9(08) VALUE ZEROS.
       77  WS-ACHOU             PIC X(01) VALUE "N".
       77  WS-CHAPA             PIC X(06) VALUE SPACES.
       77  WS-AIT               PIC X(12) VALUE SPACES.
       77  WS-DATA-INFRACAO     PIC 9(08) VALUE ZEROS.
       77  WS-ULT-VENDA         PIC 9(08) VALUE ZEROS.
       77  WS-ULT-ENTRADA       PIC 9(08) VALUE ZEROS.
       77  WS-COD-VENDA         PIC 9(03) VALUE ZEROS.
       77  WS-CLI-VENDA         PIC X(30) VALUE SPACES.
       77  WS-NOVO-STATUS       PIC X(01) VALUE SPACES.
       77  WS-DIAS-ATRASO       PIC 9(05) VALUE ZEROS.
       77  WS-DIAS-HOJE         PIC 9(08) VALUE ZEROS.
       77  WS-QTD-VENCIDAS      PIC 9(04) VALUE ZEROS.
       77  WS-QTD-REPASSAR      PIC 9(04) VALUE ZEROS.
       77  WS-TOT-REPASSAR      PIC 9(08)V99 VALUE ZEROS.
       77  IX-CAR               PIC 9(02) VALUE ZEROS.
       77  TAB-QTD              PIC 9(02) VALUE ZEROS.
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
      *    CODIGOS DO ARQCAR COM A MESMA PLACA (VEICULO QUE VOLTOU
      *    PARA A LOJA GANHA NOVO CODIGO)
       01  TAB-CODIGOS.
           02 TAB-CODIGO OCCURS 20 TIMES PIC 9(03).
       01  WS-DATA-AUX.
           02 AUX-ANO           PIC 9(04).
           02 AUX-MES           PIC 9(02).
           02 AUX-DIA           PIC 9(02).
       01  WS-DATA-NUM REDEFINES WS-DATA-AUX PIC 9(08).
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
       01  CAB01.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(06)    VALUE "DATA:".
           02 DATA-CAB01.
               03 DIA-CAB01   PIC 99/ VALUE ZEROS.
               03 MES-CAB01   PIC 99/ VALUE ZEROS.
               03 ANO-CAB01   PIC 9(04) VALUE ZEROS.
           02 FILLER    PIC X(05)     VALUE SPACES.
           02 FILLER    PIC X(43)
           VALUE "TRANSFERENCIAS VENCIDAS E MULTAS A REPASSAR".
           02 FILLER     PIC X(02)   VALUE SPACES.
           02 FILLER     PIC X(04)   VALUE "PAG.".
           02 PAG-CAB01  PIC ZZ9     VALUE ZEROS.
       01  CAB02.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(40)
           VALUE "TRANSFERENCIAS COM PRAZO VENCIDO".
       01  CAB03.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(08) VALUE "CODIGO".
           02 FILLER  PIC X(08) VALUE "PLACA".
           02 FILLER  PIC X(32) VALUE "COMPRADOR".
           02 FILLER  PIC X(12) VALUE "VENDA".
           02 FILLER  PIC X(12) VALUE "PRAZO".
           02 FILLER  PIC X(06) VALUE "DIAS".
       01  DETALHE-TRANSF.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 CODIGO-DET        PIC 9(03) VALUE ZEROS.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 CHAPA-DET         PIC X(06) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 CLIENTE-DET       PIC X(30) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 VENDA-DET         PIC 9(08) VALUE ZEROS.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 PRAZO-DET         PIC 9(08) VALUE ZEROS.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 DIAS-DET          PIC ZZZZ9 VALUE ZEROS.
       01  CAB04.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(40)
           VALUE "MULTAS A REPASSAR AOS COMPRADORES".
       01  CAB05.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(08) VALUE "PLACA".
           02 FILLER  PIC X(14) VALUE "AUTO (AIT)".
           02 FILLER  PIC X(10) VALUE "INFRACAO".
           02 FILLER  PIC X(32) VALUE "COMPRADOR".
           02 FILLER  PIC X(10) VALUE "VENDA".
           02 FILLER  PIC X(12) VALUE "VALOR".
       01  DETALHE-MULTA.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 CHAPA-MUL         PIC X(06) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 AIT-MUL           PIC X(12) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 INFRACAO-MUL      PIC 9(08) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 CLIENTE-MUL       PIC X(30) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 VENDA-MUL         PIC 9(08) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 VALOR-MUL         PIC ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINHA-TOTAL.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 ROTULO-TOTAL      PIC X(30) VALUE SPACES.
           02 QTD-MASK          PIC ZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TOTAL-MASK        PIC ZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
       SCREEN SECTION.
       01  TELA1.
            02 BLANK SCREEN.
            02 LINE 01 COLUMN 01 VALUE "DATA:".
            02 LINE 01 COLUMN 20
               VALUE "TRANSFERENCIAS E MULTAS - BRASILCAR".
            02 LINE 03 COLUMN 01 VALUE "ESCOLHA A FUNCAO: ".
            02 LINE 03 COLUMN 22 VALUE "(TR-MU-BX-RL-FF)".
            02 LINE 05 COLUMN 05 VALUE "TR - CONFIRMA TRANSFERENCIA".
            02 LINE 06 COLUMN 05 VALUE "MU - CADASTRA MULTA".
            02 LINE 07 COLUMN 05
               VALUE "BX - BAIXA MULTA (P-PAGA LOJA R-REPASSADA)".
            02 LINE 08 COLUMN 05 VALUE "RL - RELATORIO VENCIDAS/MULTAS".
            02 LINE 10 COLUMN 05 VALUE "CODIGO DO VEICULO.......>".
            02 LINE 11 COLUMN 05 VALUE "PLACA...................>".
            02 LINE 12 COLUMN 05 VALUE "AUTO DE INFRACAO (AIT)..>".
            02 LINE 13 COLUMN 05 VALUE "DATA (AAAAMMDD).........>".
            02 LINE 15 COLUMN 01 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O TRANSCAR.
           IF FS-TRC NOT = "00"
               IF FS-TRC = "35"
                   CLOSE TRANSCAR OPEN OUTPUT TRANSCAR CLOSE TRANSCAR
                   GO TO INICIO
               ELSE
                   DISPLAY FS-TRC "STATUS DO ARQUIVO TRANSCAR"
                   CALL "LOGERRO" USING "TRANSFER" "ABERTURA TRANSCAR"
                           FS-TRC
                   STOP RUN
           END-IF.
       ABRE-MULTAS.
           OPEN I-O MULTAS.
           IF FS-MUL NOT = "00"
               IF FS-MUL = "35"
                   CLOSE MULTAS OPEN OUTPUT MULTAS CLOSE MULTAS
                   GO TO ABRE-MULTAS
               ELSE
                   DISPLAY FS-MUL "STATUS DO ARQUIVO MULTAS"
                   CALL "LOGERRO" USING "TRANSFER" "ABERTURA MULTAS"
                           FS-MUL
                   CLOSE TRANSCAR
                   STOP RUN
           END-IF.
           OPEN INPUT ARQCAR.
           IF WS-STATUS NOT = "00"
               DISPLAY "ARQUIVO ARQCAR NAO ENCONTRADO"
               CALL "LOGERRO" USING "TRANSFER" "ABERTURA ARQCAR"
                       WS-STATUS
               CLOSE TRANSCAR MULTAS
               STOP RUN
           END-IF.
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
               WHEN "TR"
                  GO TO CONFIRMA-TRANSFERENCIA
               WHEN "MU"
                  GO TO CADASTRA-MULTA
               WHEN "BX"
                  GO TO BAIXA-MULTA
               WHEN "RL"
                  GO TO RELATORIO
               WHEN "FF"
                  GO TO FIM
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA" AT 1510
                  ACCEPT CONFIRMA AT 1524
                  GO TO TELA-1
           END-EVALUATE.
      *    TRANSFERENCIA PENDENTE MAIS RECENTE DO VEICULO
       CONFIRMA-TRANSFERENCIA.
           ACCEPT WS-CODIGO-BUSCA AT 1031.
           IF WS-CODIGO-BUSCA = ZEROS
               GO TO TELA-1.
           MOVE "N" TO WS-ACHOU.
           MOVE WS-CODIGO-BUSCA TO TRC-CODIGO.
           MOVE ZEROS TO TRC-DATA-VENDA.
           START TRANSCAR KEY NOT LESS THAN TRC-CHAVE
               INVALID KEY GO TO FIM-PROCURA-TRANSF.
       PROCURA-TRANSF.
           READ TRANSCAR NEXT RECORD AT END
               GO TO FIM-PROCURA-TRANSF.
           IF TRC-CODIGO NOT = WS-CODIGO-BUSCA
               GO TO FIM-PROCURA-TRANSF.
           IF TRC-DATA-TRANSF = ZEROS
               MOVE "S" TO WS-ACHOU
               MOVE TRC-DATA-VENDA TO WS-DATA-NUM.
           GO TO PROCURA-TRANSF.
       FIM-PROCURA-TRANSF.
           IF WS-ACHOU = "N"
               DISPLAY "SEM TRANSFERENCIA PENDENTE" AT 1510
               ACCEPT CONFIRMA AT 1537
               DISPLAY LIMPA-MENSAGEM AT 1510
               GO TO CONFIRMA-TRANSFERENCIA.
           MOVE WS-CODIGO-BUSCA TO TRC-CODIGO.
           MOVE WS-DATA-NUM TO TRC-DATA-VENDA.
           READ TRANSCAR INVALID KEY
               GO TO CONFIRMA-TRANSFERENCIA.
           DISPLAY TRC-CHAPA AT 1131.
           DISPLAY TRC-CLIENTE AT 1140.
           DISPLAY "PRAZO:" AT 1210.
           DISPLAY TRC-PRAZO AT 1217.
       PEDE-DATA-TRANSF.
           ACCEPT WS-DATA-TRANSF AT 1331.
           IF WS-DATA-TRANSF = ZEROS
               MOVE WS-DATA-HOJE TO WS-DATA-TRANSF.
           IF WS-DATA-TRANSF < TRC-DATA-VENDA
                   OR WS-DATA-TRANSF > WS-DATA-HOJE
               DISPLAY "DATA DE TRANSFERENCIA INVALIDA" AT 1510
               ACCEPT CONFIRMA AT 1541
               DISPLAY LIMPA-MENSAGEM AT 1510
               GO TO PEDE-DATA-TRANSF.
           MOVE WS-DATA-TRANSF TO TRC-DATA-TRANSF.
           REWRITE REG-TRANSCAR INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS-TRC AT 1510
               CALL "LOGERRO" USING "TRANSFER" "REGRAVA TRANSCAR"
                       FS-TRC
               STOP RUN.
           DISPLAY "TRANSFERENCIA CONFIRMADA" AT 1510.
           ACCEPT CONFIRMA AT 1535.
           DISPLAY LIMPA-MENSAGEM AT 1510.
           GO TO TELA-1.
       CADASTRA-MULTA.
           ACCEPT WS-CHAPA AT 1131.
           IF WS-CHAPA = SPACES
               GO TO TELA-1.
           ACCEPT WS-AIT AT 1231.
           IF WS-AIT = SPACES
               GO TO CADASTRA-MULTA.
           MOVE WS-CHAPA TO MUL-CHAPA.
           MOVE WS-AIT TO MUL-AIT.
           READ MULTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "MULTA JA CADASTRADA" AT 1510
                   ACCEPT CONFIRMA AT 1530
                   DISPLAY LIMPA-MENSAGEM AT 1510
                   GO TO CADASTRA-MULTA
           END-READ.
       PEDE-DATA-INFRACAO.
           ACCEPT WS-DATA-INFRACAO AT 1331.
           IF WS-DATA-INFRACAO = ZEROS
                   OR WS-DATA-INFRACAO > WS-DATA-HOJE
               GO TO PEDE-DATA-INFRACAO.
           DISPLAY "VALOR DA MULTA:" AT 1510.
           ACCEPT MUL-VALOR AT 1526.
           DISPLAY LIMPA-MENSAGEM AT 1510.
           PERFORM ATRIBUI-MULTA THRU FIM-ATRIBUI-MULTA.
           MOVE WS-CHAPA TO MUL-CHAPA.
           MOVE WS-AIT TO MUL-AIT.
           MOVE WS-DATA-INFRACAO TO MUL-DATA-INFRACAO.
           MOVE "A" TO MUL-STATUS.
           MOVE ZEROS TO MUL-DATA-STATUS.
           WRITE REG-MULTAS INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS-MUL AT 1510
               CALL "LOGERRO" USING "TRANSFER" "GRAVACAO MULTAS"
                       FS-MUL
               STOP RUN.
           IF MUL-RESPONSAVEL = "C"
               DISPLAY "MULTA DO COMPRADOR:" AT 1510
               DISPLAY MUL-CLIENTE AT 1530
           ELSE
               DISPLAY "MULTA DA LOJA" AT 1510.
           ACCEPT CONFIRMA AT 1561.
           DISPLAY LIMPA-MENSAGEM AT 1510.
           DISPLAY "                                   " AT 1530.
           GO TO CADASTRA-MULTA.
      *    ULTIMA VENDA (EVENTCAR) E ULTIMA ENTRADA NA LOJA (ARQCAR)
      *    DOS CODIGOS DA PLACA ATE A DATA DA INFRACAO
       ATRIBUI-MULTA.
           MOVE ZEROS TO TAB-QTD WS-ULT-VENDA WS-ULT-ENTRADA.
           MOVE ZEROS TO WS-COD-VENDA.
           MOVE SPACES TO WS-CLI-VENDA.
           MOVE WS-CHAPA TO FD-CHAPA.
           START ARQCAR KEY NOT LESS THAN FD-CHAPA
               INVALID KEY GO TO LE-EVENTOS-PLACA.
       LE-CODIGOS-PLACA.
           READ ARQCAR NEXT RECORD AT END
               GO TO LE-EVENTOS-PLACA.
           IF FD-CHAPA NOT = WS-CHAPA
               GO TO LE-EVENTOS-PLACA.
           IF TAB-QTD < 20
               ADD 1 TO TAB-QTD
               MOVE FD-CODIGO TO TAB-CODIGO (TAB-QTD).
           IF FD-DATA-ENTRADA NOT > WS-DATA-INFRACAO
                   AND FD-DATA-ENTRADA > WS-ULT-ENTRADA
               MOVE FD-DATA-ENTRADA TO WS-ULT-ENTRADA.
           GO TO LE-CODIGOS-PLACA.
       LE-EVENTOS-PLACA.
           IF TAB-QTD = ZEROS
               GO TO DEFINE-RESPONSAVEL.
           OPEN INPUT EVENTCAR.
           IF FS-EVT NOT = "00"
               CLOSE EVENTCAR
               GO TO DEFINE-RESPONSAVEL.
       LER-EVENTOS-PLACA.
           READ EVENTCAR AT END
               CLOSE EVENTCAR
               GO TO DEFINE-RESPONSAVEL.
           IF EVT-EVENTO NOT = "VENDA"
                   OR EVT-DATA > WS-DATA-INFRACAO
                   OR EVT-DATA < WS-ULT-VENDA
               GO TO LER-EVENTOS-PLACA.
           PERFORM PROCURA-CODIGO
               VARYING IX-CAR FROM 1 BY 1
               UNTIL IX-CAR > TAB-QTD
                  OR TAB-CODIGO (IX-CAR) = EVT-CODIGO.
           IF IX-CAR NOT > TAB-QTD
               MOVE EVT-DATA TO WS-ULT-VENDA
               MOVE EVT-CODIGO TO WS-COD-VENDA
               MOVE EVT-CLIENTE TO WS-CLI-VENDA.
           GO TO LER-EVENTOS-PLACA.
       DEFINE-RESPONSAVEL.
           MOVE WS-COD-VENDA TO MUL-CODIGO-CAR.
           MOVE WS-ULT-VENDA TO MUL-DATA-VENDA.
           IF WS-ULT-VENDA NOT = ZEROS
                   AND WS-DATA-INFRACAO > WS-ULT-VENDA
                   AND WS-ULT-ENTRADA NOT > WS-ULT-VENDA
               MOVE "C" TO MUL-RESPONSAVEL
               MOVE WS-CLI-VENDA TO MUL-CLIENTE
           ELSE
               MOVE "L" TO MUL-RESPONSAVEL
               MOVE SPACES TO MUL-CLIENTE.
           IF MUL-CODIGO-CAR = ZEROS AND TAB-QTD > ZEROS
               MOVE TAB-CODIGO (TAB-QTD) TO MUL-CODIGO-CAR.
       FIM-ATRIBUI-MULTA.
           EXIT.
       PROCURA-CODIGO.
           CONTINUE.
       BAIXA-MULTA.
           ACCEPT WS-CHAPA AT 1131.
           IF WS-CHAPA = SPACES
               GO TO TELA-1.
           ACCEPT WS-AIT AT 1231.
           MOVE WS-CHAPA TO MUL-CHAPA.
           MOVE WS-AIT TO MUL-AIT.
           READ MULTAS INVALID KEY
               DISPLAY "MULTA NAO CADASTRADA" AT 1510
               ACCEPT CONFIRMA AT 1531
               DISPLAY LIMPA-MENSAGEM AT 1510
               GO TO BAIXA-MULTA.
           IF MUL-STATUS NOT = "A"
               DISPLAY "MULTA JA BAIXADA:" AT 1510
               DISPLAY MUL-STATUS AT 1528
               ACCEPT CONFIRMA AT 1530
               DISPLAY LIMPA-MENSAGEM AT 1510
               GO TO BAIXA-MULTA.
           IF MUL-RESPONSAVEL = "C"
               DISPLAY "COMPRADOR:" AT 1310
               DISPLAY MUL-CLIENTE AT 1321
           ELSE
               DISPLAY "MULTA DA LOJA" AT 1310.
       PEDE-NOVO-STATUS.
           DISPLAY "P-PAGA PELA LOJA R-REPASSADA:" AT 1510.
           ACCEPT WS-NOVO-STATUS AT 1540.
           IF WS-NOVO-STATUS NOT = "P" AND NOT = "R"
               GO TO PEDE-NOVO-STATUS.
           IF WS-NOVO-STATUS = "R" AND MUL-RESPONSAVEL NOT = "C"
               DISPLAY "MULTA DA LOJA NAO SE REPASSA " AT 1510
               ACCEPT CONFIRMA AT 1540
               GO TO PEDE-NOVO-STATUS.
           MOVE WS-NOVO-STATUS TO MUL-STATUS.
           MOVE WS-DATA-HOJE TO MUL-DATA-STATUS.
           REWRITE REG-MULTAS INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS-MUL AT 1510
               CALL "LOGERRO" USING "TRANSFER" "BAIXA MULTAS" FS-MUL
               STOP RUN.
           DISPLAY LIMPA-MENSAGEM AT 1510.
           DISPLAY LIMPA-MENSAGEM AT 1310.
           DISPLAY "MULTA BAIXADA" AT 1510.
           ACCEPT CONFIRMA AT 1524.
           DISPLAY LIMPA-MENSAGEM AT 1510.
           GO TO BAIXA-MULTA.
      *    RELATORIO: TRANSFERENCIAS NAO CONFIRMADAS COM PRAZO VENCIDO
      *    E MULTAS DO COMPRADOR AINDA EM ABERTO
       RELATORIO.
           MOVE ZEROS TO CT-PAG WS-QTD-VENCIDAS WS-QTD-REPASSAR.
           MOVE ZEROS TO WS-TOT-REPASSAR.
           MOVE WS-DATA-HOJE TO WS-DATA-NUM.
           PERFORM CONVERTE-PARA-DIAS.
           MOVE WS-DIAS-ABS-CALC TO WS-DIAS-HOJE.
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO.
           WRITE REG-RELATO FROM CAB02 BEFORE ADVANCING 2 LINES.
           WRITE REG-RELATO FROM CAB03 BEFORE ADVANCING 2 LINES.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO TRC-CHAVE.
           START TRANSCAR KEY NOT LESS THAN TRC-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-RELATORIO-TRANSF.
           IF WS-EOF = "S"
               GO TO TOTAL-TRANSF.
           READ TRANSCAR NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
               NOT AT END
                   IF TRC-DATA-TRANSF = ZEROS
                           AND TRC-PRAZO < WS-DATA-HOJE
                       PERFORM IMPRIME-TRANSF
                   END-IF
           END-READ.
           GO TO LER-RELATORIO-TRANSF.
       TOTAL-TRANSF.
           MOVE "TRANSFERENCIAS VENCIDAS......:" TO ROTULO-TOTAL.
           MOVE WS-QTD-VENCIDAS TO QTD-MASK.
           MOVE ZEROS TO TOTAL-MASK.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           WRITE REG-RELATO FROM LINHA-TOTAL BEFORE ADVANCING 3 LINES.
           WRITE REG-RELATO FROM CAB04 BEFORE ADVANCING 2 LINES
               AT EOP PERFORM CABECALHO.
           WRITE REG-RELATO FROM CAB05 BEFORE ADVANCING 2 LINES
               AT EOP PERFORM CABECALHO.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO MUL-CHAVE.
           START MULTAS KEY NOT LESS THAN MUL-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-RELATORIO-MULTAS.
           IF WS-EOF = "S"
               GO TO FIM-RELATORIO.
           READ MULTAS NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
               NOT AT END
                   IF MUL-RESPONSAVEL = "C" AND MUL-STATUS = "A"
                       PERFORM IMPRIME-MULTA
                   END-IF
           END-READ.
           GO TO LER-RELATORIO-MULTAS.
       FIM-RELATORIO.
           MOVE "MULTAS A REPASSAR...........:" TO ROTULO-TOTAL.
           MOVE WS-QTD-REPASSAR TO QTD-MASK.
           MOVE WS-TOT-REPASSAR TO TOTAL-MASK.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           WRITE REG-RELATO FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES.
           CLOSE RELATO.
           DISPLAY "RELATORIO IMPRESSO" AT 1510.
           ACCEPT CONFIRMA AT 1529.
           DISPLAY LIMPA-MENSAGEM AT 1510.
           GO TO TELA-1.
       IMPRIME-TRANSF.
           ADD 1 TO WS-QTD-VENCIDAS.
           MOVE TRC-PRAZO TO WS-DATA-NUM.
           PERFORM CONVERTE-PARA-DIAS.
           COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-DIAS-ABS-CALC.
           MOVE TRC-CODIGO TO CODIGO-DET.
           MOVE TRC-CHAPA TO CHAPA-DET.
           MOVE TRC-CLIENTE TO CLIENTE-DET.
           MOVE TRC-DATA-VENDA TO VENDA-DET.
           MOVE TRC-PRAZO TO PRAZO-DET.
           MOVE WS-DIAS-ATRASO TO DIAS-DET.
           WRITE REG-RELATO FROM DETALHE-TRANSF BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
       IMPRIME-MULTA.
           ADD 1 TO WS-QTD-REPASSAR.
           ADD MUL-VALOR TO WS-TOT-REPASSAR.
           MOVE MUL-CHAPA TO CHAPA-MUL.
           MOVE MUL-AIT TO AIT-MUL.
           MOVE MUL-DATA-INFRACAO TO INFRACAO-MUL.
           MOVE MUL-CLIENTE TO CLIENTE-MUL.
           MOVE MUL-DATA-VENDA TO VENDA-MUL.
           MOVE MUL-VALOR TO VALOR-MUL.
           WRITE REG-RELATO FROM DETALHE-MULTA BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
      *    DATA AAAAMMDD (WS-DATA-NUM) EM DIAS ABSOLUTOS
       CONVERTE-PARA-DIAS.
           MOVE AUX-ANO TO WS-ANO-CALC.
           MOVE AUX-MES TO WS-MES-CALC.
           MOVE AUX-DIA TO WS-DIA-CALC.
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
           MOVE CT-PAG TO PAG-CAB01.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 3 LINES.
       FIM.
           DISPLAY "FIM DO PROCESSAMENTO " AT 1510.
           CLOSE ARQCAR TRANSCAR MULTAS.
           STOP RUN.
           END PROGRAM TRANSFER.
