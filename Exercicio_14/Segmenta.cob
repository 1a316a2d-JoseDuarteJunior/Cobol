      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - VENDAS NO BALCAO
      * Tectonics: cobc
      * Objetivo: SEGMENTACAO DOS CLIENTES PELO COMPORTAMENTO DE
      *           COMPRA - LE O VENDCAB POR VCB-CLIENTE E APURA A DATA
      *           DA ULTIMA COMPRA, OS DIAS DESDE ELA, A QUANTIDADE DE
      *           COMPRAS E O VALOR LIQUIDO GASTO NA JANELA INFORMADA
      *           (DEVOLUCOES ABATIDAS DO CLIENTE DA VENDA ORIGINAL,
      *           CANCELADAS IGNORADAS). PONTUA RECENCIA, FREQUENCIA E
      *           VALOR (0 A 3 CADA) E CLASSIFICA EM M-MELHORES,
      *           R-REGULARES, A-EM RISCO E P-PERDIDOS. GRAVA O ARQUIVO
      *           SEGCLI (LIDO PELO ETIQUETA PARA MALA DIRETA POR
      *           SEGMENTO) E IMPRIME A LISTAGEM E O RESUMO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGMENTA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEGCLI ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       SEG-CLIENTE
           FILE STATUS      FS-SEG.
           SELECT VENDCAB ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       VCB-NUMERO
           FILE STATUS      FS-VCB.
           SELECT CRIA03 ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       CLI-CODIGO
           FILE STATUS      FS-CLI.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD  SEGCLI LABEL RECORD STANDARD
           VALUE OF FILE-ID "SEGCLI".
       01  REG-SEGCLI.
           02 SEG-CLIENTE       PIC 9(04).
           02 SEG-SEGMENTO      PIC X(01).
           02 SEG-PONTOS        PIC 9(03).
           02 SEG-ULT-COMPRA    PIC 9(08).
           02 SEG-DIAS          PIC 9(05).
           02 SEG-QTD-COMPRAS   PIC 9(05).
           02 SEG-VALOR         PIC S9(09)V99.
           02 SEG-INICIO        PIC 9(08).
           02 SEG-FIM           PIC 9(08).
           02 FILLER            PIC X(10).
       FD  VENDCAB LABEL RECORD STANDARD
           VALUE OF FILE-ID "VENDCAB".
       01  REG-VENDCAB.
           02 VCB-NUMERO        PIC 9(06).
           02 VCB-DATA          PIC 9(08).
           02 VCB-OPERADOR      PIC X(03).
           02 VCB-FORMA-PAGTO   PIC X(01).
           02 VCB-SESSAO        PIC 9(04).
           02 VCB-TOTAL         PIC 9(09)V99.
           02 VCB-CLIENTE       PIC 9(04).
           02 VCB-TIPO          PIC X(01).
           02 VCB-REF           PIC 9(06).
           02 FILLER            PIC X(29).
       FD  CRIA03
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CRIA03".
       01  REG-CRIA03.
           02 CLI-CODIGO    PIC 9(04).
           02 CLI-NOME      PIC X(30).
           02 CLI-ENDERECO  PIC X(30).
           02 CLI-BAIRRO    PIC X(20).
           02 CLI-CEP       PIC 9(08).
           02 CLI-CIDADE    PIC X(20).
           02 CLI-UF        PIC X(02).
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  FS-SEG               PIC X(02) VALUE SPACES.
       77  FS-VCB               PIC X(02) VALUE SPACES.
       77  FS-CLI               PIC X(02) VALUE SPACES.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-EOF               PIC X(01) VALUE "N".
       77  WS-OPERADOR          PIC X(03) VALUE SPACES.
       77  WS-NIVEL-EXIGIDO     PIC 9(01) VALUE ZEROS.
       77  WS-AUTORIZADO        PIC X(01) VALUE SPACES.
       77  WS-CLI-DISPONIVEL    PIC X(01) VALUE "N".
       77  WS-SEG-EXISTE        PIC X(01) VALUE "N".
       77  WS-LISTA             PIC X(01) VALUE SPACES.
       77  WS-DATA-INICIO       PIC 9(08) VALUE ZEROS.
       77  WS-DATA-FIM          PIC 9(08) VALUE ZEROS.
       77  WS-DIAS-FIM          PIC 9(08) VALUE ZEROS.
       77  WS-CLIENTE-DOC       PIC 9(04) VALUE ZEROS.
       77  WS-NUMERO-SALVO      PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-SALVO       PIC 9(09)V99 VALUE ZEROS.
       77  WS-DATA-SALVA        PIC 9(08) VALUE ZEROS.
       77  WS-TIPO-SALVO        PIC X(01) VALUE SPACES.
       77  WS-PTS-RECENCIA      PIC 9(01) VALUE ZEROS.
       77  WS-PTS-FREQUENCIA    PIC 9(01) VALUE ZEROS.
       77  WS-PTS-VALOR         PIC 9(01) VALUE ZEROS.
       77  WS-PTS-SOMA          PIC 9(02) VALUE ZEROS.
       77  WS-QTD-CLIENTES      PIC 9(05) VALUE ZEROS.
       77  WS-TOT-VALOR         PIC S9(11)V99 VALUE ZEROS.
       77  SEG-IDX              PIC 9(01) VALUE ZEROS.
      *
      *    LIMITES DA PONTUACAO - RECENCIA EM DIAS DESDE A ULTIMA
      *    COMPRA, FREQUENCIA EM COMPRAS NA JANELA, VALOR LIQUIDO
      *    GASTO NA JANELA. RECENCIA ZERO E PERDIDO, UM E EM RISCO
      *
       77  LIM-DIAS-3           PIC 9(05) VALUE 30.
       77  LIM-DIAS-2           PIC 9(05) VALUE 90.
       77  LIM-DIAS-1           PIC 9(05) VALUE 180.
       77  LIM-COMPRAS-3        PIC 9(05) VALUE 6.
       77  LIM-COMPRAS-2        PIC 9(05) VALUE 3.
       77  LIM-VALOR-3          PIC 9(09)V99 VALUE 5000.
       77  LIM-VALOR-2          PIC 9(09)V99 VALUE 1000.
       77  LIM-MELHORES         PIC 9(02) VALUE 7.
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
       01  WS-DATA-CALC.
           02 CALC-ANO          PIC 9(04) VALUE ZEROS.
           02 CALC-MES          PIC 9(02) VALUE ZEROS.
           02 CALC-DIA          PIC 9(02) VALUE ZEROS.
       01  SEGMENTOS-VALORES.
           02 FILLER PIC X(13) VALUE "MMELHORES".
           02 FILLER PIC X(13) VALUE "RREGULARES".
           02 FILLER PIC X(13) VALUE "AEM RISCO".
           02 FILLER PIC X(13) VALUE "PPERDIDOS".
       01  TABELA-SEGMENTOS REDEFINES SEGMENTOS-VALORES.
           02 TAB-SEG OCCURS 4 TIMES.
               03 TAB-SEG-CODIGO PIC X(01).
               03 TAB-SEG-NOME   PIC X(12).
       01  TABELA-TOTAIS.
           02 TAB-TOT OCCURS 4 TIMES.
               03 TAB-TOT-QTD    PIC 9(05).
               03 TAB-TOT-VALOR  PIC S9(11)V99.
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
           02 FILLER    PIC X(27)
           VALUE "SEGMENTACAO DE CLIENTES".
           02 INI-CAB01  PIC 9(08)   VALUE ZEROS.
           02 FILLER    PIC X(03)   VALUE " A ".
           02 FIM-CAB01  PIC 9(08)   VALUE ZEROS.
           02 FILLER    PIC X(04)   VALUE SPACES.
           02 FILLER     PIC X(04)   VALUE "PAG.".
           02 PAG-CAB01  PIC ZZ9     VALUE ZEROS.
       01  CAB02.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(07) VALUE "CODIGO".
           02 FILLER  PIC X(31) VALUE "NOME".
           02 FILLER  PIC X(11) VALUE "ULT.COMPRA".
           02 FILLER  PIC X(07) VALUE "  DIAS".
           02 FILLER  PIC X(09) VALUE "COMPRAS".
           02 FILLER  PIC X(16) VALUE "     VALOR".
           02 FILLER  PIC X(05) VALUE "RFM".
           02 FILLER  PIC X(12) VALUE "SEGMENTO".
       01  DETALHE.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 CODIGO-DET        PIC 9(04) VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 NOME-DET          PIC X(30) VALUE SPACES.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 ULT-DET           PIC 9(08) VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 DIAS-DET          PIC ZZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 COMPRAS-DET       PIC ZZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 VALOR-DET         PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 PONTOS-DET        PIC 9(03) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 SEGMENTO-DET      PIC X(12) VALUE SPACES.
       01  LINHA-RESUMO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 COD-RESUMO        PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(03) VALUE " - ".
           02 NOME-RESUMO       PIC X(12) VALUE SPACES.
           02 FILLER            PIC X(11) VALUE "CLIENTES:".
           02 QTD-RESUMO        PIC ZZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(10) VALUE "  VALOR:".
           02 VALOR-RESUMO      PIC -Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINHA-TOTAL.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(20)
           VALUE "TOTAL DE CLIENTES:".
           02 QTD-TOTAL         PIC ZZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(10) VALUE "  VALOR:".
           02 VALOR-TOTAL       PIC -Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       SCREEN SECTION.
       01  TELA1.
            02 BLANK SCREEN.
            02 LINE 01 COLUMN 01 VALUE "DATA:".
            02 LINE 01 COLUMN 24 VALUE "SEGMENTACAO DE CLIENTES".
            02 LINE 03 COLUMN 02
            VALUE "INICIO DA JANELA (AAAAMMDD)...>".
            02 LINE 04 COLUMN 02
            VALUE "FIM DA JANELA (0=HOJE)........>".
            02 LINE 05 COLUMN 02
            VALUE "LISTAR OS CLIENTES (S/N)......>".
            02 LINE 12 COLUMN 01 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR".
           MOVE 2 TO WS-NIVEL-EXIGIDO.
           CALL "AUTORIZA" USING "SEGMENTA" WS-OPERADOR
                   WS-NIVEL-EXIGIDO WS-AUTORIZADO.
           IF WS-AUTORIZADO NOT = "S"
               DISPLAY "OPERADOR SEM PERFIL PARA ESTE PROGRAMA"
                       AT 2202
               ACCEPT CONFIRMA AT 2242
               STOP RUN.
           OPEN INPUT VENDCAB.
           IF FS-VCB NOT = "00"
               DISPLAY "ARQUIVO VENDCAB NAO ENCONTRADO"
               CALL "LOGERRO" USING "SEGMENTA" "ABERTURA VENDCAB"
                       FS-VCB
               STOP RUN.
           OPEN INPUT CRIA03.
           IF FS-CLI = "00"
               MOVE "S" TO WS-CLI-DISPONIVEL.
       TELA-1.
           DISPLAY TELA1.
           ACCEPT WS-DATA FROM DATE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY DIA AT 0107 '/' MES '/' ANO.
           MOVE DIA TO DIA-CAB01.
           MOVE MES TO MES-CAB01.
           MOVE HOJE-ANO TO ANO-CAB01.
       PEDE-INICIO.
           ACCEPT WS-DATA-INICIO AT 0334.
           MOVE WS-DATA-INICIO TO WS-DATA-CALC.
           IF CALC-MES < 01 OR CALC-MES > 12
                   OR CALC-DIA < 01 OR CALC-DIA > 31
               DISPLAY "DATA INVALIDA" AT 1210
               ACCEPT CONFIRMA AT 1224
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO PEDE-INICIO.
       PEDE-FIM.
           ACCEPT WS-DATA-FIM AT 0434.
           IF WS-DATA-FIM = ZEROS
               MOVE WS-DATA-HOJE TO WS-DATA-FIM.
           MOVE WS-DATA-FIM TO WS-DATA-CALC.
           IF CALC-MES < 01 OR CALC-MES > 12
                   OR CALC-DIA < 01 OR CALC-DIA > 31
                   OR WS-DATA-FIM < WS-DATA-INICIO
               DISPLAY "DATA INVALIDA" AT 1210
               ACCEPT CONFIRMA AT 1224
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO PEDE-FIM.
           DISPLAY WS-DATA-FIM AT 0434.
           ACCEPT WS-LISTA AT 0534.
           DISPLAY "CONFIRMA A SEGMENTACAO (S/N) ?" AT 1210.
           ACCEPT CONFIRMA AT 1241.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               GO TO FIM.
           DISPLAY "APURANDO AS COMPRAS..." AT 1210.
           PERFORM CRIA-SEGCLI.
           PERFORM APURA-COMPRAS THRU FIM-APURA-COMPRAS.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           DISPLAY "CLASSIFICANDO OS CLIENTES..." AT 1210.
           MOVE WS-DATA-FIM TO WS-DATA-CALC.
           MOVE CALC-DIA TO WS-DIA-CALC.
           MOVE CALC-MES TO WS-MES-CALC.
           MOVE CALC-ANO TO WS-ANO-CALC.
           PERFORM CONVERTE-PARA-DIAS.
           MOVE WS-DIAS-ABS-CALC TO WS-DIAS-FIM.
           MOVE ZEROS TO TABELA-TOTAIS WS-QTD-CLIENTES WS-TOT-VALOR.
           MOVE ZEROS TO CT-PAG.
           MOVE WS-DATA-INICIO TO INI-CAB01.
           MOVE WS-DATA-FIM TO FIM-CAB01.
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO.
           PERFORM CLASSIFICA-CLIENTES THRU FIM-CLASSIFICA-CLIENTES.
           PERFORM IMPRIME-RESUMO.
           CLOSE RELATO SEGCLI.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           DISPLAY "CLIENTES SEGMENTADOS:" AT 1210.
           DISPLAY WS-QTD-CLIENTES AT 1232.
           ACCEPT CONFIRMA AT 1238.
           GO TO FIM.
      *
      *    O SEGCLI E REFEITO A CADA EXECUCAO PARA A JANELA INFORMADA
      *
       CRIA-SEGCLI.
           OPEN OUTPUT SEGCLI.
           IF FS-SEG NOT = "00"
               DISPLAY FS-SEG "STATUS DO ARQUIVO SEGCLI"
               CALL "LOGERRO" USING "SEGMENTA" "CRIACAO SEGCLI"
                       FS-SEG
               STOP RUN.
           CLOSE SEGCLI.
           OPEN I-O SEGCLI.
           IF FS-SEG NOT = "00"
               DISPLAY FS-SEG "STATUS DO ARQUIVO SEGCLI"
               CALL "LOGERRO" USING "SEGMENTA" "ABERTURA SEGCLI"
                       FS-SEG
               STOP RUN.
      *
      *    VENDA CONTA COMO COMPRA; DEVOLUCAO ABATE O VALOR DO CLIENTE
      *    DA VENDA ORIGINAL; CANCELADA NAO ENTRA. A ULTIMA COMPRA E
      *    PROCURADA EM TODO O HISTORICO ATE O FIM DA JANELA, PARA QUE
      *    QUEM DEIXOU DE COMPRAR ANTES DELA APARECA COMO PERDIDO
      *
       APURA-COMPRAS.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO VCB-NUMERO.
           START VENDCAB KEY NOT LESS THAN VCB-NUMERO
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-VENDCAB.
           IF WS-EOF = "S"
               GO TO FIM-APURA-COMPRAS.
           READ VENDCAB NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
                   GO TO FIM-APURA-COMPRAS.
           IF VCB-DATA > WS-DATA-FIM OR VCB-TIPO = "C"
               GO TO LER-VENDCAB.
           IF VCB-TIPO = "D"
               IF VCB-DATA < WS-DATA-INICIO
                   GO TO LER-VENDCAB
               END-IF
               PERFORM BUSCA-CLIENTE-ORIGINAL THRU FIM-BUSCA-CLIENTE
           ELSE
               MOVE VCB-CLIENTE TO WS-CLIENTE-DOC.
           IF WS-CLIENTE-DOC = ZEROS
               GO TO LER-VENDCAB.
           PERFORM ACUMULA-CLIENTE.
           GO TO LER-VENDCAB.
       FIM-APURA-COMPRAS.
           EXIT.
       BUSCA-CLIENTE-ORIGINAL.
           MOVE ZEROS TO WS-CLIENTE-DOC.
           MOVE VCB-NUMERO TO WS-NUMERO-SALVO.
           MOVE VCB-TOTAL TO WS-TOTAL-SALVO.
           MOVE VCB-DATA TO WS-DATA-SALVA.
           MOVE VCB-TIPO TO WS-TIPO-SALVO.
           MOVE VCB-REF TO VCB-NUMERO.
           READ VENDCAB
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VCB-CLIENTE TO WS-CLIENTE-DOC
           END-READ.
           MOVE WS-TOTAL-SALVO TO VCB-TOTAL.
           MOVE WS-DATA-SALVA TO VCB-DATA.
           MOVE WS-TIPO-SALVO TO VCB-TIPO.
           MOVE WS-NUMERO-SALVO TO VCB-NUMERO.
           START VENDCAB KEY GREATER THAN VCB-NUMERO
               INVALID KEY MOVE "S" TO WS-EOF.
       FIM-BUSCA-CLIENTE.
           EXIT.
       ACUMULA-CLIENTE.
           MOVE WS-CLIENTE-DOC TO SEG-CLIENTE.
           READ SEGCLI
               INVALID KEY
                   MOVE "N" TO WS-SEG-EXISTE
                   MOVE SPACES TO SEG-SEGMENTO
                   MOVE ZEROS TO SEG-PONTOS SEG-ULT-COMPRA SEG-DIAS
                   MOVE ZEROS TO SEG-QTD-COMPRAS SEG-VALOR
                   MOVE WS-DATA-INICIO TO SEG-INICIO
                   MOVE WS-DATA-FIM TO SEG-FIM
               NOT INVALID KEY
                   MOVE "S" TO WS-SEG-EXISTE
           END-READ.
           IF VCB-TIPO = "D"
               SUBTRACT VCB-TOTAL FROM SEG-VALOR
           ELSE
               IF VCB-DATA > SEG-ULT-COMPRA
                   MOVE VCB-DATA TO SEG-ULT-COMPRA
               END-IF
               IF VCB-DATA NOT < WS-DATA-INICIO
                   ADD 1 TO SEG-QTD-COMPRAS
                   ADD VCB-TOTAL TO SEG-VALOR
               END-IF
           END-IF.
           IF WS-SEG-EXISTE = "S"
               REWRITE REG-SEGCLI INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO" FS-SEG AT 1210
                   CALL "LOGERRO" USING "SEGMENTA" "REGRAVA SEGCLI"
                           FS-SEG
                   STOP RUN
               END-REWRITE
           ELSE
               WRITE REG-SEGCLI INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO" FS-SEG AT 1210
                   CALL "LOGERRO" USING "SEGMENTA" "GRAVACAO SEGCLI"
                           FS-SEG
                   STOP RUN
               END-WRITE
           END-IF.
      *
      *    PONTUACAO RFM (RECENCIA, FREQUENCIA, VALOR) E SEGMENTO
      *
       CLASSIFICA-CLIENTES.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO SEG-CLIENTE.
           START SEGCLI KEY NOT LESS THAN SEG-CLIENTE
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-SEGCLI.
           IF WS-EOF = "S"
               GO TO FIM-CLASSIFICA-CLIENTES.
           READ SEGCLI NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
                   GO TO FIM-CLASSIFICA-CLIENTES.
      *    SO DEVOLUCAO NA JANELA, SEM VENDA ATE O FIM DELA
           IF SEG-ULT-COMPRA = ZEROS
               GO TO LER-SEGCLI.
           MOVE SEG-ULT-COMPRA TO WS-DATA-CALC.
           MOVE CALC-DIA TO WS-DIA-CALC.
           MOVE CALC-MES TO WS-MES-CALC.
           MOVE CALC-ANO TO WS-ANO-CALC.
           PERFORM CONVERTE-PARA-DIAS.
           COMPUTE SEG-DIAS = WS-DIAS-FIM - WS-DIAS-ABS-CALC.
           PERFORM PONTUA-CLIENTE.
           REWRITE REG-SEGCLI INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS-SEG AT 1210
               CALL "LOGERRO" USING "SEGMENTA" "REGRAVA SEGCLI"
                       FS-SEG
               STOP RUN
           END-REWRITE.
           PERFORM LOCALIZA-SEGMENTO.
           ADD 1 TO TAB-TOT-QTD (SEG-IDX) WS-QTD-CLIENTES.
           ADD SEG-VALOR TO TAB-TOT-VALOR (SEG-IDX) WS-TOT-VALOR.
           IF WS-LISTA = "S" OR "s"
               PERFORM IMPRIME-CLIENTE.
           GO TO LER-SEGCLI.
       FIM-CLASSIFICA-CLIENTES.
           EXIT.
       PONTUA-CLIENTE.
           IF SEG-DIAS NOT > LIM-DIAS-3
               MOVE 3 TO WS-PTS-RECENCIA
           ELSE
               IF SEG-DIAS NOT > LIM-DIAS-2
                   MOVE 2 TO WS-PTS-RECENCIA
               ELSE
                   IF SEG-DIAS NOT > LIM-DIAS-1
                       MOVE 1 TO WS-PTS-RECENCIA
                   ELSE
                       MOVE 0 TO WS-PTS-RECENCIA
                   END-IF
               END-IF
           END-IF.
           IF SEG-QTD-COMPRAS NOT < LIM-COMPRAS-3
               MOVE 3 TO WS-PTS-FREQUENCIA
           ELSE
               IF SEG-QTD-COMPRAS NOT < LIM-COMPRAS-2
                   MOVE 2 TO WS-PTS-FREQUENCIA
               ELSE
                   IF SEG-QTD-COMPRAS > ZEROS
                       MOVE 1 TO WS-PTS-FREQUENCIA
                   ELSE
                       MOVE 0 TO WS-PTS-FREQUENCIA
                   END-IF
               END-IF
           END-IF.
           IF SEG-VALOR NOT < LIM-VALOR-3
               MOVE 3 TO WS-PTS-VALOR
           ELSE
               IF SEG-VALOR NOT < LIM-VALOR-2
                   MOVE 2 TO WS-PTS-VALOR
               ELSE
                   IF SEG-VALOR > ZEROS
                       MOVE 1 TO WS-PTS-VALOR
                   ELSE
                       MOVE 0 TO WS-PTS-VALOR
                   END-IF
               END-IF
           END-IF.
           COMPUTE SEG-PONTOS = WS-PTS-RECENCIA * 100
               + WS-PTS-FREQUENCIA * 10 + WS-PTS-VALOR.
           COMPUTE WS-PTS-SOMA = WS-PTS-RECENCIA + WS-PTS-FREQUENCIA
               + WS-PTS-VALOR.
           EVALUATE TRUE
               WHEN WS-PTS-RECENCIA = 0
                   MOVE "P" TO SEG-SEGMENTO
               WHEN WS-PTS-RECENCIA = 1
                   MOVE "A" TO SEG-SEGMENTO
               WHEN WS-PTS-SOMA NOT < LIM-MELHORES
                   MOVE "M" TO SEG-SEGMENTO
               WHEN OTHER
                   MOVE "R" TO SEG-SEGMENTO
           END-EVALUATE.
       LOCALIZA-SEGMENTO.
           MOVE 1 TO SEG-IDX.
           IF SEG-SEGMENTO = "R"
               MOVE 2 TO SEG-IDX.
           IF SEG-SEGMENTO = "A"
               MOVE 3 TO SEG-IDX.
           IF SEG-SEGMENTO = "P"
               MOVE 4 TO SEG-IDX.
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
       IMPRIME-CLIENTE.
           MOVE SEG-CLIENTE TO CODIGO-DET.
           MOVE SPACES TO NOME-DET.
           IF WS-CLI-DISPONIVEL = "S"
               MOVE SEG-CLIENTE TO CLI-CODIGO
               READ CRIA03
                   INVALID KEY
                       MOVE "** SEM CADASTRO **" TO NOME-DET
                   NOT INVALID KEY
                       MOVE CLI-NOME TO NOME-DET
               END-READ
           END-IF.
           MOVE SEG-ULT-COMPRA TO ULT-DET.
           MOVE SEG-DIAS TO DIAS-DET.
           MOVE SEG-QTD-COMPRAS TO COMPRAS-DET.
           MOVE SEG-VALOR TO VALOR-DET.
           MOVE SEG-PONTOS TO PONTOS-DET.
           MOVE TAB-SEG-NOME (SEG-IDX) TO SEGMENTO-DET.
           WRITE REG-RELATO FROM DETALHE BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
       IMPRIME-RESUMO.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           PERFORM IMPRIME-LINHA-SEGMENTO
               VARYING SEG-IDX FROM 1 BY 1 UNTIL SEG-IDX > 4.
           MOVE WS-QTD-CLIENTES TO QTD-TOTAL.
           MOVE WS-TOT-VALOR TO VALOR-TOTAL.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           WRITE REG-RELATO FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES.
       IMPRIME-LINHA-SEGMENTO.
           MOVE TAB-SEG-CODIGO (SEG-IDX) TO COD-RESUMO.
           MOVE TAB-SEG-NOME (SEG-IDX) TO NOME-RESUMO.
           MOVE TAB-TOT-QTD (SEG-IDX) TO QTD-RESUMO.
           MOVE TAB-TOT-VALOR (SEG-IDX) TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
       CABECALHO.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 3 LINES.
           WRITE REG-RELATO FROM CAB02 BEFORE ADVANCING 2 LINES.
       FIM.
           DISPLAY "FIM DO PROCESSAMENTO " AT 1210.
           CLOSE VENDCAB.
           IF WS-CLI-DISPONIVEL = "S"
               CLOSE CRIA03.
           STOP RUN.
           END PROGRAM SEGMENTA.
