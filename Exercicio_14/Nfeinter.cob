      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - VENDAS NO BALCAO
      * Tectonics: cobc
      * Objetivo: INTERFACE COM O PROGRAMA EMISSOR DE NF-E - GERA O
      *           ARQUIVO NFEREM DO DIA COM UM CONJUNTO DE REGISTROS
      *           POR DOCUMENTO DO VENDCAB (B-IDENTIFICACAO,
      *           C-EMITENTE, E-DESTINATARIO DO CRIA03, H-ITENS COM
      *           BASE E ALIQUOTA DO ICMS PELO ICMSCAT/UFICMS E
      *           W-TOTAIS), PROCESSA O ARQUIVO NFERET DEVOLVIDO PELO
      *           EMISSOR GRAVANDO O PROTOCOLO DE AUTORIZACAO OU O
      *           MOTIVO DA REJEICAO NO ARQUIVO NFEVEND E LISTA AS
      *           VENDAS AINDA SEM AUTORIZACAO
      * Obs: DOCUMENTO CANCELADO NO DIA (VCB-TIPO "C") NAO E
      *      EXPORTADO; DEVOLUCAO (VCB-TIPO "D") SAI COM FINALIDADE
      *      "D" E O NUMERO DA VENDA DE ORIGEM.
      * Alteracoes:
      * 15/10/2026 - ITEM DE CATEGORIA COM SUBSTITUICAO TRIBUTARIA NA
      *              UF DE DESTINO (TABELA ICMSST) SAI NO REGISTRO H
      *              COM MVA, BASE E VALOR DO ICMS-ST, TOTALIZADOS NO
      *              REGISTRO W; MESMA REGRA DE CALCULO DO VENDAS.
      * 15/10/2026 - DADOS DO EMITENTE (RAZAO SOCIAL, CNPJ, IE,
      *              ENDERECO, CIDADE, UF E CEP) LIDOS DO ARQUIVO DE
      *              PARAMETROS DA EMPRESA (ROTINA LEPARAM, PROGRAMA
      *              EMPRESA); SEM O ARQUIVO FICAM OS VALORES FIXOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFEINTER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDCAB ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       VCB-NUMERO
           FILE STATUS      FS-VCB.
           SELECT VENDAS ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       VND-CHAVE
           FILE STATUS      FS-VND.
           SELECT ARQPRO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       FD-CODIGO
           ALTERNATE RECORD KEY IS FD-NOME-PRODUTO
                   WITH DUPLICATES
           ALTERNATE RECORD KEY IS FD-EAN
                   SUPPRESS WHEN ZEROS
           FILE STATUS      FS.
           SELECT CRIA03 ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       CLI-CODIGO
           FILE STATUS      FS-CLI.
           SELECT ICMSCAT ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       ICM-CODIGO
           FILE STATUS      FS-ICM.
           SELECT UFICMS ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       UFI-UF
           FILE STATUS      FS-UFI.
           SELECT ICMSST ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       IST-CHAVE
           FILE STATUS      FS-IST.
           SELECT NFEVEND ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       NFV-NUMERO
           FILE STATUS      FS-NFV.
           SELECT NFEREM ASSIGN TO "NFEREM"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-REM.
           SELECT NFERET ASSIGN TO "NFERET"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-RET.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
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
           02 VCB-CANC-DATA     PIC 9(08).
           02 VCB-CANC-SUPERV   PIC X(03).
           02 VCB-FRETE         PIC 9(07)V99.
           02 FILLER            PIC X(09).
       FD  VENDAS LABEL RECORD STANDARD
           VALUE OF FILE-ID "VENDAS".
       01  REG-VENDAS.
           02 VND-CHAVE.
               03 VND-NUMERO    PIC 9(06).
               03 VND-ITEM      PIC 9(02).
           02 VND-DATA          PIC 9(08).
           02 VND-CODIGO        PIC 9(04).
           02 VND-DV            PIC 9(01).
           02 VND-QTDE          PIC 9(04).
           02 VND-PRECO-UNIT    PIC 9(06)V99.
           02 VND-TOTAL-ITEM    PIC 9(08)V99.
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
       FD  ICMSCAT LABEL RECORD STANDARD
           VALUE OF FILE-ID "ICMSCAT".
       01  REG-ICMSCAT.
           02 ICM-CODIGO        PIC 9(04).
           02 ICM-CATEGORIA     PIC 9(01).
       FD  UFICMS LABEL RECORD STANDARD
           VALUE OF FILE-ID "UFICMS".
       01  REG-UFICMS.
           02 UFI-UF            PIC X(02).
           02 UFI-ALIQUOTA      PIC 9(02)V99.
       FD  ICMSST LABEL RECORD STANDARD
           VALUE OF FILE-ID "ICMSST".
       01  REG-ICMSST.
           02 IST-CHAVE.
               03 IST-CATEGORIA PIC 9(01).
               03 IST-UF        PIC X(02).
           02 IST-MVA           PIC 9(03)V99.
           02 IST-ALIQ-INTERNA  PIC 9(02)V99.
       FD  NFEVEND LABEL RECORD STANDARD
           VALUE OF FILE-ID "NFEVEND".
       01  REG-NFEVEND.
           02 NFV-NUMERO        PIC 9(06).
           02 NFV-STATUS        PIC X(01).
           02 NFV-DATA-EXPORT   PIC 9(08).
           02 NFV-QTD-ENVIOS    PIC 9(02).
           02 NFV-DATA-RETORNO  PIC 9(08).
           02 NFV-PROTOCOLO     PIC X(15).
           02 NFV-CHAVE-NFE     PIC X(44).
           02 NFV-MOTIVO        PIC X(40).
       FD  NFEREM
           LABEL RECORD IS OMITTED.
       01  REG-NFEREM               PIC X(160).
       01  NFR-HEADER REDEFINES REG-NFEREM.
           02 NRA-TIPO              PIC X(01).
           02 NRA-DATA              PIC 9(08).
           02 NRA-LITERAL           PIC X(20).
           02 FILLER                PIC X(131).
       01  NFR-IDENT REDEFINES REG-NFEREM.
           02 NRB-TIPO              PIC X(01).
           02 NRB-NUMERO            PIC 9(06).
           02 NRB-DATA              PIC 9(08).
           02 NRB-FINALIDADE        PIC X(01).
           02 NRB-REF               PIC 9(06).
           02 NRB-FORMA-PAGTO       PIC X(01).
           02 NRB-OPERADOR          PIC X(03).
           02 FILLER                PIC X(134).
       01  NFR-EMITENTE REDEFINES REG-NFEREM.
           02 NRC-TIPO              PIC X(01).
           02 NRC-NUMERO            PIC 9(06).
           02 NRC-RAZAO             PIC X(40).
           02 NRC-CNPJ              PIC 9(14).
           02 NRC-IE                PIC X(14).
           02 NRC-ENDERECO          PIC X(40).
           02 NRC-CIDADE            PIC X(20).
           02 NRC-UF                PIC X(02).
           02 NRC-CEP               PIC 9(08).
           02 FILLER                PIC X(15).
       01  NFR-DESTINATARIO REDEFINES REG-NFEREM.
           02 NRE-TIPO              PIC X(01).
           02 NRE-NUMERO            PIC 9(06).
           02 NRE-CLIENTE           PIC 9(04).
           02 NRE-NOME              PIC X(30).
           02 NRE-ENDERECO          PIC X(30).
           02 NRE-BAIRRO            PIC X(20).
           02 NRE-CEP               PIC 9(08).
           02 NRE-CIDADE            PIC X(20).
           02 NRE-UF                PIC X(02).
           02 FILLER                PIC X(39).
       01  NFR-ITEM REDEFINES REG-NFEREM.
           02 NRH-TIPO              PIC X(01).
           02 NRH-NUMERO            PIC 9(06).
           02 NRH-ITEM              PIC 9(02).
           02 NRH-CODIGO            PIC 9(04).
           02 NRH-DV                PIC 9(01).
           02 NRH-NOME              PIC X(30).
           02 NRH-EAN               PIC 9(13).
           02 NRH-QTDE              PIC 9(04).
           02 NRH-PRECO-UNIT        PIC 9(06)V99.
           02 NRH-TOTAL-ITEM        PIC 9(08)V99.
           02 NRH-ALIQUOTA          PIC 9(02)V99.
           02 NRH-BASE-ICMS         PIC 9(08)V99.
           02 NRH-VALOR-ICMS        PIC 9(08)V99.
           02 NRH-MVA               PIC 9(03)V99.
           02 NRH-BASE-ST           PIC 9(09)V99.
           02 NRH-VALOR-ST          PIC 9(08)V99.
           02 FILLER                PIC X(31).
       01  NFR-TOTAIS REDEFINES REG-NFEREM.
           02 NRW-TIPO              PIC X(01).
           02 NRW-NUMERO            PIC 9(06).
           02 NRW-QTD-ITENS         PIC 9(03).
           02 NRW-TOTAL-PROD        PIC 9(09)V99.
           02 NRW-BASE-ICMS         PIC 9(09)V99.
           02 NRW-VALOR-ICMS        PIC 9(09)V99.
           02 NRW-FRETE             PIC 9(07)V99.
           02 NRW-TOTAL-NOTA        PIC 9(09)V99.
           02 NRW-BASE-ST           PIC 9(09)V99.
           02 NRW-VALOR-ST          PIC 9(09)V99.
           02 FILLER                PIC X(75).
       01  NFR-TRAILER REDEFINES REG-NFEREM.
           02 NRZ-TIPO              PIC X(01).
           02 NRZ-QTD-DOCS          PIC 9(06).
           02 NRZ-TOTAL             PIC 9(11)V99.
           02 FILLER                PIC X(140).
       FD  NFERET
           LABEL RECORD IS OMITTED.
       01  REG-NFERET.
           02 RTN-TIPO              PIC X(01).
           02 RTN-NUMERO            PIC 9(06).
           02 RTN-SITUACAO          PIC X(01).
           02 RTN-DATA              PIC 9(08).
           02 RTN-PROTOCOLO         PIC X(15).
           02 RTN-CHAVE-NFE         PIC X(44).
           02 RTN-MOTIVO            PIC X(40).
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  FS                   PIC X(02) VALUE SPACES.
       77  FS-VCB               PIC X(02) VALUE SPACES.
       77  FS-VND               PIC X(02) VALUE SPACES.
       77  FS-CLI               PIC X(02) VALUE SPACES.
       77  FS-ICM               PIC X(02) VALUE SPACES.
       77  FS-UFI               PIC X(02) VALUE SPACES.
       77  FS-IST               PIC X(02) VALUE SPACES.
       77  FS-NFV               PIC X(02) VALUE SPACES.
       77  FS-REM               PIC X(02) VALUE SPACES.
       77  FS-RET               PIC X(02) VALUE SPACES.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  FUNCAO               PIC X(02) VALUE SPACES.
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-EOF               PIC X(01) VALUE "N".
       77  WS-EOF-ITEM          PIC X(01) VALUE "N".
       77  WS-CLI-DISPONIVEL    PIC X(01) VALUE "N".
       77  WS-ICM-DISPONIVEL    PIC X(01) VALUE "N".
       77  WS-UFI-DISPONIVEL    PIC X(01) VALUE "N".
       77  WS-IST-DISPONIVEL    PIC X(01) VALUE "N".
       77  WS-PRO-DISPONIVEL    PIC X(01) VALUE "N".
       77  WS-TEM-NFV           PIC X(01) VALUE "N".
       77  WS-DATA-EXPORT       PIC 9(08) VALUE ZEROS.
       77  WS-UF-DESTINO        PIC X(02) VALUE SPACES.
       77  WS-ALIQ-UF           PIC 9(02)V99 VALUE ZEROS.
       77  WS-TEM-ALIQ-UF       PIC X(01) VALUE "N".
       77  WS-CATEGORIA         PIC 9(01) VALUE ZEROS.
       77  WS-ALIQUOTA          PIC 9(02)V99 VALUE ZEROS.
       77  WS-ICMS-ITEM         PIC 9(08)V99 VALUE ZEROS.
       77  WS-QTD-ITENS         PIC 9(03) VALUE ZEROS.
       77  WS-TOT-PRODUTOS      PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-BASE          PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-ICMS          PIC 9(09)V99 VALUE ZEROS.
       77  WS-ST-CALCULO        PIC S9(08)V99 VALUE ZEROS.
       77  WS-TOT-BASE-ST       PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-ST            PIC 9(09)V99 VALUE ZEROS.
       77  WS-QTD-DOCS          PIC 9(06) VALUE ZEROS.
       77  WS-TOT-REMESSA       PIC 9(11)V99 VALUE ZEROS.
       77  WS-AUTORIZADAS       PIC 9(05) VALUE ZEROS.
       77  WS-REJEITADAS        PIC 9(05) VALUE ZEROS.
       77  WS-SEM-CORRESP       PIC 9(05) VALUE ZEROS.
       77  WS-PENDENTES         PIC 9(05) VALUE ZEROS.
       77  WS-VALOR-PENDENTE    PIC 9(11)V99 VALUE ZEROS.
      *    DADOS DO EMITENTE
       01  WS-EMITENTE.
           02 EMI-RAZAO         PIC X(40)
              VALUE "EMPRESA ZOOM COMERCIO LTDA".
           02 EMI-CNPJ          PIC 9(14) VALUE ZEROS.
           02 EMI-IE            PIC X(14) VALUE SPACES.
           02 EMI-ENDERECO      PIC X(40) VALUE SPACES.
           02 EMI-CIDADE        PIC X(20) VALUE SPACES.
           02 EMI-UF            PIC X(02) VALUE "SP".
           02 EMI-CEP           PIC 9(08) VALUE ZEROS.
       01  EMP-PARAMETROS.
           02 EMP-ACHOU         PIC X(01) VALUE "N".
           02 EMP-RAZAO         PIC X(40) VALUE SPACES.
           02 EMP-FANTASIA      PIC X(30) VALUE SPACES.
           02 EMP-CNPJ          PIC 9(14) VALUE ZEROS.
           02 EMP-IE            PIC X(14) VALUE SPACES.
           02 EMP-ENDERECO      PIC X(40) VALUE SPACES.
           02 EMP-CIDADE        PIC X(20) VALUE SPACES.
           02 EMP-UF            PIC X(02) VALUE SPACES.
           02 EMP-CEP           PIC 9(08) VALUE ZEROS.
           02 EMP-FONE          PIC X(15) VALUE SPACES.
           02 EMP-CABEC-1       PIC X(60) VALUE SPACES.
           02 EMP-CABEC-2       PIC X(60) VALUE SPACES.
           02 EMP-DEPOSITO      PIC 9(02) VALUE ZEROS.
           02 EMP-TOLERANCIA    PIC 9(03) VALUE ZEROS.
       01  WS-DATA.
           02 ANO               PIC 9(02) VALUE ZEROS.
           02 MES               PIC 9(02) VALUE ZEROS.
           02 DIA               PIC 9(02) VALUE ZEROS.
       01  WS-DATA-HOJE.
           02 HOJE-ANO          PIC 9(04) VALUE ZEROS.
           02 HOJE-MES          PIC 9(02) VALUE ZEROS.
           02 HOJE-DIA          PIC 9(02) VALUE ZEROS.
       01  CAB01.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(06)    VALUE "DATA:".
           02 DATA-CAB01.
               03 DIA-CAB01   PIC 99/ VALUE ZEROS.
               03 MES-CAB01   PIC 99/ VALUE ZEROS.
               03 ANO-CAB01   PIC 9(04) VALUE ZEROS.
           02 FILLER    PIC X(05)     VALUE SPACES.
           02 TITULO-CAB01 PIC X(34)  VALUE SPACES.
           02 FILLER     PIC X(04)   VALUE "PAG.".
           02 PAG-CAB01  PIC ZZ9     VALUE ZEROS.
       01  CAB02.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(08) VALUE "VENDA".
           02 FILLER  PIC X(10) VALUE "SITUACAO".
           02 FILLER  PIC X(17) VALUE "PROTOCOLO".
           02 FILLER  PIC X(42) VALUE "MOTIVO".
           02 FILLER  PIC X(16) VALUE "RESULTADO".
       01  DETALHE.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 NUMERO-DET        PIC 9(06) VALUE ZEROS.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 SITUACAO-DET      PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 PROTOCOLO-DET     PIC X(15) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 MOTIVO-DET        PIC X(40) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 RESULTADO-DET     PIC X(16) VALUE SPACES.
       01  CAB03.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(08) VALUE "VENDA".
           02 FILLER  PIC X(12) VALUE "DATA".
           02 FILLER  PIC X(05) VALUE "TIPO".
           02 FILLER  PIC X(16) VALUE "VALOR".
           02 FILLER  PIC X(14) VALUE "SITUACAO NFE".
           02 FILLER  PIC X(40) VALUE "MOTIVO DA REJEICAO".
       01  DETALHE-PEND.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 NUMERO-PEN        PIC 9(06) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 DATA-PEN          PIC 9(08) VALUE ZEROS.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TIPO-PEN          PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 VALOR-PEN         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 SITUACAO-PEN      PIC X(12) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 MOTIVO-PEN        PIC X(40) VALUE SPACES.
       01  LINHA-RESUMO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TEXTO-RESUMO      PIC X(26) VALUE SPACES.
           02 VALOR-RESUMO      PIC ZZZZ9 VALUE ZEROS.
       01  LINHA-VALOR.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TEXTO-VALOR       PIC X(26) VALUE SPACES.
           02 VALOR-VALOR       PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       SCREEN SECTION.
       01  TELA1.
            02 BLANK SCREEN.
            02 LINE 01 COLUMN 01 VALUE "DATA:".
            02 LINE 01 COLUMN 22 VALUE "INTERFACE NF-E DAS VENDAS".
            02 LINE 03 COLUMN 01 VALUE "ESCOLHA A FUNCAO: ".
            02 LINE 03 COLUMN 22 VALUE "(EX-RT-PE-FF)".
            02 LINE 05 COLUMN 05 VALUE "EX - GERA ARQUIVO NFEREM".
            02 LINE 06 COLUMN 05 VALUE "RT - PROCESSA RETORNO NFERET".
            02 LINE 07 COLUMN 05 VALUE "PE - VENDAS SEM AUTORIZACAO".
            02 LINE 10 COLUMN 01 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           CALL "LEPARAM" USING EMP-PARAMETROS.
           IF EMP-ACHOU = "S"
               MOVE EMP-RAZAO    TO EMI-RAZAO
               MOVE EMP-CNPJ     TO EMI-CNPJ
               MOVE EMP-IE       TO EMI-IE
               MOVE EMP-ENDERECO TO EMI-ENDERECO
               MOVE EMP-CIDADE   TO EMI-CIDADE
               MOVE EMP-UF       TO EMI-UF
               MOVE EMP-CEP      TO EMI-CEP
           END-IF.
           OPEN INPUT VENDCAB.
           IF FS-VCB NOT = "00"
               DISPLAY FS-VCB "STATUS DO ARQUIVO VENDCAB"
               CALL "LOGERRO" USING "NFEINTER" "ABERTURA VENDCAB"
                       FS-VCB
               STOP RUN.
           OPEN INPUT VENDAS.
           IF FS-VND NOT = "00"
               DISPLAY FS-VND "STATUS DO ARQUIVO VENDAS"
               CALL "LOGERRO" USING "NFEINTER" "ABERTURA VENDAS"
                       FS-VND
               CLOSE VENDCAB
               STOP RUN.
       ABRE-NFEVEND.
           OPEN I-O NFEVEND.
           IF FS-NFV NOT = "00"
               IF FS-NFV = "35"
                   CLOSE NFEVEND OPEN OUTPUT NFEVEND CLOSE NFEVEND
                   GO TO ABRE-NFEVEND
               ELSE
                   DISPLAY FS-NFV "STATUS DO ARQUIVO NFEVEND"
                   CALL "LOGERRO" USING "NFEINTER" "ABERTURA NFEVEND"
                           FS-NFV
                   STOP RUN
           END-IF.
           OPEN INPUT ARQPRO.
           IF FS = "00"
               MOVE "S" TO WS-PRO-DISPONIVEL
           ELSE
               MOVE "N" TO WS-PRO-DISPONIVEL
               CLOSE ARQPRO.
           OPEN INPUT CRIA03.
           IF FS-CLI = "00"
               MOVE "S" TO WS-CLI-DISPONIVEL
           ELSE
               MOVE "N" TO WS-CLI-DISPONIVEL
               CLOSE CRIA03.
           OPEN INPUT ICMSCAT.
           IF FS-ICM = "00"
               MOVE "S" TO WS-ICM-DISPONIVEL
           ELSE
               MOVE "N" TO WS-ICM-DISPONIVEL
               CLOSE ICMSCAT.
           OPEN INPUT UFICMS.
           IF FS-UFI = "00"
               MOVE "S" TO WS-UFI-DISPONIVEL
           ELSE
               MOVE "N" TO WS-UFI-DISPONIVEL
               CLOSE UFICMS.
           OPEN INPUT ICMSST.
           IF FS-IST = "00"
               MOVE "S" TO WS-IST-DISPONIVEL
           ELSE
               MOVE "N" TO WS-IST-DISPONIVEL
               CLOSE ICMSST.
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
               WHEN "EX"
                  GO TO GERA-NFEREM
               WHEN "RT"
                  GO TO PROCESSA-RETORNO
               WHEN "PE"
                  GO TO LISTA-PENDENTES
               WHEN "FF"
                  GO TO FIM
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA" AT 1011
                  ACCEPT CONFIRMA AT 1025
                  GO TO TELA-1
           END-EVALUATE.
      *    EXPORTACAO DOS DOCUMENTOS DE UMA DATA (PADRAO: HOJE).
      *    DOCUMENTO JA AUTORIZADO NAO E REENVIADO
       GERA-NFEREM.
           DISPLAY "DATA (AAAAMMDD, 0=HOJE):" AT 1011.
           MOVE ZEROS TO WS-DATA-EXPORT.
           ACCEPT WS-DATA-EXPORT AT 1036.
           DISPLAY "                                        " AT 1011.
           IF WS-DATA-EXPORT = ZEROS
               MOVE WS-DATA-HOJE TO WS-DATA-EXPORT.
           OPEN OUTPUT NFEREM.
           MOVE ZEROS TO WS-QTD-DOCS WS-TOT-REMESSA.
           MOVE SPACES TO REG-NFEREM.
           MOVE "A" TO NRA-TIPO.
           MOVE WS-DATA-EXPORT TO NRA-DATA.
           MOVE "REMESSA NF-E VENDAS" TO NRA-LITERAL.
           WRITE REG-NFEREM.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO VCB-NUMERO.
           START VENDCAB KEY NOT LESS THAN VCB-NUMERO
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-GERA-NFEREM.
           IF WS-EOF = "S"
               GO TO FECHA-NFEREM.
           READ VENDCAB NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
                   GO TO FECHA-NFEREM.
           IF VCB-DATA NOT = WS-DATA-EXPORT OR VCB-TIPO = "C"
               GO TO LER-GERA-NFEREM.
           PERFORM LE-NFEVEND.
           IF WS-TEM-NFV = "S" AND NFV-STATUS = "A"
               GO TO LER-GERA-NFEREM.
           PERFORM EXPORTA-DOCUMENTO THRU FIM-EXPORTA-DOCUMENTO.
           GO TO LER-GERA-NFEREM.
       FECHA-NFEREM.
           MOVE SPACES TO REG-NFEREM.
           MOVE "Z" TO NRZ-TIPO.
           MOVE WS-QTD-DOCS TO NRZ-QTD-DOCS.
           MOVE WS-TOT-REMESSA TO NRZ-TOTAL.
           WRITE REG-NFEREM.
           CLOSE NFEREM.
           DISPLAY "DOCUMENTOS NA REMESSA:" AT 1011.
           DISPLAY WS-QTD-DOCS AT 1034.
           ACCEPT CONFIRMA AT 1041.
           DISPLAY "                                    " AT 1011.
           GO TO TELA-1.
       LE-NFEVEND.
           MOVE "N" TO WS-TEM-NFV.
           MOVE VCB-NUMERO TO NFV-NUMERO.
           READ NFEVEND
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-TEM-NFV
           END-READ.
       EXPORTA-DOCUMENTO.
           MOVE SPACES TO REG-NFEREM.
           MOVE "B" TO NRB-TIPO.
           MOVE VCB-NUMERO TO NRB-NUMERO.
           MOVE VCB-DATA TO NRB-DATA.
           IF VCB-TIPO = "D"
               MOVE "D" TO NRB-FINALIDADE
               MOVE VCB-REF TO NRB-REF
           ELSE
               MOVE "N" TO NRB-FINALIDADE
               MOVE ZEROS TO NRB-REF.
           MOVE VCB-FORMA-PAGTO TO NRB-FORMA-PAGTO.
           MOVE VCB-OPERADOR TO NRB-OPERADOR.
           WRITE REG-NFEREM.
           MOVE SPACES TO REG-NFEREM.
           MOVE "C" TO NRC-TIPO.
           MOVE VCB-NUMERO TO NRC-NUMERO.
           MOVE EMI-RAZAO TO NRC-RAZAO.
           MOVE EMI-CNPJ TO NRC-CNPJ.
           MOVE EMI-IE TO NRC-IE.
           MOVE EMI-ENDERECO TO NRC-ENDERECO.
           MOVE EMI-CIDADE TO NRC-CIDADE.
           MOVE EMI-UF TO NRC-UF.
           MOVE EMI-CEP TO NRC-CEP.
           WRITE REG-NFEREM.
           PERFORM MONTA-DESTINATARIO THRU FIM-MONTA-DESTINATARIO.
           WRITE REG-NFEREM.
           PERFORM BUSCA-ALIQUOTA-UF THRU FIM-BUSCA-ALIQUOTA-UF.
           MOVE ZEROS TO WS-QTD-ITENS WS-TOT-PRODUTOS.
           MOVE ZEROS TO WS-TOT-BASE WS-TOT-ICMS.
           MOVE ZEROS TO WS-TOT-BASE-ST WS-TOT-ST.
           MOVE "N" TO WS-EOF-ITEM.
           MOVE VCB-NUMERO TO VND-NUMERO.
           MOVE ZEROS TO VND-ITEM.
           START VENDAS KEY NOT LESS THAN VND-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF-ITEM.
           PERFORM EXPORTA-ITEM UNTIL WS-EOF-ITEM = "S".
           MOVE SPACES TO REG-NFEREM.
           MOVE "W" TO NRW-TIPO.
           MOVE VCB-NUMERO TO NRW-NUMERO.
           MOVE WS-QTD-ITENS TO NRW-QTD-ITENS.
           MOVE WS-TOT-PRODUTOS TO NRW-TOTAL-PROD.
           MOVE WS-TOT-BASE TO NRW-BASE-ICMS.
           MOVE WS-TOT-ICMS TO NRW-VALOR-ICMS.
           MOVE VCB-FRETE TO NRW-FRETE.
           MOVE VCB-TOTAL TO NRW-TOTAL-NOTA.
           MOVE WS-TOT-BASE-ST TO NRW-BASE-ST.
           MOVE WS-TOT-ST TO NRW-VALOR-ST.
           WRITE REG-NFEREM.
           ADD 1 TO WS-QTD-DOCS.
           ADD VCB-TOTAL TO WS-TOT-REMESSA.
           IF WS-TEM-NFV = "S"
               MOVE "E" TO NFV-STATUS
               MOVE WS-DATA-HOJE TO NFV-DATA-EXPORT
               ADD 1 TO NFV-QTD-ENVIOS
               REWRITE REG-NFEVEND INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO" FS-NFV AT 1011
                   CALL "LOGERRO" USING "NFEINTER" "REGRAVA NFEVEND"
                           FS-NFV
                   STOP RUN
               END-REWRITE
           ELSE
               MOVE VCB-NUMERO TO NFV-NUMERO
               MOVE "E" TO NFV-STATUS
               MOVE WS-DATA-HOJE TO NFV-DATA-EXPORT
               MOVE 1 TO NFV-QTD-ENVIOS
               MOVE ZEROS TO NFV-DATA-RETORNO
               MOVE SPACES TO NFV-PROTOCOLO NFV-CHAVE-NFE NFV-MOTIVO
               WRITE REG-NFEVEND INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO" FS-NFV AT 1011
                   CALL "LOGERRO" USING "NFEINTER" "GRAVACAO NFEVEND"
                           FS-NFV
                   STOP RUN
               END-WRITE
           END-IF.
       FIM-EXPORTA-DOCUMENTO.
           EXIT.
       MONTA-DESTINATARIO.
           MOVE SPACES TO REG-NFEREM.
           MOVE "E" TO NRE-TIPO.
           MOVE VCB-NUMERO TO NRE-NUMERO.
           MOVE VCB-CLIENTE TO NRE-CLIENTE.
           MOVE "CONSUMIDOR FINAL" TO NRE-NOME.
           MOVE ZEROS TO NRE-CEP.
           MOVE SPACES TO WS-UF-DESTINO.
           IF VCB-CLIENTE = ZEROS OR WS-CLI-DISPONIVEL NOT = "S"
               GO TO FIM-MONTA-DESTINATARIO.
           MOVE VCB-CLIENTE TO CLI-CODIGO.
           READ CRIA03 INVALID KEY
               GO TO FIM-MONTA-DESTINATARIO.
           MOVE CLI-NOME TO NRE-NOME.
           MOVE CLI-ENDERECO TO NRE-ENDERECO.
           MOVE CLI-BAIRRO TO NRE-BAIRRO.
           MOVE CLI-CEP TO NRE-CEP.
           MOVE CLI-CIDADE TO NRE-CIDADE.
           MOVE CLI-UF TO NRE-UF WS-UF-DESTINO.
       FIM-MONTA-DESTINATARIO.
           EXIT.
      *    MESMA REGRA DO VENDAS: CLIENTE DE UF COM ALIQUOTA PROPRIA
      *    NO UFICMS TEM OS ITENS TRIBUTADOS POR ESSA ALIQUOTA
       BUSCA-ALIQUOTA-UF.
           MOVE "N" TO WS-TEM-ALIQ-UF.
           MOVE ZEROS TO WS-ALIQ-UF.
           IF WS-UF-DESTINO = SPACES OR WS-UFI-DISPONIVEL NOT = "S"
               GO TO FIM-BUSCA-ALIQUOTA-UF.
           MOVE WS-UF-DESTINO TO UFI-UF.
           READ UFICMS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-TEM-ALIQ-UF
                   MOVE UFI-ALIQUOTA TO WS-ALIQ-UF
           END-READ.
       FIM-BUSCA-ALIQUOTA-UF.
           EXIT.
       EXPORTA-ITEM.
           READ VENDAS NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-ITEM
               NOT AT END
                   IF VND-NUMERO NOT = VCB-NUMERO
                       MOVE "S" TO WS-EOF-ITEM
                   ELSE
                       PERFORM GRAVA-ITEM THRU FIM-GRAVA-ITEM
                   END-IF
           END-READ.
       GRAVA-ITEM.
           MOVE SPACES TO REG-NFEREM.
           MOVE "H" TO NRH-TIPO.
           MOVE VND-NUMERO TO NRH-NUMERO.
           MOVE VND-ITEM TO NRH-ITEM.
           MOVE VND-CODIGO TO NRH-CODIGO.
           MOVE VND-DV TO NRH-DV.
           MOVE "** SEM CADASTRO **" TO NRH-NOME.
           MOVE ZEROS TO NRH-EAN.
           IF WS-PRO-DISPONIVEL = "S"
               MOVE VND-CODIGO TO CODIGO
               MOVE VND-DV TO DV
               READ ARQPRO
                   NOT INVALID KEY
                       MOVE FD-NOME-PRODUTO TO NRH-NOME
                       MOVE FD-EAN TO NRH-EAN
               END-READ
           END-IF.
           MOVE VND-QTDE TO NRH-QTDE.
           MOVE VND-PRECO-UNIT TO NRH-PRECO-UNIT.
           MOVE VND-TOTAL-ITEM TO NRH-TOTAL-ITEM.
           MOVE ZEROS TO WS-CATEGORIA.
           IF WS-ICM-DISPONIVEL = "S"
               MOVE VND-CODIGO TO ICM-CODIGO
               READ ICMSCAT
                   NOT INVALID KEY
                       MOVE ICM-CATEGORIA TO WS-CATEGORIA
               END-READ
           END-IF.
           EVALUATE WS-CATEGORIA
               WHEN 1
                   MOVE 07,00 TO WS-ALIQUOTA
               WHEN 2
                   MOVE 12,00 TO WS-ALIQUOTA
               WHEN 3
                   MOVE 18,00 TO WS-ALIQUOTA
               WHEN OTHER
                   MOVE ZEROS TO WS-ALIQUOTA
           END-EVALUATE.
           IF WS-TEM-ALIQ-UF = "S" AND WS-ALIQUOTA > ZEROS
               MOVE WS-ALIQ-UF TO WS-ALIQUOTA.
           COMPUTE WS-ICMS-ITEM ROUNDED =
               (VND-TOTAL-ITEM * WS-ALIQUOTA) / 100.
           MOVE WS-ALIQUOTA TO NRH-ALIQUOTA.
           IF WS-ALIQUOTA > ZEROS
               MOVE VND-TOTAL-ITEM TO NRH-BASE-ICMS
               ADD VND-TOTAL-ITEM TO WS-TOT-BASE
           ELSE
               MOVE ZEROS TO NRH-BASE-ICMS.
           MOVE WS-ICMS-ITEM TO NRH-VALOR-ICMS.
           PERFORM CALCULA-ST-ITEM THRU FIM-CALCULA-ST-ITEM.
           WRITE REG-NFEREM.
           ADD 1 TO WS-QTD-ITENS.
           ADD VND-TOTAL-ITEM TO WS-TOT-PRODUTOS.
           ADD WS-ICMS-ITEM TO WS-TOT-ICMS.
       FIM-GRAVA-ITEM.
           EXIT.
      *    MESMA REGRA DO VENDAS: BASE ST = ITEM + MVA; ICMS-ST = BASE
      *    X ALIQUOTA INTERNA - ICMS PROPRIO; SEM CLIENTE VALE A UF DO
      *    EMITENTE
       CALCULA-ST-ITEM.
           MOVE ZEROS TO NRH-MVA NRH-BASE-ST NRH-VALOR-ST.
           IF WS-IST-DISPONIVEL NOT = "S"
               GO TO FIM-CALCULA-ST-ITEM.
           IF WS-CATEGORIA < 1 OR WS-CATEGORIA > 3
               GO TO FIM-CALCULA-ST-ITEM.
           MOVE WS-CATEGORIA TO IST-CATEGORIA.
           IF WS-UF-DESTINO = SPACES
               MOVE EMI-UF TO IST-UF
           ELSE
               MOVE WS-UF-DESTINO TO IST-UF.
           READ ICMSST INVALID KEY
               GO TO FIM-CALCULA-ST-ITEM.
           MOVE IST-MVA TO NRH-MVA.
           COMPUTE NRH-BASE-ST ROUNDED =
               VND-TOTAL-ITEM * (100 + IST-MVA) / 100.
           COMPUTE WS-ST-CALCULO ROUNDED =
               (NRH-BASE-ST * IST-ALIQ-INTERNA) / 100 - WS-ICMS-ITEM.
           IF WS-ST-CALCULO < ZEROS
               MOVE ZEROS TO WS-ST-CALCULO.
           MOVE WS-ST-CALCULO TO NRH-VALOR-ST.
           ADD NRH-BASE-ST TO WS-TOT-BASE-ST.
           ADD NRH-VALOR-ST TO WS-TOT-ST.
       FIM-CALCULA-ST-ITEM.
           EXIT.
      *    RETORNO DO EMISSOR: SITUACAO A (AUTORIZADA, COM PROTOCOLO E
      *    CHAVE) OU R (REJEITADA, COM O MOTIVO)
       PROCESSA-RETORNO.
           OPEN INPUT NFERET.
           IF FS-RET NOT = "00"
               CLOSE NFERET
               DISPLAY "ARQUIVO NFERET NAO ENCONTRADO" AT 1011
               ACCEPT CONFIRMA AT 1041
               DISPLAY "                               " AT 1011
               GO TO TELA-1.
           MOVE ZEROS TO WS-AUTORIZADAS WS-REJEITADAS WS-SEM-CORRESP.
           MOVE ZEROS TO CT-PAG.
           MOVE "RETORNO DO EMISSOR DE NF-E" TO TITULO-CAB01.
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO.
       LER-RETORNO.
           READ NFERET AT END GO TO FECHA-RETORNO.
           IF RTN-TIPO NOT = "1"
               GO TO LER-RETORNO.
           MOVE RTN-NUMERO TO NUMERO-DET.
           MOVE RTN-SITUACAO TO SITUACAO-DET.
           MOVE RTN-PROTOCOLO TO PROTOCOLO-DET.
           MOVE RTN-MOTIVO TO MOTIVO-DET.
           MOVE RTN-NUMERO TO NFV-NUMERO.
           READ NFEVEND
               INVALID KEY
                   ADD 1 TO WS-SEM-CORRESP
                   MOVE "NAO EXPORTADA" TO RESULTADO-DET
                   PERFORM IMPRIME-LINHA
                   GO TO LER-RETORNO.
           IF RTN-SITUACAO NOT = "A" AND NOT = "R"
               ADD 1 TO WS-SEM-CORRESP
               MOVE "SITUACAO INVALIDA" TO RESULTADO-DET
               PERFORM IMPRIME-LINHA
               GO TO LER-RETORNO.
           IF NFV-STATUS = "A"
               ADD 1 TO WS-SEM-CORRESP
               MOVE "JA AUTORIZADA" TO RESULTADO-DET
               PERFORM IMPRIME-LINHA
               GO TO LER-RETORNO.
           MOVE RTN-SITUACAO TO NFV-STATUS.
           MOVE RTN-DATA TO NFV-DATA-RETORNO.
           IF RTN-SITUACAO = "A"
               MOVE RTN-PROTOCOLO TO NFV-PROTOCOLO
               MOVE RTN-CHAVE-NFE TO NFV-CHAVE-NFE
               MOVE SPACES TO NFV-MOTIVO
               ADD 1 TO WS-AUTORIZADAS
               MOVE "AUTORIZADA" TO RESULTADO-DET
           ELSE
               MOVE SPACES TO NFV-PROTOCOLO NFV-CHAVE-NFE
               MOVE RTN-MOTIVO TO NFV-MOTIVO
               ADD 1 TO WS-REJEITADAS
               MOVE "REJEITADA" TO RESULTADO-DET.
           REWRITE REG-NFEVEND INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS-NFV AT 1011
               CALL "LOGERRO" USING "NFEINTER" "RETORNO NFEVEND"
                       FS-NFV
               STOP RUN.
           PERFORM IMPRIME-LINHA.
           GO TO LER-RETORNO.
       IMPRIME-LINHA.
           WRITE REG-RELATO FROM DETALHE BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
       FECHA-RETORNO.
           CLOSE NFERET.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           MOVE "NOTAS AUTORIZADAS.......:" TO TEXTO-RESUMO.
           MOVE WS-AUTORIZADAS TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "NOTAS REJEITADAS........:" TO TEXTO-RESUMO.
           MOVE WS-REJEITADAS TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "SEM CORRESPONDENCIA.....:" TO TEXTO-RESUMO.
           MOVE WS-SEM-CORRESP TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           CLOSE RELATO.
           DISPLAY "RETORNO DA NF-E PROCESSADO E IMPRESSO" AT 1011.
           ACCEPT CONFIRMA AT 1049.
           DISPLAY "                                      " AT 1011.
           GO TO TELA-1.
      *    VENDAS (NAO CANCELADAS) SEM NF-E AUTORIZADA: NUNCA
      *    EXPORTADAS, AGUARDANDO RETORNO OU REJEITADAS
       LISTA-PENDENTES.
           MOVE ZEROS TO WS-PENDENTES WS-VALOR-PENDENTE CT-PAG.
           MOVE "VENDAS SEM AUTORIZACAO DE NF-E" TO TITULO-CAB01.
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO-PENDENTES.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO VCB-NUMERO.
           START VENDCAB KEY NOT LESS THAN VCB-NUMERO
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-PENDENTES.
           IF WS-EOF = "S"
               GO TO FECHA-PENDENTES.
           READ VENDCAB NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
                   GO TO FECHA-PENDENTES.
           IF VCB-TIPO = "C"
               GO TO LER-PENDENTES.
           PERFORM LE-NFEVEND.
           MOVE SPACES TO MOTIVO-PEN.
           IF WS-TEM-NFV = "N"
               MOVE "NAO EXPORTADA" TO SITUACAO-PEN
           ELSE
               IF NFV-STATUS = "A"
                   GO TO LER-PENDENTES
               ELSE
                   IF NFV-STATUS = "R"
                       MOVE "REJEITADA" TO SITUACAO-PEN
                       MOVE NFV-MOTIVO TO MOTIVO-PEN
                   ELSE
                       MOVE "AGUARD.RETORNO" TO SITUACAO-PEN.
           MOVE VCB-NUMERO TO NUMERO-PEN.
           MOVE VCB-DATA TO DATA-PEN.
           MOVE VCB-TIPO TO TIPO-PEN.
           MOVE VCB-TOTAL TO VALOR-PEN.
           WRITE REG-RELATO FROM DETALHE-PEND BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO-PENDENTES.
           ADD 1 TO WS-PENDENTES.
           ADD VCB-TOTAL TO WS-VALOR-PENDENTE.
           GO TO LER-PENDENTES.
       FECHA-PENDENTES.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           MOVE "VENDAS SEM AUTORIZACAO..:" TO TEXTO-RESUMO.
           MOVE WS-PENDENTES TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "VALOR PENDENTE..........:" TO TEXTO-VALOR.
           MOVE WS-VALOR-PENDENTE TO VALOR-VALOR.
           WRITE REG-RELATO FROM LINHA-VALOR BEFORE ADVANCING 1 LINES.
           CLOSE RELATO.
           DISPLAY "LISTA DE PENDENTES IMPRESSA" AT 1011.
           ACCEPT CONFIRMA AT 1039.
           DISPLAY "                            " AT 1011.
           GO TO TELA-1.
       CABECALHO.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 3 LINES.
           WRITE REG-RELATO FROM CAB02 BEFORE ADVANCING 2 LINES.
       CABECALHO-PENDENTES.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 3 LINES.
           WRITE REG-RELATO FROM CAB03 BEFORE ADVANCING 2 LINES.
       FIM.
           DISPLAY "FIM DO PROCESSAMENTO " AT 1011.
           CLOSE VENDCAB VENDAS NFEVEND.
           IF WS-PRO-DISPONIVEL = "S"
               CLOSE ARQPRO.
           IF WS-CLI-DISPONIVEL = "S"
               CLOSE CRIA03.
           IF WS-ICM-DISPONIVEL = "S"
               CLOSE ICMSCAT.
           IF WS-UFI-DISPONIVEL = "S"
               CLOSE UFICMS.
           IF WS-IST-DISPONIVEL = "S"
               CLOSE ICMSST.
           STOP RUN.
           END PROGRAM NFEINTER.
