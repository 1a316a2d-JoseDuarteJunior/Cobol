      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - CONTROLE DE ESTOQUE
      * Tectonics: cobc
      * Objetivo: DEVOLUCAO DE COMPRA AO FORNECEDOR - A FUNCAO DV
      *           REGISTRA NO ARQUIVO DEVFORN A DEVOLUCAO DE UM PEDIDO
      *           RECEBIDO DO PEDCOM (COM A NOTA FISCAL DO NFENTRADA),
      *           BAIXA O ARQMAT E O SALDEP, GRAVA NO MOVEST A SAIDA
      *           TIPO D (DEVOLUCAO) COM DOCUMENTO DVNNNNNN, ESTORNA O
      *           EFEITO NO CUSTO MEDIO (CUSTOHIS) E LANCA A NOTA DE
      *           DEBITO CONTRA AS PARCELAS ABERTAS DO PAGAR; IMPRIME O
      *           DOCUMENTO DE DEVOLUCAO QUE ACOMPANHA A MERCADORIA. A
      *           FUNCAO CO CONSULTA E REIMPRIME UMA DEVOLUCAO.
      * Obs: O DEBITO ABATE PRIMEIRO AS PARCELAS ABERTAS DO PROPRIO
      *      PEDIDO E DEPOIS AS DEMAIS PARCELAS ABERTAS DO FORNECEDOR;
      *      PARCELA ZERADA FICA QUITADA (STATUS P) E O QUE SOBRAR DO
      *      DEBITO FICA COMO CREDITO A RECEBER NO DEVFORN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVFORN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEVFORN ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       DEV-NUMERO
           FILE STATUS      FS-DEV.
           SELECT PEDCOM ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       PED-NUMERO
           FILE STATUS      FS-PED.
           SELECT ARQMAT ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       FD-CODIGO
           FILE STATUS      FS.
           SELECT SALDEP ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       SDP-CHAVE
           FILE STATUS      FS-SDP.
           SELECT NFENTRADA ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       NFE-PEDIDO
           FILE STATUS      FS-NFE.
           SELECT FORNECEDOR ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       FORN-CODIGO
           FILE STATUS      FS-FORN.
           SELECT PAGAR ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       PAG-CHAVE
           FILE STATUS      FS-PAG.
           SELECT FECHCTL ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       FCT-COMPETENCIA
           FILE STATUS      FS-FCT.
           SELECT MOVEST ASSIGN TO "MOVEST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-MOV.
           SELECT LOGMAT ASSIGN TO "LOGMAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-LOG.
           SELECT CUSTOHIS ASSIGN TO "CUSTOHIS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-CUS.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD  DEVFORN LABEL RECORD STANDARD
           VALUE OF FILE-ID "DEVFORN".
       01  REG-DEVFORN.
           02 DEV-NUMERO        PIC 9(06).
           02 DEV-DATA          PIC 9(08).
           02 DEV-PEDIDO        PIC 9(06).
           02 DEV-NOTA          PIC X(09).
           02 DEV-FORNECEDOR    PIC 9(03).
           02 DEV-CODIGO        PIC 9(05).
           02 DEV-QTDE          PIC 9(04).
           02 DEV-DEPOSITO      PIC 9(02).
           02 DEV-CUSTO-UNIT    PIC 9(07)V99.
           02 DEV-VALOR         PIC 9(09)V99.
           02 DEV-VALOR-ABATIDO PIC 9(09)V99.
           02 DEV-SALDO-CREDITO PIC 9(09)V99.
           02 DEV-MOTIVO        PIC X(30).
           02 DEV-OPERADOR      PIC X(03).
       FD  PEDCOM LABEL RECORD STANDARD
           VALUE OF FILE-ID "PEDCOM".
       01  REG-PEDCOM.
           02 PED-NUMERO        PIC 9(06).
           02 PED-CODIGO        PIC 9(05).
           02 PED-QTDE          PIC 9(04).
           02 PED-DATA-EMISSAO  PIC 9(08).
           02 PED-DATA-RECEB    PIC 9(08).
           02 PED-STATUS        PIC X(09).
           02 PED-FORNECEDOR    PIC 9(03).
           02 PED-PRECO         PIC 9(07)V99.
           02 PED-ORIGEM        PIC X(01).
           02 PED-DV            PIC 9(01).
       FD  ARQMAT LABEL RECORD STANDARD
           VALUE OF FILE-ID "ARQMAT".
       01  REG-ARQMAT.
           02 FD-CODIGO.
               03 CODIGO        PIC 9(05).
           02 FD-NOME           PIC X(30).
           02 FD-QTDE-ESTOQUE   PIC S9(04).
           02 FD-QTDE-MINIMA    PIC S9(04).
           02 FD-VALOR-UNIT     PIC S9(07)V99.
           02 FD-VALOR-TOT      PIC S9(08)V99.
       FD  SALDEP LABEL RECORD STANDARD
           VALUE OF FILE-ID "SALDEP".
       01  REG-SALDEP.
           02 SDP-CHAVE.
               03 SDP-CODIGO    PIC 9(05).
               03 SDP-DEPOSITO  PIC 9(02).
           02 SDP-QTDE          PIC S9(04).
       FD  NFENTRADA LABEL RECORD STANDARD
           VALUE OF FILE-ID "NFENTRADA".
       01  REG-NFENTRADA.
           02 NFE-PEDIDO        PIC 9(06).
           02 NFE-NUMERO        PIC X(09).
           02 NFE-DATA          PIC 9(08).
           02 NFE-QTDE          PIC 9(04).
           02 NFE-PRECO         PIC 9(07)V99.
           02 NFE-QTDE-CONTADA  PIC 9(04).
           02 NFE-STATUS        PIC X(01).
           02 NFE-RATEIO        PIC 9(07)V99.
           02 NFE-CUSTO-UNIT    PIC 9(07)V99.
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
       FD  PAGAR LABEL RECORD STANDARD
           VALUE OF FILE-ID "PAGAR".
       01  REG-PAGAR.
           02 PAG-CHAVE.
               03 PAG-PEDIDO    PIC 9(06).
               03 PAG-PARCELA   PIC 9(02).
           02 PAG-FORNECEDOR    PIC 9(03).
           02 PAG-VENCIMENTO    PIC 9(08).
           02 PAG-VALOR         PIC 9(08)V99.
           02 PAG-STATUS        PIC X(01).
           02 PAG-DATA-PAGTO    PIC 9(08).
       FD  FECHCTL LABEL RECORD STANDARD
           VALUE OF FILE-ID "FECHCTL".
       01  REG-FECHCTL.
           02 FCT-COMPETENCIA   PIC 9(06).
           02 FCT-STATUS        PIC X(01).
           02 FCT-DATA-FECHO    PIC 9(08).
       FD  MOVEST
           LABEL RECORD IS OMITTED.
       01  REG-MOVEST.
           02 MOV-DATA          PIC 9(08).
           02 FILLER            PIC X VALUE SPACE.
           02 MOV-CODIGO        PIC 9(05).
           02 FILLER            PIC X VALUE SPACE.
           02 MOV-TIPO          PIC X(01).
           02 FILLER            PIC X VALUE SPACE.
           02 MOV-QTDE          PIC 9(04).
           02 FILLER            PIC X VALUE SPACE.
           02 MOV-DOCUMENTO     PIC X(08).
           02 FILLER            PIC X VALUE SPACE.
           02 MOV-SALDO         PIC -9(04).
           02 FILLER            PIC X VALUE SPACE.
           02 MOV-DEPOSITO      PIC 9(02).
           02 FILLER            PIC X VALUE SPACE.
           02 MOV-CCUSTO        PIC 9(03).
       FD  LOGMAT
           LABEL RECORD IS OMITTED.
       01  REG-LOGMAT.
           02 LOG-DIA           PIC 99.
           02 FILLER            PIC X VALUE "/".
           02 LOG-MES           PIC 99.
           02 FILLER            PIC X VALUE "/".
           02 LOG-ANO           PIC 9(04).
           02 FILLER            PIC X VALUE SPACE.
           02 LOG-CODIGO        PIC 9(05).
           02 FILLER            PIC X VALUE SPACE.
           02 LOG-OPERACAO      PIC X(10).
           02 FILLER            PIC X VALUE SPACE.
           02 LOG-QTDE-ANTIGA   PIC -9(04).
           02 FILLER            PIC X VALUE SPACE.
           02 LOG-QTDE-NOVA     PIC -9(04).
           02 FILLER            PIC X VALUE SPACE.
           02 LOG-VALOR-ANTIGO  PIC -9(08)V99.
           02 FILLER            PIC X VALUE SPACE.
           02 LOG-VALOR-NOVO    PIC -9(08)V99.
           02 FILLER            PIC X VALUE SPACE.
           02 LOG-OPERADOR      PIC X(03).
       FD  CUSTOHIS
           LABEL RECORD IS OMITTED.
       01  REG-CUSTOHIS.
           02 CUS-DATA          PIC 9(08).
           02 FILLER            PIC X VALUE SPACE.
           02 CUS-CODIGO        PIC 9(05).
           02 FILLER            PIC X VALUE SPACE.
           02 CUS-QTDE-ENTRADA  PIC 9(04).
           02 FILLER            PIC X VALUE SPACE.
           02 CUS-PRECO-ENTRADA PIC 9(07)V99.
           02 FILLER            PIC X VALUE SPACE.
           02 CUS-MEDIA-ANTIGA  PIC -9(07)V99.
           02 FILLER            PIC X VALUE SPACE.
           02 CUS-MEDIA-NOVA    PIC -9(07)V99.
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  FS-DEV               PIC X(02) VALUE SPACES.
       77  FS-PED               PIC X(02) VALUE SPACES.
       77  FS                   PIC X(02) VALUE SPACES.
       77  FS-SDP               PIC X(02) VALUE SPACES.
       77  FS-NFE               PIC X(02) VALUE SPACES.
       77  FS-FORN              PIC X(02) VALUE SPACES.
       77  FS-PAG               PIC X(02) VALUE SPACES.
       77  FS-FCT               PIC X(02) VALUE SPACES.
       77  FS-MOV               PIC X(02) VALUE SPACES.
       77  FS-LOG               PIC X(02) VALUE SPACES.
       77  FS-CUS               PIC X(02) VALUE SPACES.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  FUNCAO               PIC X(02) VALUE SPACES.
       77  WS-OPERADOR          PIC X(03) VALUE SPACES.
       77  WS-NIVEL-EXIGIDO     PIC 9(01) VALUE ZEROS.
       77  WS-AUTORIZADO        PIC X(01) VALUE SPACES.
       77  WS-PERIODO-LIVRE     PIC X(01) VALUE "S".
       77  WS-NFE-DISPONIVEL    PIC X(01) VALUE "N".
       77  WS-FORN-DISPONIVEL   PIC X(01) VALUE "N".
       77  WS-EOF               PIC X(01) VALUE "N".
       77  WS-SDP-EXISTE        PIC X(01) VALUE "N".
       77  WS-HOJE-NUM          PIC 9(08) VALUE ZEROS.
       77  WS-DEP-TRANSITO      PIC 9(02) VALUE 99.
       77  WS-DEP-PRINCIPAL     PIC 9(02) VALUE 01.
       77  WS-PROX-NUMERO       PIC 9(06) VALUE ZEROS.
       77  WS-PEDIDO            PIC 9(06) VALUE ZEROS.
       77  WS-NOTA              PIC X(09) VALUE SPACES.
       77  WS-CUSTO-NOTA        PIC 9(07)V99 VALUE ZEROS.
       77  WS-QTDE-DEVOLVIDA    PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-LIVRE        PIC 9(05) VALUE ZEROS.
       77  WS-QTDE              PIC 9(04) VALUE ZEROS.
       77  WS-DEPOSITO          PIC 9(02) VALUE ZEROS.
       77  WS-MOTIVO            PIC X(30) VALUE SPACES.
       77  WS-CUSTO-UNIT        PIC 9(07)V99 VALUE ZEROS.
       77  WS-VALOR             PIC 9(09)V99 VALUE ZEROS.
       77  WS-SALDO-DEBITO      PIC 9(09)V99 VALUE ZEROS.
       77  WS-ABATIDO           PIC 9(09)V99 VALUE ZEROS.
       77  WS-ABATER            PIC 9(08)V99 VALUE ZEROS.
       77  WS-MEDIA-CALC        PIC S9(09)V99 VALUE ZEROS.
       77  OLD-QTDE-ESTOQUE     PIC S9(04) VALUE ZEROS.
       77  OLD-VALOR-UNIT       PIC S9(07)V99 VALUE ZEROS.
       77  OLD-VALOR-TOT        PIC S9(08)V99 VALUE ZEROS.
       77  WS-QTD-ABATE         PIC 9(02) VALUE ZEROS.
       77  WS-IND               PIC 9(02) VALUE ZEROS.
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       01  WS-TAB-ABATE.
           02 WS-ABATE OCCURS 20 TIMES.
               03 ABT-PEDIDO    PIC 9(06).
               03 ABT-PARCELA   PIC 9(02).
               03 ABT-VENCIMENTO PIC 9(08).
               03 ABT-VALOR     PIC 9(08)V99.
               03 ABT-RESTANTE  PIC 9(08)V99.
       01  WS-DOCUMENTO.
           02 FILLER            PIC X(02) VALUE "DV".
           02 DOC-NUMERO        PIC 9(06) VALUE ZEROS.
       01  WS-DATA.
           02 ANO               PIC 9(02) VALUE ZEROS.
           02 MES               PIC 9(02) VALUE ZEROS.
           02 DIA               PIC 9(02) VALUE ZEROS.
       01  WS-DATA-HOJE.
           02 HOJE-ANO          PIC 9(04) VALUE ZEROS.
           02 HOJE-MES          PIC 9(02) VALUE ZEROS.
           02 HOJE-DIA          PIC 9(02) VALUE ZEROS.
       01  WS-DATA-AUX.
           02 AUX-ANO           PIC 9(04) VALUE ZEROS.
           02 AUX-MES           PIC 9(02) VALUE ZEROS.
           02 AUX-DIA           PIC 9(02) VALUE ZEROS.
       01  WS-VALOR-EDIT        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  WS-MENSAGENS.
           02 LIMPA-MENSAGEM    PIC X(50) VALUE SPACES.
       01  CAB01.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(06)    VALUE "DATA:".
           02 DATA-CAB01.
               03 DIA-CAB01   PIC 99/ VALUE ZEROS.
               03 MES-CAB01   PIC 99/ VALUE ZEROS.
               03 ANO-CAB01   PIC 9(04) VALUE ZEROS.
           02 FILLER    PIC X(07)     VALUE SPACES.
           02 FILLER    PIC X(31)
           VALUE "DEVOLUCAO DE COMPRA NUMERO:".
           02 NUMERO-CAB01 PIC 9(06)  VALUE ZEROS.
           02 FILLER     PIC X(05)   VALUE SPACES.
           02 FILLER     PIC X(04)   VALUE "PAG.".
           02 PAG-CAB01  PIC ZZ9     VALUE ZEROS.
       01  LINHA-FORN-NOME.
           02 FILLER            PIC X(04)    VALUE SPACES.
           02 FILLER            PIC X(14)    VALUE "FORNECEDOR...:".
           02 FORN-COD-IMP      PIC 9(03)    VALUE ZEROS.
           02 FILLER            PIC X(03)    VALUE " - ".
           02 FORN-NOME-IMP     PIC X(20)    VALUE SPACES.
           02 FILLER            PIC X(08)    VALUE "  CNPJ:".
           02 FORN-CNPJ-IMP     PIC 9(14)    VALUE ZEROS.
       01  LINHA-FORN-END.
           02 FILLER            PIC X(04)    VALUE SPACES.
           02 FILLER            PIC X(14)    VALUE "ENDERECO.....:".
           02 FORN-END-IMP      PIC X(30)    VALUE SPACES.
           02 FILLER            PIC X(02)    VALUE SPACES.
           02 FORN-CIDADE-IMP   PIC X(20)    VALUE SPACES.
           02 FILLER            PIC X(01)    VALUE "-".
           02 FORN-UF-IMP       PIC X(02)    VALUE SPACES.
       01  LINHA-REFERENCIA.
           02 FILLER            PIC X(04)    VALUE SPACES.
           02 FILLER            PIC X(14)    VALUE "PEDIDO.......:".
           02 PEDIDO-IMP        PIC 9(06)    VALUE ZEROS.
           02 FILLER            PIC X(05)    VALUE SPACES.
           02 FILLER            PIC X(13)    VALUE "NOTA FISCAL:".
           02 NOTA-IMP          PIC X(09)    VALUE SPACES.
           02 FILLER            PIC X(05)    VALUE SPACES.
           02 FILLER            PIC X(10)    VALUE "DOCUMENTO:".
           02 DOCUMENTO-IMP     PIC X(08)    VALUE SPACES.
       01  CAB02.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(08) VALUE "CODIGO".
           02 FILLER  PIC X(32) VALUE "NOME".
           02 FILLER  PIC X(07) VALUE "QTDE".
           02 FILLER  PIC X(14) VALUE "CUSTO UNIT.".
           02 FILLER  PIC X(14) VALUE "VALOR".
           02 FILLER  PIC X(04) VALUE "DEP.".
       01  DETALHE.
           02 FILLER            PIC X(04)    VALUE SPACES.
           02 CODIGO-DET        PIC 9(05)    VALUE ZEROS.
           02 FILLER            PIC X(03)    VALUE SPACES.
           02 NOME-DET          PIC X(30)    VALUE SPACES.
           02 FILLER            PIC X(02)    VALUE SPACES.
           02 QTDE-DET          PIC ZZZ9     VALUE ZEROS.
           02 FILLER            PIC X(02)    VALUE SPACES.
           02 CUSTO-DET         PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(02)    VALUE SPACES.
           02 VALOR-DET         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(02)    VALUE SPACES.
           02 DEPOSITO-DET      PIC 9(02)    VALUE ZEROS.
       01  LINHA-MOTIVO.
           02 FILLER            PIC X(04)    VALUE SPACES.
           02 FILLER            PIC X(14)    VALUE "MOTIVO.......:".
           02 MOTIVO-IMP        PIC X(30)    VALUE SPACES.
       01  CAB03.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(40)
           VALUE "NOTA DE DEBITO - PARCELAS ABATIDAS".
       01  CAB04.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(10) VALUE "PEDIDO".
           02 FILLER  PIC X(09) VALUE "PARCELA".
           02 FILLER  PIC X(13) VALUE "VENCIMENTO".
           02 FILLER  PIC X(16) VALUE "VALOR ABATIDO".
           02 FILLER  PIC X(16) VALUE "SALDO PARCELA".
       01  DETALHE-ABATE.
           02 FILLER            PIC X(04)    VALUE SPACES.
           02 ABT-PEDIDO-DET    PIC 9(06)    VALUE ZEROS.
           02 FILLER            PIC X(06)    VALUE SPACES.
           02 ABT-PARCELA-DET   PIC 9(02)    VALUE ZEROS.
           02 FILLER            PIC X(05)    VALUE SPACES.
           02 ABT-VENC-DET.
               03 ABT-DIA-DET   PIC 99/ VALUE ZEROS.
               03 ABT-MES-DET   PIC 99/ VALUE ZEROS.
               03 ABT-ANO-DET   PIC 9(04) VALUE ZEROS.
           02 FILLER            PIC X(03)    VALUE SPACES.
           02 ABT-VALOR-DET     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(03)    VALUE SPACES.
           02 ABT-RESTA-DET     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINHA-RESUMO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TEXTO-RESUMO      PIC X(34) VALUE SPACES.
           02 VALOR-RESUMO      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINHA-ASSINATURA.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(30)
           VALUE "______________________________".
           02 FILLER            PIC X(08) VALUE SPACES.
           02 FILLER            PIC X(30)
           VALUE "______________________________".
       01  LINHA-ASSINATURA-2.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(38) VALUE "EXPEDICAO".
           02 FILLER            PIC X(30)
           VALUE "RECEBIDO PELO FORNECEDOR".
       SCREEN SECTION.
       01  TELA1.
            02 BLANK SCREEN.
            02 LINE 01 COLUMN 01 VALUE "DATA:".
            02 LINE 01 COLUMN 22
               VALUE "DEVOLUCAO DE COMPRA AO FORNECEDOR".
            02 LINE 03 COLUMN 01 VALUE "ESCOLHA A FUNCAO: ".
            02 LINE 03 COLUMN 22 VALUE "(DV-CO-FF)".
            02 LINE 05 COLUMN 01 VALUE "DEVOLUCAO NUMERO......:".
            02 LINE 06 COLUMN 01 VALUE "PEDIDO DE COMPRA......:".
            02 LINE 07 COLUMN 01 VALUE "NOTA FISCAL...........:".
            02 LINE 08 COLUMN 01 VALUE "FORNECEDOR............:".
            02 LINE 09 COLUMN 01 VALUE "ITEM..................:".
            02 LINE 10 COLUMN 01 VALUE "QTDE RECEB./DEVOLVIDA.:".
            02 LINE 11 COLUMN 01 VALUE "QTDE A DEVOLVER.......:".
            02 LINE 12 COLUMN 01 VALUE "DEPOSITO DE SAIDA.....:".
            02 LINE 13 COLUMN 01 VALUE "MOTIVO................:".
            02 LINE 14 COLUMN 01 VALUE "CUSTO UNIT. / VALOR...:".
            02 LINE 16 COLUMN 01 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR".
       ABRE-DEVFORN.
           OPEN I-O DEVFORN.
           IF FS-DEV NOT = "00"
               IF FS-DEV = "35"
                   CLOSE DEVFORN OPEN OUTPUT DEVFORN CLOSE DEVFORN
                   GO TO ABRE-DEVFORN
               ELSE
                   DISPLAY FS-DEV "STATUS DO ARQUIVO DEVFORN"
                   CALL "LOGERRO" USING "DEVFORN" "ABERTURA DEVFORN"
                           FS-DEV
                   STOP RUN
           END-IF.
           OPEN INPUT PEDCOM.
           IF FS-PED NOT = "00"
               DISPLAY FS-PED "STATUS DO ARQUIVO PEDCOM"
               CALL "LOGERRO" USING "DEVFORN" "ABERTURA PEDCOM" FS-PED
               CLOSE DEVFORN
               STOP RUN.
           OPEN I-O ARQMAT.
           IF FS NOT = "00"
               DISPLAY FS "STATUS DO ARQUIVO ARQMAT"
               CALL "LOGERRO" USING "DEVFORN" "ABERTURA ARQMAT" FS
               CLOSE DEVFORN PEDCOM
               STOP RUN.
       ABRE-SALDEP.
           OPEN I-O SALDEP.
           IF FS-SDP NOT = "00"
               IF FS-SDP = "35"
                   CLOSE SALDEP OPEN OUTPUT SALDEP CLOSE SALDEP
                   GO TO ABRE-SALDEP
               ELSE
                   DISPLAY FS-SDP "STATUS DO ARQUIVO SALDEP"
                   CALL "LOGERRO" USING "DEVFORN" "ABERTURA SALDEP"
                           FS-SDP
                   CLOSE DEVFORN PEDCOM ARQMAT
                   STOP RUN
           END-IF.
           OPEN INPUT NFENTRADA.
           IF FS-NFE = "00"
               MOVE "S" TO WS-NFE-DISPONIVEL
           ELSE
               MOVE "N" TO WS-NFE-DISPONIVEL
               CLOSE NFENTRADA.
           OPEN INPUT FORNECEDOR.
           IF FS-FORN = "00"
               MOVE "S" TO WS-FORN-DISPONIVEL
           ELSE
               MOVE "N" TO WS-FORN-DISPONIVEL
               CLOSE FORNECEDOR.
       TELA-1.
           DISPLAY TELA1.
           ACCEPT WS-DATA FROM DATE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO WS-HOJE-NUM.
           DISPLAY DIA AT 0107 '/' MES '/' ANO.
           MOVE DIA TO DIA-CAB01.
           MOVE MES TO MES-CAB01.
           MOVE HOJE-ANO TO ANO-CAB01.
           ACCEPT FUNCAO AT 0319.
           EVALUATE FUNCAO
               WHEN "DV"
                  GO TO DEVOLUCAO
               WHEN "CO"
                  GO TO CONSULTA
               WHEN "FF"
                  GO TO FIM
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA" AT 1610
                  ACCEPT CONFIRMA AT 1624
                  GO TO TELA-1
           END-EVALUATE.
      *    DV - DEVOLUCAO DE UM PEDIDO RECEBIDO; A QUANTIDADE NAO PASSA
      *    DO RECEBIDO MENOS O JA DEVOLVIDO NEM DO ESTOQUE DO DEPOSITO
       DEVOLUCAO.
           PERFORM BUSCA-PROXIMO-NUMERO THRU FIM-BUSCA-NUMERO.
           DISPLAY WS-PROX-NUMERO AT 0525.
       ROT-PEDIDO.
           ACCEPT WS-PEDIDO AT 0625.
           IF WS-PEDIDO = ZEROS
               GO TO TELA-1.
           MOVE WS-PEDIDO TO PED-NUMERO.
           READ PEDCOM INVALID KEY
               DISPLAY "PEDIDO NAO CADASTRADO" AT 1610
               ACCEPT CONFIRMA AT 1633
               DISPLAY LIMPA-MENSAGEM AT 1610
               GO TO ROT-PEDIDO.
           IF PED-STATUS NOT = "RECEBIDO"
               DISPLAY "PEDIDO NAO ESTA RECEBIDO" AT 1610
               ACCEPT CONFIRMA AT 1636
               DISPLAY LIMPA-MENSAGEM AT 1610
               GO TO ROT-PEDIDO.
           IF PED-ORIGEM = "P"
               DISPLAY "PEDIDO DE PRODUTO DO BALCAO (ARQPRO)" AT 1610
               ACCEPT CONFIRMA AT 1648
               DISPLAY LIMPA-MENSAGEM AT 1610
               GO TO ROT-PEDIDO.
           MOVE PED-CODIGO TO CODIGO.
           READ ARQMAT INVALID KEY
               DISPLAY "ITEM DO PEDIDO NAO CADASTRADO" AT 1610
               ACCEPT CONFIRMA AT 1641
               DISPLAY LIMPA-MENSAGEM AT 1610
               GO TO ROT-PEDIDO.
           PERFORM SOMA-DEVOLVIDO THRU FIM-SOMA-DEVOLVIDO.
           IF WS-QTDE-DEVOLVIDA NOT < PED-QTDE
               DISPLAY "PEDIDO JA TOTALMENTE DEVOLVIDO" AT 1610
               ACCEPT CONFIRMA AT 1642
               DISPLAY LIMPA-MENSAGEM AT 1610
               GO TO ROT-PEDIDO.
           COMPUTE WS-QTDE-LIVRE = PED-QTDE - WS-QTDE-DEVOLVIDA.
           MOVE SPACES TO WS-NOTA.
           MOVE ZEROS TO WS-CUSTO-NOTA.
           IF WS-NFE-DISPONIVEL = "S"
               MOVE PED-NUMERO TO NFE-PEDIDO
               READ NFENTRADA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NFE-NUMERO TO WS-NOTA
                       MOVE NFE-CUSTO-UNIT TO WS-CUSTO-NOTA
               END-READ
           END-IF.
           PERFORM LE-FORNECEDOR.
           DISPLAY PED-FORNECEDOR AT 0825.
           DISPLAY FORN-NOME AT 0830.
           DISPLAY PED-CODIGO AT 0925.
           DISPLAY FD-NOME AT 0932.
           DISPLAY PED-QTDE AT 1025 "/".
           DISPLAY WS-QTDE-DEVOLVIDA AT 1030.
       ROT-NOTA.
           IF WS-NOTA NOT = SPACES
               DISPLAY WS-NOTA AT 0725
           ELSE
               ACCEPT WS-NOTA AT 0725
               IF WS-NOTA = SPACES
                   GO TO ROT-NOTA.
       ROT-QTDE.
           ACCEPT WS-QTDE AT 1125.
           IF WS-QTDE = ZEROS
               GO TO TELA-1.
           IF WS-QTDE > WS-QTDE-LIVRE
               DISPLAY "QTDE MAIOR QUE O SALDO DO PEDIDO" AT 1610
               ACCEPT CONFIRMA AT 1643
               DISPLAY LIMPA-MENSAGEM AT 1610
               GO TO ROT-QTDE.
           IF WS-QTDE > FD-QTDE-ESTOQUE
               DISPLAY "QTDE MAIOR QUE O ESTOQUE DO ITEM" AT 1610
               ACCEPT CONFIRMA AT 1643
               DISPLAY LIMPA-MENSAGEM AT 1610
               GO TO ROT-QTDE.
       ROT-DEPOSITO.
           ACCEPT WS-DEPOSITO AT 1225.
           IF WS-DEPOSITO = ZEROS
               MOVE WS-DEP-PRINCIPAL TO WS-DEPOSITO
               DISPLAY WS-DEPOSITO AT 1225.
           IF WS-DEPOSITO = WS-DEP-TRANSITO
               DISPLAY "DEPOSITO DE TRANSITO NAO PERMITIDO" AT 1610
               ACCEPT CONFIRMA AT 1645
               DISPLAY LIMPA-MENSAGEM AT 1610
               GO TO ROT-DEPOSITO.
           PERFORM LE-SALDEP.
           IF WS-SDP-EXISTE = "N" OR SDP-QTDE < WS-QTDE
               DISPLAY "SALDO INSUFICIENTE NO DEPOSITO" AT 1610
               ACCEPT CONFIRMA AT 1642
               DISPLAY LIMPA-MENSAGEM AT 1610
               GO TO ROT-DEPOSITO.
       ROT-MOTIVO.
           ACCEPT WS-MOTIVO AT 1325.
           IF WS-MOTIVO = SPACES
               GO TO ROT-MOTIVO.
      *    O DEBITO SAI PELO CUSTO DA NOTA COM DESPESAS; SEM ELE PELO
      *    PRECO DO PEDIDO E, POR ULTIMO, PELO CUSTO MEDIO DO ITEM
           IF WS-CUSTO-NOTA > ZEROS
               MOVE WS-CUSTO-NOTA TO WS-CUSTO-UNIT
           ELSE
               IF PED-PRECO > ZEROS
                   MOVE PED-PRECO TO WS-CUSTO-UNIT
               ELSE
                   MOVE FD-VALOR-UNIT TO WS-CUSTO-UNIT.
           COMPUTE WS-VALOR ROUNDED = WS-QTDE * WS-CUSTO-UNIT.
           MOVE WS-CUSTO-UNIT TO WS-VALOR-EDIT.
           DISPLAY WS-VALOR-EDIT AT 1425.
           MOVE WS-VALOR TO WS-VALOR-EDIT.
           DISPLAY WS-VALOR-EDIT AT 1442.
           DISPLAY "CONFIRMA A DEVOLUCAO ? S-SIM" AT 1610.
           ACCEPT CONFIRMA AT 1639.
           DISPLAY LIMPA-MENSAGEM AT 1610.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               GO TO TELA-1.
           MOVE 2 TO WS-NIVEL-EXIGIDO.
           CALL "AUTORIZA" USING "DEVFORN" WS-OPERADOR
                   WS-NIVEL-EXIGIDO WS-AUTORIZADO.
           IF WS-AUTORIZADO NOT = "S"
               DISPLAY "OPERADOR SEM PERMISSAO PARA DEVOLUCAO" AT 1610
               ACCEPT CONFIRMA AT 1648
               GO TO TELA-1.
           PERFORM VERIFICA-PERIODO THRU FIM-VERIFICA-PERIODO.
           IF WS-PERIODO-LIVRE = "N"
               DISPLAY "PERIODO FECHADO - DEVOLUCAO RECUSADA" AT 1610
               ACCEPT CONFIRMA AT 1647
               GO TO TELA-1.
           PERFORM EFETIVA-DEVOLUCAO THRU FIM-EFETIVA-DEVOLUCAO.
           PERFORM IMPRIME-DOCUMENTO THRU FIM-IMPRIME-DOCUMENTO.
           DISPLAY "DEBITO NO PAGAR.:" AT 1501.
           MOVE DEV-VALOR-ABATIDO TO WS-VALOR-EDIT.
           DISPLAY WS-VALOR-EDIT AT 1519.
           DISPLAY "CREDITO:" AT 1535.
           MOVE DEV-SALDO-CREDITO TO WS-VALOR-EDIT.
           DISPLAY WS-VALOR-EDIT AT 1544.
           DISPLAY "DEVOLUCAO GRAVADA - DOCUMENTO IMPRESSO" AT 1610.
           ACCEPT CONFIRMA AT 1649.
           GO TO TELA-1.
      *    CO - CONSULTA DE UMA DEVOLUCAO COM OPCAO DE REIMPRESSAO
       CONSULTA.
           ACCEPT DEV-NUMERO AT 0525.
           IF DEV-NUMERO = ZEROS
               GO TO TELA-1.
           READ DEVFORN INVALID KEY
               DISPLAY "DEVOLUCAO NAO CADASTRADA" AT 1610
               ACCEPT CONFIRMA AT 1636
               DISPLAY LIMPA-MENSAGEM AT 1610
               GO TO CONSULTA.
           MOVE DEV-FORNECEDOR TO PED-FORNECEDOR.
           PERFORM LE-FORNECEDOR.
           MOVE DEV-CODIGO TO CODIGO.
           READ ARQMAT INVALID KEY
               MOVE "** ITEM NAO CADASTRADO **" TO FD-NOME.
           DISPLAY DEV-PEDIDO AT 0625.
           DISPLAY DEV-NOTA AT 0725.
           DISPLAY DEV-FORNECEDOR AT 0825.
           DISPLAY FORN-NOME AT 0830.
           DISPLAY DEV-CODIGO AT 0925.
           DISPLAY FD-NOME AT 0932.
           DISPLAY DEV-QTDE AT 1125.
           DISPLAY DEV-DEPOSITO AT 1225.
           DISPLAY DEV-MOTIVO AT 1325.
           MOVE DEV-CUSTO-UNIT TO WS-VALOR-EDIT.
           DISPLAY WS-VALOR-EDIT AT 1425.
           MOVE DEV-VALOR TO WS-VALOR-EDIT.
           DISPLAY WS-VALOR-EDIT AT 1442.
           DISPLAY "DEBITO NO PAGAR.:" AT 1501.
           MOVE DEV-VALOR-ABATIDO TO WS-VALOR-EDIT.
           DISPLAY WS-VALOR-EDIT AT 1519.
           DISPLAY "CREDITO:" AT 1535.
           MOVE DEV-SALDO-CREDITO TO WS-VALOR-EDIT.
           DISPLAY WS-VALOR-EDIT AT 1544.
           DISPLAY "REIMPRIME O DOCUMENTO ? S-SIM" AT 1610.
           ACCEPT CONFIRMA AT 1640.
           DISPLAY LIMPA-MENSAGEM AT 1610.
           IF CONFIRMA = "S" OR "s"
               MOVE ZEROS TO WS-QTD-ABATE
               MOVE DEV-NUMERO TO DOC-NUMERO
               PERFORM IMPRIME-DOCUMENTO THRU FIM-IMPRIME-DOCUMENTO.
           GO TO TELA-1.
       BUSCA-PROXIMO-NUMERO.
           MOVE 1 TO WS-PROX-NUMERO.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO DEV-NUMERO.
           START DEVFORN KEY NOT LESS THAN DEV-NUMERO
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-MAIOR-NUMERO.
           IF WS-EOF = "S"
               GO TO FIM-BUSCA-NUMERO.
           READ DEVFORN NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
               NOT AT END
                   COMPUTE WS-PROX-NUMERO = DEV-NUMERO + 1
           END-READ.
           GO TO LER-MAIOR-NUMERO.
       FIM-BUSCA-NUMERO.
           EXIT.
      *    QUANTIDADE JA DEVOLVIDA DO PEDIDO EM DEVOLUCOES ANTERIORES
       SOMA-DEVOLVIDO.
           MOVE ZEROS TO WS-QTDE-DEVOLVIDA.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO DEV-NUMERO.
           START DEVFORN KEY NOT LESS THAN DEV-NUMERO
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-DEVOLVIDO.
           IF WS-EOF = "S"
               GO TO FIM-SOMA-DEVOLVIDO.
           READ DEVFORN NEXT RECORD AT END
               GO TO FIM-SOMA-DEVOLVIDO.
           IF DEV-PEDIDO = PED-NUMERO
               ADD DEV-QTDE TO WS-QTDE-DEVOLVIDA.
           GO TO LER-DEVOLVIDO.
       FIM-SOMA-DEVOLVIDO.
           EXIT.
       LE-FORNECEDOR.
           MOVE SPACES TO FORN-NOME FORN-ENDERECO FORN-CIDADE FORN-UF.
           MOVE ZEROS TO FORN-CNPJ.
           IF WS-FORN-DISPONIVEL = "S"
               MOVE PED-FORNECEDOR TO FORN-CODIGO
               READ FORNECEDOR
                   INVALID KEY
                       MOVE "DESCONHECIDO" TO FORN-NOME
               END-READ
           END-IF.
       LE-SALDEP.
           MOVE PED-CODIGO TO SDP-CODIGO.
           MOVE WS-DEPOSITO TO SDP-DEPOSITO.
           READ SALDEP
               INVALID KEY
                   MOVE "N" TO WS-SDP-EXISTE
                   MOVE ZEROS TO SDP-QTDE
               NOT INVALID KEY
                   MOVE "S" TO WS-SDP-EXISTE
           END-READ.
      *    BAIXA DO ESTOQUE, ESTORNO DO CUSTO MEDIO, MOVIMENTO E DEBITO
       EFETIVA-DEVOLUCAO.
           MOVE WS-PROX-NUMERO TO DOC-NUMERO.
           MOVE FD-QTDE-ESTOQUE TO OLD-QTDE-ESTOQUE.
           MOVE FD-VALOR-UNIT TO OLD-VALOR-UNIT.
           MOVE FD-VALOR-TOT TO OLD-VALOR-TOT.
           SUBTRACT WS-QTDE FROM FD-QTDE-ESTOQUE.
      *    A MEDIA VOLTA SEM A ENTRADA DEVOLVIDA; SE O CALCULO NAO DER
      *    UM CUSTO POSITIVO A MEDIA ATUAL E MANTIDA
           IF FD-QTDE-ESTOQUE > ZEROS
               COMPUTE WS-MEDIA-CALC ROUNDED =
                   ((OLD-QTDE-ESTOQUE * OLD-VALOR-UNIT)
                   - (WS-QTDE * WS-CUSTO-UNIT))
                   / FD-QTDE-ESTOQUE
               IF WS-MEDIA-CALC > ZEROS AND WS-MEDIA-CALC < 10000000
                   MOVE WS-MEDIA-CALC TO FD-VALOR-UNIT.
           COMPUTE FD-VALOR-TOT = FD-QTDE-ESTOQUE * FD-VALOR-UNIT.
           REWRITE REG-ARQMAT INVALID KEY
               DISPLAY "ERRO DE GRAVACAO ARQMAT" FS AT 1610
               CALL "LOGERRO" USING "DEVFORN" "REGRAVA ARQMAT" FS
               STOP RUN.
           PERFORM LE-SALDEP.
           SUBTRACT WS-QTDE FROM SDP-QTDE.
           IF WS-SDP-EXISTE = "S"
               REWRITE REG-SALDEP INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO SALDEP" FS-SDP AT 1610
                   CALL "LOGERRO" USING "DEVFORN" "REGRAVA SALDEP"
                           FS-SDP
                   STOP RUN
               END-REWRITE
           ELSE
               WRITE REG-SALDEP INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO SALDEP" FS-SDP AT 1610
                   CALL "LOGERRO" USING "DEVFORN" "GRAVACAO SALDEP"
                           FS-SDP
                   STOP RUN
               END-WRITE
           END-IF.
           OPEN EXTEND MOVEST.
           IF FS-MOV NOT = "00" AND NOT = "05"
               CLOSE MOVEST
               OPEN OUTPUT MOVEST
               CLOSE MOVEST
               OPEN EXTEND MOVEST.
           MOVE WS-HOJE-NUM TO MOV-DATA.
           MOVE PED-CODIGO TO MOV-CODIGO.
           MOVE "D" TO MOV-TIPO.
           MOVE WS-QTDE TO MOV-QTDE.
           MOVE WS-DOCUMENTO TO MOV-DOCUMENTO.
           MOVE FD-QTDE-ESTOQUE TO MOV-SALDO.
           MOVE WS-DEPOSITO TO MOV-DEPOSITO.
           MOVE ZEROS TO MOV-CCUSTO.
           WRITE REG-MOVEST.
           CLOSE MOVEST.
           OPEN EXTEND CUSTOHIS.
           IF FS-CUS NOT = "00" AND NOT = "05"
               CLOSE CUSTOHIS
               OPEN OUTPUT CUSTOHIS
               CLOSE CUSTOHIS
               OPEN EXTEND CUSTOHIS.
           MOVE WS-HOJE-NUM TO CUS-DATA.
           MOVE PED-CODIGO TO CUS-CODIGO.
           MOVE WS-QTDE TO CUS-QTDE-ENTRADA.
           MOVE WS-CUSTO-UNIT TO CUS-PRECO-ENTRADA.
           MOVE OLD-VALOR-UNIT TO CUS-MEDIA-ANTIGA.
           MOVE FD-VALOR-UNIT TO CUS-MEDIA-NOVA.
           WRITE REG-CUSTOHIS.
           CLOSE CUSTOHIS.
           OPEN EXTEND LOGMAT.
           IF FS-LOG NOT = "00" AND NOT = "05"
               CLOSE LOGMAT
               OPEN OUTPUT LOGMAT
               CLOSE LOGMAT
               OPEN EXTEND LOGMAT.
           MOVE HOJE-DIA TO LOG-DIA.
           MOVE HOJE-MES TO LOG-MES.
           MOVE HOJE-ANO TO LOG-ANO.
           MOVE PED-CODIGO TO LOG-CODIGO.
           MOVE "DEVOL FORN" TO LOG-OPERACAO.
           MOVE OLD-QTDE-ESTOQUE TO LOG-QTDE-ANTIGA.
           MOVE FD-QTDE-ESTOQUE TO LOG-QTDE-NOVA.
           MOVE OLD-VALOR-TOT TO LOG-VALOR-ANTIGO.
           MOVE FD-VALOR-TOT TO LOG-VALOR-NOVO.
           MOVE WS-OPERADOR TO LOG-OPERADOR.
           WRITE REG-LOGMAT.
           CLOSE LOGMAT.
           PERFORM ABATE-PAGAR THRU FIM-ABATE-PAGAR.
           MOVE WS-PROX-NUMERO TO DEV-NUMERO.
           MOVE WS-HOJE-NUM TO DEV-DATA.
           MOVE PED-NUMERO TO DEV-PEDIDO.
           MOVE WS-NOTA TO DEV-NOTA.
           MOVE PED-FORNECEDOR TO DEV-FORNECEDOR.
           MOVE PED-CODIGO TO DEV-CODIGO.
           MOVE WS-QTDE TO DEV-QTDE.
           MOVE WS-DEPOSITO TO DEV-DEPOSITO.
           MOVE WS-CUSTO-UNIT TO DEV-CUSTO-UNIT.
           MOVE WS-VALOR TO DEV-VALOR.
           MOVE WS-ABATIDO TO DEV-VALOR-ABATIDO.
           MOVE WS-SALDO-DEBITO TO DEV-SALDO-CREDITO.
           MOVE WS-MOTIVO TO DEV-MOTIVO.
           MOVE WS-OPERADOR TO DEV-OPERADOR.
           WRITE REG-DEVFORN INVALID KEY
               DISPLAY "ERRO DE GRAVACAO DEVFORN" FS-DEV AT 1610
               CALL "LOGERRO" USING "DEVFORN" "GRAVACAO DEVFORN" FS-DEV
               STOP RUN.
       FIM-EFETIVA-DEVOLUCAO.
           EXIT.
      *    NOTA DE DEBITO - ABATE AS PARCELAS ABERTAS DO PROPRIO PEDIDO
      *    E DEPOIS AS DEMAIS PARCELAS ABERTAS DO MESMO FORNECEDOR
       ABATE-PAGAR.
           MOVE WS-VALOR TO WS-SALDO-DEBITO.
           MOVE ZEROS TO WS-ABATIDO WS-QTD-ABATE.
           OPEN I-O PAGAR.
           IF FS-PAG NOT = "00"
               CLOSE PAGAR
               GO TO FIM-ABATE-PAGAR.
           MOVE "N" TO WS-EOF.
           MOVE PED-NUMERO TO PAG-PEDIDO.
           MOVE ZEROS TO PAG-PARCELA.
           START PAGAR KEY NOT LESS THAN PAG-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-PARCELA-PEDIDO.
           IF WS-EOF = "S" OR WS-SALDO-DEBITO = ZEROS
               GO TO ABATE-FORNECEDOR.
           READ PAGAR NEXT RECORD AT END
               GO TO ABATE-FORNECEDOR.
           IF PAG-PEDIDO NOT = PED-NUMERO
               GO TO ABATE-FORNECEDOR.
           IF PAG-STATUS = "A"
               PERFORM ABATE-PARCELA.
           GO TO LER-PARCELA-PEDIDO.
       ABATE-FORNECEDOR.
           IF WS-SALDO-DEBITO = ZEROS OR PED-FORNECEDOR = ZEROS
               GO TO FECHA-PAGAR.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO PAG-CHAVE.
           START PAGAR KEY NOT LESS THAN PAG-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-PARCELA-FORNECEDOR.
           IF WS-EOF = "S" OR WS-SALDO-DEBITO = ZEROS
               GO TO FECHA-PAGAR.
           READ PAGAR NEXT RECORD AT END
               GO TO FECHA-PAGAR.
           IF PAG-PEDIDO NOT = PED-NUMERO
                   AND PAG-FORNECEDOR = PED-FORNECEDOR
                   AND PAG-STATUS = "A"
               PERFORM ABATE-PARCELA.
           GO TO LER-PARCELA-FORNECEDOR.
       FECHA-PAGAR.
           CLOSE PAGAR.
       FIM-ABATE-PAGAR.
           EXIT.
       ABATE-PARCELA.
           IF PAG-VALOR > WS-SALDO-DEBITO
               MOVE WS-SALDO-DEBITO TO WS-ABATER
           ELSE
               MOVE PAG-VALOR TO WS-ABATER.
           SUBTRACT WS-ABATER FROM PAG-VALOR WS-SALDO-DEBITO.
           ADD WS-ABATER TO WS-ABATIDO.
           IF PAG-VALOR = ZEROS
               MOVE "P" TO PAG-STATUS
               MOVE WS-HOJE-NUM TO PAG-DATA-PAGTO.
           REWRITE REG-PAGAR INVALID KEY
               DISPLAY "ERRO DE GRAVACAO PAGAR" FS-PAG AT 1610
               CALL "LOGERRO" USING "DEVFORN" "REGRAVA PAGAR" FS-PAG
               STOP RUN.
           IF WS-QTD-ABATE < 20
               ADD 1 TO WS-QTD-ABATE
               MOVE PAG-PEDIDO TO ABT-PEDIDO (WS-QTD-ABATE)
               MOVE PAG-PARCELA TO ABT-PARCELA (WS-QTD-ABATE)
               MOVE PAG-VENCIMENTO TO ABT-VENCIMENTO (WS-QTD-ABATE)
               MOVE WS-ABATER TO ABT-VALOR (WS-QTD-ABATE)
               MOVE PAG-VALOR TO ABT-RESTANTE (WS-QTD-ABATE).
      *    DOCUMENTO DE DEVOLUCAO QUE ACOMPANHA A MERCADORIA; NA
      *    REIMPRESSAO SAI SO O TOTAL ABATIDO DAS PARCELAS
       IMPRIME-DOCUMENTO.
           MOVE ZEROS TO CT-PAG.
           MOVE DEV-NUMERO TO NUMERO-CAB01.
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO.
           MOVE DEV-FORNECEDOR TO FORN-COD-IMP.
           MOVE FORN-NOME TO FORN-NOME-IMP.
           MOVE FORN-CNPJ TO FORN-CNPJ-IMP.
           MOVE FORN-ENDERECO TO FORN-END-IMP.
           MOVE FORN-CIDADE TO FORN-CIDADE-IMP.
           MOVE FORN-UF TO FORN-UF-IMP.
           WRITE REG-RELATO FROM LINHA-FORN-NOME
               BEFORE ADVANCING 1 LINES.
           WRITE REG-RELATO FROM LINHA-FORN-END
               BEFORE ADVANCING 1 LINES.
           MOVE DEV-PEDIDO TO PEDIDO-IMP.
           MOVE DEV-NOTA TO NOTA-IMP.
           MOVE WS-DOCUMENTO TO DOCUMENTO-IMP.
           WRITE REG-RELATO FROM LINHA-REFERENCIA
               BEFORE ADVANCING 2 LINES.
           WRITE REG-RELATO FROM CAB02 BEFORE ADVANCING 2 LINES.
           MOVE DEV-CODIGO TO CODIGO-DET.
           MOVE FD-NOME TO NOME-DET.
           MOVE DEV-QTDE TO QTDE-DET.
           MOVE DEV-CUSTO-UNIT TO CUSTO-DET.
           MOVE DEV-VALOR TO VALOR-DET.
           MOVE DEV-DEPOSITO TO DEPOSITO-DET.
           WRITE REG-RELATO FROM DETALHE BEFORE ADVANCING 2 LINES.
           MOVE DEV-MOTIVO TO MOTIVO-IMP.
           WRITE REG-RELATO FROM LINHA-MOTIVO BEFORE ADVANCING 2 LINES.
           IF WS-QTD-ABATE > ZEROS
               WRITE REG-RELATO FROM CAB03 BEFORE ADVANCING 1 LINES
               WRITE REG-RELATO FROM CAB04 BEFORE ADVANCING 1 LINES
               PERFORM IMPRIME-ABATE VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-ABATE
               MOVE SPACES TO REG-RELATO
               WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           MOVE "VALOR DA DEVOLUCAO...............:" TO TEXTO-RESUMO.
           MOVE DEV-VALOR TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "ABATIDO DO CONTAS A PAGAR........:" TO TEXTO-RESUMO.
           MOVE DEV-VALOR-ABATIDO TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "CREDITO A RECEBER DO FORNECEDOR..:" TO TEXTO-RESUMO.
           MOVE DEV-SALDO-CREDITO TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 5 LINES.
           WRITE REG-RELATO FROM LINHA-ASSINATURA
               BEFORE ADVANCING 1 LINES.
           WRITE REG-RELATO FROM LINHA-ASSINATURA-2
               BEFORE ADVANCING 1 LINES.
           CLOSE RELATO.
       FIM-IMPRIME-DOCUMENTO.
           EXIT.
       IMPRIME-ABATE.
           MOVE ABT-PEDIDO (WS-IND) TO ABT-PEDIDO-DET.
           MOVE ABT-PARCELA (WS-IND) TO ABT-PARCELA-DET.
           MOVE ABT-VENCIMENTO (WS-IND) TO WS-DATA-AUX.
           MOVE AUX-DIA TO ABT-DIA-DET.
           MOVE AUX-MES TO ABT-MES-DET.
           MOVE AUX-ANO TO ABT-ANO-DET.
           MOVE ABT-VALOR (WS-IND) TO ABT-VALOR-DET.
           MOVE ABT-RESTANTE (WS-IND) TO ABT-RESTA-DET.
           WRITE REG-RELATO FROM DETALHE-ABATE
               BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
       CABECALHO.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 3 LINES.
       VERIFICA-PERIODO.
           MOVE "S" TO WS-PERIODO-LIVRE.
           OPEN INPUT FECHCTL.
           IF FS-FCT NOT = "00"
               CLOSE FECHCTL
               GO TO FIM-VERIFICA-PERIODO.
           COMPUTE FCT-COMPETENCIA =
               (HOJE-ANO * 100) + HOJE-MES.
           READ FECHCTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FCT-STATUS = "F"
                       MOVE "N" TO WS-PERIODO-LIVRE
                   END-IF
           END-READ.
           CLOSE FECHCTL.
       FIM-VERIFICA-PERIODO.
           EXIT.
       FIM.
           CLOSE DEVFORN PEDCOM ARQMAT SALDEP.
           IF WS-NFE-DISPONIVEL = "S"
               CLOSE NFENTRADA.
           IF WS-FORN-DISPONIVEL = "S"
               CLOSE FORNECEDOR.
           STOP RUN.
       END PROGRAM DEVFORN.
