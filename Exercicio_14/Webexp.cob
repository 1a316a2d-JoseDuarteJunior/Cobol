      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - VENDAS NO BALCAO
      * Tectonics: cobc
      * Objetivo: EXPORTACAO NOTURNA DO CATALOGO PARA A LOJA VIRTUAL
      *           (PASSO DA CADEIA LOTENOT) - GRAVA O ARQUIVO WEBPROD
      *           (LAYOUT FIXO: HEADER 0, DETALHE 1 COM CODIGO, DV,
      *           NOME, PRECO DE VENDA, PRECO NORMAL, DISPONIVEL E
      *           EAN, TRAILER 9 COM A QUANTIDADE DE ITENS) A PARTIR
      *           DO ARQPRO. O PRECO DE VENDA E O MENOR PRECO DA
      *           TABPROMO VIGENTE PARA UMA UNIDADE E O DISPONIVEL E
      *           O ESTOQUE MENOS AS RESERVAS ATIVAS NAO VENCIDAS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WEBEXP.
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
           SELECT RESERVA ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       RES-NUMERO
           FILE STATUS      FS-RES.
           SELECT TABPROMO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       PRM-CHAVE
           FILE STATUS      FS-PRM.
           SELECT WEBPROD ASSIGN TO "WEBPROD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-WEB.
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
       FD  WEBPROD
           LABEL RECORD IS OMITTED.
       01  REG-WEBPROD              PIC X(80).
       01  WEB-HEADER REDEFINES REG-WEBPROD.
           02 WBH-TIPO              PIC X(01).
           02 WBH-DATA              PIC 9(08).
           02 WBH-LITERAL           PIC X(20).
           02 FILLER                PIC X(51).
       01  WEB-DETALHE REDEFINES REG-WEBPROD.
           02 WBD-TIPO              PIC X(01).
           02 WBD-CODIGO            PIC 9(04).
           02 WBD-DV                PIC 9(01).
           02 WBD-NOME              PIC X(30).
           02 WBD-PRECO             PIC 9(06)V99.
           02 WBD-PRECO-NORMAL      PIC 9(06)V99.
           02 WBD-DISPONIVEL        PIC 9(05).
           02 WBD-EAN               PIC 9(13).
           02 FILLER                PIC X(10).
       01  WEB-TRAILER REDEFINES REG-WEBPROD.
           02 WBT-TIPO              PIC X(01).
           02 WBT-QTDE              PIC 9(06).
           02 FILLER                PIC X(73).
       WORKING-STORAGE SECTION.
       77  FS                   PIC X(02) VALUE SPACES.
       77  FS-RES               PIC X(02) VALUE SPACES.
       77  FS-PRM               PIC X(02) VALUE SPACES.
       77  FS-WEB               PIC X(02) VALUE SPACES.
       77  WS-EOF               PIC X(01) VALUE "N".
       77  WS-EOF-PRM           PIC X(01) VALUE "N".
       77  WS-PRM-DISPONIVEL    PIC X(01) VALUE "N".
       77  WS-PRECO-VENDA       PIC 9(06)V99 VALUE ZEROS.
       77  WS-DISPONIVEL        PIC S9(05) VALUE ZEROS.
       77  WS-QTD-ITENS         PIC 9(06) VALUE ZEROS.
       77  WS-QTD-PROMO         PIC 9(06) VALUE ZEROS.
       01  TAB-RESERVAS.
           02 TAB-RESERVADO     PIC 9(05) OCCURS 9999 TIMES.
       01  WS-DATA-HOJE.
           02 HOJE-ANO          PIC 9(04) VALUE ZEROS.
           02 HOJE-MES          PIC 9(02) VALUE ZEROS.
           02 HOJE-DIA          PIC 9(02) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT ARQPRO.
           IF FS NOT = "00"
               DISPLAY FS "STATUS DO ARQUIVO ARQPRO"
               CALL "LOGERRO" USING "WEBEXP" "ABERTURA ARQPRO" FS
               STOP RUN.
           OPEN INPUT TABPROMO.
           IF FS-PRM = "00"
               MOVE "S" TO WS-PRM-DISPONIVEL
           ELSE
               MOVE "N" TO WS-PRM-DISPONIVEL
               CLOSE TABPROMO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-RESERVAS THRU FIM-CARREGA-RESERVAS.
           OPEN OUTPUT WEBPROD.
           IF FS-WEB NOT = "00"
               DISPLAY FS-WEB "STATUS DO ARQUIVO WEBPROD"
               CALL "LOGERRO" USING "WEBEXP" "ABERTURA WEBPROD" FS-WEB
               CLOSE ARQPRO
               STOP RUN.
           MOVE SPACES TO REG-WEBPROD.
           MOVE "0" TO WBH-TIPO.
           MOVE WS-DATA-HOJE TO WBH-DATA.
           MOVE "CATALOGO LOJA WEB" TO WBH-LITERAL.
           WRITE REG-WEBPROD.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO FD-CODIGO.
           START ARQPRO KEY NOT LESS THAN FD-CODIGO
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-ARQPRO.
           IF WS-EOF = "S"
               GO TO FECHA-WEBPROD.
           READ ARQPRO NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
                   GO TO FECHA-WEBPROD.
           IF CODIGO = ZEROS
               GO TO LER-ARQPRO.
           PERFORM BUSCA-PROMOCAO THRU FIM-BUSCA-PROMOCAO.
           COMPUTE WS-DISPONIVEL =
               FD-QUANTIDA-EST - TAB-RESERVADO (CODIGO).
           IF WS-DISPONIVEL < ZEROS
               MOVE ZEROS TO WS-DISPONIVEL.
           MOVE SPACES TO REG-WEBPROD.
           MOVE "1" TO WBD-TIPO.
           MOVE CODIGO TO WBD-CODIGO.
           MOVE DV TO WBD-DV.
           MOVE FD-NOME-PRODUTO TO WBD-NOME.
           MOVE WS-PRECO-VENDA TO WBD-PRECO.
           MOVE FD-VALOR-UNIT TO WBD-PRECO-NORMAL.
           MOVE WS-DISPONIVEL TO WBD-DISPONIVEL.
           MOVE FD-EAN TO WBD-EAN.
           WRITE REG-WEBPROD.
           ADD 1 TO WS-QTD-ITENS.
           IF WS-PRECO-VENDA < FD-VALOR-UNIT
               ADD 1 TO WS-QTD-PROMO.
           GO TO LER-ARQPRO.
       FECHA-WEBPROD.
           MOVE SPACES TO REG-WEBPROD.
           MOVE "9" TO WBT-TIPO.
           MOVE WS-QTD-ITENS TO WBT-QTDE.
           WRITE REG-WEBPROD.
           CLOSE WEBPROD ARQPRO.
           IF WS-PRM-DISPONIVEL = "S"
               CLOSE TABPROMO.
           DISPLAY "ITENS EXPORTADOS PARA A LOJA WEB: " WS-QTD-ITENS.
           DISPLAY "ITENS COM PRECO PROMOCIONAL.....: " WS-QTD-PROMO.
           STOP RUN.
      *    SALDO RESERVADO POR CODIGO, MESMO CRITERIO DO PROGRAMA
      *    RESERVA (ATIVA E SEM VALIDADE OU AINDA NO PRAZO)
       CARREGA-RESERVAS.
           MOVE ZEROS TO TAB-RESERVAS.
           OPEN INPUT RESERVA.
           IF FS-RES NOT = "00"
               CLOSE RESERVA
               GO TO FIM-CARREGA-RESERVAS.
       LER-CARREGA-RESERVAS.
           READ RESERVA NEXT RECORD AT END
               CLOSE RESERVA
               GO TO FIM-CARREGA-RESERVAS.
           IF RES-STATUS = "A" AND RES-CODIGO > ZEROS
                   AND (RES-VALIDADE = ZEROS
                       OR RES-VALIDADE >= WS-DATA-HOJE)
               ADD RES-QTDE TO TAB-RESERVADO (RES-CODIGO).
           GO TO LER-CARREGA-RESERVAS.
       FIM-CARREGA-RESERVAS.
           EXIT.
       BUSCA-PROMOCAO.
           MOVE FD-VALOR-UNIT TO WS-PRECO-VENDA.
           IF WS-PRM-DISPONIVEL NOT = "S"
               GO TO FIM-BUSCA-PROMOCAO.
           MOVE "N" TO WS-EOF-PRM.
           MOVE CODIGO TO PRM-CODIGO.
           MOVE ZEROS TO PRM-SEQ.
           START TABPROMO KEY NOT LESS THAN PRM-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF-PRM.
       LER-BUSCA-PROMOCAO.
           IF WS-EOF-PRM = "S"
               GO TO FIM-BUSCA-PROMOCAO.
           READ TABPROMO NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-PRM
               NOT AT END
                   IF PRM-CODIGO NOT = CODIGO
                       MOVE "S" TO WS-EOF-PRM
                   ELSE
                       IF WS-DATA-HOJE >= PRM-DATA-INI
                               AND WS-DATA-HOJE <= PRM-DATA-FIM
                               AND PRM-QTDE-MIN <= 1
                               AND PRM-PRECO < WS-PRECO-VENDA
                           MOVE PRM-PRECO TO WS-PRECO-VENDA
                       END-IF
                   END-IF
           END-READ.
           GO TO LER-BUSCA-PROMOCAO.
       FIM-BUSCA-PROMOCAO.
           EXIT.
           END PROGRAM WEBEXP.
