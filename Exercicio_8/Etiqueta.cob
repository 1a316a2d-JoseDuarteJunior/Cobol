      *           COM SELECAO OPCIONAL POR CIDADE OU FAIXA DE CEP,
      *           CONTAGEM DAS ETIQUETAS E RETOMADA A PARTIR DE UM
      *           CODIGO DE CLIENTE
      * Alteracoes:
      *   15/10/2026 - SELECAO OPCIONAL POR SEGMENTO DE COMPRA DO
      *                CLIENTE (ARQUIVO SEGCLI GERADO PELO SEGMENTA),
      *                PARA CAMPANHAS SO AOS EM RISCO E PERDIDOS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETIQUETA.
           ACCESS MODE      SEQUENTIAL
           RECORD KEY       FD-CODIGO
           FILE STATUS      WS-STATUS.
           SELECT SEGCLI ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       SEG-CLIENTE
           FILE STATUS      FS-SEG.
           SELECT SORETI ASSIGN TO DISK
           SORT STATUS IS ST.
           SELECT RELATO ASSIGN TO PRINTER.
           02 FD-CEP        PIC 9(08).
           02 FD-CIDADE     PIC X(20).
           02 FD-UF         PIC X(02).
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
       SD  SORETI VALUE OF FILE-ID IS "SORETI".
       01  REG-SORETI.
           02 SOR-CEP       PIC 9(08).
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-STATUS            PIC X(02) VALUE SPACES.
       77  FS-SEG               PIC X(02) VALUE SPACES.
       77  ST                   PIC 9(02) VALUE ZEROS.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  WS-CIDADE-FILTRO     PIC X(20) VALUE SPACES.
       77  WS-CODIGO-RETOMADA   PIC 9(04) VALUE ZEROS.
       77  WS-QTD-ETIQUETAS     PIC 9(05) VALUE ZEROS.
       77  WS-NA-LINHA          PIC 9(01) VALUE ZEROS.
       77  WS-SEGMENTOS         PIC X(04) VALUE SPACES.
       77  WS-CONTA-SEG         PIC 9(02) VALUE ZEROS.
       01  ETIQUETAS-LINHA.
           02 ETI-COLUNA OCCURS 3 TIMES.
               03 ETI-NOME      PIC X(30).
           VALUE "CEP FINAL (0=TODOS)...........>".
           02 LINE 06 COLUMN 02
           VALUE "RETOMAR DO CLIENTE (0=INICIO).>".
           02 LINE 07 COLUMN 02
           VALUE "SEGMENTOS MRAP (BRANCO=TODOS).>".
           02 LINE 08 COLUMN 02
           VALUE "M-MELHORES R-REGULARES A-EM RISCO P-PERDIDOS".
           02 LINE 10 COLUMN 02 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           IF WS-CEP-FINAL = ZEROS
               MOVE 99999999 TO WS-CEP-FINAL.
           ACCEPT WS-CODIGO-RETOMADA AT 0634.
           ACCEPT WS-SEGMENTOS AT 0734.
           IF WS-SEGMENTOS NOT = SPACES
               OPEN INPUT SEGCLI
               IF FS-SEG NOT = "00"
                   DISPLAY "SEGCLI AUSENTE - RODAR O SEGMENTA" AT 1013
                   CALL "LOGERRO" USING "ETIQUETA" "ABERTURA SEGCLI"
                           FS-SEG
                   ACCEPT CONFIRMA AT 1048
                   STOP RUN
               END-IF
           END-IF.
           SORT SORETI ASCENDING KEY SOR-CEP SOR-CODIGO
               INPUT PROCEDURE ENTRADA
               OUTPUT PROCEDURE SAIDA.
       LER-ENTRADA.
           READ CRIA03 NEXT RECORD AT END
               CLOSE CRIA03
               IF WS-SEGMENTOS NOT = SPACES
                   CLOSE SEGCLI
               END-IF
               GO TO FIM-ENTRADA.
           IF WS-CIDADE-FILTRO NOT = SPACES
                   AND FD-CIDADE NOT = WS-CIDADE-FILTRO
           IF WS-CODIGO-RETOMADA NOT = ZEROS
                   AND FD-CODIGO < WS-CODIGO-RETOMADA
               GO TO LER-ENTRADA.
           IF WS-SEGMENTOS NOT = SPACES
               MOVE FD-CODIGO TO SEG-CLIENTE
               READ SEGCLI INVALID KEY
                   GO TO LER-ENTRADA
               END-READ
               MOVE ZEROS TO WS-CONTA-SEG
               INSPECT WS-SEGMENTOS TALLYING WS-CONTA-SEG
                   FOR ALL SEG-SEGMENTO
               IF WS-CONTA-SEG = ZEROS
                   GO TO LER-ENTRADA
               END-IF
           END-IF.
           MOVE FD-CEP TO SOR-CEP.
           MOVE FD-CODIGO TO SOR-CODIGO.
           MOVE FD-NOME TO SOR-NOME.
