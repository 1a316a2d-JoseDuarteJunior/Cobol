      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - VENDAS NO BALCAO
      * Tectonics: cobc
      * Objetivo: IMPORTACAO NOTURNA DOS PEDIDOS DA LOJA VIRTUAL
      *           (PASSO DA CADEIA LOTENOT) - LE O ARQUIVO WEBPED
      *           (DETALHE 1 COM PEDIDO WEB, CLIENTE, CODIGO, DV,
      *           QUANTIDADE E VALIDADE), VALIDA CADA LINHA CONTRA O
      *           ARQPRO E O SALDO DISPONIVEL (ESTOQUE MENOS RESERVAS
      *           ATIVAS) E GRAVA UMA RESERVA POR LINHA ACEITA. AS
      *           LINHAS RECUSADAS VAO PARA O ARQUIVO WEBREJ COM O
      *           MOTIVO, PARA A EQUIPE DA LOJA WEB; O RELATORIO LISTA
      *           O RESULTADO DE CADA LINHA
      * Obs: VALIDADE EM BRANCO NA LINHA = HOJE MAIS WS-DIAS-VALIDADE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WEBIMP.
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
           SELECT WEBPED ASSIGN TO "WEBPED"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-WPD.
           SELECT WEBREJ ASSIGN TO "WEBREJ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-WRJ.
           SELECT RELATO ASSIGN TO PRINTER.
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
       FD  WEBPED
           LABEL RECORD IS OMITTED.
       01  REG-WEBPED.
           02 WPD-TIPO              PIC X(01).
           02 WPD-PEDIDO            PIC X(10).
           02 WPD-CLIENTE           PIC X(30).
           02 WPD-CODIGO            PIC X(04).
           02 WPD-CODIGO-N REDEFINES WPD-CODIGO PIC 9(04).
           02 WPD-DV                PIC X(01).
           02 WPD-DV-N REDEFINES WPD-DV PIC 9(01).
           02 WPD-QTDE              PIC X(04).
           02 WPD-QTDE-N REDEFINES WPD-QTDE PIC 9(04).
           02 WPD-VALIDADE          PIC X(08).
           02 WPD-VALIDADE-N REDEFINES WPD-VALIDADE PIC 9(08).
       FD  WEBREJ
           LABEL RECORD IS OMITTED.
       01  REG-WEBREJ.
           02 WRJ-LINHA             PIC X(58).
           02 WRJ-MOTIVO            PIC 9(02).
           02 WRJ-DESCRICAO         PIC X(20).
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  FS                   PIC X(02) VALUE SPACES.
       77  FS-RES               PIC X(02) VALUE SPACES.
       77  FS-WPD               PIC X(02) VALUE SPACES.
       77  FS-WRJ               PIC X(02) VALUE SPACES.
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-EOF               PIC X(01) VALUE "N".
       77  WS-PROX-NUMERO       PIC 9(06) VALUE ZEROS.
       77  WS-DISPONIVEL        PIC S9(05) VALUE ZEROS.
       77  WS-DIAS-VALIDADE     PIC 9(02) VALUE 07.
       77  WS-DIAS-AVANCO       PIC 9(02) VALUE ZEROS.
       77  WS-VALIDADE-PADRAO   PIC 9(08) VALUE ZEROS.
       77  WS-MOTIVO            PIC 9(02) VALUE ZEROS.
       77  WS-LIDAS             PIC 9(05) VALUE ZEROS.
       77  WS-ACEITAS           PIC 9(05) VALUE ZEROS.
       77  WS-RECUSADAS         PIC 9(05) VALUE ZEROS.
       77  WS-DIAS-MES          PIC 9(02) VALUE ZEROS.
       77  WS-ANO-CALC          PIC 9(04) VALUE ZEROS.
       77  RESTO-CALC           PIC 9(04) VALUE ZEROS.
       77  REM-4-CALC           PIC 9(02) VALUE ZEROS.
       77  REM-100-CALC         PIC 9(02) VALUE ZEROS.
       77  REM-400-CALC         PIC 9(03) VALUE ZEROS.
       77  BISSEXTO-CALC        PIC X(01) VALUE SPACES.
       01  TAB-RESERVAS.
           02 TAB-RESERVADO     PIC 9(05) OCCURS 9999 TIMES.
       01  TAB-MOTIVOS-VALORES.
           02 FILLER PIC X(20) VALUE "LINHA INVALIDA".
           02 FILLER PIC X(20) VALUE "PRODUTO NAO EXISTE".
           02 FILLER PIC X(20) VALUE "QUANTIDADE INVALIDA".
           02 FILLER PIC X(20) VALUE "SALDO INSUFICIENTE".
       01  TAB-MOTIVOS REDEFINES TAB-MOTIVOS-VALORES.
           02 DESCRICAO-MOTIVO  PIC X(20) OCCURS 4 TIMES.
       01  DIAS-MES-VALORES.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 28.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 30.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 30.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 30.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 30.
           02 FILLER PIC 9(02) VALUE 31.
       01  TABELA-DIAS-MES REDEFINES DIAS-MES-VALORES.
           02 DIAS-DO-MES PIC 9(02) OCCURS 12 TIMES.
       01  WS-DATA-HOJE.
           02 HOJE-ANO          PIC 9(04) VALUE ZEROS.
           02 HOJE-MES          PIC 9(02) VALUE ZEROS.
           02 HOJE-DIA          PIC 9(02) VALUE ZEROS.
       01  WS-DATA-CALC.
           02 CALC-ANO          PIC 9(04) VALUE ZEROS.
           02 CALC-MES          PIC 9(02) VALUE ZEROS.
           02 CALC-DIA          PIC 9(02) VALUE ZEROS.
       01  CAB01.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(06)    VALUE "DATA:".
           02 DATA-CAB01.
               03 DIA-CAB01   PIC 99/ VALUE ZEROS.
               03 MES-CAB01   PIC 99/ VALUE ZEROS.
               03 ANO-CAB01   PIC 9(04) VALUE ZEROS.
           02 FILLER    PIC X(05)     VALUE SPACES.
           02 FILLER    PIC X(34)
           VALUE "IMPORTACAO DOS PEDIDOS DA LOJA WEB".
           02 FILLER     PIC X(04)   VALUE "PAG.".
           02 PAG-CAB01  PIC ZZ9     VALUE ZEROS.
       01  CAB02.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(12) VALUE "PEDIDO WEB".
           02 FILLER  PIC X(32) VALUE "CLIENTE".
           02 FILLER  PIC X(08) VALUE "CODIGO".
           02 FILLER  PIC X(06) VALUE "QTDE".
           02 FILLER  PIC X(09) VALUE "RESERVA".
           02 FILLER  PIC X(20) VALUE "RESULTADO".
       01  DETALHE.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 PEDIDO-DET        PIC X(10) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 CLIENTE-DET       PIC X(30) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 CODIGO-DET        PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(01) VALUE "-".
           02 DV-DET            PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 QTDE-DET          PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 RESERVA-DET       PIC ZZZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 RESULTADO-DET     PIC X(20) VALUE SPACES.
       01  LINHA-RESUMO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TEXTO-RESUMO      PIC X(26) VALUE SPACES.
           02 VALOR-RESUMO      PIC ZZZZ9 VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT WEBPED.
           IF FS-WPD NOT = "00"
               DISPLAY "ARQUIVO WEBPED NAO ENCONTRADO - NADA A IMPORTAR"
               STOP RUN.
           OPEN I-O RESERVA.
           IF FS-RES NOT = "00"
               IF FS-RES = "35"
                   CLOSE RESERVA OPEN OUTPUT RESERVA CLOSE RESERVA
                   OPEN I-O RESERVA
               ELSE
                   DISPLAY FS-RES "STATUS DO ARQUIVO RESERVA"
                   CALL "LOGERRO" USING "WEBIMP" "ABERTURA RESERVA"
                           FS-RES
                   CLOSE WEBPED
                   STOP RUN
           END-IF.
           OPEN INPUT ARQPRO.
           IF FS NOT = "00"
               DISPLAY FS "STATUS DO ARQUIVO ARQPRO"
               CALL "LOGERRO" USING "WEBIMP" "ABERTURA ARQPRO" FS
               CLOSE WEBPED RESERVA
               STOP RUN.
           OPEN OUTPUT WEBREJ.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CALCULA-VALIDADE-PADRAO THRU FIM-CALCULA-VALIDADE.
           PERFORM CARREGA-RESERVAS THRU FIM-CARREGA-RESERVAS.
           MOVE HOJE-DIA TO DIA-CAB01.
           MOVE HOJE-MES TO MES-CAB01.
           MOVE HOJE-ANO TO ANO-CAB01.
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO.
       LER-WEBPED.
           READ WEBPED AT END GO TO FECHA-WEBPED.
           IF REG-WEBPED = SPACES
               GO TO LER-WEBPED.
           ADD 1 TO WS-LIDAS.
           MOVE WPD-PEDIDO TO PEDIDO-DET.
           MOVE WPD-CLIENTE TO CLIENTE-DET.
           MOVE WPD-CODIGO TO CODIGO-DET.
           MOVE WPD-DV TO DV-DET.
           MOVE WPD-QTDE TO QTDE-DET.
           MOVE ZEROS TO RESERVA-DET.
           IF WPD-TIPO NOT = "1" OR WPD-CODIGO NOT NUMERIC
                   OR WPD-DV NOT NUMERIC OR WPD-CLIENTE = SPACES
               MOVE 01 TO WS-MOTIVO
               GO TO RECUSA-LINHA.
           IF WPD-VALIDADE NOT = SPACES
                   AND WPD-VALIDADE NOT NUMERIC
               MOVE 01 TO WS-MOTIVO
               GO TO RECUSA-LINHA.
           MOVE WPD-CODIGO-N TO CODIGO.
           MOVE WPD-DV-N TO DV.
           READ ARQPRO INVALID KEY
               MOVE 02 TO WS-MOTIVO
               GO TO RECUSA-LINHA.
           IF CODIGO = ZEROS
               MOVE 02 TO WS-MOTIVO
               GO TO RECUSA-LINHA.
           IF WPD-QTDE NOT NUMERIC
               MOVE 03 TO WS-MOTIVO
               GO TO RECUSA-LINHA.
           IF WPD-QTDE-N = ZEROS
               MOVE 03 TO WS-MOTIVO
               GO TO RECUSA-LINHA.
           COMPUTE WS-DISPONIVEL =
               FD-QUANTIDA-EST - TAB-RESERVADO (CODIGO).
           IF WPD-QTDE-N > WS-DISPONIVEL
               MOVE 04 TO WS-MOTIVO
               GO TO RECUSA-LINHA.
           MOVE WS-PROX-NUMERO TO RES-NUMERO.
           MOVE CODIGO TO RES-CODIGO.
           MOVE DV TO RES-DV.
           MOVE WPD-QTDE-N TO RES-QTDE.
           MOVE WPD-CLIENTE TO RES-CLIENTE.
           IF WPD-VALIDADE = SPACES OR WPD-VALIDADE-N = ZEROS
               MOVE WS-VALIDADE-PADRAO TO RES-VALIDADE
           ELSE
               MOVE WPD-VALIDADE-N TO RES-VALIDADE.
           MOVE "A" TO RES-STATUS.
           WRITE REG-RESERVA INVALID KEY
               DISPLAY "ERRO DE GRAVACAO RESERVA" FS-RES
               CALL "LOGERRO" USING "WEBIMP" "GRAVACAO RESERVA" FS-RES
               STOP RUN.
           ADD WPD-QTDE-N TO TAB-RESERVADO (CODIGO).
           ADD 1 TO WS-PROX-NUMERO.
           ADD 1 TO WS-ACEITAS.
           MOVE RES-NUMERO TO RESERVA-DET.
           MOVE "RESERVA GRAVADA" TO RESULTADO-DET.
           PERFORM IMPRIME-LINHA.
           GO TO LER-WEBPED.
       RECUSA-LINHA.
           ADD 1 TO WS-RECUSADAS.
           MOVE REG-WEBPED TO WRJ-LINHA.
           MOVE WS-MOTIVO TO WRJ-MOTIVO.
           MOVE DESCRICAO-MOTIVO (WS-MOTIVO) TO WRJ-DESCRICAO.
           WRITE REG-WEBREJ.
           MOVE DESCRICAO-MOTIVO (WS-MOTIVO) TO RESULTADO-DET.
           PERFORM IMPRIME-LINHA.
           GO TO LER-WEBPED.
       IMPRIME-LINHA.
           WRITE REG-RELATO FROM DETALHE BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
       FECHA-WEBPED.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           MOVE "LINHAS LIDAS............:" TO TEXTO-RESUMO.
           MOVE WS-LIDAS TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "RESERVAS GRAVADAS.......:" TO TEXTO-RESUMO.
           MOVE WS-ACEITAS TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "RECUSADAS (WEBREJ)......:" TO TEXTO-RESUMO.
           MOVE WS-RECUSADAS TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           CLOSE RELATO WEBPED WEBREJ RESERVA ARQPRO.
           DISPLAY "PEDIDOS WEB - RESERVAS GRAVADAS: " WS-ACEITAS.
           DISPLAY "PEDIDOS WEB - LINHAS RECUSADAS.: " WS-RECUSADAS.
           STOP RUN.
      *    SALDO RESERVADO POR CODIGO (MESMO CRITERIO DO PROGRAMA
      *    RESERVA) E PROXIMO NUMERO DE RESERVA NA MESMA LEITURA
       CARREGA-RESERVAS.
           MOVE ZEROS TO TAB-RESERVAS.
           MOVE 1 TO WS-PROX-NUMERO.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO RES-NUMERO.
           START RESERVA KEY NOT LESS THAN RES-NUMERO
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-CARREGA-RESERVAS.
           IF WS-EOF = "S"
               GO TO FIM-CARREGA-RESERVAS.
           READ RESERVA NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
                   GO TO FIM-CARREGA-RESERVAS.
           COMPUTE WS-PROX-NUMERO = RES-NUMERO + 1.
           IF RES-STATUS = "A" AND RES-CODIGO > ZEROS
                   AND (RES-VALIDADE = ZEROS
                       OR RES-VALIDADE >= WS-DATA-HOJE)
               ADD RES-QTDE TO TAB-RESERVADO (RES-CODIGO).
           GO TO LER-CARREGA-RESERVAS.
       FIM-CARREGA-RESERVAS.
           EXIT.
       CALCULA-VALIDADE-PADRAO.
           MOVE WS-DATA-HOJE TO WS-DATA-CALC.
           MOVE WS-DIAS-VALIDADE TO WS-DIAS-AVANCO.
       AVANCA-VALIDADE.
           IF WS-DIAS-AVANCO = ZEROS
               MOVE WS-DATA-CALC TO WS-VALIDADE-PADRAO
               GO TO FIM-CALCULA-VALIDADE.
           PERFORM AVANCA-UM-DIA.
           SUBTRACT 1 FROM WS-DIAS-AVANCO.
           GO TO AVANCA-VALIDADE.
       FIM-CALCULA-VALIDADE.
           EXIT.
       AVANCA-UM-DIA.
           MOVE DIAS-DO-MES (CALC-MES) TO WS-DIAS-MES.
           IF CALC-MES = 2
               MOVE CALC-ANO TO WS-ANO-CALC
               PERFORM VERIFICA-BISSEXTO
               IF BISSEXTO-CALC = "S"
                   MOVE 29 TO WS-DIAS-MES
               END-IF
           END-IF.
           IF CALC-DIA < WS-DIAS-MES
               ADD 1 TO CALC-DIA
           ELSE
               MOVE 1 TO CALC-DIA
               IF CALC-MES < 12
                   ADD 1 TO CALC-MES
               ELSE
                   MOVE 1 TO CALC-MES
                   ADD 1 TO CALC-ANO
               END-IF
           END-IF.
       VERIFICA-BISSEXTO.
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
       CABECALHO.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 3 LINES.
           WRITE REG-RELATO FROM CAB02 BEFORE ADVANCING 2 LINES.
           END PROGRAM WEBIMP.
