      *           CADPROD, COM FILTRO OPCIONAL DE FORNECEDOR OU FAIXA
      *           DE CODIGOS, RECALCULA OS TOTAIS E IMPRIME O ANTES E
      *           DEPOIS COM A VARIACAO GLOBAL
      * Alteracoes:
      * 15/10/2026 - CADA PRECO DO ARQPRO REAJUSTADO E GRAVADO NO
      *              HISTORICO PRECOHIS (PRECO ANTIGO E NOVO), USADO
      *              NAS ETIQUETAS DE GONDOLA DO PROGRAMA ETQPRECO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REAJUSTA.
           RECORD KEY       FD-CODIGO
           ALTERNATE RECORD KEY IS FD-NOME-PRODUTO
                   WITH DUPLICATES
           ALTERNATE RECORD KEY IS FD-EAN
                   SUPPRESS WHEN ZEROS
           FILE STATUS      FS-PRO.
           SELECT CADPROD ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CAD.
           SELECT PRECOHIS ASSIGN TO "PRECOHIS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-PRH.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
           02 FD-QTDE-MINIMA   PIC 9(04).
           02 FD-VALOR-TOT     PIC 9(08)V99.
           02 FD-SERIALIZADO   PIC X(01).
           02 FD-EAN           PIC 9(13).
       FD  CADPROD LABEL RECORD STANDARD
           VALUE OF FILE-ID "CADPROD".
       01  REG-CADPROD.
           02 FD-PRECO-UNIT          PIC 9(05)V99.
           02 FD-QTDADE-ESTOQUE      PIC 9(05).
           02 FD-CATEGORIA           PIC 9(01).
       FD  PRECOHIS
           LABEL RECORD IS OMITTED.
       01  REG-PRECOHIS.
           02 PRH-DATA          PIC 9(08).
           02 FILLER            PIC X VALUE SPACE.
           02 PRH-CODIGO        PIC 9(04).
           02 FILLER            PIC X VALUE SPACE.
           02 PRH-DV            PIC 9(01).
           02 FILLER            PIC X VALUE SPACE.
           02 PRH-VALOR-ANTIGO  PIC 9(06)V99.
           02 FILLER            PIC X VALUE SPACE.
           02 PRH-VALOR-NOVO    PIC 9(06)V99.
           02 FILLER            PIC X VALUE SPACE.
           02 PRH-PROGRAMA      PIC X(08).
           02 FILLER            PIC X VALUE SPACE.
           02 PRH-OPERADOR      PIC X(03).
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       77  FS-IDX               PIC X(02) VALUE SPACES.
       77  FS-PRO               PIC X(02) VALUE SPACES.
       77  FS-CAD               PIC X(02) VALUE SPACES.
       77  FS-PRH               PIC X(02) VALUE SPACES.
       77  WS-OPERADOR          PIC X(03) VALUE SPACES.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-EOF               PIC X(01) VALUE "N".
                       FS-PRO
               ACCEPT CONFIRMA AT 1240
               GO TO FIM-ARQPRO.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR".
           OPEN EXTEND PRECOHIS.
           IF FS-PRH NOT = "00" AND NOT = "05"
               CLOSE PRECOHIS
               OPEN OUTPUT PRECOHIS
               CLOSE PRECOHIS
               OPEN EXTEND PRECOHIS.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO FD-CODIGO.
           START ARQPRO KEY NOT LESS THAN FD-CODIGO
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-ARQPRO.
           IF WS-EOF = "S"
               CLOSE ARQPRO PRECOHIS
               GO TO FIM-ARQPRO.
           READ ARQPRO NEXT RECORD
               AT END
           MOVE CODIGO TO CODIGO-DET.
           MOVE FD-NOME-PRODUTO TO NOME-DET.
           MOVE FD-VALOR-UNIT TO ANTES-DET.
           MOVE FD-VALOR-UNIT TO PRH-VALOR-ANTIGO.
           COMPUTE WS-PRECO-NOVO ROUNDED = FD-VALOR-UNIT * WS-FATOR.
           MOVE WS-PRECO-NOVO TO FD-VALOR-UNIT.
           COMPUTE FD-VALOR-TOT = FD-VALOR-UNIT * FD-QUANTIDA-EST.
                       FS-PRO
               STOP RUN.
           ADD 1 TO WS-QTD-AJUSTADOS.
           MOVE WS-DATA-HOJE TO PRH-DATA.
           MOVE CODIGO TO PRH-CODIGO.
           MOVE DV TO PRH-DV.
           MOVE FD-VALOR-UNIT TO PRH-VALOR-NOVO.
           MOVE "REAJUSTA" TO PRH-PROGRAMA.
           MOVE WS-OPERADOR TO PRH-OPERADOR.
           WRITE REG-PRECOHIS.
           WRITE REG-RELATO FROM DETALHE BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
       FIM-ARQPRO.
