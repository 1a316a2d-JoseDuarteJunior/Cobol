      * 02/09/2026 - QUANDO EXISTE O ARQUIVO APURUF (VENDAS COM
      *              CLIENTE DE OUTRA UF), O LIVRO ABRE OS TOTAIS POR
      *              UF DE DESTINO DA COMPETENCIA.
      * 15/10/2026 - LINHAS DE ESTORNO (TIPO "E") GRAVADAS PELO
      *              CANCELAMENTO DE VENDA NO VENDAS SAO SUBTRAIDAS
      *              DOS TOTAIS DE VENDAS E DE UF DA COMPETENCIA.
      * 15/10/2026 - SECAO DO ICMS-ST (SUBSTITUICAO TRIBUTARIA): O
      *              LIVRO IMPRIME O ICMS PROPRIO DAS VENDAS E, EM
      *              SEPARADO, A BASE E O ICMS-ST DA COMPETENCIA, COM
      *              A ABERTURA POR UF DE DESTINO. REGISTROS ANTIGOS
      *              SEM OS CAMPOS DE ST CONTAM COMO ST ZERO.
      * 15/10/2026 - LIVRO POR FILIAL (APV-FILIAL/AUF-FILIAL) OU
      *              CONSOLIDADO (FILIAL 00). A APURACAO SOBRE A
      *              POSICAO DO ESTOQUE (APURICMS) SO SAI NO
      *              CONSOLIDADO. REGISTROS SEM FILIAL CONTAM NA 01.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APURICM.
           02 APV-BASE-OUTROS    PIC 9(09)V99.
           02 FILLER             PIC X.
           02 APV-ICM-OUTROS     PIC 9(08)V99.
           02 FILLER             PIC X.
           02 APV-VENDA          PIC 9(06).
           02 FILLER             PIC X.
           02 APV-TIPO           PIC X(01).
           02 FILLER             PIC X.
           02 APV-BASE-ST        PIC 9(09)V99.
           02 FILLER             PIC X.
           02 APV-ICM-ST         PIC 9(08)V99.
           02 FILLER             PIC X.
           02 APV-FILIAL         PIC 9(02).
       FD  APURUF
           LABEL RECORD IS OMITTED.
       01  REG-APURUF.
           02 AUF-BASE          PIC 9(09)V99.
           02 FILLER            PIC X.
           02 AUF-ICMS          PIC 9(08)V99.
           02 FILLER            PIC X.
           02 AUF-VENDA         PIC 9(06).
           02 FILLER            PIC X.
           02 AUF-TIPO          PIC X(01).
           02 FILLER            PIC X.
           02 AUF-BASE-ST       PIC 9(09)V99.
           02 FILLER            PIC X.
           02 AUF-ICMS-ST       PIC 9(08)V99.
           02 FILLER            PIC X.
           02 AUF-FILIAL        PIC 9(02).
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       77  TAB-UF-QTD           PIC 9(02) VALUE ZEROS.
       77  TAB-UF-IDX           PIC 9(02) VALUE ZEROS.
       77  TAB-UF-ACHOU         PIC X(01) VALUE "N".
       77  WS-TEM-APURVEN       PIC X(01) VALUE "N".
       77  WS-FILIAL-REL        PIC 9(02) VALUE ZEROS.
       77  WS-DOC-FILIAL        PIC 9(02) VALUE 01.
       01  TAB-UFS.
           02 TAB-UF-ITEM OCCURS 30 TIMES.
               03 TAB-UF        PIC X(02).
               03 TAB-UF-BASE   PIC 9(10)V99.
               03 TAB-UF-ICMS   PIC 9(09)V99.
               03 TAB-UF-BASE-ST PIC 9(10)V99.
               03 TAB-UF-ICMS-ST PIC 9(09)V99.
       01  CAB-UF.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(40)
           VALUE "APURACAO POR UF DE DESTINO".
       01  CAB-ST.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(50)
           VALUE "APURACAO DO ICMS-ST (SUBSTITUICAO TRIBUTARIA)".
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-COMPETENCIA       PIC 9(06) VALUE ZEROS.
           02 VEN-ICM-CAT3      PIC 9(09)V99 VALUE ZEROS.
           02 VEN-BASE-OUTROS   PIC 9(10)V99 VALUE ZEROS.
           02 VEN-ICM-OUTROS    PIC 9(09)V99 VALUE ZEROS.
           02 VEN-BASE-ST       PIC 9(10)V99 VALUE ZEROS.
           02 VEN-ICM-ST        PIC 9(09)V99 VALUE ZEROS.
       01  CAB-VENDAS.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(40)
           VALUE "LIVRO DE APURACAO DO ICMS".
           02 COMPETENCIA-CAB PIC 9(06) VALUE ZEROS.
           02 FILLER     PIC X(02)   VALUE SPACES.
           02 FILLER     PIC X(08)   VALUE "FILIAL:".
           02 FILIAL-CAB PIC X(05)   VALUE SPACES.
           02 FILLER     PIC X(02)   VALUE SPACES.
           02 FILLER     PIC X(04)   VALUE "PAG.".
           02 PAG-CAB01  PIC ZZ9     VALUE ZEROS.
       01  CAB02.
           02 LINE 01 COLUMN 22 VALUE "LIVRO DE APURACAO DO ICMS".
           02 LINE 03 COLUMN 02
           VALUE "COMPETENCIA (AAAAMM).........>".
           02 LINE 04 COLUMN 02
           VALUE "FILIAL (00=CONSOLIDADO).......>".
           02 LINE 10 COLUMN 02 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-COMPETENCIA AT 0333.
           IF WS-COMPETENCIA = ZEROS
               GO TO INICIO.
           ACCEPT WS-FILIAL-REL AT 0433.
           IF WS-FILIAL-REL = ZEROS
               MOVE "TODAS" TO FILIAL-CAB
           ELSE
               MOVE WS-FILIAL-REL TO FILIAL-CAB
               GO TO ABRE-RELATO.
           OPEN INPUT APURICMS.
           IF WS-STATUS-APU NOT = "00"
               DISPLAY "ARQUIVO APURICMS NAO ENCONTRADO" AT 1013
           GO TO LER-APURACAO.
       IMPRIME-LIVRO.
           CLOSE APURICMS.
       ABRE-RELATO.
           OPEN OUTPUT RELATO.
           ACCEPT DATA-SISTEMA FROM DATE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE HOJE-ANO TO ANO-CAB01.
           MOVE WS-COMPETENCIA TO COMPETENCIA-CAB.
           PERFORM CABECALHO.
      *    POSICAO DO ESTOQUE (APURICMS) NAO TEM FILIAL - SO NO
      *    LIVRO CONSOLIDADO
           IF WS-FILIAL-REL NOT = ZEROS
               GO TO IMPRIME-SECOES-VENDAS.
           MOVE "CATEGORIA 1 ( 7%)" TO CATEG-DET.
           MOVE MES-BASE-CAT1 TO BASE-DET.
           MOVE MES-ICM-CAT1 TO ICM-DET.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           WRITE REG-RELATO FROM LINHA-EXECUCOES
               BEFORE ADVANCING 1 LINES.
       IMPRIME-SECOES-VENDAS.
           PERFORM APURACAO-VENDAS THRU FIM-APURACAO-VENDAS.
           PERFORM APURACAO-UF THRU FIM-APURACAO-UF.
           PERFORM APURACAO-ST THRU FIM-APURACAO-ST.
           CLOSE RELATO.
           DISPLAY "LIVRO DE APURACAO IMPRESSO" AT 1013.
           ACCEPT CONFIRMA AT 1041.
           IF WS-STATUS-APV NOT = "00"
               CLOSE APURVEN
               GO TO FIM-APURACAO-VENDAS.
           MOVE "S" TO WS-TEM-APURVEN.
       LER-APURVEN.
           READ APURVEN AT END
               CLOSE APURVEN
           MOVE APV-DATA (1:6) TO WS-DATA-COMP.
           IF WS-DATA-COMP NOT = WS-COMPETENCIA
               GO TO LER-APURVEN.
           IF APV-BASE-ST NOT NUMERIC OR APV-ICM-ST NOT NUMERIC
               MOVE ZEROS TO APV-BASE-ST APV-ICM-ST.
           IF APV-FILIAL NUMERIC AND APV-FILIAL NOT = ZEROS
               MOVE APV-FILIAL TO WS-DOC-FILIAL
           ELSE
               MOVE 01 TO WS-DOC-FILIAL.
           IF WS-FILIAL-REL NOT = ZEROS
                   AND WS-DOC-FILIAL NOT = WS-FILIAL-REL
               GO TO LER-APURVEN.
           IF APV-TIPO = "E"
               GO TO ESTORNA-APURVEN.
           ADD 1 TO WS-QTD-VENDAS.
           ADD APV-BASE-CAT1 TO VEN-BASE-CAT1.
           ADD APV-ICM-CAT1 TO VEN-ICM-CAT1.
           ADD APV-ICM-CAT3 TO VEN-ICM-CAT3.
           ADD APV-BASE-OUTROS TO VEN-BASE-OUTROS.
           ADD APV-ICM-OUTROS TO VEN-ICM-OUTROS.
           ADD APV-BASE-ST TO VEN-BASE-ST.
           ADD APV-ICM-ST TO VEN-ICM-ST.
           GO TO LER-APURVEN.
       ESTORNA-APURVEN.
           SUBTRACT 1 FROM WS-QTD-VENDAS.
           SUBTRACT APV-BASE-CAT1 FROM VEN-BASE-CAT1.
           SUBTRACT APV-ICM-CAT1 FROM VEN-ICM-CAT1.
           SUBTRACT APV-BASE-CAT2 FROM VEN-BASE-CAT2.
           SUBTRACT APV-ICM-CAT2 FROM VEN-ICM-CAT2.
           SUBTRACT APV-BASE-CAT3 FROM VEN-BASE-CAT3.
           SUBTRACT APV-ICM-CAT3 FROM VEN-ICM-CAT3.
           SUBTRACT APV-BASE-OUTROS FROM VEN-BASE-OUTROS.
           SUBTRACT APV-ICM-OUTROS FROM VEN-ICM-OUTROS.
           SUBTRACT APV-BASE-ST FROM VEN-BASE-ST.
           SUBTRACT APV-ICM-ST FROM VEN-ICM-ST.
           GO TO LER-APURVEN.
       IMPRIME-VENDAS.
           MOVE SPACES TO REG-RELATO.
           MOVE AUF-DATA (1:6) TO WS-DATA-COMP.
           IF WS-DATA-COMP NOT = WS-COMPETENCIA
               GO TO LER-APURUF.
           IF AUF-BASE-ST NOT NUMERIC OR AUF-ICMS-ST NOT NUMERIC
               MOVE ZEROS TO AUF-BASE-ST AUF-ICMS-ST.
           IF AUF-FILIAL NUMERIC AND AUF-FILIAL NOT = ZEROS
               MOVE AUF-FILIAL TO WS-DOC-FILIAL
           ELSE
               MOVE 01 TO WS-DOC-FILIAL.
           IF WS-FILIAL-REL NOT = ZEROS
                   AND WS-DOC-FILIAL NOT = WS-FILIAL-REL
               GO TO LER-APURUF.
           MOVE "N" TO TAB-UF-ACHOU.
           PERFORM VARYING TAB-UF-IDX FROM 1 BY 1
                   UNTIL TAB-UF-IDX > TAB-UF-QTD
               MOVE AUF-UF TO TAB-UF (TAB-UF-IDX)
               MOVE ZEROS TO TAB-UF-BASE (TAB-UF-IDX)
               MOVE ZEROS TO TAB-UF-ICMS (TAB-UF-IDX)
               MOVE ZEROS TO TAB-UF-BASE-ST (TAB-UF-IDX)
               MOVE ZEROS TO TAB-UF-ICMS-ST (TAB-UF-IDX)
           END-IF.
           IF TAB-UF-IDX <= TAB-UF-QTD
               IF AUF-TIPO = "E"
                   SUBTRACT AUF-BASE FROM TAB-UF-BASE (TAB-UF-IDX)
                   SUBTRACT AUF-ICMS FROM TAB-UF-ICMS (TAB-UF-IDX)
                   SUBTRACT AUF-BASE-ST
                       FROM TAB-UF-BASE-ST (TAB-UF-IDX)
                   SUBTRACT AUF-ICMS-ST
                       FROM TAB-UF-ICMS-ST (TAB-UF-IDX)
               ELSE
                   ADD AUF-BASE TO TAB-UF-BASE (TAB-UF-IDX)
                   ADD AUF-ICMS TO TAB-UF-ICMS (TAB-UF-IDX)
                   ADD AUF-BASE-ST TO TAB-UF-BASE-ST (TAB-UF-IDX)
                   ADD AUF-ICMS-ST TO TAB-UF-ICMS-ST (TAB-UF-IDX)
               END-IF
           END-IF.
           GO TO LER-APURUF.
       IMPRIME-UFS.
           MOVE TAB-UF-BASE (TAB-UF-IDX) TO BASE-DET.
           MOVE TAB-UF-ICMS (TAB-UF-IDX) TO ICM-DET.
           PERFORM IMPRIME-LINHA.
      *    ICMS-ST DA COMPETENCIA EM SEPARADO DO ICMS PROPRIO DAS
      *    VENDAS (WS-TOT-BASE/WS-TOT-ICM TOTALIZADOS EM IMPRIME-VENDAS)
       APURACAO-ST.
           IF WS-TEM-APURVEN NOT = "S"
               GO TO FIM-APURACAO-ST.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           WRITE REG-RELATO FROM CAB-ST BEFORE ADVANCING 2 LINES.
           MOVE "ICMS PROPRIO" TO CATEG-DET.
           MOVE WS-TOT-BASE TO BASE-DET.
           MOVE WS-TOT-ICM TO ICM-DET.
           PERFORM IMPRIME-LINHA.
           MOVE "ICMS-ST" TO CATEG-DET.
           MOVE VEN-BASE-ST TO BASE-DET.
           MOVE VEN-ICM-ST TO ICM-DET.
           PERFORM IMPRIME-LINHA.
           PERFORM IMPRIME-ST-UF
               VARYING TAB-UF-IDX FROM 1 BY 1
               UNTIL TAB-UF-IDX > TAB-UF-QTD.
       FIM-APURACAO-ST.
           EXIT.
       IMPRIME-ST-UF.
           IF TAB-UF-BASE-ST (TAB-UF-IDX) > ZEROS
               MOVE SPACES TO CATEG-DET
               STRING "ST DESTINO " DELIMITED BY SIZE
                      TAB-UF (TAB-UF-IDX) DELIMITED BY SIZE
                      INTO CATEG-DET
               MOVE TAB-UF-BASE-ST (TAB-UF-IDX) TO BASE-DET
               MOVE TAB-UF-ICMS-ST (TAB-UF-IDX) TO ICM-DET
               PERFORM IMPRIME-LINHA.
       IMPRIME-LINHA.
           WRITE REG-RELATO FROM DETALHE BEFORE ADVANCING 2 LINES
               AT EOP PERFORM CABECALHO.
