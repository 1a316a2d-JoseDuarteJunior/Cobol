      *              POR ITEM): O RESSUPRIMENTO PASSA A USAR O MINIMO
      *              DE CADA ITEM E O RETRATO DO HISTEST SAI DOS
      *              DADOS VIVOS.
      * 15/10/2026 - LINHAS DE CABECALHO DA EMPRESA (ROTINA LEPARAM,
      *              PROGRAMA EMPRESA) NO TOPO DE CADA PAGINA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXER9.
           02 HOJE-ANO          PIC 9(04) VALUE ZEROS.
           02 HOJE-MES          PIC 9(02) VALUE ZEROS.
           02 HOJE-DIA          PIC 9(02) VALUE ZEROS.
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
       01  CAB00.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 TEXTO-CAB00 PIC X(60)  VALUE SPACES.
       01  CAB01.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(06)    VALUE "DATA:".
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-MODO-EXEC FROM ENVIRONMENT "MODO_EXEC".
           CALL "LEPARAM" USING EMP-PARAMETROS.
           OPEN INPUT ARQMAT.
           IF WS-STATUS NOT = "00"
               IF WS-STATUS NOT = "30"
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           PERFORM CABECALHO-EMPRESA.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 3 LINES.
           WRITE REG-RELATO FROM CAB02 BEFORE ADVANCING 2 LINES.
       LER.
       CABECALHO-FINAL.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           PERFORM CABECALHO-EMPRESA.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 3 LINES.
           WRITE REG-RELATO FROM CAB03 BEFORE ADVANCING 2 LINES.
           WRITE REG-RELATO FROM ULTIMA-PAGINA.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           PERFORM CABECALHO-EMPRESA.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 3 LINES.
           WRITE REG-RELATO FROM CAB04 BEFORE ADVANCING 2 LINES.
           WRITE REG-RELATO FROM CAB05 BEFORE ADVANCING 2 LINES.
                  ".SPL" DELIMITED BY SIZE
                  INTO WS-NOME-SPOOL.
           CALL "SPOOLREG" USING "EXER9" WS-NOME-SPOOL.
       CABECALHO-EMPRESA.
           IF EMP-ACHOU = "S"
               IF EMP-CABEC-1 = SPACES
                   MOVE EMP-RAZAO TO TEXTO-CAB00
               ELSE
                   MOVE EMP-CABEC-1 TO TEXTO-CAB00
               END-IF
               WRITE REG-RELATO FROM CAB00 BEFORE ADVANCING 1 LINES
               IF EMP-CABEC-2 NOT = SPACES
                   MOVE EMP-CABEC-2 TO TEXTO-CAB00
                   WRITE REG-RELATO FROM CAB00
                       BEFORE ADVANCING 1 LINES
               END-IF
           END-IF.
           END PROGRAM EXER9.

