      * 02/09/2026 - APONTA OS VEICULOS DO PATIO COM SEGURO VENCIDO,
      *              A VENCER EM 15 DIAS OU SEM APOLICE (ARQUIVO
      *              SEGUROS, MANUTENCAO NO PROGRAMA SEGURO).
      * 15/10/2026 - ALERTAS DE SEGURANCA DO DIA ANTERIOR (FALHAS DE
      *              IDENTIFICACAO, BLOQUEIOS, ACESSOS FORA DO HORARIO,
      *              AUTORIZACOES RECUSADAS E OPERADORES SEM ACESSO),
      *              LIDOS DO ARQUIVO SEGCTL GRAVADO PELO SEGREL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIARIO.
           RECORD KEY       PRO-CODIGO
           ALTERNATE RECORD KEY IS PRO-NOME-PRODUTO
                   WITH DUPLICATES
           ALTERNATE RECORD KEY IS PRO-EAN
                   SUPPRESS WHEN ZEROS
           FILE STATUS      FS-PRO.
           SELECT ARQCAR ASSIGN TO DISK
           ORGANIZATION     INDEXED
           SELECT ERROLOG ASSIGN TO "ERROLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-ERR.
           SELECT SEGCTL ASSIGN TO "SEGCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-SGC.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
           02 PRO-QTDE-MINIMA  PIC 9(04).
           02 PRO-VALOR-TOT    PIC 9(08)V99.
           02 PRO-SERIALIZADO  PIC X(01).
           02 PRO-EAN          PIC 9(13).
       FD  ARQCAR LABEL RECORD STANDARD
           VALUE OF FILE-ID "ARQCAR".
       01  REG-ARQCAR.
           02 LOG-STATUS        PIC X(02).
           02 FILLER            PIC X.
           02 LOG-OPERADOR      PIC X(03).
       FD  SEGCTL
           LABEL RECORD IS OMITTED.
       01  REG-SEGCTL.
           02 SGC-DATA          PIC 9(08).
           02 FILLER            PIC X.
           02 SGC-FALHAS        PIC 9(05).
           02 FILLER            PIC X.
           02 SGC-BLOQUEADOS    PIC 9(05).
           02 FILLER            PIC X.
           02 SGC-FORA-HORARIO  PIC 9(05).
           02 FILLER            PIC X.
           02 SGC-RECUSAS       PIC 9(05).
           02 FILLER            PIC X.
           02 SGC-INATIVOS      PIC 9(05).
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       77  WS-DATA-LIMITE       PIC 9(08) VALUE ZEROS.
       77  WS-AVANCO            PIC 9(02) VALUE ZEROS.
       77  WS-DIAS-MES-LIM      PIC 9(02) VALUE ZEROS.
       77  FS-SGC               PIC X(02) VALUE SPACES.
       01  WS-DATA-LIMITE-R.
           02 LIM-ANO           PIC 9(04) VALUE ZEROS.
           02 LIM-MES           PIC 9(02) VALUE ZEROS.
               TO TEXTO-POSICAO.
           MOVE WS-SEG-SEM TO VALOR-POSICAO.
           PERFORM IMPRIME-LINHA.
           PERFORM IMPRIME-SEGURANCA THRU FIM-IMPRIME-SEGURANCA.
           CLOSE RELATO.
       IMPRIME-SEGURANCA.
           OPEN INPUT SEGCTL.
           IF FS-SGC NOT = "00"
               CLOSE SEGCTL
               GO TO FIM-IMPRIME-SEGURANCA.
           READ SEGCTL AT END
               CLOSE SEGCTL
               GO TO FIM-IMPRIME-SEGURANCA.
           CLOSE SEGCTL.
           IF SGC-DATA NOT = WS-DATA-ONTEM
               GO TO FIM-IMPRIME-SEGURANCA.
           MOVE "SEGURANCA - FALHAS DE IDENTIFICACAO....:"
               TO TEXTO-POSICAO.
           MOVE SGC-FALHAS TO VALOR-POSICAO.
           PERFORM IMPRIME-LINHA.
           MOVE "SEGURANCA - OPERADORES BLOQUEADOS......:"
               TO TEXTO-POSICAO.
           MOVE SGC-BLOQUEADOS TO VALOR-POSICAO.
           PERFORM IMPRIME-LINHA.
           MOVE "SEGURANCA - ACESSOS FORA DO HORARIO....:"
               TO TEXTO-POSICAO.
           MOVE SGC-FORA-HORARIO TO VALOR-POSICAO.
           PERFORM IMPRIME-LINHA.
           MOVE "SEGURANCA - AUTORIZACOES RECUSADAS.....:"
               TO TEXTO-POSICAO.
           MOVE SGC-RECUSAS TO VALOR-POSICAO.
           PERFORM IMPRIME-LINHA.
           MOVE "SEGURANCA - OPERADORES SEM ACESSO......:"
               TO TEXTO-POSICAO.
           MOVE SGC-INATIVOS TO VALOR-POSICAO.
           PERFORM IMPRIME-LINHA.
       FIM-IMPRIME-SEGURANCA.
           EXIT.
       IMPRIME-LINHA.
           WRITE REG-RELATO FROM LINHA-POSICAO
               BEFORE ADVANCING 2 LINES
