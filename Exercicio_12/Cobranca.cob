      *              S-SUSPENSO, C-CANCELADO, PROGRAMA SITUACAO) E A
      *              GERACAO DE COBRANCAS PASSA A PULAR QUEM NAO ESTA
      *              ATIVO.
      * 15/10/2026 - A GERACAO SOMA A MENSALIDADE AS TAXAS DAS RESERVAS
      *              DE ESPACOS (ARQUIVO RESCLUB, PROGRAMA RESERVAS)
      *              AINDA NAO COBRADAS COM COMPETENCIA ATE A GERADA E
      *              MARCA AS RESERVAS COMO COBRADAS.
      * 15/10/2026 - LINHAS DE CABECALHO DA EMPRESA (ROTINA LEPARAM,
      *              PROGRAMA EMPRESA) NO TOPO DA INADIMPLENCIA E DAS
      *              CARTAS DE COBRANCA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRANCA.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CBR-CHAVE
                  FILE STATUS IS FS-CBR.
           SELECT RESCLUB ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RSC-CHAVE
                  ALTERNATE RECORD KEY IS RSC-FATURA WITH DUPLICATES
                  FILE STATUS IS FS-RSC.
           SELECT COBRCFG ASSIGN TO "COBRCFG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-CFG.
           02 CBR-VALOR             PIC 9(06)V99.
           02 CBR-STATUS            PIC X(01).
           02 CBR-DATA-PAGTO        PIC 9(08).
       FD  RESCLUB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RESCLUB".
       01  REG-RESCLUB.
           02 RSC-CHAVE.
               03 RSC-ESPACO        PIC 9(02).
               03 RSC-DATA          PIC 9(08).
               03 RSC-PERIODO       PIC X(01).
           02 RSC-FATURA.
               03 RSC-MATRICULA     PIC 9(06).
               03 RSC-COMPETENCIA   PIC 9(06).
           02 RSC-NOME              PIC X(30).
           02 RSC-VALOR             PIC 9(04)V99.
           02 RSC-COBRADO           PIC X(01).
           02 RSC-DATA-RESERVA      PIC 9(08).
       FD  COBRCFG
           LABEL RECORD IS OMITTED.
       01  REG-COBRCFG.
       77  WS-STATUS-MAR        PIC X(02) VALUE SPACES.
       77  WS-STATUS-TAB        PIC X(02) VALUE SPACES.
       77  FS-CBR               PIC X(02) VALUE SPACES.
       77  FS-RSC               PIC X(02) VALUE SPACES.
       77  WS-TEM-RESCLUB       PIC X(01) VALUE "N".
       77  WS-EOF-RSC           PIC X(01) VALUE "N".
       77  WS-VALOR-RESERVAS    PIC 9(06)V99 VALUE ZEROS.
       77  WS-QTD-RESERVAS      PIC 9(05) VALUE ZEROS.
       77  ST                   PIC 9(02) VALUE ZEROS.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  FUNCAO               PIC X(02) VALUE SPACES.
           02 MSG-ERRO-1        PIC X(25)
              VALUE "COBRANCA NAO ENCONTRADA".
           02 MSG-ERRO-2        PIC X(22) VALUE "COBRANCA JA ESTA PAGA".
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
            02 LINE 12 COLUMN 01 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           CALL "LEPARAM" USING EMP-PARAMETROS.
           OPEN I-O COBRANCA.
           IF FS-CBR NOT = "00"
               IF FS-CBR = "35"
               DISPLAY LIMPA-MENSAGEM AT 1210
               CLOSE ARQMAR
               GO TO TELA-1.
           MOVE "S" TO WS-TEM-RESCLUB.
           OPEN I-O RESCLUB.
           IF FS-RSC NOT = "00"
               MOVE "N" TO WS-TEM-RESCLUB.
           MOVE ZEROS TO WS-QTD-GERADAS WS-QTD-RESERVAS.
       LER-GERACAO.
           READ ARQMAR AT END
               CLOSE ARQMAR TABELA
               IF WS-TEM-RESCLUB = "S"
                   CLOSE RESCLUB
               END-IF
               DISPLAY "COBRANCAS GERADAS:" AT 1210
               DISPLAY WS-QTD-GERADAS AT 1229
               DISPLAY "RESERVAS COBRADAS:" AT 1310
               DISPLAY WS-QTD-RESERVAS AT 1329
               ACCEPT CONFIRMA AT 1236
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO TELA-1.
           WRITE REG-COBRANCA INVALID KEY
               GO TO LER-GERACAO.
           ADD 1 TO WS-QTD-GERADAS.
           IF WS-TEM-RESCLUB = "S"
               PERFORM COBRA-RESERVAS THRU FIM-COBRA-RESERVAS.
           GO TO LER-GERACAO.
      *    TAXAS DE RESERVA DA MATRICULA AINDA NAO COBRADAS COM
      *    COMPETENCIA ATE A GERADA ENTRAM NA COBRANCA RECEM-GRAVADA
       COBRA-RESERVAS.
           MOVE ZEROS TO WS-VALOR-RESERVAS.
           MOVE "N" TO WS-EOF-RSC.
           MOVE FD-MATRICULA TO RSC-MATRICULA.
           MOVE ZEROS TO RSC-COMPETENCIA.
           START RESCLUB KEY NOT LESS THAN RSC-FATURA
               INVALID KEY MOVE "S" TO WS-EOF-RSC.
       LER-COBRA-RESERVAS.
           IF WS-EOF-RSC = "S"
               GO TO GRAVA-COBRA-RESERVAS.
           READ RESCLUB NEXT RECORD AT END
               GO TO GRAVA-COBRA-RESERVAS.
           IF RSC-MATRICULA NOT = FD-MATRICULA
                   OR RSC-COMPETENCIA > WS-COMPETENCIA
               GO TO GRAVA-COBRA-RESERVAS.
           IF RSC-COBRADO NOT = "N"
               GO TO LER-COBRA-RESERVAS.
           ADD RSC-VALOR TO WS-VALOR-RESERVAS.
           MOVE "S" TO RSC-COBRADO.
           REWRITE REG-RESCLUB INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS-RSC AT 1210
               CALL "LOGERRO" USING "COBRANCA" "REGRAVA RESCLUB" FS-RSC
               STOP RUN.
           ADD 1 TO WS-QTD-RESERVAS.
           GO TO LER-COBRA-RESERVAS.
       GRAVA-COBRA-RESERVAS.
           IF WS-VALOR-RESERVAS = ZEROS
               GO TO FIM-COBRA-RESERVAS.
           ADD WS-VALOR-RESERVAS TO CBR-VALOR.
           REWRITE REG-COBRANCA INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS-CBR AT 1210
               CALL "LOGERRO" USING "COBRANCA" "REGRAVA COBRANCA" FS-CBR
               STOP RUN.
       FIM-COBRA-RESERVAS.
           EXIT.
       PAGAMENTO.
           ACCEPT WS-COMPETENCIA AT 0931.
           ACCEPT WS-MATRICULA AT 1031.
           MOVE DIA TO DIA-CARTA.
           MOVE MES TO MES-CARTA.
           MOVE HOJE-ANO TO ANO-CARTA.
           PERFORM CABECALHO-EMPRESA.
           WRITE REG-RELATO FROM CAB-CARTA BEFORE ADVANCING 2 LINES.
           WRITE REG-RELATO FROM LINHA-CARTA-NOME
               BEFORE ADVANCING 1 LINES.
               TO TEXTO-CARTA.
           WRITE REG-RELATO FROM LINHA-CARTA-TXT
               BEFORE ADVANCING 2 LINES.
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
       FIM.
           DISPLAY "FIM DO PROCESSAMENTO " AT 1210.
           CLOSE COBRANCA.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           PERFORM CABECALHO-EMPRESA.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 3 LINES.
           WRITE REG-RELATO FROM CAB02 BEFORE ADVANCING 2 LINES.
       FIM-SAIDA-DEV.
