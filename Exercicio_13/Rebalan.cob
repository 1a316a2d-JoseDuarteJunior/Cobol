      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - CONTROLE DE ESTOQUE
      * Tectonics: cobc
      * Objetivo: REBALANCEAMENTO ENTRE DEPOSITOS - PARA CADA ITEM DO
      *           SALDEP CALCULA A COBERTURA EM DIAS DE CADA DEPOSITO
      *           PELO CONSUMO (SAIDAS DO MOVEST COM CENTRO DE CUSTO)
      *           DOS ULTIMOS N MESES, CASA OS DEPOSITOS COM SOBRA COM
      *           OS QUE ESTAO ABAIXO DO ALVO E IMPRIME A LISTA DE
      *           TRANSFERENCIAS SUGERIDAS (ARQUIVO REBSUG). NO AP O
      *           SUPERVISOR APROVA CADA LINHA E O PROGRAMA GERA A
      *           TRANSFERENCIA (TRFDEP, STATUS T - EM TRANSITO) DO
      *           MESMO JEITO QUE O TD DO EXERCICIO_13; A CHEGADA E
      *           CONFIRMADA PELO RT DO EXERCICIO_13.
      * Obs: SAIDAS SEM CENTRO DE CUSTO (TRANSFERENCIAS E AJUSTES DE
      *      INVENTARIO) NAO CONTAM COMO CONSUMO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBALAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT TRFDEP ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       TRF-NUMERO
           FILE STATUS      FS-TRF.
           SELECT REBSUG ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       RBS-NUMERO
           FILE STATUS      FS-RBS.
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
           SELECT SORREB ASSIGN TO DISK
           SORT STATUS IS ST.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
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
       FD  TRFDEP LABEL RECORD STANDARD
           VALUE OF FILE-ID "TRFDEP".
       01  REG-TRFDEP.
           02 TRF-NUMERO        PIC 9(06).
           02 TRF-CODIGO        PIC 9(05).
           02 TRF-DEP-ORIGEM    PIC 9(02).
           02 TRF-DEP-DESTINO   PIC 9(02).
           02 TRF-QTDE-ENVIADA  PIC 9(04).
           02 TRF-QTDE-RECEBIDA PIC 9(04).
           02 TRF-DATA-ENVIO    PIC 9(08).
           02 TRF-DATA-RECEB    PIC 9(08).
           02 TRF-STATUS        PIC X(01).
           02 TRF-OPER-ENVIO    PIC X(03).
           02 TRF-OPER-RECEB    PIC X(03).
           02 TRF-DOCUMENTO     PIC X(08).
       FD  REBSUG LABEL RECORD STANDARD
           VALUE OF FILE-ID "REBSUG".
       01  REG-REBSUG.
           02 RBS-NUMERO        PIC 9(04).
           02 RBS-CODIGO        PIC 9(05).
           02 RBS-DEP-ORIGEM    PIC 9(02).
           02 RBS-DEP-DESTINO   PIC 9(02).
           02 RBS-QTDE          PIC 9(04).
           02 RBS-COB-ORIGEM    PIC 9(03).
           02 RBS-COB-DESTINO   PIC 9(03).
           02 RBS-DATA          PIC 9(08).
      *    P-PENDENTE  A-APROVADA (TRANSFERENCIA GERADA)  R-RECUSADA
           02 RBS-STATUS        PIC X(01).
           02 RBS-TRF-NUMERO    PIC 9(06).
           02 RBS-OPERADOR      PIC X(03).
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
       SD  SORREB VALUE OF FILE-ID IS "SORREB".
       01  REG-SORREB.
           02 SOR-CHAVE.
               03 SOR-CODIGO    PIC 9(05).
               03 SOR-DEPOSITO  PIC 9(02).
           02 SOR-QTDE          PIC 9(04).
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  FS                   PIC X(02) VALUE SPACES.
       77  FS-SDP               PIC X(02) VALUE SPACES.
       77  FS-TRF               PIC X(02) VALUE SPACES.
       77  FS-RBS               PIC X(02) VALUE SPACES.
       77  FS-FCT               PIC X(02) VALUE SPACES.
       77  FS-MOV               PIC X(02) VALUE SPACES.
       77  FS-LOG               PIC X(02) VALUE SPACES.
       77  ST                   PIC 9(02) VALUE ZEROS.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  FUNCAO               PIC X(02) VALUE SPACES.
       77  WS-OPERADOR          PIC X(03) VALUE SPACES.
       77  WS-NIVEL-EXIGIDO     PIC 9(01) VALUE ZEROS.
       77  WS-AUTORIZADO        PIC X(01) VALUE SPACES.
       77  WS-PERIODO-LIVRE     PIC X(01) VALUE "S".
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-DEP-TRANSITO      PIC 9(02) VALUE 99.
       77  WS-MESES             PIC 9(02) VALUE ZEROS.
       77  WS-DIAS-ALVO         PIC 9(03) VALUE ZEROS.
       77  WS-DIAS-EXCESSO      PIC 9(03) VALUE ZEROS.
       77  WS-DIAS-PERIODO      PIC 9(04) VALUE ZEROS.
       77  WS-DATA-CORTE        PIC 9(08) VALUE ZEROS.
       77  WS-ANO-CORTE         PIC 9(04) VALUE ZEROS.
       77  WS-MES-CORTE         PIC S9(02) VALUE ZEROS.
       77  WS-CODIGO-ANT        PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-SOR          PIC 9(04) VALUE ZEROS.
       77  WS-QTD-DEP           PIC 9(02) VALUE ZEROS.
       77  WS-COBERTURA-CALC    PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-SUGERIDA     PIC 9(04) VALUE ZEROS.
       77  WS-NUM-SUGESTAO      PIC 9(04) VALUE ZEROS.
       77  WS-ITENS-SEM-SOBRA   PIC 9(04) VALUE ZEROS.
       77  WS-APROVADAS         PIC 9(04) VALUE ZEROS.
       77  WS-RECUSADAS         PIC 9(04) VALUE ZEROS.
       77  WS-EOF-RBS           PIC X(01) VALUE "N".
       77  WS-EOF-TRF           PIC X(01) VALUE "N".
       77  WS-TRF-NUMERO        PIC 9(06) VALUE ZEROS.
       77  WS-SDP-EXISTE        PIC X(01) VALUE "N".
       77  WS-DEPOSITO          PIC 9(02) VALUE ZEROS.
       77  WS-TIPO-MOV          PIC X(01) VALUE SPACES.
       77  WS-SALDO-ORIGEM      PIC S9(04) VALUE ZEROS.
       77  WS-SALDO-DESTINO     PIC S9(04) VALUE ZEROS.
       01  WS-CHAVE-SOR.
           02 WCS-CODIGO        PIC 9(05) VALUE ZEROS.
           02 WCS-DEPOSITO      PIC 9(02) VALUE ZEROS.
       01  WS-DOCUMENTO.
           02 FILLER            PIC X(04) VALUE "REB-".
           02 DOC-SUGESTAO      PIC 9(04) VALUE ZEROS.
       01  TAB-DEPOSITOS.
           02 TDP-ITEM OCCURS 20 TIMES INDEXED BY IDX-FAL IDX-SOB.
               03 TDP-DEPOSITO  PIC 9(02).
               03 TDP-SALDO     PIC S9(04).
               03 TDP-CONSUMO   PIC 9(07).
               03 TDP-DIARIO    PIC 9(05)V999.
               03 TDP-COBERTURA PIC 9(03).
               03 TDP-ALVO      PIC 9(05).
               03 TDP-FALTA     PIC 9(05).
               03 TDP-SOBRA     PIC 9(05).
       01  WS-DATA.
           02 ANO               PIC 9(02) VALUE ZEROS.
           02 MES               PIC 9(02) VALUE ZEROS.
           02 DIA               PIC 9(02) VALUE ZEROS.
       01  WS-DATA-HOJE.
           02 HOJE-ANO          PIC 9(04) VALUE ZEROS.
           02 HOJE-MES          PIC 9(02) VALUE ZEROS.
           02 HOJE-DIA          PIC 9(02) VALUE ZEROS.
       01  WS-MENSAGENS.
           02 LIMPA-MENSAGEM    PIC X(50) VALUE SPACES.
       01  CAB01.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(06)    VALUE "DATA:".
           02 DATA-CAB01.
               03 DIA-CAB01   PIC 99/ VALUE ZEROS.
               03 MES-CAB01   PIC 99/ VALUE ZEROS.
               03 ANO-CAB01   PIC 9(04) VALUE ZEROS.
           02 FILLER    PIC X(05)     VALUE SPACES.
           02 FILLER    PIC X(44)
           VALUE "SUGESTAO DE TRANSFERENCIAS ENTRE DEPOSITOS".
           02 FILLER    PIC X(03)   VALUE SPACES.
           02 FILLER    PIC X(04)   VALUE "PAG.".
           02 PAG-CAB01  PIC ZZ9     VALUE ZEROS.
       01  CAB01A.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(20)    VALUE "CONSUMO DOS ULTIMOS".
           02 MESES-CAB01A PIC Z9    VALUE ZEROS.
           02 FILLER    PIC X(20)    VALUE " MESES - ALVO DE".
           02 ALVO-CAB01A  PIC ZZ9   VALUE ZEROS.
           02 FILLER    PIC X(23)    VALUE " DIAS - SOBRA ACIMA DE".
           02 EXCESSO-CAB01A PIC ZZ9 VALUE ZEROS.
           02 FILLER    PIC X(05)    VALUE " DIAS".
       01  CAB02.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(06) VALUE "SEQ".
           02 FILLER  PIC X(07) VALUE "ITEM".
           02 FILLER  PIC X(27) VALUE "NOME".
           02 FILLER  PIC X(05) VALUE "ORIG".
           02 FILLER  PIC X(07) VALUE "SALDO".
           02 FILLER  PIC X(06) VALUE "COBERT".
           02 FILLER  PIC X(05) VALUE "DEST".
           02 FILLER  PIC X(07) VALUE "SALDO".
           02 FILLER  PIC X(06) VALUE "COBERT".
           02 FILLER  PIC X(07) VALUE "QTDE".
           02 FILLER  PIC X(08) VALUE "SITUACAO".
       01  DETALHE.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 SEQ-DET           PIC ZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 CODIGO-DET        PIC 9(05) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 NOME-DET          PIC X(25) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 ORIGEM-DET        PIC 99 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 SALDO-ORIG-DET    PIC -ZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 COB-ORIG-DET      PIC ZZ9 VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 DESTINO-DET       PIC 99 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 SALDO-DEST-DET    PIC -ZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 COB-DEST-DET      PIC ZZ9 VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 QTDE-DET          PIC ZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 SITUACAO-DET      PIC X(20) VALUE SPACES.
       01  DETALHE-COMPRA.
           02 FILLER            PIC X(10) VALUE SPACES.
           02 CODIGO-CMP        PIC 9(05) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 NOME-CMP          PIC X(25) VALUE SPACES.
           02 FILLER            PIC X(20) VALUE SPACES.
           02 DESTINO-CMP       PIC 99 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 SALDO-CMP         PIC -ZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 COB-CMP           PIC ZZ9 VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 QTDE-CMP          PIC ZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 FILLER            PIC X(20) VALUE "SEM SOBRA - COMPRAR".
       01  LINHA-RESUMO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TEXTO-RESUMO      PIC X(30) VALUE SPACES.
           02 VALOR-RESUMO      PIC ZZZ9 VALUE ZEROS.
       SCREEN SECTION.
       01  TELA1.
            02 BLANK SCREEN.
            02 LINE 01 COLUMN 01 VALUE "DATA:".
            02 LINE 01 COLUMN 22
               VALUE "REBALANCEAMENTO ENTRE DEPOSITOS".
            02 LINE 03 COLUMN 01 VALUE "ESCOLHA A FUNCAO: ".
            02 LINE 03 COLUMN 22 VALUE "(GS-AP-FF)".
            02 LINE 05 COLUMN 05
               VALUE "GS - GERA SUGESTAO DE TRANSFERENCIAS".
            02 LINE 06 COLUMN 05
               VALUE "AP - APROVA SUGESTOES (SUPERVISOR)".
            02 LINE 11 COLUMN 01 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR".
           OPEN INPUT ARQMAT.
           IF FS NOT = "00"
               DISPLAY FS "STATUS DO ARQUIVO ARQMAT"
               CALL "LOGERRO" USING "REBALAN" "ABERTURA ARQMAT" FS
               STOP RUN.
           OPEN I-O SALDEP.
           IF FS-SDP NOT = "00"
               DISPLAY FS-SDP "STATUS DO ARQUIVO SALDEP"
               CALL "LOGERRO" USING "REBALAN" "ABERTURA SALDEP" FS-SDP
               CLOSE ARQMAT
               STOP RUN.
       ABRE-TRFDEP.
           OPEN I-O TRFDEP.
           IF FS-TRF NOT = "00"
               IF FS-TRF = "35"
                   CLOSE TRFDEP OPEN OUTPUT TRFDEP CLOSE TRFDEP
                   GO TO ABRE-TRFDEP
               ELSE
                   DISPLAY FS-TRF "STATUS DO ARQUIVO TRFDEP"
                   CALL "LOGERRO" USING "REBALAN" "ABERTURA TRFDEP"
                           FS-TRF
                   CLOSE ARQMAT SALDEP
                   STOP RUN
           END-IF.
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
               WHEN "GS"
                  GO TO GERA-SUGESTAO
               WHEN "AP"
                  GO TO APROVA-SUGESTAO
               WHEN "FF"
                  GO TO FIM
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA" AT 1110
                  ACCEPT CONFIRMA AT 1124
                  GO TO TELA-1
           END-EVALUATE.
      *    GS - PARAMETROS, DATA DE CORTE E SORT DAS SAIDAS DO MOVEST
      *    POR ITEM/DEPOSITO; O CASAMENTO COM O SALDEP E FEITO NA SAIDA
       GERA-SUGESTAO.
           DISPLAY "MESES DE MOVIMENTO (01-24)......:" AT 1305.
           ACCEPT WS-MESES AT 1340.
           IF WS-MESES = ZEROS OR WS-MESES > 24
               GO TO GERA-SUGESTAO.
           DISPLAY "COBERTURA ALVO EM DIAS (0=30)...:" AT 1405.
           ACCEPT WS-DIAS-ALVO AT 1440.
           IF WS-DIAS-ALVO = ZEROS
               MOVE 30 TO WS-DIAS-ALVO.
       PEDE-EXCESSO.
           DISPLAY "SOBRA ACIMA DE QUANTOS DIAS (0=60):" AT 1505.
           ACCEPT WS-DIAS-EXCESSO AT 1541.
           IF WS-DIAS-EXCESSO = ZEROS
               MOVE 60 TO WS-DIAS-EXCESSO.
           IF WS-DIAS-EXCESSO NOT > WS-DIAS-ALVO
               DISPLAY "SOBRA DEVE SER MAIOR QUE O ALVO" AT 1110
               ACCEPT CONFIRMA AT 1142
               DISPLAY LIMPA-MENSAGEM AT 1110
               GO TO PEDE-EXCESSO.
           DISPLAY "NOVA SUGESTAO APAGA A ANTERIOR. S-SIM" AT 1110.
           ACCEPT CONFIRMA AT 1149.
           DISPLAY LIMPA-MENSAGEM AT 1110.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               GO TO TELA-1.
           COMPUTE WS-DIAS-PERIODO = WS-MESES * 30.
           MOVE HOJE-ANO TO WS-ANO-CORTE.
           MOVE HOJE-MES TO WS-MES-CORTE.
           SUBTRACT WS-MESES FROM WS-MES-CORTE.
       AJUSTA-CORTE.
           IF WS-MES-CORTE < 1
               ADD 12 TO WS-MES-CORTE
               SUBTRACT 1 FROM WS-ANO-CORTE
               GO TO AJUSTA-CORTE.
           COMPUTE WS-DATA-CORTE =
               (WS-ANO-CORTE * 10000) + (WS-MES-CORTE * 100) + HOJE-DIA.
           SORT SORREB ASCENDING KEY SOR-CODIGO SOR-DEPOSITO
               INPUT PROCEDURE ENTRADA
               OUTPUT PROCEDURE SAIDA.
           DISPLAY "SUGESTAO DE TRANSFERENCIAS IMPRESSA" AT 1110.
           ACCEPT CONFIRMA AT 1147.
           GO TO TELA-1.
      *    AP - SUPERVISOR PERCORRE AS SUGESTOES PENDENTES; CADA LINHA
      *    APROVADA VIRA UMA TRANSFERENCIA EM TRANSITO NO TRFDEP
       APROVA-SUGESTAO.
           MOVE 3 TO WS-NIVEL-EXIGIDO.
           CALL "AUTORIZA" USING "REBALAN" WS-OPERADOR
                   WS-NIVEL-EXIGIDO WS-AUTORIZADO.
           IF WS-AUTORIZADO NOT = "S"
               DISPLAY "SO SUPERVISOR APROVA TRANSFERENCIAS" AT 1110
               ACCEPT CONFIRMA AT 1146
               GO TO TELA-1.
           OPEN I-O REBSUG.
           IF FS-RBS NOT = "00"
               CLOSE REBSUG
               DISPLAY "NAO HA SUGESTAO GERADA - RODE O GS" AT 1110
               ACCEPT CONFIRMA AT 1145
               GO TO TELA-1.
           OPEN EXTEND MOVEST.
           IF FS-MOV NOT = "00" AND NOT = "05"
               CLOSE MOVEST
               OPEN OUTPUT MOVEST
               CLOSE MOVEST
               OPEN EXTEND MOVEST.
           OPEN EXTEND LOGMAT.
           IF FS-LOG NOT = "00" AND NOT = "05"
               CLOSE LOGMAT
               OPEN OUTPUT LOGMAT
               CLOSE LOGMAT
               OPEN EXTEND LOGMAT.
           MOVE ZEROS TO WS-APROVADAS WS-RECUSADAS.
           MOVE "N" TO WS-EOF-RBS.
           MOVE ZEROS TO RBS-NUMERO.
           START REBSUG KEY NOT LESS THAN RBS-NUMERO
               INVALID KEY MOVE "S" TO WS-EOF-RBS.
       LER-SUGESTAO.
           IF WS-EOF-RBS = "S"
               GO TO FIM-APROVA.
           READ REBSUG NEXT RECORD AT END
               MOVE "S" TO WS-EOF-RBS
               GO TO FIM-APROVA.
           IF RBS-STATUS NOT = "P"
               GO TO LER-SUGESTAO.
           MOVE RBS-CODIGO TO CODIGO.
           READ ARQMAT INVALID KEY
               MOVE "** ITEM NAO CADASTRADO **" TO FD-NOME.
           DISPLAY LIMPA-MENSAGEM AT 1305.
           DISPLAY LIMPA-MENSAGEM AT 1405.
           DISPLAY LIMPA-MENSAGEM AT 1505.
           DISPLAY "SUGESTAO:" AT 1305.
           DISPLAY RBS-NUMERO AT 1315.
           DISPLAY RBS-CODIGO AT 1321.
           DISPLAY FD-NOME AT 1327.
           DISPLAY "DO DEPOSITO" AT 1405.
           DISPLAY RBS-DEP-ORIGEM AT 1417.
           DISPLAY "PARA O" AT 1420.
           DISPLAY RBS-DEP-DESTINO AT 1427.
           DISPLAY "QTDE:" AT 1431.
           DISPLAY RBS-QTDE AT 1437.
           DISPLAY "A-APROVA R-RECUSA P-PULA F-FIM:" AT 1505.
           ACCEPT CONFIRMA AT 1537.
           IF CONFIRMA = "F" OR "f"
               GO TO FIM-APROVA.
           IF CONFIRMA = "R" OR "r"
               MOVE "R" TO RBS-STATUS
               MOVE WS-OPERADOR TO RBS-OPERADOR
               PERFORM REGRAVA-SUGESTAO
               ADD 1 TO WS-RECUSADAS
               GO TO LER-SUGESTAO.
           IF CONFIRMA = "A" OR "a"
               PERFORM EFETIVA-SUGESTAO THRU FIM-EFETIVA-SUGESTAO.
           GO TO LER-SUGESTAO.
       FIM-APROVA.
           CLOSE REBSUG MOVEST LOGMAT.
           DISPLAY LIMPA-MENSAGEM AT 1305.
           DISPLAY LIMPA-MENSAGEM AT 1405.
           DISPLAY LIMPA-MENSAGEM AT 1505.
           DISPLAY "APROVADAS:" AT 1305.
           DISPLAY WS-APROVADAS AT 1316.
           DISPLAY "RECUSADAS:" AT 1405.
           DISPLAY WS-RECUSADAS AT 1416.
           ACCEPT CONFIRMA AT 1421.
           GO TO TELA-1.
      *    MESMA SEQUENCIA DO TD: SAI DA ORIGEM, ENTRA NO DEPOSITO DE
      *    TRANSITO (99) E O TRFDEP FICA COM STATUS T ATE O RT
       EFETIVA-SUGESTAO.
           PERFORM VERIFICA-PERIODO THRU FIM-VERIFICA-PERIODO.
           IF WS-PERIODO-LIVRE = "N"
               DISPLAY "PERIODO FECHADO - SUGESTAO MANTIDA" AT 1110
               ACCEPT CONFIRMA AT 1145
               DISPLAY LIMPA-MENSAGEM AT 1110
               GO TO FIM-EFETIVA-SUGESTAO.
           MOVE RBS-DEP-ORIGEM TO WS-DEPOSITO.
           PERFORM LE-SALDEP.
           IF WS-SDP-EXISTE = "N" OR RBS-QTDE > SDP-QTDE
               DISPLAY "SALDO INSUFICIENTE NA ORIGEM" AT 1110
               ACCEPT CONFIRMA AT 1140
               DISPLAY LIMPA-MENSAGEM AT 1110
               GO TO FIM-EFETIVA-SUGESTAO.
           MOVE RBS-NUMERO TO DOC-SUGESTAO.
           SUBTRACT RBS-QTDE FROM SDP-QTDE.
           PERFORM GRAVA-SALDEP.
           MOVE "S" TO WS-TIPO-MOV.
           PERFORM GRAVA-MOVEST.
           PERFORM GRAVA-TRFDEP THRU FIM-GRAVA-TRFDEP.
           MOVE WS-DEP-TRANSITO TO WS-DEPOSITO.
           PERFORM LE-SALDEP.
           ADD RBS-QTDE TO SDP-QTDE.
           PERFORM GRAVA-SALDEP.
           MOVE "E" TO WS-TIPO-MOV.
           PERFORM GRAVA-MOVEST.
           PERFORM GRAVA-LOG.
           MOVE "A" TO RBS-STATUS.
           MOVE WS-TRF-NUMERO TO RBS-TRF-NUMERO.
           MOVE WS-OPERADOR TO RBS-OPERADOR.
           PERFORM REGRAVA-SUGESTAO.
           ADD 1 TO WS-APROVADAS.
           DISPLAY "EM TRANSITO - TRANSFERENCIA NUMERO" AT 1110.
           DISPLAY WS-TRF-NUMERO AT 1145.
           ACCEPT CONFIRMA AT 1152.
           DISPLAY LIMPA-MENSAGEM AT 1110.
       FIM-EFETIVA-SUGESTAO.
           EXIT.
       REGRAVA-SUGESTAO.
           REWRITE REG-REBSUG INVALID KEY
               DISPLAY "ERRO DE GRAVACAO REBSUG" FS-RBS AT 1110
               CALL "LOGERRO" USING "REBALAN" "REGRAVA REBSUG" FS-RBS
               STOP RUN.
       LE-SALDEP.
           MOVE RBS-CODIGO TO SDP-CODIGO.
           MOVE WS-DEPOSITO TO SDP-DEPOSITO.
           READ SALDEP
               INVALID KEY
                   MOVE "N" TO WS-SDP-EXISTE
                   MOVE RBS-CODIGO TO SDP-CODIGO
                   MOVE WS-DEPOSITO TO SDP-DEPOSITO
                   MOVE ZEROS TO SDP-QTDE
               NOT INVALID KEY
                   MOVE "S" TO WS-SDP-EXISTE
           END-READ.
       GRAVA-SALDEP.
           IF WS-SDP-EXISTE = "S"
               REWRITE REG-SALDEP INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO SALDEP" FS-SDP AT 1110
                   CALL "LOGERRO" USING "REBALAN" "REGRAVA SALDEP"
                           FS-SDP
                   STOP RUN
               END-REWRITE
           ELSE
               WRITE REG-SALDEP INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO SALDEP" FS-SDP AT 1110
                   CALL "LOGERRO" USING "REBALAN" "GRAVACAO SALDEP"
                           FS-SDP
                   STOP RUN
               END-WRITE
               MOVE "S" TO WS-SDP-EXISTE
           END-IF.
       GRAVA-MOVEST.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO MOV-DATA.
           MOVE RBS-CODIGO TO MOV-CODIGO.
           MOVE WS-TIPO-MOV TO MOV-TIPO.
           MOVE RBS-QTDE TO MOV-QTDE.
           MOVE WS-DOCUMENTO TO MOV-DOCUMENTO.
           MOVE FD-QTDE-ESTOQUE TO MOV-SALDO.
           MOVE WS-DEPOSITO TO MOV-DEPOSITO.
           MOVE ZEROS TO MOV-CCUSTO.
           WRITE REG-MOVEST.
       GRAVA-LOG.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE HOJE-DIA TO LOG-DIA.
           MOVE HOJE-MES TO LOG-MES.
           MOVE HOJE-ANO TO LOG-ANO.
           MOVE RBS-CODIGO TO LOG-CODIGO.
           MOVE "TRANSF" TO LOG-OPERACAO.
           MOVE FD-QTDE-ESTOQUE TO LOG-QTDE-ANTIGA LOG-QTDE-NOVA.
           MOVE FD-VALOR-TOT TO LOG-VALOR-ANTIGO LOG-VALOR-NOVO.
           MOVE WS-OPERADOR TO LOG-OPERADOR.
           WRITE REG-LOGMAT.
      *    DOCUMENTO DA TRANSFERENCIA - NUMERO SEGUINTE AO MAIOR
      *    JA GRAVADO, STATUS T (EM TRANSITO) ATE A CONFIRMACAO
       GRAVA-TRFDEP.
           MOVE 1 TO WS-TRF-NUMERO.
           MOVE "N" TO WS-EOF-TRF.
           MOVE ZEROS TO TRF-NUMERO.
           START TRFDEP KEY NOT LESS THAN TRF-NUMERO
               INVALID KEY MOVE "S" TO WS-EOF-TRF.
       LER-MAIOR-TRFDEP.
           IF WS-EOF-TRF = "S"
               GO TO MONTA-TRFDEP.
           READ TRFDEP NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-TRF
               NOT AT END
                   COMPUTE WS-TRF-NUMERO = TRF-NUMERO + 1
           END-READ.
           GO TO LER-MAIOR-TRFDEP.
       MONTA-TRFDEP.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-TRF-NUMERO TO TRF-NUMERO.
           MOVE RBS-CODIGO TO TRF-CODIGO.
           MOVE RBS-DEP-ORIGEM TO TRF-DEP-ORIGEM.
           MOVE RBS-DEP-DESTINO TO TRF-DEP-DESTINO.
           MOVE RBS-QTDE TO TRF-QTDE-ENVIADA.
           MOVE ZEROS TO TRF-QTDE-RECEBIDA TRF-DATA-RECEB.
           MOVE WS-DATA-HOJE TO TRF-DATA-ENVIO.
           MOVE "T" TO TRF-STATUS.
           MOVE WS-OPERADOR TO TRF-OPER-ENVIO.
           MOVE SPACES TO TRF-OPER-RECEB.
           MOVE WS-DOCUMENTO TO TRF-DOCUMENTO.
           WRITE REG-TRFDEP INVALID KEY
               DISPLAY "ERRO DE GRAVACAO TRFDEP" FS-TRF AT 1110
               CALL "LOGERRO" USING "REBALAN" "GRAVACAO TRFDEP" FS-TRF
               STOP RUN.
       FIM-GRAVA-TRFDEP.
           EXIT.
       VERIFICA-PERIODO.
           MOVE "S" TO WS-PERIODO-LIVRE.
           OPEN INPUT FECHCTL.
           IF FS-FCT NOT = "00"
               CLOSE FECHCTL
               GO TO FIM-VERIFICA-PERIODO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
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
           CLOSE ARQMAT SALDEP TRFDEP.
           STOP RUN.
       ENTRADA SECTION.
       INI-ENTRADA.
           OPEN INPUT MOVEST.
           IF FS-MOV NOT = "00"
               DISPLAY "ARQUIVO MOVEST NAO ENCONTRADO" AT 1110
               CALL "LOGERRO" USING "REBALAN" "ABERTURA MOVEST" FS-MOV
               STOP RUN.
       LER-ENTRADA.
           READ MOVEST AT END
               CLOSE MOVEST
               GO TO FIM-ENTRADA.
           IF MOV-TIPO NOT = "S"
               GO TO LER-ENTRADA.
           IF MOV-CCUSTO = ZEROS OR MOV-DEPOSITO = WS-DEP-TRANSITO
               GO TO LER-ENTRADA.
           IF MOV-DATA < WS-DATA-CORTE
               GO TO LER-ENTRADA.
           MOVE MOV-CODIGO TO SOR-CODIGO.
           MOVE MOV-DEPOSITO TO SOR-DEPOSITO.
           MOVE MOV-QTDE TO SOR-QTDE.
           RELEASE REG-SORREB.
           IF ST NOT = "00"
               DISPLAY "ERRO NO SORT" AT 1110
               CALL "LOGERRO" USING "REBALAN" "SORT ENTRADA" ST
               CLOSE MOVEST
               STOP RUN.
           GO TO LER-ENTRADA.
       FIM-ENTRADA.
           EXIT.
      *    LE O SALDEP EM ORDEM DE ITEM/DEPOSITO JUNTO COM AS SAIDAS
      *    ORDENADAS; NA QUEBRA DE ITEM AVALIA OS DEPOSITOS DO ITEM
       SAIDA SECTION.
       INI-SAIDA.
           OPEN OUTPUT REBSUG.
           IF FS-RBS NOT = "00"
               DISPLAY FS-RBS "STATUS DO ARQUIVO REBSUG" AT 1110
               CALL "LOGERRO" USING "REBALAN" "ABERTURA REBSUG" FS-RBS
               STOP RUN.
           MOVE WS-MESES TO MESES-CAB01A.
           MOVE WS-DIAS-ALVO TO ALVO-CAB01A.
           MOVE WS-DIAS-EXCESSO TO EXCESSO-CAB01A.
           MOVE ZEROS TO CT-PAG WS-NUM-SUGESTAO WS-ITENS-SEM-SOBRA.
           MOVE ZEROS TO WS-QTD-DEP WS-CODIGO-ANT.
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO.
           PERFORM LE-SORT.
           MOVE ZEROS TO SDP-CHAVE.
           START SALDEP KEY NOT LESS THAN SDP-CHAVE
               INVALID KEY GO TO FIM-SAIDA.
       LER-SALDEP.
           READ SALDEP NEXT RECORD AT END
               PERFORM AVALIA-ITEM THRU FIM-AVALIA-ITEM
               GO TO FIM-SAIDA.
           IF SDP-DEPOSITO = WS-DEP-TRANSITO
               GO TO LER-SALDEP.
           IF WS-QTD-DEP > ZEROS AND SDP-CODIGO NOT = WS-CODIGO-ANT
               PERFORM AVALIA-ITEM THRU FIM-AVALIA-ITEM
               MOVE ZEROS TO WS-QTD-DEP.
           MOVE SDP-CODIGO TO WS-CODIGO-ANT.
           IF WS-QTD-DEP = 20
               GO TO LER-SALDEP.
           ADD 1 TO WS-QTD-DEP.
           SET IDX-FAL TO WS-QTD-DEP.
           MOVE SDP-DEPOSITO TO TDP-DEPOSITO (IDX-FAL).
           MOVE SDP-QTDE TO TDP-SALDO (IDX-FAL).
           MOVE ZEROS TO TDP-CONSUMO (IDX-FAL).
           PERFORM SOMA-CONSUMO THRU FIM-SOMA-CONSUMO.
           GO TO LER-SALDEP.
      *    AVANCA AS SAIDAS ATE A CHAVE DO SALDEP, SOMANDO AS IGUAIS
       SOMA-CONSUMO.
           IF WS-CHAVE-SOR < SDP-CHAVE
               PERFORM LE-SORT
               GO TO SOMA-CONSUMO.
           IF WS-CHAVE-SOR = SDP-CHAVE
               ADD WS-QTDE-SOR TO TDP-CONSUMO (IDX-FAL)
               PERFORM LE-SORT
               GO TO SOMA-CONSUMO.
       FIM-SOMA-CONSUMO.
           EXIT.
       LE-SORT.
           RETURN SORREB
               AT END
                   MOVE HIGH-VALUES TO WS-CHAVE-SOR
               NOT AT END
                   MOVE SOR-CHAVE TO WS-CHAVE-SOR
                   MOVE SOR-QTDE TO WS-QTDE-SOR
           END-RETURN.
       AVALIA-ITEM.
           IF WS-QTD-DEP < 2
               GO TO FIM-AVALIA-ITEM.
           MOVE WS-CODIGO-ANT TO CODIGO.
           READ ARQMAT INVALID KEY
               GO TO FIM-AVALIA-ITEM.
           PERFORM CALCULA-DEPOSITO
               VARYING IDX-FAL FROM 1 BY 1 UNTIL IDX-FAL > WS-QTD-DEP.
           PERFORM ATENDE-FALTA THRU FIM-ATENDE-FALTA
               VARYING IDX-FAL FROM 1 BY 1 UNTIL IDX-FAL > WS-QTD-DEP.
       FIM-AVALIA-ITEM.
           EXIT.
      *    ALVO = CONSUMO DIARIO X DIAS DE ALVO, NUNCA ABAIXO DO MINIMO
      *    DO ARQMAT; SOBRA SO QUANDO A COBERTURA PASSA DO LIMITE
       CALCULA-DEPOSITO.
           COMPUTE TDP-DIARIO (IDX-FAL) =
               TDP-CONSUMO (IDX-FAL) / WS-DIAS-PERIODO.
           COMPUTE TDP-ALVO (IDX-FAL) ROUNDED =
               TDP-DIARIO (IDX-FAL) * WS-DIAS-ALVO.
           IF TDP-ALVO (IDX-FAL) < FD-QTDE-MINIMA
               MOVE FD-QTDE-MINIMA TO TDP-ALVO (IDX-FAL).
           IF TDP-SALDO (IDX-FAL) NOT > ZEROS
               MOVE ZEROS TO TDP-COBERTURA (IDX-FAL)
           ELSE
               IF TDP-DIARIO (IDX-FAL) = ZEROS
                   MOVE 999 TO TDP-COBERTURA (IDX-FAL)
               ELSE
                   COMPUTE WS-COBERTURA-CALC =
                       TDP-SALDO (IDX-FAL) / TDP-DIARIO (IDX-FAL)
                   IF WS-COBERTURA-CALC > 999
                       MOVE 999 TO TDP-COBERTURA (IDX-FAL)
                   ELSE
                       MOVE WS-COBERTURA-CALC TO TDP-COBERTURA (IDX-FAL)
                   END-IF
               END-IF
           END-IF.
           MOVE ZEROS TO TDP-FALTA (IDX-FAL) TDP-SOBRA (IDX-FAL).
           IF TDP-SALDO (IDX-FAL) < TDP-ALVO (IDX-FAL)
               COMPUTE TDP-FALTA (IDX-FAL) =
                   TDP-ALVO (IDX-FAL) - TDP-SALDO (IDX-FAL)
           ELSE
               IF TDP-COBERTURA (IDX-FAL) > WS-DIAS-EXCESSO
                   COMPUTE TDP-SOBRA (IDX-FAL) =
                       TDP-SALDO (IDX-FAL) - TDP-ALVO (IDX-FAL).
       ATENDE-FALTA.
           IF TDP-FALTA (IDX-FAL) = ZEROS
               GO TO FIM-ATENDE-FALTA.
           PERFORM BUSCA-SOBRA
               VARYING IDX-SOB FROM 1 BY 1
               UNTIL IDX-SOB > WS-QTD-DEP
                  OR TDP-FALTA (IDX-FAL) = ZEROS.
           IF TDP-FALTA (IDX-FAL) = ZEROS
               GO TO FIM-ATENDE-FALTA.
           ADD 1 TO WS-ITENS-SEM-SOBRA.
           MOVE CODIGO TO CODIGO-CMP.
           MOVE FD-NOME TO NOME-CMP.
           MOVE TDP-DEPOSITO (IDX-FAL) TO DESTINO-CMP.
           MOVE TDP-SALDO (IDX-FAL) TO SALDO-CMP.
           MOVE TDP-COBERTURA (IDX-FAL) TO COB-CMP.
           MOVE TDP-FALTA (IDX-FAL) TO QTDE-CMP.
           WRITE REG-RELATO FROM DETALHE-COMPRA BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
       FIM-ATENDE-FALTA.
           EXIT.
       BUSCA-SOBRA.
           IF TDP-SOBRA (IDX-SOB) > ZEROS
               IF TDP-SOBRA (IDX-SOB) < TDP-FALTA (IDX-FAL)
                   MOVE TDP-SOBRA (IDX-SOB) TO WS-QTDE-SUGERIDA
               ELSE
                   MOVE TDP-FALTA (IDX-FAL) TO WS-QTDE-SUGERIDA
               END-IF
               SUBTRACT WS-QTDE-SUGERIDA FROM TDP-SOBRA (IDX-SOB)
               SUBTRACT WS-QTDE-SUGERIDA FROM TDP-FALTA (IDX-FAL)
               PERFORM GRAVA-SUGESTAO.
       GRAVA-SUGESTAO.
           ADD 1 TO WS-NUM-SUGESTAO.
           MOVE WS-NUM-SUGESTAO TO RBS-NUMERO.
           MOVE CODIGO TO RBS-CODIGO.
           MOVE TDP-DEPOSITO (IDX-SOB) TO RBS-DEP-ORIGEM.
           MOVE TDP-DEPOSITO (IDX-FAL) TO RBS-DEP-DESTINO.
           MOVE WS-QTDE-SUGERIDA TO RBS-QTDE.
           MOVE TDP-COBERTURA (IDX-SOB) TO RBS-COB-ORIGEM.
           MOVE TDP-COBERTURA (IDX-FAL) TO RBS-COB-DESTINO.
           MOVE WS-DATA-HOJE TO RBS-DATA.
           MOVE "P" TO RBS-STATUS.
           MOVE ZEROS TO RBS-TRF-NUMERO.
           MOVE SPACES TO RBS-OPERADOR.
           WRITE REG-REBSUG INVALID KEY
               DISPLAY "ERRO DE GRAVACAO REBSUG" FS-RBS AT 1110
               CALL "LOGERRO" USING "REBALAN" "GRAVACAO REBSUG" FS-RBS
               STOP RUN.
           MOVE WS-NUM-SUGESTAO TO SEQ-DET.
           MOVE CODIGO TO CODIGO-DET.
           MOVE FD-NOME TO NOME-DET.
           MOVE RBS-DEP-ORIGEM TO ORIGEM-DET.
           MOVE TDP-SALDO (IDX-SOB) TO SALDO-ORIG-DET.
           MOVE RBS-COB-ORIGEM TO COB-ORIG-DET.
           MOVE RBS-DEP-DESTINO TO DESTINO-DET.
           MOVE TDP-SALDO (IDX-FAL) TO SALDO-DEST-DET.
           MOVE RBS-COB-DESTINO TO COB-DEST-DET.
           MOVE WS-QTDE-SUGERIDA TO QTDE-DET.
           MOVE "PENDENTE" TO SITUACAO-DET.
           WRITE REG-RELATO FROM DETALHE BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
       CABECALHO.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 2 LINES.
           WRITE REG-RELATO FROM CAB01A BEFORE ADVANCING 3 LINES.
           WRITE REG-RELATO FROM CAB02 BEFORE ADVANCING 2 LINES.
       FIM-SAIDA.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           MOVE "TRANSFERENCIAS SUGERIDAS.....:" TO TEXTO-RESUMO.
           MOVE WS-NUM-SUGESTAO TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "FALTAS SEM SOBRA (COMPRAR)...:" TO TEXTO-RESUMO.
           MOVE WS-ITENS-SEM-SOBRA TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           CLOSE REBSUG RELATO.
       EXIT-SAIDA.
           EXIT.
       END PROGRAM REBALAN.
