      *              CICLOABC (A=MENSAL, B=TRIMESTRAL, C=ANUAL,
      *              GRAVADO PELO CURVAABC); A DATA DA ULTIMA CONTAGEM
      *              E ATUALIZADA QUANDO OS AJUSTES SAO APLICADOS.
      * 15/10/2026 - O AP GRAVA CADA ITEM CONTADO NO HISTORICO CONTHIS
      *              (ITEM, DATA, DEPOSITO CONTADO, LIVRO, CONTADO,
      *              DIFERENCA E VALOR) PARA O RELATORIO DE QUEBRAS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTAR.
           ACCESS MODE      DYNAMIC
           RECORD KEY       CIC-CODIGO
           FILE STATUS      FS-CIC.
           SELECT CONTHIS ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       CNH-CHAVE
           FILE STATUS      FS-CNH.
           SELECT ARQ-ENTRADA ASSIGN TO "CATCONT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           02 CIC-CODIGO        PIC 9(05).
           02 CIC-CLASSE        PIC X(01).
           02 CIC-DATA-CONTAGEM PIC 9(08).
       FD  CONTHIS LABEL RECORD STANDARD
           VALUE OF FILE-ID "CONTHIS".
       01  REG-CONTHIS.
           02 CNH-CHAVE.
               03 CNH-CODIGO    PIC 9(05).
               03 CNH-DATA      PIC 9(08).
               03 CNH-DEPOSITO  PIC 9(02).
           02 CNH-QTDE-LIVRO    PIC S9(04).
           02 CNH-QTDE-CONTADA  PIC S9(04).
           02 CNH-DIFERENCA     PIC S9(05).
           02 CNH-CUSTO-UNIT    PIC S9(07)V99.
           02 CNH-VALOR-DIFER   PIC S9(08)V99.
           02 CNH-MOTIVO        PIC 9(02).
           02 CNH-OPERADOR      PIC X(03).
       FD  ARQ-ENTRADA
           LABEL RECORD IS STANDARD.
       01  REG-ENTRADA.
       77  FS                   PIC X(02) VALUE SPACES.
       77  FS-CNT               PIC X(02) VALUE SPACES.
       77  FS-CIC               PIC X(02) VALUE SPACES.
       77  FS-CNH               PIC X(02) VALUE SPACES.
       77  WS-DEP-CONTADO       PIC 9(02) VALUE ZEROS.
       77  WS-CIC-EXISTE        PIC X(01) VALUE "N".
       77  WS-MESES-CORTE       PIC 9(02) VALUE ZEROS.
       77  WS-ANO-CORTE         PIC 9(04) VALUE ZEROS.
           DISPLAY LIMPA-MENSAGEM AT 1110.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               GO TO TELA-1.
           DISPLAY "DEPOSITO CONTADO (00=GERAL):" AT 1110.
           ACCEPT WS-DEP-CONTADO AT 1139.
           DISPLAY LIMPA-MENSAGEM AT 1110.
           PERFORM ABRE-CONTHIS.
           OPEN EXTEND LOGMAT.
           IF FS-LOG NOT = "00" AND NOT = "05"
               CLOSE LOGMAT
           START CONTAGEM KEY NOT LESS THAN CNT-CODIGO
               INVALID KEY MOVE "S" TO WS-EOF.
           PERFORM AJUSTA-ITEM UNTIL WS-EOF = "S".
           CLOSE LOGMAT MOVEST CICLOABC CONTHIS.
           DISPLAY "ITENS AJUSTADOS: " AT 1110.
           DISPLAY WS-QTDE-AJUSTADOS AT 1128.
           ACCEPT CONFIRMA AT 1135.
                       IF CNT-QTDE-CONTADA NOT = CNT-QTDE-LIVRO
                           PERFORM APLICA-UM-AJUSTE THRU FIM-UM-AJUSTE
                       ELSE
                           MOVE ZEROS TO WS-DIFERENCA WS-MOTIVO
                           PERFORM GRAVA-HISTORICO
                           PERFORM ATUALIZA-CICLO
                       END-IF
                   END-IF
               STOP RUN.
           PERFORM GRAVA-LOG-AJUSTE.
           PERFORM GRAVA-MOVEST-AJUSTE.
           PERFORM GRAVA-HISTORICO.
           MOVE "A" TO CNT-SITUACAO.
           REWRITE REG-CONTAGEM.
           PERFORM ATUALIZA-CICLO.
                   STOP RUN
               END-WRITE
           END-IF.
       ABRE-CONTHIS.
           OPEN I-O CONTHIS.
           IF FS-CNH NOT = "00"
               IF FS-CNH = "35"
                   CLOSE CONTHIS OPEN OUTPUT CONTHIS CLOSE CONTHIS
                   OPEN I-O CONTHIS
               ELSE
                   DISPLAY FS-CNH "STATUS DO ARQUIVO CONTHIS" AT 1110
                   CALL "LOGERRO" USING "INVENTAR" "ABERTURA CONTHIS"
                           FS-CNH
                   STOP RUN
           END-IF.
      *    UMA LINHA POR ITEM CONTADO, COM OU SEM DIFERENCA; RECONTAGEM
      *    NO MESMO DIA E DEPOSITO SUBSTITUI A ANTERIOR
       GRAVA-HISTORICO.
           MOVE CNT-CODIGO TO CODIGO.
           READ ARQMAT INVALID KEY
               MOVE ZEROS TO FD-VALOR-UNIT.
           MOVE CNT-CODIGO TO CNH-CODIGO.
           MOVE WS-DATA-HOJE TO CNH-DATA.
           MOVE WS-DEP-CONTADO TO CNH-DEPOSITO.
           MOVE CNT-QTDE-LIVRO TO CNH-QTDE-LIVRO.
           MOVE CNT-QTDE-CONTADA TO CNH-QTDE-CONTADA.
           MOVE WS-DIFERENCA TO CNH-DIFERENCA.
           MOVE FD-VALOR-UNIT TO CNH-CUSTO-UNIT.
           COMPUTE CNH-VALOR-DIFER = WS-DIFERENCA * FD-VALOR-UNIT.
           MOVE WS-MOTIVO TO CNH-MOTIVO.
           MOVE WS-OPERADOR TO CNH-OPERADOR.
           WRITE REG-CONTHIS INVALID KEY
               REWRITE REG-CONTHIS INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO CONTHIS" FS-CNH AT 1110
                   CALL "LOGERRO" USING "INVENTAR" "GRAVACAO CONTHIS"
                           FS-CNH
                   STOP RUN.
       GRAVA-LOG-AJUSTE.
           MOVE HOJE-DIA TO LOG-DIA.
           MOVE HOJE-MES TO LOG-MES.
