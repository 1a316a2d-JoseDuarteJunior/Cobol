      *              TRAVAS): ALTERACAO E EXCLUSAO AVISAM "EM USO POR"
      *              QUANDO OUTRO TERMINAL SEGURA O MESMO ITEM; TRAVA
      *              PRESA E LIMPA NO CONSOLE TRAVACON.
      * 15/10/2026 - TRANSFERENCIA EM DUAS ETAPAS (ARQUIVO TRFDEP): O TD
      *              DESPACHA DO DEPOSITO DE ORIGEM PARA O DEPOSITO 99
      *              (EM TRANSITO) E GERA O DOCUMENTO; A NOVA FUNCAO RT
      *              CONFIRMA A CHEGADA NO DESTINO COM A QUANTIDADE
      *              RECEBIDA, LANCANDO A DIFERENCA NO ESTOQUE.
      *              RELATORIO DE TRANSITO E DIVERGENCIAS NO PROGRAMA
      *              RELTRF.
      * 15/10/2026 - SITUACAO DO LOTE (LIVRE, QUARENTENA, BLOQUEADO) NO
      *              ARQUIVO LOTES: LOTE RETIDO NAO ENTRA NO SALDO EM
      *              LOTES NEM NA BAIXA FEFO; LOTE NOVO GRAVA FORNECEDOR
      *              E DATA DE ENTRADA. MANUTENCAO NO PROGRAMA RETLOTE.
      * 15/10/2026 - LAYOUT DO OPERADORES COM A FILIAL DE LOTACAO
      *              (OPE-FILIAL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXER13.
           ACCESS MODE      DYNAMIC
           RECORD KEY       REQ-NUMERO
           FILE STATUS      FS-REQ.
           SELECT TRFDEP ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       TRF-NUMERO
           FILE STATUS      FS-TRF.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQMAT LABEL RECORD STANDARD
           02 OPE-DATA-SENHA    PIC 9(08).
           02 OPE-TROCA-OBRIG   PIC X(01).
           02 OPE-FALHAS        PIC 9(01).
           02 OPE-FILIAL        PIC 9(02).
       FD  ACESSLOG
           LABEL RECORD IS OMITTED.
       01  REG-ACESSLOG.
               03 LTE-LOTE      PIC X(10).
           02 LTE-VALIDADE      PIC 9(08).
           02 LTE-QTDE          PIC S9(04).
      *    SITUACAO DO LOTE: L-LIVRE  Q-QUARENTENA  B-BLOQUEADO
           02 LTE-SITUACAO      PIC X(01).
           02 LTE-MOTIVO        PIC X(30).
           02 LTE-DATA-SITUACAO PIC 9(08).
           02 LTE-OPER-SITUACAO PIC X(03).
           02 LTE-FORNECEDOR    PIC 9(03).
           02 LTE-DATA-ENTRADA  PIC 9(08).
       FD  CCUSTO LABEL RECORD STANDARD
           VALUE OF FILE-ID "CCUSTO".
       01  REG-CCUSTO.
           02 REQ-STATUS        PIC X(01).
           02 REQ-APROVADOR     PIC X(03).
           02 REQ-DATA-DECISAO  PIC 9(08).
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
       WORKING-STORAGE SECTION.
       77  FS                   PIC X(02) VALUE SPACES.
       77  FS-OPE               PIC X(02) VALUE SPACES.
       77  WS-LOTE              PIC X(10) VALUE SPACES.
       77  WS-VALIDADE          PIC 9(08) VALUE ZEROS.
       77  WS-LTE-EXISTE        PIC X(01) VALUE "N".
       77  WS-FORNECEDOR-LOTE   PIC 9(03) VALUE ZEROS.
       77  WS-TEM-LOTES         PIC X(01) VALUE "N".
       77  WS-QTDE-LOTES        PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-RESTANTE     PIC 9(04) VALUE ZEROS.
       77  WS-FEFO-VALIDADE     PIC 9(08) VALUE ZEROS.
       77  WS-EOF-LTE           PIC X(01) VALUE "N".
       77  QTDE-TRANSF          PIC 9(04) VALUE ZEROS.
       77  FS-TRF               PIC X(02) VALUE SPACES.
       77  WS-DEP-TRANSITO      PIC 9(02) VALUE 99.
       77  WS-TRF-NUMERO        PIC 9(06) VALUE ZEROS.
       77  WS-QTDE-RECEBIDA     PIC 9(04) VALUE ZEROS.
       77  WS-DIF-TRANSF        PIC S9(04) VALUE ZEROS.
       77  WS-EOF-TRF           PIC X(01) VALUE "N".
       77  WS-PRECO-ENTRADA     PIC 9(07)V99 VALUE ZEROS.
       77  OLD-VALOR-UNIT       PIC S9(07)V99 VALUE ZEROS.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
            02 LINE 01 COLUMN 01 VALUE "DATA:".
            02 LINE 01 COLUMN 30 VALUE "CONTROLE DE ESTOQUE".
            02 LINE 03 COLUMN 01 VALUE "ESCOLHA A FUNCAO: ".
            02 LINE 03 COLUMN 22 VALUE "(IN-AL-EX-CO-BN-MV-TD-RT-FF)".
            02 LINE 11 COLUMN 01 VALUE "MENSAGEM:".
            02 LINE 05 COLUMN 05 VALUE "CODIGO..................>".
            02 LINE 06 COLUMN 05 VALUE "NOME....................>".
           ELSE
               MOVE "N" TO WS-REQ-DISPONIVEL
               CLOSE REQUIS.
           OPEN I-O TRFDEP.
           IF FS-TRF NOT = "00"
               IF FS-TRF = "35"
                   CLOSE TRFDEP OPEN OUTPUT TRFDEP CLOSE TRFDEP
                   OPEN I-O TRFDEP
               ELSE
                   DISPLAY FS-TRF "STATUS DO ARQUIVO TRFDEP"
                   CALL "LOGERRO" USING "EXER13" "ABERTURA TRFDEP"
                           FS-TRF
                   STOP RUN
           END-IF.
       TELA-1.
           DISPLAY TELA1.
           ACCEPT WS-DATA FROM DATE.
                  GO TO MOVIMENTO
               WHEN "TD"
                  GO TO TRANSFERENCIA
               WHEN "RT"
                  GO TO RECEBE-TRANSF
               WHEN "FF"
                  GO TO FIM 
               WHEN OTHER
           DISPLAY LIMPA-MENSAGEM AT 1110.
           DISPLAY "DEPOSITO (01/02):" AT 1110.
           ACCEPT WS-DEPOSITO AT 1128.
           IF WS-DEPOSITO = ZEROS OR WS-DEPOSITO = WS-DEP-TRANSITO
               GO TO ROT-DEPOSITO-MOVIMENTO.
           PERFORM MOSTRA-LOCAL THRU FIM-MOSTRA-LOCAL.
       ROT-CCUSTO-MOVIMENTO.
               NOT INVALID KEY
                   MOVE "S" TO WS-LTE-EXISTE
           END-READ.
           IF WS-LTE-EXISTE = "N"
               PERFORM NOVO-LOTE-ENTRADA
           ELSE
               IF LTE-SITUACAO = "Q" OR "B"
                   DISPLAY LIMPA-MENSAGEM AT 1110
                   DISPLAY "ATENCAO: LOTE RETIDO - SITUACAO" AT 1110
                   DISPLAY LTE-SITUACAO AT 1142
                   ACCEPT CONFIRMA AT 1144
               END-IF
           END-IF.
           MOVE WS-VALIDADE TO LTE-VALIDADE.
           ADD QTDE-MOVIMENTO TO LTE-QTDE.
           PERFORM GRAVA-LOTE.
       FIM-LOTE-ENTRADA.
           EXIT.
      *    LOTE NOVO ENTRA LIVRE, COM A DATA DE ENTRADA E O FORNECEDOR
      *    (USADOS NO RELATORIO DE LOTES RETIDOS DO RETLOTE)
       NOVO-LOTE-ENTRADA.
           DISPLAY LIMPA-MENSAGEM AT 1110.
           DISPLAY "FORNECEDOR DO LOTE (0=NAO INFORMADO):" AT 1110.
           ACCEPT WS-FORNECEDOR-LOTE AT 1148.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "L" TO LTE-SITUACAO.
           MOVE SPACES TO LTE-MOTIVO.
           MOVE WS-DATA-HOJE TO LTE-DATA-SITUACAO LTE-DATA-ENTRADA.
           MOVE WS-OPERADOR TO LTE-OPER-SITUACAO.
           MOVE WS-FORNECEDOR-LOTE TO LTE-FORNECEDOR.
       GRAVA-LOTE.
           IF WS-LTE-EXISTE = "S"
               REWRITE REG-LOTES INVALID KEY
                       MOVE "S" TO WS-TEM-LOTES
                       IF LTE-QTDE > ZEROS
                               AND LTE-VALIDADE >= WS-DATA-HOJE
                               AND LTE-SITUACAO NOT = "Q" AND NOT = "B"
                           ADD LTE-QTDE TO WS-QTDE-LOTES
                       END-IF
                   END-IF
                       IF LTE-QTDE > ZEROS
                               AND LTE-VALIDADE >= WS-DATA-HOJE
                               AND LTE-VALIDADE < WS-FEFO-VALIDADE
                               AND LTE-SITUACAO NOT = "Q" AND NOT = "B"
                           MOVE LTE-LOTE TO WS-FEFO-LOTE
                           MOVE LTE-VALIDADE TO WS-FEFO-VALIDADE
                       END-IF
           DISPLAY LIMPA-MENSAGEM AT 1110.
           DISPLAY "DEPOSITO DE ORIGEM (01/02):" AT 1110.
           ACCEPT WS-DEPOSITO AT 1138.
           IF WS-DEPOSITO = ZEROS OR WS-DEPOSITO = WS-DEP-TRANSITO
               GO TO ROT-DEP-ORIGEM.
           PERFORM MOSTRA-LOCAL THRU FIM-MOSTRA-LOCAL.
       ROT-DEP-DESTINO.
           ACCEPT WS-DEP-DESTINO AT 1139.
           IF WS-DEP-DESTINO = ZEROS
                   OR WS-DEP-DESTINO = WS-DEPOSITO
                   OR WS-DEP-DESTINO = WS-DEP-TRANSITO
               GO TO ROT-DEP-DESTINO.
       ROT-QTDE-TRANSF.
           DISPLAY LIMPA-MENSAGEM AT 1110.
           MOVE QTDE-TRANSF TO QTDE-MOVIMENTO.
           MOVE "S" TO TIPO-MOVIMENTO.
           PERFORM GRAVA-MOVEST.
           PERFORM GRAVA-TRFDEP THRU FIM-GRAVA-TRFDEP.
           MOVE WS-DEP-TRANSITO TO WS-DEPOSITO.
           PERFORM LE-SALDEP.
           ADD QTDE-TRANSF TO SDP-QTDE.
           PERFORM GRAVA-SALDEP.
           MOVE "TRANSF" TO WS-LOG-OP.
           PERFORM GRAVA-LOG.
           DISPLAY LIMPA-MENSAGEM AT 1110.
           DISPLAY "EM TRANSITO - TRANSFERENCIA NUMERO" AT 1110.
           DISPLAY WS-TRF-NUMERO AT 1145.
           ACCEPT CONFIRMA AT 1152.
           DISPLAY LIMPA-MENSAGEM AT 1110.
           DISPLAY "CONTINUAR TRANSFERENCIA ? S-SIM" AT 1110.
           ACCEPT CONFIRMA AT 1142.
           IF CONFIRMA = "S" OR "s"
               DISPLAY LIMPA-TELA
               GO TO TRANSFERENCIA.
           GO TO TELA-1.
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
           MOVE CODIGO TO TRF-CODIGO.
           MOVE WS-DEPOSITO TO TRF-DEP-ORIGEM.
           MOVE WS-DEP-DESTINO TO TRF-DEP-DESTINO.
           MOVE QTDE-TRANSF TO TRF-QTDE-ENVIADA.
           MOVE ZEROS TO TRF-QTDE-RECEBIDA TRF-DATA-RECEB.
           MOVE WS-DATA-HOJE TO TRF-DATA-ENVIO.
           MOVE "T" TO TRF-STATUS.
           MOVE WS-OPERADOR TO TRF-OPER-ENVIO.
           MOVE SPACES TO TRF-OPER-RECEB.
           MOVE WS-DOCUMENTO TO TRF-DOCUMENTO.
           WRITE REG-TRFDEP INVALID KEY
               DISPLAY "ERRO DE GRAVACAO TRFDEP" FS-TRF AT 1110
               CALL "LOGERRO" USING "EXER13" "GRAVACAO TRFDEP" FS-TRF
               STOP RUN.
       FIM-GRAVA-TRFDEP.
           EXIT.
      *    CONFIRMACAO DA CHEGADA NO DEPOSITO DE DESTINO: SAI DO 99 O
      *    QUE FOI DESPACHADO, ENTRA NO DESTINO O QUE CHEGOU E A
      *    DIFERENCA (FALTA OU SOBRA) ACERTA O ESTOQUE DO ARQMAT
       RECEBE-TRANSF.
           DISPLAY LIMPA-MENSAGEM AT 1110.
           DISPLAY "NUMERO DA TRANSFERENCIA:" AT 1110.
           ACCEPT WS-TRF-NUMERO AT 1135.
           DISPLAY LIMPA-MENSAGEM AT 1110.
           IF WS-TRF-NUMERO = ZEROS
               GO TO TELA-1.
           MOVE WS-TRF-NUMERO TO TRF-NUMERO.
           READ TRFDEP INVALID KEY
               DISPLAY "TRANSFERENCIA NAO ENCONTRADA" AT 1110
               ACCEPT CONFIRMA AT 1139
               DISPLAY LIMPA-MENSAGEM AT 1110
               GO TO RECEBE-TRANSF.
           IF TRF-STATUS NOT = "T"
               DISPLAY "TRANSFERENCIA JA RECEBIDA" AT 1110
               ACCEPT CONFIRMA AT 1136
               DISPLAY LIMPA-MENSAGEM AT 1110
               GO TO RECEBE-TRANSF.
           MOVE TRF-CODIGO TO CODIGO.
           READ ARQMAT INVALID KEY
               DISPLAY MSG-ERRO-3 AT 1110
               ACCEPT CONFIRMA AT 1133
               DISPLAY LIMPA-MENSAGEM AT 1110
               GO TO TELA-1.
           PERFORM MOSTRA.
           PERFORM VERIFICA-PERIODO THRU FIM-VERIFICA-PERIODO.
           IF WS-PERIODO-LIVRE = "N"
               GO TO TELA-1.
           MOVE TRF-DEP-DESTINO TO WS-DEPOSITO.
           PERFORM MOSTRA-LOCAL THRU FIM-MOSTRA-LOCAL.
       ROT-QTDE-RECEBIDA.
           DISPLAY LIMPA-MENSAGEM AT 1110.
           DISPLAY "ENVIADO:" AT 1110.
           DISPLAY TRF-QTDE-ENVIADA AT 1119.
           DISPLAY "DEP.:" AT 1124.
           DISPLAY TRF-DEP-DESTINO AT 1130.
           DISPLAY "RECEBIDO:" AT 1133.
           ACCEPT WS-QTDE-RECEBIDA AT 1143.
           COMPUTE WS-DIF-TRANSF =
               WS-QTDE-RECEBIDA - TRF-QTDE-ENVIADA.
           IF WS-DIF-TRANSF < ZEROS
                   AND FD-QTDE-ESTOQUE + WS-DIF-TRANSF < ZEROS
               DISPLAY "FALTA MAIOR QUE O ESTOQUE DO ITEM" AT 1110
               ACCEPT CONFIRMA AT 1144
               GO TO ROT-QTDE-RECEBIDA.
           DISPLAY LIMPA-MENSAGEM AT 1110.
           IF WS-DIF-TRANSF NOT = ZEROS
               DISPLAY "QUANTIDADE DIVERGE DA ENVIADA." AT 1110
           END-IF.
           DISPLAY "CONFIRMA ? S-SIM" AT 1141.
           ACCEPT CONFIRMA AT 1158.
           DISPLAY LIMPA-MENSAGEM AT 1110.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               GO TO TELA-1.
           MOVE FD-QTDE-ESTOQUE TO OLD-QTDE-ESTOQUE.
           MOVE FD-VALOR-TOT TO OLD-VALOR-TOT.
           MOVE TRF-DOCUMENTO TO WS-DOCUMENTO.
           MOVE ZEROS TO WS-CCUSTO.
           IF WS-DIF-TRANSF NOT = ZEROS
               ADD WS-DIF-TRANSF TO FD-QTDE-ESTOQUE
               COMPUTE FD-VALOR-TOT = FD-QTDE-ESTOQUE * FD-VALOR-UNIT
               REWRITE REG-ARQMAT INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO" FS AT 1110
                   CALL "LOGERRO" USING "EXER13" "RECEB.TRF ARQMAT" FS
                   STOP RUN
               END-REWRITE
           END-IF.
           IF WS-DIF-TRANSF < ZEROS
               COMPUTE QTDE-MOVIMENTO = ZEROS - WS-DIF-TRANSF
               PERFORM SOMA-LOTES THRU FIM-SOMA-LOTES
               IF WS-TEM-LOTES = "S"
                   PERFORM BAIXA-FEFO THRU FIM-BAIXA-FEFO
               END-IF
           END-IF.
           MOVE WS-DEP-TRANSITO TO WS-DEPOSITO.
           PERFORM LE-SALDEP.
           SUBTRACT TRF-QTDE-ENVIADA FROM SDP-QTDE.
           PERFORM GRAVA-SALDEP.
           MOVE TRF-QTDE-ENVIADA TO QTDE-MOVIMENTO.
           MOVE "S" TO TIPO-MOVIMENTO.
           PERFORM GRAVA-MOVEST.
           MOVE TRF-DEP-DESTINO TO WS-DEPOSITO.
           PERFORM LE-SALDEP.
           ADD WS-QTDE-RECEBIDA TO SDP-QTDE.
           PERFORM GRAVA-SALDEP.
           IF WS-QTDE-RECEBIDA > ZEROS
               MOVE WS-QTDE-RECEBIDA TO QTDE-MOVIMENTO
               MOVE "E" TO TIPO-MOVIMENTO
               PERFORM GRAVA-MOVEST.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-QTDE-RECEBIDA TO TRF-QTDE-RECEBIDA.
           MOVE WS-DATA-HOJE TO TRF-DATA-RECEB.
           MOVE WS-OPERADOR TO TRF-OPER-RECEB.
           MOVE "R" TO TRF-STATUS.
           REWRITE REG-TRFDEP INVALID KEY
               DISPLAY "ERRO DE GRAVACAO TRFDEP" FS-TRF AT 1110
               CALL "LOGERRO" USING "EXER13" "REGRAVA TRFDEP" FS-TRF
               STOP RUN.
           MOVE "RECEB.TRF" TO WS-LOG-OP.
           PERFORM GRAVA-LOG.
           PERFORM MOSTRA.
           DISPLAY "TRANSFERENCIA RECEBIDA" AT 1110.
           ACCEPT CONFIRMA AT 1133.
           DISPLAY LIMPA-MENSAGEM AT 1110.
           GO TO TELA-1.
       ROT-AVISA-MINIMO.
           IF FD-QTDE-ESTOQUE <= FD-QTDE-MINIMA
               DISPLAY MSG-ALERTA-MINIMO AT 1110
               CLOSE LOCALIZA.
           IF WS-REQ-DISPONIVEL = "S"
               CLOSE REQUIS.
           CLOSE TRFDEP.
           STOP RUN.
           END PROGRAM EXER13.
           
