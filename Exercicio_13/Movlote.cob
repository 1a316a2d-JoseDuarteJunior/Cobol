      *              ARQUIVO AS LINHAS JA APLICADAS SAO PULADAS E
      *              IMPRESSAS COMO "JA APLICADO (CKP)" NA
      *              CONCILIACAO; O CHECKPOINT E LIMPO NO FIM NORMAL.
      * 15/10/2026 - LOTE EM QUARENTENA OU BLOQUEADO (LTE-SITUACAO) FICA
      *              FORA DO SALDO EM LOTES E DA BAIXA FEFO; SAIDA QUE
      *              INFORMA UM LOTE RETIDO E REJEITADA COM O MOTIVO 11.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVLOTE.
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
                   AND LOT-VALIDADE = ZEROS
               MOVE 08 TO WS-MOTIVO
               GO TO REJEITA-MOVIMENTO.
           IF LOT-TIPO = "S" AND LOT-LOTE NOT = SPACES
               MOVE LOT-CODIGO TO LTE-CODIGO
               MOVE LOT-LOTE TO LTE-LOTE
               READ LOTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LTE-SITUACAO = "Q" OR "B"
                           MOVE 11 TO WS-MOTIVO
                       END-IF
               END-READ
               IF WS-MOTIVO = 11
                   GO TO REJEITA-MOVIMENTO
               END-IF
           END-IF.
           IF LOT-TIPO = "S"
               PERFORM SOMA-LOTES THRU FIM-SOMA-LOTES
               IF WS-TEM-LOTES = "S" AND LOT-QTDE > WS-QTDE-LOTES
                   MOVE "REJ 09 SEM SALDO LOT" TO RESULTADO-DET
               WHEN 10
                   MOVE "REJ 10 CCUSTO INVAL." TO RESULTADO-DET
               WHEN 11
                   MOVE "REJ 11 LOTE RETIDO" TO RESULTADO-DET
           END-EVALUATE.
           PERFORM IMPRIME-LINHA.
       FIM-APLICA-MOVIMENTO.
               NOT INVALID KEY
                   MOVE "S" TO WS-LTE-EXISTE
           END-READ.
           IF WS-LTE-EXISTE = "N"
               MOVE "L" TO LTE-SITUACAO
               MOVE SPACES TO LTE-MOTIVO
               MOVE LOT-DATA TO LTE-DATA-SITUACAO LTE-DATA-ENTRADA
               MOVE WS-OPERADOR TO LTE-OPER-SITUACAO
               MOVE ZEROS TO LTE-FORNECEDOR
           END-IF.
           MOVE LOT-VALIDADE TO LTE-VALIDADE.
           ADD LOT-QTDE TO LTE-QTDE.
           PERFORM GRAVA-LOTE.
                       MOVE "S" TO WS-TEM-LOTES
                       IF LTE-QTDE > ZEROS
                               AND LTE-VALIDADE >= LOT-DATA
                               AND LTE-SITUACAO NOT = "Q" AND NOT = "B"
                           ADD LTE-QTDE TO WS-QTDE-LOTES
                       END-IF
                   END-IF
                       IF LTE-QTDE > ZEROS
                               AND LTE-VALIDADE >= LOT-DATA
                               AND LTE-VALIDADE < WS-FEFO-VALIDADE
                               AND LTE-SITUACAO NOT = "Q" AND NOT = "B"
                           MOVE LTE-LOTE TO WS-FEFO-LOTE
                           MOVE LTE-VALIDADE TO WS-FEFO-VALIDADE
                       END-IF
