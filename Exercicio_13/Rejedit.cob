      *           ABANDONADO (A) PARA NADA SER APLICADO DUAS VEZES
      * Obs: O ARQUIVO TRATADO E REGRAVADO EM "MOVLOTE.REJ.NOV" - AO
      *      TERMINAR, SUBSTITUA O MOVLOTE.REJ ANTIGO PELO NOVO.
      * Alteracoes:
      * 15/10/2026 - LOTE EM QUARENTENA OU BLOQUEADO (LTE-SITUACAO) FICA
      *              FORA DO SALDO EM LOTES E DA BAIXA FEFO; SAIDA QUE
      *              INFORMA UM LOTE RETIDO VOLTA COM O MOTIVO 11.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJEDIT.
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
                   AND REJ-VALIDADE = ZEROS
               MOVE 08 TO WS-MOTIVO
               GO TO FIM-REAPLICA.
           IF REJ-TIPO = "S" AND REJ-LOTE NOT = SPACES
               MOVE REJ-CODIGO TO LTE-CODIGO
               MOVE REJ-LOTE TO LTE-LOTE
               READ LOTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LTE-SITUACAO = "Q" OR "B"
                           MOVE 11 TO WS-MOTIVO
                       END-IF
               END-READ
               IF WS-MOTIVO = 11
                   GO TO FIM-REAPLICA
               END-IF
           END-IF.
           IF REJ-TIPO = "S"
               PERFORM SOMA-LOTES THRU FIM-SOMA-LOTES
               IF WS-TEM-LOTES = "S" AND REJ-QTDE > WS-QTDE-LOTES
               NOT INVALID KEY
                   MOVE "S" TO WS-LTE-EXISTE
           END-READ.
           IF WS-LTE-EXISTE = "N"
               MOVE "L" TO LTE-SITUACAO
               MOVE SPACES TO LTE-MOTIVO
               MOVE REJ-DATA TO LTE-DATA-SITUACAO LTE-DATA-ENTRADA
               MOVE WS-OPERADOR TO LTE-OPER-SITUACAO
               MOVE ZEROS TO LTE-FORNECEDOR
           END-IF.
           MOVE REJ-VALIDADE TO LTE-VALIDADE.
           ADD REJ-QTDE TO LTE-QTDE.
           PERFORM GRAVA-LOTE.
                       MOVE "S" TO WS-TEM-LOTES
                       IF LTE-QTDE > ZEROS
                               AND LTE-VALIDADE >= REJ-DATA
                               AND LTE-SITUACAO NOT = "Q" AND NOT = "B"
                           ADD LTE-QTDE TO WS-QTDE-LOTES
                       END-IF
                   END-IF
                       IF LTE-QTDE > ZEROS
                               AND LTE-VALIDADE >= REJ-DATA
                               AND LTE-VALIDADE < WS-FEFO-VALIDADE
                               AND LTE-SITUACAO NOT = "Q" AND NOT = "B"
                           MOVE LTE-LOTE TO WS-FEFO-LOTE
                           MOVE LTE-VALIDADE TO WS-FEFO-VALIDADE
                       END-IF
