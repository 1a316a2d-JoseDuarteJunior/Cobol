      *           DIA UTIL (SABADO, DOMINGO E FERIADOS NACIONAIS COMO
      *           NA ROTINA DIASUTIL), COM SALDO CORRENTE A PARTIR DA
      *           POSICAO INICIAL INFORMADA; VENCIDOS CAEM NA SEMANA 1
      * Alteracoes:
      * 15/10/2026 - PARCELA DO RECEBER ENTRA PELO SALDO ABERTO (VALOR
      *              MENOS O JA PAGO), POR CAUSA DO RECEBIMENTO PARCIAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLUXOCX.
           02 REC-VALOR         PIC 9(08)V99.
           02 REC-STATUS        PIC X(01).
           02 REC-DATA-PAGTO    PIC 9(08).
           02 REC-VALOR-PAGO    PIC 9(08)V99.
           02 REC-QTD-PAGTOS    PIC 9(02).
       FD  COBRANCA LABEL RECORD STANDARD
           VALUE OF FILE-ID "COBRANCA".
       01  REG-COBRANCA.
           IF REC-STATUS NOT = "A"
               GO TO LER-PROJETA-RECEBER.
           MOVE REC-VENCIMENTO TO WS-VENCIMENTO.
           COMPUTE WS-VALOR-ITEM = REC-VALOR - REC-VALOR-PAGO.
           PERFORM CLASSIFICA-VENCIMENTO THRU FIM-CLASSIFICA.
           IF WS-SEMANA > ZEROS
               ADD WS-VALOR-ITEM TO SEM-ENTRADAS (WS-SEMANA).
