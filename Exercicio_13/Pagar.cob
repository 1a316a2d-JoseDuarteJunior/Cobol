      *           PAGAMENTO DO FORNECEDOR) - BAIXA DE PARCELAS PAGAS
      *           E RELATORIO SEMANAL DO QUE VENCE NOS PROXIMOS 7
      *           DIAS, COM O NOME DO FORNECEDOR
      * Alteracoes:
      * 15/10/2026 - A BAIXA LANCA O PAGAMENTO A DEBITO NA CONTA
      *              BANCARIA PADRAO (ROTINA LANCBCO, RAZAO MOVBANCO)
      *              PARA A CONCILIACAO DO PROGRAMA BANCOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGAR.
           02 FORN-UF           PIC X(02).
           02 FORN-TELEFONE     PIC X(11).
           02 FORN-COND-PAGTO   PIC X(15).
           02 FORN-BANCO        PIC 9(03).
           02 FORN-AGENCIA      PIC 9(05).
           02 FORN-CONTA-CORR   PIC X(12).
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
           02 ANO               PIC 9(02) VALUE ZEROS.
           02 MES               PIC 9(02) VALUE ZEROS.
           02 DIA               PIC 9(02) VALUE ZEROS.
       01  WS-LANC-BANCO.
           02 LBC-CONTA         PIC 9(02) VALUE ZEROS.
           02 LBC-DATA          PIC 9(08) VALUE ZEROS.
           02 LBC-TIPO          PIC X(01) VALUE SPACES.
           02 LBC-VALOR         PIC 9(09)V99 VALUE ZEROS.
           02 LBC-DOCUMENTO     PIC X(12) VALUE SPACES.
           02 LBC-HISTORICO     PIC X(30) VALUE SPACES.
           02 LBC-ORIGEM        PIC X(08) VALUE SPACES.
       01  WS-DATA-HOJE.
           02 HOJE-ANO          PIC 9(04) VALUE ZEROS.
           02 HOJE-MES          PIC 9(02) VALUE ZEROS.
               REWRITE REG-PAGAR INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO" FS-PAG AT 1110
                   CALL "LOGERRO" USING "PAGAR" "BAIXA PAGAR" FS-PAG
                   STOP RUN
               END-REWRITE
               PERFORM LANCA-BANCO.
           GO TO PAGAMENTO.
      *    PAGAMENTO SAI DA CONTA BANCARIA PADRAO (CONTABCO)
       LANCA-BANCO.
           MOVE ZEROS TO LBC-CONTA.
           MOVE WS-DATA-HOJE TO LBC-DATA.
           MOVE "D" TO LBC-TIPO.
           MOVE PAG-VALOR TO LBC-VALOR.
           MOVE SPACES TO LBC-DOCUMENTO.
           MOVE PAG-PEDIDO TO LBC-DOCUMENTO (1:6).
           MOVE PAG-PARCELA TO LBC-DOCUMENTO (7:2).
           MOVE "PAGAMENTO A FORNECEDOR" TO LBC-HISTORICO.
           MOVE "PAGAR" TO LBC-ORIGEM.
           CALL "LANCBCO" USING WS-LANC-BANCO.
       SEMANAL.
           MOVE HOJE-DIA TO WS-DIA-LIM.
           MOVE HOJE-MES TO WS-MES-LIM.
