      *           PROCESSA O ARQUIVO RETORNO DO BANCO, BAIXANDO AS
      *           CBR-CHAVE CORRESPONDENTES E IMPRIMINDO A CONCILIACAO
      *           DE PAGOS, REJEITADOS E SEM CORRESPONDENCIA
      * Alteracoes:
      * 15/10/2026 - MENSALIDADE BAIXADA NO RETORNO E LANCADA A CREDITO
      *              NA CONTA BANCARIA PADRAO (ROTINA LANCBCO, RAZAO
      *              MOVBANCO) NA DATA DO PAGAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCOCOB.
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
               CALL "LOGERRO" USING "BANCOCOB" "BAIXA COBRANCA"
                       FS-CBR
               STOP RUN.
           PERFORM LANCA-BANCO.
           ADD 1 TO WS-PAGOS.
           MOVE "BAIXADO" TO RESULTADO-DET.
           PERFORM IMPRIME-LINHA.
           GO TO LER-RETORNO.
      *    CREDITO DA COBRANCA NA CONTA BANCARIA PADRAO (CONTABCO)
       LANCA-BANCO.
           MOVE ZEROS TO LBC-CONTA.
           MOVE RET-DATA TO LBC-DATA.
           IF RET-DATA = ZEROS
               MOVE WS-DATA-HOJE TO LBC-DATA.
           MOVE "C" TO LBC-TIPO.
           MOVE RET-VALOR TO LBC-VALOR.
           MOVE SPACES TO LBC-DOCUMENTO.
           MOVE RET-MATRICULA TO LBC-DOCUMENTO (1:6).
           MOVE RET-COMPETENCIA TO LBC-DOCUMENTO (7:6).
           MOVE "COBRANCA MENSALIDADE" TO LBC-HISTORICO.
           MOVE "BANCOCOB" TO LBC-ORIGEM.
           CALL "LANCBCO" USING WS-LANC-BANCO.
       IMPRIME-LINHA.
           WRITE REG-RELATO FROM DETALHE BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
