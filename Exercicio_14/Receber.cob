      *           LIMITE DE CREDITO POR CLIENTE (ARQUIVO LIMCRED) E
      *           RELATORIO DE AGING DOS TITULOS ABERTOS POR CLIENTE
      *           (A VENCER, ATE 30, ATE 60 E ACIMA DE 60 DIAS)
      * Alteracoes:
      * 15/10/2026 - RECEBIMENTO PARCIAL: A BAIXA ACEITA VALOR MENOR QUE
      *              O SALDO, ACUMULA O PRINCIPAL PAGO NA PARCELA
      *              (REC-VALOR-PAGO) E SO MARCA "P" QUANDO QUITADA;
      *              ATRASO COBRA MULTA E JUROS DIARIOS CONFIGURAVEIS
      *              (ARQUIVO RECCFG, FUNCAO CF); CADA RECEBIMENTO VAI
      *              PARA O HISTORICO RECPAGTO E IMPRIME O RECIBO DO
      *              CAIXA; O AGING PASSA A USAR O SALDO ABERTO E
      *              MOSTRA O JA RECEBIDO DAS PARCELAS EM ABERTO.
      * 15/10/2026 - TOLERANCIA DE ATRASO DO CREDIARIO (DIAS) NO
      *              RECCFG, MANTIDA NA FUNCAO CF E USADA PELO VENDAS
      *              PARA BLOQUEAR CLIENTE COM PARCELA VENCIDA; FUNCAO
      *              BL IMPRIME O LOG DE BLOQUEIOS E LIBERACOES
      *              (ARQUIVO BLOQCRED) DE UM PERIODO.
      * 15/10/2026 - CADA RECEBIMENTO E LANCADO A CREDITO NA CONTA
      *              BANCARIA PADRAO (ROTINA LANCBCO, RAZAO MOVBANCO)
      *              PARA A CONCILIACAO DO PROGRAMA BANCOS.
      * 15/10/2026 - SEM O RECCFG A TOLERANCIA DE ATRASO PASSA A SER
      *              A DO ARQUIVO DE PARAMETROS DA EMPRESA (ROTINA
      *              LEPARAM, PROGRAMA EMPRESA) EM VEZ DE 30 DIAS FIXOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEBER.
           ACCESS MODE      DYNAMIC
           RECORD KEY       LIM-CLIENTE
           FILE STATUS      FS-LIM.
           SELECT RECPAGTO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       RPG-CHAVE
           FILE STATUS      FS-RPG.
           SELECT RECCFG ASSIGN TO "RECCFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-CFG.
           SELECT BLOQCRED ASSIGN TO "BLOQCRED"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-BLQ.
           SELECT SORAGE ASSIGN TO DISK
           SORT STATUS IS ST.
           SELECT RELATO ASSIGN TO PRINTER.
           02 REC-VALOR         PIC 9(08)V99.
           02 REC-STATUS        PIC X(01).
           02 REC-DATA-PAGTO    PIC 9(08).
           02 REC-VALOR-PAGO    PIC 9(08)V99.
           02 REC-QTD-PAGTOS    PIC 9(02).
       FD  RECPAGTO LABEL RECORD STANDARD
           VALUE OF FILE-ID "RECPAGTO".
       01  REG-RECPAGTO.
           02 RPG-CHAVE.
               03 RPG-VENDA     PIC 9(06).
               03 RPG-PARCELA   PIC 9(02).
               03 RPG-SEQ       PIC 9(02).
           02 RPG-CLIENTE       PIC 9(04).
           02 RPG-DATA          PIC 9(08).
           02 RPG-DIAS-ATRASO   PIC 9(04).
           02 RPG-PRINCIPAL     PIC 9(08)V99.
           02 RPG-MULTA         PIC 9(07)V99.
           02 RPG-JUROS         PIC 9(07)V99.
           02 RPG-TOTAL         PIC 9(08)V99.
           02 RPG-SALDO         PIC 9(08)V99.
           02 RPG-OPERADOR      PIC X(03).
       FD  RECCFG
           LABEL RECORD IS OMITTED.
       01  REG-RECCFG.
           02 CFG-MULTA         PIC 9(02)V99.
           02 FILLER            PIC X VALUE SPACE.
           02 CFG-JUROS-DIA     PIC 9(01)V9999.
           02 FILLER            PIC X VALUE SPACE.
           02 CFG-TOLERANCIA    PIC 9(03).
       FD  BLOQCRED
           LABEL RECORD IS OMITTED.
       01  REG-BLOQCRED.
           02 BLQ-DATA          PIC 9(08).
           02 FILLER            PIC X VALUE SPACE.
           02 BLQ-HORA          PIC 9(06).
           02 FILLER            PIC X VALUE SPACE.
           02 BLQ-OPERADOR      PIC X(03).
           02 FILLER            PIC X VALUE SPACE.
           02 BLQ-CLIENTE       PIC 9(04).
           02 FILLER            PIC X VALUE SPACE.
           02 BLQ-DIAS-ATRASO   PIC 9(04).
           02 FILLER            PIC X VALUE SPACE.
           02 BLQ-SALDO-ABERTO  PIC 9(09)V99.
           02 FILLER            PIC X VALUE SPACE.
           02 BLQ-VALOR-VENDA   PIC 9(09)V99.
           02 FILLER            PIC X VALUE SPACE.
           02 BLQ-RESULTADO     PIC X(06).
           02 FILLER            PIC X VALUE SPACE.
           02 BLQ-SUPERVISOR    PIC X(03).
       FD  CRIA03
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CRIA03".
           02 SOR-VENDA         PIC 9(06).
           02 SOR-PARCELA       PIC 9(02).
           02 SOR-VALOR         PIC 9(08)V99.
           02 SOR-RECEBIDO      PIC 9(08)V99.
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       77  FS-REC               PIC X(02) VALUE SPACES.
       77  FS-CLI               PIC X(02) VALUE SPACES.
       77  FS-LIM               PIC X(02) VALUE SPACES.
       77  FS-RPG               PIC X(02) VALUE SPACES.
       77  FS-CFG               PIC X(02) VALUE SPACES.
       77  FS-BLQ               PIC X(02) VALUE SPACES.
       77  WS-TOLERANCIA        PIC 9(03) VALUE 30.
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
       77  WS-BLQ-INICIO        PIC 9(08) VALUE ZEROS.
       77  WS-BLQ-FIM           PIC 9(08) VALUE ZEROS.
       77  WS-QTD-BLOQUEIOS     PIC 9(05) VALUE ZEROS.
       77  WS-QTD-LIBERACOES    PIC 9(05) VALUE ZEROS.
       77  WS-OPERADOR          PIC X(03) VALUE SPACES.
       77  WS-MULTA             PIC 9(02)V99 VALUE ZEROS.
       77  WS-JUROS-DIA         PIC 9(01)V9999 VALUE ZEROS.
       77  WS-SALDO-PARCELA     PIC 9(08)V99 VALUE ZEROS.
       77  WS-DIAS-ATRASO       PIC 9(04) VALUE ZEROS.
       77  WS-DIAS-HOJE         PIC 9(08) VALUE ZEROS.
       77  WS-MULTA-DEVIDA      PIC 9(07)V99 VALUE ZEROS.
       77  WS-JUROS-DEVIDO      PIC 9(07)V99 VALUE ZEROS.
       77  WS-TOTAL-DEVIDO      PIC 9(08)V99 VALUE ZEROS.
       77  WS-VALOR-RECEBIDO    PIC 9(08)V99 VALUE ZEROS.
       77  WS-PRINCIPAL-PAGO    PIC 9(08)V99 VALUE ZEROS.
       77  WS-MULTA-PAGA        PIC 9(07)V99 VALUE ZEROS.
       77  WS-JUROS-PAGO        PIC S9(07)V99 VALUE ZEROS.
       77  WS-EOF-RPG           PIC X(01) VALUE "N".
       77  WS-RECEBIDO-PARC     PIC 9(08)V99 VALUE ZEROS.
       77  WS-RECEBIDO-CLI      PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-RECEBIDO      PIC 9(11)V99 VALUE ZEROS.
       77  WS-DIA-CALC          PIC 9(02) VALUE ZEROS.
       77  WS-MES-CALC          PIC 9(02) VALUE ZEROS.
       77  WS-ANO-CALC          PIC 9(04) VALUE ZEROS.
       77  WS-DIAS-ABS-CALC     PIC 9(08) VALUE ZEROS.
       77  ANO-ANT-CALC         PIC 9(04) VALUE ZEROS.
       77  QTD-4-CALC           PIC 9(04) VALUE ZEROS.
       77  QTD-100-CALC         PIC 9(04) VALUE ZEROS.
       77  QTD-400-CALC         PIC 9(04) VALUE ZEROS.
       77  RESTO-CALC           PIC 9(04) VALUE ZEROS.
       77  REM-4-CALC           PIC 9(02) VALUE ZEROS.
       77  REM-100-CALC         PIC 9(02) VALUE ZEROS.
       77  REM-400-CALC         PIC 9(03) VALUE ZEROS.
       77  BISSEXTO-CALC        PIC X(01) VALUE SPACES.
       01  DIAS-ACUM-VALORES.
           02 FILLER PIC 9(03) VALUE 000.
           02 FILLER PIC 9(03) VALUE 031.
           02 FILLER PIC 9(03) VALUE 059.
           02 FILLER PIC 9(03) VALUE 090.
           02 FILLER PIC 9(03) VALUE 120.
           02 FILLER PIC 9(03) VALUE 151.
           02 FILLER PIC 9(03) VALUE 181.
           02 FILLER PIC 9(03) VALUE 212.
           02 FILLER PIC 9(03) VALUE 243.
           02 FILLER PIC 9(03) VALUE 273.
           02 FILLER PIC 9(03) VALUE 304.
           02 FILLER PIC 9(03) VALUE 334.
       01  TABELA-DIAS-ACUM REDEFINES DIAS-ACUM-VALORES.
           02 DIAS-ACUM-MES PIC 9(03) OCCURS 12 TIMES.
       01  WS-DATA-VENC.
           02 VENC-ANO          PIC 9(04) VALUE ZEROS.
           02 VENC-MES          PIC 9(02) VALUE ZEROS.
           02 VENC-DIA          PIC 9(02) VALUE ZEROS.
       77  ST                   PIC 9(02) VALUE ZEROS.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  FUNCAO               PIC X(02) VALUE SPACES.
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
           02 FILLER  PIC X(15) VALUE "ATE 30 DIAS".
           02 FILLER  PIC X(15) VALUE "ATE 60 DIAS".
           02 FILLER  PIC X(15) VALUE "MAIS DE 60".
           02 FILLER  PIC X(15) VALUE "TOTAL ABERTO".
           02 FILLER  PIC X(14) VALUE "JA RECEBIDO".
       01  DETALHE.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 CLIENTE-DET       PIC 9(04) VALUE ZEROS.
           02 MAIS60-DET        PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 TOTAL-DET         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 RECEBIDO-DET      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINHA-TOTAL.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(24)
           VALUE "TOTAL GERAL ABERTO....:".
           02 TOTAL-GERAL-MASK  PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(24)
           VALUE "   JA RECEBIDO........:".
           02 TOTAL-RECEB-MASK  PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  CAB01-BLQ.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(06)    VALUE "DATA:".
           02 DATA-CAB01-BLQ.
               03 DIA-CAB01-BLQ  PIC 99/ VALUE ZEROS.
               03 MES-CAB01-BLQ  PIC 99/ VALUE ZEROS.
               03 ANO-CAB01-BLQ  PIC 9(04) VALUE ZEROS.
           02 FILLER    PIC X(05)     VALUE SPACES.
           02 FILLER    PIC X(40)
           VALUE "BLOQUEIOS E LIBERACOES DE CREDIARIO".
           02 FILLER     PIC X(04)   VALUE "PAG.".
           02 PAG-CAB01-BLQ  PIC ZZ9 VALUE ZEROS.
       01  CAB02-BLQ.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(12) VALUE "DATA".
           02 FILLER  PIC X(08) VALUE "HORA".
           02 FILLER  PIC X(06) VALUE "OPER".
           02 FILLER  PIC X(09) VALUE "CLIENTE".
           02 FILLER  PIC X(25) VALUE "NOME".
           02 FILLER  PIC X(07) VALUE "ATRASO".
           02 FILLER  PIC X(15) VALUE "SALDO ABERTO".
           02 FILLER  PIC X(15) VALUE "VALOR VENDA".
           02 FILLER  PIC X(09) VALUE "RESULT.".
           02 FILLER  PIC X(04) VALUE "SUP.".
       01  DETALHE-BLQ.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 DATA-BLQ          PIC 9(08) VALUE ZEROS.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 HORA-BLQ          PIC 9(06) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 OPERADOR-BLQ      PIC X(03) VALUE SPACES.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 CLIENTE-BLQ       PIC 9(04) VALUE ZEROS.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 NOME-BLQ          PIC X(25) VALUE SPACES.
           02 ATRASO-BLQ        PIC ZZZ9  VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 SALDO-BLQ         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 VENDA-BLQ         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 RESULTADO-BLQ     PIC X(06) VALUE SPACES.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 SUPERVISOR-BLQ    PIC X(03) VALUE SPACES.
       01  LINHA-TOTAL-BLQ.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(18) VALUE "BLOQUEIOS........:".
           02 QTD-BLOQ-MASK     PIC ZZ.ZZ9 VALUE ZEROS.
           02 FILLER            PIC X(22)
           VALUE "     LIBERACOES.....:".
           02 QTD-LIBE-MASK     PIC ZZ.ZZ9 VALUE ZEROS.
       01  CAB-RECIBO.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(06)    VALUE "DATA:".
           02 DATA-RECIBO.
               03 DIA-RECIBO  PIC 99/ VALUE ZEROS.
               03 MES-RECIBO  PIC 99/ VALUE ZEROS.
               03 ANO-RECIBO  PIC 9(04) VALUE ZEROS.
           02 FILLER    PIC X(05)     VALUE SPACES.
           02 FILLER    PIC X(33)
           VALUE "RECIBO DE PAGAMENTO - CREDIARIO".
       01  LINHA-RECIBO-CLI.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(09) VALUE "CLIENTE:".
           02 CLIENTE-RCB       PIC 9(04) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 NOME-RCB          PIC X(30) VALUE SPACES.
       01  LINHA-RECIBO-PARC.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(07) VALUE "VENDA:".
           02 VENDA-RCB         PIC 9(06) VALUE ZEROS.
           02 FILLER            PIC X(11) VALUE "  PARCELA:".
           02 PARCELA-RCB       PIC 99    VALUE ZEROS.
           02 FILLER            PIC X(14) VALUE "  VENCIMENTO:".
           02 VENC-RCB          PIC 9(08) VALUE ZEROS.
           02 FILLER            PIC X(15) VALUE "  DIAS ATRASO:".
           02 ATRASO-RCB        PIC ZZZ9  VALUE ZEROS.
       01  LINHA-RECIBO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TEXTO-RCB         PIC X(29) VALUE SPACES.
           02 VALOR-RCB         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       SCREEN SECTION.
       01  TELA1.
            02 BLANK SCREEN.
            02 LINE 01 COLUMN 01 VALUE "DATA:".
            02 LINE 01 COLUMN 25 VALUE "CONTAS A RECEBER".
            02 LINE 03 COLUMN 01 VALUE "ESCOLHA A FUNCAO: ".
            02 LINE 03 COLUMN 22 VALUE "(PG-AG-LM-CF-BL-FF)".
            02 LINE 05 COLUMN 05 VALUE "PG - BAIXA DE PARCELA".
            02 LINE 06 COLUMN 05 VALUE "AG - RELATORIO DE AGING".
            02 LINE 07 COLUMN 05 VALUE "LM - LIMITE DE CREDITO".
            02 LINE 05 COLUMN 40 VALUE "CF - MULTA/JUROS/TOLERANCIA".
            02 LINE 06 COLUMN 40 VALUE "BL - BLOQUEIOS DE CREDIARIO".
            02 LINE 09 COLUMN 05 VALUE "VENDA...................>".
            02 LINE 10 COLUMN 05 VALUE "PARCELA.................>".
            02 LINE 12 COLUMN 01 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           CALL "LEPARAM" USING EMP-PARAMETROS.
           OPEN I-O RECEBER.
           IF FS-REC NOT = "00"
               IF FS-REC = "35"
                   CLOSE RECEBER
                   STOP RUN
           END-IF.
       ABRE-RECPAGTO.
           OPEN I-O RECPAGTO.
           IF FS-RPG NOT = "00"
               IF FS-RPG = "35"
                   CLOSE RECPAGTO OPEN OUTPUT RECPAGTO CLOSE RECPAGTO
                   GO TO ABRE-RECPAGTO
               ELSE
                   DISPLAY FS-RPG "STATUS DO ARQUIVO RECPAGTO"
                   CALL "LOGERRO" USING "RECEBER" "ABERTURA RECPAGTO"
                           FS-RPG
                   CLOSE RECEBER LIMCRED
                   STOP RUN
           END-IF.
           OPEN INPUT CRIA03.
           IF FS-CLI NOT = "00"
               DISPLAY "CADASTRO CRIA03 NAO ENCONTRADO"
               CALL "LOGERRO" USING "RECEBER" "ABERTURA CRIA03"
                       FS-CLI
               CLOSE RECEBER LIMCRED RECPAGTO
               STOP RUN.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR".
       TELA-1.
           DISPLAY TELA1.
           ACCEPT WS-DATA FROM DATE.
           MOVE MES TO MES-CAB01.
           MOVE HOJE-ANO TO ANO-CAB01.
           ACCEPT FUNCAO AT 0319.
           PERFORM LE-CONFIG THRU FIM-LE-CONFIG.
           EVALUATE FUNCAO
               WHEN "PG"
                  GO TO PAGAMENTO
                  GO TO AGING
               WHEN "LM"
                  GO TO LIMITE
               WHEN "CF"
                  GO TO CONFIGURACAO
               WHEN "BL"
                  GO TO BLOQUEIOS
               WHEN "FF"
                  GO TO FIM
               WHEN OTHER
           READ CRIA03 INVALID KEY
               MOVE "** SEM CADASTRO **" TO CLI-NOME.
           DISPLAY CLI-NOME AT 1210.
           PERFORM CALCULA-ENCARGOS THRU FIM-CALCULA-ENCARGOS.
           DISPLAY "VENCIMENTO:" AT 1410.
           DISPLAY REC-VENCIMENTO AT 1422.
           DISPLAY "DIAS DE ATRASO:" AT 1440.
           DISPLAY WS-DIAS-ATRASO AT 1456.
           DISPLAY "VALOR ORIGINAL:" AT 1510.
           DISPLAY REC-VALOR AT 1526.
           DISPLAY "JA PAGO:" AT 1540.
           DISPLAY REC-VALOR-PAGO AT 1556.
           DISPLAY "SALDO..........:" AT 1610.
           DISPLAY WS-SALDO-PARCELA AT 1626.
           DISPLAY "MULTA:" AT 1640.
           DISPLAY WS-MULTA-DEVIDA AT 1656.
           DISPLAY "JUROS..........:" AT 1710.
           DISPLAY WS-JUROS-DEVIDO AT 1726.
           DISPLAY "TOTAL DEVIDO:" AT 1740.
           DISPLAY WS-TOTAL-DEVIDO AT 1756.
       PEDE-VALOR-RECEBIDO.
           DISPLAY "VALOR RECEBIDO (0=TOTAL):" AT 1810.
           ACCEPT WS-VALOR-RECEBIDO AT 1836.
           IF WS-VALOR-RECEBIDO = ZEROS
               MOVE WS-TOTAL-DEVIDO TO WS-VALOR-RECEBIDO.
           IF WS-VALOR-RECEBIDO > WS-TOTAL-DEVIDO
               DISPLAY "VALOR MAIOR QUE O TOTAL DEVIDO" AT 1310
               ACCEPT CONFIRMA AT 1341
               DISPLAY LIMPA-MENSAGEM AT 1310
               GO TO PEDE-VALOR-RECEBIDO.
           PERFORM RATEIA-RECEBIMENTO THRU FIM-RATEIA-RECEBIMENTO.
           DISPLAY "CONFIRMA O RECEBIMENTO ? S-SIM" AT 1310.
           ACCEPT CONFIRMA AT 1341.
           PERFORM LIMPA-PAGAMENTO.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               GO TO PAGAMENTO.
           ADD WS-PRINCIPAL-PAGO TO REC-VALOR-PAGO.
           ADD 1 TO REC-QTD-PAGTOS.
           MOVE WS-DATA-HOJE TO REC-DATA-PAGTO.
           IF REC-VALOR-PAGO >= REC-VALOR
               MOVE "P" TO REC-STATUS.
           REWRITE REG-RECEBER INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS-REC AT 1210
               CALL "LOGERRO" USING "RECEBER" "BAIXA RECEBER"
                       FS-REC
               STOP RUN.
           PERFORM GRAVA-RECPAGTO.
           PERFORM IMPRIME-RECIBO.
           PERFORM LANCA-BANCO.
           IF REC-STATUS = "P"
               DISPLAY "PARCELA QUITADA - RECIBO IMPRESSO" AT 1210
           ELSE
               DISPLAY "RECEBIDO PARCIAL - SALDO:" AT 1210
               DISPLAY RPG-SALDO AT 1236.
           ACCEPT CONFIRMA AT 1250.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           GO TO PAGAMENTO.
      *    RECEBIMENTO ENTRA NA CONTA BANCARIA PADRAO (CONTABCO)
       LANCA-BANCO.
           MOVE ZEROS TO LBC-CONTA.
           MOVE WS-DATA-HOJE TO LBC-DATA.
           MOVE "C" TO LBC-TIPO.
           MOVE WS-VALOR-RECEBIDO TO LBC-VALOR.
           MOVE SPACES TO LBC-DOCUMENTO.
           MOVE REC-VENDA TO LBC-DOCUMENTO (1:6).
           MOVE REC-PARCELA TO LBC-DOCUMENTO (7:2).
           MOVE "RECEBIMENTO CREDIARIO" TO LBC-HISTORICO.
           MOVE "RECEBER" TO LBC-ORIGEM.
           CALL "LANCBCO" USING WS-LANC-BANCO.
       CALCULA-ENCARGOS.
           COMPUTE WS-SALDO-PARCELA = REC-VALOR - REC-VALOR-PAGO.
           MOVE ZEROS TO WS-DIAS-ATRASO WS-MULTA-DEVIDA.
           MOVE ZEROS TO WS-JUROS-DEVIDO.
           IF REC-VENCIMENTO >= WS-DATA-HOJE
               GO TO FIM-CALCULA-ENCARGOS.
           MOVE HOJE-DIA TO WS-DIA-CALC.
           MOVE HOJE-MES TO WS-MES-CALC.
           MOVE HOJE-ANO TO WS-ANO-CALC.
           PERFORM CONVERTE-PARA-DIAS.
           MOVE WS-DIAS-ABS-CALC TO WS-DIAS-HOJE.
           MOVE REC-VENCIMENTO TO WS-DATA-VENC.
           MOVE VENC-DIA TO WS-DIA-CALC.
           MOVE VENC-MES TO WS-MES-CALC.
           MOVE VENC-ANO TO WS-ANO-CALC.
           PERFORM CONVERTE-PARA-DIAS.
           COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-DIAS-ABS-CALC.
           COMPUTE WS-MULTA-DEVIDA ROUNDED =
               WS-SALDO-PARCELA * WS-MULTA / 100.
           COMPUTE WS-JUROS-DEVIDO ROUNDED =
               WS-SALDO-PARCELA * WS-JUROS-DIA * WS-DIAS-ATRASO / 100.
       FIM-CALCULA-ENCARGOS.
           COMPUTE WS-TOTAL-DEVIDO = WS-SALDO-PARCELA
               + WS-MULTA-DEVIDA + WS-JUROS-DEVIDO.
       RATEIA-RECEBIMENTO.
           IF WS-VALOR-RECEBIDO = WS-TOTAL-DEVIDO
               MOVE WS-SALDO-PARCELA TO WS-PRINCIPAL-PAGO
               MOVE WS-MULTA-DEVIDA TO WS-MULTA-PAGA
               MOVE WS-JUROS-DEVIDO TO WS-JUROS-PAGO
               GO TO FIM-RATEIA-RECEBIMENTO.
           COMPUTE WS-PRINCIPAL-PAGO ROUNDED =
               WS-VALOR-RECEBIDO * WS-SALDO-PARCELA / WS-TOTAL-DEVIDO.
           COMPUTE WS-MULTA-PAGA ROUNDED =
               WS-PRINCIPAL-PAGO * WS-MULTA / 100.
           IF WS-MULTA-DEVIDA = ZEROS
               MOVE ZEROS TO WS-MULTA-PAGA.
           COMPUTE WS-JUROS-PAGO = WS-VALOR-RECEBIDO
               - WS-PRINCIPAL-PAGO - WS-MULTA-PAGA.
           IF WS-JUROS-PAGO < ZEROS
               ADD WS-JUROS-PAGO TO WS-MULTA-PAGA
               MOVE ZEROS TO WS-JUROS-PAGO.
       FIM-RATEIA-RECEBIMENTO.
           EXIT.
       LIMPA-PAGAMENTO.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           DISPLAY LIMPA-MENSAGEM AT 1310.
           DISPLAY LIMPA-MENSAGEM AT 1410.
           DISPLAY "                    " AT 1460.
           DISPLAY LIMPA-MENSAGEM AT 1510.
           DISPLAY "                    " AT 1560.
           DISPLAY LIMPA-MENSAGEM AT 1610.
           DISPLAY "                    " AT 1660.
           DISPLAY LIMPA-MENSAGEM AT 1710.
           DISPLAY "                    " AT 1760.
           DISPLAY LIMPA-MENSAGEM AT 1810.
       GRAVA-RECPAGTO.
           MOVE REC-VENDA TO RPG-VENDA.
           MOVE REC-PARCELA TO RPG-PARCELA.
           MOVE REC-QTD-PAGTOS TO RPG-SEQ.
           MOVE REC-CLIENTE TO RPG-CLIENTE.
           MOVE WS-DATA-HOJE TO RPG-DATA.
           MOVE WS-DIAS-ATRASO TO RPG-DIAS-ATRASO.
           MOVE WS-PRINCIPAL-PAGO TO RPG-PRINCIPAL.
           MOVE WS-MULTA-PAGA TO RPG-MULTA.
           MOVE WS-JUROS-PAGO TO RPG-JUROS.
           MOVE WS-VALOR-RECEBIDO TO RPG-TOTAL.
           COMPUTE RPG-SALDO = REC-VALOR - REC-VALOR-PAGO.
           MOVE WS-OPERADOR TO RPG-OPERADOR.
           WRITE REG-RECPAGTO INVALID KEY
               DISPLAY "ERRO DE GRAVACAO RECPAGTO" FS-RPG AT 1210
               CALL "LOGERRO" USING "RECEBER" "GRAVACAO RECPAGTO"
                       FS-RPG
               STOP RUN.
       IMPRIME-RECIBO.
           OPEN OUTPUT RELATO.
           MOVE HOJE-DIA TO DIA-RECIBO.
           MOVE HOJE-MES TO MES-RECIBO.
           MOVE HOJE-ANO TO ANO-RECIBO.
           WRITE REG-RELATO FROM CAB-RECIBO BEFORE ADVANCING 3 LINES.
           MOVE REC-CLIENTE TO CLIENTE-RCB.
           MOVE CLI-NOME TO NOME-RCB.
           WRITE REG-RELATO FROM LINHA-RECIBO-CLI
               BEFORE ADVANCING 1 LINES.
           MOVE REC-VENDA TO VENDA-RCB.
           MOVE REC-PARCELA TO PARCELA-RCB.
           MOVE REC-VENCIMENTO TO VENC-RCB.
           MOVE WS-DIAS-ATRASO TO ATRASO-RCB.
           WRITE REG-RELATO FROM LINHA-RECIBO-PARC
               BEFORE ADVANCING 2 LINES.
           MOVE "PRINCIPAL AMORTIZADO.......:" TO TEXTO-RCB.
           MOVE RPG-PRINCIPAL TO VALOR-RCB.
           WRITE REG-RELATO FROM LINHA-RECIBO BEFORE ADVANCING 1 LINES.
           MOVE "MULTA POR ATRASO...........:" TO TEXTO-RCB.
           MOVE RPG-MULTA TO VALOR-RCB.
           WRITE REG-RELATO FROM LINHA-RECIBO BEFORE ADVANCING 1 LINES.
           MOVE "JUROS DE MORA..............:" TO TEXTO-RCB.
           MOVE RPG-JUROS TO VALOR-RCB.
           WRITE REG-RELATO FROM LINHA-RECIBO BEFORE ADVANCING 1 LINES.
           MOVE "TOTAL RECEBIDO.............:" TO TEXTO-RCB.
           MOVE RPG-TOTAL TO VALOR-RCB.
           WRITE REG-RELATO FROM LINHA-RECIBO BEFORE ADVANCING 1 LINES.
           MOVE "SALDO DA PARCELA...........:" TO TEXTO-RCB.
           MOVE RPG-SALDO TO VALOR-RCB.
           WRITE REG-RELATO FROM LINHA-RECIBO BEFORE ADVANCING 1 LINES.
           CLOSE RELATO.
       LE-CONFIG.
           MOVE ZEROS TO WS-MULTA WS-JUROS-DIA.
           MOVE 30 TO WS-TOLERANCIA.
           IF EMP-ACHOU = "S" AND EMP-TOLERANCIA > ZEROS
               MOVE EMP-TOLERANCIA TO WS-TOLERANCIA.
           OPEN INPUT RECCFG.
           IF FS-CFG NOT = "00"
               CLOSE RECCFG
               GO TO FIM-LE-CONFIG.
           READ RECCFG AT END
               CLOSE RECCFG
               GO TO FIM-LE-CONFIG.
           MOVE CFG-MULTA TO WS-MULTA.
           MOVE CFG-JUROS-DIA TO WS-JUROS-DIA.
           IF CFG-TOLERANCIA NUMERIC
               MOVE CFG-TOLERANCIA TO WS-TOLERANCIA.
           CLOSE RECCFG.
       FIM-LE-CONFIG.
           EXIT.
       CONFIGURACAO.
           DISPLAY "MULTA ATUAL (%)......:" AT 1210.
           DISPLAY WS-MULTA AT 1233.
           DISPLAY "JUROS AO DIA (%).....:" AT 1310.
           DISPLAY WS-JUROS-DIA AT 1333.
           DISPLAY "TOLERANCIA ATUAL.....:" AT 1245.
           DISPLAY WS-TOLERANCIA AT 1268.
       PEDE-MULTA.
           DISPLAY "NOVA MULTA (99,99)...:" AT 1410.
           ACCEPT CFG-MULTA AT 1433.
       PEDE-JUROS.
           DISPLAY "NOVO JUROS (9,9999)..:" AT 1510.
           ACCEPT CFG-JUROS-DIA AT 1533.
       PEDE-TOLERANCIA.
           DISPLAY "DIAS DE TOLERANCIA...:" AT 1610.
           ACCEPT CFG-TOLERANCIA AT 1633.
           OPEN OUTPUT RECCFG.
           WRITE REG-RECCFG.
           CLOSE RECCFG.
           MOVE CFG-MULTA TO WS-MULTA.
           MOVE CFG-JUROS-DIA TO WS-JUROS-DIA.
           MOVE CFG-TOLERANCIA TO WS-TOLERANCIA.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           DISPLAY "                      " AT 1260.
           DISPLAY LIMPA-MENSAGEM AT 1310.
           DISPLAY LIMPA-MENSAGEM AT 1410.
           DISPLAY LIMPA-MENSAGEM AT 1510.
           DISPLAY LIMPA-MENSAGEM AT 1610.
           DISPLAY "PARAMETROS GRAVADOS" AT 1210.
           ACCEPT CONFIRMA AT 1231.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           GO TO TELA-1.
       BLOQUEIOS.
           DISPLAY "PERIODO - DATA INICIAL (AAAAMMDD):" AT 1210.
           ACCEPT WS-BLQ-INICIO AT 1245.
           DISPLAY "          DATA FINAL   (AAAAMMDD):" AT 1310.
           ACCEPT WS-BLQ-FIM AT 1345.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           DISPLAY LIMPA-MENSAGEM AT 1310.
           IF WS-BLQ-FIM = ZEROS
               MOVE WS-DATA-HOJE TO WS-BLQ-FIM.
           OPEN INPUT BLOQCRED.
           IF FS-BLQ NOT = "00"
               CLOSE BLOQCRED
               DISPLAY "NENHUM BLOQUEIO REGISTRADO" AT 1210
               ACCEPT CONFIRMA AT 1237
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO TELA-1.
           MOVE ZEROS TO CT-PAG WS-QTD-BLOQUEIOS WS-QTD-LIBERACOES.
           MOVE DIA-CAB01 TO DIA-CAB01-BLQ.
           MOVE MES-CAB01 TO MES-CAB01-BLQ.
           MOVE ANO-CAB01 TO ANO-CAB01-BLQ.
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO-BLQ.
       LER-BLOQUEIOS.
           READ BLOQCRED AT END
               GO TO FIM-BLOQUEIOS.
           IF BLQ-DATA < WS-BLQ-INICIO OR BLQ-DATA > WS-BLQ-FIM
               GO TO LER-BLOQUEIOS.
           MOVE BLQ-DATA TO DATA-BLQ.
           MOVE BLQ-HORA TO HORA-BLQ.
           MOVE BLQ-OPERADOR TO OPERADOR-BLQ.
           MOVE BLQ-CLIENTE TO CLIENTE-BLQ.
           MOVE BLQ-CLIENTE TO CLI-CODIGO.
           READ CRIA03 INVALID KEY
               MOVE "** SEM CADASTRO **" TO CLI-NOME.
           MOVE CLI-NOME TO NOME-BLQ.
           MOVE BLQ-DIAS-ATRASO TO ATRASO-BLQ.
           MOVE BLQ-SALDO-ABERTO TO SALDO-BLQ.
           MOVE BLQ-VALOR-VENDA TO VENDA-BLQ.
           MOVE BLQ-RESULTADO TO RESULTADO-BLQ.
           MOVE BLQ-SUPERVISOR TO SUPERVISOR-BLQ.
           IF BLQ-RESULTADO = "LIBERA"
               ADD 1 TO WS-QTD-LIBERACOES
           ELSE
               ADD 1 TO WS-QTD-BLOQUEIOS.
           WRITE REG-RELATO FROM DETALHE-BLQ BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO-BLQ.
           GO TO LER-BLOQUEIOS.
       FIM-BLOQUEIOS.
           MOVE WS-QTD-BLOQUEIOS TO QTD-BLOQ-MASK.
           MOVE WS-QTD-LIBERACOES TO QTD-LIBE-MASK.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           WRITE REG-RELATO FROM LINHA-TOTAL-BLQ
               BEFORE ADVANCING 1 LINES.
           CLOSE RELATO BLOQCRED.
           DISPLAY "RELATORIO DE BLOQUEIOS IMPRESSO" AT 1210.
           ACCEPT CONFIRMA AT 1242.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           GO TO TELA-1.
       CABECALHO-BLQ.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01-BLQ.
           WRITE REG-RELATO FROM CAB01-BLQ BEFORE ADVANCING 3 LINES.
           WRITE REG-RELATO FROM CAB02-BLQ BEFORE ADVANCING 2 LINES.
       LIMITE.
           DISPLAY "CLIENTE:" AT 1210.
           ACCEPT LIM-CLIENTE AT 1219.
               + (WS-MES-CORTE * 100) + HOJE-DIA.
       FIM-CALCULA-CORTE.
           EXIT.
       CONVERTE-PARA-DIAS.
           COMPUTE ANO-ANT-CALC = WS-ANO-CALC - 1.
           DIVIDE ANO-ANT-CALC BY 4   GIVING QTD-4-CALC
                   REMAINDER RESTO-CALC.
           DIVIDE ANO-ANT-CALC BY 100 GIVING QTD-100-CALC
                   REMAINDER RESTO-CALC.
           DIVIDE ANO-ANT-CALC BY 400 GIVING QTD-400-CALC
                   REMAINDER RESTO-CALC.
           DIVIDE WS-ANO-CALC BY 4   GIVING RESTO-CALC
                   REMAINDER REM-4-CALC.
           DIVIDE WS-ANO-CALC BY 100 GIVING RESTO-CALC
                   REMAINDER REM-100-CALC.
           DIVIDE WS-ANO-CALC BY 400 GIVING RESTO-CALC
                   REMAINDER REM-400-CALC.
           IF (REM-4-CALC = 0 AND REM-100-CALC NOT = 0)
                   OR REM-400-CALC = 0
               MOVE 'S' TO BISSEXTO-CALC
           ELSE
               MOVE 'N' TO BISSEXTO-CALC
           END-IF.
           COMPUTE WS-DIAS-ABS-CALC = (WS-ANO-CALC - 1) * 365
                   + QTD-4-CALC - QTD-100-CALC + QTD-400-CALC
                   + DIAS-ACUM-MES (WS-MES-CALC) + WS-DIA-CALC.
           IF WS-MES-CALC > 2 AND BISSEXTO-CALC = 'S'
               ADD 1 TO WS-DIAS-ABS-CALC
           END-IF.
       FIM.
           DISPLAY "FIM DO PROCESSAMENTO " AT 1210.
           CLOSE RECEBER LIMCRED CRIA03 RECPAGTO.
           STOP RUN.
       ENTRADA-AGING SECTION.
       INI-ENTRADA-AGING.
           MOVE REC-VENCIMENTO TO SOR-VENCIMENTO.
           MOVE REC-VENDA TO SOR-VENDA.
           MOVE REC-PARCELA TO SOR-PARCELA.
           COMPUTE SOR-VALOR = REC-VALOR - REC-VALOR-PAGO.
           PERFORM SOMA-RECEBIDO-PARCELA THRU FIM-SOMA-RECEBIDO.
           MOVE WS-RECEBIDO-PARC TO SOR-RECEBIDO.
           RELEASE REG-SORAGE.
           GO TO LER-ENTRADA-AGING.
       SOMA-RECEBIDO-PARCELA.
           MOVE ZEROS TO WS-RECEBIDO-PARC.
           IF REC-QTD-PAGTOS = ZEROS
               GO TO FIM-SOMA-RECEBIDO.
           MOVE "N" TO WS-EOF-RPG.
           MOVE REC-VENDA TO RPG-VENDA.
           MOVE REC-PARCELA TO RPG-PARCELA.
           MOVE ZEROS TO RPG-SEQ.
           START RECPAGTO KEY NOT LESS THAN RPG-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF-RPG.
       LER-SOMA-RECEBIDO.
           IF WS-EOF-RPG = "S"
               GO TO FIM-SOMA-RECEBIDO.
           READ RECPAGTO NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-RPG
               NOT AT END
                   IF RPG-VENDA NOT = REC-VENDA
                           OR RPG-PARCELA NOT = REC-PARCELA
                       MOVE "S" TO WS-EOF-RPG
                   ELSE
                       ADD RPG-TOTAL TO WS-RECEBIDO-PARC
                   END-IF
           END-READ.
           GO TO LER-SOMA-RECEBIDO.
       FIM-SOMA-RECEBIDO.
           EXIT.
       FIM-ENTRADA-AGING.
           EXIT.
       SAIDA-AGING SECTION.
       INI-SAIDA-AGING.
           MOVE ZEROS TO CT-PAG WS-TOT-GERAL WS-CLIENTE-ANT.
           MOVE ZEROS TO WS-AVENCER WS-ATE30 WS-ATE60 WS-MAIS60.
           MOVE ZEROS TO WS-TOT-CLIENTE WS-RECEBIDO-CLI.
           MOVE ZEROS TO WS-TOT-RECEBIDO.
           MOVE "N" TO WS-TEM-CLIENTE.
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO.
                   ELSE
                       ADD SOR-VALOR TO WS-MAIS60.
           ADD SOR-VALOR TO WS-TOT-CLIENTE.
           ADD SOR-RECEBIDO TO WS-RECEBIDO-CLI.
           GO TO LER-SAIDA-AGING.
       QUEBRA-CLIENTE.
           IF WS-TEM-CLIENTE = "N"
           MOVE WS-ATE60 TO ATE60-DET.
           MOVE WS-MAIS60 TO MAIS60-DET.
           MOVE WS-TOT-CLIENTE TO TOTAL-DET.
           MOVE WS-RECEBIDO-CLI TO RECEBIDO-DET.
           WRITE REG-RELATO FROM DETALHE BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
           ADD WS-TOT-CLIENTE TO WS-TOT-GERAL.
           ADD WS-RECEBIDO-CLI TO WS-TOT-RECEBIDO.
           MOVE ZEROS TO WS-AVENCER WS-ATE30 WS-ATE60 WS-MAIS60.
           MOVE ZEROS TO WS-TOT-CLIENTE WS-RECEBIDO-CLI.
       FIM-QUEBRA-CLIENTE.
           EXIT.
       CABECALHO.
           WRITE REG-RELATO FROM CAB02 BEFORE ADVANCING 2 LINES.
       FIM-SAIDA-AGING.
           MOVE WS-TOT-GERAL TO TOTAL-GERAL-MASK.
           MOVE WS-TOT-RECEBIDO TO TOTAL-RECEB-MASK.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           WRITE REG-RELATO FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES.
