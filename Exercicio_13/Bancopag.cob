      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - CONTROLE DE ESTOQUE
      * Tectonics: cobc
      * Objetivo: LOTE DE PAGAMENTO A FORNECEDORES COM INTERCAMBIO
      *           BANCARIO DO CONTAS A PAGAR.
      *           PR - PROPOSTA: PARCELAS ABERTAS DO PAGAR VENCENDO
      *                ATE A DATA INFORMADA (FILTRO OPCIONAL DE
      *                FORNECEDOR), GRAVADAS NO PAGPROP E IMPRESSAS
      *                PARA APROVACAO.
      *           AP - APROVACAO DO GERENTE FINANCEIRO (NIVEL 3) E
      *                GERACAO DO ARQUIVO REMPAG (LAYOUT FIXO: HEADER
      *                0, DETALHE 1 COM PEDIDO, PARCELA, CNPJ, NOME,
      *                BANCO, AGENCIA, CONTA, VALOR E VENCIMENTO,
      *                TRAILER 9 COM TOTAIS).
      *           RT - RETORNO DO BANCO (RETPAG): OCORRENCIA 02 BAIXA
      *                A PARCELA COM A DATA EFETIVA DO PAGAMENTO,
      *                IMPRIMINDO A CONCILIACAO DE PAGOS, REJEITADOS
      *                E SEM CORRESPONDENCIA.
      * Obs: SITUACAO NO PAGPROP: P-PROPOSTA  R-EM REMESSA  L-LIQUIDADA
      *      J-REJEITADA PELO BANCO. FORNECEDOR SEM BANCO NO CADASTRO
      *      FICA FORA DA PROPOSTA (VER FORNMAN, CAMPO 9).
      * Alteracoes:
      * 15/10/2026 - PARCELA BAIXADA NO RETORNO E LANCADA A DEBITO NA
      *              CONTA BANCARIA PADRAO (ROTINA LANCBCO, RAZAO
      *              MOVBANCO) NA DATA EFETIVA DO PAGAMENTO.
      * 15/10/2026 - DATA LIMITE DA PROPOSTA IMPRESSA APOS O "ATE" DO
      *              TITULO, SEM SOBREPOR O TEXTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCOPAG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGAR ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       PAG-CHAVE
           FILE STATUS      FS-PAG.
           SELECT FORNECEDOR ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       FORN-CODIGO
           FILE STATUS      FS-FORN.
           SELECT PAGPROP ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       PPR-CHAVE
           FILE STATUS      FS-PPR.
           SELECT REMPAG ASSIGN TO "REMPAG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-REM.
           SELECT RETPAG ASSIGN TO "RETPAG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-RET.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD  PAGAR LABEL RECORD STANDARD
           VALUE OF FILE-ID "PAGAR".
       01  REG-PAGAR.
           02 PAG-CHAVE.
               03 PAG-PEDIDO    PIC 9(06).
               03 PAG-PARCELA   PIC 9(02).
           02 PAG-FORNECEDOR    PIC 9(03).
           02 PAG-VENCIMENTO    PIC 9(08).
           02 PAG-VALOR         PIC 9(08)V99.
           02 PAG-STATUS        PIC X(01).
           02 PAG-DATA-PAGTO    PIC 9(08).
       FD  FORNECEDOR LABEL RECORD STANDARD
           VALUE OF FILE-ID "FORNECEDOR".
       01  REG-FORNECEDOR.
           02 FORN-CODIGO       PIC 9(03).
           02 FORN-NOME         PIC X(20).
           02 FORN-CONTATO      PIC X(15).
           02 FORN-CNPJ         PIC 9(14).
           02 FORN-ENDERECO     PIC X(30).
           02 FORN-CIDADE       PIC X(20).
           02 FORN-UF           PIC X(02).
           02 FORN-TELEFONE     PIC X(11).
           02 FORN-COND-PAGTO   PIC X(15).
           02 FORN-BANCO        PIC 9(03).
           02 FORN-AGENCIA      PIC 9(05).
           02 FORN-CONTA-CORR   PIC X(12).
       FD  PAGPROP LABEL RECORD STANDARD
           VALUE OF FILE-ID "PAGPROP".
       01  REG-PAGPROP.
           02 PPR-CHAVE.
               03 PPR-PEDIDO    PIC 9(06).
               03 PPR-PARCELA   PIC 9(02).
           02 PPR-FORNECEDOR    PIC 9(03).
           02 PPR-VENCIMENTO    PIC 9(08).
           02 PPR-VALOR         PIC 9(08)V99.
           02 PPR-SITUACAO      PIC X(01).
           02 PPR-DATA-PROPOSTA PIC 9(08).
           02 PPR-DATA-REMESSA  PIC 9(08).
           02 PPR-OPERADOR      PIC X(03).
       FD  REMPAG
           LABEL RECORD IS OMITTED.
       01  REG-REMPAG               PIC X(100).
       01  REM-HEADER REDEFINES REG-REMPAG.
           02 RMH-TIPO              PIC X(01).
           02 RMH-DATA              PIC 9(08).
           02 RMH-LITERAL           PIC X(20).
           02 FILLER                PIC X(71).
       01  REM-DETALHE REDEFINES REG-REMPAG.
           02 RMD-TIPO              PIC X(01).
           02 RMD-PEDIDO            PIC 9(06).
           02 RMD-PARCELA           PIC 9(02).
           02 RMD-FORNECEDOR        PIC 9(03).
           02 RMD-CNPJ              PIC 9(14).
           02 RMD-NOME              PIC X(20).
           02 RMD-BANCO             PIC 9(03).
           02 RMD-AGENCIA           PIC 9(05).
           02 RMD-CONTA             PIC X(12).
           02 RMD-VALOR             PIC 9(08)V99.
           02 RMD-VENCIMENTO        PIC 9(08).
           02 FILLER                PIC X(16).
       01  REM-TRAILER REDEFINES REG-REMPAG.
           02 RMT-TIPO              PIC X(01).
           02 RMT-QTDE              PIC 9(06).
           02 RMT-TOTAL             PIC 9(10)V99.
           02 FILLER                PIC X(81).
       FD  RETPAG
           LABEL RECORD IS OMITTED.
       01  REG-RETPAG.
           02 RET-TIPO              PIC X(01).
           02 RET-PEDIDO            PIC 9(06).
           02 RET-PARCELA           PIC 9(02).
           02 RET-OCORRENCIA        PIC 9(02).
           02 RET-VALOR             PIC 9(08)V99.
           02 RET-DATA              PIC 9(08).
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  FS-PAG               PIC X(02) VALUE SPACES.
       77  FS-FORN              PIC X(02) VALUE SPACES.
       77  FS-PPR               PIC X(02) VALUE SPACES.
       77  FS-REM               PIC X(02) VALUE SPACES.
       77  FS-RET               PIC X(02) VALUE SPACES.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  FUNCAO               PIC X(02) VALUE SPACES.
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-EOF               PIC X(01) VALUE "N".
       77  WS-OPERADOR          PIC X(03) VALUE SPACES.
       77  WS-NIVEL-EXIGIDO     PIC 9(01) VALUE ZEROS.
       77  WS-AUTORIZADO        PIC X(01) VALUE SPACES.
       77  WS-DATA-LIMITE       PIC 9(08) VALUE ZEROS.
       77  WS-FORN-FILTRO       PIC 9(03) VALUE ZEROS.
       77  WS-PPR-EXISTE        PIC X(01) VALUE "N".
       77  WS-QTD-PROPOSTA      PIC 9(05) VALUE ZEROS.
       77  WS-TOT-PROPOSTA      PIC 9(10)V99 VALUE ZEROS.
       77  WS-QTD-SEM-BANCO     PIC 9(05) VALUE ZEROS.
       77  WS-QTD-EM-REMESSA    PIC 9(05) VALUE ZEROS.
       77  WS-QTD-REMESSA       PIC 9(06) VALUE ZEROS.
       77  WS-TOT-REMESSA       PIC 9(10)V99 VALUE ZEROS.
       77  WS-QTD-RETIRADAS     PIC 9(05) VALUE ZEROS.
       77  WS-PAGOS             PIC 9(05) VALUE ZEROS.
       77  WS-REJEITADOS        PIC 9(05) VALUE ZEROS.
       77  WS-SEM-CORRESP       PIC 9(05) VALUE ZEROS.
       01  WS-DATA.
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
           02 HOJE-DIA          PIC 9(02) VALUE ZEROS.
       01  WS-MENSAGENS.
           02 LIMPA-MENSAGEM    PIC X(60) VALUE SPACES.
       01  CAB01.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(06)    VALUE "DATA:".
           02 DATA-CAB01.
               03 DIA-CAB01   PIC 99/ VALUE ZEROS.
               03 MES-CAB01   PIC 99/ VALUE ZEROS.
               03 ANO-CAB01   PIC 9(04) VALUE ZEROS.
           02 FILLER    PIC X(05)     VALUE SPACES.
           02 TITULO-CAB01 PIC X(52) VALUE SPACES.
           02 FILLER     PIC X(04)   VALUE "PAG.".
           02 PAG-CAB01  PIC ZZ9     VALUE ZEROS.
       01  CAB02-PROPOSTA.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(08) VALUE "PEDIDO".
           02 FILLER  PIC X(05) VALUE "PAR".
           02 FILLER  PIC X(06) VALUE "FORN".
           02 FILLER  PIC X(22) VALUE "NOME DO FORNECEDOR".
           02 FILLER  PIC X(12) VALUE "VENCIMENTO".
           02 FILLER  PIC X(15) VALUE "VALOR".
           02 FILLER  PIC X(25) VALUE "BANCO AGENCIA CONTA".
           02 FILLER  PIC X(16) VALUE "SITUACAO".
       01  DETALHE-PROPOSTA.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 PEDIDO-DET        PIC 9(06) VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 PARCELA-DET       PIC 9(02) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 FORN-DET          PIC 9(03) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 NOME-DET          PIC X(20) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 VENCIMENTO-DET    PIC 9(08) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 VALOR-DET         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 BANCO-DET         PIC 9(03) VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 AGENCIA-DET       PIC 9(05) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 CONTA-DET         PIC X(12) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 SITUACAO-DET      PIC X(16) VALUE SPACES.
       01  CAB02-RETORNO.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(08) VALUE "PEDIDO".
           02 FILLER  PIC X(05) VALUE "PAR".
           02 FILLER  PIC X(15) VALUE "VALOR".
           02 FILLER  PIC X(12) VALUE "DATA PAGTO".
           02 FILLER  PIC X(12) VALUE "OCORRENCIA".
           02 FILLER  PIC X(18) VALUE "RESULTADO".
       01  DETALHE-RETORNO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 PEDIDO-RET        PIC 9(06) VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 PARCELA-RET       PIC 9(02) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 VALOR-RET         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 DATA-RET          PIC 9(08) VALUE ZEROS.
           02 FILLER            PIC X(06) VALUE SPACES.
           02 OCORRENCIA-RET    PIC 9(02) VALUE ZEROS.
           02 FILLER            PIC X(06) VALUE SPACES.
           02 RESULTADO-RET     PIC X(18) VALUE SPACES.
       01  LINHA-TOTAL.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TEXTO-TOTAL       PIC X(28) VALUE SPACES.
           02 QTD-MASK          PIC ZZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 TOTAL-MASK        PIC ZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
       SCREEN SECTION.
       01  TELA1.
            02 BLANK SCREEN.
            02 LINE 01 COLUMN 01 VALUE "DATA:".
            02 LINE 01 COLUMN 22 VALUE "PAGAMENTO A FORNECEDORES".
            02 LINE 03 COLUMN 01 VALUE "ESCOLHA A FUNCAO: ".
            02 LINE 03 COLUMN 22 VALUE "(PR-AP-RT-FF)".
            02 LINE 05 COLUMN 05 VALUE "PR - PROPOSTA DE PAGAMENTO".
            02 LINE 06 COLUMN 05
               VALUE "AP - APROVA E GERA REMESSA AO BANCO".
            02 LINE 07 COLUMN 05 VALUE "RT - PROCESSA RETORNO".
            02 LINE 12 COLUMN 01 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR".
           OPEN I-O PAGAR.
           IF FS-PAG NOT = "00"
               DISPLAY FS-PAG "STATUS DO ARQUIVO PAGAR"
               CALL "LOGERRO" USING "BANCOPAG" "ABERTURA PAGAR"
                       FS-PAG
               STOP RUN.
           OPEN INPUT FORNECEDOR.
           IF FS-FORN NOT = "00"
               DISPLAY "ARQUIVO FORNECEDOR NAO ENCONTRADO"
               CALL "LOGERRO" USING "BANCOPAG" "ABERTURA FORNECEDOR"
                       FS-FORN
               CLOSE PAGAR
               STOP RUN.
       ABRE-PAGPROP.
           OPEN I-O PAGPROP.
           IF FS-PPR NOT = "00"
               IF FS-PPR = "35"
                   CLOSE PAGPROP OPEN OUTPUT PAGPROP CLOSE PAGPROP
                   GO TO ABRE-PAGPROP
               ELSE
                   DISPLAY FS-PPR "STATUS DO ARQUIVO PAGPROP"
                   CALL "LOGERRO" USING "BANCOPAG" "ABERTURA PAGPROP"
                           FS-PPR
                   CLOSE PAGAR FORNECEDOR
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
               WHEN "PR"
                  GO TO PROPOSTA
               WHEN "AP"
                  GO TO APROVACAO
               WHEN "RT"
                  GO TO PROCESSA-RETORNO
               WHEN "FF"
                  GO TO FIM
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA" AT 1211
                  ACCEPT CONFIRMA AT 1225
                  GO TO TELA-1
           END-EVALUATE.
      *    PR - A PROPOSTA NOVA SUBSTITUI A PROPOSTA AINDA NAO APROVADA
       PROPOSTA.
           DISPLAY "VENCIMENTO ATE (AAAAMMDD)....>" AT 0905.
           DISPLAY "FORNECEDOR (000=TODOS).......>" AT 1005.
           ACCEPT WS-DATA-LIMITE AT 0936.
           IF WS-DATA-LIMITE = ZEROS
               GO TO TELA-1.
           MOVE ZEROS TO WS-FORN-FILTRO.
           ACCEPT WS-FORN-FILTRO AT 1036.
           PERFORM LIMPA-PROPOSTA THRU FIM-LIMPA-PROPOSTA.
           MOVE ZEROS TO CT-PAG WS-QTD-PROPOSTA WS-TOT-PROPOSTA
                   WS-QTD-SEM-BANCO WS-QTD-EM-REMESSA.
           MOVE "PROPOSTA DE PAGAMENTO A FORNECEDORES - ATE"
               TO TITULO-CAB01.
           MOVE WS-DATA-LIMITE TO TITULO-CAB01 (44:8).
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO-PROPOSTA.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO PAG-CHAVE.
           START PAGAR KEY NOT LESS THAN PAG-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-PROPOSTA.
           IF WS-EOF = "S"
               GO TO FECHA-PROPOSTA.
           READ PAGAR NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
                   GO TO FECHA-PROPOSTA.
           IF PAG-STATUS NOT = "A"
               GO TO LER-PROPOSTA.
           IF PAG-VENCIMENTO > WS-DATA-LIMITE
               GO TO LER-PROPOSTA.
           IF WS-FORN-FILTRO NOT = ZEROS
                   AND PAG-FORNECEDOR NOT = WS-FORN-FILTRO
               GO TO LER-PROPOSTA.
           MOVE PAG-CHAVE TO PPR-CHAVE.
           READ PAGPROP
               INVALID KEY
                   MOVE "N" TO WS-PPR-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-PPR-EXISTE
           END-READ.
      *    PARCELA JA ENVIADA AO BANCO AGUARDA O RETORNO
           IF WS-PPR-EXISTE = "S" AND PPR-SITUACAO = "R"
               ADD 1 TO WS-QTD-EM-REMESSA
               GO TO LER-PROPOSTA.
           MOVE PAG-FORNECEDOR TO FORN-CODIGO.
           READ FORNECEDOR INVALID KEY
               MOVE "DESCONHECIDO" TO FORN-NOME
               MOVE ZEROS TO FORN-BANCO FORN-AGENCIA
               MOVE SPACES TO FORN-CONTA-CORR.
           MOVE PAG-PEDIDO TO PEDIDO-DET.
           MOVE PAG-PARCELA TO PARCELA-DET.
           MOVE PAG-FORNECEDOR TO FORN-DET.
           MOVE FORN-NOME TO NOME-DET.
           MOVE PAG-VENCIMENTO TO VENCIMENTO-DET.
           MOVE PAG-VALOR TO VALOR-DET.
           MOVE FORN-BANCO TO BANCO-DET.
           MOVE FORN-AGENCIA TO AGENCIA-DET.
           MOVE FORN-CONTA-CORR TO CONTA-DET.
           IF FORN-BANCO = ZEROS
               ADD 1 TO WS-QTD-SEM-BANCO
               MOVE "SEM DADOS BANC." TO SITUACAO-DET
               PERFORM IMPRIME-PROPOSTA
               GO TO LER-PROPOSTA.
           MOVE PAG-FORNECEDOR TO PPR-FORNECEDOR.
           MOVE PAG-VENCIMENTO TO PPR-VENCIMENTO.
           MOVE PAG-VALOR TO PPR-VALOR.
           MOVE "P" TO PPR-SITUACAO.
           MOVE WS-DATA-HOJE TO PPR-DATA-PROPOSTA.
           MOVE ZEROS TO PPR-DATA-REMESSA.
           MOVE WS-OPERADOR TO PPR-OPERADOR.
           IF WS-PPR-EXISTE = "S"
               REWRITE REG-PAGPROP INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO" FS-PPR AT 1211
                   CALL "LOGERRO" USING "BANCOPAG" "REGRAVA PAGPROP"
                           FS-PPR
                   STOP RUN
               END-REWRITE
           ELSE
               WRITE REG-PAGPROP INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO" FS-PPR AT 1211
                   CALL "LOGERRO" USING "BANCOPAG" "GRAVACAO PAGPROP"
                           FS-PPR
                   STOP RUN
               END-WRITE
           END-IF.
           ADD 1 TO WS-QTD-PROPOSTA.
           ADD PAG-VALOR TO WS-TOT-PROPOSTA.
           MOVE "PROPOSTO" TO SITUACAO-DET.
           PERFORM IMPRIME-PROPOSTA.
           GO TO LER-PROPOSTA.
       IMPRIME-PROPOSTA.
           WRITE REG-RELATO FROM DETALHE-PROPOSTA
               BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO-PROPOSTA.
       FECHA-PROPOSTA.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           MOVE "PARCELAS PROPOSTAS.........:" TO TEXTO-TOTAL.
           MOVE WS-QTD-PROPOSTA TO QTD-MASK.
           MOVE WS-TOT-PROPOSTA TO TOTAL-MASK.
           WRITE REG-RELATO FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES.
           MOVE "FORA - SEM DADOS BANCARIOS.:" TO TEXTO-TOTAL.
           MOVE WS-QTD-SEM-BANCO TO QTD-MASK.
           MOVE ZEROS TO TOTAL-MASK.
           WRITE REG-RELATO FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES.
           MOVE "JA EM REMESSA AO BANCO.....:" TO TEXTO-TOTAL.
           MOVE WS-QTD-EM-REMESSA TO QTD-MASK.
           WRITE REG-RELATO FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 3 LINES.
           MOVE "    APROVADO POR: ______________________________"
               TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           CLOSE RELATO.
           DISPLAY "PROPOSTA IMPRESSA - PARCELAS:" AT 1211.
           DISPLAY WS-QTD-PROPOSTA AT 1241.
           ACCEPT CONFIRMA AT 1247.
           DISPLAY LIMPA-MENSAGEM AT 1211.
           GO TO TELA-1.
       LIMPA-PROPOSTA.
           MOVE LOW-VALUES TO PPR-CHAVE.
           START PAGPROP KEY NOT LESS THAN PPR-CHAVE
               INVALID KEY GO TO FIM-LIMPA-PROPOSTA.
       LER-LIMPA-PROPOSTA.
           READ PAGPROP NEXT RECORD AT END
               GO TO FIM-LIMPA-PROPOSTA.
           IF PPR-SITUACAO NOT = "P"
               GO TO LER-LIMPA-PROPOSTA.
           DELETE PAGPROP INVALID KEY
               DISPLAY "ERRO DE EXCLUSAO" FS-PPR AT 1211
               CALL "LOGERRO" USING "BANCOPAG" "EXCLUSAO PAGPROP"
                       FS-PPR
               STOP RUN.
           GO TO LER-LIMPA-PROPOSTA.
       FIM-LIMPA-PROPOSTA.
           EXIT.
      *    AP - SO O GERENTE FINANCEIRO APROVA; A PARCELA QUE FOI PAGA
      *    OU ABATIDA DEPOIS DA PROPOSTA SAI DO LOTE, E O VALOR ENVIADO
      *    E O SALDO ATUAL DO PAGAR
       APROVACAO.
           MOVE 3 TO WS-NIVEL-EXIGIDO.
           CALL "AUTORIZA" USING "BANCOPAG" WS-OPERADOR
                   WS-NIVEL-EXIGIDO WS-AUTORIZADO.
           IF WS-AUTORIZADO NOT = "S"
               DISPLAY "OPERADOR SEM PERMISSAO PARA APROVAR" AT 1211
               ACCEPT CONFIRMA AT 1247
               DISPLAY LIMPA-MENSAGEM AT 1211
               GO TO TELA-1.
           PERFORM CONTA-PROPOSTA THRU FIM-CONTA-PROPOSTA.
           IF WS-QTD-PROPOSTA = ZEROS
               DISPLAY "NAO HA PROPOSTA PENDENTE DE APROVACAO" AT 1211
               ACCEPT CONFIRMA AT 1249
               DISPLAY LIMPA-MENSAGEM AT 1211
               GO TO TELA-1.
           DISPLAY "PARCELAS:" AT 0905.
           DISPLAY WS-QTD-PROPOSTA AT 0915.
           MOVE WS-TOT-PROPOSTA TO TOTAL-MASK.
           DISPLAY "VALOR:" AT 0922.
           DISPLAY TOTAL-MASK AT 0929.
           DISPLAY "APROVA E GERA A REMESSA ? S-SIM" AT 1211.
           ACCEPT CONFIRMA AT 1243.
           DISPLAY LIMPA-MENSAGEM AT 1211.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               GO TO TELA-1.
           OPEN OUTPUT REMPAG.
           MOVE ZEROS TO WS-QTD-REMESSA WS-TOT-REMESSA WS-QTD-RETIRADAS.
           MOVE SPACES TO REG-REMPAG.
           MOVE "0" TO RMH-TIPO.
           MOVE WS-DATA-HOJE TO RMH-DATA.
           MOVE "REMESSA PAGAMENTOS" TO RMH-LITERAL.
           WRITE REG-REMPAG.
           MOVE LOW-VALUES TO PPR-CHAVE.
           START PAGPROP KEY NOT LESS THAN PPR-CHAVE
               INVALID KEY GO TO FECHA-REMESSA.
       LER-APROVACAO.
           READ PAGPROP NEXT RECORD AT END
               GO TO FECHA-REMESSA.
           IF PPR-SITUACAO NOT = "P"
               GO TO LER-APROVACAO.
           MOVE PPR-CHAVE TO PAG-CHAVE.
           READ PAGAR INVALID KEY
               MOVE "P" TO PAG-STATUS.
           MOVE PPR-FORNECEDOR TO FORN-CODIGO.
           READ FORNECEDOR INVALID KEY
               MOVE ZEROS TO FORN-BANCO.
           IF PAG-STATUS NOT = "A" OR FORN-BANCO = ZEROS
               ADD 1 TO WS-QTD-RETIRADAS
               DELETE PAGPROP INVALID KEY
                   DISPLAY "ERRO DE EXCLUSAO" FS-PPR AT 1211
                   CALL "LOGERRO" USING "BANCOPAG" "EXCLUSAO PAGPROP"
                           FS-PPR
                   STOP RUN
               END-DELETE
               GO TO LER-APROVACAO.
           MOVE SPACES TO REG-REMPAG.
           MOVE "1" TO RMD-TIPO.
           MOVE PAG-PEDIDO TO RMD-PEDIDO.
           MOVE PAG-PARCELA TO RMD-PARCELA.
           MOVE PAG-FORNECEDOR TO RMD-FORNECEDOR.
           MOVE FORN-CNPJ TO RMD-CNPJ.
           MOVE FORN-NOME TO RMD-NOME.
           MOVE FORN-BANCO TO RMD-BANCO.
           MOVE FORN-AGENCIA TO RMD-AGENCIA.
           MOVE FORN-CONTA-CORR TO RMD-CONTA.
           MOVE PAG-VALOR TO RMD-VALOR.
           MOVE PAG-VENCIMENTO TO RMD-VENCIMENTO.
           WRITE REG-REMPAG.
           ADD 1 TO WS-QTD-REMESSA.
           ADD PAG-VALOR TO WS-TOT-REMESSA.
           MOVE PAG-VALOR TO PPR-VALOR.
           MOVE "R" TO PPR-SITUACAO.
           MOVE WS-DATA-HOJE TO PPR-DATA-REMESSA.
           MOVE WS-OPERADOR TO PPR-OPERADOR.
           REWRITE REG-PAGPROP INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS-PPR AT 1211
               CALL "LOGERRO" USING "BANCOPAG" "REGRAVA PAGPROP"
                       FS-PPR
               STOP RUN.
           GO TO LER-APROVACAO.
       FECHA-REMESSA.
           MOVE SPACES TO REG-REMPAG.
           MOVE "9" TO RMT-TIPO.
           MOVE WS-QTD-REMESSA TO RMT-QTDE.
           MOVE WS-TOT-REMESSA TO RMT-TOTAL.
           WRITE REG-REMPAG.
           CLOSE REMPAG.
           DISPLAY LIMPA-MENSAGEM AT 0905.
           DISPLAY "PARCELAS NA REMESSA:" AT 1211.
           DISPLAY WS-QTD-REMESSA AT 1232.
           DISPLAY "RETIRADAS DO LOTE:" AT 1311.
           DISPLAY WS-QTD-RETIRADAS AT 1330.
           ACCEPT CONFIRMA AT 1338.
           DISPLAY LIMPA-MENSAGEM AT 1211.
           DISPLAY LIMPA-MENSAGEM AT 1311.
           GO TO TELA-1.
       CONTA-PROPOSTA.
           MOVE ZEROS TO WS-QTD-PROPOSTA WS-TOT-PROPOSTA.
           MOVE LOW-VALUES TO PPR-CHAVE.
           START PAGPROP KEY NOT LESS THAN PPR-CHAVE
               INVALID KEY GO TO FIM-CONTA-PROPOSTA.
       LER-CONTA-PROPOSTA.
           READ PAGPROP NEXT RECORD AT END
               GO TO FIM-CONTA-PROPOSTA.
           IF PPR-SITUACAO = "P"
               ADD 1 TO WS-QTD-PROPOSTA
               ADD PPR-VALOR TO WS-TOT-PROPOSTA.
           GO TO LER-CONTA-PROPOSTA.
       FIM-CONTA-PROPOSTA.
           EXIT.
      *    RT - MESMO TRATAMENTO DO RETORNO DA COBRANCA (BANCOCOB):
      *    OCORRENCIA 02 = PAGAMENTO EFETUADO NA DATA INFORMADA
       PROCESSA-RETORNO.
           OPEN INPUT RETPAG.
           IF FS-RET NOT = "00"
               CLOSE RETPAG
               DISPLAY "ARQUIVO RETPAG NAO ENCONTRADO" AT 1211
               ACCEPT CONFIRMA AT 1241
               DISPLAY LIMPA-MENSAGEM AT 1211
               GO TO TELA-1.
           MOVE ZEROS TO WS-PAGOS WS-REJEITADOS WS-SEM-CORRESP CT-PAG.
           MOVE "CONCILIACAO DO RETORNO DE PAGAMENTOS"
               TO TITULO-CAB01.
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO-RETORNO.
       LER-RETORNO.
           READ RETPAG AT END GO TO FECHA-RETORNO.
           IF RET-TIPO NOT = "1"
               GO TO LER-RETORNO.
           MOVE RET-PEDIDO TO PEDIDO-RET.
           MOVE RET-PARCELA TO PARCELA-RET.
           MOVE RET-VALOR TO VALOR-RET.
           MOVE RET-DATA TO DATA-RET.
           MOVE RET-OCORRENCIA TO OCORRENCIA-RET.
           MOVE RET-PEDIDO TO PAG-PEDIDO PPR-PEDIDO.
           MOVE RET-PARCELA TO PAG-PARCELA PPR-PARCELA.
           READ PAGAR
               INVALID KEY
                   ADD 1 TO WS-SEM-CORRESP
                   MOVE "SEM CORRESPOND." TO RESULTADO-RET
                   PERFORM IMPRIME-RETORNO
                   GO TO LER-RETORNO.
           READ PAGPROP
               INVALID KEY
                   MOVE "N" TO WS-PPR-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-PPR-EXISTE
           END-READ.
           IF RET-OCORRENCIA NOT = 02
               ADD 1 TO WS-REJEITADOS
               MOVE "REJEITADO BANCO" TO RESULTADO-RET
               PERFORM IMPRIME-RETORNO
               IF WS-PPR-EXISTE = "S"
                   MOVE "J" TO PPR-SITUACAO
                   PERFORM REGRAVA-PROPOSTA
               END-IF
               GO TO LER-RETORNO.
           IF PAG-STATUS = "P"
               ADD 1 TO WS-SEM-CORRESP
               MOVE "JA ESTAVA PAGO" TO RESULTADO-RET
               PERFORM IMPRIME-RETORNO
               GO TO LER-RETORNO.
           IF RET-VALOR = PAG-VALOR
               MOVE "BAIXADO" TO RESULTADO-RET
           ELSE
               MOVE "BAIXADO C/ DIFER." TO RESULTADO-RET.
           MOVE "P" TO PAG-STATUS.
           MOVE RET-VALOR TO PAG-VALOR.
           IF RET-DATA = ZEROS
               MOVE WS-DATA-HOJE TO PAG-DATA-PAGTO
           ELSE
               MOVE RET-DATA TO PAG-DATA-PAGTO.
           REWRITE REG-PAGAR INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS-PAG AT 1211
               CALL "LOGERRO" USING "BANCOPAG" "BAIXA PAGAR"
                       FS-PAG
               STOP RUN.
           IF WS-PPR-EXISTE = "S"
               MOVE "L" TO PPR-SITUACAO
               PERFORM REGRAVA-PROPOSTA.
           PERFORM LANCA-BANCO.
           ADD 1 TO WS-PAGOS.
           PERFORM IMPRIME-RETORNO.
           GO TO LER-RETORNO.
      *    PAGAMENTO SAI DA CONTA BANCARIA PADRAO (CONTABCO)
       LANCA-BANCO.
           MOVE ZEROS TO LBC-CONTA.
           MOVE PAG-DATA-PAGTO TO LBC-DATA.
           MOVE "D" TO LBC-TIPO.
           MOVE RET-VALOR TO LBC-VALOR.
           MOVE SPACES TO LBC-DOCUMENTO.
           MOVE RET-PEDIDO TO LBC-DOCUMENTO (1:6).
           MOVE RET-PARCELA TO LBC-DOCUMENTO (7:2).
           MOVE "PAGAMENTO A FORNECEDOR" TO LBC-HISTORICO.
           MOVE "BANCOPAG" TO LBC-ORIGEM.
           CALL "LANCBCO" USING WS-LANC-BANCO.
       REGRAVA-PROPOSTA.
           REWRITE REG-PAGPROP INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS-PPR AT 1211
               CALL "LOGERRO" USING "BANCOPAG" "REGRAVA PAGPROP"
                       FS-PPR
               STOP RUN.
       IMPRIME-RETORNO.
           WRITE REG-RELATO FROM DETALHE-RETORNO
               BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO-RETORNO.
       FECHA-RETORNO.
           CLOSE RETPAG.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           MOVE ZEROS TO TOTAL-MASK.
           MOVE "PARCELAS BAIXADAS..........:" TO TEXTO-TOTAL.
           MOVE WS-PAGOS TO QTD-MASK.
           WRITE REG-RELATO FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES.
           MOVE "REJEITADAS PELO BANCO......:" TO TEXTO-TOTAL.
           MOVE WS-REJEITADOS TO QTD-MASK.
           WRITE REG-RELATO FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES.
           MOVE "SEM CORRESPONDENCIA........:" TO TEXTO-TOTAL.
           MOVE WS-SEM-CORRESP TO QTD-MASK.
           WRITE REG-RELATO FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES.
           CLOSE RELATO.
           DISPLAY "CONCILIACAO DO RETORNO IMPRESSA" AT 1211.
           ACCEPT CONFIRMA AT 1243.
           DISPLAY LIMPA-MENSAGEM AT 1211.
           GO TO TELA-1.
       CABECALHO-PROPOSTA.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 3 LINES.
           WRITE REG-RELATO FROM CAB02-PROPOSTA
               BEFORE ADVANCING 2 LINES.
       CABECALHO-RETORNO.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 3 LINES.
           WRITE REG-RELATO FROM CAB02-RETORNO
               BEFORE ADVANCING 2 LINES.
       FIM.
           DISPLAY "FIM DO PROCESSAMENTO " AT 1211.
           CLOSE PAGAR FORNECEDOR PAGPROP.
           STOP RUN.
           END PROGRAM BANCOPAG.
