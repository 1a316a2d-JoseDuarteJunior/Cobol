      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - ROTINA COMUM
      * Tectonics: cobc
      * Objetivo: CONTAS BANCARIAS, RAZAO BANCARIO E CONCILIACAO COM O
      *           EXTRATO DO BANCO.
      *           CT - CADASTRO DAS CONTAS (CONTABCO): BANCO, AGENCIA,
      *                NUMERO, SALDO DE ABERTURA E CONTA PADRAO, QUE
      *                RECEBE OS LANCAMENTOS DO RECEBER, PAGAR,
      *                BANCOPAG, BANCOCOB E DAS SANGRIAS DO VENDAS
      *                (ROTINA LANCBCO, ARQUIVO MOVBANCO).
      *           SD - SALDO DIARIO DA CONTA NO PERIODO.
      *           IE - IMPORTA O ARQUIVO EXTRATO DO BANCO PARA O
      *                EXTBANCO E CONCILIA AUTOMATICAMENTE CADA LINHA
      *                COM O LANCAMENTO DO RAZAO DE MESMA DATA, TIPO,
      *                VALOR E DOCUMENTO (DOCUMENTO EM BRANCO EM UM DOS
      *                LADOS ACEITA SO DATA, TIPO E VALOR).
      *           RC - RELATORIO DE CONCILIACAO: O QUE FICOU PENDENTE
      *                NO RAZAO E NO EXTRATO ATE A DATA INFORMADA.
      *           BX - BAIXA MANUAL DE PENDENCIA PELO TESOUREIRO; A
      *                LINHA DO EXTRATO PODE SER LANCADA NO RAZAO
      *                (TARIFAS, JUROS) JA CONCILIADA.
      * Obs: EXTRATO EM LAYOUT FIXO: HEADER 0 (BANCO, AGENCIA, CONTA),
      *      DETALHE 1 (DATA, C/D, VALOR, DOCUMENTO, HISTORICO) E
      *      TRAILER 9. LINHAS COM DATA ATE A ULTIMA JA IMPORTADA NA
      *      CONTA SAO IGNORADAS. CT EXIGE NIVEL 3; IE E BX NIVEL 2.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTABCO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       CBC-CONTA
           FILE STATUS      FS-CBC.
           SELECT MOVBANCO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       MBC-CHAVE
           FILE STATUS      FS-MBC.
           SELECT EXTBANCO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       EXB-CHAVE
           FILE STATUS      FS-EXB.
           SELECT EXTRATO ASSIGN TO "EXTRATO"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-EXT.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTABCO LABEL RECORD STANDARD
           VALUE OF FILE-ID "CONTABCO".
       01  REG-CONTABCO.
           02 CBC-CONTA         PIC 9(02).
           02 CBC-DESCRICAO     PIC X(20).
           02 CBC-BANCO         PIC 9(03).
           02 CBC-AGENCIA       PIC 9(05).
           02 CBC-NUMERO        PIC X(12).
           02 CBC-SALDO-INICIAL PIC S9(09)V99.
           02 CBC-DATA-SALDO    PIC 9(08).
           02 CBC-PADRAO        PIC X(01).
           02 CBC-DATA-EXTRATO  PIC 9(08).
       FD  MOVBANCO LABEL RECORD STANDARD
           VALUE OF FILE-ID "MOVBANCO".
       01  REG-MOVBANCO.
           02 MBC-CHAVE.
               03 MBC-CONTA     PIC 9(02).
               03 MBC-DATA      PIC 9(08).
               03 MBC-SEQ       PIC 9(04).
           02 MBC-TIPO          PIC X(01).
           02 MBC-VALOR         PIC 9(09)V99.
           02 MBC-DOCUMENTO     PIC X(12).
           02 MBC-HISTORICO     PIC X(30).
           02 MBC-ORIGEM        PIC X(08).
           02 MBC-OPERADOR      PIC X(03).
           02 MBC-CONCILIADO    PIC X(01).
           02 MBC-DATA-CONCILIA PIC 9(08).
           02 MBC-EXTRATO       PIC X(14).
       FD  EXTBANCO LABEL RECORD STANDARD
           VALUE OF FILE-ID "EXTBANCO".
       01  REG-EXTBANCO.
           02 EXB-CHAVE.
               03 EXB-CONTA     PIC 9(02).
               03 EXB-DATA      PIC 9(08).
               03 EXB-SEQ       PIC 9(04).
           02 EXB-TIPO          PIC X(01).
           02 EXB-VALOR         PIC 9(09)V99.
           02 EXB-DOCUMENTO     PIC X(12).
           02 EXB-HISTORICO     PIC X(30).
           02 EXB-DATA-IMPORTA  PIC 9(08).
           02 EXB-CONCILIADO    PIC X(01).
           02 EXB-DATA-CONCILIA PIC 9(08).
           02 EXB-MOVIMENTO     PIC X(14).
       FD  EXTRATO
           LABEL RECORD IS OMITTED.
       01  REG-EXTRATO              PIC X(80).
       01  EXT-HEADER REDEFINES REG-EXTRATO.
           02 EXH-TIPO              PIC X(01).
           02 EXH-BANCO             PIC 9(03).
           02 EXH-AGENCIA           PIC 9(05).
           02 EXH-CONTA             PIC X(12).
           02 FILLER                PIC X(59).
       01  EXT-DETALHE REDEFINES REG-EXTRATO.
           02 EXT-TIPO              PIC X(01).
           02 EXT-DATA              PIC 9(08).
           02 EXT-DC                PIC X(01).
           02 EXT-VALOR             PIC 9(09)V99.
           02 EXT-DOCUMENTO         PIC X(12).
           02 EXT-HISTORICO         PIC X(30).
           02 FILLER                PIC X(17).
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  FS-CBC               PIC X(02) VALUE SPACES.
       77  FS-MBC               PIC X(02) VALUE SPACES.
       77  FS-EXB               PIC X(02) VALUE SPACES.
       77  FS-EXT               PIC X(02) VALUE SPACES.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  FUNCAO               PIC X(02) VALUE SPACES.
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-OPERADOR          PIC X(03) VALUE SPACES.
       77  WS-NIVEL-EXIGIDO     PIC 9(01) VALUE ZEROS.
       77  WS-AUTORIZADO        PIC X(01) VALUE SPACES.
       77  WS-CONTA             PIC 9(02) VALUE ZEROS.
       77  WS-CONTA-EXISTE      PIC X(01) VALUE "N".
       77  WS-DATA-INI          PIC 9(08) VALUE ZEROS.
       77  WS-DATA-FIM          PIC 9(08) VALUE ZEROS.
       77  WS-DATA-BX           PIC 9(08) VALUE ZEROS.
       77  WS-SEQ-BX            PIC 9(04) VALUE ZEROS.
       77  WS-LADO              PIC X(01) VALUE SPACES.
       77  WS-LANCA-RAZAO       PIC X(01) VALUE "N".
       77  WS-ULTIMA-SEQ        PIC 9(04) VALUE ZEROS.
       77  WS-DIA-ANT           PIC 9(08) VALUE ZEROS.
       77  WS-TEM-DIA           PIC X(01) VALUE "N".
       77  WS-HA-MOVIMENTO      PIC X(01) VALUE "N".
       77  WS-QTD-DIA           PIC 9(04) VALUE ZEROS.
       77  WS-SALDO             PIC S9(11)V99 VALUE ZEROS.
       77  WS-SALDO-EXTRATO     PIC S9(11)V99 VALUE ZEROS.
       77  WS-CRED-DIA          PIC 9(11)V99 VALUE ZEROS.
       77  WS-DEB-DIA           PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-CRED          PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-DEB           PIC 9(11)V99 VALUE ZEROS.
       77  WS-PEND-CRED         PIC 9(11)V99 VALUE ZEROS.
       77  WS-PEND-DEB          PIC 9(11)V99 VALUE ZEROS.
       77  WS-QTD-PEND          PIC 9(05) VALUE ZEROS.
       77  WS-PASSO             PIC 9(01) VALUE ZEROS.
       77  WS-ACHOU             PIC X(01) VALUE "N".
       77  WS-LIDOS             PIC 9(05) VALUE ZEROS.
       77  WS-IMPORTADOS        PIC 9(05) VALUE ZEROS.
       77  WS-JA-IMPORTADOS     PIC 9(05) VALUE ZEROS.
       77  WS-CONCILIADOS       PIC 9(05) VALUE ZEROS.
       77  WS-ULT-DATA-EXT      PIC 9(08) VALUE ZEROS.
       77  WS-MENSAGEM          PIC X(50) VALUE SPACES.
       77  WS-VALOR-MASK        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  WS-CONTABCO-SALVA    PIC X(70) VALUE SPACES.
       01  WS-DATA-HOJE.
           02 HOJE-ANO          PIC 9(04) VALUE ZEROS.
           02 HOJE-MES          PIC 9(02) VALUE ZEROS.
           02 HOJE-DIA          PIC 9(02) VALUE ZEROS.
       01  WS-DATA-LANC.
           02 LANC-ANO          PIC 9(04) VALUE ZEROS.
           02 LANC-MES          PIC 9(02) VALUE ZEROS.
           02 LANC-DIA          PIC 9(02) VALUE ZEROS.
       01  WS-MENSAGENS.
           02 LIMPA-LINHA       PIC X(60) VALUE SPACES.
       01  CAB01.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(06)    VALUE "DATA:".
           02 DATA-CAB01.
               03 DIA-CAB01   PIC 99/ VALUE ZEROS.
               03 MES-CAB01   PIC 99/ VALUE ZEROS.
               03 ANO-CAB01   PIC 9(04) VALUE ZEROS.
           02 FILLER    PIC X(05)     VALUE SPACES.
           02 TITULO-CAB01 PIC X(50)  VALUE SPACES.
           02 FILLER    PIC X(04)   VALUE "PAG.".
           02 PAG-CAB01  PIC ZZ9     VALUE ZEROS.
       01  CAB-CONTA.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(07) VALUE "CONTA:".
           02 CONTA-CAB         PIC 9(02) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 DESCRICAO-CAB     PIC X(20) VALUE SPACES.
           02 FILLER            PIC X(08) VALUE "  BANCO".
           02 BANCO-CAB         PIC 9(03) VALUE ZEROS.
           02 FILLER            PIC X(06) VALUE "  AG.".
           02 AGENCIA-CAB       PIC 9(05) VALUE ZEROS.
           02 FILLER            PIC X(05) VALUE "  CC".
           02 NUMERO-CAB        PIC X(12) VALUE SPACES.
       01  CAB02-SALDO.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(14) VALUE "DATA".
           02 FILLER  PIC X(20) VALUE "            CREDITOS".
           02 FILLER  PIC X(20) VALUE "             DEBITOS".
           02 FILLER  PIC X(22) VALUE "               SALDO".
           02 FILLER  PIC X(07) VALUE "  LANC.".
       01  CAB02-PENDENTE.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(12) VALUE "DATA".
           02 FILLER  PIC X(06) VALUE "SEQ".
           02 FILLER  PIC X(03) VALUE "T".
           02 FILLER  PIC X(16) VALUE "           VALOR".
           02 FILLER  PIC X(14) VALUE "  DOCUMENTO".
           02 FILLER  PIC X(32) VALUE "HISTORICO".
           02 FILLER  PIC X(08) VALUE "ORIGEM".
       01  DETALHE-SALDO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 DATA-SD.
               03 DIA-SD        PIC 99/ VALUE ZEROS.
               03 MES-SD        PIC 99/ VALUE ZEROS.
               03 ANO-SD        PIC 9(04) VALUE ZEROS.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 CRED-SD           PIC ZZ.ZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 DEB-SD            PIC ZZ.ZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 SALDO-SD          PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 QTD-SD            PIC ZZZ9 VALUE ZEROS.
       01  DETALHE-PENDENTE.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 DATA-PD.
               03 DIA-PD        PIC 99/ VALUE ZEROS.
               03 MES-PD        PIC 99/ VALUE ZEROS.
               03 ANO-PD        PIC 9(04) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 SEQ-PD            PIC 9(04) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 TIPO-PD           PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 VALOR-PD          PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 DOCUMENTO-PD      PIC X(12) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 HISTORICO-PD      PIC X(30) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 ORIGEM-PD         PIC X(08) VALUE SPACES.
       01  LINHA-SECAO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TEXTO-SECAO       PIC X(60) VALUE SPACES.
       01  LINHA-QTD-PEND.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(40) VALUE "QUANTIDADE PENDENTE".
           02 QTD-SECAO         PIC ZZZZ9 VALUE ZEROS.
       01  LINHA-TOTAL.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TEXTO-TOTAL       PIC X(40) VALUE SPACES.
           02 VALOR-TOTAL       PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       SCREEN SECTION.
       01  TELA1.
            02 BLANK SCREEN.
            02 LINE 01 COLUMN 22 VALUE "CONTAS BANCARIAS E CONCILIACAO".
            02 LINE 03 COLUMN 01 VALUE "ESCOLHA A FUNCAO: ".
            02 LINE 03 COLUMN 22 VALUE "(CT-SD-IE-RC-BX-FF)".
            02 LINE 05 COLUMN 05 VALUE "CT - CADASTRO DE CONTAS".
            02 LINE 06 COLUMN 05 VALUE "SD - SALDO DIARIO".
            02 LINE 07 COLUMN 05
               VALUE "IE - IMPORTA EXTRATO E CONCILIA".
            02 LINE 08 COLUMN 05 VALUE "RC - RELATORIO DE CONCILIACAO".
            02 LINE 09 COLUMN 05 VALUE "BX - BAIXA MANUAL DE PENDENCIA".
            02 LINE 21 COLUMN 01 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR".
       ABRE-CONTABCO.
           OPEN I-O CONTABCO.
           IF FS-CBC NOT = "00"
               IF FS-CBC = "35"
                   CLOSE CONTABCO OPEN OUTPUT CONTABCO CLOSE CONTABCO
                   GO TO ABRE-CONTABCO
               ELSE
                   DISPLAY FS-CBC "STATUS DO ARQUIVO CONTABCO"
                   CALL "LOGERRO" USING "BANCOS" "ABERTURA CONTABCO"
                           FS-CBC
                   STOP RUN
           END-IF.
       ABRE-MOVBANCO.
           OPEN I-O MOVBANCO.
           IF FS-MBC NOT = "00"
               IF FS-MBC = "35"
                   CLOSE MOVBANCO OPEN OUTPUT MOVBANCO CLOSE MOVBANCO
                   GO TO ABRE-MOVBANCO
               ELSE
                   DISPLAY FS-MBC "STATUS DO ARQUIVO MOVBANCO"
                   CALL "LOGERRO" USING "BANCOS" "ABERTURA MOVBANCO"
                           FS-MBC
                   CLOSE CONTABCO
                   STOP RUN
           END-IF.
       ABRE-EXTBANCO.
           OPEN I-O EXTBANCO.
           IF FS-EXB NOT = "00"
               IF FS-EXB = "35"
                   CLOSE EXTBANCO OPEN OUTPUT EXTBANCO CLOSE EXTBANCO
                   GO TO ABRE-EXTBANCO
               ELSE
                   DISPLAY FS-EXB "STATUS DO ARQUIVO EXTBANCO"
                   CALL "LOGERRO" USING "BANCOS" "ABERTURA EXTBANCO"
                           FS-EXB
                   CLOSE CONTABCO MOVBANCO
                   STOP RUN
           END-IF.
       TELA-1.
           DISPLAY TELA1.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE HOJE-DIA TO DIA-CAB01.
           MOVE HOJE-MES TO MES-CAB01.
           MOVE HOJE-ANO TO ANO-CAB01.
           ACCEPT FUNCAO AT 0319.
           EVALUATE FUNCAO
               WHEN "CT"
                  GO TO CADASTRO-CONTA
               WHEN "SD"
                  GO TO SALDO-DIARIO
               WHEN "IE"
                  GO TO IMPORTA-EXTRATO
               WHEN "RC"
                  GO TO RELATORIO-CONCILIACAO
               WHEN "BX"
                  GO TO BAIXA-MANUAL
               WHEN "FF"
                  GO TO FIM
               WHEN OTHER
                  MOVE "OPCAO INVALIDA" TO WS-MENSAGEM
                  PERFORM MOSTRA-MENSAGEM
                  GO TO TELA-1
           END-EVALUATE.
      *    CT - CADASTRO / ALTERACAO DE CONTA BANCARIA (SUPERVISOR)
       CADASTRO-CONTA.
           MOVE 3 TO WS-NIVEL-EXIGIDO.
           PERFORM VERIFICA-PERMISSAO.
           IF WS-AUTORIZADO NOT = "S"
               GO TO TELA-1.
           DISPLAY "CONTA (01-99).......>" AT 1405.
           MOVE ZEROS TO WS-CONTA.
           ACCEPT WS-CONTA AT 1427.
           IF WS-CONTA = ZEROS
               GO TO TELA-1.
           MOVE WS-CONTA TO CBC-CONTA.
           READ CONTABCO
               INVALID KEY
                   MOVE "N" TO WS-CONTA-EXISTE
                   MOVE SPACES TO CBC-DESCRICAO CBC-NUMERO
                   MOVE ZEROS TO CBC-BANCO CBC-AGENCIA
                           CBC-SALDO-INICIAL CBC-DATA-SALDO
                           CBC-DATA-EXTRATO
                   MOVE "N" TO CBC-PADRAO
               NOT INVALID KEY
                   MOVE "S" TO WS-CONTA-EXISTE
           END-READ.
           DISPLAY "DESCRICAO...........>" AT 1505.
           DISPLAY "BANCO/AG/CONTA......>" AT 1605.
           DISPLAY "SALDO DE ABERTURA...>" AT 1705.
           DISPLAY "DATA DO SALDO.......>" AT 1805.
           DISPLAY "CONTA PADRAO (S/N)..>" AT 1905.
           DISPLAY CBC-DESCRICAO AT 1527.
           DISPLAY CBC-BANCO AT 1627.
           DISPLAY CBC-AGENCIA AT 1631.
           DISPLAY CBC-NUMERO AT 1637.
           DISPLAY CBC-SALDO-INICIAL AT 1727.
           DISPLAY CBC-DATA-SALDO AT 1827.
           DISPLAY CBC-PADRAO AT 1927.
           ACCEPT CBC-DESCRICAO AT 1527.
           ACCEPT CBC-BANCO AT 1627.
           ACCEPT CBC-AGENCIA AT 1631.
           ACCEPT CBC-NUMERO AT 1637.
           ACCEPT CBC-SALDO-INICIAL AT 1727.
       PEDE-DATA-SALDO.
           ACCEPT CBC-DATA-SALDO AT 1827.
           IF CBC-DATA-SALDO = ZEROS
               MOVE "INFORME A DATA DO SALDO DE ABERTURA" TO WS-MENSAGEM
               PERFORM MOSTRA-MENSAGEM
               GO TO PEDE-DATA-SALDO.
       PEDE-PADRAO.
           ACCEPT CBC-PADRAO AT 1927.
           IF CBC-PADRAO = "s"
               MOVE "S" TO CBC-PADRAO.
           IF CBC-PADRAO NOT = "S"
               MOVE "N" TO CBC-PADRAO.
           IF CBC-DESCRICAO = SPACES OR CBC-BANCO = ZEROS
               MOVE "DESCRICAO E BANCO OBRIGATORIOS" TO WS-MENSAGEM
               PERFORM MOSTRA-MENSAGEM
               GO TO TELA-1.
           DISPLAY "CONFIRMA A GRAVACAO ? S-SIM" AT 2111.
           ACCEPT CONFIRMA AT 2140.
           DISPLAY LIMPA-LINHA AT 2111.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               GO TO TELA-1.
      *    SO UMA CONTA PADRAO: AS DEMAIS PERDEM A MARCA
           MOVE REG-CONTABCO TO WS-CONTABCO-SALVA.
           IF CBC-PADRAO = "S"
               PERFORM DESMARCA-PADRAO THRU FIM-DESMARCA-PADRAO.
           MOVE WS-CONTABCO-SALVA TO REG-CONTABCO.
           IF WS-CONTA-EXISTE = "S"
               REWRITE REG-CONTABCO INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO" FS-CBC AT 2111
                   CALL "LOGERRO" USING "BANCOS" "REGRAVA CONTABCO"
                           FS-CBC
                   STOP RUN
               END-REWRITE
           ELSE
               WRITE REG-CONTABCO INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO" FS-CBC AT 2111
                   CALL "LOGERRO" USING "BANCOS" "GRAVA CONTABCO"
                           FS-CBC
                   STOP RUN
               END-WRITE.
           MOVE "CONTA GRAVADA" TO WS-MENSAGEM.
           PERFORM MOSTRA-MENSAGEM.
           GO TO TELA-1.
       DESMARCA-PADRAO.
           MOVE ZEROS TO CBC-CONTA.
           START CONTABCO KEY NOT LESS THAN CBC-CONTA
               INVALID KEY GO TO FIM-DESMARCA-PADRAO.
       LER-DESMARCA.
           READ CONTABCO NEXT RECORD AT END
               GO TO FIM-DESMARCA-PADRAO.
           IF CBC-CONTA = WS-CONTA OR CBC-PADRAO NOT = "S"
               GO TO LER-DESMARCA.
           MOVE "N" TO CBC-PADRAO.
           REWRITE REG-CONTABCO INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS-CBC AT 2111
               CALL "LOGERRO" USING "BANCOS" "REGRAVA CONTABCO"
                       FS-CBC
               STOP RUN.
           GO TO LER-DESMARCA.
       FIM-DESMARCA-PADRAO.
           EXIT.
      *    SD - SALDO DIARIO: SALDO DE ABERTURA DA CONTA MAIS O
      *    MOVIMENTO ATE A VESPERA DO PERIODO, DEPOIS DIA A DIA
       SALDO-DIARIO.
           PERFORM PEDE-CONTA THRU FIM-PEDE-CONTA.
           IF WS-CONTA = ZEROS
               GO TO TELA-1.
           PERFORM PEDE-PERIODO THRU FIM-PEDE-PERIODO.
           IF WS-DATA-INI = ZEROS
               GO TO TELA-1.
           IF WS-DATA-INI < CBC-DATA-SALDO
               MOVE CBC-DATA-SALDO TO WS-DATA-INI.
           MOVE "SALDO DIARIO DA CONTA BANCARIA" TO TITULO-CAB01.
           MOVE ZEROS TO CT-PAG WS-TOT-CRED WS-TOT-DEB WS-QTD-DIA
                   WS-CRED-DIA WS-DEB-DIA.
           MOVE "N" TO WS-TEM-DIA.
           MOVE CBC-SALDO-INICIAL TO WS-SALDO.
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO-SALDO.
           MOVE "S" TO WS-HA-MOVIMENTO.
           MOVE WS-CONTA TO MBC-CONTA.
           MOVE CBC-DATA-SALDO TO MBC-DATA.
           MOVE ZEROS TO MBC-SEQ.
           START MOVBANCO KEY NOT LESS THAN MBC-CHAVE
               INVALID KEY
                   MOVE "N" TO WS-HA-MOVIMENTO
                   GO TO SALDO-ANTERIOR.
       LER-ANTERIOR.
           READ MOVBANCO NEXT RECORD AT END
               MOVE "N" TO WS-HA-MOVIMENTO
               GO TO SALDO-ANTERIOR.
           IF MBC-CONTA NOT = WS-CONTA OR MBC-DATA NOT < WS-DATA-INI
               GO TO SALDO-ANTERIOR.
           IF MBC-TIPO = "C"
               ADD MBC-VALOR TO WS-SALDO
           ELSE
               SUBTRACT MBC-VALOR FROM WS-SALDO.
           GO TO LER-ANTERIOR.
       SALDO-ANTERIOR.
           MOVE "SALDO ANTERIOR" TO TEXTO-TOTAL.
           MOVE WS-SALDO TO VALOR-TOTAL.
           WRITE REG-RELATO FROM LINHA-TOTAL BEFORE ADVANCING 2 LINES
               AT EOP PERFORM CABECALHO-SALDO.
      *    O REGISTRO QUE ENCERROU O SALDO ANTERIOR JA ESTA NA AREA
       TRATA-MOVIMENTO.
           IF WS-HA-MOVIMENTO = "N"
               GO TO FECHA-SALDO.
           IF MBC-CONTA NOT = WS-CONTA OR MBC-DATA > WS-DATA-FIM
               GO TO FECHA-SALDO.
           IF WS-TEM-DIA = "S" AND MBC-DATA NOT = WS-DIA-ANT
               PERFORM IMPRIME-DIA.
           MOVE "S" TO WS-TEM-DIA.
           MOVE MBC-DATA TO WS-DIA-ANT.
           ADD 1 TO WS-QTD-DIA.
           IF MBC-TIPO = "C"
               ADD MBC-VALOR TO WS-CRED-DIA WS-TOT-CRED
               ADD MBC-VALOR TO WS-SALDO
           ELSE
               ADD MBC-VALOR TO WS-DEB-DIA WS-TOT-DEB
               SUBTRACT MBC-VALOR FROM WS-SALDO.
           READ MOVBANCO NEXT RECORD AT END
               GO TO FECHA-SALDO.
           GO TO TRATA-MOVIMENTO.
       FECHA-SALDO.
           IF WS-TEM-DIA = "S"
               PERFORM IMPRIME-DIA.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           MOVE "TOTAL DE CREDITOS NO PERIODO" TO TEXTO-TOTAL.
           MOVE WS-TOT-CRED TO VALOR-TOTAL.
           WRITE REG-RELATO FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES.
           MOVE "TOTAL DE DEBITOS NO PERIODO" TO TEXTO-TOTAL.
           MOVE WS-TOT-DEB TO VALOR-TOTAL.
           WRITE REG-RELATO FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES.
           MOVE "SALDO FINAL" TO TEXTO-TOTAL.
           MOVE WS-SALDO TO VALOR-TOTAL.
           WRITE REG-RELATO FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES.
           CLOSE RELATO.
           MOVE "SALDO DIARIO IMPRESSO" TO WS-MENSAGEM.
           PERFORM MOSTRA-MENSAGEM.
           GO TO TELA-1.
       IMPRIME-DIA.
           MOVE WS-DIA-ANT TO WS-DATA-LANC.
           MOVE LANC-DIA TO DIA-SD.
           MOVE LANC-MES TO MES-SD.
           MOVE LANC-ANO TO ANO-SD.
           MOVE WS-CRED-DIA TO CRED-SD.
           MOVE WS-DEB-DIA TO DEB-SD.
           MOVE WS-SALDO TO SALDO-SD.
           MOVE WS-QTD-DIA TO QTD-SD.
           WRITE REG-RELATO FROM DETALHE-SALDO BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO-SALDO.
           MOVE ZEROS TO WS-CRED-DIA WS-DEB-DIA WS-QTD-DIA.
       CABECALHO-SALDO.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 2 LINES.
           WRITE REG-RELATO FROM CAB-CONTA BEFORE ADVANCING 2 LINES.
           WRITE REG-RELATO FROM CAB02-SALDO BEFORE ADVANCING 2 LINES.
      *    IE - IMPORTACAO DO EXTRATO E CONCILIACAO AUTOMATICA
       IMPORTA-EXTRATO.
           MOVE 2 TO WS-NIVEL-EXIGIDO.
           PERFORM VERIFICA-PERMISSAO.
           IF WS-AUTORIZADO NOT = "S"
               GO TO TELA-1.
           PERFORM PEDE-CONTA THRU FIM-PEDE-CONTA.
           IF WS-CONTA = ZEROS
               GO TO TELA-1.
           OPEN INPUT EXTRATO.
           IF FS-EXT NOT = "00"
               CLOSE EXTRATO
               MOVE "ARQUIVO EXTRATO NAO ENCONTRADO" TO WS-MENSAGEM
               PERFORM MOSTRA-MENSAGEM
               GO TO TELA-1.
           MOVE ZEROS TO WS-LIDOS WS-IMPORTADOS WS-JA-IMPORTADOS
                   WS-CONCILIADOS.
           MOVE CBC-DATA-EXTRATO TO WS-ULT-DATA-EXT.
       LER-EXTRATO.
           READ EXTRATO AT END GO TO FECHA-EXTRATO.
           IF EXT-TIPO = "0"
               IF EXH-BANCO NOT = CBC-BANCO
                       OR EXH-AGENCIA NOT = CBC-AGENCIA
                       OR EXH-CONTA NOT = CBC-NUMERO
                   CLOSE EXTRATO
                   MOVE "EXTRATO DE OUTRA CONTA - NADA IMPORTADO"
                       TO WS-MENSAGEM
                   PERFORM MOSTRA-MENSAGEM
                   GO TO TELA-1
               END-IF
               GO TO LER-EXTRATO.
           IF EXT-TIPO NOT = "1"
               GO TO LER-EXTRATO.
           ADD 1 TO WS-LIDOS.
           IF EXT-DATA NOT > CBC-DATA-EXTRATO
               ADD 1 TO WS-JA-IMPORTADOS
               GO TO LER-EXTRATO.
           IF EXT-DC NOT = "C" AND NOT = "D"
               GO TO LER-EXTRATO.
           PERFORM PROXIMA-SEQ-EXTRATO THRU FIM-PROXIMA-SEQ-EXTRATO.
           MOVE WS-CONTA TO EXB-CONTA.
           MOVE EXT-DATA TO EXB-DATA.
           COMPUTE EXB-SEQ = WS-ULTIMA-SEQ + 1.
           MOVE EXT-DC TO EXB-TIPO.
           MOVE EXT-VALOR TO EXB-VALOR.
           MOVE EXT-DOCUMENTO TO EXB-DOCUMENTO.
           MOVE EXT-HISTORICO TO EXB-HISTORICO.
           MOVE WS-DATA-HOJE TO EXB-DATA-IMPORTA.
           MOVE "N" TO EXB-CONCILIADO.
           MOVE ZEROS TO EXB-DATA-CONCILIA.
           MOVE SPACES TO EXB-MOVIMENTO.
           WRITE REG-EXTBANCO INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS-EXB AT 2111
               CALL "LOGERRO" USING "BANCOS" "GRAVA EXTBANCO" FS-EXB
               STOP RUN.
           ADD 1 TO WS-IMPORTADOS.
           IF EXT-DATA > WS-ULT-DATA-EXT
               MOVE EXT-DATA TO WS-ULT-DATA-EXT.
           GO TO LER-EXTRATO.
       FECHA-EXTRATO.
           CLOSE EXTRATO.
           IF WS-ULT-DATA-EXT > CBC-DATA-EXTRATO
               MOVE WS-ULT-DATA-EXT TO CBC-DATA-EXTRATO
               REWRITE REG-CONTABCO INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO" FS-CBC AT 2111
                   CALL "LOGERRO" USING "BANCOS" "REGRAVA CONTABCO"
                           FS-CBC
                   STOP RUN
               END-REWRITE
           END-IF.
           PERFORM CONCILIA-AUTOMATICA THRU FIM-CONCILIA-AUTOMATICA.
           DISPLAY "LINHAS DO EXTRATO...>" AT 1605.
           DISPLAY WS-LIDOS AT 1627.
           DISPLAY "JA IMPORTADAS.......>" AT 1705.
           DISPLAY WS-JA-IMPORTADOS AT 1727.
           DISPLAY "IMPORTADAS..........>" AT 1805.
           DISPLAY WS-IMPORTADOS AT 1827.
           DISPLAY "CONCILIADAS.........>" AT 1905.
           DISPLAY WS-CONCILIADOS AT 1927.
           MOVE "IMPORTACAO CONCLUIDA" TO WS-MENSAGEM.
           PERFORM MOSTRA-MENSAGEM.
           GO TO TELA-1.
       PROXIMA-SEQ-EXTRATO.
           MOVE ZEROS TO WS-ULTIMA-SEQ.
           MOVE WS-CONTA TO EXB-CONTA.
           MOVE EXT-DATA TO EXB-DATA.
           MOVE ZEROS TO EXB-SEQ.
           START EXTBANCO KEY NOT LESS THAN EXB-CHAVE
               INVALID KEY GO TO FIM-PROXIMA-SEQ-EXTRATO.
       LER-SEQ-EXTRATO.
           READ EXTBANCO NEXT RECORD AT END
               GO TO FIM-PROXIMA-SEQ-EXTRATO.
           IF EXB-CONTA NOT = WS-CONTA OR EXB-DATA NOT = EXT-DATA
               GO TO FIM-PROXIMA-SEQ-EXTRATO.
           MOVE EXB-SEQ TO WS-ULTIMA-SEQ.
           GO TO LER-SEQ-EXTRATO.
       FIM-PROXIMA-SEQ-EXTRATO.
           EXIT.
      *    CADA LINHA PENDENTE DO EXTRATO PROCURA NO RAZAO DO MESMO DIA
      *    UM LANCAMENTO PENDENTE DE MESMO TIPO E VALOR: PRIMEIRO COM O
      *    MESMO DOCUMENTO, DEPOIS COM DOCUMENTO EM BRANCO EM UM LADO
       CONCILIA-AUTOMATICA.
           MOVE WS-CONTA TO EXB-CONTA.
           MOVE ZEROS TO EXB-DATA EXB-SEQ.
           START EXTBANCO KEY NOT LESS THAN EXB-CHAVE
               INVALID KEY GO TO FIM-CONCILIA-AUTOMATICA.
       LER-CONCILIA.
           READ EXTBANCO NEXT RECORD AT END
               GO TO FIM-CONCILIA-AUTOMATICA.
           IF EXB-CONTA NOT = WS-CONTA
               GO TO FIM-CONCILIA-AUTOMATICA.
           IF EXB-CONCILIADO = "S"
               GO TO LER-CONCILIA.
           MOVE 1 TO WS-PASSO.
           PERFORM PROCURA-MOVIMENTO THRU FIM-PROCURA-MOVIMENTO.
           IF WS-ACHOU = "N"
               MOVE 2 TO WS-PASSO
               PERFORM PROCURA-MOVIMENTO THRU FIM-PROCURA-MOVIMENTO.
           IF WS-ACHOU = "N"
               GO TO LER-CONCILIA.
           MOVE "S" TO EXB-CONCILIADO.
           MOVE WS-DATA-HOJE TO EXB-DATA-CONCILIA.
           MOVE MBC-CHAVE TO EXB-MOVIMENTO.
           REWRITE REG-EXTBANCO INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS-EXB AT 2111
               CALL "LOGERRO" USING "BANCOS" "REGRAVA EXTBANCO"
                       FS-EXB
               STOP RUN.
           ADD 1 TO WS-CONCILIADOS.
           GO TO LER-CONCILIA.
       FIM-CONCILIA-AUTOMATICA.
           EXIT.
       PROCURA-MOVIMENTO.
           MOVE "N" TO WS-ACHOU.
           MOVE WS-CONTA TO MBC-CONTA.
           MOVE EXB-DATA TO MBC-DATA.
           MOVE ZEROS TO MBC-SEQ.
           START MOVBANCO KEY NOT LESS THAN MBC-CHAVE
               INVALID KEY GO TO FIM-PROCURA-MOVIMENTO.
       LER-PROCURA.
           READ MOVBANCO NEXT RECORD AT END
               GO TO FIM-PROCURA-MOVIMENTO.
           IF MBC-CONTA NOT = WS-CONTA OR MBC-DATA NOT = EXB-DATA
               GO TO FIM-PROCURA-MOVIMENTO.
           IF MBC-CONCILIADO = "S" OR MBC-TIPO NOT = EXB-TIPO
                   OR MBC-VALOR NOT = EXB-VALOR
               GO TO LER-PROCURA.
           IF WS-PASSO = 1 AND MBC-DOCUMENTO NOT = EXB-DOCUMENTO
               GO TO LER-PROCURA.
           IF WS-PASSO = 2 AND MBC-DOCUMENTO NOT = SPACES
                   AND EXB-DOCUMENTO NOT = SPACES
               GO TO LER-PROCURA.
           MOVE "S" TO MBC-CONCILIADO.
           MOVE WS-DATA-HOJE TO MBC-DATA-CONCILIA.
           MOVE EXB-CHAVE TO MBC-EXTRATO.
           REWRITE REG-MOVBANCO INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS-MBC AT 2111
               CALL "LOGERRO" USING "BANCOS" "REGRAVA MOVBANCO"
                       FS-MBC
               STOP RUN.
           MOVE "S" TO WS-ACHOU.
       FIM-PROCURA-MOVIMENTO.
           EXIT.
      *    RC - PENDENCIAS DOS DOIS LADOS ATE A DATA; O SALDO ESPERADO
      *    NO EXTRATO E O SALDO DO RAZAO SEM OS LANCAMENTOS PENDENTES
      *    E COM AS LINHAS DO EXTRATO AINDA NAO LANCADAS
       RELATORIO-CONCILIACAO.
           PERFORM PEDE-CONTA THRU FIM-PEDE-CONTA.
           IF WS-CONTA = ZEROS
               GO TO TELA-1.
           DISPLAY "POSICAO EM(AAAAMMDD)>" AT 1505.
           MOVE WS-DATA-HOJE TO WS-DATA-FIM.
           DISPLAY WS-DATA-FIM AT 1527.
           ACCEPT WS-DATA-FIM AT 1527.
           IF WS-DATA-FIM = ZEROS
               GO TO TELA-1.
           MOVE "CONCILIACAO BANCARIA - POSICAO EM" TO TITULO-CAB01.
           MOVE WS-DATA-FIM TO TITULO-CAB01 (35:8).
           MOVE ZEROS TO CT-PAG WS-PEND-CRED WS-PEND-DEB WS-QTD-PEND.
           MOVE CBC-SALDO-INICIAL TO WS-SALDO.
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO-PENDENTE.
           MOVE "LANCAMENTOS DO RAZAO SEM CORRESPONDENCIA NO EXTRATO"
               TO TEXTO-SECAO.
           WRITE REG-RELATO FROM LINHA-SECAO BEFORE ADVANCING 2 LINES.
           MOVE WS-CONTA TO MBC-CONTA.
           MOVE ZEROS TO MBC-DATA MBC-SEQ.
           START MOVBANCO KEY NOT LESS THAN MBC-CHAVE
               INVALID KEY GO TO FIM-PENDENTE-RAZAO.
       LER-PENDENTE-RAZAO.
           READ MOVBANCO NEXT RECORD AT END
               GO TO FIM-PENDENTE-RAZAO.
           IF MBC-CONTA NOT = WS-CONTA OR MBC-DATA > WS-DATA-FIM
               GO TO FIM-PENDENTE-RAZAO.
           IF MBC-DATA NOT < CBC-DATA-SALDO
               IF MBC-TIPO = "C"
                   ADD MBC-VALOR TO WS-SALDO
               ELSE
                   SUBTRACT MBC-VALOR FROM WS-SALDO
               END-IF
           END-IF.
           IF MBC-CONCILIADO = "S"
               GO TO LER-PENDENTE-RAZAO.
           MOVE MBC-DATA TO WS-DATA-LANC.
           MOVE MBC-SEQ TO SEQ-PD.
           MOVE MBC-TIPO TO TIPO-PD.
           MOVE MBC-VALOR TO VALOR-PD.
           MOVE MBC-DOCUMENTO TO DOCUMENTO-PD.
           MOVE MBC-HISTORICO TO HISTORICO-PD.
           MOVE MBC-ORIGEM TO ORIGEM-PD.
           IF MBC-TIPO = "C"
               ADD MBC-VALOR TO WS-PEND-CRED
           ELSE
               ADD MBC-VALOR TO WS-PEND-DEB.
           PERFORM IMPRIME-PENDENTE.
           GO TO LER-PENDENTE-RAZAO.
       FIM-PENDENTE-RAZAO.
           PERFORM TOTAL-PENDENTE.
           COMPUTE WS-SALDO-EXTRATO = WS-SALDO - WS-PEND-CRED
                   + WS-PEND-DEB.
           MOVE ZEROS TO WS-PEND-CRED WS-PEND-DEB WS-QTD-PEND.
           MOVE "LINHAS DO EXTRATO SEM LANCAMENTO NO RAZAO"
               TO TEXTO-SECAO.
           WRITE REG-RELATO FROM LINHA-SECAO BEFORE ADVANCING 2 LINES
               AT EOP PERFORM CABECALHO-PENDENTE.
           MOVE WS-CONTA TO EXB-CONTA.
           MOVE ZEROS TO EXB-DATA EXB-SEQ.
           START EXTBANCO KEY NOT LESS THAN EXB-CHAVE
               INVALID KEY GO TO FIM-PENDENTE-EXTRATO.
       LER-PENDENTE-EXTRATO.
           READ EXTBANCO NEXT RECORD AT END
               GO TO FIM-PENDENTE-EXTRATO.
           IF EXB-CONTA NOT = WS-CONTA OR EXB-DATA > WS-DATA-FIM
               GO TO FIM-PENDENTE-EXTRATO.
           IF EXB-CONCILIADO = "S"
               GO TO LER-PENDENTE-EXTRATO.
           MOVE EXB-DATA TO WS-DATA-LANC.
           MOVE EXB-SEQ TO SEQ-PD.
           MOVE EXB-TIPO TO TIPO-PD.
           MOVE EXB-VALOR TO VALOR-PD.
           MOVE EXB-DOCUMENTO TO DOCUMENTO-PD.
           MOVE EXB-HISTORICO TO HISTORICO-PD.
           MOVE "EXTRATO" TO ORIGEM-PD.
           IF EXB-TIPO = "C"
               ADD EXB-VALOR TO WS-PEND-CRED
           ELSE
               ADD EXB-VALOR TO WS-PEND-DEB.
           PERFORM IMPRIME-PENDENTE.
           GO TO LER-PENDENTE-EXTRATO.
       FIM-PENDENTE-EXTRATO.
           PERFORM TOTAL-PENDENTE.
           COMPUTE WS-SALDO-EXTRATO = WS-SALDO-EXTRATO + WS-PEND-CRED
                   - WS-PEND-DEB.
           MOVE "SALDO DO RAZAO NA DATA" TO TEXTO-TOTAL.
           MOVE WS-SALDO TO VALOR-TOTAL.
           WRITE REG-RELATO FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO-PENDENTE.
           MOVE "SALDO ESPERADO NO EXTRATO" TO TEXTO-TOTAL.
           MOVE WS-SALDO-EXTRATO TO VALOR-TOTAL.
           WRITE REG-RELATO FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO-PENDENTE.
           CLOSE RELATO.
           MOVE "RELATORIO DE CONCILIACAO IMPRESSO" TO WS-MENSAGEM.
           PERFORM MOSTRA-MENSAGEM.
           GO TO TELA-1.
       IMPRIME-PENDENTE.
           MOVE LANC-DIA TO DIA-PD.
           MOVE LANC-MES TO MES-PD.
           MOVE LANC-ANO TO ANO-PD.
           ADD 1 TO WS-QTD-PEND.
           WRITE REG-RELATO FROM DETALHE-PENDENTE
               BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO-PENDENTE.
       TOTAL-PENDENTE.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO-PENDENTE.
           MOVE WS-QTD-PEND TO QTD-SECAO.
           WRITE REG-RELATO FROM LINHA-QTD-PEND
               BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO-PENDENTE.
           MOVE "CREDITOS PENDENTES" TO TEXTO-TOTAL.
           MOVE WS-PEND-CRED TO VALOR-TOTAL.
           WRITE REG-RELATO FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO-PENDENTE.
           MOVE "DEBITOS PENDENTES" TO TEXTO-TOTAL.
           MOVE WS-PEND-DEB TO VALOR-TOTAL.
           WRITE REG-RELATO FROM LINHA-TOTAL BEFORE ADVANCING 2 LINES
               AT EOP PERFORM CABECALHO-PENDENTE.
      *    BX - BAIXA MANUAL PELO TESOUREIRO DE UM LADO PENDENTE
       BAIXA-MANUAL.
           MOVE 2 TO WS-NIVEL-EXIGIDO.
           PERFORM VERIFICA-PERMISSAO.
           IF WS-AUTORIZADO NOT = "S"
               GO TO TELA-1.
           PERFORM PEDE-CONTA THRU FIM-PEDE-CONTA.
           IF WS-CONTA = ZEROS
               GO TO TELA-1.
           DISPLAY "L-RAZAO  E-EXTRATO..>" AT 1505.
           ACCEPT WS-LADO AT 1527.
           IF WS-LADO = "l"
               MOVE "L" TO WS-LADO.
           IF WS-LADO = "e"
               MOVE "E" TO WS-LADO.
           IF WS-LADO NOT = "L" AND NOT = "E"
               GO TO TELA-1.
           DISPLAY "DATA (AAAAMMDD)/SEQ.>" AT 1605.
           MOVE ZEROS TO WS-DATA-BX WS-SEQ-BX.
           ACCEPT WS-DATA-BX AT 1627.
           ACCEPT WS-SEQ-BX AT 1637.
           IF WS-LADO = "L"
               GO TO BAIXA-RAZAO.
       BAIXA-EXTRATO.
           MOVE WS-CONTA TO EXB-CONTA.
           MOVE WS-DATA-BX TO EXB-DATA.
           MOVE WS-SEQ-BX TO EXB-SEQ.
           READ EXTBANCO INVALID KEY
               MOVE "LINHA DO EXTRATO NAO ENCONTRADA" TO WS-MENSAGEM
               PERFORM MOSTRA-MENSAGEM
               GO TO TELA-1.
           IF EXB-CONCILIADO = "S"
               MOVE "LINHA DO EXTRATO JA CONCILIADA" TO WS-MENSAGEM
               PERFORM MOSTRA-MENSAGEM
               GO TO TELA-1.
           DISPLAY "LANCAMENTO..........>" AT 1705.
           DISPLAY EXB-TIPO AT 1727.
           MOVE EXB-VALOR TO WS-VALOR-MASK.
           DISPLAY WS-VALOR-MASK AT 1730.
           DISPLAY EXB-DOCUMENTO AT 1746.
           DISPLAY EXB-HISTORICO AT 1827.
           DISPLAY "LANCA NO RAZAO ? S-SIM" AT 1905.
           MOVE "N" TO WS-LANCA-RAZAO.
           ACCEPT WS-LANCA-RAZAO AT 1928.
           DISPLAY "CONFIRMA A BAIXA ? S-SIM" AT 2111.
           ACCEPT CONFIRMA AT 2137.
           DISPLAY LIMPA-LINHA AT 2111.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               GO TO TELA-1.
           MOVE SPACES TO EXB-MOVIMENTO.
           IF WS-LANCA-RAZAO = "S" OR "s"
               PERFORM LANCA-EXTRATO THRU FIM-LANCA-EXTRATO
               MOVE MBC-CHAVE TO EXB-MOVIMENTO.
           MOVE "S" TO EXB-CONCILIADO.
           MOVE WS-DATA-HOJE TO EXB-DATA-CONCILIA.
           REWRITE REG-EXTBANCO INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS-EXB AT 2111
               CALL "LOGERRO" USING "BANCOS" "REGRAVA EXTBANCO"
                       FS-EXB
               STOP RUN.
           MOVE "PENDENCIA DO EXTRATO BAIXADA" TO WS-MENSAGEM.
           PERFORM MOSTRA-MENSAGEM.
           GO TO TELA-1.
      *    LINHA DO EXTRATO SEM ORIGEM NO SISTEMA (TARIFA, JUROS)
      *    ENTRA NO RAZAO JA CONCILIADA
       LANCA-EXTRATO.
           MOVE ZEROS TO WS-ULTIMA-SEQ.
           MOVE WS-CONTA TO MBC-CONTA.
           MOVE EXB-DATA TO MBC-DATA.
           MOVE ZEROS TO MBC-SEQ.
           START MOVBANCO KEY NOT LESS THAN MBC-CHAVE
               INVALID KEY GO TO GRAVA-LANCA-EXTRATO.
       LER-SEQ-MOVIMENTO.
           READ MOVBANCO NEXT RECORD AT END
               GO TO GRAVA-LANCA-EXTRATO.
           IF MBC-CONTA NOT = WS-CONTA OR MBC-DATA NOT = EXB-DATA
               GO TO GRAVA-LANCA-EXTRATO.
           MOVE MBC-SEQ TO WS-ULTIMA-SEQ.
           GO TO LER-SEQ-MOVIMENTO.
       GRAVA-LANCA-EXTRATO.
           MOVE WS-CONTA TO MBC-CONTA.
           MOVE EXB-DATA TO MBC-DATA.
           COMPUTE MBC-SEQ = WS-ULTIMA-SEQ + 1.
           MOVE EXB-TIPO TO MBC-TIPO.
           MOVE EXB-VALOR TO MBC-VALOR.
           MOVE EXB-DOCUMENTO TO MBC-DOCUMENTO.
           MOVE EXB-HISTORICO TO MBC-HISTORICO.
           MOVE "EXTRATO" TO MBC-ORIGEM.
           MOVE WS-OPERADOR TO MBC-OPERADOR.
           MOVE "S" TO MBC-CONCILIADO.
           MOVE WS-DATA-HOJE TO MBC-DATA-CONCILIA.
           MOVE EXB-CHAVE TO MBC-EXTRATO.
           WRITE REG-MOVBANCO INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS-MBC AT 2111
               CALL "LOGERRO" USING "BANCOS" "GRAVA MOVBANCO" FS-MBC
               STOP RUN.
       FIM-LANCA-EXTRATO.
           EXIT.
       BAIXA-RAZAO.
           MOVE WS-CONTA TO MBC-CONTA.
           MOVE WS-DATA-BX TO MBC-DATA.
           MOVE WS-SEQ-BX TO MBC-SEQ.
           READ MOVBANCO INVALID KEY
               MOVE "LANCAMENTO NAO ENCONTRADO" TO WS-MENSAGEM
               PERFORM MOSTRA-MENSAGEM
               GO TO TELA-1.
           IF MBC-CONCILIADO = "S"
               MOVE "LANCAMENTO JA CONCILIADO" TO WS-MENSAGEM
               PERFORM MOSTRA-MENSAGEM
               GO TO TELA-1.
           DISPLAY "LANCAMENTO..........>" AT 1705.
           DISPLAY MBC-TIPO AT 1727.
           MOVE MBC-VALOR TO WS-VALOR-MASK.
           DISPLAY WS-VALOR-MASK AT 1730.
           DISPLAY MBC-DOCUMENTO AT 1746.
           DISPLAY MBC-HISTORICO AT 1827.
           DISPLAY MBC-ORIGEM AT 1859.
           DISPLAY "CONFIRMA A BAIXA ? S-SIM" AT 2111.
           ACCEPT CONFIRMA AT 2137.
           DISPLAY LIMPA-LINHA AT 2111.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               GO TO TELA-1.
           MOVE "S" TO MBC-CONCILIADO.
           MOVE WS-DATA-HOJE TO MBC-DATA-CONCILIA.
           MOVE SPACES TO MBC-EXTRATO.
           REWRITE REG-MOVBANCO INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS-MBC AT 2111
               CALL "LOGERRO" USING "BANCOS" "REGRAVA MOVBANCO"
                       FS-MBC
               STOP RUN.
           MOVE "PENDENCIA DO RAZAO BAIXADA" TO WS-MENSAGEM.
           PERFORM MOSTRA-MENSAGEM.
           GO TO TELA-1.
       PEDE-CONTA.
           DISPLAY "CONTA BANCARIA......>" AT 1405.
           MOVE ZEROS TO WS-CONTA.
           ACCEPT WS-CONTA AT 1427.
           IF WS-CONTA = ZEROS
               GO TO FIM-PEDE-CONTA.
           MOVE WS-CONTA TO CBC-CONTA.
           READ CONTABCO INVALID KEY
               MOVE "CONTA NAO CADASTRADA" TO WS-MENSAGEM
               PERFORM MOSTRA-MENSAGEM
               MOVE ZEROS TO WS-CONTA
               GO TO FIM-PEDE-CONTA.
           DISPLAY CBC-DESCRICAO AT 1431.
           MOVE CBC-CONTA TO CONTA-CAB.
           MOVE CBC-DESCRICAO TO DESCRICAO-CAB.
           MOVE CBC-BANCO TO BANCO-CAB.
           MOVE CBC-AGENCIA TO AGENCIA-CAB.
           MOVE CBC-NUMERO TO NUMERO-CAB.
       FIM-PEDE-CONTA.
           EXIT.
       PEDE-PERIODO.
           DISPLAY "PERIODO (AAAAMMDD)..>" AT 1505.
           DISPLAY "A" AT 1537.
           MOVE ZEROS TO WS-DATA-INI.
           MOVE WS-DATA-HOJE TO WS-DATA-FIM.
           DISPLAY WS-DATA-FIM AT 1539.
           ACCEPT WS-DATA-INI AT 1527.
           IF WS-DATA-INI = ZEROS
               GO TO FIM-PEDE-PERIODO.
           ACCEPT WS-DATA-FIM AT 1539.
           IF WS-DATA-FIM < WS-DATA-INI
               MOVE "PERIODO INVALIDO" TO WS-MENSAGEM
               PERFORM MOSTRA-MENSAGEM
               MOVE ZEROS TO WS-DATA-INI.
       FIM-PEDE-PERIODO.
           EXIT.
       VERIFICA-PERMISSAO.
           CALL "AUTORIZA" USING "BANCOS" WS-OPERADOR
                   WS-NIVEL-EXIGIDO WS-AUTORIZADO.
           IF WS-AUTORIZADO NOT = "S"
               MOVE "OPERADOR SEM PERMISSAO" TO WS-MENSAGEM
               PERFORM MOSTRA-MENSAGEM.
       MOSTRA-MENSAGEM.
           DISPLAY WS-MENSAGEM AT 2111.
           ACCEPT CONFIRMA AT 2162.
           DISPLAY LIMPA-LINHA AT 2111.
       CABECALHO-PENDENTE.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 2 LINES.
           WRITE REG-RELATO FROM CAB-CONTA BEFORE ADVANCING 2 LINES.
           WRITE REG-RELATO FROM CAB02-PENDENTE
               BEFORE ADVANCING 2 LINES.
       FIM.
           DISPLAY "FIM DO PROCESSAMENTO " AT 2111.
           CLOSE CONTABCO MOVBANCO EXTBANCO.
           STOP RUN.
           END PROGRAM BANCOS.
