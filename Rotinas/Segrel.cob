      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - ROTINA COMUM
      * Tectonics: cobc
      * Objetivo: RELATORIO DIARIO DE SEGURANCA SOBRE O ACESSLOG -
      *           FALHAS DE IDENTIFICACAO POR OPERADOR (COM OS
      *           BLOQUEADOS POR EXCESSO DE TENTATIVAS), ACESSOS FORA
      *           DO HORARIO COMERCIAL OU EM DIA NAO UTIL (FIM DE
      *           SEMANA E FERIADOS PELA ROTINA DIASUTIL), RECUSAS DA
      *           ROTINA AUTORIZA POR PROGRAMA E OPERADORES ATIVOS NO
      *           OPERADORES SEM IDENTIFICACAO HA MAIS DE N DIAS, PARA
      *           DESATIVACAO; OS TOTAIS DE ALERTAS VAO PARA O ARQUIVO
      *           SEGCTL, IMPRESSO NA POSICAO DIARIA
      * Obs.: NA CADEIA NOTURNA (MODO_EXEC=LOTE) APURA O DIA ANTERIOR;
      *       NA TELA PEDE A DATA E PERMITE ALTERAR O HORARIO
      *       COMERCIAL E O PRAZO DE INATIVIDADE (ARQUIVO SEGCFG,
      *       PADRAO 07:00 AS 19:00 E 30 DIAS)
      * Alteracoes:
      * 15/10/2026 - LAYOUT DO OPERADORES COM A FILIAL DE LOTACAO
      *              (OPE-FILIAL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGREL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACESSLOG ASSIGN TO "ACESSLOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ACE.
           SELECT OPERADORES ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OPE-CODIGO
                  FILE STATUS IS FS-OPE.
           SELECT SEGCFG ASSIGN TO "SEGCFG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-CFG.
           SELECT SEGCTL ASSIGN TO "SEGCTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-CTL.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD  ACESSLOG
           LABEL RECORD IS OMITTED.
       01  REG-ACESSLOG.
           02 ACE-DATA          PIC 9(08).
           02 FILLER            PIC X.
           02 ACE-HORA          PIC 9(06).
           02 FILLER            PIC X.
           02 ACE-PROGRAMA      PIC X(08).
           02 FILLER            PIC X.
           02 ACE-OPERADOR      PIC X(03).
           02 FILLER            PIC X.
           02 ACE-RESULTADO     PIC X(06).
       FD  OPERADORES
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "OPERADORES".
       01  REG-OPERADORES.
           02 OPE-CODIGO        PIC X(03).
           02 OPE-NOME          PIC X(30).
           02 OPE-SENHA         PIC X(08).
           02 OPE-ATIVO         PIC X(01).
           02 OPE-DATA-SENHA    PIC 9(08).
           02 OPE-TROCA-OBRIG   PIC X(01).
           02 OPE-FALHAS        PIC 9(01).
           02 OPE-FILIAL        PIC 9(02).
       FD  SEGCFG
           LABEL RECORD IS OMITTED.
       01  REG-SEGCFG.
           02 CFG-HORA-INICIO   PIC 9(04).
           02 FILLER            PIC X VALUE SPACE.
           02 CFG-HORA-FIM      PIC 9(04).
           02 FILLER            PIC X VALUE SPACE.
           02 CFG-DIAS-INATIVO  PIC 9(03).
       FD  SEGCTL
           LABEL RECORD IS OMITTED.
       01  REG-SEGCTL.
           02 SGC-DATA          PIC 9(08).
           02 FILLER            PIC X VALUE SPACE.
           02 SGC-FALHAS        PIC 9(05).
           02 FILLER            PIC X VALUE SPACE.
           02 SGC-BLOQUEADOS    PIC 9(05).
           02 FILLER            PIC X VALUE SPACE.
           02 SGC-FORA-HORARIO  PIC 9(05).
           02 FILLER            PIC X VALUE SPACE.
           02 SGC-RECUSAS       PIC 9(05).
           02 FILLER            PIC X VALUE SPACE.
           02 SGC-INATIVOS      PIC 9(05).
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  FS-ACE               PIC X(02) VALUE SPACES.
       77  FS-OPE               PIC X(02) VALUE SPACES.
       77  FS-CFG               PIC X(02) VALUE SPACES.
       77  FS-CTL               PIC X(02) VALUE SPACES.
       77  WS-MODO-EXEC         PIC X(04) VALUE SPACES.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  FUNCAO               PIC X(02) VALUE SPACES.
       77  WS-EOF               PIC X(01) VALUE "N".
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-HORA-INICIO       PIC 9(04) VALUE 0700.
       77  WS-HORA-FIM          PIC 9(04) VALUE 1900.
       77  WS-DIAS-INATIVO      PIC 9(03) VALUE 30.
       77  WS-DATA-MOVTO        PIC 9(08) VALUE ZEROS.
       77  WS-HHMM              PIC 9(04) VALUE ZEROS.
       77  WS-DIA-UTIL          PIC X(01) VALUE "S".
       77  WS-DIAS-UTEIS        PIC 9(06) VALUE ZEROS.
       77  WS-STATUS-DU         PIC 9(02) VALUE ZEROS.
       77  WS-DIAS-MOVTO        PIC 9(08) VALUE ZEROS.
       77  WS-DIAS-SEM-ACESSO   PIC 9(08) VALUE ZEROS.
       77  WS-TOT-FALHAS        PIC 9(05) VALUE ZEROS.
       77  WS-TOT-BLOQUEADOS    PIC 9(05) VALUE ZEROS.
       77  WS-TOT-FORA          PIC 9(05) VALUE ZEROS.
       77  WS-TOT-RECUSAS       PIC 9(05) VALUE ZEROS.
       77  WS-TOT-INATIVOS      PIC 9(05) VALUE ZEROS.
       77  QTD-OPE              PIC 9(03) VALUE ZEROS.
       77  IX-OPE               PIC 9(03) VALUE ZEROS.
       77  IX-ACHOU             PIC 9(03) VALUE ZEROS.
       77  QTD-PRG              PIC 9(03) VALUE ZEROS.
       77  IX-PRG               PIC 9(03) VALUE ZEROS.
       77  QTD-FORA             PIC 9(03) VALUE ZEROS.
       77  IX-FORA              PIC 9(03) VALUE ZEROS.
       77  WS-DIA-CALC          PIC 9(02) VALUE ZEROS.
       77  WS-MES-CALC          PIC 9(02) VALUE ZEROS.
       77  WS-ANO-CALC          PIC 9(04) VALUE ZEROS.
       77  WS-DIAS-ABS          PIC 9(08) VALUE ZEROS.
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
       01  DIAS-MES-VALORES.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 28.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 30.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 30.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 30.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 30.
           02 FILLER PIC 9(02) VALUE 31.
       01  TABELA-DIAS-MES REDEFINES DIAS-MES-VALORES.
           02 DIAS-DO-MES PIC 9(02) OCCURS 12 TIMES.
       01  WS-DATA-HOJE.
           02 HOJE-ANO          PIC 9(04) VALUE ZEROS.
           02 HOJE-MES          PIC 9(02) VALUE ZEROS.
           02 HOJE-DIA          PIC 9(02) VALUE ZEROS.
       01  WS-DATA-TRAB.
           02 TRAB-ANO          PIC 9(04) VALUE ZEROS.
           02 TRAB-MES          PIC 9(02) VALUE ZEROS.
           02 TRAB-DIA          PIC 9(02) VALUE ZEROS.
       01  WS-DATA-TRAB-N REDEFINES WS-DATA-TRAB PIC 9(08).
       01  WS-DATA-MOVTO-R.
           02 MOV-ANO           PIC 9(04) VALUE ZEROS.
           02 MOV-MES           PIC 9(02) VALUE ZEROS.
           02 MOV-DIA           PIC 9(02) VALUE ZEROS.
       01  WS-DATA-ULTIMO.
           02 ULT-ANO           PIC 9(04) VALUE ZEROS.
           02 ULT-MES           PIC 9(02) VALUE ZEROS.
           02 ULT-DIA           PIC 9(02) VALUE ZEROS.
       01  TABELA-OPERADORES.
           02 TOP-ITEM OCCURS 300 TIMES.
               03 TOP-CODIGO    PIC X(03).
               03 TOP-NOME      PIC X(30).
               03 TOP-ATIVO     PIC X(01).
               03 TOP-FALHAS    PIC 9(01).
               03 TOP-ULTIMO    PIC 9(08).
               03 TOP-NEGADOS   PIC 9(04).
       01  TABELA-PROGRAMAS.
           02 TPG-ITEM OCCURS 100 TIMES.
               03 TPG-PROGRAMA  PIC X(08).
               03 TPG-RECUSAS   PIC 9(04).
       01  TABELA-FORA.
           02 TFO-ITEM OCCURS 200 TIMES.
               03 TFO-HORA      PIC 9(06).
               03 TFO-PROGRAMA  PIC X(08).
               03 TFO-OPERADOR  PIC X(03).
               03 TFO-RESULTADO PIC X(06).
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
       01  CAB00.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 TEXTO-CAB00 PIC X(60)  VALUE SPACES.
       01  CAB01.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(06)    VALUE "DATA:".
           02 DATA-CAB01.
               03 DIA-CAB01   PIC 99/ VALUE ZEROS.
               03 MES-CAB01   PIC 99/ VALUE ZEROS.
               03 ANO-CAB01   PIC 9(04) VALUE ZEROS.
           02 FILLER    PIC X(05)     VALUE SPACES.
           02 FILLER    PIC X(34)
           VALUE "MONITORACAO DE SEGURANCA".
           02 FILLER     PIC X(04)   VALUE "PAG.".
           02 PAG-CAB01  PIC ZZ9     VALUE ZEROS.
       01  CAB02.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(21)    VALUE "MOVIMENTO DO DIA....:".
           02 DIA-CAB02  PIC 99/     VALUE ZEROS.
           02 MES-CAB02  PIC 99/     VALUE ZEROS.
           02 ANO-CAB02  PIC 9(04)   VALUE ZEROS.
           02 FILLER    PIC X(02)    VALUE SPACES.
           02 UTIL-CAB02 PIC X(30)   VALUE SPACES.
       01  LINHA-TITULO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TEXTO-TITULO      PIC X(60) VALUE SPACES.
       01  DET-FALHA.
           02 FILLER            PIC X(06) VALUE SPACES.
           02 OPER-FAL          PIC X(03) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 NOME-FAL          PIC X(30) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 QTD-FAL           PIC ZZZ9  VALUE ZEROS.
           02 FILLER            PIC X(08) VALUE " FALHAS ".
           02 SITUACAO-FAL      PIC X(20) VALUE SPACES.
       01  DET-FORA.
           02 FILLER            PIC X(06) VALUE SPACES.
           02 HORA-FOR          PIC 99.99.99 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 PROGRAMA-FOR      PIC X(08) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 OPER-FOR          PIC X(03) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 RESULTADO-FOR     PIC X(06) VALUE SPACES.
       01  DET-RECUSA.
           02 FILLER            PIC X(06) VALUE SPACES.
           02 PROGRAMA-REC      PIC X(08) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 QTD-REC           PIC ZZZ9  VALUE ZEROS.
           02 FILLER            PIC X(09) VALUE " RECUSAS".
       01  DET-INATIVO.
           02 FILLER            PIC X(06) VALUE SPACES.
           02 OPER-INA          PIC X(03) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 NOME-INA          PIC X(30) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 ULTIMO-INA        PIC X(10) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 DIAS-INA          PIC X(12) VALUE SPACES.
       01  ULTIMO-INA-ED.
           02 DIA-INA           PIC 99/   VALUE ZEROS.
           02 MES-INA           PIC 99/   VALUE ZEROS.
           02 ANO-INA           PIC 9(04) VALUE ZEROS.
       01  DIAS-INA-ED.
           02 QTD-DIAS-INA      PIC ZZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(05) VALUE " DIAS".
       01  LINHA-TOTAL.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TEXTO-TOTAL       PIC X(40) VALUE SPACES.
           02 VALOR-TOTAL       PIC ZZ.ZZ9 VALUE ZEROS.
       01  WS-MENSAGENS.
           02 LIMPA-MENSAGEM    PIC X(60) VALUE SPACES.
       SCREEN SECTION.
       01  LIMPA-TELA.
           02 BLANK SCREEN.
       01  TELA-BASE.
           02 LINE 01 COLUMN 02
           VALUE "MONITORACAO DE SEGURANCA - ACESSLOG".
           02 LINE 03 COLUMN 02 VALUE "ESCOLHA A FUNCAO:".
           02 LINE 03 COLUMN 21
           VALUE "(RE-RELATORIO  CF-PARAMETROS  FF-FIM)".
           02 LINE 05 COLUMN 02 VALUE "INICIO DO EXPEDIENTE (HHMM):".
           02 LINE 06 COLUMN 02 VALUE "FIM DO EXPEDIENTE (HHMM)...:".
           02 LINE 07 COLUMN 02 VALUE "DIAS SEM ACESSO (INATIVO)..:".
           02 LINE 09 COLUMN 02 VALUE "DATA DO MOVIMENTO (AAAAMMDD)".
           02 LINE 10 COLUMN 02 VALUE "ZEROS = ONTEM..............:".
           02 LINE 12 COLUMN 02 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-MODO-EXEC FROM ENVIRONMENT "MODO_EXEC".
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           CALL "LEPARAM" USING EMP-PARAMETROS.
           PERFORM LE-CONFIG THRU FIM-LE-CONFIG.
           IF WS-MODO-EXEC = "LOTE"
               MOVE ZEROS TO WS-DATA-MOVTO
               PERFORM APURA THRU FIM-APURA
               STOP RUN.
       TELA-1.
           DISPLAY LIMPA-TELA.
           DISPLAY TELA-BASE.
           DISPLAY WS-HORA-INICIO AT 0531.
           DISPLAY WS-HORA-FIM AT 0631.
           DISPLAY WS-DIAS-INATIVO AT 0731.
           ACCEPT FUNCAO AT 0322.
           EVALUATE FUNCAO
               WHEN "RE"
                   GO TO PEDE-DATA
               WHEN "CF"
                   GO TO CONFIGURACAO
               WHEN "FF"
                   STOP RUN
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA" AT 1212
                   ACCEPT CONFIRMA AT 1227
                   GO TO TELA-1
           END-EVALUATE.
       PEDE-DATA.
           MOVE ZEROS TO WS-DATA-MOVTO.
           ACCEPT WS-DATA-MOVTO AT 1031.
           IF WS-DATA-MOVTO NOT = ZEROS
               MOVE WS-DATA-MOVTO TO WS-DATA-MOVTO-R
               IF MOV-MES < 1 OR MOV-MES > 12
                       OR MOV-DIA < 1 OR MOV-DIA > 31
                       OR WS-DATA-MOVTO > WS-DATA-HOJE
                   DISPLAY "DATA INVALIDA" AT 1212
                   ACCEPT CONFIRMA AT 1226
                   DISPLAY LIMPA-MENSAGEM AT 1212
                   GO TO PEDE-DATA
               END-IF
           END-IF.
           PERFORM APURA THRU FIM-APURA.
           DISPLAY "RELATORIO DE SEGURANCA IMPRESSO" AT 1212.
           ACCEPT CONFIRMA AT 1244.
           GO TO TELA-1.
       CONFIGURACAO.
           ACCEPT CFG-HORA-INICIO AT 0531.
           ACCEPT CFG-HORA-FIM AT 0631.
           IF CFG-HORA-INICIO > 2359 OR CFG-HORA-FIM > 2359
                   OR CFG-HORA-FIM NOT > CFG-HORA-INICIO
               DISPLAY "HORARIO INVALIDO" AT 1212
               ACCEPT CONFIRMA AT 1229
               DISPLAY LIMPA-MENSAGEM AT 1212
               GO TO CONFIGURACAO.
           ACCEPT CFG-DIAS-INATIVO AT 0731.
           IF CFG-DIAS-INATIVO = ZEROS
               MOVE 30 TO CFG-DIAS-INATIVO.
           OPEN OUTPUT SEGCFG.
           WRITE REG-SEGCFG.
           CLOSE SEGCFG.
           MOVE CFG-HORA-INICIO TO WS-HORA-INICIO.
           MOVE CFG-HORA-FIM TO WS-HORA-FIM.
           MOVE CFG-DIAS-INATIVO TO WS-DIAS-INATIVO.
           GO TO TELA-1.
       LE-CONFIG.
           OPEN INPUT SEGCFG.
           IF FS-CFG NOT = "00"
               CLOSE SEGCFG
               GO TO FIM-LE-CONFIG.
           READ SEGCFG AT END
               CLOSE SEGCFG
               GO TO FIM-LE-CONFIG.
           IF CFG-HORA-INICIO NUMERIC AND CFG-HORA-FIM NUMERIC
                   AND CFG-HORA-FIM > CFG-HORA-INICIO
               MOVE CFG-HORA-INICIO TO WS-HORA-INICIO
               MOVE CFG-HORA-FIM TO WS-HORA-FIM.
           IF CFG-DIAS-INATIVO NUMERIC AND CFG-DIAS-INATIVO > ZEROS
               MOVE CFG-DIAS-INATIVO TO WS-DIAS-INATIVO.
           CLOSE SEGCFG.
       FIM-LE-CONFIG.
           EXIT.
      ******************************************************************
      *    APURACAO: DATA DO MOVIMENTO, TABELA DE OPERADORES, LEITURA
      *    DO ACESSLOG INTEIRO E IMPRESSAO
      ******************************************************************
       APURA.
           MOVE ZEROS TO QTD-OPE QTD-PRG QTD-FORA CT-PAG.
           MOVE ZEROS TO WS-TOT-FALHAS WS-TOT-BLOQUEADOS WS-TOT-FORA.
           MOVE ZEROS TO WS-TOT-RECUSAS WS-TOT-INATIVOS.
           IF WS-DATA-MOVTO = ZEROS
               MOVE WS-DATA-HOJE TO WS-DATA-TRAB
               PERFORM SUBTRAI-UM-DIA
               MOVE WS-DATA-TRAB-N TO WS-DATA-MOVTO.
           MOVE WS-DATA-MOVTO TO WS-DATA-MOVTO-R.
           PERFORM VERIFICA-DIA-UTIL.
           MOVE MOV-DIA TO WS-DIA-CALC.
           MOVE MOV-MES TO WS-MES-CALC.
           MOVE MOV-ANO TO WS-ANO-CALC.
           PERFORM CONVERTE-PARA-DIAS.
           MOVE WS-DIAS-ABS TO WS-DIAS-MOVTO.
           PERFORM CARREGA-OPERADORES THRU FIM-CARREGA-OPERADORES.
           PERFORM LE-ACESSLOG THRU FIM-LE-ACESSLOG.
           PERFORM IMPRIME-RELATORIO.
           PERFORM GRAVA-SEGCTL.
       FIM-APURA.
           EXIT.
       VERIFICA-DIA-UTIL.
           MOVE WS-DATA-MOVTO TO WS-DATA-TRAB-N.
           PERFORM SUBTRAI-UM-DIA.
           CALL "DIASUTIL" USING TRAB-DIA TRAB-MES TRAB-ANO
                   MOV-DIA MOV-MES MOV-ANO WS-DIAS-UTEIS WS-STATUS-DU
                   EMP-UF EMP-CIDADE.
           IF WS-STATUS-DU = ZEROS AND WS-DIAS-UTEIS = ZEROS
               MOVE "N" TO WS-DIA-UTIL
               MOVE "DIA NAO UTIL (FIM SEMANA/FER.)" TO UTIL-CAB02
           ELSE
               MOVE "S" TO WS-DIA-UTIL
               MOVE "DIA UTIL" TO UTIL-CAB02.
       SUBTRAI-UM-DIA.
           IF TRAB-DIA > 1
               SUBTRACT 1 FROM TRAB-DIA
           ELSE
               IF TRAB-MES > 1
                   SUBTRACT 1 FROM TRAB-MES
               ELSE
                   MOVE 12 TO TRAB-MES
                   SUBTRACT 1 FROM TRAB-ANO
               END-IF
               MOVE DIAS-DO-MES (TRAB-MES) TO TRAB-DIA
               IF TRAB-MES = 2
                   MOVE TRAB-ANO TO WS-ANO-CALC
                   PERFORM VERIFICA-BISSEXTO
                   IF BISSEXTO-CALC = "S"
                       MOVE 29 TO TRAB-DIA
                   END-IF
               END-IF
           END-IF.
       CARREGA-OPERADORES.
           OPEN INPUT OPERADORES.
           IF FS-OPE NOT = "00"
               CLOSE OPERADORES
               GO TO FIM-CARREGA-OPERADORES.
           MOVE LOW-VALUES TO OPE-CODIGO.
           START OPERADORES KEY NOT LESS THAN OPE-CODIGO
               INVALID KEY
                   CLOSE OPERADORES
                   GO TO FIM-CARREGA-OPERADORES.
       LER-CARREGA-OPERADORES.
           READ OPERADORES NEXT RECORD AT END
               CLOSE OPERADORES
               GO TO FIM-CARREGA-OPERADORES.
           IF QTD-OPE >= 300
               GO TO LER-CARREGA-OPERADORES.
           ADD 1 TO QTD-OPE.
           MOVE OPE-CODIGO TO TOP-CODIGO (QTD-OPE).
           MOVE OPE-NOME TO TOP-NOME (QTD-OPE).
           MOVE OPE-ATIVO TO TOP-ATIVO (QTD-OPE).
           MOVE OPE-FALHAS TO TOP-FALHAS (QTD-OPE).
           MOVE ZEROS TO TOP-ULTIMO (QTD-OPE) TOP-NEGADOS (QTD-OPE).
           GO TO LER-CARREGA-OPERADORES.
       FIM-CARREGA-OPERADORES.
           EXIT.
       LE-ACESSLOG.
           OPEN INPUT ACESSLOG.
           IF FS-ACE NOT = "00"
               CLOSE ACESSLOG
               GO TO FIM-LE-ACESSLOG.
       LER-ACESSLOG.
           READ ACESSLOG AT END
               CLOSE ACESSLOG
               GO TO FIM-LE-ACESSLOG.
           IF ACE-DATA NOT NUMERIC OR ACE-DATA > WS-DATA-MOVTO
               GO TO LER-ACESSLOG.
           PERFORM BUSCA-OPERADOR.
           IF ACE-RESULTADO = "OK" AND IX-ACHOU > ZEROS
               IF ACE-DATA > TOP-ULTIMO (IX-ACHOU)
                   MOVE ACE-DATA TO TOP-ULTIMO (IX-ACHOU).
           IF ACE-DATA NOT = WS-DATA-MOVTO
               GO TO LER-ACESSLOG.
           IF ACE-RESULTADO = "NEGADO"
               ADD 1 TO WS-TOT-FALHAS
               IF IX-ACHOU > ZEROS
                   ADD 1 TO TOP-NEGADOS (IX-ACHOU).
           IF ACE-RESULTADO = "NEGPRF"
               ADD 1 TO WS-TOT-RECUSAS
               PERFORM SOMA-RECUSA.
           IF ACE-HORA NUMERIC
               COMPUTE WS-HHMM = ACE-HORA / 100
           ELSE
               MOVE ZEROS TO WS-HHMM.
           IF WS-DIA-UTIL = "N" OR WS-HHMM < WS-HORA-INICIO
                   OR WS-HHMM >= WS-HORA-FIM
               ADD 1 TO WS-TOT-FORA
               IF QTD-FORA < 200
                   ADD 1 TO QTD-FORA
                   MOVE ACE-HORA TO TFO-HORA (QTD-FORA)
                   MOVE ACE-PROGRAMA TO TFO-PROGRAMA (QTD-FORA)
                   MOVE ACE-OPERADOR TO TFO-OPERADOR (QTD-FORA)
                   MOVE ACE-RESULTADO TO TFO-RESULTADO (QTD-FORA).
           GO TO LER-ACESSLOG.
       FIM-LE-ACESSLOG.
           EXIT.
       BUSCA-OPERADOR.
           MOVE ZEROS TO IX-ACHOU.
           PERFORM TESTA-OPERADOR VARYING IX-OPE FROM 1 BY 1
                   UNTIL IX-OPE > QTD-OPE OR IX-ACHOU > ZEROS.
           IF IX-ACHOU = ZEROS AND QTD-OPE < 300
                   AND ACE-OPERADOR NOT = SPACES
               ADD 1 TO QTD-OPE
               MOVE QTD-OPE TO IX-ACHOU
               MOVE ACE-OPERADOR TO TOP-CODIGO (QTD-OPE)
               MOVE "** NAO CADASTRADO **" TO TOP-NOME (QTD-OPE)
               MOVE "?" TO TOP-ATIVO (QTD-OPE)
               MOVE ZEROS TO TOP-FALHAS (QTD-OPE)
               MOVE ZEROS TO TOP-ULTIMO (QTD-OPE) TOP-NEGADOS (QTD-OPE).
       TESTA-OPERADOR.
           IF TOP-CODIGO (IX-OPE) = ACE-OPERADOR
               MOVE IX-OPE TO IX-ACHOU.
       SOMA-RECUSA.
           MOVE ZEROS TO IX-ACHOU.
           PERFORM TESTA-PROGRAMA VARYING IX-PRG FROM 1 BY 1
                   UNTIL IX-PRG > QTD-PRG OR IX-ACHOU > ZEROS.
           IF IX-ACHOU = ZEROS AND QTD-PRG < 100
               ADD 1 TO QTD-PRG
               MOVE QTD-PRG TO IX-ACHOU
               MOVE ACE-PROGRAMA TO TPG-PROGRAMA (QTD-PRG)
               MOVE ZEROS TO TPG-RECUSAS (QTD-PRG).
           IF IX-ACHOU > ZEROS
               ADD 1 TO TPG-RECUSAS (IX-ACHOU).
       TESTA-PROGRAMA.
           IF TPG-PROGRAMA (IX-PRG) = ACE-PROGRAMA
               MOVE IX-PRG TO IX-ACHOU.
      ******************************************************************
      *    IMPRESSAO DAS QUATRO SECOES E DO RESUMO DE ALERTAS
      ******************************************************************
       IMPRIME-RELATORIO.
           OPEN OUTPUT RELATO.
           MOVE HOJE-DIA TO DIA-CAB01.
           MOVE HOJE-MES TO MES-CAB01.
           MOVE HOJE-ANO TO ANO-CAB01.
           MOVE MOV-DIA TO DIA-CAB02.
           MOVE MOV-MES TO MES-CAB02.
           MOVE MOV-ANO TO ANO-CAB02.
           PERFORM CABECALHO.
           MOVE "1 - FALHAS DE IDENTIFICACAO POR OPERADOR" TO
               TEXTO-TITULO.
           PERFORM IMPRIME-TITULO.
           PERFORM IMPRIME-FALHA VARYING IX-OPE FROM 1 BY 1
                   UNTIL IX-OPE > QTD-OPE.
           MOVE "2 - ACESSOS FORA DO HORARIO OU EM DIA NAO UTIL" TO
               TEXTO-TITULO.
           PERFORM IMPRIME-TITULO.
           PERFORM IMPRIME-FORA VARYING IX-FORA FROM 1 BY 1
                   UNTIL IX-FORA > QTD-FORA.
           IF WS-TOT-FORA > QTD-FORA
               MOVE "   ... DEMAIS ACESSOS SO NO TOTAL" TO TEXTO-TITULO
               PERFORM IMPRIME-TITULO.
           MOVE "3 - AUTORIZACOES RECUSADAS POR PROGRAMA" TO
               TEXTO-TITULO.
           PERFORM IMPRIME-TITULO.
           PERFORM IMPRIME-RECUSA VARYING IX-PRG FROM 1 BY 1
                   UNTIL IX-PRG > QTD-PRG.
           MOVE "4 - OPERADORES ATIVOS SEM IDENTIFICACAO - DESATIVAR"
               TO TEXTO-TITULO.
           PERFORM IMPRIME-TITULO.
           PERFORM IMPRIME-INATIVO THRU FIM-IMPRIME-INATIVO
                   VARYING IX-OPE FROM 1 BY 1 UNTIL IX-OPE > QTD-OPE.
           MOVE SPACES TO TEXTO-TITULO.
           PERFORM IMPRIME-TITULO.
           MOVE "FALHAS DE IDENTIFICACAO................:"
               TO TEXTO-TOTAL.
           MOVE WS-TOT-FALHAS TO VALOR-TOTAL.
           PERFORM IMPRIME-TOTAL.
           MOVE "OPERADORES BLOQUEADOS POR TENTATIVAS...:"
               TO TEXTO-TOTAL.
           MOVE WS-TOT-BLOQUEADOS TO VALOR-TOTAL.
           PERFORM IMPRIME-TOTAL.
           MOVE "ACESSOS FORA DO HORARIO / DIA NAO UTIL.:"
               TO TEXTO-TOTAL.
           MOVE WS-TOT-FORA TO VALOR-TOTAL.
           PERFORM IMPRIME-TOTAL.
           MOVE "AUTORIZACOES RECUSADAS.................:"
               TO TEXTO-TOTAL.
           MOVE WS-TOT-RECUSAS TO VALOR-TOTAL.
           PERFORM IMPRIME-TOTAL.
           MOVE "OPERADORES ATIVOS SEM ACESSO...........:"
               TO TEXTO-TOTAL.
           MOVE WS-TOT-INATIVOS TO VALOR-TOTAL.
           PERFORM IMPRIME-TOTAL.
           CLOSE RELATO.
       IMPRIME-FALHA.
           IF TOP-NEGADOS (IX-OPE) > ZEROS
               MOVE TOP-CODIGO (IX-OPE) TO OPER-FAL
               MOVE TOP-NOME (IX-OPE) TO NOME-FAL
               MOVE TOP-NEGADOS (IX-OPE) TO QTD-FAL
               MOVE SPACES TO SITUACAO-FAL
               IF TOP-ATIVO (IX-OPE) = "N" AND TOP-FALHAS (IX-OPE) > 2
                   MOVE "BLOQUEADO" TO SITUACAO-FAL
                   ADD 1 TO WS-TOT-BLOQUEADOS
               END-IF
               WRITE REG-RELATO FROM DET-FALHA
                   BEFORE ADVANCING 1 LINES
                   AT EOP PERFORM CABECALHO
               END-WRITE
           END-IF.
       IMPRIME-FORA.
           MOVE TFO-HORA (IX-FORA) TO HORA-FOR.
           MOVE TFO-PROGRAMA (IX-FORA) TO PROGRAMA-FOR.
           MOVE TFO-OPERADOR (IX-FORA) TO OPER-FOR.
           MOVE TFO-RESULTADO (IX-FORA) TO RESULTADO-FOR.
           WRITE REG-RELATO FROM DET-FORA BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
       IMPRIME-RECUSA.
           MOVE TPG-PROGRAMA (IX-PRG) TO PROGRAMA-REC.
           MOVE TPG-RECUSAS (IX-PRG) TO QTD-REC.
           WRITE REG-RELATO FROM DET-RECUSA BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
       IMPRIME-INATIVO.
           IF TOP-ATIVO (IX-OPE) NOT = "S"
               GO TO FIM-IMPRIME-INATIVO.
           MOVE TOP-CODIGO (IX-OPE) TO OPER-INA.
           MOVE TOP-NOME (IX-OPE) TO NOME-INA.
           IF TOP-ULTIMO (IX-OPE) = ZEROS
               MOVE "NUNCA" TO ULTIMO-INA
               MOVE SPACES TO DIAS-INA
           ELSE
               MOVE TOP-ULTIMO (IX-OPE) TO WS-DATA-ULTIMO
               MOVE ULT-DIA TO WS-DIA-CALC DIA-INA
               MOVE ULT-MES TO WS-MES-CALC MES-INA
               MOVE ULT-ANO TO WS-ANO-CALC ANO-INA
               PERFORM CONVERTE-PARA-DIAS
               COMPUTE WS-DIAS-SEM-ACESSO = WS-DIAS-MOVTO - WS-DIAS-ABS
               IF WS-DIAS-SEM-ACESSO NOT > WS-DIAS-INATIVO
                   GO TO FIM-IMPRIME-INATIVO
               END-IF
               MOVE ULTIMO-INA-ED TO ULTIMO-INA
               MOVE WS-DIAS-SEM-ACESSO TO QTD-DIAS-INA
               MOVE DIAS-INA-ED TO DIAS-INA
           END-IF.
           ADD 1 TO WS-TOT-INATIVOS.
           WRITE REG-RELATO FROM DET-INATIVO BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
       FIM-IMPRIME-INATIVO.
           EXIT.
       IMPRIME-TITULO.
           WRITE REG-RELATO FROM LINHA-TITULO BEFORE ADVANCING 2 LINES
               AT EOP PERFORM CABECALHO.
       IMPRIME-TOTAL.
           WRITE REG-RELATO FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
       GRAVA-SEGCTL.
           OPEN OUTPUT SEGCTL.
           IF FS-CTL NOT = "00"
               CALL "LOGERRO" USING "SEGREL" "ABERTURA SEGCTL" FS-CTL
               GO TO FIM-GRAVA-SEGCTL.
           MOVE SPACES TO REG-SEGCTL.
           MOVE WS-DATA-MOVTO TO SGC-DATA.
           MOVE WS-TOT-FALHAS TO SGC-FALHAS.
           MOVE WS-TOT-BLOQUEADOS TO SGC-BLOQUEADOS.
           MOVE WS-TOT-FORA TO SGC-FORA-HORARIO.
           MOVE WS-TOT-RECUSAS TO SGC-RECUSAS.
           MOVE WS-TOT-INATIVOS TO SGC-INATIVOS.
           WRITE REG-SEGCTL.
           CLOSE SEGCTL.
       FIM-GRAVA-SEGCTL.
           EXIT.
       CABECALHO.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           PERFORM CABECALHO-EMPRESA.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 2 LINES.
           WRITE REG-RELATO FROM CAB02 BEFORE ADVANCING 2 LINES.
       CABECALHO-EMPRESA.
           IF EMP-ACHOU = "S"
               IF EMP-CABEC-1 = SPACES
                   MOVE EMP-RAZAO TO TEXTO-CAB00
               ELSE
                   MOVE EMP-CABEC-1 TO TEXTO-CAB00
               END-IF
               WRITE REG-RELATO FROM CAB00 BEFORE ADVANCING 1 LINES
               IF EMP-CABEC-2 NOT = SPACES
                   MOVE EMP-CABEC-2 TO TEXTO-CAB00
                   WRITE REG-RELATO FROM CAB00
                       BEFORE ADVANCING 1 LINES
               END-IF
           END-IF.
       VERIFICA-BISSEXTO.
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
       CONVERTE-PARA-DIAS.
           COMPUTE ANO-ANT-CALC = WS-ANO-CALC - 1.
           DIVIDE ANO-ANT-CALC BY 4   GIVING QTD-4-CALC
                   REMAINDER RESTO-CALC.
           DIVIDE ANO-ANT-CALC BY 100 GIVING QTD-100-CALC
                   REMAINDER RESTO-CALC.
           DIVIDE ANO-ANT-CALC BY 400 GIVING QTD-400-CALC
                   REMAINDER RESTO-CALC.
           PERFORM VERIFICA-BISSEXTO.
           COMPUTE WS-DIAS-ABS = (WS-ANO-CALC - 1) * 365
                   + QTD-4-CALC - QTD-100-CALC + QTD-400-CALC
                   + DIAS-ACUM-MES (WS-MES-CALC) + WS-DIA-CALC.
           IF WS-MES-CALC > 2 AND BISSEXTO-CALC = 'S'
               ADD 1 TO WS-DIAS-ABS
           END-IF.
       END PROGRAM SEGREL.
