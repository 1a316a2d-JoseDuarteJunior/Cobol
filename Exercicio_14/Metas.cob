      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - VENDAS NO BALCAO
      * Tectonics: cobc
      * Objetivo: METAS MENSAIS DE VENDA POR OPERADOR - CADASTRO DA
      *           META DE RECEITA E DA META OPCIONAL DE ITENS POR
      *           OPERADOR E COMPETENCIA (ARQUIVO METAS) E RELATORIO
      *           DE ACOMPANHAMENTO SOBRE O VENDCAB COM O VENDIDO ATE
      *           A DATA (DEVOLUCOES ABATIDAS DO OPERADOR DA VENDA
      *           ORIGINAL, COMO NO COMISSAO), PERCENTUAL ATINGIDO,
      *           RITMO DIARIO NECESSARIO NOS DIAS UTEIS QUE FALTAM
      *           (DIASUTIL/FERIADOS) E RANKING DOS OPERADORES; RODA
      *           NO MEIO DO MES (ATE HOJE) OU NO FECHAMENTO
      * Alteracoes:
      * 15/10/2026 - LAYOUT DO OPERADORES COM A FILIAL DE LOTACAO
      *              (OPE-FILIAL).
      * 15/10/2026 - ICMS-ST COBRADO NA VENDA (VCB-ICMS-ST) NAO CONTA
      *              PARA A META DE RECEITA, COMO O FRETE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. METAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT METAS ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       MET-CHAVE
           FILE STATUS      FS-MET.
           SELECT VENDCAB ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       VCB-NUMERO
           FILE STATUS      FS-VCB.
           SELECT VENDAS ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       VND-CHAVE
           FILE STATUS      FS-VND.
           SELECT OPERADORES ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       OPE-CODIGO
           FILE STATUS      FS-OPE.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD  METAS LABEL RECORD STANDARD
           VALUE OF FILE-ID "METAS".
       01  REG-METAS.
           02 MET-CHAVE.
               03 MET-COMPETENCIA PIC 9(06).
               03 MET-OPERADOR  PIC X(03).
           02 MET-VALOR         PIC 9(09)V99.
           02 MET-QTD-ITENS     PIC 9(05).
       FD  VENDCAB LABEL RECORD STANDARD
           VALUE OF FILE-ID "VENDCAB".
       01  REG-VENDCAB.
           02 VCB-NUMERO        PIC 9(06).
           02 VCB-DATA          PIC 9(08).
           02 VCB-OPERADOR      PIC X(03).
           02 VCB-FORMA-PAGTO   PIC X(01).
           02 VCB-SESSAO        PIC 9(04).
           02 VCB-TOTAL         PIC 9(09)V99.
           02 VCB-CLIENTE       PIC 9(04).
           02 VCB-TIPO          PIC X(01).
           02 VCB-REF           PIC 9(06).
           02 FILLER            PIC X(11).
           02 VCB-FRETE         PIC 9(07)V99.
           02 FILLER            PIC X(02).
           02 VCB-ICMS-ST       PIC 9(05)V99.
       FD  VENDAS LABEL RECORD STANDARD
           VALUE OF FILE-ID "VENDAS".
       01  REG-VENDAS.
           02 VND-CHAVE.
               03 VND-NUMERO    PIC 9(06).
               03 VND-ITEM      PIC 9(02).
           02 VND-DATA          PIC 9(08).
           02 VND-CODIGO        PIC 9(04).
           02 VND-DV            PIC 9(01).
           02 VND-QTDE          PIC 9(04).
           02 VND-PRECO-UNIT    PIC 9(06)V99.
           02 VND-TOTAL-ITEM    PIC 9(08)V99.
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
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  FS-MET               PIC X(02) VALUE SPACES.
       77  FS-VCB               PIC X(02) VALUE SPACES.
       77  FS-VND               PIC X(02) VALUE SPACES.
       77  FS-OPE               PIC X(02) VALUE SPACES.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  FUNCAO               PIC X(02) VALUE SPACES.
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-EOF               PIC X(01) VALUE "N".
       77  WS-OPERADOR          PIC X(03) VALUE SPACES.
       77  WS-NIVEL-EXIGIDO     PIC 9(01) VALUE ZEROS.
       77  WS-AUTORIZADO        PIC X(01) VALUE SPACES.
       77  WS-MET-EXISTE        PIC X(01) VALUE "N".
       77  WS-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       77  WS-COMP-HOJE         PIC 9(06) VALUE ZEROS.
       77  WS-DATA-REF          PIC 9(08) VALUE ZEROS.
       77  WS-OPER-VENDA        PIC X(03) VALUE SPACES.
       77  WS-NUMERO-SALVO      PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-SALVO       PIC 9(09)V99 VALUE ZEROS.
       77  WS-ITENS-DOC         PIC 9(05) VALUE ZEROS.
       77  WS-DIAS-RESTANTES    PIC 9(06) VALUE ZEROS.
       77  WS-STATUS-DU         PIC 9(02) VALUE ZEROS.
       77  WS-UF-LOCAL          PIC X(02) VALUE SPACES.
       77  WS-CIDADE-LOCAL      PIC X(20) VALUE SPACES.
       77  WS-LIQUIDO           PIC S9(10)V99 VALUE ZEROS.
       77  WS-FALTA             PIC 9(10)V99 VALUE ZEROS.
       77  WS-RITMO             PIC 9(10)V99 VALUE ZEROS.
       77  WS-TOT-META          PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-LIQUIDO       PIC S9(11)V99 VALUE ZEROS.
       77  WS-PERC-GERAL        PIC 9(04)V9 VALUE ZEROS.
       77  WS-RANK              PIC 9(03) VALUE ZEROS.
       77  WS-TROCOU            PIC X(01) VALUE "N".
       77  TAB-QTD              PIC 9(02) VALUE ZEROS.
       77  TAB-IDX              PIC 9(02) VALUE ZEROS.
       77  TAB-IDX-2            PIC 9(02) VALUE ZEROS.
       77  TAB-ACHOU            PIC X(01) VALUE "N".
       77  WS-ANO-CALC          PIC 9(04) VALUE ZEROS.
       77  RESTO-CALC           PIC 9(04) VALUE ZEROS.
       77  REM-4-CALC           PIC 9(02) VALUE ZEROS.
       77  REM-100-CALC         PIC 9(02) VALUE ZEROS.
       77  REM-400-CALC         PIC 9(03) VALUE ZEROS.
       77  BISSEXTO-CALC        PIC X(01) VALUE SPACES.
       01  TAB-OPERADORES.
           02 TAB-OPER OCCURS 50 TIMES.
               03 TAB-CODIGO    PIC X(03).
               03 TAB-META      PIC 9(09)V99.
               03 TAB-META-ITENS PIC 9(05).
               03 TAB-VENDIDO   PIC 9(10)V99.
               03 TAB-DEVOLVIDO PIC 9(10)V99.
               03 TAB-ITENS     PIC S9(06).
               03 TAB-PERC      PIC S9(05)V9.
       01  TAB-TROCA            PIC X(55).
       01  WS-DATA.
           02 ANO               PIC 9(02) VALUE ZEROS.
           02 MES               PIC 9(02) VALUE ZEROS.
           02 DIA               PIC 9(02) VALUE ZEROS.
       01  WS-DATA-HOJE.
           02 HOJE-ANO          PIC 9(04) VALUE ZEROS.
           02 HOJE-MES          PIC 9(02) VALUE ZEROS.
           02 HOJE-DIA          PIC 9(02) VALUE ZEROS.
       01  WS-DATA-FIM-MES.
           02 FIM-ANO           PIC 9(04) VALUE ZEROS.
           02 FIM-MES           PIC 9(02) VALUE ZEROS.
           02 FIM-DIA           PIC 9(02) VALUE ZEROS.
       01  WS-DATA-BASE.
           02 BASE-ANO          PIC 9(04) VALUE ZEROS.
           02 BASE-MES          PIC 9(02) VALUE ZEROS.
           02 BASE-DIA          PIC 9(02) VALUE ZEROS.
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
       01  WS-MENSAGENS.
           02 LIMPA-MENSAGEM    PIC X(50) VALUE SPACES.
       01  CAB01.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(06)    VALUE "DATA:".
           02 DATA-CAB01.
               03 DIA-CAB01   PIC 99/ VALUE ZEROS.
               03 MES-CAB01   PIC 99/ VALUE ZEROS.
               03 ANO-CAB01   PIC 9(04) VALUE ZEROS.
           02 FILLER    PIC X(05)     VALUE SPACES.
           02 FILLER    PIC X(28)
           VALUE "ACOMPANHAMENTO DE METAS".
           02 COMP-CAB01 PIC 9(06)   VALUE ZEROS.
           02 FILLER    PIC X(08)   VALUE "  ATE ".
           02 REF-CAB01  PIC 9(08)   VALUE ZEROS.
           02 FILLER    PIC X(04)   VALUE SPACES.
           02 FILLER     PIC X(04)   VALUE "PAG.".
           02 PAG-CAB01  PIC ZZ9     VALUE ZEROS.
       01  CAB02.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "RANK".
           02 FILLER  PIC X(05) VALUE "OPER".
           02 FILLER  PIC X(21) VALUE "NOME".
           02 FILLER  PIC X(14) VALUE "META".
           02 FILLER  PIC X(14) VALUE "LIQUIDO".
           02 FILLER  PIC X(08) VALUE "% ATING".
           02 FILLER  PIC X(14) VALUE "FALTA".
           02 FILLER  PIC X(15) VALUE "RITMO/DIA UTIL".
           02 FILLER  PIC X(07) VALUE "IT.META".
           02 FILLER  PIC X(07) VALUE "IT.VEND".
       01  DETALHE.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 RANK-DET          PIC ZZ9 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 OPER-DET          PIC X(03) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 NOME-DET          PIC X(20) VALUE SPACES.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 META-DET          PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 LIQUIDO-DET       PIC -Z.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 PERC-DET          PIC ZZZ9,9 VALUE ZEROS.
           02 PERC-DET-X REDEFINES PERC-DET PIC X(06).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 FALTA-DET         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 RITMO-DET         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 META-ITENS-DET    PIC ZZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 ITENS-DET         PIC -ZZZZ9 VALUE ZEROS.
       01  LINHA-DIAS.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(36)
           VALUE "DIAS UTEIS RESTANTES NO MES.......:".
           02 DIAS-MASK         PIC ZZ9 VALUE ZEROS.
       01  LINHA-TOTAL.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(20)
           VALUE "META GERAL.......:".
           02 META-GERAL-MASK   PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(18)
           VALUE "  LIQUIDO GERAL:".
           02 LIQ-GERAL-MASK    PIC -Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(10)
           VALUE "  % GERAL:".
           02 PERC-GERAL-MASK   PIC ZZZ9,9 VALUE ZEROS.
       SCREEN SECTION.
       01  TELA1.
            02 BLANK SCREEN.
            02 LINE 01 COLUMN 01 VALUE "DATA:".
            02 LINE 01 COLUMN 24 VALUE "METAS DE VENDA POR OPERADOR".
            02 LINE 03 COLUMN 01 VALUE "ESCOLHA A FUNCAO: ".
            02 LINE 03 COLUMN 22 VALUE "(MT-RL-FF)".
            02 LINE 05 COLUMN 05 VALUE "MT - MANUTENCAO DAS METAS".
            02 LINE 06 COLUMN 05 VALUE "RL - ACOMPANHAMENTO E RANKING".
            02 LINE 12 COLUMN 01 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR".
           MOVE 2 TO WS-NIVEL-EXIGIDO.
           CALL "AUTORIZA" USING "METAS" WS-OPERADOR
                   WS-NIVEL-EXIGIDO WS-AUTORIZADO.
           IF WS-AUTORIZADO NOT = "S"
               DISPLAY "OPERADOR SEM PERFIL PARA ESTE PROGRAMA"
                       AT 2202
               ACCEPT CONFIRMA AT 2242
               STOP RUN.
       ABRE-METAS.
           OPEN I-O METAS.
           IF FS-MET NOT = "00"
               IF FS-MET = "35"
                   CLOSE METAS OPEN OUTPUT METAS CLOSE METAS
                   GO TO ABRE-METAS
               ELSE
                   DISPLAY FS-MET "STATUS DO ARQUIVO METAS"
                   CALL "LOGERRO" USING "METAS" "ABERTURA METAS"
                           FS-MET
                   STOP RUN
           END-IF.
           OPEN INPUT VENDCAB.
           IF FS-VCB NOT = "00"
               DISPLAY "ARQUIVO VENDCAB NAO ENCONTRADO"
               CALL "LOGERRO" USING "METAS" "ABERTURA VENDCAB"
                       FS-VCB
               CLOSE METAS
               STOP RUN.
           OPEN INPUT VENDAS.
           IF FS-VND NOT = "00"
               DISPLAY "ARQUIVO VENDAS NAO ENCONTRADO"
               CALL "LOGERRO" USING "METAS" "ABERTURA VENDAS"
                       FS-VND
               CLOSE METAS VENDCAB
               STOP RUN.
           OPEN INPUT OPERADORES.
           IF FS-OPE NOT = "00"
               DISPLAY "CADASTRO DE OPERADORES AUSENTE"
               CALL "LOGERRO" USING "METAS" "ABERTURA OPERADORES"
                       FS-OPE
               CLOSE METAS VENDCAB VENDAS
               STOP RUN.
       TELA-1.
           DISPLAY TELA1.
           ACCEPT WS-DATA FROM DATE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY DIA AT 0107 '/' MES '/' ANO.
           MOVE DIA TO DIA-CAB01.
           MOVE MES TO MES-CAB01.
           MOVE HOJE-ANO TO ANO-CAB01.
           MOVE WS-DATA-HOJE (1:6) TO WS-COMP-HOJE.
           ACCEPT FUNCAO AT 0319.
           EVALUATE FUNCAO
               WHEN "MT"
                  GO TO MANUTENCAO
               WHEN "RL"
                  GO TO RELATORIO
               WHEN "FF"
                  GO TO FIM
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA" AT 1210
                  ACCEPT CONFIRMA AT 1224
                  GO TO TELA-1
           END-EVALUATE.
      *
      *    MT - META DE RECEITA E DE ITENS POR OPERADOR E COMPETENCIA
      *
       MANUTENCAO.
           DISPLAY "OPERADOR (BRANCO=FIM):" AT 0805.
           ACCEPT MET-OPERADOR AT 0829.
           IF MET-OPERADOR = SPACES
               DISPLAY LIMPA-MENSAGEM AT 0805
               GO TO TELA-1.
           MOVE MET-OPERADOR TO OPE-CODIGO.
           READ OPERADORES INVALID KEY
               DISPLAY "OPERADOR NAO CADASTRADO" AT 1210
               ACCEPT CONFIRMA AT 1234
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO MANUTENCAO.
           DISPLAY OPE-NOME AT 0835.
       PEDE-COMPETENCIA-MT.
           DISPLAY "COMPETENCIA (AAAAMM):" AT 0905.
           ACCEPT MET-COMPETENCIA AT 0929.
           IF MET-COMPETENCIA (5:2) < "01" OR > "12"
               GO TO PEDE-COMPETENCIA-MT.
           READ METAS
               INVALID KEY
                   MOVE "N" TO WS-MET-EXISTE
                   MOVE ZEROS TO MET-VALOR MET-QTD-ITENS
                   DISPLAY "META NOVA" AT 1210
               NOT INVALID KEY
                   MOVE "S" TO WS-MET-EXISTE
                   DISPLAY "META ATUAL:" AT 1210
                   DISPLAY MET-VALOR AT 1222
                   DISPLAY "ITENS:" AT 1236
                   DISPLAY MET-QTD-ITENS AT 1243
           END-READ.
           DISPLAY "META DE RECEITA (0=EXCLUI):" AT 1305.
           ACCEPT MET-VALOR AT 1333.
           IF MET-VALOR = ZEROS
               GO TO EXCLUI-META.
           DISPLAY "META DE ITENS (0=SEM META):" AT 1405.
           ACCEPT MET-QTD-ITENS AT 1433.
           IF WS-MET-EXISTE = "S"
               REWRITE REG-METAS INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO" FS-MET AT 1210
                   CALL "LOGERRO" USING "METAS" "REGRAVA METAS"
                           FS-MET
                   STOP RUN
               END-REWRITE
           ELSE
               WRITE REG-METAS INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO" FS-MET AT 1210
                   CALL "LOGERRO" USING "METAS" "GRAVACAO METAS"
                           FS-MET
                   STOP RUN
               END-WRITE
           END-IF.
           PERFORM LIMPA-MANUTENCAO.
           DISPLAY "META GRAVADA" AT 1210.
           ACCEPT CONFIRMA AT 1223.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           GO TO MANUTENCAO.
       EXCLUI-META.
           IF WS-MET-EXISTE = "S"
               DELETE METAS INVALID KEY
                   DISPLAY "ERRO DE EXCLUSAO" FS-MET AT 1210
                   CALL "LOGERRO" USING "METAS" "EXCLUSAO METAS"
                           FS-MET
                   STOP RUN
               END-DELETE
               PERFORM LIMPA-MANUTENCAO
               DISPLAY "META EXCLUIDA" AT 1210
               ACCEPT CONFIRMA AT 1224
           END-IF.
           PERFORM LIMPA-MANUTENCAO.
           GO TO MANUTENCAO.
       LIMPA-MANUTENCAO.
           DISPLAY LIMPA-MENSAGEM AT 0835.
           DISPLAY LIMPA-MENSAGEM AT 0905.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           DISPLAY LIMPA-MENSAGEM AT 1305.
           DISPLAY LIMPA-MENSAGEM AT 1405.
      *
      *    RL - VENDIDO ATE A DATA CONTRA A META, RITMO E RANKING
      *
       RELATORIO.
           DISPLAY "COMPETENCIA (AAAAMM, 0=ATUAL):" AT 0805.
           ACCEPT WS-COMPETENCIA AT 0836.
           DISPLAY LIMPA-MENSAGEM AT 0805.
           IF WS-COMPETENCIA = ZEROS
               MOVE WS-COMP-HOJE TO WS-COMPETENCIA.
           IF WS-COMPETENCIA > WS-COMP-HOJE
               DISPLAY "COMPETENCIA AINDA NAO INICIADA" AT 1210
               ACCEPT CONFIRMA AT 1241
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO TELA-1.
           PERFORM CALCULA-DATAS.
           MOVE ZEROS TO TAB-QTD.
           PERFORM CARREGA-METAS THRU FIM-CARREGA-METAS.
           PERFORM APURA-VENDAS THRU FIM-APURA-VENDAS.
           PERFORM CALCULA-PERCENTUAL
               VARYING TAB-IDX FROM 1 BY 1 UNTIL TAB-IDX > TAB-QTD.
           IF TAB-QTD > 1
               PERFORM PASSA-ORDENA THRU FIM-PASSA-ORDENA.
           PERFORM IMPRIME-RELATORIO.
           DISPLAY "ACOMPANHAMENTO DE METAS IMPRESSO" AT 1210.
           ACCEPT CONFIRMA AT 1243.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           GO TO TELA-1.
      *
      *    NO MES CORRENTE A REFERENCIA E HOJE; EM MES ANTERIOR E O
      *    ULTIMO DIA DO MES (FECHAMENTO, SEM DIAS RESTANTES)
      *
       CALCULA-DATAS.
           MOVE WS-COMPETENCIA (1:4) TO FIM-ANO WS-ANO-CALC.
           MOVE WS-COMPETENCIA (5:2) TO FIM-MES.
           MOVE DIAS-DO-MES (FIM-MES) TO FIM-DIA.
           IF FIM-MES = 2
               PERFORM VERIFICA-BISSEXTO
               IF BISSEXTO-CALC = "S"
                   MOVE 29 TO FIM-DIA
               END-IF
           END-IF.
           IF WS-COMPETENCIA = WS-COMP-HOJE
               MOVE WS-DATA-HOJE TO WS-DATA-BASE
           ELSE
               MOVE WS-DATA-FIM-MES TO WS-DATA-BASE.
           MOVE WS-DATA-BASE TO WS-DATA-REF.
           MOVE ZEROS TO WS-DIAS-RESTANTES.
           IF WS-DATA-BASE < WS-DATA-FIM-MES
               CALL "DIASUTIL" USING BASE-DIA BASE-MES BASE-ANO
                       FIM-DIA FIM-MES FIM-ANO WS-DIAS-RESTANTES
                       WS-STATUS-DU WS-UF-LOCAL WS-CIDADE-LOCAL
               IF WS-STATUS-DU NOT = ZEROS
                   MOVE ZEROS TO WS-DIAS-RESTANTES
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
       CARREGA-METAS.
           MOVE "N" TO WS-EOF.
           MOVE WS-COMPETENCIA TO MET-COMPETENCIA.
           MOVE LOW-VALUES TO MET-OPERADOR.
           START METAS KEY NOT LESS THAN MET-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-METAS.
           IF WS-EOF = "S"
               GO TO FIM-CARREGA-METAS.
           READ METAS NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
                   GO TO FIM-CARREGA-METAS.
           IF MET-COMPETENCIA NOT = WS-COMPETENCIA
               GO TO FIM-CARREGA-METAS.
           MOVE MET-OPERADOR TO WS-OPER-VENDA.
           PERFORM LOCALIZA-OPERADOR.
           MOVE MET-VALOR TO TAB-META (TAB-IDX).
           MOVE MET-QTD-ITENS TO TAB-META-ITENS (TAB-IDX).
           GO TO LER-METAS.
       FIM-CARREGA-METAS.
           EXIT.
       APURA-VENDAS.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO VCB-NUMERO.
           START VENDCAB KEY NOT LESS THAN VCB-NUMERO
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-VENDCAB.
           IF WS-EOF = "S"
               GO TO FIM-APURA-VENDAS.
           READ VENDCAB NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
                   GO TO FIM-APURA-VENDAS.
           IF VCB-DATA (1:6) NOT = WS-COMPETENCIA
               GO TO LER-VENDCAB.
           IF VCB-DATA > WS-DATA-REF OR VCB-TIPO = "C"
               GO TO LER-VENDCAB.
           PERFORM CONTA-ITENS THRU FIM-CONTA-ITENS.
           IF VCB-TIPO = "D"
               PERFORM BUSCA-OPER-ORIGINAL THRU FIM-BUSCA-OPER
               PERFORM LOCALIZA-OPERADOR
               ADD VCB-TOTAL TO TAB-DEVOLVIDO (TAB-IDX)
               SUBTRACT WS-ITENS-DOC FROM TAB-ITENS (TAB-IDX)
           ELSE
               MOVE VCB-OPERADOR TO WS-OPER-VENDA
               PERFORM LOCALIZA-OPERADOR
               ADD VCB-TOTAL TO TAB-VENDIDO (TAB-IDX)
               SUBTRACT VCB-FRETE FROM TAB-VENDIDO (TAB-IDX)
               PERFORM DESCONTA-ST-VENDA
               ADD WS-ITENS-DOC TO TAB-ITENS (TAB-IDX).
           GO TO LER-VENDCAB.
       FIM-APURA-VENDAS.
           EXIT.
       DESCONTA-ST-VENDA.
           IF VCB-ICMS-ST NUMERIC
               SUBTRACT VCB-ICMS-ST FROM TAB-VENDIDO (TAB-IDX).
       CONTA-ITENS.
           MOVE ZEROS TO WS-ITENS-DOC.
           MOVE VCB-NUMERO TO VND-NUMERO.
           MOVE ZEROS TO VND-ITEM.
           START VENDAS KEY NOT LESS THAN VND-CHAVE
               INVALID KEY GO TO FIM-CONTA-ITENS.
       LER-ITENS.
           READ VENDAS NEXT RECORD
               AT END
                   GO TO FIM-CONTA-ITENS.
           IF VND-NUMERO NOT = VCB-NUMERO
               GO TO FIM-CONTA-ITENS.
           ADD VND-QTDE TO WS-ITENS-DOC.
           GO TO LER-ITENS.
       FIM-CONTA-ITENS.
           EXIT.
       BUSCA-OPER-ORIGINAL.
           MOVE VCB-OPERADOR TO WS-OPER-VENDA.
           MOVE VCB-NUMERO TO WS-NUMERO-SALVO.
           MOVE VCB-TOTAL TO WS-TOTAL-SALVO.
           MOVE VCB-REF TO VCB-NUMERO.
           READ VENDCAB
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VCB-OPERADOR TO WS-OPER-VENDA
           END-READ.
           MOVE WS-TOTAL-SALVO TO VCB-TOTAL.
           MOVE WS-NUMERO-SALVO TO VCB-NUMERO.
           START VENDCAB KEY GREATER THAN VCB-NUMERO
               INVALID KEY MOVE "S" TO WS-EOF.
       FIM-BUSCA-OPER.
           EXIT.
       LOCALIZA-OPERADOR.
           MOVE "N" TO TAB-ACHOU.
           PERFORM COMPARA-OPERADOR
               VARYING TAB-IDX FROM 1 BY 1
               UNTIL TAB-IDX > TAB-QTD OR TAB-ACHOU = "S".
           IF TAB-ACHOU = "S"
               SUBTRACT 1 FROM TAB-IDX
           ELSE
               IF TAB-QTD < 50
                   ADD 1 TO TAB-QTD
               END-IF
               MOVE TAB-QTD TO TAB-IDX
               MOVE WS-OPER-VENDA TO TAB-CODIGO (TAB-IDX)
               MOVE ZEROS TO TAB-META (TAB-IDX)
               MOVE ZEROS TO TAB-META-ITENS (TAB-IDX)
               MOVE ZEROS TO TAB-VENDIDO (TAB-IDX)
               MOVE ZEROS TO TAB-DEVOLVIDO (TAB-IDX)
               MOVE ZEROS TO TAB-ITENS (TAB-IDX)
               MOVE ZEROS TO TAB-PERC (TAB-IDX)
           END-IF.
       COMPARA-OPERADOR.
           IF TAB-CODIGO (TAB-IDX) = WS-OPER-VENDA
               MOVE "S" TO TAB-ACHOU.
      *
      *    OPERADOR SEM META FICA NO FIM DO RANKING (PERCENTUAL -1)
      *
       CALCULA-PERCENTUAL.
           COMPUTE WS-LIQUIDO = TAB-VENDIDO (TAB-IDX)
               - TAB-DEVOLVIDO (TAB-IDX).
           IF TAB-META (TAB-IDX) = ZEROS
               MOVE -1 TO TAB-PERC (TAB-IDX)
           ELSE
               IF WS-LIQUIDO < ZEROS
                   MOVE ZEROS TO TAB-PERC (TAB-IDX)
               ELSE
                   COMPUTE TAB-PERC (TAB-IDX) ROUNDED =
                       WS-LIQUIDO * 100 / TAB-META (TAB-IDX)
                       ON SIZE ERROR
                           MOVE 9999,9 TO TAB-PERC (TAB-IDX)
                   END-COMPUTE
               END-IF
           END-IF.
       PASSA-ORDENA.
           MOVE "N" TO WS-TROCOU.
           PERFORM COMPARA-POSICAO
               VARYING TAB-IDX FROM 1 BY 1 UNTIL TAB-IDX >= TAB-QTD.
           IF WS-TROCOU = "S"
               GO TO PASSA-ORDENA.
       FIM-PASSA-ORDENA.
           EXIT.
       COMPARA-POSICAO.
           COMPUTE TAB-IDX-2 = TAB-IDX + 1.
           IF TAB-PERC (TAB-IDX-2) > TAB-PERC (TAB-IDX)
               MOVE TAB-OPER (TAB-IDX) TO TAB-TROCA
               MOVE TAB-OPER (TAB-IDX-2) TO TAB-OPER (TAB-IDX)
               MOVE TAB-TROCA TO TAB-OPER (TAB-IDX-2)
               MOVE "S" TO WS-TROCOU.
       IMPRIME-RELATORIO.
           MOVE ZEROS TO CT-PAG WS-TOT-META WS-TOT-LIQUIDO WS-RANK.
           MOVE WS-COMPETENCIA TO COMP-CAB01.
           MOVE WS-DATA-REF TO REF-CAB01.
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO.
           PERFORM IMPRIME-OPERADOR
               VARYING TAB-IDX FROM 1 BY 1 UNTIL TAB-IDX > TAB-QTD.
           MOVE ZEROS TO WS-PERC-GERAL.
           IF WS-TOT-META > ZEROS AND WS-TOT-LIQUIDO > ZEROS
               COMPUTE WS-PERC-GERAL ROUNDED =
                   WS-TOT-LIQUIDO * 100 / WS-TOT-META
                   ON SIZE ERROR
                       MOVE 9999,9 TO WS-PERC-GERAL
               END-COMPUTE
           END-IF.
           MOVE WS-TOT-META TO META-GERAL-MASK.
           MOVE WS-TOT-LIQUIDO TO LIQ-GERAL-MASK.
           MOVE WS-PERC-GERAL TO PERC-GERAL-MASK.
           MOVE WS-DIAS-RESTANTES TO DIAS-MASK.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           WRITE REG-RELATO FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES.
           WRITE REG-RELATO FROM LINHA-DIAS BEFORE ADVANCING 1 LINES.
           CLOSE RELATO.
       IMPRIME-OPERADOR.
           ADD 1 TO WS-RANK.
           MOVE WS-RANK TO RANK-DET.
           MOVE TAB-CODIGO (TAB-IDX) TO OPER-DET.
           MOVE TAB-CODIGO (TAB-IDX) TO OPE-CODIGO.
           READ OPERADORES INVALID KEY
               MOVE "** SEM CADASTRO **" TO OPE-NOME.
           MOVE OPE-NOME TO NOME-DET.
           COMPUTE WS-LIQUIDO = TAB-VENDIDO (TAB-IDX)
               - TAB-DEVOLVIDO (TAB-IDX).
           ADD TAB-META (TAB-IDX) TO WS-TOT-META.
           ADD WS-LIQUIDO TO WS-TOT-LIQUIDO.
           MOVE TAB-META (TAB-IDX) TO META-DET.
           MOVE WS-LIQUIDO TO LIQUIDO-DET.
           MOVE ZEROS TO WS-FALTA WS-RITMO.
           IF TAB-META (TAB-IDX) > WS-LIQUIDO
               COMPUTE WS-FALTA = TAB-META (TAB-IDX) - WS-LIQUIDO
               IF WS-DIAS-RESTANTES > ZEROS
                   COMPUTE WS-RITMO ROUNDED =
                       WS-FALTA / WS-DIAS-RESTANTES
               END-IF
           END-IF.
           IF TAB-META (TAB-IDX) = ZEROS
               MOVE "S/META" TO PERC-DET-X
           ELSE
               MOVE TAB-PERC (TAB-IDX) TO PERC-DET.
           MOVE WS-FALTA TO FALTA-DET.
           MOVE WS-RITMO TO RITMO-DET.
           MOVE TAB-META-ITENS (TAB-IDX) TO META-ITENS-DET.
           MOVE TAB-ITENS (TAB-IDX) TO ITENS-DET.
           WRITE REG-RELATO FROM DETALHE BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
       CABECALHO.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 3 LINES.
           WRITE REG-RELATO FROM CAB02 BEFORE ADVANCING 2 LINES.
       FIM.
           DISPLAY "FIM DO PROCESSAMENTO " AT 1210.
           CLOSE METAS VENDCAB VENDAS OPERADORES.
           STOP RUN.
           END PROGRAM METAS.
