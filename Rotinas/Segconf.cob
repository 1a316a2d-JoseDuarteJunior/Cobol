      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - ROTINA COMUM
      * Tectonics: cobc
      * Objetivo: SEGREGACAO DE FUNCOES - CADASTRO DAS REGRAS DE
      *           CONFLITO (ARQUIVO CONFLITO: PAR DE PROGRAMAS COM O
      *           NIVEL MINIMO DE CADA LADO QUE UM MESMO OPERADOR NAO
      *           PODE ACUMULAR), RELATORIO DOS PERFIS QUE VIOLAM AS
      *           REGRAS E VARREDURA DAS TRANSACOES ONDE O MESMO
      *           OPERADOR EXECUTOU DUAS ETAPAS CONFLITANTES:
      *           REQUISICAO DECIDIDA PELO PROPRIO SOLICITANTE, VENDA
      *           CANCELADA OU CREDITO LIBERADO PELO PROPRIO VENDEDOR
      *           COMO SUPERVISOR E PEDIDO DE COMPRA COM EMISSAO,
      *           RECEBIMENTO OU NOTA DO FORNECEDOR PELO MESMO
      *           OPERADOR (TRILHA DOCOPER DA ROTINA GRAVADOC);
      *           RESTRITO A SUPERVISOR (NIVEL 3 NO PERFIS)
      * Obs.: O MESMO PROGRAMA NOS DOIS LADOS DA REGRA SEPARA PAPEIS
      *       POR NIVEL (EX.: REQUIS NIVEL 1 X REQUIS NIVEL 3 APONTA
      *       QUEM PODE SOLICITAR E APROVAR A PROPRIA REQUISICAO)
      * Alteracoes:
      * 15/10/2026 - LAYOUT DO OPERADORES COM A FILIAL DE LOTACAO
      *              (OPE-FILIAL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGCONF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFLITO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       CNF-CHAVE
           FILE STATUS      FS-CNF.
           SELECT PERFIS ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       PRF-CHAVE
           FILE STATUS      FS-PRF.
           SELECT OPERADORES ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       OPE-CODIGO
           FILE STATUS      FS-OPE.
           SELECT REQUIS ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       REQ-NUMERO
           FILE STATUS      FS-REQ.
           SELECT VENDCAB ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       VCB-NUMERO
           FILE STATUS      FS-VCB.
           SELECT BLOQCRED ASSIGN TO "BLOQCRED"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-BLQ.
           SELECT DOCOPER ASSIGN TO "DOCOPER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-DOC.
           SELECT SORDOC ASSIGN TO DISK
           SORT STATUS IS ST.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD  CONFLITO LABEL RECORD STANDARD
           VALUE OF FILE-ID "CONFLITO".
       01  REG-CONFLITO.
           02 CNF-CHAVE.
               03 CNF-PROGRAMA-A PIC X(08).
               03 CNF-PROGRAMA-B PIC X(08).
           02 CNF-NIVEL-A       PIC 9(01).
           02 CNF-NIVEL-B       PIC 9(01).
           02 CNF-DESCRICAO     PIC X(40).
       FD  PERFIS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PERFIS".
       01  REG-PERFIS.
           02 PRF-CHAVE.
               03 PRF-OPERADOR  PIC X(03).
               03 PRF-PROGRAMA  PIC X(08).
           02 PRF-NIVEL         PIC 9(01).
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
       FD  REQUIS LABEL RECORD STANDARD
           VALUE OF FILE-ID "REQUIS".
       01  REG-REQUIS.
           02 REQ-NUMERO        PIC 9(06).
           02 REQ-DATA          PIC 9(08).
           02 REQ-CODIGO        PIC 9(05).
           02 REQ-QTDE          PIC 9(04).
           02 REQ-DEPOSITO      PIC 9(02).
           02 REQ-CCUSTO        PIC 9(03).
           02 REQ-SOLICITANTE   PIC X(03).
           02 REQ-STATUS        PIC X(01).
           02 REQ-APROVADOR     PIC X(03).
           02 REQ-DATA-DECISAO  PIC 9(08).
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
           02 VCB-CANC-DATA     PIC 9(08).
           02 VCB-CANC-SUPERV   PIC X(03).
           02 VCB-FRETE         PIC 9(07)V99.
           02 FILLER            PIC X(09).
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
       FD  DOCOPER
           LABEL RECORD IS OMITTED.
       01  REG-DOCOPER.
           02 DOC-DATA          PIC 9(08).
           02 FILLER            PIC X VALUE SPACE.
           02 DOC-HORA          PIC 9(06).
           02 FILLER            PIC X VALUE SPACE.
           02 DOC-TIPO          PIC X(08).
           02 FILLER            PIC X VALUE SPACE.
           02 DOC-NUMERO        PIC 9(06).
           02 FILLER            PIC X VALUE SPACE.
           02 DOC-ETAPA         PIC X(08).
           02 FILLER            PIC X VALUE SPACE.
           02 DOC-PROGRAMA      PIC X(08).
           02 FILLER            PIC X VALUE SPACE.
           02 DOC-OPERADOR      PIC X(03).
       SD  SORDOC VALUE OF FILE-ID IS "SORDOC".
       01  REG-SORDOC.
           02 SDC-TIPO          PIC X(08).
           02 SDC-NUMERO        PIC 9(06).
           02 SDC-OPERADOR      PIC X(03).
           02 SDC-ETAPA         PIC X(08).
           02 SDC-DATA          PIC 9(08).
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  FS-CNF               PIC X(02) VALUE SPACES.
       77  FS-PRF               PIC X(02) VALUE SPACES.
       77  FS-OPE               PIC X(02) VALUE SPACES.
       77  FS-REQ               PIC X(02) VALUE SPACES.
       77  FS-VCB               PIC X(02) VALUE SPACES.
       77  FS-BLQ               PIC X(02) VALUE SPACES.
       77  FS-DOC               PIC X(02) VALUE SPACES.
       77  ST                   PIC 9(02) VALUE ZEROS.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  FUNCAO               PIC X(02) VALUE SPACES.
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-OPERADOR          PIC X(03) VALUE SPACES.
       77  WS-NIVEL-EXIGIDO     PIC 9(01) VALUE ZEROS.
       77  WS-AUTORIZADO        PIC X(01) VALUE SPACES.
       77  WS-TEM-OPERADORES    PIC X(01) VALUE "N".
       77  WS-DATA-INICIAL      PIC 9(08) VALUE ZEROS.
       77  WS-PROGRAMA-TROCA    PIC X(08) VALUE SPACES.
       77  WS-NIVEL-TROCA       PIC 9(01) VALUE ZEROS.
       77  WS-OPER-ATUAL        PIC X(03) VALUE SPACES.
       77  WS-PROGRAMA-BUSCA    PIC X(08) VALUE SPACES.
       77  WS-NIVEL-ACHADO      PIC 9(01) VALUE ZEROS.
       77  WS-NIVEL-OPER-A      PIC 9(01) VALUE ZEROS.
       77  WS-TEM-GRUPO         PIC X(01) VALUE "N".
       77  WS-TIPO-ATUAL        PIC X(08) VALUE SPACES.
       77  WS-NUMERO-ATUAL      PIC 9(06) VALUE ZEROS.
       77  WS-OPER-DOC-ATUAL    PIC X(03) VALUE SPACES.
       77  WS-ETAPA-ATUAL       PIC X(08) VALUE SPACES.
       77  WS-DATA-DOC          PIC 9(08) VALUE ZEROS.
       77  QTD-ETAPAS           PIC 9(02) VALUE ZEROS.
       77  WS-TOT-REGRAS        PIC 9(05) VALUE ZEROS.
       77  WS-TOT-PERFIS        PIC 9(05) VALUE ZEROS.
       77  WS-TOT-REQUIS        PIC 9(05) VALUE ZEROS.
       77  WS-TOT-VENDAS        PIC 9(05) VALUE ZEROS.
       77  WS-TOT-CREDITO       PIC 9(05) VALUE ZEROS.
       77  WS-TOT-DOCUMENTOS    PIC 9(05) VALUE ZEROS.
       77  QTD-REG              PIC 9(03) VALUE ZEROS.
       77  IX-REG               PIC 9(03) VALUE ZEROS.
       77  QTD-PRF              PIC 9(03) VALUE ZEROS.
       77  IX-PRF               PIC 9(03) VALUE ZEROS.
       01  WS-DATA-HOJE.
           02 HOJE-ANO          PIC 9(04) VALUE ZEROS.
           02 HOJE-MES          PIC 9(02) VALUE ZEROS.
           02 HOJE-DIA          PIC 9(02) VALUE ZEROS.
       01  WS-DATA-TRAB.
           02 TRAB-ANO          PIC 9(04) VALUE ZEROS.
           02 TRAB-MES          PIC 9(02) VALUE ZEROS.
           02 TRAB-DIA          PIC 9(02) VALUE ZEROS.
       01  WS-DATA-TRAB-N REDEFINES WS-DATA-TRAB PIC 9(08).
       01  TABELA-REGRAS.
           02 TRG-ITEM OCCURS 100 TIMES.
               03 TRG-PROGRAMA-A PIC X(08).
               03 TRG-NIVEL-A    PIC 9(01).
               03 TRG-PROGRAMA-B PIC X(08).
               03 TRG-NIVEL-B    PIC 9(01).
               03 TRG-DESCRICAO  PIC X(40).
       01  TABELA-PERFIL.
           02 TPF-ITEM OCCURS 200 TIMES.
               03 TPF-PROGRAMA  PIC X(08).
               03 TPF-NIVEL     PIC 9(01).
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
           VALUE "SEGREGACAO DE FUNCOES".
           02 FILLER     PIC X(04)   VALUE "PAG.".
           02 PAG-CAB01  PIC ZZ9     VALUE ZEROS.
       01  CAB02.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 TEXTO-CAB02 PIC X(40)  VALUE SPACES.
           02 DATA-CAB02  PIC X(10)  VALUE SPACES.
       01  DATA-ED.
           02 DIA-ED            PIC 99/   VALUE ZEROS.
           02 MES-ED            PIC 99/   VALUE ZEROS.
           02 ANO-ED            PIC 9(04) VALUE ZEROS.
       01  LINHA-TITULO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TEXTO-TITULO      PIC X(70) VALUE SPACES.
       01  DET-REGRA.
           02 FILLER            PIC X(06) VALUE SPACES.
           02 PROGRAMA-A-RG     PIC X(08) VALUE SPACES.
           02 FILLER            PIC X(06) VALUE " NIV. ".
           02 NIVEL-A-RG        PIC 9     VALUE ZEROS.
           02 FILLER            PIC X(05) VALUE "  X  ".
           02 PROGRAMA-B-RG     PIC X(08) VALUE SPACES.
           02 FILLER            PIC X(06) VALUE " NIV. ".
           02 NIVEL-B-RG        PIC 9     VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 DESCRICAO-RG      PIC X(40) VALUE SPACES.
       01  DET-PERFIL.
           02 FILLER            PIC X(06) VALUE SPACES.
           02 OPER-PF           PIC X(03) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 NOME-PF           PIC X(30) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 PROGRAMA-A-PF     PIC X(08) VALUE SPACES.
           02 FILLER            PIC X(01) VALUE "/".
           02 NIVEL-A-PF        PIC 9     VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE " X ".
           02 PROGRAMA-B-PF     PIC X(08) VALUE SPACES.
           02 FILLER            PIC X(01) VALUE "/".
           02 NIVEL-B-PF        PIC 9     VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 DESCRICAO-PF      PIC X(40) VALUE SPACES.
       01  DET-TRANS.
           02 FILLER            PIC X(06) VALUE SPACES.
           02 DOC-DET           PIC X(08) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 NUMERO-DET        PIC ZZZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 DATA-DET          PIC X(10) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 OPER-DET          PIC X(03) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 OBS-DET           PIC X(45) VALUE SPACES.
           02 VALOR-DET         PIC ZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
       01  ETAPAS-ED.
           02 FILLER            PIC X(08) VALUE "ETAPAS: ".
           02 ETAPA-ED OCCURS 4 TIMES.
               03 NOME-ETAPA-ED PIC X(08).
               03 FILLER        PIC X(01).
       01  LINHA-TOTAL.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TEXTO-TOTAL       PIC X(45) VALUE SPACES.
           02 VALOR-TOTAL       PIC ZZ.ZZ9 VALUE ZEROS.
       01  WS-MENSAGENS.
           02 LIMPA-MENSAGEM    PIC X(60) VALUE SPACES.
           02 MSG-ERRO-1        PIC X(22)
              VALUE "PROGRAMA OBRIGATORIO".
           02 MSG-ERRO-2        PIC X(22)
              VALUE "REGRA JA CADASTRADA".
           02 MSG-ERRO-3        PIC X(22)
              VALUE "REGRA NAO CADASTRADA".
           02 MSG-ERRO-4        PIC X(40)
              VALUE "MESMO PROGRAMA E NIVEL NOS DOIS LADOS".
       SCREEN SECTION.
       01  LIMPA-TELA.
           02 BLANK SCREEN.
       01  TELA-BASE.
           02 LINE 01 COLUMN 02
           VALUE "SEGREGACAO DE FUNCOES - REGRAS DE CONFLITO".
           02 LINE 03 COLUMN 02 VALUE "ESCOLHA A FUNCAO:".
           02 LINE 03 COLUMN 21
           VALUE "(IN - EX - PF-PERFIS  TR-TRANSACOES  FF)".
           02 LINE 05 COLUMN 02 VALUE "PROGRAMA A.................:".
           02 LINE 06 COLUMN 02 VALUE "NIVEL MINIMO EM A (1-3)....:".
           02 LINE 07 COLUMN 02 VALUE "PROGRAMA B.................:".
           02 LINE 08 COLUMN 02 VALUE "NIVEL MINIMO EM B (1-3)....:".
           02 LINE 09 COLUMN 02 VALUE "DESCRICAO DO CONFLITO......:".
           02 LINE 10 COLUMN 02 VALUE "DOCUMENTOS DESDE (AAAAMMDD):".
           02 LINE 10 COLUMN 41 VALUE "(ZEROS = TODOS)".
           02 LINE 12 COLUMN 02 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR".
           MOVE 3 TO WS-NIVEL-EXIGIDO.
           CALL "AUTORIZA" USING "SEGCONF" WS-OPERADOR
                   WS-NIVEL-EXIGIDO WS-AUTORIZADO.
           IF WS-AUTORIZADO NOT = "S"
               DISPLAY "OPERADOR SEM PERFIL PARA ESTE PROGRAMA"
                       AT 2202
               ACCEPT CONFIRMA AT 2242
               STOP RUN.
           CALL "LEPARAM" USING EMP-PARAMETROS.
       ABRE-CONFLITO.
           OPEN I-O CONFLITO.
           IF FS-CNF NOT = "00"
               IF FS-CNF = "35"
                   CLOSE CONFLITO
                   OPEN OUTPUT CONFLITO
                   CLOSE CONFLITO
                   GO TO ABRE-CONFLITO
               ELSE
                   DISPLAY FS-CNF "STATUS DO ARQUIVO CONFLITO"
                   CALL "LOGERRO" USING "SEGCONF" "ABERTURA CONFLITO"
                           FS-CNF
                   STOP RUN
           END-IF.
       TELA-1.
           DISPLAY LIMPA-TELA.
           DISPLAY TELA-BASE.
           ACCEPT FUNCAO AT 0322.
           EVALUATE FUNCAO
               WHEN "IN"
                   GO TO INCLUSAO
               WHEN "EX"
                   GO TO EXCLUSAO
               WHEN "PF"
                   GO TO RELATORIO-PERFIS
               WHEN "TR"
                   GO TO RELATORIO-TRANSACOES
               WHEN "FF"
                   GO TO FIM
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA" AT 1212
                   ACCEPT CONFIRMA AT 1227
                   GO TO TELA-1
           END-EVALUATE.
      ******************************************************************
      *    MANUTENCAO DAS REGRAS - O PAR E GRAVADO EM ORDEM ALFABETICA
      *    PARA QUE A X B E B X A SEJAM A MESMA REGRA
      ******************************************************************
       INCLUSAO.
           ACCEPT CNF-PROGRAMA-A AT 0531.
           IF CNF-PROGRAMA-A = SPACES
               GO TO TELA-1.
       ROT-NIVEL-A.
           ACCEPT CNF-NIVEL-A AT 0631.
           IF CNF-NIVEL-A > 3
               GO TO ROT-NIVEL-A.
           IF CNF-NIVEL-A = ZEROS
               MOVE 1 TO CNF-NIVEL-A.
       ROT-PROGRAMA-B.
           ACCEPT CNF-PROGRAMA-B AT 0731.
           IF CNF-PROGRAMA-B = SPACES
               DISPLAY MSG-ERRO-1 AT 1212
               ACCEPT CONFIRMA AT 1235
               DISPLAY LIMPA-MENSAGEM AT 1212
               GO TO ROT-PROGRAMA-B.
       ROT-NIVEL-B.
           ACCEPT CNF-NIVEL-B AT 0831.
           IF CNF-NIVEL-B > 3
               GO TO ROT-NIVEL-B.
           IF CNF-NIVEL-B = ZEROS
               MOVE 1 TO CNF-NIVEL-B.
           IF CNF-PROGRAMA-A = CNF-PROGRAMA-B
                   AND CNF-NIVEL-A = CNF-NIVEL-B
               DISPLAY MSG-ERRO-4 AT 1212
               ACCEPT CONFIRMA AT 1253
               DISPLAY LIMPA-MENSAGEM AT 1212
               GO TO INCLUSAO.
           PERFORM ORDENA-PAR.
           ACCEPT CNF-DESCRICAO AT 0931.
           WRITE REG-CONFLITO INVALID KEY
               DISPLAY MSG-ERRO-2 AT 1212
               ACCEPT CONFIRMA AT 1235
               DISPLAY LIMPA-MENSAGEM AT 1212
               GO TO TELA-1.
           DISPLAY "CONTINUAR INCLUSAO ? S-SIM" AT 1212.
           ACCEPT CONFIRMA AT 1239.
           IF CONFIRMA = "S" OR "s"
               DISPLAY LIMPA-MENSAGEM AT 1212
               DISPLAY LIMPA-TELA
               DISPLAY TELA-BASE
               GO TO INCLUSAO.
           GO TO TELA-1.
       EXCLUSAO.
           ACCEPT CNF-PROGRAMA-A AT 0531.
           IF CNF-PROGRAMA-A = SPACES
               GO TO TELA-1.
           ACCEPT CNF-PROGRAMA-B AT 0731.
           PERFORM ORDENA-PAR.
           READ CONFLITO INVALID KEY
               DISPLAY MSG-ERRO-3 AT 1212
               ACCEPT CONFIRMA AT 1235
               DISPLAY LIMPA-MENSAGEM AT 1212
               GO TO EXCLUSAO.
           DISPLAY CNF-PROGRAMA-A AT 0531.
           DISPLAY CNF-NIVEL-A AT 0631.
           DISPLAY CNF-PROGRAMA-B AT 0731.
           DISPLAY CNF-NIVEL-B AT 0831.
           DISPLAY CNF-DESCRICAO AT 0931.
           DISPLAY "CONFIRMA EXCLUSAO ? S-SIM" AT 1212.
           ACCEPT CONFIRMA AT 1238.
           DISPLAY LIMPA-MENSAGEM AT 1212.
           IF CONFIRMA = "S" OR "s"
               DELETE CONFLITO INVALID KEY
                   DISPLAY "ERRO DE EXCLUSAO" FS-CNF AT 1212
                   CALL "LOGERRO" USING "SEGCONF"
                           "EXCLUSAO CONFLITO" FS-CNF
                   STOP RUN.
           GO TO TELA-1.
       ORDENA-PAR.
           IF CNF-PROGRAMA-A > CNF-PROGRAMA-B
               MOVE CNF-PROGRAMA-A TO WS-PROGRAMA-TROCA
               MOVE CNF-PROGRAMA-B TO CNF-PROGRAMA-A
               MOVE WS-PROGRAMA-TROCA TO CNF-PROGRAMA-B
               MOVE CNF-NIVEL-A TO WS-NIVEL-TROCA
               MOVE CNF-NIVEL-B TO CNF-NIVEL-A
               MOVE WS-NIVEL-TROCA TO CNF-NIVEL-B.
      ******************************************************************
      *    PF - PERFIS QUE VIOLAM AS REGRAS: O PERFIS E LIDO NA ORDEM
      *    DA CHAVE (OPERADOR + PROGRAMA) E A CADA QUEBRA DE OPERADOR
      *    OS PROGRAMAS DELE SAO CONFRONTADOS COM TODAS AS REGRAS
      ******************************************************************
       RELATORIO-PERFIS.
           PERFORM CARREGA-REGRAS THRU FIM-CARREGA-REGRAS.
           IF QTD-REG = ZEROS
               DISPLAY "NENHUMA REGRA DE CONFLITO CADASTRADA" AT 1212
               ACCEPT CONFIRMA AT 1249
               GO TO TELA-1.
           OPEN INPUT PERFIS.
           IF FS-PRF NOT = "00"
               CLOSE PERFIS
               DISPLAY "ARQUIVO PERFIS NAO ENCONTRADO" AT 1212
               ACCEPT CONFIRMA AT 1242
               GO TO TELA-1.
           PERFORM ABRE-OPERADORES.
           MOVE ZEROS TO WS-TOT-PERFIS.
           MOVE "CONFLITOS DE PERFIL DE ACESSO (PERFIS)" TO TEXTO-CAB02.
           MOVE SPACES TO DATA-CAB02.
           PERFORM ABRE-RELATO.
           MOVE "1 - REGRAS DE CONFLITO CADASTRADAS" TO TEXTO-TITULO.
           PERFORM IMPRIME-TITULO.
           PERFORM IMPRIME-REGRA VARYING IX-REG FROM 1 BY 1
                   UNTIL IX-REG > QTD-REG.
           MOVE "2 - OPERADORES COM PERFIS CONFLITANTES" TO
               TEXTO-TITULO.
           PERFORM IMPRIME-TITULO.
           MOVE SPACES TO WS-OPER-ATUAL.
           MOVE ZEROS TO QTD-PRF.
           MOVE LOW-VALUES TO PRF-CHAVE.
           START PERFIS KEY NOT LESS THAN PRF-CHAVE
               INVALID KEY
                   GO TO FIM-LE-PERFIS.
       LE-PERFIS.
           READ PERFIS NEXT AT END
               GO TO FIM-LE-PERFIS.
           IF PRF-OPERADOR NOT = WS-OPER-ATUAL
               IF WS-OPER-ATUAL NOT = SPACES
                   PERFORM AVALIA-OPERADOR
               END-IF
               MOVE PRF-OPERADOR TO WS-OPER-ATUAL
               MOVE ZEROS TO QTD-PRF
           END-IF.
           IF QTD-PRF < 200
               ADD 1 TO QTD-PRF
               MOVE PRF-PROGRAMA TO TPF-PROGRAMA (QTD-PRF)
               MOVE PRF-NIVEL TO TPF-NIVEL (QTD-PRF).
           GO TO LE-PERFIS.
       FIM-LE-PERFIS.
           IF WS-OPER-ATUAL NOT = SPACES
               PERFORM AVALIA-OPERADOR.
           CLOSE PERFIS.
           IF WS-TEM-OPERADORES = "S"
               CLOSE OPERADORES.
           MOVE SPACES TO TEXTO-TITULO.
           PERFORM IMPRIME-TITULO.
           MOVE "REGRAS DE CONFLITO CADASTRADAS...........:"
               TO TEXTO-TOTAL.
           MOVE QTD-REG TO VALOR-TOTAL.
           PERFORM IMPRIME-TOTAL.
           MOVE "VIOLACOES DE REGRA NOS PERFIS.............:"
               TO TEXTO-TOTAL.
           MOVE WS-TOT-PERFIS TO VALOR-TOTAL.
           PERFORM IMPRIME-TOTAL.
           CLOSE RELATO.
           DISPLAY "RELATORIO DE PERFIS IMPRESSO" AT 1212.
           ACCEPT CONFIRMA AT 1241.
           GO TO TELA-1.
       CARREGA-REGRAS.
           MOVE ZEROS TO QTD-REG.
           MOVE LOW-VALUES TO CNF-CHAVE.
           START CONFLITO KEY NOT LESS THAN CNF-CHAVE
               INVALID KEY
                   GO TO FIM-CARREGA-REGRAS.
       LER-CARREGA-REGRAS.
           READ CONFLITO NEXT AT END
               GO TO FIM-CARREGA-REGRAS.
           IF QTD-REG < 100
               ADD 1 TO QTD-REG
               MOVE CNF-PROGRAMA-A TO TRG-PROGRAMA-A (QTD-REG)
               MOVE CNF-NIVEL-A TO TRG-NIVEL-A (QTD-REG)
               MOVE CNF-PROGRAMA-B TO TRG-PROGRAMA-B (QTD-REG)
               MOVE CNF-NIVEL-B TO TRG-NIVEL-B (QTD-REG)
               MOVE CNF-DESCRICAO TO TRG-DESCRICAO (QTD-REG).
           GO TO LER-CARREGA-REGRAS.
       FIM-CARREGA-REGRAS.
           EXIT.
       AVALIA-OPERADOR.
           PERFORM AVALIA-REGRA THRU FIM-AVALIA-REGRA
                   VARYING IX-REG FROM 1 BY 1 UNTIL IX-REG > QTD-REG.
       AVALIA-REGRA.
           MOVE TRG-PROGRAMA-A (IX-REG) TO WS-PROGRAMA-BUSCA.
           PERFORM BUSCA-PERFIL.
           IF WS-NIVEL-ACHADO = ZEROS
                   OR WS-NIVEL-ACHADO < TRG-NIVEL-A (IX-REG)
               GO TO FIM-AVALIA-REGRA.
           MOVE WS-NIVEL-ACHADO TO WS-NIVEL-OPER-A.
           MOVE TRG-PROGRAMA-B (IX-REG) TO WS-PROGRAMA-BUSCA.
           PERFORM BUSCA-PERFIL.
           IF WS-NIVEL-ACHADO = ZEROS
                   OR WS-NIVEL-ACHADO < TRG-NIVEL-B (IX-REG)
               GO TO FIM-AVALIA-REGRA.
           ADD 1 TO WS-TOT-PERFIS.
           MOVE WS-OPER-ATUAL TO OPER-PF.
           MOVE SPACES TO NOME-PF.
           IF WS-TEM-OPERADORES = "S"
               MOVE WS-OPER-ATUAL TO OPE-CODIGO
               READ OPERADORES
                   INVALID KEY
                       MOVE "OPERADOR SEM CADASTRO" TO OPE-NOME
               END-READ
               MOVE OPE-NOME TO NOME-PF.
           MOVE TRG-PROGRAMA-A (IX-REG) TO PROGRAMA-A-PF.
           MOVE WS-NIVEL-OPER-A TO NIVEL-A-PF.
           MOVE TRG-PROGRAMA-B (IX-REG) TO PROGRAMA-B-PF.
           MOVE WS-NIVEL-ACHADO TO NIVEL-B-PF.
           MOVE TRG-DESCRICAO (IX-REG) TO DESCRICAO-PF.
           WRITE REG-RELATO FROM DET-PERFIL BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
       FIM-AVALIA-REGRA.
           EXIT.
       BUSCA-PERFIL.
           MOVE ZEROS TO WS-NIVEL-ACHADO.
           PERFORM COMPARA-PERFIL VARYING IX-PRF FROM 1 BY 1
                   UNTIL IX-PRF > QTD-PRF.
       COMPARA-PERFIL.
           IF TPF-PROGRAMA (IX-PRF) = WS-PROGRAMA-BUSCA
               MOVE TPF-NIVEL (IX-PRF) TO WS-NIVEL-ACHADO.
       IMPRIME-REGRA.
           MOVE TRG-PROGRAMA-A (IX-REG) TO PROGRAMA-A-RG.
           MOVE TRG-NIVEL-A (IX-REG) TO NIVEL-A-RG.
           MOVE TRG-PROGRAMA-B (IX-REG) TO PROGRAMA-B-RG.
           MOVE TRG-NIVEL-B (IX-REG) TO NIVEL-B-RG.
           MOVE TRG-DESCRICAO (IX-REG) TO DESCRICAO-RG.
           WRITE REG-RELATO FROM DET-REGRA BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
       ABRE-OPERADORES.
           MOVE "N" TO WS-TEM-OPERADORES.
           OPEN INPUT OPERADORES.
           IF FS-OPE = "00"
               MOVE "S" TO WS-TEM-OPERADORES
           ELSE
               CLOSE OPERADORES.
      ******************************************************************
      *    TR - DOCUMENTOS EM QUE O MESMO OPERADOR EXECUTOU DUAS
      *    ETAPAS QUE DEVERIAM SER DE PESSOAS DIFERENTES
      ******************************************************************
       RELATORIO-TRANSACOES.
           MOVE ZEROS TO WS-DATA-INICIAL.
           ACCEPT WS-DATA-INICIAL AT 1031.
           MOVE ZEROS TO WS-TOT-REQUIS WS-TOT-VENDAS.
           MOVE ZEROS TO WS-TOT-CREDITO WS-TOT-DOCUMENTOS.
           IF WS-DATA-INICIAL = ZEROS
               MOVE "DOCUMENTOS DE TODO O PERIODO" TO TEXTO-CAB02
               MOVE SPACES TO DATA-CAB02
           ELSE
               MOVE "DOCUMENTOS A PARTIR DE" TO TEXTO-CAB02
               MOVE WS-DATA-INICIAL TO WS-DATA-TRAB-N
               PERFORM EDITA-DATA
               MOVE DATA-ED TO DATA-CAB02.
           PERFORM ABRE-RELATO.
           MOVE "1 - REQUISICOES DECIDIDAS PELO PROPRIO SOLICITANTE"
               TO TEXTO-TITULO.
           PERFORM IMPRIME-TITULO.
           PERFORM VARRE-REQUIS THRU FIM-VARRE-REQUIS.
           MOVE "2 - VENDAS CANCELADAS PELO PROPRIO VENDEDOR" TO
               TEXTO-TITULO.
           PERFORM IMPRIME-TITULO.
           PERFORM VARRE-VENDCAB THRU FIM-VARRE-VENDCAB.
           MOVE "3 - CREDITO BLOQUEADO LIBERADO PELO PROPRIO VENDEDOR"
               TO TEXTO-TITULO.
           PERFORM IMPRIME-TITULO.
           PERFORM VARRE-BLOQCRED THRU FIM-VARRE-BLOQCRED.
           MOVE "4 - PEDIDOS DE COMPRA COM ETAPAS DO MESMO OPERADOR"
               TO TEXTO-TITULO.
           PERFORM IMPRIME-TITULO.
           SORT SORDOC ASCENDING KEY SDC-TIPO SDC-NUMERO
                   SDC-OPERADOR SDC-ETAPA
               INPUT PROCEDURE ENTRADA-DOC
               OUTPUT PROCEDURE SAIDA-DOC.
           MOVE SPACES TO TEXTO-TITULO.
           PERFORM IMPRIME-TITULO.
           MOVE "REQUISICOES DECIDIDAS PELO SOLICITANTE....:"
               TO TEXTO-TOTAL.
           MOVE WS-TOT-REQUIS TO VALOR-TOTAL.
           PERFORM IMPRIME-TOTAL.
           MOVE "VENDAS CANCELADAS PELO VENDEDOR...........:"
               TO TEXTO-TOTAL.
           MOVE WS-TOT-VENDAS TO VALOR-TOTAL.
           PERFORM IMPRIME-TOTAL.
           MOVE "CREDITO LIBERADO PELO VENDEDOR............:"
               TO TEXTO-TOTAL.
           MOVE WS-TOT-CREDITO TO VALOR-TOTAL.
           PERFORM IMPRIME-TOTAL.
           MOVE "PEDIDOS COM ETAPAS DO MESMO OPERADOR......:"
               TO TEXTO-TOTAL.
           MOVE WS-TOT-DOCUMENTOS TO VALOR-TOTAL.
           PERFORM IMPRIME-TOTAL.
           CLOSE RELATO.
           DISPLAY "RELATORIO DE TRANSACOES IMPRESSO" AT 1212.
           ACCEPT CONFIRMA AT 1245.
           GO TO TELA-1.
       VARRE-REQUIS.
           OPEN INPUT REQUIS.
           IF FS-REQ NOT = "00"
               CLOSE REQUIS
               GO TO FIM-VARRE-REQUIS.
           MOVE ZEROS TO REQ-NUMERO.
           START REQUIS KEY NOT LESS THAN REQ-NUMERO
               INVALID KEY
                   CLOSE REQUIS
                   GO TO FIM-VARRE-REQUIS.
       LER-VARRE-REQUIS.
           READ REQUIS NEXT AT END
               CLOSE REQUIS
               GO TO FIM-VARRE-REQUIS.
           IF REQ-APROVADOR = SPACES
                   OR REQ-APROVADOR NOT = REQ-SOLICITANTE
                   OR REQ-DATA < WS-DATA-INICIAL
               GO TO LER-VARRE-REQUIS.
           ADD 1 TO WS-TOT-REQUIS.
           MOVE "REQUIS" TO DOC-DET.
           MOVE REQ-NUMERO TO NUMERO-DET.
           MOVE REQ-DATA-DECISAO TO WS-DATA-TRAB-N.
           PERFORM EDITA-DATA.
           MOVE DATA-ED TO DATA-DET.
           MOVE REQ-SOLICITANTE TO OPER-DET.
           IF REQ-STATUS = "R"
               MOVE "REPROVADA PELO PROPRIO SOLICITANTE" TO OBS-DET
           ELSE
               MOVE "APROVADA PELO PROPRIO SOLICITANTE" TO OBS-DET.
           MOVE ZEROS TO VALOR-DET.
           PERFORM IMPRIME-TRANSACAO.
           GO TO LER-VARRE-REQUIS.
       FIM-VARRE-REQUIS.
           EXIT.
       VARRE-VENDCAB.
           OPEN INPUT VENDCAB.
           IF FS-VCB NOT = "00"
               CLOSE VENDCAB
               GO TO FIM-VARRE-VENDCAB.
           MOVE ZEROS TO VCB-NUMERO.
           START VENDCAB KEY NOT LESS THAN VCB-NUMERO
               INVALID KEY
                   CLOSE VENDCAB
                   GO TO FIM-VARRE-VENDCAB.
       LER-VARRE-VENDCAB.
           READ VENDCAB NEXT AT END
               CLOSE VENDCAB
               GO TO FIM-VARRE-VENDCAB.
           IF VCB-CANC-SUPERV = SPACES
                   OR VCB-CANC-SUPERV NOT = VCB-OPERADOR
                   OR VCB-DATA < WS-DATA-INICIAL
               GO TO LER-VARRE-VENDCAB.
           ADD 1 TO WS-TOT-VENDAS.
           MOVE "VENDA" TO DOC-DET.
           MOVE VCB-NUMERO TO NUMERO-DET.
           MOVE VCB-CANC-DATA TO WS-DATA-TRAB-N.
           PERFORM EDITA-DATA.
           MOVE DATA-ED TO DATA-DET.
           MOVE VCB-OPERADOR TO OPER-DET.
           MOVE "CANCELADA COM SUPERVISOR = VENDEDOR" TO OBS-DET.
           MOVE VCB-TOTAL TO VALOR-DET.
           PERFORM IMPRIME-TRANSACAO.
           GO TO LER-VARRE-VENDCAB.
       FIM-VARRE-VENDCAB.
           EXIT.
       VARRE-BLOQCRED.
           OPEN INPUT BLOQCRED.
           IF FS-BLQ NOT = "00"
               CLOSE BLOQCRED
               GO TO FIM-VARRE-BLOQCRED.
       LER-VARRE-BLOQCRED.
           READ BLOQCRED AT END
               CLOSE BLOQCRED
               GO TO FIM-VARRE-BLOQCRED.
           IF BLQ-RESULTADO NOT = "LIBERA"
                   OR BLQ-SUPERVISOR NOT = BLQ-OPERADOR
                   OR BLQ-DATA < WS-DATA-INICIAL
               GO TO LER-VARRE-BLOQCRED.
           ADD 1 TO WS-TOT-CREDITO.
           MOVE "CLIENTE" TO DOC-DET.
           MOVE BLQ-CLIENTE TO NUMERO-DET.
           MOVE BLQ-DATA TO WS-DATA-TRAB-N.
           PERFORM EDITA-DATA.
           MOVE DATA-ED TO DATA-DET.
           MOVE BLQ-OPERADOR TO OPER-DET.
           MOVE "BLOQUEIO LIBERADO COM SUPERVISOR = VENDEDOR"
               TO OBS-DET.
           MOVE BLQ-VALOR-VENDA TO VALOR-DET.
           PERFORM IMPRIME-TRANSACAO.
           GO TO LER-VARRE-BLOQCRED.
       FIM-VARRE-BLOQCRED.
           EXIT.
       IMPRIME-TRANSACAO.
           WRITE REG-RELATO FROM DET-TRANS BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
       EDITA-DATA.
           MOVE TRAB-DIA TO DIA-ED.
           MOVE TRAB-MES TO MES-ED.
           MOVE TRAB-ANO TO ANO-ED.
      ******************************************************************
      *    IMPRESSAO
      ******************************************************************
       ABRE-RELATO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE HOJE-DIA TO DIA-CAB01.
           MOVE HOJE-MES TO MES-CAB01.
           MOVE HOJE-ANO TO ANO-CAB01.
           MOVE ZEROS TO CT-PAG.
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO.
       IMPRIME-TITULO.
           WRITE REG-RELATO FROM LINHA-TITULO BEFORE ADVANCING 2 LINES
               AT EOP PERFORM CABECALHO.
       IMPRIME-TOTAL.
           WRITE REG-RELATO FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
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
       FIM.
           CLOSE CONFLITO.
           STOP RUN.
      ******************************************************************
      *    TRILHA DOCOPER ORDENADA POR DOCUMENTO + OPERADOR + ETAPA;
      *    MAIS DE UMA ETAPA NO MESMO GRUPO E CONFLITO
      ******************************************************************
       ENTRADA-DOC SECTION.
       INI-ENTRADA-DOC.
           OPEN INPUT DOCOPER.
           IF FS-DOC NOT = "00"
               CLOSE DOCOPER
               GO TO FIM-ENTRADA-DOC.
       LER-ENTRADA-DOC.
           READ DOCOPER AT END
               CLOSE DOCOPER
               GO TO FIM-ENTRADA-DOC.
           IF DOC-OPERADOR = SPACES OR DOC-DATA < WS-DATA-INICIAL
               GO TO LER-ENTRADA-DOC.
           MOVE DOC-TIPO     TO SDC-TIPO.
           MOVE DOC-NUMERO   TO SDC-NUMERO.
           MOVE DOC-OPERADOR TO SDC-OPERADOR.
           MOVE DOC-ETAPA    TO SDC-ETAPA.
           MOVE DOC-DATA     TO SDC-DATA.
           RELEASE REG-SORDOC.
           GO TO LER-ENTRADA-DOC.
       FIM-ENTRADA-DOC.
           EXIT.
       SAIDA-DOC SECTION.
       INI-SAIDA-DOC.
           MOVE "N" TO WS-TEM-GRUPO.
       LER-SAIDA-DOC.
           RETURN SORDOC AT END GO TO FIM-SAIDA-DOC.
           IF WS-TEM-GRUPO = "N" OR SDC-TIPO NOT = WS-TIPO-ATUAL
                   OR SDC-NUMERO NOT = WS-NUMERO-ATUAL
                   OR SDC-OPERADOR NOT = WS-OPER-DOC-ATUAL
               IF WS-TEM-GRUPO = "S"
                   PERFORM FECHA-GRUPO-DOC
               END-IF
               PERFORM ABRE-GRUPO-DOC
           END-IF.
           IF SDC-DATA > WS-DATA-DOC
               MOVE SDC-DATA TO WS-DATA-DOC.
           IF SDC-ETAPA NOT = WS-ETAPA-ATUAL
               MOVE SDC-ETAPA TO WS-ETAPA-ATUAL
               ADD 1 TO QTD-ETAPAS
               IF QTD-ETAPAS < 5
                   MOVE SDC-ETAPA TO NOME-ETAPA-ED (QTD-ETAPAS)
               END-IF
           END-IF.
           GO TO LER-SAIDA-DOC.
       ABRE-GRUPO-DOC.
           MOVE "S" TO WS-TEM-GRUPO.
           MOVE SDC-TIPO TO WS-TIPO-ATUAL.
           MOVE SDC-NUMERO TO WS-NUMERO-ATUAL.
           MOVE SDC-OPERADOR TO WS-OPER-DOC-ATUAL.
           MOVE SPACES TO WS-ETAPA-ATUAL.
           MOVE ZEROS TO QTD-ETAPAS WS-DATA-DOC.
           MOVE SPACES TO ETAPA-ED (1) ETAPA-ED (2).
           MOVE SPACES TO ETAPA-ED (3) ETAPA-ED (4).
       FECHA-GRUPO-DOC.
           IF QTD-ETAPAS > 1
               ADD 1 TO WS-TOT-DOCUMENTOS
               MOVE WS-TIPO-ATUAL TO DOC-DET
               MOVE WS-NUMERO-ATUAL TO NUMERO-DET
               MOVE WS-DATA-DOC TO WS-DATA-TRAB-N
               PERFORM EDITA-DATA
               MOVE DATA-ED TO DATA-DET
               MOVE WS-OPER-DOC-ATUAL TO OPER-DET
               MOVE ETAPAS-ED TO OBS-DET
               MOVE ZEROS TO VALOR-DET
               PERFORM IMPRIME-TRANSACAO.
       FIM-SAIDA-DOC.
           IF WS-TEM-GRUPO = "S"
               PERFORM FECHA-GRUPO-DOC.
       EXIT-SAIDA-DOC.
           EXIT.
       END PROGRAM SEGCONF.
