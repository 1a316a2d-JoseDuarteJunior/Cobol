      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - VENDAS NO BALCAO
      * Tectonics: cobc
      * Objetivo: CONSULTA GERAL DO CLIENTE (SOMENTE LEITURA) PELO
      *           CODIGO OU PELO INICIO DO NOME - ENDERECO DO CRIA03,
      *           LIMITE (LIMCRED) E SALDO EM ABERTO, ULTIMAS VENDAS
      *           DO VENDCAB, PARCELAS ABERTAS E VENCIDAS DO RECEBER,
      *           ENTREGAS PENDENTES E ORCAMENTOS EM ABERTO, COM
      *           IMPRESSAO DO RESUMO DO CLIENTE EM UMA PAGINA
      * Alteracoes:
      * 15/10/2026 - LAYOUT DO ENTREGAS COM A FILIAL DA VENDA
      *              (ENT-FILIAL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSCLI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRIA03 ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       CLI-CODIGO
           FILE STATUS      FS-CLI.
           SELECT LIMCRED ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       LIM-CLIENTE
           FILE STATUS      FS-LIM.
           SELECT VENDCAB ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       VCB-NUMERO
           FILE STATUS      FS-VCB.
           SELECT RECEBER ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       REC-CHAVE
           FILE STATUS      FS-REC.
           SELECT ENTREGAS ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       ENT-NUMERO
           FILE STATUS      FS-ENT.
           SELECT ORCAMENTO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       ORC-CHAVE
           FILE STATUS      FS-ORC.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD  CRIA03
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CRIA03".
       01  REG-CRIA03.
           02 CLI-CODIGO    PIC 9(04).
           02 CLI-NOME      PIC X(30).
           02 CLI-ENDERECO  PIC X(30).
           02 CLI-BAIRRO    PIC X(20).
           02 CLI-CEP       PIC 9(08).
           02 CLI-CIDADE    PIC X(20).
           02 CLI-UF        PIC X(02).
       FD  LIMCRED LABEL RECORD STANDARD
           VALUE OF FILE-ID "LIMCRED".
       01  REG-LIMCRED.
           02 LIM-CLIENTE       PIC 9(04).
           02 LIM-LIMITE        PIC 9(08)V99.
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
           02 FILLER            PIC X(29).
       FD  RECEBER LABEL RECORD STANDARD
           VALUE OF FILE-ID "RECEBER".
       01  REG-RECEBER.
           02 REC-CHAVE.
               03 REC-VENDA     PIC 9(06).
               03 REC-PARCELA   PIC 9(02).
           02 REC-CLIENTE       PIC 9(04).
           02 REC-VENCIMENTO    PIC 9(08).
           02 REC-VALOR         PIC 9(08)V99.
           02 REC-STATUS        PIC X(01).
           02 REC-DATA-PAGTO    PIC 9(08).
           02 REC-VALOR-PAGO    PIC 9(08)V99.
           02 REC-QTD-PAGTOS    PIC 9(02).
       FD  ENTREGAS LABEL RECORD STANDARD
           VALUE OF FILE-ID "ENTREGAS".
       01  REG-ENTREGAS.
           02 ENT-NUMERO        PIC 9(06).
           02 ENT-VENDA         PIC 9(06).
           02 ENT-CLIENTE       PIC 9(04).
           02 ENT-NOME          PIC X(30).
           02 ENT-ENDERECO      PIC X(30).
           02 ENT-BAIRRO        PIC X(20).
           02 ENT-CEP           PIC 9(08).
           02 ENT-CIDADE        PIC X(20).
           02 ENT-UF            PIC X(02).
           02 ENT-STATUS        PIC X(01).
           02 ENT-DATA-GERACAO  PIC 9(08).
           02 ENT-DATA-ENTREGA  PIC 9(08).
           02 ENT-RECEBEDOR     PIC X(30).
           02 ENT-FILIAL        PIC 9(02).
       FD  ORCAMENTO LABEL RECORD STANDARD
           VALUE OF FILE-ID "ORCAMENTO".
       01  REG-ORCAMENTO.
           02 ORC-CHAVE.
               03 ORC-NUMERO    PIC 9(06).
               03 ORC-ITEM      PIC 9(02).
           02 ORC-DATA          PIC 9(08).
           02 ORC-VALIDADE      PIC 9(08).
           02 ORC-CLIENTE       PIC X(30).
           02 ORC-CODIGO        PIC 9(04).
           02 ORC-DV            PIC 9(01).
           02 ORC-QTDE          PIC 9(04).
           02 ORC-PRECO         PIC 9(06)V99.
           02 ORC-TOTAL         PIC 9(08)V99.
           02 ORC-STATUS        PIC X(01).
           02 ORC-OPERADOR      PIC X(03).
           02 ORC-DESTINO       PIC X(01).
           02 ORC-MOTIVO        PIC 9(02).
           02 ORC-DATA-STATUS   PIC 9(08).
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  FS-CLI               PIC X(02) VALUE SPACES.
       77  FS-LIM               PIC X(02) VALUE SPACES.
       77  FS-VCB               PIC X(02) VALUE SPACES.
       77  FS-REC               PIC X(02) VALUE SPACES.
       77  FS-ENT               PIC X(02) VALUE SPACES.
       77  FS-ORC               PIC X(02) VALUE SPACES.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-EOF               PIC X(01) VALUE "N".
       77  WS-OPERADOR          PIC X(03) VALUE SPACES.
       77  WS-NIVEL-EXIGIDO     PIC 9(01) VALUE ZEROS.
       77  WS-AUTORIZADO        PIC X(01) VALUE SPACES.
       77  WS-LIM-DISPONIVEL    PIC X(01) VALUE "N".
       77  WS-VCB-DISPONIVEL    PIC X(01) VALUE "N".
       77  WS-REC-DISPONIVEL    PIC X(01) VALUE "N".
       77  WS-ENT-DISPONIVEL    PIC X(01) VALUE "N".
       77  WS-ORC-DISPONIVEL    PIC X(01) VALUE "N".
       77  WS-CODIGO-BUSCA      PIC 9(04) VALUE ZEROS.
       77  WS-NOME-BUSCA        PIC X(30) VALUE SPACES.
       77  WS-TAM-NOME          PIC 9(02) VALUE ZEROS.
       77  WS-TEM-LIMITE        PIC X(01) VALUE "N".
       77  WS-LIMITE            PIC 9(08)V99 VALUE ZEROS.
       77  WS-SALDO-ABERTO      PIC 9(09)V99 VALUE ZEROS.
       77  WS-SALDO-VENCIDO     PIC 9(09)V99 VALUE ZEROS.
       77  WS-DISPONIVEL        PIC 9(09)V99 VALUE ZEROS.
       77  WS-SALDO-PARCELA     PIC 9(08)V99 VALUE ZEROS.
       77  WS-QTD-ABERTAS       PIC 9(03) VALUE ZEROS.
       77  WS-QTD-VENCIDAS      PIC 9(03) VALUE ZEROS.
       77  WS-QTD-VENDAS        PIC 9(05) VALUE ZEROS.
       77  WS-QTD-ENTREGAS      PIC 9(03) VALUE ZEROS.
       77  WS-QTD-ORCAMENTOS    PIC 9(03) VALUE ZEROS.
       77  WS-ORC-ANTERIOR      PIC 9(06) VALUE ZEROS.
       77  WS-LINHA-TELA        PIC 9(02) VALUE ZEROS.
       77  WS-POSICAO           PIC 9(04) VALUE ZEROS.
       77  WS-LIMITE-TELA       PIC 9(02) VALUE ZEROS.
       77  IX-VEN               PIC 9(02) VALUE ZEROS.
       77  IX-PAR               PIC 9(02) VALUE ZEROS.
       77  IX-ENT               PIC 9(02) VALUE ZEROS.
       77  IX-ORC               PIC 9(02) VALUE ZEROS.
       01  WS-DATA.
           02 ANO               PIC 9(02) VALUE ZEROS.
           02 MES               PIC 9(02) VALUE ZEROS.
           02 DIA               PIC 9(02) VALUE ZEROS.
       01  WS-DATA-HOJE.
           02 HOJE-ANO          PIC 9(04) VALUE ZEROS.
           02 HOJE-MES          PIC 9(02) VALUE ZEROS.
           02 HOJE-DIA          PIC 9(02) VALUE ZEROS.
       01  WS-MENSAGENS.
           02 LIMPA-MENSAGEM    PIC X(50) VALUE SPACES.
           02 LIMPA-LINHA       PIC X(80) VALUE SPACES.
           02 MSG-ERRO-1        PIC X(23)
              VALUE "CLIENTE NAO CADASTRADO".
           02 MSG-ERRO-2        PIC X(35)
              VALUE "NENHUM CLIENTE (MAIS) COM ESTE NOME".
      *
      *    TABELAS DA CONSULTA - ULTIMAS 10 VENDAS, 15 PRIMEIRAS
      *    PARCELAS ABERTAS, 5 ENTREGAS E 5 ORCAMENTOS
      *
       01  TAB-VENDAS.
           02 TAB-VEN-QTD       PIC 9(02) VALUE ZEROS.
           02 TAB-VEN OCCURS 10 TIMES.
               03 TV-NUMERO     PIC 9(06).
               03 TV-DATA       PIC 9(08).
               03 TV-TIPO       PIC X(01).
               03 TV-TOTAL      PIC 9(09)V99.
       01  TAB-PARCELAS.
           02 TAB-PAR-QTD       PIC 9(02) VALUE ZEROS.
           02 TAB-PAR OCCURS 15 TIMES.
               03 TP-VENDA      PIC 9(06).
               03 TP-PARCELA    PIC 9(02).
               03 TP-VENCIMENTO PIC 9(08).
               03 TP-SALDO      PIC 9(08)V99.
       01  TAB-ENTREGAS.
           02 TAB-ENT-QTD       PIC 9(02) VALUE ZEROS.
           02 TAB-ENT OCCURS 5 TIMES.
               03 TE-NUMERO     PIC 9(06).
               03 TE-VENDA      PIC 9(06).
               03 TE-DATA       PIC 9(08).
       01  TAB-ORCAMENTOS.
           02 TAB-ORC-QTD       PIC 9(02) VALUE ZEROS.
           02 TAB-ORC OCCURS 5 TIMES.
               03 TO-NUMERO     PIC 9(06).
               03 TO-DATA       PIC 9(08).
               03 TO-VALIDADE   PIC 9(08).
               03 TO-TOTAL      PIC 9(09)V99.
      *
      *    LINHAS DE DETALHE - USADAS NA TELA E NO RESUMO IMPRESSO
      *
       01  LINHA-VEN.
           02 LV-NUMERO         PIC 9(06) VALUE ZEROS.
           02 FILLER            PIC X(01) VALUE SPACE.
           02 LV-DATA           PIC 9(08) VALUE ZEROS.
           02 FILLER            PIC X(01) VALUE SPACE.
           02 LV-TIPO           PIC X(06) VALUE SPACES.
           02 LV-TOTAL          PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINHA-PAR.
           02 LP-VENDA          PIC 9(06) VALUE ZEROS.
           02 FILLER            PIC X(01) VALUE "/".
           02 LP-PARCELA        PIC 9(02) VALUE ZEROS.
           02 FILLER            PIC X(01) VALUE SPACE.
           02 LP-VENCIMENTO     PIC 9(08) VALUE ZEROS.
           02 LP-SALDO          PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(01) VALUE SPACE.
           02 LP-SITUACAO       PIC X(07) VALUE SPACES.
       01  LINHA-ENT.
           02 LE-NUMERO         PIC 9(06) VALUE ZEROS.
           02 FILLER            PIC X(07) VALUE " VENDA ".
           02 LE-VENDA          PIC 9(06) VALUE ZEROS.
           02 FILLER            PIC X(01) VALUE SPACE.
           02 LE-DATA           PIC 9(08) VALUE ZEROS.
       01  LINHA-ORC.
           02 LO-NUMERO         PIC 9(06) VALUE ZEROS.
           02 FILLER            PIC X(06) VALUE " VAL. ".
           02 LO-VALIDADE       PIC 9(08) VALUE ZEROS.
           02 LO-TOTAL          PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINHA-VALORES.
           02 LVL-LIMITE        PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 LVL-ABERTO        PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 LVL-VENCIDO       PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 LVL-DISPONIVEL    PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  CAB01.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(06)    VALUE "DATA:".
           02 DATA-CAB01.
               03 DIA-CAB01   PIC 99/ VALUE ZEROS.
               03 MES-CAB01   PIC 99/ VALUE ZEROS.
               03 ANO-CAB01   PIC 9(04) VALUE ZEROS.
           02 FILLER    PIC X(05)     VALUE SPACES.
           02 FILLER    PIC X(34)     VALUE "RESUMO DO CLIENTE".
           02 FILLER     PIC X(04)   VALUE "PAG.".
           02 PAG-CAB01  PIC ZZ9     VALUE ZEROS.
       01  LINHA-CLIENTE.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(10) VALUE "CLIENTE:".
           02 CODIGO-CLI        PIC 9(04) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 NOME-CLI          PIC X(30) VALUE SPACES.
       01  LINHA-ENDERECO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(10) VALUE "ENDERECO:".
           02 ENDERECO-CLI      PIC X(30) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 BAIRRO-CLI        PIC X(20) VALUE SPACES.
       01  LINHA-CIDADE.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(10) VALUE "CEP:".
           02 CEP-CLI           PIC 9(08) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 CIDADE-CLI        PIC X(20) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 UF-CLI            PIC X(02) VALUE SPACES.
       01  LINHA-RESUMO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TEXTO-RESUMO      PIC X(28) VALUE SPACES.
           02 VALOR-RESUMO      PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINHA-TITULO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TEXTO-TITULO      PIC X(60) VALUE SPACES.
       01  LINHA-DETALHE.
           02 FILLER            PIC X(06) VALUE SPACES.
           02 TEXTO-DETALHE     PIC X(60) VALUE SPACES.
       SCREEN SECTION.
       01  TELA1.
            02 BLANK SCREEN.
            02 LINE 01 COLUMN 01 VALUE "DATA:".
            02 LINE 01 COLUMN 24 VALUE "CONSULTA GERAL DO CLIENTE".
            02 LINE 03 COLUMN 01 VALUE "CODIGO (0=PELO NOME):".
            02 LINE 05 COLUMN 01 VALUE "NOME....:".
            02 LINE 06 COLUMN 01 VALUE "ENDERECO:".
            02 LINE 06 COLUMN 50 VALUE "BAIRRO:".
            02 LINE 07 COLUMN 01 VALUE "CEP.....:".
            02 LINE 07 COLUMN 21 VALUE "CIDADE:".
            02 LINE 07 COLUMN 50 VALUE "UF:".
            02 LINE 08 COLUMN 01 VALUE "LIMITE".
            02 LINE 08 COLUMN 21 VALUE "SALDO ABERTO".
            02 LINE 08 COLUMN 41 VALUE "VENCIDO".
            02 LINE 08 COLUMN 61 VALUE "DISPONIVEL".
            02 LINE 10 COLUMN 01 VALUE "ULTIMAS VENDAS".
            02 LINE 10 COLUMN 41 VALUE "PARCELAS EM ABERTO".
            02 LINE 16 COLUMN 01 VALUE "ENTREGAS PENDENTES".
            02 LINE 16 COLUMN 41 VALUE "ORCAMENTOS EM ABERTO".
            02 LINE 22 COLUMN 01 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR".
           MOVE 1 TO WS-NIVEL-EXIGIDO.
           CALL "AUTORIZA" USING "CONSCLI" WS-OPERADOR
                   WS-NIVEL-EXIGIDO WS-AUTORIZADO.
           IF WS-AUTORIZADO NOT = "S"
               DISPLAY "OPERADOR SEM PERFIL PARA ESTE PROGRAMA"
                       AT 2202
               ACCEPT CONFIRMA AT 2242
               STOP RUN.
           OPEN INPUT CRIA03.
           IF FS-CLI NOT = "00"
               DISPLAY "ARQUIVO CRIA03 NAO ENCONTRADO"
               CALL "LOGERRO" USING "CONSCLI" "ABERTURA CRIA03"
                       FS-CLI
               STOP RUN.
           OPEN INPUT LIMCRED.
           IF FS-LIM = "00"
               MOVE "S" TO WS-LIM-DISPONIVEL
           ELSE
               MOVE "N" TO WS-LIM-DISPONIVEL
               CLOSE LIMCRED.
           OPEN INPUT VENDCAB.
           IF FS-VCB = "00"
               MOVE "S" TO WS-VCB-DISPONIVEL
           ELSE
               MOVE "N" TO WS-VCB-DISPONIVEL
               CLOSE VENDCAB.
           OPEN INPUT RECEBER.
           IF FS-REC = "00"
               MOVE "S" TO WS-REC-DISPONIVEL
           ELSE
               MOVE "N" TO WS-REC-DISPONIVEL
               CLOSE RECEBER.
           OPEN INPUT ENTREGAS.
           IF FS-ENT = "00"
               MOVE "S" TO WS-ENT-DISPONIVEL
           ELSE
               MOVE "N" TO WS-ENT-DISPONIVEL
               CLOSE ENTREGAS.
           OPEN INPUT ORCAMENTO.
           IF FS-ORC = "00"
               MOVE "S" TO WS-ORC-DISPONIVEL
           ELSE
               MOVE "N" TO WS-ORC-DISPONIVEL
               CLOSE ORCAMENTO.
       TELA-1.
           DISPLAY TELA1.
           ACCEPT WS-DATA FROM DATE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY DIA AT 0107 '/' MES '/' ANO.
           MOVE DIA TO DIA-CAB01.
           MOVE MES TO MES-CAB01.
           MOVE HOJE-ANO TO ANO-CAB01.
           ACCEPT WS-CODIGO-BUSCA AT 0323.
           IF WS-CODIGO-BUSCA = ZEROS
               GO TO PEDE-NOME.
           MOVE WS-CODIGO-BUSCA TO CLI-CODIGO.
           READ CRIA03 INVALID KEY
               DISPLAY MSG-ERRO-1 AT 2210
               ACCEPT CONFIRMA AT 2234
               GO TO TELA-1.
           GO TO MOSTRA-CLIENTE.
       PEDE-NOME.
           DISPLAY "NOME (INICIO, BRANCO=FIM):" AT 0401.
           MOVE SPACES TO WS-NOME-BUSCA.
           ACCEPT WS-NOME-BUSCA AT 0428.
           IF WS-NOME-BUSCA = SPACES
               GO TO FIM.
           MOVE 30 TO WS-TAM-NOME.
           PERFORM RECUA-TAMANHO
               UNTIL WS-NOME-BUSCA (WS-TAM-NOME:1) NOT = SPACE.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO CLI-CODIGO.
           START CRIA03 KEY NOT LESS THAN CLI-CODIGO
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-NOME.
           IF WS-EOF = "S"
               GO TO NOME-NAO-ACHADO.
           READ CRIA03 NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
                   GO TO NOME-NAO-ACHADO.
           IF CLI-NOME (1:WS-TAM-NOME) NOT =
                   WS-NOME-BUSCA (1:WS-TAM-NOME)
               GO TO LER-NOME.
           DISPLAY CLI-CODIGO AT 0511.
           DISPLAY CLI-NOME AT 0516.
           DISPLAY "E ESTE O CLIENTE ? S-SIM N-PROXIMO" AT 2210.
           ACCEPT CONFIRMA AT 2245.
           DISPLAY LIMPA-MENSAGEM AT 2210.
           IF CONFIRMA = "S" OR "s"
               GO TO MOSTRA-CLIENTE.
           GO TO LER-NOME.
       NOME-NAO-ACHADO.
           DISPLAY MSG-ERRO-2 AT 2210.
           ACCEPT CONFIRMA AT 2245.
           GO TO TELA-1.
       RECUA-TAMANHO.
           SUBTRACT 1 FROM WS-TAM-NOME.
      *
      *    MONTAGEM E EXIBICAO DA CONSULTA DO CLIENTE
      *
       MOSTRA-CLIENTE.
           PERFORM MONTA-CONSULTA.
           DISPLAY TELA1.
           DISPLAY DIA AT 0107 '/' MES '/' ANO.
           DISPLAY CLI-CODIGO AT 0323.
           DISPLAY CLI-CODIGO AT 0511.
           DISPLAY CLI-NOME AT 0516.
           DISPLAY CLI-ENDERECO AT 0611.
           DISPLAY CLI-BAIRRO AT 0658.
           DISPLAY CLI-CEP AT 0711.
           DISPLAY CLI-CIDADE AT 0729.
           DISPLAY CLI-UF AT 0754.
           DISPLAY LVL-LIMITE AT 0907.
           DISPLAY LVL-ABERTO AT 0921.
           DISPLAY LVL-VENCIDO AT 0941.
           DISPLAY LVL-DISPONIVEL AT 0961.
           IF WS-TEM-LIMITE NOT = "S"
               DISPLAY "SEM LIMITE   " AT 0907.
           DISPLAY WS-QTD-VENDAS AT 1016.
           DISPLAY WS-QTD-ABERTAS AT 1060.
           DISPLAY "VENC:" AT 1064.
           DISPLAY WS-QTD-VENCIDAS AT 1070.
           DISPLAY WS-QTD-ENTREGAS AT 1620.
           DISPLAY WS-QTD-ORCAMENTOS AT 1662.
           MOVE 11 TO WS-LINHA-TELA.
           MOVE ZEROS TO WS-LIMITE-TELA.
           IF TAB-VEN-QTD > 5
               COMPUTE WS-LIMITE-TELA = TAB-VEN-QTD - 5.
           PERFORM MOSTRA-VENDA
               VARYING IX-VEN FROM TAB-VEN-QTD BY -1
               UNTIL IX-VEN = WS-LIMITE-TELA.
           MOVE 11 TO WS-LINHA-TELA.
           PERFORM MOSTRA-PARCELA
               VARYING IX-PAR FROM 1 BY 1
               UNTIL IX-PAR > TAB-PAR-QTD OR IX-PAR > 5.
           MOVE 17 TO WS-LINHA-TELA.
           PERFORM MOSTRA-ENTREGA
               VARYING IX-ENT FROM 1 BY 1
               UNTIL IX-ENT > TAB-ENT-QTD OR IX-ENT > 5.
           MOVE 17 TO WS-LINHA-TELA.
           PERFORM MOSTRA-ORCAMENTO
               VARYING IX-ORC FROM 1 BY 1
               UNTIL IX-ORC > TAB-ORC-QTD OR IX-ORC > 5.
           DISPLAY "IMPRIME O RESUMO DO CLIENTE ? S-SIM" AT 2210.
           ACCEPT CONFIRMA AT 2246.
           DISPLAY LIMPA-MENSAGEM AT 2210.
           IF CONFIRMA = "S" OR "s"
               PERFORM IMPRIME-RESUMO
               DISPLAY "RESUMO DO CLIENTE IMPRESSO" AT 2210
               ACCEPT CONFIRMA AT 2237.
           GO TO TELA-1.
       MOSTRA-VENDA.
           PERFORM MONTA-LINHA-VEN.
           COMPUTE WS-POSICAO = WS-LINHA-TELA * 100 + 1.
           DISPLAY LINHA-VEN AT WS-POSICAO.
           ADD 1 TO WS-LINHA-TELA.
       MOSTRA-PARCELA.
           PERFORM MONTA-LINHA-PAR.
           COMPUTE WS-POSICAO = WS-LINHA-TELA * 100 + 41.
           DISPLAY LINHA-PAR AT WS-POSICAO.
           ADD 1 TO WS-LINHA-TELA.
       MOSTRA-ENTREGA.
           PERFORM MONTA-LINHA-ENT.
           COMPUTE WS-POSICAO = WS-LINHA-TELA * 100 + 1.
           DISPLAY LINHA-ENT AT WS-POSICAO.
           ADD 1 TO WS-LINHA-TELA.
       MOSTRA-ORCAMENTO.
           PERFORM MONTA-LINHA-ORC.
           COMPUTE WS-POSICAO = WS-LINHA-TELA * 100 + 41.
           DISPLAY LINHA-ORC AT WS-POSICAO.
           ADD 1 TO WS-LINHA-TELA.
       MONTA-LINHA-VEN.
           MOVE TV-NUMERO (IX-VEN) TO LV-NUMERO.
           MOVE TV-DATA (IX-VEN) TO LV-DATA.
           MOVE TV-TOTAL (IX-VEN) TO LV-TOTAL.
           EVALUATE TV-TIPO (IX-VEN)
               WHEN "D"
                   MOVE "DEVOL." TO LV-TIPO
               WHEN "C"
                   MOVE "CANC." TO LV-TIPO
               WHEN OTHER
                   MOVE "VENDA" TO LV-TIPO
           END-EVALUATE.
       MONTA-LINHA-PAR.
           MOVE TP-VENDA (IX-PAR) TO LP-VENDA.
           MOVE TP-PARCELA (IX-PAR) TO LP-PARCELA.
           MOVE TP-VENCIMENTO (IX-PAR) TO LP-VENCIMENTO.
           MOVE TP-SALDO (IX-PAR) TO LP-SALDO.
           IF TP-VENCIMENTO (IX-PAR) < WS-DATA-HOJE
               MOVE "VENCIDA" TO LP-SITUACAO
           ELSE
               MOVE SPACES TO LP-SITUACAO.
       MONTA-LINHA-ENT.
           MOVE TE-NUMERO (IX-ENT) TO LE-NUMERO.
           MOVE TE-VENDA (IX-ENT) TO LE-VENDA.
           MOVE TE-DATA (IX-ENT) TO LE-DATA.
       MONTA-LINHA-ORC.
           MOVE TO-NUMERO (IX-ORC) TO LO-NUMERO.
           MOVE TO-VALIDADE (IX-ORC) TO LO-VALIDADE.
           MOVE TO-TOTAL (IX-ORC) TO LO-TOTAL.
       MONTA-CONSULTA.
           MOVE ZEROS TO WS-LIMITE WS-SALDO-ABERTO WS-SALDO-VENCIDO.
           MOVE ZEROS TO WS-QTD-ABERTAS WS-QTD-VENCIDAS WS-QTD-VENDAS.
           MOVE ZEROS TO WS-QTD-ENTREGAS WS-QTD-ORCAMENTOS.
           MOVE ZEROS TO TAB-VEN-QTD TAB-PAR-QTD.
           MOVE ZEROS TO TAB-ENT-QTD TAB-ORC-QTD.
           MOVE "N" TO WS-TEM-LIMITE.
           IF WS-LIM-DISPONIVEL = "S"
               MOVE CLI-CODIGO TO LIM-CLIENTE
               READ LIMCRED
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LIM-LIMITE TO WS-LIMITE
                       MOVE "S" TO WS-TEM-LIMITE
               END-READ
           END-IF.
           IF WS-VCB-DISPONIVEL = "S"
               PERFORM CARREGA-VENDAS THRU FIM-CARREGA-VENDAS.
           IF WS-REC-DISPONIVEL = "S"
               PERFORM CARREGA-PARCELAS THRU FIM-CARREGA-PARCELAS.
           IF WS-ENT-DISPONIVEL = "S"
               PERFORM CARREGA-ENTREGAS THRU FIM-CARREGA-ENTREGAS.
           IF WS-ORC-DISPONIVEL = "S"
               PERFORM CARREGA-ORCAMENTOS THRU FIM-CARREGA-ORCAMENTOS.
           IF WS-LIMITE > WS-SALDO-ABERTO
               COMPUTE WS-DISPONIVEL = WS-LIMITE - WS-SALDO-ABERTO
           ELSE
               MOVE ZEROS TO WS-DISPONIVEL.
           MOVE WS-LIMITE TO LVL-LIMITE.
           MOVE WS-SALDO-ABERTO TO LVL-ABERTO.
           MOVE WS-SALDO-VENCIDO TO LVL-VENCIDO.
           MOVE WS-DISPONIVEL TO LVL-DISPONIVEL.
       CARREGA-VENDAS.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO VCB-NUMERO.
           START VENDCAB KEY NOT LESS THAN VCB-NUMERO
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-VENDCAB.
           IF WS-EOF = "S"
               GO TO FIM-CARREGA-VENDAS.
           READ VENDCAB NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
                   GO TO FIM-CARREGA-VENDAS.
           IF VCB-CLIENTE NOT = CLI-CODIGO
               GO TO LER-VENDCAB.
           ADD 1 TO WS-QTD-VENDAS.
           IF TAB-VEN-QTD = 10
               PERFORM DESLOCA-VENDA
                   VARYING IX-VEN FROM 1 BY 1 UNTIL IX-VEN > 9
           ELSE
               ADD 1 TO TAB-VEN-QTD.
           MOVE TAB-VEN-QTD TO IX-VEN.
           MOVE VCB-NUMERO TO TV-NUMERO (IX-VEN).
           MOVE VCB-DATA TO TV-DATA (IX-VEN).
           MOVE VCB-TIPO TO TV-TIPO (IX-VEN).
           MOVE VCB-TOTAL TO TV-TOTAL (IX-VEN).
           GO TO LER-VENDCAB.
       FIM-CARREGA-VENDAS.
           EXIT.
       DESLOCA-VENDA.
           MOVE TAB-VEN (IX-VEN + 1) TO TAB-VEN (IX-VEN).
       CARREGA-PARCELAS.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO REC-CHAVE.
           START RECEBER KEY NOT LESS THAN REC-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-RECEBER.
           IF WS-EOF = "S"
               GO TO FIM-CARREGA-PARCELAS.
           READ RECEBER NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
                   GO TO FIM-CARREGA-PARCELAS.
           IF REC-CLIENTE NOT = CLI-CODIGO OR REC-STATUS NOT = "A"
               GO TO LER-RECEBER.
           COMPUTE WS-SALDO-PARCELA = REC-VALOR - REC-VALOR-PAGO.
           ADD 1 TO WS-QTD-ABERTAS.
           ADD WS-SALDO-PARCELA TO WS-SALDO-ABERTO.
           IF REC-VENCIMENTO < WS-DATA-HOJE
               ADD 1 TO WS-QTD-VENCIDAS
               ADD WS-SALDO-PARCELA TO WS-SALDO-VENCIDO.
           IF TAB-PAR-QTD < 15
               ADD 1 TO TAB-PAR-QTD
               MOVE TAB-PAR-QTD TO IX-PAR
               MOVE REC-VENDA TO TP-VENDA (IX-PAR)
               MOVE REC-PARCELA TO TP-PARCELA (IX-PAR)
               MOVE REC-VENCIMENTO TO TP-VENCIMENTO (IX-PAR)
               MOVE WS-SALDO-PARCELA TO TP-SALDO (IX-PAR).
           GO TO LER-RECEBER.
       FIM-CARREGA-PARCELAS.
           EXIT.
       CARREGA-ENTREGAS.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO ENT-NUMERO.
           START ENTREGAS KEY NOT LESS THAN ENT-NUMERO
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-ENTREGAS.
           IF WS-EOF = "S"
               GO TO FIM-CARREGA-ENTREGAS.
           READ ENTREGAS NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
                   GO TO FIM-CARREGA-ENTREGAS.
           IF ENT-CLIENTE NOT = CLI-CODIGO OR ENT-STATUS NOT = "P"
               GO TO LER-ENTREGAS.
           ADD 1 TO WS-QTD-ENTREGAS.
           IF TAB-ENT-QTD < 5
               ADD 1 TO TAB-ENT-QTD
               MOVE TAB-ENT-QTD TO IX-ENT
               MOVE ENT-NUMERO TO TE-NUMERO (IX-ENT)
               MOVE ENT-VENDA TO TE-VENDA (IX-ENT)
               MOVE ENT-DATA-GERACAO TO TE-DATA (IX-ENT).
           GO TO LER-ENTREGAS.
       FIM-CARREGA-ENTREGAS.
           EXIT.
      *
      *    O ORCAMENTO GUARDA O NOME DO CLIENTE DIGITADO NO BALCAO -
      *    A LIGACAO COM O CRIA03 E FEITA PELO NOME COMPLETO
      *
       CARREGA-ORCAMENTOS.
           MOVE ZEROS TO WS-ORC-ANTERIOR.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO ORC-CHAVE.
           START ORCAMENTO KEY NOT LESS THAN ORC-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-ORCAMENTO.
           IF WS-EOF = "S"
               GO TO FIM-CARREGA-ORCAMENTOS.
           READ ORCAMENTO NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
                   GO TO FIM-CARREGA-ORCAMENTOS.
           IF ORC-CLIENTE NOT = CLI-NOME OR ORC-STATUS NOT = "A"
               GO TO LER-ORCAMENTO.
           IF ORC-VALIDADE < WS-DATA-HOJE
               GO TO LER-ORCAMENTO.
           IF ORC-NUMERO = WS-ORC-ANTERIOR
               IF IX-ORC > ZEROS
                   ADD ORC-TOTAL TO TO-TOTAL (IX-ORC)
               END-IF
               GO TO LER-ORCAMENTO.
           MOVE ORC-NUMERO TO WS-ORC-ANTERIOR.
           ADD 1 TO WS-QTD-ORCAMENTOS.
           MOVE ZEROS TO IX-ORC.
           IF TAB-ORC-QTD < 5
               ADD 1 TO TAB-ORC-QTD
               MOVE TAB-ORC-QTD TO IX-ORC
               MOVE ORC-NUMERO TO TO-NUMERO (IX-ORC)
               MOVE ORC-DATA TO TO-DATA (IX-ORC)
               MOVE ORC-VALIDADE TO TO-VALIDADE (IX-ORC)
               MOVE ORC-TOTAL TO TO-TOTAL (IX-ORC).
           GO TO LER-ORCAMENTO.
       FIM-CARREGA-ORCAMENTOS.
           EXIT.
      *
      *    RESUMO DO CLIENTE EM UMA PAGINA
      *
       IMPRIME-RESUMO.
           MOVE ZEROS TO CT-PAG.
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO.
           MOVE CLI-CODIGO TO CODIGO-CLI.
           MOVE CLI-NOME TO NOME-CLI.
           WRITE REG-RELATO FROM LINHA-CLIENTE
               BEFORE ADVANCING 1 LINES.
           MOVE CLI-ENDERECO TO ENDERECO-CLI.
           MOVE CLI-BAIRRO TO BAIRRO-CLI.
           WRITE REG-RELATO FROM LINHA-ENDERECO
               BEFORE ADVANCING 1 LINES.
           MOVE CLI-CEP TO CEP-CLI.
           MOVE CLI-CIDADE TO CIDADE-CLI.
           MOVE CLI-UF TO UF-CLI.
           WRITE REG-RELATO FROM LINHA-CIDADE
               BEFORE ADVANCING 2 LINES.
           MOVE "LIMITE DE CREDITO..........:" TO TEXTO-RESUMO.
           MOVE WS-LIMITE TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "SALDO EM ABERTO............:" TO TEXTO-RESUMO.
           MOVE WS-SALDO-ABERTO TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "SALDO VENCIDO..............:" TO TEXTO-RESUMO.
           MOVE WS-SALDO-VENCIDO TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "CREDITO DISPONIVEL.........:" TO TEXTO-RESUMO.
           MOVE WS-DISPONIVEL TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 2 LINES.
           MOVE "ULTIMAS VENDAS (NUMERO DATA TIPO VALOR)"
               TO TEXTO-TITULO.
           WRITE REG-RELATO FROM LINHA-TITULO BEFORE ADVANCING 1 LINES.
           MOVE ZEROS TO WS-LIMITE-TELA.
           PERFORM IMPRIME-VENDA
               VARYING IX-VEN FROM TAB-VEN-QTD BY -1
               UNTIL IX-VEN = WS-LIMITE-TELA.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           MOVE "PARCELAS EM ABERTO (VENDA/PARC VENCTO SALDO)"
               TO TEXTO-TITULO.
           WRITE REG-RELATO FROM LINHA-TITULO BEFORE ADVANCING 1 LINES.
           PERFORM IMPRIME-PARCELA
               VARYING IX-PAR FROM 1 BY 1 UNTIL IX-PAR > TAB-PAR-QTD.
           IF WS-QTD-ABERTAS > TAB-PAR-QTD
               MOVE "... DEMAIS PARCELAS NA TELA DO RECEBER"
                   TO TEXTO-DETALHE
               WRITE REG-RELATO FROM LINHA-DETALHE
                   BEFORE ADVANCING 1 LINES.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           MOVE "ENTREGAS PENDENTES (ENTREGA VENDA GERACAO)"
               TO TEXTO-TITULO.
           WRITE REG-RELATO FROM LINHA-TITULO BEFORE ADVANCING 1 LINES.
           PERFORM IMPRIME-ENTREGA
               VARYING IX-ENT FROM 1 BY 1 UNTIL IX-ENT > TAB-ENT-QTD.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           MOVE "ORCAMENTOS EM ABERTO (NUMERO VALIDADE VALOR)"
               TO TEXTO-TITULO.
           WRITE REG-RELATO FROM LINHA-TITULO BEFORE ADVANCING 1 LINES.
           PERFORM IMPRIME-ORCAMENTO
               VARYING IX-ORC FROM 1 BY 1 UNTIL IX-ORC > TAB-ORC-QTD.
           CLOSE RELATO.
       IMPRIME-VENDA.
           PERFORM MONTA-LINHA-VEN.
           MOVE LINHA-VEN TO TEXTO-DETALHE.
           WRITE REG-RELATO FROM LINHA-DETALHE BEFORE ADVANCING 1 LINES.
       IMPRIME-PARCELA.
           PERFORM MONTA-LINHA-PAR.
           MOVE LINHA-PAR TO TEXTO-DETALHE.
           WRITE REG-RELATO FROM LINHA-DETALHE BEFORE ADVANCING 1 LINES.
       IMPRIME-ENTREGA.
           PERFORM MONTA-LINHA-ENT.
           MOVE LINHA-ENT TO TEXTO-DETALHE.
           WRITE REG-RELATO FROM LINHA-DETALHE BEFORE ADVANCING 1 LINES.
       IMPRIME-ORCAMENTO.
           PERFORM MONTA-LINHA-ORC.
           MOVE LINHA-ORC TO TEXTO-DETALHE.
           WRITE REG-RELATO FROM LINHA-DETALHE BEFORE ADVANCING 1 LINES.
       CABECALHO.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 3 LINES.
       FIM.
           DISPLAY "FIM DO PROCESSAMENTO " AT 2210.
           CLOSE CRIA03.
           IF WS-LIM-DISPONIVEL = "S"
               CLOSE LIMCRED.
           IF WS-VCB-DISPONIVEL = "S"
               CLOSE VENDCAB.
           IF WS-REC-DISPONIVEL = "S"
               CLOSE RECEBER.
           IF WS-ENT-DISPONIVEL = "S"
               CLOSE ENTREGAS.
           IF WS-ORC-DISPONIVEL = "S"
               CLOSE ORCAMENTO.
           STOP RUN.
           END PROGRAM CONSCLI.
