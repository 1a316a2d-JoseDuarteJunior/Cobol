      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - REVENDA DE VEICULOS
      * Tectonics: cobc
      * Objetivo: REGISTRO DOS CONTATOS DE VENDA (ARQUIVO LEADCAR) -
      *           VISITA, TEST-DRIVE OU PROPOSTA DE UM VEICULO DO
      *           ARQCAR POR UM CLIENTE DO CRIA03 OU INTERESSADO AVULSO
      *           (NOME E TELEFONE), COM O VENDEDOR E A DATA DO PROXIMO
      *           CONTATO; LISTA DIARIA DE RETORNOS POR VENDEDOR E
      *           RELATORIO MENSAL POR MODELO E VEICULO COM VISITAS,
      *           TEST-DRIVES, PROPOSTAS E SE O VEICULO FOI VENDIDO
      * Obs: O VENDEDOR VEM DA VARIAVEL DE AMBIENTE OPERADOR E PODE
      *      SER ALTERADO NA TELA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEADS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCAR ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-CODIGO
                  ALTERNATE RECORD KEY IS FD-CHAPA
                          WITH DUPLICATES
                  FILE STATUS IS WS-STATUS.
           SELECT LEADCAR ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LEA-CHAVE
                  ALTERNATE RECORD KEY IS LEA-AGENDA
                          WITH DUPLICATES
                  FILE STATUS IS FS-LEA.
           SELECT CRIA03 ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CLI-CODIGO
                  FILE STATUS IS FS-CLI.
           SELECT SORLEAD ASSIGN TO DISK
           SORT STATUS IS ST.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCAR LABEL RECORD STANDARD
       VALUE OF FILE-ID IS "ARQCAR".
       01  REG-ARQCAR.
           02  FD-CODIGO        PIC 9(03).
           02  FD-MARCA         PIC X(15).
           02  FD-COR           PIC X(10).
           02  FD-ANO           PIC 9(04).
           02  FD-CHAPA         PIC X(06).
           02  FD-MODELO        PIC X(10).
           02  FD-STATUS        PIC X(01).
           02  FD-CUSTO-AQUIS   PIC 9(08)V99.
           02  FD-DATA-ENTRADA  PIC 9(08).
           02  FD-CONSIGNADO    PIC X(01).
           02  FD-CONSIG-NOME   PIC X(30).
           02  FD-CONSIG-DOC    PIC 9(11).
           02  FD-COMISSAO-PCT  PIC 9(02)V99.
       FD  LEADCAR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LEADCAR".
       01  REG-LEADCAR.
           02 LEA-CHAVE.
               03 LEA-CODIGO     PIC 9(03).
               03 LEA-DATA       PIC 9(08).
               03 LEA-SEQ        PIC 9(03).
           02 LEA-TIPO          PIC X(01).
           02 LEA-CLI-CODIGO    PIC 9(04).
           02 LEA-NOME          PIC X(30).
           02 LEA-FONE          PIC X(15).
           02 LEA-VALOR         PIC 9(08)V99.
           02 LEA-AGENDA.
               03 LEA-PROX-CONTATO PIC 9(08).
               03 LEA-VENDEDOR   PIC X(03).
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
       SD  SORLEAD VALUE OF FILE-ID IS "SORLEAD".
       01  REG-SORLEAD.
           02 SOR-MODELO        PIC X(10).
           02 SOR-CODIGO        PIC 9(03).
           02 SOR-MARCA         PIC X(15).
           02 SOR-CHAPA         PIC X(06).
           02 SOR-STATUS        PIC X(01).
           02 SOR-TIPO          PIC X(01).
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-STATUS            PIC X(02) VALUE SPACES.
       77  FS-LEA               PIC X(02) VALUE SPACES.
       77  FS-CLI               PIC X(02) VALUE SPACES.
       77  ST                   PIC X(02) VALUE SPACES.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  FUNCAO               PIC X(02) VALUE SPACES.
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-EOF               PIC X(01) VALUE "N".
       77  WS-OPERADOR          PIC X(03) VALUE SPACES.
       77  WS-CODIGO            PIC 9(03) VALUE ZEROS.
       77  WS-ULTIMA-SEQ        PIC 9(03) VALUE ZEROS.
       77  WS-DATA-LISTA        PIC 9(08) VALUE ZEROS.
       77  WS-VENDEDOR-LISTA    PIC X(03) VALUE SPACES.
       77  WS-VENDEDOR-ANT      PIC X(03) VALUE SPACES.
       77  WS-QTD-RETORNOS      PIC 9(04) VALUE ZEROS.
       77  WS-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       77  WS-COMPET-LEA        PIC 9(06) VALUE ZEROS.
       77  WS-TEM-VEICULO       PIC X(01) VALUE "N".
       77  WS-CODIGO-ANT        PIC 9(03) VALUE ZEROS.
       77  WS-MODELO-ANT        PIC X(10) VALUE SPACES.
       77  WS-MARCA-ANT         PIC X(15) VALUE SPACES.
       77  WS-CHAPA-ANT         PIC X(06) VALUE SPACES.
       77  WS-STATUS-ANT        PIC X(01) VALUE SPACES.
       01  WS-CONTATO           PIC X(85) VALUE SPACES.
       01  WS-CONTADORES.
           02 WS-VEI-VISITAS    PIC 9(04) VALUE ZEROS.
           02 WS-VEI-TESTES     PIC 9(04) VALUE ZEROS.
           02 WS-VEI-PROPOSTAS  PIC 9(04) VALUE ZEROS.
           02 WS-MOD-VISITAS    PIC 9(05) VALUE ZEROS.
           02 WS-MOD-TESTES     PIC 9(05) VALUE ZEROS.
           02 WS-MOD-PROPOSTAS  PIC 9(05) VALUE ZEROS.
           02 WS-MOD-VEICULOS   PIC 9(04) VALUE ZEROS.
           02 WS-MOD-VENDIDOS   PIC 9(04) VALUE ZEROS.
           02 WS-TOT-VISITAS    PIC 9(05) VALUE ZEROS.
           02 WS-TOT-TESTES     PIC 9(05) VALUE ZEROS.
           02 WS-TOT-PROPOSTAS  PIC 9(05) VALUE ZEROS.
           02 WS-TOT-VEICULOS   PIC 9(04) VALUE ZEROS.
           02 WS-TOT-VENDIDOS   PIC 9(04) VALUE ZEROS.
       01  WS-DATA.
           02 ANO               PIC 9(02) VALUE ZEROS.
           02 MES               PIC 9(02) VALUE ZEROS.
           02 DIA               PIC 9(02) VALUE ZEROS.
       01  WS-DATA-HOJE.
           02 HOJE-ANO          PIC 9(04) VALUE ZEROS.
           02 HOJE-MES          PIC 9(02) VALUE ZEROS.
           02 HOJE-DIA          PIC 9(02) VALUE ZEROS.
       01  WS-DATA-HOJE-NUM REDEFINES WS-DATA-HOJE PIC 9(08).
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
           02 TITULO-CAB01 PIC X(40)  VALUE SPACES.
           02 PERIODO-CAB01 PIC 9(08) BLANK WHEN ZERO.
           02 FILLER     PIC X(04)   VALUE SPACES.
           02 FILLER     PIC X(04)   VALUE "PAG.".
           02 PAG-CAB01  PIC ZZ9     VALUE ZEROS.
      *    LISTA DE RETORNOS DO DIA
       01  CAB02-RETORNO.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(08) VALUE "VEICULO".
           02 FILLER  PIC X(12) VALUE "MODELO".
           02 FILLER  PIC X(32) VALUE "CLIENTE".
           02 FILLER  PIC X(17) VALUE "TELEFONE".
           02 FILLER  PIC X(06) VALUE "TIPO".
           02 FILLER  PIC X(10) VALUE "CONTATO".
       01  LINHA-VENDEDOR.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(10) VALUE "VENDEDOR:".
           02 VENDEDOR-LIN      PIC X(03) VALUE SPACES.
       01  DETALHE-RETORNO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 CODIGO-RET        PIC 9(03) VALUE ZEROS.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 MODELO-RET        PIC X(10) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 NOME-RET          PIC X(30) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 FONE-RET          PIC X(15) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 TIPO-RET          PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 DATA-RET          PIC 9(08) VALUE ZEROS.
       01  LINHA-QTD-RETORNOS.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(20) VALUE "RETORNOS DO DIA....:".
           02 QTD-RETORNOS-MASK PIC ZZZ9 VALUE ZEROS.
      *    RELATORIO MENSAL POR MODELO E VEICULO
       01  CAB02-MENSAL.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(12) VALUE "MODELO".
           02 FILLER  PIC X(08) VALUE "CODIGO".
           02 FILLER  PIC X(17) VALUE "MARCA".
           02 FILLER  PIC X(08) VALUE "PLACA".
           02 FILLER  PIC X(09) VALUE "VISITAS".
           02 FILLER  PIC X(08) VALUE "TESTES".
           02 FILLER  PIC X(11) VALUE "PROPOSTAS".
           02 FILLER  PIC X(07) VALUE "VENDIDO".
       01  DETALHE-MENSAL.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 MODELO-DET        PIC X(10) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 CODIGO-DET        PIC 9(03) VALUE ZEROS.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 MARCA-DET         PIC X(15) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 CHAPA-DET         PIC X(06) VALUE SPACES.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 VISITAS-DET       PIC ZZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 TESTES-DET        PIC ZZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 PROPOSTAS-DET     PIC ZZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 VENDIDO-DET       PIC X(03) VALUE SPACES.
       01  LINHA-TOTAL.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 ROTULO-TOTAL      PIC X(22) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 VEICULOS-TOT      PIC ZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(09) VALUE " VEICULOS".
           02 FILLER            PIC X(03) VALUE SPACES.
           02 VISITAS-TOT       PIC ZZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 TESTES-TOT        PIC ZZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 PROPOSTAS-TOT     PIC ZZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 VENDIDOS-TOT      PIC ZZZ9 VALUE ZEROS.
       SCREEN SECTION.
       01  TELA1.
            02 BLANK SCREEN.
            02 LINE 01 COLUMN 01 VALUE "DATA:".
            02 LINE 01 COLUMN 20
               VALUE "CONTATOS E TEST-DRIVES - BRASILCAR".
            02 LINE 03 COLUMN 01 VALUE "ESCOLHA A FUNCAO: ".
            02 LINE 03 COLUMN 22 VALUE "(RG-FU-RM-FF)".
            02 LINE 05 COLUMN 05
               VALUE "RG - REGISTRA VISITA/TEST-DRIVE/PROPOSTA".
            02 LINE 06 COLUMN 05
               VALUE "FU - RETORNOS DO DIA POR VENDEDOR".
            02 LINE 07 COLUMN 05
               VALUE "RM - RELATORIO MENSAL POR MODELO/VEICULO".
            02 LINE 09 COLUMN 05 VALUE "CODIGO DO VEICULO.......>".
            02 LINE 10 COLUMN 05 VALUE "COD. CLIENTE (0=AVULSO).>".
            02 LINE 11 COLUMN 05 VALUE "NOME....................>".
            02 LINE 12 COLUMN 05 VALUE "TELEFONE................>".
            02 LINE 13 COLUMN 05 VALUE "TIPO (V-VISITA T-TESTE..>".
            02 LINE 13 COLUMN 33 VALUE "P-PROPOSTA)".
            02 LINE 14 COLUMN 05 VALUE "VALOR DA PROPOSTA.......>".
            02 LINE 15 COLUMN 05 VALUE "PROXIMO CONTATO AAAAMMDD>".
            02 LINE 16 COLUMN 05 VALUE "VENDEDOR................>".
            02 LINE 18 COLUMN 01 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR".
           OPEN I-O LEADCAR.
           IF FS-LEA NOT = "00"
               IF FS-LEA = "35"
                   CLOSE LEADCAR OPEN OUTPUT LEADCAR CLOSE LEADCAR
                   GO TO INICIO
               ELSE
                   DISPLAY FS-LEA "STATUS DO ARQUIVO LEADCAR"
                   CALL "LOGERRO" USING "LEADS" "ABERTURA LEADCAR"
                           FS-LEA
                   STOP RUN
           END-IF.
           OPEN INPUT ARQCAR.
           IF WS-STATUS NOT = "00"
               DISPLAY "ARQUIVO ARQCAR NAO ENCONTRADO"
               CALL "LOGERRO" USING "LEADS" "ABERTURA ARQCAR"
                       WS-STATUS
               CLOSE LEADCAR
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
               WHEN "RG"
                  GO TO REGISTRA-CONTATO
               WHEN "FU"
                  GO TO LISTA-RETORNOS
               WHEN "RM"
                  GO TO RELATORIO-MENSAL
               WHEN "FF"
                  GO TO FIM
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA" AT 1810
                  ACCEPT CONFIRMA AT 1824
                  GO TO TELA-1
           END-EVALUATE.
       REGISTRA-CONTATO.
           ACCEPT WS-CODIGO AT 0931.
           IF WS-CODIGO = ZEROS
               GO TO TELA-1.
           MOVE WS-CODIGO TO FD-CODIGO.
           READ ARQCAR INVALID KEY
               DISPLAY "VEICULO NAO CADASTRADO" AT 1810
               ACCEPT CONFIRMA AT 1833
               DISPLAY LIMPA-MENSAGEM AT 1810
               GO TO REGISTRA-CONTATO.
           IF FD-STATUS = "V"
               DISPLAY "VEICULO JA VENDIDO" AT 1810
               ACCEPT CONFIRMA AT 1829
               DISPLAY LIMPA-MENSAGEM AT 1810
               GO TO REGISTRA-CONTATO.
           DISPLAY FD-MARCA AT 0935.
           DISPLAY FD-MODELO AT 0951.
           DISPLAY FD-CHAPA AT 0962.
           MOVE SPACES TO REG-LEADCAR.
           MOVE ZEROS TO LEA-CLI-CODIGO LEA-VALOR LEA-PROX-CONTATO.
           PERFORM PEDE-CLIENTE THRU FIM-PEDE-CLIENTE.
           ACCEPT LEA-FONE AT 1231.
       PEDE-TIPO.
           ACCEPT LEA-TIPO AT 1345.
           IF LEA-TIPO NOT = "V" AND NOT = "T" AND NOT = "P"
               GO TO PEDE-TIPO.
           IF LEA-TIPO = "P"
               ACCEPT LEA-VALOR AT 1431.
       PEDE-PROX-CONTATO.
           ACCEPT LEA-PROX-CONTATO AT 1531.
           IF LEA-PROX-CONTATO NOT = ZEROS
                   AND LEA-PROX-CONTATO < WS-DATA-HOJE-NUM
               DISPLAY "DATA DO PROXIMO CONTATO JA PASSOU" AT 1810
               ACCEPT CONFIRMA AT 1844
               DISPLAY LIMPA-MENSAGEM AT 1810
               GO TO PEDE-PROX-CONTATO.
           MOVE WS-OPERADOR TO LEA-VENDEDOR.
           DISPLAY LEA-VENDEDOR AT 1631.
           ACCEPT LEA-VENDEDOR AT 1631.
           IF LEA-VENDEDOR = SPACES
               MOVE WS-OPERADOR TO LEA-VENDEDOR.
           DISPLAY "CONFIRMA (S/N):" AT 1810.
           ACCEPT CONFIRMA AT 1826.
           DISPLAY LIMPA-MENSAGEM AT 1810.
           IF CONFIRMA NOT = "S"
               GO TO LIMPA-CONTATO.
           PERFORM GRAVA-CONTATO THRU FIM-GRAVA-CONTATO.
           DISPLAY "CONTATO REGISTRADO" AT 1810.
           ACCEPT CONFIRMA AT 1829.
           DISPLAY LIMPA-MENSAGEM AT 1810.
       LIMPA-CONTATO.
           DISPLAY TELA1.
           DISPLAY DIA AT 0107 '/' MES '/' ANO.
           GO TO REGISTRA-CONTATO.
       PEDE-CLIENTE.
           ACCEPT LEA-CLI-CODIGO AT 1031.
           IF LEA-CLI-CODIGO = ZEROS
               GO TO PEDE-NOME-AVULSO.
           OPEN INPUT CRIA03.
           IF FS-CLI NOT = "00"
               CLOSE CRIA03
               DISPLAY "ARQUIVO CRIA03 NAO ENCONTRADO" AT 1810
               ACCEPT CONFIRMA AT 1840
               DISPLAY LIMPA-MENSAGEM AT 1810
               MOVE ZEROS TO LEA-CLI-CODIGO
               GO TO PEDE-NOME-AVULSO.
           MOVE LEA-CLI-CODIGO TO CLI-CODIGO.
           READ CRIA03 INVALID KEY
               CLOSE CRIA03
               DISPLAY "CLIENTE NAO CADASTRADO" AT 1810
               ACCEPT CONFIRMA AT 1833
               DISPLAY LIMPA-MENSAGEM AT 1810
               GO TO PEDE-CLIENTE.
           MOVE CLI-NOME TO LEA-NOME.
           CLOSE CRIA03.
           DISPLAY LEA-NOME AT 1131.
           GO TO FIM-PEDE-CLIENTE.
       PEDE-NOME-AVULSO.
           ACCEPT LEA-NOME AT 1131.
           IF LEA-NOME = SPACES
               GO TO PEDE-NOME-AVULSO.
       FIM-PEDE-CLIENTE.
           EXIT.
      *    PROXIMA SEQUENCIA DO VEICULO NO DIA
       GRAVA-CONTATO.
           MOVE REG-LEADCAR TO WS-CONTATO.
           MOVE ZEROS TO WS-ULTIMA-SEQ.
           MOVE WS-CODIGO TO LEA-CODIGO.
           MOVE WS-DATA-HOJE-NUM TO LEA-DATA.
           MOVE ZEROS TO LEA-SEQ.
           START LEADCAR KEY NOT LESS THAN LEA-CHAVE
               INVALID KEY GO TO MONTA-CONTATO.
       LER-SEQ-CONTATO.
           READ LEADCAR NEXT RECORD AT END
               GO TO MONTA-CONTATO.
           IF LEA-CODIGO NOT = WS-CODIGO
                   OR LEA-DATA NOT = WS-DATA-HOJE-NUM
               GO TO MONTA-CONTATO.
           MOVE LEA-SEQ TO WS-ULTIMA-SEQ.
           GO TO LER-SEQ-CONTATO.
       MONTA-CONTATO.
           MOVE WS-CONTATO TO REG-LEADCAR.
           MOVE WS-CODIGO TO LEA-CODIGO.
           MOVE WS-DATA-HOJE-NUM TO LEA-DATA.
           COMPUTE LEA-SEQ = WS-ULTIMA-SEQ + 1.
           WRITE REG-LEADCAR INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS-LEA AT 1810
               CALL "LOGERRO" USING "LEADS" "GRAVACAO LEADCAR" FS-LEA
               STOP RUN.
       FIM-GRAVA-CONTATO.
           EXIT.
      *    RETORNOS AGENDADOS PARA A DATA, PELA CHAVE ALTERNATIVA
      *    LEA-AGENDA (PROXIMO CONTATO + VENDEDOR)
       LISTA-RETORNOS.
           DISPLAY "DATA DOS RETORNOS (AAAAMMDD):" AT 1810.
           ACCEPT WS-DATA-LISTA AT 1840.
           IF WS-DATA-LISTA = ZEROS
               MOVE WS-DATA-HOJE-NUM TO WS-DATA-LISTA.
           DISPLAY LIMPA-MENSAGEM AT 1810.
           DISPLAY "VENDEDOR (BRANCO=TODOS):" AT 1810.
           MOVE SPACES TO WS-VENDEDOR-LISTA.
           ACCEPT WS-VENDEDOR-LISTA AT 1835.
           DISPLAY LIMPA-MENSAGEM AT 1810.
           MOVE ZEROS TO CT-PAG WS-QTD-RETORNOS.
           MOVE SPACES TO WS-VENDEDOR-ANT.
           MOVE "RETORNOS AGENDADOS PARA O DIA" TO TITULO-CAB01.
           MOVE WS-DATA-LISTA TO PERIODO-CAB01.
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO-RETORNO.
           MOVE "N" TO WS-EOF.
           MOVE WS-DATA-LISTA TO LEA-PROX-CONTATO.
           MOVE WS-VENDEDOR-LISTA TO LEA-VENDEDOR.
           IF WS-VENDEDOR-LISTA = SPACES
               MOVE LOW-VALUES TO LEA-VENDEDOR.
           START LEADCAR KEY NOT LESS THAN LEA-AGENDA
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-RETORNOS.
           IF WS-EOF = "S"
               GO TO FECHA-RETORNOS.
           READ LEADCAR NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
                   GO TO FECHA-RETORNOS.
           IF LEA-PROX-CONTATO NOT = WS-DATA-LISTA
               GO TO FECHA-RETORNOS.
           IF WS-VENDEDOR-LISTA NOT = SPACES
                   AND LEA-VENDEDOR NOT = WS-VENDEDOR-LISTA
               GO TO FECHA-RETORNOS.
           IF LEA-VENDEDOR NOT = WS-VENDEDOR-ANT
                   OR WS-QTD-RETORNOS = ZEROS
               MOVE LEA-VENDEDOR TO WS-VENDEDOR-ANT VENDEDOR-LIN
               MOVE SPACES TO REG-RELATO
               WRITE REG-RELATO BEFORE ADVANCING 1 LINES
               WRITE REG-RELATO FROM LINHA-VENDEDOR
                   BEFORE ADVANCING 2 LINES
                   AT EOP PERFORM CABECALHO-RETORNO
               END-WRITE
           END-IF.
           ADD 1 TO WS-QTD-RETORNOS.
           MOVE LEA-CODIGO TO CODIGO-RET FD-CODIGO.
           READ ARQCAR INVALID KEY
               MOVE SPACES TO FD-MODELO.
           MOVE FD-MODELO TO MODELO-RET.
           MOVE LEA-NOME TO NOME-RET.
           MOVE LEA-FONE TO FONE-RET.
           MOVE LEA-TIPO TO TIPO-RET.
           MOVE LEA-DATA TO DATA-RET.
           WRITE REG-RELATO FROM DETALHE-RETORNO
               BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO-RETORNO.
           GO TO LER-RETORNOS.
       FECHA-RETORNOS.
           MOVE WS-QTD-RETORNOS TO QTD-RETORNOS-MASK.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           WRITE REG-RELATO FROM LINHA-QTD-RETORNOS
               BEFORE ADVANCING 1 LINES.
           CLOSE RELATO.
           DISPLAY "LISTA DE RETORNOS IMPRESSA" AT 1810.
           ACCEPT CONFIRMA AT 1837.
           DISPLAY LIMPA-MENSAGEM AT 1810.
           GO TO TELA-1.
       CABECALHO-RETORNO.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 3 LINES.
           WRITE REG-RELATO FROM CAB02-RETORNO BEFORE ADVANCING 2 LINES.
       RELATORIO-MENSAL.
           DISPLAY "MES DE REFERENCIA (AAAAMM):" AT 1810.
           ACCEPT WS-COMPETENCIA AT 1838.
           IF WS-COMPETENCIA = ZEROS
               COMPUTE WS-COMPETENCIA = HOJE-ANO * 100 + HOJE-MES.
           DISPLAY LIMPA-MENSAGEM AT 1810.
           SORT SORLEAD ASCENDING KEY SOR-MODELO SOR-CODIGO
               INPUT PROCEDURE ENTRADA-MENSAL
               OUTPUT PROCEDURE SAIDA-MENSAL.
           DISPLAY "RELATORIO MENSAL IMPRESSO" AT 1810.
           ACCEPT CONFIRMA AT 1836.
           DISPLAY LIMPA-MENSAGEM AT 1810.
           GO TO TELA-1.
       FIM.
           DISPLAY "FIM DO PROCESSAMENTO " AT 1810.
           CLOSE ARQCAR LEADCAR.
           STOP RUN.
       ENTRADA-MENSAL SECTION.
       INI-ENTRADA-MENSAL.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO LEA-CHAVE.
           START LEADCAR KEY NOT LESS THAN LEA-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-ENTRADA-MENSAL.
           IF WS-EOF = "S"
               GO TO FIM-ENTRADA-MENSAL.
           READ LEADCAR NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
                   GO TO FIM-ENTRADA-MENSAL.
           DIVIDE LEA-DATA BY 100 GIVING WS-COMPET-LEA.
           IF WS-COMPET-LEA NOT = WS-COMPETENCIA
               GO TO LER-ENTRADA-MENSAL.
           MOVE LEA-CODIGO TO FD-CODIGO.
           READ ARQCAR INVALID KEY
               MOVE SPACES TO FD-MODELO FD-MARCA FD-CHAPA FD-STATUS.
           MOVE FD-MODELO TO SOR-MODELO.
           MOVE LEA-CODIGO TO SOR-CODIGO.
           MOVE FD-MARCA TO SOR-MARCA.
           MOVE FD-CHAPA TO SOR-CHAPA.
           MOVE FD-STATUS TO SOR-STATUS.
           MOVE LEA-TIPO TO SOR-TIPO.
           RELEASE REG-SORLEAD.
           GO TO LER-ENTRADA-MENSAL.
       FIM-ENTRADA-MENSAL.
           EXIT.
       SAIDA-MENSAL SECTION.
       INI-SAIDA-MENSAL.
           MOVE ZEROS TO CT-PAG WS-CONTADORES.
           MOVE "N" TO WS-TEM-VEICULO.
           MOVE "CONTATOS DO MES POR MODELO E VEICULO" TO TITULO-CAB01.
           MOVE WS-COMPETENCIA TO PERIODO-CAB01.
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO.
       LER-SAIDA-MENSAL.
           RETURN SORLEAD AT END
               PERFORM QUEBRA-VEICULO THRU FIM-QUEBRA-VEICULO
               PERFORM QUEBRA-MODELO THRU FIM-QUEBRA-MODELO
               GO TO FIM-SAIDA-MENSAL.
           IF WS-TEM-VEICULO = "S"
                   AND SOR-CODIGO NOT = WS-CODIGO-ANT
               PERFORM QUEBRA-VEICULO THRU FIM-QUEBRA-VEICULO.
           IF WS-TEM-VEICULO = "S"
                   AND SOR-MODELO NOT = WS-MODELO-ANT
               PERFORM QUEBRA-MODELO THRU FIM-QUEBRA-MODELO.
           MOVE "S" TO WS-TEM-VEICULO.
           MOVE SOR-CODIGO TO WS-CODIGO-ANT.
           MOVE SOR-MODELO TO WS-MODELO-ANT.
           MOVE SOR-MARCA TO WS-MARCA-ANT.
           MOVE SOR-CHAPA TO WS-CHAPA-ANT.
           MOVE SOR-STATUS TO WS-STATUS-ANT.
           EVALUATE SOR-TIPO
               WHEN "V"
                   ADD 1 TO WS-VEI-VISITAS
               WHEN "T"
                   ADD 1 TO WS-VEI-TESTES
               WHEN "P"
                   ADD 1 TO WS-VEI-PROPOSTAS
           END-EVALUATE.
           GO TO LER-SAIDA-MENSAL.
       QUEBRA-VEICULO.
           IF WS-TEM-VEICULO = "N"
               GO TO FIM-QUEBRA-VEICULO.
           MOVE WS-MODELO-ANT TO MODELO-DET.
           MOVE WS-CODIGO-ANT TO CODIGO-DET.
           MOVE WS-MARCA-ANT TO MARCA-DET.
           MOVE WS-CHAPA-ANT TO CHAPA-DET.
           MOVE WS-VEI-VISITAS TO VISITAS-DET.
           MOVE WS-VEI-TESTES TO TESTES-DET.
           MOVE WS-VEI-PROPOSTAS TO PROPOSTAS-DET.
           ADD 1 TO WS-MOD-VEICULOS.
           IF WS-STATUS-ANT = "V"
               MOVE "SIM" TO VENDIDO-DET
               ADD 1 TO WS-MOD-VENDIDOS
           ELSE
               MOVE "NAO" TO VENDIDO-DET.
           WRITE REG-RELATO FROM DETALHE-MENSAL BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
           ADD WS-VEI-VISITAS TO WS-MOD-VISITAS.
           ADD WS-VEI-TESTES TO WS-MOD-TESTES.
           ADD WS-VEI-PROPOSTAS TO WS-MOD-PROPOSTAS.
           MOVE ZEROS TO WS-VEI-VISITAS WS-VEI-TESTES WS-VEI-PROPOSTAS.
       FIM-QUEBRA-VEICULO.
           EXIT.
       QUEBRA-MODELO.
           IF WS-TEM-VEICULO = "N"
               GO TO FIM-QUEBRA-MODELO.
           MOVE SPACES TO ROTULO-TOTAL.
           STRING "TOTAL " DELIMITED BY SIZE
                  WS-MODELO-ANT DELIMITED BY SIZE
                  INTO ROTULO-TOTAL.
           MOVE WS-MOD-VEICULOS TO VEICULOS-TOT.
           MOVE WS-MOD-VISITAS TO VISITAS-TOT.
           MOVE WS-MOD-TESTES TO TESTES-TOT.
           MOVE WS-MOD-PROPOSTAS TO PROPOSTAS-TOT.
           MOVE WS-MOD-VENDIDOS TO VENDIDOS-TOT.
           WRITE REG-RELATO FROM LINHA-TOTAL BEFORE ADVANCING 2 LINES
               AT EOP PERFORM CABECALHO.
           ADD WS-MOD-VEICULOS TO WS-TOT-VEICULOS.
           ADD WS-MOD-VISITAS TO WS-TOT-VISITAS.
           ADD WS-MOD-TESTES TO WS-TOT-TESTES.
           ADD WS-MOD-PROPOSTAS TO WS-TOT-PROPOSTAS.
           ADD WS-MOD-VENDIDOS TO WS-TOT-VENDIDOS.
           MOVE ZEROS TO WS-MOD-VEICULOS WS-MOD-VISITAS WS-MOD-TESTES.
           MOVE ZEROS TO WS-MOD-PROPOSTAS WS-MOD-VENDIDOS.
       FIM-QUEBRA-MODELO.
           EXIT.
       CABECALHO.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 3 LINES.
           WRITE REG-RELATO FROM CAB02-MENSAL BEFORE ADVANCING 2 LINES.
       FIM-SAIDA-MENSAL.
           MOVE "TOTAL GERAL" TO ROTULO-TOTAL.
           MOVE WS-TOT-VEICULOS TO VEICULOS-TOT.
           MOVE WS-TOT-VISITAS TO VISITAS-TOT.
           MOVE WS-TOT-TESTES TO TESTES-TOT.
           MOVE WS-TOT-PROPOSTAS TO PROPOSTAS-TOT.
           MOVE WS-TOT-VENDIDOS TO VENDIDOS-TOT.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           WRITE REG-RELATO FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES.
           CLOSE RELATO.
       EXIT-SAIDA-MENSAL.
           EXIT.
       END PROGRAM LEADS.
