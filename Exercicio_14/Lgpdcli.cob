      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - VENDAS NO BALCAO
      * Tectonics: cobc
      * Objetivo: ATENDIMENTO AO TITULAR DOS DADOS PESSOAIS (LEI DE
      *           PROTECAO DE DADOS) - PARA UM CLIENTE DO CRIA03
      *           IMPRIME (RE) OU EXPORTA EM ARQUIVO TEXTO (EX) TODOS
      *           OS REGISTROS PESSOAIS GUARDADOS: CADASTRO E LIMITE,
      *           ENDERECOS E RECEBEDORES DAS ENTREGAS, NOMES NOS
      *           ORCAMENTOS E RESERVAS, HISTORICO DO RECEBER, VENDAS,
      *           CONTATOS DO LEADCAR E AS LINHAS DO CLIENTE NOS
      *           ARQUIVOS CRIA03*.CSV GERADOS PELO EXPORTA; E
      *           ANONIMIZA (AN) NOME, ENDERECO E CONTATO DO CLIENTE
      *           SEM SALDO ABERTO NO RECEBER NEM ENTREGA PENDENTE,
      *           MANTENDO INTACTOS OS REGISTROS FISCAIS (VENDCAB,
      *           VENDAS, RECEBER). TODO ATENDIMENTO FICA NO LGPDLOG
      * Obs.: ORCAMENTO E RESERVA GUARDAM O NOME DIGITADO NO BALCAO
      *       E SAO LIGADOS AO CLIENTE PELO NOME COMPLETO, COMO NO
      *       CONSCLI; ANONIMIZACAO EXIGE NIVEL 3 NO PERFIS
      * Alteracoes:
      * 15/10/2026 - LAYOUT DO ENTREGAS COM A FILIAL DA VENDA
      *              (ENT-FILIAL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDCLI.
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
           SELECT RESERVA ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       RES-NUMERO
           FILE STATUS      FS-RES.
           SELECT LEADCAR ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       LEA-CHAVE
           ALTERNATE RECORD KEY IS LEA-AGENDA
                   WITH DUPLICATES
           FILE STATUS      FS-LEA.
           SELECT SPOOLCTL ASSIGN TO "SPOOLCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-SPL.
           SELECT CSVCLI ASSIGN TO WS-NOME-CSV
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-CSV.
           SELECT CSVTMP ASSIGN TO "LGPDTMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-TMP.
           SELECT SAIDA ASSIGN TO WS-NOME-SAIDA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-SAI.
           SELECT LGPDLOG ASSIGN TO "LGPDLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-LOG.
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
           02 VCB-CANC-DATA     PIC 9(08).
           02 VCB-CANC-SUPERV   PIC X(03).
           02 VCB-FRETE         PIC 9(07)V99.
           02 FILLER            PIC X(09).
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
       FD  RESERVA LABEL RECORD STANDARD
           VALUE OF FILE-ID "RESERVA".
       01  REG-RESERVA.
           02 RES-NUMERO        PIC 9(06).
           02 RES-CODIGO        PIC 9(04).
           02 RES-DV            PIC 9(01).
           02 RES-QTDE          PIC 9(04).
           02 RES-CLIENTE       PIC X(30).
           02 RES-VALIDADE      PIC 9(08).
           02 RES-STATUS        PIC X(01).
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
       FD  SPOOLCTL
           LABEL RECORD IS OMITTED.
       01  REG-SPOOLCTL.
           02 SPL-DATA          PIC 9(08).
           02 FILLER            PIC X.
           02 SPL-PROGRAMA      PIC X(08).
           02 FILLER            PIC X.
           02 SPL-ARQUIVO       PIC X(20).
       FD  CSVCLI
           LABEL RECORD IS OMITTED.
       01  REG-CSVCLI           PIC X(160).
       FD  CSVTMP
           LABEL RECORD IS OMITTED.
       01  REG-CSVTMP           PIC X(160).
       FD  SAIDA
           LABEL RECORD IS OMITTED.
       01  REG-SAIDA            PIC X(132).
       FD  LGPDLOG
           LABEL RECORD IS OMITTED.
       01  REG-LGPDLOG.
           02 LGP-DATA          PIC 9(08).
           02 FILLER            PIC X VALUE SPACE.
           02 LGP-HORA          PIC 9(06).
           02 FILLER            PIC X VALUE SPACE.
           02 LGP-OPERADOR      PIC X(03).
           02 FILLER            PIC X VALUE SPACE.
           02 LGP-CLIENTE       PIC 9(04).
           02 FILLER            PIC X VALUE SPACE.
           02 LGP-ATENDIMENTO   PIC X(08).
           02 FILLER            PIC X VALUE SPACE.
           02 LGP-REGISTROS     PIC 9(05).
           02 FILLER            PIC X VALUE SPACE.
           02 LGP-PROTOCOLO     PIC X(15).
           02 FILLER            PIC X VALUE SPACE.
           02 LGP-ARQUIVO       PIC X(20).
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
       77  FS-RES               PIC X(02) VALUE SPACES.
       77  FS-LEA               PIC X(02) VALUE SPACES.
       77  FS-SPL               PIC X(02) VALUE SPACES.
       77  FS-CSV               PIC X(02) VALUE SPACES.
       77  FS-TMP               PIC X(02) VALUE SPACES.
       77  FS-SAI               PIC X(02) VALUE SPACES.
       77  FS-LOG               PIC X(02) VALUE SPACES.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  FUNCAO               PIC X(02) VALUE SPACES.
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-OPERADOR          PIC X(03) VALUE SPACES.
       77  WS-NIVEL-EXIGIDO     PIC 9(01) VALUE ZEROS.
       77  WS-AUTORIZADO        PIC X(01) VALUE SPACES.
       77  WS-CODIGO-BUSCA      PIC 9(04) VALUE ZEROS.
       77  WS-CLIENTE-OK        PIC X(01) VALUE "N".
       77  WS-DESTINO           PIC X(01) VALUE "I".
       77  WS-PROTOCOLO         PIC X(15) VALUE SPACES.
       77  WS-ATENDIMENTO       PIC X(08) VALUE SPACES.
       77  WS-NOME-CSV          PIC X(20) VALUE SPACES.
       77  WS-NOME-SAIDA        PIC X(20) VALUE SPACES.
       77  WS-NOME-ORIGINAL     PIC X(30) VALUE SPACES.
       77  WS-NOME-ANONIMO      PIC X(30) VALUE SPACES.
       77  WS-ORC-ANTERIOR      PIC 9(06) VALUE ZEROS.
       77  WS-QTD-SECAO         PIC 9(05) VALUE ZEROS.
       77  WS-QTD-REGISTROS     PIC 9(05) VALUE ZEROS.
       77  WS-QTD-ABERTAS       PIC 9(05) VALUE ZEROS.
       77  WS-QTD-PENDENTES     PIC 9(05) VALUE ZEROS.
       77  WS-QTD-TROCAS        PIC 9(05) VALUE ZEROS.
       01  WS-DATA-HOJE.
           02 HOJE-ANO          PIC 9(04) VALUE ZEROS.
           02 HOJE-MES          PIC 9(02) VALUE ZEROS.
           02 HOJE-DIA          PIC 9(02) VALUE ZEROS.
       01  WS-DATA-HOJE-N REDEFINES WS-DATA-HOJE PIC 9(08).
       01  WS-HORA-SISTEMA.
           02 WS-HH             PIC 9(02) VALUE ZEROS.
           02 WS-MM             PIC 9(02) VALUE ZEROS.
           02 WS-SS             PIC 9(02) VALUE ZEROS.
           02 WS-CC             PIC 9(02) VALUE ZEROS.
       01  WS-CHAVE-CSV.
           02 CODIGO-CSV        PIC 9(04) VALUE ZEROS.
           02 FILLER            PIC X(01) VALUE ";".
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
           VALUE "DADOS PESSOAIS DO CLIENTE".
           02 FILLER     PIC X(04)   VALUE "PAG.".
           02 PAG-CAB01  PIC ZZ9     VALUE ZEROS.
      *
      *    LINHAS DO RELATORIO - AS MESMAS VAO PARA O ARQUIVO EXPORTADO
      *
       01  LINHA-TITULO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TEXTO-TITULO      PIC X(60) VALUE SPACES.
       01  LINHA-DETALHE.
           02 FILLER            PIC X(06) VALUE SPACES.
           02 TEXTO-DETALHE     PIC X(126) VALUE SPACES.
       01  DET-CAMPO.
           02 ROTULO-CAMPO      PIC X(20) VALUE SPACES.
           02 VALOR-CAMPO       PIC X(60) VALUE SPACES.
       01  LIMITE-ED            PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  DET-ENTREGA-1.
           02 FILLER            PIC X(09) VALUE "ENTREGA ".
           02 NUMERO-ENT        PIC 9(06) VALUE ZEROS.
           02 FILLER            PIC X(07) VALUE " VENDA ".
           02 VENDA-ENT         PIC 9(06) VALUE ZEROS.
           02 FILLER            PIC X(08) VALUE " GERADA ".
           02 GERACAO-ENT       PIC 9(08) VALUE ZEROS.
           02 FILLER            PIC X(10) VALUE " ENTREGUE ".
           02 ENTREGA-ENT       PIC 9(08) VALUE ZEROS.
           02 FILLER            PIC X(10) VALUE " SITUACAO ".
           02 STATUS-ENT        PIC X(01) VALUE SPACES.
       01  DET-ENTREGA-2.
           02 FILLER            PIC X(09) VALUE SPACES.
           02 NOME-ENT          PIC X(30) VALUE SPACES.
           02 FILLER            PIC X(01) VALUE SPACE.
           02 ENDERECO-ENT      PIC X(30) VALUE SPACES.
           02 FILLER            PIC X(01) VALUE SPACE.
           02 BAIRRO-ENT        PIC X(20) VALUE SPACES.
       01  DET-ENTREGA-3.
           02 FILLER            PIC X(09) VALUE SPACES.
           02 CEP-ENT           PIC 9(08) VALUE ZEROS.
           02 FILLER            PIC X(01) VALUE SPACE.
           02 CIDADE-ENT        PIC X(20) VALUE SPACES.
           02 FILLER            PIC X(01) VALUE SPACE.
           02 UF-ENT            PIC X(02) VALUE SPACES.
           02 FILLER            PIC X(12) VALUE " RECEBEDOR: ".
           02 RECEBEDOR-ENT     PIC X(30) VALUE SPACES.
       01  DET-ORCAMENTO.
           02 FILLER            PIC X(11) VALUE "ORCAMENTO ".
           02 NUMERO-ORC        PIC 9(06) VALUE ZEROS.
           02 FILLER            PIC X(06) VALUE " DATA ".
           02 DATA-ORC          PIC 9(08) VALUE ZEROS.
           02 FILLER            PIC X(10) VALUE " VALIDADE ".
           02 VALIDADE-ORC      PIC 9(08) VALUE ZEROS.
           02 FILLER            PIC X(10) VALUE " SITUACAO ".
           02 STATUS-ORC        PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(06) VALUE " NOME ".
           02 NOME-ORC          PIC X(30) VALUE SPACES.
       01  DET-RESERVA.
           02 FILLER            PIC X(09) VALUE "RESERVA ".
           02 NUMERO-RES        PIC 9(06) VALUE ZEROS.
           02 FILLER            PIC X(09) VALUE " PRODUTO ".
           02 CODIGO-RES        PIC 9(04) VALUE ZEROS.
           02 FILLER            PIC X(06) VALUE " QTDE ".
           02 QTDE-RES          PIC ZZZ9  VALUE ZEROS.
           02 FILLER            PIC X(10) VALUE " VALIDADE ".
           02 VALIDADE-RES      PIC 9(08) VALUE ZEROS.
           02 FILLER            PIC X(10) VALUE " SITUACAO ".
           02 STATUS-RES        PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(06) VALUE " NOME ".
           02 NOME-RES          PIC X(30) VALUE SPACES.
       01  DET-RECEBER.
           02 FILLER            PIC X(06) VALUE "VENDA ".
           02 VENDA-REC         PIC 9(06) VALUE ZEROS.
           02 FILLER            PIC X(01) VALUE "/".
           02 PARCELA-REC       PIC 9(02) VALUE ZEROS.
           02 FILLER            PIC X(08) VALUE " VENCTO ".
           02 VENCIMENTO-REC    PIC 9(08) VALUE ZEROS.
           02 FILLER            PIC X(07) VALUE " VALOR ".
           02 VALOR-REC         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(06) VALUE " SIT. ".
           02 STATUS-REC        PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(07) VALUE " PAGTO ".
           02 PAGTO-REC         PIC 9(08) VALUE ZEROS.
           02 FILLER            PIC X(06) VALUE " PAGO ".
           02 PAGO-REC          PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  DET-VENDA.
           02 FILLER            PIC X(06) VALUE "VENDA ".
           02 NUMERO-VEN        PIC 9(06) VALUE ZEROS.
           02 FILLER            PIC X(06) VALUE " DATA ".
           02 DATA-VEN          PIC 9(08) VALUE ZEROS.
           02 FILLER            PIC X(06) VALUE " TIPO ".
           02 TIPO-VEN          PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(07) VALUE " TOTAL ".
           02 TOTAL-VEN         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  DET-CONTATO.
           02 FILLER            PIC X(08) VALUE "CONTATO ".
           02 DATA-LEA          PIC 9(08) VALUE ZEROS.
           02 FILLER            PIC X(06) VALUE " NOME ".
           02 NOME-LEA          PIC X(30) VALUE SPACES.
           02 FILLER            PIC X(06) VALUE " FONE ".
           02 FONE-LEA          PIC X(15) VALUE SPACES.
           02 FILLER            PIC X(10) VALUE " VENDEDOR ".
           02 VENDEDOR-LEA      PIC X(03) VALUE SPACES.
       01  DET-EXPORTADO.
           02 ARQUIVO-EXP       PIC X(20) VALUE SPACES.
           02 FILLER            PIC X(01) VALUE SPACE.
           02 LINHA-EXP         PIC X(105) VALUE SPACES.
       01  LINHA-TOTAL.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TEXTO-TOTAL       PIC X(40) VALUE SPACES.
           02 VALOR-TOTAL       PIC ZZ.ZZ9 VALUE ZEROS.
       01  WS-MENSAGENS.
           02 LIMPA-MENSAGEM    PIC X(60) VALUE SPACES.
           02 MSG-ERRO-1        PIC X(23)
              VALUE "CLIENTE NAO CADASTRADO".
           02 MSG-ERRO-2        PIC X(48)
              VALUE "CLIENTE COM SALDO EM ABERTO - NAO ANONIMIZA".
           02 MSG-ERRO-3        PIC X(48)
              VALUE "CLIENTE COM ENTREGA PENDENTE - NAO ANONIMIZA".
           02 MSG-ERRO-4        PIC X(25)
              VALUE "CLIENTE JA ANONIMIZADO".
       SCREEN SECTION.
       01  LIMPA-TELA.
           02 BLANK SCREEN.
       01  TELA-BASE.
           02 LINE 01 COLUMN 02
           VALUE "DADOS PESSOAIS DO CLIENTE - ATENDIMENTO AO TITULAR".
           02 LINE 03 COLUMN 02 VALUE "ESCOLHA A FUNCAO:".
           02 LINE 03 COLUMN 21
           VALUE "(RE-IMPRIME  EX-EXPORTA  AN-ANONIMIZA  FF-FIM)".
           02 LINE 05 COLUMN 02 VALUE "CLIENTE....>".
           02 LINE 06 COLUMN 02 VALUE "ENDERECO...>".
           02 LINE 07 COLUMN 02 VALUE "PROTOCOLO..>".
           02 LINE 12 COLUMN 02 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR".
           MOVE 2 TO WS-NIVEL-EXIGIDO.
           CALL "AUTORIZA" USING "LGPDCLI" WS-OPERADOR
                   WS-NIVEL-EXIGIDO WS-AUTORIZADO.
           IF WS-AUTORIZADO NOT = "S"
               DISPLAY "OPERADOR SEM PERFIL PARA ESTE PROGRAMA"
                       AT 2202
               ACCEPT CONFIRMA AT 2242
               STOP RUN.
           CALL "LEPARAM" USING EMP-PARAMETROS.
           OPEN I-O CRIA03.
           IF FS-CLI NOT = "00"
               DISPLAY "ARQUIVO CRIA03 NAO ENCONTRADO"
               CALL "LOGERRO" USING "LGPDCLI" "ABERTURA CRIA03"
                       FS-CLI
               STOP RUN.
       TELA-1.
           DISPLAY LIMPA-TELA.
           DISPLAY TELA-BASE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT FUNCAO AT 0322.
           EVALUATE FUNCAO
               WHEN "RE"
                   MOVE "I" TO WS-DESTINO
                   GO TO ATENDE-CONSULTA
               WHEN "EX"
                   MOVE "E" TO WS-DESTINO
                   GO TO ATENDE-CONSULTA
               WHEN "AN"
                   GO TO ANONIMIZACAO
               WHEN "FF"
                   GO TO FIM
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA" AT 1212
                   ACCEPT CONFIRMA AT 1227
                   GO TO TELA-1
           END-EVALUATE.
       LE-CLIENTE.
           MOVE "N" TO WS-CLIENTE-OK.
           MOVE ZEROS TO WS-CODIGO-BUSCA.
           ACCEPT WS-CODIGO-BUSCA AT 0515.
           IF WS-CODIGO-BUSCA = ZEROS
               GO TO FIM-LE-CLIENTE.
           MOVE WS-CODIGO-BUSCA TO CLI-CODIGO.
           READ CRIA03 INVALID KEY
               DISPLAY MSG-ERRO-1 AT 1212
               ACCEPT CONFIRMA AT 1236
               DISPLAY LIMPA-MENSAGEM AT 1212
               GO TO FIM-LE-CLIENTE.
           DISPLAY CLI-NOME AT 0521.
           DISPLAY CLI-ENDERECO AT 0615.
           DISPLAY CLI-CIDADE AT 0646.
           DISPLAY CLI-UF AT 0667.
           MOVE SPACES TO WS-PROTOCOLO.
           ACCEPT WS-PROTOCOLO AT 0715.
           MOVE "S" TO WS-CLIENTE-OK.
       FIM-LE-CLIENTE.
           EXIT.
      ******************************************************************
      *    RE / EX - TUDO O QUE HA DO CLIENTE, NA IMPRESSORA OU EM
      *    ARQUIVO TEXTO LGPD + CODIGO + DATA, REGISTRADO NO SPOOLCTL
      ******************************************************************
       ATENDE-CONSULTA.
           PERFORM LE-CLIENTE THRU FIM-LE-CLIENTE.
           IF WS-CLIENTE-OK NOT = "S"
               GO TO TELA-1.
           MOVE ZEROS TO WS-QTD-REGISTROS.
           MOVE SPACES TO WS-NOME-SAIDA.
           IF WS-DESTINO = "I"
               MOVE "IMPRESSO" TO WS-ATENDIMENTO
               MOVE HOJE-DIA TO DIA-CAB01
               MOVE HOJE-MES TO MES-CAB01
               MOVE HOJE-ANO TO ANO-CAB01
               MOVE ZEROS TO CT-PAG
               OPEN OUTPUT RELATO
               PERFORM CABECALHO
           ELSE
               MOVE "EXPORTA" TO WS-ATENDIMENTO
               STRING "LGPD" DELIMITED BY SIZE
                      CLI-CODIGO DELIMITED BY SIZE
                      WS-DATA-HOJE DELIMITED BY SIZE
                      ".TXT" DELIMITED BY SIZE
                      INTO WS-NOME-SAIDA
               CALL "SPOOLREG" USING "LGPDCLI " WS-NOME-SAIDA
               OPEN OUTPUT SAIDA
               IF FS-SAI NOT = "00"
                   DISPLAY "ERRO NA CRIACAO DO ARQUIVO" FS-SAI AT 1212
                   CALL "LOGERRO" USING "LGPDCLI" "ABERTURA SAIDA"
                           FS-SAI
                   STOP RUN
               END-IF
           END-IF.
           PERFORM LISTA-CADASTRO.
           PERFORM LISTA-ENTREGAS THRU FIM-LISTA-ENTREGAS.
           PERFORM LISTA-ORCAMENTOS THRU FIM-LISTA-ORCAMENTOS.
           PERFORM LISTA-RESERVAS THRU FIM-LISTA-RESERVAS.
           PERFORM LISTA-RECEBER THRU FIM-LISTA-RECEBER.
           PERFORM LISTA-VENDAS THRU FIM-LISTA-VENDAS.
           PERFORM LISTA-CONTATOS THRU FIM-LISTA-CONTATOS.
           PERFORM LISTA-EXPORTADOS THRU FIM-LISTA-EXPORTADOS.
           MOVE SPACES TO TEXTO-TITULO.
           PERFORM GRAVA-TITULO.
           MOVE "REGISTROS PESSOAIS DO CLIENTE..........:"
               TO TEXTO-TOTAL.
           MOVE WS-QTD-REGISTROS TO VALOR-TOTAL.
           IF WS-DESTINO = "I"
               WRITE REG-RELATO FROM LINHA-TOTAL
                   BEFORE ADVANCING 1 LINES
               CLOSE RELATO
           ELSE
               WRITE REG-SAIDA FROM LINHA-TOTAL
               CLOSE SAIDA
           END-IF.
           PERFORM GRAVA-LGPDLOG.
           IF WS-DESTINO = "I"
               DISPLAY "DADOS DO CLIENTE IMPRESSOS" AT 1212
           ELSE
               DISPLAY "ARQUIVO:" AT 1212
               DISPLAY WS-NOME-SAIDA AT 1221.
           ACCEPT CONFIRMA AT 1243.
           GO TO TELA-1.
       LISTA-CADASTRO.
           MOVE "CADASTRO (CRIA03)" TO TEXTO-TITULO.
           PERFORM GRAVA-TITULO.
           MOVE "CODIGO" TO ROTULO-CAMPO.
           MOVE CLI-CODIGO TO VALOR-CAMPO.
           PERFORM GRAVA-CAMPO.
           MOVE "NOME" TO ROTULO-CAMPO.
           MOVE CLI-NOME TO VALOR-CAMPO.
           PERFORM GRAVA-CAMPO.
           MOVE "ENDERECO" TO ROTULO-CAMPO.
           MOVE CLI-ENDERECO TO VALOR-CAMPO.
           PERFORM GRAVA-CAMPO.
           MOVE "BAIRRO" TO ROTULO-CAMPO.
           MOVE CLI-BAIRRO TO VALOR-CAMPO.
           PERFORM GRAVA-CAMPO.
           MOVE "CEP" TO ROTULO-CAMPO.
           MOVE CLI-CEP TO VALOR-CAMPO.
           PERFORM GRAVA-CAMPO.
           MOVE "CIDADE" TO ROTULO-CAMPO.
           MOVE CLI-CIDADE TO VALOR-CAMPO.
           PERFORM GRAVA-CAMPO.
           MOVE "UF" TO ROTULO-CAMPO.
           MOVE CLI-UF TO VALOR-CAMPO.
           PERFORM GRAVA-CAMPO.
           ADD 1 TO WS-QTD-REGISTROS.
           OPEN INPUT LIMCRED.
           IF FS-LIM = "00"
               MOVE CLI-CODIGO TO LIM-CLIENTE
               READ LIMCRED
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "LIMITE DE CREDITO" TO ROTULO-CAMPO
                       MOVE LIM-LIMITE TO LIMITE-ED
                       MOVE LIMITE-ED TO VALOR-CAMPO
                       PERFORM GRAVA-CAMPO
                       ADD 1 TO WS-QTD-REGISTROS
               END-READ.
           CLOSE LIMCRED.
       LISTA-ENTREGAS.
           MOVE "ENDERECOS E RECEBEDORES DAS ENTREGAS (ENTREGAS)"
               TO TEXTO-TITULO.
           PERFORM GRAVA-TITULO.
           MOVE ZEROS TO WS-QTD-SECAO.
           OPEN INPUT ENTREGAS.
           IF FS-ENT NOT = "00"
               CLOSE ENTREGAS
               GO TO FIM-LISTA-ENTREGAS.
           MOVE LOW-VALUES TO ENT-NUMERO.
           START ENTREGAS KEY NOT LESS THAN ENT-NUMERO
               INVALID KEY
                   CLOSE ENTREGAS
                   GO TO FIM-LISTA-ENTREGAS.
       LER-LISTA-ENTREGAS.
           READ ENTREGAS NEXT RECORD AT END
               CLOSE ENTREGAS
               GO TO FIM-LISTA-ENTREGAS.
           IF ENT-CLIENTE NOT = CLI-CODIGO
               GO TO LER-LISTA-ENTREGAS.
           ADD 1 TO WS-QTD-SECAO WS-QTD-REGISTROS.
           MOVE ENT-NUMERO TO NUMERO-ENT.
           MOVE ENT-VENDA TO VENDA-ENT.
           MOVE ENT-DATA-GERACAO TO GERACAO-ENT.
           MOVE ENT-DATA-ENTREGA TO ENTREGA-ENT.
           MOVE ENT-STATUS TO STATUS-ENT.
           MOVE DET-ENTREGA-1 TO TEXTO-DETALHE.
           PERFORM GRAVA-DETALHE.
           MOVE ENT-NOME TO NOME-ENT.
           MOVE ENT-ENDERECO TO ENDERECO-ENT.
           MOVE ENT-BAIRRO TO BAIRRO-ENT.
           MOVE DET-ENTREGA-2 TO TEXTO-DETALHE.
           PERFORM GRAVA-DETALHE.
           MOVE ENT-CEP TO CEP-ENT.
           MOVE ENT-CIDADE TO CIDADE-ENT.
           MOVE ENT-UF TO UF-ENT.
           MOVE ENT-RECEBEDOR TO RECEBEDOR-ENT.
           MOVE DET-ENTREGA-3 TO TEXTO-DETALHE.
           PERFORM GRAVA-DETALHE.
           GO TO LER-LISTA-ENTREGAS.
       FIM-LISTA-ENTREGAS.
           PERFORM GRAVA-NENHUM.
       LISTA-ORCAMENTOS.
           MOVE "NOME NOS ORCAMENTOS (ORCAMENTO)" TO TEXTO-TITULO.
           PERFORM GRAVA-TITULO.
           MOVE ZEROS TO WS-QTD-SECAO WS-ORC-ANTERIOR.
           OPEN INPUT ORCAMENTO.
           IF FS-ORC NOT = "00"
               CLOSE ORCAMENTO
               GO TO FIM-LISTA-ORCAMENTOS.
           MOVE LOW-VALUES TO ORC-CHAVE.
           START ORCAMENTO KEY NOT LESS THAN ORC-CHAVE
               INVALID KEY
                   CLOSE ORCAMENTO
                   GO TO FIM-LISTA-ORCAMENTOS.
       LER-LISTA-ORCAMENTOS.
           READ ORCAMENTO NEXT RECORD AT END
               CLOSE ORCAMENTO
               GO TO FIM-LISTA-ORCAMENTOS.
           IF ORC-CLIENTE NOT = CLI-NOME
                   OR ORC-NUMERO = WS-ORC-ANTERIOR
               GO TO LER-LISTA-ORCAMENTOS.
           MOVE ORC-NUMERO TO WS-ORC-ANTERIOR.
           ADD 1 TO WS-QTD-SECAO WS-QTD-REGISTROS.
           MOVE ORC-NUMERO TO NUMERO-ORC.
           MOVE ORC-DATA TO DATA-ORC.
           MOVE ORC-VALIDADE TO VALIDADE-ORC.
           MOVE ORC-STATUS TO STATUS-ORC.
           MOVE ORC-CLIENTE TO NOME-ORC.
           MOVE DET-ORCAMENTO TO TEXTO-DETALHE.
           PERFORM GRAVA-DETALHE.
           GO TO LER-LISTA-ORCAMENTOS.
       FIM-LISTA-ORCAMENTOS.
           PERFORM GRAVA-NENHUM.
       LISTA-RESERVAS.
           MOVE "NOME NAS RESERVAS (RESERVA)" TO TEXTO-TITULO.
           PERFORM GRAVA-TITULO.
           MOVE ZEROS TO WS-QTD-SECAO.
           OPEN INPUT RESERVA.
           IF FS-RES NOT = "00"
               CLOSE RESERVA
               GO TO FIM-LISTA-RESERVAS.
           MOVE ZEROS TO RES-NUMERO.
           START RESERVA KEY NOT LESS THAN RES-NUMERO
               INVALID KEY
                   CLOSE RESERVA
                   GO TO FIM-LISTA-RESERVAS.
       LER-LISTA-RESERVAS.
           READ RESERVA NEXT RECORD AT END
               CLOSE RESERVA
               GO TO FIM-LISTA-RESERVAS.
           IF RES-CLIENTE NOT = CLI-NOME
               GO TO LER-LISTA-RESERVAS.
           ADD 1 TO WS-QTD-SECAO WS-QTD-REGISTROS.
           MOVE RES-NUMERO TO NUMERO-RES.
           MOVE RES-CODIGO TO CODIGO-RES.
           MOVE RES-QTDE TO QTDE-RES.
           MOVE RES-VALIDADE TO VALIDADE-RES.
           MOVE RES-STATUS TO STATUS-RES.
           MOVE RES-CLIENTE TO NOME-RES.
           MOVE DET-RESERVA TO TEXTO-DETALHE.
           PERFORM GRAVA-DETALHE.
           GO TO LER-LISTA-RESERVAS.
       FIM-LISTA-RESERVAS.
           PERFORM GRAVA-NENHUM.
       LISTA-RECEBER.
           MOVE "HISTORICO DE CONTAS A RECEBER (RECEBER)"
               TO TEXTO-TITULO.
           PERFORM GRAVA-TITULO.
           MOVE ZEROS TO WS-QTD-SECAO.
           OPEN INPUT RECEBER.
           IF FS-REC NOT = "00"
               CLOSE RECEBER
               GO TO FIM-LISTA-RECEBER.
           MOVE LOW-VALUES TO REC-CHAVE.
           START RECEBER KEY NOT LESS THAN REC-CHAVE
               INVALID KEY
                   CLOSE RECEBER
                   GO TO FIM-LISTA-RECEBER.
       LER-LISTA-RECEBER.
           READ RECEBER NEXT RECORD AT END
               CLOSE RECEBER
               GO TO FIM-LISTA-RECEBER.
           IF REC-CLIENTE NOT = CLI-CODIGO
               GO TO LER-LISTA-RECEBER.
           ADD 1 TO WS-QTD-SECAO WS-QTD-REGISTROS.
           MOVE REC-VENDA TO VENDA-REC.
           MOVE REC-PARCELA TO PARCELA-REC.
           MOVE REC-VENCIMENTO TO VENCIMENTO-REC.
           MOVE REC-VALOR TO VALOR-REC.
           MOVE REC-STATUS TO STATUS-REC.
           MOVE REC-DATA-PAGTO TO PAGTO-REC.
           MOVE REC-VALOR-PAGO TO PAGO-REC.
           MOVE DET-RECEBER TO TEXTO-DETALHE.
           PERFORM GRAVA-DETALHE.
           GO TO LER-LISTA-RECEBER.
       FIM-LISTA-RECEBER.
           PERFORM GRAVA-NENHUM.
       LISTA-VENDAS.
           MOVE "COMPRAS REALIZADAS (VENDCAB)" TO TEXTO-TITULO.
           PERFORM GRAVA-TITULO.
           MOVE ZEROS TO WS-QTD-SECAO.
           OPEN INPUT VENDCAB.
           IF FS-VCB NOT = "00"
               CLOSE VENDCAB
               GO TO FIM-LISTA-VENDAS.
           MOVE LOW-VALUES TO VCB-NUMERO.
           START VENDCAB KEY NOT LESS THAN VCB-NUMERO
               INVALID KEY
                   CLOSE VENDCAB
                   GO TO FIM-LISTA-VENDAS.
       LER-LISTA-VENDAS.
           READ VENDCAB NEXT RECORD AT END
               CLOSE VENDCAB
               GO TO FIM-LISTA-VENDAS.
           IF VCB-CLIENTE NOT = CLI-CODIGO
               GO TO LER-LISTA-VENDAS.
           ADD 1 TO WS-QTD-SECAO WS-QTD-REGISTROS.
           MOVE VCB-NUMERO TO NUMERO-VEN.
           MOVE VCB-DATA TO DATA-VEN.
           MOVE VCB-TIPO TO TIPO-VEN.
           MOVE VCB-TOTAL TO TOTAL-VEN.
           MOVE DET-VENDA TO TEXTO-DETALHE.
           PERFORM GRAVA-DETALHE.
           GO TO LER-LISTA-VENDAS.
       FIM-LISTA-VENDAS.
           PERFORM GRAVA-NENHUM.
       LISTA-CONTATOS.
           MOVE "CONTATOS E TELEFONE (LEADCAR)" TO TEXTO-TITULO.
           PERFORM GRAVA-TITULO.
           MOVE ZEROS TO WS-QTD-SECAO.
           OPEN INPUT LEADCAR.
           IF FS-LEA NOT = "00"
               CLOSE LEADCAR
               GO TO FIM-LISTA-CONTATOS.
           MOVE LOW-VALUES TO LEA-CHAVE.
           START LEADCAR KEY NOT LESS THAN LEA-CHAVE
               INVALID KEY
                   CLOSE LEADCAR
                   GO TO FIM-LISTA-CONTATOS.
       LER-LISTA-CONTATOS.
           READ LEADCAR NEXT RECORD AT END
               CLOSE LEADCAR
               GO TO FIM-LISTA-CONTATOS.
           IF LEA-CLI-CODIGO NOT = CLI-CODIGO
               GO TO LER-LISTA-CONTATOS.
           ADD 1 TO WS-QTD-SECAO WS-QTD-REGISTROS.
           MOVE LEA-DATA TO DATA-LEA.
           MOVE LEA-NOME TO NOME-LEA.
           MOVE LEA-FONE TO FONE-LEA.
           MOVE LEA-VENDEDOR TO VENDEDOR-LEA.
           MOVE DET-CONTATO TO TEXTO-DETALHE.
           PERFORM GRAVA-DETALHE.
           GO TO LER-LISTA-CONTATOS.
       FIM-LISTA-CONTATOS.
           PERFORM GRAVA-NENHUM.
      *
      *    ARQUIVOS CRIA03*.CSV DO EXPORTA, LOCALIZADOS PELO SPOOLCTL;
      *    A LINHA DO CLIENTE COMECA PELO CODIGO SEGUIDO DE ";"
      *
       LISTA-EXPORTADOS.
           MOVE "LINHAS NOS ARQUIVOS EXPORTADOS (EXPORTA)"
               TO TEXTO-TITULO.
           PERFORM GRAVA-TITULO.
           MOVE ZEROS TO WS-QTD-SECAO.
           MOVE CLI-CODIGO TO CODIGO-CSV.
           OPEN INPUT SPOOLCTL.
           IF FS-SPL NOT = "00"
               CLOSE SPOOLCTL
               GO TO FIM-LISTA-EXPORTADOS.
       LER-LISTA-EXPORTADOS.
           READ SPOOLCTL AT END
               CLOSE SPOOLCTL
               GO TO FIM-LISTA-EXPORTADOS.
           IF SPL-PROGRAMA NOT = "EXPORTA"
                   OR SPL-ARQUIVO (1:6) NOT = "CRIA03"
               GO TO LER-LISTA-EXPORTADOS.
           MOVE SPL-ARQUIVO TO WS-NOME-CSV.
           OPEN INPUT CSVCLI.
           IF FS-CSV NOT = "00"
               CLOSE CSVCLI
               GO TO LER-LISTA-EXPORTADOS.
       LER-LISTA-CSV.
           READ CSVCLI AT END
               CLOSE CSVCLI
               GO TO LER-LISTA-EXPORTADOS.
           IF REG-CSVCLI (1:5) NOT = WS-CHAVE-CSV
               GO TO LER-LISTA-CSV.
           ADD 1 TO WS-QTD-SECAO WS-QTD-REGISTROS.
           MOVE WS-NOME-CSV TO ARQUIVO-EXP.
           MOVE REG-CSVCLI TO LINHA-EXP.
           MOVE DET-EXPORTADO TO TEXTO-DETALHE.
           PERFORM GRAVA-DETALHE.
           GO TO LER-LISTA-CSV.
       FIM-LISTA-EXPORTADOS.
           PERFORM GRAVA-NENHUM.
       GRAVA-TITULO.
           IF WS-DESTINO = "I"
               WRITE REG-RELATO FROM LINHA-TITULO
                   BEFORE ADVANCING 2 LINES
                   AT EOP PERFORM CABECALHO
               END-WRITE
           ELSE
               WRITE REG-SAIDA FROM LINHA-TITULO.
       GRAVA-CAMPO.
           MOVE DET-CAMPO TO TEXTO-DETALHE.
           PERFORM GRAVA-DETALHE.
       GRAVA-DETALHE.
           IF WS-DESTINO = "I"
               WRITE REG-RELATO FROM LINHA-DETALHE
                   BEFORE ADVANCING 1 LINES
                   AT EOP PERFORM CABECALHO
               END-WRITE
           ELSE
               WRITE REG-SAIDA FROM LINHA-DETALHE.
       GRAVA-NENHUM.
           IF WS-QTD-SECAO = ZEROS
               MOVE "NENHUM REGISTRO" TO TEXTO-DETALHE
               PERFORM GRAVA-DETALHE.
      ******************************************************************
      *    AN - ANONIMIZACAO: SO CLIENTE SEM PARCELA ABERTA NO RECEBER
      *    E SEM ENTREGA PENDENTE. NOME VIRA "ANONIMIZADO" + CODIGO,
      *    ENDERECO, CONTATO E RECEBEDOR SAO APAGADOS; A UF FICA NO
      *    CRIA03 PORQUE AS VENDAS (FISCAIS) CONTINUAM LIGADAS AO CODIGO
      ******************************************************************
       ANONIMIZACAO.
           MOVE 3 TO WS-NIVEL-EXIGIDO.
           CALL "AUTORIZA" USING "LGPDCLI" WS-OPERADOR
                   WS-NIVEL-EXIGIDO WS-AUTORIZADO.
           IF WS-AUTORIZADO NOT = "S"
               DISPLAY "SO SUPERVISOR ANONIMIZA" AT 1212
               ACCEPT CONFIRMA AT 1236
               GO TO TELA-1.
           PERFORM LE-CLIENTE THRU FIM-LE-CLIENTE.
           IF WS-CLIENTE-OK NOT = "S"
               GO TO TELA-1.
           MOVE SPACES TO WS-NOME-ANONIMO WS-NOME-SAIDA.
           STRING "ANONIMIZADO " DELIMITED BY SIZE
                  CLI-CODIGO DELIMITED BY SIZE
                  INTO WS-NOME-ANONIMO.
           MOVE ZEROS TO WS-QTD-REGISTROS.
           IF CLI-NOME = WS-NOME-ANONIMO
               DISPLAY MSG-ERRO-4 AT 1212
               ACCEPT CONFIRMA AT 1236
               GO TO TELA-1.
           PERFORM CONTA-PENDENCIAS THRU FIM-CONTA-PENDENCIAS.
           IF WS-QTD-ABERTAS > ZEROS OR WS-QTD-PENDENTES > ZEROS
               MOVE "RECUSADO" TO WS-ATENDIMENTO
               PERFORM GRAVA-LGPDLOG
               IF WS-QTD-ABERTAS > ZEROS
                   DISPLAY MSG-ERRO-2 AT 1212
               ELSE
                   DISPLAY MSG-ERRO-3 AT 1212
               END-IF
               ACCEPT CONFIRMA AT 1261
               GO TO TELA-1.
           DISPLAY "CONFIRMA ANONIMIZACAO (IRREVERSIVEL) ? S-SIM"
                   AT 1212.
           ACCEPT CONFIRMA AT 1257.
           DISPLAY LIMPA-MENSAGEM AT 1212.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               GO TO TELA-1.
           MOVE CLI-NOME TO WS-NOME-ORIGINAL.
           MOVE WS-NOME-ANONIMO TO CLI-NOME.
           MOVE SPACES TO CLI-ENDERECO CLI-BAIRRO CLI-CIDADE.
           MOVE ZEROS TO CLI-CEP.
           REWRITE REG-CRIA03 INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS-CLI AT 1212
               CALL "LOGERRO" USING "LGPDCLI" "ANONIMIZA CRIA03"
                       FS-CLI
               STOP RUN.
           ADD 1 TO WS-QTD-REGISTROS.
           PERFORM ANONIMIZA-ENTREGAS THRU FIM-ANONIMIZA-ENTREGAS.
           PERFORM ANONIMIZA-ORCAMENTOS THRU FIM-ANONIMIZA-ORCAMENTOS.
           PERFORM ANONIMIZA-RESERVAS THRU FIM-ANONIMIZA-RESERVAS.
           PERFORM ANONIMIZA-CONTATOS THRU FIM-ANONIMIZA-CONTATOS.
           PERFORM ANONIMIZA-EXPORTADOS THRU FIM-ANONIMIZA-EXPORTADOS.
           MOVE "ANONIMIZ" TO WS-ATENDIMENTO.
           PERFORM GRAVA-LGPDLOG.
           DISPLAY "CLIENTE ANONIMIZADO - REGISTROS:" AT 1212.
           DISPLAY WS-QTD-REGISTROS AT 1245.
           ACCEPT CONFIRMA AT 1251.
           GO TO TELA-1.
       CONTA-PENDENCIAS.
           MOVE ZEROS TO WS-QTD-ABERTAS WS-QTD-PENDENTES.
           OPEN INPUT RECEBER.
           IF FS-REC NOT = "00"
               CLOSE RECEBER
               GO TO CONTA-ENTREGAS-PENDENTES.
           MOVE LOW-VALUES TO REC-CHAVE.
           START RECEBER KEY NOT LESS THAN REC-CHAVE
               INVALID KEY
                   CLOSE RECEBER
                   GO TO CONTA-ENTREGAS-PENDENTES.
       LER-CONTA-RECEBER.
           READ RECEBER NEXT RECORD AT END
               CLOSE RECEBER
               GO TO CONTA-ENTREGAS-PENDENTES.
           IF REC-CLIENTE = CLI-CODIGO AND REC-STATUS = "A"
               ADD 1 TO WS-QTD-ABERTAS.
           GO TO LER-CONTA-RECEBER.
       CONTA-ENTREGAS-PENDENTES.
           OPEN INPUT ENTREGAS.
           IF FS-ENT NOT = "00"
               CLOSE ENTREGAS
               GO TO FIM-CONTA-PENDENCIAS.
           MOVE LOW-VALUES TO ENT-NUMERO.
           START ENTREGAS KEY NOT LESS THAN ENT-NUMERO
               INVALID KEY
                   CLOSE ENTREGAS
                   GO TO FIM-CONTA-PENDENCIAS.
       LER-CONTA-ENTREGAS.
           READ ENTREGAS NEXT RECORD AT END
               CLOSE ENTREGAS
               GO TO FIM-CONTA-PENDENCIAS.
           IF ENT-CLIENTE = CLI-CODIGO AND ENT-STATUS = "P"
               ADD 1 TO WS-QTD-PENDENTES.
           GO TO LER-CONTA-ENTREGAS.
       FIM-CONTA-PENDENCIAS.
           EXIT.
       ANONIMIZA-ENTREGAS.
           OPEN I-O ENTREGAS.
           IF FS-ENT NOT = "00"
               CLOSE ENTREGAS
               GO TO FIM-ANONIMIZA-ENTREGAS.
           MOVE LOW-VALUES TO ENT-NUMERO.
           START ENTREGAS KEY NOT LESS THAN ENT-NUMERO
               INVALID KEY
                   CLOSE ENTREGAS
                   GO TO FIM-ANONIMIZA-ENTREGAS.
       LER-ANONIMIZA-ENTREGAS.
           READ ENTREGAS NEXT RECORD AT END
               CLOSE ENTREGAS
               GO TO FIM-ANONIMIZA-ENTREGAS.
           IF ENT-CLIENTE NOT = CLI-CODIGO
               GO TO LER-ANONIMIZA-ENTREGAS.
           MOVE WS-NOME-ANONIMO TO ENT-NOME.
           MOVE SPACES TO ENT-ENDERECO ENT-BAIRRO ENT-CIDADE.
           MOVE SPACES TO ENT-RECEBEDOR.
           MOVE ZEROS TO ENT-CEP.
           REWRITE REG-ENTREGAS INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS-ENT AT 1212
               CALL "LOGERRO" USING "LGPDCLI" "ANONIMIZA ENTREGAS"
                       FS-ENT
               STOP RUN.
           ADD 1 TO WS-QTD-REGISTROS.
           GO TO LER-ANONIMIZA-ENTREGAS.
       FIM-ANONIMIZA-ENTREGAS.
           EXIT.
       ANONIMIZA-ORCAMENTOS.
           OPEN I-O ORCAMENTO.
           IF FS-ORC NOT = "00"
               CLOSE ORCAMENTO
               GO TO FIM-ANONIMIZA-ORCAMENTOS.
           MOVE LOW-VALUES TO ORC-CHAVE.
           START ORCAMENTO KEY NOT LESS THAN ORC-CHAVE
               INVALID KEY
                   CLOSE ORCAMENTO
                   GO TO FIM-ANONIMIZA-ORCAMENTOS.
       LER-ANONIMIZA-ORCAMENTOS.
           READ ORCAMENTO NEXT RECORD AT END
               CLOSE ORCAMENTO
               GO TO FIM-ANONIMIZA-ORCAMENTOS.
           IF ORC-CLIENTE NOT = WS-NOME-ORIGINAL
               GO TO LER-ANONIMIZA-ORCAMENTOS.
           MOVE WS-NOME-ANONIMO TO ORC-CLIENTE.
           REWRITE REG-ORCAMENTO INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS-ORC AT 1212
               CALL "LOGERRO" USING "LGPDCLI" "ANONIMIZA ORCAMENTO"
                       FS-ORC
               STOP RUN.
           ADD 1 TO WS-QTD-REGISTROS.
           GO TO LER-ANONIMIZA-ORCAMENTOS.
       FIM-ANONIMIZA-ORCAMENTOS.
           EXIT.
       ANONIMIZA-RESERVAS.
           OPEN I-O RESERVA.
           IF FS-RES NOT = "00"
               CLOSE RESERVA
               GO TO FIM-ANONIMIZA-RESERVAS.
           MOVE ZEROS TO RES-NUMERO.
           START RESERVA KEY NOT LESS THAN RES-NUMERO
               INVALID KEY
                   CLOSE RESERVA
                   GO TO FIM-ANONIMIZA-RESERVAS.
       LER-ANONIMIZA-RESERVAS.
           READ RESERVA NEXT RECORD AT END
               CLOSE RESERVA
               GO TO FIM-ANONIMIZA-RESERVAS.
           IF RES-CLIENTE NOT = WS-NOME-ORIGINAL
               GO TO LER-ANONIMIZA-RESERVAS.
           MOVE WS-NOME-ANONIMO TO RES-CLIENTE.
           REWRITE REG-RESERVA INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS-RES AT 1212
               CALL "LOGERRO" USING "LGPDCLI" "ANONIMIZA RESERVA"
                       FS-RES
               STOP RUN.
           ADD 1 TO WS-QTD-REGISTROS.
           GO TO LER-ANONIMIZA-RESERVAS.
       FIM-ANONIMIZA-RESERVAS.
           EXIT.
       ANONIMIZA-CONTATOS.
           OPEN I-O LEADCAR.
           IF FS-LEA NOT = "00"
               CLOSE LEADCAR
               GO TO FIM-ANONIMIZA-CONTATOS.
           MOVE LOW-VALUES TO LEA-CHAVE.
           START LEADCAR KEY NOT LESS THAN LEA-CHAVE
               INVALID KEY
                   CLOSE LEADCAR
                   GO TO FIM-ANONIMIZA-CONTATOS.
       LER-ANONIMIZA-CONTATOS.
           READ LEADCAR NEXT RECORD AT END
               CLOSE LEADCAR
               GO TO FIM-ANONIMIZA-CONTATOS.
           IF LEA-CLI-CODIGO NOT = CLI-CODIGO
               GO TO LER-ANONIMIZA-CONTATOS.
           MOVE WS-NOME-ANONIMO TO LEA-NOME.
           MOVE SPACES TO LEA-FONE.
           REWRITE REG-LEADCAR INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS-LEA AT 1212
               CALL "LOGERRO" USING "LGPDCLI" "ANONIMIZA LEADCAR"
                       FS-LEA
               STOP RUN.
           ADD 1 TO WS-QTD-REGISTROS.
           GO TO LER-ANONIMIZA-CONTATOS.
       FIM-ANONIMIZA-CONTATOS.
           EXIT.
      *
      *    CADA CRIA03*.CSV COM A LINHA DO CLIENTE E COPIADO PARA O
      *    LGPDTMP JA COM A LINHA ANONIMIZADA E DEPOIS COPIADO DE VOLTA
      *
       ANONIMIZA-EXPORTADOS.
           MOVE CLI-CODIGO TO CODIGO-CSV.
           OPEN INPUT SPOOLCTL.
           IF FS-SPL NOT = "00"
               CLOSE SPOOLCTL
               GO TO FIM-ANONIMIZA-EXPORTADOS.
       LER-ANONIMIZA-SPOOLCTL.
           READ SPOOLCTL AT END
               CLOSE SPOOLCTL
               GO TO FIM-ANONIMIZA-EXPORTADOS.
           IF SPL-PROGRAMA NOT = "EXPORTA"
                   OR SPL-ARQUIVO (1:6) NOT = "CRIA03"
               GO TO LER-ANONIMIZA-SPOOLCTL.
           MOVE SPL-ARQUIVO TO WS-NOME-CSV.
           OPEN INPUT CSVCLI.
           IF FS-CSV NOT = "00"
               CLOSE CSVCLI
               GO TO LER-ANONIMIZA-SPOOLCTL.
           OPEN OUTPUT CSVTMP.
           MOVE ZEROS TO WS-QTD-TROCAS.
       COPIA-CSV-TMP.
           READ CSVCLI AT END
               GO TO DEVOLVE-CSV.
           MOVE REG-CSVCLI TO REG-CSVTMP.
           IF REG-CSVCLI (1:5) = WS-CHAVE-CSV
               MOVE SPACES TO REG-CSVTMP
               STRING WS-CHAVE-CSV DELIMITED BY SIZE
                      WS-NOME-ANONIMO DELIMITED BY SIZE
                      ";;;00000000;;" DELIMITED BY SIZE
                      CLI-UF DELIMITED BY SIZE
                      INTO REG-CSVTMP
               ADD 1 TO WS-QTD-TROCAS
           END-IF.
           WRITE REG-CSVTMP.
           GO TO COPIA-CSV-TMP.
       DEVOLVE-CSV.
           CLOSE CSVCLI CSVTMP.
           IF WS-QTD-TROCAS = ZEROS
               GO TO LER-ANONIMIZA-SPOOLCTL.
           ADD WS-QTD-TROCAS TO WS-QTD-REGISTROS.
           OPEN INPUT CSVTMP.
           OPEN OUTPUT CSVCLI.
       COPIA-TMP-CSV.
           READ CSVTMP AT END
               CLOSE CSVTMP CSVCLI
               GO TO LER-ANONIMIZA-SPOOLCTL.
           WRITE REG-CSVCLI FROM REG-CSVTMP.
           GO TO COPIA-TMP-CSV.
       FIM-ANONIMIZA-EXPORTADOS.
           EXIT.
      ******************************************************************
      *    LGPDLOG - UM REGISTRO POR ATENDIMENTO (IMPRESSO, EXPORTA,
      *    ANONIMIZ OU RECUSADO), COM O PROTOCOLO DA SOLICITACAO
      ******************************************************************
       GRAVA-LGPDLOG.
           OPEN EXTEND LGPDLOG.
           IF FS-LOG NOT = "00" AND NOT = "05"
               CLOSE LGPDLOG
               OPEN OUTPUT LGPDLOG
               CLOSE LGPDLOG
               OPEN EXTEND LGPDLOG.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-DATA-HOJE-N TO LGP-DATA.
           COMPUTE LGP-HORA = (WS-HH * 10000) + (WS-MM * 100) + WS-SS.
           MOVE WS-OPERADOR TO LGP-OPERADOR.
           MOVE CLI-CODIGO TO LGP-CLIENTE.
           MOVE WS-ATENDIMENTO TO LGP-ATENDIMENTO.
           MOVE WS-QTD-REGISTROS TO LGP-REGISTROS.
           MOVE WS-PROTOCOLO TO LGP-PROTOCOLO.
           MOVE WS-NOME-SAIDA TO LGP-ARQUIVO.
           WRITE REG-LGPDLOG.
           CLOSE LGPDLOG.
       CABECALHO.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           PERFORM CABECALHO-EMPRESA.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 3 LINES.
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
           CLOSE CRIA03.
           STOP RUN.
       END PROGRAM LGPDCLI.
