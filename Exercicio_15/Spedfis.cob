      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - LIVROS FISCAIS
      * Tectonics: cobc
      * Objetivo: ARQUIVO FISCAL DIGITAL MENSAL NO LEIAUTE DA
      *           ESCRITURACAO FISCAL (SPED) - REGISTROS SEPARADOS POR
      *           "|", GRAVADOS NO ARQUIVO SPEDAAAAMM.TXT DA
      *           COMPETENCIA: BLOCO 0 (ABERTURA E CADASTRO DOS ITENS
      *           DO ARQPRO E DO ARQMAT MOVIMENTADOS), BLOCO C (NOTAS
      *           DE ENTRADA DO NFENTRADA/PEDCOM E DOCUMENTOS DE SAIDA
      *           DO VENDCAB/VENDAS COM O ICMS DO APURVEN), BLOCO H
      *           (INVENTARIO DO FECHMES) E BLOCO 9 (CONTROLE), COM O
      *           RELATORIO DA QUANTIDADE DE REGISTROS POR BLOCO
      * Obs: SO GERA COMPETENCIA FECHADA NO FECHCTL. O INVENTARIO
      *      PODE SER O DO PROPRIO MES (M), O DE 31/12 DO ANO
      *      ANTERIOR, MESMA POSICAO DO LIVROINV (A), OU NENHUM (N).
      * Alteracoes:
      * 15/10/2026 - RAZAO SOCIAL, CNPJ, IE E UF DO EMITENTE E DA
      *              LOJA LIDOS DO ARQUIVO DE PARAMETROS DA EMPRESA
      *              (ROTINA LEPARAM, PROGRAMA EMPRESA); SEM O ARQUIVO
      *              FICAM OS VALORES FIXOS.
      * 15/10/2026 - ARQUIVO POR FILIAL (SPEDAAAAMMFNN.TXT) OU
      *              CONSOLIDADO (FILIAL 00): SAIDAS FILTRADAS PELA
      *              FILIAL DO VENDCAB/APURVEN/APURUF; NOTAS DE ENTRADA
      *              E INVENTARIO SO NA MATRIZ (01) E NO CONSOLIDADO.
      *              CNPJ, IE E UF DA FILIAL LIDOS DO CADASTRO FILIAIS
      *              QUANDO ELE EXISTE.
      * 15/10/2026 - VALOR DAS MERCADORIAS DO C100 SEM O ICMS-ST, QUE
      *              O VCB-TOTAL PASSOU A INCLUIR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPEDFIS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ARQPRO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       FD-CODIGO
           ALTERNATE RECORD KEY IS FD-NOME-PRODUTO
                   WITH DUPLICATES
           ALTERNATE RECORD KEY IS FD-EAN
                   SUPPRESS WHEN ZEROS
           FILE STATUS      FS.
           SELECT ARQMAT ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       MAT-CODIGO
           FILE STATUS      FS-MAT.
           SELECT NFENTRADA ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       NFE-PEDIDO
           FILE STATUS      FS-NFE.
           SELECT PEDCOM ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       PED-NUMERO
           FILE STATUS      FS-PED.
           SELECT FECHMES ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       FCM-CHAVE
           FILE STATUS      FS-FCM.
           SELECT FECHCTL ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       FCT-COMPETENCIA
           FILE STATUS      FS-FCT.
           SELECT NFEVEND ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       NFV-NUMERO
           FILE STATUS      FS-NFV.
           SELECT APURVEN ASSIGN TO "APURVEN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-APV.
           SELECT APURUF ASSIGN TO "APURUF"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-APF.
           SELECT FILIAIS ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       FIL-CODIGO
           FILE STATUS      FS-FIL.
           SELECT SPED ASSIGN TO WS-NOME-SPED
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-SPD.
           SELECT SORITEM ASSIGN TO DISK
           SORT STATUS IS ST.
           SELECT SORDOC ASSIGN TO DISK
           SORT STATUS IS ST.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
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
           02 VCB-FILIAL        PIC 9(02).
           02 FILLER            PIC X(07).
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
       FD  ARQPRO LABEL RECORD STANDARD
           VALUE OF FILE-ID "ARQPRO".
       01  REG-ARQPRO.
           02 FD-CODIGO.
               03 CODIGO       PIC 9(04).
               03 DV           PIC 9(01).
           02 FD-NOME-PRODUTO  PIC X(30).
           02 FD-CODIGO-FORNE  PIC 9(03).
           02 FD-VALOR-UNIT    PIC 9(06)V99.
           02 FD-QUANTIDA-EST  PIC 9(04).
           02 FD-QTDE-MINIMA   PIC 9(04).
           02 FD-VALOR-TOT     PIC 9(08)V99.
           02 FD-SERIALIZADO   PIC X(01).
           02 FD-EAN           PIC 9(13).
       FD  ARQMAT LABEL RECORD STANDARD
           VALUE OF FILE-ID "ARQMAT".
       01  REG-ARQMAT.
           02 MAT-CODIGO.
               03 CODIGO-MAT    PIC 9(05).
           02 MAT-NOME          PIC X(30).
           02 MAT-QTDE-ESTOQUE  PIC S9(04).
           02 MAT-QTDE-MINIMA   PIC S9(04).
           02 MAT-VALOR-UNIT    PIC S9(07)V99.
           02 MAT-VALOR-TOT     PIC S9(08)V99.
       FD  NFENTRADA LABEL RECORD STANDARD
           VALUE OF FILE-ID "NFENTRADA".
       01  REG-NFENTRADA.
           02 NFE-PEDIDO        PIC 9(06).
           02 NFE-NUMERO        PIC X(09).
           02 NFE-DATA          PIC 9(08).
           02 NFE-QTDE          PIC 9(04).
           02 NFE-PRECO         PIC 9(07)V99.
           02 NFE-QTDE-CONTADA  PIC 9(04).
           02 NFE-STATUS        PIC X(01).
           02 NFE-RATEIO        PIC 9(07)V99.
           02 NFE-CUSTO-UNIT    PIC 9(07)V99.
       FD  PEDCOM LABEL RECORD STANDARD
           VALUE OF FILE-ID "PEDCOM".
       01  REG-PEDCOM.
           02 PED-NUMERO        PIC 9(06).
           02 PED-CODIGO        PIC 9(05).
           02 PED-QTDE          PIC 9(04).
           02 PED-DATA-EMISSAO  PIC 9(08).
           02 PED-DATA-RECEB    PIC 9(08).
           02 PED-STATUS        PIC X(09).
           02 PED-FORNECEDOR    PIC 9(03).
           02 PED-PRECO         PIC 9(07)V99.
           02 PED-ORIGEM        PIC X(01).
           02 PED-DV            PIC 9(01).
       FD  FECHMES LABEL RECORD STANDARD
           VALUE OF FILE-ID "FECHMES".
       01  REG-FECHMES.
           02 FCM-CHAVE.
               03 FCM-COMPETENCIA PIC 9(06).
               03 FCM-CODIGO      PIC 9(05).
           02 FCM-NOME          PIC X(30).
           02 FCM-QTDE          PIC S9(04).
           02 FCM-VALOR         PIC S9(08)V99.
       FD  FECHCTL LABEL RECORD STANDARD
           VALUE OF FILE-ID "FECHCTL".
       01  REG-FECHCTL.
           02 FCT-COMPETENCIA   PIC 9(06).
           02 FCT-STATUS        PIC X(01).
           02 FCT-DATA-FECHO    PIC 9(08).
       FD  NFEVEND LABEL RECORD STANDARD
           VALUE OF FILE-ID "NFEVEND".
       01  REG-NFEVEND.
           02 NFV-NUMERO        PIC 9(06).
           02 NFV-STATUS        PIC X(01).
           02 NFV-DATA-EXPORT   PIC 9(08).
           02 NFV-QTD-ENVIOS    PIC 9(02).
           02 NFV-DATA-RETORNO  PIC 9(08).
           02 NFV-PROTOCOLO     PIC X(15).
           02 NFV-CHAVE-NFE     PIC X(44).
           02 NFV-MOTIVO        PIC X(40).
       FD  APURVEN
           LABEL RECORD IS OMITTED.
       01  REG-APURVEN.
           02 APV-DATA           PIC 9(08).
           02 FILLER             PIC X.
           02 APV-BASE-CAT1      PIC 9(09)V99.
           02 FILLER             PIC X.
           02 APV-ICM-CAT1       PIC 9(08)V99.
           02 FILLER             PIC X.
           02 APV-BASE-CAT2      PIC 9(09)V99.
           02 FILLER             PIC X.
           02 APV-ICM-CAT2       PIC 9(08)V99.
           02 FILLER             PIC X.
           02 APV-BASE-CAT3      PIC 9(09)V99.
           02 FILLER             PIC X.
           02 APV-ICM-CAT3       PIC 9(08)V99.
           02 FILLER             PIC X.
           02 APV-BASE-OUTROS    PIC 9(09)V99.
           02 FILLER             PIC X.
           02 APV-ICM-OUTROS     PIC 9(08)V99.
           02 FILLER             PIC X.
           02 APV-VENDA          PIC 9(06).
           02 FILLER             PIC X.
           02 APV-TIPO           PIC X(01).
           02 FILLER             PIC X.
           02 APV-BASE-ST        PIC 9(09)V99.
           02 FILLER             PIC X.
           02 APV-ICM-ST         PIC 9(08)V99.
           02 FILLER             PIC X.
           02 APV-FILIAL         PIC 9(02).
       FD  APURUF
           LABEL RECORD IS OMITTED.
       01  REG-APURUF.
           02 AUF-DATA          PIC 9(08).
           02 FILLER            PIC X.
           02 AUF-UF            PIC X(02).
           02 FILLER            PIC X.
           02 AUF-BASE          PIC 9(09)V99.
           02 FILLER            PIC X.
           02 AUF-ICMS          PIC 9(08)V99.
           02 FILLER            PIC X.
           02 AUF-VENDA         PIC 9(06).
           02 FILLER            PIC X.
           02 AUF-TIPO          PIC X(01).
           02 FILLER            PIC X.
           02 AUF-BASE-ST       PIC 9(09)V99.
           02 FILLER            PIC X.
           02 AUF-ICMS-ST       PIC 9(08)V99.
           02 FILLER            PIC X.
           02 AUF-FILIAL        PIC 9(02).
       FD  FILIAIS LABEL RECORD STANDARD
           VALUE OF FILE-ID "FILIAIS".
       01  REG-FILIAIS.
           02 FIL-CODIGO        PIC 9(02).
           02 FIL-NOME          PIC X(30).
           02 FIL-ENDERECO      PIC X(30).
           02 FIL-CIDADE        PIC X(20).
           02 FIL-UF            PIC X(02).
           02 FIL-CNPJ          PIC 9(14).
           02 FIL-IE            PIC X(14).
           02 FIL-ATIVA         PIC X(01).
       FD  SPED
           LABEL RECORD IS OMITTED.
       01  REG-SPED             PIC X(400).
       SD  SORITEM VALUE OF FILE-ID IS "SORITEM".
       01  REG-SORITEM.
           02 SRI-TIPO          PIC X(01).
           02 SRI-CODIGO        PIC 9(05).
       SD  SORDOC VALUE OF FILE-ID IS "SORDOC".
       01  REG-SORDOC.
           02 SRD-CHAVE.
               03 SRD-GRUPO     PIC X(01).
               03 SRD-DOC       PIC X(12).
               03 SRD-TIPO      PIC X(01).
           02 SRD-DATA          PIC 9(08).
           02 SRD-CODIGO        PIC 9(05).
           02 SRD-QTDE          PIC 9(04).
           02 SRD-VALOR         PIC 9(09)V99.
           02 SRD-RATEIO        PIC 9(07)V99.
           02 SRD-FRETE         PIC 9(07)V99.
           02 SRD-BASE OCCURS 4 TIMES PIC 9(09)V99.
           02 SRD-ICM  OCCURS 4 TIMES PIC 9(08)V99.
           02 SRD-BASE-ST       PIC 9(09)V99.
           02 SRD-ICMS-ST       PIC 9(08)V99.
           02 SRD-UF            PIC X(02).
           02 SRD-VCB-TIPO      PIC X(01).
           02 SRD-FORMA         PIC X(01).
           02 SRD-PARTICIPANTE  PIC 9(04).
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  FS                   PIC X(02) VALUE SPACES.
       77  FS-VCB               PIC X(02) VALUE SPACES.
       77  FS-VND               PIC X(02) VALUE SPACES.
       77  FS-MAT               PIC X(02) VALUE SPACES.
       77  FS-NFE               PIC X(02) VALUE SPACES.
       77  FS-PED               PIC X(02) VALUE SPACES.
       77  FS-FCM               PIC X(02) VALUE SPACES.
       77  FS-FCT               PIC X(02) VALUE SPACES.
       77  FS-NFV               PIC X(02) VALUE SPACES.
       77  FS-APV               PIC X(02) VALUE SPACES.
       77  FS-APF               PIC X(02) VALUE SPACES.
       77  FS-SPD               PIC X(02) VALUE SPACES.
       77  FS-FIL               PIC X(02) VALUE SPACES.
       77  ST                   PIC X(02) VALUE SPACES.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  CT-PAG               PIC 9(03) VALUE ZEROS.
       77  WS-PRO-DISPONIVEL    PIC X(01) VALUE "N".
       77  WS-MAT-DISPONIVEL    PIC X(01) VALUE "N".
       77  WS-NFE-DISPONIVEL    PIC X(01) VALUE "N".
       77  WS-NFV-DISPONIVEL    PIC X(01) VALUE "N".
       77  WS-FIL-DISPONIVEL    PIC X(01) VALUE "N".
       77  WS-FILIAL-REL        PIC 9(02) VALUE ZEROS.
       77  WS-DOC-FILIAL        PIC 9(02) VALUE 01.
       77  WS-COM-ENTRADAS      PIC X(01) VALUE "S".
       77  WS-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       77  WS-COMP-INV          PIC 9(06) VALUE ZEROS.
       77  WS-INVENTARIO        PIC X(01) VALUE SPACES.
       77  WS-DATA-INI          PIC 9(08) VALUE ZEROS.
       77  WS-DATA-FIM          PIC 9(08) VALUE ZEROS.
       77  WS-DATA-INV          PIC 9(08) VALUE ZEROS.
       77  WS-ULTIMO-DIA        PIC 9(02) VALUE ZEROS.
       77  WS-QUOCIENTE         PIC 9(04) VALUE ZEROS.
       77  WS-RESTO             PIC 9(02) VALUE ZEROS.
       77  WS-NOME-SPED         PIC X(20) VALUE SPACES.
       77  WS-QTD-DOCS          PIC 9(06) VALUE ZEROS.
       77  WS-QTD-LINHAS        PIC 9(07) VALUE ZEROS.
       77  WS-LINHAS-ANTES      PIC 9(07) VALUE ZEROS.
       77  WS-CONTA-TIPO        PIC X(01) VALUE "S".
       77  WS-PONTEIRO          PIC 9(03) VALUE ZEROS.
       77  WS-CAMPO             PIC X(60) VALUE SPACES.
       77  WS-VALOR-NUM         PIC S9(11)V99 VALUE ZEROS.
       77  WS-VALOR-ED          PIC -(11)9,99.
       77  WS-INTEIRO-NUM       PIC S9(09) VALUE ZEROS.
       77  WS-INTEIRO-ED        PIC -(9)9.
       77  WS-BRANCOS           PIC 9(02) VALUE ZEROS.
       77  WS-DESCRICAO         PIC X(30) VALUE SPACES.
       77  WS-EAN               PIC 9(13) VALUE ZEROS.
       77  WS-COD-ANTERIOR      PIC X(06) VALUE SPACES.
       77  WS-CHAVE-ATUAL       PIC X(13) VALUE SPACES.
       77  WS-TEM-DOC           PIC X(01) VALUE "N".
       77  WS-CFOP              PIC X(04) VALUE SPACES.
       77  WS-CST               PIC X(03) VALUE SPACES.
       77  WS-TOT-MERC          PIC 9(10)V99 VALUE ZEROS.
       77  WS-TOT-RATEIO        PIC 9(10)V99 VALUE ZEROS.
       77  WS-TOT-BASE          PIC 9(10)V99 VALUE ZEROS.
       77  WS-TOT-ICMS          PIC 9(09)V99 VALUE ZEROS.
       77  WS-ALIQ-CAT          PIC 9(03)V99 VALUE ZEROS.
       77  WS-CHAVE-NFE         PIC X(44) VALUE SPACES.
       77  WS-EOF-ITEM          PIC X(01) VALUE "N".
       77  WS-INV-TOTAL         PIC S9(11)V99 VALUE ZEROS.
       77  WS-CUSTO-UNIT        PIC S9(07)V99 VALUE ZEROS.
       77  WS-EOF               PIC X(01) VALUE "N".
       77  IX-CAT               PIC 9(01) VALUE ZEROS.
       77  IX-NF                PIC 9(02) VALUE ZEROS.
       77  IX-REG               PIC 9(02) VALUE ZEROS.
       77  TNF-QTD              PIC 9(02) VALUE ZEROS.
       77  TRG-QTD-TIPOS        PIC 9(02) VALUE ZEROS.
       77  WS-UF-LOJA           PIC X(02) VALUE "SP".
       01  WS-EMITENTE.
           02 EMI-RAZAO         PIC X(40)
              VALUE "EMPRESA ZOOM COMERCIO LTDA".
           02 EMI-CNPJ          PIC 9(14) VALUE ZEROS.
           02 EMI-IE            PIC X(14) VALUE SPACES.
           02 EMI-UF            PIC X(02) VALUE "SP".
       01  WS-EMITENTE-EMPRESA  PIC X(70) VALUE SPACES.
       01  WS-UF-EMPRESA        PIC X(02) VALUE SPACES.
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
       01  WS-COD-ITEM.
           02 CIT-TIPO          PIC X(01).
           02 CIT-CODIGO        PIC 9(05).
       01  WS-COD-PRODUTO REDEFINES WS-COD-ITEM.
           02 CIP-TIPO          PIC X(01).
           02 CIP-CODIGO        PIC 9(04).
           02 CIP-DV            PIC 9(01).
       01  WS-DOC-NF.
           02 DNF-FORNECEDOR    PIC 9(03).
           02 DNF-NUMERO        PIC X(09).
       01  WS-DOC-VENDA.
           02 DVN-VENDA         PIC 9(06).
           02 FILLER            PIC X(06) VALUE SPACES.
       01  WS-PARTICIPANTE.
           02 PAR-TIPO          PIC X(01).
           02 PAR-CODIGO        PIC 9(04).
       01  WS-DATA-AUX.
           02 AUX-ANO           PIC 9(04).
           02 AUX-MES           PIC 9(02).
           02 AUX-DIA           PIC 9(02).
       01  WS-DATA-NUM REDEFINES WS-DATA-AUX PIC 9(08).
       01  WS-DATA-SPED.
           02 DSP-DIA           PIC 9(02).
           02 DSP-MES           PIC 9(02).
           02 DSP-ANO           PIC 9(04).
       01  TABELA-DIAS.
           02 FILLER            PIC X(24)
              VALUE "312831303130313130313031".
       01  TAB-DIAS REDEFINES TABELA-DIAS.
           02 DIAS-MES OCCURS 12 TIMES PIC 9(02).
       01  WS-LINHA             PIC X(400) VALUE SPACES.
      *    DOCUMENTO EM MONTAGEM NA SAIDA DO SORT DOS DOCUMENTOS
       01  WS-DOCUMENTO.
           02 DOC-TEM-CAB       PIC X(01).
           02 DOC-DATA          PIC 9(08).
           02 DOC-VALOR         PIC 9(09)V99.
           02 DOC-FRETE         PIC 9(07)V99.
           02 DOC-VCB-TIPO      PIC X(01).
           02 DOC-FORMA         PIC X(01).
           02 DOC-PARTICIPANTE  PIC 9(04).
           02 DOC-UF            PIC X(02).
           02 DOC-BASE OCCURS 4 TIMES PIC 9(09)V99.
           02 DOC-ICM  OCCURS 4 TIMES PIC 9(08)V99.
           02 DOC-BASE-ST       PIC 9(09)V99.
           02 DOC-ICMS-ST       PIC 9(08)V99.
       01  TAB-ITENS-NF.
           02 TNF-ITEM OCCURS 99 TIMES.
               03 TNF-CODIGO    PIC 9(05).
               03 TNF-QTDE      PIC 9(04).
               03 TNF-VALOR     PIC 9(09)V99.
               03 TNF-RATEIO    PIC 9(07)V99.
      *    QUANTIDADE DE LINHAS POR REGISTRO (BLOCO 9 E RELATORIO)
       01  TAB-REGISTROS.
           02 TRG-ITEM OCCURS 30 TIMES.
               03 TRG-REG       PIC X(04).
               03 TRG-QTD       PIC 9(07).
       01  TOT-BLOCOS.
           02 TOT-BLOCO-0       PIC 9(07) VALUE ZEROS.
           02 TOT-BLOCO-C       PIC 9(07) VALUE ZEROS.
           02 TOT-BLOCO-H       PIC 9(07) VALUE ZEROS.
           02 TOT-BLOCO-9       PIC 9(07) VALUE ZEROS.
       01  WS-DATA-HOJE.
           02 HOJE-ANO          PIC 9(04) VALUE ZEROS.
           02 HOJE-MES          PIC 9(02) VALUE ZEROS.
           02 HOJE-DIA          PIC 9(02) VALUE ZEROS.
       01  CAB01.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(06)    VALUE "DATA:".
           02 DATA-CAB01.
               03 DIA-CAB01   PIC 99/ VALUE ZEROS.
               03 MES-CAB01   PIC 99/ VALUE ZEROS.
               03 ANO-CAB01   PIC 9(04)  VALUE ZEROS.
           02 FILLER    PIC X(05)     VALUE SPACES.
           02 FILLER    PIC X(36)
           VALUE "ARQUIVO FISCAL DIGITAL - COMPETENCIA".
           02 COMPETENCIA-CAB PIC 9(06) VALUE ZEROS.
           02 FILLER     PIC X(02)   VALUE SPACES.
           02 FILLER     PIC X(04)   VALUE "PAG.".
           02 PAG-CAB01  PIC ZZ9     VALUE ZEROS.
       01  CAB02.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(12) VALUE "REGISTRO".
           02 FILLER  PIC X(12) VALUE "QUANTIDADE".
       01  LINHA-ARQUIVO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(17) VALUE "ARQUIVO GERADO: ".
           02 ARQUIVO-DET       PIC X(20) VALUE SPACES.
       01  DETALHE.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 REG-DET           PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(08) VALUE SPACES.
           02 QTD-DET           PIC Z.ZZZ.ZZ9 VALUE ZEROS.
       01  LINHA-BLOCO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(15) VALUE "TOTAL DO BLOCO ".
           02 BLOCO-DET         PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(09) VALUE "........:".
           02 QTD-BLOCO-DET     PIC Z.ZZZ.ZZ9 VALUE ZEROS.
       01  LINHA-TOTAL.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(25)
           VALUE "TOTAL DE LINHAS.........:".
           02 TOTAL-MASK        PIC Z.ZZZ.ZZ9 VALUE ZEROS.
       SCREEN SECTION.
       01  TELA1.
            02 BLANK SCREEN.
            02 LINE 01 COLUMN 22 VALUE "ARQUIVO FISCAL DIGITAL MENSAL".
            02 LINE 03 COLUMN 05 VALUE "COMPETENCIA (AAAAMM).......>".
            02 LINE 04 COLUMN 05 VALUE "INVENTARIO M-MES A-ANUAL...>".
            02 LINE 05 COLUMN 05 VALUE "           N-SEM INVENTARIO".
            02 LINE 06 COLUMN 05 VALUE "FILIAL (00=TODAS)..........>".
            02 LINE 10 COLUMN 01 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           CALL "LEPARAM" USING EMP-PARAMETROS.
           IF EMP-ACHOU = "S"
               MOVE EMP-RAZAO TO EMI-RAZAO
               MOVE EMP-CNPJ  TO EMI-CNPJ
               MOVE EMP-IE    TO EMI-IE
               MOVE EMP-UF    TO EMI-UF WS-UF-LOJA
           END-IF.
           MOVE WS-EMITENTE TO WS-EMITENTE-EMPRESA.
           MOVE WS-UF-LOJA TO WS-UF-EMPRESA.
           OPEN INPUT VENDCAB.
           IF FS-VCB NOT = "00"
               DISPLAY "ARQUIVO VENDCAB NAO ENCONTRADO"
               CALL "LOGERRO" USING "SPEDFIS" "ABERTURA VENDCAB"
                       FS-VCB
               STOP RUN.
           OPEN INPUT VENDAS.
           IF FS-VND NOT = "00"
               DISPLAY "ARQUIVO VENDAS NAO ENCONTRADO"
               CALL "LOGERRO" USING "SPEDFIS" "ABERTURA VENDAS"
                       FS-VND
               CLOSE VENDCAB
               STOP RUN.
           OPEN INPUT FECHCTL.
           IF FS-FCT NOT = "00"
               DISPLAY "ARQUIVO FECHCTL NAO ENCONTRADO"
               CALL "LOGERRO" USING "SPEDFIS" "ABERTURA FECHCTL"
                       FS-FCT
               CLOSE VENDCAB VENDAS
               STOP RUN.
           OPEN INPUT FECHMES.
           IF FS-FCM NOT = "00"
               DISPLAY "ARQUIVO FECHMES NAO ENCONTRADO"
               CALL "LOGERRO" USING "SPEDFIS" "ABERTURA FECHMES"
                       FS-FCM
               CLOSE VENDCAB VENDAS FECHCTL
               STOP RUN.
           OPEN INPUT ARQPRO.
           IF FS = "00"
               MOVE "S" TO WS-PRO-DISPONIVEL
           ELSE
               MOVE "N" TO WS-PRO-DISPONIVEL
               CLOSE ARQPRO.
           OPEN INPUT ARQMAT.
           IF FS-MAT = "00"
               MOVE "S" TO WS-MAT-DISPONIVEL
           ELSE
               MOVE "N" TO WS-MAT-DISPONIVEL
               CLOSE ARQMAT.
           OPEN INPUT NFENTRADA.
           IF FS-NFE NOT = "00"
               MOVE "N" TO WS-NFE-DISPONIVEL
               CLOSE NFENTRADA
           ELSE
               OPEN INPUT PEDCOM
               IF FS-PED = "00"
                   MOVE "S" TO WS-NFE-DISPONIVEL
               ELSE
                   MOVE "N" TO WS-NFE-DISPONIVEL
                   CLOSE NFENTRADA PEDCOM
               END-IF
           END-IF.
           OPEN INPUT NFEVEND.
           IF FS-NFV = "00"
               MOVE "S" TO WS-NFV-DISPONIVEL
           ELSE
               MOVE "N" TO WS-NFV-DISPONIVEL
               CLOSE NFEVEND.
           OPEN INPUT FILIAIS.
           IF FS-FIL = "00"
               MOVE "S" TO WS-FIL-DISPONIVEL
           ELSE
               MOVE "N" TO WS-FIL-DISPONIVEL
               CLOSE FILIAIS.
       TELA-1.
           DISPLAY TELA1.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE HOJE-DIA TO DIA-CAB01.
           MOVE HOJE-MES TO MES-CAB01.
           MOVE HOJE-ANO TO ANO-CAB01.
       PEDE-COMPETENCIA.
           ACCEPT WS-COMPETENCIA AT 0334.
           IF WS-COMPETENCIA = ZEROS
               GO TO FIM.
           MOVE WS-COMPETENCIA TO FCT-COMPETENCIA.
           READ FECHCTL INVALID KEY
               DISPLAY "COMPETENCIA NAO ESTA FECHADA" AT 1010
               ACCEPT CONFIRMA AT 1040
               DISPLAY "                             " AT 1010
               GO TO PEDE-COMPETENCIA.
           IF FCT-STATUS NOT = "F"
               DISPLAY "COMPETENCIA NAO ESTA FECHADA" AT 1010
               ACCEPT CONFIRMA AT 1040
               DISPLAY "                             " AT 1010
               GO TO PEDE-COMPETENCIA.
      *    NOTAS DE ENTRADA E INVENTARIO SAO DA MATRIZ (01); AS OUTRAS
      *    FILIAIS SO TEM DOCUMENTOS DE SAIDA
       PEDE-FILIAL.
           ACCEPT WS-FILIAL-REL AT 0634.
           IF WS-FILIAL-REL = 99
               GO TO PEDE-FILIAL.
           MOVE WS-EMITENTE-EMPRESA TO WS-EMITENTE.
           MOVE WS-UF-EMPRESA TO WS-UF-LOJA.
           IF WS-FILIAL-REL = ZEROS OR WS-FILIAL-REL = 01
               MOVE "S" TO WS-COM-ENTRADAS
           ELSE
               MOVE "N" TO WS-COM-ENTRADAS.
           IF WS-FILIAL-REL NOT = ZEROS AND WS-FIL-DISPONIVEL = "S"
               MOVE WS-FILIAL-REL TO FIL-CODIGO
               READ FILIAIS
                   INVALID KEY
                       DISPLAY "FILIAL NAO CADASTRADA" AT 1010
                       ACCEPT CONFIRMA AT 1040
                       DISPLAY "                     " AT 1010
                       GO TO PEDE-FILIAL
               END-READ
               IF FIL-CNPJ NOT = ZEROS
                   MOVE FIL-CNPJ TO EMI-CNPJ
               END-IF
               IF FIL-IE NOT = SPACES
                   MOVE FIL-IE TO EMI-IE
               END-IF
               IF FIL-UF NOT = SPACES
                   MOVE FIL-UF TO EMI-UF WS-UF-LOJA
               END-IF
           END-IF.
           IF WS-COM-ENTRADAS = "N"
               MOVE "N" TO WS-INVENTARIO
               MOVE ZEROS TO WS-COMP-INV
               GO TO INICIA-GERACAO.
       PEDE-INVENTARIO.
           ACCEPT WS-INVENTARIO AT 0434.
           IF WS-INVENTARIO = "N"
               MOVE ZEROS TO WS-COMP-INV
               GO TO INICIA-GERACAO.
           IF WS-INVENTARIO = "M"
               MOVE WS-COMPETENCIA TO WS-COMP-INV
           ELSE
               IF WS-INVENTARIO = "A"
                   COMPUTE WS-COMP-INV =
                       ((WS-COMPETENCIA / 100) - 1) * 100 + 12
               ELSE
                   GO TO PEDE-INVENTARIO.
           MOVE WS-COMP-INV TO FCT-COMPETENCIA.
           READ FECHCTL INVALID KEY
               MOVE SPACE TO FCT-STATUS.
           IF FCT-STATUS NOT = "F"
               DISPLAY "INVENTARIO SEM FECHAMENTO:" AT 1010
               DISPLAY WS-COMP-INV AT 1037
               ACCEPT CONFIRMA AT 1044
               DISPLAY "                                  " AT 1010
               GO TO PEDE-INVENTARIO.
       INICIA-GERACAO.
           MOVE WS-COMPETENCIA TO COMPETENCIA-CAB.
           MOVE SPACES TO WS-NOME-SPED.
           IF WS-FILIAL-REL = ZEROS
               STRING "SPED" DELIMITED BY SIZE
                      WS-COMPETENCIA DELIMITED BY SIZE
                      ".TXT" DELIMITED BY SIZE
                      INTO WS-NOME-SPED
           ELSE
               STRING "SPED" DELIMITED BY SIZE
                      WS-COMPETENCIA DELIMITED BY SIZE
                      "F" DELIMITED BY SIZE
                      WS-FILIAL-REL DELIMITED BY SIZE
                      ".TXT" DELIMITED BY SIZE
                      INTO WS-NOME-SPED.
           COMPUTE WS-DATA-NUM = WS-COMPETENCIA * 100 + 1.
           MOVE WS-DATA-NUM TO WS-DATA-INI.
           PERFORM ULTIMO-DIA-MES.
           MOVE WS-ULTIMO-DIA TO AUX-DIA.
           MOVE WS-DATA-NUM TO WS-DATA-FIM.
           IF WS-INVENTARIO NOT = "N"
               COMPUTE WS-DATA-NUM = WS-COMP-INV * 100 + 1
               PERFORM ULTIMO-DIA-MES
               MOVE WS-ULTIMO-DIA TO AUX-DIA
               MOVE WS-DATA-NUM TO WS-DATA-INV.
           MOVE ZEROS TO WS-QTD-DOCS WS-QTD-LINHAS TRG-QTD-TIPOS.
           MOVE ZEROS TO CT-PAG.
           OPEN OUTPUT SPED.
           IF FS-SPD NOT = "00"
               DISPLAY "ERRO NA CRIACAO DO ARQUIVO" AT 1010
               CALL "LOGERRO" USING "SPEDFIS" "ABERTURA SPED" FS-SPD
               ACCEPT CONFIRMA AT 1038
               DISPLAY "                           " AT 1010
               GO TO PEDE-COMPETENCIA.
           DISPLAY "GERANDO BLOCO 0..." AT 1010.
           MOVE "S" TO WS-CONTA-TIPO.
           PERFORM GRAVA-0000.
           PERFORM NOVA-LINHA.
           MOVE "0001" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           MOVE "0" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           PERFORM GRAVA-LINHA.
           SORT SORITEM ASCENDING KEY SRI-TIPO SRI-CODIGO
               INPUT PROCEDURE ITENS-ENTRADA
               OUTPUT PROCEDURE ITENS-SAIDA.
           IF ST NOT = "00"
               DISPLAY "ERRO NO SORT DOS ITENS" AT 1010
               CALL "LOGERRO" USING "SPEDFIS" "SORT ITENS" ST
               STOP RUN.
           PERFORM NOVA-LINHA.
           MOVE "0990" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           COMPUTE WS-INTEIRO-NUM = WS-QTD-LINHAS + 1.
           MOVE WS-INTEIRO-NUM TO TOT-BLOCO-0.
           PERFORM ADICIONA-INTEIRO.
           PERFORM GRAVA-LINHA.
      *    BLOCO C - DOCUMENTOS FISCAIS DE MERCADORIAS
           DISPLAY "GERANDO BLOCO C..." AT 1010.
           MOVE WS-QTD-LINHAS TO WS-LINHAS-ANTES.
           PERFORM NOVA-LINHA.
           MOVE "C001" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           IF WS-QTD-DOCS = ZEROS
               MOVE "1" TO WS-CAMPO
           ELSE
               MOVE "0" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           PERFORM GRAVA-LINHA.
           IF WS-QTD-DOCS > ZEROS
               SORT SORDOC ASCENDING KEY SRD-CHAVE
                   INPUT PROCEDURE DOCS-ENTRADA
                   OUTPUT PROCEDURE DOCS-SAIDA
               IF ST NOT = "00"
                   DISPLAY "ERRO NO SORT DOS DOCUMENTOS" AT 1010
                   CALL "LOGERRO" USING "SPEDFIS" "SORT DOCUMENTOS" ST
                   STOP RUN
               END-IF
           END-IF.
           PERFORM NOVA-LINHA.
           MOVE "C990" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           COMPUTE WS-INTEIRO-NUM = WS-QTD-LINHAS - WS-LINHAS-ANTES + 1.
           MOVE WS-INTEIRO-NUM TO TOT-BLOCO-C.
           PERFORM ADICIONA-INTEIRO.
           PERFORM GRAVA-LINHA.
           DISPLAY "GERANDO BLOCO H..." AT 1010.
           PERFORM GERA-BLOCO-H THRU FIM-GERA-BLOCO-H.
           PERFORM GERA-BLOCO-9 THRU FIM-GERA-BLOCO-9.
           CLOSE SPED.
           PERFORM IMPRIME-CONTAGEM THRU FIM-IMPRIME-CONTAGEM.
           DISPLAY "ARQUIVO GERADO:" AT 1010.
           DISPLAY WS-NOME-SPED AT 1026.
           ACCEPT CONFIRMA AT 1047.
           DISPLAY "                                      " AT 1010.
           GO TO TELA-1.
       FIM.
           DISPLAY "FIM DO PROCESSAMENTO " AT 1010.
           CLOSE VENDCAB VENDAS FECHCTL FECHMES.
           IF WS-PRO-DISPONIVEL = "S"
               CLOSE ARQPRO.
           IF WS-MAT-DISPONIVEL = "S"
               CLOSE ARQMAT.
           IF WS-NFE-DISPONIVEL = "S"
               CLOSE NFENTRADA PEDCOM.
           IF WS-NFV-DISPONIVEL = "S"
               CLOSE NFEVEND.
           IF WS-FIL-DISPONIVEL = "S"
               CLOSE FILIAIS.
           STOP RUN.
      ******************************************************************
      *    CODIGOS DE ITEM MOVIMENTADOS NA COMPETENCIA (REGISTRO 0200):
      *    "P" + CODIGO E DV DO ARQPRO (VENDAS) E "M" + CODIGO DO
      *    ARQMAT (NOTAS DE ENTRADA E INVENTARIO)
      ******************************************************************
       ITENS-ENTRADA SECTION.
       INI-ITENS-ENTRADA.
           MOVE ZEROS TO VCB-NUMERO.
           START VENDCAB KEY NOT LESS THAN VCB-NUMERO
               INVALID KEY GO TO ITENS-NOTAS.
       LER-ITENS-VCB.
           READ VENDCAB NEXT RECORD AT END GO TO ITENS-NOTAS.
           IF VCB-DATA < WS-DATA-INI OR VCB-DATA > WS-DATA-FIM
               GO TO LER-ITENS-VCB.
           IF VCB-FILIAL NUMERIC AND VCB-FILIAL NOT = ZEROS
               MOVE VCB-FILIAL TO WS-DOC-FILIAL
           ELSE
               MOVE 01 TO WS-DOC-FILIAL.
           IF WS-FILIAL-REL NOT = ZEROS
                   AND WS-DOC-FILIAL NOT = WS-FILIAL-REL
               GO TO LER-ITENS-VCB.
           ADD 1 TO WS-QTD-DOCS.
           IF VCB-TIPO = "C"
               GO TO LER-ITENS-VCB.
           MOVE VCB-NUMERO TO VND-NUMERO.
           MOVE ZEROS TO VND-ITEM.
           START VENDAS KEY NOT LESS THAN VND-CHAVE
               INVALID KEY GO TO LER-ITENS-VCB.
       LER-ITENS-VND.
           READ VENDAS NEXT RECORD AT END GO TO LER-ITENS-VCB.
           IF VND-NUMERO NOT = VCB-NUMERO
               GO TO LER-ITENS-VCB.
           MOVE "P" TO CIP-TIPO.
           MOVE VND-CODIGO TO CIP-CODIGO.
           MOVE VND-DV TO CIP-DV.
           MOVE WS-COD-ITEM TO REG-SORITEM.
           RELEASE REG-SORITEM.
           GO TO LER-ITENS-VND.
       ITENS-NOTAS.
           IF WS-NFE-DISPONIVEL NOT = "S" OR WS-COM-ENTRADAS = "N"
               GO TO ITENS-INVENTARIO.
           MOVE ZEROS TO NFE-PEDIDO.
           START NFENTRADA KEY NOT LESS THAN NFE-PEDIDO
               INVALID KEY GO TO ITENS-INVENTARIO.
       LER-ITENS-NFE.
           READ NFENTRADA NEXT RECORD AT END GO TO ITENS-INVENTARIO.
           IF NFE-DATA < WS-DATA-INI OR NFE-DATA > WS-DATA-FIM
               GO TO LER-ITENS-NFE.
           IF NFE-STATUS NOT = "A"
               GO TO LER-ITENS-NFE.
           MOVE NFE-PEDIDO TO PED-NUMERO.
           READ PEDCOM INVALID KEY GO TO LER-ITENS-NFE.
           ADD 1 TO WS-QTD-DOCS.
           MOVE "M" TO CIT-TIPO.
           MOVE PED-CODIGO TO CIT-CODIGO.
           MOVE WS-COD-ITEM TO REG-SORITEM.
           RELEASE REG-SORITEM.
           GO TO LER-ITENS-NFE.
       ITENS-INVENTARIO.
           IF WS-INVENTARIO = "N"
               GO TO FIM-ITENS-ENTRADA.
           MOVE WS-COMP-INV TO FCM-COMPETENCIA.
           MOVE ZEROS TO FCM-CODIGO.
           START FECHMES KEY NOT LESS THAN FCM-CHAVE
               INVALID KEY GO TO FIM-ITENS-ENTRADA.
       LER-ITENS-FCM.
           READ FECHMES NEXT RECORD AT END GO TO FIM-ITENS-ENTRADA.
           IF FCM-COMPETENCIA NOT = WS-COMP-INV
               GO TO FIM-ITENS-ENTRADA.
           IF FCM-QTDE NOT > ZEROS
               GO TO LER-ITENS-FCM.
           MOVE "M" TO CIT-TIPO.
           MOVE FCM-CODIGO TO CIT-CODIGO.
           MOVE WS-COD-ITEM TO REG-SORITEM.
           RELEASE REG-SORITEM.
           GO TO LER-ITENS-FCM.
       FIM-ITENS-ENTRADA.
           EXIT.
       ITENS-SAIDA SECTION.
       INI-ITENS-SAIDA.
           MOVE SPACES TO WS-COD-ANTERIOR.
       LER-ITENS-SAIDA.
           RETURN SORITEM AT END GO TO FIM-ITENS-SAIDA.
           MOVE REG-SORITEM TO WS-COD-ITEM.
           IF WS-COD-ITEM = WS-COD-ANTERIOR
               GO TO LER-ITENS-SAIDA.
           MOVE WS-COD-ITEM TO WS-COD-ANTERIOR.
           PERFORM GRAVA-0200.
           GO TO LER-ITENS-SAIDA.
       FIM-ITENS-SAIDA.
           EXIT.
      ******************************************************************
      *    DOCUMENTOS DO BLOCO C ORDENADOS POR GRUPO ("E" NOTA DE
      *    ENTRADA, POR FORNECEDOR + NUMERO DA NOTA; "S" DOCUMENTO DO
      *    VENDCAB, PELO NUMERO DA VENDA) E TIPO ("1" ICMS DO APURVEN,
      *    "2" UF DO APURUF, "3" CABECALHO OU ITEM DA NOTA)
      ******************************************************************
       DOCS-ENTRADA SECTION.
       INI-DOCS-ENTRADA.
           OPEN INPUT APURVEN.
           IF FS-APV NOT = "00"
               CLOSE APURVEN
               GO TO DOCS-APURUF.
       LER-DOCS-APV.
           READ APURVEN AT END
               CLOSE APURVEN
               GO TO DOCS-APURUF.
           IF APV-DATA < WS-DATA-INI OR APV-DATA > WS-DATA-FIM
               GO TO LER-DOCS-APV.
           IF APV-TIPO NOT = "V"
               GO TO LER-DOCS-APV.
           IF APV-FILIAL NUMERIC AND APV-FILIAL NOT = ZEROS
               MOVE APV-FILIAL TO WS-DOC-FILIAL
           ELSE
               MOVE 01 TO WS-DOC-FILIAL.
           IF WS-FILIAL-REL NOT = ZEROS
                   AND WS-DOC-FILIAL NOT = WS-FILIAL-REL
               GO TO LER-DOCS-APV.
           IF APV-BASE-ST NOT NUMERIC OR APV-ICM-ST NOT NUMERIC
               MOVE ZEROS TO APV-BASE-ST APV-ICM-ST.
           MOVE SPACES TO REG-SORDOC.
           MOVE "S" TO SRD-GRUPO.
           MOVE APV-VENDA TO DVN-VENDA.
           MOVE WS-DOC-VENDA TO SRD-DOC.
           MOVE "1" TO SRD-TIPO.
           MOVE APV-DATA TO SRD-DATA.
           MOVE ZEROS TO SRD-CODIGO SRD-QTDE SRD-VALOR SRD-RATEIO.
           MOVE ZEROS TO SRD-FRETE SRD-PARTICIPANTE.
           MOVE APV-BASE-CAT1 TO SRD-BASE (1).
           MOVE APV-ICM-CAT1 TO SRD-ICM (1).
           MOVE APV-BASE-CAT2 TO SRD-BASE (2).
           MOVE APV-ICM-CAT2 TO SRD-ICM (2).
           MOVE APV-BASE-CAT3 TO SRD-BASE (3).
           MOVE APV-ICM-CAT3 TO SRD-ICM (3).
           MOVE APV-BASE-OUTROS TO SRD-BASE (4).
           MOVE APV-ICM-OUTROS TO SRD-ICM (4).
           MOVE APV-BASE-ST TO SRD-BASE-ST.
           MOVE APV-ICM-ST TO SRD-ICMS-ST.
           RELEASE REG-SORDOC.
           GO TO LER-DOCS-APV.
       DOCS-APURUF.
           OPEN INPUT APURUF.
           IF FS-APF NOT = "00"
               CLOSE APURUF
               GO TO DOCS-VENDCAB.
       LER-DOCS-APF.
           READ APURUF AT END
               CLOSE APURUF
               GO TO DOCS-VENDCAB.
           IF AUF-DATA < WS-DATA-INI OR AUF-DATA > WS-DATA-FIM
               GO TO LER-DOCS-APF.
           IF AUF-TIPO NOT = "V"
               GO TO LER-DOCS-APF.
           IF AUF-FILIAL NUMERIC AND AUF-FILIAL NOT = ZEROS
               MOVE AUF-FILIAL TO WS-DOC-FILIAL
           ELSE
               MOVE 01 TO WS-DOC-FILIAL.
           IF WS-FILIAL-REL NOT = ZEROS
                   AND WS-DOC-FILIAL NOT = WS-FILIAL-REL
               GO TO LER-DOCS-APF.
           MOVE SPACES TO REG-SORDOC.
           MOVE "S" TO SRD-GRUPO.
           MOVE AUF-VENDA TO DVN-VENDA.
           MOVE WS-DOC-VENDA TO SRD-DOC.
           MOVE "2" TO SRD-TIPO.
           MOVE AUF-DATA TO SRD-DATA.
           PERFORM ZERA-VALORES-SORT.
           MOVE AUF-UF TO SRD-UF.
           RELEASE REG-SORDOC.
           GO TO LER-DOCS-APF.
       DOCS-VENDCAB.
           MOVE ZEROS TO VCB-NUMERO.
           START VENDCAB KEY NOT LESS THAN VCB-NUMERO
               INVALID KEY GO TO DOCS-NOTAS.
       LER-DOCS-VCB.
           READ VENDCAB NEXT RECORD AT END GO TO DOCS-NOTAS.
           IF VCB-DATA < WS-DATA-INI OR VCB-DATA > WS-DATA-FIM
               GO TO LER-DOCS-VCB.
           IF VCB-FILIAL NUMERIC AND VCB-FILIAL NOT = ZEROS
               MOVE VCB-FILIAL TO WS-DOC-FILIAL
           ELSE
               MOVE 01 TO WS-DOC-FILIAL.
           IF WS-FILIAL-REL NOT = ZEROS
                   AND WS-DOC-FILIAL NOT = WS-FILIAL-REL
               GO TO LER-DOCS-VCB.
           MOVE SPACES TO REG-SORDOC.
           MOVE "S" TO SRD-GRUPO.
           MOVE VCB-NUMERO TO DVN-VENDA.
           MOVE WS-DOC-VENDA TO SRD-DOC.
           MOVE "3" TO SRD-TIPO.
           MOVE VCB-DATA TO SRD-DATA.
           PERFORM ZERA-VALORES-SORT.
           MOVE VCB-TOTAL TO SRD-VALOR.
           MOVE VCB-FRETE TO SRD-FRETE.
           MOVE VCB-TIPO TO SRD-VCB-TIPO.
           MOVE VCB-FORMA-PAGTO TO SRD-FORMA.
           MOVE VCB-CLIENTE TO SRD-PARTICIPANTE.
           RELEASE REG-SORDOC.
           GO TO LER-DOCS-VCB.
       DOCS-NOTAS.
           IF WS-NFE-DISPONIVEL NOT = "S" OR WS-COM-ENTRADAS = "N"
               GO TO FIM-DOCS-ENTRADA.
           MOVE ZEROS TO NFE-PEDIDO.
           START NFENTRADA KEY NOT LESS THAN NFE-PEDIDO
               INVALID KEY GO TO FIM-DOCS-ENTRADA.
       LER-DOCS-NFE.
           READ NFENTRADA NEXT RECORD AT END GO TO FIM-DOCS-ENTRADA.
           IF NFE-DATA < WS-DATA-INI OR NFE-DATA > WS-DATA-FIM
               GO TO LER-DOCS-NFE.
           IF NFE-STATUS NOT = "A"
               GO TO LER-DOCS-NFE.
           MOVE NFE-PEDIDO TO PED-NUMERO.
           READ PEDCOM INVALID KEY GO TO LER-DOCS-NFE.
           MOVE SPACES TO REG-SORDOC.
           MOVE "E" TO SRD-GRUPO.
           MOVE PED-FORNECEDOR TO DNF-FORNECEDOR.
           MOVE NFE-NUMERO TO DNF-NUMERO.
           MOVE WS-DOC-NF TO SRD-DOC.
           MOVE "3" TO SRD-TIPO.
           MOVE NFE-DATA TO SRD-DATA.
           PERFORM ZERA-VALORES-SORT.
           MOVE PED-CODIGO TO SRD-CODIGO.
           MOVE NFE-QTDE TO SRD-QTDE.
           COMPUTE SRD-VALOR = NFE-QTDE * NFE-PRECO.
           MOVE NFE-RATEIO TO SRD-RATEIO.
           MOVE PED-FORNECEDOR TO SRD-PARTICIPANTE.
           RELEASE REG-SORDOC.
           GO TO LER-DOCS-NFE.
       FIM-DOCS-ENTRADA.
           EXIT.
       DOCS-SAIDA SECTION.
       INI-DOCS-SAIDA.
           MOVE "N" TO WS-TEM-DOC.
           MOVE SPACES TO WS-CHAVE-ATUAL.
       LER-DOCS-SAIDA.
           RETURN SORDOC AT END
               PERFORM FECHA-DOCUMENTO THRU FIM-FECHA-DOCUMENTO
               GO TO FIM-DOCS-SAIDA.
           IF SRD-CHAVE (1:13) NOT = WS-CHAVE-ATUAL
               PERFORM FECHA-DOCUMENTO THRU FIM-FECHA-DOCUMENTO
               PERFORM ABRE-DOCUMENTO.
           EVALUATE SRD-TIPO
               WHEN "1"
                   PERFORM SOMA-ICMS-DOCUMENTO
                       VARYING IX-CAT FROM 1 BY 1 UNTIL IX-CAT > 4
                   ADD SRD-BASE-ST TO DOC-BASE-ST
                   ADD SRD-ICMS-ST TO DOC-ICMS-ST
               WHEN "2"
                   MOVE SRD-UF TO DOC-UF
               WHEN OTHER
                   IF SRD-GRUPO = "E"
                       PERFORM GUARDA-ITEM-NOTA
                   ELSE
                       PERFORM GUARDA-CABECALHO-VENDA
                   END-IF
           END-EVALUATE.
           GO TO LER-DOCS-SAIDA.
       FIM-DOCS-SAIDA.
           EXIT.
      ******************************************************************
      *    ROTINAS DE MONTAGEM E GRAVACAO DAS LINHAS DO ARQUIVO
      ******************************************************************
       ROTINAS SECTION.
       ZERA-VALORES-SORT.
           MOVE ZEROS TO SRD-CODIGO SRD-QTDE SRD-VALOR SRD-RATEIO.
           MOVE ZEROS TO SRD-FRETE SRD-PARTICIPANTE.
           MOVE ZEROS TO SRD-BASE-ST SRD-ICMS-ST.
           PERFORM ZERA-CATEGORIA-SORT
               VARYING IX-CAT FROM 1 BY 1 UNTIL IX-CAT > 4.
       ZERA-CATEGORIA-SORT.
           MOVE ZEROS TO SRD-BASE (IX-CAT) SRD-ICM (IX-CAT).
       ABRE-DOCUMENTO.
           MOVE SRD-CHAVE (1:13) TO WS-CHAVE-ATUAL.
           MOVE "S" TO WS-TEM-DOC.
           MOVE "N" TO DOC-TEM-CAB.
           MOVE ZEROS TO DOC-DATA DOC-VALOR DOC-FRETE DOC-PARTICIPANTE.
           MOVE ZEROS TO DOC-BASE-ST DOC-ICMS-ST TNF-QTD.
           MOVE SPACES TO DOC-VCB-TIPO DOC-FORMA DOC-UF.
           PERFORM ZERA-CATEGORIA-DOC
               VARYING IX-CAT FROM 1 BY 1 UNTIL IX-CAT > 4.
       ZERA-CATEGORIA-DOC.
           MOVE ZEROS TO DOC-BASE (IX-CAT) DOC-ICM (IX-CAT).
       SOMA-ICMS-DOCUMENTO.
           ADD SRD-BASE (IX-CAT) TO DOC-BASE (IX-CAT).
           ADD SRD-ICM (IX-CAT) TO DOC-ICM (IX-CAT).
       GUARDA-ITEM-NOTA.
           MOVE "S" TO DOC-TEM-CAB.
           MOVE SRD-DATA TO DOC-DATA.
           MOVE SRD-PARTICIPANTE TO DOC-PARTICIPANTE.
           IF TNF-QTD < 99
               ADD 1 TO TNF-QTD
               MOVE SRD-CODIGO TO TNF-CODIGO (TNF-QTD)
               MOVE SRD-QTDE TO TNF-QTDE (TNF-QTD)
               MOVE SRD-VALOR TO TNF-VALOR (TNF-QTD)
               MOVE SRD-RATEIO TO TNF-RATEIO (TNF-QTD).
       GUARDA-CABECALHO-VENDA.
           MOVE "S" TO DOC-TEM-CAB.
           MOVE SRD-DATA TO DOC-DATA.
           MOVE SRD-VALOR TO DOC-VALOR.
           MOVE SRD-FRETE TO DOC-FRETE.
           MOVE SRD-VCB-TIPO TO DOC-VCB-TIPO.
           MOVE SRD-FORMA TO DOC-FORMA.
           MOVE SRD-PARTICIPANTE TO DOC-PARTICIPANTE.
      *    DOCUMENTO SO COM APURVEN/APURUF E SEM VENDCAB NA COMPETENCIA
      *    NAO E GRAVADO
       FECHA-DOCUMENTO.
           IF WS-TEM-DOC NOT = "S" OR DOC-TEM-CAB NOT = "S"
               GO TO FIM-FECHA-DOCUMENTO.
           IF WS-CHAVE-ATUAL (1:1) = "E"
               PERFORM GRAVA-NOTA-ENTRADA THRU FIM-GRAVA-NOTA-ENTRADA
           ELSE
               PERFORM GRAVA-DOC-VENDA THRU FIM-GRAVA-DOC-VENDA.
       FIM-FECHA-DOCUMENTO.
           EXIT.
      *    NOTA DE ENTRADA: C100 + C170 POR ITEM + C190 (O NFENTRADA
      *    NAO GUARDA O ICMS DA NOTA - SAI COMO CST 090, SEM CREDITO)
       GRAVA-NOTA-ENTRADA.
           MOVE WS-CHAVE-ATUAL (2:12) TO WS-DOC-NF.
           MOVE ZEROS TO WS-TOT-MERC WS-TOT-RATEIO.
           PERFORM SOMA-ITEM-NOTA
               VARYING IX-NF FROM 1 BY 1 UNTIL IX-NF > TNF-QTD.
           MOVE "1102" TO WS-CFOP.
           PERFORM NOVA-LINHA.
           MOVE "C100" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           MOVE "0" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           MOVE "1" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           MOVE "F" TO PAR-TIPO.
           MOVE DOC-PARTICIPANTE TO PAR-CODIGO.
           MOVE WS-PARTICIPANTE TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           MOVE "55" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           MOVE "00" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           PERFORM ADICIONA-VAZIO.
           MOVE DNF-NUMERO TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           PERFORM ADICIONA-VAZIO.
           MOVE DOC-DATA TO WS-DATA-NUM.
           PERFORM ADICIONA-DATA.
           PERFORM ADICIONA-DATA.
           COMPUTE WS-VALOR-NUM = WS-TOT-MERC + WS-TOT-RATEIO.
           PERFORM ADICIONA-VALOR.
           MOVE "1" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           PERFORM ADICIONA-ZERO 2 TIMES.
           MOVE WS-TOT-MERC TO WS-VALOR-NUM.
           PERFORM ADICIONA-VALOR.
           IF WS-TOT-RATEIO > ZEROS
               MOVE "1" TO WS-CAMPO
           ELSE
               MOVE "9" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           MOVE WS-TOT-RATEIO TO WS-VALOR-NUM.
           PERFORM ADICIONA-VALOR.
           PERFORM ADICIONA-ZERO 11 TIMES.
           PERFORM GRAVA-LINHA.
           PERFORM GRAVA-C170-NOTA
               VARYING IX-NF FROM 1 BY 1 UNTIL IX-NF > TNF-QTD.
           MOVE "090" TO WS-CST.
           MOVE ZEROS TO WS-ALIQ-CAT WS-TOT-BASE WS-TOT-ICMS.
           COMPUTE WS-TOT-MERC = WS-TOT-MERC + WS-TOT-RATEIO.
           PERFORM GRAVA-C190.
       FIM-GRAVA-NOTA-ENTRADA.
           EXIT.
       SOMA-ITEM-NOTA.
           ADD TNF-VALOR (IX-NF) TO WS-TOT-MERC.
           ADD TNF-RATEIO (IX-NF) TO WS-TOT-RATEIO.
       GRAVA-C170-NOTA.
           PERFORM NOVA-LINHA.
           MOVE "C170" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           MOVE IX-NF TO WS-INTEIRO-NUM.
           PERFORM ADICIONA-INTEIRO.
           MOVE "M" TO CIT-TIPO.
           MOVE TNF-CODIGO (IX-NF) TO CIT-CODIGO.
           MOVE WS-COD-ITEM TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           PERFORM ADICIONA-VAZIO.
           MOVE TNF-QTDE (IX-NF) TO WS-INTEIRO-NUM.
           PERFORM ADICIONA-INTEIRO.
           MOVE "UN" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           MOVE TNF-VALOR (IX-NF) TO WS-VALOR-NUM.
           PERFORM ADICIONA-VALOR.
           PERFORM ADICIONA-ZERO.
           MOVE "0" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           MOVE "090" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           MOVE WS-CFOP TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           PERFORM ADICIONA-VAZIO.
           PERFORM ADICIONA-ZERO 3 TIMES.
           PERFORM GRAVA-LINHA.
      *    DOCUMENTO DO VENDCAB: VENDA ("1" SAIDA, CFOP 5102/6102 PELA
      *    UF DO APURUF), DEVOLUCAO DE CLIENTE ("0" ENTRADA, CFOP 1202)
      *    OU CANCELADO (COD_SIT 02, SO A IDENTIFICACAO)
       GRAVA-DOC-VENDA.
           MOVE WS-CHAVE-ATUAL (2:12) TO WS-DOC-VENDA.
           MOVE SPACES TO WS-CHAVE-NFE.
           IF WS-NFV-DISPONIVEL = "S"
               MOVE DVN-VENDA TO NFV-NUMERO
               READ NFEVEND
                   NOT INVALID KEY
                       IF NFV-STATUS = "A"
                           MOVE NFV-CHAVE-NFE TO WS-CHAVE-NFE
                       END-IF
               END-READ
           END-IF.
           IF DOC-VCB-TIPO = "D"
               MOVE "1202" TO WS-CFOP
           ELSE
               IF DOC-UF = SPACES OR DOC-UF = WS-UF-LOJA
                   MOVE "5102" TO WS-CFOP
               ELSE
                   MOVE "6102" TO WS-CFOP.
           PERFORM NOVA-LINHA.
           MOVE "C100" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           IF DOC-VCB-TIPO = "D"
               MOVE "0" TO WS-CAMPO
           ELSE
               MOVE "1" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           MOVE "0" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           IF DOC-PARTICIPANTE = ZEROS OR DOC-VCB-TIPO = "C"
               PERFORM ADICIONA-VAZIO
           ELSE
               MOVE "C" TO PAR-TIPO
               MOVE DOC-PARTICIPANTE TO PAR-CODIGO
               MOVE WS-PARTICIPANTE TO WS-CAMPO
               PERFORM ADICIONA-CAMPO.
           MOVE "55" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           IF DOC-VCB-TIPO = "C"
               MOVE "02" TO WS-CAMPO
           ELSE
               MOVE "00" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           MOVE "1" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           MOVE DVN-VENDA TO WS-INTEIRO-NUM.
           PERFORM ADICIONA-INTEIRO.
           MOVE WS-CHAVE-NFE TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           IF DOC-VCB-TIPO = "C"
               PERFORM ADICIONA-VAZIO 20 TIMES
               PERFORM GRAVA-LINHA
               GO TO FIM-GRAVA-DOC-VENDA.
           MOVE ZEROS TO WS-TOT-BASE WS-TOT-ICMS.
           PERFORM SOMA-BASE-VENDA
               VARYING IX-CAT FROM 1 BY 1 UNTIL IX-CAT > 4.
           COMPUTE WS-TOT-MERC = DOC-VALOR - DOC-FRETE - DOC-ICMS-ST.
           MOVE DOC-DATA TO WS-DATA-NUM.
           PERFORM ADICIONA-DATA.
           PERFORM ADICIONA-DATA.
           MOVE DOC-VALOR TO WS-VALOR-NUM.
           PERFORM ADICIONA-VALOR.
           IF DOC-FORMA = "R"
               MOVE "1" TO WS-CAMPO
           ELSE
               MOVE "0" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           PERFORM ADICIONA-ZERO 2 TIMES.
           MOVE WS-TOT-MERC TO WS-VALOR-NUM.
           PERFORM ADICIONA-VALOR.
           IF DOC-FRETE > ZEROS
               MOVE "0" TO WS-CAMPO
           ELSE
               MOVE "9" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           MOVE DOC-FRETE TO WS-VALOR-NUM.
           PERFORM ADICIONA-VALOR.
           PERFORM ADICIONA-ZERO 2 TIMES.
           MOVE WS-TOT-BASE TO WS-VALOR-NUM.
           PERFORM ADICIONA-VALOR.
           MOVE WS-TOT-ICMS TO WS-VALOR-NUM.
           PERFORM ADICIONA-VALOR.
           MOVE DOC-BASE-ST TO WS-VALOR-NUM.
           PERFORM ADICIONA-VALOR.
           MOVE DOC-ICMS-ST TO WS-VALOR-NUM.
           PERFORM ADICIONA-VALOR.
           PERFORM ADICIONA-ZERO 5 TIMES.
           PERFORM GRAVA-LINHA.
           MOVE "N" TO WS-EOF-ITEM.
           MOVE DVN-VENDA TO VND-NUMERO.
           MOVE ZEROS TO VND-ITEM.
           START VENDAS KEY NOT LESS THAN VND-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF-ITEM.
           PERFORM GRAVA-C170-VENDA THRU FIM-GRAVA-C170-VENDA
               UNTIL WS-EOF-ITEM = "S".
           IF WS-TOT-BASE = ZEROS
               MOVE "090" TO WS-CST
               MOVE ZEROS TO WS-ALIQ-CAT WS-TOT-ICMS
               PERFORM GRAVA-C190
           ELSE
               PERFORM GRAVA-C190-CATEGORIA
                   THRU FIM-GRAVA-C190-CATEGORIA
                   VARYING IX-CAT FROM 1 BY 1 UNTIL IX-CAT > 4.
       FIM-GRAVA-DOC-VENDA.
           EXIT.
       SOMA-BASE-VENDA.
           IF DOC-ICM (IX-CAT) > ZEROS
               ADD DOC-BASE (IX-CAT) TO WS-TOT-BASE
               ADD DOC-ICM (IX-CAT) TO WS-TOT-ICMS.
       GRAVA-C170-VENDA.
           READ VENDAS NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-ITEM
               NOT AT END
                   IF VND-NUMERO NOT = DVN-VENDA
                       MOVE "S" TO WS-EOF-ITEM
                   END-IF
           END-READ.
           IF WS-EOF-ITEM = "S"
               GO TO FIM-GRAVA-C170-VENDA.
           PERFORM NOVA-LINHA.
           MOVE "C170" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           MOVE VND-ITEM TO WS-INTEIRO-NUM.
           PERFORM ADICIONA-INTEIRO.
           MOVE "P" TO CIP-TIPO.
           MOVE VND-CODIGO TO CIP-CODIGO.
           MOVE VND-DV TO CIP-DV.
           MOVE WS-COD-ITEM TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           PERFORM ADICIONA-VAZIO.
           MOVE VND-QTDE TO WS-INTEIRO-NUM.
           PERFORM ADICIONA-INTEIRO.
           MOVE "UN" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           MOVE VND-TOTAL-ITEM TO WS-VALOR-NUM.
           PERFORM ADICIONA-VALOR.
           PERFORM ADICIONA-ZERO.
           MOVE "0" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           PERFORM ADICIONA-VAZIO.
           MOVE WS-CFOP TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           PERFORM ADICIONA-VAZIO.
           PERFORM ADICIONA-ZERO 3 TIMES.
           PERFORM GRAVA-LINHA.
       FIM-GRAVA-C170-VENDA.
           EXIT.
      *    UM C190 POR CATEGORIA DO APURVEN COM BASE NA VENDA; A
      *    ALIQUOTA SAI DO PROPRIO APURVEN (PODE SER A ALIQUOTA DA UF)
       GRAVA-C190-CATEGORIA.
           IF DOC-BASE (IX-CAT) = ZEROS
               GO TO FIM-GRAVA-C190-CATEGORIA.
           MOVE DOC-BASE (IX-CAT) TO WS-TOT-MERC.
           IF DOC-ICM (IX-CAT) > ZEROS
               MOVE "000" TO WS-CST
               MOVE DOC-BASE (IX-CAT) TO WS-TOT-BASE
               MOVE DOC-ICM (IX-CAT) TO WS-TOT-ICMS
               COMPUTE WS-ALIQ-CAT ROUNDED =
                   (DOC-ICM (IX-CAT) * 100) / DOC-BASE (IX-CAT)
           ELSE
               MOVE "040" TO WS-CST
               MOVE ZEROS TO WS-TOT-BASE WS-TOT-ICMS WS-ALIQ-CAT.
           PERFORM GRAVA-C190.
       FIM-GRAVA-C190-CATEGORIA.
           EXIT.
       GRAVA-C190.
           PERFORM NOVA-LINHA.
           MOVE "C190" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           MOVE WS-CST TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           MOVE WS-CFOP TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           MOVE WS-ALIQ-CAT TO WS-VALOR-NUM.
           PERFORM ADICIONA-VALOR.
           MOVE WS-TOT-MERC TO WS-VALOR-NUM.
           PERFORM ADICIONA-VALOR.
           MOVE WS-TOT-BASE TO WS-VALOR-NUM.
           PERFORM ADICIONA-VALOR.
           MOVE WS-TOT-ICMS TO WS-VALOR-NUM.
           PERFORM ADICIONA-VALOR.
           PERFORM ADICIONA-ZERO 4 TIMES.
           PERFORM ADICIONA-VAZIO.
           PERFORM GRAVA-LINHA.
       GRAVA-0000.
           PERFORM NOVA-LINHA.
           MOVE "0000" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           MOVE "017" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           MOVE "0" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           MOVE WS-DATA-INI TO WS-DATA-NUM.
           PERFORM ADICIONA-DATA.
           MOVE WS-DATA-FIM TO WS-DATA-NUM.
           PERFORM ADICIONA-DATA.
           MOVE EMI-RAZAO TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           MOVE EMI-CNPJ TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           PERFORM ADICIONA-VAZIO.
           MOVE EMI-UF TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           MOVE EMI-IE TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           PERFORM ADICIONA-VAZIO 3 TIMES.
           MOVE "A" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           MOVE "1" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           PERFORM GRAVA-LINHA.
       GRAVA-0200.
           MOVE "** SEM CADASTRO **" TO WS-DESCRICAO.
           MOVE ZEROS TO WS-EAN.
           IF CIT-TIPO = "P" AND WS-PRO-DISPONIVEL = "S"
               MOVE CIP-CODIGO TO CODIGO
               MOVE CIP-DV TO DV
               READ ARQPRO
                   NOT INVALID KEY
                       MOVE FD-NOME-PRODUTO TO WS-DESCRICAO
                       MOVE FD-EAN TO WS-EAN
               END-READ
           END-IF.
           IF CIT-TIPO = "M" AND WS-MAT-DISPONIVEL = "S"
               MOVE CIT-CODIGO TO CODIGO-MAT
               READ ARQMAT
                   NOT INVALID KEY
                       MOVE MAT-NOME TO WS-DESCRICAO
               END-READ
           END-IF.
           PERFORM NOVA-LINHA.
           MOVE "0200" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           MOVE WS-COD-ITEM TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           MOVE WS-DESCRICAO TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           IF WS-EAN = ZEROS
               PERFORM ADICIONA-VAZIO
           ELSE
               MOVE WS-EAN TO WS-CAMPO
               PERFORM ADICIONA-CAMPO.
           PERFORM ADICIONA-VAZIO.
           MOVE "UN" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           MOVE "00" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           PERFORM ADICIONA-VAZIO 5 TIMES.
           PERFORM GRAVA-LINHA.
      *    BLOCO H - INVENTARIO DO FECHMES NA DATA DO FECHAMENTO (SO
      *    ITENS COM QUANTIDADE POSITIVA; CUSTO UNITARIO = VALOR/QTDE,
      *    COMO NO LIVROINV)
       GERA-BLOCO-H.
           MOVE WS-QTD-LINHAS TO WS-LINHAS-ANTES.
           PERFORM NOVA-LINHA.
           MOVE "H001" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           IF WS-INVENTARIO = "N"
               MOVE "1" TO WS-CAMPO
           ELSE
               MOVE "0" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           PERFORM GRAVA-LINHA.
           IF WS-INVENTARIO = "N"
               GO TO FECHA-BLOCO-H.
           MOVE ZEROS TO WS-INV-TOTAL.
           MOVE "N" TO WS-EOF.
           PERFORM POSICIONA-FECHMES.
           PERFORM SOMA-INVENTARIO UNTIL WS-EOF = "S".
           PERFORM NOVA-LINHA.
           MOVE "H005" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           MOVE WS-DATA-INV TO WS-DATA-NUM.
           PERFORM ADICIONA-DATA.
           MOVE WS-INV-TOTAL TO WS-VALOR-NUM.
           PERFORM ADICIONA-VALOR.
           MOVE "01" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           PERFORM GRAVA-LINHA.
           MOVE "N" TO WS-EOF.
           PERFORM POSICIONA-FECHMES.
           PERFORM GRAVA-H010 THRU FIM-GRAVA-H010 UNTIL WS-EOF = "S".
       FECHA-BLOCO-H.
           PERFORM NOVA-LINHA.
           MOVE "H990" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           COMPUTE WS-INTEIRO-NUM = WS-QTD-LINHAS - WS-LINHAS-ANTES + 1.
           MOVE WS-INTEIRO-NUM TO TOT-BLOCO-H.
           PERFORM ADICIONA-INTEIRO.
           PERFORM GRAVA-LINHA.
       FIM-GERA-BLOCO-H.
           EXIT.
       POSICIONA-FECHMES.
           MOVE WS-COMP-INV TO FCM-COMPETENCIA.
           MOVE ZEROS TO FCM-CODIGO.
           START FECHMES KEY NOT LESS THAN FCM-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF.
       LE-FECHMES.
           READ FECHMES NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
               NOT AT END
                   IF FCM-COMPETENCIA NOT = WS-COMP-INV
                       MOVE "S" TO WS-EOF
                   END-IF
           END-READ.
       SOMA-INVENTARIO.
           PERFORM LE-FECHMES.
           IF WS-EOF NOT = "S" AND FCM-QTDE > ZEROS
               ADD FCM-VALOR TO WS-INV-TOTAL.
       GRAVA-H010.
           PERFORM LE-FECHMES.
           IF WS-EOF = "S" OR FCM-QTDE NOT > ZEROS
               GO TO FIM-GRAVA-H010.
           COMPUTE WS-CUSTO-UNIT ROUNDED = FCM-VALOR / FCM-QTDE.
           PERFORM NOVA-LINHA.
           MOVE "H010" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           MOVE "M" TO CIT-TIPO.
           MOVE FCM-CODIGO TO CIT-CODIGO.
           MOVE WS-COD-ITEM TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           MOVE "UN" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           MOVE FCM-QTDE TO WS-INTEIRO-NUM.
           PERFORM ADICIONA-INTEIRO.
           MOVE WS-CUSTO-UNIT TO WS-VALOR-NUM.
           PERFORM ADICIONA-VALOR.
           MOVE FCM-VALOR TO WS-VALOR-NUM.
           PERFORM ADICIONA-VALOR.
           MOVE "0" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           PERFORM ADICIONA-VAZIO 3 TIMES.
           MOVE FCM-VALOR TO WS-VALOR-NUM.
           PERFORM ADICIONA-VALOR.
           PERFORM GRAVA-LINHA.
       FIM-GRAVA-H010.
           EXIT.
      *    BLOCO 9 - UM 9900 POR TIPO DE REGISTRO GRAVADO (INCLUSIVE
      *    9900, 9990 E 9999), TOTAL DO BLOCO E TOTAL DO ARQUIVO
       GERA-BLOCO-9.
           PERFORM NOVA-LINHA.
           MOVE "9001" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           MOVE "0" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           PERFORM GRAVA-LINHA.
           MOVE "9900" TO WS-CAMPO.
           PERFORM CONTA-REGISTRO.
           MOVE "9990" TO WS-CAMPO.
           PERFORM CONTA-REGISTRO.
           MOVE "9999" TO WS-CAMPO.
           PERFORM CONTA-REGISTRO.
           MOVE TRG-QTD-TIPOS TO TRG-QTD (IX-REG - 2).
           MOVE 1 TO TRG-QTD (IX-REG - 1).
           MOVE 1 TO TRG-QTD (IX-REG).
           MOVE "N" TO WS-CONTA-TIPO.
           PERFORM GRAVA-9900
               VARYING IX-REG FROM 1 BY 1 UNTIL IX-REG > TRG-QTD-TIPOS.
           COMPUTE TOT-BLOCO-9 = TRG-QTD-TIPOS + 3.
           PERFORM NOVA-LINHA.
           MOVE "9990" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           MOVE TOT-BLOCO-9 TO WS-INTEIRO-NUM.
           PERFORM ADICIONA-INTEIRO.
           PERFORM GRAVA-LINHA.
           PERFORM NOVA-LINHA.
           MOVE "9999" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           COMPUTE WS-INTEIRO-NUM = WS-QTD-LINHAS + 1.
           PERFORM ADICIONA-INTEIRO.
           PERFORM GRAVA-LINHA.
           MOVE "S" TO WS-CONTA-TIPO.
       FIM-GERA-BLOCO-9.
           EXIT.
       GRAVA-9900.
           PERFORM NOVA-LINHA.
           MOVE "9900" TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           MOVE TRG-REG (IX-REG) TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
           MOVE TRG-QTD (IX-REG) TO WS-INTEIRO-NUM.
           PERFORM ADICIONA-INTEIRO.
           PERFORM GRAVA-LINHA.
       NOVA-LINHA.
           MOVE SPACES TO WS-LINHA.
           MOVE 1 TO WS-PONTEIRO.
           STRING "|" DELIMITED BY SIZE
                  INTO WS-LINHA WITH POINTER WS-PONTEIRO.
       ADICIONA-CAMPO.
           STRING WS-CAMPO DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  INTO WS-LINHA WITH POINTER WS-PONTEIRO.
           MOVE SPACES TO WS-CAMPO.
       ADICIONA-VAZIO.
           MOVE SPACES TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
       ADICIONA-ZERO.
           MOVE ZEROS TO WS-VALOR-NUM.
           PERFORM ADICIONA-VALOR.
      *    VALOR COM DUAS DECIMAIS, VIRGULA E SEM ZEROS A ESQUERDA
       ADICIONA-VALOR.
           MOVE WS-VALOR-NUM TO WS-VALOR-ED.
           MOVE ZEROS TO WS-BRANCOS.
           INSPECT WS-VALOR-ED TALLYING WS-BRANCOS FOR LEADING SPACES.
           MOVE WS-VALOR-ED (WS-BRANCOS + 1:) TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
       ADICIONA-INTEIRO.
           MOVE WS-INTEIRO-NUM TO WS-INTEIRO-ED.
           MOVE ZEROS TO WS-BRANCOS.
           INSPECT WS-INTEIRO-ED TALLYING WS-BRANCOS
               FOR LEADING SPACES.
           MOVE WS-INTEIRO-ED (WS-BRANCOS + 1:) TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
      *    DATA AAAAMMDD (WS-DATA-NUM) GRAVADA COMO DDMMAAAA
       ADICIONA-DATA.
           MOVE AUX-DIA TO DSP-DIA.
           MOVE AUX-MES TO DSP-MES.
           MOVE AUX-ANO TO DSP-ANO.
           MOVE WS-DATA-SPED TO WS-CAMPO.
           PERFORM ADICIONA-CAMPO.
       GRAVA-LINHA.
           WRITE REG-SPED FROM WS-LINHA.
           ADD 1 TO WS-QTD-LINHAS.
           IF WS-CONTA-TIPO = "S"
               MOVE WS-LINHA (2:4) TO WS-CAMPO
               PERFORM CONTA-REGISTRO.
       CONTA-REGISTRO.
           PERFORM PROCURA-REGISTRO
               VARYING IX-REG FROM 1 BY 1
               UNTIL IX-REG > TRG-QTD-TIPOS
                  OR TRG-REG (IX-REG) = WS-CAMPO (1:4).
           IF IX-REG > TRG-QTD-TIPOS AND TRG-QTD-TIPOS < 30
               ADD 1 TO TRG-QTD-TIPOS
               MOVE TRG-QTD-TIPOS TO IX-REG
               MOVE WS-CAMPO (1:4) TO TRG-REG (IX-REG)
               MOVE ZEROS TO TRG-QTD (IX-REG).
           IF IX-REG <= TRG-QTD-TIPOS
               ADD 1 TO TRG-QTD (IX-REG).
           MOVE SPACES TO WS-CAMPO.
       PROCURA-REGISTRO.
           CONTINUE.
      *    ULTIMO DIA DO MES DE WS-DATA-AUX (FEVEREIRO BISSEXTO PELA
      *    DIVISAO DO ANO POR 4)
       ULTIMO-DIA-MES.
           MOVE DIAS-MES (AUX-MES) TO WS-ULTIMO-DIA.
           IF AUX-MES = 2
               DIVIDE AUX-ANO BY 4 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO
               IF WS-RESTO = ZEROS
                   MOVE 29 TO WS-ULTIMO-DIA.
      *    RELATORIO COM A QUANTIDADE DE REGISTROS POR TIPO E POR BLOCO
       IMPRIME-CONTAGEM.
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO.
           MOVE WS-NOME-SPED TO ARQUIVO-DET.
           WRITE REG-RELATO FROM LINHA-ARQUIVO BEFORE ADVANCING 2 LINES.
           WRITE REG-RELATO FROM CAB02 BEFORE ADVANCING 2 LINES.
           PERFORM IMPRIME-REGISTRO
               VARYING IX-REG FROM 1 BY 1 UNTIL IX-REG > TRG-QTD-TIPOS.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           MOVE "0" TO BLOCO-DET.
           MOVE TOT-BLOCO-0 TO QTD-BLOCO-DET.
           PERFORM IMPRIME-BLOCO.
           MOVE "C" TO BLOCO-DET.
           MOVE TOT-BLOCO-C TO QTD-BLOCO-DET.
           PERFORM IMPRIME-BLOCO.
           MOVE "H" TO BLOCO-DET.
           MOVE TOT-BLOCO-H TO QTD-BLOCO-DET.
           PERFORM IMPRIME-BLOCO.
           MOVE "9" TO BLOCO-DET.
           MOVE TOT-BLOCO-9 TO QTD-BLOCO-DET.
           PERFORM IMPRIME-BLOCO.
           MOVE WS-QTD-LINHAS TO TOTAL-MASK.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           WRITE REG-RELATO FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES.
           CLOSE RELATO.
       FIM-IMPRIME-CONTAGEM.
           EXIT.
       IMPRIME-REGISTRO.
           MOVE TRG-REG (IX-REG) TO REG-DET.
           MOVE TRG-QTD (IX-REG) TO QTD-DET.
           WRITE REG-RELATO FROM DETALHE BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
       IMPRIME-BLOCO.
           WRITE REG-RELATO FROM LINHA-BLOCO BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
       CABECALHO.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 3 LINES.
           END PROGRAM SPEDFIS.
