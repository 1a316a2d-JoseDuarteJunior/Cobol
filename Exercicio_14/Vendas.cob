      *              ALIQUOTA E OS TOTAIS DA VENDA SAO GRAVADOS TAMBEM
      *              NO ARQUIVO APURUF POR UF DE DESTINO, ABERTO NA
      *              APURACAO DO APURICM.
      * 15/10/2026 - SALDO ABERTO DO CLIENTE PARA O LIMITE DE CREDITO
      *              DESCONTA O JA PAGO DAS PARCELAS (RECEBIMENTO
      *              PARCIAL NO PROGRAMA RECEBER).
      * 15/10/2026 - CREDIARIO RECUSADO PARA CLIENTE COM PARCELA
      *              VENCIDA HA MAIS DIAS QUE A TOLERANCIA DO RECCFG
      *              (FUNCAO CF DO RECEBER), SALVO LIBERACAO DO
      *              SUPERVISOR; BLOQUEIOS E LIBERACOES SAO GRAVADOS
      *              NO ARQUIVO BLOQCRED (RELATORIO BL DO RECEBER).
      * 15/10/2026 - PAGAMENTO DIVIDIDO: A VENDA ACEITA ATE 5 FORMAS
      *              (DINHEIRO COM TROCO, CARTAO E UM CREDIARIO) ATE
      *              COBRIR O TOTAL; CADA FORMA E GRAVADA NO ARQUIVO
      *              VENDPAG E SOMADA NA SUA COLUNA DO CAIXASES;
      *              VCB-FORMA-PAGTO RECEBE "M" QUANDO HA MAIS DE UMA;
      *              O LIMITE E AS PARCELAS USAM SO A PARTE A PRAZO.
      * 15/10/2026 - CARTAO PEDE DEBITO/CREDITO, PARCELAS, ADQUIRENTE
      *              E NSU; A TAXA E O PRAZO DE REPASSE VEM DA TABELA
      *              TAXACART E CADA PARCELA GERA UM RECEBIVEL PREVISTO
      *              NO ARQUIVO CARTREC (CONCILIACAO NO CONCART).
      * 15/10/2026 - VALE-CREDITO DE DEVOLUCAO (ARQUIVO VALES, GERADO
      *              PELO DEVOLVE) ACEITO COMO FORMA DE PAGAMENTO (V):
      *              VALE EM ABERTO E NA VALIDADE, ATE O SALDO, SEM
      *              TROCO; O SALDO E BAIXADO NO VALES E O NUMERO DO
      *              VALE FICA GRAVADO NO VENDPAG.
      * 15/10/2026 - CANCELAMENTO DE VENDA DO DIA (CV) COM SENHA DE
      *              SUPERVISOR: DEVOLVE O ESTOQUE DO ARQPRO, LIBERA AS
      *              SERIES, EXCLUI AS PARCELAS DO RECEBER, ESTORNA OS
      *              TOTAIS DO CAIXASES, OS VALES E OS RECEBIVEIS DE
      *              CARTAO, GRAVA O ESTORNO DO APURVEN/APURUF (QUE
      *              PASSAM A LEVAR O NUMERO DA VENDA E O TIPO) E
      *              CANCELA A ORDEM DE ENTREGA; O DOCUMENTO FICA NO
      *              VENDCAB COM VCB-TIPO "C".
      * 15/10/2026 - KIT (PRODUTO COM COMPOSICAO NO ARQUIVO KITS,
      *              MANUTENCAO NO PROGRAMA KITS): O DISPONIVEL DO KIT
      *              VEM DO COMPONENTE MAIS ESCASSO, CONSIDERANDO O QUE
      *              A VENDA JA CONSUMIU; A VENDA BAIXA O ESTOQUE DE
      *              CADA COMPONENTE E O CANCELAMENTO OS REPOE.
      * 15/10/2026 - O ITEM ACEITA O CODIGO INTERNO (COM DV) OU O
      *              CODIGO DE BARRAS EAN-13 (FD-EAN DO ARQPRO): VALOR
      *              ACIMA DE 9999 NO CAMPO CODIGO E LIDO PELO INDICE
      *              DO EAN E DISPENSA O DV.
      * 15/10/2026 - FRETE DE ENTREGA POR FAIXA DE CEP (TABELA FRETES,
      *              MANUTENCAO NO PROGRAMA FRETES): A ORDEM DE ENTREGA
      *              E DECIDIDA ANTES DO PAGAMENTO, O FRETE ENTRA NO
      *              VALOR A PAGAR, NO VCB-TOTAL E NO CUPOM, E FICA
      *              SEPARADO EM VCB-FRETE PARA O FECHADIA E O ANALISE.
      * 15/10/2026 - SANGRIA LEVADA AO BANCO E LANCADA A CREDITO NA
      *              CONTA BANCARIA PADRAO (ROTINA LANCBCO, RAZAO
      *              MOVBANCO) COM O NUMERO DA SESSAO DO CAIXA.
      * 15/10/2026 - ICMS-ST: CATEGORIA DO ICMSCAT COM SUBSTITUICAO
      *              TRIBUTARIA NA UF DE DESTINO (TABELA ICMSST,
      *              MANUTENCAO NO PROGRAMA ICMSST) TEM BASE PRESUMIDA
      *              (VALOR DO ITEM + MVA) E ICMS-ST (BASE X ALIQUOTA
      *              INTERNA - ICMS PROPRIO) CALCULADOS POR ITEM,
      *              IMPRESSOS NO CUPOM E ACUMULADOS NO APURVEN E NO
      *              APURUF. VENDA SEM CLIENTE USA A UF DA LOJA.
      * 15/10/2026 - PARAMETROS DA EMPRESA (ROTINA LEPARAM, PROGRAMA
      *              EMPRESA) LIDOS NA ABERTURA: UF DA LOJA, LINHAS DE
      *              CABECALHO DOS RELATORIOS E TOLERANCIA PADRAO DE
      *              ATRASO QUANDO O RECCFG NAO EXISTE.
      * 15/10/2026 - FILIAL: O OPERADOR VENDE NA SUA FILIAL DE LOTACAO
      *              (OPE-FILIAL), GRAVADA NA SESSAO DE CAIXA, NO
      *              VENDCAB, NA ORDEM DE ENTREGA E NO APURVEN/APURUF;
      *              DISPONIVEL DO ITEM LIMITADO AO SALDO DA FILIAL
      *              (ROTINA SALDOFIL) E BAIXA/ESTORNO DO SALDO DA
      *              FILIAL PELA ROTINA MOVFIL; DIA FECHADO CONFERIDO
      *              NA FILIAL E NO FECHAMENTO CONSOLIDADO (FILIAL 00).
      * 15/10/2026 - ICMS-ST COBRADO NA VENDA: CALCULADO ANTES DO
      *              PAGAMENTO, ENTRA NO VALOR A PAGAR, NO VCB-TOTAL E
      *              NO TOTAL GERAL DO CUPOM, E FICA SEPARADO EM
      *              VCB-ICMS-ST; CLIENTE DO CREDIARIO DE OUTRA UF
      *              REFAZ O ST E CORRIGE O RESTANTE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDAS.
           RECORD KEY       FD-CODIGO
           ALTERNATE RECORD KEY IS FD-NOME-PRODUTO
                   WITH DUPLICATES
           ALTERNATE RECORD KEY IS FD-EAN
                   SUPPRESS WHEN ZEROS
           FILE STATUS      FS.
           SELECT RESERVA ASSIGN TO DISK
           ORGANIZATION     INDEXED
           SELECT FECHDIA ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       FDI-CHAVE
           FILE STATUS      FS-FDI.
           SELECT VENDCAB ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       PRM-CHAVE
           FILE STATUS      FS-PRM.
           SELECT KITS ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       KIT-CHAVE
           FILE STATUS      FS-KIT.
           SELECT DESCONTOS ASSIGN TO "DESCONTOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-DSC.
           SELECT APURUF ASSIGN TO "APURUF"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-APF.
           SELECT ICMSST ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       IST-CHAVE
           FILE STATUS      FS-IST.
           SELECT CUSTOHIS ASSIGN TO "CUSTOHIS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-CUS.
           ACCESS MODE      DYNAMIC
           RECORD KEY       ENT-NUMERO
           FILE STATUS      FS-ENT.
           SELECT FRETES ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       FRT-CEP-INI
           FILE STATUS      FS-FRT.
           SELECT RECEBER ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           SELECT ACESSLOG ASSIGN TO "ACESSLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-ACE.
           SELECT RECCFG ASSIGN TO "RECCFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-CFG.
           SELECT TAXACART ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       TXC-CHAVE
           FILE STATUS      FS-TXC.
           SELECT CARTREC ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       CRT-CHAVE
           ALTERNATE RECORD KEY IS CRT-CHAVE-ADQ
                   WITH DUPLICATES
           FILE STATUS      FS-CRT.
           SELECT VALES ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       VLC-NUMERO
           FILE STATUS      FS-VLC.
           SELECT VENDPAG ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       VPG-CHAVE
           FILE STATUS      FS-VPG.
           SELECT BLOQCRED ASSIGN TO "BLOQCRED"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-BLQ.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
           02 FD-QTDE-MINIMA   PIC 9(04).
           02 FD-VALOR-TOT     PIC 9(08)V99.
           02 FD-SERIALIZADO   PIC X(01).
           02 FD-EAN           PIC 9(13).
       FD  RESERVA LABEL RECORD STANDARD
           VALUE OF FILE-ID "RESERVA".
       01  REG-RESERVA.
       FD  FECHDIA LABEL RECORD STANDARD
           VALUE OF FILE-ID "FECHDIA".
       01  REG-FECHDIA.
           02 FDI-CHAVE.
               03 FDI-DATA      PIC 9(08).
               03 FDI-FILIAL    PIC 9(02).
           02 FDI-STATUS        PIC X(01).
           02 FDI-QTD-VENDAS    PIC 9(05).
           02 FDI-VALOR         PIC 9(10)V99.
           02 VCB-CLIENTE       PIC 9(04).
           02 VCB-TIPO          PIC X(01).
           02 VCB-REF           PIC 9(06).
           02 VCB-CANC-DATA     PIC 9(08).
           02 VCB-CANC-SUPERV   PIC X(03).
           02 VCB-FRETE         PIC 9(07)V99.
           02 VCB-FILIAL        PIC 9(02).
           02 VCB-ICMS-ST       PIC 9(05)V99.
       FD  VENDPAG LABEL RECORD STANDARD
           VALUE OF FILE-ID "VENDPAG".
       01  REG-VENDPAG.
           02 VPG-CHAVE.
               03 VPG-NUMERO    PIC 9(06).
               03 VPG-SEQ       PIC 9(02).
           02 VPG-DATA          PIC 9(08).
           02 VPG-FORMA         PIC X(01).
           02 VPG-VALOR         PIC 9(09)V99.
           02 VPG-SESSAO        PIC 9(04).
           02 VPG-OPERADOR      PIC X(03).
           02 VPG-CLIENTE       PIC 9(04).
           02 VPG-PARCELAS      PIC 9(01).
           02 VPG-VALE          PIC 9(06).
       FD  VALES LABEL RECORD STANDARD
           VALUE OF FILE-ID "VALES".
       01  REG-VALES.
           02 VLC-NUMERO        PIC 9(06).
           02 VLC-CLIENTE       PIC 9(04).
           02 VLC-DATA-EMISSAO  PIC 9(08).
           02 VLC-DATA-VALIDADE PIC 9(08).
           02 VLC-VALOR-ORIG    PIC 9(08)V99.
           02 VLC-SALDO         PIC 9(08)V99.
           02 VLC-STATUS        PIC X(01).
           02 VLC-VENDA-ORIG    PIC 9(06).
           02 VLC-DATA-ULT-USO  PIC 9(08).
           02 VLC-VENDA-ULT-USO PIC 9(06).
       FD  TAXACART LABEL RECORD STANDARD
           VALUE OF FILE-ID "TAXACART".
       01  REG-TAXACART.
           02 TXC-CHAVE.
               03 TXC-ADQUIRENTE PIC X(03).
               03 TXC-MODALIDADE PIC X(01).
           02 TXC-NOME          PIC X(20).
           02 TXC-TAXA          PIC 9(02)V99.
           02 TXC-DIAS          PIC 9(03).
       FD  CARTREC LABEL RECORD STANDARD
           VALUE OF FILE-ID "CARTREC".
       01  REG-CARTREC.
           02 CRT-CHAVE.
               03 CRT-VENDA     PIC 9(06).
               03 CRT-SEQ       PIC 9(02).
               03 CRT-PARCELA   PIC 9(02).
           02 CRT-CHAVE-ADQ.
               03 CRT-ADQUIRENTE PIC X(03).
               03 CRT-NSU       PIC X(12).
               03 CRT-PARC-ADQ  PIC 9(02).
           02 CRT-MODALIDADE    PIC X(01).
           02 CRT-QTD-PARCELAS  PIC 9(02).
           02 CRT-DATA-VENDA    PIC 9(08).
           02 CRT-VALOR-BRUTO   PIC 9(08)V99.
           02 CRT-TAXA          PIC 9(02)V99.
           02 CRT-VALOR-LIQUIDO PIC 9(08)V99.
           02 CRT-DATA-PREVISTA PIC 9(08).
           02 CRT-STATUS        PIC X(01).
           02 CRT-VALOR-PAGO    PIC 9(08)V99.
           02 CRT-DATA-PAGTO    PIC 9(08).
       FD  CAIXASES LABEL RECORD STANDARD
           VALUE OF FILE-ID "CAIXASES".
       01  REG-CAIXASES.
           02 SES-DATA-FECHO    PIC 9(08).
           02 SES-CONTADO       PIC 9(08)V99.
           02 SES-DIFERENCA     PIC S9(07)V99.
           02 SES-FILIAL        PIC 9(02).
       FD  CRIA03
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CRIA03".
           02 REC-VALOR         PIC 9(08)V99.
           02 REC-STATUS        PIC X(01).
           02 REC-DATA-PAGTO    PIC 9(08).
           02 REC-VALOR-PAGO    PIC 9(08)V99.
           02 REC-QTD-PAGTOS    PIC 9(02).
       FD  LIMCRED LABEL RECORD STANDARD
           VALUE OF FILE-ID "LIMCRED".
       01  REG-LIMCRED.
           02 PRM-DATA-FIM      PIC 9(08).
           02 PRM-QTDE-MIN      PIC 9(04).
           02 PRM-PRECO         PIC 9(06)V99.
       FD  KITS LABEL RECORD STANDARD
           VALUE OF FILE-ID "KITS".
       01  REG-KITS.
           02 KIT-CHAVE.
               03 KIT-CODIGO    PIC 9(04).
               03 KIT-COMPONENTE PIC 9(04).
           02 KIT-COMP-DV       PIC 9(01).
           02 KIT-QTDE          PIC 9(04).
       FD  ICMSCAT LABEL RECORD STANDARD
           VALUE OF FILE-ID "ICMSCAT".
       01  REG-ICMSCAT.
           02 APV-BASE-OUTROS    PIC 9(09)V99.
           02 FILLER             PIC X VALUE SPACE.
           02 APV-ICM-OUTROS     PIC 9(08)V99.
           02 FILLER             PIC X VALUE SPACE.
           02 APV-VENDA          PIC 9(06).
           02 FILLER             PIC X VALUE SPACE.
           02 APV-TIPO           PIC X(01).
           02 FILLER             PIC X VALUE SPACE.
           02 APV-BASE-ST        PIC 9(09)V99.
           02 FILLER             PIC X VALUE SPACE.
           02 APV-ICM-ST         PIC 9(08)V99.
           02 FILLER             PIC X VALUE SPACE.
           02 APV-FILIAL         PIC 9(02).
       FD  ENTREGAS LABEL RECORD STANDARD
           VALUE OF FILE-ID "ENTREGAS".
       01  REG-ENTREGAS.
           02 ENT-DATA-GERACAO  PIC 9(08).
           02 ENT-DATA-ENTREGA  PIC 9(08).
           02 ENT-RECEBEDOR     PIC X(30).
           02 ENT-FILIAL        PIC 9(02).
       FD  FRETES LABEL RECORD STANDARD
           VALUE OF FILE-ID "FRETES".
       01  REG-FRETES.
           02 FRT-CEP-INI       PIC 9(08).
           02 FRT-CEP-FIM       PIC 9(08).
           02 FRT-DESCRICAO     PIC X(20).
           02 FRT-TAXA          PIC 9(05)V99.
           02 FRT-POR-ITEM      PIC 9(03)V99.
           02 FRT-GRATIS-ACIMA  PIC 9(07)V99.
       FD  UFICMS LABEL RECORD STANDARD
           VALUE OF FILE-ID "UFICMS".
       01  REG-UFICMS.
           02 AUF-BASE          PIC 9(09)V99.
           02 FILLER            PIC X VALUE SPACE.
           02 AUF-ICMS          PIC 9(08)V99.
           02 FILLER            PIC X VALUE SPACE.
           02 AUF-VENDA         PIC 9(06).
           02 FILLER            PIC X VALUE SPACE.
           02 AUF-TIPO          PIC X(01).
           02 FILLER            PIC X VALUE SPACE.
           02 AUF-BASE-ST       PIC 9(09)V99.
           02 FILLER            PIC X VALUE SPACE.
           02 AUF-ICMS-ST       PIC 9(08)V99.
           02 FILLER            PIC X VALUE SPACE.
           02 AUF-FILIAL        PIC 9(02).
       FD  ICMSST LABEL RECORD STANDARD
           VALUE OF FILE-ID "ICMSST".
       01  REG-ICMSST.
           02 IST-CHAVE.
               03 IST-CATEGORIA PIC 9(01).
               03 IST-UF        PIC X(02).
           02 IST-MVA           PIC 9(03)V99.
           02 IST-ALIQ-INTERNA  PIC 9(02)V99.
       FD  CUSTOHIS
           LABEL RECORD IS OMITTED.
       01  REG-CUSTOHIS.
           02 OPE-DATA-SENHA    PIC 9(08).
           02 OPE-TROCA-OBRIG   PIC X(01).
           02 OPE-FALHAS        PIC 9(01).
           02 OPE-FILIAL        PIC 9(02).
       FD  ACESSLOG
           LABEL RECORD IS OMITTED.
       01  REG-ACESSLOG.
           02 ACE-OPERADOR      PIC X(03).
           02 FILLER            PIC X VALUE SPACE.
           02 ACE-RESULTADO     PIC X(06).
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
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-PROX-NUMERO       PIC 9(06) VALUE ZEROS.
       77  DV-DIGITADO          PIC 9(01) VALUE ZEROS.
       77  WS-COD-ENTRADA       PIC 9(13) VALUE ZEROS.
       77  WS-QTDE-VENDIDA      PIC 9(04) VALUE ZEROS.
       77  WS-QTD-ITENS         PIC 9(02) VALUE ZEROS.
       77  WS-TOTAL-VENDA       PIC 9(09)V99 VALUE ZEROS.
       77  FS-SER               PIC X(02) VALUE SPACES.
       77  FS-FDI               PIC X(02) VALUE SPACES.
       77  WS-FDI-DISPONIVEL    PIC X(01) VALUE "N".
       77  WS-DIA-FECHADO       PIC X(01) VALUE "N".
       77  WS-FILIAL            PIC 9(02) VALUE 01.
       77  WS-DOC-FILIAL        PIC 9(02) VALUE 01.
       77  WS-SALDO-FILIAL      PIC S9(05) VALUE ZEROS.
       77  WS-QTDE-FILIAL       PIC S9(05) VALUE ZEROS.
       77  FS-VCB               PIC X(02) VALUE SPACES.
       77  FS-SES               PIC X(02) VALUE SPACES.
       77  FS-OPE               PIC X(02) VALUE SPACES.
       77  WS-PROX-ENTREGA      PIC 9(06) VALUE ZEROS.
       77  WS-EOF-ENT           PIC X(01) VALUE "N".
       77  WS-CLIENTE-ENT       PIC 9(04) VALUE ZEROS.
       77  FS-FRT               PIC X(02) VALUE SPACES.
       77  WS-ENTREGA           PIC X(01) VALUE "N".
       77  WS-FRETE             PIC 9(07)V99 VALUE ZEROS.
       77  WS-QTDE-FRETE        PIC 9(05) VALUE ZEROS.
       77  WS-PRECO-MANUAL      PIC 9(06)V99 VALUE ZEROS.
       77  WS-ULTIMO-CUSTO      PIC S9(07)V99 VALUE ZEROS.
       77  WS-CODIGO-CUSTO      PIC 9(05) VALUE ZEROS.
       77  WS-TEM-ALIQ-UF       PIC X(01) VALUE "N".
       77  WS-BASE-UF           PIC 9(09)V99 VALUE ZEROS.
       77  WS-ICMS-UF           PIC 9(08)V99 VALUE ZEROS.
       77  FS-IST               PIC X(02) VALUE SPACES.
       77  WS-UF-LOJA           PIC X(02) VALUE "SP".
       77  WS-UF-ST             PIC X(02) VALUE SPACES.
       77  WS-ST-CALCULO        PIC S9(08)V99 VALUE ZEROS.
       77  WS-BASE-ST-VENDA     PIC 9(09)V99 VALUE ZEROS.
       77  WS-ICMS-ST-VENDA     PIC 9(08)V99 VALUE ZEROS.
       77  WS-ST-ANTERIOR       PIC 9(08)V99 VALUE ZEROS.
       77  WS-ST-DIFERENCA      PIC 9(08)V99 VALUE ZEROS.
       77  WS-RESTANTE-ANTERIOR PIC 9(09)V99 VALUE ZEROS.
       77  WS-PRM-DISPONIVEL    PIC X(01) VALUE "N".
       77  FS-KIT               PIC X(02) VALUE SPACES.
       77  WS-KIT-DISPONIVEL    PIC X(01) VALUE "N".
       77  WS-E-KIT             PIC X(01) VALUE "N".
       77  WS-EOF-KIT           PIC X(01) VALUE "N".
       77  WS-KIT-VENDA         PIC 9(04) VALUE ZEROS.
       77  WS-KIT-DV            PIC 9(01) VALUE ZEROS.
       77  WS-DISP-KIT          PIC 9(05) VALUE ZEROS.
       77  WS-DISP-POR-COMP     PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-COMP         PIC 9(06) VALUE ZEROS.
       77  WS-QTD-KCO           PIC 9(02) VALUE ZEROS.
       77  IDX-KCO              PIC 9(02) VALUE ZEROS.
       01  TABELA-CONSUMO-KIT.
           02 KCO OCCURS 99 TIMES.
               03 KCO-CODIGO    PIC 9(04).
               03 KCO-QTDE      PIC 9(06).
       01  ACUMULA-ICMS-VENDA.
           02 VEN-BASE OCCURS 4 TIMES PIC 9(09)V99.
           02 VEN-ICM  OCCURS 4 TIMES PIC 9(08)V99.
       77  WS-ANO-VENC          PIC 9(04) VALUE ZEROS.
       77  WS-MES-VENC          PIC 9(02) VALUE ZEROS.
       77  WS-DIA-VENC          PIC 9(02) VALUE ZEROS.
       77  FS-CFG               PIC X(02) VALUE SPACES.
       77  FS-BLQ               PIC X(02) VALUE SPACES.
       77  FS-VPG               PIC X(02) VALUE SPACES.
       77  WS-QTD-TENDER        PIC 9(01) VALUE ZEROS.
       77  IDX-TND              PIC 9(01) VALUE ZEROS.
       77  WS-VALOR-TENDER      PIC 9(09)V99 VALUE ZEROS.
       77  WS-RESTANTE          PIC 9(09)V99 VALUE ZEROS.
       77  WS-TROCO             PIC 9(09)V99 VALUE ZEROS.
       77  WS-VALOR-CREDIARIO   PIC 9(09)V99 VALUE ZEROS.
       77  FS-TXC               PIC X(02) VALUE SPACES.
       77  FS-CRT               PIC X(02) VALUE SPACES.
       77  WS-MODALIDADE        PIC X(01) VALUE SPACES.
       77  WS-PARC-CARTAO       PIC 9(02) VALUE ZEROS.
       77  WS-ADQUIRENTE        PIC X(03) VALUE SPACES.
       77  WS-NSU               PIC X(12) VALUE SPACES.
       77  WS-PARC-CRT-IDX      PIC 9(02) VALUE ZEROS.
       77  WS-VALOR-PARC-CRT    PIC 9(08)V99 VALUE ZEROS.
       77  WS-VALOR-ULT-CRT     PIC 9(08)V99 VALUE ZEROS.
       77  WS-DIAS-SOMAR        PIC 9(03) VALUE ZEROS.
       77  FS-VLC               PIC X(02) VALUE SPACES.
       77  WS-NUMERO-VALE       PIC 9(06) VALUE ZEROS.
       77  WS-SALDO-VALE        PIC 9(08)V99 VALUE ZEROS.
       77  WS-VALE-REPETIDO     PIC X(01) VALUE "N".
       77  WS-VENDA-CANC        PIC 9(06) VALUE ZEROS.
       77  WS-CANC-OK           PIC X(01) VALUE "N".
       77  WS-EOF-CANC          PIC X(01) VALUE "N".
       77  WS-TEM-VPG-CANC      PIC X(01) VALUE "N".
       77  WS-ACHOU-APUR        PIC X(01) VALUE "N".
       77  WS-FORMA-CANC        PIC X(01) VALUE SPACES.
       77  WS-TOTAL-CANC        PIC 9(09)V99 VALUE ZEROS.
       77  WS-SESSAO-CANC       PIC 9(04) VALUE ZEROS.
       77  WS-TIPO-FECHO        PIC X(01) VALUE SPACE.
       01  WS-APV-GUARDA        PIC X(135) VALUE SPACES.
       01  WS-APF-GUARDA        PIC X(69) VALUE SPACES.
       77  DU-DIA-ATUAL         PIC 9(02) VALUE ZEROS.
       77  DU-MES-ATUAL         PIC 9(02) VALUE ZEROS.
       77  DU-ANO-ATUAL         PIC 9(04) VALUE ZEROS.
       77  DU-DIAS-MES          PIC 9(02) VALUE ZEROS.
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
       01  TABELA-TENDERS.
           02 TENDER OCCURS 5 TIMES.
               03 TND-FORMA     PIC X(01).
               03 TND-VALOR     PIC 9(09)V99.
               03 TND-MODALIDADE PIC X(01).
               03 TND-PARC-CARTAO PIC 9(02).
               03 TND-ADQUIRENTE PIC X(03).
               03 TND-NSU       PIC X(12).
               03 TND-TAXA      PIC 9(02)V99.
               03 TND-DIAS      PIC 9(03).
               03 TND-VALE      PIC 9(06).
       77  WS-TOLERANCIA        PIC 9(03) VALUE 30.
       77  WS-VENC-ANTIGO       PIC 9(08) VALUE ZEROS.
       77  WS-DIAS-ATRASO       PIC 9(04) VALUE ZEROS.
       77  WS-DIAS-HOJE         PIC 9(08) VALUE ZEROS.
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
       01  WS-DATA-VENC-ANT.
           02 VANT-ANO          PIC 9(04) VALUE ZEROS.
           02 VANT-MES          PIC 9(02) VALUE ZEROS.
           02 VANT-DIA          PIC 9(02) VALUE ZEROS.
       01  WS-HORA-ACESSO.
           02 ACE-HH            PIC 9(02) VALUE ZEROS.
           02 ACE-MM            PIC 9(02) VALUE ZEROS.
               03 IT-ALIQUOTA   PIC 9(02)V99.
               03 IT-ICMS       PIC 9(08)V99.
               03 IT-CATEGORIA  PIC 9(01).
               03 IT-KIT        PIC X(01).
               03 IT-BASE-ST    PIC 9(09)V99.
               03 IT-ICMS-ST    PIC 9(08)V99.
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
           02 MSG-ERRO-4        PIC X(26)
              VALUE "QUANTIDADE INDISPONIVEL".
           02 MSG-ERRO-5        PIC X(22) VALUE "VENDA SEM ITENS".
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
           02 ALIQ-DET          PIC Z9,99 VALUE ZEROS.
           02 FILLER            PIC X(04) VALUE "%): ".
           02 ICMS-DET          PIC ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINHA-ICMS-ST.
           02 FILLER            PIC X(12) VALUE SPACES.
           02 FILLER            PIC X(09) VALUE "BASE ST: ".
           02 BASE-ST-DET       PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(11) VALUE "  ICMS-ST: ".
           02 ICMS-ST-DET       PIC ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINHA-SESSAO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TEXTO-SES         PIC X(29) VALUE SPACES.
           VALUE "TOTAL DA VENDA...:".
           02 FILLER            PIC X(40) VALUE SPACES.
           02 TOTAL-VENDA-MASK  PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINHA-PAGTO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(11) VALUE "PAGAMENTO: ".
           02 FORMA-PAG         PIC X(12) VALUE SPACES.
           02 FILLER            PIC X(35) VALUE SPACES.
           02 VALOR-PAG         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINHA-TOTAL-DIA.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(20)
            02 BLANK SCREEN.
            02 LINE 01 COLUMN 01 VALUE "DATA:".
            02 LINE 01 COLUMN 26 VALUE "VENDAS NO BALCAO".
            02 LINE 01 COLUMN 60 VALUE "FILIAL:".
            02 LINE 03 COLUMN 01 VALUE "ESCOLHA A FUNCAO: ".
            02 LINE 03 COLUMN 22 VALUE "(VD-AC-SG-FX-FC-CV-FF)".
            02 LINE 05 COLUMN 05 VALUE "VD - NOVA VENDA".
            02 LINE 05 COLUMN 30 VALUE "AC - ABRE CAIXA".
            02 LINE 06 COLUMN 05 VALUE "FC - FECHAMENTO DO DIA".
            02 LINE 06 COLUMN 30 VALUE "SG - SANGRIA".
            02 LINE 07 COLUMN 05 VALUE "CV - CANCELA VENDA".
            02 LINE 07 COLUMN 30 VALUE "FX - FECHA CAIXA".
            02 LINE 08 COLUMN 05 VALUE "CODIGO OU EAN.......>".
            02 LINE 08 COLUMN 41 VALUE "DV:".
            02 LINE 09 COLUMN 05 VALUE "QUANTIDADE..........>".
            02 LINE 12 COLUMN 01 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           CALL "LEPARAM" USING EMP-PARAMETROS.
           IF EMP-ACHOU = "S"
               MOVE EMP-UF TO WS-UF-LOJA.
           PERFORM ASSINA-OPERADOR THRU FIM-ASSINA.
           MOVE 1 TO WS-NIVEL-EXIGIDO.
           CALL "AUTORIZA" USING "VENDAS" WS-OPERADOR
           ELSE
               MOVE "N" TO WS-PRM-DISPONIVEL
               CLOSE TABPROMO.
           OPEN INPUT KITS.
           IF FS-KIT = "00"
               MOVE "S" TO WS-KIT-DISPONIVEL
           ELSE
               MOVE "N" TO WS-KIT-DISPONIVEL
               CLOSE KITS.
           OPEN INPUT ICMSCAT.
           IF FS-ICM = "00"
               MOVE "S" TO WS-ICM-DISPONIVEL
                           FS-REC
                   STOP RUN
           END-IF.
       ABRE-VENDPAG.
           OPEN I-O VENDPAG.
           IF FS-VPG NOT = "00"
               IF FS-VPG = "35"
                   CLOSE VENDPAG OPEN OUTPUT VENDPAG CLOSE VENDPAG
                   GO TO ABRE-VENDPAG
               ELSE
                   DISPLAY FS-VPG "STATUS DO ARQUIVO VENDPAG"
                   CALL "LOGERRO" USING "VENDAS" "ABERTURA VENDPAG"
                           FS-VPG
                   STOP RUN
           END-IF.
       ABRE-CARTREC.
           OPEN I-O CARTREC.
           IF FS-CRT NOT = "00"
               IF FS-CRT = "35"
                   CLOSE CARTREC OPEN OUTPUT CARTREC CLOSE CARTREC
                   GO TO ABRE-CARTREC
               ELSE
                   DISPLAY FS-CRT "STATUS DO ARQUIVO CARTREC"
                   CALL "LOGERRO" USING "VENDAS" "ABERTURA CARTREC"
                           FS-CRT
                   STOP RUN
           END-IF.
       ABRE-VALES.
           OPEN I-O VALES.
           IF FS-VLC NOT = "00"
               IF FS-VLC = "35"
                   CLOSE VALES OPEN OUTPUT VALES CLOSE VALES
                   GO TO ABRE-VALES
               ELSE
                   DISPLAY FS-VLC "STATUS DO ARQUIVO VALES"
                   CALL "LOGERRO" USING "VENDAS" "ABERTURA VALES"
                           FS-VLC
                   STOP RUN
           END-IF.
       ABRE-CAIXASES.
           OPEN I-O CAIXASES.
           IF FS-SES NOT = "00"
           ACCEPT WS-DATA FROM DATE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY DIA AT 0107 '/' MES '/' ANO.
           DISPLAY WS-FILIAL AT 0168.
           MOVE DIA TO DIA-CAB01.
           MOVE MES TO MES-CAB01.
           MOVE HOJE-ANO TO ANO-CAB01.
                  GO TO FECHA-CAIXA
               WHEN "FC"
                  GO TO FECHAMENTO-DIA
               WHEN "CV"
                  GO TO CANCELA-VENDA
               WHEN "FF"
                  GO TO FIM
               WHEN OTHER
       FIM-BUSCA-NUMERO.
           EXIT.
       VENDA.
           PERFORM VERIFICA-DIA-FECHADO THRU FIM-VERIFICA-DIA.
           IF WS-DIA-FECHADO = "S"
               DISPLAY "DIA JA FECHADO - VENDA RECUSADA" AT 1210
               ACCEPT CONFIRMA AT 1243
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO TELA-1.
           PERFORM BUSCA-SESSAO-ABERTA THRU FIM-BUSCA-SESSAO.
           IF WS-SES-ABERTA NOT = "S"
               DISPLAY "ABRA O CAIXA (AC) ANTES DE VENDER" AT 1210
               ACCEPT CONFIRMA AT 1244
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO TELA-1.
           MOVE ZEROS TO WS-QTD-ITENS WS-TOTAL-VENDA WS-QTD-KCO.
           PERFORM VARYING IDX-CAT FROM 1 BY 1 UNTIL IDX-CAT > 4
               MOVE ZEROS TO VEN-BASE (IDX-CAT)
               MOVE ZEROS TO VEN-ICM (IDX-CAT)
           DISPLAY LIMPA-MENSAGEM AT 1210.
           DISPLAY "                    " AT 0827.
           DISPLAY "    " AT 0927.
           ACCEPT WS-COD-ENTRADA AT 0827.
           IF WS-COD-ENTRADA = ZEROS
               IF WS-QTD-ITENS = ZEROS
                   DISPLAY MSG-ERRO-5 AT 1210
                   ACCEPT CONFIRMA AT 1233
                   GO TO TELA-1
               ELSE
                   GO TO FECHA-VENDA.
           IF WS-COD-ENTRADA > 9999
               MOVE WS-COD-ENTRADA TO FD-EAN
               GO TO ITEM-VENDA-EAN.
           MOVE WS-COD-ENTRADA TO CODIGO.
           ACCEPT DV-DIGITADO AT 0845.
           PERFORM CALCULA-DV.
           MOVE DV-CALCULADO TO DV.
           IF DV NOT = DV-DIGITADO
               ACCEPT CONFIRMA AT 1228
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO ITEM-VENDA-CODIGO.
           GO TO ITEM-VENDA-PRODUTO.
       ITEM-VENDA-EAN.
           READ ARQPRO KEY IS FD-EAN INVALID KEY
               DISPLAY "COD. BARRAS NAO CADASTRADO" AT 1210
               ACCEPT CONFIRMA AT 1237
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO ITEM-VENDA-CODIGO.
           DISPLAY DV AT 0845.
       ITEM-VENDA-PRODUTO.
           DISPLAY FD-NOME-PRODUTO AT 0848.
       ITEM-VENDA-QTDE.
           ACCEPT WS-QTDE-VENDIDA AT 0927.
           IF WS-QTDE-VENDIDA = ZEROS
                   ADD IT-QTDE (IDX-ITEM) TO WS-JA-NA-VENDA
               END-IF
           END-PERFORM.
           PERFORM VERIFICA-KIT THRU FIM-VERIFICA-KIT.
           IF WS-E-KIT = "S"
               MOVE ZEROS TO WS-JA-NA-VENDA
               PERFORM DISPONIVEL-KIT THRU FIM-DISPONIVEL-KIT
               MOVE WS-DISP-KIT TO WS-DISPONIVEL
           ELSE
               PERFORM SOMA-RESERVAS THRU FIM-SOMA-RESERVAS
               PERFORM SOMA-CONSUMO-KIT
                   VARYING IDX-KCO FROM 1 BY 1
                   UNTIL IDX-KCO > WS-QTD-KCO
           END-IF.
           IF WS-QTDE-VENDIDA + WS-JA-NA-VENDA > WS-DISPONIVEL
               DISPLAY MSG-ERRO-4 AT 1210
               ACCEPT CONFIRMA AT 1237
               DISPLAY LIMPA-MENSAGEM AT 1210
               IF WS-E-KIT = "S"
                   DISPLAY "KITS DISPONIVEIS:" AT 1210
                   DISPLAY WS-DISP-KIT AT 1228
                   ACCEPT CONFIRMA AT 1234
                   DISPLAY LIMPA-MENSAGEM AT 1210
               END-IF
               GO TO ITEM-VENDA-QTDE.
           IF WS-E-KIT = "S" AND WS-QTD-KCO > 80
               DISPLAY "LIMITE DE COMPONENTES DE KIT NA VENDA" AT 1210
               ACCEPT CONFIRMA AT 1248
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO ITEM-VENDA-CODIGO.
           IF FD-SERIALIZADO = "S" AND WS-QTDE-VENDIDA > 5
               DISPLAY "MAXIMO DE 5 UNIDADES POR ITEM SERIALIZADO"
                       AT 1210
           MOVE WS-PRECO-VENDA TO IT-PRECO (WS-QTD-ITENS).
           MOVE WS-PROMO-SEQ TO IT-PROMO-SEQ (WS-QTD-ITENS).
           MOVE FD-VALOR-UNIT TO IT-PRECO-CHEIO (WS-QTD-ITENS).
           MOVE WS-E-KIT TO IT-KIT (WS-QTD-ITENS).
           IF WS-E-KIT = "S"
               PERFORM REGISTRA-CONSUMO-KIT
                   THRU FIM-REGISTRA-CONSUMO-KIT.
           IF WS-PROMO-SEQ > ZEROS
               DISPLAY "PRECO PROMOCIONAL APLICADO" AT 1210
               ACCEPT CONFIRMA AT 1237
           DISPLAY LIMPA-MENSAGEM AT 1210.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               GO TO TELA-1.
           PERFORM PERGUNTA-ENTREGA THRU FIM-PERGUNTA-ENTREGA.
       PEDE-FORMA-PAGTO.
           MOVE ZEROS TO WS-CLIENTE WS-PARCELAS WS-QTD-TENDER.
           MOVE ZEROS TO WS-VALOR-CREDIARIO WS-TROCO.
           MOVE SPACES TO WS-UF-DESTINO.
           PERFORM CALCULA-ICMS-ST THRU FIM-CALCULA-ST.
           COMPUTE WS-RESTANTE =
               WS-TOTAL-VENDA + WS-FRETE + WS-ICMS-ST-VENDA.
       PEDE-TENDER.
           DISPLAY "FALTA PAGAR:" AT 1410.
           DISPLAY WS-RESTANTE AT 1423.
           DISPLAY "FORMA (D-DINHEIRO C-CARTAO R-CREDIARIO V-VALE):"
                   AT 1210.
           ACCEPT WS-FORMA AT 1258.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           IF WS-FORMA = "d"
               MOVE "D" TO WS-FORMA.
               MOVE "C" TO WS-FORMA.
           IF WS-FORMA = "r"
               MOVE "R" TO WS-FORMA.
           IF WS-FORMA = "v"
               MOVE "V" TO WS-FORMA.
           IF WS-FORMA NOT = "D" AND NOT = "C" AND NOT = "R"
                   AND NOT = "V"
               GO TO PEDE-TENDER.
           IF WS-FORMA = "R" AND WS-VALOR-CREDIARIO > ZEROS
               DISPLAY "CREDIARIO JA LANCADO NESTA VENDA" AT 1210
               ACCEPT CONFIRMA AT 1243
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO PEDE-TENDER.
           IF WS-FORMA = "V"
               PERFORM PEDE-VALE THRU FIM-PEDE-VALE
               IF WS-NUMERO-VALE = ZEROS
                   GO TO PEDE-TENDER.
       PEDE-VALOR-TENDER.
           MOVE WS-RESTANTE TO WS-VALOR-TENDER.
           IF WS-QTD-TENDER < 4
               DISPLAY "VALOR (0=RESTANTE):" AT 1510
               ACCEPT WS-VALOR-TENDER AT 1530
               DISPLAY LIMPA-MENSAGEM AT 1510.
           IF WS-VALOR-TENDER = ZEROS
               MOVE WS-RESTANTE TO WS-VALOR-TENDER.
           IF WS-FORMA = "V" AND WS-VALOR-TENDER > WS-SALDO-VALE
               MOVE WS-SALDO-VALE TO WS-VALOR-TENDER.
           IF WS-VALOR-TENDER > WS-RESTANTE
               IF WS-FORMA = "D"
                   COMPUTE WS-TROCO = WS-VALOR-TENDER - WS-RESTANTE
                   MOVE WS-RESTANTE TO WS-VALOR-TENDER
               ELSE
                   DISPLAY "VALOR MAIOR QUE O RESTANTE" AT 1210
                   ACCEPT CONFIRMA AT 1237
                   DISPLAY LIMPA-MENSAGEM AT 1210
                   GO TO PEDE-VALOR-TENDER.
           IF WS-FORMA = "C"
               PERFORM PEDE-DADOS-CARTAO THRU FIM-PEDE-DADOS-CARTAO.
           IF WS-FORMA = "R"
               MOVE WS-VALOR-TENDER TO WS-VALOR-CREDIARIO
               PERFORM PEDE-CLIENTE-CRED THRU FIM-PEDE-CLIENTE
               IF WS-CLIENTE = ZEROS
                   MOVE ZEROS TO WS-VALOR-CREDIARIO
                   GO TO PEDE-TENDER
               END-IF
               MOVE CLI-UF TO WS-UF-DESTINO
               PERFORM AJUSTA-ST-DESTINO THRU FIM-AJUSTA-ST
           END-IF.
           ADD 1 TO WS-QTD-TENDER.
           MOVE WS-FORMA TO TND-FORMA (WS-QTD-TENDER).
           MOVE WS-VALOR-TENDER TO TND-VALOR (WS-QTD-TENDER).
           MOVE SPACES TO TND-MODALIDADE (WS-QTD-TENDER).
           MOVE SPACES TO TND-ADQUIRENTE (WS-QTD-TENDER).
           MOVE SPACES TO TND-NSU (WS-QTD-TENDER).
           MOVE ZEROS TO TND-PARC-CARTAO (WS-QTD-TENDER).
           MOVE ZEROS TO TND-TAXA (WS-QTD-TENDER).
           MOVE ZEROS TO TND-DIAS (WS-QTD-TENDER).
           MOVE ZEROS TO TND-VALE (WS-QTD-TENDER).
           IF WS-FORMA = "V"
               MOVE WS-NUMERO-VALE TO TND-VALE (WS-QTD-TENDER)
               DISPLAY LIMPA-MENSAGEM AT 1610.
           IF WS-FORMA = "C"
               MOVE WS-MODALIDADE TO TND-MODALIDADE (WS-QTD-TENDER)
               MOVE WS-PARC-CARTAO TO TND-PARC-CARTAO (WS-QTD-TENDER)
               MOVE WS-ADQUIRENTE TO TND-ADQUIRENTE (WS-QTD-TENDER)
               MOVE WS-NSU TO TND-NSU (WS-QTD-TENDER)
               MOVE TXC-TAXA TO TND-TAXA (WS-QTD-TENDER)
               MOVE TXC-DIAS TO TND-DIAS (WS-QTD-TENDER).
           SUBTRACT WS-VALOR-TENDER FROM WS-RESTANTE.
           IF WS-RESTANTE > ZEROS
               GO TO PEDE-TENDER.
           DISPLAY LIMPA-MENSAGEM AT 1410.
           IF WS-TROCO > ZEROS
               DISPLAY "TROCO:" AT 1210
               DISPLAY WS-TROCO AT 1217
               ACCEPT CONFIRMA AT 1232
               DISPLAY LIMPA-MENSAGEM AT 1210.
           IF WS-QTD-TENDER > 1
               MOVE "M" TO WS-FORMA
           ELSE
               MOVE TND-FORMA (1) TO WS-FORMA.
           PERFORM GRAVA-VENDA
               VARYING IDX-ITEM FROM 1 BY 1
               UNTIL IDX-ITEM > WS-QTD-ITENS.
           PERFORM GRAVA-VENDCAB.
           PERFORM GRAVA-VENDPAG
               VARYING IDX-TND FROM 1 BY 1
               UNTIL IDX-TND > WS-QTD-TENDER.
           PERFORM GERA-CARTREC THRU FIM-GERA-CARTREC
               VARYING IDX-TND FROM 1 BY 1
               UNTIL IDX-TND > WS-QTD-TENDER.
           PERFORM BAIXA-VALE
               VARYING IDX-TND FROM 1 BY 1
               UNTIL IDX-TND > WS-QTD-TENDER.
           PERFORM ACUMULA-SESSAO.
           PERFORM GRAVA-APURVEN.
           IF WS-UF-DESTINO NOT = SPACES
               PERFORM GRAVA-APURUF.
           IF WS-VALOR-CREDIARIO > ZEROS
               PERFORM GERA-PARCELAS THRU FIM-GERA-PARCELAS.
           IF WS-ENTREGA = "S"
               PERFORM GERA-ENTREGA THRU FIM-PERGUNTA-ENTREGA.
           PERFORM IMPRIME-VENDA.
           DISPLAY "VENDA NUMERO" AT 1210.
           DISPLAY WS-PROX-NUMERO AT 1223.
           DISPLAY CLI-NOME AT 1310.
           CLOSE CRIA03.
           PERFORM SOMA-SALDO-ABERTO THRU FIM-SOMA-SALDO.
           PERFORM VERIFICA-ATRASO THRU FIM-VERIFICA-ATRASO.
           IF WS-CLIENTE = ZEROS
               GO TO FIM-PEDE-CLIENTE.
           OPEN INPUT LIMCRED.
           IF FS-LIM = "00"
               MOVE WS-CLIENTE TO LIM-CLIENTE
           ELSE
               CLOSE LIMCRED
               MOVE ZEROS TO LIM-LIMITE.
           IF WS-SALDO-ABERTO + WS-VALOR-CREDIARIO > LIM-LIMITE
               DISPLAY "LIMITE DE CREDITO EXCEDIDO" AT 1210
               ACCEPT CONFIRMA AT 1237
               DISPLAY LIMPA-MENSAGEM AT 1210
       FIM-PEDE-CLIENTE.
           EXIT.
       SOMA-SALDO-ABERTO.
           MOVE ZEROS TO WS-SALDO-ABERTO WS-VENC-ANTIGO.
           MOVE "N" TO WS-EOF-REC.
           MOVE LOW-VALUES TO REC-CHAVE.
           START RECEBER KEY NOT LESS THAN REC-CHAVE
                   MOVE "S" TO WS-EOF-REC
               NOT AT END
                   IF REC-CLIENTE = WS-CLIENTE AND REC-STATUS = "A"
                       COMPUTE WS-SALDO-ABERTO = WS-SALDO-ABERTO
                           + REC-VALOR - REC-VALOR-PAGO
                       IF REC-VENCIMENTO < WS-DATA-HOJE
                               AND (WS-VENC-ANTIGO = ZEROS
                               OR REC-VENCIMENTO < WS-VENC-ANTIGO)
                           MOVE REC-VENCIMENTO TO WS-VENC-ANTIGO
                       END-IF
                   END-IF
           END-READ.
           GO TO LER-SALDO-ABERTO.
       FIM-SOMA-SALDO.
           EXIT.
       VERIFICA-ATRASO.
           IF WS-VENC-ANTIGO = ZEROS
               GO TO FIM-VERIFICA-ATRASO.
           PERFORM LE-TOLERANCIA.
           MOVE HOJE-DIA TO WS-DIA-CALC.
           MOVE HOJE-MES TO WS-MES-CALC.
           MOVE HOJE-ANO TO WS-ANO-CALC.
           PERFORM CONVERTE-PARA-DIAS.
           MOVE WS-DIAS-ABS-CALC TO WS-DIAS-HOJE.
           MOVE WS-VENC-ANTIGO TO WS-DATA-VENC-ANT.
           MOVE VANT-DIA TO WS-DIA-CALC.
           MOVE VANT-MES TO WS-MES-CALC.
           MOVE VANT-ANO TO WS-ANO-CALC.
           PERFORM CONVERTE-PARA-DIAS.
           COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-DIAS-ABS-CALC.
           IF WS-DIAS-ATRASO NOT > WS-TOLERANCIA
               GO TO FIM-VERIFICA-ATRASO.
           DISPLAY "PARCELA VENCIDA HA      DIAS - CREDIARIO BLOQUEADO"
                   AT 1210.
           DISPLAY WS-DIAS-ATRASO AT 1229.
           ACCEPT CONFIRMA AT 1261.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           DISPLAY "                    " AT 1260.
           DISPLAY "LIBERAR COM SUPERVISOR ? S-SIM" AT 1210.
           ACCEPT CONFIRMA AT 1241.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           MOVE SPACES TO WS-SUPERVISOR.
           IF CONFIRMA = "S" OR "s"
               PERFORM VALIDA-SUPERVISOR THRU FIM-VALIDA-SUPERVISOR
               IF WS-SUP-OK = "S"
                   PERFORM GRAVA-LIBERACAO
                   MOVE "LIBERA" TO BLQ-RESULTADO
                   PERFORM GRAVA-BLOQCRED
                   GO TO FIM-VERIFICA-ATRASO
               END-IF
           END-IF.
           MOVE "BLOQUE" TO BLQ-RESULTADO.
           PERFORM GRAVA-BLOQCRED.
           DISPLAY LIMPA-MENSAGEM AT 1310.
           MOVE ZEROS TO WS-CLIENTE.
       FIM-VERIFICA-ATRASO.
           EXIT.
       LE-TOLERANCIA.
           MOVE 30 TO WS-TOLERANCIA.
           IF EMP-ACHOU = "S" AND EMP-TOLERANCIA > ZEROS
               MOVE EMP-TOLERANCIA TO WS-TOLERANCIA.
           OPEN INPUT RECCFG.
           IF FS-CFG = "00"
               READ RECCFG
                   NOT AT END
                       IF CFG-TOLERANCIA NUMERIC
                           MOVE CFG-TOLERANCIA TO WS-TOLERANCIA
                       END-IF
               END-READ
           END-IF.
           CLOSE RECCFG.
       GRAVA-BLOQCRED.
           OPEN EXTEND BLOQCRED.
           IF FS-BLQ NOT = "00" AND NOT = "05"
               CLOSE BLOQCRED
               OPEN OUTPUT BLOQCRED
               CLOSE BLOQCRED
               OPEN EXTEND BLOQCRED.
           ACCEPT WS-HORA-ACESSO FROM TIME.
           MOVE WS-DATA-HOJE TO BLQ-DATA.
           COMPUTE BLQ-HORA = (ACE-HH * 10000) + (ACE-MM * 100)
               + ACE-SS.
           MOVE WS-OPERADOR TO BLQ-OPERADOR.
           MOVE WS-CLIENTE TO BLQ-CLIENTE.
           MOVE WS-DIAS-ATRASO TO BLQ-DIAS-ATRASO.
           MOVE WS-SALDO-ABERTO TO BLQ-SALDO-ABERTO.
           MOVE WS-VALOR-CREDIARIO TO BLQ-VALOR-VENDA.
           IF BLQ-RESULTADO = "LIBERA"
               MOVE WS-SUPERVISOR TO BLQ-SUPERVISOR
           ELSE
               MOVE SPACES TO BLQ-SUPERVISOR.
           WRITE REG-BLOQCRED.
           CLOSE BLOQCRED.
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
       GERA-PARCELAS.
           COMPUTE WS-VALOR-PARCELA ROUNDED =
               WS-VALOR-CREDIARIO / WS-PARCELAS.
           COMPUTE WS-VALOR-ULTIMA = WS-VALOR-CREDIARIO
               - (WS-VALOR-PARCELA * (WS-PARCELAS - 1)).
           MOVE ZEROS TO WS-PARCELA-IDX.
       GERA-UMA-PARCELA.
           ELSE
               MOVE WS-VALOR-PARCELA TO REC-VALOR.
           MOVE "A" TO REC-STATUS.
           MOVE ZEROS TO REC-DATA-PAGTO REC-VALOR-PAGO.
           MOVE ZEROS TO REC-QTD-PAGTOS.
           WRITE REG-RECEBER INVALID KEY
               DISPLAY "ERRO DE GRAVACAO RECEBER" FS-REC AT 1210
               CALL "LOGERRO" USING "VENDAS" "GRAVACAO RECEBER"
               MOVE 4 TO IDX-CAT.
           ADD IT-TOTAL (WS-QTD-ITENS) TO VEN-BASE (IDX-CAT).
           ADD WS-ICMS-ITEM TO VEN-ICM (IDX-CAT).
      *    A ENTREGA E DECIDIDA ANTES DO PAGAMENTO PARA O FRETE ENTRAR
      *    NO VALOR A PAGAR; A ORDEM SO E GRAVADA (GERA-ENTREGA) DEPOIS
      *    QUE A VENDA ESTA GRAVADA
       PERGUNTA-ENTREGA.
           MOVE "N" TO WS-ENTREGA.
           MOVE ZEROS TO WS-FRETE WS-CLIENTE-ENT.
           DISPLAY "GERAR ORDEM DE ENTREGA ? S-SIM" AT 1210.
           ACCEPT CONFIRMA AT 1241.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               GO TO FIM-PERGUNTA-ENTREGA.
       PEDE-CLIENTE-ENT.
           DISPLAY "CLIENTE DA ENTREGA (CRIA03):" AT 1210.
           ACCEPT WS-CLIENTE-ENT AT 1239.
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO PEDE-CLIENTE-ENT.
           CLOSE CRIA03.
           MOVE "S" TO WS-ENTREGA.
           PERFORM CALCULA-FRETE THRU FIM-CALCULA-FRETE.
           IF WS-FRETE > ZEROS
               DISPLAY "FRETE DA ENTREGA:" AT 1210
               DISPLAY WS-FRETE AT 1228
           ELSE
               DISPLAY "ENTREGA SEM FRETE" AT 1210.
           ACCEPT CONFIRMA AT 1240.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           GO TO FIM-PERGUNTA-ENTREGA.
      *    FAIXA DO FRETES QUE CONTEM O CEP DO CLIENTE: TAXA FIXA MAIS
      *    A TAXA POR UNIDADE, ZERADO QUANDO A VENDA ATINGE O VALOR DE
      *    FRETE GRATIS DA FAIXA; SEM TABELA OU SEM FAIXA NAO HA FRETE
       CALCULA-FRETE.
           MOVE ZEROS TO WS-FRETE WS-QTDE-FRETE.
           OPEN INPUT FRETES.
           IF FS-FRT NOT = "00"
               CLOSE FRETES
               GO TO FIM-CALCULA-FRETE.
           MOVE LOW-VALUES TO FRT-CEP-INI.
           START FRETES KEY NOT LESS THAN FRT-CEP-INI
               INVALID KEY
                   CLOSE FRETES
                   GO TO FIM-CALCULA-FRETE.
       LER-FRETES.
           READ FRETES NEXT RECORD AT END
               CLOSE FRETES
               GO TO FIM-CALCULA-FRETE.
           IF FRT-CEP-INI > CLI-CEP
               CLOSE FRETES
               GO TO FIM-CALCULA-FRETE.
           IF FRT-CEP-FIM < CLI-CEP
               GO TO LER-FRETES.
           CLOSE FRETES.
           IF FRT-GRATIS-ACIMA > ZEROS
                   AND WS-TOTAL-VENDA NOT < FRT-GRATIS-ACIMA
               GO TO FIM-CALCULA-FRETE.
           PERFORM SOMA-QTDE-FRETE
               VARYING IDX-ITEM FROM 1 BY 1
               UNTIL IDX-ITEM > WS-QTD-ITENS.
           COMPUTE WS-FRETE = FRT-TAXA + FRT-POR-ITEM * WS-QTDE-FRETE.
       FIM-CALCULA-FRETE.
           EXIT.
       SOMA-QTDE-FRETE.
           ADD IT-QTDE (IDX-ITEM) TO WS-QTDE-FRETE.
       GERA-ENTREGA.
           OPEN INPUT CRIA03.
           IF FS-CLI NOT = "00"
               CLOSE CRIA03
               GO TO FIM-PERGUNTA-ENTREGA.
           MOVE WS-CLIENTE-ENT TO CLI-CODIGO.
           READ CRIA03 INVALID KEY
               CLOSE CRIA03
               GO TO FIM-PERGUNTA-ENTREGA.
           CLOSE CRIA03.
       ABRE-ENTREGAS.
           OPEN I-O ENTREGAS.
           IF FS-ENT NOT = "00"
           MOVE WS-DATA-HOJE TO ENT-DATA-GERACAO.
           MOVE ZEROS TO ENT-DATA-ENTREGA.
           MOVE SPACES TO ENT-RECEBEDOR.
           MOVE WS-FILIAL TO ENT-FILIAL.
           WRITE REG-ENTREGAS INVALID KEY
               DISPLAY "ERRO DE GRAVACAO ENTREGAS" FS-ENT AT 1210
               CALL "LOGERRO" USING "VENDAS" "GRAVACAO ENTREGAS"
           END-PERFORM.
       FIM-RECALCULA-UF.
           EXIT.
      *    ICMS-ST POR ITEM: BASE PRESUMIDA = VALOR DO ITEM ACRESCIDO
      *    DA MVA; ICMS-ST = BASE X ALIQUOTA INTERNA DO DESTINO MENOS
      *    O ICMS PROPRIO DO ITEM (JA RECALCULADO PELA UF)
       CALCULA-ICMS-ST.
           MOVE ZEROS TO WS-BASE-ST-VENDA WS-ICMS-ST-VENDA.
           PERFORM LIMPA-ST-ITEM
               VARYING IDX-ITEM FROM 1 BY 1
               UNTIL IDX-ITEM > WS-QTD-ITENS.
           IF WS-UF-DESTINO = SPACES
               MOVE WS-UF-LOJA TO WS-UF-ST
           ELSE
               MOVE WS-UF-DESTINO TO WS-UF-ST.
           OPEN INPUT ICMSST.
           IF FS-IST NOT = "00"
               CLOSE ICMSST
               GO TO FIM-CALCULA-ST.
           PERFORM CALCULA-ST-ITEM THRU FIM-CALCULA-ST-ITEM
               VARYING IDX-ITEM FROM 1 BY 1
               UNTIL IDX-ITEM > WS-QTD-ITENS.
           CLOSE ICMSST.
       FIM-CALCULA-ST.
           EXIT.
       LIMPA-ST-ITEM.
           MOVE ZEROS TO IT-BASE-ST (IDX-ITEM) IT-ICMS-ST (IDX-ITEM).
       CALCULA-ST-ITEM.
           IF IT-CATEGORIA (IDX-ITEM) < 1 OR IT-CATEGORIA (IDX-ITEM) > 3
               GO TO FIM-CALCULA-ST-ITEM.
           MOVE IT-CATEGORIA (IDX-ITEM) TO IST-CATEGORIA.
           MOVE WS-UF-ST TO IST-UF.
           READ ICMSST INVALID KEY
               GO TO FIM-CALCULA-ST-ITEM.
           COMPUTE IT-BASE-ST (IDX-ITEM) ROUNDED =
               IT-TOTAL (IDX-ITEM) * (100 + IST-MVA) / 100.
           COMPUTE WS-ST-CALCULO ROUNDED =
               (IT-BASE-ST (IDX-ITEM) * IST-ALIQ-INTERNA) / 100
               - IT-ICMS (IDX-ITEM).
           IF WS-ST-CALCULO < ZEROS
               MOVE ZEROS TO WS-ST-CALCULO.
           MOVE WS-ST-CALCULO TO IT-ICMS-ST (IDX-ITEM).
           ADD IT-BASE-ST (IDX-ITEM) TO WS-BASE-ST-VENDA.
           ADD IT-ICMS-ST (IDX-ITEM) TO WS-ICMS-ST-VENDA.
       FIM-CALCULA-ST-ITEM.
           EXIT.
      *    O CLIENTE DO CREDIARIO DEFINE A UF DE DESTINO: ICMS PROPRIO E
      *    ICMS-ST SAO REFEITOS E A DIFERENCA DO ST CORRIGE O RESTANTE;
      *    CREDIARIO PELO RESTANTE INTEIRO ACOMPANHA O NOVO VALOR
       AJUSTA-ST-DESTINO.
           MOVE WS-ICMS-ST-VENDA TO WS-ST-ANTERIOR.
           MOVE WS-RESTANTE TO WS-RESTANTE-ANTERIOR.
           PERFORM RECALCULA-ICMS-UF THRU FIM-RECALCULA-UF.
           PERFORM CALCULA-ICMS-ST THRU FIM-CALCULA-ST.
           IF WS-ICMS-ST-VENDA = WS-ST-ANTERIOR
               GO TO FIM-AJUSTA-ST.
           IF WS-ICMS-ST-VENDA > WS-ST-ANTERIOR
               COMPUTE WS-RESTANTE = WS-RESTANTE
                   + WS-ICMS-ST-VENDA - WS-ST-ANTERIOR
               GO TO AJUSTA-ST-CREDIARIO.
           COMPUTE WS-ST-DIFERENCA = WS-ST-ANTERIOR - WS-ICMS-ST-VENDA.
           IF WS-ST-DIFERENCA > WS-RESTANTE
               COMPUTE WS-TROCO =
                   WS-TROCO + WS-ST-DIFERENCA - WS-RESTANTE
               MOVE ZEROS TO WS-RESTANTE
           ELSE
               SUBTRACT WS-ST-DIFERENCA FROM WS-RESTANTE.
       AJUSTA-ST-CREDIARIO.
           IF WS-VALOR-TENDER = WS-RESTANTE-ANTERIOR
                   OR WS-VALOR-TENDER > WS-RESTANTE
               MOVE WS-RESTANTE TO WS-VALOR-TENDER
               MOVE WS-RESTANTE TO WS-VALOR-CREDIARIO.
           DISPLAY "ICMS-ST REFEITO PARA A UF" AT 1210.
           DISPLAY WS-UF-DESTINO AT 1236.
           DISPLAY "- NOVO ST:" AT 1239.
           DISPLAY WS-ICMS-ST-VENDA AT 1250.
           ACCEPT CONFIRMA AT 1262.
           DISPLAY LIMPA-MENSAGEM AT 1210.
       FIM-AJUSTA-ST.
           EXIT.
       GRAVA-APURUF.
           OPEN EXTEND APURUF.
           IF FS-APF NOT = "00" AND NOT = "05"
               + VEN-ICM (3) + VEN-ICM (4).
           MOVE WS-BASE-UF TO AUF-BASE.
           MOVE WS-ICMS-UF TO AUF-ICMS.
           MOVE WS-BASE-ST-VENDA TO AUF-BASE-ST.
           MOVE WS-ICMS-ST-VENDA TO AUF-ICMS-ST.
           MOVE WS-PROX-NUMERO TO AUF-VENDA.
           MOVE "V" TO AUF-TIPO.
           MOVE WS-FILIAL TO AUF-FILIAL.
           WRITE REG-APURUF.
           CLOSE APURUF.
       GRAVA-APURVEN.
           MOVE VEN-ICM (3) TO APV-ICM-CAT3.
           MOVE VEN-BASE (4) TO APV-BASE-OUTROS.
           MOVE VEN-ICM (4) TO APV-ICM-OUTROS.
           MOVE WS-BASE-ST-VENDA TO APV-BASE-ST.
           MOVE WS-ICMS-ST-VENDA TO APV-ICM-ST.
           MOVE WS-PROX-NUMERO TO APV-VENDA.
           MOVE "V" TO APV-TIPO.
           MOVE WS-FILIAL TO APV-FILIAL.
           WRITE REG-APURVEN.
           CLOSE APURVEN.
       GRAVA-DESCONTO.
           MOVE WS-OPERADOR TO VCB-OPERADOR.
           MOVE WS-FORMA TO VCB-FORMA-PAGTO.
           MOVE WS-SESSAO-ATUAL TO VCB-SESSAO.
           COMPUTE VCB-TOTAL =
               WS-TOTAL-VENDA + WS-FRETE + WS-ICMS-ST-VENDA.
           MOVE WS-FRETE TO VCB-FRETE.
           MOVE WS-ICMS-ST-VENDA TO VCB-ICMS-ST.
           MOVE WS-CLIENTE TO VCB-CLIENTE.
           MOVE "V" TO VCB-TIPO.
           MOVE ZEROS TO VCB-REF.
           MOVE ZEROS TO VCB-CANC-DATA.
           MOVE SPACES TO VCB-CANC-SUPERV.
           MOVE WS-FILIAL TO VCB-FILIAL.
           WRITE REG-VENDCAB INVALID KEY
               DISPLAY "ERRO DE GRAVACAO VENDCAB" FS-VCB AT 1210
               CALL "LOGERRO" USING "VENDAS" "GRAVACAO VENDCAB"
               CALL "LOGERRO" USING "VENDAS" "LEITURA CAIXASES"
                       FS-SES
               STOP RUN.
           PERFORM ACUMULA-TENDER
               VARYING IDX-TND FROM 1 BY 1
               UNTIL IDX-TND > WS-QTD-TENDER.
           REWRITE REG-CAIXASES INVALID KEY
               DISPLAY "ERRO DE GRAVACAO CAIXASES" FS-SES AT 1210
               CALL "LOGERRO" USING "VENDAS" "REGRAVA CAIXASES"
                       FS-SES
               STOP RUN.
       PEDE-DADOS-CARTAO.
           DISPLAY "CARTAO (D-DEBITO C-CREDITO):" AT 1610.
           ACCEPT WS-MODALIDADE AT 1639.
           IF WS-MODALIDADE = "d"
               MOVE "D" TO WS-MODALIDADE.
           IF WS-MODALIDADE = "c"
               MOVE "C" TO WS-MODALIDADE.
           IF WS-MODALIDADE NOT = "D" AND NOT = "C"
               GO TO PEDE-DADOS-CARTAO.
           MOVE 1 TO WS-PARC-CARTAO.
           IF WS-MODALIDADE = "C"
               PERFORM PEDE-PARC-CARTAO.
           DISPLAY "ADQUIRENTE:" AT 1710.
           ACCEPT WS-ADQUIRENTE AT 1722.
           DISPLAY "NSU:" AT 1730.
           ACCEPT WS-NSU AT 1735.
           DISPLAY LIMPA-MENSAGEM AT 1610.
           DISPLAY LIMPA-MENSAGEM AT 1710.
           MOVE WS-ADQUIRENTE TO TXC-ADQUIRENTE.
           MOVE WS-MODALIDADE TO TXC-MODALIDADE.
           IF WS-MODALIDADE = "C" AND WS-PARC-CARTAO > 1
               MOVE "P" TO TXC-MODALIDADE.
           OPEN INPUT TAXACART.
           IF FS-TXC = "00"
               READ TAXACART
                   INVALID KEY
                       MOVE "9" TO FS-TXC
               END-READ
           END-IF.
           CLOSE TAXACART.
           IF FS-TXC NOT = "00"
               MOVE ZEROS TO TXC-TAXA
               MOVE 1 TO TXC-DIAS
               IF WS-MODALIDADE = "C"
                   MOVE 30 TO TXC-DIAS
               END-IF
               DISPLAY "TAXA DO CARTAO NAO CADASTRADA" AT 1210
               ACCEPT CONFIRMA AT 1240
               DISPLAY LIMPA-MENSAGEM AT 1210.
       FIM-PEDE-DADOS-CARTAO.
           EXIT.
       PEDE-VALE.
           MOVE ZEROS TO WS-NUMERO-VALE.
           DISPLAY "VALE-CREDITO NUMERO:" AT 1610.
           ACCEPT WS-NUMERO-VALE AT 1631.
           DISPLAY LIMPA-MENSAGEM AT 1610.
           IF WS-NUMERO-VALE = ZEROS
               GO TO FIM-PEDE-VALE.
           MOVE "N" TO WS-VALE-REPETIDO.
           PERFORM VERIFICA-VALE-REPETIDO
               VARYING IDX-TND FROM 1 BY 1
               UNTIL IDX-TND > WS-QTD-TENDER.
           IF WS-VALE-REPETIDO = "S"
               DISPLAY "VALE JA LANCADO NESTA VENDA" AT 1210
               GO TO RECUSA-VALE.
           MOVE WS-NUMERO-VALE TO VLC-NUMERO.
           READ VALES INVALID KEY
               DISPLAY "VALE-CREDITO NAO CADASTRADO" AT 1210
               GO TO RECUSA-VALE.
           IF VLC-STATUS NOT = "A" OR VLC-SALDO = ZEROS
               DISPLAY "VALE-CREDITO JA UTILIZADO" AT 1210
               GO TO RECUSA-VALE.
           IF VLC-DATA-VALIDADE < WS-DATA-HOJE
               DISPLAY "VALE-CREDITO VENCIDO" AT 1210
               GO TO RECUSA-VALE.
           IF WS-QTD-TENDER = 4 AND VLC-SALDO < WS-RESTANTE
               DISPLAY "SALDO DO VALE NAO COBRE O RESTANTE" AT 1210
               GO TO RECUSA-VALE.
           MOVE VLC-SALDO TO WS-SALDO-VALE.
           DISPLAY "SALDO DO VALE:" AT 1610.
           DISPLAY WS-SALDO-VALE AT 1625.
           GO TO FIM-PEDE-VALE.
       RECUSA-VALE.
           ACCEPT CONFIRMA AT 1250.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           MOVE ZEROS TO WS-NUMERO-VALE.
       FIM-PEDE-VALE.
           EXIT.
       VERIFICA-VALE-REPETIDO.
           IF TND-FORMA (IDX-TND) = "V"
                   AND TND-VALE (IDX-TND) = WS-NUMERO-VALE
               MOVE "S" TO WS-VALE-REPETIDO.
       BAIXA-VALE.
           IF TND-FORMA (IDX-TND) = "V"
               MOVE TND-VALE (IDX-TND) TO VLC-NUMERO
               READ VALES INVALID KEY
                   DISPLAY "VALE-CREDITO NAO CADASTRADO" AT 1210
                   CALL "LOGERRO" USING "VENDAS" "LEITURA VALES"
                           FS-VLC
                   STOP RUN
               END-READ
               SUBTRACT TND-VALOR (IDX-TND) FROM VLC-SALDO
               MOVE WS-DATA-HOJE TO VLC-DATA-ULT-USO
               MOVE WS-PROX-NUMERO TO VLC-VENDA-ULT-USO
               IF VLC-SALDO = ZEROS
                   MOVE "U" TO VLC-STATUS
               END-IF
               REWRITE REG-VALES INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO VALES" FS-VLC AT 1210
                   CALL "LOGERRO" USING "VENDAS" "REGRAVA VALES"
                           FS-VLC
                   STOP RUN
               END-REWRITE
           END-IF.
       PEDE-PARC-CARTAO.
           DISPLAY "PARCELAS (1-12):" AT 1645.
           ACCEPT WS-PARC-CARTAO AT 1662.
           IF WS-PARC-CARTAO = ZEROS OR WS-PARC-CARTAO > 12
               GO TO PEDE-PARC-CARTAO.
       GERA-CARTREC.
           IF TND-FORMA (IDX-TND) NOT = "C"
               GO TO FIM-GERA-CARTREC.
           COMPUTE WS-VALOR-PARC-CRT ROUNDED =
               TND-VALOR (IDX-TND) / TND-PARC-CARTAO (IDX-TND).
           COMPUTE WS-VALOR-ULT-CRT = TND-VALOR (IDX-TND)
               - (WS-VALOR-PARC-CRT * (TND-PARC-CARTAO (IDX-TND) - 1)).
           MOVE ZEROS TO WS-PARC-CRT-IDX.
           MOVE HOJE-DIA TO DU-DIA-ATUAL.
           MOVE HOJE-MES TO DU-MES-ATUAL.
           MOVE HOJE-ANO TO DU-ANO-ATUAL.
       GERA-UMA-CARTREC.
           IF WS-PARC-CRT-IDX >= TND-PARC-CARTAO (IDX-TND)
               GO TO FIM-GERA-CARTREC.
           ADD 1 TO WS-PARC-CRT-IDX.
           MOVE TND-DIAS (IDX-TND) TO WS-DIAS-SOMAR.
           PERFORM AVANCA-UM-DIA WS-DIAS-SOMAR TIMES.
           MOVE WS-PROX-NUMERO TO CRT-VENDA.
           MOVE IDX-TND TO CRT-SEQ.
           MOVE WS-PARC-CRT-IDX TO CRT-PARCELA.
           MOVE TND-ADQUIRENTE (IDX-TND) TO CRT-ADQUIRENTE.
           MOVE TND-NSU (IDX-TND) TO CRT-NSU.
           MOVE WS-PARC-CRT-IDX TO CRT-PARC-ADQ.
           MOVE TND-MODALIDADE (IDX-TND) TO CRT-MODALIDADE.
           MOVE TND-PARC-CARTAO (IDX-TND) TO CRT-QTD-PARCELAS.
           MOVE WS-DATA-HOJE TO CRT-DATA-VENDA.
           IF WS-PARC-CRT-IDX = TND-PARC-CARTAO (IDX-TND)
               MOVE WS-VALOR-ULT-CRT TO CRT-VALOR-BRUTO
           ELSE
               MOVE WS-VALOR-PARC-CRT TO CRT-VALOR-BRUTO.
           MOVE TND-TAXA (IDX-TND) TO CRT-TAXA.
           COMPUTE CRT-VALOR-LIQUIDO ROUNDED = CRT-VALOR-BRUTO
               - (CRT-VALOR-BRUTO * CRT-TAXA / 100).
           COMPUTE CRT-DATA-PREVISTA = (DU-ANO-ATUAL * 10000)
               + (DU-MES-ATUAL * 100) + DU-DIA-ATUAL.
           MOVE "A" TO CRT-STATUS.
           MOVE ZEROS TO CRT-VALOR-PAGO CRT-DATA-PAGTO.
           WRITE REG-CARTREC INVALID KEY
               DISPLAY "ERRO DE GRAVACAO CARTREC" FS-CRT AT 1210
               CALL "LOGERRO" USING "VENDAS" "GRAVACAO CARTREC"
                       FS-CRT
               STOP RUN.
           GO TO GERA-UMA-CARTREC.
       FIM-GERA-CARTREC.
           EXIT.
       AVANCA-UM-DIA.
           MOVE DIAS-DO-MES (DU-MES-ATUAL) TO DU-DIAS-MES.
           IF DU-MES-ATUAL = 2
               MOVE DU-ANO-ATUAL TO WS-ANO-CALC
               PERFORM VERIFICA-BISSEXTO
               IF BISSEXTO-CALC = "S"
                   MOVE 29 TO DU-DIAS-MES
               END-IF
           END-IF.
           IF DU-DIA-ATUAL < DU-DIAS-MES
               ADD 1 TO DU-DIA-ATUAL
           ELSE
               MOVE 1 TO DU-DIA-ATUAL
               IF DU-MES-ATUAL < 12
                   ADD 1 TO DU-MES-ATUAL
               ELSE
                   MOVE 1 TO DU-MES-ATUAL
                   ADD 1 TO DU-ANO-ATUAL
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
       ACUMULA-TENDER.
           EVALUATE TND-FORMA (IDX-TND)
               WHEN "D"
                   ADD TND-VALOR (IDX-TND) TO SES-VENDAS-DIN
               WHEN "C"
                   ADD TND-VALOR (IDX-TND) TO SES-VENDAS-CAR
               WHEN "R"
                   ADD TND-VALOR (IDX-TND) TO SES-VENDAS-CRE
           END-EVALUATE.
       GRAVA-VENDPAG.
           MOVE WS-PROX-NUMERO TO VPG-NUMERO.
           MOVE IDX-TND TO VPG-SEQ.
           MOVE WS-DATA-HOJE TO VPG-DATA.
           MOVE TND-FORMA (IDX-TND) TO VPG-FORMA.
           MOVE TND-VALOR (IDX-TND) TO VPG-VALOR.
           MOVE WS-SESSAO-ATUAL TO VPG-SESSAO.
           MOVE WS-OPERADOR TO VPG-OPERADOR.
           MOVE ZEROS TO VPG-CLIENTE VPG-PARCELAS.
           MOVE TND-VALE (IDX-TND) TO VPG-VALE.
           IF TND-FORMA (IDX-TND) = "R"
               MOVE WS-CLIENTE TO VPG-CLIENTE
               MOVE WS-PARCELAS TO VPG-PARCELAS.
           WRITE REG-VENDPAG INVALID KEY
               DISPLAY "ERRO DE GRAVACAO VENDPAG" FS-VPG AT 1210
               CALL "LOGERRO" USING "VENDAS" "GRAVACAO VENDPAG"
                       FS-VPG
               STOP RUN.
       BUSCA-SESSAO-ABERTA.
           MOVE "N" TO WS-SES-ABERTA.
           MOVE ZEROS TO WS-SESSAO-ATUAL.
           MOVE ZEROS TO SES-SANGRIAS SES-VENDAS-DIN SES-VENDAS-CAR.
           MOVE ZEROS TO SES-VENDAS-CRE SES-DATA-FECHO SES-CONTADO.
           MOVE ZEROS TO SES-DIFERENCA.
           MOVE WS-FILIAL TO SES-FILIAL.
           WRITE REG-CAIXASES INVALID KEY
               DISPLAY "ERRO DE GRAVACAO CAIXASES" FS-SES AT 1210
               CALL "LOGERRO" USING "VENDAS" "GRAVACAO CAIXASES"
               CALL "LOGERRO" USING "VENDAS" "SANGRIA CAIXASES"
                       FS-SES
               STOP RUN.
           DISPLAY "DEPOSITADA NO BANCO ? S-SIM" AT 1210.
           ACCEPT CONFIRMA AT 1238.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           IF CONFIRMA = "S" OR "s"
               PERFORM LANCA-BANCO.
           DISPLAY "SANGRIA REGISTRADA" AT 1210.
           ACCEPT CONFIRMA AT 1229.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           GO TO TELA-1.
      *    DEPOSITO DA SANGRIA NA CONTA BANCARIA PADRAO (CONTABCO)
       LANCA-BANCO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS TO LBC-CONTA.
           MOVE WS-DATA-HOJE TO LBC-DATA.
           MOVE "C" TO LBC-TIPO.
           MOVE WS-VALOR-SANGRIA TO LBC-VALOR.
           MOVE SPACES TO LBC-DOCUMENTO.
           MOVE SES-NUMERO TO LBC-DOCUMENTO (1:4).
           MOVE "DEPOSITO DE SANGRIA DO CAIXA" TO LBC-HISTORICO.
           MOVE "VENDAS" TO LBC-ORIGEM.
           CALL "LANCBCO" USING WS-LANC-BANCO.
       FECHA-CAIXA.
           PERFORM BUSCA-SESSAO-ABERTA THRU FIM-BUSCA-SESSAO.
           IF WS-SES-ABERTA NOT = "S"
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
       ASSINA-OPERADOR.
           MOVE ZEROS TO WS-TENTATIVAS.
       PEDE-OPERADOR.
               DISPLAY "OPERADOR OU SENHA INVALIDOS" AT 2202
               GO TO PEDE-OPERADOR.
           MOVE ZEROS TO OPE-FALHAS.
           IF OPE-FILIAL NUMERIC
               IF OPE-FILIAL NOT = ZEROS AND NOT = 99
                   MOVE OPE-FILIAL TO WS-FILIAL.
           PERFORM VERIFICA-VALIDADE-SENHA THRU FIM-VALIDADE-SENHA.
           REWRITE REG-OPERADORES.
           CLOSE OPERADORES.
           END-READ.
           GO TO LER-SOMA-RESERVAS.
       FIM-SOMA-RESERVAS.
           CALL "SALDOFIL" USING WS-FILIAL CODIGO FD-QUANTIDA-EST
                   WS-SALDO-FILIAL.
           IF WS-SALDO-FILIAL < WS-DISPONIVEL
               MOVE WS-SALDO-FILIAL TO WS-DISPONIVEL.
       CAPTURA-SERIES.
           MOVE ZEROS TO IDX-SER.
       PEDE-SERIE.
               DISPLAY MSG-ERRO-2 AT 1210
               CALL "LOGERRO" USING "VENDAS" "BAIXA ARQPRO" FS
               STOP RUN.
           IF IT-KIT (IDX-ITEM) NOT = "S"
               SUBTRACT IT-QTDE (IDX-ITEM) FROM FD-QUANTIDA-EST
               COMPUTE FD-VALOR-TOT = FD-VALOR-UNIT * FD-QUANTIDA-EST
               REWRITE REG-ARQPRO INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO" FS AT 1210
                   CALL "LOGERRO" USING "VENDAS" "REGRAVA ARQPRO" FS
                   STOP RUN
               END-REWRITE
               COMPUTE WS-QTDE-FILIAL = 0 - IT-QTDE (IDX-ITEM)
               CALL "MOVFIL" USING WS-FILIAL CODIGO WS-QTDE-FILIAL
           END-IF.
           MOVE WS-PROX-NUMERO TO VND-NUMERO.
           MOVE IDX-ITEM TO VND-ITEM.
           MOVE WS-DATA-HOJE TO VND-DATA.
               PERFORM GRAVA-DESCONTO.
           IF FD-SERIALIZADO = "S"
               PERFORM BAIXA-SERIES THRU FIM-BAIXA-SERIES.
           IF IT-KIT (IDX-ITEM) = "S"
               MOVE IT-CODIGO (IDX-ITEM) TO WS-KIT-VENDA
               PERFORM BAIXA-COMPONENTES THRU FIM-BAIXA-COMPONENTES.
      *
      *    KIT - PRODUTO DO ARQPRO COM COMPONENTES NO ARQUIVO KITS
      *
       VERIFICA-KIT.
           MOVE "N" TO WS-E-KIT.
           IF WS-KIT-DISPONIVEL NOT = "S"
               GO TO FIM-VERIFICA-KIT.
           MOVE CODIGO TO KIT-CODIGO.
           MOVE ZEROS TO KIT-COMPONENTE.
           START KITS KEY NOT LESS THAN KIT-CHAVE
               INVALID KEY GO TO FIM-VERIFICA-KIT.
           READ KITS NEXT RECORD
               AT END GO TO FIM-VERIFICA-KIT.
           IF KIT-CODIGO = CODIGO
               MOVE "S" TO WS-E-KIT.
       FIM-VERIFICA-KIT.
           EXIT.
      *
      *    DISPONIVEL DO KIT PELO COMPONENTE MAIS ESCASSO, DESCONTANDO
      *    O QUE OS ITENS JA LANCADOS NA VENDA CONSOMEM DE CADA UM
      *
       DISPONIVEL-KIT.
           MOVE CODIGO TO WS-KIT-VENDA.
           MOVE DV TO WS-KIT-DV.
           MOVE 99999 TO WS-DISP-KIT.
           MOVE "N" TO WS-EOF-KIT.
           MOVE WS-KIT-VENDA TO KIT-CODIGO.
           MOVE ZEROS TO KIT-COMPONENTE.
           START KITS KEY NOT LESS THAN KIT-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF-KIT.
       LER-DISPONIVEL-KIT.
           IF WS-EOF-KIT = "S"
               GO TO FIM-DISPONIVEL-KIT.
           READ KITS NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-KIT
                   GO TO FIM-DISPONIVEL-KIT.
           IF KIT-CODIGO NOT = WS-KIT-VENDA
               GO TO FIM-DISPONIVEL-KIT.
           MOVE KIT-COMPONENTE TO CODIGO.
           MOVE KIT-COMP-DV TO DV.
           READ ARQPRO INVALID KEY
               MOVE ZEROS TO WS-DISP-KIT
               GO TO LER-DISPONIVEL-KIT.
           PERFORM SOMA-RESERVAS THRU FIM-SOMA-RESERVAS.
           MOVE ZEROS TO WS-JA-NA-VENDA.
           PERFORM SOMA-ITEM-AVULSO
               VARYING IDX-ITEM FROM 1 BY 1
               UNTIL IDX-ITEM > WS-QTD-ITENS.
           PERFORM SOMA-CONSUMO-KIT
               VARYING IDX-KCO FROM 1 BY 1
               UNTIL IDX-KCO > WS-QTD-KCO.
           SUBTRACT WS-JA-NA-VENDA FROM WS-DISPONIVEL.
           IF WS-DISPONIVEL > ZEROS
               DIVIDE WS-DISPONIVEL BY KIT-QTDE
                   GIVING WS-DISP-POR-COMP
           ELSE
               MOVE ZEROS TO WS-DISP-POR-COMP.
           IF WS-DISP-POR-COMP < WS-DISP-KIT
               MOVE WS-DISP-POR-COMP TO WS-DISP-KIT.
           GO TO LER-DISPONIVEL-KIT.
       FIM-DISPONIVEL-KIT.
           IF WS-DISP-KIT = 99999
               MOVE ZEROS TO WS-DISP-KIT.
           MOVE ZEROS TO WS-JA-NA-VENDA.
           MOVE WS-KIT-VENDA TO CODIGO.
           MOVE WS-KIT-DV TO DV.
           READ ARQPRO INVALID KEY
               DISPLAY MSG-ERRO-2 AT 1210
               CALL "LOGERRO" USING "VENDAS" "RELEITURA KIT" FS
               STOP RUN.
       SOMA-ITEM-AVULSO.
           IF IT-CODIGO (IDX-ITEM) = CODIGO
                   AND IT-KIT (IDX-ITEM) NOT = "S"
               ADD IT-QTDE (IDX-ITEM) TO WS-JA-NA-VENDA.
       SOMA-CONSUMO-KIT.
           IF KCO-CODIGO (IDX-KCO) = CODIGO
               ADD KCO-QTDE (IDX-KCO) TO WS-JA-NA-VENDA.
       REGISTRA-CONSUMO-KIT.
           MOVE "N" TO WS-EOF-KIT.
           MOVE CODIGO TO KIT-CODIGO.
           MOVE ZEROS TO KIT-COMPONENTE.
           START KITS KEY NOT LESS THAN KIT-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF-KIT.
       LER-REGISTRA-CONSUMO.
           IF WS-EOF-KIT = "S"
               GO TO FIM-REGISTRA-CONSUMO-KIT.
           READ KITS NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-KIT
                   GO TO FIM-REGISTRA-CONSUMO-KIT.
           IF KIT-CODIGO NOT = CODIGO
               GO TO FIM-REGISTRA-CONSUMO-KIT.
           COMPUTE WS-QTDE-COMP = WS-QTDE-VENDIDA * KIT-QTDE.
           PERFORM LOCALIZA-CONSUMO
               VARYING IDX-KCO FROM 1 BY 1
               UNTIL IDX-KCO > WS-QTD-KCO
               OR KCO-CODIGO (IDX-KCO) = KIT-COMPONENTE.
           IF IDX-KCO > WS-QTD-KCO
               ADD 1 TO WS-QTD-KCO
               MOVE WS-QTD-KCO TO IDX-KCO
               MOVE KIT-COMPONENTE TO KCO-CODIGO (IDX-KCO)
               MOVE ZEROS TO KCO-QTDE (IDX-KCO).
           ADD WS-QTDE-COMP TO KCO-QTDE (IDX-KCO).
           GO TO LER-REGISTRA-CONSUMO.
       FIM-REGISTRA-CONSUMO-KIT.
           EXIT.
       LOCALIZA-CONSUMO.
           CONTINUE.
       BAIXA-COMPONENTES.
           MOVE "N" TO WS-EOF-KIT.
           MOVE WS-KIT-VENDA TO KIT-CODIGO.
           MOVE ZEROS TO KIT-COMPONENTE.
           START KITS KEY NOT LESS THAN KIT-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF-KIT.
       LER-BAIXA-COMPONENTE.
           IF WS-EOF-KIT = "S"
               GO TO FIM-BAIXA-COMPONENTES.
           READ KITS NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-KIT
                   GO TO FIM-BAIXA-COMPONENTES.
           IF KIT-CODIGO NOT = WS-KIT-VENDA
               GO TO FIM-BAIXA-COMPONENTES.
           MOVE KIT-COMPONENTE TO CODIGO.
           MOVE KIT-COMP-DV TO DV.
           READ ARQPRO INVALID KEY
               DISPLAY MSG-ERRO-2 AT 1210
               CALL "LOGERRO" USING "VENDAS" "BAIXA COMPONENTE" FS
               STOP RUN.
           COMPUTE WS-QTDE-COMP = IT-QTDE (IDX-ITEM) * KIT-QTDE.
           SUBTRACT WS-QTDE-COMP FROM FD-QUANTIDA-EST.
           COMPUTE FD-VALOR-TOT = FD-VALOR-UNIT * FD-QUANTIDA-EST.
           REWRITE REG-ARQPRO INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS AT 1210
               CALL "LOGERRO" USING "VENDAS" "REGRAVA ARQPRO" FS
               STOP RUN.
           COMPUTE WS-QTDE-FILIAL = 0 - WS-QTDE-COMP.
           CALL "MOVFIL" USING WS-FILIAL CODIGO WS-QTDE-FILIAL.
           GO TO LER-BAIXA-COMPONENTE.
       FIM-BAIXA-COMPONENTES.
           EXIT.
       IMPRIME-VENDA.
           OPEN OUTPUT RELATO.
           MOVE ZEROS TO CT-PAG.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           WRITE REG-RELATO FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES.
           IF WS-FRETE > ZEROS
               MOVE "FRETE" TO FORMA-PAG
               MOVE WS-FRETE TO VALOR-PAG
               WRITE REG-RELATO FROM LINHA-PAGTO
                   BEFORE ADVANCING 1 LINES.
           IF WS-ICMS-ST-VENDA > ZEROS
               MOVE "ICMS-ST" TO FORMA-PAG
               MOVE WS-ICMS-ST-VENDA TO VALOR-PAG
               WRITE REG-RELATO FROM LINHA-PAGTO
                   BEFORE ADVANCING 1 LINES.
           IF WS-FRETE > ZEROS OR WS-ICMS-ST-VENDA > ZEROS
               MOVE "TOTAL GERAL" TO FORMA-PAG
               COMPUTE VALOR-PAG =
                   WS-TOTAL-VENDA + WS-FRETE + WS-ICMS-ST-VENDA
               WRITE REG-RELATO FROM LINHA-PAGTO
                   BEFORE ADVANCING 1 LINES.
           PERFORM IMPRIME-PAGTO
               VARYING IDX-TND FROM 1 BY 1
               UNTIL IDX-TND > WS-QTD-TENDER.
           IF WS-TROCO > ZEROS
               MOVE "TROCO" TO FORMA-PAG
               MOVE WS-TROCO TO VALOR-PAG
               WRITE REG-RELATO FROM LINHA-PAGTO
                   BEFORE ADVANCING 1 LINES.
           CLOSE RELATO.
       IMPRIME-PAGTO.
           EVALUATE TND-FORMA (IDX-TND)
               WHEN "D"
                   MOVE "DINHEIRO" TO FORMA-PAG
               WHEN "C"
                   MOVE "CARTAO" TO FORMA-PAG
               WHEN "R"
                   MOVE "CREDIARIO" TO FORMA-PAG
               WHEN "V"
                   MOVE "VALE-CREDITO" TO FORMA-PAG
           END-EVALUATE.
           MOVE TND-VALOR (IDX-TND) TO VALOR-PAG.
           WRITE REG-RELATO FROM LINHA-PAGTO BEFORE ADVANCING 1 LINES.
       IMPRIME-ITEM.
           MOVE IT-CODIGO (IDX-ITEM) TO CODIGO-DET.
           MOVE IT-DV (IDX-ITEM) TO DV-DET.
                   AT EOP PERFORM CABECALHO
               END-WRITE
           END-IF.
           IF IT-ICMS-ST (IDX-ITEM) > ZEROS
               MOVE IT-BASE-ST (IDX-ITEM) TO BASE-ST-DET
               MOVE IT-ICMS-ST (IDX-ITEM) TO ICMS-ST-DET
               WRITE REG-RELATO FROM LINHA-ICMS-ST
                   BEFORE ADVANCING 1 LINES
                   AT EOP PERFORM CABECALHO
               END-WRITE
           END-IF.
           PERFORM VARYING IDX-SER FROM 1 BY 1 UNTIL IDX-SER > 5
               IF IT-SERIE (IDX-ITEM, IDX-SER) NOT = SPACES
                   MOVE IT-SERIE (IDX-ITEM, IDX-SER) TO SERIE-DET
                   END-WRITE
               END-IF
           END-PERFORM.
       CANCELA-VENDA.
           PERFORM VERIFICA-DIA-FECHADO THRU FIM-VERIFICA-DIA.
           IF WS-DIA-FECHADO = "S"
               DISPLAY "DIA JA FECHADO - CANCELA NEGADO" AT 1210
               ACCEPT CONFIRMA AT 1250
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO TELA-1.
           DISPLAY "VENDA A CANCELAR (0=DESISTE):" AT 1210.
           ACCEPT WS-VENDA-CANC AT 1240.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           IF WS-VENDA-CANC = ZEROS
               GO TO TELA-1.
           PERFORM VERIFICA-CANCELAMENTO THRU FIM-VERIFICA-CANCELAMENTO.
           IF WS-CANC-OK NOT = "S"
               ACCEPT CONFIRMA AT 1252
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO TELA-1.
           DISPLAY "TOTAL DA VENDA:" AT 1410.
           DISPLAY WS-TOTAL-CANC AT 1426.
           DISPLAY "CONFIRMA O CANCELAMENTO ? S-SIM" AT 1210.
           ACCEPT CONFIRMA AT 1242.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           DISPLAY LIMPA-MENSAGEM AT 1410.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               GO TO TELA-1.
           PERFORM VALIDA-SUPERVISOR THRU FIM-VALIDA-SUPERVISOR.
           IF WS-SUP-OK NOT = "S"
               GO TO TELA-1.
           PERFORM ESTORNA-ITENS THRU FIM-ESTORNA-ITENS.
           PERFORM ESTORNA-SERIES THRU FIM-ESTORNA-SERIES.
           PERFORM ESTORNA-PARCELAS THRU FIM-ESTORNA-PARCELAS.
           PERFORM ESTORNA-PAGAMENTOS THRU FIM-ESTORNA-PAGAMENTOS.
           PERFORM ESTORNA-APURVEN THRU FIM-ESTORNA-APURVEN.
           PERFORM ESTORNA-APURUF THRU FIM-ESTORNA-APURUF.
           PERFORM ESTORNA-ENTREGA THRU FIM-ESTORNA-ENTREGA.
           MOVE WS-VENDA-CANC TO VCB-NUMERO.
           READ VENDCAB INVALID KEY
               DISPLAY "VENDA NAO ENCONTRADA NO VENDCAB" AT 1210
               CALL "LOGERRO" USING "VENDAS" "LEITURA VENDCAB" FS-VCB
               STOP RUN.
           MOVE "C" TO VCB-TIPO.
           MOVE WS-DATA-HOJE TO VCB-CANC-DATA.
           MOVE WS-SUPERVISOR TO VCB-CANC-SUPERV.
           REWRITE REG-VENDCAB INVALID KEY
               DISPLAY "ERRO DE GRAVACAO VENDCAB" FS-VCB AT 1210
               CALL "LOGERRO" USING "VENDAS" "REGRAVA VENDCAB" FS-VCB
               STOP RUN.
           MOVE WS-OPERADOR TO WS-OPER-GUARDA.
           MOVE WS-SUPERVISOR TO WS-OPERADOR.
           MOVE "CANCEL" TO ACE-RESULTADO.
           PERFORM GRAVA-ACESSO.
           MOVE WS-OPER-GUARDA TO WS-OPERADOR.
           DISPLAY "VENDA CANCELADA E ESTORNADA" AT 1210.
           ACCEPT CONFIRMA AT 1238.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           GO TO TELA-1.
       VERIFICA-CANCELAMENTO.
           MOVE "N" TO WS-CANC-OK.
           MOVE WS-VENDA-CANC TO VCB-NUMERO.
           READ VENDCAB INVALID KEY
               DISPLAY "VENDA NAO ENCONTRADA" AT 1210
               GO TO FIM-VERIFICA-CANCELAMENTO.
           IF VCB-TIPO NOT = "V"
               DISPLAY "DOCUMENTO NAO E VENDA OU JA CANCELADO" AT 1210
               GO TO FIM-VERIFICA-CANCELAMENTO.
           IF VCB-DATA NOT = WS-DATA-HOJE
               DISPLAY "SO A VENDA DO DIA PODE SER CANCELADA" AT 1210
               GO TO FIM-VERIFICA-CANCELAMENTO.
           MOVE 01 TO WS-DOC-FILIAL.
           IF VCB-FILIAL NUMERIC AND VCB-FILIAL NOT = ZEROS
               MOVE VCB-FILIAL TO WS-DOC-FILIAL.
           IF WS-DOC-FILIAL NOT = WS-FILIAL
               DISPLAY "VENDA DE OUTRA FILIAL" AT 1210
               GO TO FIM-VERIFICA-CANCELAMENTO.
           MOVE VCB-TOTAL TO WS-TOTAL-CANC.
           MOVE VCB-SESSAO TO WS-SESSAO-CANC.
           MOVE VCB-FORMA-PAGTO TO WS-FORMA-CANC.
           MOVE WS-SESSAO-CANC TO SES-NUMERO.
           READ CAIXASES
               INVALID KEY
                   MOVE "F" TO SES-STATUS
           END-READ.
           IF SES-STATUS NOT = "A"
               DISPLAY "CAIXA DA VENDA JA FECHADO" AT 1210
               GO TO FIM-VERIFICA-CANCELAMENTO.
           MOVE "N" TO WS-EOF-CANC.
           MOVE LOW-VALUES TO VCB-NUMERO.
           START VENDCAB KEY NOT LESS THAN VCB-NUMERO
               INVALID KEY MOVE "S" TO WS-EOF-CANC.
       LER-DEVOLUCAO-CANC.
           IF WS-EOF-CANC = "S"
               GO TO VERIFICA-PARCELAS-CANC.
           READ VENDCAB NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-CANC
                   GO TO VERIFICA-PARCELAS-CANC.
           IF VCB-TIPO = "D" AND VCB-REF = WS-VENDA-CANC
               DISPLAY "VENDA COM DEVOLUCAO - USE O DEVOLVE" AT 1210
               GO TO FIM-VERIFICA-CANCELAMENTO.
           GO TO LER-DEVOLUCAO-CANC.
       VERIFICA-PARCELAS-CANC.
           MOVE "N" TO WS-EOF-CANC.
           MOVE WS-VENDA-CANC TO REC-VENDA.
           MOVE ZEROS TO REC-PARCELA.
           START RECEBER KEY NOT LESS THAN REC-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF-CANC.
       LER-PARCELA-CANC.
           IF WS-EOF-CANC = "S"
               GO TO VERIFICA-ENTREGA-CANC.
           READ RECEBER NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-CANC
                   GO TO VERIFICA-ENTREGA-CANC.
           IF REC-VENDA NOT = WS-VENDA-CANC
               GO TO VERIFICA-ENTREGA-CANC.
           IF REC-VALOR-PAGO > ZEROS
               DISPLAY "VENDA COM PARCELA JA RECEBIDA" AT 1210
               GO TO FIM-VERIFICA-CANCELAMENTO.
           GO TO LER-PARCELA-CANC.
       VERIFICA-ENTREGA-CANC.
           OPEN INPUT ENTREGAS.
           IF FS-ENT NOT = "00"
               CLOSE ENTREGAS
               MOVE "S" TO WS-CANC-OK
               GO TO FIM-VERIFICA-CANCELAMENTO.
           MOVE "N" TO WS-EOF-ENT.
           MOVE LOW-VALUES TO ENT-NUMERO.
           START ENTREGAS KEY NOT LESS THAN ENT-NUMERO
               INVALID KEY MOVE "S" TO WS-EOF-ENT.
       LER-ENTREGA-CANC.
           IF WS-EOF-ENT = "S"
               CLOSE ENTREGAS
               MOVE "S" TO WS-CANC-OK
               GO TO FIM-VERIFICA-CANCELAMENTO.
           READ ENTREGAS NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-ENT
                   GO TO LER-ENTREGA-CANC.
           IF ENT-VENDA = WS-VENDA-CANC AND ENT-STATUS = "E"
               CLOSE ENTREGAS
               DISPLAY "MERCADORIA JA ENTREGUE AO CLIENTE" AT 1210
               GO TO FIM-VERIFICA-CANCELAMENTO.
           GO TO LER-ENTREGA-CANC.
       FIM-VERIFICA-CANCELAMENTO.
           EXIT.
       ESTORNA-ITENS.
           MOVE "N" TO WS-EOF-CANC.
           MOVE WS-VENDA-CANC TO VND-NUMERO.
           MOVE ZEROS TO VND-ITEM.
           START VENDAS KEY NOT LESS THAN VND-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF-CANC.
       LER-ITEM-CANC.
           IF WS-EOF-CANC = "S"
               GO TO FIM-ESTORNA-ITENS.
           READ VENDAS NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-CANC
                   GO TO FIM-ESTORNA-ITENS.
           IF VND-NUMERO NOT = WS-VENDA-CANC
               GO TO FIM-ESTORNA-ITENS.
           MOVE VND-CODIGO TO CODIGO.
           MOVE VND-DV TO DV.
           PERFORM VERIFICA-KIT THRU FIM-VERIFICA-KIT.
           IF WS-E-KIT = "S"
               PERFORM ESTORNA-COMPONENTES
                   THRU FIM-ESTORNA-COMPONENTES
               GO TO LER-ITEM-CANC.
           READ ARQPRO INVALID KEY
               DISPLAY MSG-ERRO-2 AT 1210
               CALL "LOGERRO" USING "VENDAS" "ESTORNO ARQPRO" FS
               STOP RUN.
           ADD VND-QTDE TO FD-QUANTIDA-EST.
           COMPUTE FD-VALOR-TOT = FD-VALOR-UNIT * FD-QUANTIDA-EST.
           REWRITE REG-ARQPRO INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS AT 1210
               CALL "LOGERRO" USING "VENDAS" "REGRAVA ARQPRO" FS
               STOP RUN.
           MOVE VND-QTDE TO WS-QTDE-FILIAL.
           CALL "MOVFIL" USING WS-FILIAL CODIGO WS-QTDE-FILIAL.
           GO TO LER-ITEM-CANC.
       FIM-ESTORNA-ITENS.
           EXIT.
       ESTORNA-COMPONENTES.
           MOVE "N" TO WS-EOF-KIT.
           MOVE VND-CODIGO TO KIT-CODIGO.
           MOVE ZEROS TO KIT-COMPONENTE.
           START KITS KEY NOT LESS THAN KIT-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF-KIT.
       LER-ESTORNA-COMPONENTE.
           IF WS-EOF-KIT = "S"
               GO TO FIM-ESTORNA-COMPONENTES.
           READ KITS NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-KIT
                   GO TO FIM-ESTORNA-COMPONENTES.
           IF KIT-CODIGO NOT = VND-CODIGO
               GO TO FIM-ESTORNA-COMPONENTES.
           MOVE KIT-COMPONENTE TO CODIGO.
           MOVE KIT-COMP-DV TO DV.
           READ ARQPRO INVALID KEY
               DISPLAY MSG-ERRO-2 AT 1210
               CALL "LOGERRO" USING "VENDAS" "ESTORNO COMPONENTE" FS
               STOP RUN.
           COMPUTE WS-QTDE-COMP = VND-QTDE * KIT-QTDE.
           ADD WS-QTDE-COMP TO FD-QUANTIDA-EST.
           COMPUTE FD-VALOR-TOT = FD-VALOR-UNIT * FD-QUANTIDA-EST.
           REWRITE REG-ARQPRO INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS AT 1210
               CALL "LOGERRO" USING "VENDAS" "REGRAVA ARQPRO" FS
               STOP RUN.
           MOVE WS-QTDE-COMP TO WS-QTDE-FILIAL.
           CALL "MOVFIL" USING WS-FILIAL CODIGO WS-QTDE-FILIAL.
           GO TO LER-ESTORNA-COMPONENTE.
       FIM-ESTORNA-COMPONENTES.
           EXIT.
       ESTORNA-SERIES.
           MOVE "N" TO WS-EOF-CANC.
           MOVE LOW-VALUES TO SER-SERIE.
           START SERIAIS KEY NOT LESS THAN SER-SERIE
               INVALID KEY MOVE "S" TO WS-EOF-CANC.
       LER-SERIE-CANC.
           IF WS-EOF-CANC = "S"
               GO TO FIM-ESTORNA-SERIES.
           READ SERIAIS NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-CANC
                   GO TO FIM-ESTORNA-SERIES.
           IF SER-VENDA NOT = WS-VENDA-CANC OR SER-STATUS NOT = "V"
               GO TO LER-SERIE-CANC.
           MOVE "E" TO SER-STATUS.
           MOVE ZEROS TO SER-VENDA SER-DATA-VENDA.
           REWRITE REG-SERIAIS INVALID KEY
               DISPLAY "ERRO DE GRAVACAO SERIAIS" FS-SER AT 1210
               CALL "LOGERRO" USING "VENDAS" "REGRAVA SERIAIS" FS-SER
               STOP RUN.
           GO TO LER-SERIE-CANC.
       FIM-ESTORNA-SERIES.
           EXIT.
       ESTORNA-PARCELAS.
           MOVE "N" TO WS-EOF-CANC.
           MOVE WS-VENDA-CANC TO REC-VENDA.
           MOVE ZEROS TO REC-PARCELA.
           START RECEBER KEY NOT LESS THAN REC-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF-CANC.
       LER-PARCELA-ESTORNO.
           IF WS-EOF-CANC = "S"
               GO TO FIM-ESTORNA-PARCELAS.
           READ RECEBER NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-CANC
                   GO TO FIM-ESTORNA-PARCELAS.
           IF REC-VENDA NOT = WS-VENDA-CANC
               GO TO FIM-ESTORNA-PARCELAS.
           DELETE RECEBER INVALID KEY
               DISPLAY "ERRO DE EXCLUSAO RECEBER" FS-REC AT 1210
               CALL "LOGERRO" USING "VENDAS" "EXCLUSAO RECEBER" FS-REC
               STOP RUN.
           GO TO LER-PARCELA-ESTORNO.
       FIM-ESTORNA-PARCELAS.
           EXIT.
       ESTORNA-PAGAMENTOS.
           MOVE WS-SESSAO-CANC TO SES-NUMERO.
           READ CAIXASES INVALID KEY
               DISPLAY "SESSAO DE CAIXA NAO ENCONTRADA" AT 1210
               CALL "LOGERRO" USING "VENDAS" "LEITURA CAIXASES" FS-SES
               STOP RUN.
           MOVE "N" TO WS-TEM-VPG-CANC.
           MOVE "N" TO WS-EOF-CANC.
           MOVE WS-VENDA-CANC TO VPG-NUMERO.
           MOVE ZEROS TO VPG-SEQ.
           START VENDPAG KEY NOT LESS THAN VPG-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF-CANC.
       LER-PAGTO-CANC.
           IF WS-EOF-CANC = "S"
               GO TO ESTORNA-SESSAO.
           READ VENDPAG NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-CANC
                   GO TO ESTORNA-SESSAO.
           IF VPG-NUMERO NOT = WS-VENDA-CANC
               GO TO ESTORNA-SESSAO.
           MOVE "S" TO WS-TEM-VPG-CANC.
           EVALUATE VPG-FORMA
               WHEN "D"
                   SUBTRACT VPG-VALOR FROM SES-VENDAS-DIN
               WHEN "C"
                   SUBTRACT VPG-VALOR FROM SES-VENDAS-CAR
                   PERFORM ESTORNA-CARTREC THRU FIM-ESTORNA-CARTREC
               WHEN "R"
                   SUBTRACT VPG-VALOR FROM SES-VENDAS-CRE
               WHEN "V"
                   PERFORM ESTORNA-VALE
           END-EVALUATE.
           GO TO LER-PAGTO-CANC.
       ESTORNA-SESSAO.
           IF WS-TEM-VPG-CANC = "N"
               EVALUATE WS-FORMA-CANC
                   WHEN "C"
                       SUBTRACT WS-TOTAL-CANC FROM SES-VENDAS-CAR
                   WHEN "R"
                       SUBTRACT WS-TOTAL-CANC FROM SES-VENDAS-CRE
                   WHEN OTHER
                       SUBTRACT WS-TOTAL-CANC FROM SES-VENDAS-DIN
               END-EVALUATE
           END-IF.
           REWRITE REG-CAIXASES INVALID KEY
               DISPLAY "ERRO DE GRAVACAO CAIXASES" FS-SES AT 1210
               CALL "LOGERRO" USING "VENDAS" "REGRAVA CAIXASES" FS-SES
               STOP RUN.
       FIM-ESTORNA-PAGAMENTOS.
           EXIT.
       ESTORNA-VALE.
           MOVE VPG-VALE TO VLC-NUMERO.
           READ VALES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD VPG-VALOR TO VLC-SALDO
                   MOVE "A" TO VLC-STATUS
                   REWRITE REG-VALES INVALID KEY
                       DISPLAY "ERRO DE GRAVACAO VALES" FS-VLC AT 1210
                       CALL "LOGERRO" USING "VENDAS" "REGRAVA VALES"
                               FS-VLC
                       STOP RUN
                   END-REWRITE
           END-READ.
       ESTORNA-CARTREC.
           MOVE WS-VENDA-CANC TO CRT-VENDA.
           MOVE VPG-SEQ TO CRT-SEQ.
           MOVE ZEROS TO CRT-PARCELA.
           START CARTREC KEY NOT LESS THAN CRT-CHAVE
               INVALID KEY GO TO FIM-ESTORNA-CARTREC.
       LER-CARTREC-CANC.
           READ CARTREC NEXT RECORD
               AT END
                   GO TO FIM-ESTORNA-CARTREC.
           IF CRT-VENDA NOT = WS-VENDA-CANC OR CRT-SEQ NOT = VPG-SEQ
               GO TO FIM-ESTORNA-CARTREC.
           MOVE "E" TO CRT-STATUS.
           REWRITE REG-CARTREC INVALID KEY
               DISPLAY "ERRO DE GRAVACAO CARTREC" FS-CRT AT 1210
               CALL "LOGERRO" USING "VENDAS" "REGRAVA CARTREC" FS-CRT
               STOP RUN.
           GO TO LER-CARTREC-CANC.
       FIM-ESTORNA-CARTREC.
           EXIT.
       ESTORNA-APURVEN.
           MOVE "N" TO WS-ACHOU-APUR.
           OPEN INPUT APURVEN.
           IF FS-APV NOT = "00"
               CLOSE APURVEN
               GO TO FIM-ESTORNA-APURVEN.
       LER-APURVEN-CANC.
           READ APURVEN AT END
               CLOSE APURVEN
               GO TO GRAVA-APURVEN-CANC.
           IF APV-VENDA = WS-VENDA-CANC AND APV-TIPO = "V"
               MOVE REG-APURVEN TO WS-APV-GUARDA
               MOVE "S" TO WS-ACHOU-APUR.
           GO TO LER-APURVEN-CANC.
       GRAVA-APURVEN-CANC.
           IF WS-ACHOU-APUR NOT = "S"
               GO TO FIM-ESTORNA-APURVEN.
           OPEN EXTEND APURVEN.
           MOVE WS-APV-GUARDA TO REG-APURVEN.
           MOVE WS-DATA-HOJE TO APV-DATA.
           MOVE "E" TO APV-TIPO.
           WRITE REG-APURVEN.
           CLOSE APURVEN.
       FIM-ESTORNA-APURVEN.
           EXIT.
       ESTORNA-APURUF.
           MOVE "N" TO WS-ACHOU-APUR.
           OPEN INPUT APURUF.
           IF FS-APF NOT = "00"
               CLOSE APURUF
               GO TO FIM-ESTORNA-APURUF.
       LER-APURUF-CANC.
           READ APURUF AT END
               CLOSE APURUF
               GO TO GRAVA-APURUF-CANC.
           IF AUF-VENDA = WS-VENDA-CANC AND AUF-TIPO = "V"
               MOVE REG-APURUF TO WS-APF-GUARDA
               MOVE "S" TO WS-ACHOU-APUR.
           GO TO LER-APURUF-CANC.
       GRAVA-APURUF-CANC.
           IF WS-ACHOU-APUR NOT = "S"
               GO TO FIM-ESTORNA-APURUF.
           OPEN EXTEND APURUF.
           MOVE WS-APF-GUARDA TO REG-APURUF.
           MOVE WS-DATA-HOJE TO AUF-DATA.
           MOVE "E" TO AUF-TIPO.
           WRITE REG-APURUF.
           CLOSE APURUF.
       FIM-ESTORNA-APURUF.
           EXIT.
       ESTORNA-ENTREGA.
           OPEN I-O ENTREGAS.
           IF FS-ENT NOT = "00"
               CLOSE ENTREGAS
               GO TO FIM-ESTORNA-ENTREGA.
           MOVE "N" TO WS-EOF-ENT.
           MOVE LOW-VALUES TO ENT-NUMERO.
           START ENTREGAS KEY NOT LESS THAN ENT-NUMERO
               INVALID KEY MOVE "S" TO WS-EOF-ENT.
       LER-ENTREGA-ESTORNO.
           IF WS-EOF-ENT = "S"
               CLOSE ENTREGAS
               GO TO FIM-ESTORNA-ENTREGA.
           READ ENTREGAS NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-ENT
                   GO TO LER-ENTREGA-ESTORNO.
           IF ENT-VENDA NOT = WS-VENDA-CANC OR ENT-STATUS NOT = "P"
               GO TO LER-ENTREGA-ESTORNO.
           MOVE "C" TO ENT-STATUS.
           REWRITE REG-ENTREGAS INVALID KEY
               DISPLAY "ERRO DE GRAVACAO ENTREGAS" FS-ENT AT 1210
               CALL "LOGERRO" USING "VENDAS" "REGRAVA ENTREGAS" FS-ENT
               STOP RUN.
           GO TO LER-ENTREGA-ESTORNO.
       FIM-ESTORNA-ENTREGA.
           EXIT.
      *
      *    DIA FECHADO NA FILIAL DO OPERADOR OU NO FECHAMENTO
      *    CONSOLIDADO (FILIAL 00) DO PROGRAMA FECHADIA
      *
       VERIFICA-DIA-FECHADO.
           MOVE "N" TO WS-DIA-FECHADO.
           IF WS-FDI-DISPONIVEL NOT = "S"
               GO TO FIM-VERIFICA-DIA.
           MOVE WS-DATA-HOJE TO FDI-DATA.
           MOVE WS-FILIAL TO FDI-FILIAL.
           READ FECHDIA
               INVALID KEY
                   MOVE SPACE TO FDI-STATUS
           END-READ.
           IF FDI-STATUS = "F"
               MOVE "S" TO WS-DIA-FECHADO
               GO TO FIM-VERIFICA-DIA.
           MOVE WS-DATA-HOJE TO FDI-DATA.
           MOVE ZEROS TO FDI-FILIAL.
           READ FECHDIA
               INVALID KEY
                   MOVE SPACE TO FDI-STATUS
           END-READ.
           IF FDI-STATUS = "F"
               MOVE "S" TO WS-DIA-FECHADO.
       FIM-VERIFICA-DIA.
           EXIT.
       FECHAMENTO-DIA.
           MOVE ZEROS TO CT-PAG WS-TOTAL-DIA WS-QTD-VENDAS-DIA.
           MOVE ZEROS TO WS-NUMERO-ANT.
               NOT AT END
                   IF VND-DATA = WS-DATA-HOJE
                       IF VND-NUMERO NOT = WS-NUMERO-ANT
                           MOVE VND-NUMERO TO WS-NUMERO-ANT
                           PERFORM BUSCA-TIPO-FECHAMENTO
                           IF WS-TIPO-FECHO NOT = "C"
                                   AND WS-DOC-FILIAL = WS-FILIAL
                               ADD 1 TO WS-QTD-VENDAS-DIA
                           END-IF
                       END-IF
                   END-IF
                   IF VND-DATA = WS-DATA-HOJE
                           AND WS-TIPO-FECHO NOT = "C"
                           AND WS-DOC-FILIAL = WS-FILIAL
                       ADD VND-TOTAL-ITEM TO WS-TOTAL-DIA
                       MOVE VND-CODIGO TO CODIGO-DET
                       MOVE VND-DV TO DV-DET
                           AT EOP PERFORM CABECALHO
                   END-IF
           END-READ.
       BUSCA-TIPO-FECHAMENTO.
           MOVE SPACE TO WS-TIPO-FECHO.
           MOVE 01 TO WS-DOC-FILIAL.
           MOVE VND-NUMERO TO VCB-NUMERO.
           READ VENDCAB
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VCB-TIPO TO WS-TIPO-FECHO
                   IF VCB-FILIAL NUMERIC AND VCB-FILIAL NOT = ZEROS
                       MOVE VCB-FILIAL TO WS-DOC-FILIAL
                   END-IF
           END-READ.
       CABECALHO.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           PERFORM CABECALHO-EMPRESA.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 3 LINES.
           WRITE REG-RELATO FROM CAB02 BEFORE ADVANCING 2 LINES.
       FIM.
               CLOSE FECHDIA.
           IF WS-PRM-DISPONIVEL = "S"
               CLOSE TABPROMO.
           IF WS-KIT-DISPONIVEL = "S"
               CLOSE KITS.
           IF WS-ICM-DISPONIVEL = "S"
               CLOSE ICMSCAT.
           CLOSE ARQPRO VENDAS SERIAIS VENDCAB CAIXASES RECEBER.
           CLOSE VENDPAG CARTREC VALES.
           STOP RUN.
           END PROGRAM VENDAS.
