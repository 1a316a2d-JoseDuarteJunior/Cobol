      *              FISCAL DO PEDIDO DIGITADA, CONFERIDA E LIBERADA
      *              (STATUS A); A QUANTIDADE CONTADA DA NOTA E USADA
      *              NA ENTRADA QUANDO DIFERE DA PEDIDA.
      * 15/10/2026 - A GERACAO TAMBEM VARRE O ARQPRO (PRODUTOS DE
      *              REVENDA DO BALCAO): DISPONIVEL (ESTOQUE MENOS
      *              RESERVAS ABERTAS) ATE O MINIMO E SEM PEDIDO ABERTO
      *              GERA PEDIDO COM ORIGEM "P" E O FORNECEDOR DO
      *              PRODUTO, E A SUGESTAO SAI IMPRESSA AGRUPADA POR
      *              FORNECEDOR; O RECEBIMENTO DESSES PEDIDOS ENTRA NO
      *              ESTOQUE DO ARQPRO (CUSTO MEDIO NO CUSTOHIS, SEM
      *              MEXER NO PRECO DE VENDA E CAPTURANDO AS SERIES DO
      *              ITEM SERIALIZADO).
      * 15/10/2026 - COM NOTA LIBERADA NO NOTAFISC, O RECEBIMENTO USA O
      *              CUSTO UNITARIO COM AS DESPESAS RATEADAS DA NOTA
      *              (NFE-CUSTO-UNIT) NA MEDIA PONDERADA EM VEZ DE
      *              PEDIR O PRECO DA COMPRA.
      * 15/10/2026 - GERACAO DO ARQMAT PELO LOTE ECONOMICO DE COMPRA:
      *              CONSUMO ANUAL (SAIDAS S DO MOVEST NOS ULTIMOS 12
      *              MESES), CUSTO DO PEDIDO E TAXA DE ESTOCAGEM SOBRE
      *              O FD-VALOR-UNIT; O PONTO DE PEDIDO SOMA AO MINIMO
      *              O CONSUMO DURANTE O PRAZO DE ENTREGA DA COTACAO
      *              VENCEDORA MAIS RECENTE DO ITEM. PARAMETROS NO
      *              ARQUIVO PEDCFG (FUNCAO CF) E LISTAGEM DA GERACAO
      *              COM A SUGESTAO ANTIGA E A NOVA LADO A LADO.
      * 15/10/2026 - PARAMETROS DA EMPRESA (ROTINA LEPARAM, PROGRAMA
      *              EMPRESA): LINHAS DE CABECALHO NOS RELATORIOS E
      *              DEPOSITO PADRAO ASSUMIDO QUANDO O DEPOSITO DE
      *              ENTRADA DO RECEBIMENTO E DEIXADO EM BRANCO.
      * 15/10/2026 - EMISSAO E RECEBIMENTO DO PEDIDO GRAVAM O
      *              OPERADOR NA TRILHA DOCOPER (ROTINA GRAVADOC),
      *              CONFERIDA PELA SEGREGACAO DE FUNCOES (SEGCONF).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDCOM.
           ACCESS MODE      DYNAMIC
           RECORD KEY       NFE-PEDIDO
           FILE STATUS      FS-NFE.
           SELECT ARQPRO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       PRO-CHAVE
           ALTERNATE RECORD KEY IS PRO-NOME
                   WITH DUPLICATES
           ALTERNATE RECORD KEY IS PRO-EAN
                   SUPPRESS WHEN ZEROS
           FILE STATUS      FS-PRO.
           SELECT RESERVA ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       RES-NUMERO
           FILE STATUS      FS-RES.
           SELECT SERIAIS ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       SER-SERIE
           FILE STATUS      FS-SER.
           SELECT COTACAO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       COT-CHAVE
           FILE STATUS      FS-COT.
           SELECT PEDCFG ASSIGN TO "PEDCFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-CFG.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
           02 PED-STATUS        PIC X(09).
           02 PED-FORNECEDOR    PIC 9(03).
           02 PED-PRECO         PIC 9(07)V99.
           02 PED-ORIGEM        PIC X(01).
           02 PED-DV            PIC 9(01).
       FD  LOGMAT
           LABEL RECORD IS OMITTED.
       01  REG-LOGMAT.
           02 FORN-UF           PIC X(02).
           02 FORN-TELEFONE     PIC X(11).
           02 FORN-COND-PAGTO   PIC X(15).
           02 FORN-BANCO        PIC 9(03).
           02 FORN-AGENCIA      PIC 9(05).
           02 FORN-CONTA-CORR   PIC X(12).
       FD  FERIADOS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FERIADOS".
           02 NFE-PRECO         PIC 9(07)V99.
           02 NFE-QTDE-CONTADA  PIC 9(04).
           02 NFE-STATUS        PIC X(01).
           02 NFE-RATEIO        PIC 9(07)V99.
           02 NFE-CUSTO-UNIT    PIC 9(07)V99.
       FD  ARQPRO LABEL RECORD STANDARD
           VALUE OF FILE-ID "ARQPRO".
       01  REG-ARQPRO.
           02 PRO-CHAVE.
               03 PRO-CODIGO    PIC 9(04).
               03 PRO-DV        PIC 9(01).
           02 PRO-NOME          PIC X(30).
           02 PRO-CODIGO-FORNE  PIC 9(03).
           02 PRO-VALOR-UNIT    PIC 9(06)V99.
           02 PRO-QUANTIDA-EST  PIC 9(04).
           02 PRO-QTDE-MINIMA   PIC 9(04).
           02 PRO-VALOR-TOT     PIC 9(08)V99.
           02 PRO-SERIALIZADO   PIC X(01).
           02 PRO-EAN           PIC 9(13).
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
       FD  SERIAIS LABEL RECORD STANDARD
           VALUE OF FILE-ID "SERIAIS".
       01  REG-SERIAIS.
           02 SER-SERIE         PIC X(15).
           02 SER-CODIGO        PIC 9(04).
           02 SER-DV            PIC 9(01).
           02 SER-STATUS        PIC X(01).
           02 SER-DATA-ENTRADA  PIC 9(08).
           02 SER-VENDA         PIC 9(06).
           02 SER-DATA-VENDA    PIC 9(08).
       FD  COTACAO LABEL RECORD STANDARD
           VALUE OF FILE-ID "COTACAO".
       01  REG-COTACAO.
           02 COT-CHAVE.
               03 COT-PEDIDO    PIC 9(06).
               03 COT-SEQ       PIC 9(01).
           02 COT-FORNECEDOR    PIC 9(03).
           02 COT-PRECO         PIC 9(07)V99.
           02 COT-PRAZO-DIAS    PIC 9(03).
           02 COT-VENCEDOR      PIC X(01).
       FD  PEDCFG
           LABEL RECORD IS OMITTED.
       01  REG-PEDCFG.
           02 CFG-CUSTO-PEDIDO  PIC 9(05)V99.
           02 FILLER            PIC X VALUE SPACE.
           02 CFG-TAXA-ESTOCAGEM PIC 9(02)V99.
           02 FILLER            PIC X VALUE SPACE.
           02 CFG-PRAZO-PADRAO  PIC 9(03).
           02 FILLER            PIC X VALUE SPACE.
           02 CFG-CRITERIO      PIC X(01).
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       77  WS-FER-DISPONIVEL    PIC X(01) VALUE "N".
       77  FS-NFE               PIC X(02) VALUE SPACES.
       77  WS-NFE-OK            PIC X(01) VALUE "N".
       77  WS-CUSTO-NOTA        PIC 9(07)V99 VALUE ZEROS.
       77  WS-VALOR-PEDIDO      PIC 9(09)V99 VALUE ZEROS.
       77  WS-QTD-PARCELAS      PIC 9(01) VALUE ZEROS.
       77  WS-PARCELA-IDX       PIC 9(02) VALUE ZEROS.
       77  BISSEXTO-CALC        PIC X(01) VALUE SPACES.
       77  DU-RESULT-DIV        PIC 9(08) VALUE ZEROS.
       77  WS-EH-UTIL           PIC X(01) VALUE "N".
       77  FS-PRO               PIC X(02) VALUE SPACES.
       77  FS-RES               PIC X(02) VALUE SPACES.
       77  FS-SER               PIC X(02) VALUE SPACES.
       77  WS-PRO-DISPONIVEL    PIC X(01) VALUE "N".
       77  WS-RES-DISPONIVEL    PIC X(01) VALUE "N".
       77  WS-ORIGEM-BUSCA      PIC X(01) VALUE SPACE.
       77  WS-CODIGO-BUSCA      PIC 9(05) VALUE ZEROS.
       77  WS-RESERVADO         PIC 9(05) VALUE ZEROS.
       77  WS-DISPONIVEL        PIC S9(05) VALUE ZEROS.
       77  WS-PRO-ACHOU         PIC X(01) VALUE "N".
       77  WS-FORN-DISPONIVEL   PIC X(01) VALUE "N".
       77  WS-ACHOU-CUSTO       PIC X(01) VALUE "N".
       77  OLD-QTDE-PRO         PIC 9(04) VALUE ZEROS.
       77  WS-MEDIA-NOVA        PIC S9(07)V99 VALUE ZEROS.
       77  WS-SERIE             PIC X(15) VALUE SPACES.
       77  WS-SER-IDX           PIC 9(04) VALUE ZEROS.
       77  SUG-QTD              PIC 9(03) VALUE ZEROS.
       77  SUG-IDX              PIC 9(03) VALUE ZEROS.
       77  SUG-IDX-2            PIC 9(03) VALUE ZEROS.
       77  WS-TROCOU            PIC X(01) VALUE "N".
       77  WS-FORN-ANT          PIC 9(03) VALUE ZEROS.
       77  WS-ITENS-FORN        PIC 9(04) VALUE ZEROS.
       77  WS-UNID-FORN         PIC 9(06) VALUE ZEROS.
       77  FS-COT               PIC X(02) VALUE SPACES.
       77  FS-CFG               PIC X(02) VALUE SPACES.
       77  WS-NIVEL-EXIGIDO     PIC 9(01) VALUE ZEROS.
       77  WS-AUTORIZADO        PIC X(01) VALUE SPACES.
       77  WS-CUSTO-PEDIDO      PIC 9(05)V99 VALUE 50,00.
       77  WS-TAXA-ESTOCAGEM    PIC 9(02)V99 VALUE 20,00.
       77  WS-PRAZO-PADRAO      PIC 9(03) VALUE 15.
       77  WS-CRITERIO          PIC X(01) VALUE "E".
       77  WS-DATA-CORTE        PIC 9(08) VALUE ZEROS.
       77  WS-CONSUMO-ANUAL     PIC 9(07) VALUE ZEROS.
       77  WS-PRAZO-ITEM        PIC 9(03) VALUE ZEROS.
       77  WS-PONTO-PEDIDO      PIC S9(07) VALUE ZEROS.
       77  WS-CUSTO-ESTOCAGEM   PIC 9(07)V9999 VALUE ZEROS.
       77  WS-LOTE-ECONOMICO    PIC 9(07) VALUE ZEROS.
       77  WS-SUG-ANTIGA        PIC 9(04) VALUE ZEROS.
       77  WS-QTDE-PEDIR        PIC 9(04) VALUE ZEROS.
       77  WS-QTDE-CALC         PIC S9(08) VALUE ZEROS.
       77  WS-DISPARA-ANTIGO    PIC X(01) VALUE "N".
       77  WS-DISPARA-NOVO      PIC X(01) VALUE "N".
       77  WS-DISPARA           PIC X(01) VALUE "N".
       77  WS-ITENS-LISTADOS    PIC 9(05) VALUE ZEROS.
       77  REP-QTD              PIC 9(04) VALUE ZEROS.
       77  REP-IDX              PIC 9(04) VALUE ZEROS.
       77  WS-REP-POS           PIC 9(04) VALUE ZEROS.
       77  WS-REP-ACHOU         PIC X(01) VALUE "N".
      *    CONSUMO DOS ULTIMOS 12 MESES E PRAZO DE ENTREGA DA COTACAO
      *    VENCEDORA POR ITEM DO ARQMAT, MONTADOS NO INICIO DA GERACAO
       01  TAB-REPOSICAO.
           02 TAB-REP OCCURS 3000 TIMES.
               03 REP-CODIGO     PIC 9(05).
               03 REP-CONSUMO    PIC 9(07).
               03 REP-PRAZO      PIC 9(03).
      *    SUGESTOES DE REPOSICAO DO ARQPRO GERADAS NA RODADA, PARA A
      *    LISTAGEM AGRUPADA POR FORNECEDOR
       01  TAB-SUGESTOES.
           02 TAB-SUG OCCURS 500 TIMES.
               03 SUG-CHAVE.
                   04 SUG-FORNECEDOR PIC 9(03).
                   04 SUG-CODIGO     PIC 9(04).
                   04 SUG-DV         PIC 9(01).
               03 SUG-NOME       PIC X(30).
               03 SUG-DISPONIVEL PIC S9(05).
               03 SUG-MINIMA     PIC 9(04).
               03 SUG-QTDE       PIC 9(04).
               03 SUG-PEDIDO     PIC 9(06).
       01  SUG-TROCA            PIC X(57).
       01  TAB-PRAZOS.
           02 TAB-PRAZO OCCURS 3 TIMES PIC 9(03).
       01  DIAS-ACUM-VALORES.
              VALUE "PEDIDO NAO ESTA ABERTO".
           02 MSG-ERRO-4        PIC X(27)
              VALUE "ITEM DO PEDIDO SEM CADASTRO".
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
           02 FILLER            PIC X(05)    VALUE SPACES.
           02 FILLER            PIC X(14)    VALUE "PRECO COTADO:".
           02 PRECO-ROD         PIC ZZZZ.ZZ9,99 VALUE ZEROS.
       01  CAB03.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(06)    VALUE "DATA:".
           02 DATA-CAB03.
               03 DIA-CAB03   PIC 99/ VALUE ZEROS.
               03 MES-CAB03   PIC 99/ VALUE ZEROS.
               03 ANO-CAB03   PIC 9(04)  VALUE ZEROS.
           02 FILLER    PIC X(07)     VALUE SPACES.
           02 FILLER    PIC X(37)
           VALUE "SUGESTAO DE REPOSICAO - ARQPRO".
           02 FILLER     PIC X(04)   VALUE "PAG.".
           02 PAG-CAB03  PIC ZZ9     VALUE ZEROS.
       01  CAB04.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(09) VALUE "PRODUTO".
           02 FILLER  PIC X(32) VALUE "NOME".
           02 FILLER  PIC X(12) VALUE "DISPONIVEL".
           02 FILLER  PIC X(09) VALUE "MINIMA".
           02 FILLER  PIC X(10) VALUE "A PEDIR".
           02 FILLER  PIC X(08) VALUE "PEDIDO".
       01  LINHA-SUG-FORN.
           02 FILLER            PIC X(04)    VALUE SPACES.
           02 FILLER            PIC X(12)    VALUE "FORNECEDOR:".
           02 SUG-FORN-IMP      PIC 9(03)    VALUE ZEROS.
           02 FILLER            PIC X(03)    VALUE " - ".
           02 SUG-FORN-NOME-IMP PIC X(20)    VALUE SPACES.
       01  DETALHE-SUG.
           02 FILLER            PIC X(04)    VALUE SPACES.
           02 SUG-CODIGO-DET    PIC 9(04)    VALUE ZEROS.
           02 FILLER            PIC X(01)    VALUE "-".
           02 SUG-DV-DET        PIC 9(01)    VALUE ZEROS.
           02 FILLER            PIC X(03)    VALUE SPACES.
           02 SUG-NOME-DET      PIC X(30)    VALUE SPACES.
           02 FILLER            PIC X(04)    VALUE SPACES.
           02 SUG-DISP-DET      PIC -ZZZZ9   VALUE ZEROS.
           02 FILLER            PIC X(06)    VALUE SPACES.
           02 SUG-MIN-DET       PIC ZZZ9     VALUE ZEROS.
           02 FILLER            PIC X(05)    VALUE SPACES.
           02 SUG-QTDE-DET      PIC ZZZ9     VALUE ZEROS.
           02 FILLER            PIC X(06)    VALUE SPACES.
           02 SUG-PEDIDO-DET    PIC 9(06)    VALUE ZEROS.
       01  LINHA-SUG-TOTAL.
           02 FILLER            PIC X(04)    VALUE SPACES.
           02 FILLER            PIC X(23)
           VALUE "   ITENS DO FORNECEDOR:".
           02 SUG-ITENS-IMP     PIC ZZZ9     VALUE ZEROS.
           02 FILLER            PIC X(12)    VALUE "   UNIDADES:".
           02 SUG-UNID-IMP      PIC ZZZZZ9   VALUE ZEROS.
       01  CAB05.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(06)    VALUE "DATA:".
           02 DATA-CAB05.
               03 DIA-CAB05   PIC 99/ VALUE ZEROS.
               03 MES-CAB05   PIC 99/ VALUE ZEROS.
               03 ANO-CAB05   PIC 9(04)  VALUE ZEROS.
           02 FILLER    PIC X(07)     VALUE SPACES.
           02 FILLER    PIC X(52)
           VALUE "GERACAO DE PEDIDOS - LOTE ECONOMICO/PONTO DE PEDIDO".
           02 FILLER     PIC X(04)   VALUE "PAG.".
           02 PAG-CAB05  PIC ZZ9     VALUE ZEROS.
       01  CAB06.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(07) VALUE "ITEM".
           02 FILLER  PIC X(27) VALUE "NOME".
           02 FILLER  PIC X(08) VALUE "ESTOQUE".
           02 FILLER  PIC X(07) VALUE "MINIMA".
           02 FILLER  PIC X(10) VALUE "CONS.ANO".
           02 FILLER  PIC X(06) VALUE "PRAZO".
           02 FILLER  PIC X(09) VALUE "P.PEDIDO".
           02 FILLER  PIC X(09) VALUE "SUG.ANT.".
           02 FILLER  PIC X(10) VALUE "LOTE ECON.".
           02 FILLER  PIC X(08) VALUE "PEDIDO".
           02 FILLER  PIC X(08) VALUE "SITUACAO".
       01  DETALHE-GER.
           02 FILLER            PIC X(04)    VALUE SPACES.
           02 GER-CODIGO-DET    PIC 9(05)    VALUE ZEROS.
           02 FILLER            PIC X(02)    VALUE SPACES.
           02 GER-NOME-DET      PIC X(25)    VALUE SPACES.
           02 FILLER            PIC X(02)    VALUE SPACES.
           02 GER-ESTOQUE-DET   PIC -ZZZ9    VALUE ZEROS.
           02 FILLER            PIC X(03)    VALUE SPACES.
           02 GER-MINIMA-DET    PIC ZZZ9     VALUE ZEROS.
           02 FILLER            PIC X(02)    VALUE SPACES.
           02 GER-CONSUMO-DET   PIC ZZZZZZ9  VALUE ZEROS.
           02 FILLER            PIC X(03)    VALUE SPACES.
           02 GER-PRAZO-DET     PIC ZZ9      VALUE ZEROS.
           02 FILLER            PIC X(02)    VALUE SPACES.
           02 GER-PONTO-DET     PIC -ZZZZZ9  VALUE ZEROS.
           02 FILLER            PIC X(04)    VALUE SPACES.
           02 GER-ANTIGA-DET    PIC ZZZ9     VALUE ZEROS.
           02 FILLER            PIC X(03)    VALUE SPACES.
           02 GER-LOTE-DET      PIC ZZZZZZ9  VALUE ZEROS.
           02 FILLER            PIC X(03)    VALUE SPACES.
           02 GER-PEDIDO-DET    PIC ZZZZZ9   VALUE ZEROS.
           02 FILLER            PIC X(02)    VALUE SPACES.
           02 GER-SITUACAO-DET  PIC X(14)    VALUE SPACES.
       01  LINHA-CRITERIO.
           02 FILLER            PIC X(04)    VALUE SPACES.
           02 FILLER            PIC X(17)    VALUE "CRITERIO EM USO:".
           02 CRITERIO-IMP      PIC X(24)    VALUE SPACES.
           02 FILLER            PIC X(12)    VALUE "CUSTO PED.:".
           02 CUSTO-PED-IMP     PIC ZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(16)    VALUE "  TAXA ESTOC.%:".
           02 TAXA-IMP          PIC Z9,99    VALUE ZEROS.
           02 FILLER            PIC X(16)    VALUE "  PRAZO PADRAO:".
           02 PRAZO-PADRAO-IMP  PIC ZZ9      VALUE ZEROS.
       01  LINHA-ITENS-GER.
           02 FILLER            PIC X(04)    VALUE SPACES.
           02 FILLER            PIC X(17)    VALUE "ITENS LISTADOS..:".
           02 ITENS-GER-IMP     PIC ZZZZ9    VALUE ZEROS.
           02 FILLER            PIC X(20)
           VALUE "   PEDIDOS GERADOS:".
           02 GERADOS-IMP       PIC ZZZ9     VALUE ZEROS.
       SCREEN SECTION.
       01  TELA1.
            02 BLANK SCREEN.
            02 LINE 01 COLUMN 01 VALUE "DATA:".
            02 LINE 01 COLUMN 28 VALUE "PEDIDOS DE COMPRA".
            02 LINE 03 COLUMN 01 VALUE "ESCOLHA A FUNCAO: ".
            02 LINE 03 COLUMN 22 VALUE "(GE-IM-RC-CA-FO-CF-FF)".
            02 LINE 05 COLUMN 05 VALUE "GE - GERA PEDIDOS DO ESTOQUE".
            02 LINE 05 COLUMN 35 VALUE "(ARQMAT E ARQPRO)".
            02 LINE 06 COLUMN 05 VALUE "IM - IMPRIME PEDIDO".
            02 LINE 06 COLUMN 35
               VALUE "CF - PARAMETROS DE REPOSICAO".
            02 LINE 07 COLUMN 05 VALUE "RC - CONFIRMA RECEBIMENTO".
            02 LINE 08 COLUMN 05 VALUE "CA - CANCELA PEDIDO".
            02 LINE 08 COLUMN 35 VALUE "FO - FORNECEDOR DO PEDIDO".
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR".
           CALL "LEPARAM" USING EMP-PARAMETROS.
           OPEN I-O PEDCOM.
           IF FS-PED NOT = "00"
               IF FS-PED = "35"
                           FS-SDP
                   STOP RUN
           END-IF.
           OPEN I-O ARQPRO.
           IF FS-PRO = "00"
               MOVE "S" TO WS-PRO-DISPONIVEL
           ELSE
               MOVE "N" TO WS-PRO-DISPONIVEL
               CLOSE ARQPRO.
           PERFORM BUSCA-PROXIMO-NUMERO.
           PERFORM LE-CONFIG THRU FIM-LE-CONFIG.
       TELA-1.
           DISPLAY TELA1.
           ACCEPT WS-DATA FROM DATE.
                  GO TO CANCELAMENTO
               WHEN "FO"
                  GO TO INFORMA-FORNECEDOR
               WHEN "CF"
                  GO TO CONFIGURACAO
               WHEN "FF"
                  GO TO FIM
               WHEN OTHER
                   COMPUTE WS-PROX-NUMERO = PED-NUMERO + 1
           END-READ.
       GERACAO.
           MOVE ZEROS TO WS-QTDE-GERADOS WS-ITENS-LISTADOS.
           PERFORM MONTA-REPOSICAO THRU FIM-MONTA-REPOSICAO.
           OPEN OUTPUT RELATO.
           MOVE ZEROS TO CT-PAG.
           MOVE DIA TO DIA-CAB05.
           MOVE MES TO MES-CAB05.
           MOVE HOJE-ANO TO ANO-CAB05.
           PERFORM CABECALHO-GERACAO.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO FD-CODIGO.
           START ARQMAT KEY NOT LESS THAN FD-CODIGO
               INVALID KEY MOVE "S" TO WS-EOF.
           PERFORM GERA-UM-ITEM UNTIL WS-EOF = "S".
           PERFORM TOTAL-GERACAO.
           CLOSE RELATO.
           MOVE ZEROS TO SUG-QTD.
           IF WS-PRO-DISPONIVEL = "S"
               PERFORM GERACAO-ARQPRO THRU FIM-GERACAO-ARQPRO.
           DISPLAY "PEDIDOS GERADOS: " AT 1110.
           DISPLAY WS-QTDE-GERADOS AT 1128.
           ACCEPT CONFIRMA AT 1135.
           DISPLAY LIMPA-MENSAGEM AT 1110.
           IF SUG-QTD > ZEROS
               PERFORM IMPRIME-SUGESTAO THRU FIM-IMPRIME-SUGESTAO
               DISPLAY "SUGESTAO POR FORNECEDOR IMPRESSA" AT 1110
               ACCEPT CONFIRMA AT 1143
               DISPLAY LIMPA-MENSAGEM AT 1110.
           GO TO TELA-1.
       GERA-UM-ITEM.
           READ ARQMAT NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
               NOT AT END
                   IF FD-QTDE-MINIMA > ZEROS
                       PERFORM AVALIA-ITEM THRU FIM-AVALIA-ITEM
                   END-IF
           END-READ.
      *    O ITEM E LISTADO QUANDO QUALQUER DOS DOIS CRITERIOS PEDE
      *    REPOSICAO; O PEDIDO SAI PELO CRITERIO EM USO NO PEDCFG
       AVALIA-ITEM.
           PERFORM CALCULA-REPOSICAO THRU FIM-CALCULA-REPOSICAO.
           IF WS-DISPARA-ANTIGO = "N" AND WS-DISPARA-NOVO = "N"
               GO TO FIM-AVALIA-ITEM.
           MOVE ZEROS TO GER-PEDIDO-DET.
           IF WS-CRITERIO = "A"
               MOVE WS-DISPARA-ANTIGO TO WS-DISPARA
               MOVE WS-SUG-ANTIGA TO WS-QTDE-PEDIR
           ELSE
               MOVE WS-DISPARA-NOVO TO WS-DISPARA.
           IF WS-DISPARA = "N"
               MOVE "FORA DO CRITERIO" TO GER-SITUACAO-DET
               GO TO LISTA-ITEM.
           MOVE "M" TO WS-ORIGEM-BUSCA.
           MOVE CODIGO TO WS-CODIGO-BUSCA.
           PERFORM VERIFICA-PEDIDO-ABERTO THRU FIM-VERIFICA-ABERTO.
           IF WS-TEM-ABERTO = "S"
               MOVE "PEDIDO ABERTO" TO GER-SITUACAO-DET
               GO TO LISTA-ITEM.
           PERFORM GRAVA-PEDIDO.
           MOVE PED-NUMERO TO GER-PEDIDO-DET.
           MOVE "GERADO" TO GER-SITUACAO-DET.
       LISTA-ITEM.
           MOVE CODIGO TO GER-CODIGO-DET.
           MOVE FD-NOME TO GER-NOME-DET.
           MOVE FD-QTDE-ESTOQUE TO GER-ESTOQUE-DET.
           MOVE FD-QTDE-MINIMA TO GER-MINIMA-DET.
           MOVE WS-CONSUMO-ANUAL TO GER-CONSUMO-DET.
           MOVE WS-PRAZO-ITEM TO GER-PRAZO-DET.
           MOVE WS-PONTO-PEDIDO TO GER-PONTO-DET.
           MOVE WS-SUG-ANTIGA TO GER-ANTIGA-DET.
           MOVE WS-LOTE-ECONOMICO TO GER-LOTE-DET.
           WRITE REG-RELATO FROM DETALHE-GER BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO-GERACAO.
           ADD 1 TO WS-ITENS-LISTADOS.
       FIM-AVALIA-ITEM.
           EXIT.
      *    SUGESTAO ANTIGA: ESTOQUE ATE O MINIMO, PEDE O DOBRO DO MINIMO
      *    MENOS O ESTOQUE. SUGESTAO NOVA: ESTOQUE ATE O PONTO DE PEDIDO
      *    (MINIMO + CONSUMO NO PRAZO DE ENTREGA), PEDE O LOTE ECONOMICO
      *    RAIZ DE (2 X CONSUMO ANUAL X CUSTO DO PEDIDO / CUSTO ANUAL DE
      *    ESTOCAGEM DA UNIDADE); SEM CONSUMO FICA A QUANTIDADE ANTIGA
       CALCULA-REPOSICAO.
           MOVE ZEROS TO WS-CONSUMO-ANUAL WS-LOTE-ECONOMICO
               WS-SUG-ANTIGA.
           MOVE WS-PRAZO-PADRAO TO WS-PRAZO-ITEM.
           MOVE CODIGO TO WS-CODIGO-BUSCA.
           PERFORM PROCURA-REPOSICAO.
           IF WS-REP-ACHOU = "S"
               MOVE REP-CONSUMO (WS-REP-POS) TO WS-CONSUMO-ANUAL
               IF REP-PRAZO (WS-REP-POS) > ZEROS
                   MOVE REP-PRAZO (WS-REP-POS) TO WS-PRAZO-ITEM.
           COMPUTE WS-PONTO-PEDIDO ROUNDED = FD-QTDE-MINIMA
               + (WS-CONSUMO-ANUAL * WS-PRAZO-ITEM / 365).
           COMPUTE WS-QTDE-CALC =
               (FD-QTDE-MINIMA * 2) - FD-QTDE-ESTOQUE.
           IF WS-QTDE-CALC > 9999
               MOVE 9999 TO WS-QTDE-CALC.
           IF FD-QTDE-ESTOQUE <= FD-QTDE-MINIMA
               MOVE "S" TO WS-DISPARA-ANTIGO
               MOVE WS-QTDE-CALC TO WS-SUG-ANTIGA
           ELSE
               MOVE "N" TO WS-DISPARA-ANTIGO.
           IF FD-QTDE-ESTOQUE <= WS-PONTO-PEDIDO
               MOVE "S" TO WS-DISPARA-NOVO
           ELSE
               MOVE "N" TO WS-DISPARA-NOVO.
           COMPUTE WS-CUSTO-ESTOCAGEM ROUNDED =
               FD-VALOR-UNIT * WS-TAXA-ESTOCAGEM / 100.
           IF WS-CONSUMO-ANUAL > ZEROS AND WS-CUSTO-PEDIDO > ZEROS
                   AND WS-CUSTO-ESTOCAGEM > ZEROS
               COMPUTE WS-LOTE-ECONOMICO ROUNDED =
                   ((2 * WS-CONSUMO-ANUAL * WS-CUSTO-PEDIDO)
                   / WS-CUSTO-ESTOCAGEM) ** 0,5
                   ON SIZE ERROR
                       MOVE 9999 TO WS-LOTE-ECONOMICO
               END-COMPUTE
           END-IF.
           IF WS-LOTE-ECONOMICO = ZEROS
               GO TO AJUSTA-QTDE-PEDIR.
      *    SE O LOTE NAO TIRA O ESTOQUE DO PONTO DE PEDIDO, PEDE TAMBEM
      *    O QUE FALTA ATE ELE
           MOVE WS-LOTE-ECONOMICO TO WS-QTDE-CALC.
           IF FD-QTDE-ESTOQUE + WS-LOTE-ECONOMICO NOT > WS-PONTO-PEDIDO
               COMPUTE WS-QTDE-CALC = WS-PONTO-PEDIDO
                   - FD-QTDE-ESTOQUE + WS-LOTE-ECONOMICO.
       AJUSTA-QTDE-PEDIR.
           IF WS-QTDE-CALC > 9999
               MOVE 9999 TO WS-QTDE-CALC.
           IF WS-QTDE-CALC < ZEROS
               MOVE ZEROS TO WS-QTDE-CALC.
           MOVE WS-QTDE-CALC TO WS-QTDE-PEDIR.
       FIM-CALCULA-REPOSICAO.
           EXIT.
       PROCURA-REPOSICAO.
           MOVE "N" TO WS-REP-ACHOU.
           MOVE ZEROS TO WS-REP-POS.
           PERFORM TESTA-REPOSICAO VARYING REP-IDX FROM 1 BY 1
               UNTIL REP-IDX > REP-QTD OR WS-REP-ACHOU = "S".
       TESTA-REPOSICAO.
           IF REP-CODIGO (REP-IDX) = WS-CODIGO-BUSCA
               MOVE "S" TO WS-REP-ACHOU
               MOVE REP-IDX TO WS-REP-POS.
       INCLUI-REPOSICAO.
           PERFORM PROCURA-REPOSICAO.
           IF WS-REP-ACHOU = "N" AND REP-QTD < 3000
               ADD 1 TO REP-QTD
               MOVE REP-QTD TO WS-REP-POS
               MOVE WS-CODIGO-BUSCA TO REP-CODIGO (WS-REP-POS)
               MOVE ZEROS TO REP-CONSUMO (WS-REP-POS)
                   REP-PRAZO (WS-REP-POS)
               MOVE "S" TO WS-REP-ACHOU.
      *    CONSUMO: SAIDAS S DO MOVEST DOS ULTIMOS 12 MESES. PRAZO: O DA
      *    COTACAO VENCEDORA DO PEDIDO MAIS RECENTE DO ITEM
       MONTA-REPOSICAO.
           MOVE ZEROS TO REP-QTD.
           COMPUTE WS-DATA-CORTE = ((HOJE-ANO - 1) * 10000)
               + (HOJE-MES * 100) + HOJE-DIA.
           CLOSE MOVEST.
           OPEN INPUT MOVEST.
           IF FS-MOV NOT = "00"
               GO TO FECHA-MOVEST-REPOSICAO.
       LER-MOVEST-REPOSICAO.
           READ MOVEST AT END
               GO TO FECHA-MOVEST-REPOSICAO.
           IF MOV-TIPO NOT = "S" OR MOV-DATA NOT > WS-DATA-CORTE
               GO TO LER-MOVEST-REPOSICAO.
           MOVE MOV-CODIGO TO WS-CODIGO-BUSCA.
           PERFORM INCLUI-REPOSICAO.
           IF WS-REP-ACHOU = "S"
               ADD MOV-QTDE TO REP-CONSUMO (WS-REP-POS).
           GO TO LER-MOVEST-REPOSICAO.
       FECHA-MOVEST-REPOSICAO.
           CLOSE MOVEST.
           OPEN EXTEND MOVEST.
           IF FS-MOV NOT = "00" AND NOT = "05"
               CLOSE MOVEST
               OPEN OUTPUT MOVEST
               CLOSE MOVEST
               OPEN EXTEND MOVEST.
           OPEN INPUT COTACAO.
           IF FS-COT NOT = "00"
               CLOSE COTACAO
               GO TO FIM-MONTA-REPOSICAO.
           MOVE LOW-VALUES TO COT-CHAVE.
           START COTACAO KEY NOT LESS THAN COT-CHAVE
               INVALID KEY GO TO FECHA-COTACAO-REPOSICAO.
       LER-COTACAO-REPOSICAO.
           READ COTACAO NEXT RECORD AT END
               GO TO FECHA-COTACAO-REPOSICAO.
           IF COT-VENCEDOR NOT = "S"
               GO TO LER-COTACAO-REPOSICAO.
           MOVE COT-PEDIDO TO PED-NUMERO.
           READ PEDCOM INVALID KEY
               GO TO LER-COTACAO-REPOSICAO.
           IF PED-ORIGEM = "P"
               GO TO LER-COTACAO-REPOSICAO.
           MOVE PED-CODIGO TO WS-CODIGO-BUSCA.
           PERFORM INCLUI-REPOSICAO.
           IF WS-REP-ACHOU = "S"
               MOVE COT-PRAZO-DIAS TO REP-PRAZO (WS-REP-POS).
           GO TO LER-COTACAO-REPOSICAO.
       FECHA-COTACAO-REPOSICAO.
           CLOSE COTACAO.
       FIM-MONTA-REPOSICAO.
           EXIT.
       CABECALHO-GERACAO.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB05.
           PERFORM CABECALHO-EMPRESA.
           WRITE REG-RELATO FROM CAB05 BEFORE ADVANCING 3 LINES.
           WRITE REG-RELATO FROM CAB06 BEFORE ADVANCING 2 LINES.
       TOTAL-GERACAO.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           IF WS-CRITERIO = "A"
               MOVE "ANTIGO (MINIMO X 2)" TO CRITERIO-IMP
           ELSE
               MOVE "LOTE ECONOMICO" TO CRITERIO-IMP.
           MOVE WS-CUSTO-PEDIDO TO CUSTO-PED-IMP.
           MOVE WS-TAXA-ESTOCAGEM TO TAXA-IMP.
           MOVE WS-PRAZO-PADRAO TO PRAZO-PADRAO-IMP.
           WRITE REG-RELATO FROM LINHA-CRITERIO
               BEFORE ADVANCING 1 LINES.
           MOVE WS-ITENS-LISTADOS TO ITENS-GER-IMP.
           MOVE WS-QTDE-GERADOS TO GERADOS-IMP.
           WRITE REG-RELATO FROM LINHA-ITENS-GER
               BEFORE ADVANCING 1 LINES.
       VERIFICA-PEDIDO-ABERTO.
           MOVE "N" TO WS-TEM-ABERTO.
           MOVE LOW-VALUES TO PED-NUMERO.
       LER-VERIFICA-ABERTO.
           READ PEDCOM NEXT RECORD
               AT END GO TO FIM-VERIFICA-ABERTO.
           IF PED-CODIGO NOT = WS-CODIGO-BUSCA
                   OR PED-STATUS NOT = "ABERTO"
               GO TO LER-VERIFICA-ABERTO.
           IF WS-ORIGEM-BUSCA = "P" AND PED-ORIGEM = "P"
               MOVE "S" TO WS-TEM-ABERTO
               GO TO FIM-VERIFICA-ABERTO.
           IF WS-ORIGEM-BUSCA NOT = "P" AND PED-ORIGEM NOT = "P"
               MOVE "S" TO WS-TEM-ABERTO
               GO TO FIM-VERIFICA-ABERTO.
           GO TO LER-VERIFICA-ABERTO.
       GRAVA-PEDIDO.
           MOVE WS-PROX-NUMERO TO PED-NUMERO.
           MOVE CODIGO TO PED-CODIGO.
           MOVE WS-QTDE-PEDIR TO PED-QTDE.
           MOVE WS-DATA-HOJE TO PED-DATA-EMISSAO.
           MOVE ZEROS TO PED-DATA-RECEB.
           MOVE "ABERTO" TO PED-STATUS.
           MOVE ZEROS TO PED-FORNECEDOR PED-PRECO.
           MOVE "M" TO PED-ORIGEM.
           MOVE ZEROS TO PED-DV.
           WRITE REG-PEDCOM INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS-PED AT 1110
               CALL "LOGERRO" USING "PEDCOM" "GRAVACAO PEDCOM" FS-PED
               STOP RUN.
           CALL "GRAVADOC" USING "PEDCOM  " "PEDCOM  " PED-NUMERO
                   "EMISSAO ".
           ADD 1 TO WS-PROX-NUMERO.
           ADD 1 TO WS-QTDE-GERADOS.
      *    PRODUTOS DE REVENDA (ARQPRO): O DISPONIVEL DESCONTA AS
      *    RESERVAS ABERTAS E O PEDIDO JA SAI COM O FORNECEDOR DO
      *    PRODUTO (PED-ORIGEM "P")
       GERACAO-ARQPRO.
           MOVE "N" TO WS-RES-DISPONIVEL.
           OPEN INPUT RESERVA.
           IF FS-RES = "00"
               MOVE "S" TO WS-RES-DISPONIVEL
           ELSE
               CLOSE RESERVA.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO PRO-CHAVE.
           START ARQPRO KEY NOT LESS THAN PRO-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF.
           PERFORM GERA-UM-PRODUTO UNTIL WS-EOF = "S".
           IF WS-RES-DISPONIVEL = "S"
               CLOSE RESERVA.
       FIM-GERACAO-ARQPRO.
           EXIT.
       GERA-UM-PRODUTO.
           READ ARQPRO NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
               NOT AT END
                   IF PRO-QTDE-MINIMA > ZEROS
                       PERFORM AVALIA-PRODUTO THRU FIM-AVALIA-PRODUTO
                   END-IF
           END-READ.
       AVALIA-PRODUTO.
           PERFORM SOMA-RESERVADO THRU FIM-SOMA-RESERVADO.
           COMPUTE WS-DISPONIVEL = PRO-QUANTIDA-EST - WS-RESERVADO.
           IF WS-DISPONIVEL > PRO-QTDE-MINIMA
               GO TO FIM-AVALIA-PRODUTO.
           MOVE "P" TO WS-ORIGEM-BUSCA.
           MOVE PRO-CODIGO TO WS-CODIGO-BUSCA.
           PERFORM VERIFICA-PEDIDO-ABERTO THRU FIM-VERIFICA-ABERTO.
           IF WS-TEM-ABERTO = "S"
               GO TO FIM-AVALIA-PRODUTO.
           MOVE WS-PROX-NUMERO TO PED-NUMERO.
           MOVE PRO-CODIGO TO PED-CODIGO.
           MOVE PRO-DV TO PED-DV.
           COMPUTE PED-QTDE = (PRO-QTDE-MINIMA * 2) - WS-DISPONIVEL.
           MOVE WS-DATA-HOJE TO PED-DATA-EMISSAO.
           MOVE ZEROS TO PED-DATA-RECEB.
           MOVE "ABERTO" TO PED-STATUS.
           MOVE PRO-CODIGO-FORNE TO PED-FORNECEDOR.
           MOVE ZEROS TO PED-PRECO.
           MOVE "P" TO PED-ORIGEM.
           WRITE REG-PEDCOM INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS-PED AT 1110
               CALL "LOGERRO" USING "PEDCOM" "GRAVACAO PEDCOM" FS-PED
               STOP RUN.
           CALL "GRAVADOC" USING "PEDCOM  " "PEDCOM  " PED-NUMERO
                   "EMISSAO ".
           ADD 1 TO WS-PROX-NUMERO.
           ADD 1 TO WS-QTDE-GERADOS.
           IF SUG-QTD < 500
               ADD 1 TO SUG-QTD
               MOVE PRO-CODIGO-FORNE TO SUG-FORNECEDOR (SUG-QTD)
               MOVE PRO-CODIGO TO SUG-CODIGO (SUG-QTD)
               MOVE PRO-DV TO SUG-DV (SUG-QTD)
               MOVE PRO-NOME TO SUG-NOME (SUG-QTD)
               MOVE WS-DISPONIVEL TO SUG-DISPONIVEL (SUG-QTD)
               MOVE PRO-QTDE-MINIMA TO SUG-MINIMA (SUG-QTD)
               MOVE PED-QTDE TO SUG-QTDE (SUG-QTD)
               MOVE PED-NUMERO TO SUG-PEDIDO (SUG-QTD).
       FIM-AVALIA-PRODUTO.
           EXIT.
       SOMA-RESERVADO.
           MOVE ZEROS TO WS-RESERVADO.
           IF WS-RES-DISPONIVEL NOT = "S"
               GO TO FIM-SOMA-RESERVADO.
           MOVE LOW-VALUES TO RES-NUMERO.
           START RESERVA KEY NOT LESS THAN RES-NUMERO
               INVALID KEY GO TO FIM-SOMA-RESERVADO.
       LER-SOMA-RESERVADO.
           READ RESERVA NEXT RECORD
               AT END GO TO FIM-SOMA-RESERVADO.
           IF RES-CODIGO = PRO-CODIGO AND RES-STATUS = "A"
                   AND (RES-VALIDADE = ZEROS
                       OR RES-VALIDADE >= WS-DATA-HOJE)
               ADD RES-QTDE TO WS-RESERVADO.
           GO TO LER-SOMA-RESERVADO.
       FIM-SOMA-RESERVADO.
           EXIT.
       IMPRIME-SUGESTAO.
           IF SUG-QTD > 1
               PERFORM ORDENA-SUGESTAO THRU FIM-ORDENA-SUGESTAO.
           OPEN INPUT FORNECEDOR.
           IF FS-FORN = "00"
               MOVE "S" TO WS-FORN-DISPONIVEL
           ELSE
               MOVE "N" TO WS-FORN-DISPONIVEL
               CLOSE FORNECEDOR.
           OPEN OUTPUT RELATO.
           MOVE ZEROS TO CT-PAG.
           MOVE DIA TO DIA-CAB03.
           MOVE MES TO MES-CAB03.
           MOVE HOJE-ANO TO ANO-CAB03.
           PERFORM CABECALHO-SUGESTAO.
           PERFORM IMPRIME-UMA-SUGESTAO
               VARYING SUG-IDX FROM 1 BY 1 UNTIL SUG-IDX > SUG-QTD.
           PERFORM TOTAL-FORN-SUGESTAO.
           CLOSE RELATO.
           IF WS-FORN-DISPONIVEL = "S"
               CLOSE FORNECEDOR.
       FIM-IMPRIME-SUGESTAO.
           EXIT.
       IMPRIME-UMA-SUGESTAO.
           IF SUG-IDX > 1
                   AND SUG-FORNECEDOR (SUG-IDX) NOT = WS-FORN-ANT
               PERFORM TOTAL-FORN-SUGESTAO.
           IF SUG-IDX = 1
                   OR SUG-FORNECEDOR (SUG-IDX) NOT = WS-FORN-ANT
               PERFORM CABECALHO-FORN-SUGESTAO.
           MOVE SUG-CODIGO (SUG-IDX) TO SUG-CODIGO-DET.
           MOVE SUG-DV (SUG-IDX) TO SUG-DV-DET.
           MOVE SUG-NOME (SUG-IDX) TO SUG-NOME-DET.
           MOVE SUG-DISPONIVEL (SUG-IDX) TO SUG-DISP-DET.
           MOVE SUG-MINIMA (SUG-IDX) TO SUG-MIN-DET.
           MOVE SUG-QTDE (SUG-IDX) TO SUG-QTDE-DET.
           MOVE SUG-PEDIDO (SUG-IDX) TO SUG-PEDIDO-DET.
           WRITE REG-RELATO FROM DETALHE-SUG BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO-SUGESTAO.
           ADD 1 TO WS-ITENS-FORN.
           ADD SUG-QTDE (SUG-IDX) TO WS-UNID-FORN.
       CABECALHO-FORN-SUGESTAO.
           MOVE SUG-FORNECEDOR (SUG-IDX) TO WS-FORN-ANT SUG-FORN-IMP.
           MOVE ZEROS TO WS-ITENS-FORN WS-UNID-FORN.
           MOVE "** SEM CADASTRO **" TO SUG-FORN-NOME-IMP.
           IF WS-FORN-ANT = ZEROS
               MOVE "SEM FORNECEDOR" TO SUG-FORN-NOME-IMP.
           IF WS-FORN-DISPONIVEL = "S" AND WS-FORN-ANT > ZEROS
               MOVE WS-FORN-ANT TO FORN-CODIGO
               READ FORNECEDOR
                   NOT INVALID KEY
                       MOVE FORN-NOME TO SUG-FORN-NOME-IMP
               END-READ
           END-IF.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           WRITE REG-RELATO FROM LINHA-SUG-FORN BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO-SUGESTAO.
       TOTAL-FORN-SUGESTAO.
           MOVE WS-ITENS-FORN TO SUG-ITENS-IMP.
           MOVE WS-UNID-FORN TO SUG-UNID-IMP.
           WRITE REG-RELATO FROM LINHA-SUG-TOTAL
               BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO-SUGESTAO.
       ORDENA-SUGESTAO.
           MOVE "N" TO WS-TROCOU.
           PERFORM TROCA-SUGESTAO
               VARYING SUG-IDX FROM 1 BY 1 UNTIL SUG-IDX >= SUG-QTD.
           IF WS-TROCOU = "S"
               GO TO ORDENA-SUGESTAO.
       FIM-ORDENA-SUGESTAO.
           EXIT.
       TROCA-SUGESTAO.
           COMPUTE SUG-IDX-2 = SUG-IDX + 1.
           IF SUG-CHAVE (SUG-IDX-2) < SUG-CHAVE (SUG-IDX)
               MOVE TAB-SUG (SUG-IDX) TO SUG-TROCA
               MOVE TAB-SUG (SUG-IDX-2) TO TAB-SUG (SUG-IDX)
               MOVE SUG-TROCA TO TAB-SUG (SUG-IDX-2)
               MOVE "S" TO WS-TROCOU.
       CABECALHO-SUGESTAO.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB03.
           PERFORM CABECALHO-EMPRESA.
           WRITE REG-RELATO FROM CAB03 BEFORE ADVANCING 3 LINES.
           WRITE REG-RELATO FROM CAB04 BEFORE ADVANCING 2 LINES.
       LE-PEDIDO-INFORMADO.
           ACCEPT WS-NUMERO-BUSCA AT 1031.
           IF WS-NUMERO-BUSCA = ZEROS
           EXIT.
       IMPRESSAO.
           PERFORM LE-PEDIDO-INFORMADO THRU FIM-LE-PEDIDO.
           IF PED-ORIGEM = "P"
               GO TO IMPRESSAO-PRODUTO.
           MOVE PED-CODIGO TO CODIGO.
           READ ARQMAT INVALID KEY
               DISPLAY MSG-ERRO-4 AT 1110
               ACCEPT CONFIRMA AT 1138
               DISPLAY LIMPA-MENSAGEM AT 1110
               GO TO TELA-1.
           MOVE CODIGO TO CODIGO-DET.
           MOVE FD-NOME TO NOME-DET.
           MOVE FD-QTDE-ESTOQUE TO QTDE-EST-DET.
           MOVE FD-QTDE-MINIMA TO QTDE-MIN-DET.
           GO TO IMPRESSAO-PEDIDO.
       IMPRESSAO-PRODUTO.
           PERFORM LE-PRODUTO-PEDIDO THRU FIM-LE-PRODUTO-PEDIDO.
           IF WS-PRO-ACHOU NOT = "S"
               DISPLAY MSG-ERRO-4 AT 1110
               ACCEPT CONFIRMA AT 1138
               DISPLAY LIMPA-MENSAGEM AT 1110
               GO TO TELA-1.
           MOVE PRO-CHAVE TO CODIGO-DET.
           MOVE PRO-NOME TO NOME-DET.
           MOVE PRO-QUANTIDA-EST TO QTDE-EST-DET.
           MOVE PRO-QTDE-MINIMA TO QTDE-MIN-DET.
       IMPRESSAO-PEDIDO.
           OPEN OUTPUT RELATO.
           MOVE ZEROS TO CT-PAG.
           PERFORM CABECALHO.
               END-IF
               CLOSE FORNECEDOR
           END-IF.
           MOVE PED-QTDE TO QTDE-PED-DET.
           WRITE REG-RELATO FROM DETALHE BEFORE ADVANCING 2 LINES.
           MOVE PED-STATUS TO STATUS-ROD.
           MOVE PED-DATA-EMISSAO TO EMISSAO-ROD.
           ACCEPT CONFIRMA AT 1126.
           DISPLAY LIMPA-MENSAGEM AT 1110.
           GO TO TELA-1.
       LE-PRODUTO-PEDIDO.
           MOVE "N" TO WS-PRO-ACHOU.
           IF WS-PRO-DISPONIVEL NOT = "S"
               GO TO FIM-LE-PRODUTO-PEDIDO.
           MOVE PED-CODIGO TO PRO-CODIGO.
           MOVE PED-DV TO PRO-DV.
           READ ARQPRO INVALID KEY
               GO TO FIM-LE-PRODUTO-PEDIDO.
           MOVE "S" TO WS-PRO-ACHOU.
       FIM-LE-PRODUTO-PEDIDO.
           EXIT.
       CABECALHO.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE MES TO MES-CAB01.
           MOVE HOJE-ANO TO ANO-CAB01.
           MOVE PED-NUMERO TO NUMERO-CAB01.
           PERFORM CABECALHO-EMPRESA.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 3 LINES.
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
       RECEBIMENTO.
           PERFORM LE-PEDIDO-INFORMADO THRU FIM-LE-PEDIDO.
           IF PED-STATUS NOT = "ABERTO"
               ACCEPT CONFIRMA AT 1133
               DISPLAY LIMPA-MENSAGEM AT 1110
               GO TO TELA-1.
           IF PED-ORIGEM = "P"
               GO TO RECEBIMENTO-PRODUTO.
           MOVE PED-CODIGO TO CODIGO.
           READ ARQMAT INVALID KEY
               DISPLAY MSG-ERRO-4 AT 1110
           DISPLAY "DEPOSITO DE ENTRADA (01/02):" AT 1110.
           ACCEPT WS-DEPOSITO AT 1139.
           DISPLAY LIMPA-MENSAGEM AT 1110.
           IF WS-DEPOSITO = ZEROS AND EMP-ACHOU = "S"
               MOVE EMP-DEPOSITO TO WS-DEPOSITO.
           IF WS-DEPOSITO = ZEROS
               GO TO ROT-DEPOSITO-RECEB.
           PERFORM PEDE-PRECO-ENTRADA THRU FIM-PEDE-PRECO-ENTRADA.
           ADD PED-QTDE TO FD-QTDE-ESTOQUE.
           IF WS-PRECO-ENTRADA > ZEROS AND FD-QTDE-ESTOQUE > ZEROS
               COMPUTE FD-VALOR-UNIT ROUNDED =
               CALL "LOGERRO" USING "PEDCOM" "RECEBIMENTO PEDCOM"
                       FS-PED
               STOP RUN.
           CALL "GRAVADOC" USING "PEDCOM  " "PEDCOM  " PED-NUMERO
                   "RECEBIM ".
           PERFORM GERA-CONTAS-PAGAR THRU FIM-GERA-PAGAR.
           DISPLAY "RECEBIMENTO LANCADO NO ESTOQUE" AT 1110.
           ACCEPT CONFIRMA AT 1141.
           DISPLAY LIMPA-MENSAGEM AT 1110.
           GO TO TELA-1.
      *    PEDIDO DE PRODUTO DE REVENDA: A ENTRADA VAI PARA O ARQPRO.
      *    O FD-VALOR-UNIT DO ARQPRO E PRECO DE VENDA E NAO E MEXIDO;
      *    O CUSTO MEDIO FICA NO CUSTOHIS (ULTIMA MEDIA DO CODIGO)
       RECEBIMENTO-PRODUTO.
           PERFORM LE-PRODUTO-PEDIDO THRU FIM-LE-PRODUTO-PEDIDO.
           IF WS-PRO-ACHOU NOT = "S"
               DISPLAY MSG-ERRO-4 AT 1110
               ACCEPT CONFIRMA AT 1138
               DISPLAY LIMPA-MENSAGEM AT 1110
               GO TO TELA-1.
           PERFORM VERIFICA-NOTA THRU FIM-VERIFICA-NOTA.
           IF WS-NFE-OK NOT = "S"
               DISPLAY "NOTA FISCAL NAO LIBERADA (NOTAFISC)" AT 1110
               ACCEPT CONFIRMA AT 1146
               DISPLAY LIMPA-MENSAGEM AT 1110
               GO TO TELA-1.
           PERFORM BUSCA-CUSTO-PRODUTO THRU FIM-BUSCA-CUSTO-PRODUTO.
           MOVE PRO-QUANTIDA-EST TO OLD-QTDE-PRO.
           PERFORM PEDE-PRECO-ENTRADA THRU FIM-PEDE-PRECO-ENTRADA.
           IF WS-PRECO-ENTRADA = ZEROS AND OLD-VALOR-UNIT > ZEROS
               MOVE OLD-VALOR-UNIT TO WS-PRECO-ENTRADA.
           IF WS-ACHOU-CUSTO = "N"
               MOVE WS-PRECO-ENTRADA TO OLD-VALOR-UNIT.
           ADD PED-QTDE TO PRO-QUANTIDA-EST.
           IF WS-PRECO-ENTRADA > ZEROS AND PRO-QUANTIDA-EST > ZEROS
               COMPUTE WS-MEDIA-NOVA ROUNDED =
                   ((OLD-QTDE-PRO * OLD-VALOR-UNIT)
                   + (PED-QTDE * WS-PRECO-ENTRADA))
                   / PRO-QUANTIDA-EST
               PERFORM GRAVA-CUSTOHIS-PRODUTO
           END-IF.
           COMPUTE PRO-VALOR-TOT = PRO-QUANTIDA-EST * PRO-VALOR-UNIT.
           REWRITE REG-ARQPRO INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS-PRO AT 1110
               CALL "LOGERRO" USING "PEDCOM" "RECEBIMENTO ARQPRO"
                       FS-PRO
               STOP RUN.
           IF PRO-SERIALIZADO = "S"
               PERFORM CAPTURA-SERIES THRU FIM-CAPTURA-SERIES.
           MOVE "RECEBIDO" TO PED-STATUS.
           MOVE WS-DATA-HOJE TO PED-DATA-RECEB.
           REWRITE REG-PEDCOM INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS-PED AT 1110
               CALL "LOGERRO" USING "PEDCOM" "RECEBIMENTO PEDCOM"
                       FS-PED
               STOP RUN.
           CALL "GRAVADOC" USING "PEDCOM  " "PEDCOM  " PED-NUMERO
                   "RECEBIM ".
           PERFORM GERA-CONTAS-PAGAR THRU FIM-GERA-PAGAR.
           DISPLAY "RECEBIMENTO LANCADO NO ARQPRO" AT 1110.
           ACCEPT CONFIRMA AT 1140.
           DISPLAY LIMPA-MENSAGEM AT 1110.
           GO TO TELA-1.
      *    NOTA COM CUSTO APURADO NO NOTAFISC (PRECO + DESPESAS
      *    RATEADAS) DISPENSA A DIGITACAO DO PRECO DA COMPRA
       PEDE-PRECO-ENTRADA.
           IF WS-CUSTO-NOTA > ZEROS
               MOVE WS-CUSTO-NOTA TO WS-PRECO-ENTRADA
               DISPLAY "CUSTO UNITARIO DA NOTA C/ DESPESAS:" AT 1110
               DISPLAY WS-PRECO-ENTRADA AT 1146
               ACCEPT CONFIRMA AT 1158
               DISPLAY LIMPA-MENSAGEM AT 1110
               GO TO FIM-PEDE-PRECO-ENTRADA.
           DISPLAY "PRECO UNITARIO DA COMPRA (0=MANTER):" AT 1110.
           ACCEPT WS-PRECO-ENTRADA AT 1147.
           DISPLAY LIMPA-MENSAGEM AT 1110.
           IF WS-PRECO-ENTRADA = ZEROS AND PED-PRECO > ZEROS
               MOVE PED-PRECO TO WS-PRECO-ENTRADA.
       FIM-PEDE-PRECO-ENTRADA.
           EXIT.
       BUSCA-CUSTO-PRODUTO.
           MOVE "N" TO WS-ACHOU-CUSTO.
           MOVE ZEROS TO OLD-VALOR-UNIT.
           CLOSE CUSTOHIS.
           OPEN INPUT CUSTOHIS.
           IF FS-CUS NOT = "00"
               OPEN EXTEND CUSTOHIS
               GO TO FIM-BUSCA-CUSTO-PRODUTO.
       LER-CUSTO-PRODUTO.
           READ CUSTOHIS AT END
               CLOSE CUSTOHIS
               OPEN EXTEND CUSTOHIS
               GO TO FIM-BUSCA-CUSTO-PRODUTO.
           IF CUS-CODIGO = PRO-CODIGO
               MOVE CUS-MEDIA-NOVA TO OLD-VALOR-UNIT
               MOVE "S" TO WS-ACHOU-CUSTO.
           GO TO LER-CUSTO-PRODUTO.
       FIM-BUSCA-CUSTO-PRODUTO.
           EXIT.
       GRAVA-CUSTOHIS-PRODUTO.
           MOVE WS-DATA-HOJE TO CUS-DATA.
           MOVE PRO-CODIGO TO CUS-CODIGO.
           MOVE PED-QTDE TO CUS-QTDE-ENTRADA.
           MOVE WS-PRECO-ENTRADA TO CUS-PRECO-ENTRADA.
           MOVE OLD-VALOR-UNIT TO CUS-MEDIA-ANTIGA.
           MOVE WS-MEDIA-NOVA TO CUS-MEDIA-NOVA.
           WRITE REG-CUSTOHIS.
       CAPTURA-SERIES.
           OPEN I-O SERIAIS.
           IF FS-SER NOT = "00"
               IF FS-SER = "35"
                   CLOSE SERIAIS OPEN OUTPUT SERIAIS CLOSE SERIAIS
                   OPEN I-O SERIAIS
               ELSE
                   DISPLAY FS-SER "STATUS DO ARQUIVO SERIAIS" AT 1110
                   CALL "LOGERRO" USING "PEDCOM" "ABERTURA SERIAIS"
                           FS-SER
                   STOP RUN
           END-IF.
           MOVE ZEROS TO WS-SER-IDX.
       PEDE-SERIE.
           IF WS-SER-IDX >= PED-QTDE
               DISPLAY LIMPA-MENSAGEM AT 1110
               CLOSE SERIAIS
               GO TO FIM-CAPTURA-SERIES.
           ADD 1 TO WS-SER-IDX.
           DISPLAY LIMPA-MENSAGEM AT 1110.
           DISPLAY "SERIE DA UNIDADE" AT 1110.
           DISPLAY WS-SER-IDX AT 1127.
           DISPLAY ":" AT 1131.
           ACCEPT WS-SERIE AT 1133.
           IF WS-SERIE = SPACES
               SUBTRACT 1 FROM WS-SER-IDX
               GO TO PEDE-SERIE.
           MOVE WS-SERIE TO SER-SERIE.
           READ SERIAIS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "SERIE JA CADASTRADA" AT 1110
                   ACCEPT CONFIRMA AT 1131
                   SUBTRACT 1 FROM WS-SER-IDX
                   GO TO PEDE-SERIE
           END-READ.
           MOVE WS-SERIE TO SER-SERIE.
           MOVE PRO-CODIGO TO SER-CODIGO.
           MOVE PRO-DV TO SER-DV.
           MOVE "E" TO SER-STATUS.
           MOVE WS-DATA-HOJE TO SER-DATA-ENTRADA.
           MOVE ZEROS TO SER-VENDA SER-DATA-VENDA.
           WRITE REG-SERIAIS INVALID KEY
               DISPLAY "ERRO DE GRAVACAO SERIAIS" FS-SER AT 1110
               CALL "LOGERRO" USING "PEDCOM" "GRAVACAO SERIAIS"
                       FS-SER
               STOP RUN.
           GO TO PEDE-SERIE.
       FIM-CAPTURA-SERIES.
           EXIT.
       VERIFICA-NOTA.
           MOVE "S" TO WS-NFE-OK.
           MOVE ZEROS TO WS-CUSTO-NOTA.
           OPEN INPUT NFENTRADA.
           IF FS-NFE NOT = "00"
               CLOSE NFENTRADA
                   IF NFE-STATUS NOT = "A"
                       MOVE "N" TO WS-NFE-OK
                   ELSE
                       MOVE NFE-CUSTO-UNIT TO WS-CUSTO-NOTA
                       IF NFE-QTDE-CONTADA > ZEROS
                               AND NFE-QTDE-CONTADA NOT = PED-QTDE
                           MOVE NFE-QTDE-CONTADA TO PED-QTDE
           IF WS-PRECO-ENTRADA > ZEROS
               COMPUTE WS-VALOR-PEDIDO = PED-QTDE * WS-PRECO-ENTRADA
           ELSE
               IF PED-ORIGEM = "P"
                   MOVE ZEROS TO WS-VALOR-PEDIDO
               ELSE
                   COMPUTE WS-VALOR-PEDIDO = PED-QTDE * FD-VALOR-UNIT.
           IF WS-VALOR-PEDIDO = ZEROS
               GO TO FIM-GERA-PAGAR.
           PERFORM MONTA-PRAZOS THRU FIM-MONTA-PRAZOS.
           END-IF.
       FIM-CALCULA-VENC.
           EXIT.
      *    PARAMETROS DO LOTE ECONOMICO - REGISTRO UNICO NO PEDCFG;
      *    SEM O ARQUIVO VALEM OS PADROES DO WORKING-STORAGE
       LE-CONFIG.
           OPEN INPUT PEDCFG.
           IF FS-CFG NOT = "00"
               CLOSE PEDCFG
               GO TO FIM-LE-CONFIG.
           READ PEDCFG AT END
               CLOSE PEDCFG
               GO TO FIM-LE-CONFIG.
           IF CFG-CUSTO-PEDIDO NUMERIC
               MOVE CFG-CUSTO-PEDIDO TO WS-CUSTO-PEDIDO.
           IF CFG-TAXA-ESTOCAGEM NUMERIC
               MOVE CFG-TAXA-ESTOCAGEM TO WS-TAXA-ESTOCAGEM.
           IF CFG-PRAZO-PADRAO NUMERIC
               MOVE CFG-PRAZO-PADRAO TO WS-PRAZO-PADRAO.
           IF CFG-CRITERIO = "A" OR "E"
               MOVE CFG-CRITERIO TO WS-CRITERIO.
           CLOSE PEDCFG.
       FIM-LE-CONFIG.
           EXIT.
       CONFIGURACAO.
           MOVE 3 TO WS-NIVEL-EXIGIDO.
           CALL "AUTORIZA" USING "PEDCOM" WS-OPERADOR
                   WS-NIVEL-EXIGIDO WS-AUTORIZADO.
           IF WS-AUTORIZADO NOT = "S"
               DISPLAY "SO SUPERVISOR ALTERA OS PARAMETROS" AT 1110
               ACCEPT CONFIRMA AT 1146
               DISPLAY LIMPA-MENSAGEM AT 1110
               GO TO TELA-1.
           DISPLAY "CUSTO POR PEDIDO.....:" AT 1310.
           DISPLAY WS-CUSTO-PEDIDO AT 1333.
           DISPLAY "TAXA ESTOCAGEM % ANO.:" AT 1410.
           DISPLAY WS-TAXA-ESTOCAGEM AT 1433.
           DISPLAY "PRAZO PADRAO (DIAS)..:" AT 1510.
           DISPLAY WS-PRAZO-PADRAO AT 1533.
           DISPLAY "CRITERIO (E-LOTE ECONOMICO A-ANTIGO):" AT 1610.
           DISPLAY WS-CRITERIO AT 1648.
           MOVE WS-CUSTO-PEDIDO TO CFG-CUSTO-PEDIDO.
           MOVE WS-TAXA-ESTOCAGEM TO CFG-TAXA-ESTOCAGEM.
           MOVE WS-PRAZO-PADRAO TO CFG-PRAZO-PADRAO.
           MOVE WS-CRITERIO TO CFG-CRITERIO.
           ACCEPT CFG-CUSTO-PEDIDO AT 1333.
           ACCEPT CFG-TAXA-ESTOCAGEM AT 1433.
           ACCEPT CFG-PRAZO-PADRAO AT 1533.
       PEDE-CRITERIO.
           ACCEPT CFG-CRITERIO AT 1648.
           IF CFG-CRITERIO NOT = "A" AND NOT = "E"
               GO TO PEDE-CRITERIO.
           OPEN OUTPUT PEDCFG.
           WRITE REG-PEDCFG.
           CLOSE PEDCFG.
           MOVE CFG-CUSTO-PEDIDO TO WS-CUSTO-PEDIDO.
           MOVE CFG-TAXA-ESTOCAGEM TO WS-TAXA-ESTOCAGEM.
           MOVE CFG-PRAZO-PADRAO TO WS-PRAZO-PADRAO.
           MOVE CFG-CRITERIO TO WS-CRITERIO.
           DISPLAY "PARAMETROS GRAVADOS" AT 1110.
           ACCEPT CONFIRMA AT 1131.
           GO TO TELA-1.
       CANCELAMENTO.
           PERFORM LE-PEDIDO-INFORMADO THRU FIM-LE-PEDIDO.
           IF PED-STATUS NOT = "ABERTO"
       FIM.
           DISPLAY "FIM DO PROCESSAMENTO " AT 1110.
           CLOSE ARQMAT PEDCOM LOGMAT MOVEST CUSTOHIS SALDEP.
           IF WS-PRO-DISPONIVEL = "S"
               CLOSE ARQPRO.
           STOP RUN.
           END PROGRAM PEDCOM.
