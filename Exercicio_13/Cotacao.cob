      *           IMPRIME O COMPARATIVO MARCANDO O VENCEDOR (MENOR
      *           PRECO) E APLICA O FORNECEDOR E O PRECO VENCEDORES
      *           NO PEDIDO EMITIDO
      * Alteracoes:
      * 15/10/2026 - RODADA NOVA E PREENCHIDA COM AS ENTRADAS VIGENTES
      *              DO CATALOGO DE PRECOS DOS FORNECEDORES (ARQUIVO
      *              CATALOGO) QUE ATENDEM A QUANTIDADE DO PEDIDO;
      *              A RODADA PASSA A TER ATE NOVE COTACOES.
      * 15/10/2026 - PEDIDO DE PRODUTO DO ARQPRO (PED-ORIGEM "P") NAO
      *              E PREENCHIDO PELO CATALOGO, QUE E DE ITENS DO
      *              ARQMAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COTACAO.
           ACCESS MODE      DYNAMIC
           RECORD KEY       FORN-CODIGO
           FILE STATUS      FS-FORN.
           SELECT CATALOGO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       CAT-CHAVE
           ALTERNATE RECORD KEY IS CAT-CODIGO
                   WITH DUPLICATES
           FILE STATUS      FS-CAT.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
           02 PED-STATUS        PIC X(09).
           02 PED-FORNECEDOR    PIC 9(03).
           02 PED-PRECO         PIC 9(07)V99.
           02 PED-ORIGEM        PIC X(01).
           02 PED-DV            PIC 9(01).
       FD  FORNECEDOR LABEL RECORD STANDARD
           VALUE OF FILE-ID "FORNECEDOR".
       01  REG-FORNECEDOR.
           02 FORN-UF           PIC X(02).
           02 FORN-TELEFONE     PIC X(11).
           02 FORN-COND-PAGTO   PIC X(15).
           02 FORN-BANCO        PIC 9(03).
           02 FORN-AGENCIA      PIC 9(05).
           02 FORN-CONTA-CORR   PIC X(12).
       FD  CATALOGO LABEL RECORD STANDARD
           VALUE OF FILE-ID "CATALOGO".
       01  REG-CATALOGO.
           02 CAT-CHAVE.
               03 CAT-FORNECEDOR PIC 9(03).
               03 CAT-CODIGO    PIC 9(05).
           02 CAT-PRECO         PIC 9(07)V99.
           02 CAT-QTDE-MINIMA   PIC 9(04).
           02 CAT-PRAZO-DIAS    PIC 9(03).
           02 CAT-VIGENCIA-INI  PIC 9(08).
           02 CAT-VIGENCIA-FIM  PIC 9(08).
           02 CAT-PRECO-ANT     PIC 9(07)V99.
           02 CAT-DATA-ALTER    PIC 9(08).
           02 CAT-OPERADOR      PIC X(03).
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-EOF               PIC X(01) VALUE "N".
       77  WS-PEDIDO            PIC 9(06) VALUE ZEROS.
       77  WS-SEQ               PIC 9(02) VALUE ZEROS.
       77  WS-PEDIDO-ANT        PIC 9(06) VALUE ZEROS.
       77  WS-TEM-COTACAO       PIC X(01) VALUE "N".
       77  WS-MENOR-PRECO       PIC 9(07)V99 VALUE ZEROS.
           02 WS-PEDIDO-SALVO   PIC 9(06) VALUE ZEROS.
           02 WS-SEQ-SALVA      PIC 9(01) VALUE ZEROS.
       77  WS-COT-EXISTE        PIC X(01) VALUE "N".
       77  FS-CAT               PIC X(02) VALUE SPACES.
       77  WS-CAT-DISPONIVEL    PIC X(01) VALUE "N".
       77  WS-PREENCHIDAS       PIC 9(02) VALUE ZEROS.
       01  WS-DATA.
           02 ANO               PIC 9(02) VALUE ZEROS.
           02 MES               PIC 9(02) VALUE ZEROS.
                       FS-FORN
               CLOSE COTACAO PEDCOM
               STOP RUN.
           OPEN INPUT CATALOGO.
           IF FS-CAT = "00"
               MOVE "S" TO WS-CAT-DISPONIVEL
           ELSE
               MOVE "N" TO WS-CAT-DISPONIVEL
               CLOSE CATALOGO.
       TELA-1.
           DISPLAY TELA1.
           ACCEPT WS-DATA FROM DATE.
               ACCEPT CONFIRMA AT 1133
               DISPLAY LIMPA-MENSAGEM AT 1110
               GO TO TELA-1.
           PERFORM PREENCHE-CATALOGO THRU FIM-PREENCHE-CATALOGO.
           IF WS-PREENCHIDAS > ZEROS
               DISPLAY WS-PREENCHIDAS AT 1110
               DISPLAY "COTACOES TRAZIDAS DO CATALOGO" AT 1113
               ACCEPT CONFIRMA AT 1143
               DISPLAY LIMPA-MENSAGEM AT 1110.
       PEDE-SEQ.
           DISPLAY "COTACAO (1-9, 0=ENCERRA):" AT 1110.
           ACCEPT WS-SEQ AT 1136.
           DISPLAY LIMPA-MENSAGEM AT 1110.
           IF WS-SEQ = ZEROS
               GO TO TELA-1.
           IF WS-SEQ > 9
               GO TO PEDE-SEQ.
       PEDE-FORNECEDOR.
           DISPLAY "FORNECEDOR:" AT 1110.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           DISPLAY LIMPA-MENSAGEM AT 1310.
           GO TO PEDE-SEQ.
      *
      *    RODADA NOVA (PEDIDO AINDA SEM COTACAO) COMECA COM AS
      *    ENTRADAS DO CATALOGO VIGENTES HOJE PARA O ITEM DO PEDIDO;
      *    O CATALOGO E DE ITENS DO ARQMAT, PEDIDO DE PRODUTO (ORIGEM
      *    "P", CODIGO DO ARQPRO) NAO E PREENCHIDO
      *
       PREENCHE-CATALOGO.
           MOVE ZEROS TO WS-PREENCHIDAS.
           IF WS-CAT-DISPONIVEL NOT = "S"
               GO TO FIM-PREENCHE-CATALOGO.
           IF PED-ORIGEM = "P"
               GO TO FIM-PREENCHE-CATALOGO.
           MOVE WS-PEDIDO TO COT-PEDIDO.
           MOVE ZEROS TO COT-SEQ.
           START COTACAO KEY NOT LESS THAN COT-CHAVE
               INVALID KEY GO TO BUSCA-CATALOGO.
           READ COTACAO NEXT RECORD
               AT END GO TO BUSCA-CATALOGO.
           IF COT-PEDIDO = WS-PEDIDO
               GO TO FIM-PREENCHE-CATALOGO.
       BUSCA-CATALOGO.
           MOVE PED-CODIGO TO CAT-CODIGO.
           START CATALOGO KEY IS EQUAL TO CAT-CODIGO
               INVALID KEY GO TO FIM-PREENCHE-CATALOGO.
       LER-CATALOGO.
           IF WS-PREENCHIDAS > 8
               GO TO FIM-PREENCHE-CATALOGO.
           READ CATALOGO NEXT RECORD
               AT END GO TO FIM-PREENCHE-CATALOGO.
           IF CAT-CODIGO NOT = PED-CODIGO
               GO TO FIM-PREENCHE-CATALOGO.
           IF CAT-VIGENCIA-INI > WS-DATA-HOJE
               GO TO LER-CATALOGO.
           IF CAT-VIGENCIA-FIM NOT = ZEROS
                   AND CAT-VIGENCIA-FIM < WS-DATA-HOJE
               GO TO LER-CATALOGO.
           IF CAT-QTDE-MINIMA > PED-QTDE
               GO TO LER-CATALOGO.
           ADD 1 TO WS-PREENCHIDAS.
           MOVE WS-PEDIDO TO COT-PEDIDO.
           MOVE WS-PREENCHIDAS TO COT-SEQ.
           MOVE CAT-FORNECEDOR TO COT-FORNECEDOR.
           MOVE CAT-PRECO TO COT-PRECO.
           MOVE CAT-PRAZO-DIAS TO COT-PRAZO-DIAS.
           MOVE "N" TO COT-VENCEDOR.
           WRITE REG-COTACAO INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS-COT AT 1110
               CALL "LOGERRO" USING "COTACAO" "CATALOGO COTACAO"
                       FS-COT
               STOP RUN.
           GO TO LER-CATALOGO.
       FIM-PREENCHE-CATALOGO.
           EXIT.
       COMPARATIVO.
           MOVE ZEROS TO CT-PAG.
           OPEN OUTPUT RELATO.
               GO TO FIM-MARCA-VENCEDOR.
           MOVE 1 TO WS-SEQ.
       MARCA-UMA-SEQ.
           IF WS-SEQ > 9
               GO TO FIM-MARCA-VENCEDOR.
           MOVE WS-PEDIDO-ANT TO COT-PEDIDO.
           MOVE WS-SEQ TO COT-SEQ.
           MOVE 1 TO WS-SEQ.
           MOVE ZEROS TO WS-SEQ-VENCEDORA.
       BUSCA-VENCEDORA.
           IF WS-SEQ > 9
               GO TO TESTA-VENCEDORA.
           MOVE WS-PEDIDO TO COT-PEDIDO.
           MOVE WS-SEQ TO COT-SEQ.
       FIM.
           DISPLAY "FIM DO PROCESSAMENTO " AT 1110.
           CLOSE COTACAO PEDCOM FORNECEDOR.
           IF WS-CAT-DISPONIVEL = "S"
               CLOSE CATALOGO.
           STOP RUN.
           END PROGRAM COTACAO.
