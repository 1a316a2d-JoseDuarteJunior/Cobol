      *           ARQUIVO DE LOTE MOVLOTE, BUSCA O ENDERECO DE CADA
      *           ITEM NO CADASTRO LOCALIZA E IMPRIME A LISTA POR
      *           DEPOSITO NA SEQUENCIA DE CAMINHADA DO SEPARADOR
      * Alteracoes:
      * 15/10/2026 - COLUNA LOTE COM O LOTE A SEPARAR (O INFORMADO NA
      *              LINHA OU O DE VALIDADE MAIS PROXIMA - FEFO),
      *              IGNORANDO LOTES EM QUARENTENA OU BLOQUEADOS; LINHA
      *              QUE INFORMA UM LOTE RETIDO SAI DA LISTA E E CONTADA
      *              NO RESUMO.
      * 15/10/2026 - LOCALIZA E LOTES CONTROLADOS POR INDICADOR DE
      *              ABERTURA: ITEM SEM LOCALIZACAO OU SEM LOTE NAO
      *              DESLIGA A CONSULTA DOS ITENS SEGUINTES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEPARA.
           ACCESS MODE      DYNAMIC
           RECORD KEY       LOC-CHAVE
           FILE STATUS      FS-LOC.
           SELECT LOTES ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       LTE-CHAVE
           FILE STATUS      FS-LTE.
           SELECT ARQMAT ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           02 LOC-PRATELEIRA    PIC X(03).
           02 LOC-GAVETA        PIC X(04).
           02 LOC-SEQUENCIA     PIC 9(04).
       FD  LOTES LABEL RECORD STANDARD
           VALUE OF FILE-ID "LOTES".
       01  REG-LOTES.
           02 LTE-CHAVE.
               03 LTE-CODIGO    PIC 9(05).
               03 LTE-LOTE      PIC X(10).
           02 LTE-VALIDADE      PIC 9(08).
           02 LTE-QTDE          PIC S9(04).
      *    SITUACAO DO LOTE: L-LIVRE  Q-QUARENTENA  B-BLOQUEADO
           02 LTE-SITUACAO      PIC X(01).
           02 LTE-MOTIVO        PIC X(30).
           02 LTE-DATA-SITUACAO PIC 9(08).
           02 LTE-OPER-SITUACAO PIC X(03).
           02 LTE-FORNECEDOR    PIC 9(03).
           02 LTE-DATA-ENTRADA  PIC 9(08).
       FD  ARQMAT LABEL RECORD STANDARD
           VALUE OF FILE-ID "ARQMAT".
       01  REG-ARQMAT.
           02 SOR-CORREDOR      PIC X(03).
           02 SOR-PRATELEIRA    PIC X(03).
           02 SOR-GAVETA        PIC X(04).
           02 SOR-LOTE          PIC X(10).
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  FS-LOT               PIC X(02) VALUE SPACES.
       77  FS-LOC               PIC X(02) VALUE SPACES.
       77  FS-LTE               PIC X(02) VALUE SPACES.
       77  FS                   PIC X(02) VALUE SPACES.
       77  ST                   PIC 9(02) VALUE ZEROS.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  WS-DEPOSITO-ANT      PIC 9(02) VALUE ZEROS.
       77  WS-TEM-LINHA         PIC X(01) VALUE "N".
       77  WS-LINHAS            PIC 9(05) VALUE ZEROS.
       77  WS-RETIDAS           PIC 9(05) VALUE ZEROS.
       77  WS-EOF-LTE           PIC X(01) VALUE "N".
       77  WS-LOC-DISPONIVEL    PIC X(01) VALUE "N".
       77  WS-LTE-DISPONIVEL    PIC X(01) VALUE "N".
       77  WS-FEFO-LOTE         PIC X(10) VALUE SPACES.
       77  WS-FEFO-VALIDADE     PIC 9(08) VALUE ZEROS.
       01  WS-DATA-SISTEMA.
           02 ANO               PIC 9(02) VALUE ZEROS.
           02 MES               PIC 9(02) VALUE ZEROS.
           02 FILLER  PIC X(32) VALUE "NOME".
           02 FILLER  PIC X(06) VALUE "QTDE".
           02 FILLER  PIC X(10) VALUE "DOCUMENTO".
           02 FILLER  PIC X(12) VALUE "LOTE".
           02 FILLER  PIC X(09) VALUE "SEPARADO".
       01  LINHA-DEPOSITO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 QTDE-DET          PIC ZZZ9  VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 DOCUMENTO-DET     PIC X(08) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 LOTE-DET          PIC X(10) VALUE SPACES.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 FILLER            PIC X(05) VALUE "(   )".
       01  LINHA-RESUMO.
           02 FILLER            PIC X(26)
           VALUE "LINHAS DE SEPARACAO......:".
           02 VALOR-RESUMO      PIC ZZZZ9 VALUE ZEROS.
       01  LINHA-RETIDAS.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(26)
           VALUE "LINHAS COM LOTE RETIDO...:".
           02 VALOR-RETIDAS     PIC ZZZZ9 VALUE ZEROS.
       SCREEN SECTION.
       01  TELA.
           02 BLANK SCREEN.
               CALL "LOGERRO" USING "SEPARA" "ABERTURA MOVLOTE"
                       FS-LOT
               STOP RUN.
           MOVE "N" TO WS-LOC-DISPONIVEL WS-LTE-DISPONIVEL.
           OPEN INPUT LOCALIZA.
           IF FS-LOC = "00"
               MOVE "S" TO WS-LOC-DISPONIVEL.
           OPEN INPUT LOTES.
           IF FS-LTE = "00"
               MOVE "S" TO WS-LTE-DISPONIVEL.
       LER-ENTRADA.
           READ MOVLOTE AT END
               CLOSE MOVLOTE
               IF WS-LOC-DISPONIVEL = "S"
                   CLOSE LOCALIZA
               END-IF
               IF WS-LTE-DISPONIVEL = "S"
                   CLOSE LOTES
               END-IF
               GO TO FIM-ENTRADA.
           IF LOT-TIPO NOT = "S"
               GO TO LER-ENTRADA.
           MOVE SPACES TO SOR-LOTE.
           IF WS-LTE-DISPONIVEL = "S"
               PERFORM ESCOLHE-LOTE THRU FIM-ESCOLHE-LOTE
               IF SOR-LOTE = "RETIDO"
                   ADD 1 TO WS-RETIDAS
                   GO TO LER-ENTRADA
               END-IF
           END-IF.
           MOVE LOT-DEPOSITO TO SOR-DEPOSITO.
           MOVE LOT-CODIGO TO SOR-CODIGO.
           MOVE LOT-QTDE TO SOR-QTDE.
           MOVE LOT-DOCUMENTO TO SOR-DOCUMENTO.
           MOVE 9999 TO SOR-SEQUENCIA.
           MOVE SPACES TO SOR-CORREDOR SOR-PRATELEIRA SOR-GAVETA.
           IF WS-LOC-DISPONIVEL = "S"
               MOVE LOT-CODIGO TO LOC-CODIGO
               MOVE LOT-DEPOSITO TO LOC-DEPOSITO
               READ LOCALIZA
               CLOSE MOVLOTE
               STOP RUN.
           GO TO LER-ENTRADA.
      *    LOTE INFORMADO NA LINHA, SE LIVRE; SENAO O DE VALIDADE MAIS
      *    PROXIMA COM SALDO, FORA OS LOTES EM QUARENTENA/BLOQUEADOS
       ESCOLHE-LOTE.
           IF LOT-LOTE = SPACES
               GO TO BUSCA-LOTE-FEFO.
           MOVE LOT-CODIGO TO LTE-CODIGO.
           MOVE LOT-LOTE TO LTE-LOTE.
           READ LOTES INVALID KEY
               GO TO BUSCA-LOTE-FEFO.
           IF LTE-SITUACAO = "Q" OR "B"
               MOVE "RETIDO" TO SOR-LOTE
               GO TO FIM-ESCOLHE-LOTE.
           MOVE LOT-LOTE TO SOR-LOTE.
           GO TO FIM-ESCOLHE-LOTE.
       BUSCA-LOTE-FEFO.
           MOVE SPACES TO WS-FEFO-LOTE.
           MOVE 99999999 TO WS-FEFO-VALIDADE.
           MOVE "N" TO WS-EOF-LTE.
           MOVE LOT-CODIGO TO LTE-CODIGO.
           MOVE LOW-VALUES TO LTE-LOTE.
           START LOTES KEY NOT LESS THAN LTE-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF-LTE.
       LER-BUSCA-FEFO.
           IF WS-EOF-LTE = "S"
               MOVE WS-FEFO-LOTE TO SOR-LOTE
               GO TO FIM-ESCOLHE-LOTE.
           READ LOTES NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-LTE
               NOT AT END
                   IF LTE-CODIGO NOT = LOT-CODIGO
                       MOVE "S" TO WS-EOF-LTE
                   ELSE
                       IF LTE-QTDE > ZEROS
                               AND LTE-VALIDADE >= LOT-DATA
                               AND LTE-VALIDADE < WS-FEFO-VALIDADE
                               AND LTE-SITUACAO NOT = "Q" AND NOT = "B"
                           MOVE LTE-LOTE TO WS-FEFO-LOTE
                           MOVE LTE-VALIDADE TO WS-FEFO-VALIDADE
                       END-IF
                   END-IF
           END-READ.
           GO TO LER-BUSCA-FEFO.
       FIM-ESCOLHE-LOTE.
           EXIT.
       FIM-ENTRADA.
           EXIT.
       SAIDA SECTION.
           MOVE FD-NOME TO NOME-DET.
           MOVE SOR-QTDE TO QTDE-DET.
           MOVE SOR-DOCUMENTO TO DOCUMENTO-DET.
           MOVE SOR-LOTE TO LOTE-DET.
           WRITE REG-RELATO FROM DETALHE BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
           ADD 1 TO WS-LINHAS.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           MOVE WS-LINHAS TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE WS-RETIDAS TO VALOR-RETIDAS.
           WRITE REG-RELATO FROM LINHA-RETIDAS BEFORE ADVANCING 1 LINES.
           CLOSE ARQMAT RELATO.
           DISPLAY "LISTA DE SEPARACAO IMPRESSA" AT 2020.
           ACCEPT CONFIRMA AT 2049.
