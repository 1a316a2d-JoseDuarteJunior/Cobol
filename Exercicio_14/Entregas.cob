      *           E ROTEIRO DIARIO DO MOTORISTA ORDENADO POR CEP,
      *           COMO O ETIQUETA JA ORDENA AS ETIQUETAS DE MALA
      *           DIRETA
      * Alteracoes:
      * 15/10/2026 - PENDENTES E ROTEIRO POR FILIAL (ENT-FILIAL, 00 =
      *              TODAS AS LOJAS); ARQUIVO ANTIGO CONVERTIDO PELO
      *              PROGRAMA CONVENT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTREGAS.
           02 ENT-DATA-GERACAO  PIC 9(08).
           02 ENT-DATA-ENTREGA  PIC 9(08).
           02 ENT-RECEBEDOR     PIC X(30).
           02 ENT-FILIAL        PIC 9(02).
       SD  SORROTA VALUE OF FILE-ID IS "SORROTA".
       01  REG-SORROTA.
           02 SOR-CEP           PIC 9(08).
       77  WS-EOF               PIC X(01) VALUE "N".
       77  WS-NUMERO-BUSCA      PIC 9(06) VALUE ZEROS.
       77  WS-PENDENTES         PIC 9(05) VALUE ZEROS.
       77  WS-FILIAL-REL        PIC 9(02) VALUE ZEROS.
       77  WS-ENT-FILIAL        PIC 9(02) VALUE ZEROS.
       01  WS-DATA.
           02 ANO               PIC 9(02) VALUE ZEROS.
           02 MES               PIC 9(02) VALUE ZEROS.
            02 LINE 06 COLUMN 05 VALUE "CF - CONFIRMA ENTREGA".
            02 LINE 07 COLUMN 05 VALUE "RT - ROTEIRO DO DIA POR CEP".
            02 LINE 09 COLUMN 05 VALUE "NUMERO DA ENTREGA.......>".
            02 LINE 10 COLUMN 05 VALUE "FILIAL (00=TODAS).......>".
            02 LINE 12 COLUMN 01 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
                  GO TO TELA-1
           END-EVALUATE.
       PENDENTES.
           PERFORM PEDE-FILIAL.
           MOVE ZEROS TO CT-PAG WS-PENDENTES.
           OPEN OUTPUT RELATO.
           MOVE "ENTREGAS PENDENTES" TO TITULO-CAB01.
                   GO TO FECHA-PENDENTES.
           IF ENT-STATUS NOT = "P"
               GO TO LER-PENDENTES.
           PERFORM FILIAL-ENTREGA.
           IF WS-FILIAL-REL NOT = ZEROS
                   AND WS-ENT-FILIAL NOT = WS-FILIAL-REL
               GO TO LER-PENDENTES.
           ADD 1 TO WS-PENDENTES.
           MOVE ENT-NUMERO TO NUMERO-DET.
           MOVE ENT-VENDA TO VENDA-DET.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           GO TO CONFIRMACAO.
       ROTEIRO.
           PERFORM PEDE-FILIAL.
           SORT SORROTA ASCENDING KEY SOR-CEP
               INPUT PROCEDURE ENTRADA-ROTA
               OUTPUT PROCEDURE SAIDA-ROTA.
           DISPLAY "FIM DO PROCESSAMENTO " AT 1210.
           CLOSE ENTREGAS.
           STOP RUN.
       PEDE-FILIAL.
           ACCEPT WS-FILIAL-REL AT 1031.
       FILIAL-ENTREGA.
           MOVE 01 TO WS-ENT-FILIAL.
           IF ENT-FILIAL NUMERIC AND ENT-FILIAL NOT = ZEROS
               MOVE ENT-FILIAL TO WS-ENT-FILIAL.
       CABECALHO.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
                   GO TO FIM-ENTRADA-ROTA.
           IF ENT-STATUS NOT = "P"
               GO TO LER-ENTRADA-ROTA.
           PERFORM FILIAL-ENTREGA.
           IF WS-FILIAL-REL NOT = ZEROS
                   AND WS-ENT-FILIAL NOT = WS-FILIAL-REL
               GO TO LER-ENTRADA-ROTA.
           MOVE ENT-CEP TO SOR-CEP.
           MOVE ENT-NUMERO TO SOR-NUMERO.
           MOVE ENT-VENDA TO SOR-VENDA.
