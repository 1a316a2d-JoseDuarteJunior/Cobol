      *           IMPRIME VENDIDO, DEVOLVIDO, LIQUIDO E A COMISSAO
      *           PELO PERCENTUAL INFORMADO, COM O NOME DO CADASTRO
      *           OPERADORES
      * Alteracoes:
      * 15/10/2026 - VENDAS CANCELADAS NO DIA (TIPO C) NAO GERAM
      *              COMISSAO.
      * 15/10/2026 - FRETE DE ENTREGA (VCB-FRETE) NAO ENTRA NA BASE
      *              DA COMISSAO.
      * 15/10/2026 - COMISSAO POR FILIAL DO DOCUMENTO (VCB-FILIAL) OU
      *              CONSOLIDADA (FILIAL 00). LAYOUT DO OPERADORES
      *              COM A FILIAL DE LOTACAO (OPE-FILIAL).
      * 15/10/2026 - ICMS-ST COBRADO NA VENDA (VCB-ICMS-ST) NAO ENTRA
      *              NA BASE DA COMISSAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMISSAO.
           02 VCB-CLIENTE       PIC 9(04).
           02 VCB-TIPO          PIC X(01).
           02 VCB-REF           PIC 9(06).
           02 FILLER            PIC X(11).
           02 VCB-FRETE         PIC 9(07)V99.
           02 VCB-FILIAL        PIC 9(02).
           02 VCB-ICMS-ST       PIC 9(05)V99.
       FD  OPERADORES
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "OPERADORES".
           02 OPE-DATA-SENHA    PIC 9(08).
           02 OPE-TROCA-OBRIG   PIC X(01).
           02 OPE-FALHAS        PIC 9(01).
           02 OPE-FILIAL        PIC 9(02).
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       77  WS-OPER-VENDA        PIC X(03) VALUE SPACES.
       77  WS-NUMERO-SALVO      PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-SALVO       PIC 9(09)V99 VALUE ZEROS.
       77  WS-FILIAL-REL        PIC 9(02) VALUE ZEROS.
       77  WS-DOC-FILIAL        PIC 9(02) VALUE 01.
       77  TAB-QTD              PIC 9(02) VALUE ZEROS.
       77  TAB-IDX              PIC 9(02) VALUE ZEROS.
       77  TAB-ACHOU            PIC X(01) VALUE "N".
           02 FILLER    PIC X(22)
           VALUE "COMISSAO DO MES".
           02 COMP-CAB01 PIC 9(06)   VALUE ZEROS.
           02 FILLER    PIC X(03)   VALUE SPACES.
           02 FILLER    PIC X(08)   VALUE "FILIAL:".
           02 FILIAL-CAB PIC X(05)  VALUE SPACES.
           02 FILLER    PIC X(03)   VALUE SPACES.
           02 FILLER    PIC X(04)   VALUE "PAG.".
           02 PAG-CAB01  PIC ZZ9     VALUE ZEROS.
       01  CAB02.
            02 LINE 01 COLUMN 22 VALUE "COMISSAO POR OPERADOR".
            02 LINE 03 COLUMN 05 VALUE "COMPETENCIA (AAAAMM)....>".
            02 LINE 04 COLUMN 05 VALUE "PERCENTUAL (99,99)......>".
            02 LINE 05 COLUMN 05 VALUE "FILIAL (00=TODAS).......>".
            02 LINE 10 COLUMN 01 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-PERCENTUAL AT 0431.
           IF WS-PERCENTUAL = ZEROS
               GO TO PEDE-PERCENTUAL.
           ACCEPT WS-FILIAL-REL AT 0531.
           IF WS-FILIAL-REL = ZEROS
               MOVE "TODAS" TO FILIAL-CAB
           ELSE
               MOVE WS-FILIAL-REL TO FILIAL-CAB.
           MOVE ZEROS TO TAB-QTD.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO VCB-NUMERO.
                   GO TO IMPRIME-RELATORIO.
           IF VCB-DATA (1:6) NOT = WS-COMPETENCIA
               GO TO LER-VENDCAB.
           IF VCB-TIPO = "C"
               GO TO LER-VENDCAB.
           IF VCB-FILIAL NUMERIC AND VCB-FILIAL NOT = ZEROS
               MOVE VCB-FILIAL TO WS-DOC-FILIAL
           ELSE
               MOVE 01 TO WS-DOC-FILIAL.
           IF WS-FILIAL-REL NOT = ZEROS
                   AND WS-DOC-FILIAL NOT = WS-FILIAL-REL
               GO TO LER-VENDCAB.
           IF VCB-TIPO = "D"
               PERFORM BUSCA-OPER-ORIGINAL THRU FIM-BUSCA-OPER
               PERFORM ACUMULA-DEVOLUCAO
       ACUMULA-VENDA.
           PERFORM LOCALIZA-OPERADOR.
           ADD VCB-TOTAL TO TAB-VENDIDO (TAB-IDX).
           SUBTRACT VCB-FRETE FROM TAB-VENDIDO (TAB-IDX).
           IF VCB-ICMS-ST NUMERIC
               SUBTRACT VCB-ICMS-ST FROM TAB-VENDIDO (TAB-IDX).
       ACUMULA-DEVOLUCAO.
           PERFORM LOCALIZA-OPERADOR.
           ADD VCB-TOTAL TO TAB-DEVOLVIDO (TAB-IDX).
