      *           E SOMENTE REQUISICAO APROVADA PODE VIRAR SAIDA DE
      *           ESTOQUE NO EXER13, QUE GRAVA O NUMERO DELA COMO
      *           DOCUMENTO NO MOVEST
      * Alteracoes:
      * 15/10/2026 - APROVACAO MOSTRA O ORCAMENTO DO CENTRO DE CUSTO
      *              NA COMPETENCIA (ARQUIVO ORCCCU), O CONSUMO JA
      *              REALIZADO (SAIDAS DO MOVEST) E O VALOR DA
      *              REQUISICAO; ACIMA DO ORCAMENTO SO APROVA QUEM
      *              TEM NIVEL 3 NO PERFIS.
      * 15/10/2026 - LAYOUT DO OPERADORES COM A FILIAL DE LOTACAO
      *              (OPE-FILIAL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQUIS.
           SELECT ACESSLOG ASSIGN TO "ACESSLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-ACE.
           SELECT ORCCCU ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       ORC-CHAVE
           FILE STATUS      FS-ORC.
           SELECT MOVEST ASSIGN TO "MOVEST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-MOV.
       DATA DIVISION.
       FILE SECTION.
       FD  REQUIS LABEL RECORD STANDARD
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
       FD  ORCCCU LABEL RECORD STANDARD
           VALUE OF FILE-ID "ORCCCU".
       01  REG-ORCCCU.
           02 ORC-CHAVE.
               03 ORC-CCUSTO    PIC 9(03).
               03 ORC-COMPETENCIA PIC 9(06).
           02 ORC-VALOR         PIC 9(09)V99.
           02 ORC-OPERADOR      PIC X(03).
           02 ORC-DATA          PIC 9(08).
       FD  MOVEST
           LABEL RECORD IS OMITTED.
       01  REG-MOVEST.
           02 MOV-DATA          PIC 9(08).
           02 FILLER            PIC X.
           02 MOV-CODIGO        PIC 9(05).
           02 FILLER            PIC X.
           02 MOV-TIPO          PIC X(01).
           02 FILLER            PIC X.
           02 MOV-QTDE          PIC 9(04).
           02 FILLER            PIC X.
           02 MOV-DOCUMENTO     PIC X(08).
           02 FILLER            PIC X.
           02 MOV-SALDO         PIC -9(04).
           02 FILLER            PIC X.
           02 MOV-DEPOSITO      PIC 9(02).
           02 FILLER            PIC X.
           02 MOV-CCUSTO        PIC 9(03).
       WORKING-STORAGE SECTION.
       77  FS-REQ               PIC X(02) VALUE SPACES.
       77  FS                   PIC X(02) VALUE SPACES.
       77  WS-APROVADOR         PIC X(03) VALUE SPACES.
       77  WS-SENHA-SUP         PIC X(08) VALUE SPACES.
       77  WS-SUP-OK            PIC X(01) VALUE "N".
       77  FS-ORC               PIC X(02) VALUE SPACES.
       77  FS-MOV               PIC X(02) VALUE SPACES.
       77  WS-ORC-DISPONIVEL    PIC X(01) VALUE "N".
       77  WS-TEM-ORCAMENTO     PIC X(01) VALUE "N".
       77  WS-ACIMA-ORCAMENTO   PIC X(01) VALUE "N".
       77  WS-VALOR-ORCADO      PIC 9(09)V99 VALUE ZEROS.
       77  WS-VALOR-CONSUMIDO   PIC 9(10)V99 VALUE ZEROS.
       77  WS-VALOR-REQUISICAO  PIC 9(10)V99 VALUE ZEROS.
       77  WS-VALOR-PREVISTO    PIC 9(10)V99 VALUE ZEROS.
       77  WS-SALDO-ORCAMENTO   PIC S9(10)V99 VALUE ZEROS.
       77  WS-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       01  WS-MASCARAS.
           02 ORCADO-MASK       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 CONSUMIDO-MASK    PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 REQUISICAO-MASK   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 SALDO-MASK        PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  WS-HORA-ACESSO.
           02 ACE-HH            PIC 9(02) VALUE ZEROS.
           02 ACE-MM            PIC 9(02) VALUE ZEROS.
            02 LINE 08 COLUMN 35 VALUE "  ".
            02 LINE 09 COLUMN 35 VALUE "                              ".
            02 LINE 10 COLUMN 35 VALUE "                              ".
       01  LIMPA-ORCAMENTO.
            02 LINE 14 COLUMN 05 VALUE "                              ".
            02 LINE 14 COLUMN 35 VALUE "                              ".
            02 LINE 15 COLUMN 05 VALUE "                              ".
            02 LINE 15 COLUMN 35 VALUE "                              ".
            02 LINE 16 COLUMN 05 VALUE "                              ".
            02 LINE 16 COLUMN 35 VALUE "                              ".
            02 LINE 17 COLUMN 05 VALUE "                              ".
            02 LINE 17 COLUMN 35 VALUE "                              ".
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ASSINA-OPERADOR THRU FIM-ASSINA.
           ELSE
               MOVE "N" TO WS-CCU-DISPONIVEL
               CLOSE CCUSTO.
           OPEN INPUT ORCCCU.
           IF FS-ORC = "00"
               MOVE "S" TO WS-ORC-DISPONIVEL
           ELSE
               MOVE "N" TO WS-ORC-DISPONIVEL
               CLOSE ORCCCU.
           PERFORM BUSCA-PROXIMO-NUMERO THRU FIM-BUSCA-NUMERO.
       TELA-1.
           DISPLAY TELA1.
           IF REQ-STATUS NOT = "P"
               GO TO PROXIMA-PENDENTE.
           PERFORM MOSTRA-REQUISICAO.
           PERFORM APURA-ORCAMENTO THRU FIM-APURA-ORCAMENTO.
           DISPLAY "A-APROVA R-REPROVA P-PULA F-FIM:" AT 1210.
           ACCEPT WS-DECISAO AT 1243.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           IF (WS-DECISAO = "A" OR "a") AND WS-ACIMA-ORCAMENTO = "S"
               PERFORM VERIFICA-NIVEL-ORCAMENTO.
           EVALUATE WS-DECISAO
               WHEN "A"
               WHEN "a"
                   CONTINUE
           END-EVALUATE.
           DISPLAY LIMPA-TELA.
           DISPLAY LIMPA-ORCAMENTO.
           GO TO PROXIMA-PENDENTE.
       VERIFICA-NIVEL-ORCAMENTO.
           MOVE 3 TO WS-NIVEL-EXIGIDO.
           CALL "AUTORIZA" USING "REQUIS" WS-APROVADOR
                   WS-NIVEL-EXIGIDO WS-AUTORIZADO.
           IF WS-AUTORIZADO NOT = "S"
               DISPLAY "ACIMA DO ORCAMENTO - APROVACAO NIVEL 3" AT 1210
               ACCEPT CONFIRMA AT 1249
               DISPLAY LIMPA-MENSAGEM AT 1210
               MOVE "P" TO WS-DECISAO.
       APURA-ORCAMENTO.
           MOVE "N" TO WS-TEM-ORCAMENTO WS-ACIMA-ORCAMENTO.
           MOVE ZEROS TO WS-VALOR-ORCADO WS-VALOR-CONSUMIDO.
           COMPUTE WS-VALOR-REQUISICAO = REQ-QTDE * FD-VALOR-UNIT.
           MOVE WS-DATA-HOJE (1:6) TO WS-COMPETENCIA.
           IF WS-ORC-DISPONIVEL = "S"
               MOVE REQ-CCUSTO TO ORC-CCUSTO
               MOVE WS-COMPETENCIA TO ORC-COMPETENCIA
               READ ORCCCU
                   INVALID KEY
                       MOVE ZEROS TO ORC-VALOR
                   NOT INVALID KEY
                       MOVE "S" TO WS-TEM-ORCAMENTO
                       MOVE ORC-VALOR TO WS-VALOR-ORCADO
               END-READ
           END-IF.
           OPEN INPUT MOVEST.
           IF FS-MOV NOT = "00"
               CLOSE MOVEST
               GO TO MOSTRA-ORCAMENTO.
       LER-CONSUMO.
           READ MOVEST AT END
               CLOSE MOVEST
               GO TO MOSTRA-ORCAMENTO.
           IF MOV-TIPO NOT = "S" OR MOV-CCUSTO NOT = REQ-CCUSTO
               GO TO LER-CONSUMO.
           IF MOV-DATA (1:6) NOT = WS-COMPETENCIA
               GO TO LER-CONSUMO.
           MOVE MOV-CODIGO TO CODIGO.
           READ ARQMAT INVALID KEY
               MOVE ZEROS TO FD-VALOR-UNIT.
           COMPUTE WS-VALOR-CONSUMIDO = WS-VALOR-CONSUMIDO
               + (MOV-QTDE * FD-VALOR-UNIT).
           GO TO LER-CONSUMO.
       MOSTRA-ORCAMENTO.
           COMPUTE WS-VALOR-PREVISTO = WS-VALOR-CONSUMIDO
               + WS-VALOR-REQUISICAO.
           COMPUTE WS-SALDO-ORCAMENTO = WS-VALOR-ORCADO
               - WS-VALOR-PREVISTO.
           MOVE WS-VALOR-CONSUMIDO TO CONSUMIDO-MASK.
           MOVE WS-VALOR-REQUISICAO TO REQUISICAO-MASK.
           DISPLAY "CONSUMIDO NO MES.......:" AT 1505.
           DISPLAY CONSUMIDO-MASK AT 1530.
           DISPLAY "VALOR DA REQUISICAO....:" AT 1605.
           DISPLAY REQUISICAO-MASK AT 1630.
           IF WS-TEM-ORCAMENTO NOT = "S"
               DISPLAY "ORCAMENTO DO MES.......:" AT 1405
               DISPLAY "NAO DEFINIDO" AT 1430
               GO TO FIM-APURA-ORCAMENTO.
           MOVE WS-VALOR-ORCADO TO ORCADO-MASK.
           MOVE WS-SALDO-ORCAMENTO TO SALDO-MASK.
           DISPLAY "ORCAMENTO DO MES.......:" AT 1405.
           DISPLAY ORCADO-MASK AT 1430.
           DISPLAY "SALDO APOS APROVACAO...:" AT 1705.
           DISPLAY SALDO-MASK AT 1730.
           IF WS-SALDO-ORCAMENTO < ZEROS
               MOVE "S" TO WS-ACIMA-ORCAMENTO
               DISPLAY "ACIMA DO ORCAMENTO" AT 1746.
       FIM-APURA-ORCAMENTO.
           EXIT.
       GRAVA-DECISAO.
           MOVE WS-APROVADOR TO REQ-APROVADOR.
           MOVE WS-DATA-HOJE TO REQ-DATA-DECISAO.
           CLOSE REQUIS ARQMAT.
           IF WS-CCU-DISPONIVEL = "S"
               CLOSE CCUSTO.
           IF WS-ORC-DISPONIVEL = "S"
               CLOSE ORCCCU.
           STOP RUN.
           END PROGRAM REQUIS.
