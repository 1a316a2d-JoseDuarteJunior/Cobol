      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - CLUBE DE ASSOCIADOS
      * Tectonics: cobc
      * Objetivo: DEPENDENTES DOS ASSOCIADOS DO ARQMAR (ARQUIVO
      *           DEPEND, CHAVE MATRICULA + SEQUENCIA) COM NOME,
      *           NASCIMENTO E PARENTESCO (C-CONJUGE, F-FILHO,
      *           O-OUTRO); FILHO E OUTRO PERDEM A DEPENDENCIA AO
      *           ATINGIR A IDADE LIMITE; EMISSAO DAS CARTEIRINHAS DO
      *           TITULAR E DE CADA DEPENDENTE COM MATRICULA, NOME,
      *           VALIDADE E SITUACAO
      * Obs: NAO EMITE CARTEIRINHA PARA ASSOCIADO SUSPENSO OU
      *      CANCELADO (SITUACAO DO ARQMAR, PROGRAMA SITUACAO). A
      *      CARTEIRINHA DO DEPENDENTE VENCE NA DATA EM QUE ELE ATINGE
      *      A IDADE LIMITE, SE ANTES DA VALIDADE DO TITULAR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPENDEN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQMAR ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-MAR.
           SELECT DEPEND ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DEP-CHAVE
                  FILE STATUS IS FS-DEP.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQMAR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQMAR".
       01  REG-ARQMAR.
           02 FD-MATRICULA           PIC 9(06).
           02 FD-NOME                PIC X(30).
           02 FD-CIDADE              PIC X(20).
           02 FD-ESTADO              PIC XX.
           02 FD-CODIGO-MAR          PIC 99.
           02 FD-STATUS              PIC X(01).
       FD  DEPEND
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DEPEND".
       01  REG-DEPEND.
           02 DEP-CHAVE.
               03 DEP-MATRICULA     PIC 9(06).
               03 DEP-SEQ           PIC 9(02).
           02 DEP-NOME              PIC X(30).
           02 DEP-NASCIMENTO        PIC 9(08).
           02 DEP-PARENTESCO        PIC X(01).
           02 DEP-STATUS            PIC X(01).
           02 DEP-DATA-FIM          PIC 9(08).
       FD  RELATO LABEL RECORD OMITTED.
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-STATUS-MAR        PIC X(02) VALUE SPACES.
       77  FS-DEP               PIC X(02) VALUE SPACES.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  FUNCAO               PIC X(02) VALUE SPACES.
       77  WS-EOF               PIC X(01) VALUE "N".
       77  WS-EOF-DEP           PIC X(01) VALUE "N".
       77  WS-ACHOU             PIC X(01) VALUE "N".
       77  WS-MATRICULA         PIC 9(06) VALUE ZEROS.
       77  WS-SEQ               PIC 9(02) VALUE ZEROS.
       77  WS-ULTIMA-SEQ        PIC 9(02) VALUE ZEROS.
       77  WS-IDADE-LIMITE      PIC 9(02) VALUE 21.
       77  WS-DATA-LIMITE       PIC 9(08) VALUE ZEROS.
       77  WS-VALIDADE          PIC 9(08) VALUE ZEROS.
       77  WS-LINHA-TELA        PIC 9(02) VALUE ZEROS.
       77  WS-QTD-CARTEIRAS     PIC 9(05) VALUE ZEROS.
       77  WS-QTD-SUSPENSOS     PIC 9(05) VALUE ZEROS.
       77  WS-QTD-ENCERRADOS    PIC 9(05) VALUE ZEROS.
       01  WS-DATA.
           02 ANO               PIC 9(02) VALUE ZEROS.
           02 MES               PIC 9(02) VALUE ZEROS.
           02 DIA               PIC 9(02) VALUE ZEROS.
       01  WS-DATA-HOJE.
           02 HOJE-ANO          PIC 9(04) VALUE ZEROS.
           02 HOJE-MES          PIC 9(02) VALUE ZEROS.
           02 HOJE-DIA          PIC 9(02) VALUE ZEROS.
       01  WS-DATA-HOJE-NUM REDEFINES WS-DATA-HOJE PIC 9(08).
       01  WS-DATA-AUX.
           02 AUX-ANO           PIC 9(04).
           02 AUX-MES           PIC 9(02).
           02 AUX-DIA           PIC 9(02).
       01  WS-DATA-AUX-NUM REDEFINES WS-DATA-AUX PIC 9(08).
       01  WS-MENSAGENS.
           02 LIMPA-MENSAGEM    PIC X(50) VALUE SPACES.
      *    CARTEIRINHA - 6 LINHAS POR ASSOCIADO OU DEPENDENTE
       01  CART-MOLDURA.
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(46) VALUE ALL "-".
       01  CART-TITULO.
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(02) VALUE "| ".
           02 FILLER  PIC X(43)
              VALUE "CLUBE DE ASSOCIADOS - CARTEIRA SOCIAL".
           02 FILLER  PIC X(01) VALUE "|".
       01  CART-MATRICULA.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 FILLER            PIC X(13) VALUE "| MATRICULA: ".
           02 MATRICULA-CART    PIC 9(06) VALUE ZEROS.
           02 FILLER            PIC X(01) VALUE "-".
           02 SEQ-CART          PIC 9(02) VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 FILLER            PIC X(10) VALUE "SITUACAO: ".
           02 SITUACAO-CART     PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 DESC-SITUACAO-CART PIC X(08) VALUE SPACES.
           02 FILLER            PIC X(01) VALUE "|".
       01  CART-NOME.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 FILLER            PIC X(08) VALUE "| NOME: ".
           02 NOME-CART         PIC X(30) VALUE SPACES.
           02 FILLER            PIC X(07) VALUE SPACES.
           02 FILLER            PIC X(01) VALUE "|".
       01  CART-VINCULO.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE "| ".
           02 VINCULO-CART      PIC X(20) VALUE SPACES.
           02 FILLER            PIC X(11) VALUE "VALIDADE: ".
           02 DIA-CART          PIC 99/   VALUE ZEROS.
           02 MES-CART          PIC 99/   VALUE ZEROS.
           02 ANO-CART          PIC 9(04) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 FILLER            PIC X(01) VALUE "|".
       SCREEN SECTION.
       01  TELA1.
            02 BLANK SCREEN.
            02 LINE 01 COLUMN 01 VALUE "DATA:".
            02 LINE 01 COLUMN 22 VALUE "DEPENDENTES E CARTEIRINHAS".
            02 LINE 03 COLUMN 01 VALUE "ESCOLHA A FUNCAO: ".
            02 LINE 03 COLUMN 22 VALUE "(IN-EN-LI-CA-FF)".
            02 LINE 05 COLUMN 05 VALUE "IN - INCLUI DEPENDENTE".
            02 LINE 06 COLUMN 05 VALUE "EN - ENCERRA DEPENDENCIA".
            02 LINE 07 COLUMN 05 VALUE "LI - LISTA DEPENDENTES".
            02 LINE 08 COLUMN 05 VALUE "CA - EMITE CARTEIRINHAS".
            02 LINE 10 COLUMN 05 VALUE "MATRICULA DO TITULAR....>".
            02 LINE 11 COLUMN 05 VALUE "SEQUENCIA...............>".
            02 LINE 12 COLUMN 05 VALUE "NOME DO DEPENDENTE......>".
            02 LINE 13 COLUMN 05 VALUE "NASCIMENTO (AAAAMMDD)...>".
            02 LINE 14 COLUMN 05 VALUE "PARENTESCO (C-F-O)......>".
            02 LINE 20 COLUMN 01 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O DEPEND.
           IF FS-DEP NOT = "00"
               IF FS-DEP = "35"
                   CLOSE DEPEND OPEN OUTPUT DEPEND CLOSE DEPEND
                   GO TO INICIO
               ELSE
                   DISPLAY FS-DEP "STATUS DO ARQUIVO DEPEND"
                   CALL "LOGERRO" USING "DEPENDEN" "ABERTURA DEPEND"
                           FS-DEP
                   STOP RUN
           END-IF.
       TELA-1.
           DISPLAY TELA1.
           ACCEPT WS-DATA FROM DATE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY DIA AT 0107 '/' MES '/' ANO.
           ACCEPT FUNCAO AT 0319.
           EVALUATE FUNCAO
               WHEN "IN"
                  GO TO INCLUSAO
               WHEN "EN"
                  GO TO ENCERRA
               WHEN "LI"
                  GO TO LISTA
               WHEN "CA"
                  GO TO CARTEIRINHAS
               WHEN "FF"
                  GO TO FIM
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA" AT 2011
                  ACCEPT CONFIRMA AT 2025
                  GO TO TELA-1
           END-EVALUATE.
      *    O TITULAR E PROCURADO NA LEITURA SEQUENCIAL DO ARQMAR
       BUSCA-TITULAR.
           MOVE "N" TO WS-ACHOU.
           OPEN INPUT ARQMAR.
           IF WS-STATUS-MAR NOT = "00"
               DISPLAY "ARQUIVO ARQMAR NAO ENCONTRADO" AT 2011
               CALL "LOGERRO" USING "DEPENDEN" "ABERTURA ARQMAR"
                       WS-STATUS-MAR
               ACCEPT CONFIRMA AT 2042
               DISPLAY LIMPA-MENSAGEM AT 2011
               GO TO FIM-BUSCA-TITULAR.
       LER-BUSCA-TITULAR.
           READ ARQMAR AT END
               CLOSE ARQMAR
               GO TO FIM-BUSCA-TITULAR.
           IF FD-MATRICULA NOT = WS-MATRICULA
               GO TO LER-BUSCA-TITULAR.
           MOVE "S" TO WS-ACHOU.
           CLOSE ARQMAR.
       FIM-BUSCA-TITULAR.
           EXIT.
       PEDE-MATRICULA.
           ACCEPT WS-MATRICULA AT 1031.
           IF WS-MATRICULA = ZEROS
               GO TO FIM-PEDE-MATRICULA.
           PERFORM BUSCA-TITULAR THRU FIM-BUSCA-TITULAR.
           IF WS-ACHOU = "N"
               DISPLAY "MATRICULA NAO CADASTRADA NO ARQMAR" AT 2011
               ACCEPT CONFIRMA AT 2046
               DISPLAY LIMPA-MENSAGEM AT 2011
               GO TO PEDE-MATRICULA.
           DISPLAY FD-NOME AT 1038.
       FIM-PEDE-MATRICULA.
           EXIT.
       INCLUSAO.
           PERFORM PEDE-MATRICULA THRU FIM-PEDE-MATRICULA.
           IF WS-MATRICULA = ZEROS
               GO TO TELA-1.
           IF FD-STATUS = "C"
               DISPLAY "ASSOCIADO CANCELADO" AT 2011
               ACCEPT CONFIRMA AT 2031
               DISPLAY LIMPA-MENSAGEM AT 2011
               GO TO LIMPA-INCLUSAO.
           PERFORM BUSCA-PROXIMA-SEQ THRU FIM-BUSCA-PROXIMA-SEQ.
           IF WS-ULTIMA-SEQ = 99
               DISPLAY "LIMITE DE DEPENDENTES ATINGIDO" AT 2011
               ACCEPT CONFIRMA AT 2042
               DISPLAY LIMPA-MENSAGEM AT 2011
               GO TO LIMPA-INCLUSAO.
           MOVE WS-MATRICULA TO DEP-MATRICULA.
           COMPUTE DEP-SEQ = WS-ULTIMA-SEQ + 1.
           DISPLAY DEP-SEQ AT 1131.
       PEDE-NOME-DEP.
           ACCEPT DEP-NOME AT 1231.
           IF DEP-NOME = SPACES
               GO TO PEDE-NOME-DEP.
       PEDE-NASCIMENTO.
           ACCEPT DEP-NASCIMENTO AT 1331.
           MOVE DEP-NASCIMENTO TO WS-DATA-AUX-NUM.
           IF DEP-NASCIMENTO = ZEROS
                   OR DEP-NASCIMENTO > WS-DATA-HOJE-NUM
                   OR AUX-MES < 1 OR AUX-MES > 12
                   OR AUX-DIA < 1 OR AUX-DIA > 31
               DISPLAY "DATA DE NASCIMENTO INVALIDA" AT 2011
               ACCEPT CONFIRMA AT 2039
               DISPLAY LIMPA-MENSAGEM AT 2011
               GO TO PEDE-NASCIMENTO.
       PEDE-PARENTESCO.
           ACCEPT DEP-PARENTESCO AT 1431.
           IF DEP-PARENTESCO NOT = "C" AND NOT = "F" AND NOT = "O"
               GO TO PEDE-PARENTESCO.
           PERFORM CALCULA-LIMITE.
           IF DEP-PARENTESCO NOT = "C"
                   AND WS-DATA-LIMITE NOT > WS-DATA-HOJE-NUM
               DISPLAY "DEPENDENTE JA PASSOU DA IDADE LIMITE" AT 2011
               ACCEPT CONFIRMA AT 2048
               DISPLAY LIMPA-MENSAGEM AT 2011
               GO TO LIMPA-INCLUSAO.
           MOVE "A" TO DEP-STATUS.
           MOVE ZEROS TO DEP-DATA-FIM.
           WRITE REG-DEPEND INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS-DEP AT 2011
               CALL "LOGERRO" USING "DEPENDEN" "GRAVACAO DEPEND" FS-DEP
               STOP RUN.
           DISPLAY "DEPENDENTE INCLUIDO" AT 2011.
           ACCEPT CONFIRMA AT 2031.
           DISPLAY LIMPA-MENSAGEM AT 2011.
       LIMPA-INCLUSAO.
           DISPLAY TELA1.
           DISPLAY DIA AT 0107 '/' MES '/' ANO.
           GO TO INCLUSAO.
       BUSCA-PROXIMA-SEQ.
           MOVE ZEROS TO WS-ULTIMA-SEQ.
           MOVE "N" TO WS-EOF-DEP.
           MOVE WS-MATRICULA TO DEP-MATRICULA.
           MOVE ZEROS TO DEP-SEQ.
           START DEPEND KEY NOT LESS THAN DEP-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF-DEP.
       LER-PROXIMA-SEQ.
           IF WS-EOF-DEP = "S"
               GO TO FIM-BUSCA-PROXIMA-SEQ.
           READ DEPEND NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-DEP
               NOT AT END
                   IF DEP-MATRICULA NOT = WS-MATRICULA
                       MOVE "S" TO WS-EOF-DEP
                   ELSE
                       MOVE DEP-SEQ TO WS-ULTIMA-SEQ
                   END-IF
           END-READ.
           GO TO LER-PROXIMA-SEQ.
       FIM-BUSCA-PROXIMA-SEQ.
           EXIT.
      *    DATA EM QUE O DEPENDENTE ATINGE A IDADE LIMITE
       CALCULA-LIMITE.
           MOVE DEP-NASCIMENTO TO WS-DATA-AUX-NUM.
           ADD WS-IDADE-LIMITE TO AUX-ANO.
           IF AUX-MES = 2 AND AUX-DIA = 29
               MOVE 3 TO AUX-MES
               MOVE 1 TO AUX-DIA.
           MOVE WS-DATA-AUX-NUM TO WS-DATA-LIMITE.
       ENCERRA.
           PERFORM PEDE-MATRICULA THRU FIM-PEDE-MATRICULA.
           IF WS-MATRICULA = ZEROS
               GO TO TELA-1.
           ACCEPT WS-SEQ AT 1131.
           MOVE WS-MATRICULA TO DEP-MATRICULA.
           MOVE WS-SEQ TO DEP-SEQ.
           READ DEPEND INVALID KEY
               DISPLAY "DEPENDENTE NAO CADASTRADO" AT 2011
               ACCEPT CONFIRMA AT 2037
               DISPLAY LIMPA-MENSAGEM AT 2011
               GO TO LIMPA-ENCERRA.
           DISPLAY DEP-NOME AT 1231.
           DISPLAY DEP-NASCIMENTO AT 1331.
           DISPLAY DEP-PARENTESCO AT 1431.
           IF DEP-STATUS NOT = "A"
               DISPLAY "DEPENDENCIA JA ENCERRADA EM" AT 2011
               DISPLAY DEP-DATA-FIM AT 2039
               ACCEPT CONFIRMA AT 2048
               DISPLAY LIMPA-MENSAGEM AT 2011
               GO TO LIMPA-ENCERRA.
           DISPLAY "CONFIRMA ENCERRAMENTO ? S-SIM" AT 2011.
           ACCEPT CONFIRMA AT 2041.
           DISPLAY LIMPA-MENSAGEM AT 2011.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               GO TO LIMPA-ENCERRA.
           PERFORM ENCERRA-DEPENDENTE.
           DISPLAY "DEPENDENCIA ENCERRADA" AT 2011.
           ACCEPT CONFIRMA AT 2033.
           DISPLAY LIMPA-MENSAGEM AT 2011.
       LIMPA-ENCERRA.
           DISPLAY TELA1.
           DISPLAY DIA AT 0107 '/' MES '/' ANO.
           GO TO ENCERRA.
       ENCERRA-DEPENDENTE.
           MOVE "E" TO DEP-STATUS.
           MOVE WS-DATA-HOJE-NUM TO DEP-DATA-FIM.
           REWRITE REG-DEPEND INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS-DEP AT 2011
               CALL "LOGERRO" USING "DEPENDEN" "REGRAVA DEPEND" FS-DEP
               STOP RUN.
      *    DEPENDENTES DA MATRICULA NA TELA; QUEM PASSOU DA IDADE
      *    LIMITE E ENCERRADO NA HORA
       LISTA.
           PERFORM PEDE-MATRICULA THRU FIM-PEDE-MATRICULA.
           IF WS-MATRICULA = ZEROS
               GO TO TELA-1.
           DISPLAY TELA1.
           DISPLAY DIA AT 0107 '/' MES '/' ANO.
           DISPLAY WS-MATRICULA AT 1031.
           DISPLAY FD-NOME AT 1038.
           MOVE 12 TO WS-LINHA-TELA.
           MOVE "N" TO WS-EOF-DEP.
           MOVE WS-MATRICULA TO DEP-MATRICULA.
           MOVE ZEROS TO DEP-SEQ.
           START DEPEND KEY NOT LESS THAN DEP-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF-DEP.
       LER-LISTA.
           IF WS-EOF-DEP = "S" OR WS-LINHA-TELA > 19
               GO TO FIM-LISTA.
           READ DEPEND NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-DEP
                   GO TO FIM-LISTA.
           IF DEP-MATRICULA NOT = WS-MATRICULA
               MOVE "S" TO WS-EOF-DEP
               GO TO FIM-LISTA.
           PERFORM VERIFICA-IDADE.
           DISPLAY DEP-SEQ AT LINE WS-LINHA-TELA COLUMN 05.
           DISPLAY DEP-NOME AT LINE WS-LINHA-TELA COLUMN 08.
           DISPLAY DEP-NASCIMENTO AT LINE WS-LINHA-TELA COLUMN 40.
           DISPLAY DEP-PARENTESCO AT LINE WS-LINHA-TELA COLUMN 50.
           DISPLAY DEP-STATUS AT LINE WS-LINHA-TELA COLUMN 53.
           IF DEP-STATUS NOT = "A"
               DISPLAY DEP-DATA-FIM AT LINE WS-LINHA-TELA COLUMN 56.
           ADD 1 TO WS-LINHA-TELA.
           GO TO LER-LISTA.
       FIM-LISTA.
           DISPLAY "FIM DA LISTA" AT 2011.
           ACCEPT CONFIRMA AT 2024.
           DISPLAY LIMPA-MENSAGEM AT 2011.
           GO TO TELA-1.
       VERIFICA-IDADE.
           IF DEP-STATUS = "A" AND DEP-PARENTESCO NOT = "C"
               PERFORM CALCULA-LIMITE
               IF WS-DATA-LIMITE NOT > WS-DATA-HOJE-NUM
                   PERFORM ENCERRA-DEPENDENTE
                   ADD 1 TO WS-QTD-ENCERRADOS
               END-IF
           END-IF.
      *    CARTEIRINHAS DOS ASSOCIADOS ATIVOS (MATRICULA 0 = TODOS)
       CARTEIRINHAS.
           ACCEPT WS-MATRICULA AT 1031.
           DISPLAY "VALIDADE AAAAMMDD (0=UM ANO):" AT 2011.
           ACCEPT WS-VALIDADE AT 2041.
           DISPLAY LIMPA-MENSAGEM AT 2011.
           IF WS-VALIDADE = ZEROS
               MOVE WS-DATA-HOJE-NUM TO WS-DATA-AUX-NUM
               ADD 1 TO AUX-ANO
               IF AUX-MES = 2 AND AUX-DIA = 29
                   MOVE 28 TO AUX-DIA
               END-IF
               MOVE WS-DATA-AUX-NUM TO WS-VALIDADE.
           IF WS-VALIDADE NOT > WS-DATA-HOJE-NUM
               DISPLAY "VALIDADE INVALIDA" AT 2011
               ACCEPT CONFIRMA AT 2029
               DISPLAY LIMPA-MENSAGEM AT 2011
               GO TO TELA-1.
           MOVE ZEROS TO WS-QTD-CARTEIRAS WS-QTD-SUSPENSOS.
           MOVE ZEROS TO WS-QTD-ENCERRADOS.
           OPEN INPUT ARQMAR.
           IF WS-STATUS-MAR NOT = "00"
               DISPLAY "ARQUIVO ARQMAR NAO ENCONTRADO" AT 2011
               CALL "LOGERRO" USING "DEPENDEN" "ABERTURA ARQMAR"
                       WS-STATUS-MAR
               ACCEPT CONFIRMA AT 2042
               DISPLAY LIMPA-MENSAGEM AT 2011
               GO TO TELA-1.
           OPEN OUTPUT RELATO.
       LER-CARTEIRINHAS.
           READ ARQMAR AT END
               GO TO FIM-CARTEIRINHAS.
           IF WS-MATRICULA NOT = ZEROS
                   AND FD-MATRICULA NOT = WS-MATRICULA
               GO TO LER-CARTEIRINHAS.
           IF FD-STATUS = "S" OR FD-STATUS = "C"
               ADD 1 TO WS-QTD-SUSPENSOS
               GO TO LER-CARTEIRINHAS.
           MOVE FD-MATRICULA TO MATRICULA-CART.
           MOVE ZEROS TO SEQ-CART.
           MOVE FD-NOME TO NOME-CART.
           MOVE "TITULAR" TO VINCULO-CART.
           MOVE WS-VALIDADE TO WS-DATA-AUX-NUM.
           PERFORM IMPRIME-CARTEIRA.
           MOVE "N" TO WS-EOF-DEP.
           MOVE FD-MATRICULA TO DEP-MATRICULA.
           MOVE ZEROS TO DEP-SEQ.
           START DEPEND KEY NOT LESS THAN DEP-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF-DEP.
       LER-CARTEIRA-DEP.
           IF WS-EOF-DEP = "S"
               GO TO LER-CARTEIRINHAS.
           READ DEPEND NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-DEP
                   GO TO LER-CARTEIRINHAS.
           IF DEP-MATRICULA NOT = FD-MATRICULA
               MOVE "S" TO WS-EOF-DEP
               GO TO LER-CARTEIRINHAS.
           PERFORM VERIFICA-IDADE.
           IF DEP-STATUS NOT = "A"
               GO TO LER-CARTEIRA-DEP.
           MOVE DEP-SEQ TO SEQ-CART.
           MOVE DEP-NOME TO NOME-CART.
           EVALUATE DEP-PARENTESCO
               WHEN "C"
                   MOVE "DEPENDENTE CONJUGE" TO VINCULO-CART
               WHEN "F"
                   MOVE "DEPENDENTE FILHO" TO VINCULO-CART
               WHEN OTHER
                   MOVE "DEPENDENTE" TO VINCULO-CART
           END-EVALUATE.
           MOVE WS-VALIDADE TO WS-DATA-AUX-NUM.
           IF DEP-PARENTESCO NOT = "C"
                   AND WS-DATA-LIMITE < WS-VALIDADE
               MOVE WS-DATA-LIMITE TO WS-DATA-AUX-NUM.
           PERFORM IMPRIME-CARTEIRA.
           GO TO LER-CARTEIRA-DEP.
       FIM-CARTEIRINHAS.
           CLOSE ARQMAR RELATO.
           DISPLAY "CARTEIRINHAS:" AT 1610.
           DISPLAY WS-QTD-CARTEIRAS AT 1624.
           DISPLAY "SUSPENSOS/CANCELADOS SEM EMISSAO:" AT 1710.
           DISPLAY WS-QTD-SUSPENSOS AT 1744.
           DISPLAY "DEPENDENCIAS ENCERRADAS POR IDADE:" AT 1810.
           DISPLAY WS-QTD-ENCERRADOS AT 1845.
           DISPLAY "CARTEIRINHAS IMPRESSAS" AT 2011.
           ACCEPT CONFIRMA AT 2034.
           DISPLAY LIMPA-MENSAGEM AT 2011.
           GO TO TELA-1.
       IMPRIME-CARTEIRA.
           ADD 1 TO WS-QTD-CARTEIRAS.
           MOVE FD-STATUS TO SITUACAO-CART.
           IF FD-STATUS = "A" OR FD-STATUS = SPACE
               MOVE "A" TO SITUACAO-CART
               MOVE "ATIVO" TO DESC-SITUACAO-CART
           ELSE
               MOVE SPACES TO DESC-SITUACAO-CART.
           MOVE AUX-DIA TO DIA-CART.
           MOVE AUX-MES TO MES-CART.
           MOVE AUX-ANO TO ANO-CART.
           WRITE REG-RELATO FROM CART-MOLDURA BEFORE ADVANCING 1 LINES.
           WRITE REG-RELATO FROM CART-TITULO BEFORE ADVANCING 1 LINES.
           WRITE REG-RELATO FROM CART-MATRICULA
               BEFORE ADVANCING 1 LINES.
           WRITE REG-RELATO FROM CART-NOME BEFORE ADVANCING 1 LINES.
           WRITE REG-RELATO FROM CART-VINCULO BEFORE ADVANCING 1 LINES.
           WRITE REG-RELATO FROM CART-MOLDURA BEFORE ADVANCING 3 LINES.
       FIM.
           DISPLAY "FIM DO PROCESSAMENTO " AT 2011.
           CLOSE DEPEND.
           STOP RUN.
           END PROGRAM DEPENDEN.
