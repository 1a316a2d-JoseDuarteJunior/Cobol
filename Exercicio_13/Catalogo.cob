      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - CONTROLE DE ESTOQUE
      * Tectonics: cobc
      * Objetivo: CATALOGO DE PRECOS DOS FORNECEDORES (ARQUIVO
      *           CATALOGO, CHAVE FORNECEDOR + ITEM DO ARQMAT) COM
      *           PRECO, QUANTIDADE MINIMA, PRAZO DE ENTREGA E
      *           VIGENCIA - MANUTENCAO NA TELA, IMPORTACAO DA TABELA
      *           DO FORNECEDOR (ARQUIVO CATFORN) E RELATORIO DOS
      *           PRECOS QUE VARIARAM ACIMA DE UM PERCENTUAL. O
      *           COTACAO PREENCHE A RODADA COM AS ENTRADAS VIGENTES
      * Obs: CATFORN - UMA LINHA POR ITEM: FORNECEDOR(3) ITEM(5)
      *      PRECO(9, 2 DECIMAIS SEM VIRGULA) QTDE MINIMA(4) PRAZO(3)
      *      INICIO DA VIGENCIA(8) FIM DA VIGENCIA(8, ZEROS = SEM FIM)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATALOGO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       CAT-CHAVE
           ALTERNATE RECORD KEY IS CAT-CODIGO
                   WITH DUPLICATES
           FILE STATUS      FS-CAT.
           SELECT FORNECEDOR ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       FORN-CODIGO
           FILE STATUS      FS-FORN.
           SELECT ARQMAT ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       FD-CODIGO
           FILE STATUS      FS.
           SELECT CATFORN ASSIGN TO "CATFORN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-CFN.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
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
       FD  FORNECEDOR LABEL RECORD STANDARD
           VALUE OF FILE-ID "FORNECEDOR".
       01  REG-FORNECEDOR.
           02 FORN-CODIGO       PIC 9(03).
           02 FORN-NOME         PIC X(20).
           02 FORN-CONTATO      PIC X(15).
           02 FORN-CNPJ         PIC 9(14).
           02 FORN-ENDERECO     PIC X(30).
           02 FORN-CIDADE       PIC X(20).
           02 FORN-UF           PIC X(02).
           02 FORN-TELEFONE     PIC X(11).
           02 FORN-COND-PAGTO   PIC X(15).
           02 FORN-BANCO        PIC 9(03).
           02 FORN-AGENCIA      PIC 9(05).
           02 FORN-CONTA-CORR   PIC X(12).
       FD  ARQMAT LABEL RECORD STANDARD
           VALUE OF FILE-ID "ARQMAT".
       01  REG-ARQMAT.
           02 FD-CODIGO.
               03 CODIGO        PIC 9(05).
           02 FD-NOME           PIC X(30).
           02 FD-QTDE-ESTOQUE   PIC S9(04).
           02 FD-QTDE-MINIMA    PIC S9(04).
           02 FD-VALOR-UNIT     PIC S9(07)V99.
           02 FD-VALOR-TOT      PIC S9(08)V99.
       FD  CATFORN
           LABEL RECORD IS OMITTED.
       01  REG-CATFORN.
           02 CFN-FORNECEDOR        PIC X(03).
           02 CFN-FORNECEDOR-N REDEFINES CFN-FORNECEDOR PIC 9(03).
           02 CFN-CODIGO            PIC X(05).
           02 CFN-CODIGO-N REDEFINES CFN-CODIGO PIC 9(05).
           02 CFN-PRECO             PIC X(09).
           02 CFN-PRECO-N REDEFINES CFN-PRECO PIC 9(07)V99.
           02 CFN-QTDE-MINIMA       PIC X(04).
           02 CFN-QTDE-MINIMA-N REDEFINES CFN-QTDE-MINIMA PIC 9(04).
           02 CFN-PRAZO             PIC X(03).
           02 CFN-PRAZO-N REDEFINES CFN-PRAZO PIC 9(03).
           02 CFN-VIGENCIA-INI      PIC X(08).
           02 CFN-VIGENCIA-INI-N REDEFINES CFN-VIGENCIA-INI PIC 9(08).
           02 CFN-VIGENCIA-FIM      PIC X(08).
           02 CFN-VIGENCIA-FIM-N REDEFINES CFN-VIGENCIA-FIM PIC 9(08).
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  FS-CAT               PIC X(02) VALUE SPACES.
       77  FS-FORN              PIC X(02) VALUE SPACES.
       77  FS                   PIC X(02) VALUE SPACES.
       77  FS-CFN               PIC X(02) VALUE SPACES.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  FUNCAO               PIC X(02) VALUE SPACES.
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-EOF               PIC X(01) VALUE "N".
       77  WS-OPERADOR          PIC X(03) VALUE SPACES.
       77  WS-PRECO-ANTERIOR    PIC 9(07)V99 VALUE ZEROS.
       77  WS-LIDOS             PIC 9(05) VALUE ZEROS.
       77  WS-GRAVADOS          PIC 9(05) VALUE ZEROS.
       77  WS-REJEITADOS        PIC 9(05) VALUE ZEROS.
       77  WS-PERC-LIMITE       PIC 9(03)V9 VALUE ZEROS.
       77  WS-DATA-CORTE        PIC 9(08) VALUE ZEROS.
       77  WS-VARIACAO          PIC S9(05)V9 VALUE ZEROS.
       77  WS-VARIACAO-ABS      PIC 9(05)V9 VALUE ZEROS.
       77  WS-LISTADOS          PIC 9(05) VALUE ZEROS.
       77  WS-PRECO-MASK        PIC ZZZZ.ZZ9,99 VALUE ZEROS.
       01  WS-DATA.
           02 ANO               PIC 9(02) VALUE ZEROS.
           02 MES               PIC 9(02) VALUE ZEROS.
           02 DIA               PIC 9(02) VALUE ZEROS.
       01  WS-DATA-HOJE.
           02 HOJE-ANO          PIC 9(04) VALUE ZEROS.
           02 HOJE-MES          PIC 9(02) VALUE ZEROS.
           02 HOJE-DIA          PIC 9(02) VALUE ZEROS.
       01  WS-MENSAGENS.
           02 LIMPA-MENSAGEM    PIC X(50) VALUE SPACES.
           02 MSG-ERRO-1        PIC X(22) VALUE "CODIGO NAO PODE SER 0".
           02 MSG-ERRO-2        PIC X(22) VALUE "ESTE ITEM JA EXISTE".
           02 MSG-ERRO-3        PIC X(27)
              VALUE "ITEM NAO CONSTA NO CATALOGO".
           02 MSG-ERRO-4        PIC X(22)
              VALUE "FORNECEDOR NAO EXISTE".
           02 MSG-ERRO-5        PIC X(17) VALUE "ITEM NAO EXISTE".
           02 MSG-ERRO-6        PIC X(31)
              VALUE "FIM DA VIGENCIA ANTES DO INICIO".
       01  CAB01.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(06)    VALUE "DATA:".
           02 DATA-CAB01.
               03 DIA-CAB01   PIC 99/ VALUE ZEROS.
               03 MES-CAB01   PIC 99/ VALUE ZEROS.
               03 ANO-CAB01   PIC 9(04) VALUE ZEROS.
           02 FILLER    PIC X(05)     VALUE SPACES.
           02 FILLER    PIC X(34)
           VALUE "VARIACAO DE PRECOS DO CATALOGO".
           02 FILLER    PIC X(08)    VALUE "LIMITE:".
           02 PERC-CAB01 PIC ZZ9,9   VALUE ZEROS.
           02 FILLER    PIC X(04)    VALUE "%".
           02 FILLER     PIC X(04)   VALUE "PAG.".
           02 PAG-CAB01  PIC ZZ9     VALUE ZEROS.
       01  CAB02.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "FORN".
           02 FILLER  PIC X(22) VALUE "NOME DO FORNECEDOR".
           02 FILLER  PIC X(07) VALUE "ITEM".
           02 FILLER  PIC X(32) VALUE "DESCRICAO".
           02 FILLER  PIC X(13) VALUE "PRECO ANT.".
           02 FILLER  PIC X(13) VALUE "PRECO ATUAL".
           02 FILLER  PIC X(10) VALUE "VARIACAO".
           02 FILLER  PIC X(10) VALUE "ALTERADO".
       01  DETALHE.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FORN-DET          PIC 9(03) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 NOME-FORN-DET     PIC X(20) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 CODIGO-DET        PIC 9(05) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 NOME-DET          PIC X(30) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 PRECO-ANT-DET     PIC ZZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 PRECO-DET         PIC ZZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 VARIACAO-DET      PIC -ZZZ9,9 VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE "%".
           02 DIA-DET           PIC 99/ VALUE ZEROS.
           02 MES-DET           PIC 99/ VALUE ZEROS.
           02 ANO-DET           PIC 9(04) VALUE ZEROS.
       01  LINHA-RESUMO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TEXTO-RESUMO      PIC X(26) VALUE SPACES.
           02 VALOR-RESUMO      PIC ZZZZ9 VALUE ZEROS.
       01  WS-DATA-ALTER.
           02 ALT-ANO           PIC 9(04) VALUE ZEROS.
           02 ALT-MES           PIC 9(02) VALUE ZEROS.
           02 ALT-DIA           PIC 9(02) VALUE ZEROS.
       SCREEN SECTION.
       01  TELA1.
            02 BLANK SCREEN.
            02 LINE 01 COLUMN 01 VALUE "DATA:".
            02 LINE 01 COLUMN 20
               VALUE "CATALOGO DE PRECOS DE FORNECEDOR".
            02 LINE 03 COLUMN 01 VALUE "ESCOLHA A FUNCAO: ".
            02 LINE 03 COLUMN 22 VALUE "(IN-AL-EX-CO-IM-RV-FF)".
            02 LINE 05 COLUMN 05 VALUE "FORNECEDOR..............>".
            02 LINE 06 COLUMN 05 VALUE "ITEM....................>".
            02 LINE 07 COLUMN 05 VALUE "PRECO UNITARIO..........>".
            02 LINE 08 COLUMN 05 VALUE "QUANTIDADE MINIMA.......>".
            02 LINE 09 COLUMN 05 VALUE "PRAZO DE ENTREGA (DIAS).>".
            02 LINE 10 COLUMN 05 VALUE "INICIO DA VIGENCIA......>".
            02 LINE 11 COLUMN 05 VALUE "FIM DA VIGENCIA (0=SEM).>".
            02 LINE 12 COLUMN 05 VALUE "PRECO ANTERIOR..........>".
            02 LINE 14 COLUMN 01 VALUE "MENSAGEM:".
       01  LIMPA-TELA.
            02 LINE 05 COLUMN 35 VALUE "   ".
            02 LINE 05 COLUMN 39 VALUE "                    ".
            02 LINE 06 COLUMN 35 VALUE "     ".
            02 LINE 06 COLUMN 41 VALUE "                              ".
            02 LINE 07 COLUMN 35 VALUE "           ".
            02 LINE 08 COLUMN 35 VALUE "    ".
            02 LINE 09 COLUMN 35 VALUE "   ".
            02 LINE 10 COLUMN 35 VALUE "        ".
            02 LINE 11 COLUMN 35 VALUE "        ".
            02 LINE 12 COLUMN 35 VALUE "                    ".
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR".
           OPEN I-O CATALOGO.
           IF FS-CAT NOT = "00"
               IF FS-CAT = "35"
                   CLOSE CATALOGO OPEN OUTPUT CATALOGO CLOSE CATALOGO
                   GO TO INICIO
               ELSE
                   DISPLAY FS-CAT "STATUS DO ARQUIVO CATALOGO"
                   CALL "LOGERRO" USING "CATALOGO" "ABERTURA CATALOGO"
                           FS-CAT
                   STOP RUN
           END-IF.
           OPEN INPUT FORNECEDOR.
           IF FS-FORN NOT = "00"
               DISPLAY "ARQUIVO FORNECEDOR NAO ENCONTRADO"
               CALL "LOGERRO" USING "CATALOGO" "ABERTURA FORNECEDOR"
                       FS-FORN
               CLOSE CATALOGO
               STOP RUN.
           OPEN INPUT ARQMAT.
           IF FS NOT = "00"
               DISPLAY FS "STATUS DO ARQUIVO ARQMAT"
               CALL "LOGERRO" USING "CATALOGO" "ABERTURA ARQMAT" FS
               CLOSE CATALOGO FORNECEDOR
               STOP RUN.
       TELA-1.
           DISPLAY TELA1.
           ACCEPT WS-DATA FROM DATE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY DIA AT 0107 '/' MES '/' ANO.
           ACCEPT FUNCAO AT 0319.
           EVALUATE FUNCAO
               WHEN "IN"
                  GO TO INCLUSAO
               WHEN "AL"
                  GO TO ALTERACAO
               WHEN "EX"
                  GO TO EXCLUSAO
               WHEN "CO"
                  GO TO CONSULTA
               WHEN "IM"
                  GO TO IMPORTACAO
               WHEN "RV"
                  GO TO RELATORIO-VARIACAO
               WHEN "FF"
                  GO TO FIM
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA" AT 1410
                  ACCEPT CONFIRMA AT 1424
                  GO TO TELA-1
           END-EVALUATE.
       PEDE-CHAVE.
           ACCEPT CAT-FORNECEDOR AT 0535.
           IF CAT-FORNECEDOR = ZEROS
               DISPLAY MSG-ERRO-1 AT 1410
               ACCEPT CONFIRMA AT 1433
               DISPLAY LIMPA-MENSAGEM AT 1410
               GO TO PEDE-CHAVE.
           MOVE CAT-FORNECEDOR TO FORN-CODIGO.
           READ FORNECEDOR INVALID KEY
               DISPLAY MSG-ERRO-4 AT 1410
               ACCEPT CONFIRMA AT 1433
               DISPLAY LIMPA-MENSAGEM AT 1410
               GO TO PEDE-CHAVE.
           DISPLAY FORN-NOME AT 0539.
       PEDE-ITEM.
           ACCEPT CAT-CODIGO AT 0635.
           IF CAT-CODIGO = ZEROS
               DISPLAY MSG-ERRO-1 AT 1410
               ACCEPT CONFIRMA AT 1433
               DISPLAY LIMPA-MENSAGEM AT 1410
               GO TO PEDE-ITEM.
           MOVE CAT-CODIGO TO CODIGO.
           READ ARQMAT INVALID KEY
               DISPLAY MSG-ERRO-5 AT 1410
               ACCEPT CONFIRMA AT 1428
               DISPLAY LIMPA-MENSAGEM AT 1410
               GO TO PEDE-ITEM.
           DISPLAY FD-NOME AT 0641.
       FIM-PEDE-CHAVE.
           EXIT.
       MOSTRA-CATALOGO.
           MOVE CAT-PRECO TO WS-PRECO-MASK.
           DISPLAY WS-PRECO-MASK AT 0735.
           DISPLAY CAT-QTDE-MINIMA AT 0835.
           DISPLAY CAT-PRAZO-DIAS AT 0935.
           DISPLAY CAT-VIGENCIA-INI AT 1035.
           DISPLAY CAT-VIGENCIA-FIM AT 1135.
           MOVE CAT-PRECO-ANT TO WS-PRECO-MASK.
           DISPLAY WS-PRECO-MASK AT 1235.
       ROT-DADOS.
           ACCEPT CAT-PRECO AT 0735.
           IF CAT-PRECO = ZEROS
               GO TO ROT-DADOS.
           MOVE CAT-PRECO TO WS-PRECO-MASK.
           DISPLAY WS-PRECO-MASK AT 0735.
           ACCEPT CAT-QTDE-MINIMA AT 0835.
           ACCEPT CAT-PRAZO-DIAS AT 0935.
       ROT-VIGENCIA.
           ACCEPT CAT-VIGENCIA-INI AT 1035.
           IF CAT-VIGENCIA-INI = ZEROS
               MOVE WS-DATA-HOJE TO CAT-VIGENCIA-INI
               DISPLAY CAT-VIGENCIA-INI AT 1035.
           ACCEPT CAT-VIGENCIA-FIM AT 1135.
           IF CAT-VIGENCIA-FIM NOT = ZEROS
                   AND CAT-VIGENCIA-FIM < CAT-VIGENCIA-INI
               DISPLAY MSG-ERRO-6 AT 1410
               ACCEPT CONFIRMA AT 1441
               DISPLAY LIMPA-MENSAGEM AT 1410
               GO TO ROT-VIGENCIA.
           MOVE WS-OPERADOR TO CAT-OPERADOR.
       FIM-ROT-DADOS.
           EXIT.
       INCLUSAO.
           PERFORM PEDE-CHAVE THRU FIM-PEDE-CHAVE.
           READ CATALOGO INVALID KEY GO TO ROT-INCLUI.
           DISPLAY MSG-ERRO-2 AT 1410.
           ACCEPT CONFIRMA AT 1433.
           DISPLAY LIMPA-MENSAGEM AT 1410.
           DISPLAY LIMPA-TELA.
           GO TO INCLUSAO.
       ROT-INCLUI.
           PERFORM ROT-DADOS THRU FIM-ROT-DADOS.
           MOVE ZEROS TO CAT-PRECO-ANT.
           MOVE WS-DATA-HOJE TO CAT-DATA-ALTER.
           WRITE REG-CATALOGO INVALID KEY
           DISPLAY "ERRO DE GRAVACAO" FS-CAT AT 1410
           CALL "LOGERRO" USING "CATALOGO" "GRAVACAO CATALOGO" FS-CAT
           STOP RUN.
           DISPLAY "CONTINUAR INCLUSAO ? S-SIM" AT 1410.
           ACCEPT CONFIRMA AT 1437.
           IF CONFIRMA = "S" OR "s"
               DISPLAY LIMPA-MENSAGEM AT 1410
               DISPLAY LIMPA-TELA
               GO TO INCLUSAO.
           GO TO TELA-1.
       ALTERACAO.
           PERFORM PEDE-CHAVE THRU FIM-PEDE-CHAVE.
           READ CATALOGO INVALID KEY
           DISPLAY MSG-ERRO-3 AT 1410 GO TO ALTERACAO.
           PERFORM MOSTRA-CATALOGO.
           MOVE CAT-PRECO TO WS-PRECO-ANTERIOR.
       ALTERA.
           PERFORM ROT-DADOS THRU FIM-ROT-DADOS.
           IF CAT-PRECO NOT = WS-PRECO-ANTERIOR
               MOVE WS-PRECO-ANTERIOR TO CAT-PRECO-ANT
               MOVE WS-DATA-HOJE TO CAT-DATA-ALTER.
           REWRITE REG-CATALOGO INVALID KEY
           DISPLAY "ERRO DE GRAVACAO" FS-CAT AT 1410
           CALL "LOGERRO" USING "CATALOGO" "ALTERACAO CATALOGO" FS-CAT
           STOP RUN.
           DISPLAY "CONTINUAR ALTERANDO ? S-SIM" AT 1410.
           ACCEPT CONFIRMA AT 1438.
           IF CONFIRMA = "S" OR "s"
               DISPLAY LIMPA-MENSAGEM AT 1410
               DISPLAY LIMPA-TELA
               GO TO ALTERACAO.
           GO TO TELA-1.
       EXCLUSAO.
           PERFORM PEDE-CHAVE THRU FIM-PEDE-CHAVE.
           READ CATALOGO INVALID KEY
           DISPLAY MSG-ERRO-3 AT 1410 GO TO EXCLUSAO.
           PERFORM MOSTRA-CATALOGO.
           DISPLAY "APAGAR ESTE REGISTRO ? S-SIM" AT 1410.
           ACCEPT CONFIRMA AT 1439.
           DISPLAY LIMPA-MENSAGEM AT 1410.
           IF CONFIRMA = "S" OR "s"
               NEXT SENTENCE
           ELSE
              DISPLAY LIMPA-TELA GO TO EXCLUSAO.
           DELETE CATALOGO INVALID KEY
           DISPLAY "ERRO DE EXCLUSAO" FS-CAT AT 1410
           CALL "LOGERRO" USING "CATALOGO" "EXCLUSAO CATALOGO" FS-CAT
           STOP RUN.
           DISPLAY "CONTINUAR EXCLUSAO? S-SIM" AT 1410.
           ACCEPT CONFIRMA AT 1436.
           IF CONFIRMA = "S" OR "s"
               DISPLAY LIMPA-TELA GO TO EXCLUSAO.
           GO TO TELA-1.
       CONSULTA.
           PERFORM PEDE-CHAVE THRU FIM-PEDE-CHAVE.
           READ CATALOGO INVALID KEY
           DISPLAY MSG-ERRO-3 AT 1410 GO TO CONSULTA.
           PERFORM MOSTRA-CATALOGO.
           DISPLAY "CONTINUAR CONSULTA ? S-SIM" AT 1410.
           ACCEPT CONFIRMA AT 1437.
           IF CONFIRMA = "S" OR "s"
               DISPLAY LIMPA-MENSAGEM AT 1410
               DISPLAY LIMPA-TELA GO TO CONSULTA.
           GO TO TELA-1.
      *
      *    IMPORTACAO DA TABELA DE PRECOS ENVIADA PELO FORNECEDOR:
      *    ITEM NOVO E INCLUIDO, ITEM EXISTENTE E SUBSTITUIDO E, SE O
      *    PRECO MUDOU, O PRECO ANTERIOR FICA GUARDADO PARA O RV
      *
       IMPORTACAO.
           OPEN INPUT CATFORN.
           IF FS-CFN NOT = "00"
               DISPLAY "ARQUIVO CATFORN NAO ENCONTRADO" AT 1410
               CALL "LOGERRO" USING "CATALOGO" "ABERTURA CATFORN"
                       FS-CFN
               ACCEPT CONFIRMA AT 1441
               DISPLAY LIMPA-MENSAGEM AT 1410
               GO TO TELA-1.
           MOVE ZEROS TO WS-LIDOS WS-GRAVADOS WS-REJEITADOS.
       LER-CATFORN.
           READ CATFORN AT END
               GO TO FIM-IMPORTACAO.
           ADD 1 TO WS-LIDOS.
           IF CFN-FORNECEDOR NOT NUMERIC OR CFN-CODIGO NOT NUMERIC
                   OR CFN-PRECO NOT NUMERIC
                   OR CFN-QTDE-MINIMA NOT NUMERIC
                   OR CFN-PRAZO NOT NUMERIC
                   OR CFN-VIGENCIA-INI NOT NUMERIC
                   OR CFN-VIGENCIA-FIM NOT NUMERIC
               ADD 1 TO WS-REJEITADOS
               GO TO LER-CATFORN.
           IF CFN-PRECO-N = ZEROS
               ADD 1 TO WS-REJEITADOS
               GO TO LER-CATFORN.
           IF CFN-VIGENCIA-FIM-N NOT = ZEROS
                   AND CFN-VIGENCIA-FIM-N < CFN-VIGENCIA-INI-N
               ADD 1 TO WS-REJEITADOS
               GO TO LER-CATFORN.
           MOVE CFN-FORNECEDOR-N TO FORN-CODIGO.
           READ FORNECEDOR INVALID KEY
               ADD 1 TO WS-REJEITADOS
               GO TO LER-CATFORN.
           MOVE CFN-CODIGO-N TO CODIGO.
           READ ARQMAT INVALID KEY
               ADD 1 TO WS-REJEITADOS
               GO TO LER-CATFORN.
           MOVE CFN-FORNECEDOR-N TO CAT-FORNECEDOR.
           MOVE CFN-CODIGO-N TO CAT-CODIGO.
           READ CATALOGO
               INVALID KEY
                   MOVE ZEROS TO CAT-PRECO-ANT
                   MOVE WS-DATA-HOJE TO CAT-DATA-ALTER
                   PERFORM MOVE-CATFORN
                   WRITE REG-CATALOGO INVALID KEY
                       DISPLAY "ERRO DE GRAVACAO" FS-CAT AT 1410
                       CALL "LOGERRO" USING "CATALOGO"
                               "IMPORTA CATALOGO" FS-CAT
                       STOP RUN
                   END-WRITE
               NOT INVALID KEY
                   IF CAT-PRECO NOT = CFN-PRECO-N
                       MOVE CAT-PRECO TO CAT-PRECO-ANT
                       MOVE WS-DATA-HOJE TO CAT-DATA-ALTER
                   END-IF
                   PERFORM MOVE-CATFORN
                   REWRITE REG-CATALOGO INVALID KEY
                       DISPLAY "ERRO DE GRAVACAO" FS-CAT AT 1410
                       CALL "LOGERRO" USING "CATALOGO"
                               "IMPORTA CATALOGO" FS-CAT
                       STOP RUN
                   END-REWRITE
           END-READ.
           ADD 1 TO WS-GRAVADOS.
           GO TO LER-CATFORN.
       MOVE-CATFORN.
           MOVE CFN-PRECO-N TO CAT-PRECO.
           MOVE CFN-QTDE-MINIMA-N TO CAT-QTDE-MINIMA.
           MOVE CFN-PRAZO-N TO CAT-PRAZO-DIAS.
           MOVE CFN-VIGENCIA-INI-N TO CAT-VIGENCIA-INI.
           IF CAT-VIGENCIA-INI = ZEROS
               MOVE WS-DATA-HOJE TO CAT-VIGENCIA-INI.
           MOVE CFN-VIGENCIA-FIM-N TO CAT-VIGENCIA-FIM.
           MOVE WS-OPERADOR TO CAT-OPERADOR.
       FIM-IMPORTACAO.
           CLOSE CATFORN.
           DISPLAY "LIDOS:" AT 1410.
           DISPLAY WS-LIDOS AT 1417.
           DISPLAY "GRAVADOS:" AT 1423.
           DISPLAY WS-GRAVADOS AT 1433.
           DISPLAY "REJEITADOS:" AT 1439.
           DISPLAY WS-REJEITADOS AT 1451.
           ACCEPT CONFIRMA AT 1457.
           DISPLAY LIMPA-MENSAGEM AT 1410.
           GO TO TELA-1.
      *
      *    RELATORIO DOS PRECOS QUE VARIARAM MAIS QUE O PERCENTUAL
      *    INFORMADO EM RELACAO AO PRECO ANTERIOR DO CATALOGO
      *
       RELATORIO-VARIACAO.
           DISPLAY "VARIACAO MINIMA (%):" AT 1410.
           ACCEPT WS-PERC-LIMITE AT 1431.
           DISPLAY LIMPA-MENSAGEM AT 1410.
           DISPLAY "ALTERADOS DESDE (AAAAMMDD, 0=TODOS):" AT 1410.
           ACCEPT WS-DATA-CORTE AT 1447.
           DISPLAY LIMPA-MENSAGEM AT 1410.
           MOVE ZEROS TO CT-PAG WS-LISTADOS.
           MOVE HOJE-DIA TO DIA-CAB01.
           MOVE HOJE-MES TO MES-CAB01.
           MOVE HOJE-ANO TO ANO-CAB01.
           MOVE WS-PERC-LIMITE TO PERC-CAB01.
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO CAT-CHAVE.
           START CATALOGO KEY NOT LESS THAN CAT-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-VARIACAO.
           IF WS-EOF = "S"
               GO TO FIM-VARIACAO.
           READ CATALOGO NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
                   GO TO LER-VARIACAO.
           IF CAT-PRECO-ANT = ZEROS OR CAT-PRECO = CAT-PRECO-ANT
               GO TO LER-VARIACAO.
           IF CAT-DATA-ALTER < WS-DATA-CORTE
               GO TO LER-VARIACAO.
           COMPUTE WS-VARIACAO ROUNDED =
               ((CAT-PRECO - CAT-PRECO-ANT) * 100) / CAT-PRECO-ANT
               ON SIZE ERROR MOVE 9999,9 TO WS-VARIACAO
           END-COMPUTE.
           MOVE WS-VARIACAO TO WS-VARIACAO-ABS.
           IF WS-VARIACAO-ABS NOT > WS-PERC-LIMITE
               GO TO LER-VARIACAO.
           MOVE CAT-FORNECEDOR TO FORN-DET FORN-CODIGO.
           READ FORNECEDOR INVALID KEY
               MOVE "DESCONHECIDO" TO FORN-NOME.
           MOVE FORN-NOME TO NOME-FORN-DET.
           MOVE CAT-CODIGO TO CODIGO-DET CODIGO.
           READ ARQMAT INVALID KEY
               MOVE "** ITEM NAO CADASTRADO **" TO FD-NOME.
           MOVE FD-NOME TO NOME-DET.
           MOVE CAT-PRECO-ANT TO PRECO-ANT-DET.
           MOVE CAT-PRECO TO PRECO-DET.
           MOVE WS-VARIACAO TO VARIACAO-DET.
           MOVE CAT-DATA-ALTER TO WS-DATA-ALTER.
           MOVE ALT-DIA TO DIA-DET.
           MOVE ALT-MES TO MES-DET.
           MOVE ALT-ANO TO ANO-DET.
           WRITE REG-RELATO FROM DETALHE BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
           ADD 1 TO WS-LISTADOS.
           GO TO LER-VARIACAO.
       FIM-VARIACAO.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           MOVE "PRECOS LISTADOS..........:" TO TEXTO-RESUMO.
           MOVE WS-LISTADOS TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           CLOSE RELATO.
           DISPLAY "RELATORIO DE VARIACAO IMPRESSO" AT 1410.
           ACCEPT CONFIRMA AT 1441.
           DISPLAY LIMPA-MENSAGEM AT 1410.
           GO TO TELA-1.
       CABECALHO.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 3 LINES.
           WRITE REG-RELATO FROM CAB02 BEFORE ADVANCING 2 LINES.
       FIM.
           DISPLAY "FIM DO PROCESSAMENTO " AT 1410.
           CLOSE CATALOGO FORNECEDOR ARQMAT.
           STOP RUN.
           END PROGRAM CATALOGO.
