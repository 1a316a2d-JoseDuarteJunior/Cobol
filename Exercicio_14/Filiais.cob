      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - VENDAS NO BALCAO
      * Tectonics: cobc
      * Objetivo: CADASTRO DAS FILIAIS (ARQUIVO FILIAIS), CONSULTA DO
      *           ESTOQUE DE UM PRODUTO DO ARQPRO POR FILIAL E A
      *           TRANSFERENCIA DE MERCADORIA ENTRE FILIAIS (ARQUIVO
      *           TRFFIL) EM DUAS ETAPAS: O ENVIO (TE) TIRA A
      *           QUANTIDADE DA ORIGEM, POE NA FILIAL 99 (EM TRANSITO)
      *           E IMPRIME O DOCUMENTO DE TRANSFERENCIA; O RECEBIMENTO
      *           (TR) TIRA DO 99 O QUE FOI ENVIADO, POE NO DESTINO O
      *           QUE CHEGOU E A DIFERENCA ACERTA O ESTOQUE DO ARQPRO
      * Obs: A FILIAL 01 E A MATRIZ - SEU SALDO E O ESTOQUE DO ARQPRO
      *      MENOS O DAS DEMAIS FILIAIS (ROTINAS SALDOFIL E MOVFIL).
      *      INCLUSAO E ALTERACAO DE FILIAL PEDEM NIVEL DE SUPERVISOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILIAIS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILIAIS ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       FIL-CODIGO
           FILE STATUS      FS-FIL.
           SELECT TRFFIL ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       TFF-NUMERO
           FILE STATUS      FS-TFF.
           SELECT ARQPRO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       FD-CODIGO
           ALTERNATE RECORD KEY IS FD-NOME-PRODUTO
                   WITH DUPLICATES
           ALTERNATE RECORD KEY IS FD-EAN
                   SUPPRESS WHEN ZEROS
           FILE STATUS      FS.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
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
       FD  TRFFIL LABEL RECORD STANDARD
           VALUE OF FILE-ID "TRFFIL".
       01  REG-TRFFIL.
           02 TFF-NUMERO        PIC 9(06).
           02 TFF-CODIGO        PIC 9(04).
           02 TFF-DV            PIC 9(01).
           02 TFF-FIL-ORIGEM    PIC 9(02).
           02 TFF-FIL-DESTINO   PIC 9(02).
           02 TFF-QTDE-ENVIADA  PIC 9(04).
           02 TFF-QTDE-RECEBIDA PIC 9(04).
           02 TFF-DATA-ENVIO    PIC 9(08).
           02 TFF-DATA-RECEB    PIC 9(08).
           02 TFF-STATUS        PIC X(01).
           02 TFF-OPER-ENVIO    PIC X(03).
           02 TFF-OPER-RECEB    PIC X(03).
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
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  FS                   PIC X(02) VALUE SPACES.
       77  FS-FIL               PIC X(02) VALUE SPACES.
       77  FS-TFF               PIC X(02) VALUE SPACES.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  FUNCAO               PIC X(02) VALUE SPACES.
       77  WS-EOF               PIC X(01) VALUE "N".
       77  WS-ACHOU             PIC X(01) VALUE "N".
       77  WS-OPERADOR          PIC X(03) VALUE SPACES.
       77  WS-NIVEL-EXIGIDO     PIC 9(01) VALUE ZEROS.
       77  WS-AUTORIZADO        PIC X(01) VALUE "N".
       77  WS-CODIGO-BUSCA      PIC 9(04) VALUE ZEROS.
       77  WS-FIL-ORIGEM        PIC 9(02) VALUE ZEROS.
       77  WS-FIL-DESTINO       PIC 9(02) VALUE ZEROS.
       77  WS-FIL-TRANSITO      PIC 9(02) VALUE 99.
       77  WS-FIL-SALDO         PIC 9(02) VALUE ZEROS.
       77  WS-SALDO-FILIAL      PIC S9(05) VALUE ZEROS.
       77  WS-SALDO-MASK        PIC -ZZZZ9.
       77  WS-QTDE-TRANSF       PIC 9(04) VALUE ZEROS.
       77  WS-QTDE-RECEBIDA     PIC 9(04) VALUE ZEROS.
       77  WS-QTDE-FILIAL       PIC S9(05) VALUE ZEROS.
       77  WS-DIF-TRANSF        PIC S9(05) VALUE ZEROS.
       77  WS-TRF-NUMERO        PIC 9(06) VALUE ZEROS.
       77  WS-LINHA-ES          PIC 9(02) VALUE ZEROS.
       77  WS-POSICAO           PIC 9(04) VALUE ZEROS.
       01  WS-DATA.
           02 ANO               PIC 9(02) VALUE ZEROS.
           02 MES               PIC 9(02) VALUE ZEROS.
           02 DIA               PIC 9(02) VALUE ZEROS.
       01  WS-DATA-HOJE.
           02 HOJE-ANO          PIC 9(04) VALUE ZEROS.
           02 HOJE-MES          PIC 9(02) VALUE ZEROS.
           02 HOJE-DIA          PIC 9(02) VALUE ZEROS.
       01  WS-DATA-NUM REDEFINES WS-DATA-HOJE PIC 9(08).
       01  WS-MENSAGENS.
           02 LIMPA-MENSAGEM    PIC X(50) VALUE SPACES.
           02 MSG-ERRO-1        PIC X(22) VALUE "FILIAL INVALIDA".
           02 MSG-ERRO-2        PIC X(20) VALUE "FILIAL JA CADASTRADA".
           02 MSG-ERRO-3        PIC X(21) VALUE "FILIAL NAO CADASTRADA".
           02 MSG-ERRO-4        PIC X(22)
              VALUE "PRODUTO NAO CADASTRADO".
           02 MSG-ERRO-5        PIC X(15) VALUE "FILIAL INATIVA".
           02 MSG-ERRO-6        PIC X(30)
              VALUE "OPERADOR SEM NIVEL SUPERVISOR".
       01  LINHA-ES.
           02 FIL-ES            PIC 9(02).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 NOME-ES           PIC X(30).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 SALDO-ES          PIC -ZZZZ9.
      *    DOCUMENTO DE TRANSFERENCIA IMPRESSO NO ENVIO
       01  DOC01.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(40)
           VALUE "DOCUMENTO DE TRANSFERENCIA ENTRE FILIAIS".
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(08)    VALUE "NUMERO:".
           02 NUMERO-DOC01 PIC 9(06) VALUE ZEROS.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(06)    VALUE "DATA:".
           02 DATA-DOC01.
               03 DIA-DOC01   PIC 99/ VALUE ZEROS.
               03 MES-DOC01   PIC 99/ VALUE ZEROS.
               03 ANO-DOC01   PIC 9(04) VALUE ZEROS.
       01  DOC02.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 ROTULO-DOC02 PIC X(10) VALUE SPACES.
           02 FILIAL-DOC02 PIC 9(02) VALUE ZEROS.
           02 FILLER    PIC X(02)    VALUE SPACES.
           02 NOME-DOC02  PIC X(30)  VALUE SPACES.
           02 FILLER    PIC X(02)    VALUE SPACES.
           02 CIDADE-DOC02 PIC X(20) VALUE SPACES.
           02 FILLER    PIC X(01)    VALUE SPACES.
           02 UF-DOC02  PIC X(02)    VALUE SPACES.
       01  DOC03.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(10)    VALUE "PRODUTO:".
           02 CODIGO-DOC03 PIC 9(04) VALUE ZEROS.
           02 FILLER    PIC X(01)    VALUE "-".
           02 DV-DOC03  PIC 9(01)    VALUE ZEROS.
           02 FILLER    PIC X(02)    VALUE SPACES.
           02 NOME-DOC03 PIC X(30)   VALUE SPACES.
           02 FILLER    PIC X(02)    VALUE SPACES.
           02 FILLER    PIC X(12)    VALUE "QUANTIDADE:".
           02 QTDE-DOC03 PIC ZZZ9    VALUE ZEROS.
       01  DOC04.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(10)    VALUE "ENVIADO:".
           02 OPER-DOC04 PIC X(03)   VALUE SPACES.
           02 FILLER    PIC X(10)    VALUE SPACES.
           02 FILLER    PIC X(40)
           VALUE "RECEBIDO: ______________ QTDE: ______".
       SCREEN SECTION.
       01  TELA1.
            02 BLANK SCREEN.
            02 LINE 01 COLUMN 01 VALUE "DATA:".
            02 LINE 01 COLUMN 24 VALUE "FILIAIS E TRANSFERENCIAS".
            02 LINE 03 COLUMN 01 VALUE "ESCOLHA A FUNCAO: ".
            02 LINE 03 COLUMN 22 VALUE "(IN-AL-CO-ES-TE-TR-FF)".
            02 LINE 05 COLUMN 05 VALUE "FILIAL..................>".
            02 LINE 06 COLUMN 05 VALUE "NOME....................>".
            02 LINE 07 COLUMN 05 VALUE "ENDERECO................>".
            02 LINE 08 COLUMN 05 VALUE "CIDADE..................>".
            02 LINE 09 COLUMN 05 VALUE "UF......................>".
            02 LINE 10 COLUMN 05 VALUE "CNPJ....................>".
            02 LINE 11 COLUMN 05 VALUE "INSCRICAO ESTADUAL......>".
            02 LINE 12 COLUMN 05 VALUE "ATIVA (S/N).............>".
            02 LINE 14 COLUMN 01 VALUE "MENSAGEM:".
       01  LIMPA-TELA.
            02 LINE 05 COLUMN 35 VALUE "  ".
            02 LINE 06 COLUMN 35 VALUE
               "                              ".
            02 LINE 07 COLUMN 35 VALUE
               "                              ".
            02 LINE 08 COLUMN 35 VALUE "                    ".
            02 LINE 09 COLUMN 35 VALUE "  ".
            02 LINE 10 COLUMN 35 VALUE "              ".
            02 LINE 11 COLUMN 35 VALUE "              ".
            02 LINE 12 COLUMN 35 VALUE " ".
       01  TELA2.
            02 BLANK SCREEN.
            02 LINE 01 COLUMN 01 VALUE "DATA:".
            02 LINE 01 COLUMN 24 VALUE "ESTOQUE POR FILIAL".
            02 LINE 03 COLUMN 05 VALUE "TRANSFERENCIA...........>".
            02 LINE 05 COLUMN 05 VALUE "PRODUTO.................>".
            02 LINE 06 COLUMN 05 VALUE "DESCRICAO...............>".
            02 LINE 07 COLUMN 05 VALUE "ESTOQUE TOTAL (ARQPRO)..>".
            02 LINE 08 COLUMN 05 VALUE "FILIAL DE ORIGEM........>".
            02 LINE 09 COLUMN 05 VALUE "FILIAL DE DESTINO.......>".
            02 LINE 10 COLUMN 05 VALUE "QUANTIDADE ENVIADA......>".
            02 LINE 11 COLUMN 05 VALUE "QUANTIDADE RECEBIDA.....>".
            02 LINE 14 COLUMN 01 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR".
           MOVE 2 TO WS-NIVEL-EXIGIDO.
           CALL "AUTORIZA" USING "FILIAIS" WS-OPERADOR
                   WS-NIVEL-EXIGIDO WS-AUTORIZADO.
           IF WS-AUTORIZADO NOT = "S"
               DISPLAY "OPERADOR SEM PERFIL PARA ESTE PROGRAMA"
                       AT 2202
               ACCEPT CONFIRMA AT 2242
               STOP RUN.
       ABRE-FILIAIS.
           OPEN I-O FILIAIS.
           IF FS-FIL NOT = "00"
               IF FS-FIL = "35"
                   CLOSE FILIAIS OPEN OUTPUT FILIAIS CLOSE FILIAIS
                   GO TO ABRE-FILIAIS
               ELSE
                   DISPLAY FS-FIL "STATUS DO ARQUIVO FILIAIS"
                   CALL "LOGERRO" USING "FILIAIS" "ABERTURA FILIAIS"
                           FS-FIL
                   STOP RUN
           END-IF.
       ABRE-TRFFIL.
           OPEN I-O TRFFIL.
           IF FS-TFF NOT = "00"
               IF FS-TFF = "35"
                   CLOSE TRFFIL OPEN OUTPUT TRFFIL CLOSE TRFFIL
                   GO TO ABRE-TRFFIL
               ELSE
                   DISPLAY FS-TFF "STATUS DO ARQUIVO TRFFIL"
                   CALL "LOGERRO" USING "FILIAIS" "ABERTURA TRFFIL"
                           FS-TFF
                   CLOSE FILIAIS
                   STOP RUN
           END-IF.
           OPEN I-O ARQPRO.
           IF FS NOT = "00"
               DISPLAY FS "STATUS DO ARQUIVO ARQPRO"
               CALL "LOGERRO" USING "FILIAIS" "ABERTURA ARQPRO" FS
               CLOSE FILIAIS TRFFIL
               STOP RUN.
       TELA-1.
           DISPLAY TELA1.
           ACCEPT WS-DATA FROM DATE.
           DISPLAY DIA AT 0107 '/' MES '/' ANO.
           ACCEPT FUNCAO AT 0319.
           EVALUATE FUNCAO
               WHEN "IN"
                  GO TO INCLUSAO
               WHEN "AL"
                  GO TO ALTERACAO
               WHEN "CO"
                  GO TO CONSULTA
               WHEN "ES"
                  GO TO ESTOQUE-FILIAIS
               WHEN "TE"
                  GO TO ENVIA-TRANSF
               WHEN "TR"
                  GO TO RECEBE-TRANSF
               WHEN "FF"
                  GO TO FIM
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA" AT 1410
                  ACCEPT CONFIRMA AT 1424
                  GO TO TELA-1
           END-EVALUATE.
      ******************************************************************
      *    CADASTRO DAS FILIAIS - 00 E 99 (EM TRANSITO) SAO RESERVADOS
      ******************************************************************
       VERIFICA-SUPERVISOR.
           MOVE 3 TO WS-NIVEL-EXIGIDO.
           CALL "AUTORIZA" USING "FILIAIS" WS-OPERADOR
                   WS-NIVEL-EXIGIDO WS-AUTORIZADO.
       PEDE-FILIAL.
           ACCEPT FIL-CODIGO AT 0535.
           IF FIL-CODIGO = ZEROS OR FIL-CODIGO = WS-FIL-TRANSITO
               DISPLAY MSG-ERRO-1 AT 1410
               ACCEPT CONFIRMA AT 1430
               DISPLAY LIMPA-MENSAGEM AT 1410
               GO TO PEDE-FILIAL.
       FIM-PEDE-FILIAL.
           EXIT.
       ROT-CAMPOS.
           ACCEPT FIL-NOME AT 0635.
           IF FIL-NOME = SPACES
               GO TO ROT-CAMPOS.
           ACCEPT FIL-ENDERECO AT 0735.
           ACCEPT FIL-CIDADE AT 0835.
           ACCEPT FIL-UF AT 0935.
           ACCEPT FIL-CNPJ AT 1035.
           ACCEPT FIL-IE AT 1135.
       ROT-ATIVA.
           ACCEPT FIL-ATIVA AT 1235.
           IF FIL-ATIVA = "s"
               MOVE "S" TO FIL-ATIVA.
           IF FIL-ATIVA = "n"
               MOVE "N" TO FIL-ATIVA.
           IF FIL-ATIVA NOT = "S" AND NOT = "N"
               GO TO ROT-ATIVA.
       FIM-ROT-CAMPOS.
           EXIT.
       MOSTRA.
           DISPLAY FIL-NOME AT 0635.
           DISPLAY FIL-ENDERECO AT 0735.
           DISPLAY FIL-CIDADE AT 0835.
           DISPLAY FIL-UF AT 0935.
           DISPLAY FIL-CNPJ AT 1035.
           DISPLAY FIL-IE AT 1135.
           DISPLAY FIL-ATIVA AT 1235.
       INCLUSAO.
           PERFORM VERIFICA-SUPERVISOR.
           IF WS-AUTORIZADO NOT = "S"
               DISPLAY MSG-ERRO-6 AT 1410
               ACCEPT CONFIRMA AT 1441
               GO TO TELA-1.
       INCLUI-FILIAL.
           PERFORM PEDE-FILIAL THRU FIM-PEDE-FILIAL.
           READ FILIAIS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY MSG-ERRO-2 AT 1410
                   ACCEPT CONFIRMA AT 1431
                   DISPLAY LIMPA-MENSAGEM AT 1410
                   GO TO INCLUI-FILIAL
           END-READ.
           PERFORM ROT-CAMPOS THRU FIM-ROT-CAMPOS.
           WRITE REG-FILIAIS INVALID KEY
           DISPLAY "ERRO DE GRAVACAO" FS-FIL AT 1410
           CALL "LOGERRO" USING "FILIAIS" "GRAVACAO FILIAIS" FS-FIL
           STOP RUN.
           DISPLAY "CONTINUAR INCLUSAO ? S-SIM" AT 1410.
           ACCEPT CONFIRMA AT 1437.
           DISPLAY LIMPA-MENSAGEM AT 1410.
           IF CONFIRMA = "S" OR "s"
               DISPLAY LIMPA-TELA
               GO TO INCLUI-FILIAL.
           GO TO TELA-1.
       ALTERACAO.
           PERFORM VERIFICA-SUPERVISOR.
           IF WS-AUTORIZADO NOT = "S"
               DISPLAY MSG-ERRO-6 AT 1410
               ACCEPT CONFIRMA AT 1441
               GO TO TELA-1.
       ALTERA-FILIAL.
           PERFORM PEDE-FILIAL THRU FIM-PEDE-FILIAL.
           READ FILIAIS INVALID KEY
               DISPLAY MSG-ERRO-3 AT 1410
               ACCEPT CONFIRMA AT 1432
               DISPLAY LIMPA-MENSAGEM AT 1410
               GO TO ALTERA-FILIAL.
           PERFORM MOSTRA.
           PERFORM ROT-CAMPOS THRU FIM-ROT-CAMPOS.
           REWRITE REG-FILIAIS INVALID KEY
           DISPLAY "ERRO DE GRAVACAO" FS-FIL AT 1410
           CALL "LOGERRO" USING "FILIAIS" "ALTERACAO FILIAIS" FS-FIL
           STOP RUN.
           DISPLAY "CONTINUAR ALTERANDO ? S-SIM" AT 1410.
           ACCEPT CONFIRMA AT 1438.
           DISPLAY LIMPA-MENSAGEM AT 1410.
           IF CONFIRMA = "S" OR "s"
               DISPLAY LIMPA-TELA
               GO TO ALTERA-FILIAL.
           GO TO TELA-1.
       CONSULTA.
           PERFORM PEDE-FILIAL THRU FIM-PEDE-FILIAL.
           READ FILIAIS INVALID KEY
               DISPLAY MSG-ERRO-3 AT 1410
               ACCEPT CONFIRMA AT 1432
               DISPLAY LIMPA-MENSAGEM AT 1410
               GO TO CONSULTA.
           PERFORM MOSTRA.
           DISPLAY "CONTINUAR CONSULTA ? S-SIM" AT 1410.
           ACCEPT CONFIRMA AT 1437.
           DISPLAY LIMPA-MENSAGEM AT 1410.
           IF CONFIRMA = "S" OR "s"
               DISPLAY LIMPA-TELA
               GO TO CONSULTA.
           GO TO TELA-1.
      ******************************************************************
      *    LOCALIZA NO ARQPRO PELOS 4 DIGITOS (O DV FAZ PARTE DA CHAVE)
      ******************************************************************
       BUSCA-PRODUTO.
           MOVE "N" TO WS-ACHOU.
           MOVE WS-CODIGO-BUSCA TO CODIGO.
           MOVE ZEROS TO DV.
           START ARQPRO KEY NOT LESS THAN FD-CODIGO
               INVALID KEY GO TO FIM-BUSCA-PRODUTO.
           READ ARQPRO NEXT RECORD
               AT END GO TO FIM-BUSCA-PRODUTO.
           IF CODIGO = WS-CODIGO-BUSCA
               MOVE "S" TO WS-ACHOU.
       FIM-BUSCA-PRODUTO.
           EXIT.
       PEDE-PRODUTO.
           ACCEPT WS-CODIGO-BUSCA AT 0535.
           IF WS-CODIGO-BUSCA = ZEROS
               GO TO FIM-PEDE-PRODUTO.
           PERFORM BUSCA-PRODUTO THRU FIM-BUSCA-PRODUTO.
           IF WS-ACHOU NOT = "S"
               DISPLAY MSG-ERRO-4 AT 1410
               ACCEPT CONFIRMA AT 1433
               DISPLAY LIMPA-MENSAGEM AT 1410
               GO TO PEDE-PRODUTO.
           DISPLAY FD-NOME-PRODUTO AT 0635.
           DISPLAY FD-QUANTIDA-EST AT 0735.
       FIM-PEDE-PRODUTO.
           EXIT.
      *    SALDO DO PRODUTO LIDO NA FILIAL WS-FIL-SALDO
       SALDO-NA-FILIAL.
           CALL "SALDOFIL" USING WS-FIL-SALDO CODIGO FD-QUANTIDA-EST
                   WS-SALDO-FILIAL.
      *    FILIAL DE ORIGEM OU DESTINO: CADASTRADA E ATIVA
       VALIDA-FILIAL.
           MOVE "N" TO WS-ACHOU.
           IF FIL-CODIGO = ZEROS OR FIL-CODIGO = WS-FIL-TRANSITO
               DISPLAY MSG-ERRO-1 AT 1410
               GO TO FIM-VALIDA-FILIAL.
           READ FILIAIS INVALID KEY
               DISPLAY MSG-ERRO-3 AT 1410
               GO TO FIM-VALIDA-FILIAL.
           IF FIL-ATIVA NOT = "S"
               DISPLAY MSG-ERRO-5 AT 1410
               GO TO FIM-VALIDA-FILIAL.
           MOVE "S" TO WS-ACHOU.
       FIM-VALIDA-FILIAL.
           EXIT.
      ******************************************************************
      *    ESTOQUE DO PRODUTO EM CADA FILIAL CADASTRADA E EM TRANSITO
      ******************************************************************
       ESTOQUE-FILIAIS.
           DISPLAY TELA2.
           DISPLAY DIA AT 0107 '/' MES '/' ANO.
           PERFORM PEDE-PRODUTO THRU FIM-PEDE-PRODUTO.
           IF WS-CODIGO-BUSCA = ZEROS
               GO TO TELA-1.
           DISPLAY "FIL NOME                              SALDO"
                   AT 1505.
           MOVE 16 TO WS-LINHA-ES.
           MOVE "N" TO WS-EOF.
           MOVE ZEROS TO FIL-CODIGO.
           START FILIAIS KEY NOT LESS THAN FIL-CODIGO
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-ESTOQUE-FILIAIS.
           IF WS-EOF = "S" OR WS-LINHA-ES > 22
               GO TO MOSTRA-TRANSITO.
           READ FILIAIS NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
                   GO TO MOSTRA-TRANSITO.
           MOVE FIL-CODIGO TO WS-FIL-SALDO FIL-ES.
           MOVE FIL-NOME TO NOME-ES.
           PERFORM SALDO-NA-FILIAL.
           MOVE WS-SALDO-FILIAL TO SALDO-ES.
           COMPUTE WS-POSICAO = WS-LINHA-ES * 100 + 5.
           DISPLAY LINHA-ES AT WS-POSICAO.
           ADD 1 TO WS-LINHA-ES.
           GO TO LER-ESTOQUE-FILIAIS.
       MOSTRA-TRANSITO.
           MOVE WS-FIL-TRANSITO TO WS-FIL-SALDO FIL-ES.
           MOVE "EM TRANSITO" TO NOME-ES.
           PERFORM SALDO-NA-FILIAL.
           MOVE WS-SALDO-FILIAL TO SALDO-ES.
           COMPUTE WS-POSICAO = WS-LINHA-ES * 100 + 5.
           DISPLAY LINHA-ES AT WS-POSICAO.
           DISPLAY "CONTINUAR CONSULTA ? S-SIM" AT 1410.
           ACCEPT CONFIRMA AT 1437.
           DISPLAY LIMPA-MENSAGEM AT 1410.
           IF CONFIRMA = "S" OR "s"
               GO TO ESTOQUE-FILIAIS.
           GO TO TELA-1.
      ******************************************************************
      *    ENVIO: SAI DA ORIGEM, ENTRA NO 99 (EM TRANSITO) - O ESTOQUE
      *    TOTAL DO ARQPRO NAO MUDA
      ******************************************************************
       ENVIA-TRANSF.
           DISPLAY TELA2.
           DISPLAY DIA AT 0107 '/' MES '/' ANO.
           PERFORM PEDE-PRODUTO THRU FIM-PEDE-PRODUTO.
           IF WS-CODIGO-BUSCA = ZEROS
               GO TO TELA-1.
       ROT-FIL-ORIGEM.
           ACCEPT WS-FIL-ORIGEM AT 0835.
           MOVE WS-FIL-ORIGEM TO FIL-CODIGO.
           PERFORM VALIDA-FILIAL THRU FIM-VALIDA-FILIAL.
           IF WS-ACHOU NOT = "S"
               ACCEPT CONFIRMA AT 1440
               DISPLAY LIMPA-MENSAGEM AT 1410
               GO TO ROT-FIL-ORIGEM.
           MOVE WS-FIL-ORIGEM TO WS-FIL-SALDO.
           PERFORM SALDO-NA-FILIAL.
           MOVE WS-SALDO-FILIAL TO WS-SALDO-MASK.
           DISPLAY "SALDO:" AT 0840.
           DISPLAY WS-SALDO-MASK AT 0847.
       ROT-FIL-DESTINO.
           ACCEPT WS-FIL-DESTINO AT 0935.
           IF WS-FIL-DESTINO = WS-FIL-ORIGEM
               DISPLAY MSG-ERRO-1 AT 1410
               ACCEPT CONFIRMA AT 1440
               DISPLAY LIMPA-MENSAGEM AT 1410
               GO TO ROT-FIL-DESTINO.
           MOVE WS-FIL-DESTINO TO FIL-CODIGO.
           PERFORM VALIDA-FILIAL THRU FIM-VALIDA-FILIAL.
           IF WS-ACHOU NOT = "S"
               ACCEPT CONFIRMA AT 1440
               DISPLAY LIMPA-MENSAGEM AT 1410
               GO TO ROT-FIL-DESTINO.
       ROT-QTDE-TRANSF.
           ACCEPT WS-QTDE-TRANSF AT 1035.
           IF WS-QTDE-TRANSF = ZEROS
               GO TO ROT-QTDE-TRANSF.
           IF WS-QTDE-TRANSF > WS-SALDO-FILIAL
               DISPLAY "SALDO INSUFICIENTE NA FILIAL" AT 1410
               ACCEPT CONFIRMA AT 1439
               DISPLAY LIMPA-MENSAGEM AT 1410
               GO TO ROT-QTDE-TRANSF.
           DISPLAY "CONFIRMA O ENVIO ? S-SIM" AT 1410.
           ACCEPT CONFIRMA AT 1435.
           DISPLAY LIMPA-MENSAGEM AT 1410.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               GO TO TELA-1.
           COMPUTE WS-QTDE-FILIAL = ZEROS - WS-QTDE-TRANSF.
           CALL "MOVFIL" USING WS-FIL-ORIGEM CODIGO WS-QTDE-FILIAL.
           MOVE WS-QTDE-TRANSF TO WS-QTDE-FILIAL.
           CALL "MOVFIL" USING WS-FIL-TRANSITO CODIGO WS-QTDE-FILIAL.
           PERFORM GRAVA-TRFFIL THRU FIM-GRAVA-TRFFIL.
           PERFORM IMPRIME-DOCUMENTO.
           DISPLAY "EM TRANSITO - TRANSFERENCIA NUMERO" AT 1410.
           DISPLAY WS-TRF-NUMERO AT 1445.
           ACCEPT CONFIRMA AT 1452.
           DISPLAY LIMPA-MENSAGEM AT 1410.
           DISPLAY "CONTINUAR TRANSFERENCIA ? S-SIM" AT 1410.
           ACCEPT CONFIRMA AT 1442.
           DISPLAY LIMPA-MENSAGEM AT 1410.
           IF CONFIRMA = "S" OR "s"
               GO TO ENVIA-TRANSF.
           GO TO TELA-1.
      *    DOCUMENTO DA TRANSFERENCIA - NUMERO SEGUINTE AO MAIOR
      *    JA GRAVADO, STATUS T (EM TRANSITO) ATE O RECEBIMENTO
       GRAVA-TRFFIL.
           MOVE 1 TO WS-TRF-NUMERO.
           MOVE "N" TO WS-EOF.
           MOVE ZEROS TO TFF-NUMERO.
           START TRFFIL KEY NOT LESS THAN TFF-NUMERO
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-MAIOR-TRFFIL.
           IF WS-EOF = "S"
               GO TO MONTA-TRFFIL.
           READ TRFFIL NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
               NOT AT END
                   COMPUTE WS-TRF-NUMERO = TFF-NUMERO + 1
           END-READ.
           GO TO LER-MAIOR-TRFFIL.
       MONTA-TRFFIL.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-TRF-NUMERO TO TFF-NUMERO.
           MOVE CODIGO TO TFF-CODIGO.
           MOVE DV TO TFF-DV.
           MOVE WS-FIL-ORIGEM TO TFF-FIL-ORIGEM.
           MOVE WS-FIL-DESTINO TO TFF-FIL-DESTINO.
           MOVE WS-QTDE-TRANSF TO TFF-QTDE-ENVIADA.
           MOVE ZEROS TO TFF-QTDE-RECEBIDA TFF-DATA-RECEB.
           MOVE WS-DATA-NUM TO TFF-DATA-ENVIO.
           MOVE "T" TO TFF-STATUS.
           MOVE WS-OPERADOR TO TFF-OPER-ENVIO.
           MOVE SPACES TO TFF-OPER-RECEB.
           WRITE REG-TRFFIL INVALID KEY
               DISPLAY "ERRO DE GRAVACAO TRFFIL" FS-TFF AT 1410
               CALL "LOGERRO" USING "FILIAIS" "GRAVACAO TRFFIL" FS-TFF
               STOP RUN.
       FIM-GRAVA-TRFFIL.
           EXIT.
       IMPRIME-DOCUMENTO.
           OPEN OUTPUT RELATO.
           MOVE TFF-NUMERO TO NUMERO-DOC01.
           MOVE HOJE-DIA TO DIA-DOC01.
           MOVE HOJE-MES TO MES-DOC01.
           MOVE HOJE-ANO TO ANO-DOC01.
           WRITE REG-RELATO FROM DOC01 BEFORE ADVANCING 3 LINES.
           MOVE "ORIGEM:" TO ROTULO-DOC02.
           MOVE TFF-FIL-ORIGEM TO FIL-CODIGO.
           PERFORM MONTA-DOC02.
           WRITE REG-RELATO FROM DOC02 BEFORE ADVANCING 2 LINES.
           MOVE "DESTINO:" TO ROTULO-DOC02.
           MOVE TFF-FIL-DESTINO TO FIL-CODIGO.
           PERFORM MONTA-DOC02.
           WRITE REG-RELATO FROM DOC02 BEFORE ADVANCING 3 LINES.
           MOVE CODIGO TO CODIGO-DOC03.
           MOVE DV TO DV-DOC03.
           MOVE FD-NOME-PRODUTO TO NOME-DOC03.
           MOVE TFF-QTDE-ENVIADA TO QTDE-DOC03.
           WRITE REG-RELATO FROM DOC03 BEFORE ADVANCING 4 LINES.
           MOVE TFF-OPER-ENVIO TO OPER-DOC04.
           WRITE REG-RELATO FROM DOC04 BEFORE ADVANCING 2 LINES.
           CLOSE RELATO.
       MONTA-DOC02.
           MOVE FIL-CODIGO TO FILIAL-DOC02.
           READ FILIAIS
               INVALID KEY
                   MOVE SPACES TO NOME-DOC02 CIDADE-DOC02 UF-DOC02
               NOT INVALID KEY
                   MOVE FIL-NOME TO NOME-DOC02
                   MOVE FIL-CIDADE TO CIDADE-DOC02
                   MOVE FIL-UF TO UF-DOC02
           END-READ.
      ******************************************************************
      *    RECEBIMENTO NA FILIAL DE DESTINO: SAI DO 99 O QUE FOI
      *    ENVIADO, ENTRA NO DESTINO O QUE CHEGOU E A DIFERENCA (FALTA
      *    OU SOBRA) ACERTA O ESTOQUE TOTAL DO ARQPRO
      ******************************************************************
       RECEBE-TRANSF.
           DISPLAY TELA2.
           DISPLAY DIA AT 0107 '/' MES '/' ANO.
           ACCEPT WS-TRF-NUMERO AT 0335.
           IF WS-TRF-NUMERO = ZEROS
               GO TO TELA-1.
           MOVE WS-TRF-NUMERO TO TFF-NUMERO.
           READ TRFFIL INVALID KEY
               DISPLAY "TRANSFERENCIA NAO ENCONTRADA" AT 1410
               ACCEPT CONFIRMA AT 1439
               DISPLAY LIMPA-MENSAGEM AT 1410
               GO TO RECEBE-TRANSF.
           IF TFF-STATUS NOT = "T"
               DISPLAY "TRANSFERENCIA JA RECEBIDA" AT 1410
               ACCEPT CONFIRMA AT 1436
               DISPLAY LIMPA-MENSAGEM AT 1410
               GO TO RECEBE-TRANSF.
           MOVE TFF-CODIGO TO CODIGO.
           MOVE TFF-DV TO DV.
           READ ARQPRO INVALID KEY
               DISPLAY MSG-ERRO-4 AT 1410
               ACCEPT CONFIRMA AT 1433
               DISPLAY LIMPA-MENSAGEM AT 1410
               GO TO TELA-1.
           DISPLAY TFF-CODIGO AT 0535.
           DISPLAY FD-NOME-PRODUTO AT 0635.
           DISPLAY FD-QUANTIDA-EST AT 0735.
           DISPLAY TFF-FIL-ORIGEM AT 0835.
           DISPLAY TFF-FIL-DESTINO AT 0935.
           DISPLAY TFF-QTDE-ENVIADA AT 1035.
       ROT-QTDE-RECEBIDA.
           ACCEPT WS-QTDE-RECEBIDA AT 1135.
           COMPUTE WS-DIF-TRANSF =
               WS-QTDE-RECEBIDA - TFF-QTDE-ENVIADA.
           IF WS-DIF-TRANSF < ZEROS
                   AND FD-QUANTIDA-EST + WS-DIF-TRANSF < ZEROS
               DISPLAY "FALTA MAIOR QUE O ESTOQUE DO ITEM" AT 1410
               ACCEPT CONFIRMA AT 1444
               DISPLAY LIMPA-MENSAGEM AT 1410
               GO TO ROT-QTDE-RECEBIDA.
           IF WS-DIF-TRANSF NOT = ZEROS
               DISPLAY "QUANTIDADE DIVERGE DA ENVIADA." AT 1410
           END-IF.
           DISPLAY "CONFIRMA ? S-SIM" AT 1441.
           ACCEPT CONFIRMA AT 1458.
           DISPLAY LIMPA-MENSAGEM AT 1410.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               GO TO TELA-1.
           IF WS-DIF-TRANSF NOT = ZEROS
               ADD WS-DIF-TRANSF TO FD-QUANTIDA-EST
               COMPUTE FD-VALOR-TOT = FD-QUANTIDA-EST * FD-VALOR-UNIT
               REWRITE REG-ARQPRO INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO" FS AT 1410
                   CALL "LOGERRO" USING "FILIAIS" "RECEB.TRF ARQPRO" FS
                   STOP RUN
               END-REWRITE
           END-IF.
           COMPUTE WS-QTDE-FILIAL = ZEROS - TFF-QTDE-ENVIADA.
           CALL "MOVFIL" USING WS-FIL-TRANSITO CODIGO WS-QTDE-FILIAL.
           MOVE WS-QTDE-RECEBIDA TO WS-QTDE-FILIAL.
           MOVE TFF-FIL-DESTINO TO WS-FIL-DESTINO.
           CALL "MOVFIL" USING WS-FIL-DESTINO CODIGO WS-QTDE-FILIAL.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-QTDE-RECEBIDA TO TFF-QTDE-RECEBIDA.
           MOVE WS-DATA-NUM TO TFF-DATA-RECEB.
           MOVE WS-OPERADOR TO TFF-OPER-RECEB.
           MOVE "R" TO TFF-STATUS.
           REWRITE REG-TRFFIL INVALID KEY
               DISPLAY "ERRO DE GRAVACAO TRFFIL" FS-TFF AT 1410
               CALL "LOGERRO" USING "FILIAIS" "REGRAVA TRFFIL" FS-TFF
               STOP RUN.
           DISPLAY FD-QUANTIDA-EST AT 0735.
           DISPLAY "TRANSFERENCIA RECEBIDA" AT 1410.
           ACCEPT CONFIRMA AT 1433.
           DISPLAY LIMPA-MENSAGEM AT 1410.
           GO TO TELA-1.
       FIM.
           DISPLAY "FIM DO PROCESSAMENTO " AT 1410.
           CLOSE FILIAIS TRFFIL ARQPRO.
           STOP RUN.
       END PROGRAM FILIAIS.
