      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - VENDAS NO BALCAO
      * Tectonics: cobc
      * Objetivo: TABELA DE FRETE POR FAIXA DE CEP (ARQUIVO FRETES) -
      *           TAXA FIXA, TAXA OPCIONAL POR UNIDADE ENTREGUE E
      *           VALOR DA VENDA A PARTIR DO QUAL O FRETE E GRATIS;
      *           CONSULTADA PELO VENDAS AO GERAR A ORDEM DE ENTREGA.
      *           RELATORIO DAS FAIXAS CADASTRADAS
      * Obs: AS FAIXAS NAO PODEM SE SOBREPOR; CEP FORA DE QUALQUER
      *      FAIXA E ENTREGUE SEM FRETE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRETES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRETES ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       FRT-CEP-INI
           FILE STATUS      FS-FRT.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD  FRETES LABEL RECORD STANDARD
           VALUE OF FILE-ID "FRETES".
       01  REG-FRETES.
           02 FRT-CEP-INI       PIC 9(08).
           02 FRT-CEP-FIM       PIC 9(08).
           02 FRT-DESCRICAO     PIC X(20).
           02 FRT-TAXA          PIC 9(05)V99.
           02 FRT-POR-ITEM      PIC 9(03)V99.
           02 FRT-GRATIS-ACIMA  PIC 9(07)V99.
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  FS-FRT               PIC X(02) VALUE SPACES.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  FUNCAO               PIC X(02) VALUE SPACES.
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-EOF               PIC X(01) VALUE "N".
       77  WS-OPERADOR          PIC X(03) VALUE SPACES.
       77  WS-NIVEL-EXIGIDO     PIC 9(01) VALUE ZEROS.
       77  WS-AUTORIZADO        PIC X(01) VALUE "N".
       77  WS-SOBREPOE          PIC X(01) VALUE "N".
       01  WS-FAIXA-NOVA.
           02 NOVA-CEP-INI      PIC 9(08) VALUE ZEROS.
           02 NOVA-CEP-FIM      PIC 9(08) VALUE ZEROS.
           02 NOVA-DESCRICAO    PIC X(20) VALUE SPACES.
           02 NOVA-TAXA         PIC 9(05)V99 VALUE ZEROS.
           02 NOVA-POR-ITEM     PIC 9(03)V99 VALUE ZEROS.
           02 NOVA-GRATIS-ACIMA PIC 9(07)V99 VALUE ZEROS.
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
           02 MSG-ERRO-1        PIC X(19) VALUE "CEP NAO PODE SER 0".
           02 MSG-ERRO-2        PIC X(19) VALUE "FAIXA JA CADASTRADA".
           02 MSG-ERRO-3        PIC X(20) VALUE "FAIXA NAO CADASTRADA".
           02 MSG-ERRO-4        PIC X(31)
              VALUE "FAIXA SOBREPOE OUTRA CADASTRADA".
       01  CAB01.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(06)    VALUE "DATA:".
           02 DATA-CAB01.
               03 DIA-CAB01   PIC 99/ VALUE ZEROS.
               03 MES-CAB01   PIC 99/ VALUE ZEROS.
               03 ANO-CAB01   PIC 9(04) VALUE ZEROS.
           02 FILLER    PIC X(05)     VALUE SPACES.
           02 TITULO-CAB01 PIC X(34)  VALUE SPACES.
           02 FILLER     PIC X(04)   VALUE "PAG.".
           02 PAG-CAB01  PIC ZZ9     VALUE ZEROS.
       01  CAB02.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(11) VALUE "CEP DE".
           02 FILLER  PIC X(11) VALUE "CEP ATE".
           02 FILLER  PIC X(22) VALUE "REGIAO".
           02 FILLER  PIC X(13) VALUE "TAXA FIXA".
           02 FILLER  PIC X(11) VALUE "POR UNID.".
           02 FILLER  PIC X(14) VALUE "GRATIS ACIMA".
       01  DETALHE.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 CEP-INI-DET       PIC 99999B999 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 CEP-FIM-DET       PIC 99999B999 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 DESCRICAO-DET     PIC X(20) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 TAXA-DET          PIC ZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 POR-ITEM-DET      PIC ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 GRATIS-DET        PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       SCREEN SECTION.
       01  TELA1.
            02 BLANK SCREEN.
            02 LINE 01 COLUMN 01 VALUE "DATA:".
            02 LINE 01 COLUMN 24 VALUE "FRETE POR FAIXA DE CEP".
            02 LINE 03 COLUMN 01 VALUE "ESCOLHA A FUNCAO: ".
            02 LINE 03 COLUMN 22 VALUE "(IN-AL-EX-CO-RE-FF)".
            02 LINE 05 COLUMN 05 VALUE "CEP INICIAL DA FAIXA....>".
            02 LINE 06 COLUMN 05 VALUE "CEP FINAL DA FAIXA......>".
            02 LINE 07 COLUMN 05 VALUE "REGIAO..................>".
            02 LINE 08 COLUMN 05 VALUE "TAXA FIXA DE ENTREGA....>".
            02 LINE 09 COLUMN 05 VALUE "TAXA POR UNIDADE (0=NAO)>".
            02 LINE 10 COLUMN 05 VALUE "GRATIS ACIMA DE (0=NAO).>".
            02 LINE 12 COLUMN 01 VALUE "MENSAGEM:".
       01  LIMPA-TELA.
            02 LINE 05 COLUMN 35 VALUE "        ".
            02 LINE 06 COLUMN 35 VALUE "        ".
            02 LINE 07 COLUMN 35 VALUE "                    ".
            02 LINE 08 COLUMN 35 VALUE "        ".
            02 LINE 09 COLUMN 35 VALUE "      ".
            02 LINE 10 COLUMN 35 VALUE "          ".
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR".
           MOVE 2 TO WS-NIVEL-EXIGIDO.
           CALL "AUTORIZA" USING "FRETES" WS-OPERADOR
                   WS-NIVEL-EXIGIDO WS-AUTORIZADO.
           IF WS-AUTORIZADO NOT = "S"
               DISPLAY "OPERADOR SEM PERFIL PARA ESTE PROGRAMA"
                       AT 2202
               ACCEPT CONFIRMA AT 2242
               STOP RUN.
       ABRE-FRETES.
           OPEN I-O FRETES.
           IF FS-FRT NOT = "00"
               IF FS-FRT = "35"
                   CLOSE FRETES OPEN OUTPUT FRETES CLOSE FRETES
                   GO TO ABRE-FRETES
               ELSE
                   DISPLAY FS-FRT "STATUS DO ARQUIVO FRETES"
                   CALL "LOGERRO" USING "FRETES" "ABERTURA FRETES"
                           FS-FRT
                   STOP RUN
           END-IF.
       TELA-1.
           DISPLAY TELA1.
           ACCEPT WS-DATA FROM DATE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY DIA AT 0107 '/' MES '/' ANO.
           MOVE DIA TO DIA-CAB01.
           MOVE MES TO MES-CAB01.
           MOVE HOJE-ANO TO ANO-CAB01.
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
               WHEN "RE"
                  GO TO RELATORIO
               WHEN "FF"
                  GO TO FIM
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA" AT 1210
                  ACCEPT CONFIRMA AT 1224
                  GO TO TELA-1
           END-EVALUATE.
       PEDE-CHAVE.
           ACCEPT FRT-CEP-INI AT 0535.
           IF FRT-CEP-INI = ZEROS
               DISPLAY MSG-ERRO-1 AT 1210
               ACCEPT CONFIRMA AT 1230
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO PEDE-CHAVE.
       FIM-PEDE-CHAVE.
           EXIT.
       ROT-CAMPOS.
           ACCEPT FRT-CEP-FIM AT 0635.
           IF FRT-CEP-FIM < FRT-CEP-INI
               DISPLAY "CEP FINAL MENOR QUE O INICIAL" AT 1210
               ACCEPT CONFIRMA AT 1240
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO ROT-CAMPOS.
           ACCEPT FRT-DESCRICAO AT 0735.
           ACCEPT FRT-TAXA AT 0835.
           ACCEPT FRT-POR-ITEM AT 0935.
           ACCEPT FRT-GRATIS-ACIMA AT 1035.
           MOVE REG-FRETES TO WS-FAIXA-NOVA.
           PERFORM VERIFICA-SOBREPOSICAO THRU FIM-VERIFICA-SOBREPOSICAO.
           MOVE WS-FAIXA-NOVA TO REG-FRETES.
           IF WS-SOBREPOE = "S"
               DISPLAY MSG-ERRO-4 AT 1210
               ACCEPT CONFIRMA AT 1242
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO ROT-CAMPOS.
       FIM-ROT-CAMPOS.
           EXIT.
      *    PERCORRE AS FAIXAS GRAVADAS (MENOS A PROPRIA, NA ALTERACAO)
      *    PROCURANDO ALGUMA QUE TENHA CEP EM COMUM COM A NOVA
       VERIFICA-SOBREPOSICAO.
           MOVE "N" TO WS-SOBREPOE.
           MOVE LOW-VALUES TO FRT-CEP-INI.
           START FRETES KEY NOT LESS THAN FRT-CEP-INI
               INVALID KEY GO TO FIM-VERIFICA-SOBREPOSICAO.
       LER-SOBREPOSICAO.
           READ FRETES NEXT RECORD
               AT END GO TO FIM-VERIFICA-SOBREPOSICAO.
           IF FRT-CEP-INI > NOVA-CEP-FIM
               GO TO FIM-VERIFICA-SOBREPOSICAO.
           IF FRT-CEP-INI = NOVA-CEP-INI
               GO TO LER-SOBREPOSICAO.
           IF FRT-CEP-FIM >= NOVA-CEP-INI
               MOVE "S" TO WS-SOBREPOE
               GO TO FIM-VERIFICA-SOBREPOSICAO.
           GO TO LER-SOBREPOSICAO.
       FIM-VERIFICA-SOBREPOSICAO.
           EXIT.
       INCLUSAO.
           PERFORM PEDE-CHAVE THRU FIM-PEDE-CHAVE.
           READ FRETES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY MSG-ERRO-2 AT 1210
                   ACCEPT CONFIRMA AT 1230
                   DISPLAY LIMPA-MENSAGEM AT 1210
                   GO TO INCLUSAO
           END-READ.
           PERFORM ROT-CAMPOS THRU FIM-ROT-CAMPOS.
           WRITE REG-FRETES INVALID KEY
           DISPLAY "ERRO DE GRAVACAO" FS-FRT AT 1210
           CALL "LOGERRO" USING "FRETES" "GRAVACAO FRETES" FS-FRT
           STOP RUN.
           DISPLAY "CONTINUAR INCLUSAO ? S-SIM" AT 1210.
           ACCEPT CONFIRMA AT 1237.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           IF CONFIRMA = "S" OR "s"
               DISPLAY LIMPA-TELA
               GO TO INCLUSAO.
           GO TO TELA-1.
       ALTERACAO.
           PERFORM PEDE-CHAVE THRU FIM-PEDE-CHAVE.
           READ FRETES INVALID KEY
               DISPLAY MSG-ERRO-3 AT 1210
               ACCEPT CONFIRMA AT 1231
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO ALTERACAO.
           PERFORM MOSTRA.
           PERFORM ROT-CAMPOS THRU FIM-ROT-CAMPOS.
           READ FRETES INVALID KEY
               DISPLAY MSG-ERRO-3 AT 1210
               ACCEPT CONFIRMA AT 1231
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO ALTERACAO.
           MOVE WS-FAIXA-NOVA TO REG-FRETES.
           REWRITE REG-FRETES INVALID KEY
           DISPLAY "ERRO DE GRAVACAO" FS-FRT AT 1210
           CALL "LOGERRO" USING "FRETES" "ALTERACAO FRETES" FS-FRT
           STOP RUN.
           DISPLAY "CONTINUAR ALTERANDO ? S-SIM" AT 1210.
           ACCEPT CONFIRMA AT 1238.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           IF CONFIRMA = "S" OR "s"
               DISPLAY LIMPA-TELA
               GO TO ALTERACAO.
           GO TO TELA-1.
       MOSTRA.
           DISPLAY FRT-CEP-FIM AT 0635.
           DISPLAY FRT-DESCRICAO AT 0735.
           DISPLAY FRT-TAXA AT 0835.
           DISPLAY FRT-POR-ITEM AT 0935.
           DISPLAY FRT-GRATIS-ACIMA AT 1035.
       EXCLUSAO.
           PERFORM PEDE-CHAVE THRU FIM-PEDE-CHAVE.
           READ FRETES INVALID KEY
               DISPLAY MSG-ERRO-3 AT 1210
               ACCEPT CONFIRMA AT 1231
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO EXCLUSAO.
           PERFORM MOSTRA.
           DISPLAY "APAGAR ESTA FAIXA ? S-SIM" AT 1210.
           ACCEPT CONFIRMA AT 1236.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           IF CONFIRMA = "S" OR "s"
               NEXT SENTENCE
           ELSE
              DISPLAY LIMPA-TELA GO TO EXCLUSAO.
           DELETE FRETES INVALID KEY
           DISPLAY "ERRO DE EXCLUSAO" FS-FRT AT 1210
           CALL "LOGERRO" USING "FRETES" "EXCLUSAO FRETES" FS-FRT
           STOP RUN.
           DISPLAY "CONTINUAR EXCLUSAO? S-SIM" AT 1210.
           ACCEPT CONFIRMA AT 1236.
           IF CONFIRMA = "S" OR "s"
               DISPLAY LIMPA-TELA GO TO EXCLUSAO.
           GO TO TELA-1.
       CONSULTA.
           PERFORM PEDE-CHAVE THRU FIM-PEDE-CHAVE.
           READ FRETES INVALID KEY
               DISPLAY MSG-ERRO-3 AT 1210
               ACCEPT CONFIRMA AT 1231
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO CONSULTA.
           PERFORM MOSTRA.
           DISPLAY "CONTINUAR CONSULTA ? S-SIM" AT 1210.
           ACCEPT CONFIRMA AT 1237.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           IF CONFIRMA = "S" OR "s"
               DISPLAY LIMPA-TELA
               GO TO CONSULTA.
           GO TO TELA-1.
       RELATORIO.
           MOVE ZEROS TO CT-PAG.
           OPEN OUTPUT RELATO.
           MOVE "TABELA DE FRETE POR FAIXA DE CEP" TO TITULO-CAB01.
           PERFORM CABECALHO.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO FRT-CEP-INI.
           START FRETES KEY NOT LESS THAN FRT-CEP-INI
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-RELATORIO.
           IF WS-EOF = "S"
               GO TO FECHA-RELATORIO.
           READ FRETES NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
                   GO TO FECHA-RELATORIO.
           MOVE FRT-CEP-INI TO CEP-INI-DET.
           MOVE FRT-CEP-FIM TO CEP-FIM-DET.
           MOVE FRT-DESCRICAO TO DESCRICAO-DET.
           MOVE FRT-TAXA TO TAXA-DET.
           MOVE FRT-POR-ITEM TO POR-ITEM-DET.
           MOVE FRT-GRATIS-ACIMA TO GRATIS-DET.
           WRITE REG-RELATO FROM DETALHE BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
           GO TO LER-RELATORIO.
       FECHA-RELATORIO.
           CLOSE RELATO.
           DISPLAY "TABELA DE FRETE IMPRESSA" AT 1210.
           ACCEPT CONFIRMA AT 1235.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           GO TO TELA-1.
       CABECALHO.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 3 LINES.
           WRITE REG-RELATO FROM CAB02 BEFORE ADVANCING 2 LINES.
       FIM.
           DISPLAY "FIM DO PROCESSAMENTO " AT 1210.
           CLOSE FRETES.
           STOP RUN.
           END PROGRAM FRETES.
