      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - VENDAS NO BALCAO
      * Tectonics: cobc
      * Objetivo: TABELA DE MOTIVOS DE PERDA DE ORCAMENTO (ARQUIVO
      *           MOTPERDA) - PRECO, PRAZO DE ENTREGA, FALTA DE
      *           ESTOQUE, DESISTENCIA ETC.; USADA PELO ORCAMENT AO
      *           ENCERRAR UM ORCAMENTO PERDIDO E PELO CONVORC NO
      *           RELATORIO DE CONVERSAO. RELATORIO DOS MOTIVOS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOTPERDA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOTPERDA ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       MOT-CODIGO
           FILE STATUS      FS-MOT.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD  MOTPERDA LABEL RECORD STANDARD
           VALUE OF FILE-ID "MOTPERDA".
       01  REG-MOTPERDA.
           02 MOT-CODIGO        PIC 9(02).
           02 MOT-DESCRICAO     PIC X(30).
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  FS-MOT               PIC X(02) VALUE SPACES.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  FUNCAO               PIC X(02) VALUE SPACES.
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-EOF               PIC X(01) VALUE "N".
       77  WS-OPERADOR          PIC X(03) VALUE SPACES.
       77  WS-NIVEL-EXIGIDO     PIC 9(01) VALUE ZEROS.
       77  WS-AUTORIZADO        PIC X(01) VALUE "N".
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
           02 MSG-ERRO-1        PIC X(22)
              VALUE "CODIGO NAO PODE SER 0".
           02 MSG-ERRO-2        PIC X(20) VALUE "MOTIVO JA CADASTRADO".
           02 MSG-ERRO-3        PIC X(21)
              VALUE "MOTIVO NAO CADASTRADO".
           02 MSG-ERRO-4        PIC X(28)
              VALUE "DESCRICAO NAO PODE SER VAZIA".
       01  CAB01.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(06)    VALUE "DATA:".
           02 DATA-CAB01.
               03 DIA-CAB01   PIC 99/ VALUE ZEROS.
               03 MES-CAB01   PIC 99/ VALUE ZEROS.
               03 ANO-CAB01   PIC 9(04) VALUE ZEROS.
           02 FILLER    PIC X(05)     VALUE SPACES.
           02 FILLER    PIC X(34)
           VALUE "MOTIVOS DE PERDA DE ORCAMENTO".
           02 FILLER     PIC X(04)   VALUE "PAG.".
           02 PAG-CAB01  PIC ZZ9     VALUE ZEROS.
       01  CAB02.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(08) VALUE "CODIGO".
           02 FILLER  PIC X(30) VALUE "DESCRICAO".
       01  DETALHE.
           02 FILLER            PIC X(06) VALUE SPACES.
           02 CODIGO-DET        PIC 9(02) VALUE ZEROS.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 DESCRICAO-DET     PIC X(30) VALUE SPACES.
       SCREEN SECTION.
       01  TELA1.
            02 BLANK SCREEN.
            02 LINE 01 COLUMN 01 VALUE "DATA:".
            02 LINE 01 COLUMN 20 VALUE "MOTIVOS DE PERDA DE ORCAMENTO".
            02 LINE 03 COLUMN 01 VALUE "ESCOLHA A FUNCAO: ".
            02 LINE 03 COLUMN 22 VALUE "(IN-AL-EX-CO-RE-FF)".
            02 LINE 05 COLUMN 05 VALUE "CODIGO DO MOTIVO........>".
            02 LINE 06 COLUMN 05 VALUE "DESCRICAO...............>".
            02 LINE 12 COLUMN 01 VALUE "MENSAGEM:".
       01  LIMPA-TELA.
            02 LINE 05 COLUMN 35 VALUE "  ".
            02 LINE 06 COLUMN 35 VALUE
               "                              ".
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR".
           MOVE 2 TO WS-NIVEL-EXIGIDO.
           CALL "AUTORIZA" USING "MOTPERDA" WS-OPERADOR
                   WS-NIVEL-EXIGIDO WS-AUTORIZADO.
           IF WS-AUTORIZADO NOT = "S"
               DISPLAY "OPERADOR SEM PERFIL PARA ESTE PROGRAMA"
                       AT 2202
               ACCEPT CONFIRMA AT 2242
               STOP RUN.
       ABRE-MOTPERDA.
           OPEN I-O MOTPERDA.
           IF FS-MOT NOT = "00"
               IF FS-MOT = "35"
                   CLOSE MOTPERDA OPEN OUTPUT MOTPERDA CLOSE MOTPERDA
                   GO TO ABRE-MOTPERDA
               ELSE
                   DISPLAY FS-MOT "STATUS DO ARQUIVO MOTPERDA"
                   CALL "LOGERRO" USING "MOTPERDA" "ABERTURA MOTPERDA"
                           FS-MOT
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
           ACCEPT MOT-CODIGO AT 0535.
           IF MOT-CODIGO = ZEROS
               DISPLAY MSG-ERRO-1 AT 1210
               ACCEPT CONFIRMA AT 1233
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO PEDE-CHAVE.
       FIM-PEDE-CHAVE.
           EXIT.
       ROT-CAMPOS.
           ACCEPT MOT-DESCRICAO AT 0635.
           IF MOT-DESCRICAO = SPACES
               DISPLAY MSG-ERRO-4 AT 1210
               ACCEPT CONFIRMA AT 1239
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO ROT-CAMPOS.
       FIM-ROT-CAMPOS.
           EXIT.
       INCLUSAO.
           PERFORM PEDE-CHAVE THRU FIM-PEDE-CHAVE.
           READ MOTPERDA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY MSG-ERRO-2 AT 1210
                   ACCEPT CONFIRMA AT 1231
                   DISPLAY LIMPA-MENSAGEM AT 1210
                   GO TO INCLUSAO
           END-READ.
           PERFORM ROT-CAMPOS THRU FIM-ROT-CAMPOS.
           WRITE REG-MOTPERDA INVALID KEY
           DISPLAY "ERRO DE GRAVACAO" FS-MOT AT 1210
           CALL "LOGERRO" USING "MOTPERDA" "GRAVACAO MOTPERDA" FS-MOT
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
           READ MOTPERDA INVALID KEY
               DISPLAY MSG-ERRO-3 AT 1210
               ACCEPT CONFIRMA AT 1232
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO ALTERACAO.
           PERFORM MOSTRA.
           PERFORM ROT-CAMPOS THRU FIM-ROT-CAMPOS.
           REWRITE REG-MOTPERDA INVALID KEY
           DISPLAY "ERRO DE GRAVACAO" FS-MOT AT 1210
           CALL "LOGERRO" USING "MOTPERDA" "ALTERACAO MOTPERDA" FS-MOT
           STOP RUN.
           DISPLAY "CONTINUAR ALTERANDO ? S-SIM" AT 1210.
           ACCEPT CONFIRMA AT 1238.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           IF CONFIRMA = "S" OR "s"
               DISPLAY LIMPA-TELA
               GO TO ALTERACAO.
           GO TO TELA-1.
       MOSTRA.
           DISPLAY MOT-DESCRICAO AT 0635.
       EXCLUSAO.
           PERFORM PEDE-CHAVE THRU FIM-PEDE-CHAVE.
           READ MOTPERDA INVALID KEY
               DISPLAY MSG-ERRO-3 AT 1210
               ACCEPT CONFIRMA AT 1232
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO EXCLUSAO.
           PERFORM MOSTRA.
           DISPLAY "APAGAR ESTE MOTIVO ? S-SIM" AT 1210.
           ACCEPT CONFIRMA AT 1237.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           IF CONFIRMA = "S" OR "s"
               NEXT SENTENCE
           ELSE
              DISPLAY LIMPA-TELA GO TO EXCLUSAO.
           DELETE MOTPERDA INVALID KEY
           DISPLAY "ERRO DE EXCLUSAO" FS-MOT AT 1210
           CALL "LOGERRO" USING "MOTPERDA" "EXCLUSAO MOTPERDA" FS-MOT
           STOP RUN.
           DISPLAY "CONTINUAR EXCLUSAO? S-SIM" AT 1210.
           ACCEPT CONFIRMA AT 1236.
           IF CONFIRMA = "S" OR "s"
               DISPLAY LIMPA-TELA GO TO EXCLUSAO.
           GO TO TELA-1.
       CONSULTA.
           PERFORM PEDE-CHAVE THRU FIM-PEDE-CHAVE.
           READ MOTPERDA INVALID KEY
               DISPLAY MSG-ERRO-3 AT 1210
               ACCEPT CONFIRMA AT 1232
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
           PERFORM CABECALHO.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO MOT-CODIGO.
           START MOTPERDA KEY NOT LESS THAN MOT-CODIGO
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-RELATORIO.
           IF WS-EOF = "S"
               GO TO FECHA-RELATORIO.
           READ MOTPERDA NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
                   GO TO FECHA-RELATORIO.
           MOVE MOT-CODIGO TO CODIGO-DET.
           MOVE MOT-DESCRICAO TO DESCRICAO-DET.
           WRITE REG-RELATO FROM DETALHE BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
           GO TO LER-RELATORIO.
       FECHA-RELATORIO.
           CLOSE RELATO.
           DISPLAY "TABELA DE MOTIVOS IMPRESSA" AT 1210.
           ACCEPT CONFIRMA AT 1237.
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
           CLOSE MOTPERDA.
           STOP RUN.
           END PROGRAM MOTPERDA.
