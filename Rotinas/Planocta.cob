      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - ROTINA COMUM
      * Tectonics: cobc
      * Objetivo: PLANO DE CONTAS (ARQUIVO PLANOCTA) - CONTA, DESCRICAO,
      *           TIPO (A-ATIVO P-PASSIVO L-PATRIMONIO LIQUIDO
      *           R-RECEITA D-DESPESA) E NATUREZA DO SALDO (D-DEVEDORA
      *           C-CREDORA). O CONTABIL SO LIBERA LANCAMENTOS EM
      *           CONTAS DESTE CADASTRO; RAZAO E BALANCETE NO PROGRAMA
      *           RAZAO. A FUNCAO LI IMPRIME O PLANO.
      * Obs: CONTA USADA NO DE-PARA (CONTAMAP) OU COM LANCAMENTO NO
      *      HISTORICO (LANCHIST) NAO PODE SER EXCLUIDA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANOCTA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANOCTA ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       PCT-CONTA
           FILE STATUS      FS-PCT.
           SELECT CONTAMAP ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       CMP-EVENTO
           FILE STATUS      FS-CMP.
           SELECT LANCHIST ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       LCH-CHAVE
           FILE STATUS      FS-LCH.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD  PLANOCTA LABEL RECORD STANDARD
           VALUE OF FILE-ID "PLANOCTA".
       01  REG-PLANOCTA.
           02 PCT-CONTA         PIC X(08).
           02 PCT-DESCRICAO     PIC X(30).
           02 PCT-TIPO          PIC X(01).
           02 PCT-NATUREZA      PIC X(01).
       FD  CONTAMAP LABEL RECORD STANDARD
           VALUE OF FILE-ID "CONTAMAP".
       01  REG-CONTAMAP.
           02 CMP-EVENTO        PIC X(10).
           02 CMP-CONTA-DEB     PIC X(08).
           02 CMP-CONTA-CRE     PIC X(08).
       FD  LANCHIST LABEL RECORD STANDARD
           VALUE OF FILE-ID "LANCHIST".
       01  REG-LANCHIST.
           02 LCH-CHAVE.
               03 LCH-COMPETENCIA PIC 9(06).
               03 LCH-ORIGEM      PIC X(08).
               03 LCH-SEQ         PIC 9(04).
           02 LCH-DATA          PIC 9(08).
           02 LCH-CONTA-DEB     PIC X(08).
           02 LCH-CONTA-CRE     PIC X(08).
           02 LCH-VALOR         PIC 9(11)V99.
           02 LCH-HISTORICO     PIC X(30).
           02 LCH-DATA-LIBERACAO PIC 9(08).
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  FS-PCT               PIC X(02) VALUE SPACES.
       77  FS-CMP               PIC X(02) VALUE SPACES.
       77  FS-LCH               PIC X(02) VALUE SPACES.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  FUNCAO               PIC X(02) VALUE SPACES.
       77  WS-OPERADOR          PIC X(03) VALUE SPACES.
       77  WS-NIVEL-EXIGIDO     PIC 9(01) VALUE ZEROS.
       77  WS-AUTORIZADO        PIC X(01) VALUE SPACES.
       77  WS-EOF               PIC X(01) VALUE "N".
       77  WS-CONTA-EM-USO      PIC X(01) VALUE "N".
       77  WS-QTDE-CONTAS       PIC 9(05) VALUE ZEROS.
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       01  WS-DATA-HOJE.
           02 HOJE-ANO          PIC 9(04) VALUE ZEROS.
           02 HOJE-MES          PIC 9(02) VALUE ZEROS.
           02 HOJE-DIA          PIC 9(02) VALUE ZEROS.
       01  WS-MENSAGENS.
           02 LIMPA-LINHA       PIC X(50) VALUE SPACES.
           02 MSG-ERRO-1        PIC X(28)
              VALUE "DESCRICAO NAO PODE SER VAZIA".
           02 MSG-ERRO-2        PIC X(19) VALUE "CONTA JA CADASTRADA".
           02 MSG-ERRO-3        PIC X(22) VALUE "CONTA NAO CADASTRADA".
       01  CAB01.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(06)    VALUE "DATA:".
           02 DATA-CAB01.
               03 DIA-CAB01   PIC 99/ VALUE ZEROS.
               03 MES-CAB01   PIC 99/ VALUE ZEROS.
               03 ANO-CAB01   PIC 9(04) VALUE ZEROS.
           02 FILLER    PIC X(05)     VALUE SPACES.
           02 FILLER    PIC X(36)
           VALUE "PLANO DE CONTAS".
           02 FILLER    PIC X(04)   VALUE "PAG.".
           02 PAG-CAB01  PIC ZZ9     VALUE ZEROS.
       01  CAB02.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(10) VALUE "CONTA".
           02 FILLER  PIC X(32) VALUE "DESCRICAO".
           02 FILLER  PIC X(22) VALUE "TIPO".
           02 FILLER  PIC X(10) VALUE "NATUREZA".
       01  DETALHE.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 CONTA-DET         PIC X(08) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 DESCRICAO-DET     PIC X(30) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 TIPO-DET          PIC X(20) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 NATUREZA-DET      PIC X(08) VALUE SPACES.
       01  LINHA-TOTAL.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(20) VALUE "CONTAS CADASTRADAS:".
           02 QTDE-TOT          PIC ZZZZ9 VALUE ZEROS.
       SCREEN SECTION.
       01  TELA1.
            02 BLANK SCREEN.
            02 LINE 01 COLUMN 25 VALUE "PLANO DE CONTAS".
            02 LINE 03 COLUMN 01 VALUE "ESCOLHA A FUNCAO: ".
            02 LINE 03 COLUMN 22 VALUE "(IN-AL-EX-LI-FF)".
            02 LINE 05 COLUMN 05 VALUE "CONTA...................>".
            02 LINE 06 COLUMN 05 VALUE "DESCRICAO...............>".
            02 LINE 07 COLUMN 05 VALUE "TIPO (A-P-L-R-D)........>".
            02 LINE 08 COLUMN 05 VALUE "NATUREZA (D-DEV C-CRED).>".
            02 LINE 12 COLUMN 01 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR".
           OPEN I-O PLANOCTA.
           IF FS-PCT NOT = "00"
               IF FS-PCT = "35"
                   CLOSE PLANOCTA
                   OPEN OUTPUT PLANOCTA
                   CLOSE PLANOCTA
                   GO TO INICIO
               ELSE
                   DISPLAY FS-PCT "STATUS DO ARQUIVO PLANOCTA"
                   CALL "LOGERRO" USING "PLANOCTA" "ABERTURA PLANOCTA"
                           FS-PCT
                   STOP RUN
           END-IF.
       TELA-1.
           DISPLAY TELA1.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE HOJE-DIA TO DIA-CAB01.
           MOVE HOJE-MES TO MES-CAB01.
           MOVE HOJE-ANO TO ANO-CAB01.
           ACCEPT FUNCAO AT 0319.
           EVALUATE FUNCAO
               WHEN "IN"
                  PERFORM VERIFICA-NIVEL
                  GO TO INCLUSAO
               WHEN "AL"
                  PERFORM VERIFICA-NIVEL
                  GO TO ALTERACAO
               WHEN "EX"
                  PERFORM VERIFICA-NIVEL
                  GO TO EXCLUSAO
               WHEN "LI"
                  GO TO LISTAGEM
               WHEN "FF"
                  GO TO FIM
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA" AT 1211
                  ACCEPT CONFIRMA AT 1226
                  GO TO TELA-1
           END-EVALUATE.
       VERIFICA-NIVEL.
           MOVE 2 TO WS-NIVEL-EXIGIDO.
           CALL "AUTORIZA" USING "PLANOCTA" WS-OPERADOR
                   WS-NIVEL-EXIGIDO WS-AUTORIZADO.
           IF WS-AUTORIZADO NOT = "S"
               DISPLAY "OPERADOR SEM PERMISSAO" AT 1211
               ACCEPT CONFIRMA AT 1234
               GO TO TELA-1.
       INCLUSAO.
           ACCEPT PCT-CONTA AT 0531.
           IF PCT-CONTA = SPACES
               GO TO TELA-1.
           READ PLANOCTA INVALID KEY GO TO ROT-DESCRICAO.
           DISPLAY MSG-ERRO-2 AT 1211.
           ACCEPT CONFIRMA AT 1231.
           DISPLAY LIMPA-LINHA AT 1211.
           GO TO INCLUSAO.
       ROT-DESCRICAO.
           ACCEPT PCT-DESCRICAO AT 0631.
           IF PCT-DESCRICAO = SPACES
               DISPLAY MSG-ERRO-1 AT 1211
               ACCEPT CONFIRMA AT 1240
               DISPLAY LIMPA-LINHA AT 1211
               GO TO ROT-DESCRICAO.
       ROT-TIPO.
           ACCEPT PCT-TIPO AT 0731.
           IF PCT-TIPO NOT = "A" AND NOT = "P" AND NOT = "L"
                   AND NOT = "R" AND NOT = "D"
               GO TO ROT-TIPO.
       ROT-NATUREZA.
           ACCEPT PCT-NATUREZA AT 0831.
           IF PCT-NATUREZA NOT = "D" AND NOT = "C"
               GO TO ROT-NATUREZA.
           IF FUNCAO = "AL"
               GO TO GRAVA-ALTERACAO.
           WRITE REG-PLANOCTA INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS-PCT AT 1211
               CALL "LOGERRO" USING "PLANOCTA" "GRAVACAO PLANOCTA"
                       FS-PCT
               STOP RUN.
           DISPLAY "CONTA GRAVADA" AT 1211.
           ACCEPT CONFIRMA AT 1225.
           GO TO TELA-1.
       ALTERACAO.
           ACCEPT PCT-CONTA AT 0531.
           IF PCT-CONTA = SPACES
               GO TO TELA-1.
           READ PLANOCTA INVALID KEY
               DISPLAY MSG-ERRO-3 AT 1211
               ACCEPT CONFIRMA AT 1233
               DISPLAY LIMPA-LINHA AT 1211
               GO TO ALTERACAO.
           DISPLAY PCT-DESCRICAO AT 0631.
           DISPLAY PCT-TIPO AT 0731.
           DISPLAY PCT-NATUREZA AT 0831.
           GO TO ROT-DESCRICAO.
       GRAVA-ALTERACAO.
           REWRITE REG-PLANOCTA INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS-PCT AT 1211
               CALL "LOGERRO" USING "PLANOCTA" "REGRAVA PLANOCTA"
                       FS-PCT
               STOP RUN.
           DISPLAY "CONTA ALTERADA" AT 1211.
           ACCEPT CONFIRMA AT 1226.
           GO TO TELA-1.
       EXCLUSAO.
           ACCEPT PCT-CONTA AT 0531.
           IF PCT-CONTA = SPACES
               GO TO TELA-1.
           READ PLANOCTA INVALID KEY
               DISPLAY MSG-ERRO-3 AT 1211
               ACCEPT CONFIRMA AT 1233
               DISPLAY LIMPA-LINHA AT 1211
               GO TO EXCLUSAO.
           DISPLAY PCT-DESCRICAO AT 0631.
           DISPLAY PCT-TIPO AT 0731.
           DISPLAY PCT-NATUREZA AT 0831.
           PERFORM VERIFICA-USO THRU FIM-VERIFICA-USO.
           IF WS-CONTA-EM-USO = "S"
               DISPLAY "CONTA EM USO - NAO PODE SER EXCLUIDA" AT 1211
               ACCEPT CONFIRMA AT 1248
               GO TO TELA-1.
           DISPLAY "CONFIRMA EXCLUSAO ? S-SIM" AT 1211.
           ACCEPT CONFIRMA AT 1237.
           DISPLAY LIMPA-LINHA AT 1211.
           IF CONFIRMA = "S" OR "s"
               DELETE PLANOCTA INVALID KEY
                   DISPLAY "ERRO DE EXCLUSAO" FS-PCT AT 1211
                   CALL "LOGERRO" USING "PLANOCTA"
                           "EXCLUSAO PLANOCTA" FS-PCT
                   STOP RUN.
           GO TO TELA-1.
      *    A CONTA ESTA EM USO SE APARECE NO DE-PARA DE CONTAS OU EM
      *    ALGUM LANCAMENTO JA LIBERADO
       VERIFICA-USO.
           MOVE "N" TO WS-CONTA-EM-USO.
           OPEN INPUT CONTAMAP.
           IF FS-CMP NOT = "00"
               CLOSE CONTAMAP
               GO TO VERIFICA-USO-HIST.
           MOVE LOW-VALUES TO CMP-EVENTO.
           START CONTAMAP KEY NOT LESS THAN CMP-EVENTO
               INVALID KEY
                   CLOSE CONTAMAP
                   GO TO VERIFICA-USO-HIST.
       LER-USO-MAPA.
           READ CONTAMAP NEXT RECORD AT END
               CLOSE CONTAMAP
               GO TO VERIFICA-USO-HIST.
           IF CMP-CONTA-DEB = PCT-CONTA OR CMP-CONTA-CRE = PCT-CONTA
               MOVE "S" TO WS-CONTA-EM-USO
               CLOSE CONTAMAP
               GO TO FIM-VERIFICA-USO.
           GO TO LER-USO-MAPA.
       VERIFICA-USO-HIST.
           OPEN INPUT LANCHIST.
           IF FS-LCH NOT = "00"
               CLOSE LANCHIST
               GO TO FIM-VERIFICA-USO.
           MOVE LOW-VALUES TO LCH-CHAVE.
           START LANCHIST KEY NOT LESS THAN LCH-CHAVE
               INVALID KEY
                   CLOSE LANCHIST
                   GO TO FIM-VERIFICA-USO.
       LER-USO-HIST.
           READ LANCHIST NEXT RECORD AT END
               CLOSE LANCHIST
               GO TO FIM-VERIFICA-USO.
           IF LCH-CONTA-DEB = PCT-CONTA OR LCH-CONTA-CRE = PCT-CONTA
               MOVE "S" TO WS-CONTA-EM-USO
               CLOSE LANCHIST
               GO TO FIM-VERIFICA-USO.
           GO TO LER-USO-HIST.
       FIM-VERIFICA-USO.
           EXIT.
      *    LI - PLANO DE CONTAS EM ORDEM DE CONTA
       LISTAGEM.
           MOVE ZEROS TO CT-PAG WS-QTDE-CONTAS.
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO PCT-CONTA.
           START PLANOCTA KEY NOT LESS THAN PCT-CONTA
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-LISTAGEM.
           IF WS-EOF = "S"
               GO TO FIM-LISTAGEM.
           READ PLANOCTA NEXT RECORD AT END
               GO TO FIM-LISTAGEM.
           MOVE PCT-CONTA TO CONTA-DET.
           MOVE PCT-DESCRICAO TO DESCRICAO-DET.
           EVALUATE PCT-TIPO
               WHEN "A" MOVE "ATIVO" TO TIPO-DET
               WHEN "P" MOVE "PASSIVO" TO TIPO-DET
               WHEN "L" MOVE "PATRIMONIO LIQUIDO" TO TIPO-DET
               WHEN "R" MOVE "RECEITA" TO TIPO-DET
               WHEN "D" MOVE "DESPESA" TO TIPO-DET
               WHEN OTHER MOVE SPACES TO TIPO-DET
           END-EVALUATE.
           IF PCT-NATUREZA = "D"
               MOVE "DEVEDORA" TO NATUREZA-DET
           ELSE
               MOVE "CREDORA" TO NATUREZA-DET.
           WRITE REG-RELATO FROM DETALHE BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
           ADD 1 TO WS-QTDE-CONTAS.
           GO TO LER-LISTAGEM.
       FIM-LISTAGEM.
           MOVE WS-QTDE-CONTAS TO QTDE-TOT.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           WRITE REG-RELATO FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES.
           CLOSE RELATO.
           DISPLAY "PLANO DE CONTAS IMPRESSO" AT 1211.
           ACCEPT CONFIRMA AT 1236.
           GO TO TELA-1.
       CABECALHO.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 3 LINES.
           WRITE REG-RELATO FROM CAB02 BEFORE ADVANCING 2 LINES.
       FIM.
           CLOSE PLANOCTA.
           STOP RUN.
       END PROGRAM PLANOCTA.
