      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - CONTROLE DE ESTOQUE
      * Tectonics: cobc
      * Objetivo: MANUTENCAO DO ORCAMENTO MENSAL DE CONSUMO POR CENTRO
      *           DE CUSTO (ARQUIVO ORCCCU, CHAVE CENTRO + COMPETENCIA)
      *           USADO NA APROVACAO DO REQUIS E NO RELATORIO RELCCU
      * Obs: INCLUSAO, ALTERACAO E EXCLUSAO SOMENTE PARA SUPERVISOR
      *      (NIVEL 3 NO PERFIS); CONSULTA LIBERADA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCCCU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORCCCU ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       ORC-CHAVE
           FILE STATUS      FS-ORC.
           SELECT CCUSTO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       CCU-CODIGO
           FILE STATUS      FS-CCU.
       DATA DIVISION.
       FILE SECTION.
       FD  ORCCCU LABEL RECORD STANDARD
           VALUE OF FILE-ID "ORCCCU".
       01  REG-ORCCCU.
           02 ORC-CHAVE.
               03 ORC-CCUSTO    PIC 9(03).
               03 ORC-COMPETENCIA PIC 9(06).
           02 ORC-VALOR         PIC 9(09)V99.
           02 ORC-OPERADOR      PIC X(03).
           02 ORC-DATA          PIC 9(08).
       FD  CCUSTO LABEL RECORD STANDARD
           VALUE OF FILE-ID "CCUSTO".
       01  REG-CCUSTO.
           02 CCU-CODIGO        PIC 9(03).
           02 CCU-NOME          PIC X(30).
       WORKING-STORAGE SECTION.
       77  FS-ORC               PIC X(02) VALUE SPACES.
       77  FS-CCU               PIC X(02) VALUE SPACES.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  FUNCAO               PIC X(02) VALUE SPACES.
       77  WS-OPERADOR          PIC X(03) VALUE SPACES.
       77  WS-NIVEL-EXIGIDO     PIC 9(01) VALUE ZEROS.
       77  WS-AUTORIZADO        PIC X(01) VALUE SPACES.
       77  WS-CCU-DISPONIVEL    PIC X(01) VALUE "N".
       77  WS-VALOR-MASK        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  WS-DATA.
           02 ANO               PIC 9(02) VALUE ZEROS.
           02 MES               PIC 9(02) VALUE ZEROS.
           02 DIA               PIC 9(02) VALUE ZEROS.
       01  WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       01  WS-MENSAGENS.
           02 LIMPA-MENSAGEM    PIC X(50) VALUE SPACES.
           02 MSG-ERRO-1        PIC X(22) VALUE "CODIGO NAO PODE SER 0".
           02 MSG-ERRO-2        PIC X(27)
              VALUE "ORCAMENTO JA CADASTRADO".
           02 MSG-ERRO-3        PIC X(27)
              VALUE "ORCAMENTO NAO CADASTRADO".
           02 MSG-ERRO-4        PIC X(30)
              VALUE "CENTRO DE CUSTO NAO CADASTRADO".
           02 MSG-ERRO-5        PIC X(20) VALUE "COMPETENCIA INVALIDA".
       SCREEN SECTION.
       01  TELA1.
            02 BLANK SCREEN.
            02 LINE 01 COLUMN 01 VALUE "DATA:".
            02 LINE 01 COLUMN 20 VALUE "ORCAMENTO POR CENTRO DE CUSTO".
            02 LINE 03 COLUMN 01 VALUE "ESCOLHA A FUNCAO: ".
            02 LINE 03 COLUMN 22 VALUE "(IN-AL-EX-CO-FF)".
            02 LINE 05 COLUMN 05 VALUE "CENTRO DE CUSTO.........>".
            02 LINE 06 COLUMN 05 VALUE "COMPETENCIA (AAAAMM)....>".
            02 LINE 07 COLUMN 05 VALUE "VALOR ORCADO............>".
            02 LINE 08 COLUMN 05 VALUE "ULTIMA ALTERACAO........>".
            02 LINE 11 COLUMN 01 VALUE "MENSAGEM:".
       01  LIMPA-TELA.
            02 LINE 05 COLUMN 35 VALUE "   ".
            02 LINE 05 COLUMN 39 VALUE "                              ".
            02 LINE 06 COLUMN 35 VALUE "      ".
            02 LINE 07 COLUMN 35 VALUE "              ".
            02 LINE 08 COLUMN 35 VALUE "                    ".
       PROCEDURE DIVISION.
       ABRE-ARQUIVOS.
           OPEN I-O ORCCCU.
           IF FS-ORC NOT = "00"
               IF FS-ORC = "35"
                   CLOSE ORCCCU OPEN OUTPUT ORCCCU CLOSE ORCCCU
                   GO TO ABRE-ARQUIVOS
               ELSE
                   DISPLAY FS-ORC "STATUS DO ARQUIVO ORCCCU"
                   CALL "LOGERRO" USING "ORCCCU" "ABERTURA ORCCCU"
                           FS-ORC
                   STOP RUN
           END-IF.
           OPEN INPUT CCUSTO.
           IF FS-CCU = "00"
               MOVE "S" TO WS-CCU-DISPONIVEL
           ELSE
               MOVE "N" TO WS-CCU-DISPONIVEL
               CLOSE CCUSTO.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR".
       TELA-1.
           DISPLAY TELA1.
           ACCEPT WS-DATA FROM DATE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY DIA AT 0107 '/' MES '/' ANO.
           ACCEPT FUNCAO AT 0319.
           EVALUATE FUNCAO
               WHEN "IN"
                  PERFORM VERIFICA-SUPERVISOR
                  GO TO INCLUSAO
               WHEN "AL"
                  PERFORM VERIFICA-SUPERVISOR
                  GO TO ALTERACAO
               WHEN "EX"
                  PERFORM VERIFICA-SUPERVISOR
                  GO TO EXCLUSAO
               WHEN "CO"
                  GO TO CONSULTA
               WHEN "FF"
                  GO TO FIM
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA" AT 1110
                  ACCEPT CONFIRMA AT 1124
                  GO TO TELA-1
           END-EVALUATE.
       VERIFICA-SUPERVISOR.
           MOVE 3 TO WS-NIVEL-EXIGIDO.
           CALL "AUTORIZA" USING "ORCCCU" WS-OPERADOR
                   WS-NIVEL-EXIGIDO WS-AUTORIZADO.
           IF WS-AUTORIZADO NOT = "S"
               DISPLAY "FUNCAO EXCLUSIVA DO SUPERVISOR" AT 1110
               ACCEPT CONFIRMA AT 1141
               DISPLAY LIMPA-MENSAGEM AT 1110
               GO TO TELA-1.
       PEDE-CHAVE.
           ACCEPT ORC-CCUSTO AT 0535.
           IF ORC-CCUSTO = ZEROS
               DISPLAY MSG-ERRO-1 AT 1110
               ACCEPT CONFIRMA AT 1133
               DISPLAY LIMPA-MENSAGEM AT 1110
               GO TO PEDE-CHAVE.
           IF WS-CCU-DISPONIVEL = "S"
               MOVE ORC-CCUSTO TO CCU-CODIGO
               READ CCUSTO
                   INVALID KEY
                       DISPLAY MSG-ERRO-4 AT 1110
                       ACCEPT CONFIRMA AT 1141
                       DISPLAY LIMPA-MENSAGEM AT 1110
                       GO TO PEDE-CHAVE
                   NOT INVALID KEY
                       DISPLAY CCU-NOME AT 0539
               END-READ
           END-IF.
       PEDE-COMPETENCIA.
           ACCEPT ORC-COMPETENCIA AT 0635.
           IF ORC-COMPETENCIA (5:2) < "01"
                   OR ORC-COMPETENCIA (5:2) > "12"
                   OR ORC-COMPETENCIA (1:4) < "2000"
               DISPLAY MSG-ERRO-5 AT 1110
               ACCEPT CONFIRMA AT 1131
               DISPLAY LIMPA-MENSAGEM AT 1110
               GO TO PEDE-COMPETENCIA.
       FIM-PEDE-CHAVE.
           EXIT.
       MOSTRA-ORCAMENTO.
           MOVE ORC-VALOR TO WS-VALOR-MASK.
           DISPLAY WS-VALOR-MASK AT 0735.
           DISPLAY ORC-OPERADOR AT 0835.
           DISPLAY ORC-DATA AT 0839.
       INCLUSAO.
           PERFORM PEDE-CHAVE THRU FIM-PEDE-CHAVE.
           READ ORCCCU INVALID KEY GO TO ROT-VALOR.
           DISPLAY MSG-ERRO-2 AT 1110.
           ACCEPT CONFIRMA AT 1138.
           DISPLAY LIMPA-MENSAGEM AT 1110.
           DISPLAY LIMPA-TELA.
           GO TO INCLUSAO.
       ROT-VALOR.
           ACCEPT ORC-VALOR AT 0735.
           IF ORC-VALOR = ZEROS
               DISPLAY "VALOR NAO PODE SER 0" AT 1110
               ACCEPT CONFIRMA AT 1131
               DISPLAY LIMPA-MENSAGEM AT 1110
               GO TO ROT-VALOR.
           MOVE ORC-VALOR TO WS-VALOR-MASK.
           DISPLAY WS-VALOR-MASK AT 0735.
           MOVE WS-OPERADOR TO ORC-OPERADOR.
           MOVE WS-DATA-HOJE TO ORC-DATA.
       ROT-GRAVA-REGISTRO.
           WRITE REG-ORCCCU INVALID KEY
           DISPLAY "ERRO DE GRAVACAO" FS-ORC AT 1110
           CALL "LOGERRO" USING "ORCCCU" "GRAVACAO ORCCCU" FS-ORC
           STOP RUN.
           DISPLAY "CONTINUAR INCLUSAO ? S-SIM" AT 1110.
           ACCEPT CONFIRMA AT 1137.
           IF CONFIRMA = "S" OR "s"
               DISPLAY LIMPA-MENSAGEM AT 1110
               DISPLAY LIMPA-TELA
               GO TO INCLUSAO.
           GO TO TELA-1.
       ALTERACAO.
           PERFORM PEDE-CHAVE THRU FIM-PEDE-CHAVE.
           READ ORCCCU INVALID KEY
           DISPLAY MSG-ERRO-3 AT 1110 GO TO ALTERACAO.
           PERFORM MOSTRA-ORCAMENTO.
       ALTERA.
           PERFORM ROT-VALOR.
           REWRITE REG-ORCCCU INVALID KEY
           DISPLAY "ERRO DE GRAVACAO" FS-ORC AT 1110
           CALL "LOGERRO" USING "ORCCCU" "ALTERACAO ORCCCU" FS-ORC
           STOP RUN.
           DISPLAY "CONTINUAR ALTERANDO ? S-SIM" AT 1110.
           ACCEPT CONFIRMA AT 1138.
           IF CONFIRMA = "S" OR "s"
               DISPLAY LIMPA-MENSAGEM AT 1110
               DISPLAY LIMPA-TELA
               GO TO ALTERACAO.
           GO TO TELA-1.
       EXCLUSAO.
           PERFORM PEDE-CHAVE THRU FIM-PEDE-CHAVE.
           READ ORCCCU INVALID KEY
           DISPLAY MSG-ERRO-3 AT 1110 GO TO EXCLUSAO.
           PERFORM MOSTRA-ORCAMENTO.
           DISPLAY "APAGAR ESTE REGISTRO ? S-SIM" AT 1110.
           ACCEPT CONFIRMA AT 1139.
           DISPLAY LIMPA-MENSAGEM AT 1110.
           IF CONFIRMA = "S" OR "s"
               NEXT SENTENCE
           ELSE
              DISPLAY LIMPA-TELA GO TO EXCLUSAO.
           DELETE ORCCCU INVALID KEY
           DISPLAY "ERRO DE EXCLUSAO" FS-ORC AT 1110
           CALL "LOGERRO" USING "ORCCCU" "EXCLUSAO ORCCCU" FS-ORC
           STOP RUN.
           DISPLAY "CONTINUAR EXCLUSAO? S-SIM" AT 1110.
           ACCEPT CONFIRMA AT 1136.
           IF CONFIRMA = "S" OR "s"
               DISPLAY LIMPA-TELA GO TO EXCLUSAO.
           GO TO TELA-1.
       CONSULTA.
           PERFORM PEDE-CHAVE THRU FIM-PEDE-CHAVE.
           READ ORCCCU INVALID KEY
           DISPLAY MSG-ERRO-3 AT 1110 GO TO CONSULTA.
           PERFORM MOSTRA-ORCAMENTO.
           DISPLAY "CONTINUAR CONSULTA ? S-SIM" AT 1110.
           ACCEPT CONFIRMA AT 1137.
           IF CONFIRMA = "S" OR "s"
               DISPLAY LIMPA-MENSAGEM AT 1110
               DISPLAY LIMPA-TELA GO TO CONSULTA.
           GO TO TELA-1.
       FIM.
           DISPLAY "FIM DO PROCESSAMENTO " AT 1110.
           CLOSE ORCCCU.
           IF WS-CCU-DISPONIVEL = "S"
               CLOSE CCUSTO.
           STOP RUN.
           END PROGRAM ORCCCU.
