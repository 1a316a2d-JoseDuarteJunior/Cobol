      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - SECRETARIA ESCOLAR
      * Tectonics: cobc
      * Objetivo: CADASTRO DE TURMAS POR ANO LETIVO (ARQUIVO TURMAS,
      *           CHAVE ANO + TURMA) COM TURNO E CAPACIDADE, RETIRADA
      *           DE ALUNO DA LISTA DE ESPERA (ARQUIVO ESPERA) E
      *           RELATORIO DE VAGAS POR TURMA - CAPACIDADE,
      *           MATRICULADOS, VAGAS E ALUNOS EM ESPERA
      * Obs: A MATRICULA NA TURMA, A INCLUSAO NA LISTA DE ESPERA E A
      *      OFERTA DA VAGA LIBERADA SAO FEITAS PELO PROGRAMA ALUNOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TURMAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURMAS ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       TUR-CHAVE
           FILE STATUS      WS-STATUS-TUR.
           SELECT ESPERA ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       ESP-CHAVE
           FILE STATUS      WS-STATUS-ESP.
           SELECT ALUNOS ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       ALU-MATRICULA
           FILE STATUS      WS-STATUS-ALU.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD  TURMAS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "TURMAS".
       01  REG-TURMAS.
           02 TUR-CHAVE.
               03 TUR-ANO            PIC 9(04).
               03 TUR-CODIGO         PIC X(05).
           02 TUR-TURNO              PIC X(01).
           02 TUR-CAPACIDADE         PIC 9(03).
       FD  ESPERA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ESPERA".
       01  REG-ESPERA.
           02 ESP-CHAVE.
               03 ESP-ANO            PIC 9(04).
               03 ESP-TURMA          PIC X(05).
               03 ESP-SEQUENCIA      PIC 9(04).
           02 ESP-MATRICULA          PIC 9(06).
           02 ESP-NOME               PIC X(30).
           02 ESP-DATA               PIC 9(08).
       FD  ALUNOS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ALUNOS".
       01  REG-ALUNOS.
           02 ALU-MATRICULA          PIC 9(06).
           02 ALU-NOME               PIC X(30).
           02 ALU-TURMA              PIC X(05).
           02 ALU-ANO-LETIVO         PIC 9(04).
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  WS-STATUS-TUR        PIC X(02) VALUE SPACES.
       77  WS-STATUS-ESP        PIC X(02) VALUE SPACES.
       77  WS-STATUS-ALU        PIC X(02) VALUE SPACES.
       77  FUNCAO               PIC X(02) VALUE SPACES.
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-EOF               PIC X(01) VALUE "N".
       77  WS-EOF-AUX           PIC X(01) VALUE "N".
       77  WS-TUR-EXISTE        PIC X(01) VALUE "N".
       77  WS-ACHOU             PIC X(01) VALUE "N".
       77  WS-ANO-RELATORIO     PIC 9(04) VALUE ZEROS.
       77  WS-MATRICULA-ESP     PIC 9(06) VALUE ZEROS.
       77  WS-MATRICULADOS      PIC 9(04) VALUE ZEROS.
       77  WS-EM-ESPERA         PIC 9(04) VALUE ZEROS.
       77  WS-VAGAS             PIC 9(04) VALUE ZEROS.
       77  WS-TOT-CAPACIDADE    PIC 9(05) VALUE ZEROS.
       77  WS-TOT-MATRICULADOS  PIC 9(05) VALUE ZEROS.
       77  WS-TOT-VAGAS         PIC 9(05) VALUE ZEROS.
       77  WS-TOT-ESPERA        PIC 9(05) VALUE ZEROS.
       01  DATA-SISTEMA.
           02 ANO               PIC 9(02) VALUE ZEROS.
           02 MES               PIC 9(02) VALUE ZEROS.
           02 DIA               PIC 9(02) VALUE ZEROS.
       01  WS-DATA-HOJE.
           02 HOJE-ANO          PIC 9(04) VALUE ZEROS.
           02 HOJE-MES          PIC 9(02) VALUE ZEROS.
           02 HOJE-DIA          PIC 9(02) VALUE ZEROS.
       01  WS-MENSAGENS.
           02 LIMPA-MENSAGEM  PIC X(50) VALUE SPACES.
           02 MSG-ERRO-1      PIC X(14) VALUE "ANO INVALIDO".
           02 MSG-ERRO-2      PIC X(16) VALUE "TURMA EM BRANCO".
           02 MSG-ERRO-3      PIC X(25)
              VALUE "TURNO DEVE SER M T N OU I".
           02 MSG-ERRO-4      PIC X(25)
              VALUE "CAPACIDADE NAO PODE SER 0".
           02 MSG-ERRO-5      PIC X(30)
              VALUE "MATRICULA NAO ESTA NA LISTA".
       01  CAB01.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(06)    VALUE "DATA:".
           02 DATA-CAB01.
               03 DIA-CAB01   PIC 99/ VALUE ZEROS.
               03 MES-CAB01   PIC 99/ VALUE ZEROS.
               03 ANO-CAB01   PIC 9(04) VALUE ZEROS.
           02 FILLER    PIC X(05)     VALUE SPACES.
           02 FILLER    PIC X(24)
           VALUE "VAGAS POR TURMA - ANO:".
           02 ANO-CAB         PIC 9(04) VALUE ZEROS.
           02 FILLER    PIC X(06)     VALUE SPACES.
           02 FILLER     PIC X(04)   VALUE "PAG.".
           02 PAG-CAB01  PIC ZZ9     VALUE ZEROS.
       01  CAB02.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(08) VALUE "TURMA".
           02 FILLER  PIC X(07) VALUE "TURNO".
           02 FILLER  PIC X(12) VALUE "CAPACIDADE".
           02 FILLER  PIC X(14) VALUE "MATRICULADOS".
           02 FILLER  PIC X(08) VALUE "VAGAS".
           02 FILLER  PIC X(10) VALUE "ESPERA".
       01  DETALHE.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TURMA-DET         PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 TURNO-DET         PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(09) VALUE SPACES.
           02 CAPACIDADE-DET    PIC ZZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(09) VALUE SPACES.
           02 MATRICULADOS-DET  PIC ZZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 VAGAS-DET         PIC ZZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 ESPERA-DET        PIC ZZZZ9 VALUE ZEROS.
       SCREEN SECTION.
       01  LIMPA-TELA.
           02 BLANK SCREEN.
       01  TELA-BASE.
           02 LINE 01 COLUMN 02
           VALUE "TURMAS, VAGAS E LISTA DE ESPERA".
           02 LINE 03 COLUMN 02 VALUE "ESCOLHA A FUNCAO:".
           02 LINE 03 COLUMN 21 VALUE "(TU - RE - VA - FF)".
           02 LINE 04 COLUMN 02
           VALUE "TU-CADASTRO RE-RETIRA DA ESPERA VA-RELATORIO VAGAS".
           02 LINE 06 COLUMN 02 VALUE "ANO LETIVO.....>".
           02 LINE 07 COLUMN 02 VALUE "TURMA..........>".
           02 LINE 08 COLUMN 02 VALUE "TURNO (M/T/N/I)>".
           02 LINE 09 COLUMN 02 VALUE "CAPACIDADE.....>".
           02 LINE 10 COLUMN 02 VALUE "MATRICULA......>".
           02 LINE 12 COLUMN 02 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O TURMAS.
           IF WS-STATUS-TUR NOT = "00"
               IF WS-STATUS-TUR = "35"
                   CLOSE TURMAS OPEN OUTPUT TURMAS CLOSE TURMAS
                   GO TO INICIO
               ELSE
                   DISPLAY WS-STATUS-TUR "STATUS DO ARQUIVO TURMAS"
                   CALL "LOGERRO" USING "TURMAS" "ABERTURA TURMAS"
                           WS-STATUS-TUR
                   STOP RUN
           END-IF.
       ABRE-ESPERA.
           OPEN I-O ESPERA.
           IF WS-STATUS-ESP NOT = "00"
               IF WS-STATUS-ESP = "35"
                   CLOSE ESPERA OPEN OUTPUT ESPERA CLOSE ESPERA
                   GO TO ABRE-ESPERA
               ELSE
                   DISPLAY WS-STATUS-ESP "STATUS DO ARQUIVO ESPERA"
                   CALL "LOGERRO" USING "TURMAS" "ABERTURA ESPERA"
                           WS-STATUS-ESP
                   CLOSE TURMAS
                   STOP RUN
           END-IF.
           OPEN INPUT ALUNOS.
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "ARQUIVO ALUNOS NAO ENCONTRADO"
               CALL "LOGERRO" USING "TURMAS" "ABERTURA ALUNOS"
                       WS-STATUS-ALU
               CLOSE TURMAS ESPERA
               STOP RUN.
           ACCEPT DATA-SISTEMA FROM DATE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE DIA TO DIA-CAB01.
           MOVE MES TO MES-CAB01.
           MOVE HOJE-ANO TO ANO-CAB01.
       TELA-1.
           DISPLAY LIMPA-TELA.
           DISPLAY TELA-BASE.
           DISPLAY LIMPA-MENSAGEM AT 1212.
           ACCEPT FUNCAO AT 0322.
           EVALUATE FUNCAO
               WHEN "TU"
                   GO TO CADASTRO
               WHEN "RE"
                   GO TO RETIRA-ESPERA
               WHEN "VA"
                   GO TO RELATORIO-VAGAS
               WHEN "FF"
                   GO TO FIM
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA" AT 1212
                   ACCEPT CONFIRMA AT 1227
                   GO TO TELA-1
           END-EVALUATE.
       LE-ANO-TURMA.
           ACCEPT TUR-ANO AT 0619.
           IF TUR-ANO < 1900
               DISPLAY MSG-ERRO-1 AT 1212
               ACCEPT CONFIRMA AT 1227
               DISPLAY LIMPA-MENSAGEM AT 1212
               GO TO LE-ANO-TURMA.
       LE-CODIGO-TURMA.
           ACCEPT TUR-CODIGO AT 0719.
           IF TUR-CODIGO = SPACES
               DISPLAY MSG-ERRO-2 AT 1212
               ACCEPT CONFIRMA AT 1229
               DISPLAY LIMPA-MENSAGEM AT 1212
               GO TO LE-CODIGO-TURMA.
       FIM-LE-ANO-TURMA.
           EXIT.
      *    CADASTRO DA TURMA - INCLUSAO OU ALTERACAO
       CADASTRO.
           PERFORM LE-ANO-TURMA THRU FIM-LE-ANO-TURMA.
           READ TURMAS
               INVALID KEY
                   MOVE "N" TO WS-TUR-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-TUR-EXISTE
                   DISPLAY TUR-TURNO AT 0819
                   DISPLAY TUR-CAPACIDADE AT 0919
           END-READ.
       LE-TURNO.
           ACCEPT TUR-TURNO AT 0819.
           IF TUR-TURNO NOT = "M" AND NOT = "T" AND NOT = "N"
                   AND NOT = "I"
               DISPLAY MSG-ERRO-3 AT 1212
               ACCEPT CONFIRMA AT 1238
               DISPLAY LIMPA-MENSAGEM AT 1212
               GO TO LE-TURNO.
       LE-CAPACIDADE.
           ACCEPT TUR-CAPACIDADE AT 0919.
           IF TUR-CAPACIDADE = ZEROS
               DISPLAY MSG-ERRO-4 AT 1212
               ACCEPT CONFIRMA AT 1238
               DISPLAY LIMPA-MENSAGEM AT 1212
               GO TO LE-CAPACIDADE.
           IF WS-TUR-EXISTE = "S"
               REWRITE REG-TURMAS INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO" WS-STATUS-TUR AT 1212
                   CALL "LOGERRO" USING "TURMAS" "REGRAVA TURMAS"
                           WS-STATUS-TUR
                   STOP RUN
               END-REWRITE
           ELSE
               WRITE REG-TURMAS INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO" WS-STATUS-TUR AT 1212
                   CALL "LOGERRO" USING "TURMAS" "GRAVACAO TURMAS"
                           WS-STATUS-TUR
                   STOP RUN
               END-WRITE
           END-IF.
           DISPLAY "CONTINUAR CADASTRO ? S-SIM" AT 1212.
           ACCEPT CONFIRMA AT 1239.
           IF CONFIRMA = "S" OR "s"
               DISPLAY LIMPA-MENSAGEM AT 1212
               DISPLAY LIMPA-TELA
               DISPLAY TELA-BASE
               GO TO CADASTRO.
           GO TO TELA-1.
      *    ALUNO QUE DESISTIU DA VAGA SAI DA LISTA DE ESPERA
       RETIRA-ESPERA.
           PERFORM LE-ANO-TURMA THRU FIM-LE-ANO-TURMA.
           ACCEPT WS-MATRICULA-ESP AT 1019.
           IF WS-MATRICULA-ESP = ZEROS
               GO TO TELA-1.
           MOVE "N" TO WS-ACHOU.
           MOVE "N" TO WS-EOF.
           MOVE TUR-ANO TO ESP-ANO.
           MOVE TUR-CODIGO TO ESP-TURMA.
           MOVE ZEROS TO ESP-SEQUENCIA.
           START ESPERA KEY NOT LESS THAN ESP-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-RETIRA.
           IF WS-EOF = "S" OR WS-ACHOU = "S"
               GO TO FIM-RETIRA.
           READ ESPERA NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
               NOT AT END
                   IF ESP-ANO NOT = TUR-ANO
                           OR ESP-TURMA NOT = TUR-CODIGO
                       MOVE "S" TO WS-EOF
                   ELSE
                       IF ESP-MATRICULA = WS-MATRICULA-ESP
                           MOVE "S" TO WS-ACHOU
                       END-IF
                   END-IF
           END-READ.
           GO TO LER-RETIRA.
       FIM-RETIRA.
           IF WS-ACHOU = "N"
               DISPLAY MSG-ERRO-5 AT 1212
               ACCEPT CONFIRMA AT 1243
               DISPLAY LIMPA-MENSAGEM AT 1212
               GO TO RETIRA-ESPERA.
           DISPLAY ESP-NOME AT 1030.
           DISPLAY "CONFIRMA RETIRADA DA LISTA ? S-SIM" AT 1212.
           ACCEPT CONFIRMA AT 1247.
           DISPLAY LIMPA-MENSAGEM AT 1212.
           IF CONFIRMA = "S" OR "s"
               DELETE ESPERA INVALID KEY
                   DISPLAY "ERRO DE EXCLUSAO" WS-STATUS-ESP AT 1212
                   CALL "LOGERRO" USING "TURMAS" "EXCLUSAO ESPERA"
                           WS-STATUS-ESP
                   STOP RUN.
           GO TO TELA-1.
      *    RELATORIO DE VAGAS DO ANO LETIVO INFORMADO
       RELATORIO-VAGAS.
           ACCEPT WS-ANO-RELATORIO AT 0619.
           IF WS-ANO-RELATORIO < 1900
               DISPLAY MSG-ERRO-1 AT 1212
               ACCEPT CONFIRMA AT 1227
               DISPLAY LIMPA-MENSAGEM AT 1212
               GO TO RELATORIO-VAGAS.
           MOVE WS-ANO-RELATORIO TO ANO-CAB.
           MOVE ZEROS TO CT-PAG WS-TOT-CAPACIDADE WS-TOT-MATRICULADOS.
           MOVE ZEROS TO WS-TOT-VAGAS WS-TOT-ESPERA.
           MOVE "N" TO WS-EOF.
           MOVE WS-ANO-RELATORIO TO TUR-ANO.
           MOVE LOW-VALUES TO TUR-CODIGO.
           START TURMAS KEY NOT LESS THAN TUR-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF.
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO.
       LER-VAGAS.
           IF WS-EOF = "S"
               GO TO FIM-VAGAS.
           READ TURMAS NEXT RECORD AT END
               GO TO FIM-VAGAS.
           IF TUR-ANO NOT = WS-ANO-RELATORIO
               GO TO FIM-VAGAS.
           PERFORM CONTA-MATRICULADOS THRU FIM-CONTA-MATRICULADOS.
           PERFORM CONTA-ESPERA THRU FIM-CONTA-ESPERA.
           IF WS-MATRICULADOS < TUR-CAPACIDADE
               COMPUTE WS-VAGAS = TUR-CAPACIDADE - WS-MATRICULADOS
           ELSE
               MOVE ZEROS TO WS-VAGAS.
           MOVE TUR-CODIGO TO TURMA-DET.
           MOVE TUR-TURNO TO TURNO-DET.
           MOVE TUR-CAPACIDADE TO CAPACIDADE-DET.
           MOVE WS-MATRICULADOS TO MATRICULADOS-DET.
           MOVE WS-VAGAS TO VAGAS-DET.
           MOVE WS-EM-ESPERA TO ESPERA-DET.
           WRITE REG-RELATO FROM DETALHE BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
           ADD TUR-CAPACIDADE TO WS-TOT-CAPACIDADE.
           ADD WS-MATRICULADOS TO WS-TOT-MATRICULADOS.
           ADD WS-VAGAS TO WS-TOT-VAGAS.
           ADD WS-EM-ESPERA TO WS-TOT-ESPERA.
           GO TO LER-VAGAS.
       FIM-VAGAS.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           MOVE "TOTAL" TO TURMA-DET.
           MOVE SPACES TO TURNO-DET.
           MOVE WS-TOT-CAPACIDADE TO CAPACIDADE-DET.
           MOVE WS-TOT-MATRICULADOS TO MATRICULADOS-DET.
           MOVE WS-TOT-VAGAS TO VAGAS-DET.
           MOVE WS-TOT-ESPERA TO ESPERA-DET.
           WRITE REG-RELATO FROM DETALHE BEFORE ADVANCING 1 LINES.
           CLOSE RELATO.
           DISPLAY "RELATORIO DE VAGAS IMPRESSO" AT 1212.
           ACCEPT CONFIRMA AT 1240.
           GO TO TELA-1.
       CONTA-MATRICULADOS.
           MOVE ZEROS TO WS-MATRICULADOS.
           MOVE "N" TO WS-EOF-AUX.
           MOVE LOW-VALUES TO ALU-MATRICULA.
           START ALUNOS KEY NOT LESS THAN ALU-MATRICULA
               INVALID KEY MOVE "S" TO WS-EOF-AUX.
       LER-CONTA-MATRICULADOS.
           IF WS-EOF-AUX = "S"
               GO TO FIM-CONTA-MATRICULADOS.
           READ ALUNOS NEXT RECORD AT END
               GO TO FIM-CONTA-MATRICULADOS.
           IF ALU-TURMA = TUR-CODIGO AND ALU-ANO-LETIVO = TUR-ANO
               ADD 1 TO WS-MATRICULADOS.
           GO TO LER-CONTA-MATRICULADOS.
       FIM-CONTA-MATRICULADOS.
           EXIT.
       CONTA-ESPERA.
           MOVE ZEROS TO WS-EM-ESPERA.
           MOVE "N" TO WS-EOF-AUX.
           MOVE TUR-ANO TO ESP-ANO.
           MOVE TUR-CODIGO TO ESP-TURMA.
           MOVE ZEROS TO ESP-SEQUENCIA.
           START ESPERA KEY NOT LESS THAN ESP-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF-AUX.
       LER-CONTA-ESPERA.
           IF WS-EOF-AUX = "S"
               GO TO FIM-CONTA-ESPERA.
           READ ESPERA NEXT RECORD AT END
               GO TO FIM-CONTA-ESPERA.
           IF ESP-ANO NOT = TUR-ANO OR ESP-TURMA NOT = TUR-CODIGO
               GO TO FIM-CONTA-ESPERA.
           ADD 1 TO WS-EM-ESPERA.
           GO TO LER-CONTA-ESPERA.
       FIM-CONTA-ESPERA.
           EXIT.
       CABECALHO.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 3 LINES.
           WRITE REG-RELATO FROM CAB02 BEFORE ADVANCING 2 LINES.
       FIM.
           DISPLAY "ARQUIVO GRAVADO SAINDO" AT 1212.
           ACCEPT CONFIRMA AT 1235.
           CLOSE TURMAS ESPERA ALUNOS.
           STOP RUN.
       END PROGRAM TURMAS.
