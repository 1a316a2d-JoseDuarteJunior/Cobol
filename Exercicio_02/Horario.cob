      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - SECRETARIA ESCOLAR
      * Tectonics: cobc
      * Objetivo: CADASTRO DE PROFESSORES (ARQUIVO PROFESS) E GRADE
      *           HORARIA DAS TURMAS (ARQUIVO HORARIO) - UMA AULA POR
      *           TURMA (ALU-TURMA), DIA DA SEMANA E AULA DO DIA, COM
      *           A MATERIA E O PROFESSOR QUE A DA; O DIARIO DE CLASSE
      *           E A CARGA HORARIA SAEM PELO PROGRAMA DIARCLAS
      * Obs: O PROFESSOR NAO PODE TER DUAS AULAS NO MESMO DIA E AULA
      *      (CHAVE ALTERNATIVA PROFESSOR + DIA + AULA DO HORARIO).
      *      DIA DA SEMANA: 1-SEG 2-TER 3-QUA 4-QUI 5-SEX 6-SAB.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HORARIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFESS ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       PRF-CODIGO
           FILE STATUS      WS-STATUS-PRF.
           SELECT HORARIO ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       HOR-CHAVE
           ALTERNATE RECORD KEY HOR-AGENDA
           FILE STATUS      WS-STATUS-HOR.
       DATA DIVISION.
       FILE SECTION.
       FD  PROFESS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PROFESS".
       01  REG-PROFESS.
           02 PRF-CODIGO            PIC 9(04).
           02 PRF-NOME              PIC X(30).
           02 PRF-FONE              PIC X(15).
       FD  HORARIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "HORARIO".
       01  REG-HORARIO.
           02 HOR-CHAVE.
               03 HOR-TURMA         PIC X(05).
               03 HOR-DIA-SEMANA    PIC 9(01).
               03 HOR-AULA          PIC 9(01).
           02 HOR-AGENDA.
               03 HOR-PROFESSOR     PIC 9(04).
               03 HOR-DIA-PROF      PIC 9(01).
               03 HOR-AULA-PROF     PIC 9(01).
           02 HOR-MATERIA           PIC X(10).
       WORKING-STORAGE SECTION.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  WS-STATUS-PRF        PIC X(02) VALUE SPACES.
       77  WS-STATUS-HOR        PIC X(02) VALUE SPACES.
       77  FUNCAO               PIC X(02) VALUE SPACES.
       77  WS-PRF-EXISTE        PIC X(01) VALUE "N".
       77  WS-HOR-EXISTE        PIC X(01) VALUE "N".
       77  WS-TURMA             PIC X(05) VALUE SPACES.
       77  WS-DIA-SEMANA        PIC 9(01) VALUE ZEROS.
       77  WS-AULA              PIC 9(01) VALUE ZEROS.
       77  WS-MATERIA           PIC X(10) VALUE SPACES.
       77  WS-PROFESSOR         PIC 9(04) VALUE ZEROS.
       01  WS-MENSAGENS.
           02 LIMPA-MENSAGEM  PIC X(50) VALUE SPACES.
           02 MSG-ERRO-1      PIC X(24)
              VALUE "PROFESSOR NAO CADASTRADO".
           02 MSG-ERRO-2      PIC X(16) VALUE "TURMA EM BRANCO".
           02 MSG-ERRO-3      PIC X(18) VALUE "MATERIA EM BRANCO".
           02 MSG-ERRO-4      PIC X(22) VALUE "AULA NAO CADASTRADA".
       SCREEN SECTION.
       01  LIMPA-TELA.
           02 BLANK SCREEN.
       01  TELA-BASE.
           02 LINE 01 COLUMN 02
           VALUE "PROFESSORES E HORARIO DAS TURMAS".
           02 LINE 03 COLUMN 02 VALUE "ESCOLHA A FUNCAO:".
           02 LINE 03 COLUMN 21 VALUE "(PR - HO - EX - FF)".
           02 LINE 04 COLUMN 02
           VALUE "PR-PROFESSOR  HO-AULA NA GRADE  EX-EXCLUI AULA".
           02 LINE 05 COLUMN 02 VALUE "PROFESSOR......>".
           02 LINE 06 COLUMN 02 VALUE "NOME/FONE......>".
           02 LINE 07 COLUMN 02 VALUE "TURMA..........>".
           02 LINE 08 COLUMN 02 VALUE "DIA DA SEMANA..>".
           02 LINE 08 COLUMN 22 VALUE "(1-SEG 2-TER 3-QUA 4-QUI 5-SEX".
           02 LINE 08 COLUMN 53 VALUE "6-SAB)".
           02 LINE 09 COLUMN 02 VALUE "AULA DO DIA....>".
           02 LINE 09 COLUMN 22 VALUE "(1-9)".
           02 LINE 10 COLUMN 02 VALUE "MATERIA........>".
           02 LINE 12 COLUMN 02 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O PROFESS.
           IF WS-STATUS-PRF NOT = "00"
               IF WS-STATUS-PRF = "35"
                   CLOSE PROFESS OPEN OUTPUT PROFESS CLOSE PROFESS
                   GO TO INICIO
               ELSE
                   DISPLAY WS-STATUS-PRF "STATUS DO ARQUIVO PROFESS"
                   CALL "LOGERRO" USING "HORARIO" "ABERTURA PROFESS"
                           WS-STATUS-PRF
                   STOP RUN
           END-IF.
       ABRE-HORARIO.
           OPEN I-O HORARIO.
           IF WS-STATUS-HOR NOT = "00"
               IF WS-STATUS-HOR = "35"
                   CLOSE HORARIO OPEN OUTPUT HORARIO CLOSE HORARIO
                   GO TO ABRE-HORARIO
               ELSE
                   DISPLAY WS-STATUS-HOR "STATUS DO ARQUIVO HORARIO"
                   CALL "LOGERRO" USING "HORARIO" "ABERTURA HORARIO"
                           WS-STATUS-HOR
                   CLOSE PROFESS
                   STOP RUN
           END-IF.
       TELA-1.
           DISPLAY LIMPA-TELA.
           DISPLAY TELA-BASE.
           DISPLAY LIMPA-MENSAGEM AT 1212.
           ACCEPT FUNCAO AT 0322.
           EVALUATE FUNCAO
               WHEN "PR"
                   GO TO PROFESSOR
               WHEN "HO"
                   GO TO GRADE
               WHEN "EX"
                   GO TO EXCLUSAO
               WHEN "FF"
                   GO TO FIM
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA" AT 1212
                   ACCEPT CONFIRMA AT 1227
                   GO TO TELA-1
           END-EVALUATE.
      *    INCLUSAO OU ALTERACAO DE PROFESSOR
       PROFESSOR.
           ACCEPT PRF-CODIGO AT 0519.
           IF PRF-CODIGO = ZEROS
               GO TO TELA-1.
           READ PROFESS
               INVALID KEY
                   MOVE "N" TO WS-PRF-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-PRF-EXISTE
                   DISPLAY PRF-NOME AT 0619
                   DISPLAY PRF-FONE AT 0650
           END-READ.
       LE-NOME-PROFESSOR.
           ACCEPT PRF-NOME AT 0619.
           IF PRF-NOME = SPACES
               GO TO LE-NOME-PROFESSOR.
           ACCEPT PRF-FONE AT 0650.
           IF WS-PRF-EXISTE = "S"
               REWRITE REG-PROFESS INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO" WS-STATUS-PRF AT 1212
                   CALL "LOGERRO" USING "HORARIO" "REGRAVA PROFESS"
                           WS-STATUS-PRF
                   STOP RUN
               END-REWRITE
           ELSE
               WRITE REG-PROFESS INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO" WS-STATUS-PRF AT 1212
                   CALL "LOGERRO" USING "HORARIO" "GRAVACAO PROFESS"
                           WS-STATUS-PRF
                   STOP RUN
               END-WRITE
           END-IF.
           DISPLAY "CONTINUAR CADASTRO ? S-SIM" AT 1212.
           ACCEPT CONFIRMA AT 1239.
           IF CONFIRMA = "S" OR "s"
               DISPLAY LIMPA-MENSAGEM AT 1212
               DISPLAY LIMPA-TELA
               DISPLAY TELA-BASE
               GO TO PROFESSOR.
           GO TO TELA-1.
      *    TURMA, DIA E AULA - CHAVE DA GRADE
       LE-CHAVE.
           ACCEPT WS-TURMA AT 0719.
           IF WS-TURMA = SPACES
               DISPLAY MSG-ERRO-2 AT 1212
               ACCEPT CONFIRMA AT 1229
               DISPLAY LIMPA-MENSAGEM AT 1212
               GO TO LE-CHAVE.
       LE-DIA-SEMANA.
           ACCEPT WS-DIA-SEMANA AT 0819.
           IF WS-DIA-SEMANA < 1 OR WS-DIA-SEMANA > 6
               GO TO LE-DIA-SEMANA.
       LE-AULA.
           ACCEPT WS-AULA AT 0919.
           IF WS-AULA = ZEROS
               GO TO LE-AULA.
           MOVE WS-TURMA TO HOR-TURMA.
           MOVE WS-DIA-SEMANA TO HOR-DIA-SEMANA.
           MOVE WS-AULA TO HOR-AULA.
           READ HORARIO
               INVALID KEY
                   MOVE "N" TO WS-HOR-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-HOR-EXISTE
           END-READ.
       FIM-LE-CHAVE.
           EXIT.
       MOSTRA-AULA.
           DISPLAY HOR-PROFESSOR AT 0519.
           MOVE HOR-PROFESSOR TO PRF-CODIGO.
           READ PROFESS INVALID KEY
               MOVE SPACES TO PRF-NOME.
           DISPLAY PRF-NOME AT 0524.
           DISPLAY HOR-MATERIA AT 1019.
       GRADE.
           PERFORM LE-CHAVE THRU FIM-LE-CHAVE.
           IF WS-HOR-EXISTE = "S"
               PERFORM MOSTRA-AULA
               DISPLAY "AULA JA NA GRADE - SUBSTITUI ? S-SIM" AT 1212
               ACCEPT CONFIRMA AT 1249
               DISPLAY LIMPA-MENSAGEM AT 1212
               IF CONFIRMA NOT = "S" AND NOT = "s"
                   GO TO TELA-1.
       LE-MATERIA.
           ACCEPT WS-MATERIA AT 1019.
           IF WS-MATERIA = SPACES
               DISPLAY MSG-ERRO-3 AT 1212
               ACCEPT CONFIRMA AT 1231
               DISPLAY LIMPA-MENSAGEM AT 1212
               GO TO LE-MATERIA.
       LE-PROFESSOR.
           ACCEPT WS-PROFESSOR AT 0519.
           MOVE WS-PROFESSOR TO PRF-CODIGO.
           READ PROFESS INVALID KEY
               DISPLAY MSG-ERRO-1 AT 1212
               ACCEPT CONFIRMA AT 1237
               DISPLAY LIMPA-MENSAGEM AT 1212
               GO TO LE-PROFESSOR.
           DISPLAY PRF-NOME AT 0524.
      *    O PROFESSOR NAO PODE ESTAR EM OUTRA TURMA NO MESMO HORARIO
           MOVE WS-PROFESSOR TO HOR-PROFESSOR.
           MOVE WS-DIA-SEMANA TO HOR-DIA-PROF.
           MOVE WS-AULA TO HOR-AULA-PROF.
           READ HORARIO KEY IS HOR-AGENDA
               INVALID KEY
                   MOVE SPACES TO HOR-TURMA
           END-READ.
           IF HOR-TURMA NOT = SPACES AND HOR-TURMA NOT = WS-TURMA
               DISPLAY "PROFESSOR JA DA AULA NA TURMA" AT 1212
               DISPLAY HOR-TURMA AT 1242
               ACCEPT CONFIRMA AT 1248
               DISPLAY LIMPA-MENSAGEM AT 1212
               GO TO LE-PROFESSOR.
           MOVE WS-TURMA TO HOR-TURMA.
           MOVE WS-DIA-SEMANA TO HOR-DIA-SEMANA HOR-DIA-PROF.
           MOVE WS-AULA TO HOR-AULA HOR-AULA-PROF.
           MOVE WS-PROFESSOR TO HOR-PROFESSOR.
           MOVE WS-MATERIA TO HOR-MATERIA.
           IF WS-HOR-EXISTE = "S"
               REWRITE REG-HORARIO INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO" WS-STATUS-HOR AT 1212
                   CALL "LOGERRO" USING "HORARIO" "REGRAVA HORARIO"
                           WS-STATUS-HOR
                   STOP RUN
               END-REWRITE
           ELSE
               WRITE REG-HORARIO INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO" WS-STATUS-HOR AT 1212
                   CALL "LOGERRO" USING "HORARIO" "GRAVACAO HORARIO"
                           WS-STATUS-HOR
                   STOP RUN
               END-WRITE
           END-IF.
           DISPLAY "CONTINUAR LANCAMENTO ? S-SIM" AT 1212.
           ACCEPT CONFIRMA AT 1241.
           IF CONFIRMA = "S" OR "s"
               DISPLAY LIMPA-MENSAGEM AT 1212
               DISPLAY LIMPA-TELA
               DISPLAY TELA-BASE
               GO TO GRADE.
           GO TO TELA-1.
       EXCLUSAO.
           PERFORM LE-CHAVE THRU FIM-LE-CHAVE.
           IF WS-HOR-EXISTE = "N"
               DISPLAY MSG-ERRO-4 AT 1212
               ACCEPT CONFIRMA AT 1235
               DISPLAY LIMPA-MENSAGEM AT 1212
               GO TO TELA-1.
           PERFORM MOSTRA-AULA.
           DISPLAY "CONFIRMA EXCLUSAO ? S-SIM" AT 1212.
           ACCEPT CONFIRMA AT 1238.
           DISPLAY LIMPA-MENSAGEM AT 1212.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               GO TO TELA-1.
           DELETE HORARIO INVALID KEY
               DISPLAY "ERRO DE EXCLUSAO" WS-STATUS-HOR AT 1212
               CALL "LOGERRO" USING "HORARIO" "EXCLUSAO HORARIO"
                       WS-STATUS-HOR
               STOP RUN.
           DISPLAY "AULA EXCLUIDA DA GRADE" AT 1212.
           ACCEPT CONFIRMA AT 1235.
           GO TO TELA-1.
       FIM.
           DISPLAY "ARQUIVO GRAVADO SAINDO" AT 1212.
           ACCEPT CONFIRMA AT 1235.
           CLOSE PROFESS HORARIO.
           STOP RUN.
       END PROGRAM HORARIO.
