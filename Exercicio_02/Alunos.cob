      *           COM INCLUSAO, ALTERACAO, EXCLUSAO E CONSULTA - BASE
      *           DO LANCAMENTO DE NOTAS (PROGRAMA NOTAS) E DOS
      *           BOLETINS POR TURMA (PROGRAMA BOLETIM)
      * Alteracoes:
      * 15/10/2026 - MATRICULA CONFERE A VAGA NA TURMA DO ANO (ARQUIVO
      *              TURMAS); TURMA LOTADA VAI PARA A LISTA DE ESPERA
      *              (ESPERA) E A VAGA LIBERADA POR TRANSFERENCIA OU
      *              EXCLUSAO E OFERECIDA AO PROXIMO DA LISTA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNOS.
           ACCESS MODE      DYNAMIC
           RECORD KEY       ALU-MATRICULA
           FILE STATUS      WS-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOS
           02 ALU-NOME               PIC X(30).
           02 ALU-TURMA              PIC X(05).
           02 ALU-ANO-LETIVO         PIC 9(04).
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
       WORKING-STORAGE SECTION.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  WS-STATUS            PIC X(02) VALUE SPACES.
       77  WS-STATUS-TUR        PIC X(02) VALUE SPACES.
       77  WS-STATUS-ESP        PIC X(02) VALUE SPACES.
       77  FUNCAO               PIC X(02) VALUE SPACES.
       77  WS-TEM-TURMAS        PIC X(01) VALUE "N".
       77  WS-SITUACAO-TURMA    PIC X(01) VALUE SPACES.
       77  WS-EOF-AUX           PIC X(01) VALUE "N".
       77  WS-JA-NA-LISTA       PIC X(01) VALUE "N".
       77  WS-MATRICULADOS      PIC 9(04) VALUE ZEROS.
       77  WS-ULTIMA-SEQ        PIC 9(04) VALUE ZEROS.
       77  WS-POSICAO           PIC 9(04) VALUE ZEROS.
       77  WS-TURMA-ANTIGA      PIC X(05) VALUE SPACES.
       77  WS-ANO-ANTIGO        PIC 9(04) VALUE ZEROS.
       77  WS-TURMA-VAGA        PIC X(05) VALUE SPACES.
       77  WS-ANO-VAGA          PIC 9(04) VALUE ZEROS.
       77  WS-TURMA-LIBERADA    PIC X(05) VALUE SPACES.
       77  WS-ANO-LIBERADO      PIC 9(04) VALUE ZEROS.
       77  WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       01  WS-REG-ALUNOS        PIC X(45) VALUE SPACES.
       01  WS-MENSAGENS.
           02 LIMPA-MENSAGEM  PIC X(50) VALUE SPACES.
           02 MSG-ERRO-1      PIC X(25)
           02 MSG-ERRO-2      PIC X(23) VALUE "MATRICULA JA CADASTRADA".
           02 MSG-ERRO-3      PIC X(21) VALUE "MATRICULA NAO EXISTE".
           02 MSG-ERRO-4      PIC X(14) VALUE "NOME EM BRANCO".
           02 MSG-ERRO-5      PIC X(28)
              VALUE "TURMA NAO CADASTRADA NO ANO".
       SCREEN SECTION.
       01  LIMPA-TELA.
           02 BLANK SCREEN.
                           WS-STATUS
                   STOP RUN
           END-IF.
           OPEN INPUT TURMAS.
           IF WS-STATUS-TUR = "00"
               MOVE "S" TO WS-TEM-TURMAS
           ELSE
               MOVE "N" TO WS-TEM-TURMAS.
       ABRE-ESPERA.
           OPEN I-O ESPERA.
           IF WS-STATUS-ESP NOT = "00"
               IF WS-STATUS-ESP = "35"
                   CLOSE ESPERA OPEN OUTPUT ESPERA CLOSE ESPERA
                   GO TO ABRE-ESPERA
               ELSE
                   DISPLAY WS-STATUS-ESP "STATUS DO ARQUIVO ESPERA"
                   CALL "LOGERRO" USING "ALUNOS" "ABERTURA ESPERA"
                           WS-STATUS-ESP
                   CLOSE ALUNOS
                   STOP RUN
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
       TELA-1.
           DISPLAY LIMPA-TELA.
           DISPLAY TELA-BASE.
               GO TO ROT-TURMA.
       ROT-ANO.
           ACCEPT ALU-ANO-LETIVO AT 0816.
       ROT-VAGA.
           PERFORM VERIFICA-VAGA THRU FIM-VERIFICA-VAGA.
           IF WS-SITUACAO-TURMA = "N"
               GO TO ROT-TURMA.
           IF WS-SITUACAO-TURMA = "L"
               PERFORM INCLUI-ESPERA THRU FIM-INCLUI-ESPERA
               IF CONFIRMA = "S" OR "s"
                   GO TO ROT-RETORNO
               ELSE
                   GO TO ROT-TURMA.
       ROT-GRAVA.
           WRITE REG-ALUNOS INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" WS-STATUS AT 1212
               DISPLAY LIMPA-MENSAGEM AT 1212
               GO TO ALTERACAO.
           PERFORM MOSTRA.
           MOVE ALU-TURMA TO WS-TURMA-ANTIGA.
           MOVE ALU-ANO-LETIVO TO WS-ANO-ANTIGO.
           PERFORM ROT-NOME.
       ALT-TURMA.
           PERFORM ROT-TURMA.
           PERFORM ROT-ANO.
           IF ALU-TURMA NOT = WS-TURMA-ANTIGA
                   OR ALU-ANO-LETIVO NOT = WS-ANO-ANTIGO
               PERFORM VERIFICA-VAGA THRU FIM-VERIFICA-VAGA
               IF WS-SITUACAO-TURMA = "N"
                   GO TO ALT-TURMA
               ELSE
                   IF WS-SITUACAO-TURMA = "L"
                       PERFORM INCLUI-ESPERA THRU FIM-INCLUI-ESPERA
                       IF CONFIRMA NOT = "S" AND NOT = "s"
                           GO TO ALT-TURMA
                       ELSE
                           MOVE WS-TURMA-ANTIGA TO ALU-TURMA
                           MOVE WS-ANO-ANTIGO TO ALU-ANO-LETIVO.
           REWRITE REG-ALUNOS INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" WS-STATUS AT 1212
               CALL "LOGERRO" USING "ALUNOS" "ALTERACAO ALUNOS"
                       WS-STATUS
               STOP RUN.
           IF ALU-TURMA NOT = WS-TURMA-ANTIGA
                   OR ALU-ANO-LETIVO NOT = WS-ANO-ANTIGO
               MOVE WS-TURMA-ANTIGA TO WS-TURMA-VAGA
               MOVE WS-ANO-ANTIGO TO WS-ANO-VAGA
               PERFORM OFERECE-VAGA THRU FIM-OFERECE-VAGA.
           DISPLAY "CONTINUAR ALTERANDO ? S-SIM" AT 1212.
           ACCEPT CONFIRMA AT 1240.
           IF CONFIRMA = "S" OR "s"
                   DISPLAY "ERRO DE EXCLUSAO" WS-STATUS AT 1212
                   CALL "LOGERRO" USING "ALUNOS" "EXCLUSAO ALUNOS"
                           WS-STATUS
                   STOP RUN
               END-DELETE
               MOVE ALU-TURMA TO WS-TURMA-VAGA
               MOVE ALU-ANO-LETIVO TO WS-ANO-VAGA
               PERFORM OFERECE-VAGA THRU FIM-OFERECE-VAGA.
           GO TO TELA-1.
       CONSULTA.
           ACCEPT ALU-MATRICULA AT 0516.
               DISPLAY TELA-BASE
               GO TO CONSULTA.
           GO TO TELA-1.
      *    CONFERE A VAGA NA TURMA/ANO DO ALUNO EM TELA: V-VAGA,
      *    L-LOTADA, N-TURMA NAO CADASTRADA. SEM O ARQUIVO TURMAS NAO
      *    HA CONTROLE DE CAPACIDADE
       VERIFICA-VAGA.
           MOVE "V" TO WS-SITUACAO-TURMA.
           IF WS-TEM-TURMAS NOT = "S"
               GO TO FIM-VERIFICA-VAGA.
           MOVE ALU-ANO-LETIVO TO TUR-ANO.
           MOVE ALU-TURMA TO TUR-CODIGO.
           READ TURMAS INVALID KEY
               MOVE "N" TO WS-SITUACAO-TURMA
               DISPLAY MSG-ERRO-5 AT 1212
               ACCEPT CONFIRMA AT 1241
               DISPLAY LIMPA-MENSAGEM AT 1212
               GO TO FIM-VERIFICA-VAGA.
           MOVE ALU-ANO-LETIVO TO WS-ANO-VAGA.
           MOVE ALU-TURMA TO WS-TURMA-VAGA.
           MOVE REG-ALUNOS TO WS-REG-ALUNOS.
           PERFORM CONTA-TURMA THRU FIM-CONTA-TURMA.
           MOVE WS-REG-ALUNOS TO REG-ALUNOS.
           IF WS-MATRICULADOS NOT < TUR-CAPACIDADE
               MOVE "L" TO WS-SITUACAO-TURMA.
       FIM-VERIFICA-VAGA.
           EXIT.
       CONTA-TURMA.
           MOVE ZEROS TO WS-MATRICULADOS.
           MOVE "N" TO WS-EOF-AUX.
           MOVE LOW-VALUES TO ALU-MATRICULA.
           START ALUNOS KEY NOT LESS THAN ALU-MATRICULA
               INVALID KEY MOVE "S" TO WS-EOF-AUX.
       LER-CONTA-TURMA.
           IF WS-EOF-AUX = "S"
               GO TO FIM-CONTA-TURMA.
           READ ALUNOS NEXT RECORD AT END
               GO TO FIM-CONTA-TURMA.
           IF ALU-TURMA = WS-TURMA-VAGA
                   AND ALU-ANO-LETIVO = WS-ANO-VAGA
               ADD 1 TO WS-MATRICULADOS.
           GO TO LER-CONTA-TURMA.
       FIM-CONTA-TURMA.
           EXIT.
      *    TURMA LOTADA - ALUNO ENTRA NO FIM DA LISTA DE ESPERA. VOLTA
      *    COM CONFIRMA = S QUANDO O ALUNO ESTA NA LISTA
       INCLUI-ESPERA.
           DISPLAY "TURMA LOTADA - INCLUIR NA LISTA DE ESPERA ? S-SIM"
                   AT 1212.
           ACCEPT CONFIRMA AT 1262.
           DISPLAY LIMPA-MENSAGEM AT 1212.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               GO TO FIM-INCLUI-ESPERA.
           MOVE ZEROS TO WS-ULTIMA-SEQ WS-POSICAO.
           MOVE "N" TO WS-JA-NA-LISTA.
           MOVE "N" TO WS-EOF-AUX.
           MOVE ALU-ANO-LETIVO TO ESP-ANO.
           MOVE ALU-TURMA TO ESP-TURMA.
           MOVE ZEROS TO ESP-SEQUENCIA.
           START ESPERA KEY NOT LESS THAN ESP-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF-AUX.
       LER-INCLUI-ESPERA.
           IF WS-EOF-AUX = "S"
               GO TO GRAVA-ESPERA.
           READ ESPERA NEXT RECORD AT END
               GO TO GRAVA-ESPERA.
           IF ESP-ANO NOT = ALU-ANO-LETIVO OR ESP-TURMA NOT = ALU-TURMA
               GO TO GRAVA-ESPERA.
           MOVE ESP-SEQUENCIA TO WS-ULTIMA-SEQ.
           ADD 1 TO WS-POSICAO.
           IF ESP-MATRICULA = ALU-MATRICULA
               MOVE "S" TO WS-JA-NA-LISTA.
           GO TO LER-INCLUI-ESPERA.
       GRAVA-ESPERA.
           IF WS-JA-NA-LISTA = "S"
               DISPLAY "ALUNO JA ESTA NA LISTA DE ESPERA" AT 1212
               ACCEPT CONFIRMA AT 1245
               DISPLAY LIMPA-MENSAGEM AT 1212
               MOVE "S" TO CONFIRMA
               GO TO FIM-INCLUI-ESPERA.
           MOVE ALU-ANO-LETIVO TO ESP-ANO.
           MOVE ALU-TURMA TO ESP-TURMA.
           COMPUTE ESP-SEQUENCIA = WS-ULTIMA-SEQ + 1.
           MOVE ALU-MATRICULA TO ESP-MATRICULA.
           MOVE ALU-NOME TO ESP-NOME.
           MOVE WS-DATA-HOJE TO ESP-DATA.
           WRITE REG-ESPERA INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" WS-STATUS-ESP AT 1212
               CALL "LOGERRO" USING "ALUNOS" "GRAVACAO ESPERA"
                       WS-STATUS-ESP
               STOP RUN.
           ADD 1 TO WS-POSICAO.
           DISPLAY "INCLUIDO NA LISTA DE ESPERA - POSICAO" AT 1212.
           DISPLAY WS-POSICAO AT 1250.
           ACCEPT CONFIRMA AT 1255.
           DISPLAY LIMPA-MENSAGEM AT 1212.
           MOVE "S" TO CONFIRMA.
       FIM-INCLUI-ESPERA.
           EXIT.
      *    VAGA LIBERADA EM WS-ANO-VAGA/WS-TURMA-VAGA - OFERECIDA AOS
      *    ALUNOS DA LISTA DE ESPERA NA ORDEM DE INCLUSAO. QUEM RECUSA
      *    SAI DA LISTA; ALUNO JA CADASTRADO EM OUTRA TURMA DO MESMO
      *    ANO E TRANSFERIDO E A VAGA DELE E OFERECIDA EM SEGUIDA
       OFERECE-VAGA.
           IF WS-TEM-TURMAS NOT = "S"
               GO TO FIM-OFERECE-VAGA.
           MOVE WS-ANO-VAGA TO TUR-ANO.
           MOVE WS-TURMA-VAGA TO TUR-CODIGO.
           READ TURMAS INVALID KEY
               GO TO FIM-OFERECE-VAGA.
           PERFORM CONTA-TURMA THRU FIM-CONTA-TURMA.
           IF WS-MATRICULADOS NOT < TUR-CAPACIDADE
               GO TO FIM-OFERECE-VAGA.
           MOVE WS-ANO-VAGA TO ESP-ANO.
           MOVE WS-TURMA-VAGA TO ESP-TURMA.
           MOVE ZEROS TO ESP-SEQUENCIA.
           START ESPERA KEY NOT LESS THAN ESP-CHAVE
               INVALID KEY GO TO FIM-OFERECE-VAGA.
           READ ESPERA NEXT RECORD AT END
               GO TO FIM-OFERECE-VAGA.
           IF ESP-ANO NOT = WS-ANO-VAGA OR ESP-TURMA NOT = WS-TURMA-VAGA
               GO TO FIM-OFERECE-VAGA.
           DISPLAY "VAGA TURMA" AT 1002.
           DISPLAY WS-TURMA-VAGA AT 1013.
           DISPLAY ESP-MATRICULA AT 1020.
           DISPLAY ESP-NOME AT 1028.
           DISPLAY "ACEITA A VAGA ? S-SIM N-NAO" AT 1212.
           ACCEPT CONFIRMA AT 1240.
           DISPLAY LIMPA-MENSAGEM AT 1212.
           DISPLAY LIMPA-MENSAGEM AT 1002.
           DISPLAY LIMPA-MENSAGEM AT 1028.
           IF CONFIRMA = "N" OR "n"
               PERFORM EXCLUI-ESPERA
               GO TO OFERECE-VAGA.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               GO TO FIM-OFERECE-VAGA.
           MOVE SPACES TO WS-TURMA-LIBERADA.
           MOVE ESP-MATRICULA TO ALU-MATRICULA.
           READ ALUNOS
               INVALID KEY
                   MOVE ESP-NOME TO ALU-NOME
                   MOVE WS-TURMA-VAGA TO ALU-TURMA
                   MOVE WS-ANO-VAGA TO ALU-ANO-LETIVO
                   WRITE REG-ALUNOS INVALID KEY
                       DISPLAY "ERRO DE GRAVACAO" WS-STATUS AT 1212
                       CALL "LOGERRO" USING "ALUNOS" "GRAVACAO ALUNOS"
                               WS-STATUS
                       STOP RUN
                   END-WRITE
               NOT INVALID KEY
                   IF ALU-ANO-LETIVO = WS-ANO-VAGA
                       MOVE ALU-TURMA TO WS-TURMA-LIBERADA
                       MOVE ALU-ANO-LETIVO TO WS-ANO-LIBERADO
                   END-IF
                   MOVE WS-TURMA-VAGA TO ALU-TURMA
                   MOVE WS-ANO-VAGA TO ALU-ANO-LETIVO
                   REWRITE REG-ALUNOS INVALID KEY
                       DISPLAY "ERRO DE GRAVACAO" WS-STATUS AT 1212
                       CALL "LOGERRO" USING "ALUNOS"
                               "ALTERACAO ALUNOS" WS-STATUS
                       STOP RUN
                   END-REWRITE
           END-READ.
           PERFORM EXCLUI-ESPERA.
           IF WS-TURMA-LIBERADA NOT = SPACES
                   AND WS-TURMA-LIBERADA NOT = WS-TURMA-VAGA
               MOVE WS-TURMA-LIBERADA TO WS-TURMA-VAGA
               MOVE WS-ANO-LIBERADO TO WS-ANO-VAGA.
           GO TO OFERECE-VAGA.
       FIM-OFERECE-VAGA.
           EXIT.
       EXCLUI-ESPERA.
           DELETE ESPERA INVALID KEY
               DISPLAY "ERRO DE EXCLUSAO" WS-STATUS-ESP AT 1212
               CALL "LOGERRO" USING "ALUNOS" "EXCLUSAO ESPERA"
                       WS-STATUS-ESP
               STOP RUN.
       FIM.
           DISPLAY "ARQUIVO GRAVADO SAINDO" AT 1212.
           ACCEPT CONFIRMA AT 1235.
           IF WS-TEM-TURMAS = "S"
               CLOSE TURMAS.
           CLOSE ALUNOS ESPERA.
           STOP RUN.
       END PROGRAM ALUNOS.
