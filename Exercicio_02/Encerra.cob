      *           SEGUINTE NO ALUNOS, RETEM OS REPROVADOS, AVANCA O
      *           ANO LETIVO E DEIXA O ARQUIVO NOTAS LIMPO PARA O ANO
      *           NOVO, COM RELATORIO DO RESULTADO POR ALUNO
      * Alteracoes:
      * 15/10/2026 - ALUNO COM MENSALIDADE EM ABERTO NO MENSALID NAO E
      *              REMATRICULADO SEM A LIBERACAO DA SECRETARIA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCERRA.
           ACCESS MODE      DYNAMIC
           RECORD KEY       HIS-CHAVE
           FILE STATUS      WS-STATUS-HIS.
           SELECT MENSALID ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       MNS-CHAVE
           FILE STATUS      WS-STATUS-MNS.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
           02 HIS-RECUPERACAO       PIC 9(02).
           02 HIS-MEDIA             PIC 9(03)V99.
           02 HIS-SITUACAO          PIC X(10).
       FD  MENSALID
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "MENSALID".
       01  REG-MENSALID.
           02 MNS-CHAVE.
               03 MNS-MATRICULA      PIC 9(06).
               03 MNS-COMPETENCIA    PIC 9(06).
           02 MNS-TURMA              PIC X(05).
           02 MNS-VALOR-TABELA       PIC 9(05)V99.
           02 MNS-DESCONTO           PIC 9(05)V99.
           02 MNS-VALOR              PIC 9(05)V99.
           02 MNS-STATUS             PIC X(01).
           02 MNS-DATA-PAGTO         PIC 9(08).
           02 MNS-VALOR-PAGO         PIC 9(05)V99.
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       77  WS-STATUS-NOT        PIC X(02) VALUE SPACES.
       77  WS-STATUS-ALU        PIC X(02) VALUE SPACES.
       77  WS-STATUS-HIS        PIC X(02) VALUE SPACES.
       77  WS-STATUS-MNS        PIC X(02) VALUE SPACES.
       77  WS-TEM-MENSALID      PIC X(01) VALUE "N".
       77  WS-EOF-MNS           PIC X(01) VALUE "N".
       77  WS-TEM-DEBITO        PIC X(01) VALUE "N".
       77  WS-BLOQUEADOS        PIC 9(05) VALUE ZEROS.
       77  WS-LIBERADOS         PIC 9(05) VALUE ZEROS.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-EOF               PIC X(01) VALUE "N".
                   CLOSE NOTAS ALUNOS
                   STOP RUN
           END-IF.
           OPEN INPUT MENSALID.
           IF WS-STATUS-MNS = "00"
               MOVE "S" TO WS-TEM-MENSALID
           ELSE
               MOVE "N" TO WS-TEM-MENSALID.
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO.
       ARQUIVA-NOTAS.
                   GO TO LIMPA-NOTAS.
           PERFORM APURA-RESULTADO THRU FIM-APURA-RESULTADO.
           MOVE ALU-TURMA TO WS-TURMA-ANTIGA.
           PERFORM VERIFICA-DEBITO THRU FIM-VERIFICA-DEBITO.
           IF WS-TEM-DEBITO = "S"
               DISPLAY ALU-MATRICULA AT 0805
               DISPLAY "MENSALIDADE EM ABERTO - REMATRICULA ? S-SIM"
                       AT 0812
               ACCEPT CONFIRMA AT 0856
               DISPLAY SPACES AT 0805
               IF CONFIRMA = "S" OR "s"
                   ADD 1 TO WS-LIBERADOS
               ELSE
                   ADD 1 TO WS-BLOQUEADOS
                   MOVE "BLOQ.DEBIT" TO RESULTADO-DET
                   GO TO IMPRIME-PROMOVE.
           IF WS-TEM-NOTA = "N"
               ADD 1 TO WS-SEM-NOTAS
               MOVE "SEM NOTAS" TO RESULTADO-DET
               CALL "LOGERRO" USING "ENCERRA" "REGRAVA ALUNOS"
                       WS-STATUS-ALU
               STOP RUN.
       IMPRIME-PROMOVE.
           MOVE ALU-MATRICULA TO MATRICULA-DET.
           MOVE ALU-NOME TO NOME-DET.
           MOVE WS-TURMA-ANTIGA TO TURMA-ANT-DET.
           GO TO LER-APURA-RESULTADO.
       FIM-APURA-RESULTADO.
           EXIT.
       VERIFICA-DEBITO.
           MOVE "N" TO WS-TEM-DEBITO.
           IF WS-TEM-MENSALID NOT = "S"
               GO TO FIM-VERIFICA-DEBITO.
           MOVE "N" TO WS-EOF-MNS.
           MOVE ALU-MATRICULA TO MNS-MATRICULA.
           MOVE ZEROS TO MNS-COMPETENCIA.
           START MENSALID KEY NOT LESS THAN MNS-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF-MNS.
       LER-VERIFICA-DEBITO.
           IF WS-EOF-MNS = "S" OR WS-TEM-DEBITO = "S"
               GO TO FIM-VERIFICA-DEBITO.
           READ MENSALID NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-MNS
               NOT AT END
                   IF MNS-MATRICULA NOT = ALU-MATRICULA
                       MOVE "S" TO WS-EOF-MNS
                   ELSE
                       IF MNS-STATUS = "A"
                           MOVE "S" TO WS-TEM-DEBITO
                       END-IF
                   END-IF
           END-READ.
           GO TO LER-VERIFICA-DEBITO.
       FIM-VERIFICA-DEBITO.
           EXIT.
       LIMPA-NOTAS.
           CLOSE NOTAS.
           OPEN OUTPUT NOTAS.
           MOVE "ALUNOS SEM NOTAS........:" TO TEXTO-RESUMO.
           MOVE WS-SEM-NOTAS TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "BLOQUEADOS POR DEBITO...:" TO TEXTO-RESUMO.
           MOVE WS-BLOQUEADOS TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "LIBERADOS COM DEBITO....:" TO TEXTO-RESUMO.
           MOVE WS-LIBERADOS TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           IF WS-TEM-MENSALID = "S"
               CLOSE MENSALID.
           CLOSE RELATO ALUNOS NOTAHIST.
           DISPLAY "ANO LETIVO ENCERRADO" AT 1011.
           ACCEPT CONFIRMA AT 1032.
