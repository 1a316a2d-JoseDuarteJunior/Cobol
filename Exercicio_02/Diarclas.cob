      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - SECRETARIA ESCOLAR
      * Tectonics: cobc
      * Objetivo: DIARIO DE CLASSE MENSAL POR TURMA E MATERIA - LISTA
      *           OS ALUNOS DA TURMA NO ANO LETIVO EM ORDEM ALFABETICA
      *           COM UMA GRADE DAS DATAS DE AULA DO MES (DIAS DA
      *           SEMANA DA GRADE HORARIA, SEM OS FERIADOS) PARA O
      *           PROFESSOR PREENCHER; E RELATORIO DE CARGA HORARIA
      *           (AULAS POR SEMANA E NO MES) DE CADA PROFESSOR
      * Obs: GRADE E PROFESSORES NO PROGRAMA HORARIO. OS FERIADOS
      *      SEGUEM A MESMA REGRA DO DIASUTIL: NACIONAIS SEMPRE,
      *      ESTADUAIS E MUNICIPAIS SO QUANDO A UF/CIDADE DA ESCOLA
      *      FOR INFORMADA. O DIARIO TEM NO MAXIMO 28 COLUNAS DE AULA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIARCLAS.
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
           SELECT ALUNOS ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       ALU-MATRICULA
           FILE STATUS      WS-STATUS-ALU.
           SELECT FERIADOS ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       FER-DATA
           FILE STATUS      FS-FER.
           SELECT SORDIA ASSIGN TO DISK
           SORT STATUS IS ST.
           SELECT RELATO ASSIGN TO PRINTER.
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
       FD  ALUNOS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ALUNOS".
       01  REG-ALUNOS.
           02 ALU-MATRICULA          PIC 9(06).
           02 ALU-NOME               PIC X(30).
           02 ALU-TURMA              PIC X(05).
           02 ALU-ANO-LETIVO         PIC 9(04).
       FD  FERIADOS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FERIADOS".
       01  REG-FERIADOS.
           02 FER-DATA          PIC 9(08).
           02 FER-DESCRICAO     PIC X(30).
           02 FER-RECORRENTE    PIC X(01).
           02 FER-AMBITO        PIC X(01).
           02 FER-UF            PIC X(02).
           02 FER-CIDADE        PIC X(20).
       SD  SORDIA VALUE OF FILE-ID IS "SORDIA".
       01  REG-SORDIA.
           02 SOR-NOME              PIC X(30).
           02 SOR-MATRICULA         PIC 9(06).
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  WS-STATUS-PRF        PIC X(02) VALUE SPACES.
       77  WS-STATUS-HOR        PIC X(02) VALUE SPACES.
       77  WS-STATUS-ALU        PIC X(02) VALUE SPACES.
       77  FS-FER               PIC X(02) VALUE SPACES.
       77  ST                   PIC 9(02) VALUE ZEROS.
       77  FUNCAO               PIC X(02) VALUE SPACES.
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-EOF               PIC X(01) VALUE "N".
       77  WS-TURMA             PIC X(05) VALUE SPACES.
       77  WS-MATERIA           PIC X(10) VALUE SPACES.
       77  WS-UF                PIC X(02) VALUE SPACES.
       77  WS-CIDADE            PIC X(20) VALUE SPACES.
       77  WS-PROFESSOR         PIC 9(04) VALUE ZEROS.
       77  WS-PROF-ANT          PIC 9(04) VALUE ZEROS.
       77  WS-TEM-LINHA         PIC X(01) VALUE "N".
       77  WS-MAX-COLUNAS       PIC 9(02) VALUE 28.
       77  WS-QTD-COLUNAS       PIC 9(02) VALUE ZEROS.
       77  WS-AULAS-PREVISTAS   PIC 9(03) VALUE ZEROS.
       77  WS-AULAS-SEMANA      PIC 9(03) VALUE ZEROS.
       77  WS-AULAS-MES         PIC 9(04) VALUE ZEROS.
       77  WS-TOT-SEMANA        PIC 9(05) VALUE ZEROS.
       77  WS-TOT-MES           PIC 9(06) VALUE ZEROS.
       77  WS-QTD-PROF          PIC 9(04) VALUE ZEROS.
       77  WS-QTD-ALUNOS        PIC 9(03) VALUE ZEROS.
       77  WS-DIAS-MES-CAL      PIC 9(02) VALUE ZEROS.
       77  CAL-IDX              PIC 9(02) VALUE ZEROS.
       77  WS-IDX               PIC 9(02) VALUE ZEROS.
       77  WS-POS               PIC 9(03) VALUE ZEROS.
       77  FER-DISPONIVEL       PIC X(01) VALUE "N".
       77  TF-QTD               PIC 9(03) VALUE ZEROS.
       77  TF-IDX               PIC 9(03) VALUE ZEROS.
       77  DU-EH-FERIADO        PIC X(01) VALUE "N".
       77  DU-MMDD-ATUAL        PIC 9(04) VALUE ZEROS.
       77  DU-DATA-ATUAL        PIC 9(08) VALUE ZEROS.
       77  DU-DOW               PIC 9(01) VALUE ZEROS.
       77  DU-RESULT-DIV        PIC 9(08) VALUE ZEROS.
       77  WS-DIA-CALC          PIC 9(02) VALUE ZEROS.
       77  WS-MES-CALC          PIC 9(02) VALUE ZEROS.
       77  WS-ANO-CALC          PIC 9(04) VALUE ZEROS.
       77  WS-DIAS-ABS-CALC     PIC 9(08) VALUE ZEROS.
       77  ANO-ANT-CALC         PIC 9(04) VALUE ZEROS.
       77  QTD-4-CALC           PIC 9(04) VALUE ZEROS.
       77  QTD-100-CALC         PIC 9(04) VALUE ZEROS.
       77  QTD-400-CALC         PIC 9(04) VALUE ZEROS.
       77  RESTO-CALC           PIC 9(04) VALUE ZEROS.
       77  REM-4-CALC           PIC 9(02) VALUE ZEROS.
       77  REM-100-CALC         PIC 9(02) VALUE ZEROS.
       77  REM-400-CALC         PIC 9(03) VALUE ZEROS.
       77  BISSEXTO-CALC        PIC X(01) VALUE SPACES.
       01  TABELA-FERIADOS.
           02 TF-ITEM OCCURS 200 TIMES.
               03 TF-DATA       PIC 9(08).
               03 TF-MMDD       PIC 9(04).
               03 TF-RECORRENTE PIC X(01).
               03 TF-AMBITO     PIC X(01).
               03 TF-UF         PIC X(02).
               03 TF-CIDADE     PIC X(20).
       01  DIAS-ACUM-VALORES.
           02 FILLER PIC 9(03) VALUE 000.
           02 FILLER PIC 9(03) VALUE 031.
           02 FILLER PIC 9(03) VALUE 059.
           02 FILLER PIC 9(03) VALUE 090.
           02 FILLER PIC 9(03) VALUE 120.
           02 FILLER PIC 9(03) VALUE 151.
           02 FILLER PIC 9(03) VALUE 181.
           02 FILLER PIC 9(03) VALUE 212.
           02 FILLER PIC 9(03) VALUE 243.
           02 FILLER PIC 9(03) VALUE 273.
           02 FILLER PIC 9(03) VALUE 304.
           02 FILLER PIC 9(03) VALUE 334.
       01  TABELA-DIAS-ACUM REDEFINES DIAS-ACUM-VALORES.
           02 DIAS-ACUM-MES PIC 9(03) OCCURS 12 TIMES.
       01  DIAS-MES-VALORES.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 28.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 30.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 30.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 30.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 30.
           02 FILLER PIC 9(02) VALUE 31.
       01  TABELA-DIAS-MES REDEFINES DIAS-MES-VALORES.
           02 DIAS-DO-MES PIC 9(02) OCCURS 12 TIMES.
      *    CALENDARIO DO MES - DIA DA SEMANA (0-DOM ... 6-SAB) E
      *    FERIADO; POR DIA DA SEMANA, QUANTOS DIAS SEM FERIADO O MES
      *    TEM E QUANTAS AULAS A TURMA/MATERIA TEM NA GRADE
       01  TAB-CALENDARIO.
           02 CAL-DIA OCCURS 31 TIMES.
               03 CAL-DOW       PIC 9(01).
               03 CAL-FERIADO   PIC X(01).
       01  TAB-DIAS-UTEIS.
           02 DIAS-UTEIS-SEM PIC 9(01) OCCURS 7 TIMES.
       01  TAB-AULAS-SEMANA.
           02 AULAS-DIA-SEM  PIC 9(01) OCCURS 7 TIMES.
       01  TAB-COLUNAS.
           02 COL-DIA        PIC 9(02) OCCURS 28 TIMES.
       01  WS-COMPETENCIA.
           02 COMP-ANO          PIC 9(04) VALUE ZEROS.
           02 COMP-MES          PIC 9(02) VALUE ZEROS.
       01  WS-COMPETENCIA-NUM REDEFINES WS-COMPETENCIA PIC 9(06).
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
           02 MSG-ERRO-1      PIC X(16) VALUE "TURMA EM BRANCO".
           02 MSG-ERRO-2      PIC X(18) VALUE "MATERIA EM BRANCO".
           02 MSG-ERRO-3      PIC X(14) VALUE "MES INVALIDO".
       01  CAB01.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(06)    VALUE "DATA:".
           02 DATA-CAB01.
               03 DIA-CAB01   PIC 99/ VALUE ZEROS.
               03 MES-CAB01   PIC 99/ VALUE ZEROS.
               03 ANO-CAB01   PIC 9(04) VALUE ZEROS.
           02 FILLER    PIC X(05)     VALUE SPACES.
           02 TITULO-CAB01 PIC X(40)  VALUE SPACES.
           02 FILLER     PIC X(04)   VALUE "PAG.".
           02 PAG-CAB01  PIC ZZ9     VALUE ZEROS.
       01  CAB02.
           02 FILLER          PIC X(04) VALUE SPACES.
           02 FILLER          PIC X(07) VALUE "TURMA:".
           02 TURMA-CAB       PIC X(05) VALUE SPACES.
           02 FILLER          PIC X(11) VALUE "  MATERIA:".
           02 MATERIA-CAB     PIC X(10) VALUE SPACES.
           02 FILLER          PIC X(13) VALUE "  PROFESSOR:".
           02 PROFESSOR-CAB   PIC X(30) VALUE SPACES.
           02 FILLER          PIC X(07) VALUE "  MES:".
           02 MES-CAB         PIC 99/   VALUE ZEROS.
           02 ANO-CAB         PIC 9(04) VALUE ZEROS.
       01  CAB03.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 FILLER          PIC X(04) VALUE "NO.".
           02 FILLER          PIC X(07) VALUE "MATRIC".
           02 FILLER          PIC X(31) VALUE "NOME DO ALUNO".
           02 GRADE-CAB       PIC X(85) VALUE SPACES.
       01  DETALHE.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 NUM-DET         PIC ZZ9   VALUE ZEROS.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 MATRICULA-DET   PIC 9(06) VALUE ZEROS.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 NOME-DET        PIC X(30) VALUE SPACES.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 GRADE-DET       PIC X(85) VALUE SPACES.
       01  LINHA-PREVISTAS.
           02 FILLER          PIC X(04) VALUE SPACES.
           02 FILLER          PIC X(25)
           VALUE "AULAS PREVISTAS NO MES:".
           02 PREVISTAS-MASK  PIC ZZ9   VALUE ZEROS.
       01  LINHA-ASSINATURA.
           02 FILLER          PIC X(04) VALUE SPACES.
           02 FILLER          PIC X(25)
           VALUE "ASSINATURA DO PROFESSOR:".
           02 FILLER          PIC X(40) VALUE ALL "_".
       01  CAB-CARGA.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(07) VALUE "CODIGO".
           02 FILLER  PIC X(32) VALUE "PROFESSOR".
           02 FILLER  PIC X(16) VALUE "AULAS/SEMANA".
           02 FILLER  PIC X(12) VALUE "AULAS NO MES".
       01  DET-CARGA.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 CODIGO-CRG        PIC 9(04) VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 NOME-CRG          PIC X(30) VALUE SPACES.
           02 FILLER            PIC X(07) VALUE SPACES.
           02 SEMANA-CRG        PIC ZZ9   VALUE ZEROS.
           02 FILLER            PIC X(11) VALUE SPACES.
           02 MES-CRG           PIC ZZZ9  VALUE ZEROS.
       01  LINHA-TOTAL-CARGA.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(13) VALUE "PROFESSORES:".
           02 QTD-PROF-MASK     PIC ZZZ9  VALUE ZEROS.
           02 FILLER            PIC X(27) VALUE SPACES.
           02 TOT-SEMANA-MASK   PIC ZZ.ZZ9 VALUE ZEROS.
           02 FILLER            PIC X(07) VALUE SPACES.
           02 TOT-MES-MASK      PIC ZZZ.ZZ9 VALUE ZEROS.
       SCREEN SECTION.
       01  LIMPA-TELA.
           02 BLANK SCREEN.
       01  TELA-BASE.
           02 LINE 01 COLUMN 02
           VALUE "DIARIO DE CLASSE E CARGA HORARIA".
           02 LINE 03 COLUMN 02 VALUE "ESCOLHA A FUNCAO:".
           02 LINE 03 COLUMN 21 VALUE "(DI - CH - FF)".
           02 LINE 04 COLUMN 02
           VALUE "DI-DIARIO DA TURMA/MATERIA  CH-CARGA HORARIA".
           02 LINE 05 COLUMN 02 VALUE "TURMA..........>".
           02 LINE 06 COLUMN 02 VALUE "MATERIA........>".
           02 LINE 07 COLUMN 02 VALUE "MES (AAAAMM)...>".
           02 LINE 08 COLUMN 02 VALUE "UF DA ESCOLA...>".
           02 LINE 09 COLUMN 02 VALUE "CIDADE.........>".
           02 LINE 12 COLUMN 02 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT PROFESS.
           IF WS-STATUS-PRF NOT = "00"
               DISPLAY "ARQUIVO PROFESS NAO ENCONTRADO"
               CALL "LOGERRO" USING "DIARCLAS" "ABERTURA PROFESS"
                       WS-STATUS-PRF
               STOP RUN
           END-IF.
           OPEN INPUT HORARIO.
           IF WS-STATUS-HOR NOT = "00"
               DISPLAY "ARQUIVO HORARIO NAO ENCONTRADO"
               CALL "LOGERRO" USING "DIARCLAS" "ABERTURA HORARIO"
                       WS-STATUS-HOR
               CLOSE PROFESS
               STOP RUN
           END-IF.
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
               WHEN "DI"
                   GO TO DIARIO-CLASSE
               WHEN "CH"
                   GO TO CARGA-HORARIA
               WHEN "FF"
                   GO TO FIM
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA" AT 1212
                   ACCEPT CONFIRMA AT 1227
                   GO TO TELA-1
           END-EVALUATE.
       LE-MES.
           ACCEPT WS-COMPETENCIA-NUM AT 0719.
           IF COMP-MES < 1 OR COMP-MES > 12 OR COMP-ANO = ZEROS
               DISPLAY MSG-ERRO-3 AT 1212
               ACCEPT CONFIRMA AT 1227
               DISPLAY LIMPA-MENSAGEM AT 1212
               GO TO LE-MES.
           ACCEPT WS-UF AT 0819.
           ACCEPT WS-CIDADE AT 0919.
       FIM-LE-MES.
           EXIT.
       DIARIO-CLASSE.
           ACCEPT WS-TURMA AT 0519.
           IF WS-TURMA = SPACES
               DISPLAY MSG-ERRO-1 AT 1212
               ACCEPT CONFIRMA AT 1229
               GO TO TELA-1.
       LE-MATERIA.
           ACCEPT WS-MATERIA AT 0619.
           IF WS-MATERIA = SPACES
               DISPLAY MSG-ERRO-2 AT 1212
               ACCEPT CONFIRMA AT 1231
               DISPLAY LIMPA-MENSAGEM AT 1212
               GO TO LE-MATERIA.
           PERFORM LE-MES THRU FIM-LE-MES.
           PERFORM MONTA-CALENDARIO THRU FIM-MONTA-CALENDARIO.
           PERFORM BUSCA-AULAS THRU FIM-BUSCA-AULAS.
           IF WS-AULAS-SEMANA = ZEROS
               DISPLAY "MATERIA SEM AULA NA GRADE DA TURMA" AT 1212
               ACCEPT CONFIRMA AT 1247
               GO TO TELA-1.
           PERFORM MONTA-COLUNAS.
           MOVE "DIARIO DE CLASSE" TO TITULO-CAB01.
           MOVE WS-TURMA TO TURMA-CAB.
           MOVE WS-MATERIA TO MATERIA-CAB.
           MOVE COMP-MES TO MES-CAB.
           MOVE COMP-ANO TO ANO-CAB.
           MOVE WS-PROFESSOR TO PRF-CODIGO.
           READ PROFESS INVALID KEY
               MOVE "PROFESSOR NAO CADASTRADO" TO PRF-NOME.
           MOVE PRF-NOME TO PROFESSOR-CAB.
           MOVE ZEROS TO CT-PAG WS-QTD-ALUNOS.
           SORT SORDIA ON ASCENDING KEY SOR-NOME SOR-MATRICULA
               INPUT PROCEDURE ENTRADA-DIARIO
               OUTPUT PROCEDURE SAIDA-DIARIO.
           DISPLAY "DIARIO IMPRESSO - ALUNOS:" AT 1212.
           DISPLAY WS-QTD-ALUNOS AT 1238.
           IF WS-AULAS-PREVISTAS > WS-MAX-COLUNAS
               DISPLAY "MAIS AULAS QUE COLUNAS NO DIARIO" AT 1312.
           ACCEPT CONFIRMA AT 1242.
           GO TO TELA-1.
      *    AULAS DA MATERIA NA GRADE DA TURMA POR DIA DA SEMANA; O
      *    PROFESSOR DO DIARIO E O DA PRIMEIRA AULA DA SEMANA
       BUSCA-AULAS.
           MOVE ZEROS TO WS-AULAS-SEMANA WS-PROFESSOR.
           MOVE ZEROS TO AULAS-DIA-SEM (1) AULAS-DIA-SEM (2)
               AULAS-DIA-SEM (3) AULAS-DIA-SEM (4) AULAS-DIA-SEM (5)
               AULAS-DIA-SEM (6) AULAS-DIA-SEM (7).
           MOVE WS-TURMA TO HOR-TURMA.
           MOVE ZEROS TO HOR-DIA-SEMANA HOR-AULA.
           START HORARIO KEY NOT LESS THAN HOR-CHAVE
               INVALID KEY GO TO FIM-BUSCA-AULAS.
       LER-BUSCA-AULAS.
           READ HORARIO NEXT RECORD AT END
               GO TO FIM-BUSCA-AULAS.
           IF HOR-TURMA NOT = WS-TURMA
               GO TO FIM-BUSCA-AULAS.
           IF HOR-MATERIA NOT = WS-MATERIA
               GO TO LER-BUSCA-AULAS.
           IF WS-PROFESSOR = ZEROS
               MOVE HOR-PROFESSOR TO WS-PROFESSOR.
           COMPUTE WS-IDX = HOR-DIA-SEMANA + 1.
           ADD 1 TO AULAS-DIA-SEM (WS-IDX).
           ADD 1 TO WS-AULAS-SEMANA.
           GO TO LER-BUSCA-AULAS.
       FIM-BUSCA-AULAS.
           EXIT.
      *    UMA COLUNA POR AULA EM CADA DIA DO MES QUE NAO E FERIADO
       MONTA-COLUNAS.
           MOVE ZEROS TO WS-QTD-COLUNAS WS-AULAS-PREVISTAS.
           MOVE SPACES TO GRADE-CAB GRADE-DET.
           PERFORM COLUNAS-DO-DIA VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > WS-DIAS-MES-CAL.
           PERFORM MONTA-GRADE VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-COLUNAS.
           COMPUTE WS-POS = (WS-QTD-COLUNAS * 3) + 1.
           MOVE "|" TO GRADE-CAB (WS-POS:1) GRADE-DET (WS-POS:1).
       COLUNAS-DO-DIA.
           IF CAL-FERIADO (CAL-IDX) = "N"
               COMPUTE WS-IDX = CAL-DOW (CAL-IDX) + 1
               PERFORM INCLUI-COLUNA AULAS-DIA-SEM (WS-IDX) TIMES.
       INCLUI-COLUNA.
           ADD 1 TO WS-AULAS-PREVISTAS.
           IF WS-QTD-COLUNAS < WS-MAX-COLUNAS
               ADD 1 TO WS-QTD-COLUNAS
               MOVE CAL-IDX TO COL-DIA (WS-QTD-COLUNAS).
       MONTA-GRADE.
           COMPUTE WS-POS = ((WS-IDX - 1) * 3) + 1.
           MOVE "|" TO GRADE-CAB (WS-POS:1).
           MOVE COL-DIA (WS-IDX) TO GRADE-CAB (WS-POS + 1:2).
           MOVE "|  " TO GRADE-DET (WS-POS:3).
      *    CALENDARIO DO MES INFORMADO COM OS FERIADOS DA ESCOLA
       MONTA-CALENDARIO.
           OPEN INPUT FERIADOS.
           IF FS-FER = "00"
               MOVE "S" TO FER-DISPONIVEL
               PERFORM CARREGA-FERIADOS THRU FIM-CARREGA-FERIADOS
               CLOSE FERIADOS
           ELSE
               MOVE "N" TO FER-DISPONIVEL.
           MOVE COMP-ANO TO WS-ANO-CALC.
           MOVE COMP-MES TO WS-MES-CALC.
           MOVE 1 TO WS-DIA-CALC.
           PERFORM CONVERTE-PARA-DIAS.
           DIVIDE WS-DIAS-ABS-CALC BY 7 GIVING DU-RESULT-DIV
                   REMAINDER DU-DOW.
           MOVE DIAS-DO-MES (COMP-MES) TO WS-DIAS-MES-CAL.
           IF COMP-MES = 2 AND BISSEXTO-CALC = "S"
               MOVE 29 TO WS-DIAS-MES-CAL.
           MOVE ZEROS TO DIAS-UTEIS-SEM (1) DIAS-UTEIS-SEM (2)
               DIAS-UTEIS-SEM (3) DIAS-UTEIS-SEM (4) DIAS-UTEIS-SEM (5)
               DIAS-UTEIS-SEM (6) DIAS-UTEIS-SEM (7).
           PERFORM MONTA-UM-DIA VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > WS-DIAS-MES-CAL.
       FIM-MONTA-CALENDARIO.
           EXIT.
       MONTA-UM-DIA.
           MOVE DU-DOW TO CAL-DOW (CAL-IDX).
           MOVE "N" TO DU-EH-FERIADO.
           IF FER-DISPONIVEL = "S"
               PERFORM VERIFICA-FERIADO THRU FIM-VERIFICA-FERIADO.
           MOVE DU-EH-FERIADO TO CAL-FERIADO (CAL-IDX).
           IF DU-EH-FERIADO = "N"
               COMPUTE WS-IDX = DU-DOW + 1
               ADD 1 TO DIAS-UTEIS-SEM (WS-IDX).
           ADD 1 TO DU-DOW.
           IF DU-DOW > 6
               MOVE 0 TO DU-DOW.
       CARREGA-FERIADOS.
           MOVE ZEROS TO TF-QTD.
           MOVE ZEROS TO FER-DATA.
           START FERIADOS KEY NOT LESS THAN FER-DATA
               INVALID KEY GO TO FIM-CARREGA-FERIADOS.
       LER-CARREGA-FERIADOS.
           READ FERIADOS NEXT RECORD
               AT END GO TO FIM-CARREGA-FERIADOS.
           IF TF-QTD >= 200
               GO TO FIM-CARREGA-FERIADOS.
           ADD 1 TO TF-QTD.
           MOVE FER-DATA TO TF-DATA (TF-QTD).
           MOVE FER-DATA (5:4) TO TF-MMDD (TF-QTD).
           MOVE FER-RECORRENTE TO TF-RECORRENTE (TF-QTD).
           MOVE FER-AMBITO TO TF-AMBITO (TF-QTD).
           MOVE FER-UF TO TF-UF (TF-QTD).
           MOVE FER-CIDADE TO TF-CIDADE (TF-QTD).
           GO TO LER-CARREGA-FERIADOS.
       FIM-CARREGA-FERIADOS.
           EXIT.
       VERIFICA-FERIADO.
           MOVE "N" TO DU-EH-FERIADO.
           COMPUTE DU-DATA-ATUAL = (COMP-ANO * 10000)
               + (COMP-MES * 100) + CAL-IDX.
           COMPUTE DU-MMDD-ATUAL = (COMP-MES * 100) + CAL-IDX.
           MOVE 1 TO TF-IDX.
       TESTA-UM-FERIADO.
           IF TF-IDX > TF-QTD
               GO TO FIM-VERIFICA-FERIADO.
           IF TF-RECORRENTE (TF-IDX) = "S"
               IF TF-MMDD (TF-IDX) NOT = DU-MMDD-ATUAL
                   GO TO PROXIMO-FERIADO
               END-IF
           ELSE
               IF TF-DATA (TF-IDX) NOT = DU-DATA-ATUAL
                   GO TO PROXIMO-FERIADO.
           EVALUATE TF-AMBITO (TF-IDX)
               WHEN "E"
                   IF TF-UF (TF-IDX) = WS-UF
                           AND WS-UF NOT = SPACES
                       MOVE "S" TO DU-EH-FERIADO
                   END-IF
               WHEN "M"
                   IF TF-UF (TF-IDX) = WS-UF
                           AND TF-CIDADE (TF-IDX) = WS-CIDADE
                           AND WS-CIDADE NOT = SPACES
                       MOVE "S" TO DU-EH-FERIADO
                   END-IF
               WHEN OTHER
                   MOVE "S" TO DU-EH-FERIADO
           END-EVALUATE.
           IF DU-EH-FERIADO = "S"
               GO TO FIM-VERIFICA-FERIADO.
       PROXIMO-FERIADO.
           ADD 1 TO TF-IDX.
           GO TO TESTA-UM-FERIADO.
       FIM-VERIFICA-FERIADO.
           EXIT.
       VERIFICA-BISSEXTO.
           DIVIDE WS-ANO-CALC BY 4   GIVING RESTO-CALC
                   REMAINDER REM-4-CALC.
           DIVIDE WS-ANO-CALC BY 100 GIVING RESTO-CALC
                   REMAINDER REM-100-CALC.
           DIVIDE WS-ANO-CALC BY 400 GIVING RESTO-CALC
                   REMAINDER REM-400-CALC.
           IF (REM-4-CALC = 0 AND REM-100-CALC NOT = 0)
                   OR REM-400-CALC = 0
               MOVE 'S' TO BISSEXTO-CALC
           ELSE
               MOVE 'N' TO BISSEXTO-CALC
           END-IF.
       CONVERTE-PARA-DIAS.
           COMPUTE ANO-ANT-CALC = WS-ANO-CALC - 1.
           DIVIDE ANO-ANT-CALC BY 4   GIVING QTD-4-CALC
                   REMAINDER RESTO-CALC.
           DIVIDE ANO-ANT-CALC BY 100 GIVING QTD-100-CALC
                   REMAINDER RESTO-CALC.
           DIVIDE ANO-ANT-CALC BY 400 GIVING QTD-400-CALC
                   REMAINDER RESTO-CALC.
           PERFORM VERIFICA-BISSEXTO.
           COMPUTE WS-DIAS-ABS-CALC = (WS-ANO-CALC - 1) * 365
                   + QTD-4-CALC - QTD-100-CALC + QTD-400-CALC
                   + DIAS-ACUM-MES (WS-MES-CALC) + WS-DIA-CALC.
           IF WS-MES-CALC > 2 AND BISSEXTO-CALC = 'S'
               ADD 1 TO WS-DIAS-ABS-CALC
           END-IF.
      *    AULAS DE CADA PROFESSOR NA SEMANA (GRADE) E NO MES (DIAS DA
      *    SEMANA DA AULA SEM FERIADO), PELA CHAVE PROFESSOR DA GRADE
       CARGA-HORARIA.
           PERFORM LE-MES THRU FIM-LE-MES.
           PERFORM MONTA-CALENDARIO THRU FIM-MONTA-CALENDARIO.
           MOVE "CARGA HORARIA DOS PROFESSORES -" TO TITULO-CAB01.
           MOVE COMP-MES TO TITULO-CAB01 (33:2).
           MOVE "/" TO TITULO-CAB01 (35:1).
           MOVE COMP-ANO TO TITULO-CAB01 (36:4).
           MOVE ZEROS TO CT-PAG WS-QTD-PROF WS-TOT-SEMANA WS-TOT-MES.
           MOVE ZEROS TO WS-AULAS-SEMANA WS-AULAS-MES.
           MOVE "N" TO WS-TEM-LINHA WS-EOF.
           MOVE ZEROS TO HOR-PROFESSOR HOR-DIA-PROF HOR-AULA-PROF.
           START HORARIO KEY NOT LESS THAN HOR-AGENDA
               INVALID KEY MOVE "S" TO WS-EOF.
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO-CARGA.
       LER-CARGA.
           IF WS-EOF = "S"
               GO TO FIM-CARGA.
           READ HORARIO NEXT RECORD AT END
               GO TO FIM-CARGA.
           IF WS-TEM-LINHA = "S" AND HOR-PROFESSOR NOT = WS-PROF-ANT
               PERFORM IMPRIME-CARGA.
           MOVE "S" TO WS-TEM-LINHA.
           MOVE HOR-PROFESSOR TO WS-PROF-ANT.
           ADD 1 TO WS-AULAS-SEMANA.
           COMPUTE WS-IDX = HOR-DIA-PROF + 1.
           ADD DIAS-UTEIS-SEM (WS-IDX) TO WS-AULAS-MES.
           GO TO LER-CARGA.
       FIM-CARGA.
           IF WS-TEM-LINHA = "S"
               PERFORM IMPRIME-CARGA.
           MOVE WS-QTD-PROF TO QTD-PROF-MASK.
           MOVE WS-TOT-SEMANA TO TOT-SEMANA-MASK.
           MOVE WS-TOT-MES TO TOT-MES-MASK.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           WRITE REG-RELATO FROM LINHA-TOTAL-CARGA
               BEFORE ADVANCING 1 LINES.
           CLOSE RELATO.
           DISPLAY "CARGA HORARIA IMPRESSA" AT 1212.
           ACCEPT CONFIRMA AT 1235.
           GO TO TELA-1.
       IMPRIME-CARGA.
           MOVE WS-PROF-ANT TO PRF-CODIGO CODIGO-CRG.
           READ PROFESS INVALID KEY
               MOVE "PROFESSOR NAO CADASTRADO" TO PRF-NOME.
           MOVE PRF-NOME TO NOME-CRG.
           MOVE WS-AULAS-SEMANA TO SEMANA-CRG.
           MOVE WS-AULAS-MES TO MES-CRG.
           WRITE REG-RELATO FROM DET-CARGA BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO-CARGA.
           ADD 1 TO WS-QTD-PROF.
           ADD WS-AULAS-SEMANA TO WS-TOT-SEMANA.
           ADD WS-AULAS-MES TO WS-TOT-MES.
           MOVE ZEROS TO WS-AULAS-SEMANA WS-AULAS-MES.
       CABECALHO-CARGA.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 3 LINES.
           WRITE REG-RELATO FROM CAB-CARGA BEFORE ADVANCING 2 LINES.
       FIM.
           CLOSE PROFESS HORARIO.
           STOP RUN.
      *    ALUNOS DA TURMA NO ANO LETIVO DO DIARIO
       ENTRADA-DIARIO SECTION.
       INI-ENTRADA-DIARIO.
           OPEN INPUT ALUNOS.
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "ARQUIVO ALUNOS NAO ENCONTRADO" AT 1212
               CALL "LOGERRO" USING "DIARCLAS" "ABERTURA ALUNOS"
                       WS-STATUS-ALU
               ACCEPT CONFIRMA AT 1243
               GO TO FIM-ENTRADA-DIARIO.
           MOVE ZEROS TO ALU-MATRICULA.
           START ALUNOS KEY NOT LESS THAN ALU-MATRICULA
               INVALID KEY
                   CLOSE ALUNOS
                   GO TO FIM-ENTRADA-DIARIO.
       LER-ENTRADA-DIARIO.
           READ ALUNOS NEXT RECORD AT END
               CLOSE ALUNOS
               GO TO FIM-ENTRADA-DIARIO.
           IF ALU-TURMA NOT = WS-TURMA OR ALU-ANO-LETIVO NOT = COMP-ANO
               GO TO LER-ENTRADA-DIARIO.
           MOVE ALU-NOME TO SOR-NOME.
           MOVE ALU-MATRICULA TO SOR-MATRICULA.
           RELEASE REG-SORDIA.
           GO TO LER-ENTRADA-DIARIO.
       FIM-ENTRADA-DIARIO.
           EXIT.
       SAIDA-DIARIO SECTION.
       INI-SAIDA-DIARIO.
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO-DIARIO.
       LER-SAIDA-DIARIO.
           RETURN SORDIA AT END
               GO TO FECHA-SAIDA-DIARIO.
           ADD 1 TO WS-QTD-ALUNOS.
           MOVE WS-QTD-ALUNOS TO NUM-DET.
           MOVE SOR-MATRICULA TO MATRICULA-DET.
           MOVE SOR-NOME TO NOME-DET.
           WRITE REG-RELATO FROM DETALHE BEFORE ADVANCING 2 LINES
               AT EOP PERFORM CABECALHO-DIARIO.
           GO TO LER-SAIDA-DIARIO.
       CABECALHO-DIARIO.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 2 LINES.
           WRITE REG-RELATO FROM CAB02 BEFORE ADVANCING 2 LINES.
           WRITE REG-RELATO FROM CAB03 BEFORE ADVANCING 2 LINES.
       FECHA-SAIDA-DIARIO.
           MOVE WS-AULAS-PREVISTAS TO PREVISTAS-MASK.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           WRITE REG-RELATO FROM LINHA-PREVISTAS
               BEFORE ADVANCING 3 LINES.
           WRITE REG-RELATO FROM LINHA-ASSINATURA
               BEFORE ADVANCING 1 LINES.
           CLOSE RELATO.
       FIM-SAIDA-DIARIO.
           EXIT.
       END PROGRAM DIARCLAS.
