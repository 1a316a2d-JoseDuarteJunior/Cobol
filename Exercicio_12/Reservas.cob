      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - CLUBE DE ASSOCIADOS
      * Tectonics: cobc
      * Objetivo: RESERVA DOS ESPACOS DO CLUBE (SALAO DE FESTAS,
      *           CHURRASQUEIRAS, QUADRAS) - CADASTRO DE ESPACOS
      *           (ARQUIVO ESPACOS COM NOME, CAPACIDADE E TAXA POR
      *           PERIODO), RESERVA POR MATRICULA DO ARQMAR PARA UMA
      *           DATA E PERIODO (M-MANHA, T-TARDE, N-NOITE) NO
      *           ARQUIVO RESCLUB, CANCELAMENTO E AGENDA SEMANAL DE
      *           OCUPACAO DE CADA ESPACO PARA A PORTARIA
      * Obs: A CHAVE DO RESCLUB E ESPACO + DATA + PERIODO, ENTAO NAO
      *      HA DUAS RESERVAS PARA O MESMO HORARIO. SO RESERVA QUEM
      *      ESTA ATIVO NO ARQMAR. A TAXA VAI PARA A PROXIMA
      *      COMPETENCIA AINDA NAO GERADA NO COBRANCA PARA A MATRICULA
      *      E E SOMADA A MENSALIDADE PELA FUNCAO GE DO PROGRAMA
      *      COBRANCA; RESERVA JA COBRADA NAO PODE SER CANCELADA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESERVAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQMAR ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-MAR.
           SELECT ESPACOS ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ESP-CODIGO
                  FILE STATUS IS FS-ESP.
           SELECT RESCLUB ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RSC-CHAVE
                  ALTERNATE RECORD KEY IS RSC-FATURA WITH DUPLICATES
                  FILE STATUS IS FS-RSC.
           SELECT COBRANCA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CBR-CHAVE
                  FILE STATUS IS FS-CBR.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQMAR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQMAR".
       01  REG-ARQMAR.
           02 FD-MATRICULA           PIC 9(06).
           02 FD-NOME                PIC X(30).
           02 FD-CIDADE              PIC X(20).
           02 FD-ESTADO              PIC XX.
           02 FD-CODIGO-MAR          PIC 99.
           02 FD-STATUS              PIC X(01).
       FD  ESPACOS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ESPACOS".
       01  REG-ESPACOS.
           02 ESP-CODIGO            PIC 9(02).
           02 ESP-NOME              PIC X(20).
           02 ESP-CAPACIDADE        PIC 9(04).
           02 ESP-TAXA              PIC 9(04)V99.
       FD  RESCLUB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RESCLUB".
       01  REG-RESCLUB.
           02 RSC-CHAVE.
               03 RSC-ESPACO        PIC 9(02).
               03 RSC-DATA          PIC 9(08).
               03 RSC-PERIODO       PIC X(01).
           02 RSC-FATURA.
               03 RSC-MATRICULA     PIC 9(06).
               03 RSC-COMPETENCIA   PIC 9(06).
           02 RSC-NOME              PIC X(30).
           02 RSC-VALOR             PIC 9(04)V99.
           02 RSC-COBRADO           PIC X(01).
           02 RSC-DATA-RESERVA      PIC 9(08).
       FD  COBRANCA LABEL RECORD STANDARD
           VALUE OF FILE-ID "COBRANCA".
       01  REG-COBRANCA.
           02 CBR-CHAVE.
               03 CBR-MATRICULA     PIC 9(06).
               03 CBR-COMPETENCIA   PIC 9(06).
           02 CBR-VALOR             PIC 9(06)V99.
           02 CBR-STATUS            PIC X(01).
           02 CBR-DATA-PAGTO        PIC 9(08).
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-STATUS-MAR        PIC X(02) VALUE SPACES.
       77  FS-ESP               PIC X(02) VALUE SPACES.
       77  FS-RSC               PIC X(02) VALUE SPACES.
       77  FS-CBR               PIC X(02) VALUE SPACES.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  FUNCAO               PIC X(02) VALUE SPACES.
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-EOF               PIC X(01) VALUE "N".
       77  WS-ACHOU             PIC X(01) VALUE "N".
       77  WS-ESPACO            PIC 9(02) VALUE ZEROS.
       77  WS-MATRICULA         PIC 9(06) VALUE ZEROS.
       77  WS-PERIODO           PIC X(01) VALUE SPACES.
       77  WS-COMP-HOJE         PIC 9(06) VALUE ZEROS.
       77  WS-IND               PIC 9(01) VALUE ZEROS.
       77  WS-OCUPADOS          PIC 9(02) VALUE ZEROS.
       77  WS-QTD-ESPACOS       PIC 9(03) VALUE ZEROS.
       77  DU-DIA-ATUAL         PIC 9(02) VALUE ZEROS.
       77  DU-MES-ATUAL         PIC 9(02) VALUE ZEROS.
       77  DU-ANO-ATUAL         PIC 9(04) VALUE ZEROS.
       77  DU-DIAS-MES          PIC 9(02) VALUE ZEROS.
       77  RESTO-CALC           PIC 9(04) VALUE ZEROS.
       77  REM-4-CALC           PIC 9(02) VALUE ZEROS.
       77  REM-100-CALC         PIC 9(02) VALUE ZEROS.
       77  REM-400-CALC         PIC 9(03) VALUE ZEROS.
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
       01  PERIODOS-VALORES.
           02 FILLER PIC X(03) VALUE "MTN".
       01  TABELA-PERIODOS REDEFINES PERIODOS-VALORES.
           02 PERIODO-TAB PIC X(01) OCCURS 3 TIMES.
       01  WS-DATA.
           02 ANO               PIC 9(02) VALUE ZEROS.
           02 MES               PIC 9(02) VALUE ZEROS.
           02 DIA               PIC 9(02) VALUE ZEROS.
       01  WS-DATA-HOJE.
           02 HOJE-ANO          PIC 9(04) VALUE ZEROS.
           02 HOJE-MES          PIC 9(02) VALUE ZEROS.
           02 HOJE-DIA          PIC 9(02) VALUE ZEROS.
       01  WS-DATA-HOJE-NUM REDEFINES WS-DATA-HOJE PIC 9(08).
       01  WS-DATA-AUX.
           02 AUX-ANO           PIC 9(04).
           02 AUX-MES           PIC 9(02).
           02 AUX-DIA           PIC 9(02).
       01  WS-DATA-AUX-NUM REDEFINES WS-DATA-AUX PIC 9(08).
       01  WS-COMP-TAXA.
           02 COMP-ANO          PIC 9(04) VALUE ZEROS.
           02 COMP-MES          PIC 9(02) VALUE ZEROS.
       01  WS-COMP-TAXA-NUM REDEFINES WS-COMP-TAXA PIC 9(06).
       01  WS-MENSAGENS.
           02 LIMPA-MENSAGEM    PIC X(50) VALUE SPACES.
           02 MSG-ERRO-1        PIC X(24)
              VALUE "ESPACO NAO CADASTRADO".
           02 MSG-ERRO-2        PIC X(24)
              VALUE "RESERVA NAO ENCONTRADA".
       01  CAB01.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(06)    VALUE "DATA:".
           02 DATA-CAB01.
               03 DIA-CAB01   PIC 99/ VALUE ZEROS.
               03 MES-CAB01   PIC 99/ VALUE ZEROS.
               03 ANO-CAB01   PIC 9(04)  VALUE ZEROS.
           02 FILLER    PIC X(07)     VALUE SPACES.
           02 FILLER    PIC X(30)
           VALUE "AGENDA SEMANAL DE OCUPACAO".
           02 FILLER     PIC X(05)   VALUE SPACES.
           02 FILLER     PIC X(04)   VALUE "PAG.".
           02 PAG-CAB01  PIC ZZ9     VALUE ZEROS.
       01  CAB-ESPACO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(08) VALUE "ESPACO: ".
           02 CODIGO-CAB        PIC 99    VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE " - ".
           02 NOME-CAB          PIC X(20) VALUE SPACES.
           02 FILLER            PIC X(14) VALUE "  CAPACIDADE: ".
           02 CAPACIDADE-CAB    PIC ZZZ9  VALUE ZEROS.
           02 FILLER            PIC X(08) VALUE "  TAXA: ".
           02 TAXA-CAB          PIC Z.ZZ9,99 VALUE ZEROS.
       01  CAB02.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(14) VALUE "DATA".
           02 FILLER  PIC X(30) VALUE "MANHA".
           02 FILLER  PIC X(30) VALUE "TARDE".
           02 FILLER  PIC X(05) VALUE "NOITE".
       01  DETALHE.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 DIA-DET           PIC 99/   VALUE ZEROS.
           02 MES-DET           PIC 99/   VALUE ZEROS.
           02 ANO-DET           PIC 9(04) VALUE ZEROS.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 CELULA-DET OCCURS 3 TIMES.
               03 MATRICULA-CEL PIC X(06).
               03 FILLER        PIC X(01).
               03 NOME-CEL      PIC X(20).
               03 FILLER        PIC X(03).
       01  LINHA-TOTAL.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(30)
           VALUE "PERIODOS OCUPADOS NA SEMANA:".
           02 OCUPADOS-MASK     PIC Z9    VALUE ZEROS.
           02 FILLER            PIC X(06) VALUE " DE 21".
       SCREEN SECTION.
       01  TELA1.
            02 BLANK SCREEN.
            02 LINE 01 COLUMN 01 VALUE "DATA:".
            02 LINE 01 COLUMN 22 VALUE "RESERVA DE ESPACOS DO CLUBE".
            02 LINE 03 COLUMN 01 VALUE "ESCOLHA A FUNCAO: ".
            02 LINE 03 COLUMN 22 VALUE "(ES-RE-CA-AG-FF)".
            02 LINE 05 COLUMN 05 VALUE "ES - CADASTRO DE ESPACOS".
            02 LINE 06 COLUMN 05 VALUE "RE - RESERVA DE ESPACO".
            02 LINE 07 COLUMN 05 VALUE "CA - CANCELA RESERVA".
            02 LINE 08 COLUMN 05 VALUE "AG - AGENDA SEMANAL".
            02 LINE 10 COLUMN 05 VALUE "ESPACO (CODIGO).........>".
            02 LINE 11 COLUMN 05 VALUE "NOME DO ESPACO..........>".
            02 LINE 12 COLUMN 05 VALUE "CAPACIDADE..............>".
            02 LINE 13 COLUMN 05 VALUE "TAXA POR PERIODO........>".
            02 LINE 14 COLUMN 05 VALUE "DATA (AAAAMMDD).........>".
            02 LINE 15 COLUMN 05 VALUE "PERIODO (M-T-N).........>".
            02 LINE 16 COLUMN 05 VALUE "MATRICULA...............>".
            02 LINE 17 COLUMN 05 VALUE "COMPETENCIA DA TAXA.....>".
            02 LINE 20 COLUMN 01 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O ESPACOS.
           IF FS-ESP NOT = "00"
               IF FS-ESP = "35"
                   CLOSE ESPACOS OPEN OUTPUT ESPACOS CLOSE ESPACOS
                   GO TO INICIO
               ELSE
                   DISPLAY FS-ESP "STATUS DO ARQUIVO ESPACOS"
                   CALL "LOGERRO" USING "RESERVAS" "ABERTURA ESPACOS"
                           FS-ESP
                   STOP RUN
           END-IF.
       ABRE-RESCLUB.
           OPEN I-O RESCLUB.
           IF FS-RSC NOT = "00"
               IF FS-RSC = "35"
                   CLOSE RESCLUB OPEN OUTPUT RESCLUB CLOSE RESCLUB
                   GO TO ABRE-RESCLUB
               ELSE
                   DISPLAY FS-RSC "STATUS DO ARQUIVO RESCLUB"
                   CALL "LOGERRO" USING "RESERVAS" "ABERTURA RESCLUB"
                           FS-RSC
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
           COMPUTE WS-COMP-HOJE = (HOJE-ANO * 100) + HOJE-MES.
           ACCEPT FUNCAO AT 0319.
           EVALUATE FUNCAO
               WHEN "ES"
                  GO TO CADASTRO
               WHEN "RE"
                  GO TO RESERVA
               WHEN "CA"
                  GO TO CANCELA
               WHEN "AG"
                  GO TO AGENDA
               WHEN "FF"
                  GO TO FIM
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA" AT 2011
                  ACCEPT CONFIRMA AT 2025
                  GO TO TELA-1
           END-EVALUATE.
      *    INCLUSAO OU ALTERACAO DE ESPACO (CODIGO 0 VOLTA AO MENU)
       CADASTRO.
           ACCEPT ESP-CODIGO AT 1031.
           IF ESP-CODIGO = ZEROS
               GO TO TELA-1.
           MOVE "S" TO WS-ACHOU.
           READ ESPACOS INVALID KEY
               MOVE "N" TO WS-ACHOU.
           IF WS-ACHOU = "S"
               DISPLAY ESP-NOME AT 1131
               DISPLAY ESP-CAPACIDADE AT 1231
               DISPLAY ESP-TAXA AT 1331
               DISPLAY "ESPACO CADASTRADO - ALTERA ? S-SIM" AT 2011
               ACCEPT CONFIRMA AT 2046
               DISPLAY LIMPA-MENSAGEM AT 2011
               IF CONFIRMA NOT = "S" AND NOT = "s"
                   GO TO LIMPA-CADASTRO.
       PEDE-NOME-ESPACO.
           ACCEPT ESP-NOME AT 1131.
           IF ESP-NOME = SPACES
               GO TO PEDE-NOME-ESPACO.
       PEDE-CAPACIDADE.
           ACCEPT ESP-CAPACIDADE AT 1231.
           IF ESP-CAPACIDADE = ZEROS
               GO TO PEDE-CAPACIDADE.
           ACCEPT ESP-TAXA AT 1331.
           IF WS-ACHOU = "S"
               REWRITE REG-ESPACOS INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO" FS-ESP AT 2011
                   CALL "LOGERRO" USING "RESERVAS" "REGRAVA ESPACOS"
                           FS-ESP
                   STOP RUN
               END-REWRITE
               DISPLAY "ESPACO ALTERADO" AT 2011
           ELSE
               WRITE REG-ESPACOS INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO" FS-ESP AT 2011
                   CALL "LOGERRO" USING "RESERVAS" "GRAVACAO ESPACOS"
                           FS-ESP
                   STOP RUN
               END-WRITE
               DISPLAY "ESPACO INCLUIDO" AT 2011.
           ACCEPT CONFIRMA AT 2027.
           DISPLAY LIMPA-MENSAGEM AT 2011.
       LIMPA-CADASTRO.
           DISPLAY TELA1.
           DISPLAY DIA AT 0107 '/' MES '/' ANO.
           GO TO CADASTRO.
      *    O ASSOCIADO E PROCURADO NA LEITURA SEQUENCIAL DO ARQMAR
       BUSCA-ASSOCIADO.
           MOVE "N" TO WS-ACHOU.
           OPEN INPUT ARQMAR.
           IF WS-STATUS-MAR NOT = "00"
               DISPLAY "ARQUIVO ARQMAR NAO ENCONTRADO" AT 2011
               CALL "LOGERRO" USING "RESERVAS" "ABERTURA ARQMAR"
                       WS-STATUS-MAR
               ACCEPT CONFIRMA AT 2042
               DISPLAY LIMPA-MENSAGEM AT 2011
               GO TO FIM-BUSCA-ASSOCIADO.
       LER-BUSCA-ASSOCIADO.
           READ ARQMAR AT END
               CLOSE ARQMAR
               GO TO FIM-BUSCA-ASSOCIADO.
           IF FD-MATRICULA NOT = WS-MATRICULA
               GO TO LER-BUSCA-ASSOCIADO.
           MOVE "S" TO WS-ACHOU.
           CLOSE ARQMAR.
       FIM-BUSCA-ASSOCIADO.
           EXIT.
      *    DATA E PERIODO DA RESERVA OU DO CANCELAMENTO
       PEDE-ESPACO.
           ACCEPT WS-ESPACO AT 1031.
           IF WS-ESPACO = ZEROS
               GO TO FIM-PEDE-ESPACO.
           MOVE WS-ESPACO TO ESP-CODIGO.
           READ ESPACOS INVALID KEY
               DISPLAY MSG-ERRO-1 AT 2011
               ACCEPT CONFIRMA AT 2033
               DISPLAY LIMPA-MENSAGEM AT 2011
               GO TO PEDE-ESPACO.
           DISPLAY ESP-NOME AT 1131.
           DISPLAY ESP-CAPACIDADE AT 1231.
           DISPLAY ESP-TAXA AT 1331.
       PEDE-DATA-RESERVA.
           ACCEPT WS-DATA-AUX-NUM AT 1431.
           IF WS-DATA-AUX-NUM < WS-DATA-HOJE-NUM
                   OR AUX-MES < 1 OR AUX-MES > 12
                   OR AUX-DIA < 1 OR AUX-DIA > 31
               DISPLAY "DATA INVALIDA" AT 2011
               ACCEPT CONFIRMA AT 2025
               DISPLAY LIMPA-MENSAGEM AT 2011
               GO TO PEDE-DATA-RESERVA.
       PEDE-PERIODO.
           ACCEPT WS-PERIODO AT 1531.
           IF WS-PERIODO NOT = "M" AND NOT = "T" AND NOT = "N"
               GO TO PEDE-PERIODO.
           MOVE WS-ESPACO TO RSC-ESPACO.
           MOVE WS-DATA-AUX-NUM TO RSC-DATA.
           MOVE WS-PERIODO TO RSC-PERIODO.
       FIM-PEDE-ESPACO.
           EXIT.
       RESERVA.
           PERFORM PEDE-ESPACO THRU FIM-PEDE-ESPACO.
           IF WS-ESPACO = ZEROS
               GO TO TELA-1.
           READ RESCLUB INVALID KEY
               GO TO PEDE-ASSOCIADO.
           DISPLAY "JA RESERVADO PARA A MATRICULA" AT 2011.
           DISPLAY RSC-MATRICULA AT 2041.
           ACCEPT CONFIRMA AT 2048.
           DISPLAY LIMPA-MENSAGEM AT 2011.
           GO TO LIMPA-RESERVA.
       PEDE-ASSOCIADO.
           ACCEPT WS-MATRICULA AT 1631.
           IF WS-MATRICULA = ZEROS
               GO TO LIMPA-RESERVA.
           PERFORM BUSCA-ASSOCIADO THRU FIM-BUSCA-ASSOCIADO.
           IF WS-ACHOU = "N"
               DISPLAY "MATRICULA NAO CADASTRADA NO ARQMAR" AT 2011
               ACCEPT CONFIRMA AT 2046
               DISPLAY LIMPA-MENSAGEM AT 2011
               GO TO PEDE-ASSOCIADO.
           DISPLAY FD-NOME AT 1638.
           IF FD-STATUS NOT = "A" AND NOT = SPACE
               DISPLAY "ASSOCIADO NAO ESTA ATIVO - SITUACAO" AT 2011
               DISPLAY FD-STATUS AT 2047
               ACCEPT CONFIRMA AT 2049
               DISPLAY LIMPA-MENSAGEM AT 2011
               GO TO LIMPA-RESERVA.
           PERFORM CALCULA-COMPETENCIA THRU FIM-CALCULA-COMPETENCIA.
           DISPLAY WS-COMP-TAXA-NUM AT 1731.
           DISPLAY "CONFIRMA RESERVA ? S-SIM" AT 2011.
           ACCEPT CONFIRMA AT 2036.
           DISPLAY LIMPA-MENSAGEM AT 2011.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               GO TO LIMPA-RESERVA.
           MOVE WS-ESPACO TO RSC-ESPACO.
           MOVE WS-DATA-AUX-NUM TO RSC-DATA.
           MOVE WS-PERIODO TO RSC-PERIODO.
           MOVE WS-MATRICULA TO RSC-MATRICULA.
           MOVE WS-COMP-TAXA-NUM TO RSC-COMPETENCIA.
           MOVE FD-NOME TO RSC-NOME.
           MOVE ESP-TAXA TO RSC-VALOR.
           MOVE "N" TO RSC-COBRADO.
           MOVE WS-DATA-HOJE-NUM TO RSC-DATA-RESERVA.
           WRITE REG-RESCLUB INVALID KEY
               DISPLAY "HORARIO JA RESERVADO" AT 2011
               ACCEPT CONFIRMA AT 2032
               DISPLAY LIMPA-MENSAGEM AT 2011
               GO TO LIMPA-RESERVA.
           DISPLAY "RESERVA GRAVADA" AT 2011.
           ACCEPT CONFIRMA AT 2027.
           DISPLAY LIMPA-MENSAGEM AT 2011.
       LIMPA-RESERVA.
           DISPLAY TELA1.
           DISPLAY DIA AT 0107 '/' MES '/' ANO.
           GO TO RESERVA.
      *    PRIMEIRA COMPETENCIA A PARTIR DO MES CORRENTE QUE AINDA NAO
      *    FOI GERADA NO COBRANCA PARA A MATRICULA
       CALCULA-COMPETENCIA.
           MOVE WS-COMP-HOJE TO WS-COMP-TAXA-NUM.
           OPEN INPUT COBRANCA.
           IF FS-CBR NOT = "00"
               GO TO FIM-CALCULA-COMPETENCIA.
       LER-CALCULA-COMPETENCIA.
           MOVE WS-MATRICULA TO CBR-MATRICULA.
           MOVE WS-COMP-TAXA-NUM TO CBR-COMPETENCIA.
           READ COBRANCA INVALID KEY
               CLOSE COBRANCA
               GO TO FIM-CALCULA-COMPETENCIA.
           IF COMP-MES < 12
               ADD 1 TO COMP-MES
           ELSE
               MOVE 1 TO COMP-MES
               ADD 1 TO COMP-ANO.
           GO TO LER-CALCULA-COMPETENCIA.
       FIM-CALCULA-COMPETENCIA.
           EXIT.
       CANCELA.
           PERFORM PEDE-ESPACO THRU FIM-PEDE-ESPACO.
           IF WS-ESPACO = ZEROS
               GO TO TELA-1.
           READ RESCLUB INVALID KEY
               DISPLAY MSG-ERRO-2 AT 2011
               ACCEPT CONFIRMA AT 2034
               DISPLAY LIMPA-MENSAGEM AT 2011
               GO TO LIMPA-CANCELA.
           DISPLAY RSC-MATRICULA AT 1631.
           DISPLAY RSC-NOME AT 1638.
           DISPLAY RSC-COMPETENCIA AT 1731.
           IF RSC-COBRADO = "S"
               DISPLAY "RESERVA JA COBRADA - NAO CANCELA" AT 2011
               ACCEPT CONFIRMA AT 2044
               DISPLAY LIMPA-MENSAGEM AT 2011
               GO TO LIMPA-CANCELA.
           DISPLAY "CONFIRMA CANCELAMENTO ? S-SIM" AT 2011.
           ACCEPT CONFIRMA AT 2041.
           DISPLAY LIMPA-MENSAGEM AT 2011.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               GO TO LIMPA-CANCELA.
           DELETE RESCLUB INVALID KEY
               DISPLAY "ERRO DE EXCLUSAO" FS-RSC AT 2011
               CALL "LOGERRO" USING "RESERVAS" "EXCLUSAO RESCLUB" FS-RSC
               STOP RUN.
           DISPLAY "RESERVA CANCELADA" AT 2011.
           ACCEPT CONFIRMA AT 2029.
           DISPLAY LIMPA-MENSAGEM AT 2011.
       LIMPA-CANCELA.
           DISPLAY TELA1.
           DISPLAY DIA AT 0107 '/' MES '/' ANO.
           GO TO CANCELA.
      *    AGENDA DE 7 DIAS A PARTIR DA DATA INFORMADA, UMA PAGINA POR
      *    ESPACO (CODIGO 0 = TODOS OS ESPACOS)
       AGENDA.
           ACCEPT WS-ESPACO AT 1031.
           DISPLAY "INICIO DA SEMANA AAAAMMDD (0=HOJE):" AT 2011.
           ACCEPT WS-DATA-AUX-NUM AT 2047.
           DISPLAY LIMPA-MENSAGEM AT 2011.
           IF WS-DATA-AUX-NUM = ZEROS
               MOVE WS-DATA-HOJE-NUM TO WS-DATA-AUX-NUM.
           IF AUX-MES < 1 OR AUX-MES > 12
                   OR AUX-DIA < 1 OR AUX-DIA > 31
               DISPLAY "DATA INVALIDA" AT 2011
               ACCEPT CONFIRMA AT 2025
               DISPLAY LIMPA-MENSAGEM AT 2011
               GO TO TELA-1.
           MOVE ZEROS TO CT-PAG WS-QTD-ESPACOS.
           MOVE "N" TO WS-EOF.
           MOVE WS-ESPACO TO ESP-CODIGO.
           START ESPACOS KEY NOT LESS THAN ESP-CODIGO
               INVALID KEY MOVE "S" TO WS-EOF.
           OPEN OUTPUT RELATO.
       LER-AGENDA.
           IF WS-EOF = "S"
               GO TO FIM-AGENDA.
           READ ESPACOS NEXT RECORD AT END
               GO TO FIM-AGENDA.
           IF WS-ESPACO NOT = ZEROS AND ESP-CODIGO NOT = WS-ESPACO
               GO TO FIM-AGENDA.
           ADD 1 TO WS-QTD-ESPACOS.
           IF CT-PAG > ZEROS
               MOVE SPACES TO REG-RELATO
               WRITE REG-RELATO BEFORE ADVANCING PAGE.
           PERFORM CABECALHO.
           MOVE AUX-DIA TO DU-DIA-ATUAL.
           MOVE AUX-MES TO DU-MES-ATUAL.
           MOVE AUX-ANO TO DU-ANO-ATUAL.
           MOVE ZEROS TO WS-OCUPADOS.
           PERFORM IMPRIME-DIA 7 TIMES.
           MOVE WS-OCUPADOS TO OCUPADOS-MASK.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           WRITE REG-RELATO FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES.
           GO TO LER-AGENDA.
       FIM-AGENDA.
           CLOSE RELATO.
           DISPLAY "ESPACOS NA AGENDA:" AT 2011.
           DISPLAY WS-QTD-ESPACOS AT 2030.
           ACCEPT CONFIRMA AT 2034.
           DISPLAY LIMPA-MENSAGEM AT 2011.
           GO TO TELA-1.
       CABECALHO.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           MOVE ESP-CODIGO TO CODIGO-CAB.
           MOVE ESP-NOME TO NOME-CAB.
           MOVE ESP-CAPACIDADE TO CAPACIDADE-CAB.
           MOVE ESP-TAXA TO TAXA-CAB.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 3 LINES.
           WRITE REG-RELATO FROM CAB-ESPACO BEFORE ADVANCING 2 LINES.
           WRITE REG-RELATO FROM CAB02 BEFORE ADVANCING 2 LINES.
       IMPRIME-DIA.
           MOVE DU-DIA-ATUAL TO DIA-DET.
           MOVE DU-MES-ATUAL TO MES-DET.
           MOVE DU-ANO-ATUAL TO ANO-DET.
           PERFORM MONTA-PERIODO VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > 3.
           WRITE REG-RELATO FROM DETALHE BEFORE ADVANCING 2 LINES.
           PERFORM AVANCA-UM-DIA.
       MONTA-PERIODO.
           MOVE SPACES TO CELULA-DET (WS-IND).
           MOVE ESP-CODIGO TO RSC-ESPACO.
           COMPUTE RSC-DATA = (DU-ANO-ATUAL * 10000)
               + (DU-MES-ATUAL * 100) + DU-DIA-ATUAL.
           MOVE PERIODO-TAB (WS-IND) TO RSC-PERIODO.
           READ RESCLUB
               INVALID KEY
                   MOVE "LIVRE" TO MATRICULA-CEL (WS-IND)
               NOT INVALID KEY
                   MOVE RSC-MATRICULA TO MATRICULA-CEL (WS-IND)
                   MOVE RSC-NOME TO NOME-CEL (WS-IND)
                   ADD 1 TO WS-OCUPADOS
           END-READ.
       AVANCA-UM-DIA.
           MOVE DIAS-DO-MES (DU-MES-ATUAL) TO DU-DIAS-MES.
           IF DU-MES-ATUAL = 2
               DIVIDE DU-ANO-ATUAL BY 4   GIVING RESTO-CALC
                       REMAINDER REM-4-CALC
               DIVIDE DU-ANO-ATUAL BY 100 GIVING RESTO-CALC
                       REMAINDER REM-100-CALC
               DIVIDE DU-ANO-ATUAL BY 400 GIVING RESTO-CALC
                       REMAINDER REM-400-CALC
               IF (REM-4-CALC = 0 AND REM-100-CALC NOT = 0)
                       OR REM-400-CALC = 0
                   MOVE 29 TO DU-DIAS-MES
               END-IF
           END-IF.
           IF DU-DIA-ATUAL < DU-DIAS-MES
               ADD 1 TO DU-DIA-ATUAL
           ELSE
               MOVE 1 TO DU-DIA-ATUAL
               IF DU-MES-ATUAL < 12
                   ADD 1 TO DU-MES-ATUAL
               ELSE
                   MOVE 1 TO DU-MES-ATUAL
                   ADD 1 TO DU-ANO-ATUAL
               END-IF
           END-IF.
       FIM.
           DISPLAY "FIM DO PROCESSAMENTO " AT 2011.
           CLOSE ESPACOS RESCLUB.
           STOP RUN.
           END PROGRAM RESERVAS.
