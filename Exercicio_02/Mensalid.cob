      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - SECRETARIA ESCOLAR
      * Tectonics: cobc
      * Objetivo: MENSALIDADES DOS ALUNOS - RESPONSAVEL FINANCEIRO DE
      *           CADA ALUNO (ARQUIVO RESPONS, ENDERECO COM CEP
      *           CONFERIDO NO CEP01), TABELA DE MENSALIDADE POR TURMA
      *           (TABMENS), DESCONTO DE IRMAOS (MENSCFG), GERACAO
      *           MENSAL (MENSALID, CHAVE MATRICULA + COMPETENCIA),
      *           BAIXA DE PAGAMENTO E RELATORIO DE ATRASO
      * Obs: IRMAOS SAO OS ALUNOS DO ANO LETIVO COM O MESMO DOCUMENTO
      *      DE RESPONSAVEL; O PRIMEIRO DO GRUPO PAGA A TABELA CHEIA,
      *      O SEGUNDO TEM O DESCONTO DO 2. IRMAO E OS DEMAIS O DO 3.
      *      ALUNO SEM RESPONSAVEL OU TURMA SEM TABELA NAO E COBRADO.
      *      O ENCERRA NAO REMATRICULA ALUNO COM MENSALIDADE EM ABERTO
      *      SEM A LIBERACAO DA SECRETARIA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENSALID.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNOS ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       ALU-MATRICULA
           FILE STATUS      WS-STATUS-ALU.
           SELECT RESPONS ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       RSP-MATRICULA
           ALTERNATE RECORD KEY RSP-DOCUMENTO WITH DUPLICATES
           FILE STATUS      WS-STATUS-RSP.
           SELECT CEP01 ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       CEP-CEP
           FILE STATUS      FS-CEP.
           SELECT TABMENS ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       TBM-TURMA
           FILE STATUS      WS-STATUS-TBM.
           SELECT MENSALID ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       MNS-CHAVE
           FILE STATUS      WS-STATUS-MNS.
           SELECT MENSCFG ASSIGN TO "MENSCFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-CFG.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ALUNOS".
       01  REG-ALUNOS.
           02 ALU-MATRICULA          PIC 9(06).
           02 ALU-NOME               PIC X(30).
           02 ALU-TURMA              PIC X(05).
           02 ALU-ANO-LETIVO         PIC 9(04).
       FD  RESPONS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RESPONS".
       01  REG-RESPONS.
           02 RSP-MATRICULA          PIC 9(06).
           02 RSP-NOME               PIC X(30).
           02 RSP-DOCUMENTO          PIC X(14).
           02 RSP-CEP                PIC 9(08).
           02 RSP-ENDERECO           PIC X(30).
           02 RSP-NUMERO             PIC X(15).
           02 RSP-BAIRRO             PIC X(20).
           02 RSP-CIDADE             PIC X(20).
           02 RSP-UF                 PIC X(02).
           02 RSP-FONE               PIC X(15).
           02 RSP-EMAIL              PIC X(30).
       FD  CEP01
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CEP01".
       01  REG-CEP01.
           02 CEP-CEP                PIC 9(08).
           02 CEP-ENDERECO           PIC X(30).
           02 CEP-CIDADE             PIC X(20).
           02 CEP-ESTADO             PIC X(02).
       FD  TABMENS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "TABMENS".
       01  REG-TABMENS.
           02 TBM-TURMA              PIC X(05).
           02 TBM-VALOR              PIC 9(05)V99.
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
       FD  MENSCFG
           LABEL RECORD IS OMITTED.
       01  REG-MENSCFG.
           02 CFG-DESC-2        PIC 9(02)V99.
           02 FILLER            PIC X VALUE SPACE.
           02 CFG-DESC-3        PIC 9(02)V99.
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  WS-STATUS-ALU        PIC X(02) VALUE SPACES.
       77  WS-STATUS-RSP        PIC X(02) VALUE SPACES.
       77  WS-STATUS-TBM        PIC X(02) VALUE SPACES.
       77  WS-STATUS-MNS        PIC X(02) VALUE SPACES.
       77  FS-CEP               PIC X(02) VALUE SPACES.
       77  FS-CFG               PIC X(02) VALUE SPACES.
       77  FUNCAO               PIC X(02) VALUE SPACES.
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-EOF               PIC X(01) VALUE "N".
       77  CEP-DISPONIVEL       PIC X(01) VALUE "N".
       77  WS-RSP-EXISTE        PIC X(01) VALUE "N".
       77  WS-TBM-EXISTE        PIC X(01) VALUE "N".
       77  WS-DESC-2            PIC 9(02)V99 VALUE ZEROS.
       77  WS-DESC-3            PIC 9(02)V99 VALUE ZEROS.
       77  WS-PERCENTUAL        PIC 9(02)V99 VALUE ZEROS.
       77  WS-DOC-ANT           PIC X(14) VALUE SPACES.
       77  WS-ORDEM-IRMAO       PIC 9(02) VALUE ZEROS.
       77  WS-COMP-HOJE         PIC 9(06) VALUE ZEROS.
       77  WS-MATRICULA-ANT     PIC 9(06) VALUE ZEROS.
       77  WS-QTD-GERADAS       PIC 9(05) VALUE ZEROS.
       77  WS-QTD-DESCONTOS     PIC 9(05) VALUE ZEROS.
       77  WS-SEM-TABELA        PIC 9(05) VALUE ZEROS.
       77  WS-SEM-RESPONSAVEL   PIC 9(05) VALUE ZEROS.
       77  WS-QTD-ATRASO        PIC 9(05) VALUE ZEROS.
       77  WS-TOT-ATRASO        PIC 9(08)V99 VALUE ZEROS.
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
       01  WS-DATA-HOJE-NUM REDEFINES WS-DATA-HOJE PIC 9(08).
       01  WS-MENSAGENS.
           02 LIMPA-MENSAGEM  PIC X(50) VALUE SPACES.
           02 MSG-ERRO-1      PIC X(21) VALUE "MATRICULA NAO EXISTE".
           02 MSG-ERRO-2      PIC X(16) VALUE "TURMA EM BRANCO".
           02 MSG-ERRO-3      PIC X(14) VALUE "MES INVALIDO".
           02 MSG-ERRO-4      PIC X(26)
              VALUE "MENSALIDADE NAO ENCONTRADA".
           02 MSG-ERRO-5      PIC X(22) VALUE "MENSALIDADE JA PAGA".
       01  CAB01.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(06)    VALUE "DATA:".
           02 DATA-CAB01.
               03 DIA-CAB01   PIC 99/ VALUE ZEROS.
               03 MES-CAB01   PIC 99/ VALUE ZEROS.
               03 ANO-CAB01   PIC 9(04) VALUE ZEROS.
           02 FILLER    PIC X(05)     VALUE SPACES.
           02 FILLER    PIC X(34)
           VALUE "MENSALIDADES EM ATRASO".
           02 FILLER     PIC X(04)   VALUE "PAG.".
           02 PAG-CAB01  PIC ZZ9     VALUE ZEROS.
       01  CAB02.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(08) VALUE "MATRIC.".
           02 FILLER  PIC X(27) VALUE "ALUNO".
           02 FILLER  PIC X(07) VALUE "TURMA".
           02 FILLER  PIC X(08) VALUE "COMPET.".
           02 FILLER  PIC X(12) VALUE "      VALOR".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(27) VALUE "RESPONSAVEL".
           02 FILLER  PIC X(08) VALUE "TELEFONE".
       01  DETALHE.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 MATRICULA-DET     PIC 9(06) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 NOME-DET          PIC X(25) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 TURMA-DET         PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 COMPETENCIA-DET   PIC 9(06) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 VALOR-DET         PIC ZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 RESPONSAVEL-DET   PIC X(25) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 FONE-DET          PIC X(15) VALUE SPACES.
       01  LINHA-TOTAL.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(22)
           VALUE "MENSALIDADES.........:".
           02 QTD-MASK          PIC ZZZZ9 VALUE ZEROS.
           02 FILLER            PIC X(17)
           VALUE "   VALOR ABERTO:".
           02 TOTAL-MASK        PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       SCREEN SECTION.
       01  LIMPA-TELA.
           02 BLANK SCREEN.
       01  TELA-BASE.
           02 LINE 01 COLUMN 02
           VALUE "MENSALIDADES ESCOLARES E RESPONSAVEIS".
           02 LINE 03 COLUMN 02 VALUE "ESCOLHA A FUNCAO:".
           02 LINE 03 COLUMN 21
           VALUE "(RS - TX - CF - GE - PG - IN - FF)".
           02 LINE 04 COLUMN 02
           VALUE "RS-RESPONSAVEL TX-TABELA CF-DESCONTOS GE-GERACAO".
           02 LINE 04 COLUMN 51 VALUE "PG-BAIXA IN-ATRASO".
           02 LINE 06 COLUMN 02 VALUE "MATRICULA......>".
           02 LINE 07 COLUMN 02 VALUE "RESPONSAVEL....>".
           02 LINE 08 COLUMN 02 VALUE "DOCUMENTO......>".
           02 LINE 09 COLUMN 02 VALUE "CEP............>".
           02 LINE 10 COLUMN 02 VALUE "ENDERECO.......>".
           02 LINE 11 COLUMN 02 VALUE "NUMERO/COMPL...>".
           02 LINE 12 COLUMN 02 VALUE "BAIRRO.........>".
           02 LINE 13 COLUMN 02 VALUE "CIDADE/UF......>".
           02 LINE 14 COLUMN 02 VALUE "TELEFONE.......>".
           02 LINE 15 COLUMN 02 VALUE "E-MAIL.........>".
           02 LINE 17 COLUMN 02 VALUE "TURMA..........>".
           02 LINE 18 COLUMN 02 VALUE "VALOR..........>".
           02 LINE 19 COLUMN 02 VALUE "COMPETENCIA....>".
           02 LINE 21 COLUMN 02 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT ALUNOS.
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "ARQUIVO ALUNOS NAO ENCONTRADO"
               CALL "LOGERRO" USING "MENSALID" "ABERTURA ALUNOS"
                       WS-STATUS-ALU
               STOP RUN
           END-IF.
       ABRE-RESPONS.
           OPEN I-O RESPONS.
           IF WS-STATUS-RSP NOT = "00"
               IF WS-STATUS-RSP = "35"
                   CLOSE RESPONS OPEN OUTPUT RESPONS CLOSE RESPONS
                   GO TO ABRE-RESPONS
               ELSE
                   DISPLAY WS-STATUS-RSP "STATUS DO ARQUIVO RESPONS"
                   CALL "LOGERRO" USING "MENSALID" "ABERTURA RESPONS"
                           WS-STATUS-RSP
                   CLOSE ALUNOS
                   STOP RUN
           END-IF.
       ABRE-TABMENS.
           OPEN I-O TABMENS.
           IF WS-STATUS-TBM NOT = "00"
               IF WS-STATUS-TBM = "35"
                   CLOSE TABMENS OPEN OUTPUT TABMENS CLOSE TABMENS
                   GO TO ABRE-TABMENS
               ELSE
                   DISPLAY WS-STATUS-TBM "STATUS DO ARQUIVO TABMENS"
                   CALL "LOGERRO" USING "MENSALID" "ABERTURA TABMENS"
                           WS-STATUS-TBM
                   CLOSE ALUNOS RESPONS
                   STOP RUN
           END-IF.
       ABRE-MENSALID.
           OPEN I-O MENSALID.
           IF WS-STATUS-MNS NOT = "00"
               IF WS-STATUS-MNS = "35"
                   CLOSE MENSALID OPEN OUTPUT MENSALID CLOSE MENSALID
                   GO TO ABRE-MENSALID
               ELSE
                   DISPLAY WS-STATUS-MNS "STATUS DO ARQUIVO MENSALID"
                   CALL "LOGERRO" USING "MENSALID" "ABERTURA MENSALID"
                           WS-STATUS-MNS
                   CLOSE ALUNOS RESPONS TABMENS
                   STOP RUN
           END-IF.
           OPEN INPUT CEP01.
           IF FS-CEP = "00"
               MOVE "S" TO CEP-DISPONIVEL
           ELSE
               MOVE "N" TO CEP-DISPONIVEL.
           ACCEPT DATA-SISTEMA FROM DATE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE DIA TO DIA-CAB01.
           MOVE MES TO MES-CAB01.
           MOVE HOJE-ANO TO ANO-CAB01.
           COMPUTE WS-COMP-HOJE = (HOJE-ANO * 100) + HOJE-MES.
       TELA-1.
           DISPLAY LIMPA-TELA.
           DISPLAY TELA-BASE.
           DISPLAY LIMPA-MENSAGEM AT 2112.
           ACCEPT FUNCAO AT 0322.
           PERFORM LE-CONFIG THRU FIM-LE-CONFIG.
           EVALUATE FUNCAO
               WHEN "RS"
                   GO TO RESPONSAVEL
               WHEN "TX"
                   GO TO TABELA
               WHEN "CF"
                   GO TO CONFIGURACAO
               WHEN "GE"
                   GO TO GERACAO
               WHEN "PG"
                   GO TO PAGAMENTO
               WHEN "IN"
                   GO TO ATRASO
               WHEN "FF"
                   GO TO FIM
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA" AT 2112
                   ACCEPT CONFIRMA AT 2127
                   GO TO TELA-1
           END-EVALUATE.
       LE-ALUNO.
           ACCEPT ALU-MATRICULA AT 0619.
           IF ALU-MATRICULA = ZEROS
               GO TO FIM-LE-ALUNO.
           READ ALUNOS INVALID KEY
               DISPLAY MSG-ERRO-1 AT 2112
               ACCEPT CONFIRMA AT 2134
               DISPLAY LIMPA-MENSAGEM AT 2112
               GO TO LE-ALUNO.
           DISPLAY ALU-NOME AT 0630.
           DISPLAY ALU-TURMA AT 1719.
       FIM-LE-ALUNO.
           EXIT.
      *    RESPONSAVEL FINANCEIRO DO ALUNO - INCLUSAO OU ALTERACAO
       RESPONSAVEL.
           PERFORM LE-ALUNO THRU FIM-LE-ALUNO.
           IF ALU-MATRICULA = ZEROS
               GO TO TELA-1.
           MOVE ALU-MATRICULA TO RSP-MATRICULA.
           READ RESPONS
               INVALID KEY
                   MOVE "N" TO WS-RSP-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-RSP-EXISTE
                   PERFORM MOSTRA-RESPONSAVEL
           END-READ.
       LE-NOME-RESPONSAVEL.
           ACCEPT RSP-NOME AT 0719.
           IF RSP-NOME = SPACES
               GO TO LE-NOME-RESPONSAVEL.
       LE-DOCUMENTO.
           ACCEPT RSP-DOCUMENTO AT 0819.
           IF RSP-DOCUMENTO = SPACES
               GO TO LE-DOCUMENTO.
       LE-CEP.
           ACCEPT RSP-CEP AT 0919.
           IF RSP-CEP = ZEROS
               GO TO LE-CEP.
           IF CEP-DISPONIVEL = "S"
               MOVE RSP-CEP TO CEP-CEP
               READ CEP01 INVALID KEY
                   DISPLAY "CEP NAO CADASTRADO NO CEP01" AT 2112
                   ACCEPT CONFIRMA AT 2140
                   DISPLAY LIMPA-MENSAGEM AT 2112
                   GO TO LE-CEP
               END-READ
               MOVE CEP-CIDADE TO RSP-CIDADE
               MOVE CEP-ESTADO TO RSP-UF
               DISPLAY RSP-CIDADE AT 1319
               DISPLAY RSP-UF AT 1342.
       LE-ENDERECO.
           ACCEPT RSP-ENDERECO AT 1019.
           IF RSP-ENDERECO = SPACES
               IF CEP-DISPONIVEL = "S" AND CEP-ENDERECO NOT = SPACES
                   MOVE CEP-ENDERECO TO RSP-ENDERECO
                   DISPLAY RSP-ENDERECO AT 1019
               ELSE
                   GO TO LE-ENDERECO.
           ACCEPT RSP-NUMERO AT 1119.
           ACCEPT RSP-BAIRRO AT 1219.
           IF CEP-DISPONIVEL = "S"
               GO TO LE-CONTATO.
       LE-CIDADE.
           ACCEPT RSP-CIDADE AT 1319.
           ACCEPT RSP-UF AT 1342.
           IF RSP-CIDADE = SPACES OR RSP-UF = SPACES
               GO TO LE-CIDADE.
       LE-CONTATO.
           ACCEPT RSP-FONE AT 1419.
           ACCEPT RSP-EMAIL AT 1519.
           IF RSP-FONE = SPACES AND RSP-EMAIL = SPACES
               DISPLAY "INFORME TELEFONE OU E-MAIL" AT 2112
               ACCEPT CONFIRMA AT 2139
               DISPLAY LIMPA-MENSAGEM AT 2112
               GO TO LE-CONTATO.
           IF WS-RSP-EXISTE = "S"
               REWRITE REG-RESPONS INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO" WS-STATUS-RSP AT 2112
                   CALL "LOGERRO" USING "MENSALID" "REGRAVA RESPONS"
                           WS-STATUS-RSP
                   STOP RUN
               END-REWRITE
           ELSE
               WRITE REG-RESPONS INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO" WS-STATUS-RSP AT 2112
                   CALL "LOGERRO" USING "MENSALID" "GRAVACAO RESPONS"
                           WS-STATUS-RSP
                   STOP RUN
               END-WRITE
           END-IF.
           DISPLAY "CONTINUAR CADASTRO ? S-SIM" AT 2112.
           ACCEPT CONFIRMA AT 2139.
           IF CONFIRMA = "S" OR "s"
               DISPLAY LIMPA-MENSAGEM AT 2112
               DISPLAY LIMPA-TELA
               DISPLAY TELA-BASE
               GO TO RESPONSAVEL.
           GO TO TELA-1.
       MOSTRA-RESPONSAVEL.
           DISPLAY RSP-NOME AT 0719.
           DISPLAY RSP-DOCUMENTO AT 0819.
           DISPLAY RSP-CEP AT 0919.
           DISPLAY RSP-ENDERECO AT 1019.
           DISPLAY RSP-NUMERO AT 1119.
           DISPLAY RSP-BAIRRO AT 1219.
           DISPLAY RSP-CIDADE AT 1319.
           DISPLAY RSP-UF AT 1342.
           DISPLAY RSP-FONE AT 1419.
           DISPLAY RSP-EMAIL AT 1519.
      *    VALOR DA MENSALIDADE POR TURMA
       TABELA.
           ACCEPT TBM-TURMA AT 1719.
           IF TBM-TURMA = SPACES
               GO TO TELA-1.
           READ TABMENS
               INVALID KEY
                   MOVE "N" TO WS-TBM-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-TBM-EXISTE
                   DISPLAY TBM-VALOR AT 1819
           END-READ.
       LE-VALOR-TABELA.
           ACCEPT TBM-VALOR AT 1819.
           IF TBM-VALOR = ZEROS
               GO TO LE-VALOR-TABELA.
           IF WS-TBM-EXISTE = "S"
               REWRITE REG-TABMENS INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO" WS-STATUS-TBM AT 2112
                   CALL "LOGERRO" USING "MENSALID" "REGRAVA TABMENS"
                           WS-STATUS-TBM
                   STOP RUN
               END-REWRITE
           ELSE
               WRITE REG-TABMENS INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO" WS-STATUS-TBM AT 2112
                   CALL "LOGERRO" USING "MENSALID" "GRAVACAO TABMENS"
                           WS-STATUS-TBM
                   STOP RUN
               END-WRITE
           END-IF.
           DISPLAY "VALOR GRAVADO" AT 2112.
           ACCEPT CONFIRMA AT 2126.
           DISPLAY LIMPA-MENSAGEM AT 2112.
           DISPLAY LIMPA-TELA.
           DISPLAY TELA-BASE.
           GO TO TABELA.
       LE-CONFIG.
           MOVE ZEROS TO WS-DESC-2 WS-DESC-3.
           OPEN INPUT MENSCFG.
           IF FS-CFG NOT = "00"
               CLOSE MENSCFG
               GO TO FIM-LE-CONFIG.
           READ MENSCFG AT END
               CLOSE MENSCFG
               GO TO FIM-LE-CONFIG.
           MOVE CFG-DESC-2 TO WS-DESC-2.
           MOVE CFG-DESC-3 TO WS-DESC-3.
           CLOSE MENSCFG.
       FIM-LE-CONFIG.
           EXIT.
       CONFIGURACAO.
           DISPLAY "DESCONTO 2. IRMAO ATUAL.....:" AT 0640.
           DISPLAY WS-DESC-2 AT 0670.
           DISPLAY "DESCONTO 3. IRMAO EM DIANTE.:" AT 0740.
           DISPLAY WS-DESC-3 AT 0770.
           DISPLAY "NOVO DESCONTO 2. IRMAO (%)..:" AT 0840.
           ACCEPT CFG-DESC-2 AT 0870.
           DISPLAY "NOVO DESCONTO 3. IRMAO (%)..:" AT 0940.
           ACCEPT CFG-DESC-3 AT 0970.
           OPEN OUTPUT MENSCFG.
           WRITE REG-MENSCFG.
           CLOSE MENSCFG.
           DISPLAY "PERCENTUAIS GRAVADOS" AT 2112.
           ACCEPT CONFIRMA AT 2133.
           GO TO TELA-1.
      *    GERACAO DA COMPETENCIA PELOS RESPONSAVEIS, AGRUPADOS PELO
      *    DOCUMENTO PARA O DESCONTO DE IRMAOS
       GERACAO.
           ACCEPT WS-COMPETENCIA-NUM AT 1919.
           IF COMP-MES < 1 OR COMP-MES > 12 OR COMP-ANO = ZEROS
               DISPLAY MSG-ERRO-3 AT 2112
               ACCEPT CONFIRMA AT 2127
               DISPLAY LIMPA-MENSAGEM AT 2112
               GO TO GERACAO.
           MOVE ZEROS TO WS-QTD-GERADAS WS-QTD-DESCONTOS.
           MOVE ZEROS TO WS-SEM-TABELA WS-SEM-RESPONSAVEL.
           MOVE ZEROS TO WS-ORDEM-IRMAO.
           MOVE SPACES TO WS-DOC-ANT.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO RSP-DOCUMENTO.
           START RESPONS KEY NOT LESS THAN RSP-DOCUMENTO
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-GERACAO.
           IF WS-EOF = "S"
               GO TO SEM-RESPONSAVEL.
           READ RESPONS NEXT RECORD AT END
               GO TO SEM-RESPONSAVEL.
           IF RSP-DOCUMENTO NOT = WS-DOC-ANT
               MOVE ZEROS TO WS-ORDEM-IRMAO
               MOVE RSP-DOCUMENTO TO WS-DOC-ANT.
           MOVE RSP-MATRICULA TO ALU-MATRICULA.
           READ ALUNOS INVALID KEY
               GO TO LER-GERACAO.
           IF ALU-ANO-LETIVO NOT = COMP-ANO
               GO TO LER-GERACAO.
           MOVE ALU-TURMA TO TBM-TURMA.
           READ TABMENS INVALID KEY
               ADD 1 TO WS-SEM-TABELA
               GO TO LER-GERACAO.
           ADD 1 TO WS-ORDEM-IRMAO.
           MOVE ZEROS TO WS-PERCENTUAL.
           IF WS-ORDEM-IRMAO = 2
               MOVE WS-DESC-2 TO WS-PERCENTUAL.
           IF WS-ORDEM-IRMAO > 2
               MOVE WS-DESC-3 TO WS-PERCENTUAL.
           MOVE ALU-MATRICULA TO MNS-MATRICULA.
           MOVE WS-COMPETENCIA-NUM TO MNS-COMPETENCIA.
           MOVE ALU-TURMA TO MNS-TURMA.
           MOVE TBM-VALOR TO MNS-VALOR-TABELA.
           COMPUTE MNS-DESCONTO ROUNDED =
               TBM-VALOR * WS-PERCENTUAL / 100.
           COMPUTE MNS-VALOR = TBM-VALOR - MNS-DESCONTO.
           MOVE "A" TO MNS-STATUS.
           MOVE ZEROS TO MNS-DATA-PAGTO MNS-VALOR-PAGO.
           WRITE REG-MENSALID INVALID KEY
               GO TO LER-GERACAO.
           ADD 1 TO WS-QTD-GERADAS.
           IF MNS-DESCONTO > ZEROS
               ADD 1 TO WS-QTD-DESCONTOS.
           GO TO LER-GERACAO.
      *    ALUNOS DO ANO LETIVO SEM RESPONSAVEL FICAM SEM COBRANCA
       SEM-RESPONSAVEL.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO ALU-MATRICULA.
           START ALUNOS KEY NOT LESS THAN ALU-MATRICULA
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-SEM-RESPONSAVEL.
           IF WS-EOF = "S"
               GO TO FIM-GERACAO.
           READ ALUNOS NEXT RECORD AT END
               GO TO FIM-GERACAO.
           IF ALU-ANO-LETIVO NOT = COMP-ANO
               GO TO LER-SEM-RESPONSAVEL.
           MOVE ALU-MATRICULA TO RSP-MATRICULA.
           READ RESPONS INVALID KEY
               ADD 1 TO WS-SEM-RESPONSAVEL.
           GO TO LER-SEM-RESPONSAVEL.
       FIM-GERACAO.
           DISPLAY "GERADAS.........:" AT 1740.
           DISPLAY WS-QTD-GERADAS AT 1758.
           DISPLAY "COM DESCONTO....:" AT 1840.
           DISPLAY WS-QTD-DESCONTOS AT 1858.
           DISPLAY "TURMA SEM TABELA:" AT 1940.
           DISPLAY WS-SEM-TABELA AT 1958.
           DISPLAY "SEM RESPONSAVEL.:" AT 2040.
           DISPLAY WS-SEM-RESPONSAVEL AT 2058.
           DISPLAY "GERACAO CONCLUIDA" AT 2112.
           ACCEPT CONFIRMA AT 2130.
           GO TO TELA-1.
       PAGAMENTO.
           PERFORM LE-ALUNO THRU FIM-LE-ALUNO.
           IF ALU-MATRICULA = ZEROS
               GO TO TELA-1.
           ACCEPT WS-COMPETENCIA-NUM AT 1919.
           MOVE ALU-MATRICULA TO MNS-MATRICULA.
           MOVE WS-COMPETENCIA-NUM TO MNS-COMPETENCIA.
           READ MENSALID INVALID KEY
               DISPLAY MSG-ERRO-4 AT 2112
               ACCEPT CONFIRMA AT 2139
               DISPLAY LIMPA-MENSAGEM AT 2112
               GO TO PAGAMENTO.
           DISPLAY MNS-VALOR AT 1819.
           IF MNS-STATUS = "P"
               DISPLAY MSG-ERRO-5 AT 2112
               ACCEPT CONFIRMA AT 2133
               DISPLAY LIMPA-MENSAGEM AT 2112
               GO TO PAGAMENTO.
           DISPLAY "CONFIRMA PAGAMENTO ? S-SIM" AT 2112.
           ACCEPT CONFIRMA AT 2139.
           DISPLAY LIMPA-MENSAGEM AT 2112.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               GO TO TELA-1.
           MOVE "P" TO MNS-STATUS.
           MOVE WS-DATA-HOJE-NUM TO MNS-DATA-PAGTO.
           MOVE MNS-VALOR TO MNS-VALOR-PAGO.
           REWRITE REG-MENSALID INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" WS-STATUS-MNS AT 2112
               CALL "LOGERRO" USING "MENSALID" "REGRAVA MENSALID"
                       WS-STATUS-MNS
               STOP RUN.
           DISPLAY "PAGAMENTO REGISTRADO" AT 2112.
           ACCEPT CONFIRMA AT 2133.
           DISPLAY LIMPA-MENSAGEM AT 2112.
           DISPLAY LIMPA-TELA.
           DISPLAY TELA-BASE.
           GO TO PAGAMENTO.
      *    MENSALIDADES EM ABERTO DE COMPETENCIAS ANTERIORES A ATUAL
       ATRASO.
           MOVE ZEROS TO CT-PAG WS-QTD-ATRASO WS-TOT-ATRASO.
           MOVE ZEROS TO WS-MATRICULA-ANT.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO MNS-CHAVE.
           START MENSALID KEY NOT LESS THAN MNS-CHAVE
               INVALID KEY MOVE "S" TO WS-EOF.
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO.
       LER-ATRASO.
           IF WS-EOF = "S"
               GO TO FIM-ATRASO.
           READ MENSALID NEXT RECORD AT END
               GO TO FIM-ATRASO.
           IF MNS-STATUS NOT = "A"
                   OR MNS-COMPETENCIA NOT < WS-COMP-HOJE
               GO TO LER-ATRASO.
           IF MNS-MATRICULA NOT = WS-MATRICULA-ANT
               MOVE MNS-MATRICULA TO WS-MATRICULA-ANT
               PERFORM BUSCA-NOMES.
           MOVE MNS-MATRICULA TO MATRICULA-DET.
           MOVE MNS-TURMA TO TURMA-DET.
           MOVE MNS-COMPETENCIA TO COMPETENCIA-DET.
           MOVE MNS-VALOR TO VALOR-DET.
           WRITE REG-RELATO FROM DETALHE BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
           ADD 1 TO WS-QTD-ATRASO.
           ADD MNS-VALOR TO WS-TOT-ATRASO.
           GO TO LER-ATRASO.
       FIM-ATRASO.
           MOVE WS-QTD-ATRASO TO QTD-MASK.
           MOVE WS-TOT-ATRASO TO TOTAL-MASK.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           WRITE REG-RELATO FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES.
           CLOSE RELATO.
           DISPLAY "RELATORIO DE ATRASO IMPRESSO" AT 2112.
           ACCEPT CONFIRMA AT 2141.
           GO TO TELA-1.
       BUSCA-NOMES.
           MOVE MNS-MATRICULA TO ALU-MATRICULA.
           READ ALUNOS INVALID KEY
               MOVE "ALUNO SEM CADASTRO" TO ALU-NOME.
           MOVE ALU-NOME TO NOME-DET.
           MOVE MNS-MATRICULA TO RSP-MATRICULA.
           READ RESPONS INVALID KEY
               MOVE "SEM RESPONSAVEL" TO RSP-NOME
               MOVE SPACES TO RSP-FONE.
           MOVE RSP-NOME TO RESPONSAVEL-DET.
           MOVE RSP-FONE TO FONE-DET.
       CABECALHO.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 3 LINES.
           WRITE REG-RELATO FROM CAB02 BEFORE ADVANCING 2 LINES.
       FIM.
           DISPLAY "ARQUIVO GRAVADO SAINDO" AT 2112.
           ACCEPT CONFIRMA AT 2135.
           IF CEP-DISPONIVEL = "S"
               CLOSE CEP01.
           CLOSE ALUNOS RESPONS TABMENS MENSALID.
           STOP RUN.
       END PROGRAM MENSALID.
