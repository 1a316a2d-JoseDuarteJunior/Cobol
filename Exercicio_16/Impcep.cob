      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - TABELAS DE APOIO
      * Tectonics: cobc
      * Objetivo: IMPORTACAO DA BASE OFICIAL DE CEPS DOS CORREIOS
      *           (ARQUIVO CEPDNE - CEP, LOGRADOURO, LOCALIDADE E UF EM
      *           COLUNAS FIXAS) PARA O CEP01 E O MUNICIPIOS. A PRIMEIRA
      *           CARGA GRAVA A BASE INTEIRA; AS SEGUINTES APLICAM SO
      *           AS DIFERENCAS (CEP NOVO, CEP COM LOGRADOURO OU CIDADE
      *           ALTERADOS E CEP RETIRADO DA BASE). O RELATORIO DE
      *           ALTERACOES LISTA, PARA CADA CEP ALTERADO OU RETIRADO,
      *           OS REGISTROS DO CRIA03, ENTREGAS E FORNECEDOR
      *           ATINGIDOS
      * Obs: O CONTROLE DA ULTIMA CARGA FICA NO CEPCTL E OS CEPS
      *      TRAZIDOS PELA ULTIMA CARGA FICAM NO CEPIMP. SO E RETIRADO
      *      DO CEP01 O CEP QUE VEIO DE UMA CARGA ANTERIOR E SAIU DA
      *      BASE; OS DIGITADOS A MAO QUE NAO CONSTAM NA BASE SAO
      *      MANTIDOS E SO LISTADOS (FORA DA BASE).
      *      O FORNECEDOR NAO TEM CEP NO CADASTRO - E ATINGIDO QUANDO O
      *      ENDERECO COMECA PELO LOGRADOURO ANTIGO DO CEP E A CIDADE E
      *      A UF SAO AS ANTIGAS.
      *      AS DIFERENCAS DA CARGA FICAM NO ARQUIVO DE TRABALHO CEPALT.
      * Alteracoes:
      * 15/10/2026 - LAYOUT DO ENTREGAS COM A FILIAL DA VENDA
      *              (ENT-FILIAL).
      * 15/10/2026 - CEPS DE CADA CARGA GUARDADOS NO CEPIMP: CEP FORA
      *              DA BASE SO E RETIRADO SE VEIO DE CARGA ANTERIOR;
      *              OS DIGITADOS A MAO (TAMBEM PELO GERA_CEP01) FICAM
      *              COMO FORA DA BASE EM TODAS AS CARGAS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPCEP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CEPDNE ASSIGN TO "CEPDNE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DNE.
           SELECT CEPCTL ASSIGN TO "CEPCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTL.
           SELECT CEP01 ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       CEP-CEP
           FILE STATUS      FS-CEP.
           SELECT MUNICIPIOS ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       MUN-CHAVE
           FILE STATUS      FS-MUN.
           SELECT CEPALT ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       ALT-CEP
           FILE STATUS      FS-ALT.
           SELECT CEPIMP ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       IMP-CEP
           FILE STATUS      FS-IMP.
           SELECT CRIA03 ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       CLI-CODIGO
           FILE STATUS      FS-CLI.
           SELECT ENTREGAS ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       ENT-NUMERO
           FILE STATUS      FS-ENT.
           SELECT FORNECEDOR ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       FORN-CODIGO
           FILE STATUS      FS-FORN.
           SELECT SORCEP ASSIGN TO DISK
           SORT STATUS IS ST.
           SELECT SORAFE ASSIGN TO DISK
           SORT STATUS IS ST.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD  CEPDNE
           LABEL RECORD IS OMITTED.
       01  REG-CEPDNE.
           02 DNE-CEP           PIC 9(08).
           02 DNE-LOGRADOURO    PIC X(30).
           02 DNE-CIDADE        PIC X(20).
           02 DNE-UF            PIC X(02).
       FD  CEPCTL
           LABEL RECORD IS OMITTED.
       01  REG-CEPCTL.
           02 CTL-DATA          PIC 9(08).
           02 FILLER            PIC X VALUE SPACE.
           02 CTL-QTD           PIC 9(07).
       FD  CEP01
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CEP01".
       01  REG-CEP01.
           02 CEP-CEP       PIC 9(08).
           02 CEP-ENDERECO  PIC X(30).
           02 CEP-CIDADE    PIC X(20).
           02 CEP-ESTADO    PIC X(02).
       FD  MUNICIPIOS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "MUNICIPIOS".
       01  REG-MUNICIPIOS.
           02 MUN-CHAVE.
               03 MUN-UF        PIC X(02).
               03 MUN-CIDADE    PIC X(20).
       FD  CEPALT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CEPALT".
       01  REG-CEPALT.
           02 ALT-CEP           PIC 9(08).
           02 ALT-ACAO          PIC X(01).
           02 ALT-END-ANT       PIC X(30).
           02 ALT-CID-ANT       PIC X(20).
           02 ALT-UF-ANT        PIC X(02).
           02 ALT-ENDERECO      PIC X(30).
           02 ALT-CIDADE        PIC X(20).
           02 ALT-UF            PIC X(02).
       FD  CEPIMP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CEPIMP".
       01  REG-CEPIMP.
           02 IMP-CEP           PIC 9(08).
           02 IMP-DATA          PIC 9(08).
       FD  CRIA03
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CRIA03".
       01  REG-CRIA03.
           02 CLI-CODIGO    PIC 9(04).
           02 CLI-NOME      PIC X(30).
           02 CLI-ENDERECO  PIC X(30).
           02 CLI-BAIRRO    PIC X(20).
           02 CLI-CEP       PIC 9(08).
           02 CLI-CIDADE    PIC X(20).
           02 CLI-UF        PIC X(02).
       FD  ENTREGAS LABEL RECORD STANDARD
           VALUE OF FILE-ID "ENTREGAS".
       01  REG-ENTREGAS.
           02 ENT-NUMERO        PIC 9(06).
           02 ENT-VENDA         PIC 9(06).
           02 ENT-CLIENTE       PIC 9(04).
           02 ENT-NOME          PIC X(30).
           02 ENT-ENDERECO      PIC X(30).
           02 ENT-BAIRRO        PIC X(20).
           02 ENT-CEP           PIC 9(08).
           02 ENT-CIDADE        PIC X(20).
           02 ENT-UF            PIC X(02).
           02 ENT-STATUS        PIC X(01).
           02 ENT-DATA-GERACAO  PIC 9(08).
           02 ENT-DATA-ENTREGA  PIC 9(08).
           02 ENT-RECEBEDOR     PIC X(30).
           02 ENT-FILIAL        PIC 9(02).
       FD  FORNECEDOR LABEL RECORD STANDARD
           VALUE OF FILE-ID "FORNECEDOR".
       01  REG-FORNECEDOR.
           02 FORN-CODIGO       PIC 9(03).
           02 FORN-NOME         PIC X(20).
           02 FORN-CONTATO      PIC X(15).
           02 FORN-CNPJ         PIC 9(14).
           02 FORN-ENDERECO     PIC X(30).
           02 FORN-CIDADE       PIC X(20).
           02 FORN-UF           PIC X(02).
           02 FORN-TELEFONE     PIC X(11).
           02 FORN-COND-PAGTO   PIC X(15).
           02 FORN-BANCO        PIC 9(03).
           02 FORN-AGENCIA      PIC 9(05).
           02 FORN-CONTA-CORR   PIC X(12).
       SD  SORCEP VALUE OF FILE-ID IS "SORCEP".
       01  REG-SORCEP.
           02 SRC-CEP           PIC 9(08).
           02 SRC-LOGRADOURO    PIC X(30).
           02 SRC-CIDADE        PIC X(20).
           02 SRC-UF            PIC X(02).
       SD  SORAFE VALUE OF FILE-ID IS "SORAFE".
       01  REG-SORAFE.
           02 AFE-CEP           PIC 9(08).
           02 AFE-TIPO          PIC 9(01).
           02 AFE-CODIGO        PIC 9(06).
           02 AFE-NOME          PIC X(30).
           02 AFE-ACAO          PIC X(01).
           02 AFE-END-ANT       PIC X(30).
           02 AFE-CID-ANT       PIC X(20).
           02 AFE-UF-ANT        PIC X(02).
           02 AFE-ENDERECO      PIC X(30).
           02 AFE-CIDADE        PIC X(20).
           02 AFE-UF            PIC X(02).
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  FS-DNE               PIC X(02) VALUE SPACES.
       77  FS-CTL               PIC X(02) VALUE SPACES.
       77  FS-CEP               PIC X(02) VALUE SPACES.
       77  FS-MUN               PIC X(02) VALUE SPACES.
       77  FS-ALT               PIC X(02) VALUE SPACES.
       77  FS-IMP               PIC X(02) VALUE SPACES.
       77  FS-CLI               PIC X(02) VALUE SPACES.
       77  FS-ENT               PIC X(02) VALUE SPACES.
       77  FS-FORN              PIC X(02) VALUE SPACES.
       77  ST                   PIC 9(02) VALUE ZEROS.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-EOF               PIC X(01) VALUE "N".
       77  WS-EOF-DNE           PIC X(01) VALUE "N".
       77  WS-EOF-CEP           PIC X(01) VALUE "N".
       77  WS-PRIMEIRA-CARGA    PIC X(01) VALUE "N".
       77  WS-TEM-CEP01         PIC X(01) VALUE "N".
       77  WS-CHAVE-DNE         PIC X(08) VALUE SPACES.
       77  WS-CHAVE-CEP         PIC X(08) VALUE SPACES.
       77  WS-LIDOS             PIC 9(07) VALUE ZEROS.
       77  WS-DUPLICADOS        PIC 9(07) VALUE ZEROS.
       77  WS-INCLUIDOS         PIC 9(07) VALUE ZEROS.
       77  WS-ALTERADOS         PIC 9(07) VALUE ZEROS.
       77  WS-EXCLUIDOS         PIC 9(07) VALUE ZEROS.
       77  WS-MANTIDOS          PIC 9(07) VALUE ZEROS.
       77  WS-ATINGIDOS         PIC 9(07) VALUE ZEROS.
       77  WS-BRANCOS           PIC 9(02) VALUE ZEROS.
       77  WS-TAM-END           PIC 9(02) VALUE ZEROS.
       77  TF-QTD               PIC 9(03) VALUE ZEROS.
       77  TF-IDX               PIC 9(03) VALUE ZEROS.
       01  TAB-FORNECEDOR.
           02 TAB-FORN OCCURS 999 TIMES.
               03 TF-CODIGO     PIC 9(03).
               03 TF-NOME       PIC X(20).
               03 TF-ENDERECO   PIC X(30).
               03 TF-CIDADE     PIC X(20).
               03 TF-UF         PIC X(02).
       01  WS-DATA-HOJE.
           02 HOJE-ANO          PIC 9(04) VALUE ZEROS.
           02 HOJE-MES          PIC 9(02) VALUE ZEROS.
           02 HOJE-DIA          PIC 9(02) VALUE ZEROS.
       01  WS-DATA-HOJE-NUM REDEFINES WS-DATA-HOJE PIC 9(08).
       01  CAB01.
           02 FILLER    PIC X(04)    VALUE SPACES.
           02 FILLER    PIC X(06)    VALUE "DATA:".
           02 DATA-CAB01.
               03 DIA-CAB01   PIC 99/ VALUE ZEROS.
               03 MES-CAB01   PIC 99/ VALUE ZEROS.
               03 ANO-CAB01   PIC 9(04) VALUE ZEROS.
           02 FILLER    PIC X(05)     VALUE SPACES.
           02 FILLER    PIC X(34)
           VALUE "ALTERACOES DA BASE DE CEPS".
           02 FILLER     PIC X(04)   VALUE "PAG.".
           02 PAG-CAB01  PIC ZZ9     VALUE ZEROS.
       01  CAB02.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(10) VALUE "CEP".
           02 FILLER  PIC X(14) VALUE "SITUACAO".
           02 FILLER  PIC X(32) VALUE "LOGRADOURO".
           02 FILLER  PIC X(22) VALUE "CIDADE".
           02 FILLER  PIC X(02) VALUE "UF".
       01  LINHA-CEP.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 CEP-DET           PIC 9(08) VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 SITUACAO-DET      PIC X(12) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 LOGRADOURO-DET    PIC X(30) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 CIDADE-DET        PIC X(20) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 UF-DET            PIC X(02) VALUE SPACES.
       01  LINHA-ATINGIDO.
           02 FILLER            PIC X(16) VALUE SPACES.
           02 ARQUIVO-DET       PIC X(12) VALUE SPACES.
           02 CODIGO-DET        PIC Z(05)9 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 NOME-DET          PIC X(30) VALUE SPACES.
       01  LINHA-RESUMO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TEXTO-RESUMO      PIC X(26) VALUE SPACES.
           02 VALOR-RESUMO      PIC Z.ZZZ.ZZ9 VALUE ZEROS.
       SCREEN SECTION.
       01  TELA1.
            02 BLANK SCREEN.
            02 LINE 01 COLUMN 20
               VALUE "IMPORTACAO DA BASE DE CEPS DOS CORREIOS".
            02 LINE 03 COLUMN 05
               VALUE "LE O ARQUIVO CEPDNE E ATUALIZA O CEP01 E O".
            02 LINE 04 COLUMN 05 VALUE "MUNICIPIOS.".
            02 LINE 06 COLUMN 05 VALUE "CONFIRMA ? S-SIM".
            02 LINE 10 COLUMN 01 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY TELA1.
           MOVE "N" TO WS-PRIMEIRA-CARGA.
           OPEN INPUT CEPCTL.
           IF FS-CTL NOT = "00"
               MOVE "S" TO WS-PRIMEIRA-CARGA
           ELSE
               READ CEPCTL AT END
                   MOVE "S" TO WS-PRIMEIRA-CARGA
               END-READ
           END-IF.
           CLOSE CEPCTL.
           IF WS-PRIMEIRA-CARGA = "S"
               DISPLAY "PRIMEIRA CARGA DA BASE" AT 0505
           ELSE
               DISPLAY "ULTIMA CARGA EM" AT 0505
               DISPLAY CTL-DATA AT 0521
               DISPLAY "- SO AS DIFERENCAS SERAO APLICADAS" AT 0530.
           ACCEPT CONFIRMA AT 0622.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               STOP RUN.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE HOJE-DIA TO DIA-CAB01.
           MOVE HOJE-MES TO MES-CAB01.
           MOVE HOJE-ANO TO ANO-CAB01.
           OPEN INPUT CEPDNE.
           IF FS-DNE NOT = "00"
               DISPLAY "ARQUIVO CEPDNE NAO ENCONTRADO" AT 1011
               CALL "LOGERRO" USING "IMPCEP" "ABERTURA CEPDNE" FS-DNE
               ACCEPT CONFIRMA AT 1042
               STOP RUN.
           CLOSE CEPDNE.
           OPEN OUTPUT CEPALT.
           CLOSE CEPALT.
           OPEN I-O CEPALT.
           IF FS-ALT NOT = "00"
               DISPLAY FS-ALT "STATUS DO ARQUIVO CEPALT" AT 1011
               CALL "LOGERRO" USING "IMPCEP" "ABERTURA CEPALT" FS-ALT
               ACCEPT CONFIRMA AT 1042
               STOP RUN.
       ABRE-CEPIMP.
           OPEN I-O CEPIMP.
           IF FS-IMP = "35"
               CLOSE CEPIMP
               OPEN OUTPUT CEPIMP
               CLOSE CEPIMP
               GO TO ABRE-CEPIMP.
           IF FS-IMP NOT = "00"
               DISPLAY FS-IMP "STATUS DO ARQUIVO CEPIMP" AT 1011
               CALL "LOGERRO" USING "IMPCEP" "ABERTURA CEPIMP" FS-IMP
               ACCEPT CONFIRMA AT 1042
               STOP RUN.
           OPEN INPUT CEP01.
           IF FS-CEP = "00"
               MOVE "S" TO WS-TEM-CEP01
           ELSE
               MOVE "N" TO WS-TEM-CEP01
               CLOSE CEP01.
           DISPLAY "COMPARANDO A BASE COM O CEP01" AT 1011.
           SORT SORCEP ASCENDING KEY SRC-CEP
               INPUT PROCEDURE ENTRADA-DNE
               OUTPUT PROCEDURE COMPARA.
           IF WS-TEM-CEP01 = "S"
               CLOSE CEP01.
           PERFORM LIMPA-CEPIMP THRU FIM-LIMPA-CEPIMP.
           CLOSE CEPIMP.
           DISPLAY "APLICANDO AS DIFERENCAS NO CEP01" AT 1011.
           PERFORM APLICA THRU FIM-APLICA.
           DISPLAY "IMPRIMINDO O RELATORIO DE ALTERACOES" AT 1011.
           SORT SORAFE ASCENDING KEY AFE-CEP AFE-TIPO AFE-CODIGO
               INPUT PROCEDURE SELECIONA
               OUTPUT PROCEDURE IMPRIME.
           CLOSE CEPALT.
           MOVE WS-DATA-HOJE-NUM TO CTL-DATA.
           MOVE WS-LIDOS TO CTL-QTD.
           OPEN OUTPUT CEPCTL.
           WRITE REG-CEPCTL.
           CLOSE CEPCTL.
           DISPLAY "IMPORTACAO DE CEPS CONCLUIDA" AT 1011.
           ACCEPT CONFIRMA AT 1040.
           STOP RUN.
      *    CEP DE CARGA ANTERIOR QUE NAO ESTA MAIS NO CEPIMP NEM NO
      *    CEP01 (APAGADO A MAO) SAI DO CONTROLE
       LIMPA-CEPIMP.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO IMP-CEP.
           START CEPIMP KEY NOT LESS THAN IMP-CEP
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-LIMPA-CEPIMP.
           IF WS-EOF = "S"
               GO TO FIM-LIMPA-CEPIMP.
           READ CEPIMP NEXT RECORD AT END
               MOVE "S" TO WS-EOF
               GO TO LER-LIMPA-CEPIMP.
           IF IMP-DATA NOT = WS-DATA-HOJE-NUM
               DELETE CEPIMP RECORD.
           GO TO LER-LIMPA-CEPIMP.
       FIM-LIMPA-CEPIMP.
           EXIT.
      *    APLICA NO CEP01 E NO MUNICIPIOS AS DIFERENCAS DO CEPALT:
      *    I-INCLUIR, A-ALTERAR, E-EXCLUIR (CEP DE CARGA ANTERIOR QUE
      *    SAIU DA BASE) E M-MANTIDO (CEP FORA DA BASE DIGITADO A MAO)
       APLICA.
           OPEN I-O CEP01.
           IF FS-CEP = "35"
               CLOSE CEP01
               OPEN OUTPUT CEP01
               CLOSE CEP01
               GO TO APLICA.
           IF FS-CEP NOT = "00"
               DISPLAY FS-CEP "STATUS DO ARQUIVO CEP01" AT 1011
               CALL "LOGERRO" USING "IMPCEP" "ABERTURA CEP01" FS-CEP
               ACCEPT CONFIRMA AT 1042
               STOP RUN.
       ABRE-MUNICIPIOS.
           OPEN I-O MUNICIPIOS.
           IF FS-MUN = "35"
               CLOSE MUNICIPIOS
               OPEN OUTPUT MUNICIPIOS
               CLOSE MUNICIPIOS
               GO TO ABRE-MUNICIPIOS.
           IF FS-MUN NOT = "00"
               DISPLAY FS-MUN "STATUS DO MUNICIPIOS" AT 1011
               CALL "LOGERRO" USING "IMPCEP" "ABERTURA MUNICIPIOS"
                       FS-MUN
               ACCEPT CONFIRMA AT 1042
               STOP RUN.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO ALT-CEP.
           START CEPALT KEY NOT LESS THAN ALT-CEP
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-APLICA.
           IF WS-EOF = "S"
               CLOSE CEP01 MUNICIPIOS
               GO TO FIM-APLICA.
           READ CEPALT NEXT RECORD AT END
               MOVE "S" TO WS-EOF
               GO TO LER-APLICA.
           IF ALT-ACAO = "I"
               MOVE ALT-CEP TO CEP-CEP
               MOVE ALT-ENDERECO TO CEP-ENDERECO
               MOVE ALT-CIDADE TO CEP-CIDADE
               MOVE ALT-UF TO CEP-ESTADO
               WRITE REG-CEP01 INVALID KEY
                   REWRITE REG-CEP01
               END-WRITE
               ADD 1 TO WS-INCLUIDOS
               PERFORM GRAVA-MUNICIPIO
               GO TO LER-APLICA.
           IF ALT-ACAO = "A"
               MOVE ALT-CEP TO CEP-CEP
               MOVE ALT-ENDERECO TO CEP-ENDERECO
               MOVE ALT-CIDADE TO CEP-CIDADE
               MOVE ALT-UF TO CEP-ESTADO
               REWRITE REG-CEP01 INVALID KEY
                   WRITE REG-CEP01
               END-REWRITE
               ADD 1 TO WS-ALTERADOS
               PERFORM GRAVA-MUNICIPIO
               GO TO LER-APLICA.
           IF ALT-ACAO = "M"
               ADD 1 TO WS-MANTIDOS
               GO TO LER-APLICA.
           MOVE ALT-CEP TO CEP-CEP.
           DELETE CEP01 INVALID KEY
               GO TO LER-APLICA.
           ADD 1 TO WS-EXCLUIDOS.
           GO TO LER-APLICA.
       FIM-APLICA.
           EXIT.
       GRAVA-MUNICIPIO.
           MOVE ALT-UF TO MUN-UF.
           MOVE ALT-CIDADE TO MUN-CIDADE.
           WRITE REG-MUNICIPIOS INVALID KEY
               CONTINUE
           END-WRITE.
       ENTRADA-DNE SECTION.
       INI-ENTRADA-DNE.
           OPEN INPUT CEPDNE.
       LER-ENTRADA-DNE.
           READ CEPDNE AT END
               CLOSE CEPDNE
               GO TO FIM-ENTRADA-DNE.
           IF DNE-CEP NOT NUMERIC OR DNE-CEP = ZEROS
               GO TO LER-ENTRADA-DNE.
           ADD 1 TO WS-LIDOS.
           MOVE DNE-CEP TO SRC-CEP.
           MOVE DNE-LOGRADOURO TO SRC-LOGRADOURO.
           MOVE DNE-CIDADE TO SRC-CIDADE.
           MOVE DNE-UF TO SRC-UF.
           RELEASE REG-SORCEP.
           GO TO LER-ENTRADA-DNE.
       FIM-ENTRADA-DNE.
           EXIT.
      *    BALANCE LINE - BASE ORDENADA POR CEP CONTRA O CEP01 LIDO EM
      *    ORDEM DE CHAVE. AS DIFERENCAS VAO PARA O CEPALT E OS CEPS
      *    DA BASE SAO MARCADOS NO CEPIMP COM A DATA DA CARGA
       COMPARA SECTION.
       INI-COMPARA.
           MOVE "N" TO WS-EOF-DNE.
           MOVE "N" TO WS-EOF-CEP.
           IF WS-TEM-CEP01 = "N"
               MOVE "S" TO WS-EOF-CEP
           ELSE
               MOVE LOW-VALUES TO CEP-CEP
               START CEP01 KEY NOT LESS THAN CEP-CEP
                   INVALID KEY MOVE "S" TO WS-EOF-CEP.
           PERFORM LE-DNE.
           PERFORM LE-CEP01.
       LOOP-COMPARA.
           IF WS-EOF-DNE = "S" AND WS-EOF-CEP = "S"
               GO TO FIM-COMPARA.
           IF WS-CHAVE-DNE < WS-CHAVE-CEP
               MOVE SPACES TO REG-CEPALT
               MOVE SRC-CEP TO ALT-CEP
               MOVE "I" TO ALT-ACAO
               PERFORM GRAVA-CEPALT
               PERFORM MARCA-CEPIMP
               PERFORM LE-DNE
               GO TO LOOP-COMPARA.
           IF WS-CHAVE-DNE > WS-CHAVE-CEP
               MOVE SPACES TO REG-CEPALT
               MOVE CEP-CEP TO ALT-CEP
               PERFORM VERIFICA-CEPIMP
               PERFORM GRAVA-CEPALT
               PERFORM LE-CEP01
               GO TO LOOP-COMPARA.
           IF SRC-LOGRADOURO NOT = CEP-ENDERECO
                   OR SRC-CIDADE NOT = CEP-CIDADE
                   OR SRC-UF NOT = CEP-ESTADO
               MOVE SPACES TO REG-CEPALT
               MOVE CEP-CEP TO ALT-CEP
               MOVE "A" TO ALT-ACAO
               PERFORM GRAVA-CEPALT.
           PERFORM MARCA-CEPIMP.
           PERFORM LE-DNE.
           PERFORM LE-CEP01.
           GO TO LOOP-COMPARA.
       LE-DNE.
           IF WS-EOF-DNE = "S"
               MOVE HIGH-VALUES TO WS-CHAVE-DNE
           ELSE
               RETURN SORCEP
                   AT END
                       MOVE "S" TO WS-EOF-DNE
                       MOVE HIGH-VALUES TO WS-CHAVE-DNE
                   NOT AT END
                       MOVE SRC-CEP TO WS-CHAVE-DNE
               END-RETURN.
       LE-CEP01.
           IF WS-EOF-CEP = "S"
               MOVE HIGH-VALUES TO WS-CHAVE-CEP
           ELSE
               READ CEP01 NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-CEP
                       MOVE HIGH-VALUES TO WS-CHAVE-CEP
                   NOT AT END
                       MOVE CEP-CEP TO WS-CHAVE-CEP
               END-READ.
       GRAVA-CEPALT.
           IF ALT-ACAO NOT = "I"
               MOVE CEP-ENDERECO TO ALT-END-ANT
               MOVE CEP-CIDADE TO ALT-CID-ANT
               MOVE CEP-ESTADO TO ALT-UF-ANT.
           IF ALT-ACAO = "I" OR "A"
               MOVE SRC-LOGRADOURO TO ALT-ENDERECO
               MOVE SRC-CIDADE TO ALT-CIDADE
               MOVE SRC-UF TO ALT-UF.
           WRITE REG-CEPALT INVALID KEY
               ADD 1 TO WS-DUPLICADOS.
       MARCA-CEPIMP.
           MOVE SRC-CEP TO IMP-CEP.
           MOVE WS-DATA-HOJE-NUM TO IMP-DATA.
           WRITE REG-CEPIMP INVALID KEY
               REWRITE REG-CEPIMP
           END-WRITE.
      *    CEP DO CEP01 FORA DA BASE: RETIRADO SE VEIO DE UMA CARGA
      *    ANTERIOR, MANTIDO SE FOI DIGITADO A MAO
       VERIFICA-CEPIMP.
           MOVE CEP-CEP TO IMP-CEP.
           READ CEPIMP
               INVALID KEY
                   MOVE "M" TO ALT-ACAO
               NOT INVALID KEY
                   MOVE "E" TO ALT-ACAO
                   DELETE CEPIMP RECORD
           END-READ.
       FIM-COMPARA.
           EXIT.
      *    REGISTROS ATINGIDOS PELOS CEPS ALTERADOS, EXCLUIDOS OU FORA
      *    DA BASE - CABECALHO DO CEP (TIPO 0), CRIA03 (1), ENTREGAS (2)
      *    E FORNECEDOR (3)
       SELECIONA SECTION.
       INI-SELECIONA.
           MOVE ZEROS TO TF-QTD.
           OPEN INPUT FORNECEDOR.
           IF FS-FORN NOT = "00"
               CLOSE FORNECEDOR
               GO TO SELECIONA-CEPALT.
       LER-FORNECEDOR.
           READ FORNECEDOR NEXT RECORD AT END
               CLOSE FORNECEDOR
               GO TO SELECIONA-CEPALT.
           IF TF-QTD < 999
               ADD 1 TO TF-QTD
               MOVE FORN-CODIGO TO TF-CODIGO (TF-QTD)
               MOVE FORN-NOME TO TF-NOME (TF-QTD)
               MOVE FORN-ENDERECO TO TF-ENDERECO (TF-QTD)
               MOVE FORN-CIDADE TO TF-CIDADE (TF-QTD)
               MOVE FORN-UF TO TF-UF (TF-QTD).
           GO TO LER-FORNECEDOR.
       SELECIONA-CEPALT.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO ALT-CEP.
           START CEPALT KEY NOT LESS THAN ALT-CEP
               INVALID KEY MOVE "S" TO WS-EOF.
       LER-SELECIONA-CEPALT.
           IF WS-EOF = "S"
               GO TO SELECIONA-CRIA03.
           READ CEPALT NEXT RECORD AT END
               GO TO SELECIONA-CRIA03.
           IF ALT-ACAO = "I"
               GO TO LER-SELECIONA-CEPALT.
           MOVE ALT-CEP TO AFE-CEP.
           MOVE ZEROS TO AFE-TIPO AFE-CODIGO.
           MOVE SPACES TO AFE-NOME.
           MOVE ALT-ACAO TO AFE-ACAO.
           MOVE ALT-END-ANT TO AFE-END-ANT.
           MOVE ALT-CID-ANT TO AFE-CID-ANT.
           MOVE ALT-UF-ANT TO AFE-UF-ANT.
           MOVE ALT-ENDERECO TO AFE-ENDERECO.
           MOVE ALT-CIDADE TO AFE-CIDADE.
           MOVE ALT-UF TO AFE-UF.
           RELEASE REG-SORAFE.
           MOVE ZEROS TO WS-BRANCOS.
           INSPECT ALT-END-ANT TALLYING WS-BRANCOS
               FOR TRAILING SPACES.
           COMPUTE WS-TAM-END = 30 - WS-BRANCOS.
           IF WS-TAM-END > ZEROS
               PERFORM CONFERE-FORNECEDOR
                   VARYING TF-IDX FROM 1 BY 1 UNTIL TF-IDX > TF-QTD.
           GO TO LER-SELECIONA-CEPALT.
       CONFERE-FORNECEDOR.
           IF TF-ENDERECO (TF-IDX) (1:WS-TAM-END)
                   = ALT-END-ANT (1:WS-TAM-END)
                   AND TF-CIDADE (TF-IDX) = ALT-CID-ANT
                   AND TF-UF (TF-IDX) = ALT-UF-ANT
               MOVE ALT-CEP TO AFE-CEP
               MOVE 3 TO AFE-TIPO
               MOVE TF-CODIGO (TF-IDX) TO AFE-CODIGO
               MOVE TF-NOME (TF-IDX) TO AFE-NOME
               RELEASE REG-SORAFE.
       SELECIONA-CRIA03.
           OPEN INPUT CRIA03.
           IF FS-CLI NOT = "00"
               CLOSE CRIA03
               GO TO SELECIONA-ENTREGAS.
       LER-SELECIONA-CRIA03.
           READ CRIA03 NEXT RECORD AT END
               CLOSE CRIA03
               GO TO SELECIONA-ENTREGAS.
           MOVE CLI-CEP TO ALT-CEP.
           READ CEPALT INVALID KEY
               GO TO LER-SELECIONA-CRIA03.
           IF ALT-ACAO = "I"
               GO TO LER-SELECIONA-CRIA03.
           MOVE CLI-CEP TO AFE-CEP.
           MOVE 1 TO AFE-TIPO.
           MOVE CLI-CODIGO TO AFE-CODIGO.
           MOVE CLI-NOME TO AFE-NOME.
           RELEASE REG-SORAFE.
           GO TO LER-SELECIONA-CRIA03.
       SELECIONA-ENTREGAS.
           OPEN INPUT ENTREGAS.
           IF FS-ENT NOT = "00"
               CLOSE ENTREGAS
               GO TO FIM-SELECIONA.
       LER-SELECIONA-ENTREGAS.
           READ ENTREGAS NEXT RECORD AT END
               CLOSE ENTREGAS
               GO TO FIM-SELECIONA.
           MOVE ENT-CEP TO ALT-CEP.
           READ CEPALT INVALID KEY
               GO TO LER-SELECIONA-ENTREGAS.
           IF ALT-ACAO = "I"
               GO TO LER-SELECIONA-ENTREGAS.
           MOVE ENT-CEP TO AFE-CEP.
           MOVE 2 TO AFE-TIPO.
           MOVE ENT-NUMERO TO AFE-CODIGO.
           MOVE ENT-NOME TO AFE-NOME.
           RELEASE REG-SORAFE.
           GO TO LER-SELECIONA-ENTREGAS.
       FIM-SELECIONA.
           EXIT.
       IMPRIME SECTION.
       INI-IMPRIME.
           OPEN OUTPUT RELATO.
           PERFORM CABECALHO.
       LER-IMPRIME.
           RETURN SORAFE AT END
               GO TO RESUMO.
           IF AFE-TIPO = ZEROS
               PERFORM IMPRIME-CEP
               GO TO LER-IMPRIME.
           ADD 1 TO WS-ATINGIDOS.
           IF AFE-TIPO = 1
               MOVE "CRIA03" TO ARQUIVO-DET.
           IF AFE-TIPO = 2
               MOVE "ENTREGAS" TO ARQUIVO-DET.
           IF AFE-TIPO = 3
               MOVE "FORNECEDOR" TO ARQUIVO-DET.
           MOVE AFE-CODIGO TO CODIGO-DET.
           MOVE AFE-NOME TO NOME-DET.
           WRITE REG-RELATO FROM LINHA-ATINGIDO
               BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
           GO TO LER-IMPRIME.
       IMPRIME-CEP.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
           MOVE AFE-CEP TO CEP-DET.
           IF AFE-ACAO = "A"
               MOVE "ALTERADO DE" TO SITUACAO-DET.
           IF AFE-ACAO = "E"
               MOVE "RETIRADO" TO SITUACAO-DET.
           IF AFE-ACAO = "M"
               MOVE "FORA DA BASE" TO SITUACAO-DET.
           MOVE AFE-END-ANT TO LOGRADOURO-DET.
           MOVE AFE-CID-ANT TO CIDADE-DET.
           MOVE AFE-UF-ANT TO UF-DET.
           WRITE REG-RELATO FROM LINHA-CEP BEFORE ADVANCING 1 LINES
               AT EOP PERFORM CABECALHO.
           IF AFE-ACAO = "A"
               MOVE ZEROS TO CEP-DET
               MOVE "PARA" TO SITUACAO-DET
               MOVE AFE-ENDERECO TO LOGRADOURO-DET
               MOVE AFE-CIDADE TO CIDADE-DET
               MOVE AFE-UF TO UF-DET
               WRITE REG-RELATO FROM LINHA-CEP
                   BEFORE ADVANCING 1 LINES
                   AT EOP PERFORM CABECALHO
               END-WRITE
           END-IF.
       CABECALHO.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB01.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 3 LINES.
           WRITE REG-RELATO FROM CAB02 BEFORE ADVANCING 2 LINES.
       RESUMO.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           MOVE "CEPS LIDOS NA BASE......:" TO TEXTO-RESUMO.
           MOVE WS-LIDOS TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "CEPS REPETIDOS NA BASE..:" TO TEXTO-RESUMO.
           MOVE WS-DUPLICADOS TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "CEPS INCLUIDOS..........:" TO TEXTO-RESUMO.
           MOVE WS-INCLUIDOS TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "CEPS ALTERADOS..........:" TO TEXTO-RESUMO.
           MOVE WS-ALTERADOS TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "CEPS RETIRADOS..........:" TO TEXTO-RESUMO.
           MOVE WS-EXCLUIDOS TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "CEPS FORA DA BASE.......:" TO TEXTO-RESUMO.
           MOVE WS-MANTIDOS TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           MOVE "REGISTROS ATINGIDOS.....:" TO TEXTO-RESUMO.
           MOVE WS-ATINGIDOS TO VALOR-RESUMO.
           WRITE REG-RELATO FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
           CLOSE RELATO.
       FIM-IMPRIME.
           EXIT.
       END PROGRAM IMPCEP.
