      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.80x25
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - VENDAS NO BALCAO
      * Tectonics: cobc
      * Objetivo: MANUTENCAO DA TABELA DE SUBSTITUICAO TRIBUTARIA DO
      *           ICMS (ARQUIVO ICMSST) POR CATEGORIA DO ICMSCAT E UF
      *           DE DESTINO (VALIDADA NO CADASTRO ESTADOS), COM A
      *           MARGEM DE VALOR AGREGADO (MVA) E A ALIQUOTA INTERNA
      *           DO DESTINO - USADA PELO VENDAS NO CALCULO DA BASE E
      *           DO VALOR DO ICMS-ST DE CADA ITEM
      * Obs: MVA E ALIQUOTA ZERADAS REMOVEM A CATEGORIA/UF DA TABELA
      *      (A CATEGORIA DEIXA DE TER ST NAQUELA UF).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ICMSST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ICMSST ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       IST-CHAVE
           FILE STATUS      FS-IST.
           SELECT ESTADOS ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       FD-SIGLA
           FILE STATUS      FS-EST.
       DATA DIVISION.
       FILE SECTION.
       FD  ICMSST LABEL RECORD STANDARD
           VALUE OF FILE-ID "ICMSST".
       01  REG-ICMSST.
           02 IST-CHAVE.
               03 IST-CATEGORIA PIC 9(01).
               03 IST-UF        PIC X(02).
           02 IST-MVA           PIC 9(03)V99.
           02 IST-ALIQ-INTERNA  PIC 9(02)V99.
       FD  ESTADOS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ESTADOS".
       01  REG-ESTADOS.
           02 FD-SIGLA               PIC X(02).
           02 FD-NOME-ESTADO         PIC X(19).
           02 FD-DDD                 PIC 9(02).
           02 FD-CAPITAL             PIC X(15).
       WORKING-STORAGE SECTION.
       77  FS-IST               PIC X(02) VALUE SPACES.
       77  FS-EST               PIC X(02) VALUE SPACES.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  WS-IST-EXISTE        PIC X(01) VALUE "N".
       01  WS-DATA.
           02 ANO               PIC 9(02) VALUE ZEROS.
           02 MES               PIC 9(02) VALUE ZEROS.
           02 DIA               PIC 9(02) VALUE ZEROS.
       SCREEN SECTION.
       01  TELA1.
            02 BLANK SCREEN.
            02 LINE 01 COLUMN 01 VALUE "DATA:".
            02 LINE 01 COLUMN 20 VALUE "ICMS - SUBSTITUICAO TRIBUTARIA".
            02 LINE 03 COLUMN 05 VALUE "CATEGORIA (1-3, 0=FIM).>".
            02 LINE 04 COLUMN 05 VALUE "UF DESTINO.............>".
            02 LINE 05 COLUMN 05 VALUE "MVA % (999,99).........>".
            02 LINE 06 COLUMN 05 VALUE "ALIQ. INTERNA (99,99)..>".
            02 LINE 08 COLUMN 05 VALUE "1=7% 2=12% 3=18% (ICMSCAT)".
            02 LINE 10 COLUMN 01 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O ICMSST.
           IF FS-IST NOT = "00"
               IF FS-IST = "35"
                   CLOSE ICMSST OPEN OUTPUT ICMSST CLOSE ICMSST
                   GO TO INICIO
               ELSE
                   DISPLAY FS-IST "STATUS DO ARQUIVO ICMSST"
                   CALL "LOGERRO" USING "ICMSST" "ABERTURA ICMSST"
                           FS-IST
                   STOP RUN
           END-IF.
           OPEN INPUT ESTADOS.
           IF FS-EST NOT = "00"
               DISPLAY "ARQUIVO ESTADOS NAO ENCONTRADO"
               CALL "LOGERRO" USING "ICMSST" "ABERTURA ESTADOS"
                       FS-EST
               CLOSE ICMSST
               STOP RUN.
           DISPLAY TELA1.
           ACCEPT WS-DATA FROM DATE.
           DISPLAY DIA AT 0107 '/' MES '/' ANO.
       PEDE-CATEGORIA.
           ACCEPT IST-CATEGORIA AT 0330.
           IF IST-CATEGORIA = ZEROS
               GO TO FIM.
           IF IST-CATEGORIA > 3
               GO TO PEDE-CATEGORIA.
       PEDE-UF.
           ACCEPT IST-UF AT 0430.
           IF IST-UF = SPACES
               GO TO PEDE-CATEGORIA.
           MOVE IST-UF TO FD-SIGLA.
           READ ESTADOS INVALID KEY
               DISPLAY "UF NAO CADASTRADA NO ESTADOS" AT 1011
               ACCEPT CONFIRMA AT 1041
               DISPLAY "                             " AT 1011
               GO TO PEDE-UF.
           DISPLAY FD-NOME-ESTADO AT 0434.
           READ ICMSST
               INVALID KEY
                   MOVE "N" TO WS-IST-EXISTE
                   MOVE ZEROS TO IST-MVA IST-ALIQ-INTERNA
                   DISPLAY "SEM ST" AT 0540
               NOT INVALID KEY
                   MOVE "S" TO WS-IST-EXISTE
                   DISPLAY "ATUAL:" AT 0540
                   DISPLAY IST-MVA AT 0547
                   DISPLAY "ATUAL:" AT 0640
                   DISPLAY IST-ALIQ-INTERNA AT 0647
           END-READ.
       PEDE-MVA.
           ACCEPT IST-MVA AT 0530.
           ACCEPT IST-ALIQ-INTERNA AT 0630.
           IF IST-MVA = ZEROS AND IST-ALIQ-INTERNA = ZEROS
               IF WS-IST-EXISTE = "S"
                   DELETE ICMSST INVALID KEY
                       DISPLAY "ERRO DE EXCLUSAO" FS-IST AT 1011
                       CALL "LOGERRO" USING "ICMSST"
                               "EXCLUSAO ICMSST" FS-IST
                       STOP RUN
                   END-DELETE
                   DISPLAY "ST REMOVIDA" AT 1011
               ELSE
                   DISPLAY "NADA A GRAVAR" AT 1011
               END-IF
               GO TO FIM-ITEM.
           IF IST-ALIQ-INTERNA = ZEROS
               DISPLAY "INFORME A ALIQUOTA INTERNA" AT 1011
               ACCEPT CONFIRMA AT 1038
               DISPLAY "                          " AT 1011
               GO TO PEDE-MVA.
           IF WS-IST-EXISTE = "S"
               REWRITE REG-ICMSST INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO" FS-IST AT 1011
                   CALL "LOGERRO" USING "ICMSST"
                           "REGRAVA ICMSST" FS-IST
                   STOP RUN
               END-REWRITE
               DISPLAY "ST ATUALIZADA" AT 1011
           ELSE
               WRITE REG-ICMSST INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO" FS-IST AT 1011
                   CALL "LOGERRO" USING "ICMSST"
                           "GRAVACAO ICMSST" FS-IST
                   STOP RUN
               END-WRITE
               DISPLAY "ST GRAVADA" AT 1011
           END-IF.
       FIM-ITEM.
           ACCEPT CONFIRMA AT 1032.
           DISPLAY "                    " AT 1011.
           DISPLAY "                   " AT 0434.
           DISPLAY "                  " AT 0540.
           DISPLAY "                  " AT 0640.
           GO TO PEDE-CATEGORIA.
       FIM.
           DISPLAY "FIM DO PROCESSAMENTO " AT 1011.
           CLOSE ICMSST ESTADOS.
           STOP RUN.
           END PROGRAM ICMSST.
