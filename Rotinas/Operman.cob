      *              RESTRITA A SUPERVISOR, DESBLOQUEIA OPERADOR
      *              DESATIVADO POR EXCESSO DE TENTATIVAS; ARQUIVOS
      *              ANTIGOS CONVERTIDOS PELO PROGRAMA CONVOPE.
      * 15/10/2026 - FILIAL DE LOTACAO DO OPERADOR (OPE-FILIAL),
      *              CONFERIDA NO CADASTRO FILIAIS QUANDO ELE EXISTE;
      *              ARQUIVOS ANTIGOS CONVERTIDOS PELO CONVOPE2.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMAN.
           ACCESS MODE      DYNAMIC
           RECORD KEY       PRF-CHAVE
           FILE STATUS      WS-STATUS-PRF.
           SELECT FILIAIS ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       FIL-CODIGO
           FILE STATUS      WS-STATUS-FIL.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES
           02 OPE-DATA-SENHA    PIC 9(08).
           02 OPE-TROCA-OBRIG   PIC X(01).
           02 OPE-FALHAS        PIC 9(01).
           02 OPE-FILIAL        PIC 9(02).
       FD  PERFIS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PERFIS".
               03 PRF-OPERADOR  PIC X(03).
               03 PRF-PROGRAMA  PIC X(08).
           02 PRF-NIVEL         PIC 9(01).
       FD  FILIAIS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FILIAIS".
       01  REG-FILIAIS.
           02 FIL-CODIGO        PIC 9(02).
           02 FIL-NOME          PIC X(30).
           02 FIL-ENDERECO      PIC X(30).
           02 FIL-CIDADE        PIC X(20).
           02 FIL-UF            PIC X(02).
           02 FIL-CNPJ          PIC 9(14).
           02 FIL-IE            PIC X(14).
           02 FIL-ATIVA         PIC X(01).
       WORKING-STORAGE SECTION.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  WS-STATUS            PIC X(02) VALUE SPACES.
       77  WS-OPER-AMB          PIC X(03) VALUE SPACES.
       77  WS-NIVEL-EXIGIDO     PIC 9(01) VALUE ZEROS.
       77  WS-AUTORIZADO        PIC X(01) VALUE SPACES.
       77  WS-STATUS-FIL        PIC X(02) VALUE SPACES.
       77  WS-FIL-EXISTE        PIC X(01) VALUE "N".
       01  WS-DATA-HOJE.
           02 HOJE-ANO          PIC 9(04) VALUE ZEROS.
           02 HOJE-MES          PIC 9(02) VALUE ZEROS.
           02 LINE 06 COLUMN 02 VALUE "NOME.......>".
           02 LINE 07 COLUMN 02 VALUE "SENHA......>".
           02 LINE 08 COLUMN 02 VALUE "ATIVO (S/N)>".
           02 LINE 09 COLUMN 02 VALUE "FILIAL.....>".
           02 LINE 12 COLUMN 02 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
                   STOP RUN
           END-IF.
           PERFORM ABRE-PERFIS.
           OPEN INPUT FILIAIS.
           IF WS-STATUS-FIL = "00"
               MOVE "S" TO WS-FIL-EXISTE
           ELSE
               CLOSE FILIAIS.
       TELA-1.
           DISPLAY LIMPA-TELA.
           DISPLAY TELA-BASE.
           ACCEPT OPE-ATIVO AT 0815.
           IF OPE-ATIVO NOT = "S" AND NOT = "N"
               GO TO ROT-ATIVO.
       ROT-FILIAL.
           ACCEPT OPE-FILIAL AT 0915.
           IF OPE-FILIAL = ZEROS OR OPE-FILIAL = 99
               DISPLAY "FILIAL INVALIDA" AT 1212
               ACCEPT CONFIRMA AT 1228
               DISPLAY LIMPA-MENSAGEM AT 1212
               GO TO ROT-FILIAL.
           IF WS-FIL-EXISTE = "S"
               MOVE OPE-FILIAL TO FIL-CODIGO
               READ FILIAIS INVALID KEY
                   DISPLAY "FILIAL NAO CADASTRADA" AT 1212
                   ACCEPT CONFIRMA AT 1234
                   DISPLAY LIMPA-MENSAGEM AT 1212
                   GO TO ROT-FILIAL.
       ROT-GRAVA.
           WRITE REG-OPERADORES INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" WS-STATUS AT 1212
               GO TO ALTERACAO.
           DISPLAY OPE-NOME AT 0615.
           DISPLAY OPE-ATIVO AT 0815.
           IF OPE-FILIAL NOT NUMERIC OR OPE-FILIAL = ZEROS
               MOVE 01 TO OPE-FILIAL.
           DISPLAY OPE-FILIAL AT 0915.
           PERFORM ROT-NOME.
           PERFORM ROT-SENHA.
           PERFORM ROT-ATIVO.
           PERFORM ROT-FILIAL.
           REWRITE REG-OPERADORES INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" WS-STATUS AT 1212
               CALL "LOGERRO" USING "OPERMAN" "ALTERACAO OPERADORES"
           DISPLAY "ARQUIVO GRAVADO SAINDO" AT 1212.
           ACCEPT CONFIRMA AT 1235.
           CLOSE OPERADORES PERFIS.
           IF WS-FIL-EXISTE = "S"
               CLOSE FILIAIS.
           STOP RUN.
       END PROGRAM OPERMAN.
