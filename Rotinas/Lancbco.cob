      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - ROTINA COMUM
      * Tectonics: cobc
      * Objetivo: LANCAMENTO NO RAZAO BANCARIO (ARQUIVO MOVBANCO) -
      *           GRAVA A ENTRADA (C) OU SAIDA (D) DE DINHEIRO NA CONTA
      *           BANCARIA INFORMADA, OU NA CONTA PADRAO DO CADASTRO
      *           CONTABCO QUANDO A CONTA VEM ZERADA, COM DOCUMENTO,
      *           HISTORICO E PROGRAMA DE ORIGEM, PENDENTE DE
      *           CONCILIACAO COM O EXTRATO (PROGRAMA BANCOS)
      * Obs: SEM CONTA BANCARIA CADASTRADA O LANCAMENTO NAO E GRAVADO
      *      E A OCORRENCIA VAI PARA O ERROLOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANCBCO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTABCO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CBC-CONTA
                  FILE STATUS IS FS-CBC.
           SELECT MOVBANCO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MBC-CHAVE
                  FILE STATUS IS FS-MBC.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTABCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CONTABCO".
       01  REG-CONTABCO.
           02 CBC-CONTA         PIC 9(02).
           02 CBC-DESCRICAO     PIC X(20).
           02 CBC-BANCO         PIC 9(03).
           02 CBC-AGENCIA       PIC 9(05).
           02 CBC-NUMERO        PIC X(12).
           02 CBC-SALDO-INICIAL PIC S9(09)V99.
           02 CBC-DATA-SALDO    PIC 9(08).
           02 CBC-PADRAO        PIC X(01).
           02 CBC-DATA-EXTRATO  PIC 9(08).
       FD  MOVBANCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "MOVBANCO".
       01  REG-MOVBANCO.
           02 MBC-CHAVE.
               03 MBC-CONTA     PIC 9(02).
               03 MBC-DATA      PIC 9(08).
               03 MBC-SEQ       PIC 9(04).
           02 MBC-TIPO          PIC X(01).
           02 MBC-VALOR         PIC 9(09)V99.
           02 MBC-DOCUMENTO     PIC X(12).
           02 MBC-HISTORICO     PIC X(30).
           02 MBC-ORIGEM        PIC X(08).
           02 MBC-OPERADOR      PIC X(03).
           02 MBC-CONCILIADO    PIC X(01).
           02 MBC-DATA-CONCILIA PIC 9(08).
           02 MBC-EXTRATO       PIC X(14).
       WORKING-STORAGE SECTION.
       77  FS-CBC               PIC X(02) VALUE SPACES.
       77  FS-MBC               PIC X(02) VALUE SPACES.
       77  LB-CONTA-USO         PIC 9(02) VALUE ZEROS.
       77  LB-ULTIMA-SEQ        PIC 9(04) VALUE ZEROS.
       77  LB-PROGRAMA          PIC X(08) VALUE "LANCBCO".
       77  LB-OPERACAO          PIC X(20) VALUE SPACES.
       LINKAGE SECTION.
       01  LB-LANCAMENTO.
           02 LB-CONTA          PIC 9(02).
           02 LB-DATA           PIC 9(08).
           02 LB-TIPO           PIC X(01).
           02 LB-VALOR          PIC 9(09)V99.
           02 LB-DOCUMENTO      PIC X(12).
           02 LB-HISTORICO      PIC X(30).
           02 LB-ORIGEM         PIC X(08).
       PROCEDURE DIVISION USING LB-LANCAMENTO.
       INICIO-LANCBCO.
           IF LB-VALOR = ZEROS
               GO TO FIM-LANCBCO.
           MOVE LB-CONTA TO LB-CONTA-USO.
           OPEN INPUT CONTABCO.
           IF FS-CBC NOT = "00"
               CLOSE CONTABCO
               GO TO SEM-CONTA.
           IF LB-CONTA-USO NOT = ZEROS
               MOVE LB-CONTA-USO TO CBC-CONTA
               READ CONTABCO INVALID KEY
                   CLOSE CONTABCO
                   GO TO SEM-CONTA
               END-READ
               CLOSE CONTABCO
               GO TO GRAVA-MOVIMENTO.
       PROCURA-PADRAO.
           MOVE ZEROS TO CBC-CONTA.
           START CONTABCO KEY NOT LESS THAN CBC-CONTA
               INVALID KEY
                   CLOSE CONTABCO
                   GO TO SEM-CONTA.
       LER-PADRAO.
           READ CONTABCO NEXT RECORD AT END
               CLOSE CONTABCO
               GO TO SEM-CONTA.
           IF CBC-PADRAO NOT = "S"
               GO TO LER-PADRAO.
           MOVE CBC-CONTA TO LB-CONTA-USO.
           CLOSE CONTABCO.
       GRAVA-MOVIMENTO.
           OPEN I-O MOVBANCO.
           IF FS-MBC NOT = "00"
               IF FS-MBC = "35"
                   CLOSE MOVBANCO
                   OPEN OUTPUT MOVBANCO
                   CLOSE MOVBANCO
                   GO TO GRAVA-MOVIMENTO
               ELSE
                   CLOSE MOVBANCO
                   MOVE "ABERTURA MOVBANCO" TO LB-OPERACAO
                   CALL "LOGERRO" USING LB-PROGRAMA LB-OPERACAO FS-MBC
                   GO TO FIM-LANCBCO
           END-IF.
      *    PROXIMA SEQUENCIA DA CONTA NO DIA
           MOVE ZEROS TO LB-ULTIMA-SEQ.
           MOVE LB-CONTA-USO TO MBC-CONTA.
           MOVE LB-DATA TO MBC-DATA.
           MOVE ZEROS TO MBC-SEQ.
           START MOVBANCO KEY NOT LESS THAN MBC-CHAVE
               INVALID KEY GO TO MONTA-MOVIMENTO.
       LER-SEQUENCIA.
           READ MOVBANCO NEXT RECORD AT END
               GO TO MONTA-MOVIMENTO.
           IF MBC-CONTA NOT = LB-CONTA-USO OR MBC-DATA NOT = LB-DATA
               GO TO MONTA-MOVIMENTO.
           MOVE MBC-SEQ TO LB-ULTIMA-SEQ.
           GO TO LER-SEQUENCIA.
       MONTA-MOVIMENTO.
           MOVE LB-CONTA-USO TO MBC-CONTA.
           MOVE LB-DATA TO MBC-DATA.
           COMPUTE MBC-SEQ = LB-ULTIMA-SEQ + 1.
           MOVE LB-TIPO TO MBC-TIPO.
           MOVE LB-VALOR TO MBC-VALOR.
           MOVE LB-DOCUMENTO TO MBC-DOCUMENTO.
           MOVE LB-HISTORICO TO MBC-HISTORICO.
           MOVE LB-ORIGEM TO MBC-ORIGEM.
           ACCEPT MBC-OPERADOR FROM ENVIRONMENT "OPERADOR".
           MOVE "N" TO MBC-CONCILIADO.
           MOVE ZEROS TO MBC-DATA-CONCILIA.
           MOVE SPACES TO MBC-EXTRATO.
           WRITE REG-MOVBANCO INVALID KEY
               MOVE "GRAVACAO MOVBANCO" TO LB-OPERACAO
               CALL "LOGERRO" USING LB-PROGRAMA LB-OPERACAO FS-MBC.
           CLOSE MOVBANCO.
           GO TO FIM-LANCBCO.
       SEM-CONTA.
           MOVE "SEM CONTA BANCARIA" TO LB-OPERACAO.
           CALL "LOGERRO" USING LB-PROGRAMA LB-OPERACAO FS-CBC.
       FIM-LANCBCO.
           EXIT PROGRAM.
       END PROGRAM LANCBCO.
