      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - ROTINA COMUM
      * Tectonics: cobc
      * Objetivo: LEITURA DO ARQUIVO DE PARAMETROS DA EMPRESA (RAZAO
      *           SOCIAL, CNPJ, ENDERECO, LINHAS DE CABECALHO DOS
      *           RELATORIOS, UF DA LOJA, DEPOSITO PADRAO E TOLERANCIA
      *           DE ATRASO) MANTIDO PELO PROGRAMA EMPRESA; DEVOLVE
      *           EMP-ACHOU = S COM OS CAMPOS PREENCHIDOS OU N SEM
      *           TOCAR NOS DEMAIS CAMPOS, E O PROGRAMA CHAMADOR
      *           CONTINUA COM OS VALORES QUE JA USAVA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEPARAM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESA ASSIGN TO "EMPRESA"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-EMP.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPRESA
           LABEL RECORD IS OMITTED.
       01  REG-EMPRESA.
           02 PAR-RAZAO         PIC X(40).
           02 PAR-FANTASIA      PIC X(30).
           02 PAR-CNPJ          PIC 9(14).
           02 PAR-IE            PIC X(14).
           02 PAR-ENDERECO      PIC X(40).
           02 PAR-CIDADE        PIC X(20).
           02 PAR-UF            PIC X(02).
           02 PAR-CEP           PIC 9(08).
           02 PAR-FONE          PIC X(15).
           02 PAR-CABEC-1       PIC X(60).
           02 PAR-CABEC-2       PIC X(60).
           02 PAR-DEPOSITO      PIC 9(02).
           02 PAR-TOLERANCIA    PIC 9(03).
       WORKING-STORAGE SECTION.
       77  FS-EMP               PIC X(02) VALUE SPACES.
       LINKAGE SECTION.
       01  EMP-PARAMETROS.
           02 EMP-ACHOU         PIC X(01).
           02 EMP-RAZAO         PIC X(40).
           02 EMP-FANTASIA      PIC X(30).
           02 EMP-CNPJ          PIC 9(14).
           02 EMP-IE            PIC X(14).
           02 EMP-ENDERECO      PIC X(40).
           02 EMP-CIDADE        PIC X(20).
           02 EMP-UF            PIC X(02).
           02 EMP-CEP           PIC 9(08).
           02 EMP-FONE          PIC X(15).
           02 EMP-CABEC-1       PIC X(60).
           02 EMP-CABEC-2       PIC X(60).
           02 EMP-DEPOSITO      PIC 9(02).
           02 EMP-TOLERANCIA    PIC 9(03).
       PROCEDURE DIVISION USING EMP-PARAMETROS.
       INICIO-LEPARAM.
           MOVE "N" TO EMP-ACHOU.
           OPEN INPUT EMPRESA.
           IF FS-EMP NOT = "00"
               CLOSE EMPRESA
               GO TO FIM-LEPARAM.
           READ EMPRESA AT END
               CLOSE EMPRESA
               GO TO FIM-LEPARAM.
           CLOSE EMPRESA.
           IF PAR-RAZAO = SPACES
               GO TO FIM-LEPARAM.
           MOVE "S" TO EMP-ACHOU.
           MOVE PAR-RAZAO    TO EMP-RAZAO.
           MOVE PAR-FANTASIA TO EMP-FANTASIA.
           IF PAR-CNPJ NUMERIC
               MOVE PAR-CNPJ TO EMP-CNPJ.
           MOVE PAR-IE       TO EMP-IE.
           MOVE PAR-ENDERECO TO EMP-ENDERECO.
           MOVE PAR-CIDADE   TO EMP-CIDADE.
           MOVE PAR-UF       TO EMP-UF.
           IF PAR-CEP NUMERIC
               MOVE PAR-CEP TO EMP-CEP.
           MOVE PAR-FONE     TO EMP-FONE.
           MOVE PAR-CABEC-1  TO EMP-CABEC-1.
           MOVE PAR-CABEC-2  TO EMP-CABEC-2.
           IF PAR-DEPOSITO NUMERIC
               MOVE PAR-DEPOSITO TO EMP-DEPOSITO.
           IF PAR-TOLERANCIA NUMERIC
               MOVE PAR-TOLERANCIA TO EMP-TOLERANCIA.
       FIM-LEPARAM.
           EXIT PROGRAM.
       END PROGRAM LEPARAM.
