      ******************************************************************
      * Author:JOSE ANTONIO DUARTE JR.
      * Date:15/10/2026
      * Purpose:COBOL PARA MICROCOMPUTADORES - ROTINA COMUM
      * Tectonics: cobc
      * Objetivo: MANUTENCAO DO ARQUIVO DE PARAMETROS DA EMPRESA -
      *           IDENTIFICACAO (RAZAO SOCIAL, FANTASIA, CNPJ, IE,
      *           ENDERECO), DUAS LINHAS DE CABECALHO DOS RELATORIOS,
      *           UF DA LOJA, DEPOSITO PADRAO DE ENTRADA E TOLERANCIA
      *           DE ATRASO DO CREDIARIO; RESTRITA A SUPERVISOR (NIVEL
      *           3 NO PERFIS)
      * Obs.: REGISTRO UNICO EM ARQUIVO TEXTO, LIDO NA ABERTURA DOS
      *       PROGRAMAS PELA ROTINA LEPARAM; SEM O ARQUIVO CADA
      *       PROGRAMA CONTINUA COM OS VALORES QUE JA TRAZIA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPRESA.
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
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  FUNCAO               PIC X(02) VALUE SPACES.
       77  FS-EMP               PIC X(02) VALUE SPACES.
       77  WS-OPERADOR          PIC X(03) VALUE SPACES.
       77  WS-NIVEL-EXIGIDO     PIC 9(01) VALUE ZEROS.
       77  WS-AUTORIZADO        PIC X(01) VALUE SPACES.
       01  WS-MENSAGENS.
           02 LIMPA-MENSAGEM    PIC X(60) VALUE SPACES.
           02 MSG-ERRO-1        PIC X(25)
              VALUE "RAZAO SOCIAL OBRIGATORIA".
           02 MSG-ERRO-2        PIC X(27)
              VALUE "UF NAO PODE FICAR EM BRANCO".
           02 MSG-ERRO-3        PIC X(25)
              VALUE "DEPOSITO PADRAO INVALIDO".
       SCREEN SECTION.
       01  LIMPA-TELA.
           02 BLANK SCREEN.
       01  TELA-BASE.
           02 LINE 01 COLUMN 02
           VALUE "PARAMETROS DA EMPRESA".
           02 LINE 03 COLUMN 02 VALUE "ESCOLHA A FUNCAO:".
           02 LINE 03 COLUMN 21 VALUE "(CO - AL - FF)".
           02 LINE 05 COLUMN 02 VALUE "RAZAO SOCIAL.......>".
           02 LINE 06 COLUMN 02 VALUE "NOME FANTASIA......>".
           02 LINE 07 COLUMN 02 VALUE "CNPJ...............>".
           02 LINE 08 COLUMN 02 VALUE "INSCR. ESTADUAL....>".
           02 LINE 09 COLUMN 02 VALUE "ENDERECO...........>".
           02 LINE 10 COLUMN 02 VALUE "CIDADE.............>".
           02 LINE 11 COLUMN 02 VALUE "UF DA LOJA.........>".
           02 LINE 12 COLUMN 02 VALUE "CEP................>".
           02 LINE 13 COLUMN 02 VALUE "TELEFONE...........>".
           02 LINE 14 COLUMN 02 VALUE "CABECALHO LINHA 1..>".
           02 LINE 15 COLUMN 02 VALUE "CABECALHO LINHA 2..>".
           02 LINE 16 COLUMN 02 VALUE "DEPOSITO PADRAO....>".
           02 LINE 17 COLUMN 02 VALUE "TOLERANCIA (DIAS)..>".
           02 LINE 21 COLUMN 02 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR".
           MOVE 3 TO WS-NIVEL-EXIGIDO.
           CALL "AUTORIZA" USING "EMPRESA" WS-OPERADOR
                   WS-NIVEL-EXIGIDO WS-AUTORIZADO.
           IF WS-AUTORIZADO NOT = "S"
               DISPLAY "OPERADOR SEM PERFIL PARA ESTE PROGRAMA"
                       AT 2202
               ACCEPT CONFIRMA AT 2242
               STOP RUN.
       TELA-1.
           PERFORM LE-PARAMETROS THRU FIM-LE-PARAMETROS.
           DISPLAY LIMPA-TELA.
           DISPLAY TELA-BASE.
           PERFORM MOSTRA-PARAMETROS.
           ACCEPT FUNCAO AT 0322.
           EVALUATE FUNCAO
               WHEN "CO"
                   DISPLAY "TECLE ENTER" AT 2112
                   ACCEPT CONFIRMA AT 2124
                   GO TO TELA-1
               WHEN "AL"
                   GO TO ALTERACAO
               WHEN "FF"
                   GO TO FIM
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA" AT 2112
                   ACCEPT CONFIRMA AT 2127
                   GO TO TELA-1
           END-EVALUATE.
       ALTERACAO.
           ACCEPT PAR-RAZAO AT 0523.
           IF PAR-RAZAO = SPACES
               DISPLAY MSG-ERRO-1 AT 2112
               ACCEPT CONFIRMA AT 2138
               DISPLAY LIMPA-MENSAGEM AT 2112
               GO TO ALTERACAO.
           ACCEPT PAR-FANTASIA AT 0623.
           ACCEPT PAR-CNPJ AT 0723.
           ACCEPT PAR-IE AT 0823.
           ACCEPT PAR-ENDERECO AT 0923.
           ACCEPT PAR-CIDADE AT 1023.
       ROT-UF.
           ACCEPT PAR-UF AT 1123.
           IF PAR-UF = SPACES
               DISPLAY MSG-ERRO-2 AT 2112
               ACCEPT CONFIRMA AT 2140
               DISPLAY LIMPA-MENSAGEM AT 2112
               GO TO ROT-UF.
           ACCEPT PAR-CEP AT 1223.
           ACCEPT PAR-FONE AT 1323.
           ACCEPT PAR-CABEC-1 AT 1423.
           ACCEPT PAR-CABEC-2 AT 1523.
       ROT-DEPOSITO.
           ACCEPT PAR-DEPOSITO AT 1623.
           IF PAR-DEPOSITO = ZEROS
               DISPLAY MSG-ERRO-3 AT 2112
               ACCEPT CONFIRMA AT 2138
               DISPLAY LIMPA-MENSAGEM AT 2112
               GO TO ROT-DEPOSITO.
           ACCEPT PAR-TOLERANCIA AT 1723.
           DISPLAY "CONFIRMA GRAVACAO ? S-SIM" AT 2112.
           ACCEPT CONFIRMA AT 2138.
           DISPLAY LIMPA-MENSAGEM AT 2112.
           IF CONFIRMA NOT = "S" AND NOT = "s"
               GO TO TELA-1.
           OPEN OUTPUT EMPRESA.
           IF FS-EMP NOT = "00"
               DISPLAY "ERRO DE GRAVACAO" FS-EMP AT 2112
               CALL "LOGERRO" USING "EMPRESA" "ABERTURA EMPRESA"
                       FS-EMP
               STOP RUN.
           WRITE REG-EMPRESA.
           CLOSE EMPRESA.
           DISPLAY "PARAMETROS GRAVADOS" AT 2112.
           ACCEPT CONFIRMA AT 2132.
           GO TO TELA-1.
       LE-PARAMETROS.
           MOVE SPACES TO REG-EMPRESA.
           MOVE ZEROS TO PAR-CNPJ PAR-CEP.
           MOVE 01 TO PAR-DEPOSITO.
           MOVE 30 TO PAR-TOLERANCIA.
           OPEN INPUT EMPRESA.
           IF FS-EMP NOT = "00"
               CLOSE EMPRESA
               GO TO FIM-LE-PARAMETROS.
           READ EMPRESA AT END
               MOVE SPACES TO REG-EMPRESA
               MOVE ZEROS TO PAR-CNPJ PAR-CEP
               MOVE 01 TO PAR-DEPOSITO
               MOVE 30 TO PAR-TOLERANCIA.
           CLOSE EMPRESA.
       FIM-LE-PARAMETROS.
           EXIT.
       MOSTRA-PARAMETROS.
           DISPLAY PAR-RAZAO AT 0523.
           DISPLAY PAR-FANTASIA AT 0623.
           DISPLAY PAR-CNPJ AT 0723.
           DISPLAY PAR-IE AT 0823.
           DISPLAY PAR-ENDERECO AT 0923.
           DISPLAY PAR-CIDADE AT 1023.
           DISPLAY PAR-UF AT 1123.
           DISPLAY PAR-CEP AT 1223.
           DISPLAY PAR-FONE AT 1323.
           DISPLAY PAR-CABEC-1 AT 1423.
           DISPLAY PAR-CABEC-2 AT 1523.
           DISPLAY PAR-DEPOSITO AT 1623.
           DISPLAY PAR-TOLERANCIA AT 1723.
       FIM.
           STOP RUN.
       END PROGRAM EMPRESA.
