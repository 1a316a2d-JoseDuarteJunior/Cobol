      * Alteracoes:
      * 14/02/2022 - RESERVAS COM VALIDADE VENCIDA DEIXAM DE CONTAR
      *              NO SALDO RESERVADO/DISPONIVEL.
      * 15/10/2026 - A INCLUSAO ACEITA O CODIGO INTERNO (COM DV) OU O
      *              CODIGO DE BARRAS EAN-13 (FD-EAN DO ARQPRO); VALOR
      *              ACIMA DE 9999 E LIDO PELO INDICE DO EAN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESERVA.
           RECORD KEY       FD-CODIGO
           ALTERNATE RECORD KEY IS FD-NOME-PRODUTO
                   WITH DUPLICATES
           ALTERNATE RECORD KEY IS FD-EAN
                   SUPPRESS WHEN ZEROS
           FILE STATUS      FS.
           SELECT RESERVA ASSIGN TO DISK
           ORGANIZATION     INDEXED
           02 FD-QTDE-MINIMA   PIC 9(04).
           02 FD-VALOR-TOT     PIC 9(08)V99.
           02 FD-SERIALIZADO   PIC X(01).
           02 FD-EAN           PIC 9(13).
       FD  RESERVA LABEL RECORD STANDARD
           VALUE OF FILE-ID "RESERVA".
       01  REG-RESERVA.
       77  WS-RESERVADO         PIC 9(05) VALUE ZEROS.
       77  WS-DISPONIVEL        PIC S9(05) VALUE ZEROS.
       77  WS-CODIGO-RES        PIC 9(04) VALUE ZEROS.
       77  WS-COD-ENTRADA       PIC 9(13) VALUE ZEROS.
       01  WS-DATA.
           02 ANO               PIC 9(02) VALUE ZEROS.
           02 MES               PIC 9(02) VALUE ZEROS.
           EXIT.
       INCLUSAO.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           DISPLAY "PRODUTO OU EAN (+DV):" AT 1210.
           ACCEPT WS-COD-ENTRADA AT 1235.
           IF WS-COD-ENTRADA = ZEROS
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO TELA-1.
           IF WS-COD-ENTRADA > 9999
               MOVE WS-COD-ENTRADA TO FD-EAN
               GO TO INCLUSAO-EAN.
           MOVE WS-COD-ENTRADA TO CODIGO.
           ACCEPT DV AT 1249.
           READ ARQPRO INVALID KEY
               DISPLAY MSG-ERRO-2 AT 1210
               ACCEPT CONFIRMA AT 1228
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO INCLUSAO.
           GO TO INCLUSAO-PRODUTO.
       INCLUSAO-EAN.
           READ ARQPRO KEY IS FD-EAN INVALID KEY
               DISPLAY LIMPA-MENSAGEM AT 1210
               DISPLAY "COD. BARRAS NAO CADASTRADO" AT 1210
               ACCEPT CONFIRMA AT 1237
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO INCLUSAO.
       INCLUSAO-PRODUTO.
           MOVE CODIGO TO WS-CODIGO-RES.
           PERFORM SOMA-RESERVAS THRU FIM-SOMA-RESERVAS.
           COMPUTE WS-DISPONIVEL = FD-QUANTIDA-EST - WS-RESERVADO.
