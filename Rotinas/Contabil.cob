      *           (DATA, CONTA DEBITO, CONTA CREDITO, VALOR E
      *           HISTORICO), COM DIARIO IMPRESSO E CONFERENCIA DO
      *           BALANCEAMENTO ANTES DA LIBERACAO
      * Alteracoes:
      * 15/10/2026 - VENDAS CANCELADAS NO DIA (TIPO C NO VENDCAB)
      *              NAO ENTRAM NA RECEITA DE VENDAS DO MES.
      * 15/10/2026 - PERDAS POR VENCIMENTO DE LOTES (ARQUIVO PERDAS,
      *              GRAVADO PELO PERDVEN) GERAM LANCAMENTO PROPRIO NO
      *              EVENTO PERDAVENC E SAEM DA VARIACAO DO ESTOQUE.
      * 15/10/2026 - CONTAS VALIDADAS CONTRA O PLANO DE CONTAS
      *              (PLANOCTA) NO DE-PARA E NA GERACAO; CONTA FORA DO
      *              PLANO IMPEDE A LIBERACAO. LANCAMENTOS LIBERADOS
      *              GRAVADOS TAMBEM NO HISTORICO LANCHIST (RAZAO E
      *              BALANCETE); NOVA LIBERACAO DA MESMA COMPETENCIA
      *              SUBSTITUI A ANTERIOR.
      * 15/10/2026 - DE-PARA: CONTA EM BRANCO OU ZERO VOLTA AO MENU;
      *              SEM O PLANOCTA A CONTA E ACEITA COM AVISO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTABIL.
           ACCESS MODE      DYNAMIC
           RECORD KEY       CMP-EVENTO
           FILE STATUS      FS-CMP.
           SELECT PLANOCTA ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       PCT-CONTA
           FILE STATUS      FS-PCT.
           SELECT LANCHIST ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           RECORD KEY       LCH-CHAVE
           FILE STATUS      FS-LCH.
           SELECT FECHMES ASSIGN TO DISK
           ORGANIZATION     INDEXED
           ACCESS MODE      DYNAMIC
           ACCESS MODE      DYNAMIC
           RECORD KEY       VCB-NUMERO
           FILE STATUS      FS-VCB.
           SELECT PERDAS ASSIGN TO "PERDAS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-PRD.
           SELECT LANCAMENTOS ASSIGN TO "LANCAMENTOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-LAN.
           02 VCB-TIPO          PIC X(01).
           02 VCB-REF           PIC 9(06).
           02 FILLER            PIC X(29).
       FD  PERDAS
           LABEL RECORD IS OMITTED.
       01  REG-PERDAS.
           02 PRD-DATA          PIC 9(08).
           02 FILLER            PIC X VALUE SPACE.
           02 PRD-CODIGO        PIC 9(05).
           02 FILLER            PIC X VALUE SPACE.
           02 PRD-LOTE          PIC X(10).
           02 FILLER            PIC X VALUE SPACE.
           02 PRD-VALIDADE      PIC 9(08).
           02 FILLER            PIC X VALUE SPACE.
           02 PRD-QTDE          PIC 9(04).
           02 FILLER            PIC X VALUE SPACE.
           02 PRD-CUSTO-UNIT    PIC 9(07)V99.
           02 FILLER            PIC X VALUE SPACE.
           02 PRD-VALOR         PIC 9(09)V99.
           02 FILLER            PIC X VALUE SPACE.
           02 PRD-CCUSTO        PIC 9(03).
           02 FILLER            PIC X VALUE SPACE.
           02 PRD-DOCUMENTO     PIC X(08).
           02 FILLER            PIC X VALUE SPACE.
           02 PRD-OPERADOR      PIC X(03).
       FD  LANCAMENTOS
           LABEL RECORD IS OMITTED.
       01  REG-LANCAMENTOS.
           02 LAN-VALOR         PIC 9(11)V99.
           02 FILLER            PIC X VALUE ";".
           02 LAN-HISTORICO     PIC X(30).
       FD  PLANOCTA LABEL RECORD STANDARD
           VALUE OF FILE-ID "PLANOCTA".
       01  REG-PLANOCTA.
           02 PCT-CONTA         PIC X(08).
           02 PCT-DESCRICAO     PIC X(30).
           02 PCT-TIPO          PIC X(01).
           02 PCT-NATUREZA      PIC X(01).
       FD  LANCHIST LABEL RECORD STANDARD
           VALUE OF FILE-ID "LANCHIST".
       01  REG-LANCHIST.
           02 LCH-CHAVE.
               03 LCH-COMPETENCIA PIC 9(06).
               03 LCH-ORIGEM      PIC X(08).
               03 LCH-SEQ         PIC 9(04).
           02 LCH-DATA          PIC 9(08).
           02 LCH-CONTA-DEB     PIC X(08).
           02 LCH-CONTA-CRE     PIC X(08).
           02 LCH-VALOR         PIC 9(11)V99.
           02 LCH-HISTORICO     PIC X(30).
           02 LCH-DATA-LIBERACAO PIC 9(08).
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       77  FS-APU               PIC X(02) VALUE SPACES.
       77  FS-VND               PIC X(02) VALUE SPACES.
       77  FS-LAN               PIC X(02) VALUE SPACES.
       77  FS-PRD               PIC X(02) VALUE SPACES.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  FUNCAO               PIC X(02) VALUE SPACES.
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-VARIACAO          PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOT-ICMS          PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-VENDAS        PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOT-PERDAS        PIC 9(11)V99 VALUE ZEROS.
       77  FS-VCB               PIC X(02) VALUE SPACES.
       77  WS-VCB-DISPONIVEL    PIC X(01) VALUE "N".
       77  WS-DOC-TIPO          PIC X(01) VALUE SPACE.
       77  WS-CMP-EXISTE        PIC X(01) VALUE "N".
       77  WS-TOT-DEBITOS       PIC 9(12)V99 VALUE ZEROS.
       77  WS-TOT-CREDITOS      PIC 9(12)V99 VALUE ZEROS.
       77  FS-PCT               PIC X(02) VALUE SPACES.
       77  FS-LCH               PIC X(02) VALUE SPACES.
       77  WS-PCT-DISPONIVEL    PIC X(01) VALUE "N".
       77  WS-CONTA-VALIDA      PIC X(01) VALUE "N".
       77  WS-QTD-FORA          PIC 9(02) VALUE ZEROS.
       77  LAN-QTD              PIC 9(02) VALUE ZEROS.
       77  LAN-IDX              PIC 9(02) VALUE ZEROS.
       01  TAB-LANCAMENTOS.
               03 TAB-CONTA-CRE PIC X(08).
               03 TAB-VALOR     PIC 9(11)V99.
               03 TAB-HISTORICO PIC X(30).
               03 TAB-SITUACAO  PIC X(14).
       01  WS-MENSAGENS.
           02 LIMPA-LINHA       PIC X(50) VALUE SPACES.
       01  WS-DATA-HOJE.
           02 FILLER  PIC X(10) VALUE "CTA DEB".
           02 FILLER  PIC X(10) VALUE "CTA CRE".
           02 FILLER  PIC X(18) VALUE "VALOR".
           02 FILLER  PIC X(32) VALUE "HISTORICO".
           02 FILLER  PIC X(14) VALUE "SITUACAO".
       01  DETALHE.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 DEB-DET           PIC X(08) VALUE SPACES.
           02 VALOR-DET         PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 HISTORICO-DET     PIC X(30) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 SITUACAO-DET      PIC X(14) VALUE SPACES.
       01  LINHA-BALANCO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(10) VALUE "DEBITOS:".
                           FS-CMP
                   STOP RUN
           END-IF.
           OPEN INPUT PLANOCTA.
           IF FS-PCT = "00"
               MOVE "S" TO WS-PCT-DISPONIVEL
           ELSE
               MOVE "N" TO WS-PCT-DISPONIVEL
               CLOSE PLANOCTA.
       TELA-1.
           DISPLAY TELA1.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
                  GO TO TELA-1
           END-EVALUATE.
       MAPA-CONTAS.
           DISPLAY "EVENTO (ESTOQUE/ICMS/VENDAS/PERDAVENC):" AT 1211.
           ACCEPT CMP-EVENTO AT 1251.
           DISPLAY LIMPA-LINHA AT 1211.
           IF CMP-EVENTO = SPACES
               GO TO TELA-1.
           END-READ.
           DISPLAY "CONTA DEBITO..:" AT 1311.
           DISPLAY CMP-CONTA-DEB AT 1327.
       ROT-CONTA-DEB.
           ACCEPT CMP-CONTA-DEB AT 1327.
           IF CMP-CONTA-DEB = SPACES OR CMP-CONTA-DEB = ZEROS
               GO TO SAI-MAPA-CONTAS.
           IF WS-PCT-DISPONIVEL NOT = "S"
               PERFORM AVISA-PLANO-AUSENTE
               GO TO PEDE-CONTA-CRE.
           MOVE CMP-CONTA-DEB TO PCT-CONTA.
           PERFORM VALIDA-CONTA.
           IF WS-CONTA-VALIDA NOT = "S"
               DISPLAY "CONTA FORA DO PLANO DE CONTAS" AT 1211
               ACCEPT CONFIRMA AT 1241
               DISPLAY LIMPA-LINHA AT 1211
               GO TO ROT-CONTA-DEB.
       PEDE-CONTA-CRE.
           DISPLAY "CONTA CREDITO.:" AT 1411.
           DISPLAY CMP-CONTA-CRE AT 1427.
       ROT-CONTA-CRE.
           ACCEPT CMP-CONTA-CRE AT 1427.
           IF CMP-CONTA-CRE = SPACES OR CMP-CONTA-CRE = ZEROS
               GO TO SAI-MAPA-CONTAS.
           IF WS-PCT-DISPONIVEL NOT = "S"
               PERFORM AVISA-PLANO-AUSENTE
               GO TO GRAVA-MAPA-CONTAS.
           MOVE CMP-CONTA-CRE TO PCT-CONTA.
           PERFORM VALIDA-CONTA.
           IF WS-CONTA-VALIDA NOT = "S"
               DISPLAY "CONTA FORA DO PLANO DE CONTAS" AT 1211
               ACCEPT CONFIRMA AT 1241
               DISPLAY LIMPA-LINHA AT 1211
               GO TO ROT-CONTA-CRE.
       GRAVA-MAPA-CONTAS.
           IF WS-CMP-EXISTE = "S"
               REWRITE REG-CONTAMAP INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO" FS-CMP AT 1211
           DISPLAY LIMPA-LINHA AT 1311.
           DISPLAY LIMPA-LINHA AT 1411.
           GO TO MAPA-CONTAS.
       SAI-MAPA-CONTAS.
           DISPLAY LIMPA-LINHA AT 1311.
           DISPLAY LIMPA-LINHA AT 1411.
           GO TO TELA-1.
       AVISA-PLANO-AUSENTE.
           DISPLAY "PLANO DE CONTAS INDISPONIVEL - CONTA NAO CONFERIDA"
                   AT 1211.
           ACCEPT CONFIRMA AT 1262.
           DISPLAY LIMPA-LINHA AT 1211.
       GERACAO.
           ACCEPT WS-COMPETENCIA AT 0831.
           IF WS-COMPETENCIA = ZEROS
           PERFORM APURA-ESTOQUE THRU FIM-APURA-ESTOQUE.
           PERFORM APURA-ICMS THRU FIM-APURA-ICMS.
           PERFORM APURA-VENDAS THRU FIM-APURA-VENDAS.
           PERFORM APURA-PERDAS THRU FIM-APURA-PERDAS.
           MOVE ZEROS TO LAN-QTD.
      *    A PERDA JA REDUZIU O ESTOQUE DO MES E TEM LANCAMENTO PROPRIO
           COMPUTE WS-VARIACAO = WS-TOT-ESTOQUE - WS-TOT-ESTOQUE-ANT
                   + WS-TOT-PERDAS.
           IF WS-VARIACAO NOT = ZEROS
               PERFORM MONTA-LANCA-ESTOQUE.
           IF WS-TOT-ICMS > ZEROS
               MOVE WS-TOT-VENDAS TO TAB-VALOR (LAN-QTD)
               MOVE "RECEITA DE VENDAS DO MES"
                   TO TAB-HISTORICO (LAN-QTD).
           IF WS-TOT-PERDAS > ZEROS
               MOVE "PERDAVENC" TO CMP-EVENTO
               PERFORM LE-MAPA
               ADD 1 TO LAN-QTD
               MOVE CMP-CONTA-DEB TO TAB-CONTA-DEB (LAN-QTD)
               MOVE CMP-CONTA-CRE TO TAB-CONTA-CRE (LAN-QTD)
               MOVE WS-TOT-PERDAS TO TAB-VALOR (LAN-QTD)
               MOVE "PERDAS POR VENCIMENTO NO MES"
                   TO TAB-HISTORICO (LAN-QTD).
           IF LAN-QTD = ZEROS
               DISPLAY "NADA A CONTABILIZAR NA COMPETENCIA" AT 1211
               ACCEPT CONFIRMA AT 1246
               DISPLAY LIMPA-LINHA AT 1211
               GO TO TELA-1.
           MOVE ZEROS TO WS-QTD-FORA.
           PERFORM VALIDA-LANCAMENTO
               VARYING LAN-IDX FROM 1 BY 1 UNTIL LAN-IDX > LAN-QTD.
           PERFORM IMPRIME-DIARIO THRU FIM-IMPRIME-DIARIO.
           IF WS-QTD-FORA > ZEROS
               DISPLAY "CONTA FORA DO PLANO - VER DIARIO" AT 1211
               DISPLAY "LANCAMENTOS NAO LIBERADOS" AT 1311
               ACCEPT CONFIRMA AT 1338
               DISPLAY LIMPA-LINHA AT 1211
               DISPLAY LIMPA-LINHA AT 1311
               GO TO TELA-1.
           DISPLAY "DEBITOS E CREDITOS CONFEREM." AT 1211.
           DISPLAY "LIBERA O ARQUIVO LANCAMENTOS ? S-SIM" AT 1311.
           ACCEPT CONFIRMA AT 1348.
               COMPUTE TAB-VALOR (LAN-QTD) = WS-VARIACAO * -1
               MOVE "REDUCAO DO ESTOQUE NO MES"
                   TO TAB-HISTORICO (LAN-QTD).
      *    CONTA DO LANCAMENTO TEM QUE EXISTIR NO PLANO DE CONTAS
       VALIDA-LANCAMENTO.
           MOVE SPACES TO TAB-SITUACAO (LAN-IDX).
           MOVE TAB-CONTA-DEB (LAN-IDX) TO PCT-CONTA.
           PERFORM VALIDA-CONTA.
           IF WS-CONTA-VALIDA NOT = "S"
               MOVE "DEB FORA PLANO" TO TAB-SITUACAO (LAN-IDX).
           MOVE TAB-CONTA-CRE (LAN-IDX) TO PCT-CONTA.
           PERFORM VALIDA-CONTA.
           IF WS-CONTA-VALIDA NOT = "S"
               IF TAB-SITUACAO (LAN-IDX) = SPACES
                   MOVE "CRE FORA PLANO" TO TAB-SITUACAO (LAN-IDX)
               ELSE
                   MOVE "D/C FORA PLANO" TO TAB-SITUACAO (LAN-IDX).
           IF TAB-SITUACAO (LAN-IDX) NOT = SPACES
               ADD 1 TO WS-QTD-FORA.
       VALIDA-CONTA.
           MOVE "N" TO WS-CONTA-VALIDA.
           IF WS-PCT-DISPONIVEL = "S"
               READ PLANOCTA
                   INVALID KEY
                       MOVE "N" TO WS-CONTA-VALIDA
                   NOT INVALID KEY
                       MOVE "S" TO WS-CONTA-VALIDA
               END-READ
           END-IF.
       LE-MAPA.
           READ CONTAMAP INVALID KEY
               MOVE "????????" TO CMP-CONTA-DEB
               NOT AT END
                   IF VND-DATA (1:6) = WS-COMPETENCIA
                       PERFORM BUSCA-TIPO-DOC
                       EVALUATE WS-DOC-TIPO
                           WHEN "D"
                               SUBTRACT VND-TOTAL-ITEM
                                   FROM WS-TOT-VENDAS
                           WHEN "C"
                               CONTINUE
                           WHEN OTHER
                               ADD VND-TOTAL-ITEM TO WS-TOT-VENDAS
                       END-EVALUATE
                   END-IF
           END-READ.
           GO TO LER-APURA-VENDAS.
                   END-READ
               END-IF
           END-IF.
       APURA-PERDAS.
           MOVE ZEROS TO WS-TOT-PERDAS.
           OPEN INPUT PERDAS.
           IF FS-PRD NOT = "00"
               CLOSE PERDAS
               GO TO FIM-APURA-PERDAS.
       LER-APURA-PERDAS.
           READ PERDAS AT END
               CLOSE PERDAS
               GO TO FIM-APURA-PERDAS.
           IF PRD-DATA (1:6) = WS-COMPETENCIA
               ADD PRD-VALOR TO WS-TOT-PERDAS.
           GO TO LER-APURA-PERDAS.
       FIM-APURA-PERDAS.
           EXIT.
       IMPRIME-DIARIO.
           MOVE ZEROS TO CT-PAG WS-TOT-DEBITOS WS-TOT-CREDITOS.
           MOVE WS-COMPETENCIA TO COMP-CAB01.
           MOVE TAB-CONTA-CRE (LAN-IDX) TO CRE-DET.
           MOVE TAB-VALOR (LAN-IDX) TO VALOR-DET.
           MOVE TAB-HISTORICO (LAN-IDX) TO HISTORICO-DET.
           MOVE TAB-SITUACAO (LAN-IDX) TO SITUACAO-DET.
           ADD TAB-VALOR (LAN-IDX) TO WS-TOT-DEBITOS.
           ADD TAB-VALOR (LAN-IDX) TO WS-TOT-CREDITOS.
           WRITE REG-RELATO FROM DETALHE BEFORE ADVANCING 1 LINES
           PERFORM GRAVA-UM-LANCAMENTO
               VARYING LAN-IDX FROM 1 BY 1 UNTIL LAN-IDX > LAN-QTD.
           CLOSE LANCAMENTOS.
           PERFORM GRAVA-HISTORICO THRU FIM-GRAVA-HISTORICO.
       FIM-GRAVA-LANC.
           EXIT.
      *    HISTORICO DOS LANCAMENTOS LIBERADOS - A COMPETENCIA LIBERADA
      *    DE NOVO SUBSTITUI OS LANCAMENTOS GRAVADOS ANTES
       GRAVA-HISTORICO.
           OPEN I-O LANCHIST.
           IF FS-LCH NOT = "00"
               IF FS-LCH = "35"
                   CLOSE LANCHIST
                   OPEN OUTPUT LANCHIST
                   CLOSE LANCHIST
                   GO TO GRAVA-HISTORICO
               ELSE
                   DISPLAY FS-LCH "STATUS DO ARQUIVO LANCHIST"
                   CALL "LOGERRO" USING "CONTABIL" "ABERTURA LANCHIST"
                           FS-LCH
                   STOP RUN
           END-IF.
           MOVE WS-COMPETENCIA TO LCH-COMPETENCIA.
           MOVE "CONTABIL" TO LCH-ORIGEM.
           MOVE ZEROS TO LCH-SEQ.
           START LANCHIST KEY NOT LESS THAN LCH-CHAVE
               INVALID KEY GO TO GRAVA-HIST-NOVOS.
       APAGA-HIST-ANTERIOR.
           READ LANCHIST NEXT RECORD AT END
               GO TO GRAVA-HIST-NOVOS.
           IF LCH-COMPETENCIA NOT = WS-COMPETENCIA
                   OR LCH-ORIGEM NOT = "CONTABIL"
               GO TO GRAVA-HIST-NOVOS.
           DELETE LANCHIST INVALID KEY
               DISPLAY "ERRO DE EXCLUSAO" FS-LCH AT 1211
               CALL "LOGERRO" USING "CONTABIL" "EXCLUSAO LANCHIST"
                       FS-LCH
               STOP RUN.
           GO TO APAGA-HIST-ANTERIOR.
       GRAVA-HIST-NOVOS.
           PERFORM GRAVA-UM-HISTORICO
               VARYING LAN-IDX FROM 1 BY 1 UNTIL LAN-IDX > LAN-QTD.
           CLOSE LANCHIST.
       FIM-GRAVA-HISTORICO.
           EXIT.
       GRAVA-UM-HISTORICO.
           MOVE WS-COMPETENCIA TO LCH-COMPETENCIA.
           MOVE "CONTABIL" TO LCH-ORIGEM.
           MOVE LAN-IDX TO LCH-SEQ.
           COMPUTE LCH-DATA = (WS-COMPETENCIA * 100) + 28.
           MOVE TAB-CONTA-DEB (LAN-IDX) TO LCH-CONTA-DEB.
           MOVE TAB-CONTA-CRE (LAN-IDX) TO LCH-CONTA-CRE.
           MOVE TAB-VALOR (LAN-IDX) TO LCH-VALOR.
           MOVE TAB-HISTORICO (LAN-IDX) TO LCH-HISTORICO.
           MOVE WS-DATA-HOJE TO LCH-DATA-LIBERACAO.
           WRITE REG-LANCHIST INVALID KEY
               DISPLAY "ERRO DE GRAVACAO" FS-LCH AT 1211
               CALL "LOGERRO" USING "CONTABIL" "GRAVACAO LANCHIST"
                       FS-LCH
               STOP RUN.
       GRAVA-UM-LANCAMENTO.
           COMPUTE LAN-DATA = (WS-COMPETENCIA * 100) + 28.
           MOVE TAB-CONTA-DEB (LAN-IDX) TO LAN-CONTA-DEB.
       FIM.
           DISPLAY "FIM DO PROCESSAMENTO " AT 1211.
           CLOSE CONTAMAP.
           IF WS-PCT-DISPONIVEL = "S"
               CLOSE PLANOCTA.
           STOP RUN.
           END PROGRAM CONTABIL.
