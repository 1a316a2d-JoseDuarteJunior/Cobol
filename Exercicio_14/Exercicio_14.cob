      * 02/09/2026 - REGISTRO EM USO (ROTINAS TRAVA/DESTRAVA): A
      *              ALTERACAO E A EXCLUSAO AVISAM "EM USO POR" QUANDO
      *              OUTRO TERMINAL SEGURA O MESMO PRODUTO.
      * 15/10/2026 - CODIGO DE BARRAS EAN-13 (FD-EAN, INDICE ALTERNADO
      *              UNICO, ZERO = SEM CODIGO; ARQUIVOS ANTIGOS
      *              CONVERTIDOS PELO PROGRAMA CONVEAN): INFORMADO NA
      *              INCLUSAO E NA ALTERACAO (CAMPO 6) COM CONFERENCIA
      *              DO DIGITO EAN E DE DUPLICIDADE; NOVA FUNCAO 8 -
      *              RELATORIO DE PRODUTOS ATIVOS (COM ESTOQUE OU
      *              QTDE MINIMA) AINDA SEM CODIGO DE BARRAS.
      * 15/10/2026 - INCLUSAO E ALTERACAO DE PRECO UNITARIO GRAVAM O
      *              HISTORICO PRECOHIS (PRECO ANTIGO E NOVO), USADO
      *              NAS ETIQUETAS DE GONDOLA DO PROGRAMA ETQPRECO.
      * 15/10/2026 - LAYOUT DO OPERADORES COM A FILIAL DE LOTACAO
      *              (OPE-FILIAL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXER14.
                  RECORD KEY       CODIGO
                  ALTERNATE RECORD KEY IS FD-NOME-PRODUTO
                          WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FD-EAN
                          SUPPRESS WHEN ZEROS
                  FILE STATUS      FS.
           SELECT RELATO ASSIGN TO WS-NOME-SPOOL
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACESSLOG ASSIGN TO "ACESSLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-ACE.
           SELECT PRECOHIS ASSIGN TO "PRECOHIS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS      FS-PRH.
           SELECT RESERVA ASSIGN TO DISK
                  ORGANIZATION     INDEXED
                  ACCESS MODE      DYNAMIC
           02 FD-QTDE-MINIMA   PIC 9(04)    VALUE ZEROS.
           02 FD-VALOR-TOT     PIC 9(08)V99 VALUE ZEROS.
           02 FD-SERIALIZADO   PIC X(01)    VALUE "N".
           02 FD-EAN           PIC 9(13)    VALUE ZEROS.
       FD  RELATO LABEL RECORD OMITTED LINAGE 54 TOP 2 BOTTOM 5.
       01  REG-RELATO PIC X(132).
       FD  FORNECEDOR LABEL RECORD STANDARD
           02 FORN-UF           PIC X(02)    VALUE SPACES.
           02 FORN-TELEFONE     PIC X(11)    VALUE SPACES.
           02 FORN-COND-PAGTO   PIC X(15)    VALUE SPACES.
           02 FORN-BANCO        PIC 9(03)    VALUE ZEROS.
           02 FORN-AGENCIA      PIC 9(05)    VALUE ZEROS.
           02 FORN-CONTA-CORR   PIC X(12)    VALUE SPACES.
       FD  OPERADORES
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "OPERADORES".
           02 OPE-DATA-SENHA    PIC 9(08).
           02 OPE-TROCA-OBRIG   PIC X(01).
           02 OPE-FALHAS        PIC 9(01).
           02 OPE-FILIAL        PIC 9(02).
       FD  ACESSLOG
           LABEL RECORD IS OMITTED.
       01  REG-ACESSLOG.
           02 ACE-OPERADOR      PIC X(03).
           02 FILLER            PIC X VALUE SPACE.
           02 ACE-RESULTADO     PIC X(06).
       FD  PRECOHIS
           LABEL RECORD IS OMITTED.
       01  REG-PRECOHIS.
           02 PRH-DATA          PIC 9(08).
           02 FILLER            PIC X VALUE SPACE.
           02 PRH-CODIGO        PIC 9(04).
           02 FILLER            PIC X VALUE SPACE.
           02 PRH-DV            PIC 9(01).
           02 FILLER            PIC X VALUE SPACE.
           02 PRH-VALOR-ANTIGO  PIC 9(06)V99.
           02 FILLER            PIC X VALUE SPACE.
           02 PRH-VALOR-NOVO    PIC 9(06)V99.
           02 FILLER            PIC X VALUE SPACE.
           02 PRH-PROGRAMA      PIC X(08).
           02 FILLER            PIC X VALUE SPACE.
           02 PRH-OPERADOR      PIC X(03).
       FD  RESERVA LABEL RECORD STANDARD
           VALUE OF FILE-ID "RESERVA".
       01  REG-RESERVA.
       77  FS                  PIC X(02)    VALUE SPACES.
       77  FS-OPE               PIC X(02) VALUE SPACES.
       77  FS-ACE               PIC X(02) VALUE SPACES.
       77  FS-PRH               PIC X(02) VALUE SPACES.
       77  WS-OPERADOR          PIC X(03) VALUE SPACES.
       77  WS-SENHA             PIC X(08) VALUE SPACES.
       77  WS-TENTATIVAS        PIC 9(01) VALUE ZEROS.
       77  WS-SER-IDX          PIC 9(04)    VALUE ZEROS.
       77  WS-QTDE-NOVOS       PIC 9(04)    VALUE ZEROS.
       77  WS-QTDE-ANTERIOR    PIC 9(04)    VALUE ZEROS.
       77  WS-VALOR-ANTERIOR   PIC 9(06)V99 VALUE ZEROS.
       77  WS-NOME-BUSCA       PIC X(30)    VALUE SPACES.
       77  WS-NOME-BUSCA-LEN   PIC 9(02)    VALUE ZEROS.
       77  WS-EOF              PIC X(01)    VALUE "N".
       77  WS-ACHOU            PIC X(01)    VALUE "N".
       77  WS-CONT-SEM-EAN     PIC 9(03)    VALUE ZEROS.
       77  WS-EAN-IDX          PIC 9(02)    VALUE ZEROS.
       77  WS-EAN-SOMA         PIC 9(03)    VALUE ZEROS.
       77  WS-EAN-DV           PIC 9(01)    VALUE ZEROS.
       77  WS-EAN-DONO         PIC 9(04)    VALUE ZEROS.
       01  WS-EAN              PIC 9(13)    VALUE ZEROS.
       01  WS-EAN-R REDEFINES WS-EAN.
           02 WS-EAN-DIG       PIC 9(01)    OCCURS 13 TIMES.
       01  WS-REG-SALVO        PIC X(78)    VALUE SPACES.
       01  WS-DATA-HOJE.
           02 HOJE-ANO          PIC 9(04) VALUE ZEROS.
           02 HOJE-MES          PIC 9(02) VALUE ZEROS.
           02 FILLER           PIC X(04)    VALUE SPACES.
           02 FILLER           PIC X(34)
           VALUE "ITENS ABAIXO DA QUANTIDADE MINIMA".
       01  CAB-SEM-EAN.
           02 FILLER           PIC X(04)    VALUE SPACES.
           02 FILLER           PIC X(37)
           VALUE "PRODUTOS ATIVOS SEM CODIGO DE BARRAS".
       01  TOTAL.
           02 FILLER           PIC X(06)    VALUE SPACES.
           02 FILLER           PIC X(31)     
           02 FILLER           PIC X(06)    VALUE SPACES.
           02 FILLER           PIC X(37)
           VALUE "NENHUM PRODUTO ABAIXO DA QTDE MINIMA".
       01  MSG-SEM-EAN.
           02 FILLER           PIC X(06)    VALUE SPACES.
           02 FILLER           PIC X(41)
           VALUE "TODOS OS PRODUTOS ATIVOS TEM COD. BARRAS".
       01  TMP-VALORES.
           02 QTE-ESTOQUE         PIC ZZZZ.
           02 VALOR-UNIT-MASK     PIC ZZZZZZZ,99.
           02 LINE 09 COLUMN 08 VALUE "<5>     LISTAGEM".
           02 LINE 10 COLUMN 08 VALUE "<6>     ESTOQUE BAIXO".
           02 LINE 11 COLUMN 08 VALUE "<7>     FIM".
           02 LINE 11 COLUMN 30 VALUE "<8>     SEM COD. BARRAS".
       01  MENU-2.
           02 LINE 03 COLUMN 01
           VALUE "ESCOLHA A FUNCAO:    (IN - AL - EX - CO - FF)".
           02 LINE 05 COLUMN 05 VALUE "CODIGO..............>".
           02 LINE 05 COLUMN 34 VALUE "DV:".
           02 LINE 05 COLUMN 40 VALUE "EAN-13:".
           02 LINE 06 COLUMN 05 VALUE "NOME................>".
           02 LINE 07 COLUMN 05 VALUE "QUANTIDADE ESTOQUE..>".
           02 LINE 08 COLUMN 05 VALUE "VALOR UNITARIO......>".
            02 LINE 10 COLUMN 4 VALUE "                   ".
            02 LINE 10 COLUMN 29 VALUE "                       ".
            02 LINE 11 COLUMN 29 VALUE "    ".
            02 LINE 05 COLUMN 48 VALUE "             ".
            02 LINE 11 COLUMN 33 VALUE "                    ".
       PROCEDURE DIVISION.
       INICIO.
           IF WS-OPERADOR = SPACES
           DISPLAY MENU-1.
           DISPLAY LIMPA-MENSAGEM AT 1214.
           ACCEPT FUNCAO AT 0328.
           IF FUNCAO = 0 OR > 8
               DISPLAY MSG-ERRO-1 AT 1214
               GO TO ESCOLHA.
           GO TO INCLUSAO ALTERACAO EXCLUSAO CONSULTA LISTAGEM
               ESTOQUE-BAIXO FIM SEM-CODIGO-BARRAS
           DEPENDING ON FUNCAO.
       INCLUSAO.
           MOVE "IN" TO NOME-FUNCAO.
           PERFORM ROT-FORNECEDOR.
           PERFORM ROT-QTDE-MINIMA.
           PERFORM ROT-SERIALIZADO.
           PERFORM ROT-EAN THRU FIM-ROT-EAN.
           WRITE REG-ARQPRO INVALID KEY
           DISPLAY "ERRO DE GRAVACAO" FS AT 1214
           CALL "LOGERRO" USING "EXER14" "GRAVACAO ARQPRO" FS
           STOP RUN.
           ADD 1 TO WS-CONT-INCLUSOES.
           MOVE ZEROS TO WS-VALOR-ANTERIOR.
           PERFORM GRAVA-PRECOHIS.
           IF FD-SERIALIZADO = "S" AND FD-QUANTIDA-EST > ZEROS
               MOVE FD-QUANTIDA-EST TO WS-QTDE-NOVOS
               PERFORM CAPTURA-SERIES THRU FIM-CAPTURA-SERIES.
           DISPLAY LIMPA-MENSAGEM AT 1214.
           DISPLAY "INFORME O CAMPO QUE VAI ALTERAR < >" AT 1214.
           ACCEPT FUNCAO AT 1247.
           IF FUNCAO =0 OR >6
               GO TO ALTERA.
           GO TO CPO-NOME CPO-QUANTIDADE-EST CPO-VALOR-UNIT
               CPO-QTDE-MINIMA CPO-SERIALIZADO CPO-EAN
           DEPENDING FUNCAO.
       CPO-NOME.
           PERFORM ROT-NOME.
       CPO-SERIALIZADO.
           PERFORM ROT-SERIALIZADO.
           GO TO ROT-REGRAVA.
       CPO-EAN.
           PERFORM ROT-EAN THRU FIM-ROT-EAN.
           GO TO ROT-REGRAVA.
       ROT-REGRAVA.
           DISPLAY LIMPA-MENSAGEM AT 1214.
           DISPLAY "CONTINUAR ALTERANDO MESMO REGISTRO ? S-SIM" AT 1214.
           CALL "LOGERRO" USING "EXER14" "ALTERACAO ARQPRO" FS
           STOP RUN.
           ADD 1 TO WS-CONT-ALTERACOES.
           IF FD-VALOR-UNIT NOT = WS-VALOR-ANTERIOR
               PERFORM GRAVA-PRECOHIS.
           PERFORM LIBERA-TRAVA.
           DISPLAY LIMPA-MENSAGEM AT 1214.
           DISPLAY "CONTINUAR ALTERANDO ? S-SIM" AT 1214.
               DISPLAY LIMPA-MENSAGEM AT 1214
               GO TO FIM-PEGA-REGISTRO.
           MOVE FD-QUANTIDA-EST TO WS-QTDE-ANTERIOR.
           MOVE FD-VALOR-UNIT TO WS-VALOR-ANTERIOR.
           PERFORM MOSTRA.
       FIM-PEGA-REGISTRO.
           EXIT.
           DISPLAY FD-QTDE-MINIMA AT 1129.
           DISPLAY "SERIALIZADO(S/N):" AT 1140.
           DISPLAY FD-SERIALIZADO AT 1158.
           DISPLAY FD-EAN AT 0548.
           PERFORM SOMA-RESERVAS THRU FIM-SOMA-RESERVAS.
           DISPLAY "RESERVADO:" AT 0740.
           DISPLAY WS-RESERVADO AT 0751.
               MOVE "S" TO FD-SERIALIZADO.
           IF FD-SERIALIZADO NOT = "S"
               MOVE "N" TO FD-SERIALIZADO.
      *    EAN ZERADO = PRODUTO SEM CODIGO DE BARRAS; O REGISTRO EM
      *    EDICAO E GUARDADO ANTES DA LEITURA PELO INDICE DO EAN
       ROT-EAN.
           DISPLAY LIMPA-MENSAGEM AT 1214.
           ACCEPT FD-EAN AT 0548.
           IF FD-EAN = ZEROS
               GO TO FIM-ROT-EAN.
           MOVE FD-EAN TO WS-EAN.
           PERFORM CALCULA-DV-EAN.
           IF WS-EAN-DV NOT = WS-EAN-DIG (13)
               DISPLAY "DIGITO DO EAN INVALIDO" AT 1214
               ACCEPT CONFIRMA AT 1237
               GO TO ROT-EAN.
           MOVE REG-ARQPRO TO WS-REG-SALVO.
           MOVE "N" TO WS-ACHOU.
           READ ARQPRO KEY IS FD-EAN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU
                   MOVE CODIGO TO WS-EAN-DONO
           END-READ.
           MOVE WS-REG-SALVO TO REG-ARQPRO.
           IF WS-ACHOU = "S" AND WS-EAN-DONO NOT = CODIGO
               DISPLAY "EAN JA USADO NO PRODUTO" AT 1214
               DISPLAY WS-EAN-DONO AT 1238
               ACCEPT CONFIRMA AT 1243
               GO TO ROT-EAN.
       FIM-ROT-EAN.
           EXIT.
      *    DIGITO EAN-13: PESOS 1 E 3 ALTERNADOS NOS 12 PRIMEIROS
      *    DIGITOS; O DIGITO COMPLETA A SOMA ATE A DEZENA SEGUINTE
       CALCULA-DV-EAN.
           MOVE ZEROS TO WS-EAN-SOMA.
           PERFORM SOMA-DIGITO-EAN VARYING WS-EAN-IDX FROM 1 BY 1
               UNTIL WS-EAN-IDX > 12.
           DIVIDE WS-EAN-SOMA BY 10 GIVING WS-DV-QUOC
                   REMAINDER WS-DV-RESTO.
           IF WS-DV-RESTO = ZEROS
               MOVE ZEROS TO WS-EAN-DV
           ELSE
               COMPUTE WS-EAN-DV = 10 - WS-DV-RESTO.
       SOMA-DIGITO-EAN.
           DIVIDE WS-EAN-IDX BY 2 GIVING WS-DV-QUOC
                   REMAINDER WS-DV-RESTO.
           IF WS-DV-RESTO = ZEROS
               COMPUTE WS-EAN-SOMA = WS-EAN-SOMA
                   + (WS-EAN-DIG (WS-EAN-IDX) * 3)
           ELSE
               ADD WS-EAN-DIG (WS-EAN-IDX) TO WS-EAN-SOMA.
       CAPTURA-SERIES.
           MOVE ZEROS TO WS-SER-IDX.
       PEDE-SERIE.
           ACCEPT CONFIRMA AT 1334.
           MOVE 0 TO QUANTID-REGISTROS.
           GO TO INICIO.
       CABECALHO-SEM-EAN.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CONTADOR-PAGINA.
           MOVE CONTADOR-PAGINA TO PAG-CAB01.
           WRITE REG-RELATO FROM CAB01 BEFORE ADVANCING 2 LINES.
           WRITE REG-RELATO FROM CAB-SEM-EAN BEFORE ADVANCING 2 LINES.
           WRITE REG-RELATO FROM CAB02 BEFORE ADVANCING 2 LINES.
      *    PRODUTO ATIVO = COM ESTOQUE OU COM QTDE MINIMA DEFINIDA
       SEM-CODIGO-BARRAS.
           PERFORM TELA-INICIAL.
           PERFORM MONTA-NOME-SPOOL.
           OPEN OUTPUT RELATO.
           MOVE LOW-VALUES TO CODIGO.
           START ARQPRO KEY IS NOT LESS THAN CODIGO
               INVALID KEY
                   DISPLAY "NENHUM PRODUTO CADASTRADO" AT 1214
                   ACCEPT CONFIRMA AT 1245
                   CLOSE RELATO
                   GO TO TELA-INICIAL
           END-START.
           PERFORM CABECALHO-SEM-EAN.
       LER-SEM-EAN.
           READ ARQPRO NEXT AT END GO TO FIM-SEM-EAN.
           IF FD-EAN = ZEROS
                   AND (FD-QUANTIDA-EST > ZEROS
                       OR FD-QTDE-MINIMA > ZEROS)
               PERFORM SOMA-RESERVAS THRU FIM-SOMA-RESERVAS
               ADD 1 TO QUANTID-REGISTROS
               MOVE QUANTID-REGISTROS TO TOTAL-DET
               MOVE CODIGO          TO CODIGO-DET
               MOVE DV              TO DV-DET
               MOVE FD-NOME-PRODUTO TO NOME-DET
               MOVE FD-CODIGO-FORNE TO FORNC-DET
               PERFORM BUSCA-FORNECEDOR
               MOVE FORN-NOME       TO FORN-NOME-DET
               MOVE FD-VALOR-UNIT   TO VALOR-UNIT-DET
               MOVE FD-QUANTIDA-EST TO QTE-EST-DET
               MOVE FD-QTDE-MINIMA  TO QTE-MIN-DET
               MOVE WS-RESERVADO TO RESERV-DET
               MOVE WS-DISPONIVEL TO DISPON-DET
               WRITE REG-RELATO FROM DETALHE BEFORE ADVANCING 2 LINES
                   AT EOP PERFORM CABECALHO-SEM-EAN
           END-IF.
           GO TO LER-SEM-EAN.
       FIM-SEM-EAN.
           IF QUANTID-REGISTROS = ZEROS
               MOVE SPACES TO REG-RELATO
               WRITE REG-RELATO FROM MSG-SEM-EAN BEFORE ADVANCING 2
                   LINES
           END-IF.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 2 LINES.
           WRITE REG-RELATO FROM TOTAL BEFORE ADVANCING 1 LINE.
           CLOSE RELATO.
           CLOSE ARQPRO FORNECEDOR SERIAIS.
           IF WS-RES-DISPONIVEL = "S"
               CLOSE RESERVA.
           ADD 1 TO WS-CONT-SEM-EAN.
           DISPLAY "RELATORIO SEM COD. BARRAS GERADO" AT 1214.
           ACCEPT CONFIRMA AT 1334.
           MOVE 0 TO QUANTID-REGISTROS.
           GO TO INICIO.
       ASSINA-OPERADOR.
           MOVE ZEROS TO WS-TENTATIVAS.
       PEDE-OPERADOR.
           MOVE WS-OPERADOR TO ACE-OPERADOR.
           WRITE REG-ACESSLOG.
           CLOSE ACESSLOG.
       GRAVA-PRECOHIS.
           OPEN EXTEND PRECOHIS.
           IF FS-PRH NOT = "00" AND NOT = "05"
               CLOSE PRECOHIS
               OPEN OUTPUT PRECOHIS
               CLOSE PRECOHIS
               OPEN EXTEND PRECOHIS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO PRH-DATA.
           MOVE CODIGO TO PRH-CODIGO.
           MOVE DV TO PRH-DV.
           MOVE WS-VALOR-ANTERIOR TO PRH-VALOR-ANTIGO.
           MOVE FD-VALOR-UNIT TO PRH-VALOR-NOVO.
           MOVE "EXER14" TO PRH-PROGRAMA.
           MOVE WS-OPERADOR TO PRH-OPERADOR.
           WRITE REG-PRECOHIS.
           CLOSE PRECOHIS.
       FIM.
           DISPLAY TELA-1.
           DISPLAY "RESUMO DA SESSAO" AT 0301.
           DISPLAY "CONSULTAS.......: " WS-CONT-CONSULTAS AT 0801.
           DISPLAY "LISTAGENS.......: " WS-CONT-LISTAGENS AT 0901.
           DISPLAY "REL.ESTOQUE BAIXO: " WS-CONT-BAIXO AT 1001.
           DISPLAY "REL.SEM COD.BARRAS: " WS-CONT-SEM-EAN AT 1101.
           DISPLAY "FIM DO PROCESSAMENTO " AT 1214.
           ACCEPT CONFIRMA AT 1245.
           CLOSE ARQPRO FORNECEDOR SERIAIS.
