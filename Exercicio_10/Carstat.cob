      *              AVALIADO, ENTRADA = HOJE), O EVENTO TROCAENT E
      *              GRAVADO NO EVENTCAR E A DIFERENCA EM DINHEIRO
      *              FICA EXPLICITA NA TELA.
      * 15/10/2026 - A VENDA PEDE O COMPRADOR PELO CODIGO DO CRIA03
      *              (0 = COMPRADOR AVULSO, SO O NOME) E A CONDICAO DE
      *              PAGAMENTO, E IMPRIME O CONTRATO DE COMPRA E VENDA
      *              E O RECIBO COM OS DADOS DO VEICULO, DO USADO NA
      *              TROCA E A CLAUSULA DO CONSIGNANTE; O EVENTCAR
      *              GUARDA O CODIGO DO COMPRADOR, A CONDICAO E O
      *              VEICULO DA VENDA NO EVENTO TROCAENT; FUNCAO RC
      *              REIMPRIME O CONTRATO PELO HISTORICO DE EVENTOS.
      * 15/10/2026 - A VENDA GRAVA NO TRANSCAR O CONTROLE DA
      *              TRANSFERENCIA DO VEICULO (PLACA, COMPRADOR, DATA
      *              DA VENDA E PRAZO DE 30 DIAS); CONFIRMACAO DA
      *              TRANSFERENCIA E MULTAS NO PROGRAMA TRANSFER.
      * 15/10/2026 - NOME DA LOJA NO CONTRATO E NO RECIBO VEM DO
      *              NOME FANTASIA DO ARQUIVO DE PARAMETROS DA EMPRESA
      *              (ROTINA LEPARAM, PROGRAMA EMPRESA).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARSTAT.
                  ALTERNATE RECORD KEY IS FD-CHAPA
                          WITH DUPLICATES
                  FILE STATUS IS WS-STATUS.
           SELECT CRIA03 ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CLI-CODIGO
                  FILE STATUS IS FS-CLI.
           SELECT TRANSCAR ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRC-CHAVE
                  ALTERNATE RECORD KEY IS TRC-CHAPA
                          WITH DUPLICATES
                  FILE STATUS IS FS-TRC.
           SELECT EVENTCAR ASSIGN TO "EVENTCAR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-EVT.
           02 EVT-CLIENTE       PIC X(30).
           02 FILLER            PIC X VALUE SPACE.
           02 EVT-VALOR         PIC 9(08)V99.
           02 FILLER            PIC X VALUE SPACE.
           02 EVT-CLI-CODIGO    PIC 9(04).
           02 FILLER            PIC X VALUE SPACE.
           02 EVT-REF           PIC 9(03).
           02 FILLER            PIC X VALUE SPACE.
           02 EVT-CONDICAO      PIC X(30).
       FD  TRANSCAR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "TRANSCAR".
       01  REG-TRANSCAR.
           02 TRC-CHAVE.
               03 TRC-CODIGO     PIC 9(03).
               03 TRC-DATA-VENDA PIC 9(08).
           02 TRC-CHAPA         PIC X(06).
           02 TRC-CLI-CODIGO    PIC 9(04).
           02 TRC-CLIENTE       PIC X(30).
           02 TRC-PRAZO         PIC 9(08).
           02 TRC-DATA-TRANSF   PIC 9(08).
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
       FD  RELATO LABEL RECORD OMITTED
           LINAGE 58 TOP 2 BOTTOM 6.
       01  REG-RELATO PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-STATUS            PIC X(02) VALUE SPACES.
       77  FS-EVT               PIC X(02) VALUE SPACES.
       77  FS-CLI               PIC X(02) VALUE SPACES.
       77  FS-TRC               PIC X(02) VALUE SPACES.
       77  WS-PRAZO-TRANSF      PIC 9(03) VALUE 30.
       77  DU-DIA-ATUAL         PIC 9(02) VALUE ZEROS.
       77  DU-MES-ATUAL         PIC 9(02) VALUE ZEROS.
       77  DU-ANO-ATUAL         PIC 9(04) VALUE ZEROS.
       77  DU-DIAS-MES          PIC 9(02) VALUE ZEROS.
       77  RESTO-CALC           PIC 9(04) VALUE ZEROS.
       77  REM-4-CALC           PIC 9(02) VALUE ZEROS.
       77  REM-100-CALC         PIC 9(02) VALUE ZEROS.
       77  REM-400-CALC         PIC 9(03) VALUE ZEROS.
       01  DIAS-MES-VALORES.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 28.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 30.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 30.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 30.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 30.
           02 FILLER PIC 9(02) VALUE 31.
       01  TABELA-DIAS-MES REDEFINES DIAS-MES-VALORES.
           02 DIAS-DO-MES PIC 9(02) OCCURS 12 TIMES.
       77  CONFIRMA             PIC X(01) VALUE SPACES.
       77  FUNCAO               PIC X(02) VALUE SPACES.
       77  CT-PAG               PIC 9(02) VALUE ZEROS.
       77  WS-DATA-COMP         PIC 9(06) VALUE ZEROS.
       77  WS-QTD-VENDIDOS      PIC 9(04) VALUE ZEROS.
       77  WS-TOT-VENDAS        PIC 9(10)V99 VALUE ZEROS.
       77  WS-CLI-CODIGO        PIC 9(04) VALUE ZEROS.
       77  WS-CONDICAO          PIC X(30) VALUE SPACES.
       77  WS-DATA-VENDA        PIC 9(08) VALUE ZEROS.
       77  WS-ACHOU-VENDA       PIC X(01) VALUE "N".
       77  WS-NOME-LOJA         PIC X(30) VALUE "BRASILCAR VEICULOS".
       01  EMP-PARAMETROS.
           02 EMP-ACHOU         PIC X(01) VALUE "N".
           02 EMP-RAZAO         PIC X(40) VALUE SPACES.
           02 EMP-FANTASIA      PIC X(30) VALUE SPACES.
           02 EMP-CNPJ          PIC 9(14) VALUE ZEROS.
           02 EMP-IE            PIC X(14) VALUE SPACES.
           02 EMP-ENDERECO      PIC X(40) VALUE SPACES.
           02 EMP-CIDADE        PIC X(20) VALUE SPACES.
           02 EMP-UF            PIC X(02) VALUE SPACES.
           02 EMP-CEP           PIC 9(08) VALUE ZEROS.
           02 EMP-FONE          PIC X(15) VALUE SPACES.
           02 EMP-CABEC-1       PIC X(60) VALUE SPACES.
           02 EMP-CABEC-2       PIC X(60) VALUE SPACES.
           02 EMP-DEPOSITO      PIC 9(02) VALUE ZEROS.
           02 EMP-TOLERANCIA    PIC 9(03) VALUE ZEROS.
       01  WS-VEICULO.
           02 VEI-MARCA         PIC X(15) VALUE SPACES.
           02 VEI-MODELO        PIC X(10) VALUE SPACES.
           02 VEI-ANO           PIC 9(04) VALUE ZEROS.
           02 VEI-COR           PIC X(10) VALUE SPACES.
           02 VEI-CHAPA         PIC X(06) VALUE SPACES.
           02 VEI-CONSIGNADO    PIC X(01) VALUE SPACES.
           02 VEI-CONSIG-NOME   PIC X(30) VALUE SPACES.
           02 VEI-CONSIG-DOC    PIC 9(11) VALUE ZEROS.
       01  WS-USADO.
           02 USA-MARCA         PIC X(15) VALUE SPACES.
           02 USA-MODELO        PIC X(10) VALUE SPACES.
           02 USA-ANO           PIC 9(04) VALUE ZEROS.
           02 USA-CHAPA         PIC X(06) VALUE SPACES.
       01  WS-COMPRADOR.
           02 CMP-ENDERECO      PIC X(30) VALUE SPACES.
           02 CMP-BAIRRO        PIC X(20) VALUE SPACES.
           02 CMP-CEP           PIC 9(08) VALUE ZEROS.
           02 CMP-CIDADE        PIC X(20) VALUE SPACES.
           02 CMP-UF            PIC X(02) VALUE SPACES.
       01  WS-DATA-CONTRATO.
           02 CTR-ANO           PIC 9(04).
           02 CTR-MES           PIC 9(02).
           02 CTR-DIA           PIC 9(02).
       01  WS-DATA.
           02 ANO               PIC 9(02) VALUE ZEROS.
           02 MES               PIC 9(02) VALUE ZEROS.
           02 FILLER            PIC X(17)
           VALUE "   VALOR TOTAL:".
           02 TOTAL-MASK        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *    CONTRATO DE COMPRA E VENDA E RECIBO
       01  LINHA-TEXTO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 TEXTO-LIN         PIC X(76) VALUE SPACES.
       01  LINHA-PARTE.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 ROTULO-PARTE      PIC X(12) VALUE SPACES.
           02 NOME-PARTE        PIC X(30) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 ROTULO2-PARTE     PIC X(10) VALUE SPACES.
           02 DOC-PARTE         PIC X(14) VALUE SPACES.
       01  LINHA-ENDERECO.
           02 FILLER            PIC X(16) VALUE SPACES.
           02 END-CTR           PIC X(30) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 BAIRRO-CTR        PIC X(20) VALUE SPACES.
       01  LINHA-CIDADE.
           02 FILLER            PIC X(16) VALUE SPACES.
           02 CIDADE-CTR        PIC X(20) VALUE SPACES.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 UF-CTR            PIC X(02) VALUE SPACES.
           02 FILLER            PIC X(06) VALUE "  CEP ".
           02 CEP-CTR           PIC 99999.999 VALUE ZEROS.
       01  LINHA-VEICULO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 ROTULO-VEI        PIC X(12) VALUE SPACES.
           02 MARCA-VEI         PIC X(15) VALUE SPACES.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 MODELO-VEI        PIC X(10) VALUE SPACES.
           02 FILLER            PIC X(05) VALUE " ANO ".
           02 ANO-VEI           PIC 9(04) VALUE ZEROS.
           02 FILLER            PIC X(07) VALUE " PLACA ".
           02 CHAPA-VEI         PIC X(06) VALUE SPACES.
           02 FILLER            PIC X(05) VALUE " COR ".
           02 COR-VEI           PIC X(10) VALUE SPACES.
       01  LINHA-VALOR.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 ROTULO-VALOR      PIC X(30) VALUE SPACES.
           02 VALOR-CTR         PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINHA-CONDICAO.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(30)
           VALUE "CONDICAO DE PAGAMENTO.......:".
           02 CONDICAO-CTR      PIC X(30) VALUE SPACES.
       01  LINHA-LOCAL.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(12) VALUE "SAO PAULO, ".
           02 DIA-LOCAL         PIC 99/ VALUE ZEROS.
           02 MES-LOCAL         PIC 99/ VALUE ZEROS.
           02 ANO-LOCAL         PIC 9(04) VALUE ZEROS.
       01  LINHA-ASSINATURA.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(30) VALUE ALL "_".
           02 FILLER            PIC X(06) VALUE SPACES.
           02 FILLER            PIC X(30) VALUE ALL "_".
       01  LINHA-ASSINA-NOME.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 ASSINA1-NOME      PIC X(30) VALUE SPACES.
           02 FILLER            PIC X(06) VALUE SPACES.
           02 ASSINA2-NOME      PIC X(30) VALUE SPACES.
       SCREEN SECTION.
       01  TELA1.
            02 BLANK SCREEN.
            02 LINE 01 COLUMN 01 VALUE "DATA:".
            02 LINE 01 COLUMN 22 VALUE "CONTROLE DE STATUS - BRASILCAR".
            02 LINE 03 COLUMN 01 VALUE "ESCOLHA A FUNCAO: ".
            02 LINE 03 COLUMN 22 VALUE "(RE-VE-CA-RM-RC-FF)".
            02 LINE 05 COLUMN 05 VALUE "RE - RESERVA (D -> R)".
            02 LINE 06 COLUMN 05 VALUE "VE - VENDA (D/R -> V)".
            02 LINE 07 COLUMN 05 VALUE "CA - CANCELA RESERVA (R -> D)".
            02 LINE 08 COLUMN 05 VALUE "RM - RELATORIO MENSAL VENDIDOS".
            02 LINE 09 COLUMN 05 VALUE "RC - REIMPRIME CONTRATO/RECIBO".
            02 LINE 10 COLUMN 05 VALUE "CODIGO DO VEICULO.......>".
            02 LINE 12 COLUMN 01 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.
       INICIO.
           CALL "LEPARAM" USING EMP-PARAMETROS.
           IF EMP-ACHOU = "S" AND EMP-FANTASIA NOT = SPACES
               MOVE EMP-FANTASIA TO WS-NOME-LOJA.
       TELA-1.
           DISPLAY TELA1.
           ACCEPT WS-DATA FROM DATE.
                  GO TO CANCELA
               WHEN "RM"
                  GO TO RELATORIO-MENSAL
               WHEN "RC"
                  GO TO REIMPRIME-CONTRATO
               WHEN "FF"
                  GO TO FIM
               WHEN OTHER
               DISPLAY LIMPA-MENSAGEM AT 1210
               CLOSE ARQCAR
               GO TO TELA-1.
           MOVE ZEROS TO WS-CODIGO-TROCA WS-AVALIACAO.
           PERFORM PEDE-COMPRADOR THRU FIM-PEDE-COMPRADOR.
           DISPLAY "VALOR DA VENDA:" AT 1210.
           ACCEPT WS-VALOR AT 1226.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           DISPLAY "CONDICAO DE PAGAMENTO:" AT 1210.
           ACCEPT WS-CONDICAO AT 1233.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           IF WS-CONDICAO = SPACES
               MOVE "A VISTA" TO WS-CONDICAO.
           MOVE "V" TO FD-STATUS.
           REWRITE REG-ARQCAR.
           CLOSE ARQCAR.
           MOVE WS-DATA-HOJE TO WS-DATA-VENDA.
           MOVE "VENDA" TO WS-EVENTO.
           PERFORM GRAVA-EVENTO.
           PERFORM GRAVA-TRANSFERENCIA.
           IF FD-CONSIGNADO = "S"
               PERFORM GRAVA-CONSIGNACAO THRU FIM-GRAVA-CONSIG.
           PERFORM PERGUNTA-TROCA THRU FIM-PERGUNTA-TROCA.
           DISPLAY "VENDA REGISTRADA" AT 1210.
           ACCEPT CONFIRMA AT 1227.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           DISPLAY "IMPRIME CONTRATO E RECIBO ? S-SIM" AT 1210.
           ACCEPT CONFIRMA AT 1244.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           IF CONFIRMA = "S" OR CONFIRMA = "s"
               PERFORM IMPRIME-CONTRATO THRU FIM-IMPRIME-CONTRATO.
           GO TO TELA-1.
      *    COMPRADOR PELO CODIGO DO CRIA03; CODIGO 0 (OU CRIA03
      *    INDISPONIVEL) ACEITA SO O NOME DO COMPRADOR AVULSO
       PEDE-COMPRADOR.
           MOVE ZEROS TO WS-CLI-CODIGO.
           MOVE SPACES TO WS-CLIENTE.
           DISPLAY "COD. COMPRADOR (0=AVULSO):" AT 1210.
           ACCEPT WS-CLI-CODIGO AT 1237.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           IF WS-CLI-CODIGO = ZEROS
               GO TO PEDE-NOME-COMPRADOR.
           OPEN INPUT CRIA03.
           IF FS-CLI NOT = "00"
               CLOSE CRIA03
               DISPLAY "ARQUIVO CRIA03 NAO ENCONTRADO" AT 1210
               ACCEPT CONFIRMA AT 1240
               DISPLAY LIMPA-MENSAGEM AT 1210
               MOVE ZEROS TO WS-CLI-CODIGO
               GO TO PEDE-NOME-COMPRADOR.
           MOVE WS-CLI-CODIGO TO CLI-CODIGO.
           READ CRIA03 INVALID KEY
               CLOSE CRIA03
               DISPLAY "CLIENTE NAO CADASTRADO" AT 1210
               ACCEPT CONFIRMA AT 1233
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO PEDE-COMPRADOR.
           MOVE CLI-NOME TO WS-CLIENTE.
           CLOSE CRIA03.
           DISPLAY "COMPRADOR:" AT 1210.
           DISPLAY WS-CLIENTE AT 1221.
           ACCEPT CONFIRMA AT 1252.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           GO TO FIM-PEDE-COMPRADOR.
       PEDE-NOME-COMPRADOR.
           DISPLAY "COMPRADOR:" AT 1210.
           ACCEPT WS-CLIENTE AT 1221.
           DISPLAY LIMPA-MENSAGEM AT 1210.
       FIM-PEDE-COMPRADOR.
           EXIT.
       CANCELA.
           PERFORM BUSCA-VEICULO THRU FIM-BUSCA-VEICULO.
           IF WS-ACHOU = "N"
           MOVE WS-EVENTO TO EVT-EVENTO.
           MOVE WS-CLIENTE TO EVT-CLIENTE.
           MOVE WS-VALOR TO EVT-VALOR.
           MOVE WS-CLI-CODIGO TO EVT-CLI-CODIGO.
           MOVE WS-CODIGO-BUSCA TO EVT-REF.
           MOVE SPACES TO EVT-CONDICAO.
           WRITE REG-EVENTCAR.
           CLOSE EVENTCAR.
       GRAVA-EVENTO.
           MOVE WS-EVENTO TO EVT-EVENTO.
           MOVE WS-CLIENTE TO EVT-CLIENTE.
           MOVE WS-VALOR TO EVT-VALOR.
           MOVE ZEROS TO EVT-CLI-CODIGO EVT-REF.
           MOVE SPACES TO EVT-CONDICAO.
           IF WS-EVENTO = "VENDA"
               MOVE WS-CLI-CODIGO TO EVT-CLI-CODIGO
               MOVE WS-CONDICAO TO EVT-CONDICAO.
           WRITE REG-EVENTCAR.
           CLOSE EVENTCAR.
       RELATORIO-MENSAL.
           ACCEPT CONFIRMA AT 1236.
           DISPLAY LIMPA-MENSAGEM AT 1210.
           GO TO TELA-1.
      *    CONTROLE DA TRANSFERENCIA: PRAZO = DATA DA VENDA + 30 DIAS
       GRAVA-TRANSFERENCIA.
           MOVE WS-CODIGO-BUSCA TO TRC-CODIGO.
           MOVE WS-DATA-VENDA TO TRC-DATA-VENDA.
           MOVE FD-CHAPA TO TRC-CHAPA.
           MOVE WS-CLI-CODIGO TO TRC-CLI-CODIGO.
           MOVE WS-CLIENTE TO TRC-CLIENTE.
           MOVE ZEROS TO TRC-DATA-TRANSF.
           MOVE HOJE-DIA TO DU-DIA-ATUAL.
           MOVE HOJE-MES TO DU-MES-ATUAL.
           MOVE HOJE-ANO TO DU-ANO-ATUAL.
           PERFORM AVANCA-UM-DIA WS-PRAZO-TRANSF TIMES.
           COMPUTE TRC-PRAZO = (DU-ANO-ATUAL * 10000)
               + (DU-MES-ATUAL * 100) + DU-DIA-ATUAL.
           OPEN I-O TRANSCAR.
           IF FS-TRC = "35"
               CLOSE TRANSCAR
               OPEN OUTPUT TRANSCAR
               CLOSE TRANSCAR
               OPEN I-O TRANSCAR.
           IF FS-TRC NOT = "00"
               CALL "LOGERRO" USING "CARSTAT" "ABERTURA TRANSCAR"
                       FS-TRC
               CLOSE TRANSCAR
           ELSE
               WRITE REG-TRANSCAR INVALID KEY
                   REWRITE REG-TRANSCAR
               END-WRITE
               CLOSE TRANSCAR.
       AVANCA-UM-DIA.
           MOVE DIAS-DO-MES (DU-MES-ATUAL) TO DU-DIAS-MES.
           IF DU-MES-ATUAL = 2
               DIVIDE DU-ANO-ATUAL BY 4   GIVING RESTO-CALC
                       REMAINDER REM-4-CALC
               DIVIDE DU-ANO-ATUAL BY 100 GIVING RESTO-CALC
                       REMAINDER REM-100-CALC
               DIVIDE DU-ANO-ATUAL BY 400 GIVING RESTO-CALC
                       REMAINDER REM-400-CALC
               IF (REM-4-CALC = 0 AND REM-100-CALC NOT = 0)
                       OR REM-400-CALC = 0
                   MOVE 29 TO DU-DIAS-MES
               END-IF
           END-IF.
           IF DU-DIA-ATUAL < DU-DIAS-MES
               ADD 1 TO DU-DIA-ATUAL
           ELSE
               MOVE 1 TO DU-DIA-ATUAL
               IF DU-MES-ATUAL < 12
                   ADD 1 TO DU-MES-ATUAL
               ELSE
                   MOVE 1 TO DU-MES-ATUAL
                   ADD 1 TO DU-ANO-ATUAL
               END-IF
           END-IF.
      *    REIMPRESSAO: ULTIMA VENDA DO VEICULO NO EVENTCAR E O USADO
      *    RECEBIDO NA TROCA (EVENTO TROCAENT DO MESMO DIA QUE APONTA
      *    PARA O VEICULO VENDIDO)
       REIMPRIME-CONTRATO.
           PERFORM BUSCA-VEICULO THRU FIM-BUSCA-VEICULO.
           IF WS-ACHOU = "N"
               GO TO TELA-1.
           IF FD-STATUS NOT = "V"
               CLOSE ARQCAR
               DISPLAY "VEICULO NAO ESTA VENDIDO" AT 1210
               ACCEPT CONFIRMA AT 1235
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO TELA-1.
           CLOSE ARQCAR.
           OPEN INPUT EVENTCAR.
           IF FS-EVT NOT = "00"
               DISPLAY "ARQUIVO EVENTCAR NAO ENCONTRADO" AT 1210
               ACCEPT CONFIRMA AT 1242
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO TELA-1.
           MOVE "N" TO WS-ACHOU-VENDA.
           MOVE ZEROS TO WS-CODIGO-TROCA WS-AVALIACAO.
       LER-EVENTO-VENDA.
           READ EVENTCAR AT END
               GO TO FIM-EVENTO-VENDA.
           IF EVT-CLI-CODIGO NOT NUMERIC
               MOVE ZEROS TO EVT-CLI-CODIGO.
           IF EVT-REF NOT NUMERIC
               MOVE ZEROS TO EVT-REF.
           IF EVT-EVENTO = "VENDA" AND EVT-CODIGO = WS-CODIGO-BUSCA
               MOVE "S" TO WS-ACHOU-VENDA
               MOVE EVT-DATA TO WS-DATA-VENDA
               MOVE EVT-CLIENTE TO WS-CLIENTE
               MOVE EVT-VALOR TO WS-VALOR
               MOVE EVT-CLI-CODIGO TO WS-CLI-CODIGO
               MOVE EVT-CONDICAO TO WS-CONDICAO
               MOVE ZEROS TO WS-CODIGO-TROCA WS-AVALIACAO.
           IF EVT-EVENTO = "TROCAENT" AND EVT-REF = WS-CODIGO-BUSCA
                   AND EVT-DATA = WS-DATA-VENDA
               MOVE EVT-CODIGO TO WS-CODIGO-TROCA
               MOVE EVT-VALOR TO WS-AVALIACAO.
           GO TO LER-EVENTO-VENDA.
       FIM-EVENTO-VENDA.
           CLOSE EVENTCAR.
           IF WS-ACHOU-VENDA = "N"
               DISPLAY "VENDA NAO ENCONTRADA NO EVENTCAR" AT 1210
               ACCEPT CONFIRMA AT 1243
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO TELA-1.
           IF WS-CONDICAO = SPACES
               MOVE "A VISTA" TO WS-CONDICAO.
           PERFORM IMPRIME-CONTRATO THRU FIM-IMPRIME-CONTRATO.
           GO TO TELA-1.
      *    CONTRATO DE COMPRA E VENDA E RECIBO DA VENDA EM WS-CODIGO-
      *    BUSCA: VEICULO E USADO RELIDOS DO ARQCAR, COMPRADOR DO CRIA03
       IMPRIME-CONTRATO.
           MOVE SPACES TO WS-VEICULO WS-USADO WS-COMPRADOR.
           MOVE ZEROS TO VEI-ANO VEI-CONSIG-DOC USA-ANO CMP-CEP.
           OPEN INPUT ARQCAR.
           IF WS-STATUS NOT = "00"
               DISPLAY "ARQUIVO ARQCAR NAO ENCONTRADO" AT 1210
               ACCEPT CONFIRMA AT 1240
               DISPLAY LIMPA-MENSAGEM AT 1210
               CLOSE ARQCAR
               GO TO FIM-IMPRIME-CONTRATO.
           MOVE WS-CODIGO-BUSCA TO FD-CODIGO.
           READ ARQCAR INVALID KEY
               CLOSE ARQCAR
               DISPLAY MSG-ERRO-2 AT 1210
               ACCEPT CONFIRMA AT 1233
               DISPLAY LIMPA-MENSAGEM AT 1210
               GO TO FIM-IMPRIME-CONTRATO.
           MOVE FD-MARCA TO VEI-MARCA.
           MOVE FD-MODELO TO VEI-MODELO.
           MOVE FD-ANO TO VEI-ANO.
           MOVE FD-COR TO VEI-COR.
           MOVE FD-CHAPA TO VEI-CHAPA.
           MOVE FD-CONSIGNADO TO VEI-CONSIGNADO.
           MOVE FD-CONSIG-NOME TO VEI-CONSIG-NOME.
           MOVE FD-CONSIG-DOC TO VEI-CONSIG-DOC.
           IF WS-CODIGO-TROCA NOT = ZEROS
               MOVE WS-CODIGO-TROCA TO FD-CODIGO
               READ ARQCAR
                   NOT INVALID KEY
                       MOVE FD-MARCA TO USA-MARCA
                       MOVE FD-MODELO TO USA-MODELO
                       MOVE FD-ANO TO USA-ANO
                       MOVE FD-CHAPA TO USA-CHAPA
               END-READ
           END-IF.
           CLOSE ARQCAR.
           IF WS-CLI-CODIGO NOT = ZEROS
               OPEN INPUT CRIA03
               IF FS-CLI = "00"
                   MOVE WS-CLI-CODIGO TO CLI-CODIGO
                   READ CRIA03
                       NOT INVALID KEY
                           MOVE CLI-ENDERECO TO CMP-ENDERECO
                           MOVE CLI-BAIRRO TO CMP-BAIRRO
                           MOVE CLI-CEP TO CMP-CEP
                           MOVE CLI-CIDADE TO CMP-CIDADE
                           MOVE CLI-UF TO CMP-UF
                   END-READ
               END-IF
               CLOSE CRIA03
           END-IF.
           COMPUTE WS-DIFERENCA = WS-VALOR - WS-AVALIACAO.
           MOVE WS-DATA-VENDA TO WS-DATA-CONTRATO.
           MOVE CTR-DIA TO DIA-LOCAL.
           MOVE CTR-MES TO MES-LOCAL.
           MOVE CTR-ANO TO ANO-LOCAL.
           OPEN OUTPUT RELATO.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 2 LINES.
           MOVE "CONTRATO PARTICULAR DE COMPRA E VENDA DE VEICULO"
               TO TEXTO-LIN.
           WRITE REG-RELATO FROM LINHA-TEXTO BEFORE ADVANCING 3 LINES.
           MOVE "VENDEDOR:" TO ROTULO-PARTE.
           MOVE WS-NOME-LOJA TO NOME-PARTE.
           MOVE SPACES TO ROTULO2-PARTE DOC-PARTE.
           WRITE REG-RELATO FROM LINHA-PARTE BEFORE ADVANCING 2 LINES.
           MOVE "COMPRADOR:" TO ROTULO-PARTE.
           MOVE WS-CLIENTE TO NOME-PARTE.
           IF WS-CLI-CODIGO NOT = ZEROS
               MOVE "CLIENTE:" TO ROTULO2-PARTE
               MOVE WS-CLI-CODIGO TO DOC-PARTE.
           WRITE REG-RELATO FROM LINHA-PARTE BEFORE ADVANCING 1 LINES.
           IF CMP-ENDERECO NOT = SPACES
               MOVE CMP-ENDERECO TO END-CTR
               MOVE CMP-BAIRRO TO BAIRRO-CTR
               WRITE REG-RELATO FROM LINHA-ENDERECO
                   BEFORE ADVANCING 1 LINES
               MOVE CMP-CIDADE TO CIDADE-CTR
               MOVE CMP-UF TO UF-CTR
               MOVE CMP-CEP TO CEP-CTR
               WRITE REG-RELATO FROM LINHA-CIDADE
                   BEFORE ADVANCING 1 LINES.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           MOVE "VEICULO:" TO ROTULO-VEI.
           MOVE VEI-MARCA TO MARCA-VEI.
           MOVE VEI-MODELO TO MODELO-VEI.
           MOVE VEI-ANO TO ANO-VEI.
           MOVE VEI-CHAPA TO CHAPA-VEI.
           MOVE VEI-COR TO COR-VEI.
           WRITE REG-RELATO FROM LINHA-VEICULO BEFORE ADVANCING 2 LINES.
           MOVE "PRECO DE VENDA..............:" TO ROTULO-VALOR.
           MOVE WS-VALOR TO VALOR-CTR.
           WRITE REG-RELATO FROM LINHA-VALOR BEFORE ADVANCING 1 LINES.
           IF WS-CODIGO-TROCA NOT = ZEROS
               MOVE "USADO TROCA:" TO ROTULO-VEI
               MOVE USA-MARCA TO MARCA-VEI
               MOVE USA-MODELO TO MODELO-VEI
               MOVE USA-ANO TO ANO-VEI
               MOVE USA-CHAPA TO CHAPA-VEI
               MOVE SPACES TO COR-VEI
               WRITE REG-RELATO FROM LINHA-VEICULO
                   BEFORE ADVANCING 1 LINES
               MOVE "VALOR DO USADO NA TROCA.....:" TO ROTULO-VALOR
               MOVE WS-AVALIACAO TO VALOR-CTR
               WRITE REG-RELATO FROM LINHA-VALOR
                   BEFORE ADVANCING 1 LINES
               MOVE "DIFERENCA A PAGAR...........:" TO ROTULO-VALOR
               MOVE WS-DIFERENCA TO VALOR-CTR
               WRITE REG-RELATO FROM LINHA-VALOR
                   BEFORE ADVANCING 1 LINES.
           MOVE WS-CONDICAO TO CONDICAO-CTR.
           WRITE REG-RELATO FROM LINHA-CONDICAO
               BEFORE ADVANCING 2 LINES.
           MOVE "1. O VENDEDOR DECLARA QUE O VEICULO ESTA LIVRE E"
               TO TEXTO-LIN.
           WRITE REG-RELATO FROM LINHA-TEXTO BEFORE ADVANCING 1 LINES.
           MOVE "   DESEMBARACADO DE QUAISQUER ONUS, MULTAS OU"
               TO TEXTO-LIN.
           WRITE REG-RELATO FROM LINHA-TEXTO BEFORE ADVANCING 1 LINES.
           MOVE "   DEBITOS ATE A DATA DA ENTREGA."
               TO TEXTO-LIN.
           WRITE REG-RELATO FROM LINHA-TEXTO BEFORE ADVANCING 1 LINES.
           MOVE "2. O COMPRADOR RECEBE O VEICULO NO ESTADO EM QUE"
               TO TEXTO-LIN.
           WRITE REG-RELATO FROM LINHA-TEXTO BEFORE ADVANCING 1 LINES.
           MOVE "   SE ENCONTRA E ASSUME A TRANSFERENCIA JUNTO AO"
               TO TEXTO-LIN.
           WRITE REG-RELATO FROM LINHA-TEXTO BEFORE ADVANCING 1 LINES.
           MOVE "   DETRAN E AS DESPESAS DELA."
               TO TEXTO-LIN.
           WRITE REG-RELATO FROM LINHA-TEXTO BEFORE ADVANCING 1 LINES.
           IF WS-CODIGO-TROCA NOT = ZEROS
               MOVE "3. O USADO E ENTREGUE PELO COMPRADOR COMO PARTE"
                   TO TEXTO-LIN
               WRITE REG-RELATO FROM LINHA-TEXTO
                   BEFORE ADVANCING 1 LINES
               MOVE "   DO PAGAMENTO, LIVRE DE ONUS, PELO VALOR ACIMA"
                   TO TEXTO-LIN
               WRITE REG-RELATO FROM LINHA-TEXTO
                   BEFORE ADVANCING 1 LINES
               MOVE "   AVALIADO."
                   TO TEXTO-LIN
               WRITE REG-RELATO FROM LINHA-TEXTO
                   BEFORE ADVANCING 1 LINES.
           IF VEI-CONSIGNADO = "S"
               PERFORM IMPRIME-CLAUSULA-CONSIG.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 2 LINES.
           WRITE REG-RELATO FROM LINHA-LOCAL BEFORE ADVANCING 4 LINES.
           MOVE WS-NOME-LOJA TO ASSINA1-NOME.
           MOVE WS-CLIENTE TO ASSINA2-NOME.
           PERFORM IMPRIME-ASSINATURAS.
           IF VEI-CONSIGNADO = "S"
               MOVE VEI-CONSIG-NOME TO ASSINA1-NOME
               MOVE "TESTEMUNHA" TO ASSINA2-NOME
               PERFORM IMPRIME-ASSINATURAS.
           PERFORM IMPRIME-RECIBO.
           CLOSE RELATO.
           DISPLAY "CONTRATO E RECIBO IMPRESSOS" AT 1210.
           ACCEPT CONFIRMA AT 1238.
           DISPLAY LIMPA-MENSAGEM AT 1210.
       FIM-IMPRIME-CONTRATO.
           EXIT.
       IMPRIME-CLAUSULA-CONSIG.
           MOVE "CONSIGNANTE:" TO ROTULO-PARTE.
           MOVE VEI-CONSIG-NOME TO NOME-PARTE.
           MOVE "CPF/CNPJ:" TO ROTULO2-PARTE.
           MOVE VEI-CONSIG-DOC TO DOC-PARTE.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING 1 LINES.
           MOVE "4. O VEICULO E DE PROPRIEDADE DO CONSIGNANTE"
               TO TEXTO-LIN.
           IF WS-CODIGO-TROCA = ZEROS
               MOVE "3" TO TEXTO-LIN (1:1).
           WRITE REG-RELATO FROM LINHA-TEXTO BEFORE ADVANCING 1 LINES.
           MOVE "   ABAIXO E FOI VENDIDO PELO VENDEDOR EM"
               TO TEXTO-LIN.
           WRITE REG-RELATO FROM LINHA-TEXTO BEFORE ADVANCING 1 LINES.
           MOVE "   CONSIGNACAO; O CONSIGNANTE AUTORIZA A VENDA E"
               TO TEXTO-LIN.
           WRITE REG-RELATO FROM LINHA-TEXTO BEFORE ADVANCING 1 LINES.
           MOVE "   RECEBE O REPASSE DO VALOR PELO VENDEDOR,"
               TO TEXTO-LIN.
           WRITE REG-RELATO FROM LINHA-TEXTO BEFORE ADVANCING 1 LINES.
           MOVE "   DEDUZIDA A COMISSAO COMBINADA."
               TO TEXTO-LIN.
           WRITE REG-RELATO FROM LINHA-TEXTO BEFORE ADVANCING 1 LINES.
           WRITE REG-RELATO FROM LINHA-PARTE BEFORE ADVANCING 1 LINES.
       IMPRIME-ASSINATURAS.
           WRITE REG-RELATO FROM LINHA-ASSINATURA
               BEFORE ADVANCING 1 LINES.
           WRITE REG-RELATO FROM LINHA-ASSINA-NOME
               BEFORE ADVANCING 3 LINES.
       IMPRIME-RECIBO.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO BEFORE ADVANCING PAGE.
           MOVE "RECIBO" TO TEXTO-LIN.
           WRITE REG-RELATO FROM LINHA-TEXTO BEFORE ADVANCING 3 LINES.
           MOVE "RECEBEMOS DE:" TO ROTULO-PARTE.
           MOVE WS-CLIENTE TO NOME-PARTE.
           MOVE SPACES TO ROTULO2-PARTE DOC-PARTE.
           WRITE REG-RELATO FROM LINHA-PARTE BEFORE ADVANCING 1 LINES.
           MOVE "A IMPORTANCIA DE............:" TO ROTULO-VALOR.
           MOVE WS-VALOR TO VALOR-CTR.
           WRITE REG-RELATO FROM LINHA-VALOR BEFORE ADVANCING 1 LINES.
           MOVE "REFERENTE A COMPRA DO VEICULO ABAIXO:" TO TEXTO-LIN.
           WRITE REG-RELATO FROM LINHA-TEXTO BEFORE ADVANCING 1 LINES.
           MOVE "VEICULO:" TO ROTULO-VEI.
           MOVE VEI-MARCA TO MARCA-VEI.
           MOVE VEI-MODELO TO MODELO-VEI.
           MOVE VEI-ANO TO ANO-VEI.
           MOVE VEI-CHAPA TO CHAPA-VEI.
           MOVE VEI-COR TO COR-VEI.
           WRITE REG-RELATO FROM LINHA-VEICULO BEFORE ADVANCING 2 LINES.
           IF WS-CODIGO-TROCA NOT = ZEROS
               MOVE "RECEBIDO EM VEICULO USADO...:" TO ROTULO-VALOR
               MOVE WS-AVALIACAO TO VALOR-CTR
               WRITE REG-RELATO FROM LINHA-VALOR
                   BEFORE ADVANCING 1 LINES
               MOVE "USADO:" TO ROTULO-VEI
               MOVE USA-MARCA TO MARCA-VEI
               MOVE USA-MODELO TO MODELO-VEI
               MOVE USA-ANO TO ANO-VEI
               MOVE USA-CHAPA TO CHAPA-VEI
               MOVE SPACES TO COR-VEI
               WRITE REG-RELATO FROM LINHA-VEICULO
                   BEFORE ADVANCING 1 LINES
               MOVE "RECEBIDO EM OUTRAS FORMAS...:" TO ROTULO-VALOR
               MOVE WS-DIFERENCA TO VALOR-CTR
               WRITE REG-RELATO FROM LINHA-VALOR
                   BEFORE ADVANCING 1 LINES.
           MOVE WS-CONDICAO TO CONDICAO-CTR.
           WRITE REG-RELATO FROM LINHA-CONDICAO
               BEFORE ADVANCING 2 LINES.
           MOVE "DAMOS PLENA E GERAL QUITACAO DO VALOR ACIMA." TO
               TEXTO-LIN.
           WRITE REG-RELATO FROM LINHA-TEXTO BEFORE ADVANCING 2 LINES.
           WRITE REG-RELATO FROM LINHA-LOCAL BEFORE ADVANCING 4 LINES.
           MOVE WS-NOME-LOJA TO ASSINA1-NOME.
           MOVE SPACES TO ASSINA2-NOME.
           WRITE REG-RELATO FROM LINHA-ASSINATURA
               BEFORE ADVANCING 1 LINES.
           WRITE REG-RELATO FROM LINHA-ASSINA-NOME
               BEFORE ADVANCING 1 LINES.
       CABECALHO.
           MOVE SPACES TO REG-RELATO.
           ADD 1 TO CT-PAG.
