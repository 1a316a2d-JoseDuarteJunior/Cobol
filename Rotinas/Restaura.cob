      *           CONFIRMACAO, CONFERE A CONTAGEM RESTAURADA COM A
      *           GRAVADA PELO BACKUP, LEMBRA O OPERADOR DE RODAR O
      *           INTEGRI E REGISTRA TODA A OPERACAO NO ERROLOG
      * Alteracoes:
      * 15/10/2026 - REGISTRO DA GERACAO AMPLIADO PARA 150 POSICOES
      *              (FORNECEDOR COM BANCO, AGENCIA E CONTA CORRENTE).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTAURA.
           RECORD KEY       BK2-CHAVE
           ALTERNATE RECORD KEY IS BK2-NOME
                   WITH DUPLICATES
           ALTERNATE RECORD KEY IS BK2-EAN
                   SUPPRESS WHEN ZEROS
           FILE STATUS      FS-ARQ.
           SELECT BKF-FORNECEDOR ASSIGN TO DISK
           ORGANIZATION     INDEXED
           02 BK2-CHAVE         PIC 9(05).
           02 BK2-NOME          PIC X(30).
           02 BK2-RESTO         PIC X(30).
           02 BK2-EAN           PIC 9(13).
       FD  BKF-FORNECEDOR LABEL RECORD STANDARD
           VALUE OF FILE-ID "FORNECEDOR".
       01  REG-BKF-FORNECEDOR.
           02 BK3-CHAVE         PIC 9(03).
           02 BK3-RESTO         PIC X(147).
       FD  BKF-CRIA03 LABEL RECORD STANDARD
           VALUE OF FILE-ID "CRIA03".
       01  REG-BKF-CRIA03.
           02 BK8-RESTO         PIC X(16).
       FD  GERACAO
           LABEL RECORD IS OMITTED.
       01  REG-GERACAO          PIC X(150).
       FD  BACKCTL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BACKCTL".
