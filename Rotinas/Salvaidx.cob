      *           LIMPA (.NOV), RELATA RECUPERADOS X ESPERADOS E AS
      *           CHAVES ONDE A LEITURA FALHOU; ATENDE ARQMAT,
      *           ARQPRO, CRIA03 E CEP01
      * Obs: O ARQPRO RECONSTRUIDO PERDE OS INDICES ALTERNADOS (NOME
      *      E EAN);
      *      RECRIE-O COPIANDO O .NOV DE VOLTA PELO PROGRAMA BACKUP
      *      OU POR NOVA CARGA.
      ******************************************************************
           RECORD KEY       DA2-CHAVE
           ALTERNATE RECORD KEY IS DA2-NOME
                   WITH DUPLICATES
           ALTERNATE RECORD KEY IS DA2-EAN
                   SUPPRESS WHEN ZEROS
           FILE STATUS      FS-DAN.
           SELECT NOV-ARQPRO ASSIGN TO "ARQPRO.NOV"
           ORGANIZATION     INDEXED
           02 DA2-CHAVE        PIC 9(05).
           02 DA2-NOME         PIC X(30).
           02 DA2-RESTO        PIC X(30).
           02 DA2-EAN          PIC 9(13).
       FD  NOV-ARQPRO LABEL RECORD STANDARD.
       01  REG-NOV-ARQPRO.
           02 NO2-CHAVE        PIC 9(05).
           02 NO2-RESTO        PIC X(73).
       FD  DAN-CRIA03 LABEL RECORD STANDARD
           VALUE OF FILE-ID "CRIA03".
       01  REG-DAN-CRIA03.
