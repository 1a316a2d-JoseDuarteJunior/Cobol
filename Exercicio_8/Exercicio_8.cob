      * 22/11/2021 - RELATORIO PASSA A SAIR EM ARQUIVO DE SPOOL
      *              DATADO (REGISTRADO NO SPOOLCTL); A REIMPRESSAO
      *              POR FAIXA DE PAGINAS E FEITA PELO SPOOLER.
      * 15/10/2026 - LAYOUT DO OPERADORES COM A FILIAL DE LOTACAO
      *              (OPE-FILIAL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXER8.
           02 OPE-DATA-SENHA    PIC 9(08).
           02 OPE-TROCA-OBRIG   PIC X(01).
           02 OPE-FALHAS        PIC 9(01).
           02 OPE-FILIAL        PIC 9(02).
       FD  ACESSLOG
           LABEL RECORD IS OMITTED.
       01  REG-ACESSLOG.
