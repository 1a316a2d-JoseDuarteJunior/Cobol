      *              CALENDARIO E MARCADO SKIPPED NO RESUMO; COM
      *              LOTE_PREVIA=S A CADEIA SO IMPRIME A PREVIA DO QUE
      *              A PROXIMA RODADA VAI EXECUTAR.
      * 15/10/2026 - INTERFACE DA LOJA WEB INCLUIDA NA CADEIA: WEBIMP
      *              (PEDIDOS WEB VIRAM RESERVAS) E WEBEXP (CATALOGO
      *              COM PRECO E DISPONIVEL) DEPOIS DO RESEXP.
      * 15/10/2026 - RELATORIO DE SEGURANCA DO ACESSLOG (PROGRAMA
      *              SEGREL) INCLUIDO NA CADEIA ANTES DO DIARIO, QUE
      *              IMPRIME OS ALERTAS APURADOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTENOT.
           MOVE "N" TO LCT-PARA-FALHA.
           PERFORM CARGA-UM-PASSO.
           MOVE 06 TO LCT-SEQ.
           MOVE "WEBIMP" TO LCT-PROGRAMA.
           MOVE "N" TO LCT-PARA-FALHA.
           PERFORM CARGA-UM-PASSO.
           MOVE 07 TO LCT-SEQ.
           MOVE "WEBEXP" TO LCT-PROGRAMA.
           MOVE "N" TO LCT-PARA-FALHA.
           PERFORM CARGA-UM-PASSO.
           MOVE 08 TO LCT-SEQ.
           MOVE "SEGREL" TO LCT-PROGRAMA.
           MOVE "N" TO LCT-PARA-FALHA.
           PERFORM CARGA-UM-PASSO.
           MOVE 09 TO LCT-SEQ.
           MOVE "DIARIO" TO LCT-PROGRAMA.
           MOVE "N" TO LCT-PARA-FALHA.
           PERFORM CARGA-UM-PASSO.
