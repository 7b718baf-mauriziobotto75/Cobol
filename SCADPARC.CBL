
       REMARKS.

           15-10-2026 MB  LA DATA DI RIFERIMENTO A ZERO VALE LA DATA
           CONTABILE DELLA ROUTINE DATACONT E NON PIU' LA DATA DI
           SISTEMA.

           01-09-2026 MB  ACCANTO AL RESIDUO DELLA RATA VIENE
           MOSTRATA LA PENALE DI MORA ANCORA DA INCASSARE (MATURATA
           DA PENAPARC MENO GIA' INCASSATA), COMPRESA
           03 WS-CTR-LETTE                 PIC 9(5) VALUE ZERO.
           03 WS-CTR-SCADUTE               PIC 9(5) VALUE ZERO.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'DATA DI RIFERIMENTO (AAAAMMGG, 0 = OGGI): '.
           ACCEPT WS-DATA-RIF.
           IF WS-DATA-RIF = ZEROES
               MOVE 'D' TO DCP-FUNZIONE
               MOVE 'SCADPARC' TO DCP-PROGRAMMA
               CALL 'DATACONT' USING PARAMETRI-DATACONT
               MOVE DCP-DATA-CONTABILE TO WS-DATA-RIF
           END-IF.
           OPEN INPUT FILE-PARCELAS.
           IF WS-FS-PARCELAS NOT = '00'
