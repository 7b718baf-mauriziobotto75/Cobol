           03 WS-CTR-LETTE                 PIC 9(6) VALUE ZERO.
           03 WS-CTR-CONTRATTI             PIC 9(5) VALUE ZERO.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'DATA DI RIFERIMENTO (AAAAMMGG, 0 = OGGI): '.
           ACCEPT WS-DATA-RIF.
           IF WS-DATA-RIF = ZEROES
               MOVE 'D' TO DCP-FUNZIONE
               MOVE 'PORTAFIN' TO DCP-PROGRAMMA
               CALL 'DATACONT' USING PARAMETRI-DATACONT
               MOVE DCP-DATA-CONTABILE TO WS-DATA-RIF
           END-IF.
           COMPUTE WS-IDX-RIF = (WS-RIF-ANNO * 12) + WS-RIF-MESE.
           PERFORM VARYING WS-IDX-MESE FROM 1 BY 1
