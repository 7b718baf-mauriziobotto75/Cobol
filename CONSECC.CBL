           05 WS-C-ORDINARIE PIC ZZZZ9.
           05 FILLER         PIC X(12) VALUE ' ORDINARIE'.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.

       INIZIO.
          STOP RUN.

       OP-INIZIALI.
          MOVE 'D' TO DCP-FUNZIONE.
          MOVE 'CONSECC' TO DCP-PROGRAMMA.
          CALL 'DATACONT' USING PARAMETRI-DATACONT.
          MOVE DCP-DATA-CONTABILE TO WS-DATA-RUN.
          OPEN OUTPUT MATTINO.
          IF FS-MATTINO NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE IL REPORT - FS=' FS-MATTINO
