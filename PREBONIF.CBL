      *  CHI C'ERA IL MESE SCORSO E QUESTO MESE NON C'E'. ALLA FINE
      *  CHIEDE LA CONFERMA DELL'OPERATORE E LA REGISTRA SUL FILE
      *  RILASCI (BONRIL): SENZA UNA CONFERMA 'S' DEL PERIODO IL
      *  FILE BONIFICI NON E' DA CONSIDERARE RILASCIABILE. LA
      *  CONFERMA PORTA LA DATA CONTABILE (ROUTINE DATACONT) CON
      *  L'ORA E, PER CONTROLLO, LA DATA DI SISTEMA.
      ******************************************************************
       IDENTIFICATION DIVISION.

           02 STO-NOMINATIVO            PIC X(25).
           02 STO-NUM-RIGHE             PIC 99.
           02 STO-RIGHE.
              03 STO-RIGA OCCURS 20 TIMES.
                 04 STO-TRATTENUTE      PIC 9(6).
                 04 STO-COMPETENZE      PIC 9(6).
                 04 STO-DESCRIZIONE     PIC X(26).
           02 STO-TOT-TRATTENUTE        PIC 9(7)V99.
           02 STO-NETTO                 PIC 9(7)V99.
           02 STO-DETRAZIONI            PIC 9(5)V99.
           02 STO-IRPEF                 PIC 9(5)V99.
           02 STO-INPS                  PIC 9(5)V99.
           02 STO-ADD-REGIONALE         PIC 9(5)V99.
           02 STO-ADD-COMUNALE          PIC 9(5)V99.
           02 STO-INPS-DATORE           PIC 9(5)V99.
           02 FILLER                    PIC X(6).

       FD  VARIAZIONI,
           02 RIL-ORA                   PIC 9(8).
           02 RIL-OPERATORE             PIC X(8).
           02 RIL-ESITO                 PIC X.
           02 RIL-DATA-SISTEMA          PIC 9(8).
           02 FILLER                    PIC X(5).

       WORKING-STORAGE SECTION.

           02 VAR-NOTA                   PIC X(34).
           02 FILLER                     PIC X(30) VALUE SPACES.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.
       INIZIO-ELABORAZIONE.
           DISPLAY 'MESE DEL PERIODO (MM): '.
           IF WS-CONFERMA NOT = 'S'
               MOVE 'N' TO WS-CONFERMA.
           OPEN EXTEND BONRIL.
           MOVE 'D' TO DCP-FUNZIONE.
           MOVE 'PREBONIF' TO DCP-PROGRAMMA.
           CALL 'DATACONT' USING PARAMETRI-DATACONT.
           MOVE DCP-DATA-CONTABILE TO WS-DATA-RUN.
           ACCEPT WS-ORA-RUN  FROM TIME.
           MOVE SPACES TO REC-BONRIL.
           MOVE WS-PARM-AA TO RIL-AA.
           MOVE WS-PARM-MM TO RIL-MM.
           MOVE WS-DATA-RUN TO RIL-DATA.
           MOVE WS-ORA-RUN  TO RIL-ORA.
           MOVE DCP-DATA-SISTEMA TO RIL-DATA-SISTEMA.
           MOVE WS-COD-OPERATORE TO RIL-OPERATORE.
           MOVE WS-CONFERMA TO RIL-ESITO.
           WRITE REC-BONRIL.
