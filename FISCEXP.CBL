      *  COSI' NESSUNO RIBATTE PIU' I DIPENDENTI A MANO.
      *
      *  TRACCIATO (100 BYTE):
      *    'H' + DATA EXPORT (8, DATA CONTABILE DI DATACONT)
      *        + ANNO (2)
      *    'D' + CHIAVE (8) + NOMINATIVO (25) + IMPONIBILE 9(9)V99
      *        + IRPEF 9(9)V99 + INPS 9(9)V99 + DETRAZIONI 9(7)V99
      *    'T' + NUMERO RECORD 'D' (6) + TOTALE IMPONIBILE 9(11)V99
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

       FD  ANOPIS,
      *    SITUAZIONE = 'C'): GUIDA L'EPURAZIONE DEI CESSATI OLTRE
      *    LA FINESTRA DI RITENZIONE (ARCHOPER).
           02  DATA-CESSAZIONE           PIC 9(8).
      *    PART-TIME: PERCENTUALE DELL'ORARIO PIENO (ZERO O 100,00 =
      *    TEMPO PIENO) E TIPO (O = ORIZZONTALE, V = VERTICALE),
      *    GESTITI DA GESOPERAI CON LO STORICO SU STORPAGHE.
           02  PERC-PART-TIME            PIC 9(3)V99.
           02  TIPO-PART-TIME            PIC X.
               88 PART-TIME-ORIZZONTALE  VALUE 'O'.
               88 PART-TIME-VERTICALE    VALUE 'V'.
      *    CONSEGNA DEL CEDOLINO: CANALE (SPAZIO O C = CARTA, E =
      *    E-MAIL, P = PORTALE DEL PERSONALE) E INDIRIZZO E-MAIL PER IL
      *    CANALE E. LA CARTA RESTA SEMPRE IL CANALE DI RISERVA.
           02  CANALE-CEDOLINO           PIC X.
               88 CEDOLINO-CARTA         VALUE ' ' 'C'.
               88 CEDOLINO-EMAIL         VALUE 'E'.
               88 CEDOLINO-PORTALE       VALUE 'P'.
           02  EMAIL-OPERAIO             PIC X(50).
      *    CODICE FISCALE DEL DIPENDENTE (GESOPERAI, CON IL CONTROLLO
      *    DEL CARATTERE FINALE): CHIAVE DI INCROCIO CON GLI ARCHIVI
      *    ESTERNI (VETTORI).
           02  CODICE-FISCALE            PIC X(16).

       FD  EXPFISCO,
           LABEL RECORD STANDARD,
       77  WS-TOT-IMPONIBILE             PIC 9(11)V99 VALUE ZERO.
       77  WS-TOT-IRPEF                  PIC 9(11)V99 VALUE ZERO.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.
       INIZIO-ELABORAZIONE.
           DISPLAY 'ANNO DA ESPORTARE (AA): '.
           ACCEPT WS-PARM-AA.
           MOVE 'D' TO DCP-FUNZIONE.
           MOVE 'FISCEXP' TO DCP-PROGRAMMA.
           CALL 'DATACONT' USING PARAMETRI-DATACONT.
           MOVE DCP-DATA-CONTABILE TO WS-DATA-RUN.
           OPEN INPUT CEDSTOR.
           IF NOT FS-CEDSTOR-OK
               DISPLAY 'IMPOSSIBILE APRIRE CEDSTOR - FS=' FS-CEDSTOR
