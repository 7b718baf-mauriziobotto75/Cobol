      ******************************************************************
      *  ROUTINE DELLO STATO DEI PERIODI IVA: UNICO PUNTO DA CUI I
      *  PROGRAMMI CHE SCRIVONO DOCUMENTI IN FFATTURE SAPPIANO SE LA
      *  DATA FATTURA CADE IN UN MESE GIA' LIQUIDATO. LO STATO STA
      *  SULL'ARCHIVIO PERIVA (UN RECORD PER MESE AAAAMM: APERTO, IN
      *  CHIUSURA, CHIUSO); UN MESE NON IN ARCHIVIO E' APERTO. IL
      *  REGISTRO IVA DEFINITIVO (REGIVA CON IL PERIODO DI MASTRO)
      *  METTE IN CHIUSURA I MESI DEL PERIODO ALL'INIZIO DEL RUN E LI
      *  CHIUDE QUANDO SCRIVE LA LIQUIDAZIONE SU LIQIVA; LA SOLA
      *  RIAPERTURA E' QUELLA CONTROLLATA DI GESPERIVA. OGNI CAMBIO DI
      *  STATO VA SUL GIORNALE PERIVLOG CON PROGRAMMA, OPERATORE E
      *  MOTIVO. SI CHIAMA CON CALL 'PERIVA' USING PARAMETRI-PERIVA
      *  (COPY PAR_PERIVA, DOVE SONO DESCRITTE LE FUNZIONI) E
      *  RESTITUISCE IL CONTROLLO CON GOBACK.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. PERIVA.
       AUTHOR.  MB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIVA ASSIGN TO DATABASE-PERIVA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-PERIVA
           FILE STATUS IS FS-PERIVA.

           SELECT OPTIONAL PERIVLOG ASSIGN TO FORMATFILE-PERIVLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PERIVLOG.

       DATA DIVISION.

       FILE SECTION.
      *----------------------------------------------------------------
      *  STATO DEI MESI: STATO, PERIODO DI LIQUIDAZIONE (LIQIVA) CHE
      *  HA MESSO IN CHIUSURA O CHIUSO IL MESE, DATA/ORA E PROGRAMMA
      *  DELL'ULTIMO CAMBIO, OPERATORE E NUMERO DELLE RIAPERTURE.
      *----------------------------------------------------------------
       FD PERIVA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REC-PERIVA.
       01 REC-PERIVA.
           05 KEY-PERIVA.
             07 PER-MESE         PIC 9(6).
           05 PER-STATO          PIC X.
              88 PER-APERTO          VALUE 'A'.
              88 PER-IN-CHIUSURA     VALUE 'I'.
              88 PER-CHIUSO          VALUE 'C'.
           05 PER-PERIODO-LIQ    PIC X(6).
           05 PER-DATA-STATO     PIC 9(8).
           05 PER-ORA-STATO      PIC 9(8).
           05 PER-PROGRAMMA      PIC X(10).
           05 PER-OPERATORE      PIC X(8).
           05 PER-NUM-RIAPERTURE PIC 9(3).
           05 FILLER             PIC X(10).

      *----------------------------------------------------------------
      *  GIORNALE DEI CAMBI DI STATO (SOLO IN ACCODAMENTO): DATA E
      *  ORA DI SISTEMA, MESE, STATO PRIMA E DOPO, PROGRAMMA,
      *  OPERATORE (RIAPERTURE), PERIODO DI LIQUIDAZIONE E MOTIVO.
      *----------------------------------------------------------------
       FD PERIVLOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REC-PERIVLOG.
       01 REC-PERIVLOG.
           05 LPV-DATA           PIC 9(8).
           05 LPV-ORA            PIC 9(8).
           05 LPV-MESE           PIC 9(6).
           05 LPV-STATO-PRIMA    PIC X.
           05 LPV-STATO-DOPO     PIC X.
           05 LPV-PROGRAMMA      PIC X(10).
           05 LPV-OPERATORE      PIC X(8).
           05 LPV-PERIODO-LIQ    PIC X(6).
           05 LPV-MOTIVO         PIC X(40).
           05 FILLER             PIC X(12).

       WORKING-STORAGE SECTION.

       01 FS-PERIVA                  PIC 9(2) VALUE ZEROES.
       01 FS-PERIVLOG                PIC 9(2) VALUE ZEROES.

      *----------------------------------------------------------------
      *  PER LE VERIFICHE L'ARCHIVIO SI APRE IN LETTURA ALLA PRIMA
      *  CHIAMATA E RESTA APERTO PER LE SUCCESSIVE DELLO STESSO RUN
      *  ('N' = NON APERTO: SI RIPROVA AD OGNI VERIFICA, COSI' UN
      *  ARCHIVIO CREATO NEL FRATTEMPO DA REGIVA VIENE VISTO). GLI
      *  AGGIORNAMENTI LO CHIUDONO E LO RIAPRONO IN I-O.
      *----------------------------------------------------------------
       01 SW-PERIVA                  PIC X(1) VALUE 'N'.
           88 WS-PERIVA-APERTO        VALUE 'S'.
       01 SW-MESE-NUOVO              PIC X(1) VALUE 'N'.
           88 WS-MESE-NUOVO           VALUE 'S'.

       01 WS-DATA-SISTEMA            PIC 9(8) VALUE ZEROES.
       01 WS-ORA-SISTEMA             PIC 9(8) VALUE ZEROES.
       01 WS-STATO-NUOVO             PIC X(1) VALUE SPACES.
       01 WS-STATO-PRIMA             PIC X(1) VALUE SPACES.

       01 WS-DATA-LAVORO             PIC 9(8) VALUE ZEROES.
       01 WS-DATA-LAVORO-R REDEFINES WS-DATA-LAVORO.
           05 WS-LAV-MESE-ANNO       PIC 9(6).
           05 FILLER                 PIC 9(2).

       01 WS-MESE-CORR               PIC 9(6) VALUE ZEROES.
       01 WS-MESE-CORR-R REDEFINES WS-MESE-CORR.
           05 WS-CORR-ANNO           PIC 9(4).
           05 WS-CORR-MESE           PIC 9(2).
       01 WS-MESE-FINE               PIC 9(6) VALUE ZEROES.
       01 WS-MESE-FINE-R REDEFINES WS-MESE-FINE.
           05 WS-FINE-ANNO           PIC 9(4).
           05 WS-FINE-MESE           PIC 9(2).

       LINKAGE SECTION.
           COPY PAR_PerIva.

       PROCEDURE DIVISION USING PARAMETRI-PERIVA.

       INIZIO.
          MOVE ' ' TO PIV-ESITO.
          MOVE ZEROES TO PIV-MESI-AGGIORNATI.
          ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
          ACCEPT WS-ORA-SISTEMA FROM TIME.
          EVALUATE TRUE
             WHEN PIV-VERIFICA
                PERFORM VERIFICA-MESE THRU VERIFICA-MESE-EX
             WHEN PIV-IN-CHIUSURA
                MOVE 'I' TO WS-STATO-NUOVO
                PERFORM AGGIORNA-MESI THRU AGGIORNA-MESI-EX
             WHEN PIV-CHIUDI
                MOVE 'C' TO WS-STATO-NUOVO
                PERFORM AGGIORNA-MESI THRU AGGIORNA-MESI-EX
             WHEN PIV-RIAPRI
                PERFORM RIAPRI-MESE THRU RIAPRI-MESE-EX
             WHEN OTHER
                DISPLAY 'PERIVA: FUNZIONE NON PREVISTA ('
                        PIV-FUNZIONE ') DA ' PIV-PROGRAMMA
                MOVE 'E' TO PIV-ESITO
          END-EVALUATE.
          GOBACK.

      *----------------------------------------------------------------
      *  FUNZIONE 'V': STATO DEL MESE DELLA DATA RICHIESTA. SENZA
      *  ARCHIVIO PERIVA (NESSUN PERIODO ANCORA CHIUSO) O SENZA IL
      *  RECORD DEL MESE IL MESE E' APERTO.
      *----------------------------------------------------------------
       VERIFICA-MESE.
          MOVE PIV-DATA TO WS-DATA-LAVORO.
          MOVE WS-LAV-MESE-ANNO TO PIV-MESE.
          MOVE 'A' TO PIV-STATO.
          MOVE SPACES TO PIV-PERIODO-LIQ.
          IF NOT WS-PERIVA-APERTO
             OPEN INPUT PERIVA
             IF FS-PERIVA = '00'
                MOVE 'S' TO SW-PERIVA
             ELSE
                GO TO VERIFICA-MESE-EX.
          MOVE PIV-MESE TO PER-MESE.
          READ PERIVA.
          IF FS-PERIVA = '23'
             GO TO VERIFICA-MESE-EX.
          IF FS-PERIVA NOT = '00'
             DISPLAY 'PERIVA: ERRORE IN LETTURA PERIVA - FS='
                     FS-PERIVA ' MESE ' PIV-MESE
             MOVE 'E' TO PIV-ESITO
             GO TO VERIFICA-MESE-EX.
          MOVE PER-STATO       TO PIV-STATO.
          MOVE PER-PERIODO-LIQ TO PIV-PERIODO-LIQ.
          IF PER-IN-CHIUSURA OR PER-CHIUSO
             MOVE 'R' TO PIV-ESITO.
       VERIFICA-MESE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  FUNZIONI 'I' E 'C': PORTA NELLO STATO WS-STATO-NUOVO TUTTI I
      *  MESI DA PIV-DATA A PIV-DATA-A (AL MASSIMO UN ANNO: UN
      *  PERIODO DI LIQUIDAZIONE E' MENSILE O TRIMESTRALE).
      *----------------------------------------------------------------
       AGGIORNA-MESI.
          MOVE PIV-DATA-A TO WS-DATA-LAVORO.
          MOVE WS-LAV-MESE-ANNO TO WS-MESE-FINE.
          MOVE PIV-DATA TO WS-DATA-LAVORO.
          MOVE WS-LAV-MESE-ANNO TO WS-MESE-CORR.
          IF PIV-DATA = ZEROES OR PIV-DATA-A < PIV-DATA
          OR WS-CORR-MESE < 1 OR WS-CORR-MESE > 12
          OR WS-FINE-MESE < 1 OR WS-FINE-MESE > 12
          OR (WS-FINE-ANNO - WS-CORR-ANNO) * 12
             + WS-FINE-MESE - WS-CORR-MESE > 11
             DISPLAY 'PERIVA: PERIODO ' PIV-DATA ' - ' PIV-DATA-A
                     ' NON VALIDO DA ' PIV-PROGRAMMA
             MOVE 'E' TO PIV-ESITO
             GO TO AGGIORNA-MESI-EX.
          PERFORM APRI-AGGIORNAMENTO THRU APRI-AGGIORNAMENTO-EX.
          IF PIV-ESITO-ERRORE
             GO TO AGGIORNA-MESI-EX.
          PERFORM AGGIORNA-UN-MESE THRU AGGIORNA-UN-MESE-EX
                  UNTIL WS-MESE-CORR > WS-MESE-FINE
                     OR PIV-ESITO-ERRORE.
          CLOSE PERIVA, PERIVLOG.
       AGGIORNA-MESI-EX.
          EXIT.

       AGGIORNA-UN-MESE.
          MOVE 'N' TO SW-MESE-NUOVO.
          MOVE WS-MESE-CORR TO PER-MESE.
          READ PERIVA.
          IF FS-PERIVA = '23'
             MOVE 'S' TO SW-MESE-NUOVO
             MOVE SPACES TO REC-PERIVA
             MOVE WS-MESE-CORR TO PER-MESE
             MOVE 'A' TO PER-STATO
             MOVE ZEROES TO PER-NUM-RIAPERTURE
          ELSE
             IF FS-PERIVA NOT = '00'
                DISPLAY 'PERIVA: ERRORE IN LETTURA PERIVA - FS='
                        FS-PERIVA ' MESE ' WS-MESE-CORR
                MOVE 'E' TO PIV-ESITO
                GO TO AGGIORNA-UN-MESE-EX.
          MOVE PER-STATO       TO WS-STATO-PRIMA.
          MOVE WS-STATO-NUOVO  TO PER-STATO.
          MOVE PIV-PERIODO-LIQ TO PER-PERIODO-LIQ.
          MOVE WS-DATA-SISTEMA TO PER-DATA-STATO.
          MOVE WS-ORA-SISTEMA  TO PER-ORA-STATO.
          MOVE PIV-PROGRAMMA   TO PER-PROGRAMMA.
          IF WS-MESE-NUOVO
             WRITE REC-PERIVA
          ELSE
             REWRITE REC-PERIVA.
          IF FS-PERIVA NOT = '00'
             DISPLAY 'PERIVA: ERRORE IN SCRITTURA PERIVA - FS='
                     FS-PERIVA ' MESE ' WS-MESE-CORR
             MOVE 'E' TO PIV-ESITO
             GO TO AGGIORNA-UN-MESE-EX.
          ADD 1 TO PIV-MESI-AGGIORNATI.
          PERFORM SCRIVI-GIORNALE THRU SCRIVI-GIORNALE-EX.
          ADD 1 TO WS-CORR-MESE.
          IF WS-CORR-MESE > 12
             MOVE 1 TO WS-CORR-MESE
             ADD 1 TO WS-CORR-ANNO.
       AGGIORNA-UN-MESE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  FUNZIONE 'R': RIAPERTURA DI UN MESE IN CHIUSURA O CHIUSO.
      *  OPERATORE E MOTIVO SONO OBBLIGATORI E FINISCONO SUL
      *  GIORNALE; IL RECORD DEL MESE CONTA LE RIAPERTURE. IL MESE
      *  TORNA CHIUSO AL RILANCIO DI REGIVA SUL PERIODO.
      *----------------------------------------------------------------
       RIAPRI-MESE.
          MOVE PIV-MESE TO WS-MESE-CORR.
          IF PIV-OPERATORE = SPACES OR PIV-MOTIVO = SPACES
          OR WS-CORR-MESE < 1 OR WS-CORR-MESE > 12
             DISPLAY 'PERIVA: RIAPERTURA SENZA MESE, OPERATORE O '
                     'MOTIVO DA ' PIV-PROGRAMMA
             MOVE 'E' TO PIV-ESITO
             GO TO RIAPRI-MESE-EX.
          PERFORM APRI-AGGIORNAMENTO THRU APRI-AGGIORNAMENTO-EX.
          IF PIV-ESITO-ERRORE
             GO TO RIAPRI-MESE-EX.
          MOVE PIV-MESE TO PER-MESE.
          READ PERIVA.
          IF FS-PERIVA = '23'
             MOVE 'A' TO PIV-STATO
             MOVE 'R' TO PIV-ESITO
             GO TO R090.
          IF FS-PERIVA NOT = '00'
             DISPLAY 'PERIVA: ERRORE IN LETTURA PERIVA - FS='
                     FS-PERIVA ' MESE ' PIV-MESE
             MOVE 'E' TO PIV-ESITO
             GO TO R090.
          MOVE PER-STATO       TO PIV-STATO.
          MOVE PER-PERIODO-LIQ TO PIV-PERIODO-LIQ.
          IF PER-APERTO
             MOVE 'R' TO PIV-ESITO
             GO TO R090.
          MOVE PER-STATO       TO WS-STATO-PRIMA.
          MOVE 'A'             TO PER-STATO.
          MOVE WS-DATA-SISTEMA TO PER-DATA-STATO.
          MOVE WS-ORA-SISTEMA  TO PER-ORA-STATO.
          MOVE PIV-PROGRAMMA   TO PER-PROGRAMMA.
          MOVE PIV-OPERATORE   TO PER-OPERATORE.
          ADD 1 TO PER-NUM-RIAPERTURE.
          REWRITE REC-PERIVA.
          IF FS-PERIVA NOT = '00'
             DISPLAY 'PERIVA: ERRORE IN SCRITTURA PERIVA - FS='
                     FS-PERIVA ' MESE ' PIV-MESE
             MOVE 'E' TO PIV-ESITO
             GO TO R090.
          MOVE 'A' TO PIV-STATO.
          ADD 1 TO PIV-MESI-AGGIORNATI.
          PERFORM SCRIVI-GIORNALE THRU SCRIVI-GIORNALE-EX.
       R090.
          CLOSE PERIVA, PERIVLOG.
       RIAPRI-MESE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  APERTURA PER AGGIORNAMENTO: CHIUDE L'EVENTUALE APERTURA IN
      *  LETTURA, APRE PERIVA IN I-O (CREANDOLO ALLA PRIMA CHIUSURA,
      *  COME APRI-LIQIVA IN REGIVA) E IL GIORNALE IN ACCODAMENTO.
      *  SENZA GIORNALE NESSUN CAMBIO DI STATO.
      *----------------------------------------------------------------
       APRI-AGGIORNAMENTO.
          IF WS-PERIVA-APERTO
             CLOSE PERIVA
             MOVE 'N' TO SW-PERIVA.
          OPEN I-O PERIVA.
          IF FS-PERIVA NOT = '00'
             OPEN OUTPUT PERIVA
             CLOSE PERIVA
             OPEN I-O PERIVA.
          IF FS-PERIVA NOT = '00'
             DISPLAY 'PERIVA: IMPOSSIBILE APRIRE PERIVA - FS='
                     FS-PERIVA
             MOVE 'E' TO PIV-ESITO
             GO TO APRI-AGGIORNAMENTO-EX.
          OPEN EXTEND PERIVLOG.
      *   STATUS 05 = GIORNALE OPZIONALE CREATO ORA: NON E' UN ERRORE.
          IF FS-PERIVLOG NOT = '00' AND FS-PERIVLOG NOT = '05'
             DISPLAY 'PERIVA: IMPOSSIBILE APRIRE PERIVLOG - FS='
                     FS-PERIVLOG
             CLOSE PERIVA
             MOVE 'E' TO PIV-ESITO.
       APRI-AGGIORNAMENTO-EX.
          EXIT.

       SCRIVI-GIORNALE.
          MOVE SPACES          TO REC-PERIVLOG.
          MOVE WS-DATA-SISTEMA TO LPV-DATA.
          MOVE WS-ORA-SISTEMA  TO LPV-ORA.
          MOVE PER-MESE        TO LPV-MESE.
          MOVE WS-STATO-PRIMA  TO LPV-STATO-PRIMA.
          MOVE PER-STATO       TO LPV-STATO-DOPO.
          MOVE PIV-PROGRAMMA   TO LPV-PROGRAMMA.
          MOVE PIV-OPERATORE   TO LPV-OPERATORE.
          MOVE PER-PERIODO-LIQ TO LPV-PERIODO-LIQ.
          MOVE PIV-MOTIVO      TO LPV-MOTIVO.
          WRITE REC-PERIVLOG.
          IF FS-PERIVLOG NOT = '00'
             DISPLAY 'PERIVA: ERRORE IN SCRITTURA PERIVLOG - FS='
                     FS-PERIVLOG ' MESE ' PER-MESE
             MOVE 'E' TO PIV-ESITO.
       SCRIVI-GIORNALE-EX.
          EXIT.
