      ******************************************************************
      *  PROSPETTO DEI TEMPI DI ELABORAZIONE DAL GIORNALE RUN: RILEGGE
      *  RUNJRNL PER L'INTERVALLO DI DATE RICHIESTO E ACCOPPIA OGNI
      *  RECORD DI INIZIO ('I') CON IL SUCCESSIVO RECORD DI FINE ('F')
      *  DELLO STESSO PROGRAMMA, RICAVANDO LA DURATA DI OGNI RUN (UN
      *  RUN CHE PASSA LA MEZZANOTTE CONSERVA LA DATA CONTABILE, QUINDI
      *  UNA FINE CON ORA MINORE DELL'INIZIO VALE IL GIORNO DOPO).
      *  PER OGNI RUN SEGNALA:
      *   - LO SFORAMENTO DELLO SLA DEL PASSO (MINUTI DEL PIANO DELLA
      *     CATENA, PLN-SLA-MINUTI; ZERO O ASSENTE = NESSUNO SLA);
      *   - LA DURATA OLTRE LA MEDIA MOBILE DEGLI ULTIMI N RUN
      *     CONCLUSI BENE DEL PROGRAMMA, PIU' LO SCOSTAMENTO RICHIESTO;
      *   - LA TENDENZA IN CRESCITA: ULTIMI N RUN OGNUNO PIU' LUNGO
      *     DEL PRECEDENTE, CON LA DATA DA CUI LA CRESCITA E' INIZIATA.
      *  SEGUONO IL RIEPILOGO PER PROGRAMMA E, PER OGNI NOTTE (DATA
      *  CONTABILE), LA FINESTRA DELLA CATENA DAL PRIMO AVVIO ALL'ULTIMA
      *  FINE DEI PASSI A PIANO, CON MEDIA E MASSIMO DEL PERIODO PER LA
      *  PIANIFICAZIONE DELLA CAPACITA'. SENZA PIANO OGNI PROGRAMMA DEL
      *  GIORNALE CONTA COME PASSO DI CATENA.
      *  I RUN TERMINATI CON CODICE DI COMPLETAMENTO DIVERSO DA ZERO
      *  SONO STAMPATI E CONFRONTATI CON LO SLA MA NON ENTRANO NELLA
      *  MEDIA NE' NELLA TENDENZA.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. TEMPIJRN.
       AUTHOR.  MB.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNJRNL ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-RUNJRNL.
           SELECT PIANO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS-PIANO.
           SELECT REGISTRO ASSIGN TO PRINTER.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  RUNJRNL
           LABEL RECORDS ARE OMITTED.
       01  REC-RUNJRNL.
           02 JRN-PROGRAMMA    PIC X(10).
           02 JRN-DATA         PIC 9(8).
           02 JRN-ORA          PIC 9(8).
           02 JRN-TIPO         PIC X.
           02 JRN-CONTATORE    PIC 9(7).
           02 JRN-COMPLETAMENTO PIC 99.
           02 FILLER           PIC X(14).

      *----------------------------------------------------------------
      *  PIANO DELLA CATENA NOTTURNA (VEDI CATENA): DA QUI I PASSI
      *  CHE FORMANO LA FINESTRA NOTTURNA E IL LORO SLA.
      *----------------------------------------------------------------
       FD  PIANO
           LABEL RECORDS ARE STANDARD.
       01  REC-PIANO.
           02 PLN-PASSO        PIC 9(2).
           02 PLN-PROGRAMMA    PIC X(10).
           02 PLN-PREDECESSORE PIC 9(2).
           02 PLN-SLA-MINUTI   PIC 9(4).
           02 FILLER           PIC X(22).

       FD  REGISTRO
           LABEL RECORDS ARE OMITTED.
       01  PRINT-RECORD        PIC X(132).
      *-----------------------
       WORKING-STORAGE SECTION.

       01  FS-RUNJRNL              PIC X(2) VALUE '00'.
       01  FS-PIANO                PIC X(2) VALUE '00'.
       01  SW-FINE-JRNL            PIC 9 VALUE ZERO.
           88 EOF-JRNL                 VALUE 1.
       01  SW-FINE-PIANO           PIC 9 VALUE ZERO.
           88 EOF-PIANO                VALUE 1.
       01  SW-PIANO                PIC X VALUE 'N'.
           88 PIANO-PRESENTE           VALUE 'S'.

       01  WS-PARM-DATA-DA         PIC 9(8) VALUE ZERO.
       01  WS-PARM-DATA-A          PIC 9(8) VALUE ZERO.
       01  WS-PARM-RUN             PIC 9(2) VALUE ZERO.
       01  WS-PARM-SOGLIA          PIC 9(3) VALUE ZERO.

       01  WS-CTR-LETTI            PIC 9(5) VALUE ZERO.
       01  WS-CTR-RUN              PIC 9(5) VALUE ZERO.
       01  WS-CTR-SFORAMENTI       PIC 9(5) VALUE ZERO.
       01  WS-CTR-OLTRE-MEDIA      PIC 9(5) VALUE ZERO.
       01  WS-CTR-SENZA-FINE       PIC 9(5) VALUE ZERO.
       01  WS-CTR-SENZA-INIZIO     PIC 9(5) VALUE ZERO.
       01  WS-CTR-SCARTATI         PIC 9(5) VALUE ZERO.

      *----------------------------------------------------------------
      *  DURATE IN SECONDI, RICAVATE DALL'ORA HHMMSSCC DEL GIORNALE.
      *----------------------------------------------------------------
       01  WS-ORA-R.
           02 WS-ORA-HH            PIC 99.
           02 WS-ORA-MM            PIC 99.
           02 WS-ORA-SS            PIC 99.
           02 WS-ORA-CC            PIC 99.
       01  WS-ORA-N REDEFINES WS-ORA-R PIC 9(8).
       01  WS-SECONDI              PIC 9(5) VALUE ZERO.
       01  WS-DURATA               PIC S9(6) VALUE ZERO.
       01  WS-MEDIA                PIC 9(5) VALUE ZERO.
       01  WS-LIMITE               PIC 9(7) VALUE ZERO.
       01  WS-SOMMA                PIC 9(9) VALUE ZERO.
       01  WS-RESTO                PIC 9(5) VALUE ZERO.
       01  WS-POS                  PIC 9(2) VALUE ZERO.

       01  WS-TEMPO-ED.
           02 WS-ED-HH             PIC 99.
           02 FILLER               PIC X VALUE ':'.
           02 WS-ED-MM             PIC 99.
           02 FILLER               PIC X VALUE ':'.
           02 WS-ED-SS             PIC 99.

      *----------------------------------------------------------------
      *  TABELLA DEI PROGRAMMI: SLA DAL PIANO, RUN APERTO IN ATTESA
      *  DELLA FINE, STATISTICHE E STORIA CIRCOLARE DELLE ULTIME N
      *  DURATE CONCLUSE BENE PER LA MEDIA MOBILE.
      *----------------------------------------------------------------
       01  SW-PROG-TROVATO         PIC X VALUE 'N'.
           88 PROG-TROVATO             VALUE 'S'.
       01  WS-NUM-PROGRAMMI        PIC 9(3) VALUE ZERO.
       01  WS-PROGRAMMI.
           02 WS-PROG-TAB OCCURS 50 TIMES INDEXED BY WS-PX.
              03 WS-PROG-NOME      PIC X(10).
              03 WS-PROG-SLA       PIC 9(4).
              03 WS-PROG-CATENA    PIC X.
              03 WS-PROG-APERTO    PIC X.
              03 WS-PROG-INI-DATA  PIC 9(8).
              03 WS-PROG-INI-ORA   PIC 9(8).
              03 WS-PROG-RUN       PIC 9(5).
              03 WS-PROG-TOTALE    PIC 9(9).
              03 WS-PROG-MAX       PIC 9(5).
              03 WS-PROG-SFORA     PIC 9(5).
              03 WS-PROG-LENTI     PIC 9(5).
              03 WS-PROG-ULTIMA    PIC 9(5).
              03 WS-PROG-ULT-DATA  PIC 9(8).
              03 WS-PROG-CRESCITA  PIC 9(3).
              03 WS-PROG-CRESC-DAL PIC 9(8).
              03 WS-PROG-NUM-STORIA PIC 9(2).
              03 WS-PROG-POS-STORIA PIC 9(2).
              03 WS-PROG-STORIA    PIC 9(5) OCCURS 10 TIMES
                                   INDEXED BY WS-SX.

      *----------------------------------------------------------------
      *  FINESTRA DELLA CATENA PER NOTTE (DATA CONTABILE).
      *----------------------------------------------------------------
       01  SW-NOTTE-TROVATA        PIC X VALUE 'N'.
           88 NOTTE-TROVATA            VALUE 'S'.
       01  WS-NUM-NOTTI            PIC 9(3) VALUE ZERO.
       01  WS-NOTTI.
           02 WS-NOTTE-TAB OCCURS 400 TIMES INDEXED BY WS-NX.
              03 WS-NOTTE-DATA     PIC 9(8).
              03 WS-NOTTE-INI-ORA  PIC 9(8).
              03 WS-NOTTE-FIN-ORA  PIC 9(8).
              03 WS-NOTTE-PASSI    PIC 9(3).
              03 WS-NOTTE-KO       PIC 9(3).
       01  WS-NOTTI-CONCLUSE       PIC 9(3) VALUE ZERO.
       01  WS-FINESTRA-TOTALE      PIC 9(9) VALUE ZERO.
       01  WS-FINESTRA-MAX         PIC 9(5) VALUE ZERO.
       01  WS-FINESTRA-MAX-DATA    PIC 9(8) VALUE ZERO.

       01  HEADING-RECORD-1.
           02 FILLER     PIC X(30) VALUE SPACES.
           02 FILLER     PIC X(50) VALUE
              'TEMPIJRN - TEMPI DI ELABORAZIONE E SLA DEI PASSI'.
           02 FILLER     PIC X(52) VALUE SPACES.

       01  HEADING-RECORD-2.
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 FILLER     PIC X(12) VALUE 'PROGRAMMA'.
           02 FILLER     PIC X(10) VALUE 'DATA'.
           02 FILLER     PIC X(10) VALUE 'INIZIO'.
           02 FILLER     PIC X(10) VALUE 'FINE'.
           02 FILLER     PIC X(10) VALUE 'DURATA'.
           02 FILLER     PIC X(10) VALUE 'MEDIA'.
           02 FILLER     PIC X(6)  VALUE 'SLA'.
           02 FILLER     PIC X(4)  VALUE 'CC'.
           02 FILLER     PIC X(58) VALUE 'SEGNALAZIONI'.

       01  DETAIL-RECORD.
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 DET-PROGRAMMA PIC X(10).
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 DET-DATA   PIC 9(8).
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 DET-ORA-INI PIC X(8).
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 DET-ORA-FIN PIC X(8).
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 DET-DURATA PIC X(8).
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 DET-MEDIA  PIC X(8).
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 DET-SLA    PIC ZZZ9.
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 DET-COMPLETAMENTO PIC 99.
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 DET-SEGN-SLA PIC X(9).
           02 FILLER     PIC X(1)  VALUE SPACES.
           02 DET-SEGN-MEDIA PIC X(11).
           02 FILLER     PIC X(1)  VALUE SPACES.
           02 DET-SEGN-TREND PIC X(26).
           02 FILLER     PIC X(10) VALUE SPACES.

       01  HEADING-RIEPILOGO.
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 FILLER     PIC X(12) VALUE 'PROGRAMMA'.
           02 FILLER     PIC X(7)  VALUE 'RUN'.
           02 FILLER     PIC X(10) VALUE 'MEDIA'.
           02 FILLER     PIC X(10) VALUE 'MEDIA N'.
           02 FILLER     PIC X(10) VALUE 'MASSIMA'.
           02 FILLER     PIC X(6)  VALUE 'SLA'.
           02 FILLER     PIC X(7)  VALUE 'SFORAM'.
           02 FILLER     PIC X(7)  VALUE 'LENTI'.
           02 FILLER     PIC X(61) VALUE 'TENDENZA'.

       01  RIEPILOGO-RECORD.
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 RIE-PROGRAMMA PIC X(10).
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 RIE-RUN    PIC ZZZZ9.
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 RIE-MEDIA  PIC X(8).
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 RIE-MEDIA-N PIC X(8).
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 RIE-MAX    PIC X(8).
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 RIE-SLA    PIC ZZZ9.
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 RIE-SFORA  PIC ZZZZ9.
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 RIE-LENTI  PIC ZZZZ9.
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 RIE-TENDENZA PIC X(26).
           02 FILLER     PIC X(35) VALUE SPACES.

       01  HEADING-NOTTI.
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 FILLER     PIC X(10) VALUE 'NOTTE'.
           02 FILLER     PIC X(10) VALUE 'INIZIO'.
           02 FILLER     PIC X(10) VALUE 'FINE'.
           02 FILLER     PIC X(10) VALUE 'FINESTRA'.
           02 FILLER     PIC X(5)  VALUE 'PASSI'.
           02 FILLER     PIC X(5)  VALUE '  KO'.
           02 FILLER     PIC X(80) VALUE SPACES.

       01  NOTTE-RECORD.
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 NOT-DATA   PIC 9(8).
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 NOT-INIZIO PIC X(8).
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 NOT-FINE   PIC X(8).
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 NOT-DURATA PIC X(8).
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 NOT-PASSI  PIC ZZ9.
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 NOT-KO     PIC ZZ9.
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 NOT-NOTA   PIC X(30).
           02 FILLER     PIC X(50) VALUE SPACES.

       01  TOTALE-NOTTI-RECORD.
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 TOT-TESTO  PIC X(30).
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 TOT-DURATA PIC X(8).
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 TOT-DATA   PIC X(8).
           02 FILLER     PIC X(80) VALUE SPACES.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           DISPLAY 'DATA DA (AAAAMMGG, 0 = TUTTE): '.
           ACCEPT WS-PARM-DATA-DA.
           DISPLAY 'DATA A  (AAAAMMGG, 0 = TUTTE): '.
           ACCEPT WS-PARM-DATA-A.
           IF WS-PARM-DATA-A = ZERO
               MOVE 99999999 TO WS-PARM-DATA-A.
           DISPLAY 'RUN PER MEDIA E TENDENZA (2-10, 0 = 5): '.
           ACCEPT WS-PARM-RUN.
           IF WS-PARM-RUN = ZERO
               MOVE 5 TO WS-PARM-RUN.
           IF WS-PARM-RUN < 2 OR WS-PARM-RUN > 10
               DISPLAY 'NUMERO DI RUN NON VALIDO'
               STOP RUN.
           DISPLAY 'SCOSTAMENTO % DALLA MEDIA (0 = 20): '.
           ACCEPT WS-PARM-SOGLIA.
           IF WS-PARM-SOGLIA = ZERO
               MOVE 20 TO WS-PARM-SOGLIA.
           OPEN INPUT RUNJRNL.
           IF FS-RUNJRNL NOT = '00'
               DISPLAY 'GIORNALE RUN NON PRESENTE - FS=' FS-RUNJRNL
               STOP RUN.
           PERFORM CARICA-PIANO THRU CARICA-PIANO-EX.
           OPEN OUTPUT REGISTRO.
           MOVE HEADING-RECORD-1 TO PRINT-RECORD.
           WRITE PRINT-RECORD AFTER PAGE.
           MOVE HEADING-RECORD-2 TO PRINT-RECORD.
           WRITE PRINT-RECORD AFTER 2.
           PERFORM LEGGI-JRNL THRU LEGGI-JRNL-EX.
           PERFORM ELABORA THRU ELABORA-EX UNTIL EOF-JRNL.
           PERFORM STAMPA-SENZA-FINE THRU STAMPA-SENZA-FINE-EX
                   VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-NUM-PROGRAMMI.
           PERFORM STAMPA-RIEPILOGO THRU STAMPA-RIEPILOGO-EX.
           PERFORM STAMPA-NOTTI THRU STAMPA-NOTTI-EX.
           CLOSE RUNJRNL REGISTRO.
           DISPLAY 'RECORD LETTI:        ' WS-CTR-LETTI.
           DISPLAY 'RUN MISURATI:        ' WS-CTR-RUN.
           DISPLAY 'SFORAMENTI SLA:      ' WS-CTR-SFORAMENTI.
           DISPLAY 'OLTRE LA MEDIA:      ' WS-CTR-OLTRE-MEDIA.
           DISPLAY 'INIZI SENZA FINE:    ' WS-CTR-SENZA-FINE.
           DISPLAY 'FINI SENZA INIZIO:   ' WS-CTR-SENZA-INIZIO.
           IF WS-CTR-SCARTATI > ZERO
               DISPLAY 'RECORD NON ELABORATI (TABELLE PIENE): '
                       WS-CTR-SCARTATI.
           STOP RUN.

      *----------------------------------------------------------------
      *  I PASSI DEL PIANO ENTRANO IN TABELLA PER PRIMI, CON IL LORO
      *  SLA; SENZA PIANO LA FINESTRA COMPRENDE TUTTI I PROGRAMMI.
      *----------------------------------------------------------------
       CARICA-PIANO.
           OPEN INPUT PIANO.
           IF FS-PIANO NOT = '00'
               DISPLAY 'PIANO DELLA CATENA NON PRESENTE: NESSUNO SLA'
               GO TO CARICA-PIANO-EX.
           MOVE 'S' TO SW-PIANO.
           PERFORM LEGGI-PIANO THRU LEGGI-PIANO-EX UNTIL EOF-PIANO.
           CLOSE PIANO.
       CARICA-PIANO-EX.
           EXIT.

       LEGGI-PIANO.
           READ PIANO AT END MOVE 1 TO SW-FINE-PIANO
                GO TO LEGGI-PIANO-EX.
           IF FS-PIANO NOT = '00'
               MOVE 1 TO SW-FINE-PIANO
               GO TO LEGGI-PIANO-EX.
           IF WS-NUM-PROGRAMMI NOT < 50
               GO TO LEGGI-PIANO-EX.
           ADD 1 TO WS-NUM-PROGRAMMI.
           SET WS-PX TO WS-NUM-PROGRAMMI.
           MOVE PLN-PROGRAMMA TO WS-PROG-NOME(WS-PX).
           PERFORM AZZERA-PROGRAMMA THRU AZZERA-PROGRAMMA-EX.
           MOVE 'S' TO WS-PROG-CATENA(WS-PX).
           IF PLN-SLA-MINUTI NUMERIC
               MOVE PLN-SLA-MINUTI TO WS-PROG-SLA(WS-PX).
       LEGGI-PIANO-EX.
           EXIT.

       AZZERA-PROGRAMMA.
           MOVE ZERO TO WS-PROG-SLA(WS-PX) WS-PROG-INI-DATA(WS-PX)
                        WS-PROG-INI-ORA(WS-PX) WS-PROG-RUN(WS-PX)
                        WS-PROG-TOTALE(WS-PX) WS-PROG-MAX(WS-PX)
                        WS-PROG-SFORA(WS-PX) WS-PROG-LENTI(WS-PX)
                        WS-PROG-ULTIMA(WS-PX) WS-PROG-ULT-DATA(WS-PX)
                        WS-PROG-CRESCITA(WS-PX)
                        WS-PROG-CRESC-DAL(WS-PX)
                        WS-PROG-NUM-STORIA(WS-PX)
                        WS-PROG-POS-STORIA(WS-PX).
           MOVE 'N' TO WS-PROG-CATENA(WS-PX) WS-PROG-APERTO(WS-PX).
       AZZERA-PROGRAMMA-EX.
           EXIT.

       ELABORA.
           IF JRN-DATA < WS-PARM-DATA-DA
           OR JRN-DATA > WS-PARM-DATA-A
               GO TO ELABORA-PROSSIMO.
           PERFORM TROVA-PROGRAMMA THRU TROVA-PROGRAMMA-EX.
           IF NOT PROG-TROVATO
               ADD 1 TO WS-CTR-SCARTATI
               GO TO ELABORA-PROSSIMO.
           IF JRN-TIPO = 'I'
               PERFORM REGISTRA-INIZIO THRU REGISTRA-INIZIO-EX
           ELSE
               PERFORM REGISTRA-FINE THRU REGISTRA-FINE-EX.
       ELABORA-PROSSIMO.
           PERFORM LEGGI-JRNL THRU LEGGI-JRNL-EX.
       ELABORA-EX.
           EXIT.

       LEGGI-JRNL.
           READ RUNJRNL AT END MOVE 1 TO SW-FINE-JRNL
                GO TO LEGGI-JRNL-EX.
           IF FS-RUNJRNL NOT = '00'
               DISPLAY 'ERRORE IN LETTURA GIORNALE - FS=' FS-RUNJRNL
               MOVE 1 TO SW-FINE-JRNL
               GO TO LEGGI-JRNL-EX.
           ADD 1 TO WS-CTR-LETTI.
       LEGGI-JRNL-EX.
           EXIT.

      *----------------------------------------------------------------
      *  CERCA IL PROGRAMMA IN TABELLA E, SE MANCA, LO AGGIUNGE
      *  (SENZA SLA; E' PASSO DI CATENA SOLO SE IL PIANO MANCA).
      *----------------------------------------------------------------
       TROVA-PROGRAMMA.
           MOVE 'N' TO SW-PROG-TROVATO.
           PERFORM CONFRONTA-PROGRAMMA THRU CONFRONTA-PROGRAMMA-EX
                   VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-NUM-PROGRAMMI
                   OR PROG-TROVATO.
           IF PROG-TROVATO
               SET WS-PX DOWN BY 1
               GO TO TROVA-PROGRAMMA-EX.
           IF WS-NUM-PROGRAMMI NOT < 50
               GO TO TROVA-PROGRAMMA-EX.
           ADD 1 TO WS-NUM-PROGRAMMI.
           SET WS-PX TO WS-NUM-PROGRAMMI.
           MOVE JRN-PROGRAMMA TO WS-PROG-NOME(WS-PX).
           PERFORM AZZERA-PROGRAMMA THRU AZZERA-PROGRAMMA-EX.
           IF NOT PIANO-PRESENTE
               MOVE 'S' TO WS-PROG-CATENA(WS-PX).
           MOVE 'S' TO SW-PROG-TROVATO.
       TROVA-PROGRAMMA-EX.
           EXIT.

       CONFRONTA-PROGRAMMA.
           IF WS-PROG-NOME(WS-PX) = JRN-PROGRAMMA
               MOVE 'S' TO SW-PROG-TROVATO.
       CONFRONTA-PROGRAMMA-EX.
           EXIT.

      *----------------------------------------------------------------
      *  UN NUOVO INIZIO CON UN RUN ANCORA APERTO: IL RUN PRECEDENTE
      *  NON HA MAI SCRITTO LA FINE E VA SEGNALATO.
      *----------------------------------------------------------------
       REGISTRA-INIZIO.
           IF WS-PROG-APERTO(WS-PX) = 'S'
               PERFORM STAMPA-SENZA-FINE THRU STAMPA-SENZA-FINE-EX.
           MOVE 'S'      TO WS-PROG-APERTO(WS-PX).
           MOVE JRN-DATA TO WS-PROG-INI-DATA(WS-PX).
           MOVE JRN-ORA  TO WS-PROG-INI-ORA(WS-PX).
           IF WS-PROG-CATENA(WS-PX) = 'S'
               PERFORM TROVA-NOTTE THRU TROVA-NOTTE-EX
               IF NOTTE-TROVATA
                   IF WS-NOTTE-INI-ORA(WS-NX) = ZERO
                       MOVE JRN-ORA TO WS-NOTTE-INI-ORA(WS-NX)
                   END-IF
               END-IF
           END-IF.
       REGISTRA-INIZIO-EX.
           EXIT.

       REGISTRA-FINE.
           IF WS-PROG-APERTO(WS-PX) NOT = 'S'
               ADD 1 TO WS-CTR-SENZA-INIZIO
               GO TO REGISTRA-FINE-EX.
           MOVE 'N' TO WS-PROG-APERTO(WS-PX).
           ADD 1 TO WS-CTR-RUN.
           MOVE WS-PROG-INI-ORA(WS-PX) TO WS-ORA-N.
           PERFORM ORA-IN-SECONDI THRU ORA-IN-SECONDI-EX.
           MOVE WS-SECONDI TO WS-DURATA.
           MOVE JRN-ORA TO WS-ORA-N.
           PERFORM ORA-IN-SECONDI THRU ORA-IN-SECONDI-EX.
           COMPUTE WS-DURATA = WS-SECONDI - WS-DURATA.
           IF WS-DURATA < ZERO
               ADD 86400 TO WS-DURATA.
           MOVE SPACES TO DETAIL-RECORD.
           MOVE WS-PROG-NOME(WS-PX)     TO DET-PROGRAMMA.
           MOVE WS-PROG-INI-DATA(WS-PX) TO DET-DATA.
           MOVE WS-PROG-INI-ORA(WS-PX)  TO WS-ORA-N.
           PERFORM EDITA-ORA THRU EDITA-ORA-EX.
           MOVE WS-TEMPO-ED TO DET-ORA-INI.
           MOVE JRN-ORA TO WS-ORA-N.
           PERFORM EDITA-ORA THRU EDITA-ORA-EX.
           MOVE WS-TEMPO-ED TO DET-ORA-FIN.
           MOVE WS-DURATA TO WS-SECONDI.
           PERFORM EDITA-DURATA THRU EDITA-DURATA-EX.
           MOVE WS-TEMPO-ED TO DET-DURATA.
           MOVE WS-PROG-SLA(WS-PX) TO DET-SLA.
           MOVE JRN-COMPLETAMENTO TO DET-COMPLETAMENTO.
           PERFORM CONFRONTA-SLA THRU CONFRONTA-SLA-EX.
           PERFORM CALCOLA-MEDIA THRU CALCOLA-MEDIA-EX.
           IF WS-PROG-NUM-STORIA(WS-PX) NOT < WS-PARM-RUN
               MOVE WS-MEDIA TO WS-SECONDI
               PERFORM EDITA-DURATA THRU EDITA-DURATA-EX
               MOVE WS-TEMPO-ED TO DET-MEDIA.
           IF JRN-COMPLETAMENTO NOT = ZERO
               MOVE 'IN ERRORE' TO DET-SEGN-MEDIA
           ELSE
               PERFORM CONFRONTA-MEDIA THRU CONFRONTA-MEDIA-EX
               PERFORM AGGIORNA-STORIA THRU AGGIORNA-STORIA-EX.
           MOVE DETAIL-RECORD TO PRINT-RECORD.
           WRITE PRINT-RECORD AFTER 1.
           IF WS-PROG-CATENA(WS-PX) = 'S'
               PERFORM TROVA-NOTTE THRU TROVA-NOTTE-EX
               IF NOTTE-TROVATA
                   MOVE JRN-ORA TO WS-NOTTE-FIN-ORA(WS-NX)
                   ADD 1 TO WS-NOTTE-PASSI(WS-NX)
                   IF JRN-COMPLETAMENTO NOT = ZERO
                       ADD 1 TO WS-NOTTE-KO(WS-NX)
                   END-IF
               END-IF
           END-IF.
       REGISTRA-FINE-EX.
           EXIT.

       CONFRONTA-SLA.
           IF WS-PROG-SLA(WS-PX) = ZERO
               GO TO CONFRONTA-SLA-EX.
           IF WS-DURATA > WS-PROG-SLA(WS-PX) * 60
               MOVE 'SFORA SLA' TO DET-SEGN-SLA
               ADD 1 TO WS-PROG-SFORA(WS-PX)
               ADD 1 TO WS-CTR-SFORAMENTI.
       CONFRONTA-SLA-EX.
           EXIT.

      *----------------------------------------------------------------
      *  MEDIA MOBILE DELLE DURATE IN STORIA (AL PIU' N RUN).
      *----------------------------------------------------------------
       CALCOLA-MEDIA.
           MOVE ZERO TO WS-SOMMA WS-MEDIA.
           IF WS-PROG-NUM-STORIA(WS-PX) = ZERO
               GO TO CALCOLA-MEDIA-EX.
           PERFORM SOMMA-STORIA THRU SOMMA-STORIA-EX
                   VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-PROG-NUM-STORIA(WS-PX).
           DIVIDE WS-SOMMA BY WS-PROG-NUM-STORIA(WS-PX)
                  GIVING WS-MEDIA ROUNDED.
       CALCOLA-MEDIA-EX.
           EXIT.

       SOMMA-STORIA.
           ADD WS-PROG-STORIA(WS-PX, WS-SX) TO WS-SOMMA.
       SOMMA-STORIA-EX.
           EXIT.

      *----------------------------------------------------------------
      *  SCOSTAMENTO DALLA MEDIA (SOLO CON STORIA COMPLETA DI N RUN)
      *  E TENDENZA: OGNI RUN PIU' LUNGO DEL PRECEDENTE ALLUNGA LA
      *  SERIE IN CRESCITA, CHE RIPARTE AL PRIMO RUN NON PIU' LUNGO.
      *----------------------------------------------------------------
       CONFRONTA-MEDIA.
           IF WS-PROG-NUM-STORIA(WS-PX) NOT < WS-PARM-RUN
               COMPUTE WS-LIMITE = WS-MEDIA * (100 + WS-PARM-SOGLIA)
                                   / 100
               IF WS-DURATA > WS-LIMITE
                   MOVE 'OLTRE MEDIA' TO DET-SEGN-MEDIA
                   ADD 1 TO WS-PROG-LENTI(WS-PX)
                   ADD 1 TO WS-CTR-OLTRE-MEDIA
               END-IF
           END-IF.
           IF WS-PROG-RUN(WS-PX) > ZERO
           AND WS-DURATA > WS-PROG-ULTIMA(WS-PX)
               IF WS-PROG-CRESCITA(WS-PX) = ZERO
                   MOVE WS-PROG-ULT-DATA(WS-PX)
                        TO WS-PROG-CRESC-DAL(WS-PX)
               END-IF
               ADD 1 TO WS-PROG-CRESCITA(WS-PX)
           ELSE
               MOVE ZERO TO WS-PROG-CRESCITA(WS-PX).
           IF WS-PROG-CRESCITA(WS-PX) NOT < WS-PARM-RUN - 1
           AND WS-PROG-CRESCITA(WS-PX) > ZERO
               MOVE SPACES TO DET-SEGN-TREND
               STRING 'IN CRESCITA DAL ' WS-PROG-CRESC-DAL(WS-PX)
                      DELIMITED BY SIZE INTO DET-SEGN-TREND.
       CONFRONTA-MEDIA-EX.
           EXIT.

       AGGIORNA-STORIA.
           ADD 1 TO WS-PROG-RUN(WS-PX).
           ADD WS-DURATA TO WS-PROG-TOTALE(WS-PX).
           IF WS-DURATA > WS-PROG-MAX(WS-PX)
               MOVE WS-DURATA TO WS-PROG-MAX(WS-PX).
           MOVE WS-DURATA TO WS-PROG-ULTIMA(WS-PX).
           MOVE WS-PROG-INI-DATA(WS-PX) TO WS-PROG-ULT-DATA(WS-PX).
           MOVE WS-PROG-POS-STORIA(WS-PX) TO WS-POS.
           ADD 1 TO WS-POS.
           IF WS-POS > WS-PARM-RUN
               MOVE 1 TO WS-POS.
           MOVE WS-POS TO WS-PROG-POS-STORIA(WS-PX).
           SET WS-SX TO WS-POS.
           MOVE WS-DURATA TO WS-PROG-STORIA(WS-PX, WS-SX).
           IF WS-PROG-NUM-STORIA(WS-PX) < WS-PARM-RUN
               ADD 1 TO WS-PROG-NUM-STORIA(WS-PX).
       AGGIORNA-STORIA-EX.
           EXIT.

      *----------------------------------------------------------------
      *  NOTTE DELLA DATA CONTABILE DEL RECORD; SE MANCA SI AGGIUNGE.
      *----------------------------------------------------------------
       TROVA-NOTTE.
           MOVE 'N' TO SW-NOTTE-TROVATA.
           PERFORM CONFRONTA-NOTTE THRU CONFRONTA-NOTTE-EX
                   VARYING WS-NX FROM 1 BY 1
                   UNTIL WS-NX > WS-NUM-NOTTI
                   OR NOTTE-TROVATA.
           IF NOTTE-TROVATA
               SET WS-NX DOWN BY 1
               GO TO TROVA-NOTTE-EX.
           IF WS-NUM-NOTTI NOT < 400
               ADD 1 TO WS-CTR-SCARTATI
               GO TO TROVA-NOTTE-EX.
           ADD 1 TO WS-NUM-NOTTI.
           SET WS-NX TO WS-NUM-NOTTI.
           MOVE JRN-DATA TO WS-NOTTE-DATA(WS-NX).
           MOVE ZERO TO WS-NOTTE-INI-ORA(WS-NX) WS-NOTTE-FIN-ORA(WS-NX)
                        WS-NOTTE-PASSI(WS-NX) WS-NOTTE-KO(WS-NX).
           MOVE 'S' TO SW-NOTTE-TROVATA.
       TROVA-NOTTE-EX.
           EXIT.

       CONFRONTA-NOTTE.
           IF WS-NOTTE-DATA(WS-NX) = JRN-DATA
               MOVE 'S' TO SW-NOTTE-TROVATA.
       CONFRONTA-NOTTE-EX.
           EXIT.

       ORA-IN-SECONDI.
           COMPUTE WS-SECONDI = WS-ORA-HH * 3600 + WS-ORA-MM * 60
                              + WS-ORA-SS.
       ORA-IN-SECONDI-EX.
           EXIT.

       EDITA-ORA.
           MOVE WS-ORA-HH TO WS-ED-HH.
           MOVE WS-ORA-MM TO WS-ED-MM.
           MOVE WS-ORA-SS TO WS-ED-SS.
       EDITA-ORA-EX.
           EXIT.

       EDITA-DURATA.
           DIVIDE WS-SECONDI BY 3600 GIVING WS-ED-HH
                  REMAINDER WS-RESTO.
           DIVIDE WS-RESTO BY 60 GIVING WS-ED-MM
                  REMAINDER WS-ED-SS.
       EDITA-DURATA-EX.
           EXIT.

      *----------------------------------------------------------------
      *  RUN RIMASTO APERTO (NUOVO INIZIO O FINE DEL GIORNALE SENZA
      *  IL RECORD DI FINE): LAVORO PARTITO E MAI ARRIVATO IN FONDO.
      *----------------------------------------------------------------
       STAMPA-SENZA-FINE.
           IF WS-PROG-APERTO(WS-PX) NOT = 'S'
               GO TO STAMPA-SENZA-FINE-EX.
           MOVE 'N' TO WS-PROG-APERTO(WS-PX).
           ADD 1 TO WS-CTR-SENZA-FINE.
           MOVE SPACES TO DETAIL-RECORD.
           MOVE WS-PROG-NOME(WS-PX)     TO DET-PROGRAMMA.
           MOVE WS-PROG-INI-DATA(WS-PX) TO DET-DATA.
           MOVE WS-PROG-INI-ORA(WS-PX)  TO WS-ORA-N.
           PERFORM EDITA-ORA THRU EDITA-ORA-EX.
           MOVE WS-TEMPO-ED TO DET-ORA-INI.
           MOVE WS-PROG-SLA(WS-PX) TO DET-SLA.
           MOVE 'INIZIATO SENZA FINE' TO DET-SEGN-TREND.
           MOVE DETAIL-RECORD TO PRINT-RECORD.
           WRITE PRINT-RECORD AFTER 1.
       STAMPA-SENZA-FINE-EX.
           EXIT.

       STAMPA-RIEPILOGO.
           MOVE HEADING-RIEPILOGO TO PRINT-RECORD.
           WRITE PRINT-RECORD AFTER 3.
           PERFORM STAMPA-UN-PROGRAMMA THRU STAMPA-UN-PROGRAMMA-EX
                   VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-NUM-PROGRAMMI.
       STAMPA-RIEPILOGO-EX.
           EXIT.

       STAMPA-UN-PROGRAMMA.
           IF WS-PROG-RUN(WS-PX) = ZERO
           AND WS-PROG-SFORA(WS-PX) = ZERO
               GO TO STAMPA-UN-PROGRAMMA-EX.
           MOVE SPACES TO RIEPILOGO-RECORD.
           MOVE WS-PROG-NOME(WS-PX)  TO RIE-PROGRAMMA.
           MOVE WS-PROG-RUN(WS-PX)   TO RIE-RUN.
           IF WS-PROG-RUN(WS-PX) > ZERO
               DIVIDE WS-PROG-TOTALE(WS-PX) BY WS-PROG-RUN(WS-PX)
                      GIVING WS-SECONDI ROUNDED
               PERFORM EDITA-DURATA THRU EDITA-DURATA-EX
               MOVE WS-TEMPO-ED TO RIE-MEDIA
               PERFORM CALCOLA-MEDIA THRU CALCOLA-MEDIA-EX
               MOVE WS-MEDIA TO WS-SECONDI
               PERFORM EDITA-DURATA THRU EDITA-DURATA-EX
               MOVE WS-TEMPO-ED TO RIE-MEDIA-N
               MOVE WS-PROG-MAX(WS-PX) TO WS-SECONDI
               PERFORM EDITA-DURATA THRU EDITA-DURATA-EX
               MOVE WS-TEMPO-ED TO RIE-MAX.
           MOVE WS-PROG-SLA(WS-PX)   TO RIE-SLA.
           MOVE WS-PROG-SFORA(WS-PX) TO RIE-SFORA.
           MOVE WS-PROG-LENTI(WS-PX) TO RIE-LENTI.
           IF WS-PROG-CRESCITA(WS-PX) NOT < WS-PARM-RUN - 1
           AND WS-PROG-CRESCITA(WS-PX) > ZERO
               STRING 'IN CRESCITA DAL ' WS-PROG-CRESC-DAL(WS-PX)
                      DELIMITED BY SIZE INTO RIE-TENDENZA
           ELSE
               MOVE 'STABILE' TO RIE-TENDENZA.
           MOVE RIEPILOGO-RECORD TO PRINT-RECORD.
           WRITE PRINT-RECORD AFTER 1.
       STAMPA-UN-PROGRAMMA-EX.
           EXIT.

      *----------------------------------------------------------------
      *  FINESTRA PER NOTTE: DAL PRIMO AVVIO ALL'ULTIMA FINE DEI PASSI
      *  DI CATENA; UNA FINE CON ORA MINORE DELL'AVVIO E' OLTRE LA
      *  MEZZANOTTE. MEDIA E MASSIMO SULLE NOTTI CON ALMENO UNA FINE.
      *----------------------------------------------------------------
       STAMPA-NOTTI.
           MOVE HEADING-NOTTI TO PRINT-RECORD.
           WRITE PRINT-RECORD AFTER 3.
           PERFORM STAMPA-UNA-NOTTE THRU STAMPA-UNA-NOTTE-EX
                   VARYING WS-NX FROM 1 BY 1
                   UNTIL WS-NX > WS-NUM-NOTTI.
           IF WS-NOTTI-CONCLUSE = ZERO
               GO TO STAMPA-NOTTI-EX.
           MOVE SPACES TO TOTALE-NOTTI-RECORD.
           MOVE 'FINESTRA MEDIA PER NOTTE' TO TOT-TESTO.
           DIVIDE WS-FINESTRA-TOTALE BY WS-NOTTI-CONCLUSE
                  GIVING WS-SECONDI ROUNDED.
           PERFORM EDITA-DURATA THRU EDITA-DURATA-EX.
           MOVE WS-TEMPO-ED TO TOT-DURATA.
           MOVE TOTALE-NOTTI-RECORD TO PRINT-RECORD.
           WRITE PRINT-RECORD AFTER 2.
           MOVE SPACES TO TOTALE-NOTTI-RECORD.
           MOVE 'FINESTRA MASSIMA' TO TOT-TESTO.
           MOVE WS-FINESTRA-MAX TO WS-SECONDI.
           PERFORM EDITA-DURATA THRU EDITA-DURATA-EX.
           MOVE WS-TEMPO-ED TO TOT-DURATA.
           MOVE WS-FINESTRA-MAX-DATA TO TOT-DATA.
           MOVE TOTALE-NOTTI-RECORD TO PRINT-RECORD.
           WRITE PRINT-RECORD AFTER 1.
       STAMPA-NOTTI-EX.
           EXIT.

       STAMPA-UNA-NOTTE.
           MOVE SPACES TO NOTTE-RECORD.
           MOVE WS-NOTTE-DATA(WS-NX)  TO NOT-DATA.
           MOVE WS-NOTTE-PASSI(WS-NX) TO NOT-PASSI.
           MOVE WS-NOTTE-KO(WS-NX)    TO NOT-KO.
           IF WS-NOTTE-INI-ORA(WS-NX) = ZERO
           OR WS-NOTTE-PASSI(WS-NX) = ZERO
               MOVE 'NESSUN PASSO CONCLUSO' TO NOT-NOTA
               GO TO R010.
           MOVE WS-NOTTE-INI-ORA(WS-NX) TO WS-ORA-N.
           PERFORM EDITA-ORA THRU EDITA-ORA-EX.
           MOVE WS-TEMPO-ED TO NOT-INIZIO.
           PERFORM ORA-IN-SECONDI THRU ORA-IN-SECONDI-EX.
           MOVE WS-SECONDI TO WS-DURATA.
           MOVE WS-NOTTE-FIN-ORA(WS-NX) TO WS-ORA-N.
           PERFORM EDITA-ORA THRU EDITA-ORA-EX.
           MOVE WS-TEMPO-ED TO NOT-FINE.
           PERFORM ORA-IN-SECONDI THRU ORA-IN-SECONDI-EX.
           COMPUTE WS-DURATA = WS-SECONDI - WS-DURATA.
           IF WS-DURATA < ZERO
               ADD 86400 TO WS-DURATA
               MOVE 'OLTRE LA MEZZANOTTE' TO NOT-NOTA.
           IF WS-NOTTE-KO(WS-NX) > ZERO
               MOVE 'PASSI TERMINATI IN ERRORE' TO NOT-NOTA.
           MOVE WS-DURATA TO WS-SECONDI.
           PERFORM EDITA-DURATA THRU EDITA-DURATA-EX.
           MOVE WS-TEMPO-ED TO NOT-DURATA.
           ADD 1 TO WS-NOTTI-CONCLUSE.
           ADD WS-DURATA TO WS-FINESTRA-TOTALE.
           IF WS-DURATA > WS-FINESTRA-MAX
               MOVE WS-DURATA TO WS-FINESTRA-MAX
               MOVE WS-NOTTE-DATA(WS-NX) TO WS-FINESTRA-MAX-DATA.
       R010.
           MOVE NOTTE-RECORD TO PRINT-RECORD.
           WRITE PRINT-RECORD AFTER 1.
       STAMPA-UNA-NOTTE-EX.
           EXIT.
       END PROGRAM TEMPIJRN.
