      ******************************************************************
      *  ROUTINE DELLA DATA CONTABILE: UNICO PUNTO DA CUI I BATCH
      *  PRENDONO LA DATA DI LAVORO AL POSTO DELL'OROLOGIO DI SISTEMA,
      *  COSI' UNA CATENA CHE PASSA LA MEZZANOTTE O UN RILANCIO LA
      *  MATTINA DOPO REGISTRANO, INVECCHIANO E DATANO CON LA
      *  GIORNATA GIUSTA. LA DATA CONTABILE STA SULL'ARCHIVIO
      *  DATACONT (UN SOLO RECORD) E AVANZA SOLTANTO CON IL PASSO DI
      *  FINE GIORNATA FINEGG DELLA CATENA; I GIORNI NON LAVORATIVI
      *  SONO SABATI, DOMENICHE E LE FESTIVITA' DEL CALENDARIO
      *  CALFEST (GESFESTE). SI CHIAMA CON CALL 'DATACONT' USING
      *  PARAMETRI-DATACONT (COPY PAR_DATACONT, DOVE SONO DESCRITTE
      *  LE FUNZIONI) E RESTITUISCE IL CONTROLLO CON GOBACK.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DATACONT.
       AUTHOR.  MB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATACONT ASSIGN TO FORMATFILE-DATACONT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DATACONT.

           SELECT CALFEST ASSIGN TO DATABASE-CALFEST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FES-DATA
           FILE STATUS IS FS-CALFEST.

       DATA DIVISION.

       FILE SECTION.
      *----------------------------------------------------------------
      *  DATA CONTABILE: UN SOLO RECORD CON LA GIORNATA IN CORSO,
      *  QUELLA CHIUSA PER ULTIMA E DATA/ORA DELL'ULTIMO AVANZAMENTO.
      *----------------------------------------------------------------
       FD DATACONT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REC-DATACONT.
       01 REC-DATACONT.
           05 DCO-DATA-CONTABILE PIC 9(8).
           05 DCO-DATA-PRECEDENTE PIC 9(8).
           05 DCO-AGG-DATA       PIC 9(8).
           05 DCO-AGG-ORA        PIC 9(8).
           05 FILLER             PIC X(28).

      *----------------------------------------------------------------
      *  CALENDARIO DELLE FESTIVITA' (GESFESTE): UN RECORD PER OGNI
      *  GIORNO FESTIVO INFRASETTIMANALE; SABATI E DOMENICHE NON
      *  SERVONO, LI RICONOSCE LA ROUTINE.
      *----------------------------------------------------------------
       FD CALFEST
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REC-CALFEST.
       01 REC-CALFEST.
           05 FES-DATA           PIC 9(8).
           05 FES-DESCRIZIONE    PIC X(30).
           05 FILLER             PIC X(2).

       WORKING-STORAGE SECTION.

       01 FS-DATACONT                PIC 9(2) VALUE ZEROES.
       01 FS-CALFEST                 PIC 9(2) VALUE ZEROES.

      *----------------------------------------------------------------
      *  IL CALENDARIO SI APRE ALLA PRIMA CHIAMATA E RESTA APERTO PER
      *  LE CHIAMATE SUCCESSIVE DELLO STESSO RUN ('N' = NON ANCORA
      *  APERTO, 'S' = APERTO, 'A' = ASSENTE: SOLO SABATI E DOMENICHE).
      *----------------------------------------------------------------
       01 SW-CALFEST                 PIC X(1) VALUE 'N'.
           88 WS-CALFEST-DA-APRIRE    VALUE 'N'.
           88 WS-CALFEST-APERTO       VALUE 'S'.
       01 SW-DATACONT-PRESENTE       PIC X(1) VALUE 'N'.
           88 WS-DATACONT-PRESENTE    VALUE 'S'.
       01 SW-LAVORATIVO              PIC X(1) VALUE 'S'.
           88 WS-GIORNO-LAVORATIVO    VALUE 'S'.

       01 WS-DATA-SISTEMA            PIC 9(8) VALUE ZEROES.
       01 WS-ORA-SISTEMA             PIC 9(8) VALUE ZEROES.
       01 WS-DATA-CHIUSA             PIC 9(8) VALUE ZEROES.
       01 WS-CTR-GIORNI              PIC 9(3) VALUE ZEROES.

       01 WS-DATA-LAVORO             PIC 9(8) VALUE ZEROES.
       01 WS-DATA-LAVORO-R REDEFINES WS-DATA-LAVORO.
           05 WS-LAV-ANNO            PIC 9(4).
           05 WS-LAV-MESE            PIC 9(2).
           05 WS-LAV-GIORNO          PIC 9(2).

      *----------------------------------------------------------------
      *  LUNGHEZZA DEI MESI (FEBBRAIO CORRETTO PER I BISESTILI).
      *----------------------------------------------------------------
       01 WS-TAB-MESI                PIC X(24)
              VALUE '312831303130313130313031'.
       01 WS-TAB-MESI-R REDEFINES WS-TAB-MESI.
           05 WS-GG-MESE-TAB         PIC 9(2) OCCURS 12 TIMES.
       01 WS-GG-MESE                 PIC 9(2) VALUE ZEROES.
       01 WS-QUOZIENTE               PIC 9(4) VALUE ZEROES.
       01 WS-RESTO-4                 PIC 9(4) VALUE ZEROES.
       01 WS-RESTO-100               PIC 9(4) VALUE ZEROES.
       01 WS-RESTO-400               PIC 9(4) VALUE ZEROES.

      *----------------------------------------------------------------
      *  GIORNO DELLA SETTIMANA (CONGRUENZA DI ZELLER, 1 = LUNEDI',
      *  6 = SABATO, 7 = DOMENICA), COME IN GESSTUDENTE.
      *----------------------------------------------------------------
       01 WS-GIORNO-SETTIMANA        PIC 9(1) VALUE ZEROES.
       01 WS-ZELLER-ANNO             PIC 9(4) VALUE ZEROES.
       01 WS-ZELLER-MESE             PIC 9(2) VALUE ZEROES.
       01 WS-ZELLER-SECOLO           PIC 9(2) VALUE ZEROES.
       01 WS-ZELLER-ANNO-SEC         PIC 9(2) VALUE ZEROES.
       01 WS-ZELLER-T1               PIC 9(3) VALUE ZEROES.
       01 WS-ZELLER-T2               PIC 9(2) VALUE ZEROES.
       01 WS-ZELLER-T3               PIC 9(2) VALUE ZEROES.
       01 WS-ZELLER-SOMMA            PIC 9(4) VALUE ZEROES.
       01 WS-ZELLER-RESTO            PIC 9(1) VALUE ZEROES.

       LINKAGE SECTION.
           COPY PAR_DataCont.

       PROCEDURE DIVISION USING PARAMETRI-DATACONT.

       INIZIO.
          MOVE ' ' TO DCP-ESITO.
          ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
          MOVE WS-DATA-SISTEMA TO DCP-DATA-SISTEMA.
          IF WS-CALFEST-DA-APRIRE
             PERFORM APRI-CALFEST THRU APRI-CALFEST-EX.
          EVALUATE TRUE
             WHEN DCP-LEGGI-DATA
                PERFORM LEGGI-DATA-CONTABILE
                        THRU LEGGI-DATA-CONTABILE-EX
             WHEN DCP-GIORNO-UTILE
                PERFORM CERCA-GIORNO-UTILE THRU CERCA-GIORNO-UTILE-EX
             WHEN DCP-FINE-GIORNATA
                PERFORM AVANZA-DATA-CONTABILE
                        THRU AVANZA-DATA-CONTABILE-EX
             WHEN OTHER
                DISPLAY 'DATACONT: FUNZIONE NON PREVISTA ('
                        DCP-FUNZIONE ') DA ' DCP-PROGRAMMA
                MOVE 'E' TO DCP-ESITO
          END-EVALUATE.
          GOBACK.

       APRI-CALFEST.
          OPEN INPUT CALFEST.
          IF FS-CALFEST = '00'
             MOVE 'S' TO SW-CALFEST
          ELSE
             MOVE 'A' TO SW-CALFEST
             DISPLAY 'DATACONT: CALENDARIO FESTIVITA'' ASSENTE, '
                     'NON LAVORATIVI SOLO SABATI E DOMENICHE'.
       APRI-CALFEST-EX.
          EXIT.

      *----------------------------------------------------------------
      *  FUNZIONE 'D': DATA CONTABILE DALL'ARCHIVIO (SE MANCA, DATA DI
      *  SISTEMA CON ESITO 'S') E AVVISO SE IL PROGRAMMA PARTE IN UN
      *  GIORNO NON LAVORATIVO O CON UNA DATA CONTABILE DIVERSA DA
      *  QUELLA DI SISTEMA (CATENA OLTRE LA MEZZANOTTE, RILANCIO).
      *----------------------------------------------------------------
       LEGGI-DATA-CONTABILE.
          PERFORM LEGGI-DATACONT THRU LEGGI-DATACONT-EX.
          IF WS-DATACONT-PRESENTE
             MOVE DCO-DATA-CONTABILE TO DCP-DATA-CONTABILE
          ELSE
             MOVE WS-DATA-SISTEMA TO DCP-DATA-CONTABILE
             MOVE 'S' TO DCP-ESITO
             DISPLAY 'DATACONT: DATA CONTABILE NON IMPOSTATA, '
                     DCP-PROGRAMMA ' USA LA DATA DI SISTEMA'.
          MOVE WS-DATA-SISTEMA TO WS-DATA-LAVORO.
          PERFORM VERIFICA-LAVORATIVO THRU VERIFICA-LAVORATIVO-EX.
          MOVE SW-LAVORATIVO TO DCP-LAVORATIVO.
          IF NOT WS-GIORNO-LAVORATIVO
             DISPLAY '*** ATTENZIONE: ' DCP-PROGRAMMA
                     ' LANCIATO IN GIORNO NON LAVORATIVO ('
                     WS-DATA-SISTEMA ')'.
          IF DCP-DATA-CONTABILE NOT = WS-DATA-SISTEMA
             DISPLAY DCP-PROGRAMMA ': DATA CONTABILE '
                     DCP-DATA-CONTABILE ' (DATA DI SISTEMA '
                     WS-DATA-SISTEMA ')'.
       LEGGI-DATA-CONTABILE-EX.
          EXIT.

       LEGGI-DATACONT.
          MOVE 'N' TO SW-DATACONT-PRESENTE.
          OPEN INPUT DATACONT.
          IF FS-DATACONT NOT = '00'
             GO TO LEGGI-DATACONT-EX.
          READ DATACONT AT END GO TO L010.
          IF FS-DATACONT = '00'
          AND DCO-DATA-CONTABILE NUMERIC
          AND DCO-DATA-CONTABILE NOT = ZEROES
             MOVE 'S' TO SW-DATACONT-PRESENTE.
       L010.
          CLOSE DATACONT.
       LEGGI-DATACONT-EX.
          EXIT.

      *----------------------------------------------------------------
      *  FUNZIONE 'L': PRIMO GIORNO LAVORATIVO DA DCP-DATA-IN IN POI.
      *----------------------------------------------------------------
       CERCA-GIORNO-UTILE.
          IF DCP-DATA-IN = ZEROES OR DCP-DATA-IN NOT NUMERIC
             MOVE ZEROES TO DCP-DATA-OUT
             MOVE 'E' TO DCP-ESITO
             GO TO CERCA-GIORNO-UTILE-EX.
          MOVE DCP-DATA-IN TO WS-DATA-LAVORO.
          PERFORM NORMALIZZA-DATA THRU NORMALIZZA-DATA-EX.
          PERFORM PORTA-A-GIORNO-UTILE THRU PORTA-A-GIORNO-UTILE-EX.
          MOVE WS-DATA-LAVORO TO DCP-DATA-OUT.
          MOVE SW-LAVORATIVO TO DCP-LAVORATIVO.
       CERCA-GIORNO-UTILE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  FUNZIONE 'A': CHIUDE LA GIORNATA CONTABILE E APRE IL GIORNO
      *  LAVORATIVO SUCCESSIVO. UNA GIORNATA CHE NON E' ANCORA
      *  INIZIATA (DATA CONTABILE OLTRE LA DATA DI SISTEMA: FINE
      *  GIORNATA GIA' FATTO) NON SI CHIUDE, COSI' UN DOPPIO LANCIO
      *  NON SALTA UN GIORNO. IN DCP-DATA-OUT LA GIORNATA CHIUSA.
      *----------------------------------------------------------------
       AVANZA-DATA-CONTABILE.
          PERFORM LEGGI-DATACONT THRU LEGGI-DATACONT-EX.
          IF WS-DATACONT-PRESENTE
             MOVE DCO-DATA-CONTABILE TO WS-DATA-CHIUSA
          ELSE
             MOVE WS-DATA-SISTEMA TO WS-DATA-CHIUSA.
          IF WS-DATA-CHIUSA > WS-DATA-SISTEMA
             DISPLAY 'DATACONT: LA GIORNATA ' WS-DATA-CHIUSA
                     ' NON E'' ANCORA INIZIATA, FINE GIORNATA '
                     'RIFIUTATO'
             MOVE WS-DATA-CHIUSA TO DCP-DATA-CONTABILE
             MOVE ZEROES TO DCP-DATA-OUT
             MOVE 'E' TO DCP-ESITO
             GO TO AVANZA-DATA-CONTABILE-EX.
          MOVE WS-DATA-CHIUSA TO WS-DATA-LAVORO.
          PERFORM GIORNO-SUCCESSIVO THRU GIORNO-SUCCESSIVO-EX.
          PERFORM PORTA-A-GIORNO-UTILE THRU PORTA-A-GIORNO-UTILE-EX.
          ACCEPT WS-ORA-SISTEMA FROM TIME.
          OPEN OUTPUT DATACONT.
          IF FS-DATACONT NOT = '00'
             DISPLAY 'DATACONT: IMPOSSIBILE AGGIORNARE LA DATA '
                     'CONTABILE - FS=' FS-DATACONT
             MOVE WS-DATA-CHIUSA TO DCP-DATA-CONTABILE
             MOVE 'E' TO DCP-ESITO
             GO TO AVANZA-DATA-CONTABILE-EX.
          MOVE SPACES TO REC-DATACONT.
          MOVE WS-DATA-LAVORO  TO DCO-DATA-CONTABILE.
          MOVE WS-DATA-CHIUSA  TO DCO-DATA-PRECEDENTE.
          MOVE WS-DATA-SISTEMA TO DCO-AGG-DATA.
          MOVE WS-ORA-SISTEMA  TO DCO-AGG-ORA.
          WRITE REC-DATACONT.
          IF FS-DATACONT NOT = '00'
             DISPLAY 'DATACONT: ERRORE IN SCRITTURA - FS='
                     FS-DATACONT
             MOVE 'E' TO DCP-ESITO.
          CLOSE DATACONT.
          MOVE WS-DATA-LAVORO TO DCP-DATA-CONTABILE.
          MOVE WS-DATA-CHIUSA TO DCP-DATA-OUT.
       AVANZA-DATA-CONTABILE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  SCORRE IN AVANTI WS-DATA-LAVORO FINO AL PRIMO GIORNO
      *  LAVORATIVO (AL MASSIMO UN MESE: UN CALENDARIO SBAGLIATO NON
      *  DEVE BLOCCARE IL RUN).
      *----------------------------------------------------------------
       PORTA-A-GIORNO-UTILE.
          MOVE ZEROES TO WS-CTR-GIORNI.
       P010.
          PERFORM VERIFICA-LAVORATIVO THRU VERIFICA-LAVORATIVO-EX.
          IF WS-GIORNO-LAVORATIVO OR WS-CTR-GIORNI > 31
             GO TO PORTA-A-GIORNO-UTILE-EX.
          PERFORM GIORNO-SUCCESSIVO THRU GIORNO-SUCCESSIVO-EX.
          ADD 1 TO WS-CTR-GIORNI.
          GO TO P010.
       PORTA-A-GIORNO-UTILE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  NON LAVORATIVI: SABATO, DOMENICA E I GIORNI DEL CALENDARIO.
      *----------------------------------------------------------------
       VERIFICA-LAVORATIVO.
          MOVE 'S' TO SW-LAVORATIVO.
          PERFORM CALCOLA-GIORNO-SETTIMANA
                  THRU CALCOLA-GIORNO-SETTIMANA-EX.
          IF WS-GIORNO-SETTIMANA > 5
             MOVE 'N' TO SW-LAVORATIVO
             GO TO VERIFICA-LAVORATIVO-EX.
          IF NOT WS-CALFEST-APERTO
             GO TO VERIFICA-LAVORATIVO-EX.
          MOVE WS-DATA-LAVORO TO FES-DATA.
          READ CALFEST.
          IF FS-CALFEST = '00'
             MOVE 'N' TO SW-LAVORATIVO.
       VERIFICA-LAVORATIVO-EX.
          EXIT.

       CALCOLA-GIORNO-SETTIMANA.
          MOVE WS-LAV-ANNO TO WS-ZELLER-ANNO.
          MOVE WS-LAV-MESE TO WS-ZELLER-MESE.
          IF WS-ZELLER-MESE < 3
             ADD 12 TO WS-ZELLER-MESE
             SUBTRACT 1 FROM WS-ZELLER-ANNO.
          DIVIDE WS-ZELLER-ANNO BY 100 GIVING WS-ZELLER-SECOLO
                 REMAINDER WS-ZELLER-ANNO-SEC.
          COMPUTE WS-ZELLER-T1 = (13 * (WS-ZELLER-MESE + 1)) / 5.
          COMPUTE WS-ZELLER-T2 = WS-ZELLER-ANNO-SEC / 4.
          COMPUTE WS-ZELLER-T3 = WS-ZELLER-SECOLO / 4.
          COMPUTE WS-ZELLER-SOMMA = WS-LAV-GIORNO + WS-ZELLER-T1
                + WS-ZELLER-ANNO-SEC + WS-ZELLER-T2 + WS-ZELLER-T3
                + (5 * WS-ZELLER-SECOLO) + 5.
          DIVIDE WS-ZELLER-SOMMA BY 7 GIVING WS-ZELLER-T1
                 REMAINDER WS-ZELLER-RESTO.
          COMPUTE WS-GIORNO-SETTIMANA = WS-ZELLER-RESTO + 1.
       CALCOLA-GIORNO-SETTIMANA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  SERVIZI SULLE DATE: LUNGHEZZA DEL MESE, GIORNO OLTRE LA FINE
      *  DEL MESE RIPORTATO ALL'ULTIMO GIORNO, GIORNO SUCCESSIVO.
      *----------------------------------------------------------------
       CALCOLA-GIORNI-MESE.
          IF WS-LAV-MESE < 1 OR WS-LAV-MESE > 12
             MOVE 1 TO WS-LAV-MESE.
          MOVE WS-GG-MESE-TAB(WS-LAV-MESE) TO WS-GG-MESE.
          IF WS-LAV-MESE NOT = 2
             GO TO CALCOLA-GIORNI-MESE-EX.
          DIVIDE WS-LAV-ANNO BY 4 GIVING WS-QUOZIENTE
                 REMAINDER WS-RESTO-4.
          DIVIDE WS-LAV-ANNO BY 100 GIVING WS-QUOZIENTE
                 REMAINDER WS-RESTO-100.
          DIVIDE WS-LAV-ANNO BY 400 GIVING WS-QUOZIENTE
                 REMAINDER WS-RESTO-400.
          IF WS-RESTO-4 = ZEROES
          AND (WS-RESTO-100 NOT = ZEROES OR WS-RESTO-400 = ZEROES)
             MOVE 29 TO WS-GG-MESE.
       CALCOLA-GIORNI-MESE-EX.
          EXIT.

       NORMALIZZA-DATA.
          PERFORM CALCOLA-GIORNI-MESE THRU CALCOLA-GIORNI-MESE-EX.
          IF WS-LAV-GIORNO > WS-GG-MESE
             MOVE WS-GG-MESE TO WS-LAV-GIORNO.
          IF WS-LAV-GIORNO = ZEROES
             MOVE 1 TO WS-LAV-GIORNO.
       NORMALIZZA-DATA-EX.
          EXIT.

       GIORNO-SUCCESSIVO.
          PERFORM CALCOLA-GIORNI-MESE THRU CALCOLA-GIORNI-MESE-EX.
          ADD 1 TO WS-LAV-GIORNO.
          IF WS-LAV-GIORNO > WS-GG-MESE
             MOVE 1 TO WS-LAV-GIORNO
             ADD 1 TO WS-LAV-MESE
             IF WS-LAV-MESE > 12
                MOVE 1 TO WS-LAV-MESE
                ADD 1 TO WS-LAV-ANNO.
       GIORNO-SUCCESSIVO-EX.
          EXIT.
