      *  (RESIDUO APERTO * GIORNI PERIODO / FATTURATO DEL PERIODO).
      *  GIORNI IN BASE COMMERCIALE 30/360 COME SCADFATT. E' IL
      *  PROSPETTO RICHIESTO DAL COMITATO FIDI.
      *  I GIORNI MEDI DI OGNI CLIENTE, CON IL RITARDO MEDIO SULLA
      *  SCADENZA, VANNO ANCHE SU GGINCLI PER LA PREVISIONE DI
      *  TESORERIA (TESORERIA).
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSOCLI.
       AUTHOR.  MB.

      *----------------------------------------------------------------
      * MODIFICHE
      * 14-09-2026 MB  PARTITE CON IL NUMERO RATA IN CHIAVE: OGNI
      *                RATA SALDATA ENTRA NELLE MEDIE COME PARTITA.
      * 21-09-2026 MB  CONTESTAZIONI (GESCONTES): IL RESIDUO DELLE
      *                PARTITE CON CONTESTAZIONE APERTA NON ENTRA NEL
      *                DSO, E LE PARTITE CHE SONO STATE CONTESTATE
      *                NON ENTRANO NELLE MEDIE DEI GIORNI DI INCASSO.
      * 12-10-2026 MB  STORICO INCASSI PER CLIENTE SU GGINCLI (GIORNI
      *                MEDI E RITARDO MEDIO SULLA SCADENZA) PER LA
      *                PREVISIONE DI CASSA A 13 SETTIMANE.
      * 15-10-2026 MB  LA DATA DI RIFERIMENTO A ZERO VALE LA DATA
      *                CONTABILE (ROUTINE DATACONT, AVANZATA SOLO DAL
      *                FINE GIORNATA FINEGG DI CATENA) E NON PIU' LA
      *                DATA DI SISTEMA; AVVISO A VIDEO SE IL PROGRAMMA
      *                PARTE IN UN GIORNO NON LAVORATIVO.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
           RECORD KEY IS KEY-PARTITE
           FILE STATUS IS FS-PARTITE.

           SELECT CONTEST ASSIGN TO DATABASE-CONTEST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-CONTEST
           FILE STATUS IS FS-CONTEST.

           SELECT GGINCLI ASSIGN TO DATABASE-GGINCLI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-GGINCLI
           FILE STATUS IS FS-GGINCLI.

           SELECT PERFORMA ASSIGN TO PRINTER-PERFORMA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           05 KEY-PARTITE.
             07 PAR-COD-CLI   PIC 9(5).
             07 PAR-NUM-FAT   PIC X(8).
      *      RATA: 00 = PARTITA UNICA DEL DOCUMENTO, 01-06 = RATE
      *      DEL TERMINE DI PAGAMENTO (VEDI GESTPAG E INSFATTURE).
             07 PAR-NUM-RATA  PIC 9(2).
           05 PAR-TOT-FATT     PIC 9(14) COMP-3.
           05 PAR-INCASSATO    PIC 9(14) COMP-3.
           05 PAR-RESIDUO      PIC 9(14) COMP-3.
      *    CONTRATTO DI FINANZIAMENTO CHE HA CONSOLIDATO LA PARTITA
      *    (CONSOFIN), VALORIZZATO SOLO CON STATO 'F'.
           05 PAR-RIF-CONTRATTO PIC 9(6).
           05 FILLER           PIC X(7).

      *----------------------------------------------------------------
      *  CONTESTAZIONI SULLE PARTITE (GESCONTES): STESSA CHIAVE DI
      *  PARTITE. UNA PARTITA CON CONTESTAZIONE APERTA E' ESCLUSA.
      *----------------------------------------------------------------
       FD CONTEST
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS REC-CONTEST.
       01 REC-CONTEST.
           05 KEY-CONTEST.
             07 CTS-COD-CLI    PIC 9(5).
             07 CTS-NUM-FAT    PIC X(8).
             07 CTS-NUM-RATA   PIC 9(2).
           05 CTS-CAUSALE      PIC X(4).
           05 CTS-DATA-APERTURA PIC 9(8).
           05 CTS-INCARICATO   PIC X(10).
           05 CTS-IMPORTO      PIC 9(14) COMP-3.
           05 CTS-STATO        PIC X.
              88 CTS-APERTA       VALUE 'A'.
           05 CTS-DATA-CHIUSURA PIC 9(8).
           05 CTS-ESITO        PIC X.
           05 CTS-NOTE         PIC X(40).
           05 FILLER           PIC X(25).

      *----------------------------------------------------------------
      *  STORICO INCASSI PER CLIENTE, RISCRITTO A OGNI ELABORAZIONE:
      *  GIORNI MEDI FATTURA-INCASSO (PERIODO CORRENTE, O PRECEDENTE
      *  SE NEL CORRENTE NON CI SONO INCASSI) E RITARDO MEDIO DEL
      *  PAGAMENTO SULLA SCADENZA DELLA PARTITA NEI DUE PERIODI
      *  (NEGATIVO = PAGA IN ANTICIPO). LO LEGGE TESORERIA.
      *----------------------------------------------------------------
       FD GGINCLI
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REC-GGINCLI.
       01 REC-GGINCLI.
           05 KEY-GGINCLI.
             07 GGI-COD-CLI    PIC 9(5).
           05 GGI-GG-INCASSO   PIC S9(5)V9 COMP-3.
           05 GGI-GG-RITARDO   PIC S9(5)V9 COMP-3.
           05 GGI-N-INCASSI    PIC 9(5).
           05 GGI-PER-DA       PIC 9(8).
           05 GGI-PER-A        PIC 9(8).
           05 FILLER           PIC X(6).

       FD PERFORMA
           LABEL RECORD IS OMITTED

       01 FS-FATTURE                 PIC 9(2) VALUE ZEROES.
       01 FS-PARTITE                 PIC 9(2) VALUE ZEROES.
       01 FS-CONTEST                 PIC 9(2) VALUE ZEROES.
       01 SW-CONTEST-APERTO          PIC X(1) VALUE 'N'.
           88 WS-CONTEST-APERTO      VALUE 'S'.
       01 SW-CONTESTATA              PIC X(1) VALUE 'N'.
           88 WS-PARTITA-CONTESTATA  VALUE 'S'.
       01 FS-PERFORMA                PIC 9(2) VALUE ZEROES.
       01 FS-GGINCLI                 PIC 9(2) VALUE ZEROES.
       01 SW-GGINCLI-APERTO          PIC X(1) VALUE 'N'.
           88 WS-GGINCLI-APERTO      VALUE 'S'.

       01 SW-FINE-PAR                PIC 9(1) VALUE ZEROES.
           88 EOF-PAR                 VALUE 1.
           05 WS-DP-MESE             PIC 9(2).
           05 WS-DP-GIORNO           PIC 9(2).
       01 WS-GIORNI-INCASSO          PIC S9(5) VALUE ZEROES.
       01 WS-DATA-SCAD-R.
           05 WS-DS-ANNO             PIC 9(4).
           05 WS-DS-MESE             PIC 9(2).
           05 WS-DS-GIORNO           PIC 9(2).
       01 WS-GIORNI-RITARDO          PIC S9(5) VALUE ZEROES.

      *----------------------------------------------------------------
      *  ACCUMULI DEL CLIENTE IN CORSO E DI TUTTO IL PORTAFOGLIO:
           05 WS-CLI-N-COR           PIC 9(5)  VALUE ZEROES.
           05 WS-CLI-SOMMA-GG-PRE    PIC S9(9) COMP-3 VALUE ZEROES.
           05 WS-CLI-N-PRE           PIC 9(5)  VALUE ZEROES.
           05 WS-CLI-SOMMA-RIT       PIC S9(9) COMP-3 VALUE ZEROES.
           05 WS-CLI-N-RIT           PIC 9(5)  VALUE ZEROES.
       01 WS-ACC-GENERALE.
           05 WS-GEN-SOMMA-GG-COR    PIC S9(11) COMP-3 VALUE ZEROES.
           05 WS-GEN-N-COR           PIC 9(7)  VALUE ZEROES.
       01 WS-MEDIA-PRE               PIC S9(5)V9 COMP-3 VALUE ZEROES.
       01 WS-TREND                   PIC S9(5)V9 COMP-3 VALUE ZEROES.
       01 WS-DSO                     PIC S9(5)V9 COMP-3 VALUE ZEROES.
       01 WS-RITARDO                 PIC S9(5)V9 COMP-3 VALUE ZEROES.

       01 WS-CLIENTE-CORRENTE        PIC 9(5) VALUE ZEROES.
       01 SW-PRIMO-CLIENTE           PIC X(1) VALUE 'S'.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-ANDAMENTO PIC X(12).

           COPY PAR_DataCont.

       PROCEDURE DIVISION.

       INIZIO.
          DISPLAY 'FINE PERIODO   (AAAAMMGG, 0 = OGGI): '.
          ACCEPT WS-PER-A.
          IF WS-PER-A = ZEROES
             MOVE 'D' TO DCP-FUNZIONE
             MOVE 'DSOCLI' TO DCP-PROGRAMMA
             CALL 'DATACONT' USING PARAMETRI-DATACONT
             MOVE DCP-DATA-CONTABILE TO WS-PER-A.
          IF WS-PER-DA = ZEROES OR WS-PER-DA > WS-PER-A
             DISPLAY 'PERIODO NON VALIDO'
             STOP RUN WITH ERROR STATUS 16.
          IF FS-PARTITE NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE PARTITE - FS=' FS-PARTITE
             STOP RUN WITH ERROR STATUS 16.
      *   CONTESTAZIONI FACOLTATIVE: SENZA FILE NESSUNA ESCLUSIONE.
          OPEN INPUT CONTEST.
          IF FS-CONTEST = '00'
             MOVE 'S' TO SW-CONTEST-APERTO.
          OPEN OUTPUT PERFORMA.
          IF FS-PERFORMA NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE IL REPORT - FS=' FS-PERFORMA
             STOP RUN WITH ERROR STATUS 16.
      *   LO STORICO PER LA TESORERIA NON E' VINCOLANTE PER IL
      *   PROSPETTO: SE NON SI APRE SI SEGNALA E SI PROSEGUE.
          OPEN OUTPUT GGINCLI.
          IF FS-GGINCLI = '00'
             MOVE 'S' TO SW-GGINCLI-APERTO
          ELSE
             DISPLAY 'GGINCLI NON AGGIORNATO - FS=' FS-GGINCLI.
          PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          MOVE ZEROES TO PAR-COD-CLI.
          MOVE SPACES TO PAR-NUM-FAT.
          MOVE ZEROES TO PAR-NUM-RATA.
          START PARTITE KEY IS GREATER THAN KEY-PARTITE
                INVALID KEY MOVE 1 TO SW-FINE-PAR.
          IF NOT EOF-PAR
          IF NOT PAR-TIPO-FATTURA
             GO TO N020.
          PERFORM CONTROLLA-CAMBIO-CLI THRU CONTROLLA-CAMBIO-CLI-EX.
          MOVE KEY-PARTITE TO KEY-CONTEST.
          PERFORM VERIFICA-CONTESTAZIONE
                  THRU VERIFICA-CONTESTAZIONE-EX.
          IF WS-PARTITA-CONTESTATA
             GO TO N020.
          IF PAR-APERTA
             ADD PAR-RESIDUO TO WS-GEN-RESIDUO-APERTO.
          IF NOT PAR-SALDATA
          OR PAR-DATA-ULT-PAG = ZEROES
             GO TO N020.
      *   UNA PARTITA CONTESTATA E POI CHIUSA HA TEMPI DI INCASSO
      *   DETTATI DALLA CONTESTAZIONE, NON DAL CLIENTE: FUORI MEDIA.
          IF WS-CONTEST-APERTO AND FS-CONTEST = '00'
             GO TO N020.
          PERFORM CALCOLA-GG-INCASSO THRU CALCOLA-GG-INCASSO-EX.
          IF WS-GIORNI-INCASSO < ZEROES
             GO TO N020.
          IF PAR-DATA-ULT-PAG >= WS-PREC-DA
          AND PAR-DATA-ULT-PAG <= WS-PER-A
          AND PAR-DATA-SCAD > ZEROES
             PERFORM CALCOLA-GG-RITARDO THRU CALCOLA-GG-RITARDO-EX.
          IF PAR-DATA-ULT-PAG >= WS-PER-DA
          AND PAR-DATA-ULT-PAG <= WS-PER-A
             ADD WS-GIORNI-INCASSO TO WS-CLI-SOMMA-GG-COR
       CALCOLA-GG-INCASSO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  RITARDO DEL PAGAMENTO SULLA SCADENZA DELLA PARTITA (O DELLA
      *  RATA), BASE 30/360, SU TUTTI E DUE I PERIODI.
      *----------------------------------------------------------------
       CALCOLA-GG-RITARDO.
          MOVE PAR-DATA-SCAD    TO WS-DATA-SCAD-R.
          MOVE PAR-DATA-ULT-PAG TO WS-DATA-PAG-R.
          COMPUTE WS-GIORNI-RITARDO =
                  ((WS-DP-ANNO - WS-DS-ANNO) * 360)
                + ((WS-DP-MESE - WS-DS-MESE) * 30)
                +  (WS-DP-GIORNO - WS-DS-GIORNO).
          ADD WS-GIORNI-RITARDO TO WS-CLI-SOMMA-RIT.
          ADD 1 TO WS-CLI-N-RIT.
       CALCOLA-GG-RITARDO-EX.
          EXIT.

       CONTROLLA-CAMBIO-CLI.
          IF WS-E-IL-PRIMO-CLIENTE
             MOVE PAR-COD-CLI TO WS-CLIENTE-CORRENTE
          WRITE REC-PERFORMA AFTER ADVANCING 1 LINE.
          ADD 1 TO WS-STAMPA-RIGHE.
          ADD 1 TO WS-CTR-CLI-STAMPATI.
          IF WS-GGINCLI-APERTO
             PERFORM SCRIVI-GGINCLI THRU SCRIVI-GGINCLI-EX.
       STAMPA-CLIENTE-PULIZIA.
          MOVE ZEROES TO WS-CLI-SOMMA-GG-COR WS-CLI-N-COR
                         WS-CLI-SOMMA-GG-PRE WS-CLI-N-PRE
                         WS-CLI-SOMMA-RIT WS-CLI-N-RIT.
       STAMPA-CLIENTE-EX.
          EXIT.

       STAMPA-INTESTAZIONE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  STORICO DEL CLIENTE PER LA TESORERIA: GIORNI MEDI DEL
      *  PERIODO CORRENTE, O DEL PRECEDENTE SE NEL CORRENTE NON HA
      *  INCASSATO NULLA, E RITARDO MEDIO SULLA SCADENZA.
      *----------------------------------------------------------------
       SCRIVI-GGINCLI.
          MOVE SPACES TO REC-GGINCLI.
          MOVE WS-CLIENTE-CORRENTE TO GGI-COD-CLI.
          IF WS-CLI-N-COR > ZEROES
             MOVE WS-MEDIA-COR TO GGI-GG-INCASSO
             MOVE WS-CLI-N-COR TO GGI-N-INCASSI
          ELSE
             MOVE WS-MEDIA-PRE TO GGI-GG-INCASSO
             MOVE WS-CLI-N-PRE TO GGI-N-INCASSI.
          MOVE ZEROES TO WS-RITARDO.
          IF WS-CLI-N-RIT > ZEROES
             COMPUTE WS-RITARDO ROUNDED =
                     WS-CLI-SOMMA-RIT / WS-CLI-N-RIT.
          MOVE WS-RITARDO TO GGI-GG-RITARDO.
          MOVE WS-PER-DA TO GGI-PER-DA.
          MOVE WS-PER-A  TO GGI-PER-A.
          WRITE REC-GGINCLI.
          IF FS-GGINCLI NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA GGINCLI - FS=' FS-GGINCLI
                     ' CLIENTE ' WS-CLIENTE-CORRENTE.
       SCRIVI-GGINCLI-EX.
          EXIT.

      *----------------------------------------------------------------
      *  CHIUSURA: MEDIE DI PORTAFOGLIO E DSO COMPLESSIVO. CON
      *  FATTURATO DI PERIODO A ZERO IL DSO NON E' CALCOLABILE.
      *----------------------------------------------------------------
      *----------------------------------------------------------------
      *  LA PARTITA E' CONTESTATA SE HA UNA CONTESTAZIONE APERTA IN
      *  CONTEST (CHIAVE GIA' IMPOSTATA IN KEY-CONTEST).
      *----------------------------------------------------------------
       VERIFICA-CONTESTAZIONE.
          MOVE 'N' TO SW-CONTESTATA.
          IF NOT WS-CONTEST-APERTO
             GO TO VERIFICA-CONTESTAZIONE-EX.
          READ CONTEST.
          IF FS-CONTEST = '00' AND CTS-APERTA
             MOVE 'S' TO SW-CONTESTATA.
       VERIFICA-CONTESTAZIONE-EX.
          EXIT.

       OP-FINALI.
          IF NOT WS-E-IL-PRIMO-CLIENTE
             PERFORM STAMPA-CLIENTE THRU STAMPA-CLIENTE-EX.
                  TO REC-PERFORMA
             WRITE REC-PERFORMA AFTER ADVANCING 2 LINES.
          CLOSE FFATTURE, PARTITE, PERFORMA.
          IF WS-CONTEST-APERTO
             CLOSE CONTEST.
          IF WS-GGINCLI-APERTO
             CLOSE GGINCLI.
          DISPLAY 'PARTITE LETTE:    ' WS-CTR-PAR-LETTE.
          DISPLAY 'CLIENTI STAMPATI: ' WS-CTR-CLI-STAMPATI.
       OP-FINALI-EX.
