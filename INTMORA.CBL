       PROGRAM-ID. INTMORA.
       AUTHOR.  MB.

      *----------------------------------------------------------------
      * MODIFICHE
      * 14-09-2026 MB  PARTITE CON IL NUMERO RATA IN CHIAVE: GLI
      *                INTERESSI MATURANO RATA PER RATA DALLA
      *                SCADENZA DI CIASCUNA.
      * 21-09-2026 MB  LE PARTITE CON CONTESTAZIONE APERTA (CONTEST,
      *                VEDI GESCONTES) NON MATURANO INTERESSI.
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

           SELECT INTERESSI ASSIGN TO FORMATFILE-INTERESSI
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
      *  FILE DEGLI ADDEBITI INTERESSI: UN RECORD PER PARTITA IN
       WORKING-STORAGE SECTION.

       01 FS-PARTITE                 PIC 9(2) VALUE ZEROES.
       01 FS-CONTEST                 PIC 9(2) VALUE ZEROES.
       01 SW-CONTEST-APERTO          PIC X(1) VALUE 'N'.
           88 WS-CONTEST-APERTO      VALUE 'S'.
       01 SW-CONTESTATA              PIC X(1) VALUE 'N'.
           88 WS-PARTITA-CONTESTATA  VALUE 'S'.
       01 FS-INTERESSI               PIC 9(2) VALUE ZEROES.
       01 FS-PROSPETTO               PIC 9(2) VALUE ZEROES.

       01 WS-CAMPI-CONTATORI.
           05 WS-CTR-PAR-LETTE        PIC 9(7) VALUE ZEROES.
           05 WS-CTR-PAR-IN-MORA      PIC 9(7) VALUE ZEROES.
           05 WS-CTR-PAR-CONTESTATE   PIC 9(7) VALUE ZEROES.

      *----------------------------------------------------------------
      *  PARAMETRI DEL CALCOLO: DATA DI RIFERIMENTO (ZERO = OGGI) E
           05 FILLER         PIC X(14) VALUE SPACES.
           05 WS-TOT-INT-E   PIC Z(9)9,99-.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.

       INIZIO.
          DISPLAY 'DATA DI RIFERIMENTO (AAAAMMGG, 0 = OGGI): '.
          ACCEPT WS-DATA-RIF.
          IF WS-DATA-RIF = ZEROES
             MOVE 'D' TO DCP-FUNZIONE
             MOVE 'INTMORA' TO DCP-PROGRAMMA
             CALL 'DATACONT' USING PARAMETRI-DATACONT
             MOVE DCP-DATA-CONTABILE TO WS-DATA-RIF.
          DISPLAY 'TASSO ANNUO IN PERCENTO (ES. 0850 = 8,50): '.
          ACCEPT WS-TASSO-ANNUO.
          IF WS-TASSO-ANNUO = ZEROES
          IF FS-PARTITE NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE PARTITE - FS=' FS-PARTITE
             STOP RUN WITH ERROR STATUS 16.
      *   CONTESTAZIONI FACOLTATIVE: SENZA FILE NESSUNA ESCLUSIONE.
          OPEN INPUT CONTEST.
          IF FS-CONTEST = '00'
             MOVE 'S' TO SW-CONTEST-APERTO.
          OPEN OUTPUT INTERESSI.
          IF FS-INTERESSI NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE INTERESSI - FS=' FS-INTERESSI
          PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          MOVE ZEROES TO PAR-COD-CLI.
          MOVE SPACES TO PAR-NUM-FAT.
          MOVE ZEROES TO PAR-NUM-RATA.
          START PARTITE KEY IS GREATER THAN KEY-PARTITE
                INVALID KEY MOVE 1 TO SW-FINE-PAR.
          IF NOT EOF-PAR
      *  ACCONTI E NOTE DI CREDITO NON MATURANO MORA; LE PARTITE
      *  CONSOLIDATE IN UN FINANZIAMENTO (STATO 'F') NEPPURE, PERCHE'
      *  GLI INTERESSI SONO GIA' NEL PIANO RATEALE DEL CONTRATTO.
      *  UNA PARTITA CONTESTATA NON MATURA MORA FINCHE' LA
      *  CONTESTAZIONE E' APERTA.
      *----------------------------------------------------------------
       ELABORA.
          IF NOT PAR-TIPO-FATTURA
          OR PAR-DATA-SCAD = ZEROES
          OR PAR-SALDATA-FIN
             GO TO M020.
          MOVE KEY-PARTITE TO KEY-CONTEST.
          PERFORM VERIFICA-CONTESTAZIONE
                  THRU VERIFICA-CONTESTAZIONE-EX.
          IF WS-PARTITA-CONTESTATA
             ADD 1 TO WS-CTR-PAR-CONTESTATE
             GO TO M020.
          IF PAR-SALDATA
             IF PAR-DATA-ULT-PAG > PAR-DATA-SCAD
                MOVE PAR-DATA-ULT-PAG TO WS-DATA-FINE
       STAMPA-TOT-CLIENTE-EX.
          EXIT.

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
             PERFORM STAMPA-TOT-CLIENTE THRU STAMPA-TOT-CLIENTE-EX.
          MOVE WS-RIGA-TOTALE TO REC-PROSPETTO.
          WRITE REC-PROSPETTO AFTER ADVANCING 2 LINES.
          CLOSE PARTITE, INTERESSI, PROSPETTO.
          IF WS-CONTEST-APERTO
             CLOSE CONTEST.
          DISPLAY 'PARTITE LETTE:   ' WS-CTR-PAR-LETTE.
          DISPLAY 'PARTITE IN MORA: ' WS-CTR-PAR-IN-MORA.
          DISPLAY 'PARTITE CONTESTATE ESCLUSE: ' WS-CTR-PAR-CONTESTATE.
       OP-FINALI-EX.
          EXIT.
