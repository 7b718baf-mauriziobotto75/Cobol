      ******************************************************************
      *  GESTIONE CONTESTAZIONI SULLE PARTITE: APERTURA E CHIUSURA
      *  DELLE CONTESTAZIONI DEI CLIENTI SU UNA PARTITA (FATTURA O
      *  SUA RATA, STESSA CHIAVE DI PARTITE). LA CONTESTAZIONE PORTA
      *  CAUSALE, DATA DI APERTURA, INCARICATO CHE LA SEGUE, IMPORTO
      *  CONTESTATO E, ALLA CHIUSURA, DATA, ESITO (ACCOLTA, RESPINTA,
      *  PARZIALE) E NOTE. FINCHE' E' APERTA LA PARTITA NON VIENE
      *  SOLLECITATA NE' ADDEBITATA (ESTRPART, SDDEMIS), NON MATURA
      *  INTERESSI DI MORA (INTMORA) E RESTA FUORI DA SCADENZARIO,
      *  DSO E FONDO SVALUTAZIONE (SCADFATT, DSOCLI, FONDOSVAL);
      *  ANZCONT STAMPA OGNI SETTIMANA LE CONTESTAZIONI APERTE PER
      *  ANZIANITA'. SI APRE SOLO SU PARTITE APERTE CON RESIDUO; UNA
      *  CONTESTAZIONE CHIUSA PUO' ESSERE RIAPERTA E RIPARTE DA ZERO.
      *  LE CONTESTAZIONI NON SI CANCELLANO: RESTANO COME STORIA.
      *  SI LAVORA UNA PARTITA ALLA VOLTA DA TASTIERA (CODICE 0 =
      *  FINE), STESSO SCHEMA DI GESMANDATI.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. GESCONTES.
       AUTHOR.  MB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTEST ASSIGN TO DATABASE-CONTEST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-CONTEST
           FILE STATUS IS FS-CONTEST.

           SELECT PARTITE ASSIGN TO DATABASE-PARTITE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-PARTITE
           FILE STATUS IS FS-PARTITE.

       DATA DIVISION.

       FILE SECTION.
      *----------------------------------------------------------------
      *  CONTESTAZIONE: CHIAVE = CHIAVE DELLA PARTITA CONTESTATA.
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
              88 CTS-CHIUSA       VALUE 'C'.
           05 CTS-DATA-CHIUSURA PIC 9(8).
           05 CTS-ESITO        PIC X.
              88 CTS-ACCOLTA      VALUE 'A'.
              88 CTS-RESPINTA     VALUE 'R'.
              88 CTS-PARZIALE     VALUE 'P'.
           05 CTS-NOTE         PIC X(40).
           05 FILLER           PIC X(25).

         FD PARTITE
            LABEL RECORD IS STANDARD
            RECORD CONTAINS 70 CHARACTERS
            DATA RECORD IS REC-PARTITA.
       01 REC-PARTITA.
           05 KEY-PARTITE.
             07 PAR-COD-CLI   PIC 9(5).
             07 PAR-NUM-FAT   PIC X(8).
             07 PAR-NUM-RATA  PIC 9(2).
           05 PAR-TOT-FATT     PIC 9(14) COMP-3.
           05 PAR-INCASSATO    PIC 9(14) COMP-3.
           05 PAR-RESIDUO      PIC 9(14) COMP-3.
           05 PAR-DATA-SCAD    PIC 9(8).
           05 PAR-DATA-ULT-PAG PIC 9(8).
           05 PAR-STATO        PIC X.
              88 PAR-APERTA       VALUE 'A'.
           05 PAR-TIPO         PIC X.
              88 PAR-TIPO-FATTURA VALUE 'F' ' '.
           05 PAR-RIF-CONTRATTO PIC 9(6).
           05 FILLER           PIC X(7).

       WORKING-STORAGE SECTION.

       01 FS-CONTEST                 PIC 9(2) VALUE ZEROES.
       01 FS-PARTITE                 PIC 9(2) VALUE ZEROES.

       01 SW-FINE-LAVORO             PIC 9(1) VALUE ZEROES.
           88 FINE-LAVORO             VALUE 1.
       01 SW-CTS-NUOVA               PIC X(1) VALUE 'N'.
           88 WS-CTS-NUOVA            VALUE 'S'.
       01 SW-CTS-VALIDA              PIC X(1) VALUE 'S'.
           88 WS-CTS-VALIDA           VALUE 'S'.

       01 WS-COD-CLI                 PIC 9(5) VALUE ZEROES.
       01 WS-NUM-FAT                 PIC X(8) VALUE SPACES.
       01 WS-NUM-RATA                PIC 9(2) VALUE ZEROES.
       01 WS-DATA-OGGI               PIC 9(8) VALUE ZEROES.
       01 WS-SCELTA                  PIC X(1) VALUE SPACES.
       01 WS-CAUSALE                 PIC X(4) VALUE SPACES.
       01 WS-INCARICATO              PIC X(10) VALUE SPACES.
       01 WS-NOTE                    PIC X(40) VALUE SPACES.
       01 WS-ESITO                   PIC X(1) VALUE SPACES.
       01 WS-DATA-IN                 PIC X(8) VALUE SPACES.
       01 WS-DATA-IN-N REDEFINES WS-DATA-IN PIC 9(8).
       01 WS-CTR-APERTE              PIC 9(5) VALUE ZEROES.
       01 WS-CTR-CHIUSE              PIC 9(5) VALUE ZEROES.

      *----------------------------------------------------------------
      *  CAUSALI DI CONTESTAZIONE AMMESSE (LE STESSE STAMPATE DA
      *  ANZCONT).
      *----------------------------------------------------------------
       01 WS-TAB-CAUSALI-VAL.
           05 FILLER PIC X(24) VALUE 'QUANQUANTITA ERRATA     '.
           05 FILLER PIC X(24) VALUE 'PREZPREZZO O SCONTO     '.
           05 FILLER PIC X(24) VALUE 'DIFEMERCE DIFETTOSA     '.
           05 FILLER PIC X(24) VALUE 'CONSMANCATA CONSEGNA    '.
           05 FILLER PIC X(24) VALUE 'SERVSERVIZIO NON RESO   '.
           05 FILLER PIC X(24) VALUE 'DUPLDOPPIA FATTURAZIONE '.
           05 FILLER PIC X(24) VALUE 'ALTRALTRO               '.
       01 WS-TAB-CAUSALI REDEFINES WS-TAB-CAUSALI-VAL.
           05 WS-CAUSALE-TAB OCCURS 7 TIMES.
              07 WS-CAU-CODICE    PIC X(4).
              07 WS-CAU-DESCR     PIC X(20).
       01 WS-IND-CAU                 PIC 9(2) VALUE ZEROES.
       01 WS-DESCR-CAUSALE           PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.

       INIZIO.
          PERFORM OP-INIZIALI THRU OP-INIZIALI-EX.
          PERFORM LAVORA-PARTITA THRU LAVORA-PARTITA-EX
                  UNTIL FINE-LAVORO.
          PERFORM OP-FINALI THRU OP-FINALI-EX.
          STOP RUN.

      *----------------------------------------------------------------
      *  APRE LE CONTESTAZIONI IN I-O (CREANDOLE AL PRIMO UTILIZZO,
      *  SCHEMA DI APRI-PARTITE IN INCASSI) E PARTITE IN LETTURA:
      *  SENZA PARTITE NON SI PUO' CONTESTARE NULLA.
      *----------------------------------------------------------------
       OP-INIZIALI.
          ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD.
          OPEN I-O CONTEST.
          IF FS-CONTEST NOT = '00'
             OPEN OUTPUT CONTEST
             CLOSE CONTEST
             OPEN I-O CONTEST.
          IF FS-CONTEST NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE CONTEST - FS=' FS-CONTEST
             STOP RUN WITH ERROR STATUS 16.
          OPEN INPUT PARTITE.
          IF FS-PARTITE NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE PARTITE - FS=' FS-PARTITE
             STOP RUN WITH ERROR STATUS 16.
       OP-INIZIALI-EX.
          EXIT.

      *----------------------------------------------------------------
      *  UNA PARTITA: CHIAVE DA TASTIERA, POI APERTURA SE NON C'E'
      *  CONTESTAZIONE IN CORSO, ALTRIMENTI VARIAZIONE O CHIUSURA.
      *----------------------------------------------------------------
       LAVORA-PARTITA.
          DISPLAY 'CODICE CLIENTE (00000 = FINE): '.
          ACCEPT WS-COD-CLI.
          IF WS-COD-CLI = ZEROES
             MOVE 1 TO SW-FINE-LAVORO
             GO TO LAVORA-PARTITA-EX.
          DISPLAY 'NUMERO FATTURA: '.
          MOVE SPACES TO WS-NUM-FAT.
          ACCEPT WS-NUM-FAT.
          DISPLAY 'NUMERO RATA (00 = PARTITA UNICA): '.
          ACCEPT WS-NUM-RATA.
          MOVE WS-COD-CLI  TO PAR-COD-CLI.
          MOVE WS-NUM-FAT  TO PAR-NUM-FAT.
          MOVE WS-NUM-RATA TO PAR-NUM-RATA.
          READ PARTITE.
          IF FS-PARTITE NOT = '00'
             DISPLAY 'PARTITA NON PRESENTE IN PARTITE'
             GO TO LAVORA-PARTITA-EX.
          DISPLAY 'TOTALE:        ' PAR-TOT-FATT.
          DISPLAY 'RESIDUO:       ' PAR-RESIDUO.
          DISPLAY 'SCADENZA:      ' PAR-DATA-SCAD.
          DISPLAY 'STATO PARTITA: ' PAR-STATO.
          MOVE 'N' TO SW-CTS-NUOVA.
          MOVE KEY-PARTITE TO KEY-CONTEST.
          READ CONTEST.
          IF FS-CONTEST = '23'
             MOVE 'S' TO SW-CTS-NUOVA
             PERFORM APRI-CONTESTAZIONE THRU APRI-CONTESTAZIONE-EX
             GO TO LAVORA-PARTITA-EX.
          IF FS-CONTEST NOT = '00'
             DISPLAY 'ERRORE IN LETTURA CONTEST - FS=' FS-CONTEST
             GO TO LAVORA-PARTITA-EX.
          PERFORM MOSTRA-CONTESTAZIONE THRU MOSTRA-CONTESTAZIONE-EX.
          IF CTS-CHIUSA
             DISPLAY 'RIAPRIRE LA CONTESTAZIONE (S/N): '
             MOVE SPACES TO WS-SCELTA
             ACCEPT WS-SCELTA
             IF WS-SCELTA = 'S'
                PERFORM APRI-CONTESTAZIONE THRU APRI-CONTESTAZIONE-EX
                GO TO LAVORA-PARTITA-EX
             ELSE
                GO TO LAVORA-PARTITA-EX.
          DISPLAY 'V = VARIA, C = CHIUDI, SPAZI = NESSUNA AZIONE: '.
          MOVE SPACES TO WS-SCELTA.
          ACCEPT WS-SCELTA.
          IF WS-SCELTA = 'V'
             PERFORM VARIA-CONTESTAZIONE THRU VARIA-CONTESTAZIONE-EX
             GO TO LAVORA-PARTITA-EX.
          IF WS-SCELTA = 'C'
             PERFORM CHIUDI-CONTESTAZIONE
                     THRU CHIUDI-CONTESTAZIONE-EX.
       LAVORA-PARTITA-EX.
          EXIT.

       MOSTRA-CONTESTAZIONE.
          MOVE CTS-CAUSALE TO WS-CAUSALE.
          PERFORM DESCRIVI-CAUSALE THRU DESCRIVI-CAUSALE-EX.
          DISPLAY 'CAUSALE:       ' CTS-CAUSALE ' ' WS-DESCR-CAUSALE.
          DISPLAY 'APERTA IL:     ' CTS-DATA-APERTURA.
          DISPLAY 'INCARICATO:    ' CTS-INCARICATO.
          DISPLAY 'IMPORTO:       ' CTS-IMPORTO.
          DISPLAY 'STATO:         ' CTS-STATO.
          IF CTS-CHIUSA
             DISPLAY 'CHIUSA IL:     ' CTS-DATA-CHIUSURA
             DISPLAY 'ESITO:         ' CTS-ESITO.
          DISPLAY 'NOTE:          ' CTS-NOTE.
       MOSTRA-CONTESTAZIONE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  APERTURA (O RIAPERTURA): SOLO SU PARTITA DI FATTURA APERTA
      *  CON RESIDUO; L'IMPORTO CONTESTATO PROPOSTO E' IL RESIDUO.
      *----------------------------------------------------------------
       APRI-CONTESTAZIONE.
          IF NOT PAR-APERTA OR NOT PAR-TIPO-FATTURA
          OR PAR-RESIDUO = ZEROES
             DISPLAY 'SI CONTESTANO SOLO PARTITE DI FATTURA APERTE'
             GO TO APRI-CONTESTAZIONE-EX.
          MOVE SPACES       TO REC-CONTEST.
          MOVE KEY-PARTITE  TO KEY-CONTEST.
          MOVE WS-DATA-OGGI TO CTS-DATA-APERTURA.
          MOVE PAR-RESIDUO  TO CTS-IMPORTO.
          MOVE ZEROES       TO CTS-DATA-CHIUSURA.
          MOVE 'A'          TO CTS-STATO.
          PERFORM ACCETTA-CAMPI THRU ACCETTA-CAMPI-EX.
          DISPLAY 'DATA APERTURA AAAAMMGG (SPAZI = OGGI): '.
          MOVE SPACES TO WS-DATA-IN.
          ACCEPT WS-DATA-IN.
          IF WS-DATA-IN NOT = SPACES
             IF WS-DATA-IN IS NUMERIC
                MOVE WS-DATA-IN-N TO CTS-DATA-APERTURA
             ELSE
                DISPLAY 'DATA NON NUMERICA: USATA LA DATA DI OGGI'.
          PERFORM CONTROLLA-CONTESTAZIONE
                  THRU CONTROLLA-CONTESTAZIONE-EX.
          IF NOT WS-CTS-VALIDA
             DISPLAY 'CONTESTAZIONE NON REGISTRATA'
             GO TO APRI-CONTESTAZIONE-EX.
          IF WS-CTS-NUOVA
             WRITE REC-CONTEST
          ELSE
             REWRITE REC-CONTEST.
          IF FS-CONTEST NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA CONTEST - FS=' FS-CONTEST
             GO TO APRI-CONTESTAZIONE-EX.
          ADD 1 TO WS-CTR-APERTE.
          DISPLAY 'CONTESTAZIONE APERTA'.
       APRI-CONTESTAZIONE-EX.
          EXIT.

       VARIA-CONTESTAZIONE.
          PERFORM ACCETTA-CAMPI THRU ACCETTA-CAMPI-EX.
          PERFORM CONTROLLA-CONTESTAZIONE
                  THRU CONTROLLA-CONTESTAZIONE-EX.
          IF NOT WS-CTS-VALIDA
             DISPLAY 'VARIAZIONE NON REGISTRATA'
             GO TO VARIA-CONTESTAZIONE-EX.
          REWRITE REC-CONTEST.
          IF FS-CONTEST NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA CONTEST - FS=' FS-CONTEST
             GO TO VARIA-CONTESTAZIONE-EX.
          DISPLAY 'CONTESTAZIONE VARIATA'.
       VARIA-CONTESTAZIONE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  CHIUSURA: ESITO OBBLIGATORIO. UNA CONTESTAZIONE ACCOLTA O
      *  PARZIALE VA CHIUSA CONTABILMENTE CON UNA NOTA DI CREDITO
      *  (INSFATTURE, POI NOTECRED): QUI SI REGISTRA SOLO LA DECISIONE.
      *----------------------------------------------------------------
       CHIUDI-CONTESTAZIONE.
          DISPLAY 'ESITO (A=ACCOLTA R=RESPINTA P=PARZIALE): '.
          MOVE SPACES TO WS-ESITO.
          ACCEPT WS-ESITO.
          IF WS-ESITO NOT = 'A' AND WS-ESITO NOT = 'R'
          AND WS-ESITO NOT = 'P'
             DISPLAY 'ESITO NON AMMESSO: CONTESTAZIONE NON CHIUSA'
             GO TO CHIUDI-CONTESTAZIONE-EX.
          MOVE WS-DATA-OGGI TO CTS-DATA-CHIUSURA.
          DISPLAY 'DATA CHIUSURA AAAAMMGG (SPAZI = OGGI): '.
          MOVE SPACES TO WS-DATA-IN.
          ACCEPT WS-DATA-IN.
          IF WS-DATA-IN NOT = SPACES
             IF WS-DATA-IN IS NUMERIC
                MOVE WS-DATA-IN-N TO CTS-DATA-CHIUSURA
             ELSE
                DISPLAY 'DATA NON NUMERICA: USATA LA DATA DI OGGI'.
          IF CTS-DATA-CHIUSURA < CTS-DATA-APERTURA
             DISPLAY 'CHIUSURA ANTERIORE ALL''APERTURA: NON CHIUSA'
             GO TO CHIUDI-CONTESTAZIONE-EX.
          DISPLAY 'NOTE DI RISOLUZIONE (SPAZI = INVARIATE): '.
          MOVE SPACES TO WS-NOTE.
          ACCEPT WS-NOTE.
          IF WS-NOTE NOT = SPACES
             MOVE WS-NOTE TO CTS-NOTE.
          MOVE WS-ESITO TO CTS-ESITO.
          MOVE 'C' TO CTS-STATO.
          REWRITE REC-CONTEST.
          IF FS-CONTEST NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA CONTEST - FS=' FS-CONTEST
             GO TO CHIUDI-CONTESTAZIONE-EX.
          ADD 1 TO WS-CTR-CHIUSE.
          DISPLAY 'CONTESTAZIONE CHIUSA'.
          IF CTS-ACCOLTA OR CTS-PARZIALE
             DISPLAY 'EMETTERE LA NOTA DI CREDITO (INSFATTURE) E '
                     'COMPENSARLA CON NOTECRED'.
       CHIUDI-CONTESTAZIONE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  CAMPI DELLA CONTESTAZIONE IN CORSO: A SPAZI IL VALORE RESTA
      *  QUELLO ATTUALE.
      *----------------------------------------------------------------
       ACCETTA-CAMPI.
          DISPLAY 'CAUSALE (QUAN PREZ DIFE CONS SERV DUPL ALTR, '
                  'SPAZI = INVARIATA): '.
          MOVE SPACES TO WS-CAUSALE.
          ACCEPT WS-CAUSALE.
          IF WS-CAUSALE NOT = SPACES
             MOVE WS-CAUSALE TO CTS-CAUSALE.
          DISPLAY 'INCARICATO (SPAZI = INVARIATO): '.
          MOVE SPACES TO WS-INCARICATO.
          ACCEPT WS-INCARICATO.
          IF WS-INCARICATO NOT = SPACES
             MOVE WS-INCARICATO TO CTS-INCARICATO.
          DISPLAY 'NOTE (SPAZI = INVARIATE): '.
          MOVE SPACES TO WS-NOTE.
          ACCEPT WS-NOTE.
          IF WS-NOTE NOT = SPACES
             MOVE WS-NOTE TO CTS-NOTE.
       ACCETTA-CAMPI-EX.
          EXIT.

       CONTROLLA-CONTESTAZIONE.
          MOVE 'S' TO SW-CTS-VALIDA.
          MOVE CTS-CAUSALE TO WS-CAUSALE.
          PERFORM DESCRIVI-CAUSALE THRU DESCRIVI-CAUSALE-EX.
          IF WS-DESCR-CAUSALE = SPACES
             DISPLAY 'CAUSALE NON AMMESSA'
             MOVE 'N' TO SW-CTS-VALIDA
             GO TO CONTROLLA-CONTESTAZIONE-EX.
          IF CTS-INCARICATO = SPACES
             DISPLAY 'INCARICATO OBBLIGATORIO'
             MOVE 'N' TO SW-CTS-VALIDA
             GO TO CONTROLLA-CONTESTAZIONE-EX.
          IF CTS-DATA-APERTURA = ZEROES
          OR CTS-DATA-APERTURA > WS-DATA-OGGI
             DISPLAY 'DATA APERTURA NON VALIDA'
             MOVE 'N' TO SW-CTS-VALIDA.
       CONTROLLA-CONTESTAZIONE-EX.
          EXIT.

       DESCRIVI-CAUSALE.
          MOVE SPACES TO WS-DESCR-CAUSALE.
          PERFORM CERCA-CAUSALE THRU CERCA-CAUSALE-EX
                  VARYING WS-IND-CAU FROM 1 BY 1
                  UNTIL WS-IND-CAU > 7
                  OR WS-DESCR-CAUSALE NOT = SPACES.
       DESCRIVI-CAUSALE-EX.
          EXIT.

       CERCA-CAUSALE.
          IF WS-CAU-CODICE (WS-IND-CAU) = WS-CAUSALE
             MOVE WS-CAU-DESCR (WS-IND-CAU) TO WS-DESCR-CAUSALE.
       CERCA-CAUSALE-EX.
          EXIT.

       OP-FINALI.
          CLOSE CONTEST, PARTITE.
          DISPLAY 'CONTESTAZIONI APERTE: ' WS-CTR-APERTE.
          DISPLAY 'CONTESTAZIONI CHIUSE: ' WS-CTR-CHIUSE.
       OP-FINALI-EX.
          EXIT.
