      ******************************************************************
      *  ANZIANITA' DELLE CONTESTAZIONI APERTE: ELENCO SETTIMANALE
      *  DELLE CONTESTAZIONI ANCORA APERTE IN CONTEST (VEDI
      *  GESCONTES), PER CLIENTE E PARTITA, CON CAUSALE, INCARICATO,
      *  DATA DI APERTURA, GIORNI DI APERTURA ALLA DATA DI
      *  RIFERIMENTO, IMPORTO CONTESTATO E RESIDUO DELLA PARTITA
      *  (DA PARTITE, SE PRESENTE). I GIORNI SI CONTANO IN BASE
      *  COMMERCIALE 30/360 COME IN SCADFATT; IN CODA NUMERO E
      *  IMPORTI PER FASCIA DI ANZIANITA' (FINO A 30, 31-60, 61-90,
      *  OLTRE 90 GIORNI) E TOTALE GENERALE.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. ANZCONT.
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

           SELECT ANZIANITA ASSIGN TO PRINTER-ANZCONT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ANZIANITA.

       DATA DIVISION.

       FILE SECTION.
      *----------------------------------------------------------------
      *  CONTESTAZIONI SULLE PARTITE (GESCONTES): STESSA CHIAVE DI
      *  PARTITE.
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
      *  PARTITE: SERVE SOLO IL RESIDUO DELLA PARTITA CONTESTATA.
      *----------------------------------------------------------------
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
           05 PAR-TIPO         PIC X.
           05 PAR-RIF-CONTRATTO PIC 9(6).
           05 FILLER           PIC X(7).

       FD ANZIANITA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REC-ANZIANITA.
       01 REC-ANZIANITA        PIC X(132).

       WORKING-STORAGE SECTION.

       01 FS-CONTEST                 PIC 9(2) VALUE ZEROES.
       01 FS-PARTITE                 PIC 9(2) VALUE ZEROES.
       01 FS-ANZIANITA               PIC 9(2) VALUE ZEROES.

       01 SW-FINE-CTS                PIC 9(1) VALUE ZEROES.
           88 EOF-CTS                 VALUE 1.
       01 SW-PARTITE-APERTO          PIC X(1) VALUE 'N'.
           88 WS-PARTITE-APERTO      VALUE 'S'.

       01 WS-CAMPI-CONTATORI.
           05 WS-CTR-CTS-LETTE        PIC 9(7) VALUE ZEROES.
           05 WS-CTR-CTS-APERTE       PIC 9(7) VALUE ZEROES.

      *----------------------------------------------------------------
      *  DATA DI RIFERIMENTO: SE L'OPERATORE LASCIA ZERO VIENE USATA
      *  LA DATA DEL GIORNO.
      *----------------------------------------------------------------
       01 WS-DATA-RIF                PIC 9(8) VALUE ZEROES.
       01 WS-DATA-RIF-R REDEFINES WS-DATA-RIF.
           05 WS-RIF-ANNO            PIC 9(4).
           05 WS-RIF-MESE            PIC 9(2).
           05 WS-RIF-GIORNO          PIC 9(2).

       01 WS-DATA-APE-R.
           05 WS-APE-ANNO            PIC 9(4).
           05 WS-APE-MESE            PIC 9(2).
           05 WS-APE-GIORNO          PIC 9(2).

       01 WS-GIORNI-APERTA           PIC S9(5) VALUE ZEROES.
       01 WS-RESIDUO                 PIC 9(14) VALUE ZEROES.
       01 WS-IND-FASCIA              PIC 9(1)  VALUE ZEROES.

      *----------------------------------------------------------------
      *  FASCE DI ANZIANITA': DESCRIZIONE, NUMERO CONTESTAZIONI,
      *  IMPORTO CONTESTATO E RESIDUO DELLE PARTITE.
      *----------------------------------------------------------------
       01 WS-TAB-FASCE-VAL.
           05 FILLER PIC X(12) VALUE 'FINO A 30GG '.
           05 FILLER PIC X(12) VALUE '31-60GG     '.
           05 FILLER PIC X(12) VALUE '61-90GG     '.
           05 FILLER PIC X(12) VALUE 'OLTRE 90GG  '.
       01 WS-TAB-FASCE REDEFINES WS-TAB-FASCE-VAL.
           05 WS-FAS-DESCR           PIC X(12) OCCURS 4 TIMES.

       01 WS-TOT-FASCE.
           05 WS-TOT-FASCIA OCCURS 4 TIMES.
              07 WS-TF-NUMERO        PIC 9(7)          VALUE ZEROES.
              07 WS-TF-CONTESTATO    PIC S9(15) COMP-3 VALUE ZEROES.
              07 WS-TF-RESIDUO       PIC S9(15) COMP-3 VALUE ZEROES.

       01 WS-TOT-GENERALE.
           05 WS-TG-NUMERO           PIC 9(7)          VALUE ZEROES.
           05 WS-TG-CONTESTATO       PIC S9(15) COMP-3 VALUE ZEROES.
           05 WS-TG-RESIDUO          PIC S9(15) COMP-3 VALUE ZEROES.

      *----------------------------------------------------------------
      *  CAUSALI DI CONTESTAZIONE (LE STESSE DI GESCONTES).
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

       01 WS-STAMPA-PAGINA           PIC 9(3)  VALUE ZEROES.
       01 WS-STAMPA-RIGHE            PIC 9(2)  VALUE ZEROES.
       01 WS-STAMPA-MAX-RIGHE        PIC 9(2)  VALUE 50.

       01 WS-INT-1.
           05 FILLER     PIC X(35) VALUE SPACES.
           05 FILLER     PIC X(40)
              VALUE 'ANZCONT - CONTESTAZIONI APERTE'.
           05 FILLER     PIC X(5)  VALUE 'AL '.
           05 WS-INT-DATA-RIF PIC 9(8).
           05 FILLER     PIC X(31) VALUE SPACES.
           05 FILLER     PIC X(5)  VALUE 'PAG. '.
           05 WS-INT-PAGINA PIC ZZ9.

       01 WS-INT-2.
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 FILLER     PIC X(8)  VALUE 'COD.CLI'.
           05 FILLER     PIC X(13) VALUE 'NUM.FATT/RT'.
           05 FILLER     PIC X(27) VALUE 'CAUSALE'.
           05 FILLER     PIC X(12) VALUE 'INCARICATO'.
           05 FILLER     PIC X(10) VALUE 'APERTA IL'.
           05 FILLER     PIC X(7)  VALUE 'GIORNI'.
           05 FILLER     PIC X(15) VALUE '   CONTESTATO'.
           05 FILLER     PIC X(16) VALUE '      RESIDUO'.
           05 FILLER     PIC X(12) VALUE 'FASCIA'.

       01 WS-DET-STAMPA.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-COD-CLI   PIC 9(5).
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 WS-D-NUM-FAT   PIC X(8).
           05 WS-D-RATA.
              07 WS-D-RATA-BARRA PIC X(1).
              07 WS-D-NUM-RATA   PIC 9(2).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-CAUSALE   PIC X(4).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-D-DESCR-CAU PIC X(20).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-INCARICATO PIC X(10).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-DATA-APE  PIC 9(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-GIORNI    PIC ZZZZ9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-CONTESTATO PIC Z(9)9,99-.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-D-RESIDUO   PIC Z(9)9,99-.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-FASCIA    PIC X(12).

       01 WS-RIGA-TOTALE.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-TOT-LABEL   PIC X(28) VALUE SPACES.
           05 WS-TOT-NUMERO  PIC Z(6)9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(13) VALUE 'CONTESTAZIONI'.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-TOT-CONTESTATO-E PIC Z(9)9,99-.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-TOT-RESIDUO-E    PIC Z(9)9,99-.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.

       INIZIO.
          PERFORM OP-INIZIALI THRU OP-INIZIALI-EX.
          PERFORM ELABORA THRU ELABORA-EX UNTIL EOF-CTS.
          PERFORM OP-FINALI THRU OP-FINALI-EX.
          GOBACK.

      *----------------------------------------------------------------
      *  SENZA CONTEST NON CI SONO CONTESTAZIONI DA STAMPARE: SI
      *  ESCE CON LA SEGNALAZIONE. PARTITE E' FACOLTATIVO (SENZA
      *  IL RESIDUO RESTA A ZERO).
      *----------------------------------------------------------------
       OP-INIZIALI.
          DISPLAY 'DATA DI RIFERIMENTO (AAAAMMGG, 0 = OGGI): '.
          ACCEPT WS-DATA-RIF.
          IF WS-DATA-RIF = ZEROES
             MOVE 'D' TO DCP-FUNZIONE
             MOVE 'ANZCONT' TO DCP-PROGRAMMA
             CALL 'DATACONT' USING PARAMETRI-DATACONT
             MOVE DCP-DATA-CONTABILE TO WS-DATA-RIF.
          OPEN INPUT CONTEST.
          IF FS-CONTEST NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE CONTEST - FS=' FS-CONTEST
             DISPLAY 'NESSUNA CONTESTAZIONE REGISTRATA CON GESCONTES'
             MOVE 16 TO RETURN-CODE
             GOBACK.
          OPEN OUTPUT ANZIANITA.
          IF FS-ANZIANITA NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE IL REPORT - FS='
                     FS-ANZIANITA
             MOVE 16 TO RETURN-CODE
             GOBACK.
          OPEN INPUT PARTITE.
          IF FS-PARTITE = '00'
             MOVE 'S' TO SW-PARTITE-APERTO.
          MOVE ZEROES TO CTS-COD-CLI CTS-NUM-RATA.
          MOVE SPACES TO CTS-NUM-FAT.
          START CONTEST KEY IS NOT LESS THAN KEY-CONTEST
                INVALID KEY MOVE 1 TO SW-FINE-CTS.
          PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          IF NOT EOF-CTS
             PERFORM LETTURA-CTS THRU LETTURA-CTS-EX.
       OP-INIZIALI-EX.
          EXIT.

      *----------------------------------------------------------------
      *  UNA CONTESTAZIONE: LE CHIUSE SI SALTANO; PER LE APERTE SI
      *  CALCOLANO GIORNI E FASCIA E SI STAMPA LA RIGA.
      *----------------------------------------------------------------
       ELABORA.
          IF NOT CTS-APERTA
             GO TO C020.
          ADD 1 TO WS-CTR-CTS-APERTE.
          PERFORM CALCOLA-GIORNI THRU CALCOLA-GIORNI-EX.
          PERFORM LEGGI-RESIDUO THRU LEGGI-RESIDUO-EX.
          MOVE CTS-CAUSALE TO WS-D-CAUSALE.
          PERFORM DESCRIVI-CAUSALE THRU DESCRIVI-CAUSALE-EX.
          PERFORM STAMPA-DETTAGLIO THRU STAMPA-DETTAGLIO-EX.
       C020.
          PERFORM LETTURA-CTS THRU LETTURA-CTS-EX.
       ELABORA-EX.
          EXIT.

       LETTURA-CTS.
          READ CONTEST NEXT AT END MOVE 1 TO SW-FINE-CTS
                        GO TO LETTURA-CTS-EX.
          IF FS-CONTEST NOT = '00' AND FS-CONTEST NOT = '10'
             DISPLAY 'ERRORE IN LETTURA CONTEST - FS=' FS-CONTEST
             MOVE 1 TO SW-FINE-CTS
             GO TO LETTURA-CTS-EX.
          ADD 1 TO WS-CTR-CTS-LETTE.
       LETTURA-CTS-EX.
          EXIT.

      *----------------------------------------------------------------
      *  GIORNI DI APERTURA IN BASE COMMERCIALE 30/360 FRA LA DATA DI
      *  APERTURA E LA DATA DI RIFERIMENTO (COME IL RITARDO DI
      *  SCADFATT) E FASCIA DI ANZIANITA' CORRISPONDENTE. UNA DATA DI
      *  APERTURA SUCCESSIVA AL RIFERIMENTO CONTA ZERO GIORNI.
      *----------------------------------------------------------------
       CALCOLA-GIORNI.
          MOVE CTS-DATA-APERTURA TO WS-DATA-APE-R.
          COMPUTE WS-GIORNI-APERTA =
                  ((WS-RIF-ANNO - WS-APE-ANNO) * 360)
                + ((WS-RIF-MESE - WS-APE-MESE) * 30)
                +  (WS-RIF-GIORNO - WS-APE-GIORNO).
          IF WS-GIORNI-APERTA < ZEROES
             MOVE ZEROES TO WS-GIORNI-APERTA.
          EVALUATE TRUE
             WHEN WS-GIORNI-APERTA <= 30
                MOVE 1 TO WS-IND-FASCIA
             WHEN WS-GIORNI-APERTA <= 60
                MOVE 2 TO WS-IND-FASCIA
             WHEN WS-GIORNI-APERTA <= 90
                MOVE 3 TO WS-IND-FASCIA
             WHEN OTHER
                MOVE 4 TO WS-IND-FASCIA
          END-EVALUATE.
       CALCOLA-GIORNI-EX.
          EXIT.

       LEGGI-RESIDUO.
          MOVE ZEROES TO WS-RESIDUO.
          IF NOT WS-PARTITE-APERTO
             GO TO LEGGI-RESIDUO-EX.
          MOVE KEY-CONTEST TO KEY-PARTITE.
          READ PARTITE.
          IF FS-PARTITE = '00'
             MOVE PAR-RESIDUO TO WS-RESIDUO.
       LEGGI-RESIDUO-EX.
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
          IF WS-CAU-CODICE (WS-IND-CAU) = WS-D-CAUSALE
             MOVE WS-CAU-DESCR (WS-IND-CAU) TO WS-DESCR-CAUSALE.
       CERCA-CAUSALE-EX.
          EXIT.

       STAMPA-INTESTAZIONE.
          ADD 1 TO WS-STAMPA-PAGINA.
          MOVE WS-STAMPA-PAGINA TO WS-INT-PAGINA.
          MOVE WS-DATA-RIF TO WS-INT-DATA-RIF.
          MOVE WS-INT-1 TO REC-ANZIANITA.
          WRITE REC-ANZIANITA AFTER ADVANCING PAGE.
          MOVE WS-INT-2 TO REC-ANZIANITA.
          WRITE REC-ANZIANITA AFTER ADVANCING 2 LINES.
          MOVE SPACES TO REC-ANZIANITA.
          WRITE REC-ANZIANITA AFTER ADVANCING 1 LINE.
          MOVE ZEROES TO WS-STAMPA-RIGHE.
       STAMPA-INTESTAZIONE-EX.
          EXIT.

       STAMPA-DETTAGLIO.
          IF WS-STAMPA-RIGHE >= WS-STAMPA-MAX-RIGHE
             PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          MOVE CTS-COD-CLI TO WS-D-COD-CLI.
          MOVE CTS-NUM-FAT TO WS-D-NUM-FAT.
          MOVE SPACES TO WS-D-RATA.
          IF CTS-NUM-RATA NOT = ZEROES
             MOVE '/'          TO WS-D-RATA-BARRA
             MOVE CTS-NUM-RATA TO WS-D-NUM-RATA.
          MOVE WS-DESCR-CAUSALE  TO WS-D-DESCR-CAU.
          MOVE CTS-INCARICATO    TO WS-D-INCARICATO.
          MOVE CTS-DATA-APERTURA TO WS-D-DATA-APE.
          MOVE WS-GIORNI-APERTA  TO WS-D-GIORNI.
          MOVE CTS-IMPORTO       TO WS-D-CONTESTATO.
          MOVE WS-RESIDUO        TO WS-D-RESIDUO.
          MOVE WS-FAS-DESCR (WS-IND-FASCIA) TO WS-D-FASCIA.
          MOVE WS-DET-STAMPA TO REC-ANZIANITA.
          WRITE REC-ANZIANITA AFTER ADVANCING 1 LINE.
          ADD 1 TO WS-STAMPA-RIGHE.
          ADD 1           TO WS-TF-NUMERO (WS-IND-FASCIA).
          ADD CTS-IMPORTO TO WS-TF-CONTESTATO (WS-IND-FASCIA).
          ADD WS-RESIDUO  TO WS-TF-RESIDUO (WS-IND-FASCIA).
          ADD 1           TO WS-TG-NUMERO.
          ADD CTS-IMPORTO TO WS-TG-CONTESTATO.
          ADD WS-RESIDUO  TO WS-TG-RESIDUO.
       STAMPA-DETTAGLIO-EX.
          EXIT.

       STAMPA-TOT-FASCIA.
          MOVE SPACES TO WS-TOT-LABEL.
          STRING 'FASCIA ' WS-FAS-DESCR (WS-IND-FASCIA)
                 DELIMITED BY SIZE INTO WS-TOT-LABEL.
          MOVE WS-TF-NUMERO (WS-IND-FASCIA)     TO WS-TOT-NUMERO.
          MOVE WS-TF-CONTESTATO (WS-IND-FASCIA) TO WS-TOT-CONTESTATO-E.
          MOVE WS-TF-RESIDUO (WS-IND-FASCIA)    TO WS-TOT-RESIDUO-E.
          MOVE WS-RIGA-TOTALE TO REC-ANZIANITA.
          WRITE REC-ANZIANITA AFTER ADVANCING 1 LINE.
       STAMPA-TOT-FASCIA-EX.
          EXIT.

       OP-FINALI.
          MOVE SPACES TO REC-ANZIANITA.
          WRITE REC-ANZIANITA AFTER ADVANCING 1 LINE.
          PERFORM STAMPA-TOT-FASCIA THRU STAMPA-TOT-FASCIA-EX
                  VARYING WS-IND-FASCIA FROM 1 BY 1
                  UNTIL WS-IND-FASCIA > 4.
          MOVE SPACES TO WS-TOT-LABEL.
          MOVE 'TOTALE GENERALE' TO WS-TOT-LABEL.
          MOVE WS-TG-NUMERO     TO WS-TOT-NUMERO.
          MOVE WS-TG-CONTESTATO TO WS-TOT-CONTESTATO-E.
          MOVE WS-TG-RESIDUO    TO WS-TOT-RESIDUO-E.
          MOVE WS-RIGA-TOTALE TO REC-ANZIANITA.
          WRITE REC-ANZIANITA AFTER ADVANCING 2 LINES.
          DISPLAY 'CONTESTAZIONI LETTE:  ' WS-CTR-CTS-LETTE.
          DISPLAY 'CONTESTAZIONI APERTE: ' WS-CTR-CTS-APERTE.
          CLOSE CONTEST, ANZIANITA.
          IF WS-PARTITE-APERTO
             CLOSE PARTITE.
       OP-FINALI-EX.
          EXIT.
