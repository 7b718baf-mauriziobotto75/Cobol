      ******************************************************************
      *  STRALCIO DEI CREDITI INESIGIBILI: LEGGE L'ELENCO DELLE
      *  PROPOSTE DI STRALCIO APPROVATE (PROPSTRA: PARTITA, STRALCIO
      *  TOTALE O PARZIALE DEL RESIDUO, IMPUTAZIONE A PERDITA O A
      *  UTILIZZO DEL FONDO SVALUTAZIONE, MOTIVO, APPROVATORE) E
      *  TOGLIE IL CREDITO DALL'ARCHIVIO PARTITE: LO STRALCIO TOTALE
      *  AZZERA IL RESIDUO E CHIUDE LA PARTITA CON STATO 'X'
      *  (STRALCIATA, DISTINTO DA SALDATA: L'INCASSATO NON CAMBIA),
      *  LO STRALCIO PARZIALE RIDUCE IL RESIDUO E LASCIA LA PARTITA
      *  APERTA. OGNI STRALCIO ESEGUITO E' REGISTRATO NELLO STORICO
      *  STRALCI (STRALCI), CHE RACCOGLIE ANCHE I RECUPERI INCASSATI
      *  DOPO LO STRALCIO (VEDI INCASSI), E STAMPATO SUL REGISTRO
      *  DEGLI STRALCI PER I REVISORI, CON LE PROPOSTE SCARTATE E I
      *  TOTALI PER IMPUTAZIONE. SI STRALCIANO SOLO PARTITE DA
      *  FATTURA APERTE, NON IN CONTESTAZIONE (GESCONTES), CON
      *  PROPOSTA APPROVATA E MOTIVATA. IN PROVA SI STAMPA IL
      *  REGISTRO SENZA AGGIORNARE NESSUN ARCHIVIO. OGNI PARTITA
      *  AGGIORNATA LASCIA LA SUA IMMAGINE PRIMA/DOPO SUL GIORNALE
      *  PARTBIMG: IL RUN SI ANNULLA CON IL RIPRISTINO RIPRPART.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. STRALCIO.
       AUTHOR.  MB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPSTRA ASSIGN TO FORMATFILE-PROPSTRA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PROPSTRA.

           SELECT PARTITE ASSIGN TO DATABASE-PARTITE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-PARTITE
           FILE STATUS IS FS-PARTITE.

           SELECT STRALCI ASSIGN TO DATABASE-STRALCI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-STRALCI
           FILE STATUS IS FS-STRALCI.

           SELECT CONTEST ASSIGN TO DATABASE-CONTEST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-CONTEST
           FILE STATUS IS FS-CONTEST.

           SELECT REGISTRO ASSIGN TO PRINTER-STRALCI
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REGISTRO.

           SELECT OPTIONAL PARTBIMG ASSIGN TO FORMATFILE-PARTBIMG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PARTBIMG.

       DATA DIVISION.

       FILE SECTION.
      *----------------------------------------------------------------
      *  PROPOSTA DI STRALCIO: PARTITA, TIPO ('T' = TUTTO IL RESIDUO,
      *  'P' = SOLO L'IMPORTO INDICATO), IMPUTAZIONE ('P' = PERDITA
      *  SU CREDITI, 'F' = UTILIZZO DEL FONDO SVALUTAZIONE), MOTIVO E
      *  CHI HA APPROVATO.
      *----------------------------------------------------------------
         FD PROPSTRA
            LABEL RECORD IS STANDARD
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS REC-PROPOSTA.
       01 REC-PROPOSTA.
           05 PRS-COD-CLI      PIC 9(5).
           05 PRS-NUM-FAT      PIC X(8).
           05 PRS-NUM-RATA     PIC 9(2).
           05 PRS-TIPO         PIC X.
              88 PRS-TOTALE       VALUE 'T'.
              88 PRS-PARZIALE     VALUE 'P'.
           05 PRS-IMPORTO      PIC 9(12).
           05 PRS-IMPUTAZIONE  PIC X.
              88 PRS-A-PERDITA    VALUE 'P'.
              88 PRS-A-FONDO      VALUE 'F'.
           05 PRS-MOTIVO       PIC X(30).
           05 PRS-APPROVATORE  PIC X(10).
           05 FILLER           PIC X(11).

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
              88 PAR-SALDATA      VALUE 'S'.
              88 PAR-SALDATA-FIN  VALUE 'F'.
              88 PAR-STRALCIATA   VALUE 'X'.
           05 PAR-TIPO         PIC X.
              88 PAR-TIPO-FATTURA VALUE 'F' ' '.
              88 PAR-TIPO-ACCONTO VALUE 'A'.
              88 PAR-TIPO-NC      VALUE 'N'.
           05 PAR-RIF-CONTRATTO PIC 9(6).
           05 FILLER           PIC X(7).

      *----------------------------------------------------------------
      *  STORICO STRALCI: UN MOVIMENTO PER STRALCIO ('S') O RECUPERO
      *  SUCCESSIVO ('R', SCRITTO DA INCASSI), NUMERATO PER PARTITA.
      *  NON SI CANCELLA: SOPRAVVIVE ALL'ARCHIVIAZIONE DELLA FATTURA.
      *----------------------------------------------------------------
       FD STRALCI
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REC-STRALCI.
       01 REC-STRALCI.
           05 KEY-STRALCI.
             07 STR-COD-CLI    PIC 9(5).
             07 STR-NUM-FAT    PIC X(8).
             07 STR-NUM-RATA   PIC 9(2).
             07 STR-PROGR      PIC 9(3).
           05 STR-TIPO-MOV     PIC X.
              88 STR-STRALCIO     VALUE 'S'.
              88 STR-RECUPERO     VALUE 'R'.
           05 STR-DATA         PIC 9(8).
           05 STR-IMPORTO      PIC 9(14) COMP-3.
           05 STR-TIPO         PIC X.
           05 STR-IMPUTAZIONE  PIC X.
           05 STR-MOTIVO       PIC X(30).
           05 STR-APPROVATORE  PIC X(10).
           05 FILLER           PIC X(23).

      *----------------------------------------------------------------
      *  CONTESTAZIONI SULLE PARTITE (GESCONTES): UNA PARTITA CON
      *  CONTESTAZIONE APERTA NON SI STRALCIA.
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

       FD REGISTRO
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REC-REGISTRO.
       01 REC-REGISTRO         PIC X(132).

      *----------------------------------------------------------------
      *  GIORNALE DELLE IMMAGINI DI PARTITE: PRIMA E DOPO DI OGNI
      *  SCRITTURA DEL RUN, PER IL RIPRISTINO CON RIPRPART.
      *----------------------------------------------------------------
       FD PARTBIMG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS REC-PARTBIMG.
           COPY FD_PartBimg.

       WORKING-STORAGE SECTION.

       01 FS-PROPSTRA                PIC 9(2) VALUE ZEROES.
       01 FS-PARTITE                 PIC 9(2) VALUE ZEROES.
       01 FS-STRALCI                 PIC 9(2) VALUE ZEROES.
       01 FS-CONTEST                 PIC 9(2) VALUE ZEROES.
       01 FS-REGISTRO                PIC 9(2) VALUE ZEROES.

       01 SW-FINE-PRS                PIC 9(1) VALUE ZEROES.
           88 EOF-PRS                 VALUE 1.
       01 SW-FINE-STR                PIC 9(1) VALUE ZEROES.
           88 EOF-STR                 VALUE 1.
       01 SW-CONTEST-APERTO          PIC X(1) VALUE 'N'.
           88 WS-CONTEST-APERTO      VALUE 'S'.
       01 SW-CONTESTATA              PIC X(1) VALUE 'N'.
           88 WS-PARTITA-CONTESTATA  VALUE 'S'.

      *    'S' = ESECUZIONE DI PROVA: NESSUN ARCHIVIO AGGIORNATO.
       01 WS-PARM-PROVA              PIC X(1) VALUE 'N'.
           88 WS-RUN-PROVA            VALUE 'S'.
       01 WS-DATA-STRALCIO           PIC 9(8) VALUE ZEROES.

       01 WS-MOTIVO-SCARTO           PIC X(40) VALUE SPACES.
       01 WS-IMP-STRALCIO            PIC 9(14) VALUE ZEROES.
       01 WS-RESIDUO-PRIMA           PIC 9(14) VALUE ZEROES.
       01 WS-ULT-PROGR               PIC 9(3)  VALUE ZEROES.

       01 WS-CAMPI-CONTATORI.
           05 WS-CTR-PRS-LETTE        PIC 9(7) VALUE ZEROES.
           05 WS-CTR-STRALCI          PIC 9(7) VALUE ZEROES.
           05 WS-CTR-PAR-CHIUSE       PIC 9(7) VALUE ZEROES.
           05 WS-CTR-SCARTI           PIC 9(7) VALUE ZEROES.
           05 WS-CTR-A-PERDITA        PIC 9(7) VALUE ZEROES.
           05 WS-CTR-A-FONDO          PIC 9(7) VALUE ZEROES.

       01 WS-TOT-A-PERDITA           PIC S9(15) COMP-3 VALUE ZEROES.
       01 WS-TOT-A-FONDO             PIC S9(15) COMP-3 VALUE ZEROES.
       01 WS-TOT-STRALCIATO          PIC S9(15) COMP-3 VALUE ZEROES.

       01 WS-STAMPA-PAGINA           PIC 9(3)  VALUE ZEROES.
       01 WS-STAMPA-RIGHE            PIC 9(2)  VALUE ZEROES.
       01 WS-STAMPA-MAX-RIGHE        PIC 9(2)  VALUE 50.

       01 WS-INT-1.
           05 FILLER     PIC X(30) VALUE SPACES.
           05 FILLER     PIC X(45)
              VALUE 'STRALCIO - REGISTRO STRALCI CREDITI DEL '.
           05 WS-INT-DATA PIC 9(8).
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 WS-INT-PROVA PIC X(11) VALUE SPACES.
           05 FILLER     PIC X(28) VALUE SPACES.
           05 FILLER     PIC X(5)  VALUE 'PAG. '.
           05 WS-INT-PAGINA PIC ZZ9.

       01 WS-INT-2.
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 FILLER     PIC X(7)  VALUE 'COD.CLI'.
           05 FILLER     PIC X(15) VALUE 'NUM.FATT/RT'.
           05 FILLER     PIC X(15) VALUE ' RESIDUO PRIMA'.
           05 FILLER     PIC X(15) VALUE '    STRALCIATO'.
           05 FILLER     PIC X(16) VALUE ' RESIDUO DOPO'.
           05 FILLER     PIC X(8)  VALUE 'TIPO'.
           05 FILLER     PIC X(8)  VALUE 'IMPUTAZ.'.
           05 FILLER     PIC X(32) VALUE 'MOTIVO'.
           05 FILLER     PIC X(10) VALUE 'APPROVATO'.

       01 WS-DET-STAMPA.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-COD-CLI   PIC 9(5).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-NUM-FAT   PIC X(8).
           05 WS-D-RATA.
              07 WS-D-RATA-BARRA PIC X(1).
              07 WS-D-NUM-RATA   PIC 9(2).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-RESIDUO-PRIMA PIC Z(9)9,99-.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-D-STRALCIATO PIC Z(9)9,99-.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-D-RESIDUO-DOPO PIC Z(9)9,99-.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-TIPO      PIC X(8).
           05 WS-D-IMPUTAZ   PIC X(8).
           05 WS-D-MOTIVO    PIC X(30).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-APPROV    PIC X(10).

       01 WS-RIGA-SCARTO.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-S-COD-CLI   PIC 9(5).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-S-NUM-FAT   PIC X(8).
           05 WS-S-RATA.
              07 WS-S-RATA-BARRA PIC X(1).
              07 WS-S-NUM-RATA   PIC 9(2).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(17) VALUE '*** SCARTATA *** '.
           05 WS-S-MOTIVO    PIC X(40).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-S-APPROV    PIC X(10).

       01 WS-RIGA-TOTALE.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-TOT-LABEL   PIC X(30) VALUE SPACES.
           05 WS-TOT-NUMERO  PIC Z(6)9.
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 WS-TOT-IMPORTO PIC Z(9)9,99-.

      *----------------------------------------------------------------
      *  GIORNALE IMMAGINI PARTITE: IL RUN E' IDENTIFICATO DA
      *  PROGRAMMA, DATA CONTABILE E ORA DI INIZIO.
      *----------------------------------------------------------------
       01 FS-PARTBIMG                PIC 9(2) VALUE ZEROES.
       01 WS-BIM-ORA-RUN             PIC 9(8) VALUE ZEROES.
       01 WS-BIM-PROGR               PIC 9(7) VALUE ZEROES.
       01 WS-DATA-RUN                PIC 9(8) VALUE ZEROES.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.

       INIZIO.
          PERFORM OP-INIZIALI THRU OP-INIZIALI-EX.
          PERFORM ELABORA THRU ELABORA-EX UNTIL EOF-PRS.
          PERFORM OP-FINALI THRU OP-FINALI-EX.
          GOBACK.

      *----------------------------------------------------------------
      *  DATA DELLO STRALCIO E MODALITA' DI PROVA; LO STORICO STRALCI
      *  SI CREA AL PRIMO UTILIZZO, LE CONTESTAZIONI SONO FACOLTATIVE.
      *----------------------------------------------------------------
       OP-INIZIALI.
          MOVE 'D' TO DCP-FUNZIONE.
          MOVE 'STRALCIO' TO DCP-PROGRAMMA.
          CALL 'DATACONT' USING PARAMETRI-DATACONT.
          MOVE DCP-DATA-CONTABILE TO WS-DATA-RUN.
          DISPLAY 'DATA DELLO STRALCIO (AAAAMMGG, 0 = OGGI): '.
          ACCEPT WS-DATA-STRALCIO.
          IF WS-DATA-STRALCIO = ZEROES
             MOVE WS-DATA-RUN TO WS-DATA-STRALCIO.
          DISPLAY 'ESECUZIONE DI PROVA (S/N)? '.
          ACCEPT WS-PARM-PROVA.
          IF WS-RUN-PROVA
             MOVE '  * PROVA *' TO WS-INT-PROVA
             DISPLAY 'STRALCIO IN PROVA: NESSUN ARCHIVIO AGGIORNATO'.
          OPEN INPUT PROPSTRA.
          IF FS-PROPSTRA NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE PROPSTRA - FS=' FS-PROPSTRA
             MOVE 16 TO RETURN-CODE
             GOBACK.
          OPEN I-O PARTITE.
          IF FS-PARTITE NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE PARTITE - FS=' FS-PARTITE
             MOVE 16 TO RETURN-CODE
             GOBACK.
      *   GIORNALE IMMAGINI PARTITE: SI ACCODA, IL FILE NASCE AL
      *   PRIMO UTILIZZO. SENZA GIORNALE IL RUN NON SAREBBE
      *   RIPRISTINABILE, QUINDI NON PARTE.
          ACCEPT WS-BIM-ORA-RUN FROM TIME.
          OPEN EXTEND PARTBIMG.
          IF FS-PARTBIMG NOT = '00' AND FS-PARTBIMG NOT = '05'
             DISPLAY 'IMPOSSIBILE APRIRE PARTBIMG - FS=' FS-PARTBIMG
             MOVE 16 TO RETURN-CODE
             GOBACK.
          OPEN I-O STRALCI.
          IF FS-STRALCI NOT = '00'
             OPEN OUTPUT STRALCI
             CLOSE STRALCI
             OPEN I-O STRALCI.
          IF FS-STRALCI NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE STRALCI - FS=' FS-STRALCI
             MOVE 16 TO RETURN-CODE
             GOBACK.
          OPEN OUTPUT REGISTRO.
          IF FS-REGISTRO NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE IL REGISTRO - FS='
                     FS-REGISTRO
             MOVE 16 TO RETURN-CODE
             GOBACK.
      *   CONTESTAZIONI FACOLTATIVE: SENZA FILE NESSUNA ESCLUSIONE.
          OPEN INPUT CONTEST.
          IF FS-CONTEST = '00'
             MOVE 'S' TO SW-CONTEST-APERTO.
          PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          PERFORM LEGGI-PROPOSTA THRU LEGGI-PROPOSTA-EX.
       OP-INIZIALI-EX.
          EXIT.

       LEGGI-PROPOSTA.
          READ PROPSTRA AT END MOVE 1 TO SW-FINE-PRS
               GO TO LEGGI-PROPOSTA-EX.
          IF FS-PROPSTRA NOT = '00'
             DISPLAY 'ERRORE IN LETTURA PROPSTRA - FS=' FS-PROPSTRA
             MOVE 16 TO RETURN-CODE
             MOVE 1 TO SW-FINE-PRS
             GO TO LEGGI-PROPOSTA-EX.
          ADD 1 TO WS-CTR-PRS-LETTE.
       LEGGI-PROPOSTA-EX.
          EXIT.

       ELABORA.
          PERFORM CONTROLLA-PROPOSTA THRU CONTROLLA-PROPOSTA-EX.
          IF WS-MOTIVO-SCARTO NOT = SPACES
             PERFORM STAMPA-SCARTO THRU STAMPA-SCARTO-EX
             GO TO S020.
          PERFORM ESEGUI-STRALCIO THRU ESEGUI-STRALCIO-EX.
       S020.
          PERFORM LEGGI-PROPOSTA THRU LEGGI-PROPOSTA-EX.
       ELABORA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  LA PROPOSTA PASSA SE E' APPROVATA E MOTIVATA, CON TIPO E
      *  IMPUTAZIONE VALIDI, SU UNA PARTITA DA FATTURA APERTA E NON
      *  CONTESTATA; LO STRALCIO PARZIALE DEVE STARE SOTTO IL
      *  RESIDUO (PER TUTTO IL RESIDUO SI PROPONE IL TOTALE).
      *----------------------------------------------------------------
       CONTROLLA-PROPOSTA.
          MOVE SPACES TO WS-MOTIVO-SCARTO.
          IF PRS-APPROVATORE = SPACES
             MOVE 'PROPOSTA NON APPROVATA' TO WS-MOTIVO-SCARTO
             GO TO CONTROLLA-PROPOSTA-EX.
          IF PRS-MOTIVO = SPACES
             MOVE 'MOTIVO DELLO STRALCIO MANCANTE' TO WS-MOTIVO-SCARTO
             GO TO CONTROLLA-PROPOSTA-EX.
          IF NOT PRS-TOTALE AND NOT PRS-PARZIALE
             MOVE 'TIPO STRALCIO NON VALIDO (T/P)' TO WS-MOTIVO-SCARTO
             GO TO CONTROLLA-PROPOSTA-EX.
          IF NOT PRS-A-PERDITA AND NOT PRS-A-FONDO
             MOVE 'IMPUTAZIONE NON VALIDA (P/F)' TO WS-MOTIVO-SCARTO
             GO TO CONTROLLA-PROPOSTA-EX.
          MOVE PRS-COD-CLI  TO PAR-COD-CLI.
          MOVE PRS-NUM-FAT  TO PAR-NUM-FAT.
          MOVE PRS-NUM-RATA TO PAR-NUM-RATA.
          READ PARTITE.
          IF FS-PARTITE = '23'
             MOVE 'PARTITA INESISTENTE' TO WS-MOTIVO-SCARTO
             GO TO CONTROLLA-PROPOSTA-EX.
          IF FS-PARTITE NOT = '00'
             DISPLAY 'ERRORE IN LETTURA PARTITE - FS=' FS-PARTITE
             MOVE 'ERRORE DI LETTURA SU PARTITE' TO WS-MOTIVO-SCARTO
             GO TO CONTROLLA-PROPOSTA-EX.
          IF NOT PAR-TIPO-FATTURA
             MOVE 'PARTITA NON DA FATTURA' TO WS-MOTIVO-SCARTO
             GO TO CONTROLLA-PROPOSTA-EX.
          IF NOT PAR-APERTA OR PAR-RESIDUO = ZEROES
             MOVE 'PARTITA NON APERTA' TO WS-MOTIVO-SCARTO
             GO TO CONTROLLA-PROPOSTA-EX.
          MOVE KEY-PARTITE TO KEY-CONTEST.
          PERFORM VERIFICA-CONTESTAZIONE
                  THRU VERIFICA-CONTESTAZIONE-EX.
          IF WS-PARTITA-CONTESTATA
             MOVE 'PARTITA IN CONTESTAZIONE APERTA'
                  TO WS-MOTIVO-SCARTO
             GO TO CONTROLLA-PROPOSTA-EX.
          IF PRS-TOTALE
             MOVE PAR-RESIDUO TO WS-IMP-STRALCIO
             GO TO CONTROLLA-PROPOSTA-EX.
          IF PRS-IMPORTO = ZEROES
          OR PRS-IMPORTO NOT < PAR-RESIDUO
             MOVE 'IMPORTO PARZIALE NON VALIDO' TO WS-MOTIVO-SCARTO
             GO TO CONTROLLA-PROPOSTA-EX.
          MOVE PRS-IMPORTO TO WS-IMP-STRALCIO.
       CONTROLLA-PROPOSTA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  ESEGUE LO STRALCIO SULLA PARTITA GIA' LETTA: RESIDUO RIDOTTO
      *  (A ZERO = STATO 'X'), MOVIMENTO SULLO STORICO E RIGA DI
      *  REGISTRO. IN PROVA SOLO LA RIGA DI REGISTRO.
      *----------------------------------------------------------------
       ESEGUI-STRALCIO.
          MOVE PAR-RESIDUO TO WS-RESIDUO-PRIMA.
          SUBTRACT WS-IMP-STRALCIO FROM PAR-RESIDUO.
          IF PAR-RESIDUO = ZEROES
             MOVE 'X' TO PAR-STATO
             ADD 1 TO WS-CTR-PAR-CHIUSE.
          IF WS-RUN-PROVA
             GO TO T020.
          PERFORM SALVA-PARTITA THRU SALVA-PARTITA-EX.
          REWRITE REC-PARTITA.
          IF FS-PARTITE NOT = '00'
             DISPLAY 'ERRORE IN AGGIORNAMENTO PARTITE - FS='
                     FS-PARTITE ' ' PAR-COD-CLI ' ' PAR-NUM-FAT
             MOVE 16 TO RETURN-CODE
             MOVE 'ERRORE DI SCRITTURA SU PARTITE' TO WS-MOTIVO-SCARTO
             PERFORM STAMPA-SCARTO THRU STAMPA-SCARTO-EX
             GO TO ESEGUI-STRALCIO-EX.
          PERFORM SCRIVI-MOVIMENTO THRU SCRIVI-MOVIMENTO-EX.
       T020.
          PERFORM STAMPA-DETTAGLIO THRU STAMPA-DETTAGLIO-EX.
          ADD 1 TO WS-CTR-STRALCI.
          ADD WS-IMP-STRALCIO TO WS-TOT-STRALCIATO.
          IF PRS-A-PERDITA
             ADD 1 TO WS-CTR-A-PERDITA
             ADD WS-IMP-STRALCIO TO WS-TOT-A-PERDITA
          ELSE
             ADD 1 TO WS-CTR-A-FONDO
             ADD WS-IMP-STRALCIO TO WS-TOT-A-FONDO.
       ESEGUI-STRALCIO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  MOVIMENTO 'S' SULLO STORICO STRALCI, CON IL PROGRESSIVO
      *  SUCCESSIVO ALL'ULTIMO GIA' REGISTRATO PER LA PARTITA.
      *----------------------------------------------------------------
       SCRIVI-MOVIMENTO.
          PERFORM ULTIMO-PROGR THRU ULTIMO-PROGR-EX.
          MOVE SPACES          TO REC-STRALCI.
          MOVE PAR-COD-CLI     TO STR-COD-CLI.
          MOVE PAR-NUM-FAT     TO STR-NUM-FAT.
          MOVE PAR-NUM-RATA    TO STR-NUM-RATA.
          ADD 1 WS-ULT-PROGR GIVING STR-PROGR.
          MOVE 'S'             TO STR-TIPO-MOV.
          MOVE WS-DATA-STRALCIO TO STR-DATA.
          MOVE WS-IMP-STRALCIO TO STR-IMPORTO.
          MOVE PRS-TIPO        TO STR-TIPO.
          MOVE PRS-IMPUTAZIONE TO STR-IMPUTAZIONE.
          MOVE PRS-MOTIVO      TO STR-MOTIVO.
          MOVE PRS-APPROVATORE TO STR-APPROVATORE.
          WRITE REC-STRALCI.
          IF FS-STRALCI NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA STRALCI - FS=' FS-STRALCI
                     ' ' PAR-COD-CLI ' ' PAR-NUM-FAT
             MOVE 16 TO RETURN-CODE.
       SCRIVI-MOVIMENTO-EX.
          EXIT.

       ULTIMO-PROGR.
          MOVE ZEROES TO WS-ULT-PROGR.
          MOVE ZEROES TO SW-FINE-STR.
          MOVE PAR-COD-CLI  TO STR-COD-CLI.
          MOVE PAR-NUM-FAT  TO STR-NUM-FAT.
          MOVE PAR-NUM-RATA TO STR-NUM-RATA.
          MOVE ZEROES       TO STR-PROGR.
          START STRALCI KEY IS NOT LESS THAN KEY-STRALCI
                INVALID KEY GO TO ULTIMO-PROGR-EX.
          PERFORM LEGGI-STRALCIO THRU LEGGI-STRALCIO-EX
                  UNTIL EOF-STR.
       ULTIMO-PROGR-EX.
          EXIT.

       LEGGI-STRALCIO.
          READ STRALCI NEXT AT END MOVE 1 TO SW-FINE-STR
                       GO TO LEGGI-STRALCIO-EX.
          IF FS-STRALCI NOT = '00'
          OR STR-COD-CLI  NOT = PAR-COD-CLI
          OR STR-NUM-FAT  NOT = PAR-NUM-FAT
          OR STR-NUM-RATA NOT = PAR-NUM-RATA
             MOVE 1 TO SW-FINE-STR
             GO TO LEGGI-STRALCIO-EX.
          MOVE STR-PROGR TO WS-ULT-PROGR.
       LEGGI-STRALCIO-EX.
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

       STAMPA-INTESTAZIONE.
          ADD 1 TO WS-STAMPA-PAGINA.
          MOVE WS-STAMPA-PAGINA TO WS-INT-PAGINA.
          MOVE WS-DATA-STRALCIO TO WS-INT-DATA.
          MOVE WS-INT-1 TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING PAGE.
          MOVE WS-INT-2 TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 2 LINES.
          MOVE SPACES TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 1 LINE.
          MOVE ZEROES TO WS-STAMPA-RIGHE.
       STAMPA-INTESTAZIONE-EX.
          EXIT.

       STAMPA-DETTAGLIO.
          IF WS-STAMPA-RIGHE >= WS-STAMPA-MAX-RIGHE
             PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          MOVE PRS-COD-CLI TO WS-D-COD-CLI.
          MOVE PRS-NUM-FAT TO WS-D-NUM-FAT.
          MOVE SPACES TO WS-D-RATA.
          IF PRS-NUM-RATA NOT = ZEROES
             MOVE '/'          TO WS-D-RATA-BARRA
             MOVE PRS-NUM-RATA TO WS-D-NUM-RATA.
          MOVE WS-RESIDUO-PRIMA TO WS-D-RESIDUO-PRIMA.
          MOVE WS-IMP-STRALCIO  TO WS-D-STRALCIATO.
          MOVE PAR-RESIDUO      TO WS-D-RESIDUO-DOPO.
          IF PRS-TOTALE
             MOVE 'TOTALE'   TO WS-D-TIPO
          ELSE
             MOVE 'PARZIALE' TO WS-D-TIPO.
          IF PRS-A-PERDITA
             MOVE 'PERDITA'  TO WS-D-IMPUTAZ
          ELSE
             MOVE 'FONDO'    TO WS-D-IMPUTAZ.
          MOVE PRS-MOTIVO      TO WS-D-MOTIVO.
          MOVE PRS-APPROVATORE TO WS-D-APPROV.
          MOVE WS-DET-STAMPA TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 1 LINE.
          ADD 1 TO WS-STAMPA-RIGHE.
       STAMPA-DETTAGLIO-EX.
          EXIT.

       STAMPA-SCARTO.
          IF WS-STAMPA-RIGHE >= WS-STAMPA-MAX-RIGHE
             PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          MOVE PRS-COD-CLI TO WS-S-COD-CLI.
          MOVE PRS-NUM-FAT TO WS-S-NUM-FAT.
          MOVE SPACES TO WS-S-RATA.
          IF PRS-NUM-RATA NOT = ZEROES
             MOVE '/'          TO WS-S-RATA-BARRA
             MOVE PRS-NUM-RATA TO WS-S-NUM-RATA.
          MOVE WS-MOTIVO-SCARTO TO WS-S-MOTIVO.
          MOVE PRS-APPROVATORE  TO WS-S-APPROV.
          MOVE WS-RIGA-SCARTO TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 1 LINE.
          ADD 1 TO WS-STAMPA-RIGHE.
          ADD 1 TO WS-CTR-SCARTI.
       STAMPA-SCARTO-EX.
          EXIT.

       STAMPA-TOTALE.
          MOVE WS-RIGA-TOTALE TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 1 LINE.
          MOVE SPACES TO WS-RIGA-TOTALE.
       STAMPA-TOTALE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  TOTALI DEL REGISTRO PER IMPUTAZIONE. PROPOSTE SCARTATE =
      *  RETURN-CODE 4, PER RICHIAMARE L'ATTENZIONE DI CHI LANCIA.
      *----------------------------------------------------------------
       OP-FINALI.
          MOVE SPACES TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 1 LINE.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'STRALCI A PERDITA SU CREDITI' TO WS-TOT-LABEL.
          MOVE WS-CTR-A-PERDITA TO WS-TOT-NUMERO.
          MOVE WS-TOT-A-PERDITA TO WS-TOT-IMPORTO.
          PERFORM STAMPA-TOTALE THRU STAMPA-TOTALE-EX.
          MOVE 'STRALCI A UTILIZZO FONDO' TO WS-TOT-LABEL.
          MOVE WS-CTR-A-FONDO TO WS-TOT-NUMERO.
          MOVE WS-TOT-A-FONDO TO WS-TOT-IMPORTO.
          PERFORM STAMPA-TOTALE THRU STAMPA-TOTALE-EX.
          MOVE 'TOTALE STRALCIATO' TO WS-TOT-LABEL.
          MOVE WS-CTR-STRALCI TO WS-TOT-NUMERO.
          MOVE WS-TOT-STRALCIATO TO WS-TOT-IMPORTO.
          PERFORM STAMPA-TOTALE THRU STAMPA-TOTALE-EX.
          MOVE 'PARTITE CHIUSE PER STRALCIO' TO WS-TOT-LABEL.
          MOVE WS-CTR-PAR-CHIUSE TO WS-TOT-NUMERO.
          MOVE ZEROES TO WS-TOT-IMPORTO.
          PERFORM STAMPA-TOTALE THRU STAMPA-TOTALE-EX.
          MOVE 'PROPOSTE SCARTATE' TO WS-TOT-LABEL.
          MOVE WS-CTR-SCARTI TO WS-TOT-NUMERO.
          MOVE ZEROES TO WS-TOT-IMPORTO.
          PERFORM STAMPA-TOTALE THRU STAMPA-TOTALE-EX.
          DISPLAY 'PROPOSTE LETTE:      ' WS-CTR-PRS-LETTE.
          DISPLAY 'STRALCI ESEGUITI:    ' WS-CTR-STRALCI.
          DISPLAY 'PARTITE CHIUSE:      ' WS-CTR-PAR-CHIUSE.
          DISPLAY 'TOTALE STRALCIATO:   ' WS-TOT-STRALCIATO.
          DISPLAY 'PROPOSTE SCARTATE:   ' WS-CTR-SCARTI.
          IF WS-CTR-SCARTI > ZEROES AND RETURN-CODE = ZEROES
             MOVE 4 TO RETURN-CODE.
          CLOSE PROPSTRA, PARTITE, STRALCI, REGISTRO, PARTBIMG.
          IF WS-CONTEST-APERTO
             CLOSE CONTEST.
          DISPLAY 'IMMAGINI PARTITE:    ' WS-BIM-PROGR
                  ' (RUN ' WS-DATA-RUN ' ' WS-BIM-ORA-RUN ')'.
       OP-FINALI-EX.
          EXIT.

      *----------------------------------------------------------------
      *  IMMAGINE DELLA PARTITA PRIMA DELLA SCRITTURA (VEDI RIPRPART),
      *  DA ESEGUIRE SUBITO PRIMA DI OGNI WRITE/REWRITE DI
      *  REC-PARTITA: SI RILEGGE LA PARTITA PER CHIAVE (SU UNA PARTITA
      *  NUOVA LA LETTURA NON TROVA NULLA), SI ACCODANO PRIMA E DOPO
      *  SU PARTBIMG E SI RIMETTE NEL RECORD LA PARTITA DA SCRIVERE.
      *  LA RILETTURA SULLA STESSA CHIAVE NON SPOSTA LE LETTURE
      *  SEQUENZIALI IN CORSO.
      *----------------------------------------------------------------
       SALVA-PARTITA.
          MOVE SPACES TO REC-PARTBIMG.
          MOVE REC-PARTITA TO BIM-DOPO.
          MOVE 'M' TO BIM-AZIONE.
          READ PARTITE.
          IF FS-PARTITE = '00'
             MOVE REC-PARTITA TO BIM-PRIMA
          ELSE
             MOVE 'N' TO BIM-AZIONE.
          MOVE BIM-DOPO TO REC-PARTITA.
          ADD 1 TO WS-BIM-PROGR.
          MOVE 'STRALCIO' TO BIM-PROGRAMMA.
          MOVE WS-DATA-RUN TO BIM-DATA-RUN.
          MOVE WS-BIM-ORA-RUN TO BIM-ORA-RUN.
          MOVE WS-BIM-PROGR TO BIM-PROGR.
          MOVE DCP-DATA-SISTEMA TO BIM-DATA-SISTEMA.
          WRITE REC-PARTBIMG.
          IF FS-PARTBIMG NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA PARTBIMG - FS=' FS-PARTBIMG
                     ' ' PAR-COD-CLI ' ' PAR-NUM-FAT
             MOVE 16 TO RETURN-CODE.
       SALVA-PARTITA-EX.
          EXIT.
