      ******************************************************************
      *  RIPRISTINO DELLE PARTITE AGGIORNATE DA UN RUN: RIPORTA
      *  L'ARCHIVIO PARTITE COM'ERA PRIMA DEL RUN INDICATO (PROGRAMMA,
      *  DATA CONTABILE E ORA DI INIZIO; ORA ZERO = ULTIMO RUN DEL
      *  PROGRAMMA IN QUELLA DATA) CON LE IMMAGINI DEL GIORNALE
      *  PARTBIMG, SCRITTE DA INCASSI, APPLACC, NOTECRED, CONSOFIN,
      *  SDDEMIS, SDDINSOL, STRALCIO E RIMBORSI PRIMA DI OGNI
      *  SCRITTURA SU PARTITE. OGNI PARTITA TOCCATA DAL RUN TORNA
      *  ALLA SUA PRIMA IMMAGINE NEL RUN; QUELLE NATE NEL RUN VENGONO
      *  CANCELLATE.
      *  IL RIPRISTINO E' RIFIUTATO PER INTERO (NESSUNA PARTITA
      *  TOCCATA) SE UNA PARTITA DEL RUN E' STATA AGGIORNATA DA UN RUN
      *  SUCCESSIVO O COMUNQUE NON E' PIU' COME IL RUN L'HA LASCIATA:
      *  IN QUEL CASO SI ANNULLANO PRIMA I RUN PIU' RECENTI, DAL PIU'
      *  NUOVO. IL REGISTRO STAMPA LE PARTITE RIPRISTINATE (O I
      *  CONFLITTI) CON I TOTALI DI CONTROLLO DI RESIDUO E INCASSATO
      *  PRIMA E DOPO IL RIPRISTINO. ANCHE IL RIPRISTINO SCRIVE LE
      *  SUE IMMAGINI SU PARTBIMG (PROGRAMMA RIPRPART), QUINDI SI PUO'
      *  A SUA VOLTA ANNULLARE. I MOVIMENTI CHE IL RUN HA ACCODATO SU
      *  MOVCONT (E GLI ALTRI ARCHIVI, COME STRALCI O MANDATI) NON
      *  VENGONO TOCCATI: VANNO STORNATI A PARTE.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. RIPRPART.
       AUTHOR.  MB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARTBIMG ASSIGN TO FORMATFILE-PARTBIMG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PARTBIMG.

           SELECT PARTITE ASSIGN TO DATABASE-PARTITE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-PARTITE
           FILE STATUS IS FS-PARTITE.

           SELECT REGISTRO ASSIGN TO PRINTER-RIPRPART
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REGISTRO.

       DATA DIVISION.

       FILE SECTION.
      *----------------------------------------------------------------
      *  GIORNALE DELLE IMMAGINI DI PARTITE: LETTO PER TROVARE IL RUN
      *  E I RUN SUCCESSIVI, POI ALLUNGATO CON LE IMMAGINI DEL
      *  RIPRISTINO.
      *----------------------------------------------------------------
       FD PARTBIMG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS REC-PARTBIMG.
           COPY FD_PartBimg.

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
           05 PAR-ADDEBITO     PIC X.
           05 FILLER           PIC X(6).

       FD REGISTRO
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REC-REGISTRO.
       01 REC-REGISTRO         PIC X(132).

       WORKING-STORAGE SECTION.

       01 FS-PARTBIMG                PIC 9(2) VALUE ZEROES.
       01 FS-PARTITE                 PIC 9(2) VALUE ZEROES.
       01 FS-REGISTRO                PIC 9(2) VALUE ZEROES.

       01 SW-FINE-BIM                PIC 9(1) VALUE ZEROES.
           88 EOF-BIM                 VALUE 1.
       01 SW-RUN-TROVATO             PIC X(1) VALUE 'N'.
           88 WS-RUN-TROVATO          VALUE 'S'.
      *    'S' DAL PRIMO RECORD DEL RUN IN POI: OGNI IMMAGINE DI UN
      *    ALTRO RUN DA QUI IN AVANTI E' DI UN RUN SUCCESSIVO.
       01 SW-DOPO-RUN                PIC X(1) VALUE 'N'.
           88 WS-DOPO-RUN             VALUE 'S'.
       01 SW-RIFIUTO                 PIC X(1) VALUE 'N'.
           88 WS-RIFIUTATO            VALUE 'S'.
       01 SW-ESISTE                  PIC X(1) VALUE 'N'.
           88 WS-PARTITA-ESISTE       VALUE 'S'.
       01 SW-TABELLA-PIENA           PIC X(1) VALUE 'N'.
           88 WS-TABELLA-PIENA        VALUE 'S'.

      *----------------------------------------------------------------
      *  RUN DA RIPRISTINARE (CHIESTO ALL'AVVIO) E RUN DEL RIPRISTINO
      *  STESSO SUL GIORNALE.
      *----------------------------------------------------------------
       01 WS-RIP-PROGRAMMA           PIC X(10) VALUE SPACES.
       01 WS-RIP-DATA                PIC 9(8) VALUE ZEROES.
       01 WS-RIP-ORA                 PIC 9(8) VALUE ZEROES.
       01 WS-ORA-TROVATA             PIC 9(8) VALUE ZEROES.
       01 WS-CONFERMA                PIC X(1) VALUE 'N'.
       01 WS-DATA-RUN                PIC 9(8) VALUE ZEROES.
       01 WS-BIM-ORA-RUN             PIC 9(8) VALUE ZEROES.
       01 WS-BIM-PROGR               PIC 9(7) VALUE ZEROES.

      *----------------------------------------------------------------
      *  PARTITE DEL RUN: PER OGNI CHIAVE LA PRIMA IMMAGINE DEL RUN
      *  (LO STATO DA RIPRISTINARE) E L'ULTIMA (PER VERIFICARE CHE LA
      *  PARTITA SIA ANCORA COME IL RUN L'HA LASCIATA). AZIONE COME
      *  SU PARTBIMG ('M' MODIFICATA, 'N' NUOVA, 'C' CANCELLATA).
      *  ESITO 'K' = PARTITA IN CONFLITTO, GIA' STAMPATA.
      *----------------------------------------------------------------
       01 WS-MAX-PARTITE             PIC 9(4) VALUE 2000.
       01 WS-N-PARTITE               PIC 9(4) VALUE ZEROES.
       01 WS-IND                     PIC 9(4) VALUE ZEROES.
       01 WS-IND-TROVATO             PIC 9(4) VALUE ZEROES.
       01 WS-TAB-PARTITE.
           05 WS-TP-ELEMENTO OCCURS 2000 TIMES.
              07 WS-TP-CHIAVE        PIC X(15).
              07 WS-TP-AZIONE-PRIMA  PIC X(1).
              07 WS-TP-PRIMA         PIC X(70).
              07 WS-TP-AZIONE-ULT    PIC X(1).
              07 WS-TP-PRIMA-ULT     PIC X(70).
              07 WS-TP-DOPO-ULT      PIC X(70).
              07 WS-TP-ESITO         PIC X(1).

      *----------------------------------------------------------------
      *  IMMAGINE DI UNA PARTITA LETTA DAL GIORNALE, NEL TRACCIATO DI
      *  PARTITE, PER LA CHIAVE E PER I TOTALI DI CONTROLLO.
      *----------------------------------------------------------------
       01 WS-BIM-CHIAVE              PIC X(15) VALUE SPACES.
       01 WS-PAR-ATTUALE             PIC X(70) VALUE SPACES.
       01 WS-IMM-PARTITA.
           05 WS-IMM-CHIAVE.
             07 WS-IMM-COD-CLI        PIC 9(5).
             07 WS-IMM-NUM-FAT        PIC X(8).
             07 WS-IMM-NUM-RATA       PIC 9(2).
           05 WS-IMM-TOT-FATT         PIC 9(14) COMP-3.
           05 WS-IMM-INCASSATO        PIC 9(14) COMP-3.
           05 WS-IMM-RESIDUO          PIC 9(14) COMP-3.
           05 WS-IMM-DATA-SCAD        PIC 9(8).
           05 WS-IMM-DATA-ULT-PAG     PIC 9(8).
           05 WS-IMM-STATO            PIC X.
           05 FILLER                  PIC X(14).

       01 WS-MOTIVO-CONFLITTO        PIC X(40) VALUE SPACES.
       01 WS-ESITO-RIPRISTINO        PIC X(12) VALUE SPACES.

       01 WS-CAMPI-CONTATORI.
           05 WS-CTR-IMMAGINI         PIC 9(7) VALUE ZEROES.
           05 WS-CTR-RIPRISTINATE     PIC 9(7) VALUE ZEROES.
           05 WS-CTR-RICREATE         PIC 9(7) VALUE ZEROES.
           05 WS-CTR-ELIMINATE        PIC 9(7) VALUE ZEROES.
           05 WS-CTR-INVARIATE        PIC 9(7) VALUE ZEROES.
           05 WS-CTR-CONFLITTI        PIC 9(7) VALUE ZEROES.
       01 WS-TOT-RESIDUO-PRIMA       PIC S9(15) COMP-3 VALUE ZEROES.
       01 WS-TOT-RESIDUO-DOPO        PIC S9(15) COMP-3 VALUE ZEROES.
       01 WS-TOT-INCASSATO-PRIMA     PIC S9(15) COMP-3 VALUE ZEROES.
       01 WS-TOT-INCASSATO-DOPO      PIC S9(15) COMP-3 VALUE ZEROES.

       01 WS-STAMPA-PAGINA           PIC 9(3)  VALUE ZEROES.
       01 WS-STAMPA-RIGHE            PIC 9(2)  VALUE ZEROES.
       01 WS-STAMPA-MAX-RIGHE        PIC 9(2)  VALUE 50.

       01 WS-INT-1.
           05 FILLER     PIC X(20) VALUE SPACES.
           05 FILLER     PIC X(39)
              VALUE 'RIPRPART - RIPRISTINO PARTITE DEL RUN '.
           05 WS-INT-PROGRAMMA PIC X(10).
           05 FILLER     PIC X(1)  VALUE SPACES.
           05 WS-INT-DATA PIC 9(8).
           05 FILLER     PIC X(1)  VALUE SPACES.
           05 WS-INT-ORA PIC 9(8).
           05 FILLER     PIC X(37) VALUE SPACES.
           05 FILLER     PIC X(5)  VALUE 'PAG. '.
           05 WS-INT-PAGINA PIC ZZ9.
       01 WS-INT-2.
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 FILLER     PIC X(7)  VALUE 'COD.CLI'.
           05 FILLER     PIC X(15) VALUE 'NUM.FATT/RT'.
           05 FILLER     PIC X(12) VALUE 'ESITO'.
           05 FILLER     PIC X(15) VALUE '  RES. ATTUALE'.
           05 FILLER     PIC X(15) VALUE '  RES. RIPRIST.'.
           05 FILLER     PIC X(15) VALUE '  INCASS. ATTU.'.
           05 FILLER     PIC X(15) VALUE ' INCASS. RIPR.'.
           05 FILLER     PIC X(6)  VALUE ' STATO'.
       01 WS-DET-STAMPA.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-COD-CLI   PIC 9(5).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-NUM-FAT   PIC X(8).
           05 WS-D-RATA.
              07 WS-D-RATA-BARRA PIC X(1).
              07 WS-D-NUM-RATA   PIC 9(2).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-ESITO     PIC X(12).
           05 WS-D-RESIDUO-ATT PIC Z(9)9,99-.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-D-RESIDUO-RIP PIC Z(9)9,99-.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-D-INCASS-ATT PIC Z(9)9,99-.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-D-INCASS-RIP PIC Z(9)9,99-.
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 WS-D-STATO-ATT PIC X(1).
           05 FILLER         PIC X(1)  VALUE '>'.
           05 WS-D-STATO-RIP PIC X(1).
       01 WS-RIGA-CONFLITTO.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-C-COD-CLI   PIC 9(5).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-C-NUM-FAT   PIC X(8).
           05 WS-C-RATA.
              07 WS-C-RATA-BARRA PIC X(1).
              07 WS-C-NUM-RATA   PIC 9(2).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(18) VALUE '*** CONFLITTO *** '.
           05 WS-C-MOTIVO    PIC X(40).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-C-PROGRAMMA PIC X(10).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-C-DATA      PIC 9(8).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-C-ORA       PIC 9(8).
       01 WS-RIGA-TOTALE.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-TOT-LABEL   PIC X(30) VALUE SPACES.
           05 WS-TOT-NUMERO  PIC Z(6)9.
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 WS-TOT-IMPORTO PIC Z(9)9,99-.
       01 WS-RIGA-NOTA.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-NOTA-TESTO  PIC X(100) VALUE SPACES.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.

       INIZIO.
          PERFORM OP-INIZIALI THRU OP-INIZIALI-EX.
          PERFORM CERCA-RUN THRU CERCA-RUN-EX.
          IF NOT WS-RUN-TROVATO
             DISPLAY 'RUN ' WS-RIP-PROGRAMMA ' DEL ' WS-RIP-DATA
                     ' NON PRESENTE SUL GIORNALE PARTBIMG'
             MOVE 'S' TO SW-RIFIUTO
             MOVE 'RUN NON PRESENTE SUL GIORNALE (GIA'' EPURATO?)'
                  TO WS-NOTA-TESTO
             GO TO FINE.
          PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          PERFORM CARICA-RUN THRU CARICA-RUN-EX.
          IF WS-RIFIUTATO AND WS-NOTA-TESTO = SPACES
             MOVE 'PARTITE AGGIORNATE DA RUN SUCCESSIVI, DA ANNULLARE'
                  TO WS-NOTA-TESTO.
          IF WS-RIFIUTATO
             GO TO FINE.
          PERFORM VERIFICA-PARTITA THRU VERIFICA-PARTITA-EX
                  VARYING WS-IND FROM 1 BY 1
                  UNTIL WS-IND > WS-N-PARTITE.
          IF WS-RIFIUTATO AND WS-NOTA-TESTO = SPACES
             MOVE 'PARTITE CAMBIATE DOPO IL RUN DA ALTRI AGGIORNAMENTI'
                  TO WS-NOTA-TESTO.
          IF WS-RIFIUTATO
             GO TO FINE.
          DISPLAY 'PARTITE DA RIPRISTINARE: ' WS-N-PARTITE
                  ' (IMMAGINI ' WS-CTR-IMMAGINI ')'.
          DISPLAY 'CONFERMA IL RIPRISTINO DEL RUN (S/N)? '.
          ACCEPT WS-CONFERMA.
          IF WS-CONFERMA NOT = 'S'
             MOVE 'RIPRISTINO NON CONFERMATO, NESSUNA PARTITA TOCCATA'
                  TO WS-NOTA-TESTO
             GO TO FINE.
          PERFORM APRI-GIORNALE THRU APRI-GIORNALE-EX.
          IF WS-RIFIUTATO
             GO TO FINE.
          PERFORM RIPRISTINA-PARTITA THRU RIPRISTINA-PARTITA-EX
                  VARYING WS-IND FROM 1 BY 1
                  UNTIL WS-IND > WS-N-PARTITE.
          CLOSE PARTBIMG.
          MOVE 'MOVIMENTI DEL RUN (MOVCONT E ALTRI) DA STORNARE A PARTE'
               TO WS-NOTA-TESTO.
       FINE.
          PERFORM OP-FINALI THRU OP-FINALI-EX.
          IF WS-RIFIUTATO
             STOP RUN WITH ERROR STATUS 16.
          STOP RUN.

      *----------------------------------------------------------------
      *  RUN DA RIPRISTINARE, DATA CONTABILE E ORA DEL RIPRISTINO,
      *  APERTURA DI PARTITE E DEL REGISTRO.
      *----------------------------------------------------------------
       OP-INIZIALI.
          MOVE 'D' TO DCP-FUNZIONE.
          MOVE 'RIPRPART' TO DCP-PROGRAMMA.
          CALL 'DATACONT' USING PARAMETRI-DATACONT.
          MOVE DCP-DATA-CONTABILE TO WS-DATA-RUN.
          ACCEPT WS-BIM-ORA-RUN FROM TIME.
          DISPLAY 'PROGRAMMA DEL RUN DA RIPRISTINARE: '.
          ACCEPT WS-RIP-PROGRAMMA.
          DISPLAY 'DATA CONTABILE DEL RUN (AAAAMMGG): '.
          ACCEPT WS-RIP-DATA.
          DISPLAY 'ORA DI INIZIO DEL RUN (HHMMSSCC, 0 = ULTIMO RUN '
                  'DELLA GIORNATA): '.
          ACCEPT WS-RIP-ORA.
          IF WS-RIP-PROGRAMMA = SPACES OR WS-RIP-DATA = ZEROES
             DISPLAY 'PROGRAMMA E DATA DEL RUN OBBLIGATORI'
             STOP RUN WITH ERROR STATUS 16.
          OPEN I-O PARTITE.
          IF FS-PARTITE NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE PARTITE - FS=' FS-PARTITE
             STOP RUN WITH ERROR STATUS 16.
          OPEN OUTPUT REGISTRO.
          IF FS-REGISTRO NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE IL REGISTRO - FS='
                     FS-REGISTRO
             STOP RUN WITH ERROR STATUS 16.
       OP-INIZIALI-EX.
          EXIT.

      *----------------------------------------------------------------
      *  PRIMO GIRO SUL GIORNALE: ESISTENZA DEL RUN; CON ORA ZERO VALE
      *  L'ULTIMO RUN DEL PROGRAMMA NELLA DATA (IL GIORNALE E' IN
      *  ORDINE DI SCRITTURA).
      *----------------------------------------------------------------
       CERCA-RUN.
          MOVE ZEROES TO SW-FINE-BIM.
          OPEN INPUT PARTBIMG.
          IF FS-PARTBIMG NOT = '00' AND FS-PARTBIMG NOT = '05'
             DISPLAY 'IMPOSSIBILE APRIRE PARTBIMG - FS=' FS-PARTBIMG
             GO TO CERCA-RUN-EX.
       E010.
          READ PARTBIMG AT END GO TO E020.
          IF BIM-PROGRAMMA = WS-RIP-PROGRAMMA
          AND BIM-DATA-RUN = WS-RIP-DATA
             IF WS-RIP-ORA = ZEROES
                MOVE 'S' TO SW-RUN-TROVATO
                MOVE BIM-ORA-RUN TO WS-ORA-TROVATA
             ELSE
                IF BIM-ORA-RUN = WS-RIP-ORA
                   MOVE 'S' TO SW-RUN-TROVATO
                   MOVE BIM-ORA-RUN TO WS-ORA-TROVATA.
          GO TO E010.
       E020.
          CLOSE PARTBIMG.
          IF WS-RUN-TROVATO
             MOVE WS-ORA-TROVATA TO WS-RIP-ORA
             DISPLAY 'RUN DA RIPRISTINARE: ' WS-RIP-PROGRAMMA ' '
                     WS-RIP-DATA ' ' WS-RIP-ORA.
       CERCA-RUN-EX.
          EXIT.

      *----------------------------------------------------------------
      *  SECONDO GIRO: LE IMMAGINI DEL RUN FORMANO LA TABELLA DELLE
      *  PARTITE (PRIMA E ULTIMA IMMAGINE PER CHIAVE); UN'IMMAGINE DI
      *  UN ALTRO RUN, SCRITTA DOPO L'INIZIO DEL RUN, SU UNA PARTITA
      *  DEL RUN E' UN CONFLITTO E FA RIFIUTARE IL RIPRISTINO.
      *----------------------------------------------------------------
       CARICA-RUN.
          MOVE ZEROES TO SW-FINE-BIM.
          OPEN INPUT PARTBIMG.
       F010.
          READ PARTBIMG AT END GO TO F020.
          IF BIM-NUOVA
             MOVE BIM-DOPO TO WS-IMM-PARTITA
          ELSE
             MOVE BIM-PRIMA TO WS-IMM-PARTITA.
          MOVE WS-IMM-CHIAVE TO WS-BIM-CHIAVE.
          IF BIM-PROGRAMMA = WS-RIP-PROGRAMMA
          AND BIM-DATA-RUN = WS-RIP-DATA
          AND BIM-ORA-RUN = WS-RIP-ORA
             MOVE 'S' TO SW-DOPO-RUN
             PERFORM REGISTRA-IMMAGINE THRU REGISTRA-IMMAGINE-EX
             GO TO F010.
          IF NOT WS-DOPO-RUN
             GO TO F010.
          PERFORM CERCA-CHIAVE THRU CERCA-CHIAVE-EX.
          IF WS-IND-TROVATO = ZEROES
             GO TO F010.
          MOVE 'S' TO SW-RIFIUTO.
          IF WS-TP-ESITO (WS-IND-TROVATO) = 'K'
             GO TO F010.
          MOVE 'K' TO WS-TP-ESITO (WS-IND-TROVATO).
          MOVE 'AGGIORNATA DA UN RUN SUCCESSIVO:'
               TO WS-MOTIVO-CONFLITTO.
          MOVE BIM-PROGRAMMA TO WS-C-PROGRAMMA.
          MOVE BIM-DATA-RUN  TO WS-C-DATA.
          MOVE BIM-ORA-RUN   TO WS-C-ORA.
          PERFORM STAMPA-CONFLITTO THRU STAMPA-CONFLITTO-EX.
          GO TO F010.
       F020.
          CLOSE PARTBIMG.
       CARICA-RUN-EX.
          EXIT.

       REGISTRA-IMMAGINE.
          ADD 1 TO WS-CTR-IMMAGINI.
          PERFORM CERCA-CHIAVE THRU CERCA-CHIAVE-EX.
          IF WS-IND-TROVATO = ZEROES
             IF WS-N-PARTITE NOT < WS-MAX-PARTITE
                IF NOT WS-TABELLA-PIENA
                   DISPLAY 'PARTITE DEL RUN OLTRE ' WS-MAX-PARTITE
                           ': RIPRISTINO DA FARE A MANO'
                END-IF
                MOVE 'S' TO SW-RIFIUTO SW-TABELLA-PIENA
                MOVE 'PARTITE DEL RUN OLTRE LA CAPIENZA DELLA TABELLA'
                     TO WS-NOTA-TESTO
                GO TO REGISTRA-IMMAGINE-EX
             END-IF
             ADD 1 TO WS-N-PARTITE
             MOVE WS-N-PARTITE TO WS-IND-TROVATO
             MOVE WS-BIM-CHIAVE TO WS-TP-CHIAVE (WS-IND-TROVATO)
             MOVE BIM-AZIONE TO WS-TP-AZIONE-PRIMA (WS-IND-TROVATO)
             MOVE BIM-PRIMA  TO WS-TP-PRIMA (WS-IND-TROVATO)
             MOVE SPACES     TO WS-TP-ESITO (WS-IND-TROVATO).
          MOVE BIM-AZIONE TO WS-TP-AZIONE-ULT (WS-IND-TROVATO).
          MOVE BIM-PRIMA  TO WS-TP-PRIMA-ULT (WS-IND-TROVATO).
          MOVE BIM-DOPO   TO WS-TP-DOPO-ULT (WS-IND-TROVATO).
       REGISTRA-IMMAGINE-EX.
          EXIT.

       CERCA-CHIAVE.
          MOVE ZEROES TO WS-IND-TROVATO.
          PERFORM CONFRONTA-CHIAVE THRU CONFRONTA-CHIAVE-EX
                  VARYING WS-IND FROM 1 BY 1
                  UNTIL WS-IND > WS-N-PARTITE
                  OR WS-IND-TROVATO NOT = ZEROES.
       CERCA-CHIAVE-EX.
          EXIT.

       CONFRONTA-CHIAVE.
          IF WS-TP-CHIAVE (WS-IND) = WS-BIM-CHIAVE
             MOVE WS-IND TO WS-IND-TROVATO.
       CONFRONTA-CHIAVE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  LA PARTITA DEVE ESSERE ANCORA COME L'HA LASCIATA L'ULTIMA
      *  SCRITTURA DEL RUN, OPPURE COME ERA PRIMA DI ESSA (SCRITTURA
      *  NON RIUSCITA); ALTRIMENTI L'HA CAMBIATA QUALCOS'ALTRO (ANCHE
      *  UN PROGRAMMA CHE NON SCRIVE IL GIORNALE) E SI RIFIUTA.
      *----------------------------------------------------------------
       VERIFICA-PARTITA.
          IF WS-TP-ESITO (WS-IND) = 'K'
             GO TO VERIFICA-PARTITA-EX.
          PERFORM LEGGI-PARTITA THRU LEGGI-PARTITA-EX.
          IF FS-PARTITE NOT = '00' AND FS-PARTITE NOT = '23'
             GO TO VERIFICA-PARTITA-EX.
          IF WS-PARTITA-ESISTE
             IF WS-TP-AZIONE-ULT (WS-IND) NOT = 'C'
             AND WS-PAR-ATTUALE = WS-TP-DOPO-ULT (WS-IND)
                GO TO VERIFICA-PARTITA-EX
             END-IF
             IF WS-TP-AZIONE-ULT (WS-IND) NOT = 'N'
             AND WS-PAR-ATTUALE = WS-TP-PRIMA-ULT (WS-IND)
                GO TO VERIFICA-PARTITA-EX
             END-IF
             MOVE 'PARTITA CAMBIATA DOPO IL RUN'
                  TO WS-MOTIVO-CONFLITTO
          ELSE
             IF WS-TP-AZIONE-ULT (WS-IND) = 'C'
             OR WS-TP-AZIONE-ULT (WS-IND) = 'N'
                GO TO VERIFICA-PARTITA-EX
             END-IF
             MOVE 'PARTITA CANCELLATA DOPO IL RUN'
                  TO WS-MOTIVO-CONFLITTO.
          MOVE 'S' TO SW-RIFIUTO.
          MOVE 'K' TO WS-TP-ESITO (WS-IND).
          MOVE WS-TP-CHIAVE (WS-IND) TO WS-IMM-CHIAVE.
          MOVE SPACES TO WS-C-PROGRAMMA.
          MOVE ZEROES TO WS-C-DATA WS-C-ORA.
          PERFORM STAMPA-CONFLITTO THRU STAMPA-CONFLITTO-EX.
       VERIFICA-PARTITA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  LETTURA DELLA PARTITA ATTUALE DELLA CHIAVE IN TABELLA: SE
      *  ESISTE RESTA IN WS-PAR-ATTUALE. UN ERRORE DI LETTURA FA
      *  RIFIUTARE IL RIPRISTINO.
      *----------------------------------------------------------------
       LEGGI-PARTITA.
          MOVE 'N' TO SW-ESISTE.
          MOVE SPACES TO WS-PAR-ATTUALE.
          MOVE WS-TP-CHIAVE (WS-IND) TO KEY-PARTITE.
          READ PARTITE.
          IF FS-PARTITE = '00'
             MOVE 'S' TO SW-ESISTE
             MOVE REC-PARTITA TO WS-PAR-ATTUALE
             GO TO LEGGI-PARTITA-EX.
          IF FS-PARTITE NOT = '23'
             DISPLAY 'ERRORE IN LETTURA PARTITE - FS=' FS-PARTITE
                     ' ' WS-TP-CHIAVE (WS-IND)
             MOVE 'S' TO SW-RIFIUTO
             MOVE 'ERRORE DI LETTURA SU PARTITE' TO WS-NOTA-TESTO.
       LEGGI-PARTITA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  IL RIPRISTINO SCRIVE LE SUE IMMAGINI SUL GIORNALE COME OGNI
      *  ALTRO AGGIORNAMENTO DI PARTITE.
      *----------------------------------------------------------------
       APRI-GIORNALE.
          OPEN EXTEND PARTBIMG.
          IF FS-PARTBIMG NOT = '00' AND FS-PARTBIMG NOT = '05'
             DISPLAY 'IMPOSSIBILE APRIRE PARTBIMG - FS=' FS-PARTBIMG
             MOVE 'S' TO SW-RIFIUTO
             MOVE 'GIORNALE PARTBIMG NON APRIBILE' TO WS-NOTA-TESTO.
       APRI-GIORNALE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  RIPORTA LA PARTITA ALLA PRIMA IMMAGINE DEL RUN: RISCRITTA SE
      *  ESISTE, RICREATA SE NEL FRATTEMPO E' STATA CANCELLATA DA UN
      *  RIPRISTINO, CANCELLATA SE E' NATA NEL RUN.
      *----------------------------------------------------------------
       RIPRISTINA-PARTITA.
          PERFORM LEGGI-PARTITA THRU LEGGI-PARTITA-EX.
          IF FS-PARTITE NOT = '00' AND FS-PARTITE NOT = '23'
             GO TO RIPRISTINA-PARTITA-EX.
          MOVE SPACES TO REC-PARTBIMG.
          MOVE WS-PAR-ATTUALE TO BIM-PRIMA.
          MOVE WS-TP-PRIMA (WS-IND) TO BIM-DOPO.
          IF WS-TP-AZIONE-PRIMA (WS-IND) = 'N'
             IF NOT WS-PARTITA-ESISTE
                MOVE 'GIA'' ASSENTE' TO WS-ESITO-RIPRISTINO
                ADD 1 TO WS-CTR-INVARIATE
                GO TO G090
             END-IF
             MOVE 'C' TO BIM-AZIONE
             MOVE SPACES TO BIM-DOPO
             PERFORM SCRIVI-IMMAGINE THRU SCRIVI-IMMAGINE-EX
             DELETE PARTITE
             MOVE 'ELIMINATA' TO WS-ESITO-RIPRISTINO
             ADD 1 TO WS-CTR-ELIMINATE
             GO TO G080.
          MOVE WS-TP-PRIMA (WS-IND) TO REC-PARTITA.
          IF NOT WS-PARTITA-ESISTE
             MOVE 'N' TO BIM-AZIONE
             PERFORM SCRIVI-IMMAGINE THRU SCRIVI-IMMAGINE-EX
             WRITE REC-PARTITA
             MOVE 'RICREATA' TO WS-ESITO-RIPRISTINO
             ADD 1 TO WS-CTR-RICREATE
             GO TO G080.
          IF WS-PAR-ATTUALE = WS-TP-PRIMA (WS-IND)
             MOVE 'INVARIATA' TO WS-ESITO-RIPRISTINO
             ADD 1 TO WS-CTR-INVARIATE
             GO TO G090.
          MOVE 'M' TO BIM-AZIONE.
          PERFORM SCRIVI-IMMAGINE THRU SCRIVI-IMMAGINE-EX.
          REWRITE REC-PARTITA.
          MOVE 'RIPRISTINATA' TO WS-ESITO-RIPRISTINO.
          ADD 1 TO WS-CTR-RIPRISTINATE.
       G080.
          IF FS-PARTITE NOT = '00'
             DISPLAY 'ERRORE IN AGGIORNAMENTO PARTITE - FS='
                     FS-PARTITE ' ' WS-TP-CHIAVE (WS-IND)
             MOVE 'NON RIUSCITA' TO WS-ESITO-RIPRISTINO
             MOVE 16 TO RETURN-CODE.
       G090.
          PERFORM STAMPA-DETTAGLIO THRU STAMPA-DETTAGLIO-EX.
       RIPRISTINA-PARTITA-EX.
          EXIT.

       SCRIVI-IMMAGINE.
          ADD 1 TO WS-BIM-PROGR.
          MOVE 'RIPRPART' TO BIM-PROGRAMMA.
          MOVE WS-DATA-RUN TO BIM-DATA-RUN.
          MOVE WS-BIM-ORA-RUN TO BIM-ORA-RUN.
          MOVE WS-BIM-PROGR TO BIM-PROGR.
          MOVE DCP-DATA-SISTEMA TO BIM-DATA-SISTEMA.
          WRITE REC-PARTBIMG.
          IF FS-PARTBIMG NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA PARTBIMG - FS=' FS-PARTBIMG
                     ' ' WS-TP-CHIAVE (WS-IND)
             MOVE 16 TO RETURN-CODE.
       SCRIVI-IMMAGINE-EX.
          EXIT.

       STAMPA-INTESTAZIONE.
          ADD 1 TO WS-STAMPA-PAGINA.
          MOVE WS-STAMPA-PAGINA TO WS-INT-PAGINA.
          MOVE WS-RIP-PROGRAMMA TO WS-INT-PROGRAMMA.
          MOVE WS-RIP-DATA TO WS-INT-DATA.
          MOVE WS-RIP-ORA TO WS-INT-ORA.
          MOVE WS-INT-1 TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING PAGE.
          MOVE WS-INT-2 TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 2 LINES.
          MOVE SPACES TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 1 LINE.
          MOVE ZEROES TO WS-STAMPA-RIGHE.
       STAMPA-INTESTAZIONE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  RIGA DELLA PARTITA: RESIDUO, INCASSATO E STATO ATTUALI (PRIMA
      *  DEL RIPRISTINO) E RIPRISTINATI, CUMULATI NEI TOTALI.
      *----------------------------------------------------------------
       STAMPA-DETTAGLIO.
          IF WS-STAMPA-RIGHE >= WS-STAMPA-MAX-RIGHE
             PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          MOVE WS-TP-CHIAVE (WS-IND) TO WS-IMM-CHIAVE.
          MOVE WS-IMM-COD-CLI TO WS-D-COD-CLI.
          MOVE WS-IMM-NUM-FAT TO WS-D-NUM-FAT.
          MOVE SPACES TO WS-D-RATA.
          IF WS-IMM-NUM-RATA NOT = ZEROES
             MOVE '/'             TO WS-D-RATA-BARRA
             MOVE WS-IMM-NUM-RATA TO WS-D-NUM-RATA.
          MOVE WS-ESITO-RIPRISTINO TO WS-D-ESITO.
          MOVE ZEROES TO WS-D-RESIDUO-ATT WS-D-INCASS-ATT.
          MOVE SPACES TO WS-D-STATO-ATT.
          IF WS-PARTITA-ESISTE
             MOVE WS-PAR-ATTUALE TO WS-IMM-PARTITA
             MOVE WS-IMM-RESIDUO   TO WS-D-RESIDUO-ATT
             MOVE WS-IMM-INCASSATO TO WS-D-INCASS-ATT
             MOVE WS-IMM-STATO     TO WS-D-STATO-ATT
             ADD WS-IMM-RESIDUO   TO WS-TOT-RESIDUO-PRIMA
             ADD WS-IMM-INCASSATO TO WS-TOT-INCASSATO-PRIMA.
          MOVE ZEROES TO WS-D-RESIDUO-RIP WS-D-INCASS-RIP.
          MOVE SPACES TO WS-D-STATO-RIP.
          IF WS-TP-AZIONE-PRIMA (WS-IND) NOT = 'N'
             MOVE WS-TP-PRIMA (WS-IND) TO WS-IMM-PARTITA
             MOVE WS-IMM-RESIDUO   TO WS-D-RESIDUO-RIP
             MOVE WS-IMM-INCASSATO TO WS-D-INCASS-RIP
             MOVE WS-IMM-STATO     TO WS-D-STATO-RIP
             ADD WS-IMM-RESIDUO   TO WS-TOT-RESIDUO-DOPO
             ADD WS-IMM-INCASSATO TO WS-TOT-INCASSATO-DOPO.
          MOVE WS-DET-STAMPA TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 1 LINE.
          ADD 1 TO WS-STAMPA-RIGHE.
       STAMPA-DETTAGLIO-EX.
          EXIT.

       STAMPA-CONFLITTO.
          IF WS-STAMPA-RIGHE >= WS-STAMPA-MAX-RIGHE
             PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          MOVE WS-IMM-COD-CLI TO WS-C-COD-CLI.
          MOVE WS-IMM-NUM-FAT TO WS-C-NUM-FAT.
          MOVE SPACES TO WS-C-RATA.
          IF WS-IMM-NUM-RATA NOT = ZEROES
             MOVE '/'             TO WS-C-RATA-BARRA
             MOVE WS-IMM-NUM-RATA TO WS-C-NUM-RATA.
          MOVE WS-MOTIVO-CONFLITTO TO WS-C-MOTIVO.
          MOVE WS-RIGA-CONFLITTO TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 1 LINE.
          ADD 1 TO WS-STAMPA-RIGHE.
          ADD 1 TO WS-CTR-CONFLITTI.
       STAMPA-CONFLITTO-EX.
          EXIT.

       STAMPA-TOTALE.
          MOVE WS-RIGA-TOTALE TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 1 LINE.
          MOVE SPACES TO WS-RIGA-TOTALE.
       STAMPA-TOTALE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  TOTALI DI CONTROLLO: IMMAGINI E PARTITE DEL RUN, ESITI, E
      *  RESIDUO/INCASSATO COMPLESSIVI PRIMA E DOPO IL RIPRISTINO
      *  (SU UN RIPRISTINO RIFIUTATO NESSUNA PARTITA E' CAMBIATA).
      *----------------------------------------------------------------
       OP-FINALI.
          IF WS-STAMPA-PAGINA = ZEROES
             PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          MOVE SPACES TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 1 LINE.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'IMMAGINI DEL RUN' TO WS-TOT-LABEL.
          MOVE WS-CTR-IMMAGINI TO WS-TOT-NUMERO.
          MOVE ZEROES TO WS-TOT-IMPORTO.
          PERFORM STAMPA-TOTALE THRU STAMPA-TOTALE-EX.
          MOVE 'PARTITE DEL RUN' TO WS-TOT-LABEL.
          MOVE WS-N-PARTITE TO WS-TOT-NUMERO.
          MOVE ZEROES TO WS-TOT-IMPORTO.
          PERFORM STAMPA-TOTALE THRU STAMPA-TOTALE-EX.
          MOVE 'PARTITE RIPRISTINATE' TO WS-TOT-LABEL.
          MOVE WS-CTR-RIPRISTINATE TO WS-TOT-NUMERO.
          MOVE ZEROES TO WS-TOT-IMPORTO.
          PERFORM STAMPA-TOTALE THRU STAMPA-TOTALE-EX.
          MOVE 'PARTITE RICREATE' TO WS-TOT-LABEL.
          MOVE WS-CTR-RICREATE TO WS-TOT-NUMERO.
          MOVE ZEROES TO WS-TOT-IMPORTO.
          PERFORM STAMPA-TOTALE THRU STAMPA-TOTALE-EX.
          MOVE 'PARTITE ELIMINATE (NATE NEL RUN)' TO WS-TOT-LABEL.
          MOVE WS-CTR-ELIMINATE TO WS-TOT-NUMERO.
          MOVE ZEROES TO WS-TOT-IMPORTO.
          PERFORM STAMPA-TOTALE THRU STAMPA-TOTALE-EX.
          MOVE 'PARTITE INVARIATE' TO WS-TOT-LABEL.
          MOVE WS-CTR-INVARIATE TO WS-TOT-NUMERO.
          MOVE ZEROES TO WS-TOT-IMPORTO.
          PERFORM STAMPA-TOTALE THRU STAMPA-TOTALE-EX.
          MOVE 'CONFLITTI' TO WS-TOT-LABEL.
          MOVE WS-CTR-CONFLITTI TO WS-TOT-NUMERO.
          MOVE ZEROES TO WS-TOT-IMPORTO.
          PERFORM STAMPA-TOTALE THRU STAMPA-TOTALE-EX.
          MOVE 'RESIDUO PRIMA DEL RIPRISTINO' TO WS-TOT-LABEL.
          MOVE ZEROES TO WS-TOT-NUMERO.
          MOVE WS-TOT-RESIDUO-PRIMA TO WS-TOT-IMPORTO.
          PERFORM STAMPA-TOTALE THRU STAMPA-TOTALE-EX.
          MOVE 'RESIDUO DOPO IL RIPRISTINO' TO WS-TOT-LABEL.
          MOVE ZEROES TO WS-TOT-NUMERO.
          MOVE WS-TOT-RESIDUO-DOPO TO WS-TOT-IMPORTO.
          PERFORM STAMPA-TOTALE THRU STAMPA-TOTALE-EX.
          MOVE 'INCASSATO PRIMA DEL RIPRISTINO' TO WS-TOT-LABEL.
          MOVE ZEROES TO WS-TOT-NUMERO.
          MOVE WS-TOT-INCASSATO-PRIMA TO WS-TOT-IMPORTO.
          PERFORM STAMPA-TOTALE THRU STAMPA-TOTALE-EX.
          MOVE 'INCASSATO DOPO IL RIPRISTINO' TO WS-TOT-LABEL.
          MOVE ZEROES TO WS-TOT-NUMERO.
          MOVE WS-TOT-INCASSATO-DOPO TO WS-TOT-IMPORTO.
          PERFORM STAMPA-TOTALE THRU STAMPA-TOTALE-EX.
          MOVE SPACES TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 1 LINE.
          IF WS-RIFIUTATO
             MOVE '*** RIPRISTINO RIFIUTATO: NESSUNA PARTITA AGGIORNATA'
                  TO REC-REGISTRO
             WRITE REC-REGISTRO AFTER ADVANCING 1 LINE.
          MOVE WS-RIGA-NOTA TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 1 LINE.
          CLOSE PARTITE, REGISTRO.
          DISPLAY 'PARTITE DEL RUN:      ' WS-N-PARTITE.
          DISPLAY 'PARTITE RIPRISTINATE: ' WS-CTR-RIPRISTINATE.
          DISPLAY 'PARTITE RICREATE:     ' WS-CTR-RICREATE.
          DISPLAY 'PARTITE ELIMINATE:    ' WS-CTR-ELIMINATE.
          DISPLAY 'CONFLITTI:            ' WS-CTR-CONFLITTI.
          IF WS-RIFIUTATO
             DISPLAY 'RIPRISTINO RIFIUTATO: ' WS-NOTA-TESTO.
       OP-FINALI-EX.
          EXIT.
