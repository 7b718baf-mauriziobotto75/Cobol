      ******************************************************************
      *  GESTIONE CALENDARIO FESTIVITA' (CALFEST): UN RECORD PER OGNI
      *  GIORNO FESTIVO CHE CADE DAL LUNEDI' AL VENERDI' (FESTE
      *  NAZIONALI, PATRONO, CHIUSURE BANCARIE). SABATI E DOMENICHE
      *  NON SI CARICANO: LI RICONOSCE GIA' LA ROUTINE DATACONT, CHE
      *  USA IL CALENDARIO PER FAR AVANZARE LA DATA CONTABILE
      *  (FINEGG), PER SPOSTARE LE SCADENZE AL PRIMO GIORNO
      *  LAVORATIVO E PER AVVISARE DEI LANCI IN GIORNO FESTIVO.
      *  SI LAVORA UNA DATA ALLA VOLTA DA TASTIERA (ZERO = FINE,
      *  ANNO CON MESE E GIORNO A ZERO = ELENCO DELL'ANNO).
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. GESFESTE.
       AUTHOR.  MB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALFEST ASSIGN TO DATABASE-CALFEST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FES-DATA
           FILE STATUS IS FS-CALFEST.

       DATA DIVISION.

       FILE SECTION.
       FD CALFEST
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REC-CALFEST.
       01 REC-CALFEST.
           05 FES-DATA           PIC 9(8).
           05 FES-DATA-R REDEFINES FES-DATA.
              07 FES-ANNO        PIC 9(4).
              07 FES-MESE        PIC 9(2).
              07 FES-GIORNO      PIC 9(2).
           05 FES-DESCRIZIONE    PIC X(30).
           05 FILLER             PIC X(2).

       WORKING-STORAGE SECTION.

       01 FS-CALFEST                 PIC 9(2) VALUE ZEROES.

       01 SW-FINE-LAVORO             PIC 9(1) VALUE ZEROES.
           88 FINE-LAVORO             VALUE 1.
       01 SW-FINE-ELENCO             PIC 9(1) VALUE ZEROES.
           88 FINE-ELENCO             VALUE 1.
       01 SW-DATA-VALIDA             PIC X(1) VALUE 'S'.
           88 WS-DATA-VALIDA          VALUE 'S'.

       01 WS-DATA                    PIC 9(8) VALUE ZEROES.
       01 WS-DATA-R REDEFINES WS-DATA.
           05 WS-ANNO                PIC 9(4).
           05 WS-MESE                PIC 9(2).
           05 WS-GIORNO              PIC 9(2).
       01 WS-DESCRIZIONE             PIC X(30) VALUE SPACES.
       01 WS-RISPOSTA                PIC X(1) VALUE SPACES.
       01 WS-CTR-AGGIORNATI          PIC 9(5) VALUE ZEROES.
       01 WS-CTR-ELENCO              PIC 9(3) VALUE ZEROES.

      *----------------------------------------------------------------
      *  LUNGHEZZA DEI MESI E GIORNO DELLA SETTIMANA (ZELLER, COME IN
      *  DATACONT: 6 = SABATO, 7 = DOMENICA).
      *----------------------------------------------------------------
       01 WS-TAB-MESI                PIC X(24)
              VALUE '312931303130313130313031'.
       01 WS-TAB-MESI-R REDEFINES WS-TAB-MESI.
           05 WS-GG-MESE-TAB         PIC 9(2) OCCURS 12 TIMES.
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

       PROCEDURE DIVISION.

       INIZIO.
          PERFORM OP-INIZIALI THRU OP-INIZIALI-EX.
          PERFORM LAVORA-DATA THRU LAVORA-DATA-EX
                  UNTIL FINE-LAVORO.
          PERFORM OP-FINALI THRU OP-FINALI-EX.
          STOP RUN.

      *----------------------------------------------------------------
      *  APRE IL CALENDARIO IN I-O; AL PRIMO UTILIZZO LO CREA VUOTO
      *  E LO RIAPRE (SCHEMA DI APRI-PARTITE IN INCASSI).
      *----------------------------------------------------------------
       OP-INIZIALI.
          OPEN I-O CALFEST.
          IF FS-CALFEST NOT = '00'
             OPEN OUTPUT CALFEST
             CLOSE CALFEST
             OPEN I-O CALFEST.
          IF FS-CALFEST NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE CALFEST - FS=' FS-CALFEST
             STOP RUN WITH ERROR STATUS 16.
       OP-INIZIALI-EX.
          EXIT.

       LAVORA-DATA.
          DISPLAY 'DATA FESTIVITA'' AAAAMMGG (0 = FINE, AAAA0000 = '
                  'ELENCO DELL''ANNO): '.
          MOVE ZEROES TO WS-DATA.
          ACCEPT WS-DATA.
          IF WS-DATA = ZEROES
             MOVE 1 TO SW-FINE-LAVORO
             GO TO LAVORA-DATA-EX.
          IF WS-MESE = ZEROES AND WS-GIORNO = ZEROES
             PERFORM ELENCA-ANNO THRU ELENCA-ANNO-EX
             GO TO LAVORA-DATA-EX.
          PERFORM CONTROLLA-DATA THRU CONTROLLA-DATA-EX.
          IF NOT WS-DATA-VALIDA
             GO TO LAVORA-DATA-EX.
          MOVE WS-DATA TO FES-DATA.
          READ CALFEST.
          IF FS-CALFEST = '00'
             PERFORM VARIA-FESTIVITA THRU VARIA-FESTIVITA-EX
             GO TO LAVORA-DATA-EX.
          IF FS-CALFEST NOT = '23'
             DISPLAY 'ERRORE IN LETTURA CALFEST - FS=' FS-CALFEST
             GO TO LAVORA-DATA-EX.
          IF WS-GIORNO-SETTIMANA > 5
             DISPLAY 'SABATO O DOMENICA: GIA'' NON LAVORATIVO, '
                     'NON SERVE CARICARLO'
             GO TO LAVORA-DATA-EX.
          DISPLAY 'DESCRIZIONE (ES. FERRAGOSTO, SANTO PATRONO): '.
          MOVE SPACES TO WS-DESCRIZIONE.
          ACCEPT WS-DESCRIZIONE.
          IF WS-DESCRIZIONE = SPACES
             DISPLAY 'DESCRIZIONE OBBLIGATORIA - DATA NON REGISTRATA'
             GO TO LAVORA-DATA-EX.
          MOVE SPACES TO REC-CALFEST.
          MOVE WS-DATA TO FES-DATA.
          MOVE WS-DESCRIZIONE TO FES-DESCRIZIONE.
          WRITE REC-CALFEST.
          IF FS-CALFEST NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA CALFEST - FS=' FS-CALFEST
             GO TO LAVORA-DATA-EX.
          ADD 1 TO WS-CTR-AGGIORNATI.
          DISPLAY 'FESTIVITA'' REGISTRATA'.
       LAVORA-DATA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  DATA GIA' A CALENDARIO: SI CAMBIA LA DESCRIZIONE O SI TOGLIE
      *  (UNA FESTIVITA' TOLTA TORNA GIORNO LAVORATIVO).
      *----------------------------------------------------------------
       VARIA-FESTIVITA.
          DISPLAY 'GIA'' FESTIVA: ' FES-DESCRIZIONE.
          DISPLAY 'C = CANCELLA, V = VARIA DESCRIZIONE, '
                  'SPAZI = NESSUNA MODIFICA: '.
          MOVE SPACES TO WS-RISPOSTA.
          ACCEPT WS-RISPOSTA.
          IF WS-RISPOSTA = 'C'
             DELETE CALFEST
             IF FS-CALFEST NOT = '00'
                DISPLAY 'ERRORE IN CANCELLAZIONE CALFEST - FS='
                        FS-CALFEST
                GO TO VARIA-FESTIVITA-EX
             ELSE
                ADD 1 TO WS-CTR-AGGIORNATI
                DISPLAY 'FESTIVITA'' CANCELLATA'
                GO TO VARIA-FESTIVITA-EX.
          IF WS-RISPOSTA NOT = 'V'
             GO TO VARIA-FESTIVITA-EX.
          DISPLAY 'NUOVA DESCRIZIONE: '.
          MOVE SPACES TO WS-DESCRIZIONE.
          ACCEPT WS-DESCRIZIONE.
          IF WS-DESCRIZIONE = SPACES
             GO TO VARIA-FESTIVITA-EX.
          MOVE WS-DESCRIZIONE TO FES-DESCRIZIONE.
          REWRITE REC-CALFEST.
          IF FS-CALFEST NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA CALFEST - FS=' FS-CALFEST
             GO TO VARIA-FESTIVITA-EX.
          ADD 1 TO WS-CTR-AGGIORNATI.
          DISPLAY 'DESCRIZIONE VARIATA'.
       VARIA-FESTIVITA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  CONTROLLO DELLA DATA (29 FEBBRAIO SOLO NEGLI ANNI BISESTILI)
      *  E CALCOLO DEL GIORNO DELLA SETTIMANA.
      *----------------------------------------------------------------
       CONTROLLA-DATA.
          MOVE 'S' TO SW-DATA-VALIDA.
          IF WS-ANNO < 2000 OR WS-MESE < 1 OR WS-MESE > 12
          OR WS-GIORNO < 1 OR WS-GIORNO > WS-GG-MESE-TAB(WS-MESE)
             DISPLAY 'DATA NON VALIDA'
             MOVE 'N' TO SW-DATA-VALIDA
             GO TO CONTROLLA-DATA-EX.
          DIVIDE WS-ANNO BY 4 GIVING WS-ZELLER-T1
                 REMAINDER WS-ZELLER-T2.
          IF WS-MESE = 2 AND WS-GIORNO = 29 AND WS-ZELLER-T2 NOT = 0
             DISPLAY 'DATA NON VALIDA: ANNO NON BISESTILE'
             MOVE 'N' TO SW-DATA-VALIDA
             GO TO CONTROLLA-DATA-EX.
          MOVE WS-ANNO TO WS-ZELLER-ANNO.
          MOVE WS-MESE TO WS-ZELLER-MESE.
          IF WS-ZELLER-MESE < 3
             ADD 12 TO WS-ZELLER-MESE
             SUBTRACT 1 FROM WS-ZELLER-ANNO.
          DIVIDE WS-ZELLER-ANNO BY 100 GIVING WS-ZELLER-SECOLO
                 REMAINDER WS-ZELLER-ANNO-SEC.
          COMPUTE WS-ZELLER-T1 = (13 * (WS-ZELLER-MESE + 1)) / 5.
          COMPUTE WS-ZELLER-T2 = WS-ZELLER-ANNO-SEC / 4.
          COMPUTE WS-ZELLER-T3 = WS-ZELLER-SECOLO / 4.
          COMPUTE WS-ZELLER-SOMMA = WS-GIORNO + WS-ZELLER-T1
                + WS-ZELLER-ANNO-SEC + WS-ZELLER-T2 + WS-ZELLER-T3
                + (5 * WS-ZELLER-SECOLO) + 5.
          DIVIDE WS-ZELLER-SOMMA BY 7 GIVING WS-ZELLER-T1
                 REMAINDER WS-ZELLER-RESTO.
          COMPUTE WS-GIORNO-SETTIMANA = WS-ZELLER-RESTO + 1.
       CONTROLLA-DATA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  ELENCO A VIDEO DELLE FESTIVITA' DI UN ANNO (START SULLA
      *  CHIAVE E LETTURA IN SEQUENZA FINO AL CAMBIO D'ANNO).
      *----------------------------------------------------------------
       ELENCA-ANNO.
          MOVE ZEROES TO WS-CTR-ELENCO.
          MOVE ZEROES TO SW-FINE-ELENCO.
          MOVE WS-DATA TO FES-DATA.
          START CALFEST KEY IS NOT LESS THAN FES-DATA.
          IF FS-CALFEST NOT = '00'
             MOVE 1 TO SW-FINE-ELENCO.
          PERFORM ELENCA-FESTIVITA THRU ELENCA-FESTIVITA-EX
                  UNTIL FINE-ELENCO.
          DISPLAY 'FESTIVITA'' DELL''ANNO ' WS-ANNO ': '
                  WS-CTR-ELENCO.
       ELENCA-ANNO-EX.
          EXIT.

       ELENCA-FESTIVITA.
          READ CALFEST NEXT RECORD AT END MOVE 1 TO SW-FINE-ELENCO
               GO TO ELENCA-FESTIVITA-EX.
          IF FS-CALFEST NOT = '00' OR FES-ANNO NOT = WS-ANNO
             MOVE 1 TO SW-FINE-ELENCO
             GO TO ELENCA-FESTIVITA-EX.
          ADD 1 TO WS-CTR-ELENCO.
          DISPLAY FES-GIORNO '/' FES-MESE '/' FES-ANNO '  '
                  FES-DESCRIZIONE.
       ELENCA-FESTIVITA-EX.
          EXIT.

       OP-FINALI.
          CLOSE CALFEST.
          DISPLAY 'FESTIVITA'' AGGIORNATE: ' WS-CTR-AGGIORNATI.
       OP-FINALI-EX.
          EXIT.
