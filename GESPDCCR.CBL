      ******************************************************************
      *  GESTIONE PIANO DEI CONTI CREDITI: MANUTENZIONE DEL FILE
      *  PDCCRED, CHE ASSOCIA OGNI VOCE DELLE REGISTRAZIONI DI PRIMA
      *  NOTA SUI CREDITI CLIENTI (VEDI PRIMANOTA) AL CONTO DELLA
      *  CONTABILITA' GENERALE: CLIENTI, RICAVI, IVA A DEBITO, BANCA,
      *  ACCONTI DA CLIENTI, CLIENTI C/NOTE DI CREDITO, BANCA C/SBF
      *  (ADDEBITI SDD), PERDITE SU CREDITI, FONDO SVALUTAZIONE E
      *  RECUPERI SU CREDITI STRALCIATI. LE VOCI SONO FISSE, I CONTI
      *  LI DECIDE L'AMMINISTRAZIONE. PRIMANOTA NON PARTE SE MANCA
      *  ANCHE UNA SOLA VOCE.
      *  SI LAVORA UNA VOCE ALLA VOLTA DA TASTIERA (SPAZI = FINE).
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. GESPDCCR.
       AUTHOR.  MB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PDCCRED ASSIGN TO DATABASE-PDCCRED
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-PDCCRED
           FILE STATUS IS FS-PDCCRED.

       DATA DIVISION.

       FILE SECTION.
      *----------------------------------------------------------------
      *  PIANO DEI CONTI CREDITI: UNA VOCE PER RECORD CON IL CONTO DI
      *  CONTABILITA' GENERALE E LA SUA DESCRIZIONE.
      *----------------------------------------------------------------
       FD PDCCRED
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REC-PDCCRED.
       01 REC-PDCCRED.
           05 KEY-PDCCRED.
             07 PDC-VOCE       PIC X(8).
           05 PDC-CONTO        PIC X(10).
           05 PDC-DESCRIZIONE  PIC X(30).
           05 FILLER           PIC X(12).

       WORKING-STORAGE SECTION.

       01 FS-PDCCRED                 PIC 9(2) VALUE ZEROES.

       01 SW-FINE-LAVORO             PIC 9(1) VALUE ZEROES.
           88 FINE-LAVORO             VALUE 1.
       01 SW-VOCE-NUOVA              PIC X(1) VALUE 'N'.
           88 WS-VOCE-NUOVA           VALUE 'S'.

       01 WS-VOCE                    PIC X(8) VALUE SPACES.
           88 WS-VOCE-AMMESSA         VALUE 'CLIENTI ' 'RICAVI  '
                                            'IVA     ' 'BANCA   '
                                            'ACCONTI ' 'NOTECRED'
                                            'BANCASBF' 'PERDITE '
                                            'FONDO   ' 'RECUPERI'.
       01 WS-CONTO                   PIC X(10) VALUE SPACES.
       01 WS-DESCRIZIONE             PIC X(30) VALUE SPACES.
       01 WS-CTR-AGGIORNATI          PIC 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.

       INIZIO.
          PERFORM OP-INIZIALI THRU OP-INIZIALI-EX.
          PERFORM LAVORA-VOCE THRU LAVORA-VOCE-EX
                  UNTIL FINE-LAVORO.
          PERFORM OP-FINALI THRU OP-FINALI-EX.
          STOP RUN.

      *----------------------------------------------------------------
      *  APRE LA TABELLA IN I-O; AL PRIMO UTILIZZO LA CREA VUOTA E
      *  LA RIAPRE (SCHEMA DI APRI-PARTITE IN INCASSI).
      *----------------------------------------------------------------
       OP-INIZIALI.
          OPEN I-O PDCCRED.
          IF FS-PDCCRED NOT = '00'
             OPEN OUTPUT PDCCRED
             CLOSE PDCCRED
             OPEN I-O PDCCRED.
          IF FS-PDCCRED NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE PDCCRED - FS=' FS-PDCCRED
             STOP RUN WITH ERROR STATUS 16.
          DISPLAY 'VOCI: CLIENTI RICAVI IVA BANCA ACCONTI NOTECRED'.
          DISPLAY '      BANCASBF PERDITE FONDO RECUPERI'.
       OP-INIZIALI-EX.
          EXIT.

       LAVORA-VOCE.
          DISPLAY 'VOCE (SPAZI = FINE): '.
          MOVE SPACES TO WS-VOCE.
          ACCEPT WS-VOCE.
          IF WS-VOCE = SPACES
             MOVE 1 TO SW-FINE-LAVORO
             GO TO LAVORA-VOCE-EX.
          IF NOT WS-VOCE-AMMESSA
             DISPLAY 'VOCE NON PREVISTA'
             GO TO LAVORA-VOCE-EX.
          MOVE 'N' TO SW-VOCE-NUOVA.
          MOVE WS-VOCE TO PDC-VOCE.
          READ PDCCRED.
          IF FS-PDCCRED = '23'
             MOVE 'S' TO SW-VOCE-NUOVA
             MOVE SPACES  TO REC-PDCCRED
             MOVE WS-VOCE TO PDC-VOCE
             DISPLAY 'VOCE NUOVA IN TABELLA'
          ELSE
             IF FS-PDCCRED NOT = '00'
                DISPLAY 'ERRORE IN LETTURA PDCCRED - FS=' FS-PDCCRED
                GO TO LAVORA-VOCE-EX
             ELSE
                DISPLAY 'CONTO:         ' PDC-CONTO
                DISPLAY 'DESCRIZIONE:   ' PDC-DESCRIZIONE.
          DISPLAY 'CONTO (SPAZI = INVARIATO): '.
          MOVE SPACES TO WS-CONTO.
          ACCEPT WS-CONTO.
          IF WS-CONTO NOT = SPACES
             MOVE WS-CONTO TO PDC-CONTO.
          DISPLAY 'DESCRIZIONE (SPAZI = INVARIATA): '.
          MOVE SPACES TO WS-DESCRIZIONE.
          ACCEPT WS-DESCRIZIONE.
          IF WS-DESCRIZIONE NOT = SPACES
             MOVE WS-DESCRIZIONE TO PDC-DESCRIZIONE.
          IF PDC-CONTO = SPACES
             DISPLAY 'CONTO OBBLIGATORIO: VOCE NON REGISTRATA'
             GO TO LAVORA-VOCE-EX.
          IF WS-VOCE-NUOVA
             WRITE REC-PDCCRED
          ELSE
             REWRITE REC-PDCCRED.
          IF FS-PDCCRED NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA PDCCRED - FS=' FS-PDCCRED
             GO TO LAVORA-VOCE-EX.
          ADD 1 TO WS-CTR-AGGIORNATI.
          DISPLAY 'VOCE REGISTRATA'.
       LAVORA-VOCE-EX.
          EXIT.

       OP-FINALI.
          CLOSE PDCCRED.
          DISPLAY 'VOCI AGGIORNATE: ' WS-CTR-AGGIORNATI.
       OP-FINALI-EX.
          EXIT.
