      ******************************************************************
      *  GESTIONE TABELLA CODICI IVA: MANUTENZIONE DEL FILE CODIVA
      *  (UN RECORD PER CODICE CON DESCRIZIONE, ALIQUOTA, NATURA
      *  DELL'OPERAZIONE, ESIGIBILITA' E RIFERIMENTO NORMATIVO). IL
      *  CODICE SI INDICA SUI DOCUMENTI DI FFATTURE (INSFATTURE) CHE
      *  NON SONO A REGIME ORDINARIO: ESENTI, NON IMPONIBILI,
      *  ESCLUSI, REVERSE CHARGE (ALIQUOTA ZERO CON NATURA) E SPLIT
      *  PAYMENT (ALIQUOTA PIENA, ESIGIBILITA' 'S': L'IVA LA VERSA
      *  L'ENTE PUBBLICO E NON ENTRA NELLA LIQUIDAZIONE). REGIVA
      *  TOTALIZZA PER NATURA, GESFATTURE E SDIRITRA PORTANO NATURA,
      *  RIFERIMENTO ED ESIGIBILITA' NEL TRACCIATO SDI.
      *  SI LAVORA UN CODICE ALLA VOLTA DA TASTIERA (SPAZI = FINE).
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. GESCODIVA.
       AUTHOR.  MB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CODIVA ASSIGN TO DATABASE-CODIVA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-CODIVA
           FILE STATUS IS FS-CODIVA.

       DATA DIVISION.

       FILE SECTION.
      *----------------------------------------------------------------
      *  TABELLA CODICI IVA: ALIQUOTA ZERO SOLO CON NATURA (N1..N7
      *  DEL TRACCIATO SDI), ALIQUOTA PIENA SOLO SENZA NATURA.
      *  ESIGIBILITA': I IMMEDIATA, D DIFFERITA, S SCISSIONE DEI
      *  PAGAMENTI (SPLIT PAYMENT).
      *----------------------------------------------------------------
       FD CODIVA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REC-CODIVA.
       01 REC-CODIVA.
           05 KEY-CODIVA.
             07 CIV-CODICE     PIC X(4).
           05 CIV-DESCRIZIONE  PIC X(30).
           05 CIV-ALIQUOTA     PIC 9(2).
           05 CIV-NATURA       PIC X(4).
           05 CIV-ESIGIBILITA  PIC X.
              88 CIV-ESIG-IMMEDIATA VALUE 'I'.
              88 CIV-ESIG-DIFFERITA VALUE 'D'.
              88 CIV-ESIG-SPLIT     VALUE 'S'.
           05 CIV-RIF-NORMA    PIC X(50).
           05 FILLER           PIC X(9).

       WORKING-STORAGE SECTION.

       01 FS-CODIVA                  PIC 9(2) VALUE ZEROES.

       01 SW-FINE-LAVORO             PIC 9(1) VALUE ZEROES.
           88 FINE-LAVORO             VALUE 1.
       01 SW-COD-NUOVO               PIC X(1) VALUE 'N'.
           88 WS-COD-NUOVO            VALUE 'S'.
       01 SW-COD-VALIDO              PIC X(1) VALUE 'S'.
           88 WS-COD-VALIDO           VALUE 'S'.

       01 WS-CODICE                  PIC X(4) VALUE SPACES.
       01 WS-DESCRIZIONE             PIC X(30) VALUE SPACES.
       01 WS-ALIQUOTA                PIC X(2) VALUE SPACES.
       01 WS-ESIGIBILITA             PIC X(1) VALUE SPACES.
       01 WS-RIF-NORMA               PIC X(50) VALUE SPACES.
       01 WS-NATURA                  PIC X(4) VALUE SPACES.
           88 WS-NATURA-AMMESSA       VALUE 'N1  ' 'N2.1' 'N2.2'
                                            'N3.1' 'N3.2' 'N3.3'
                                            'N3.4' 'N3.5' 'N3.6'
                                            'N4  ' 'N5  ' 'N6.1'
                                            'N6.2' 'N6.3' 'N6.4'
                                            'N6.5' 'N6.6' 'N6.7'
                                            'N6.8' 'N6.9' 'N7  '.
       01 WS-CTR-AGGIORNATI          PIC 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.

       INIZIO.
          PERFORM OP-INIZIALI THRU OP-INIZIALI-EX.
          PERFORM LAVORA-CODICE THRU LAVORA-CODICE-EX
                  UNTIL FINE-LAVORO.
          PERFORM OP-FINALI THRU OP-FINALI-EX.
          STOP RUN.

      *----------------------------------------------------------------
      *  APRE LA TABELLA IN I-O; AL PRIMO UTILIZZO LA CREA VUOTA E
      *  LA RIAPRE (SCHEMA DI APRI-PARTITE IN INCASSI).
      *----------------------------------------------------------------
       OP-INIZIALI.
          OPEN I-O CODIVA.
          IF FS-CODIVA NOT = '00'
             OPEN OUTPUT CODIVA
             CLOSE CODIVA
             OPEN I-O CODIVA.
          IF FS-CODIVA NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE CODIVA - FS=' FS-CODIVA
             STOP RUN WITH ERROR STATUS 16.
       OP-INIZIALI-EX.
          EXIT.

       LAVORA-CODICE.
          DISPLAY 'CODICE IVA (SPAZI = FINE): '.
          MOVE SPACES TO WS-CODICE.
          ACCEPT WS-CODICE.
          IF WS-CODICE = SPACES
             MOVE 1 TO SW-FINE-LAVORO
             GO TO LAVORA-CODICE-EX.
          MOVE 'N' TO SW-COD-NUOVO.
          MOVE WS-CODICE TO CIV-CODICE.
          READ CODIVA.
          IF FS-CODIVA = '23'
             MOVE 'S' TO SW-COD-NUOVO
             MOVE SPACES    TO REC-CODIVA
             MOVE WS-CODICE TO CIV-CODICE
             MOVE ZEROES    TO CIV-ALIQUOTA
             MOVE 'I'       TO CIV-ESIGIBILITA
             DISPLAY 'CODICE NUOVO IN TABELLA'
          ELSE
             IF FS-CODIVA NOT = '00'
                DISPLAY 'ERRORE IN LETTURA CODIVA - FS=' FS-CODIVA
                GO TO LAVORA-CODICE-EX
             ELSE
                DISPLAY 'DESCRIZIONE:   ' CIV-DESCRIZIONE
                DISPLAY 'ALIQUOTA:      ' CIV-ALIQUOTA
                DISPLAY 'NATURA:        ' CIV-NATURA
                DISPLAY 'ESIGIBILITA'': ' CIV-ESIGIBILITA
                DISPLAY 'RIFERIMENTO:   ' CIV-RIF-NORMA.
          PERFORM ACCETTA-CAMPI THRU ACCETTA-CAMPI-EX.
          PERFORM CONTROLLA-CODICE THRU CONTROLLA-CODICE-EX.
          IF NOT WS-COD-VALIDO
             DISPLAY 'CODICE NON REGISTRATO'
             GO TO LAVORA-CODICE-EX.
          IF WS-COD-NUOVO
             WRITE REC-CODIVA
          ELSE
             REWRITE REC-CODIVA.
          IF FS-CODIVA NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA CODIVA - FS=' FS-CODIVA
             GO TO LAVORA-CODICE-EX.
          ADD 1 TO WS-CTR-AGGIORNATI.
          DISPLAY 'CODICE REGISTRATO'.
       LAVORA-CODICE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  ACQUISIZIONE DEI CAMPI: A SPAZI IL VALORE RESTA QUELLO
      *  ATTUALE (LA NATURA SI TOGLIE CON '-').
      *----------------------------------------------------------------
       ACCETTA-CAMPI.
          DISPLAY 'DESCRIZIONE (SPAZI = INVARIATA): '.
          MOVE SPACES TO WS-DESCRIZIONE.
          ACCEPT WS-DESCRIZIONE.
          IF WS-DESCRIZIONE NOT = SPACES
             MOVE WS-DESCRIZIONE TO CIV-DESCRIZIONE.
          DISPLAY 'ALIQUOTA (0/4/10/22, SPAZI = INVARIATA): '.
          MOVE SPACES TO WS-ALIQUOTA.
          ACCEPT WS-ALIQUOTA.
          IF WS-ALIQUOTA NOT = SPACES
             IF WS-ALIQUOTA IS NUMERIC
                MOVE WS-ALIQUOTA TO CIV-ALIQUOTA
             ELSE
                DISPLAY 'ALIQUOTA NON NUMERICA: LASCIATA INVARIATA'.
          DISPLAY 'NATURA (N1..N7, ES. N2.2 - SPAZI = INVARIATA, '
                  '- = NESSUNA): '.
          MOVE SPACES TO WS-NATURA.
          ACCEPT WS-NATURA.
          IF WS-NATURA = '-'
             MOVE SPACES TO CIV-NATURA
          ELSE
             IF WS-NATURA NOT = SPACES
                MOVE WS-NATURA TO CIV-NATURA.
          DISPLAY 'ESIGIBILITA'' (I=IMMEDIATA D=DIFFERITA '
                  'S=SPLIT PAYMENT, SPAZI = INVARIATA): '.
          MOVE SPACES TO WS-ESIGIBILITA.
          ACCEPT WS-ESIGIBILITA.
          IF WS-ESIGIBILITA NOT = SPACES
             MOVE WS-ESIGIBILITA TO CIV-ESIGIBILITA.
          DISPLAY 'RIFERIMENTO NORMATIVO (SPAZI = INVARIATO): '.
          MOVE SPACES TO WS-RIF-NORMA.
          ACCEPT WS-RIF-NORMA.
          IF WS-RIF-NORMA NOT = SPACES
             MOVE WS-RIF-NORMA TO CIV-RIF-NORMA.
       ACCETTA-CAMPI-EX.
          EXIT.

      *----------------------------------------------------------------
      *  COERENZA DEL CODICE: ALIQUOTA AMMESSA; ALIQUOTA ZERO SOLO
      *  CON UNA NATURA VALIDA E CON IL RIFERIMENTO NORMATIVO (VA IN
      *  FATTURA); NATURA SOLO AD ALIQUOTA ZERO; SPLIT PAYMENT SOLO
      *  SU OPERAZIONI IMPONIBILI.
      *----------------------------------------------------------------
       CONTROLLA-CODICE.
          MOVE 'S' TO SW-COD-VALIDO.
          MOVE CIV-NATURA TO WS-NATURA.
          IF CIV-DESCRIZIONE = SPACES
             DISPLAY 'DESCRIZIONE OBBLIGATORIA'
             MOVE 'N' TO SW-COD-VALIDO
             GO TO CONTROLLA-CODICE-EX.
          IF CIV-ALIQUOTA NOT = 0 AND CIV-ALIQUOTA NOT = 4
          AND CIV-ALIQUOTA NOT = 10 AND CIV-ALIQUOTA NOT = 22
             DISPLAY 'ALIQUOTA NON AMMESSA (0/4/10/22)'
             MOVE 'N' TO SW-COD-VALIDO
             GO TO CONTROLLA-CODICE-EX.
          IF NOT CIV-ESIG-IMMEDIATA AND NOT CIV-ESIG-DIFFERITA
          AND NOT CIV-ESIG-SPLIT
             DISPLAY 'ESIGIBILITA'' NON AMMESSA (I/D/S)'
             MOVE 'N' TO SW-COD-VALIDO
             GO TO CONTROLLA-CODICE-EX.
          IF CIV-ALIQUOTA = ZEROES
             IF NOT WS-NATURA-AMMESSA
                DISPLAY 'ALIQUOTA ZERO: NATURA OBBLIGATORIA (N1..N7)'
                MOVE 'N' TO SW-COD-VALIDO
                GO TO CONTROLLA-CODICE-EX.
          IF CIV-ALIQUOTA = ZEROES AND CIV-RIF-NORMA = SPACES
             DISPLAY 'ALIQUOTA ZERO: RIFERIMENTO NORMATIVO '
                     'OBBLIGATORIO'
             MOVE 'N' TO SW-COD-VALIDO
             GO TO CONTROLLA-CODICE-EX.
          IF CIV-ALIQUOTA > ZEROES AND CIV-NATURA NOT = SPACES
             DISPLAY 'NATURA AMMESSA SOLO AD ALIQUOTA ZERO'
             MOVE 'N' TO SW-COD-VALIDO
             GO TO CONTROLLA-CODICE-EX.
          IF CIV-ESIG-SPLIT AND CIV-ALIQUOTA = ZEROES
             DISPLAY 'SPLIT PAYMENT SOLO SU OPERAZIONI IMPONIBILI'
             MOVE 'N' TO SW-COD-VALIDO.
       CONTROLLA-CODICE-EX.
          EXIT.

       OP-FINALI.
          CLOSE CODIVA.
          DISPLAY 'CODICI AGGIORNATI: ' WS-CTR-AGGIORNATI.
       OP-FINALI-EX.
          EXIT.
