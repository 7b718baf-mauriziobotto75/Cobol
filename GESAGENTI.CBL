      ******************************************************************
      *  GESTIONE ANAGRAFE AGENTI DI VENDITA: MANUTENZIONE DEL FILE
      *  AGENTI (UN RECORD PER CODICE AGENTE) CON NOMINATIVO, STATO
      *  E PERCENTUALE DI PROVVIGIONE SUGLI INCASSI (IMPONIBILE
      *  INCASSATO). ALLA PERCENTUALE BASE SI POSSONO AFFIANCARE FINO
      *  A QUATTRO PERCENTUALI PER ALIQUOTA IVA DEL DOCUMENTO E FINO
      *  A QUATTRO PER CLASSE DEL CLIENTE: PROVVIG USA PRIMA QUELLA
      *  DELLA CLASSE, POI QUELLA DELL'ALIQUOTA, POI LA BASE.
      *  L'AGENTE DEL CLIENTE E LA SUA CLASSE SI TENGONO IN CLIAGE
      *  (GESCLIAGE). SI LAVORA UN CODICE ALLA VOLTA DA TASTIERA
      *  (SPAZI = FINE), COME GESTPAG.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. GESAGENTI.
       AUTHOR.  MB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENTI ASSIGN TO DATABASE-AGENTI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-AGENTI
           FILE STATUS IS FS-AGENTI.

       DATA DIVISION.

       FILE SECTION.
      *----------------------------------------------------------------
      *  ANAGRAFE AGENTI: PERCENTUALI CON DUE DECIMALI. UNA POSIZIONE
      *  PER ALIQUOTA CON ALIQUOTA A SPAZI, O PER CLASSE CON CLASSE A
      *  SPAZI, E' LIBERA.
      *----------------------------------------------------------------
       FD AGENTI
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REC-AGENTE.
       01 REC-AGENTE.
           05 KEY-AGENTI.
             07 AGE-CODICE     PIC X(4).
           05 AGE-NOME         PIC X(30).
           05 AGE-STATO        PIC X.
              88 AGE-ATTIVO       VALUE 'A'.
              88 AGE-CESSATO      VALUE 'C'.
           05 AGE-PERC-BASE    PIC 9(2)V99.
           05 AGE-PERC-ALIQUOTE.
             07 AGE-ALIQ OCCURS 4.
                09 AGE-ALIQ-IVA  PIC X(2).
                09 AGE-ALIQ-PERC PIC 9(2)V99.
           05 AGE-PERC-CLASSI.
             07 AGE-CLS OCCURS 4.
                09 AGE-CLS-CODICE PIC X(2).
                09 AGE-CLS-PERC   PIC 9(2)V99.
           05 FILLER           PIC X(13).

       WORKING-STORAGE SECTION.

       01 FS-AGENTI                  PIC 9(2) VALUE ZEROES.

       01 SW-FINE-LAVORO             PIC 9(1) VALUE ZEROES.
           88 FINE-LAVORO             VALUE 1.
       01 SW-COD-NUOVO               PIC X(1) VALUE 'N'.
           88 WS-COD-NUOVO            VALUE 'S'.
       01 SW-COD-VALIDO              PIC X(1) VALUE 'S'.
           88 WS-COD-VALIDO           VALUE 'S'.

       01 WS-CODICE                  PIC X(4) VALUE SPACES.
       01 WS-NOME                    PIC X(30) VALUE SPACES.
       01 WS-STATO                   PIC X(1) VALUE SPACES.
       01 WS-ALIQUOTA                PIC X(2) VALUE SPACES.
       01 WS-CLASSE                  PIC X(2) VALUE SPACES.
      *   PERCENTUALE DIGITATA SU 4 CIFRE CON DUE DECIMALI IMPLICITI
      *   (0350 = 3,50%).
       01 WS-PERC                    PIC X(4) VALUE SPACES.
       01 WS-PERC-N REDEFINES WS-PERC PIC 9(2)V99.
       01 WS-PERC-ED                 PIC Z9,99.
       01 WS-IND-POS                 PIC 9(1) VALUE ZEROES.
       01 WS-IND-CONFR               PIC 9(1) VALUE ZEROES.
       01 WS-CTR-AGGIORNATI          PIC 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.

       INIZIO.
          PERFORM OP-INIZIALI THRU OP-INIZIALI-EX.
          PERFORM LAVORA-CODICE THRU LAVORA-CODICE-EX
                  UNTIL FINE-LAVORO.
          PERFORM OP-FINALI THRU OP-FINALI-EX.
          STOP RUN.

      *----------------------------------------------------------------
      *  APRE L'ANAGRAFE IN I-O; AL PRIMO UTILIZZO LA CREA VUOTA E
      *  LA RIAPRE (SCHEMA DI APRI-PARTITE IN INCASSI).
      *----------------------------------------------------------------
       OP-INIZIALI.
          OPEN I-O AGENTI.
          IF FS-AGENTI NOT = '00'
             OPEN OUTPUT AGENTI
             CLOSE AGENTI
             OPEN I-O AGENTI.
          IF FS-AGENTI NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE AGENTI - FS=' FS-AGENTI
             STOP RUN WITH ERROR STATUS 16.
       OP-INIZIALI-EX.
          EXIT.

       LAVORA-CODICE.
          DISPLAY 'CODICE AGENTE (SPAZI = FINE): '.
          MOVE SPACES TO WS-CODICE.
          ACCEPT WS-CODICE.
          IF WS-CODICE = SPACES
             MOVE 1 TO SW-FINE-LAVORO
             GO TO LAVORA-CODICE-EX.
          MOVE 'N' TO SW-COD-NUOVO.
          MOVE WS-CODICE TO AGE-CODICE.
          READ AGENTI.
          IF FS-AGENTI = '23'
             MOVE 'S' TO SW-COD-NUOVO
             MOVE SPACES    TO REC-AGENTE
             MOVE WS-CODICE TO AGE-CODICE
             MOVE 'A'       TO AGE-STATO
             MOVE ZEROES    TO AGE-PERC-BASE
             PERFORM LIBERA-POSIZIONE THRU LIBERA-POSIZIONE-EX
                     VARYING WS-IND-POS FROM 1 BY 1
                     UNTIL WS-IND-POS > 4
             DISPLAY 'AGENTE NUOVO IN ANAGRAFE'
          ELSE
             IF FS-AGENTI NOT = '00'
                DISPLAY 'ERRORE IN LETTURA AGENTI - FS=' FS-AGENTI
                GO TO LAVORA-CODICE-EX
             ELSE
                PERFORM MOSTRA-AGENTE THRU MOSTRA-AGENTE-EX.
          PERFORM ACCETTA-CAMPI THRU ACCETTA-CAMPI-EX.
          PERFORM CONTROLLA-AGENTE THRU CONTROLLA-AGENTE-EX.
          IF NOT WS-COD-VALIDO
             DISPLAY 'AGENTE NON REGISTRATO'
             GO TO LAVORA-CODICE-EX.
          IF WS-COD-NUOVO
             WRITE REC-AGENTE
          ELSE
             REWRITE REC-AGENTE.
          IF FS-AGENTI NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA AGENTI - FS=' FS-AGENTI
             GO TO LAVORA-CODICE-EX.
          ADD 1 TO WS-CTR-AGGIORNATI.
          DISPLAY 'AGENTE REGISTRATO'.
       LAVORA-CODICE-EX.
          EXIT.

       LIBERA-POSIZIONE.
          MOVE SPACES TO AGE-ALIQ-IVA (WS-IND-POS)
                         AGE-CLS-CODICE (WS-IND-POS).
          MOVE ZEROES TO AGE-ALIQ-PERC (WS-IND-POS)
                         AGE-CLS-PERC (WS-IND-POS).
       LIBERA-POSIZIONE-EX.
          EXIT.

       MOSTRA-AGENTE.
          DISPLAY 'NOMINATIVO:    ' AGE-NOME.
          DISPLAY 'STATO:         ' AGE-STATO.
          MOVE AGE-PERC-BASE TO WS-PERC-ED.
          DISPLAY 'PERC. BASE:    ' WS-PERC-ED.
          PERFORM MOSTRA-POSIZIONE THRU MOSTRA-POSIZIONE-EX
                  VARYING WS-IND-POS FROM 1 BY 1
                  UNTIL WS-IND-POS > 4.
       MOSTRA-AGENTE-EX.
          EXIT.

       MOSTRA-POSIZIONE.
          IF AGE-ALIQ-IVA (WS-IND-POS) NOT = SPACES
             MOVE AGE-ALIQ-PERC (WS-IND-POS) TO WS-PERC-ED
             DISPLAY 'ALIQUOTA IVA ' AGE-ALIQ-IVA (WS-IND-POS)
                     ': ' WS-PERC-ED.
          IF AGE-CLS-CODICE (WS-IND-POS) NOT = SPACES
             MOVE AGE-CLS-PERC (WS-IND-POS) TO WS-PERC-ED
             DISPLAY 'CLASSE CLIENTE ' AGE-CLS-CODICE (WS-IND-POS)
                     ': ' WS-PERC-ED.
       MOSTRA-POSIZIONE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  ACQUISIZIONE DEI CAMPI: A SPAZI IL VALORE RESTA QUELLO
      *  ATTUALE. PER OGNI POSIZIONE '--' LA LIBERA.
      *----------------------------------------------------------------
       ACCETTA-CAMPI.
          DISPLAY 'NOMINATIVO (SPAZI = INVARIATO): '.
          MOVE SPACES TO WS-NOME.
          ACCEPT WS-NOME.
          IF WS-NOME NOT = SPACES
             MOVE WS-NOME TO AGE-NOME.
          DISPLAY 'STATO (A = ATTIVO, C = CESSATO, '
                  'SPAZI = INVARIATO): '.
          MOVE SPACES TO WS-STATO.
          ACCEPT WS-STATO.
          IF WS-STATO NOT = SPACES
             MOVE WS-STATO TO AGE-STATO.
          DISPLAY 'PERC. BASE (ES. 0350 = 3,50%, SPAZI = INVARIATA): '.
          PERFORM ACCETTA-PERC THRU ACCETTA-PERC-EX.
          IF WS-PERC NOT = SPACES AND WS-PERC IS NUMERIC
             MOVE WS-PERC-N TO AGE-PERC-BASE.
          PERFORM ACCETTA-ALIQUOTA THRU ACCETTA-ALIQUOTA-EX
                  VARYING WS-IND-POS FROM 1 BY 1
                  UNTIL WS-IND-POS > 4.
          PERFORM ACCETTA-CLASSE THRU ACCETTA-CLASSE-EX
                  VARYING WS-IND-POS FROM 1 BY 1
                  UNTIL WS-IND-POS > 4.
       ACCETTA-CAMPI-EX.
          EXIT.

       ACCETTA-PERC.
          MOVE SPACES TO WS-PERC.
          ACCEPT WS-PERC.
          IF WS-PERC NOT = SPACES AND WS-PERC IS NOT NUMERIC
             DISPLAY 'PERCENTUALE NON NUMERICA (4 CIFRE): '
                     'LASCIATA INVARIATA'.
       ACCETTA-PERC-EX.
          EXIT.

       ACCETTA-ALIQUOTA.
          DISPLAY 'ALIQUOTA IVA POSIZIONE ' WS-IND-POS
                  ' (2 CIFRE, -- = LIBERA, SPAZI = INVARIATA): '.
          MOVE SPACES TO WS-ALIQUOTA.
          ACCEPT WS-ALIQUOTA.
          IF WS-ALIQUOTA = SPACES
             GO TO ACCETTA-ALIQUOTA-EX.
          IF WS-ALIQUOTA = '--'
             MOVE SPACES TO AGE-ALIQ-IVA (WS-IND-POS)
             MOVE ZEROES TO AGE-ALIQ-PERC (WS-IND-POS)
             GO TO ACCETTA-ALIQUOTA-EX.
          IF WS-ALIQUOTA IS NOT NUMERIC
             DISPLAY 'ALIQUOTA NON NUMERICA: LASCIATA INVARIATA'
             GO TO ACCETTA-ALIQUOTA-EX.
          MOVE WS-ALIQUOTA TO AGE-ALIQ-IVA (WS-IND-POS).
          DISPLAY 'PERCENTUALE PER L''ALIQUOTA (SPAZI = INVARIATA): '.
          PERFORM ACCETTA-PERC THRU ACCETTA-PERC-EX.
          IF WS-PERC NOT = SPACES AND WS-PERC IS NUMERIC
             MOVE WS-PERC-N TO AGE-ALIQ-PERC (WS-IND-POS).
       ACCETTA-ALIQUOTA-EX.
          EXIT.

       ACCETTA-CLASSE.
          DISPLAY 'CLASSE CLIENTE POSIZIONE ' WS-IND-POS
                  ' (2 CAR., -- = LIBERA, SPAZI = INVARIATA): '.
          MOVE SPACES TO WS-CLASSE.
          ACCEPT WS-CLASSE.
          IF WS-CLASSE = SPACES
             GO TO ACCETTA-CLASSE-EX.
          IF WS-CLASSE = '--'
             MOVE SPACES TO AGE-CLS-CODICE (WS-IND-POS)
             MOVE ZEROES TO AGE-CLS-PERC (WS-IND-POS)
             GO TO ACCETTA-CLASSE-EX.
          MOVE WS-CLASSE TO AGE-CLS-CODICE (WS-IND-POS).
          DISPLAY 'PERCENTUALE PER LA CLASSE (SPAZI = INVARIATA): '.
          PERFORM ACCETTA-PERC THRU ACCETTA-PERC-EX.
          IF WS-PERC NOT = SPACES AND WS-PERC IS NUMERIC
             MOVE WS-PERC-N TO AGE-CLS-PERC (WS-IND-POS).
       ACCETTA-CLASSE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  COERENZA DELL'AGENTE: NOMINATIVO, STATO A/C, NESSUNA
      *  ALIQUOTA O CLASSE RIPETUTA IN DUE POSIZIONI (LA SECONDA NON
      *  SAREBBE MAI USATA).
      *----------------------------------------------------------------
       CONTROLLA-AGENTE.
          MOVE 'S' TO SW-COD-VALIDO.
          IF AGE-NOME = SPACES
             DISPLAY 'NOMINATIVO OBBLIGATORIO'
             MOVE 'N' TO SW-COD-VALIDO
             GO TO CONTROLLA-AGENTE-EX.
          IF NOT AGE-ATTIVO AND NOT AGE-CESSATO
             DISPLAY 'STATO: A/C'
             MOVE 'N' TO SW-COD-VALIDO
             GO TO CONTROLLA-AGENTE-EX.
          PERFORM CONTROLLA-POSIZIONE THRU CONTROLLA-POSIZIONE-EX
                  VARYING WS-IND-POS FROM 2 BY 1
                  UNTIL WS-IND-POS > 4
                     OR NOT WS-COD-VALIDO.
       CONTROLLA-AGENTE-EX.
          EXIT.

       CONTROLLA-POSIZIONE.
          PERFORM CONFRONTA-POSIZIONE THRU CONFRONTA-POSIZIONE-EX
                  VARYING WS-IND-CONFR FROM 1 BY 1
                  UNTIL WS-IND-CONFR NOT < WS-IND-POS
                     OR NOT WS-COD-VALIDO.
       CONTROLLA-POSIZIONE-EX.
          EXIT.

       CONFRONTA-POSIZIONE.
          IF AGE-ALIQ-IVA (WS-IND-POS) NOT = SPACES
          AND AGE-ALIQ-IVA (WS-IND-POS) = AGE-ALIQ-IVA (WS-IND-CONFR)
             DISPLAY 'ALIQUOTA ' AGE-ALIQ-IVA (WS-IND-POS)
                     ' RIPETUTA'
             MOVE 'N' TO SW-COD-VALIDO.
          IF AGE-CLS-CODICE (WS-IND-POS) NOT = SPACES
          AND AGE-CLS-CODICE (WS-IND-POS) =
              AGE-CLS-CODICE (WS-IND-CONFR)
             DISPLAY 'CLASSE ' AGE-CLS-CODICE (WS-IND-POS)
                     ' RIPETUTA'
             MOVE 'N' TO SW-COD-VALIDO.
       CONFRONTA-POSIZIONE-EX.
          EXIT.

       OP-FINALI.
          CLOSE AGENTI.
          DISPLAY 'AGENTI AGGIORNATI: ' WS-CTR-AGGIORNATI.
       OP-FINALI-EX.
          EXIT.
