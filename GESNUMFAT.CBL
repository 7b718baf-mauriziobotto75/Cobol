      ******************************************************************
      *  GESTIONE PROTOCOLLO DI NUMERAZIONE FATTURE: MANUTENZIONE DEL
      *  FILE NUMFATT (UN RECORD PER ANNO E SERIE CON L'ULTIMO NUMERO
      *  EMESSO E LA DATA DEL DOCUMENTO CHE LO PORTA). LE SERIE SONO 'F'
      *  FATTURE (DA INSFATTURE, DAI CONTRATTI RICORRENTI DI FATTCONTR E
      *  DAGLI ORDINI DI FATTORD), 'N' NOTE DI CREDITO (DA INSFATTURE) E
      *  'T' RETTE SCOLASTICHE (FATTCORSI). IL NUMERO FATTURA E' SERIE +
      *  ANNO A DUE CIFRE + PROGRESSIVO A CINQUE CIFRE (ES. F2600001).
      *  IL RECORD DI UN ANNO NASCE DA SOLO AL PRIMO NUMERO EMESSO; QUI
      *  SI IMPOSTA L'ULTIMO NUMERO QUANDO LA NUMERAZIONE RIPARTE DA UN
      *  PROTOCOLLO TENUTO A MANO (IL PRIMO NUMERO GESTITO DIVENTA
      *  L'ULTIMO + 1, E DA LI' PARTE IL CONTROLLO DEI BUCHI) O SI
      *  CORREGGE DOPO UN ANNULLO AUTORIZZATO. LA VERIFICA DI BUCHI E
      *  DOPPI SI FA CON CTRLNUM.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. GESNUMFAT.
       AUTHOR.  MB.

      *----------------------------------------------------------------
      * MODIFICHE
      * 12-09-2026 MB  LA SERIE 'F' E' USATA ANCHE DA FATTCONTR
      *                (ADDEBITI DEI CONTRATTI RICORRENTI).
      * 15-10-2026 MB  LA SERIE 'F' E' USATA ANCHE DA FATTORD
      *                (FATTURAZIONE DEGLI ORDINI CLIENTI).
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NUMFATT ASSIGN TO DATABASE-NUMFATT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-NUMFATT
           FILE STATUS IS FS-NUMFATT.

       DATA DIVISION.

       FILE SECTION.
      *----------------------------------------------------------------
      *  PROTOCOLLO DI NUMERAZIONE: ULTIMO PROGRESSIVO EMESSO PER
      *  ANNO E SERIE E DATA DEL DOCUMENTO CHE LO PORTA (I NUMERI
      *  DEVONO SEGUIRE L'ORDINE DELLE DATE); PRIMO NUMERO GESTITO
      *  DAL PROTOCOLLO (1 SE L'ANNO E' NATO DA PROTOCOLLO).
      *----------------------------------------------------------------
       FD NUMFATT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REC-NUMFATT.
       01 REC-NUMFATT.
           05 KEY-NUMFATT.
             07 NUM-ANNO       PIC 9(4).
             07 NUM-SERIE      PIC X.
                88 NUM-SERIE-FATTURE  VALUE 'F'.
                88 NUM-SERIE-NOTE     VALUE 'N'.
                88 NUM-SERIE-RETTE    VALUE 'T'.
           05 NUM-ULTIMO       PIC 9(5).
           05 NUM-DATA-ULT     PIC 9(8).
           05 NUM-PRIMO        PIC 9(5).
           05 FILLER           PIC X(17).

       WORKING-STORAGE SECTION.

       01 FS-NUMFATT                 PIC 9(2) VALUE ZEROES.

       01 SW-FINE-LAVORO             PIC 9(1) VALUE ZEROES.
           88 FINE-LAVORO             VALUE 1.
       01 SW-NUM-NUOVO               PIC X(1) VALUE 'N'.
           88 WS-NUM-NUOVO            VALUE 'S'.

       01 WS-ANNO                    PIC 9(4) VALUE ZEROES.
       01 WS-SERIE                   PIC X(1) VALUE SPACES.
       01 WS-ULTIMO                  PIC X(5) VALUE SPACES.
       01 WS-DATA-ULT                PIC X(8) VALUE SPACES.
       01 WS-PRIMO                   PIC X(5) VALUE SPACES.
       01 WS-CTR-AGGIORNATI          PIC 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.

       INIZIO.
          PERFORM OP-INIZIALI THRU OP-INIZIALI-EX.
          PERFORM LAVORA-SERIE THRU LAVORA-SERIE-EX
                  UNTIL FINE-LAVORO.
          PERFORM OP-FINALI THRU OP-FINALI-EX.
          STOP RUN.

      *----------------------------------------------------------------
      *  APRE IL PROTOCOLLO IN I-O; AL PRIMO UTILIZZO LO CREA VUOTO E
      *  LO RIAPRE (SCHEMA DI APRI-PARTITE IN INCASSI).
      *----------------------------------------------------------------
       OP-INIZIALI.
          OPEN I-O NUMFATT.
          IF FS-NUMFATT NOT = '00'
             OPEN OUTPUT NUMFATT
             CLOSE NUMFATT
             OPEN I-O NUMFATT.
          IF FS-NUMFATT NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE NUMFATT - FS=' FS-NUMFATT
             STOP RUN WITH ERROR STATUS 16.
       OP-INIZIALI-EX.
          EXIT.

       LAVORA-SERIE.
          DISPLAY 'ANNO (0000 = FINE): '.
          ACCEPT WS-ANNO.
          IF WS-ANNO = ZEROES
             MOVE 1 TO SW-FINE-LAVORO
             GO TO LAVORA-SERIE-EX.
          DISPLAY 'SERIE (F=FATTURE N=NOTE DI CREDITO T=RETTE): '.
          MOVE SPACES TO WS-SERIE.
          ACCEPT WS-SERIE.
          IF WS-SERIE NOT = 'F' AND WS-SERIE NOT = 'N'
          AND WS-SERIE NOT = 'T'
             DISPLAY 'SERIE NON AMMESSA (F/N/T)'
             GO TO LAVORA-SERIE-EX.
          MOVE 'N' TO SW-NUM-NUOVO.
          MOVE WS-ANNO  TO NUM-ANNO.
          MOVE WS-SERIE TO NUM-SERIE.
          READ NUMFATT.
          IF FS-NUMFATT = '23'
             MOVE 'S' TO SW-NUM-NUOVO
             MOVE SPACES   TO REC-NUMFATT
             MOVE WS-ANNO  TO NUM-ANNO
             MOVE WS-SERIE TO NUM-SERIE
             MOVE ZEROES   TO NUM-ULTIMO NUM-DATA-ULT NUM-PRIMO
             DISPLAY 'SERIE NUOVA PER L''ANNO'
          ELSE
             IF FS-NUMFATT NOT = '00'
                DISPLAY 'ERRORE IN LETTURA NUMFATT - FS=' FS-NUMFATT
                GO TO LAVORA-SERIE-EX
             ELSE
                DISPLAY 'PRIMO NUMERO:    ' NUM-PRIMO
                DISPLAY 'ULTIMO NUMERO:   ' NUM-ULTIMO
                DISPLAY 'DATA ULTIMO DOC: ' NUM-DATA-ULT.
          PERFORM ACCETTA-CAMPI THRU ACCETTA-CAMPI-EX.
          IF NUM-PRIMO = ZEROES
             COMPUTE NUM-PRIMO = NUM-ULTIMO + 1.
          IF NUM-PRIMO > NUM-ULTIMO + 1
             DISPLAY 'PRIMO NUMERO OLTRE L''ULTIMO + 1: NON REGISTRATO'
             GO TO LAVORA-SERIE-EX.
          IF WS-NUM-NUOVO
             WRITE REC-NUMFATT
          ELSE
             REWRITE REC-NUMFATT.
          IF FS-NUMFATT NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA NUMFATT - FS=' FS-NUMFATT
             GO TO LAVORA-SERIE-EX.
          ADD 1 TO WS-CTR-AGGIORNATI.
          DISPLAY 'PROTOCOLLO REGISTRATO'.
       LAVORA-SERIE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  ACQUISIZIONE DEI CAMPI: A SPAZI IL VALORE RESTA QUELLO
      *  ATTUALE; NUMERI E DATA DEVONO ESSERE NUMERICI.
      *----------------------------------------------------------------
       ACCETTA-CAMPI.
          DISPLAY 'PRIMO NUMERO DEL PROTOCOLLO (SPAZI = INVARIATO, '
                  'SU SERIE NUOVA = ULTIMO + 1): '.
          MOVE SPACES TO WS-PRIMO.
          ACCEPT WS-PRIMO.
          IF WS-PRIMO NOT = SPACES
             IF WS-PRIMO IS NUMERIC
                MOVE WS-PRIMO TO NUM-PRIMO
             ELSE
                DISPLAY 'NUMERO NON NUMERICO: LASCIATO INVARIATO'.
          DISPLAY 'ULTIMO NUMERO EMESSO (SPAZI = INVARIATO): '.
          MOVE SPACES TO WS-ULTIMO.
          ACCEPT WS-ULTIMO.
          IF WS-ULTIMO NOT = SPACES
             IF WS-ULTIMO IS NUMERIC
                MOVE WS-ULTIMO TO NUM-ULTIMO
             ELSE
                DISPLAY 'NUMERO NON NUMERICO: LASCIATO INVARIATO'.
          DISPLAY 'DATA ULTIMO DOCUMENTO AAAAMMGG (SPAZI = '
                  'INVARIATA): '.
          MOVE SPACES TO WS-DATA-ULT.
          ACCEPT WS-DATA-ULT.
          IF WS-DATA-ULT NOT = SPACES
             IF WS-DATA-ULT IS NUMERIC
                MOVE WS-DATA-ULT TO NUM-DATA-ULT
             ELSE
                DISPLAY 'DATA NON NUMERICA: LASCIATA INVARIATA'.
       ACCETTA-CAMPI-EX.
          EXIT.

       OP-FINALI.
          CLOSE NUMFATT.
          DISPLAY 'SERIE AGGIORNATE: ' WS-CTR-AGGIORNATI.
       OP-FINALI-EX.
          EXIT.
