      ******************************************************************
      *  GESTIONE TRATTENUTE RICORRENTI DEI DIPENDENTI (TRATTDIP):
      *  ANTICIPI SU STIPENDIO, CESSIONI DEL QUINTO, PIGNORAMENTI E
      *  QUOTE SINDACALI, IN CHIAVE DIPENDENTE+PROGRESSIVO. OGNI
      *  TRATTENUTA HA IMPORTO MENSILE FISSO OPPURE PERCENTUALE DEL
      *  NETTO, TOTALE DA RECUPERARE (ZERO = SENZA LIMITE, COME LE
      *  QUOTE SINDACALI), CREDITORE CON CODICE E RIFERIMENTO DELLA
      *  PRATICA, PERIODO DI VALIDITA' AAMM. STACED LE APPLICA AL
      *  CEDOLINO ORDINARIO NEI LIMITI DI LEGGE E AGGIORNA IL
      *  RECUPERATO; QUI SI INSERISCONO, SI VARIANO, SI SOSPENDONO
      *  (E SI RIATTIVANO) E SI ELENCANO PER DIPENDENTE. UNA
      *  TRATTENUTA NON SI CANCELLA: FINISCE ESTINTA ('E') QUANDO
      *  IL RECUPERATO RAGGIUNGE IL TOTALE.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. GESTRATT.
       AUTHOR.  MB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370-HI45.
       OBJECT-COMPUTER. IBM-370-HI45.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANOPIS ASSIGN SYS007-DA-3340-I-ANOPIS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE
               FILE STATUS IS FS-ANOPIS.

           SELECT TRATTDIP ASSIGN SYS033-DA-3340-I-TRATTDIP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRD-CHIAVE-TRATT
               FILE STATUS IS FS-TRATTDIP.

       DATA DIVISION.
       FILE SECTION.
       FD  ANOPIS,
           LABEL RECORD STANDARD,
           RECORDING MODE F,
           BLOCK CONTAINS 21 RECORDS,
           DATA RECORD ANAG-OPERAI.

       01  ANAG-OPERAI.
           02  SITUAZIONE                PIC X.
               88 DIPENDENTE-CESSATO     VALUE 'C'.
           02  CHIAVE.
               03 CODICE-REPARTO         PIC X(4).
               03 CODICE-PERSONALE       PIC X(4).
           02  NOMINATIVO                PIC X(25).
           02  INDIRIZZO                 PIC X(26).
           02  DATA-NASCITA              PIC 9(8).
           02  DATA-ASSUNZIONE           PIC 9(8).
           02  QUALIFICA                 PIC XX.
           02  DIPENDENZA                PIC X.
           02  FERIE                     PIC 9(6).
           02  CARICHI-FAMILIARI.
               03 FIGLI                  PIC 99.
               03 ASCENDENTI             PIC 9.
               03 STATO-CIVILE           PIC 9.
           02  MINIMO-CATEGORIA          PIC 9(4) COMP-3.
           02  CONTINGENZA               PIC 9(5) COMP-3.
           02  INDENNITA-MENSA           PIC 9(4) COMP-3.
           02  PAGA-ORARIA               PIC 9(4) COMP-3.
           02  PROGRESSIVO-RETRIB        PIC 9(8) COMP-3.
           02  IBAN-OPERAIO              PIC X(27).
           02  TFR-FONDO                 PIC 9(8)V99 COMP-3.
           02  DATA-CESSAZIONE           PIC 9(8).
           02  PERC-PART-TIME            PIC 9(3)V99.
           02  TIPO-PART-TIME            PIC X.
               88 PART-TIME-ORIZZONTALE  VALUE 'O'.
               88 PART-TIME-VERTICALE    VALUE 'V'.
           02  CANALE-CEDOLINO           PIC X.
               88 CEDOLINO-CARTA         VALUE ' ' 'C'.
               88 CEDOLINO-EMAIL         VALUE 'E'.
               88 CEDOLINO-PORTALE       VALUE 'P'.
           02  EMAIL-OPERAIO             PIC X(50).
           02  CODICE-FISCALE            PIC X(16).

      *----------------------------------------------------------------
      *  TRATTENUTE RICORRENTI: TIPO 'A' ANTICIPO, 'Q' CESSIONE DEL
      *  QUINTO, 'P' PIGNORAMENTO, 'S' QUOTA SINDACALE. STATO ' '
      *  ATTIVA, 'S' SOSPESA, 'E' ESTINTA. ULTIMO PERIODO E ULTIMO
      *  IMPORTO LI AGGIORNA STACED.
      *----------------------------------------------------------------
       FD  TRATTDIP,
           LABEL RECORD STANDARD,
           DATA RECORD REC-TRATTDIP.
       01  REC-TRATTDIP.
           02 TRD-CHIAVE-TRATT.
              03 TRD-CHIAVE             PIC X(8).
              03 TRD-PROGRESSIVO        PIC 99.
           02 TRD-TIPO                  PIC X.
           02 TRD-DESCRIZIONE           PIC X(26).
           02 TRD-IMPORTO-MESE          PIC 9(5)V99.
           02 TRD-PERCENTUALE           PIC 9(2)V99.
           02 TRD-TOTALE                PIC 9(7)V99.
           02 TRD-RECUPERATO            PIC 9(7)V99.
           02 TRD-COD-CREDITORE         PIC X(6).
           02 TRD-CREDITORE             PIC X(30).
           02 TRD-RIFERIMENTO           PIC X(20).
           02 TRD-INIZIO-AAMM           PIC 9(4).
           02 TRD-INIZIO-AAMM-R REDEFINES TRD-INIZIO-AAMM.
              03 TRD-INIZIO-AA          PIC 99.
              03 TRD-INIZIO-MM          PIC 99.
           02 TRD-FINE-AAMM             PIC 9(4).
           02 TRD-FINE-AAMM-R REDEFINES TRD-FINE-AAMM.
              03 TRD-FINE-AA            PIC 99.
              03 TRD-FINE-MM            PIC 99.
           02 TRD-ULTIMO-AAMM           PIC 9(4).
           02 TRD-ULTIMO-IMPORTO        PIC 9(5)V99.
           02 TRD-STATO                 PIC X.
           02 FILLER                    PIC X(20).

       WORKING-STORAGE SECTION.

       01  FS-ANOPIS                     PIC XX VALUE '00'.
           88 FS-ANOPIS-OK               VALUE '00'.
           88 FS-ANOPIS-NOTFOUND         VALUE '23'.
       01  FS-TRATTDIP                   PIC XX VALUE '00'.
           88 FS-TRATTDIP-OK             VALUE '00'.
           88 FS-TRATTDIP-NOTFOUND       VALUE '23'.
           88 FS-TRATTDIP-DUPLICATE      VALUE '22'.

       01  SW-FINE-TRATTDIP              PIC 9 VALUE ZERO.
           88 EOF-TRATTDIP               VALUE 1.
       01  SW-DATI-VALIDI                PIC X VALUE 'S'.
           88 DATI-VALIDI                VALUE 'S'.
           88 DATI-NON-VALIDI            VALUE 'N'.
       01  SW-MOSTRA-TRATTENUTE          PIC X VALUE 'N'.
           88 MOSTRA-TRATTENUTE          VALUE 'S'.

       77  WS-OPZIONE                    PIC 9 VALUE ZERO.
       77  WS-MSG-ERRORE                 PIC X(40) VALUE SPACES.
       77  WS-CONFERMA                   PIC X VALUE 'N'.
       77  WS-ULTIMO-PROGRESSIVO         PIC 99 VALUE ZERO.
       77  WS-CTR-TRATTENUTE             PIC 99 VALUE ZERO.
       77  WS-IMPORTO-ED                 PIC ZZ.ZZ9,99.
       77  WS-TOTALE-ED                  PIC Z.ZZZ.ZZ9,99.
       77  WS-RECUPERATO-ED              PIC Z.ZZZ.ZZ9,99.
       77  WS-PERC-ED                    PIC Z9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT ANOPIS.
           IF NOT FS-ANOPIS-OK
               DISPLAY 'IMPOSSIBILE APRIRE ANOPIS - FS=' FS-ANOPIS
               STOP RUN.
           PERFORM APRI-TRATTDIP THRU APRI-TRATTDIP-EX.
       MENU-PRINCIPALE.
           DISPLAY ' '.
           DISPLAY 'GESTIONE TRATTENUTE RICORRENTI'.
           DISPLAY '1 - NUOVA TRATTENUTA'.
           DISPLAY '2 - VARIAZIONE TRATTENUTA'.
           DISPLAY '3 - SOSPENSIONE / RIATTIVAZIONE'.
           DISPLAY '4 - ELENCO TRATTENUTE DEL DIPENDENTE'.
           DISPLAY '0 - FINE'.
           DISPLAY WS-MSG-ERRORE.
           MOVE SPACES TO WS-MSG-ERRORE.
           DISPLAY 'SCELTA: '.
           ACCEPT WS-OPZIONE.
           EVALUATE WS-OPZIONE
               WHEN 1 PERFORM NUOVA-TRATTENUTA THRU
                              NUOVA-TRATTENUTA-EX
               WHEN 2 PERFORM VARIA-TRATTENUTA THRU
                              VARIA-TRATTENUTA-EX
               WHEN 3 PERFORM SOSPENDI-TRATTENUTA THRU
                              SOSPENDI-TRATTENUTA-EX
               WHEN 4 PERFORM ELENCA-TRATTENUTE THRU
                              ELENCA-TRATTENUTE-EX
               WHEN 0 GO TO FINE
               WHEN OTHER MOVE 'SCELTA NON VALIDA' TO WS-MSG-ERRORE
           END-EVALUATE.
           GO TO MENU-PRINCIPALE.

      *----------------------------------------------------------------
      *  APRE TRATTDIP IN I-O; SE NON ESISTE ANCORA LO CREA VUOTO E
      *  LO RIAPRE (SCHEMA DI APRI-ANOPIS IN GESOPERAI).
      *----------------------------------------------------------------
       APRI-TRATTDIP.
           OPEN I-O TRATTDIP.
           IF NOT FS-TRATTDIP-OK
               OPEN OUTPUT TRATTDIP
               CLOSE TRATTDIP
               OPEN I-O TRATTDIP.
           IF NOT FS-TRATTDIP-OK
               DISPLAY 'IMPOSSIBILE APRIRE TRATTDIP - FS=' FS-TRATTDIP
               STOP RUN.
       APRI-TRATTDIP-EX.
           EXIT.

      *----------------------------------------------------------------
      *  NUOVA TRATTENUTA: SOLO PER DIPENDENTI IN FORZA, CON IL
      *  PRIMO PROGRESSIVO LIBERO DEL DIPENDENTE.
      *----------------------------------------------------------------
       NUOVA-TRATTENUTA.
           PERFORM CERCA-DIPENDENTE THRU CERCA-DIPENDENTE-EX.
           IF NOT FS-ANOPIS-OK
               GO TO NUOVA-TRATTENUTA-EX.
           IF DIPENDENTE-CESSATO
               MOVE 'DIPENDENTE CESSATO' TO WS-MSG-ERRORE
               GO TO NUOVA-TRATTENUTA-EX.
           DISPLAY 'DIPENDENTE: ' NOMINATIVO.
           PERFORM SCORRI-TRATTENUTE THRU SCORRI-TRATTENUTE-EX.
           IF WS-ULTIMO-PROGRESSIVO = 99
               MOVE 'TROPPE TRATTENUTE PER IL DIPENDENTE'
                    TO WS-MSG-ERRORE
               GO TO NUOVA-TRATTENUTA-EX.
           MOVE SPACES TO REC-TRATTDIP.
           MOVE ZEROES TO TRD-IMPORTO-MESE TRD-PERCENTUALE
                          TRD-TOTALE TRD-RECUPERATO
                          TRD-INIZIO-AAMM TRD-FINE-AAMM
                          TRD-ULTIMO-AAMM TRD-ULTIMO-IMPORTO.
           MOVE CHIAVE TO TRD-CHIAVE.
           ADD 1 WS-ULTIMO-PROGRESSIVO GIVING TRD-PROGRESSIVO.
           PERFORM ACCETTA-DATI THRU ACCETTA-DATI-EX.
           PERFORM VALIDA-DATI THRU VALIDA-DATI-EX.
           IF DATI-NON-VALIDI
               GO TO NUOVA-TRATTENUTA-EX.
           MOVE SPACE TO TRD-STATO.
           WRITE REC-TRATTDIP.
           IF NOT FS-TRATTDIP-OK
               MOVE 'ERRORE IN SCRITTURA TRATTDIP' TO WS-MSG-ERRORE
               GO TO NUOVA-TRATTENUTA-EX.
           DISPLAY 'REGISTRATA LA TRATTENUTA N. ' TRD-PROGRESSIVO.
       NUOVA-TRATTENUTA-EX.
           EXIT.

      *----------------------------------------------------------------
      *  VARIAZIONE: SI RIDIGITANO I DATI (COME IN GESOPERAI); IL
      *  RECUPERATO E LO STATO RESTANO QUELLI MATURATI IN PAGA.
      *----------------------------------------------------------------
       VARIA-TRATTENUTA.
           PERFORM CERCA-TRATTENUTA THRU CERCA-TRATTENUTA-EX.
           IF NOT FS-TRATTDIP-OK
               GO TO VARIA-TRATTENUTA-EX.
           PERFORM MOSTRA-TRATTENUTA THRU MOSTRA-TRATTENUTA-EX.
           PERFORM ACCETTA-DATI THRU ACCETTA-DATI-EX.
           PERFORM VALIDA-DATI THRU VALIDA-DATI-EX.
           IF DATI-NON-VALIDI
               GO TO VARIA-TRATTENUTA-EX.
           IF TRD-STATO = 'E'
           AND (TRD-TOTALE = ZERO OR TRD-TOTALE > TRD-RECUPERATO)
               MOVE SPACE TO TRD-STATO.
           REWRITE REC-TRATTDIP.
           IF NOT FS-TRATTDIP-OK
               MOVE 'ERRORE IN VARIAZIONE TRATTDIP' TO WS-MSG-ERRORE
               GO TO VARIA-TRATTENUTA-EX.
           DISPLAY 'TRATTENUTA VARIATA'.
       VARIA-TRATTENUTA-EX.
           EXIT.

       SOSPENDI-TRATTENUTA.
           PERFORM CERCA-TRATTENUTA THRU CERCA-TRATTENUTA-EX.
           IF NOT FS-TRATTDIP-OK
               GO TO SOSPENDI-TRATTENUTA-EX.
           PERFORM MOSTRA-TRATTENUTA THRU MOSTRA-TRATTENUTA-EX.
           IF TRD-STATO = 'E'
               MOVE 'TRATTENUTA GIA'' ESTINTA' TO WS-MSG-ERRORE
               GO TO SOSPENDI-TRATTENUTA-EX.
           IF TRD-STATO = 'S'
               DISPLAY 'RIATTIVARE LA TRATTENUTA (S/N)? '
           ELSE
               DISPLAY 'SOSPENDERE LA TRATTENUTA (S/N)? '.
           ACCEPT WS-CONFERMA.
           IF WS-CONFERMA NOT = 'S'
               MOVE 'OPERAZIONE ANNULLATA' TO WS-MSG-ERRORE
               GO TO SOSPENDI-TRATTENUTA-EX.
           IF TRD-STATO = 'S'
               MOVE SPACE TO TRD-STATO
           ELSE
               MOVE 'S' TO TRD-STATO.
           REWRITE REC-TRATTDIP.
           IF NOT FS-TRATTDIP-OK
               MOVE 'ERRORE IN VARIAZIONE TRATTDIP' TO WS-MSG-ERRORE.
       SOSPENDI-TRATTENUTA-EX.
           EXIT.

       ELENCA-TRATTENUTE.
           PERFORM CERCA-DIPENDENTE THRU CERCA-DIPENDENTE-EX.
           IF NOT FS-ANOPIS-OK
               GO TO ELENCA-TRATTENUTE-EX.
           DISPLAY 'DIPENDENTE: ' NOMINATIVO.
           MOVE 'S' TO SW-MOSTRA-TRATTENUTE.
           PERFORM SCORRI-TRATTENUTE THRU SCORRI-TRATTENUTE-EX.
           MOVE 'N' TO SW-MOSTRA-TRATTENUTE.
           IF WS-CTR-TRATTENUTE = ZERO
               MOVE 'NESSUNA TRATTENUTA PER IL DIPENDENTE'
                    TO WS-MSG-ERRORE.
       ELENCA-TRATTENUTE-EX.
           EXIT.

      *----------------------------------------------------------------
      *  SCORRE LE TRATTENUTE DEL DIPENDENTE IN CHIAVE E RICAVA
      *  L'ULTIMO PROGRESSIVO; SU RICHIESTA LE MOSTRA.
      *----------------------------------------------------------------
       SCORRI-TRATTENUTE.
           MOVE ZERO TO WS-ULTIMO-PROGRESSIVO WS-CTR-TRATTENUTE
                        SW-FINE-TRATTDIP.
           MOVE CHIAVE TO TRD-CHIAVE.
           MOVE ZERO   TO TRD-PROGRESSIVO.
           START TRATTDIP KEY IS NOT LESS THAN TRD-CHIAVE-TRATT.
           IF NOT FS-TRATTDIP-OK
               GO TO SCORRI-TRATTENUTE-EX.
       LEGGI-TRATTDIP.
           READ TRATTDIP NEXT RECORD AT END MOVE 1 TO SW-FINE-TRATTDIP.
           IF EOF-TRATTDIP
               GO TO SCORRI-TRATTENUTE-EX.
           IF TRD-CHIAVE NOT = CHIAVE
               GO TO SCORRI-TRATTENUTE-EX.
           MOVE TRD-PROGRESSIVO TO WS-ULTIMO-PROGRESSIVO.
           ADD 1 TO WS-CTR-TRATTENUTE.
           IF MOSTRA-TRATTENUTE
               DISPLAY ' '
               PERFORM MOSTRA-TRATTENUTA THRU MOSTRA-TRATTENUTA-EX.
           GO TO LEGGI-TRATTDIP.
       SCORRI-TRATTENUTE-EX.
           EXIT.

       CERCA-DIPENDENTE.
           DISPLAY 'CODICE REPARTO:   '.
           ACCEPT CODICE-REPARTO.
           DISPLAY 'CODICE PERSONALE: '.
           ACCEPT CODICE-PERSONALE.
           READ ANOPIS.
           IF NOT FS-ANOPIS-OK
               MOVE 'DIPENDENTE NON TROVATO' TO WS-MSG-ERRORE.
       CERCA-DIPENDENTE-EX.
           EXIT.

       CERCA-TRATTENUTA.
           PERFORM CERCA-DIPENDENTE THRU CERCA-DIPENDENTE-EX.
           IF NOT FS-ANOPIS-OK
               MOVE '23' TO FS-TRATTDIP
               GO TO CERCA-TRATTENUTA-EX.
           DISPLAY 'DIPENDENTE: ' NOMINATIVO.
           MOVE CHIAVE TO TRD-CHIAVE.
           DISPLAY 'PROGRESSIVO TRATTENUTA: '.
           ACCEPT TRD-PROGRESSIVO.
           READ TRATTDIP.
           IF NOT FS-TRATTDIP-OK
               MOVE 'TRATTENUTA NON TROVATA' TO WS-MSG-ERRORE.
       CERCA-TRATTENUTA-EX.
           EXIT.

       MOSTRA-TRATTENUTA.
           MOVE TRD-IMPORTO-MESE TO WS-IMPORTO-ED.
           MOVE TRD-PERCENTUALE  TO WS-PERC-ED.
           MOVE TRD-TOTALE       TO WS-TOTALE-ED.
           MOVE TRD-RECUPERATO   TO WS-RECUPERATO-ED.
           DISPLAY 'PROGRESSIVO: ' TRD-PROGRESSIVO
                   '  TIPO: ' TRD-TIPO '  STATO: ' TRD-STATO.
           DISPLAY 'DESCRIZIONE: ' TRD-DESCRIZIONE.
           DISPLAY 'IMPORTO MESE:' WS-IMPORTO-ED
                   '  PERCENTUALE NETTO: ' WS-PERC-ED.
           DISPLAY 'TOTALE:      ' WS-TOTALE-ED
                   '  RECUPERATO: ' WS-RECUPERATO-ED.
           DISPLAY 'CREDITORE:   ' TRD-COD-CREDITORE ' '
                   TRD-CREDITORE.
           DISPLAY 'RIFERIMENTO: ' TRD-RIFERIMENTO.
           DISPLAY 'VALIDITA'':   ' TRD-INIZIO-AAMM ' - '
                   TRD-FINE-AAMM '  ULTIMO MESE: ' TRD-ULTIMO-AAMM.
       MOSTRA-TRATTENUTA-EX.
           EXIT.

       ACCETTA-DATI.
           DISPLAY 'TIPO (A=ANTICIPO Q=CESSIONE P=PIGNOR. S=SIND.):'.
           ACCEPT TRD-TIPO.
           DISPLAY 'DESCRIZIONE SUL CEDOLINO:  '.
           ACCEPT TRD-DESCRIZIONE.
           DISPLAY 'IMPORTO MENSILE (0 = PERC.):'.
           ACCEPT TRD-IMPORTO-MESE.
           DISPLAY 'PERCENTUALE DEL NETTO:     '.
           ACCEPT TRD-PERCENTUALE.
           DISPLAY 'TOTALE DA RECUPERARE (0 = SENZA LIMITE):'.
           ACCEPT TRD-TOTALE.
           DISPLAY 'CODICE CREDITORE:          '.
           ACCEPT TRD-COD-CREDITORE.
           DISPLAY 'CREDITORE:                 '.
           ACCEPT TRD-CREDITORE.
           DISPLAY 'RIFERIMENTO PRATICA:       '.
           ACCEPT TRD-RIFERIMENTO.
           DISPLAY 'PRIMO MESE (AAMM):         '.
           ACCEPT TRD-INIZIO-AAMM.
           DISPLAY 'ULTIMO MESE (AAMM, 0 = FINO A ESTINZIONE):'.
           ACCEPT TRD-FINE-AAMM.
       ACCETTA-DATI-EX.
           EXIT.

      *----------------------------------------------------------------
      *  CONTROLLI PRIMA DELLA SCRITTURA: TIPO AMMESSO, UNO SOLO
      *  FRA IMPORTO E PERCENTUALE, ANTICIPI E CESSIONI CON IL
      *  TOTALE DA RECUPERARE, CREDITORE E PERIODO VALIDI.
      *----------------------------------------------------------------
       VALIDA-DATI.
           MOVE 'N' TO SW-DATI-VALIDI.
           IF TRD-TIPO NOT = 'A' AND TRD-TIPO NOT = 'Q'
           AND TRD-TIPO NOT = 'P' AND TRD-TIPO NOT = 'S'
               MOVE 'TIPO NON AMMESSO (A/Q/P/S)' TO WS-MSG-ERRORE
               GO TO VALIDA-DATI-EX.
           IF TRD-DESCRIZIONE = SPACES
               MOVE 'DESCRIZIONE OBBLIGATORIA' TO WS-MSG-ERRORE
               GO TO VALIDA-DATI-EX.
           IF TRD-IMPORTO-MESE = ZERO AND TRD-PERCENTUALE = ZERO
               MOVE 'IMPORTO O PERCENTUALE OBBLIGATORI'
                    TO WS-MSG-ERRORE
               GO TO VALIDA-DATI-EX.
           IF TRD-IMPORTO-MESE > ZERO AND TRD-PERCENTUALE > ZERO
               MOVE 'IMPORTO E PERCENTUALE ALTERNATIVI'
                    TO WS-MSG-ERRORE
               GO TO VALIDA-DATI-EX.
           IF TRD-PERCENTUALE > 50
               MOVE 'PERCENTUALE OLTRE META'' DEL NETTO'
                    TO WS-MSG-ERRORE
               GO TO VALIDA-DATI-EX.
           IF (TRD-TIPO = 'A' OR TRD-TIPO = 'Q')
           AND TRD-TOTALE = ZERO
               MOVE 'TOTALE DA RECUPERARE OBBLIGATORIO'
                    TO WS-MSG-ERRORE
               GO TO VALIDA-DATI-EX.
           IF TRD-TOTALE > ZERO AND TRD-TOTALE < TRD-RECUPERATO
               MOVE 'TOTALE INFERIORE AL GIA'' RECUPERATO'
                    TO WS-MSG-ERRORE
               GO TO VALIDA-DATI-EX.
           IF TRD-COD-CREDITORE = SPACES OR TRD-CREDITORE = SPACES
               MOVE 'CREDITORE OBBLIGATORIO' TO WS-MSG-ERRORE
               GO TO VALIDA-DATI-EX.
           IF TRD-INIZIO-MM < 1 OR TRD-INIZIO-MM > 12
               MOVE 'PRIMO MESE NON VALIDO' TO WS-MSG-ERRORE
               GO TO VALIDA-DATI-EX.
           IF TRD-FINE-AAMM NOT = ZERO
               IF TRD-FINE-MM < 1 OR TRD-FINE-MM > 12
               OR TRD-FINE-AAMM < TRD-INIZIO-AAMM
                   MOVE 'ULTIMO MESE NON VALIDO' TO WS-MSG-ERRORE
                   GO TO VALIDA-DATI-EX.
           MOVE 'S' TO SW-DATI-VALIDI.
       VALIDA-DATI-EX.
           EXIT.

       FINE.
           CLOSE ANOPIS.
           CLOSE TRATTDIP.
           STOP RUN.
       END PROGRAM GESTRATT.
