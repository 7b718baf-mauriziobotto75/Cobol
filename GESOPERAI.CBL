      *  QUALIFICA E CAMPI RETRIBUTIVI SONO VALIDATI PRIMA DELLA
      *  SCRITTURA E OGNI MODIFICA VIENE TRACCIATA SUL REGISTRO DI
      *  AUDIT (AUDITOPER) CON DATA, ORA, OPERATORE E TIPO.
      *  GESTISCE ANCHE IL PART-TIME (PERCENTUALE DELL'ORARIO PIENO E
      *  TIPO ORIZZONTALE/VERTICALE), SU CUI STACED, ACCFERIE ED
      *  EDCARTOR RIPROPORZIONANO; OGNI CAMBIO FINISCE SULLO STORICO
      *  VARIAZIONI (STORPAGHE) COME CAMPO 'PT'.
      *  REGISTRA INFINE IL CANALE DI CONSEGNA DEL CEDOLINO (CARTA,
      *  E-MAIL, PORTALE) CON L'INDIRIZZO E-MAIL, USATI DA STACED E
      *  RISTCED PER I DOCUMENTI ELETTRONICI.
      *  IL CODICE FISCALE E' OBBLIGATORIO E VIENE CONTROLLATO NEL
      *  FORMATO (OMOCODIE COMPRESE) E NEL CARATTERE DI CONTROLLO
      *  FINALE: E' LA CHIAVE CON CUI VETTORI INCROCIA I DIPENDENTI
      *  CON L'ANAGRAFE DEI RESIDENTI.
      *  IN VARIAZIONE IBAN, PAGA ORARIA E MINIMO DI CATEGORIA NON
      *  CAMBIANO SUBITO: CHIESTA LA PASSWORD DELL'OPERATORE (ROUTINE
      *  CTRLOPER), IL CAMBIO VA IN SOSPESO SU VARSENS E PASSA IN
      *  ANAGRAFICA SOLO CON L'APPROVAZIONE DI UN SECONDO OPERATORE
      *  (APPRVAR). L'ASSUNZIONE FISSA I VALORI INIZIALI.
      ******************************************************************
       IDENTIFICATION DIVISION.

               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-STORPAGHE.

           SELECT VARSENS ASSIGN SYS047-DA-3340-I-VARSENS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VSN-CHIAVE
               FILE STATUS IS FS-VARSENS.

       DATA DIVISION.
       FILE SECTION.
       FD  ANOPIS,
      *    SITUAZIONE = 'C'): GUIDA L'EPURAZIONE DEI CESSATI OLTRE
      *    LA FINESTRA DI RITENZIONE (ARCHOPER).
           02  DATA-CESSAZIONE           PIC 9(8).
      *    PART-TIME: PERCENTUALE DELL'ORARIO PIENO (ZERO O 100,00 =
      *    TEMPO PIENO) E TIPO (O = ORIZZONTALE, V = VERTICALE),
      *    GESTITI DA GESOPERAI CON LO STORICO SU STORPAGHE.
           02  PERC-PART-TIME            PIC 9(3)V99.
           02  TIPO-PART-TIME            PIC X.
               88 PART-TIME-ORIZZONTALE  VALUE 'O'.
               88 PART-TIME-VERTICALE    VALUE 'V'.
      *    CONSEGNA DEL CEDOLINO: CANALE (SPAZIO O C = CARTA, E =
      *    E-MAIL, P = PORTALE DEL PERSONALE) E INDIRIZZO E-MAIL PER IL
      *    CANALE E. LA CARTA RESTA SEMPRE IL CANALE DI RISERVA.
           02  CANALE-CEDOLINO           PIC X.
               88 CEDOLINO-CARTA         VALUE ' ' 'C'.
               88 CEDOLINO-EMAIL         VALUE 'E'.
               88 CEDOLINO-PORTALE       VALUE 'P'.
           02  EMAIL-OPERAIO             PIC X(50).
      *    CODICE FISCALE DEL DIPENDENTE (GESOPERAI, CON IL CONTROLLO
      *    DEL CARATTERE FINALE): CHIAVE DI INCROCIO CON GLI ARCHIVI
      *    ESTERNI (VETTORI).
           02  CODICE-FISCALE            PIC X(16).

      *----------------------------------------------------------------
      *  REGISTRO DI AUDIT: UNA RIGA PER OGNI MODIFICA ANDATA A BUON
      *  EFFETTO E VECCHIO/NUOVO VALORE. UN CAMBIO RETRODATATO A UN
      *  MESE GIA' PAGATO NASCE IN STATO ' ' (DA LIQUIDARE): STACED
      *  NE CALCOLA GLI ARRETRATI E LO MARCA 'L'. I CAMBI NON
      *  RETROATTIVI NASCONO 'N'. I CAMBI DI PART-TIME ('PT', CON LA
      *  PERCENTUALE IN CENTESIMI E IL TIPO VECCHIO/NUOVO) SONO SOLO
      *  STORIA E NASCONO SEMPRE 'N'.
      *----------------------------------------------------------------
       FD  STORPAGHE,
           LABEL RECORD STANDARD,
           02 SPA-VECCHIO               PIC 9(5).
           02 SPA-NUOVO                 PIC 9(5).
           02 SPA-LIQUIDATO             PIC X.
           02 SPA-TIPO-PT-VECCHIO       PIC X.
           02 SPA-TIPO-PT-NUOVO         PIC X.
           02 FILLER                    PIC X.

      *----------------------------------------------------------------
      *  VARIAZIONI SENSIBILI IN ATTESA DI APPROVAZIONE (APPRVAR).
      *----------------------------------------------------------------
       FD  VARSENS,
           LABEL RECORD STANDARD,
           DATA RECORD REC-VARSENS.
           COPY FD_VarSens.

       WORKING-STORAGE SECTION.


       01  FS-STORPAGHE                  PIC XX VALUE '00'.
           88 FS-STORPAGHE-OK            VALUE '00'.
       01  FS-VARSENS                    PIC XX VALUE '00'.
           88 FS-VARSENS-OK              VALUE '00'.
           88 FS-VARSENS-DUPLICATE       VALUE '22'.
       77  WS-VECCHIO-MINIMO             PIC 9(4) VALUE ZERO.
       77  WS-VECCHIA-PAGA               PIC 9(4) VALUE ZERO.
       77  WS-VECCHIA-PERC-PT            PIC 9(3)V99 VALUE ZERO.
       77  WS-VECCHIO-TIPO-PT            PIC X VALUE SPACE.
       77  WS-VECCHIO-IBAN               PIC X(27) VALUE SPACES.
       77  WS-NUOVO-MINIMO               PIC 9(4) VALUE ZERO.
       77  WS-NUOVA-PAGA                 PIC 9(4) VALUE ZERO.
       77  WS-NUOVO-IBAN                 PIC X(27) VALUE SPACES.
       77  WS-PASSWORD                   PIC X(8) VALUE SPACES.
       77  WS-SOSPESE                    PIC 9 VALUE ZERO.
       01  SW-VAR-SENSIBILE              PIC X VALUE 'N'.
           88 VARIAZIONE-SENSIBILE       VALUE 'S'.
       01  SW-OPERATORE                  PIC X VALUE 'N'.
           88 OPERATORE-VERIFICATO       VALUE 'S'.
       77  WS-PERC-PT-ED                 PIC ZZ9,99.
       77  WS-CONTA-CHIOCCIOLE           PIC 99 VALUE ZERO.
       01  WS-DATA-EFFETTO               PIC 9(8) VALUE ZERO.
       01  WS-DATA-EFFETTO-R REDEFINES WS-DATA-EFFETTO.
           02 FILLER                     PIC 99.
       01  SW-LETTERA-TROVATA            PIC X VALUE 'N'.
           88 LETTERA-TROVATA            VALUE 'S'.

      *----------------------------------------------------------------
      *  CONTROLLO DEL CODICE FISCALE: TIPO ATTESO PER POSIZIONE (L =
      *  LETTERA, N = CIFRA O LETTERA DI OMOCODIA), LETTERE AMMESSE
      *  PER IL MESE E PER L'OMOCODIA, VALORI DEI CARATTERI IN
      *  POSIZIONE DISPARI (A..Z; LE CIFRE 0..9 VALGONO COME A..J).
      *  LE POSIZIONI PARI VALGONO 0..9 PER LE CIFRE E 0..25 PER LE
      *  LETTERE; IL RESTO DELLA SOMMA DIVISA PER 26 DA' LA LETTERA
      *  DI CONTROLLO DELLA SEDICESIMA POSIZIONE.
      *----------------------------------------------------------------
       01  WS-CF-LAVORO                  PIC X(16) VALUE SPACES.
       01  WS-CF-LAVORO-R REDEFINES WS-CF-LAVORO.
           02 WS-CF-CAR                  PIC X OCCURS 16 TIMES.
       01  WS-CF-TIPI                    PIC X(16) VALUE
           'LLLLLLNNLNNLNNNL'.
       01  WS-CF-TIPI-R REDEFINES WS-CF-TIPI.
           02 WS-CF-TIPO-POS             PIC X OCCURS 16 TIMES.
       01  WS-CF-MESI                    PIC X(12) VALUE
           'ABCDEHLMPRST'.
       01  WS-CF-OMOCODIE                PIC X(10) VALUE
           'LMNPQRSTUV'.
       01  TABELLA-CF-DISPARI            PIC X(52) VALUE
           '0100050709131517192102041820110306081214161022252423'.
       01  TABELLA-CF-DISPARI-R REDEFINES TABELLA-CF-DISPARI.
           02 WS-CF-VAL-DISPARI          PIC 99 OCCURS 26 TIMES.
       01  WS-CF-CARATTERE               PIC X VALUE SPACE.
       01  WS-CF-CIFRA REDEFINES WS-CF-CARATTERE PIC 9.
       77  WS-CF-POS                     PIC 99 VALUE ZERO.
       77  WS-CF-LET                     PIC 99 VALUE ZERO.
       77  WS-CF-INDICE                  PIC 99 VALUE ZERO.
       77  WS-CF-VAL-PARI                PIC 99 VALUE ZERO.
       77  WS-CF-SOMMA                   PIC 9(4) VALUE ZERO.
       77  WS-CF-QUOZIENTE               PIC 9(4) VALUE ZERO.
       77  WS-CF-RESTO                   PIC 9(4) VALUE ZERO.
       77  WS-CF-CONTA                   PIC 99 VALUE ZERO.
       01  SW-CF-VALIDO                  PIC X VALUE 'N'.
           88 CF-VALIDO                  VALUE 'S'.


      *----------------------------------------------------------------
      *  QUALIFICHE AMMESSE IN ANAGRAFICA.
           02 WS-VID-CONTINGENZA         PIC X(5) VALUE SPACES.
           02 WS-VID-MENSA               PIC X(4) VALUE SPACES.
           02 WS-VID-PAGA                PIC X(4) VALUE SPACES.
           02 WS-VID-PERC-PT             PIC X(5) VALUE SPACES.
           02 WS-VID-PERC-PT-N REDEFINES WS-VID-PERC-PT
                                         PIC 9(3)V99.

           COPY PAR_CtrlOper.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                          MINIMO-CATEGORIA CONTINGENZA
                          INDENNITA-MENSA PAGA-ORARIA
                          PROGRESSIVO-RETRIB TFR-FONDO
                          DATA-CESSAZIONE PERC-PART-TIME.
           DISPLAY 'CODICE REPARTO:   '.
           ACCEPT CODICE-REPARTO.
           DISPLAY 'CODICE PERSONALE: '.
           DISPLAY 'DIPENDENTE: ' NOMINATIVO.
           MOVE MINIMO-CATEGORIA TO WS-VECCHIO-MINIMO.
           MOVE PAGA-ORARIA      TO WS-VECCHIA-PAGA.
           MOVE PERC-PART-TIME   TO WS-VECCHIA-PERC-PT.
           MOVE TIPO-PART-TIME   TO WS-VECCHIO-TIPO-PT.
           MOVE IBAN-OPERAIO     TO WS-VECCHIO-IBAN.
           PERFORM ACCETTA-DATI THRU ACCETTA-DATI-EX.
           PERFORM VALIDA-DATI THRU VALIDA-DATI-EX.
           IF DATI-NON-VALIDI
               GO TO VARIA-DIPENDENTE-EX.
      *    IBAN E PAGHE NUOVI VANNO IN SOSPESO: IN ANAGRAFICA
      *    RESTANO I VALORI DI PRIMA FINO ALL'APPROVAZIONE.
           MOVE MINIMO-CATEGORIA TO WS-NUOVO-MINIMO.
           MOVE PAGA-ORARIA      TO WS-NUOVA-PAGA.
           MOVE IBAN-OPERAIO     TO WS-NUOVO-IBAN.
           MOVE 'N' TO SW-VAR-SENSIBILE.
           IF WS-NUOVO-MINIMO NOT = WS-VECCHIO-MINIMO
           OR WS-NUOVA-PAGA NOT = WS-VECCHIA-PAGA
           OR WS-NUOVO-IBAN NOT = WS-VECCHIO-IBAN
               MOVE 'S' TO SW-VAR-SENSIBILE.
           IF VARIAZIONE-SENSIBILE
               PERFORM CONTROLLA-OPERATORE
                       THRU CONTROLLA-OPERATORE-EX
               IF NOT OPERATORE-VERIFICATO
                   GO TO VARIA-DIPENDENTE-EX.
           MOVE WS-VECCHIO-MINIMO TO MINIMO-CATEGORIA.
           MOVE WS-VECCHIA-PAGA   TO PAGA-ORARIA.
           MOVE WS-VECCHIO-IBAN   TO IBAN-OPERAIO.
           REWRITE ANAG-OPERAI.
           IF NOT FS-ANOPIS-OK
               MOVE 'ERRORE IN VARIAZIONE ANOPIS' TO WS-MSG-ERRORE
               GO TO VARIA-DIPENDENTE-EX.
           MOVE 'V' TO AUD-TIPO.
           PERFORM SCRIVI-AUDITOPER THRU SCRIVI-AUDITOPER-EX.
           MOVE ZERO TO WS-DATA-EFFETTO.
           IF WS-NUOVO-MINIMO NOT = WS-VECCHIO-MINIMO
           OR WS-NUOVA-PAGA NOT = WS-VECCHIA-PAGA
           OR PERC-PART-TIME NOT = WS-VECCHIA-PERC-PT
           OR TIPO-PART-TIME NOT = WS-VECCHIO-TIPO-PT
               PERFORM REGISTRA-VARIAZIONI
                       THRU REGISTRA-VARIAZIONI-EX.
           IF VARIAZIONE-SENSIBILE
               PERFORM REGISTRA-SOSPESE THRU REGISTRA-SOSPESE-EX.
       VARIA-DIPENDENTE-EX.
           EXIT.

      *----------------------------------------------------------------
      *  OGNI CAMBIO DI PAGA ORARIA O MINIMO DI CATEGORIA HA UNA DATA
      *  DI EFFETTO: VA IN SOSPESO CON ESSA E, ALL'APPROVAZIONE,
      *  APPRVAR LO SCRIVE SULLO STORICO VARIAZIONI; SE LA DATA CADE
      *  IN UN MESE PRECEDENTE A QUELLO DELL'APPROVAZIONE IL RECORD
      *  NASCE 'DA LIQUIDARE' E STACED PAGHERA' GLI ARRETRATI.
      *  IL CAMBIO DI PART-TIME VA SUBITO SULLO STORICO.
      *----------------------------------------------------------------
       REGISTRA-VARIAZIONI.
           DISPLAY 'DATA DI EFFETTO (AAAAMMGG, 0 = OGGI): '.
           ACCEPT WS-DATA-CORRENTE FROM DATE YYYYMMDD.
           IF WS-DATA-EFFETTO = ZERO
               MOVE WS-DATA-CORRENTE TO WS-DATA-EFFETTO.
           IF PERC-PART-TIME = WS-VECCHIA-PERC-PT
           AND TIPO-PART-TIME = WS-VECCHIO-TIPO-PT
               GO TO REGISTRA-VARIAZIONI-EX.
           PERFORM APRI-STORPAGHE THRU APRI-STORPAGHE-EX.
           MOVE 'PT' TO SPA-CAMPO.
           COMPUTE SPA-VECCHIO = WS-VECCHIA-PERC-PT * 100.
           COMPUTE SPA-NUOVO = PERC-PART-TIME * 100.
           MOVE WS-VECCHIO-TIPO-PT TO SPA-TIPO-PT-VECCHIO.
           MOVE TIPO-PART-TIME TO SPA-TIPO-PT-NUOVO.
           PERFORM SCRIVI-STORPAGHE THRU SCRIVI-STORPAGHE-EX.
           CLOSE STORPAGHE.
       REGISTRA-VARIAZIONI-EX.
           EXIT.
           MOVE CHIAVE TO SPA-CHIAVE.
           MOVE WS-DATA-EFFETTO TO SPA-DATA-EFFETTO.
           MOVE WS-DATA-CORRENTE TO SPA-DATA-REGISTRAZIONE.
           IF SPA-CAMPO NOT = 'PT'
               MOVE SPACES TO SPA-TIPO-PT-VECCHIO SPA-TIPO-PT-NUOVO.
           IF WS-EFF-AAMM < WS-RUN-AAMM AND SPA-CAMPO NOT = 'PT'
               MOVE ' ' TO SPA-LIQUIDATO
           ELSE
               MOVE 'N' TO SPA-LIQUIDATO.
       SCRIVI-STORPAGHE-EX.
           EXIT.

      *----------------------------------------------------------------
      *  PRIMA DI METTERE IN SOSPESO UN CAMBIO SENSIBILE L'OPERATORE
      *  CHE LO INSERISCE CONFERMA LA SUA IDENTITA' CON LA PASSWORD:
      *  E' IL NOME CHE L'APPROVAZIONE DEVE TROVARE DIVERSO DAL SUO.
      *----------------------------------------------------------------
       CONTROLLA-OPERATORE.
           MOVE 'N' TO SW-OPERATORE.
           MOVE SPACES TO WS-PASSWORD.
           DISPLAY 'VARIAZIONE DA APPROVARE - PASSWORD OPERATORE '
                   WS-COD-OPERATORE ': '.
           ACCEPT WS-PASSWORD.
           INITIALIZE PARAMETRI-CTRLOPER.
           MOVE 'V' TO COP-FUNZIONE.
           MOVE 'GESOPERAI' TO COP-PROGRAMMA.
           MOVE WS-COD-OPERATORE TO COP-OPERATORE.
           MOVE WS-PASSWORD TO COP-PASSWORD.
           CALL 'CTRLOPER' USING PARAMETRI-CTRLOPER.
           EVALUATE TRUE
               WHEN COP-ESITO-OK
                   MOVE 'S' TO SW-OPERATORE
               WHEN COP-ESITO-BLOCCATO
                   MOVE 'OPERATORE BLOCCATO: VARIAZIONE ANNULLATA'
                        TO WS-MSG-ERRORE
               WHEN COP-ESITO-SCADUTA
                   MOVE 'PASSWORD SCADUTA: VARIAZIONE ANNULLATA'
                        TO WS-MSG-ERRORE
               WHEN COP-ESITO-ERRORE
                   MOVE 'ARCHIVIO OPERATORI ASSENTE: ANNULLATA'
                        TO WS-MSG-ERRORE
               WHEN OTHER
                   MOVE 'CODICE O PASSWORD ERRATI: ANNULLATA'
                        TO WS-MSG-ERRORE
           END-EVALUATE.
       CONTROLLA-OPERATORE-EX.
           EXIT.

      *----------------------------------------------------------------
      *  UN RECORD IN SOSPESO SU VARSENS PER OGNI CAMPO SENSIBILE
      *  CAMBIATO (IBAN SENZA DATA DI EFFETTO: VALE DALL'APPROVAZIONE).
      *----------------------------------------------------------------
       REGISTRA-SOSPESE.
           OPEN I-O VARSENS.
           IF NOT FS-VARSENS-OK
               OPEN OUTPUT VARSENS
               CLOSE VARSENS
               OPEN I-O VARSENS.
           MOVE ZERO TO WS-SOSPESE.
           ACCEPT WS-DATA-RUN FROM DATE YYYYMMDD.
           ACCEPT WS-ORA-RUN  FROM TIME.
           MOVE SPACES TO REC-VARSENS.
           MOVE WS-DATA-RUN      TO VSN-DATA-INS.
           MOVE WS-ORA-RUN       TO VSN-ORA-INS.
           MOVE 'O'              TO VSN-ARCHIVIO.
           MOVE CHIAVE           TO VSN-CHIAVE-REC.
           MOVE NOMINATIVO       TO VSN-DESCRIZIONE.
           MOVE 'GESOPERAI'      TO VSN-PROGRAMMA-INS.
           MOVE WS-COD-OPERATORE TO VSN-OPERATORE-INS.
           MOVE 'P'              TO VSN-STATO.
           MOVE ZEROES TO VSN-DATA-ESITO VSN-ORA-ESITO.
           IF WS-NUOVO-IBAN NOT = WS-VECCHIO-IBAN
               MOVE 'IB' TO VSN-CAMPO
               MOVE WS-VECCHIO-IBAN TO VSN-VECCHIO
               MOVE WS-NUOVO-IBAN TO VSN-NUOVO
               MOVE ZERO TO VSN-DATA-EFFETTO
               PERFORM SCRIVI-VARSENS THRU SCRIVI-VARSENS-EX.
           IF WS-NUOVA-PAGA NOT = WS-VECCHIA-PAGA
               MOVE 'PO' TO VSN-CAMPO
               MOVE SPACES TO VSN-VECCHIO VSN-NUOVO
               MOVE WS-VECCHIA-PAGA TO VSN-VECCHIO-IMPORTO
               MOVE WS-NUOVA-PAGA TO VSN-NUOVO-IMPORTO
               MOVE WS-DATA-EFFETTO TO VSN-DATA-EFFETTO
               PERFORM SCRIVI-VARSENS THRU SCRIVI-VARSENS-EX.
           IF WS-NUOVO-MINIMO NOT = WS-VECCHIO-MINIMO
               MOVE 'MC' TO VSN-CAMPO
               MOVE SPACES TO VSN-VECCHIO VSN-NUOVO
               MOVE WS-VECCHIO-MINIMO TO VSN-VECCHIO-IMPORTO
               MOVE WS-NUOVO-MINIMO TO VSN-NUOVO-IMPORTO
               MOVE WS-DATA-EFFETTO TO VSN-DATA-EFFETTO
               PERFORM SCRIVI-VARSENS THRU SCRIVI-VARSENS-EX.
           CLOSE VARSENS.
           IF WS-MSG-ERRORE = SPACES
               MOVE 'VARIAZIONE IN ATTESA DI APPROVAZIONE'
                    TO WS-MSG-ERRORE.
           DISPLAY 'VARIAZIONI SENSIBILI IN SOSPESO: ' WS-SOSPESE.
       REGISTRA-SOSPESE-EX.
           EXIT.

       SCRIVI-VARSENS.
           WRITE REC-VARSENS.
           IF FS-VARSENS-OK
               ADD 1 TO WS-SOSPESE
           ELSE
               MOVE 'ERRORE IN SCRITTURA VARSENS' TO WS-MSG-ERRORE.
       SCRIVI-VARSENS-EX.
           EXIT.

      *----------------------------------------------------------------
      *  CESSAZIONE GUIDATA: NESSUNA CANCELLAZIONE FISICA, SOLO
      *  SITUAZIONE = 'C', COSI' STORIA E PROGRESSIVI RESTANO
               GO TO INTERROGA-DIPENDENTE-EX.
           DISPLAY 'SITUAZIONE:  ' SITUAZIONE.
           DISPLAY 'NOMINATIVO:  ' NOMINATIVO.
           DISPLAY 'COD.FISCALE: ' CODICE-FISCALE.
           DISPLAY 'INDIRIZZO:   ' INDIRIZZO.
           DISPLAY 'NASCITA:     ' DATA-NASCITA.
           DISPLAY 'ASSUNZIONE:  ' DATA-ASSUNZIONE.
           DISPLAY 'DIPENDENZA:  ' DIPENDENZA.
           DISPLAY 'FERIE:       ' FERIE.
           DISPLAY 'FIGLI:       ' FIGLI.
           IF PERC-PART-TIME = ZERO
               DISPLAY 'ORARIO:      TEMPO PIENO'
           ELSE
               MOVE PERC-PART-TIME TO WS-PERC-PT-ED
               DISPLAY 'PART-TIME:   ' WS-PERC-PT-ED '% TIPO '
                       TIPO-PART-TIME.
           IF CEDOLINO-EMAIL
               DISPLAY 'CEDOLINO:    E-MAIL ' EMAIL-OPERAIO
           ELSE
               IF CEDOLINO-PORTALE
                   DISPLAY 'CEDOLINO:    PORTALE DEL PERSONALE'
               ELSE
                   DISPLAY 'CEDOLINO:    CARTA'.
           DISPLAY 'IBAN:        ' IBAN-OPERAIO.
           DISPLAY 'PROGRESSIVO: ' PROGRESSIVO-RETRIB.
           MOVE TFR-FONDO TO WS-TFR-ED.
       ACCETTA-DATI.
           DISPLAY 'NOMINATIVO:                '.
           ACCEPT NOMINATIVO.
           DISPLAY 'CODICE FISCALE:            '.
           ACCEPT CODICE-FISCALE.
           INSPECT CODICE-FISCALE CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           DISPLAY 'INDIRIZZO:                 '.
           ACCEPT INDIRIZZO.
           DISPLAY 'DATA NASCITA (AAAAMMGG):   '.
           ACCEPT WS-VID-PAGA.
           DISPLAY 'IBAN:                      '.
           ACCEPT IBAN-OPERAIO.
           DISPLAY 'PART-TIME % (999V99, 0 = TEMPO PIENO):'.
           ACCEPT WS-VID-PERC-PT.
           DISPLAY 'TIPO PART-TIME (O=ORIZZ. V=VERT.):'.
           ACCEPT TIPO-PART-TIME.
           DISPLAY 'CEDOLINO (C=CARTA E=E-MAIL P=PORTALE):'.
           ACCEPT CANALE-CEDOLINO.
           DISPLAY 'E-MAIL PER IL CEDOLINO:    '.
           ACCEPT EMAIL-OPERAIO.
       ACCETTA-DATI-EX.
           EXIT.

               MOVE 'N' TO SW-DATI-VALIDI
               MOVE 'NOMINATIVO OBBLIGATORIO' TO WS-MSG-ERRORE
               GO TO VALIDA-DATI-EX.
           IF CODICE-FISCALE = SPACES
               MOVE 'N' TO SW-DATI-VALIDI
               MOVE 'CODICE FISCALE OBBLIGATORIO' TO WS-MSG-ERRORE
               GO TO VALIDA-DATI-EX.
           PERFORM VALIDA-CODICE-FISCALE
                   THRU VALIDA-CODICE-FISCALE-EX.
           IF NOT CF-VALIDO
               MOVE 'N' TO SW-DATI-VALIDI
               MOVE 'CODICE FISCALE NON VALIDO' TO WS-MSG-ERRORE
               GO TO VALIDA-DATI-EX.
           MOVE 'N' TO SW-QUALIFICA-TROVATA.
           PERFORM CONFRONTA-QUALIFICA THRU CONFRONTA-QUALIFICA-EX
                   VARYING WS-IDX-QUAL FROM 1 BY 1
           MOVE WS-VID-CONTINGENZA TO CONTINGENZA.
           MOVE WS-VID-MENSA       TO INDENNITA-MENSA.
           MOVE WS-VID-PAGA        TO PAGA-ORARIA.
      *    PART-TIME: PERCENTUALE FRA 0 E 100 (0 E 100 = TEMPO PIENO,
      *    REGISTRATO A ZERO SENZA TIPO); SOTTO IL 100 IL TIPO
      *    ORIZZONTALE O VERTICALE E' OBBLIGATORIO.
           IF WS-VID-PERC-PT NOT NUMERIC
               MOVE 'N' TO SW-DATI-VALIDI
               MOVE 'PERCENTUALE PART-TIME NON NUMERICA'
                    TO WS-MSG-ERRORE
               GO TO VALIDA-DATI-EX.
           IF WS-VID-PERC-PT-N > 100
               MOVE 'N' TO SW-DATI-VALIDI
               MOVE 'PERCENTUALE PART-TIME OLTRE 100'
                    TO WS-MSG-ERRORE
               GO TO VALIDA-DATI-EX.
           IF WS-VID-PERC-PT-N = ZERO OR WS-VID-PERC-PT-N = 100
               MOVE ZERO  TO PERC-PART-TIME
               MOVE SPACE TO TIPO-PART-TIME
           ELSE
               IF NOT PART-TIME-ORIZZONTALE
               AND NOT PART-TIME-VERTICALE
                   MOVE 'N' TO SW-DATI-VALIDI
                   MOVE 'TIPO PART-TIME NON VALIDO (O/V)'
                        TO WS-MSG-ERRORE
                   GO TO VALIDA-DATI-EX
               ELSE
                   MOVE WS-VID-PERC-PT-N TO PERC-PART-TIME.
      *    L'IBAN, SE PRESENTE, DEVE PASSARE IL CONTROLLO DEL
      *    MODULO 97: UN IBAN SBAGLIATO NON DEVE PIU' SCOPRIRSI AL
      *    RITORNO DEL BONIFICO.
                   MOVE 'IBAN NON VALIDO (MODULO 97)'
                        TO WS-MSG-ERRORE
                   GO TO VALIDA-DATI-EX.
      *    CANALE DEL CEDOLINO: CARTA, E-MAIL O PORTALE; PER L'E-MAIL
      *    SERVE UN INDIRIZZO CON UNA SOLA CHIOCCIOLA.
           IF NOT CEDOLINO-CARTA
           AND NOT CEDOLINO-EMAIL
           AND NOT CEDOLINO-PORTALE
               MOVE 'N' TO SW-DATI-VALIDI
               MOVE 'CANALE CEDOLINO NON VALIDO (C/E/P)'
                    TO WS-MSG-ERRORE
               GO TO VALIDA-DATI-EX.
           MOVE ZERO TO WS-CONTA-CHIOCCIOLE.
           INSPECT EMAIL-OPERAIO TALLYING WS-CONTA-CHIOCCIOLE
                   FOR ALL '@'.
           IF CEDOLINO-EMAIL AND WS-CONTA-CHIOCCIOLE NOT = 1
               MOVE 'N' TO SW-DATI-VALIDI
               MOVE 'E-MAIL DEL CEDOLINO NON VALIDA'
                    TO WS-MSG-ERRORE
               GO TO VALIDA-DATI-EX.
       VALIDA-DATI-EX.
           EXIT.

       RIDUCI-MODULO-97-EX.
           EXIT.

      *----------------------------------------------------------------
      *  CONTROLLO DEL CODICE FISCALE: OGNI CARATTERE DEVE ESSERE DEL
      *  TIPO ATTESO PER LA SUA POSIZIONE, LA LETTERA DEL MESE FRA
      *  QUELLE AMMESSE E LA SEDICESIMA LETTERA UGUALE A QUELLA
      *  CALCOLATA SUI PRIMI QUINDICI CARATTERI.
      *----------------------------------------------------------------
       VALIDA-CODICE-FISCALE.
           MOVE 'N' TO SW-CF-VALIDO.
           MOVE ZERO TO WS-CF-SOMMA.
           MOVE CODICE-FISCALE TO WS-CF-LAVORO.
           PERFORM VALIDA-CF-CARATTERE THRU VALIDA-CF-CARATTERE-EX
                   VARYING WS-CF-POS FROM 1 BY 1
                   UNTIL WS-CF-POS > 15.
           IF WS-CF-POS NOT = 16
               GO TO VALIDA-CODICE-FISCALE-EX.
           MOVE ZERO TO WS-CF-CONTA.
           INSPECT WS-CF-MESI TALLYING WS-CF-CONTA
                   FOR ALL WS-CF-CAR(9).
           IF WS-CF-CONTA = ZERO
               GO TO VALIDA-CODICE-FISCALE-EX.
           COMPUTE WS-CF-QUOZIENTE = WS-CF-SOMMA / 26.
           COMPUTE WS-CF-RESTO = WS-CF-SOMMA
                 - (WS-CF-QUOZIENTE * 26).
           IF WS-LETTERA(WS-CF-RESTO + 1) = WS-CF-CAR(16)
               MOVE 'S' TO SW-CF-VALIDO.
       VALIDA-CODICE-FISCALE-EX.
           EXIT.

       VALIDA-CF-CARATTERE.
           MOVE WS-CF-CAR(WS-CF-POS) TO WS-CF-CARATTERE.
           IF WS-CF-CARATTERE NUMERIC
               IF WS-CF-TIPO-POS(WS-CF-POS) = 'L'
                   GO TO VALIDA-CF-SCARTO
               ELSE
                   COMPUTE WS-CF-INDICE = WS-CF-CIFRA + 1
                   MOVE WS-CF-CIFRA TO WS-CF-VAL-PARI
                   GO TO VALIDA-CF-SOMMA.
           MOVE ZERO TO WS-CF-INDICE.
           PERFORM CERCA-LETTERA-CF THRU CERCA-LETTERA-CF-EX
                   VARYING WS-CF-LET FROM 1 BY 1
                   UNTIL WS-CF-LET > 26
                   OR WS-CF-INDICE NOT = ZERO.
           IF WS-CF-INDICE = ZERO
               GO TO VALIDA-CF-SCARTO.
           IF WS-CF-TIPO-POS(WS-CF-POS) = 'N'
               MOVE ZERO TO WS-CF-CONTA
               INSPECT WS-CF-OMOCODIE TALLYING WS-CF-CONTA
                       FOR ALL WS-CF-CARATTERE
               IF WS-CF-CONTA = ZERO
                   GO TO VALIDA-CF-SCARTO.
           COMPUTE WS-CF-VAL-PARI = WS-CF-INDICE - 1.
       VALIDA-CF-SOMMA.
           DIVIDE WS-CF-POS BY 2 GIVING WS-CF-QUOZIENTE
                  REMAINDER WS-CF-RESTO.
           IF WS-CF-RESTO = 1
               ADD WS-CF-VAL-DISPARI(WS-CF-INDICE) TO WS-CF-SOMMA
           ELSE
               ADD WS-CF-VAL-PARI TO WS-CF-SOMMA.
           GO TO VALIDA-CF-CARATTERE-EX.
      *    CARATTERE FUORI POSTO: SI FORZA L'USCITA DAL CICLO, COSI'
      *    IL CODICE RISULTA INVALIDO.
       VALIDA-CF-SCARTO.
           MOVE 90 TO WS-CF-POS.
       VALIDA-CF-CARATTERE-EX.
           EXIT.

       CERCA-LETTERA-CF.
           IF WS-LETTERA(WS-CF-LET) = WS-CF-CARATTERE
               MOVE WS-CF-LET TO WS-CF-INDICE.
       CERCA-LETTERA-CF-EX.
           EXIT.

       CONFRONTA-QUALIFICA.
           IF QUALIFICA = QUALIFICA-AMMESSA(WS-IDX-QUAL)
