       IDENTIFICATION DIVISION.

       PROGRAM-ID.
           GESGARANTI.

       AUTHOR.
           BOTTO.

       DATE-WRITTEN.
           15-10-2026.

       REMARKS.

           GESTIONE A CONSOLE DEI GARANTI DEI CONTRATTI DI
           FINANZIAMENTO: LA TESTATA (FILE-CONTRATTI) HA POSTO SOLO
           PER IL COD-CLI DEL DEBITORE, I GARANTI STANNO IN
           FILE-GARANTI CON CHIAVE NUMERO CONTRATTO + PROGRESSIVO.
           PER OGNI GARANTE: NOMINATIVO, INDIRIZZO, CODICE FISCALE
           (O PARTITA IVA, CON LO STESSO CONTROLLO FORMALE DI
           INSCLIENTI), IMPORTO GARANTITO E SCADENZA DELLA GARANZIA
           (0 = FINO AD ESTINZIONE DEL DEBITO). SI PUO' INSERIRE UN
           NUOVO GARANTE, VARIARNE O CANCELLARNE UNO. I GARANTI SONO
           AVVISATI DA FINSOLL QUANDO L'ARRETRATO DEL CONTRATTO
           SUPERA LA SOGLIA; LE GARANZIE SCADUTE SU CONTRATTI ANCORA
           APERTI LE ELENCA GARSCAD.

       ENVIRONMENT  DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER.
           PC-HP.
       OBJECT-COMPUTER.
           PC-HP.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.

           SELECT FILE-CONTRATTI ASSIGN TO DISK
                                 ACCESS IS DYNAMIC
                                 ORGANIZATION IS INDEXED
                                 RECORD KEY IS CON-NUM-CONTRATTO
                                 FILE STATUS IS WS-FS-CONTRATTI.

           SELECT FILE-GARANTI  ASSIGN TO DISK
                                 ACCESS IS DYNAMIC
                                 ORGANIZATION IS INDEXED
                                 RECORD KEY IS KEY-GARANTE
                                 FILE STATUS IS WS-FS-GARANTI.

       DATA  DIVISION.

       FILE  SECTION.

       FD  FILE-CONTRATTI
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REC-CONTRATTO.

       01  REC-CONTRATTO.
           03 CON-NUM-CONTRATTO         PIC 9(06).
           03 CON-COD-CLI               PIC 9(06).
           03 CON-CLIENTE               PIC X(20).
           03 CON-OBJETO                PIC X(20).
           03 CON-VALOR                 PIC 9(6)V99.
           03 CON-ENTRADA               PIC 9(6)V99.
           03 CON-TAXA                  PIC 9(3)V99.
           03 CON-NUM-PARCELAS          PIC 99.
           03 CON-DATA-CREAZIONE        PIC 9(8).
           03 CON-STATO                 PIC X.
              88 CONTRATTO-APERTO          VALUE 'A' ' '.
              88 CONTRATTO-SALDATO         VALUE 'S'.
              88 CONTRATTO-RINEGOZIATO     VALUE 'R'.
           03 CON-VERSIONE              PIC 99.
      *    TIPO TASSO: 'F' (O SPAZIO) = FISSO; 'I' = INDICIZZATO SU
      *    CON-COD-INDICE (TABELLA FILE-INDICI, VEDI GESINDICI) PIU'
      *    CON-SPREAD, FRA MINIMO E MASSIMO (MASSIMO ZERO = SENZA
      *    TETTO). CON-TAXA E' SEMPRE IL TASSO IN VIGORE, RIVISTO DA
      *    REVTASSI ALLA DATA CON-DATA-REVISIONE.
           03 CON-TIPO-TASSO            PIC X.
              88 TASSO-FISSO               VALUE 'F' ' '.
              88 TASSO-INDICIZZATO         VALUE 'I'.
           03 CON-COD-INDICE            PIC X(6).
           03 CON-SPREAD                PIC 9(2)V999.
           03 CON-TASSO-MIN             PIC 9(3)V99.
           03 CON-TASSO-MAX             PIC 9(3)V99.
           03 CON-DATA-REVISIONE        PIC 9(8).
      *    TRASPARENZA: TAEG CALCOLATO ALLA FIRMA O ALL'ULTIMA
      *    RINEGOZIAZIONE, SPESE DI ISTRUTTORIA (PAGATE ALLA FIRMA) E
      *    SPESE DI INCASSO PER RATA. SPAZI SUI CONTRATTI NATI PRIMA.
           03 CON-TAEG                  PIC 9(2)V99.
           03 CON-SPESE-ISTRUTTORIA     PIC 9(4)V99.
           03 CON-SPESE-INCASSO         PIC 9V99.
      *    CATEGORIA DI CREDITO PER LE SOGLIE D'USURA (TABELLA
      *    FILE-SOGLIE, VEDI GESSOGLIE): 'F' (O SPAZIO) = CREDITO
      *    FINALIZZATO, 'P' = PRESTITO PERSONALE, 'A' = ALTRI
      *    FINANZIAMENTI (CONSOLIDAMENTI).
           03 CON-CATEGORIA             PIC X.
              88 CATEGORIA-FINALIZZATO     VALUE 'F' ' '.
              88 CATEGORIA-PERSONALE       VALUE 'P'.
              88 CATEGORIA-ALTRI           VALUE 'A'.

      *----------------------------------------------------------------
      *  GARANTI DEI CONTRATTI: CHIAVE NUMERO CONTRATTO + PROGRESSIVO.
      *  SCADENZA ZERO = GARANZIA FINO AD ESTINZIONE DEL DEBITO.
      *  DATA E ARRETRATO DELL'ULTIMO AVVISO SONO AGGIORNATI DA
      *  FINSOLL (ZERO = MAI AVVISATO).
      *----------------------------------------------------------------
       FD  FILE-GARANTI
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REC-GARANTE.

       01  REC-GARANTE.
           03 KEY-GARANTE.
              05 GAR-NUM-CONTRATTO      PIC 9(06).
              05 GAR-PROGRESSIVO        PIC 99.
           03 GAR-NOMINATIVO            PIC X(30).
           03 GAR-INDIRIZZO             PIC X(30).
           03 GAR-CAP                   PIC 9(5).
           03 GAR-CITTA                 PIC X(25).
           03 GAR-PROVINCIA             PIC XX.
           03 GAR-COD-FISCALE           PIC X(16).
           03 GAR-IMPORTO               PIC 9(7)V99.
           03 GAR-SCADENZA              PIC 9(8).
           03 GAR-DATA-AVVISO           PIC 9(8).
           03 GAR-ARRETRATO-AVVISO      PIC 9(7)V99.
           03 FILLER                    PIC X(20).

       WORKING-STORAGE SECTION.

       01  WS-FS-CONTRATTI                 PIC XX VALUE '00'.
       01  WS-FS-GARANTI                   PIC XX VALUE '00'.
       01  WS-FINE-GARANTI                 PIC 9 VALUE ZERO.
           88 EOF-GARANTI                   VALUE 1.

       01  WS-NUM-CONTRATTO                PIC 9(6) VALUE ZEROES.
       01  WS-PROGRESSIVO                  PIC 99 VALUE ZERO.
       01  WS-ULTIMO-PROGRESSIVO           PIC 99 VALUE ZERO.
       01  WS-OPERAZIONE                   PIC X VALUE SPACE.
           88 OP-INSERISCI                  VALUE 'I'.
           88 OP-VARIA                      VALUE 'V'.
           88 OP-CANCELLA                   VALUE 'C'.
       01  WS-CONFERMA                     PIC X VALUE 'N'.
       01  WS-CTR-ELENCATI                 PIC 9(4) VALUE ZERO.
       01  WS-IMPORTO-ED                   PIC Z,ZZZ,ZZ9.99.

      *----------------------------------------------------------------
      *  DATI DEL GARANTE DIGITATI (SPAZI O ZERO IN VARIAZIONE =
      *  INVARIATO).
      *----------------------------------------------------------------
       01  WS-GARANTE.
           03 WS-NOMINATIVO                PIC X(30).
           03 WS-INDIRIZZO                 PIC X(30).
           03 WS-CAP                       PIC 9(5).
           03 WS-CITTA                     PIC X(25).
           03 WS-PROVINCIA                 PIC XX.
           03 WS-COD-FISCALE               PIC X(16).
           03 WS-IMPORTO                   PIC 9(7)V99.
           03 WS-SCADENZA                  PIC 9(8).
           03 WS-SCADENZA-R REDEFINES WS-SCADENZA.
              05 WS-SCAD-ANNO              PIC 9(4).
              05 WS-SCAD-MESE              PIC 9(2).
              05 WS-SCAD-GIORNO            PIC 9(2).

      *----------------------------------------------------------------
      *  CONTROLLO FORMALE PARTITA IVA / CODICE FISCALE: IN INGRESSO
      *  WS-CF-CODICE, IN USCITA WS-CF-ESITO ('S' VALIDO) E IL MOTIVO
      *  IN WS-CF-MSG. STESSO CONTROLLO DI INSCLIENTI E QUALCLI.
      *----------------------------------------------------------------
       01  WS-CTRL-FISCALE.
           03 WS-CF-CODICE                 PIC X(16).
           03 WS-CF-CARATTERI REDEFINES WS-CF-CODICE.
              05 WS-CF-CAR                 PIC X OCCURS 16.
           03 WS-CF-CIFRE REDEFINES WS-CF-CODICE.
              05 WS-CF-CIFRA               PIC 9 OCCURS 16.
           03 WS-CF-POS                    PIC 99.
           03 WS-CF-IND                    PIC 99.
           03 WS-CF-VALORE                 PIC 99.
           03 WS-CF-SOMMA                  PIC 9(4).
           03 WS-CF-QUOZIENTE              PIC 9(4).
           03 WS-CF-RESTO                  PIC 99.
           03 WS-CF-ESITO                  PIC X.
              88 WS-CF-VALIDO               VALUE 'S'.
           03 WS-CF-MSG                    PIC X(40).
       01  WS-CF-SIMBOLI                   PIC X(36)
               VALUE '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-CF-SIMBOLI-R REDEFINES WS-CF-SIMBOLI.
           03 WS-CF-SIMBOLO                PIC X OCCURS 36.
      *    VALORE DEI CARATTERI IN POSIZIONE DISPARI DEL CODICE
      *    FISCALE, NELL'ORDINE DI WS-CF-SIMBOLI (CIFRE, POI A-Z).
       01  WS-CF-TAB-DISPARI.
           03 FILLER PIC X(20) VALUE '01000507091315171921'.
           03 FILLER PIC X(20) VALUE '01000507091315171921'.
           03 FILLER PIC X(20) VALUE '02041820110306081214'.
           03 FILLER PIC X(12) VALUE '161022252423'.
       01  WS-CF-TAB-DISPARI-R REDEFINES WS-CF-TAB-DISPARI.
           03 WS-CF-DISPARI                PIC 99 OCCURS 36.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT FILE-CONTRATTI.
           IF WS-FS-CONTRATTI NOT = '00'
               DISPLAY 'TESTATA CONTRATTI ASSENTE - FS='
                       WS-FS-CONTRATTI
               STOP RUN
           END-IF.
           OPEN I-O FILE-GARANTI.
           IF WS-FS-GARANTI NOT = '00'
               OPEN OUTPUT FILE-GARANTI
               CLOSE FILE-GARANTI
               OPEN I-O FILE-GARANTI
           END-IF.
           IF WS-FS-GARANTI NOT = '00'
               DISPLAY 'IMPOSSIBILE APRIRE FILE-GARANTI - FS='
                       WS-FS-GARANTI
               STOP RUN
           END-IF.

       CHIEDI-CONTRATTO.
           DISPLAY 'NUMERO CONTRATTO (0 = FINE): '.
           MOVE ZEROES TO WS-NUM-CONTRATTO.
           ACCEPT WS-NUM-CONTRATTO.
           IF WS-NUM-CONTRATTO = ZEROES
               GO TO FINE-LAVORO.
           MOVE WS-NUM-CONTRATTO TO CON-NUM-CONTRATTO.
           READ FILE-CONTRATTI.
           IF WS-FS-CONTRATTI NOT = '00'
               DISPLAY 'CONTRATTO NON A TESTATA'
               GO TO CHIEDI-CONTRATTO.
           DISPLAY 'CONTRATTO ' CON-NUM-CONTRATTO
                   '  CLIENTE ' CON-CLIENTE
                   '  STATO ' CON-STATO.
           PERFORM ELENCA-GARANTI.

       CHIEDI-OPERAZIONE.
           DISPLAY 'OPERAZIONE (I = NUOVO GARANTE, V = VARIA, '
                   'C = CANCELLA, SPAZIO = ALTRO CONTRATTO): '.
           MOVE SPACE TO WS-OPERAZIONE.
           ACCEPT WS-OPERAZIONE.
           IF WS-OPERAZIONE = SPACE
               GO TO CHIEDI-CONTRATTO.
           IF OP-INSERISCI
               PERFORM INSERISCI-GARANTE THRU INSERISCI-GARANTE-EX
               GO TO CHIEDI-OPERAZIONE.
           IF NOT OP-VARIA AND NOT OP-CANCELLA
               DISPLAY 'OPERAZIONE NON VALIDA'
               GO TO CHIEDI-OPERAZIONE.
           DISPLAY 'PROGRESSIVO DEL GARANTE: '.
           ACCEPT WS-PROGRESSIVO.
           MOVE WS-NUM-CONTRATTO TO GAR-NUM-CONTRATTO.
           MOVE WS-PROGRESSIVO   TO GAR-PROGRESSIVO.
           READ FILE-GARANTI.
           IF WS-FS-GARANTI NOT = '00'
               DISPLAY 'GARANTE NON PRESENTE SUL CONTRATTO'
               GO TO CHIEDI-OPERAZIONE.
           IF OP-CANCELLA
               PERFORM CANCELLA-GARANTE THRU CANCELLA-GARANTE-EX
           ELSE
               PERFORM VARIA-GARANTE THRU VARIA-GARANTE-EX
           END-IF.
           GO TO CHIEDI-OPERAZIONE.

      *----------------------------------------------------------------
      *  NUOVO GARANTE: PROGRESSIVO SUCCESSIVO ALL'ULTIMO DEL
      *  CONTRATTO, TUTTI I DATI OBBLIGATORI TRANNE LA SCADENZA.
      *----------------------------------------------------------------
       INSERISCI-GARANTE.
           IF NOT CONTRATTO-APERTO
               DISPLAY 'CONTRATTO NON APERTO: GARANTE NON INSERITO'
               GO TO INSERISCI-GARANTE-EX.
           IF WS-ULTIMO-PROGRESSIVO = 99
               DISPLAY 'RAGGIUNTO IL NUMERO MASSIMO DI GARANTI'
               GO TO INSERISCI-GARANTE-EX.
           MOVE SPACES TO WS-GARANTE.
           MOVE ZEROES TO WS-CAP WS-IMPORTO WS-SCADENZA.
           PERFORM CHIEDI-DATI-GARANTE.
           IF WS-NOMINATIVO = SPACES OR WS-INDIRIZZO = SPACES
              OR WS-CITTA = SPACES OR WS-COD-FISCALE = SPACES
               DISPLAY 'NOMINATIVO, INDIRIZZO, CITTA E CODICE '
                       'FISCALE OBBLIGATORI'
               GO TO INSERISCI-GARANTE-EX.
           IF WS-IMPORTO = ZERO
               DISPLAY 'IMPORTO GARANTITO OBBLIGATORIO'
               GO TO INSERISCI-GARANTE-EX.
           PERFORM CONTROLLA-DATI-GARANTE THRU
                   CONTROLLA-DATI-GARANTE-EX.
           IF NOT WS-CF-VALIDO
               GO TO INSERISCI-GARANTE-EX.
           MOVE SPACES TO REC-GARANTE.
           MOVE WS-NUM-CONTRATTO TO GAR-NUM-CONTRATTO.
           COMPUTE GAR-PROGRESSIVO = WS-ULTIMO-PROGRESSIVO + 1.
           MOVE ZEROES TO GAR-DATA-AVVISO GAR-ARRETRATO-AVVISO.
           PERFORM CARICA-DATI-GARANTE.
           WRITE REC-GARANTE.
           IF WS-FS-GARANTI NOT = '00'
               DISPLAY 'ERRORE IN SCRITTURA FILE-GARANTI - FS='
                       WS-FS-GARANTI
           ELSE
               MOVE GAR-PROGRESSIVO TO WS-ULTIMO-PROGRESSIVO
               DISPLAY 'GARANTE ' GAR-PROGRESSIVO ' REGISTRATO'
           END-IF.
       INSERISCI-GARANTE-EX.
           EXIT.

       VARIA-GARANTE.
           PERFORM MOSTRA-GARANTE.
           MOVE SPACES TO WS-GARANTE.
           MOVE ZEROES TO WS-CAP WS-IMPORTO WS-SCADENZA.
           DISPLAY 'NUOVI DATI (SPAZI O ZERO = INVARIATO)'.
           PERFORM CHIEDI-DATI-GARANTE.
           IF WS-NOMINATIVO = SPACES
               MOVE GAR-NOMINATIVO TO WS-NOMINATIVO.
           IF WS-INDIRIZZO = SPACES
               MOVE GAR-INDIRIZZO TO WS-INDIRIZZO.
           IF WS-CAP = ZERO
               MOVE GAR-CAP TO WS-CAP.
           IF WS-CITTA = SPACES
               MOVE GAR-CITTA TO WS-CITTA.
           IF WS-PROVINCIA = SPACES
               MOVE GAR-PROVINCIA TO WS-PROVINCIA.
           IF WS-COD-FISCALE = SPACES
               MOVE GAR-COD-FISCALE TO WS-COD-FISCALE.
           IF WS-IMPORTO = ZERO
               MOVE GAR-IMPORTO TO WS-IMPORTO.
           IF WS-SCADENZA = ZERO
               MOVE GAR-SCADENZA TO WS-SCADENZA.
           PERFORM CONTROLLA-DATI-GARANTE THRU
                   CONTROLLA-DATI-GARANTE-EX.
           IF NOT WS-CF-VALIDO
               GO TO VARIA-GARANTE-EX.
           DISPLAY 'CONFERMARE LA VARIAZIONE (S/N)? '.
           ACCEPT WS-CONFERMA.
           IF WS-CONFERMA NOT = 'S'
               DISPLAY 'VARIAZIONE ANNULLATA'
               GO TO VARIA-GARANTE-EX.
           PERFORM CARICA-DATI-GARANTE.
           REWRITE REC-GARANTE.
           IF WS-FS-GARANTI NOT = '00'
               DISPLAY 'ERRORE IN RISCRITTURA FILE-GARANTI - FS='
                       WS-FS-GARANTI
           ELSE
               DISPLAY 'GARANTE VARIATO'
           END-IF.
       VARIA-GARANTE-EX.
           EXIT.

       CANCELLA-GARANTE.
           PERFORM MOSTRA-GARANTE.
           DISPLAY 'CONFERMARE LA CANCELLAZIONE (S/N)? '.
           ACCEPT WS-CONFERMA.
           IF WS-CONFERMA NOT = 'S'
               DISPLAY 'CANCELLAZIONE ANNULLATA'
               GO TO CANCELLA-GARANTE-EX.
           DELETE FILE-GARANTI.
           IF WS-FS-GARANTI NOT = '00'
               DISPLAY 'ERRORE IN CANCELLAZIONE - FS=' WS-FS-GARANTI
           ELSE
               DISPLAY 'GARANTE CANCELLATO'
           END-IF.
       CANCELLA-GARANTE-EX.
           EXIT.

       CHIEDI-DATI-GARANTE.
           DISPLAY 'NOMINATIVO: '.
           ACCEPT WS-NOMINATIVO.
           DISPLAY 'INDIRIZZO: '.
           ACCEPT WS-INDIRIZZO.
           DISPLAY 'CAP: '.
           ACCEPT WS-CAP.
           DISPLAY 'CITTA: '.
           ACCEPT WS-CITTA.
           DISPLAY 'PROVINCIA (SIGLA): '.
           ACCEPT WS-PROVINCIA.
           DISPLAY 'CODICE FISCALE O PARTITA IVA: '.
           ACCEPT WS-COD-FISCALE.
           DISPLAY 'IMPORTO GARANTITO: '.
           ACCEPT WS-IMPORTO.
           DISPLAY 'SCADENZA GARANZIA (AAAAMMGG, 0 = A ESTINZIONE): '.
           ACCEPT WS-SCADENZA.

      *----------------------------------------------------------------
      *  CODICE FISCALE FORMALMENTE VALIDO E SCADENZA PLAUSIBILE; AL
      *  RITORNO WS-CF-ESITO DICE SE SI PUO' REGISTRARE.
      *----------------------------------------------------------------
       CONTROLLA-DATI-GARANTE.
           MOVE WS-COD-FISCALE TO WS-CF-CODICE.
           PERFORM CONTROLLA-CODFISC THRU CONTROLLA-CODFISC-EX.
           IF NOT WS-CF-VALIDO
               DISPLAY WS-CF-MSG
               GO TO CONTROLLA-DATI-GARANTE-EX.
           MOVE WS-CF-CODICE TO WS-COD-FISCALE.
           IF WS-SCADENZA = ZERO
               GO TO CONTROLLA-DATI-GARANTE-EX.
           IF WS-SCAD-MESE < 1 OR WS-SCAD-MESE > 12
              OR WS-SCAD-GIORNO < 1 OR WS-SCAD-GIORNO > 31
               MOVE 'N' TO WS-CF-ESITO
               DISPLAY 'SCADENZA NON VALIDA'
               GO TO CONTROLLA-DATI-GARANTE-EX.
           IF WS-SCADENZA < CON-DATA-CREAZIONE
               MOVE 'N' TO WS-CF-ESITO
               DISPLAY 'SCADENZA ANTERIORE ALLA CREAZIONE DEL CONTRATTO'
           END-IF.
       CONTROLLA-DATI-GARANTE-EX.
           EXIT.

       CARICA-DATI-GARANTE.
           MOVE WS-NOMINATIVO  TO GAR-NOMINATIVO.
           MOVE WS-INDIRIZZO   TO GAR-INDIRIZZO.
           MOVE WS-CAP         TO GAR-CAP.
           MOVE WS-CITTA       TO GAR-CITTA.
           MOVE WS-PROVINCIA   TO GAR-PROVINCIA.
           MOVE WS-COD-FISCALE TO GAR-COD-FISCALE.
           MOVE WS-IMPORTO     TO GAR-IMPORTO.
           MOVE WS-SCADENZA    TO GAR-SCADENZA.

       MOSTRA-GARANTE.
           MOVE GAR-IMPORTO TO WS-IMPORTO-ED.
           DISPLAY 'GARANTE ' GAR-PROGRESSIVO '  ' GAR-NOMINATIVO
                   '  C.F. ' GAR-COD-FISCALE.
           DISPLAY '   ' GAR-INDIRIZZO '  ' GAR-CAP ' ' GAR-CITTA
                   ' ' GAR-PROVINCIA.
           DISPLAY '   GARANTISCE ' WS-IMPORTO-ED
                   '  SCADENZA ' GAR-SCADENZA
                   '  ULTIMO AVVISO ' GAR-DATA-AVVISO.

      *----------------------------------------------------------------
      *  GARANTI DEL CONTRATTO IN ORDINE DI PROGRESSIVO; RICORDA
      *  L'ULTIMO PROGRESSIVO USATO PER IL PROSSIMO INSERIMENTO.
      *----------------------------------------------------------------
       ELENCA-GARANTI.
           MOVE ZERO TO WS-FINE-GARANTI WS-CTR-ELENCATI
                        WS-ULTIMO-PROGRESSIVO.
           MOVE WS-NUM-CONTRATTO TO GAR-NUM-CONTRATTO.
           MOVE ZEROES TO GAR-PROGRESSIVO.
           START FILE-GARANTI KEY IS NOT LESS THAN KEY-GARANTE
                 INVALID KEY MOVE 1 TO WS-FINE-GARANTI.
           PERFORM UNTIL EOF-GARANTI
               READ FILE-GARANTI NEXT
                   AT END MOVE 1 TO WS-FINE-GARANTI
               END-READ
               IF NOT EOF-GARANTI
                   IF GAR-NUM-CONTRATTO NOT = WS-NUM-CONTRATTO
                       MOVE 1 TO WS-FINE-GARANTI
                   ELSE
                       PERFORM MOSTRA-GARANTE
                       MOVE GAR-PROGRESSIVO TO WS-ULTIMO-PROGRESSIVO
                       ADD 1 TO WS-CTR-ELENCATI
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY 'GARANTI DEL CONTRATTO: ' WS-CTR-ELENCATI.

      *----------------------------------------------------------------
      *  PARTITA IVA (11 CIFRE, O CODICE FISCALE NUMERICO DI SOCIETA'):
      *  ULTIMA CIFRA DI CONTROLLO CON L'ALGORITMO DI LUHN SULLE PRIME
      *  10. CODICE FISCALE DI PERSONA FISICA (16 CARATTERI): LETTERE
      *  IN POSIZIONE 1-6, 9, 12, CARATTERE DI CONTROLLO IN POSIZIONE
      *  16 CALCOLATO SUI PRIMI 15 CON LE TABELLE PARI/DISPARI.
      *----------------------------------------------------------------
       CONTROLLA-CODFISC.
           MOVE 'S' TO WS-CF-ESITO.
           MOVE SPACES TO WS-CF-MSG.
           INSPECT WS-CF-CODICE CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF WS-CF-CODICE (12:5) = SPACES
               GO TO CF050.
           MOVE ZEROES TO WS-CF-SOMMA.
           PERFORM CF-SOMMA-CARATTERE THRU CF-SOMMA-CARATTERE-EX
                   VARYING WS-CF-POS FROM 1 BY 1
                   UNTIL WS-CF-POS > 15 OR NOT WS-CF-VALIDO.
           IF NOT WS-CF-VALIDO
               MOVE 'CODICE FISCALE: FORMATO NON VALIDO' TO WS-CF-MSG
               GO TO CONTROLLA-CODFISC-EX.
           DIVIDE WS-CF-SOMMA BY 26 GIVING WS-CF-QUOZIENTE
                  REMAINDER WS-CF-RESTO.
           IF WS-CF-CAR (16) NOT = WS-CF-SIMBOLO (WS-CF-RESTO + 11)
               MOVE 'N' TO WS-CF-ESITO
               MOVE 'CODICE FISCALE: CARATTERE DI CONTROLLO'
                    TO WS-CF-MSG.
           GO TO CONTROLLA-CODFISC-EX.
       CF050.
           IF WS-CF-CODICE (1:11) NOT NUMERIC
               MOVE 'N' TO WS-CF-ESITO
               MOVE 'PARTITA IVA: NON SONO 11 CIFRE' TO WS-CF-MSG
               GO TO CONTROLLA-CODFISC-EX.
           IF WS-CF-CODICE (1:7) = '0000000'
               MOVE 'N' TO WS-CF-ESITO
               MOVE 'PARTITA IVA: MATRICOLA A ZERO' TO WS-CF-MSG
               GO TO CONTROLLA-CODFISC-EX.
           MOVE ZEROES TO WS-CF-SOMMA.
           PERFORM CF-SOMMA-CIFRA THRU CF-SOMMA-CIFRA-EX
                   VARYING WS-CF-POS FROM 1 BY 1
                   UNTIL WS-CF-POS > 10.
           DIVIDE WS-CF-SOMMA BY 10 GIVING WS-CF-QUOZIENTE
                  REMAINDER WS-CF-RESTO.
           IF WS-CF-RESTO NOT = ZERO
               COMPUTE WS-CF-RESTO = 10 - WS-CF-RESTO.
           IF WS-CF-CIFRA (11) NOT = WS-CF-RESTO
               MOVE 'N' TO WS-CF-ESITO
               MOVE 'PARTITA IVA: CIFRA DI CONTROLLO ERRATA'
                    TO WS-CF-MSG.
       CONTROLLA-CODFISC-EX.
           EXIT.

       CF-SOMMA-CARATTERE.
           MOVE ZEROES TO WS-CF-IND.
           INSPECT WS-CF-SIMBOLI TALLYING WS-CF-IND
                   FOR CHARACTERS BEFORE INITIAL WS-CF-CAR (WS-CF-POS).
           IF WS-CF-IND > 35
               MOVE 'N' TO WS-CF-ESITO
               GO TO CF-SOMMA-CARATTERE-EX.
           ADD 1 TO WS-CF-IND.
           IF WS-CF-IND < 11
           AND (WS-CF-POS < 7 OR WS-CF-POS = 9 OR WS-CF-POS = 12)
               MOVE 'N' TO WS-CF-ESITO
               GO TO CF-SOMMA-CARATTERE-EX.
           IF WS-CF-IND < 11
               COMPUTE WS-CF-VALORE = WS-CF-IND - 1
           ELSE
               COMPUTE WS-CF-VALORE = WS-CF-IND - 11.
           DIVIDE WS-CF-POS BY 2 GIVING WS-CF-QUOZIENTE
                  REMAINDER WS-CF-RESTO.
           IF WS-CF-RESTO = 1
               MOVE WS-CF-DISPARI (WS-CF-IND) TO WS-CF-VALORE.
           ADD WS-CF-VALORE TO WS-CF-SOMMA.
       CF-SOMMA-CARATTERE-EX.
           EXIT.

       CF-SOMMA-CIFRA.
           DIVIDE WS-CF-POS BY 2 GIVING WS-CF-QUOZIENTE
                  REMAINDER WS-CF-RESTO.
           IF WS-CF-RESTO = 1
               MOVE WS-CF-CIFRA (WS-CF-POS) TO WS-CF-VALORE
           ELSE
               COMPUTE WS-CF-VALORE = WS-CF-CIFRA (WS-CF-POS) * 2.
           IF WS-CF-VALORE > 9
               SUBTRACT 9 FROM WS-CF-VALORE.
           ADD WS-CF-VALORE TO WS-CF-SOMMA.
       CF-SOMMA-CIFRA-EX.
           EXIT.

       FINE-LAVORO.
           CLOSE FILE-CONTRATTI FILE-GARANTI.
           STOP RUN.

       END PROGRAM GESGARANTI.
