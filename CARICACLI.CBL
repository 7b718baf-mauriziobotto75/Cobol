      *  INPUT DELIMITATO DA PUNTO E VIRGOLA (CODICE;RAGIONE
      *  SOCIALE;INDIRIZZO;CAP;CITTA';TELEFONO;PARTITA IVA), APPLICA
      *  GLI STESSI CONTROLLI DI VALIDITA' DEL CARICAMENTO A VIDEO DI
      *  INSCLIENTI (RAGIONE SOCIALE OBBLIGATORIA, CAP PLAUSIBILE,
      *  CIFRA DI CONTROLLO DI PARTITA IVA / CODICE FISCALE)
      *  E SCRIVE I RECORD ACCETTATI SU CLIENTI, TRACCIANDO OGNI
      *  INSERIMENTO SU AUDIT-TRAIL COME FA IL PERCORSO A VIDEO.
      *  OGNI RECORD RESPINTO (COMPRESE LE CHIAVI DUPLICATE) FINISCE
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CARICACLI.
      *----------------------------------------------------------------
      * MODIFICHE
      * 13-10-2026 MB  PARTITA IVA / CODICE FISCALE CONTROLLATI CON LA
      *                CIFRA DI CONTROLLO (CONTROLLA-CODFISC, COME IN
      *                INSCLIENTI E QUALCLI): LE RIGHE CON UN CODICE
      *                ERRATO FINISCONO SUGLI SCARTI.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
           05  WS-CTR-ACCETTATI    PIC 9(6) VALUE ZERO.
           05  WS-CTR-SCARTATI     PIC 9(6) VALUE ZERO.

      *----------------------------------------------------------------
      *  CONTROLLO FORMALE PARTITA IVA / CODICE FISCALE: IN INGRESSO
      *  WS-CF-CODICE, IN USCITA WS-CF-ESITO ('S' VALIDO) E IL MOTIVO
      *  IN WS-CF-MSG. STESSO CONTROLLO DI QUALCLI.
      *----------------------------------------------------------------
       01  WS-CTRL-FISCALE.
           05  WS-CF-CODICE        PIC X(16).
           05  WS-CF-CARATTERI REDEFINES WS-CF-CODICE.
               10  WS-CF-CAR       PIC X OCCURS 16.
           05  WS-CF-CIFRE REDEFINES WS-CF-CODICE.
               10  WS-CF-CIFRA     PIC 9 OCCURS 16.
           05  WS-CF-POS           PIC 99.
           05  WS-CF-IND           PIC 99.
           05  WS-CF-VALORE        PIC 99.
           05  WS-CF-SOMMA         PIC 9(4).
           05  WS-CF-QUOZIENTE     PIC 9(4).
           05  WS-CF-RESTO         PIC 99.
           05  WS-CF-ESITO         PIC X.
               88  WS-CF-VALIDO        VALUE 'S'.
           05  WS-CF-MSG           PIC X(40).
       01  WS-CF-SIMBOLI           PIC X(36)
               VALUE '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-CF-SIMBOLI-R REDEFINES WS-CF-SIMBOLI.
           05  WS-CF-SIMBOLO       PIC X OCCURS 36.
      *    VALORE DEI CARATTERI IN POSIZIONE DISPARI DEL CODICE
      *    FISCALE, NELL'ORDINE DI WS-CF-SIMBOLI (CIFRE, POI A-Z).
       01  WS-CF-TAB-DISPARI.
           05  FILLER PIC X(20) VALUE '01000507091315171921'.
           05  FILLER PIC X(20) VALUE '01000507091315171921'.
           05  FILLER PIC X(20) VALUE '02041820110306081214'.
           05  FILLER PIC X(12) VALUE '161022252423'.
       01  WS-CF-TAB-DISPARI-R REDEFINES WS-CF-TAB-DISPARI.
           05  WS-CF-DISPARI       PIC 99 OCCURS 36.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                    MOVE 'CAP NON VALIDO' TO WS-MSG-ERRORE
                 END-IF
           END-EVALUATE.
           IF DATI-VALIDI AND WS-FLU-PIVA NOT = SPACES
              MOVE WS-FLU-PIVA TO WS-CF-CODICE
              PERFORM CONTROLLA-CODFISC THRU CONTROLLA-CODFISC-EX
              IF NOT WS-CF-VALIDO
                 MOVE 'N' TO SW-DATI-VALIDI
                 MOVE WS-CF-MSG TO WS-MSG-ERRORE
              END-IF
           END-IF.
       VALIDA-RIGA-EX.
           EXIT.

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

       SCRIVI-SCARTO.
           MOVE REC-FLUSSO TO SCA-RIGA.
           MOVE ' ; ' TO SCA-SEPARATORE.
