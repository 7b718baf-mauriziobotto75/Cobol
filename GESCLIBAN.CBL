      ******************************************************************
      *  GESTIONE COORDINATE BANCARIE DEI CLIENTI: MANUTENZIONE DEL
      *  FILE CLIBANCA, UN RECORD PER CLIENTE DI FATTURAZIONE CON
      *  L'IBAN SU CUI ACCREDITARE I RIMBORSI (VEDI RIMBORSI) E
      *  L'INTESTATARIO DEL CONTO. IL CLIENTE E' VALIDATO SU FCLIENTI
      *  (SE PRESENTE). SI LAVORA UN CLIENTE ALLA VOLTA DA TASTIERA
      *  (CODICE 0 = FINE), STESSO SCHEMA DI GESMANDATI.
      *  L'INTESTATARIO CAMBIA SUBITO. L'IBAN, CONTROLLATO CON IL
      *  MODULO 97, NON CAMBIA SUBITO: CHIESTA LA PASSWORD
      *  DELL'OPERATORE (ROUTINE CTRLOPER, COME IN GESOPERAI), IL
      *  CAMBIO VA IN SOSPESO SU VARSENS (ARCHIVIO 'B') E PASSA IN
      *  CLIBANCA SOLO CON L'APPROVAZIONE DI UN SECONDO OPERATORE
      *  (APPRVAR). UN CLIENTE NUOVO NASCE CON L'IBAN A SPAZI E
      *  L'IBAN DIGITATO IN SOSPESO.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. GESCLIBAN.
       AUTHOR.  MB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIBANCA ASSIGN TO DATABASE-CLIBANCA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-CLIBANCA
           FILE STATUS IS FS-CLIBANCA.

           SELECT VARSENS ASSIGN SYS047-DA-3340-I-VARSENS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VSN-CHIAVE
           FILE STATUS IS FS-VARSENS.

           SELECT FCLIENTI ASSIGN TO FORMATFILE-FCLIENTI
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FCLIENTI.

       DATA DIVISION.

       FILE SECTION.
       FD CLIBANCA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REC-CLIBANCA.
           COPY FD_CliBanca.

      *----------------------------------------------------------------
      *  VARIAZIONI SENSIBILI IN SOSPESO (TRACCIATO DI GESOPERAI).
      *----------------------------------------------------------------
       FD VARSENS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REC-VARSENS.
           COPY FD_VarSens.

         FD FCLIENTI
            LABEL RECORD IS STANDARD
            RECORD CONTAINS 100 CHARACTERS
            DATA RECORD IS REC-CLIENTI.
       01 REC-CLIENTI.
           05 FCLI-COD-CLI     PIC 9(5).
           05 FILLER           PIC X(95).

       WORKING-STORAGE SECTION.

       01 FS-CLIBANCA                PIC 9(2) VALUE ZEROES.
       01 FS-VARSENS                 PIC 9(2) VALUE ZEROES.
       01 FS-FCLIENTI                PIC 9(2) VALUE ZEROES.

       01 SW-FINE-LAVORO             PIC 9(1) VALUE ZEROES.
           88 FINE-LAVORO             VALUE 1.
       01 SW-FINE-FCLI               PIC 9(1) VALUE ZEROES.
           88 EOF-FCLI                VALUE 1.
       01 SW-FCLIENTI-APERTO         PIC X(1) VALUE 'N'.
           88 WS-FCLIENTI-APERTO     VALUE 'S'.
       01 SW-CLIENTE-TROVATO         PIC X(1) VALUE 'N'.
           88 WS-CLIENTE-TROVATO     VALUE 'S'.
       01 SW-CLB-NUOVO               PIC X(1) VALUE 'N'.
           88 WS-CLB-NUOVO            VALUE 'S'.
       01 SW-OPERATORE               PIC X(1) VALUE 'N'.
           88 OPERATORE-VERIFICATO    VALUE 'S'.

       01 WS-COD-CLI                 PIC 9(5) VALUE ZEROES.
       01 WS-COD-OPERATORE           PIC X(8) VALUE SPACES.
       01 WS-PASSWORD                PIC X(8) VALUE SPACES.
       01 WS-IBAN                    PIC X(27) VALUE SPACES.
       01 WS-VECCHIO-IBAN            PIC X(27) VALUE SPACES.
       01 WS-INTESTATARIO            PIC X(35) VALUE SPACES.
       01 WS-DATA-RUN                PIC 9(8) VALUE ZEROES.
       01 WS-ORA-RUN                 PIC 9(8) VALUE ZEROES.
       01 WS-CTR-AGGIORNATI          PIC 9(5) VALUE ZEROES.
       01 WS-CTR-SOSPESE             PIC 9(5) VALUE ZEROES.

      *----------------------------------------------------------------
      *  CONTROLLO IBAN CON L'ALGORITMO DEL MODULO 97: L'IBAN VIENE
      *  RIORDINATO (I PRIMI 4 CARATTERI IN CODA), LE LETTERE VALGONO
      *  10..35 E IL RESTO DELLA DIVISIONE PER 97 DEVE FARE 1.
      *----------------------------------------------------------------
       01 WS-IBAN-LAVORO             PIC X(27) VALUE SPACES.
       01 WS-IBAN-LAVORO-R REDEFINES WS-IBAN-LAVORO.
           05 WS-IBAN-TESTA          PIC X(4).
           05 WS-IBAN-CODA           PIC X(23).
       01 WS-IBAN-RIORD.
           05 WS-RIORD-CODA          PIC X(23).
           05 WS-RIORD-TESTA         PIC X(4).
       01 WS-IBAN-RIORD-R REDEFINES WS-IBAN-RIORD.
           05 WS-IBAN-CAR            PIC X OCCURS 27 TIMES.
       01 WS-IBAN-CARATTERE          PIC X VALUE SPACE.
       01 WS-IBAN-CIFRA-X REDEFINES WS-IBAN-CARATTERE PIC 9.
       01 WS-ALFABETO                PIC X(26) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-ALFABETO-R REDEFINES WS-ALFABETO.
           05 WS-LETTERA             PIC X OCCURS 26 TIMES.
       01 WS-IBAN-POS                PIC 9(2) VALUE ZEROES.
       01 WS-IBAN-LET                PIC 9(2) VALUE ZEROES.
       01 WS-IBAN-VALORE             PIC 9(2) VALUE ZEROES.
       01 WS-IBAN-RESTO              PIC 9(4) VALUE ZEROES.
       01 WS-IBAN-QUOZIENTE          PIC 9(4) VALUE ZEROES.
       01 SW-IBAN-VALIDO             PIC X(1) VALUE 'N'.
           88 IBAN-VALIDO             VALUE 'S'.
       01 SW-LETTERA-TROVATA         PIC X(1) VALUE 'N'.
           88 LETTERA-TROVATA         VALUE 'S'.

           COPY PAR_CtrlOper.
           COPY PAR_DataCont.

       PROCEDURE DIVISION.

       INIZIO.
          PERFORM OP-INIZIALI THRU OP-INIZIALI-EX.
          PERFORM LAVORA-CLIENTE THRU LAVORA-CLIENTE-EX
                  UNTIL FINE-LAVORO.
          PERFORM OP-FINALI THRU OP-FINALI-EX.
          STOP RUN.

      *----------------------------------------------------------------
      *  APRE CLIBANCA IN I-O (CREANDOLO AL PRIMO UTILIZZO, SCHEMA
      *  DI APRI-PARTITE IN INCASSI); SENZA FCLIENTI IL COD-CLI NON
      *  VIENE VALIDATO (SEGNALATO). IL CODICE OPERATORE E' QUELLO
      *  CHE FIRMA LE VARIAZIONI IN SOSPESO.
      *----------------------------------------------------------------
       OP-INIZIALI.
          MOVE 'D' TO DCP-FUNZIONE.
          MOVE 'GESCLIBAN' TO DCP-PROGRAMMA.
          CALL 'DATACONT' USING PARAMETRI-DATACONT.
          DISPLAY 'CODICE OPERATORE: '.
          ACCEPT WS-COD-OPERATORE.
          IF WS-COD-OPERATORE = SPACES
             DISPLAY 'CODICE OPERATORE OBBLIGATORIO'
             STOP RUN WITH ERROR STATUS 16.
          OPEN I-O CLIBANCA.
          IF FS-CLIBANCA NOT = '00'
             OPEN OUTPUT CLIBANCA
             CLOSE CLIBANCA
             OPEN I-O CLIBANCA.
          IF FS-CLIBANCA NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE CLIBANCA - FS=' FS-CLIBANCA
             STOP RUN WITH ERROR STATUS 16.
          OPEN INPUT FCLIENTI.
          IF FS-FCLIENTI = '00'
             MOVE 'S' TO SW-FCLIENTI-APERTO
          ELSE
             DISPLAY 'FCLIENTI ASSENTE: COD-CLI NON VALIDATO'.
       OP-INIZIALI-EX.
          EXIT.

       LAVORA-CLIENTE.
          DISPLAY 'CODICE CLIENTE (00000 = FINE): '.
          ACCEPT WS-COD-CLI.
          IF WS-COD-CLI = ZEROES
             MOVE 1 TO SW-FINE-LAVORO
             GO TO LAVORA-CLIENTE-EX.
          PERFORM VALIDA-COD-CLI THRU VALIDA-COD-CLI-EX.
          IF NOT WS-CLIENTE-TROVATO
             DISPLAY 'COD-CLI NON PRESENTE SU FCLIENTI'
             GO TO LAVORA-CLIENTE-EX.
          MOVE 'N' TO SW-CLB-NUOVO.
          MOVE WS-COD-CLI TO CLB-COD-CLI.
          READ CLIBANCA.
          IF FS-CLIBANCA = '23'
             MOVE 'S' TO SW-CLB-NUOVO
             MOVE SPACES     TO REC-CLIBANCA
             MOVE WS-COD-CLI TO CLB-COD-CLI
             MOVE ZEROES     TO CLB-DATA-VAR
             DISPLAY 'CLIENTE SENZA COORDINATE BANCARIE'
          ELSE
             IF FS-CLIBANCA NOT = '00'
                DISPLAY 'ERRORE IN LETTURA CLIBANCA - FS='
                        FS-CLIBANCA
                GO TO LAVORA-CLIENTE-EX
             ELSE
                DISPLAY 'IBAN:          ' CLB-IBAN
                DISPLAY 'INTESTATARIO:  ' CLB-INTESTATARIO
                DISPLAY 'ULT. VARIAZ.:  ' CLB-DATA-VAR.
          MOVE CLB-IBAN TO WS-VECCHIO-IBAN.
          DISPLAY 'INTESTATARIO DEL CONTO (SPAZI = INVARIATO): '.
          MOVE SPACES TO WS-INTESTATARIO.
          ACCEPT WS-INTESTATARIO.
          IF WS-INTESTATARIO NOT = SPACES
             MOVE WS-INTESTATARIO TO CLB-INTESTATARIO.
          IF CLB-INTESTATARIO = SPACES
             DISPLAY 'INTESTATARIO OBBLIGATORIO: NESSUNA VARIAZIONE'
             GO TO LAVORA-CLIENTE-EX.
          DISPLAY 'IBAN DI ACCREDITO (SPAZI = INVARIATO): '.
          MOVE SPACES TO WS-IBAN.
          ACCEPT WS-IBAN.
          IF WS-IBAN = WS-VECCHIO-IBAN
             MOVE SPACES TO WS-IBAN.
          IF WS-IBAN = SPACES
             GO TO C010.
          MOVE WS-IBAN TO WS-IBAN-LAVORO.
          PERFORM VALIDA-IBAN THRU VALIDA-IBAN-EX.
          IF NOT IBAN-VALIDO
             DISPLAY 'IBAN NON VALIDO (CONTROLLO MODULO 97): '
                     'NESSUNA VARIAZIONE'
             GO TO LAVORA-CLIENTE-EX.
          PERFORM CONTROLLA-OPERATORE THRU CONTROLLA-OPERATORE-EX.
          IF NOT OPERATORE-VERIFICATO
             GO TO LAVORA-CLIENTE-EX.
       C010.
      *   IN CLIBANCA RESTA L'IBAN DI PRIMA FINO ALL'APPROVAZIONE.
          MOVE WS-VECCHIO-IBAN TO CLB-IBAN.
          MOVE DCP-DATA-CONTABILE TO CLB-DATA-VAR.
          IF WS-CLB-NUOVO
             WRITE REC-CLIBANCA
          ELSE
             REWRITE REC-CLIBANCA.
          IF FS-CLIBANCA NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA CLIBANCA - FS=' FS-CLIBANCA
             GO TO LAVORA-CLIENTE-EX.
          ADD 1 TO WS-CTR-AGGIORNATI.
          DISPLAY 'COORDINATE REGISTRATE'.
          IF WS-IBAN NOT = SPACES
             PERFORM REGISTRA-SOSPESA THRU REGISTRA-SOSPESA-EX.
       LAVORA-CLIENTE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  IL COD-CLI E' VALIDO SE COMPARE SU FCLIENTI (SCANSIONE
      *  SEQUENZIALE, RIAPERTA AD OGNI CONTROLLO, COME IN GESSTCLI);
      *  SENZA FCLIENTI OGNI CODICE NON ZERO PASSA CON LA
      *  SEGNALAZIONE DATA ALL'AVVIO.
      *----------------------------------------------------------------
       VALIDA-COD-CLI.
          IF NOT WS-FCLIENTI-APERTO
             MOVE 'S' TO SW-CLIENTE-TROVATO
             GO TO VALIDA-COD-CLI-EX.
          MOVE 'N' TO SW-CLIENTE-TROVATO.
          MOVE ZEROES TO SW-FINE-FCLI.
          CLOSE FCLIENTI.
          OPEN INPUT FCLIENTI.
          IF FS-FCLIENTI NOT = '00'
             MOVE 'N' TO SW-FCLIENTI-APERTO
             MOVE 'S' TO SW-CLIENTE-TROVATO
             GO TO VALIDA-COD-CLI-EX.
          PERFORM CERCA-CLIENTE THRU CERCA-CLIENTE-EX
                  UNTIL EOF-FCLI OR WS-CLIENTE-TROVATO.
       VALIDA-COD-CLI-EX.
          EXIT.

       CERCA-CLIENTE.
          READ FCLIENTI AT END MOVE 1 TO SW-FINE-FCLI
               GO TO CERCA-CLIENTE-EX.
          IF FS-FCLIENTI NOT = '00'
             MOVE 1 TO SW-FINE-FCLI
             GO TO CERCA-CLIENTE-EX.
          IF FCLI-COD-CLI = WS-COD-CLI
             MOVE 'S' TO SW-CLIENTE-TROVATO.
       CERCA-CLIENTE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  PRIMA DI METTERE IN SOSPESO UN CAMBIO DI IBAN L'OPERATORE
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
          MOVE 'GESCLIBAN' TO COP-PROGRAMMA.
          MOVE WS-COD-OPERATORE TO COP-OPERATORE.
          MOVE WS-PASSWORD TO COP-PASSWORD.
          CALL 'CTRLOPER' USING PARAMETRI-CTRLOPER.
          IF COP-ESITO-OK
             MOVE 'S' TO SW-OPERATORE
             GO TO CONTROLLA-OPERATORE-EX.
          IF COP-ESITO-BLOCCATO
             DISPLAY 'OPERATORE BLOCCATO: VARIAZIONE ANNULLATA'
             GO TO CONTROLLA-OPERATORE-EX.
          IF COP-ESITO-SCADUTA
             DISPLAY 'PASSWORD SCADUTA: VARIAZIONE ANNULLATA'
             GO TO CONTROLLA-OPERATORE-EX.
          IF COP-ESITO-ERRORE
             DISPLAY 'ARCHIVIO OPERATORI ASSENTE: ANNULLATA'
             GO TO CONTROLLA-OPERATORE-EX.
          DISPLAY 'CODICE O PASSWORD ERRATI: ANNULLATA'.
       CONTROLLA-OPERATORE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  CAMBIO DI IBAN IN SOSPESO SU VARSENS (CREATO AL PRIMO
      *  UTILIZZO): VALE DALL'APPROVAZIONE, SENZA DATA DI EFFETTO.
      *----------------------------------------------------------------
       REGISTRA-SOSPESA.
          OPEN I-O VARSENS.
          IF FS-VARSENS NOT = '00'
             OPEN OUTPUT VARSENS
             CLOSE VARSENS
             OPEN I-O VARSENS.
          IF FS-VARSENS NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE VARSENS - FS=' FS-VARSENS
             DISPLAY 'CAMBIO DI IBAN NON REGISTRATO'
             GO TO REGISTRA-SOSPESA-EX.
          MOVE DCP-DATA-SISTEMA TO WS-DATA-RUN.
          ACCEPT WS-ORA-RUN FROM TIME.
          MOVE SPACES TO REC-VARSENS.
          MOVE WS-DATA-RUN      TO VSN-DATA-INS.
          MOVE WS-ORA-RUN       TO VSN-ORA-INS.
          MOVE 'B'              TO VSN-ARCHIVIO.
          MOVE KEY-CLIBANCA     TO VSN-CHIAVE-REC.
          MOVE 'IB'             TO VSN-CAMPO.
          MOVE CLB-INTESTATARIO TO VSN-DESCRIZIONE.
          MOVE WS-VECCHIO-IBAN  TO VSN-VECCHIO.
          MOVE WS-IBAN          TO VSN-NUOVO.
          MOVE ZEROES           TO VSN-DATA-EFFETTO.
          MOVE 'GESCLIBAN'      TO VSN-PROGRAMMA-INS.
          MOVE WS-COD-OPERATORE TO VSN-OPERATORE-INS.
          MOVE 'P'              TO VSN-STATO.
          MOVE ZEROES TO VSN-DATA-ESITO VSN-ORA-ESITO.
          WRITE REC-VARSENS.
          IF FS-VARSENS NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA VARSENS - FS=' FS-VARSENS
             DISPLAY 'CAMBIO DI IBAN NON REGISTRATO'
          ELSE
             ADD 1 TO WS-CTR-SOSPESE
             DISPLAY 'CAMBIO DI IBAN IN ATTESA DI APPROVAZIONE'.
          CLOSE VARSENS.
       REGISTRA-SOSPESA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  CONTROLLO IBAN (MODULO 97): VALIDO SOLO SE TUTTI I 27
      *  CARATTERI SONO CIFRE O LETTERE E IL RESTO DELLA DIVISIONE
      *  PER 97 DELL'IBAN RIORDINATO FA 1.
      *----------------------------------------------------------------
       VALIDA-IBAN.
          MOVE 'N' TO SW-IBAN-VALIDO.
          MOVE ZEROES TO WS-IBAN-RESTO.
          MOVE WS-IBAN-CODA  TO WS-RIORD-CODA.
          MOVE WS-IBAN-TESTA TO WS-RIORD-TESTA.
          PERFORM VALIDA-IBAN-CARATTERE
                  THRU VALIDA-IBAN-CARATTERE-EX
                  VARYING WS-IBAN-POS FROM 1 BY 1
                  UNTIL WS-IBAN-POS > 27.
          IF WS-IBAN-POS = 28 AND WS-IBAN-RESTO = 1
             MOVE 'S' TO SW-IBAN-VALIDO.
       VALIDA-IBAN-EX.
          EXIT.

       VALIDA-IBAN-CARATTERE.
          MOVE WS-IBAN-CAR (WS-IBAN-POS) TO WS-IBAN-CARATTERE.
          IF WS-IBAN-CARATTERE NUMERIC
             COMPUTE WS-IBAN-RESTO = (WS-IBAN-RESTO * 10)
                   + WS-IBAN-CIFRA-X
             PERFORM RIDUCI-MODULO-97 THRU RIDUCI-MODULO-97-EX
             GO TO VALIDA-IBAN-CARATTERE-EX.
          MOVE 'N' TO SW-LETTERA-TROVATA.
          PERFORM CERCA-LETTERA THRU CERCA-LETTERA-EX
                  VARYING WS-IBAN-LET FROM 1 BY 1
                  UNTIL WS-IBAN-LET > 26
                  OR LETTERA-TROVATA.
          IF NOT LETTERA-TROVATA
      *      CARATTERE NON AMMESSO: SI FORZA L'USCITA DAL CICLO
      *      CON IL RESTO GUASTATO, COSI' L'IBAN RISULTA INVALIDO.
             MOVE 99 TO WS-IBAN-RESTO
             MOVE 27 TO WS-IBAN-POS
             GO TO VALIDA-IBAN-CARATTERE-EX.
          COMPUTE WS-IBAN-RESTO = (WS-IBAN-RESTO * 100)
                + WS-IBAN-VALORE.
          PERFORM RIDUCI-MODULO-97 THRU RIDUCI-MODULO-97-EX.
       VALIDA-IBAN-CARATTERE-EX.
          EXIT.

       CERCA-LETTERA.
          IF WS-LETTERA (WS-IBAN-LET) = WS-IBAN-CARATTERE
             MOVE 'S' TO SW-LETTERA-TROVATA
             COMPUTE WS-IBAN-VALORE = WS-IBAN-LET + 9.
       CERCA-LETTERA-EX.
          EXIT.

       RIDUCI-MODULO-97.
          COMPUTE WS-IBAN-QUOZIENTE = WS-IBAN-RESTO / 97.
          COMPUTE WS-IBAN-RESTO = WS-IBAN-RESTO
                - (WS-IBAN-QUOZIENTE * 97).
       RIDUCI-MODULO-97-EX.
          EXIT.

       OP-FINALI.
          CLOSE CLIBANCA.
          IF WS-FCLIENTI-APERTO
             CLOSE FCLIENTI.
          DISPLAY 'CLIENTI AGGIORNATI: ' WS-CTR-AGGIORNATI.
          DISPLAY 'IBAN IN SOSPESO:    ' WS-CTR-SOSPESE.
       OP-FINALI-EX.
          EXIT.
