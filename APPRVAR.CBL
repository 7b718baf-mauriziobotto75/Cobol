      ******************************************************************
      *  APPROVAZIONE DELLE VARIAZIONI SENSIBILI IN SOSPESO (VARSENS):
      *  IBAN, PAGA ORARIA E MINIMO DI CATEGORIA DEI DIPENDENTI
      *  (INSERITI DA GESOPERAI) E AUMENTI DEL LIMITE DI ACQUISTO DEI
      *  CONTI (INSERITI DA GESCONTI) E IBAN DI ACCREDITO DEI CLIENTI
      *  DI FATTURAZIONE (INSERITI DA GESCLIBAN, VANNO SU CLIBANCA).
      *  L'OPERATORE SI IDENTIFICA CON
      *  CODICE E PASSWORD (ROUTINE CTRLOPER: TRE TENTATIVI, POI IL
      *  CODICE E' BLOCCATO) E DEVE AVERE L'ABILITAZIONE
      *  OPE-PERM-APPR CONCESSA DA GESOPER. LE VARIAZIONI SONO
      *  PROPOSTE UNA ALLA VOLTA IN ORDINE DI INSERIMENTO: QUELLE
      *  INSERITE DALLO STESSO OPERATORE NON SONO TRATTABILI.
      *  ALL'APPROVAZIONE IL NUOVO VALORE PASSA IN ANAGRAFICA SOLO SE
      *  QUELLA RIPORTA ANCORA IL VALORE DI PARTENZA, ALTRIMENTI LA
      *  VARIAZIONE E' RESPINTA D'UFFICIO. UN CAMBIO DI PAGA APPROVATO
      *  FINISCE SULLO STORICO VARIAZIONI (STORPAGHE) CON LA REGOLA
      *  DEGLI ARRETRATI DI GESOPERAI E SUL REGISTRO DI AUDIT
      *  (AUDITOPER) A NOME DI CHI APPROVA. UNA RESPINTA CHIEDE IL
      *  MOTIVO. IL PROSPETTO DELLE VARIAZIONI E' STAVARS.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. APPRVAR.
       AUTHOR.  MB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370-HI45.
       OBJECT-COMPUTER. IBM-370-HI45.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VARSENS ASSIGN SYS047-DA-3340-I-VARSENS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VSN-CHIAVE
               FILE STATUS IS FS-VARSENS.

           SELECT ANOPIS ASSIGN SYS007-DA-3340-I-ANOPIS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE
               FILE STATUS IS FS-ANOPIS.

           SELECT AUDITOPER ASSIGN SYS013-DA-3340-S
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-AUDITOPER.

           SELECT STORPAGHE ASSIGN SYS024-DA-3340-S
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-STORPAGHE.

           SELECT FILE-CLIENTI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CONTO-CLIENTE
               FILE STATUS IS FS-CLIENTI.

           SELECT CLIBANCA ASSIGN TO DATABASE-CLIBANCA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-CLIBANCA
               FILE STATUS IS FS-CLIBANCA.

       DATA DIVISION.
       FILE SECTION.
       FD  VARSENS,
           LABEL RECORD STANDARD,
           DATA RECORD REC-VARSENS.
           COPY FD_VarSens.

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
           02  CANALE-CEDOLINO           PIC X.
           02  EMAIL-OPERAIO             PIC X(50).
           02  CODICE-FISCALE            PIC X(16).

      *----------------------------------------------------------------
      *  REGISTRO DI AUDIT DI GESOPERAI: UNA RIGA 'V' PER OGNI
      *  VARIAZIONE APPROVATA, A NOME DI CHI APPROVA.
      *----------------------------------------------------------------
       FD  AUDITOPER,
           LABEL RECORD STANDARD,
           DATA RECORD REC-AUDITOPER.
       01  REC-AUDITOPER.
           02 AUD-DATA                  PIC 9(8).
           02 AUD-ORA                   PIC 9(8).
           02 AUD-OPERATORE             PIC X(8).
           02 AUD-CHIAVE                PIC X(8).
           02 AUD-TIPO                  PIC X.
           02 AUD-NOMINATIVO            PIC X(25).

      *----------------------------------------------------------------
      *  STORICO VARIAZIONI RETRIBUTIVE (TRACCIATO DI GESOPERAI).
      *----------------------------------------------------------------
       FD  STORPAGHE,
           LABEL RECORD STANDARD,
           DATA RECORD REC-STORPAGHE.
       01  REC-STORPAGHE.
           02 SPA-CHIAVE                PIC X(8).
           02 SPA-DATA-EFFETTO          PIC 9(8).
           02 SPA-DATA-REGISTRAZIONE    PIC 9(8).
           02 SPA-CAMPO                 PIC XX.
           02 SPA-VECCHIO               PIC 9(5).
           02 SPA-NUOVO                 PIC 9(5).
           02 SPA-LIQUIDATO             PIC X.
           02 SPA-TIPO-PT-VECCHIO       PIC X.
           02 SPA-TIPO-PT-NUOVO         PIC X.
           02 FILLER                    PIC X.

      *----------------------------------------------------------------
      *  MASTER DI FATTURAZIONE (TRACCIATO DI GESCONTI).
      *----------------------------------------------------------------
       FD  FILE-CLIENTI,
           LABEL RECORD STANDARD,
           DATA RECORD RECORD-CLIENTE.
       01  RECORD-CLIENTE.
           02 IDENTIFICAZIONE-CONTO.
              03 TIPO-CONTO             PIC X.
              03 NUMERO-CONTO-CLIENTE.
                 04 NUMERO-MAGAZZINO    PIC 999.
                 04 NUMERO-PROGRESSIVO  PIC 9(4).
              03 CICLO-FATTURAZIONE     PIC 99.
              03 NOME-CLIENTE           PIC X(22).
              03 INDIRIZZO-CLIENTE      PIC X(22).
              03 CITTA-CLIENTE          PIC X(22).
           02 FID0.
              03 CODICE-FRAZIONE        PIC X.
              03 LIMITE-ACQUISTO        PIC 9(4).
           02 RESTO-DEL-RECORD          PIC X(169).
           02 CODICE-BLOCCO             PIC X.

      *----------------------------------------------------------------
      *  COORDINATE BANCARIE DEI CLIENTI (TRACCIATO DI GESCLIBAN).
      *----------------------------------------------------------------
       FD  CLIBANCA,
           LABEL RECORD STANDARD,
           DATA RECORD REC-CLIBANCA.
           COPY FD_CliBanca.

       WORKING-STORAGE SECTION.

       01  FS-VARSENS                    PIC XX VALUE '00'.
           88 FS-VARSENS-OK              VALUE '00'.
       01  FS-ANOPIS                     PIC XX VALUE '00'.
           88 FS-ANOPIS-OK               VALUE '00'.
       01  FS-AUDITOPER                  PIC XX VALUE '00'.
           88 FS-AUDITOPER-OK            VALUE '00'.
       01  FS-STORPAGHE                  PIC XX VALUE '00'.
           88 FS-STORPAGHE-OK            VALUE '00'.
       01  FS-CLIENTI                    PIC XX VALUE '00'.
           88 FS-CLIENTI-OK              VALUE '00'.
       01  FS-CLIBANCA                   PIC XX VALUE '00'.
           88 FS-CLIBANCA-OK             VALUE '00'.
       01  SW-CLIBANCA-APERTO            PIC X VALUE 'N'.
           88 CLIBANCA-APERTO            VALUE 'S'.

       01  SW-FINE-VARSENS               PIC 9  VALUE ZERO.
           88 EOF-VARSENS                VALUE 1.
       01  SW-FINE-LAVORO                PIC 9  VALUE ZERO.
           88 FINE-RICHIESTA             VALUE 1.

       77  WS-COD-OPERATORE              PIC X(8) VALUE SPACES.
       77  WS-PASSWORD                   PIC X(8) VALUE SPACES.
       77  WS-TENTATIVI                  PIC 9 VALUE ZERO.
       77  WS-RISPOSTA                   PIC X VALUE SPACE.
       77  WS-MOTIVO                     PIC X(30) VALUE SPACES.
       77  WS-DATA-RUN                   PIC 9(8) VALUE ZERO.
       77  WS-ORA-RUN                    PIC 9(8) VALUE ZERO.
       77  WS-CTR-APPROVATE              PIC 9(5) VALUE ZERO.
       77  WS-CTR-RESPINTE               PIC 9(5) VALUE ZERO.
       77  WS-CTR-SALTATE                PIC 9(5) VALUE ZERO.
       77  WS-IMPORTO-ED                 PIC ZZZZ9.
       77  WS-DESCR-CAMPO                PIC X(20) VALUE SPACES.
       01  SW-APPLICATA                  PIC X VALUE 'N'.
           88 VARIAZIONE-APPLICATA       VALUE 'S'.

      *----------------------------------------------------------------
      *  REGOLA DEGLI ARRETRATI (COME SCRIVI-STORPAGHE IN GESOPERAI):
      *  UN CAMBIO CON EFFETTO IN UN MESE PRECEDENTE A QUELLO
      *  DELL'APPROVAZIONE NASCE 'DA LIQUIDARE'.
      *----------------------------------------------------------------
       01  WS-DATA-EFFETTO               PIC 9(8) VALUE ZERO.
       01  WS-DATA-EFFETTO-R REDEFINES WS-DATA-EFFETTO.
           02 FILLER                     PIC 99.
           02 WS-EFF-AAMM                PIC 9(4).
           02 FILLER                     PIC 99.
       01  WS-DATA-CORRENTE              PIC 9(8) VALUE ZERO.
       01  WS-DATA-CORRENTE-R REDEFINES WS-DATA-CORRENTE.
           02 FILLER                     PIC 99.
           02 WS-RUN-AAMM                PIC 9(4).
           02 FILLER                     PIC 99.

           COPY PAR_CtrlOper.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGN-ON THRU SIGN-ON-EX
                   UNTIL COP-ESITO-OK
                   OR WS-TENTATIVI >= 3.
           IF NOT COP-ESITO-OK
               DISPLAY 'ACCESSO NEGATO'
               STOP RUN.
           OPEN I-O VARSENS.
           IF NOT FS-VARSENS-OK
               DISPLAY 'NESSUNA VARIAZIONE SENSIBILE REGISTRATA'
               STOP RUN.
           OPEN I-O ANOPIS.
           IF NOT FS-ANOPIS-OK
               DISPLAY 'ANAGRAFICA OPERAI NON APRIBILE - FS='
                       FS-ANOPIS
               CLOSE VARSENS
               STOP RUN.
           OPEN I-O FILE-CLIENTI.
           IF NOT FS-CLIENTI-OK
               DISPLAY 'MASTER DI FATTURAZIONE NON APRIBILE - FS='
                       FS-CLIENTI
               CLOSE VARSENS, ANOPIS
               STOP RUN.
      *    COORDINATE BANCARIE FACOLTATIVE: SENZA FILE I CAMBI DI
      *    IBAN DEI CLIENTI SI RESPINGONO ALL'APPROVAZIONE.
           OPEN I-O CLIBANCA.
           IF FS-CLIBANCA-OK
               MOVE 'S' TO SW-CLIBANCA-APERTO.
           PERFORM APRI-AUDITOPER THRU APRI-AUDITOPER-EX.
           PERFORM APRI-STORPAGHE THRU APRI-STORPAGHE-EX.
           ACCEPT WS-DATA-CORRENTE FROM DATE YYYYMMDD.
           MOVE LOW-VALUES TO VSN-CHIAVE.
           START VARSENS KEY IS NOT LESS THAN VSN-CHIAVE.
           IF NOT FS-VARSENS-OK
               GO TO FINE.
       LEGGI-VARSENS.
           READ VARSENS NEXT RECORD AT END MOVE 1 TO SW-FINE-VARSENS.
           IF EOF-VARSENS
               GO TO FINE.
           IF NOT VSN-IN-SOSPESO
               GO TO LEGGI-VARSENS.
           PERFORM TRATTA-VARIAZIONE THRU TRATTA-VARIAZIONE-EX.
           IF FINE-RICHIESTA
               GO TO FINE.
           GO TO LEGGI-VARSENS.

      *----------------------------------------------------------------
      *  SIGN-ON: CODICE E PASSWORD VERIFICATI DA CTRLOPER CON
      *  L'ABILITAZIONE ALL'APPROVAZIONE; AL TERZO TENTATIVO FALLITO
      *  IL CODICE E' BLOCCATO (NON PER LA SOLA MANCANZA
      *  DELL'ABILITAZIONE, CHE CHIUDE SUBITO).
      *----------------------------------------------------------------
       SIGN-ON.
           MOVE SPACES TO WS-COD-OPERATORE WS-PASSWORD.
           DISPLAY 'CODICE OPERATORE: '.
           ACCEPT WS-COD-OPERATORE.
           DISPLAY 'PASSWORD: '.
           ACCEPT WS-PASSWORD.
           INITIALIZE PARAMETRI-CTRLOPER.
           MOVE 'V' TO COP-FUNZIONE.
           MOVE 'APPRVAR' TO COP-PROGRAMMA.
           MOVE WS-COD-OPERATORE TO COP-OPERATORE.
           MOVE WS-PASSWORD TO COP-PASSWORD.
           MOVE 'A' TO COP-PERMESSO.
           CALL 'CTRLOPER' USING PARAMETRI-CTRLOPER.
           IF COP-ESITO-OK
               GO TO SIGN-ON-EX.
           ADD 1 TO WS-TENTATIVI.
           EVALUATE TRUE
               WHEN COP-ESITO-BLOCCATO
                   DISPLAY 'OPERATORE BLOCCATO: SBLOCCO CON GESOPER'
               WHEN COP-ESITO-SCADUTA
                   DISPLAY 'PASSWORD SCADUTA: CAMBIARLA DAL SIGN-ON '
                           'DI INSCLIENTI'
                   MOVE 3 TO WS-TENTATIVI
               WHEN COP-ESITO-NON-ABIL
                   DISPLAY 'OPERATORE NON ABILITATO ALL''APPROVAZIONE'
                   MOVE 3 TO WS-TENTATIVI
               WHEN COP-ESITO-ERRORE
                   DISPLAY 'ARCHIVIO OPERATORI ASSENTE: '
                           'CARICARLO CON GESOPER'
                   MOVE 3 TO WS-TENTATIVI
               WHEN OTHER
                   DISPLAY 'CODICE O PASSWORD ERRATI'
           END-EVALUATE.
           IF COP-ESITO-PASSWORD AND WS-TENTATIVI >= 3
               MOVE 'B' TO COP-FUNZIONE
               CALL 'CTRLOPER' USING PARAMETRI-CTRLOPER
               MOVE 'P' TO COP-ESITO
               DISPLAY 'OPERATORE BLOCCATO DOPO 3 TENTATIVI'.
       SIGN-ON-EX.
           EXIT.

       APRI-AUDITOPER.
           OPEN INPUT AUDITOPER.
           IF FS-AUDITOPER-OK
               CLOSE AUDITOPER
               OPEN EXTEND AUDITOPER
           ELSE
               OPEN OUTPUT AUDITOPER.
       APRI-AUDITOPER-EX.
           EXIT.

       APRI-STORPAGHE.
           OPEN INPUT STORPAGHE.
           IF FS-STORPAGHE-OK
               CLOSE STORPAGHE
               OPEN EXTEND STORPAGHE
           ELSE
               OPEN OUTPUT STORPAGHE.
       APRI-STORPAGHE-EX.
           EXIT.

      *----------------------------------------------------------------
      *  PROPONE UNA VARIAZIONE IN SOSPESO: A = APPROVA, R = RESPINGE,
      *  SPAZIO = LASCIA IN SOSPESO, F = FINE LAVORO.
      *----------------------------------------------------------------
       TRATTA-VARIAZIONE.
           IF VSN-OPERATORE-INS = WS-COD-OPERATORE
               ADD 1 TO WS-CTR-SALTATE
               GO TO TRATTA-VARIAZIONE-EX.
           PERFORM MOSTRA-VARIAZIONE THRU MOSTRA-VARIAZIONE-EX.
           DISPLAY 'A=APPROVA R=RESPINGE SPAZIO=SALTA F=FINE: '.
           MOVE SPACE TO WS-RISPOSTA.
           ACCEPT WS-RISPOSTA.
           IF WS-RISPOSTA = 'F'
               MOVE 1 TO SW-FINE-LAVORO
               GO TO TRATTA-VARIAZIONE-EX.
           IF WS-RISPOSTA = 'A'
               PERFORM APPROVA-VARIAZIONE THRU APPROVA-VARIAZIONE-EX
               GO TO TRATTA-VARIAZIONE-EX.
           IF WS-RISPOSTA NOT = 'R'
               ADD 1 TO WS-CTR-SALTATE
               GO TO TRATTA-VARIAZIONE-EX.
           MOVE SPACES TO WS-MOTIVO.
           DISPLAY 'MOTIVO DEL RIFIUTO: '.
           ACCEPT WS-MOTIVO.
           IF WS-MOTIVO = SPACES
               DISPLAY 'MOTIVO OBBLIGATORIO: RESTA IN SOSPESO'
               ADD 1 TO WS-CTR-SALTATE
               GO TO TRATTA-VARIAZIONE-EX.
           PERFORM RESPINGI-VARIAZIONE THRU RESPINGI-VARIAZIONE-EX.
       TRATTA-VARIAZIONE-EX.
           EXIT.

       MOSTRA-VARIAZIONE.
           EVALUATE TRUE
               WHEN VSN-IBAN   MOVE 'IBAN'             TO WS-DESCR-CAMPO
               WHEN VSN-PAGA   MOVE 'PAGA ORARIA'      TO WS-DESCR-CAMPO
               WHEN VSN-MINIMO MOVE 'MINIMO CATEGORIA' TO WS-DESCR-CAMPO
               WHEN VSN-LIMITE MOVE 'LIMITE ACQUISTO'  TO WS-DESCR-CAMPO
               WHEN OTHER      MOVE VSN-CAMPO          TO WS-DESCR-CAMPO
           END-EVALUATE.
           DISPLAY ' '.
           DISPLAY 'INSERITA IL ' VSN-DATA-INS ' DA ' VSN-OPERATORE-INS
                   ' (' VSN-PROGRAMMA-INS ')'.
           IF VSN-ANOPIS
               DISPLAY 'DIPENDENTE: ' VSN-CHIAVE-REC ' '
                       VSN-DESCRIZIONE
           ELSE
               IF VSN-CLIBANCA
                   DISPLAY 'CLIENTE:    ' VSN-CHIAVE-REC ' '
                           VSN-DESCRIZIONE
               ELSE
                   DISPLAY 'CONTO:      ' VSN-CHIAVE-REC ' '
                           VSN-DESCRIZIONE.
           DISPLAY 'CAMPO:      ' WS-DESCR-CAMPO.
           IF VSN-IBAN
               DISPLAY 'DA:         ' VSN-VECCHIO
               DISPLAY 'A:          ' VSN-NUOVO
           ELSE
               MOVE VSN-VECCHIO-IMPORTO TO WS-IMPORTO-ED
               DISPLAY 'DA:         ' WS-IMPORTO-ED
               MOVE VSN-NUOVO-IMPORTO TO WS-IMPORTO-ED
               DISPLAY 'A:          ' WS-IMPORTO-ED.
           IF VSN-DATA-EFFETTO NOT = ZERO
               DISPLAY 'EFFETTO:    ' VSN-DATA-EFFETTO.
       MOSTRA-VARIAZIONE-EX.
           EXIT.

      *----------------------------------------------------------------
      *  APPLICA IL NUOVO VALORE ALL'ANAGRAFICA E CHIUDE LA VARIAZIONE
      *  COME APPROVATA; SE IL RECORD NON C'E' PIU' O IL VALORE NON E'
      *  QUELLO DI PARTENZA LA VARIAZIONE E' RESPINTA D'UFFICIO.
      *----------------------------------------------------------------
       APPROVA-VARIAZIONE.
           MOVE 'N' TO SW-APPLICATA.
           MOVE SPACES TO WS-MOTIVO.
           IF VSN-ANOPIS
               PERFORM APPLICA-ANOPIS THRU APPLICA-ANOPIS-EX
           ELSE
               IF VSN-CLIBANCA
                   PERFORM APPLICA-CLIBANCA THRU APPLICA-CLIBANCA-EX
               ELSE
                   PERFORM APPLICA-CLIENTI THRU APPLICA-CLIENTI-EX.
           IF NOT VARIAZIONE-APPLICATA
               DISPLAY 'NON APPLICABILE: ' WS-MOTIVO
               PERFORM RESPINGI-VARIAZIONE THRU RESPINGI-VARIAZIONE-EX
               GO TO APPROVA-VARIAZIONE-EX.
           MOVE 'A' TO VSN-STATO.
           PERFORM CHIUDI-VARIAZIONE THRU CHIUDI-VARIAZIONE-EX.
           ADD 1 TO WS-CTR-APPROVATE.
           DISPLAY 'VARIAZIONE APPROVATA E APPLICATA'.
       APPROVA-VARIAZIONE-EX.
           EXIT.

       APPLICA-ANOPIS.
           MOVE VSN-CHIAVE-REC TO CHIAVE.
           READ ANOPIS.
           IF NOT FS-ANOPIS-OK
               MOVE 'DIPENDENTE NON IN ANAGRAFICA' TO WS-MOTIVO
               GO TO APPLICA-ANOPIS-EX.
           IF VSN-IBAN
               IF IBAN-OPERAIO NOT = VSN-VECCHIO
                   MOVE 'IBAN CAMBIATO DOPO L''INSERIMENTO'
                        TO WS-MOTIVO
                   GO TO APPLICA-ANOPIS-EX
               ELSE
                   MOVE VSN-NUOVO TO IBAN-OPERAIO.
           IF VSN-PAGA
               IF PAGA-ORARIA NOT = VSN-VECCHIO-IMPORTO
                   MOVE 'PAGA CAMBIATA DOPO L''INSERIMENTO'
                        TO WS-MOTIVO
                   GO TO APPLICA-ANOPIS-EX
               ELSE
                   MOVE VSN-NUOVO-IMPORTO TO PAGA-ORARIA.
           IF VSN-MINIMO
               IF MINIMO-CATEGORIA NOT = VSN-VECCHIO-IMPORTO
                   MOVE 'MINIMO CAMBIATO DOPO L''INSERIMENTO'
                        TO WS-MOTIVO
                   GO TO APPLICA-ANOPIS-EX
               ELSE
                   MOVE VSN-NUOVO-IMPORTO TO MINIMO-CATEGORIA.
           REWRITE ANAG-OPERAI.
           IF NOT FS-ANOPIS-OK
               MOVE 'ERRORE IN VARIAZIONE ANOPIS' TO WS-MOTIVO
               GO TO APPLICA-ANOPIS-EX.
           MOVE 'S' TO SW-APPLICATA.
           PERFORM SCRIVI-AUDITOPER THRU SCRIVI-AUDITOPER-EX.
           IF VSN-PAGA OR VSN-MINIMO
               PERFORM SCRIVI-STORPAGHE THRU SCRIVI-STORPAGHE-EX.
       APPLICA-ANOPIS-EX.
           EXIT.

       APPLICA-CLIENTI.
           MOVE VSN-CHIAVE-REC TO NUMERO-CONTO-CLIENTE.
           READ FILE-CLIENTI.
           IF NOT FS-CLIENTI-OK
               MOVE 'CONTO NON IN MASTER' TO WS-MOTIVO
               GO TO APPLICA-CLIENTI-EX.
           IF LIMITE-ACQUISTO NOT = VSN-VECCHIO-IMPORTO
               MOVE 'LIMITE CAMBIATO DOPO L''INSERIMENTO'
                    TO WS-MOTIVO
               GO TO APPLICA-CLIENTI-EX.
           MOVE VSN-NUOVO-IMPORTO TO LIMITE-ACQUISTO.
           REWRITE RECORD-CLIENTE.
           IF NOT FS-CLIENTI-OK
               MOVE 'ERRORE IN VARIAZIONE MASTER' TO WS-MOTIVO
               GO TO APPLICA-CLIENTI-EX.
           MOVE 'S' TO SW-APPLICATA.
       APPLICA-CLIENTI-EX.
           EXIT.

      *----------------------------------------------------------------
      *  IBAN DI ACCREDITO DEL CLIENTE: LA CHIAVE DELLA VARIAZIONE
      *  PORTA IN TESTA IL COD-CLI DI CLIBANCA.
      *----------------------------------------------------------------
       APPLICA-CLIBANCA.
           IF NOT CLIBANCA-APERTO
               MOVE 'COORDINATE BANCARIE ASSENTI' TO WS-MOTIVO
               GO TO APPLICA-CLIBANCA-EX.
           MOVE VSN-CHIAVE-REC TO KEY-CLIBANCA.
           READ CLIBANCA.
           IF NOT FS-CLIBANCA-OK
               MOVE 'CLIENTE NON IN CLIBANCA' TO WS-MOTIVO
               GO TO APPLICA-CLIBANCA-EX.
           IF CLB-IBAN NOT = VSN-VECCHIO
               MOVE 'IBAN CAMBIATO DOPO L''INSERIMENTO' TO WS-MOTIVO
               GO TO APPLICA-CLIBANCA-EX.
           MOVE VSN-NUOVO TO CLB-IBAN.
           MOVE WS-DATA-CORRENTE TO CLB-DATA-VAR.
           REWRITE REC-CLIBANCA.
           IF NOT FS-CLIBANCA-OK
               MOVE 'ERRORE IN VARIAZIONE CLIBANCA' TO WS-MOTIVO
               GO TO APPLICA-CLIBANCA-EX.
           MOVE 'S' TO SW-APPLICATA.
       APPLICA-CLIBANCA-EX.
           EXIT.

       RESPINGI-VARIAZIONE.
           MOVE 'R' TO VSN-STATO.
           MOVE WS-MOTIVO TO VSN-MOTIVO.
           PERFORM CHIUDI-VARIAZIONE THRU CHIUDI-VARIAZIONE-EX.
           ADD 1 TO WS-CTR-RESPINTE.
           DISPLAY 'VARIAZIONE RESPINTA'.
       RESPINGI-VARIAZIONE-EX.
           EXIT.

       CHIUDI-VARIAZIONE.
           ACCEPT WS-DATA-RUN FROM DATE YYYYMMDD.
           ACCEPT WS-ORA-RUN  FROM TIME.
           MOVE WS-COD-OPERATORE TO VSN-OPERATORE-ESITO.
           MOVE WS-DATA-RUN      TO VSN-DATA-ESITO.
           MOVE WS-ORA-RUN       TO VSN-ORA-ESITO.
           REWRITE REC-VARSENS.
           IF NOT FS-VARSENS-OK
               DISPLAY 'ERRORE IN AGGIORNAMENTO VARSENS - FS='
                       FS-VARSENS.
       CHIUDI-VARIAZIONE-EX.
           EXIT.

       SCRIVI-AUDITOPER.
           ACCEPT WS-DATA-RUN FROM DATE YYYYMMDD.
           ACCEPT WS-ORA-RUN  FROM TIME.
           MOVE WS-DATA-RUN      TO AUD-DATA.
           MOVE WS-ORA-RUN       TO AUD-ORA.
           MOVE WS-COD-OPERATORE TO AUD-OPERATORE.
           MOVE CHIAVE           TO AUD-CHIAVE.
           MOVE 'V'              TO AUD-TIPO.
           MOVE NOMINATIVO       TO AUD-NOMINATIVO.
           WRITE REC-AUDITOPER.
       SCRIVI-AUDITOPER-EX.
           EXIT.

       SCRIVI-STORPAGHE.
           MOVE SPACES TO REC-STORPAGHE.
           MOVE CHIAVE TO SPA-CHIAVE.
           MOVE VSN-DATA-EFFETTO TO WS-DATA-EFFETTO.
           IF WS-DATA-EFFETTO = ZERO
               MOVE WS-DATA-CORRENTE TO WS-DATA-EFFETTO.
           MOVE WS-DATA-EFFETTO TO SPA-DATA-EFFETTO.
           MOVE WS-DATA-CORRENTE TO SPA-DATA-REGISTRAZIONE.
           MOVE VSN-CAMPO TO SPA-CAMPO.
           MOVE VSN-VECCHIO-IMPORTO TO SPA-VECCHIO.
           MOVE VSN-NUOVO-IMPORTO TO SPA-NUOVO.
           IF WS-EFF-AAMM < WS-RUN-AAMM
               MOVE ' ' TO SPA-LIQUIDATO
           ELSE
               MOVE 'N' TO SPA-LIQUIDATO.
           WRITE REC-STORPAGHE.
           IF NOT FS-STORPAGHE-OK
               DISPLAY 'ERRORE IN SCRITTURA STORICO PAGHE - FS='
                       FS-STORPAGHE.
       SCRIVI-STORPAGHE-EX.
           EXIT.

       FINE.
           CLOSE VARSENS, ANOPIS, FILE-CLIENTI, AUDITOPER, STORPAGHE.
           IF CLIBANCA-APERTO
               CLOSE CLIBANCA.
           DISPLAY 'VARIAZIONI APPROVATE:     ' WS-CTR-APPROVATE.
           DISPLAY 'VARIAZIONI RESPINTE:      ' WS-CTR-RESPINTE.
           DISPLAY 'LASCIATE IN SOSPESO:      ' WS-CTR-SALTATE.
           STOP RUN.
       END PROGRAM APPRVAR.
