      *                DA MOVIPOST SUGLI ACQUISTI); OGNI SBLOCCO
      *                VIENE REGISTRATO SUL FILE SBLOCCHI CON DATA E
      *                ORA.
      * 15-10-2026 MB  L'AUMENTO DEL LIMITE DI ACQUISTO IN VARIAZIONE
      *                NON VA PIU' SUL MASTER: CON CODICE E PASSWORD
      *                DELL'OPERATORE (ROUTINE CTRLOPER) RESTA IN
      *                SOSPESO SU VARSENS FINO ALL'APPROVAZIONE DI UN
      *                SECONDO OPERATORE (APPRVAR). LE RIDUZIONI
      *                RESTANO IMMEDIATE.
      *----------------------------------------------------------------

       REMARKS.
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS WS-FS-SBLOCCHI.

           SELECT FILE-VARSENS   ASSIGN TO DISK
                            ACCESS IS DYNAMIC
                            ORGANIZATION IS INDEXED
                            RECORD KEY IS VSN-CHIAVE
                            FILE STATUS IS WS-FS-VARSENS.

       DATA  DIVISION.

       FILE  SECTION.
           02 SBL-AZIONE                             PICTURE X(10).
           02 FILLER                                 PICTURE X(7).

      *----------------------------------------------------------------
      *  VARIAZIONI SENSIBILI IN ATTESA DI APPROVAZIONE (APPRVAR).
      *----------------------------------------------------------------
       FD  FILE-VARSENS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REC-VARSENS.

           COPY FD_VarSens.

       WORKING-STORAGE SECTION.

       77  WS-FS-CLIENTI                PICTURE XX   VALUE '00'.
       77  WS-FS-SBLOCCHI               PICTURE XX   VALUE '00'.
           88 FS-SBLOCCHI-OK             VALUE '00'.

       77  WS-FS-VARSENS                PICTURE XX   VALUE '00'.
           88 FS-VARSENS-OK              VALUE '00'.

       77  WS-OPZIONE                   PICTURE 9    VALUE ZERO.
       77  WS-MSG-ERRORE                PICTURE X(40) VALUE SPACES.
       77  WS-DATA-RUN                  PICTURE 9(8) VALUE ZERO.
           88 DATI-VALIDI                VALUE 'S'.
           88 DATI-NON-VALIDI            VALUE 'N'.

       77  WS-VECCHIO-LIMITE            PICTURE 9(4) VALUE ZERO.
       77  WS-NUOVO-LIMITE              PICTURE 9(4) VALUE ZERO.
       77  WS-COD-OPERATORE             PICTURE X(8) VALUE SPACES.
       77  WS-PASSWORD                  PICTURE X(8) VALUE SPACES.

           COPY PAR_CtrlOper.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM APRI-CLIENTI THRU APRI-CLIENTI-EX.
               MOVE 'CONTO NON TROVATO' TO WS-MSG-ERRORE
               GO TO VARIA-CONTO-EX.
           DISPLAY 'CONTO: ' NUMERO-CONTO-CLIENTE ' - ' NOME-CLIENTE.
           MOVE LIMITE-ACQUISTO TO WS-VECCHIO-LIMITE.
           PERFORM ACCETTA-DATI-CONTO THRU ACCETTA-DATI-CONTO-EX.
           PERFORM VALIDA-DATI-CONTO THRU VALIDA-DATI-CONTO-EX.
           IF DATI-NON-VALIDI
               GO TO VARIA-CONTO-EX.
      *    UN AUMENTO DEL LIMITE VA IN SOSPESO: SUL MASTER RESTA IL
      *    LIMITE DI PRIMA FINO ALL'APPROVAZIONE.
           MOVE LIMITE-ACQUISTO TO WS-NUOVO-LIMITE.
           IF WS-NUOVO-LIMITE > WS-VECCHIO-LIMITE
               PERFORM CONTROLLA-OPERATORE THRU CONTROLLA-OPERATORE-EX
               IF NOT COP-ESITO-OK
                   GO TO VARIA-CONTO-EX
               ELSE
                   MOVE WS-VECCHIO-LIMITE TO LIMITE-ACQUISTO.
           REWRITE RECORD-CLIENTE.
           IF NOT FS-CLIENTI-OK
               MOVE 'ERRORE IN VARIAZIONE MASTER' TO WS-MSG-ERRORE
               GO TO VARIA-CONTO-EX.
           IF WS-NUOVO-LIMITE > WS-VECCHIO-LIMITE
               PERFORM SOSPENDI-LIMITE THRU SOSPENDI-LIMITE-EX.
       VARIA-CONTO-EX.
           EXIT.

      *----------------------------------------------------------------
      *  CHI AUMENTA UN LIMITE SI IDENTIFICA CON CODICE E PASSWORD
      *  DELL'ARCHIVIO OPERATORI: E' IL NOME CHE L'APPROVAZIONE DEVE
      *  TROVARE DIVERSO DAL SUO.
      *----------------------------------------------------------------
       CONTROLLA-OPERATORE.
           MOVE SPACES TO WS-COD-OPERATORE WS-PASSWORD.
           DISPLAY 'AUMENTO DI LIMITE DA APPROVARE'.
           DISPLAY 'CODICE OPERATORE: '.
           ACCEPT WS-COD-OPERATORE.
           DISPLAY 'PASSWORD: '.
           ACCEPT WS-PASSWORD.
           INITIALIZE PARAMETRI-CTRLOPER.
           MOVE 'V' TO COP-FUNZIONE.
           MOVE 'GESCONTI' TO COP-PROGRAMMA.
           MOVE WS-COD-OPERATORE TO COP-OPERATORE.
           MOVE WS-PASSWORD TO COP-PASSWORD.
           CALL 'CTRLOPER' USING PARAMETRI-CTRLOPER.
           IF COP-ESITO-BLOCCATO
               MOVE 'OPERATORE BLOCCATO: VARIAZIONE ANNULLATA'
                    TO WS-MSG-ERRORE
           ELSE
           IF COP-ESITO-SCADUTA
               MOVE 'PASSWORD SCADUTA: VARIAZIONE ANNULLATA'
                    TO WS-MSG-ERRORE
           ELSE
           IF COP-ESITO-ERRORE
               MOVE 'ARCHIVIO OPERATORI ASSENTE: ANNULLATA'
                    TO WS-MSG-ERRORE
           ELSE
           IF NOT COP-ESITO-OK
               MOVE 'CODICE O PASSWORD ERRATI: ANNULLATA'
                    TO WS-MSG-ERRORE.
       CONTROLLA-OPERATORE-EX.
           EXIT.

      *----------------------------------------------------------------
      *  SCRIVE L'AUMENTO DEL LIMITE IN SOSPESO SU VARSENS, CREANDO
      *  IL FILE AL PRIMO UTILIZZO.
      *----------------------------------------------------------------
       SOSPENDI-LIMITE.
           OPEN I-O FILE-VARSENS.
           IF NOT FS-VARSENS-OK
               OPEN OUTPUT FILE-VARSENS
               CLOSE FILE-VARSENS
               OPEN I-O FILE-VARSENS.
           ACCEPT WS-DATA-RUN FROM DATE YYYYMMDD.
           ACCEPT WS-ORA-RUN  FROM TIME.
           MOVE SPACES TO REC-VARSENS.
           MOVE WS-DATA-RUN TO VSN-DATA-INS.
           MOVE WS-ORA-RUN  TO VSN-ORA-INS.
           MOVE 'C' TO VSN-ARCHIVIO.
           MOVE NUMERO-CONTO-CLIENTE TO VSN-CHIAVE-REC.
           MOVE 'LA' TO VSN-CAMPO.
           MOVE NOME-CLIENTE TO VSN-DESCRIZIONE.
           MOVE WS-VECCHIO-LIMITE TO VSN-VECCHIO-IMPORTO.
           MOVE WS-NUOVO-LIMITE TO VSN-NUOVO-IMPORTO.
           MOVE ZEROES TO VSN-DATA-EFFETTO VSN-DATA-ESITO
                          VSN-ORA-ESITO.
           MOVE 'GESCONTI' TO VSN-PROGRAMMA-INS.
           MOVE WS-COD-OPERATORE TO VSN-OPERATORE-INS.
           MOVE 'P' TO VSN-STATO.
           WRITE REC-VARSENS.
           IF FS-VARSENS-OK
               MOVE 'AUMENTO LIMITE IN ATTESA DI APPROVAZIONE'
                    TO WS-MSG-ERRORE
           ELSE
               MOVE 'ERRORE IN SCRITTURA VARSENS' TO WS-MSG-ERRORE.
           CLOSE FILE-VARSENS.
       SOSPENDI-LIMITE-EX.
           EXIT.

       CANCELLA-CONTO.
           DISPLAY 'NUMERO CONTO DA CANCELLARE: '.
           ACCEPT NUMERO-CONTO-CLIENTE.
