      ******************************************************************
      *  RIAPERTURA CONTROLLATA DEI MESI IVA: UN MESE CHIUSO DAL
      *  REGISTRO IVA DEFINITIVO (REGIVA), O RIMASTO IN CHIUSURA PER UN
      *  RUN INTERROTTO, TORNA APERTO E ACCETTA DI NUOVO DOCUMENTI CON
      *  QUELLA DATA. LA RIAPERTURA E' RISERVATA AGLI OPERATORI CON
      *  L'ABILITAZIONE OPE-PERM-RIAP (CONCESSA DA GESOPER), CHIEDE IL
      *  MOTIVO E FINISCE, CON OPERATORE E MOTIVO, SUL GIORNALE
      *  PERIVLOG TENUTO DALLA ROUTINE PERIVA. DOPO UNA RIAPERTURA IL
      *  PERIODO VA RILIQUIDATO RILANCIANDO REGIVA.
      *  IL SIGN-ON E' QUELLO DEI PROGRAMMI ONLINE: TRE TENTATIVI,
      *  BLOCCO DEL CODICE DOPO IL TERZO, TENTATIVI FALLITI SU
      *  ACCESSLOG. CON PASSWORD SCADUTA L'ACCESSO E' NEGATO (IL CAMBIO
      *  SI FA DA INSCLIENTI O GESSTUDENTE).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. GESPERIVA.
       AUTHOR.  MB.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATORI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-CODICE
               FILE STATUS IS FS-OPERATORI.

           SELECT ACCESSLOG ASSIGN TO DISK
               ACCESS IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ACCESSLOG.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  OPERATORI
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RECORD-OPERATORE.

       01  RECORD-OPERATORE.
           05  OPE-CODICE      PIC X(8).
           05  OPE-PASSWORD    PIC X(8).
           05  OPE-PERM-INS    PIC X.
           05  OPE-PERM-VAR    PIC X.
           05  OPE-PERM-CANC   PIC X.
      *    DATA DELL'ULTIMO CAMBIO PASSWORD (AAAAMMGG, ZERO =
      *    MAI CAMBIATA: SCADUTA D'UFFICIO) E FLAG DI BLOCCO
      *    DOPO I TENTATIVI FALLITI (SBLOCCO CON GESOPER).
           05  OPE-DATA-PASSWORD PIC 9(8).
           05  OPE-BLOCCATO    PIC X.
               88 OPE-E-BLOCCATO  VALUE 'B'.
      *    ABILITAZIONE ALLA RIAPERTURA DEI MESI IVA (GESPERIVA).
           05  OPE-PERM-RIAP   PIC X.
      *    ABILITAZIONE ALL'APPROVAZIONE DELLE VARIAZIONI SENSIBILI
      *    IN SOSPESO (IBAN, PAGHE, LIMITE DI ACQUISTO: APPRVAR).
           05  OPE-PERM-APPR   PIC X.

       FD  ACCESSLOG
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REC-ACCESSLOG.

       01  REC-ACCESSLOG.
           05  ACC-DATA        PIC 9(8).
           05  ACC-ORA         PIC 9(8).
           05  ACC-PROGRAMMA   PIC X(10).
           05  ACC-OPERATORE   PIC X(8).
           05  ACC-ESITO       PIC X.
      *-----------------------
       WORKING-STORAGE SECTION.

       01  FS-OPERATORI            PIC X(2) VALUE '00'.
           88  FS-OPERATORI-OK         VALUE '00'.
       01  FS-ACCESSLOG            PIC X(2) VALUE '00'.
           88  FS-ACCESSLOG-OK         VALUE '00'.

       01  WS-COD-OPERATORE        PIC X(8) VALUE SPACES.
       01  WS-PASSWORD             PIC X(8) VALUE SPACES.
       01  WS-TENTATIVI            PIC 9 VALUE ZERO.
       01  SW-ACCESSO              PIC X VALUE 'N'.
           88  ACCESSO-CONCESSO        VALUE 'S'.
       01  WS-ESITO-ACCESSO        PIC X VALUE 'F'.
       77  WS-DATA-RUN             PIC 9(8) VALUE ZERO.
       77  WS-ORA-RUN              PIC 9(8) VALUE ZERO.
       77  WS-RISPOSTA             PIC X VALUE SPACE.

      *----------------------------------------------------------------
      *  SCADENZA DELLA PASSWORD: STESSA REGOLA DEL SIGN-ON DI
      *  INSCLIENTI (GIORNI COMMERCIALI 30/360).
      *----------------------------------------------------------------
       77  WS-GIORNI-VALIDITA      PIC 9(3) VALUE 90.
       77  WS-ETA-PASSWORD         PIC S9(5) VALUE ZERO.
       01  WS-DATA-OGGI-R.
           05  WS-OGGI-ANNO        PIC 9(4).
           05  WS-OGGI-MESE        PIC 9(2).
           05  WS-OGGI-GIORNO      PIC 9(2).
       01  WS-DATA-PW-R.
           05  WS-PW-ANNO          PIC 9(4).
           05  WS-PW-MESE          PIC 9(2).
           05  WS-PW-GIORNO        PIC 9(2).
       01  SW-PW-SCADUTA           PIC X VALUE 'N'.
           88  PASSWORD-SCADUTA        VALUE 'S'.

      *----------------------------------------------------------------
      *  MESE DA RIAPRIRE (AAAAMM) E MOTIVO DELLA RIAPERTURA.
      *----------------------------------------------------------------
       01  WS-MESE-RICHIESTO.
           05  WS-RIC-ANNO         PIC 9(4).
           05  WS-RIC-MESE         PIC 9(2).
       01  WS-MESE-RICHIESTO-N REDEFINES WS-MESE-RICHIESTO
                                   PIC 9(6).
       01  WS-MOTIVO               PIC X(40) VALUE SPACES.
       01  WS-DESCR-STATO          PIC X(12) VALUE SPACES.

           COPY PAR_PerIva.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM APRI-ACCESSLOG THRU APRI-ACCESSLOG-EX.
      *    APERTURA IN I-O: IL SIGN-ON DEVE POTER REGISTRARE IL
      *    BLOCCO DOPO I TENTATIVI FALLITI.
           OPEN I-O OPERATORI.
           IF NOT FS-OPERATORI-OK
              DISPLAY 'ARCHIVIO OPERATORI ASSENTE: '
                      'CARICARLO CON GESOPER'
              CLOSE ACCESSLOG
              STOP RUN.
           PERFORM SIGN-ON THRU SIGN-ON-EX
                   UNTIL ACCESSO-CONCESSO
                   OR WS-TENTATIVI >= 3.
           IF NOT ACCESSO-CONCESSO
              DISPLAY 'ACCESSO NEGATO'
              CLOSE OPERATORI ACCESSLOG
              STOP RUN.
           IF OPE-PERM-RIAP NOT = 'S'
              DISPLAY 'OPERATORE NON ABILITATO ALLA RIAPERTURA IVA'
              MOVE 'F' TO WS-ESITO-ACCESSO
              PERFORM SCRIVI-ACCESSLOG THRU SCRIVI-ACCESSLOG-EX
              CLOSE OPERATORI ACCESSLOG
              STOP RUN.

       RICHIESTA-MESE.
           DISPLAY ' '.
           DISPLAY 'RIAPERTURA MESI IVA'.
           DISPLAY 'MESE DA RIAPRIRE (AAAAMM, 0 = FINE): '.
           MOVE ZERO TO WS-MESE-RICHIESTO-N.
           ACCEPT WS-MESE-RICHIESTO-N.
           IF WS-MESE-RICHIESTO-N = ZERO
              GO TO FINE.
           IF WS-RIC-ANNO < 2000
           OR WS-RIC-MESE < 1 OR WS-RIC-MESE > 12
              DISPLAY 'MESE NON VALIDO'
              GO TO RICHIESTA-MESE.
           PERFORM RIAPRI-MESE THRU RIAPRI-MESE-EX.
           GO TO RICHIESTA-MESE.

      *----------------------------------------------------------------
      *  MOSTRA LO STATO DEL MESE; SOLO UN MESE IN CHIUSURA O CHIUSO
      *  SI RIAPRE, CON MOTIVO OBBLIGATORIO E CONFERMA.
      *----------------------------------------------------------------
       RIAPRI-MESE.
           INITIALIZE PARAMETRI-PERIVA.
           MOVE 'V' TO PIV-FUNZIONE.
           MOVE 'GESPERIVA' TO PIV-PROGRAMMA.
           COMPUTE PIV-DATA = WS-MESE-RICHIESTO-N * 100 + 1.
           CALL 'PERIVA' USING PARAMETRI-PERIVA.
           IF PIV-ESITO-ERRORE
              DISPLAY 'STATO DEL MESE NON LEGGIBILE'
              GO TO RIAPRI-MESE-EX.
           IF PIV-ESITO-OK
              DISPLAY 'MESE ' WS-MESE-RICHIESTO-N ' GIA'' APERTO'
              GO TO RIAPRI-MESE-EX.
           MOVE 'CHIUSO' TO WS-DESCR-STATO.
           IF PIV-MESE-IN-CHIUSURA
              MOVE 'IN CHIUSURA' TO WS-DESCR-STATO.
           DISPLAY 'MESE ' WS-MESE-RICHIESTO-N ' ' WS-DESCR-STATO
                   ' - LIQUIDAZIONE ' PIV-PERIODO-LIQ.
           DISPLAY 'MOTIVO DELLA RIAPERTURA: '.
           MOVE SPACES TO WS-MOTIVO.
           ACCEPT WS-MOTIVO.
           IF WS-MOTIVO = SPACES
              DISPLAY 'MOTIVO OBBLIGATORIO: RIAPERTURA ANNULLATA'
              GO TO RIAPRI-MESE-EX.
           DISPLAY 'CONFERMI LA RIAPERTURA (S/N)? '.
           MOVE SPACE TO WS-RISPOSTA.
           ACCEPT WS-RISPOSTA.
           IF WS-RISPOSTA NOT = 'S'
              DISPLAY 'RIAPERTURA ANNULLATA'
              GO TO RIAPRI-MESE-EX.
           INITIALIZE PARAMETRI-PERIVA.
           MOVE 'R' TO PIV-FUNZIONE.
           MOVE 'GESPERIVA' TO PIV-PROGRAMMA.
           MOVE WS-MESE-RICHIESTO-N TO PIV-MESE.
           MOVE WS-COD-OPERATORE TO PIV-OPERATORE.
           MOVE WS-MOTIVO TO PIV-MOTIVO.
           CALL 'PERIVA' USING PARAMETRI-PERIVA.
           IF PIV-ESITO-ERRORE
              DISPLAY 'RIAPERTURA NON ESEGUITA: ERRORE SU PERIVA'
              GO TO RIAPRI-MESE-EX.
           IF PIV-ESITO-RIFIUTO
              DISPLAY 'MESE ' WS-MESE-RICHIESTO-N ' GIA'' APERTO'
              GO TO RIAPRI-MESE-EX.
           DISPLAY 'MESE ' WS-MESE-RICHIESTO-N ' RIAPERTO: '
                   'RILANCIARE REGIVA PER IL PERIODO'.
       RIAPRI-MESE-EX.
           EXIT.

      *----------------------------------------------------------------
      *  SIGN-ON: VERIFICA CODICE E PASSWORD SULL'ARCHIVIO OPERATORI;
      *  OGNI TENTATIVO FALLITO VIENE REGISTRATO SU ACCESSLOG CON
      *  ESITO 'F', AL TERZO SU UN CODICE ESISTENTE IL CODICE E'
      *  BLOCCATO.
      *----------------------------------------------------------------
       SIGN-ON.
           MOVE SPACES TO WS-COD-OPERATORE WS-PASSWORD.
           DISPLAY 'CODICE OPERATORE: '.
           ACCEPT WS-COD-OPERATORE.
           DISPLAY 'PASSWORD: '.
           ACCEPT WS-PASSWORD.
           MOVE WS-COD-OPERATORE TO OPE-CODICE.
           READ OPERATORI.
           IF FS-OPERATORI-OK AND OPE-E-BLOCCATO
              DISPLAY 'OPERATORE BLOCCATO: SBLOCCO CON GESOPER'
              ADD 1 TO WS-TENTATIVI
              MOVE 'F' TO WS-ESITO-ACCESSO
              PERFORM SCRIVI-ACCESSLOG THRU SCRIVI-ACCESSLOG-EX
              GO TO SIGN-ON-EX.
           IF FS-OPERATORI-OK AND OPE-PASSWORD = WS-PASSWORD
              PERFORM CONTROLLA-SCADENZA THRU CONTROLLA-SCADENZA-EX
              IF PASSWORD-SCADUTA
                 DISPLAY 'PASSWORD SCADUTA: CAMBIARLA DAL SIGN-ON '
                         'DI INSCLIENTI'
                 MOVE 3 TO WS-TENTATIVI
              ELSE
                 MOVE 'S' TO SW-ACCESSO
              END-IF
           ELSE
              ADD 1 TO WS-TENTATIVI
              DISPLAY 'CODICE O PASSWORD ERRATI'
              MOVE 'F' TO WS-ESITO-ACCESSO
              PERFORM SCRIVI-ACCESSLOG THRU SCRIVI-ACCESSLOG-EX
              IF WS-TENTATIVI >= 3 AND FS-OPERATORI-OK
                 PERFORM BLOCCA-OPERATORE THRU BLOCCA-OPERATORE-EX.
       SIGN-ON-EX.
           EXIT.

       CONTROLLA-SCADENZA.
           MOVE 'N' TO SW-PW-SCADUTA.
           IF OPE-DATA-PASSWORD = ZEROES
              MOVE 'S' TO SW-PW-SCADUTA
              GO TO CONTROLLA-SCADENZA-EX.
           ACCEPT WS-DATA-RUN FROM DATE YYYYMMDD.
           MOVE WS-DATA-RUN TO WS-DATA-OGGI-R.
           MOVE OPE-DATA-PASSWORD TO WS-DATA-PW-R.
           COMPUTE WS-ETA-PASSWORD =
                   ((WS-OGGI-ANNO - WS-PW-ANNO) * 360)
                 + ((WS-OGGI-MESE - WS-PW-MESE) * 30)
                 +  (WS-OGGI-GIORNO - WS-PW-GIORNO).
           IF WS-ETA-PASSWORD > WS-GIORNI-VALIDITA
              MOVE 'S' TO SW-PW-SCADUTA.
       CONTROLLA-SCADENZA-EX.
           EXIT.

       BLOCCA-OPERATORE.
           MOVE 'B' TO OPE-BLOCCATO.
           REWRITE RECORD-OPERATORE.
           IF NOT FS-OPERATORI-OK
              DISPLAY 'ERRORE NEL BLOCCO OPERATORE'.
           MOVE 'B' TO WS-ESITO-ACCESSO.
           PERFORM SCRIVI-ACCESSLOG THRU SCRIVI-ACCESSLOG-EX.
           DISPLAY 'OPERATORE BLOCCATO DOPO 3 TENTATIVI'.
       BLOCCA-OPERATORE-EX.
           EXIT.

       APRI-ACCESSLOG.
           OPEN INPUT ACCESSLOG.
           IF FS-ACCESSLOG-OK
              CLOSE ACCESSLOG
              OPEN EXTEND ACCESSLOG
           ELSE
              OPEN OUTPUT ACCESSLOG.
       APRI-ACCESSLOG-EX.
           EXIT.

       SCRIVI-ACCESSLOG.
           ACCEPT WS-DATA-RUN FROM DATE YYYYMMDD.
           ACCEPT WS-ORA-RUN  FROM TIME.
           MOVE WS-DATA-RUN TO ACC-DATA.
           MOVE WS-ORA-RUN  TO ACC-ORA.
           MOVE 'GESPERIVA' TO ACC-PROGRAMMA.
           MOVE WS-COD-OPERATORE TO ACC-OPERATORE.
           MOVE WS-ESITO-ACCESSO TO ACC-ESITO.
           MOVE 'F' TO WS-ESITO-ACCESSO.
           WRITE REC-ACCESSLOG.
       SCRIVI-ACCESSLOG-EX.
           EXIT.

       FINE.
           CLOSE OPERATORI ACCESSLOG.
           STOP RUN.
       END PROGRAM GESPERIVA.
