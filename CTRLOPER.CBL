      ******************************************************************
      *  ROUTINE DI CONTROLLO DEGLI OPERATORI: UNICO PUNTO DA CUI I
      *  PROGRAMMI CHE NON HANNO UN PROPRIO ARCHIVIO OPERATORI
      *  (GESOPERAI, GESCONTI, APPRVAR) VERIFICANO CODICE E PASSWORD
      *  DI CHI LAVORA, CON LE STESSE REGOLE DEL SIGN-ON DI INSCLIENTI:
      *  CODICE BLOCCATO RIFIUTATO, PASSWORD SCADUTA DOPO 90 GIORNI
      *  COMMERCIALI, TENTATIVI FALLITI SU ACCESSLOG. CONTROLLA ANCHE
      *  LE ABILITAZIONI PARTICOLARI CONCESSE DA GESOPER E BLOCCA IL
      *  CODICE QUANDO IL CHIAMANTE HA ESAURITO I TENTATIVI.
      *  SI CHIAMA CON CALL 'CTRLOPER' USING PARAMETRI-CTRLOPER (COPY
      *  PAR_CTRLOPER, DOVE SONO DESCRITTE FUNZIONI ED ESITI) E
      *  RESTITUISCE IL CONTROLLO CON GOBACK. GLI ARCHIVI SI APRONO E
      *  SI CHIUDONO AD OGNI CHIAMATA.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CTRLOPER.
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
           05  OPE-DATA-PASSWORD PIC 9(8).
           05  OPE-BLOCCATO    PIC X.
               88 OPE-E-BLOCCATO  VALUE 'B'.
           05  OPE-PERM-RIAP   PIC X.
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

       01  WS-ESITO-ACCESSO        PIC X VALUE 'F'.
       77  WS-DATA-RUN             PIC 9(8) VALUE ZERO.
       77  WS-ORA-RUN              PIC 9(8) VALUE ZERO.

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

       LINKAGE SECTION.
           COPY PAR_CtrlOper.
      *-----------------------
       PROCEDURE DIVISION USING PARAMETRI-CTRLOPER.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           MOVE ' ' TO COP-ESITO.
           IF COP-VERIFICA
              PERFORM VERIFICA-OPERATORE THRU VERIFICA-OPERATORE-EX
           ELSE
           IF COP-BLOCCA
              PERFORM BLOCCA-OPERATORE THRU BLOCCA-OPERATORE-EX
           ELSE
              DISPLAY 'CTRLOPER: FUNZIONE NON PREVISTA ('
                      COP-FUNZIONE ') DA ' COP-PROGRAMMA
              MOVE 'E' TO COP-ESITO.
           GOBACK.

      *----------------------------------------------------------------
      *  VERIFICA: CODICE ESISTENTE E NON BLOCCATO, PASSWORD UGUALE
      *  E NON SCADUTA, ABILITAZIONE RICHIESTA PRESENTE. UN ESITO
      *  DIVERSO DA OK FINISCE SU ACCESSLOG CON ESITO 'F'.
      *----------------------------------------------------------------
       VERIFICA-OPERATORE.
           OPEN INPUT OPERATORI.
           IF NOT FS-OPERATORI-OK
              DISPLAY 'CTRLOPER: ARCHIVIO OPERATORI ASSENTE'
              MOVE 'E' TO COP-ESITO
              GO TO VERIFICA-OPERATORE-EX.
           MOVE COP-OPERATORE TO OPE-CODICE.
           READ OPERATORI.
           IF NOT FS-OPERATORI-OK
              MOVE 'P' TO COP-ESITO
           ELSE
           IF OPE-E-BLOCCATO
              MOVE 'B' TO COP-ESITO
           ELSE
           IF OPE-PASSWORD NOT = COP-PASSWORD
              MOVE 'P' TO COP-ESITO
           ELSE
              PERFORM CONTROLLA-SCADENZA THRU CONTROLLA-SCADENZA-EX.
           IF COP-ESITO-OK AND COP-PERM-APPROVA
           AND OPE-PERM-APPR NOT = 'S'
              MOVE 'N' TO COP-ESITO.
           IF COP-ESITO-OK AND COP-PERM-RIAPRE
           AND OPE-PERM-RIAP NOT = 'S'
              MOVE 'N' TO COP-ESITO.
           CLOSE OPERATORI.
           IF NOT COP-ESITO-OK
              MOVE 'F' TO WS-ESITO-ACCESSO
              PERFORM SCRIVI-ACCESSLOG THRU SCRIVI-ACCESSLOG-EX.
       VERIFICA-OPERATORE-EX.
           EXIT.

       CONTROLLA-SCADENZA.
           IF OPE-DATA-PASSWORD = ZEROES
              MOVE 'S' TO COP-ESITO
              GO TO CONTROLLA-SCADENZA-EX.
           ACCEPT WS-DATA-RUN FROM DATE YYYYMMDD.
           MOVE WS-DATA-RUN TO WS-DATA-OGGI-R.
           MOVE OPE-DATA-PASSWORD TO WS-DATA-PW-R.
           COMPUTE WS-ETA-PASSWORD =
                   ((WS-OGGI-ANNO - WS-PW-ANNO) * 360)
                 + ((WS-OGGI-MESE - WS-PW-MESE) * 30)
                 +  (WS-OGGI-GIORNO - WS-PW-GIORNO).
           IF WS-ETA-PASSWORD > WS-GIORNI-VALIDITA
              MOVE 'S' TO COP-ESITO.
       CONTROLLA-SCADENZA-EX.
           EXIT.

      *----------------------------------------------------------------
      *  BLOCCO DEL CODICE DOPO I TENTATIVI FALLITI DEL CHIAMANTE
      *  (UN CODICE INESISTENTE NON HA NULLA DA BLOCCARE).
      *----------------------------------------------------------------
       BLOCCA-OPERATORE.
           OPEN I-O OPERATORI.
           IF NOT FS-OPERATORI-OK
              DISPLAY 'CTRLOPER: ARCHIVIO OPERATORI ASSENTE'
              MOVE 'E' TO COP-ESITO
              GO TO BLOCCA-OPERATORE-EX.
           MOVE COP-OPERATORE TO OPE-CODICE.
           READ OPERATORI.
           IF NOT FS-OPERATORI-OK
              CLOSE OPERATORI
              MOVE 'P' TO COP-ESITO
              GO TO BLOCCA-OPERATORE-EX.
           MOVE 'B' TO OPE-BLOCCATO.
           REWRITE RECORD-OPERATORE.
           IF NOT FS-OPERATORI-OK
              DISPLAY 'CTRLOPER: ERRORE NEL BLOCCO OPERATORE'
              MOVE 'E' TO COP-ESITO.
           CLOSE OPERATORI.
           MOVE 'B' TO WS-ESITO-ACCESSO.
           PERFORM SCRIVI-ACCESSLOG THRU SCRIVI-ACCESSLOG-EX.
       BLOCCA-OPERATORE-EX.
           EXIT.

       SCRIVI-ACCESSLOG.
           OPEN INPUT ACCESSLOG.
           IF FS-ACCESSLOG-OK
              CLOSE ACCESSLOG
              OPEN EXTEND ACCESSLOG
           ELSE
              OPEN OUTPUT ACCESSLOG.
           ACCEPT WS-DATA-RUN FROM DATE YYYYMMDD.
           ACCEPT WS-ORA-RUN  FROM TIME.
           MOVE WS-DATA-RUN TO ACC-DATA.
           MOVE WS-ORA-RUN  TO ACC-ORA.
           MOVE COP-PROGRAMMA TO ACC-PROGRAMMA.
           MOVE COP-OPERATORE TO ACC-OPERATORE.
           MOVE WS-ESITO-ACCESSO TO ACC-ESITO.
           WRITE REC-ACCESSLOG.
           CLOSE ACCESSLOG.
       SCRIVI-ACCESSLOG-EX.
           EXIT.
       END PROGRAM CTRLOPER.
