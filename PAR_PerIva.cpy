      ******************************************************************
      *  COPYBOOK PAR_PERIVA
      *  AREA DI COLLOQUIO CON LA ROUTINE PERIVA (STATO DEI PERIODI
      *  IVA PER MESE), CONDIVISA DA PERIVA E DA OGNI PROGRAMMA CHE
      *  LA CHIAMA CON CALL 'PERIVA' USING PARAMETRI-PERIVA.
      *  STATI DEL MESE: 'A' APERTO (ANCHE MESE NON IN ARCHIVIO),
      *  'I' IN CHIUSURA (REGISTRO IVA DEFINITIVO IN CORSO O
      *  INTERROTTO), 'C' CHIUSO (LIQUIDAZIONE SCRITTA SU LIQIVA).
      *  FUNZIONI:
      *   'V' STATO DEL MESE DI PIV-DATA; ESITO 'R' SE IL MESE E' IN
      *       CHIUSURA O CHIUSO (DOCUMENTI CON QUELLA DATA DA
      *       RIFIUTARE), IN PIV-MESE IL MESE E IN PIV-PERIODO-LIQ IL
      *       PERIODO DI LIQUIDAZIONE CHE LO HA CHIUSO.
      *   'I' METTE IN CHIUSURA I MESI DA PIV-DATA A PIV-DATA-A PER
      *       IL PERIODO PIV-PERIODO-LIQ (REGIVA, INIZIO RUN).
      *   'C' CHIUDE GLI STESSI MESI (REGIVA, DOPO LA SCRITTURA DI
      *       LIQIVA).
      *   'R' RIAPRE IL MESE PIV-MESE A NOME DI PIV-OPERATORE CON IL
      *       MOTIVO PIV-MOTIVO (SOLO DA GESPERIVA, DOPO IL CONTROLLO
      *       DELL'ABILITAZIONE DELL'OPERATORE).
      *  OGNI CAMBIO DI STATO VA SUL GIORNALE PERIVLOG.
      ******************************************************************
       01  PARAMETRI-PERIVA.
           05 PIV-FUNZIONE           PIC X(01).
              88 PIV-VERIFICA        VALUE 'V'.
              88 PIV-IN-CHIUSURA     VALUE 'I'.
              88 PIV-CHIUDI          VALUE 'C'.
              88 PIV-RIAPRI          VALUE 'R'.
           05 PIV-PROGRAMMA          PIC X(10).
           05 PIV-DATA               PIC 9(08).
           05 PIV-DATA-A             PIC 9(08).
           05 PIV-MESE               PIC 9(06).
           05 PIV-PERIODO-LIQ        PIC X(06).
           05 PIV-OPERATORE          PIC X(08).
           05 PIV-MOTIVO             PIC X(40).
           05 PIV-STATO              PIC X(01).
              88 PIV-MESE-APERTO     VALUE 'A'.
              88 PIV-MESE-IN-CHIUSURA VALUE 'I'.
              88 PIV-MESE-CHIUSO     VALUE 'C'.
           05 PIV-MESI-AGGIORNATI    PIC 9(03).
           05 PIV-ESITO              PIC X(01).
              88 PIV-ESITO-OK        VALUE ' '.
              88 PIV-ESITO-RIFIUTO   VALUE 'R'.
              88 PIV-ESITO-ERRORE    VALUE 'E'.
           05 FILLER                 PIC X(10).
