      *  WEEKEND DI COPIE ARTIGIANALI SENZA PROVA.
      *  PER FFATTURE E ANOPIS LO SCARICO CHIEDE IL TRACCIATO DI
      *  PARTENZA: 'V' LEGGE L'ARCHIVIO ANCORA AL VECCHIO TRACCIATO
      *  (FFATTURE A 62 BYTE SENZA DIVISA, ANOPIS A 204 SENZA CODICE
      *  FISCALE) E SCRIVE SUL BACKUP I RECORD GIA'
      *  CONVERTITI AL TRACCIATO NUOVO CON I CAMPI AGGIUNTI
      *  INIZIALIZZATI (DIVISA EUR A CAMBIO 1, CODICE FISCALE A
      *  SPAZI DA COMPLETARE IN GESOPERAI); IL
      *  RICARICO E' IDENTICO NEI DUE CASI. E' IL PERCORSO DI
      *  MIGRAZIONE DEGLI ARCHIVI ESISTENTI.
      *  HASH TOTAL PER ARCHIVIO: CLIENTI = SOMMA COD-CLI, FFATTURE =
      *  SOMMA TOTALE DOCUMENTO, SDIREG = SOMMA COD-CLI, ESTUDENTE =
      *  SOMMA CD-STUDENT, ANOPIS = SOMMA PROGRESSIVO-RETRIB.
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
      *  ANOPIS AL VECCHIO TRACCIATO DA 204 BYTE (FINO ALL'E-MAIL
      *  DEL CEDOLINO, SENZA CODICE FISCALE): SI LEGGE
      *  SOLO IN SCARICO 'V', PER LA MIGRAZIONE.
      *----------------------------------------------------------------
       FD  ANOPISV,
           LABEL RECORD STANDARD,
           02  PAGA-ORARIA-V             PIC 9(4) COMP-3.
           02  PROGRESSIVO-RETRIB-V      PIC 9(8) COMP-3.
           02  IBAN-OPERAIO-V            PIC X(27).
           02  TFR-FONDO-V               PIC 9(8)V99 COMP-3.
           02  DATA-CESSAZIONE-V         PIC 9(8).
           02  PERC-PART-TIME-V          PIC 9(3)V99.
           02  TIPO-PART-TIME-V          PIC X.
           02  CANALE-CEDOLINO-V         PIC X.
           02  EMAIL-OPERAIO-V           PIC X(50).

      *----------------------------------------------------------------
      *  BACKUP SEQUENZIALE: RECORD 'D' CON IL RECORD DEL MASTER NEL
          EXIT.

      *================================================================
      *  SCARICO ANOPIS DAL VECCHIO TRACCIATO: OGNI RECORD DA 204
      *  BYTE VIENE CONVERTITO AL TRACCIATO NUOVO (CODICE FISCALE A
      *  SPAZI) E SCRITTO SUL BACKUP; IL RICARICO
      *  ORDINARIO LO CARICA POI NEL FILE NUOVO.
      *================================================================
       SCARICO-ANOPIS-VEC.
          EXIT.

      *----------------------------------------------------------------
      *  VECCHIO -> NUOVO: I 204 BYTE FINO ALL'E-MAIL DEL CEDOLINO
      *  SONO IDENTICI E VIAGGIANO CAMPO PER CAMPO; IL CODICE FISCALE
      *  NASCE A SPAZI E SI IMPOSTA POI CON GESOPERAI.
      *----------------------------------------------------------------
       CONVERTI-OPERAIO.
          MOVE SITUAZIONE-V           TO SITUAZIONE.
          MOVE PAGA-ORARIA-V          TO PAGA-ORARIA.
          MOVE PROGRESSIVO-RETRIB-V   TO PROGRESSIVO-RETRIB.
          MOVE IBAN-OPERAIO-V         TO IBAN-OPERAIO.
          MOVE TFR-FONDO-V            TO TFR-FONDO.
          MOVE DATA-CESSAZIONE-V      TO DATA-CESSAZIONE.
          MOVE PERC-PART-TIME-V       TO PERC-PART-TIME.
          MOVE TIPO-PART-TIME-V       TO TIPO-PART-TIME.
          MOVE CANALE-CEDOLINO-V      TO CANALE-CEDOLINO.
          MOVE EMAIL-OPERAIO-V        TO EMAIL-OPERAIO.
          MOVE SPACES TO CODICE-FISCALE.
       CONVERTI-OPERAIO-EX.
          EXIT.

