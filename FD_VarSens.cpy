      ******************************************************************
      *  COPYBOOK FD_VARSENS
      *  TRACCIATO DELLE VARIAZIONI SENSIBILI IN SOSPESO (FILE
      *  INDICIZZATO VARSENS SU VSN-CHIAVE), CONDIVISO DA CHI LE
      *  INSERISCE (GESOPERAI, GESCONTI, GESCLIBAN), DA CHI LE
      *  APPROVA O LE RESPINGE (APPRVAR), DAL PROSPETTO STAVARS E DA
      *  STACED.
      *  IBAN E PAGHE DEI DIPENDENTI, AUMENTI DEL LIMITE DI ACQUISTO
      *  DEI CONTI E IBAN DI ACCREDITO DEI CLIENTI DI FATTURAZIONE
      *  NON VANNO DIRETTAMENTE IN ANAGRAFICA: NASCONO QUI
      *  IN STATO 'P' E PASSANO IN ANAGRAFICA SOLO QUANDO UN SECONDO
      *  OPERATORE, ABILITATO (OPE-PERM-APPR) E DIVERSO DA CHI LE HA
      *  INSERITE, LE APPROVA.
      *  ARCHIVIO: 'O' ANAGRAFICA OPERAI (ANOPIS, CHIAVE REPARTO+
      *            PERSONALE), 'C' MASTER DI FATTURAZIONE (NUMERO
      *            CONTO IN TESTA ALLA CHIAVE), 'B' COORDINATE
      *            BANCARIE DEI CLIENTI (CLIBANCA, COD-CLI IN TESTA
      *            ALLA CHIAVE).
      *  CAMPO:    'IB' IBAN (IBAN-OPERAIO O CLB-IBAN), 'PO' PAGA-
      *            ORARIA, 'MC' MINIMO-CATEGORIA, 'LA' LIMITE-
      *            ACQUISTO. GLI IMPORTI STANNO NELLE PRIME 5 CIFRE DI
      *            VECCHIO/NUOVO.
      *  STATO:    'P' IN SOSPESO, 'A' APPROVATA E APPLICATA,
      *            'R' RESPINTA (ANCHE QUANDO IL VALORE IN ANAGRAFICA
      *            NON E' PIU' QUELLO DI PARTENZA).
      ******************************************************************
       01  REC-VARSENS.
           05 VSN-CHIAVE.
              07 VSN-DATA-INS        PIC 9(08).
              07 VSN-ORA-INS         PIC 9(08).
              07 VSN-ARCHIVIO        PIC X(01).
                 88 VSN-ANOPIS       VALUE 'O'.
                 88 VSN-CLIENTI      VALUE 'C'.
                 88 VSN-CLIBANCA     VALUE 'B'.
              07 VSN-CHIAVE-REC      PIC X(08).
              07 VSN-CAMPO           PIC X(02).
                 88 VSN-IBAN         VALUE 'IB'.
                 88 VSN-PAGA         VALUE 'PO'.
                 88 VSN-MINIMO       VALUE 'MC'.
                 88 VSN-LIMITE       VALUE 'LA'.
           05 VSN-DESCRIZIONE        PIC X(25).
           05 VSN-VECCHIO            PIC X(27).
           05 VSN-VECCHIO-R REDEFINES VSN-VECCHIO.
              07 VSN-VECCHIO-IMPORTO PIC 9(05).
              07 FILLER              PIC X(22).
           05 VSN-NUOVO              PIC X(27).
           05 VSN-NUOVO-R REDEFINES VSN-NUOVO.
              07 VSN-NUOVO-IMPORTO   PIC 9(05).
              07 FILLER              PIC X(22).
           05 VSN-DATA-EFFETTO       PIC 9(08).
           05 VSN-PROGRAMMA-INS      PIC X(10).
           05 VSN-OPERATORE-INS      PIC X(08).
           05 VSN-STATO              PIC X(01).
              88 VSN-IN-SOSPESO      VALUE 'P'.
              88 VSN-APPROVATA       VALUE 'A'.
              88 VSN-RESPINTA        VALUE 'R'.
           05 VSN-OPERATORE-ESITO    PIC X(08).
           05 VSN-DATA-ESITO         PIC 9(08).
           05 VSN-ORA-ESITO          PIC 9(08).
           05 VSN-MOTIVO             PIC X(30).
           05 FILLER                 PIC X(13).
