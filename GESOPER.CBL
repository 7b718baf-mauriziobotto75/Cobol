      *  CANCELLAZIONE). L'ARCHIVIO VA CUSTODITO COME DATASET DI
      *  SISTEMA: QUESTO PROGRAMMA DI MANUTENZIONE E' RISERVATO AL
      *  CAPO SALA E NON HA UN PROPRIO SIGN-ON.
      *  L'ABILITAZIONE ALLA RIAPERTURA DEI MESI IVA CHIUSI (GESPERIVA)
      *  E' CONCESSA A PARTE, DI NORMA AL SOLO RESPONSABILE CONTABILE.
      *  COSI' ANCHE L'ABILITAZIONE AD APPROVARE LE VARIAZIONI SENSIBILI
      *  IN SOSPESO (APPRVAR), DA DARE A CHI NON LE INSERISCE.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05  OPE-DATA-PASSWORD PIC 9(8).
           05  OPE-BLOCCATO    PIC X.
               88 OPE-E-BLOCCATO  VALUE 'B'.
      *    ABILITAZIONE ALLA RIAPERTURA DEI MESI IVA (GESPERIVA).
           05  OPE-PERM-RIAP   PIC X.
      *    ABILITAZIONE ALL'APPROVAZIONE DELLE VARIAZIONI SENSIBILI
      *    IN SOSPESO (IBAN, PAGHE, LIMITE DI ACQUISTO: APPRVAR).
           05  OPE-PERM-APPR   PIC X.

      *----------------------------------------------------------------
      *  REGISTRO ACCESSI CONDIVISO CON I PROGRAMMI ONLINE: QUI
           DISPLAY 'INSERIMENTO:  ' OPE-PERM-INS.
           DISPLAY 'VARIAZIONE:   ' OPE-PERM-VAR.
           DISPLAY 'CANCELLAZIONE:' OPE-PERM-CANC.
           DISPLAY 'RIAPERT. IVA: ' OPE-PERM-RIAP.
           DISPLAY 'APPROV. VAR.: ' OPE-PERM-APPR.
           DISPLAY 'PW CAMBIATA:  ' OPE-DATA-PASSWORD.
           IF OPE-E-BLOCCATO
               DISPLAY 'STATO:        BLOCCATO'
           ACCEPT OPE-PERM-VAR.
           DISPLAY 'ABILITATO CANCELLAZIONE (S/N): '.
           ACCEPT OPE-PERM-CANC.
           DISPLAY 'ABILITATO RIAPERTURA IVA (S/N): '.
           ACCEPT OPE-PERM-RIAP.
           DISPLAY 'ABILITATO APPROVAZIONE VARIAZIONI (S/N): '.
           ACCEPT OPE-PERM-APPR.
       ACCETTA-PERMESSI-EX.
           EXIT.

