      ******************************************************************
      *  COPYBOOK PAR_CTRLOPER
      *  AREA DI COLLOQUIO CON LA ROUTINE CTRLOPER (CONTROLLO DEGLI
      *  OPERATORI SULL'ARCHIVIO OPERATORI), CONDIVISA DA CTRLOPER E
      *  DA OGNI PROGRAMMA CHE LA CHIAMA CON CALL 'CTRLOPER' USING
      *  PARAMETRI-CTRLOPER.
      *  FUNZIONI:
      *   'V' VERIFICA CODICE E PASSWORD DI COP-OPERATORE, IL BLOCCO,
      *       LA SCADENZA DELLA PASSWORD (STESSA REGOLA DEL SIGN-ON DI
      *       INSCLIENTI) E, SE COP-PERMESSO NON E' A SPAZIO,
      *       L'ABILITAZIONE RICHIESTA ('A' APPROVAZIONE VARIAZIONI
      *       SENSIBILI, 'R' RIAPERTURA IVA). OGNI VERIFICA FALLITA VA
      *       SU ACCESSLOG CON ESITO 'F' A NOME DI COP-PROGRAMMA.
      *   'B' BLOCCA IL CODICE COP-OPERATORE (DOPO I TENTATIVI FALLITI
      *       DEL SIGN-ON DEL CHIAMANTE) E LO REGISTRA SU ACCESSLOG.
      *  ESITI: ' ' OK, 'P' CODICE O PASSWORD ERRATI, 'B' OPERATORE
      *  BLOCCATO, 'S' PASSWORD SCADUTA, 'N' OPERATORE NON ABILITATO,
      *  'E' ARCHIVIO OPERATORI NON DISPONIBILE.
      ******************************************************************
       01  PARAMETRI-CTRLOPER.
           05 COP-FUNZIONE           PIC X(01).
              88 COP-VERIFICA        VALUE 'V'.
              88 COP-BLOCCA          VALUE 'B'.
           05 COP-PROGRAMMA          PIC X(10).
           05 COP-OPERATORE          PIC X(08).
           05 COP-PASSWORD           PIC X(08).
           05 COP-PERMESSO           PIC X(01).
              88 COP-PERM-NESSUNO    VALUE ' '.
              88 COP-PERM-APPROVA    VALUE 'A'.
              88 COP-PERM-RIAPRE     VALUE 'R'.
           05 COP-ESITO              PIC X(01).
              88 COP-ESITO-OK        VALUE ' '.
              88 COP-ESITO-PASSWORD  VALUE 'P'.
              88 COP-ESITO-BLOCCATO  VALUE 'B'.
              88 COP-ESITO-SCADUTA   VALUE 'S'.
              88 COP-ESITO-NON-ABIL  VALUE 'N'.
              88 COP-ESITO-ERRORE    VALUE 'E'.
           05 FILLER                 PIC X(10).
