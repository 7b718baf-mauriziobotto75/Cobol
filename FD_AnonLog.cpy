      ******************************************************************
      *  COPYBOOK FD_ANONLOG
      *  REGISTRO DELLE ANONIMIZZAZIONI (FILE SEQUENZIALE ANONLOG, IN
      *  CODA): UNA RIGA PER OGNI RECORD ANAGRAFICO ANONIMIZZATO DA
      *  ANONIMIZ, LETTO ANCHE DALL'ESTRATTO PRIVACY. NON PORTA DATI
      *  PERSONALI: SOLO ARCHIVIO, CHIAVE, ULTIMA ATTIVITA' E REGOLA
      *  DI CONSERVAZIONE APPLICATA.
      *  ARCHIVIO: 'C' ANAGRAFICA CLIENTI (COD-CLI), 'R' CONTO RETAIL
      *            (FILE-CLIENTI), 'K' CONTRATTO DI FINANZIAMENTO,
      *            'A' RIGA DEL REGISTRO AUDIT-TRAIL DI INSCLIENTI,
      *            'S' STUDENTE (ESTUDENTE), 'F' CONTATTI DELLA
      *            FAMIGLIA (FAMIGLIE).
      ******************************************************************
       01  REC-ANONLOG.
           05 ANL-DATA               PIC 9(08).
           05 ANL-ORA                PIC 9(08).
           05 ANL-ARCHIVIO           PIC X(01).
              88 ANL-CLIENTI         VALUE 'C'.
              88 ANL-RETAIL          VALUE 'R'.
              88 ANL-CONTRATTO       VALUE 'K'.
              88 ANL-AUDIT           VALUE 'A'.
              88 ANL-STUDENTE        VALUE 'S'.
              88 ANL-FAMIGLIA        VALUE 'F'.
           05 ANL-CHIAVE             PIC X(08).
           05 ANL-CHIAVE-N REDEFINES ANL-CHIAVE PIC 9(08).
           05 ANL-ULTIMA-ATTIVITA    PIC 9(08).
           05 ANL-ANNI-CONSERVAZIONE PIC 9(02).
           05 ANL-DATA-LIMITE        PIC 9(08).
           05 ANL-PROGRAMMA          PIC X(10).
           05 FILLER                 PIC X(27).
