      ******************************************************************
      *  COPYBOOK FD_CLIBANCA
      *  COORDINATE BANCARIE DEI CLIENTI DI FATTURAZIONE (FILE
      *  INDICIZZATO CLIBANCA SU CLB-COD-CLI, IL COD-CLI A 5 CIFRE DI
      *  FCLIENTI/FFATTURE), CONDIVISO DA CHI LO MANTIENE (GESCLIBAN),
      *  DA CHI APPROVA I CAMBI DI IBAN (APPRVAR) E DAL BATCH DEI
      *  RIMBORSI AI CLIENTI (RIMBORSI), CHE VI PRENDE IL CONTO DA
      *  ACCREDITARE. E' DISTINTO DAL MANDATO SDD (MANDATI), CHE E'
      *  IL CONTO DA ADDEBITARE E PUO' NON ESISTERE.
      *  L'IBAN NON SI CAMBIA DIRETTAMENTE: GESCLIBAN LO METTE IN
      *  SOSPESO SU VARSENS (ARCHIVIO 'B', CAMPO 'IB') E PASSA QUI
      *  SOLO CON L'APPROVAZIONE DI UN SECONDO OPERATORE. A SPAZI =
      *  CLIENTE SENZA IBAN DA ACCREDITARE.
      *  CLB-DATA-VAR: DATA DELL'ULTIMA VARIAZIONE DEL RECORD.
      ******************************************************************
       01  REC-CLIBANCA.
           05 KEY-CLIBANCA.
              07 CLB-COD-CLI         PIC 9(05).
           05 CLB-IBAN               PIC X(27).
           05 CLB-INTESTATARIO       PIC X(35).
           05 CLB-DATA-VAR           PIC 9(08).
           05 FILLER                 PIC X(05).
