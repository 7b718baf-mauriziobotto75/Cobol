      ******************************************************************
      *  COPYBOOK FD_PARTBIMG
      *  TRACCIATO DEL GIORNALE DELLE IMMAGINI DI PARTITE (FILE
      *  SEQUENZIALE PARTBIMG, SOLO IN ACCODAMENTO), CONDIVISO DAI
      *  BATCH CHE AGGIORNANO PARTITE (INCASSI, APPLACC, NOTECRED,
      *  CONSOFIN, SDDEMIS, SDDINSOL, STRALCIO, RIMBORSI), DAL
      *  RIPRISTINO RIPRPART E DALL'EPURAZIONE EPURBIMG.
      *  UN RECORD PER OGNI SCRITTURA SU PARTITE, SCRITTO SUBITO PRIMA
      *  DI ESSA: PROGRAMMA, DATA CONTABILE E ORA DI INIZIO DEL RUN
      *  (INSIEME IDENTIFICANO IL RUN), PROGRESSIVO NEL RUN, AZIONE E
      *  IMMAGINE DELLA PARTITA PRIMA E DOPO LA SCRITTURA.
      *  AZIONE: 'M' PARTITA MODIFICATA (PRIMA E DOPO VALORIZZATE),
      *          'N' PARTITA NUOVA (PRIMA A SPAZI),
      *          'C' PARTITA CANCELLATA DA UN RIPRISTINO (DOPO A SPAZI).
      ******************************************************************
       01  REC-PARTBIMG.
           05 BIM-PROGRAMMA          PIC X(10).
           05 BIM-DATA-RUN           PIC 9(08).
           05 BIM-ORA-RUN            PIC 9(08).
           05 BIM-PROGR              PIC 9(07).
           05 BIM-AZIONE             PIC X(01).
              88 BIM-MODIFICATA      VALUE 'M'.
              88 BIM-NUOVA           VALUE 'N'.
              88 BIM-CANCELLATA      VALUE 'C'.
           05 BIM-PRIMA              PIC X(70).
           05 BIM-DOPO               PIC X(70).
           05 BIM-DATA-SISTEMA       PIC 9(08).
           05 FILLER                 PIC X(18).
