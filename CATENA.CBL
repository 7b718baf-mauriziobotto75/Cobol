      *  RUN UNIT, PILOTA COMPRESO); I PROGRAMMI DELLA CATENA
      *  NOTTURNA (ESTRAICLI, GESFATTURE, INCASSI, SCADFATT,
      *  MOVIPOST, CLIENTI) SONO GIA' CONVERTITI.
      *  LA DATA DELLA NOTTATA E' LA DATA CONTABILE (ROUTINE
      *  DATACONT), NON QUELLA DELL'OROLOGIO: UNA CATENA CHE PASSA
      *  LA MEZZANOTTE CERCA ANCORA I RECORD 'F' DELLA GIORNATA CHE
      *  STA ELABORANDO. L'ULTIMO PASSO DEL PIANO E' FINEGG, CHE
      *  CHIUDE LA GIORNATA E PORTA LA DATA CONTABILE AL GIORNO
      *  LAVORATIVO SUCCESSIVO; CON LA CATENA FERMA NON PARTE E LA
      *  GIORNATA RESTA APERTA PER IL RILANCIO.
      *  OGNI PASSO DEL PIANO PUO' PORTARE IL PROPRIO SLA IN MINUTI:
      *  IL PILOTA NON LO USA, LO CONFRONTA CON LE DURATE REALI IL
      *  PROSPETTO DEI TEMPI TEMPIJRN.
      ******************************************************************
       IDENTIFICATION DIVISION.

           05 PLN-PASSO        PIC 9(2).
           05 PLN-PROGRAMMA    PIC X(10).
           05 PLN-PREDECESSORE PIC 9(2).
           05 PLN-SLA-MINUTI   PIC 9(4).
           05 FILLER           PIC X(22).

       FD RUNJRNL
           LABEL RECORD IS OMITTED
       01 WS-COMPLETAMENTO           PIC 99   VALUE ZEROES.
       01 WS-PROGRAMMA-CALL          PIC X(10) VALUE SPACES.

           COPY PAR_DataCont.

       01 WS-RIGA-LOG.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-L-ORA       PIC 9(8).
          STOP RUN.

       OP-INIZIALI.
          MOVE 'D' TO DCP-FUNZIONE.
          MOVE 'CATENA' TO DCP-PROGRAMMA.
          CALL 'DATACONT' USING PARAMETRI-DATACONT.
          MOVE DCP-DATA-CONTABILE TO WS-DATA-RUN.
          OPEN INPUT PIANO.
          IF FS-PIANO NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE IL PIANO - FS=' FS-PIANO
