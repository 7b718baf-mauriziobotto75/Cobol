      ******************************************************************
      *  COPYBOOK PAR_DATACONT
      *  AREA DI COLLOQUIO CON LA ROUTINE DATACONT (DATA CONTABILE E
      *  CALENDARIO DEI GIORNI LAVORATIVI), CONDIVISA DA DATACONT E
      *  DA OGNI BATCH CHE LA CHIAMA CON CALL 'DATACONT' USING
      *  PARAMETRI-DATACONT AL POSTO DI ACCEPT ... FROM DATE.
      *  FUNZIONI:
      *   'D' DATA CONTABILE CORRENTE IN DCP-DATA-CONTABILE (SENZA
      *       ARCHIVIO DATACONT: DATA DI SISTEMA ED ESITO 'S'); AVVISA
      *       A VIDEO SE IL LANCIO CADE IN UN GIORNO NON LAVORATIVO.
      *   'L' PRIMO GIORNO LAVORATIVO UGUALE O SUCCESSIVO A
      *       DCP-DATA-IN, RESTITUITO IN DCP-DATA-OUT (UN GIORNO OLTRE
      *       LA FINE DEL MESE VALE COME ULTIMO GIORNO DEL MESE).
      *   'A' FINE GIORNATA: PORTA LA DATA CONTABILE AL GIORNO
      *       LAVORATIVO SUCCESSIVO (SOLO DAL PASSO FINEGG DI CATENA);
      *       IN DCP-DATA-OUT LA GIORNATA APPENA CHIUSA.
      ******************************************************************
       01  PARAMETRI-DATACONT.
           05 DCP-FUNZIONE           PIC X(01).
              88 DCP-LEGGI-DATA      VALUE 'D'.
              88 DCP-GIORNO-UTILE    VALUE 'L'.
              88 DCP-FINE-GIORNATA   VALUE 'A'.
           05 DCP-PROGRAMMA          PIC X(10).
           05 DCP-DATA-CONTABILE     PIC 9(08).
           05 DCP-DATA-SISTEMA       PIC 9(08).
           05 DCP-DATA-IN            PIC 9(08).
           05 DCP-DATA-OUT           PIC 9(08).
           05 DCP-LAVORATIVO         PIC X(01).
              88 DCP-GIORNO-LAVORATIVO VALUE 'S'.
              88 DCP-GIORNO-FESTIVO  VALUE 'N'.
           05 DCP-ESITO              PIC X(01).
              88 DCP-ESITO-OK        VALUE ' '.
              88 DCP-DATA-DI-SISTEMA VALUE 'S'.
              88 DCP-ESITO-ERRORE    VALUE 'E'.
           05 FILLER                 PIC X(10).
