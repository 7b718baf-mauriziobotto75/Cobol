      ******************************************************************
      *  QUALITA' DELL'ANAGRAFE CLIENTI: SCORRE CLIENTI E PRODUCE LA
      *  LISTA DELLE CORREZIONI DA FARE, UNA SEZIONE PER OPERATORE
      *  (L'ULTIMO CHE HA INSERITO IL CLIENTE SECONDO AUDIT-TRAIL;
      *  I CLIENTI SENZA TRACCIA ESCONO COME NON ATTRIBUITI) E IN
      *  ORDINE DI PRIORITA':
      *  1 - PARTITA IVA / CODICE FISCALE MANCANTE O CON CIFRA DI
      *      CONTROLLO ERRATA (LO SCARTO SDI E' SICURO);
      *  2 - STESSA PARTITA IVA / CODICE FISCALE SU PIU' COD-CLI;
      *  3 - CAP NON PRESENTE O NON CORRISPONDENTE ALLA CITTA' NELLA
      *      TABELLA CAPCITTA (CARICATA DA CARICACAP; SE MANCA IL
      *      CONTROLLO VIENE SALTATO);
      *  4 - INDIRIZZO, CAP, CITTA' O TELEFONO MANCANTI, ANCHE SUI
      *      CONTI DEL MASTER RETAIL COLLEGATI VIA XREFCLI (PER I
      *      LEGAMI ORFANI E LE DIFFERENZE FRA I DUE MASTER VEDI
      *      XREFCHK).
      *  IL CONTROLLO DI PARTITA IVA E CODICE FISCALE (CONTROLLA-
      *  CODFISC) E' LO STESSO APPLICATO ALL'INSERIMENTO DA
      *  INSCLIENTI E CARICACLI. SOLA LETTURA SUI MASTER; CLIOPE E
      *  DOPPICLI SONO ARCHIVI DI LAVORO RICREATI AD OGNI ESECUZIONE.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. QUALCLI.
       AUTHOR.  MB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COD-CLI
           ALTERNATE RECORD KEY IS RAG-CLI
               WITH DUPLICATES
           FILE STATUS IS FS-CLIENTI.

           SELECT AUDIT-TRAIL ASSIGN TO DISK
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-AUDIT.

           SELECT XREFCLI ASSIGN TO DATABASE-XREFCLI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-XREFCLI
           FILE STATUS IS FS-XREFCLI.

           SELECT FILE-CLIENTI ASSIGN TO DISK
           ACCESS IS DYNAMIC
           ORGANIZATION IS INDEXED
           RECORD KEY IS NUMERO-CONTO-CLIENTE
           FILE STATUS IS FS-RETAIL.

           SELECT CAPCITTA ASSIGN TO DATABASE-CAPCITTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-CAPCITTA
           FILE STATUS IS FS-CAPCITTA.

           SELECT CLIOPE ASSIGN TO DATABASE-CLIOPE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-CLIOPE
           FILE STATUS IS FS-CLIOPE.

           SELECT DOPPICLI ASSIGN TO FORMATFILE-DOPPICLI
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DOPPICLI.

           SELECT SORT-PIVA ASSIGN TO FORMATFILE-SORTWORK.

           SELECT SORT-ANOM ASSIGN TO FORMATFILE-SORTANOM.

           SELECT LISTA ASSIGN TO PRINTER-QUALCLI
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-LISTA.

       DATA DIVISION.

       FILE SECTION.
       FD  CLIENTI
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RECORD-CLIENTE.
       01  RECORD-CLIENTE.
           05  COD-CLI PIC 9(6).
           05  RAG-CLI PIC X(30).
           05  IND-CLI PIC X(30).
           05  CAP-CLI PIC 9(5).
           05  CIT-CLI PIC X(20).
           05  TEL-CLI PIC X(10).
           05  PIVA-CLI PIC X(16).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REC-AUDIT.
       01  REC-AUDIT.
           05  AUD-DATA        PIC 9(8).
           05  AUD-ORA         PIC 9(8).
           05  AUD-OPERATORE   PIC X(8).
           05  AUD-COD-CLI     PIC 9(6).
           05  AUD-RAG-CLI     PIC X(30).

       FD XREFCLI
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS REC-XREFCLI.
       01 REC-XREFCLI.
           05 KEY-XREFCLI.
             07 XRF-CONTO      PIC 9(7).
           05 XRF-COD-CLI      PIC 9(6).
           05 FILLER           PIC X(7).

       FD  FILE-CLIENTI
           BLOCK CONTAINS 5 RECORDS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RECORD-CLIENTE-RET.
       01  RECORD-CLIENTE-RET.
           02   IDENTIFICAZIONE-CONTO.
                03 TIPO-CONTO                       PICTURE X.
                03 NUMERO-CONTO-CLIENTE.
                   04 NUMERO-MAGAZZINO               PICTURE 999.
                   04 NUMERO-PROGRESSIVO             PICTURE 9(4).
                03 CICLO-FATTURAZIONE                PICTURE 99.
                03 NOME-CLIENTE                      PICTURE X(22).
                03 INDIRIZZO-CLIENTE                 PICTURE X(22).
                03 CITTA-CLIENTE                     PICTURE X(22).
           02   RESTO-RECORD-RETAIL                  PICTURE X(175).

       FD CAPCITTA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REC-CAPCITTA.
       01 REC-CAPCITTA.
           05 KEY-CAPCITTA.
             07 CCT-CAP        PIC 9(5).
             07 CCT-CITTA      PIC X(20).
           05 CCT-PROVINCIA    PIC X(2).
           05 FILLER           PIC X(13).

      *----------------------------------------------------------------
      *  LAVORO: ULTIMO OPERATORE CHE HA INSERITO IL CLIENTE, DA
      *  AUDIT-TRAIL (CHE E' IN ORDINE CRONOLOGICO: VINCE L'ULTIMO).
      *----------------------------------------------------------------
       FD CLIOPE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS REC-CLIOPE.
       01 REC-CLIOPE.
           05 KEY-CLIOPE.
             07 CLO-COD-CLI    PIC 9(6).
           05 CLO-OPERATORE    PIC X(8).
           05 FILLER           PIC X(6).

      *----------------------------------------------------------------
      *  LAVORO: UNA RIGA PER CLIENTE CHE CONDIVIDE LA PARTITA IVA /
      *  CODICE FISCALE CON UN ALTRO COD-CLI (QUELLO INDICATO).
      *----------------------------------------------------------------
       FD DOPPICLI
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REC-DOPPICLI.
       01 REC-DOPPICLI.
           05 DOP-COD-CLI      PIC 9(6).
           05 DOP-PIVA         PIC X(16).
           05 DOP-ALTRO-CLI    PIC 9(6).
           05 FILLER           PIC X(12).

       SD SORT-PIVA.
       01 SORT-PIVA-REC.
           05 SP-PIVA          PIC X(16).
           05 SP-COD-CLI       PIC 9(6).

      *----------------------------------------------------------------
      *  ANOMALIE IN ORDINE DI OPERATORE (SPAZI = NON ATTRIBUITO),
      *  PRIORITA' E CODICE. ORIGINE C = CLIENTI, R = CONTO RETAIL.
      *----------------------------------------------------------------
       SD SORT-ANOM.
       01 SORT-ANOM-REC.
           05 SA-OPERATORE     PIC X(8).
           05 SA-PRIORITA      PIC 9(1).
           05 SA-ORIGINE       PIC X(1).
           05 SA-CODICE        PIC 9(7).
           05 SA-NOME          PIC X(30).
           05 SA-VALORE        PIC X(20).
           05 SA-MOTIVO        PIC X(40).

       FD LISTA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REC-LISTA.
       01 REC-LISTA            PIC X(132).

       WORKING-STORAGE SECTION.

       01 FS-CLIENTI                 PIC X(2) VALUE '00'.
       01 FS-AUDIT                   PIC X(2) VALUE '00'.
       01 FS-XREFCLI                 PIC 9(2) VALUE ZEROES.
       01 FS-RETAIL                  PIC 9(2) VALUE ZEROES.
       01 FS-CAPCITTA                PIC 9(2) VALUE ZEROES.
       01 FS-CLIOPE                  PIC 9(2) VALUE ZEROES.
       01 FS-DOPPICLI                PIC 9(2) VALUE ZEROES.
       01 FS-LISTA                   PIC 9(2) VALUE ZEROES.

       01 SW-FINE-CLI                PIC 9(1) VALUE ZEROES.
           88 EOF-CLI                 VALUE 1.
       01 SW-FINE-AUDIT              PIC 9(1) VALUE ZEROES.
           88 EOF-AUDIT               VALUE 1.
       01 SW-FINE-XREF               PIC 9(1) VALUE ZEROES.
           88 EOF-XREF                VALUE 1.
       01 SW-FINE-DOPPI              PIC 9(1) VALUE ZEROES.
           88 EOF-DOPPI               VALUE 1.
       01 SW-FINE-SORT               PIC 9(1) VALUE ZEROES.
           88 EOF-SORT                VALUE 1.
       01 SW-CAPCITTA-APERTO         PIC X(1) VALUE 'N'.
           88 WS-CAPCITTA-APERTO     VALUE 'S'.
       01 SW-RETAIL-APERTO           PIC X(1) VALUE 'N'.
           88 WS-RETAIL-APERTO       VALUE 'S'.
       01 SW-PRECEDENTE-SEGNALATO    PIC X(1) VALUE 'N'.
           88 WS-PRECEDENTE-SEGNALATO VALUE 'S'.
       01 SW-PRIMO-OPERATORE         PIC X(1) VALUE 'S'.
           88 WS-E-IL-PRIMO-OPERATORE VALUE 'S'.

       01 WS-CAMPI-CONTATORI.
           05 WS-CTR-CLIENTI          PIC 9(7) VALUE ZEROES.
           05 WS-CTR-CONTI-RETAIL     PIC 9(7) VALUE ZEROES.
           05 WS-CTR-ANOMALIE         PIC 9(7) VALUE ZEROES.
           05 WS-CTR-PRIORITA         PIC 9(7) OCCURS 4.
       01 WS-IND-PRI                 PIC 9(1) VALUE ZEROES.

      *----------------------------------------------------------------
      *  CLIENTE IN ESAME E RIGA DI ANOMALIA IN COSTRUZIONE.
      *----------------------------------------------------------------
       01 WS-OPERATORE-CLI           PIC X(8) VALUE SPACES.
       01 WS-PIVA-PREC               PIC X(16) VALUE SPACES.
       01 WS-COD-CLI-PREC            PIC 9(6) VALUE ZEROES.
       01 WS-OPERATORE-CORRENTE      PIC X(8) VALUE SPACES.

      *----------------------------------------------------------------
      *  CONTROLLO FORMALE PARTITA IVA / CODICE FISCALE: IN INGRESSO
      *  WS-CF-CODICE, IN USCITA WS-CF-ESITO ('S' VALIDO) E IL MOTIVO
      *  IN WS-CF-MSG. STESSI CAMPI IN INSCLIENTI E CARICACLI.
      *----------------------------------------------------------------
       01 WS-CTRL-FISCALE.
           05 WS-CF-CODICE           PIC X(16).
           05 WS-CF-CARATTERI REDEFINES WS-CF-CODICE.
              07 WS-CF-CAR           PIC X OCCURS 16.
           05 WS-CF-CIFRE REDEFINES WS-CF-CODICE.
              07 WS-CF-CIFRA         PIC 9 OCCURS 16.
           05 WS-CF-POS              PIC 9(2).
           05 WS-CF-IND              PIC 9(2).
           05 WS-CF-VALORE           PIC 9(2).
           05 WS-CF-SOMMA            PIC 9(4).
           05 WS-CF-QUOZIENTE        PIC 9(4).
           05 WS-CF-RESTO            PIC 9(2).
           05 WS-CF-ESITO            PIC X.
              88 WS-CF-VALIDO        VALUE 'S'.
           05 WS-CF-MSG              PIC X(40).
       01 WS-CF-SIMBOLI              PIC X(36)
              VALUE '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-CF-SIMBOLI-R REDEFINES WS-CF-SIMBOLI.
           05 WS-CF-SIMBOLO          PIC X OCCURS 36.
      *    VALORE DEI CARATTERI IN POSIZIONE DISPARI DEL CODICE
      *    FISCALE, NELL'ORDINE DI WS-CF-SIMBOLI (CIFRE, POI A-Z).
       01 WS-CF-TAB-DISPARI.
           05 FILLER PIC X(20) VALUE '01000507091315171921'.
           05 FILLER PIC X(20) VALUE '01000507091315171921'.
           05 FILLER PIC X(20) VALUE '02041820110306081214'.
           05 FILLER PIC X(12) VALUE '161022252423'.
       01 WS-CF-TAB-DISPARI-R REDEFINES WS-CF-TAB-DISPARI.
           05 WS-CF-DISPARI          PIC 9(2) OCCURS 36.

       01 WS-STAMPA-RIGHE            PIC 9(2)  VALUE ZEROES.
       01 WS-STAMPA-MAX-RIGHE        PIC 9(2)  VALUE 50.
       01 WS-STAMPA-PAGINA           PIC 9(3)  VALUE ZEROES.
       01 WS-DATA-OGGI               PIC 9(8)  VALUE ZEROES.

       01 WS-INT-1.
           05 FILLER     PIC X(20) VALUE SPACES.
           05 FILLER     PIC X(44)
              VALUE 'QUALCLI - CORREZIONI ANAGRAFE CLIENTI AL '.
           05 WS-INT-DATA PIC 9(8).
           05 FILLER     PIC X(48) VALUE SPACES.
           05 FILLER     PIC X(5)  VALUE 'PAG. '.
           05 WS-INT-PAGINA PIC ZZ9.

       01 WS-INT-OPERATORE.
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 FILLER     PIC X(11) VALUE 'OPERATORE: '.
           05 WS-IO-OPERATORE PIC X(16).

       01 WS-INT-2.
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 FILLER     PIC X(5)  VALUE 'PRI.'.
           05 FILLER     PIC X(4)  VALUE 'OR.'.
           05 FILLER     PIC X(9)  VALUE 'CODICE'.
           05 FILLER     PIC X(32) VALUE 'NOMINATIVO'.
           05 FILLER     PIC X(22) VALUE 'VALORE'.
           05 FILLER     PIC X(40) VALUE 'CORREZIONE DA FARE'.

       01 WS-DET-STAMPA.
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 WS-D-PRIORITA  PIC 9(1).
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 WS-D-ORIGINE   PIC X(1).
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 WS-D-CODICE    PIC 9(7).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-NOME      PIC X(30).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-VALORE    PIC X(20).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-MOTIVO    PIC X(40).

       01 WS-RIGA-TOTALE.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-TOT-LABEL   PIC X(40).
           05 WS-TOT-NUMERO  PIC Z(6)9.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.

       INIZIO.
          PERFORM OP-INIZIALI THRU OP-INIZIALI-EX.
          PERFORM CARICA-OPERATORI THRU CARICA-OPERATORI-EX.
          SORT SORT-PIVA ON ASCENDING KEY SP-PIVA SP-COD-CLI
               INPUT PROCEDURE RILASCIA-PIVA THRU RILASCIA-PIVA-EX
               OUTPUT PROCEDURE CERCA-DOPPIONI
                     THRU CERCA-DOPPIONI-EX.
          SORT SORT-ANOM ON ASCENDING KEY SA-OPERATORE SA-PRIORITA
                                          SA-ORIGINE SA-CODICE
               INPUT PROCEDURE CONTROLLA-ANAGRAFE
                     THRU CONTROLLA-ANAGRAFE-EX
               OUTPUT PROCEDURE STAMPA-LISTA THRU STAMPA-LISTA-EX.
          PERFORM OP-FINALI THRU OP-FINALI-EX.
          STOP RUN.

       OP-INIZIALI.
          MOVE 'D' TO DCP-FUNZIONE.
          MOVE 'QUALCLI' TO DCP-PROGRAMMA.
          CALL 'DATACONT' USING PARAMETRI-DATACONT.
          MOVE DCP-DATA-CONTABILE TO WS-DATA-OGGI.
          OPEN INPUT CLIENTI.
          IF FS-CLIENTI NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE CLIENTI - FS=' FS-CLIENTI
             STOP RUN WITH ERROR STATUS 16.
          OPEN OUTPUT CLIOPE.
          CLOSE CLIOPE.
          OPEN I-O CLIOPE.
          IF FS-CLIOPE NOT = '00'
             DISPLAY 'IMPOSSIBILE CREARE CLIOPE - FS=' FS-CLIOPE
             STOP RUN WITH ERROR STATUS 16.
          OPEN INPUT CAPCITTA.
          IF FS-CAPCITTA = '00'
             MOVE 'S' TO SW-CAPCITTA-APERTO
          ELSE
             DISPLAY 'CAPCITTA ASSENTE: CONTROLLO CAP SALTATO'
                     ' (CARICARLA CON CARICACAP)'.
          OPEN INPUT XREFCLI.
          IF FS-XREFCLI = '00'
             OPEN INPUT FILE-CLIENTI
             IF FS-RETAIL = '00'
                MOVE 'S' TO SW-RETAIL-APERTO
             ELSE
                CLOSE XREFCLI.
          IF NOT WS-RETAIL-APERTO
             DISPLAY 'XREFCLI O MASTER RETAIL ASSENTI: CONTI RETAIL '
                     'NON CONTROLLATI'.
          OPEN OUTPUT LISTA.
          IF FS-LISTA NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE LA STAMPA - FS=' FS-LISTA
             STOP RUN WITH ERROR STATUS 16.
          INITIALIZE WS-CAMPI-CONTATORI.
       OP-INIZIALI-EX.
          EXIT.

      *----------------------------------------------------------------
      *  FASE 1: OPERATORE DI OGNI CLIENTE DAL REGISTRO DI AUDIT DI
      *  INSCLIENTI / CARICACLI (SE IL REGISTRO NON C'E' TUTTE LE
      *  CORREZIONI ESCONO COME NON ATTRIBUITE).
      *----------------------------------------------------------------
       CARICA-OPERATORI.
          OPEN INPUT AUDIT-TRAIL.
          IF FS-AUDIT NOT = '00'
             DISPLAY 'AUDIT-TRAIL ASSENTE: OPERATORI NON ATTRIBUITI'
             GO TO CARICA-OPERATORI-EX.
          PERFORM LEGGI-AUDIT THRU LEGGI-AUDIT-EX.
          PERFORM REGISTRA-OPERATORE THRU REGISTRA-OPERATORE-EX
                  UNTIL EOF-AUDIT.
          CLOSE AUDIT-TRAIL.
       CARICA-OPERATORI-EX.
          EXIT.

       LEGGI-AUDIT.
          READ AUDIT-TRAIL AT END MOVE 1 TO SW-FINE-AUDIT
               GO TO LEGGI-AUDIT-EX.
          IF FS-AUDIT NOT = '00'
             DISPLAY 'ERRORE IN LETTURA AUDIT-TRAIL - FS=' FS-AUDIT
             MOVE 1 TO SW-FINE-AUDIT.
       LEGGI-AUDIT-EX.
          EXIT.

       REGISTRA-OPERATORE.
          MOVE SPACES TO REC-CLIOPE.
          MOVE AUD-COD-CLI   TO CLO-COD-CLI.
          MOVE AUD-OPERATORE TO CLO-OPERATORE.
          WRITE REC-CLIOPE.
          IF FS-CLIOPE = '22'
             REWRITE REC-CLIOPE.
          PERFORM LEGGI-AUDIT THRU LEGGI-AUDIT-EX.
       REGISTRA-OPERATORE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  FASE 2: PARTITE IVA / CODICI FISCALI IN ORDINE, PER TROVARE
      *  QUELLI PRESENTI SU PIU' COD-CLI (SCRITTI SU DOPPICLI).
      *----------------------------------------------------------------
       RILASCIA-PIVA.
          MOVE ZEROES TO COD-CLI.
          START CLIENTI KEY IS GREATER THAN COD-CLI
                INVALID KEY MOVE 1 TO SW-FINE-CLI.
          IF NOT EOF-CLI
             PERFORM LETTURA-CLI THRU LETTURA-CLI-EX.
          PERFORM RILASCIA-UN-CLIENTE THRU RILASCIA-UN-CLIENTE-EX
                  UNTIL EOF-CLI.
       RILASCIA-PIVA-EX.
          EXIT.

       RILASCIA-UN-CLIENTE.
          IF PIVA-CLI NOT = SPACES
             MOVE PIVA-CLI TO SP-PIVA
             MOVE COD-CLI  TO SP-COD-CLI
             RELEASE SORT-PIVA-REC.
          PERFORM LETTURA-CLI THRU LETTURA-CLI-EX.
       RILASCIA-UN-CLIENTE-EX.
          EXIT.

       LETTURA-CLI.
          READ CLIENTI NEXT AT END MOVE 1 TO SW-FINE-CLI
               GO TO LETTURA-CLI-EX.
          IF FS-CLIENTI NOT = '00' AND FS-CLIENTI NOT = '02'
             DISPLAY 'ERRORE IN LETTURA CLIENTI - FS=' FS-CLIENTI
             MOVE 1 TO SW-FINE-CLI.
       LETTURA-CLI-EX.
          EXIT.

       CERCA-DOPPIONI.
          OPEN OUTPUT DOPPICLI.
          IF FS-DOPPICLI NOT = '00'
             DISPLAY 'IMPOSSIBILE CREARE DOPPICLI - FS=' FS-DOPPICLI
             STOP RUN WITH ERROR STATUS 16.
          MOVE SPACES TO WS-PIVA-PREC.
          MOVE ZEROES TO SW-FINE-SORT.
          PERFORM RITORNA-PIVA THRU RITORNA-PIVA-EX.
          PERFORM CONFRONTA-PIVA THRU CONFRONTA-PIVA-EX
                  UNTIL EOF-SORT.
          CLOSE DOPPICLI.
       CERCA-DOPPIONI-EX.
          EXIT.

       RITORNA-PIVA.
          RETURN SORT-PIVA AT END MOVE 1 TO SW-FINE-SORT.
       RITORNA-PIVA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  DENTRO UN GRUPPO CON LA STESSA CHIAVE FISCALE OGNI CLIENTE
      *  VIENE SEGNALATO UNA VOLTA, CON IL RIMANDO AL PRECEDENTE (IL
      *  PRIMO DEL GRUPPO RIMANDA AL SECONDO).
      *----------------------------------------------------------------
       CONFRONTA-PIVA.
          IF SP-PIVA NOT = WS-PIVA-PREC
             MOVE 'N' TO SW-PRECEDENTE-SEGNALATO
             GO TO D080.
          IF NOT WS-PRECEDENTE-SEGNALATO
             MOVE WS-COD-CLI-PREC TO DOP-COD-CLI
             MOVE SP-COD-CLI      TO DOP-ALTRO-CLI
             PERFORM SCRIVI-DOPPIO THRU SCRIVI-DOPPIO-EX
             MOVE 'S' TO SW-PRECEDENTE-SEGNALATO.
          MOVE SP-COD-CLI      TO DOP-COD-CLI.
          MOVE WS-COD-CLI-PREC TO DOP-ALTRO-CLI.
          PERFORM SCRIVI-DOPPIO THRU SCRIVI-DOPPIO-EX.
       D080.
          MOVE SP-PIVA    TO WS-PIVA-PREC.
          MOVE SP-COD-CLI TO WS-COD-CLI-PREC.
          PERFORM RITORNA-PIVA THRU RITORNA-PIVA-EX.
       CONFRONTA-PIVA-EX.
          EXIT.

       SCRIVI-DOPPIO.
          MOVE SP-PIVA TO DOP-PIVA.
          MOVE SPACES TO REC-DOPPICLI (29:12).
          WRITE REC-DOPPICLI.
          IF FS-DOPPICLI NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA DOPPICLI - FS='
                     FS-DOPPICLI
             STOP RUN WITH ERROR STATUS 16.
       SCRIVI-DOPPIO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  FASE 3: CONTROLLI SUI CLIENTI, SUI DOPPIONI TROVATI E SUI
      *  CONTI RETAIL COLLEGATI; OGNI ANOMALIA E' UNA RIGA DEL SORT.
      *----------------------------------------------------------------
       CONTROLLA-ANAGRAFE.
          MOVE ZEROES TO SW-FINE-CLI.
          MOVE ZEROES TO COD-CLI.
          START CLIENTI KEY IS GREATER THAN COD-CLI
                INVALID KEY MOVE 1 TO SW-FINE-CLI.
          IF NOT EOF-CLI
             PERFORM LETTURA-CLI THRU LETTURA-CLI-EX.
          PERFORM CONTROLLA-CLIENTE THRU CONTROLLA-CLIENTE-EX
                  UNTIL EOF-CLI.
          OPEN INPUT DOPPICLI.
          IF FS-DOPPICLI = '00'
             PERFORM LEGGI-DOPPICLI THRU LEGGI-DOPPICLI-EX
             PERFORM SEGNALA-DOPPIO THRU SEGNALA-DOPPIO-EX
                     UNTIL EOF-DOPPI
             CLOSE DOPPICLI.
          IF WS-RETAIL-APERTO
             PERFORM LEGGI-XREFCLI THRU LEGGI-XREFCLI-EX
             PERFORM CONTROLLA-CONTO THRU CONTROLLA-CONTO-EX
                     UNTIL EOF-XREF.
       CONTROLLA-ANAGRAFE-EX.
          EXIT.

       CONTROLLA-CLIENTE.
          ADD 1 TO WS-CTR-CLIENTI.
          MOVE COD-CLI TO CLO-COD-CLI.
          PERFORM OPERATORE-CLIENTE THRU OPERATORE-CLIENTE-EX.
          MOVE SPACES TO SORT-ANOM-REC.
          MOVE WS-OPERATORE-CLI TO SA-OPERATORE.
          MOVE 'C'      TO SA-ORIGINE.
          MOVE COD-CLI  TO SA-CODICE.
          MOVE RAG-CLI  TO SA-NOME.
      *   PRIORITA' 1: DATI FISCALI
          MOVE PIVA-CLI TO SA-VALORE.
          IF PIVA-CLI = SPACES
             MOVE 1 TO SA-PRIORITA
             MOVE 'PARTITA IVA / CODICE FISCALE MANCANTE'
                  TO SA-MOTIVO
             PERFORM RILASCIA-ANOMALIA THRU RILASCIA-ANOMALIA-EX
             GO TO K020.
          MOVE PIVA-CLI TO WS-CF-CODICE.
          PERFORM CONTROLLA-CODFISC THRU CONTROLLA-CODFISC-EX.
          IF NOT WS-CF-VALIDO
             MOVE 1 TO SA-PRIORITA
             MOVE WS-CF-MSG TO SA-MOTIVO
             PERFORM RILASCIA-ANOMALIA THRU RILASCIA-ANOMALIA-EX.
      *   PRIORITA' 3: CAP / CITTA' SULLA TABELLA DI RIFERIMENTO
       K020.
          IF CAP-CLI = ZEROES OR CIT-CLI = SPACES
             MOVE 4 TO SA-PRIORITA
             MOVE CAP-CLI TO SA-VALORE
             MOVE 'CAP O CITTA'' MANCANTE' TO SA-MOTIVO
             PERFORM RILASCIA-ANOMALIA THRU RILASCIA-ANOMALIA-EX
             GO TO K030.
          IF WS-CAPCITTA-APERTO
             PERFORM CONTROLLA-CAP THRU CONTROLLA-CAP-EX.
      *   PRIORITA' 4: RECAPITI
       K030.
          MOVE SPACES TO SA-VALORE.
          IF IND-CLI = SPACES
             MOVE 4 TO SA-PRIORITA
             MOVE 'INDIRIZZO MANCANTE' TO SA-MOTIVO
             PERFORM RILASCIA-ANOMALIA THRU RILASCIA-ANOMALIA-EX.
          IF TEL-CLI = SPACES
             MOVE 4 TO SA-PRIORITA
             MOVE 'TELEFONO MANCANTE' TO SA-MOTIVO
             PERFORM RILASCIA-ANOMALIA THRU RILASCIA-ANOMALIA-EX.
          PERFORM LETTURA-CLI THRU LETTURA-CLI-EX.
       CONTROLLA-CLIENTE-EX.
          EXIT.

       OPERATORE-CLIENTE.
          MOVE SPACES TO WS-OPERATORE-CLI.
          READ CLIOPE.
          IF FS-CLIOPE = '00'
             MOVE CLO-OPERATORE TO WS-OPERATORE-CLI.
       OPERATORE-CLIENTE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  CAP E CITTA' DEVONO ESSERE UNA COPPIA DELLA TABELLA; SE LA
      *  COPPIA MANCA SI DISTINGUE IL CAP INESISTENTE DAL CAP CHE
      *  ESISTE MA PER ALTRI COMUNI.
      *----------------------------------------------------------------
       CONTROLLA-CAP.
          MOVE CAP-CLI TO CCT-CAP.
          MOVE CIT-CLI TO CCT-CITTA.
          READ CAPCITTA.
          IF FS-CAPCITTA = '00'
             GO TO CONTROLLA-CAP-EX.
          MOVE 3 TO SA-PRIORITA.
          MOVE SPACES TO SA-VALORE.
          STRING CAP-CLI ' ' CIT-CLI DELIMITED BY SIZE
                 INTO SA-VALORE.
          MOVE SPACES TO CCT-CITTA.
          START CAPCITTA KEY IS NOT LESS THAN KEY-CAPCITTA
                INVALID KEY MOVE 99 TO FS-CAPCITTA.
          IF FS-CAPCITTA = '00'
             READ CAPCITTA NEXT.
          IF FS-CAPCITTA = '00' AND CCT-CAP = CAP-CLI
             MOVE 'CAP NON CORRISPONDE ALLA CITTA''' TO SA-MOTIVO
          ELSE
             MOVE 'CAP INESISTENTE' TO SA-MOTIVO.
          PERFORM RILASCIA-ANOMALIA THRU RILASCIA-ANOMALIA-EX.
       CONTROLLA-CAP-EX.
          EXIT.

       LEGGI-DOPPICLI.
          READ DOPPICLI AT END MOVE 1 TO SW-FINE-DOPPI
               GO TO LEGGI-DOPPICLI-EX.
          IF FS-DOPPICLI NOT = '00'
             DISPLAY 'ERRORE IN LETTURA DOPPICLI - FS=' FS-DOPPICLI
             MOVE 1 TO SW-FINE-DOPPI.
       LEGGI-DOPPICLI-EX.
          EXIT.

       SEGNALA-DOPPIO.
          MOVE DOP-COD-CLI TO COD-CLI.
          READ CLIENTI.
          IF FS-CLIENTI NOT = '00'
             MOVE SPACES TO RAG-CLI.
          MOVE DOP-COD-CLI TO CLO-COD-CLI.
          PERFORM OPERATORE-CLIENTE THRU OPERATORE-CLIENTE-EX.
          MOVE SPACES TO SORT-ANOM-REC.
          MOVE WS-OPERATORE-CLI TO SA-OPERATORE.
          MOVE 2           TO SA-PRIORITA.
          MOVE 'C'         TO SA-ORIGINE.
          MOVE DOP-COD-CLI TO SA-CODICE.
          MOVE RAG-CLI     TO SA-NOME.
          MOVE DOP-PIVA    TO SA-VALORE.
          STRING 'STESSA P.IVA/C.F. DEL CLIENTE ' DOP-ALTRO-CLI
                 DELIMITED BY SIZE INTO SA-MOTIVO.
          PERFORM RILASCIA-ANOMALIA THRU RILASCIA-ANOMALIA-EX.
          PERFORM LEGGI-DOPPICLI THRU LEGGI-DOPPICLI-EX.
       SEGNALA-DOPPIO-EX.
          EXIT.

       LEGGI-XREFCLI.
          READ XREFCLI NEXT AT END MOVE 1 TO SW-FINE-XREF
               GO TO LEGGI-XREFCLI-EX.
          IF FS-XREFCLI NOT = '00'
             DISPLAY 'ERRORE IN LETTURA XREFCLI - FS=' FS-XREFCLI
             MOVE 1 TO SW-FINE-XREF.
       LEGGI-XREFCLI-EX.
          EXIT.

      *----------------------------------------------------------------
      *  CONTO RETAIL COLLEGATO: LA CORREZIONE VA ALL'OPERATORE DEL
      *  CLIENTE DI FATTURAZIONE A CUI IL CONTO E' LEGATO. I LEGAMI
      *  ORFANI SONO GIA' NELLA STAMPA DI XREFCHK E QUI SI SALTANO.
      *----------------------------------------------------------------
       CONTROLLA-CONTO.
          MOVE XRF-CONTO TO NUMERO-CONTO-CLIENTE.
          READ FILE-CLIENTI.
          IF FS-RETAIL NOT = '00'
             GO TO X090.
          ADD 1 TO WS-CTR-CONTI-RETAIL.
          MOVE XRF-COD-CLI TO CLO-COD-CLI.
          PERFORM OPERATORE-CLIENTE THRU OPERATORE-CLIENTE-EX.
          MOVE SPACES TO SORT-ANOM-REC.
          MOVE WS-OPERATORE-CLI TO SA-OPERATORE.
          MOVE 4            TO SA-PRIORITA.
          MOVE 'R'          TO SA-ORIGINE.
          MOVE XRF-CONTO    TO SA-CODICE.
          MOVE NOME-CLIENTE TO SA-NOME.
          IF INDIRIZZO-CLIENTE = SPACES
             MOVE 'INDIRIZZO MANCANTE SUL CONTO RETAIL' TO SA-MOTIVO
             PERFORM RILASCIA-ANOMALIA THRU RILASCIA-ANOMALIA-EX.
          IF CITTA-CLIENTE = SPACES
             MOVE 'CITTA'' MANCANTE SUL CONTO RETAIL' TO SA-MOTIVO
             PERFORM RILASCIA-ANOMALIA THRU RILASCIA-ANOMALIA-EX.
       X090.
          PERFORM LEGGI-XREFCLI THRU LEGGI-XREFCLI-EX.
       CONTROLLA-CONTO-EX.
          EXIT.

       RILASCIA-ANOMALIA.
          RELEASE SORT-ANOM-REC.
          ADD 1 TO WS-CTR-ANOMALIE.
          ADD 1 TO WS-CTR-PRIORITA (SA-PRIORITA).
       RILASCIA-ANOMALIA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  PARTITA IVA (11 CIFRE, O CODICE FISCALE NUMERICO DI SOCIETA'):
      *  ULTIMA CIFRA DI CONTROLLO CON L'ALGORITMO DI LUHN SULLE PRIME
      *  10. CODICE FISCALE DI PERSONA FISICA (16 CARATTERI): LETTERE
      *  IN POSIZIONE 1-6, 9, 12, CARATTERE DI CONTROLLO IN POSIZIONE
      *  16 CALCOLATO SUI PRIMI 15 CON LE TABELLE PARI/DISPARI.
      *----------------------------------------------------------------
       CONTROLLA-CODFISC.
          MOVE 'S' TO WS-CF-ESITO.
          MOVE SPACES TO WS-CF-MSG.
          INSPECT WS-CF-CODICE CONVERTING
                  'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
          IF WS-CF-CODICE (12:5) = SPACES
             GO TO CF050.
          MOVE ZEROES TO WS-CF-SOMMA.
          PERFORM CF-SOMMA-CARATTERE THRU CF-SOMMA-CARATTERE-EX
                  VARYING WS-CF-POS FROM 1 BY 1
                  UNTIL WS-CF-POS > 15 OR NOT WS-CF-VALIDO.
          IF NOT WS-CF-VALIDO
             MOVE 'CODICE FISCALE: FORMATO NON VALIDO' TO WS-CF-MSG
             GO TO CONTROLLA-CODFISC-EX.
          DIVIDE WS-CF-SOMMA BY 26 GIVING WS-CF-QUOZIENTE
                 REMAINDER WS-CF-RESTO.
          IF WS-CF-CAR (16) NOT = WS-CF-SIMBOLO (WS-CF-RESTO + 11)
             MOVE 'N' TO WS-CF-ESITO
             MOVE 'CODICE FISCALE: CARATTERE DI CONTROLLO'
                  TO WS-CF-MSG.
          GO TO CONTROLLA-CODFISC-EX.
       CF050.
          IF WS-CF-CODICE (1:11) NOT NUMERIC
             MOVE 'N' TO WS-CF-ESITO
             MOVE 'PARTITA IVA: NON SONO 11 CIFRE' TO WS-CF-MSG
             GO TO CONTROLLA-CODFISC-EX.
          IF WS-CF-CODICE (1:7) = '0000000'
             MOVE 'N' TO WS-CF-ESITO
             MOVE 'PARTITA IVA: MATRICOLA A ZERO' TO WS-CF-MSG
             GO TO CONTROLLA-CODFISC-EX.
          MOVE ZEROES TO WS-CF-SOMMA.
          PERFORM CF-SOMMA-CIFRA THRU CF-SOMMA-CIFRA-EX
                  VARYING WS-CF-POS FROM 1 BY 1
                  UNTIL WS-CF-POS > 10.
          DIVIDE WS-CF-SOMMA BY 10 GIVING WS-CF-QUOZIENTE
                 REMAINDER WS-CF-RESTO.
          IF WS-CF-RESTO NOT = ZERO
             COMPUTE WS-CF-RESTO = 10 - WS-CF-RESTO.
          IF WS-CF-CIFRA (11) NOT = WS-CF-RESTO
             MOVE 'N' TO WS-CF-ESITO
             MOVE 'PARTITA IVA: CIFRA DI CONTROLLO ERRATA'
                  TO WS-CF-MSG.
       CONTROLLA-CODFISC-EX.
          EXIT.

       CF-SOMMA-CARATTERE.
          MOVE ZEROES TO WS-CF-IND.
          INSPECT WS-CF-SIMBOLI TALLYING WS-CF-IND
                  FOR CHARACTERS BEFORE INITIAL WS-CF-CAR (WS-CF-POS).
          IF WS-CF-IND > 35
             MOVE 'N' TO WS-CF-ESITO
             GO TO CF-SOMMA-CARATTERE-EX.
          ADD 1 TO WS-CF-IND.
          IF WS-CF-IND < 11
          AND (WS-CF-POS < 7 OR WS-CF-POS = 9 OR WS-CF-POS = 12)
             MOVE 'N' TO WS-CF-ESITO
             GO TO CF-SOMMA-CARATTERE-EX.
          IF WS-CF-IND < 11
             COMPUTE WS-CF-VALORE = WS-CF-IND - 1
          ELSE
             COMPUTE WS-CF-VALORE = WS-CF-IND - 11.
          DIVIDE WS-CF-POS BY 2 GIVING WS-CF-QUOZIENTE
                 REMAINDER WS-CF-RESTO.
          IF WS-CF-RESTO = 1
             MOVE WS-CF-DISPARI (WS-CF-IND) TO WS-CF-VALORE.
          ADD WS-CF-VALORE TO WS-CF-SOMMA.
       CF-SOMMA-CARATTERE-EX.
          EXIT.

       CF-SOMMA-CIFRA.
          DIVIDE WS-CF-POS BY 2 GIVING WS-CF-QUOZIENTE
                 REMAINDER WS-CF-RESTO.
          IF WS-CF-RESTO = 1
             MOVE WS-CF-CIFRA (WS-CF-POS) TO WS-CF-VALORE
          ELSE
             COMPUTE WS-CF-VALORE = WS-CF-CIFRA (WS-CF-POS) * 2.
          IF WS-CF-VALORE > 9
             SUBTRACT 9 FROM WS-CF-VALORE.
          ADD WS-CF-VALORE TO WS-CF-SOMMA.
       CF-SOMMA-CIFRA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  FASE 4: LISTA PER OPERATORE, NUOVA PAGINA A OGNI OPERATORE.
      *----------------------------------------------------------------
       STAMPA-LISTA.
          MOVE ZEROES TO SW-FINE-SORT.
          PERFORM RITORNA-ANOMALIA THRU RITORNA-ANOMALIA-EX.
          PERFORM STAMPA-ANOMALIA THRU STAMPA-ANOMALIA-EX
                  UNTIL EOF-SORT.
          PERFORM STAMPA-TOTALI THRU STAMPA-TOTALI-EX.
       STAMPA-LISTA-EX.
          EXIT.

       RITORNA-ANOMALIA.
          RETURN SORT-ANOM AT END MOVE 1 TO SW-FINE-SORT.
       RITORNA-ANOMALIA-EX.
          EXIT.

       STAMPA-ANOMALIA.
          IF WS-E-IL-PRIMO-OPERATORE
          OR SA-OPERATORE NOT = WS-OPERATORE-CORRENTE
             MOVE 'N' TO SW-PRIMO-OPERATORE
             MOVE SA-OPERATORE TO WS-OPERATORE-CORRENTE
             PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          IF WS-STAMPA-RIGHE >= WS-STAMPA-MAX-RIGHE
             PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          MOVE SA-PRIORITA TO WS-D-PRIORITA.
          MOVE SA-ORIGINE  TO WS-D-ORIGINE.
          MOVE SA-CODICE   TO WS-D-CODICE.
          MOVE SA-NOME     TO WS-D-NOME.
          MOVE SA-VALORE   TO WS-D-VALORE.
          MOVE SA-MOTIVO   TO WS-D-MOTIVO.
          MOVE WS-DET-STAMPA TO REC-LISTA.
          WRITE REC-LISTA AFTER ADVANCING 1 LINE.
          ADD 1 TO WS-STAMPA-RIGHE.
          PERFORM RITORNA-ANOMALIA THRU RITORNA-ANOMALIA-EX.
       STAMPA-ANOMALIA-EX.
          EXIT.

       STAMPA-INTESTAZIONE.
          ADD 1 TO WS-STAMPA-PAGINA.
          MOVE WS-STAMPA-PAGINA TO WS-INT-PAGINA.
          MOVE WS-DATA-OGGI TO WS-INT-DATA.
          MOVE WS-INT-1 TO REC-LISTA.
          WRITE REC-LISTA AFTER ADVANCING PAGE.
          IF WS-OPERATORE-CORRENTE = SPACES
             MOVE 'NON ATTRIBUITO' TO WS-IO-OPERATORE
          ELSE
             MOVE WS-OPERATORE-CORRENTE TO WS-IO-OPERATORE.
          MOVE WS-INT-OPERATORE TO REC-LISTA.
          WRITE REC-LISTA AFTER ADVANCING 2 LINES.
          MOVE WS-INT-2 TO REC-LISTA.
          WRITE REC-LISTA AFTER ADVANCING 2 LINES.
          MOVE SPACES TO REC-LISTA.
          WRITE REC-LISTA AFTER ADVANCING 1 LINE.
          MOVE ZEROES TO WS-STAMPA-RIGHE.
       STAMPA-INTESTAZIONE-EX.
          EXIT.

       STAMPA-TOTALI.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'CLIENTI CONTROLLATI' TO WS-TOT-LABEL.
          MOVE WS-CTR-CLIENTI TO WS-TOT-NUMERO.
          MOVE WS-RIGA-TOTALE TO REC-LISTA.
          WRITE REC-LISTA AFTER ADVANCING 3 LINES.
          MOVE 'CONTI RETAIL COLLEGATI CONTROLLATI' TO WS-TOT-LABEL.
          MOVE WS-CTR-CONTI-RETAIL TO WS-TOT-NUMERO.
          MOVE WS-RIGA-TOTALE TO REC-LISTA.
          WRITE REC-LISTA AFTER ADVANCING 1 LINE.
          PERFORM STAMPA-TOTALE-PRIORITA
                  THRU STAMPA-TOTALE-PRIORITA-EX
                  VARYING WS-IND-PRI FROM 1 BY 1
                  UNTIL WS-IND-PRI > 4.
       STAMPA-TOTALI-EX.
          EXIT.

       STAMPA-TOTALE-PRIORITA.
          MOVE SPACES TO WS-TOT-LABEL.
          STRING 'CORREZIONI DI PRIORITA'' ' WS-IND-PRI
                 DELIMITED BY SIZE INTO WS-TOT-LABEL.
          MOVE WS-CTR-PRIORITA (WS-IND-PRI) TO WS-TOT-NUMERO.
          MOVE WS-RIGA-TOTALE TO REC-LISTA.
          WRITE REC-LISTA AFTER ADVANCING 1 LINE.
       STAMPA-TOTALE-PRIORITA-EX.
          EXIT.

       OP-FINALI.
          CLOSE CLIENTI, CLIOPE, LISTA.
          IF WS-CAPCITTA-APERTO
             CLOSE CAPCITTA.
          IF WS-RETAIL-APERTO
             CLOSE XREFCLI, FILE-CLIENTI.
          DISPLAY 'CLIENTI CONTROLLATI: ' WS-CTR-CLIENTI.
          DISPLAY 'CONTI RETAIL:        ' WS-CTR-CONTI-RETAIL.
          DISPLAY 'CORREZIONI DA FARE:  ' WS-CTR-ANOMALIE.
       OP-FINALI-EX.
          EXIT.
