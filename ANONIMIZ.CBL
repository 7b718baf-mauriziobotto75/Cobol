      ******************************************************************
      *  ANONIMIZZAZIONE DEGLI EX CLIENTI E DEGLI EX STUDENTI A
      *  TERMINI DI CONSERVAZIONE SCADUTI. LA DATA LIMITE E' LA DATA
      *  CONTABILE (ROUTINE DATACONT) MENO GLI ANNI DI CONSERVAZIONE
      *  RICHIESTI (0 = 10, I TERMINI DELLE SCRITTURE CONTABILI).
      *  SI ANONIMIZZA SOLO CHI HA L'ULTIMA ATTIVITA' PRIMA DELLA DATA
      *  LIMITE E NON HA NULLA DI APERTO:
      *  - ANAGRAFICA CLIENTI: ULTIMA ATTIVITA' = DATA PIU' RECENTE
      *    FRA FATTURE (FFATTURE), ULTIMI PAGAMENTI SULLE PARTITE,
      *    CHIUSURA DELLE CONTESTAZIONI, CREAZIONE DEI CONTRATTI E
      *    SCADENZE/PAGAMENTI DELLE LORO PARCELAS. TRATTENUTO CHI HA
      *    PARTITE APERTE, CONTESTAZIONI APERTE, CONTRATTI APERTI O
      *    UN CONTO RETAIL COLLEGATO (XREFCLI) ANCORA IN USO;
      *  - CONTI RETAIL (FILE-CLIENTI): ULTIMO ANNO ATTIVO (O ANNO DI
      *    APERTURA) PRIMA DELL'ANNO LIMITE, NESSUN MOVIMENTO NELL'ANNO
      *    IN CORSO, SALDO E FASCE DI SCADUTO A ZERO;
      *  - STUDENTI (ESTUDENTE): ANNO PIU' RECENTE FRA SCRUTINIO E
      *    STORICO DISCIPLINE PRIMA DELL'ANNO LIMITE E NESSUNA RETTA
      *    APERTA SUL CLIENTE DI FATTURAZIONE COLLEGATO (STUDCLI).
      *  CHI NON HA ALCUNA DATA DI ATTIVITA' NON VIENE TOCCATO (SOLO
      *  CONTEGGIO). ANONIMIZZARE VUOL DIRE SOSTITUIRE IL NOMINATIVO
      *  CON 'ANONIMIZZATO' E AZZERARE INDIRIZZO, CAP, CITTA',
      *  TELEFONO, PARTITA IVA/CODICE FISCALE E DATA DI NASCITA; CON
      *  IL CLIENTE SI ANONIMIZZANO IL NOMINATIVO SUI SUOI CONTRATTI E
      *  PARCELAS E LE SUE RIGHE DEL REGISTRO AUDIT-TRAIL, CON LO
      *  STUDENTE I CONTATTI DELLA FAMIGLIA (FAMIGLIE). CODICI,
      *  IMPORTI, TOTALI DEI DOCUMENTI, STORICI E CONTATORI NON SI
      *  TOCCANO. OGNI RECORD ANONIMIZZATO VA SUL REGISTRO ANONLOG.
      *  IN PROVA ('P') NON SI AGGIORNA NULLA: SI STAMPA SOLO CHI
      *  SAREBBE ANONIMIZZATO E CHI E' TRATTENUTO E PERCHE'.
      *  IL FLUSSO FCLIENTI SI RIGENERA DA CLIENTI CON ESTRAICLI.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. ANONIMIZ.
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

           SELECT FILE-CLIENTI ASSIGN TO DISK
           ACCESS IS DYNAMIC
           ORGANIZATION IS INDEXED
           RECORD KEY IS NUMERO-CONTO-CLIENTE
           FILE STATUS IS FS-RETAIL.

           SELECT XREFCLI ASSIGN TO DATABASE-XREFCLI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-XREFCLI
           FILE STATUS IS FS-XREFCLI.

           SELECT FFATTURE ASSIGN TO DATABASE-FFATTURE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-FFATTURE
           FILE STATUS IS FS-FATTURE.

           SELECT PARTITE ASSIGN TO DATABASE-PARTITE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-PARTITE
           FILE STATUS IS FS-PARTITE.

           SELECT CONTEST ASSIGN TO DATABASE-CONTEST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-CONTEST
           FILE STATUS IS FS-CONTEST.

           SELECT FILE-CONTRATTI ASSIGN TO DISK
           ACCESS IS DYNAMIC
           ORGANIZATION IS INDEXED
           RECORD KEY IS CON-NUM-CONTRATTO
           FILE STATUS IS FS-CONTRATTI.

           SELECT FILE-PARCELAS ASSIGN TO DISK
           ACCESS IS DYNAMIC
           ORGANIZATION IS INDEXED
           RECORD KEY IS KEY-PARCELA
           FILE STATUS IS FS-PARCELAS.

           SELECT ESTUDENTE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CD-STUDENT
           FILE STATUS IS FS-ESTUDENTE.

           SELECT FAMIGLIE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FAM-CD-STUDENT
           FILE STATUS IS FS-FAMIGLIE.

           SELECT STUDCLI ASSIGN TO DATABASE-STUDCLI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-STUDCLI
           FILE STATUS IS FS-STUDCLI.

           SELECT AUDIT-TRAIL ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-AUDIT.

           SELECT OPTIONAL ANONLOG ASSIGN TO FORMATFILE-ANONLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ANONLOG.

           SELECT STAMPA ASSIGN TO PRINTER-ANONIMIZ
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-STAMPA.

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
           02   FID0.
                03 CODICE-FRAZIONE                   PICTURE X.
                03 LIMITE-ACQUISTO                   PICTURE 9(4).
           02   CRONISTORIA.
                03 ANNO-APERTURA                     PICTURE 99.
                03 ULTIMO-ANNO-ATTIVO                PICTURE 99.
                03 SALDO-MASSIMO                     PICTURE 9(6)V99.
           02   ANNO-PRECEDENTE                      PICTURE X(22).
           02   ANNO-IN-CORSO.
                03 NUMERO-MESI-ATTIVI-AC             PICTURE 99.
                03 FILLER                            PICTURE X(20).
           02   MESE-PRECEDENTE                      PICTURE X(10).
           02   MESE-IN-CORSO.
                03 DATA-FATTURAZIONE-MC              PICTURE 9(6).
                03 NUMERO-OPERAZIONE-MC              PICTURE 99.
                03 SALDO-CORRENTE                    PICTURE S9(6)V99.
                03 CONTATORI-MESE                    PICTURE X(40).
           02   CRONISTORIA-PAGAMENTI.
                03   SALDO-SCONTI.
                     04  GIORNI-30                   PICTURE 9(6)V99.
                     04  GIORNI-60                   PICTURE 9(6)V99.
                     04  GIORNI-90                   PICTURE 9(6)V99.
                     04  GIORNI-120                  PICTURE 9(6)V99.
                03   ULTIMO-PAGAMENTO.
                     04  DATA-PAG                    PICTURE 9(6).
                     04  IMPORTO                     PICTURE 9(6)V99.
                03   CODICE-SOLLECITO                PICTURE X.
                03   CODICE-BLOCCO                   PICTURE X.

       FD XREFCLI
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS REC-XREFCLI.
       01 REC-XREFCLI.
           05 KEY-XREFCLI.
             07 XRF-CONTO      PIC 9(7).
           05 XRF-COD-CLI      PIC 9(6).
           05 FILLER           PIC X(7).

         FD FFATTURE
            LABEL RECORD IS STANDARD
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS REC-FATTURE.
       01 REC-FATTURE.
           05 KEY-FFATTURE.
             07 FFAT-COD-CLI  PIC 9(5).
             07 FFAT-NUM-FAT  PIC X(8).
           05 FFAT-IMPONIB      PIC 9(14) COMP-3.
           05 FFAT-IVA          PIC 9(14) COMP-3.
           05 FFAT-TOT-FATT     PIC 9(14) COMP-3.
           05 FFAT-ALIQUOTA     PIC 9(2).
           05 FFAT-TIPO-DOC    PIC X.
           05 FFAT-DATA-FATT   PIC 9(8).
           05 FFAT-DATA-SCAD   PIC 9(8).
           05 FFAT-DIVISA      PIC X(3).
           05 FFAT-CAMBIO      PIC 9(3)V9(6) COMP-3.
           05 FFAT-IMP-DIVISA  PIC 9(14) COMP-3.
           05 FILLER           PIC X(8).

         FD PARTITE
            LABEL RECORD IS STANDARD
            RECORD CONTAINS 70 CHARACTERS
            DATA RECORD IS REC-PARTITA.
       01 REC-PARTITA.
           05 KEY-PARTITE.
             07 PAR-COD-CLI   PIC 9(5).
             07 PAR-NUM-FAT   PIC X(8).
             07 PAR-NUM-RATA  PIC 9(2).
           05 PAR-TOT-FATT     PIC 9(14) COMP-3.
           05 PAR-INCASSATO    PIC 9(14) COMP-3.
           05 PAR-RESIDUO      PIC 9(14) COMP-3.
           05 PAR-DATA-SCAD    PIC 9(8).
           05 PAR-DATA-ULT-PAG PIC 9(8).
           05 PAR-STATO        PIC X.
              88 PAR-APERTA       VALUE 'A'.
           05 PAR-TIPO         PIC X.
           05 PAR-RIF-CONTRATTO PIC 9(6).
           05 FILLER           PIC X(7).

       FD CONTEST
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS REC-CONTEST.
       01 REC-CONTEST.
           05 KEY-CONTEST.
             07 CTS-COD-CLI    PIC 9(5).
             07 CTS-NUM-FAT    PIC X(8).
             07 CTS-NUM-RATA   PIC 9(2).
           05 CTS-CAUSALE      PIC X(4).
           05 CTS-DATA-APERTURA PIC 9(8).
           05 CTS-INCARICATO   PIC X(10).
           05 CTS-IMPORTO      PIC 9(14) COMP-3.
           05 CTS-STATO        PIC X.
              88 CTS-APERTA       VALUE 'A'.
           05 CTS-DATA-CHIUSURA PIC 9(8).
           05 CTS-ESITO        PIC X.
           05 CTS-NOTE         PIC X(40).
           05 FILLER           PIC X(25).

       FD  FILE-CONTRATTI
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REC-CONTRATTO.
       01  REC-CONTRATTO.
           03 CON-NUM-CONTRATTO         PIC 9(06).
           03 CON-COD-CLI               PIC 9(06).
           03 CON-CLIENTE               PIC X(20).
           03 CON-OBJETO                PIC X(20).
           03 CON-VALOR                 PIC 9(6)V99.
           03 CON-ENTRADA               PIC 9(6)V99.
           03 CON-TAXA                  PIC 9(3)V99.
           03 CON-NUM-PARCELAS          PIC 99.
           03 CON-DATA-CREAZIONE        PIC 9(8).
           03 CON-STATO                 PIC X.
              88 CONTRATTO-APERTO          VALUE 'A' ' '.
           03 CON-VERSIONE              PIC 99.
           03 CON-TIPO-TASSO            PIC X.
           03 CON-COD-INDICE            PIC X(6).
           03 CON-SPREAD                PIC 9(2)V999.
           03 CON-TASSO-MIN             PIC 9(3)V99.
           03 CON-TASSO-MAX             PIC 9(3)V99.
           03 CON-DATA-REVISIONE        PIC 9(8).
           03 CON-TAEG                  PIC 9(2)V99.
           03 CON-SPESE-ISTRUTTORIA     PIC 9(4)V99.
           03 CON-SPESE-INCASSO         PIC 9V99.
           03 CON-CATEGORIA             PIC X.

       FD  FILE-PARCELAS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REC-PARCELA.
       01  REC-PARCELA.
           03 KEY-PARCELA.
              05 REC-NUM-CONTRATTO      PIC 9(06).
              05 REC-NUM-PARCELA        PIC 99.
           03 REC-CLIENTE               PIC X(20).
           03 REC-OBJETO                PIC X(20).
           03 REC-VALOR-PARCELA         PIC 9(05)V99.
           03 REC-JUROS-PARCELA         PIC 9(05)V99.
           03 REC-CAPITAL-PARCELA       PIC 9(05)V99.
           03 REC-DATA-SCAD-PARCELA     PIC 9(8).
           03 REC-DATA-PAG-PARCELA      PIC 9(8).
           03 REC-IMP-PAGATO-PARCELA    PIC 9(05)V99.
           03 REC-STATO-PARCELA         PIC X.
           03 REC-PENALE-MATURATA       PIC 9(05)V99.
           03 REC-PENALE-INCASSATA      PIC 9(05)V99.

       FD  ESTUDENTE
           LABEL RECORDS ARE STANDARD.
           COPY FD_Studente.

       FD  FAMIGLIE
           LABEL RECORDS ARE STANDARD.
       01  RECORD-FAMIGLIA.
           02  FAM-CD-STUDENT        PIC 9(05).
           02  FAM-NOMINATIVO        PIC X(30).
           02  FAM-PARENTELA         PIC X(15).
           02  FAM-INDIRIZZO         PIC X(40).
           02  FAM-CAP               PIC X(05).
           02  FAM-LOCALITA          PIC X(25).
           02  FAM-PROVINCIA         PIC X(02).
           02  FAM-TELEFONO          PIC X(15).
           02  FAM-EMAIL             PIC X(50).
           02  FILLER                PIC X(13).

       FD STUDCLI
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS REC-STUDCLI.
       01 REC-STUDCLI.
           05 KEY-STUDCLI.
             07 SCL-CD-STUDENT PIC 9(5).
           05 SCL-COD-CLI      PIC 9(5).
           05 FILLER           PIC X(10).

      *----------------------------------------------------------------
      *  REGISTRO DEGLI INSERIMENTI DI INSCLIENTI: PORTA LA RAGIONE
      *  SOCIALE, CHE VA ANONIMIZZATA CON IL CLIENTE.
      *----------------------------------------------------------------
       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REC-AUDIT.
       01  REC-AUDIT.
           05  AUD-DATA        PIC 9(8).
           05  AUD-ORA         PIC 9(8).
           05  AUD-OPERATORE   PIC X(8).
           05  AUD-COD-CLI     PIC 9(6).
           05  AUD-RAG-CLI     PIC X(30).

       FD ANONLOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REC-ANONLOG.
           COPY FD_AnonLog.

       FD STAMPA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REC-STAMPA.
       01 REC-STAMPA           PIC X(132).

       WORKING-STORAGE SECTION.

       01 FS-CLIENTI                 PIC 9(2) VALUE ZEROES.
       01 FS-RETAIL                  PIC 9(2) VALUE ZEROES.
       01 FS-XREFCLI                 PIC 9(2) VALUE ZEROES.
       01 FS-FATTURE                 PIC 9(2) VALUE ZEROES.
       01 FS-PARTITE                 PIC 9(2) VALUE ZEROES.
       01 FS-CONTEST                 PIC 9(2) VALUE ZEROES.
       01 FS-CONTRATTI               PIC 9(2) VALUE ZEROES.
       01 FS-PARCELAS                PIC 9(2) VALUE ZEROES.
       01 FS-ESTUDENTE               PIC 9(2) VALUE ZEROES.
       01 FS-FAMIGLIE                PIC 9(2) VALUE ZEROES.
       01 FS-STUDCLI                 PIC 9(2) VALUE ZEROES.
       01 FS-AUDIT                   PIC 9(2) VALUE ZEROES.
       01 FS-ANONLOG                 PIC 9(2) VALUE ZEROES.
       01 FS-STAMPA                  PIC 9(2) VALUE ZEROES.

       01 SW-FINE-CLI                PIC 9(1) VALUE ZEROES.
           88 EOF-CLI                 VALUE 1.
       01 SW-FINE-RET                PIC 9(1) VALUE ZEROES.
           88 EOF-RET                 VALUE 1.
       01 SW-FINE-STU                PIC 9(1) VALUE ZEROES.
           88 EOF-STU                 VALUE 1.
       01 SW-FINE-FAT                PIC 9(1) VALUE ZEROES.
           88 EOF-FAT                 VALUE 1.
       01 SW-FINE-PAR                PIC 9(1) VALUE ZEROES.
           88 EOF-PAR                 VALUE 1.
       01 SW-FINE-CTS                PIC 9(1) VALUE ZEROES.
           88 EOF-CTS                 VALUE 1.
       01 SW-FINE-XRF                PIC 9(1) VALUE ZEROES.
           88 EOF-XRF                 VALUE 1.
       01 SW-FINE-CON                PIC 9(1) VALUE ZEROES.
           88 EOF-CON                 VALUE 1.
       01 SW-FINE-PCL                PIC 9(1) VALUE ZEROES.
           88 EOF-PCL                 VALUE 1.
       01 SW-FINE-AUD                PIC 9(1) VALUE ZEROES.
           88 EOF-AUD                 VALUE 1.
      *    ARCHIVI FACOLTATIVI: SENZA CONTESTAZIONI O FINANZIAMENTI
      *    NON C'E' NULLA DA VERIFICARE; SENZA ESTUDENTE SI SALTANO
      *    GLI STUDENTI, SENZA PONTE STUDCLI LE RETTE NON TRATTENGONO.
       01 SW-CONTEST-APERTO          PIC X(1) VALUE 'N'.
           88 WS-CONTEST-APERTO       VALUE 'S'.
       01 SW-CONTRATTI-APERTO        PIC X(1) VALUE 'N'.
           88 WS-CONTRATTI-APERTO     VALUE 'S'.
       01 SW-STUDENTI-APERTO         PIC X(1) VALUE 'N'.
           88 WS-STUDENTI-APERTO      VALUE 'S'.
       01 SW-FAMIGLIE-APERTO         PIC X(1) VALUE 'N'.
           88 WS-FAMIGLIE-APERTO      VALUE 'S'.
       01 SW-STUDCLI-APERTO          PIC X(1) VALUE 'N'.
           88 WS-STUDCLI-APERTO       VALUE 'S'.
       01 SW-TROVATO                 PIC X(1) VALUE 'N'.
           88 WS-TROVATO              VALUE 'S'.

       01 WS-MODO                    PIC X(1) VALUE SPACES.
           88 WS-MODO-PROVA           VALUE 'P'.
           88 WS-MODO-EFFETTIVO       VALUE 'E'.
       01 WS-MARCA-ANONIMO           PIC X(12) VALUE 'ANONIMIZZATO'.

      *----------------------------------------------------------------
      *  DATA LIMITE: DATA CONTABILE MENO GLI ANNI DI CONSERVAZIONE
      *  (STESSO GIORNO). CONTI RETAIL E STUDENTI HANNO SOLO L'ANNO DI
      *  ATTIVITA' E SI CONFRONTANO CON L'ANNO LIMITE.
      *----------------------------------------------------------------
       01 WS-DATA-RUN                PIC 9(8) VALUE ZEROES.
       01 WS-DATA-RUN-R REDEFINES WS-DATA-RUN.
           05 WS-RUN-AAAA             PIC 9(4).
           05 FILLER                  PIC 9(4).
       01 WS-ORA-RUN                 PIC 9(8) VALUE ZEROES.
       01 WS-ANNI-CONSERVAZIONE      PIC 9(2) VALUE ZEROES.
       01 WS-DATA-LIMITE             PIC 9(8) VALUE ZEROES.
       01 WS-DATA-LIMITE-R REDEFINES WS-DATA-LIMITE.
           05 WS-LIM-AAAA             PIC 9(4).
           05 FILLER                  PIC 9(4).
       01 WS-ANNO-LIMITE             PIC 9(4) VALUE ZEROES.

       01 WS-COD-CLI                 PIC 9(6) VALUE ZEROES.
       01 WS-ULTIMA-ATTIVITA         PIC 9(8) VALUE ZEROES.
       01 WS-ANNO-ATTIVITA           PIC 9(4) VALUE ZEROES.
       01 WS-ANNO-2                  PIC 9(2) VALUE ZEROES.
       01 WS-MOTIVO                  PIC X(40) VALUE SPACES.
       01 WS-IND                     PIC 9(2) VALUE ZEROES.
       01 WS-N-STORICO               PIC 9(2) VALUE ZEROES.
       01 WS-LOG-ARCHIVIO            PIC X(1) VALUE SPACES.
       01 WS-LOG-CHIAVE              PIC 9(8) VALUE ZEROES.

      *----------------------------------------------------------------
      *  CLIENTI ANONIMIZZATI NEL GIRO, PER RIPULIRE POI IL REGISTRO
      *  AUDIT-TRAIL IN UNA SOLA PASSATA. A TABELLA PIENA I CLIENTI
      *  RESTANTI SI RINVIANO AL GIRO SUCCESSIVO.
      *----------------------------------------------------------------
       01 WS-TAB-ANONIMI.
           05 WS-ANONIMO-TAB         PIC 9(6) OCCURS 500 TIMES.
       01 WS-N-ANONIMI               PIC 9(3) VALUE ZEROES.
       01 WS-MAX-ANONIMI             PIC 9(3) VALUE 500.
       01 WS-IND-ANONIMO             PIC 9(3) VALUE ZEROES.

       01 WS-CONTATORI.
           05 WS-CTR-CLI-LETTI       PIC 9(7) VALUE ZEROES.
           05 WS-CTR-CLI-GIA         PIC 9(7) VALUE ZEROES.
           05 WS-CTR-CLI-IN-CORSO    PIC 9(7) VALUE ZEROES.
           05 WS-CTR-CLI-SENZA       PIC 9(7) VALUE ZEROES.
           05 WS-CTR-CLI-TRATTENUTI  PIC 9(7) VALUE ZEROES.
           05 WS-CTR-CLI-ANONIMI     PIC 9(7) VALUE ZEROES.
           05 WS-CTR-CONTRATTI       PIC 9(7) VALUE ZEROES.
           05 WS-CTR-RET-LETTI       PIC 9(7) VALUE ZEROES.
           05 WS-CTR-RET-GIA         PIC 9(7) VALUE ZEROES.
           05 WS-CTR-RET-IN-CORSO    PIC 9(7) VALUE ZEROES.
           05 WS-CTR-RET-TRATTENUTI  PIC 9(7) VALUE ZEROES.
           05 WS-CTR-RET-ANONIMI     PIC 9(7) VALUE ZEROES.
           05 WS-CTR-STU-LETTI       PIC 9(7) VALUE ZEROES.
           05 WS-CTR-STU-GIA         PIC 9(7) VALUE ZEROES.
           05 WS-CTR-STU-IN-CORSO    PIC 9(7) VALUE ZEROES.
           05 WS-CTR-STU-SENZA       PIC 9(7) VALUE ZEROES.
           05 WS-CTR-STU-TRATTENUTI  PIC 9(7) VALUE ZEROES.
           05 WS-CTR-STU-ANONIMI     PIC 9(7) VALUE ZEROES.
           05 WS-CTR-FAMIGLIE        PIC 9(7) VALUE ZEROES.
           05 WS-CTR-AUDIT           PIC 9(7) VALUE ZEROES.

       01 WS-INT-1.
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 FILLER     PIC X(42)
              VALUE 'ANONIMIZ - ANONIMIZZAZIONE DATI PERSONALI'.
           05 WS-INT-MODO PIC X(12).
           05 FILLER     PIC X(16) VALUE 'DATA CONTABILE'.
           05 WS-INT-DATA PIC 9(8).
           05 FILLER     PIC X(4)  VALUE SPACES.
           05 FILLER     PIC X(14) VALUE 'DATA LIMITE'.
           05 WS-INT-LIMITE PIC 9(8).

       01 WS-INT-2.
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 FILLER     PIC X(12) VALUE 'ARCHIVIO'.
           05 FILLER     PIC X(10) VALUE 'CHIAVE'.
           05 FILLER     PIC X(10) VALUE 'ATTIVITA'''.
           05 FILLER     PIC X(40) VALUE 'ESITO'.

       01 WS-RIGA-DET.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RD-ARCHIVIO PIC X(10).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RD-CHIAVE   PIC 9(7).
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 WS-RD-ATTIVITA PIC X(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RD-ESITO    PIC X(40).

       01 WS-RIGA-RIEPILOGO.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 WS-RIE-LABEL    PIC X(40) VALUE SPACES.
           05 WS-RIE-VALORE1  PIC Z(6)9.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.

       INIZIO.
          PERFORM OP-INIZIALI THRU OP-INIZIALI-EX.
          PERFORM ELABORA-CLIENTI THRU ELABORA-CLIENTI-EX.
          PERFORM ELABORA-RETAIL THRU ELABORA-RETAIL-EX.
          IF WS-STUDENTI-APERTO
             PERFORM ELABORA-STUDENTI THRU ELABORA-STUDENTI-EX.
          IF WS-MODO-EFFETTIVO AND WS-N-ANONIMI > ZEROES
             PERFORM ELABORA-AUDIT THRU ELABORA-AUDIT-EX.
          PERFORM OP-FINALI THRU OP-FINALI-EX.
          STOP RUN.

      *----------------------------------------------------------------
      *  PARAMETRI DEL GIRO E APERTURE. CLIENTI, CONTI RETAIL,
      *  FATTURE, PARTITE E PONTE SONO OBBLIGATORI: SENZA NON SI PUO'
      *  DIRE SE UN CLIENTE E' DAVVERO CHIUSO.
      *----------------------------------------------------------------
       OP-INIZIALI.
          MOVE 'D' TO DCP-FUNZIONE.
          MOVE 'ANONIMIZ' TO DCP-PROGRAMMA.
          CALL 'DATACONT' USING PARAMETRI-DATACONT.
          MOVE DCP-DATA-CONTABILE TO WS-DATA-RUN.
          ACCEPT WS-ORA-RUN FROM TIME.
          DISPLAY 'ANNI DI CONSERVAZIONE (0 = 10): '.
          ACCEPT WS-ANNI-CONSERVAZIONE.
          IF WS-ANNI-CONSERVAZIONE = ZEROES
             MOVE 10 TO WS-ANNI-CONSERVAZIONE.
          MOVE WS-DATA-RUN TO WS-DATA-LIMITE.
          SUBTRACT WS-ANNI-CONSERVAZIONE FROM WS-LIM-AAAA.
          MOVE WS-LIM-AAAA TO WS-ANNO-LIMITE.
          DISPLAY 'MODO: P = PROVA, E = EFFETTIVO: '.
          ACCEPT WS-MODO.
          IF NOT WS-MODO-PROVA AND NOT WS-MODO-EFFETTIVO
             DISPLAY 'MODO NON PREVISTO'
             STOP RUN WITH ERROR STATUS 16.
          DISPLAY 'ATTIVITA'' CONCLUSA PRIMA DEL ' WS-DATA-LIMITE.
          OPEN I-O CLIENTI.
          IF FS-CLIENTI NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE CLIENTI - FS=' FS-CLIENTI
             STOP RUN WITH ERROR STATUS 16.
          OPEN I-O FILE-CLIENTI.
          IF FS-RETAIL NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE FILE-CLIENTI - FS='
                     FS-RETAIL
             STOP RUN WITH ERROR STATUS 16.
          OPEN INPUT XREFCLI.
          IF FS-XREFCLI NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE XREFCLI - FS=' FS-XREFCLI
             STOP RUN WITH ERROR STATUS 16.
          OPEN INPUT FFATTURE.
          IF FS-FATTURE NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE FFATTURE - FS=' FS-FATTURE
             STOP RUN WITH ERROR STATUS 16.
          OPEN INPUT PARTITE.
          IF FS-PARTITE NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE PARTITE - FS=' FS-PARTITE
             STOP RUN WITH ERROR STATUS 16.
          OPEN INPUT CONTEST.
          IF FS-CONTEST = '00'
             MOVE 'S' TO SW-CONTEST-APERTO.
          OPEN I-O FILE-CONTRATTI.
          IF FS-CONTRATTI = '00'
             OPEN I-O FILE-PARCELAS
             IF FS-PARCELAS = '00'
                MOVE 'S' TO SW-CONTRATTI-APERTO
             ELSE
                CLOSE FILE-CONTRATTI.
          OPEN I-O ESTUDENTE.
          IF FS-ESTUDENTE = '00'
             MOVE 'S' TO SW-STUDENTI-APERTO.
          OPEN I-O FAMIGLIE.
          IF FS-FAMIGLIE = '00'
             MOVE 'S' TO SW-FAMIGLIE-APERTO.
          OPEN INPUT STUDCLI.
          IF FS-STUDCLI = '00'
             MOVE 'S' TO SW-STUDCLI-APERTO.
      *   REGISTRO DELLE ANONIMIZZAZIONI: SI ACCODA, IL FILE NASCE AL
      *   PRIMO UTILIZZO. SENZA REGISTRO IL GIRO EFFETTIVO NON PARTE.
          IF WS-MODO-EFFETTIVO
             OPEN EXTEND ANONLOG
             IF FS-ANONLOG NOT = '00' AND FS-ANONLOG NOT = '05'
                DISPLAY 'IMPOSSIBILE APRIRE ANONLOG - FS=' FS-ANONLOG
                STOP RUN WITH ERROR STATUS 16.
          OPEN OUTPUT STAMPA.
          IF FS-STAMPA NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE LA STAMPA - FS=' FS-STAMPA
             STOP RUN WITH ERROR STATUS 16.
          IF WS-MODO-PROVA
             MOVE 'IN PROVA' TO WS-INT-MODO
          ELSE
             MOVE 'EFFETTIVA' TO WS-INT-MODO.
          MOVE WS-DATA-RUN TO WS-INT-DATA.
          MOVE WS-DATA-LIMITE TO WS-INT-LIMITE.
          MOVE WS-INT-1 TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING PAGE.
          MOVE WS-INT-2 TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 2 LINES.
       OP-INIZIALI-EX.
          EXIT.

      *----------------------------------------------------------------
      *  PRIMA PASSATA: ANAGRAFICA CLIENTI IN ORDINE DI CODICE. LE
      *  VERIFICHE VANNO DALLA PIU' ECONOMICA ALLA PIU' COSTOSA E SI
      *  SMETTE APPENA IL CLIENTE RISULTA ANCORA IN CORSO.
      *----------------------------------------------------------------
       ELABORA-CLIENTI.
          MOVE ZEROES TO SW-FINE-CLI.
          MOVE ZEROES TO COD-CLI.
          START CLIENTI KEY IS GREATER THAN COD-CLI
                INVALID KEY MOVE 1 TO SW-FINE-CLI.
          PERFORM ESAMINA-CLIENTE THRU ESAMINA-CLIENTE-EX
                  UNTIL EOF-CLI.
       ELABORA-CLIENTI-EX.
          EXIT.

       ESAMINA-CLIENTE.
          READ CLIENTI NEXT AT END MOVE 1 TO SW-FINE-CLI
                       GO TO ESAMINA-CLIENTE-EX.
          IF FS-CLIENTI NOT = '00'
             DISPLAY 'ERRORE IN LETTURA CLIENTI - FS=' FS-CLIENTI
             MOVE 1 TO SW-FINE-CLI
             GO TO ESAMINA-CLIENTE-EX.
          ADD 1 TO WS-CTR-CLI-LETTI.
          IF RAG-CLI = WS-MARCA-ANONIMO
             ADD 1 TO WS-CTR-CLI-GIA
             GO TO ESAMINA-CLIENTE-EX.
          MOVE COD-CLI TO WS-COD-CLI.
          MOVE ZEROES TO WS-ULTIMA-ATTIVITA.
          MOVE SPACES TO WS-MOTIVO.
          PERFORM ATTIVITA-FATTURE THRU ATTIVITA-FATTURE-EX.
          IF WS-ULTIMA-ATTIVITA NOT < WS-DATA-LIMITE
             GO TO C010.
          PERFORM ATTIVITA-PARTITE THRU ATTIVITA-PARTITE-EX.
          IF WS-ULTIMA-ATTIVITA NOT < WS-DATA-LIMITE
             GO TO C010.
          PERFORM ATTIVITA-CONTESTAZIONI
                  THRU ATTIVITA-CONTESTAZIONI-EX.
          IF WS-ULTIMA-ATTIVITA NOT < WS-DATA-LIMITE
             GO TO C010.
          PERFORM ATTIVITA-CONTRATTI THRU ATTIVITA-CONTRATTI-EX.
          IF WS-ULTIMA-ATTIVITA NOT < WS-DATA-LIMITE
             GO TO C010.
          IF WS-ULTIMA-ATTIVITA = ZEROES AND WS-MOTIVO = SPACES
             ADD 1 TO WS-CTR-CLI-SENZA
             GO TO ESAMINA-CLIENTE-EX.
          IF WS-MOTIVO = SPACES
             PERFORM VERIFICA-CONTI-COLLEGATI
                     THRU VERIFICA-CONTI-COLLEGATI-EX.
          IF WS-MOTIVO = SPACES
          AND WS-N-ANONIMI NOT < WS-MAX-ANONIMI
             MOVE 'RINVIATO AL GIRO SUCCESSIVO' TO WS-MOTIVO.
          MOVE SPACES TO WS-RIGA-DET.
          MOVE 'CLIENTE' TO WS-RD-ARCHIVIO.
          MOVE WS-COD-CLI TO WS-RD-CHIAVE.
          MOVE WS-ULTIMA-ATTIVITA TO WS-RD-ATTIVITA.
          IF WS-MOTIVO NOT = SPACES
             MOVE WS-MOTIVO TO WS-RD-ESITO
             PERFORM STAMPA-DETTAGLIO THRU STAMPA-DETTAGLIO-EX
             ADD 1 TO WS-CTR-CLI-TRATTENUTI
             GO TO ESAMINA-CLIENTE-EX.
          IF WS-MODO-EFFETTIVO
             PERFORM ANONIMIZZA-CLIENTE THRU ANONIMIZZA-CLIENTE-EX
          ELSE
             MOVE 'DA ANONIMIZZARE' TO WS-RD-ESITO.
          PERFORM STAMPA-DETTAGLIO THRU STAMPA-DETTAGLIO-EX.
          ADD 1 TO WS-CTR-CLI-ANONIMI.
          ADD 1 TO WS-N-ANONIMI.
          MOVE WS-COD-CLI TO WS-ANONIMO-TAB (WS-N-ANONIMI).
          GO TO ESAMINA-CLIENTE-EX.
       C010.
          ADD 1 TO WS-CTR-CLI-IN-CORSO.
       ESAMINA-CLIENTE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  DOCUMENTI DEL CLIENTE (FFATTURE HA IL CODICE A 5 CIFRE): LA
      *  DATA DEL DOCUMENTO PIU' RECENTE.
      *----------------------------------------------------------------
       ATTIVITA-FATTURE.
          IF WS-COD-CLI > 99999
             GO TO ATTIVITA-FATTURE-EX.
          MOVE ZEROES TO SW-FINE-FAT.
          MOVE WS-COD-CLI TO FFAT-COD-CLI.
          MOVE SPACES TO FFAT-NUM-FAT.
          START FFATTURE KEY IS GREATER THAN KEY-FFATTURE
                INVALID KEY MOVE 1 TO SW-FINE-FAT.
          PERFORM LEGGI-FATTURA THRU LEGGI-FATTURA-EX
                  UNTIL EOF-FAT.
       ATTIVITA-FATTURE-EX.
          EXIT.

       LEGGI-FATTURA.
          READ FFATTURE NEXT AT END MOVE 1 TO SW-FINE-FAT
                        GO TO LEGGI-FATTURA-EX.
          IF FS-FATTURE NOT = '00'
          OR FFAT-COD-CLI NOT = WS-COD-CLI
             MOVE 1 TO SW-FINE-FAT
             GO TO LEGGI-FATTURA-EX.
          IF FFAT-DATA-FATT > WS-ULTIMA-ATTIVITA
             MOVE FFAT-DATA-FATT TO WS-ULTIMA-ATTIVITA.
       LEGGI-FATTURA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  PARTITE DEL CLIENTE: UNA PARTITA APERTA CON RESIDUO TRATTIENE
      *  IL CLIENTE; L'ULTIMO PAGAMENTO CONTA COME ATTIVITA'.
      *----------------------------------------------------------------
       ATTIVITA-PARTITE.
          IF WS-COD-CLI > 99999
             GO TO ATTIVITA-PARTITE-EX.
          MOVE ZEROES TO SW-FINE-PAR.
          MOVE WS-COD-CLI TO PAR-COD-CLI.
          MOVE SPACES TO PAR-NUM-FAT.
          MOVE ZEROES TO PAR-NUM-RATA.
          START PARTITE KEY IS GREATER THAN KEY-PARTITE
                INVALID KEY MOVE 1 TO SW-FINE-PAR.
          PERFORM LEGGI-PARTITA THRU LEGGI-PARTITA-EX
                  UNTIL EOF-PAR.
       ATTIVITA-PARTITE-EX.
          EXIT.

       LEGGI-PARTITA.
          READ PARTITE NEXT AT END MOVE 1 TO SW-FINE-PAR
                       GO TO LEGGI-PARTITA-EX.
          IF FS-PARTITE NOT = '00'
          OR PAR-COD-CLI NOT = WS-COD-CLI
             MOVE 1 TO SW-FINE-PAR
             GO TO LEGGI-PARTITA-EX.
          IF PAR-APERTA AND PAR-RESIDUO NOT = ZEROES
             MOVE 'TRATTENUTO: PARTITE APERTE' TO WS-MOTIVO.
          IF PAR-DATA-ULT-PAG > WS-ULTIMA-ATTIVITA
             MOVE PAR-DATA-ULT-PAG TO WS-ULTIMA-ATTIVITA.
       LEGGI-PARTITA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  CONTESTAZIONI DEL CLIENTE: UNA CONTESTAZIONE APERTA E' UN
      *  VINCOLO; LA CHIUSURA DI QUELLE DEFINITE CONTA COME ATTIVITA'.
      *----------------------------------------------------------------
       ATTIVITA-CONTESTAZIONI.
          IF NOT WS-CONTEST-APERTO OR WS-COD-CLI > 99999
             GO TO ATTIVITA-CONTESTAZIONI-EX.
          MOVE ZEROES TO SW-FINE-CTS.
          MOVE WS-COD-CLI TO CTS-COD-CLI.
          MOVE SPACES TO CTS-NUM-FAT.
          MOVE ZEROES TO CTS-NUM-RATA.
          START CONTEST KEY IS GREATER THAN KEY-CONTEST
                INVALID KEY MOVE 1 TO SW-FINE-CTS.
          PERFORM LEGGI-CONTESTAZIONE THRU LEGGI-CONTESTAZIONE-EX
                  UNTIL EOF-CTS.
       ATTIVITA-CONTESTAZIONI-EX.
          EXIT.

       LEGGI-CONTESTAZIONE.
          READ CONTEST NEXT AT END MOVE 1 TO SW-FINE-CTS
                       GO TO LEGGI-CONTESTAZIONE-EX.
          IF FS-CONTEST NOT = '00'
          OR CTS-COD-CLI NOT = WS-COD-CLI
             MOVE 1 TO SW-FINE-CTS
             GO TO LEGGI-CONTESTAZIONE-EX.
          IF CTS-APERTA
             MOVE 'TRATTENUTO: CONTESTAZIONE APERTA' TO WS-MOTIVO.
          IF CTS-DATA-CHIUSURA > WS-ULTIMA-ATTIVITA
             MOVE CTS-DATA-CHIUSURA TO WS-ULTIMA-ATTIVITA.
       LEGGI-CONTESTAZIONE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  CONTRATTI DI FINANZIAMENTO DEL CLIENTE (SCANSIONE DELLA
      *  TESTATA COME IN ESPOCLI): UN CONTRATTO APERTO TRATTIENE IL
      *  CLIENTE; CREAZIONE, SCADENZE E PAGAMENTI DELLE PARCELAS
      *  CONTANO COME ATTIVITA'.
      *----------------------------------------------------------------
       ATTIVITA-CONTRATTI.
          IF NOT WS-CONTRATTI-APERTO
             GO TO ATTIVITA-CONTRATTI-EX.
          MOVE ZEROES TO SW-FINE-CON.
          MOVE ZEROES TO CON-NUM-CONTRATTO.
          START FILE-CONTRATTI KEY IS GREATER THAN CON-NUM-CONTRATTO
                INVALID KEY MOVE 1 TO SW-FINE-CON.
          PERFORM LEGGI-CONTRATTO THRU LEGGI-CONTRATTO-EX
                  UNTIL EOF-CON.
       ATTIVITA-CONTRATTI-EX.
          EXIT.

       LEGGI-CONTRATTO.
          READ FILE-CONTRATTI NEXT AT END MOVE 1 TO SW-FINE-CON
                              GO TO LEGGI-CONTRATTO-EX.
          IF FS-CONTRATTI NOT = '00'
             DISPLAY 'ERRORE IN LETTURA FILE-CONTRATTI - FS='
                     FS-CONTRATTI
             MOVE 1 TO SW-FINE-CON
             GO TO LEGGI-CONTRATTO-EX.
          IF CON-COD-CLI NOT = WS-COD-CLI
             GO TO LEGGI-CONTRATTO-EX.
          IF CONTRATTO-APERTO
             MOVE 'TRATTENUTO: CONTRATTO APERTO' TO WS-MOTIVO.
          IF CON-DATA-CREAZIONE > WS-ULTIMA-ATTIVITA
             MOVE CON-DATA-CREAZIONE TO WS-ULTIMA-ATTIVITA.
          MOVE ZEROES TO SW-FINE-PCL.
          MOVE CON-NUM-CONTRATTO TO REC-NUM-CONTRATTO.
          MOVE ZEROES TO REC-NUM-PARCELA.
          START FILE-PARCELAS KEY IS GREATER THAN KEY-PARCELA
                INVALID KEY MOVE 1 TO SW-FINE-PCL.
          PERFORM LEGGI-PARCELA THRU LEGGI-PARCELA-EX
                  UNTIL EOF-PCL.
       LEGGI-CONTRATTO-EX.
          EXIT.

       LEGGI-PARCELA.
          READ FILE-PARCELAS NEXT AT END MOVE 1 TO SW-FINE-PCL
                             GO TO LEGGI-PARCELA-EX.
          IF FS-PARCELAS NOT = '00'
          OR REC-NUM-CONTRATTO NOT = CON-NUM-CONTRATTO
             MOVE 1 TO SW-FINE-PCL
             GO TO LEGGI-PARCELA-EX.
          IF REC-DATA-SCAD-PARCELA > WS-ULTIMA-ATTIVITA
             MOVE REC-DATA-SCAD-PARCELA TO WS-ULTIMA-ATTIVITA.
          IF REC-DATA-PAG-PARCELA > WS-ULTIMA-ATTIVITA
             MOVE REC-DATA-PAG-PARCELA TO WS-ULTIMA-ATTIVITA.
       LEGGI-PARCELA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  CONTI RETAIL COLLEGATI AL CLIENTE SUL PONTE (SCANSIONE
      *  COMPLETA COME IN ESPOCLI: IL PONTE E' PICCOLO). UN CONTO
      *  NON ANCORA ANONIMIZZATO CON SALDO O ATTIVITA' RECENTE
      *  TRATTIENE IL CLIENTE.
      *----------------------------------------------------------------
       VERIFICA-CONTI-COLLEGATI.
          MOVE ZEROES TO SW-FINE-XRF.
          MOVE ZEROES TO XRF-CONTO.
          START XREFCLI KEY IS GREATER THAN KEY-XREFCLI
                INVALID KEY MOVE 1 TO SW-FINE-XRF.
          PERFORM LEGGI-PONTE THRU LEGGI-PONTE-EX
                  UNTIL EOF-XRF OR WS-MOTIVO NOT = SPACES.
       VERIFICA-CONTI-COLLEGATI-EX.
          EXIT.

       LEGGI-PONTE.
          READ XREFCLI NEXT AT END MOVE 1 TO SW-FINE-XRF
                       GO TO LEGGI-PONTE-EX.
          IF FS-XREFCLI NOT = '00'
             DISPLAY 'ERRORE IN LETTURA XREFCLI - FS=' FS-XREFCLI
             MOVE 1 TO SW-FINE-XRF
             GO TO LEGGI-PONTE-EX.
          IF XRF-COD-CLI NOT = WS-COD-CLI
             GO TO LEGGI-PONTE-EX.
          MOVE XRF-CONTO TO NUMERO-CONTO-CLIENTE.
          READ FILE-CLIENTI.
          IF FS-RETAIL NOT = '00'
          OR NOME-CLIENTE = WS-MARCA-ANONIMO
             GO TO LEGGI-PONTE-EX.
          PERFORM VERIFICA-CONTO THRU VERIFICA-CONTO-EX.
          IF WS-MOTIVO NOT = SPACES
             MOVE 'TRATTENUTO: CONTO RETAIL COLLEGATO IN USO'
                  TO WS-MOTIVO.
       LEGGI-PONTE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  SECONDA PASSATA: CONTI RETAIL.
      *----------------------------------------------------------------
       ELABORA-RETAIL.
          MOVE ZEROES TO SW-FINE-RET.
          MOVE ZEROES TO NUMERO-CONTO-CLIENTE.
          START FILE-CLIENTI KEY IS GREATER THAN NUMERO-CONTO-CLIENTE
                INVALID KEY MOVE 1 TO SW-FINE-RET.
          PERFORM ESAMINA-CONTO THRU ESAMINA-CONTO-EX
                  UNTIL EOF-RET.
       ELABORA-RETAIL-EX.
          EXIT.

       ESAMINA-CONTO.
          READ FILE-CLIENTI NEXT AT END MOVE 1 TO SW-FINE-RET
                            GO TO ESAMINA-CONTO-EX.
          IF FS-RETAIL NOT = '00'
             DISPLAY 'ERRORE IN LETTURA FILE-CLIENTI - FS='
                     FS-RETAIL
             MOVE 1 TO SW-FINE-RET
             GO TO ESAMINA-CONTO-EX.
          ADD 1 TO WS-CTR-RET-LETTI.
          IF NOME-CLIENTE = WS-MARCA-ANONIMO
             ADD 1 TO WS-CTR-RET-GIA
             GO TO ESAMINA-CONTO-EX.
          MOVE SPACES TO WS-MOTIVO.
          PERFORM VERIFICA-CONTO THRU VERIFICA-CONTO-EX.
          IF WS-MOTIVO = 'IN CORSO'
             ADD 1 TO WS-CTR-RET-IN-CORSO
             GO TO ESAMINA-CONTO-EX.
          MOVE SPACES TO WS-RIGA-DET.
          MOVE 'CONTO' TO WS-RD-ARCHIVIO.
          MOVE NUMERO-CONTO-CLIENTE TO WS-RD-CHIAVE.
          MOVE WS-ANNO-ATTIVITA TO WS-RD-ATTIVITA.
          IF WS-MOTIVO NOT = SPACES
             MOVE WS-MOTIVO TO WS-RD-ESITO
             PERFORM STAMPA-DETTAGLIO THRU STAMPA-DETTAGLIO-EX
             ADD 1 TO WS-CTR-RET-TRATTENUTI
             GO TO ESAMINA-CONTO-EX.
          IF WS-MODO-EFFETTIVO
             PERFORM ANONIMIZZA-CONTO THRU ANONIMIZZA-CONTO-EX
          ELSE
             MOVE 'DA ANONIMIZZARE' TO WS-RD-ESITO.
          PERFORM STAMPA-DETTAGLIO THRU STAMPA-DETTAGLIO-EX.
          ADD 1 TO WS-CTR-RET-ANONIMI.
       ESAMINA-CONTO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  STATO DEL CONTO RETAIL IN MEMORIA: ANNO DI ATTIVITA'
      *  (ULTIMO ANNO ATTIVO O, SE MAI AGGIORNATO, ANNO DI APERTURA;
      *  A DUE CIFRE, SI RIPORTA AL SECOLO CHE NON SUPERA L'ANNO
      *  CONTABILE). 'IN CORSO' SE L'ANNO NON E' ANTERIORE ALL'ANNO
      *  LIMITE O SE CI SONO MOVIMENTI NELL'ANNO; TRATTENUTO SE HA
      *  SALDO O SCADUTO.
      *----------------------------------------------------------------
       VERIFICA-CONTO.
          MOVE ULTIMO-ANNO-ATTIVO TO WS-ANNO-2.
          IF WS-ANNO-2 = ZEROES
             MOVE ANNO-APERTURA TO WS-ANNO-2.
          COMPUTE WS-ANNO-ATTIVITA = 2000 + WS-ANNO-2.
          IF WS-ANNO-ATTIVITA > WS-RUN-AAAA
             SUBTRACT 100 FROM WS-ANNO-ATTIVITA.
          IF WS-ANNO-ATTIVITA NOT < WS-ANNO-LIMITE
          OR NUMERO-MESI-ATTIVI-AC NOT = ZEROES
          OR NUMERO-OPERAZIONE-MC NOT = ZEROES
             MOVE 'IN CORSO' TO WS-MOTIVO
             GO TO VERIFICA-CONTO-EX.
          IF SALDO-CORRENTE NOT = ZEROES
             MOVE 'TRATTENUTO: SALDO NON A ZERO' TO WS-MOTIVO
             GO TO VERIFICA-CONTO-EX.
          IF GIORNI-30 NOT = ZEROES OR GIORNI-60 NOT = ZEROES
          OR GIORNI-90 NOT = ZEROES OR GIORNI-120 NOT = ZEROES
             MOVE 'TRATTENUTO: SCADUTO APERTO' TO WS-MOTIVO.
       VERIFICA-CONTO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  TERZA PASSATA: STUDENTI.
      *----------------------------------------------------------------
       ELABORA-STUDENTI.
          MOVE ZEROES TO SW-FINE-STU.
          MOVE ZEROES TO CD-STUDENT.
          START ESTUDENTE KEY IS GREATER THAN CD-STUDENT
                INVALID KEY MOVE 1 TO SW-FINE-STU.
          PERFORM ESAMINA-STUDENTE THRU ESAMINA-STUDENTE-EX
                  UNTIL EOF-STU.
       ELABORA-STUDENTI-EX.
          EXIT.

       ESAMINA-STUDENTE.
          READ ESTUDENTE NEXT AT END MOVE 1 TO SW-FINE-STU
                         GO TO ESAMINA-STUDENTE-EX.
          IF FS-ESTUDENTE NOT = '00'
             DISPLAY 'ERRORE IN LETTURA ESTUDENTE - FS='
                     FS-ESTUDENTE
             MOVE 1 TO SW-FINE-STU
             GO TO ESAMINA-STUDENTE-EX.
          ADD 1 TO WS-CTR-STU-LETTI.
          IF NM-STUDENT = WS-MARCA-ANONIMO
             ADD 1 TO WS-CTR-STU-GIA
             GO TO ESAMINA-STUDENTE-EX.
          MOVE SPACES TO WS-MOTIVO.
          MOVE ANNO-ESITO-STUDENT TO WS-ANNO-ATTIVITA.
          MOVE NUM-STORICO-STUDENT TO WS-N-STORICO.
          IF WS-N-STORICO > 20
             MOVE 20 TO WS-N-STORICO.
          PERFORM ANNO-STORICO THRU ANNO-STORICO-EX
                  VARYING WS-IND FROM 1 BY 1
                  UNTIL WS-IND > WS-N-STORICO.
          IF WS-ANNO-ATTIVITA = ZEROES
             ADD 1 TO WS-CTR-STU-SENZA
             GO TO ESAMINA-STUDENTE-EX.
          IF WS-ANNO-ATTIVITA NOT < WS-ANNO-LIMITE
             ADD 1 TO WS-CTR-STU-IN-CORSO
             GO TO ESAMINA-STUDENTE-EX.
          PERFORM VERIFICA-RETTE THRU VERIFICA-RETTE-EX.
          MOVE SPACES TO WS-RIGA-DET.
          MOVE 'STUDENTE' TO WS-RD-ARCHIVIO.
          MOVE CD-STUDENT TO WS-RD-CHIAVE.
          MOVE WS-ANNO-ATTIVITA TO WS-RD-ATTIVITA.
          IF WS-MOTIVO NOT = SPACES
             MOVE WS-MOTIVO TO WS-RD-ESITO
             PERFORM STAMPA-DETTAGLIO THRU STAMPA-DETTAGLIO-EX
             ADD 1 TO WS-CTR-STU-TRATTENUTI
             GO TO ESAMINA-STUDENTE-EX.
          IF WS-MODO-EFFETTIVO
             PERFORM ANONIMIZZA-STUDENTE THRU ANONIMIZZA-STUDENTE-EX
          ELSE
             MOVE 'DA ANONIMIZZARE' TO WS-RD-ESITO.
          PERFORM STAMPA-DETTAGLIO THRU STAMPA-DETTAGLIO-EX.
          ADD 1 TO WS-CTR-STU-ANONIMI.
       ESAMINA-STUDENTE-EX.
          EXIT.

       ANNO-STORICO.
          IF ANNO-DISCIPLINA (WS-IND) > WS-ANNO-ATTIVITA
             MOVE ANNO-DISCIPLINA (WS-IND) TO WS-ANNO-ATTIVITA.
       ANNO-STORICO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  RETTE: SE LO STUDENTE E' COLLEGATO A UN CLIENTE DI
      *  FATTURAZIONE, UNA PARTITA APERTA DI QUEL CLIENTE LO TRATTIENE.
      *----------------------------------------------------------------
       VERIFICA-RETTE.
          IF NOT WS-STUDCLI-APERTO
             GO TO VERIFICA-RETTE-EX.
          MOVE CD-STUDENT TO SCL-CD-STUDENT.
          READ STUDCLI.
          IF FS-STUDCLI NOT = '00'
             GO TO VERIFICA-RETTE-EX.
          MOVE SCL-COD-CLI TO WS-COD-CLI.
          MOVE ZEROES TO WS-ULTIMA-ATTIVITA.
          PERFORM ATTIVITA-PARTITE THRU ATTIVITA-PARTITE-EX.
          IF WS-MOTIVO NOT = SPACES
             MOVE 'TRATTENUTO: RETTE NON SALDATE' TO WS-MOTIVO.
       VERIFICA-RETTE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  ANONIMIZZAZIONI. OGNI RECORD RISCRITTO VA SU ANONLOG.
      *----------------------------------------------------------------
       ANONIMIZZA-CLIENTE.
          MOVE WS-MARCA-ANONIMO TO RAG-CLI.
          MOVE SPACES TO IND-CLI CIT-CLI TEL-CLI PIVA-CLI.
          MOVE ZEROES TO CAP-CLI.
          REWRITE RECORD-CLIENTE.
          IF FS-CLIENTI NOT = '00'
             DISPLAY 'ERRORE IN RISCRITTURA CLIENTI - FS=' FS-CLIENTI
             STOP RUN WITH ERROR STATUS 16.
          MOVE 'ANONIMIZZATO' TO WS-RD-ESITO.
          MOVE 'C' TO WS-LOG-ARCHIVIO.
          MOVE WS-COD-CLI TO WS-LOG-CHIAVE.
          PERFORM SCRIVI-LOG THRU SCRIVI-LOG-EX.
          IF WS-CONTRATTI-APERTO
             PERFORM ANONIMIZZA-CONTRATTI
                     THRU ANONIMIZZA-CONTRATTI-EX.
       ANONIMIZZA-CLIENTE-EX.
          EXIT.

       ANONIMIZZA-CONTRATTI.
          MOVE ZEROES TO SW-FINE-CON.
          MOVE ZEROES TO CON-NUM-CONTRATTO.
          START FILE-CONTRATTI KEY IS GREATER THAN CON-NUM-CONTRATTO
                INVALID KEY MOVE 1 TO SW-FINE-CON.
          PERFORM ANONIMIZZA-CONTRATTO THRU ANONIMIZZA-CONTRATTO-EX
                  UNTIL EOF-CON.
       ANONIMIZZA-CONTRATTI-EX.
          EXIT.

       ANONIMIZZA-CONTRATTO.
          READ FILE-CONTRATTI NEXT AT END MOVE 1 TO SW-FINE-CON
                              GO TO ANONIMIZZA-CONTRATTO-EX.
          IF FS-CONTRATTI NOT = '00'
             MOVE 1 TO SW-FINE-CON
             GO TO ANONIMIZZA-CONTRATTO-EX.
          IF CON-COD-CLI NOT = WS-COD-CLI
             GO TO ANONIMIZZA-CONTRATTO-EX.
          MOVE WS-MARCA-ANONIMO TO CON-CLIENTE.
          REWRITE REC-CONTRATTO.
          IF FS-CONTRATTI NOT = '00'
             DISPLAY 'ERRORE IN RISCRITTURA FILE-CONTRATTI - FS='
                     FS-CONTRATTI
             STOP RUN WITH ERROR STATUS 16.
          ADD 1 TO WS-CTR-CONTRATTI.
          MOVE 'K' TO WS-LOG-ARCHIVIO.
          MOVE CON-NUM-CONTRATTO TO WS-LOG-CHIAVE.
          PERFORM SCRIVI-LOG THRU SCRIVI-LOG-EX.
          MOVE ZEROES TO SW-FINE-PCL.
          MOVE CON-NUM-CONTRATTO TO REC-NUM-CONTRATTO.
          MOVE ZEROES TO REC-NUM-PARCELA.
          START FILE-PARCELAS KEY IS GREATER THAN KEY-PARCELA
                INVALID KEY MOVE 1 TO SW-FINE-PCL.
          PERFORM ANONIMIZZA-PARCELA THRU ANONIMIZZA-PARCELA-EX
                  UNTIL EOF-PCL.
       ANONIMIZZA-CONTRATTO-EX.
          EXIT.

       ANONIMIZZA-PARCELA.
          READ FILE-PARCELAS NEXT AT END MOVE 1 TO SW-FINE-PCL
                             GO TO ANONIMIZZA-PARCELA-EX.
          IF FS-PARCELAS NOT = '00'
          OR REC-NUM-CONTRATTO NOT = CON-NUM-CONTRATTO
             MOVE 1 TO SW-FINE-PCL
             GO TO ANONIMIZZA-PARCELA-EX.
          MOVE WS-MARCA-ANONIMO TO REC-CLIENTE.
          REWRITE REC-PARCELA.
          IF FS-PARCELAS NOT = '00'
             DISPLAY 'ERRORE IN RISCRITTURA FILE-PARCELAS - FS='
                     FS-PARCELAS
             STOP RUN WITH ERROR STATUS 16.
       ANONIMIZZA-PARCELA-EX.
          EXIT.

       ANONIMIZZA-CONTO.
          MOVE WS-MARCA-ANONIMO TO NOME-CLIENTE.
          MOVE SPACES TO INDIRIZZO-CLIENTE CITTA-CLIENTE.
          REWRITE RECORD-CLIENTE-RET.
          IF FS-RETAIL NOT = '00'
             DISPLAY 'ERRORE IN RISCRITTURA FILE-CLIENTI - FS='
                     FS-RETAIL
             STOP RUN WITH ERROR STATUS 16.
          MOVE 'ANONIMIZZATO' TO WS-RD-ESITO.
          MOVE 'R' TO WS-LOG-ARCHIVIO.
          MOVE NUMERO-CONTO-CLIENTE TO WS-LOG-CHIAVE.
          COMPUTE WS-ULTIMA-ATTIVITA = WS-ANNO-ATTIVITA * 10000.
          PERFORM SCRIVI-LOG THRU SCRIVI-LOG-EX.
       ANONIMIZZA-CONTO-EX.
          EXIT.

       ANONIMIZZA-STUDENTE.
          MOVE WS-MARCA-ANONIMO TO NM-STUDENT.
          MOVE ZEROES TO DT-NASCITA-STUDENT.
          REWRITE STUDENT-RECORD.
          IF FS-ESTUDENTE NOT = '00'
             DISPLAY 'ERRORE IN RISCRITTURA ESTUDENTE - FS='
                     FS-ESTUDENTE
             STOP RUN WITH ERROR STATUS 16.
          MOVE 'ANONIMIZZATO' TO WS-RD-ESITO.
          MOVE 'S' TO WS-LOG-ARCHIVIO.
          MOVE CD-STUDENT TO WS-LOG-CHIAVE.
          COMPUTE WS-ULTIMA-ATTIVITA = WS-ANNO-ATTIVITA * 10000.
          PERFORM SCRIVI-LOG THRU SCRIVI-LOG-EX.
          IF NOT WS-FAMIGLIE-APERTO
             GO TO ANONIMIZZA-STUDENTE-EX.
          MOVE CD-STUDENT TO FAM-CD-STUDENT.
          READ FAMIGLIE.
          IF FS-FAMIGLIE NOT = '00'
             GO TO ANONIMIZZA-STUDENTE-EX.
          MOVE WS-MARCA-ANONIMO TO FAM-NOMINATIVO.
          MOVE SPACES TO FAM-INDIRIZZO FAM-CAP FAM-LOCALITA
                         FAM-PROVINCIA FAM-TELEFONO FAM-EMAIL.
          REWRITE RECORD-FAMIGLIA.
          IF FS-FAMIGLIE NOT = '00'
             DISPLAY 'ERRORE IN RISCRITTURA FAMIGLIE - FS='
                     FS-FAMIGLIE
             STOP RUN WITH ERROR STATUS 16.
          ADD 1 TO WS-CTR-FAMIGLIE.
          MOVE 'F' TO WS-LOG-ARCHIVIO.
          PERFORM SCRIVI-LOG THRU SCRIVI-LOG-EX.
       ANONIMIZZA-STUDENTE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  ULTIMA PASSATA: RIGHE DEL REGISTRO AUDIT-TRAIL DEI CLIENTI
      *  ANONIMIZZATI NEL GIRO (RISCRITTE AL LORO POSTO).
      *----------------------------------------------------------------
       ELABORA-AUDIT.
          OPEN I-O AUDIT-TRAIL.
          IF FS-AUDIT NOT = '00'
             DISPLAY 'REGISTRO AUDIT-TRAIL ASSENTE - FS=' FS-AUDIT
             GO TO ELABORA-AUDIT-EX.
          MOVE ZEROES TO SW-FINE-AUD.
          PERFORM ESAMINA-AUDIT THRU ESAMINA-AUDIT-EX
                  UNTIL EOF-AUD.
          CLOSE AUDIT-TRAIL.
       ELABORA-AUDIT-EX.
          EXIT.

       ESAMINA-AUDIT.
          READ AUDIT-TRAIL AT END MOVE 1 TO SW-FINE-AUD
               GO TO ESAMINA-AUDIT-EX.
          IF FS-AUDIT NOT = '00'
             DISPLAY 'ERRORE IN LETTURA AUDIT-TRAIL - FS=' FS-AUDIT
             MOVE 1 TO SW-FINE-AUD
             GO TO ESAMINA-AUDIT-EX.
          IF AUD-RAG-CLI = WS-MARCA-ANONIMO
             GO TO ESAMINA-AUDIT-EX.
          MOVE 'N' TO SW-TROVATO.
          PERFORM CONFRONTA-ANONIMO THRU CONFRONTA-ANONIMO-EX
                  VARYING WS-IND-ANONIMO FROM 1 BY 1
                  UNTIL WS-IND-ANONIMO > WS-N-ANONIMI
                  OR WS-TROVATO.
          IF NOT WS-TROVATO
             GO TO ESAMINA-AUDIT-EX.
          MOVE WS-MARCA-ANONIMO TO AUD-RAG-CLI.
          REWRITE REC-AUDIT.
          IF FS-AUDIT NOT = '00'
             DISPLAY 'ERRORE IN RISCRITTURA AUDIT-TRAIL - FS='
                     FS-AUDIT
             MOVE 1 TO SW-FINE-AUD
             GO TO ESAMINA-AUDIT-EX.
          ADD 1 TO WS-CTR-AUDIT.
          MOVE 'A' TO WS-LOG-ARCHIVIO.
          MOVE AUD-COD-CLI TO WS-LOG-CHIAVE.
          MOVE AUD-DATA TO WS-ULTIMA-ATTIVITA.
          PERFORM SCRIVI-LOG THRU SCRIVI-LOG-EX.
       ESAMINA-AUDIT-EX.
          EXIT.

       CONFRONTA-ANONIMO.
          IF WS-ANONIMO-TAB (WS-IND-ANONIMO) = AUD-COD-CLI
             MOVE 'S' TO SW-TROVATO.
       CONFRONTA-ANONIMO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  RIGA DEL REGISTRO: PER CONTI E STUDENTI L'ULTIMA ATTIVITA'
      *  E' L'ANNO (AAAA0000); PER LE RIGHE DI AUDIT LA DATA DELLA
      *  RIGA.
      *----------------------------------------------------------------
       SCRIVI-LOG.
          MOVE SPACES TO REC-ANONLOG.
          MOVE WS-DATA-RUN TO ANL-DATA.
          MOVE WS-ORA-RUN TO ANL-ORA.
          MOVE WS-LOG-ARCHIVIO TO ANL-ARCHIVIO.
          MOVE WS-LOG-CHIAVE TO ANL-CHIAVE-N.
          MOVE WS-ULTIMA-ATTIVITA TO ANL-ULTIMA-ATTIVITA.
          MOVE WS-ANNI-CONSERVAZIONE TO ANL-ANNI-CONSERVAZIONE.
          MOVE WS-DATA-LIMITE TO ANL-DATA-LIMITE.
          MOVE 'ANONIMIZ' TO ANL-PROGRAMMA.
          WRITE REC-ANONLOG.
          IF FS-ANONLOG NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA ANONLOG - FS=' FS-ANONLOG
             STOP RUN WITH ERROR STATUS 16.
       SCRIVI-LOG-EX.
          EXIT.

       STAMPA-DETTAGLIO.
          MOVE WS-RIGA-DET TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 1 LINE.
       STAMPA-DETTAGLIO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  RIEPILOGO PER ARCHIVIO: LETTI = GIA' ANONIMI + IN CORSO +
      *  SENZA ATTIVITA' + TRATTENUTI + ANONIMIZZATI.
      *----------------------------------------------------------------
       OP-FINALI.
          MOVE SPACES TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 2 LINES.
          MOVE 'CLIENTI LETTI' TO WS-RIE-LABEL.
          MOVE WS-CTR-CLI-LETTI TO WS-RIE-VALORE1.
          PERFORM STAMPA-RIEPILOGO THRU STAMPA-RIEPILOGO-EX.
          MOVE '  GIA'' ANONIMIZZATI' TO WS-RIE-LABEL.
          MOVE WS-CTR-CLI-GIA TO WS-RIE-VALORE1.
          PERFORM STAMPA-RIEPILOGO THRU STAMPA-RIEPILOGO-EX.
          MOVE '  ANCORA IN CORSO' TO WS-RIE-LABEL.
          MOVE WS-CTR-CLI-IN-CORSO TO WS-RIE-VALORE1.
          PERFORM STAMPA-RIEPILOGO THRU STAMPA-RIEPILOGO-EX.
          MOVE '  SENZA ALCUN MOVIMENTO (NON TOCCATI)' TO WS-RIE-LABEL.
          MOVE WS-CTR-CLI-SENZA TO WS-RIE-VALORE1.
          PERFORM STAMPA-RIEPILOGO THRU STAMPA-RIEPILOGO-EX.
          MOVE '  TRATTENUTI' TO WS-RIE-LABEL.
          MOVE WS-CTR-CLI-TRATTENUTI TO WS-RIE-VALORE1.
          PERFORM STAMPA-RIEPILOGO THRU STAMPA-RIEPILOGO-EX.
          MOVE '  ANONIMIZZATI' TO WS-RIE-LABEL.
          MOVE WS-CTR-CLI-ANONIMI TO WS-RIE-VALORE1.
          PERFORM STAMPA-RIEPILOGO THRU STAMPA-RIEPILOGO-EX.
          MOVE '  CONTRATTI ANONIMIZZATI' TO WS-RIE-LABEL.
          MOVE WS-CTR-CONTRATTI TO WS-RIE-VALORE1.
          PERFORM STAMPA-RIEPILOGO THRU STAMPA-RIEPILOGO-EX.
          MOVE '  RIGHE AUDIT-TRAIL ANONIMIZZATE' TO WS-RIE-LABEL.
          MOVE WS-CTR-AUDIT TO WS-RIE-VALORE1.
          PERFORM STAMPA-RIEPILOGO THRU STAMPA-RIEPILOGO-EX.
          MOVE 'CONTI RETAIL LETTI' TO WS-RIE-LABEL.
          MOVE WS-CTR-RET-LETTI TO WS-RIE-VALORE1.
          PERFORM STAMPA-RIEPILOGO THRU STAMPA-RIEPILOGO-EX.
          MOVE '  GIA'' ANONIMIZZATI' TO WS-RIE-LABEL.
          MOVE WS-CTR-RET-GIA TO WS-RIE-VALORE1.
          PERFORM STAMPA-RIEPILOGO THRU STAMPA-RIEPILOGO-EX.
          MOVE '  ANCORA IN CORSO' TO WS-RIE-LABEL.
          MOVE WS-CTR-RET-IN-CORSO TO WS-RIE-VALORE1.
          PERFORM STAMPA-RIEPILOGO THRU STAMPA-RIEPILOGO-EX.
          MOVE '  TRATTENUTI' TO WS-RIE-LABEL.
          MOVE WS-CTR-RET-TRATTENUTI TO WS-RIE-VALORE1.
          PERFORM STAMPA-RIEPILOGO THRU STAMPA-RIEPILOGO-EX.
          MOVE '  ANONIMIZZATI' TO WS-RIE-LABEL.
          MOVE WS-CTR-RET-ANONIMI TO WS-RIE-VALORE1.
          PERFORM STAMPA-RIEPILOGO THRU STAMPA-RIEPILOGO-EX.
          MOVE 'STUDENTI LETTI' TO WS-RIE-LABEL.
          MOVE WS-CTR-STU-LETTI TO WS-RIE-VALORE1.
          PERFORM STAMPA-RIEPILOGO THRU STAMPA-RIEPILOGO-EX.
          MOVE '  GIA'' ANONIMIZZATI' TO WS-RIE-LABEL.
          MOVE WS-CTR-STU-GIA TO WS-RIE-VALORE1.
          PERFORM STAMPA-RIEPILOGO THRU STAMPA-RIEPILOGO-EX.
          MOVE '  ANCORA IN CORSO' TO WS-RIE-LABEL.
          MOVE WS-CTR-STU-IN-CORSO TO WS-RIE-VALORE1.
          PERFORM STAMPA-RIEPILOGO THRU STAMPA-RIEPILOGO-EX.
          MOVE '  SENZA ANNO DI ATTIVITA'' (NON TOCCATI)'
               TO WS-RIE-LABEL.
          MOVE WS-CTR-STU-SENZA TO WS-RIE-VALORE1.
          PERFORM STAMPA-RIEPILOGO THRU STAMPA-RIEPILOGO-EX.
          MOVE '  TRATTENUTI' TO WS-RIE-LABEL.
          MOVE WS-CTR-STU-TRATTENUTI TO WS-RIE-VALORE1.
          PERFORM STAMPA-RIEPILOGO THRU STAMPA-RIEPILOGO-EX.
          MOVE '  ANONIMIZZATI' TO WS-RIE-LABEL.
          MOVE WS-CTR-STU-ANONIMI TO WS-RIE-VALORE1.
          PERFORM STAMPA-RIEPILOGO THRU STAMPA-RIEPILOGO-EX.
          MOVE '  CONTATTI FAMIGLIA ANONIMIZZATI' TO WS-RIE-LABEL.
          MOVE WS-CTR-FAMIGLIE TO WS-RIE-VALORE1.
          PERFORM STAMPA-RIEPILOGO THRU STAMPA-RIEPILOGO-EX.
          CLOSE CLIENTI, FILE-CLIENTI, XREFCLI, FFATTURE, PARTITE,
                STAMPA.
          IF WS-CONTEST-APERTO
             CLOSE CONTEST.
          IF WS-CONTRATTI-APERTO
             CLOSE FILE-CONTRATTI, FILE-PARCELAS.
          IF WS-STUDENTI-APERTO
             CLOSE ESTUDENTE.
          IF WS-FAMIGLIE-APERTO
             CLOSE FAMIGLIE.
          IF WS-STUDCLI-APERTO
             CLOSE STUDCLI.
          IF WS-MODO-EFFETTIVO
             CLOSE ANONLOG.
          DISPLAY 'CLIENTI ANONIMIZZATI:  ' WS-CTR-CLI-ANONIMI.
          DISPLAY 'CONTI ANONIMIZZATI:    ' WS-CTR-RET-ANONIMI.
          DISPLAY 'STUDENTI ANONIMIZZATI: ' WS-CTR-STU-ANONIMI.
          IF WS-MODO-PROVA
             DISPLAY 'GIRO DI PROVA: NESSUN ARCHIVIO AGGIORNATO'.
       OP-FINALI-EX.
          EXIT.

       STAMPA-RIEPILOGO.
          MOVE WS-RIGA-RIEPILOGO TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 1 LINE.
          MOVE SPACES TO WS-RIGA-RIEPILOGO.
       STAMPA-RIEPILOGO-EX.
          EXIT.
