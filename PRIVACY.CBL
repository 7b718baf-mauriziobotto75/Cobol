      ******************************************************************
      *  ESTRATTO DEI DATI PERSONALI DI UN INTERESSATO: QUANDO UNA
      *  PERSONA CHIEDE QUALI DATI TENIAMO SU DI LEI, SI RACCOGLIE SU
      *  UNA PAGINA, A VIDEO E IN STAMPA, TUTTO QUELLO CHE GLI ARCHIVI
      *  PORTANO A SUO NOME. SI CERCA PER:
      *  - C  COD-CLI DI FATTURAZIONE;
      *  - R  NUMERO CONTO RETAIL;
      *  - S  CODICE STUDENTE;
      *  - F  CODICE FISCALE O PARTITA IVA (SCANSIONE DI CLIENTI);
      *  - N  NOMINATIVO, ANCHE SOLO LA PARTE INIZIALE (RAGIONE
      *       SOCIALE SU CLIENTI, NOME SUI CONTI RETAIL, NOME DELLO
      *       STUDENTE).
      *  I SOGGETTI TROVATI SI COLLEGANO FRA LORO COL PONTE XREFCLI
      *  (CONTI RETAIL) E COL PONTE STUDCLI (STUDENTI E CLIENTE CHE
      *  PAGA LE RETTE) E PER OGNUNO SI ESPONGONO: ANAGRAFICA CLIENTI,
      *  DOCUMENTI (FFATTURE), PARTITE, CONTESTAZIONI, CONTRATTI DI
      *  FINANZIAMENTO, REGISTRO AUDIT-TRAIL DEGLI INSERIMENTI, CONTI
      *  RETAIL, CONTATTI DEGLI ESATTORI, STUDENTI CON IL LORO STORICO,
      *  CONTATTI DELLA FAMIGLIA, CERTIFICATI RILASCIATI (PROTCERT) E
      *  LE ANONIMIZZAZIONI GIA' FATTE (REGISTRO ANONLOG, VEDI
      *  ANONIMIZ). SI LAVORA UNA RICHIESTA ALLA VOLTA DA TASTIERA
      *  (TIPO RICERCA A SPAZIO = FINE).
      *  SOLA LETTURA: NESSUN ARCHIVIO VIENE AGGIORNATO.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. PRIVACY.
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

           SELECT FILE-CONTATTI ASSIGN TO DISK
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CONTATTI.

           SELECT AUDIT-TRAIL ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-AUDIT.

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

           SELECT PROTCERT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRC-CHIAVE
           FILE STATUS IS FS-PROTCERT.

           SELECT ANONLOG ASSIGN TO FORMATFILE-ANONLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ANONLOG.

           SELECT ESTRATTO ASSIGN TO PRINTER-PRIVACY
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ESTRATTO.

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
           02   ANNO-IN-CORSO                        PICTURE X(22).
           02   MESE-PRECEDENTE                      PICTURE X(10).
           02   MESE-IN-CORSO.
                03 DATA-FATTURAZIONE-MC              PICTURE 9(6).
                03 NUMERO-OPERAZIONE-MC              PICTURE 99.
                03 SALDO-CORRENTE                    PICTURE S9(6)V99.
                03 CONTATORI-MESE                    PICTURE X(40).
           02   CRONISTORIA-PAGAMENTI.
                03   SALDO-SCONTI                    PICTURE X(32).
                03   ULTIMO-PAGAMENTO.
                     04  DATA-PAG                    PICTURE 9(6).
                     04  IMPORTO                     PICTURE 9(6)V99.
                03   CODICE-SOLLECITO                PICTURE X.
                03   CODICE-BLOCCO                   PICTURE X.
                   88 CONTO-BLOCCATO                 VALUE 'B'.

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

       FD  FILE-CONTATTI
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RECORD-CONTATTO.
       01  RECORD-CONTATTO.
           02 CNT-CONTO                              PICTURE 9(7).
           02 CNT-DATA                               PICTURE 9(6).
           02 CNT-ESATTORE                           PICTURE X(8).
           02 CNT-ESITO                              PICTURE X.
           02 CNT-IMP-PROMESSO                       PICTURE 9(6)V99.
           02 CNT-DATA-PROMESSA                      PICTURE 9(6).
           02 FILLER                                 PICTURE X(24).

       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REC-AUDIT.
       01  REC-AUDIT.
           05  AUD-DATA        PIC 9(8).
           05  AUD-ORA         PIC 9(8).
           05  AUD-OPERATORE   PIC X(8).
           05  AUD-COD-CLI     PIC 9(6).
           05  AUD-RAG-CLI     PIC X(30).

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

       FD  PROTCERT
           LABEL RECORDS ARE STANDARD.
       01  RECORD-PROTOCOLLO.
           02  PRC-CHIAVE.
               03 PRC-ANNO           PIC 9(4).
               03 PRC-NUMERO         PIC 9(5).
           02  PRC-DATI.
               03 PRC-DATA           PIC 9(8).
               03 PRC-CD-STUDENT     PIC 9(5).
               03 PRC-TIPO           PIC X.
               03 PRC-OPERATORE      PIC X(8).
               03 PRC-CORSO          PIC X(20).
               03 PRC-ANNO-SCOLASTICO PIC 9(4).
               03 FILLER             PIC X(5).

       FD ANONLOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REC-ANONLOG.
           COPY FD_AnonLog.

       FD ESTRATTO
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REC-ESTRATTO.
       01 REC-ESTRATTO         PIC X(132).

       WORKING-STORAGE SECTION.

       01 FS-CLIENTI                 PIC 9(2) VALUE ZEROES.
       01 FS-RETAIL                  PIC 9(2) VALUE ZEROES.
       01 FS-XREFCLI                 PIC 9(2) VALUE ZEROES.
       01 FS-FATTURE                 PIC 9(2) VALUE ZEROES.
       01 FS-PARTITE                 PIC 9(2) VALUE ZEROES.
       01 FS-CONTEST                 PIC 9(2) VALUE ZEROES.
       01 FS-CONTRATTI               PIC 9(2) VALUE ZEROES.
       01 FS-CONTATTI                PIC 9(2) VALUE ZEROES.
       01 FS-AUDIT                   PIC 9(2) VALUE ZEROES.
       01 FS-ESTUDENTE               PIC 9(2) VALUE ZEROES.
       01 FS-FAMIGLIE                PIC 9(2) VALUE ZEROES.
       01 FS-STUDCLI                 PIC 9(2) VALUE ZEROES.
       01 FS-PROTCERT                PIC 9(2) VALUE ZEROES.
       01 FS-ANONLOG                 PIC 9(2) VALUE ZEROES.
       01 FS-ESTRATTO                PIC 9(2) VALUE ZEROES.

       01 SW-FINE-LAVORO             PIC 9(1) VALUE ZEROES.
           88 FINE-LAVORO             VALUE 1.
       01 SW-FINE-SCAN               PIC 9(1) VALUE ZEROES.
           88 EOF-SCAN                VALUE 1.
      *    ARCHIVI FACOLTATIVI: SENZA, LA SEZIONE RESTA VUOTA.
       01 SW-FATTURE-APERTO          PIC X(1) VALUE 'N'.
           88 WS-FATTURE-APERTO       VALUE 'S'.
       01 SW-PARTITE-APERTO          PIC X(1) VALUE 'N'.
           88 WS-PARTITE-APERTO       VALUE 'S'.
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
       01 SW-PROTCERT-APERTO         PIC X(1) VALUE 'N'.
           88 WS-PROTCERT-APERTO      VALUE 'S'.
       01 SW-TROVATO                 PIC X(1) VALUE 'N'.
           88 WS-TROVATO              VALUE 'S'.

       01 WS-DATA-OGGI               PIC 9(8) VALUE ZEROES.

       01 WS-TIPO-RICERCA            PIC X(1) VALUE SPACES.
           88 RICERCA-CLIENTE         VALUE 'C'.
           88 RICERCA-CONTO           VALUE 'R'.
           88 RICERCA-STUDENTE        VALUE 'S'.
           88 RICERCA-FISCALE         VALUE 'F'.
           88 RICERCA-NOME            VALUE 'N'.
       01 WS-RIC-COD-CLI             PIC 9(6) VALUE ZEROES.
       01 WS-RIC-CONTO               PIC 9(7) VALUE ZEROES.
       01 WS-RIC-STUDENTE            PIC 9(5) VALUE ZEROES.
       01 WS-RIC-FISCALE             PIC X(16) VALUE SPACES.
       01 WS-RIC-NOME                PIC X(30) VALUE SPACES.
      *    LUNGHEZZA DELLA PARTE DI NOME DIGITATA (FINO AL PRIMO
      *    DOPPIO SPAZIO) E SUO ADATTAMENTO AI CAMPI PIU' CORTI.
       01 WS-LUNG-NOME               PIC 9(2) VALUE ZEROES.
       01 WS-LUNG-RET                PIC 9(2) VALUE ZEROES.
       01 WS-LUNG-STU                PIC 9(2) VALUE ZEROES.

      *----------------------------------------------------------------
      *  SOGGETTI DELLA RICHIESTA: COD-CLI, CONTI RETAIL E STUDENTI,
      *  TROVATI DALLA RICERCA O COLLEGATI SUI PONTI. OLTRE LA
      *  CAPIENZA SI CONTANO E SI AVVISA DI RESTRINGERE LA RICERCA.
      *----------------------------------------------------------------
       01 WS-TAB-CLIENTI.
           05 WS-CLI-TAB             PIC 9(6) OCCURS 10 TIMES.
       01 WS-N-CLI                   PIC 9(2) VALUE ZEROES.
       01 WS-MAX-CLI                 PIC 9(2) VALUE 10.
       01 WS-IND-CLI                 PIC 9(2) VALUE ZEROES.
       01 WS-TAB-CONTI.
           05 WS-CONTO-TAB           PIC 9(7) OCCURS 20 TIMES.
       01 WS-N-CONTI                 PIC 9(2) VALUE ZEROES.
       01 WS-MAX-CONTI               PIC 9(2) VALUE 20.
       01 WS-IND-CONTO               PIC 9(2) VALUE ZEROES.
       01 WS-TAB-STUDENTI.
           05 WS-STU-TAB             PIC 9(5) OCCURS 10 TIMES.
       01 WS-N-STU                   PIC 9(2) VALUE ZEROES.
       01 WS-MAX-STU                 PIC 9(2) VALUE 10.
       01 WS-IND-STU                 PIC 9(2) VALUE ZEROES.
       01 WS-IND-CERCA               PIC 9(2) VALUE ZEROES.
       01 WS-IND-STORICO             PIC 9(2) VALUE ZEROES.
       01 WS-N-STORICO               PIC 9(2) VALUE ZEROES.
       01 WS-ESCLUSI                 PIC 9(3) VALUE ZEROES.
       01 WS-CERCA-CLI               PIC 9(6) VALUE ZEROES.
       01 WS-CERCA-CONTO             PIC 9(7) VALUE ZEROES.
       01 WS-CERCA-STU               PIC 9(5) VALUE ZEROES.
       01 WS-N-RIGHE                 PIC 9(5) VALUE ZEROES.

       01 WS-CTR-RICHIESTE           PIC 9(5) VALUE ZEROES.

       01 WS-RIGA-OUT                PIC X(132) VALUE SPACES.

       01 WS-INT-1.
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 FILLER     PIC X(43)
              VALUE 'PRIVACY - ESTRATTO DEI DATI PERSONALI AL'.
           05 WS-INT-DATA PIC 9(8).
           05 FILLER     PIC X(4)  VALUE SPACES.
           05 FILLER     PIC X(8)  VALUE 'RICERCA '.
           05 WS-INT-TIPO PIC X(1).
           05 FILLER     PIC X(1)  VALUE SPACES.
           05 WS-INT-CHIAVE PIC X(30).

       01 WS-RIGA-TITOLO.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-TIT-TESTO   PIC X(60).

       01 WS-INT-ANAG.
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 FILLER     PIC X(8)  VALUE 'CODICE'.
           05 FILLER     PIC X(31) VALUE 'RAGIONE SOCIALE'.
           05 FILLER     PIC X(31) VALUE 'INDIRIZZO'.
           05 FILLER     PIC X(6)  VALUE 'CAP'.
           05 FILLER     PIC X(21) VALUE 'CITTA'''.
           05 FILLER     PIC X(11) VALUE 'TELEFONO'.
           05 FILLER     PIC X(16) VALUE 'COD.FISC./P.IVA'.

       01 WS-RIGA-ANAG.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RN-COD      PIC 9(6).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RN-RAG      PIC X(30).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-RN-IND      PIC X(30).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-RN-CAP      PIC X(5).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-RN-CIT      PIC X(20).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-RN-TEL      PIC X(10).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-RN-PIVA     PIC X(16).

       01 WS-INT-FATTURE.
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 FILLER     PIC X(8)  VALUE 'CLIENTE'.
           05 FILLER     PIC X(10) VALUE 'DOCUMENTO'.
           05 FILLER     PIC X(4)  VALUE 'TP'.
           05 FILLER     PIC X(10) VALUE 'DATA'.
           05 FILLER     PIC X(10) VALUE 'SCADENZA'.
           05 FILLER     PIC X(16) VALUE '   TOTALE DOC.'.
           05 FILLER     PIC X(3)  VALUE 'DIV'.

       01 WS-RIGA-FATTURA.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RT-CLI      PIC 9(6).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RT-NUM-FAT  PIC X(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RT-TIPO     PIC X(1).
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 WS-RT-DATA     PIC 9(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RT-SCAD     PIC 9(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RT-TOT      PIC Z(13)9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RT-DIVISA   PIC X(3).

       01 WS-INT-PARTITE.
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 FILLER     PIC X(8)  VALUE 'CLIENTE'.
           05 FILLER     PIC X(13) VALUE 'DOCUMENTO'.
           05 FILLER     PIC X(4)  VALUE 'ST'.
           05 FILLER     PIC X(4)  VALUE 'TP'.
           05 FILLER     PIC X(10) VALUE 'SCADENZA'.
           05 FILLER     PIC X(10) VALUE 'ULT.PAG.'.
           05 FILLER     PIC X(16) VALUE '   TOTALE DOC.'.
           05 FILLER     PIC X(14) VALUE '       RESIDUO'.

       01 WS-RIGA-PARTITA.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RA-CLI      PIC 9(6).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RA-NUM-FAT  PIC X(8).
           05 WS-RA-RATA.
              07 WS-RA-BARRA    PIC X(1).
              07 WS-RA-NUM-RATA PIC 9(2).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RA-STATO    PIC X(1).
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 WS-RA-TIPO     PIC X(1).
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 WS-RA-SCAD     PIC 9(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RA-ULT-PAG  PIC 9(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RA-TOT      PIC Z(13)9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RA-RESIDUO  PIC Z(13)9.

       01 WS-INT-CONTEST.
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 FILLER     PIC X(8)  VALUE 'CLIENTE'.
           05 FILLER     PIC X(13) VALUE 'DOCUMENTO'.
           05 FILLER     PIC X(6)  VALUE 'CAUS'.
           05 FILLER     PIC X(10) VALUE 'APERTURA'.
           05 FILLER     PIC X(12) VALUE 'INCARICATO'.
           05 FILLER     PIC X(3)  VALUE 'ST'.
           05 FILLER     PIC X(10) VALUE 'CHIUSURA'.
           05 FILLER     PIC X(40) VALUE 'NOTE'.

       01 WS-RIGA-CONTEST.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RX-CLI      PIC 9(6).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RX-NUM-FAT  PIC X(8).
           05 WS-RX-RATA.
              07 WS-RX-BARRA    PIC X(1).
              07 WS-RX-NUM-RATA PIC 9(2).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RX-CAUSALE  PIC X(4).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RX-APERTURA PIC 9(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RX-INCARICATO PIC X(10).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RX-STATO    PIC X(1).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RX-CHIUSURA PIC 9(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RX-NOTE     PIC X(40).

       01 WS-INT-CONTRATTI.
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 FILLER     PIC X(8)  VALUE 'CONTR.'.
           05 FILLER     PIC X(8)  VALUE 'CLIENTE'.
           05 FILLER     PIC X(22) VALUE 'NOMINATIVO'.
           05 FILLER     PIC X(22) VALUE 'OGGETTO'.
           05 FILLER     PIC X(12) VALUE '    VALORE'.
           05 FILLER     PIC X(10) VALUE 'CREAZIONE'.
           05 FILLER     PIC X(2)  VALUE 'ST'.

       01 WS-RIGA-CONTRATTO.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RF-CONTRATTO PIC 9(6).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RF-CLI      PIC 9(6).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RF-CLIENTE  PIC X(20).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RF-OGGETTO  PIC X(20).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RF-VALORE   PIC Z(6)9,99.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RF-DATA     PIC 9(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RF-STATO    PIC X(1).

       01 WS-INT-AUDIT.
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 FILLER     PIC X(10) VALUE 'DATA'.
           05 FILLER     PIC X(10) VALUE 'ORA'.
           05 FILLER     PIC X(10) VALUE 'OPERAT.'.
           05 FILLER     PIC X(8)  VALUE 'CLIENTE'.
           05 FILLER     PIC X(30) VALUE 'RAGIONE SOCIALE'.

       01 WS-RIGA-AUDIT.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RU-DATA     PIC 9(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RU-ORA      PIC 9(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RU-OPERATORE PIC X(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RU-CLI      PIC 9(6).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RU-RAG      PIC X(30).

       01 WS-INT-CONTI.
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 FILLER     PIC X(9)  VALUE 'CONTO'.
           05 FILLER     PIC X(23) VALUE 'NOME'.
           05 FILLER     PIC X(23) VALUE 'INDIRIZZO'.
           05 FILLER     PIC X(23) VALUE 'CITTA'''.
           05 FILLER     PIC X(5)  VALUE 'FIDO'.
           05 FILLER     PIC X(14) VALUE '   SALDO CORR.'.
           05 FILLER     PIC X(5)  VALUE 'AP.'.
           05 FILLER     PIC X(4)  VALUE 'ULT.'.
           05 FILLER     PIC X(6)  VALUE 'BLOCCO'.

       01 WS-RIGA-CONTO.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RC-CONTO    PIC 9(7).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RC-NOME     PIC X(22).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-RC-IND      PIC X(22).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-RC-CITTA    PIC X(22).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-RC-FIDO     PIC ZZZ9.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-RC-SALDO    PIC Z(7)9,99-.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RC-APERTURA PIC 99.
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 WS-RC-ULTIMO   PIC 99.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RC-BLOCCO   PIC X(8).

       01 WS-INT-CONTATTI.
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 FILLER     PIC X(9)  VALUE 'CONTO'.
           05 FILLER     PIC X(10) VALUE 'CONTATTO'.
           05 FILLER     PIC X(10) VALUE 'ESATTORE'.
           05 FILLER     PIC X(4)  VALUE 'ES'.
           05 FILLER     PIC X(10) VALUE 'PROMESSA'.
           05 FILLER     PIC X(10) VALUE '   IMPORTO'.

       01 WS-RIGA-CONTATTO.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RP-CONTO    PIC 9(7).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RP-DATA     PIC 9(6).
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 WS-RP-ESATTORE PIC X(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RP-ESITO    PIC X(1).
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 WS-RP-DATA-PROM PIC 9(6).
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 WS-RP-IMPORTO  PIC Z(6)9,99.

       01 WS-INT-STUDENTI.
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 FILLER     PIC X(7)  VALUE 'STUD.'.
           05 FILLER     PIC X(27) VALUE 'NOMINATIVO'.
           05 FILLER     PIC X(10) VALUE 'NASCITA'.
           05 FILLER     PIC X(22) VALUE 'CORSO'.
           05 FILLER     PIC X(6)  VALUE 'SCRUT.'.
           05 FILLER     PIC X(3)  VALUE 'ES.'.

       01 WS-RIGA-STUDENTE.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RS-STUDENTE PIC 9(5).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RS-NOME     PIC X(25).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RS-NASCITA  PIC 9(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RS-CORSO    PIC X(20).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RS-ANNO-ESITO PIC 9(4).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RS-ESITO    PIC X(1).

       01 WS-RIGA-STORICO.
           05 FILLER         PIC X(9)  VALUE SPACES.
           05 FILLER         PIC X(9)  VALUE 'STORICO'.
           05 WS-RH-DISCIPLINA PIC X(10).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RH-ANNO     PIC 9(4).
           05 FILLER         PIC X(7)  VALUE '  VOTO '.
           05 WS-RH-VOTO     PIC Z9.

       01 WS-INT-FAMIGLIE.
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 FILLER     PIC X(7)  VALUE 'STUD.'.
           05 FILLER     PIC X(32) VALUE 'NOMINATIVO'.
           05 FILLER     PIC X(17) VALUE 'PARENTELA'.
           05 FILLER     PIC X(42) VALUE 'INDIRIZZO'.
           05 FILLER     PIC X(5)  VALUE 'CAP'.

       01 WS-RIGA-FAMIGLIA-1.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RM-STUDENTE PIC 9(5).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RM-NOMINATIVO PIC X(30).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RM-PARENTELA PIC X(15).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RM-INDIRIZZO PIC X(40).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RM-CAP      PIC X(5).

       01 WS-RIGA-FAMIGLIA-2.
           05 FILLER         PIC X(9)  VALUE SPACES.
           05 WS-RM-LOCALITA PIC X(25).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RM-PROVINCIA PIC X(2).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RM-TELEFONO PIC X(15).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RM-EMAIL    PIC X(50).

       01 WS-INT-CERTIFICATI.
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 FILLER     PIC X(12) VALUE 'PROTOCOLLO'.
           05 FILLER     PIC X(10) VALUE 'DATA'.
           05 FILLER     PIC X(7)  VALUE 'STUD.'.
           05 FILLER     PIC X(4)  VALUE 'TP'.
           05 FILLER     PIC X(10) VALUE 'OPERAT.'.
           05 FILLER     PIC X(22) VALUE 'CORSO'.
           05 FILLER     PIC X(5)  VALUE 'A.SC.'.

       01 WS-RIGA-CERTIFICATO.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RK-ANNO     PIC 9(4).
           05 FILLER         PIC X(1)  VALUE '/'.
           05 WS-RK-NUMERO   PIC 9(5).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RK-DATA     PIC 9(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RK-STUDENTE PIC 9(5).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RK-TIPO     PIC X(1).
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 WS-RK-OPERATORE PIC X(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RK-CORSO    PIC X(20).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RK-ANNO-SC  PIC 9(4).

       01 WS-INT-ANONLOG.
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 FILLER     PIC X(10) VALUE 'DATA'.
           05 FILLER     PIC X(4)  VALUE 'AR'.
           05 FILLER     PIC X(10) VALUE 'CHIAVE'.
           05 FILLER     PIC X(10) VALUE 'ULT.ATT.'.
           05 FILLER     PIC X(5)  VALUE 'ANNI'.
           05 FILLER     PIC X(10) VALUE 'LIMITE'.
           05 FILLER     PIC X(10) VALUE 'PROGRAMMA'.

       01 WS-RIGA-ANONLOG.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RL-DATA     PIC 9(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RL-ARCHIVIO PIC X(1).
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 WS-RL-CHIAVE   PIC X(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RL-ULTIMA   PIC 9(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RL-ANNI     PIC 99.
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 WS-RL-LIMITE   PIC 9(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RL-PROGRAMMA PIC X(10).

           COPY PAR_DataCont.

       PROCEDURE DIVISION.

       INIZIO.
          PERFORM OP-INIZIALI THRU OP-INIZIALI-EX.
          PERFORM LAVORA-RICHIESTA THRU LAVORA-RICHIESTA-EX
                  UNTIL FINE-LAVORO.
          PERFORM OP-FINALI THRU OP-FINALI-EX.
          STOP RUN.

      *----------------------------------------------------------------
      *  ANAGRAFICA CLIENTI, CONTI RETAIL E PONTE SONO OBBLIGATORI;
      *  GLI ALTRI ARCHIVI SE MANCANO LASCIANO VUOTA LA LORO SEZIONE.
      *  I FILE SEQUENZIALI SI APRONO AD OGNI RICHIESTA.
      *----------------------------------------------------------------
       OP-INIZIALI.
          MOVE 'D' TO DCP-FUNZIONE.
          MOVE 'PRIVACY' TO DCP-PROGRAMMA.
          CALL 'DATACONT' USING PARAMETRI-DATACONT.
          MOVE DCP-DATA-CONTABILE TO WS-DATA-OGGI.
          OPEN INPUT CLIENTI.
          IF FS-CLIENTI NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE CLIENTI - FS=' FS-CLIENTI
             STOP RUN WITH ERROR STATUS 16.
          OPEN INPUT FILE-CLIENTI.
          IF FS-RETAIL NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE FILE-CLIENTI - FS='
                     FS-RETAIL
             STOP RUN WITH ERROR STATUS 16.
          OPEN INPUT XREFCLI.
          IF FS-XREFCLI NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE XREFCLI - FS=' FS-XREFCLI
             STOP RUN WITH ERROR STATUS 16.
          OPEN INPUT FFATTURE.
          IF FS-FATTURE = '00'
             MOVE 'S' TO SW-FATTURE-APERTO.
          OPEN INPUT PARTITE.
          IF FS-PARTITE = '00'
             MOVE 'S' TO SW-PARTITE-APERTO.
          OPEN INPUT CONTEST.
          IF FS-CONTEST = '00'
             MOVE 'S' TO SW-CONTEST-APERTO.
          OPEN INPUT FILE-CONTRATTI.
          IF FS-CONTRATTI = '00'
             MOVE 'S' TO SW-CONTRATTI-APERTO.
          OPEN INPUT ESTUDENTE.
          IF FS-ESTUDENTE = '00'
             MOVE 'S' TO SW-STUDENTI-APERTO.
          OPEN INPUT FAMIGLIE.
          IF FS-FAMIGLIE = '00'
             MOVE 'S' TO SW-FAMIGLIE-APERTO.
          OPEN INPUT STUDCLI.
          IF FS-STUDCLI = '00'
             MOVE 'S' TO SW-STUDCLI-APERTO.
          OPEN INPUT PROTCERT.
          IF FS-PROTCERT = '00'
             MOVE 'S' TO SW-PROTCERT-APERTO.
          OPEN OUTPUT ESTRATTO.
          IF FS-ESTRATTO NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE LA STAMPA - FS=' FS-ESTRATTO
             STOP RUN WITH ERROR STATUS 16.
       OP-INIZIALI-EX.
          EXIT.

      *----------------------------------------------------------------
      *  UNA RICHIESTA: SI RACCOLGONO I SOGGETTI, SI COLLEGANO SUI
      *  PONTI E SI ESPONGONO TUTTE LE SEZIONI. ANCHE UNA RICERCA
      *  SENZA ESITO VA IN STAMPA: E' LA RISPOSTA ALL'INTERESSATO.
      *----------------------------------------------------------------
       LAVORA-RICHIESTA.
          DISPLAY 'RICERCA PER C=COD-CLI R=CONTO S=STUDENTE '
                  'F=COD.FISCALE/P.IVA N=NOMINATIVO (SPAZIO=FINE): '.
          MOVE SPACES TO WS-TIPO-RICERCA.
          ACCEPT WS-TIPO-RICERCA.
          IF WS-TIPO-RICERCA = SPACES
             MOVE 1 TO SW-FINE-LAVORO
             GO TO LAVORA-RICHIESTA-EX.
          MOVE ZEROES TO WS-N-CLI WS-N-CONTI WS-N-STU WS-ESCLUSI.
          MOVE SPACES TO WS-INT-CHIAVE.
          IF RICERCA-CLIENTE
             PERFORM RICERCA-PER-CLIENTE THRU RICERCA-PER-CLIENTE-EX
             GO TO R010.
          IF RICERCA-CONTO
             PERFORM RICERCA-PER-CONTO THRU RICERCA-PER-CONTO-EX
             GO TO R010.
          IF RICERCA-STUDENTE
             PERFORM RICERCA-PER-STUDENTE
                     THRU RICERCA-PER-STUDENTE-EX
             GO TO R010.
          IF RICERCA-FISCALE
             PERFORM RICERCA-PER-FISCALE THRU RICERCA-PER-FISCALE-EX
             GO TO R010.
          IF RICERCA-NOME
             PERFORM RICERCA-PER-NOME THRU RICERCA-PER-NOME-EX
             GO TO R010.
          DISPLAY 'TIPO RICERCA NON PREVISTO'.
          GO TO LAVORA-RICHIESTA-EX.
       R010.
          IF WS-INT-CHIAVE = SPACES
             GO TO LAVORA-RICHIESTA-EX.
          PERFORM COLLEGA-SOGGETTI THRU COLLEGA-SOGGETTI-EX.
          ADD 1 TO WS-CTR-RICHIESTE.
          PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          IF WS-N-CLI = ZEROES AND WS-N-CONTI = ZEROES
          AND WS-N-STU = ZEROES
             MOVE '  NESSUN DATO PERSONALE TROVATO' TO WS-RIGA-OUT
             PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX
             GO TO LAVORA-RICHIESTA-EX.
          IF WS-ESCLUSI NOT = ZEROES
             MOVE '  ALTRI SOGGETTI NON ESPOSTI:' TO WS-RIGA-OUT
             MOVE WS-ESCLUSI TO WS-RIGA-OUT (32:3)
             MOVE '- RESTRINGERE LA RICERCA' TO WS-RIGA-OUT (36:24)
             PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX.
          PERFORM ESPONI-ANAGRAFICA THRU ESPONI-ANAGRAFICA-EX.
          PERFORM ESPONI-FATTURE THRU ESPONI-FATTURE-EX.
          PERFORM ESPONI-PARTITE THRU ESPONI-PARTITE-EX.
          PERFORM ESPONI-CONTESTAZIONI THRU ESPONI-CONTESTAZIONI-EX.
          PERFORM ESPONI-CONTRATTI THRU ESPONI-CONTRATTI-EX.
          PERFORM ESPONI-AUDIT THRU ESPONI-AUDIT-EX.
          PERFORM ESPONI-CONTI THRU ESPONI-CONTI-EX.
          PERFORM ESPONI-CONTATTI THRU ESPONI-CONTATTI-EX.
          PERFORM ESPONI-STUDENTI THRU ESPONI-STUDENTI-EX.
          PERFORM ESPONI-FAMIGLIE THRU ESPONI-FAMIGLIE-EX.
          PERFORM ESPONI-CERTIFICATI THRU ESPONI-CERTIFICATI-EX.
          PERFORM ESPONI-ANONLOG THRU ESPONI-ANONLOG-EX.
       LAVORA-RICHIESTA-EX.
          EXIT.

       RICERCA-PER-CLIENTE.
          DISPLAY 'COD-CLI: '.
          MOVE ZEROES TO WS-RIC-COD-CLI.
          ACCEPT WS-RIC-COD-CLI.
          IF WS-RIC-COD-CLI = ZEROES
             GO TO RICERCA-PER-CLIENTE-EX.
          MOVE WS-RIC-COD-CLI TO WS-INT-CHIAVE.
          MOVE WS-RIC-COD-CLI TO WS-CERCA-CLI.
          PERFORM AGGIUNGI-CLIENTE THRU AGGIUNGI-CLIENTE-EX.
       RICERCA-PER-CLIENTE-EX.
          EXIT.

       RICERCA-PER-CONTO.
          DISPLAY 'NUMERO CONTO RETAIL: '.
          MOVE ZEROES TO WS-RIC-CONTO.
          ACCEPT WS-RIC-CONTO.
          IF WS-RIC-CONTO = ZEROES
             GO TO RICERCA-PER-CONTO-EX.
          MOVE WS-RIC-CONTO TO WS-INT-CHIAVE.
          MOVE WS-RIC-CONTO TO WS-CERCA-CONTO.
          PERFORM AGGIUNGI-CONTO THRU AGGIUNGI-CONTO-EX.
       RICERCA-PER-CONTO-EX.
          EXIT.

       RICERCA-PER-STUDENTE.
          DISPLAY 'CODICE STUDENTE: '.
          MOVE ZEROES TO WS-RIC-STUDENTE.
          ACCEPT WS-RIC-STUDENTE.
          IF WS-RIC-STUDENTE = ZEROES
             GO TO RICERCA-PER-STUDENTE-EX.
          MOVE WS-RIC-STUDENTE TO WS-INT-CHIAVE.
          MOVE WS-RIC-STUDENTE TO WS-CERCA-STU.
          PERFORM AGGIUNGI-STUDENTE THRU AGGIUNGI-STUDENTE-EX.
       RICERCA-PER-STUDENTE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  CODICE FISCALE / PARTITA IVA: STA SOLO SU CLIENTI E NON E'
      *  CHIAVE, QUINDI SCANSIONE COMPLETA.
      *----------------------------------------------------------------
       RICERCA-PER-FISCALE.
          DISPLAY 'CODICE FISCALE O PARTITA IVA: '.
          MOVE SPACES TO WS-RIC-FISCALE.
          ACCEPT WS-RIC-FISCALE.
          IF WS-RIC-FISCALE = SPACES
             GO TO RICERCA-PER-FISCALE-EX.
          MOVE WS-RIC-FISCALE TO WS-INT-CHIAVE.
          MOVE ZEROES TO SW-FINE-SCAN.
          MOVE ZEROES TO COD-CLI.
          START CLIENTI KEY IS GREATER THAN COD-CLI
                INVALID KEY MOVE 1 TO SW-FINE-SCAN.
          PERFORM CERCA-FISCALE THRU CERCA-FISCALE-EX
                  UNTIL EOF-SCAN.
       RICERCA-PER-FISCALE-EX.
          EXIT.

       CERCA-FISCALE.
          READ CLIENTI NEXT AT END MOVE 1 TO SW-FINE-SCAN
                       GO TO CERCA-FISCALE-EX.
          IF FS-CLIENTI NOT = '00'
             DISPLAY 'ERRORE IN LETTURA CLIENTI - FS=' FS-CLIENTI
             MOVE 1 TO SW-FINE-SCAN
             GO TO CERCA-FISCALE-EX.
          IF PIVA-CLI = WS-RIC-FISCALE
             MOVE COD-CLI TO WS-CERCA-CLI
             PERFORM AGGIUNGI-CLIENTE THRU AGGIUNGI-CLIENTE-EX.
       CERCA-FISCALE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  NOMINATIVO: SI CONFRONTA LA PARTE DIGITATA (FINO AL PRIMO
      *  DOPPIO SPAZIO) CON L'INIZIO DELLA RAGIONE SOCIALE (CHIAVE
      *  ALTERNATA DI CLIENTI), DEL NOME SUI CONTI RETAIL E DEL NOME
      *  DELLO STUDENTE (SCANSIONI COMPLETE).
      *----------------------------------------------------------------
       RICERCA-PER-NOME.
          DISPLAY 'NOMINATIVO (ANCHE SOLO L''INIZIO): '.
          MOVE SPACES TO WS-RIC-NOME.
          ACCEPT WS-RIC-NOME.
          MOVE ZEROES TO WS-LUNG-NOME.
          INSPECT WS-RIC-NOME TALLYING WS-LUNG-NOME
                  FOR CHARACTERS BEFORE INITIAL '  '.
          IF WS-LUNG-NOME = ZEROES
             GO TO RICERCA-PER-NOME-EX.
          MOVE WS-RIC-NOME TO WS-INT-CHIAVE.
          MOVE WS-LUNG-NOME TO WS-LUNG-RET WS-LUNG-STU.
          IF WS-LUNG-RET > 22
             MOVE 22 TO WS-LUNG-RET.
          IF WS-LUNG-STU > 25
             MOVE 25 TO WS-LUNG-STU.
          MOVE ZEROES TO SW-FINE-SCAN.
          MOVE WS-RIC-NOME TO RAG-CLI.
          START CLIENTI KEY IS NOT LESS THAN RAG-CLI
                INVALID KEY MOVE 1 TO SW-FINE-SCAN.
          PERFORM CERCA-NOME-CLIENTE THRU CERCA-NOME-CLIENTE-EX
                  UNTIL EOF-SCAN.
          MOVE ZEROES TO SW-FINE-SCAN.
          MOVE ZEROES TO NUMERO-CONTO-CLIENTE.
          START FILE-CLIENTI KEY IS GREATER THAN NUMERO-CONTO-CLIENTE
                INVALID KEY MOVE 1 TO SW-FINE-SCAN.
          PERFORM CERCA-NOME-CONTO THRU CERCA-NOME-CONTO-EX
                  UNTIL EOF-SCAN.
          IF NOT WS-STUDENTI-APERTO
             GO TO RICERCA-PER-NOME-EX.
          MOVE ZEROES TO SW-FINE-SCAN.
          MOVE ZEROES TO CD-STUDENT.
          START ESTUDENTE KEY IS GREATER THAN CD-STUDENT
                INVALID KEY MOVE 1 TO SW-FINE-SCAN.
          PERFORM CERCA-NOME-STUDENTE THRU CERCA-NOME-STUDENTE-EX
                  UNTIL EOF-SCAN.
       RICERCA-PER-NOME-EX.
          EXIT.

       CERCA-NOME-CLIENTE.
          READ CLIENTI NEXT AT END MOVE 1 TO SW-FINE-SCAN
                       GO TO CERCA-NOME-CLIENTE-EX.
          IF FS-CLIENTI NOT = '00' AND FS-CLIENTI NOT = '02'
             DISPLAY 'ERRORE IN LETTURA CLIENTI - FS=' FS-CLIENTI
             MOVE 1 TO SW-FINE-SCAN
             GO TO CERCA-NOME-CLIENTE-EX.
          IF RAG-CLI (1:WS-LUNG-NOME)
             NOT = WS-RIC-NOME (1:WS-LUNG-NOME)
             MOVE 1 TO SW-FINE-SCAN
             GO TO CERCA-NOME-CLIENTE-EX.
          MOVE COD-CLI TO WS-CERCA-CLI.
          PERFORM AGGIUNGI-CLIENTE THRU AGGIUNGI-CLIENTE-EX.
       CERCA-NOME-CLIENTE-EX.
          EXIT.

       CERCA-NOME-CONTO.
          READ FILE-CLIENTI NEXT AT END MOVE 1 TO SW-FINE-SCAN
                            GO TO CERCA-NOME-CONTO-EX.
          IF FS-RETAIL NOT = '00'
             DISPLAY 'ERRORE IN LETTURA FILE-CLIENTI - FS='
                     FS-RETAIL
             MOVE 1 TO SW-FINE-SCAN
             GO TO CERCA-NOME-CONTO-EX.
          IF NOME-CLIENTE (1:WS-LUNG-RET)
             = WS-RIC-NOME (1:WS-LUNG-RET)
             MOVE NUMERO-CONTO-CLIENTE TO WS-CERCA-CONTO
             PERFORM AGGIUNGI-CONTO THRU AGGIUNGI-CONTO-EX.
       CERCA-NOME-CONTO-EX.
          EXIT.

       CERCA-NOME-STUDENTE.
          READ ESTUDENTE NEXT AT END MOVE 1 TO SW-FINE-SCAN
                         GO TO CERCA-NOME-STUDENTE-EX.
          IF FS-ESTUDENTE NOT = '00'
             DISPLAY 'ERRORE IN LETTURA ESTUDENTE - FS='
                     FS-ESTUDENTE
             MOVE 1 TO SW-FINE-SCAN
             GO TO CERCA-NOME-STUDENTE-EX.
          IF NM-STUDENT (1:WS-LUNG-STU)
             = WS-RIC-NOME (1:WS-LUNG-STU)
             MOVE CD-STUDENT TO WS-CERCA-STU
             PERFORM AGGIUNGI-STUDENTE THRU AGGIUNGI-STUDENTE-EX.
       CERCA-NOME-STUDENTE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  COLLEGAMENTI SUI PONTI: DAI CONTI E DAGLI STUDENTI TROVATI SI
      *  RISALE AL COD-CLI; POI OGNI RIGA DEI PONTI CHE PUNTA A UN
      *  COD-CLI DELLA RICHIESTA AGGIUNGE IL SUO CONTO O STUDENTE.
      *  I PONTI SONO PICCOLI: SCANSIONE COMPLETA COME IN ESPOCLI.
      *----------------------------------------------------------------
       COLLEGA-SOGGETTI.
          PERFORM CLIENTE-DEL-CONTO THRU CLIENTE-DEL-CONTO-EX
                  VARYING WS-IND-CONTO FROM 1 BY 1
                  UNTIL WS-IND-CONTO > WS-N-CONTI.
          IF WS-STUDCLI-APERTO
             PERFORM CLIENTE-DELLO-STUDENTE
                     THRU CLIENTE-DELLO-STUDENTE-EX
                     VARYING WS-IND-STU FROM 1 BY 1
                     UNTIL WS-IND-STU > WS-N-STU.
          IF WS-N-CLI = ZEROES
             GO TO COLLEGA-SOGGETTI-EX.
          MOVE ZEROES TO SW-FINE-SCAN.
          MOVE ZEROES TO XRF-CONTO.
          START XREFCLI KEY IS GREATER THAN KEY-XREFCLI
                INVALID KEY MOVE 1 TO SW-FINE-SCAN.
          PERFORM CONTI-DEL-CLIENTE THRU CONTI-DEL-CLIENTE-EX
                  UNTIL EOF-SCAN.
          IF NOT WS-STUDCLI-APERTO
             GO TO COLLEGA-SOGGETTI-EX.
          MOVE ZEROES TO SW-FINE-SCAN.
          MOVE ZEROES TO SCL-CD-STUDENT.
          START STUDCLI KEY IS GREATER THAN KEY-STUDCLI
                INVALID KEY MOVE 1 TO SW-FINE-SCAN.
          PERFORM STUDENTI-DEL-CLIENTE THRU STUDENTI-DEL-CLIENTE-EX
                  UNTIL EOF-SCAN.
       COLLEGA-SOGGETTI-EX.
          EXIT.

       CLIENTE-DEL-CONTO.
          MOVE WS-CONTO-TAB (WS-IND-CONTO) TO XRF-CONTO.
          READ XREFCLI.
          IF FS-XREFCLI = '00'
             MOVE XRF-COD-CLI TO WS-CERCA-CLI
             PERFORM AGGIUNGI-CLIENTE THRU AGGIUNGI-CLIENTE-EX.
       CLIENTE-DEL-CONTO-EX.
          EXIT.

       CLIENTE-DELLO-STUDENTE.
          MOVE WS-STU-TAB (WS-IND-STU) TO SCL-CD-STUDENT.
          READ STUDCLI.
          IF FS-STUDCLI = '00'
             MOVE SCL-COD-CLI TO WS-CERCA-CLI
             PERFORM AGGIUNGI-CLIENTE THRU AGGIUNGI-CLIENTE-EX.
       CLIENTE-DELLO-STUDENTE-EX.
          EXIT.

       CONTI-DEL-CLIENTE.
          READ XREFCLI NEXT AT END MOVE 1 TO SW-FINE-SCAN
                       GO TO CONTI-DEL-CLIENTE-EX.
          IF FS-XREFCLI NOT = '00'
             DISPLAY 'ERRORE IN LETTURA XREFCLI - FS=' FS-XREFCLI
             MOVE 1 TO SW-FINE-SCAN
             GO TO CONTI-DEL-CLIENTE-EX.
          MOVE XRF-COD-CLI TO WS-CERCA-CLI.
          PERFORM CERCA-CLIENTE THRU CERCA-CLIENTE-EX.
          IF WS-TROVATO
             MOVE XRF-CONTO TO WS-CERCA-CONTO
             PERFORM AGGIUNGI-CONTO THRU AGGIUNGI-CONTO-EX.
       CONTI-DEL-CLIENTE-EX.
          EXIT.

       STUDENTI-DEL-CLIENTE.
          READ STUDCLI NEXT AT END MOVE 1 TO SW-FINE-SCAN
                       GO TO STUDENTI-DEL-CLIENTE-EX.
          IF FS-STUDCLI NOT = '00'
             DISPLAY 'ERRORE IN LETTURA STUDCLI - FS=' FS-STUDCLI
             MOVE 1 TO SW-FINE-SCAN
             GO TO STUDENTI-DEL-CLIENTE-EX.
          MOVE SCL-COD-CLI TO WS-CERCA-CLI.
          PERFORM CERCA-CLIENTE THRU CERCA-CLIENTE-EX.
          IF WS-TROVATO
             MOVE SCL-CD-STUDENT TO WS-CERCA-STU
             PERFORM AGGIUNGI-STUDENTE THRU AGGIUNGI-STUDENTE-EX.
       STUDENTI-DEL-CLIENTE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  TABELLE DEI SOGGETTI: RICERCA E INSERIMENTO SENZA DOPPIONI.
      *----------------------------------------------------------------
       CERCA-CLIENTE.
          MOVE 'N' TO SW-TROVATO.
          PERFORM CONFRONTA-CLIENTE THRU CONFRONTA-CLIENTE-EX
                  VARYING WS-IND-CERCA FROM 1 BY 1
                  UNTIL WS-IND-CERCA > WS-N-CLI OR WS-TROVATO.
       CERCA-CLIENTE-EX.
          EXIT.

       CONFRONTA-CLIENTE.
          IF WS-CLI-TAB (WS-IND-CERCA) = WS-CERCA-CLI
             MOVE 'S' TO SW-TROVATO.
       CONFRONTA-CLIENTE-EX.
          EXIT.

       AGGIUNGI-CLIENTE.
          PERFORM CERCA-CLIENTE THRU CERCA-CLIENTE-EX.
          IF WS-TROVATO
             GO TO AGGIUNGI-CLIENTE-EX.
          IF WS-N-CLI = WS-MAX-CLI
             ADD 1 TO WS-ESCLUSI
             GO TO AGGIUNGI-CLIENTE-EX.
          ADD 1 TO WS-N-CLI.
          MOVE WS-CERCA-CLI TO WS-CLI-TAB (WS-N-CLI).
       AGGIUNGI-CLIENTE-EX.
          EXIT.

       CERCA-CONTO.
          MOVE 'N' TO SW-TROVATO.
          PERFORM CONFRONTA-CONTO THRU CONFRONTA-CONTO-EX
                  VARYING WS-IND-CERCA FROM 1 BY 1
                  UNTIL WS-IND-CERCA > WS-N-CONTI OR WS-TROVATO.
       CERCA-CONTO-EX.
          EXIT.

       CONFRONTA-CONTO.
          IF WS-CONTO-TAB (WS-IND-CERCA) = WS-CERCA-CONTO
             MOVE 'S' TO SW-TROVATO.
       CONFRONTA-CONTO-EX.
          EXIT.

       AGGIUNGI-CONTO.
          PERFORM CERCA-CONTO THRU CERCA-CONTO-EX.
          IF WS-TROVATO
             GO TO AGGIUNGI-CONTO-EX.
          IF WS-N-CONTI = WS-MAX-CONTI
             ADD 1 TO WS-ESCLUSI
             GO TO AGGIUNGI-CONTO-EX.
          ADD 1 TO WS-N-CONTI.
          MOVE WS-CERCA-CONTO TO WS-CONTO-TAB (WS-N-CONTI).
       AGGIUNGI-CONTO-EX.
          EXIT.

       CERCA-STUDENTE.
          MOVE 'N' TO SW-TROVATO.
          PERFORM CONFRONTA-STUDENTE THRU CONFRONTA-STUDENTE-EX
                  VARYING WS-IND-CERCA FROM 1 BY 1
                  UNTIL WS-IND-CERCA > WS-N-STU OR WS-TROVATO.
       CERCA-STUDENTE-EX.
          EXIT.

       CONFRONTA-STUDENTE.
          IF WS-STU-TAB (WS-IND-CERCA) = WS-CERCA-STU
             MOVE 'S' TO SW-TROVATO.
       CONFRONTA-STUDENTE-EX.
          EXIT.

       AGGIUNGI-STUDENTE.
          PERFORM CERCA-STUDENTE THRU CERCA-STUDENTE-EX.
          IF WS-TROVATO
             GO TO AGGIUNGI-STUDENTE-EX.
          IF WS-N-STU = WS-MAX-STU
             ADD 1 TO WS-ESCLUSI
             GO TO AGGIUNGI-STUDENTE-EX.
          ADD 1 TO WS-N-STU.
          MOVE WS-CERCA-STU TO WS-STU-TAB (WS-N-STU).
       AGGIUNGI-STUDENTE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  OGNI RIGA ESCE IN STAMPA E A VIDEO.
      *----------------------------------------------------------------
       SCRIVI-RIGA.
          MOVE WS-RIGA-OUT TO REC-ESTRATTO.
          WRITE REC-ESTRATTO AFTER ADVANCING 1 LINE.
          DISPLAY WS-RIGA-OUT.
          MOVE SPACES TO WS-RIGA-OUT.
       SCRIVI-RIGA-EX.
          EXIT.

       SCRIVI-TITOLO.
          MOVE SPACES TO WS-RIGA-OUT.
          PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX.
          MOVE WS-RIGA-TITOLO TO WS-RIGA-OUT.
          PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX.
          MOVE ZEROES TO WS-N-RIGHE.
       SCRIVI-TITOLO-EX.
          EXIT.

      *    SEZIONE SENZA RIGHE.
       SCRIVI-NESSUNA.
          IF WS-N-RIGHE = ZEROES
             MOVE '  NESSUN DATO' TO WS-RIGA-OUT
             PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX.
       SCRIVI-NESSUNA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  OGNI RICHIESTA SU PAGINA NUOVA.
      *----------------------------------------------------------------
       STAMPA-INTESTAZIONE.
          MOVE WS-DATA-OGGI    TO WS-INT-DATA.
          MOVE WS-TIPO-RICERCA TO WS-INT-TIPO.
          MOVE WS-INT-1 TO REC-ESTRATTO.
          WRITE REC-ESTRATTO AFTER ADVANCING PAGE.
          DISPLAY WS-INT-1.
       STAMPA-INTESTAZIONE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  SEZIONE 1: ANAGRAFICA CLIENTI.
      *----------------------------------------------------------------
       ESPONI-ANAGRAFICA.
          IF WS-N-CLI = ZEROES
             GO TO ESPONI-ANAGRAFICA-EX.
          MOVE 'ANAGRAFICA CLIENTI' TO WS-TIT-TESTO.
          PERFORM SCRIVI-TITOLO THRU SCRIVI-TITOLO-EX.
          MOVE WS-INT-ANAG TO WS-RIGA-OUT.
          PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX.
          PERFORM ESPONI-CLIENTE THRU ESPONI-CLIENTE-EX
                  VARYING WS-IND-CLI FROM 1 BY 1
                  UNTIL WS-IND-CLI > WS-N-CLI.
       ESPONI-ANAGRAFICA-EX.
          EXIT.

       ESPONI-CLIENTE.
          MOVE WS-CLI-TAB (WS-IND-CLI) TO COD-CLI.
          READ CLIENTI.
          MOVE SPACES TO WS-RIGA-ANAG.
          MOVE WS-CLI-TAB (WS-IND-CLI) TO WS-RN-COD.
          IF FS-CLIENTI NOT = '00'
             MOVE '** NON PRESENTE SU CLIENTI **' TO WS-RN-RAG
          ELSE
             MOVE RAG-CLI  TO WS-RN-RAG
             MOVE IND-CLI  TO WS-RN-IND
             MOVE CAP-CLI  TO WS-RN-CAP
             MOVE CIT-CLI  TO WS-RN-CIT
             MOVE TEL-CLI  TO WS-RN-TEL
             MOVE PIVA-CLI TO WS-RN-PIVA.
          MOVE WS-RIGA-ANAG TO WS-RIGA-OUT.
          PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX.
       ESPONI-CLIENTE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  SEZIONE 2: DOCUMENTI EMESSI (FFATTURE HA IL COD-CLI A 5
      *  CIFRE).
      *----------------------------------------------------------------
       ESPONI-FATTURE.
          IF WS-N-CLI = ZEROES
             GO TO ESPONI-FATTURE-EX.
          MOVE 'DOCUMENTI EMESSI' TO WS-TIT-TESTO.
          PERFORM SCRIVI-TITOLO THRU SCRIVI-TITOLO-EX.
          IF NOT WS-FATTURE-APERTO
             MOVE '  ARCHIVIO FATTURE ASSENTE' TO WS-RIGA-OUT
             PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX
             GO TO ESPONI-FATTURE-EX.
          MOVE WS-INT-FATTURE TO WS-RIGA-OUT.
          PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX.
          PERFORM FATTURE-CLIENTE THRU FATTURE-CLIENTE-EX
                  VARYING WS-IND-CLI FROM 1 BY 1
                  UNTIL WS-IND-CLI > WS-N-CLI.
          PERFORM SCRIVI-NESSUNA THRU SCRIVI-NESSUNA-EX.
       ESPONI-FATTURE-EX.
          EXIT.

       FATTURE-CLIENTE.
          IF WS-CLI-TAB (WS-IND-CLI) > 99999
             GO TO FATTURE-CLIENTE-EX.
          MOVE ZEROES TO SW-FINE-SCAN.
          MOVE WS-CLI-TAB (WS-IND-CLI) TO FFAT-COD-CLI.
          MOVE SPACES TO FFAT-NUM-FAT.
          START FFATTURE KEY IS GREATER THAN KEY-FFATTURE
                INVALID KEY MOVE 1 TO SW-FINE-SCAN.
          PERFORM ESPONI-FATTURA THRU ESPONI-FATTURA-EX
                  UNTIL EOF-SCAN.
       FATTURE-CLIENTE-EX.
          EXIT.

       ESPONI-FATTURA.
          READ FFATTURE NEXT AT END MOVE 1 TO SW-FINE-SCAN
                        GO TO ESPONI-FATTURA-EX.
          IF FS-FATTURE NOT = '00'
          OR FFAT-COD-CLI NOT = WS-CLI-TAB (WS-IND-CLI)
             MOVE 1 TO SW-FINE-SCAN
             GO TO ESPONI-FATTURA-EX.
          MOVE SPACES TO WS-RIGA-FATTURA.
          MOVE FFAT-COD-CLI   TO WS-RT-CLI.
          MOVE FFAT-NUM-FAT   TO WS-RT-NUM-FAT.
          MOVE FFAT-TIPO-DOC  TO WS-RT-TIPO.
          MOVE FFAT-DATA-FATT TO WS-RT-DATA.
          MOVE FFAT-DATA-SCAD TO WS-RT-SCAD.
          MOVE FFAT-TOT-FATT  TO WS-RT-TOT.
          MOVE FFAT-DIVISA    TO WS-RT-DIVISA.
          MOVE WS-RIGA-FATTURA TO WS-RIGA-OUT.
          PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX.
          ADD 1 TO WS-N-RIGHE.
       ESPONI-FATTURA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  SEZIONE 3: PARTITE IN OGNI STATO.
      *----------------------------------------------------------------
       ESPONI-PARTITE.
          IF WS-N-CLI = ZEROES
             GO TO ESPONI-PARTITE-EX.
          MOVE 'PARTITE' TO WS-TIT-TESTO.
          PERFORM SCRIVI-TITOLO THRU SCRIVI-TITOLO-EX.
          IF NOT WS-PARTITE-APERTO
             MOVE '  ARCHIVIO PARTITE ASSENTE' TO WS-RIGA-OUT
             PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX
             GO TO ESPONI-PARTITE-EX.
          MOVE WS-INT-PARTITE TO WS-RIGA-OUT.
          PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX.
          PERFORM PARTITE-CLIENTE THRU PARTITE-CLIENTE-EX
                  VARYING WS-IND-CLI FROM 1 BY 1
                  UNTIL WS-IND-CLI > WS-N-CLI.
          PERFORM SCRIVI-NESSUNA THRU SCRIVI-NESSUNA-EX.
       ESPONI-PARTITE-EX.
          EXIT.

       PARTITE-CLIENTE.
          IF WS-CLI-TAB (WS-IND-CLI) > 99999
             GO TO PARTITE-CLIENTE-EX.
          MOVE ZEROES TO SW-FINE-SCAN.
          MOVE WS-CLI-TAB (WS-IND-CLI) TO PAR-COD-CLI.
          MOVE SPACES TO PAR-NUM-FAT.
          MOVE ZEROES TO PAR-NUM-RATA.
          START PARTITE KEY IS GREATER THAN KEY-PARTITE
                INVALID KEY MOVE 1 TO SW-FINE-SCAN.
          PERFORM ESPONI-PARTITA THRU ESPONI-PARTITA-EX
                  UNTIL EOF-SCAN.
       PARTITE-CLIENTE-EX.
          EXIT.

       ESPONI-PARTITA.
          READ PARTITE NEXT AT END MOVE 1 TO SW-FINE-SCAN
                       GO TO ESPONI-PARTITA-EX.
          IF FS-PARTITE NOT = '00'
          OR PAR-COD-CLI NOT = WS-CLI-TAB (WS-IND-CLI)
             MOVE 1 TO SW-FINE-SCAN
             GO TO ESPONI-PARTITA-EX.
          MOVE SPACES TO WS-RIGA-PARTITA.
          MOVE PAR-COD-CLI   TO WS-RA-CLI.
          MOVE PAR-NUM-FAT   TO WS-RA-NUM-FAT.
          IF PAR-NUM-RATA NOT = ZEROES
             MOVE '/'          TO WS-RA-BARRA
             MOVE PAR-NUM-RATA TO WS-RA-NUM-RATA.
          MOVE PAR-STATO        TO WS-RA-STATO.
          MOVE PAR-TIPO         TO WS-RA-TIPO.
          MOVE PAR-DATA-SCAD    TO WS-RA-SCAD.
          MOVE PAR-DATA-ULT-PAG TO WS-RA-ULT-PAG.
          MOVE PAR-TOT-FATT     TO WS-RA-TOT.
          MOVE PAR-RESIDUO      TO WS-RA-RESIDUO.
          MOVE WS-RIGA-PARTITA TO WS-RIGA-OUT.
          PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX.
          ADD 1 TO WS-N-RIGHE.
       ESPONI-PARTITA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  SEZIONE 4: CONTESTAZIONI, CON LE NOTE DELL'INCARICATO.
      *----------------------------------------------------------------
       ESPONI-CONTESTAZIONI.
          IF WS-N-CLI = ZEROES OR NOT WS-CONTEST-APERTO
             GO TO ESPONI-CONTESTAZIONI-EX.
          MOVE 'CONTESTAZIONI' TO WS-TIT-TESTO.
          PERFORM SCRIVI-TITOLO THRU SCRIVI-TITOLO-EX.
          MOVE WS-INT-CONTEST TO WS-RIGA-OUT.
          PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX.
          PERFORM CONTESTAZIONI-CLIENTE
                  THRU CONTESTAZIONI-CLIENTE-EX
                  VARYING WS-IND-CLI FROM 1 BY 1
                  UNTIL WS-IND-CLI > WS-N-CLI.
          PERFORM SCRIVI-NESSUNA THRU SCRIVI-NESSUNA-EX.
       ESPONI-CONTESTAZIONI-EX.
          EXIT.

       CONTESTAZIONI-CLIENTE.
          IF WS-CLI-TAB (WS-IND-CLI) > 99999
             GO TO CONTESTAZIONI-CLIENTE-EX.
          MOVE ZEROES TO SW-FINE-SCAN.
          MOVE WS-CLI-TAB (WS-IND-CLI) TO CTS-COD-CLI.
          MOVE SPACES TO CTS-NUM-FAT.
          MOVE ZEROES TO CTS-NUM-RATA.
          START CONTEST KEY IS GREATER THAN KEY-CONTEST
                INVALID KEY MOVE 1 TO SW-FINE-SCAN.
          PERFORM ESPONI-CONTESTAZIONE THRU ESPONI-CONTESTAZIONE-EX
                  UNTIL EOF-SCAN.
       CONTESTAZIONI-CLIENTE-EX.
          EXIT.

       ESPONI-CONTESTAZIONE.
          READ CONTEST NEXT AT END MOVE 1 TO SW-FINE-SCAN
                       GO TO ESPONI-CONTESTAZIONE-EX.
          IF FS-CONTEST NOT = '00'
          OR CTS-COD-CLI NOT = WS-CLI-TAB (WS-IND-CLI)
             MOVE 1 TO SW-FINE-SCAN
             GO TO ESPONI-CONTESTAZIONE-EX.
          MOVE SPACES TO WS-RIGA-CONTEST.
          MOVE CTS-COD-CLI TO WS-RX-CLI.
          MOVE CTS-NUM-FAT TO WS-RX-NUM-FAT.
          IF CTS-NUM-RATA NOT = ZEROES
             MOVE '/'          TO WS-RX-BARRA
             MOVE CTS-NUM-RATA TO WS-RX-NUM-RATA.
          MOVE CTS-CAUSALE       TO WS-RX-CAUSALE.
          MOVE CTS-DATA-APERTURA TO WS-RX-APERTURA.
          MOVE CTS-INCARICATO    TO WS-RX-INCARICATO.
          MOVE CTS-STATO         TO WS-RX-STATO.
          MOVE CTS-DATA-CHIUSURA TO WS-RX-CHIUSURA.
          MOVE CTS-NOTE          TO WS-RX-NOTE.
          MOVE WS-RIGA-CONTEST TO WS-RIGA-OUT.
          PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX.
          ADD 1 TO WS-N-RIGHE.
       ESPONI-CONTESTAZIONE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  SEZIONE 5: CONTRATTI DI FINANZIAMENTO (SCANSIONE DELLA
      *  TESTATA COME IN ESPOCLI), APERTI E CHIUSI.
      *----------------------------------------------------------------
       ESPONI-CONTRATTI.
          IF WS-N-CLI = ZEROES OR NOT WS-CONTRATTI-APERTO
             GO TO ESPONI-CONTRATTI-EX.
          MOVE 'CONTRATTI DI FINANZIAMENTO' TO WS-TIT-TESTO.
          PERFORM SCRIVI-TITOLO THRU SCRIVI-TITOLO-EX.
          MOVE WS-INT-CONTRATTI TO WS-RIGA-OUT.
          PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX.
          MOVE ZEROES TO SW-FINE-SCAN.
          MOVE ZEROES TO CON-NUM-CONTRATTO.
          START FILE-CONTRATTI KEY IS GREATER THAN CON-NUM-CONTRATTO
                INVALID KEY MOVE 1 TO SW-FINE-SCAN.
          PERFORM ESPONI-CONTRATTO THRU ESPONI-CONTRATTO-EX
                  UNTIL EOF-SCAN.
          PERFORM SCRIVI-NESSUNA THRU SCRIVI-NESSUNA-EX.
       ESPONI-CONTRATTI-EX.
          EXIT.

       ESPONI-CONTRATTO.
          READ FILE-CONTRATTI NEXT AT END MOVE 1 TO SW-FINE-SCAN
                              GO TO ESPONI-CONTRATTO-EX.
          IF FS-CONTRATTI NOT = '00'
             DISPLAY 'ERRORE IN LETTURA FILE-CONTRATTI - FS='
                     FS-CONTRATTI
             MOVE 1 TO SW-FINE-SCAN
             GO TO ESPONI-CONTRATTO-EX.
          MOVE CON-COD-CLI TO WS-CERCA-CLI.
          PERFORM CERCA-CLIENTE THRU CERCA-CLIENTE-EX.
          IF NOT WS-TROVATO
             GO TO ESPONI-CONTRATTO-EX.
          MOVE SPACES TO WS-RIGA-CONTRATTO.
          MOVE CON-NUM-CONTRATTO  TO WS-RF-CONTRATTO.
          MOVE CON-COD-CLI        TO WS-RF-CLI.
          MOVE CON-CLIENTE        TO WS-RF-CLIENTE.
          MOVE CON-OBJETO         TO WS-RF-OGGETTO.
          MOVE CON-VALOR          TO WS-RF-VALORE.
          MOVE CON-DATA-CREAZIONE TO WS-RF-DATA.
          MOVE CON-STATO          TO WS-RF-STATO.
          MOVE WS-RIGA-CONTRATTO TO WS-RIGA-OUT.
          PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX.
          ADD 1 TO WS-N-RIGHE.
       ESPONI-CONTRATTO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  SEZIONE 6: RIGHE DEL REGISTRO AUDIT-TRAIL DEGLI INSERIMENTI
      *  IN ANAGRAFICA (INSCLIENTI).
      *----------------------------------------------------------------
       ESPONI-AUDIT.
          IF WS-N-CLI = ZEROES
             GO TO ESPONI-AUDIT-EX.
          MOVE 'REGISTRO INSERIMENTI ANAGRAFICA' TO WS-TIT-TESTO.
          PERFORM SCRIVI-TITOLO THRU SCRIVI-TITOLO-EX.
          OPEN INPUT AUDIT-TRAIL.
          IF FS-AUDIT NOT = '00'
             MOVE '  REGISTRO AUDIT-TRAIL ASSENTE' TO WS-RIGA-OUT
             PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX
             GO TO ESPONI-AUDIT-EX.
          MOVE WS-INT-AUDIT TO WS-RIGA-OUT.
          PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX.
          MOVE ZEROES TO SW-FINE-SCAN.
          PERFORM ESPONI-RIGA-AUDIT THRU ESPONI-RIGA-AUDIT-EX
                  UNTIL EOF-SCAN.
          CLOSE AUDIT-TRAIL.
          PERFORM SCRIVI-NESSUNA THRU SCRIVI-NESSUNA-EX.
       ESPONI-AUDIT-EX.
          EXIT.

       ESPONI-RIGA-AUDIT.
          READ AUDIT-TRAIL AT END MOVE 1 TO SW-FINE-SCAN
               GO TO ESPONI-RIGA-AUDIT-EX.
          IF FS-AUDIT NOT = '00'
             MOVE 1 TO SW-FINE-SCAN
             GO TO ESPONI-RIGA-AUDIT-EX.
          MOVE AUD-COD-CLI TO WS-CERCA-CLI.
          PERFORM CERCA-CLIENTE THRU CERCA-CLIENTE-EX.
          IF NOT WS-TROVATO
             GO TO ESPONI-RIGA-AUDIT-EX.
          MOVE SPACES TO WS-RIGA-AUDIT.
          MOVE AUD-DATA      TO WS-RU-DATA.
          MOVE AUD-ORA       TO WS-RU-ORA.
          MOVE AUD-OPERATORE TO WS-RU-OPERATORE.
          MOVE AUD-COD-CLI   TO WS-RU-CLI.
          MOVE AUD-RAG-CLI   TO WS-RU-RAG.
          MOVE WS-RIGA-AUDIT TO WS-RIGA-OUT.
          PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX.
          ADD 1 TO WS-N-RIGHE.
       ESPONI-RIGA-AUDIT-EX.
          EXIT.

      *----------------------------------------------------------------
      *  SEZIONE 7: CONTI RETAIL.
      *----------------------------------------------------------------
       ESPONI-CONTI.
          IF WS-N-CONTI = ZEROES
             GO TO ESPONI-CONTI-EX.
          MOVE 'CONTI RETAIL' TO WS-TIT-TESTO.
          PERFORM SCRIVI-TITOLO THRU SCRIVI-TITOLO-EX.
          MOVE WS-INT-CONTI TO WS-RIGA-OUT.
          PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX.
          PERFORM ESPONI-CONTO THRU ESPONI-CONTO-EX
                  VARYING WS-IND-CONTO FROM 1 BY 1
                  UNTIL WS-IND-CONTO > WS-N-CONTI.
       ESPONI-CONTI-EX.
          EXIT.

       ESPONI-CONTO.
          MOVE WS-CONTO-TAB (WS-IND-CONTO) TO NUMERO-CONTO-CLIENTE.
          READ FILE-CLIENTI.
          MOVE SPACES TO WS-RIGA-CONTO.
          MOVE WS-CONTO-TAB (WS-IND-CONTO) TO WS-RC-CONTO.
          IF FS-RETAIL NOT = '00'
             MOVE 'CONTO NON PIU'' A MASTER' TO WS-RC-NOME
             MOVE WS-RIGA-CONTO TO WS-RIGA-OUT
             PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX
             GO TO ESPONI-CONTO-EX.
          MOVE NOME-CLIENTE       TO WS-RC-NOME.
          MOVE INDIRIZZO-CLIENTE  TO WS-RC-IND.
          MOVE CITTA-CLIENTE      TO WS-RC-CITTA.
          MOVE LIMITE-ACQUISTO    TO WS-RC-FIDO.
          MOVE SALDO-CORRENTE     TO WS-RC-SALDO.
          MOVE ANNO-APERTURA      TO WS-RC-APERTURA.
          MOVE ULTIMO-ANNO-ATTIVO TO WS-RC-ULTIMO.
          IF CONTO-BLOCCATO
             MOVE 'BLOCCATO' TO WS-RC-BLOCCO.
          MOVE WS-RIGA-CONTO TO WS-RIGA-OUT.
          PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX.
       ESPONI-CONTO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  SEZIONE 8: CONTATTI DEGLI ESATTORI SUI CONTI (TUTTI, NON
      *  SOLO LE PROMESSE).
      *----------------------------------------------------------------
       ESPONI-CONTATTI.
          IF WS-N-CONTI = ZEROES
             GO TO ESPONI-CONTATTI-EX.
          MOVE 'CONTATTI DI RECUPERO' TO WS-TIT-TESTO.
          PERFORM SCRIVI-TITOLO THRU SCRIVI-TITOLO-EX.
          OPEN INPUT FILE-CONTATTI.
          IF FS-CONTATTI NOT = '00'
             MOVE '  FILE CONTATTI ASSENTE' TO WS-RIGA-OUT
             PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX
             GO TO ESPONI-CONTATTI-EX.
          MOVE WS-INT-CONTATTI TO WS-RIGA-OUT.
          PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX.
          MOVE ZEROES TO SW-FINE-SCAN.
          PERFORM ESPONI-CONTATTO THRU ESPONI-CONTATTO-EX
                  UNTIL EOF-SCAN.
          CLOSE FILE-CONTATTI.
          PERFORM SCRIVI-NESSUNA THRU SCRIVI-NESSUNA-EX.
       ESPONI-CONTATTI-EX.
          EXIT.

       ESPONI-CONTATTO.
          READ FILE-CONTATTI AT END MOVE 1 TO SW-FINE-SCAN
               GO TO ESPONI-CONTATTO-EX.
          IF FS-CONTATTI NOT = '00'
             MOVE 1 TO SW-FINE-SCAN
             GO TO ESPONI-CONTATTO-EX.
          MOVE CNT-CONTO TO WS-CERCA-CONTO.
          PERFORM CERCA-CONTO THRU CERCA-CONTO-EX.
          IF NOT WS-TROVATO
             GO TO ESPONI-CONTATTO-EX.
          MOVE SPACES TO WS-RIGA-CONTATTO.
          MOVE CNT-CONTO         TO WS-RP-CONTO.
          MOVE CNT-DATA          TO WS-RP-DATA.
          MOVE CNT-ESATTORE      TO WS-RP-ESATTORE.
          MOVE CNT-ESITO         TO WS-RP-ESITO.
          MOVE CNT-DATA-PROMESSA TO WS-RP-DATA-PROM.
          MOVE CNT-IMP-PROMESSO  TO WS-RP-IMPORTO.
          MOVE WS-RIGA-CONTATTO TO WS-RIGA-OUT.
          PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX.
          ADD 1 TO WS-N-RIGHE.
       ESPONI-CONTATTO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  SEZIONE 9: STUDENTI CON LO STORICO DELLE DISCIPLINE.
      *----------------------------------------------------------------
       ESPONI-STUDENTI.
          IF WS-N-STU = ZEROES
             GO TO ESPONI-STUDENTI-EX.
          MOVE 'STUDENTI' TO WS-TIT-TESTO.
          PERFORM SCRIVI-TITOLO THRU SCRIVI-TITOLO-EX.
          IF NOT WS-STUDENTI-APERTO
             MOVE '  ARCHIVIO STUDENTI ASSENTE' TO WS-RIGA-OUT
             PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX
             GO TO ESPONI-STUDENTI-EX.
          MOVE WS-INT-STUDENTI TO WS-RIGA-OUT.
          PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX.
          PERFORM ESPONI-STUDENTE THRU ESPONI-STUDENTE-EX
                  VARYING WS-IND-STU FROM 1 BY 1
                  UNTIL WS-IND-STU > WS-N-STU.
       ESPONI-STUDENTI-EX.
          EXIT.

       ESPONI-STUDENTE.
          MOVE WS-STU-TAB (WS-IND-STU) TO CD-STUDENT.
          READ ESTUDENTE.
          MOVE SPACES TO WS-RIGA-STUDENTE.
          MOVE WS-STU-TAB (WS-IND-STU) TO WS-RS-STUDENTE.
          IF FS-ESTUDENTE NOT = '00'
             MOVE 'NON PRESENTE SU ESTUDENTE' TO WS-RS-NOME
             MOVE WS-RIGA-STUDENTE TO WS-RIGA-OUT
             PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX
             GO TO ESPONI-STUDENTE-EX.
          MOVE NM-STUDENT         TO WS-RS-NOME.
          MOVE DT-NASCITA-STUDENT TO WS-RS-NASCITA.
          MOVE CURSO-STUDENT      TO WS-RS-CORSO.
          MOVE ANNO-ESITO-STUDENT TO WS-RS-ANNO-ESITO.
          MOVE ESITO-STUDENT      TO WS-RS-ESITO.
          MOVE WS-RIGA-STUDENTE TO WS-RIGA-OUT.
          PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX.
          MOVE NUM-STORICO-STUDENT TO WS-N-STORICO.
          IF WS-N-STORICO > 20
             MOVE 20 TO WS-N-STORICO.
          PERFORM ESPONI-STORICO THRU ESPONI-STORICO-EX
                  VARYING WS-IND-STORICO FROM 1 BY 1
                  UNTIL WS-IND-STORICO > WS-N-STORICO.
       ESPONI-STUDENTE-EX.
          EXIT.

       ESPONI-STORICO.
          MOVE COD-DISCIPLINA (WS-IND-STORICO)  TO WS-RH-DISCIPLINA.
          MOVE ANNO-DISCIPLINA (WS-IND-STORICO) TO WS-RH-ANNO.
          MOVE VOTO-DISCIPLINA (WS-IND-STORICO) TO WS-RH-VOTO.
          MOVE WS-RIGA-STORICO TO WS-RIGA-OUT.
          PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX.
       ESPONI-STORICO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  SEZIONE 10: CONTATTI DELLA FAMIGLIA DEGLI STUDENTI.
      *----------------------------------------------------------------
       ESPONI-FAMIGLIE.
          IF WS-N-STU = ZEROES OR NOT WS-FAMIGLIE-APERTO
             GO TO ESPONI-FAMIGLIE-EX.
          MOVE 'CONTATTI DELLA FAMIGLIA' TO WS-TIT-TESTO.
          PERFORM SCRIVI-TITOLO THRU SCRIVI-TITOLO-EX.
          MOVE WS-INT-FAMIGLIE TO WS-RIGA-OUT.
          PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX.
          PERFORM ESPONI-FAMIGLIA THRU ESPONI-FAMIGLIA-EX
                  VARYING WS-IND-STU FROM 1 BY 1
                  UNTIL WS-IND-STU > WS-N-STU.
          PERFORM SCRIVI-NESSUNA THRU SCRIVI-NESSUNA-EX.
       ESPONI-FAMIGLIE-EX.
          EXIT.

       ESPONI-FAMIGLIA.
          MOVE WS-STU-TAB (WS-IND-STU) TO FAM-CD-STUDENT.
          READ FAMIGLIE.
          IF FS-FAMIGLIE NOT = '00'
             GO TO ESPONI-FAMIGLIA-EX.
          MOVE SPACES TO WS-RIGA-FAMIGLIA-1 WS-RIGA-FAMIGLIA-2.
          MOVE FAM-CD-STUDENT TO WS-RM-STUDENTE.
          MOVE FAM-NOMINATIVO TO WS-RM-NOMINATIVO.
          MOVE FAM-PARENTELA  TO WS-RM-PARENTELA.
          MOVE FAM-INDIRIZZO  TO WS-RM-INDIRIZZO.
          MOVE FAM-CAP        TO WS-RM-CAP.
          MOVE FAM-LOCALITA   TO WS-RM-LOCALITA.
          MOVE FAM-PROVINCIA  TO WS-RM-PROVINCIA.
          MOVE FAM-TELEFONO   TO WS-RM-TELEFONO.
          MOVE FAM-EMAIL      TO WS-RM-EMAIL.
          MOVE WS-RIGA-FAMIGLIA-1 TO WS-RIGA-OUT.
          PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX.
          MOVE WS-RIGA-FAMIGLIA-2 TO WS-RIGA-OUT.
          PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX.
          ADD 1 TO WS-N-RIGHE.
       ESPONI-FAMIGLIA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  SEZIONE 11: CERTIFICATI RILASCIATI (SCANSIONE DEL REGISTRO DI
      *  PROTOCOLLO; I RECORD CON NUMERO ZERO SONO I CONTATORI).
      *----------------------------------------------------------------
       ESPONI-CERTIFICATI.
          IF WS-N-STU = ZEROES OR NOT WS-PROTCERT-APERTO
             GO TO ESPONI-CERTIFICATI-EX.
          MOVE 'CERTIFICATI RILASCIATI' TO WS-TIT-TESTO.
          PERFORM SCRIVI-TITOLO THRU SCRIVI-TITOLO-EX.
          MOVE WS-INT-CERTIFICATI TO WS-RIGA-OUT.
          PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX.
          MOVE ZEROES TO SW-FINE-SCAN.
          MOVE ZEROES TO PRC-ANNO PRC-NUMERO.
          START PROTCERT KEY IS NOT LESS THAN PRC-CHIAVE
                INVALID KEY MOVE 1 TO SW-FINE-SCAN.
          PERFORM ESPONI-CERTIFICATO THRU ESPONI-CERTIFICATO-EX
                  UNTIL EOF-SCAN.
          PERFORM SCRIVI-NESSUNA THRU SCRIVI-NESSUNA-EX.
       ESPONI-CERTIFICATI-EX.
          EXIT.

       ESPONI-CERTIFICATO.
          READ PROTCERT NEXT AT END MOVE 1 TO SW-FINE-SCAN
                        GO TO ESPONI-CERTIFICATO-EX.
          IF FS-PROTCERT NOT = '00'
             DISPLAY 'ERRORE IN LETTURA PROTCERT - FS=' FS-PROTCERT
             MOVE 1 TO SW-FINE-SCAN
             GO TO ESPONI-CERTIFICATO-EX.
          IF PRC-NUMERO = ZEROES
             GO TO ESPONI-CERTIFICATO-EX.
          MOVE PRC-CD-STUDENT TO WS-CERCA-STU.
          PERFORM CERCA-STUDENTE THRU CERCA-STUDENTE-EX.
          IF NOT WS-TROVATO
             GO TO ESPONI-CERTIFICATO-EX.
          MOVE SPACES TO WS-RIGA-CERTIFICATO.
          MOVE '/' TO WS-RIGA-CERTIFICATO (7:1).
          MOVE PRC-ANNO            TO WS-RK-ANNO.
          MOVE PRC-NUMERO          TO WS-RK-NUMERO.
          MOVE PRC-DATA            TO WS-RK-DATA.
          MOVE PRC-CD-STUDENT      TO WS-RK-STUDENTE.
          MOVE PRC-TIPO            TO WS-RK-TIPO.
          MOVE PRC-OPERATORE       TO WS-RK-OPERATORE.
          MOVE PRC-CORSO           TO WS-RK-CORSO.
          MOVE PRC-ANNO-SCOLASTICO TO WS-RK-ANNO-SC.
          MOVE WS-RIGA-CERTIFICATO TO WS-RIGA-OUT.
          PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX.
          ADD 1 TO WS-N-RIGHE.
       ESPONI-CERTIFICATO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  SEZIONE 12: ANONIMIZZAZIONI GIA' ESEGUITE SUI SOGGETTI DELLA
      *  RICHIESTA (REGISTRO ANONLOG DI ANONIMIZ).
      *----------------------------------------------------------------
       ESPONI-ANONLOG.
          MOVE 'ANONIMIZZAZIONI REGISTRATE' TO WS-TIT-TESTO.
          PERFORM SCRIVI-TITOLO THRU SCRIVI-TITOLO-EX.
          OPEN INPUT ANONLOG.
          IF FS-ANONLOG NOT = '00'
             MOVE '  NESSUNA ANONIMIZZAZIONE REGISTRATA' TO WS-RIGA-OUT
             PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX
             GO TO ESPONI-ANONLOG-EX.
          MOVE WS-INT-ANONLOG TO WS-RIGA-OUT.
          PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX.
          MOVE ZEROES TO SW-FINE-SCAN.
          PERFORM ESPONI-RIGA-ANONLOG THRU ESPONI-RIGA-ANONLOG-EX
                  UNTIL EOF-SCAN.
          CLOSE ANONLOG.
          PERFORM SCRIVI-NESSUNA THRU SCRIVI-NESSUNA-EX.
       ESPONI-ANONLOG-EX.
          EXIT.

       ESPONI-RIGA-ANONLOG.
          READ ANONLOG AT END MOVE 1 TO SW-FINE-SCAN
               GO TO ESPONI-RIGA-ANONLOG-EX.
          IF FS-ANONLOG NOT = '00'
             MOVE 1 TO SW-FINE-SCAN
             GO TO ESPONI-RIGA-ANONLOG-EX.
          MOVE 'N' TO SW-TROVATO.
          IF ANL-CLIENTI OR ANL-AUDIT
             MOVE ANL-CHIAVE-N TO WS-CERCA-CLI
             PERFORM CERCA-CLIENTE THRU CERCA-CLIENTE-EX.
          IF ANL-RETAIL
             MOVE ANL-CHIAVE-N TO WS-CERCA-CONTO
             PERFORM CERCA-CONTO THRU CERCA-CONTO-EX.
          IF ANL-STUDENTE OR ANL-FAMIGLIA
             MOVE ANL-CHIAVE-N TO WS-CERCA-STU
             PERFORM CERCA-STUDENTE THRU CERCA-STUDENTE-EX.
          IF NOT WS-TROVATO
             GO TO ESPONI-RIGA-ANONLOG-EX.
          MOVE SPACES TO WS-RIGA-ANONLOG.
          MOVE ANL-DATA               TO WS-RL-DATA.
          MOVE ANL-ARCHIVIO           TO WS-RL-ARCHIVIO.
          MOVE ANL-CHIAVE             TO WS-RL-CHIAVE.
          MOVE ANL-ULTIMA-ATTIVITA    TO WS-RL-ULTIMA.
          MOVE ANL-ANNI-CONSERVAZIONE TO WS-RL-ANNI.
          MOVE ANL-DATA-LIMITE        TO WS-RL-LIMITE.
          MOVE ANL-PROGRAMMA          TO WS-RL-PROGRAMMA.
          MOVE WS-RIGA-ANONLOG TO WS-RIGA-OUT.
          PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX.
          ADD 1 TO WS-N-RIGHE.
       ESPONI-RIGA-ANONLOG-EX.
          EXIT.

       OP-FINALI.
          CLOSE CLIENTI, FILE-CLIENTI, XREFCLI, ESTRATTO.
          IF WS-FATTURE-APERTO
             CLOSE FFATTURE.
          IF WS-PARTITE-APERTO
             CLOSE PARTITE.
          IF WS-CONTEST-APERTO
             CLOSE CONTEST.
          IF WS-CONTRATTI-APERTO
             CLOSE FILE-CONTRATTI.
          IF WS-STUDENTI-APERTO
             CLOSE ESTUDENTE.
          IF WS-FAMIGLIE-APERTO
             CLOSE FAMIGLIE.
          IF WS-STUDCLI-APERTO
             CLOSE STUDCLI.
          IF WS-PROTCERT-APERTO
             CLOSE PROTCERT.
          DISPLAY 'RICHIESTE EVASE: ' WS-CTR-RICHIESTE.
       OP-FINALI-EX.
          EXIT.
