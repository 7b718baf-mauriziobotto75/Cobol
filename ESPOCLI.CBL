      ******************************************************************
      *  ESPOSIZIONE GLOBALE DEL CLIENTE: RISPONDE IN UN COLPO SOLO A
      *  "QUANTO CI DEVE IN TUTTO QUESTO CLIENTE?". SI PARTE DA UN
      *  COD-CLI DI FATTURAZIONE O DA UN NUMERO CONTO RETAIL E,
      *  ATTRAVERSO IL PONTE ANAGRAFICHE XREFCLI (GESXREF), SI
      *  RACCOLGONO SU UNA SOLA PAGINA, A VIDEO E IN STAMPA:
      *  - I CONTI RETAIL COLLEGATI (FILE-CLIENTI) CON SALDO, FIDO,
      *    FASCE DI SCADUTO, CODICE SOLLECITO E BLOCCO;
      *  - LE PROMESSE DI PAGAMENTO ANCORA APERTE REGISTRATE DAGLI
      *    ESATTORI (FILE-CONTATTI, VEDI CONTATTI);
      *  - LE PARTITE APERTE (PARTITE), CON ACCONTI E NOTE DI
      *    CREDITO A RIDUZIONE E LE CONTESTAZIONI APERTE (CONTEST);
      *  - I CONTRATTI DI FINANZIAMENTO APERTI (FILE-CONTRATTI) CON
      *    RESIDUO, PARCELAS SCADUTE E PENALI DI MORA NON INCASSATE;
      *  E CHIUDE CON L'ESPOSIZIONE COMPLESSIVA. SI LAVORA UN CLIENTE
      *  ALLA VOLTA DA TASTIERA (COD-CLI E CONTO A ZERO = FINE).
      *  SOLA LETTURA: NESSUN ARCHIVIO VIENE AGGIORNATO.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. ESPOCLI.
       AUTHOR.  MB.

      *----------------------------------------------------------------
      * MODIFICHE
      * 15-10-2026 MB  TESTATA CONTRATTI CON IL TIPO TASSO (FISSO O
      *                INDICIZZATO) IN CODA: SOLO TRACCIATO.
      * 15-10-2026 MB  TESTATA CONTRATTI CON TAEG, SPESE DI ISTRUTTORIA
      *                E SPESE DI INCASSO NEL FILLER: SOLO TRACCIATO.
      * 15-10-2026 MB  TESTATA CONTRATTI CON LA CATEGORIA DI CREDITO
      *                PER LE SOGLIE D'USURA NEL FILLER: SOLO TRACCIATO.
      * 15-10-2026 MB  LA DATA DI LAVORO DEL RUN E' LA DATA CONTABILE
      *                (ROUTINE DATACONT, AVANZATA SOLO DAL FINE
      *                GIORNATA FINEGG DI CATENA) E NON PIU' LA DATA DI
      *                SISTEMA; AVVISO A VIDEO SE IL PROGRAMMA PARTE IN
      *                UN GIORNO NON LAVORATIVO.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT CLIENTI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COD-CLI
           ALTERNATE RECORD KEY IS RAG-CLI
               WITH DUPLICATES
           FILE STATUS IS FS-CLIENTI.

           SELECT FILE-CONTATTI ASSIGN TO DISK
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CONTATTI.

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

           SELECT ESPOSIZ ASSIGN TO PRINTER-ESPOCLI
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ESPOSIZ.

       DATA DIVISION.

       FILE SECTION.
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
           02   FID0.
                03 CODICE-FRAZIONE                   PICTURE X.
                03 LIMITE-ACQUISTO                   PICTURE 9(4).
           02   CRONISTORIA                          PICTURE X(12).
           02   ANNO-PRECEDENTE                      PICTURE X(22).
           02   ANNO-IN-CORSO                        PICTURE X(22).
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
                   88 CONTO-BLOCCATO                 VALUE 'B'.

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

      *----------------------------------------------------------------
      *  ATTIVITA' DI RECUPERO REGISTRATA DAGLI ESATTORI (CONTATTI):
      *  DATE A SEI CIFRE AAMMGG COME SUL FILE.
      *----------------------------------------------------------------
       FD  FILE-CONTATTI
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RECORD-CONTATTO.
       01  RECORD-CONTATTO.
           02 CNT-CONTO                              PICTURE 9(7).
           02 CNT-DATA                               PICTURE 9(6).
           02 CNT-ESATTORE                           PICTURE X(8).
           02 CNT-ESITO                              PICTURE X.
              88 ESITO-PROMESSA                      VALUE 'P'.
           02 CNT-IMP-PROMESSO                       PICTURE 9(6)V99.
           02 CNT-DATA-PROMESSA                      PICTURE 9(6).
           02 FILLER                                 PICTURE X(24).

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
              88 PAR-SALDATA      VALUE 'S'.
              88 PAR-SALDATA-FIN  VALUE 'F'.
              88 PAR-STRALCIATA   VALUE 'X'.
           05 PAR-TIPO         PIC X.
              88 PAR-TIPO-FATTURA VALUE 'F' ' '.
              88 PAR-TIPO-ACCONTO VALUE 'A'.
              88 PAR-TIPO-NC      VALUE 'N'.
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
      *    TIPO TASSO: 'F' (O SPAZIO) = FISSO; 'I' = INDICIZZATO SU
      *    CON-COD-INDICE (TABELLA FILE-INDICI, VEDI GESINDICI) PIU'
      *    CON-SPREAD, FRA MINIMO E MASSIMO (MASSIMO ZERO = SENZA
      *    TETTO). CON-TAXA E' SEMPRE IL TASSO IN VIGORE, RIVISTO DA
      *    REVTASSI ALLA DATA CON-DATA-REVISIONE.
           03 CON-TIPO-TASSO            PIC X.
              88 TASSO-FISSO               VALUE 'F' ' '.
              88 TASSO-INDICIZZATO         VALUE 'I'.
           03 CON-COD-INDICE            PIC X(6).
           03 CON-SPREAD                PIC 9(2)V999.
           03 CON-TASSO-MIN             PIC 9(3)V99.
           03 CON-TASSO-MAX             PIC 9(3)V99.
           03 CON-DATA-REVISIONE        PIC 9(8).
      *    TRASPARENZA: TAEG CALCOLATO ALLA FIRMA O ALL'ULTIMA
      *    RINEGOZIAZIONE, SPESE DI ISTRUTTORIA (PAGATE ALLA FIRMA) E
      *    SPESE DI INCASSO PER RATA. SPAZI SUI CONTRATTI NATI PRIMA.
           03 CON-TAEG                  PIC 9(2)V99.
           03 CON-SPESE-ISTRUTTORIA     PIC 9(4)V99.
           03 CON-SPESE-INCASSO         PIC 9V99.
      *    CATEGORIA DI CREDITO PER LE SOGLIE D'USURA (TABELLA
      *    FILE-SOGLIE, VEDI GESSOGLIE): 'F' (O SPAZIO) = CREDITO
      *    FINALIZZATO, 'P' = PRESTITO PERSONALE, 'A' = ALTRI
      *    FINANZIAMENTI (CONSOLIDAMENTI).
           03 CON-CATEGORIA             PIC X.
              88 CATEGORIA-FINALIZZATO     VALUE 'F' ' '.
              88 CATEGORIA-PERSONALE       VALUE 'P'.
              88 CATEGORIA-ALTRI           VALUE 'A'.

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
              88 PARCELA-APERTA            VALUE 'A' ' '.
           03 REC-PENALE-MATURATA       PIC 9(05)V99.
           03 REC-PENALE-INCASSATA      PIC 9(05)V99.

       FD ESPOSIZ
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REC-ESPOSIZ.
       01 REC-ESPOSIZ          PIC X(132).

       WORKING-STORAGE SECTION.

       01 FS-XREFCLI                 PIC 9(2) VALUE ZEROES.
       01 FS-RETAIL                  PIC 9(2) VALUE ZEROES.
       01 FS-CLIENTI                 PIC 9(2) VALUE ZEROES.
       01 FS-CONTATTI                PIC 9(2) VALUE ZEROES.
       01 FS-PARTITE                 PIC 9(2) VALUE ZEROES.
       01 FS-CONTEST                 PIC 9(2) VALUE ZEROES.
       01 FS-CONTRATTI               PIC 9(2) VALUE ZEROES.
       01 FS-PARCELAS                PIC 9(2) VALUE ZEROES.
       01 FS-ESPOSIZ                 PIC 9(2) VALUE ZEROES.

       01 SW-FINE-LAVORO             PIC 9(1) VALUE ZEROES.
           88 FINE-LAVORO             VALUE 1.
       01 SW-FINE-XRF                PIC 9(1) VALUE ZEROES.
           88 EOF-XRF                 VALUE 1.
       01 SW-FINE-CNT                PIC 9(1) VALUE ZEROES.
           88 EOF-CNT                 VALUE 1.
       01 SW-FINE-PAR                PIC 9(1) VALUE ZEROES.
           88 EOF-PAR                 VALUE 1.
       01 SW-FINE-CON                PIC 9(1) VALUE ZEROES.
           88 EOF-CON                 VALUE 1.
       01 SW-FINE-PCL                PIC 9(1) VALUE ZEROES.
           88 EOF-PCL                 VALUE 1.
      *    ARCHIVI FACOLTATIVI: SENZA, LA SEZIONE RESTA VUOTA.
       01 SW-PARTITE-APERTO          PIC X(1) VALUE 'N'.
           88 WS-PARTITE-APERTO       VALUE 'S'.
       01 SW-CONTEST-APERTO          PIC X(1) VALUE 'N'.
           88 WS-CONTEST-APERTO       VALUE 'S'.
       01 SW-CONTRATTI-APERTO        PIC X(1) VALUE 'N'.
           88 WS-CONTRATTI-APERTO     VALUE 'S'.
       01 SW-CONTESTATA              PIC X(1) VALUE 'N'.
           88 WS-PARTITA-CONTESTATA   VALUE 'S'.
       01 SW-CONTO-DEL-CLIENTE       PIC X(1) VALUE 'N'.
           88 WS-CONTO-DEL-CLIENTE    VALUE 'S'.

       01 WS-DATA-OGGI               PIC 9(8) VALUE ZEROES.
       01 WS-DATA-OGGI-R REDEFINES WS-DATA-OGGI.
           05 FILLER                 PIC 9(2).
           05 WS-OGGI-AAMMGG         PIC 9(6).

       01 WS-COD-CLI                 PIC 9(6) VALUE ZEROES.
       01 WS-CONTO                   PIC 9(7) VALUE ZEROES.
       01 WS-RAG-SOC                 PIC X(30) VALUE SPACES.

      *----------------------------------------------------------------
      *  CONTI RETAIL DEL CLIENTE (QUELLO CHIESTO O TUTTI QUELLI
      *  COLLEGATI AL COD-CLI SUL PONTE).
      *----------------------------------------------------------------
       01 WS-TAB-CONTI.
           05 WS-CONTO-TAB           PIC 9(7) OCCURS 10 TIMES.
       01 WS-N-CONTI                 PIC 9(2) VALUE ZEROES.
       01 WS-MAX-CONTI               PIC 9(2) VALUE 10.
       01 WS-IND-CONTO               PIC 9(2) VALUE ZEROES.
       01 WS-CONTI-ESCLUSI           PIC 9(3) VALUE ZEROES.

      *----------------------------------------------------------------
      *  TOTALI DEL CLIENTE IN CORSO. RETAIL E FINANZIAMENTI IN
      *  CENTESIMI, PARTITE IN EURO INTERI COME SUI RISPETTIVI FILE.
      *----------------------------------------------------------------
       01 WS-TOT-CLIENTE.
           05 WS-TOT-RETAIL          PIC S9(9)V99 COMP-3.
           05 WS-TOT-PROMESSO        PIC S9(9)V99 COMP-3.
           05 WS-N-PROMESSE          PIC 9(4).
           05 WS-TOT-PAR-FATTURE     PIC S9(15) COMP-3.
           05 WS-TOT-PAR-SCADUTO     PIC S9(15) COMP-3.
           05 WS-TOT-PAR-CREDITI     PIC S9(15) COMP-3.
           05 WS-TOT-PAR-CONTEST     PIC S9(15) COMP-3.
           05 WS-TOT-PAR-NETTO       PIC S9(15) COMP-3.
           05 WS-N-PARTITE           PIC 9(5).
           05 WS-TOT-FIN-RESIDUO     PIC S9(9)V99 COMP-3.
           05 WS-TOT-FIN-SCADUTO     PIC S9(9)V99 COMP-3.
           05 WS-TOT-FIN-PENALI      PIC S9(9)V99 COMP-3.
           05 WS-N-CONTRATTI         PIC 9(4).
           05 WS-ESPOSIZIONE         PIC S9(15)V99 COMP-3.

      *    TOTALI DEL CONTRATTO IN CORSO.
       01 WS-TOT-CONTRATTO.
           05 WS-TCO-APERTE          PIC 9(2).
           05 WS-TCO-SCADUTE         PIC 9(2).
           05 WS-TCO-RESIDUO         PIC S9(9)V99 COMP-3.
           05 WS-TCO-SCADUTO         PIC S9(9)V99 COMP-3.
           05 WS-TCO-PENALI          PIC S9(9)V99 COMP-3.
       01 WS-RESIDUO-PARCELA         PIC S9(7)V99 COMP-3.

       01 WS-CTR-RICHIESTE           PIC 9(5) VALUE ZEROES.

       01 WS-RIGA-OUT                PIC X(132) VALUE SPACES.

       01 WS-INT-1.
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 FILLER     PIC X(46)
              VALUE 'ESPOCLI - ESPOSIZIONE GLOBALE DEL CLIENTE AL'.
           05 WS-INT-DATA PIC 9(8).
           05 FILLER     PIC X(4)  VALUE SPACES.
           05 FILLER     PIC X(8)  VALUE 'COD-CLI '.
           05 WS-INT-COD-CLI PIC 9(6).
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 WS-INT-RAG PIC X(30).

       01 WS-RIGA-TITOLO.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-TIT-TESTO   PIC X(60).

       01 WS-INT-CONTI.
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 FILLER     PIC X(9)  VALUE 'CONTO'.
           05 FILLER     PIC X(23) VALUE 'NOME'.
           05 FILLER     PIC X(14) VALUE '   SALDO CORR.'.
           05 FILLER     PIC X(5)  VALUE 'FIDO'.
           05 FILLER     PIC X(11) VALUE '     30 GG'.
           05 FILLER     PIC X(11) VALUE '     60 GG'.
           05 FILLER     PIC X(11) VALUE '     90 GG'.
           05 FILLER     PIC X(13) VALUE '    120 GG'.
           05 FILLER     PIC X(4)  VALUE 'SOL'.
           05 FILLER     PIC X(6)  VALUE 'BLOCCO'.

       01 WS-RIGA-CONTO.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RC-CONTO    PIC 9(7).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RC-NOME     PIC X(22).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-RC-SALDO    PIC Z(7)9,99-.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RC-FIDO     PIC ZZZ9.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-RC-G30      PIC Z(6)9,99.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-RC-G60      PIC Z(6)9,99.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-RC-G90      PIC Z(6)9,99.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-RC-G120     PIC Z(6)9,99.
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 WS-RC-SOLL     PIC X(1).
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 WS-RC-BLOCCO   PIC X(8).

       01 WS-INT-PROMESSE.
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 FILLER     PIC X(9)  VALUE 'CONTO'.
           05 FILLER     PIC X(10) VALUE 'CONTATTO'.
           05 FILLER     PIC X(10) VALUE 'ESATTORE'.
           05 FILLER     PIC X(10) VALUE 'PROMESSA'.
           05 FILLER     PIC X(10) VALUE '   IMPORTO'.

       01 WS-RIGA-PROMESSA.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RP-CONTO    PIC 9(7).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RP-DATA     PIC 9(6).
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 WS-RP-ESATTORE PIC X(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RP-DATA-PROM PIC 9(6).
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 WS-RP-IMPORTO  PIC Z(6)9,99.

       01 WS-INT-PARTITE.
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 FILLER     PIC X(13) VALUE 'DOCUMENTO'.
           05 FILLER     PIC X(6)  VALUE 'TIPO'.
           05 FILLER     PIC X(10) VALUE 'SCADENZA'.
           05 FILLER     PIC X(15) VALUE '  TOT.DOCUMENTO'.
           05 FILLER     PIC X(16) VALUE '        RESIDUO'.
           05 FILLER     PIC X(7)  VALUE 'NOTE'.

       01 WS-RIGA-PARTITA.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RA-NUM-FAT  PIC X(8).
           05 WS-RA-RATA.
              07 WS-RA-BARRA    PIC X(1).
              07 WS-RA-NUM-RATA PIC 9(2).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RA-TIPO     PIC X(4).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RA-SCAD     PIC 9(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RA-TOT      PIC Z(9)9,99-.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-RA-RESIDUO  PIC Z(9)9,99-.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RA-NOTA     PIC X(10).

       01 WS-INT-CONTRATTI.
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 FILLER     PIC X(8)  VALUE 'CONTR.'.
           05 FILLER     PIC X(22) VALUE 'OGGETTO'.
           05 FILLER     PIC X(5)  VALUE 'APER'.
           05 FILLER     PIC X(12) VALUE '   RESIDUO'.
           05 FILLER     PIC X(5)  VALUE 'SCAD'.
           05 FILLER     PIC X(12) VALUE '   SCADUTO'.
           05 FILLER     PIC X(10) VALUE '    PENALI'.

       01 WS-RIGA-CONTRATTO.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RF-CONTRATTO PIC 9(6).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RF-OGGETTO  PIC X(20).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RF-APERTE   PIC Z9.
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 WS-RF-RESIDUO  PIC Z(6)9,99.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RF-SCADUTE  PIC Z9.
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 WS-RF-SCADUTO  PIC Z(6)9,99.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-RF-PENALI   PIC Z(6)9,99.

       01 WS-RIGA-TOTALE.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-TOT-LABEL   PIC X(40) VALUE SPACES.
           05 WS-TOT-IMPORTO PIC Z(12)9,99-.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.

       INIZIO.
          PERFORM OP-INIZIALI THRU OP-INIZIALI-EX.
          PERFORM LAVORA-RICHIESTA THRU LAVORA-RICHIESTA-EX
                  UNTIL FINE-LAVORO.
          PERFORM OP-FINALI THRU OP-FINALI-EX.
          STOP RUN.

      *----------------------------------------------------------------
      *  PONTE E MASTER SONO OBBLIGATORI; PARTITE, CONTESTAZIONI E
      *  FINANZIAMENTI SE MANCANO LASCIANO VUOTA LA LORO SEZIONE. IL
      *  FILE CONTATTI SI APRE AD OGNI RICHIESTA (E' SEQUENZIALE).
      *----------------------------------------------------------------
       OP-INIZIALI.
          MOVE 'D' TO DCP-FUNZIONE.
          MOVE 'ESPOCLI' TO DCP-PROGRAMMA.
          CALL 'DATACONT' USING PARAMETRI-DATACONT.
          MOVE DCP-DATA-CONTABILE TO WS-DATA-OGGI.
          OPEN INPUT XREFCLI.
          IF FS-XREFCLI NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE XREFCLI - FS=' FS-XREFCLI
             STOP RUN WITH ERROR STATUS 16.
          OPEN INPUT FILE-CLIENTI.
          IF FS-RETAIL NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE FILE-CLIENTI - FS='
                     FS-RETAIL
             STOP RUN WITH ERROR STATUS 16.
          OPEN INPUT CLIENTI.
          IF FS-CLIENTI NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE CLIENTI - FS=' FS-CLIENTI
             STOP RUN WITH ERROR STATUS 16.
          OPEN INPUT PARTITE.
          IF FS-PARTITE = '00'
             MOVE 'S' TO SW-PARTITE-APERTO.
          OPEN INPUT CONTEST.
          IF FS-CONTEST = '00'
             MOVE 'S' TO SW-CONTEST-APERTO.
          OPEN INPUT FILE-CONTRATTI.
          IF FS-CONTRATTI = '00'
             OPEN INPUT FILE-PARCELAS
             IF FS-PARCELAS = '00'
                MOVE 'S' TO SW-CONTRATTI-APERTO
             ELSE
                CLOSE FILE-CONTRATTI.
          OPEN OUTPUT ESPOSIZ.
          IF FS-ESPOSIZ NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE LA STAMPA - FS=' FS-ESPOSIZ
             STOP RUN WITH ERROR STATUS 16.
       OP-INIZIALI-EX.
          EXIT.

      *----------------------------------------------------------------
      *  UNA RICHIESTA: COD-CLI DI FATTURAZIONE OPPURE, SE ZERO,
      *  NUMERO CONTO RETAIL. IL CLIENTE VIENE RISOLTO SUL PONTE E
      *  POI SI ESPONGONO LE QUATTRO SEZIONI E IL TOTALE.
      *----------------------------------------------------------------
       LAVORA-RICHIESTA.
          DISPLAY 'COD-CLI FATTURAZIONE (000000 = RICERCA PER CONTO): '.
          MOVE ZEROES TO WS-COD-CLI WS-CONTO.
          ACCEPT WS-COD-CLI.
          IF WS-COD-CLI = ZEROES
             DISPLAY 'NUMERO CONTO RETAIL (0000000 = FINE): '
             ACCEPT WS-CONTO
             IF WS-CONTO = ZEROES
                MOVE 1 TO SW-FINE-LAVORO
                GO TO LAVORA-RICHIESTA-EX.
          PERFORM RISOLVI-CLIENTE THRU RISOLVI-CLIENTE-EX.
          IF WS-COD-CLI = ZEROES AND WS-N-CONTI = ZEROES
             GO TO LAVORA-RICHIESTA-EX.
          ADD 1 TO WS-CTR-RICHIESTE.
          INITIALIZE WS-TOT-CLIENTE.
          PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          PERFORM ESPONI-CONTI THRU ESPONI-CONTI-EX.
          PERFORM ESPONI-PROMESSE THRU ESPONI-PROMESSE-EX.
          PERFORM ESPONI-PARTITE THRU ESPONI-PARTITE-EX.
          PERFORM ESPONI-FINANZIAMENTI THRU ESPONI-FINANZIAMENTI-EX.
          PERFORM ESPONI-TOTALE THRU ESPONI-TOTALE-EX.
       LAVORA-RICHIESTA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  DAL CONTO RETAIL SI RISALE AL COD-CLI COL PONTE (UN CONTO
      *  NON COLLEGATO SI ESPONE DA SOLO); DAL COD-CLI SI RACCOLGONO
      *  TUTTI I CONTI COLLEGATI (SCANSIONE COMPLETA DEL PONTE COME
      *  IN FINSOLL: IL PONTE E' PICCOLO).
      *----------------------------------------------------------------
       RISOLVI-CLIENTE.
          MOVE ZEROES TO WS-N-CONTI WS-CONTI-ESCLUSI.
          MOVE SPACES TO WS-RAG-SOC.
          IF WS-CONTO NOT = ZEROES
             MOVE WS-CONTO TO NUMERO-CONTO-CLIENTE
             READ FILE-CLIENTI
             IF FS-RETAIL NOT = '00'
                DISPLAY 'CONTO NON PRESENTE SUL MASTER RETAIL'
                GO TO RISOLVI-CLIENTE-EX
             ELSE
                MOVE WS-CONTO TO XRF-CONTO
                READ XREFCLI
                IF FS-XREFCLI = '00'
                   MOVE XRF-COD-CLI TO WS-COD-CLI
                ELSE
                   DISPLAY 'CONTO NON COLLEGATO A UN COD-CLI (GESXREF)'
                   MOVE NOME-CLIENTE TO WS-RAG-SOC
                   MOVE 1 TO WS-N-CONTI
                   MOVE WS-CONTO TO WS-CONTO-TAB (1)
                   GO TO RISOLVI-CLIENTE-EX.
          MOVE WS-COD-CLI TO COD-CLI.
          READ CLIENTI.
          IF FS-CLIENTI = '00'
             MOVE RAG-CLI TO WS-RAG-SOC
          ELSE
             DISPLAY 'COD-CLI NON PRESENTE SUL MASTER CLIENTI'
             MOVE '** NON PRESENTE SU CLIENTI **' TO WS-RAG-SOC.
          MOVE ZEROES TO SW-FINE-XRF.
          MOVE ZEROES TO XRF-CONTO.
          START XREFCLI KEY IS GREATER THAN KEY-XREFCLI
                INVALID KEY MOVE 1 TO SW-FINE-XRF.
          PERFORM CERCA-CONTI-COLLEGATI
                  THRU CERCA-CONTI-COLLEGATI-EX UNTIL EOF-XRF.
       RISOLVI-CLIENTE-EX.
          EXIT.

       CERCA-CONTI-COLLEGATI.
          READ XREFCLI NEXT AT END MOVE 1 TO SW-FINE-XRF
                       GO TO CERCA-CONTI-COLLEGATI-EX.
          IF FS-XREFCLI NOT = '00'
             DISPLAY 'ERRORE IN LETTURA XREFCLI - FS=' FS-XREFCLI
             MOVE 1 TO SW-FINE-XRF
             GO TO CERCA-CONTI-COLLEGATI-EX.
          IF XRF-COD-CLI NOT = WS-COD-CLI
             GO TO CERCA-CONTI-COLLEGATI-EX.
          IF WS-N-CONTI = WS-MAX-CONTI
             ADD 1 TO WS-CONTI-ESCLUSI
             GO TO CERCA-CONTI-COLLEGATI-EX.
          ADD 1 TO WS-N-CONTI.
          MOVE XRF-CONTO TO WS-CONTO-TAB (WS-N-CONTI).
       CERCA-CONTI-COLLEGATI-EX.
          EXIT.

      *----------------------------------------------------------------
      *  OGNI RIGA ESCE IN STAMPA E A VIDEO.
      *----------------------------------------------------------------
       SCRIVI-RIGA.
          MOVE WS-RIGA-OUT TO REC-ESPOSIZ.
          WRITE REC-ESPOSIZ AFTER ADVANCING 1 LINE.
          DISPLAY WS-RIGA-OUT.
          MOVE SPACES TO WS-RIGA-OUT.
       SCRIVI-RIGA-EX.
          EXIT.

       SCRIVI-TITOLO.
          MOVE SPACES TO WS-RIGA-OUT.
          PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX.
          MOVE WS-RIGA-TITOLO TO WS-RIGA-OUT.
          PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX.
       SCRIVI-TITOLO-EX.
          EXIT.

       SCRIVI-TOTALE.
          MOVE WS-RIGA-TOTALE TO WS-RIGA-OUT.
          PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX.
       SCRIVI-TOTALE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  OGNI CLIENTE SU PAGINA NUOVA.
      *----------------------------------------------------------------
       STAMPA-INTESTAZIONE.
          MOVE WS-DATA-OGGI TO WS-INT-DATA.
          MOVE WS-COD-CLI   TO WS-INT-COD-CLI.
          MOVE WS-RAG-SOC   TO WS-INT-RAG.
          MOVE WS-INT-1 TO REC-ESPOSIZ.
          WRITE REC-ESPOSIZ AFTER ADVANCING PAGE.
          DISPLAY WS-INT-1.
       STAMPA-INTESTAZIONE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  SEZIONE 1: CONTI RETAIL COLLEGATI.
      *----------------------------------------------------------------
       ESPONI-CONTI.
          MOVE 'CONTI RETAIL COLLEGATI' TO WS-TIT-TESTO.
          PERFORM SCRIVI-TITOLO THRU SCRIVI-TITOLO-EX.
          IF WS-N-CONTI = ZEROES
             MOVE '  NESSUN CONTO RETAIL COLLEGATO' TO WS-RIGA-OUT
             PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX
             GO TO ESPONI-CONTI-EX.
          MOVE WS-INT-CONTI TO WS-RIGA-OUT.
          PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX.
          PERFORM ESPONI-CONTO THRU ESPONI-CONTO-EX
                  VARYING WS-IND-CONTO FROM 1 BY 1
                  UNTIL WS-IND-CONTO > WS-N-CONTI.
          IF WS-CONTI-ESCLUSI NOT = ZEROES
             MOVE '  ALTRI CONTI COLLEGATI NON ESPOSTI:'
                  TO WS-RIGA-OUT
             MOVE WS-CONTI-ESCLUSI TO WS-RIGA-OUT (39:3)
             PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'SALDO CONTI RETAIL' TO WS-TOT-LABEL.
          MOVE WS-TOT-RETAIL TO WS-TOT-IMPORTO.
          PERFORM SCRIVI-TOTALE THRU SCRIVI-TOTALE-EX.
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
          MOVE NOME-CLIENTE     TO WS-RC-NOME.
          MOVE SALDO-CORRENTE   TO WS-RC-SALDO.
          MOVE LIMITE-ACQUISTO  TO WS-RC-FIDO.
          MOVE GIORNI-30        TO WS-RC-G30.
          MOVE GIORNI-60        TO WS-RC-G60.
          MOVE GIORNI-90        TO WS-RC-G90.
          MOVE GIORNI-120       TO WS-RC-G120.
          MOVE CODICE-SOLLECITO TO WS-RC-SOLL.
          IF CONTO-BLOCCATO
             MOVE 'BLOCCATO' TO WS-RC-BLOCCO.
          MOVE WS-RIGA-CONTO TO WS-RIGA-OUT.
          PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX.
          ADD SALDO-CORRENTE TO WS-TOT-RETAIL.
       ESPONI-CONTO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  SEZIONE 2: PROMESSE DI PAGAMENTO APERTE (DATA PROMESSA NON
      *  ANCORA PASSATA) SUI CONTI DEL CLIENTE. QUELLE SCADUTE SONO
      *  GIA' DI PROMROTTE.
      *----------------------------------------------------------------
       ESPONI-PROMESSE.
          IF WS-N-CONTI = ZEROES
             GO TO ESPONI-PROMESSE-EX.
          MOVE 'PROMESSE DI PAGAMENTO APERTE' TO WS-TIT-TESTO.
          PERFORM SCRIVI-TITOLO THRU SCRIVI-TITOLO-EX.
          OPEN INPUT FILE-CONTATTI.
          IF FS-CONTATTI NOT = '00'
             MOVE '  FILE CONTATTI ASSENTE' TO WS-RIGA-OUT
             PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX
             GO TO ESPONI-PROMESSE-EX.
          MOVE WS-INT-PROMESSE TO WS-RIGA-OUT.
          PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX.
          MOVE ZEROES TO SW-FINE-CNT.
          PERFORM ESAMINA-CONTATTO THRU ESAMINA-CONTATTO-EX
                  UNTIL EOF-CNT.
          CLOSE FILE-CONTATTI.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'TOTALE PROMESSO' TO WS-TOT-LABEL.
          MOVE WS-TOT-PROMESSO TO WS-TOT-IMPORTO.
          PERFORM SCRIVI-TOTALE THRU SCRIVI-TOTALE-EX.
       ESPONI-PROMESSE-EX.
          EXIT.

       ESAMINA-CONTATTO.
          READ FILE-CONTATTI AT END MOVE 1 TO SW-FINE-CNT
               GO TO ESAMINA-CONTATTO-EX.
          IF FS-CONTATTI NOT = '00'
             MOVE 1 TO SW-FINE-CNT
             GO TO ESAMINA-CONTATTO-EX.
          IF NOT ESITO-PROMESSA
          OR CNT-DATA-PROMESSA < WS-OGGI-AAMMGG
             GO TO ESAMINA-CONTATTO-EX.
          MOVE 'N' TO SW-CONTO-DEL-CLIENTE.
          PERFORM CONFRONTA-CONTO THRU CONFRONTA-CONTO-EX
                  VARYING WS-IND-CONTO FROM 1 BY 1
                  UNTIL WS-IND-CONTO > WS-N-CONTI
                  OR WS-CONTO-DEL-CLIENTE.
          IF NOT WS-CONTO-DEL-CLIENTE
             GO TO ESAMINA-CONTATTO-EX.
          MOVE SPACES TO WS-RIGA-PROMESSA.
          MOVE CNT-CONTO         TO WS-RP-CONTO.
          MOVE CNT-DATA          TO WS-RP-DATA.
          MOVE CNT-ESATTORE      TO WS-RP-ESATTORE.
          MOVE CNT-DATA-PROMESSA TO WS-RP-DATA-PROM.
          MOVE CNT-IMP-PROMESSO  TO WS-RP-IMPORTO.
          MOVE WS-RIGA-PROMESSA TO WS-RIGA-OUT.
          PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX.
          ADD CNT-IMP-PROMESSO TO WS-TOT-PROMESSO.
          ADD 1 TO WS-N-PROMESSE.
       ESAMINA-CONTATTO-EX.
          EXIT.

       CONFRONTA-CONTO.
          IF WS-CONTO-TAB (WS-IND-CONTO) = CNT-CONTO
             MOVE 'S' TO SW-CONTO-DEL-CLIENTE.
       CONFRONTA-CONTO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  SEZIONE 3: PARTITE APERTE DEL COD-CLI. ACCONTI E NOTE DI
      *  CREDITO SONO CREDITI DEL CLIENTE E RIDUCONO L'ESPOSIZIONE;
      *  LE PARTITE IN CONTESTAZIONE RESTANO NELL'ESPOSIZIONE MA
      *  SONO MARCATE E TOTALIZZATE A PARTE.
      *----------------------------------------------------------------
       ESPONI-PARTITE.
          IF WS-COD-CLI = ZEROES
             GO TO ESPONI-PARTITE-EX.
          MOVE 'PARTITE APERTE' TO WS-TIT-TESTO.
          PERFORM SCRIVI-TITOLO THRU SCRIVI-TITOLO-EX.
          IF NOT WS-PARTITE-APERTO
             MOVE '  ARCHIVIO PARTITE ASSENTE' TO WS-RIGA-OUT
             PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX
             GO TO ESPONI-PARTITE-EX.
          MOVE WS-INT-PARTITE TO WS-RIGA-OUT.
          PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX.
          MOVE ZEROES TO SW-FINE-PAR.
          MOVE WS-COD-CLI TO PAR-COD-CLI.
          MOVE SPACES TO PAR-NUM-FAT.
          MOVE ZEROES TO PAR-NUM-RATA.
          START PARTITE KEY IS GREATER THAN KEY-PARTITE
                INVALID KEY MOVE 1 TO SW-FINE-PAR.
          IF NOT EOF-PAR
             PERFORM LEGGI-PARTITA THRU LEGGI-PARTITA-EX.
          PERFORM ESPONI-PARTITA THRU ESPONI-PARTITA-EX
                  UNTIL EOF-PAR OR PAR-COD-CLI NOT = WS-COD-CLI.
          COMPUTE WS-TOT-PAR-NETTO = WS-TOT-PAR-FATTURE
                                   - WS-TOT-PAR-CREDITI.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'RESIDUO FATTURE APERTE' TO WS-TOT-LABEL.
          MOVE WS-TOT-PAR-FATTURE TO WS-TOT-IMPORTO.
          PERFORM SCRIVI-TOTALE THRU SCRIVI-TOTALE-EX.
          MOVE '  DI CUI SCADUTO' TO WS-TOT-LABEL.
          MOVE WS-TOT-PAR-SCADUTO TO WS-TOT-IMPORTO.
          PERFORM SCRIVI-TOTALE THRU SCRIVI-TOTALE-EX.
          MOVE '  DI CUI IN CONTESTAZIONE' TO WS-TOT-LABEL.
          MOVE WS-TOT-PAR-CONTEST TO WS-TOT-IMPORTO.
          PERFORM SCRIVI-TOTALE THRU SCRIVI-TOTALE-EX.
          MOVE 'ACCONTI E NOTE DI CREDITO DA USARE' TO WS-TOT-LABEL.
          MOVE WS-TOT-PAR-CREDITI TO WS-TOT-IMPORTO.
          PERFORM SCRIVI-TOTALE THRU SCRIVI-TOTALE-EX.
          MOVE 'SALDO PARTITE' TO WS-TOT-LABEL.
          MOVE WS-TOT-PAR-NETTO TO WS-TOT-IMPORTO.
          PERFORM SCRIVI-TOTALE THRU SCRIVI-TOTALE-EX.
       ESPONI-PARTITE-EX.
          EXIT.

       LEGGI-PARTITA.
          READ PARTITE NEXT AT END MOVE 1 TO SW-FINE-PAR
                       GO TO LEGGI-PARTITA-EX.
          IF FS-PARTITE NOT = '00' AND FS-PARTITE NOT = '10'
             DISPLAY 'ERRORE IN LETTURA PARTITE - FS=' FS-PARTITE
             MOVE 1 TO SW-FINE-PAR.
       LEGGI-PARTITA-EX.
          EXIT.

       ESPONI-PARTITA.
          IF NOT PAR-APERTA OR PAR-RESIDUO = ZEROES
             GO TO P020.
          MOVE SPACES TO WS-RIGA-PARTITA.
          MOVE PAR-NUM-FAT   TO WS-RA-NUM-FAT.
          IF PAR-NUM-RATA NOT = ZEROES
             MOVE '/'          TO WS-RA-BARRA
             MOVE PAR-NUM-RATA TO WS-RA-NUM-RATA.
          MOVE PAR-DATA-SCAD TO WS-RA-SCAD.
          MOVE PAR-TOT-FATT  TO WS-RA-TOT.
          MOVE PAR-RESIDUO   TO WS-RA-RESIDUO.
          IF PAR-TIPO-ACCONTO OR PAR-TIPO-NC
             IF PAR-TIPO-ACCONTO
                MOVE 'ACC.' TO WS-RA-TIPO
             ELSE
                MOVE 'N.C.' TO WS-RA-TIPO
             END-IF
             ADD PAR-RESIDUO TO WS-TOT-PAR-CREDITI
          ELSE
             MOVE 'FAT.' TO WS-RA-TIPO
             ADD PAR-RESIDUO TO WS-TOT-PAR-FATTURE
             IF PAR-DATA-SCAD NOT = ZEROES
             AND PAR-DATA-SCAD < WS-DATA-OGGI
                MOVE 'SCADUTA' TO WS-RA-NOTA
                ADD PAR-RESIDUO TO WS-TOT-PAR-SCADUTO
             END-IF
             MOVE KEY-PARTITE TO KEY-CONTEST
             PERFORM VERIFICA-CONTESTAZIONE
                     THRU VERIFICA-CONTESTAZIONE-EX
             IF WS-PARTITA-CONTESTATA
                MOVE 'CONTEST' TO WS-RA-NOTA
                ADD PAR-RESIDUO TO WS-TOT-PAR-CONTEST.
          MOVE WS-RIGA-PARTITA TO WS-RIGA-OUT.
          PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX.
          ADD 1 TO WS-N-PARTITE.
       P020.
          PERFORM LEGGI-PARTITA THRU LEGGI-PARTITA-EX.
       ESPONI-PARTITA-EX.
          EXIT.

       VERIFICA-CONTESTAZIONE.
          MOVE 'N' TO SW-CONTESTATA.
          IF NOT WS-CONTEST-APERTO
             GO TO VERIFICA-CONTESTAZIONE-EX.
          READ CONTEST.
          IF FS-CONTEST = '00' AND CTS-APERTA
             MOVE 'S' TO SW-CONTESTATA.
       VERIFICA-CONTESTAZIONE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  SEZIONE 4: CONTRATTI DI FINANZIAMENTO APERTI DEL COD-CLI
      *  (SCANSIONE DELLA TESTATA COME IN INQCONTR). PER OGNUNO:
      *  RESIDUO DELLE PARCELAS APERTE, QUELLE GIA' SCADUTE E LA
      *  PENALE DI MORA MATURATA E NON ANCORA INCASSATA (PENAPARC).
      *----------------------------------------------------------------
       ESPONI-FINANZIAMENTI.
          IF WS-COD-CLI = ZEROES
             GO TO ESPONI-FINANZIAMENTI-EX.
          MOVE 'CONTRATTI DI FINANZIAMENTO APERTI' TO WS-TIT-TESTO.
          PERFORM SCRIVI-TITOLO THRU SCRIVI-TITOLO-EX.
          IF NOT WS-CONTRATTI-APERTO
             MOVE '  ARCHIVI FINANZIAMENTI ASSENTI' TO WS-RIGA-OUT
             PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX
             GO TO ESPONI-FINANZIAMENTI-EX.
          MOVE WS-INT-CONTRATTI TO WS-RIGA-OUT.
          PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX.
          MOVE ZEROES TO SW-FINE-CON.
          MOVE ZEROES TO CON-NUM-CONTRATTO.
          START FILE-CONTRATTI KEY IS GREATER THAN CON-NUM-CONTRATTO
                INVALID KEY MOVE 1 TO SW-FINE-CON.
          PERFORM ESAMINA-CONTRATTO THRU ESAMINA-CONTRATTO-EX
                  UNTIL EOF-CON.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'RESIDUO FINANZIAMENTI' TO WS-TOT-LABEL.
          MOVE WS-TOT-FIN-RESIDUO TO WS-TOT-IMPORTO.
          PERFORM SCRIVI-TOTALE THRU SCRIVI-TOTALE-EX.
          MOVE '  DI CUI PARCELAS SCADUTE' TO WS-TOT-LABEL.
          MOVE WS-TOT-FIN-SCADUTO TO WS-TOT-IMPORTO.
          PERFORM SCRIVI-TOTALE THRU SCRIVI-TOTALE-EX.
          MOVE 'PENALI DI MORA DA INCASSARE' TO WS-TOT-LABEL.
          MOVE WS-TOT-FIN-PENALI TO WS-TOT-IMPORTO.
          PERFORM SCRIVI-TOTALE THRU SCRIVI-TOTALE-EX.
       ESPONI-FINANZIAMENTI-EX.
          EXIT.

       ESAMINA-CONTRATTO.
          READ FILE-CONTRATTI NEXT AT END MOVE 1 TO SW-FINE-CON
                              GO TO ESAMINA-CONTRATTO-EX.
          IF FS-CONTRATTI NOT = '00'
             DISPLAY 'ERRORE IN LETTURA FILE-CONTRATTI - FS='
                     FS-CONTRATTI
             MOVE 1 TO SW-FINE-CON
             GO TO ESAMINA-CONTRATTO-EX.
          IF CON-COD-CLI NOT = WS-COD-CLI OR NOT CONTRATTO-APERTO
             GO TO ESAMINA-CONTRATTO-EX.
          INITIALIZE WS-TOT-CONTRATTO.
          MOVE ZEROES TO SW-FINE-PCL.
          MOVE CON-NUM-CONTRATTO TO REC-NUM-CONTRATTO.
          MOVE ZEROES TO REC-NUM-PARCELA.
          START FILE-PARCELAS KEY IS GREATER THAN KEY-PARCELA
                INVALID KEY MOVE 1 TO SW-FINE-PCL.
          PERFORM ESAMINA-PARCELA THRU ESAMINA-PARCELA-EX
                  UNTIL EOF-PCL.
          MOVE SPACES TO WS-RIGA-CONTRATTO.
          MOVE CON-NUM-CONTRATTO TO WS-RF-CONTRATTO.
          MOVE CON-OBJETO        TO WS-RF-OGGETTO.
          MOVE WS-TCO-APERTE     TO WS-RF-APERTE.
          MOVE WS-TCO-RESIDUO    TO WS-RF-RESIDUO.
          MOVE WS-TCO-SCADUTE    TO WS-RF-SCADUTE.
          MOVE WS-TCO-SCADUTO    TO WS-RF-SCADUTO.
          MOVE WS-TCO-PENALI     TO WS-RF-PENALI.
          MOVE WS-RIGA-CONTRATTO TO WS-RIGA-OUT.
          PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX.
          ADD WS-TCO-RESIDUO TO WS-TOT-FIN-RESIDUO.
          ADD WS-TCO-SCADUTO TO WS-TOT-FIN-SCADUTO.
          ADD WS-TCO-PENALI  TO WS-TOT-FIN-PENALI.
          ADD 1 TO WS-N-CONTRATTI.
       ESAMINA-CONTRATTO-EX.
          EXIT.

       ESAMINA-PARCELA.
          READ FILE-PARCELAS NEXT AT END MOVE 1 TO SW-FINE-PCL
                             GO TO ESAMINA-PARCELA-EX.
          IF FS-PARCELAS NOT = '00'
          OR REC-NUM-CONTRATTO NOT = CON-NUM-CONTRATTO
             MOVE 1 TO SW-FINE-PCL
             GO TO ESAMINA-PARCELA-EX.
          IF NOT PARCELA-APERTA
             GO TO ESAMINA-PARCELA-EX.
          COMPUTE WS-RESIDUO-PARCELA = REC-VALOR-PARCELA
                                     - REC-IMP-PAGATO-PARCELA.
          ADD 1 TO WS-TCO-APERTE.
          ADD WS-RESIDUO-PARCELA TO WS-TCO-RESIDUO.
          IF REC-DATA-SCAD-PARCELA < WS-DATA-OGGI
             ADD 1 TO WS-TCO-SCADUTE
             ADD WS-RESIDUO-PARCELA TO WS-TCO-SCADUTO.
          COMPUTE WS-TCO-PENALI = WS-TCO-PENALI
                + REC-PENALE-MATURATA - REC-PENALE-INCASSATA.
       ESAMINA-PARCELA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  ESPOSIZIONE COMPLESSIVA: SALDO RETAIL + SALDO PARTITE +
      *  RESIDUO FINANZIAMENTI + PENALI. LE PROMESSE SONO SOLO
      *  INFORMATIVE E NON LA RIDUCONO.
      *----------------------------------------------------------------
       ESPONI-TOTALE.
          COMPUTE WS-ESPOSIZIONE = WS-TOT-RETAIL + WS-TOT-PAR-NETTO
                                 + WS-TOT-FIN-RESIDUO
                                 + WS-TOT-FIN-PENALI.
          MOVE 'RIEPILOGO' TO WS-TIT-TESTO.
          PERFORM SCRIVI-TITOLO THRU SCRIVI-TITOLO-EX.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'CONTI RETAIL' TO WS-TOT-LABEL.
          MOVE WS-TOT-RETAIL TO WS-TOT-IMPORTO.
          PERFORM SCRIVI-TOTALE THRU SCRIVI-TOTALE-EX.
          MOVE 'PARTITE (AL NETTO DI ACCONTI E N.C.)' TO WS-TOT-LABEL.
          MOVE WS-TOT-PAR-NETTO TO WS-TOT-IMPORTO.
          PERFORM SCRIVI-TOTALE THRU SCRIVI-TOTALE-EX.
          MOVE 'FINANZIAMENTI (RESIDUO PIU'' PENALI)' TO WS-TOT-LABEL.
          COMPUTE WS-TOT-IMPORTO = WS-TOT-FIN-RESIDUO
                                 + WS-TOT-FIN-PENALI.
          PERFORM SCRIVI-TOTALE THRU SCRIVI-TOTALE-EX.
          MOVE 'ESPOSIZIONE COMPLESSIVA' TO WS-TOT-LABEL.
          MOVE WS-ESPOSIZIONE TO WS-TOT-IMPORTO.
          PERFORM SCRIVI-TOTALE THRU SCRIVI-TOTALE-EX.
          MOVE 'PROMESSE DI PAGAMENTO APERTE' TO WS-TOT-LABEL.
          MOVE WS-TOT-PROMESSO TO WS-TOT-IMPORTO.
          PERFORM SCRIVI-TOTALE THRU SCRIVI-TOTALE-EX.
       ESPONI-TOTALE-EX.
          EXIT.

       OP-FINALI.
          CLOSE XREFCLI, FILE-CLIENTI, CLIENTI, ESPOSIZ.
          IF WS-PARTITE-APERTO
             CLOSE PARTITE.
          IF WS-CONTEST-APERTO
             CLOSE CONTEST.
          IF WS-CONTRATTI-APERTO
             CLOSE FILE-CONTRATTI, FILE-PARCELAS.
          DISPLAY 'CLIENTI INTERROGATI: ' WS-CTR-RICHIESTE.
       OP-FINALI-EX.
          EXIT.
