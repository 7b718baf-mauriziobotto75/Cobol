      ******************************************************************
      *  SEGNALAZIONE MENSILE ALLA CENTRALE RISCHI (SIC): A FINE MESE
      *  SCRIVE IL FLUSSO A TRACCIATO FISSO DELLA CENTRALE CON UN
      *  RECORD PER OGNI LINEA DI CREDITO ATTIVA:
      *  - CONTI RETAIL (FILE-CLIENTI) CON FIDO ACCORDATO O SALDO
      *    APERTO: ACCORDATO = LIMITE-ACQUISTO, UTILIZZATO = SALDO A
      *    DEBITO, SCADUTO = FASCE GIORNI-60/90/120, RATE SCADUTE =
      *    FASCIA PIU' VECCHIA CON IMPORTO (1 = 60, 2 = 90, 3 = 120);
      *  - CONTRATTI DI FINANZIAMENTO APERTI (FILE-CONTRATTI):
      *    ACCORDATO = FINANZIATO MENO ENTRATA, UTILIZZATO = RESIDUO
      *    DELLE PARCELAS APERTE, RATE SCADUTE E SCADUTO = PARCELAS
      *    APERTE CON SCADENZA ENTRO FINE PERIODO.
      *  STATO DELLA LINEA: 'R' REGOLARE, 'S' IN RITARDO (ALMENO UNA
      *  RATA SCADUTA), 'D' IN DEFAULT (RATE SCADUTE OLTRE LA SOGLIA
      *  CHIESTA ALL'AVVIO, DEFAULT 3), 'C' CHIUSA. LE LINEE SEGNALATE
      *  IL MESE PRIMA E NON PIU' ATTIVE (CONTO SENZA FIDO NE' SALDO,
      *  CONTRATTO SALDATO O RINEGOZIATO) ESCONO UNA VOLTA COME
      *  CHIUSE. L'IDENTITA' DEL CLIENTE (NOMINATIVO, INDIRIZZO E
      *  CODICE FISCALE / PARTITA IVA) VIENE DALL'ANAGRAFICA CLIENTI:
      *  PER I CONTI RETAIL ATTRAVERSO IL PONTE XREFCLI (GESXREF),
      *  PER I CONTRATTI DA CON-COD-CLI. LE LINEE SENZA CODICE
      *  FISCALE VALIDO NON SI INVIANO (LA CENTRALE LE SCARTEREBBE):
      *  FINISCONO IN STAMPA DA SISTEMARE E PARTONO IL MESE DOPO.
      *  IL FLUSSO HA TESTATA E CODA CON NUMERO RECORD E TOTALI;
      *  OGNI RECORD, INVIATO O NO, RESTA SULL'ARCHIVIO ARCHCR PER
      *  PERIODO, CHE SERVE ALLE CHIUSURE DEL MESE DOPO E ALLE
      *  RETTIFICHE SUGLI SCARTI DELLA CENTRALE (RETTCRED).
      *  RILANCIABILE SULLO STESSO PERIODO: L'ARCHIVIO SI RISCRIVE.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. SEGNCRED.
       AUTHOR.  MB.

      *----------------------------------------------------------------
      * MODIFICHE
      * 15-10-2026 MB  TESTATA CONTRATTI CON IL TIPO TASSO (FISSO O
      *                INDICIZZATO) IN CODA: SOLO TRACCIATO.
      * 15-10-2026 MB  TESTATA CONTRATTI CON TAEG, SPESE DI ISTRUTTORIA
      *                E SPESE DI INCASSO NEL FILLER: SOLO TRACCIATO.
      * 15-10-2026 MB  TESTATA CONTRATTI CON LA CATEGORIA DI CREDITO
      *                PER LE SOGLIE D'USURA NEL FILLER: SOLO TRACCIATO.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-CLIENTI ASSIGN TO DISK
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS INDEXED
           RECORD KEY IS NUMERO-CONTO-CLIENTE
           FILE STATUS IS FS-RETAIL.

           SELECT XREFCLI ASSIGN TO DATABASE-XREFCLI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-XREFCLI
           FILE STATUS IS FS-XREFCLI.

           SELECT CLIENTI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COD-CLI
           ALTERNATE RECORD KEY IS RAG-CLI
               WITH DUPLICATES
           FILE STATUS IS FS-CLIENTI.

           SELECT FILE-CONTRATTI ASSIGN TO DISK
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS INDEXED
           RECORD KEY IS CON-NUM-CONTRATTO
           FILE STATUS IS FS-CONTRATTI.

           SELECT FILE-PARCELAS ASSIGN TO DISK
           ACCESS IS DYNAMIC
           ORGANIZATION IS INDEXED
           RECORD KEY IS KEY-PARCELA
           FILE STATUS IS FS-PARCELAS.

           SELECT ARCHCR ASSIGN TO DATABASE-ARCHCR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-ARCHCR
           FILE STATUS IS FS-ARCHCR.

           SELECT SEGNCR ASSIGN TO FORMATFILE-SEGNCR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SEGNCR.

           SELECT STAMPACR ASSIGN TO PRINTER-SEGNCRED
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-STAMPACR.

       DATA DIVISION.

       FILE SECTION.
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

      *----------------------------------------------------------------
      *  ARCHIVIO DELLE SEGNALAZIONI: UN RECORD PER PERIODO E LINEA
      *  CON L'IMMAGINE DEL RECORD DEL FLUSSO E L'ESITO ('I' INVIATA,
      *  'N' NON INVIATA PER ANAGRAFICA, 'E' SCARTATA DALLA CENTRALE,
      *  'V' RETTIFICATA CON RETTCRED).
      *----------------------------------------------------------------
       FD ARCHCR
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 250 CHARACTERS
           DATA RECORD IS REC-ARCHCR.
       01 REC-ARCHCR.
           05 KEY-ARCHCR.
             07 ACR-PERIODO    PIC 9(6).
             07 ACR-TIPO-LINEA PIC X.
             07 ACR-ID-LINEA   PIC 9(7).
           05 ACR-ESITO        PIC X.
              88 ACR-INVIATA      VALUE 'I'.
              88 ACR-NON-INVIATA  VALUE 'N'.
              88 ACR-SCARTATA     VALUE 'E'.
              88 ACR-RETTIFICATA  VALUE 'V'.
           05 ACR-DATA-ESITO   PIC 9(8).
           05 ACR-DETTAGLIO    PIC X(200).
           05 FILLER           PIC X(27).

      *----------------------------------------------------------------
      *  FLUSSO PER LA CENTRALE: TESTATA 'H', DETTAGLI 'D', CODA 'T'
      *  (TRACCIATI IN WORKING-STORAGE).
      *----------------------------------------------------------------
       FD SEGNCR
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS REC-SEGNCR.
       01 REC-SEGNCR           PIC X(200).

       FD STAMPACR
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REC-STAMPACR.
       01 REC-STAMPACR         PIC X(132).

       WORKING-STORAGE SECTION.

       01 FS-RETAIL                  PIC 9(2) VALUE ZEROES.
       01 FS-XREFCLI                 PIC 9(2) VALUE ZEROES.
       01 FS-CLIENTI                 PIC 9(2) VALUE ZEROES.
       01 FS-CONTRATTI               PIC 9(2) VALUE ZEROES.
       01 FS-PARCELAS                PIC 9(2) VALUE ZEROES.
       01 FS-ARCHCR                  PIC 9(2) VALUE ZEROES.
       01 FS-SEGNCR                  PIC 9(2) VALUE ZEROES.
       01 FS-STAMPACR                PIC 9(2) VALUE ZEROES.

       01 SW-FINE-RETAIL             PIC 9(1) VALUE ZEROES.
           88 EOF-RETAIL              VALUE 1.
       01 SW-FINE-CONTRATTI          PIC 9(1) VALUE ZEROES.
           88 EOF-CONTRATTI           VALUE 1.
       01 SW-FINE-PARCELAS           PIC 9(1) VALUE ZEROES.
           88 EOF-PARCELAS            VALUE 1.

      *----------------------------------------------------------------
      *  PARAMETRI DEL RUN: PERIODO SEGNALATO (AAAAMM, ZERO = MESE
      *  PRECEDENTE A OGGI), CODICE SEGNALANTE ASSEGNATO DALLA
      *  CENTRALE, RATE SCADUTE CHE FANNO IL DEFAULT.
      *----------------------------------------------------------------
       01 WS-DATA-OGGI               PIC 9(8) VALUE ZEROES.
       01 WS-DATA-OGGI-R REDEFINES WS-DATA-OGGI.
           05 WS-OGGI-ANNO           PIC 9(4).
           05 WS-OGGI-MESE           PIC 9(2).
           05 WS-OGGI-GIORNO         PIC 9(2).
       01 WS-PERIODO                 PIC 9(6) VALUE ZEROES.
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
           05 WS-PER-ANNO            PIC 9(4).
           05 WS-PER-MESE            PIC 9(2).
       01 WS-PERIODO-PREC            PIC 9(6) VALUE ZEROES.
       01 WS-PERIODO-PREC-R REDEFINES WS-PERIODO-PREC.
           05 WS-PREC-ANNO           PIC 9(4).
           05 WS-PREC-MESE           PIC 9(2).
      *   FINE PERIODO: IL GIORNO 31 BASTA PER I CONFRONTI SULLE
      *   SCADENZE, NON SERVE L'ULTIMO GIORNO VERO DEL MESE.
       01 WS-DATA-FINE-PER           PIC 9(8) VALUE ZEROES.
       01 WS-SEGNALANTE              PIC X(8) VALUE SPACES.
       01 WS-SOGLIA-DEFAULT          PIC 9(2) VALUE ZEROES.

       01 WS-COD-CLI                 PIC 9(6) VALUE ZEROES.
       01 WS-MOTIVO                  PIC X(40) VALUE SPACES.
       01 WS-RESIDUO-PARCELA         PIC S9(7)V99 VALUE ZEROES.
       01 WS-ANNO-APERTURA           PIC 9(4) VALUE ZEROES.
       01 WS-KEY-SALVATA             PIC X(14) VALUE SPACES.

      *----------------------------------------------------------------
      *  TRACCIATO DEL FLUSSO PER LA CENTRALE (200 CARATTERI).
      *----------------------------------------------------------------
       01 WS-SGN-TESTA.
           05 SGH-TIPO-REC           PIC X(1)  VALUE 'H'.
           05 SGH-SEGNALANTE         PIC X(8)  VALUE SPACES.
           05 SGH-PERIODO            PIC 9(6)  VALUE ZEROES.
           05 SGH-DATA-CREAZIONE     PIC 9(8)  VALUE ZEROES.
           05 SGH-TIPO-FLUSSO        PIC X(1)  VALUE 'M'.
           05 FILLER                 PIC X(176) VALUE SPACES.

       01 WS-SGN-DETTAGLIO.
           05 SGD-TIPO-REC           PIC X(1).
           05 SGD-PERIODO            PIC 9(6).
           05 SGD-TIPO-LINEA         PIC X(1).
              88 SGD-LINEA-RETAIL     VALUE 'R'.
              88 SGD-LINEA-FINANZ     VALUE 'F'.
           05 SGD-ID-LINEA           PIC 9(7).
           05 SGD-COD-FISCALE        PIC X(16).
           05 SGD-NOMINATIVO         PIC X(30).
           05 SGD-INDIRIZZO          PIC X(30).
           05 SGD-CAP                PIC 9(5).
           05 SGD-CITTA              PIC X(20).
           05 SGD-DATA-APERTURA      PIC 9(8).
           05 SGD-ACCORDATO          PIC 9(9)V99.
           05 SGD-UTILIZZATO         PIC 9(9)V99.
           05 SGD-RATE-SCADUTE       PIC 9(3).
           05 SGD-IMPORTO-SCADUTO    PIC 9(9)V99.
           05 SGD-STATO              PIC X(1).
              88 SGD-REGOLARE         VALUE 'R'.
              88 SGD-IN-RITARDO       VALUE 'S'.
              88 SGD-IN-DEFAULT       VALUE 'D'.
              88 SGD-CHIUSA           VALUE 'C'.
           05 FILLER                 PIC X(39).

       01 WS-SGN-CODA.
           05 SGT-TIPO-REC           PIC X(1)  VALUE 'T'.
           05 SGT-SEGNALANTE         PIC X(8)  VALUE SPACES.
           05 SGT-PERIODO            PIC 9(6)  VALUE ZEROES.
           05 SGT-NUM-RECORD         PIC 9(7)  VALUE ZEROES.
           05 SGT-TOT-ACCORDATO      PIC 9(13)V99 VALUE ZEROES.
           05 SGT-TOT-UTILIZZATO     PIC 9(13)V99 VALUE ZEROES.
           05 FILLER                 PIC X(148) VALUE SPACES.

       01 WS-CAMPI-CONTATORI.
           05 WS-CTR-RETAIL           PIC 9(7) VALUE ZEROES.
           05 WS-CTR-CONTRATTI        PIC 9(7) VALUE ZEROES.
           05 WS-CTR-INVIATE          PIC 9(7) VALUE ZEROES.
           05 WS-CTR-REGOLARI         PIC 9(7) VALUE ZEROES.
           05 WS-CTR-RITARDO          PIC 9(7) VALUE ZEROES.
           05 WS-CTR-DEFAULT          PIC 9(7) VALUE ZEROES.
           05 WS-CTR-CHIUSE           PIC 9(7) VALUE ZEROES.
           05 WS-CTR-NON-INVIATE      PIC 9(7) VALUE ZEROES.
       01 WS-TOT-SCADUTO             PIC 9(13)V99 VALUE ZEROES.

      *----------------------------------------------------------------
      *  CONTROLLO FORMALE PARTITA IVA / CODICE FISCALE: IN INGRESSO
      *  WS-CF-CODICE, IN USCITA WS-CF-ESITO ('S' VALIDO) E IL MOTIVO
      *  IN WS-CF-MSG. STESSI CAMPI IN QUALCLI E INSCLIENTI.
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

       01 WS-STAMPA-PAGINA           PIC 9(3)  VALUE ZEROES.
       01 WS-STAMPA-RIGHE            PIC 9(2)  VALUE ZEROES.
       01 WS-STAMPA-MAX-RIGHE        PIC 9(2)  VALUE 50.

       01 WS-INT-1.
           05 FILLER     PIC X(25) VALUE SPACES.
           05 FILLER     PIC X(52)
              VALUE 'SEGNCRED - SEGNALAZIONE CENTRALE RISCHI, PERIODO '.
           05 WS-INT-PERIODO PIC 9(6).
           05 FILLER     PIC X(41) VALUE SPACES.
           05 FILLER     PIC X(5)  VALUE 'PAG. '.
           05 WS-INT-PAGINA PIC ZZ9.

       01 WS-INT-2.
           05 FILLER     PIC X(1)  VALUE SPACES.
           05 FILLER     PIC X(3)  VALUE 'T'.
           05 FILLER     PIC X(9)  VALUE 'LINEA'.
           05 FILLER     PIC X(18) VALUE 'CODICE FISCALE'.
           05 FILLER     PIC X(21) VALUE 'NOMINATIVO'.
           05 FILLER     PIC X(13) VALUE '   ACCORDATO'.
           05 FILLER     PIC X(14) VALUE '  UTILIZZATO'.
           05 FILLER     PIC X(4)  VALUE 'RAT'.
           05 FILLER     PIC X(14) VALUE '     SCADUTO'.
           05 FILLER     PIC X(3)  VALUE 'ST'.
           05 FILLER     PIC X(30) VALUE 'NOTA'.

       01 WS-DET-STAMPA.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-D-TIPO      PIC X(1).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-LINEA     PIC 9(7).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-CODFISC   PIC X(16).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-NOMINATIVO PIC X(20).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-D-ACCORDATO PIC Z(8)9,99.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-D-UTILIZZATO PIC Z(8)9,99.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-RATE      PIC ZZ9.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-D-SCADUTO   PIC Z(8)9,99.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-STATO     PIC X(1).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-NOTA      PIC X(30).

       01 WS-RIGA-TOTALE.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-TOT-LABEL   PIC X(30) VALUE SPACES.
           05 WS-TOT-NUMERO  PIC Z(6)9.
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 WS-TOT-IMPORTO PIC Z(12)9,99.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.

       INIZIO.
          PERFORM OP-INIZIALI THRU OP-INIZIALI-EX.
          PERFORM LINEA-RETAIL THRU LINEA-RETAIL-EX
                  UNTIL EOF-RETAIL.
          PERFORM LINEA-CONTRATTO THRU LINEA-CONTRATTO-EX
                  UNTIL EOF-CONTRATTI.
          PERFORM LINEE-CHIUSE THRU LINEE-CHIUSE-EX.
          PERFORM OP-FINALI THRU OP-FINALI-EX.
          GOBACK.

       OP-INIZIALI.
          MOVE 'D' TO DCP-FUNZIONE.
          MOVE 'SEGNCRED' TO DCP-PROGRAMMA.
          CALL 'DATACONT' USING PARAMETRI-DATACONT.
          MOVE DCP-DATA-CONTABILE TO WS-DATA-OGGI.
          DISPLAY 'PERIODO DA SEGNALARE (AAAAMM, 0 = MESE SCORSO): '.
          ACCEPT WS-PERIODO.
          IF WS-PERIODO = ZEROES
             MOVE WS-OGGI-ANNO TO WS-PER-ANNO
             MOVE WS-OGGI-MESE TO WS-PER-MESE
             IF WS-PER-MESE = 1
                SUBTRACT 1 FROM WS-PER-ANNO
                MOVE 12 TO WS-PER-MESE
             ELSE
                SUBTRACT 1 FROM WS-PER-MESE.
          IF WS-PER-MESE < 1 OR WS-PER-MESE > 12
             DISPLAY 'PERIODO NON VALIDO'
             MOVE 16 TO RETURN-CODE
             GOBACK.
          MOVE WS-PERIODO TO WS-PERIODO-PREC.
          IF WS-PREC-MESE = 1
             SUBTRACT 1 FROM WS-PREC-ANNO
             MOVE 12 TO WS-PREC-MESE
          ELSE
             SUBTRACT 1 FROM WS-PREC-MESE.
          COMPUTE WS-DATA-FINE-PER = WS-PERIODO * 100 + 31.
          DISPLAY 'CODICE SEGNALANTE DELLA CENTRALE: '.
          ACCEPT WS-SEGNALANTE.
          IF WS-SEGNALANTE = SPACES
             DISPLAY 'CODICE SEGNALANTE OBBLIGATORIO'
             MOVE 16 TO RETURN-CODE
             GOBACK.
          DISPLAY 'RATE SCADUTE PER LO STATO DI DEFAULT (0 = 3): '.
          ACCEPT WS-SOGLIA-DEFAULT.
          IF WS-SOGLIA-DEFAULT = ZEROES
             MOVE 3 TO WS-SOGLIA-DEFAULT.
          OPEN INPUT FILE-CLIENTI.
          IF FS-RETAIL NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE FILE-CLIENTI - FS=' FS-RETAIL
             MOVE 16 TO RETURN-CODE
             GOBACK.
          OPEN INPUT CLIENTI.
          IF FS-CLIENTI NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE CLIENTI - FS=' FS-CLIENTI
             MOVE 16 TO RETURN-CODE
             GOBACK.
          OPEN INPUT FILE-CONTRATTI.
          IF FS-CONTRATTI NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE FILE-CONTRATTI - FS='
                     FS-CONTRATTI
             MOVE 16 TO RETURN-CODE
             GOBACK.
          OPEN INPUT FILE-PARCELAS.
          IF FS-PARCELAS NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE FILE-PARCELAS - FS='
                     FS-PARCELAS
             MOVE 16 TO RETURN-CODE
             GOBACK.
      *   PONTE XREFCLI FACOLTATIVO: SENZA PONTE I CONTI RETAIL NON
      *   HANNO CODICE FISCALE E RESTANO DA SISTEMARE.
          OPEN INPUT XREFCLI.
      *   ARCHIVIO DELLE SEGNALAZIONI: NASCE AL PRIMO UTILIZZO.
          OPEN I-O ARCHCR.
          IF FS-ARCHCR NOT = '00'
             OPEN OUTPUT ARCHCR
             CLOSE ARCHCR
             OPEN I-O ARCHCR.
          IF FS-ARCHCR NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE ARCHCR - FS=' FS-ARCHCR
             MOVE 16 TO RETURN-CODE
             GOBACK.
          OPEN OUTPUT SEGNCR.
          IF FS-SEGNCR NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE IL FLUSSO - FS=' FS-SEGNCR
             MOVE 16 TO RETURN-CODE
             GOBACK.
          OPEN OUTPUT STAMPACR.
          IF FS-STAMPACR NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE LA STAMPA - FS=' FS-STAMPACR
             MOVE 16 TO RETURN-CODE
             GOBACK.
          MOVE WS-SEGNALANTE TO SGH-SEGNALANTE SGT-SEGNALANTE.
          MOVE WS-PERIODO    TO SGH-PERIODO SGT-PERIODO.
          MOVE WS-DATA-OGGI  TO SGH-DATA-CREAZIONE.
          MOVE 'M'           TO SGH-TIPO-FLUSSO.
          WRITE REC-SEGNCR FROM WS-SGN-TESTA.
          PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          PERFORM LEGGI-RETAIL THRU LEGGI-RETAIL-EX.
          PERFORM LEGGI-CONTRATTO THRU LEGGI-CONTRATTO-EX.
       OP-INIZIALI-EX.
          EXIT.

       LEGGI-RETAIL.
          READ FILE-CLIENTI AT END MOVE 1 TO SW-FINE-RETAIL
               GO TO LEGGI-RETAIL-EX.
          IF FS-RETAIL NOT = '00'
             DISPLAY 'ERRORE IN LETTURA FILE-CLIENTI - FS=' FS-RETAIL
             MOVE 1 TO SW-FINE-RETAIL.
       LEGGI-RETAIL-EX.
          EXIT.

       LEGGI-CONTRATTO.
          READ FILE-CONTRATTI AT END MOVE 1 TO SW-FINE-CONTRATTI
               GO TO LEGGI-CONTRATTO-EX.
          IF FS-CONTRATTI NOT = '00'
             DISPLAY 'ERRORE IN LETTURA FILE-CONTRATTI - FS='
                     FS-CONTRATTI
             MOVE 1 TO SW-FINE-CONTRATTI.
       LEGGI-CONTRATTO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  CONTO RETAIL: E' UNA LINEA ATTIVA SE HA FIDO O SALDO. L'ANNO
      *  DI APERTURA A DUE CIFRE DIVENTA IL 1 GENNAIO DI QUELL'ANNO
      *  (SOTTO 50 = 20XX).
      *----------------------------------------------------------------
       LINEA-RETAIL.
          IF LIMITE-ACQUISTO = ZERO AND SALDO-CORRENTE = ZERO
             GO TO R090.
          ADD 1 TO WS-CTR-RETAIL.
          MOVE SPACES TO WS-SGN-DETTAGLIO.
          MOVE 'D'                  TO SGD-TIPO-REC.
          MOVE WS-PERIODO           TO SGD-PERIODO.
          MOVE 'R'                  TO SGD-TIPO-LINEA.
          MOVE NUMERO-CONTO-CLIENTE TO SGD-ID-LINEA.
          MOVE NOME-CLIENTE         TO SGD-NOMINATIVO.
          MOVE INDIRIZZO-CLIENTE    TO SGD-INDIRIZZO.
          MOVE CITTA-CLIENTE        TO SGD-CITTA.
          MOVE ZEROES               TO SGD-CAP.
          MOVE SPACES               TO WS-MOTIVO.
          MOVE NUMERO-CONTO-CLIENTE TO XRF-CONTO.
          READ XREFCLI.
          IF FS-XREFCLI = '00'
             MOVE XRF-COD-CLI TO WS-COD-CLI
             PERFORM ANAGRAFICA-CLIENTE THRU ANAGRAFICA-CLIENTE-EX
          ELSE
             MOVE 'CONTO SENZA CLIENTE: COLLEGARE (GESXREF)'
                  TO WS-MOTIVO.
          IF ANNO-APERTURA < 50
             COMPUTE WS-ANNO-APERTURA = 2000 + ANNO-APERTURA
          ELSE
             COMPUTE WS-ANNO-APERTURA = 1900 + ANNO-APERTURA.
          COMPUTE SGD-DATA-APERTURA = WS-ANNO-APERTURA * 10000 + 101.
          MOVE LIMITE-ACQUISTO TO SGD-ACCORDATO.
          IF SALDO-CORRENTE > ZERO
             MOVE SALDO-CORRENTE TO SGD-UTILIZZATO
          ELSE
             MOVE ZEROES TO SGD-UTILIZZATO.
          COMPUTE SGD-IMPORTO-SCADUTO = GIORNI-60 + GIORNI-90
                                      + GIORNI-120.
          IF GIORNI-120 > ZERO
             MOVE 3 TO SGD-RATE-SCADUTE
          ELSE
             IF GIORNI-90 > ZERO
                MOVE 2 TO SGD-RATE-SCADUTE
             ELSE
                IF GIORNI-60 > ZERO
                   MOVE 1 TO SGD-RATE-SCADUTE
                ELSE
                   MOVE ZEROES TO SGD-RATE-SCADUTE.
          PERFORM STATO-LINEA THRU STATO-LINEA-EX.
          PERFORM EMETTI-LINEA THRU EMETTI-LINEA-EX.
       R090.
          PERFORM LEGGI-RETAIL THRU LEGGI-RETAIL-EX.
       LINEA-RETAIL-EX.
          EXIT.

      *----------------------------------------------------------------
      *  CONTRATTO DI FINANZIAMENTO APERTO: RESIDUO E RATE SCADUTE
      *  DALLE PARCELAS APERTE DEL CONTRATTO. I CONTRATTI SALDATI O
      *  RINEGOZIATI ESCONO COME CHIUSI IN LINEE-CHIUSE.
      *----------------------------------------------------------------
       LINEA-CONTRATTO.
          IF NOT CONTRATTO-APERTO
             GO TO C090.
          ADD 1 TO WS-CTR-CONTRATTI.
          MOVE SPACES TO WS-SGN-DETTAGLIO.
          MOVE 'D'                TO SGD-TIPO-REC.
          MOVE WS-PERIODO         TO SGD-PERIODO.
          MOVE 'F'                TO SGD-TIPO-LINEA.
          MOVE CON-NUM-CONTRATTO  TO SGD-ID-LINEA.
          MOVE CON-CLIENTE        TO SGD-NOMINATIVO.
          MOVE ZEROES             TO SGD-CAP.
          MOVE SPACES             TO WS-MOTIVO.
          MOVE CON-COD-CLI        TO WS-COD-CLI.
          PERFORM ANAGRAFICA-CLIENTE THRU ANAGRAFICA-CLIENTE-EX.
          MOVE CON-DATA-CREAZIONE TO SGD-DATA-APERTURA.
          COMPUTE SGD-ACCORDATO = CON-VALOR - CON-ENTRADA.
          MOVE ZEROES TO SGD-UTILIZZATO SGD-RATE-SCADUTE
                         SGD-IMPORTO-SCADUTO.
          MOVE ZEROES TO SW-FINE-PARCELAS.
          MOVE CON-NUM-CONTRATTO TO REC-NUM-CONTRATTO.
          MOVE ZEROES TO REC-NUM-PARCELA.
          START FILE-PARCELAS KEY IS NOT LESS THAN KEY-PARCELA
                INVALID KEY MOVE 1 TO SW-FINE-PARCELAS.
          PERFORM SOMMA-PARCELA THRU SOMMA-PARCELA-EX
                  UNTIL EOF-PARCELAS.
          PERFORM STATO-LINEA THRU STATO-LINEA-EX.
          PERFORM EMETTI-LINEA THRU EMETTI-LINEA-EX.
       C090.
          PERFORM LEGGI-CONTRATTO THRU LEGGI-CONTRATTO-EX.
       LINEA-CONTRATTO-EX.
          EXIT.

       SOMMA-PARCELA.
          READ FILE-PARCELAS NEXT AT END MOVE 1 TO SW-FINE-PARCELAS
               GO TO SOMMA-PARCELA-EX.
          IF REC-NUM-CONTRATTO NOT = CON-NUM-CONTRATTO
             MOVE 1 TO SW-FINE-PARCELAS
             GO TO SOMMA-PARCELA-EX.
          IF NOT PARCELA-APERTA
             GO TO SOMMA-PARCELA-EX.
          COMPUTE WS-RESIDUO-PARCELA = REC-VALOR-PARCELA
                                     - REC-IMP-PAGATO-PARCELA.
          IF WS-RESIDUO-PARCELA NOT > ZERO
             GO TO SOMMA-PARCELA-EX.
          ADD WS-RESIDUO-PARCELA TO SGD-UTILIZZATO.
          IF REC-DATA-SCAD-PARCELA NOT > WS-DATA-FINE-PER
             ADD 1 TO SGD-RATE-SCADUTE
             ADD WS-RESIDUO-PARCELA TO SGD-IMPORTO-SCADUTO.
       SOMMA-PARCELA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  IDENTITA' DAL MASTER CLIENTI (WS-COD-CLI): NOMINATIVO,
      *  INDIRIZZO E CODICE FISCALE, CHE DEVE PASSARE IL CONTROLLO
      *  FORMALE. IN WS-MOTIVO IL PERCHE' LA LINEA NON SI PUO' INVIARE.
      *----------------------------------------------------------------
       ANAGRAFICA-CLIENTE.
          MOVE WS-COD-CLI TO COD-CLI.
          READ CLIENTI.
          IF FS-CLIENTI NOT = '00'
             MOVE 'CLIENTE ASSENTE IN ANAGRAFICA' TO WS-MOTIVO
             GO TO ANAGRAFICA-CLIENTE-EX.
          MOVE RAG-CLI  TO SGD-NOMINATIVO.
          MOVE IND-CLI  TO SGD-INDIRIZZO.
          MOVE CAP-CLI  TO SGD-CAP.
          MOVE CIT-CLI  TO SGD-CITTA.
          MOVE PIVA-CLI TO SGD-COD-FISCALE.
          IF PIVA-CLI = SPACES
             MOVE 'CODICE FISCALE ASSENTE IN ANAGRAFICA' TO WS-MOTIVO
             GO TO ANAGRAFICA-CLIENTE-EX.
          MOVE PIVA-CLI TO WS-CF-CODICE.
          PERFORM CONTROLLA-CODFISC THRU CONTROLLA-CODFISC-EX.
          IF NOT WS-CF-VALIDO
             MOVE WS-CF-MSG TO WS-MOTIVO.
          MOVE WS-CF-CODICE TO SGD-COD-FISCALE.
       ANAGRAFICA-CLIENTE-EX.
          EXIT.

       STATO-LINEA.
          IF SGD-RATE-SCADUTE NOT < WS-SOGLIA-DEFAULT
             MOVE 'D' TO SGD-STATO
             GO TO STATO-LINEA-EX.
          IF SGD-RATE-SCADUTE > ZERO
             MOVE 'S' TO SGD-STATO
             GO TO STATO-LINEA-EX.
          MOVE 'R' TO SGD-STATO.
       STATO-LINEA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  LINEA PRONTA: SE L'ANAGRAFICA E' A POSTO VA SUL FLUSSO E NEI
      *  TOTALI DI CODA, ALTRIMENTI SOLO IN STAMPA COME NON INVIATA.
      *  IN OGNI CASO SI ARCHIVIA COL SUO ESITO.
      *----------------------------------------------------------------
       EMETTI-LINEA.
          IF WS-MOTIVO NOT = SPACES
             MOVE 'N' TO ACR-ESITO
             PERFORM SCRIVI-ARCHIVIO THRU SCRIVI-ARCHIVIO-EX
             ADD 1 TO WS-CTR-NON-INVIATE
             PERFORM STAMPA-DETTAGLIO THRU STAMPA-DETTAGLIO-EX
             GO TO EMETTI-LINEA-EX.
          WRITE REC-SEGNCR FROM WS-SGN-DETTAGLIO.
          IF FS-SEGNCR NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA FLUSSO - FS=' FS-SEGNCR
             GO TO EMETTI-LINEA-EX.
          MOVE 'I' TO ACR-ESITO.
          PERFORM SCRIVI-ARCHIVIO THRU SCRIVI-ARCHIVIO-EX.
          ADD 1 TO WS-CTR-INVIATE SGT-NUM-RECORD.
          ADD SGD-ACCORDATO TO SGT-TOT-ACCORDATO.
          ADD SGD-UTILIZZATO TO SGT-TOT-UTILIZZATO.
          ADD SGD-IMPORTO-SCADUTO TO WS-TOT-SCADUTO.
          IF SGD-REGOLARE
             ADD 1 TO WS-CTR-REGOLARI
             GO TO EMETTI-LINEA-EX.
          IF SGD-IN-RITARDO
             ADD 1 TO WS-CTR-RITARDO.
          IF SGD-IN-DEFAULT
             ADD 1 TO WS-CTR-DEFAULT.
          IF SGD-CHIUSA
             ADD 1 TO WS-CTR-CHIUSE.
          PERFORM STAMPA-DETTAGLIO THRU STAMPA-DETTAGLIO-EX.
       EMETTI-LINEA-EX.
          EXIT.

       SCRIVI-ARCHIVIO.
          MOVE SGD-PERIODO      TO ACR-PERIODO.
          MOVE SGD-TIPO-LINEA   TO ACR-TIPO-LINEA.
          MOVE SGD-ID-LINEA     TO ACR-ID-LINEA.
          MOVE WS-DATA-OGGI     TO ACR-DATA-ESITO.
          MOVE WS-SGN-DETTAGLIO TO ACR-DETTAGLIO.
          WRITE REC-ARCHCR.
          IF FS-ARCHCR = '22'
             REWRITE REC-ARCHCR.
          IF FS-ARCHCR NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA ARCHCR - FS=' FS-ARCHCR.
       SCRIVI-ARCHIVIO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  CHIUSURE: OGNI LINEA INVIATA NEL PERIODO PRECEDENTE, NON
      *  CHIUSA E CHE QUESTO MESE NON E' USCITA, SI SEGNALA CHIUSA
      *  CON I DATI ANAGRAFICI DELL'ULTIMO INVIO. LA LETTURA DIRETTA
      *  SUL PERIODO CORRENTE SPOSTA LA POSIZIONE: SI RIPARTE DALLA
      *  CHIAVE SALVATA.
      *----------------------------------------------------------------
       LINEE-CHIUSE.
          MOVE WS-PERIODO-PREC TO ACR-PERIODO.
          MOVE SPACE TO ACR-TIPO-LINEA.
          MOVE ZEROES TO ACR-ID-LINEA.
          START ARCHCR KEY IS NOT LESS THAN KEY-ARCHCR
                INVALID KEY GO TO LINEE-CHIUSE-EX.
       L010.
          READ ARCHCR NEXT AT END GO TO LINEE-CHIUSE-EX.
          IF FS-ARCHCR NOT = '00'
             GO TO LINEE-CHIUSE-EX.
          IF ACR-PERIODO NOT = WS-PERIODO-PREC
             GO TO LINEE-CHIUSE-EX.
          IF NOT ACR-INVIATA AND NOT ACR-RETTIFICATA
             GO TO L010.
          MOVE ACR-DETTAGLIO TO WS-SGN-DETTAGLIO.
          IF SGD-CHIUSA
             GO TO L010.
          MOVE KEY-ARCHCR TO WS-KEY-SALVATA.
          MOVE WS-PERIODO TO ACR-PERIODO.
          READ ARCHCR.
          IF FS-ARCHCR = '00'
             GO TO L020.
          MOVE 'D'        TO SGD-TIPO-REC.
          MOVE WS-PERIODO TO SGD-PERIODO.
          MOVE ZEROES     TO SGD-UTILIZZATO SGD-RATE-SCADUTE
                             SGD-IMPORTO-SCADUTO.
          MOVE 'C'        TO SGD-STATO.
          MOVE SPACES     TO WS-MOTIVO.
          PERFORM EMETTI-LINEA THRU EMETTI-LINEA-EX.
       L020.
          MOVE WS-KEY-SALVATA TO KEY-ARCHCR.
          START ARCHCR KEY IS GREATER THAN KEY-ARCHCR
                INVALID KEY GO TO LINEE-CHIUSE-EX.
          GO TO L010.
       LINEE-CHIUSE-EX.
          EXIT.

       STAMPA-INTESTAZIONE.
          ADD 1 TO WS-STAMPA-PAGINA.
          MOVE WS-STAMPA-PAGINA TO WS-INT-PAGINA.
          MOVE WS-PERIODO TO WS-INT-PERIODO.
          MOVE WS-INT-1 TO REC-STAMPACR.
          WRITE REC-STAMPACR AFTER ADVANCING PAGE.
          MOVE WS-INT-2 TO REC-STAMPACR.
          WRITE REC-STAMPACR AFTER ADVANCING 2 LINES.
          MOVE SPACES TO REC-STAMPACR.
          WRITE REC-STAMPACR AFTER ADVANCING 1 LINE.
          MOVE ZEROES TO WS-STAMPA-RIGHE.
       STAMPA-INTESTAZIONE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  IN STAMPA SOLO LE LINEE NON REGOLARI E QUELLE NON INVIATE,
      *  CON IL MOTIVO DA SISTEMARE.
      *----------------------------------------------------------------
       STAMPA-DETTAGLIO.
          IF WS-STAMPA-RIGHE >= WS-STAMPA-MAX-RIGHE
             PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          MOVE SGD-TIPO-LINEA      TO WS-D-TIPO.
          MOVE SGD-ID-LINEA        TO WS-D-LINEA.
          MOVE SGD-COD-FISCALE     TO WS-D-CODFISC.
          MOVE SGD-NOMINATIVO      TO WS-D-NOMINATIVO.
          MOVE SGD-ACCORDATO       TO WS-D-ACCORDATO.
          MOVE SGD-UTILIZZATO      TO WS-D-UTILIZZATO.
          MOVE SGD-RATE-SCADUTE    TO WS-D-RATE.
          MOVE SGD-IMPORTO-SCADUTO TO WS-D-SCADUTO.
          MOVE SGD-STATO           TO WS-D-STATO.
          MOVE WS-MOTIVO           TO WS-D-NOTA.
          IF WS-MOTIVO = SPACES
             MOVE 'INVIATA' TO WS-D-NOTA.
          MOVE WS-DET-STAMPA TO REC-STAMPACR.
          WRITE REC-STAMPACR AFTER ADVANCING 1 LINE.
          ADD 1 TO WS-STAMPA-RIGHE.
       STAMPA-DETTAGLIO-EX.
          EXIT.

       OP-FINALI.
          WRITE REC-SEGNCR FROM WS-SGN-CODA.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'LINEE SEGNALATE / UTILIZZATO' TO WS-TOT-LABEL.
          MOVE WS-CTR-INVIATE TO WS-TOT-NUMERO.
          MOVE SGT-TOT-UTILIZZATO TO WS-TOT-IMPORTO.
          MOVE WS-RIGA-TOTALE TO REC-STAMPACR.
          WRITE REC-STAMPACR AFTER ADVANCING 2 LINES.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'ACCORDATO SEGNALATO' TO WS-TOT-LABEL.
          MOVE ZEROES TO WS-TOT-NUMERO.
          MOVE SGT-TOT-ACCORDATO TO WS-TOT-IMPORTO.
          MOVE WS-RIGA-TOTALE TO REC-STAMPACR.
          WRITE REC-STAMPACR AFTER ADVANCING 1 LINE.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'REGOLARI' TO WS-TOT-LABEL.
          MOVE WS-CTR-REGOLARI TO WS-TOT-NUMERO.
          MOVE ZEROES TO WS-TOT-IMPORTO.
          MOVE WS-RIGA-TOTALE TO REC-STAMPACR.
          WRITE REC-STAMPACR AFTER ADVANCING 1 LINE.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'IN RITARDO' TO WS-TOT-LABEL.
          MOVE WS-CTR-RITARDO TO WS-TOT-NUMERO.
          MOVE ZEROES TO WS-TOT-IMPORTO.
          MOVE WS-RIGA-TOTALE TO REC-STAMPACR.
          WRITE REC-STAMPACR AFTER ADVANCING 1 LINE.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'IN DEFAULT / SCADUTO TOTALE' TO WS-TOT-LABEL.
          MOVE WS-CTR-DEFAULT TO WS-TOT-NUMERO.
          MOVE WS-TOT-SCADUTO TO WS-TOT-IMPORTO.
          MOVE WS-RIGA-TOTALE TO REC-STAMPACR.
          WRITE REC-STAMPACR AFTER ADVANCING 1 LINE.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'CHIUSE NEL PERIODO' TO WS-TOT-LABEL.
          MOVE WS-CTR-CHIUSE TO WS-TOT-NUMERO.
          MOVE ZEROES TO WS-TOT-IMPORTO.
          MOVE WS-RIGA-TOTALE TO REC-STAMPACR.
          WRITE REC-STAMPACR AFTER ADVANCING 1 LINE.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'NON INVIATE (ANAGRAFICA)' TO WS-TOT-LABEL.
          MOVE WS-CTR-NON-INVIATE TO WS-TOT-NUMERO.
          MOVE ZEROES TO WS-TOT-IMPORTO.
          MOVE WS-RIGA-TOTALE TO REC-STAMPACR.
          WRITE REC-STAMPACR AFTER ADVANCING 1 LINE.
          DISPLAY 'PERIODO SEGNALATO:    ' WS-PERIODO.
          DISPLAY 'CONTI RETAIL ATTIVI:  ' WS-CTR-RETAIL.
          DISPLAY 'CONTRATTI APERTI:     ' WS-CTR-CONTRATTI.
          DISPLAY 'LINEE SUL FLUSSO:     ' WS-CTR-INVIATE.
          DISPLAY 'DI CUI CHIUSE:        ' WS-CTR-CHIUSE.
          DISPLAY 'NON INVIATE:          ' WS-CTR-NON-INVIATE.
          CLOSE FILE-CLIENTI, CLIENTI, FILE-CONTRATTI, FILE-PARCELAS,
                ARCHCR, SEGNCR, STAMPACR.
          IF FS-XREFCLI NOT = '35'
             CLOSE XREFCLI.
       OP-FINALI-EX.
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
