      ******************************************************************
      *  PREVISIONE DI CASSA A 13 SETTIMANE PER LA TESORERIA (SI LANCIA
      *  IL LUNEDI'). A PARTIRE DALLA DATA DI INIZIO E DAL SALDO BANCA
      *  DI APERTURA IMMESSI AL LANCIO, DISTRIBUISCE SULLE 13
      *  SETTIMANE SUCCESSIVE:
      *  - ENTRATE DA PARTITE: RESIDUO DELLE PARTITE FATTURA APERTE E
      *    NON CONTESTATE, ALLA SCADENZA SPOSTATA DEL RITARDO MEDIO
      *    STORICO DEL CLIENTE (GGINCLI, SCRITTO DA DSOCLI); SENZA
      *    STORICO, O SE IL CLIENTE PAGA IN ANTICIPO, ALLA SCADENZA;
      *  - ENTRATE DA FINANZIAMENTI: VALORE MENO PAGATO DELLE PARCELAS
      *    APERTE DEI CONTRATTI APERTI, ALLA REC-DATA-SCAD-PARCELA;
      *  - USCITE PER STIPENDI: IL TOTALE DELL'ULTIMO FILE BONIFICI
      *    SEPA (CTRLSUM) RIPETUTO OGNI MESE NEL GIORNO DI ESECUZIONE;
      *    SENZA FILE, IL NETTO DELL'ULTIMO PERIODO DI CEDSTOR AL
      *    GIORNO PAGA STANDARD;
      *  - USCITE PER RITENUTE: LE TRATTENUTE DELL'ULTIMO PERIODO DI
      *    CEDSTOR, VERSATE CON F24 IL 16 DI OGNI MESE.
      *  QUANTO RISULTA GIA' SCADUTO ALLA DATA DI INIZIO ESCE IN UNA
      *  RIGA A PARTE E NON ENTRA NEL SALDO PROGRESSIVO; COSI' PURE
      *  QUANTO CADE OLTRE LE 13 SETTIMANE. ACCONTI E NOTE DI CREDITO
      *  NON SONO MOVIMENTI DI CASSA E NON ENTRANO.
      *  SOLA LETTURA: NESSUN ARCHIVIO VIENE AGGIORNATO.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. TESORERIA.
       AUTHOR.  MB.

      *----------------------------------------------------------------
      * MODIFICHE
      * 15-10-2026 MB  TESTATA CONTRATTI CON IL TIPO TASSO (FISSO O
      *                INDICIZZATO) IN CODA: SOLO TRACCIATO.
      * 15-10-2026 MB  TESTATA CONTRATTI CON TAEG, SPESE DI ISTRUTTORIA
      *                E SPESE DI INCASSO NEL FILLER: SOLO TRACCIATO.
      * 15-10-2026 MB  TESTATA CONTRATTI CON LA CATEGORIA DI CREDITO
      *                PER LE SOGLIE D'USURA NEL FILLER: SOLO TRACCIATO.
      * 15-10-2026 MB  STORICO CEDOLINI A 20 RIGHE CON GLI IMPORTI
      *                ESATTI DI RITENUTE E CONTRIBUTI IN CODA: SOLO
      *                TRACCIATO.
      * 15-10-2026 MB  LA DATA DI RIFERIMENTO A ZERO VALE LA DATA
      *                CONTABILE (ROUTINE DATACONT, AVANZATA SOLO DAL
      *                FINE GIORNATA FINEGG DI CATENA) E NON PIU' LA
      *                DATA DI SISTEMA; AVVISO A VIDEO SE IL PROGRAMMA
      *                PARTE IN UN GIORNO NON LAVORATIVO.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT GGINCLI ASSIGN TO DATABASE-GGINCLI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-GGINCLI
           FILE STATUS IS FS-GGINCLI.

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

           SELECT CEDSTOR ASSIGN TO DATABASE-CEDSTOR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STO-CHIAVE-CEDOLINO
           FILE STATUS IS FS-CEDSTOR.

           SELECT OPTIONAL BONIFICI ASSIGN TO FORMATFILE-BONIFICI
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-BONIFICI.

           SELECT PREVCASSA ASSIGN TO PRINTER-TESORERIA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PREVCASSA.

       DATA DIVISION.

       FILE SECTION.
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

      *----------------------------------------------------------------
      *  STORICO INCASSI PER CLIENTE (DSOCLI): GIORNI MEDI E RITARDO
      *  MEDIO DEL PAGAMENTO SULLA SCADENZA.
      *----------------------------------------------------------------
       FD GGINCLI
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REC-GGINCLI.
       01 REC-GGINCLI.
           05 KEY-GGINCLI.
             07 GGI-COD-CLI    PIC 9(5).
           05 GGI-GG-INCASSO   PIC S9(5)V9 COMP-3.
           05 GGI-GG-RITARDO   PIC S9(5)V9 COMP-3.
           05 GGI-N-INCASSI    PIC 9(5).
           05 GGI-PER-DA       PIC 9(8).
           05 GGI-PER-A        PIC 9(8).
           05 FILLER           PIC X(6).

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
      *  STORICO CEDOLINI DELLE PAGHE (STACED): UN RECORD PER
      *  CEDOLINO, MESE 13 = TREDICESIMA.
      *----------------------------------------------------------------
       FD  CEDSTOR
           LABEL RECORD IS STANDARD
           DATA RECORD IS REC-CEDSTOR.
       01  REC-CEDSTOR.
           02 STO-CHIAVE-CEDOLINO.
              03 STO-CHIAVE             PIC X(8).
              03 STO-AA                 PIC 99.
              03 STO-MM                 PIC 99.
           02 STO-NOMINATIVO            PIC X(25).
           02 STO-NUM-RIGHE             PIC 99.
           02 STO-RIGHE.
              03 STO-RIGA OCCURS 20 TIMES.
                 04 STO-TRATTENUTE      PIC 9(6).
                 04 STO-COMPETENZE      PIC 9(6).
                 04 STO-DESCRIZIONE     PIC X(26).
           02 STO-TOT-COMPETENZE        PIC 9(7)V99.
           02 STO-TOT-TRATTENUTE        PIC 9(7)V99.
           02 STO-NETTO                 PIC 9(7)V99.
           02 STO-DETRAZIONI            PIC 9(5)V99.
           02 STO-IRPEF                 PIC 9(5)V99.
           02 STO-INPS                  PIC 9(5)V99.
           02 STO-ADD-REGIONALE         PIC 9(5)V99.
           02 STO-ADD-COMUNALE          PIC 9(5)V99.
           02 STO-INPS-DATORE           PIC 9(5)V99.
           02 FILLER                    PIC X(6).

      *----------------------------------------------------------------
      *  FILE BONIFICI STIPENDI IN FORMATO SEPA (STACED): SERVONO SOLO
      *  LA DATA DI ESECUZIONE RICHIESTA E LA SOMMA DI CONTROLLO.
      *----------------------------------------------------------------
       FD  BONIFICI
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS REC-BONIFICO.
       01  REC-BONIFICO                 PIC X(200).
       01  REC-BON-ESECUZIONE.
           05 BON-ESE-TAG               PIC X(14).
           05 BON-ESE-DATA              PIC 9(8).
           05 FILLER                    PIC X(178).
       01  REC-BON-CTRLSUM.
           05 BON-CTR-TAG               PIC X(10).
           05 BON-CTR-INTERO            PIC 9(9).
           05 FILLER                    PIC X(1).
           05 BON-CTR-CENT              PIC 9(2).
           05 FILLER                    PIC X(178).

       FD PREVCASSA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REC-PREVCASSA.
       01 REC-PREVCASSA        PIC X(132).

       WORKING-STORAGE SECTION.

       01 FS-PARTITE                 PIC 9(2) VALUE ZEROES.
       01 FS-CONTEST                 PIC 9(2) VALUE ZEROES.
       01 FS-GGINCLI                 PIC 9(2) VALUE ZEROES.
       01 FS-CONTRATTI               PIC 9(2) VALUE ZEROES.
       01 FS-PARCELAS                PIC 9(2) VALUE ZEROES.
       01 FS-CEDSTOR                 PIC 9(2) VALUE ZEROES.
       01 FS-BONIFICI                PIC 9(2) VALUE ZEROES.
       01 FS-PREVCASSA               PIC 9(2) VALUE ZEROES.

       01 SW-CONTEST-APERTO          PIC X(1) VALUE 'N'.
           88 WS-CONTEST-APERTO      VALUE 'S'.
       01 SW-GGINCLI-APERTO          PIC X(1) VALUE 'N'.
           88 WS-GGINCLI-APERTO      VALUE 'S'.
       01 SW-FINANZ-APERTO           PIC X(1) VALUE 'N'.
           88 WS-FINANZ-APERTO       VALUE 'S'.
       01 SW-CEDSTOR-APERTO          PIC X(1) VALUE 'N'.
           88 WS-CEDSTOR-APERTO      VALUE 'S'.
       01 SW-BONIFICI-APERTO         PIC X(1) VALUE 'N'.
           88 WS-BONIFICI-APERTO     VALUE 'S'.
       01 SW-CONTRATTO-VALIDO        PIC X(1) VALUE 'N'.
           88 WS-CONTRATTO-VALIDO    VALUE 'S'.
       01 SW-SEPA-TROVATO            PIC X(1) VALUE 'N'.
           88 WS-SEPA-TROVATO        VALUE 'S'.

       01 SW-FINE-PAR                PIC 9(1) VALUE ZEROES.
           88 EOF-PAR                 VALUE 1.
       01 SW-FINE-PCL                PIC 9(1) VALUE ZEROES.
           88 EOF-PCL                 VALUE 1.
       01 SW-FINE-STO                PIC 9(1) VALUE ZEROES.
           88 EOF-STO                 VALUE 1.
       01 SW-FINE-BON                PIC 9(1) VALUE ZEROES.
           88 EOF-BON                 VALUE 1.

       01 WS-CAMPI-CONTATORI.
           05 WS-CTR-PAR-PREVISTE     PIC 9(7) VALUE ZEROES.
           05 WS-CTR-PAR-CONTESTATE   PIC 9(7) VALUE ZEROES.
           05 WS-CTR-PAR-STORICO      PIC 9(7) VALUE ZEROES.
           05 WS-CTR-PCL-PREVISTE     PIC 9(7) VALUE ZEROES.
           05 WS-CTR-CEDOLINI         PIC 9(7) VALUE ZEROES.

      *----------------------------------------------------------------
      *  PARAMETRI DEL LANCIO: DATA DI INIZIO (PRIMO GIORNO DELLA
      *  SETTIMANA 1) E SALDO BANCA DI APERTURA.
      *----------------------------------------------------------------
       01 WS-DATA-INIZIO             PIC 9(8) VALUE ZEROES.
       01 WS-DATA-INIZIO-R REDEFINES WS-DATA-INIZIO.
           05 WS-INI-ANNO            PIC 9(4).
           05 WS-INI-MESE            PIC 9(2).
           05 WS-INI-GIORNO          PIC 9(2).
       01 WS-SALDO-INIZIALE          PIC S9(11)V99 VALUE ZEROES.

      *----------------------------------------------------------------
      *  TABELLA DELLA PREVISIONE: 1 = GIA' SCADUTO ALLA DATA DI
      *  INIZIO, 2-14 = SETTIMANE 1-13, 15 = OLTRE LE 13 SETTIMANE.
      *----------------------------------------------------------------
       01 WS-TAB-PREVISIONE.
           05 WS-PRV OCCURS 15 TIMES.
              07 WS-PRV-DAL          PIC 9(8).
              07 WS-PRV-AL           PIC 9(8).
              07 WS-PRV-ENT-PAR      PIC S9(13)V99 COMP-3.
              07 WS-PRV-ENT-FIN      PIC S9(13)V99 COMP-3.
              07 WS-PRV-USC-STI      PIC S9(13)V99 COMP-3.
              07 WS-PRV-USC-RIT      PIC S9(13)V99 COMP-3.
       01 WS-IND-SET                 PIC 9(2) VALUE ZEROES.
       01 WS-IND-MESE                PIC 9(2) VALUE ZEROES.
       01 WS-DATA-PREV               PIC 9(8) VALUE ZEROES.

       01 WS-TOT-PREVISIONE.
           05 WS-TOT-ENT-PAR         PIC S9(13)V99 COMP-3 VALUE ZEROES.
           05 WS-TOT-ENT-FIN         PIC S9(13)V99 COMP-3 VALUE ZEROES.
           05 WS-TOT-USC-STI         PIC S9(13)V99 COMP-3 VALUE ZEROES.
           05 WS-TOT-USC-RIT         PIC S9(13)V99 COMP-3 VALUE ZEROES.
           05 WS-TOT-NETTO           PIC S9(13)V99 COMP-3 VALUE ZEROES.
       01 WS-NETTO-SETTIMANA         PIC S9(13)V99 COMP-3 VALUE ZEROES.
       01 WS-SALDO-PROGR             PIC S9(13)V99 COMP-3 VALUE ZEROES.
       01 WS-SALDO-MINIMO            PIC S9(13)V99 COMP-3 VALUE ZEROES.

      *----------------------------------------------------------------
      *  RITARDO STORICO DEL CLIENTE IN CORSO (GIORNI DA AGGIUNGERE
      *  ALLA SCADENZA). OLTRE L'ANNO LA PARTITA E' COMUNQUE FUORI
      *  ORIZZONTE E IL RITARDO SI FERMA A 365.
      *----------------------------------------------------------------
       01 WS-CLI-RITARDO             PIC 9(5) VALUE ZEROES.
       01 WS-RITARDO-CLI             PIC 9(3) VALUE ZEROES.
       01 WS-RITARDO-MAX             PIC 9(3) VALUE 365.
       01 WS-RESIDUO-PARCELA         PIC S9(7)V99 VALUE ZEROES.
       01 WS-CONTRATTO-LETTO         PIC 9(6) VALUE ZEROES.

      *----------------------------------------------------------------
      *  USCITE MENSILI DELLE PAGHE: ULTIMO PERIODO ORDINARIO DI
      *  CEDSTOR (AA*12+MM, TREDICESIMA ESCLUSA), ULTIMO FILE SEPA E
      *  IMPORTI/GIORNI USATI NELLA PREVISIONE. IL GIORNO PAGA
      *  STANDARD VALE SOLO SENZA FILE BONIFICI; LE RITENUTE SI
      *  VERSANO IL 16 DEL MESE SUCCESSIVO ALLA PAGA.
      *----------------------------------------------------------------
       01 WS-PER-CEDOLINO            PIC 9(5) VALUE ZEROES.
       01 WS-PER-ULTIMO              PIC 9(5) VALUE ZEROES.
       01 WS-ULT-AA                  PIC 9(2) VALUE ZEROES.
       01 WS-ULT-MM                  PIC 9(2) VALUE ZEROES.
       01 WS-CED-NETTO               PIC S9(11)V99 COMP-3 VALUE ZEROES.
       01 WS-CED-RITENUTE            PIC S9(11)V99 COMP-3 VALUE ZEROES.
       01 WS-SEPA-DATA               PIC 9(8) VALUE ZEROES.
       01 WS-SEPA-DATA-R REDEFINES WS-SEPA-DATA.
           05 WS-SEPA-ANNO           PIC 9(4).
           05 WS-SEPA-MESE           PIC 9(2).
           05 WS-SEPA-GIORNO         PIC 9(2).
       01 WS-SEPA-TOTALE             PIC S9(11)V99 COMP-3 VALUE ZEROES.
       01 WS-IMP-STIPENDI            PIC S9(11)V99 COMP-3 VALUE ZEROES.
       01 WS-IMP-RITENUTE            PIC S9(11)V99 COMP-3 VALUE ZEROES.
       01 WS-GG-PAGA                 PIC 9(2) VALUE ZEROES.
       01 WS-GG-PAGA-STD             PIC 9(2) VALUE 27.
       01 WS-GG-VERSAMENTO           PIC 9(2) VALUE 16.
       01 WS-FONTE-STIPENDI          PIC X(30) VALUE SPACES.
       01 WS-MESI-APP                PIC 9(7) VALUE ZEROES.

      *----------------------------------------------------------------
      *  CALCOLO DELLE DATE IN GIORNI DI CALENDARIO (ANNI BISESTILI
      *  COMPRESI), COME LE SCADENZE DI INSFATTURE.
      *----------------------------------------------------------------
       01 WS-DATA-CALC.
           05 WS-CAL-ANNO          PIC 9(4).
           05 WS-CAL-MESE          PIC 9(2).
           05 WS-CAL-GIORNO        PIC 9(2).
       01 WS-GG-DA-AGGIUNGERE      PIC 9(3)     VALUE ZEROES.
       01 WS-GG-RESTANTI           PIC 9(2)     VALUE ZEROES.
       01 WS-TAB-GG-MESE-V         PIC X(24)
                                   VALUE '312831303130313130313031'.
       01 WS-TAB-GG-MESE REDEFINES WS-TAB-GG-MESE-V.
           05 WS-GG-MESE           PIC 9(2) OCCURS 12 TIMES.
       01 WS-GG-FINE-MESE          PIC 9(2)     VALUE ZEROES.
       01 WS-QUOZIENTE             PIC 9(4)     VALUE ZEROES.
       01 WS-RESTO-4               PIC 9(4)     VALUE ZEROES.
       01 WS-RESTO-100             PIC 9(4)     VALUE ZEROES.
       01 WS-RESTO-400             PIC 9(4)     VALUE ZEROES.

      *----------------------------------------------------------------
      *  RIGHE DI STAMPA.
      *----------------------------------------------------------------
       01 WS-DATA-ED-APP             PIC 9(8) VALUE ZEROES.
       01 WS-DATA-ED-APP-R REDEFINES WS-DATA-ED-APP.
           05 WS-DEA-ANNO            PIC 9(4).
           05 WS-DEA-MESE            PIC 9(2).
           05 WS-DEA-GIORNO          PIC 9(2).
       01 WS-DATA-ED.
           05 WS-DED-GIORNO          PIC 9(2).
           05 FILLER                 PIC X(1) VALUE '/'.
           05 WS-DED-MESE            PIC 9(2).
           05 FILLER                 PIC X(1) VALUE '/'.
           05 WS-DED-ANNO            PIC 9(4).

       01 WS-INT-1.
           05 FILLER     PIC X(25) VALUE SPACES.
           05 FILLER     PIC X(50)
              VALUE 'TESORERIA - PREVISIONE DI CASSA A 13 SETTIMANE'.
           05 FILLER     PIC X(4)  VALUE 'DAL '.
           05 WS-INT-DATA PIC X(10).

       01 WS-RIGA-PARAM.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-PAR-LABEL   PIC X(50).
           05 WS-PAR-IMPORTO PIC Z(10)9,99-.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-PAR-NOTA    PIC X(50).

       01 WS-INT-2.
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 FILLER     PIC X(9)  VALUE 'SETTIMANA'.
           05 FILLER     PIC X(5)  VALUE SPACES.
           05 FILLER     PIC X(11) VALUE 'DAL'.
           05 FILLER     PIC X(10) VALUE 'AL'.
           05 FILLER     PIC X(15) VALUE '    INC.PARTITE'.
           05 FILLER     PIC X(15) VALUE ' INC.FINANZIAM.'.
           05 FILLER     PIC X(15) VALUE '   USC.STIPENDI'.
           05 FILLER     PIC X(15) VALUE '   USC.RITENUTE'.
           05 FILLER     PIC X(15) VALUE '  NETTO SETTIM.'.
           05 FILLER     PIC X(15) VALUE '   SALDO PROGR.'.

       01 WS-DET-STAMPA.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-SETTIMANA PIC X(12).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-DAL       PIC X(10).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-D-AL        PIC X(10).
           05 WS-D-ENT-PAR   PIC Z(10)9,99-.
           05 WS-D-ENT-FIN   PIC Z(10)9,99-.
           05 WS-D-USC-STI   PIC Z(10)9,99-.
           05 WS-D-USC-RIT   PIC Z(10)9,99-.
           05 WS-D-NETTO     PIC Z(10)9,99-.
           05 WS-D-SALDO     PIC Z(10)9,99-.
           05 WS-D-ALLARME   PIC X(1).
       01 WS-DET-SETT-R REDEFINES WS-DET-STAMPA.
           05 FILLER         PIC X(2).
           05 WS-DS-TESTO    PIC X(6).
           05 WS-DS-NUMERO   PIC Z9.
           05 FILLER         PIC X(118).

           COPY PAR_DataCont.

       PROCEDURE DIVISION.

       INIZIO.
          PERFORM OP-INIZIALI THRU OP-INIZIALI-EX.
          PERFORM ELABORA-PARTITE THRU ELABORA-PARTITE-EX.
          PERFORM ELABORA-PARCELAS THRU ELABORA-PARCELAS-EX.
          PERFORM ELABORA-PAGHE THRU ELABORA-PAGHE-EX.
          PERFORM STAMPA-PREVISIONE THRU STAMPA-PREVISIONE-EX.
          PERFORM OP-FINALI THRU OP-FINALI-EX.
          STOP RUN.

      *----------------------------------------------------------------
      *  PARAMETRI, APERTURE E SETTIMANE. PARTITE E STAMPA SONO
      *  OBBLIGATORIE; SENZA CONTESTAZIONI, STORICO CLIENTI,
      *  FINANZIAMENTI O PAGHE LA VOCE CORRISPONDENTE RESTA A ZERO
      *  (O SENZA CORREZIONE) E SE NE DA' AVVISO.
      *----------------------------------------------------------------
       OP-INIZIALI.
          DISPLAY 'DATA INIZIO PREVISIONE (AAAAMMGG, 0 = OGGI): '.
          ACCEPT WS-DATA-INIZIO.
          IF WS-DATA-INIZIO = ZEROES
             MOVE 'D' TO DCP-FUNZIONE
             MOVE 'TESORERIA' TO DCP-PROGRAMMA
             CALL 'DATACONT' USING PARAMETRI-DATACONT
             MOVE DCP-DATA-CONTABILE TO WS-DATA-INIZIO.
          IF WS-INI-MESE < 1 OR WS-INI-MESE > 12
          OR WS-INI-GIORNO < 1 OR WS-INI-GIORNO > 31
             DISPLAY 'DATA DI INIZIO NON VALIDA'
             STOP RUN WITH ERROR STATUS 16.
          DISPLAY 'SALDO BANCA DI APERTURA: '.
          ACCEPT WS-SALDO-INIZIALE.
          OPEN INPUT PARTITE.
          IF FS-PARTITE NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE PARTITE - FS=' FS-PARTITE
             STOP RUN WITH ERROR STATUS 16.
          OPEN INPUT CONTEST.
          IF FS-CONTEST = '00'
             MOVE 'S' TO SW-CONTEST-APERTO.
          OPEN INPUT GGINCLI.
          IF FS-GGINCLI = '00'
             MOVE 'S' TO SW-GGINCLI-APERTO
          ELSE
             DISPLAY 'GGINCLI ASSENTE: PARTITE ALLA SCADENZA (DSOCLI)'.
          OPEN INPUT FILE-CONTRATTI.
          IF FS-CONTRATTI = '00'
             OPEN INPUT FILE-PARCELAS
             IF FS-PARCELAS = '00'
                MOVE 'S' TO SW-FINANZ-APERTO
             ELSE
                CLOSE FILE-CONTRATTI.
          IF NOT WS-FINANZ-APERTO
             DISPLAY 'FINANZIAMENTI NON DISPONIBILI: ENTRATE A ZERO'.
          OPEN INPUT CEDSTOR.
          IF FS-CEDSTOR = '00'
             MOVE 'S' TO SW-CEDSTOR-APERTO
          ELSE
             DISPLAY 'CEDSTOR NON DISPONIBILE - FS=' FS-CEDSTOR.
          OPEN INPUT BONIFICI.
          IF FS-BONIFICI = '00'
             MOVE 'S' TO SW-BONIFICI-APERTO.
          OPEN OUTPUT PREVCASSA.
          IF FS-PREVCASSA NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE IL REPORT - FS=' FS-PREVCASSA
             STOP RUN WITH ERROR STATUS 16.
          INITIALIZE WS-TAB-PREVISIONE.
          MOVE WS-DATA-INIZIO TO WS-DATA-CALC.
          PERFORM CALCOLA-FINE-MESE THRU CALCOLA-FINE-MESE-EX.
          IF WS-CAL-GIORNO > WS-GG-FINE-MESE
             DISPLAY 'DATA DI INIZIO NON VALIDA'
             STOP RUN WITH ERROR STATUS 16.
          PERFORM IMPOSTA-SETTIMANA THRU IMPOSTA-SETTIMANA-EX
                  VARYING WS-IND-SET FROM 2 BY 1
                  UNTIL WS-IND-SET > 14.
       OP-INIZIALI-EX.
          EXIT.

      *----------------------------------------------------------------
      *  LIMITI DELLA SETTIMANA: DAL = DATA DI CALCOLO, AL = DAL PIU'
      *  6 GIORNI; LA DATA DI CALCOLO PASSA ALLA SETTIMANA DOPO.
      *----------------------------------------------------------------
       IMPOSTA-SETTIMANA.
          MOVE WS-DATA-CALC TO WS-PRV-DAL (WS-IND-SET).
          MOVE 6 TO WS-GG-DA-AGGIUNGERE.
          PERFORM AGGIUNGI-GIORNI THRU AGGIUNGI-GIORNI-EX
                  UNTIL WS-GG-DA-AGGIUNGERE = ZEROES.
          MOVE WS-DATA-CALC TO WS-PRV-AL (WS-IND-SET).
          MOVE 1 TO WS-GG-DA-AGGIUNGERE.
          PERFORM AGGIUNGI-GIORNI THRU AGGIUNGI-GIORNI-EX
                  UNTIL WS-GG-DA-AGGIUNGERE = ZEROES.
       IMPOSTA-SETTIMANA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  COLLOCA WS-DATA-PREV NELLA TABELLA: PRIMA DELL'INIZIO =
      *  SCADUTO (1), DOPO LA 13A SETTIMANA = OLTRE (15).
      *----------------------------------------------------------------
       CLASSIFICA-DATA.
          IF WS-DATA-PREV < WS-DATA-INIZIO
             MOVE 1 TO WS-IND-SET
             GO TO CLASSIFICA-DATA-EX.
          IF WS-DATA-PREV > WS-PRV-AL (14)
             MOVE 15 TO WS-IND-SET
             GO TO CLASSIFICA-DATA-EX.
          MOVE 2 TO WS-IND-SET.
          PERFORM AVANZA-SETTIMANA THRU AVANZA-SETTIMANA-EX
                  UNTIL WS-PRV-AL (WS-IND-SET) NOT < WS-DATA-PREV.
       CLASSIFICA-DATA-EX.
          EXIT.

       AVANZA-SETTIMANA.
          ADD 1 TO WS-IND-SET.
       AVANZA-SETTIMANA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  ENTRATE DA PARTITE: RESIDUO DELLE PARTITE FATTURA APERTE.
      *----------------------------------------------------------------
       ELABORA-PARTITE.
          MOVE ZEROES TO PAR-COD-CLI.
          MOVE SPACES TO PAR-NUM-FAT.
          MOVE ZEROES TO PAR-NUM-RATA.
          START PARTITE KEY IS NOT LESS THAN KEY-PARTITE
                INVALID KEY MOVE 1 TO SW-FINE-PAR.
          IF NOT EOF-PAR
             PERFORM LEGGI-PARTITA THRU LEGGI-PARTITA-EX.
          PERFORM ESAMINA-PARTITA THRU ESAMINA-PARTITA-EX
                  UNTIL EOF-PAR.
       ELABORA-PARTITE-EX.
          EXIT.

       LEGGI-PARTITA.
          READ PARTITE NEXT AT END MOVE 1 TO SW-FINE-PAR
                       GO TO LEGGI-PARTITA-EX.
          IF FS-PARTITE NOT = '00'
             DISPLAY 'ERRORE IN LETTURA PARTITE - FS=' FS-PARTITE
             MOVE 1 TO SW-FINE-PAR.
       LEGGI-PARTITA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  DATA PREVISTA DI INCASSO = SCADENZA DELLA PARTITA (O DELLA
      *  RATA) PIU' IL RITARDO MEDIO DEL CLIENTE. UNA PARTITA CON
      *  CONTESTAZIONE APERTA NON SI PREVEDE INCASSATA.
      *----------------------------------------------------------------
       ESAMINA-PARTITA.
          IF NOT PAR-APERTA OR NOT PAR-TIPO-FATTURA
          OR PAR-RESIDUO = ZEROES
             GO TO P090.
          IF WS-CONTEST-APERTO
             MOVE KEY-PARTITE TO KEY-CONTEST
             READ CONTEST
             IF FS-CONTEST = '00' AND CTS-APERTA
                ADD 1 TO WS-CTR-PAR-CONTESTATE
                GO TO P090.
          IF PAR-COD-CLI NOT = WS-CLI-RITARDO
             PERFORM RITARDO-CLIENTE THRU RITARDO-CLIENTE-EX.
          MOVE PAR-DATA-SCAD TO WS-DATA-PREV.
          IF PAR-DATA-SCAD = ZEROES
             MOVE WS-DATA-INIZIO TO WS-DATA-PREV
             GO TO P020.
          IF WS-RITARDO-CLI > ZEROES
             MOVE PAR-DATA-SCAD TO WS-DATA-CALC
             MOVE WS-RITARDO-CLI TO WS-GG-DA-AGGIUNGERE
             PERFORM AGGIUNGI-GIORNI THRU AGGIUNGI-GIORNI-EX
                     UNTIL WS-GG-DA-AGGIUNGERE = ZEROES
             MOVE WS-DATA-CALC TO WS-DATA-PREV
             ADD 1 TO WS-CTR-PAR-STORICO.
       P020.
          PERFORM CLASSIFICA-DATA THRU CLASSIFICA-DATA-EX.
          ADD PAR-RESIDUO TO WS-PRV-ENT-PAR (WS-IND-SET).
          ADD 1 TO WS-CTR-PAR-PREVISTE.
       P090.
          PERFORM LEGGI-PARTITA THRU LEGGI-PARTITA-EX.
       ESAMINA-PARTITA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  RITARDO MEDIO DEL CLIENTE SULLA SCADENZA DA GGINCLI; UN
      *  CLIENTE SENZA STORICO O CHE PAGA IN ANTICIPO NON SPOSTA LA
      *  SCADENZA.
      *----------------------------------------------------------------
       RITARDO-CLIENTE.
          MOVE PAR-COD-CLI TO WS-CLI-RITARDO.
          MOVE ZEROES TO WS-RITARDO-CLI.
          IF NOT WS-GGINCLI-APERTO
             GO TO RITARDO-CLIENTE-EX.
          MOVE PAR-COD-CLI TO GGI-COD-CLI.
          READ GGINCLI.
          IF FS-GGINCLI NOT = '00'
          OR GGI-GG-RITARDO NOT > ZEROES
             GO TO RITARDO-CLIENTE-EX.
          IF GGI-GG-RITARDO > WS-RITARDO-MAX
             MOVE WS-RITARDO-MAX TO WS-RITARDO-CLI
          ELSE
             COMPUTE WS-RITARDO-CLI ROUNDED = GGI-GG-RITARDO.
       RITARDO-CLIENTE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  ENTRATE DA FINANZIAMENTI: PARCELAS APERTE DEI CONTRATTI
      *  APERTI, PER IL VALORE NON ANCORA PAGATO.
      *----------------------------------------------------------------
       ELABORA-PARCELAS.
          IF NOT WS-FINANZ-APERTO
             GO TO ELABORA-PARCELAS-EX.
          MOVE ZEROES TO REC-NUM-CONTRATTO REC-NUM-PARCELA.
          START FILE-PARCELAS KEY IS NOT LESS THAN KEY-PARCELA
                INVALID KEY MOVE 1 TO SW-FINE-PCL.
          IF NOT EOF-PCL
             PERFORM LEGGI-PARCELA THRU LEGGI-PARCELA-EX.
          PERFORM ESAMINA-PARCELA THRU ESAMINA-PARCELA-EX
                  UNTIL EOF-PCL.
       ELABORA-PARCELAS-EX.
          EXIT.

       LEGGI-PARCELA.
          READ FILE-PARCELAS NEXT AT END MOVE 1 TO SW-FINE-PCL
                             GO TO LEGGI-PARCELA-EX.
          IF FS-PARCELAS NOT = '00'
             DISPLAY 'ERRORE IN LETTURA PARCELAS - FS=' FS-PARCELAS
             MOVE 1 TO SW-FINE-PCL.
       LEGGI-PARCELA-EX.
          EXIT.

       ESAMINA-PARCELA.
          IF NOT PARCELA-APERTA
             GO TO R090.
          IF REC-NUM-CONTRATTO NOT = WS-CONTRATTO-LETTO
             MOVE REC-NUM-CONTRATTO TO WS-CONTRATTO-LETTO
                                       CON-NUM-CONTRATTO
             MOVE 'N' TO SW-CONTRATTO-VALIDO
             READ FILE-CONTRATTI
             IF FS-CONTRATTI = '00' AND CONTRATTO-APERTO
                MOVE 'S' TO SW-CONTRATTO-VALIDO.
          IF NOT WS-CONTRATTO-VALIDO
             GO TO R090.
          COMPUTE WS-RESIDUO-PARCELA = REC-VALOR-PARCELA
                                     - REC-IMP-PAGATO-PARCELA.
          IF WS-RESIDUO-PARCELA NOT > ZEROES
             GO TO R090.
          MOVE REC-DATA-SCAD-PARCELA TO WS-DATA-PREV.
          PERFORM CLASSIFICA-DATA THRU CLASSIFICA-DATA-EX.
          ADD WS-RESIDUO-PARCELA TO WS-PRV-ENT-FIN (WS-IND-SET).
          ADD 1 TO WS-CTR-PCL-PREVISTE.
       R090.
          PERFORM LEGGI-PARCELA THRU LEGGI-PARCELA-EX.
       ESAMINA-PARCELA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  USCITE DELLE PAGHE: IMPORTI MENSILI DA CEDSTOR E DAL FILE
      *  BONIFICI, POI UNA PAGA E UN VERSAMENTO F24 PER OGNI MESE CHE
      *  CADE NELLE 13 SETTIMANE (AL PIU' CINQUE MESI DI CALENDARIO).
      *----------------------------------------------------------------
       ELABORA-PAGHE.
          IF WS-CEDSTOR-APERTO
             PERFORM LEGGI-CEDSTOR-INIZIO THRU LEGGI-CEDSTOR-INIZIO-EX
             PERFORM ACCUMULA-CEDOLINO THRU ACCUMULA-CEDOLINO-EX
                     UNTIL EOF-STO.
          IF WS-BONIFICI-APERTO
             PERFORM LEGGI-BONIFICO THRU LEGGI-BONIFICO-EX
             PERFORM ESAMINA-BONIFICO THRU ESAMINA-BONIFICO-EX
                     UNTIL EOF-BON.
          IF WS-SEPA-TROVATO
             MOVE WS-SEPA-TOTALE TO WS-IMP-STIPENDI
             MOVE WS-SEPA-GIORNO TO WS-GG-PAGA
             MOVE 'ULTIMO FILE BONIFICI SEPA' TO WS-FONTE-STIPENDI
          ELSE
             MOVE WS-CED-NETTO TO WS-IMP-STIPENDI
             MOVE WS-GG-PAGA-STD TO WS-GG-PAGA
             MOVE 'NETTO ULTIMO PERIODO CEDSTOR' TO WS-FONTE-STIPENDI.
          IF WS-GG-PAGA < 1 OR WS-GG-PAGA > 31
             MOVE WS-GG-PAGA-STD TO WS-GG-PAGA.
          MOVE WS-CED-RITENUTE TO WS-IMP-RITENUTE.
          PERFORM GENERA-USCITE-MESE THRU GENERA-USCITE-MESE-EX
                  VARYING WS-IND-MESE FROM 0 BY 1
                  UNTIL WS-IND-MESE > 4.
       ELABORA-PAGHE-EX.
          EXIT.

       LEGGI-CEDSTOR-INIZIO.
          MOVE LOW-VALUES TO STO-CHIAVE-CEDOLINO.
          START CEDSTOR KEY IS NOT LESS THAN STO-CHIAVE-CEDOLINO
                INVALID KEY MOVE 1 TO SW-FINE-STO
                GO TO LEGGI-CEDSTOR-INIZIO-EX.
          PERFORM LEGGI-CEDSTOR THRU LEGGI-CEDSTOR-EX.
       LEGGI-CEDSTOR-INIZIO-EX.
          EXIT.

       LEGGI-CEDSTOR.
          READ CEDSTOR NEXT AT END MOVE 1 TO SW-FINE-STO
                       GO TO LEGGI-CEDSTOR-EX.
          IF FS-CEDSTOR NOT = '00'
             DISPLAY 'ERRORE IN LETTURA CEDSTOR - FS=' FS-CEDSTOR
             MOVE 1 TO SW-FINE-STO.
       LEGGI-CEDSTOR-EX.
          EXIT.

      *----------------------------------------------------------------
      *  TIENE I TOTALI DEL PERIODO PIU' RECENTE: UN PERIODO NUOVO
      *  AZZERA I TOTALI, LO STESSO PERIODO LI INCREMENTA.
      *----------------------------------------------------------------
       ACCUMULA-CEDOLINO.
          IF STO-MM < 1 OR STO-MM > 12
             GO TO C090.
          COMPUTE WS-PER-CEDOLINO = (STO-AA * 12) + STO-MM.
          IF WS-PER-CEDOLINO < WS-PER-ULTIMO
             GO TO C090.
          IF WS-PER-CEDOLINO > WS-PER-ULTIMO
             MOVE WS-PER-CEDOLINO TO WS-PER-ULTIMO
             MOVE STO-AA TO WS-ULT-AA
             MOVE STO-MM TO WS-ULT-MM
             MOVE ZEROES TO WS-CED-NETTO WS-CED-RITENUTE
                            WS-CTR-CEDOLINI.
          ADD STO-NETTO TO WS-CED-NETTO.
          ADD STO-TOT-TRATTENUTE TO WS-CED-RITENUTE.
          ADD 1 TO WS-CTR-CEDOLINI.
       C090.
          PERFORM LEGGI-CEDSTOR THRU LEGGI-CEDSTOR-EX.
       ACCUMULA-CEDOLINO-EX.
          EXIT.

       LEGGI-BONIFICO.
          READ BONIFICI AT END MOVE 1 TO SW-FINE-BON
                       GO TO LEGGI-BONIFICO-EX.
          IF FS-BONIFICI NOT = '00'
             DISPLAY 'ERRORE IN LETTURA BONIFICI - FS=' FS-BONIFICI
             MOVE 1 TO SW-FINE-BON.
       LEGGI-BONIFICO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  DAL MESSAGGIO SEPA SERVONO LA DATA DI ESECUZIONE RICHIESTA
      *  E LA SOMMA DI CONTROLLO (IMPORTO CON IL PUNTO DECIMALE).
      *----------------------------------------------------------------
       ESAMINA-BONIFICO.
          IF BON-ESE-TAG = ' <ReqdExctnDt>'
          AND BON-ESE-DATA IS NUMERIC
             MOVE BON-ESE-DATA TO WS-SEPA-DATA.
          IF BON-CTR-TAG = ' <CtrlSum>'
          AND BON-CTR-INTERO IS NUMERIC
          AND BON-CTR-CENT IS NUMERIC
             COMPUTE WS-SEPA-TOTALE = BON-CTR-INTERO
                                    + (BON-CTR-CENT / 100)
             MOVE 'S' TO SW-SEPA-TROVATO.
          PERFORM LEGGI-BONIFICO THRU LEGGI-BONIFICO-EX.
       ESAMINA-BONIFICO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  MESE DI CALENDARIO N-ESIMO DALLA DATA DI INIZIO: PAGA AL
      *  GIORNO PAGA (NEI MESI CORTI ALL'ULTIMO GIORNO) E F24 IL 16.
      *  SI PRENDONO SOLO LE DATE DENTRO LE 13 SETTIMANE: LE USCITE
      *  GIA' PASSATE SI CONSIDERANO PAGATE.
      *----------------------------------------------------------------
       GENERA-USCITE-MESE.
          COMPUTE WS-MESI-APP = (WS-INI-ANNO * 12) + WS-INI-MESE - 1
                              + WS-IND-MESE.
          COMPUTE WS-CAL-ANNO = WS-MESI-APP / 12.
          COMPUTE WS-CAL-MESE = WS-MESI-APP - (WS-CAL-ANNO * 12) + 1.
          PERFORM CALCOLA-FINE-MESE THRU CALCOLA-FINE-MESE-EX.
          MOVE WS-GG-PAGA TO WS-CAL-GIORNO.
          IF WS-CAL-GIORNO > WS-GG-FINE-MESE
             MOVE WS-GG-FINE-MESE TO WS-CAL-GIORNO.
          MOVE WS-DATA-CALC TO WS-DATA-PREV.
          PERFORM CLASSIFICA-DATA THRU CLASSIFICA-DATA-EX.
          IF WS-IND-SET > 1 AND WS-IND-SET < 15
             ADD WS-IMP-STIPENDI TO WS-PRV-USC-STI (WS-IND-SET).
          MOVE WS-GG-VERSAMENTO TO WS-CAL-GIORNO.
          MOVE WS-DATA-CALC TO WS-DATA-PREV.
          PERFORM CLASSIFICA-DATA THRU CLASSIFICA-DATA-EX.
          IF WS-IND-SET > 1 AND WS-IND-SET < 15
             ADD WS-IMP-RITENUTE TO WS-PRV-USC-RIT (WS-IND-SET).
       GENERA-USCITE-MESE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  AVANZA LA DATA DI CALCOLO DEI GIORNI ANCORA DA AGGIUNGERE,
      *  AL PIU' FINO AL PRIMO DEL MESE SUCCESSIVO PER VOLTA.
      *----------------------------------------------------------------
       AGGIUNGI-GIORNI.
          PERFORM CALCOLA-FINE-MESE THRU CALCOLA-FINE-MESE-EX.
          COMPUTE WS-GG-RESTANTI = WS-GG-FINE-MESE - WS-CAL-GIORNO.
          IF WS-GG-DA-AGGIUNGERE NOT > WS-GG-RESTANTI
             ADD WS-GG-DA-AGGIUNGERE TO WS-CAL-GIORNO
             MOVE ZEROES TO WS-GG-DA-AGGIUNGERE
             GO TO AGGIUNGI-GIORNI-EX.
          COMPUTE WS-GG-DA-AGGIUNGERE =
                  WS-GG-DA-AGGIUNGERE - WS-GG-RESTANTI - 1.
          MOVE 1 TO WS-CAL-GIORNO.
          IF WS-CAL-MESE = 12
             MOVE 1 TO WS-CAL-MESE
             ADD 1 TO WS-CAL-ANNO
          ELSE
             ADD 1 TO WS-CAL-MESE.
       AGGIUNGI-GIORNI-EX.
          EXIT.

      *----------------------------------------------------------------
      *  ULTIMO GIORNO DEL MESE DI CALCOLO (FEBBRAIO BISESTILE:
      *  ANNO DIVISIBILE PER 4, NON PER 100 SALVO PER 400).
      *----------------------------------------------------------------
       CALCOLA-FINE-MESE.
          MOVE WS-GG-MESE (WS-CAL-MESE) TO WS-GG-FINE-MESE.
          IF WS-CAL-MESE NOT = 2
             GO TO CALCOLA-FINE-MESE-EX.
          DIVIDE WS-CAL-ANNO BY 4 GIVING WS-QUOZIENTE
                 REMAINDER WS-RESTO-4.
          DIVIDE WS-CAL-ANNO BY 100 GIVING WS-QUOZIENTE
                 REMAINDER WS-RESTO-100.
          DIVIDE WS-CAL-ANNO BY 400 GIVING WS-QUOZIENTE
                 REMAINDER WS-RESTO-400.
          IF WS-RESTO-4 = ZEROES AND
             (WS-RESTO-100 NOT = ZEROES OR WS-RESTO-400 = ZEROES)
             MOVE 29 TO WS-GG-FINE-MESE.
       CALCOLA-FINE-MESE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  PROSPETTO: PARAMETRI, RIGA DELLO SCADUTO, 13 SETTIMANE CON
      *  SALDO PROGRESSIVO (ASTERISCO SE NEGATIVO), TOTALE E RIGA
      *  OLTRE LE 13 SETTIMANE.
      *----------------------------------------------------------------
       STAMPA-PREVISIONE.
          PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          MOVE WS-SALDO-INIZIALE TO WS-SALDO-PROGR WS-SALDO-MINIMO.
          MOVE 1 TO WS-IND-SET.
          PERFORM STAMPA-RIGA-FUORI THRU STAMPA-RIGA-FUORI-EX.
          MOVE SPACES TO REC-PREVCASSA.
          WRITE REC-PREVCASSA AFTER ADVANCING 1 LINE.
          PERFORM STAMPA-SETTIMANA THRU STAMPA-SETTIMANA-EX
                  VARYING WS-IND-SET FROM 2 BY 1
                  UNTIL WS-IND-SET > 14.
          MOVE SPACES TO WS-DET-STAMPA.
          MOVE 'TOTALE' TO WS-D-SETTIMANA.
          COMPUTE WS-TOT-NETTO = WS-TOT-ENT-PAR + WS-TOT-ENT-FIN
                               - WS-TOT-USC-STI - WS-TOT-USC-RIT.
          MOVE WS-TOT-ENT-PAR TO WS-D-ENT-PAR.
          MOVE WS-TOT-ENT-FIN TO WS-D-ENT-FIN.
          MOVE WS-TOT-USC-STI TO WS-D-USC-STI.
          MOVE WS-TOT-USC-RIT TO WS-D-USC-RIT.
          MOVE WS-TOT-NETTO   TO WS-D-NETTO.
          MOVE WS-SALDO-PROGR TO WS-D-SALDO.
          MOVE WS-DET-STAMPA TO REC-PREVCASSA.
          WRITE REC-PREVCASSA AFTER ADVANCING 2 LINES.
          MOVE 15 TO WS-IND-SET.
          PERFORM STAMPA-RIGA-FUORI THRU STAMPA-RIGA-FUORI-EX.
          MOVE SPACES TO WS-RIGA-PARAM.
          MOVE 'SALDO PROGRESSIVO MINIMO NELLE 13 SETTIMANE'
               TO WS-PAR-LABEL.
          MOVE WS-SALDO-MINIMO TO WS-PAR-IMPORTO.
          MOVE WS-RIGA-PARAM TO REC-PREVCASSA.
          WRITE REC-PREVCASSA AFTER ADVANCING 3 LINES.
       STAMPA-PREVISIONE-EX.
          EXIT.

       STAMPA-INTESTAZIONE.
          MOVE WS-DATA-INIZIO TO WS-DATA-ED-APP.
          PERFORM EDITA-DATA THRU EDITA-DATA-EX.
          MOVE WS-DATA-ED TO WS-INT-DATA.
          MOVE WS-INT-1 TO REC-PREVCASSA.
          WRITE REC-PREVCASSA AFTER ADVANCING PAGE.
          MOVE SPACES TO WS-RIGA-PARAM.
          MOVE 'SALDO BANCA DI APERTURA' TO WS-PAR-LABEL.
          MOVE WS-SALDO-INIZIALE TO WS-PAR-IMPORTO.
          MOVE WS-RIGA-PARAM TO REC-PREVCASSA.
          WRITE REC-PREVCASSA AFTER ADVANCING 2 LINES.
          MOVE SPACES TO WS-RIGA-PARAM.
          MOVE 'STIPENDI NETTI MENSILI' TO WS-PAR-LABEL.
          MOVE WS-IMP-STIPENDI TO WS-PAR-IMPORTO.
          STRING WS-FONTE-STIPENDI DELIMITED BY '  '
                 ', GIORNO ' DELIMITED BY SIZE
                 WS-GG-PAGA DELIMITED BY SIZE
                 INTO WS-PAR-NOTA.
          MOVE WS-RIGA-PARAM TO REC-PREVCASSA.
          WRITE REC-PREVCASSA AFTER ADVANCING 1 LINE.
          MOVE SPACES TO WS-RIGA-PARAM.
          MOVE 'RITENUTE MENSILI (F24 IL 16)' TO WS-PAR-LABEL.
          MOVE WS-IMP-RITENUTE TO WS-PAR-IMPORTO.
          IF WS-PER-ULTIMO > ZEROES
             STRING 'CEDSTOR PERIODO ' DELIMITED BY SIZE
                    WS-ULT-MM '/' WS-ULT-AA DELIMITED BY SIZE
                    INTO WS-PAR-NOTA
          ELSE
             MOVE 'NESSUN CEDOLINO IN CEDSTOR' TO WS-PAR-NOTA.
          MOVE WS-RIGA-PARAM TO REC-PREVCASSA.
          WRITE REC-PREVCASSA AFTER ADVANCING 1 LINE.
          IF NOT WS-GGINCLI-APERTO
             MOVE SPACES TO REC-PREVCASSA
             MOVE '  STORICO INCASSI ASSENTE: PARTITE ALLA SCADENZA'
                  TO REC-PREVCASSA
             WRITE REC-PREVCASSA AFTER ADVANCING 1 LINE.
          IF NOT WS-FINANZ-APERTO
             MOVE SPACES TO REC-PREVCASSA
             MOVE '  FINANZIAMENTI NON DISPONIBILI: ENTRATE A ZERO'
                  TO REC-PREVCASSA
             WRITE REC-PREVCASSA AFTER ADVANCING 1 LINE.
          MOVE WS-INT-2 TO REC-PREVCASSA.
          WRITE REC-PREVCASSA AFTER ADVANCING 2 LINES.
          MOVE SPACES TO REC-PREVCASSA.
          WRITE REC-PREVCASSA AFTER ADVANCING 1 LINE.
       STAMPA-INTESTAZIONE-EX.
          EXIT.

       STAMPA-SETTIMANA.
          COMPUTE WS-NETTO-SETTIMANA =
                  WS-PRV-ENT-PAR (WS-IND-SET)
                + WS-PRV-ENT-FIN (WS-IND-SET)
                - WS-PRV-USC-STI (WS-IND-SET)
                - WS-PRV-USC-RIT (WS-IND-SET).
          ADD WS-NETTO-SETTIMANA TO WS-SALDO-PROGR.
          IF WS-SALDO-PROGR < WS-SALDO-MINIMO
             MOVE WS-SALDO-PROGR TO WS-SALDO-MINIMO.
          ADD WS-PRV-ENT-PAR (WS-IND-SET) TO WS-TOT-ENT-PAR.
          ADD WS-PRV-ENT-FIN (WS-IND-SET) TO WS-TOT-ENT-FIN.
          ADD WS-PRV-USC-STI (WS-IND-SET) TO WS-TOT-USC-STI.
          ADD WS-PRV-USC-RIT (WS-IND-SET) TO WS-TOT-USC-RIT.
          MOVE SPACES TO WS-DET-STAMPA.
          MOVE 'SETT.' TO WS-DS-TESTO.
          COMPUTE WS-DS-NUMERO = WS-IND-SET - 1.
          MOVE WS-PRV-DAL (WS-IND-SET) TO WS-DATA-ED-APP.
          PERFORM EDITA-DATA THRU EDITA-DATA-EX.
          MOVE WS-DATA-ED TO WS-D-DAL.
          MOVE WS-PRV-AL (WS-IND-SET) TO WS-DATA-ED-APP.
          PERFORM EDITA-DATA THRU EDITA-DATA-EX.
          MOVE WS-DATA-ED TO WS-D-AL.
          PERFORM MUOVI-IMPORTI THRU MUOVI-IMPORTI-EX.
          MOVE WS-NETTO-SETTIMANA TO WS-D-NETTO.
          MOVE WS-SALDO-PROGR TO WS-D-SALDO.
          IF WS-SALDO-PROGR < ZEROES
             MOVE '*' TO WS-D-ALLARME.
          MOVE WS-DET-STAMPA TO REC-PREVCASSA.
          WRITE REC-PREVCASSA AFTER ADVANCING 1 LINE.
       STAMPA-SETTIMANA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  RIGHE FUORI SALDO: GIA' SCADUTO (1) E OLTRE 13 SETTIMANE
      *  (15), SENZA DATE NE' SALDO PROGRESSIVO.
      *----------------------------------------------------------------
       STAMPA-RIGA-FUORI.
          MOVE SPACES TO WS-DET-STAMPA.
          IF WS-IND-SET = 1
             MOVE 'GIA'' SCADUTO' TO WS-D-SETTIMANA
          ELSE
             MOVE 'OLTRE 13 SET' TO WS-D-SETTIMANA.
          COMPUTE WS-NETTO-SETTIMANA =
                  WS-PRV-ENT-PAR (WS-IND-SET)
                + WS-PRV-ENT-FIN (WS-IND-SET)
                - WS-PRV-USC-STI (WS-IND-SET)
                - WS-PRV-USC-RIT (WS-IND-SET).
          PERFORM MUOVI-IMPORTI THRU MUOVI-IMPORTI-EX.
          MOVE WS-NETTO-SETTIMANA TO WS-D-NETTO.
          MOVE WS-DET-STAMPA TO REC-PREVCASSA.
          WRITE REC-PREVCASSA AFTER ADVANCING 1 LINE.
       STAMPA-RIGA-FUORI-EX.
          EXIT.

       MUOVI-IMPORTI.
          MOVE WS-PRV-ENT-PAR (WS-IND-SET) TO WS-D-ENT-PAR.
          MOVE WS-PRV-ENT-FIN (WS-IND-SET) TO WS-D-ENT-FIN.
          MOVE WS-PRV-USC-STI (WS-IND-SET) TO WS-D-USC-STI.
          MOVE WS-PRV-USC-RIT (WS-IND-SET) TO WS-D-USC-RIT.
       MUOVI-IMPORTI-EX.
          EXIT.

       EDITA-DATA.
          MOVE WS-DEA-GIORNO TO WS-DED-GIORNO.
          MOVE WS-DEA-MESE   TO WS-DED-MESE.
          MOVE WS-DEA-ANNO   TO WS-DED-ANNO.
       EDITA-DATA-EX.
          EXIT.

       OP-FINALI.
          CLOSE PARTITE, PREVCASSA.
          IF WS-CONTEST-APERTO
             CLOSE CONTEST.
          IF WS-GGINCLI-APERTO
             CLOSE GGINCLI.
          IF WS-FINANZ-APERTO
             CLOSE FILE-CONTRATTI, FILE-PARCELAS.
          IF WS-CEDSTOR-APERTO
             CLOSE CEDSTOR.
          IF WS-BONIFICI-APERTO
             CLOSE BONIFICI.
          DISPLAY 'PARTITE IN PREVISIONE:       ' WS-CTR-PAR-PREVISTE.
          DISPLAY ' DI CUI CON RITARDO STORICO: ' WS-CTR-PAR-STORICO.
          DISPLAY 'PARTITE CONTESTATE ESCLUSE:  ' WS-CTR-PAR-CONTESTATE.
          DISPLAY 'PARCELAS IN PREVISIONE:      ' WS-CTR-PCL-PREVISTE.
          DISPLAY 'CEDOLINI ULTIMO PERIODO:     ' WS-CTR-CEDOLINI.
       OP-FINALI-EX.
          EXIT.
