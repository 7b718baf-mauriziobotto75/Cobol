      ******************************************************************
      *  PRIMA NOTA CREDITI CLIENTI: PRODUCE PER LA CONTABILITA'
      *  GENERALE IL FILE DELLE REGISTRAZIONI IN PARTITA DOPPIA DEI
      *  MOVIMENTI DEL PARTITARIO CLIENTI NELL'INTERVALLO DI DATE
      *  RICHIESTO (DI NORMA IL GIORNO), COSI' IL MASTRO QUADRA CON
      *  IL PARTITARIO SENZA RIDIGITARE NULLA. LE FONTI SONO:
      *  - FFATTURE: FATTURE (CLIENTI A RICAVI E IVA) E NOTE DI
      *    CREDITO (RICAVI E IVA A CLIENTI C/NOTE DI CREDITO) CON
      *    DATA DOCUMENTO NELL'INTERVALLO;
      *  - MOVCONT: I MOVIMENTI CHE INCASSI, APPLACC, NOTECRED,
      *    SDDEMIS, SDDINSOL E RIMBORSI ACCODANO AD OGNI
      *    AGGIORNAMENTO DI PARTITE (INCASSI, ACCONTI E LORO
      *    APPLICAZIONE, COMPENSAZIONI DI NOTE DI CREDITO, ADDEBITI
      *    SDD E INSOLUTI, RECUPERI SU CREDITI STRALCIATI, RIMBORSI
      *    DI ACCONTI E NOTE DI CREDITO);
      *  - STRALCI: GLI STRALCI ESEGUITI DA STRALCIO, A PERDITA O A
      *    UTILIZZO DEL FONDO SVALUTAZIONE.
      *  I CONTI VENGONO DAL PIANO DEI CONTI CREDITI (PDCCRED, VEDI
      *  GESPDCCR): SENZA TUTTE LE VOCI IL PROGRAMMA NON PARTE.
      *  IL FILE HA UN RECORD DI TESTA CON L'INTERVALLO ELABORATO E
      *  UN RECORD DI CODA CON NUMERO DI REGISTRAZIONI E RIGHE E
      *  TOTALI DARE/AVERE DI CONTROLLO. UNA REGISTRAZIONE CHE NON
      *  QUADRA (AD ESEMPIO TOTALE DOCUMENTO DIVERSO DA IMPONIBILE
      *  PIU' IVA) NON VA SUL FILE MA SULLA STAMPA, CON RETURN-CODE
      *  4, PER ESSERE SISTEMATA E REGISTRATA A MANO.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. PRIMANOTA.
       AUTHOR.  MB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PDCCRED ASSIGN TO DATABASE-PDCCRED
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-PDCCRED
           FILE STATUS IS FS-PDCCRED.

           SELECT FFATTURE ASSIGN TO DATABASE-FFATTURE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-FFATTURE
           FILE STATUS IS FS-FATTURE.

           SELECT OPTIONAL MOVCONT ASSIGN TO FORMATFILE-MOVCONT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MOVCONT.

           SELECT STRALCI ASSIGN TO DATABASE-STRALCI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-STRALCI
           FILE STATUS IS FS-STRALCI.

           SELECT PRIMANOT ASSIGN TO FORMATFILE-PRIMANOT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRIMANOT.

           SELECT REGISTRO ASSIGN TO PRINTER-PRIMANOTA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REGISTRO.

       DATA DIVISION.

       FILE SECTION.
       FD PDCCRED
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REC-PDCCRED.
       01 REC-PDCCRED.
           05 KEY-PDCCRED.
             07 PDC-VOCE       PIC X(8).
           05 PDC-CONTO        PIC X(10).
           05 PDC-DESCRIZIONE  PIC X(30).
           05 FILLER           PIC X(12).

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
              88 FFAT-DOC-FATTURA    VALUE 'F' ' '.
              88 FFAT-DOC-NOTA-CRED  VALUE 'N'.
           05 FFAT-DATA-FATT   PIC 9(8).
           05 FFAT-DATA-SCAD   PIC 9(8).
      *    DIVISA DEL DOCUMENTO (SPAZI O 'EUR' = EURO), CAMBIO
      *    DOCUMENTATO DIVISA->EURO E TOTALE IN DIVISA ORIGINARIA.
      *    IMPONIBILE, IVA E TOTALE RESTANO IL CONTROVALORE IN EURO,
      *    COSI' REGISTRO IVA, PARTITE E SCADENZARIO LAVORANO IN
      *    EURO AL CAMBIO DOCUMENTATO.
           05 FFAT-DIVISA      PIC X(3).
              88 FFAT-DOC-IN-EURO VALUE 'EUR' '   '.
           05 FFAT-CAMBIO      PIC 9(3)V9(6) COMP-3.
           05 FFAT-IMP-DIVISA  PIC 9(14) COMP-3.
           05 FILLER           PIC X(8).

      *----------------------------------------------------------------
      *  MOVIMENTI DA CONTABILIZZARE: OGNI VARIAZIONE DI PARTITE CHE
      *  NON NASCE DA UN DOCUMENTO DI FFATTURE, CON LA SUA CAUSALE E
      *  LA DATA DI REGISTRAZIONE. IL FILE CRESCE PER ACCODAMENTO:
      *  SI SCEGLIE PER DATA.
      *----------------------------------------------------------------
       FD MOVCONT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REC-MOVCONT.
       01 REC-MOVCONT.
           05 MVC-DATA-REG     PIC 9(8).
           05 MVC-CAUSALE      PIC X(4).
           05 MVC-COD-CLI      PIC 9(5).
           05 MVC-NUM-FAT      PIC X(8).
           05 MVC-NUM-RATA     PIC 9(2).
           05 MVC-NUM-RIF      PIC X(8).
           05 MVC-IMPORTO      PIC 9(14) COMP-3.
           05 MVC-DATA-OPER    PIC 9(8).
           05 MVC-PROGRAMMA    PIC X(10).
           05 FILLER           PIC X(19).

      *----------------------------------------------------------------
      *  STORICO STRALCI (VEDI STRALCIO): SI CONTABILIZZANO I SOLI
      *  MOVIMENTI DI STRALCIO ('S'); I RECUPERI ('R') ARRIVANO GIA'
      *  DA MOVCONT CON L'INCASSO CHE LI HA GENERATI.
      *----------------------------------------------------------------
       FD STRALCI
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REC-STRALCI.
       01 REC-STRALCI.
           05 KEY-STRALCI.
             07 STR-COD-CLI    PIC 9(5).
             07 STR-NUM-FAT    PIC X(8).
             07 STR-NUM-RATA   PIC 9(2).
             07 STR-PROGR      PIC 9(3).
           05 STR-TIPO-MOV     PIC X.
              88 STR-STRALCIO     VALUE 'S'.
              88 STR-RECUPERO     VALUE 'R'.
           05 STR-DATA         PIC 9(8).
           05 STR-IMPORTO      PIC 9(14) COMP-3.
           05 STR-TIPO         PIC X.
           05 STR-IMPUTAZIONE  PIC X.
              88 STR-A-PERDITA    VALUE 'P'.
              88 STR-A-FONDO      VALUE 'F'.
           05 STR-MOTIVO       PIC X(30).
           05 STR-APPROVATORE  PIC X(10).
           05 FILLER           PIC X(23).

      *----------------------------------------------------------------
      *  FILE DI PRIMA NOTA PER LA CONTABILITA' GENERALE: TESTA ('H'),
      *  UNA RIGA ('R') PER CONTO MOVIMENTATO DI OGNI REGISTRAZIONE
      *  E CODA ('T') CON I TOTALI DI CONTROLLO. IMPORTI IN EURO
      *  INTERI COME NEL PARTITARIO, SEGNO D = DARE, A = AVERE.
      *----------------------------------------------------------------
       FD PRIMANOT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS REC-PNT-TESTA REC-PNT-RIGA REC-PNT-CODA.
       01 REC-PNT-TESTA.
           05 PNH-TIPO-REC     PIC X.
           05 PNH-ORIGINE      PIC X(10).
           05 PNH-DATA-ELAB    PIC 9(8).
           05 PNH-DATA-DA      PIC 9(8).
           05 PNH-DATA-A       PIC 9(8).
           05 FILLER           PIC X(85).
       01 REC-PNT-RIGA.
           05 PNR-TIPO-REC     PIC X.
           05 PNR-NUM-REG      PIC 9(6).
           05 PNR-NUM-RIGA     PIC 9(2).
           05 PNR-DATA-REG     PIC 9(8).
           05 PNR-CAUSALE      PIC X(4).
           05 PNR-CONTO        PIC X(10).
           05 PNR-SEGNO        PIC X.
           05 PNR-IMPORTO      PIC 9(14).
           05 PNR-COD-CLI      PIC 9(5).
           05 PNR-NUM-DOC      PIC X(8).
           05 PNR-NUM-RATA     PIC 9(2).
           05 PNR-DATA-OPER    PIC 9(8).
           05 PNR-DESCR        PIC X(30).
           05 FILLER           PIC X(21).
       01 REC-PNT-CODA.
           05 PNC-TIPO-REC     PIC X.
           05 PNC-NUM-REG      PIC 9(6).
           05 PNC-NUM-RIGHE    PIC 9(7).
           05 PNC-TOT-DARE     PIC 9(15).
           05 PNC-TOT-AVERE    PIC 9(15).
           05 PNC-NUM-SCARTATE PIC 9(6).
           05 FILLER           PIC X(70).

       FD REGISTRO
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REC-REGISTRO.
       01 REC-REGISTRO         PIC X(132).

       WORKING-STORAGE SECTION.

       01 FS-PDCCRED                 PIC 9(2) VALUE ZEROES.
       01 FS-FATTURE                 PIC 9(2) VALUE ZEROES.
       01 FS-MOVCONT                 PIC 9(2) VALUE ZEROES.
       01 FS-STRALCI                 PIC 9(2) VALUE ZEROES.
       01 FS-PRIMANOT                PIC 9(2) VALUE ZEROES.
       01 FS-REGISTRO                PIC 9(2) VALUE ZEROES.

       01 SW-FINE-FAT                PIC 9(1) VALUE ZEROES.
           88 EOF-FAT                 VALUE 1.
       01 SW-FINE-MVC                PIC 9(1) VALUE ZEROES.
           88 EOF-MVC                 VALUE 1.
       01 SW-FINE-STR                PIC 9(1) VALUE ZEROES.
           88 EOF-STR                 VALUE 1.
       01 SW-STRALCI-APERTO          PIC X(1) VALUE 'N'.
           88 WS-STRALCI-APERTO       VALUE 'S'.
       01 SW-PDC-COMPLETO            PIC X(1) VALUE 'S'.
           88 WS-PDC-COMPLETO         VALUE 'S'.

       01 WS-DATA-OGGI               PIC 9(8) VALUE ZEROES.
       01 WS-DATA-DA                 PIC 9(8) VALUE ZEROES.
       01 WS-DATA-A                  PIC 9(8) VALUE ZEROES.

      *----------------------------------------------------------------
      *  VOCI DEL PIANO DEI CONTI CREDITI (LE STESSE DI GESPDCCR) E
      *  CONTI CARICATI DA PDCCRED ALL'AVVIO.
      *----------------------------------------------------------------
       01 WS-TAB-VOCI-VAL.
           05 FILLER PIC X(8) VALUE 'CLIENTI '.
           05 FILLER PIC X(8) VALUE 'RICAVI  '.
           05 FILLER PIC X(8) VALUE 'IVA     '.
           05 FILLER PIC X(8) VALUE 'BANCA   '.
           05 FILLER PIC X(8) VALUE 'ACCONTI '.
           05 FILLER PIC X(8) VALUE 'NOTECRED'.
           05 FILLER PIC X(8) VALUE 'BANCASBF'.
           05 FILLER PIC X(8) VALUE 'PERDITE '.
           05 FILLER PIC X(8) VALUE 'FONDO   '.
           05 FILLER PIC X(8) VALUE 'RECUPERI'.
       01 WS-TAB-VOCI REDEFINES WS-TAB-VOCI-VAL.
           05 WS-VOCE-TAB PIC X(8) OCCURS 10 TIMES.
       01 WS-TAB-CONTI.
           05 WS-CONTO-TAB PIC X(10) OCCURS 10 TIMES.
       01 WS-IND-VOCE                PIC 9(2)  VALUE ZEROES.
       01 WS-VOCE-TROVATA            PIC 9(2)  VALUE ZEROES.

      *----------------------------------------------------------------
      *  CAUSALI DI PRIMA NOTA: CODICE, DESCRIZIONE E, PER LE
      *  REGISTRAZIONI A DUE RIGHE, VOCE IN DARE E VOCE IN AVERE.
      *  FATTURE E NOTE DI CREDITO (TRE RIGHE) SI COSTRUISCONO A
      *  PARTE. ACCANTO, I CONTATORI DEL RIEPILOGO.
      *----------------------------------------------------------------
       01 WS-TAB-CAUSALI-VAL.
           05 FILLER PIC X(46) VALUE
              'FATTFATTURA DI VENDITA'.
           05 FILLER PIC X(46) VALUE
              'NCRENOTA DI CREDITO'.
           05 FILLER PIC X(46) VALUE
              'INCFINCASSO SU FATTURA        BANCA   CLIENTI '.
           05 FILLER PIC X(46) VALUE
              'INCAINCASSO IN ACCONTO        BANCA   ACCONTI '.
           05 FILLER PIC X(46) VALUE
              'APACAPPLICAZIONE ACCONTO      ACCONTI CLIENTI '.
           05 FILLER PIC X(46) VALUE
              'CPNCCOMPENSAZIONE NOTA CRED.  NOTECREDCLIENTI '.
           05 FILLER PIC X(46) VALUE
              'SDDEADDEBITO SDD S.B.F.       BANCASBFCLIENTI '.
           05 FILLER PIC X(46) VALUE
              'SDDIINSOLUTO SDD              CLIENTI BANCASBF'.
           05 FILLER PIC X(46) VALUE
              'STRPSTRALCIO A PERDITA        PERDITE CLIENTI '.
           05 FILLER PIC X(46) VALUE
              'STRFSTRALCIO SU FONDO         FONDO   CLIENTI '.
           05 FILLER PIC X(46) VALUE
              'RECSRECUPERO SU STRALCIO      BANCA   RECUPERI'.
           05 FILLER PIC X(46) VALUE
              'RIMARIMBORSO ACCONTO          ACCONTI BANCA   '.
           05 FILLER PIC X(46) VALUE
              'RIMNRIMBORSO NOTA DI CREDITO  NOTECREDBANCA   '.
       01 WS-TAB-CAUSALI REDEFINES WS-TAB-CAUSALI-VAL.
           05 WS-CAUSALE OCCURS 13 TIMES.
              07 WS-CAU-CODICE    PIC X(4).
              07 WS-CAU-DESCR     PIC X(26).
              07 WS-CAU-VOCE-DARE PIC X(8).
              07 WS-CAU-VOCE-AVERE PIC X(8).
       01 WS-TAB-RIEPILOGO.
           05 WS-RIEPILOGO OCCURS 13 TIMES.
              07 WS-RIE-NUMERO    PIC 9(7) COMP-3.
              07 WS-RIE-IMPORTO   PIC S9(15) COMP-3.
       01 WS-IND-CAU                 PIC 9(2)  VALUE ZEROES.
       01 WS-CAU-TROVATA             PIC 9(2)  VALUE ZEROES.

      *----------------------------------------------------------------
      *  REGISTRAZIONE IN COSTRUZIONE: TESTA E FINO A TRE RIGHE.
      *  UNA REGISTRAZIONE SENZA RIGHE (IMPORTI A ZERO) SI SALTA.
      *----------------------------------------------------------------
       01 WS-REGISTRAZIONE.
           05 WS-REG-CAUSALE          PIC X(4).
           05 WS-REG-DATA-OPER        PIC 9(8).
           05 WS-REG-COD-CLI          PIC 9(5).
           05 WS-REG-NUM-DOC          PIC X(8).
           05 WS-REG-NUM-RATA         PIC 9(2).
           05 WS-REG-DESCR            PIC X(30).
           05 WS-REG-ANOMALIA         PIC X(40).
           05 WS-REG-NUM-RIGHE        PIC 9(1).
           05 WS-REG-RIGA OCCURS 3 TIMES.
              07 WS-RR-VOCE           PIC X(8).
              07 WS-RR-CONTO          PIC X(10).
              07 WS-RR-SEGNO          PIC X(1).
              07 WS-RR-IMPORTO        PIC 9(14).
       01 WS-REG-DARE                PIC S9(15) COMP-3 VALUE ZEROES.
       01 WS-REG-AVERE               PIC S9(15) COMP-3 VALUE ZEROES.
       01 WS-IND-RIGA                PIC 9(1)  VALUE ZEROES.

      *    RIGA DA AGGIUNGERE ALLA REGISTRAZIONE IN COSTRUZIONE.
       01 WS-NR-VOCE                 PIC X(8)  VALUE SPACES.
       01 WS-NR-SEGNO                PIC X(1)  VALUE SPACES.
       01 WS-NR-IMPORTO              PIC 9(14) VALUE ZEROES.

       01 WS-CAMPI-CONTATORI.
           05 WS-CTR-FAT-LETTE        PIC 9(7) VALUE ZEROES.
           05 WS-CTR-MVC-LETTI        PIC 9(7) VALUE ZEROES.
           05 WS-CTR-STR-LETTI        PIC 9(7) VALUE ZEROES.
           05 WS-CTR-REGISTRAZIONI    PIC 9(6) VALUE ZEROES.
           05 WS-CTR-RIGHE            PIC 9(7) VALUE ZEROES.
           05 WS-CTR-SCARTATE         PIC 9(6) VALUE ZEROES.

       01 WS-TOT-DARE                PIC S9(15) COMP-3 VALUE ZEROES.
       01 WS-TOT-AVERE               PIC S9(15) COMP-3 VALUE ZEROES.

       01 WS-STAMPA-PAGINA           PIC 9(3)  VALUE ZEROES.
       01 WS-STAMPA-RIGHE            PIC 9(2)  VALUE ZEROES.
       01 WS-STAMPA-MAX-RIGHE        PIC 9(2)  VALUE 50.

       01 WS-INT-1.
           05 FILLER     PIC X(30) VALUE SPACES.
           05 FILLER     PIC X(44)
              VALUE 'PRIMANOTA - PRIMA NOTA CREDITI CLIENTI DAL '.
           05 WS-INT-DATA-DA PIC 9(8).
           05 FILLER     PIC X(4)  VALUE ' AL '.
           05 WS-INT-DATA-A PIC 9(8).
           05 FILLER     PIC X(30) VALUE SPACES.
           05 FILLER     PIC X(5)  VALUE 'PAG. '.
           05 WS-INT-PAGINA PIC ZZ9.

       01 WS-INT-2.
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 FILLER     PIC X(50)
              VALUE 'REGISTRAZIONI NON QUADRATE (NON TRASMESSE)'.

       01 WS-RIGA-SQUADRATA.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-Q-CAUSALE   PIC X(4).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-Q-DATA      PIC 9(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-Q-COD-CLI   PIC 9(5).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-Q-NUM-DOC   PIC X(8).
           05 WS-Q-RATA.
              07 WS-Q-RATA-BARRA PIC X(1).
              07 WS-Q-NUM-RATA   PIC 9(2).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(5)  VALUE 'DARE '.
           05 WS-Q-DARE      PIC Z(9)9,99-.
           05 FILLER         PIC X(7)  VALUE ' AVERE '.
           05 WS-Q-AVERE     PIC Z(9)9,99-.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-Q-ANOMALIA  PIC X(40).

       01 WS-RIGA-CONTO.
           05 FILLER         PIC X(10) VALUE SPACES.
           05 WS-C-VOCE      PIC X(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-C-CONTO     PIC X(10).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-C-SEGNO     PIC X(1).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-C-IMPORTO   PIC Z(9)9,99-.

       01 WS-RIGA-RIEPILOGO.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-R-CAUSALE   PIC X(4).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-R-DESCR     PIC X(26).
           05 WS-R-NUMERO    PIC Z(6)9.
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 WS-R-IMPORTO   PIC Z(9)9,99-.

       01 WS-RIGA-TOTALE.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-TOT-LABEL   PIC X(32) VALUE SPACES.
           05 WS-TOT-NUMERO  PIC Z(6)9.
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 WS-TOT-IMPORTO PIC Z(9)9,99-.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.

       INIZIO.
          PERFORM OP-INIZIALI THRU OP-INIZIALI-EX.
          PERFORM ELABORA-FATTURE THRU ELABORA-FATTURE-EX.
          PERFORM ELABORA-MOVCONT THRU ELABORA-MOVCONT-EX.
          PERFORM ELABORA-STRALCI THRU ELABORA-STRALCI-EX.
          PERFORM OP-FINALI THRU OP-FINALI-EX.
          GOBACK.

      *----------------------------------------------------------------
      *  INTERVALLO DI DATE (DI NORMA IL SOLO GIORNO CONTABILE DATO
      *  DA DATACONT, CHE E' ANCHE LA DATA DI REGISTRAZIONE), PIANO DEI
      *  CONTI COMPLETO, APERTURA DEI FILE E RECORD DI TESTA. LO
      *  STORICO STRALCI E' FACOLTATIVO (NESSUNO STRALCIO ANCORA
      *  ESEGUITO), COME MOVCONT.
      *----------------------------------------------------------------
       OP-INIZIALI.
          MOVE 'D' TO DCP-FUNZIONE.
          MOVE 'PRIMANOTA' TO DCP-PROGRAMMA.
          CALL 'DATACONT' USING PARAMETRI-DATACONT.
          MOVE DCP-DATA-CONTABILE TO WS-DATA-OGGI.
          DISPLAY 'REGISTRAZIONI DAL (AAAAMMGG, 0 = OGGI): '.
          ACCEPT WS-DATA-DA.
          IF WS-DATA-DA = ZEROES
             MOVE WS-DATA-OGGI TO WS-DATA-DA.
          DISPLAY 'REGISTRAZIONI AL (AAAAMMGG, 0 = COME DAL): '.
          ACCEPT WS-DATA-A.
          IF WS-DATA-A = ZEROES
             MOVE WS-DATA-DA TO WS-DATA-A.
          IF WS-DATA-DA > WS-DATA-A
             DISPLAY 'INTERVALLO DI DATE NON VALIDO'
             MOVE 16 TO RETURN-CODE
             GOBACK.
          OPEN INPUT PDCCRED.
          IF FS-PDCCRED NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE PDCCRED - FS=' FS-PDCCRED
             DISPLAY 'CARICARE PRIMA IL PIANO DEI CONTI CON GESPDCCR'
             MOVE 16 TO RETURN-CODE
             GOBACK.
          PERFORM CARICA-CONTO THRU CARICA-CONTO-EX
                  VARYING WS-IND-VOCE FROM 1 BY 1
                  UNTIL WS-IND-VOCE > 10.
          CLOSE PDCCRED.
          IF NOT WS-PDC-COMPLETO
             DISPLAY 'PIANO DEI CONTI CREDITI INCOMPLETO (GESPDCCR)'
             MOVE 16 TO RETURN-CODE
             GOBACK.
          OPEN INPUT FFATTURE.
          IF FS-FATTURE NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE FFATTURE - FS=' FS-FATTURE
             MOVE 16 TO RETURN-CODE
             GOBACK.
          OPEN INPUT MOVCONT.
          IF FS-MOVCONT NOT = '00' AND FS-MOVCONT NOT = '05'
             DISPLAY 'IMPOSSIBILE APRIRE MOVCONT - FS=' FS-MOVCONT
             MOVE 16 TO RETURN-CODE
             GOBACK.
          OPEN INPUT STRALCI.
          IF FS-STRALCI = '00'
             MOVE 'S' TO SW-STRALCI-APERTO.
          OPEN OUTPUT PRIMANOT.
          IF FS-PRIMANOT NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE PRIMANOT - FS=' FS-PRIMANOT
             MOVE 16 TO RETURN-CODE
             GOBACK.
          OPEN OUTPUT REGISTRO.
          IF FS-REGISTRO NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE LA STAMPA - FS=' FS-REGISTRO
             MOVE 16 TO RETURN-CODE
             GOBACK.
          MOVE SPACES TO REC-PNT-TESTA.
          MOVE 'H'          TO PNH-TIPO-REC.
          MOVE 'CREDITI'    TO PNH-ORIGINE.
          MOVE WS-DATA-OGGI TO PNH-DATA-ELAB.
          MOVE WS-DATA-DA   TO PNH-DATA-DA.
          MOVE WS-DATA-A    TO PNH-DATA-A.
          WRITE REC-PNT-TESTA.
          INITIALIZE WS-TAB-RIEPILOGO.
          PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
       OP-INIZIALI-EX.
          EXIT.

       CARICA-CONTO.
          MOVE WS-VOCE-TAB (WS-IND-VOCE) TO PDC-VOCE.
          READ PDCCRED.
          IF FS-PDCCRED NOT = '00' OR PDC-CONTO = SPACES
             DISPLAY 'VOCE SENZA CONTO: ' WS-VOCE-TAB (WS-IND-VOCE)
             MOVE 'N' TO SW-PDC-COMPLETO
             GO TO CARICA-CONTO-EX.
          MOVE PDC-CONTO TO WS-CONTO-TAB (WS-IND-VOCE).
       CARICA-CONTO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  FASE 1: DOCUMENTI DI FFATTURE CON DATA NELL'INTERVALLO.
      *  FATTURA: CLIENTI IN DARE PER IL TOTALE, RICAVI E IVA IN
      *  AVERE. NOTA DI CREDITO: RICAVI E IVA IN DARE, CLIENTI C/NOTE
      *  DI CREDITO IN AVERE FINO ALLA COMPENSAZIONE (NOTECRED).
      *----------------------------------------------------------------
       ELABORA-FATTURE.
          MOVE ZEROES TO FFAT-COD-CLI.
          MOVE SPACES TO FFAT-NUM-FAT.
          START FFATTURE KEY IS GREATER THAN KEY-FFATTURE
                INVALID KEY MOVE 1 TO SW-FINE-FAT.
          IF NOT EOF-FAT
             PERFORM LEGGI-FATTURA THRU LEGGI-FATTURA-EX.
          PERFORM REGISTRA-FATTURA THRU REGISTRA-FATTURA-EX
                  UNTIL EOF-FAT.
       ELABORA-FATTURE-EX.
          EXIT.

       LEGGI-FATTURA.
          READ FFATTURE NEXT AT END MOVE 1 TO SW-FINE-FAT
                        GO TO LEGGI-FATTURA-EX.
          IF FS-FATTURE NOT = '00' AND FS-FATTURE NOT = '10'
             DISPLAY 'ERRORE IN LETTURA FFATTURE - FS=' FS-FATTURE
             MOVE 16 TO RETURN-CODE
             MOVE 1 TO SW-FINE-FAT
             GO TO LEGGI-FATTURA-EX.
          ADD 1 TO WS-CTR-FAT-LETTE.
       LEGGI-FATTURA-EX.
          EXIT.

       REGISTRA-FATTURA.
          IF FFAT-DATA-FATT < WS-DATA-DA
          OR FFAT-DATA-FATT > WS-DATA-A
             GO TO F020.
          IF FFAT-DOC-NOTA-CRED
             MOVE 'NCRE' TO WS-REG-CAUSALE
          ELSE
             MOVE 'FATT' TO WS-REG-CAUSALE.
          PERFORM INIZIA-REGISTRAZIONE THRU INIZIA-REGISTRAZIONE-EX.
          MOVE FFAT-DATA-FATT TO WS-REG-DATA-OPER.
          MOVE FFAT-COD-CLI   TO WS-REG-COD-CLI.
          MOVE FFAT-NUM-FAT   TO WS-REG-NUM-DOC.
          IF FFAT-DOC-NOTA-CRED
             MOVE 'D'           TO WS-NR-SEGNO
             MOVE 'RICAVI  '    TO WS-NR-VOCE
             MOVE FFAT-IMPONIB  TO WS-NR-IMPORTO
             PERFORM AGGIUNGI-RIGA THRU AGGIUNGI-RIGA-EX
             MOVE 'IVA     '    TO WS-NR-VOCE
             MOVE FFAT-IVA      TO WS-NR-IMPORTO
             PERFORM AGGIUNGI-RIGA THRU AGGIUNGI-RIGA-EX
             MOVE 'A'           TO WS-NR-SEGNO
             MOVE 'NOTECRED'    TO WS-NR-VOCE
             MOVE FFAT-TOT-FATT TO WS-NR-IMPORTO
             PERFORM AGGIUNGI-RIGA THRU AGGIUNGI-RIGA-EX
          ELSE
             MOVE 'D'           TO WS-NR-SEGNO
             MOVE 'CLIENTI '    TO WS-NR-VOCE
             MOVE FFAT-TOT-FATT TO WS-NR-IMPORTO
             PERFORM AGGIUNGI-RIGA THRU AGGIUNGI-RIGA-EX
             MOVE 'A'           TO WS-NR-SEGNO
             MOVE 'RICAVI  '    TO WS-NR-VOCE
             MOVE FFAT-IMPONIB  TO WS-NR-IMPORTO
             PERFORM AGGIUNGI-RIGA THRU AGGIUNGI-RIGA-EX
             MOVE 'IVA     '    TO WS-NR-VOCE
             MOVE FFAT-IVA      TO WS-NR-IMPORTO
             PERFORM AGGIUNGI-RIGA THRU AGGIUNGI-RIGA-EX.
          PERFORM CHIUDI-REGISTRAZIONE THRU CHIUDI-REGISTRAZIONE-EX.
       F020.
          PERFORM LEGGI-FATTURA THRU LEGGI-FATTURA-EX.
       REGISTRA-FATTURA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  FASE 2: MOVIMENTI DI MOVCONT CON DATA DI REGISTRAZIONE
      *  NELL'INTERVALLO; LA CAUSALE DICE LE VOCI IN DARE E AVERE.
      *  UNA CAUSALE SCONOSCIUTA FINISCE TRA LE NON QUADRATE.
      *----------------------------------------------------------------
       ELABORA-MOVCONT.
          PERFORM LEGGI-MOVCONT THRU LEGGI-MOVCONT-EX.
          PERFORM REGISTRA-MOVCONT THRU REGISTRA-MOVCONT-EX
                  UNTIL EOF-MVC.
       ELABORA-MOVCONT-EX.
          EXIT.

       LEGGI-MOVCONT.
          READ MOVCONT AT END MOVE 1 TO SW-FINE-MVC
               GO TO LEGGI-MOVCONT-EX.
          IF FS-MOVCONT NOT = '00'
             DISPLAY 'ERRORE IN LETTURA MOVCONT - FS=' FS-MOVCONT
             MOVE 16 TO RETURN-CODE
             MOVE 1 TO SW-FINE-MVC
             GO TO LEGGI-MOVCONT-EX.
          ADD 1 TO WS-CTR-MVC-LETTI.
       LEGGI-MOVCONT-EX.
          EXIT.

       REGISTRA-MOVCONT.
          IF MVC-DATA-REG < WS-DATA-DA
          OR MVC-DATA-REG > WS-DATA-A
             GO TO M020.
          MOVE MVC-CAUSALE TO WS-REG-CAUSALE.
          PERFORM INIZIA-REGISTRAZIONE THRU INIZIA-REGISTRAZIONE-EX.
          MOVE MVC-DATA-OPER TO WS-REG-DATA-OPER.
          MOVE MVC-COD-CLI   TO WS-REG-COD-CLI.
          MOVE MVC-NUM-FAT   TO WS-REG-NUM-DOC.
          MOVE MVC-NUM-RATA  TO WS-REG-NUM-RATA.
          IF WS-CAU-TROVATA = ZEROES
          OR WS-CAU-VOCE-DARE (WS-CAU-TROVATA) = SPACES
             MOVE 'CAUSALE MOVIMENTO SCONOSCIUTA'
                  TO WS-REG-ANOMALIA
             GO TO M010.
          MOVE MVC-IMPORTO TO WS-NR-IMPORTO.
          MOVE 'D' TO WS-NR-SEGNO.
          MOVE WS-CAU-VOCE-DARE (WS-CAU-TROVATA) TO WS-NR-VOCE.
          PERFORM AGGIUNGI-RIGA THRU AGGIUNGI-RIGA-EX.
          MOVE 'A' TO WS-NR-SEGNO.
          MOVE WS-CAU-VOCE-AVERE (WS-CAU-TROVATA) TO WS-NR-VOCE.
          PERFORM AGGIUNGI-RIGA THRU AGGIUNGI-RIGA-EX.
       M010.
          PERFORM CHIUDI-REGISTRAZIONE THRU CHIUDI-REGISTRAZIONE-EX.
       M020.
          PERFORM LEGGI-MOVCONT THRU LEGGI-MOVCONT-EX.
       REGISTRA-MOVCONT-EX.
          EXIT.

      *----------------------------------------------------------------
      *  FASE 3: STRALCI CON DATA NELL'INTERVALLO, A PERDITA O A
      *  UTILIZZO DEL FONDO SECONDO L'IMPUTAZIONE DELLO STRALCIO.
      *----------------------------------------------------------------
       ELABORA-STRALCI.
          IF NOT WS-STRALCI-APERTO
             GO TO ELABORA-STRALCI-EX.
          MOVE ZEROES TO STR-COD-CLI STR-NUM-RATA STR-PROGR.
          MOVE SPACES TO STR-NUM-FAT.
          START STRALCI KEY IS NOT LESS THAN KEY-STRALCI
                INVALID KEY MOVE 1 TO SW-FINE-STR.
          IF NOT EOF-STR
             PERFORM LEGGI-STRALCIO THRU LEGGI-STRALCIO-EX.
          PERFORM REGISTRA-STRALCIO THRU REGISTRA-STRALCIO-EX
                  UNTIL EOF-STR.
       ELABORA-STRALCI-EX.
          EXIT.

       LEGGI-STRALCIO.
          READ STRALCI NEXT AT END MOVE 1 TO SW-FINE-STR
                       GO TO LEGGI-STRALCIO-EX.
          IF FS-STRALCI NOT = '00'
             DISPLAY 'ERRORE IN LETTURA STRALCI - FS=' FS-STRALCI
             MOVE 16 TO RETURN-CODE
             MOVE 1 TO SW-FINE-STR
             GO TO LEGGI-STRALCIO-EX.
          ADD 1 TO WS-CTR-STR-LETTI.
       LEGGI-STRALCIO-EX.
          EXIT.

       REGISTRA-STRALCIO.
          IF NOT STR-STRALCIO
          OR STR-DATA < WS-DATA-DA
          OR STR-DATA > WS-DATA-A
             GO TO R020.
          IF STR-A-FONDO
             MOVE 'STRF' TO WS-REG-CAUSALE
          ELSE
             MOVE 'STRP' TO WS-REG-CAUSALE.
          PERFORM INIZIA-REGISTRAZIONE THRU INIZIA-REGISTRAZIONE-EX.
          MOVE STR-DATA     TO WS-REG-DATA-OPER.
          MOVE STR-COD-CLI  TO WS-REG-COD-CLI.
          MOVE STR-NUM-FAT  TO WS-REG-NUM-DOC.
          MOVE STR-NUM-RATA TO WS-REG-NUM-RATA.
          MOVE STR-IMPORTO  TO WS-NR-IMPORTO.
          MOVE 'D' TO WS-NR-SEGNO.
          MOVE WS-CAU-VOCE-DARE (WS-CAU-TROVATA) TO WS-NR-VOCE.
          PERFORM AGGIUNGI-RIGA THRU AGGIUNGI-RIGA-EX.
          MOVE 'A' TO WS-NR-SEGNO.
          MOVE WS-CAU-VOCE-AVERE (WS-CAU-TROVATA) TO WS-NR-VOCE.
          PERFORM AGGIUNGI-RIGA THRU AGGIUNGI-RIGA-EX.
          PERFORM CHIUDI-REGISTRAZIONE THRU CHIUDI-REGISTRAZIONE-EX.
       R020.
          PERFORM LEGGI-STRALCIO THRU LEGGI-STRALCIO-EX.
       REGISTRA-STRALCIO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  NUOVA REGISTRAZIONE CON LA CAUSALE GIA' IN WS-REG-CAUSALE:
      *  SI AZZERA IL RESTO E SI CERCA LA CAUSALE IN TABELLA
      *  (WS-CAU-TROVATA A ZERO SE NON C'E').
      *----------------------------------------------------------------
       INIZIA-REGISTRAZIONE.
          MOVE ZEROES TO WS-REG-DATA-OPER WS-REG-COD-CLI
                         WS-REG-NUM-RATA WS-REG-NUM-RIGHE.
          MOVE SPACES TO WS-REG-NUM-DOC WS-REG-DESCR WS-REG-ANOMALIA.
          MOVE ZEROES TO WS-CAU-TROVATA.
          PERFORM CERCA-CAUSALE THRU CERCA-CAUSALE-EX
                  VARYING WS-IND-CAU FROM 1 BY 1
                  UNTIL WS-IND-CAU > 13
                  OR WS-CAU-TROVATA NOT = ZEROES.
          IF WS-CAU-TROVATA NOT = ZEROES
             MOVE WS-CAU-DESCR (WS-CAU-TROVATA) TO WS-REG-DESCR.
       INIZIA-REGISTRAZIONE-EX.
          EXIT.

       CERCA-CAUSALE.
          IF WS-CAU-CODICE (WS-IND-CAU) = WS-REG-CAUSALE
             MOVE WS-IND-CAU TO WS-CAU-TROVATA.
       CERCA-CAUSALE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  AGGIUNGE UNA RIGA (VOCE, SEGNO, IMPORTO) ALLA REGISTRAZIONE
      *  CON IL CONTO DEL PIANO DEI CONTI. LE RIGHE A ZERO (AD ESEMPIO
      *  L'IVA DI UNA FATTURA ESENTE) NON SI SCRIVONO.
      *----------------------------------------------------------------
       AGGIUNGI-RIGA.
          IF WS-NR-IMPORTO = ZEROES
             GO TO AGGIUNGI-RIGA-EX.
          MOVE ZEROES TO WS-VOCE-TROVATA.
          PERFORM CERCA-VOCE THRU CERCA-VOCE-EX
                  VARYING WS-IND-VOCE FROM 1 BY 1
                  UNTIL WS-IND-VOCE > 10
                  OR WS-VOCE-TROVATA NOT = ZEROES.
          ADD 1 TO WS-REG-NUM-RIGHE.
          MOVE WS-NR-VOCE    TO WS-RR-VOCE (WS-REG-NUM-RIGHE).
          MOVE WS-NR-SEGNO   TO WS-RR-SEGNO (WS-REG-NUM-RIGHE).
          MOVE WS-NR-IMPORTO TO WS-RR-IMPORTO (WS-REG-NUM-RIGHE).
          MOVE WS-CONTO-TAB (WS-VOCE-TROVATA)
               TO WS-RR-CONTO (WS-REG-NUM-RIGHE).
       AGGIUNGI-RIGA-EX.
          EXIT.

       CERCA-VOCE.
          IF WS-VOCE-TAB (WS-IND-VOCE) = WS-NR-VOCE
             MOVE WS-IND-VOCE TO WS-VOCE-TROVATA.
       CERCA-VOCE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  CHIUDE LA REGISTRAZIONE: SE DARE = AVERE LE RIGHE VANNO SUL
      *  FILE CON UN NUOVO NUMERO DI REGISTRAZIONE, ALTRIMENTI LA
      *  REGISTRAZIONE VA IN STAMPA TRA LE NON QUADRATE.
      *----------------------------------------------------------------
       CHIUDI-REGISTRAZIONE.
          IF WS-REG-NUM-RIGHE = ZEROES AND WS-REG-ANOMALIA = SPACES
             GO TO CHIUDI-REGISTRAZIONE-EX.
          MOVE ZEROES TO WS-REG-DARE WS-REG-AVERE.
          PERFORM SOMMA-RIGA THRU SOMMA-RIGA-EX
                  VARYING WS-IND-RIGA FROM 1 BY 1
                  UNTIL WS-IND-RIGA > WS-REG-NUM-RIGHE.
          IF WS-REG-ANOMALIA = SPACES
          AND WS-REG-DARE NOT = WS-REG-AVERE
             MOVE 'DARE E AVERE NON QUADRANO' TO WS-REG-ANOMALIA.
          IF WS-REG-ANOMALIA NOT = SPACES
             PERFORM STAMPA-SQUADRATA THRU STAMPA-SQUADRATA-EX
             GO TO CHIUDI-REGISTRAZIONE-EX.
          ADD 1 TO WS-CTR-REGISTRAZIONI.
          PERFORM SCRIVI-RIGA THRU SCRIVI-RIGA-EX
                  VARYING WS-IND-RIGA FROM 1 BY 1
                  UNTIL WS-IND-RIGA > WS-REG-NUM-RIGHE.
          ADD WS-REG-DARE  TO WS-TOT-DARE.
          ADD WS-REG-AVERE TO WS-TOT-AVERE.
          ADD 1 TO WS-RIE-NUMERO (WS-CAU-TROVATA).
          ADD WS-REG-DARE TO WS-RIE-IMPORTO (WS-CAU-TROVATA).
       CHIUDI-REGISTRAZIONE-EX.
          EXIT.

       SOMMA-RIGA.
          IF WS-RR-SEGNO (WS-IND-RIGA) = 'D'
             ADD WS-RR-IMPORTO (WS-IND-RIGA) TO WS-REG-DARE
          ELSE
             ADD WS-RR-IMPORTO (WS-IND-RIGA) TO WS-REG-AVERE.
       SOMMA-RIGA-EX.
          EXIT.

       SCRIVI-RIGA.
          MOVE SPACES TO REC-PNT-RIGA.
          MOVE 'R'                  TO PNR-TIPO-REC.
          MOVE WS-CTR-REGISTRAZIONI TO PNR-NUM-REG.
          MOVE WS-IND-RIGA          TO PNR-NUM-RIGA.
          MOVE WS-DATA-OGGI         TO PNR-DATA-REG.
          MOVE WS-REG-CAUSALE       TO PNR-CAUSALE.
          MOVE WS-RR-CONTO (WS-IND-RIGA)   TO PNR-CONTO.
          MOVE WS-RR-SEGNO (WS-IND-RIGA)   TO PNR-SEGNO.
          MOVE WS-RR-IMPORTO (WS-IND-RIGA) TO PNR-IMPORTO.
          MOVE WS-REG-COD-CLI       TO PNR-COD-CLI.
          MOVE WS-REG-NUM-DOC       TO PNR-NUM-DOC.
          MOVE WS-REG-NUM-RATA      TO PNR-NUM-RATA.
          MOVE WS-REG-DATA-OPER     TO PNR-DATA-OPER.
          MOVE WS-REG-DESCR         TO PNR-DESCR.
          WRITE REC-PNT-RIGA.
          IF FS-PRIMANOT NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA PRIMANOT - FS=' FS-PRIMANOT
             MOVE 16 TO RETURN-CODE.
          ADD 1 TO WS-CTR-RIGHE.
       SCRIVI-RIGA-EX.
          EXIT.

       STAMPA-INTESTAZIONE.
          ADD 1 TO WS-STAMPA-PAGINA.
          MOVE WS-STAMPA-PAGINA TO WS-INT-PAGINA.
          MOVE WS-DATA-DA TO WS-INT-DATA-DA.
          MOVE WS-DATA-A  TO WS-INT-DATA-A.
          MOVE WS-INT-1 TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING PAGE.
          MOVE WS-INT-2 TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 2 LINES.
          MOVE SPACES TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 1 LINE.
          MOVE ZEROES TO WS-STAMPA-RIGHE.
       STAMPA-INTESTAZIONE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  REGISTRAZIONE NON QUADRATA: RIGA DI TESTA CON I TOTALI DARE
      *  E AVERE E IL MOTIVO, POI UNA RIGA PER CONTO.
      *----------------------------------------------------------------
       STAMPA-SQUADRATA.
          IF WS-STAMPA-RIGHE + WS-REG-NUM-RIGHE >= WS-STAMPA-MAX-RIGHE
             PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          MOVE WS-REG-CAUSALE   TO WS-Q-CAUSALE.
          MOVE WS-REG-DATA-OPER TO WS-Q-DATA.
          MOVE WS-REG-COD-CLI   TO WS-Q-COD-CLI.
          MOVE WS-REG-NUM-DOC   TO WS-Q-NUM-DOC.
          MOVE SPACES TO WS-Q-RATA.
          IF WS-REG-NUM-RATA NOT = ZEROES
             MOVE '/'             TO WS-Q-RATA-BARRA
             MOVE WS-REG-NUM-RATA TO WS-Q-NUM-RATA.
          MOVE WS-REG-DARE      TO WS-Q-DARE.
          MOVE WS-REG-AVERE     TO WS-Q-AVERE.
          MOVE WS-REG-ANOMALIA  TO WS-Q-ANOMALIA.
          MOVE WS-RIGA-SQUADRATA TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 2 LINES.
          ADD 2 TO WS-STAMPA-RIGHE.
          PERFORM STAMPA-CONTO THRU STAMPA-CONTO-EX
                  VARYING WS-IND-RIGA FROM 1 BY 1
                  UNTIL WS-IND-RIGA > WS-REG-NUM-RIGHE.
          ADD 1 TO WS-CTR-SCARTATE.
       STAMPA-SQUADRATA-EX.
          EXIT.

       STAMPA-CONTO.
          MOVE WS-RR-VOCE (WS-IND-RIGA)    TO WS-C-VOCE.
          MOVE WS-RR-CONTO (WS-IND-RIGA)   TO WS-C-CONTO.
          MOVE WS-RR-SEGNO (WS-IND-RIGA)   TO WS-C-SEGNO.
          MOVE WS-RR-IMPORTO (WS-IND-RIGA) TO WS-C-IMPORTO.
          MOVE WS-RIGA-CONTO TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 1 LINE.
          ADD 1 TO WS-STAMPA-RIGHE.
       STAMPA-CONTO-EX.
          EXIT.

       STAMPA-RIEPILOGO.
          MOVE WS-CAU-CODICE (WS-IND-CAU)  TO WS-R-CAUSALE.
          MOVE WS-CAU-DESCR (WS-IND-CAU)   TO WS-R-DESCR.
          MOVE WS-RIE-NUMERO (WS-IND-CAU)  TO WS-R-NUMERO.
          MOVE WS-RIE-IMPORTO (WS-IND-CAU) TO WS-R-IMPORTO.
          MOVE WS-RIGA-RIEPILOGO TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 1 LINE.
       STAMPA-RIEPILOGO-EX.
          EXIT.

       STAMPA-TOTALE.
          MOVE WS-RIGA-TOTALE TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 1 LINE.
          MOVE SPACES TO WS-RIGA-TOTALE.
       STAMPA-TOTALE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  RECORD DI CODA CON I TOTALI DI CONTROLLO, RIEPILOGO PER
      *  CAUSALE E TOTALI IN STAMPA. REGISTRAZIONI NON QUADRATE =
      *  RETURN-CODE 4.
      *----------------------------------------------------------------
       OP-FINALI.
          MOVE SPACES TO REC-PNT-CODA.
          MOVE 'T'                  TO PNC-TIPO-REC.
          MOVE WS-CTR-REGISTRAZIONI TO PNC-NUM-REG.
          MOVE WS-CTR-RIGHE         TO PNC-NUM-RIGHE.
          MOVE WS-TOT-DARE          TO PNC-TOT-DARE.
          MOVE WS-TOT-AVERE         TO PNC-TOT-AVERE.
          MOVE WS-CTR-SCARTATE      TO PNC-NUM-SCARTATE.
          WRITE REC-PNT-CODA.
          PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          MOVE SPACES TO REC-REGISTRO.
          MOVE 'RIEPILOGO PER CAUSALE (REGISTRAZIONI TRASMESSE)'
               TO REC-REGISTRO (3:50).
          WRITE REC-REGISTRO AFTER ADVANCING 1 LINE.
          MOVE SPACES TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 1 LINE.
          PERFORM STAMPA-RIEPILOGO THRU STAMPA-RIEPILOGO-EX
                  VARYING WS-IND-CAU FROM 1 BY 1
                  UNTIL WS-IND-CAU > 13.
          MOVE SPACES TO REC-REGISTRO.
          WRITE REC-REGISTRO AFTER ADVANCING 1 LINE.
          MOVE SPACES TO WS-RIGA-TOTALE.
          MOVE 'REGISTRAZIONI / TOTALE DARE' TO WS-TOT-LABEL.
          MOVE WS-CTR-REGISTRAZIONI TO WS-TOT-NUMERO.
          MOVE WS-TOT-DARE TO WS-TOT-IMPORTO.
          PERFORM STAMPA-TOTALE THRU STAMPA-TOTALE-EX.
          MOVE 'RIGHE / TOTALE AVERE' TO WS-TOT-LABEL.
          MOVE WS-CTR-RIGHE TO WS-TOT-NUMERO.
          MOVE WS-TOT-AVERE TO WS-TOT-IMPORTO.
          PERFORM STAMPA-TOTALE THRU STAMPA-TOTALE-EX.
          MOVE 'REGISTRAZIONI NON QUADRATE' TO WS-TOT-LABEL.
          MOVE WS-CTR-SCARTATE TO WS-TOT-NUMERO.
          MOVE ZEROES TO WS-TOT-IMPORTO.
          PERFORM STAMPA-TOTALE THRU STAMPA-TOTALE-EX.
          DISPLAY 'DOCUMENTI LETTI:     ' WS-CTR-FAT-LETTE.
          DISPLAY 'MOVIMENTI LETTI:     ' WS-CTR-MVC-LETTI.
          DISPLAY 'STRALCI LETTI:       ' WS-CTR-STR-LETTI.
          DISPLAY 'REGISTRAZIONI:       ' WS-CTR-REGISTRAZIONI.
          DISPLAY 'RIGHE DI PRIMA NOTA: ' WS-CTR-RIGHE.
          DISPLAY 'TOTALE DARE:         ' WS-TOT-DARE.
          DISPLAY 'TOTALE AVERE:        ' WS-TOT-AVERE.
          DISPLAY 'NON QUADRATE:        ' WS-CTR-SCARTATE.
          IF WS-CTR-SCARTATE > ZEROES AND RETURN-CODE = ZEROES
             MOVE 4 TO RETURN-CODE.
          CLOSE FFATTURE, MOVCONT, PRIMANOT, REGISTRO.
          IF WS-STRALCI-APERTO
             CLOSE STRALCI.
       OP-FINALI-EX.
          EXIT.
