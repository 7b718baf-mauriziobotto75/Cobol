      ******************************************************************
      *  RIMBORSO AI CLIENTI DEI CREDITI NON UTILIZZATI: ACCONTI
      *  (PARTITE DI TIPO 'A', VEDI INCASSI E APPLACC) E NOTE DI
      *  CREDITO (PARTITE DI TIPO 'N', VEDI NOTECRED) CHE RESTANO CON
      *  RESIDUO PERCHE' IL CLIENTE NON HA PIU' NULLA DA COMPENSARE.
      *  IL PROGRAMMA LAVORA IN TRE FASI, SCELTE ALL'AVVIO:
      *  P PROPOSTA: SCANDISCE PARTITE E PROPONE IL RIMBORSO DEI
      *    CREDITI APERTI PIU' VECCHI DEL NUMERO DI GIORNI CHIESTO
      *    (DATA ULTIMO MOVIMENTO, O SCADENZA SE MAI MOVIMENTATO, IN
      *    BASE COMMERCIALE 30/360 COME SCADFATT) DEI SOLI CLIENTI
      *    SENZA PARTITE DA FATTURA APERTE. L'IBAN DI ACCREDITO VIENE
      *    DALLE COORDINATE BANCARIE (CLIBANCA, VEDI GESCLIBAN): SENZA
      *    IBAN VALIDO IL CREDITO ESCE SCARTATO. LE PROPOSTE VANNO SUL
      *    FILE RIMBPROP (CHE SOSTITUISCE LA PROPOSTA PRECEDENTE, MA
      *    NON SE HA ANCORA RIMBORSI APPROVATI DA EMETTERE) E SULLA
      *    STAMPA DELLA PROPOSTA.
      *  A APPROVAZIONE: UN OPERATORE ABILITATO (OPE-PERM-APPR, COME
      *    IN APPRVAR) E DIVERSO DA CHI HA LANCIATO LA PROPOSTA
      *    APPROVA O RESPINGE (CON MOTIVO) LE PROPOSTE UNA ALLA VOLTA.
      *  E EMISSIONE: PER OGNI RIMBORSO APPROVATO RICONTROLLA CHE IL
      *    CREDITO SIA ANCORA APERTO CON LO STESSO RESIDUO, CHE IL
      *    CLIENTE NON ABBIA NUOVE PARTITE APERTE E CHE L'IBAN NON
      *    SIA CAMBIATO; POI SCRIVE IL BONIFICO SUL FILE SEPA CREDIT
      *    TRANSFER PER LA BANCA (XML SEMPLIFICATO SUL MODELLO
      *    PAIN.001, STESSO SCHEMA DEL FILE BONIFICI DI STACED E DEL
      *    FILE SDD DI SDDEMIS), CHIUDE LA PARTITA DI CREDITO CON LO
      *    STATO 'R' RIMBORSATA, ACCODA IL MOVIMENTO DA CONTABILIZZARE
      *    (MOVCONT, CAUSALE RIMA O RIMN, VEDI PRIMANOTA) E STAMPA IL
      *    REGISTRO DEI RIMBORSI. OGNI SCRITTURA SU PARTITE E'
      *    PRECEDUTA DALL'IMMAGINE SUL GIORNALE PARTBIMG (RIPRPART).
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. RIMBORSI.
       AUTHOR.  MB.

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

           SELECT CLIBANCA ASSIGN TO DATABASE-CLIBANCA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-CLIBANCA
           FILE STATUS IS FS-CLIBANCA.

           SELECT RIMBPROP ASSIGN TO FORMATFILE-RIMBPROP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RIMBPROP.

           SELECT SCTRIMB ASSIGN TO FORMATFILE-SCTRIMB
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SCTRIMB.

           SELECT OPTIONAL MOVCONT ASSIGN TO FORMATFILE-MOVCONT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MOVCONT.

           SELECT STAMPA ASSIGN TO PRINTER-RIMBORSI
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-STAMPA.

           SELECT OPTIONAL PARTBIMG ASSIGN TO FORMATFILE-PARTBIMG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PARTBIMG.

       DATA DIVISION.

       FILE SECTION.
      *----------------------------------------------------------------
      *  ARCHIVIO PARTITE (STESSO RECORD DI INCASSI).
      *----------------------------------------------------------------
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
              88 PAR-RIMBORSATA   VALUE 'R'.
           05 PAR-TIPO         PIC X.
              88 PAR-TIPO-FATTURA VALUE 'F' ' '.
              88 PAR-TIPO-ACCONTO VALUE 'A'.
              88 PAR-TIPO-NC      VALUE 'N'.
           05 PAR-RIF-CONTRATTO PIC 9(6).
           05 FILLER           PIC X(7).

       FD CLIBANCA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REC-CLIBANCA.
           COPY FD_CliBanca.

      *----------------------------------------------------------------
      *  PROPOSTA DI RIMBORSO: UN RECORD PER PARTITA DI CREDITO
      *  PROPOSTA, CON L'IBAN LETTO IN PROPOSTA E LA STORIA DELLA
      *  PROPOSTA (CHI L'HA FATTA, CHI L'HA APPROVATA, QUANDO E'
      *  STATA EMESSA).
      *  STATO: 'P' PROPOSTO, 'A' APPROVATO, 'R' RESPINTO, 'E' EMESSO,
      *         'S' SCARTATO (SENZA IBAN O NON PIU' RIMBORSABILE
      *         ALL'EMISSIONE), CON IL MOTIVO.
      *----------------------------------------------------------------
       FD RIMBPROP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS REC-RIMBPROP.
       01 REC-RIMBPROP.
           05 RMP-CHIAVE-PARTITA.
             07 RMP-COD-CLI    PIC 9(5).
             07 RMP-NUM-FAT    PIC X(8).
             07 RMP-NUM-RATA   PIC 9(2).
           05 RMP-TIPO         PIC X.
              88 RMP-ACCONTO      VALUE 'A'.
              88 RMP-NOTA-CREDITO VALUE 'N'.
           05 RMP-IMPORTO      PIC 9(14) COMP-3.
           05 RMP-DATA-RIF     PIC 9(8).
           05 RMP-GIORNI       PIC 9(5).
           05 RMP-IBAN         PIC X(27).
           05 RMP-INTESTATARIO PIC X(35).
           05 RMP-STATO        PIC X.
              88 RMP-PROPOSTO     VALUE 'P'.
              88 RMP-APPROVATO    VALUE 'A'.
              88 RMP-RESPINTO     VALUE 'R'.
              88 RMP-EMESSO       VALUE 'E'.
              88 RMP-SCARTATO     VALUE 'S'.
           05 RMP-MOTIVO       PIC X(30).
           05 RMP-DATA-PROP    PIC 9(8).
           05 RMP-OPER-PROP    PIC X(8).
           05 RMP-DATA-APPR    PIC 9(8).
           05 RMP-OPER-APPR    PIC X(8).
           05 RMP-DATA-EMIS    PIC 9(8).
           05 FILLER           PIC X(30).

      *----------------------------------------------------------------
      *  FILE BONIFICI DI RIMBORSO PER LA BANCA (XML SEMPLIFICATO, UNA
      *  RIGA PER RECORD COME IL FILE BONIFICI).
      *----------------------------------------------------------------
       FD SCTRIMB
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS REC-SCTRIMB.
       01 REC-SCTRIMB          PIC X(200).

      *----------------------------------------------------------------
      *  MOVIMENTI DA CONTABILIZZARE (VEDI PRIMANOTA): OGNI VARIAZIONE
      *  DI PARTITE CHE NON NASCE DA UN DOCUMENTO DI FFATTURE VI E'
      *  ACCODATA CON LA SUA CAUSALE E LA DATA DI REGISTRAZIONE.
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

       FD STAMPA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REC-STAMPA.
       01 REC-STAMPA           PIC X(132).

      *----------------------------------------------------------------
      *  GIORNALE DELLE IMMAGINI DI PARTITE: PRIMA E DOPO DI OGNI
      *  SCRITTURA DEL RUN, PER IL RIPRISTINO CON RIPRPART.
      *----------------------------------------------------------------
       FD PARTBIMG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS REC-PARTBIMG.
           COPY FD_PartBimg.

       WORKING-STORAGE SECTION.

       01 FS-PARTITE                 PIC 9(2) VALUE ZEROES.
       01 FS-CLIBANCA                PIC 9(2) VALUE ZEROES.
       01 FS-RIMBPROP                PIC 9(2) VALUE ZEROES.
       01 FS-SCTRIMB                 PIC 9(2) VALUE ZEROES.
       01 FS-MOVCONT                 PIC 9(2) VALUE ZEROES.
       01 FS-STAMPA                  PIC 9(2) VALUE ZEROES.

       01 SW-FINE-PAR                PIC 9(1) VALUE ZEROES.
           88 EOF-PAR                 VALUE 1.
       01 SW-FINE-PROP               PIC 9(1) VALUE ZEROES.
           88 EOF-PROP                VALUE 1.
       01 SW-FINE-LAVORO             PIC 9(1) VALUE ZEROES.
           88 FINE-LAVORO             VALUE 1.
       01 SW-CLIBANCA-APERTO         PIC X(1) VALUE 'N'.
           88 WS-CLIBANCA-APERTO     VALUE 'S'.
       01 SW-PRIMO-CLIENTE           PIC X(1) VALUE 'S'.
           88 WS-E-IL-PRIMO-CLIENTE  VALUE 'S'.
       01 SW-DEBITI-APERTI           PIC X(1) VALUE 'N'.
           88 WS-DEBITI-APERTI       VALUE 'S'.
       01 SW-APPROVATI-SOSPESI       PIC X(1) VALUE 'N'.
           88 WS-APPROVATI-SOSPESI   VALUE 'S'.

      *----------------------------------------------------------------
      *  PARAMETRI DEL RUN: FASE, OPERATORE, GIORNI MINIMI DEL
      *  CREDITO (ZERO = 90) E, IN EMISSIONE, DATA DI ESECUZIONE
      *  RICHIESTA (ZERO = DATA CONTABILE, PORTATA AL PRIMO GIORNO
      *  LAVORATIVO), ORDINANTE E IBAN DI ADDEBITO DELL'AZIENDA.
      *----------------------------------------------------------------
       01 WS-FASE                    PIC X(1) VALUE SPACES.
           88 FASE-PROPOSTA           VALUE 'P'.
           88 FASE-APPROVAZIONE       VALUE 'A'.
           88 FASE-EMISSIONE          VALUE 'E'.
       01 WS-COD-OPERATORE           PIC X(8) VALUE SPACES.
       01 WS-PASSWORD                PIC X(8) VALUE SPACES.
       01 WS-TENTATIVI               PIC 9(1) VALUE ZEROES.
       01 WS-RISPOSTA                PIC X(1) VALUE SPACES.
       01 WS-MOTIVO                  PIC X(30) VALUE SPACES.
       01 WS-GIORNI-MIN              PIC 9(3) VALUE ZEROES.
       01 WS-DATA-OGGI               PIC 9(8) VALUE ZEROES.
       01 WS-DATA-OGGI-R REDEFINES WS-DATA-OGGI.
           05 WS-OGGI-ANNO           PIC 9(4).
           05 WS-OGGI-MESE           PIC 9(2).
           05 WS-OGGI-GIORNO         PIC 9(2).
       01 WS-DATA-ESEC               PIC 9(8) VALUE ZEROES.
       01 WS-ORDINANTE               PIC X(35) VALUE SPACES.
       01 WS-IBAN-ORDINANTE          PIC X(27) VALUE SPACES.

      *----------------------------------------------------------------
      *  ANZIANITA' DEL CREDITO IN BASE COMMERCIALE 30/360.
      *----------------------------------------------------------------
       01 WS-DATA-RIF                PIC 9(8) VALUE ZEROES.
       01 WS-DATA-RIF-R REDEFINES WS-DATA-RIF.
           05 WS-RIF-ANNO            PIC 9(4).
           05 WS-RIF-MESE            PIC 9(2).
           05 WS-RIF-GIORNO          PIC 9(2).
       01 WS-GIORNI                  PIC S9(5) VALUE ZEROES.

      *----------------------------------------------------------------
      *  CREDITI RIMBORSABILI DEL CLIENTE IN CORSO: SI PROPONGONO SOLO
      *  A FINE CLIENTE, QUANDO SI SA CHE NON HA PARTITE APERTE.
      *----------------------------------------------------------------
       01 WS-CLIENTE-CORRENTE        PIC 9(5) VALUE ZEROES.
       01 WS-NUM-CREDITI             PIC 9(3) VALUE ZEROES.
       01 WS-MAX-CREDITI             PIC 9(3) VALUE 50.
       01 WS-IND-CRE                 PIC 9(3) VALUE ZEROES.
       01 WS-TAB-CREDITI.
           05 WS-CREDITO OCCURS 50 TIMES.
              07 WS-CR-NUM-FAT       PIC X(8).
              07 WS-CR-NUM-RATA      PIC 9(2).
              07 WS-CR-TIPO          PIC X(1).
              07 WS-CR-IMPORTO       PIC 9(14) COMP-3.
              07 WS-CR-DATA-RIF      PIC 9(8).
              07 WS-CR-GIORNI        PIC 9(5).
       01 WS-IBAN-CLIENTE            PIC X(27) VALUE SPACES.
       01 WS-INTEST-CLIENTE          PIC X(35) VALUE SPACES.
       01 WS-MOTIVO-CLIENTE          PIC X(30) VALUE SPACES.

       01 WS-CAMPI-CONTATORI.
           05 WS-CTR-PAR-LETTE        PIC 9(7) VALUE ZEROES.
           05 WS-CTR-PROPOSTE         PIC 9(7) VALUE ZEROES.
           05 WS-CTR-SCARTATE         PIC 9(7) VALUE ZEROES.
           05 WS-CTR-CLI-ESCLUSI      PIC 9(7) VALUE ZEROES.
           05 WS-CTR-APPROVATE        PIC 9(7) VALUE ZEROES.
           05 WS-CTR-RESPINTE         PIC 9(7) VALUE ZEROES.
           05 WS-CTR-SALTATE          PIC 9(7) VALUE ZEROES.
           05 WS-CTR-EMESSI           PIC 9(7) VALUE ZEROES.
       01 WS-TOT-PROPOSTE            PIC 9(14) VALUE ZEROES.
       01 WS-TOT-SCARTATE            PIC 9(14) VALUE ZEROES.
       01 WS-TOT-APPROVATE           PIC 9(14) VALUE ZEROES.
       01 WS-TOT-EMESSI              PIC 9(14) VALUE ZEROES.
       01 WS-IMPORTO-ED              PIC Z(11)9.

      *----------------------------------------------------------------
      *  CAMPI DI APPOGGIO SEPA: GLI IMPORTI DELLE PARTITE SONO IN
      *  EURO INTERI, I CENTESIMI DEL TRACCIATO ESCONO A '00'.
      *----------------------------------------------------------------
       01 WS-SCT-IMPORTO             PIC 9(12) VALUE ZEROES.
       01 WS-SCT-TOTALE              PIC 9(14) VALUE ZEROES.
       01 WS-SCT-NUMTX-ED            PIC 9(6)  VALUE ZEROES.

      *----------------------------------------------------------------
      *  CONTROLLO IBAN CON L'ALGORITMO DEL MODULO 97: L'IBAN VIENE
      *  RIORDINATO (I PRIMI 4 CARATTERI IN CODA), LE LETTERE VALGONO
      *  10..35 E IL RESTO DELLA DIVISIONE PER 97 DEVE FARE 1.
      *----------------------------------------------------------------
       01 WS-IBAN-LAVORO             PIC X(27) VALUE SPACES.
       01 WS-IBAN-LAVORO-R REDEFINES WS-IBAN-LAVORO.
           05 WS-IBAN-TESTA          PIC X(4).
           05 WS-IBAN-CODA           PIC X(23).
       01 WS-IBAN-RIORD.
           05 WS-RIORD-CODA          PIC X(23).
           05 WS-RIORD-TESTA         PIC X(4).
       01 WS-IBAN-RIORD-R REDEFINES WS-IBAN-RIORD.
           05 WS-IBAN-CAR            PIC X OCCURS 27 TIMES.
       01 WS-IBAN-CARATTERE          PIC X VALUE SPACE.
       01 WS-IBAN-CIFRA-X REDEFINES WS-IBAN-CARATTERE PIC 9.
       01 WS-ALFABETO                PIC X(26) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-ALFABETO-R REDEFINES WS-ALFABETO.
           05 WS-LETTERA             PIC X OCCURS 26 TIMES.
       01 WS-IBAN-POS                PIC 9(2) VALUE ZEROES.
       01 WS-IBAN-LET                PIC 9(2) VALUE ZEROES.
       01 WS-IBAN-VALORE             PIC 9(2) VALUE ZEROES.
       01 WS-IBAN-RESTO              PIC 9(4) VALUE ZEROES.
       01 WS-IBAN-QUOZIENTE          PIC 9(4) VALUE ZEROES.
       01 SW-IBAN-VALIDO             PIC X(1) VALUE 'N'.
           88 IBAN-VALIDO             VALUE 'S'.
       01 SW-LETTERA-TROVATA         PIC X(1) VALUE 'N'.
           88 LETTERA-TROVATA         VALUE 'S'.

       01 WS-STAMPA-PAGINA           PIC 9(3)  VALUE ZEROES.
       01 WS-STAMPA-RIGHE            PIC 9(2)  VALUE ZEROES.
       01 WS-STAMPA-MAX-RIGHE        PIC 9(2)  VALUE 50.

       01 WS-INT-1.
           05 FILLER     PIC X(30) VALUE SPACES.
           05 WS-INT-TITOLO PIC X(46).
           05 WS-INT-DATA   PIC 9(8).
           05 FILLER     PIC X(40) VALUE SPACES.
           05 FILLER     PIC X(5)  VALUE 'PAG. '.
           05 WS-INT-PAGINA PIC ZZ9.

       01 WS-INT-2.
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 FILLER     PIC X(8)  VALUE 'COD.CLI'.
           05 FILLER     PIC X(13) VALUE 'PARTITA/RT'.
           05 FILLER     PIC X(10) VALUE 'TIPO'.
           05 FILLER     PIC X(9)  VALUE 'DATA RIF.'.
           05 FILLER     PIC X(7)  VALUE ' GIORNI'.
           05 FILLER     PIC X(14) VALUE '       IMPORTO'.
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 FILLER     PIC X(28) VALUE 'IBAN DI ACCREDITO'.
           05 FILLER     PIC X(30) VALUE 'ESITO'.

       01 WS-DET-STAMPA.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-COD-CLI   PIC 9(5).
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 WS-D-NUM-FAT   PIC X(8).
           05 WS-D-RATA-BARRA PIC X(1) VALUE '/'.
           05 WS-D-NUM-RATA  PIC 9(2).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-TIPO      PIC X(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-DATA-RIF  PIC 9(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-GIORNI    PIC ZZZZ9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-IMPORTO   PIC Z(11)9-.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-D-IBAN      PIC X(27).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 WS-D-ESITO     PIC X(30).

       01 WS-RIGA-TOTALE.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-TOT-LABEL   PIC X(30) VALUE SPACES.
           05 WS-TOT-NUMERO  PIC Z(6)9.
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 WS-TOT-IMPORTO PIC Z(13)9-.

      *----------------------------------------------------------------
      *  GIORNALE IMMAGINI PARTITE: IL RUN E' IDENTIFICATO DA
      *  PROGRAMMA, DATA CONTABILE E ORA DI INIZIO.
      *----------------------------------------------------------------
       01 FS-PARTBIMG                PIC 9(2) VALUE ZEROES.
       01 WS-BIM-ORA-RUN             PIC 9(8) VALUE ZEROES.
       01 WS-BIM-PROGR               PIC 9(7) VALUE ZEROES.

           COPY PAR_CtrlOper.
           COPY PAR_DataCont.

       PROCEDURE DIVISION.

       INIZIO.
          PERFORM OP-INIZIALI THRU OP-INIZIALI-EX.
          IF FASE-PROPOSTA
             PERFORM PROPOSTA THRU PROPOSTA-EX.
          IF FASE-APPROVAZIONE
             PERFORM APPROVAZIONE THRU APPROVAZIONE-EX.
          IF FASE-EMISSIONE
             PERFORM EMISSIONE THRU EMISSIONE-EX.
          STOP RUN.

       OP-INIZIALI.
          MOVE 'D' TO DCP-FUNZIONE.
          MOVE 'RIMBORSI' TO DCP-PROGRAMMA.
          CALL 'DATACONT' USING PARAMETRI-DATACONT.
          MOVE DCP-DATA-CONTABILE TO WS-DATA-OGGI.
          DISPLAY 'FASE (P=PROPOSTA A=APPROVAZIONE E=EMISSIONE): '.
          ACCEPT WS-FASE.
          IF NOT FASE-PROPOSTA AND NOT FASE-APPROVAZIONE
          AND NOT FASE-EMISSIONE
             DISPLAY 'FASE NON AMMESSA'
             STOP RUN WITH ERROR STATUS 16.
      *   CHI PROPONE E CHI APPROVA SI IDENTIFICANO; L'EMISSIONE
      *   PARTE SOLO DA QUANTO GIA' APPROVATO.
          IF FASE-PROPOSTA
             MOVE SPACE TO COP-PERMESSO
             PERFORM SIGN-ON THRU SIGN-ON-EX
                     UNTIL COP-ESITO-OK
                     OR WS-TENTATIVI >= 3.
          IF FASE-APPROVAZIONE
             MOVE 'A' TO COP-PERMESSO
             PERFORM SIGN-ON THRU SIGN-ON-EX
                     UNTIL COP-ESITO-OK
                     OR WS-TENTATIVI >= 3.
          IF NOT FASE-EMISSIONE AND NOT COP-ESITO-OK
             DISPLAY 'ACCESSO NEGATO'
             STOP RUN WITH ERROR STATUS 16.
       OP-INIZIALI-EX.
          EXIT.

      *----------------------------------------------------------------
      *  SIGN-ON: CODICE E PASSWORD VERIFICATI DA CTRLOPER (IN
      *  APPROVAZIONE CON L'ABILITAZIONE, COME IN APPRVAR); AL TERZO
      *  TENTATIVO FALLITO IL CODICE E' BLOCCATO.
      *----------------------------------------------------------------
       SIGN-ON.
          MOVE SPACES TO WS-COD-OPERATORE WS-PASSWORD.
          DISPLAY 'CODICE OPERATORE: '.
          ACCEPT WS-COD-OPERATORE.
          DISPLAY 'PASSWORD: '.
          ACCEPT WS-PASSWORD.
          MOVE 'V' TO COP-FUNZIONE.
          MOVE 'RIMBORSI' TO COP-PROGRAMMA.
          MOVE WS-COD-OPERATORE TO COP-OPERATORE.
          MOVE WS-PASSWORD TO COP-PASSWORD.
          MOVE SPACE TO COP-ESITO.
          CALL 'CTRLOPER' USING PARAMETRI-CTRLOPER.
          IF COP-ESITO-OK
             GO TO SIGN-ON-EX.
          ADD 1 TO WS-TENTATIVI.
          EVALUATE TRUE
             WHEN COP-ESITO-BLOCCATO
                DISPLAY 'OPERATORE BLOCCATO: SBLOCCO CON GESOPER'
             WHEN COP-ESITO-SCADUTA
                DISPLAY 'PASSWORD SCADUTA: CAMBIARLA DAL SIGN-ON '
                        'DI INSCLIENTI'
                MOVE 3 TO WS-TENTATIVI
             WHEN COP-ESITO-NON-ABIL
                DISPLAY 'OPERATORE NON ABILITATO ALL''APPROVAZIONE'
                MOVE 3 TO WS-TENTATIVI
             WHEN COP-ESITO-ERRORE
                DISPLAY 'ARCHIVIO OPERATORI ASSENTE: '
                        'CARICARLO CON GESOPER'
                MOVE 3 TO WS-TENTATIVI
             WHEN OTHER
                DISPLAY 'CODICE O PASSWORD ERRATI'
          END-EVALUATE.
          IF COP-ESITO-PASSWORD AND WS-TENTATIVI >= 3
             MOVE 'B' TO COP-FUNZIONE
             CALL 'CTRLOPER' USING PARAMETRI-CTRLOPER
             MOVE 'P' TO COP-ESITO
             DISPLAY 'OPERATORE BLOCCATO DOPO 3 TENTATIVI'.
       SIGN-ON-EX.
          EXIT.

      *================================================================
      *  FASE P: PROPOSTA DI RIMBORSO
      *================================================================
       PROPOSTA.
          PERFORM CONTROLLA-PROPOSTA THRU CONTROLLA-PROPOSTA-EX.
          IF WS-APPROVATI-SOSPESI
             DISPLAY 'LA PROPOSTA IN CORSO HA RIMBORSI APPROVATI '
                     'NON ANCORA EMESSI: LANCIARE PRIMA L''EMISSIONE'
             STOP RUN WITH ERROR STATUS 16.
          DISPLAY 'GIORNI MINIMI DEL CREDITO (000 = 90): '.
          ACCEPT WS-GIORNI-MIN.
          IF WS-GIORNI-MIN = ZEROES
             MOVE 90 TO WS-GIORNI-MIN.
          OPEN INPUT PARTITE.
          IF FS-PARTITE NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE PARTITE - FS=' FS-PARTITE
             STOP RUN WITH ERROR STATUS 16.
      *   SENZA COORDINATE BANCARIE OGNI CREDITO ESCE SCARTATO.
          OPEN INPUT CLIBANCA.
          IF FS-CLIBANCA = '00'
             MOVE 'S' TO SW-CLIBANCA-APERTO
          ELSE
             DISPLAY 'CLIBANCA ASSENTE: CARICARE GLI IBAN CON '
                     'GESCLIBAN'.
          OPEN OUTPUT RIMBPROP.
          IF FS-RIMBPROP NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE RIMBPROP - FS=' FS-RIMBPROP
             STOP RUN WITH ERROR STATUS 16.
          OPEN OUTPUT STAMPA.
          IF FS-STAMPA NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE LA STAMPA - FS=' FS-STAMPA
             STOP RUN WITH ERROR STATUS 16.
          MOVE 'RIMBORSI - PROPOSTA DI RIMBORSO CREDITI AL '
               TO WS-INT-TITOLO.
          PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          MOVE ZEROES TO PAR-COD-CLI PAR-NUM-RATA.
          MOVE SPACES TO PAR-NUM-FAT.
          START PARTITE KEY IS NOT LESS THAN KEY-PARTITE
                INVALID KEY MOVE 1 TO SW-FINE-PAR.
          IF NOT EOF-PAR
             PERFORM LEGGI-PARTITA THRU LEGGI-PARTITA-EX.
          PERFORM ESAMINA-PARTITA THRU ESAMINA-PARTITA-EX
                  UNTIL EOF-PAR.
          IF NOT WS-E-IL-PRIMO-CLIENTE
             PERFORM CHIUDI-CLIENTE THRU CHIUDI-CLIENTE-EX.
          MOVE 'CREDITI PROPOSTI' TO WS-TOT-LABEL.
          MOVE WS-CTR-PROPOSTE TO WS-TOT-NUMERO.
          MOVE WS-TOT-PROPOSTE TO WS-TOT-IMPORTO.
          MOVE WS-RIGA-TOTALE TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 2 LINES.
          MOVE 'CREDITI SCARTATI (IBAN)' TO WS-TOT-LABEL.
          MOVE WS-CTR-SCARTATE TO WS-TOT-NUMERO.
          MOVE WS-TOT-SCARTATE TO WS-TOT-IMPORTO.
          MOVE WS-RIGA-TOTALE TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 1 LINE.
          MOVE 'CLIENTI CON PARTITE APERTE' TO WS-TOT-LABEL.
          MOVE WS-CTR-CLI-ESCLUSI TO WS-TOT-NUMERO.
          MOVE ZEROES TO WS-TOT-IMPORTO.
          MOVE WS-RIGA-TOTALE TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 1 LINE.
          CLOSE PARTITE, RIMBPROP, STAMPA.
          IF WS-CLIBANCA-APERTO
             CLOSE CLIBANCA.
          DISPLAY 'PARTITE LETTE:          ' WS-CTR-PAR-LETTE.
          DISPLAY 'CREDITI PROPOSTI:       ' WS-CTR-PROPOSTE.
          DISPLAY 'TOTALE PROPOSTO:        ' WS-TOT-PROPOSTE.
          DISPLAY 'CREDITI SENZA IBAN:     ' WS-CTR-SCARTATE.
          DISPLAY 'CLIENTI CON DEBITI:     ' WS-CTR-CLI-ESCLUSI.
       PROPOSTA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  LA PROPOSTA PRECEDENTE SI PUO' SOSTITUIRE SOLO SE NON HA
      *  RIMBORSI APPROVATI IN ATTESA DI EMISSIONE.
      *----------------------------------------------------------------
       CONTROLLA-PROPOSTA.
          MOVE 'N' TO SW-APPROVATI-SOSPESI.
          OPEN INPUT RIMBPROP.
          IF FS-RIMBPROP NOT = '00'
             GO TO CONTROLLA-PROPOSTA-EX.
          MOVE ZEROES TO SW-FINE-PROP.
          PERFORM CERCA-APPROVATI THRU CERCA-APPROVATI-EX
                  UNTIL EOF-PROP OR WS-APPROVATI-SOSPESI.
          CLOSE RIMBPROP.
       CONTROLLA-PROPOSTA-EX.
          EXIT.

       CERCA-APPROVATI.
          READ RIMBPROP AT END MOVE 1 TO SW-FINE-PROP
               GO TO CERCA-APPROVATI-EX.
          IF FS-RIMBPROP NOT = '00'
             MOVE 1 TO SW-FINE-PROP
             GO TO CERCA-APPROVATI-EX.
          IF RMP-APPROVATO
             MOVE 'S' TO SW-APPROVATI-SOSPESI.
       CERCA-APPROVATI-EX.
          EXIT.

       LEGGI-PARTITA.
          READ PARTITE NEXT AT END MOVE 1 TO SW-FINE-PAR
                       GO TO LEGGI-PARTITA-EX.
          IF FS-PARTITE NOT = '00' AND FS-PARTITE NOT = '10'
             DISPLAY 'ERRORE IN LETTURA PARTITE - FS=' FS-PARTITE
             MOVE 1 TO SW-FINE-PAR
             GO TO LEGGI-PARTITA-EX.
          ADD 1 TO WS-CTR-PAR-LETTE.
       LEGGI-PARTITA-EX.
          EXIT.

      *----------------------------------------------------------------
      *  UNA PARTITA: AL CAMBIO CLIENTE SI CHIUDE IL PRECEDENTE. UNA
      *  PARTITA DA FATTURA APERTA ESCLUDE IL CLIENTE; UN CREDITO
      *  APERTO ABBASTANZA VECCHIO VA TRA I RIMBORSABILI.
      *----------------------------------------------------------------
       ESAMINA-PARTITA.
          IF WS-E-IL-PRIMO-CLIENTE
          OR PAR-COD-CLI NOT = WS-CLIENTE-CORRENTE
             PERFORM CAMBIO-CLIENTE THRU CAMBIO-CLIENTE-EX.
          IF NOT PAR-APERTA OR PAR-RESIDUO = ZEROES
             GO TO E020.
          IF PAR-TIPO-FATTURA
             MOVE 'S' TO SW-DEBITI-APERTI
             GO TO E020.
          IF NOT PAR-TIPO-ACCONTO AND NOT PAR-TIPO-NC
             GO TO E020.
          PERFORM CALCOLA-GIORNI THRU CALCOLA-GIORNI-EX.
          IF WS-DATA-RIF = ZEROES OR WS-GIORNI < WS-GIORNI-MIN
             GO TO E020.
          IF WS-NUM-CREDITI NOT < WS-MAX-CREDITI
             DISPLAY 'TROPPI CREDITI PER IL CLIENTE ' PAR-COD-CLI
                     ': ' PAR-NUM-FAT ' AL PROSSIMO GIRO'
             GO TO E020.
          ADD 1 TO WS-NUM-CREDITI.
          MOVE PAR-NUM-FAT  TO WS-CR-NUM-FAT (WS-NUM-CREDITI).
          MOVE PAR-NUM-RATA TO WS-CR-NUM-RATA (WS-NUM-CREDITI).
          MOVE PAR-TIPO     TO WS-CR-TIPO (WS-NUM-CREDITI).
          MOVE PAR-RESIDUO  TO WS-CR-IMPORTO (WS-NUM-CREDITI).
          MOVE WS-DATA-RIF  TO WS-CR-DATA-RIF (WS-NUM-CREDITI).
          MOVE WS-GIORNI    TO WS-CR-GIORNI (WS-NUM-CREDITI).
       E020.
          PERFORM LEGGI-PARTITA THRU LEGGI-PARTITA-EX.
       ESAMINA-PARTITA-EX.
          EXIT.

       CAMBIO-CLIENTE.
          IF NOT WS-E-IL-PRIMO-CLIENTE
             PERFORM CHIUDI-CLIENTE THRU CHIUDI-CLIENTE-EX.
          MOVE 'N' TO SW-PRIMO-CLIENTE.
          MOVE PAR-COD-CLI TO WS-CLIENTE-CORRENTE.
          MOVE ZEROES TO WS-NUM-CREDITI.
          MOVE 'N' TO SW-DEBITI-APERTI.
       CAMBIO-CLIENTE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  GIORNI DAL RIFERIMENTO DEL CREDITO (ULTIMO MOVIMENTO, O
      *  SCADENZA SE MAI MOVIMENTATO) ALLA DATA CONTABILE, IN BASE
      *  COMMERCIALE 30/360 (COME SCADFATT).
      *----------------------------------------------------------------
       CALCOLA-GIORNI.
          MOVE PAR-DATA-ULT-PAG TO WS-DATA-RIF.
          IF WS-DATA-RIF = ZEROES
             MOVE PAR-DATA-SCAD TO WS-DATA-RIF.
          MOVE ZEROES TO WS-GIORNI.
          IF WS-DATA-RIF = ZEROES
             GO TO CALCOLA-GIORNI-EX.
          COMPUTE WS-GIORNI =
                  ((WS-OGGI-ANNO - WS-RIF-ANNO) * 360)
                + ((WS-OGGI-MESE - WS-RIF-MESE) * 30)
                +  (WS-OGGI-GIORNO - WS-RIF-GIORNO).
       CALCOLA-GIORNI-EX.
          EXIT.

      *----------------------------------------------------------------
      *  FINE CLIENTE: SENZA PARTITE APERTE I SUOI CREDITI VANNO IN
      *  PROPOSTA CON L'IBAN DI CLIBANCA; SENZA IBAN VALIDO ESCONO
      *  SCARTATI, DA SISTEMARE CON GESCLIBAN PRIMA DEL PROSSIMO GIRO.
      *----------------------------------------------------------------
       CHIUDI-CLIENTE.
          IF WS-NUM-CREDITI = ZEROES
             GO TO CHIUDI-CLIENTE-EX.
          IF WS-DEBITI-APERTI
             ADD 1 TO WS-CTR-CLI-ESCLUSI
             GO TO CHIUDI-CLIENTE-EX.
          MOVE SPACES TO WS-IBAN-CLIENTE WS-INTEST-CLIENTE
                         WS-MOTIVO-CLIENTE.
          PERFORM LEGGI-CLIBANCA THRU LEGGI-CLIBANCA-EX.
          PERFORM SCRIVI-PROPOSTA THRU SCRIVI-PROPOSTA-EX
                  VARYING WS-IND-CRE FROM 1 BY 1
                  UNTIL WS-IND-CRE > WS-NUM-CREDITI.
       CHIUDI-CLIENTE-EX.
          EXIT.

       LEGGI-CLIBANCA.
          IF NOT WS-CLIBANCA-APERTO
             MOVE 'COORDINATE BANCARIE ASSENTI' TO WS-MOTIVO-CLIENTE
             GO TO LEGGI-CLIBANCA-EX.
          MOVE WS-CLIENTE-CORRENTE TO CLB-COD-CLI.
          READ CLIBANCA.
          IF FS-CLIBANCA NOT = '00' OR CLB-IBAN = SPACES
             MOVE 'IBAN DI ACCREDITO MANCANTE' TO WS-MOTIVO-CLIENTE
             GO TO LEGGI-CLIBANCA-EX.
          MOVE CLB-IBAN TO WS-IBAN-CLIENTE.
          MOVE CLB-INTESTATARIO TO WS-INTEST-CLIENTE.
          MOVE CLB-IBAN TO WS-IBAN-LAVORO.
          PERFORM VALIDA-IBAN THRU VALIDA-IBAN-EX.
          IF NOT IBAN-VALIDO
             MOVE 'IBAN DI ACCREDITO NON VALIDO' TO WS-MOTIVO-CLIENTE.
       LEGGI-CLIBANCA-EX.
          EXIT.

       SCRIVI-PROPOSTA.
          MOVE SPACES TO REC-RIMBPROP.
          MOVE WS-CLIENTE-CORRENTE TO RMP-COD-CLI.
          MOVE WS-CR-NUM-FAT (WS-IND-CRE)  TO RMP-NUM-FAT.
          MOVE WS-CR-NUM-RATA (WS-IND-CRE) TO RMP-NUM-RATA.
          MOVE WS-CR-TIPO (WS-IND-CRE)     TO RMP-TIPO.
          MOVE WS-CR-IMPORTO (WS-IND-CRE)  TO RMP-IMPORTO.
          MOVE WS-CR-DATA-RIF (WS-IND-CRE) TO RMP-DATA-RIF.
          MOVE WS-CR-GIORNI (WS-IND-CRE)   TO RMP-GIORNI.
          MOVE WS-IBAN-CLIENTE   TO RMP-IBAN.
          MOVE WS-INTEST-CLIENTE TO RMP-INTESTATARIO.
          MOVE WS-DATA-OGGI      TO RMP-DATA-PROP.
          MOVE WS-COD-OPERATORE  TO RMP-OPER-PROP.
          MOVE ZEROES TO RMP-DATA-APPR RMP-DATA-EMIS.
          IF WS-MOTIVO-CLIENTE = SPACES
             MOVE 'P' TO RMP-STATO
             MOVE 'DA APPROVARE' TO RMP-MOTIVO
             ADD 1 TO WS-CTR-PROPOSTE
             ADD RMP-IMPORTO TO WS-TOT-PROPOSTE
          ELSE
             MOVE 'S' TO RMP-STATO
             MOVE WS-MOTIVO-CLIENTE TO RMP-MOTIVO
             ADD 1 TO WS-CTR-SCARTATE
             ADD RMP-IMPORTO TO WS-TOT-SCARTATE.
          WRITE REC-RIMBPROP.
          IF FS-RIMBPROP NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA RIMBPROP - FS='
                     FS-RIMBPROP
             STOP RUN WITH ERROR STATUS 16.
          PERFORM STAMPA-DETTAGLIO THRU STAMPA-DETTAGLIO-EX.
       SCRIVI-PROPOSTA-EX.
          EXIT.

      *================================================================
      *  FASE A: APPROVAZIONE DELLE PROPOSTE
      *================================================================
       APPROVAZIONE.
          OPEN I-O RIMBPROP.
          IF FS-RIMBPROP NOT = '00'
             DISPLAY 'NESSUNA PROPOSTA DI RIMBORSO DA APPROVARE'
             STOP RUN WITH ERROR STATUS 16.
          MOVE ZEROES TO SW-FINE-PROP.
          PERFORM TRATTA-PROPOSTA THRU TRATTA-PROPOSTA-EX
                  UNTIL EOF-PROP OR FINE-LAVORO.
          CLOSE RIMBPROP.
          DISPLAY 'RIMBORSI APPROVATI:     ' WS-CTR-APPROVATE.
          DISPLAY 'TOTALE APPROVATO:       ' WS-TOT-APPROVATE.
          DISPLAY 'RIMBORSI RESPINTI:      ' WS-CTR-RESPINTE.
          DISPLAY 'LASCIATI IN SOSPESO:    ' WS-CTR-SALTATE.
       APPROVAZIONE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  PROPONE UN RIMBORSO: A = APPROVA, R = RESPINGE (CON MOTIVO),
      *  SPAZIO = LASCIA IN SOSPESO, F = FINE LAVORO. LE PROPOSTE
      *  LANCIATE DALLO STESSO OPERATORE NON SONO TRATTABILI.
      *----------------------------------------------------------------
       TRATTA-PROPOSTA.
          READ RIMBPROP AT END MOVE 1 TO SW-FINE-PROP
               GO TO TRATTA-PROPOSTA-EX.
          IF FS-RIMBPROP NOT = '00'
             DISPLAY 'ERRORE IN LETTURA RIMBPROP - FS=' FS-RIMBPROP
             MOVE 1 TO SW-FINE-PROP
             GO TO TRATTA-PROPOSTA-EX.
          IF NOT RMP-PROPOSTO
             GO TO TRATTA-PROPOSTA-EX.
          IF RMP-OPER-PROP = WS-COD-OPERATORE
             ADD 1 TO WS-CTR-SALTATE
             GO TO TRATTA-PROPOSTA-EX.
          MOVE RMP-IMPORTO TO WS-IMPORTO-ED.
          DISPLAY ' '.
          DISPLAY 'PROPOSTA DEL ' RMP-DATA-PROP ' DA ' RMP-OPER-PROP.
          DISPLAY 'CLIENTE:      ' RMP-COD-CLI ' ' RMP-INTESTATARIO.
          IF RMP-ACCONTO
             DISPLAY 'CREDITO:      ACCONTO ' RMP-NUM-FAT
          ELSE
             DISPLAY 'CREDITO:      NOTA DI CREDITO ' RMP-NUM-FAT.
          DISPLAY 'DATA RIF.:    ' RMP-DATA-RIF ' (' RMP-GIORNI
                  ' GIORNI)'.
          DISPLAY 'IMPORTO:      ' WS-IMPORTO-ED.
          DISPLAY 'IBAN:         ' RMP-IBAN.
          DISPLAY 'A=APPROVA R=RESPINGE SPAZIO=SALTA F=FINE: '.
          MOVE SPACE TO WS-RISPOSTA.
          ACCEPT WS-RISPOSTA.
          IF WS-RISPOSTA = 'F'
             MOVE 1 TO SW-FINE-LAVORO
             GO TO TRATTA-PROPOSTA-EX.
          IF WS-RISPOSTA = 'A'
             MOVE 'A' TO RMP-STATO
             MOVE 'APPROVATO' TO RMP-MOTIVO
             ADD 1 TO WS-CTR-APPROVATE
             ADD RMP-IMPORTO TO WS-TOT-APPROVATE
             GO TO T010.
          IF WS-RISPOSTA NOT = 'R'
             ADD 1 TO WS-CTR-SALTATE
             GO TO TRATTA-PROPOSTA-EX.
          MOVE SPACES TO WS-MOTIVO.
          DISPLAY 'MOTIVO DEL RIFIUTO: '.
          ACCEPT WS-MOTIVO.
          IF WS-MOTIVO = SPACES
             DISPLAY 'MOTIVO OBBLIGATORIO: RESTA IN SOSPESO'
             ADD 1 TO WS-CTR-SALTATE
             GO TO TRATTA-PROPOSTA-EX.
          MOVE 'R' TO RMP-STATO.
          MOVE WS-MOTIVO TO RMP-MOTIVO.
          ADD 1 TO WS-CTR-RESPINTE.
       T010.
          MOVE WS-DATA-OGGI TO RMP-DATA-APPR.
          MOVE WS-COD-OPERATORE TO RMP-OPER-APPR.
          REWRITE REC-RIMBPROP.
          IF FS-RIMBPROP NOT = '00'
             DISPLAY 'ERRORE IN AGGIORNAMENTO RIMBPROP - FS='
                     FS-RIMBPROP
             MOVE 1 TO SW-FINE-PROP.
       TRATTA-PROPOSTA-EX.
          EXIT.

      *================================================================
      *  FASE E: EMISSIONE DEI RIMBORSI APPROVATI
      *================================================================
       EMISSIONE.
          DISPLAY 'DATA DI ESECUZIONE (AAAAMMGG, 0 = OGGI): '.
          ACCEPT WS-DATA-ESEC.
          IF WS-DATA-ESEC = ZEROES
             MOVE WS-DATA-OGGI TO WS-DATA-ESEC.
          IF WS-DATA-ESEC < WS-DATA-OGGI
             DISPLAY 'DATA DI ESECUZIONE NEL PASSATO'
             STOP RUN WITH ERROR STATUS 16.
      *   LA BANCA ESEGUE SOLO IN GIORNO LAVORATIVO (COME STACED).
          MOVE 'L' TO DCP-FUNZIONE.
          MOVE WS-DATA-ESEC TO DCP-DATA-IN.
          CALL 'DATACONT' USING PARAMETRI-DATACONT.
          IF NOT DCP-ESITO-ERRORE
             MOVE DCP-DATA-OUT TO WS-DATA-ESEC.
          DISPLAY 'ORDINANTE (RAGIONE SOCIALE): '.
          ACCEPT WS-ORDINANTE.
          IF WS-ORDINANTE = SPACES
             DISPLAY 'ORDINANTE OBBLIGATORIO'
             STOP RUN WITH ERROR STATUS 16.
          DISPLAY 'IBAN DI ADDEBITO DELL''ORDINANTE: '.
          ACCEPT WS-IBAN-ORDINANTE.
          MOVE WS-IBAN-ORDINANTE TO WS-IBAN-LAVORO.
          PERFORM VALIDA-IBAN THRU VALIDA-IBAN-EX.
          IF NOT IBAN-VALIDO
             DISPLAY 'IBAN DELL''ORDINANTE NON VALIDO'
             STOP RUN WITH ERROR STATUS 16.
          OPEN I-O RIMBPROP.
          IF FS-RIMBPROP NOT = '00'
             DISPLAY 'NESSUNA PROPOSTA DI RIMBORSO DA EMETTERE'
             STOP RUN WITH ERROR STATUS 16.
          OPEN I-O PARTITE.
          IF FS-PARTITE NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE PARTITE - FS=' FS-PARTITE
             STOP RUN WITH ERROR STATUS 16.
          OPEN INPUT CLIBANCA.
          IF FS-CLIBANCA = '00'
             MOVE 'S' TO SW-CLIBANCA-APERTO.
          OPEN OUTPUT SCTRIMB.
          IF FS-SCTRIMB NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE IL FILE BONIFICI - FS='
                     FS-SCTRIMB
             STOP RUN WITH ERROR STATUS 16.
          OPEN OUTPUT STAMPA.
          IF FS-STAMPA NOT = '00'
             DISPLAY 'IMPOSSIBILE APRIRE LA STAMPA - FS=' FS-STAMPA
             STOP RUN WITH ERROR STATUS 16.
      *   MOVIMENTI DA CONTABILIZZARE: SI ACCODA, IL FILE NASCE AL
      *   PRIMO UTILIZZO.
          OPEN EXTEND MOVCONT.
          IF FS-MOVCONT NOT = '00' AND FS-MOVCONT NOT = '05'
             DISPLAY 'IMPOSSIBILE APRIRE MOVCONT - FS=' FS-MOVCONT
             STOP RUN WITH ERROR STATUS 16.
      *   GIORNALE IMMAGINI PARTITE: SI ACCODA, IL FILE NASCE AL
      *   PRIMO UTILIZZO. SENZA GIORNALE IL RUN NON SAREBBE
      *   RIPRISTINABILE, QUINDI NON PARTE.
          ACCEPT WS-BIM-ORA-RUN FROM TIME.
          OPEN EXTEND PARTBIMG.
          IF FS-PARTBIMG NOT = '00' AND FS-PARTBIMG NOT = '05'
             DISPLAY 'IMPOSSIBILE APRIRE PARTBIMG - FS=' FS-PARTBIMG
             STOP RUN WITH ERROR STATUS 16.
          PERFORM APRI-SCT THRU APRI-SCT-EX.
          MOVE 'RIMBORSI - REGISTRO DEI RIMBORSI ESEGUITI IL '
               TO WS-INT-TITOLO.
          PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          MOVE ZEROES TO SW-FINE-PROP.
          PERFORM EMETTI-RIMBORSO THRU EMETTI-RIMBORSO-EX
                  UNTIL EOF-PROP.
          PERFORM CHIUDI-SCT THRU CHIUDI-SCT-EX.
          MOVE 'RIMBORSI EMESSI' TO WS-TOT-LABEL.
          MOVE WS-CTR-EMESSI TO WS-TOT-NUMERO.
          MOVE WS-TOT-EMESSI TO WS-TOT-IMPORTO.
          MOVE WS-RIGA-TOTALE TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 2 LINES.
          MOVE 'RIMBORSI SCARTATI' TO WS-TOT-LABEL.
          MOVE WS-CTR-SCARTATE TO WS-TOT-NUMERO.
          MOVE WS-TOT-SCARTATE TO WS-TOT-IMPORTO.
          MOVE WS-RIGA-TOTALE TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 1 LINE.
          CLOSE RIMBPROP, PARTITE, SCTRIMB, STAMPA, MOVCONT, PARTBIMG.
          IF WS-CLIBANCA-APERTO
             CLOSE CLIBANCA.
          DISPLAY 'RIMBORSI EMESSI:        ' WS-CTR-EMESSI.
          DISPLAY 'TOTALE RIMBORSATO:      ' WS-TOT-EMESSI.
          DISPLAY 'RIMBORSI SCARTATI:      ' WS-CTR-SCARTATE.
          DISPLAY 'IMMAGINI PARTITE:    ' WS-BIM-PROGR
                  ' (RUN ' WS-DATA-OGGI ' ' WS-BIM-ORA-RUN ')'.
       EMISSIONE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  UN RIMBORSO APPROVATO: SI RICONTROLLA, SI EMETTE IL
      *  BONIFICO, SI CHIUDE LA PARTITA DI CREDITO E SI REGISTRA.
      *  UN RIMBORSO NON PIU' EMETTIBILE ESCE SCARTATO CON IL MOTIVO
      *  E TORNA RIMBORSABILE SOLO CON UNA NUOVA PROPOSTA.
      *----------------------------------------------------------------
       EMETTI-RIMBORSO.
          READ RIMBPROP AT END MOVE 1 TO SW-FINE-PROP
               GO TO EMETTI-RIMBORSO-EX.
          IF FS-RIMBPROP NOT = '00'
             DISPLAY 'ERRORE IN LETTURA RIMBPROP - FS=' FS-RIMBPROP
             MOVE 16 TO RETURN-CODE
             MOVE 1 TO SW-FINE-PROP
             GO TO EMETTI-RIMBORSO-EX.
          IF NOT RMP-APPROVATO
             GO TO EMETTI-RIMBORSO-EX.
          MOVE SPACES TO WS-MOTIVO.
          PERFORM VERIFICA-RIMBORSO THRU VERIFICA-RIMBORSO-EX.
          IF WS-MOTIVO NOT = SPACES
             MOVE 'S' TO RMP-STATO
             MOVE WS-MOTIVO TO RMP-MOTIVO
             ADD 1 TO WS-CTR-SCARTATE
             ADD RMP-IMPORTO TO WS-TOT-SCARTATE
             GO TO R010.
      *   PARTITA RILETTA DA VERIFICA-RIMBORSO: SI CHIUDE COME
      *   RIMBORSATA ALLA DATA DI ESECUZIONE DEL BONIFICO.
          MOVE RMP-IMPORTO TO WS-SCT-IMPORTO.
          ADD PAR-RESIDUO TO PAR-INCASSATO.
          MOVE ZEROES TO PAR-RESIDUO.
          MOVE WS-DATA-ESEC TO PAR-DATA-ULT-PAG.
          MOVE 'R' TO PAR-STATO.
          PERFORM SALVA-PARTITA THRU SALVA-PARTITA-EX.
          REWRITE REC-PARTITA.
          IF FS-PARTITE NOT = '00'
             DISPLAY 'ERRORE IN AGGIORNAMENTO PARTITE - FS='
                     FS-PARTITE ' ' PAR-COD-CLI ' ' PAR-NUM-FAT
             MOVE 16 TO RETURN-CODE
             MOVE 'S' TO RMP-STATO
             MOVE 'ERRORE IN AGGIORNAMENTO PARTITE' TO RMP-MOTIVO
             ADD 1 TO WS-CTR-SCARTATE
             ADD RMP-IMPORTO TO WS-TOT-SCARTATE
             GO TO R010.
          PERFORM SCRIVI-BONIFICO THRU SCRIVI-BONIFICO-EX.
          PERFORM SCRIVI-MOVCONT THRU SCRIVI-MOVCONT-EX.
          MOVE 'E' TO RMP-STATO.
          MOVE 'EMESSO' TO RMP-MOTIVO.
          MOVE WS-DATA-ESEC TO RMP-DATA-EMIS.
          ADD 1 TO WS-CTR-EMESSI.
          ADD RMP-IMPORTO TO WS-TOT-EMESSI.
       R010.
          REWRITE REC-RIMBPROP.
          IF FS-RIMBPROP NOT = '00'
             DISPLAY 'ERRORE IN AGGIORNAMENTO RIMBPROP - FS='
                     FS-RIMBPROP ' ' RMP-COD-CLI ' ' RMP-NUM-FAT
             MOVE 16 TO RETURN-CODE.
          PERFORM STAMPA-DETTAGLIO THRU STAMPA-DETTAGLIO-EX.
       EMETTI-RIMBORSO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  IL RIMBORSO E' ANCORA EMETTIBILE SE IL CLIENTE NON HA NEL
      *  FRATTEMPO PARTITE DA FATTURA APERTE, SE L'IBAN DI CLIBANCA
      *  E' QUELLO APPROVATO E SE LA PARTITA DI CREDITO E' ANCORA
      *  APERTA CON LO STESSO RESIDUO. ALTRIMENTI IL MOTIVO VA IN
      *  WS-MOTIVO; SE VA TUTTO BENE REC-PARTITA E' LA PARTITA DI
      *  CREDITO DA CHIUDERE.
      *----------------------------------------------------------------
       VERIFICA-RIMBORSO.
          MOVE 'N' TO SW-DEBITI-APERTI.
          MOVE ZEROES TO SW-FINE-PAR.
          MOVE RMP-COD-CLI TO PAR-COD-CLI.
          MOVE SPACES TO PAR-NUM-FAT.
          MOVE ZEROES TO PAR-NUM-RATA.
          START PARTITE KEY IS NOT LESS THAN KEY-PARTITE
                INVALID KEY MOVE 1 TO SW-FINE-PAR.
          IF NOT EOF-PAR
             PERFORM LEGGI-PARTITA THRU LEGGI-PARTITA-EX.
          PERFORM CERCA-DEBITI THRU CERCA-DEBITI-EX
                  UNTIL EOF-PAR
                  OR PAR-COD-CLI NOT = RMP-COD-CLI
                  OR WS-DEBITI-APERTI.
          IF WS-DEBITI-APERTI
             MOVE 'CLIENTE CON NUOVE PARTITE APERTE' TO WS-MOTIVO
             GO TO VERIFICA-RIMBORSO-EX.
          IF NOT WS-CLIBANCA-APERTO
             MOVE 'COORDINATE BANCARIE ASSENTI' TO WS-MOTIVO
             GO TO VERIFICA-RIMBORSO-EX.
          MOVE RMP-COD-CLI TO CLB-COD-CLI.
          READ CLIBANCA.
          IF FS-CLIBANCA NOT = '00' OR CLB-IBAN NOT = RMP-IBAN
             MOVE 'IBAN VARIATO DOPO LA PROPOSTA' TO WS-MOTIVO
             GO TO VERIFICA-RIMBORSO-EX.
          MOVE RMP-CHIAVE-PARTITA TO KEY-PARTITE.
          READ PARTITE.
          IF FS-PARTITE NOT = '00'
             MOVE 'PARTITA DI CREDITO NON TROVATA' TO WS-MOTIVO
             GO TO VERIFICA-RIMBORSO-EX.
          IF NOT PAR-APERTA OR PAR-TIPO NOT = RMP-TIPO
          OR PAR-RESIDUO NOT = RMP-IMPORTO
             MOVE 'CREDITO VARIATO DOPO LA PROPOSTA' TO WS-MOTIVO.
       VERIFICA-RIMBORSO-EX.
          EXIT.

       CERCA-DEBITI.
          IF PAR-APERTA AND PAR-TIPO-FATTURA
          AND PAR-RESIDUO > ZEROES
             MOVE 'S' TO SW-DEBITI-APERTI
             GO TO CERCA-DEBITI-EX.
          PERFORM LEGGI-PARTITA THRU LEGGI-PARTITA-EX.
       CERCA-DEBITI-EX.
          EXIT.

      *----------------------------------------------------------------
      *  RIMBORSO APPENA EMESSO SU MOVCONT: RIMA PER L'ACCONTO, RIMN
      *  PER LA NOTA DI CREDITO, CON LA DATA DI ESECUZIONE COME DATA
      *  DELL'OPERAZIONE.
      *----------------------------------------------------------------
       SCRIVI-MOVCONT.
          MOVE SPACES         TO REC-MOVCONT.
          MOVE WS-DATA-OGGI   TO MVC-DATA-REG.
          IF RMP-ACCONTO
             MOVE 'RIMA'      TO MVC-CAUSALE
          ELSE
             MOVE 'RIMN'      TO MVC-CAUSALE.
          MOVE PAR-COD-CLI    TO MVC-COD-CLI.
          MOVE PAR-NUM-FAT    TO MVC-NUM-FAT.
          MOVE PAR-NUM-RATA   TO MVC-NUM-RATA.
          MOVE WS-SCT-IMPORTO TO MVC-IMPORTO.
          MOVE WS-DATA-ESEC   TO MVC-DATA-OPER.
          MOVE 'RIMBORSI'     TO MVC-PROGRAMMA.
          WRITE REC-MOVCONT.
          IF FS-MOVCONT NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA MOVCONT - FS=' FS-MOVCONT
                     ' ' PAR-COD-CLI ' ' PAR-NUM-FAT
             MOVE 16 TO RETURN-CODE.
       SCRIVI-MOVCONT-EX.
          EXIT.

      *----------------------------------------------------------------
      *  INTESTAZIONE DEL MESSAGGIO SCT: IDENTIFICATIVO CON LA DATA
      *  DEL RUN, DATA DI ESECUZIONE E DATI DELL'ORDINANTE.
      *----------------------------------------------------------------
       APRI-SCT.
          MOVE SPACES TO REC-SCTRIMB.
          STRING '<Document><CstmrCdtTrfInitn><PmtInf>'
                 DELIMITED BY SIZE INTO REC-SCTRIMB.
          WRITE REC-SCTRIMB.
          MOVE SPACES TO REC-SCTRIMB.
          STRING ' <PmtInfId>RIMBORSI' WS-DATA-OGGI '</PmtInfId>'
                 '<PmtMtd>TRF</PmtMtd>'
                 DELIMITED BY SIZE INTO REC-SCTRIMB.
          WRITE REC-SCTRIMB.
          MOVE SPACES TO REC-SCTRIMB.
          STRING ' <ReqdExctnDt>' WS-DATA-ESEC '</ReqdExctnDt>'
                 DELIMITED BY SIZE INTO REC-SCTRIMB.
          WRITE REC-SCTRIMB.
          MOVE SPACES TO REC-SCTRIMB.
          STRING ' <Dbtr><Nm>' WS-ORDINANTE '</Nm></Dbtr>'
                 DELIMITED BY SIZE INTO REC-SCTRIMB.
          WRITE REC-SCTRIMB.
          MOVE SPACES TO REC-SCTRIMB.
          STRING ' <DbtrAcct><Id><IBAN>' WS-IBAN-ORDINANTE
                 '</IBAN></Id></DbtrAcct>'
                 DELIMITED BY SIZE INTO REC-SCTRIMB.
          WRITE REC-SCTRIMB.
       APRI-SCT-EX.
          EXIT.

      *----------------------------------------------------------------
      *  BLOCCO DEL BONIFICO: L'END-TO-END ID E' LA CHIAVE DELLA
      *  PARTITA DI CREDITO RIMBORSATA (COD-CLI + NUM-FAT + RATA).
      *----------------------------------------------------------------
       SCRIVI-BONIFICO.
          MOVE SPACES TO REC-SCTRIMB.
          STRING '  <CdtTrfTxInf><PmtId><EndToEndId>'
                 RMP-COD-CLI RMP-NUM-FAT RMP-NUM-RATA
                 '</EndToEndId></PmtId>' DELIMITED BY SIZE
                 INTO REC-SCTRIMB.
          WRITE REC-SCTRIMB.
          MOVE SPACES TO REC-SCTRIMB.
          STRING '   <Amt><InstdAmt Ccy="EUR">' WS-SCT-IMPORTO '.00'
                 '</InstdAmt></Amt>' DELIMITED BY SIZE
                 INTO REC-SCTRIMB.
          WRITE REC-SCTRIMB.
          MOVE SPACES TO REC-SCTRIMB.
          STRING '   <Cdtr><Nm>' RMP-INTESTATARIO '</Nm></Cdtr>'
                 DELIMITED BY SIZE INTO REC-SCTRIMB.
          WRITE REC-SCTRIMB.
          MOVE SPACES TO REC-SCTRIMB.
          STRING '   <CdtrAcct><Id><IBAN>' RMP-IBAN
                 '</IBAN></Id></CdtrAcct>'
                 DELIMITED BY SIZE INTO REC-SCTRIMB.
          WRITE REC-SCTRIMB.
          MOVE SPACES TO REC-SCTRIMB.
          IF RMP-ACCONTO
             STRING '   <RmtInf><Ustrd>RIMBORSO ACCONTO CLIENTE '
                    RMP-COD-CLI '</Ustrd></RmtInf>'
                    DELIMITED BY SIZE INTO REC-SCTRIMB
          ELSE
             STRING '   <RmtInf><Ustrd>RIMBORSO NOTA DI CREDITO '
                    RMP-NUM-FAT '</Ustrd></RmtInf>'
                    DELIMITED BY SIZE INTO REC-SCTRIMB.
          WRITE REC-SCTRIMB.
          MOVE SPACES TO REC-SCTRIMB.
          STRING '  </CdtTrfTxInf>' DELIMITED BY SIZE
                 INTO REC-SCTRIMB.
          WRITE REC-SCTRIMB.
       SCRIVI-BONIFICO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  CHIUSURA DEL MESSAGGIO SCT: NUMERO TRANSAZIONI E SOMMA DI
      *  CONTROLLO (GLI STESSI TOTALI DEL REGISTRO).
      *----------------------------------------------------------------
       CHIUDI-SCT.
          MOVE WS-CTR-EMESSI TO WS-SCT-NUMTX-ED.
          MOVE WS-TOT-EMESSI TO WS-SCT-TOTALE.
          MOVE SPACES TO REC-SCTRIMB.
          STRING ' <NbOfTxs>' WS-SCT-NUMTX-ED '</NbOfTxs>'
                 DELIMITED BY SIZE INTO REC-SCTRIMB.
          WRITE REC-SCTRIMB.
          MOVE SPACES TO REC-SCTRIMB.
          STRING ' <CtrlSum>' WS-SCT-TOTALE '.00</CtrlSum>'
                 DELIMITED BY SIZE INTO REC-SCTRIMB.
          WRITE REC-SCTRIMB.
          MOVE SPACES TO REC-SCTRIMB.
          STRING '</PmtInf></CstmrCdtTrfInitn></Document>'
                 DELIMITED BY SIZE INTO REC-SCTRIMB.
          WRITE REC-SCTRIMB.
       CHIUDI-SCT-EX.
          EXIT.

       STAMPA-INTESTAZIONE.
          ADD 1 TO WS-STAMPA-PAGINA.
          MOVE WS-STAMPA-PAGINA TO WS-INT-PAGINA.
          IF FASE-EMISSIONE
             MOVE WS-DATA-ESEC TO WS-INT-DATA
          ELSE
             MOVE WS-DATA-OGGI TO WS-INT-DATA.
          MOVE WS-INT-1 TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING PAGE.
          MOVE WS-INT-2 TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 2 LINES.
          MOVE SPACES TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 1 LINE.
          MOVE ZEROES TO WS-STAMPA-RIGHE.
       STAMPA-INTESTAZIONE-EX.
          EXIT.

      *----------------------------------------------------------------
      *  RIGA DELLA PROPOSTA O DEL REGISTRO, DAL RECORD DI RIMBPROP
      *  APPENA SCRITTO O AGGIORNATO: L'ESITO E' IL MOTIVO.
      *----------------------------------------------------------------
       STAMPA-DETTAGLIO.
          IF WS-STAMPA-RIGHE >= WS-STAMPA-MAX-RIGHE
             PERFORM STAMPA-INTESTAZIONE THRU STAMPA-INTESTAZIONE-EX.
          MOVE RMP-COD-CLI    TO WS-D-COD-CLI.
          MOVE RMP-NUM-FAT    TO WS-D-NUM-FAT.
          MOVE RMP-NUM-RATA   TO WS-D-NUM-RATA.
          IF RMP-ACCONTO
             MOVE 'ACCONTO' TO WS-D-TIPO
          ELSE
             MOVE 'NOTA CR.' TO WS-D-TIPO.
          MOVE RMP-DATA-RIF   TO WS-D-DATA-RIF.
          MOVE RMP-GIORNI     TO WS-D-GIORNI.
          MOVE RMP-IMPORTO    TO WS-D-IMPORTO.
          MOVE RMP-IBAN       TO WS-D-IBAN.
          MOVE RMP-MOTIVO     TO WS-D-ESITO.
          MOVE WS-DET-STAMPA TO REC-STAMPA.
          WRITE REC-STAMPA AFTER ADVANCING 1 LINE.
          ADD 1 TO WS-STAMPA-RIGHE.
       STAMPA-DETTAGLIO-EX.
          EXIT.

      *----------------------------------------------------------------
      *  CONTROLLO IBAN (MODULO 97): VALIDO SOLO SE TUTTI I 27
      *  CARATTERI SONO CIFRE O LETTERE E IL RESTO DELLA DIVISIONE
      *  PER 97 DELL'IBAN RIORDINATO FA 1.
      *----------------------------------------------------------------
       VALIDA-IBAN.
          MOVE 'N' TO SW-IBAN-VALIDO.
          MOVE ZEROES TO WS-IBAN-RESTO.
          MOVE WS-IBAN-CODA  TO WS-RIORD-CODA.
          MOVE WS-IBAN-TESTA TO WS-RIORD-TESTA.
          PERFORM VALIDA-IBAN-CARATTERE
                  THRU VALIDA-IBAN-CARATTERE-EX
                  VARYING WS-IBAN-POS FROM 1 BY 1
                  UNTIL WS-IBAN-POS > 27.
          IF WS-IBAN-POS = 28 AND WS-IBAN-RESTO = 1
             MOVE 'S' TO SW-IBAN-VALIDO.
       VALIDA-IBAN-EX.
          EXIT.

       VALIDA-IBAN-CARATTERE.
          MOVE WS-IBAN-CAR (WS-IBAN-POS) TO WS-IBAN-CARATTERE.
          IF WS-IBAN-CARATTERE NUMERIC
             COMPUTE WS-IBAN-RESTO = (WS-IBAN-RESTO * 10)
                   + WS-IBAN-CIFRA-X
             PERFORM RIDUCI-MODULO-97 THRU RIDUCI-MODULO-97-EX
             GO TO VALIDA-IBAN-CARATTERE-EX.
          MOVE 'N' TO SW-LETTERA-TROVATA.
          PERFORM CERCA-LETTERA THRU CERCA-LETTERA-EX
                  VARYING WS-IBAN-LET FROM 1 BY 1
                  UNTIL WS-IBAN-LET > 26
                  OR LETTERA-TROVATA.
          IF NOT LETTERA-TROVATA
      *      CARATTERE NON AMMESSO: SI FORZA L'USCITA DAL CICLO
      *      CON IL RESTO GUASTATO, COSI' L'IBAN RISULTA INVALIDO.
             MOVE 99 TO WS-IBAN-RESTO
             MOVE 27 TO WS-IBAN-POS
             GO TO VALIDA-IBAN-CARATTERE-EX.
          COMPUTE WS-IBAN-RESTO = (WS-IBAN-RESTO * 100)
                + WS-IBAN-VALORE.
          PERFORM RIDUCI-MODULO-97 THRU RIDUCI-MODULO-97-EX.
       VALIDA-IBAN-CARATTERE-EX.
          EXIT.

       CERCA-LETTERA.
          IF WS-LETTERA (WS-IBAN-LET) = WS-IBAN-CARATTERE
             MOVE 'S' TO SW-LETTERA-TROVATA
             COMPUTE WS-IBAN-VALORE = WS-IBAN-LET + 9.
       CERCA-LETTERA-EX.
          EXIT.

       RIDUCI-MODULO-97.
          COMPUTE WS-IBAN-QUOZIENTE = WS-IBAN-RESTO / 97.
          COMPUTE WS-IBAN-RESTO = WS-IBAN-RESTO
                - (WS-IBAN-QUOZIENTE * 97).
       RIDUCI-MODULO-97-EX.
          EXIT.

      *----------------------------------------------------------------
      *  IMMAGINE DELLA PARTITA PRIMA DELLA SCRITTURA (VEDI RIPRPART),
      *  DA ESEGUIRE SUBITO PRIMA DI OGNI WRITE/REWRITE DI
      *  REC-PARTITA: SI RILEGGE LA PARTITA PER CHIAVE, SI ACCODANO
      *  PRIMA E DOPO SU PARTBIMG E SI RIMETTE NEL RECORD LA PARTITA
      *  DA SCRIVERE.
      *----------------------------------------------------------------
       SALVA-PARTITA.
          MOVE SPACES TO REC-PARTBIMG.
          MOVE REC-PARTITA TO BIM-DOPO.
          MOVE 'M' TO BIM-AZIONE.
          READ PARTITE.
          IF FS-PARTITE = '00'
             MOVE REC-PARTITA TO BIM-PRIMA
          ELSE
             MOVE 'N' TO BIM-AZIONE.
          MOVE BIM-DOPO TO REC-PARTITA.
          ADD 1 TO WS-BIM-PROGR.
          MOVE 'RIMBORSI' TO BIM-PROGRAMMA.
          MOVE WS-DATA-OGGI TO BIM-DATA-RUN.
          MOVE WS-BIM-ORA-RUN TO BIM-ORA-RUN.
          MOVE WS-BIM-PROGR TO BIM-PROGR.
          MOVE DCP-DATA-SISTEMA TO BIM-DATA-SISTEMA.
          WRITE REC-PARTBIMG.
          IF FS-PARTBIMG NOT = '00'
             DISPLAY 'ERRORE IN SCRITTURA PARTBIMG - FS=' FS-PARTBIMG
                     ' ' PAR-COD-CLI ' ' PAR-NUM-FAT
             MOVE 16 TO RETURN-CODE.
       SALVA-PARTITA-EX.
          EXIT.
