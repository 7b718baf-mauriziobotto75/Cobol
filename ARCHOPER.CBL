      *  ARCHIVIATI (L'UFFICIO PENSIONI CHE SCRIVE PER UNO USCITO
      *  ANNI FA) E' IL NUOVO INQOPER. I CESSATI SENZA DATA DI
      *  CESSAZIONE RESTANO SUL VIVO E VENGONO SEGNALATI.
      *  GLI ANNI DI RITENZIONE SI CONTANO DALL'ANNO DELLA DATA
      *  CONTABILE (ROUTINE DATACONT).
      ******************************************************************
       IDENTIFICATION DIVISION.

           02  IBAN-OPERAIO              PIC X(27).
           02  TFR-FONDO                 PIC 9(8)V99 COMP-3.
           02  DATA-CESSAZIONE           PIC 9(8).
           02  PERC-PART-TIME            PIC 9(3)V99.
           02  TIPO-PART-TIME            PIC X.
               88 PART-TIME-ORIZZONTALE  VALUE 'O'.
               88 PART-TIME-VERTICALE    VALUE 'V'.
           02  CANALE-CEDOLINO           PIC X.
               88 CEDOLINO-CARTA         VALUE ' ' 'C'.
               88 CEDOLINO-EMAIL         VALUE 'E'.
               88 CEDOLINO-PORTALE       VALUE 'P'.
           02  EMAIL-OPERAIO             PIC X(50).
           02  CODICE-FISCALE            PIC X(16).

       FD  CEDSTOR,
           LABEL RECORD STANDARD,
              03 STO-CHIAVE             PIC X(8).
              03 STO-AA                 PIC 99.
              03 STO-MM                 PIC 99.
           02 STO-RESTO                 PIC X(862).

       FD  ANOPIARC,
           LABEL RECORD STANDARD,
           02  ARC-IBAN                  PIC X(27).
           02  ARC-TFR-FONDO             PIC 9(8)V99 COMP-3.
           02  ARC-DATA-CESSAZIONE       PIC 9(8).
           02  ARC-PERC-PART-TIME        PIC 9(3)V99.
           02  ARC-TIPO-PART-TIME        PIC X.
           02  ARC-CANALE-CEDOLINO       PIC X.
           02  ARC-EMAIL                 PIC X(50).
           02  ARC-CODICE-FISCALE        PIC X(16).

       FD  CEDSTARC,
           LABEL RECORD STANDARD,
              03 ARS-CHIAVE             PIC X(8).
              03 ARS-AA                 PIC 99.
              03 ARS-MM                 PIC 99.
           02 ARS-RESTO                 PIC X(862).

       FD  REGISTRO,
           LABEL RECORD OMITTED,
           02 FILLER                     PIC X(48) VALUE SPACES.
       77  WS-CED-DIPENDENTE             PIC 9(5) VALUE ZERO.

           COPY PAR_DataCont.

       PROCEDURE DIVISION.
       INIZIO-ELABORAZIONE.
           DISPLAY 'ANNI DI RITENZIONE DEI CESSATI (ES. 05): '.
           ACCEPT WS-PARM-ANNI.
           IF WS-PARM-ANNI = ZERO
               MOVE 5 TO WS-PARM-ANNI.
           MOVE 'D' TO DCP-FUNZIONE.
           MOVE 'ARCHOPER' TO DCP-PROGRAMMA.
           CALL 'DATACONT' USING PARAMETRI-DATACONT.
           MOVE DCP-DATA-CONTABILE TO WS-DATA-OGGI.
           COMPUTE WS-ANNO-LIMITE = WS-OGGI-ANNO - WS-PARM-ANNI.
           OPEN I-O ANOPIS.
           IF NOT FS-ANOPIS-OK
