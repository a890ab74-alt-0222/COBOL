      *                    - the inquiry request names it too, so a
      *                    car moved between lots reads as the two
      *                    cars it was.
      *   2026-10-15  DWM  Show the lot a TRANSFER moved the car
      *                    from - the TRANSFER line heads the car's
      *                    history at its new lot, and the FROM
      *                    column names the lot to inquire on for
      *                    what went before.
      *------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
               10  AUD-NEW-PRICE     PIC X(13).
               10  AUD-NEW-CATEGORY  PIC X(04).
               10  AUD-NEW-YEAR      PIC X(04).
           05  AUD-FROM-LOC      PIC X(03).
      *
       FD  CARAUDIQ-REQ RECORDING MODE F.
       01  IQREQ-REC.
               VALUE 'BEFORE PRICE/CAT/YR'.
           05  FILLER              PIC X(23)
               VALUE 'AFTER  PRICE/CAT/YR'.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(04) VALUE 'FROM'.
      *
       01  WS-HIST-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-HL-NEW-CATEGORY  PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-HL-NEW-YEAR      PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-HL-FROM-LOC      PIC X(03).
      *
       01  WS-NONE-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           MOVE AUD-NEW-PRICE    TO WS-HL-NEW-PRICE
           MOVE AUD-NEW-CATEGORY TO WS-HL-NEW-CATEGORY
           MOVE AUD-NEW-YEAR     TO WS-HL-NEW-YEAR
           IF AUD-ACTION = 'TRANSFER'
               MOVE AUD-FROM-LOC TO WS-HL-FROM-LOC
           ELSE
               MOVE SPACES       TO WS-HL-FROM-LOC
           END-IF
           WRITE AUDIQ-RPT-LINE FROM WS-HIST-LINE
           ADD 1 TO WS-HIST-LINE-COUNT
           ADD 1 TO WS-CAR-LINE-COUNT.
