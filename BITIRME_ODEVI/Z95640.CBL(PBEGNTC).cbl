      * a summary by month of upcoming purge volume so operations
      * sees the wave before it lands in the archive job's
      * runtime.
      * Each letter record carries the customer's mailing block
      * from the CUSTREC master, so the bureau no longer matches
      * letters to addresses by hand; a position whose customer
      * has no master record is still written, flagged, and
      * counted for the branches to chase.
      * Nothing here touches ACCTREC - the cluster is read-only.
      *
      * PARM: cols 1-5 retention threshold in days (must match
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS ACCT-KEY
                             STATUS  ACCT-ST.
           SELECT CUST-REC   ASSIGN  CUSTREC
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY IS CUST-SEQ
                             STATUS  CUST-ST.
           SELECT CAL-FILE   ASSIGN  CALFILE
                             STATUS  CAL-ST.
      *    one record per letter the print bureau is to produce
       FILE SECTION.
       FD  ACCT-REC  RECORDING MODE F.
       COPY ACCTFLD.
      *
       FD  CUST-REC  RECORDING MODE F.
       COPY CUSTREC.
      *
      *    calendar cards, the same layout the nightly stream
      *    reads: col 1 'H', cols 2-9 holiday date YYYYMMDD
      *
      *    letter-file layout agreed with the print bureau: the
      *    position, the customer's name, how long idle, and the
      *    date the archive sweep is projected to take it, then
      *    the mailing block the envelope is addressed from
      *    (LTR-ADDR-SW 'N' when the customer has no master
      *    record and the block is blank)
       FD  LTR-FILE  RECORDING MODE F.
       01  LTR-REC.
           05  LTR-SEQ             PIC X(05).
           05  LTR-IDLE-ED         PIC ZZZZ9.
           05  FILLER              PIC X(01).
           05  LTR-PURGE-DATE      PIC X(08).
           05  FILLER              PIC X(01).
           05  LTR-ADDR-SW         PIC X(01).
               88  LTR-ADDR-ON-FILE          VALUE 'Y'.
               88  LTR-ADDR-MISSING          VALUE 'N'.
           05  FILLER              PIC X(15).
           05  LTR-ADDRESS.
               10  LTR-ADDR-1      PIC X(30).
               10  LTR-ADDR-2      PIC X(30).
               10  LTR-CITY        PIC X(15).
               10  LTR-POSTCODE    PIC X(05).
      *
       FD  NTC-RPT   RECORDING MODE F.
       01  RPT-REC                 PIC X(80).
           05  CAL-ST           PIC 9(02).
               88 CAL-EOF                 VALUE 10.
               88 CAL-SUCCESS             VALUE 00 97.
           05  CUST-ST          PIC 9(02).
               88 CUST-SUCCESS            VALUE 00 97.
           05  LTR-ST           PIC 9(02).
               88 LTR-SUCCESS             VALUE 00 97.
           05  RPT-ST           PIC 9(02).
           05  WS-CNT-SWEPT      PIC 9(07) VALUE ZERO.
           05  WS-CNT-NOTICED    PIC 9(07) VALUE ZERO.
           05  WS-CNT-BADDATE    PIC 9(07) VALUE ZERO.
           05  WS-CNT-NO-ADDR    PIC 9(07) VALUE ZERO.
      *    upcoming purge volume grouped by the month the archive
      *    sweep is projected to take each account; two years of
      *    slots outlasts any plausible notice window
           PERFORM H999-PROGRAM-EXIT.
      *
       H100-OPEN-FILES.
           OPEN INPUT  ACCT-REC CUST-REC.
           OPEN OUTPUT LTR-FILE NTC-RPT.
           IF WS-PARM-LEN >= 10
              AND WS-PARM-DAYS IS NUMERIC
           ELSE
              DISPLAY 'PBEGNTC - BAD PARM: RETENTION AND NOTICE '
                      'DAYS, 5 DIGITS EACH, REQUIRED'
              CLOSE ACCT-REC CUST-REC LTR-FILE NTC-RPT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE ACCT-TODAY   TO LTR-LAST-DATE
           MOVE WS-IDLE-DAYS TO LTR-IDLE-ED
           MOVE WS-PROJ-DATE TO LTR-PURGE-DATE
           MOVE ACCT-SEQ     TO CUST-SEQ
           READ CUST-REC
           IF CUST-SUCCESS
              SET LTR-ADDR-ON-FILE TO TRUE
              MOVE CUST-ADDRESS TO LTR-ADDRESS
           ELSE
              SET LTR-ADDR-MISSING TO TRUE
              ADD 1 TO WS-CNT-NO-ADDR
           END-IF
           WRITE LTR-REC
           ADD 1 TO WS-CNT-NOTICED
           PERFORM H320-COUNT-PURGE-MONTH.
           EXIT.
      *
       H999-PROGRAM-EXIT.
           CLOSE ACCT-REC CUST-REC LTR-FILE NTC-RPT.
           DISPLAY 'PBEGNTC - SWEPT:     ' WS-CNT-SWEPT.
           DISPLAY 'PBEGNTC - NOTICED:   ' WS-CNT-NOTICED.
           DISPLAY 'PBEGNTC - BAD DATES: ' WS-CNT-BADDATE.
           DISPLAY 'PBEGNTC - NO ADDRESS:' WS-CNT-NO-ADDR.
           STOP RUN.
