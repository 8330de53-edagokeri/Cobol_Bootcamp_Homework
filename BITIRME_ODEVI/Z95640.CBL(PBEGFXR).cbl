      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PBEGFXR.
       AUTHOR.        Eda Gokeri
      *-----------------------------------------------------------
      * Customer exposure in TRY for the credit reviews. A
      * customer with positions in several currencies is several
      * ACCT-REC records (the key is ID plus DVZ), so no single
      * balance says what the bank is owed or owes them. This
      * sweep walks the cluster in key order - every position of
      * one customer together - values each position in TRY (949)
      * at the FXRATE rate in force, and prints the customer's
      * positions with a net TRY total and the overdrawn part of
      * it, the figure the review actually looks at.
      *
      * Rates come from the same FXRATE cards PBEG006 values its
      * cross-currency transfers with (see PBEG006J), under the
      * same discipline: cards dated after the as-at date stay out
      * of force, the latest in-force card for a DVZ wins, TRY is
      * 1, and a card that does not parse is fatal. A position in
      * a currency with no rate in force is printed unconverted,
      * flagged, and left out of the totals; its customer's total
      * is flagged incomplete.
      *
      * The customer's name comes from the CUSTREC master; an ID
      * with no master record falls back to the name on the
      * position and is flagged for the branch. A deactivated
      * position with nothing on it carries no exposure and is
      * passed over.
      * PARM: cols 1-8 as-at date YYYYMMDD; none (or a short one)
      * takes the processing date RUNCTL shows as last completed,
      * the balances the nightly run just left. RETURN-CODE 16 on
      * a bad rate card, 4 when any position could not be valued.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC   ASSIGN  ACCTREC
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS ACCT-KEY
                             STATUS  ACCT-ST.
           SELECT CUST-REC   ASSIGN  CUSTREC
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY IS CUST-SEQ
                             STATUS  CUST-ST.
           SELECT FX-FILE    ASSIGN  FXRATE
                             STATUS  FX-ST.
           SELECT FXR-RPT    ASSIGN  FXRRPT
                             STATUS  RPT-ST.
           SELECT RUNC-FILE  ASSIGN  RUNCTL
                             ORGANIZATION RELATIVE
                             ACCESS MODE DYNAMIC
                             RELATIVE KEY IS WS-RUNC-RRN
                             STATUS  RUNC-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ACCT-REC  RECORDING MODE F.
       COPY ACCTFLD.
      *
       FD  CUST-REC  RECORDING MODE F.
       COPY CUSTREC.
      *
       FD  FX-FILE   RECORDING MODE F.
       01  FX-CARD.
           05  FX-TYPE             PIC X(01).
           05  FX-BODY             PIC X(79).
           05  FX-V-BODY REDEFINES FX-BODY.
               07  FX-VERSION      PIC X(08).
               07  FILLER          PIC X(71).
           05  FX-R-BODY REDEFINES FX-BODY.
               07  FX-DVZ          PIC X(03).
               07  FX-RATE         PIC 9(05)V9(06).
               07  FX-EFF-DATE     PIC X(08).
               07  FILLER          PIC X(57).
      *
       FD  FXR-RPT   RECORDING MODE F.
       01  RPT-REC                 PIC X(80).
      *
       FD  RUNC-FILE RECORDING MODE F.
       01  RUNC-REC.
           05  RUNC-PROC-DATE      PIC X(08).
           05  RUNC-LAST-DATE      PIC X(08).
           05  RUNC-LAST-STATUS    PIC X(01).
      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05  ACCT-ST          PIC 9(02).
               88 ACCT-EOF                VALUE 10.
               88 ACCT-SUCCESS            VALUE 00 97.
           05  CUST-ST          PIC 9(02).
               88 CUST-SUCCESS            VALUE 00 97.
           05  FX-ST            PIC 9(02).
               88 FX-EOF                  VALUE 10.
               88 FX-SUCCESS              VALUE 00 97.
           05  RPT-ST           PIC 9(02).
               88 RPT-SUCCESS             VALUE 00 97.
           05  RUNC-ST          PIC 9(02).
               88 RUNC-SUCCESS            VALUE 00 97.
           05  WS-RUNC-RRN      PIC 9(04) VALUE 1.
           05  WS-ASAT-DATE     PIC X(08).
      *    rates in force, one slot per DVZ, TRY tabled at 1 in
      *    the first; DVZTAB caps the shop at 10 currencies
       01  WS-FX-AREA.
           05  WS-FX-COUNT         PIC 9(02) VALUE ZERO.
           05  WS-FX-ENT OCCURS 10 TIMES.
               07  WS-FX-DVZ       PIC X(03).
               07  WS-FX-RATE      PIC 9(05)V9(06).
           05  WS-FX-SUB           PIC 9(02).
           05  WS-FX-HIT           PIC 9(02).
           05  WS-FX-VERSION       PIC X(08) VALUE 'BUILTIN'.
           05  WS-FX-SKIPPED       PIC 9(03) VALUE ZERO.
      *    the customer in hand as the sweep passes its positions,
      *    and the totals it is building
       01  WS-CUSTOMER-AREA.
           05  WS-CUR-ID           PIC X(05) VALUE SPACES.
           05  WS-CUR-OPEN-SW      PIC X(01) VALUE 'N'.
               88  WS-CUR-OPEN               VALUE 'Y'.
           05  WS-CUR-SHORT-SW     PIC X(01).
               88  WS-CUR-SHORT              VALUE 'Y'.
           05  WS-CUR-NET-TRY      PIC S9(11)V99 COMP-3.
           05  WS-CUR-OD-TRY       PIC S9(11)V99 COMP-3.
           05  WS-POS-TRY          PIC S9(11)V99 COMP-3.
       01  WS-COUNTS.
           05  WS-CNT-CUSTOMERS    PIC 9(07) VALUE ZERO.
           05  WS-CNT-POSITIONS    PIC 9(07) VALUE ZERO.
           05  WS-CNT-NO-RATE      PIC 9(07) VALUE ZERO.
           05  WS-CNT-NO-CUST      PIC 9(07) VALUE ZERO.
           05  WS-CNT-PASSED       PIC 9(07) VALUE ZERO.
           05  WS-TOT-NET-TRY      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOT-OD-TRY       PIC S9(13)V99 COMP-3 VALUE ZERO.
      *    report lines
       01  WS-TITLE-LINE.
           05  FILLER               PIC X(26)
                                     VALUE 'CUSTOMER EXPOSURE IN TRY '.
           05  FILLER               PIC X(06) VALUE 'AS AT '.
           05  WS-TTL-DATE          PIC X(08).
           05  FILLER               PIC X(15)
                                     VALUE '   FX VERSION '.
           05  WS-TTL-VERSION       PIC X(08).
           05  FILLER               PIC X(17) VALUE SPACES.
       01  WS-COLUMN-HDR-LINE.
           05  FILLER               PIC X(10) VALUE '   DVZ ST'.
           05  FILLER               PIC X(15) VALUE '      BALANCE'.
           05  FILLER               PIC X(14) VALUE '   TRY RATE'.
           05  FILLER               PIC X(17) VALUE '  TRY EQUIVALENT'.
           05  FILLER               PIC X(24) VALUE SPACES.
       01  WS-CUST-LINE.
           05  FILLER               PIC X(09) VALUE 'CUSTOMER '.
           05  WS-CUS-ID            PIC X(05).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CUS-AD            PIC X(15).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CUS-SOYAD         PIC X(15).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CUS-NOTE          PIC X(20).
           05  FILLER               PIC X(12) VALUE SPACES.
       01  WS-DETAIL-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-DET-DVZ           PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-STATUS        PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DET-BALANCE-ED    PIC -999999999.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DET-RATE-ED       PIC ZZZZ9.999999.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DET-TRY-ED        PIC -99999999999.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DET-NOTE          PIC X(10).
           05  FILLER               PIC X(14) VALUE SPACES.
       01  WS-CUST-TOTAL-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE 'NET TRY'.
           05  WS-CTL-NET-ED        PIC -99999999999.99.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE 'OVERDRAWN'.
           05  WS-CTL-OD-ED         PIC -99999999999.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CTL-NOTE          PIC X(10).
           05  FILLER               PIC X(11) VALUE SPACES.
       01  WS-GRAND-LINE.
           05  WS-GRD-LABEL         PIC X(30).
           05  WS-GRD-AMT-ED        PIC -9999999999999.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-GRD-CNT-ED        PIC ZZZZZZ9.
           05  FILLER               PIC X(24) VALUE SPACES.
      *
       COPY DVZTAB.
      *
       LINKAGE SECTION.
      *    optional as-at date, YYYYMMDD
       01  WS-JCL-PARM.
           05  WS-PARM-LEN          PIC S9(04) COMP.
           05  WS-PARM-DATE         PIC X(08).
      *------------------
       PROCEDURE DIVISION USING WS-JCL-PARM.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-LOAD-RATES.
           PERFORM H190-WRITE-HEADINGS.
           PERFORM H200-SWEEP-ONE-POSITION UNTIL ACCT-EOF.
           PERFORM H999-PROGRAM-EXIT.
      *
       H100-OPEN-FILES.
           OPEN INPUT  ACCT-REC CUST-REC.
           OPEN OUTPUT FXR-RPT.
           IF WS-PARM-LEN >= 8 AND WS-PARM-DATE IS NUMERIC
              MOVE WS-PARM-DATE TO WS-ASAT-DATE
           ELSE
              PERFORM H110-DEFAULT-FROM-RUNCTL
           END-IF.
           DISPLAY 'PBEGFXR - EXPOSURE AS AT ' WS-ASAT-DATE.
           MOVE LOW-VALUES TO ACCT-KEY
           START ACCT-REC KEY IS NOT LESS THAN ACCT-KEY
              INVALID KEY
                 SET ACCT-EOF TO TRUE
           END-START.
           EXIT.
      *
      *    no PARM: the balances on the cluster are the ones the
      *    last completed run left, so that run's processing date
      *    - not the clock - decides which rate cards are in force
       H110-DEFAULT-FROM-RUNCTL.
           OPEN INPUT RUNC-FILE
           MOVE 1 TO WS-RUNC-RRN
           READ RUNC-FILE
           IF RUNC-SUCCESS AND RUNC-LAST-DATE IS NUMERIC
              MOVE RUNC-LAST-DATE TO WS-ASAT-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-ASAT-DATE
           END-IF
           CLOSE RUNC-FILE.
           EXIT.
      *
      *    load the rates in force on the as-at date; TRY is the
      *    base every rate is quoted against and is tabled first
       H150-LOAD-RATES.
           MOVE 1     TO WS-FX-COUNT
           MOVE '949' TO WS-FX-DVZ (1)
           MOVE 1     TO WS-FX-RATE (1)
           OPEN INPUT FX-FILE
           READ FX-FILE
           PERFORM H160-LOAD-ONE-RATE UNTIL FX-EOF
           CLOSE FX-FILE
           DISPLAY 'PBEGFXR - FX RATES VERSION ' WS-FX-VERSION ', '
                   WS-FX-COUNT ' IN FORCE, '
                   WS-FX-SKIPPED ' NOT YET EFFECTIVE'.
           EXIT.
      *
       H160-LOAD-ONE-RATE.
           EVALUATE FX-TYPE
              WHEN 'V'
                 MOVE FX-VERSION TO WS-FX-VERSION
              WHEN 'R'
                 IF FX-DVZ IS NUMERIC
                    AND FX-RATE IS NUMERIC
                    AND FX-RATE > ZERO
                    AND FX-EFF-DATE IS NUMERIC
                    AND FX-DVZ NOT = '949'
                    PERFORM H165-VALIDATE-RATE-DVZ
                    IF FX-EFF-DATE <= WS-ASAT-DATE
                       PERFORM H170-TABLE-ONE-RATE
                    ELSE
                       ADD 1 TO WS-FX-SKIPPED
                    END-IF
                 ELSE
                    PERFORM H180-BAD-CARD
                 END-IF
              WHEN '*'
                 CONTINUE
              WHEN SPACE
                 CONTINUE
              WHEN OTHER
                 PERFORM H180-BAD-CARD
           END-EVALUATE
           READ FX-FILE.
           EXIT.
      *
       H165-VALIDATE-RATE-DVZ.
           SET WS-DVZ-IS-INVALID TO TRUE
           PERFORM VARYING WS-DVZ-SUB FROM 1 BY 1
                   UNTIL WS-DVZ-SUB > WS-DVZ-COUNT
              IF FX-DVZ = WS-DVZ-LIST (WS-DVZ-SUB)
                 SET WS-DVZ-IS-VALID TO TRUE
              END-IF
           END-PERFORM
           IF WS-DVZ-IS-INVALID
              PERFORM H180-BAD-CARD
           END-IF.
           EXIT.
      *
      *    a later in-force card for a tabled DVZ replaces the
      *    earlier one - the day's fixing appends to the dataset
       H170-TABLE-ONE-RATE.
           MOVE ZERO TO WS-FX-HIT
           PERFORM VARYING WS-FX-SUB FROM 1 BY 1
                   UNTIL WS-FX-SUB > WS-FX-COUNT
              IF WS-FX-DVZ (WS-FX-SUB) = FX-DVZ
                 MOVE WS-FX-SUB TO WS-FX-HIT
              END-IF
           END-PERFORM
           IF WS-FX-HIT = ZERO
              IF WS-FX-COUNT >= 10
                 PERFORM H180-BAD-CARD
              END-IF
              ADD 1 TO WS-FX-COUNT
              MOVE WS-FX-COUNT TO WS-FX-HIT
              MOVE FX-DVZ TO WS-FX-DVZ (WS-FX-HIT)
           END-IF
           MOVE FX-RATE TO WS-FX-RATE (WS-FX-HIT).
           EXIT.
      *
       H180-BAD-CARD.
           DISPLAY 'PBEGFXR - BAD FX RATE CARD: ' FX-CARD
           CLOSE ACCT-REC CUST-REC FXR-RPT FX-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
      *
       H190-WRITE-HEADINGS.
           MOVE WS-ASAT-DATE  TO WS-TTL-DATE
           MOVE WS-FX-VERSION TO WS-TTL-VERSION
           WRITE RPT-REC FROM WS-TITLE-LINE
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           WRITE RPT-REC FROM WS-COLUMN-HDR-LINE.
           EXIT.
      *
      *    one cluster record per pass; the key puts every
      *    position of one customer together, so a change of
      *    ACCT-SEQ closes the customer in hand
       H200-SWEEP-ONE-POSITION.
           READ ACCT-REC NEXT RECORD.
           IF NOT ACCT-EOF
              IF ACCT-INACTIVE AND ACCT-BALANCE = ZERO
                 ADD 1 TO WS-CNT-PASSED
              ELSE
                 IF NOT WS-CUR-OPEN OR ACCT-SEQ NOT = WS-CUR-ID
                    IF WS-CUR-OPEN
                       PERFORM H310-END-CUSTOMER
                    END-IF
                    PERFORM H210-START-CUSTOMER
                 END-IF
                 PERFORM H300-REPORT-ONE-POSITION
              END-IF
           END-IF.
           EXIT.
      *
       H210-START-CUSTOMER.
           MOVE ACCT-SEQ TO WS-CUR-ID
           SET WS-CUR-OPEN TO TRUE
           MOVE 'N'  TO WS-CUR-SHORT-SW
           MOVE ZERO TO WS-CUR-NET-TRY WS-CUR-OD-TRY
           ADD 1 TO WS-CNT-CUSTOMERS
           MOVE SPACES   TO RPT-REC
           WRITE RPT-REC
           MOVE ACCT-SEQ TO WS-CUS-ID
           MOVE ACCT-SEQ TO CUST-SEQ
           READ CUST-REC
           IF CUST-SUCCESS
              MOVE CUST-AD    TO WS-CUS-AD
              MOVE CUST-SOYAD TO WS-CUS-SOYAD
              MOVE SPACES     TO WS-CUS-NOTE
           ELSE
              MOVE ACCT-AD    TO WS-CUS-AD
              MOVE ACCT-SOYAD TO WS-CUS-SOYAD
              MOVE 'NOT ON CUSTREC' TO WS-CUS-NOTE
              ADD 1 TO WS-CNT-NO-CUST
           END-IF
           WRITE RPT-REC FROM WS-CUST-LINE.
           EXIT.
      *
      *    value one position in TRY; an overdrawn position's TRY
      *    value also goes to the customer's overdrawn total
       H300-REPORT-ONE-POSITION.
           ADD 1 TO WS-CNT-POSITIONS
           MOVE ACCT-DVZ     TO WS-DET-DVZ
           MOVE ACCT-STATUS  TO WS-DET-STATUS
           MOVE ACCT-BALANCE TO WS-DET-BALANCE-ED
           PERFORM H220-FIND-RATE
           IF WS-FX-HIT > ZERO
              COMPUTE WS-POS-TRY ROUNDED =
                 ACCT-BALANCE * WS-FX-RATE (WS-FX-HIT)
              MOVE WS-FX-RATE (WS-FX-HIT) TO WS-DET-RATE-ED
              MOVE WS-POS-TRY TO WS-DET-TRY-ED
              MOVE SPACES     TO WS-DET-NOTE
              ADD WS-POS-TRY TO WS-CUR-NET-TRY
              IF WS-POS-TRY < ZERO
                 ADD WS-POS-TRY TO WS-CUR-OD-TRY
              END-IF
           ELSE
              MOVE ZERO      TO WS-DET-RATE-ED
              MOVE ZERO      TO WS-DET-TRY-ED
              MOVE 'NO RATE' TO WS-DET-NOTE
              SET WS-CUR-SHORT TO TRUE
              ADD 1 TO WS-CNT-NO-RATE
           END-IF
           WRITE RPT-REC FROM WS-DETAIL-LINE.
           EXIT.
      *
       H220-FIND-RATE.
           MOVE ZERO TO WS-FX-HIT
           PERFORM VARYING WS-FX-SUB FROM 1 BY 1
                   UNTIL WS-FX-SUB > WS-FX-COUNT
              IF WS-FX-DVZ (WS-FX-SUB) = ACCT-DVZ
                 MOVE WS-FX-SUB TO WS-FX-HIT
              END-IF
           END-PERFORM.
           EXIT.
      *
       H310-END-CUSTOMER.
           MOVE WS-CUR-NET-TRY TO WS-CTL-NET-ED
           MOVE WS-CUR-OD-TRY  TO WS-CTL-OD-ED
           IF WS-CUR-SHORT
              MOVE 'INCOMPLETE' TO WS-CTL-NOTE
           ELSE
              MOVE SPACES       TO WS-CTL-NOTE
           END-IF
           WRITE RPT-REC FROM WS-CUST-TOTAL-LINE
           ADD WS-CUR-NET-TRY TO WS-TOT-NET-TRY
           ADD WS-CUR-OD-TRY  TO WS-TOT-OD-TRY
           MOVE 'N' TO WS-CUR-OPEN-SW.
           EXIT.
      *
       H400-WRITE-GRAND-TOTALS.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE 'ALL CUSTOMERS - NET TRY'   TO WS-GRD-LABEL
           MOVE WS-TOT-NET-TRY   TO WS-GRD-AMT-ED
           MOVE WS-CNT-CUSTOMERS TO WS-GRD-CNT-ED
           WRITE RPT-REC FROM WS-GRAND-LINE
           MOVE 'ALL CUSTOMERS - OVERDRAWN TRY' TO WS-GRD-LABEL
           MOVE WS-TOT-OD-TRY    TO WS-GRD-AMT-ED
           MOVE WS-CNT-POSITIONS TO WS-GRD-CNT-ED
           WRITE RPT-REC FROM WS-GRAND-LINE.
           EXIT.
      *
       H999-PROGRAM-EXIT.
           IF WS-CUR-OPEN
              PERFORM H310-END-CUSTOMER
           END-IF.
           PERFORM H400-WRITE-GRAND-TOTALS.
           CLOSE ACCT-REC CUST-REC FXR-RPT.
           DISPLAY 'PBEGFXR - CUSTOMERS:         ' WS-CNT-CUSTOMERS.
           DISPLAY 'PBEGFXR - POSITIONS VALUED:  ' WS-CNT-POSITIONS.
           DISPLAY 'PBEGFXR - NO RATE FOR DVZ:   ' WS-CNT-NO-RATE.
           DISPLAY 'PBEGFXR - NOT ON CUSTREC:    ' WS-CNT-NO-CUST.
           DISPLAY 'PBEGFXR - CLOSED AND EMPTY:  ' WS-CNT-PASSED.
           IF WS-CNT-NO-RATE > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
