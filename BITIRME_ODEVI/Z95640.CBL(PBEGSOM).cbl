      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PBEGSOM.
       AUTHOR.        Eda Gokeri
      *-----------------------------------------------------------
      * Batch maintenance of the STORDER standing-order master.
      * A customer's rent or savings sweep used to be keyed by
      * the branch as a fresh transfer every month, and missed
      * whenever the clerk who remembered it was away. The order
      * is now keyed once, here, and PBEGSTO generates each
      * payment into the nightly stream when it falls due. The
      * branches' maintenance cards:
      *   col 1 'A'  add an order - source and target positions
      *              (both on ACCTREC and active, not the same
      *              position), amount, frequency, start date
      *              (today or later) and branch are required;
      *              the end date is optional, the day only for
      *              frequency 'D'
      *   col 1 'C'  change - a non-blank amount, end date or
      *              branch replaces the one on file; an order
      *              already cancelled or ended cannot be changed
      *   col 1 'D'  cancel the order; nothing further generates
      *   col 1 'R'  release an order PBEGSTO holds because its
      *              last generated transfer never came back on
      *              OUTFILE (check POSTHIST first): clears the
      *              hold and the retry count, and a date keyed in
      *              the start-date columns becomes the next due
      *              date - key the date after the payment if it
      *              did post, leave it blank if it did not
      *   col 1 '*'  comment; blank cards skipped
      * Card layout past col 1: order number (6), source ID (5)
      * and DVZ (3), target ID (5) and DVZ (3), amount (11, two
      * implied decimals), frequency (1: W weekly, M monthly on
      * the start date's day, D monthly on the day keyed next),
      * day (2), start date (8), end date (8), branch (3).
      * Every card gets a disposition line on SORDRPT; the run as
      * a whole is one OPSLOG entry.
      *
      * PARM: cols 1-8 the operator submitting the run, stamped
      * into SO-MAINT-USER and the audit record (CONSOLE when
      * omitted). RETURN-CODE 4 when any card was rejected, 16
      * when the master cannot be written.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SO-FILE    ASSIGN  STORDER
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS SO-NO
                             STATUS  SO-ST.
      *    read only: both ends of a new order must be live
      *    positions
           SELECT ACCT-REC   ASSIGN  ACCTREC
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS ACCT-KEY
                             STATUS  ACCT-ST.
           SELECT SO-TRAN    ASSIGN  SORDTRAN
                             STATUS  STRN-ST.
           SELECT SO-RPT     ASSIGN  SORDRPT
                             STATUS  RPT-ST.
           SELECT OPS-LOG    ASSIGN  OPSLOG
                             STATUS  OPSL-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  SO-FILE   RECORDING MODE F.
       COPY STORDER.
      *
       FD  ACCT-REC  RECORDING MODE F.
       COPY ACCTFLD.
      *
       FD  SO-TRAN   RECORDING MODE F.
       01  STRN-REC.
           05  STRN-ACTION         PIC X(01).
           05  STRN-NO             PIC X(06).
           05  STRN-SRC-ID         PIC X(05).
           05  STRN-SRC-DVZ        PIC X(03).
           05  STRN-TGT-ID         PIC X(05).
           05  STRN-TGT-DVZ        PIC X(03).
           05  STRN-AMOUNT         PIC X(11).
           05  STRN-AMOUNT-N REDEFINES STRN-AMOUNT
                                   PIC 9(09)V99.
           05  STRN-FREQ           PIC X(01).
           05  STRN-DAY            PIC X(02).
           05  STRN-DAY-N REDEFINES STRN-DAY
                                   PIC 9(02).
           05  STRN-START-DATE     PIC X(08).
           05  STRN-END-DATE       PIC X(08).
           05  STRN-BRANCH         PIC X(03).
           05  FILLER              PIC X(24).
      *
      *    one disposition line per maintenance card
       FD  SO-RPT    RECORDING MODE F.
       01  RPT-REC.
           05  RPT-NO              PIC X(06).
           05  FILLER              PIC X(01).
           05  RPT-ACTION          PIC X(01).
           05  FILLER              PIC X(01).
           05  RPT-SRC-ID          PIC X(05).
           05  RPT-SRC-SLASH       PIC X(01).
           05  RPT-SRC-DVZ         PIC X(03).
           05  FILLER              PIC X(01).
           05  RPT-TGT-ID          PIC X(05).
           05  RPT-TGT-SLASH       PIC X(01).
           05  RPT-TGT-DVZ         PIC X(03).
           05  FILLER              PIC X(01).
           05  RPT-NEXT-DUE        PIC X(08).
           05  FILLER              PIC X(01).
           05  RPT-RESULT          PIC X(34).
           05  FILLER              PIC X(08).
      *
       FD  OPS-LOG   RECORDING MODE F.
       COPY OPSLOG.
      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05  SO-ST            PIC 9(02).
               88 SO-SUCCESS              VALUE 00 97.
               88 SO-NOTFOUND             VALUE 23.
           05  ACCT-ST          PIC 9(02).
               88 ACCT-SUCCESS            VALUE 00 97.
               88 ACCT-NOTFOUND           VALUE 23.
           05  STRN-ST          PIC 9(02).
               88 STRN-EOF                VALUE 10.
               88 STRN-SUCCESS            VALUE 00 97.
           05  RPT-ST           PIC 9(02).
               88 RPT-SUCCESS             VALUE 00 97.
           05  OPSL-ST          PIC 9(02).
               88 OPSL-SUCCESS            VALUE 00 97.
           05  WS-TODAY         PIC X(08).
           05  WS-OPERATOR      PIC X(08) VALUE 'CONSOLE'.
           05  WS-RESULT        PIC X(34).
           05  WS-CARD-OK-SW    PIC X(01).
               88  WS-CARD-OK             VALUE 'Y'.
               88  WS-CARD-BAD            VALUE 'N'.
      *    the ACCTREC position being checked for a new order
           05  WS-POS-ID        PIC X(05).
           05  WS-POS-DVZ       PIC X(03).
           05  WS-POS-SW        PIC X(01).
               88  WS-POS-LIVE            VALUE 'Y'.
       01  WS-COUNTS.
           05  WS-CNT-CARDS        PIC 9(07) VALUE ZERO.
           05  WS-CNT-ADDED        PIC 9(07) VALUE ZERO.
           05  WS-CNT-CHANGED      PIC 9(07) VALUE ZERO.
           05  WS-CNT-CANCELLED    PIC 9(07) VALUE ZERO.
           05  WS-CNT-RELEASED     PIC 9(07) VALUE ZERO.
           05  WS-CNT-REJECTED     PIC 9(07) VALUE ZERO.
           05  WS-CNT-APPLIED      PIC 9(07) VALUE ZERO.
      *    YYYYMMDD validation, the same checks the stream applies
      *    everywhere before trusting a keyed date
       01  WS-DATE-CHECK-IN         PIC X(08).
       01  WS-DATE-PARTS REDEFINES WS-DATE-CHECK-IN.
           05  WS-DATE-YYYY         PIC 9(04).
           05  WS-DATE-MM           PIC 9(02).
           05  WS-DATE-DD           PIC 9(02).
       01  WS-DATE-CHECK-SW         PIC X(01).
           88  WS-DATE-CHECK-VALID          VALUE 'Y'.
           88  WS-DATE-CHECK-INVALID        VALUE 'N'.
       01  WS-MAX-DAY                PIC 9(02).
      *    days per month, laid out the same way DVZTAB lays out
      *    its currency list
       01  WS-DIM-TABLE.
           05  WS-DIM-VALUES        PIC X(24) VALUE
               '312831303130313130313031'.
           05  WS-DIM REDEFINES WS-DIM-VALUES
                                    PIC 9(02) OCCURS 12 TIMES.
      *    the first due date of a new monthly order, built a
      *    month at a time
       01  WS-DUE-DATE              PIC X(08).
       01  WS-DUE-PARTS REDEFINES WS-DUE-DATE.
           05  WS-DUE-YYYY          PIC 9(04).
           05  WS-DUE-MM            PIC 9(02).
           05  WS-DUE-DD            PIC 9(02).
      *
       COPY DVZTAB.
      *
       LINKAGE SECTION.
      *    who submitted the run, 8 characters
       01  WS-JCL-PARM.
           05  WS-PARM-LEN          PIC S9(04) COMP.
           05  WS-PARM-OPER         PIC X(08).
      *------------------
       PROCEDURE DIVISION USING WS-JCL-PARM.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-APPLY-ONE-CARD UNTIL STRN-EOF.
           PERFORM H999-PROGRAM-EXIT.
      *
       H100-OPEN-FILES.
           OPEN I-O    SO-FILE.
           OPEN INPUT  ACCT-REC SO-TRAN.
           OPEN OUTPUT SO-RPT.
           IF NOT SO-SUCCESS
              DISPLAY 'PBEGSOM - STORDER NOT OPENABLE, STATUS '
                      SO-ST
              CLOSE ACCT-REC SO-TRAN SO-RPT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-PARM-LEN >= 8 AND WS-PARM-OPER NOT = SPACES
              MOVE WS-PARM-OPER TO WS-OPERATOR
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           DISPLAY 'PBEGSOM - STANDING ORDER MAINTENANCE BY '
                   WS-OPERATOR.
           READ SO-TRAN.
           EXIT.
      *
      *    one maintenance card: comments and blanks are passed
      *    over, every other card is applied or rejected and gets
      *    its disposition line
       H200-APPLY-ONE-CARD.
           IF STRN-ACTION NOT = '*' AND STRN-ACTION NOT = SPACE
              ADD 1 TO WS-CNT-CARDS
              MOVE SPACES TO WS-RESULT
              IF STRN-NO IS NOT NUMERIC
                 MOVE 'REJECTED - ORDER NO NOT 6 DIGITS' TO WS-RESULT
              ELSE
                 EVALUATE STRN-ACTION
                    WHEN 'A'
                       PERFORM H210-ADD-ORDER
                    WHEN 'C'
                       PERFORM H220-CHANGE-ORDER
                    WHEN 'D'
                       PERFORM H230-CANCEL-ORDER
                    WHEN 'R'
                       PERFORM H235-RELEASE-ORDER
                    WHEN OTHER
                       MOVE 'REJECTED - UNKNOWN ACTION' TO WS-RESULT
                 END-EVALUATE
              END-IF
              IF WS-RESULT (1:8) = 'REJECTED'
                 ADD 1 TO WS-CNT-REJECTED
              ELSE
                 ADD 1 TO WS-CNT-APPLIED
              END-IF
              PERFORM H300-WRITE-DISPOSITION
           END-IF
           READ SO-TRAN.
           EXIT.
      *
      *    a new order: the whole card must validate, both ends
      *    must be live positions, and WRITE's INVALID KEY turns
      *    away an order number already on file
       H210-ADD-ORDER.
           PERFORM H240-VALIDATE-NEW-ORDER
           IF WS-CARD-OK
              MOVE STRN-SRC-ID  TO WS-POS-ID
              MOVE STRN-SRC-DVZ TO WS-POS-DVZ
              PERFORM H250-CHECK-POSITION
              IF NOT WS-POS-LIVE
                 MOVE 'REJECTED - SOURCE NOT ACTIVE ON FILE'
                   TO WS-RESULT
              ELSE
                 MOVE STRN-TGT-ID  TO WS-POS-ID
                 MOVE STRN-TGT-DVZ TO WS-POS-DVZ
                 PERFORM H250-CHECK-POSITION
                 IF NOT WS-POS-LIVE
                    MOVE 'REJECTED - TARGET NOT ACTIVE ON FILE'
                      TO WS-RESULT
                 ELSE
                    PERFORM H215-WRITE-NEW-ORDER
                 END-IF
              END-IF
           END-IF.
           EXIT.
      *
       H215-WRITE-NEW-ORDER.
           MOVE SPACES         TO SO-FIELDS
           MOVE STRN-NO        TO SO-NO
           MOVE STRN-SRC-ID    TO SO-SRC-ID
           MOVE STRN-SRC-DVZ   TO SO-SRC-DVZ
           MOVE STRN-TGT-ID    TO SO-TGT-ID
           MOVE STRN-TGT-DVZ   TO SO-TGT-DVZ
           MOVE STRN-AMOUNT-N  TO SO-AMOUNT
           MOVE STRN-FREQ      TO SO-FREQ
           MOVE STRN-START-DATE TO SO-START-DATE
           MOVE STRN-END-DATE  TO SO-END-DATE
           MOVE STRN-BRANCH    TO SO-BRANCH
      *    a monthly order keeps the start date's day; an order on
      *    a keyed day takes the first such day on or after the
      *    start date; a weekly one simply starts on it
           EVALUATE TRUE
              WHEN SO-WEEKLY
                 MOVE ZERO TO SO-DAY
                 MOVE STRN-START-DATE TO SO-NEXT-DUE
              WHEN SO-MONTHLY
                 MOVE STRN-START-DATE (7:2) TO SO-DAY
                 MOVE STRN-START-DATE TO SO-NEXT-DUE
              WHEN SO-ON-DAY
                 MOVE STRN-DAY-N TO SO-DAY
                 MOVE STRN-START-DATE TO WS-DUE-DATE
                 PERFORM H410-CLAMP-DUE-DAY
                 IF WS-DUE-DATE < STRN-START-DATE
                    PERFORM H400-NEXT-MONTH
                 END-IF
                 MOVE WS-DUE-DATE TO SO-NEXT-DUE
           END-EVALUATE
           MOVE ZERO           TO SO-RETRY-COUNT
           SET SO-ACTIVE       TO TRUE
           MOVE WS-TODAY       TO SO-MAINT-DATE
           MOVE WS-OPERATOR    TO SO-MAINT-USER
           WRITE SO-FIELDS
              INVALID KEY
                 MOVE 'REJECTED - ORDER ALREADY ON FILE'
                   TO WS-RESULT
           END-WRITE
           IF WS-RESULT = SPACES
              IF SO-SUCCESS
                 MOVE 'ADDED' TO WS-RESULT
                 ADD 1 TO WS-CNT-ADDED
              ELSE
                 PERFORM H290-MASTER-WRITE-FAILED
              END-IF
           END-IF.
           EXIT.
      *
      *    a change overlays only the amount, end date and branch
      *    the card carries; the positions and the schedule are
      *    the order itself - a different one is a new order
       H220-CHANGE-ORDER.
           PERFORM H280-READ-ORDER
           IF WS-RESULT = SPACES
              IF NOT SO-ACTIVE
                 MOVE 'REJECTED - ORDER NOT ACTIVE' TO WS-RESULT
              ELSE
              IF STRN-AMOUNT NOT = SPACES
                 AND (STRN-AMOUNT IS NOT NUMERIC
                      OR STRN-AMOUNT-N = ZERO)
                 MOVE 'REJECTED - AMOUNT NOT VALID' TO WS-RESULT
              ELSE
                 IF STRN-END-DATE NOT = SPACES
                    MOVE STRN-END-DATE TO WS-DATE-CHECK-IN
                    PERFORM H109-VALIDATE-DATE
                    IF WS-DATE-CHECK-INVALID
                       OR STRN-END-DATE < SO-START-DATE
                       MOVE 'REJECTED - END DATE NOT VALID'
                         TO WS-RESULT
                    END-IF
                 END-IF
                 IF WS-RESULT = SPACES
                    IF STRN-AMOUNT NOT = SPACES
                       MOVE STRN-AMOUNT-N TO SO-AMOUNT
                    END-IF
                    IF STRN-END-DATE NOT = SPACES
                       MOVE STRN-END-DATE TO SO-END-DATE
                    END-IF
                    IF STRN-BRANCH NOT = SPACES
                       MOVE STRN-BRANCH TO SO-BRANCH
                    END-IF
                    MOVE WS-TODAY    TO SO-MAINT-DATE
                    MOVE WS-OPERATOR TO SO-MAINT-USER
                    REWRITE SO-FIELDS
                    IF SO-SUCCESS
                       MOVE 'CHANGED' TO WS-RESULT
                       ADD 1 TO WS-CNT-CHANGED
                    ELSE
                       PERFORM H290-MASTER-WRITE-FAILED
                    END-IF
                 END-IF
              END-IF
              END-IF
           END-IF.
           EXIT.
      *
      *    a cancelled order generates nothing more; a transfer
      *    already generated still settles from OUTFILE, so the
      *    branch sees how it ended
       H230-CANCEL-ORDER.
           PERFORM H280-READ-ORDER
           IF WS-RESULT = SPACES
              IF SO-CANCELLED
                 MOVE 'REJECTED - ORDER ALREADY CANCELLED'
                   TO WS-RESULT
              ELSE
                 SET SO-CANCELLED TO TRUE
                 MOVE WS-TODAY    TO SO-CANCEL-DATE
                 MOVE WS-TODAY    TO SO-MAINT-DATE
                 MOVE WS-OPERATOR TO SO-MAINT-USER
                 REWRITE SO-FIELDS
                 IF SO-SUCCESS
                    MOVE 'CANCELLED' TO WS-RESULT
                    ADD 1 TO WS-CNT-CANCELLED
                 ELSE
                    PERFORM H290-MASTER-WRITE-FAILED
                 END-IF
              END-IF
           END-IF.
           EXIT.
      *
      *    an order PBEGSTO holds for a transfer whose outcome it
      *    never saw comes back into the schedule here - the
      *    branch has checked POSTHIST and keys the next due date
      *    when the payment did post
       H235-RELEASE-ORDER.
           PERFORM H280-READ-ORDER
           IF WS-RESULT = SPACES
              IF NOT SO-ACTIVE OR SO-PEND-DATE = SPACES
                 MOVE 'REJECTED - ORDER NOT HELD' TO WS-RESULT
              ELSE
                 IF STRN-START-DATE NOT = SPACES
                    MOVE STRN-START-DATE TO WS-DATE-CHECK-IN
                    PERFORM H109-VALIDATE-DATE
                    IF WS-DATE-CHECK-INVALID
                       OR STRN-START-DATE < SO-NEXT-DUE
                       MOVE 'REJECTED - NEXT DUE DATE NOT VALID'
                         TO WS-RESULT
                    ELSE
                       MOVE STRN-START-DATE TO SO-NEXT-DUE
                    END-IF
                 END-IF
                 IF WS-RESULT = SPACES
                    MOVE SPACES      TO SO-PEND-DATE
                    MOVE ZERO        TO SO-RETRY-COUNT
                    MOVE WS-TODAY    TO SO-MAINT-DATE
                    MOVE WS-OPERATOR TO SO-MAINT-USER
                    REWRITE SO-FIELDS
                    IF SO-SUCCESS
                       MOVE 'RELEASED' TO WS-RESULT
                       ADD 1 TO WS-CNT-RELEASED
                    ELSE
                       PERFORM H290-MASTER-WRITE-FAILED
                    END-IF
                 END-IF
              END-IF
           END-IF.
           EXIT.
      *
      *    field edits for a new order, first failure reported
       H240-VALIDATE-NEW-ORDER.
           SET WS-CARD-OK TO TRUE
           IF STRN-SRC-ID IS NOT NUMERIC
              OR STRN-TGT-ID IS NOT NUMERIC
              MOVE 'REJECTED - ACCOUNT ID NOT 5 DIGITS' TO WS-RESULT
           ELSE
           IF STRN-SRC-DVZ IS NOT NUMERIC
              OR STRN-TGT-DVZ IS NOT NUMERIC
              MOVE 'REJECTED - CURRENCY NOT 3 DIGITS' TO WS-RESULT
           ELSE
           IF STRN-SRC-ID = STRN-TGT-ID
              AND STRN-SRC-DVZ = STRN-TGT-DVZ
              MOVE 'REJECTED - SOURCE SAME AS TARGET' TO WS-RESULT
           ELSE
           IF STRN-AMOUNT IS NOT NUMERIC
              OR STRN-AMOUNT-N = ZERO
              MOVE 'REJECTED - AMOUNT NOT VALID' TO WS-RESULT
           ELSE
           IF STRN-FREQ NOT = 'W' AND STRN-FREQ NOT = 'M'
              AND STRN-FREQ NOT = 'D'
              MOVE 'REJECTED - FREQUENCY NOT W, M OR D'
                TO WS-RESULT
           ELSE
           IF STRN-FREQ = 'D'
              AND (STRN-DAY IS NOT NUMERIC
                   OR STRN-DAY-N < 1 OR STRN-DAY-N > 31)
              MOVE 'REJECTED - DAY NOT 01-31' TO WS-RESULT
           ELSE
           IF STRN-BRANCH = SPACES
              MOVE 'REJECTED - BRANCH BLANK' TO WS-RESULT
           ELSE
              MOVE STRN-START-DATE TO WS-DATE-CHECK-IN
              PERFORM H109-VALIDATE-DATE
              IF WS-DATE-CHECK-INVALID
                 OR STRN-START-DATE < WS-TODAY
                 MOVE 'REJECTED - START DATE NOT VALID'
                   TO WS-RESULT
              ELSE
              IF STRN-END-DATE NOT = SPACES
                 MOVE STRN-END-DATE TO WS-DATE-CHECK-IN
                 PERFORM H109-VALIDATE-DATE
                 IF WS-DATE-CHECK-INVALID
                    OR STRN-END-DATE < STRN-START-DATE
                    MOVE 'REJECTED - END DATE NOT VALID'
                      TO WS-RESULT
                 END-IF
              END-IF
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-RESULT = SPACES
              PERFORM H245-VALIDATE-DVZ
           END-IF
           IF WS-RESULT NOT = SPACES
              SET WS-CARD-BAD TO TRUE
           END-IF.
           EXIT.
      *
      *    both currencies must be ones the shop carries
       H245-VALIDATE-DVZ.
           SET WS-DVZ-IS-INVALID TO TRUE
           PERFORM VARYING WS-DVZ-SUB FROM 1 BY 1
                   UNTIL WS-DVZ-SUB > WS-DVZ-COUNT
              IF STRN-SRC-DVZ = WS-DVZ-LIST (WS-DVZ-SUB)
                 SET WS-DVZ-IS-VALID TO TRUE
              END-IF
           END-PERFORM
           IF WS-DVZ-IS-VALID
              SET WS-DVZ-IS-INVALID TO TRUE
              PERFORM VARYING WS-DVZ-SUB FROM 1 BY 1
                      UNTIL WS-DVZ-SUB > WS-DVZ-COUNT
                 IF STRN-TGT-DVZ = WS-DVZ-LIST (WS-DVZ-SUB)
                    SET WS-DVZ-IS-VALID TO TRUE
                 END-IF
              END-PERFORM
           END-IF
           IF WS-DVZ-IS-INVALID
              MOVE 'REJECTED - CURRENCY NOT SUPPORTED' TO WS-RESULT
           END-IF.
           EXIT.
      *
      *    is WS-POS-ID/WS-POS-DVZ an active ACCTREC position?
       H250-CHECK-POSITION.
           MOVE 'N' TO WS-POS-SW
           MOVE WS-POS-ID  TO ACCT-SEQ
           MOVE WS-POS-DVZ TO ACCT-DVZ
           READ ACCT-REC
           IF ACCT-SUCCESS AND ACCT-ACTIVE
              SET WS-POS-LIVE TO TRUE
           END-IF.
           EXIT.
      *
      *    the order a change, cancel or release card names
       H280-READ-ORDER.
           MOVE STRN-NO TO SO-NO
           READ SO-FILE
           IF SO-NOTFOUND
              MOVE 'REJECTED - ORDER NOT ON FILE' TO WS-RESULT
           ELSE
              IF NOT SO-SUCCESS
                 PERFORM H290-MASTER-WRITE-FAILED
              END-IF
           END-IF.
           EXIT.
      *
      *    the master itself failing outside the invalid-key class
      *    is not a card error - stop before anything else is
      *    applied against a file in doubt
       H290-MASTER-WRITE-FAILED.
           DISPLAY 'PBEGSOM - STORDER I/O FAILED, STATUS ' SO-ST
                   ' FOR ORDER ' STRN-NO
           CLOSE SO-FILE ACCT-REC SO-TRAN SO-RPT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
      *
      *    checks WS-DATE-CHECK-IN (YYYYMMDD): numeric, month 1-12,
      *    day within that month's day count (leap years included
      *    for February). Sets WS-DATE-CHECK-SW.
       H109-VALIDATE-DATE.
           SET WS-DATE-CHECK-INVALID TO TRUE
           IF WS-DATE-CHECK-IN IS NUMERIC
              IF WS-DATE-MM >= 1 AND WS-DATE-MM <= 12
                 MOVE WS-DIM (WS-DATE-MM) TO WS-MAX-DAY
                 IF WS-DATE-MM = 2
                    AND FUNCTION MOD(WS-DATE-YYYY, 4) = 0
                    AND (FUNCTION MOD(WS-DATE-YYYY, 100) NOT = 0
                         OR FUNCTION MOD(WS-DATE-YYYY, 400) = 0)
                    MOVE 29 TO WS-MAX-DAY
                 END-IF
                 IF WS-DATE-DD >= 1 AND WS-DATE-DD <= WS-MAX-DAY
                    SET WS-DATE-CHECK-VALID TO TRUE
                 END-IF
              END-IF
           END-IF.
           EXIT.
      *
      *    WS-DUE-DATE one month on, on the order's day
       H400-NEXT-MONTH.
           IF WS-DUE-MM = 12
              MOVE 1 TO WS-DUE-MM
              ADD 1 TO WS-DUE-YYYY
           ELSE
              ADD 1 TO WS-DUE-MM
           END-IF
           PERFORM H410-CLAMP-DUE-DAY.
           EXIT.
      *
      *    the order's day within WS-DUE-DATE's month, or the
      *    month's last day when it is shorter
       H410-CLAMP-DUE-DAY.
           MOVE WS-DIM (WS-DUE-MM) TO WS-MAX-DAY
           IF WS-DUE-MM = 2
              AND FUNCTION MOD(WS-DUE-YYYY, 4) = 0
              AND (FUNCTION MOD(WS-DUE-YYYY, 100) NOT = 0
                   OR FUNCTION MOD(WS-DUE-YYYY, 400) = 0)
              MOVE 29 TO WS-MAX-DAY
           END-IF
           IF SO-DAY > WS-MAX-DAY
              MOVE WS-MAX-DAY TO WS-DUE-DD
           ELSE
              MOVE SO-DAY TO WS-DUE-DD
           END-IF.
           EXIT.
      *
       H300-WRITE-DISPOSITION.
           MOVE SPACES       TO RPT-REC
           MOVE STRN-NO      TO RPT-NO
           MOVE STRN-ACTION  TO RPT-ACTION
           IF STRN-ACTION = 'A'
              MOVE STRN-SRC-ID  TO RPT-SRC-ID
              MOVE '/'          TO RPT-SRC-SLASH
              MOVE STRN-SRC-DVZ TO RPT-SRC-DVZ
              MOVE STRN-TGT-ID  TO RPT-TGT-ID
              MOVE '/'          TO RPT-TGT-SLASH
              MOVE STRN-TGT-DVZ TO RPT-TGT-DVZ
           END-IF
           IF WS-RESULT (1:8) NOT = 'REJECTED'
              MOVE SO-SRC-ID    TO RPT-SRC-ID
              MOVE '/'          TO RPT-SRC-SLASH
              MOVE SO-SRC-DVZ   TO RPT-SRC-DVZ
              MOVE SO-TGT-ID    TO RPT-TGT-ID
              MOVE '/'          TO RPT-TGT-SLASH
              MOVE SO-TGT-DVZ   TO RPT-TGT-DVZ
              MOVE SO-NEXT-DUE  TO RPT-NEXT-DUE
           END-IF
           MOVE WS-RESULT    TO RPT-RESULT
           WRITE RPT-REC.
           EXIT.
      *
      *    the run goes to the permanent audit log: who applied
      *    it, how many changes landed and how many were turned
      *    away
       H900-WRITE-OPSLOG.
           OPEN OUTPUT OPS-LOG
           MOVE FUNCTION CURRENT-DATE (1:14) TO OPSL-TIMESTAMP
           MOVE 'PBEGSOM'      TO OPSL-PROGRAM
           MOVE WS-OPERATOR    TO OPSL-OPERATOR
           MOVE 'SO-MAINT'     TO OPSL-ACTION
           MOVE WS-TODAY       TO OPSL-PROC-DATE
           MOVE WS-CNT-APPLIED TO OPSL-COUNT
           MOVE SPACES TO OPSL-DETAIL
           STRING 'REJECTED ' WS-CNT-REJECTED
              DELIMITED BY SIZE INTO OPSL-DETAIL
           WRITE OPSL-REC
           IF NOT OPSL-SUCCESS
              DISPLAY 'PBEGSOM - OPSLOG WRITE FAILED, STATUS '
                      OPSL-ST
           END-IF
           CLOSE OPS-LOG.
           EXIT.
      *
       H999-PROGRAM-EXIT.
           PERFORM H900-WRITE-OPSLOG.
           CLOSE SO-FILE ACCT-REC SO-TRAN SO-RPT.
           DISPLAY 'PBEGSOM - CARDS READ: ' WS-CNT-CARDS.
           DISPLAY 'PBEGSOM - ADDED:      ' WS-CNT-ADDED.
           DISPLAY 'PBEGSOM - CHANGED:    ' WS-CNT-CHANGED.
           DISPLAY 'PBEGSOM - CANCELLED:  ' WS-CNT-CANCELLED.
           DISPLAY 'PBEGSOM - RELEASED:   ' WS-CNT-RELEASED.
           DISPLAY 'PBEGSOM - REJECTED:   ' WS-CNT-REJECTED.
           IF WS-CNT-REJECTED > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
