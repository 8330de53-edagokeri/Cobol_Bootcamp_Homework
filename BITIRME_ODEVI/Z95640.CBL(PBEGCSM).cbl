      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PBEGCSM.
       AUTHOR.        Eda Gokeri
      *-----------------------------------------------------------
      * Compliance case maintenance over the CASEFILE the PBEGAML
      * monitor raises its alerts on. Compliance's cards:
      *   col 1 'W'  take an open case under review
      *   col 1 'C'  close a case - the disposition is required:
      *              'F' false positive, 'E' explained by the
      *              customer, 'S' suspicious-activity report
      *              filed with the regulator
      *   col 1 'R'  reopen a closed case; its old disposition
      *              and close date are cleared
      *   col 1 '*'  comment; blank cards skipped
      * Card layout past col 1: case number (8), disposition (1),
      * note (30) - a non-blank note replaces the one on file.
      * Cases are never deleted: the file is the evidence of which
      * alerts were raised and how each one ended.
      * Every card gets a disposition line on CASERPT; after the
      * cards the report lists every case still open or under
      * review, oldest first, with its age in days, and the count
      * of cases in each status. The run as a whole is one OPSLOG
      * entry.
      *
      * PARM: cols 1-8 the compliance officer submitting the run,
      * stamped into CASE-MAINT-USER and the audit record
      * (CONSOLE when omitted). RETURN-CODE 4 when any card was
      * rejected, 16 when the case file cannot be written.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE  ASSIGN  CASEFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS CASE-NO
                             STATUS  CASE-ST.
           SELECT CASE-TRAN  ASSIGN  CASETRAN
                             STATUS  CTRN-ST.
           SELECT CASE-RPT   ASSIGN  CASERPT
                             STATUS  RPT-ST.
           SELECT OPS-LOG    ASSIGN  OPSLOG
                             STATUS  OPSL-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CASE-FILE RECORDING MODE F.
       COPY CASEREC.
      *
       FD  CASE-TRAN RECORDING MODE F.
       01  CTRN-REC.
           05  CTRN-ACTION         PIC X(01).
           05  CTRN-CASE-NO        PIC X(08).
           05  CTRN-DISPOSITION    PIC X(01).
           05  CTRN-NOTE           PIC X(30).
           05  FILLER              PIC X(40).
      *
      *    one disposition line per card, then the outstanding
      *    case listing
       FD  CASE-RPT  RECORDING MODE F.
       01  RPT-REC.
           05  RPT-CASE-NO         PIC X(08).
           05  FILLER              PIC X(01).
           05  RPT-ACTION          PIC X(01).
           05  FILLER              PIC X(01).
           05  RPT-DISPOSITION     PIC X(01).
           05  FILLER              PIC X(01).
           05  RPT-RESULT          PIC X(34).
           05  FILLER              PIC X(33).
      *
       FD  OPS-LOG   RECORDING MODE F.
       COPY OPSLOG.
      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05  CASE-ST          PIC 9(02).
               88 CASE-SUCCESS            VALUE 00 97.
               88 CASE-EOF                VALUE 10.
               88 CASE-NOTFOUND           VALUE 23.
           05  CTRN-ST          PIC 9(02).
               88 CTRN-EOF                VALUE 10.
               88 CTRN-SUCCESS            VALUE 00 97.
           05  RPT-ST           PIC 9(02).
               88 RPT-SUCCESS             VALUE 00 97.
           05  OPSL-ST          PIC 9(02).
               88 OPSL-SUCCESS            VALUE 00 97.
           05  WS-TODAY         PIC X(08).
           05  WS-TODAY-N REDEFINES WS-TODAY
                                PIC 9(08).
           05  WS-OPERATOR      PIC X(08) VALUE 'CONSOLE'.
           05  WS-RESULT        PIC X(34).
           05  WS-AGE-DAYS      PIC 9(05).
       01  WS-COUNTS.
           05  WS-CNT-CARDS        PIC 9(07) VALUE ZERO.
           05  WS-CNT-REVIEW       PIC 9(07) VALUE ZERO.
           05  WS-CNT-CLOSED       PIC 9(07) VALUE ZERO.
           05  WS-CNT-REOPENED     PIC 9(07) VALUE ZERO.
           05  WS-CNT-REJECTED     PIC 9(07) VALUE ZERO.
           05  WS-CNT-APPLIED      PIC 9(07) VALUE ZERO.
      *    the file by status, counted in the outstanding sweep
           05  WS-CNT-ST-OPEN      PIC 9(07) VALUE ZERO.
           05  WS-CNT-ST-REVIEW    PIC 9(07) VALUE ZERO.
           05  WS-CNT-ST-CLOSED    PIC 9(07) VALUE ZERO.
      *    outstanding-case listing lines
       01  WS-OUT-TITLE-LINE.
           05  FILLER               PIC X(40)
               VALUE 'CASES OUTSTANDING AT '.
           05  WS-OTL-DATE          PIC X(08).
           05  FILLER               PIC X(32) VALUE SPACES.
       01  WS-OUT-COLUMN-LINE.
           05  FILLER               PIC X(40)
               VALUE 'CASE NO  T ST ACCOUNT   BR  RAISED   AGE'.
           05  FILLER               PIC X(40)
               VALUE '    NOTE'.
       01  WS-OUT-DETAIL-LINE.
           05  WS-OUT-CASE-NO       PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-OUT-TYPE          PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-OUT-STATUS        PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-OUT-SEQ           PIC X(05).
           05  FILLER               PIC X(01) VALUE '/'.
           05  WS-OUT-DVZ           PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-OUT-BRANCH        PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-OUT-RAISED        PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-OUT-AGE-ED        PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-OUT-NOTE          PIC X(30).
           05  FILLER               PIC X(06) VALUE SPACES.
       01  WS-STATUS-LINE.
           05  FILLER               PIC X(06) VALUE 'OPEN  '.
           05  WS-STL-OPEN-ED       PIC ZZZZZZ9.
           05  FILLER               PIC X(16)
                                    VALUE '   UNDER REVIEW '.
           05  WS-STL-REVIEW-ED     PIC ZZZZZZ9.
           05  FILLER               PIC X(10) VALUE '   CLOSED '.
           05  WS-STL-CLOSED-ED     PIC ZZZZZZ9.
           05  FILLER               PIC X(27) VALUE SPACES.
       01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.
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
           PERFORM H200-APPLY-ONE-CARD UNTIL CTRN-EOF.
           PERFORM H400-LIST-OUTSTANDING.
           PERFORM H999-PROGRAM-EXIT.
      *
       H100-OPEN-FILES.
           OPEN I-O    CASE-FILE.
           OPEN INPUT  CASE-TRAN.
           OPEN OUTPUT CASE-RPT.
           IF NOT CASE-SUCCESS
              DISPLAY 'PBEGCSM - CASEFILE NOT OPENABLE, STATUS '
                      CASE-ST
              CLOSE CASE-TRAN CASE-RPT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-PARM-LEN >= 8 AND WS-PARM-OPER NOT = SPACES
              MOVE WS-PARM-OPER TO WS-OPERATOR
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           DISPLAY 'PBEGCSM - CASE MAINTENANCE BY ' WS-OPERATOR.
           READ CASE-TRAN.
           EXIT.
      *
      *    one card: comments and blanks are passed over, every
      *    other card is applied or rejected and gets its line
       H200-APPLY-ONE-CARD.
           IF CTRN-ACTION NOT = '*' AND CTRN-ACTION NOT = SPACE
              ADD 1 TO WS-CNT-CARDS
              MOVE SPACES TO WS-RESULT
              IF CTRN-CASE-NO IS NOT NUMERIC
                 OR CTRN-CASE-NO = ZERO
                 MOVE 'REJECTED - CASE NO NOT 8 DIGITS' TO WS-RESULT
              ELSE
                 EVALUATE CTRN-ACTION
                    WHEN 'W'
                       PERFORM H210-REVIEW-CASE
                    WHEN 'C'
                       PERFORM H220-CLOSE-CASE
                    WHEN 'R'
                       PERFORM H230-REOPEN-CASE
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
           READ CASE-TRAN.
           EXIT.
      *
       H210-REVIEW-CASE.
           PERFORM H280-READ-CASE
           IF WS-RESULT = SPACES
              IF NOT CASE-OPEN
                 MOVE 'REJECTED - CASE NOT OPEN' TO WS-RESULT
              ELSE
                 SET CASE-IN-REVIEW TO TRUE
                 PERFORM H270-REWRITE-CASE
                 IF WS-RESULT = SPACES
                    MOVE 'UNDER REVIEW' TO WS-RESULT
                    ADD 1 TO WS-CNT-REVIEW
                 END-IF
              END-IF
           END-IF.
           EXIT.
      *
      *    a case is closed only with a disposition - the
      *    regulator asks how every alert ended, not just that it
      *    did
       H220-CLOSE-CASE.
           PERFORM H280-READ-CASE
           IF WS-RESULT = SPACES
              IF CASE-CLOSED
                 MOVE 'REJECTED - CASE ALREADY CLOSED' TO WS-RESULT
              ELSE
                 MOVE CTRN-DISPOSITION TO CASE-DISPOSITION
                 IF NOT CASE-DISP-VALID
                    MOVE 'REJECTED - DISPOSITION NOT F, E OR S'
                      TO WS-RESULT
                 ELSE
                    SET CASE-CLOSED TO TRUE
                    MOVE WS-TODAY TO CASE-CLOSE-DATE
                    PERFORM H270-REWRITE-CASE
                    IF WS-RESULT = SPACES
                       MOVE 'CLOSED' TO WS-RESULT
                       ADD 1 TO WS-CNT-CLOSED
                    END-IF
                 END-IF
              END-IF
           END-IF.
           EXIT.
      *
       H230-REOPEN-CASE.
           PERFORM H280-READ-CASE
           IF WS-RESULT = SPACES
              IF NOT CASE-CLOSED
                 MOVE 'REJECTED - CASE NOT CLOSED' TO WS-RESULT
              ELSE
                 SET CASE-OPEN TO TRUE
                 MOVE SPACES TO CASE-DISPOSITION CASE-CLOSE-DATE
                 PERFORM H270-REWRITE-CASE
                 IF WS-RESULT = SPACES
                    MOVE 'REOPENED' TO WS-RESULT
                    ADD 1 TO WS-CNT-REOPENED
                 END-IF
              END-IF
           END-IF.
           EXIT.
      *
      *    every change carries the audit stamp and any note
       H270-REWRITE-CASE.
           IF CTRN-NOTE NOT = SPACES
              MOVE CTRN-NOTE TO CASE-NOTE
           END-IF
           MOVE WS-TODAY    TO CASE-MAINT-DATE
           MOVE WS-OPERATOR TO CASE-MAINT-USER
           REWRITE CASE-FIELDS
           IF NOT CASE-SUCCESS
              PERFORM H290-CASE-WRITE-FAILED
           END-IF.
           EXIT.
      *
       H280-READ-CASE.
           MOVE CTRN-CASE-NO TO CASE-NO
           READ CASE-FILE
           IF CASE-NOTFOUND
              MOVE 'REJECTED - CASE NOT ON FILE' TO WS-RESULT
           ELSE
              IF NOT CASE-SUCCESS
                 PERFORM H290-CASE-WRITE-FAILED
              END-IF
           END-IF.
           EXIT.
      *
      *    the file itself failing is not a card error - stop
      *    before anything else is applied against it
       H290-CASE-WRITE-FAILED.
           DISPLAY 'PBEGCSM - CASEFILE I/O FAILED, STATUS ' CASE-ST
                   ' FOR CASE ' CTRN-CASE-NO
           CLOSE CASE-FILE CASE-TRAN CASE-RPT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
      *
       H300-WRITE-DISPOSITION.
           MOVE SPACES           TO RPT-REC
           MOVE CTRN-CASE-NO     TO RPT-CASE-NO
           MOVE CTRN-ACTION      TO RPT-ACTION
           MOVE CTRN-DISPOSITION TO RPT-DISPOSITION
           MOVE WS-RESULT        TO RPT-RESULT
           WRITE RPT-REC.
           EXIT.
      *
      *    every case not yet closed, in case-number order (the
      *    order they were raised, so oldest first), with its age
       H400-LIST-OUTSTANDING.
           WRITE RPT-REC FROM WS-BLANK-LINE
           MOVE WS-TODAY TO WS-OTL-DATE
           WRITE RPT-REC FROM WS-OUT-TITLE-LINE
           WRITE RPT-REC FROM WS-OUT-COLUMN-LINE
           MOVE ZERO TO CASE-NO
           START CASE-FILE KEY IS GREATER THAN CASE-NO
              INVALID KEY
                 SET CASE-EOF TO TRUE
           END-START
           IF NOT CASE-EOF
              READ CASE-FILE NEXT RECORD
           END-IF
           PERFORM H410-LIST-ONE-CASE UNTIL CASE-EOF
           WRITE RPT-REC FROM WS-BLANK-LINE
           MOVE WS-CNT-ST-OPEN   TO WS-STL-OPEN-ED
           MOVE WS-CNT-ST-REVIEW TO WS-STL-REVIEW-ED
           MOVE WS-CNT-ST-CLOSED TO WS-STL-CLOSED-ED
           WRITE RPT-REC FROM WS-STATUS-LINE.
           EXIT.
      *
       H410-LIST-ONE-CASE.
           EVALUATE TRUE
              WHEN CASE-CLOSED
                 ADD 1 TO WS-CNT-ST-CLOSED
              WHEN OTHER
                 IF CASE-IN-REVIEW
                    ADD 1 TO WS-CNT-ST-REVIEW
                    MOVE 'W' TO WS-OUT-STATUS
                 ELSE
                    ADD 1 TO WS-CNT-ST-OPEN
                    MOVE 'O' TO WS-OUT-STATUS
                 END-IF
                 MOVE CASE-NO          TO WS-OUT-CASE-NO
                 MOVE CASE-TYPE        TO WS-OUT-TYPE
                 MOVE CASE-SEQ         TO WS-OUT-SEQ
                 MOVE CASE-DVZ         TO WS-OUT-DVZ
                 MOVE CASE-BRANCH      TO WS-OUT-BRANCH
                 MOVE CASE-RAISED-DATE TO WS-OUT-RAISED
                 MOVE ZERO             TO WS-AGE-DAYS
                 IF CASE-RAISED-DATE IS NUMERIC
                    COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE (WS-TODAY-N)
                       - FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL (CASE-RAISED-DATE))
                 END-IF
                 MOVE WS-AGE-DAYS      TO WS-OUT-AGE-ED
                 MOVE CASE-NOTE        TO WS-OUT-NOTE
                 WRITE RPT-REC FROM WS-OUT-DETAIL-LINE
           END-EVALUATE
           READ CASE-FILE NEXT RECORD.
           EXIT.
      *
      *    the run goes to the permanent audit log: who worked
      *    the cases, how many changes landed and how many were
      *    turned away
       H900-WRITE-OPSLOG.
           OPEN OUTPUT OPS-LOG
           MOVE FUNCTION CURRENT-DATE (1:14) TO OPSL-TIMESTAMP
           MOVE 'PBEGCSM'      TO OPSL-PROGRAM
           MOVE WS-OPERATOR    TO OPSL-OPERATOR
           MOVE 'CASE-MAINT'   TO OPSL-ACTION
           MOVE WS-TODAY       TO OPSL-PROC-DATE
           MOVE WS-CNT-APPLIED TO OPSL-COUNT
           MOVE SPACES TO OPSL-DETAIL
           STRING 'REJECTED ' WS-CNT-REJECTED
              DELIMITED BY SIZE INTO OPSL-DETAIL
           WRITE OPSL-REC
           IF NOT OPSL-SUCCESS
              DISPLAY 'PBEGCSM - OPSLOG WRITE FAILED, STATUS '
                      OPSL-ST
           END-IF
           CLOSE OPS-LOG.
           EXIT.
      *
       H999-PROGRAM-EXIT.
           PERFORM H900-WRITE-OPSLOG.
           CLOSE CASE-FILE CASE-TRAN CASE-RPT.
           DISPLAY 'PBEGCSM - CARDS READ:      ' WS-CNT-CARDS.
           DISPLAY 'PBEGCSM - UNDER REVIEW:    ' WS-CNT-REVIEW.
           DISPLAY 'PBEGCSM - CLOSED:          ' WS-CNT-CLOSED.
           DISPLAY 'PBEGCSM - REOPENED:        ' WS-CNT-REOPENED.
           DISPLAY 'PBEGCSM - REJECTED:        ' WS-CNT-REJECTED.
           DISPLAY 'PBEGCSM - CASES OPEN:      ' WS-CNT-ST-OPEN.
           DISPLAY 'PBEGCSM - IN REVIEW:       ' WS-CNT-ST-REVIEW.
           IF WS-CNT-REJECTED > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
