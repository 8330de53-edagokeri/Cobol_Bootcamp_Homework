      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PBEGCUS.
       AUTHOR.        Eda Gokeri
      *-----------------------------------------------------------
      * Batch maintenance of the CUSTREC customer information
      * master. ACCTREC only ever knew a name per currency
      * position; the customer's address, national ID and phone
      * lived on branch paper, so statements and dormancy
      * letters went out with no mailing block and the print
      * bureau hand-matched them. This run applies the branches'
      * customer maintenance cards to the master:
      *   col 1 'A'  add a new customer - ID, both names, first
      *              address line, city, a 5-digit postcode and
      *              the 11-digit national ID are required
      *   col 1 'C'  change - every non-blank field on the card
      *              replaces the one on file, blanks leave the
      *              field as it stands
      *   col 1 'D'  close the customer - refused while any of
      *              the customer's ACCTREC positions is still
      *              active; a closed customer can open no new
      *              position until re-added by a 'C' card
      *   col 1 '*'  comment; blank cards skipped
      * Card layout past col 1: ID (5), name (15), surname (15),
      * address lines (30+30), city (15), postcode (5), national
      * ID (11), phone (15), e-mail (30), home branch (3) - the
      * CUSTREC order.
      * Every card gets a disposition line on CUSTRPT; the run
      * as a whole is one OPSLOG entry.
      *
      * PARM: cols 1-8 the operator submitting the run, stamped
      * into CUST-MAINT-USER and the audit record (CONSOLE when
      * omitted). RETURN-CODE 4 when any card was rejected, 16
      * when the master cannot be written.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-REC   ASSIGN  CUSTREC
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS CUST-SEQ
                             STATUS  CUST-ST.
      *    read only: a close is refused while the customer still
      *    holds an active position
           SELECT ACCT-REC   ASSIGN  ACCTREC
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS ACCT-KEY
                             STATUS  ACCT-ST.
           SELECT CUST-TRAN  ASSIGN  CUSTTRAN
                             STATUS  CTRN-ST.
           SELECT CUST-RPT   ASSIGN  CUSTRPT
                             STATUS  RPT-ST.
           SELECT OPS-LOG    ASSIGN  OPSLOG
                             STATUS  OPSL-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CUST-REC  RECORDING MODE F.
       COPY CUSTREC.
      *
       FD  ACCT-REC  RECORDING MODE F.
       COPY ACCTFLD.
      *
       FD  CUST-TRAN RECORDING MODE F.
       01  CTRN-REC.
           05  CTRN-ACTION         PIC X(01).
           05  CTRN-SEQ            PIC X(05).
           05  CTRN-AD             PIC X(15).
           05  CTRN-SOYAD          PIC X(15).
           05  CTRN-ADDR-1         PIC X(30).
           05  CTRN-ADDR-2         PIC X(30).
           05  CTRN-CITY           PIC X(15).
           05  CTRN-POSTCODE       PIC X(05).
           05  CTRN-NATL-ID        PIC X(11).
           05  CTRN-PHONE          PIC X(15).
           05  CTRN-EMAIL          PIC X(30).
           05  CTRN-BRANCH         PIC X(03).
           05  FILLER              PIC X(25).
      *
      *    one disposition line per maintenance card
       FD  CUST-RPT  RECORDING MODE F.
       01  RPT-REC.
           05  RPT-SEQ             PIC X(05).
           05  FILLER              PIC X(01).
           05  RPT-ACTION          PIC X(01).
           05  FILLER              PIC X(01).
           05  RPT-AD              PIC X(15).
           05  RPT-SOYAD           PIC X(15).
           05  FILLER              PIC X(01).
           05  RPT-RESULT          PIC X(30).
           05  FILLER              PIC X(11).
      *
       FD  OPS-LOG   RECORDING MODE F.
       COPY OPSLOG.
      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05  CUST-ST          PIC 9(02).
               88 CUST-SUCCESS            VALUE 00 97.
               88 CUST-NOTFOUND           VALUE 23.
           05  ACCT-ST          PIC 9(02).
               88 ACCT-SUCCESS            VALUE 00 97.
           05  CTRN-ST          PIC 9(02).
               88 CTRN-EOF                VALUE 10.
               88 CTRN-SUCCESS            VALUE 00 97.
           05  RPT-ST           PIC 9(02).
               88 RPT-SUCCESS             VALUE 00 97.
           05  OPSL-ST          PIC 9(02).
               88 OPSL-SUCCESS            VALUE 00 97.
           05  WS-TODAY         PIC X(08).
           05  WS-OPERATOR      PIC X(08) VALUE 'CONSOLE'.
           05  WS-RESULT        PIC X(30).
           05  WS-KEY-ID        PIC 9(05).
           05  WS-CARD-OK-SW    PIC X(01).
               88  WS-CARD-OK             VALUE 'Y'.
               88  WS-CARD-BAD            VALUE 'N'.
      *    close check: walking the customer's positions
           05  WS-POS-DONE-SW   PIC X(01).
               88  WS-POS-DONE            VALUE 'Y'.
           05  WS-POS-ACTIVE-SW PIC X(01).
               88  WS-POS-ACTIVE          VALUE 'Y'.
       01  WS-COUNTS.
           05  WS-CNT-CARDS        PIC 9(07) VALUE ZERO.
           05  WS-CNT-ADDED        PIC 9(07) VALUE ZERO.
           05  WS-CNT-CHANGED      PIC 9(07) VALUE ZERO.
           05  WS-CNT-CLOSED       PIC 9(07) VALUE ZERO.
           05  WS-CNT-REJECTED     PIC 9(07) VALUE ZERO.
           05  WS-CNT-APPLIED      PIC 9(07) VALUE ZERO.
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
           PERFORM H999-PROGRAM-EXIT.
      *
       H100-OPEN-FILES.
           OPEN I-O    CUST-REC.
           OPEN INPUT  ACCT-REC CUST-TRAN.
           OPEN OUTPUT CUST-RPT.
           IF NOT CUST-SUCCESS
              DISPLAY 'PBEGCUS - CUSTREC NOT OPENABLE, STATUS '
                      CUST-ST
              CLOSE ACCT-REC CUST-TRAN CUST-RPT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-PARM-LEN >= 8 AND WS-PARM-OPER NOT = SPACES
              MOVE WS-PARM-OPER TO WS-OPERATOR
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           DISPLAY 'PBEGCUS - CUSTOMER MAINTENANCE BY ' WS-OPERATOR.
           READ CUST-TRAN.
           EXIT.
      *
      *    one maintenance card: comments and blanks are passed
      *    over, every other card is applied or rejected and gets
      *    its disposition line
       H200-APPLY-ONE-CARD.
           IF CTRN-ACTION NOT = '*' AND CTRN-ACTION NOT = SPACE
              ADD 1 TO WS-CNT-CARDS
              MOVE SPACES TO WS-RESULT
              IF CTRN-SEQ IS NOT NUMERIC
                 MOVE 'REJECTED - ID NOT 5 DIGITS' TO WS-RESULT
              ELSE
                 EVALUATE CTRN-ACTION
                    WHEN 'A'
                       PERFORM H210-ADD-CUSTOMER
                    WHEN 'C'
                       PERFORM H220-CHANGE-CUSTOMER
                    WHEN 'D'
                       PERFORM H230-CLOSE-CUSTOMER
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
           READ CUST-TRAN.
           EXIT.
      *
      *    a new customer: the whole card must validate before
      *    anything is written, and WRITE's INVALID KEY turns away
      *    an ID already on file
       H210-ADD-CUSTOMER.
           PERFORM H240-VALIDATE-CARD
           IF WS-CARD-OK
              IF CTRN-AD = SPACES OR CTRN-SOYAD = SPACES
                 OR CTRN-ADDR-1 = SPACES OR CTRN-CITY = SPACES
                 OR CTRN-POSTCODE = SPACES OR CTRN-NATL-ID = SPACES
                 MOVE 'REJECTED - REQUIRED FIELD BLANK' TO WS-RESULT
              ELSE
                 MOVE SPACES         TO CUST-FIELDS
                 MOVE CTRN-SEQ       TO CUST-SEQ
                 MOVE CTRN-AD        TO CUST-AD
                 MOVE CTRN-SOYAD     TO CUST-SOYAD
                 MOVE CTRN-ADDR-1    TO CUST-ADDR-1
                 MOVE CTRN-ADDR-2    TO CUST-ADDR-2
                 MOVE CTRN-CITY      TO CUST-CITY
                 MOVE CTRN-POSTCODE  TO CUST-POSTCODE
                 MOVE CTRN-NATL-ID   TO CUST-NATL-ID
                 MOVE CTRN-PHONE     TO CUST-PHONE
                 MOVE CTRN-EMAIL     TO CUST-EMAIL
                 MOVE CTRN-BRANCH    TO CUST-BRANCH
                 SET CUST-ACTIVE     TO TRUE
                 MOVE WS-TODAY       TO CUST-OPEN-DATE
                                        CUST-MAINT-DATE
                 MOVE WS-OPERATOR    TO CUST-MAINT-USER
                 WRITE CUST-FIELDS
                    INVALID KEY
                       MOVE 'REJECTED - CUSTOMER ALREADY ON FILE'
                         TO WS-RESULT
                 END-WRITE
                 IF WS-RESULT = SPACES
                    IF CUST-SUCCESS
                       MOVE 'ADDED' TO WS-RESULT
                       ADD 1 TO WS-CNT-ADDED
                    ELSE
                       PERFORM H290-MASTER-WRITE-FAILED
                    END-IF
                 END-IF
              END-IF
           END-IF.
           EXIT.
      *
      *    a change overlays only the fields the card carries; a
      *    closed customer changed by a card comes back active,
      *    which is how a branch reopens one
       H220-CHANGE-CUSTOMER.
           PERFORM H240-VALIDATE-CARD
           IF WS-CARD-OK
              MOVE CTRN-SEQ TO CUST-SEQ
              READ CUST-REC
              IF CUST-NOTFOUND
                 MOVE 'REJECTED - CUSTOMER NOT ON FILE' TO WS-RESULT
              ELSE
              IF NOT CUST-SUCCESS
                 PERFORM H290-MASTER-WRITE-FAILED
              ELSE
                 IF CTRN-AD NOT = SPACES
                    MOVE CTRN-AD TO CUST-AD
                 END-IF
                 IF CTRN-SOYAD NOT = SPACES
                    MOVE CTRN-SOYAD TO CUST-SOYAD
                 END-IF
                 IF CTRN-ADDR-1 NOT = SPACES
                    MOVE CTRN-ADDR-1 TO CUST-ADDR-1
                 END-IF
                 IF CTRN-ADDR-2 NOT = SPACES
                    MOVE CTRN-ADDR-2 TO CUST-ADDR-2
                 END-IF
                 IF CTRN-CITY NOT = SPACES
                    MOVE CTRN-CITY TO CUST-CITY
                 END-IF
                 IF CTRN-POSTCODE NOT = SPACES
                    MOVE CTRN-POSTCODE TO CUST-POSTCODE
                 END-IF
                 IF CTRN-NATL-ID NOT = SPACES
                    MOVE CTRN-NATL-ID TO CUST-NATL-ID
                 END-IF
                 IF CTRN-PHONE NOT = SPACES
                    MOVE CTRN-PHONE TO CUST-PHONE
                 END-IF
                 IF CTRN-EMAIL NOT = SPACES
                    MOVE CTRN-EMAIL TO CUST-EMAIL
                 END-IF
                 IF CTRN-BRANCH NOT = SPACES
                    MOVE CTRN-BRANCH TO CUST-BRANCH
                 END-IF
                 IF CUST-CLOSED
                    MOVE 'CHANGED - CUSTOMER REOPENED' TO WS-RESULT
                 ELSE
                    MOVE 'CHANGED' TO WS-RESULT
                 END-IF
                 SET CUST-ACTIVE TO TRUE
                 MOVE WS-TODAY    TO CUST-MAINT-DATE
                 MOVE WS-OPERATOR TO CUST-MAINT-USER
                 REWRITE CUST-FIELDS
                 IF CUST-SUCCESS
                    ADD 1 TO WS-CNT-CHANGED
                 ELSE
                    PERFORM H290-MASTER-WRITE-FAILED
                 END-IF
              END-IF
              END-IF
           END-IF.
           EXIT.
      *
      *    closing a customer who still holds an active position
      *    would leave money on the book with nobody to write to;
      *    the positions have to be deactivated first
       H230-CLOSE-CUSTOMER.
           MOVE CTRN-SEQ TO CUST-SEQ
           READ CUST-REC
           IF CUST-NOTFOUND
              MOVE 'REJECTED - CUSTOMER NOT ON FILE' TO WS-RESULT
           ELSE
           IF NOT CUST-SUCCESS
              PERFORM H290-MASTER-WRITE-FAILED
           ELSE
           IF CUST-CLOSED
              MOVE 'REJECTED - CUSTOMER ALREADY CLOSED' TO WS-RESULT
           ELSE
              PERFORM H250-CHECK-ACTIVE-POSITIONS
              IF WS-POS-ACTIVE
                 MOVE 'REJECTED - ACTIVE POSITIONS HELD'
                   TO WS-RESULT
              ELSE
                 SET CUST-CLOSED  TO TRUE
                 MOVE WS-TODAY    TO CUST-MAINT-DATE
                 MOVE WS-OPERATOR TO CUST-MAINT-USER
                 REWRITE CUST-FIELDS
                 IF CUST-SUCCESS
                    MOVE 'CLOSED' TO WS-RESULT
                    ADD 1 TO WS-CNT-CLOSED
                 ELSE
                    PERFORM H290-MASTER-WRITE-FAILED
                 END-IF
              END-IF
           END-IF
           END-IF
           END-IF.
           EXIT.
      *
      *    field edits common to add and change: whatever the card
      *    carries in the postcode and national ID must be all
      *    digits (a blank is left for the add's own required
      *    check, or means "unchanged" on a change)
       H240-VALIDATE-CARD.
           SET WS-CARD-OK TO TRUE
           IF CTRN-POSTCODE NOT = SPACES
              AND CTRN-POSTCODE IS NOT NUMERIC
              SET WS-CARD-BAD TO TRUE
              MOVE 'REJECTED - POSTCODE NOT NUMERIC' TO WS-RESULT
           END-IF
           IF CTRN-NATL-ID NOT = SPACES
              AND CTRN-NATL-ID IS NOT NUMERIC
              SET WS-CARD-BAD TO TRUE
              MOVE 'REJECTED - NATIONAL ID NOT 11 DIGITS'
                TO WS-RESULT
           END-IF.
           EXIT.
      *
      *    walk the customer's positions on ACCTREC (key is ID
      *    plus DVZ, so they sit together) looking for one still
      *    active
       H250-CHECK-ACTIVE-POSITIONS.
           MOVE 'N' TO WS-POS-ACTIVE-SW
           MOVE 'N' TO WS-POS-DONE-SW
           MOVE CTRN-SEQ   TO ACCT-SEQ
           MOVE LOW-VALUES TO ACCT-DVZ
           START ACCT-REC KEY IS NOT LESS THAN ACCT-KEY
              INVALID KEY
                 SET WS-POS-DONE TO TRUE
           END-START
           PERFORM H260-CHECK-ONE-POSITION UNTIL WS-POS-DONE.
           EXIT.
      *
       H260-CHECK-ONE-POSITION.
           READ ACCT-REC NEXT RECORD
           IF NOT ACCT-SUCCESS
              OR ACCT-SEQ NOT = CTRN-SEQ
              SET WS-POS-DONE TO TRUE
           ELSE
              IF ACCT-ACTIVE
                 SET WS-POS-ACTIVE TO TRUE
                 SET WS-POS-DONE   TO TRUE
              END-IF
           END-IF.
           EXIT.
      *
      *    the master itself failing outside the invalid-key class
      *    is not a card error - stop before anything else is
      *    applied against a file in doubt
       H290-MASTER-WRITE-FAILED.
           DISPLAY 'PBEGCUS - CUSTREC I/O FAILED, STATUS ' CUST-ST
                   ' FOR CUSTOMER ' CTRN-SEQ
           CLOSE CUST-REC ACCT-REC CUST-TRAN CUST-RPT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
      *
       H300-WRITE-DISPOSITION.
           MOVE SPACES      TO RPT-REC
           MOVE CTRN-SEQ    TO RPT-SEQ
           MOVE CTRN-ACTION TO RPT-ACTION
           MOVE CTRN-AD     TO RPT-AD
           MOVE CTRN-SOYAD  TO RPT-SOYAD
           MOVE WS-RESULT   TO RPT-RESULT
           WRITE RPT-REC.
           EXIT.
      *
      *    the run goes to the permanent audit log: who applied
      *    it, how many changes landed and how many were turned
      *    away
       H900-WRITE-OPSLOG.
           OPEN OUTPUT OPS-LOG
           MOVE FUNCTION CURRENT-DATE (1:14) TO OPSL-TIMESTAMP
           MOVE 'PBEGCUS'      TO OPSL-PROGRAM
           MOVE WS-OPERATOR    TO OPSL-OPERATOR
           MOVE 'CUST-MAINT'   TO OPSL-ACTION
           MOVE WS-TODAY       TO OPSL-PROC-DATE
           MOVE WS-CNT-APPLIED TO OPSL-COUNT
           MOVE SPACES TO OPSL-DETAIL
           STRING 'REJECTED ' WS-CNT-REJECTED
              DELIMITED BY SIZE INTO OPSL-DETAIL
           WRITE OPSL-REC
           IF NOT OPSL-SUCCESS
              DISPLAY 'PBEGCUS - OPSLOG WRITE FAILED, STATUS '
                      OPSL-ST
           END-IF
           CLOSE OPS-LOG.
           EXIT.
      *
       H999-PROGRAM-EXIT.
           PERFORM H900-WRITE-OPSLOG.
           CLOSE CUST-REC ACCT-REC CUST-TRAN CUST-RPT.
           DISPLAY 'PBEGCUS - CARDS READ: ' WS-CNT-CARDS.
           DISPLAY 'PBEGCUS - ADDED:      ' WS-CNT-ADDED.
           DISPLAY 'PBEGCUS - CHANGED:    ' WS-CNT-CHANGED.
           DISPLAY 'PBEGCUS - CLOSED:     ' WS-CNT-CLOSED.
           DISPLAY 'PBEGCUS - REJECTED:   ' WS-CNT-REJECTED.
           IF WS-CNT-REJECTED > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
