      * calendar (the same calendar the nightly stream's date
      * advance consults) instead of calendar days; the threshold
      * is then a business-day threshold too.
      * A due account still holding a credit balance is not
      * purged: that money is the customer's, and PBEGESC (run
      * ahead of this job, with the same PARM) moves it to
      * unclaimed funds through the nightly stream first. Such an
      * account is listed as ESCHEAT and kept until its balance
      * is zero; on the purge that follows, its pending UNCLAIM
      * register entries are marked escheated, dated the purge.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
      *    handed to the proof here instead
           SELECT ADJ-FILE   ASSIGN  PRFADJ
                             STATUS  ADJ-ST.
      *    the unclaimed-funds register PBEGESC keeps
           SELECT UNCL-FILE  ASSIGN  UNCLAIM
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS UNCL-KEY
                             STATUS  UNCL-ST.
      *-------------
       DATA DIVISION.
      *-------------
      *
       FD  ADJ-FILE  RECORDING MODE F.
       COPY PRFADJ.
      *
       FD  UNCL-FILE RECORDING MODE F.
       COPY UNCLREC.
      *
       FD  ARC-RPT   RECORDING MODE F.
       01  RPT-REC.
           05  WS-OPERATOR       PIC X(08) VALUE 'CONSOLE'.
           05  ADJ-ST            PIC 9(02).
               88 ADJ-SUCCESS             VALUE 00 97.
           05  UNCL-ST           PIC 9(02).
               88 UNCL-SUCCESS            VALUE 00 97.
           05  WS-UNCL-BROWSE-SW PIC X(01).
               88  WS-UNCL-BROWSE-DONE    VALUE 'Y'.
      *    the balances this purge removed, summed per DVZ code
      *    seen; DVZTAB caps the shop at 10 currencies, so 10
      *    slots always suffice
           05  WS-CNT-STILL-ACTIVE PIC 9(07) VALUE ZERO.
           05  WS-CNT-RETAINED   PIC 9(07) VALUE ZERO.
           05  WS-CNT-BADDATE    PIC 9(07) VALUE ZERO.
           05  WS-CNT-ESCHEAT-DUE PIC 9(07) VALUE ZERO.
           05  WS-CNT-UNCL-MARKED PIC 9(07) VALUE ZERO.
      *    date validation, same YYYYMMDD checks the batch stream
      *    applies before trusting a stored date
       01  WS-DATE-CHECK-IN         PIC X(08).
       H100-OPEN-FILES.
           OPEN I-O    ACCT-REC.
           OPEN OUTPUT HIST-FILE ARC-RPT.
           OPEN I-O    UNCL-FILE.
           IF NOT UNCL-SUCCESS
              DISPLAY 'PBEGARC - UNCLAIM OPEN FAILED, STATUS '
                      UNCL-ST
              CLOSE ACCT-REC HIST-FILE ARC-RPT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-PARM-LEN >= 5 AND WS-PARM-DAYS IS NUMERIC
                               AND WS-PARM-DAYS > 0
              MOVE WS-PARM-DAYS TO WS-RETENTION-DAYS
                       PERFORM H260-COMPUTE-BUSINESS-IDLE
                    END-IF
                    IF WS-IDLE-DAYS > WS-RETENTION-DAYS
                       IF ACCT-BALANCE > ZERO
                          PERFORM H320-KEEP-FOR-ESCHEAT
                       ELSE
                          PERFORM H300-ARCHIVE-AND-PURGE
                       END-IF
                    ELSE
                       ADD 1 TO WS-CNT-RETAINED
                    END-IF
              DELETE ACCT-REC
              ADD 1 TO WS-CNT-ARCHIVED
              WRITE RPT-REC
              PERFORM H370-MARK-ESCHEATED
           ELSE
              DISPLAY 'PBEGARC - HISTFILE WRITE FAILED, STATUS '
                      HIST-ST ' FOR ACCOUNT ' ACCT-SEQ
           END-IF.
           EXIT.
      *
      *    a due account whose credit balance has not yet gone to
      *    unclaimed funds stays on the cluster and is listed, so
      *    operations can see PBEGESC has work outstanding
       H320-KEEP-FOR-ESCHEAT.
           MOVE SPACES       TO RPT-REC
           MOVE ACCT-SEQ     TO RPT-SEQ
           MOVE ACCT-DVZ     TO RPT-DVZ
           MOVE ACCT-AD      TO RPT-AD
           MOVE ACCT-SOYAD   TO RPT-SOYAD
           MOVE ACCT-TODAY   TO RPT-LAST-DATE
           MOVE WS-IDLE-DAYS TO RPT-DAYS-ED
           MOVE 'ESCHEAT'    TO RPT-ACTION
           WRITE RPT-REC
           ADD 1 TO WS-CNT-ESCHEAT-DUE.
           EXIT.
      *
      *    the purged position's pending register entries: their
      *    debit has posted (the balance went with it), so the
      *    money now sits in unclaimed funds, claimable from here
       H370-MARK-ESCHEATED.
           MOVE 'N'        TO WS-UNCL-BROWSE-SW
           MOVE ACCT-KEY   TO UNCL-ACCT-KEY
           MOVE LOW-VALUES TO UNCL-ESC-DATE
           START UNCL-FILE KEY IS NOT LESS THAN UNCL-KEY
           IF NOT UNCL-SUCCESS
              SET WS-UNCL-BROWSE-DONE TO TRUE
           END-IF
           PERFORM H375-MARK-ONE-ENTRY UNTIL WS-UNCL-BROWSE-DONE.
           EXIT.
      *
       H375-MARK-ONE-ENTRY.
           READ UNCL-FILE NEXT RECORD
           IF NOT UNCL-SUCCESS OR UNCL-ACCT-KEY NOT = ACCT-KEY
              SET WS-UNCL-BROWSE-DONE TO TRUE
           ELSE
              IF UNCL-PENDING
                 SET UNCL-ESCHEATED TO TRUE
                 MOVE WS-TODAY TO UNCL-PURGE-DATE
                 REWRITE UNCL-REC
                 IF NOT UNCL-SUCCESS
                    DISPLAY 'PBEGARC - UNCLAIM REWRITE FAILED, '
                            'STATUS ' UNCL-ST ' FOR ' UNCL-KEY
                    MOVE 16 TO RETURN-CODE
                 END-IF
                 ADD 1 TO WS-CNT-UNCL-MARKED
              END-IF
           END-IF.
           EXIT.
      *
      *    checks WS-DATE-CHECK-IN (YYYYMMDD): numeric, month 1-12,
      *    day within that month's day count (leap years included
      *    for February). Sets WS-DATE-CHECK-SW.
       H999-PROGRAM-EXIT.
           PERFORM H850-WRITE-PROOF-ADJUSTMENTS.
           PERFORM H900-WRITE-OPSLOG.
           CLOSE ACCT-REC HIST-FILE ARC-RPT UNCL-FILE.
           DISPLAY 'PBEGARC - SWEPT:        ' WS-CNT-SWEPT.
           DISPLAY 'PBEGARC - ARCHIVED:     ' WS-CNT-ARCHIVED.
           DISPLAY 'PBEGARC - STILL ACTIVE: ' WS-CNT-STILL-ACTIVE.
           DISPLAY 'PBEGARC - RETAINED:     ' WS-CNT-RETAINED.
           DISPLAY 'PBEGARC - BAD DATES:    ' WS-CNT-BADDATE.
           DISPLAY 'PBEGARC - KEPT, ESCHEAT:' WS-CNT-ESCHEAT-DUE.
           DISPLAY 'PBEGARC - UNCLAIMED SET:' WS-CNT-UNCL-MARKED.
           STOP RUN.
