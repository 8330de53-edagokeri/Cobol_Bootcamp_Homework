      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PBEGNMS.
       AUTHOR.        Eda Gokeri
      *-----------------------------------------------------------
      * Cluster-wide name re-correction under the RULEFILE version
      * in force. ALTPROG only corrects the names an UPDATE
      * transaction brings in, so a mapping the data-quality team
      * adds in a new rules version leaves every name already on
      * the cluster as it was until the customer happens to be
      * updated. This sweep runs the rules - loaded exactly as
      * ALTPROG loads them, effective on the stream's next
      * processing date (RUNCTL RUNC-PROC-DATE; the current date
      * when RUNCTL is not readable) - over ACCT-AD and
      * ACCT-SOYAD of every position on ACCTREC, active or not.
      * Two modes, selected by PARM:
      *
      *   PREVIEW - ACCTREC read-only; NMSRPT lists every
      *             position whose name the rules would change,
      *             as on file and as corrected. Nothing else is
      *             written.
      *   APPLY   - the same list, and each of those positions
      *             rewritten with the corrected name: first a
      *             JRNLFILE entry in ALTPROG's layout, stamped
      *             with the rules version and origin 'S', then
      *             the REWRITE, then a DELTAFIL record (change
      *             type U) in PBEGIDX's extract layout so the GL
      *             and CRM receive the corrected name. PBEGRCV
      *             backs a sweep out by its timestamp and rules
      *             version; PBEGRCN leaves the sweep's entries
      *             out of the nightly reconciliation.
      *
      * A position whose name the rules leave alone is not
      * touched, journaled or extracted. The sweep only runs a
      * rule set that is stable - one whose second pass changes
      * nothing the first pass produced - so names an UPDATE has
      * already corrected are left alone, and an APPLY that was
      * cut short can simply be run again. A set where a rule
      * maps onto a character a later rule maps on again (the
      * built-in E->I, A->E pair is one) is refused, as is a
      * RULEFILE with no version card or no rule in force.
      *
      * PARM: cols 1-8 mode keyword PREVIEW or APPLY; cols 9-16
      * operator for the OPSLOG record (CONSOLE when omitted).
      * The OPSLOG record - written too when a failed journal or
      * extract write stops the sweep - carries the sweep's start
      * stamp and rules version in its detail, the PBEGRCV
      * BACKOUT limit and version.
      * RETURN-CODE 0 clean, 8 when a position could not be
      * rewritten (listed; its journal entry stands and PBEGRCV
      * reports it as a mismatch), 16 on a bad PARM, a rules
      * dataset the sweep will not run, or a failed journal or
      * extract write.
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
      *    the data-quality team's substitution rules, the same
      *    dataset the nightly stream hands ALTPROG
           SELECT RULE-FILE  ASSIGN  RULEFILE
                             STATUS  RULE-ST.
      *    ALTPROG's before/after audit trail (DISP=MOD), APPLY
      *    only
           SELECT JRNL-FILE  ASSIGN  JRNLFILE
                             STATUS  JRNL-ST.
      *    a changed-accounts delta generation of the sweep's own,
      *    APPLY only
           SELECT DELTA-FILE ASSIGN  DELTAFIL
                             STATUS  DLT-ST.
           SELECT NMS-RPT    ASSIGN  NMSRPT
                             STATUS  RPT-ST.
           SELECT RUNC-FILE  ASSIGN  RUNCTL
                             ORGANIZATION RELATIVE
                             ACCESS MODE DYNAMIC
                             RELATIVE KEY IS WS-RUNC-RRN
                             STATUS  RUNC-ST.
      *    names rewritten across the book of record - the run
      *    goes to the permanent audit log
           SELECT OPS-LOG    ASSIGN  OPSLOG
                             STATUS  OPSL-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ACCT-REC  RECORDING MODE F.
       COPY ACCTFLD.
      *
      *    rules dataset, fixed columns, as ALTPROG reads it:
      *      col 1 'V'  cols 2-9  rules-version identifier
      *      col 1 'R'  col 2 from-char, col 3 to-char,
      *                 cols 4-11 effective date (YYYYMMDD)
      *      col 1 '*'  comment; blank cards skipped
       FD  RULE-FILE RECORDING MODE F.
       01  RULE-CARD.
           05  RULE-TYPE           PIC X(01).
           05  RULE-BODY           PIC X(79).
           05  RULE-V-BODY REDEFINES RULE-BODY.
               07  RULE-VERSION    PIC X(08).
               07  FILLER          PIC X(71).
           05  RULE-R-BODY REDEFINES RULE-BODY.
               07  RULE-FROM       PIC X(01).
               07  RULE-TO         PIC X(01).
               07  RULE-EFF-DATE   PIC X(08).
               07  FILLER          PIC X(69).
      *
       FD  JRNL-FILE RECORDING MODE F.
       01  JRNL-REC.
           05  JRNL-TIMESTAMP      PIC X(14).
           05  JRNL-ID             PIC 9(05).
           05  JRNL-DVZ            PIC 9(03).
           05  JRNL-FNAME-PRE      PIC X(15).
           05  JRNL-FNAME-POST     PIC X(15).
           05  JRNL-LNAME-PRE      PIC X(15).
           05  JRNL-LNAME-POST     PIC X(15).
           05  JRNL-RULE-VERSION   PIC X(08).
           05  JRNL-ORIGIN         PIC X(01).
      *
       FD  DELTA-FILE RECORDING MODE F.
       01  DLT-REC.
           05  DLT-SEQ             PIC X(05).
           05  DLT-DVZ             PIC X(03).
           05  DLT-AD              PIC X(15).
           05  DLT-SOYAD           PIC X(15).
           05  DLT-DTAR            PIC X(08).
           05  DLT-BALANCE         PIC S9(09)V99
                                    SIGN LEADING SEPARATE.
           05  DLT-STATUS          PIC X(01).
      *    A = created, U = updated/posted, D = deactivated
           05  DLT-CHANGE-TYPE     PIC X(01).
           05  DLT-RUN-DATE        PIC X(08).
      *
       FD  NMS-RPT   RECORDING MODE F.
       01  RPT-REC                 PIC X(80).
      *
       FD  RUNC-FILE RECORDING MODE F.
       01  RUNC-REC.
           05  RUNC-PROC-DATE      PIC X(08).
           05  RUNC-LAST-DATE      PIC X(08).
           05  RUNC-LAST-STATUS    PIC X(01).
      *
       FD  OPS-LOG   RECORDING MODE F.
       COPY OPSLOG.
      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05  ACCT-ST          PIC 9(02).
               88 ACCT-EOF                VALUE 10.
               88 ACCT-SUCCESS            VALUE 00 97.
           05  RULE-ST          PIC 9(02).
               88 RULE-EOF                VALUE 10.
               88 RULE-SUCCESS            VALUE 00 97.
           05  JRNL-ST          PIC 9(02).
               88 JRNL-SUCCESS            VALUE 00 97.
           05  DLT-ST           PIC 9(02).
               88 DLT-SUCCESS             VALUE 00 97.
           05  RPT-ST           PIC 9(02).
               88 RPT-SUCCESS             VALUE 00 97.
           05  RUNC-ST          PIC 9(02).
               88 RUNC-SUCCESS            VALUE 00 97.
           05  OPSL-ST          PIC 9(02).
               88 OPSL-SUCCESS            VALUE 00 97.
           05  WS-RUNC-RRN      PIC 9(04) VALUE 1.
           05  WS-MODE-SW       PIC X(01).
               88 WS-MODE-PREVIEW         VALUE 'P'.
               88 WS-MODE-APPLY           VALUE 'A'.
           05  WS-OPERATOR      PIC X(08) VALUE 'CONSOLE'.
      *    the processing date the rules are judged effective on,
      *    the journal stamps carry and the extract is dated with
           05  WS-PROC-DATE     PIC X(08).
      *    the sweep's start, stamped as the journal entries are -
      *    no entry it writes carries an earlier stamp, so it is
      *    the limit PBEGRCV backs the sweep out from
           05  WS-SWEEP-START   PIC X(14).
      *    the names as the rules leave them
           05  WS-NEW-AD        PIC X(15).
           05  WS-NEW-SOYAD     PIC X(15).
      *    the substitution rules in force, in dataset order, as
      *    ALTPROG tables them
       01  WS-RULE-AREA.
           05  WS-RULE-COUNT       PIC 9(02) VALUE ZERO.
           05  WS-RULE OCCURS 50 TIMES.
               07  WS-RULE-FROM    PIC X(01).
               07  WS-RULE-TO      PIC X(01).
           05  WS-RULE-SUB         PIC 9(02).
           05  WS-RULES-VERSION    PIC X(08) VALUE SPACES.
           05  WS-RULE-SKIPPED     PIC 9(02) VALUE ZERO.
      *    stability proof: each rule's from-character run through
      *    the whole set once and then again
           05  WS-CHK-SUB          PIC 9(02).
           05  WS-CHK-CHAR         PIC X(01).
           05  WS-CHK-FIRST        PIC X(01).
           05  WS-CHK-SECOND       PIC X(01).
           05  WS-RULES-BAD-SW     PIC X(01) VALUE 'N'.
               88  WS-RULES-UNSTABLE        VALUE 'Y'.
       01  WS-COUNTS.
           05  WS-CNT-READ         PIC 9(07) VALUE ZERO.
           05  WS-CNT-CHANGED      PIC 9(07) VALUE ZERO.
           05  WS-CNT-UNCHANGED    PIC 9(07) VALUE ZERO.
           05  WS-CNT-FAILED       PIC 9(07) VALUE ZERO.
           05  WS-CNT-JOURNALED    PIC 9(07) VALUE ZERO.
           05  WS-CNT-DELTA        PIC 9(07) VALUE ZERO.
      *    report lines
       01  WS-TITLE-LINE.
           05  FILLER               PIC X(20)
               VALUE 'NAME RE-CORRECTION  '.
           05  WS-TTL-MODE          PIC X(08).
           05  FILLER               PIC X(16)
               VALUE '  RULES VERSION '.
           05  WS-TTL-VERSION       PIC X(08).
           05  FILLER               PIC X(12)
               VALUE '  EFFECTIVE '.
           05  WS-TTL-PROC-DATE     PIC X(08).
           05  FILLER               PIC X(08) VALUE SPACES.
       01  WS-COLUMN-LINE.
           05  FILLER               PIC X(40)
               VALUE '  ACCOUNT    ST AS ON FILE              '.
           05  FILLER               PIC X(40)
               VALUE '         CORRECTED                      '.
       01  WS-DETAIL-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DET-SEQ           PIC X(05).
           05  FILLER               PIC X(01) VALUE '/'.
           05  WS-DET-DVZ           PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DET-STATUS        PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DET-OLD-AD        PIC X(15).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-OLD-SOYAD     PIC X(15).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DET-NEW-AD        PIC X(15).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-NEW-SOYAD     PIC X(15).
       01  WS-FAILED-LINE.
           05  FILLER               PIC X(13) VALUE SPACES.
           05  FILLER               PIC X(31)
               VALUE '*** REWRITE FAILED, ACCT-ST = '.
           05  WS-FAIL-ST           PIC 9(02).
           05  FILLER               PIC X(34) VALUE SPACES.
       01  WS-TOTAL-LINE.
           05  WS-TOTL-TEXT         PIC X(30).
           05  WS-TOTL-COUNT-ED     PIC ZZZZZZ9.
           05  FILLER               PIC X(43) VALUE SPACES.
       01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.
      *
       LINKAGE SECTION.
       01  WS-JCL-PARM.
           05  WS-PARM-LEN          PIC S9(04) COMP.
           05  WS-PARM-MODE         PIC X(08).
      *    who submitted this run, 8 characters, stamped into the
      *    audit record
           05  WS-PARM-OPER         PIC X(08).
      *------------------
       PROCEDURE DIVISION USING WS-JCL-PARM.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-SWEEP-ONE-ACCOUNT UNTIL ACCT-EOF.
           PERFORM H999-PROGRAM-EXIT.
      *
      *    the rules are loaded and proved before the cluster is
      *    opened for update - a set the sweep will not run
      *    changes nothing
       H100-OPEN-FILES.
           PERFORM H110-PARSE-PARM.
           PERFORM H120-PROC-DATE-FROM-RUNCTL.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-SWEEP-START
           MOVE WS-PROC-DATE     TO WS-SWEEP-START (1:8)
           PERFORM H130-LOAD-RULES.
           PERFORM H150-PROVE-RULES-STABLE.
           IF WS-MODE-APPLY
              OPEN I-O ACCT-REC
           ELSE
              OPEN INPUT ACCT-REC
           END-IF.
           IF NOT ACCT-SUCCESS
              DISPLAY 'PBEGNMS - ACCTREC OPEN FAILED, STATUS '
                      ACCT-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT NMS-RPT.
           IF WS-MODE-APPLY
              OPEN OUTPUT JRNL-FILE DELTA-FILE
              MOVE 'APPLY'   TO WS-TTL-MODE
           ELSE
              MOVE 'PREVIEW' TO WS-TTL-MODE
           END-IF.
           MOVE WS-RULES-VERSION TO WS-TTL-VERSION
           MOVE WS-PROC-DATE     TO WS-TTL-PROC-DATE
           WRITE RPT-REC FROM WS-TITLE-LINE
           WRITE RPT-REC FROM WS-BLANK-LINE
           WRITE RPT-REC FROM WS-COLUMN-LINE.
           DISPLAY 'PBEGNMS - ' WS-TTL-MODE ', RULES VERSION '
                   WS-RULES-VERSION ', ' WS-RULE-COUNT
                   ' IN FORCE, ' WS-RULE-SKIPPED
                   ' NOT YET EFFECTIVE ON ' WS-PROC-DATE.
           MOVE LOW-VALUES TO ACCT-KEY
           START ACCT-REC KEY IS NOT LESS THAN ACCT-KEY
              INVALID KEY
                 SET ACCT-EOF TO TRUE
           END-START.
           EXIT.
      *
       H110-PARSE-PARM.
           IF WS-PARM-LEN >= 7 AND WS-PARM-MODE = 'PREVIEW'
              SET WS-MODE-PREVIEW TO TRUE
           ELSE
           IF WS-PARM-LEN >= 5 AND WS-PARM-MODE = 'APPLY'
              SET WS-MODE-APPLY TO TRUE
           ELSE
              DISPLAY 'PBEGNMS - BAD PARM: MODE PREVIEW OR APPLY'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           END-IF.
           IF WS-PARM-LEN >= 16 AND WS-PARM-OPER NOT = SPACES
              MOVE WS-PARM-OPER TO WS-OPERATOR
           END-IF.
           EXIT.
      *
      *    the rules the next nightly run's UPDATEs will apply are
      *    the ones the sweep applies: effective on the stream's
      *    NEXT processing date
       H120-PROC-DATE-FROM-RUNCTL.
           OPEN INPUT RUNC-FILE
           MOVE 1 TO WS-RUNC-RRN
           READ RUNC-FILE
           IF RUNC-SUCCESS AND RUNC-PROC-DATE IS NUMERIC
              MOVE RUNC-PROC-DATE TO WS-PROC-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-PROC-DATE
           END-IF
           CLOSE RUNC-FILE.
           EXIT.
      *
      *    ALTPROG's own load: rules dated after the processing
      *    date stay out of force and are counted; a card that
      *    does not parse is fatal
       H130-LOAD-RULES.
           OPEN INPUT RULE-FILE
           IF NOT RULE-SUCCESS
              DISPLAY 'PBEGNMS - RULEFILE OPEN FAILED, STATUS '
                      RULE-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           READ RULE-FILE
           PERFORM H140-LOAD-ONE-RULE UNTIL RULE-EOF
           CLOSE RULE-FILE
           IF WS-RULES-VERSION = SPACES
              DISPLAY 'PBEGNMS - RULEFILE HAS NO VERSION CARD'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-RULE-COUNT = ZERO
              DISPLAY 'PBEGNMS - NO RULE IN FORCE ON '
                      WS-PROC-DATE ' - NOTHING TO SWEEP'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           EXIT.
      *
       H140-LOAD-ONE-RULE.
           EVALUATE RULE-TYPE
              WHEN 'V'
                 MOVE RULE-VERSION TO WS-RULES-VERSION
              WHEN 'R'
                 IF RULE-EFF-DATE IS NUMERIC
                    AND RULE-FROM NOT = SPACE
                    IF RULE-EFF-DATE <= WS-PROC-DATE
                       IF WS-RULE-COUNT >= 50
                          DISPLAY 'PBEGNMS - RULE TABLE FULL: '
                                  RULE-CARD
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-RULE-COUNT
                       MOVE RULE-FROM TO WS-RULE-FROM (WS-RULE-COUNT)
                       MOVE RULE-TO   TO WS-RULE-TO (WS-RULE-COUNT)
                    ELSE
                       ADD 1 TO WS-RULE-SKIPPED
                    END-IF
                 ELSE
                    DISPLAY 'PBEGNMS - BAD RULE CARD: ' RULE-CARD
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              WHEN '*'
                 CONTINUE
              WHEN SPACE
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'PBEGNMS - BAD RULE CARD: ' RULE-CARD
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE
           READ RULE-FILE.
           EXIT.
      *
      *    the rules work character by character, so the set is
      *    stable when every character a rule can produce comes
      *    through a second pass unchanged. Only a rule's
      *    from-character is ever changed, so running each of
      *    those through the set twice proves the whole alphabet.
       H150-PROVE-RULES-STABLE.
           PERFORM H160-PROVE-ONE-RULE
              VARYING WS-CHK-SUB FROM 1 BY 1
              UNTIL WS-CHK-SUB > WS-RULE-COUNT
           IF WS-RULES-UNSTABLE
              DISPLAY 'PBEGNMS - RULES VERSION ' WS-RULES-VERSION
                      ' IS NOT STABLE - A SECOND PASS WOULD CHANGE'
                      ' NAMES ALREADY CORRECTED; NOT SWEPT'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           EXIT.
      *
       H160-PROVE-ONE-RULE.
           MOVE WS-RULE-FROM (WS-CHK-SUB) TO WS-CHK-CHAR
           PERFORM H170-RUN-RULES-ON-CHAR
           MOVE WS-CHK-CHAR TO WS-CHK-FIRST
           PERFORM H170-RUN-RULES-ON-CHAR
           MOVE WS-CHK-CHAR TO WS-CHK-SECOND
           IF WS-CHK-SECOND NOT = WS-CHK-FIRST
              DISPLAY 'PBEGNMS - RULE ' WS-CHK-SUB ' '
                      WS-RULE-FROM (WS-CHK-SUB) ' BECOMES '
                      WS-CHK-FIRST ', THEN ' WS-CHK-SECOND
                      ' ON A SECOND PASS'
              SET WS-RULES-UNSTABLE TO TRUE
           END-IF.
           EXIT.
      *
       H170-RUN-RULES-ON-CHAR.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-COUNT
              INSPECT WS-CHK-CHAR REPLACING
                 ALL WS-RULE-FROM (WS-RULE-SUB)
                 BY WS-RULE-TO (WS-RULE-SUB)
           END-PERFORM.
           EXIT.
      *
      *    one cluster record per pass: the rules run over both
      *    names, and only a position they change goes further
       H200-SWEEP-ONE-ACCOUNT.
           READ ACCT-REC NEXT RECORD.
           IF NOT ACCT-EOF
              ADD 1 TO WS-CNT-READ
              MOVE ACCT-AD    TO WS-NEW-AD
              MOVE ACCT-SOYAD TO WS-NEW-SOYAD
              PERFORM H210-APPLY-ONE-RULE
                 VARYING WS-RULE-SUB FROM 1 BY 1
                 UNTIL WS-RULE-SUB > WS-RULE-COUNT
              IF WS-NEW-AD = ACCT-AD AND WS-NEW-SOYAD = ACCT-SOYAD
                 ADD 1 TO WS-CNT-UNCHANGED
              ELSE
                 PERFORM H300-CHANGE-POSITION
              END-IF
           END-IF.
           EXIT.
      *
      *    one loaded rule against both names, in dataset order,
      *    each over the result of the one before - ALTPROG's
      *    4200-APPLY-ONE-RULE
       H210-APPLY-ONE-RULE.
           INSPECT WS-NEW-AD REPLACING
              ALL WS-RULE-FROM (WS-RULE-SUB)
              BY WS-RULE-TO (WS-RULE-SUB)
           INSPECT WS-NEW-SOYAD REPLACING
              ALL WS-RULE-FROM (WS-RULE-SUB)
              BY WS-RULE-TO (WS-RULE-SUB)
           EXIT.
      *
      *    the report line carries the name as it stands; in APPLY
      *    the journal entry goes first, so no rewrite ever lands
      *    without the pre-image PBEGRCV needs to back it out
       H300-CHANGE-POSITION.
           ADD 1 TO WS-CNT-CHANGED
           MOVE ACCT-SEQ     TO WS-DET-SEQ
           MOVE ACCT-DVZ     TO WS-DET-DVZ
           MOVE ACCT-STATUS  TO WS-DET-STATUS
           MOVE ACCT-AD      TO WS-DET-OLD-AD
           MOVE ACCT-SOYAD   TO WS-DET-OLD-SOYAD
           MOVE WS-NEW-AD    TO WS-DET-NEW-AD
           MOVE WS-NEW-SOYAD TO WS-DET-NEW-SOYAD
           WRITE RPT-REC FROM WS-DETAIL-LINE
           IF WS-MODE-APPLY
              PERFORM H310-WRITE-JOURNAL
              MOVE WS-NEW-AD    TO ACCT-AD
              MOVE WS-NEW-SOYAD TO ACCT-SOYAD
              REWRITE ACCT-FIELDS
              IF ACCT-SUCCESS
                 PERFORM H320-WRITE-DELTA
              ELSE
                 DISPLAY 'PBEGNMS - REWRITE FAILED FOR ' ACCT-KEY
                         ' STATUS ' ACCT-ST
                 MOVE ACCT-ST TO WS-FAIL-ST
                 WRITE RPT-REC FROM WS-FAILED-LINE
                 ADD 1 TO WS-CNT-FAILED
              END-IF
           END-IF.
           EXIT.
      *
      *    ALTPROG's journal record, the date half of the stamp
      *    the processing date as ALTPROG stamps it, the time half
      *    wall-clock so the entries keep their apply order
       H310-WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE (1:14) TO JRNL-TIMESTAMP
           MOVE WS-PROC-DATE     TO JRNL-TIMESTAMP (1:8)
           MOVE ACCT-SEQ         TO JRNL-ID
           MOVE ACCT-DVZ         TO JRNL-DVZ
           MOVE ACCT-AD          TO JRNL-FNAME-PRE
           MOVE WS-NEW-AD        TO JRNL-FNAME-POST
           MOVE ACCT-SOYAD       TO JRNL-LNAME-PRE
           MOVE WS-NEW-SOYAD     TO JRNL-LNAME-POST
           MOVE WS-RULES-VERSION TO JRNL-RULE-VERSION
           MOVE 'S'              TO JRNL-ORIGIN
           WRITE JRNL-REC
           IF NOT JRNL-SUCCESS
              DISPLAY 'PBEGNMS - JRNLFILE WRITE FAILED, STATUS '
                      JRNL-ST ' FOR ' ACCT-KEY
              PERFORM H990-ABORT
           END-IF
           ADD 1 TO WS-CNT-JOURNALED.
           EXIT.
      *
      *    the position as it now stands, in PBEGIDX's extract
      *    layout, change type U and dated with the processing
      *    date
       H320-WRITE-DELTA.
           MOVE ACCT-SEQ     TO DLT-SEQ
           MOVE ACCT-DVZ     TO DLT-DVZ
           MOVE ACCT-AD      TO DLT-AD
           MOVE ACCT-SOYAD   TO DLT-SOYAD
           MOVE ACCT-DTAR    TO DLT-DTAR
           MOVE ACCT-BALANCE TO DLT-BALANCE
           MOVE ACCT-STATUS  TO DLT-STATUS
           MOVE 'U'          TO DLT-CHANGE-TYPE
           MOVE WS-PROC-DATE TO DLT-RUN-DATE
           WRITE DLT-REC
           IF NOT DLT-SUCCESS
              DISPLAY 'PBEGNMS - DELTAFIL WRITE FAILED, STATUS '
                      DLT-ST ' FOR ' ACCT-KEY
              PERFORM H990-ABORT
           END-IF
           ADD 1 TO WS-CNT-DELTA.
           EXIT.
      *
       H800-WRITE-TOTALS.
           WRITE RPT-REC FROM WS-BLANK-LINE
           MOVE 'POSITIONS READ' TO WS-TOTL-TEXT
           MOVE WS-CNT-READ TO WS-TOTL-COUNT-ED
           WRITE RPT-REC FROM WS-TOTAL-LINE
           IF WS-MODE-APPLY
              MOVE 'NAMES CORRECTED' TO WS-TOTL-TEXT
           ELSE
              MOVE 'NAMES THE RULES WOULD CHANGE' TO WS-TOTL-TEXT
           END-IF
           MOVE WS-CNT-CHANGED TO WS-TOTL-COUNT-ED
           WRITE RPT-REC FROM WS-TOTAL-LINE
           MOVE 'NAMES ALREADY CORRECT' TO WS-TOTL-TEXT
           MOVE WS-CNT-UNCHANGED TO WS-TOTL-COUNT-ED
           WRITE RPT-REC FROM WS-TOTAL-LINE
           IF WS-MODE-APPLY
              MOVE 'REWRITES FAILED' TO WS-TOTL-TEXT
              MOVE WS-CNT-FAILED TO WS-TOTL-COUNT-ED
              WRITE RPT-REC FROM WS-TOTAL-LINE
              MOVE 'JOURNAL ENTRIES WRITTEN' TO WS-TOTL-TEXT
              MOVE WS-CNT-JOURNALED TO WS-TOTL-COUNT-ED
              WRITE RPT-REC FROM WS-TOTAL-LINE
              MOVE 'DELTA RECORDS WRITTEN' TO WS-TOTL-TEXT
              MOVE WS-CNT-DELTA TO WS-TOTL-COUNT-ED
              WRITE RPT-REC FROM WS-TOTAL-LINE
           END-IF.
           EXIT.
      *
      *    the sweep to the permanent audit log: mode, how many
      *    names it changed, and the start stamp and rules version
      *    a BACKOUT of it is keyed with
       H900-WRITE-OPSLOG.
           OPEN OUTPUT OPS-LOG
           MOVE FUNCTION CURRENT-DATE (1:14) TO OPSL-TIMESTAMP
           MOVE 'PBEGNMS'    TO OPSL-PROGRAM
           MOVE WS-OPERATOR  TO OPSL-OPERATOR
           IF WS-MODE-APPLY
              MOVE 'NAME-SWEEP'   TO OPSL-ACTION
           ELSE
              MOVE 'NAME-PREVIEW' TO OPSL-ACTION
           END-IF
           MOVE WS-PROC-DATE    TO OPSL-PROC-DATE
           MOVE WS-CNT-CHANGED  TO OPSL-COUNT
           MOVE SPACES          TO OPSL-DETAIL
           STRING WS-SWEEP-START ' ' WS-RULES-VERSION
              DELIMITED BY SIZE INTO OPSL-DETAIL
           WRITE OPSL-REC
           IF NOT OPSL-SUCCESS
              DISPLAY 'PBEGNMS - OPSLOG WRITE FAILED, STATUS '
                      OPSL-ST
           END-IF
           CLOSE OPS-LOG.
           EXIT.
      *
      *    a change that cannot be journaled or extracted stops
      *    the sweep where it stands; what was applied before it
      *    is journaled and extracted, and a rerun carries on
      *    from the names the rules still change. The log entry
      *    is written all the same, so the changes made so far can
      *    be backed out from it
       H990-ABORT.
           PERFORM H900-WRITE-OPSLOG
           CLOSE ACCT-REC NMS-RPT JRNL-FILE DELTA-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
      *
       H999-PROGRAM-EXIT.
           PERFORM H800-WRITE-TOTALS.
           PERFORM H900-WRITE-OPSLOG.
           CLOSE ACCT-REC NMS-RPT.
           IF WS-MODE-APPLY
              CLOSE JRNL-FILE DELTA-FILE
           END-IF.
           DISPLAY 'PBEGNMS - READ:      ' WS-CNT-READ.
           DISPLAY 'PBEGNMS - CHANGED:   ' WS-CNT-CHANGED.
           DISPLAY 'PBEGNMS - UNCHANGED: ' WS-CNT-UNCHANGED.
           DISPLAY 'PBEGNMS - FAILED:    ' WS-CNT-FAILED.
           IF WS-CNT-FAILED > ZERO
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN.
