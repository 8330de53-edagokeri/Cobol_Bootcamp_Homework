      * times Monday's before the output gets distributed.
      * PARM: columns 1-2 the number of runs to show (default and
      * maximum 7), columns 3-5 the percentage threshold (default
      * 20), columns 6-13 an as-of date YYYYMMDD (blank for the
      * latest runs on file). With an as-of date the window is
      * the runs up to and including it, read in run-date order
      * through a sort; a window reaching back before the oldest
      * month month-end housekeeping (PBEGHKP) has left on
      * TRLRHIST - the HISTCTL catalogue says which - is read
      * from the TRLRARCH monthly generations as well, only the
      * months no longer on TRLRHIST, so no run shows twice.
      * Ends with RETURN-CODE 4 when anything was flagged so
      * operations' schedule can surface it, 16 when the window
      * reaches rolled months and TRLRARCH is not there.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
                             STATUS  TRLRH-ST.
           SELECT TRND-RPT   ASSIGN  TRNDRPT
                             STATUS  RPT-ST.
      *    the monthly generations of rolled-off trailers, read
      *    only for an as-of window reaching back past TRLRHIST
           SELECT TRLR-ARCH  ASSIGN  TRLRARCH
                             STATUS  TARC-ST.
           SELECT HIST-CTL   ASSIGN  HISTCTL
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY IS HCTL-KEY
                             STATUS  HCTL-ST.
           SELECT TRD-SORT   ASSIGN  SORTWK01.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *    read into the TRLRHST layout in working storage, so
      *    the file, its archive and the sort all feed the ring
      *    the same way
       FD  TRLR-HIST RECORDING MODE F.
       01  TRLR-HIST-REC            PIC X(1476).
      *
       FD  TRLR-ARCH RECORDING MODE F.
       01  TARC-REC                 PIC X(1476).
      *
       FD  HIST-CTL  RECORDING MODE F.
       COPY HISTCTL.
      *
       FD  TRND-RPT  RECORDING MODE F.
       01  RPT-REC                  PIC X(80).
      *
      *    an as-of window's trailers put into run-date order,
      *    the ordinal keeping a rerun date's trailers in the
      *    order they were written
       SD  TRD-SORT.
       01  TRD-SORT-REC.
           05  SRT-RUN-DATE         PIC X(08).
           05  SRT-ORDINAL          PIC 9(07).
           05  SRT-TRAILER          PIC X(1168).
      *
       WORKING-STORAGE SECTION.
       COPY TRLRHST.
       01  WS-WORK-AREA.
           05  TRLRH-ST         PIC 9(02).
               88 TRLRH-EOF               VALUE 10.
               88 TRLRH-SUCCESS           VALUE 00 97.
           05  TARC-ST          PIC 9(02).
               88 TARC-EOF                VALUE 10.
               88 TARC-SUCCESS            VALUE 00 97.
           05  HCTL-ST          PIC 9(02).
               88 HCTL-SUCCESS            VALUE 00 97.
      *    the as-of date (blank for the latest runs), the oldest
      *    month still on TRLRHIST (000000 when it has never been
      *    rolled) and whether the window reaches back past it
           05  WS-AS-OF-DATE    PIC X(08) VALUE SPACES.
           05  WS-ACTIVE-FROM   PIC X(06) VALUE '000000'.
           05  WS-ARCH-SW       PIC X(01) VALUE 'N'.
               88  WS-READ-ARCHIVE        VALUE 'Y'.
           05  WS-ORDINAL       PIC 9(07) VALUE ZERO.
           05  WS-SORT-AT-END   PIC X(01) VALUE 'N'.
               88  WS-SORT-EOF            VALUE 'Y'.
           05  RPT-ST           PIC 9(02).
               88 RPT-SUCCESS             VALUE 00 97.
           05  WS-SHOW-RUNS     PIC 9(02) VALUE 7.
           05  WS-PARM-LEN          PIC S9(04) COMP.
           05  WS-PARM-RUNS         PIC X(02).
           05  WS-PARM-PCT          PIC X(03).
      *    columns 6-13: show the runs up to this date instead
           05  WS-PARM-AS-OF        PIC X(08).
      *------------------
       PROCEDURE DIVISION USING WS-JCL-PARM.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           IF WS-AS-OF-DATE = SPACES
              PERFORM H200-LOAD-ONE-TRAILER UNTIL TRLRH-EOF
           ELSE
              SORT TRD-SORT ON ASCENDING KEY SRT-RUN-DATE
                                             SRT-ORDINAL
                 INPUT PROCEDURE H220-SELECT-TRAILERS
                 OUTPUT PROCEDURE H240-RING-SORTED-TRAILERS
           END-IF.
           PERFORM H300-UNWRAP-RING.
           PERFORM H400-PRINT-REPORT.
           PERFORM H999-PROGRAM-EXIT.
                               AND WS-PARM-PCT > 0
              MOVE WS-PARM-PCT TO WS-PCT-THRESHOLD
           END-IF.
           IF WS-PARM-LEN >= 13 AND WS-PARM-AS-OF IS NUMERIC
              MOVE WS-PARM-AS-OF TO WS-AS-OF-DATE
              DISPLAY 'PBEGTRD - RUNS UP TO ' WS-AS-OF-DATE
              PERFORM H120-CHECK-ROLLED-MONTHS
           ELSE
              READ TRLR-HIST INTO TRLRH-REC
           END-IF.
           EXIT.
      *
      *    no catalogue, or no entry for TRLRHIST, means nothing
      *    has been rolled. The month before the as-of date's can
      *    hold part of the window, so the archive is read when
      *    the as-of month is the oldest one kept or older
       H120-CHECK-ROLLED-MONTHS.
           OPEN INPUT HIST-CTL
           IF HCTL-SUCCESS
              MOVE 'TRLRHIST' TO HCTL-FILE
              MOVE '000000'   TO HCTL-MONTH
              READ HIST-CTL
              IF HCTL-SUCCESS
                 MOVE HCTL-ACTIVE-FROM TO WS-ACTIVE-FROM
              END-IF
              CLOSE HIST-CTL
           END-IF
           IF WS-ACTIVE-FROM > '000000'
              AND WS-AS-OF-DATE (1:6) NOT > WS-ACTIVE-FROM
              SET WS-READ-ARCHIVE TO TRUE
              OPEN INPUT TRLR-ARCH
              IF NOT TARC-SUCCESS
                 DISPLAY 'PBEGTRD - WINDOW REACHES MONTHS ROLLED OFF '
                         'TRLRHIST BEFORE ' WS-ACTIVE-FROM
                         ' - TRLRARCH NOT OPENABLE, STATUS ' TARC-ST
                 CLOSE TRLR-HIST TRND-RPT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              DISPLAY 'PBEGTRD - READING MONTHS BEFORE '
                      WS-ACTIVE-FROM ' FROM TRLRARCH'
           END-IF.
           EXIT.
      *
      *    every history record passes through the ring; when the
      *    file holds more than 7 runs the oldest fall out, which
      *    is the point - the report only ever shows the tail
       H200-LOAD-ONE-TRAILER.
           PERFORM H210-RING-ONE-TRAILER
           READ TRLR-HIST INTO TRLRH-REC.
           EXIT.
      *
       H210-RING-ONE-TRAILER.
           MOVE TRLRH-RUN-DATE TO WS-RING-DATE (WS-RING-NEXT)
           MOVE TRLRH-TOTAL-RECS
             TO WS-RING-VAL (WS-RING-NEXT 1)
           ADD 1 TO WS-RING-NEXT
           IF WS-RING-NEXT > 7
              MOVE 1 TO WS-RING-NEXT
           END-IF.
           EXIT.
      *
      *    SORT input for an as-of window: every trailer up to
      *    the date, the archive's only for the months TRLRHIST
      *    no longer holds
       H220-SELECT-TRAILERS.
           IF WS-READ-ARCHIVE
              READ TRLR-ARCH INTO TRLRH-REC
              PERFORM H225-RELEASE-ONE-ARCHIVED UNTIL TARC-EOF
              CLOSE TRLR-ARCH
           END-IF
           READ TRLR-HIST INTO TRLRH-REC
           PERFORM H230-RELEASE-ONE-ACTIVE UNTIL TRLRH-EOF.
           EXIT.
      *
       H225-RELEASE-ONE-ARCHIVED.
           IF TRLRH-RUN-DATE (1:6) < WS-ACTIVE-FROM
              PERFORM H235-RELEASE-IF-AS-OF
           END-IF
           READ TRLR-ARCH INTO TRLRH-REC.
           EXIT.
      *
       H230-RELEASE-ONE-ACTIVE.
           PERFORM H235-RELEASE-IF-AS-OF
           READ TRLR-HIST INTO TRLRH-REC.
           EXIT.
      *
       H235-RELEASE-IF-AS-OF.
           IF TRLRH-RUN-DATE NOT > WS-AS-OF-DATE
              ADD 1 TO WS-ORDINAL
              MOVE TRLRH-RUN-DATE TO SRT-RUN-DATE
              MOVE WS-ORDINAL     TO SRT-ORDINAL
              MOVE TRLRH-TRAILER  TO SRT-TRAILER
              RELEASE TRD-SORT-REC
           END-IF.
           EXIT.
      *
      *    SORT output: oldest first through the same ring, so
      *    the newest runs up to the date are what is left in it
       H240-RING-SORTED-TRAILERS.
           PERFORM H245-RING-NEXT-SORTED UNTIL WS-SORT-EOF.
           EXIT.
      *
       H245-RING-NEXT-SORTED.
           RETURN TRD-SORT AT END
              SET WS-SORT-EOF TO TRUE
           NOT AT END
              MOVE SRT-RUN-DATE TO TRLRH-RUN-DATE
              MOVE SRT-TRAILER  TO TRLRH-TRAILER
              PERFORM H210-RING-ONE-TRAILER
           END-RETURN.
           EXIT.
      *
      *    rebuild the window oldest-first, capped at the smaller
      *    of what the history holds and what the PARM asked for
