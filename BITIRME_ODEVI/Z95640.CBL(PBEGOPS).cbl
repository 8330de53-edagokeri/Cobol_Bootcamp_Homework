      * the 14th and what did it touch" without JES archaeology.
      * PARM: optional YYYYMMDD - only actions whose timestamp
      * falls on that calendar day are listed; no PARM lists the
      * whole log as it stands. A day in a month month-end
      * housekeeping (PBEGHKP) has rolled off OPSLOG - the
      * HISTCTL catalogue says which - is listed from the OPSARCH
      * monthly generations instead. RETURN-CODE 16 when that
      * day's generations are not there.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
                             STATUS  OPSL-ST.
           SELECT OPS-RPT    ASSIGN  OPSRPT
                             STATUS  RPT-ST.
      *    the monthly generations of rolled-off log, read only
      *    for a day no longer on OPSLOG
           SELECT OPS-ARCH   ASSIGN  OPSARCH
                             STATUS  OARC-ST.
           SELECT HIST-CTL   ASSIGN  HISTCTL
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY IS HCTL-KEY
                             STATUS  HCTL-ST.
      *-------------
       DATA DIVISION.
      *-------------
      *
       FD  OPS-RPT   RECORDING MODE F.
       01  RPT-REC                  PIC X(100).
      *
       FD  OPS-ARCH  RECORDING MODE F.
       01  OARC-REC                 PIC X(80).
      *
       FD  HIST-CTL  RECORDING MODE F.
       COPY HISTCTL.
      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
               88 OPSL-SUCCESS            VALUE 00 97.
           05  RPT-ST           PIC 9(02).
               88 RPT-SUCCESS             VALUE 00 97.
           05  OARC-ST          PIC 9(02).
               88 OARC-EOF                VALUE 10.
               88 OARC-SUCCESS            VALUE 00 97.
           05  HCTL-ST          PIC 9(02).
               88 HCTL-SUCCESS            VALUE 00 97.
           05  WS-FILTER-DATE   PIC X(08) VALUE SPACES.
      *    the oldest month still on OPSLOG (000000 when it has
      *    never been rolled), whether the day asked for is older,
      *    and the end of whichever dataset is being listed
           05  WS-ACTIVE-FROM   PIC X(06) VALUE '000000'.
           05  WS-ARCH-SW       PIC X(01) VALUE 'N'.
               88  WS-READ-ARCHIVE        VALUE 'Y'.
           05  WS-LOG-EOF-SW    PIC X(01) VALUE 'N'.
               88  WS-LOG-EOF             VALUE 'Y'.
       01  WS-COUNTS.
           05  WS-CNT-READ      PIC 9(07) VALUE ZERO.
           05  WS-CNT-LISTED    PIC 9(07) VALUE ZERO.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-LIST-ONE-ACTION UNTIL WS-LOG-EOF.
           PERFORM H999-PROGRAM-EXIT.
      *
       H100-OPEN-FILES.
              MOVE WS-PARM-DATE TO WS-FILTER-DATE
              DISPLAY 'PBEGOPS - LISTING ACTIONS OF '
                      WS-FILTER-DATE
              PERFORM H120-CHECK-ROLLED-MONTHS
           ELSE
              DISPLAY 'PBEGOPS - LISTING THE WHOLE LOG'
           END-IF.
           WRITE RPT-REC FROM WS-HDR-LINE.
           PERFORM H210-READ-NEXT-ACTION.
           EXIT.
      *
      *    no catalogue, or no entry for OPSLOG, means nothing
      *    has been rolled and OPSLOG holds every day
       H120-CHECK-ROLLED-MONTHS.
           OPEN INPUT HIST-CTL
           IF HCTL-SUCCESS
              MOVE 'OPSLOG'   TO HCTL-FILE
              MOVE '000000'   TO HCTL-MONTH
              READ HIST-CTL
              IF HCTL-SUCCESS
                 MOVE HCTL-ACTIVE-FROM TO WS-ACTIVE-FROM
              END-IF
              CLOSE HIST-CTL
           END-IF
           IF WS-FILTER-DATE (1:6) < WS-ACTIVE-FROM
              SET WS-READ-ARCHIVE TO TRUE
              OPEN INPUT OPS-ARCH
              IF NOT OARC-SUCCESS
                 DISPLAY 'PBEGOPS - DAY ROLLED OFF OPSLOG - OPSARCH '
                         'NOT OPENABLE, STATUS ' OARC-ST
                 CLOSE OPS-LOG OPS-RPT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              DISPLAY 'PBEGOPS - LISTING FROM OPSARCH'
           END-IF.
           EXIT.
      *
       H200-LIST-ONE-ACTION.
              WRITE RPT-REC FROM WS-DETAIL-LINE
              ADD 1 TO WS-CNT-LISTED
           END-IF
           PERFORM H210-READ-NEXT-ACTION.
           EXIT.
      *
       H210-READ-NEXT-ACTION.
           IF WS-READ-ARCHIVE
              READ OPS-ARCH INTO OPSL-REC
              IF OARC-EOF
                 SET WS-LOG-EOF TO TRUE
              END-IF
           ELSE
              READ OPS-LOG
              IF OPSL-EOF
                 SET WS-LOG-EOF TO TRUE
              END-IF
           END-IF.
           EXIT.
      *
       H999-PROGRAM-EXIT.
           IF WS-READ-ARCHIVE
              CLOSE OPS-ARCH
           END-IF
           CLOSE OPS-LOG OPS-RPT.
           DISPLAY 'PBEGOPS - ACTIONS ON LOG: ' WS-CNT-READ.
           DISPLAY 'PBEGOPS - LISTED:         ' WS-CNT-LISTED.
