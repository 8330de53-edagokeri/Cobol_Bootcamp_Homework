      *             maintenance date. The restore is journaled to
      *             the permanent OPSLOG and reported; a key
      *             already back on the cluster is refused, not
      *             overwritten. A restored position whose balance
      *             went to unclaimed funds before the purge
      *             (UNCLAIM register, escheated entries) gets a
      *             second report line with the amount owed - the
      *             customer claims it through PBEGESCJ CLAIM.
      *
      * PARM: cols 1-8 mode keyword; cols 9-13 account ID and
      * cols 14-16 DVZ (RESTORE: both required; SEARCH: optional);
      *    distribution
           SELECT ADJ-FILE   ASSIGN  PRFADJ
                             STATUS  ADJ-ST.
      *    the unclaimed-funds register PBEGESC keeps (RESTORE
      *    only, read-only)
           SELECT UNCL-FILE  ASSIGN  UNCLAIM
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS UNCL-KEY
                             STATUS  UNCL-ST.
      *-------------
       DATA DIVISION.
      *-------------
           05  RPT-PURGE-STAMP     PIC X(14).
           05  FILLER              PIC X(01).
           05  RPT-NOTE            PIC X(16).
      *    the unclaimed-funds line under a restore
       01  RPT-UNCL-REC.
           05  RPT-U-ACTION        PIC X(09).
           05  RPT-U-SEQ           PIC X(05).
           05  FILLER              PIC X(01).
           05  RPT-U-DVZ           PIC X(03).
           05  FILLER              PIC X(01).
           05  RPT-U-AMOUNT-ED     PIC ZZZZZZZZ9.99.
           05  FILLER              PIC X(01).
           05  RPT-U-NOTE          PIC X(30).
           05  FILLER              PIC X(18).
      *
       FD  OPS-LOG   RECORDING MODE F.
       COPY OPSLOG.
      *
       FD  ADJ-FILE  RECORDING MODE F.
       COPY PRFADJ.
      *
       FD  UNCL-FILE RECORDING MODE F.
       COPY UNCLREC.
      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
               88 OPSL-SUCCESS            VALUE 00 97.
           05  ADJ-ST           PIC 9(02).
               88 ADJ-SUCCESS             VALUE 00 97.
           05  UNCL-ST          PIC 9(02).
               88 UNCL-SUCCESS            VALUE 00 97.
           05  WS-UNCL-BROWSE-SW PIC X(01).
               88  WS-UNCL-BROWSE-DONE    VALUE 'Y'.
           05  WS-UNCL-OWED     PIC S9(09)V99 COMP-3.
           05  WS-MODE-SW       PIC X(01).
               88 WS-MODE-SEARCH         VALUE 'S'.
               88 WS-MODE-RESTORE        VALUE 'R'.
           PERFORM H110-PARSE-PARM.
           IF WS-MODE-RESTORE
              OPEN I-O ACCT-REC
              OPEN INPUT UNCL-FILE
           ELSE
              OPEN INPUT ACCT-REC
           END-IF.
                 END-IF
                 DISPLAY 'PBEGHRT - RESTORED ' ACCT-KEY
                         ' PURGED ' WS-CAND-STAMP
                 PERFORM H330-REPORT-UNCLAIMED
              END-IF
           END-IF.
           EXIT.
           END-IF
           CLOSE ADJ-FILE.
           EXIT.
      *
      *    money the position held when it went dormant may be
      *    waiting in unclaimed funds - the branch restoring the
      *    customer must be told, or it stays there
       H330-REPORT-UNCLAIMED.
           MOVE ZERO       TO WS-UNCL-OWED
           MOVE 'N'        TO WS-UNCL-BROWSE-SW
           MOVE ACCT-KEY   TO UNCL-ACCT-KEY
           MOVE LOW-VALUES TO UNCL-ESC-DATE
           START UNCL-FILE KEY IS NOT LESS THAN UNCL-KEY
           IF NOT UNCL-SUCCESS
              SET WS-UNCL-BROWSE-DONE TO TRUE
           END-IF
           PERFORM H335-ADD-ONE-ENTRY UNTIL WS-UNCL-BROWSE-DONE
           IF WS-UNCL-OWED > ZERO
              MOVE SPACES       TO RPT-UNCL-REC
              MOVE 'UNCLAIMED'  TO RPT-U-ACTION
              MOVE ACCT-SEQ     TO RPT-U-SEQ
              MOVE ACCT-DVZ     TO RPT-U-DVZ
              MOVE WS-UNCL-OWED TO RPT-U-AMOUNT-ED
              MOVE 'OWED - CLAIM WITH PBEGESCJ'
                TO RPT-U-NOTE
              WRITE RPT-UNCL-REC
              DISPLAY 'PBEGHRT - UNCLAIMED FUNDS ON ' ACCT-KEY
                      ': ' RPT-U-AMOUNT-ED
           END-IF.
           EXIT.
      *
       H335-ADD-ONE-ENTRY.
           READ UNCL-FILE NEXT RECORD
           IF NOT UNCL-SUCCESS OR UNCL-ACCT-KEY NOT = ACCT-KEY
              SET WS-UNCL-BROWSE-DONE TO TRUE
           ELSE
              IF UNCL-ESCHEATED
                 ADD UNCL-AMOUNT TO WS-UNCL-OWED
              END-IF
           END-IF.
           EXIT.
      *
       H999-PROGRAM-EXIT.
           IF WS-MODE-RESTORE
              CLOSE UNCL-FILE
           END-IF
           CLOSE HIST-FILE ACCT-REC HRT-RPT.
           DISPLAY 'PBEGHRT - ARCHIVE IMAGES READ: ' WS-CNT-READ.
           DISPLAY 'PBEGHRT - MATCHED:             '
