      * account, and sends the before/after name back to the
      * screen immediately - no waiting for the overnight batch
      * run to see the result.
      * While the nightly batch holds ACCTREC (the BWINCTL window
      * PBEGBWN opens over PBEG006J) the correction is refused
      * before the record is read for update - a rewrite here
      * would land under the batch's - and the terminal is told
      * to key it again once the run is through.
      *
      * Kept terminal-conversational (one EXEC CICS RECEIVE, one
      * EXEC CICS SEND, then RETURN with no COMMAREA) to match the
       01  WS-ONLINE-INPUT-LEN  PIC S9(04) COMP VALUE 8.
       01  WS-KEY-ID            PIC 9(05).
       01  WS-RESP               PIC S9(08) COMP.
       01  WS-BWIN-RRN           PIC S9(08) COMP VALUE 1.
       01  WS-BWIN-SW            PIC X(01) VALUE 'N'.
           88  WS-IN-BATCH-WINDOW        VALUE 'Y'.
       COPY ACCTFLD.
       COPY BWINCTL.
       01  WS-BEFORE-AFTER-LINE.
           05  FILLER               PIC X(07) VALUE 'BEFORE:'.
           05  WS-DISP-AD-PRE       PIC X(15).
           05  FILLER               PIC X(38)
                          VALUE 'INPUT ERROR - PLEASE RE-ENTER ID/DVZ'.
           05  FILLER               PIC X(18) VALUE SPACES.
       01  WS-BATCH-WINDOW-LINE.
           05  FILLER               PIC X(40)
                      VALUE 'BATCH IN PROGRESS - NO NAME CORRECTIONS'.
           05  FILLER               PIC X(16)
                      VALUE ' - RETRY LATER'.

       COPY WSSUBAR.
      *------------------
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM 1800-CHECK-BATCH-WINDOW
           END-IF
           IF WS-IN-BATCH-WINDOW
              PERFORM 1850-BATCH-WINDOW-OPEN
           ELSE
              IF WS-RESP = DFHRESP(NORMAL)
                 IF WS-ONLINE-INPUT (1:5) IS NUMERIC
                    AND WS-ONLINE-INPUT (6:3) IS NUMERIC
                    MOVE FUNCTION NUMVAL(WS-ONLINE-INPUT (1:5))
                      TO WS-SUB-ID
                    MOVE FUNCTION NUMVAL(WS-ONLINE-INPUT (6:3))
                      TO WS-SUB-DVZ
                    MOVE WS-SUB-ID TO WS-KEY-ID
                    MOVE WS-KEY-ID TO ACCT-SEQ
                    MOVE WS-SUB-DVZ TO ACCT-DVZ
                    EXEC CICS READ
                         FILE('ACCTREC')
                         INTO(ACCT-FIELDS)
                         RIDFLD(ACCT-KEY)
                         UPDATE
                         RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP = DFHRESP(NORMAL)
                       PERFORM 1000-CORRECT-NAME
                    ELSE
                       PERFORM 1500-NOT-FOUND
                    END-IF
                 ELSE
                    PERFORM 1600-INVALID-INPUT
                 END-IF
              ELSE
                 PERFORM 1700-RECEIVE-FAILED
              END-IF
           END-IF
           EXEC CICS RETURN END-EXEC.

                ERASE
           END-EXEC.
           EXIT.

      *    is the nightly batch holding ACCTREC right now; a
      *    control record that cannot be read is an online day.
      *    WS-RESP is given back NORMAL - it still speaks for the
      *    RECEIVE the caller tests next
       1800-CHECK-BATCH-WINDOW.
           EXEC CICS READ
                FILE('BWINCTL')
                INTO(BWIN-REC)
                RIDFLD(WS-BWIN-RRN)
                RRN
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL) AND BWIN-BATCH-OPEN
              SET WS-IN-BATCH-WINDOW TO TRUE
           END-IF
           MOVE DFHRESP(NORMAL) TO WS-RESP.
           EXIT.

       1850-BATCH-WINDOW-OPEN.
           EXEC CICS SEND TEXT
                FROM(WS-BATCH-WINDOW-LINE)
                LENGTH(LENGTH OF WS-BATCH-WINDOW-LINE)
                ERASE
           END-EXEC.
           EXIT.
