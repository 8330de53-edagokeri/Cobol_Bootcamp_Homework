           END-IF.
           EXIT.
      *
      *    only an entry whose money is on the balance counts; one
      *    still pending from the batch window is folded in by the
      *    first proof after PBEGBWN applies it. PBEGBWN applies
      *    it only while its timestamp is above PBEGIDX's offload
      *    high-water (ONLCTL), never behind this proof's own, so
      *    it is still past every entry folded here; one left
      *    behind is refused and never counts
       H460-SUM-ONE-ONLINE.
           IF PJRN-TIMESTAMP > WS-PRIOR-ONL-TS
              AND PJRN-ON-BALANCE
              ADD 1 TO WS-CNT-ONL
              MOVE PJRN-DVZ TO WS-LOOK-DVZ
              PERFORM H210-FIND-DVZ-SLOT
