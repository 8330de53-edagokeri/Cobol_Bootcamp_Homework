      * day-over-day volume trend report. TRLRH-TRAILER carries the
      * OUTFILE trailer byte for byte; TRLRH-FIELDS is the same
      * 1168 bytes laid out for the fields - keep it in step with
      * OUT-TRAILER-REC in PBEG006. TRLRH-BR-DETAIL follows the
      * trailer on the history record only, and PBEGMIP reads it
      * for the monthly branch pack; a record written before it
      * was kept has spaces there.
      *-----------------------
       01  TRLRH-REC.
           05  TRLRH-RUN-DATE          PIC X(08).
                                         SIGN LEADING SEPARATE.
               07  TRLRH-TRLR-DATE     PIC X(08).
               07  FILLER              PIC X(02).
      *    slot for slot with TRLRH-BR-ENT: the branch's records by
      *    ISLEM-TIPI, its rejects of every disposition, and of
      *    those how many went to suspense and how many were
      *    written off
           05  TRLRH-BR-DETAIL.
               07  TRLRH-BRD-ENT OCCURS 5 TIMES.
                   10  TRLRH-BRD-TIPI  PIC 9(05) OCCURS 9 TIMES.
                   10  TRLRH-BRD-REJ   PIC 9(05).
                   10  TRLRH-BRD-SUSP  PIC 9(05).
                   10  TRLRH-BRD-WOF   PIC 9(05).
