      * PSTJRNL land here in the same shape, so a statement
      * explains the counter's day too. PBEGSTM reads these back
      * to print per-account statements for a period.
      * Every record carries the posting's unique reference (see
      * POSTREF); a reversal also carries the reference of the
      * posting it reverses, so a statement can print the one
      * against the other.
      *-----------------------
       01  PHST-REC.
           05  PHST-KEY.
                                    SIGN LEADING SEPARATE.
           05  PHST-BALANCE        PIC S9(09)V99
                                    SIGN LEADING SEPARATE.
           05  PHST-POST-REF       PIC X(23).
      *    on a reversal, the original posting's reference;
      *    SPACES on every other posting
           05  PHST-REV-REF        PIC X(23).
