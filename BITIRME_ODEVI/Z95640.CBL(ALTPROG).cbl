      *    which rule set produced this correction, so auditors can
      *    tie any journal entry back to the exact mapping in force
           05  JRNL-RULE-VERSION   PIC X(08).
      *    blank for a correction made by an UPDATE transaction,
      *    'S' for one made by the PBEGNMS cluster-wide sweep
           05  JRNL-ORIGIN         PIC X(01).
      *
      *    rules dataset, fixed columns:
      *      col 1 'V'  cols 2-9  rules-version identifier
           MOVE WS-SUB-FNAME TO JRNL-FNAME-POST
           MOVE WS-SUB-LNAME TO JRNL-LNAME-POST
           MOVE WS-RULES-VERSION TO JRNL-RULE-VERSION
           MOVE SPACE            TO JRNL-ORIGIN
           WRITE JRNL-REC.
           EXIT.

