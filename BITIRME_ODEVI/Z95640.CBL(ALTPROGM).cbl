      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ALTPROGM.
       AUTHOR.        Eda Gokeri
      *-----------------------------------------------------------
      * Customer master maintenance, transaction ACUS, on the
      * mapped ACCTCUS/ACCTCMAP screen (the ACCTINQ style). The
      * branch keys a customer's address, national ID and contact
      * details here the day they walk in, instead of waiting for
      * the next PBEGCUS batch run:
      *   ENTER with an ID - shows the customer on file;
      *   PF5 - adds the customer keyed: both names, the first
      *         address line, city, a 5-digit postcode and the
      *         11-digit national ID are required, an ID already
      *         on file is refused;
      *   PF6 - changes the customer on file: every field
      *         overtyped replaces the one on file, fields left
      *         alone are kept (the PBEGCUS change-card rule);
      *         a closed customer changed here comes back active;
      *   PF3 (or CLEAR) exits.
      * Every add and change stamps the date and the signed-on
      * user into CUST-MAINT-DATE / CUST-MAINT-USER. An add also
      * makes the branch the terminal stands in (TERMBR, as
      * ALTPROGP finds it) the customer's home branch, and is
      * refused from a terminal not on the register. A customer
      * is closed only by the batch run, which checks the
      * positions on ACCTREC first.
      *
      * Kept terminal-conversational (SEND MAP / RECEIVE MAP in a
      * loop, RETURN only at exit) to match ALTPROGP's plain,
      * unstaged style; the same pseudo-conversational caveat
      * noted in ALTPROGC applies here.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       DATA DIVISION.
      *-------------
       WORKING-STORAGE SECTION.
       01  WS-RESP               PIC S9(08) COMP.
       01  WS-KEY-ID             PIC 9(05).
       01  WS-DONE-SW            PIC X(01) VALUE 'N'.
           88  WS-DONE                   VALUE 'Y'.
      *    EIBAID byte of the attention key that satisfied the
      *    RECEIVE; the values are the DFHAID constants (PF3='3',
      *    PF5='5', PF6='6', CLEAR=X'6D'), spelled out here because
      *    this course library carries no DFHAID member
       01  WS-AID-CHECK          PIC X(01).
           88  WS-AID-PF3                VALUE '3'.
           88  WS-AID-PF5                VALUE '5'.
           88  WS-AID-PF6                VALUE '6'.
           88  WS-AID-CLEAR              VALUE '_'.
      *    signed-on user, stamped into the maintenance fields
       01  WS-USERID             PIC X(08).
      *    the terminal and the branch TERMBR files it under,
      *    SPACES when the terminal is not registered
       01  WS-TERMID             PIC X(04).
       01  WS-TERM-BRANCH        PIC X(03).
      *    why the keyed image was refused, SPACES when it passes
       01  WS-EDIT-MSG           PIC X(40).
       COPY CUSTREC.
       COPY TERMBR.
       COPY ACCTCUSM.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC
           MOVE EIBTRMID TO WS-TERMID
           PERFORM 1500-LOOK-UP-BRANCH
           MOVE LOW-VALUES TO ACCTCMAPO
           MOVE 'KEY IN A CUSTOMER ID AND PRESS ENTER' TO CMSGLNO
           EXEC CICS SEND MAP('ACCTCMAP') MAPSET('ACCTCUS')
                FROM(ACCTCMAPO)
                ERASE
           END-EXEC
           PERFORM 1000-CONVERSE UNTIL WS-DONE
           EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC
           EXEC CICS RETURN END-EXEC.
      *
       1000-CONVERSE.
           EXEC CICS RECEIVE MAP('ACCTCMAP') MAPSET('ACCTCUS')
                INTO(ACCTCMAPI)
                RESP(WS-RESP)
           END-EXEC
           MOVE EIBAID TO WS-AID-CHECK
           EVALUATE TRUE
              WHEN WS-AID-PF3
                 SET WS-DONE TO TRUE
              WHEN WS-AID-CLEAR
                 SET WS-DONE TO TRUE
              WHEN OTHER
                 IF CINPIDL = ZERO OR CINPIDI IS NOT NUMERIC
                    MOVE LOW-VALUES TO ACCTCMAPO
                    MOVE 'KEY IN A 5-DIGIT CUSTOMER ID' TO CMSGLNO
                 ELSE
                    MOVE FUNCTION NUMVAL(CINPIDI) TO WS-KEY-ID
                    EVALUATE TRUE
                       WHEN WS-AID-PF5
                          PERFORM 3000-ADD-CUSTOMER
                       WHEN WS-AID-PF6
                          PERFORM 4000-CHANGE-CUSTOMER
                       WHEN OTHER
                          PERFORM 2000-SHOW-CUSTOMER
                    END-EVALUATE
                 END-IF
           END-EVALUATE
           IF NOT WS-DONE
              EXEC CICS SEND MAP('ACCTCMAP') MAPSET('ACCTCUS')
                   FROM(ACCTCMAPO)
                   ERASE
              END-EXEC
           END-IF.
           EXIT.
      *
      *    the branch this terminal stands in, for the home branch
      *    of a customer added here
       1500-LOOK-UP-BRANCH.
           MOVE SPACES    TO WS-TERM-BRANCH
           MOVE WS-TERMID TO TERM-ID
           EXEC CICS READ
                FILE('TERMBR')
                INTO(TERM-REC)
                RIDFLD(TERM-ID)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE TERM-BRANCH TO WS-TERM-BRANCH
           END-IF.
           EXIT.
      *
       2000-SHOW-CUSTOMER.
           MOVE LOW-VALUES TO ACCTCMAPO
           MOVE WS-KEY-ID  TO CUST-SEQ
           EXEC CICS READ
                FILE('CUSTREC')
                INTO(CUST-FIELDS)
                RIDFLD(CUST-SEQ)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-KEY-ID TO CINPIDO
              MOVE 'CUSTOMER NOT ON FILE - PF5 TO ADD' TO CMSGLNO
           ELSE
              PERFORM 2500-SHOW-FIELDS
              MOVE 'CUSTOMER SHOWN - PF6 TO CHANGE' TO CMSGLNO
           END-IF.
           EXIT.
      *
       2500-SHOW-FIELDS.
           MOVE CUST-SEQ        TO CINPIDO
           MOVE CUST-AD         TO CADO
           MOVE CUST-SOYAD      TO CSOYADO
           MOVE CUST-ADDR-1     TO CADR1O
           MOVE CUST-ADDR-2     TO CADR2O
           MOVE CUST-CITY       TO CCITYO
           MOVE CUST-POSTCODE   TO CPOSTO
           MOVE CUST-NATL-ID    TO CNATIDO
           MOVE CUST-PHONE      TO CPHONEO
           MOVE CUST-EMAIL      TO CEMAILO
           MOVE CUST-OPEN-DATE  TO COPENO
           MOVE SPACES          TO CMAINTO
           STRING CUST-MAINT-DATE ' ' CUST-MAINT-USER
              DELIMITED BY SIZE INTO CMAINTO
           IF CUST-CLOSED
              MOVE 'CLOSED'   TO CDURUMO
           ELSE
              MOVE 'ACTIVE'   TO CDURUMO
           END-IF.
           EXIT.
      *
      *    the edits PBEGCUS applies to an add card, run against
      *    the image about to be written
       2600-EDIT-CUSTOMER.
           MOVE SPACES TO WS-EDIT-MSG
           INSPECT CUST-FIELDS REPLACING ALL LOW-VALUE BY SPACE
           IF CUST-AD = SPACES OR CUST-SOYAD = SPACES
              MOVE 'NAME AND SURNAME ARE REQUIRED' TO WS-EDIT-MSG
           ELSE
           IF CUST-ADDR-1 = SPACES OR CUST-CITY = SPACES
              MOVE 'ADDRESS LINE 1 AND CITY ARE REQUIRED'
                TO WS-EDIT-MSG
           ELSE
           IF CUST-POSTCODE IS NOT NUMERIC
              MOVE 'POSTCODE MUST BE 5 DIGITS' TO WS-EDIT-MSG
           ELSE
           IF CUST-NATL-ID IS NOT NUMERIC
              MOVE 'NATIONAL ID MUST BE 11 DIGITS' TO WS-EDIT-MSG
           END-IF
           END-IF
           END-IF
           END-IF.
           EXIT.
      *
      *    a new customer from the screen image as keyed, homed at
      *    the terminal's branch; CICS turns away an ID already on
      *    file (DUPREC)
       3000-ADD-CUSTOMER.
           MOVE SPACES      TO CUST-FIELDS
           MOVE WS-KEY-ID   TO CUST-SEQ
           MOVE CADI        TO CUST-AD
           MOVE CSOYADI     TO CUST-SOYAD
           MOVE CADR1I      TO CUST-ADDR-1
           MOVE CADR2I      TO CUST-ADDR-2
           MOVE CCITYI      TO CUST-CITY
           MOVE CPOSTI      TO CUST-POSTCODE
           MOVE CNATIDI     TO CUST-NATL-ID
           MOVE CPHONEI     TO CUST-PHONE
           MOVE CEMAILI     TO CUST-EMAIL
           PERFORM 2600-EDIT-CUSTOMER
           IF WS-EDIT-MSG = SPACES AND WS-TERM-BRANCH = SPACES
              MOVE 'TERMINAL NOT IN TERMBR - CANNOT ADD'
                TO WS-EDIT-MSG
           END-IF
           MOVE LOW-VALUES TO ACCTCMAPO
           IF WS-EDIT-MSG NOT = SPACES
              PERFORM 2500-SHOW-FIELDS
              MOVE SPACES      TO CDURUMO COPENO CMAINTO
              MOVE WS-EDIT-MSG TO CMSGLNO
           ELSE
              SET CUST-ACTIVE TO TRUE
              MOVE WS-TERM-BRANCH TO CUST-BRANCH
              MOVE FUNCTION CURRENT-DATE (1:8) TO CUST-OPEN-DATE
                                                  CUST-MAINT-DATE
              MOVE WS-USERID  TO CUST-MAINT-USER
              EXEC CICS WRITE
                   FILE('CUSTREC')
                   FROM(CUST-FIELDS)
                   RIDFLD(CUST-SEQ)
                   RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(DUPREC)
                 MOVE WS-KEY-ID TO CINPIDO
                 MOVE 'CUSTOMER ALREADY ON FILE - NOT ADDED'
                   TO CMSGLNO
              ELSE
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE WS-KEY-ID TO CINPIDO
                 MOVE 'WRITE FAILED - SEE OPERATIONS' TO CMSGLNO
              ELSE
                 PERFORM 2500-SHOW-FIELDS
                 MOVE 'CUSTOMER ADDED' TO CMSGLNO
              END-IF
              END-IF
           END-IF.
           EXIT.
      *
      *    a change overlays only the fields the operator touched
      *    (a field left alone comes back with length zero); the
      *    record is given back (UNLOCK) when the result fails the
      *    edits, so no customer stays held behind a refusal
       4000-CHANGE-CUSTOMER.
           MOVE WS-KEY-ID  TO CUST-SEQ
           EXEC CICS READ
                FILE('CUSTREC')
                INTO(CUST-FIELDS)
                RIDFLD(CUST-SEQ)
                UPDATE
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE LOW-VALUES TO ACCTCMAPO
              MOVE WS-KEY-ID  TO CINPIDO
              MOVE 'CUSTOMER NOT ON FILE - PF5 TO ADD' TO CMSGLNO
           ELSE
              IF CADL > ZERO
                 MOVE CADI TO CUST-AD
              END-IF
              IF CSOYADL > ZERO
                 MOVE CSOYADI TO CUST-SOYAD
              END-IF
              IF CADR1L > ZERO
                 MOVE CADR1I TO CUST-ADDR-1
              END-IF
              IF CADR2L > ZERO
                 MOVE CADR2I TO CUST-ADDR-2
              END-IF
              IF CCITYL > ZERO
                 MOVE CCITYI TO CUST-CITY
              END-IF
              IF CPOSTL > ZERO
                 MOVE CPOSTI TO CUST-POSTCODE
              END-IF
              IF CNATIDL > ZERO
                 MOVE CNATIDI TO CUST-NATL-ID
              END-IF
              IF CPHONEL > ZERO
                 MOVE CPHONEI TO CUST-PHONE
              END-IF
              IF CEMAILL > ZERO
                 MOVE CEMAILI TO CUST-EMAIL
              END-IF
              PERFORM 2600-EDIT-CUSTOMER
              MOVE LOW-VALUES TO ACCTCMAPO
              IF WS-EDIT-MSG NOT = SPACES
                 EXEC CICS UNLOCK FILE('CUSTREC') END-EXEC
                 PERFORM 2500-SHOW-FIELDS
                 MOVE WS-EDIT-MSG TO CMSGLNO
              ELSE
                 SET CUST-ACTIVE TO TRUE
                 MOVE FUNCTION CURRENT-DATE (1:8) TO CUST-MAINT-DATE
                 MOVE WS-USERID  TO CUST-MAINT-USER
                 EXEC CICS REWRITE
                      FILE('CUSTREC')
                      FROM(CUST-FIELDS)
                      RESP(WS-RESP)
                 END-EXEC
                 PERFORM 2500-SHOW-FIELDS
                 IF WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'REWRITE FAILED - SEE OPERATIONS'
                      TO CMSGLNO
                 ELSE
                    MOVE 'CUSTOMER CHANGED' TO CMSGLNO
                 END-IF
              END-IF
           END-IF.
           EXIT.
