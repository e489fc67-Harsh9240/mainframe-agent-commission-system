       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXN-FILE ASSIGN TO DD1
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-TXN.

           SELECT AGENT-MASTER ASSIGN TO DD2
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-AGT.

           SELECT OPTIONAL LIC-MASTER ASSIGN TO DD3
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-LIC.

           SELECT LIC-OUT ASSIGN TO DD4
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-OUT.

           SELECT CHG-RPT ASSIGN TO DD5
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-CHG.

           SELECT REJ-RPT ASSIGN TO DD6
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-REJ.

       DATA DIVISION.

       FILE SECTION.

      * ---------------- LICENCE MAINTENANCE CARDS ---------------------
      * One card per licence change.  TXN-ACTION: 'A' add a licence for
      * an agent in a state, 'C' change one (a blank field means "keep
      * what the file holds" - a renewal is a 'C' with the new dates),
      * 'D' delete a licence keyed in error.  Agent and state are the
      * key on every card; a licence moving state is a delete and an
      * add.  A licence that lapses or is revoked is not deleted - its
      * expiry date is changed, so loans written while it was good are
      * still paid.  TXN-USER-ID is the user submitting the card and is
      * required on all three; it is stamped on the licence record.
       FD TXN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 TXN-REC.
          05 TXN-ACTION        PIC X(01).
          05 TXN-SP1           PIC X(01).
          05 TXN-AGENT-ID      PIC X(08).
          05 TXN-SP2           PIC X(01).
          05 TXN-STATE         PIC X(10).
          05 TXN-SP3           PIC X(01).
          05 TXN-LIC-NUMBER    PIC X(15).
          05 TXN-SP4           PIC X(01).
          05 TXN-EFF-DATE      PIC X(08).
          05 TXN-SP5           PIC X(01).
          05 TXN-EXP-DATE      PIC X(08).
          05 TXN-SP6           PIC X(01).
          05 TXN-USER-ID       PIC X(08).
          05 TXN-FILLER        PIC X(16).

      * ---------------- AGENT MASTER FILE -----------------------------
      * Same record COMMPGM and AGTMAINT use.  Read only, so a licence
      * can only be added for an agent the master already knows.
       FD AGENT-MASTER
           RECORDING MODE IS F
           RECORD CONTAINS 96 CHARACTERS.
       01 AGENT-MST-REC.
          05 AMS-AGENT-ID      PIC X(08).
          05 AMS-SP1           PIC X(01).
          05 AMS-AGENT-NAME    PIC X(20).
          05 AMS-SP2           PIC X(01).
          05 AMS-BRANCH        PIC X(10).
          05 AMS-SP3           PIC X(01).
          05 AMS-STATUS        PIC X(10).
          05 AMS-SP4           PIC X(01).
          05 AMS-PAYEE-ROUTING PIC 9(09).
          05 AMS-SP5           PIC X(01).
          05 AMS-PAYEE-ACCOUNT PIC X(12).
          05 AMS-SP6           PIC X(01).
          05 AMS-MANAGER-ID    PIC X(08).
          05 AMS-FILLER        PIC X(13).

      * ---------------- LICENCE FILE (CURRENT GENERATION) -------------
      * OPTIONAL because the first maintenance run builds the file
      * from add cards alone.
       FD LIC-MASTER
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 LIC-MASTER-REC PIC X(80).

      * ---------------- LICENCE FILE (NEW GENERATION) -----------------
      * JCL points COMMPGM and LICRPT at this generation once the
      * change listing has been signed off.
       FD LIC-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 LIC-OUT-REC PIC X(80).

      * ---------------- BEFORE/AFTER CHANGE LISTING -------------------
      * One BEFORE/AFTER record pair per applied card - the same audit
      * AGTMAINT keeps for the agent master.
       FD CHG-RPT
           RECORDING MODE IS F
           RECORD CONTAINS 96 CHARACTERS.
       01 CHG-RPT-REC PIC X(96).

      * ---------------- REJECTED CARD LISTING -------------------------
      * Cards that failed validation, with the reason and the date.  A
      * rejected card never half-applies.
       FD REJ-RPT
           RECORDING MODE IS F
           RECORD CONTAINS 96 CHARACTERS.
       01 REJ-RPT-REC PIC X(96).

       WORKING-STORAGE SECTION.

       COPY ERRLOGC.

       COPY LICMSTC.

       01 WS-VARS.
         05 WS-FST-TXN   PIC 9(02).
            88 C05-TXN-SUCCESS   VALUE 00.
            88 C05-TXN-EOF       VALUE 10.

         05 WS-FST-AGT   PIC 9(02).
            88 C05-AGT-SUCCESS   VALUE 00.
            88 C05-AGT-EOF       VALUE 10.

         05 WS-FST-LIC   PIC 9(02).
            88 C05-LIC-SUCCESS   VALUE 00.
            88 C05-LIC-ABSENT    VALUE 05 35.
            88 C05-LIC-EOF       VALUE 10.

         05 WS-FST-OUT   PIC 9(02).
            88 C05-OUT-SUCCESS   VALUE 00.

         05 WS-FST-CHG   PIC 9(02).
            88 C05-CHG-SUCCESS   VALUE 00.

         05 WS-FST-REJ   PIC 9(02).
            88 C05-REJ-SUCCESS   VALUE 00.

      * ---------------- AGENT ID TABLE --------------------------------
      * Only the ids are needed - an add for an agent not on the master
      * is rejected.
         05 WS-AGENT-MAX-ENTRIES PIC 9(04) VALUE 500.
         05 WS-AGENT-TAB-COUNT   PIC 9(04) VALUE 0.
         05 WS-AGENT-TAB.
            10 WS-AGENT-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-AGT-IDX.
               15 WAE-AGENT-ID  PIC X(08).

         05 WS-AGENT-FOUND-SW   PIC X(01) VALUE 'N'.
            88 WS-AGENT-FOUND VALUE 'Y'.

      * ---------------- LICENCE TABLE ---------------------------------
      * The whole current licence file loaded once at 1000-INIT-PARA.
      * Cards apply against the table; deleted rows are switched off
      * and the survivors write back out as the new generation at
      * 3800-WRITE-LICENCES-PARA.
         05 WS-LIC-MAX-ENTRIES PIC 9(04) VALUE 2000.
         05 WS-LIC-TAB-COUNT   PIC 9(04) VALUE 0.
         05 WS-LIC-TAB.
            10 WS-LIC-ENTRY OCCURS 2000 TIMES
                             INDEXED BY WS-LIC-IDX.
               15 WLC-AGENT-ID  PIC X(08).
               15 WLC-STATE     PIC X(10).
               15 WLC-NUMBER    PIC X(15).
               15 WLC-EFF-DATE  PIC 9(08).
               15 WLC-EXP-DATE  PIC 9(08).
               15 WLC-UPD-USER  PIC X(08).
               15 WLC-UPD-DATE  PIC X(08).
               15 WLC-LIVE-SW   PIC X(01).

         05 WS-TXN-MATCH-IDX   PIC 9(04) VALUE 0.
         05 WS-ENTRY-SUB       PIC 9(04) VALUE 0.
         05 WS-TODAY           PIC X(08) VALUE SPACES.

      * ---------------- DATE CHECK ------------------------------------
      * WS-CHK-DATE-X is staged by the caller; a date is good when it
      * is eight digits with a real month and a day that month has.
         05 WS-DATE-OK-SW      PIC X(01) VALUE 'N'.
            88 WS-DATE-OK VALUE 'Y'.
         05 WS-CHK-DATE-X      PIC X(08) VALUE SPACES.
         05 WS-CHK-DATE REDEFINES WS-CHK-DATE-X.
            10 WS-CHK-YEAR     PIC 9(04).
            10 WS-CHK-MONTH    PIC 9(02).
            10 WS-CHK-DAY      PIC 9(02).
         05 WS-MONTH-DAYS-X    PIC X(24)
            VALUE '312931303130313130313031'.
         05 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-X.
            10 WS-MONTH-DAY-MAX PIC 9(02) OCCURS 12 TIMES.

      * ---------------- CARD APPLY WORK FIELDS ------------------------

         05 WS-REJ-REASON      PIC X(25) VALUE SPACES.
         05 WS-NEW-NUMBER      PIC X(15) VALUE SPACES.
         05 WS-NEW-EFF-X       PIC X(08) VALUE SPACES.
         05 WS-NEW-EFF REDEFINES WS-NEW-EFF-X PIC 9(08).
         05 WS-NEW-EXP-X       PIC X(08) VALUE SPACES.
         05 WS-NEW-EXP REDEFINES WS-NEW-EXP-X PIC 9(08).
         05 WS-EFF-OK-SW       PIC X(01) VALUE 'N'.
            88 WS-EFF-OK VALUE 'Y'.
         05 WS-EXP-OK-SW       PIC X(01) VALUE 'N'.
            88 WS-EXP-OK VALUE 'Y'.

      * ---------------- COUNTS ----------------------------------------

         05 WS-ADD-COUNT       PIC 9(07) VALUE 0.
         05 WS-CHG-COUNT       PIC 9(07) VALUE 0.
         05 WS-DEL-COUNT       PIC 9(07) VALUE 0.
         05 WS-REJ-COUNT       PIC 9(07) VALUE 0.
         05 WS-OUT-COUNT       PIC 9(07) VALUE 0.

         05 WS-BEFORE-IMAGE     PIC X(80) VALUE SPACES.
         05 WS-AFTER-IMAGE      PIC X(80) VALUE SPACES.

      * ---------------- REPORT LINES ----------------------------------

         05 CHG-HDR1.
            10 CH1-F1     PIC X(34).
            10 CH1-TITLE  PIC X(28)
               VALUE 'AGENT LICENCE CHANGE AUDIT'.
            10 CH1-F2     PIC X(34).

         05 REJ-HDR1.
            10 RH1-F1     PIC X(34).
            10 RH1-TITLE  PIC X(28)
               VALUE 'REJECTED LICENCE CARDS'.
            10 RH1-F2     PIC X(34).

         05 HDR-FILLER.
            10 HDR-FILL    PIC X(96).

         05 CHG-PAIR-LINE.
            10 CPL-TAG    PIC X(08).
            10 CPL-IMAGE  PIC X(80).
            10 CPL-SP1    PIC X(08).

         05 REJ-LINE.
            10 RJL-ACTION PIC X(01).
            10 RJL-SP1    PIC X(01).
            10 RJL-AGENT  PIC X(08).
            10 RJL-SP2    PIC X(01).
            10 RJL-STATE  PIC X(10).
            10 RJL-SP3    PIC X(01).
            10 RJL-NUMBER PIC X(15).
            10 RJL-SP4    PIC X(01).
            10 RJL-REASON PIC X(25).
            10 RJL-SP5    PIC X(01).
            10 RJL-USER   PIC X(08).
            10 RJL-SP6    PIC X(01).
            10 RJL-DATE   PIC 9(08).
            10 RJL-SP7    PIC X(15).

         05 SUMMARY-LINE.
            10 SML-ADD-LBL PIC X(07) VALUE 'ADDS : '.
            10 SML-ADD     PIC ZZZ,ZZ9.
            10 SML-CHG-LBL PIC X(11) VALUE ' CHANGES : '.
            10 SML-CHG     PIC ZZZ,ZZ9.
            10 SML-DEL-LBL PIC X(11) VALUE ' DELETES : '.
            10 SML-DEL     PIC ZZZ,ZZ9.
            10 SML-REJ-LBL PIC X(11) VALUE ' REJECTS : '.
            10 SML-REJ     PIC ZZZ,ZZ9.
            10 SML-OUT-LBL PIC X(15) VALUE ' LICENCES OUT: '.
            10 SML-OUT     PIC ZZZ,ZZ9.
            10 SML-SP1     PIC X(06).

         05 TRAILER2.
            10 TR2-HYP1 PIC X(37) VALUE ALL '-'.
            10 TR2-TEXT PIC X(13) VALUE 'END OF REPORT'.
            10 TR2-HYP2 PIC X(46) VALUE ALL '-'.

       PROCEDURE DIVISION.

       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM 3000-PROC-PARA
           PERFORM 9000-TERM-PARA.

       1000-INIT-PARA.
           MOVE 'LICMAINT' TO ERL-PROGRAM
           MOVE SPACES     TO ERL-FILE-STATUS
           MOVE 0          TO ERL-SQLCODE

           OPEN INPUT TXN-FILE
           IF NOT C05-TXN-SUCCESS
               MOVE '1000-INIT-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-TXN TO ERL-FILE-STATUS
               MOVE 'TXN-FILE OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM 1300-LOAD-AGENT-IDS-PARA
           PERFORM 1400-LOAD-LICENCES-PARA

           OPEN OUTPUT LIC-OUT
           IF NOT C05-OUT-SUCCESS
               MOVE '1000-INIT-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-OUT TO ERL-FILE-STATUS
               MOVE 'LIC-OUT OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           OPEN OUTPUT CHG-RPT
           IF NOT C05-CHG-SUCCESS
               MOVE '1000-INIT-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-CHG TO ERL-FILE-STATUS
               MOVE 'CHG-RPT OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           OPEN OUTPUT REJ-RPT
           IF NOT C05-REJ-SUCCESS
               MOVE '1000-INIT-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-REJ TO ERL-FILE-STATUS
               MOVE 'REJ-RPT OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           WRITE CHG-RPT-REC FROM CHG-HDR1
           WRITE CHG-RPT-REC FROM HDR-FILLER
           WRITE REJ-RPT-REC FROM REJ-HDR1
           WRITE REJ-RPT-REC FROM HDR-FILLER.

      * ---------------- AGENT ID TABLE LOAD ---------------------------
      * The agent master is required here - without it every add card
      * would reject.
       1300-LOAD-AGENT-IDS-PARA.
           MOVE 0 TO WS-AGENT-TAB-COUNT
           OPEN INPUT AGENT-MASTER
           IF NOT C05-AGT-SUCCESS
              MOVE '1300-LOAD-AGENT-IDS-PARA' TO ERL-PARAGRAPH
              MOVE 08 TO ERL-SEVERITY
              MOVE WS-FST-AGT TO ERL-FILE-STATUS
              MOVE 'AGENT-MASTER OPEN FAILED' TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
           END-IF
           PERFORM UNTIL C05-AGT-EOF
              READ AGENT-MASTER
                 AT END
                    MOVE 10 TO WS-FST-AGT
                 NOT AT END
                    IF WS-AGENT-TAB-COUNT < WS-AGENT-MAX-ENTRIES
                       ADD 1 TO WS-AGENT-TAB-COUNT
                       MOVE AMS-AGENT-ID TO
                          WAE-AGENT-ID(WS-AGENT-TAB-COUNT)
                    ELSE
                       MOVE '1300-LOAD-AGENT-IDS-PARA'
                          TO ERL-PARAGRAPH
                       MOVE 16 TO ERL-SEVERITY
                       MOVE 'AGENT MASTER EXCEEDS TABLE - RAISE WS-AGENT
      -    '-MAX-ENTRIES' TO ERL-TEXT
                       PERFORM 9100-LOG-ERROR-PARA
                       GOBACK
                    END-IF
              END-READ
           END-PERFORM
           CLOSE AGENT-MASTER.

      * ---------------- LICENCE TABLE LOAD ----------------------------
      * An absent licence file is the first-generation build, not an
      * error - the table starts empty and add cards populate it.
       1400-LOAD-LICENCES-PARA.
           MOVE 0 TO WS-LIC-TAB-COUNT
           OPEN INPUT LIC-MASTER
           EVALUATE TRUE
             WHEN C05-LIC-ABSENT
              DISPLAY 'LIC-MASTER NOT PRESENT - BUILDING FIRST '
                 'GENERATION FROM ADD CARDS'
              IF WS-FST-LIC = 05
                 CLOSE LIC-MASTER
              END-IF
             WHEN NOT C05-LIC-SUCCESS
              MOVE '1400-LOAD-LICENCES-PARA' TO ERL-PARAGRAPH
              MOVE 08 TO ERL-SEVERITY
              MOVE WS-FST-LIC TO ERL-FILE-STATUS
              MOVE 'LIC-MASTER OPEN FAILED' TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
             WHEN OTHER
              PERFORM UNTIL C05-LIC-EOF
                 READ LIC-MASTER INTO LICMST-REC
                    AT END
                       MOVE 10 TO WS-FST-LIC
                    NOT AT END
                       IF WS-LIC-TAB-COUNT < WS-LIC-MAX-ENTRIES
                          ADD 1 TO WS-LIC-TAB-COUNT
                          MOVE LIC-AGENT-ID TO
                             WLC-AGENT-ID(WS-LIC-TAB-COUNT)
                          MOVE LIC-STATE TO
                             WLC-STATE(WS-LIC-TAB-COUNT)
                          MOVE LIC-NUMBER TO
                             WLC-NUMBER(WS-LIC-TAB-COUNT)
                          MOVE LIC-EFF-DATE TO
                             WLC-EFF-DATE(WS-LIC-TAB-COUNT)
                          MOVE LIC-EXP-DATE TO
                             WLC-EXP-DATE(WS-LIC-TAB-COUNT)
                          MOVE LIC-UPD-USER TO
                             WLC-UPD-USER(WS-LIC-TAB-COUNT)
                          MOVE LIC-UPD-DATE TO
                             WLC-UPD-DATE(WS-LIC-TAB-COUNT)
                          MOVE 'Y' TO
                             WLC-LIVE-SW(WS-LIC-TAB-COUNT)
                       ELSE
                          MOVE '1400-LOAD-LICENCES-PARA'
                             TO ERL-PARAGRAPH
                          MOVE 16 TO ERL-SEVERITY
                          MOVE 'LICENCE FILE EXCEEDS TABLE - RAISE WS-LI
      -    'C-MAX-ENTRIES' TO ERL-TEXT
                          PERFORM 9100-LOG-ERROR-PARA
                          GOBACK
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LIC-MASTER
           END-EVALUATE.

       3000-PROC-PARA.
           PERFORM 3100-READ-TXN-PARA
              UNTIL C05-TXN-EOF
           PERFORM 3800-WRITE-LICENCES-PARA
           PERFORM 3900-SUMMARY-PARA.

       3100-READ-TXN-PARA.
           READ TXN-FILE
              AT END
                 MOVE 10 TO WS-FST-TXN
              NOT AT END
                 PERFORM 3200-APPLY-TXN-PARA
           END-READ.

      * ---------------- APPLY ONE TRANSACTION CARD --------------------
      * The key and the user id are checked before any action applies
      * - a blank key would false-match every later blank card, and
      * every licence change must say who made it.
       3200-APPLY-TXN-PARA.
           EVALUATE TRUE
             WHEN TXN-AGENT-ID = SPACES
               MOVE 'BLANK AGENT ID' TO WS-REJ-REASON
               PERFORM 3600-REJECT-PARA
             WHEN TXN-STATE = SPACES
               MOVE 'BLANK STATE' TO WS-REJ-REASON
               PERFORM 3600-REJECT-PARA
             WHEN TXN-USER-ID = SPACES
               MOVE 'USER ID MISSING' TO WS-REJ-REASON
               PERFORM 3600-REJECT-PARA
             WHEN OTHER
               PERFORM 3205-FIND-LICENCE-PARA
               EVALUATE TXN-ACTION
                 WHEN 'A'
                   PERFORM 3210-ADD-PARA
                 WHEN 'C'
                   PERFORM 3230-CHANGE-PARA
                 WHEN 'D'
                   PERFORM 3250-DELETE-PARA
                 WHEN OTHER
                   MOVE 'INVALID ACTION CODE' TO WS-REJ-REASON
                   PERFORM 3600-REJECT-PARA
               END-EVALUATE
           END-EVALUATE.

      * Live licence row for TXN-AGENT-ID/TXN-STATE, or zero.
       3205-FIND-LICENCE-PARA.
           MOVE 0 TO WS-TXN-MATCH-IDX
           PERFORM VARYING WS-LIC-IDX FROM 1 BY 1
              UNTIL WS-LIC-IDX > WS-LIC-TAB-COUNT
              IF WLC-AGENT-ID(WS-LIC-IDX) = TXN-AGENT-ID AND
                 WLC-STATE(WS-LIC-IDX) = TXN-STATE AND
                 WLC-LIVE-SW(WS-LIC-IDX) = 'Y'
                 SET WS-TXN-MATCH-IDX TO WS-LIC-IDX
              END-IF
           END-PERFORM.

      * ---------------- ADD A NEW LICENCE -----------------------------
      * The agent must be on the master, the licence number and both
      * dates are required, and the licence cannot expire before it
      * takes effect.
       3210-ADD-PARA.
           MOVE 'N' TO WS-AGENT-FOUND-SW
           PERFORM VARYING WS-AGT-IDX FROM 1 BY 1
              UNTIL WS-AGT-IDX > WS-AGENT-TAB-COUNT
              IF WAE-AGENT-ID(WS-AGT-IDX) = TXN-AGENT-ID
                 MOVE 'Y' TO WS-AGENT-FOUND-SW
              END-IF
           END-PERFORM

           MOVE TXN-LIC-NUMBER TO WS-NEW-NUMBER
           MOVE TXN-EFF-DATE   TO WS-NEW-EFF-X
           MOVE TXN-EXP-DATE   TO WS-NEW-EXP-X
           PERFORM 3300-CHECK-DATES-PARA

           EVALUATE TRUE
             WHEN WS-TXN-MATCH-IDX > 0
               MOVE 'DUPLICATE LICENCE' TO WS-REJ-REASON
               PERFORM 3600-REJECT-PARA
             WHEN NOT WS-AGENT-FOUND
               MOVE 'AGENT NOT ON MASTER' TO WS-REJ-REASON
               PERFORM 3600-REJECT-PARA
             WHEN WS-NEW-NUMBER = SPACES
               MOVE 'LICENCE NUMBER MISSING' TO WS-REJ-REASON
               PERFORM 3600-REJECT-PARA
             WHEN NOT WS-EFF-OK
               MOVE 'INVALID EFFECTIVE DATE' TO WS-REJ-REASON
               PERFORM 3600-REJECT-PARA
             WHEN NOT WS-EXP-OK
               MOVE 'INVALID EXPIRY DATE' TO WS-REJ-REASON
               PERFORM 3600-REJECT-PARA
             WHEN WS-NEW-EXP < WS-NEW-EFF
               MOVE 'EXPIRY BEFORE EFFECTIVE' TO WS-REJ-REASON
               PERFORM 3600-REJECT-PARA
             WHEN OTHER
               PERFORM 3220-ADD-ENTRY-PARA
           END-EVALUATE.

       3220-ADD-ENTRY-PARA.
           IF WS-LIC-TAB-COUNT < WS-LIC-MAX-ENTRIES
              ADD 1 TO WS-LIC-TAB-COUNT
              MOVE TXN-AGENT-ID  TO WLC-AGENT-ID(WS-LIC-TAB-COUNT)
              MOVE TXN-STATE     TO WLC-STATE(WS-LIC-TAB-COUNT)
              MOVE WS-NEW-NUMBER TO WLC-NUMBER(WS-LIC-TAB-COUNT)
              MOVE WS-NEW-EFF    TO WLC-EFF-DATE(WS-LIC-TAB-COUNT)
              MOVE WS-NEW-EXP    TO WLC-EXP-DATE(WS-LIC-TAB-COUNT)
              MOVE TXN-USER-ID   TO WLC-UPD-USER(WS-LIC-TAB-COUNT)
              MOVE WS-TODAY      TO WLC-UPD-DATE(WS-LIC-TAB-COUNT)
              MOVE 'Y'           TO WLC-LIVE-SW(WS-LIC-TAB-COUNT)
              ADD 1 TO WS-ADD-COUNT

              MOVE SPACES TO WS-BEFORE-IMAGE
              MOVE '(NEW LICENCE)' TO WS-BEFORE-IMAGE
              MOVE WS-LIC-TAB-COUNT TO WS-ENTRY-SUB
              PERFORM 3410-FORMAT-ENTRY-PARA
              MOVE LICMST-REC TO WS-AFTER-IMAGE
              PERFORM 3400-WRITE-CHANGE-PAIR-PARA
           ELSE
              MOVE '3220-ADD-ENTRY-PARA' TO ERL-PARAGRAPH
              MOVE 16 TO ERL-SEVERITY
              MOVE 'LICENCE FILE EXCEEDS TABLE - RAISE WS-LIC-MAX-ENTRIE
      -    'S' TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
           END-IF.

      * ---------------- CHANGE AN EXISTING LICENCE -------------------
      * A blank field on the card keeps the file's value; the merged
      * dates are validated the same as on an add.
       3230-CHANGE-PARA.
           IF WS-TXN-MATCH-IDX = 0
              MOVE 'LICENCE NOT ON FILE' TO WS-REJ-REASON
              PERFORM 3600-REJECT-PARA
           ELSE
              MOVE WLC-NUMBER(WS-TXN-MATCH-IDX)   TO WS-NEW-NUMBER
              MOVE WLC-EFF-DATE(WS-TXN-MATCH-IDX) TO WS-NEW-EFF
              MOVE WLC-EXP-DATE(WS-TXN-MATCH-IDX) TO WS-NEW-EXP
              IF TXN-LIC-NUMBER NOT = SPACES
                 MOVE TXN-LIC-NUMBER TO WS-NEW-NUMBER
              END-IF
              IF TXN-EFF-DATE NOT = SPACES
                 MOVE TXN-EFF-DATE TO WS-NEW-EFF-X
              END-IF
              IF TXN-EXP-DATE NOT = SPACES
                 MOVE TXN-EXP-DATE TO WS-NEW-EXP-X
              END-IF
              PERFORM 3300-CHECK-DATES-PARA

              EVALUATE TRUE
                WHEN NOT WS-EFF-OK
                  MOVE 'INVALID EFFECTIVE DATE' TO WS-REJ-REASON
                  PERFORM 3600-REJECT-PARA
                WHEN NOT WS-EXP-OK
                  MOVE 'INVALID EXPIRY DATE' TO WS-REJ-REASON
                  PERFORM 3600-REJECT-PARA
                WHEN WS-NEW-EXP < WS-NEW-EFF
                  MOVE 'EXPIRY BEFORE EFFECTIVE' TO WS-REJ-REASON
                  PERFORM 3600-REJECT-PARA
                WHEN OTHER
                  PERFORM 3240-APPLY-CHANGE-PARA
              END-EVALUATE
           END-IF.

       3240-APPLY-CHANGE-PARA.
           MOVE WS-TXN-MATCH-IDX TO WS-ENTRY-SUB
           PERFORM 3410-FORMAT-ENTRY-PARA
           MOVE LICMST-REC TO WS-BEFORE-IMAGE

           MOVE WS-NEW-NUMBER TO WLC-NUMBER(WS-TXN-MATCH-IDX)
           MOVE WS-NEW-EFF    TO WLC-EFF-DATE(WS-TXN-MATCH-IDX)
           MOVE WS-NEW-EXP    TO WLC-EXP-DATE(WS-TXN-MATCH-IDX)
           MOVE TXN-USER-ID   TO WLC-UPD-USER(WS-TXN-MATCH-IDX)
           MOVE WS-TODAY      TO WLC-UPD-DATE(WS-TXN-MATCH-IDX)
           ADD 1 TO WS-CHG-COUNT

           PERFORM 3410-FORMAT-ENTRY-PARA
           MOVE LICMST-REC TO WS-AFTER-IMAGE
           PERFORM 3400-WRITE-CHANGE-PAIR-PARA.

      * ---------------- DELETE A LICENCE ------------------------------
      * For a licence keyed in error only.  The AFTER line names the
      * user who removed it, since the row itself is gone.
       3250-DELETE-PARA.
           IF WS-TXN-MATCH-IDX = 0
              MOVE 'LICENCE NOT ON FILE' TO WS-REJ-REASON
              PERFORM 3600-REJECT-PARA
           ELSE
              MOVE WS-TXN-MATCH-IDX TO WS-ENTRY-SUB
              PERFORM 3410-FORMAT-ENTRY-PARA
              MOVE LICMST-REC TO WS-BEFORE-IMAGE
              MOVE 'N' TO WLC-LIVE-SW(WS-TXN-MATCH-IDX)
              ADD 1 TO WS-DEL-COUNT

              MOVE SPACES TO WS-AFTER-IMAGE
              STRING '(DELETED BY ' DELIMITED BY SIZE
                     TXN-USER-ID    DELIMITED BY SPACE
                     ' ON '         DELIMITED BY SIZE
                     WS-TODAY       DELIMITED BY SIZE
                     ')'            DELIMITED BY SIZE
                INTO WS-AFTER-IMAGE
              END-STRING
              PERFORM 3400-WRITE-CHANGE-PAIR-PARA
           END-IF.

      * ---------------- DATE CHECK ------------------------------------
      * Sets WS-EFF-OK and WS-EXP-OK for WS-NEW-EFF-X/WS-NEW-EXP-X.
       3300-CHECK-DATES-PARA.
           MOVE WS-NEW-EFF-X TO WS-CHK-DATE-X
           PERFORM 3310-CHECK-ONE-DATE-PARA
           MOVE WS-DATE-OK-SW TO WS-EFF-OK-SW
           MOVE WS-NEW-EXP-X TO WS-CHK-DATE-X
           PERFORM 3310-CHECK-ONE-DATE-PARA
           MOVE WS-DATE-OK-SW TO WS-EXP-OK-SW.

       3310-CHECK-ONE-DATE-PARA.
           MOVE 'N' TO WS-DATE-OK-SW
           IF WS-CHK-DATE-X IS NUMERIC
              IF WS-CHK-YEAR >= 1900 AND
                 WS-CHK-MONTH >= 1 AND WS-CHK-MONTH <= 12
                 IF WS-CHK-DAY >= 1 AND
                    WS-CHK-DAY <= WS-MONTH-DAY-MAX(WS-CHK-MONTH)
                    MOVE 'Y' TO WS-DATE-OK-SW
                 END-IF
              END-IF
           END-IF.

      * ---------------- BEFORE/AFTER LISTING PAIR ---------------------

       3400-WRITE-CHANGE-PAIR-PARA.
           MOVE SPACES          TO CHG-PAIR-LINE
           MOVE 'BEFORE: '      TO CPL-TAG
           MOVE WS-BEFORE-IMAGE TO CPL-IMAGE
           WRITE CHG-RPT-REC FROM CHG-PAIR-LINE
           MOVE SPACES          TO CHG-PAIR-LINE
           MOVE 'AFTER : '      TO CPL-TAG
           MOVE WS-AFTER-IMAGE  TO CPL-IMAGE
           WRITE CHG-RPT-REC FROM CHG-PAIR-LINE
           WRITE CHG-RPT-REC FROM HDR-FILLER.

      * Formats table entry WS-ENTRY-SUB into the licence record.
       3410-FORMAT-ENTRY-PARA.
           MOVE SPACES TO LICMST-REC
           MOVE WLC-AGENT-ID(WS-ENTRY-SUB) TO LIC-AGENT-ID
           MOVE WLC-STATE(WS-ENTRY-SUB)    TO LIC-STATE
           MOVE WLC-NUMBER(WS-ENTRY-SUB)   TO LIC-NUMBER
           MOVE WLC-EFF-DATE(WS-ENTRY-SUB) TO LIC-EFF-DATE
           MOVE WLC-EXP-DATE(WS-ENTRY-SUB) TO LIC-EXP-DATE
           MOVE WLC-UPD-USER(WS-ENTRY-SUB) TO LIC-UPD-USER
           MOVE WLC-UPD-DATE(WS-ENTRY-SUB) TO LIC-UPD-DATE.

      * ---------------- REJECTED CARD LISTING -------------------------

       3600-REJECT-PARA.
           MOVE SPACES          TO REJ-LINE
           MOVE TXN-ACTION      TO RJL-ACTION
           MOVE TXN-AGENT-ID    TO RJL-AGENT
           MOVE TXN-STATE       TO RJL-STATE
           MOVE TXN-LIC-NUMBER  TO RJL-NUMBER
           MOVE WS-REJ-REASON   TO RJL-REASON
           MOVE TXN-USER-ID     TO RJL-USER
           MOVE FUNCTION CURRENT-DATE(1:8) TO RJL-DATE
           WRITE REJ-RPT-REC FROM REJ-LINE
           ADD 1 TO WS-REJ-COUNT.

      * ---------------- NEW GENERATION OF THE LICENCE FILE ------------

       3800-WRITE-LICENCES-PARA.
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
              UNTIL WS-ENTRY-SUB > WS-LIC-TAB-COUNT
              IF WLC-LIVE-SW(WS-ENTRY-SUB) = 'Y'
                 PERFORM 3410-FORMAT-ENTRY-PARA
                 WRITE LIC-OUT-REC FROM LICMST-REC
                 ADD 1 TO WS-OUT-COUNT
              END-IF
           END-PERFORM.

       3900-SUMMARY-PARA.
           MOVE WS-ADD-COUNT TO SML-ADD
           MOVE WS-CHG-COUNT TO SML-CHG
           MOVE WS-DEL-COUNT TO SML-DEL
           MOVE WS-REJ-COUNT TO SML-REJ
           MOVE WS-OUT-COUNT TO SML-OUT
           WRITE CHG-RPT-REC FROM HDR-FILLER
           WRITE CHG-RPT-REC FROM SUMMARY-LINE
           WRITE CHG-RPT-REC FROM HDR-FILLER
           WRITE CHG-RPT-REC FROM TRAILER2
           WRITE REJ-RPT-REC FROM HDR-FILLER
           WRITE REJ-RPT-REC FROM TRAILER2

           DISPLAY 'AGENT LICENCE MAINTENANCE - ADDS ' WS-ADD-COUNT
              ' CHANGES ' WS-CHG-COUNT ' DELETES ' WS-DEL-COUNT
              ' REJECTS ' WS-REJ-COUNT ' RECORDS OUT ' WS-OUT-COUNT.

      * ---------------- SHARED ERROR LOGGING --------------------------

       9100-LOG-ERROR-PARA.
           CALL 'ERRLOG' USING ERRLOG-PARM
           MOVE ERL-SEVERITY TO RETURN-CODE
           MOVE SPACES TO ERL-FILE-STATUS
           MOVE 0      TO ERL-SQLCODE.

       9000-TERM-PARA.
           CLOSE TXN-FILE
           CLOSE LIC-OUT
           CLOSE CHG-RPT
           CLOSE REJ-RPT
           GOBACK.
