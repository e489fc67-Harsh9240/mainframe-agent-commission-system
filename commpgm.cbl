           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-SPL.

           SELECT LOAN-STG ASSIGN TO DD10
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-STG.

           SELECT LICENCE-FILE ASSIGN TO DD11
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-LIC.

       DATA DIVISION.

       FILE SECTION.
          05 CRIT-OVERRIDE      PIC X(01).
          05 CRIT-FILLER        PIC X(07).

      * ---------------- MONTHLY LOAN STAGING FILE ---------------------
      * UNLDPGM's one-pass unload of the month's approved loans - the
      * same file REPPGM reported from - read INTO LNSTG-REC (copybook
      * LNSTGC).  Detail rows arrive city/agent/applicant, so this
      * city's loans come through in the agent order the summary
      * breaks on.
       FD LOAN-STG
           RECORDING MODE IS F
           RECORD CONTAINS 96 CHARACTERS.
       01 LOAN-STG-REC PIC X(96).

       FD COMM-SUMM-PS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
          05 AMS-MANAGER-ID    PIC X(08).
          05 AMS-FILLER        PIC X(13).

      * ---------------- AGENT STATE LICENCE FILE ----------------------
      * LICMAINT's licence file, one row per agent per state, read INTO
      * LICMST-REC (copybook LICMSTC) and loaded into WS-LIC-TAB at
      * 1000-INIT-PARA.
       FD LICENCE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 LICENCE-FILE-REC PIC X(80).

      * ---------------- AGENT EXCEPTION LISTING -----------------------
      * Loans whose AGENT_ID is missing from the agent master or whose
      * agent is TERMINATED are diverted here instead of generating a
      * payment record, with the reason - same idea as REPPGM's reject
      * listing.  So are loans approved in a state on a date the agent
      * (or any agent sharing the loan) held no licence for.
       FD COMM-EXCP-PS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.

       COPY ERRLOGC.

       COPY STGCTLC.

       COPY LNSTGC.

       COPY LICMSTC.

       01 WS-VARS.
         05 WS-FST-PAY   PIC 9(02).
            88 C05-PAY-SUCCESS   VALUE 00.
            88 C05-SPL-ABSENT    VALUE 05 35.
            88 C05-SPL-EOF       VALUE 10.

         05 WS-FST-STG   PIC 9(02).
            88 C05-STG-SUCCESS   VALUE 00.
            88 C05-STG-EOF       VALUE 10.

         05 WS-FST-LIC   PIC 9(02).
            88 C05-LIC-SUCCESS   VALUE 00.
            88 C05-LIC-EOF       VALUE 10.

      * ---------------- LOAN STAGING FILE ENVELOPE -------------------
      * Checked in full at 1010-VERIFY-STAGING-PARA before the stage
      * gate, so a short or mismatched unload stops the run before a
      * single payment record is written.
         05 WS-STG-HDR-SW     PIC X(01) VALUE 'N'.
            88 STG-HDR-SEEN VALUE 'Y'.
         05 WS-STG-TRL-SW     PIC X(01) VALUE 'N'.
            88 STG-TRL-SEEN VALUE 'Y'.
         05 WS-STG-SNAPSHOT   PIC X(14) VALUE SPACES.
         05 WS-STG-COUNT      PIC 9(09) VALUE 0.
         05 WS-STG-HASH       PIC S9(13)V9(02) VALUE 0.
         05 WS-STG-TRL-COUNT  PIC 9(09) VALUE 0.
         05 WS-STG-TRL-HASH   PIC S9(13)V9(02) VALUE 0.

         05 WS-LINE-COUNTER  PIC 9(02) VALUE 0.
         05 WS-PAGE-NUM      PIC 9(02) VALUE 1.
         05 WS-EXCP-REASON       PIC X(23) VALUE SPACES.
         05 WS-EXCP-COUNT        PIC 9(07) VALUE 0.

      * ---------------- AGENT STATE LICENCE TABLE ---------------------
      * LICENCE-FILE loaded once at 1000-INIT-PARA, same pattern as the
      * agent master table above.  3206-CHECK-LICENCE-PARA looks each
      * loan's agent(s) up here for the loan's state and approval date.
         05 WS-LIC-MAX-ENTRIES   PIC 9(04) VALUE 2000.
         05 WS-LIC-TAB-COUNT     PIC 9(04) VALUE 0.
         05 WS-LIC-TAB.
            10 WS-LIC-ENTRY OCCURS 2000 TIMES
                             INDEXED BY WS-LIC-IDX.
               15 WLC-AGENT-ID  PIC X(08).
               15 WLC-STATE     PIC X(10).
               15 WLC-EFF-DATE  PIC 9(08).
               15 WLC-EXP-DATE  PIC 9(08).

         05 WS-LIC-AGENT-ID      PIC X(08) VALUE SPACES.
         05 WS-LICENSED-SW       PIC X(01) VALUE 'N'.
            88 WS-LICENSED VALUE 'Y'.
         05 WS-UNLIC-COUNT       PIC 9(07) VALUE 0.

      * ---------------- AGENT SUBTOTAL / GRAND TOTAL ------------------

         05 WS-PREV-AGENT       PIC X(08) VALUE SPACES.
               VALUE ' LOAN(S) DIVERTED - SEE LISTING'.
            10 ECL-SP1     PIC X(15).

         05 UNLICENSED-COUNT-LINE.
            10 ULC-LABEL   PIC X(25)
               VALUE '  OF WHICH NOT LICENSED: '.
            10 ULC-COUNT   PIC ZZZ,ZZ9.
            10 ULC-TEXT    PIC X(33)
               VALUE ' LOAN(S) - NO LICENCE IN STATE'.
            10 ULC-SP1     PIC X(15).

         05 TRAILER1.
            10 TR1-HYP1 PIC X(30) VALUE ALL '-'.
            10 TR1-TEXT PIC X(11) VALUE 'END OF PAGE'.
            10 TR2-TEXT PIC X(13) VALUE 'END OF REPORT'.
            10 TR2-HYP2 PIC X(30) VALUE ALL '-'.

       PROCEDURE DIVISION.

       0000-MAIN-PARA.
           MOVE CRIT-OVERRIDE TO WS-OVERRIDE-SW
           CLOSE CRIT-FILE

           PERFORM 1010-VERIFY-STAGING-PARA
           PERFORM 1020-STAGE-GATE-PARA

           IF WS-OVERRIDE-RUN
              DISPLAY 'OVERRIDE CARD SUPPLIED - DUPLICATE '
                 'SUPPRESSION DISABLED, FULL REGENERATION'

           PERFORM 1050-BUILD-HDR4-PARA
           PERFORM 1300-LOAD-AGENT-MASTER-PARA
           PERFORM 1350-LOAD-LICENCE-PARA
           PERFORM 1400-LOAD-RATE-TABLE-PARA.

      * ---------------- LOAN STAGING FILE CHECK ----------------------
      * One pass over the whole staging file before anything else is
      * opened: the header must be for the card's month, and the
      * trailer's count/hash must equal the D records actually on the
      * file - the envelope test RECONPGM puts COMM-PAY-PS through.
      * The header's snapshot goes to the stage gate below.
       1010-VERIFY-STAGING-PARA.
           OPEN INPUT LOAN-STG
           IF NOT C05-STG-SUCCESS
               MOVE '1010-VERIFY-STAGING-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-STG TO ERL-FILE-STATUS
               MOVE 'LOAN-STG OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           PERFORM 1015-READ-STAGING-PARA
              UNTIL C05-STG-EOF
           CLOSE LOAN-STG

           IF NOT STG-HDR-SEEN OR NOT STG-TRL-SEEN
               MOVE '1010-VERIFY-STAGING-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE 'LOAN-STG ENVELOPE MISSING' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           IF WS-STG-COUNT NOT = WS-STG-TRL-COUNT OR
              WS-STG-HASH NOT = WS-STG-TRL-HASH
               MOVE '1010-VERIFY-STAGING-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE 'LOAN-STG COUNT/HASH MISMATCH' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF.

       1015-READ-STAGING-PARA.
           READ LOAN-STG INTO LNSTG-REC
              AT END
                 MOVE 10 TO WS-FST-STG
              NOT AT END
                 EVALUATE TRUE
                   WHEN LNS-HEADER
                     IF LNH-SYSTEM NOT = 'LOANSTG' OR
                        LNH-MONTH NOT = WS-CRIT-MONTH OR
                        LNH-YEAR NOT = WS-CRIT-YEAR
                         MOVE '1015-READ-STAGING-PARA'
                            TO ERL-PARAGRAPH
                         MOVE 16 TO ERL-SEVERITY
                         MOVE 'LOAN-STG IS NOT FOR THE CRITERIA PERIOD'
                            TO ERL-TEXT
                         PERFORM 9100-LOG-ERROR-PARA
                         GOBACK
                     END-IF
                     MOVE 'Y'          TO WS-STG-HDR-SW
                     MOVE LNH-SNAPSHOT TO WS-STG-SNAPSHOT
                   WHEN LNS-TRAILER
                     MOVE 'Y'       TO WS-STG-TRL-SW
                     MOVE LNT-COUNT TO WS-STG-TRL-COUNT
                     MOVE LNT-HASH  TO WS-STG-TRL-HASH
                   WHEN LNS-DETAIL
                     ADD 1               TO WS-STG-COUNT
                     ADD LNS-LOAN-AMOUNT TO WS-STG-HASH
                 END-EVALUATE
           END-READ

           IF NOT C05-STG-SUCCESS AND NOT C05-STG-EOF
               MOVE '1015-READ-STAGING-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-STG TO ERL-FILE-STATUS
               MOVE 'LOAN-STG READ FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF.

      * ---------------- PERIOD STAGE GATE -----------------------------
      * The calculation needs the period's extract complete and must
      * not already have run for it.  A deliberate rebuild - the
      * CRIT-OVERRIDE run included - is reopened through STGMAINT
      * first, so it is always on record who sent the period back.
      * The staging file's snapshot must also be the one the extract
      * reported from - a re-unload since then means re-extracting.
       1020-STAGE-GATE-PARA.
           MOVE 'C'           TO STC-FUNCTION
           MOVE ERL-PROGRAM   TO STC-PROGRAM
           MOVE WS-CRIT-CITY  TO STC-CITY
           MOVE WS-CRIT-MONTH TO STC-MONTH
           MOVE WS-CRIT-YEAR  TO STC-YEAR
           MOVE WS-STG-SNAPSHOT TO STC-SNAPSHOT
           SET STC-STAGE-CALC TO TRUE
           CALL 'STGCTL' USING STGCTL-PARM
           IF NOT STC-PASSED
              MOVE '1020-STAGE-GATE-PARA' TO ERL-PARAGRAPH
              MOVE 16 TO ERL-SEVERITY
              MOVE STC-FILE-STATUS TO ERL-FILE-STATUS
              MOVE STC-TEXT TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
           END-IF.

      * ---------------- HDR4 TEXT FROM CURRENT CRITERIA ---------------

       1050-BUILD-HDR4-PARA.
              GOBACK
           END-IF.

      * ---------------- AGENT STATE LICENCE TABLE LOAD ----------------
      * Reads the whole licence file into WS-LIC-TAB up front.  An
      * empty or missing file is a hard stop, as for the agent master -
      * every loan would be diverted as unlicensed.
       1350-LOAD-LICENCE-PARA.
           MOVE 0 TO WS-LIC-TAB-COUNT
           OPEN INPUT LICENCE-FILE
           IF NOT C05-LIC-SUCCESS
               MOVE '1350-LOAD-LICENCE-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-LIC TO ERL-FILE-STATUS
               MOVE 'LICENCE-FILE OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           PERFORM UNTIL C05-LIC-EOF
              READ LICENCE-FILE INTO LICMST-REC
                 AT END
                    MOVE 10 TO WS-FST-LIC
                 NOT AT END
                    IF WS-LIC-TAB-COUNT < WS-LIC-MAX-ENTRIES
                       ADD 1 TO WS-LIC-TAB-COUNT
                       MOVE LIC-AGENT-ID TO
                          WLC-AGENT-ID(WS-LIC-TAB-COUNT)
                       MOVE LIC-STATE TO
                          WLC-STATE(WS-LIC-TAB-COUNT)
                       MOVE LIC-EFF-DATE TO
                          WLC-EFF-DATE(WS-LIC-TAB-COUNT)
                       MOVE LIC-EXP-DATE TO
                          WLC-EXP-DATE(WS-LIC-TAB-COUNT)
                    ELSE
                       MOVE '1350-LOAD-LICENCE-PARA'
                          TO ERL-PARAGRAPH
                       MOVE 16 TO ERL-SEVERITY
                       MOVE 'LICENCE FILE EXCEEDS TABLE - RAISE WS-LIC-M
      -    'AX-ENTRIES' TO ERL-TEXT
                       PERFORM 9100-LOG-ERROR-PARA
                       GOBACK
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LICENCE-FILE

           IF WS-LIC-TAB-COUNT = 0
              MOVE '1350-LOAD-LICENCE-PARA' TO ERL-PARAGRAPH
              MOVE 16 TO ERL-SEVERITY
              MOVE 'LICENCE-FILE IS EMPTY - CANNOT VALIDATE'
                 TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
           END-IF.

      * ---------------- COMMISSION RATE TABLE LOAD --------------------
      * Reads every effective-dated rate row into WS-RATE-TAB.  An
      * empty or missing rate file is a hard stop - with no rates there
           PERFORM 3050-LOAD-SPLIT-PARA
           PERFORM 3500-ADJUSTMENTS-PARA
           PERFORM 3200-FETCH-PARA
              UNTIL C05-STG-EOF
           PERFORM 3295-CLOSE-DETAIL-PARA
           PERFORM 3550-PRINT-ADJ-SECTION-PARA
           PERFORM 3570-PRINT-SPLIT-SECTION-PARA
               GOBACK
           END-IF

           OPEN INPUT LOAN-STG
           IF NOT C05-STG-SUCCESS
               MOVE '3100-OPEN-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-STG TO ERL-FILE-STATUS
               MOVE 'LOAN-STG OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF.

      * Header, control and trailer records were dealt with at
      * 1010-VERIFY-STAGING-PARA; here only this city's detail rows
      * are priced and everything else on the file is passed over.
       3200-FETCH-PARA.
           READ LOAN-STG INTO LNSTG-REC
              AT END
                 MOVE 10 TO WS-FST-STG
           END-READ

           EVALUATE TRUE
             WHEN C05-STG-EOF
               DISPLAY "ALL LOANS PROCESSED"
             WHEN NOT C05-STG-SUCCESS
               MOVE '3200-FETCH-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-STG TO ERL-FILE-STATUS
               MOVE 'LOAN-STG READ FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
             WHEN NOT LNS-DETAIL OR LNS-CITY NOT = WS-CRIT-CITY
               CONTINUE
             WHEN OTHER
               PERFORM 3205-VALIDATE-AGENT-PARA
               IF WS-AGENT-OK
                  PERFORM 3201-FIND-SPLIT-PARA
                  PERFORM 3206-CHECK-LICENCE-PARA
               END-IF
               IF WS-AGENT-OK
                  IF WS-SPLIT-MATCH-IDX > 0
                     PERFORM 3211-CALC-SPLIT-PARA
                  ELSE
                     MOVE LNS-AGENT-ID     TO WS-CHK-AGENT-ID
                     MOVE LNS-APPLICANT-ID TO WS-CHK-APPLICANT-ID
                     MOVE LNS-LOAN-AMOUNT  TO WS-CHK-AMOUNT
                     MOVE 'P' TO WS-HIST-TYPE
                     MOVE WS-CRIT-MONTH TO WS-HIST-STAMP-MONTH
                     MOVE WS-CRIT-YEAR  TO WS-HIST-STAMP-YEAR
               ELSE
                  PERFORM 3207-WRITE-EXCEPTION-PARA
               END-IF
           END-EVALUATE.

      * ---------------- AGENT MASTER VALIDATION -----------------------
           PERFORM VARYING WS-AGT-IDX FROM 1 BY 1
              UNTIL WS-AGT-IDX > WS-AGENT-TAB-COUNT
                 OR WS-AGENT-OK
              IF WAE-AGENT-ID(WS-AGT-IDX) = LNS-AGENT-ID
                 IF WAE-STATUS(WS-AGT-IDX) = 'TERMINATED'
                    MOVE 'AGENT TERMINATED' TO WS-EXCP-REASON
                    MOVE WAE-NAME(WS-AGT-IDX)
              END-IF
           END-PERFORM.

      * ---------------- STATE LICENCE CHECK ---------------------------
      * The loan's agent - or, for a split loan, every agent sharing it
      * - must hold a licence for LNS-STATE in force on the approval
      * date (effective and expiry dates inclusive).  Any agent without
      * one fails the whole loan, which goes to the exception listing
      * and is paid to nobody: a split is never half-applied.
       3206-CHECK-LICENCE-PARA.
           STRING LNS-APPROVAL-DATE(1:4) DELIMITED BY SIZE
                  LNS-APPROVAL-DATE(6:2) DELIMITED BY SIZE
                  LNS-APPROVAL-DATE(9:2) DELIMITED BY SIZE
             INTO WS-APPROVAL-DATE-X
           END-STRING

           IF WS-SPLIT-MATCH-IDX > 0
              PERFORM VARYING WS-SPL-SUB FROM 1 BY 1
                 UNTIL WS-SPL-SUB > 4 OR NOT WS-AGENT-OK
                 IF WSS-AGENT-ID(WS-SPLIT-MATCH-IDX, WS-SPL-SUB)
                    NOT = SPACES
                    MOVE WSS-AGENT-ID(WS-SPLIT-MATCH-IDX, WS-SPL-SUB)
                       TO WS-LIC-AGENT-ID
                    PERFORM 3209-FIND-LICENCE-PARA
                    IF NOT WS-LICENSED
                       MOVE 'N' TO WS-AGENT-OK-SW
                       MOVE 'SPLIT AGT NOT LICENSED' TO WS-EXCP-REASON
                    END-IF
                 END-IF
              END-PERFORM
           ELSE
              MOVE LNS-AGENT-ID TO WS-LIC-AGENT-ID
              PERFORM 3209-FIND-LICENCE-PARA
              IF NOT WS-LICENSED
                 MOVE 'N' TO WS-AGENT-OK-SW
                 MOVE 'AGENT NOT LICENSED' TO WS-EXCP-REASON
              END-IF
           END-IF

           IF NOT WS-AGENT-OK
              ADD 1 TO WS-UNLIC-COUNT
           END-IF.

       3209-FIND-LICENCE-PARA.
           MOVE 'N' TO WS-LICENSED-SW
           PERFORM VARYING WS-LIC-IDX FROM 1 BY 1
              UNTIL WS-LIC-IDX > WS-LIC-TAB-COUNT OR WS-LICENSED
              IF WLC-AGENT-ID(WS-LIC-IDX) = WS-LIC-AGENT-ID AND
                 WLC-STATE(WS-LIC-IDX) = LNS-STATE AND
                 WLC-EFF-DATE(WS-LIC-IDX) <= WS-APPROVAL-DATE-N AND
                 WLC-EXP-DATE(WS-LIC-IDX) >= WS-APPROVAL-DATE-N
                 MOVE 'Y' TO WS-LICENSED-SW
              END-IF
           END-PERFORM.

      * ---------------- DUPLICATE-PAYMENT CHECK -----------------------
      * Reads COMM-HIST directly on the staged booking key (WS-CHK-
      * AGENT-ID/WS-CHK-APPLICANT-ID + period + WS-HIST-TYPE) - a hit
           MOVE 0 TO WS-SPLIT-MATCH-IDX
           PERFORM VARYING WS-SPL-IDX FROM 1 BY 1
              UNTIL WS-SPL-IDX > WS-SPLIT-TAB-COUNT
              IF WSP-APPLICANT-ID(WS-SPL-IDX) = LNS-APPLICANT-ID
                 SET WS-SPLIT-MATCH-IDX TO WS-SPL-IDX
              END-IF
           END-PERFORM.
           PERFORM 3215-APPLY-TIER-PARA
           MOVE WS-COMM-AMOUNT          TO WS-SPLIT-COMM-TOTAL
           MOVE WS-COMM-AMOUNT          TO WS-SPLIT-COMM-REMAIN
           MOVE LNS-LOAN-AMOUNT TO WS-SPLIT-LOAN-TOTAL
           MOVE LNS-LOAN-AMOUNT TO WS-SPLIT-LOAN-REMAIN

           MOVE 0 TO WS-SPL-LAST-SUB
           PERFORM VARYING WS-SPL-SUB FROM 1 BY 1

              MOVE WSS-AGENT-ID(WS-SPLIT-MATCH-IDX, WS-SPL-SUB)
                 TO WS-CHK-AGENT-ID
              MOVE LNS-APPLICANT-ID TO WS-CHK-APPLICANT-ID
              MOVE WS-SHARE-COMM   TO WS-CHK-AMOUNT
              MOVE 'P' TO WS-HIST-TYPE
              MOVE WS-CRIT-MONTH TO WS-HIST-STAMP-MONTH
       3213-BOOK-SHARE-PARA.
           MOVE WSS-AGENT-ID(WS-SPLIT-MATCH-IDX, WS-SPL-SUB)
              TO CPY-AGENT-ID
           MOVE LNS-APPLICANT-ID TO CPY-APPLICANT-ID
           MOVE WS-SHARE-LOAN   TO CPY-LOAN-AMOUNT
           MOVE WS-SHARE-COMM   TO CPY-COMMISSION
           PERFORM 3219-WRITE-PAY-REC-PARA
           PERFORM 3214-BUFFER-SPLIT-LINE-PARA

           IF WSS-AGENT-ID(WS-SPLIT-MATCH-IDX, WS-SPL-SUB)
              = LNS-AGENT-ID
              ADD 1 TO WS-LINE-COUNTER
              MOVE WS-SHARE-COMM TO WS-COMM-AMOUNT
              MOVE WS-SHARE-LOAN TO LNS-LOAN-AMOUNT
              PERFORM 3250-WRITE-PARA
           ELSE
              ADD 1 TO WS-GRAND-COUNT
              ADD 1 TO WS-SPLL-TAB-COUNT
              MOVE WSS-AGENT-ID(WS-SPLIT-MATCH-IDX, WS-SPL-SUB)
                 TO WSL-AGENT-ID(WS-SPLL-TAB-COUNT)
              MOVE LNS-APPLICANT-ID TO
                 WSL-APPLICANT-ID(WS-SPLL-TAB-COUNT)
              MOVE WSS-PCT(WS-SPLIT-MATCH-IDX, WS-SPL-SUB) TO
                 WSL-PCT(WS-SPLL-TAB-COUNT)
      * ---------------- AGENT EXCEPTION LISTING -----------------------

       3207-WRITE-EXCEPTION-PARA.
           MOVE LNS-AGENT-ID            TO EXC-AGENT-ID
           MOVE LNS-APPLICANT-ID        TO EXC-APPLICANT-ID
           MOVE LNS-LOAN-AMOUNT         TO EXC-LOAN-AMOUNT
           MOVE WS-EXCP-REASON          TO EXC-REASON
           WRITE COMM-EXCP-REC
           ADD 1 TO WS-EXCP-COUNT.

      * ---------------- EFFECTIVE-DATED RATE SELECTION ----------------
      * Picks the WS-RATE-TAB row with the latest effective date on or
      * before this loan's LOAN_APPROVAL_DATE (the staging file carries
      * it as ISO YYYY-MM-DD) and fills WS-TIER-TABLE from it.  No row
      * covering the date is a hard stop with a non-zero return code -
      * paying at a wrong rate is worse than not paying at all.
       3208-SELECT-RATE-PARA.
           MOVE 'N' TO WS-RATE-FOUND-SW
           MOVE 0   TO WS-RATE-BEST-DATE

           STRING LNS-APPROVAL-DATE(1:4) DELIMITED BY SIZE
                  LNS-APPROVAL-DATE(6:2) DELIMITED BY SIZE
                  LNS-APPROVAL-DATE(9:2) DELIMITED BY SIZE
             INTO WS-APPROVAL-DATE-X
           END-STRING


           IF NOT WS-RATE-FOUND
              DISPLAY 'NO RATE ROW IN EFFECT ON '
                 LNS-APPROVAL-DATE ' FOR APPLICANT '
                 LNS-APPLICANT-ID ' - ABENDING'
              MOVE '3208-SELECT-RATE-PARA' TO ERL-PARAGRAPH
              MOVE 16 TO ERL-SEVERITY
              MOVE 'NO RATE ROW COVERS LOAN APPROVAL DATE'
           PERFORM 3220-WRITE-PAYMENT-PARA
           PERFORM 3250-WRITE-PARA.

      * Prices LNS-LOAN-AMOUNT with the tiers 3208-SELECT-RATE-
      * PARA put in WS-TIER-TABLE, leaving the result in WS-COMM-
      * AMOUNT.  Shared by the booked-loan path above and the
      * adjustment repricing in 3520-APPLY-ADJ-PARA.
       3215-APPLY-TIER-PARA.
           EVALUATE TRUE
             WHEN LNS-LOAN-AMOUNT <= TIER1-LIMIT
               MOVE TIER1-RATE TO WS-COMM-RATE
             WHEN LNS-LOAN-AMOUNT <= TIER2-LIMIT
               MOVE TIER2-RATE TO WS-COMM-RATE
             WHEN OTHER
               MOVE TIER3-RATE TO WS-COMM-RATE
           END-EVALUATE

           COMPUTE WS-COMM-AMOUNT ROUNDED =
              LNS-LOAN-AMOUNT * WS-COMM-RATE.

      * Every payment-file detail record leaves through here so the
      * trailer's count and hash always cover exactly what was
           ADD CPY-COMMISSION TO WS-PAY-OUT-HASH.

       3220-WRITE-PAYMENT-PARA.
           MOVE LNS-AGENT-ID            TO CPY-AGENT-ID
           MOVE LNS-APPLICANT-ID        TO CPY-APPLICANT-ID
           MOVE LNS-LOAN-AMOUNT         TO CPY-LOAN-AMOUNT
           MOVE WS-COMM-AMOUNT          TO CPY-COMMISSION
           PERFORM 3219-WRITE-PAY-REC-PARA
           MOVE 'P' TO WS-HIST-TYPE
           MOVE WS-CRIT-MONTH TO WS-HIST-STAMP-MONTH
           MOVE WS-CRIT-YEAR  TO WS-HIST-STAMP-YEAR
           PERFORM 3225-WRITE-HISTORY-PARA
           MOVE LNS-AGENT-ID   TO WS-OVR-AGENT-ID
           MOVE WS-COMM-AMOUNT TO WS-OVR-BASE
           PERFORM 3235-BOOK-OVERRIDE-PARA.

           WRITE COMM-SUMM-REC FROM HDR-HYPHENS.

       3250-WRITE-PARA.
           IF NOT WS-FIRST-ROW AND LNS-AGENT-ID NOT = WS-PREV-AGENT
              PERFORM 3255-AGENT-BREAK-PARA
           END-IF

           IF WS-FIRST-ROW
              MOVE LNS-AGENT-ID         TO WS-PREV-AGENT
              MOVE WS-CUR-AGENT-NAME    TO WS-PREV-AGENT-NAME
              MOVE WS-CUR-AGENT-BRANCH  TO WS-PREV-AGENT-BRNCH
              MOVE 'N' TO WS-FIRST-ROW-SW
              PERFORM 3249-PRINT-HEADER-PARA
           END-IF

           MOVE LNS-AGENT-ID         TO CDL-AGENT-ID
           MOVE WS-CUR-AGENT-NAME    TO CDL-AGENT-NAME
           MOVE WS-CUR-AGENT-BRANCH  TO CDL-BRANCH
           MOVE LNS-APPLICANT-ID     TO CDL-APPLICANT-ID
           MOVE LNS-LOAN-AMOUNT      TO CDL-LOAN-AMOUNT
           MOVE WS-COMM-AMOUNT       TO CDL-COMMISSION

           WRITE COMM-SUMM-REC FROM COMM-DETAIL-LINE

           ADD 1 TO WS-AGENT-COUNT
           ADD LNS-LOAN-AMOUNT TO WS-AGENT-LOAN-TOTAL
           ADD WS-COMM-AMOUNT TO WS-AGENT-COMM-TOTAL
           ADD 1 TO WS-GRAND-COUNT
           ADD LNS-LOAN-AMOUNT TO WS-GRAND-LOAN-TOTAL
           ADD WS-COMM-AMOUNT TO WS-GRAND-COMM-TOTAL

           IF WS-LINE-COUNTER > 50
           WRITE COMM-SUMM-REC FROM TRAILER1
           MOVE 0 TO WS-AGENT-COUNT WS-AGENT-LOAN-TOTAL
                     WS-AGENT-COMM-TOTAL
           MOVE LNS-AGENT-ID        TO WS-PREV-AGENT
           MOVE WS-CUR-AGENT-NAME   TO WS-PREV-AGENT-NAME
           MOVE WS-CUR-AGENT-BRANCH TO WS-PREV-AGENT-BRNCH
           ADD 1 TO WS-PAGE-NUM
              IF SPL-AGENT-ID(WS-SPL-SUB) NOT = SPACES
                 ADD 1 TO WS-SPLIT-SHARES
                 ADD SPL-PCT(WS-SPL-SUB) TO WS-SPLIT-PCT-SUM
                 MOVE SPL-AGENT-ID(WS-SPL-SUB) TO LNS-AGENT-ID
                 PERFORM 3205-VALIDATE-AGENT-PARA
                 IF NOT WS-AGENT-OK
                    MOVE 'N' TO WS-SPLIT-OK-SW
           END-IF

           IF NOT WS-SPLIT-OK
              MOVE SPL-AGENT-ID(1)   TO LNS-AGENT-ID
              MOVE SPL-APPLICANT-ID  TO LNS-APPLICANT-ID
              MOVE 0 TO LNS-LOAN-AMOUNT
              PERFORM 3207-WRITE-EXCEPTION-PARA
           ELSE
              IF WS-SPLIT-TAB-COUNT < WS-SPLIT-MAX-ENTRIES
       3560-NET-ONLY-AGENT-PARA.
           IF WAJ-USED-SW(WS-AGJ-IDX) = 'N'
              MOVE 'Y' TO WAJ-USED-SW(WS-AGJ-IDX)
              MOVE WAJ-AGENT-ID(WS-AGJ-IDX) TO LNS-AGENT-ID
              PERFORM 3205-VALIDATE-AGENT-PARA
              MOVE WAJ-AGENT-ID(WS-AGJ-IDX) TO ATL-AGENT
              MOVE WS-CUR-AGENT-NAME        TO ATL-NAME
      * since clawing back from a terminated agent is exactly the case
      * this exists for.
       3520-APPLY-ADJ-PARA.
           MOVE ADJ-AGENT-ID TO LNS-AGENT-ID
           PERFORM 3205-VALIDATE-AGENT-PARA
           IF NOT WS-AGENT-OK
              AND WS-EXCP-REASON NOT = 'AGENT TERMINATED'
              MOVE ADJ-APPLICANT-ID         TO LNS-APPLICANT-ID
              MOVE ADJ-ORIG-AMOUNT          TO
                 LNS-LOAN-AMOUNT
              MOVE 'ADJ AGENT NOT ON FILE'  TO WS-EXCP-REASON
              PERFORM 3207-WRITE-EXCEPTION-PARA
           ELSE
              OR (ADJ-REASON = 'RS'
                  AND (ADJ-ORIG-AMOUNT NOT > 0
                       OR ADJ-NEW-AMOUNT NOT > 0))
              MOVE ADJ-APPLICANT-ID     TO LNS-APPLICANT-ID
              MOVE ADJ-ORIG-AMOUNT      TO LNS-LOAN-AMOUNT
              MOVE 'INVALID ADJ AMOUNT' TO WS-EXCP-REASON
              PERFORM 3207-WRITE-EXCEPTION-PARA
           ELSE
                  ADJ-ORIG-DATE(5:2) DELIMITED BY SIZE
                  '-'                DELIMITED BY SIZE
                  ADJ-ORIG-DATE(7:2) DELIMITED BY SIZE
             INTO LNS-APPROVAL-DATE
           END-STRING

           EVALUATE ADJ-REASON
             WHEN 'CN'
               PERFORM 3208-SELECT-RATE-PARA
               MOVE ADJ-ORIG-AMOUNT TO LNS-LOAN-AMOUNT
               PERFORM 3215-APPLY-TIER-PARA
               COMPUTE WS-ADJ-DELTA = 0 - WS-COMM-AMOUNT
               COMPUTE WS-ADJ-LOAN-DELTA = 0 - ADJ-ORIG-AMOUNT
               PERFORM 3540-BOOK-ADJ-PARA
             WHEN 'RS'
               PERFORM 3208-SELECT-RATE-PARA
               MOVE ADJ-ORIG-AMOUNT TO LNS-LOAN-AMOUNT
               PERFORM 3215-APPLY-TIER-PARA
               MOVE WS-COMM-AMOUNT TO WS-COMM-ORIG
               MOVE ADJ-NEW-AMOUNT TO LNS-LOAN-AMOUNT
               PERFORM 3215-APPLY-TIER-PARA
               MOVE WS-COMM-AMOUNT TO WS-COMM-NEW
               COMPUTE WS-ADJ-DELTA = WS-COMM-NEW - WS-COMM-ORIG
               MOVE 'MANUAL ADJ' TO WS-ADJ-REASON-TEXT
               PERFORM 3540-BOOK-ADJ-PARA
             WHEN OTHER
               MOVE ADJ-APPLICANT-ID        TO LNS-APPLICANT-ID
               MOVE ADJ-ORIG-AMOUNT         TO
                  LNS-LOAN-AMOUNT
               MOVE 'INVALID ADJ REASON'    TO WS-EXCP-REASON
               PERFORM 3207-WRITE-EXCEPTION-PARA
           END-EVALUATE.
           MOVE WS-EXCP-COUNT TO ECL-COUNT
           WRITE COMM-SUMM-REC FROM HDR-FILLER
           WRITE COMM-SUMM-REC FROM EXCEPTION-COUNT-LINE
           MOVE WS-UNLIC-COUNT TO ULC-COUNT
           WRITE COMM-SUMM-REC FROM UNLICENSED-COUNT-LINE

           MOVE WS-DUP-COUNT TO DPC-COUNT
           WRITE COMM-SUMM-REC FROM DUP-COUNT-LINE.

       3300-CLOSE-PARA.
           CLOSE LOAN-STG

           MOVE WS-PAY-OUT-COUNT TO CPT-COUNT
           MOVE WS-PAY-OUT-HASH  TO CPT-HASH
           CLOSE COMM-EXCP-PS
           CLOSE COMM-HIST.

      * Records this stage complete on the period control file so the
      * next stage may run and this one may not run again unreopened.
      * The run itself already succeeded, so a failed update is logged
      * at severity 08 rather than undoing anything.
       9050-MARK-STAGE-PARA.
           MOVE 'M' TO STC-FUNCTION
           CALL 'STGCTL' USING STGCTL-PARM
           IF NOT STC-PASSED
              MOVE '9050-MARK-STAGE-PARA' TO ERL-PARAGRAPH
              MOVE 08 TO ERL-SEVERITY
              MOVE STC-FILE-STATUS TO ERL-FILE-STATUS
              MOVE STC-TEXT TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
           ELSE
              DISPLAY STC-TEXT
           END-IF.

      * ---------------- SHARED ERROR LOGGING --------------------------
      * Routes the staged ERRLOG-PARM through the common ERRLOG module
      * and sets the step return code from the severity; file status
           MOVE 0      TO ERL-SQLCODE.

       9000-TERM-PARA.
           PERFORM 9050-MARK-STAGE-PARA
           GOBACK.
