           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-REJ.

           SELECT OPTIONAL PEND-IN ASSIGN TO DD6
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-PNI.

           SELECT PEND-OUT ASSIGN TO DD7
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-PNO.

       DATA DIVISION.

       FILE SECTION.
      * reporting manager for override commissions - blank for agents
      * with none.  Every card is validated before it touches the
      * master - the master is never edited by hand again.
      * Bank details are under dual control: a 'C' card that changes
      * the payee routing or account only requests the change, which
      * waits on the pending file until a 'V' card from a different
      * user approves it ('X' withdraws it).  TXN-USER-ID is the user
      * submitting the card - the requester on a change, the approver
      * on a 'V', and required on all three.
       FD TXN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 96 CHARACTERS.
          05 TXN-PAYEE-ACCOUNT PIC X(12).
          05 TXN-SP7           PIC X(01).
          05 TXN-MANAGER-ID    PIC X(08).
          05 TXN-SP8           PIC X(01).
          05 TXN-USER-ID       PIC X(08).
          05 TXN-FILLER        PIC X(02).

      * ---------------- AGENT MASTER FILE (CURRENT GENERATION) --------
      * Same record COMMPGM and STMTPGM read.  OPTIONAL because the
      * first ever maintenance run builds the master from add cards
      * alone.  AMS-BANK-CHG-DATE (YYYYMMDD, spaces if never changed)
      * is set when a bank-detail change is approved; PAYFMT holds
      * credits to an account changed inside its cooling-off window.
      * The other programs still see these bytes as AMS-FILLER.
       FD AGENT-MASTER
           RECORDING MODE IS F
           RECORD CONTAINS 96 CHARACTERS.
          05 AMS-PAYEE-ACCOUNT PIC X(12).
          05 AMS-SP6           PIC X(01).
          05 AMS-MANAGER-ID    PIC X(08).
          05 AMS-BANK-CHG-DATE PIC X(08).
          05 AMS-FILLER        PIC X(05).

      * ---------------- AGENT MASTER FILE (NEW GENERATION) ------------
      * The refreshed master - JCL points the commission suite's DD at
           RECORD CONTAINS 96 CHARACTERS.
       01 REJ-RPT-REC PIC X(96).

      * ---------------- PENDING BANK-DETAIL CHANGES -------------------
      * Requested payee routing/account changes not yet approved, with
      * who asked and when.  Last run's file comes in on DD6 (absent on
      * the first run), this run's survivors go out on DD7 - the same
      * generation swap as the master itself.
       FD PEND-IN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 PEND-IN-REC.
          05 PDI-AGENT-ID      PIC X(08).
          05 PDI-SP1           PIC X(01).
          05 PDI-ROUTING       PIC X(09).
          05 PDI-SP2           PIC X(01).
          05 PDI-ACCOUNT       PIC X(12).
          05 PDI-SP3           PIC X(01).
          05 PDI-REQUESTER     PIC X(08).
          05 PDI-SP4           PIC X(01).
          05 PDI-REQ-DATE      PIC X(08).
          05 PDI-FILLER        PIC X(31).

       FD PEND-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 PEND-OUT-REC.
          05 PDO-AGENT-ID      PIC X(08).
          05 PDO-SP1           PIC X(01).
          05 PDO-ROUTING       PIC X(09).
          05 PDO-SP2           PIC X(01).
          05 PDO-ACCOUNT       PIC X(12).
          05 PDO-SP3           PIC X(01).
          05 PDO-REQUESTER     PIC X(08).
          05 PDO-SP4           PIC X(01).
          05 PDO-REQ-DATE      PIC X(08).
          05 PDO-FILLER        PIC X(31).

       WORKING-STORAGE SECTION.

       COPY ERRLOGC.
         05 WS-FST-REJ   PIC 9(02).
            88 C05-REJ-SUCCESS   VALUE 00.

         05 WS-FST-PNI   PIC 9(02).
            88 C05-PNI-SUCCESS   VALUE 00.
            88 C05-PNI-ABSENT    VALUE 05 35.
            88 C05-PNI-EOF       VALUE 10.

         05 WS-FST-PNO   PIC 9(02).
            88 C05-PNO-SUCCESS   VALUE 00.

      * ---------------- AGENT MASTER TABLE ----------------------------
      * The whole current master loaded once at 1000-INIT-PARA - same
      * pattern as COMMPGM's agent table, carrying the payee fields as
               15 WAE-ROUTING   PIC X(09).
               15 WAE-ACCOUNT   PIC X(12).
               15 WAE-MANAGER   PIC X(08).
               15 WAE-BANK-DATE PIC X(08).

         05 WS-TXN-MATCH-IDX   PIC 9(04) VALUE 0.
         05 WS-ENTRY-SUB       PIC 9(04) VALUE 0.

      * ---------------- PENDING BANK-DETAIL CHANGE TABLE --------------
      * Last run's pending file loaded once at 1000-INIT-PARA; new
      * requests are added, approved or withdrawn ones switched off,
      * and what is still open writes out at 3850-WRITE-PENDING-PARA.
      * One open request per agent at a time.
         05 WS-PND-MAX-ENTRIES PIC 9(04) VALUE 500.
         05 WS-PND-TAB-COUNT   PIC 9(04) VALUE 0.
         05 WS-PND-TAB.
            10 WS-PND-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-PND-IDX.
               15 WPD-AGENT-ID  PIC X(08).
               15 WPD-ROUTING   PIC X(09).
               15 WPD-ACCOUNT   PIC X(12).
               15 WPD-REQUESTER PIC X(08).
               15 WPD-REQ-DATE  PIC X(08).
               15 WPD-OPEN-SW   PIC X(01).

         05 WS-PND-MATCH-IDX   PIC 9(04) VALUE 0.
         05 WS-TODAY           PIC X(08) VALUE SPACES.

      * ---------------- ROUTING NUMBER CHECK-DIGIT --------------------
      * Standard ABA weighting 3-7-1 over the nine digits - a routing
      * number whose weighted sum is not a multiple of ten was
         05 WS-MANAGER-OK-SW   PIC X(01) VALUE 'N'.
            88 WS-MANAGER-OK VALUE 'Y'.
         05 WS-MGR-REASON      PIC X(25) VALUE SPACES.
         05 WS-BANK-CHG-SW     PIC X(01) VALUE 'N'.
            88 WS-BANK-CHANGED VALUE 'Y'.

      * ---------------- COUNTS ----------------------------------------

         05 WS-TRM-COUNT       PIC 9(07) VALUE 0.
         05 WS-REJ-COUNT       PIC 9(07) VALUE 0.
         05 WS-OUT-COUNT       PIC 9(07) VALUE 0.
         05 WS-PND-COUNT       PIC 9(07) VALUE 0.
         05 WS-APR-COUNT       PIC 9(07) VALUE 0.
         05 WS-WDR-COUNT       PIC 9(07) VALUE 0.
         05 WS-PND-OUT-COUNT   PIC 9(07) VALUE 0.

      * ---------------- MASTER RECORD IMAGE ---------------------------
      * The 96-byte master shape, built from a table entry - used for
            10 WMI-PAYEE-ACCOUNT PIC X(12).
            10 WMI-SP6           PIC X(01).
            10 WMI-MANAGER-ID    PIC X(08).
            10 WMI-BANK-CHG-DATE PIC X(08).
            10 WMI-FILLER        PIC X(05).

         05 WS-BEFORE-IMAGE     PIC X(96) VALUE SPACES.
         05 WS-AFTER-IMAGE      PIC X(96) VALUE SPACES.
            10 CPL-IMAGE  PIC X(96).
            10 CPL-SP1    PIC X(08).

      * Dual-control line for a bank-detail request, approval or
      * withdrawal, and for each request still awaiting approval.
         05 BANK-LINE.
            10 BKL-TAG       PIC X(10).
            10 BKL-AGENT     PIC X(08).
            10 BKL-SP1       PIC X(01).
            10 BKL-ROUTING   PIC X(09).
            10 BKL-SP2       PIC X(01).
            10 BKL-ACCOUNT   PIC X(12).
            10 BKL-SP3       PIC X(01).
            10 BKL-REQ-LBL   PIC X(13) VALUE 'REQUESTED BY '.
            10 BKL-REQUESTER PIC X(08).
            10 BKL-REQ-ON    PIC X(04) VALUE ' ON '.
            10 BKL-REQ-DATE  PIC X(08).
            10 BKL-SP4       PIC X(01).
            10 BKL-APR-LBL   PIC X(13).
            10 BKL-APPROVER  PIC X(08).
            10 BKL-APR-ON    PIC X(04).
            10 BKL-APR-DATE  PIC X(08).
            10 BKL-SP5       PIC X(03).

         05 SECTION-PND-HDR.
            10 SPH-HYP1 PIC X(34) VALUE ALL '-'.
            10 SPH-TEXT PIC X(39)
               VALUE ' BANK DETAIL CHANGES AWAITING APPROVAL '.
            10 SPH-HYP2 PIC X(39) VALUE ALL '-'.

         05 REJ-LINE.
            10 RJL-ACTION PIC X(01).
            10 RJL-SP1    PIC X(01).
            10 SML-TRM     PIC ZZZ,ZZ9.
            10 SML-REJ-LBL PIC X(11) VALUE ' REJECTS : '.
            10 SML-REJ     PIC ZZZ,ZZ9.
            10 SML-PND-LBL PIC X(11) VALUE ' PENDING : '.
            10 SML-PND     PIC ZZZ,ZZ9.
            10 SML-APR-LBL PIC X(12) VALUE ' APPROVED : '.
            10 SML-APR     PIC ZZZ,ZZ9.
            10 SML-SP1     PIC X(04).

         05 TRAILER2.
            10 TR2-HYP1 PIC X(37) VALUE ALL '-'.
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM 1300-LOAD-AGENT-MASTER-PARA
           PERFORM 1400-LOAD-PENDING-PARA

           OPEN OUTPUT AGENT-OUT
           IF NOT C05-OUT-SUCCESS
               GOBACK
           END-IF

           OPEN OUTPUT PEND-OUT
           IF NOT C05-PNO-SUCCESS
               MOVE '1000-INIT-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-PNO TO ERL-FILE-STATUS
               MOVE 'PEND-OUT OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           WRITE CHG-RPT-REC FROM CHG-HDR1
           WRITE CHG-RPT-REC FROM HDR-FILLER
           WRITE REJ-RPT-REC FROM REJ-HDR1
                             WAE-ACCOUNT(WS-AGENT-TAB-COUNT)
                          MOVE AMS-MANAGER-ID TO
                             WAE-MANAGER(WS-AGENT-TAB-COUNT)
                          MOVE AMS-BANK-CHG-DATE TO
                             WAE-BANK-DATE(WS-AGENT-TAB-COUNT)
                       ELSE
                          MOVE '1300-LOAD-AGENT-MASTER-PARA'
                             TO ERL-PARAGRAPH
              CLOSE AGENT-MASTER
           END-EVALUATE.

      * ---------------- PENDING BANK-DETAIL CHANGE LOAD ---------------
      * An absent pending file (status 05/35) is the first run under
      * dual control - nothing is waiting.  Any other open failure
      * stops the run: carrying on would silently drop every request
      * still awaiting its approver.
       1400-LOAD-PENDING-PARA.
           MOVE 0 TO WS-PND-TAB-COUNT
           OPEN INPUT PEND-IN
           EVALUATE TRUE
             WHEN C05-PNI-ABSENT
              DISPLAY 'PEND-IN NOT PRESENT - NO BANK DETAIL CHANGES '
                 'AWAITING APPROVAL'
              IF WS-FST-PNI = 05
                 CLOSE PEND-IN
              END-IF
             WHEN NOT C05-PNI-SUCCESS
              MOVE '1400-LOAD-PENDING-PARA' TO ERL-PARAGRAPH
              MOVE 08 TO ERL-SEVERITY
              MOVE WS-FST-PNI TO ERL-FILE-STATUS
              MOVE 'PEND-IN OPEN FAILED' TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
             WHEN OTHER
              PERFORM UNTIL C05-PNI-EOF
                 READ PEND-IN
                    AT END
                       MOVE 10 TO WS-FST-PNI
                    NOT AT END
                       IF WS-PND-TAB-COUNT < WS-PND-MAX-ENTRIES
                          ADD 1 TO WS-PND-TAB-COUNT
                          MOVE PDI-AGENT-ID TO
                             WPD-AGENT-ID(WS-PND-TAB-COUNT)
                          MOVE PDI-ROUTING TO
                             WPD-ROUTING(WS-PND-TAB-COUNT)
                          MOVE PDI-ACCOUNT TO
                             WPD-ACCOUNT(WS-PND-TAB-COUNT)
                          MOVE PDI-REQUESTER TO
                             WPD-REQUESTER(WS-PND-TAB-COUNT)
                          MOVE PDI-REQ-DATE TO
                             WPD-REQ-DATE(WS-PND-TAB-COUNT)
                          MOVE 'Y' TO
                             WPD-OPEN-SW(WS-PND-TAB-COUNT)
                       ELSE
                          MOVE '1400-LOAD-PENDING-PARA'
                             TO ERL-PARAGRAPH
                          MOVE 16 TO ERL-SEVERITY
                          MOVE 'PENDING CHANGES EXCEED TABLE - RAISE WS-
      -    'PND-MAX-ENTRIES' TO ERL-TEXT
                          PERFORM 9100-LOG-ERROR-PARA
                          GOBACK
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PEND-IN
           END-EVALUATE.

       3000-PROC-PARA.
           PERFORM 3100-READ-TXN-PARA
              UNTIL C05-TXN-EOF
           PERFORM 3800-WRITE-MASTER-PARA
           PERFORM 3850-WRITE-PENDING-PARA
           PERFORM 3900-SUMMARY-PARA.

       3100-READ-TXN-PARA.
                  PERFORM 3230-CHANGE-PARA
                WHEN 'T'
                  PERFORM 3250-TERMINATE-PARA
                WHEN 'V'
                  PERFORM 3260-APPROVE-BANK-PARA
                WHEN 'X'
                  PERFORM 3270-WITHDRAW-BANK-PARA
                WHEN OTHER
                  MOVE 'INVALID ACTION CODE' TO WS-REJ-REASON
                  PERFORM 3600-REJECT-PARA
                 WAE-ACCOUNT(WS-AGENT-TAB-COUNT)
              MOVE TXN-MANAGER-ID TO
                 WAE-MANAGER(WS-AGENT-TAB-COUNT)
              MOVE SPACES TO
                 WAE-BANK-DATE(WS-AGENT-TAB-COUNT)
              ADD 1 TO WS-ADD-COUNT

              MOVE SPACES TO WS-BEFORE-IMAGE
      * A blank field on the card keeps the master's value; a supplied
      * status or routing number is validated the same as on an add -
      * one mistyped status is how a terminated agent came back to
      * life last quarter.  A new routing or account is validated here
      * but never applied here: it goes to the pending file under the
      * card's user id and the rest of the card applies as usual.
       3230-CHANGE-PARA.
           IF WS-TXN-MATCH-IDX = 0
              MOVE 'AGENT NOT ON MASTER' TO WS-REJ-REASON
                 MOVE TXN-MANAGER-ID TO WS-NEW-MANAGER
              END-IF

              MOVE 'N' TO WS-BANK-CHG-SW
              IF WS-NEW-ROUTING NOT = WAE-ROUTING(WS-TXN-MATCH-IDX) OR
                 WS-NEW-ACCOUNT NOT = WAE-ACCOUNT(WS-TXN-MATCH-IDX)
                 MOVE 'Y' TO WS-BANK-CHG-SW
                 PERFORM 3280-FIND-PENDING-PARA
              END-IF

              MOVE WS-NEW-ROUTING TO WS-RTG-X
              PERFORM 3300-CHECK-ROUTING-PARA
              PERFORM 3310-CHECK-MANAGER-PARA
                WHEN NOT WS-MANAGER-OK
                  MOVE WS-MGR-REASON TO WS-REJ-REASON
                  PERFORM 3600-REJECT-PARA
                WHEN WS-BANK-CHANGED AND TXN-USER-ID = SPACES
                  MOVE 'REQUESTER ID MISSING' TO WS-REJ-REASON
                  PERFORM 3600-REJECT-PARA
                WHEN WS-BANK-CHANGED AND WS-PND-MATCH-IDX > 0
                  MOVE 'BANK CHANGE PENDING' TO WS-REJ-REASON
                  PERFORM 3600-REJECT-PARA
                WHEN OTHER
                  PERFORM 3240-APPLY-CHANGE-PARA
              END-EVALUATE
           END-IF.

      * The bank fields stay as the master holds them; a requested
      * change is parked by 3245-REQUEST-BANK-PARA.  A card that only
      * asked for a bank change has no BEFORE/AFTER pair of its own.
       3240-APPLY-CHANGE-PARA.
           MOVE WS-TXN-MATCH-IDX TO WS-ENTRY-SUB
           PERFORM 3410-FORMAT-ENTRY-PARA
           MOVE WS-NEW-NAME    TO WAE-NAME(WS-TXN-MATCH-IDX)
           MOVE WS-NEW-BRANCH  TO WAE-BRANCH(WS-TXN-MATCH-IDX)
           MOVE WS-NEW-STATUS  TO WAE-STATUS(WS-TXN-MATCH-IDX)
           MOVE WS-NEW-MANAGER TO WAE-MANAGER(WS-TXN-MATCH-IDX)

           PERFORM 3410-FORMAT-ENTRY-PARA
           MOVE WS-MST-IMAGE TO WS-AFTER-IMAGE
           IF WS-AFTER-IMAGE NOT = WS-BEFORE-IMAGE OR
              NOT WS-BANK-CHANGED
              ADD 1 TO WS-CHG-COUNT
              PERFORM 3400-WRITE-CHANGE-PAIR-PARA
           END-IF

           IF WS-BANK-CHANGED
              PERFORM 3245-REQUEST-BANK-PARA
           END-IF.

       3245-REQUEST-BANK-PARA.
           IF WS-PND-TAB-COUNT < WS-PND-MAX-ENTRIES
              ADD 1 TO WS-PND-TAB-COUNT
              MOVE TXN-AGENT-ID   TO WPD-AGENT-ID(WS-PND-TAB-COUNT)
              MOVE WS-NEW-ROUTING TO WPD-ROUTING(WS-PND-TAB-COUNT)
              MOVE WS-NEW-ACCOUNT TO WPD-ACCOUNT(WS-PND-TAB-COUNT)
              MOVE TXN-USER-ID    TO WPD-REQUESTER(WS-PND-TAB-COUNT)
              MOVE WS-TODAY       TO WPD-REQ-DATE(WS-PND-TAB-COUNT)
              MOVE 'Y'            TO WPD-OPEN-SW(WS-PND-TAB-COUNT)
              ADD 1 TO WS-PND-COUNT

              MOVE WS-PND-TAB-COUNT TO WS-PND-MATCH-IDX
              MOVE SPACES       TO BANK-LINE
              MOVE 'PENDING : ' TO BKL-TAG
              PERFORM 3420-FORMAT-BANK-LINE-PARA
              WRITE CHG-RPT-REC FROM BANK-LINE
              WRITE CHG-RPT-REC FROM HDR-FILLER
           ELSE
              MOVE '3245-REQUEST-BANK-PARA' TO ERL-PARAGRAPH
              MOVE 16 TO ERL-SEVERITY
              MOVE 'PENDING CHANGES EXCEED TABLE - RAISE WS-PND-MAX-ENTR
      -    'IES' TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
           END-IF.

      * ---------------- TERMINATE AN AGENT ----------------------------

              PERFORM 3400-WRITE-CHANGE-PAIR-PARA
           END-IF.

      * ---------------- APPROVE A BANK-DETAIL CHANGE ------------------
      * The second pair of eyes: the approver must be named and must
      * not be the user who requested the change.  Only now do the new
      * routing and account reach the master, stamped with today's
      * date so PAYFMT's cooling-off hold can see how fresh they are.
       3260-APPROVE-BANK-PARA.
           PERFORM 3280-FIND-PENDING-PARA
           EVALUATE TRUE
             WHEN WS-TXN-MATCH-IDX = 0
               MOVE 'AGENT NOT ON MASTER' TO WS-REJ-REASON
               PERFORM 3600-REJECT-PARA
             WHEN WS-PND-MATCH-IDX = 0
               MOVE 'NO PENDING BANK CHANGE' TO WS-REJ-REASON
               PERFORM 3600-REJECT-PARA
             WHEN TXN-USER-ID = SPACES
               MOVE 'APPROVER ID MISSING' TO WS-REJ-REASON
               PERFORM 3600-REJECT-PARA
             WHEN TXN-USER-ID = WPD-REQUESTER(WS-PND-MATCH-IDX)
               MOVE 'APPROVER IS REQUESTER' TO WS-REJ-REASON
               PERFORM 3600-REJECT-PARA
             WHEN OTHER
               MOVE WS-TXN-MATCH-IDX TO WS-ENTRY-SUB
               PERFORM 3410-FORMAT-ENTRY-PARA
               MOVE WS-MST-IMAGE TO WS-BEFORE-IMAGE

               MOVE WPD-ROUTING(WS-PND-MATCH-IDX) TO
                  WAE-ROUTING(WS-TXN-MATCH-IDX)
               MOVE WPD-ACCOUNT(WS-PND-MATCH-IDX) TO
                  WAE-ACCOUNT(WS-TXN-MATCH-IDX)
               MOVE WS-TODAY TO WAE-BANK-DATE(WS-TXN-MATCH-IDX)
               MOVE 'N' TO WPD-OPEN-SW(WS-PND-MATCH-IDX)
               ADD 1 TO WS-APR-COUNT

               PERFORM 3410-FORMAT-ENTRY-PARA
               MOVE WS-MST-IMAGE TO WS-AFTER-IMAGE
               MOVE SPACES          TO CHG-PAIR-LINE
               MOVE 'BEFORE: '      TO CPL-TAG
               MOVE WS-BEFORE-IMAGE TO CPL-IMAGE
               WRITE CHG-RPT-REC FROM CHG-PAIR-LINE
               MOVE SPACES          TO CHG-PAIR-LINE
               MOVE 'AFTER : '      TO CPL-TAG
               MOVE WS-AFTER-IMAGE  TO CPL-IMAGE
               WRITE CHG-RPT-REC FROM CHG-PAIR-LINE

               MOVE SPACES          TO BANK-LINE
               MOVE 'APPROVED: '    TO BKL-TAG
               PERFORM 3420-FORMAT-BANK-LINE-PARA
               MOVE 'APPROVED BY '  TO BKL-APR-LBL
               MOVE TXN-USER-ID     TO BKL-APPROVER
               MOVE ' ON '          TO BKL-APR-ON
               MOVE WS-TODAY        TO BKL-APR-DATE
               WRITE CHG-RPT-REC FROM BANK-LINE
               WRITE CHG-RPT-REC FROM HDR-FILLER
           END-EVALUATE.

      * ---------------- WITHDRAW A BANK-DETAIL CHANGE -----------------
      * A mis-keyed or disputed request is withdrawn rather than left
      * to block the agent's next change; the master is untouched.
       3270-WITHDRAW-BANK-PARA.
           PERFORM 3280-FIND-PENDING-PARA
           EVALUATE TRUE
             WHEN WS-PND-MATCH-IDX = 0
               MOVE 'NO PENDING BANK CHANGE' TO WS-REJ-REASON
               PERFORM 3600-REJECT-PARA
             WHEN TXN-USER-ID = SPACES
               MOVE 'USER ID MISSING' TO WS-REJ-REASON
               PERFORM 3600-REJECT-PARA
             WHEN OTHER
               MOVE 'N' TO WPD-OPEN-SW(WS-PND-MATCH-IDX)
               ADD 1 TO WS-WDR-COUNT
               MOVE SPACES          TO BANK-LINE
               MOVE 'WITHDRAWN:'    TO BKL-TAG
               PERFORM 3420-FORMAT-BANK-LINE-PARA
               MOVE 'WITHDRAWN BY ' TO BKL-APR-LBL
               MOVE TXN-USER-ID     TO BKL-APPROVER
               MOVE ' ON '          TO BKL-APR-ON
               MOVE WS-TODAY        TO BKL-APR-DATE
               WRITE CHG-RPT-REC FROM BANK-LINE
               WRITE CHG-RPT-REC FROM HDR-FILLER
           END-EVALUATE.

      * Open pending request for TXN-AGENT-ID, or zero.
       3280-FIND-PENDING-PARA.
           MOVE 0 TO WS-PND-MATCH-IDX
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
              UNTIL WS-PND-IDX > WS-PND-TAB-COUNT
              IF WPD-AGENT-ID(WS-PND-IDX) = TXN-AGENT-ID AND
                 WPD-OPEN-SW(WS-PND-IDX) = 'Y'
                 SET WS-PND-MATCH-IDX TO WS-PND-IDX
              END-IF
           END-PERFORM.

      * ---------------- ROUTING NUMBER CHECK-DIGIT --------------------
      * Nine numeric digits whose 3-7-1 weighted sum is a multiple of
      * ten.  WS-RTG-X is staged by the caller.
           MOVE WAE-STATUS(WS-ENTRY-SUB)   TO WMI-STATUS
           MOVE WAE-ROUTING(WS-ENTRY-SUB)  TO WMI-PAYEE-ROUTING
           MOVE WAE-ACCOUNT(WS-ENTRY-SUB)  TO WMI-PAYEE-ACCOUNT
           MOVE WAE-MANAGER(WS-ENTRY-SUB)  TO WMI-MANAGER-ID
           MOVE WAE-BANK-DATE(WS-ENTRY-SUB) TO WMI-BANK-CHG-DATE.

      * Formats pending entry WS-PND-MATCH-IDX onto BANK-LINE; the
      * caller sets the tag and any approver columns.
       3420-FORMAT-BANK-LINE-PARA.
           MOVE WPD-AGENT-ID(WS-PND-MATCH-IDX)  TO BKL-AGENT
           MOVE WPD-ROUTING(WS-PND-MATCH-IDX)   TO BKL-ROUTING
           MOVE WPD-ACCOUNT(WS-PND-MATCH-IDX)   TO BKL-ACCOUNT
           MOVE 'REQUESTED BY '                 TO BKL-REQ-LBL
           MOVE WPD-REQUESTER(WS-PND-MATCH-IDX) TO BKL-REQUESTER
           MOVE ' ON '                          TO BKL-REQ-ON
           MOVE WPD-REQ-DATE(WS-PND-MATCH-IDX)  TO BKL-REQ-DATE.

      * ---------------- REJECTED CARD LISTING -------------------------

              ADD 1 TO WS-OUT-COUNT
           END-PERFORM.

      * ---------------- NEW GENERATION OF THE PENDING FILE ------------
      * Requests still open carry forward and are listed in their own
      * section, so an approval that never came is seen every run.
       3850-WRITE-PENDING-PARA.
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
              UNTIL WS-PND-IDX > WS-PND-TAB-COUNT
              IF WPD-OPEN-SW(WS-PND-IDX) = 'Y'
                 IF WS-PND-OUT-COUNT = 0
                    WRITE CHG-RPT-REC FROM HDR-FILLER
                    WRITE CHG-RPT-REC FROM SECTION-PND-HDR
                 END-IF
                 MOVE SPACES TO PEND-OUT-REC
                 MOVE WPD-AGENT-ID(WS-PND-IDX)  TO PDO-AGENT-ID
                 MOVE WPD-ROUTING(WS-PND-IDX)   TO PDO-ROUTING
                 MOVE WPD-ACCOUNT(WS-PND-IDX)   TO PDO-ACCOUNT
                 MOVE WPD-REQUESTER(WS-PND-IDX) TO PDO-REQUESTER
                 MOVE WPD-REQ-DATE(WS-PND-IDX)  TO PDO-REQ-DATE
                 WRITE PEND-OUT-REC
                 ADD 1 TO WS-PND-OUT-COUNT

                 SET WS-PND-MATCH-IDX TO WS-PND-IDX
                 MOVE SPACES       TO BANK-LINE
                 MOVE 'AWAITING: ' TO BKL-TAG
                 PERFORM 3420-FORMAT-BANK-LINE-PARA
                 WRITE CHG-RPT-REC FROM BANK-LINE
              END-IF
           END-PERFORM.

       3900-SUMMARY-PARA.
           MOVE WS-ADD-COUNT TO SML-ADD
           MOVE WS-CHG-COUNT TO SML-CHG
           MOVE WS-TRM-COUNT TO SML-TRM
           MOVE WS-REJ-COUNT TO SML-REJ
           MOVE WS-PND-COUNT TO SML-PND
           MOVE WS-APR-COUNT TO SML-APR
           WRITE CHG-RPT-REC FROM HDR-FILLER
           WRITE CHG-RPT-REC FROM SUMMARY-LINE
           WRITE CHG-RPT-REC FROM HDR-FILLER

           DISPLAY 'AGENT MASTER MAINTENANCE - ADDS ' WS-ADD-COUNT
              ' CHANGES ' WS-CHG-COUNT ' TERMINATES ' WS-TRM-COUNT
              ' REJECTS ' WS-REJ-COUNT ' RECORDS OUT ' WS-OUT-COUNT
           DISPLAY 'BANK DETAIL CHANGES - REQUESTED ' WS-PND-COUNT
              ' APPROVED ' WS-APR-COUNT ' WITHDRAWN ' WS-WDR-COUNT
              ' AWAITING APPROVAL ' WS-PND-OUT-COUNT.

      * ---------------- SHARED ERROR LOGGING --------------------------

           CLOSE AGENT-OUT
           CLOSE CHG-RPT
           CLOSE REJ-RPT
           CLOSE PEND-OUT
           GOBACK.
