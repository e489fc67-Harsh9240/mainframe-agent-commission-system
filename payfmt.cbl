           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-HLD.

           SELECT PARM-FILE ASSIGN TO DD8
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-PARM.

       DATA DIVISION.

       FILE SECTION.
      * Read here for the payee routing/account that have sat unused on
      * the master until now.  Routing is taken as X(09) so a
      * non-numeric value diverts to the exception listing instead of
      * abending the read.  AMS-BANK-CHG-DATE is the day AGTMAINT
      * applied an approved routing/account change (spaces if never).
       FD AGENT-MASTER
           RECORDING MODE IS F
           RECORD CONTAINS 96 CHARACTERS.
          05 AMS-PAYEE-ACCOUNT PIC X(12).
          05 AMS-SP6           PIC X(01).
          05 AMS-MANAGER-ID    PIC X(08).
          05 AMS-BANK-CHG-DATE PIC X(08).
          05 AMS-FILLER        PIC X(05).

      * ---------------- PRENOTE STATE FILES ---------------------------
      * Which agent/routing/account combinations have already had their
          05 HLD-YEAR          PIC 9(04).
          05 HLD-FILLER        PIC X(52).

      * ---------------- RUN PARAMETER CARD ----------------------------
      * Cooling-off window in days: a credit to an account whose bank
      * details changed fewer than this many days ago is held for a
      * treasury call-back instead of paid.  Zero turns the hold off.
       FD PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 16 CHARACTERS.
       01 PARM-REC.
          05 PRM-COOL-DAYS     PIC 9(03).
          05 PRM-FILLER        PIC X(13).

       WORKING-STORAGE SECTION.

       COPY ERRLOGC.

       COPY STGCTLC.

       01 WS-VARS.
         05 WS-FST-DSB   PIC 9(02).
            88 C05-DSB-SUCCESS   VALUE 00.
         05 WS-FST-HLD   PIC 9(02).
            88 C05-HLD-SUCCESS   VALUE 00.

         05 WS-FST-PARM  PIC 9(02).
            88 C05-PARM-SUCCESS  VALUE 00.

      * ---------------- RUN PARAMETERS --------------------------------

         05 WS-COOL-DAYS      PIC 9(03) VALUE 0.
         05 WS-TODAY-INT      PIC 9(07) VALUE 0.

      * ---------------- DISBURSEMENT BATCH IDENTITY -------------------

         05 WS-DISB-CITY      PIC X(10) VALUE SPACES.
               15 WAE-NAME      PIC X(20).
               15 WAE-ROUTING   PIC X(09).
               15 WAE-ACCOUNT   PIC X(12).
               15 WAE-BANK-DATE PIC X(08).

         05 WS-AGENT-MATCH-IDX PIC 9(04) VALUE 0.

         05 WS-CUR-ROUTING    PIC X(09) VALUE SPACES.
         05 WS-CUR-ACCOUNT    PIC X(12) VALUE SPACES.
         05 WS-EXCP-REASON    PIC X(23) VALUE SPACES.
         05 WS-CHG-DATE       PIC 9(08) VALUE 0.
         05 WS-CHG-DATE-INT   PIC 9(07) VALUE 0.
         05 WS-DAYS-SINCE     PIC S9(05) VALUE 0.
         05 WS-COOLING-SW     PIC X(01) VALUE 'N'.
            88 WS-IN-COOLING-OFF VALUE 'Y'.

      * ---------------- COOLING-OFF HOLD BUFFER -----------------------
      * Credits held because the account changed inside the window,
      * buffered while the ordinary exceptions print and flushed as
      * their own section for treasury's call-backs.
         05 WS-CHL-MAX-ENTRIES PIC 9(04) VALUE 500.
         05 WS-CHL-TAB-COUNT   PIC 9(04) VALUE 0.
         05 WS-CHL-TAB.
            10 WS-CHL-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-CHL-IDX.
               15 WCH-AGENT-ID  PIC X(08).
               15 WCH-NAME      PIC X(20).
               15 WCH-ROUTING   PIC X(09).
               15 WCH-ACCOUNT   PIC X(12).
               15 WCH-CHG-DATE  PIC 9(08).
               15 WCH-DAYS      PIC S9(05) COMP-3.
               15 WCH-AMOUNT    PIC 9(09)V9(02) COMP-3.

      * ---------------- CONTROL TOTALS --------------------------------

         05 WS-BANK-COUNT     PIC 9(07) VALUE 0.
         05 WS-BANK-HASH      PIC 9(13)V9(02) VALUE 0.
         05 WS-HELD-TOTAL     PIC 9(11)V9(02) VALUE 0.
         05 WS-COOL-COUNT     PIC 9(07) VALUE 0.

      * ---------------- BANK TRANSMISSION RECORDS ---------------------

            10 EXL-REASON    PIC X(23).
            10 EXL-FILLER    PIC X(04).

      * ---------------- COOLING-OFF HOLD SECTION ----------------------

         05 SECTION-CHL-HDR.
            10 SCH-HYP1      PIC X(19) VALUE ALL '-'.
            10 SCH-TEXT      PIC X(42)
               VALUE ' RECENT BANK CHANGES - HELD FOR CALL-BACK '.
            10 SCH-HYP2      PIC X(19) VALUE ALL '-'.

         05 CHL-COL-HDR.
            10 CCH-AGENT     PIC X(09) VALUE 'AGENT'.
            10 CCH-NAME      PIC X(21) VALUE 'NAME'.
            10 CCH-ROUTING   PIC X(10) VALUE 'ROUTING'.
            10 CCH-ACCOUNT   PIC X(13) VALUE 'ACCOUNT'.
            10 CCH-DATE      PIC X(09) VALUE 'CHANGED'.
            10 CCH-DAYS      PIC X(04) VALUE 'DYS'.
            10 CCH-AMOUNT    PIC X(14) VALUE '   HELD AMOUNT'.

         05 CHL-LINE.
            10 CHL-AGENT-ID  PIC X(08).
            10 CHL-SP1       PIC X(01).
            10 CHL-NAME      PIC X(20).
            10 CHL-SP2       PIC X(01).
            10 CHL-ROUTING   PIC X(09).
            10 CHL-SP3       PIC X(01).
            10 CHL-ACCOUNT   PIC X(12).
            10 CHL-SP4       PIC X(01).
            10 CHL-DATE      PIC 9(08).
            10 CHL-SP5       PIC X(01).
            10 CHL-DAYS      PIC ZZ9.
            10 CHL-SP6       PIC X(01).
            10 CHL-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN-PARA.
           MOVE SPACES    TO ERL-FILE-STATUS
           MOVE 0         TO ERL-SQLCODE

           PERFORM 1050-READ-DISB-PERIOD-PARA
           PERFORM 1020-STAGE-GATE-PARA
           PERFORM 1100-READ-PARM-PARA

           PERFORM 1150-VERIFY-DISB-PARA
           PERFORM 1300-LOAD-AGENT-MASTER-PARA
           PERFORM 1400-LOAD-PRENOTE-PARA
               GOBACK
           END-IF.

      * ---------------- PERIOD STAGE GATE -----------------------------
      * Transmission needs the period's disbursement built and must
      * not already have gone - the same DISB-FILE formatted twice is
      * every agent paid twice.
       1020-STAGE-GATE-PARA.
           MOVE 'C'           TO STC-FUNCTION
           MOVE ERL-PROGRAM   TO STC-PROGRAM
           MOVE WS-DISB-CITY  TO STC-CITY
           MOVE WS-DISB-MONTH TO STC-MONTH
           MOVE WS-DISB-YEAR  TO STC-YEAR
           SET STC-STAGE-TRANSMIT TO TRUE
           CALL 'STGCTL' USING STGCTL-PARM
           IF NOT STC-PASSED
              MOVE '1020-STAGE-GATE-PARA' TO ERL-PARAGRAPH
              MOVE 16 TO ERL-SEVERITY
              MOVE STC-FILE-STATUS TO ERL-FILE-STATUS
              MOVE STC-TEXT TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
           END-IF.

      * ---------------- DISBURSEMENT PERIOD ---------------------------
      * The period this run answers for is on DISB-FILE's own header -
      * the parameter card does not carry it - so the header alone is
      * read here to key the stage gate, before anything else is opened
      * or verified.
       1050-READ-DISB-PERIOD-PARA.
           OPEN INPUT DISB-FILE
           IF NOT C05-DSB-SUCCESS
               MOVE '1050-READ-DISB-PERIOD-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-DSB TO ERL-FILE-STATUS
               MOVE 'DISB-FILE OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           READ DISB-FILE
           IF NOT C05-DSB-SUCCESS OR DSB-REC-TYPE NOT = 'H'
              MOVE '1050-READ-DISB-PERIOD-PARA' TO ERL-PARAGRAPH
              MOVE 08 TO ERL-SEVERITY
              MOVE WS-FST-DSB TO ERL-FILE-STATUS
              MOVE 'DISB-FILE HEADER MISSING' TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
           END-IF

           MOVE DSH-CITY  TO WS-DISB-CITY
           MOVE DSH-MONTH TO WS-DISB-MONTH
           MOVE DSH-YEAR  TO WS-DISB-YEAR
           CLOSE DISB-FILE
           MOVE 0 TO WS-FST-DSB.

      * ---------------- RUN PARAMETER CARD ----------------------------
      * Read once the gate has passed - the cooling-off window is the
      * only setting; today is taken once as a day number for the age
      * of each account change.
       1100-READ-PARM-PARA.
           OPEN INPUT PARM-FILE
           IF NOT C05-PARM-SUCCESS
               MOVE '1100-READ-PARM-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-PARM TO ERL-FILE-STATUS
               MOVE 'PARM-FILE OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           READ PARM-FILE
           IF NOT C05-PARM-SUCCESS
               MOVE '1100-READ-PARM-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-PARM TO ERL-FILE-STATUS
               MOVE 'PARM-FILE READ FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           MOVE PRM-COOL-DAYS TO WS-COOL-DAYS
           CLOSE PARM-FILE

           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))).

      * ---------------- DISBURSEMENT ENVELOPE CHECK -------------------
      * A plain read pass over DISB-FILE before anything opens for
      * output: the detail records on file must match the count and
                          WAE-ROUTING(WS-AGENT-TAB-COUNT)
                       MOVE AMS-PAYEE-ACCOUNT TO
                          WAE-ACCOUNT(WS-AGENT-TAB-COUNT)
                       MOVE AMS-BANK-CHG-DATE TO
                          WAE-BANK-DATE(WS-AGENT-TAB-COUNT)
                    ELSE
                       MOVE '1300-LOAD-AGENT-MASTER-PARA'
                          TO ERL-PARAGRAPH
           PERFORM 3100-READ-DISB-PARA
              UNTIL C05-DSB-EOF
           PERFORM 3800-FLUSH-PRENOTE-PARA
           PERFORM 3850-COOLING-SECTION-PARA
           PERFORM 3900-WRITE-TRAILER-PARA.

      * The envelope already passed 1150-VERIFY-DISB-PARA, so this
      * Joins the DSB-DETAIL record to the agent master.  No master
      * record, or a blank/non-numeric routing or account, diverts to
      * the exception listing; an unproven account gets a zero-dollar
      * prenote and its live amount held to next period; an account
      * changed inside the cooling-off window is held to next period
      * whether proven or not.
       3200-FORMAT-PAYMENT-PARA.
           IF NOT WS-HEADER-SEEN
              MOVE '3200-FORMAT-PAYMENT-PARA' TO ERL-PARAGRAPH
                  PERFORM 3600-WRITE-EXCEPTION-PARA
                WHEN OTHER
                  PERFORM 3300-CHECK-PRENOTE-PARA
                  PERFORM 3320-CHECK-COOLING-PARA
                  EVALUATE TRUE
                    WHEN WS-IN-COOLING-OFF
                      PERFORM 3550-COOLING-HOLD-PARA
                    WHEN WS-PN-MATCH-IDX > 0
                      PERFORM 3400-WRITE-CREDIT-PARA
                    WHEN OTHER
                      PERFORM 3500-PRENOTE-AND-HOLD-PARA
                  END-EVALUATE
              END-EVALUATE
           END-IF.

              END-IF
           END-PERFORM.

      * Days since AGTMAINT applied the approved bank change; a blank
      * or unreadable change date means the details predate dual
      * control and are not in any window.
       3320-CHECK-COOLING-PARA.
           MOVE 'N' TO WS-COOLING-SW
           MOVE 0   TO WS-DAYS-SINCE
           IF WS-COOL-DAYS > 0 AND
              WAE-BANK-DATE(WS-AGENT-MATCH-IDX) IS NUMERIC
              MOVE WAE-BANK-DATE(WS-AGENT-MATCH-IDX) TO WS-CHG-DATE
              IF WS-CHG-DATE > 0
                 COMPUTE WS-CHG-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-CHG-DATE)
                 COMPUTE WS-DAYS-SINCE =
                    WS-TODAY-INT - WS-CHG-DATE-INT
                 IF WS-DAYS-SINCE < WS-COOL-DAYS
                    MOVE 'Y' TO WS-COOLING-SW
                 END-IF
              END-IF
           END-IF.

      * ---------------- LIVE CREDIT RECORD ----------------------------

       3400-WRITE-CREDIT-PARA.
           ADD 1 TO WS-CREDIT-COUNT
           ADD 1 TO WS-BANK-COUNT
           ADD DSD-AMOUNT TO WS-BANK-HASH
           PERFORM 3410-CARRY-PRENOTE-PARA.

      * A proven combination carries forward to this cycle's file.
       3410-CARRY-PRENOTE-PARA.
           MOVE 'Y' TO WPN-USED-SW(WS-PN-MATCH-IDX)
           MOVE SPACES TO PRENOTE-OUT-REC
           MOVE WPN-AGENT-ID(WS-PN-MATCH-IDX) TO PNO-AGENT-ID
      * rides the carry-forward layout into next period's DISBPGM run,
      * by which time the account is proven.
       3500-PRENOTE-AND-HOLD-PARA.
           PERFORM 3510-SEND-PRENOTE-PARA
           PERFORM 3520-HOLD-PAYMENT-PARA.

       3510-SEND-PRENOTE-PARA.
           MOVE SPACES         TO BNK-DETAIL
           MOVE 'P'            TO BKD-REC-TYPE
           MOVE DSD-AGENT-ID   TO BKD-AGENT-ID
           MOVE WS-CUR-ROUTING TO PNO-ROUTING
           MOVE WS-CUR-ACCOUNT TO PNO-ACCOUNT
           MOVE FUNCTION CURRENT-DATE(1:8) TO PNO-DATE
           WRITE PRENOTE-OUT-REC.

       3520-HOLD-PAYMENT-PARA.
           MOVE SPACES        TO HOLD-OUT-REC
           MOVE DSD-AGENT-ID  TO HLD-AGENT-ID
           MOVE DSD-AMOUNT    TO HLD-AMOUNT
           ADD 1 TO WS-HELD-COUNT
           ADD DSD-AMOUNT TO WS-HELD-TOTAL.

      * ---------------- COOLING-OFF HOLD ------------------------------
      * No money moves to an account changed inside the window: the
      * live amount takes the HOLD-OUT route to next period, as a
      * prenote hold does, and is listed for treasury to confirm with
      * the agent.  A zero-dollar prenote still goes if the account is
      * unproven - it moves no funds and saves a second cycle's wait.
       3550-COOLING-HOLD-PARA.
           IF WS-PN-MATCH-IDX > 0
              PERFORM 3410-CARRY-PRENOTE-PARA
           ELSE
              PERFORM 3510-SEND-PRENOTE-PARA
           END-IF
           PERFORM 3520-HOLD-PAYMENT-PARA
           ADD 1 TO WS-COOL-COUNT

           IF WS-CHL-TAB-COUNT < WS-CHL-MAX-ENTRIES
              ADD 1 TO WS-CHL-TAB-COUNT
              MOVE DSD-AGENT-ID   TO WCH-AGENT-ID(WS-CHL-TAB-COUNT)
              MOVE WS-CUR-NAME    TO WCH-NAME(WS-CHL-TAB-COUNT)
              MOVE WS-CUR-ROUTING TO WCH-ROUTING(WS-CHL-TAB-COUNT)
              MOVE WS-CUR-ACCOUNT TO WCH-ACCOUNT(WS-CHL-TAB-COUNT)
              MOVE WS-CHG-DATE    TO WCH-CHG-DATE(WS-CHL-TAB-COUNT)
              MOVE WS-DAYS-SINCE  TO WCH-DAYS(WS-CHL-TAB-COUNT)
              MOVE DSD-AMOUNT     TO WCH-AMOUNT(WS-CHL-TAB-COUNT)
           ELSE
              MOVE '3550-COOLING-HOLD-PARA' TO ERL-PARAGRAPH
              MOVE 16 TO ERL-SEVERITY
              MOVE 'COOLING HOLDS EXCEED TABLE - RAISE WS-CHL-MAX-ENTRIE
      -    'S' TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
           END-IF.

      * ---------------- PAYEE EXCEPTION LISTING -----------------------

       3600-WRITE-EXCEPTION-PARA.
              END-IF
           END-PERFORM.

      * ---------------- COOLING-OFF HOLD SECTION ----------------------

       3850-COOLING-SECTION-PARA.
           IF WS-CHL-TAB-COUNT > 0
              MOVE SPACES TO EXCP-RPT-REC
              WRITE EXCP-RPT-REC
              WRITE EXCP-RPT-REC FROM SECTION-CHL-HDR
              WRITE EXCP-RPT-REC FROM CHL-COL-HDR
              PERFORM 3860-COOLING-LINE-PARA
                 VARYING WS-CHL-IDX FROM 1 BY 1
                 UNTIL WS-CHL-IDX > WS-CHL-TAB-COUNT
           END-IF.

       3860-COOLING-LINE-PARA.
           MOVE SPACES                    TO CHL-LINE
           MOVE WCH-AGENT-ID(WS-CHL-IDX)  TO CHL-AGENT-ID
           MOVE WCH-NAME(WS-CHL-IDX)      TO CHL-NAME
           MOVE WCH-ROUTING(WS-CHL-IDX)   TO CHL-ROUTING
           MOVE WCH-ACCOUNT(WS-CHL-IDX)   TO CHL-ACCOUNT
           MOVE WCH-CHG-DATE(WS-CHL-IDX)  TO CHL-DATE
           MOVE WCH-DAYS(WS-CHL-IDX)      TO CHL-DAYS
           MOVE WCH-AMOUNT(WS-CHL-IDX)    TO CHL-AMOUNT
           WRITE EXCP-RPT-REC FROM CHL-LINE.

       3900-WRITE-TRAILER-PARA.
           MOVE WS-BANK-COUNT TO BKT-COUNT
           MOVE WS-BANK-HASH  TO BKT-HASH
           DISPLAY 'BANK FILE BUILT - CREDITS ' WS-CREDIT-COUNT
              ' PRENOTES ' WS-PRENOTE-COUNT
              ' HELD ' WS-HELD-COUNT
              ' EXCEPTIONS ' WS-EXCP-COUNT
           DISPLAY 'COOLING-OFF HOLDS ' WS-COOL-COUNT
              ' WINDOW DAYS ' WS-COOL-DAYS.

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

           CLOSE PRENOTE-OUT
           CLOSE EXCP-RPT
           CLOSE HOLD-OUT
           PERFORM 9050-MARK-STAGE-PARA
           GOBACK.
