       IDENTIFICATION DIVISION.
       PROGRAM-ID. BONUSPGM.

      * ---------------- QUARTERLY PRODUCTION BONUS --------------------
      * Run once a quarter, after the quarter-end month's COMMPGM runs
      * and before that month's DISBPGM run for the paying city.  Each
      * agent's booked loan volume for the quarter is summed off
      * COMM-HIST - payment ('P') share amounts plus adjustment ('A')
      * loan deltas, so a cancelled or restated loan counts at what
      * it finally was - and priced on the bonus schedule in force at
      * the quarter end.  Each bonus earned is booked to COMM-HIST as
      * a 'B' record and written to a COMM-PAY-PS file in COMMPGM's
      * own H/T envelope; that file is concatenated behind the paying
      * city's COMMPGM file on DISBPGM's (and GLPGM's) payment DD, so
      * the bonus nets, carries and pays exactly like commission.
      * A quarter that already has 'B' records on COMM-HIST is refused
      * outright - a second run would be a second set of bonuses.
      * Terminated agents and agents missing from the master earn no
      * bonus; they are listed on the register with the reason.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO DD1
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-PARM.

           SELECT COMM-HIST ASSIGN TO DD2
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHS-KEY
           FILE STATUS IS WS-FST-HST.

           SELECT AGENT-MASTER ASSIGN TO DD3
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-AGT.

           SELECT BONUS-SCHED ASSIGN TO DD4
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-SCH.

           SELECT COMM-PAY-PS ASSIGN TO DD5
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-PAY.

           SELECT BONUS-RPT ASSIGN TO DD6
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-RPT.

       DATA DIVISION.

       FILE SECTION.

      * ---------------- RUN PARAMETER CARD ----------------------------
      * Bonus year and quarter (1-4), plus the city whose quarter-end
      * DISBPGM run carries the bonus file - its COMMPAY header names
      * that city and the quarter's last month, so DISBPGM and GLPGM
      * accept it as part of that period.
       FD PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 16 CHARACTERS.
       01 PARM-REC.
          05 PRM-YEAR          PIC 9(04).
          05 PRM-QUARTER       PIC 9(01).
          05 PRM-PAY-CITY      PIC X(10).
          05 PRM-FILLER        PIC X(01).

      * ---------------- PAID-COMMISSION HISTORY FILE ------------------
      * Read end to end in key sequence for the quarter's volume and
      * for any bonus already booked, then written to by key for the
      * new 'B' records - hence dynamic access.  A bonus record keys
      * on the agent, applicant id QTRBONUS and the quarter's last
      * month; CHS-LOAN-AMOUNT holds the volume the bonus was priced
      * on.
       FD COMM-HIST
           RECORD CONTAINS 80 CHARACTERS.
       01 COMM-HIST-REC.
          05 CHS-KEY.
             10 CHS-AGENT-ID      PIC X(08).
             10 CHS-APPLICANT-ID  PIC X(10).
             10 CHS-YEAR          PIC 9(04).
             10 CHS-MONTH         PIC 9(02).
             10 CHS-REC-TYPE      PIC X(01).
          05 CHS-SP1           PIC X(01).
          05 CHS-LOAN-AMOUNT   PIC S9(09)V9(02).
          05 CHS-SP2           PIC X(01).
          05 CHS-COMMISSION    PIC S9(09)V9(02).
          05 CHS-SP3           PIC X(01).
          05 CHS-PAID-DATE     PIC 9(08).
          05 CHS-FILLER        PIC X(22).

      * ---------------- AGENT MASTER FILE -----------------------------
      * Name for the register and status - a TERMINATED agent earns
      * no bonus, as COMMPGM pays a terminated agent no commission.
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

      * ---------------- BONUS SCHEDULE FILE ---------------------------
      * One record per schedule change, in force from BSC-EFF-DATE
      * until the next record's - the RATE-FILE pattern.  A quarter's
      * volume at or above a tier's threshold earns that tier's rate
      * on the whole volume; the highest tier reached applies.  A zero
      * threshold leaves the tier unused.  Rates carry four decimals,
      * bonus rates on volume being finer than commission rates.
       FD BONUS-SCHED
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 BONUS-SCHED-REC.
          05 BSC-EFF-DATE      PIC 9(08).
          05 BSC-SP1           PIC X(01).
          05 BSC-TIER1-VOLUME  PIC 9(11)V9(02).
          05 BSC-SP2           PIC X(01).
          05 BSC-TIER1-RATE    PIC V9(04).
          05 BSC-SP3           PIC X(01).
          05 BSC-TIER2-VOLUME  PIC 9(11)V9(02).
          05 BSC-SP4           PIC X(01).
          05 BSC-TIER2-RATE    PIC V9(04).
          05 BSC-SP5           PIC X(01).
          05 BSC-TIER3-VOLUME  PIC 9(11)V9(02).
          05 BSC-SP6           PIC X(01).
          05 BSC-TIER3-RATE    PIC V9(04).
          05 BSC-FILLER        PIC X(15).

      * ---------------- BONUS PAYMENT FILE ----------------------------
      * COMMPGM's COMM-PAY-PS layout and envelope, one detail record
      * per bonus paid.  A bonus is not a loan, so the loan amount is
      * zero, as on an override record.
       FD COMM-PAY-PS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 COMM-PAY-REC.
          05 CPY-AGENT-ID      PIC X(08).
          05 CPY-SP1           PIC X(01).
          05 CPY-APPLICANT-ID  PIC X(10).
          05 CPY-SP2           PIC X(01).
          05 CPY-LOAN-AMOUNT   PIC S9(09)V9(02).
          05 CPY-SP3           PIC X(01).
          05 CPY-COMMISSION    PIC S9(09)V9(02).
          05 CPY-FILLER        PIC X(37).

      * ---------------- BONUS REGISTER --------------------------------
       FD BONUS-RPT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 BONUS-RPT-REC PIC X(80).

       WORKING-STORAGE SECTION.

       COPY ERRLOGC.

       COPY STGCTLC.

       01 WS-VARS.
         05 WS-FST-PARM  PIC 9(02).
            88 C05-PARM-SUCCESS  VALUE 00.

         05 WS-FST-HST   PIC 9(02).
            88 C05-HST-SUCCESS   VALUE 00.
            88 C05-HST-EOF       VALUE 10.

         05 WS-FST-AGT   PIC 9(02).
            88 C05-AGT-SUCCESS   VALUE 00.
            88 C05-AGT-EOF       VALUE 10.

         05 WS-FST-SCH   PIC 9(02).
            88 C05-SCH-SUCCESS   VALUE 00.
            88 C05-SCH-EOF       VALUE 10.

         05 WS-FST-PAY   PIC 9(02).
            88 C05-PAY-SUCCESS   VALUE 00.

         05 WS-FST-RPT   PIC 9(02).
            88 C05-RPT-SUCCESS   VALUE 00.

      * ---------------- RUN PARAMETERS --------------------------------
      * The quarter end compares against effective dates as YYYYMM31 -
      * no date on or before the last day of the month can exceed it.

         05 WS-BNS-YEAR       PIC 9(04) VALUE 0.
         05 WS-BNS-QUARTER    PIC 9(01) VALUE 0.
            88 WS-QUARTER-VALID VALUE 1 THRU 4.
         05 WS-PAY-CITY       PIC X(10) VALUE SPACES.
         05 WS-FIRST-MONTH    PIC 9(02) VALUE 0.
         05 WS-LAST-MONTH     PIC 9(02) VALUE 0.
         05 WS-QTR-END-CAP    PIC 9(08) VALUE 0.
         05 WS-BONUS-APPID    PIC X(10) VALUE 'QTRBONUS'.

      * ---------------- AGENT MASTER TABLE ----------------------------

         05 WS-AGENT-MAX-ENTRIES PIC 9(04) VALUE 500.
         05 WS-AGENT-TAB-COUNT   PIC 9(04) VALUE 0.
         05 WS-AGENT-TAB.
            10 WS-AGENT-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-AGT-IDX.
               15 WAE-AGENT-ID  PIC X(08).
               15 WAE-NAME      PIC X(20).
               15 WAE-STATUS    PIC X(10).

         05 WS-AGENT-MATCH-IDX PIC 9(04) VALUE 0.

      * ---------------- BONUS SCHEDULE TABLE --------------------------
      * BONUS-SCHED loaded whole, the RATE-FILE table pattern; the row
      * in force at the quarter end is copied to WS-BONUS-TIERS.

         05 WS-SCHED-MAX-ENTRIES PIC 9(04) VALUE 50.
         05 WS-SCHED-TAB-COUNT   PIC 9(04) VALUE 0.
         05 WS-SCHED-TAB.
            10 WS-SCHED-ENTRY OCCURS 50 TIMES
                               INDEXED BY WS-SCH-IDX.
               15 WSC-EFF-DATE      PIC 9(08).
               15 WSC-TIER1-VOLUME  PIC 9(11)V9(02).
               15 WSC-TIER1-RATE    PIC V9(04).
               15 WSC-TIER2-VOLUME  PIC 9(11)V9(02).
               15 WSC-TIER2-RATE    PIC V9(04).
               15 WSC-TIER3-VOLUME  PIC 9(11)V9(02).
               15 WSC-TIER3-RATE    PIC V9(04).

         05 WS-SCHED-FOUND-SW    PIC X(01) VALUE 'N'.
            88 WS-SCHED-FOUND VALUE 'Y'.
         05 WS-SCHED-BEST-DATE   PIC 9(08) VALUE 0.

         05 WS-BONUS-TIERS.
            10 BTR-EFF-DATE      PIC 9(08).
            10 BTR-TIER1-VOLUME  PIC 9(11)V9(02).
            10 BTR-TIER1-RATE    PIC V9(04).
            10 BTR-TIER2-VOLUME  PIC 9(11)V9(02).
            10 BTR-TIER2-RATE    PIC V9(04).
            10 BTR-TIER3-VOLUME  PIC 9(11)V9(02).
            10 BTR-TIER3-RATE    PIC V9(04).

      * ---------------- QUARTER VOLUME BY AGENT -----------------------
      * Key sequence hands each agent's history over contiguously, so
      * a new agent id always opens a new entry - no search needed.

         05 WS-VOL-MAX-ENTRIES   PIC 9(04) VALUE 500.
         05 WS-VOL-TAB-COUNT     PIC 9(04) VALUE 0.
         05 WS-VOL-TAB.
            10 WS-VOL-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-VOL-IDX.
               15 WVL-AGENT-ID   PIC X(08).
               15 WVL-VOLUME     PIC S9(11)V9(02) COMP-3.

         05 WS-BOOKED-SW         PIC X(01) VALUE 'N'.
            88 WS-QUARTER-BOOKED VALUE 'Y'.
         05 WS-BOOKED-AGENT      PIC X(08) VALUE SPACES.

      * ---------------- ONE AGENT'S BONUS -----------------------------

         05 WS-AGENT-VOLUME      PIC S9(11)V9(02) VALUE 0.
         05 WS-BONUS-RATE        PIC V9(04)       VALUE 0.
         05 WS-BONUS-AMOUNT      PIC S9(09)V9(02) VALUE 0.
         05 WS-BONUS-NOTE        PIC X(12)        VALUE SPACES.

      * ---------------- CONTROL TOTALS --------------------------------
      * WS-PAY-OUT-COUNT/HASH go on the COMMPAY trailer, the same
      * figures DISBPGM and GLPGM verify the segment against.

         05 WS-PAY-OUT-COUNT     PIC 9(07) VALUE 0.
         05 WS-PAY-OUT-HASH      PIC S9(13)V9(02) VALUE 0.
         05 WS-TOT-VOLUME        PIC S9(13)V9(02) VALUE 0.
         05 WS-BELOW-COUNT       PIC 9(07) VALUE 0.
         05 WS-TERM-COUNT        PIC 9(07) VALUE 0.
         05 WS-NOMST-COUNT       PIC 9(07) VALUE 0.

         05 CPY-HDR.
            10 CPH-REC-TYPE  PIC X(01) VALUE 'H'.
            10 CPH-SP1       PIC X(01) VALUE SPACES.
            10 CPH-SYSTEM    PIC X(08) VALUE 'COMMPAY'.
            10 CPH-SP2       PIC X(01) VALUE SPACES.
            10 CPH-CITY      PIC X(10).
            10 CPH-SP3       PIC X(01) VALUE SPACES.
            10 CPH-MONTH     PIC 9(02).
            10 CPH-SP4       PIC X(01) VALUE SPACES.
            10 CPH-YEAR      PIC 9(04).
            10 CPH-SP5       PIC X(01) VALUE SPACES.
            10 CPH-RUN-DATE  PIC 9(08).
            10 CPH-FILLER    PIC X(42) VALUE SPACES.

         05 CPY-TRL.
            10 CPT-REC-TYPE  PIC X(01) VALUE 'T'.
            10 CPT-SP1       PIC X(01) VALUE SPACES.
            10 CPT-COUNT     PIC 9(07).
            10 CPT-SP2       PIC X(01) VALUE SPACES.
            10 CPT-HASH      PIC S9(13)V9(02).
            10 CPT-FILLER    PIC X(55) VALUE SPACES.

      * ---------------- REPORT LINES ----------------------------------

         05 HDR1.
            10 HDR1-F1     PIC X(21).
            10 HDR1-TITLE  PIC X(38)
               VALUE 'QUARTERLY PRODUCTION BONUS REGISTER'.
            10 HDR1-F2     PIC X(21).

         05 HDR-FILLER.
            10 HDR-FILL    PIC X(80).

         05 HDR2.
            10 HDR2-DATE-LBL PIC X(06) VALUE 'DATE: '.
            10 HDR2-DATE.
               15 WS-YEAR  PIC 9(04).
               15 HDR2-D1  PIC X VALUE '-'.
               15 WS-MONTH PIC 9(02).
               15 HDR2-D2  PIC X VALUE '-'.
               15 WS-DAY   PIC 9(02).
            10 HDR2-SP1 PIC X(64).

         05 QUARTER-LINE.
            10 QTL-LABEL      PIC X(10) VALUE 'QUARTER: Q'.
            10 QTL-QUARTER    PIC 9(01).
            10 QTL-SP1        PIC X(01).
            10 QTL-YEAR       PIC 9(04).
            10 QTL-PAY-LBL    PIC X(14) VALUE '   PAID WITH: '.
            10 QTL-CITY       PIC X(10).
            10 QTL-SP2        PIC X(01).
            10 QTL-MONTH      PIC 9(02).
            10 QTL-SLASH      PIC X(01) VALUE '/'.
            10 QTL-PAY-YEAR   PIC 9(04).
            10 QTL-SP3        PIC X(32).

         05 SCHED-LINE.
            10 SDL-LABEL      PIC X(29)
               VALUE 'BONUS SCHEDULE EFFECTIVE    '.
            10 SDL-EFF-DATE   PIC 9(08).
            10 SDL-SP1        PIC X(43).

         05 TIER-LINE.
            10 TRL-LABEL      PIC X(05) VALUE 'TIER '.
            10 TRL-TIER       PIC 9(01).
            10 TRL-FROM-LBL   PIC X(23)
               VALUE '  VOLUME FROM          '.
            10 TRL-VOLUME     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            10 TRL-RATE-LBL   PIC X(09) VALUE '   RATE: '.
            10 TRL-RATE       PIC .9999.
            10 TRL-SP1        PIC X(20).

         05 COL-HDR.
            10 BCH-AGENT      PIC X(09) VALUE 'AGENT'.
            10 BCH-NAME       PIC X(21) VALUE 'NAME'.
            10 BCH-VOLUME     PIC X(15) VALUE ' QUARTER VOLUME'.
            10 BCH-SP1        PIC X(01).
            10 BCH-RATE       PIC X(05) VALUE ' RATE'.
            10 BCH-SP2        PIC X(01).
            10 BCH-BONUS      PIC X(15) VALUE '          BONUS'.
            10 BCH-SP3        PIC X(01).
            10 BCH-NOTE       PIC X(12) VALUE 'NOTE'.

         05 AGENT-LINE.
            10 AGL-AGENT      PIC X(08).
            10 AGL-SP1        PIC X(01).
            10 AGL-NAME       PIC X(20).
            10 AGL-SP2        PIC X(01).
            10 AGL-VOLUME     PIC -ZZZ,ZZZ,ZZ9.99.
            10 AGL-SP3        PIC X(01).
            10 AGL-RATE       PIC .9999.
            10 AGL-SP4        PIC X(01).
            10 AGL-BONUS      PIC -ZZZ,ZZZ,ZZ9.99.
            10 AGL-SP5        PIC X(01).
            10 AGL-NOTE       PIC X(12).

         05 TOTAL-LINE.
            10 TTL-LABEL      PIC X(27) VALUE 'TOTAL'.
            10 TTL-VOLUME     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
            10 TTL-SP1        PIC X(07).
            10 TTL-BONUS      PIC -ZZZ,ZZZ,ZZ9.99.
            10 TTL-SP2        PIC X(13).

         05 SUMMARY-LINE.
            10 SML-PAID-LBL   PIC X(08) VALUE 'PAID : '.
            10 SML-PAID       PIC ZZZ,ZZ9.
            10 SML-BLW-LBL    PIC X(16) VALUE '  BELOW TIER : '.
            10 SML-BELOW      PIC ZZZ,ZZ9.
            10 SML-TRM-LBL    PIC X(16) VALUE '  TERMINATED : '.
            10 SML-TERM       PIC ZZZ,ZZ9.
            10 SML-NOM-LBL    PIC X(12) VALUE '  NO MSTR : '.
            10 SML-NOMST      PIC ZZZ,ZZ9.

         05 TRAILER2.
            10 TR2-HYP1 PIC X(33) VALUE ALL '-'.
            10 TR2-TEXT PIC X(13) VALUE 'END OF REPORT'.
            10 TR2-HYP2 PIC X(34) VALUE ALL '-'.

       PROCEDURE DIVISION.

       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM 3000-PROC-PARA
           PERFORM 9000-TERM-PARA.

       1000-INIT-PARA.
           MOVE 'BONUSPGM' TO ERL-PROGRAM
           MOVE SPACES     TO ERL-FILE-STATUS
           MOVE 0          TO ERL-SQLCODE

           OPEN INPUT PARM-FILE
           IF NOT C05-PARM-SUCCESS
               MOVE '1000-INIT-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-PARM TO ERL-FILE-STATUS
               MOVE 'PARM-FILE OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           READ PARM-FILE
           IF NOT C05-PARM-SUCCESS
               MOVE '1000-INIT-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-PARM TO ERL-FILE-STATUS
               MOVE 'PARM-FILE READ FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           MOVE PRM-YEAR     TO WS-BNS-YEAR
           MOVE PRM-QUARTER  TO WS-BNS-QUARTER
           MOVE PRM-PAY-CITY TO WS-PAY-CITY
           CLOSE PARM-FILE

           IF WS-BNS-YEAR = 0 OR NOT WS-QUARTER-VALID
              OR WS-PAY-CITY = SPACES
              MOVE '1000-INIT-PARA' TO ERL-PARAGRAPH
              MOVE 16 TO ERL-SEVERITY
              MOVE 'INVALID YEAR, QUARTER OR PAYING CITY ON CARD'
                 TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
           END-IF

           COMPUTE WS-LAST-MONTH  = WS-BNS-QUARTER * 3
           COMPUTE WS-FIRST-MONTH = WS-LAST-MONTH - 2
           COMPUTE WS-QTR-END-CAP =
              WS-BNS-YEAR * 10000 + WS-LAST-MONTH * 100 + 31

           PERFORM 1020-STAGE-GATE-PARA
           PERFORM 1300-LOAD-AGENT-MASTER-PARA
           PERFORM 1400-LOAD-SCHEDULE-PARA
           PERFORM 1450-SELECT-SCHEDULE-PARA

           OPEN I-O COMM-HIST
           IF NOT C05-HST-SUCCESS
               MOVE '1000-INIT-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-HST TO ERL-FILE-STATUS
               MOVE 'COMM-HIST OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF.

      * ---------------- PERIOD STAGE GATE -----------------------------
      * The bonus file rides on the paying city's quarter-end DISBPGM
      * run, so that run must still be ahead: the same check DISBPGM
      * makes for itself - RECONPGM's verdict in, disbursement not yet
      * built.  Nothing is marked here; the stage stays DISBPGM's.
       1020-STAGE-GATE-PARA.
           MOVE 'C'           TO STC-FUNCTION
           MOVE ERL-PROGRAM   TO STC-PROGRAM
           MOVE WS-PAY-CITY   TO STC-CITY
           MOVE WS-LAST-MONTH TO STC-MONTH
           MOVE WS-BNS-YEAR   TO STC-YEAR
           MOVE SPACES        TO STC-SNAPSHOT
           SET STC-STAGE-DISB TO TRUE
           CALL 'STGCTL' USING STGCTL-PARM
           IF NOT STC-PASSED
              MOVE '1020-STAGE-GATE-PARA' TO ERL-PARAGRAPH
              MOVE 16 TO ERL-SEVERITY
              MOVE STC-FILE-STATUS TO ERL-FILE-STATUS
              MOVE STC-TEXT TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
           END-IF.

      * ---------------- AGENT MASTER TABLE LOAD -----------------------

       1300-LOAD-AGENT-MASTER-PARA.
           MOVE 0 TO WS-AGENT-TAB-COUNT
           OPEN INPUT AGENT-MASTER
           IF NOT C05-AGT-SUCCESS
               MOVE '1300-LOAD-AGENT-MASTER-PARA' TO ERL-PARAGRAPH
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
                       MOVE AMS-AGENT-NAME TO
                          WAE-NAME(WS-AGENT-TAB-COUNT)
                       MOVE AMS-STATUS TO
                          WAE-STATUS(WS-AGENT-TAB-COUNT)
                    ELSE
                       MOVE '1300-LOAD-AGENT-MASTER-PARA'
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

      * ---------------- BONUS SCHEDULE TABLE LOAD ---------------------
      * An empty or missing schedule is a hard stop, as an empty rate
      * file is for COMMPGM.
       1400-LOAD-SCHEDULE-PARA.
           MOVE 0 TO WS-SCHED-TAB-COUNT
           OPEN INPUT BONUS-SCHED
           IF NOT C05-SCH-SUCCESS
               MOVE '1400-LOAD-SCHEDULE-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-SCH TO ERL-FILE-STATUS
               MOVE 'BONUS-SCHED OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           PERFORM UNTIL C05-SCH-EOF
              READ BONUS-SCHED
                 AT END
                    MOVE 10 TO WS-FST-SCH
                 NOT AT END
                    IF WS-SCHED-TAB-COUNT < WS-SCHED-MAX-ENTRIES
                       ADD 1 TO WS-SCHED-TAB-COUNT
                       MOVE BSC-EFF-DATE TO
                          WSC-EFF-DATE(WS-SCHED-TAB-COUNT)
                       MOVE BSC-TIER1-VOLUME TO
                          WSC-TIER1-VOLUME(WS-SCHED-TAB-COUNT)
                       MOVE BSC-TIER1-RATE TO
                          WSC-TIER1-RATE(WS-SCHED-TAB-COUNT)
                       MOVE BSC-TIER2-VOLUME TO
                          WSC-TIER2-VOLUME(WS-SCHED-TAB-COUNT)
                       MOVE BSC-TIER2-RATE TO
                          WSC-TIER2-RATE(WS-SCHED-TAB-COUNT)
                       MOVE BSC-TIER3-VOLUME TO
                          WSC-TIER3-VOLUME(WS-SCHED-TAB-COUNT)
                       MOVE BSC-TIER3-RATE TO
                          WSC-TIER3-RATE(WS-SCHED-TAB-COUNT)
                    ELSE
                       MOVE '1400-LOAD-SCHEDULE-PARA'
                          TO ERL-PARAGRAPH
                       MOVE 16 TO ERL-SEVERITY
                       MOVE 'BONUS SCHEDULE EXCEEDS TABLE - RAISE WS-SCH
      -    'ED-MAX-ENTRIES' TO ERL-TEXT
                       PERFORM 9100-LOG-ERROR-PARA
                       GOBACK
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BONUS-SCHED

           IF WS-SCHED-TAB-COUNT = 0
              MOVE '1400-LOAD-SCHEDULE-PARA' TO ERL-PARAGRAPH
              MOVE 16 TO ERL-SEVERITY
              MOVE 'BONUS-SCHED IS EMPTY - NO SCHEDULE TO PAY AT'
                 TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
           END-IF.

      * ---------------- SCHEDULE IN FORCE AT THE QUARTER END ----------
      * The latest row effective on or before the quarter's last day,
      * the way COMMPGM picks a rate row by approval date.  Tiers must
      * climb - a used tier at or below the one before it would make
      * the highest-tier-reached rule ambiguous.
       1450-SELECT-SCHEDULE-PARA.
           MOVE 'N' TO WS-SCHED-FOUND-SW
           MOVE 0   TO WS-SCHED-BEST-DATE
           PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
              UNTIL WS-SCH-IDX > WS-SCHED-TAB-COUNT
              IF WSC-EFF-DATE(WS-SCH-IDX) <= WS-QTR-END-CAP
                 AND WSC-EFF-DATE(WS-SCH-IDX) >= WS-SCHED-BEST-DATE
                 MOVE 'Y' TO WS-SCHED-FOUND-SW
                 MOVE WSC-EFF-DATE(WS-SCH-IDX)
                    TO WS-SCHED-BEST-DATE
                 MOVE WSC-EFF-DATE(WS-SCH-IDX)     TO BTR-EFF-DATE
                 MOVE WSC-TIER1-VOLUME(WS-SCH-IDX) TO BTR-TIER1-VOLUME
                 MOVE WSC-TIER1-RATE(WS-SCH-IDX)   TO BTR-TIER1-RATE
                 MOVE WSC-TIER2-VOLUME(WS-SCH-IDX) TO BTR-TIER2-VOLUME
                 MOVE WSC-TIER2-RATE(WS-SCH-IDX)   TO BTR-TIER2-RATE
                 MOVE WSC-TIER3-VOLUME(WS-SCH-IDX) TO BTR-TIER3-VOLUME
                 MOVE WSC-TIER3-RATE(WS-SCH-IDX)   TO BTR-TIER3-RATE
              END-IF
           END-PERFORM

           IF NOT WS-SCHED-FOUND
              MOVE '1450-SELECT-SCHEDULE-PARA' TO ERL-PARAGRAPH
              MOVE 16 TO ERL-SEVERITY
              MOVE 'NO BONUS SCHEDULE IN FORCE AT QUARTER END'
                 TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
           END-IF

           IF BTR-TIER1-VOLUME = 0
              OR (BTR-TIER2-VOLUME NOT = 0
                  AND BTR-TIER2-VOLUME NOT > BTR-TIER1-VOLUME)
              OR (BTR-TIER3-VOLUME NOT = 0
                  AND BTR-TIER3-VOLUME NOT > BTR-TIER2-VOLUME)
              OR (BTR-TIER3-VOLUME NOT = 0 AND BTR-TIER2-VOLUME = 0)
              MOVE '1450-SELECT-SCHEDULE-PARA' TO ERL-PARAGRAPH
              MOVE 16 TO ERL-SEVERITY
              MOVE 'BONUS SCHEDULE TIERS OUT OF SEQUENCE' TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
           END-IF.

      * The whole history is read before anything is booked: a bonus
      * already on file for the quarter stops the run with nothing
      * written, and no 'B' record can land mid-scan.
       3000-PROC-PARA.
           PERFORM 3100-SCAN-HIST-PARA
              UNTIL C05-HST-EOF

           IF WS-QUARTER-BOOKED
              MOVE '3000-PROC-PARA' TO ERL-PARAGRAPH
              MOVE 16 TO ERL-SEVERITY
              STRING 'QUARTER ALREADY BOOKED - BONUS ON FILE FOR '
                        DELIMITED BY SIZE
                     WS-BOOKED-AGENT DELIMITED BY SIZE
                INTO ERL-TEXT
              END-STRING
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
           END-IF

           PERFORM 3200-OPEN-OUTPUT-PARA
           PERFORM 3300-BOOK-AGENT-PARA
              VARYING WS-VOL-IDX FROM 1 BY 1
              UNTIL WS-VOL-IDX > WS-VOL-TAB-COUNT
           PERFORM 3800-CONTROL-TOTALS-PARA.

      * ---------------- QUARTER VOLUME SCAN ---------------------------

       3100-SCAN-HIST-PARA.
           READ COMM-HIST NEXT RECORD
              AT END
                 MOVE 10 TO WS-FST-HST
              NOT AT END
                 IF CHS-YEAR = WS-BNS-YEAR
                    AND CHS-MONTH >= WS-FIRST-MONTH
                    AND CHS-MONTH <= WS-LAST-MONTH
                    PERFORM 3110-ACCUMULATE-PARA
                 END-IF
           END-READ.

      * Overrides ('O') are a manager's income on other agents' loans,
      * not volume of their own, so only 'P' and 'A' count.
       3110-ACCUMULATE-PARA.
           EVALUATE CHS-REC-TYPE
             WHEN 'B'
               IF NOT WS-QUARTER-BOOKED
                  MOVE 'Y' TO WS-BOOKED-SW
                  MOVE CHS-AGENT-ID TO WS-BOOKED-AGENT
               END-IF
             WHEN 'P'
             WHEN 'A'
               IF WS-VOL-TAB-COUNT = 0
                  OR WVL-AGENT-ID(WS-VOL-TAB-COUNT) NOT = CHS-AGENT-ID
                  IF WS-VOL-TAB-COUNT < WS-VOL-MAX-ENTRIES
                     ADD 1 TO WS-VOL-TAB-COUNT
                     MOVE CHS-AGENT-ID TO
                        WVL-AGENT-ID(WS-VOL-TAB-COUNT)
                     MOVE 0 TO WVL-VOLUME(WS-VOL-TAB-COUNT)
                  ELSE
                     MOVE '3110-ACCUMULATE-PARA' TO ERL-PARAGRAPH
                     MOVE 16 TO ERL-SEVERITY
                     MOVE 'VOLUME AGENTS EXCEED TABLE - RAISE WS-VOL-MA
      -    'X-ENTRIES' TO ERL-TEXT
                     PERFORM 9100-LOG-ERROR-PARA
                     GOBACK
                  END-IF
               END-IF
               ADD CHS-LOAN-AMOUNT TO WVL-VOLUME(WS-VOL-TAB-COUNT)
           END-EVALUATE.

      * ---------------- OUTPUT FILES AND REGISTER HEADING -------------

       3200-OPEN-OUTPUT-PARA.
           OPEN OUTPUT COMM-PAY-PS
           IF NOT C05-PAY-SUCCESS
               MOVE '3200-OPEN-OUTPUT-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-PAY TO ERL-FILE-STATUS
               MOVE 'COMM-PAY-PS OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           MOVE WS-PAY-CITY   TO CPH-CITY
           MOVE WS-LAST-MONTH TO CPH-MONTH
           MOVE WS-BNS-YEAR   TO CPH-YEAR
           MOVE FUNCTION CURRENT-DATE(1:8) TO CPH-RUN-DATE
           WRITE COMM-PAY-REC FROM CPY-HDR

           OPEN OUTPUT BONUS-RPT
           IF NOT C05-RPT-SUCCESS
               MOVE '3200-OPEN-OUTPUT-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-RPT TO ERL-FILE-STATUS
               MOVE 'BONUS-RPT OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-YEAR
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MONTH
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-DAY
           MOVE WS-BNS-QUARTER TO QTL-QUARTER
           MOVE WS-BNS-YEAR    TO QTL-YEAR
           MOVE WS-PAY-CITY    TO QTL-CITY
           MOVE WS-LAST-MONTH  TO QTL-MONTH
           MOVE WS-BNS-YEAR    TO QTL-PAY-YEAR
           MOVE BTR-EFF-DATE   TO SDL-EFF-DATE

           WRITE BONUS-RPT-REC FROM HDR1
           WRITE BONUS-RPT-REC FROM HDR-FILLER
           WRITE BONUS-RPT-REC FROM HDR2
           WRITE BONUS-RPT-REC FROM QUARTER-LINE
           WRITE BONUS-RPT-REC FROM HDR-FILLER
           WRITE BONUS-RPT-REC FROM SCHED-LINE

           MOVE 1                TO TRL-TIER
           MOVE BTR-TIER1-VOLUME TO TRL-VOLUME
           MOVE BTR-TIER1-RATE   TO TRL-RATE
           WRITE BONUS-RPT-REC FROM TIER-LINE
           IF BTR-TIER2-VOLUME NOT = 0
              MOVE 2                TO TRL-TIER
              MOVE BTR-TIER2-VOLUME TO TRL-VOLUME
              MOVE BTR-TIER2-RATE   TO TRL-RATE
              WRITE BONUS-RPT-REC FROM TIER-LINE
           END-IF
           IF BTR-TIER3-VOLUME NOT = 0
              MOVE 3                TO TRL-TIER
              MOVE BTR-TIER3-VOLUME TO TRL-VOLUME
              MOVE BTR-TIER3-RATE   TO TRL-RATE
              WRITE BONUS-RPT-REC FROM TIER-LINE
           END-IF

           WRITE BONUS-RPT-REC FROM HDR-FILLER
           WRITE BONUS-RPT-REC FROM COL-HDR.

      * ---------------- PRICE AND BOOK ONE AGENT ----------------------
      * History first, then the payment record: a keyed write that
      * fails stops the step before the agent is paid, and the open
      * payment envelope then fails DISBPGM's trailer check too.
       3300-BOOK-AGENT-PARA.
           MOVE WVL-VOLUME(WS-VOL-IDX) TO WS-AGENT-VOLUME
           MOVE 0      TO WS-BONUS-RATE
           MOVE 0      TO WS-BONUS-AMOUNT
           MOVE SPACES TO WS-BONUS-NOTE
           PERFORM 3310-LOOKUP-AGENT-PARA

           EVALUATE TRUE
             WHEN WS-AGENT-MATCH-IDX = 0
               MOVE 'NO MASTER' TO WS-BONUS-NOTE
               ADD 1 TO WS-NOMST-COUNT
             WHEN WAE-STATUS(WS-AGENT-MATCH-IDX) = 'TERMINATED'
               MOVE 'TERMINATED' TO WS-BONUS-NOTE
               ADD 1 TO WS-TERM-COUNT
             WHEN OTHER
               PERFORM 3320-PRICE-BONUS-PARA
               IF WS-BONUS-AMOUNT > 0
                  PERFORM 3330-WRITE-HISTORY-PARA
                  PERFORM 3340-WRITE-PAYMENT-PARA
               ELSE
                  MOVE 'BELOW TIER' TO WS-BONUS-NOTE
                  ADD 1 TO WS-BELOW-COUNT
               END-IF
           END-EVALUATE

           ADD WS-AGENT-VOLUME TO WS-TOT-VOLUME
           PERFORM 3350-AGENT-LINE-PARA.

       3310-LOOKUP-AGENT-PARA.
           MOVE 0 TO WS-AGENT-MATCH-IDX
           PERFORM VARYING WS-AGT-IDX FROM 1 BY 1
              UNTIL WS-AGT-IDX > WS-AGENT-TAB-COUNT
              IF WAE-AGENT-ID(WS-AGT-IDX) = WVL-AGENT-ID(WS-VOL-IDX)
                 SET WS-AGENT-MATCH-IDX TO WS-AGT-IDX
              END-IF
           END-PERFORM.

      * Highest tier reached pays its rate on the whole volume.
       3320-PRICE-BONUS-PARA.
           EVALUATE TRUE
             WHEN BTR-TIER3-VOLUME NOT = 0
              AND WS-AGENT-VOLUME >= BTR-TIER3-VOLUME
               MOVE BTR-TIER3-RATE TO WS-BONUS-RATE
             WHEN BTR-TIER2-VOLUME NOT = 0
              AND WS-AGENT-VOLUME >= BTR-TIER2-VOLUME
               MOVE BTR-TIER2-RATE TO WS-BONUS-RATE
             WHEN WS-AGENT-VOLUME >= BTR-TIER1-VOLUME
               MOVE BTR-TIER1-RATE TO WS-BONUS-RATE
             WHEN OTHER
               MOVE 0 TO WS-BONUS-RATE
           END-EVALUATE
           COMPUTE WS-BONUS-AMOUNT ROUNDED =
              WS-AGENT-VOLUME * WS-BONUS-RATE.

       3330-WRITE-HISTORY-PARA.
           MOVE SPACES                 TO COMM-HIST-REC
           MOVE WVL-AGENT-ID(WS-VOL-IDX) TO CHS-AGENT-ID
           MOVE WS-BONUS-APPID         TO CHS-APPLICANT-ID
           MOVE WS-BNS-YEAR            TO CHS-YEAR
           MOVE WS-LAST-MONTH          TO CHS-MONTH
           MOVE 'B'                    TO CHS-REC-TYPE
           MOVE WS-AGENT-VOLUME        TO CHS-LOAN-AMOUNT
           MOVE WS-BONUS-AMOUNT        TO CHS-COMMISSION
           MOVE FUNCTION CURRENT-DATE(1:8) TO CHS-PAID-DATE
           WRITE COMM-HIST-REC
           IF NOT C05-HST-SUCCESS
               MOVE '3330-WRITE-HISTORY-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-HST TO ERL-FILE-STATUS
               MOVE 'COMM-HIST KEYED WRITE FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF.

       3340-WRITE-PAYMENT-PARA.
           MOVE SPACES                   TO COMM-PAY-REC
           MOVE WVL-AGENT-ID(WS-VOL-IDX) TO CPY-AGENT-ID
           MOVE WS-BONUS-APPID           TO CPY-APPLICANT-ID
           MOVE 0                        TO CPY-LOAN-AMOUNT
           MOVE WS-BONUS-AMOUNT          TO CPY-COMMISSION
           WRITE COMM-PAY-REC
           ADD 1 TO WS-PAY-OUT-COUNT
           ADD WS-BONUS-AMOUNT TO WS-PAY-OUT-HASH.

       3350-AGENT-LINE-PARA.
           MOVE SPACES TO AGL-SP1 AGL-SP2 AGL-SP3 AGL-SP4 AGL-SP5
           MOVE WVL-AGENT-ID(WS-VOL-IDX) TO AGL-AGENT
           IF WS-AGENT-MATCH-IDX = 0
              MOVE '*NOT ON MASTER*' TO AGL-NAME
           ELSE
              MOVE WAE-NAME(WS-AGENT-MATCH-IDX) TO AGL-NAME
           END-IF
           MOVE WS-AGENT-VOLUME TO AGL-VOLUME
           MOVE WS-BONUS-RATE   TO AGL-RATE
           MOVE WS-BONUS-AMOUNT TO AGL-BONUS
           MOVE WS-BONUS-NOTE   TO AGL-NOTE
           WRITE BONUS-RPT-REC FROM AGENT-LINE.

      * ---------------- CONTROL TOTALS --------------------------------
      * Volume booked by an agent missing from the master is money we
      * cannot attribute, so the step ends at severity 04 the way
      * TAXPGM flags a master gap.
       3800-CONTROL-TOTALS-PARA.
           MOVE WS-PAY-OUT-COUNT TO CPT-COUNT
           MOVE WS-PAY-OUT-HASH  TO CPT-HASH
           WRITE COMM-PAY-REC FROM CPY-TRL

           MOVE WS-TOT-VOLUME   TO TTL-VOLUME
           MOVE WS-PAY-OUT-HASH TO TTL-BONUS
           WRITE BONUS-RPT-REC FROM HDR-FILLER
           WRITE BONUS-RPT-REC FROM TOTAL-LINE
           MOVE WS-PAY-OUT-COUNT TO SML-PAID
           MOVE WS-BELOW-COUNT   TO SML-BELOW
           MOVE WS-TERM-COUNT    TO SML-TERM
           MOVE WS-NOMST-COUNT   TO SML-NOMST
           WRITE BONUS-RPT-REC FROM SUMMARY-LINE
           WRITE BONUS-RPT-REC FROM HDR-FILLER
           WRITE BONUS-RPT-REC FROM TRAILER2

           DISPLAY 'QUARTERLY BONUS Q' WS-BNS-QUARTER ' ' WS-BNS-YEAR
              ' BOOKED ' WS-PAY-OUT-COUNT ' TOTAL ' WS-PAY-OUT-HASH

           IF WS-NOMST-COUNT > 0
              MOVE '3800-CONTROL-TOTALS-PARA' TO ERL-PARAGRAPH
              MOVE 04 TO ERL-SEVERITY
              MOVE 'QUARTER VOLUME BOOKED BY AGENT(S) NOT ON MASTER'
                 TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
           END-IF.

      * ---------------- SHARED ERROR LOGGING --------------------------

       9100-LOG-ERROR-PARA.
           CALL 'ERRLOG' USING ERRLOG-PARM
           MOVE ERL-SEVERITY TO RETURN-CODE
           MOVE SPACES TO ERL-FILE-STATUS
           MOVE 0      TO ERL-SQLCODE.

       9000-TERM-PARA.
           CLOSE COMM-HIST
           CLOSE COMM-PAY-PS
           CLOSE BONUS-RPT
           GOBACK.
