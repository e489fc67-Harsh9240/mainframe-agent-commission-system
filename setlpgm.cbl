       IDENTIFICATION DIVISION.
       PROGRAM-ID. SETLPGM.

      * ---------------- FINAL SETTLEMENT FOR TERMINATED AGENTS --------
      * Run once a period, after ACKPGM and before the next period's
      * DISBPGM run for the same city.  It sits on the carry-forward
      * chain: DISBPGM's carry-out, PAYFMT's holds and ACKPGM's returns
      * come in on their own DDs instead of being concatenated onto
      * DISBPGM's carry-in, and one verified carry-forward file goes
      * out for DISBPGM to read.  Balances of agents ACTIVE on the
      * master pass straight through.  Balances of TERMINATED agents
      * are gathered and settled once:
      *   - a credit goes back out as a single carry record flagged as
      *     a final settlement, which DISBPGM pays whatever the
      *     minimum payout (standing deductions still come off it);
      *   - a debit goes to the receivable listing for collections;
      *   - either way the balance leaves the carry-forward chain.
      * A final settlement statement prints for every agent settled.
      * The settlement ledger (one row per agent ever settled) records
      * what was paid and referred; a payment returned by the bank for
      * an agent already paid a final settlement is not re-issued but
      * held on the ledger as unclaimed, and the unclaimed-funds report
      * lists what has been held longer than the parameter card's
      * number of days.
      * What leaves the chain other than as a final credit - debits
      * referred to collections and returns newly held unclaimed - is
      * written per agent to the settlement GL file, from which GLPGM
      * moves it out of accrued commissions payable.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO DD1
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-PARM.

           SELECT AGENT-MASTER ASSIGN TO DD2
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-AGT.

           SELECT OPTIONAL CARRY-IN-FILE ASSIGN TO DD3
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-CFI.

           SELECT OPTIONAL HOLD-IN-FILE ASSIGN TO DD4
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-HLI.

           SELECT OPTIONAL RETURN-IN-FILE ASSIGN TO DD5
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-RTI.

           SELECT CARRY-OUT-FILE ASSIGN TO DD6
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-CFO.

           SELECT OPTIONAL LEDGER-IN ASSIGN TO DD7
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-LGI.

           SELECT LEDGER-OUT ASSIGN TO DD8
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-LGO.

           SELECT STMT-RPT ASSIGN TO DD9
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-STM.

           SELECT RECV-RPT ASSIGN TO DD10
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-RCV.

           SELECT UNCLM-RPT ASSIGN TO DD11
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-UNC.

           SELECT SETL-GL-FILE ASSIGN TO DD12
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-SGL.

       DATA DIVISION.

       FILE SECTION.

      * ---------------- RUN PARAMETER CARD ----------------------------
      * City, month and year of the DISBPGM run that will read this
      * run's carry-forward file and pay the final credits, and the
      * number of days an unclaimed balance is held before it is
      * reported (zero or blank takes WS-DFLT-UNCLM-DAYS).
       FD PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 24 CHARACTERS.
       01 PARM-REC.
          05 PRM-CITY          PIC X(10).
          05 PRM-MONTH         PIC 9(02).
          05 PRM-YEAR          PIC 9(04).
          05 PRM-UNCLM-DAYS    PIC 9(03).
          05 PRM-FILLER        PIC X(05).

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

      * ---------------- CARRY-FORWARD INPUTS --------------------------
      * DISBPGM's carry-out (DD3), PAYFMT's holds (DD4) and ACKPGM's
      * returns (DD5), each in the carry-forward layout and H/T
      * envelope, read INTO WS-CARRY-REC.  Any of them may be absent
      * for a period with nothing to carry.
       FD CARRY-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 CARRY-IN-REC PIC X(80).

       FD HOLD-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 HOLD-IN-REC PIC X(80).

       FD RETURN-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 RETURN-IN-REC PIC X(80).

      * ---------------- CARRY-FORWARD OUTPUT --------------------------
      * The only carry-in the next DISBPGM run needs: every balance of
      * an agent not terminated, unchanged, plus one final-settlement
      * credit per terminated agent owed money.
       FD CARRY-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 CARRY-OUT-REC PIC X(80).

      * ---------------- FINAL SETTLEMENT LEDGER -----------------------
      * One row per agent ever settled: first and latest settlement
      * dates, final credits paid and debits referred to collections
      * to date, and any returned final payment held as unclaimed with
      * the date it was first held.  Last run's ledger comes in on DD7
      * (absent before the first settlement), this run's goes out on
      * DD8 - the AGTMAINT generation swap.
       FD LEDGER-IN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 LEDGER-IN-REC.
          05 SLI-AGENT-ID      PIC X(08).
          05 SLI-SP1           PIC X(01).
          05 SLI-FIRST-DATE    PIC 9(08).
          05 SLI-SP2           PIC X(01).
          05 SLI-LAST-DATE     PIC 9(08).
          05 SLI-SP3           PIC X(01).
          05 SLI-PAID          PIC 9(09)V9(02).
          05 SLI-SP4           PIC X(01).
          05 SLI-REFERRED      PIC 9(09)V9(02).
          05 SLI-SP5           PIC X(01).
          05 SLI-UNCLAIMED     PIC 9(09)V9(02).
          05 SLI-SP6           PIC X(01).
          05 SLI-UNCLM-DATE    PIC 9(08).
          05 SLI-FILLER        PIC X(09).

       FD LEDGER-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 LEDGER-OUT-REC.
          05 SLO-AGENT-ID      PIC X(08).
          05 SLO-SP1           PIC X(01).
          05 SLO-FIRST-DATE    PIC 9(08).
          05 SLO-SP2           PIC X(01).
          05 SLO-LAST-DATE     PIC 9(08).
          05 SLO-SP3           PIC X(01).
          05 SLO-PAID          PIC 9(09)V9(02).
          05 SLO-SP4           PIC X(01).
          05 SLO-REFERRED      PIC 9(09)V9(02).
          05 SLO-SP5           PIC X(01).
          05 SLO-UNCLAIMED     PIC 9(09)V9(02).
          05 SLO-SP6           PIC X(01).
          05 SLO-UNCLM-DATE    PIC 9(08).
          05 SLO-FILLER        PIC X(09).

       FD STMT-RPT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 STMT-RPT-REC PIC X(80).

       FD RECV-RPT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 RECV-RPT-REC PIC X(80).

       FD UNCLM-RPT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 UNCLM-RPT-REC PIC X(80).

      * ---------------- SETTLEMENT GL FILE ----------------------------
      * One record per agent with a debit referred or a return held
      * unclaimed this run, in the H/T envelope, stamped with the card
      * period - the period of the GLPGM run that posts it.
       FD SETL-GL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 SETL-GL-REC PIC X(80).

       WORKING-STORAGE SECTION.

       COPY ERRLOGC.

       COPY STGCTLC.

       01 WS-VARS.
         05 WS-FST-PARM  PIC 9(02).
            88 C05-PARM-SUCCESS  VALUE 00.

         05 WS-FST-AGT   PIC 9(02).
            88 C05-AGT-SUCCESS   VALUE 00.
            88 C05-AGT-EOF       VALUE 10.

         05 WS-FST-CFI   PIC 9(02).
            88 C05-CFI-SUCCESS   VALUE 00.
            88 C05-CFI-ABSENT    VALUE 05 35.
            88 C05-CFI-EOF       VALUE 10.

         05 WS-FST-HLI   PIC 9(02).
            88 C05-HLI-SUCCESS   VALUE 00.
            88 C05-HLI-ABSENT    VALUE 05 35.
            88 C05-HLI-EOF       VALUE 10.

         05 WS-FST-RTI   PIC 9(02).
            88 C05-RTI-SUCCESS   VALUE 00.
            88 C05-RTI-ABSENT    VALUE 05 35.
            88 C05-RTI-EOF       VALUE 10.

         05 WS-FST-CFO   PIC 9(02).
            88 C05-CFO-SUCCESS   VALUE 00.

         05 WS-FST-LGI   PIC 9(02).
            88 C05-LGI-SUCCESS   VALUE 00.
            88 C05-LGI-ABSENT    VALUE 05 35.
            88 C05-LGI-EOF       VALUE 10.

         05 WS-FST-LGO   PIC 9(02).
            88 C05-LGO-SUCCESS   VALUE 00.

         05 WS-FST-STM   PIC 9(02).
            88 C05-STM-SUCCESS   VALUE 00.

         05 WS-FST-RCV   PIC 9(02).
            88 C05-RCV-SUCCESS   VALUE 00.

         05 WS-FST-UNC   PIC 9(02).
            88 C05-UNC-SUCCESS   VALUE 00.

         05 WS-FST-SGL   PIC 9(02).
            88 C05-SGL-SUCCESS   VALUE 00.

      * ---------------- RUN PARAMETERS --------------------------------

         05 WS-PARM-CITY        PIC X(10).
         05 WS-PARM-MONTH       PIC 9(02).
         05 WS-PARM-YEAR        PIC 9(04).
         05 WS-DFLT-UNCLM-DAYS  PIC 9(03) VALUE 365.
         05 WS-UNCLM-DAYS       PIC 9(03) VALUE 0.
         05 WS-TODAY            PIC 9(08) VALUE 0.
         05 WS-TODAY-INT        PIC 9(07) VALUE 0.
         05 WS-HELD-INT         PIC 9(07) VALUE 0.
         05 WS-DAYS-HELD        PIC 9(05) VALUE 0.

      * ---------------- CARRY-FORWARD RECORD --------------------------
      * The carry-forward layout all three producers write.  CFR-FINAL
      * marks the final-settlement credits this program writes; the
      * other producers leave it blank.
         05 WS-CARRY-REC.
            10 CFR-AGENT-ID      PIC X(08).
            10 CFR-SP1           PIC X(01).
            10 CFR-AMOUNT        PIC S9(09)V9(02).
            10 CFR-SP2           PIC X(01).
            10 CFR-MONTH         PIC 9(02).
            10 CFR-SP3           PIC X(01).
            10 CFR-YEAR          PIC 9(04).
            10 CFR-SP4           PIC X(01).
            10 CFR-FINAL         PIC X(01).
            10 CFR-FILLER        PIC X(50).
         05 WS-CARRY-CTL-REC REDEFINES WS-CARRY-REC.
            10 CFC-REC-TYPE      PIC X(01).
            10 CFC-SP1           PIC X(01).
            10 CFC-COUNT         PIC 9(07).
            10 CFC-SP2           PIC X(01).
            10 CFC-HASH          PIC S9(13)V9(02).
            10 CFC-FILLER        PIC X(55).

      * ---------------- CARRY-IN SEGMENT VERIFICATION -----------------
      * Running count/hash of the H..T segment currently loading, and
      * which input it came from: C carry-forward, H hold, R return.
         05 WS-CIN-SEG-SW     PIC X(01) VALUE 'N'.
            88 WS-CIN-IN-SEGMENT VALUE 'Y'.
         05 WS-CIN-COUNT      PIC 9(07) VALUE 0.
         05 WS-CIN-HASH       PIC S9(13)V9(02) VALUE 0.
         05 WS-SRC-CODE       PIC X(01) VALUE SPACES.
            88 WS-SRC-CARRY      VALUE 'C'.
            88 WS-SRC-HOLD       VALUE 'H'.
            88 WS-SRC-RETURN     VALUE 'R'.
         05 WS-SRC-NAME       PIC X(14) VALUE SPACES.

      * ---------------- AGENT MASTER TABLE ----------------------------
         05 WS-AGENT-MAX-ENTRIES PIC 9(04) VALUE 500.
         05 WS-AGENT-TAB-COUNT   PIC 9(04) VALUE 0.
         05 WS-AGENT-TAB.
            10 WS-AGENT-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-AGT-IDX.
               15 WAE-AGENT-ID  PIC X(08).
               15 WAE-NAME      PIC X(20).
               15 WAE-BRANCH    PIC X(10).
               15 WAE-STATUS    PIC X(10).

         05 WS-AGENT-MATCH-IDX   PIC 9(04) VALUE 0.

      * ---------------- TERMINATED AGENT BALANCES ---------------------
      * One entry per terminated agent with anything on the chain,
      * totalled by where it came from.  WST-UNCLAIMED is a return of
      * an agent already paid a final settlement - held, not paid.
         05 WS-SET-MAX-ENTRIES   PIC 9(04) VALUE 500.
         05 WS-SET-TAB-COUNT     PIC 9(04) VALUE 0.
         05 WS-SET-TAB.
            10 WS-SET-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-SET-IDX.
               15 WST-AGENT-ID   PIC X(08).
               15 WST-NAME       PIC X(20).
               15 WST-BRANCH     PIC X(10).
               15 WST-CARRY      PIC S9(09)V9(02).
               15 WST-HOLD       PIC S9(09)V9(02).
               15 WST-RETURN     PIC S9(09)V9(02).
               15 WST-UNCLAIMED  PIC S9(09)V9(02).

         05 WS-SET-MATCH-IDX     PIC 9(04) VALUE 0.

      * ---------------- SETTLEMENT LEDGER TABLE -----------------------
      * LEDGER-IN loaded whole at 1400-LOAD-LEDGER-PARA; agents settled
      * for the first time are added, and the table writes back out as
      * the new generation at 3800-WRITE-LEDGER-PARA.
         05 WS-LDG-MAX-ENTRIES   PIC 9(04) VALUE 1000.
         05 WS-LDG-TAB-COUNT     PIC 9(04) VALUE 0.
         05 WS-LDG-TAB.
            10 WS-LDG-ENTRY OCCURS 1000 TIMES
                             INDEXED BY WS-LDG-IDX.
               15 WLG-AGENT-ID   PIC X(08).
               15 WLG-FIRST-DATE PIC 9(08).
               15 WLG-LAST-DATE  PIC 9(08).
               15 WLG-PAID       PIC 9(09)V9(02).
               15 WLG-REFERRED   PIC 9(09)V9(02).
               15 WLG-UNCLAIMED  PIC 9(09)V9(02).
               15 WLG-UNCLM-DATE PIC 9(08).

         05 WS-LDG-MATCH-IDX     PIC 9(04) VALUE 0.
         05 WS-LOOKUP-AGENT      PIC X(08) VALUE SPACES.

      * ---------------- SETTLEMENT WORK FIELDS ------------------------

         05 WS-FINAL-BAL         PIC S9(09)V9(02) VALUE 0.
         05 WS-OWED              PIC 9(09)V9(02) VALUE 0.
         05 WS-PAID-NEW          PIC S9(09)V9(02) VALUE 0.
         05 WS-PRIOR-DATE        PIC 9(08) VALUE 0.

      * ---------------- COUNTS AND TOTALS -----------------------------

         05 WS-PASS-COUNT        PIC 9(07) VALUE 0.
         05 WS-CFO-COUNT         PIC 9(07) VALUE 0.
         05 WS-CFO-HASH          PIC S9(13)V9(02) VALUE 0.
         05 WS-SETTLED-COUNT     PIC 9(07) VALUE 0.
         05 WS-CREDIT-COUNT      PIC 9(07) VALUE 0.
         05 WS-CREDIT-TOTAL      PIC S9(11)V9(02) VALUE 0.
         05 WS-DEBIT-COUNT       PIC 9(07) VALUE 0.
         05 WS-DEBIT-TOTAL       PIC S9(11)V9(02) VALUE 0.
         05 WS-NIL-COUNT         PIC 9(07) VALUE 0.
         05 WS-HELD-NEW-TOTAL    PIC S9(11)V9(02) VALUE 0.
         05 WS-UNC-COUNT         PIC 9(07) VALUE 0.
         05 WS-UNC-TOTAL         PIC S9(11)V9(02) VALUE 0.
         05 WS-UNC-YOUNG-COUNT   PIC 9(07) VALUE 0.
         05 WS-LDG-OUT-COUNT     PIC 9(07) VALUE 0.
         05 WS-SGL-COUNT         PIC 9(07) VALUE 0.

      * ---------------- CARRY-OUT CONTROL ENVELOPE --------------------

         05 CFO-HDR.
            10 CFH-REC-TYPE  PIC X(01) VALUE 'H'.
            10 CFH-SP1       PIC X(01) VALUE SPACES.
            10 CFH-SYSTEM    PIC X(08) VALUE 'CARRYFWD'.
            10 CFH-SP2       PIC X(01) VALUE SPACES.
            10 CFH-MONTH     PIC 9(02).
            10 CFH-SP3       PIC X(01) VALUE SPACES.
            10 CFH-YEAR      PIC 9(04).
            10 CFH-SP4       PIC X(01) VALUE SPACES.
            10 CFH-RUN-DATE  PIC 9(08).
            10 CFH-FILLER    PIC X(53) VALUE SPACES.

         05 CFO-TRL.
            10 CFT-REC-TYPE  PIC X(01) VALUE 'T'.
            10 CFT-SP1       PIC X(01) VALUE SPACES.
            10 CFT-COUNT     PIC 9(07).
            10 CFT-SP2       PIC X(01) VALUE SPACES.
            10 CFT-HASH      PIC S9(13)V9(02).
            10 CFT-FILLER    PIC X(55) VALUE SPACES.

      * ---------------- SETTLEMENT GL RECORDS -------------------------

         05 SGL-HDR.
            10 SGH-REC-TYPE  PIC X(01) VALUE 'H'.
            10 SGH-SP1       PIC X(01) VALUE SPACES.
            10 SGH-SYSTEM    PIC X(08) VALUE 'SETLGL'.
            10 SGH-SP2       PIC X(01) VALUE SPACES.
            10 SGH-CITY      PIC X(10).
            10 SGH-SP3       PIC X(01) VALUE SPACES.
            10 SGH-MONTH     PIC 9(02).
            10 SGH-SP4       PIC X(01) VALUE SPACES.
            10 SGH-YEAR      PIC 9(04).
            10 SGH-SP5       PIC X(01) VALUE SPACES.
            10 SGH-RUN-DATE  PIC 9(08).
            10 SGH-FILLER    PIC X(42) VALUE SPACES.

         05 SGL-DETAIL.
            10 SGD-AGENT-ID  PIC X(08).
            10 SGD-SP1       PIC X(01) VALUE SPACES.
            10 SGD-REFERRED  PIC 9(09)V9(02).
            10 SGD-SP2       PIC X(01) VALUE SPACES.
            10 SGD-UNCLAIMED PIC S9(09)V9(02).
            10 SGD-SP3       PIC X(01) VALUE SPACES.
            10 SGD-MONTH     PIC 9(02).
            10 SGD-SP4       PIC X(01) VALUE SPACES.
            10 SGD-YEAR      PIC 9(04).
            10 SGD-FILLER    PIC X(40) VALUE SPACES.

         05 SGL-TRL.
            10 SGT-REC-TYPE  PIC X(01) VALUE 'T'.
            10 SGT-SP1       PIC X(01) VALUE SPACES.
            10 SGT-COUNT     PIC 9(07).
            10 SGT-SP2       PIC X(01) VALUE SPACES.
            10 SGT-REFERRED  PIC 9(13)V9(02).
            10 SGT-SP3       PIC X(01) VALUE SPACES.
            10 SGT-UNCLAIMED PIC S9(13)V9(02).
            10 SGT-FILLER    PIC X(39) VALUE SPACES.

      * ---------------- REPORT LINES ----------------------------------

         05 STM-HDR1.
            10 SH1-F1      PIC X(26).
            10 SH1-TITLE   PIC X(28)
               VALUE 'FINAL SETTLEMENT STATEMENTS'.
            10 SH1-F2      PIC X(26).

         05 RCV-HDR1.
            10 RH1-F1      PIC X(18).
            10 RH1-TITLE   PIC X(44)
               VALUE 'FINAL SETTLEMENT RECEIVABLES FOR COLLECTION'.
            10 RH1-F2      PIC X(18).

         05 UNC-HDR1.
            10 UH1-F1      PIC X(24).
            10 UH1-TITLE   PIC X(32)
               VALUE 'UNCLAIMED FINAL SETTLEMENT FUNDS'.
            10 UH1-F2      PIC X(24).

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

         05 PERIOD-LINE.
            10 PDL-LABEL      PIC X(19) VALUE 'SETTLEMENT PERIOD: '.
            10 PDL-MONTH      PIC 9(02).
            10 PDL-SLASH      PIC X(01) VALUE '/'.
            10 PDL-YEAR       PIC 9(04).
            10 PDL-CITY-LBL   PIC X(09) VALUE '   CITY: '.
            10 PDL-CITY       PIC X(10).
            10 PDL-SP1        PIC X(35).

         05 UNC-DAYS-LINE.
            10 UDL-LABEL      PIC X(14) VALUE 'UNCLAIMED FOR '.
            10 UDL-DAYS       PIC ZZ9.
            10 UDL-TEXT       PIC X(13) VALUE ' DAYS OR MORE'.
            10 UDL-SP1        PIC X(50).

      * Statement block for one agent.
         05 STM-AGENT-LINE.
            10 SAL-LABEL      PIC X(07) VALUE 'AGENT: '.
            10 SAL-AGENT      PIC X(08).
            10 SAL-SP1        PIC X(02).
            10 SAL-NAME       PIC X(20).
            10 SAL-SP2        PIC X(02).
            10 SAL-BR-LBL     PIC X(08) VALUE 'BRANCH: '.
            10 SAL-BRANCH     PIC X(10).
            10 SAL-SP3        PIC X(02).
            10 SAL-STATUS     PIC X(10) VALUE 'TERMINATED'.
            10 SAL-SP4        PIC X(11).

         05 STM-PRIOR-LINE.
            10 SPL-LABEL      PIC X(24)
               VALUE '  PREVIOUSLY SETTLED ON '.
            10 SPL-DATE       PIC 9(08).
            10 SPL-PAID-LBL   PIC X(07) VALUE ' PAID '.
            10 SPL-PAID       PIC ZZZ,ZZZ,ZZ9.99.
            10 SPL-REF-LBL    PIC X(11) VALUE ' REFERRED '.
            10 SPL-REFERRED   PIC ZZZ,ZZZ,ZZ9.99.
            10 SPL-SP1        PIC X(02).

         05 STM-AMOUNT-LINE.
            10 SML-SP0        PIC X(02).
            10 SML-LABEL      PIC X(40).
            10 SML-AMOUNT     PIC ---,---,--9.99.
            10 SML-SP1        PIC X(23).

         05 STM-DISP-LINE.
            10 SDL-LABEL      PIC X(15) VALUE '  DISPOSITION: '.
            10 SDL-TEXT       PIC X(39).
            10 SDL-PERIOD.
               15 SDL-MONTH   PIC 9(02).
               15 SDL-SLASH   PIC X(01).
               15 SDL-YEAR    PIC 9(04).
            10 SDL-SP1        PIC X(19).

         05 STM-SUMMARY-LINE.
            10 SSL-SET-LBL    PIC X(10) VALUE 'SETTLED : '.
            10 SSL-SETTLED    PIC ZZZ,ZZ9.
            10 SSL-CR-LBL     PIC X(12) VALUE '  CREDITS : '.
            10 SSL-CREDITS    PIC ZZZ,ZZ9.
            10 SSL-DR-LBL     PIC X(11) VALUE '  DEBITS : '.
            10 SSL-DEBITS     PIC ZZZ,ZZ9.
            10 SSL-NIL-LBL    PIC X(14) VALUE '  NOTHING DUE '.
            10 SSL-NIL        PIC ZZZ,ZZ9.
            10 SSL-SP1        PIC X(05).

      * Receivable listing.
         05 RCV-COL-HDR.
            10 RCH-AGENT      PIC X(09) VALUE 'AGENT'.
            10 RCH-NAME       PIC X(21) VALUE 'NAME'.
            10 RCH-BRANCH     PIC X(11) VALUE 'BRANCH'.
            10 RCH-AMOUNT     PIC X(14) VALUE '   AMOUNT OWED'.
            10 RCH-SP1        PIC X(02).
            10 RCH-FIRST      PIC X(23) VALUE 'FIRST SETTLED'.

         05 RCV-LINE.
            10 RCL-AGENT      PIC X(08).
            10 RCL-SP1        PIC X(01).
            10 RCL-NAME       PIC X(20).
            10 RCL-SP2        PIC X(01).
            10 RCL-BRANCH     PIC X(10).
            10 RCL-SP3        PIC X(01).
            10 RCL-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
            10 RCL-SP4        PIC X(02).
            10 RCL-FIRST      PIC 9(08).
            10 RCL-SP5        PIC X(15).

      * Unclaimed-funds report.
         05 UNC-COL-HDR.
            10 UCH-AGENT      PIC X(09) VALUE 'AGENT'.
            10 UCH-NAME       PIC X(21) VALUE 'NAME'.
            10 UCH-BRANCH     PIC X(11) VALUE 'BRANCH'.
            10 UCH-AMOUNT     PIC X(14) VALUE '     UNCLAIMED'.
            10 UCH-SP1        PIC X(01).
            10 UCH-SINCE      PIC X(09) VALUE 'SINCE'.
            10 UCH-DAYS       PIC X(15) VALUE '  DAYS'.

         05 UNC-LINE.
            10 UCL-AGENT      PIC X(08).
            10 UCL-SP1        PIC X(01).
            10 UCL-NAME       PIC X(20).
            10 UCL-SP2        PIC X(01).
            10 UCL-BRANCH     PIC X(10).
            10 UCL-SP3        PIC X(01).
            10 UCL-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
            10 UCL-SP4        PIC X(01).
            10 UCL-SINCE      PIC 9(08).
            10 UCL-SP5        PIC X(01).
            10 UCL-DAYS       PIC ZZ,ZZ9.
            10 UCL-SP6        PIC X(09).

         05 TOTAL-LINE.
            10 TTL-LABEL      PIC X(41).
            10 TTL-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
            10 TTL-SP1        PIC X(02).
            10 TTL-COUNT      PIC ZZZ,ZZ9.
            10 TTL-TEXT       PIC X(16).

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
           MOVE 'SETLPGM' TO ERL-PROGRAM
           MOVE SPACES    TO ERL-FILE-STATUS
           MOVE 0         TO ERL-SQLCODE

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

           MOVE PRM-CITY  TO WS-PARM-CITY
           MOVE PRM-MONTH TO WS-PARM-MONTH
           MOVE PRM-YEAR  TO WS-PARM-YEAR
           IF PRM-UNCLM-DAYS IS NUMERIC AND PRM-UNCLM-DAYS > 0
              MOVE PRM-UNCLM-DAYS TO WS-UNCLM-DAYS
           ELSE
              MOVE WS-DFLT-UNCLM-DAYS TO WS-UNCLM-DAYS
           END-IF
           CLOSE PARM-FILE

           IF WS-PARM-CITY = SPACES OR WS-PARM-YEAR = 0
              OR WS-PARM-MONTH < 1 OR WS-PARM-MONTH > 12
              MOVE '1000-INIT-PARA' TO ERL-PARAGRAPH
              MOVE 16 TO ERL-SEVERITY
              MOVE 'INVALID CITY, MONTH OR YEAR ON CARD' TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)

           PERFORM 1020-STAGE-GATE-PARA
           PERFORM 1300-LOAD-AGENT-MASTER-PARA
           PERFORM 1400-LOAD-LEDGER-PARA

           OPEN OUTPUT CARRY-OUT-FILE
           IF NOT C05-CFO-SUCCESS
               MOVE '1000-INIT-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-CFO TO ERL-FILE-STATUS
               MOVE 'CARRY-OUT-FILE OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           MOVE WS-PARM-MONTH TO CFH-MONTH
           MOVE WS-PARM-YEAR  TO CFH-YEAR
           MOVE WS-TODAY      TO CFH-RUN-DATE
           WRITE CARRY-OUT-REC FROM CFO-HDR

           OPEN OUTPUT SETL-GL-FILE
           IF NOT C05-SGL-SUCCESS
               MOVE '1000-INIT-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-SGL TO ERL-FILE-STATUS
               MOVE 'SETL-GL-FILE OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           MOVE WS-PARM-CITY  TO SGH-CITY
           MOVE WS-PARM-MONTH TO SGH-MONTH
           MOVE WS-PARM-YEAR  TO SGH-YEAR
           MOVE WS-TODAY      TO SGH-RUN-DATE
           WRITE SETL-GL-REC FROM SGL-HDR

           PERFORM 1100-LOAD-CARRY-IN-PARA
           PERFORM 1150-LOAD-HOLD-IN-PARA
           PERFORM 1180-LOAD-RETURN-IN-PARA
           PERFORM 1500-OPEN-REPORTS-PARA.

      * ---------------- PERIOD STAGE GATE -----------------------------
      * The carry-forward file this run writes is the next DISBPGM
      * run's carry-in, so that run must not have been built yet -
      * checked (not marked) the way BONUSPGM checks its paying run.
       1020-STAGE-GATE-PARA.
           MOVE 'C'           TO STC-FUNCTION
           MOVE ERL-PROGRAM   TO STC-PROGRAM
           MOVE WS-PARM-CITY  TO STC-CITY
           MOVE WS-PARM-MONTH TO STC-MONTH
           MOVE WS-PARM-YEAR  TO STC-YEAR
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

      * ---------------- CARRY-FORWARD INPUT LOADS ---------------------
      * An absent input (status 05/35) is a period with nothing from
      * that producer.  Any other open failure stops the run: carrying
      * on would drop every balance on that file off the chain.
       1100-LOAD-CARRY-IN-PARA.
           MOVE 'C' TO WS-SRC-CODE
           MOVE 'CARRY-IN-FILE' TO WS-SRC-NAME
           OPEN INPUT CARRY-IN-FILE
           EVALUATE TRUE
             WHEN C05-CFI-ABSENT
              DISPLAY 'CARRY-IN-FILE NOT PRESENT - NO CARRY-FORWARD '
                 'BALANCES'
              IF WS-FST-CFI = 05
                 CLOSE CARRY-IN-FILE
              END-IF
             WHEN NOT C05-CFI-SUCCESS
              MOVE '1100-LOAD-CARRY-IN-PARA' TO ERL-PARAGRAPH
              MOVE 08 TO ERL-SEVERITY
              MOVE WS-FST-CFI TO ERL-FILE-STATUS
              MOVE 'CARRY-IN-FILE OPEN FAILED' TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
             WHEN OTHER
              PERFORM UNTIL C05-CFI-EOF
                 READ CARRY-IN-FILE INTO WS-CARRY-REC
                    AT END
                       MOVE 10 TO WS-FST-CFI
                    NOT AT END
                       PERFORM 1110-CARRY-REC-PARA
                 END-READ
              END-PERFORM
              CLOSE CARRY-IN-FILE
              PERFORM 1120-CHECK-LAST-SEGMENT-PARA
           END-EVALUATE.

       1150-LOAD-HOLD-IN-PARA.
           MOVE 'H' TO WS-SRC-CODE
           MOVE 'HOLD-IN-FILE' TO WS-SRC-NAME
           OPEN INPUT HOLD-IN-FILE
           EVALUATE TRUE
             WHEN C05-HLI-ABSENT
              DISPLAY 'HOLD-IN-FILE NOT PRESENT - NO HELD PAYMENTS'
              IF WS-FST-HLI = 05
                 CLOSE HOLD-IN-FILE
              END-IF
             WHEN NOT C05-HLI-SUCCESS
              MOVE '1150-LOAD-HOLD-IN-PARA' TO ERL-PARAGRAPH
              MOVE 08 TO ERL-SEVERITY
              MOVE WS-FST-HLI TO ERL-FILE-STATUS
              MOVE 'HOLD-IN-FILE OPEN FAILED' TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
             WHEN OTHER
              PERFORM UNTIL C05-HLI-EOF
                 READ HOLD-IN-FILE INTO WS-CARRY-REC
                    AT END
                       MOVE 10 TO WS-FST-HLI
                    NOT AT END
                       PERFORM 1110-CARRY-REC-PARA
                 END-READ
              END-PERFORM
              CLOSE HOLD-IN-FILE
              PERFORM 1120-CHECK-LAST-SEGMENT-PARA
           END-EVALUATE.

       1180-LOAD-RETURN-IN-PARA.
           MOVE 'R' TO WS-SRC-CODE
           MOVE 'RETURN-IN-FILE' TO WS-SRC-NAME
           OPEN INPUT RETURN-IN-FILE
           EVALUATE TRUE
             WHEN C05-RTI-ABSENT
              DISPLAY 'RETURN-IN-FILE NOT PRESENT - NO RETURNED '
                 'PAYMENTS'
              IF WS-FST-RTI = 05
                 CLOSE RETURN-IN-FILE
              END-IF
             WHEN NOT C05-RTI-SUCCESS
              MOVE '1180-LOAD-RETURN-IN-PARA' TO ERL-PARAGRAPH
              MOVE 08 TO ERL-SEVERITY
              MOVE WS-FST-RTI TO ERL-FILE-STATUS
              MOVE 'RETURN-IN-FILE OPEN FAILED' TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
             WHEN OTHER
              PERFORM UNTIL C05-RTI-EOF
                 READ RETURN-IN-FILE INTO WS-CARRY-REC
                    AT END
                       MOVE 10 TO WS-FST-RTI
                    NOT AT END
                       PERFORM 1110-CARRY-REC-PARA
                 END-READ
              END-PERFORM
              CLOSE RETURN-IN-FILE
              PERFORM 1120-CHECK-LAST-SEGMENT-PARA
           END-EVALUATE.

      * ---------------- ONE CARRY-FORWARD RECORD ----------------------
      * Each input may itself be a concatenation, so every H..T
      * segment verifies on its own trailer as it passes - the rules of
      * DISBPGM's 1110-CARRY-IN-REC-PARA.  A verified detail either
      * passes through to the carry-out or, for a terminated agent, is
      * gathered for settlement.
       1110-CARRY-REC-PARA.
           EVALUATE TRUE
             WHEN WS-CARRY-REC(1:2) = 'H '
               IF WS-CIN-IN-SEGMENT
                  MOVE '1110-CARRY-REC-PARA' TO ERL-PARAGRAPH
                  MOVE 08 TO ERL-SEVERITY
                  MOVE SPACES TO ERL-TEXT
                  STRING WS-SRC-NAME DELIMITED BY SPACE
                         ' TRAILER MISSING' DELIMITED BY SIZE
                    INTO ERL-TEXT
                  END-STRING
                  PERFORM 9100-LOG-ERROR-PARA
                  GOBACK
               END-IF
               MOVE 'Y' TO WS-CIN-SEG-SW
               MOVE 0 TO WS-CIN-COUNT
               MOVE 0 TO WS-CIN-HASH
             WHEN WS-CARRY-REC(1:2) = 'T '
               IF NOT WS-CIN-IN-SEGMENT
                  OR WS-CIN-COUNT NOT = CFC-COUNT
                  OR WS-CIN-HASH NOT = CFC-HASH
                  MOVE '1110-CARRY-REC-PARA' TO ERL-PARAGRAPH
                  MOVE 08 TO ERL-SEVERITY
                  MOVE SPACES TO ERL-TEXT
                  STRING WS-SRC-NAME DELIMITED BY SPACE
                         ' COUNT/HASH MISMATCH' DELIMITED BY SIZE
                    INTO ERL-TEXT
                  END-STRING
                  PERFORM 9100-LOG-ERROR-PARA
                  GOBACK
               END-IF
               MOVE 'N' TO WS-CIN-SEG-SW
             WHEN OTHER
               IF NOT WS-CIN-IN-SEGMENT
                  MOVE '1110-CARRY-REC-PARA' TO ERL-PARAGRAPH
                  MOVE 08 TO ERL-SEVERITY
                  MOVE SPACES TO ERL-TEXT
                  STRING WS-SRC-NAME DELIMITED BY SPACE
                         ' HEADER MISSING' DELIMITED BY SIZE
                    INTO ERL-TEXT
                  END-STRING
                  PERFORM 9100-LOG-ERROR-PARA
                  GOBACK
               END-IF
               ADD 1 TO WS-CIN-COUNT
               ADD CFR-AMOUNT TO WS-CIN-HASH

               MOVE CFR-AGENT-ID TO WS-LOOKUP-AGENT
               PERFORM 3170-FIND-AGENT-PARA
               IF WS-AGENT-MATCH-IDX > 0 AND
                  WAE-STATUS(WS-AGENT-MATCH-IDX) = 'TERMINATED'
                  PERFORM 1130-GATHER-BALANCE-PARA
               ELSE
                  WRITE CARRY-OUT-REC FROM WS-CARRY-REC
                  ADD 1 TO WS-PASS-COUNT
                  ADD 1 TO WS-CFO-COUNT
                  ADD CFR-AMOUNT TO WS-CFO-HASH
               END-IF
           END-EVALUATE.

       1120-CHECK-LAST-SEGMENT-PARA.
           IF WS-CIN-IN-SEGMENT
              MOVE '1120-CHECK-LAST-SEGMENT-PARA' TO ERL-PARAGRAPH
              MOVE 08 TO ERL-SEVERITY
              MOVE SPACES TO ERL-TEXT
              STRING WS-SRC-NAME DELIMITED BY SPACE
                     ' TRAILER MISSING' DELIMITED BY SIZE
                INTO ERL-TEXT
              END-STRING
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
           END-IF.

      * A bank return for an agent already paid a final settlement is
      * held as unclaimed rather than sent again to an account that
      * has just refused it.  A PAYFMT hold is only a timing hold
      * (prenote or cooling-off) and is settled again as usual.
       1130-GATHER-BALANCE-PARA.
           MOVE 0 TO WS-SET-MATCH-IDX
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
              UNTIL WS-SET-IDX > WS-SET-TAB-COUNT
                 OR WS-SET-MATCH-IDX > 0
              IF WST-AGENT-ID(WS-SET-IDX) = CFR-AGENT-ID
                 SET WS-SET-MATCH-IDX TO WS-SET-IDX
              END-IF
           END-PERFORM

           IF WS-SET-MATCH-IDX = 0
              IF WS-SET-TAB-COUNT < WS-SET-MAX-ENTRIES
                 ADD 1 TO WS-SET-TAB-COUNT
                 MOVE WS-SET-TAB-COUNT TO WS-SET-MATCH-IDX
                 MOVE CFR-AGENT-ID TO WST-AGENT-ID(WS-SET-MATCH-IDX)
                 MOVE WAE-NAME(WS-AGENT-MATCH-IDX)
                    TO WST-NAME(WS-SET-MATCH-IDX)
                 MOVE WAE-BRANCH(WS-AGENT-MATCH-IDX)
                    TO WST-BRANCH(WS-SET-MATCH-IDX)
                 MOVE 0 TO WST-CARRY(WS-SET-MATCH-IDX)
                 MOVE 0 TO WST-HOLD(WS-SET-MATCH-IDX)
                 MOVE 0 TO WST-RETURN(WS-SET-MATCH-IDX)
                 MOVE 0 TO WST-UNCLAIMED(WS-SET-MATCH-IDX)
              ELSE
                 MOVE '1130-GATHER-BALANCE-PARA' TO ERL-PARAGRAPH
                 MOVE 16 TO ERL-SEVERITY
                 MOVE 'TERMINATED AGENTS EXCEED TABLE - RAISE WS-SET-MAX
      -    '-ENTRIES' TO ERL-TEXT
                 PERFORM 9100-LOG-ERROR-PARA
                 GOBACK
              END-IF
           END-IF

           EVALUATE TRUE
             WHEN WS-SRC-CARRY
               ADD CFR-AMOUNT TO WST-CARRY(WS-SET-MATCH-IDX)
             WHEN WS-SRC-HOLD
               ADD CFR-AMOUNT TO WST-HOLD(WS-SET-MATCH-IDX)
             WHEN OTHER
               MOVE CFR-AGENT-ID TO WS-LOOKUP-AGENT
               PERFORM 3210-FIND-LEDGER-PARA
               IF WS-LDG-MATCH-IDX > 0 AND
                  WLG-PAID(WS-LDG-MATCH-IDX) > 0
                  ADD CFR-AMOUNT TO WST-UNCLAIMED(WS-SET-MATCH-IDX)
               ELSE
                  ADD CFR-AMOUNT TO WST-RETURN(WS-SET-MATCH-IDX)
               END-IF
           END-EVALUATE.

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
                       MOVE AMS-BRANCH TO
                          WAE-BRANCH(WS-AGENT-TAB-COUNT)
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
           CLOSE AGENT-MASTER

           IF WS-AGENT-TAB-COUNT = 0
              MOVE '1300-LOAD-AGENT-MASTER-PARA' TO ERL-PARAGRAPH
              MOVE 16 TO ERL-SEVERITY
              MOVE 'AGENT-MASTER IS EMPTY - CANNOT TELL WHO IS TERMINATE
      -    'D' TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
           END-IF.

      * ---------------- SETTLEMENT LEDGER LOAD ------------------------
      * An absent ledger is the first settlement run - nobody has been
      * settled yet.
       1400-LOAD-LEDGER-PARA.
           MOVE 0 TO WS-LDG-TAB-COUNT
           OPEN INPUT LEDGER-IN
           EVALUATE TRUE
             WHEN C05-LGI-ABSENT
              DISPLAY 'LEDGER-IN NOT PRESENT - NO AGENT SETTLED BEFORE'
              IF WS-FST-LGI = 05
                 CLOSE LEDGER-IN
              END-IF
             WHEN NOT C05-LGI-SUCCESS
              MOVE '1400-LOAD-LEDGER-PARA' TO ERL-PARAGRAPH
              MOVE 08 TO ERL-SEVERITY
              MOVE WS-FST-LGI TO ERL-FILE-STATUS
              MOVE 'LEDGER-IN OPEN FAILED' TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
             WHEN OTHER
              PERFORM UNTIL C05-LGI-EOF
                 READ LEDGER-IN
                    AT END
                       MOVE 10 TO WS-FST-LGI
                    NOT AT END
                       IF WS-LDG-TAB-COUNT < WS-LDG-MAX-ENTRIES
                          ADD 1 TO WS-LDG-TAB-COUNT
                          MOVE SLI-AGENT-ID TO
                             WLG-AGENT-ID(WS-LDG-TAB-COUNT)
                          MOVE SLI-FIRST-DATE TO
                             WLG-FIRST-DATE(WS-LDG-TAB-COUNT)
                          MOVE SLI-LAST-DATE TO
                             WLG-LAST-DATE(WS-LDG-TAB-COUNT)
                          MOVE SLI-PAID TO
                             WLG-PAID(WS-LDG-TAB-COUNT)
                          MOVE SLI-REFERRED TO
                             WLG-REFERRED(WS-LDG-TAB-COUNT)
                          MOVE SLI-UNCLAIMED TO
                             WLG-UNCLAIMED(WS-LDG-TAB-COUNT)
                          MOVE SLI-UNCLM-DATE TO
                             WLG-UNCLM-DATE(WS-LDG-TAB-COUNT)
                       ELSE
                          MOVE '1400-LOAD-LEDGER-PARA'
                             TO ERL-PARAGRAPH
                          MOVE 16 TO ERL-SEVERITY
                          MOVE 'LEDGER EXCEEDS TABLE - RAISE WS-LDG-MAX-
      -    'ENTRIES' TO ERL-TEXT
                          PERFORM 9100-LOG-ERROR-PARA
                          GOBACK
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LEDGER-IN
           END-EVALUATE.

      * ---------------- REPORT AND LEDGER OUTPUTS ---------------------

       1500-OPEN-REPORTS-PARA.
           OPEN OUTPUT LEDGER-OUT
           IF NOT C05-LGO-SUCCESS
               MOVE '1500-OPEN-REPORTS-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-LGO TO ERL-FILE-STATUS
               MOVE 'LEDGER-OUT OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           OPEN OUTPUT STMT-RPT
           IF NOT C05-STM-SUCCESS
               MOVE '1500-OPEN-REPORTS-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-STM TO ERL-FILE-STATUS
               MOVE 'STMT-RPT OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           OPEN OUTPUT RECV-RPT
           IF NOT C05-RCV-SUCCESS
               MOVE '1500-OPEN-REPORTS-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-RCV TO ERL-FILE-STATUS
               MOVE 'RECV-RPT OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           OPEN OUTPUT UNCLM-RPT
           IF NOT C05-UNC-SUCCESS
               MOVE '1500-OPEN-REPORTS-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-UNC TO ERL-FILE-STATUS
               MOVE 'UNCLM-RPT OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-YEAR
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MONTH
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-DAY
           MOVE WS-PARM-MONTH TO PDL-MONTH
           MOVE WS-PARM-YEAR  TO PDL-YEAR
           MOVE WS-PARM-CITY  TO PDL-CITY
           MOVE WS-UNCLM-DAYS TO UDL-DAYS

           WRITE STMT-RPT-REC FROM STM-HDR1
           WRITE STMT-RPT-REC FROM HDR-FILLER
           WRITE STMT-RPT-REC FROM HDR2
           WRITE STMT-RPT-REC FROM PERIOD-LINE

           WRITE RECV-RPT-REC FROM RCV-HDR1
           WRITE RECV-RPT-REC FROM HDR-FILLER
           WRITE RECV-RPT-REC FROM HDR2
           WRITE RECV-RPT-REC FROM PERIOD-LINE
           WRITE RECV-RPT-REC FROM HDR-FILLER
           WRITE RECV-RPT-REC FROM RCV-COL-HDR

           WRITE UNCLM-RPT-REC FROM UNC-HDR1
           WRITE UNCLM-RPT-REC FROM HDR-FILLER
           WRITE UNCLM-RPT-REC FROM HDR2
           WRITE UNCLM-RPT-REC FROM UNC-DAYS-LINE
           WRITE UNCLM-RPT-REC FROM HDR-FILLER
           WRITE UNCLM-RPT-REC FROM UNC-COL-HDR.

       3000-PROC-PARA.
           PERFORM 3200-SETTLE-AGENT-PARA
              VARYING WS-SET-IDX FROM 1 BY 1
              UNTIL WS-SET-IDX > WS-SET-TAB-COUNT
           PERFORM 3290-CLOSE-CARRY-OUT-PARA
           PERFORM 3600-UNCLAIMED-PARA
           PERFORM 3800-WRITE-LEDGER-PARA
           PERFORM 3900-SUMMARY-PARA.

       3170-FIND-AGENT-PARA.
           MOVE 0 TO WS-AGENT-MATCH-IDX
           PERFORM VARYING WS-AGT-IDX FROM 1 BY 1
              UNTIL WS-AGT-IDX > WS-AGENT-TAB-COUNT
                 OR WS-AGENT-MATCH-IDX > 0
              IF WAE-AGENT-ID(WS-AGT-IDX) = WS-LOOKUP-AGENT
                 SET WS-AGENT-MATCH-IDX TO WS-AGT-IDX
              END-IF
           END-PERFORM.

      * ---------------- SETTLE ONE TERMINATED AGENT -------------------
      * Carry-forward, hold and return balances net to one final
      * figure.  A credit rides the carry-out as a final-settlement
      * record DISBPGM pays regardless of the minimum payout; a debit
      * is referred to collections.  Nothing for the agent goes back on
      * the chain otherwise.
      * The ledger's paid figure takes a final credit once.  A PAYFMT
      * hold for an agent already paid a final credit is that credit
      * coming round again (prenote or cooling-off), so it is re-issued
      * without being counted a second time; otherwise the hold is a
      * payment the agent never had and counts like the rest.
       3200-SETTLE-AGENT-PARA.
           MOVE WST-AGENT-ID(WS-SET-IDX) TO WS-LOOKUP-AGENT
           PERFORM 3210-FIND-LEDGER-PARA
           IF WS-LDG-MATCH-IDX = 0
              PERFORM 3220-ADD-LEDGER-PARA
           END-IF
           MOVE WLG-FIRST-DATE(WS-LDG-MATCH-IDX) TO WS-PRIOR-DATE

           COMPUTE WS-FINAL-BAL = WST-CARRY(WS-SET-IDX)
                                + WST-HOLD(WS-SET-IDX)
                                + WST-RETURN(WS-SET-IDX)
           IF WLG-PAID(WS-LDG-MATCH-IDX) > 0
              COMPUTE WS-PAID-NEW = WST-CARRY(WS-SET-IDX)
                                  + WST-RETURN(WS-SET-IDX)
           ELSE
              MOVE WS-FINAL-BAL TO WS-PAID-NEW
           END-IF
           IF WS-PAID-NEW > WS-FINAL-BAL
              MOVE WS-FINAL-BAL TO WS-PAID-NEW
           END-IF
           IF WS-PAID-NEW < 0
              MOVE 0 TO WS-PAID-NEW
           END-IF

           PERFORM 3250-PRINT-STATEMENT-PARA

           IF WST-UNCLAIMED(WS-SET-IDX) NOT = 0
              ADD WST-UNCLAIMED(WS-SET-IDX)
                 TO WLG-UNCLAIMED(WS-LDG-MATCH-IDX)
              ADD WST-UNCLAIMED(WS-SET-IDX) TO WS-HELD-NEW-TOTAL
              IF WLG-UNCLM-DATE(WS-LDG-MATCH-IDX) = 0
                 MOVE WS-TODAY TO WLG-UNCLM-DATE(WS-LDG-MATCH-IDX)
              END-IF
           END-IF

           MOVE SPACES TO STM-DISP-LINE
           MOVE '  DISPOSITION: ' TO SDL-LABEL
           EVALUATE TRUE
             WHEN WS-FINAL-BAL > 0
               PERFORM 3230-WRITE-FINAL-CREDIT-PARA
               ADD WS-PAID-NEW TO WLG-PAID(WS-LDG-MATCH-IDX)
               ADD 1 TO WS-CREDIT-COUNT
               ADD WS-FINAL-BAL TO WS-CREDIT-TOTAL
               IF WS-PAID-NEW = WS-FINAL-BAL
                  MOVE 'FINAL CREDIT PAID WITH DISBURSEMENT OF'
                    TO SDL-TEXT
               ELSE
                  MOVE 'HELD FINAL CREDIT REISSUED WITH DISB OF'
                    TO SDL-TEXT
               END-IF
               MOVE WS-PARM-MONTH TO SDL-MONTH
               MOVE '/'           TO SDL-SLASH
               MOVE WS-PARM-YEAR  TO SDL-YEAR
             WHEN WS-FINAL-BAL < 0
               COMPUTE WS-OWED = 0 - WS-FINAL-BAL
               ADD WS-OWED TO WLG-REFERRED(WS-LDG-MATCH-IDX)
               ADD 1 TO WS-DEBIT-COUNT
               ADD WS-OWED TO WS-DEBIT-TOTAL
               PERFORM 3240-WRITE-RECEIVABLE-PARA
               MOVE 'OWED BY AGENT - REFERRED TO COLLECTIONS'
                 TO SDL-TEXT
             WHEN OTHER
               ADD 1 TO WS-NIL-COUNT
               MOVE 'NOTHING DUE EITHER WAY' TO SDL-TEXT
           END-EVALUATE
           WRITE STMT-RPT-REC FROM STM-DISP-LINE

           IF WS-FINAL-BAL < 0 OR WST-UNCLAIMED(WS-SET-IDX) NOT = 0
              PERFORM 3260-WRITE-SETL-GL-PARA
           END-IF

           MOVE WS-TODAY TO WLG-LAST-DATE(WS-LDG-MATCH-IDX)
           ADD 1 TO WS-SETTLED-COUNT.

       3210-FIND-LEDGER-PARA.
           MOVE 0 TO WS-LDG-MATCH-IDX
           PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
              UNTIL WS-LDG-IDX > WS-LDG-TAB-COUNT
                 OR WS-LDG-MATCH-IDX > 0
              IF WLG-AGENT-ID(WS-LDG-IDX) = WS-LOOKUP-AGENT
                 SET WS-LDG-MATCH-IDX TO WS-LDG-IDX
              END-IF
           END-PERFORM.

       3220-ADD-LEDGER-PARA.
           IF WS-LDG-TAB-COUNT < WS-LDG-MAX-ENTRIES
              ADD 1 TO WS-LDG-TAB-COUNT
              MOVE WS-LDG-TAB-COUNT TO WS-LDG-MATCH-IDX
              MOVE WS-LOOKUP-AGENT TO WLG-AGENT-ID(WS-LDG-MATCH-IDX)
              MOVE 0 TO WLG-FIRST-DATE(WS-LDG-MATCH-IDX)
              MOVE 0 TO WLG-LAST-DATE(WS-LDG-MATCH-IDX)
              MOVE 0 TO WLG-PAID(WS-LDG-MATCH-IDX)
              MOVE 0 TO WLG-REFERRED(WS-LDG-MATCH-IDX)
              MOVE 0 TO WLG-UNCLAIMED(WS-LDG-MATCH-IDX)
              MOVE 0 TO WLG-UNCLM-DATE(WS-LDG-MATCH-IDX)
           ELSE
              MOVE '3220-ADD-LEDGER-PARA' TO ERL-PARAGRAPH
              MOVE 16 TO ERL-SEVERITY
              MOVE 'LEDGER EXCEEDS TABLE - RAISE WS-LDG-MAX-ENTRIES'
                 TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
           END-IF.

      * The final-settlement credit DISBPGM pays without the minimum
      * payout test.
       3230-WRITE-FINAL-CREDIT-PARA.
           MOVE SPACES                   TO WS-CARRY-REC
           MOVE WST-AGENT-ID(WS-SET-IDX) TO CFR-AGENT-ID
           MOVE WS-FINAL-BAL             TO CFR-AMOUNT
           MOVE WS-PARM-MONTH            TO CFR-MONTH
           MOVE WS-PARM-YEAR             TO CFR-YEAR
           MOVE 'F'                      TO CFR-FINAL
           WRITE CARRY-OUT-REC FROM WS-CARRY-REC
           ADD 1 TO WS-CFO-COUNT
           ADD WS-FINAL-BAL TO WS-CFO-HASH
           IF WLG-FIRST-DATE(WS-LDG-MATCH-IDX) = 0
              MOVE WS-TODAY TO WLG-FIRST-DATE(WS-LDG-MATCH-IDX)
           END-IF.

       3240-WRITE-RECEIVABLE-PARA.
           IF WLG-FIRST-DATE(WS-LDG-MATCH-IDX) = 0
              MOVE WS-TODAY TO WLG-FIRST-DATE(WS-LDG-MATCH-IDX)
           END-IF
           MOVE SPACES                      TO RCV-LINE
           MOVE WST-AGENT-ID(WS-SET-IDX)    TO RCL-AGENT
           MOVE WST-NAME(WS-SET-IDX)        TO RCL-NAME
           MOVE WST-BRANCH(WS-SET-IDX)      TO RCL-BRANCH
           MOVE WS-OWED                     TO RCL-AMOUNT
           MOVE WLG-FIRST-DATE(WS-LDG-MATCH-IDX) TO RCL-FIRST
           WRITE RECV-RPT-REC FROM RCV-LINE.

      * What this agent takes off the chain for GLPGM to post: the
      * debit referred and the return newly held unclaimed.
       3260-WRITE-SETL-GL-PARA.
           MOVE WST-AGENT-ID(WS-SET-IDX) TO SGD-AGENT-ID
           IF WS-FINAL-BAL < 0
              MOVE WS-OWED TO SGD-REFERRED
           ELSE
              MOVE 0 TO SGD-REFERRED
           END-IF
           MOVE WST-UNCLAIMED(WS-SET-IDX) TO SGD-UNCLAIMED
           MOVE WS-PARM-MONTH TO SGD-MONTH
           MOVE WS-PARM-YEAR  TO SGD-YEAR
           WRITE SETL-GL-REC FROM SGL-DETAIL
           ADD 1 TO WS-SGL-COUNT.

      * ---------------- FINAL SETTLEMENT STATEMENT --------------------
      * One block per agent: where the balance came from, what it
      * nets to and (written by the caller) what happens to it.
       3250-PRINT-STATEMENT-PARA.
           WRITE STMT-RPT-REC FROM HDR-FILLER
           MOVE WST-AGENT-ID(WS-SET-IDX) TO SAL-AGENT
           MOVE WST-NAME(WS-SET-IDX)     TO SAL-NAME
           MOVE WST-BRANCH(WS-SET-IDX)   TO SAL-BRANCH
           WRITE STMT-RPT-REC FROM STM-AGENT-LINE

           IF WS-PRIOR-DATE > 0
              MOVE WS-PRIOR-DATE TO SPL-DATE
              MOVE WLG-PAID(WS-LDG-MATCH-IDX)     TO SPL-PAID
              MOVE WLG-REFERRED(WS-LDG-MATCH-IDX) TO SPL-REFERRED
              WRITE STMT-RPT-REC FROM STM-PRIOR-LINE
           END-IF

           MOVE 'CARRIED-FORWARD BALANCE' TO SML-LABEL
           MOVE WST-CARRY(WS-SET-IDX) TO SML-AMOUNT
           WRITE STMT-RPT-REC FROM STM-AMOUNT-LINE
           MOVE 'PAYMENTS HELD (PRENOTE / COOLING-OFF)' TO SML-LABEL
           MOVE WST-HOLD(WS-SET-IDX) TO SML-AMOUNT
           WRITE STMT-RPT-REC FROM STM-AMOUNT-LINE
           MOVE 'PAYMENTS RETURNED BY THE BANK' TO SML-LABEL
           MOVE WST-RETURN(WS-SET-IDX) TO SML-AMOUNT
           WRITE STMT-RPT-REC FROM STM-AMOUNT-LINE
           MOVE 'FINAL BALANCE' TO SML-LABEL
           MOVE WS-FINAL-BAL TO SML-AMOUNT
           WRITE STMT-RPT-REC FROM STM-AMOUNT-LINE
           IF WST-UNCLAIMED(WS-SET-IDX) NOT = 0
              MOVE 'FINAL PAYMENT RETURNED - HELD UNCLAIMED'
                 TO SML-LABEL
              MOVE WST-UNCLAIMED(WS-SET-IDX) TO SML-AMOUNT
              WRITE STMT-RPT-REC FROM STM-AMOUNT-LINE
           END-IF.

      * Trailers for the carry-forward and settlement GL files.
       3290-CLOSE-CARRY-OUT-PARA.
           MOVE WS-CFO-COUNT TO CFT-COUNT
           MOVE WS-CFO-HASH  TO CFT-HASH
           WRITE CARRY-OUT-REC FROM CFO-TRL

           MOVE WS-SGL-COUNT      TO SGT-COUNT
           MOVE WS-DEBIT-TOTAL    TO SGT-REFERRED
           MOVE WS-HELD-NEW-TOTAL TO SGT-UNCLAIMED
           WRITE SETL-GL-REC FROM SGL-TRL.

      * ---------------- UNCLAIMED-FUNDS REPORT ------------------------
      * Every ledger balance held unclaimed for at least the card's
      * number of days; younger ones are only counted.
       3600-UNCLAIMED-PARA.
           PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
              UNTIL WS-LDG-IDX > WS-LDG-TAB-COUNT
              IF WLG-UNCLAIMED(WS-LDG-IDX) > 0 AND
                 WLG-UNCLM-DATE(WS-LDG-IDX) > 0
                 COMPUTE WS-HELD-INT = FUNCTION INTEGER-OF-DATE(
                    WLG-UNCLM-DATE(WS-LDG-IDX))
                 COMPUTE WS-DAYS-HELD = WS-TODAY-INT - WS-HELD-INT
                 IF WS-DAYS-HELD >= WS-UNCLM-DAYS
                    PERFORM 3610-UNCLAIMED-LINE-PARA
                 ELSE
                    ADD 1 TO WS-UNC-YOUNG-COUNT
                 END-IF
              END-IF
           END-PERFORM

           MOVE SPACES TO TOTAL-LINE
           MOVE 'TOTAL UNCLAIMED' TO TTL-LABEL
           MOVE WS-UNC-TOTAL TO TTL-AMOUNT
           MOVE WS-UNC-COUNT TO TTL-COUNT
           MOVE ' AGENT(S)' TO TTL-TEXT
           WRITE UNCLM-RPT-REC FROM HDR-FILLER
           WRITE UNCLM-RPT-REC FROM TOTAL-LINE
           MOVE SPACES TO TOTAL-LINE
           MOVE 'HELD FOR FEWER DAYS - NOT YET REPORTED' TO TTL-LABEL
           MOVE WS-UNC-YOUNG-COUNT TO TTL-COUNT
           MOVE ' AGENT(S)' TO TTL-TEXT
           WRITE UNCLM-RPT-REC FROM TOTAL-LINE
           WRITE UNCLM-RPT-REC FROM HDR-FILLER
           WRITE UNCLM-RPT-REC FROM TRAILER2.

       3610-UNCLAIMED-LINE-PARA.
           MOVE SPACES TO UNC-LINE
           MOVE WLG-AGENT-ID(WS-LDG-IDX) TO UCL-AGENT
           MOVE WLG-AGENT-ID(WS-LDG-IDX) TO WS-LOOKUP-AGENT
           PERFORM 3170-FIND-AGENT-PARA
           IF WS-AGENT-MATCH-IDX > 0
              MOVE WAE-NAME(WS-AGENT-MATCH-IDX)   TO UCL-NAME
              MOVE WAE-BRANCH(WS-AGENT-MATCH-IDX) TO UCL-BRANCH
           ELSE
              MOVE '** NOT ON MASTER **' TO UCL-NAME
           END-IF
           MOVE WLG-UNCLAIMED(WS-LDG-IDX)  TO UCL-AMOUNT
           MOVE WLG-UNCLM-DATE(WS-LDG-IDX) TO UCL-SINCE
           MOVE WS-DAYS-HELD               TO UCL-DAYS
           WRITE UNCLM-RPT-REC FROM UNC-LINE
           ADD 1 TO WS-UNC-COUNT
           ADD WLG-UNCLAIMED(WS-LDG-IDX) TO WS-UNC-TOTAL.

      * ---------------- NEW GENERATION OF THE LEDGER ------------------

       3800-WRITE-LEDGER-PARA.
           PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
              UNTIL WS-LDG-IDX > WS-LDG-TAB-COUNT
              MOVE SPACES TO LEDGER-OUT-REC
              MOVE WLG-AGENT-ID(WS-LDG-IDX)   TO SLO-AGENT-ID
              MOVE WLG-FIRST-DATE(WS-LDG-IDX) TO SLO-FIRST-DATE
              MOVE WLG-LAST-DATE(WS-LDG-IDX)  TO SLO-LAST-DATE
              MOVE WLG-PAID(WS-LDG-IDX)       TO SLO-PAID
              MOVE WLG-REFERRED(WS-LDG-IDX)   TO SLO-REFERRED
              MOVE WLG-UNCLAIMED(WS-LDG-IDX)  TO SLO-UNCLAIMED
              MOVE WLG-UNCLM-DATE(WS-LDG-IDX) TO SLO-UNCLM-DATE
              WRITE LEDGER-OUT-REC
              ADD 1 TO WS-LDG-OUT-COUNT
           END-PERFORM.

       3900-SUMMARY-PARA.
           IF WS-SETTLED-COUNT = 0
              WRITE STMT-RPT-REC FROM HDR-FILLER
              MOVE SPACES TO STMT-RPT-REC
              MOVE 'NO TERMINATED AGENT HAS A BALANCE TO SETTLE'
                 TO STMT-RPT-REC
              WRITE STMT-RPT-REC
           END-IF

           MOVE WS-SETTLED-COUNT TO SSL-SETTLED
           MOVE WS-CREDIT-COUNT  TO SSL-CREDITS
           MOVE WS-DEBIT-COUNT   TO SSL-DEBITS
           MOVE WS-NIL-COUNT     TO SSL-NIL
           WRITE STMT-RPT-REC FROM HDR-FILLER
           WRITE STMT-RPT-REC FROM STM-SUMMARY-LINE
           MOVE SPACES TO TOTAL-LINE
           MOVE 'FINAL CREDITS TO BE PAID' TO TTL-LABEL
           MOVE WS-CREDIT-TOTAL TO TTL-AMOUNT
           WRITE STMT-RPT-REC FROM TOTAL-LINE
           MOVE 'DEBITS REFERRED TO COLLECTIONS' TO TTL-LABEL
           MOVE WS-DEBIT-TOTAL TO TTL-AMOUNT
           WRITE STMT-RPT-REC FROM TOTAL-LINE
           MOVE 'RETURNED FINAL PAYMENTS HELD UNCLAIMED' TO TTL-LABEL
           MOVE WS-HELD-NEW-TOTAL TO TTL-AMOUNT
           WRITE STMT-RPT-REC FROM TOTAL-LINE
           WRITE STMT-RPT-REC FROM HDR-FILLER
           WRITE STMT-RPT-REC FROM TRAILER2

           MOVE SPACES TO TOTAL-LINE
           MOVE 'TOTAL REFERRED TO COLLECTIONS' TO TTL-LABEL
           MOVE WS-DEBIT-TOTAL TO TTL-AMOUNT
           MOVE WS-DEBIT-COUNT TO TTL-COUNT
           MOVE ' AGENT(S)' TO TTL-TEXT
           WRITE RECV-RPT-REC FROM HDR-FILLER
           WRITE RECV-RPT-REC FROM TOTAL-LINE
           WRITE RECV-RPT-REC FROM HDR-FILLER
           WRITE RECV-RPT-REC FROM TRAILER2

           DISPLAY 'FINAL SETTLEMENT - PASSED THROUGH ' WS-PASS-COUNT
              ' SETTLED ' WS-SETTLED-COUNT ' CREDITS ' WS-CREDIT-COUNT
              ' DEBITS ' WS-DEBIT-COUNT
           DISPLAY 'UNCLAIMED FUNDS REPORTED ' WS-UNC-COUNT
              ' LEDGER RECORDS OUT ' WS-LDG-OUT-COUNT
           DISPLAY 'SETTLEMENT GL RECORDS ' WS-SGL-COUNT
              ' REFERRED ' WS-DEBIT-TOTAL
              ' UNCLAIMED ' WS-HELD-NEW-TOTAL.

      * ---------------- SHARED ERROR LOGGING --------------------------

       9100-LOG-ERROR-PARA.
           CALL 'ERRLOG' USING ERRLOG-PARM
           MOVE ERL-SEVERITY TO RETURN-CODE
           MOVE SPACES TO ERL-FILE-STATUS
           MOVE 0      TO ERL-SQLCODE.

       9000-TERM-PARA.
           CLOSE CARRY-OUT-FILE
           CLOSE SETL-GL-FILE
           CLOSE LEDGER-OUT
           CLOSE STMT-RPT
           CLOSE RECV-RPT
           CLOSE UNCLM-RPT
           GOBACK.
