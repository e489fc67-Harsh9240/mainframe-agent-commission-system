
           SELECT SORT-WORK ASSIGN TO DD7.

           SELECT OPTIONAL DEDN-IN ASSIGN TO DD8
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-DDI.

           SELECT DEDN-OUT ASSIGN TO DD9
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-DDO.

           SELECT DEDN-RPT ASSIGN TO DD10
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-DRP.

           SELECT REMIT-FILE ASSIGN TO DD11
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-RMT.

           SELECT DEDN-GL-FILE ASSIGN TO DD12
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-DGL.

       DATA DIVISION.

       FILE SECTION.
      * signed commission hash are verified at 1150-VERIFY-PAY-PARA
      * before a single record is settled - a truncated file stops the
      * step instead of short-paying agents.  Amounts are read signed
      * so adjustment records net correctly.  At a quarter end DD1
      * also concatenates BONUSPGM's bonus file behind COMMPGM's, in
      * the same envelope, so each H..T segment verifies on its own.
       FD COMM-PAY-PS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
      * What Accounts Payable actually loads: a file header, one net
      * payment record per agent, and a trailer carrying the payment
      * record count and a hash total of the payment amounts so the
      * receiving system can verify completeness.  DSD-AMOUNT is the
      * net paid; DSD-GROSS and DSD-DEDUCT show what it was before
      * standing deductions and what they took.
       FD DISB-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
      * its file in the H/T envelope; DD4 may be a concatenation of
      * several producers' files (this program's carry-out, PAYFMT's
      * holds, ACKPGM's returns), so the load verifies each H..T
      * segment's count and hash as it passes.  Where SETLPGM runs, DD4
      * is its carry-out instead; CFI-FINAL marks its final-settlement
      * credits for terminated agents, paid whatever the minimum payout.
       FD CARRY-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
          05 CFI-MONTH         PIC 9(02).
          05 CFI-SP3           PIC X(01).
          05 CFI-YEAR          PIC 9(04).
          05 CFI-SP4           PIC X(01).
          05 CFI-FINAL         PIC X(01).
             88 CFI-FINAL-SETTLE VALUE 'F'.
          05 CFI-FILLER        PIC X(50).
       01 CARRY-IN-CTL-REC REDEFINES CARRY-IN-REC.
          05 CIC-REC-TYPE      PIC X(01).
          05 CIC-SP1           PIC X(01).
          05 SRT-AGENT-ID      PIC X(08).
          05 SRT-COMMISSION    PIC S9(09)V9(02) COMP-3.

      * ---------------- STANDING DEDUCTION MASTER ---------------------
      * One record per agent per standing deduction - a garnishment or
      * support order ('CO', always taken first), a desk fee ('DF'), a
      * licence-fee recovery ('LF') or other ('OT').  Within each class
      * DDI-PRIORITY orders them.  The amount is fixed ('F') or a
      * percentage of the agent's gross for the period ('P'); a
      * non-zero cap limits what one period may take, a non-zero total
      * owed ends the deduction once taken to date reaches it.  What a
      * paid period could not cover rides in the arrears and is due
      * again next period.  A blank payee is a recovery the company
      * keeps; any other payee is remitted to.  Last period's file
      * comes in on DD8 (absent before the first order is served),
      * this period's goes out on DD9 with taken to date and arrears
      * brought up to date - the AGTMAINT generation swap.
       FD DEDN-IN
           RECORDING MODE IS F
           RECORD CONTAINS 128 CHARACTERS.
       01 DEDN-IN-REC.
          05 DDI-AGENT-ID      PIC X(08).
          05 DDI-SP1           PIC X(01).
          05 DDI-PRIORITY      PIC 9(02).
          05 DDI-SP2           PIC X(01).
          05 DDI-TYPE          PIC X(02).
             88 DDI-COURT-ORDER    VALUE 'CO'.
             88 DDI-TYPE-VALID     VALUE 'CO' 'DF' 'LF' 'OT'.
          05 DDI-SP3           PIC X(01).
          05 DDI-METHOD        PIC X(01).
             88 DDI-FIXED          VALUE 'F'.
             88 DDI-PERCENTAGE     VALUE 'P'.
          05 DDI-SP4           PIC X(01).
          05 DDI-AMOUNT        PIC 9(07)V9(02).
          05 DDI-SP5           PIC X(01).
          05 DDI-PERCENT       PIC 9(03)V9(02).
          05 DDI-SP6           PIC X(01).
          05 DDI-CAP           PIC 9(07)V9(02).
          05 DDI-SP7           PIC X(01).
          05 DDI-TOTAL-OWED    PIC 9(09)V9(02).
          05 DDI-SP8           PIC X(01).
          05 DDI-TAKEN         PIC 9(09)V9(02).
          05 DDI-SP9           PIC X(01).
          05 DDI-ARREARS       PIC 9(09)V9(02).
          05 DDI-SP10          PIC X(01).
          05 DDI-PAYEE         PIC X(08).
          05 DDI-SP11          PIC X(01).
          05 DDI-REFERENCE     PIC X(12).
          05 DDI-SP12          PIC X(01).
          05 DDI-START-DATE    PIC 9(08).
          05 DDI-SP13          PIC X(01).
          05 DDI-STOP-DATE     PIC 9(08).
          05 DDI-FILLER        PIC X(10).

       FD DEDN-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 128 CHARACTERS.
       01 DEDN-OUT-REC.
          05 DDO-AGENT-ID      PIC X(08).
          05 DDO-SP1           PIC X(01).
          05 DDO-PRIORITY      PIC 9(02).
          05 DDO-SP2           PIC X(01).
          05 DDO-TYPE          PIC X(02).
          05 DDO-SP3           PIC X(01).
          05 DDO-METHOD        PIC X(01).
          05 DDO-SP4           PIC X(01).
          05 DDO-AMOUNT        PIC 9(07)V9(02).
          05 DDO-SP5           PIC X(01).
          05 DDO-PERCENT       PIC 9(03)V9(02).
          05 DDO-SP6           PIC X(01).
          05 DDO-CAP           PIC 9(07)V9(02).
          05 DDO-SP7           PIC X(01).
          05 DDO-TOTAL-OWED    PIC 9(09)V9(02).
          05 DDO-SP8           PIC X(01).
          05 DDO-TAKEN         PIC 9(09)V9(02).
          05 DDO-SP9           PIC X(01).
          05 DDO-ARREARS       PIC 9(09)V9(02).
          05 DDO-SP10          PIC X(01).
          05 DDO-PAYEE         PIC X(08).
          05 DDO-SP11          PIC X(01).
          05 DDO-REFERENCE     PIC X(12).
          05 DDO-SP12          PIC X(01).
          05 DDO-START-DATE    PIC 9(08).
          05 DDO-SP13          PIC X(01).
          05 DDO-STOP-DATE     PIC 9(08).
          05 DDO-FILLER        PIC X(10).

      * ---------------- DEDUCTION REGISTER ----------------------------
       FD DEDN-RPT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 DEDN-RPT-REC PIC X(80).

      * ---------------- THIRD-PARTY REMITTANCE FILE ------------------
      * One record per deduction taken for an outside payee, in the
      * H/T envelope, for Accounts Payable to remit to the payee.
       FD REMIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 REMIT-REC PIC X(80).

      * ---------------- DEDUCTIONS FOR THE LEDGER --------------------
      * One record per agent anything was deducted from - including a
      * payment the deductions took in full, which has no DISB-FILE
      * record - split into what goes to outside payees and what the
      * company keeps, in the H/T envelope.  GLPGM relieves the
      * payable by these amounts as DISB-FILE relieves it by the net.
       FD DEDN-GL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 DEDN-GL-REC PIC X(80).

       WORKING-STORAGE SECTION.

       COPY ERRLOGC.

       COPY STGCTLC.

       01 WS-VARS.
         05 WS-FST-PAY   PIC 9(02).
            88 C05-PAY-SUCCESS   VALUE 00.
         05 WS-FST-CFO   PIC 9(02).
            88 C05-CFO-SUCCESS   VALUE 00.

         05 WS-FST-DDI   PIC 9(02).
            88 C05-DDI-SUCCESS   VALUE 00.
            88 C05-DDI-ABSENT    VALUE 05 35.
            88 C05-DDI-EOF       VALUE 10.

         05 WS-FST-DDO   PIC 9(02).
            88 C05-DDO-SUCCESS   VALUE 00.

         05 WS-FST-DRP   PIC 9(02).
            88 C05-DRP-SUCCESS   VALUE 00.

         05 WS-FST-RMT   PIC 9(02).
            88 C05-RMT-SUCCESS   VALUE 00.

         05 WS-FST-DGL   PIC 9(02).
            88 C05-DGL-SUCCESS   VALUE 00.

      * ---------------- RUN PARAMETERS --------------------------------

         05 WS-PARM-CITY      PIC X(10).
         05 WS-PARM-MONTH     PIC 9(02).
         05 WS-PARM-YEAR      PIC 9(04).
         05 WS-MIN-PAYOUT     PIC 9(07)V9(02) VALUE 0.
         05 WS-PARM-PERIOD    PIC 9(06) VALUE 0.

      * ---------------- CARRY-FORWARD TABLE ---------------------------
      * Last period's carry-forward file loaded once at 1000-INIT-PARA,
               15 WCF-AGENT-ID  PIC X(08).
               15 WCF-AMOUNT    PIC S9(09)V9(02) COMP-3.
               15 WCF-USED-SW   PIC X(01).
               15 WCF-FINAL-SW  PIC X(01).

      * ---------------- AGENT AGGREGATION -----------------------------

            88 WS-FIRST-ROW VALUE 'Y'.
         05 WS-AGENT-NET         PIC S9(11)V9(02) VALUE 0.
         05 WS-CARRY-APPLIED     PIC S9(09)V9(02) VALUE 0.
         05 WS-FINAL-SW          PIC X(01) VALUE 'N'.
            88 WS-FINAL-SETTLE VALUE 'Y'.

         05 WS-SORT-EOF-SW       PIC X(01) VALUE 'N'.
            88 SORT-AT-EOF VALUE 'Y'.

      * ---------------- STANDING DEDUCTION TABLE ----------------------
      * DEDN-IN loaded whole at 1300-LOAD-DEDUCTIONS-PARA.  WDD-ORDER
      * puts court orders ahead of everything else, then priority;
      * WDD-ACTIVE-SW is set once for the period at load, WDD-DONE-SW
      * as each deduction is taken at the agent's settlement.
         05 WS-DED-MAX-ENTRIES   PIC 9(04) VALUE 500.
         05 WS-DED-TAB-COUNT     PIC 9(04) VALUE 0.
         05 WS-DED-TAB.
            10 WS-DED-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-DED-IDX.
               15 WDD-AGENT-ID    PIC X(08).
               15 WDD-PRIORITY    PIC 9(02).
               15 WDD-TYPE        PIC X(02).
               15 WDD-METHOD      PIC X(01).
               15 WDD-AMOUNT      PIC 9(07)V9(02) COMP-3.
               15 WDD-PERCENT     PIC 9(03)V9(02) COMP-3.
               15 WDD-CAP         PIC 9(07)V9(02) COMP-3.
               15 WDD-TOTAL-OWED  PIC 9(09)V9(02) COMP-3.
               15 WDD-TAKEN       PIC 9(09)V9(02) COMP-3.
               15 WDD-ARREARS     PIC 9(09)V9(02) COMP-3.
               15 WDD-PAYEE       PIC X(08).
               15 WDD-REFERENCE   PIC X(12).
               15 WDD-START-DATE  PIC 9(08).
               15 WDD-STOP-DATE   PIC 9(08).
               15 WDD-ORDER       PIC 9(03).
               15 WDD-ACTIVE-SW   PIC X(01).
               15 WDD-DONE-SW     PIC X(01).

         05 WS-DED-START-PERIOD  PIC 9(06) VALUE 0.
         05 WS-DED-STOP-PERIOD   PIC 9(06) VALUE 0.
         05 WS-DED-PICK-IDX      PIC 9(04) VALUE 0.
         05 WS-DED-PICK-ORDER    PIC 9(03) VALUE 0.
         05 WS-DED-NONE-LEFT-SW  PIC X(01) VALUE 'N'.
            88 WS-DED-NONE-LEFT VALUE 'Y'.

      * ---------------- ONE AGENT'S DEDUCTIONS ------------------------
      * Gross is the agent's settled net before deductions; only a
      * settlement that is being paid has anything taken from it.
      * A percentage deduction is taken on the base - gross less the
      * carry-ins, which were deducted from when first settled - but
      * no deduction may take more than the gross.
         05 WS-DED-PAYING-SW     PIC X(01) VALUE 'N'.
            88 WS-DED-PAYING VALUE 'Y'.
         05 WS-AGENT-GROSS       PIC S9(11)V9(02) VALUE 0.
         05 WS-AGENT-DEDUCT      PIC S9(11)V9(02) VALUE 0.
         05 WS-AGENT-DED-LINES   PIC 9(04) VALUE 0.
         05 WS-AGENT-REMITTED    PIC S9(11)V9(02) VALUE 0.
         05 WS-AGENT-RETAINED    PIC S9(11)V9(02) VALUE 0.
         05 WS-DED-BASE          PIC S9(11)V9(02) VALUE 0.
         05 WS-DED-AVAIL         PIC S9(11)V9(02) VALUE 0.
         05 WS-DED-CURRENT       PIC S9(11)V9(02) VALUE 0.
         05 WS-DED-DUE           PIC S9(11)V9(02) VALUE 0.
         05 WS-DED-TAKE          PIC S9(11)V9(02) VALUE 0.
         05 WS-DED-REMAINING     PIC S9(11)V9(02) VALUE 0.
         05 WS-DED-NOTE          PIC X(12) VALUE SPACES.

      * ---------------- CONTROL TOTALS --------------------------------

         05 WS-PAY-REC-COUNT     PIC 9(07) VALUE 0.
         05 WS-DISB-HASH         PIC 9(13)V9(02) VALUE 0.
         05 WS-CARRY-OUT-COUNT   PIC 9(07) VALUE 0.
         05 WS-CARRY-OUT-HASH    PIC S9(13)V9(02) VALUE 0.
         05 WS-DED-IN-COUNT      PIC 9(07) VALUE 0.
         05 WS-DED-OUT-COUNT     PIC 9(07) VALUE 0.
         05 WS-DED-LINE-COUNT    PIC 9(07) VALUE 0.
         05 WS-DED-SHORT-COUNT   PIC 9(07) VALUE 0.
         05 WS-DED-DONE-COUNT    PIC 9(07) VALUE 0.
         05 WS-DED-NIL-COUNT     PIC 9(07) VALUE 0.
         05 WS-DED-TOT-TAKEN     PIC S9(13)V9(02) VALUE 0.
         05 WS-DED-TOT-RETAINED  PIC S9(13)V9(02) VALUE 0.
         05 WS-DED-TOT-ARREARS   PIC S9(13)V9(02) VALUE 0.
         05 WS-REMIT-COUNT       PIC 9(07) VALUE 0.
         05 WS-REMIT-HASH        PIC 9(13)V9(02) VALUE 0.
         05 WS-DEDN-GL-COUNT     PIC 9(07) VALUE 0.

      * ---------------- PAYMENT ENVELOPE VERIFICATION -----------------
      * What 1150-VERIFY-PAY-PARA counted off the COMM-PAY-PS segment
      * currently passing against what its producer's trailer claims,
      * and how many complete segments have passed.
         05 WS-PAYV-SEG-SW    PIC X(01) VALUE 'N'.
            88 WS-PAYV-IN-SEGMENT VALUE 'Y'.
         05 WS-PAYV-SEG-COUNT PIC 9(03) VALUE 0.
         05 WS-PAYV-COUNT     PIC 9(07) VALUE 0.
         05 WS-PAYV-HASH      PIC S9(13)V9(02) VALUE 0.

      * ---------------- CARRY-IN SEGMENT VERIFICATION -----------------
      * Running count/hash of the H..T segment currently loading.
            10 DSD-AMOUNT    PIC 9(09)V9(02).
            10 DSD-SP3       PIC X(01).
            10 DSD-CARRY-AMT PIC S9(09)V9(02).
            10 DSD-SP4       PIC X(01).
            10 DSD-GROSS     PIC 9(09)V9(02).
            10 DSD-SP5       PIC X(01).
            10 DSD-DEDUCT    PIC 9(09)V9(02).
            10 DSD-FILLER    PIC X(22).

         05 DSB-TRAILER.
            10 DST-REC-TYPE  PIC X(01) VALUE 'T'.
            10 CFT-HASH      PIC S9(13)V9(02).
            10 CFT-FILLER    PIC X(55) VALUE SPACES.

      * ---------------- REMITTANCE RECORDS ----------------------------

         05 RMT-HDR.
            10 RMH-REC-TYPE  PIC X(01) VALUE 'H'.
            10 RMH-SP1       PIC X(01) VALUE SPACES.
            10 RMH-SYSTEM    PIC X(08) VALUE 'DEDREMIT'.
            10 RMH-SP2       PIC X(01) VALUE SPACES.
            10 RMH-CITY      PIC X(10).
            10 RMH-SP3       PIC X(01) VALUE SPACES.
            10 RMH-MONTH     PIC 9(02).
            10 RMH-SP4       PIC X(01) VALUE SPACES.
            10 RMH-YEAR      PIC 9(04).
            10 RMH-SP5       PIC X(01) VALUE SPACES.
            10 RMH-RUN-DATE  PIC 9(08).
            10 RMH-FILLER    PIC X(42) VALUE SPACES.

         05 RMT-DETAIL.
            10 RMD-PAYEE     PIC X(08).
            10 RMD-SP1       PIC X(01) VALUE SPACES.
            10 RMD-REFERENCE PIC X(12).
            10 RMD-SP2       PIC X(01) VALUE SPACES.
            10 RMD-AGENT-ID  PIC X(08).
            10 RMD-SP3       PIC X(01) VALUE SPACES.
            10 RMD-AMOUNT    PIC 9(09)V9(02).
            10 RMD-SP4       PIC X(01) VALUE SPACES.
            10 RMD-TYPE      PIC X(02).
            10 RMD-SP5       PIC X(01) VALUE SPACES.
            10 RMD-MONTH     PIC 9(02).
            10 RMD-SP6       PIC X(01) VALUE SPACES.
            10 RMD-YEAR      PIC 9(04).
            10 RMD-FILLER    PIC X(27) VALUE SPACES.

         05 RMT-TRL.
            10 RMT-REC-TYPE  PIC X(01) VALUE 'T'.
            10 RMT-SP1       PIC X(01) VALUE SPACES.
            10 RMT-COUNT     PIC 9(07).
            10 RMT-SP2       PIC X(01) VALUE SPACES.
            10 RMT-HASH      PIC 9(13)V9(02).
            10 RMT-FILLER    PIC X(55) VALUE SPACES.

      * ---------------- LEDGER DEDUCTION RECORDS ----------------------
      * The trailer carries the remitted total (the REMIT-FILE hash)
      * and the retained total separately, each for GLPGM to tie to.

         05 DGL-HDR.
            10 DGH-REC-TYPE  PIC X(01) VALUE 'H'.
            10 DGH-SP1       PIC X(01) VALUE SPACES.
            10 DGH-SYSTEM    PIC X(08) VALUE 'DEDNGL'.
            10 DGH-SP2       PIC X(01) VALUE SPACES.
            10 DGH-CITY      PIC X(10).
            10 DGH-SP3       PIC X(01) VALUE SPACES.
            10 DGH-MONTH     PIC 9(02).
            10 DGH-SP4       PIC X(01) VALUE SPACES.
            10 DGH-YEAR      PIC 9(04).
            10 DGH-SP5       PIC X(01) VALUE SPACES.
            10 DGH-RUN-DATE  PIC 9(08).
            10 DGH-FILLER    PIC X(42) VALUE SPACES.

         05 DGL-DETAIL.
            10 DGD-AGENT-ID  PIC X(08).
            10 DGD-SP1       PIC X(01) VALUE SPACES.
            10 DGD-REMITTED  PIC 9(09)V9(02).
            10 DGD-SP2       PIC X(01) VALUE SPACES.
            10 DGD-RETAINED  PIC 9(09)V9(02).
            10 DGD-SP3       PIC X(01) VALUE SPACES.
            10 DGD-MONTH     PIC 9(02).
            10 DGD-SP4       PIC X(01) VALUE SPACES.
            10 DGD-YEAR      PIC 9(04).
            10 DGD-FILLER    PIC X(40) VALUE SPACES.

         05 DGL-TRL.
            10 DGT-REC-TYPE  PIC X(01) VALUE 'T'.
            10 DGT-SP1       PIC X(01) VALUE SPACES.
            10 DGT-COUNT     PIC 9(07).
            10 DGT-SP2       PIC X(01) VALUE SPACES.
            10 DGT-REMITTED  PIC 9(13)V9(02).
            10 DGT-SP3       PIC X(01) VALUE SPACES.
            10 DGT-RETAINED  PIC 9(13)V9(02).
            10 DGT-FILLER    PIC X(39) VALUE SPACES.

      * ---------------- DEDUCTION REGISTER LINES ----------------------

         05 HDR1.
            10 HDR1-F1     PIC X(21).
            10 HDR1-TITLE  PIC X(38)
               VALUE '    STANDING DEDUCTIONS REGISTER'.
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

         05 PERIOD-LINE.
            10 PDL-CITY-LBL   PIC X(06) VALUE 'CITY: '.
            10 PDL-CITY       PIC X(10).
            10 PDL-PER-LBL    PIC X(11) VALUE '   PERIOD: '.
            10 PDL-MONTH      PIC 9(02).
            10 PDL-SLASH      PIC X(01) VALUE '/'.
            10 PDL-YEAR       PIC 9(04).
            10 PDL-SP1        PIC X(46).

         05 DED-COL-HDR.
            10 DCH-AGENT      PIC X(09) VALUE 'AGENT'.
            10 DCH-TYPE       PIC X(03) VALUE 'TY'.
            10 DCH-REFERENCE  PIC X(13) VALUE 'REFERENCE'.
            10 DCH-PAYEE      PIC X(09) VALUE 'PAYEE'.
            10 DCH-DUE        PIC X(10) VALUE '       DUE'.
            10 DCH-SP1        PIC X(01).
            10 DCH-TAKEN      PIC X(10) VALUE '     TAKEN'.
            10 DCH-SP2        PIC X(01).
            10 DCH-ARREARS    PIC X(10) VALUE '   ARREARS'.
            10 DCH-SP3        PIC X(01).
            10 DCH-NOTE       PIC X(13) VALUE 'NOTE'.

         05 DED-LINE.
            10 DDL-AGENT      PIC X(08).
            10 DDL-SP1        PIC X(01).
            10 DDL-TYPE       PIC X(02).
            10 DDL-SP2        PIC X(01).
            10 DDL-REFERENCE  PIC X(12).
            10 DDL-SP3        PIC X(01).
            10 DDL-PAYEE      PIC X(08).
            10 DDL-SP4        PIC X(01).
            10 DDL-DUE        PIC ZZZ,ZZ9.99.
            10 DDL-SP5        PIC X(01).
            10 DDL-TAKEN      PIC ZZZ,ZZ9.99.
            10 DDL-SP6        PIC X(01).
            10 DDL-ARREARS    PIC ZZZ,ZZ9.99.
            10 DDL-SP7        PIC X(01).
            10 DDL-NOTE       PIC X(12).
            10 DDL-SP8        PIC X(01).

         05 DED-AGENT-LINE.
            10 DAL-AGENT      PIC X(08).
            10 DAL-GROSS-LBL  PIC X(08) VALUE ' GROSS: '.
            10 DAL-GROSS      PIC -ZZZ,ZZZ,ZZ9.99.
            10 DAL-DED-LBL    PIC X(07) VALUE ' DEDN: '.
            10 DAL-DEDUCT     PIC ZZZ,ZZZ,ZZ9.99.
            10 DAL-NET-LBL    PIC X(06) VALUE ' NET: '.
            10 DAL-NET        PIC -ZZZ,ZZZ,ZZ9.99.
            10 DAL-SP1        PIC X(07).

         05 DED-TOTAL-LINE.
            10 DTL-LABEL      PIC X(30).
            10 DTL-AMOUNT     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
            10 DTL-SP1        PIC X(32).

         05 DED-SUMMARY-LINE.
            10 DSM-LIN-LBL    PIC X(08) VALUE 'LINES : '.
            10 DSM-LINES      PIC ZZZ,ZZ9.
            10 DSM-SHT-LBL    PIC X(11) VALUE '  SHORT : '.
            10 DSM-SHORT      PIC ZZZ,ZZ9.
            10 DSM-DON-LBL    PIC X(15) VALUE '  SATISFIED : '.
            10 DSM-DONE       PIC ZZZ,ZZ9.
            10 DSM-NIL-LBL    PIC X(18) VALUE '  NOTHING LEFT : '.
            10 DSM-NIL        PIC ZZZ,ZZ9.

         05 TRAILER2.
            10 TR2-HYP1 PIC X(33) VALUE ALL '-'.
            10 TR2-TEXT PIC X(13) VALUE 'END OF REPORT'.
            10 TR2-HYP2 PIC X(34) VALUE ALL '-'.

       PROCEDURE DIVISION.

       0000-MAIN-PARA.
           MOVE PRM-MONTH      TO WS-PARM-MONTH
           MOVE PRM-YEAR       TO WS-PARM-YEAR
           MOVE PRM-MIN-PAYOUT TO WS-MIN-PAYOUT
           COMPUTE WS-PARM-PERIOD = WS-PARM-YEAR * 100 + WS-PARM-MONTH
           CLOSE PARM-FILE

           PERFORM 1020-STAGE-GATE-PARA

           PERFORM 1100-LOAD-CARRY-IN-PARA
           PERFORM 1150-VERIFY-PAY-PARA
           PERFORM 1300-LOAD-DEDUCTIONS-PARA

           OPEN INPUT COMM-PAY-PS
           IF NOT C05-PAY-SUCCESS
           MOVE FUNCTION CURRENT-DATE(1:8) TO CFH-RUN-DATE
           WRITE CARRY-OUT-REC FROM CFO-HDR

           PERFORM 1200-WRITE-HEADER-PARA
           PERFORM 1400-OPEN-DEDUCTION-OUTPUT-PARA.

      * ---------------- PERIOD STAGE GATE -----------------------------
      * No disbursement is built until RECONPGM has returned a clean
      * verdict for the period, and never twice for the same period -
      * a second DISB-FILE is a second set of bank credits.
       1020-STAGE-GATE-PARA.
           MOVE 'C'           TO STC-FUNCTION
           MOVE ERL-PROGRAM   TO STC-PROGRAM
           MOVE WS-PARM-CITY  TO STC-CITY
           MOVE WS-PARM-MONTH TO STC-MONTH
           MOVE WS-PARM-YEAR  TO STC-YEAR
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

      * ---------------- CARRY-FORWARD TABLE LOAD ----------------------
      * An absent carry-in file (status 05/35) is a normal
                     WCF-AMOUNT(WS-CARRY-TAB-COUNT)
                  MOVE 'N' TO
                     WCF-USED-SW(WS-CARRY-TAB-COUNT)
                  IF CFI-FINAL-SETTLE
                     MOVE 'Y' TO WCF-FINAL-SW(WS-CARRY-TAB-COUNT)
                  ELSE
                     MOVE 'N' TO WCF-FINAL-SW(WS-CARRY-TAB-COUNT)
                  END-IF
               ELSE
                  MOVE '1110-CARRY-IN-REC-PARA'
                     TO ERL-PARAGRAPH

      * ---------------- PAYMENT-FILE ENVELOPE CHECK -------------------
      * One pass over COMM-PAY-PS before the sort opens it for real:
      * each H..T segment's detail count and signed commission hash
      * must match what its producer's trailer claims, or nothing
      * settles this run.
       1150-VERIFY-PAY-PARA.
           OPEN INPUT COMM-PAY-PS
           IF NOT C05-PAY-SUCCESS
                 AT END
                    MOVE 10 TO WS-FST-PAY
                 NOT AT END
                    PERFORM 1160-VERIFY-PAY-REC-PARA
              END-READ
           END-PERFORM
           CLOSE COMM-PAY-PS

           IF WS-PAYV-IN-SEGMENT OR WS-PAYV-SEG-COUNT = 0
              MOVE '1150-VERIFY-PAY-PARA' TO ERL-PARAGRAPH
              MOVE 08 TO ERL-SEVERITY
              MOVE 'COMM-PAY-PS ENVELOPE MISSING' TO ERL-TEXT
              GOBACK
           END-IF

           MOVE 0 TO WS-FST-PAY.

      * ---------------- ONE PAYMENT-FILE RECORD -----------------------
      * The 1110-CARRY-IN-REC-PARA rules: a header inside an open
      * segment, a detail outside one, or a trailer that disagrees is
      * an incomplete producer run.
       1160-VERIFY-PAY-REC-PARA.
           EVALUATE TRUE
             WHEN COMM-PAY-REC(1:2) = 'H '
               IF WS-PAYV-IN-SEGMENT
                  MOVE '1160-VERIFY-PAY-REC-PARA' TO ERL-PARAGRAPH
                  MOVE 08 TO ERL-SEVERITY
                  MOVE 'COMM-PAY-PS ENVELOPE MISSING' TO ERL-TEXT
                  PERFORM 9100-LOG-ERROR-PARA
                  GOBACK
               END-IF
               MOVE 'Y' TO WS-PAYV-SEG-SW
               MOVE 0 TO WS-PAYV-COUNT
               MOVE 0 TO WS-PAYV-HASH
             WHEN COMM-PAY-REC(1:2) = 'T '
               IF NOT WS-PAYV-IN-SEGMENT
                  OR WS-PAYV-COUNT NOT = CPC-COUNT
                  OR WS-PAYV-HASH NOT = CPC-HASH
                  MOVE '1160-VERIFY-PAY-REC-PARA' TO ERL-PARAGRAPH
                  MOVE 08 TO ERL-SEVERITY
                  MOVE 'COMM-PAY-PS COUNT/HASH MISMATCH' TO ERL-TEXT
                  PERFORM 9100-LOG-ERROR-PARA
                  GOBACK
               END-IF
               MOVE 'N' TO WS-PAYV-SEG-SW
               ADD 1 TO WS-PAYV-SEG-COUNT
             WHEN OTHER
               IF NOT WS-PAYV-IN-SEGMENT
                  MOVE '1160-VERIFY-PAY-REC-PARA' TO ERL-PARAGRAPH
                  MOVE 08 TO ERL-SEVERITY
                  MOVE 'COMM-PAY-PS ENVELOPE MISSING' TO ERL-TEXT
                  PERFORM 9100-LOG-ERROR-PARA
                  GOBACK
               END-IF
               ADD 1 TO WS-PAYV-COUNT
               ADD CPY-COMMISSION TO WS-PAYV-HASH
           END-EVALUATE.

       1200-WRITE-HEADER-PARA.
           MOVE WS-PARM-CITY  TO DSH-CITY
           MOVE WS-PARM-MONTH TO DSH-MONTH
           MOVE FUNCTION CURRENT-DATE(9:6)  TO DSH-RUN-TIME
           WRITE DISB-REC FROM DSB-HEADER.

      * ---------------- STANDING DEDUCTION LOAD -----------------------
      * An absent deduction master (status 05/35) means no order has
      * been served yet - nothing is deducted.  Any other open failure
      * stops the run: paying gross would ignore every order on file.
      * A record that cannot be applied as it stands stops the run
      * too, rather than pay an agent past a court order.
       1300-LOAD-DEDUCTIONS-PARA.
           MOVE 0 TO WS-DED-TAB-COUNT
           OPEN INPUT DEDN-IN
           EVALUATE TRUE
             WHEN C05-DDI-ABSENT
              DISPLAY 'DEDN-IN NOT PRESENT - NO STANDING DEDUCTIONS '
                 'APPLIED'
              IF WS-FST-DDI = 05
                 CLOSE DEDN-IN
              END-IF
             WHEN NOT C05-DDI-SUCCESS
              MOVE '1300-LOAD-DEDUCTIONS-PARA' TO ERL-PARAGRAPH
              MOVE 08 TO ERL-SEVERITY
              MOVE WS-FST-DDI TO ERL-FILE-STATUS
              MOVE 'DEDN-IN OPEN FAILED' TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
             WHEN OTHER
              PERFORM UNTIL C05-DDI-EOF
                 READ DEDN-IN
                    AT END
                       MOVE 10 TO WS-FST-DDI
                    NOT AT END
                       ADD 1 TO WS-DED-IN-COUNT
                       PERFORM 1310-DEDUCTION-REC-PARA
                 END-READ
              END-PERFORM
              CLOSE DEDN-IN
           END-EVALUATE.

      * ---------------- ONE DEDUCTION MASTER RECORD -------------------
      * Active for the period when it has started, has not stopped and
      * is not yet taken in full; dates compare as YYYYMM so an order
      * starting or stopping mid-month counts for that month's pay.
       1310-DEDUCTION-REC-PARA.
           IF DDI-AGENT-ID = SPACES
              OR NOT DDI-TYPE-VALID
              OR NOT (DDI-FIXED OR DDI-PERCENTAGE)
              OR DDI-PRIORITY NOT NUMERIC
              OR DDI-AMOUNT NOT NUMERIC
              OR DDI-PERCENT NOT NUMERIC
              OR DDI-CAP NOT NUMERIC
              OR DDI-TOTAL-OWED NOT NUMERIC
              OR DDI-TAKEN NOT NUMERIC
              OR DDI-ARREARS NOT NUMERIC
              OR DDI-START-DATE NOT NUMERIC
              OR DDI-STOP-DATE NOT NUMERIC
              OR DDI-START-DATE = 0
              OR (DDI-FIXED AND DDI-AMOUNT = 0)
              OR (DDI-PERCENTAGE AND
                  (DDI-PERCENT = 0 OR DDI-PERCENT > 100))
              OR (DDI-STOP-DATE NOT = 0 AND
                  DDI-STOP-DATE < DDI-START-DATE)
              MOVE '1310-DEDUCTION-REC-PARA' TO ERL-PARAGRAPH
              MOVE 16 TO ERL-SEVERITY
              MOVE SPACES TO ERL-TEXT
              STRING 'DEDUCTION RECORD INVALID - AGENT '
                        DELIMITED BY SIZE
                     DDI-AGENT-ID DELIMITED BY SIZE
                     ' REF ' DELIMITED BY SIZE
                     DDI-REFERENCE DELIMITED BY SIZE
                INTO ERL-TEXT
              END-STRING
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
           END-IF

           IF WS-DED-TAB-COUNT NOT < WS-DED-MAX-ENTRIES
              MOVE '1310-DEDUCTION-REC-PARA' TO ERL-PARAGRAPH
              MOVE 16 TO ERL-SEVERITY
              MOVE 'DEDUCTIONS EXCEED TABLE - RAISE WS-DED-MAX-ENTRIES'
                 TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
           END-IF

           ADD 1 TO WS-DED-TAB-COUNT
           SET WS-DED-IDX TO WS-DED-TAB-COUNT
           MOVE DDI-AGENT-ID   TO WDD-AGENT-ID(WS-DED-IDX)
           MOVE DDI-PRIORITY   TO WDD-PRIORITY(WS-DED-IDX)
           MOVE DDI-TYPE       TO WDD-TYPE(WS-DED-IDX)
           MOVE DDI-METHOD     TO WDD-METHOD(WS-DED-IDX)
           MOVE DDI-AMOUNT     TO WDD-AMOUNT(WS-DED-IDX)
           MOVE DDI-PERCENT    TO WDD-PERCENT(WS-DED-IDX)
           MOVE DDI-CAP        TO WDD-CAP(WS-DED-IDX)
           MOVE DDI-TOTAL-OWED TO WDD-TOTAL-OWED(WS-DED-IDX)
           MOVE DDI-TAKEN      TO WDD-TAKEN(WS-DED-IDX)
           MOVE DDI-ARREARS    TO WDD-ARREARS(WS-DED-IDX)
           MOVE DDI-PAYEE      TO WDD-PAYEE(WS-DED-IDX)
           MOVE DDI-REFERENCE  TO WDD-REFERENCE(WS-DED-IDX)
           MOVE DDI-START-DATE TO WDD-START-DATE(WS-DED-IDX)
           MOVE DDI-STOP-DATE  TO WDD-STOP-DATE(WS-DED-IDX)
           MOVE 'N'            TO WDD-DONE-SW(WS-DED-IDX)

           IF DDI-COURT-ORDER
              COMPUTE WDD-ORDER(WS-DED-IDX) = 100 + DDI-PRIORITY
           ELSE
              COMPUTE WDD-ORDER(WS-DED-IDX) = 200 + DDI-PRIORITY
           END-IF

           COMPUTE WS-DED-START-PERIOD = DDI-START-DATE / 100
           COMPUTE WS-DED-STOP-PERIOD  = DDI-STOP-DATE / 100
           IF WS-DED-START-PERIOD > WS-PARM-PERIOD
              OR (DDI-STOP-DATE NOT = 0 AND
                  WS-DED-STOP-PERIOD < WS-PARM-PERIOD)
              OR (DDI-TOTAL-OWED NOT = 0 AND
                  DDI-TAKEN NOT < DDI-TOTAL-OWED)
              MOVE 'N' TO WDD-ACTIVE-SW(WS-DED-IDX)
           ELSE
              MOVE 'Y' TO WDD-ACTIVE-SW(WS-DED-IDX)
           END-IF.

      * ---------------- DEDUCTION OUTPUTS -----------------------------
      * The new master generation, the register, the remittance file
      * and the ledger deduction file are opened with the rest of the
      * outputs, so a run that cannot write them stops before an agent
      * is settled.
       1400-OPEN-DEDUCTION-OUTPUT-PARA.
           OPEN OUTPUT DEDN-OUT
           IF NOT C05-DDO-SUCCESS
               MOVE '1400-OPEN-DEDUCTION-OUTPUT-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-DDO TO ERL-FILE-STATUS
               MOVE 'DEDN-OUT OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           OPEN OUTPUT REMIT-FILE
           IF NOT C05-RMT-SUCCESS
               MOVE '1400-OPEN-DEDUCTION-OUTPUT-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-RMT TO ERL-FILE-STATUS
               MOVE 'REMIT-FILE OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           MOVE WS-PARM-CITY  TO RMH-CITY
           MOVE WS-PARM-MONTH TO RMH-MONTH
           MOVE WS-PARM-YEAR  TO RMH-YEAR
           MOVE FUNCTION CURRENT-DATE(1:8) TO RMH-RUN-DATE
           WRITE REMIT-REC FROM RMT-HDR

           OPEN OUTPUT DEDN-GL-FILE
           IF NOT C05-DGL-SUCCESS
               MOVE '1400-OPEN-DEDUCTION-OUTPUT-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-DGL TO ERL-FILE-STATUS
               MOVE 'DEDN-GL-FILE OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           MOVE WS-PARM-CITY  TO DGH-CITY
           MOVE WS-PARM-MONTH TO DGH-MONTH
           MOVE WS-PARM-YEAR  TO DGH-YEAR
           MOVE FUNCTION CURRENT-DATE(1:8) TO DGH-RUN-DATE
           WRITE DEDN-GL-REC FROM DGL-HDR

           OPEN OUTPUT DEDN-RPT
           IF NOT C05-DRP-SUCCESS
               MOVE '1400-OPEN-DEDUCTION-OUTPUT-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-DRP TO ERL-FILE-STATUS
               MOVE 'DEDN-RPT OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-YEAR
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MONTH
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-DAY
           MOVE WS-PARM-CITY  TO PDL-CITY
           MOVE WS-PARM-MONTH TO PDL-MONTH
           MOVE WS-PARM-YEAR  TO PDL-YEAR

           WRITE DEDN-RPT-REC FROM HDR1
           WRITE DEDN-RPT-REC FROM HDR-FILLER
           WRITE DEDN-RPT-REC FROM HDR2
           WRITE DEDN-RPT-REC FROM PERIOD-LINE
           WRITE DEDN-RPT-REC FROM HDR-FILLER
           WRITE DEDN-RPT-REC FROM DED-COL-HDR.

       3000-PROC-PARA.
           MOVE 'N' TO WS-SORT-EOF-SW
           SORT SORT-WORK
           END-IF

           PERFORM 3280-FLUSH-CARRY-PARA
           PERFORM 3290-WRITE-TRAILER-PARA
           PERFORM 3500-WRITE-DEDN-MASTER-PARA
           PERFORM 3550-DEDN-TOTALS-PARA.

       3410-RETURN-SORT-PARA.
           RETURN SORT-WORK

       3220-APPLY-CARRY-PARA.
           MOVE 0 TO WS-CARRY-APPLIED
           MOVE 'N' TO WS-FINAL-SW
           PERFORM VARYING WS-CFW-IDX FROM 1 BY 1
              UNTIL WS-CFW-IDX > WS-CARRY-TAB-COUNT
              IF WCF-AGENT-ID(WS-CFW-IDX) = WS-PREV-AGENT
                 AND WCF-USED-SW(WS-CFW-IDX) = 'N'
                 MOVE 'Y' TO WCF-USED-SW(WS-CFW-IDX)
                 ADD WCF-AMOUNT(WS-CFW-IDX) TO WS-CARRY-APPLIED
                 IF WCF-FINAL-SW(WS-CFW-IDX) = 'Y'
                    MOVE 'Y' TO WS-FINAL-SW
                 END-IF
              END-IF
           END-PERFORM
           ADD WS-CARRY-APPLIED TO WS-AGENT-NET.
      * At or above the minimum payout the net amount becomes a
      * disbursement detail record; below it (or not positive, as a
      * clawback-heavy period can leave it) the whole net rides the
      * carry-forward file into next period.  Standing deductions come
      * off a payment first - the minimum payout is judged on the
      * gross - and a payment they take in full is not sent at all.
      * A terminated agent's final-settlement credit is paid whatever
      * the minimum payout, since nothing will follow it.
       3250-SETTLE-AGENT-PARA.
           MOVE WS-AGENT-NET TO WS-AGENT-GROSS
           MOVE 0 TO WS-AGENT-DEDUCT
           MOVE 0 TO WS-AGENT-REMITTED
           MOVE 0 TO WS-AGENT-RETAINED
           COMPUTE WS-DED-BASE = WS-AGENT-GROSS - WS-CARRY-APPLIED
           IF WS-DED-BASE < 0
              MOVE 0 TO WS-DED-BASE
           END-IF
           IF (WS-AGENT-NET >= WS-MIN-PAYOUT OR WS-FINAL-SETTLE)
              AND WS-AGENT-NET > 0
              MOVE 'Y' TO WS-DED-PAYING-SW
           ELSE
              MOVE 'N' TO WS-DED-PAYING-SW
           END-IF

           IF WS-DED-TAB-COUNT > 0
              PERFORM 3300-APPLY-DEDUCTIONS-PARA
           END-IF

           IF WS-DED-PAYING
              IF WS-AGENT-DEDUCT > 0
                 PERFORM 3270-WRITE-DEDN-GL-PARA
              END-IF
              SUBTRACT WS-AGENT-DEDUCT FROM WS-AGENT-NET
              IF WS-AGENT-NET > 0
                 MOVE WS-PREV-AGENT    TO DSD-AGENT-ID
                 MOVE WS-AGENT-NET     TO DSD-AMOUNT
                 MOVE WS-CARRY-APPLIED TO DSD-CARRY-AMT
                 MOVE WS-AGENT-GROSS   TO DSD-GROSS
                 MOVE WS-AGENT-DEDUCT  TO DSD-DEDUCT
                 WRITE DISB-REC FROM DSB-DETAIL
                 ADD 1 TO WS-DISB-COUNT
                 ADD WS-AGENT-NET TO WS-DISB-HASH
              ELSE
                 ADD 1 TO WS-DED-NIL-COUNT
              END-IF
           ELSE
              IF WS-AGENT-NET NOT = 0
                 PERFORM 3260-WRITE-CARRY-OUT-PARA
           ADD 1 TO WS-CARRY-OUT-COUNT
           ADD WS-AGENT-NET TO WS-CARRY-OUT-HASH.

       3270-WRITE-DEDN-GL-PARA.
           MOVE WS-PREV-AGENT     TO DGD-AGENT-ID
           MOVE WS-AGENT-REMITTED TO DGD-REMITTED
           MOVE WS-AGENT-RETAINED TO DGD-RETAINED
           MOVE WS-PARM-MONTH     TO DGD-MONTH
           MOVE WS-PARM-YEAR      TO DGD-YEAR
           WRITE DEDN-GL-REC FROM DGL-DETAIL
           ADD 1 TO WS-DEDN-GL-COUNT.

      * ---------------- STANDING DEDUCTIONS FOR ONE AGENT -------------
      * The agent's active deductions are taken one at a time, lowest
      * WDD-ORDER first, each from what the ones before it left.
       3300-APPLY-DEDUCTIONS-PARA.
           MOVE 0 TO WS-AGENT-DED-LINES
           MOVE 'N' TO WS-DED-NONE-LEFT-SW
           PERFORM 3310-NEXT-DEDUCTION-PARA
              UNTIL WS-DED-NONE-LEFT

           IF WS-AGENT-DED-LINES > 0
              MOVE WS-PREV-AGENT   TO DAL-AGENT
              MOVE WS-AGENT-GROSS  TO DAL-GROSS
              MOVE WS-AGENT-DEDUCT TO DAL-DEDUCT
              COMPUTE DAL-NET = WS-AGENT-GROSS - WS-AGENT-DEDUCT
              WRITE DEDN-RPT-REC FROM DED-AGENT-LINE
              WRITE DEDN-RPT-REC FROM HDR-FILLER
           END-IF.

       3310-NEXT-DEDUCTION-PARA.
           MOVE 0   TO WS-DED-PICK-IDX
           MOVE 999 TO WS-DED-PICK-ORDER
           PERFORM VARYING WS-DED-IDX FROM 1 BY 1
              UNTIL WS-DED-IDX > WS-DED-TAB-COUNT
              IF WDD-AGENT-ID(WS-DED-IDX) = WS-PREV-AGENT
                 AND WDD-ACTIVE-SW(WS-DED-IDX) = 'Y'
                 AND WDD-DONE-SW(WS-DED-IDX) = 'N'
                 AND WDD-ORDER(WS-DED-IDX) < WS-DED-PICK-ORDER
                 SET WS-DED-PICK-IDX TO WS-DED-IDX
                 MOVE WDD-ORDER(WS-DED-IDX) TO WS-DED-PICK-ORDER
              END-IF
           END-PERFORM

           IF WS-DED-PICK-IDX = 0
              MOVE 'Y' TO WS-DED-NONE-LEFT-SW
           ELSE
              SET WS-DED-IDX TO WS-DED-PICK-IDX
              MOVE 'Y' TO WDD-DONE-SW(WS-DED-IDX)
              PERFORM 3320-TAKE-DEDUCTION-PARA
           END-IF.

      * ---------------- TAKE ONE DEDUCTION ----------------------------
      * Due is this period's amount (a percentage of the base, so
      * nothing when the agent is not paid), held to the cap, plus the
      * arrears, held to what is still owed.  Taken is due held to the
      * cap again and to what the payment has left - a payment never
      * goes below zero.  Whatever is due and not taken is the new
      * arrears.
       3320-TAKE-DEDUCTION-PARA.
           MOVE 0 TO WS-DED-CURRENT
           IF WDD-METHOD(WS-DED-IDX) = 'F'
              MOVE WDD-AMOUNT(WS-DED-IDX) TO WS-DED-CURRENT
           ELSE
              IF WS-DED-PAYING
                 COMPUTE WS-DED-CURRENT ROUNDED =
                    WS-DED-BASE * WDD-PERCENT(WS-DED-IDX) / 100
              END-IF
           END-IF
           IF WDD-CAP(WS-DED-IDX) > 0
              AND WS-DED-CURRENT > WDD-CAP(WS-DED-IDX)
              MOVE WDD-CAP(WS-DED-IDX) TO WS-DED-CURRENT
           END-IF

           COMPUTE WS-DED-DUE = WS-DED-CURRENT + WDD-ARREARS(WS-DED-IDX)
           IF WDD-TOTAL-OWED(WS-DED-IDX) > 0
              COMPUTE WS-DED-REMAINING = WDD-TOTAL-OWED(WS-DED-IDX)
                                       - WDD-TAKEN(WS-DED-IDX)
              IF WS-DED-DUE > WS-DED-REMAINING
                 MOVE WS-DED-REMAINING TO WS-DED-DUE
              END-IF
           END-IF

           MOVE WS-DED-DUE TO WS-DED-TAKE
           IF WDD-CAP(WS-DED-IDX) > 0
              AND WS-DED-TAKE > WDD-CAP(WS-DED-IDX)
              MOVE WDD-CAP(WS-DED-IDX) TO WS-DED-TAKE
           END-IF
           IF NOT WS-DED-PAYING
              MOVE 0 TO WS-DED-TAKE
           END-IF
           COMPUTE WS-DED-AVAIL = WS-AGENT-GROSS - WS-AGENT-DEDUCT
           IF WS-DED-AVAIL < 0
              MOVE 0 TO WS-DED-AVAIL
           END-IF
           IF WS-DED-TAKE > WS-DED-AVAIL
              MOVE WS-DED-AVAIL TO WS-DED-TAKE
           END-IF

           ADD WS-DED-TAKE TO WS-AGENT-DEDUCT
           ADD WS-DED-TAKE TO WDD-TAKEN(WS-DED-IDX)
           COMPUTE WDD-ARREARS(WS-DED-IDX) = WS-DED-DUE - WS-DED-TAKE
           ADD WS-DED-TAKE TO WS-DED-TOT-TAKEN

           EVALUATE TRUE
             WHEN WDD-TOTAL-OWED(WS-DED-IDX) > 0
              AND WDD-TAKEN(WS-DED-IDX) NOT < WDD-TOTAL-OWED(WS-DED-IDX)
               MOVE 'SATISFIED' TO WS-DED-NOTE
               ADD 1 TO WS-DED-DONE-COUNT
             WHEN NOT WS-DED-PAYING
               MOVE 'NOT PAID' TO WS-DED-NOTE
             WHEN WDD-ARREARS(WS-DED-IDX) > 0
               MOVE 'SHORT' TO WS-DED-NOTE
               ADD 1 TO WS-DED-SHORT-COUNT
             WHEN OTHER
               MOVE SPACES TO WS-DED-NOTE
           END-EVALUATE

           IF WS-DED-DUE NOT = 0
              PERFORM 3330-WRITE-DED-LINE-PARA
           END-IF

           IF WS-DED-TAKE > 0
              IF WDD-PAYEE(WS-DED-IDX) = SPACES
                 ADD WS-DED-TAKE TO WS-DED-TOT-RETAINED
                 ADD WS-DED-TAKE TO WS-AGENT-RETAINED
              ELSE
                 PERFORM 3340-WRITE-REMIT-PARA
              END-IF
           END-IF.

       3330-WRITE-DED-LINE-PARA.
           MOVE WS-PREV-AGENT              TO DDL-AGENT
           MOVE WDD-TYPE(WS-DED-IDX)       TO DDL-TYPE
           MOVE WDD-REFERENCE(WS-DED-IDX)  TO DDL-REFERENCE
           MOVE WDD-PAYEE(WS-DED-IDX)      TO DDL-PAYEE
           MOVE WS-DED-DUE                 TO DDL-DUE
           MOVE WS-DED-TAKE                TO DDL-TAKEN
           MOVE WDD-ARREARS(WS-DED-IDX)    TO DDL-ARREARS
           MOVE WS-DED-NOTE                TO DDL-NOTE
           WRITE DEDN-RPT-REC FROM DED-LINE
           ADD 1 TO WS-AGENT-DED-LINES
           ADD 1 TO WS-DED-LINE-COUNT.

       3340-WRITE-REMIT-PARA.
           MOVE WDD-PAYEE(WS-DED-IDX)      TO RMD-PAYEE
           MOVE WDD-REFERENCE(WS-DED-IDX)  TO RMD-REFERENCE
           MOVE WS-PREV-AGENT              TO RMD-AGENT-ID
           MOVE WS-DED-TAKE                TO RMD-AMOUNT
           MOVE WDD-TYPE(WS-DED-IDX)       TO RMD-TYPE
           MOVE WS-PARM-MONTH              TO RMD-MONTH
           MOVE WS-PARM-YEAR               TO RMD-YEAR
           WRITE REMIT-REC FROM RMT-DETAIL
           ADD 1 TO WS-REMIT-COUNT
           ADD WS-DED-TAKE TO WS-REMIT-HASH
           ADD WS-DED-TAKE TO WS-AGENT-REMITTED.

      * ---------------- UNCONSUMED CARRY-INS --------------------------
      * Agents who carried an amount in but booked nothing this period
      * still settle: paid out if the carried amount clears the
                 MOVE WCF-AGENT-ID(WS-CFW-IDX) TO WS-PREV-AGENT
                 MOVE WCF-AMOUNT(WS-CFW-IDX)   TO WS-AGENT-NET
                 MOVE WCF-AMOUNT(WS-CFW-IDX)   TO WS-CARRY-APPLIED
                 MOVE WCF-FINAL-SW(WS-CFW-IDX) TO WS-FINAL-SW
                 MOVE 'Y' TO WCF-USED-SW(WS-CFW-IDX)
                 PERFORM 3250-SETTLE-AGENT-PARA
              END-IF
              WS-PAY-REC-COUNT ' PAYMENTS ' WS-DISB-COUNT
              ' CARRIED FORWARD ' WS-CARRY-OUT-COUNT.

      * ---------------- NEW DEDUCTION MASTER GENERATION ---------------
      * Every record goes forward, taken to date and arrears as this
      * run left them; a deduction satisfied or past its stop date
      * stays on file, inactive, as the record of what was taken.
       3500-WRITE-DEDN-MASTER-PARA.
           PERFORM VARYING WS-DED-IDX FROM 1 BY 1
              UNTIL WS-DED-IDX > WS-DED-TAB-COUNT
              MOVE SPACES TO DEDN-OUT-REC
              MOVE WDD-AGENT-ID(WS-DED-IDX)   TO DDO-AGENT-ID
              MOVE WDD-PRIORITY(WS-DED-IDX)   TO DDO-PRIORITY
              MOVE WDD-TYPE(WS-DED-IDX)       TO DDO-TYPE
              MOVE WDD-METHOD(WS-DED-IDX)     TO DDO-METHOD
              MOVE WDD-AMOUNT(WS-DED-IDX)     TO DDO-AMOUNT
              MOVE WDD-PERCENT(WS-DED-IDX)    TO DDO-PERCENT
              MOVE WDD-CAP(WS-DED-IDX)        TO DDO-CAP
              MOVE WDD-TOTAL-OWED(WS-DED-IDX) TO DDO-TOTAL-OWED
              MOVE WDD-TAKEN(WS-DED-IDX)      TO DDO-TAKEN
              MOVE WDD-ARREARS(WS-DED-IDX)    TO DDO-ARREARS
              MOVE WDD-PAYEE(WS-DED-IDX)      TO DDO-PAYEE
              MOVE WDD-REFERENCE(WS-DED-IDX)  TO DDO-REFERENCE
              MOVE WDD-START-DATE(WS-DED-IDX) TO DDO-START-DATE
              MOVE WDD-STOP-DATE(WS-DED-IDX)  TO DDO-STOP-DATE
              WRITE DEDN-OUT-REC
              ADD 1 TO WS-DED-OUT-COUNT
              ADD WDD-ARREARS(WS-DED-IDX) TO WS-DED-TOT-ARREARS
           END-PERFORM.

       3550-DEDN-TOTALS-PARA.
           MOVE 'TOTAL DEDUCTED'       TO DTL-LABEL
           MOVE WS-DED-TOT-TAKEN       TO DTL-AMOUNT
           WRITE DEDN-RPT-REC FROM DED-TOTAL-LINE
           MOVE '  REMITTED TO PAYEES' TO DTL-LABEL
           MOVE WS-REMIT-HASH          TO DTL-AMOUNT
           WRITE DEDN-RPT-REC FROM DED-TOTAL-LINE
           MOVE '  RETAINED BY COMPANY' TO DTL-LABEL
           MOVE WS-DED-TOT-RETAINED    TO DTL-AMOUNT
           WRITE DEDN-RPT-REC FROM DED-TOTAL-LINE
           MOVE 'ARREARS CARRIED FORWARD' TO DTL-LABEL
           MOVE WS-DED-TOT-ARREARS     TO DTL-AMOUNT
           WRITE DEDN-RPT-REC FROM DED-TOTAL-LINE

           MOVE WS-DED-LINE-COUNT  TO DSM-LINES
           MOVE WS-DED-SHORT-COUNT TO DSM-SHORT
           MOVE WS-DED-DONE-COUNT  TO DSM-DONE
           MOVE WS-DED-NIL-COUNT   TO DSM-NIL
           WRITE DEDN-RPT-REC FROM HDR-FILLER
           WRITE DEDN-RPT-REC FROM DED-SUMMARY-LINE
           WRITE DEDN-RPT-REC FROM HDR-FILLER
           WRITE DEDN-RPT-REC FROM TRAILER2

           DISPLAY 'STANDING DEDUCTIONS - RECORDS ' WS-DED-IN-COUNT
              ' TAKEN ' WS-DED-TOT-TAKEN
              ' REMITTED ' WS-REMIT-COUNT.

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

       9100-LOG-ERROR-PARA.
           MOVE WS-CARRY-OUT-HASH  TO CFT-HASH
           WRITE CARRY-OUT-REC FROM CFO-TRL

           MOVE WS-REMIT-COUNT TO RMT-COUNT
           MOVE WS-REMIT-HASH  TO RMT-HASH
           WRITE REMIT-REC FROM RMT-TRL

           MOVE WS-DEDN-GL-COUNT    TO DGT-COUNT
           MOVE WS-REMIT-HASH       TO DGT-REMITTED
           MOVE WS-DED-TOT-RETAINED TO DGT-RETAINED
           WRITE DEDN-GL-REC FROM DGL-TRL

           CLOSE COMM-PAY-PS
           CLOSE DISB-FILE
           CLOSE CARRY-OUT-FILE
           CLOSE DEDN-OUT
           CLOSE REMIT-FILE
           CLOSE DEDN-GL-FILE
           CLOSE DEDN-RPT
           PERFORM 9050-MARK-STAGE-PARA
           GOBACK.
