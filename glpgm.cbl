       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPGM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO DD1
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-PARM.

           SELECT COMM-PAY-PS ASSIGN TO DD2
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-PAY.

           SELECT DISB-FILE ASSIGN TO DD3
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-DSB.

           SELECT OPTIONAL RETURN-FILE ASSIGN TO DD4
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-RET.

           SELECT AGENT-MASTER ASSIGN TO DD5
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-AGT.

           SELECT GL-JOURNAL ASSIGN TO DD6
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-GLJ.

           SELECT CTL-RPT ASSIGN TO DD7
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-RPT.

           SELECT OPTIONAL HOLD-FILE ASSIGN TO DD8
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-HLD.

           SELECT DEDN-FILE ASSIGN TO DD9
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-DDN.

           SELECT OPTIONAL SETL-FILE ASSIGN TO DD10
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-STL.

       DATA DIVISION.

       FILE SECTION.

      * ---------------- RUN PARAMETER CARD ----------------------------
      * The period being posted - the same city/month/year DISBPGM's
      * card carries - plus the ledger accounts the journals post to:
      * commission expense, accrued commissions payable and cash, then
      * deductions payable (remitted to outside payees), deduction
      * recoveries (kept by the company), agent receivables (debits
      * referred to collections) and unclaimed funds.  Accounts are on
      * the card, not compiled in, so a chart-of-accounts change is a
      * card change.
       FD PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 PARM-REC.
          05 PRM-CITY          PIC X(10).
          05 PRM-MONTH         PIC 9(02).
          05 PRM-YEAR          PIC 9(04).
          05 PRM-EXP-ACCT      PIC X(08).
          05 PRM-PAY-ACCT      PIC X(08).
          05 PRM-CASH-ACCT     PIC X(08).
          05 PRM-DEDN-ACCT     PIC X(08).
          05 PRM-RECOV-ACCT    PIC X(08).
          05 PRM-RECV-ACCT     PIC X(08).
          05 PRM-UNCLM-ACCT    PIC X(08).
          05 PRM-FILLER        PIC X(08).

      * ---------------- COMMISSION PAYMENT FILE -----------------------
      * COMMPGM's per-loan output in its H/T envelope.  Amounts are
      * signed, so clawbacks, restatement deltas, overrides and split
      * shares all reverse or add through the expense journal without
      * special handling.  At a quarter end the same DD concatenates
      * BONUSPGM's bonus file, as DISBPGM's does, so the bonus accrues
      * with the commission it is paid alongside.
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
       01 COMM-PAY-HDR-REC REDEFINES COMM-PAY-REC.
          05 CPH-REC-TYPE      PIC X(01).
          05 CPH-SP1           PIC X(01).
          05 CPH-SYSTEM        PIC X(08).
          05 CPH-SP2           PIC X(01).
          05 CPH-CITY          PIC X(10).
          05 CPH-SP3           PIC X(01).
          05 CPH-MONTH         PIC 9(02).
          05 CPH-SP4           PIC X(01).
          05 CPH-YEAR          PIC 9(04).
          05 CPH-SP5           PIC X(01).
          05 CPH-RUN-DATE      PIC 9(08).
          05 CPH-FILLER        PIC X(42).
       01 COMM-PAY-CTL-REC REDEFINES COMM-PAY-REC.
          05 CPC-REC-TYPE      PIC X(01).
          05 CPC-SP1           PIC X(01).
          05 CPC-COUNT         PIC 9(07).
          05 CPC-SP2           PIC X(01).
          05 CPC-HASH          PIC S9(13)V9(02).
          05 CPC-FILLER        PIC X(55).

      * ---------------- DISBURSEMENT INTERFACE FILE -------------------
      * DISBPGM's output - DSD-AMOUNT is what actually left (or is
      * about to leave) the bank, carry-ins included, so it is what
      * relieves the payable.  It is net of standing deductions, which
      * relieve the payable through DEDN-FILE, and of nothing PAYFMT
      * holds back - HOLD-FILE puts that back on the payable.
       FD DISB-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 DISB-REC.
          05 DSB-REC-TYPE      PIC X(01).
          05 DSB-SP1           PIC X(01).
          05 DSB-DATA          PIC X(78).
       01 DISB-DETAIL-REC REDEFINES DISB-REC.
          05 DSD-REC-TYPE      PIC X(01).
          05 DSD-SP1           PIC X(01).
          05 DSD-AGENT-ID      PIC X(08).
          05 DSD-SP2           PIC X(01).
          05 DSD-AMOUNT        PIC 9(09)V9(02).
          05 DSD-SP3           PIC X(01).
          05 DSD-CARRY-AMT     PIC S9(09)V9(02).
          05 DSD-FILLER        PIC X(46).
       01 DISB-HEADER-REC REDEFINES DISB-REC.
          05 DSH-REC-TYPE      PIC X(01).
          05 DSH-SP1           PIC X(01).
          05 DSH-SYSTEM        PIC X(08).
          05 DSH-SP2           PIC X(01).
          05 DSH-CITY          PIC X(10).
          05 DSH-SP3           PIC X(01).
          05 DSH-MONTH         PIC 9(02).
          05 DSH-SP4           PIC X(01).
          05 DSH-YEAR          PIC 9(04).
          05 DSH-SP5           PIC X(01).
          05 DSH-RUN-DATE      PIC 9(08).
          05 DSH-SP6           PIC X(01).
          05 DSH-RUN-TIME      PIC 9(06).
          05 DSH-FILLER        PIC X(35).
       01 DISB-TRAILER-REC REDEFINES DISB-REC.
          05 DST-REC-TYPE      PIC X(01).
          05 DST-SP1           PIC X(01).
          05 DST-COUNT         PIC 9(07).
          05 DST-SP2           PIC X(01).
          05 DST-HASH          PIC 9(13)V9(02).
          05 DST-FILLER        PIC X(55).

      * ---------------- RETURNED PAYMENTS -----------------------------
      * ACKPGM's carry-out for this disbursement - the bank bounced
      * these credits, so the cash comes back and the agent is owed
      * the money again.  OPTIONAL because the journal is normally
      * built before the bank has answered; a later rerun with the
      * returns present books the reversal.
       FD RETURN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 RETURN-REC.
          05 RTN-AGENT-ID      PIC X(08).
          05 RTN-SP1           PIC X(01).
          05 RTN-AMOUNT        PIC S9(09)V9(02).
          05 RTN-SP2           PIC X(01).
          05 RTN-MONTH         PIC 9(02).
          05 RTN-SP3           PIC X(01).
          05 RTN-YEAR          PIC 9(04).
          05 RTN-FILLER        PIC X(52).
       01 RETURN-HDR-REC REDEFINES RETURN-REC.
          05 RTH-REC-TYPE      PIC X(01).
          05 RTH-SP1           PIC X(01).
          05 RTH-SYSTEM        PIC X(08).
          05 RTH-SP2           PIC X(01).
          05 RTH-MONTH         PIC 9(02).
          05 RTH-SP3           PIC X(01).
          05 RTH-YEAR          PIC 9(04).
          05 RTH-FILLER        PIC X(62).
       01 RETURN-CTL-REC REDEFINES RETURN-REC.
          05 RTC-REC-TYPE      PIC X(01).
          05 RTC-SP1           PIC X(01).
          05 RTC-COUNT         PIC 9(07).
          05 RTC-SP2           PIC X(01).
          05 RTC-HASH          PIC S9(13)V9(02).
          05 RTC-FILLER        PIC X(55).

      * ---------------- HELD PAYMENTS ---------------------------------
      * PAYFMT's HOLD-OUT for this disbursement - credits it did not
      * send (prenote or cooling-off) and that ride the carry-forward
      * chain into next period's disbursement.  The cash never left,
      * so the payable is owed them again.  OPTIONAL for a build run
      * before PAYFMT; a rerun with the holds present books them.
       FD HOLD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 HOLD-REC.
          05 HLD-AGENT-ID      PIC X(08).
          05 HLD-SP1           PIC X(01).
          05 HLD-AMOUNT        PIC S9(09)V9(02).
          05 HLD-SP2           PIC X(01).
          05 HLD-MONTH         PIC 9(02).
          05 HLD-SP3           PIC X(01).
          05 HLD-YEAR          PIC 9(04).
          05 HLD-FILLER        PIC X(52).
       01 HOLD-HDR-REC REDEFINES HOLD-REC.
          05 HLH-REC-TYPE      PIC X(01).
          05 HLH-SP1           PIC X(01).
          05 HLH-SYSTEM        PIC X(08).
          05 HLH-SP2           PIC X(01).
          05 HLH-MONTH         PIC 9(02).
          05 HLH-SP3           PIC X(01).
          05 HLH-YEAR          PIC 9(04).
          05 HLH-SP4           PIC X(01).
          05 HLH-RUN-DATE      PIC 9(08).
          05 HLH-FILLER        PIC X(53).
       01 HOLD-CTL-REC REDEFINES HOLD-REC.
          05 HLC-REC-TYPE      PIC X(01).
          05 HLC-SP1           PIC X(01).
          05 HLC-COUNT         PIC 9(07).
          05 HLC-SP2           PIC X(01).
          05 HLC-HASH          PIC S9(13)V9(02).
          05 HLC-FILLER        PIC X(55).

      * ---------------- STANDING DEDUCTIONS TAKEN ---------------------
      * DISBPGM's per-agent deductions - remitted to outside payees
      * and retained by the company - including payments deductions
      * took in full, which have no DISB-FILE record.  Written by every
      * DISBPGM run, so required.
       FD DEDN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 DEDN-REC.
          05 DGD-AGENT-ID      PIC X(08).
          05 DGD-SP1           PIC X(01).
          05 DGD-REMITTED      PIC 9(09)V9(02).
          05 DGD-SP2           PIC X(01).
          05 DGD-RETAINED      PIC 9(09)V9(02).
          05 DGD-SP3           PIC X(01).
          05 DGD-MONTH         PIC 9(02).
          05 DGD-SP4           PIC X(01).
          05 DGD-YEAR          PIC 9(04).
          05 DGD-FILLER        PIC X(40).
       01 DEDN-HDR-REC REDEFINES DEDN-REC.
          05 DGH-REC-TYPE      PIC X(01).
          05 DGH-SP1           PIC X(01).
          05 DGH-SYSTEM        PIC X(08).
          05 DGH-SP2           PIC X(01).
          05 DGH-CITY          PIC X(10).
          05 DGH-SP3           PIC X(01).
          05 DGH-MONTH         PIC 9(02).
          05 DGH-SP4           PIC X(01).
          05 DGH-YEAR          PIC 9(04).
          05 DGH-SP5           PIC X(01).
          05 DGH-RUN-DATE      PIC 9(08).
          05 DGH-FILLER        PIC X(42).
       01 DEDN-CTL-REC REDEFINES DEDN-REC.
          05 DGT-REC-TYPE      PIC X(01).
          05 DGT-SP1           PIC X(01).
          05 DGT-COUNT         PIC 9(07).
          05 DGT-SP2           PIC X(01).
          05 DGT-REMITTED      PIC 9(13)V9(02).
          05 DGT-SP3           PIC X(01).
          05 DGT-RETAINED      PIC 9(13)V9(02).
          05 DGT-FILLER        PIC X(39).

      * ---------------- FINAL SETTLEMENT TRANSFERS --------------------
      * SETLPGM's settlement GL file for this period - terminated
      * agents' debits referred to collections and returned final
      * payments held unclaimed, both taken off the carry-forward
      * chain and so off the payable here.  OPTIONAL: most periods
      * settle nobody.
       FD SETL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 SETL-REC.
          05 SGD-AGENT-ID      PIC X(08).
          05 SGD-SP1           PIC X(01).
          05 SGD-REFERRED      PIC 9(09)V9(02).
          05 SGD-SP2           PIC X(01).
          05 SGD-UNCLAIMED     PIC S9(09)V9(02).
          05 SGD-SP3           PIC X(01).
          05 SGD-MONTH         PIC 9(02).
          05 SGD-SP4           PIC X(01).
          05 SGD-YEAR          PIC 9(04).
          05 SGD-FILLER        PIC X(40).
       01 SETL-HDR-REC REDEFINES SETL-REC.
          05 SGH-REC-TYPE      PIC X(01).
          05 SGH-SP1           PIC X(01).
          05 SGH-SYSTEM        PIC X(08).
          05 SGH-SP2           PIC X(01).
          05 SGH-CITY          PIC X(10).
          05 SGH-SP3           PIC X(01).
          05 SGH-MONTH         PIC 9(02).
          05 SGH-SP4           PIC X(01).
          05 SGH-YEAR          PIC 9(04).
          05 SGH-SP5           PIC X(01).
          05 SGH-RUN-DATE      PIC 9(08).
          05 SGH-FILLER        PIC X(42).
       01 SETL-CTL-REC REDEFINES SETL-REC.
          05 SGT-REC-TYPE      PIC X(01).
          05 SGT-SP1           PIC X(01).
          05 SGT-COUNT         PIC 9(07).
          05 SGT-SP2           PIC X(01).
          05 SGT-REFERRED      PIC 9(13)V9(02).
          05 SGT-SP3           PIC X(01).
          05 SGT-UNCLAIMED     PIC S9(13)V9(02).
          05 SGT-FILLER        PIC X(39).

      * ---------------- AGENT MASTER FILE -----------------------------
      * Read for AMS-BRANCH only - every journal line is by branch.
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

      * ---------------- GENERAL-LEDGER JOURNAL FILE -------------------
      * What the ledger loads: a header, one debit or credit line per
      * branch per account per journal, and a trailer carrying the
      * line count and the debit and credit totals so the ledger's
      * own load check can prove the file balanced.  Amounts are
      * unsigned with GLJ-DR-CR saying which side - the ledger's load
      * format, not ours.
       FD GL-JOURNAL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 GL-JOURNAL-REC PIC X(80).

      * ---------------- CONTROL REPORT --------------------------------
       FD CTL-RPT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-RPT-REC PIC X(80).

       WORKING-STORAGE SECTION.

       COPY ERRLOGC.

       01 WS-VARS.
         05 WS-FST-PARM  PIC 9(02).
            88 C05-PARM-SUCCESS  VALUE 00.

         05 WS-FST-PAY   PIC 9(02).
            88 C05-PAY-SUCCESS   VALUE 00.
            88 C05-PAY-EOF       VALUE 10.

         05 WS-FST-DSB   PIC 9(02).
            88 C05-DSB-SUCCESS   VALUE 00.
            88 C05-DSB-EOF       VALUE 10.

         05 WS-FST-RET   PIC 9(02).
            88 C05-RET-SUCCESS   VALUE 00.
            88 C05-RET-ABSENT    VALUE 05 35.
            88 C05-RET-EOF       VALUE 10.

         05 WS-FST-AGT   PIC 9(02).
            88 C05-AGT-SUCCESS   VALUE 00.
            88 C05-AGT-EOF       VALUE 10.

         05 WS-FST-GLJ   PIC 9(02).
            88 C05-GLJ-SUCCESS   VALUE 00.

         05 WS-FST-RPT   PIC 9(02).
            88 C05-RPT-SUCCESS   VALUE 00.

         05 WS-FST-HLD   PIC 9(02).
            88 C05-HLD-SUCCESS   VALUE 00.
            88 C05-HLD-ABSENT    VALUE 05 35.
            88 C05-HLD-EOF       VALUE 10.

         05 WS-FST-DDN   PIC 9(02).
            88 C05-DDN-SUCCESS   VALUE 00.
            88 C05-DDN-EOF       VALUE 10.

         05 WS-FST-STL   PIC 9(02).
            88 C05-STL-SUCCESS   VALUE 00.
            88 C05-STL-ABSENT    VALUE 05 35.
            88 C05-STL-EOF       VALUE 10.

      * ---------------- RUN PARAMETERS --------------------------------

         05 WS-PARM-CITY      PIC X(10).
         05 WS-PARM-MONTH     PIC 9(02).
         05 WS-PARM-YEAR      PIC 9(04).
         05 WS-EXP-ACCT       PIC X(08).
         05 WS-PAY-ACCT       PIC X(08).
         05 WS-CASH-ACCT      PIC X(08).
         05 WS-DEDN-ACCT      PIC X(08).
         05 WS-RECOV-ACCT     PIC X(08).
         05 WS-RECV-ACCT      PIC X(08).
         05 WS-UNCLM-ACCT     PIC X(08).

      * ---------------- AGENT MASTER TABLE ----------------------------

         05 WS-AGENT-MAX-ENTRIES PIC 9(04) VALUE 500.
         05 WS-AGENT-TAB-COUNT   PIC 9(04) VALUE 0.
         05 WS-AGENT-TAB.
            10 WS-AGENT-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-AGT-IDX.
               15 WAE-AGENT-ID  PIC X(08).
               15 WAE-BRANCH    PIC X(10).

         05 WS-LOOKUP-AGENT    PIC X(08) VALUE SPACES.
         05 WS-CUR-BRANCH      PIC X(10) VALUE SPACES.
         05 WS-NOMASTER-COUNT  PIC 9(07) VALUE 0.

      * ---------------- BRANCH POSTING TABLE --------------------------
      * One entry per branch touched this period, built as the input
      * files pass.  Agents missing from the master still post -
      * the money moved whatever the master says - to the UNASSIGNED
      * branch, and the step ends at severity 04 so someone fixes the
      * master before the next close.
         05 WS-BRANCH-MAX-ENTRIES PIC 9(04) VALUE 200.
         05 WS-BRANCH-TAB-COUNT   PIC 9(04) VALUE 0.
         05 WS-BRANCH-TAB.
            10 WS-BRANCH-ENTRY OCCURS 200 TIMES
                                INDEXED BY WS-BR-IDX.
               15 WBR-BRANCH     PIC X(10).
               15 WBR-EXPENSE    PIC S9(13)V9(02) COMP-3.
               15 WBR-DISBURSED  PIC S9(13)V9(02) COMP-3.
               15 WBR-RETURNED   PIC S9(13)V9(02) COMP-3.
               15 WBR-HELD       PIC S9(13)V9(02) COMP-3.
               15 WBR-REMITTED   PIC S9(13)V9(02) COMP-3.
               15 WBR-RETAINED   PIC S9(13)V9(02) COMP-3.
               15 WBR-REFERRED   PIC S9(13)V9(02) COMP-3.
               15 WBR-UNCLAIMED  PIC S9(13)V9(02) COMP-3.

         05 WS-BRANCH-MATCH-IDX PIC 9(04) VALUE 0.

      * ---------------- ENVELOPE VERIFICATION -------------------------
      * What the up-front passes counted off each input against what
      * its producer's trailer claims - nothing posts unless every one
      * agrees, the way DISBPGM refuses a short COMM-PAY-PS.
      * COMM-PAY-PS may hold several H..T segments; each verifies on
      * its own trailer and WS-PAYT- sums the trailers that passed.
         05 WS-PAYV-SEG-SW    PIC X(01) VALUE 'N'.
            88 WS-PAYV-IN-SEGMENT VALUE 'Y'.
         05 WS-PAYV-SEG-COUNT PIC 9(03) VALUE 0.
         05 WS-PAYV-COUNT     PIC 9(07) VALUE 0.
         05 WS-PAYV-HASH      PIC S9(13)V9(02) VALUE 0.
         05 WS-PAYT-COUNT     PIC 9(07) VALUE 0.
         05 WS-PAYT-HASH      PIC S9(13)V9(02) VALUE 0.

         05 WS-DSBV-HDR-SW    PIC X(01) VALUE 'N'.
            88 WS-DSBV-HDR-SEEN VALUE 'Y'.
         05 WS-DSBV-TRL-SW    PIC X(01) VALUE 'N'.
            88 WS-DSBV-TRL-SEEN VALUE 'Y'.
         05 WS-DSBV-COUNT     PIC 9(07) VALUE 0.
         05 WS-DSBV-HASH      PIC 9(13)V9(02) VALUE 0.
         05 WS-DSBT-COUNT     PIC 9(07) VALUE 0.
         05 WS-DSBT-HASH      PIC 9(13)V9(02) VALUE 0.

         05 WS-RETURNS-SW     PIC X(01) VALUE 'N'.
            88 WS-RETURNS-PRESENT VALUE 'Y'.
         05 WS-RETV-HDR-SW    PIC X(01) VALUE 'N'.
            88 WS-RETV-HDR-SEEN VALUE 'Y'.
         05 WS-RETV-TRL-SW    PIC X(01) VALUE 'N'.
            88 WS-RETV-TRL-SEEN VALUE 'Y'.
         05 WS-RETV-COUNT     PIC 9(07) VALUE 0.
         05 WS-RETV-HASH      PIC S9(13)V9(02) VALUE 0.
         05 WS-RETT-COUNT     PIC 9(07) VALUE 0.
         05 WS-RETT-HASH      PIC S9(13)V9(02) VALUE 0.

         05 WS-HOLDS-SW       PIC X(01) VALUE 'N'.
            88 WS-HOLDS-PRESENT VALUE 'Y'.
         05 WS-HLDV-HDR-SW    PIC X(01) VALUE 'N'.
            88 WS-HLDV-HDR-SEEN VALUE 'Y'.
         05 WS-HLDV-TRL-SW    PIC X(01) VALUE 'N'.
            88 WS-HLDV-TRL-SEEN VALUE 'Y'.
         05 WS-HLDV-COUNT     PIC 9(07) VALUE 0.
         05 WS-HLDV-HASH      PIC S9(13)V9(02) VALUE 0.
         05 WS-HLDT-COUNT     PIC 9(07) VALUE 0.
         05 WS-HLDT-HASH      PIC S9(13)V9(02) VALUE 0.

         05 WS-DDNV-HDR-SW    PIC X(01) VALUE 'N'.
            88 WS-DDNV-HDR-SEEN VALUE 'Y'.
         05 WS-DDNV-TRL-SW    PIC X(01) VALUE 'N'.
            88 WS-DDNV-TRL-SEEN VALUE 'Y'.
         05 WS-DDNV-COUNT     PIC 9(07) VALUE 0.
         05 WS-DDNV-REMITTED  PIC 9(13)V9(02) VALUE 0.
         05 WS-DDNV-RETAINED  PIC 9(13)V9(02) VALUE 0.
         05 WS-DDNT-COUNT     PIC 9(07) VALUE 0.
         05 WS-DDNT-REMITTED  PIC 9(13)V9(02) VALUE 0.
         05 WS-DDNT-RETAINED  PIC 9(13)V9(02) VALUE 0.

         05 WS-SETL-SW        PIC X(01) VALUE 'N'.
            88 WS-SETL-PRESENT VALUE 'Y'.
         05 WS-STLV-HDR-SW    PIC X(01) VALUE 'N'.
            88 WS-STLV-HDR-SEEN VALUE 'Y'.
         05 WS-STLV-TRL-SW    PIC X(01) VALUE 'N'.
            88 WS-STLV-TRL-SEEN VALUE 'Y'.
         05 WS-STLV-COUNT     PIC 9(07) VALUE 0.
         05 WS-STLV-REFERRED  PIC 9(13)V9(02) VALUE 0.
         05 WS-STLV-UNCLAIMED PIC S9(13)V9(02) VALUE 0.
         05 WS-STLT-COUNT     PIC 9(07) VALUE 0.
         05 WS-STLT-REFERRED  PIC 9(13)V9(02) VALUE 0.
         05 WS-STLT-UNCLAIMED PIC S9(13)V9(02) VALUE 0.

      * ---------------- POSTED TOTALS ---------------------------------
      * What the journals actually booked, summed back up off the
      * branch table - the control report ties these to the trailers.
         05 WS-TOT-EXPENSE    PIC S9(13)V9(02) VALUE 0.
         05 WS-TOT-DISBURSED  PIC S9(13)V9(02) VALUE 0.
         05 WS-TOT-RETURNED   PIC S9(13)V9(02) VALUE 0.
         05 WS-TOT-HELD       PIC S9(13)V9(02) VALUE 0.
         05 WS-TOT-REMITTED   PIC S9(13)V9(02) VALUE 0.
         05 WS-TOT-RETAINED   PIC S9(13)V9(02) VALUE 0.
         05 WS-TOT-REFERRED   PIC S9(13)V9(02) VALUE 0.
         05 WS-TOT-UNCLAIMED  PIC S9(13)V9(02) VALUE 0.

      * ---------------- JOURNAL BUILD WORK FIELDS ---------------------
      * 3510-POST-PAIR-PARA posts one branch amount as a debit to
      * WS-PAIR-DR-ACCT and a credit to WS-PAIR-CR-ACCT - swapped when
      * the amount is negative, so a clawback-heavy branch reverses
      * instead of posting a negative debit.
         05 WS-JNL-SUB         PIC 9(01) VALUE 0.
         05 WS-PAIR-JOURNAL    PIC X(04) VALUE SPACES.
         05 WS-PAIR-DESC       PIC X(20) VALUE SPACES.
         05 WS-PAIR-DR-ACCT    PIC X(08) VALUE SPACES.
         05 WS-PAIR-CR-ACCT    PIC X(08) VALUE SPACES.
         05 WS-PAIR-AMOUNT     PIC S9(13)V9(02) VALUE 0.
         05 WS-PAIR-ABS        PIC 9(11)V9(02) VALUE 0.
         05 WS-GLJ-COUNT       PIC 9(07) VALUE 0.
         05 WS-GLJ-DEBITS      PIC 9(13)V9(02) VALUE 0.
         05 WS-GLJ-CREDITS     PIC 9(13)V9(02) VALUE 0.
         05 WS-OUT-OF-BAL-SW   PIC X(01) VALUE 'N'.
            88 WS-OUT-OF-BALANCE VALUE 'Y'.
         05 WS-NO-TIE-SW       PIC X(01) VALUE 'N'.
            88 WS-DOES-NOT-TIE VALUE 'Y'.

      * One slot per journal - 1 accrual, 2 disbursement, 3 returns,
      * 4 holds, 5 deductions, 6 final settlement transfers - each of
      * which must net to zero on its own.
         05 WS-JNL-COUNT       PIC 9(01) VALUE 6.
         05 WS-JNL-NAMES.
            10 PIC X(04) VALUE 'ACCR'.
            10 PIC X(04) VALUE 'DISB'.
            10 PIC X(04) VALUE 'RETN'.
            10 PIC X(04) VALUE 'HELD'.
            10 PIC X(04) VALUE 'DEDN'.
            10 PIC X(04) VALUE 'SETL'.
         05 WS-JNL-NAME-TAB REDEFINES WS-JNL-NAMES
            PIC X(04) OCCURS 6 TIMES.
         05 WS-JNL-TOTALS.
            10 WS-JNL-TOTAL OCCURS 6 TIMES.
               15 WJT-LINES   PIC 9(07).
               15 WJT-DEBITS  PIC 9(13)V9(02).
               15 WJT-CREDITS PIC 9(13)V9(02).

      * ---------------- JOURNAL RECORDS -------------------------------

         05 GLJ-HEADER.
            10 GLH-REC-TYPE  PIC X(01) VALUE 'H'.
            10 GLH-SP1       PIC X(01) VALUE SPACES.
            10 GLH-SYSTEM    PIC X(08) VALUE 'COMMGL'.
            10 GLH-SP2       PIC X(01) VALUE SPACES.
            10 GLH-CITY      PIC X(10).
            10 GLH-SP3       PIC X(01) VALUE SPACES.
            10 GLH-MONTH     PIC 9(02).
            10 GLH-SP4       PIC X(01) VALUE SPACES.
            10 GLH-YEAR      PIC 9(04).
            10 GLH-SP5       PIC X(01) VALUE SPACES.
            10 GLH-RUN-DATE  PIC 9(08).
            10 GLH-FILLER    PIC X(42) VALUE SPACES.

         05 GLJ-DETAIL.
            10 GLJ-REC-TYPE  PIC X(01) VALUE 'D'.
            10 GLJ-SP1       PIC X(01) VALUE SPACES.
            10 GLJ-JOURNAL   PIC X(04).
            10 GLJ-SP2       PIC X(01) VALUE SPACES.
            10 GLJ-BRANCH    PIC X(10).
            10 GLJ-SP3       PIC X(01) VALUE SPACES.
            10 GLJ-ACCOUNT   PIC X(08).
            10 GLJ-SP4       PIC X(01) VALUE SPACES.
            10 GLJ-DR-CR     PIC X(01).
            10 GLJ-SP5       PIC X(01) VALUE SPACES.
            10 GLJ-AMOUNT    PIC 9(11)V9(02).
            10 GLJ-SP6       PIC X(01) VALUE SPACES.
            10 GLJ-MONTH     PIC 9(02).
            10 GLJ-SP7       PIC X(01) VALUE SPACES.
            10 GLJ-YEAR      PIC 9(04).
            10 GLJ-SP8       PIC X(01) VALUE SPACES.
            10 GLJ-DESC      PIC X(20).
            10 GLJ-FILLER    PIC X(09) VALUE SPACES.

         05 GLJ-TRAILER.
            10 GLT-REC-TYPE  PIC X(01) VALUE 'T'.
            10 GLT-SP1       PIC X(01) VALUE SPACES.
            10 GLT-COUNT     PIC 9(07).
            10 GLT-SP2       PIC X(01) VALUE SPACES.
            10 GLT-DEBITS    PIC 9(13)V9(02).
            10 GLT-SP3       PIC X(01) VALUE SPACES.
            10 GLT-CREDITS   PIC 9(13)V9(02).
            10 GLT-FILLER    PIC X(39) VALUE SPACES.

      * ---------------- REPORT LINES ----------------------------------

         05 HDR1.
            10 HDR1-F1     PIC X(23).
            10 HDR1-TITLE  PIC X(34)
               VALUE 'COMMISSION GL JOURNAL CONTROL'.
            10 HDR1-F2     PIC X(23).

         05 HDR-FILLER.
            10 HDR-FILL    PIC X(80).

         05 HDR4.
            10 HDR4-TEXT PIC X(60) VALUE SPACES.
            10 HDR4-SP   PIC X(20).

         05 SECTION-BR-HDR.
            10 SBH-HYP1 PIC X(27) VALUE ALL '-'.
            10 SBH-TEXT PIC X(19) VALUE ' POSTING BY BRANCH '.
            10 SBH-HYP2 PIC X(34) VALUE ALL '-'.

         05 SECTION-JNL-HDR.
            10 SJH-HYP1 PIC X(27) VALUE ALL '-'.
            10 SJH-TEXT PIC X(17) VALUE ' JOURNAL BALANCE '.
            10 SJH-HYP2 PIC X(36) VALUE ALL '-'.

         05 SECTION-TIE-HDR.
            10 STH-HYP1 PIC X(24) VALUE ALL '-'.
            10 STH-TEXT PIC X(24) VALUE ' TIE TO INPUT TRAILERS '.
            10 STH-HYP2 PIC X(32) VALUE ALL '-'.

         05 BRANCH-COL-HDR.
            10 BCH-BRANCH  PIC X(10) VALUE 'BRANCH'.
            10 BCH-SP1     PIC X(01).
            10 BCH-EXP     PIC X(17) VALUE '   COMMISSION EXP'.
            10 BCH-SP2     PIC X(01).
            10 BCH-DSB     PIC X(17) VALUE '        DISBURSED'.
            10 BCH-SP3     PIC X(01).
            10 BCH-RET     PIC X(17) VALUE '         RETURNED'.
            10 BCH-SP4     PIC X(13).

         05 BRANCH-COL-HDR2.
            10 BC2-BRANCH  PIC X(10) VALUE 'BRANCH'.
            10 BC2-SP1     PIC X(01).
            10 BC2-HELD    PIC X(17) VALUE '             HELD'.
            10 BC2-SP2     PIC X(01).
            10 BC2-REMIT   PIC X(17) VALUE '   DEDNS REMITTED'.
            10 BC2-SP3     PIC X(01).
            10 BC2-RETAIN  PIC X(17) VALUE '   DEDNS RETAINED'.
            10 BC2-SP4     PIC X(13).

         05 BRANCH-COL-HDR3.
            10 BC3-BRANCH  PIC X(10) VALUE 'BRANCH'.
            10 BC3-SP1     PIC X(01).
            10 BC3-REFER   PIC X(17) VALUE ' REFERRED TO COLL'.
            10 BC3-SP2     PIC X(01).
            10 BC3-UNCLM   PIC X(17) VALUE '  UNCLAIMED FUNDS'.
            10 BC3-SP3     PIC X(31).

         05 BRANCH-LINE.
            10 BRL-BRANCH  PIC X(10).
            10 BRL-SP1     PIC X(01).
            10 BRL-EXP     PIC -Z,ZZZ,ZZZ,ZZ9.99.
            10 BRL-SP2     PIC X(01).
            10 BRL-DSB     PIC -Z,ZZZ,ZZZ,ZZ9.99.
            10 BRL-SP3     PIC X(01).
            10 BRL-RET     PIC -Z,ZZZ,ZZZ,ZZ9.99.
            10 BRL-SP4     PIC X(13).

         05 JOURNAL-LINE.
            10 JNL-NAME    PIC X(04).
            10 JNL-SP1     PIC X(01).
            10 JNL-LINES   PIC ZZZ,ZZ9.
            10 JNL-DR-LBL  PIC X(04) VALUE ' DR '.
            10 JNL-DEBITS  PIC Z,ZZZ,ZZZ,ZZ9.99.
            10 JNL-CR-LBL  PIC X(04) VALUE ' CR '.
            10 JNL-CREDITS PIC Z,ZZZ,ZZZ,ZZ9.99.
            10 JNL-SP2     PIC X(01).
            10 JNL-STATUS  PIC X(14).
            10 JNL-SP3     PIC X(01).

         05 TIE-LINE.
            10 TIL-LABEL   PIC X(18).
            10 TIL-TRAILER PIC -Z,ZZZ,ZZZ,ZZ9.99.
            10 TIL-SP1     PIC X(01).
            10 TIL-POSTED  PIC -Z,ZZZ,ZZZ,ZZ9.99.
            10 TIL-SP2     PIC X(01).
            10 TIL-STATUS  PIC X(14).
            10 TIL-SP3     PIC X(10).

         05 TIE-COL-HDR.
            10 TCH-LABEL   PIC X(18) VALUE 'SOURCE'.
            10 TCH-TRAILER PIC X(17) VALUE '    TRAILER HASH'.
            10 TCH-SP1     PIC X(01).
            10 TCH-POSTED  PIC X(17) VALUE '          POSTED'.
            10 TCH-SP2     PIC X(25).

         05 NOTE-LINE.
            10 NTL-STARS   PIC X(03) VALUE '** '.
            10 NTL-TEXT    PIC X(60).
            10 NTL-SP1     PIC X(17).

         05 TRAILER2.
            10 TR2-HYP1 PIC X(33) VALUE ALL '-'.
            10 TR2-TEXT PIC X(13) VALUE 'END OF REPORT'.
            10 TR2-HYP2 PIC X(34) VALUE ALL '-'.

       PROCEDURE DIVISION.

       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM 3000-PROC-PARA
           PERFORM 9000-TERM-PARA.

      * Every input is verified against its own trailer, and against
      * the period on the card, before either output opens - a
      * half-built journal never reaches the ledger.
       1000-INIT-PARA.
           MOVE 'GLPGM'   TO ERL-PROGRAM
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

           MOVE PRM-CITY      TO WS-PARM-CITY
           MOVE PRM-MONTH     TO WS-PARM-MONTH
           MOVE PRM-YEAR      TO WS-PARM-YEAR
           MOVE PRM-EXP-ACCT  TO WS-EXP-ACCT
           MOVE PRM-PAY-ACCT  TO WS-PAY-ACCT
           MOVE PRM-CASH-ACCT TO WS-CASH-ACCT
           MOVE PRM-DEDN-ACCT  TO WS-DEDN-ACCT
           MOVE PRM-RECOV-ACCT TO WS-RECOV-ACCT
           MOVE PRM-RECV-ACCT  TO WS-RECV-ACCT
           MOVE PRM-UNCLM-ACCT TO WS-UNCLM-ACCT
           CLOSE PARM-FILE

           IF WS-PARM-MONTH < 1 OR WS-PARM-MONTH > 12
              MOVE '1000-INIT-PARA' TO ERL-PARAGRAPH
              MOVE 16 TO ERL-SEVERITY
              MOVE 'INVALID MONTH ON PARAMETER CARD' TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
           END-IF

           IF WS-EXP-ACCT = SPACES OR WS-PAY-ACCT = SPACES
              OR WS-CASH-ACCT = SPACES
              OR WS-DEDN-ACCT = SPACES OR WS-RECOV-ACCT = SPACES
              OR WS-RECV-ACCT = SPACES OR WS-UNCLM-ACCT = SPACES
              MOVE '1000-INIT-PARA' TO ERL-PARAGRAPH
              MOVE 16 TO ERL-SEVERITY
              MOVE 'GL ACCOUNT MISSING ON PARAMETER CARD' TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
           END-IF

           PERFORM 1300-LOAD-AGENT-MASTER-PARA
           PERFORM 1150-VERIFY-PAY-PARA
           PERFORM 1160-VERIFY-DISB-PARA
           PERFORM 1170-VERIFY-RETURNS-PARA
           PERFORM 1180-VERIFY-HOLDS-PARA
           PERFORM 1190-VERIFY-DEDN-PARA
           PERFORM 1200-VERIFY-SETL-PARA

           OPEN INPUT COMM-PAY-PS
           IF NOT C05-PAY-SUCCESS
               MOVE '1000-INIT-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-PAY TO ERL-FILE-STATUS
               MOVE 'COMM-PAY-PS OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           OPEN INPUT DISB-FILE
           IF NOT C05-DSB-SUCCESS
               MOVE '1000-INIT-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-DSB TO ERL-FILE-STATUS
               MOVE 'DISB-FILE OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           OPEN OUTPUT GL-JOURNAL
           IF NOT C05-GLJ-SUCCESS
               MOVE '1000-INIT-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-GLJ TO ERL-FILE-STATUS
               MOVE 'GL-JOURNAL OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           OPEN OUTPUT CTL-RPT
           IF NOT C05-RPT-SUCCESS
               MOVE '1000-INIT-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-RPT TO ERL-FILE-STATUS
               MOVE 'CTL-RPT OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           MOVE WS-PARM-CITY  TO GLH-CITY
           MOVE WS-PARM-MONTH TO GLH-MONTH
           MOVE WS-PARM-YEAR  TO GLH-YEAR
           MOVE FUNCTION CURRENT-DATE(1:8) TO GLH-RUN-DATE
           WRITE GL-JOURNAL-REC FROM GLJ-HEADER

           STRING 'PERIOD ' DELIMITED BY SIZE
                  WS-PARM-MONTH DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-PARM-YEAR DELIMITED BY SIZE
                  ' CITY ' DELIMITED BY SIZE
                  WS-PARM-CITY DELIMITED BY SIZE
             INTO HDR4-TEXT
           END-STRING
           WRITE CTL-RPT-REC FROM HDR1
           WRITE CTL-RPT-REC FROM HDR-FILLER
           WRITE CTL-RPT-REC FROM HDR4
           WRITE CTL-RPT-REC FROM HDR-FILLER.

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
                       MOVE AMS-BRANCH TO
                          WAE-BRANCH(WS-AGENT-TAB-COUNT)
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

      * ---------------- PAYMENT-FILE ENVELOPE CHECK -------------------
      * Same check DISBPGM makes, segment by segment, plus the period
      * on every COMMPAY header must be the period on this card -
      * posting March's accrual as April's is worse than not posting
      * at all.
       1150-VERIFY-PAY-PARA.
           OPEN INPUT COMM-PAY-PS
           IF NOT C05-PAY-SUCCESS
               MOVE '1150-VERIFY-PAY-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-PAY TO ERL-FILE-STATUS
               MOVE 'COMM-PAY-PS OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           PERFORM UNTIL C05-PAY-EOF
              READ COMM-PAY-PS
                 AT END
                    MOVE 10 TO WS-FST-PAY
                 NOT AT END
                    PERFORM 1155-VERIFY-PAY-REC-PARA
              END-READ
           END-PERFORM
           CLOSE COMM-PAY-PS

           IF WS-PAYV-IN-SEGMENT OR WS-PAYV-SEG-COUNT = 0
              MOVE '1150-VERIFY-PAY-PARA' TO ERL-PARAGRAPH
              MOVE 08 TO ERL-SEVERITY
              MOVE 'COMM-PAY-PS ENVELOPE MISSING' TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
           END-IF

           MOVE 0 TO WS-FST-PAY.

       1155-VERIFY-PAY-REC-PARA.
           EVALUATE TRUE
             WHEN COMM-PAY-REC(1:2) = 'H '
               IF WS-PAYV-IN-SEGMENT
                  MOVE '1155-VERIFY-PAY-REC-PARA' TO ERL-PARAGRAPH
                  MOVE 08 TO ERL-SEVERITY
                  MOVE 'COMM-PAY-PS ENVELOPE MISSING' TO ERL-TEXT
                  PERFORM 9100-LOG-ERROR-PARA
                  GOBACK
               END-IF
               IF CPH-CITY NOT = WS-PARM-CITY
                  OR CPH-MONTH NOT = WS-PARM-MONTH
                  OR CPH-YEAR NOT = WS-PARM-YEAR
                  MOVE '1155-VERIFY-PAY-REC-PARA' TO ERL-PARAGRAPH
                  MOVE 16 TO ERL-SEVERITY
                  MOVE 'COMM-PAY-PS PERIOD NOT THE CARD PERIOD'
                     TO ERL-TEXT
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
                  MOVE '1155-VERIFY-PAY-REC-PARA' TO ERL-PARAGRAPH
                  MOVE 08 TO ERL-SEVERITY
                  MOVE 'COMM-PAY-PS COUNT/HASH MISMATCH' TO ERL-TEXT
                  PERFORM 9100-LOG-ERROR-PARA
                  GOBACK
               END-IF
               MOVE 'N' TO WS-PAYV-SEG-SW
               ADD 1 TO WS-PAYV-SEG-COUNT
               ADD CPC-COUNT TO WS-PAYT-COUNT
               ADD CPC-HASH  TO WS-PAYT-HASH
             WHEN OTHER
               IF NOT WS-PAYV-IN-SEGMENT
                  MOVE '1155-VERIFY-PAY-REC-PARA' TO ERL-PARAGRAPH
                  MOVE 08 TO ERL-SEVERITY
                  MOVE 'COMM-PAY-PS ENVELOPE MISSING' TO ERL-TEXT
                  PERFORM 9100-LOG-ERROR-PARA
                  GOBACK
               END-IF
               ADD 1 TO WS-PAYV-COUNT
               ADD CPY-COMMISSION TO WS-PAYV-HASH
           END-EVALUATE.

      * ---------------- DISBURSEMENT ENVELOPE CHECK -------------------
      * The way ACKPGM and PAYFMT verify DISB-FILE, with the same
      * period check against the card.
       1160-VERIFY-DISB-PARA.
           OPEN INPUT DISB-FILE
           IF NOT C05-DSB-SUCCESS
               MOVE '1160-VERIFY-DISB-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-DSB TO ERL-FILE-STATUS
               MOVE 'DISB-FILE OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           PERFORM UNTIL C05-DSB-EOF
              READ DISB-FILE
                 AT END
                    MOVE 10 TO WS-FST-DSB
                 NOT AT END
                    EVALUATE DSB-REC-TYPE
                      WHEN 'H'
                        MOVE 'Y' TO WS-DSBV-HDR-SW
                        IF DSH-CITY NOT = WS-PARM-CITY
                           OR DSH-MONTH NOT = WS-PARM-MONTH
                           OR DSH-YEAR NOT = WS-PARM-YEAR
                           MOVE '1160-VERIFY-DISB-PARA'
                              TO ERL-PARAGRAPH
                           MOVE 16 TO ERL-SEVERITY
                           MOVE 'DISB-FILE PERIOD NOT THE CARD PERIOD'
                              TO ERL-TEXT
                           PERFORM 9100-LOG-ERROR-PARA
                           GOBACK
                        END-IF
                      WHEN 'D'
                        ADD 1 TO WS-DSBV-COUNT
                        ADD DSD-AMOUNT TO WS-DSBV-HASH
                      WHEN 'T'
                        MOVE 'Y' TO WS-DSBV-TRL-SW
                        MOVE DST-COUNT TO WS-DSBT-COUNT
                        MOVE DST-HASH  TO WS-DSBT-HASH
                    END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE DISB-FILE

           IF NOT WS-DSBV-HDR-SEEN OR NOT WS-DSBV-TRL-SEEN
              MOVE '1160-VERIFY-DISB-PARA' TO ERL-PARAGRAPH
              MOVE 08 TO ERL-SEVERITY
              MOVE 'DISB-FILE ENVELOPE MISSING' TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
           END-IF

           IF WS-DSBV-COUNT NOT = WS-DSBT-COUNT
              OR WS-DSBV-HASH NOT = WS-DSBT-HASH
              MOVE '1160-VERIFY-DISB-PARA' TO ERL-PARAGRAPH
              MOVE 08 TO ERL-SEVERITY
              MOVE 'DISB-FILE COUNT/HASH MISMATCH' TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
           END-IF

           MOVE 0 TO WS-FST-DSB.

      * ---------------- RETURNS ENVELOPE CHECK ------------------------
      * Absent (status 05/35) is the normal first build of the
      * period, before the bank has answered.  Present, it must be
      * ACKPGM's envelope for this period and agree with its trailer.
      * The details are posted straight off this pass - the file is
      * small, and nothing is written until every input has verified.
       1170-VERIFY-RETURNS-PARA.
           OPEN INPUT RETURN-FILE
           EVALUATE TRUE
             WHEN C05-RET-ABSENT
              DISPLAY 'RETURN-FILE NOT PRESENT - NO RETURNS JOURNAL'
              IF WS-FST-RET = 05
                 CLOSE RETURN-FILE
              END-IF
             WHEN NOT C05-RET-SUCCESS
              MOVE '1170-VERIFY-RETURNS-PARA' TO ERL-PARAGRAPH
              MOVE 08 TO ERL-SEVERITY
              MOVE WS-FST-RET TO ERL-FILE-STATUS
              MOVE 'RETURN-FILE OPEN FAILED' TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
             WHEN OTHER
              MOVE 'Y' TO WS-RETURNS-SW
              PERFORM UNTIL C05-RET-EOF
                 READ RETURN-FILE
                    AT END
                       MOVE 10 TO WS-FST-RET
                    NOT AT END
                       PERFORM 1175-RETURN-REC-PARA
                 END-READ
              END-PERFORM
              CLOSE RETURN-FILE

              IF NOT WS-RETV-HDR-SEEN OR NOT WS-RETV-TRL-SEEN
                 MOVE '1170-VERIFY-RETURNS-PARA' TO ERL-PARAGRAPH
                 MOVE 08 TO ERL-SEVERITY
                 MOVE 'RETURN-FILE ENVELOPE MISSING' TO ERL-TEXT
                 PERFORM 9100-LOG-ERROR-PARA
                 GOBACK
              END-IF

              IF WS-RETV-COUNT NOT = WS-RETT-COUNT
                 OR WS-RETV-HASH NOT = WS-RETT-HASH
                 MOVE '1170-VERIFY-RETURNS-PARA' TO ERL-PARAGRAPH
                 MOVE 08 TO ERL-SEVERITY
                 MOVE 'RETURN-FILE COUNT/HASH MISMATCH' TO ERL-TEXT
                 PERFORM 9100-LOG-ERROR-PARA
                 GOBACK
              END-IF
           END-EVALUATE.

       1175-RETURN-REC-PARA.
           EVALUATE TRUE
             WHEN RETURN-REC(1:2) = 'H '
               MOVE 'Y' TO WS-RETV-HDR-SW
               IF RTH-MONTH NOT = WS-PARM-MONTH
                  OR RTH-YEAR NOT = WS-PARM-YEAR
                  MOVE '1175-RETURN-REC-PARA' TO ERL-PARAGRAPH
                  MOVE 16 TO ERL-SEVERITY
                  MOVE 'RETURN-FILE PERIOD NOT THE CARD PERIOD'
                     TO ERL-TEXT
                  PERFORM 9100-LOG-ERROR-PARA
                  GOBACK
               END-IF
             WHEN RETURN-REC(1:2) = 'T '
               MOVE 'Y' TO WS-RETV-TRL-SW
               MOVE RTC-COUNT TO WS-RETT-COUNT
               MOVE RTC-HASH  TO WS-RETT-HASH
             WHEN OTHER
               ADD 1 TO WS-RETV-COUNT
               ADD RTN-AMOUNT TO WS-RETV-HASH
               MOVE RTN-AGENT-ID TO WS-LOOKUP-AGENT
               PERFORM 3110-FIND-BRANCH-PARA
               ADD RTN-AMOUNT TO WBR-RETURNED(WS-BRANCH-MATCH-IDX)
           END-EVALUATE.

      * ---------------- HELD PAYMENTS ENVELOPE CHECK ------------------
      * Absent is a build run before PAYFMT.  Present, it must be
      * PAYFMT's envelope for this disbursement and agree with its
      * trailer; details post straight off this pass, as returns do.
       1180-VERIFY-HOLDS-PARA.
           OPEN INPUT HOLD-FILE
           EVALUATE TRUE
             WHEN C05-HLD-ABSENT
              DISPLAY 'HOLD-FILE NOT PRESENT - NO HELD PAYMENTS JOURNAL'
              IF WS-FST-HLD = 05
                 CLOSE HOLD-FILE
              END-IF
             WHEN NOT C05-HLD-SUCCESS
              MOVE '1180-VERIFY-HOLDS-PARA' TO ERL-PARAGRAPH
              MOVE 08 TO ERL-SEVERITY
              MOVE WS-FST-HLD TO ERL-FILE-STATUS
              MOVE 'HOLD-FILE OPEN FAILED' TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
             WHEN OTHER
              MOVE 'Y' TO WS-HOLDS-SW
              PERFORM UNTIL C05-HLD-EOF
                 READ HOLD-FILE
                    AT END
                       MOVE 10 TO WS-FST-HLD
                    NOT AT END
                       PERFORM 1185-HOLD-REC-PARA
                 END-READ
              END-PERFORM
              CLOSE HOLD-FILE

              IF NOT WS-HLDV-HDR-SEEN OR NOT WS-HLDV-TRL-SEEN
                 MOVE '1180-VERIFY-HOLDS-PARA' TO ERL-PARAGRAPH
                 MOVE 08 TO ERL-SEVERITY
                 MOVE 'HOLD-FILE ENVELOPE MISSING' TO ERL-TEXT
                 PERFORM 9100-LOG-ERROR-PARA
                 GOBACK
              END-IF

              IF WS-HLDV-COUNT NOT = WS-HLDT-COUNT
                 OR WS-HLDV-HASH NOT = WS-HLDT-HASH
                 MOVE '1180-VERIFY-HOLDS-PARA' TO ERL-PARAGRAPH
                 MOVE 08 TO ERL-SEVERITY
                 MOVE 'HOLD-FILE COUNT/HASH MISMATCH' TO ERL-TEXT
                 PERFORM 9100-LOG-ERROR-PARA
                 GOBACK
              END-IF
           END-EVALUATE.

       1185-HOLD-REC-PARA.
           EVALUATE TRUE
             WHEN HOLD-REC(1:2) = 'H '
               MOVE 'Y' TO WS-HLDV-HDR-SW
               IF HLH-MONTH NOT = WS-PARM-MONTH
                  OR HLH-YEAR NOT = WS-PARM-YEAR
                  MOVE '1185-HOLD-REC-PARA' TO ERL-PARAGRAPH
                  MOVE 16 TO ERL-SEVERITY
                  MOVE 'HOLD-FILE PERIOD NOT THE CARD PERIOD'
                     TO ERL-TEXT
                  PERFORM 9100-LOG-ERROR-PARA
                  GOBACK
               END-IF
             WHEN HOLD-REC(1:2) = 'T '
               MOVE 'Y' TO WS-HLDV-TRL-SW
               MOVE HLC-COUNT TO WS-HLDT-COUNT
               MOVE HLC-HASH  TO WS-HLDT-HASH
             WHEN OTHER
               ADD 1 TO WS-HLDV-COUNT
               ADD HLD-AMOUNT TO WS-HLDV-HASH
               MOVE HLD-AGENT-ID TO WS-LOOKUP-AGENT
               PERFORM 3110-FIND-BRANCH-PARA
               ADD HLD-AMOUNT TO WBR-HELD(WS-BRANCH-MATCH-IDX)
           END-EVALUATE.

      * ---------------- DEDUCTIONS ENVELOPE CHECK ---------------------
      * DISBPGM writes the file on every run, empty envelope or not,
      * so unlike the returns and holds it must be here.
       1190-VERIFY-DEDN-PARA.
           OPEN INPUT DEDN-FILE
           IF NOT C05-DDN-SUCCESS
               MOVE '1190-VERIFY-DEDN-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-DDN TO ERL-FILE-STATUS
               MOVE 'DEDN-FILE OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           PERFORM UNTIL C05-DDN-EOF
              READ DEDN-FILE
                 AT END
                    MOVE 10 TO WS-FST-DDN
                 NOT AT END
                    PERFORM 1195-DEDN-REC-PARA
              END-READ
           END-PERFORM
           CLOSE DEDN-FILE

           IF NOT WS-DDNV-HDR-SEEN OR NOT WS-DDNV-TRL-SEEN
              MOVE '1190-VERIFY-DEDN-PARA' TO ERL-PARAGRAPH
              MOVE 08 TO ERL-SEVERITY
              MOVE 'DEDN-FILE ENVELOPE MISSING' TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
           END-IF

           IF WS-DDNV-COUNT NOT = WS-DDNT-COUNT
              OR WS-DDNV-REMITTED NOT = WS-DDNT-REMITTED
              OR WS-DDNV-RETAINED NOT = WS-DDNT-RETAINED
              MOVE '1190-VERIFY-DEDN-PARA' TO ERL-PARAGRAPH
              MOVE 08 TO ERL-SEVERITY
              MOVE 'DEDN-FILE COUNT/HASH MISMATCH' TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
           END-IF.

       1195-DEDN-REC-PARA.
           EVALUATE TRUE
             WHEN DEDN-REC(1:2) = 'H '
               MOVE 'Y' TO WS-DDNV-HDR-SW
               IF DGH-CITY NOT = WS-PARM-CITY
                  OR DGH-MONTH NOT = WS-PARM-MONTH
                  OR DGH-YEAR NOT = WS-PARM-YEAR
                  MOVE '1195-DEDN-REC-PARA' TO ERL-PARAGRAPH
                  MOVE 16 TO ERL-SEVERITY
                  MOVE 'DEDN-FILE PERIOD NOT THE CARD PERIOD'
                     TO ERL-TEXT
                  PERFORM 9100-LOG-ERROR-PARA
                  GOBACK
               END-IF
             WHEN DEDN-REC(1:2) = 'T '
               MOVE 'Y' TO WS-DDNV-TRL-SW
               MOVE DGT-COUNT    TO WS-DDNT-COUNT
               MOVE DGT-REMITTED TO WS-DDNT-REMITTED
               MOVE DGT-RETAINED TO WS-DDNT-RETAINED
             WHEN OTHER
               ADD 1 TO WS-DDNV-COUNT
               ADD DGD-REMITTED TO WS-DDNV-REMITTED
               ADD DGD-RETAINED TO WS-DDNV-RETAINED
               MOVE DGD-AGENT-ID TO WS-LOOKUP-AGENT
               PERFORM 3110-FIND-BRANCH-PARA
               ADD DGD-REMITTED TO WBR-REMITTED(WS-BRANCH-MATCH-IDX)
               ADD DGD-RETAINED TO WBR-RETAINED(WS-BRANCH-MATCH-IDX)
           END-EVALUATE.

      * ---------------- FINAL SETTLEMENT ENVELOPE CHECK ---------------
      * Absent is a period SETLPGM settled nobody (or did not run).
      * Present, it must be SETLPGM's envelope for this card's period.
       1200-VERIFY-SETL-PARA.
           OPEN INPUT SETL-FILE
           EVALUATE TRUE
             WHEN C05-STL-ABSENT
              DISPLAY 'SETL-FILE NOT PRESENT - NO SETTLEMENT TRANSFERS'
              IF WS-FST-STL = 05
                 CLOSE SETL-FILE
              END-IF
             WHEN NOT C05-STL-SUCCESS
              MOVE '1200-VERIFY-SETL-PARA' TO ERL-PARAGRAPH
              MOVE 08 TO ERL-SEVERITY
              MOVE WS-FST-STL TO ERL-FILE-STATUS
              MOVE 'SETL-FILE OPEN FAILED' TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
             WHEN OTHER
              MOVE 'Y' TO WS-SETL-SW
              PERFORM UNTIL C05-STL-EOF
                 READ SETL-FILE
                    AT END
                       MOVE 10 TO WS-FST-STL
                    NOT AT END
                       PERFORM 1205-SETL-REC-PARA
                 END-READ
              END-PERFORM
              CLOSE SETL-FILE

              IF NOT WS-STLV-HDR-SEEN OR NOT WS-STLV-TRL-SEEN
                 MOVE '1200-VERIFY-SETL-PARA' TO ERL-PARAGRAPH
                 MOVE 08 TO ERL-SEVERITY
                 MOVE 'SETL-FILE ENVELOPE MISSING' TO ERL-TEXT
                 PERFORM 9100-LOG-ERROR-PARA
                 GOBACK
              END-IF

              IF WS-STLV-COUNT NOT = WS-STLT-COUNT
                 OR WS-STLV-REFERRED NOT = WS-STLT-REFERRED
                 OR WS-STLV-UNCLAIMED NOT = WS-STLT-UNCLAIMED
                 MOVE '1200-VERIFY-SETL-PARA' TO ERL-PARAGRAPH
                 MOVE 08 TO ERL-SEVERITY
                 MOVE 'SETL-FILE COUNT/HASH MISMATCH' TO ERL-TEXT
                 PERFORM 9100-LOG-ERROR-PARA
                 GOBACK
              END-IF
           END-EVALUATE.

       1205-SETL-REC-PARA.
           EVALUATE TRUE
             WHEN SETL-REC(1:2) = 'H '
               MOVE 'Y' TO WS-STLV-HDR-SW
               IF SGH-CITY NOT = WS-PARM-CITY
                  OR SGH-MONTH NOT = WS-PARM-MONTH
                  OR SGH-YEAR NOT = WS-PARM-YEAR
                  MOVE '1205-SETL-REC-PARA' TO ERL-PARAGRAPH
                  MOVE 16 TO ERL-SEVERITY
                  MOVE 'SETL-FILE PERIOD NOT THE CARD PERIOD'
                     TO ERL-TEXT
                  PERFORM 9100-LOG-ERROR-PARA
                  GOBACK
               END-IF
             WHEN SETL-REC(1:2) = 'T '
               MOVE 'Y' TO WS-STLV-TRL-SW
               MOVE SGT-COUNT     TO WS-STLT-COUNT
               MOVE SGT-REFERRED  TO WS-STLT-REFERRED
               MOVE SGT-UNCLAIMED TO WS-STLT-UNCLAIMED
             WHEN OTHER
               ADD 1 TO WS-STLV-COUNT
               ADD SGD-REFERRED  TO WS-STLV-REFERRED
               ADD SGD-UNCLAIMED TO WS-STLV-UNCLAIMED
               MOVE SGD-AGENT-ID TO WS-LOOKUP-AGENT
               PERFORM 3110-FIND-BRANCH-PARA
               ADD SGD-REFERRED  TO WBR-REFERRED(WS-BRANCH-MATCH-IDX)
               ADD SGD-UNCLAIMED TO WBR-UNCLAIMED(WS-BRANCH-MATCH-IDX)
           END-EVALUATE.

       3000-PROC-PARA.
           PERFORM 3100-READ-PAY-PARA
              UNTIL C05-PAY-EOF
           PERFORM 3200-READ-DISB-PARA
              UNTIL C05-DSB-EOF
           PERFORM 3500-BUILD-JOURNALS-PARA
           PERFORM 3800-CONTROL-REPORT-PARA.

      * ---------------- ACCRUAL: COMMISSION EXPENSE BY BRANCH ---------

       3100-READ-PAY-PARA.
           READ COMM-PAY-PS
              AT END
                 MOVE 10 TO WS-FST-PAY
              NOT AT END
                 IF COMM-PAY-REC(1:2) NOT = 'H ' AND
                    COMM-PAY-REC(1:2) NOT = 'T '
                    MOVE CPY-AGENT-ID TO WS-LOOKUP-AGENT
                    PERFORM 3110-FIND-BRANCH-PARA
                    ADD CPY-COMMISSION
                       TO WBR-EXPENSE(WS-BRANCH-MATCH-IDX)
                 END-IF
           END-READ.

      * Resolves WS-LOOKUP-AGENT to a branch and that branch to its
      * posting-table slot, adding the slot on first sight.
       3110-FIND-BRANCH-PARA.
           MOVE 'UNASSIGNED' TO WS-CUR-BRANCH
           PERFORM VARYING WS-AGT-IDX FROM 1 BY 1
              UNTIL WS-AGT-IDX > WS-AGENT-TAB-COUNT
              IF WAE-AGENT-ID(WS-AGT-IDX) = WS-LOOKUP-AGENT
                 MOVE WAE-BRANCH(WS-AGT-IDX) TO WS-CUR-BRANCH
              END-IF
           END-PERFORM
           IF WS-CUR-BRANCH = 'UNASSIGNED'
              ADD 1 TO WS-NOMASTER-COUNT
           END-IF

           MOVE 0 TO WS-BRANCH-MATCH-IDX
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
              UNTIL WS-BR-IDX > WS-BRANCH-TAB-COUNT
              IF WBR-BRANCH(WS-BR-IDX) = WS-CUR-BRANCH
                 SET WS-BRANCH-MATCH-IDX TO WS-BR-IDX
              END-IF
           END-PERFORM

           IF WS-BRANCH-MATCH-IDX = 0
              IF WS-BRANCH-TAB-COUNT < WS-BRANCH-MAX-ENTRIES
                 ADD 1 TO WS-BRANCH-TAB-COUNT
                 MOVE WS-BRANCH-TAB-COUNT TO WS-BRANCH-MATCH-IDX
                 MOVE WS-CUR-BRANCH TO
                    WBR-BRANCH(WS-BRANCH-MATCH-IDX)
                 MOVE 0 TO WBR-EXPENSE(WS-BRANCH-MATCH-IDX)
                 MOVE 0 TO WBR-DISBURSED(WS-BRANCH-MATCH-IDX)
                 MOVE 0 TO WBR-RETURNED(WS-BRANCH-MATCH-IDX)
                 MOVE 0 TO WBR-HELD(WS-BRANCH-MATCH-IDX)
                 MOVE 0 TO WBR-REMITTED(WS-BRANCH-MATCH-IDX)
                 MOVE 0 TO WBR-RETAINED(WS-BRANCH-MATCH-IDX)
                 MOVE 0 TO WBR-REFERRED(WS-BRANCH-MATCH-IDX)
                 MOVE 0 TO WBR-UNCLAIMED(WS-BRANCH-MATCH-IDX)
              ELSE
                 MOVE '3110-FIND-BRANCH-PARA' TO ERL-PARAGRAPH
                 MOVE 16 TO ERL-SEVERITY
                 MOVE 'BRANCHES EXCEED TABLE - RAISE WS-BRANCH-MAX-ENTRI
      -    'ES' TO ERL-TEXT
                 PERFORM 9100-LOG-ERROR-PARA
                 GOBACK
              END-IF
           END-IF.

      * ---------------- DISBURSEMENT: PAYABLE RELIEVED BY BRANCH ------

       3200-READ-DISB-PARA.
           READ DISB-FILE
              AT END
                 MOVE 10 TO WS-FST-DSB
              NOT AT END
                 IF DSB-REC-TYPE = 'D'
                    MOVE DSD-AGENT-ID TO WS-LOOKUP-AGENT
                    PERFORM 3110-FIND-BRANCH-PARA
                    ADD DSD-AMOUNT
                       TO WBR-DISBURSED(WS-BRANCH-MATCH-IDX)
                 END-IF
           END-READ.

      * ---------------- BUILD THE JOURNALS ----------------------------
      * Accrual   - DR commission expense, CR accrued payable.
      * Disburse  - DR accrued payable,    CR cash.
      * Returns   - DR cash,               CR accrued payable.
      * Holds     - DR cash,               CR accrued payable.
      * Deductions- DR accrued payable,    CR deductions payable
      *                                    (remitted) or recoveries
      *                                    (retained).
      * Settlement- DR agent receivable,   CR accrued payable
      *             (referred to collections);
      *             DR accrued payable,    CR unclaimed funds.
      * Each branch posts as a balanced pair, so every journal nets to
      * zero by construction; 3600-CHECK-BALANCE-PARA proves it anyway
      * before the trailer is written.
       3500-BUILD-JOURNALS-PARA.
           INITIALIZE WS-JNL-TOTALS
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
              UNTIL WS-BR-IDX > WS-BRANCH-TAB-COUNT
              MOVE 1 TO WS-JNL-SUB
              MOVE 'COMMISSION ACCRUAL'  TO WS-PAIR-DESC
              MOVE WS-EXP-ACCT TO WS-PAIR-DR-ACCT
              MOVE WS-PAY-ACCT TO WS-PAIR-CR-ACCT
              MOVE WBR-EXPENSE(WS-BR-IDX) TO WS-PAIR-AMOUNT
              PERFORM 3510-POST-PAIR-PARA
              ADD WBR-EXPENSE(WS-BR-IDX) TO WS-TOT-EXPENSE
           END-PERFORM

           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
              UNTIL WS-BR-IDX > WS-BRANCH-TAB-COUNT
              MOVE 2 TO WS-JNL-SUB
              MOVE 'COMMISSION PAID'     TO WS-PAIR-DESC
              MOVE WS-PAY-ACCT  TO WS-PAIR-DR-ACCT
              MOVE WS-CASH-ACCT TO WS-PAIR-CR-ACCT
              MOVE WBR-DISBURSED(WS-BR-IDX) TO WS-PAIR-AMOUNT
              PERFORM 3510-POST-PAIR-PARA
              ADD WBR-DISBURSED(WS-BR-IDX) TO WS-TOT-DISBURSED
           END-PERFORM

           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
              UNTIL WS-BR-IDX > WS-BRANCH-TAB-COUNT
              MOVE 3 TO WS-JNL-SUB
              MOVE 'PAYMENT RETURNED'    TO WS-PAIR-DESC
              MOVE WS-CASH-ACCT TO WS-PAIR-DR-ACCT
              MOVE WS-PAY-ACCT  TO WS-PAIR-CR-ACCT
              MOVE WBR-RETURNED(WS-BR-IDX) TO WS-PAIR-AMOUNT
              PERFORM 3510-POST-PAIR-PARA
              ADD WBR-RETURNED(WS-BR-IDX) TO WS-TOT-RETURNED
           END-PERFORM

           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
              UNTIL WS-BR-IDX > WS-BRANCH-TAB-COUNT
              MOVE 4 TO WS-JNL-SUB
              MOVE 'PAYMENT HELD'        TO WS-PAIR-DESC
              MOVE WS-CASH-ACCT TO WS-PAIR-DR-ACCT
              MOVE WS-PAY-ACCT  TO WS-PAIR-CR-ACCT
              MOVE WBR-HELD(WS-BR-IDX) TO WS-PAIR-AMOUNT
              PERFORM 3510-POST-PAIR-PARA
              ADD WBR-HELD(WS-BR-IDX) TO WS-TOT-HELD
           END-PERFORM

           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
              UNTIL WS-BR-IDX > WS-BRANCH-TAB-COUNT
              MOVE 5 TO WS-JNL-SUB
              MOVE 'DEDUCTION REMITTED'  TO WS-PAIR-DESC
              MOVE WS-PAY-ACCT  TO WS-PAIR-DR-ACCT
              MOVE WS-DEDN-ACCT TO WS-PAIR-CR-ACCT
              MOVE WBR-REMITTED(WS-BR-IDX) TO WS-PAIR-AMOUNT
              PERFORM 3510-POST-PAIR-PARA
              ADD WBR-REMITTED(WS-BR-IDX) TO WS-TOT-REMITTED
              MOVE 'DEDUCTION RETAINED'  TO WS-PAIR-DESC
              MOVE WS-PAY-ACCT   TO WS-PAIR-DR-ACCT
              MOVE WS-RECOV-ACCT TO WS-PAIR-CR-ACCT
              MOVE WBR-RETAINED(WS-BR-IDX) TO WS-PAIR-AMOUNT
              PERFORM 3510-POST-PAIR-PARA
              ADD WBR-RETAINED(WS-BR-IDX) TO WS-TOT-RETAINED
           END-PERFORM

           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
              UNTIL WS-BR-IDX > WS-BRANCH-TAB-COUNT
              MOVE 6 TO WS-JNL-SUB
              MOVE 'REFERRED COLLECTIONS' TO WS-PAIR-DESC
              MOVE WS-RECV-ACCT TO WS-PAIR-DR-ACCT
              MOVE WS-PAY-ACCT  TO WS-PAIR-CR-ACCT
              MOVE WBR-REFERRED(WS-BR-IDX) TO WS-PAIR-AMOUNT
              PERFORM 3510-POST-PAIR-PARA
              ADD WBR-REFERRED(WS-BR-IDX) TO WS-TOT-REFERRED
              MOVE 'UNCLAIMED FUNDS HELD' TO WS-PAIR-DESC
              MOVE WS-PAY-ACCT   TO WS-PAIR-DR-ACCT
              MOVE WS-UNCLM-ACCT TO WS-PAIR-CR-ACCT
              MOVE WBR-UNCLAIMED(WS-BR-IDX) TO WS-PAIR-AMOUNT
              PERFORM 3510-POST-PAIR-PARA
              ADD WBR-UNCLAIMED(WS-BR-IDX) TO WS-TOT-UNCLAIMED
           END-PERFORM

           PERFORM 3600-CHECK-BALANCE-PARA

           MOVE WS-GLJ-COUNT   TO GLT-COUNT
           MOVE WS-GLJ-DEBITS  TO GLT-DEBITS
           MOVE WS-GLJ-CREDITS TO GLT-CREDITS
           WRITE GL-JOURNAL-REC FROM GLJ-TRAILER.

      * A zero branch amount posts nothing; a negative one posts the
      * pair the other way round at its absolute value.
       3510-POST-PAIR-PARA.
           IF WS-PAIR-AMOUNT NOT = 0
              MOVE WS-JNL-NAME-TAB(WS-JNL-SUB) TO WS-PAIR-JOURNAL
              IF WS-PAIR-AMOUNT > 0
                 MOVE WS-PAIR-AMOUNT TO WS-PAIR-ABS
                 MOVE WS-PAIR-DR-ACCT TO GLJ-ACCOUNT
                 MOVE 'D' TO GLJ-DR-CR
                 PERFORM 3520-WRITE-LINE-PARA
                 MOVE WS-PAIR-CR-ACCT TO GLJ-ACCOUNT
                 MOVE 'C' TO GLJ-DR-CR
                 PERFORM 3520-WRITE-LINE-PARA
              ELSE
                 COMPUTE WS-PAIR-ABS = 0 - WS-PAIR-AMOUNT
                 MOVE WS-PAIR-CR-ACCT TO GLJ-ACCOUNT
                 MOVE 'D' TO GLJ-DR-CR
                 PERFORM 3520-WRITE-LINE-PARA
                 MOVE WS-PAIR-DR-ACCT TO GLJ-ACCOUNT
                 MOVE 'C' TO GLJ-DR-CR
                 PERFORM 3520-WRITE-LINE-PARA
              END-IF
           END-IF.

      * GLJ-ACCOUNT and GLJ-DR-CR are staged by the caller.
       3520-WRITE-LINE-PARA.
           MOVE WS-PAIR-JOURNAL      TO GLJ-JOURNAL
           MOVE WBR-BRANCH(WS-BR-IDX) TO GLJ-BRANCH
           MOVE WS-PAIR-ABS          TO GLJ-AMOUNT
           MOVE WS-PARM-MONTH        TO GLJ-MONTH
           MOVE WS-PARM-YEAR         TO GLJ-YEAR
           MOVE WS-PAIR-DESC         TO GLJ-DESC
           WRITE GL-JOURNAL-REC FROM GLJ-DETAIL
           ADD 1 TO WS-GLJ-COUNT
           ADD 1 TO WJT-LINES(WS-JNL-SUB)
           IF GLJ-DR-CR = 'D'
              ADD WS-PAIR-ABS TO WS-GLJ-DEBITS
              ADD WS-PAIR-ABS TO WJT-DEBITS(WS-JNL-SUB)
           ELSE
              ADD WS-PAIR-ABS TO WS-GLJ-CREDITS
              ADD WS-PAIR-ABS TO WJT-CREDITS(WS-JNL-SUB)
           END-IF.

      * A journal that does not net to zero would be refused by the
      * ledger load anyway; stopping here names the journal.
       3600-CHECK-BALANCE-PARA.
           PERFORM VARYING WS-JNL-SUB FROM 1 BY 1
              UNTIL WS-JNL-SUB > WS-JNL-COUNT
              IF WJT-DEBITS(WS-JNL-SUB) NOT = WJT-CREDITS(WS-JNL-SUB)
                 MOVE 'Y' TO WS-OUT-OF-BAL-SW
              END-IF
           END-PERFORM.

      * ---------------- CONTROL REPORT --------------------------------
      * Branch postings, each journal's debits against its credits,
      * and the tie of every posted total back to the producer's own
      * trailer hash - the figure month-end close used to key off the
      * COMMPGM summary and the DISBPGM trailer by hand.
       3800-CONTROL-REPORT-PARA.
           WRITE CTL-RPT-REC FROM SECTION-BR-HDR
           WRITE CTL-RPT-REC FROM BRANCH-COL-HDR
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
              UNTIL WS-BR-IDX > WS-BRANCH-TAB-COUNT
              MOVE SPACES TO BRANCH-LINE
              MOVE WBR-BRANCH(WS-BR-IDX)    TO BRL-BRANCH
              MOVE WBR-EXPENSE(WS-BR-IDX)   TO BRL-EXP
              MOVE WBR-DISBURSED(WS-BR-IDX) TO BRL-DSB
              MOVE WBR-RETURNED(WS-BR-IDX)  TO BRL-RET
              WRITE CTL-RPT-REC FROM BRANCH-LINE
           END-PERFORM
           MOVE SPACES TO BRANCH-LINE
           MOVE 'TOTAL'           TO BRL-BRANCH
           MOVE WS-TOT-EXPENSE    TO BRL-EXP
           MOVE WS-TOT-DISBURSED  TO BRL-DSB
           MOVE WS-TOT-RETURNED   TO BRL-RET
           WRITE CTL-RPT-REC FROM BRANCH-LINE

           WRITE CTL-RPT-REC FROM HDR-FILLER
           WRITE CTL-RPT-REC FROM BRANCH-COL-HDR2
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
              UNTIL WS-BR-IDX > WS-BRANCH-TAB-COUNT
              MOVE SPACES TO BRANCH-LINE
              MOVE WBR-BRANCH(WS-BR-IDX)   TO BRL-BRANCH
              MOVE WBR-HELD(WS-BR-IDX)     TO BRL-EXP
              MOVE WBR-REMITTED(WS-BR-IDX) TO BRL-DSB
              MOVE WBR-RETAINED(WS-BR-IDX) TO BRL-RET
              WRITE CTL-RPT-REC FROM BRANCH-LINE
           END-PERFORM
           MOVE SPACES TO BRANCH-LINE
           MOVE 'TOTAL'           TO BRL-BRANCH
           MOVE WS-TOT-HELD       TO BRL-EXP
           MOVE WS-TOT-REMITTED   TO BRL-DSB
           MOVE WS-TOT-RETAINED   TO BRL-RET
           WRITE CTL-RPT-REC FROM BRANCH-LINE

           WRITE CTL-RPT-REC FROM HDR-FILLER
           WRITE CTL-RPT-REC FROM BRANCH-COL-HDR3
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
              UNTIL WS-BR-IDX > WS-BRANCH-TAB-COUNT
              MOVE SPACES TO BRANCH-LINE
              MOVE WBR-BRANCH(WS-BR-IDX)    TO BRL-BRANCH
              MOVE WBR-REFERRED(WS-BR-IDX)  TO BRL-EXP
              MOVE WBR-UNCLAIMED(WS-BR-IDX) TO BRL-DSB
              WRITE CTL-RPT-REC FROM BRANCH-LINE
           END-PERFORM
           MOVE SPACES TO BRANCH-LINE
           MOVE 'TOTAL'           TO BRL-BRANCH
           MOVE WS-TOT-REFERRED   TO BRL-EXP
           MOVE WS-TOT-UNCLAIMED  TO BRL-DSB
           WRITE CTL-RPT-REC FROM BRANCH-LINE

           WRITE CTL-RPT-REC FROM HDR-FILLER
           WRITE CTL-RPT-REC FROM SECTION-JNL-HDR
           PERFORM VARYING WS-JNL-SUB FROM 1 BY 1
              UNTIL WS-JNL-SUB > WS-JNL-COUNT
              MOVE WS-JNL-NAME-TAB(WS-JNL-SUB) TO JNL-NAME
              MOVE WJT-LINES(WS-JNL-SUB)   TO JNL-LINES
              MOVE WJT-DEBITS(WS-JNL-SUB)  TO JNL-DEBITS
              MOVE WJT-CREDITS(WS-JNL-SUB) TO JNL-CREDITS
              IF WJT-DEBITS(WS-JNL-SUB) = WJT-CREDITS(WS-JNL-SUB)
                 MOVE 'NETS TO ZERO' TO JNL-STATUS
              ELSE
                 MOVE 'OUT OF BALANCE' TO JNL-STATUS
              END-IF
              WRITE CTL-RPT-REC FROM JOURNAL-LINE
           END-PERFORM

           WRITE CTL-RPT-REC FROM HDR-FILLER
           WRITE CTL-RPT-REC FROM SECTION-TIE-HDR
           WRITE CTL-RPT-REC FROM TIE-COL-HDR
           MOVE 'COMM-PAY-PS'    TO TIL-LABEL
           MOVE WS-PAYT-HASH     TO TIL-TRAILER
           MOVE WS-TOT-EXPENSE   TO TIL-POSTED
           IF WS-PAYT-HASH = WS-TOT-EXPENSE
              MOVE 'TIES' TO TIL-STATUS
           ELSE
              MOVE 'DOES NOT TIE' TO TIL-STATUS
              MOVE 'Y' TO WS-NO-TIE-SW
           END-IF
           WRITE CTL-RPT-REC FROM TIE-LINE

           MOVE 'DISB-FILE'      TO TIL-LABEL
           MOVE WS-DSBT-HASH     TO TIL-TRAILER
           MOVE WS-TOT-DISBURSED TO TIL-POSTED
           IF WS-DSBT-HASH = WS-TOT-DISBURSED
              MOVE 'TIES' TO TIL-STATUS
           ELSE
              MOVE 'DOES NOT TIE' TO TIL-STATUS
              MOVE 'Y' TO WS-NO-TIE-SW
           END-IF
           WRITE CTL-RPT-REC FROM TIE-LINE

           MOVE 'ACKPGM RETURNS'  TO TIL-LABEL
           MOVE WS-RETT-HASH     TO TIL-TRAILER
           MOVE WS-TOT-RETURNED  TO TIL-POSTED
           IF NOT WS-RETURNS-PRESENT
              MOVE 'NOT PRESENT' TO TIL-STATUS
           ELSE
              IF WS-RETT-HASH = WS-TOT-RETURNED
                 MOVE 'TIES' TO TIL-STATUS
              ELSE
                 MOVE 'DOES NOT TIE' TO TIL-STATUS
                 MOVE 'Y' TO WS-NO-TIE-SW
              END-IF
           END-IF
           WRITE CTL-RPT-REC FROM TIE-LINE

           MOVE 'PAYFMT HOLDS'    TO TIL-LABEL
           MOVE WS-HLDT-HASH     TO TIL-TRAILER
           MOVE WS-TOT-HELD      TO TIL-POSTED
           IF NOT WS-HOLDS-PRESENT
              MOVE 'NOT PRESENT' TO TIL-STATUS
           ELSE
              IF WS-HLDT-HASH = WS-TOT-HELD
                 MOVE 'TIES' TO TIL-STATUS
              ELSE
                 MOVE 'DOES NOT TIE' TO TIL-STATUS
                 MOVE 'Y' TO WS-NO-TIE-SW
              END-IF
           END-IF
           WRITE CTL-RPT-REC FROM TIE-LINE

      * The remitted figure on DEDN-FILE's trailer is the REMIT-FILE
      * hash DISBPGM wrote in the same run.
           MOVE 'DEDNS REMITTED'  TO TIL-LABEL
           MOVE WS-DDNT-REMITTED TO TIL-TRAILER
           MOVE WS-TOT-REMITTED  TO TIL-POSTED
           IF WS-DDNT-REMITTED = WS-TOT-REMITTED
              MOVE 'TIES' TO TIL-STATUS
           ELSE
              MOVE 'DOES NOT TIE' TO TIL-STATUS
              MOVE 'Y' TO WS-NO-TIE-SW
           END-IF
           WRITE CTL-RPT-REC FROM TIE-LINE

           MOVE 'DEDNS RETAINED'  TO TIL-LABEL
           MOVE WS-DDNT-RETAINED TO TIL-TRAILER
           MOVE WS-TOT-RETAINED  TO TIL-POSTED
           IF WS-DDNT-RETAINED = WS-TOT-RETAINED
              MOVE 'TIES' TO TIL-STATUS
           ELSE
              MOVE 'DOES NOT TIE' TO TIL-STATUS
              MOVE 'Y' TO WS-NO-TIE-SW
           END-IF
           WRITE CTL-RPT-REC FROM TIE-LINE

           MOVE 'SETLPGM REFERRED' TO TIL-LABEL
           MOVE WS-STLT-REFERRED TO TIL-TRAILER
           MOVE WS-TOT-REFERRED  TO TIL-POSTED
           IF NOT WS-SETL-PRESENT
              MOVE 'NOT PRESENT' TO TIL-STATUS
           ELSE
              IF WS-STLT-REFERRED = WS-TOT-REFERRED
                 MOVE 'TIES' TO TIL-STATUS
              ELSE
                 MOVE 'DOES NOT TIE' TO TIL-STATUS
                 MOVE 'Y' TO WS-NO-TIE-SW
              END-IF
           END-IF
           WRITE CTL-RPT-REC FROM TIE-LINE

           MOVE 'SETLPGM UNCLAIMED' TO TIL-LABEL
           MOVE WS-STLT-UNCLAIMED TO TIL-TRAILER
           MOVE WS-TOT-UNCLAIMED  TO TIL-POSTED
           IF NOT WS-SETL-PRESENT
              MOVE 'NOT PRESENT' TO TIL-STATUS
           ELSE
              IF WS-STLT-UNCLAIMED = WS-TOT-UNCLAIMED
                 MOVE 'TIES' TO TIL-STATUS
              ELSE
                 MOVE 'DOES NOT TIE' TO TIL-STATUS
                 MOVE 'Y' TO WS-NO-TIE-SW
              END-IF
           END-IF
           WRITE CTL-RPT-REC FROM TIE-LINE

           IF WS-NOMASTER-COUNT > 0
              WRITE CTL-RPT-REC FROM HDR-FILLER
              MOVE SPACES TO NTL-TEXT
              STRING 'AGENT RECORDS NOT ON MASTER - POSTED UNASSIGNED: '
                        DELIMITED BY SIZE
                     WS-NOMASTER-COUNT DELIMITED BY SIZE
                INTO NTL-TEXT
              END-STRING
              WRITE CTL-RPT-REC FROM NOTE-LINE
           END-IF

           WRITE CTL-RPT-REC FROM HDR-FILLER
           WRITE CTL-RPT-REC FROM TRAILER2

           DISPLAY 'GL JOURNAL BUILT - LINES ' WS-GLJ-COUNT
              ' DEBITS ' WS-GLJ-DEBITS ' CREDITS ' WS-GLJ-CREDITS

      * Out of balance or untied is a close that cannot be signed off -
      * severity 16 so the ledger load step never runs on it.  Master
      * gaps post correctly but to the wrong place, so only warn.
           EVALUATE TRUE
             WHEN WS-OUT-OF-BALANCE
               MOVE '3800-CONTROL-REPORT-PARA' TO ERL-PARAGRAPH
               MOVE 16 TO ERL-SEVERITY
               MOVE 'GL JOURNAL DOES NOT NET TO ZERO' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
             WHEN WS-DOES-NOT-TIE
               MOVE '3800-CONTROL-REPORT-PARA' TO ERL-PARAGRAPH
               MOVE 16 TO ERL-SEVERITY
               MOVE 'GL POSTINGS DO NOT TIE TO INPUT TRAILER HASHES'
                  TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
             WHEN WS-NOMASTER-COUNT > 0
               MOVE '3800-CONTROL-REPORT-PARA' TO ERL-PARAGRAPH
               MOVE 04 TO ERL-SEVERITY
               MOVE 'AGENT(S) NOT ON MASTER - POSTED TO UNASSIGNED'
                  TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
           END-EVALUATE.

      * ---------------- SHARED ERROR LOGGING --------------------------

       9100-LOG-ERROR-PARA.
           CALL 'ERRLOG' USING ERRLOG-PARM
           MOVE ERL-SEVERITY TO RETURN-CODE
           MOVE SPACES TO ERL-FILE-STATUS
           MOVE 0      TO ERL-SQLCODE.

       9000-TERM-PARA.
           CLOSE COMM-PAY-PS
           CLOSE DISB-FILE
           CLOSE GL-JOURNAL
           CLOSE CTL-RPT
           GOBACK.
