       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIMPGM.

      * ---------------- COMMISSION RATE WHAT-IF SIMULATION ------------
      * Reprices a chosen range of periods' booked payments ('P') and
      * manager overrides ('O') from COMM-HIST at a proposed rate card
      * and reports actual against simulated pay per agent, per branch
      * and in total, then the agents whose pay moves the most.  Read
      * only: COMM-HIST is opened INPUT and there is no payment file -
      * nothing here can book, pay or alter history.
      *   Payments   a loan's 'P' records (one per agent share) are
      *              grouped on applicant + period; the whole loan is
      *              the sum of its shares' CHS-LOAN-AMOUNT, the tier
      *              is chosen on that, and each share reprices at the
      *              tier's rate - the way COMMPGM prices a split loan.
      *   Overrides  an 'O' record reprices as the proposed override
      *              rate on the repriced shares, in the same loan
      *              group, of the agents the manager has on today's
      *              agent master.  An override none of whose agents
      *              can be found in its group stays at its actual
      *              figure and is counted on the summary line.
      * Adjustments ('A') are neither actual nor simulated here.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMM-HIST ASSIGN TO DD1
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS CHS-KEY
           FILE STATUS IS WS-FST-HST.

           SELECT AGENT-MASTER ASSIGN TO DD2
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-AGT.

           SELECT PARM-FILE ASSIGN TO DD3
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-PARM.

           SELECT RATE-FILE ASSIGN TO DD4
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-RATE.

           SELECT SIM-RPT ASSIGN TO DD5
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-RPT.

           SELECT SORT-WORK ASSIGN TO DD7.

           SELECT SORT-AGT ASSIGN TO DD8.

       DATA DIVISION.

       FILE SECTION.

      * ---------------- PAID-COMMISSION HISTORY FILE ------------------
      * The keyed VSAM dataset every COMMPGM run books into, read here
      * in key sequence; only 'P' and 'O' records inside the parameter
      * card's period range are released to the sort.
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
      * Name and branch for the report, and each agent's override
      * manager for repricing the 'O' records.
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

      * ---------------- RUN PARAMETER CARD ----------------------------
      * First and last period to reprice (year ahead of month, both
      * inclusive) and how many of the largest movers to list - ten
      * when left zero.
       FD PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 16 CHARACTERS.
       01 PARM-REC.
          05 PRM-FROM-YEAR     PIC 9(04).
          05 PRM-FROM-MONTH    PIC 9(02).
          05 PRM-TO-YEAR       PIC 9(04).
          05 PRM-TO-MONTH      PIC 9(02).
          05 PRM-TOP-COUNT     PIC 9(03).
          05 PRM-FILLER        PIC X(01).

      * ---------------- PROPOSED RATE CARD ----------------------------
      * One card in COMMPGM's RATE-FILE layout - the tier limits and
      * rates and the override rate under negotiation.  RTE-EFF-DATE
      * is not used: the card is applied to every period in range.
       FD RATE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 RATE-REC.
          05 RTE-EFF-DATE      PIC 9(08).
          05 RTE-SP1           PIC X(01).
          05 RTE-TIER1-LIMIT   PIC 9(09)V9(02).
          05 RTE-SP2           PIC X(01).
          05 RTE-TIER1-RATE    PIC V9(03).
          05 RTE-SP3           PIC X(01).
          05 RTE-TIER2-LIMIT   PIC 9(09)V9(02).
          05 RTE-SP4           PIC X(01).
          05 RTE-TIER2-RATE    PIC V9(03).
          05 RTE-SP5           PIC X(01).
          05 RTE-TIER3-RATE    PIC V9(03).
          05 RTE-SP6           PIC X(01).
          05 RTE-OVRD-RATE     PIC V9(03).
          05 RTE-FILLER        PIC X(32).

       FD SIM-RPT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 SIM-RPT-REC PIC X(80).

      * ---------------- SORT WORK FILE --------------------------------
      * History arrives in agent key order, so the shares and overrides
      * of one loan are scattered; re-sorted on applicant + period they
      * come back together, payments ahead of overrides (descending
      * type) so the override bases are priced before they are needed.
       SD SORT-WORK.
       01 SRT-REC.
          05 SRT-APPLICANT-ID PIC X(10).
          05 SRT-YEAR         PIC 9(04).
          05 SRT-MONTH        PIC 9(02).
          05 SRT-REC-TYPE     PIC X(01).
          05 SRT-AGENT-ID     PIC X(08).
          05 SRT-LOAN-AMOUNT  PIC S9(09)V9(02) COMP-3.
          05 SRT-COMMISSION   PIC S9(09)V9(02) COMP-3.

      * The accumulated agent table, put into branch/agent order for
      * the report; SAG-SUB points back at the table entry.
       SD SORT-AGT.
       01 SAG-REC.
          05 SAG-BRANCH       PIC X(10).
          05 SAG-AGENT-ID     PIC X(08).
          05 SAG-SUB          PIC 9(04).

       WORKING-STORAGE SECTION.

       COPY ERRLOGC.

       01 WS-VARS.
         05 WS-FST-HST   PIC 9(02).
            88 C05-HST-SUCCESS   VALUE 00.
            88 C05-HST-EOF       VALUE 10.

         05 WS-FST-AGT   PIC 9(02).
            88 C05-AGT-SUCCESS   VALUE 00.
            88 C05-AGT-EOF       VALUE 10.

         05 WS-FST-PARM  PIC 9(02).
            88 C05-PARM-SUCCESS  VALUE 00.

         05 WS-FST-RATE  PIC 9(02).
            88 C05-RATE-SUCCESS  VALUE 00.

         05 WS-FST-RPT   PIC 9(02).
            88 C05-RPT-SUCCESS   VALUE 00.

      * ---------------- RUN PARAMETERS --------------------------------
      * Periods compare as YYYYMM so a range may cross a year end.

         05 WS-FROM-PERIOD.
            10 WS-FROM-YEAR    PIC 9(04).
            10 WS-FROM-MONTH   PIC 9(02).
         05 WS-FROM-PERIOD-N REDEFINES WS-FROM-PERIOD PIC 9(06).
         05 WS-TO-PERIOD.
            10 WS-TO-YEAR      PIC 9(04).
            10 WS-TO-MONTH     PIC 9(02).
         05 WS-TO-PERIOD-N REDEFINES WS-TO-PERIOD PIC 9(06).
         05 WS-HIST-PERIOD.
            10 WS-HIST-YEAR    PIC 9(04).
            10 WS-HIST-MONTH   PIC 9(02).
         05 WS-HIST-PERIOD-N REDEFINES WS-HIST-PERIOD PIC 9(06).
         05 WS-TOP-COUNT       PIC 9(03) VALUE 0.
         05 WS-DFLT-TOP-COUNT  PIC 9(03) VALUE 10.

      * ---------------- PROPOSED RATE CARD ----------------------------
      * Same shape as COMMPGM's WS-TIER-TABLE, filled once from the
      * card instead of per loan from the effective-dated table.
         05 WS-TIER-TABLE.
            10 TIER1-LIMIT  PIC 9(09)V9(02).
            10 TIER1-RATE   PIC V9(03).
            10 TIER2-LIMIT  PIC 9(09)V9(02).
            10 TIER2-RATE   PIC V9(03).
            10 TIER3-RATE   PIC V9(03).
            10 TIER-OVRD-RATE PIC V9(03).

         05 WS-SIM-RATE       PIC V9(03)      VALUE 0.
         05 WS-SIM-COMM       PIC S9(09)V9(02) VALUE 0.

      * ---------------- AGENT MASTER TABLE ----------------------------

         05 WS-AGENT-MAX-ENTRIES PIC 9(04) VALUE 500.
         05 WS-AGENT-TAB-COUNT   PIC 9(04) VALUE 0.
         05 WS-AGENT-TAB.
            10 WS-AGENT-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-AGT-IDX.
               15 WAE-AGENT-ID  PIC X(08).
               15 WAE-NAME      PIC X(20).
               15 WAE-BRANCH    PIC X(10).
               15 WAE-MANAGER   PIC X(08).

         05 WS-CUR-AGENT-NAME   PIC X(20) VALUE SPACES.
         05 WS-CUR-AGENT-BRANCH PIC X(10) VALUE SPACES.
         05 WS-CUR-MANAGER      PIC X(08) VALUE SPACES.
         05 WS-LOOKUP-AGENT     PIC X(08) VALUE SPACES.

      * ---------------- ONE LOAN'S HISTORY GROUP ----------------------
      * The 'P' shares and 'O' overrides of one applicant + period, as
      * they come back from the sort.  A whole loan books at most four
      * shares and an override per share's manager.
         05 WS-SORT-EOF-SW      PIC X(01) VALUE 'N'.
            88 SORT-AT-EOF VALUE 'Y'.
         05 WS-FIRST-ROW-SW     PIC X(01) VALUE 'Y'.
            88 WS-FIRST-ROW VALUE 'Y'.
         05 WS-PREV-APPLICANT   PIC X(10) VALUE SPACES.
         05 WS-PREV-YEAR        PIC 9(04) VALUE 0.
         05 WS-PREV-MONTH       PIC 9(02) VALUE 0.

         05 WS-GRP-MAX-ENTRIES  PIC 9(04) VALUE 20.
         05 WS-GRP-TAB-COUNT    PIC 9(04) VALUE 0.
         05 WS-GRP-TAB.
            10 WS-GRP-ENTRY OCCURS 20 TIMES
                             INDEXED BY WS-GRP-IDX WS-GRS-IDX.
               15 WGP-AGENT-ID   PIC X(08).
               15 WGP-REC-TYPE   PIC X(01).
               15 WGP-MANAGER    PIC X(08).
               15 WGP-LOAN       PIC S9(09)V9(02) COMP-3.
               15 WGP-ACT-COMM   PIC S9(09)V9(02) COMP-3.
               15 WGP-SIM-COMM   PIC S9(09)V9(02) COMP-3.

         05 WS-GRP-LOAN-TOTAL   PIC S9(11)V9(02) VALUE 0.
         05 WS-OVR-BASE         PIC S9(11)V9(02) VALUE 0.
         05 WS-OVR-BASE-SW      PIC X(01) VALUE 'N'.
            88 WS-OVR-BASE-FOUND VALUE 'Y'.

      * ---------------- PER-AGENT ACTUAL / SIMULATED ------------------
      * One entry per agent with any 'P' or 'O' in range, in the order
      * first met; SORT-AGT puts them into branch order for printing.
         05 WS-SIMA-MAX-ENTRIES PIC 9(04) VALUE 500.
         05 WS-SIMA-TAB-COUNT   PIC 9(04) VALUE 0.
         05 WS-SIMA-MATCH-IDX   PIC 9(04) VALUE 0.
         05 WS-SIMA-TAB.
            10 WS-SIMA-ENTRY OCCURS 500 TIMES
                              INDEXED BY WS-SMA-IDX.
               15 WSA-AGENT-ID  PIC X(08).
               15 WSA-NAME      PIC X(20).
               15 WSA-BRANCH    PIC X(10).
               15 WSA-ACT-PAY   PIC S9(11)V9(02) COMP-3.
               15 WSA-ACT-OVR   PIC S9(11)V9(02) COMP-3.
               15 WSA-SIM-PAY   PIC S9(11)V9(02) COMP-3.
               15 WSA-SIM-OVR   PIC S9(11)V9(02) COMP-3.
               15 WSA-PICKED-SW PIC X(01).

         05 WS-AGENT-ACTUAL     PIC S9(11)V9(02) VALUE 0.
         05 WS-AGENT-SIM        PIC S9(11)V9(02) VALUE 0.
         05 WS-AGENT-CHANGE     PIC S9(11)V9(02) VALUE 0.

      * ---------------- BRANCH / GRAND TOTALS -------------------------

         05 WS-AGT-SORT-EOF-SW  PIC X(01) VALUE 'N'.
            88 AGT-SORT-AT-EOF VALUE 'Y'.
         05 WS-FIRST-BRANCH-SW  PIC X(01) VALUE 'Y'.
            88 WS-FIRST-BRANCH VALUE 'Y'.
         05 WS-PREV-BRANCH      PIC X(10) VALUE SPACES.
         05 WS-BRANCH-ACTUAL    PIC S9(11)V9(02) VALUE 0.
         05 WS-BRANCH-SIM       PIC S9(11)V9(02) VALUE 0.
         05 WS-GRAND-ACT-PAY    PIC S9(11)V9(02) VALUE 0.
         05 WS-GRAND-ACT-OVR    PIC S9(11)V9(02) VALUE 0.
         05 WS-GRAND-SIM-PAY    PIC S9(11)V9(02) VALUE 0.
         05 WS-GRAND-SIM-OVR    PIC S9(11)V9(02) VALUE 0.
         05 WS-TOTAL-ACTUAL     PIC S9(11)V9(02) VALUE 0.
         05 WS-TOTAL-SIM        PIC S9(11)V9(02) VALUE 0.

      * ---------------- LARGEST MOVERS --------------------------------

         05 WS-RANK             PIC 9(04) VALUE 0.
         05 WS-BEST-IDX         PIC 9(04) VALUE 0.
         05 WS-BEST-MOVE        PIC S9(11)V9(02) VALUE 0.
         05 WS-THIS-MOVE        PIC S9(11)V9(02) VALUE 0.
         05 WS-MOVE-PCT         PIC S9(05)V9(01) VALUE 0.

      * ---------------- COUNTS ----------------------------------------

         05 WS-HIST-READ        PIC 9(09) VALUE 0.
         05 WS-HIST-REPRICED    PIC 9(09) VALUE 0.
         05 WS-LOAN-COUNT       PIC 9(09) VALUE 0.
         05 WS-OVR-KEPT-COUNT   PIC 9(05) VALUE 0.

      * ---------------- REPORT LINES ----------------------------------

         05 HDR1.
            10 HDR1-F1     PIC X(22).
            10 HDR1-TITLE  PIC X(36)
               VALUE 'COMMISSION RATE WHAT-IF SIMULATION'.
            10 HDR1-F2     PIC X(22).

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
            10 PRL-LABEL      PIC X(09) VALUE 'PERIODS: '.
            10 PRL-FROM-YEAR  PIC 9(04).
            10 PRL-SLASH1     PIC X(01) VALUE '/'.
            10 PRL-FROM-MONTH PIC 9(02).
            10 PRL-THRU       PIC X(06) VALUE ' THRU '.
            10 PRL-TO-YEAR    PIC 9(04).
            10 PRL-SLASH2     PIC X(01) VALUE '/'.
            10 PRL-TO-MONTH   PIC 9(02).
            10 PRL-SP1        PIC X(51).

         05 CARD-LINE.
            10 CDL-LABEL      PIC X(22).
            10 CDL-LIMIT      PIC ZZZ,ZZZ,ZZ9.99.
            10 CDL-RATE-LBL   PIC X(09) VALUE '   RATE: '.
            10 CDL-RATE       PIC .999.
            10 CDL-SP1        PIC X(31).

         05 OVR-RATE-LINE.
            10 ORL-LABEL      PIC X(45)
               VALUE 'MANAGER OVERRIDE RATE                   RATE:'.
            10 ORL-SP1        PIC X(01).
            10 ORL-RATE       PIC .999.
            10 ORL-SP2        PIC X(30).

         05 NOTE-LINE.
            10 NTL-TEXT       PIC X(60)
               VALUE 'P AND O HISTORY ONLY - ADJUSTMENTS NOT REPRICED'.
            10 NTL-SP1        PIC X(20).

         05 COL-HDR.
            10 SCH-AGENT      PIC X(09) VALUE 'AGENT'.
            10 SCH-NAME       PIC X(21) VALUE 'NAME'.
            10 SCH-ACT        PIC X(15) VALUE '         ACTUAL'.
            10 SCH-SP1        PIC X(01).
            10 SCH-SIM        PIC X(15) VALUE '      SIMULATED'.
            10 SCH-SP2        PIC X(01).
            10 SCH-CHG        PIC X(15) VALUE '         CHANGE'.
            10 SCH-SP3        PIC X(03).

         05 BRANCH-HDR-LINE.
            10 BHL-LABEL      PIC X(08) VALUE 'BRANCH: '.
            10 BHL-BRANCH     PIC X(10).
            10 BHL-SP1        PIC X(62).

         05 AGENT-LINE.
            10 AGL-AGENT      PIC X(08).
            10 AGL-SP1        PIC X(01).
            10 AGL-NAME       PIC X(20).
            10 AGL-SP2        PIC X(01).
            10 AGL-ACTUAL     PIC -ZZZ,ZZZ,ZZ9.99.
            10 AGL-SP3        PIC X(01).
            10 AGL-SIM        PIC -ZZZ,ZZZ,ZZ9.99.
            10 AGL-SP4        PIC X(01).
            10 AGL-CHANGE     PIC -ZZZ,ZZZ,ZZ9.99.
            10 AGL-SP5        PIC X(03).

      * Branch subtotal, grand total and the payment/override split of
      * the grand total all print through this one line.
         05 TOTAL-LINE.
            10 TTL-LABEL      PIC X(30).
            10 TTL-ACTUAL     PIC -ZZZ,ZZZ,ZZ9.99.
            10 TTL-SP1        PIC X(01).
            10 TTL-SIM        PIC -ZZZ,ZZZ,ZZ9.99.
            10 TTL-SP2        PIC X(01).
            10 TTL-CHANGE     PIC -ZZZ,ZZZ,ZZ9.99.
            10 TTL-SP3        PIC X(03).

         05 MOVERS-TITLE-LINE.
            10 MTL-TEXT       PIC X(30)
               VALUE 'LARGEST MOVES IN AGENT PAY'.
            10 MTL-SP1        PIC X(50).

         05 MOVERS-HDR.
            10 MVH-RANK       PIC X(05) VALUE 'RANK'.
            10 MVH-AGENT      PIC X(09) VALUE 'AGENT'.
            10 MVH-NAME       PIC X(21) VALUE 'NAME'.
            10 MVH-ACT        PIC X(15) VALUE '         ACTUAL'.
            10 MVH-SP1        PIC X(01).
            10 MVH-CHG        PIC X(15) VALUE '         CHANGE'.
            10 MVH-SP2        PIC X(01).
            10 MVH-PCT        PIC X(07) VALUE '    PCT'.
            10 MVH-SP3        PIC X(06).

         05 MOVER-LINE.
            10 MVL-RANK       PIC ZZ9.
            10 MVL-SP1        PIC X(02).
            10 MVL-AGENT      PIC X(08).
            10 MVL-SP2        PIC X(01).
            10 MVL-NAME       PIC X(20).
            10 MVL-SP3        PIC X(01).
            10 MVL-ACTUAL     PIC -ZZZ,ZZZ,ZZ9.99.
            10 MVL-SP4        PIC X(01).
            10 MVL-CHANGE     PIC -ZZZ,ZZZ,ZZ9.99.
            10 MVL-SP5        PIC X(01).
            10 MVL-PCT        PIC -ZZZ9.9.
            10 MVL-PCT-X REDEFINES MVL-PCT PIC X(07).
            10 MVL-SP6        PIC X(06).

         05 SUMMARY-LINE.
            10 SML-REC-LBL    PIC X(10) VALUE 'RECORDS : '.
            10 SML-REC        PIC ZZZ,ZZZ,ZZ9.
            10 SML-LN-LBL     PIC X(09) VALUE ' LOANS : '.
            10 SML-LN         PIC ZZZ,ZZZ,ZZ9.
            10 SML-OVR-LBL    PIC X(20) VALUE ' OVR NOT REPRICED : '.
            10 SML-OVR        PIC ZZ,ZZ9.
            10 SML-SP1        PIC X(13).

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
           MOVE 'SIMPGM'  TO ERL-PROGRAM
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

           MOVE PRM-FROM-YEAR  TO WS-FROM-YEAR
           MOVE PRM-FROM-MONTH TO WS-FROM-MONTH
           MOVE PRM-TO-YEAR    TO WS-TO-YEAR
           MOVE PRM-TO-MONTH   TO WS-TO-MONTH
           MOVE PRM-TOP-COUNT  TO WS-TOP-COUNT
           CLOSE PARM-FILE

           IF WS-TOP-COUNT = 0
              MOVE WS-DFLT-TOP-COUNT TO WS-TOP-COUNT
           END-IF

           IF WS-FROM-MONTH < 1 OR WS-FROM-MONTH > 12 OR
              WS-TO-MONTH < 1 OR WS-TO-MONTH > 12 OR
              WS-FROM-PERIOD-N > WS-TO-PERIOD-N
              MOVE '1000-INIT-PARA' TO ERL-PARAGRAPH
              MOVE 16 TO ERL-SEVERITY
              MOVE 'INVALID PERIOD RANGE ON PARAMETER CARD' TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
           END-IF

           PERFORM 1100-READ-RATE-CARD-PARA
           PERFORM 1300-LOAD-AGENT-MASTER-PARA

           OPEN INPUT COMM-HIST
           IF NOT C05-HST-SUCCESS
               MOVE '1000-INIT-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-HST TO ERL-FILE-STATUS
               MOVE 'COMM-HIST OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           OPEN OUTPUT SIM-RPT
           IF NOT C05-RPT-SUCCESS
               MOVE '1000-INIT-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-RPT TO ERL-FILE-STATUS
               MOVE 'SIM-RPT OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           PERFORM 1500-PRINT-HEADER-PARA.

      * ---------------- PROPOSED RATE CARD ----------------------------
      * Only the first card is used.  Limits out of order would price
      * every loan above tier 1 at one rate without complaint, so that
      * is a hard stop like COMMPGM's missing rate row.
       1100-READ-RATE-CARD-PARA.
           OPEN INPUT RATE-FILE
           IF NOT C05-RATE-SUCCESS
               MOVE '1100-READ-RATE-CARD-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-RATE TO ERL-FILE-STATUS
               MOVE 'RATE-FILE OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           READ RATE-FILE
           IF NOT C05-RATE-SUCCESS
               MOVE '1100-READ-RATE-CARD-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-RATE TO ERL-FILE-STATUS
               MOVE 'PROPOSED RATE CARD MISSING' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           MOVE RTE-TIER1-LIMIT TO TIER1-LIMIT
           MOVE RTE-TIER1-RATE  TO TIER1-RATE
           MOVE RTE-TIER2-LIMIT TO TIER2-LIMIT
           MOVE RTE-TIER2-RATE  TO TIER2-RATE
           MOVE RTE-TIER3-RATE  TO TIER3-RATE
           MOVE RTE-OVRD-RATE   TO TIER-OVRD-RATE
           CLOSE RATE-FILE

           IF TIER1-LIMIT > TIER2-LIMIT
              MOVE '1100-READ-RATE-CARD-PARA' TO ERL-PARAGRAPH
              MOVE 16 TO ERL-SEVERITY
              MOVE 'PROPOSED CARD TIER 1 LIMIT ABOVE TIER 2 LIMIT'
                 TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
           END-IF.

      * ---------------- AGENT MASTER TABLE LOAD -----------------------
      * An agent missing from the master still simulates - the pay is
      * real - under '*NOT ON MASTER*' with a blank branch.
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
                       MOVE AMS-MANAGER-ID TO
                          WAE-MANAGER(WS-AGENT-TAB-COUNT)
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

      * ---------------- REPORT HEADING --------------------------------
      * The proposed card prints in full so the report stands on its
      * own when it is passed round the negotiation.
       1500-PRINT-HEADER-PARA.
           MOVE FUNCTION CURRENT-DATE(1:4)  TO WS-YEAR
           MOVE FUNCTION CURRENT-DATE(5:2)  TO WS-MONTH
           MOVE FUNCTION CURRENT-DATE(7:2)  TO WS-DAY
           MOVE WS-FROM-YEAR  TO PRL-FROM-YEAR
           MOVE WS-FROM-MONTH TO PRL-FROM-MONTH
           MOVE WS-TO-YEAR    TO PRL-TO-YEAR
           MOVE WS-TO-MONTH   TO PRL-TO-MONTH

           WRITE SIM-RPT-REC FROM HDR1
           WRITE SIM-RPT-REC FROM HDR-FILLER
           WRITE SIM-RPT-REC FROM HDR2
           WRITE SIM-RPT-REC FROM PERIOD-LINE
           WRITE SIM-RPT-REC FROM HDR-FILLER

           MOVE 'PROPOSED TIER 1 UP TO' TO CDL-LABEL
           MOVE TIER1-LIMIT TO CDL-LIMIT
           MOVE TIER1-RATE  TO CDL-RATE
           WRITE SIM-RPT-REC FROM CARD-LINE
           MOVE 'PROPOSED TIER 2 UP TO' TO CDL-LABEL
           MOVE TIER2-LIMIT TO CDL-LIMIT
           MOVE TIER2-RATE  TO CDL-RATE
           WRITE SIM-RPT-REC FROM CARD-LINE
           MOVE 'PROPOSED TIER 3 ABOVE' TO CDL-LABEL
           MOVE TIER2-LIMIT TO CDL-LIMIT
           MOVE TIER3-RATE  TO CDL-RATE
           WRITE SIM-RPT-REC FROM CARD-LINE
           MOVE TIER-OVRD-RATE TO ORL-RATE
           WRITE SIM-RPT-REC FROM OVR-RATE-LINE
           WRITE SIM-RPT-REC FROM HDR-FILLER
           WRITE SIM-RPT-REC FROM NOTE-LINE
           WRITE SIM-RPT-REC FROM HDR-FILLER
           WRITE SIM-RPT-REC FROM COL-HDR.

      * Repricing pass over history, then the agent table in branch
      * order with the totals, then the movers and the summary.
       3000-PROC-PARA.
           MOVE 'N' TO WS-SORT-EOF-SW
           SORT SORT-WORK
              ASCENDING KEY SRT-APPLICANT-ID SRT-YEAR SRT-MONTH
              DESCENDING KEY SRT-REC-TYPE
              INPUT PROCEDURE IS 3150-SORT-INPUT-PARA
              OUTPUT PROCEDURE IS 3400-SORT-OUTPUT-PARA

           MOVE 'N' TO WS-AGT-SORT-EOF-SW
           SORT SORT-AGT
              ASCENDING KEY SAG-BRANCH SAG-AGENT-ID
              INPUT PROCEDURE IS 3600-AGENT-SORT-INPUT-PARA
              OUTPUT PROCEDURE IS 3650-AGENT-SORT-OUTPUT-PARA

           PERFORM 3700-MOVERS-PARA
           PERFORM 3800-SUMMARY-PARA.

      * ------------ SORT INPUT PROCEDURE ------------------------------

       3150-SORT-INPUT-PARA.
           PERFORM 3160-READ-HIST-PARA
              UNTIL C05-HST-EOF.

       3160-READ-HIST-PARA.
           READ COMM-HIST
              AT END
                 MOVE 10 TO WS-FST-HST
              NOT AT END
                 ADD 1 TO WS-HIST-READ
                 MOVE CHS-YEAR  TO WS-HIST-YEAR
                 MOVE CHS-MONTH TO WS-HIST-MONTH
                 IF (CHS-REC-TYPE = 'P' OR CHS-REC-TYPE = 'O')
                    AND WS-HIST-PERIOD-N >= WS-FROM-PERIOD-N
                    AND WS-HIST-PERIOD-N <= WS-TO-PERIOD-N
                    MOVE CHS-APPLICANT-ID TO SRT-APPLICANT-ID
                    MOVE CHS-YEAR         TO SRT-YEAR
                    MOVE CHS-MONTH        TO SRT-MONTH
                    MOVE CHS-REC-TYPE     TO SRT-REC-TYPE
                    MOVE CHS-AGENT-ID     TO SRT-AGENT-ID
                    MOVE CHS-LOAN-AMOUNT  TO SRT-LOAN-AMOUNT
                    MOVE CHS-COMMISSION   TO SRT-COMMISSION
                    RELEASE SRT-REC
                 END-IF
           END-READ

           IF NOT C05-HST-SUCCESS AND NOT C05-HST-EOF
               MOVE '3160-READ-HIST-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-HST TO ERL-FILE-STATUS
               MOVE 'COMM-HIST READ FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF.

      * ------------ SORT OUTPUT PROCEDURE -----------------------------
      * Buffers one loan's records and prices the group at the
      * applicant/period break.

       3400-SORT-OUTPUT-PARA.
           MOVE 0 TO WS-GRP-TAB-COUNT
           PERFORM 3410-RETURN-SORT-PARA
              UNTIL SORT-AT-EOF
           IF NOT WS-FIRST-ROW
              PERFORM 3500-PRICE-GROUP-PARA
           END-IF.

       3410-RETURN-SORT-PARA.
           RETURN SORT-WORK
              AT END
                 MOVE 'Y' TO WS-SORT-EOF-SW
              NOT AT END
                 IF NOT WS-FIRST-ROW AND
                    (SRT-APPLICANT-ID NOT = WS-PREV-APPLICANT OR
                     SRT-YEAR NOT = WS-PREV-YEAR OR
                     SRT-MONTH NOT = WS-PREV-MONTH)
                    PERFORM 3500-PRICE-GROUP-PARA
                    MOVE 0 TO WS-GRP-TAB-COUNT
                 END-IF
                 MOVE 'N'              TO WS-FIRST-ROW-SW
                 MOVE SRT-APPLICANT-ID TO WS-PREV-APPLICANT
                 MOVE SRT-YEAR         TO WS-PREV-YEAR
                 MOVE SRT-MONTH        TO WS-PREV-MONTH
                 PERFORM 3420-BUFFER-ENTRY-PARA
           END-RETURN.

       3420-BUFFER-ENTRY-PARA.
           IF WS-GRP-TAB-COUNT < WS-GRP-MAX-ENTRIES
              ADD 1 TO WS-GRP-TAB-COUNT
              MOVE SRT-AGENT-ID    TO WGP-AGENT-ID(WS-GRP-TAB-COUNT)
              MOVE SRT-REC-TYPE    TO WGP-REC-TYPE(WS-GRP-TAB-COUNT)
              MOVE SRT-LOAN-AMOUNT TO WGP-LOAN(WS-GRP-TAB-COUNT)
              MOVE SRT-COMMISSION  TO WGP-ACT-COMM(WS-GRP-TAB-COUNT)
              MOVE 0               TO WGP-SIM-COMM(WS-GRP-TAB-COUNT)
              MOVE SRT-AGENT-ID    TO WS-LOOKUP-AGENT
              PERFORM 3540-LOOKUP-AGENT-PARA
              MOVE WS-CUR-MANAGER  TO WGP-MANAGER(WS-GRP-TAB-COUNT)
           ELSE
              MOVE '3420-BUFFER-ENTRY-PARA' TO ERL-PARAGRAPH
              MOVE 16 TO ERL-SEVERITY
              MOVE 'LOAN HISTORY EXCEEDS TABLE - RAISE WS-GRP-MAX-ENTRIE
      -    'S' TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
           END-IF.

      * ---------------- PRICE ONE LOAN --------------------------------
      * The tier is chosen on the whole loan - every share's loan
      * amount added back together - then shares and overrides are
      * priced and posted to their agents.
       3500-PRICE-GROUP-PARA.
           MOVE 0 TO WS-GRP-LOAN-TOTAL
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
              UNTIL WS-GRP-IDX > WS-GRP-TAB-COUNT
              IF WGP-REC-TYPE(WS-GRP-IDX) = 'P'
                 ADD WGP-LOAN(WS-GRP-IDX) TO WS-GRP-LOAN-TOTAL
              END-IF
           END-PERFORM

           IF WS-GRP-LOAN-TOTAL > 0
              ADD 1 TO WS-LOAN-COUNT
           END-IF

           EVALUATE TRUE
             WHEN WS-GRP-LOAN-TOTAL <= TIER1-LIMIT
               MOVE TIER1-RATE TO WS-SIM-RATE
             WHEN WS-GRP-LOAN-TOTAL <= TIER2-LIMIT
               MOVE TIER2-RATE TO WS-SIM-RATE
             WHEN OTHER
               MOVE TIER3-RATE TO WS-SIM-RATE
           END-EVALUATE

           PERFORM 3510-PRICE-ENTRY-PARA
              VARYING WS-GRP-IDX FROM 1 BY 1
              UNTIL WS-GRP-IDX > WS-GRP-TAB-COUNT.

      * Payments come back from the sort ahead of overrides, so every
      * share in the group is priced before any override reads it.
       3510-PRICE-ENTRY-PARA.
           ADD 1 TO WS-HIST-REPRICED
           IF WGP-REC-TYPE(WS-GRP-IDX) = 'P'
              COMPUTE WS-SIM-COMM ROUNDED =
                 WGP-LOAN(WS-GRP-IDX) * WS-SIM-RATE
           ELSE
              PERFORM 3520-PRICE-OVERRIDE-PARA
           END-IF
           MOVE WS-SIM-COMM TO WGP-SIM-COMM(WS-GRP-IDX)
           PERFORM 3530-POST-AGENT-PARA.

      * The override base is the repriced pay, in this loan, of every
      * agent reporting to the override's manager - what COMMPGM's
      * 3235-BOOK-OVERRIDE-PARA multiplied by the override rate.
       3520-PRICE-OVERRIDE-PARA.
           MOVE 0   TO WS-OVR-BASE
           MOVE 'N' TO WS-OVR-BASE-SW
           PERFORM VARYING WS-GRS-IDX FROM 1 BY 1
              UNTIL WS-GRS-IDX > WS-GRP-TAB-COUNT
              IF WGP-REC-TYPE(WS-GRS-IDX) = 'P' AND
                 WGP-MANAGER(WS-GRS-IDX) = WGP-AGENT-ID(WS-GRP-IDX)
                 MOVE 'Y' TO WS-OVR-BASE-SW
                 ADD WGP-SIM-COMM(WS-GRS-IDX) TO WS-OVR-BASE
              END-IF
           END-PERFORM

           IF WS-OVR-BASE-FOUND
              COMPUTE WS-SIM-COMM ROUNDED =
                 WS-OVR-BASE * TIER-OVRD-RATE
           ELSE
              MOVE WGP-ACT-COMM(WS-GRP-IDX) TO WS-SIM-COMM
              ADD 1 TO WS-OVR-KEPT-COUNT
           END-IF.

      * ---------------- POST TO THE AGENT TABLE -----------------------

       3530-POST-AGENT-PARA.
           MOVE 0 TO WS-SIMA-MATCH-IDX
           PERFORM VARYING WS-SMA-IDX FROM 1 BY 1
              UNTIL WS-SMA-IDX > WS-SIMA-TAB-COUNT
                 OR WS-SIMA-MATCH-IDX > 0
              IF WSA-AGENT-ID(WS-SMA-IDX) = WGP-AGENT-ID(WS-GRP-IDX)
                 SET WS-SIMA-MATCH-IDX TO WS-SMA-IDX
              END-IF
           END-PERFORM

           IF WS-SIMA-MATCH-IDX = 0
              IF WS-SIMA-TAB-COUNT < WS-SIMA-MAX-ENTRIES
                 ADD 1 TO WS-SIMA-TAB-COUNT
                 MOVE WS-SIMA-TAB-COUNT TO WS-SIMA-MATCH-IDX
                 MOVE WGP-AGENT-ID(WS-GRP-IDX) TO WS-LOOKUP-AGENT
                 PERFORM 3540-LOOKUP-AGENT-PARA
                 MOVE WS-LOOKUP-AGENT     TO
                    WSA-AGENT-ID(WS-SIMA-MATCH-IDX)
                 MOVE WS-CUR-AGENT-NAME   TO
                    WSA-NAME(WS-SIMA-MATCH-IDX)
                 MOVE WS-CUR-AGENT-BRANCH TO
                    WSA-BRANCH(WS-SIMA-MATCH-IDX)
                 MOVE 0   TO WSA-ACT-PAY(WS-SIMA-MATCH-IDX)
                 MOVE 0   TO WSA-ACT-OVR(WS-SIMA-MATCH-IDX)
                 MOVE 0   TO WSA-SIM-PAY(WS-SIMA-MATCH-IDX)
                 MOVE 0   TO WSA-SIM-OVR(WS-SIMA-MATCH-IDX)
                 MOVE 'N' TO WSA-PICKED-SW(WS-SIMA-MATCH-IDX)
              ELSE
                 MOVE '3530-POST-AGENT-PARA' TO ERL-PARAGRAPH
                 MOVE 16 TO ERL-SEVERITY
                 MOVE 'AGENTS EXCEED TABLE - RAISE WS-SIMA-MAX-ENTRIES'
                    TO ERL-TEXT
                 PERFORM 9100-LOG-ERROR-PARA
                 GOBACK
              END-IF
           END-IF

           IF WGP-REC-TYPE(WS-GRP-IDX) = 'P'
              ADD WGP-ACT-COMM(WS-GRP-IDX) TO
                 WSA-ACT-PAY(WS-SIMA-MATCH-IDX)
              ADD WGP-SIM-COMM(WS-GRP-IDX) TO
                 WSA-SIM-PAY(WS-SIMA-MATCH-IDX)
           ELSE
              ADD WGP-ACT-COMM(WS-GRP-IDX) TO
                 WSA-ACT-OVR(WS-SIMA-MATCH-IDX)
              ADD WGP-SIM-COMM(WS-GRP-IDX) TO
                 WSA-SIM-OVR(WS-SIMA-MATCH-IDX)
           END-IF.

       3540-LOOKUP-AGENT-PARA.
           MOVE '*NOT ON MASTER*' TO WS-CUR-AGENT-NAME
           MOVE SPACES            TO WS-CUR-AGENT-BRANCH
           MOVE SPACES            TO WS-CUR-MANAGER
           PERFORM VARYING WS-AGT-IDX FROM 1 BY 1
              UNTIL WS-AGT-IDX > WS-AGENT-TAB-COUNT
              IF WAE-AGENT-ID(WS-AGT-IDX) = WS-LOOKUP-AGENT
                 MOVE WAE-NAME(WS-AGT-IDX)    TO WS-CUR-AGENT-NAME
                 MOVE WAE-BRANCH(WS-AGT-IDX)  TO WS-CUR-AGENT-BRANCH
                 MOVE WAE-MANAGER(WS-AGT-IDX) TO WS-CUR-MANAGER
              END-IF
           END-PERFORM.

      * ------------ AGENT SORT INPUT/OUTPUT PROCEDURES ----------------
      * Agent lines in branch order, a subtotal at each branch break,
      * the grand total and its payment/override split at the end.

       3600-AGENT-SORT-INPUT-PARA.
           PERFORM 3610-RELEASE-AGENT-PARA
              VARYING WS-SMA-IDX FROM 1 BY 1
              UNTIL WS-SMA-IDX > WS-SIMA-TAB-COUNT.

       3610-RELEASE-AGENT-PARA.
           MOVE WSA-BRANCH(WS-SMA-IDX)   TO SAG-BRANCH
           MOVE WSA-AGENT-ID(WS-SMA-IDX) TO SAG-AGENT-ID
           SET SAG-SUB TO WS-SMA-IDX
           RELEASE SAG-REC.

       3650-AGENT-SORT-OUTPUT-PARA.
           PERFORM 3660-RETURN-AGENT-PARA
              UNTIL AGT-SORT-AT-EOF

           IF WS-FIRST-BRANCH
              MOVE SPACES TO SIM-RPT-REC
              MOVE 'NO PAYMENT OR OVERRIDE HISTORY IN THE PERIOD RANGE'
                 TO SIM-RPT-REC
              WRITE SIM-RPT-REC
           ELSE
              PERFORM 3670-BRANCH-TOTAL-PARA
           END-IF

           COMPUTE WS-TOTAL-ACTUAL = WS-GRAND-ACT-PAY + WS-GRAND-ACT-OVR
           COMPUTE WS-TOTAL-SIM    = WS-GRAND-SIM-PAY + WS-GRAND-SIM-OVR
           MOVE 'TOTAL - ALL BRANCHES' TO TTL-LABEL
           MOVE WS-TOTAL-ACTUAL TO TTL-ACTUAL
           MOVE WS-TOTAL-SIM    TO TTL-SIM
           COMPUTE TTL-CHANGE = WS-TOTAL-SIM - WS-TOTAL-ACTUAL
           WRITE SIM-RPT-REC FROM HDR-FILLER
           WRITE SIM-RPT-REC FROM TOTAL-LINE

           MOVE '  OF WHICH PAYMENTS (P)' TO TTL-LABEL
           MOVE WS-GRAND-ACT-PAY TO TTL-ACTUAL
           MOVE WS-GRAND-SIM-PAY TO TTL-SIM
           COMPUTE TTL-CHANGE = WS-GRAND-SIM-PAY - WS-GRAND-ACT-PAY
           WRITE SIM-RPT-REC FROM TOTAL-LINE

           MOVE '  OF WHICH OVERRIDES (O)' TO TTL-LABEL
           MOVE WS-GRAND-ACT-OVR TO TTL-ACTUAL
           MOVE WS-GRAND-SIM-OVR TO TTL-SIM
           COMPUTE TTL-CHANGE = WS-GRAND-SIM-OVR - WS-GRAND-ACT-OVR
           WRITE SIM-RPT-REC FROM TOTAL-LINE.

       3660-RETURN-AGENT-PARA.
           RETURN SORT-AGT
              AT END
                 MOVE 'Y' TO WS-AGT-SORT-EOF-SW
              NOT AT END
                 IF NOT WS-FIRST-BRANCH AND
                    SAG-BRANCH NOT = WS-PREV-BRANCH
                    PERFORM 3670-BRANCH-TOTAL-PARA
                 END-IF
                 IF WS-FIRST-BRANCH OR SAG-BRANCH NOT = WS-PREV-BRANCH
                    MOVE 'N'        TO WS-FIRST-BRANCH-SW
                    MOVE SAG-BRANCH TO WS-PREV-BRANCH
                    MOVE 0          TO WS-BRANCH-ACTUAL
                    MOVE 0          TO WS-BRANCH-SIM
                    MOVE SAG-BRANCH TO BHL-BRANCH
                    WRITE SIM-RPT-REC FROM HDR-FILLER
                    WRITE SIM-RPT-REC FROM BRANCH-HDR-LINE
                 END-IF
                 PERFORM 3680-AGENT-LINE-PARA
           END-RETURN.

       3670-BRANCH-TOTAL-PARA.
           MOVE 'BRANCH TOTAL'   TO TTL-LABEL
           MOVE WS-BRANCH-ACTUAL TO TTL-ACTUAL
           MOVE WS-BRANCH-SIM    TO TTL-SIM
           COMPUTE TTL-CHANGE = WS-BRANCH-SIM - WS-BRANCH-ACTUAL
           WRITE SIM-RPT-REC FROM TOTAL-LINE.

       3680-AGENT-LINE-PARA.
           SET WS-SMA-IDX TO SAG-SUB
           COMPUTE WS-AGENT-ACTUAL =
              WSA-ACT-PAY(WS-SMA-IDX) + WSA-ACT-OVR(WS-SMA-IDX)
           COMPUTE WS-AGENT-SIM =
              WSA-SIM-PAY(WS-SMA-IDX) + WSA-SIM-OVR(WS-SMA-IDX)
           COMPUTE WS-AGENT-CHANGE = WS-AGENT-SIM - WS-AGENT-ACTUAL

           MOVE SPACES                 TO AGENT-LINE
           MOVE WSA-AGENT-ID(WS-SMA-IDX) TO AGL-AGENT
           MOVE WSA-NAME(WS-SMA-IDX)   TO AGL-NAME
           MOVE WS-AGENT-ACTUAL        TO AGL-ACTUAL
           MOVE WS-AGENT-SIM           TO AGL-SIM
           MOVE WS-AGENT-CHANGE        TO AGL-CHANGE
           WRITE SIM-RPT-REC FROM AGENT-LINE

           ADD WS-AGENT-ACTUAL TO WS-BRANCH-ACTUAL
           ADD WS-AGENT-SIM    TO WS-BRANCH-SIM
           ADD WSA-ACT-PAY(WS-SMA-IDX) TO WS-GRAND-ACT-PAY
           ADD WSA-ACT-OVR(WS-SMA-IDX) TO WS-GRAND-ACT-OVR
           ADD WSA-SIM-PAY(WS-SMA-IDX) TO WS-GRAND-SIM-PAY
           ADD WSA-SIM-OVR(WS-SMA-IDX) TO WS-GRAND-SIM-OVR.

      * ---------------- LARGEST MOVERS --------------------------------
      * The agents whose pay changes most either way, biggest first -
      * one pass of the table per rank, taking the largest unpicked
      * absolute change.  Agents whose pay does not move are never
      * listed.
       3700-MOVERS-PARA.
           WRITE SIM-RPT-REC FROM HDR-FILLER
           WRITE SIM-RPT-REC FROM MOVERS-TITLE-LINE
           WRITE SIM-RPT-REC FROM HDR-FILLER
           WRITE SIM-RPT-REC FROM MOVERS-HDR

           MOVE 1 TO WS-BEST-IDX
           PERFORM 3710-PICK-MOVER-PARA
              VARYING WS-RANK FROM 1 BY 1
              UNTIL WS-RANK > WS-TOP-COUNT
                 OR WS-BEST-IDX = 0.

       3710-PICK-MOVER-PARA.
           MOVE 0 TO WS-BEST-IDX
           MOVE 0 TO WS-BEST-MOVE
           PERFORM VARYING WS-SMA-IDX FROM 1 BY 1
              UNTIL WS-SMA-IDX > WS-SIMA-TAB-COUNT
              IF WSA-PICKED-SW(WS-SMA-IDX) NOT = 'Y'
                 COMPUTE WS-THIS-MOVE =
                    WSA-SIM-PAY(WS-SMA-IDX) + WSA-SIM-OVR(WS-SMA-IDX)
                    - WSA-ACT-PAY(WS-SMA-IDX) - WSA-ACT-OVR(WS-SMA-IDX)
                 IF WS-THIS-MOVE < 0
                    COMPUTE WS-THIS-MOVE = 0 - WS-THIS-MOVE
                 END-IF
                 IF WS-THIS-MOVE > WS-BEST-MOVE
                    MOVE WS-THIS-MOVE TO WS-BEST-MOVE
                    SET WS-BEST-IDX TO WS-SMA-IDX
                 END-IF
              END-IF
           END-PERFORM

           IF WS-BEST-IDX > 0
              SET WS-SMA-IDX TO WS-BEST-IDX
              MOVE 'Y' TO WSA-PICKED-SW(WS-SMA-IDX)
              COMPUTE WS-AGENT-ACTUAL =
                 WSA-ACT-PAY(WS-SMA-IDX) + WSA-ACT-OVR(WS-SMA-IDX)
              COMPUTE WS-AGENT-CHANGE =
                 WSA-SIM-PAY(WS-SMA-IDX) + WSA-SIM-OVR(WS-SMA-IDX)
                 - WS-AGENT-ACTUAL

              MOVE SPACES                   TO MOVER-LINE
              MOVE WS-RANK                  TO MVL-RANK
              MOVE WSA-AGENT-ID(WS-SMA-IDX) TO MVL-AGENT
              MOVE WSA-NAME(WS-SMA-IDX)     TO MVL-NAME
              MOVE WS-AGENT-ACTUAL          TO MVL-ACTUAL
              MOVE WS-AGENT-CHANGE          TO MVL-CHANGE
              IF WS-AGENT-ACTUAL = 0
                 MOVE '    NEW' TO MVL-PCT-X
              ELSE
                 COMPUTE WS-MOVE-PCT ROUNDED =
                    WS-AGENT-CHANGE * 100 / WS-AGENT-ACTUAL
                 MOVE WS-MOVE-PCT TO MVL-PCT
              END-IF
              WRITE SIM-RPT-REC FROM MOVER-LINE
           END-IF.

      * An override left at its actual figure makes the simulated
      * total a little less than the whole story, so it is a warning
      * rather than a silent approximation.
       3800-SUMMARY-PARA.
           MOVE WS-HIST-REPRICED  TO SML-REC
           MOVE WS-LOAN-COUNT     TO SML-LN
           MOVE WS-OVR-KEPT-COUNT TO SML-OVR
           WRITE SIM-RPT-REC FROM HDR-FILLER
           WRITE SIM-RPT-REC FROM SUMMARY-LINE
           WRITE SIM-RPT-REC FROM HDR-FILLER
           WRITE SIM-RPT-REC FROM TRAILER2

           DISPLAY 'RATE SIMULATION ' WS-FROM-PERIOD-N ' - '
              WS-TO-PERIOD-N ' RECORDS ' WS-HIST-REPRICED
              ' AGENTS ' WS-SIMA-TAB-COUNT

           IF WS-OVR-KEPT-COUNT > 0
              MOVE '3800-SUMMARY-PARA' TO ERL-PARAGRAPH
              MOVE 04 TO ERL-SEVERITY
              MOVE 'OVERRIDES WITH NO AGENT IN LOAN LEFT AT ACTUAL'
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
           CLOSE SIM-RPT
           GOBACK.
