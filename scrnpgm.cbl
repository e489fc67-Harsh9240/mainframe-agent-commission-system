       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRNPGM.

      * ---------------- COMMISSION ANOMALY SCREENING ------------------
      * Monthly report for internal audit over UNLDPGM's staging file
      * (every city's approved loans for the month) and the trailing
      * months of COMM-HIST.  Four screens, each flag followed by the
      * loans behind it so audit reviews exceptions, not a sample:
      *   1  agents whose loans cluster in a narrow band just above
      *      RTE-TIER1-LIMIT or RTE-TIER2-LIMIT of the rate row in
      *      effect on each loan's approval date;
      *   2  applicant names equal to an agent's AMS-AGENT-NAME - the
      *      booking agent's own, or any other agent's;
      *   3  the same applicant name and state booked under more than
      *      one agent or more than one applicant ID in the month;
      *   4  agents whose month's loan volume is a multiple of their
      *      own average over the trailing months of COMM-HIST.
      * Read only - COMM-HIST is opened INPUT and nothing is booked.
      * Any flag raised ends the run with severity 04.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO DD1
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-PARM.

           SELECT LOAN-STG ASSIGN TO DD2
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-STG.

           SELECT COMM-HIST ASSIGN TO DD3
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS CHS-KEY
           FILE STATUS IS WS-FST-HST.

           SELECT AGENT-MASTER ASSIGN TO DD4
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-AGT.

           SELECT RATE-FILE ASSIGN TO DD5
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-RATE.

           SELECT SCRN-RPT ASSIGN TO DD6
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-RPT.

           SELECT SORT-WORK ASSIGN TO DD7.

       DATA DIVISION.

       FILE SECTION.

      * ---------------- RUN PARAMETER CARD ----------------------------
      * The staging file's month and year, then the screen thresholds;
      * any left zero takes the WS-DFLT- value:
      *   BAND-PCT     width of the band above a tier limit, percent
      *   BAND-MIN     loans in the band before an agent is flagged
      *   BAND-SHARE   and the percentage of the agent's month they are
      *   SPIKE-MULT   month volume at or over this multiple of the
      *                trailing average is flagged
      *   TRAIL-MONTHS months of COMM-HIST averaged (at most 12)
      *   MIN-HIST     months with business needed in that window
      *                before an agent has an average to compare with
       FD PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 24 CHARACTERS.
       01 PARM-REC.
          05 PRM-MONTH         PIC 9(02).
          05 PRM-YEAR          PIC 9(04).
          05 PRM-BAND-PCT      PIC 9(02)V9(01).
          05 PRM-BAND-MIN      PIC 9(03).
          05 PRM-BAND-SHARE    PIC 9(03).
          05 PRM-SPIKE-MULT    PIC 9(02)V9(01).
          05 PRM-TRAIL-MONTHS  PIC 9(02).
          05 PRM-MIN-HIST      PIC 9(02).
          05 PRM-FILLER        PIC X(02).

      * ---------------- MONTHLY LOAN STAGING FILE ---------------------
      * UNLDPGM's unload of the month, all cities, read INTO LNSTG-REC
      * (copybook LNSTGC).
       FD LOAN-STG
           RECORDING MODE IS F
           RECORD CONTAINS 96 CHARACTERS.
       01 LOAN-STG-REC PIC X(96).

      * ---------------- PAID-COMMISSION HISTORY FILE ------------------
      * Read in key sequence for each agent's volume in the trailing
      * months: 'P' share loan amounts plus 'A' loan deltas, the volume
      * BONUSPGM measures.
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

      * ---------------- COMMISSION RATE TABLE FILE --------------------
      * COMMPGM's effective-dated rate rows; each loan is screened
      * against the tier limits of the row COMMPGM priced it at.
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

       FD SCRN-RPT
           RECORDING MODE IS F
           RECORD CONTAINS 96 CHARACTERS.
       01 SCRN-RPT-REC PIC X(96).

      * ---------------- SORT WORK FILE --------------------------------
      * The month's loans are in city/agent order; put into applicant
      * name/state order the same applicant's loans come together
      * whichever agent or city booked them.  SRT-SUB points back at
      * the loan table entry.
       SD SORT-WORK.
       01 SRT-REC.
          05 SRT-NAME         PIC X(22).
          05 SRT-STATE        PIC X(10).
          05 SRT-APPLICANT-ID PIC X(10).
          05 SRT-AGENT-ID     PIC X(08).
          05 SRT-SUB          PIC 9(05).

       WORKING-STORAGE SECTION.

       COPY ERRLOGC.

       COPY LNSTGC.

       01 WS-VARS.
         05 WS-FST-PARM  PIC 9(02).
            88 C05-PARM-SUCCESS  VALUE 00.

         05 WS-FST-STG   PIC 9(02).
            88 C05-STG-SUCCESS   VALUE 00.
            88 C05-STG-EOF       VALUE 10.

         05 WS-FST-HST   PIC 9(02).
            88 C05-HST-SUCCESS   VALUE 00.
            88 C05-HST-EOF       VALUE 10.

         05 WS-FST-AGT   PIC 9(02).
            88 C05-AGT-SUCCESS   VALUE 00.
            88 C05-AGT-EOF       VALUE 10.

         05 WS-FST-RATE  PIC 9(02).
            88 C05-RATE-SUCCESS  VALUE 00.
            88 C05-RATE-EOF      VALUE 10.

         05 WS-FST-RPT   PIC 9(02).
            88 C05-RPT-SUCCESS   VALUE 00.

      * ---------------- RUN PARAMETERS --------------------------------
      * Periods are counted in months (year x 12 + month) so the
      * trailing window may cross a year end.

         05 WS-PARM-MONTH       PIC 9(02) VALUE 0.
         05 WS-PARM-YEAR        PIC 9(04) VALUE 0.
         05 WS-BAND-PCT         PIC 9(02)V9(01) VALUE 0.
         05 WS-BAND-MIN         PIC 9(03) VALUE 0.
         05 WS-BAND-SHARE       PIC 9(03) VALUE 0.
         05 WS-SPIKE-MULT       PIC 9(02)V9(01) VALUE 0.
         05 WS-TRAIL-MONTHS     PIC 9(02) VALUE 0.
         05 WS-MIN-HIST         PIC 9(02) VALUE 0.
         05 WS-DFLT-BAND-PCT    PIC 9(02)V9(01) VALUE 5.0.
         05 WS-DFLT-BAND-MIN    PIC 9(03) VALUE 3.
         05 WS-DFLT-BAND-SHARE  PIC 9(03) VALUE 50.
         05 WS-DFLT-SPIKE-MULT  PIC 9(02)V9(01) VALUE 3.0.
         05 WS-DFLT-TRAIL       PIC 9(02) VALUE 6.
         05 WS-MAX-TRAIL        PIC 9(02) VALUE 12.
         05 WS-DFLT-MIN-HIST    PIC 9(02) VALUE 3.
         05 WS-CUR-PERIOD-IX    PIC 9(06) VALUE 0.
         05 WS-HIST-PERIOD-IX   PIC 9(06) VALUE 0.
         05 WS-MONTHS-BACK      PIC S9(06) VALUE 0.

      * ---------------- STAGING FILE ENVELOPE -------------------------

         05 WS-STG-HDR-SW     PIC X(01) VALUE 'N'.
            88 STG-HDR-SEEN VALUE 'Y'.
         05 WS-STG-TRL-SW     PIC X(01) VALUE 'N'.
            88 STG-TRL-SEEN VALUE 'Y'.
         05 WS-STG-COUNT      PIC 9(09) VALUE 0.
         05 WS-STG-HASH       PIC S9(13)V9(02) VALUE 0.
         05 WS-STG-TRL-COUNT  PIC 9(09) VALUE 0.
         05 WS-STG-TRL-HASH   PIC S9(13)V9(02) VALUE 0.

      * ---------------- NAME COMPARISON -------------------------------
      * Names are compared in upper case, as keyed otherwise.
         05 WS-LOWER-CASE     PIC X(26)
            VALUE 'abcdefghijklmnopqrstuvwxyz'.
         05 WS-UPPER-CASE     PIC X(26)
            VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      * ---------------- AGENT MASTER TABLE ----------------------------

         05 WS-AGENT-MAX-ENTRIES PIC 9(04) VALUE 500.
         05 WS-AGENT-TAB-COUNT   PIC 9(04) VALUE 0.
         05 WS-AGENT-TAB.
            10 WS-AGENT-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-AGT-IDX.
               15 WAE-AGENT-ID  PIC X(08).
               15 WAE-NAME      PIC X(20).
               15 WAE-NAME-UC   PIC X(20).
               15 WAE-BRANCH    PIC X(10).

         05 WS-AGENT-MATCH-IDX   PIC 9(04) VALUE 0.
         05 WS-LOOKUP-AGENT      PIC X(08) VALUE SPACES.

      * ---------------- COMMISSION RATE TABLE -------------------------

         05 WS-RATE-MAX-ENTRIES  PIC 9(04) VALUE 50.
         05 WS-RATE-TAB-COUNT    PIC 9(04) VALUE 0.
         05 WS-RATE-TAB.
            10 WS-RATE-ENTRY OCCURS 50 TIMES
                              INDEXED BY WS-RTE-IDX.
               15 WRT-EFF-DATE    PIC 9(08).
               15 WRT-TIER1-LIMIT PIC 9(09)V9(02).
               15 WRT-TIER2-LIMIT PIC 9(09)V9(02).

         05 WS-RATE-FOUND-SW     PIC X(01) VALUE 'N'.
            88 WS-RATE-FOUND VALUE 'Y'.
         05 WS-RATE-BEST-DATE    PIC 9(08) VALUE 0.
         05 WS-APPROVAL-DATE-X   PIC X(08) VALUE SPACES.
         05 WS-APPROVAL-DATE-N REDEFINES WS-APPROVAL-DATE-X
                                 PIC 9(08).
         05 WS-TIER1-LIMIT       PIC 9(09)V9(02) VALUE 0.
         05 WS-TIER2-LIMIT       PIC 9(09)V9(02) VALUE 0.
         05 WS-BAND-TOP          PIC 9(11)V9(02) VALUE 0.

      * ---------------- THE MONTH'S LOANS -----------------------------
      * Every D record of the staging file, with what the screens found
      * on it: WLN-TIER the tier limit it sits just above ('1' or '2'),
      * WLN-NAME-AGENT the agent whose name the applicant's matches.
         05 WS-LOAN-MAX-ENTRIES  PIC 9(05) VALUE 5000.
         05 WS-LOAN-TAB-COUNT    PIC 9(05) VALUE 0.
         05 WS-LOAN-TAB.
            10 WS-LOAN-ENTRY OCCURS 5000 TIMES
                              INDEXED BY WS-LN-IDX.
               15 WLN-CITY       PIC X(10).
               15 WLN-AGENT-ID   PIC X(08).
               15 WLN-APPL-ID    PIC X(10).
               15 WLN-NAME       PIC X(22).
               15 WLN-NAME-UC    PIC X(22).
               15 WLN-STATE      PIC X(10).
               15 WLN-AMOUNT     PIC S9(09)V9(02) COMP-3.
               15 WLN-APPR-DATE  PIC X(10).
               15 WLN-TIER       PIC X(01).
               15 WLN-NAME-AGENT PIC X(08).

         05 WS-LOAN-SUB          PIC 9(05) VALUE 0.

      * ---------------- PER-AGENT MONTH AND HISTORY -------------------
      * One entry per agent with a loan this month: the month's loans,
      * those in a tier band, the month's volume, and the COMM-HIST
      * volume of each trailing month (1 = the month before).
         05 WS-STAT-MAX-ENTRIES  PIC 9(04) VALUE 500.
         05 WS-STAT-TAB-COUNT    PIC 9(04) VALUE 0.
         05 WS-STAT-TAB.
            10 WS-STAT-ENTRY OCCURS 500 TIMES
                              INDEXED BY WS-STA-IDX.
               15 WSS-AGENT-ID   PIC X(08).
               15 WSS-NAME       PIC X(20).
               15 WSS-BRANCH     PIC X(10).
               15 WSS-LOANS      PIC 9(05).
               15 WSS-BAND-LOANS PIC 9(05).
               15 WSS-VOLUME     PIC S9(11)V9(02) COMP-3.
               15 WSS-HIST-VOL   PIC S9(11)V9(02) COMP-3
                                 OCCURS 12 TIMES.

         05 WS-STAT-MATCH-IDX    PIC 9(04) VALUE 0.
         05 WS-MONTH-SUB         PIC 9(02) VALUE 0.
         05 WS-HIST-MONTHS       PIC 9(02) VALUE 0.
         05 WS-HIST-TOTAL        PIC S9(13)V9(02) VALUE 0.
         05 WS-HIST-AVG          PIC S9(11)V9(02) VALUE 0.
         05 WS-SPIKE-LIMIT       PIC S9(13)V9(02) VALUE 0.
         05 WS-SPIKE-RATIO       PIC 9(03)V9(01) VALUE 0.

      * ---------------- SAME APPLICANT GROUP --------------------------
      * The loans of one applicant name + state as they come back from
      * the sort, and whether they differ from the group's first loan
      * in agent or applicant ID.
         05 WS-SORT-EOF-SW       PIC X(01) VALUE 'N'.
            88 SORT-AT-EOF VALUE 'Y'.
         05 WS-FIRST-ROW-SW      PIC X(01) VALUE 'Y'.
            88 WS-FIRST-ROW VALUE 'Y'.
         05 WS-PREV-NAME         PIC X(22) VALUE SPACES.
         05 WS-PREV-STATE        PIC X(10) VALUE SPACES.
         05 WS-GRP-AGENT-SW      PIC X(01) VALUE 'N'.
            88 WS-GRP-MANY-AGENTS VALUE 'Y'.
         05 WS-GRP-APPL-SW       PIC X(01) VALUE 'N'.
            88 WS-GRP-MANY-APPLS  VALUE 'Y'.
         05 WS-GRP-MAX-ENTRIES   PIC 9(04) VALUE 100.
         05 WS-GRP-TAB-COUNT     PIC 9(04) VALUE 0.
         05 WS-GRP-TAB.
            10 WGP-SUB OCCURS 100 TIMES
                        INDEXED BY WS-GRP-IDX  PIC 9(05).

      * ---------------- COUNTS ----------------------------------------

         05 WS-HIST-READ         PIC 9(09) VALUE 0.
         05 WS-NORATE-COUNT      PIC 9(07) VALUE 0.
         05 WS-NOMST-COUNT       PIC 9(07) VALUE 0.
         05 WS-TIER-FLAGS        PIC 9(07) VALUE 0.
         05 WS-NAME-FLAGS        PIC 9(07) VALUE 0.
         05 WS-DUP-FLAGS         PIC 9(07) VALUE 0.
         05 WS-SPIKE-FLAGS       PIC 9(07) VALUE 0.
         05 WS-NEW-AGENT-COUNT   PIC 9(07) VALUE 0.
         05 WS-FLAG-TOTAL        PIC 9(07) VALUE 0.
         05 WS-SECTION-FLAGS     PIC 9(07) VALUE 0.

      * ---------------- REPORT LINES ----------------------------------

         05 HDR1.
            10 HDR1-F1     PIC X(34).
            10 HDR1-TITLE  PIC X(28)
               VALUE 'COMMISSION ANOMALY SCREENING'.
            10 HDR1-F2     PIC X(34).

         05 HDR-FILLER.
            10 HDR-FILL    PIC X(96).

         05 HDR2.
            10 HDR2-DATE-LBL PIC X(06) VALUE 'DATE: '.
            10 HDR2-DATE.
               15 WS-YEAR  PIC 9(04).
               15 HDR2-D1  PIC X VALUE '-'.
               15 WS-MONTH PIC 9(02).
               15 HDR2-D2  PIC X VALUE '-'.
               15 WS-DAY   PIC 9(02).
            10 HDR2-SP1 PIC X(80).

         05 PERIOD-LINE.
            10 PDL-LABEL      PIC X(18) VALUE 'SCREENING PERIOD: '.
            10 PDL-MONTH      PIC 9(02).
            10 PDL-SLASH      PIC X(01) VALUE '/'.
            10 PDL-YEAR       PIC 9(04).
            10 PDL-LOANS-LBL  PIC X(19) VALUE '   LOANS SCREENED: '.
            10 PDL-LOANS      PIC ZZZ,ZZ9.
            10 PDL-AGENTS-LBL PIC X(11) VALUE '   AGENTS: '.
            10 PDL-AGENTS     PIC ZZZ,ZZ9.
            10 PDL-SP1        PIC X(27).

         05 PARM-LINE.
            10 PML-BAND-LBL   PIC X(11) VALUE 'TIER BAND: '.
            10 PML-BAND-PCT   PIC ZZ9.9.
            10 PML-MIN-LBL    PIC X(24)
               VALUE '% ABOVE LIMIT, AT LEAST '.
            10 PML-BAND-MIN   PIC ZZ9.
            10 PML-SHR-LBL    PIC X(11) VALUE ' LOANS AND '.
            10 PML-BAND-SHARE PIC ZZ9.
            10 PML-BOOK-LBL   PIC X(09) VALUE '% OF BOOK'.
            10 PML-SPK-LBL    PIC X(10) VALUE '   SPIKE: '.
            10 PML-SPIKE-MULT PIC Z9.9.
            10 PML-AVG-LBL    PIC X(09) VALUE 'X AVG OF '.
            10 PML-TRAIL      PIC Z9.
            10 PML-MOS-LBL    PIC X(04) VALUE ' MOS'.
            10 PML-SP1        PIC X(01).

         05 SECTION-LINE.
            10 SEC-TITLE      PIC X(96).

         05 LOAN-COL-HDR.
            10 LCH-SP0        PIC X(03).
            10 LCH-APPL       PIC X(11) VALUE 'APPLICANT'.
            10 LCH-NAME       PIC X(23) VALUE 'NAME'.
            10 LCH-STATE      PIC X(11) VALUE 'STATE'.
            10 LCH-AGENT      PIC X(09) VALUE 'AGENT'.
            10 LCH-CITY       PIC X(11) VALUE 'CITY'.
            10 LCH-AMOUNT     PIC X(15) VALUE '   LOAN AMOUNT'.
            10 LCH-DATE       PIC X(11) VALUE 'APPROVED'.
            10 LCH-TIER       PIC X(02) VALUE 'TR'.

         05 LOAN-LINE.
            10 LNL-SP0        PIC X(03).
            10 LNL-APPL       PIC X(10).
            10 LNL-SP1        PIC X(01).
            10 LNL-NAME       PIC X(22).
            10 LNL-SP2        PIC X(01).
            10 LNL-STATE      PIC X(10).
            10 LNL-SP3        PIC X(01).
            10 LNL-AGENT      PIC X(08).
            10 LNL-SP4        PIC X(01).
            10 LNL-CITY       PIC X(10).
            10 LNL-SP5        PIC X(01).
            10 LNL-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
            10 LNL-SP6        PIC X(01).
            10 LNL-DATE       PIC X(10).
            10 LNL-SP7        PIC X(01).
            10 LNL-TIER.
               15 LNL-TIER-T  PIC X(01).
               15 LNL-TIER-N  PIC X(01).

      * Flag lines - one shape per screen, each led by who is flagged.
         05 AGENT-FLAG-PREFIX.
            10 AFP-LABEL      PIC X(09) VALUE '** AGENT '.
            10 AFP-AGENT      PIC X(08).
            10 AFP-SP1        PIC X(01).
            10 AFP-NAME       PIC X(20).
            10 AFP-SP2        PIC X(01).
            10 AFP-BRANCH     PIC X(10).
            10 AFP-SP3        PIC X(02).

         05 TIER-FLAG-LINE.
            10 TFL-PREFIX     PIC X(51).
            10 TFL-BAND       PIC ZZZ9.
            10 TFL-OF-LBL     PIC X(04) VALUE ' OF '.
            10 TFL-LOANS      PIC ZZZ9.
            10 TFL-TEXT       PIC X(30)
               VALUE ' LOANS JUST ABOVE A TIER LIMIT'.
            10 TFL-SP1        PIC X(03).

         05 NAME-FLAG-LINE.
            10 NFL-PREFIX     PIC X(51).
            10 NFL-TEXT       PIC X(36).
            10 NFL-AGENT      PIC X(08).
            10 NFL-SP1        PIC X(01).

         05 SPIKE-FLAG-LINE.
            10 SFL-PREFIX     PIC X(51).
            10 SFL-VOL-LBL    PIC X(04) VALUE 'VOL '.
            10 SFL-VOLUME     PIC ZZZ,ZZZ,ZZ9.
            10 SFL-EQ-LBL     PIC X(03) VALUE ' = '.
            10 SFL-RATIO      PIC ZZ9.9.
            10 SFL-AVG-LBL    PIC X(06) VALUE 'X AVG '.
            10 SFL-AVG        PIC ZZZ,ZZZ,ZZ9.
            10 SFL-SP1        PIC X(05).

         05 DUP-FLAG-LINE.
            10 DFL-LABEL      PIC X(13) VALUE '** APPLICANT '.
            10 DFL-NAME       PIC X(22).
            10 DFL-SP1        PIC X(01).
            10 DFL-STATE      PIC X(10).
            10 DFL-SP2        PIC X(02).
            10 DFL-LOANS      PIC ZZ9.
            10 DFL-LOANS-LBL  PIC X(09) VALUE ' LOANS - '.
            10 DFL-TEXT       PIC X(36).

         05 SUMMARY-LINE.
            10 SUL-LABEL      PIC X(60).
            10 SUL-COUNT      PIC ZZZ,ZZ9.
            10 SUL-SP1        PIC X(29).

         05 TRAILER2.
            10 TR2-HYP1 PIC X(41) VALUE ALL '-'.
            10 TR2-TEXT PIC X(13) VALUE 'END OF REPORT'.
            10 TR2-HYP2 PIC X(42) VALUE ALL '-'.

       PROCEDURE DIVISION.

       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM 3000-PROC-PARA
           PERFORM 9000-TERM-PARA.

       1000-INIT-PARA.
           MOVE 'SCRNPGM' TO ERL-PROGRAM
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
           CLOSE PARM-FILE

           PERFORM 1005-EDIT-PARM-PARA
           PERFORM 1300-LOAD-AGENT-MASTER-PARA
           PERFORM 1400-LOAD-RATE-TABLE-PARA
           PERFORM 1010-LOAD-STAGING-PARA
           PERFORM 1600-LOAD-HISTORY-PARA

           OPEN OUTPUT SCRN-RPT
           IF NOT C05-RPT-SUCCESS
               MOVE '1000-INIT-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-RPT TO ERL-FILE-STATUS
               MOVE 'SCRN-RPT OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-YEAR
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MONTH
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-DAY
           MOVE WS-PARM-MONTH      TO PDL-MONTH
           MOVE WS-PARM-YEAR       TO PDL-YEAR
           MOVE WS-LOAN-TAB-COUNT  TO PDL-LOANS
           MOVE WS-STAT-TAB-COUNT  TO PDL-AGENTS
           MOVE WS-BAND-PCT        TO PML-BAND-PCT
           MOVE WS-BAND-MIN        TO PML-BAND-MIN
           MOVE WS-BAND-SHARE      TO PML-BAND-SHARE
           MOVE WS-SPIKE-MULT      TO PML-SPIKE-MULT
           MOVE WS-TRAIL-MONTHS    TO PML-TRAIL

           WRITE SCRN-RPT-REC FROM HDR1
           WRITE SCRN-RPT-REC FROM HDR-FILLER
           WRITE SCRN-RPT-REC FROM HDR2
           WRITE SCRN-RPT-REC FROM PERIOD-LINE
           WRITE SCRN-RPT-REC FROM PARM-LINE.

      * ---------------- PARAMETER CARD EDIT ---------------------------

       1005-EDIT-PARM-PARA.
           IF PRM-MONTH IS NOT NUMERIC OR PRM-YEAR IS NOT NUMERIC
              OR PRM-MONTH < 1 OR PRM-MONTH > 12 OR PRM-YEAR = 0
              MOVE '1005-EDIT-PARM-PARA' TO ERL-PARAGRAPH
              MOVE 16 TO ERL-SEVERITY
              MOVE 'INVALID MONTH OR YEAR ON CARD' TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
           END-IF
           MOVE PRM-MONTH TO WS-PARM-MONTH
           MOVE PRM-YEAR  TO WS-PARM-YEAR
           COMPUTE WS-CUR-PERIOD-IX = WS-PARM-YEAR * 12
                                    + WS-PARM-MONTH

           IF PRM-BAND-PCT IS NUMERIC AND PRM-BAND-PCT > 0
              MOVE PRM-BAND-PCT TO WS-BAND-PCT
           ELSE
              MOVE WS-DFLT-BAND-PCT TO WS-BAND-PCT
           END-IF
           IF PRM-BAND-MIN IS NUMERIC AND PRM-BAND-MIN > 0
              MOVE PRM-BAND-MIN TO WS-BAND-MIN
           ELSE
              MOVE WS-DFLT-BAND-MIN TO WS-BAND-MIN
           END-IF
           IF PRM-BAND-SHARE IS NUMERIC AND PRM-BAND-SHARE > 0
              AND PRM-BAND-SHARE NOT > 100
              MOVE PRM-BAND-SHARE TO WS-BAND-SHARE
           ELSE
              MOVE WS-DFLT-BAND-SHARE TO WS-BAND-SHARE
           END-IF
           IF PRM-SPIKE-MULT IS NUMERIC AND PRM-SPIKE-MULT > 0
              MOVE PRM-SPIKE-MULT TO WS-SPIKE-MULT
           ELSE
              MOVE WS-DFLT-SPIKE-MULT TO WS-SPIKE-MULT
           END-IF
           IF PRM-TRAIL-MONTHS IS NUMERIC AND PRM-TRAIL-MONTHS > 0
              MOVE PRM-TRAIL-MONTHS TO WS-TRAIL-MONTHS
           ELSE
              MOVE WS-DFLT-TRAIL TO WS-TRAIL-MONTHS
           END-IF
           IF WS-TRAIL-MONTHS > WS-MAX-TRAIL
              MOVE WS-MAX-TRAIL TO WS-TRAIL-MONTHS
           END-IF
           IF PRM-MIN-HIST IS NUMERIC AND PRM-MIN-HIST > 0
              MOVE PRM-MIN-HIST TO WS-MIN-HIST
           ELSE
              MOVE WS-DFLT-MIN-HIST TO WS-MIN-HIST
           END-IF
           IF WS-MIN-HIST > WS-TRAIL-MONTHS
              MOVE WS-TRAIL-MONTHS TO WS-MIN-HIST
           END-IF.

      * ---------------- LOAN STAGING FILE LOAD ------------------------
      * The month's D records are tabled and screened as they pass;
      * the header must be for the card's month and the trailer must
      * agree with the D records read - COMMPGM's envelope test - before
      * anything is reported from them.
       1010-LOAD-STAGING-PARA.
           OPEN INPUT LOAN-STG
           IF NOT C05-STG-SUCCESS
               MOVE '1010-LOAD-STAGING-PARA' TO ERL-PARAGRAPH
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
               MOVE '1010-LOAD-STAGING-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE 'LOAN-STG ENVELOPE MISSING' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           IF WS-STG-COUNT NOT = WS-STG-TRL-COUNT OR
              WS-STG-HASH NOT = WS-STG-TRL-HASH
               MOVE '1010-LOAD-STAGING-PARA' TO ERL-PARAGRAPH
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
                        LNH-MONTH NOT = WS-PARM-MONTH OR
                        LNH-YEAR NOT = WS-PARM-YEAR
                         MOVE '1015-READ-STAGING-PARA'
                            TO ERL-PARAGRAPH
                         MOVE 16 TO ERL-SEVERITY
                         MOVE 'LOAN-STG IS NOT FOR THE CARD PERIOD'
                            TO ERL-TEXT
                         PERFORM 9100-LOG-ERROR-PARA
                         GOBACK
                     END-IF
                     MOVE 'Y' TO WS-STG-HDR-SW
                   WHEN LNS-TRAILER
                     MOVE 'Y'       TO WS-STG-TRL-SW
                     MOVE LNT-COUNT TO WS-STG-TRL-COUNT
                     MOVE LNT-HASH  TO WS-STG-TRL-HASH
                   WHEN LNS-DETAIL
                     ADD 1               TO WS-STG-COUNT
                     ADD LNS-LOAN-AMOUNT TO WS-STG-HASH
                     PERFORM 1500-TABLE-LOAN-PARA
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
                       MOVE AMS-AGENT-NAME TO
                          WAE-NAME-UC(WS-AGENT-TAB-COUNT)
                       INSPECT WAE-NAME-UC(WS-AGENT-TAB-COUNT)
                          CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
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

      * ---------------- RATE TABLE LOAD -------------------------------
      * Only the tier limits are needed here.  An empty file stops the
      * run: with no limits the first screen would clear everyone.
       1400-LOAD-RATE-TABLE-PARA.
           MOVE 0 TO WS-RATE-TAB-COUNT
           OPEN INPUT RATE-FILE
           IF NOT C05-RATE-SUCCESS
               MOVE '1400-LOAD-RATE-TABLE-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-RATE TO ERL-FILE-STATUS
               MOVE 'RATE-FILE OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           PERFORM UNTIL C05-RATE-EOF
              READ RATE-FILE
                 AT END
                    MOVE 10 TO WS-FST-RATE
                 NOT AT END
                    IF WS-RATE-TAB-COUNT < WS-RATE-MAX-ENTRIES
                       ADD 1 TO WS-RATE-TAB-COUNT
                       MOVE RTE-EFF-DATE TO
                          WRT-EFF-DATE(WS-RATE-TAB-COUNT)
                       MOVE RTE-TIER1-LIMIT TO
                          WRT-TIER1-LIMIT(WS-RATE-TAB-COUNT)
                       MOVE RTE-TIER2-LIMIT TO
                          WRT-TIER2-LIMIT(WS-RATE-TAB-COUNT)
                    ELSE
                       MOVE '1400-LOAD-RATE-TABLE-PARA'
                          TO ERL-PARAGRAPH
                       MOVE 16 TO ERL-SEVERITY
                       MOVE 'RATE TABLE EXCEEDS TABLE - RAISE WS-RATE-MA
      -    'X-ENTRIES' TO ERL-TEXT
                       PERFORM 9100-LOG-ERROR-PARA
                       GOBACK
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RATE-FILE

           IF WS-RATE-TAB-COUNT = 0
              MOVE '1400-LOAD-RATE-TABLE-PARA' TO ERL-PARAGRAPH
              MOVE 16 TO ERL-SEVERITY
              MOVE 'RATE-FILE IS EMPTY' TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
           END-IF.

      * ---------------- TABLE AND SCREEN ONE LOAN ---------------------

       1500-TABLE-LOAN-PARA.
           IF WS-LOAN-TAB-COUNT NOT < WS-LOAN-MAX-ENTRIES
              MOVE '1500-TABLE-LOAN-PARA' TO ERL-PARAGRAPH
              MOVE 16 TO ERL-SEVERITY
              MOVE 'MONTH''S LOANS EXCEED TABLE - RAISE WS-LOAN-MAX-ENTR
      -    'IES' TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
           END-IF

           ADD 1 TO WS-LOAN-TAB-COUNT
           SET WS-LN-IDX TO WS-LOAN-TAB-COUNT
           MOVE LNS-CITY           TO WLN-CITY(WS-LN-IDX)
           MOVE LNS-AGENT-ID       TO WLN-AGENT-ID(WS-LN-IDX)
           MOVE LNS-APPLICANT-ID   TO WLN-APPL-ID(WS-LN-IDX)
           MOVE LNS-APPLICANT-NAME TO WLN-NAME(WS-LN-IDX)
           MOVE LNS-APPLICANT-NAME TO WLN-NAME-UC(WS-LN-IDX)
           INSPECT WLN-NAME-UC(WS-LN-IDX)
              CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           MOVE LNS-STATE          TO WLN-STATE(WS-LN-IDX)
           MOVE LNS-LOAN-AMOUNT    TO WLN-AMOUNT(WS-LN-IDX)
           MOVE LNS-APPROVAL-DATE  TO WLN-APPR-DATE(WS-LN-IDX)
           MOVE SPACES             TO WLN-TIER(WS-LN-IDX)
           MOVE SPACES             TO WLN-NAME-AGENT(WS-LN-IDX)

           PERFORM 1510-FIND-STAT-PARA
           ADD 1 TO WSS-LOANS(WS-STAT-MATCH-IDX)
           ADD LNS-LOAN-AMOUNT TO WSS-VOLUME(WS-STAT-MATCH-IDX)

           PERFORM 1520-TIER-BAND-PARA
           IF WLN-TIER(WS-LN-IDX) NOT = SPACES
              ADD 1 TO WSS-BAND-LOANS(WS-STAT-MATCH-IDX)
           END-IF

           PERFORM 1530-NAME-MATCH-PARA.

      * The agent's entry in WS-STAT-TAB, added on the agent's first
      * loan of the month.
       1510-FIND-STAT-PARA.
           MOVE 0 TO WS-STAT-MATCH-IDX
           PERFORM VARYING WS-STA-IDX FROM 1 BY 1
              UNTIL WS-STA-IDX > WS-STAT-TAB-COUNT
                 OR WS-STAT-MATCH-IDX > 0
              IF WSS-AGENT-ID(WS-STA-IDX) = LNS-AGENT-ID
                 SET WS-STAT-MATCH-IDX TO WS-STA-IDX
              END-IF
           END-PERFORM

           IF WS-STAT-MATCH-IDX = 0
              IF WS-STAT-TAB-COUNT NOT < WS-STAT-MAX-ENTRIES
                 MOVE '1510-FIND-STAT-PARA' TO ERL-PARAGRAPH
                 MOVE 16 TO ERL-SEVERITY
                 MOVE 'MONTH''S AGENTS EXCEED TABLE - RAISE WS-STAT-MAX-
      -    'ENTRIES' TO ERL-TEXT
                 PERFORM 9100-LOG-ERROR-PARA
                 GOBACK
              END-IF
              ADD 1 TO WS-STAT-TAB-COUNT
              MOVE WS-STAT-TAB-COUNT TO WS-STAT-MATCH-IDX
              MOVE LNS-AGENT-ID TO WSS-AGENT-ID(WS-STAT-MATCH-IDX)
              MOVE LNS-AGENT-ID TO WS-LOOKUP-AGENT
              PERFORM 3170-FIND-AGENT-PARA
              IF WS-AGENT-MATCH-IDX > 0
                 MOVE WAE-NAME(WS-AGENT-MATCH-IDX)
                    TO WSS-NAME(WS-STAT-MATCH-IDX)
                 MOVE WAE-BRANCH(WS-AGENT-MATCH-IDX)
                    TO WSS-BRANCH(WS-STAT-MATCH-IDX)
              ELSE
                 MOVE '** NOT ON MASTER **'
                    TO WSS-NAME(WS-STAT-MATCH-IDX)
                 MOVE SPACES TO WSS-BRANCH(WS-STAT-MATCH-IDX)
                 ADD 1 TO WS-NOMST-COUNT
              END-IF
              MOVE 0 TO WSS-LOANS(WS-STAT-MATCH-IDX)
              MOVE 0 TO WSS-BAND-LOANS(WS-STAT-MATCH-IDX)
              MOVE 0 TO WSS-VOLUME(WS-STAT-MATCH-IDX)
              PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                 UNTIL WS-MONTH-SUB > WS-MAX-TRAIL
                 MOVE 0 TO WSS-HIST-VOL(WS-STAT-MATCH-IDX, WS-MONTH-SUB)
              END-PERFORM
           END-IF.

      * ---------------- TIER BAND TEST --------------------------------
      * The rate row in effect on the approval date, chosen the way
      * COMMPGM's 3208-SELECT-RATE-PARA chooses it.  A loan above a
      * limit by no more than WS-BAND-PCT of that limit is in its band.
      * A loan no row covers cannot be tested and is only counted -
      * COMMPGM will not have paid it either.
       1520-TIER-BAND-PARA.
           MOVE 'N' TO WS-RATE-FOUND-SW
           MOVE 0   TO WS-RATE-BEST-DATE

           STRING LNS-APPROVAL-DATE(1:4) DELIMITED BY SIZE
                  LNS-APPROVAL-DATE(6:2) DELIMITED BY SIZE
                  LNS-APPROVAL-DATE(9:2) DELIMITED BY SIZE
             INTO WS-APPROVAL-DATE-X
           END-STRING

           IF WS-APPROVAL-DATE-X IS NUMERIC
              PERFORM VARYING WS-RTE-IDX FROM 1 BY 1
                 UNTIL WS-RTE-IDX > WS-RATE-TAB-COUNT
                 IF WRT-EFF-DATE(WS-RTE-IDX) <= WS-APPROVAL-DATE-N
                    AND WRT-EFF-DATE(WS-RTE-IDX) >= WS-RATE-BEST-DATE
                    MOVE 'Y' TO WS-RATE-FOUND-SW
                    MOVE WRT-EFF-DATE(WS-RTE-IDX)
                       TO WS-RATE-BEST-DATE
                    MOVE WRT-TIER1-LIMIT(WS-RTE-IDX) TO WS-TIER1-LIMIT
                    MOVE WRT-TIER2-LIMIT(WS-RTE-IDX) TO WS-TIER2-LIMIT
                 END-IF
              END-PERFORM
           END-IF

           IF NOT WS-RATE-FOUND
              ADD 1 TO WS-NORATE-COUNT
           ELSE
              COMPUTE WS-BAND-TOP ROUNDED = WS-TIER1-LIMIT
                 + WS-TIER1-LIMIT * WS-BAND-PCT / 100
              IF LNS-LOAN-AMOUNT > WS-TIER1-LIMIT AND
                 LNS-LOAN-AMOUNT NOT > WS-BAND-TOP
                 MOVE '1' TO WLN-TIER(WS-LN-IDX)
              ELSE
                 COMPUTE WS-BAND-TOP ROUNDED = WS-TIER2-LIMIT
                    + WS-TIER2-LIMIT * WS-BAND-PCT / 100
                 IF LNS-LOAN-AMOUNT > WS-TIER2-LIMIT AND
                    LNS-LOAN-AMOUNT NOT > WS-BAND-TOP
                    MOVE '2' TO WLN-TIER(WS-LN-IDX)
                 END-IF
              END-IF
           END-IF.

      * ---------------- APPLICANT NAME AGAINST AGENT NAMES ------------
      * The booking agent's own name is tried first, then every agent
      * on the master.  A blank applicant name matches nobody.
       1530-NAME-MATCH-PARA.
           IF WLN-NAME-UC(WS-LN-IDX) = SPACES OR
              WLN-NAME-UC(WS-LN-IDX)(21:2) NOT = SPACES
              CONTINUE
           ELSE
              MOVE LNS-AGENT-ID TO WS-LOOKUP-AGENT
              PERFORM 3170-FIND-AGENT-PARA
              IF WS-AGENT-MATCH-IDX > 0 AND
                 WAE-NAME-UC(WS-AGENT-MATCH-IDX) =
                    WLN-NAME-UC(WS-LN-IDX)(1:20)
                 MOVE LNS-AGENT-ID TO WLN-NAME-AGENT(WS-LN-IDX)
              ELSE
                 PERFORM VARYING WS-AGT-IDX FROM 1 BY 1
                    UNTIL WS-AGT-IDX > WS-AGENT-TAB-COUNT
                       OR WLN-NAME-AGENT(WS-LN-IDX) NOT = SPACES
                    IF WAE-NAME-UC(WS-AGT-IDX) =
                       WLN-NAME-UC(WS-LN-IDX)(1:20)
                       MOVE WAE-AGENT-ID(WS-AGT-IDX)
                          TO WLN-NAME-AGENT(WS-LN-IDX)
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.

      * ---------------- TRAILING HISTORY LOAD -------------------------
      * Each 'P' or 'A' record in the trailing window adds its loan
      * amount to its month for the agent - only agents with business
      * this month have an entry to compare.
       1600-LOAD-HISTORY-PARA.
           OPEN INPUT COMM-HIST
           IF NOT C05-HST-SUCCESS
               MOVE '1600-LOAD-HISTORY-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-HST TO ERL-FILE-STATUS
               MOVE 'COMM-HIST OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           PERFORM 1610-READ-HISTORY-PARA
              UNTIL C05-HST-EOF
           CLOSE COMM-HIST.

       1610-READ-HISTORY-PARA.
           READ COMM-HIST
              AT END
                 MOVE 10 TO WS-FST-HST
              NOT AT END
                 ADD 1 TO WS-HIST-READ
                 IF CHS-REC-TYPE = 'P' OR CHS-REC-TYPE = 'A'
                    COMPUTE WS-HIST-PERIOD-IX = CHS-YEAR * 12
                                              + CHS-MONTH
                    COMPUTE WS-MONTHS-BACK = WS-CUR-PERIOD-IX
                                           - WS-HIST-PERIOD-IX
                    IF WS-MONTHS-BACK > 0 AND
                       WS-MONTHS-BACK NOT > WS-TRAIL-MONTHS
                       PERFORM 1620-ADD-HISTORY-PARA
                    END-IF
                 END-IF
           END-READ

           IF NOT C05-HST-SUCCESS AND NOT C05-HST-EOF
               MOVE '1610-READ-HISTORY-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-HST TO ERL-FILE-STATUS
               MOVE 'COMM-HIST READ FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF.

       1620-ADD-HISTORY-PARA.
           MOVE 0 TO WS-STAT-MATCH-IDX
           PERFORM VARYING WS-STA-IDX FROM 1 BY 1
              UNTIL WS-STA-IDX > WS-STAT-TAB-COUNT
                 OR WS-STAT-MATCH-IDX > 0
              IF WSS-AGENT-ID(WS-STA-IDX) = CHS-AGENT-ID
                 SET WS-STAT-MATCH-IDX TO WS-STA-IDX
              END-IF
           END-PERFORM

           IF WS-STAT-MATCH-IDX > 0
              MOVE WS-MONTHS-BACK TO WS-MONTH-SUB
              ADD CHS-LOAN-AMOUNT
                 TO WSS-HIST-VOL(WS-STAT-MATCH-IDX, WS-MONTH-SUB)
           END-IF.

       3000-PROC-PARA.
           PERFORM 3100-TIER-SCREEN-PARA
           PERFORM 3200-NAME-SCREEN-PARA
           PERFORM 3300-DUP-SCREEN-PARA
           PERFORM 3400-SPIKE-SCREEN-PARA
           PERFORM 3900-SUMMARY-PARA.

      * ---------------- SECTION HEADING -------------------------------
      * SEC-TITLE is filled by the caller.
       3050-SECTION-HDR-PARA.
           MOVE 0 TO WS-SECTION-FLAGS
           WRITE SCRN-RPT-REC FROM HDR-FILLER
           WRITE SCRN-RPT-REC FROM SECTION-LINE
           WRITE SCRN-RPT-REC FROM LOAN-COL-HDR.

       3060-SECTION-END-PARA.
           IF WS-SECTION-FLAGS = 0
              MOVE SPACES TO SCRN-RPT-REC
              MOVE '    NOTHING FLAGGED' TO SCRN-RPT-REC
              WRITE SCRN-RPT-REC
           END-IF.

      * One supporting loan, WS-LOAN-SUB pointing at it.
       3080-PRINT-LOAN-PARA.
           MOVE SPACES                       TO LOAN-LINE
           MOVE WLN-APPL-ID(WS-LOAN-SUB)     TO LNL-APPL
           MOVE WLN-NAME(WS-LOAN-SUB)        TO LNL-NAME
           MOVE WLN-STATE(WS-LOAN-SUB)       TO LNL-STATE
           MOVE WLN-AGENT-ID(WS-LOAN-SUB)    TO LNL-AGENT
           MOVE WLN-CITY(WS-LOAN-SUB)        TO LNL-CITY
           MOVE WLN-AMOUNT(WS-LOAN-SUB)      TO LNL-AMOUNT
           MOVE WLN-APPR-DATE(WS-LOAN-SUB)   TO LNL-DATE
           IF WLN-TIER(WS-LOAN-SUB) NOT = SPACES
              MOVE 'T'                       TO LNL-TIER-T
              MOVE WLN-TIER(WS-LOAN-SUB)     TO LNL-TIER-N
           END-IF
           WRITE SCRN-RPT-REC FROM LOAN-LINE.

       3090-AGENT-PREFIX-PARA.
           MOVE WSS-AGENT-ID(WS-STA-IDX) TO AFP-AGENT
           MOVE WSS-NAME(WS-STA-IDX)     TO AFP-NAME
           MOVE WSS-BRANCH(WS-STA-IDX)   TO AFP-BRANCH.

       3170-FIND-AGENT-PARA.
           MOVE 0 TO WS-AGENT-MATCH-IDX
           PERFORM VARYING WS-AGT-IDX FROM 1 BY 1
              UNTIL WS-AGT-IDX > WS-AGENT-TAB-COUNT
                 OR WS-AGENT-MATCH-IDX > 0
              IF WAE-AGENT-ID(WS-AGT-IDX) = WS-LOOKUP-AGENT
                 SET WS-AGENT-MATCH-IDX TO WS-AGT-IDX
              END-IF
           END-PERFORM.

      * ---------------- 1 - CLUSTERING JUST ABOVE A TIER LIMIT --------
      * Flagged when the agent has at least WS-BAND-MIN loans in a band
      * and they are at least WS-BAND-SHARE percent of the month.
       3100-TIER-SCREEN-PARA.
           MOVE '1. LOANS CLUSTERED JUST ABOVE A RATE TIER LIMIT'
              TO SEC-TITLE
           PERFORM 3050-SECTION-HDR-PARA

           PERFORM VARYING WS-STA-IDX FROM 1 BY 1
              UNTIL WS-STA-IDX > WS-STAT-TAB-COUNT
              IF WSS-BAND-LOANS(WS-STA-IDX) NOT < WS-BAND-MIN AND
                 WSS-BAND-LOANS(WS-STA-IDX) * 100 NOT <
                    WSS-LOANS(WS-STA-IDX) * WS-BAND-SHARE
                 PERFORM 3110-TIER-FLAG-PARA
              END-IF
           END-PERFORM

           PERFORM 3060-SECTION-END-PARA.

       3110-TIER-FLAG-PARA.
           ADD 1 TO WS-TIER-FLAGS
           ADD 1 TO WS-SECTION-FLAGS
           PERFORM 3090-AGENT-PREFIX-PARA
           MOVE AGENT-FLAG-PREFIX          TO TFL-PREFIX
           MOVE WSS-BAND-LOANS(WS-STA-IDX) TO TFL-BAND
           MOVE WSS-LOANS(WS-STA-IDX)      TO TFL-LOANS
           WRITE SCRN-RPT-REC FROM TIER-FLAG-LINE

           PERFORM VARYING WS-LOAN-SUB FROM 1 BY 1
              UNTIL WS-LOAN-SUB > WS-LOAN-TAB-COUNT
              IF WLN-AGENT-ID(WS-LOAN-SUB) = WSS-AGENT-ID(WS-STA-IDX)
                 AND WLN-TIER(WS-LOAN-SUB) NOT = SPACES
                 PERFORM 3080-PRINT-LOAN-PARA
              END-IF
           END-PERFORM.

      * ---------------- 2 - APPLICANT NAMED AS AN AGENT ---------------

       3200-NAME-SCREEN-PARA.
           MOVE '2. APPLICANT NAME MATCHES AN AGENT NAME' TO SEC-TITLE
           PERFORM 3050-SECTION-HDR-PARA

           PERFORM VARYING WS-LOAN-SUB FROM 1 BY 1
              UNTIL WS-LOAN-SUB > WS-LOAN-TAB-COUNT
              IF WLN-NAME-AGENT(WS-LOAN-SUB) NOT = SPACES
                 PERFORM 3210-NAME-FLAG-PARA
              END-IF
           END-PERFORM

           PERFORM 3060-SECTION-END-PARA.

       3210-NAME-FLAG-PARA.
           ADD 1 TO WS-NAME-FLAGS
           ADD 1 TO WS-SECTION-FLAGS
           MOVE WLN-AGENT-ID(WS-LOAN-SUB) TO AFP-AGENT
           MOVE WLN-AGENT-ID(WS-LOAN-SUB) TO WS-LOOKUP-AGENT
           PERFORM 3170-FIND-AGENT-PARA
           IF WS-AGENT-MATCH-IDX > 0
              MOVE WAE-NAME(WS-AGENT-MATCH-IDX)   TO AFP-NAME
              MOVE WAE-BRANCH(WS-AGENT-MATCH-IDX) TO AFP-BRANCH
           ELSE
              MOVE '** NOT ON MASTER **' TO AFP-NAME
              MOVE SPACES TO AFP-BRANCH
           END-IF
           MOVE AGENT-FLAG-PREFIX TO NFL-PREFIX
           IF WLN-NAME-AGENT(WS-LOAN-SUB) = WLN-AGENT-ID(WS-LOAN-SUB)
              MOVE 'APPLICANT IS THE BOOKING AGENT' TO NFL-TEXT
              MOVE SPACES TO NFL-AGENT
           ELSE
              MOVE 'APPLICANT NAME MATCHES AGENT' TO NFL-TEXT
              MOVE WLN-NAME-AGENT(WS-LOAN-SUB) TO NFL-AGENT
           END-IF
           WRITE SCRN-RPT-REC FROM NAME-FLAG-LINE
           PERFORM 3080-PRINT-LOAN-PARA.

      * ---------------- 3 - SAME APPLICANT, SEVERAL AGENTS OR IDS -----

       3300-DUP-SCREEN-PARA.
           MOVE '3. SAME APPLICANT NAME AND STATE UNDER MORE THAN ONE AG
      -    'ENT OR APPLICANT ID' TO SEC-TITLE
           PERFORM 3050-SECTION-HDR-PARA

           MOVE 'N' TO WS-SORT-EOF-SW
           MOVE 'Y' TO WS-FIRST-ROW-SW
           SORT SORT-WORK
              ASCENDING KEY SRT-NAME SRT-STATE SRT-APPLICANT-ID
                            SRT-AGENT-ID
              INPUT PROCEDURE IS 3310-SORT-INPUT-PARA
              OUTPUT PROCEDURE IS 3350-SORT-OUTPUT-PARA

           PERFORM 3060-SECTION-END-PARA.

      * ------------ SORT INPUT/OUTPUT PROCEDURES ----------------------
      * Loans with no applicant name cannot be matched and are left
      * out of the sort.

       3310-SORT-INPUT-PARA.
           PERFORM VARYING WS-LOAN-SUB FROM 1 BY 1
              UNTIL WS-LOAN-SUB > WS-LOAN-TAB-COUNT
              IF WLN-NAME-UC(WS-LOAN-SUB) NOT = SPACES
                 MOVE WLN-NAME-UC(WS-LOAN-SUB)  TO SRT-NAME
                 MOVE WLN-STATE(WS-LOAN-SUB)    TO SRT-STATE
                 MOVE WLN-APPL-ID(WS-LOAN-SUB)  TO SRT-APPLICANT-ID
                 MOVE WLN-AGENT-ID(WS-LOAN-SUB) TO SRT-AGENT-ID
                 MOVE WS-LOAN-SUB               TO SRT-SUB
                 RELEASE SRT-REC
              END-IF
           END-PERFORM.

       3350-SORT-OUTPUT-PARA.
           PERFORM 3360-RETURN-SORT-PARA
              UNTIL SORT-AT-EOF

           IF NOT WS-FIRST-ROW
              PERFORM 3380-END-GROUP-PARA
           END-IF.

       3360-RETURN-SORT-PARA.
           RETURN SORT-WORK
              AT END
                 MOVE 'Y' TO WS-SORT-EOF-SW
              NOT AT END
                 PERFORM 3370-GROUP-ROW-PARA
           END-RETURN.

       3370-GROUP-ROW-PARA.
           IF NOT WS-FIRST-ROW AND
              (SRT-NAME NOT = WS-PREV-NAME OR
               SRT-STATE NOT = WS-PREV-STATE)
              PERFORM 3380-END-GROUP-PARA
           END-IF

           IF WS-FIRST-ROW OR SRT-NAME NOT = WS-PREV-NAME OR
              SRT-STATE NOT = WS-PREV-STATE
              MOVE 'N' TO WS-FIRST-ROW-SW
              MOVE SRT-NAME  TO WS-PREV-NAME
              MOVE SRT-STATE TO WS-PREV-STATE
              MOVE 'N' TO WS-GRP-AGENT-SW
              MOVE 'N' TO WS-GRP-APPL-SW
              MOVE 0 TO WS-GRP-TAB-COUNT
           ELSE
              MOVE WGP-SUB(1) TO WS-LOAN-SUB
              IF SRT-AGENT-ID NOT = WLN-AGENT-ID(WS-LOAN-SUB)
                 MOVE 'Y' TO WS-GRP-AGENT-SW
              END-IF
              IF SRT-APPLICANT-ID NOT = WLN-APPL-ID(WS-LOAN-SUB)
                 MOVE 'Y' TO WS-GRP-APPL-SW
              END-IF
           END-IF

           IF WS-GRP-TAB-COUNT NOT < WS-GRP-MAX-ENTRIES
              MOVE '3370-GROUP-ROW-PARA' TO ERL-PARAGRAPH
              MOVE 16 TO ERL-SEVERITY
              MOVE 'APPLICANT GROUP EXCEEDS TABLE - RAISE WS-GRP-MAX-EN
      -    'TRIES' TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
           END-IF
           ADD 1 TO WS-GRP-TAB-COUNT
           MOVE SRT-SUB TO WGP-SUB(WS-GRP-TAB-COUNT).

       3380-END-GROUP-PARA.
           IF WS-GRP-MANY-AGENTS OR WS-GRP-MANY-APPLS
              ADD 1 TO WS-DUP-FLAGS
              ADD 1 TO WS-SECTION-FLAGS
              MOVE WGP-SUB(1) TO WS-LOAN-SUB
              MOVE WLN-NAME(WS-LOAN-SUB)  TO DFL-NAME
              MOVE WLN-STATE(WS-LOAN-SUB) TO DFL-STATE
              MOVE WS-GRP-TAB-COUNT       TO DFL-LOANS
              EVALUATE TRUE
                WHEN WS-GRP-MANY-AGENTS AND WS-GRP-MANY-APPLS
                  MOVE 'SEVERAL AGENTS AND APPLICANT IDS'
                     TO DFL-TEXT
                WHEN WS-GRP-MANY-AGENTS
                  MOVE 'SEVERAL AGENTS' TO DFL-TEXT
                WHEN OTHER
                  MOVE 'SEVERAL APPLICANT IDS' TO DFL-TEXT
              END-EVALUATE
              WRITE SCRN-RPT-REC FROM DUP-FLAG-LINE
              PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                 UNTIL WS-GRP-IDX > WS-GRP-TAB-COUNT
                 MOVE WGP-SUB(WS-GRP-IDX) TO WS-LOAN-SUB
                 PERFORM 3080-PRINT-LOAN-PARA
              END-PERFORM
           END-IF.

      * ---------------- 4 - VOLUME FAR ABOVE TRAILING AVERAGE ---------
      * The average is over the trailing months in which the agent did
      * business; an agent with fewer than WS-MIN-HIST such months has
      * no average yet and is only counted.
       3400-SPIKE-SCREEN-PARA.
           MOVE '4. MONTHLY VOLUME FAR ABOVE THE AGENT''S TRAILING AVERA
      -    'GE' TO SEC-TITLE
           PERFORM 3050-SECTION-HDR-PARA

           PERFORM VARYING WS-STA-IDX FROM 1 BY 1
              UNTIL WS-STA-IDX > WS-STAT-TAB-COUNT
              PERFORM 3410-AGENT-AVERAGE-PARA
              IF WS-HIST-MONTHS < WS-MIN-HIST
                 ADD 1 TO WS-NEW-AGENT-COUNT
              ELSE
                 COMPUTE WS-SPIKE-LIMIT ROUNDED =
                    WS-HIST-AVG * WS-SPIKE-MULT
                 IF WS-HIST-AVG > 0 AND
                    WSS-VOLUME(WS-STA-IDX) NOT < WS-SPIKE-LIMIT
                    PERFORM 3420-SPIKE-FLAG-PARA
                 END-IF
              END-IF
           END-PERFORM

           PERFORM 3060-SECTION-END-PARA.

       3410-AGENT-AVERAGE-PARA.
           MOVE 0 TO WS-HIST-MONTHS
           MOVE 0 TO WS-HIST-TOTAL
           MOVE 0 TO WS-HIST-AVG
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
              UNTIL WS-MONTH-SUB > WS-TRAIL-MONTHS
              IF WSS-HIST-VOL(WS-STA-IDX, WS-MONTH-SUB) > 0
                 ADD 1 TO WS-HIST-MONTHS
                 ADD WSS-HIST-VOL(WS-STA-IDX, WS-MONTH-SUB)
                    TO WS-HIST-TOTAL
              END-IF
           END-PERFORM
           IF WS-HIST-MONTHS > 0
              COMPUTE WS-HIST-AVG ROUNDED =
                 WS-HIST-TOTAL / WS-HIST-MONTHS
           END-IF.

       3420-SPIKE-FLAG-PARA.
           ADD 1 TO WS-SPIKE-FLAGS
           ADD 1 TO WS-SECTION-FLAGS
           PERFORM 3090-AGENT-PREFIX-PARA
           MOVE AGENT-FLAG-PREFIX      TO SFL-PREFIX
           MOVE WSS-VOLUME(WS-STA-IDX) TO SFL-VOLUME
           MOVE WS-HIST-AVG            TO SFL-AVG
           COMPUTE WS-SPIKE-RATIO ROUNDED =
              WSS-VOLUME(WS-STA-IDX) / WS-HIST-AVG
              ON SIZE ERROR
                 MOVE 999.9 TO WS-SPIKE-RATIO
           END-COMPUTE
           MOVE WS-SPIKE-RATIO         TO SFL-RATIO
           WRITE SCRN-RPT-REC FROM SPIKE-FLAG-LINE

           PERFORM VARYING WS-LOAN-SUB FROM 1 BY 1
              UNTIL WS-LOAN-SUB > WS-LOAN-TAB-COUNT
              IF WLN-AGENT-ID(WS-LOAN-SUB) = WSS-AGENT-ID(WS-STA-IDX)
                 PERFORM 3080-PRINT-LOAN-PARA
              END-IF
           END-PERFORM.

      * ---------------- SUMMARY ---------------------------------------

       3900-SUMMARY-PARA.
           WRITE SCRN-RPT-REC FROM HDR-FILLER
           MOVE SPACES TO SUMMARY-LINE
           MOVE 'AGENTS CLUSTERED JUST ABOVE A TIER LIMIT' TO SUL-LABEL
           MOVE WS-TIER-FLAGS TO SUL-COUNT
           WRITE SCRN-RPT-REC FROM SUMMARY-LINE
           MOVE 'LOANS TO AN APPLICANT NAMED AS AN AGENT' TO SUL-LABEL
           MOVE WS-NAME-FLAGS TO SUL-COUNT
           WRITE SCRN-RPT-REC FROM SUMMARY-LINE
           MOVE 'APPLICANTS UNDER SEVERAL AGENTS OR APPLICANT IDS'
              TO SUL-LABEL
           MOVE WS-DUP-FLAGS TO SUL-COUNT
           WRITE SCRN-RPT-REC FROM SUMMARY-LINE
           MOVE 'AGENTS FAR ABOVE THEIR TRAILING AVERAGE' TO SUL-LABEL
           MOVE WS-SPIKE-FLAGS TO SUL-COUNT
           WRITE SCRN-RPT-REC FROM SUMMARY-LINE
           MOVE 'AGENTS WITH TOO LITTLE HISTORY FOR AN AVERAGE'
              TO SUL-LABEL
           MOVE WS-NEW-AGENT-COUNT TO SUL-COUNT
           WRITE SCRN-RPT-REC FROM SUMMARY-LINE
           MOVE 'LOANS NO RATE ROW COVERS - NOT TIER SCREENED'
              TO SUL-LABEL
           MOVE WS-NORATE-COUNT TO SUL-COUNT
           WRITE SCRN-RPT-REC FROM SUMMARY-LINE
           MOVE 'AGENTS WITH LOANS NOT ON THE AGENT MASTER' TO SUL-LABEL
           MOVE WS-NOMST-COUNT TO SUL-COUNT
           WRITE SCRN-RPT-REC FROM SUMMARY-LINE
           WRITE SCRN-RPT-REC FROM HDR-FILLER
           WRITE SCRN-RPT-REC FROM TRAILER2

           COMPUTE WS-FLAG-TOTAL = WS-TIER-FLAGS + WS-NAME-FLAGS
                                 + WS-DUP-FLAGS + WS-SPIKE-FLAGS

           DISPLAY 'ANOMALY SCREENING - LOANS ' WS-LOAN-TAB-COUNT
              ' HISTORY READ ' WS-HIST-READ ' FLAGS ' WS-FLAG-TOTAL

           IF WS-FLAG-TOTAL > 0
              MOVE '3900-SUMMARY-PARA' TO ERL-PARAGRAPH
              MOVE 04 TO ERL-SEVERITY
              MOVE 'ANOMALIES FLAGGED FOR AUDIT REVIEW' TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
           END-IF.

      * ---------------- SHARED ERROR LOGGING --------------------------

       9100-LOG-ERROR-PARA.
           CALL 'ERRLOG' USING ERRLOG-PARM
           MOVE ERL-SEVERITY TO RETURN-CODE
           MOVE SPACES TO ERL-FILE-STATUS
           MOVE 0      TO ERL-SQLCODE.

       9000-TERM-PARA.
           CLOSE SCRN-RPT
           GOBACK.
