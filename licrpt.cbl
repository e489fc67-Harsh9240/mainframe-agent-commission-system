       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICRPT.

      * ---------------- LICENCE RENEWAL REPORT ------------------------
      * Run monthly.  Lists every agent state licence on LICMAINT's
      * file that expires within the renewal window - by default the
      * next 60 days from the run date - soonest first, so renewals
      * are chased before COMMPGM starts diverting the agent's loans.
      * Licences held by TERMINATED agents are not listed (they are
      * counted on the summary line); a licence whose agent is missing
      * from the master is listed and flagged.  Read only.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LICENCE-FILE ASSIGN TO DD1
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-LIC.

           SELECT AGENT-MASTER ASSIGN TO DD2
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-AGT.

           SELECT PARM-FILE ASSIGN TO DD3
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-PARM.

           SELECT LIC-RPT ASSIGN TO DD4
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-RPT.

           SELECT SORT-WORK ASSIGN TO DD7.

       DATA DIVISION.

       FILE SECTION.

      * ---------------- AGENT STATE LICENCE FILE ----------------------
      * Read INTO LICMST-REC (copybook LICMSTC).
       FD LICENCE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 LICENCE-FILE-REC PIC X(80).

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
      * Date the window starts from (YYYYMMDD - zero or blank takes the
      * run date, so a late run can be pointed back at the month start)
      * and the window length in days (zero or blank takes the default
      * of WS-DFLT-WINDOW-DAYS).
       FD PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 16 CHARACTERS.
       01 PARM-REC.
          05 PRM-AS-OF-DATE    PIC X(08).
          05 PRM-WINDOW-DAYS   PIC 9(03).
          05 PRM-FILLER        PIC X(05).

       FD LIC-RPT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 LIC-RPT-REC PIC X(80).

      * ---------------- SORT WORK FILE --------------------------------
      * The licence file is in maintenance order; the report wants the
      * soonest expiry first.
       SD SORT-WORK.
       01 SRT-REC.
          05 SRT-EXP-DATE    PIC 9(08).
          05 SRT-AGENT-ID    PIC X(08).
          05 SRT-STATE       PIC X(10).
          05 SRT-NUMBER      PIC X(15).

       WORKING-STORAGE SECTION.

       COPY ERRLOGC.

       COPY LICMSTC.

       01 WS-VARS.
         05 WS-FST-LIC   PIC 9(02).
            88 C05-LIC-SUCCESS   VALUE 00.
            88 C05-LIC-EOF       VALUE 10.

         05 WS-FST-AGT   PIC 9(02).
            88 C05-AGT-SUCCESS   VALUE 00.
            88 C05-AGT-EOF       VALUE 10.

         05 WS-FST-PARM  PIC 9(02).
            88 C05-PARM-SUCCESS  VALUE 00.

         05 WS-FST-RPT   PIC 9(02).
            88 C05-RPT-SUCCESS   VALUE 00.

         05 WS-SORT-EOF-SW      PIC X(01) VALUE 'N'.
            88 SORT-AT-EOF VALUE 'Y'.

      * ---------------- RENEWAL WINDOW --------------------------------

         05 WS-DFLT-WINDOW-DAYS PIC 9(03) VALUE 60.
         05 WS-WINDOW-DAYS      PIC 9(03) VALUE 0.
         05 WS-AS-OF-X          PIC X(08) VALUE SPACES.
         05 WS-AS-OF-DATE REDEFINES WS-AS-OF-X.
            10 WS-AS-OF-YEAR    PIC 9(04).
            10 WS-AS-OF-MONTH   PIC 9(02).
            10 WS-AS-OF-DAY     PIC 9(02).
         05 WS-AS-OF-N REDEFINES WS-AS-OF-X PIC 9(08).
         05 WS-AS-OF-INT        PIC 9(07) VALUE 0.
         05 WS-WINDOW-END       PIC 9(08) VALUE 0.
         05 WS-EXP-INT          PIC 9(07) VALUE 0.
         05 WS-DAYS-LEFT        PIC 9(05) VALUE 0.

      * ---------------- AGENT MASTER TABLE ----------------------------
      * Loaded once at 1000-INIT-PARA for the name, branch and status
      * printed against each licence.
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

      * ---------------- COUNTS ----------------------------------------

         05 WS-LIC-READ-COUNT   PIC 9(07) VALUE 0.
         05 WS-DUE-COUNT        PIC 9(07) VALUE 0.
         05 WS-TERM-COUNT       PIC 9(07) VALUE 0.
         05 WS-NOMST-COUNT      PIC 9(07) VALUE 0.

      * ---------------- REPORT LINES ----------------------------------

         05 HDR1.
            10 HDR1-F1     PIC X(25).
            10 HDR1-TITLE  PIC X(30)
               VALUE 'AGENT LICENCES DUE FOR RENEWAL'.
            10 HDR1-F2     PIC X(25).

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

         05 WINDOW-LINE.
            10 WDL-LABEL      PIC X(14) VALUE 'EXPIRING FROM '.
            10 WDL-FROM       PIC 9(08).
            10 WDL-TO-LBL     PIC X(04) VALUE ' TO '.
            10 WDL-TO         PIC 9(08).
            10 WDL-SP1        PIC X(02).
            10 WDL-DAYS       PIC ZZ9.
            10 WDL-DAYS-LBL   PIC X(05) VALUE ' DAYS'.
            10 WDL-SP2        PIC X(36).

         05 COL-HDR.
            10 LCH-AGENT      PIC X(09) VALUE 'AGENT'.
            10 LCH-NAME       PIC X(21) VALUE 'NAME'.
            10 LCH-BRANCH     PIC X(11) VALUE 'BRANCH'.
            10 LCH-STATE      PIC X(11) VALUE 'STATE'.
            10 LCH-NUMBER     PIC X(16) VALUE 'LICENCE NO'.
            10 LCH-EXPIRES    PIC X(09) VALUE 'EXPIRES'.
            10 LCH-DAYS       PIC X(03) VALUE 'DYS'.

         05 DETAIL-LINE.
            10 DTL-AGENT      PIC X(08).
            10 DTL-SP1        PIC X(01).
            10 DTL-NAME       PIC X(20).
            10 DTL-SP2        PIC X(01).
            10 DTL-BRANCH     PIC X(10).
            10 DTL-SP3        PIC X(01).
            10 DTL-STATE      PIC X(10).
            10 DTL-SP4        PIC X(01).
            10 DTL-NUMBER     PIC X(15).
            10 DTL-SP5        PIC X(01).
            10 DTL-EXPIRES    PIC 9(08).
            10 DTL-SP6        PIC X(01).
            10 DTL-DAYS       PIC ZZ9.

         05 SUMMARY-LINE.
            10 SML-DUE-LBL    PIC X(11) VALUE 'EXPIRING : '.
            10 SML-DUE        PIC ZZZ,ZZ9.
            10 SML-NOM-LBL    PIC X(18) VALUE '  NOT ON MASTER : '.
            10 SML-NOMST      PIC ZZZ,ZZ9.
            10 SML-TRM-LBL    PIC X(30)
               VALUE '  TERMINATED (NOT LISTED) : '.
            10 SML-TERM       PIC ZZZ,ZZ9.

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
           MOVE 'LICRPT'   TO ERL-PROGRAM
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

           IF PRM-WINDOW-DAYS IS NUMERIC AND PRM-WINDOW-DAYS > 0
              MOVE PRM-WINDOW-DAYS TO WS-WINDOW-DAYS
           ELSE
              MOVE WS-DFLT-WINDOW-DAYS TO WS-WINDOW-DAYS
           END-IF
           IF PRM-AS-OF-DATE = SPACES OR PRM-AS-OF-DATE = ZEROS
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-X
           ELSE
              MOVE PRM-AS-OF-DATE TO WS-AS-OF-X
           END-IF
           CLOSE PARM-FILE

           IF WS-AS-OF-X IS NOT NUMERIC
              OR WS-AS-OF-YEAR < 1900
              OR WS-AS-OF-MONTH < 1 OR WS-AS-OF-MONTH > 12
              OR WS-AS-OF-DAY < 1 OR WS-AS-OF-DAY > 31
              MOVE '1000-INIT-PARA' TO ERL-PARAGRAPH
              MOVE 16 TO ERL-SEVERITY
              MOVE 'INVALID AS-OF DATE ON CARD' TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
           END-IF

           COMPUTE WS-AS-OF-INT = FUNCTION INTEGER-OF-DATE(WS-AS-OF-N)
           COMPUTE WS-WINDOW-END = FUNCTION DATE-OF-INTEGER(
              WS-AS-OF-INT + WS-WINDOW-DAYS)

           PERFORM 1300-LOAD-AGENT-MASTER-PARA

           OPEN INPUT LICENCE-FILE
           IF NOT C05-LIC-SUCCESS
               MOVE '1000-INIT-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-LIC TO ERL-FILE-STATUS
               MOVE 'LICENCE-FILE OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           OPEN OUTPUT LIC-RPT
           IF NOT C05-RPT-SUCCESS
               MOVE '1000-INIT-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-RPT TO ERL-FILE-STATUS
               MOVE 'LIC-RPT OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-YEAR
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MONTH
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-DAY
           MOVE WS-AS-OF-N     TO WDL-FROM
           MOVE WS-WINDOW-END  TO WDL-TO
           MOVE WS-WINDOW-DAYS TO WDL-DAYS

           WRITE LIC-RPT-REC FROM HDR1
           WRITE LIC-RPT-REC FROM HDR-FILLER
           WRITE LIC-RPT-REC FROM HDR2
           WRITE LIC-RPT-REC FROM WINDOW-LINE
           WRITE LIC-RPT-REC FROM HDR-FILLER
           WRITE LIC-RPT-REC FROM COL-HDR.

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
           CLOSE AGENT-MASTER.

       3000-PROC-PARA.
           MOVE 'N' TO WS-SORT-EOF-SW
           SORT SORT-WORK
              ASCENDING KEY SRT-EXP-DATE SRT-AGENT-ID SRT-STATE
              INPUT PROCEDURE IS 3150-SORT-INPUT-PARA
              OUTPUT PROCEDURE IS 3400-SORT-OUTPUT-PARA.

      * ------------ SORT INPUT/OUTPUT PROCEDURES ----------------------
      * Only licences expiring inside the window are released; those of
      * terminated agents are counted and dropped here.

       3150-SORT-INPUT-PARA.
           PERFORM 3160-READ-LICENCE-PARA
              UNTIL C05-LIC-EOF.

       3160-READ-LICENCE-PARA.
           READ LICENCE-FILE INTO LICMST-REC
              AT END
                 MOVE 10 TO WS-FST-LIC
              NOT AT END
                 ADD 1 TO WS-LIC-READ-COUNT
                 IF LIC-EXP-DATE >= WS-AS-OF-N AND
                    LIC-EXP-DATE <= WS-WINDOW-END
                    PERFORM 3170-FIND-AGENT-PARA
                    IF WS-AGENT-MATCH-IDX > 0 AND
                       WAE-STATUS(WS-AGENT-MATCH-IDX) = 'TERMINATED'
                       ADD 1 TO WS-TERM-COUNT
                    ELSE
                       MOVE LIC-EXP-DATE TO SRT-EXP-DATE
                       MOVE LIC-AGENT-ID TO SRT-AGENT-ID
                       MOVE LIC-STATE    TO SRT-STATE
                       MOVE LIC-NUMBER   TO SRT-NUMBER
                       RELEASE SRT-REC
                    END-IF
                 END-IF
           END-READ.

       3170-FIND-AGENT-PARA.
           MOVE 0 TO WS-AGENT-MATCH-IDX
           PERFORM VARYING WS-AGT-IDX FROM 1 BY 1
              UNTIL WS-AGT-IDX > WS-AGENT-TAB-COUNT
                 OR WS-AGENT-MATCH-IDX > 0
              IF WAE-AGENT-ID(WS-AGT-IDX) = LIC-AGENT-ID
                 SET WS-AGENT-MATCH-IDX TO WS-AGT-IDX
              END-IF
           END-PERFORM.

       3400-SORT-OUTPUT-PARA.
           PERFORM 3410-RETURN-SORT-PARA
              UNTIL SORT-AT-EOF

           IF WS-DUE-COUNT = 0
              WRITE LIC-RPT-REC FROM HDR-FILLER
              MOVE SPACES TO LIC-RPT-REC
              MOVE 'NO LICENCES EXPIRE IN THE WINDOW' TO LIC-RPT-REC
              WRITE LIC-RPT-REC
           END-IF

           MOVE WS-DUE-COUNT   TO SML-DUE
           MOVE WS-NOMST-COUNT TO SML-NOMST
           MOVE WS-TERM-COUNT  TO SML-TERM
           WRITE LIC-RPT-REC FROM HDR-FILLER
           WRITE LIC-RPT-REC FROM SUMMARY-LINE
           WRITE LIC-RPT-REC FROM HDR-FILLER
           WRITE LIC-RPT-REC FROM TRAILER2

           DISPLAY 'LICENCE RENEWALS - READ ' WS-LIC-READ-COUNT
              ' EXPIRING ' WS-DUE-COUNT ' NOT ON MASTER '
              WS-NOMST-COUNT ' TERMINATED ' WS-TERM-COUNT.

       3410-RETURN-SORT-PARA.
           RETURN SORT-WORK
              AT END
                 MOVE 'Y' TO WS-SORT-EOF-SW
              NOT AT END
                 PERFORM 3420-PRINT-LICENCE-PARA
           END-RETURN.

      * ---------------- ONE LICENCE DUE FOR RENEWAL -------------------

       3420-PRINT-LICENCE-PARA.
           MOVE SPACES       TO DETAIL-LINE
           MOVE SRT-AGENT-ID TO DTL-AGENT
           MOVE SRT-STATE    TO DTL-STATE
           MOVE SRT-NUMBER   TO DTL-NUMBER
           MOVE SRT-EXP-DATE TO DTL-EXPIRES

           MOVE SRT-AGENT-ID TO LIC-AGENT-ID
           PERFORM 3170-FIND-AGENT-PARA
           IF WS-AGENT-MATCH-IDX > 0
              MOVE WAE-NAME(WS-AGENT-MATCH-IDX)   TO DTL-NAME
              MOVE WAE-BRANCH(WS-AGENT-MATCH-IDX) TO DTL-BRANCH
           ELSE
              MOVE '** NOT ON MASTER **' TO DTL-NAME
              ADD 1 TO WS-NOMST-COUNT
           END-IF

           COMPUTE WS-EXP-INT = FUNCTION INTEGER-OF-DATE(SRT-EXP-DATE)
           COMPUTE WS-DAYS-LEFT = WS-EXP-INT - WS-AS-OF-INT
           MOVE WS-DAYS-LEFT TO DTL-DAYS

           WRITE LIC-RPT-REC FROM DETAIL-LINE
           ADD 1 TO WS-DUE-COUNT.

      * ---------------- SHARED ERROR LOGGING --------------------------

       9100-LOG-ERROR-PARA.
           CALL 'ERRLOG' USING ERRLOG-PARM
           MOVE ERL-SEVERITY TO RETURN-CODE
           MOVE SPACES TO ERL-FILE-STATUS
           MOVE 0      TO ERL-SQLCODE.

       9000-TERM-PARA.
           CLOSE LICENCE-FILE
           CLOSE LIC-RPT
           GOBACK.
