       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNLDPGM.

      * ---------------- MONTHLY APPROVED-LOAN UNLOAD ------------------
      * One pass of the APPLICANT_DB/LOAN_DB join for the whole month,
      * every city at once, into the sorted, enveloped loan staging
      * file (layout LNSTGC).  REPPGM and COMMPGM select their city
      * from that file instead of each opening their own cursor once
      * per CRIT-FILE card, so the month-end window scans LOAN_DB once
      * and both programs work from the same snapshot.  The month is
      * selected as a date range on LOAN_APPROVAL_DATE rather than
      * MONTH()/YEAR() of it, so DB2 can use the approval-date index.
      * A separate COUNT/SUM per city is taken before the unload and
      * carried on the file as each city's control record - the
      * independent reconciliation figure REPPGM used to select for
      * itself.

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

           SELECT CTL-RPT ASSIGN TO DD3
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-RPT.

           SELECT SORT-WORK ASSIGN TO DD4.

       DATA DIVISION.

       FILE SECTION.

      * ---------------- RUN PARAMETER CARD ----------------------------
      * The month/year to unload - the same period every CRIT-FILE card
      * of the month-end REPPGM and COMMPGM steps will carry.
       FD PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 16 CHARACTERS.
       01 PARM-REC.
          05 PRM-MONTH         PIC 9(02).
          05 PRM-YEAR          PIC 9(04).
          05 PRM-FILLER        PIC X(10).

       FD LOAN-STG
           RECORDING MODE IS F
           RECORD CONTAINS 96 CHARACTERS.
       01 LOAN-STG-REC PIC X(96).

       FD CTL-RPT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-RPT-REC PIC X(80).

      * ---------------- SORT WORK FILE --------------------------------
      * City, then agent, then applicant - the order COMMPGM needs for
      * its agent breaks, and one REPPGM re-sorts for its own pages.
       SD SORT-WORK.
       01 SRT-REC.
          05 SRT-CITY          PIC X(10).
          05 SRT-AGENT-ID      PIC X(08).
          05 SRT-APPLICANT-ID  PIC X(10).
          05 SRT-APPNAME       PIC X(22).
          05 SRT-STATE         PIC X(10).
          05 SRT-AMOUNT        PIC S9(09)V9(02) COMP-3.
          05 SRT-APPROVAL-DATE PIC X(10).

       WORKING-STORAGE SECTION.

       COPY ERRLOGC.

       COPY LNSTGC.

       01 WS-VARS.
         05 WS-FST-PARM  PIC 9(02).
            88 C05-PARM-SUCCESS  VALUE 00.

         05 WS-FST-STG   PIC 9(02).
            88 C05-STG-SUCCESS   VALUE 00.

         05 WS-FST-RPT   PIC 9(02).
            88 C05-RPT-SUCCESS   VALUE 00.

         05 WS-ERR-MSG.
            10 WS-ERR-LEN  PIC S9(04) COMP VALUE 800.
            10 WS-ERR-TEXT PIC X(80) OCCURS 10 TIMES.

         05 WS-LRECL      PIC S9(09) COMP VALUE 80.

      * ---------------- UNLOAD PERIOD ---------------------------------
      * WS-FROM-DATE is the first of the month, WS-TO-DATE the first
      * of the next - the cursors take LOAN_APPROVAL_DATE >= FROM and
      * < TO.

         05 WS-UNLD-MONTH      PIC 9(02) VALUE 0.
         05 WS-UNLD-YEAR       PIC 9(04) VALUE 0.
         05 WS-NEXT-MONTH      PIC 9(02) VALUE 0.
         05 WS-NEXT-YEAR       PIC 9(04) VALUE 0.
         05 WS-FROM-DATE       PIC X(10) VALUE SPACES.
         05 WS-TO-DATE         PIC X(10) VALUE SPACES.
         05 WS-SNAPSHOT        PIC X(14) VALUE SPACES.

      * ---------------- FETCH HOST VARIABLES --------------------------

         05 WS-FETCH-CITY      PIC X(10) VALUE SPACES.
         05 WS-GRP-CITY        PIC X(10) VALUE SPACES.
         05 WS-GRP-COUNT       PIC S9(09) COMP-5 VALUE 0.
         05 WS-GRP-AMOUNT      PIC S9(11)V9(02) COMP-3 VALUE 0.

      * ---------------- CITY CONTROL TABLE ----------------------------
      * One entry per city DB2's own COUNT/SUM found for the month,
      * loaded before the unload cursor opens.  The sort output side
      * counts what it actually wrote against each entry, and writes
      * the entry as the city's control record at the city break.
         05 WS-CITY-MAX-ENTRIES PIC 9(04) VALUE 500.
         05 WS-CITY-TAB-COUNT   PIC 9(04) VALUE 0.
         05 WS-CITY-TAB.
            10 WS-CITY-ENTRY OCCURS 500 TIMES
                              INDEXED BY WS-CTY-IDX.
               15 WCT-CITY       PIC X(10).
               15 WCT-DB2-COUNT  PIC 9(09).
               15 WCT-DB2-AMOUNT PIC S9(13)V9(02).
               15 WCT-OUT-COUNT  PIC 9(09).
               15 WCT-OUT-AMOUNT PIC S9(13)V9(02).
               15 WCT-DONE-SW    PIC X(01).

         05 WS-CITY-MATCH-IDX  PIC 9(04) VALUE 0.

      * ---------------- SORT OUTPUT CONTROL ---------------------------

         05 WS-SORT-EOF-SW     PIC X(01) VALUE 'N'.
            88 SORT-AT-EOF VALUE 'Y'.
         05 WS-FIRST-ROW-SW    PIC X(01) VALUE 'Y'.
            88 WS-FIRST-ROW VALUE 'Y'.
         05 WS-PREV-CITY       PIC X(10) VALUE SPACES.
         05 WS-CITY-OUT-COUNT  PIC 9(09) VALUE 0.
         05 WS-CITY-OUT-AMOUNT PIC S9(13)V9(02) VALUE 0.

      * ---------------- COUNTS ----------------------------------------

         05 WS-ROWS-FETCHED    PIC 9(09) VALUE 0.
         05 WS-OUT-COUNT       PIC 9(09) VALUE 0.
         05 WS-OUT-HASH        PIC S9(13)V9(02) VALUE 0.
         05 WS-CTL-COUNT       PIC 9(05) VALUE 0.
         05 WS-MISMATCH-COUNT  PIC 9(05) VALUE 0.

      * ---------------- REPORT LINES ----------------------------------

         05 HDR1.
            10 HDR1-F1     PIC X(22).
            10 HDR1-TITLE  PIC X(36)
               VALUE 'MONTHLY LOAN UNLOAD CONTROL REPORT'.
            10 HDR1-F2     PIC X(22).

         05 HDR-FILLER.
            10 HDR-FILL    PIC X(80).

         05 HDR2.
            10 HDR2-PRD-LBL PIC X(08) VALUE 'PERIOD: '.
            10 HDR2-MONTH   PIC 9(02).
            10 HDR2-SLASH   PIC X(01) VALUE '/'.
            10 HDR2-YEAR    PIC 9(04).
            10 HDR2-SP1     PIC X(04).
            10 HDR2-SNP-LBL PIC X(10) VALUE 'SNAPSHOT: '.
            10 HDR2-SNAP    PIC X(14).
            10 HDR2-F1      PIC X(37).

         05 HDR3.
            10 HDR3-TEXT1  PIC X(40)
               VALUE 'CITY          DB2 COUNT   UNLOADED COUNT'.
            10 HDR3-TEXT2  PIC X(40)
               VALUE '         UNLOADED AMOUNT  STATUS'.

         05 CITY-LINE.
            10 CTL-CITY      PIC X(10).
            10 CTL-SP1       PIC X(02).
            10 CTL-DB2-CNT   PIC ZZZ,ZZZ,ZZ9.
            10 CTL-SP2       PIC X(06).
            10 CTL-OUT-CNT   PIC ZZZ,ZZZ,ZZ9.
            10 CTL-SP3       PIC X(02).
            10 CTL-OUT-AMT   PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
            10 CTL-SP4       PIC X(02).
            10 CTL-STATUS    PIC X(11).
            10 CTL-SP5       PIC X(06).

         05 TOTAL-LINE.
            10 TTL-LABEL     PIC X(08) VALUE 'TOTAL : '.
            10 TTL-SP1       PIC X(04).
            10 TTL-CTL-CNT   PIC ZZZ,ZZZ,ZZ9.
            10 TTL-SP2       PIC X(06).
            10 TTL-OUT-CNT   PIC ZZZ,ZZZ,ZZ9.
            10 TTL-SP3       PIC X(02).
            10 TTL-OUT-AMT   PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
            10 TTL-SP4       PIC X(19).

         05 SUMMARY-LINE.
            10 SML-CTY-LBL PIC X(09) VALUE 'CITIES : '.
            10 SML-CTY     PIC ZZ,ZZ9.
            10 SML-FET-LBL PIC X(16) VALUE ' ROWS FETCHED : '.
            10 SML-FET     PIC ZZZ,ZZZ,ZZ9.
            10 SML-MIS-LBL PIC X(17) VALUE ' CITY MISMATCH : '.
            10 SML-MIS     PIC ZZ,ZZ9.
            10 SML-SP1     PIC X(15).

         05 TRAILER2.
            10 TR2-HYP1 PIC X(33) VALUE ALL '-'.
            10 TR2-TEXT PIC X(13) VALUE 'END OF REPORT'.
            10 TR2-HYP2 PIC X(34) VALUE ALL '-'.

       EXEC SQL
         INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
         INCLUDE DCLAPDB
       END-EXEC.

       EXEC SQL
         INCLUDE DCLLDB
       END-EXEC.

      * The unload itself - every loan approved in the month, whatever
      * the city.  No ORDER BY: the rows go through SORT-WORK, which
      * also lets the control records drop in at each city break.
       EXEC SQL
         DECLARE CUR3 CURSOR FOR
         SELECT L.AGENT_ID, A.APPLICANT_ID, APPLICANT_NAME,
                CITY, STATE, L.APPROVED_LOAN_AMOUNT,
                L.LOAN_APPROVAL_DATE
         FROM APPLICANT_DB A
         INNER JOIN LOAN_DB L
           ON A.APPLICANT_ID = L.APPLICANT_ID
         WHERE LOAN_APPROVAL_DATE >= :WS-FROM-DATE
           AND LOAN_APPROVAL_DATE <  :WS-TO-DATE
         FOR FETCH ONLY
       END-EXEC.

      * Independent per-city COUNT/SUM over the same join and range -
      * COALESCE for the same reason REPPGM always had it: a NULL sum
      * into a host variable with no indicator is SQLCODE -305.
       EXEC SQL
         DECLARE CUR4 CURSOR FOR
         SELECT CITY, COUNT(*),
                COALESCE(SUM(L.APPROVED_LOAN_AMOUNT),0)
         FROM APPLICANT_DB A
         INNER JOIN LOAN_DB L
           ON A.APPLICANT_ID = L.APPLICANT_ID
         WHERE LOAN_APPROVAL_DATE >= :WS-FROM-DATE
           AND LOAN_APPROVAL_DATE <  :WS-TO-DATE
         GROUP BY CITY
         FOR FETCH ONLY
       END-EXEC.

       PROCEDURE DIVISION.

       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM 3000-PROC-PARA
           PERFORM 9000-TERM-PARA.

       1000-INIT-PARA.
           MOVE 'UNLDPGM' TO ERL-PROGRAM
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

           MOVE PRM-MONTH TO WS-UNLD-MONTH
           MOVE PRM-YEAR  TO WS-UNLD-YEAR
           CLOSE PARM-FILE

           IF WS-UNLD-MONTH < 1 OR WS-UNLD-MONTH > 12
              MOVE '1000-INIT-PARA' TO ERL-PARAGRAPH
              MOVE 16 TO ERL-SEVERITY
              MOVE 'INVALID UNLOAD MONTH ON PARAMETER CARD'
                 TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
           END-IF

           PERFORM 1100-BUILD-RANGE-PARA
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SNAPSHOT

           OPEN OUTPUT LOAN-STG
           IF NOT C05-STG-SUCCESS
               MOVE '1000-INIT-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-STG TO ERL-FILE-STATUS
               MOVE 'LOAN-STG OPEN FAILED' TO ERL-TEXT
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

           MOVE WS-UNLD-MONTH TO HDR2-MONTH
           MOVE WS-UNLD-YEAR  TO HDR2-YEAR
           MOVE WS-SNAPSHOT   TO HDR2-SNAP
           WRITE CTL-RPT-REC FROM HDR1
           WRITE CTL-RPT-REC FROM HDR2
           WRITE CTL-RPT-REC FROM HDR-FILLER
           WRITE CTL-RPT-REC FROM HDR3
           WRITE CTL-RPT-REC FROM HDR-FILLER.

      * ---------------- APPROVAL-DATE RANGE ---------------------------
      * ISO date strings DB2 compares straight against the DATE column.
       1100-BUILD-RANGE-PARA.
           IF WS-UNLD-MONTH = 12
              MOVE 1 TO WS-NEXT-MONTH
              COMPUTE WS-NEXT-YEAR = WS-UNLD-YEAR + 1
           ELSE
              COMPUTE WS-NEXT-MONTH = WS-UNLD-MONTH + 1
              MOVE WS-UNLD-YEAR TO WS-NEXT-YEAR
           END-IF

           STRING WS-UNLD-YEAR  DELIMITED BY SIZE
                  '-'           DELIMITED BY SIZE
                  WS-UNLD-MONTH DELIMITED BY SIZE
                  '-01'         DELIMITED BY SIZE
             INTO WS-FROM-DATE
           END-STRING
           STRING WS-NEXT-YEAR  DELIMITED BY SIZE
                  '-'           DELIMITED BY SIZE
                  WS-NEXT-MONTH DELIMITED BY SIZE
                  '-01'         DELIMITED BY SIZE
             INTO WS-TO-DATE
           END-STRING.

       3000-PROC-PARA.
           PERFORM 3100-LOAD-CITY-COUNTS-PARA
           MOVE 'N' TO WS-SORT-EOF-SW
           SORT SORT-WORK
              ASCENDING KEY SRT-CITY SRT-AGENT-ID SRT-APPLICANT-ID
              INPUT PROCEDURE IS 3200-SORT-INPUT-PARA
              OUTPUT PROCEDURE IS 3400-SORT-OUTPUT-PARA
           PERFORM 3800-SUMMARY-PARA.

      * ---------------- PER-CITY CONTROL FIGURES ----------------------

       3100-LOAD-CITY-COUNTS-PARA.
           MOVE 0 TO WS-CITY-TAB-COUNT
           EXEC SQL
             OPEN CUR4
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'CONTROL CURSOR OPEN FAILED'
               CALL 'DSNTIAR'
                    USING SQLCA WS-ERR-MSG WS-LRECL
               DISPLAY WS-ERR-MSG
               MOVE '3100-LOAD-CITY-COUNTS-PARA' TO ERL-PARAGRAPH
               MOVE 12 TO ERL-SEVERITY
               MOVE SQLCODE TO ERL-SQLCODE
               MOVE WS-ERR-TEXT(1) TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           PERFORM 3110-FETCH-CITY-COUNT-PARA
              UNTIL SQLCODE = 100

           EXEC SQL
             CLOSE CUR4
           END-EXEC.

       3110-FETCH-CITY-COUNT-PARA.
           EXEC SQL
             FETCH CUR4
             INTO :WS-GRP-CITY,
                  :WS-GRP-COUNT,
                  :WS-GRP-AMOUNT
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 0
               IF WS-CITY-TAB-COUNT < WS-CITY-MAX-ENTRIES
                  ADD 1 TO WS-CITY-TAB-COUNT
                  MOVE WS-GRP-CITY   TO WCT-CITY(WS-CITY-TAB-COUNT)
                  MOVE WS-GRP-COUNT  TO
                     WCT-DB2-COUNT(WS-CITY-TAB-COUNT)
                  MOVE WS-GRP-AMOUNT TO
                     WCT-DB2-AMOUNT(WS-CITY-TAB-COUNT)
                  MOVE 0   TO WCT-OUT-COUNT(WS-CITY-TAB-COUNT)
                  MOVE 0   TO WCT-OUT-AMOUNT(WS-CITY-TAB-COUNT)
                  MOVE 'N' TO WCT-DONE-SW(WS-CITY-TAB-COUNT)
               ELSE
                  MOVE '3110-FETCH-CITY-COUNT-PARA' TO ERL-PARAGRAPH
                  MOVE 16 TO ERL-SEVERITY
                  MOVE
                  'CITIES EXCEED TABLE - RAISE WS-CITY-MAX-ENTRIES'
                     TO ERL-TEXT
                  PERFORM 9100-LOG-ERROR-PARA
                  GOBACK
               END-IF
             WHEN SQLCODE = 100
               CONTINUE
             WHEN OTHER
               DISPLAY 'CONTROL FETCH FAILED'
               CALL 'DSNTIAR'
                    USING SQLCA WS-ERR-MSG WS-LRECL
               DISPLAY WS-ERR-MSG
               MOVE '3110-FETCH-CITY-COUNT-PARA' TO ERL-PARAGRAPH
               MOVE 12 TO ERL-SEVERITY
               MOVE SQLCODE TO ERL-SQLCODE
               MOVE WS-ERR-TEXT(1) TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-EVALUATE.

      * ------------ SORT INPUT PROCEDURE ------------------------------
      * Every row goes to the sort as fetched - the data-quality
      * rejects stay with REPPGM and the agent checks with COMMPGM, so
      * the staging file is the month exactly as DB2 held it.
       3200-SORT-INPUT-PARA.
           EXEC SQL
             OPEN CUR3
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'CURSOR OPEN FAILED'
               CALL 'DSNTIAR'
                    USING SQLCA WS-ERR-MSG WS-LRECL
               DISPLAY WS-ERR-MSG
               MOVE '3200-SORT-INPUT-PARA' TO ERL-PARAGRAPH
               MOVE 12 TO ERL-SEVERITY
               MOVE SQLCODE TO ERL-SQLCODE
               MOVE WS-ERR-TEXT(1) TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           PERFORM 3210-FETCH-PARA
              UNTIL SQLCODE = 100

           EXEC SQL
             CLOSE CUR3
           END-EXEC.

       3210-FETCH-PARA.
           INITIALIZE DCLAPPLICANT-DB
           INITIALIZE DCLLOAN-DB
           MOVE SPACES TO WS-FETCH-CITY

           EXEC SQL
             FETCH CUR3
             INTO :HV-AGENT-ID,
                  :HV-APPLICANT-ID,
                  :HV-APPLICANT-NAME,
                  :WS-FETCH-CITY,
                  :HV-STATE,
                  :HL-APPROVED-LOAN-AMOUNT,
                  :HV-LOAN-APPROVAL-DATE
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 0
               ADD 1 TO WS-ROWS-FETCHED
               MOVE WS-FETCH-CITY           TO SRT-CITY
               MOVE HV-AGENT-ID             TO SRT-AGENT-ID
               MOVE HV-APPLICANT-ID         TO SRT-APPLICANT-ID
               MOVE HV-APPLICANT-NAME       TO SRT-APPNAME
               MOVE HV-STATE                TO SRT-STATE
               MOVE HL-APPROVED-LOAN-AMOUNT TO SRT-AMOUNT
               MOVE HV-LOAN-APPROVAL-DATE   TO SRT-APPROVAL-DATE
               RELEASE SRT-REC
             WHEN SQLCODE = 100
               DISPLAY 'ALL LOANS UNLOADED'
             WHEN OTHER
               DISPLAY 'FETCH FAILED'
               CALL 'DSNTIAR'
                    USING SQLCA WS-ERR-MSG WS-LRECL
               DISPLAY WS-ERR-MSG
               MOVE '3210-FETCH-PARA' TO ERL-PARAGRAPH
               MOVE 12 TO ERL-SEVERITY
               MOVE SQLCODE TO ERL-SQLCODE
               MOVE WS-ERR-TEXT(1) TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-EVALUATE.

      * ------------ SORT OUTPUT PROCEDURE -----------------------------
      * Header first, then each city's loans followed by its control
      * record, then control records for any city DB2 counted but the
      * unload never returned (so REPPGM still sees the expected
      * figure and flags the discrepancy), then the trailer.
       3400-SORT-OUTPUT-PARA.
           MOVE SPACES      TO LNSTG-REC
           MOVE 'H'         TO LNH-REC-TYPE
           MOVE 'LOANSTG'   TO LNH-SYSTEM
           MOVE WS-UNLD-MONTH TO LNH-MONTH
           MOVE WS-UNLD-YEAR  TO LNH-YEAR
           MOVE WS-SNAPSHOT   TO LNH-SNAPSHOT
           WRITE LOAN-STG-REC FROM LNSTG-REC

           MOVE 'Y' TO WS-FIRST-ROW-SW
           PERFORM 3410-RETURN-SORT-PARA
              UNTIL SORT-AT-EOF
           IF NOT WS-FIRST-ROW
              PERFORM 3430-CITY-BREAK-PARA
           END-IF

           PERFORM 3450-UNSEEN-CITY-PARA
              VARYING WS-CTY-IDX FROM 1 BY 1
              UNTIL WS-CTY-IDX > WS-CITY-TAB-COUNT

           MOVE SPACES      TO LNSTG-REC
           MOVE 'T'         TO LNT-REC-TYPE
           MOVE WS-OUT-COUNT TO LNT-COUNT
           MOVE WS-OUT-HASH  TO LNT-HASH
           WRITE LOAN-STG-REC FROM LNSTG-REC.

       3410-RETURN-SORT-PARA.
           RETURN SORT-WORK
              AT END
                 MOVE 'Y' TO WS-SORT-EOF-SW
              NOT AT END
                 IF NOT WS-FIRST-ROW AND SRT-CITY NOT = WS-PREV-CITY
                    PERFORM 3430-CITY-BREAK-PARA
                 END-IF
                 IF WS-FIRST-ROW OR SRT-CITY NOT = WS-PREV-CITY
                    MOVE 'N'      TO WS-FIRST-ROW-SW
                    MOVE SRT-CITY TO WS-PREV-CITY
                    MOVE 0        TO WS-CITY-OUT-COUNT
                    MOVE 0        TO WS-CITY-OUT-AMOUNT
                 END-IF
                 PERFORM 3420-WRITE-DETAIL-PARA
           END-RETURN.

       3420-WRITE-DETAIL-PARA.
           MOVE SPACES            TO LNSTG-REC
           MOVE 'D'               TO LNS-REC-TYPE
           MOVE SRT-CITY          TO LNS-CITY
           MOVE SRT-AGENT-ID      TO LNS-AGENT-ID
           MOVE SRT-APPLICANT-ID  TO LNS-APPLICANT-ID
           MOVE SRT-APPNAME       TO LNS-APPLICANT-NAME
           MOVE SRT-STATE         TO LNS-STATE
           MOVE SRT-AMOUNT        TO LNS-LOAN-AMOUNT
           MOVE SRT-APPROVAL-DATE TO LNS-APPROVAL-DATE
           WRITE LOAN-STG-REC FROM LNSTG-REC
           IF NOT C05-STG-SUCCESS
              MOVE '3420-WRITE-DETAIL-PARA' TO ERL-PARAGRAPH
              MOVE 08 TO ERL-SEVERITY
              MOVE WS-FST-STG TO ERL-FILE-STATUS
              MOVE 'LOAN-STG WRITE FAILED' TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
           END-IF
           ADD 1          TO WS-OUT-COUNT
           ADD SRT-AMOUNT TO WS-OUT-HASH
           ADD 1          TO WS-CITY-OUT-COUNT
           ADD SRT-AMOUNT TO WS-CITY-OUT-AMOUNT.

      * ---------------- CITY BREAK ------------------------------------
      * Closes WS-PREV-CITY off with its control record.  A city the
      * COUNT/SUM never saw still gets one, carrying zeros, so the
      * difference shows on REPPGM's reconciliation line as well as
      * here.
       3430-CITY-BREAK-PARA.
           MOVE 0 TO WS-CITY-MATCH-IDX
           PERFORM VARYING WS-CTY-IDX FROM 1 BY 1
              UNTIL WS-CTY-IDX > WS-CITY-TAB-COUNT
                 OR WS-CITY-MATCH-IDX > 0
              IF WCT-CITY(WS-CTY-IDX) = WS-PREV-CITY
                 SET WS-CITY-MATCH-IDX TO WS-CTY-IDX
              END-IF
           END-PERFORM

           MOVE SPACES       TO LNSTG-REC
           MOVE 'C'          TO LNC-REC-TYPE
           MOVE WS-PREV-CITY TO LNC-CITY
           MOVE SPACES       TO CITY-LINE
           MOVE WS-PREV-CITY TO CTL-CITY
           IF WS-CITY-MATCH-IDX > 0
              MOVE 'Y' TO WCT-DONE-SW(WS-CITY-MATCH-IDX)
              MOVE WS-CITY-OUT-COUNT  TO
                 WCT-OUT-COUNT(WS-CITY-MATCH-IDX)
              MOVE WS-CITY-OUT-AMOUNT TO
                 WCT-OUT-AMOUNT(WS-CITY-MATCH-IDX)
              MOVE WCT-DB2-COUNT(WS-CITY-MATCH-IDX)  TO LNC-COUNT
              MOVE WCT-DB2-AMOUNT(WS-CITY-MATCH-IDX) TO LNC-AMOUNT
           ELSE
              MOVE 0 TO LNC-COUNT
              MOVE 0 TO LNC-AMOUNT
           END-IF
           WRITE LOAN-STG-REC FROM LNSTG-REC
           ADD 1 TO WS-CTL-COUNT

           MOVE LNC-COUNT          TO CTL-DB2-CNT
           MOVE WS-CITY-OUT-COUNT  TO CTL-OUT-CNT
           MOVE WS-CITY-OUT-AMOUNT TO CTL-OUT-AMT
           IF LNC-COUNT = WS-CITY-OUT-COUNT AND
              LNC-AMOUNT = WS-CITY-OUT-AMOUNT
              MOVE 'OK'          TO CTL-STATUS
           ELSE
              MOVE 'DISCREPANCY' TO CTL-STATUS
              ADD 1 TO WS-MISMATCH-COUNT
           END-IF
           WRITE CTL-RPT-REC FROM CITY-LINE.

       3450-UNSEEN-CITY-PARA.
           IF WCT-DONE-SW(WS-CTY-IDX) NOT = 'Y'
              MOVE SPACES   TO LNSTG-REC
              MOVE 'C'      TO LNC-REC-TYPE
              MOVE WCT-CITY(WS-CTY-IDX)       TO LNC-CITY
              MOVE WCT-DB2-COUNT(WS-CTY-IDX)  TO LNC-COUNT
              MOVE WCT-DB2-AMOUNT(WS-CTY-IDX) TO LNC-AMOUNT
              WRITE LOAN-STG-REC FROM LNSTG-REC
              ADD 1 TO WS-CTL-COUNT

              MOVE SPACES               TO CITY-LINE
              MOVE WCT-CITY(WS-CTY-IDX) TO CTL-CITY
              MOVE WCT-DB2-COUNT(WS-CTY-IDX) TO CTL-DB2-CNT
              MOVE 0                    TO CTL-OUT-CNT
              MOVE 0                    TO CTL-OUT-AMT
              MOVE 'DISCREPANCY'        TO CTL-STATUS
              ADD 1 TO WS-MISMATCH-COUNT
              WRITE CTL-RPT-REC FROM CITY-LINE
           END-IF.

      * A city discrepancy is a warning here, not a stop - the staging
      * file still carries DB2's figure, and REPPGM's reconciliation
      * for that city will hold its extract stage open.
       3800-SUMMARY-PARA.
           MOVE WS-CTL-COUNT TO TTL-CTL-CNT
           MOVE WS-OUT-COUNT TO TTL-OUT-CNT
           MOVE WS-OUT-HASH  TO TTL-OUT-AMT
           WRITE CTL-RPT-REC FROM HDR-FILLER
           WRITE CTL-RPT-REC FROM TOTAL-LINE

           MOVE WS-CTL-COUNT      TO SML-CTY
           MOVE WS-ROWS-FETCHED   TO SML-FET
           MOVE WS-MISMATCH-COUNT TO SML-MIS
           WRITE CTL-RPT-REC FROM HDR-FILLER
           WRITE CTL-RPT-REC FROM SUMMARY-LINE
           WRITE CTL-RPT-REC FROM HDR-FILLER
           WRITE CTL-RPT-REC FROM TRAILER2

           DISPLAY 'LOAN UNLOAD ' WS-UNLD-MONTH '/' WS-UNLD-YEAR
              ' SNAPSHOT ' WS-SNAPSHOT ' ROWS ' WS-OUT-COUNT
              ' CITIES ' WS-CTL-COUNT

           IF WS-MISMATCH-COUNT > 0
              MOVE '3800-SUMMARY-PARA' TO ERL-PARAGRAPH
              MOVE 04 TO ERL-SEVERITY
              MOVE 'CITY COUNT/SUM DIFFERS FROM UNLOADED ROWS'
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
           EXEC SQL
             COMMIT
           END-EXEC

           CLOSE LOAN-STG
           CLOSE CTL-RPT
           GOBACK.
