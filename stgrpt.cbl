       IDENTIFICATION DIVISION.
       PROGRAM-ID. STGRPT.

      * ---------------- DAILY PERIOD PIPELINE STATUS LISTING ----------
      * Reads the whole period control dataset STGCTL maintains and
      * lists every city/month/year that has not yet reached the
      * ACKPGM close: the last stage completed, the stage it is
      * waiting on, and how many days it has sat there.  A period idle
      * longer than the parameter card's threshold is flagged STUCK and
      * the run ends at severity 04 so operations sees it on the
      * morning scheduler board.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STAGE-CTL ASSIGN TO STGCTL
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS STG-KEY
           FILE STATUS IS WS-FST-STG.

           SELECT PARM-FILE ASSIGN TO DD2
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-PARM.

           SELECT STATUS-RPT ASSIGN TO DD3
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-RPT.

       DATA DIVISION.

       FILE SECTION.

      * ---------------- PERIOD CONTROL RECORD -------------------------
      * Same record STGCTL reads and writes - one per city/month/year,
      * STG-STATUS 'C' once the stage has completed.
       FD STAGE-CTL
           RECORD CONTAINS 150 CHARACTERS.
       01 STAGE-CTL-REC.
          05 STG-KEY.
             10 STG-CITY         PIC X(10).
             10 STG-MONTH        PIC 9(02).
             10 STG-YEAR         PIC 9(04).
          05 STG-SP1             PIC X(01).
          05 STG-STAGE-TAB.
             10 STG-STAGE OCCURS 6 TIMES.
                15 STG-STATUS    PIC X(01).
                15 STG-DATE      PIC 9(08).
                15 STG-TIME      PIC 9(06).
                15 STG-SP        PIC X(01).
          05 STG-REOPEN-COUNT    PIC 9(03).
          05 STG-SP2             PIC X(01).
          05 STG-REOPEN-DATE     PIC 9(08).
          05 STG-SP3             PIC X(01).
          05 STG-REOPEN-STAGE    PIC 9(01).
          05 STG-SP4             PIC X(01).
          05 STG-REOPEN-BY       PIC X(08).
          05 STG-SNAPSHOT        PIC X(14).

      * ---------------- RUN PARAMETER CARD ----------------------------
      * Days a period may sit at one stage before it lists as STUCK.
      * Zero or blank takes the default of WS-DFLT-STUCK-DAYS.
       FD PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 16 CHARACTERS.
       01 PARM-REC.
          05 PRM-STUCK-DAYS    PIC 9(03).
          05 PRM-FILLER        PIC X(13).

       FD STATUS-RPT
           RECORDING MODE IS F
           RECORD CONTAINS 112 CHARACTERS.
       01 STATUS-RPT-REC PIC X(112).

       WORKING-STORAGE SECTION.

       COPY ERRLOGC.

       01 WS-VARS.
         05 WS-FST-STG   PIC 9(02).
            88 C05-STG-SUCCESS   VALUE 00.
            88 C05-STG-ABSENT    VALUE 05 35.
            88 C05-STG-EOF       VALUE 10.

         05 WS-STG-OPEN-SW PIC X(01) VALUE 'Y'.
            88 WS-STG-OPEN      VALUE 'Y'.

         05 WS-FST-PARM  PIC 9(02).
            88 C05-PARM-SUCCESS  VALUE 00.

         05 WS-FST-RPT   PIC 9(02).
            88 C05-RPT-SUCCESS   VALUE 00.

      * ---------------- RUN PARAMETERS --------------------------------

         05 WS-DFLT-STUCK-DAYS PIC 9(03) VALUE 2.
         05 WS-STUCK-DAYS      PIC 9(03) VALUE 0.
         05 WS-TODAY-INT       PIC 9(07) VALUE 0.

      * ---------------- PERIOD WORK FIELDS ----------------------------

         05 WS-STAGE-SUB       PIC 9(01) VALUE 0.
         05 WS-LAST-DONE       PIC 9(01) VALUE 0.
         05 WS-PROGRESS-DATE   PIC 9(08) VALUE 0.
         05 WS-PROGRESS-INT    PIC 9(07) VALUE 0.
         05 WS-DAYS-IDLE       PIC S9(05) VALUE 0.

         05 WS-STAGE-NAMES.
            10 PIC X(08) VALUE 'EXTRACT'.
            10 PIC X(08) VALUE 'CALC'.
            10 PIC X(08) VALUE 'RECON'.
            10 PIC X(08) VALUE 'DISB'.
            10 PIC X(08) VALUE 'TRANSMIT'.
            10 PIC X(08) VALUE 'CLOSE'.
         05 WS-STAGE-NAME-TAB REDEFINES WS-STAGE-NAMES
            PIC X(08) OCCURS 6 TIMES.

      * ---------------- COUNTS ----------------------------------------

         05 WS-PERIOD-COUNT    PIC 9(07) VALUE 0.
         05 WS-OPEN-COUNT      PIC 9(07) VALUE 0.
         05 WS-STUCK-COUNT     PIC 9(07) VALUE 0.
         05 WS-CLOSED-COUNT    PIC 9(07) VALUE 0.

      * ---------------- REPORT LINES ----------------------------------

         05 HDR1.
            10 HDR1-F1     PIC X(38).
            10 HDR1-TITLE  PIC X(36)
               VALUE 'PERIOD PIPELINE STAGE STATUS LISTING'.
            10 HDR1-F2     PIC X(38).

         05 HDR2.
            10 HDR2-LBL    PIC X(10) VALUE 'RUN DATE: '.
            10 HDR2-DATE   PIC 9(08).
            10 HDR2-SP1    PIC X(04).
            10 HDR2-TH-LBL PIC X(22) VALUE 'STUCK AFTER IDLE DAYS:'.
            10 HDR2-SP2    PIC X(01).
            10 HDR2-DAYS   PIC ZZ9.
            10 HDR2-F1     PIC X(64).

         05 HDR3.
            10 HDR3-TEXT1  PIC X(48)
               VALUE 'CITY       MM/YYYY  LAST DONE AWAITING  PROGRESS'.
            10 HDR3-TEXT2  PIC X(42)
               VALUE '  IDLE  FLAG REOPENS LAST RPN    REOPEN BY'.
            10 HDR3-TEXT3  PIC X(22) VALUE 'STAGE'.

         05 HDR-FILLER.
            10 HDR-FILL    PIC X(112).

         05 DETAIL-LINE.
            10 DTL-CITY      PIC X(10).
            10 DTL-SP1       PIC X(01).
            10 DTL-MONTH     PIC 9(02).
            10 DTL-SLASH     PIC X(01).
            10 DTL-YEAR      PIC 9(04).
            10 DTL-SP2       PIC X(02).
            10 DTL-LAST-DONE PIC X(08).
            10 DTL-SP3       PIC X(02).
            10 DTL-AWAITING  PIC X(08).
            10 DTL-SP4       PIC X(02).
            10 DTL-PROGRESS  PIC 9(08).
            10 DTL-SP5       PIC X(01).
            10 DTL-IDLE      PIC ZZZZ9.
            10 DTL-SP6       PIC X(02).
            10 DTL-FLAG      PIC X(05).
            10 DTL-SP7       PIC X(04).
            10 DTL-REOPENS   PIC ZZ9.
            10 DTL-SP8       PIC X(01).
            10 DTL-RPN-DATE  PIC X(08).
            10 DTL-SP9       PIC X(04).
            10 DTL-RPN-BY    PIC X(08).
            10 DTL-SP10      PIC X(01).
            10 DTL-RPN-STAGE PIC X(08).
            10 DTL-SP11      PIC X(14).

         05 NONE-LINE.
            10 NLN-TEXT    PIC X(40)
               VALUE 'NO OPEN PERIODS ON THE CONTROL FILE'.
            10 NLN-F1      PIC X(72).

         05 SUMMARY-LINE.
            10 SML-PRD-LBL PIC X(10) VALUE 'PERIODS : '.
            10 SML-PRD     PIC ZZZ,ZZ9.
            10 SML-OPN-LBL PIC X(08) VALUE ' OPEN : '.
            10 SML-OPN     PIC ZZZ,ZZ9.
            10 SML-STK-LBL PIC X(09) VALUE ' STUCK : '.
            10 SML-STK     PIC ZZZ,ZZ9.
            10 SML-CLS-LBL PIC X(10) VALUE ' CLOSED : '.
            10 SML-CLS     PIC ZZZ,ZZ9.
            10 SML-SP1     PIC X(47).

         05 TRAILER2.
            10 TR2-HYP1 PIC X(45) VALUE ALL '-'.
            10 TR2-TEXT PIC X(13) VALUE 'END OF REPORT'.
            10 TR2-HYP2 PIC X(54) VALUE ALL '-'.

       PROCEDURE DIVISION.

       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM 3000-PROC-PARA
           PERFORM 9000-TERM-PARA.

       1000-INIT-PARA.
           MOVE 'STGRPT' TO ERL-PROGRAM
           MOVE SPACES TO ERL-FILE-STATUS
           MOVE 0      TO ERL-SQLCODE

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

           IF PRM-STUCK-DAYS IS NUMERIC AND PRM-STUCK-DAYS > 0
              MOVE PRM-STUCK-DAYS TO WS-STUCK-DAYS
           ELSE
              MOVE WS-DFLT-STUCK-DAYS TO WS-STUCK-DAYS
           END-IF
           CLOSE PARM-FILE

           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))

           OPEN INPUT STAGE-CTL
           IF NOT C05-STG-SUCCESS AND NOT C05-STG-ABSENT
               MOVE '1000-INIT-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-STG TO ERL-FILE-STATUS
               MOVE 'STAGE-CTL OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           OPEN OUTPUT STATUS-RPT
           IF NOT C05-RPT-SUCCESS
               MOVE '1000-INIT-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-RPT TO ERL-FILE-STATUS
               MOVE 'STATUS-RPT OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO HDR2-DATE
           MOVE WS-STUCK-DAYS TO HDR2-DAYS
           WRITE STATUS-RPT-REC FROM HDR1
           WRITE STATUS-RPT-REC FROM HDR2
           WRITE STATUS-RPT-REC FROM HDR-FILLER
           WRITE STATUS-RPT-REC FROM HDR3
           WRITE STATUS-RPT-REC FROM HDR-FILLER.

      * A control file that has never been written (no period has run
      * a stage yet) is an empty listing, not an error.
       3000-PROC-PARA.
           IF C05-STG-ABSENT
              IF WS-FST-STG = 05
                 CLOSE STAGE-CTL
              END-IF
              MOVE 'N' TO WS-STG-OPEN-SW
              MOVE 10 TO WS-FST-STG
           END-IF

           PERFORM 3100-READ-PERIOD-PARA
              UNTIL C05-STG-EOF

           IF WS-OPEN-COUNT = 0
              WRITE STATUS-RPT-REC FROM NONE-LINE
           END-IF
           PERFORM 3900-SUMMARY-PARA.

       3100-READ-PERIOD-PARA.
           READ STAGE-CTL
              AT END
                 MOVE 10 TO WS-FST-STG
              NOT AT END
                 ADD 1 TO WS-PERIOD-COUNT
                 PERFORM 3200-ASSESS-PERIOD-PARA
           END-READ.

      * ---------------- WHERE IS THIS PERIOD -------------------------
      * Completed stages run unbroken from the extract, so the last
      * 'C' is how far the period got.  Progress is the latest of the
      * completion dates and the last reopen - a reopened period's
      * clock restarts from the reopen, not from the run it undid.
       3200-ASSESS-PERIOD-PARA.
           IF STG-STATUS(6) = 'C'
              ADD 1 TO WS-CLOSED-COUNT
           ELSE
              ADD 1 TO WS-OPEN-COUNT
              MOVE 0 TO WS-LAST-DONE
              MOVE 0 TO WS-PROGRESS-DATE
              PERFORM VARYING WS-STAGE-SUB FROM 1 BY 1
                 UNTIL WS-STAGE-SUB > 5
                 IF STG-STATUS(WS-STAGE-SUB) = 'C'
                    MOVE WS-STAGE-SUB TO WS-LAST-DONE
                    IF STG-DATE(WS-STAGE-SUB) > WS-PROGRESS-DATE
                       MOVE STG-DATE(WS-STAGE-SUB) TO WS-PROGRESS-DATE
                    END-IF
                 END-IF
              END-PERFORM
              IF STG-REOPEN-DATE IS NUMERIC AND
                 STG-REOPEN-DATE > WS-PROGRESS-DATE
                 MOVE STG-REOPEN-DATE TO WS-PROGRESS-DATE
              END-IF
              PERFORM 3300-WRITE-DETAIL-PARA
           END-IF.

       3300-WRITE-DETAIL-PARA.
           MOVE SPACES TO DETAIL-LINE
           MOVE STG-CITY  TO DTL-CITY
           MOVE STG-MONTH TO DTL-MONTH
           MOVE '/'       TO DTL-SLASH
           MOVE STG-YEAR  TO DTL-YEAR
           IF WS-LAST-DONE = 0
              MOVE 'NONE' TO DTL-LAST-DONE
           ELSE
              MOVE WS-STAGE-NAME-TAB(WS-LAST-DONE) TO DTL-LAST-DONE
           END-IF
           ADD 1 TO WS-LAST-DONE
           MOVE WS-STAGE-NAME-TAB(WS-LAST-DONE) TO DTL-AWAITING
           MOVE WS-PROGRESS-DATE TO DTL-PROGRESS

           MOVE 0 TO WS-DAYS-IDLE
           IF WS-PROGRESS-DATE > 0
              COMPUTE WS-PROGRESS-INT = FUNCTION INTEGER-OF-DATE(
                 WS-PROGRESS-DATE)
              COMPUTE WS-DAYS-IDLE = WS-TODAY-INT - WS-PROGRESS-INT
           END-IF
           MOVE WS-DAYS-IDLE TO DTL-IDLE
           IF WS-DAYS-IDLE > WS-STUCK-DAYS
              MOVE 'STUCK' TO DTL-FLAG
              ADD 1 TO WS-STUCK-COUNT
           END-IF

           IF STG-REOPEN-COUNT IS NUMERIC
              MOVE STG-REOPEN-COUNT TO DTL-REOPENS
              IF STG-REOPEN-COUNT > 0
                 MOVE STG-REOPEN-DATE TO DTL-RPN-DATE
                 MOVE STG-REOPEN-BY   TO DTL-RPN-BY
                 IF STG-REOPEN-STAGE > 0 AND STG-REOPEN-STAGE < 7
                    MOVE WS-STAGE-NAME-TAB(STG-REOPEN-STAGE)
                       TO DTL-RPN-STAGE
                 END-IF
              END-IF
           END-IF
           WRITE STATUS-RPT-REC FROM DETAIL-LINE.

      * Any stuck period ends the run at severity 04 - the listing is
      * informational, but a silent zero would hide it on the board.
       3900-SUMMARY-PARA.
           MOVE WS-PERIOD-COUNT TO SML-PRD
           MOVE WS-OPEN-COUNT   TO SML-OPN
           MOVE WS-STUCK-COUNT  TO SML-STK
           MOVE WS-CLOSED-COUNT TO SML-CLS
           WRITE STATUS-RPT-REC FROM HDR-FILLER
           WRITE STATUS-RPT-REC FROM SUMMARY-LINE
           WRITE STATUS-RPT-REC FROM HDR-FILLER
           WRITE STATUS-RPT-REC FROM TRAILER2

           DISPLAY 'PERIOD STAGE STATUS - PERIODS ' WS-PERIOD-COUNT
              ' OPEN ' WS-OPEN-COUNT ' STUCK ' WS-STUCK-COUNT
              ' CLOSED ' WS-CLOSED-COUNT

           IF WS-STUCK-COUNT > 0
              MOVE '3900-SUMMARY-PARA' TO ERL-PARAGRAPH
              MOVE 04 TO ERL-SEVERITY
              MOVE 'ONE OR MORE PERIODS STUCK PAST IDLE THRESHOLD'
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
           IF WS-STG-OPEN
              CLOSE STAGE-CTL
           END-IF
           CLOSE STATUS-RPT
           GOBACK.
