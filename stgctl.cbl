       IDENTIFICATION DIVISION.
       PROGRAM-ID. STGCTL.

      * ---------------- SHARED PERIOD STAGE-GATE MODULE ---------------
      * Called by REPPGM, COMMPGM, RECONPGM, DISBPGM, PAYFMT and ACKPGM
      * before they open their inputs, and again when they finish
      * clean, so no step can run ahead of the one it depends on or
      * run twice over the same period.  One record per city/month/
      * year on the period control dataset (DD name STGCTL), holding
      * a completion flag and timestamp for each of the six stages.
      * A stage is only ever cleared again through STGMAINT's reopen
      * cards.  This module never touches RETURN-CODE or ERRLOG - the
      * caller decides severity from STC-RESULT, exactly as it does
      * with its own file statuses.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STAGE-CTL ASSIGN TO STGCTL
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS STG-KEY
           FILE STATUS IS WS-FST-STG.

       DATA DIVISION.

       FILE SECTION.

      * ---------------- PERIOD CONTROL RECORD -------------------------
      * STG-STATUS is 'C' once the stage has completed for the period,
      * space while it is still to run (or has been reopened).  The
      * last reopen is kept on the record so the status listing can
      * show a period that went backwards and who sent it there.
      * STG-SNAPSHOT is the loan staging file the extract reported
      * from, so the calculation can be held to the same unload.
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

       WORKING-STORAGE SECTION.

       01 WS-VARS.
         05 WS-FST-STG   PIC 9(02).
            88 C05-STG-SUCCESS   VALUE 00.
            88 C05-STG-CREATED   VALUE 05.
            88 C05-STG-NOTFND    VALUE 23.

         05 WS-FOUND-SW        PIC X(01) VALUE 'N'.
            88 WS-PERIOD-FOUND VALUE 'Y'.
         05 WS-STAGE-SUB       PIC 9(01) VALUE 0.
         05 WS-PRIOR-SUB       PIC 9(01) VALUE 0.
         05 WS-PERIOD-TEXT     PIC X(20) VALUE SPACES.
         05 WS-STAGE-NAME      PIC X(08) VALUE SPACES.

         05 WS-STAGE-NAMES.
            10 PIC X(08) VALUE 'EXTRACT'.
            10 PIC X(08) VALUE 'CALC'.
            10 PIC X(08) VALUE 'RECON'.
            10 PIC X(08) VALUE 'DISB'.
            10 PIC X(08) VALUE 'TRANSMIT'.
            10 PIC X(08) VALUE 'CLOSE'.
         05 WS-STAGE-NAME-TAB REDEFINES WS-STAGE-NAMES
            PIC X(08) OCCURS 6 TIMES.

       LINKAGE SECTION.

       COPY STGCTLC.

       PROCEDURE DIVISION USING STGCTL-PARM.

       0000-MAIN-PARA.
           MOVE 0      TO STC-RESULT
           MOVE 0      TO STC-CLEARED
           MOVE SPACES TO STC-FILE-STATUS
           MOVE SPACES TO STC-TEXT

           IF NOT STC-STAGE-VALID
              MOVE 12 TO STC-RESULT
              MOVE 'INVALID STAGE NUMBER PASSED TO STGCTL' TO STC-TEXT
              GOBACK
           END-IF

           MOVE SPACES TO WS-PERIOD-TEXT
           STRING FUNCTION TRIM(STC-CITY) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  STC-MONTH DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  STC-YEAR DELIMITED BY SIZE
             INTO WS-PERIOD-TEXT
           END-STRING

           OPEN I-O STAGE-CTL
           IF NOT C05-STG-SUCCESS AND NOT C05-STG-CREATED
              MOVE 12 TO STC-RESULT
              MOVE WS-FST-STG TO STC-FILE-STATUS
              MOVE 'STAGE CONTROL FILE OPEN FAILED' TO STC-TEXT
              GOBACK
           END-IF

           PERFORM 1000-READ-PERIOD-PARA
           IF NOT STC-FILE-ERROR
              EVALUATE TRUE
                WHEN STC-FN-CHECK
                  PERFORM 2000-CHECK-PARA
                WHEN STC-FN-COMPLETE
                  PERFORM 3000-COMPLETE-PARA
                WHEN STC-FN-REOPEN
                  PERFORM 4000-REOPEN-PARA
                WHEN OTHER
                  MOVE 12 TO STC-RESULT
                  MOVE 'INVALID FUNCTION PASSED TO STGCTL' TO STC-TEXT
              END-EVALUATE
           END-IF

           CLOSE STAGE-CTL
           GOBACK.

      * A period with no record yet is normal - nothing has run for it.
       1000-READ-PERIOD-PARA.
           MOVE 'N'       TO WS-FOUND-SW
           MOVE STC-CITY  TO STG-CITY
           MOVE STC-MONTH TO STG-MONTH
           MOVE STC-YEAR  TO STG-YEAR
           READ STAGE-CTL
           EVALUATE TRUE
             WHEN C05-STG-SUCCESS
               MOVE 'Y' TO WS-FOUND-SW
             WHEN C05-STG-NOTFND
               CONTINUE
             WHEN OTHER
               MOVE 12 TO STC-RESULT
               MOVE WS-FST-STG TO STC-FILE-STATUS
               MOVE 'STAGE CONTROL FILE KEYED READ FAILED' TO STC-TEXT
           END-EVALUATE.

      * ---------------- GATE CHECK ------------------------------------
      * The extract has no prerequisite; every other stage needs the
      * one before it.  Own stage already complete is refused so a
      * rerun has to go through a reopen card first.  The calculation
      * is also refused when it would price a different loan unload
      * from the one the extract reported.
       2000-CHECK-PARA.
           MOVE STC-STAGE TO WS-STAGE-SUB
           IF WS-STAGE-SUB > 1
              COMPUTE WS-PRIOR-SUB = WS-STAGE-SUB - 1
              IF NOT WS-PERIOD-FOUND
                 OR STG-STATUS(WS-PRIOR-SUB) NOT = 'C'
                 MOVE 04 TO STC-RESULT
                 MOVE WS-STAGE-NAME-TAB(WS-PRIOR-SUB) TO WS-STAGE-NAME
                 STRING 'STAGE GATE: '  DELIMITED BY SIZE
                        FUNCTION TRIM(WS-STAGE-NAME)
                                        DELIMITED BY SIZE
                        ' NOT COMPLETE FOR ' DELIMITED BY SIZE
                        WS-PERIOD-TEXT  DELIMITED BY SIZE
                   INTO STC-TEXT
                 END-STRING
              END-IF
           END-IF

           IF STC-PASSED AND WS-PERIOD-FOUND
              IF STG-STATUS(WS-STAGE-SUB) = 'C'
                 MOVE 08 TO STC-RESULT
                 MOVE WS-STAGE-NAME-TAB(WS-STAGE-SUB) TO WS-STAGE-NAME
                 STRING 'STAGE GATE: '  DELIMITED BY SIZE
                        FUNCTION TRIM(WS-STAGE-NAME)
                                        DELIMITED BY SIZE
                        ' ALREADY COMPLETE FOR ' DELIMITED BY SIZE
                        WS-PERIOD-TEXT  DELIMITED BY SIZE
                   INTO STC-TEXT
                 END-STRING
              END-IF
           END-IF

           IF STC-PASSED AND STC-STAGE-CALC
              IF STC-SNAPSHOT NOT = SPACES AND
                 STG-SNAPSHOT NOT = SPACES AND
                 STC-SNAPSHOT NOT = STG-SNAPSHOT
                 MOVE 16 TO STC-RESULT
                 STRING 'STAGE GATE: NEW LOAN UNLOAD SINCE EXTRACT FOR '
                                        DELIMITED BY SIZE
                        WS-PERIOD-TEXT  DELIMITED BY SIZE
                   INTO STC-TEXT
                 END-STRING
              END-IF
           END-IF.

      * ---------------- MARK STAGE COMPLETE ---------------------------

       3000-COMPLETE-PARA.
           MOVE STC-STAGE TO WS-STAGE-SUB
           IF NOT WS-PERIOD-FOUND
              MOVE SPACES    TO STAGE-CTL-REC
              MOVE STC-CITY  TO STG-CITY
              MOVE STC-MONTH TO STG-MONTH
              MOVE STC-YEAR  TO STG-YEAR
              PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
                 UNTIL WS-PRIOR-SUB > 6
                 MOVE 0 TO STG-DATE(WS-PRIOR-SUB)
                 MOVE 0 TO STG-TIME(WS-PRIOR-SUB)
              END-PERFORM
              MOVE 0 TO STG-REOPEN-COUNT
              MOVE 0 TO STG-REOPEN-DATE
              MOVE 0 TO STG-REOPEN-STAGE
           END-IF

           MOVE 'C' TO STG-STATUS(WS-STAGE-SUB)
           MOVE FUNCTION CURRENT-DATE(1:8) TO STG-DATE(WS-STAGE-SUB)
           MOVE FUNCTION CURRENT-DATE(9:6) TO STG-TIME(WS-STAGE-SUB)
           IF STC-STAGE-EXTRACT
              MOVE STC-SNAPSHOT TO STG-SNAPSHOT
           END-IF

           IF WS-PERIOD-FOUND
              REWRITE STAGE-CTL-REC
           ELSE
              WRITE STAGE-CTL-REC
           END-IF
           IF NOT C05-STG-SUCCESS
              MOVE 12 TO STC-RESULT
              MOVE WS-FST-STG TO STC-FILE-STATUS
              MOVE 'STAGE CONTROL FILE UPDATE FAILED' TO STC-TEXT
           ELSE
              MOVE WS-STAGE-NAME-TAB(WS-STAGE-SUB) TO WS-STAGE-NAME
              STRING FUNCTION TRIM(WS-STAGE-NAME)
                                        DELIMITED BY SIZE
                     ' MARKED COMPLETE FOR ' DELIMITED BY SIZE
                     WS-PERIOD-TEXT     DELIMITED BY SIZE
                INTO STC-TEXT
              END-STRING
           END-IF.

      * ---------------- REOPEN ----------------------------------------
      * Clears the named stage and everything downstream of it - a
      * recalculated period has to be reconciled, built, sent and
      * closed again, never half-inherited from the old run.
       4000-REOPEN-PARA.
           MOVE STC-STAGE TO WS-STAGE-SUB
           IF NOT WS-PERIOD-FOUND
              MOVE 08 TO STC-RESULT
              MOVE 'NO CONTROL RECORD FOR PERIOD - NOTHING TO REOPEN'
                 TO STC-TEXT
           ELSE
              IF STG-STATUS(WS-STAGE-SUB) NOT = 'C'
                 MOVE 08 TO STC-RESULT
                 MOVE 'STAGE NOT COMPLETE - NOTHING TO REOPEN'
                    TO STC-TEXT
              ELSE
                 PERFORM VARYING WS-PRIOR-SUB FROM WS-STAGE-SUB BY 1
                    UNTIL WS-PRIOR-SUB > 6
                    IF STG-STATUS(WS-PRIOR-SUB) = 'C'
                       ADD 1 TO STC-CLEARED
                    END-IF
                    MOVE SPACE TO STG-STATUS(WS-PRIOR-SUB)
                    MOVE 0     TO STG-DATE(WS-PRIOR-SUB)
                    MOVE 0     TO STG-TIME(WS-PRIOR-SUB)
                 END-PERFORM
                 ADD 1 TO STG-REOPEN-COUNT
                 MOVE FUNCTION CURRENT-DATE(1:8) TO STG-REOPEN-DATE
                 MOVE STC-STAGE     TO STG-REOPEN-STAGE
                 MOVE STC-REQUESTER TO STG-REOPEN-BY
                 REWRITE STAGE-CTL-REC
                 IF NOT C05-STG-SUCCESS
                    MOVE 12 TO STC-RESULT
                    MOVE WS-FST-STG TO STC-FILE-STATUS
                    MOVE 'STAGE CONTROL FILE UPDATE FAILED' TO STC-TEXT
                 ELSE
                    MOVE WS-STAGE-NAME-TAB(WS-STAGE-SUB)
                       TO WS-STAGE-NAME
                    STRING FUNCTION TRIM(WS-STAGE-NAME)
                                        DELIMITED BY SIZE
                           ' REOPENED FOR ' DELIMITED BY SIZE
                           WS-PERIOD-TEXT  DELIMITED BY SIZE
                      INTO STC-TEXT
                    END-STRING
                 END-IF
              END-IF
           END-IF.
