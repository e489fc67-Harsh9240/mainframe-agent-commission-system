      * ---------------- PERIOD STAGE-GATE PARAMETER BLOCK -------------
      * Passed to the STGCTL module by every program in the period
      * pipeline.  The caller fills function, program, period and its
      * own stage; STGCTL answers in STC-RESULT and leaves a message
      * in STC-TEXT ready to move to ERL-TEXT.
      *   Function  C  check - prerequisite stage complete, own stage
      *                not yet complete (called before inputs open)
      *             M  mark own stage complete (called at clean end)
      *             R  reopen - clear this stage and every later one
      *                (STGMAINT only)
      *   Stage     1 REPPGM extract      4 DISBPGM build
      *             2 COMMPGM calculation 5 PAYFMT transmission
      *             3 RECONPGM verdict    6 ACKPGM close
      *   Result    00 passed/done
      *             04 prerequisite stage not complete
      *             08 own stage already complete (or, for R, not
      *                complete - nothing to reopen)
      *             12 control file I/O failure - STC-FILE-STATUS set
      *             16 loan unload differs from the extract's
      *   Snapshot  UNLDPGM's unload timestamp from the loan staging
      *             file header - stored by REPPGM's M for stage 1 and
      *             compared by COMMPGM's C for stage 2, so the period
      *             is never priced from a different unload than the
      *             one it was reported from.  Spaces skip the check.
       01 STGCTL-PARM.
          05 STC-FUNCTION    PIC X(01).
             88 STC-FN-CHECK     VALUE 'C'.
             88 STC-FN-COMPLETE  VALUE 'M'.
             88 STC-FN-REOPEN    VALUE 'R'.
          05 STC-PROGRAM     PIC X(08).
          05 STC-CITY        PIC X(10).
          05 STC-MONTH       PIC 9(02).
          05 STC-YEAR        PIC 9(04).
          05 STC-STAGE       PIC 9(01).
             88 STC-STAGE-EXTRACT  VALUE 1.
             88 STC-STAGE-CALC     VALUE 2.
             88 STC-STAGE-RECON    VALUE 3.
             88 STC-STAGE-DISB     VALUE 4.
             88 STC-STAGE-TRANSMIT VALUE 5.
             88 STC-STAGE-CLOSE    VALUE 6.
             88 STC-STAGE-VALID    VALUE 1 THRU 6.
          05 STC-REQUESTER   PIC X(08).
          05 STC-RESULT      PIC 9(02).
             88 STC-PASSED       VALUE 00.
             88 STC-PREREQ-OPEN  VALUE 04.
             88 STC-STAGE-DONE   VALUE 08.
             88 STC-FILE-ERROR   VALUE 12.
             88 STC-SNAP-DIFFERS VALUE 16.
          05 STC-CLEARED     PIC 9(01).
          05 STC-FILE-STATUS PIC X(02).
          05 STC-TEXT        PIC X(60).
          05 STC-SNAPSHOT    PIC X(14).
