      * ---------------- AGENT STATE LICENCE RECORD --------------------
      * One row per agent per state the agent is licensed to write
      * business in, maintained only by LICMAINT from its transaction
      * cards.  COMMPGM will not pay a loan approved in a state on a
      * date the agent held no licence for; LICRPT lists the licences
      * coming up for renewal.  80-byte records, agent/state unique.
      * LIC-EFF-DATE and LIC-EXP-DATE are YYYYMMDD and inclusive; the
      * last-changed user and date are stamped on every add or change.
      * The licence file is read INTO LICMST-REC.
       01 LICMST-REC.
          05 LIC-AGENT-ID        PIC X(08).
          05 LIC-SP1             PIC X(01).
          05 LIC-STATE           PIC X(10).
          05 LIC-SP2             PIC X(01).
          05 LIC-NUMBER          PIC X(15).
          05 LIC-SP3             PIC X(01).
          05 LIC-EFF-DATE        PIC 9(08).
          05 LIC-SP4             PIC X(01).
          05 LIC-EXP-DATE        PIC 9(08).
          05 LIC-SP5             PIC X(01).
          05 LIC-UPD-USER        PIC X(08).
          05 LIC-SP6             PIC X(01).
          05 LIC-UPD-DATE        PIC X(08).
          05 LIC-FILLER          PIC X(09).
