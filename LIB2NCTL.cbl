      * stream in dependency order in one place instead of six
      * hand-run consoles:
      *
      *   lib2pedt  pre-edit the whole transaction file
      *   lib2mnt   apply the vendor transaction file
      *   lib2prel  release pending future-dated changes now due
      *   lib2recn  control totals (LIB2CTO handed over to LIB2CTL)
      *   lib2diff  change detail  (LIB2SNO handed over to LIB2SNP)
      *   lib2ucr   change detail reconciled to the audit trail
      *   lib2asum  audit summary, before the prune reads its lines
      *   lib2aprg  audit archive-and-prune
      *   lib2xtr   downstream feed, only after the master is stable
      *   lib2cfd   each subscriber's change feed, from the same master
      *   lib2swp   integrity sweep of the settled master
      *
      * The controller performs the snapshot/control-total hand-overs
      * itself once the producing step has ended cleanly, so a night
      * table, 8 for a control break, expected whenever the master
      * changed) are ledgered WARNING and the stream carries on.  The
      * controller ends with the highest return code any step gave.
      *
      * MODIFICATION HISTORY:
      *   - The ledger start and end dates are now CCYYMMDD.
      *   - Added the lib2pedt pre-edit ahead of lib2mnt.  A file that
      *     fails it is held out and the step ends at 16, so the stream
      *     stops with nothing applied and the rest ledgered NOT RUN.
      *   - Added the lib2swp integrity sweep as the last step, once
      *     the master has settled for the night.
      *   - Added the lib2ucr unexplained-change reconciliation after
      *     lib2diff, while the night's audit lines are still on
      *     LIB2AUD and before lib2aprg moves them.
      *   - Added the lib2cfd subscriber change feeds after lib2xtr,
      *     from the same settled master and the night's LIB2HST rows.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib2nctl.
      *    what the controller must copy forward once the step ends
      *    cleanly: 'C' the control totals, 'S' the snapshot.
       01  LIB2-STEP-DEFINITIONS.
           05  FILLER                  PIC X(09) VALUE 'lib2pedt '.
           05  FILLER                  PIC X(09) VALUE 'lib2mnt  '.
           05  FILLER                  PIC X(09) VALUE 'lib2prel '.
           05  FILLER                  PIC X(09) VALUE 'lib2recnC'.
           05  FILLER                  PIC X(09) VALUE 'lib2diffS'.
           05  FILLER                  PIC X(09) VALUE 'lib2ucr  '.
           05  FILLER                  PIC X(09) VALUE 'lib2asum '.
           05  FILLER                  PIC X(09) VALUE 'lib2aprg '.
           05  FILLER                  PIC X(09) VALUE 'lib2xtr  '.
           05  FILLER                  PIC X(09) VALUE 'lib2cfd  '.
           05  FILLER                  PIC X(09) VALUE 'lib2swp  '.
       01  LIB2-STEP-TABLE REDEFINES LIB2-STEP-DEFINITIONS.
           05  LIB2-STEP-ENTRY OCCURS 11 TIMES
                       INDEXED BY LIB2-STEP-IDX.
               10  LIB2-STEP-PGM            PIC X(08).
               10  LIB2-STEP-HANDOVER       PIC X(01).
       01  LIB2-STEP-COUNT             PIC 9(02) COMP VALUE 11.

       01  LIB2-STREAM-STOP-SW         PIC X(01) VALUE 'N'.
           88  LIB2-STREAM-STOPPED         VALUE 'Y'.
       01  LIB2-LEDGER-LINE.
           05  LIB2-LED-STEP            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  LIB2-LED-START-DATE      PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LIB2-LED-START-TIME      PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  LIB2-LED-END-DATE        PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LIB2-LED-END-TIME        PIC 9(08).
           05  FILLER                   PIC X(04) VALUE '  RC'.
      *    step must not be read as this one's verdict.
      *-----------------------------------------------------------------
           MOVE LIB2-STEP-PGM(LIB2-STEP-IDX) TO LIB2-LED-STEP
           ACCEPT LIB2-LED-START-DATE FROM DATE YYYYMMDD
           ACCEPT LIB2-LED-START-TIME FROM TIME

           DISPLAY 'LIB2NCTL - STARTING '
           CALL LIB2-STEP-PGM(LIB2-STEP-IDX)
           MOVE RETURN-CODE TO LIB2-STEP-RC

           ACCEPT LIB2-LED-END-DATE FROM DATE YYYYMMDD
           ACCEPT LIB2-LED-END-TIME FROM TIME
           MOVE LIB2-STEP-RC TO LIB2-LED-RC

