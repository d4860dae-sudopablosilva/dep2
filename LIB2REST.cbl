      * Point-in-time restore of the LIB2 master file - rolls LIB2MST
      * (or a selected key range of it) back to its state as of a
      * given date, using the superseded versions lib2 archives to
      * LIB2HST.  The restore date (CCYYMMDD) is the first command-
      * line argument; an optional key prefix as the second argument
      * limits the restore to keys starting with it, so one bad mass-
      * maintenance run can be backed out without disturbing the rest
      * of the file or losing unrelated changes the way a media
      * restore would.
      * For every key in range the job compares the master against the
      * history version in effect on the restore date:
      *   - a record changed since the date is rewritten back to the
      *     history version (RESTORED) - unless it already reads the
      *     same as that version, when it is left as it is,
      *   - a record added since the date is deleted (REMOVED),
      *   - a record deleted since the date is written back from its
      *     history version (READDED),
      *     though it existed then is refused rather than guessed
      *     (GAP), left untouched, and flagged with return code 8.
      *
      * A restore is itself a change to the master, and is recorded
      * as lib2 records its own: the version a restore replaces or
      * removes is archived to LIB2HST, superseded on the run date,
      * and a restored or re-added record takes the run date as its
      * effective date.  Change feeds, as-of inquiries and later
      * restores so see the rollback as the change it is.  A master
      * update refused, or a version that cannot be archived, is
      * shown on the console and sets return code 16; the run goes
      * on with the next key.
      *
      * Every action is written old value against new to the LIB2RRP
      * report, in the style of the lib2diff change-detail report, so
      * exactly what the restore undid can be proven afterwards.
      *
      * MODIFICATION HISTORY:
      *   - The restore date argument and every date compared against
      *     it are CCYYMMDD, so a restore across the century boundary
      *     orders correctly.
      *   - An optional third argument names the table to restore
      *     (blank - the default table).  Only that table's master
      *     records and history rows take part, so one table can be
      *     backed out without touching the others.
      *   - Every version the restore replaces or removes is archived
      *     to LIB2HST and restored records are stamped with the run
      *     date, so change feeds carry the rollback.  A LIB2HST that
      *     cannot be read or extended stops the run before the
      *     master is touched; every master update is checked.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib2rest.
           SELECT LIB2-MASTER-FILE ASSIGN TO 'LIB2MST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIB2M-FULL-KEY
               FILE STATUS IS LIB2M-FILE-STATUS.

           SELECT LIB2-HISTORY-FILE ASSIGN TO 'LIB2HST'
           COPY LIB2MREC.

       FD  LIB2-HISTORY-FILE.
       01  LIB2H-RECORD                PIC X(74).

       FD  LIB2-REST-RPT-FILE.
       01  LIB2R-LINE                  PIC X(80).
       01  LIB2H-EOF-SW                PIC X(01) VALUE 'N'.
           88  LIB2H-EOF                   VALUE 'Y'.

       01  LIB2-DATE-ARG               PIC X(08) VALUE SPACES.
       01  LIB2-RESTORE-DATE           PIC 9(08) VALUE ZERO.
       01  LIB2-RUN-DATE               PIC 9(08) VALUE ZERO.
       01  LIB2-PREFIX-ARG             PIC X(10) VALUE SPACES.
       01  LIB2-TABLE-ID-ARG           PIC X(08) VALUE SPACES.
       01  LIB2-PREFIX-LEN             PIC 9(02) COMP VALUE ZERO.
       01  LIB2-PREFIX-IDX             PIC 9(02) COMP.

       01  LIB2-ABORT-SW               PIC X(01) VALUE 'N'.
           88  LIB2-ABORTED                VALUE 'Y'.
       01  LIB2-ARCHIVE-FAILED-SW      PIC X(01) VALUE 'N'.
           88  LIB2-ARCHIVE-FAILED         VALUE 'Y'.

      *    The whole history file is held in storage for the run so
      *    each key's versions can be judged together - an overflow
               10  LIB2-HT-KEY              PIC X(10).
               10  LIB2-HT-STATUS           PIC X(01).
               10  LIB2-HT-REC-TYPE         PIC X(02).
               10  LIB2-HT-EFF-DATE         PIC 9(08).
               10  LIB2-HT-SUPERSEDE-DATE   PIC 9(08).
               10  LIB2-HT-DATA             PIC X(30).

      *    Per-key verdict from EVALUATE-KEY-HISTORY: the last history
       01  LIB2-WALK-IDX               PIC 9(04) COMP.
       01  LIB2-EARLIER-SW             PIC X(01).
           88  LIB2-KEY-SEEN-EARLIER       VALUE 'Y'.
       01  LIB2-SAME-SW                PIC X(01).
           88  LIB2-ALREADY-RESTORED       VALUE 'Y'.

       01  LIB2-RESTORED-COUNT         PIC 9(07) VALUE ZERO.
       01  LIB2-REMOVED-COUNT          PIC 9(07) VALUE ZERO.
       01  LIB2-READDED-COUNT          PIC 9(07) VALUE ZERO.
       01  LIB2-GAP-COUNT              PIC 9(07) VALUE ZERO.
       01  LIB2-FAILED-COUNT           PIC 9(07) VALUE ZERO.

       01  LIB2R-HDR-1.
           05  FILLER                  PIC X(10) VALUE 'LIB2REST'.
           05  FILLER                  PIC X(26) VALUE
                   'POINT-IN-TIME RESTORE TO '.
           05  LIB2R-HDR-DATE          PIC 9(08).
           05  FILLER                  PIC X(09) VALUE '  PREFIX '.
           05  LIB2R-HDR-PREFIX        PIC X(10).
           05  FILLER                  PIC X(08) VALUE '  TABLE '.
           05  LIB2R-HDR-TABLE-ID      PIC X(09).

       01  LIB2R-DETAIL-LINE.
           05  LIB2R-DET-TAG           PIC X(09).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2R-DET-REC-TYPE      PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2R-DET-EFF-DATE      PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2R-DET-DATA          PIC X(30).

           05  LIB2R-FTR-READDED       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(06) VALUE '  GAPS'.
           05  LIB2R-FTR-GAPS          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(08) VALUE '  FAILED'.
           05  LIB2R-FTR-FAILED        PIC ZZZ,ZZ9.

       01  LIB2R-FAILED-LINE.
           05  FILLER                  PIC X(09) VALUE 'FAILED'.
           05  LIB2R-FLD-KEY           PIC X(10).
           05  FILLER                  PIC X(32) VALUE
                   ' MASTER UPDATE REFUSED, STATUS '.
           05  LIB2R-FLD-STATUS        PIC X(02).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
               PERFORM READD-DELETED-PASS
               PERFORM WRITE-REPORT-FOOTER
               CLOSE LIB2-MASTER-FILE
               CLOSE LIB2-HISTORY-FILE
           END-IF

           CLOSE LIB2-REST-RPT-FILE
           DISPLAY 'LIB2REST - REMOVED : ' LIB2-REMOVED-COUNT
           DISPLAY 'LIB2REST - READDED : ' LIB2-READDED-COUNT
           DISPLAY 'LIB2REST - GAPS    : ' LIB2-GAP-COUNT
           DISPLAY 'LIB2REST - FAILED  : ' LIB2-FAILED-COUNT

           IF LIB2-ABORTED
              OR LIB2-FAILED-COUNT > ZERO
              OR LIB2-ARCHIVE-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF LIB2-GAP-COUNT > ZERO
           ACCEPT LIB2-DATE-ARG FROM ARGUMENT-VALUE
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT LIB2-PREFIX-ARG FROM ARGUMENT-VALUE
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT LIB2-TABLE-ID-ARG FROM ARGUMENT-VALUE
           ACCEPT LIB2-RUN-DATE FROM DATE YYYYMMDD

           OPEN OUTPUT LIB2-REST-RPT-FILE

           IF LIB2-DATE-ARG IS NOT NUMERIC
               DISPLAY 'LIB2REST - RESTORE DATE (CCYYMMDD) REQUIRED AS '
                       'FIRST ARGUMENT, RUN ABORTED'
               SET LIB2-ABORTED TO TRUE
           ELSE
               PERFORM MEASURE-PREFIX-LENGTH
               PERFORM WRITE-REPORT-HEADER
               PERFORM LOAD-HISTORY-TABLE
               IF NOT LIB2-ABORTED
                   PERFORM OPEN-HISTORY-ARCHIVE
               END-IF
               IF NOT LIB2-ABORTED
                   OPEN I-O LIB2-MASTER-FILE
                   IF NOT LIB2M-STATUS-OK
                               'STATUS: ' LIB2M-FILE-STATUS
                       DISPLAY 'LIB2REST - RUN ABORTED'
                       SET LIB2-ABORTED TO TRUE
                       CLOSE LIB2-HISTORY-FILE
                   END-IF
               END-IF
           END-IF.
           ELSE
               MOVE LIB2-PREFIX-ARG TO LIB2R-HDR-PREFIX
           END-IF
           IF LIB2-TABLE-ID-ARG = SPACES
               MOVE '(DEFAULT)' TO LIB2R-HDR-TABLE-ID
           ELSE
               MOVE LIB2-TABLE-ID-ARG TO LIB2R-HDR-TABLE-ID
           END-IF
           MOVE LIB2R-HDR-1 TO LIB2R-LINE
           WRITE LIB2R-LINE
           MOVE SPACES TO LIB2R-LINE
       LOAD-HISTORY-TABLE.
      *    A missing history file only means no version was ever
      *    superseded, so the run can still remove records added since
      *    the restore date - an unreadable or overflowing one means
      *    the restore cannot be judged completely (every record
      *    changed since the date would look newly added) and the run
      *    stops here, with the master untouched.
      *-----------------------------------------------------------------
           OPEN INPUT LIB2-HISTORY-FILE
           EVALUATE LIB2H-FILE-STATUS
               WHEN '00'
                   PERFORM READ-NEXT-HISTORY-ROW
                   PERFORM LOAD-ONE-HISTORY-ROW
                       UNTIL LIB2H-EOF OR LIB2-ABORTED
                   CLOSE LIB2-HISTORY-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'LIB2REST - LIB2HST UNAVAILABLE, STATUS: '
                           LIB2H-FILE-STATUS
                   DISPLAY 'LIB2REST - RUN ABORTED'
                   SET LIB2-ABORTED TO TRUE
           END-EVALUATE.

      *-----------------------------------------------------------------
       READ-NEXT-HISTORY-ROW.
                   SET LIB2H-EOF TO TRUE
               NOT AT END
                   MOVE LIB2H-RECORD TO LIB2-HISTORY-RECORD
           END-READ

           IF NOT LIB2H-EOF
              AND LIB2H-FILE-STATUS(1:1) NOT = '0'
               DISPLAY 'LIB2REST - LIB2HST READ FAILED, STATUS: '
                       LIB2H-FILE-STATUS
               DISPLAY 'LIB2REST - RUN ABORTED'
               SET LIB2-ABORTED TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       OPEN-HISTORY-ARCHIVE.
      *    Held open for the run so each version the restore replaces
      *    or removes can be archived behind it.  One that cannot be
      *    extended stops the run before the master is touched.
      *-----------------------------------------------------------------
           OPEN EXTEND LIB2-HISTORY-FILE
           IF LIB2H-FILE-STATUS = '35'
               OPEN OUTPUT LIB2-HISTORY-FILE
           END-IF
           IF LIB2H-FILE-STATUS NOT = '00'
               DISPLAY 'LIB2REST - LIB2HST NOT OPENED FOR ARCHIVE, '
                       'STATUS: ' LIB2H-FILE-STATUS
               DISPLAY 'LIB2REST - RUN ABORTED'
               SET LIB2-ABORTED TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       LOAD-ONE-HISTORY-ROW.
      *    Rows for other tables are passed over - they play no part
      *    in this restore and need no room in the table.
      *-----------------------------------------------------------------
           EVALUATE TRUE
               WHEN LIB2H-TABLE-ID NOT = LIB2-TABLE-ID-ARG
                   PERFORM READ-NEXT-HISTORY-ROW
               WHEN LIB2-HIST-COUNT >= LIB2-HIST-MAX
                   DISPLAY 'LIB2REST - HISTORY TABLE FULL AT '
                           LIB2-HIST-MAX ' ROWS, RUN ABORTED BEFORE '
                           'ANY MASTER UPDATE'
                   SET LIB2-ABORTED TO TRUE
               WHEN OTHER
                   ADD 1 TO LIB2-HIST-COUNT
                   SET LIB2-HIST-IDX TO LIB2-HIST-COUNT
                   MOVE LIB2H-KEY            TO
                        LIB2-HT-KEY(LIB2-HIST-IDX)
                   MOVE LIB2H-STATUS         TO
                        LIB2-HT-STATUS(LIB2-HIST-IDX)
                   MOVE LIB2H-REC-TYPE       TO
                        LIB2-HT-REC-TYPE(LIB2-HIST-IDX)
                   MOVE LIB2H-EFF-DATE       TO
                        LIB2-HT-EFF-DATE(LIB2-HIST-IDX)
                   MOVE LIB2H-SUPERSEDE-DATE TO
                        LIB2-HT-SUPERSEDE-DATE(LIB2-HIST-IDX)
                   MOVE LIB2H-DATA           TO
                        LIB2-HT-DATA(LIB2-HIST-IDX)
                   PERFORM READ-NEXT-HISTORY-ROW
           END-EVALUATE.

      *-----------------------------------------------------------------
       EVALUATE-KEY-HISTORY.
      *    One scan of the history table for LIB2-WORK-KEY: remembers
      *    First pass - walks the master in key sequence and rolls
      *    every in-range record changed since the restore date back
      *    to its history version, or deletes it if it did not exist
      *    then.  The walk covers the restore's table only.
      *-----------------------------------------------------------------
           MOVE LIB2-TABLE-ID-ARG TO LIB2M-TABLE-ID
           MOVE LOW-VALUES        TO LIB2M-KEY
           START LIB2-MASTER-FILE KEY NOT LESS THAN LIB2M-FULL-KEY
               INVALID KEY
                   SET LIB2M-EOF TO TRUE
           END-START

           IF NOT LIB2M-EOF
               PERFORM READ-NEXT-MASTER
           END-IF
           PERFORM ROLL-BACK-ONE-RECORD UNTIL LIB2M-EOF.

      *-----------------------------------------------------------------
       READ-NEXT-MASTER.
      *    The next table's first record ends the walk.
      *-----------------------------------------------------------------
           READ LIB2-MASTER-FILE NEXT RECORD
               AT END
                   SET LIB2M-EOF TO TRUE
               NOT AT END
                   IF LIB2M-TABLE-ID NOT = LIB2-TABLE-ID-ARG
                       SET LIB2M-EOF TO TRUE
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
              AND LIB2M-EFF-DATE > LIB2-RESTORE-DATE
               MOVE LIB2M-KEY TO LIB2-WORK-KEY
               PERFORM EVALUATE-KEY-HISTORY
               PERFORM CHECK-ALREADY-RESTORED
               EVALUATE TRUE
                   WHEN LIB2-ALREADY-RESTORED
      *                Changed since the date but back as it was then -
      *                a rerun of the same restore, say.
                       CONTINUE
                   WHEN LIB2-COVER-FOUND
                       PERFORM RESTORE-MASTER-RECORD
                   WHEN LIB2-EXISTED-BEFORE

           PERFORM READ-NEXT-MASTER.

      *-----------------------------------------------------------------
       CHECK-ALREADY-RESTORED.
      *-----------------------------------------------------------------
           MOVE 'N' TO LIB2-SAME-SW
           IF LIB2-COVER-FOUND
               SET LIB2-HIST-IDX TO LIB2-COVER-SLOT
               IF LIB2M-STATUS   = LIB2-HT-STATUS(LIB2-HIST-IDX)
                  AND LIB2M-REC-TYPE = LIB2-HT-REC-TYPE(LIB2-HIST-IDX)
                  AND LIB2M-DATA     = LIB2-HT-DATA(LIB2-HIST-IDX)
                   SET LIB2-ALREADY-RESTORED TO TRUE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       RESTORE-MASTER-RECORD.
      *-----------------------------------------------------------------
           MOVE 'RESTORED ' TO LIB2R-DET-TAG
           PERFORM WRITE-OLD-MASTER-LINE
           PERFORM SAVE-REPLACED-VERSION

           SET LIB2-HIST-IDX TO LIB2-COVER-SLOT
           MOVE LIB2-HT-STATUS(LIB2-HIST-IDX)   TO LIB2M-STATUS
           MOVE LIB2-HT-REC-TYPE(LIB2-HIST-IDX) TO LIB2M-REC-TYPE
           MOVE LIB2-RUN-DATE                   TO LIB2M-EFF-DATE
           MOVE LIB2-HT-DATA(LIB2-HIST-IDX)     TO LIB2M-DATA
           REWRITE LIB2M-RECORD

           IF LIB2M-STATUS-OK
               ADD 1 TO LIB2-RESTORED-COUNT
               MOVE SPACES TO LIB2R-DET-TAG
               PERFORM WRITE-NEW-MASTER-LINE
               PERFORM ARCHIVE-REPLACED-VERSION
           ELSE
               PERFORM REPORT-UPDATE-FAILURE
           END-IF.

      *-----------------------------------------------------------------
       REMOVE-ADDED-RECORD.
      *-----------------------------------------------------------------
           MOVE 'REMOVED  ' TO LIB2R-DET-TAG
           PERFORM WRITE-OLD-MASTER-LINE
           PERFORM SAVE-REPLACED-VERSION

           DELETE LIB2-MASTER-FILE

           IF LIB2M-STATUS-OK
               ADD 1 TO LIB2-REMOVED-COUNT
               PERFORM ARCHIVE-REPLACED-VERSION
           ELSE
               PERFORM REPORT-UPDATE-FAILURE
           END-IF.

      *-----------------------------------------------------------------
       SAVE-REPLACED-VERSION.
      *    The master version about to be rewritten or deleted, as the
      *    history row that will archive it.
      *-----------------------------------------------------------------
           MOVE LIB2M-TABLE-ID TO LIB2H-TABLE-ID
           MOVE LIB2M-KEY      TO LIB2H-KEY
           MOVE LIB2M-STATUS   TO LIB2H-STATUS
           MOVE LIB2M-REC-TYPE TO LIB2H-REC-TYPE
           MOVE LIB2M-EFF-DATE TO LIB2H-EFF-DATE
           MOVE LIB2-RUN-DATE  TO LIB2H-SUPERSEDE-DATE
           MOVE LIB2M-DATA     TO LIB2H-DATA.

      *-----------------------------------------------------------------
       ARCHIVE-REPLACED-VERSION.
      *    Only once the master update has gone through, as lib2 does.
      *    A row that cannot be written is shown in full so it can be
      *    added to LIB2HST by hand.
      *-----------------------------------------------------------------
           MOVE LIB2-HISTORY-RECORD TO LIB2H-RECORD
           WRITE LIB2H-RECORD
           IF LIB2H-FILE-STATUS NOT = '00'
               DISPLAY 'LIB2REST - ' LIB2H-KEY
                       ' UPDATED BUT NOT ARCHIVED, STATUS: '
                       LIB2H-FILE-STATUS
               DISPLAY 'LIB2REST - LIB2HST LINE: ' LIB2H-RECORD
               SET LIB2-ARCHIVE-FAILED TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       REPORT-UPDATE-FAILURE.
      *-----------------------------------------------------------------
           ADD 1 TO LIB2-FAILED-COUNT
           DISPLAY 'LIB2REST - ' LIB2M-KEY
                   ' MASTER UPDATE REFUSED, STATUS: ' LIB2M-FILE-STATUS
           MOVE LIB2M-KEY         TO LIB2R-FLD-KEY
           MOVE LIB2M-FILE-STATUS TO LIB2R-FLD-STATUS
           MOVE LIB2R-FAILED-LINE TO LIB2R-LINE
           WRITE LIB2R-LINE.

      *-----------------------------------------------------------------
       REPORT-HISTORY-GAP.
      *    first pass already restored, or one never touched since the
      *    restore date, reads successfully and is left alone.
      *-----------------------------------------------------------------
           MOVE LIB2-TABLE-ID-ARG TO LIB2M-TABLE-ID
           MOVE LIB2-WORK-KEY     TO LIB2M-KEY
           READ LIB2-MASTER-FILE
               INVALID KEY
                   PERFORM EVALUATE-KEY-HISTORY

      *-----------------------------------------------------------------
       READD-DELETED-RECORD.
      *    Nothing is replaced, so nothing is archived - the run date
      *    as effective date is what shows the key was gone between
      *    its delete and tonight.
      *-----------------------------------------------------------------
           MOVE 'READDED  ' TO LIB2R-DET-TAG

           SET LIB2-HIST-IDX TO LIB2-COVER-SLOT
           MOVE LIB2-TABLE-ID-ARG TO LIB2M-TABLE-ID
           MOVE LIB2-WORK-KEY     TO LIB2M-KEY
           MOVE LIB2-HT-STATUS(LIB2-HIST-IDX)   TO LIB2M-STATUS
           MOVE LIB2-HT-REC-TYPE(LIB2-HIST-IDX) TO LIB2M-REC-TYPE
           MOVE LIB2-RUN-DATE                   TO LIB2M-EFF-DATE
           MOVE LIB2-HT-DATA(LIB2-HIST-IDX)     TO LIB2M-DATA
           WRITE LIB2M-RECORD

           IF LIB2M-STATUS-OK
               ADD 1 TO LIB2-READDED-COUNT
               PERFORM WRITE-NEW-MASTER-LINE
           ELSE
               PERFORM REPORT-UPDATE-FAILURE
           END-IF.

      *-----------------------------------------------------------------
       REPORT-ABSENT-KEY-GAP.
           MOVE LIB2-REMOVED-COUNT  TO LIB2R-FTR-REMOVED
           MOVE LIB2-READDED-COUNT  TO LIB2R-FTR-READDED
           MOVE LIB2-GAP-COUNT      TO LIB2R-FTR-GAPS
           MOVE LIB2-FAILED-COUNT   TO LIB2R-FTR-FAILED
           MOVE SPACES TO LIB2R-LINE
           WRITE LIB2R-LINE
           MOVE LIB2R-FOOTER-LINE TO LIB2R-LINE
