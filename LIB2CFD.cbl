      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      *
      * Per-subscriber change feeds from the LIB2 master file.  lib2xtr
      * hands every downstream application the whole master each
      * night; this job hands each one only what changed since it last
      * confirmed a pickup, so a consumer no longer diffs extracts and
      * a night it missed comes out as one catch-up feed, not a gap.
      *
      * The subscribers are registered on LIB2CFS, one line each: the
      * subscriber id, the table it follows (blank - the default
      * table), a key prefix, up to five record types and the statuses
      * it takes ('A', 'I' or both); a blank prefix, type list or
      * status filter takes everything.  Each one's cursor is kept on
      * LIB2CFC: the last feed it acknowledged and the day that feed
      * ran through, and the last feed issued to it.
      *
      * A feed runs from the day after the acknowledged feed's
      * through-date up to yesterday, the last complete day, so an
      * update made after tonight's run on today's date is in
      * tomorrow's feed and never passed over.  The feed is built from
      * LIB2HST and the master: for every key of the subscriber's
      * table and prefix that changed in that span, the version in
      * effect on the cursor day is compared with the version in
      * effect on the through day, each seen through the subscriber's
      * type and status filter:
      *
      *   A  not seen before, seen now (followed by an X when the
      *      record arrives inactive)
      *   C  seen both times, data or type changed, or reactivated
      *   X  seen both times, inactivated since
      *   R  seen before, now an alias left by a rename - the data
      *      column holds the new key, and the record under the new
      *      key is an add in its own right
      *   D  seen before, not now - deleted, or moved out of the
      *      subscriber's types or statuses; the data column holds
      *      the last version the subscriber had
      *
      * A lib2rest restore is fed like any other change: the versions
      * it rolls back or removes are on LIB2HST, superseded on the
      * night it ran.  The version in effect on a day is the history
      * row covering it before the master record, which is read by
      * its key, so a record put back under an older effective date
      * is still seen for what it was on each side of the restore.
      *
      * A subscriber with no acknowledged feed gets every record it
      * would see as an add, which is its initial load.  Each feed is
      * written to LIB2CFD.<subscriber id> in the LIB2MTR layout under
      * a LIB2TCTL header and trailer whose source is the subscriber
      * id and whose file sequence is the subscriber's run sequence,
      * one up for every feed issued to it, with the record count and
      * hash total in the trailer.  Every feed issued is logged to
      * LIB2CFL with its sequence, span and count.
      *
      * A subscriber confirms a pickup by putting its id and the feed
      * sequence on LIB2CFA.  The cursor moves to that feed's
      * through-date only then, so an unconfirmed feed's changes go
      * out again in the next one; LIB2CFA is emptied once the run has
      * taken it.  An acknowledgement for a feed never issued, or one
      * already superseded by a later acknowledgement, is ignored and
      * listed.
      *
      * The report (LIB2CFX) lists the feeds written and, as
      * exceptions, the rejected registry lines and acknowledgements
      * and every subscriber with more unacknowledged earlier feeds
      * than the limit given as the first command-line argument
      * (blank or non-numeric: 3).  Return code 4 when there is any
      * exception, 16 when the run is aborted - the master unavailable,
      * any other input there but unreadable, the feed log unopenable
      * or a table full - in which case no feed is written and no
      * cursor moves.  Should LIB2CFC not take the cursors back once
      * the feeds are out, the return code is 16 as well, LIB2CFA is
      * left as it is, and the lines LIB2CFC should hold are shown on
      * the console for it to be put right from.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib2cfd.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIB2-MASTER-FILE ASSIGN TO 'LIB2MST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIB2M-FULL-KEY
               FILE STATUS IS LIB2M-FILE-STATUS.

           SELECT LIB2-HISTORY-FILE ASSIGN TO 'LIB2HST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIB2H-FILE-STATUS.

           SELECT LIB2-SUBSCRIBER-FILE ASSIGN TO 'LIB2CFS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIB2S-FILE-STATUS.

           SELECT LIB2-CURSOR-FILE ASSIGN TO 'LIB2CFC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIB2C-FILE-STATUS.

           SELECT LIB2-ACK-FILE ASSIGN TO 'LIB2CFA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIB2K-FILE-STATUS.

           SELECT LIB2-FEED-LOG-FILE ASSIGN TO 'LIB2CFL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIB2L-FILE-STATUS.

           SELECT LIB2-FEED-FILE ASSIGN TO LIB2-FEED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIB2T-FILE-STATUS.

           SELECT LIB2-FEED-RPT-FILE ASSIGN TO 'LIB2CFX'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIB2R-FILE-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  LIB2-MASTER-FILE.
       01  LIB2M-RECORD.
           COPY LIB2MREC.

       FD  LIB2-HISTORY-FILE.
       01  LIB2H-RECORD.
           COPY LIB2HREC.

       FD  LIB2-SUBSCRIBER-FILE.
       01  LIB2S-RECORD.
           05  LIB2S-SUBSCRIBER         PIC X(08).
           05  FILLER                   PIC X(01).
           05  LIB2S-TABLE-ID           PIC X(08).
           05  FILLER                   PIC X(01).
           05  LIB2S-KEY-PREFIX         PIC X(10).
           05  FILLER                   PIC X(01).
           05  LIB2S-REC-TYPES          PIC X(10).
           05  FILLER                   PIC X(01).
           05  LIB2S-STATUSES           PIC X(02).

       FD  LIB2-CURSOR-FILE.
       01  LIB2C-RECORD.
           05  LIB2C-SUBSCRIBER         PIC X(08).
           05  FILLER                   PIC X(01).
           05  LIB2C-ACK-SEQ            PIC 9(09).
           05  FILLER                   PIC X(01).
           05  LIB2C-ACK-THRU-DATE      PIC 9(08).
           05  FILLER                   PIC X(01).
           05  LIB2C-ISSUED-SEQ         PIC 9(09).
           05  FILLER                   PIC X(01).
           05  LIB2C-ISSUED-THRU-DATE   PIC 9(08).

       FD  LIB2-ACK-FILE.
       01  LIB2K-RECORD.
           05  LIB2K-SUBSCRIBER         PIC X(08).
           05  FILLER                   PIC X(01).
           05  LIB2K-FEED-SEQ           PIC X(09).
           05  LIB2K-FEED-SEQ-NUM REDEFINES LIB2K-FEED-SEQ
                                        PIC 9(09).

       FD  LIB2-FEED-LOG-FILE.
       01  LIB2L-RECORD.
           05  LIB2L-SUBSCRIBER         PIC X(08).
           05  FILLER                   PIC X(01).
           05  LIB2L-FEED-SEQ           PIC 9(09).
           05  FILLER                   PIC X(01).
           05  LIB2L-RUN-DATE           PIC 9(08).
           05  FILLER                   PIC X(01).
           05  LIB2L-AFTER-DATE         PIC 9(08).
           05  FILLER                   PIC X(01).
           05  LIB2L-THRU-DATE          PIC 9(08).
           05  FILLER                   PIC X(01).
           05  LIB2L-RECORD-COUNT       PIC 9(09).

       FD  LIB2-FEED-FILE.
       01  LIB2T-RECORD.
           05  LIB2T-REQTYPE            PIC X(01).
           05  LIB2T-KEY                PIC X(10).
           05  LIB2T-DATA               PIC X(30).
           05  LIB2T-EFF-DATE           PIC X(08).
           05  LIB2T-REC-TYPE           PIC X(02).
           05  LIB2T-TABLE-ID           PIC X(08).
       01  LIB2T-CONTROL-RECORD.
           COPY LIB2TCTL.

       FD  LIB2-FEED-RPT-FILE.
       01  LIB2R-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  LIB2M-FILE-STATUS           PIC X(02).
           88  LIB2M-STATUS-OK             VALUE '00'.
       01  LIB2H-FILE-STATUS           PIC X(02).
       01  LIB2S-FILE-STATUS           PIC X(02).
       01  LIB2C-FILE-STATUS           PIC X(02).
       01  LIB2K-FILE-STATUS           PIC X(02).
       01  LIB2L-FILE-STATUS           PIC X(02).
       01  LIB2T-FILE-STATUS           PIC X(02).
       01  LIB2R-FILE-STATUS           PIC X(02).

       01  LIB2M-EOF-SW                PIC X(01) VALUE 'N'.
           88  LIB2M-EOF                   VALUE 'Y'.
       01  LIB2M-OPEN-SW               PIC X(01) VALUE 'N'.
           88  LIB2M-OPEN                  VALUE 'Y'.
       01  LIB2M-READ-FAILED-SW        PIC X(01) VALUE 'N'.
           88  LIB2M-READ-FAILED           VALUE 'Y'.
       01  LIB2H-EOF-SW                PIC X(01) VALUE 'N'.
           88  LIB2H-EOF                   VALUE 'Y'.
       01  LIB2S-EOF-SW                PIC X(01) VALUE 'N'.
           88  LIB2S-EOF                   VALUE 'Y'.
       01  LIB2C-EOF-SW                PIC X(01) VALUE 'N'.
           88  LIB2C-EOF                   VALUE 'Y'.
       01  LIB2K-EOF-SW                PIC X(01) VALUE 'N'.
           88  LIB2K-EOF                   VALUE 'Y'.
       01  LIB2L-EOF-SW                PIC X(01) VALUE 'N'.
           88  LIB2L-EOF                   VALUE 'Y'.

      *    Each feed goes to its own file, pointed at by name just
      *    before it is opened.
       01  LIB2-FEED-NAME              PIC X(16).

       01  LIB2-ABORT-SW               PIC X(01) VALUE 'N'.
           88  LIB2-ABORTED                VALUE 'Y'.
       01  LIB2-CURSOR-FAILED-SW       PIC X(01) VALUE 'N'.
           88  LIB2-CURSOR-FAILED          VALUE 'Y'.

       01  LIB2-LIMIT-ARG              PIC X(05) VALUE SPACES.
       01  LIB2-BEHIND-LIMIT           PIC 9(05) VALUE ZERO.
       01  LIB2-BEHIND-DEFAULT         PIC 9(05) VALUE 3.
       01  LIB2-ARG-IDX                PIC 9(02) COMP.
       01  LIB2-ARG-DIGITS             PIC 9(02) COMP VALUE ZERO.
       01  LIB2-ARG-DONE-SW            PIC X(01) VALUE 'N'.
           88  LIB2-ARG-DONE               VALUE 'Y'.
       01  LIB2-ARG-VALID-SW           PIC X(01) VALUE 'Y'.
           88  LIB2-ARG-VALID              VALUE 'Y'.
       01  LIB2-ARG-DIGIT-X            PIC X(01).
       01  LIB2-ARG-DIGIT-9 REDEFINES LIB2-ARG-DIGIT-X
                                       PIC 9(01).

       01  LIB2-RUN-DATE               PIC 9(08).
       01  LIB2-THRU-DATE              PIC 9(08).
      *    How far back the master and history have to be kept for
      *    the subscriber furthest behind.
       01  LIB2-MASTER-FROM-DATE       PIC 9(08).
       01  LIB2-HIST-FROM-DATE         PIC 9(08).

      *    The registry with each subscriber's cursor beside it.  An
      *    acknowledgement is held as pending until its feed has been
      *    found on the log.
       01  LIB2-SUB-MAX                PIC 9(02) COMP VALUE 50.
       01  LIB2-SUB-COUNT              PIC 9(02) COMP VALUE ZERO.
       01  LIB2-SUB-TABLE.
           05  LIB2-SUB-ENTRY OCCURS 50 TIMES
                       INDEXED BY LIB2-SUB-IDX.
               10  LIB2-SB-ID               PIC X(08).
               10  LIB2-SB-TABLE-ID         PIC X(08).
               10  LIB2-SB-PREFIX           PIC X(10).
               10  LIB2-SB-PREFIX-LEN       PIC 9(02) COMP.
               10  LIB2-SB-REC-TYPES.
                   15  LIB2-SB-REC-TYPE OCCURS 5 TIMES
                                            PIC X(02).
               10  LIB2-SB-STATUSES         PIC X(02).
               10  LIB2-SB-ACK-SEQ          PIC 9(09).
               10  LIB2-SB-ACK-THRU-DATE    PIC 9(08).
               10  LIB2-SB-ISSUED-SEQ       PIC 9(09).
               10  LIB2-SB-ISSUED-THRU-DATE PIC 9(08).
               10  LIB2-SB-PEND-SEQ         PIC 9(09).
               10  LIB2-SB-PEND-THRU-DATE   PIC 9(08).
       01  LIB2-SUB-SLOT               PIC 9(02) COMP.
       01  LIB2-SUB-FOUND-SW           PIC X(01).
           88  LIB2-SUB-FOUND              VALUE 'Y'.
       01  LIB2-SEARCH-ID              PIC X(08).
       01  LIB2-PREFIX-IDX             PIC 9(02) COMP.
       01  LIB2-TYPE-IDX               PIC 9(01) COMP.

      *    Every master record changed since the oldest cursor, in
      *    the file's own key order so it can be searched by halves.
       01  LIB2-MST-MAX                PIC 9(05) COMP VALUE 20000.
       01  LIB2-MST-COUNT              PIC 9(05) COMP VALUE ZERO.
       01  LIB2-MST-TABLE.
           05  LIB2-MST-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON LIB2-MST-COUNT
                       ASCENDING KEY IS LIB2-MT-FULL-KEY
                       INDEXED BY LIB2-MST-IDX LIB2-MST-SCAN-IDX.
               10  LIB2-MT-FULL-KEY.
                   15  LIB2-MT-TABLE-ID     PIC X(08).
                   15  LIB2-MT-KEY          PIC X(10).
               10  LIB2-MT-STATUS           PIC X(01).
               10  LIB2-MT-REC-TYPE         PIC X(02).
               10  LIB2-MT-EFF-DATE         PIC 9(08).
               10  LIB2-MT-DATA             PIC X(30).

      *    Every history row superseded since the oldest cursor, in
      *    the order lib2 wrote them.
       01  LIB2-HST-MAX                PIC 9(05) COMP VALUE 20000.
       01  LIB2-HST-COUNT              PIC 9(05) COMP VALUE ZERO.
       01  LIB2-HST-TABLE.
           05  LIB2-HST-ENTRY OCCURS 20000 TIMES
                       INDEXED BY LIB2-HST-IDX LIB2-HST-SCAN-IDX.
               10  LIB2-HT-FULL-KEY.
                   15  LIB2-HT-TABLE-ID     PIC X(08).
                   15  LIB2-HT-KEY          PIC X(10).
               10  LIB2-HT-STATUS           PIC X(01).
               10  LIB2-HT-REC-TYPE         PIC X(02).
               10  LIB2-HT-EFF-DATE         PIC 9(08).
               10  LIB2-HT-SUPERSEDE-DATE   PIC 9(08).
               10  LIB2-HT-DATA             PIC X(30).

       01  LIB2-WORK-FULL-KEY.
           05  LIB2-WORK-TABLE-ID      PIC X(08).
           05  LIB2-WORK-KEY           PIC X(10).
       01  LIB2-ON-MASTER-SW           PIC X(01).
           88  LIB2-ON-MASTER              VALUE 'Y'.
       01  LIB2-IN-MST-TABLE-SW        PIC X(01).
           88  LIB2-IN-MST-TABLE           VALUE 'Y'.
       01  LIB2-PREFIX-OK-SW           PIC X(01).
           88  LIB2-PREFIX-OK              VALUE 'Y'.
       01  LIB2-EARLIER-ROW-SW         PIC X(01).
           88  LIB2-EARLIER-ROW            VALUE 'Y'.
       01  LIB2-TYPE-OK-SW             PIC X(01).
           88  LIB2-TYPE-OK                VALUE 'Y'.
       01  LIB2-CHANGE-WRITTEN-SW      PIC X(01).
           88  LIB2-CHANGE-WRITTEN         VALUE 'Y'.

      *    A key's version in effect at the close of LIB2-ASOF-DATE,
      *    and whether the subscriber being fed would see it.  The
      *    same layout holds it as of the cursor day and as of the
      *    through day.
       01  LIB2-ASOF-DATE              PIC 9(08).
       01  LIB2-VERSION.
           05  LIB2-VER-FOUND-SW       PIC X(01).
               88  LIB2-VER-FOUND          VALUE 'Y'.
           05  LIB2-VER-VISIBLE-SW     PIC X(01).
               88  LIB2-VER-VISIBLE        VALUE 'Y'.
           05  LIB2-VER-STATUS         PIC X(01).
           05  LIB2-VER-REC-TYPE       PIC X(02).
           05  LIB2-VER-EFF-DATE       PIC 9(08).
           05  LIB2-VER-DATA           PIC X(30).
       01  LIB2-BEFORE-VERSION.
           05  LIB2-BEF-FOUND-SW       PIC X(01).
               88  LIB2-BEF-FOUND          VALUE 'Y'.
           05  LIB2-BEF-VISIBLE-SW     PIC X(01).
               88  LIB2-BEF-VISIBLE        VALUE 'Y'.
           05  LIB2-BEF-STATUS         PIC X(01).
           05  LIB2-BEF-REC-TYPE       PIC X(02).
           05  LIB2-BEF-EFF-DATE       PIC 9(08).
           05  LIB2-BEF-DATA           PIC X(30).
       01  LIB2-AFTER-VERSION.
           05  LIB2-AFT-FOUND-SW       PIC X(01).
               88  LIB2-AFT-FOUND          VALUE 'Y'.
           05  LIB2-AFT-VISIBLE-SW     PIC X(01).
               88  LIB2-AFT-VISIBLE        VALUE 'Y'.
           05  LIB2-AFT-STATUS         PIC X(01).
           05  LIB2-AFT-REC-TYPE       PIC X(02).
           05  LIB2-AFT-EFF-DATE       PIC 9(08).
           05  LIB2-AFT-DATA           PIC X(30).

      *    The feed record being written.
       01  LIB2-EVENT-CODE             PIC X(01).
       01  LIB2-EVENT-DATA             PIC X(30).
       01  LIB2-EVENT-EFF-DATE         PIC 9(08).
       01  LIB2-EVENT-REC-TYPE         PIC X(02).

      *    The feed being written and its controls.
       01  LIB2-FEED-SEQ               PIC 9(09).
       01  LIB2-FEED-COUNT             PIC 9(09).
       01  LIB2-HASH-TOTAL             PIC 9(09).
       01  LIB2-HASH-AREA              PIC X(40).
       01  LIB2-HASH-TABLE REDEFINES LIB2-HASH-AREA.
           05  LIB2-HASH-CHAR OCCURS 40 TIMES PIC X(01).
       01  LIB2-HASH-IDX               PIC 9(02) COMP.

       01  LIB2-BEHIND                 PIC 9(09).

       01  LIB2-MASTER-READ-COUNT      PIC 9(09) VALUE ZERO.
       01  LIB2-HIST-READ-COUNT        PIC 9(09) VALUE ZERO.
       01  LIB2-BAD-HIST-COUNT         PIC 9(09) VALUE ZERO.
       01  LIB2-ACK-READ-COUNT         PIC 9(09) VALUE ZERO.
       01  LIB2-ACK-APPLIED-COUNT      PIC 9(09) VALUE ZERO.
       01  LIB2-FEEDS-WRITTEN          PIC 9(09) VALUE ZERO.
       01  LIB2-FEED-RECORDS           PIC 9(09) VALUE ZERO.
       01  LIB2-INPUT-EXCEPTIONS       PIC 9(09) VALUE ZERO.
       01  LIB2-BEHIND-COUNT           PIC 9(09) VALUE ZERO.

       01  LIB2R-HDR-1.
           05  FILLER                  PIC X(10) VALUE 'LIB2CFD'.
           05  FILLER                  PIC X(28) VALUE
                   'SUBSCRIBER CHANGE FEEDS'.
           05  LIB2R-HDR-DATE          PIC 9(08).

       01  LIB2R-HDR-2.
           05  FILLER                  PIC X(16) VALUE
                   'FEEDS THROUGH   '.
           05  LIB2R-HDR-THRU-DATE     PIC 9(08).
           05  FILLER                  PIC X(22) VALUE
                   '   RUNS-BEHIND LIMIT  '.
           05  LIB2R-HDR-LIMIT         PIC ZZZZ9.

       01  LIB2R-FEED-HDR.
           05  FILLER                  PIC X(09) VALUE 'SUBSCRIB'.
           05  FILLER                  PIC X(09) VALUE 'TABLE'.
           05  FILLER                  PIC X(10) VALUE ' FEED SEQ'.
           05  FILLER                  PIC X(09) VALUE 'AFTER'.
           05  FILLER                  PIC X(09) VALUE 'THROUGH'.
           05  FILLER                  PIC X(12) VALUE '    RECORDS'.
           05  FILLER                  PIC X(10) VALUE ' ACKED SEQ'.
           05  FILLER                  PIC X(07) VALUE ' BEHIND'.

       01  LIB2R-FEED-LINE.
           05  LIB2R-FD-SUBSCRIBER     PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2R-FD-TABLE-ID       PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2R-FD-FEED-SEQ       PIC 9(09).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2R-FD-AFTER-DATE     PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2R-FD-THRU-DATE      PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2R-FD-RECORDS        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2R-FD-ACK-SEQ        PIC 9(09).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2R-FD-BEHIND         PIC ZZZZ9.

       01  LIB2R-EXC-LINE.
           05  LIB2R-EXC-SUBSCRIBER    PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2R-EXC-TEXT          PIC X(60).

       01  LIB2R-ACK-LINE.
           05  LIB2R-ACK-SUBSCRIBER    PIC X(08).
           05  FILLER                  PIC X(05) VALUE ' ACK '.
           05  LIB2R-ACK-FEED-SEQ      PIC X(09).
           05  FILLER                  PIC X(11) VALUE ' IGNORED - '.
           05  LIB2R-ACK-REASON        PIC X(40).

       01  LIB2R-BEHIND-LINE.
           05  LIB2R-BH-SUBSCRIBER     PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2R-BH-BEHIND         PIC ZZZZ9.
           05  FILLER                  PIC X(30) VALUE
                   ' FEEDS UNACKNOWLEDGED, LAST   '.
           05  LIB2R-BH-ACK-SEQ        PIC 9(09).
           05  FILLER                  PIC X(09) VALUE ' THROUGH '.
           05  LIB2R-BH-ACK-THRU-DATE  PIC 9(08).

       01  LIB2R-COUNT-LINE.
           05  LIB2R-CNT-LABEL         PIC X(28).
           05  LIB2R-CNT-VALUE         PIC ZZZ,ZZZ,ZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN
           PERFORM LOAD-SUBSCRIBERS
           IF NOT LIB2-ABORTED
               PERFORM LOAD-CURSORS
           END-IF
           IF NOT LIB2-ABORTED
               PERFORM TAKE-ACKNOWLEDGEMENTS
           END-IF
           IF NOT LIB2-ABORTED
               PERFORM FINISH-INPUT-EXCEPTIONS
               PERFORM FIND-OLDEST-CURSOR
               PERFORM LOAD-CHANGED-MASTER
           END-IF
           IF NOT LIB2-ABORTED
               PERFORM LOAD-HISTORY
           END-IF
           IF NOT LIB2-ABORTED
               PERFORM OPEN-FEED-LOG
           END-IF

           IF LIB2-ABORTED
               MOVE 'RUN ABORTED - NO FEED WRITTEN, NO CURSOR MOVED'
                 TO LIB2R-LINE
               WRITE LIB2R-LINE
               DISPLAY 'LIB2CFD - RUN ABORTED, NO FEED WRITTEN'
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM WRITE-ALL-FEEDS
               PERFORM LIST-SUBSCRIBERS-BEHIND
               PERFORM WRITE-CURSOR-FILE
               IF NOT LIB2-CURSOR-FAILED
                   PERFORM CLEAR-ACK-FILE
               END-IF
               PERFORM WRITE-REPORT-SUMMARY
               IF LIB2-CURSOR-FAILED
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF LIB2-INPUT-EXCEPTIONS > ZERO
                      OR LIB2-BEHIND-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF

           IF LIB2M-OPEN
               CLOSE LIB2-MASTER-FILE
           END-IF
           CLOSE LIB2-FEED-RPT-FILE
           GOBACK.

      *-----------------------------------------------------------------
       INITIALIZE-RUN.
      *    Feeds run through yesterday, the last day no update can
      *    still land on.
      *-----------------------------------------------------------------
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT LIB2-LIMIT-ARG FROM ARGUMENT-VALUE
           PERFORM CONVERT-LIMIT-ARG

           ACCEPT LIB2-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE LIB2-THRU-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(LIB2-RUN-DATE) - 1)

           OPEN OUTPUT LIB2-FEED-RPT-FILE
           MOVE LIB2-RUN-DATE TO LIB2R-HDR-DATE
           MOVE LIB2R-HDR-1 TO LIB2R-LINE
           WRITE LIB2R-LINE
           MOVE LIB2-THRU-DATE   TO LIB2R-HDR-THRU-DATE
           MOVE LIB2-BEHIND-LIMIT TO LIB2R-HDR-LIMIT
           MOVE LIB2R-HDR-2 TO LIB2R-LINE
           WRITE LIB2R-LINE
           MOVE SPACES TO LIB2R-LINE
           WRITE LIB2R-LINE
           MOVE 'REGISTRY AND ACKNOWLEDGEMENT EXCEPTIONS' TO LIB2R-LINE
           WRITE LIB2R-LINE.

      *-----------------------------------------------------------------
       CONVERT-LIMIT-ARG.
      *    Built a digit at a time, as lib2aprg takes its retention
      *    days, with the default for blank or non-numeric - a limit
      *    of zero is allowed, and lists every subscriber that has
      *    missed a pickup.
      *-----------------------------------------------------------------
           MOVE ZERO TO LIB2-BEHIND-LIMIT
           MOVE ZERO TO LIB2-ARG-DIGITS
           MOVE 'N'  TO LIB2-ARG-DONE-SW
           MOVE 'Y'  TO LIB2-ARG-VALID-SW

           PERFORM CONVERT-ONE-ARG-CHAR
               VARYING LIB2-ARG-IDX FROM 1 BY 1
               UNTIL LIB2-ARG-IDX > 5
                  OR LIB2-ARG-DONE
                  OR NOT LIB2-ARG-VALID

           IF NOT LIB2-ARG-VALID OR LIB2-ARG-DIGITS = ZERO
               MOVE LIB2-BEHIND-DEFAULT TO LIB2-BEHIND-LIMIT
           END-IF.

      *-----------------------------------------------------------------
       CONVERT-ONE-ARG-CHAR.
      *-----------------------------------------------------------------
           MOVE LIB2-LIMIT-ARG(LIB2-ARG-IDX:1) TO LIB2-ARG-DIGIT-X

           EVALUATE TRUE
               WHEN LIB2-ARG-DIGIT-X = SPACE
                   SET LIB2-ARG-DONE TO TRUE
               WHEN LIB2-ARG-DIGIT-X >= '0'
                AND LIB2-ARG-DIGIT-X <= '9'
                   COMPUTE LIB2-BEHIND-LIMIT =
                       LIB2-BEHIND-LIMIT * 10 + LIB2-ARG-DIGIT-9
                   ADD 1 TO LIB2-ARG-DIGITS
               WHEN OTHER
                   MOVE 'N' TO LIB2-ARG-VALID-SW
           END-EVALUATE.

      *-----------------------------------------------------------------
       LOAD-SUBSCRIBERS.
      *    No registry means no subscribers, and an empty run; one
      *    that is there but cannot be read stops the run.
      *-----------------------------------------------------------------
           OPEN INPUT LIB2-SUBSCRIBER-FILE
           EVALUATE LIB2S-FILE-STATUS
               WHEN '00'
                   PERFORM TAKE-ONE-SUBSCRIBER
                       UNTIL LIB2S-EOF OR LIB2-ABORTED
                   CLOSE LIB2-SUBSCRIBER-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'LIB2CFD - LIB2CFS UNAVAILABLE, STATUS: '
                           LIB2S-FILE-STATUS
                   SET LIB2-ABORTED TO TRUE
           END-EVALUATE.

      *-----------------------------------------------------------------
       TAKE-ONE-SUBSCRIBER.
      *-----------------------------------------------------------------
           READ LIB2-SUBSCRIBER-FILE
               AT END
                   SET LIB2S-EOF TO TRUE
           END-READ

           IF NOT LIB2S-EOF
               MOVE LIB2S-SUBSCRIBER TO LIB2-SEARCH-ID
               PERFORM FIND-SUBSCRIBER
               MOVE LIB2S-SUBSCRIBER TO LIB2R-EXC-SUBSCRIBER
               EVALUATE TRUE
                   WHEN LIB2S-SUBSCRIBER(1:1) = SPACE
                       MOVE 'REGISTRY LINE REJECTED - NO SUBSCRIBER ID'
                         TO LIB2R-EXC-TEXT
                       PERFORM WRITE-INPUT-EXCEPTION
                   WHEN LIB2S-STATUSES(1:1) NOT = SPACE
                    AND LIB2S-STATUSES(1:1) NOT = 'A'
                    AND LIB2S-STATUSES(1:1) NOT = 'I'
                   WHEN LIB2S-STATUSES(2:1) NOT = SPACE
                    AND LIB2S-STATUSES(2:1) NOT = 'A'
                    AND LIB2S-STATUSES(2:1) NOT = 'I'
                       MOVE 'REGISTRY LINE REJECTED - STATUSES NOT A/I'
                         TO LIB2R-EXC-TEXT
                       PERFORM WRITE-INPUT-EXCEPTION
                   WHEN LIB2-SUB-FOUND
                       MOVE 'REGISTRY LINE REJECTED - DUPLICATE ID'
                         TO LIB2R-EXC-TEXT
                       PERFORM WRITE-INPUT-EXCEPTION
                   WHEN LIB2-SUB-COUNT >= LIB2-SUB-MAX
                       DISPLAY 'LIB2CFD - SUBSCRIBER TABLE FULL AT '
                               LIB2-SUB-MAX ' ENTRIES, RUN ABORTED'
                       SET LIB2-ABORTED TO TRUE
                   WHEN OTHER
                       PERFORM ADD-SUBSCRIBER
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------------------
       ADD-SUBSCRIBER.
      *    Starts with no feed issued or acknowledged - the cursor
      *    file, read next, says otherwise for a known subscriber.
      *-----------------------------------------------------------------
           ADD 1 TO LIB2-SUB-COUNT
           SET LIB2-SUB-IDX TO LIB2-SUB-COUNT
           MOVE LIB2S-SUBSCRIBER TO LIB2-SB-ID(LIB2-SUB-IDX)
           MOVE LIB2S-TABLE-ID   TO LIB2-SB-TABLE-ID(LIB2-SUB-IDX)
           MOVE LIB2S-KEY-PREFIX TO LIB2-SB-PREFIX(LIB2-SUB-IDX)
           MOVE LIB2S-REC-TYPES  TO LIB2-SB-REC-TYPES(LIB2-SUB-IDX)
           MOVE LIB2S-STATUSES   TO LIB2-SB-STATUSES(LIB2-SUB-IDX)
           MOVE ZERO TO LIB2-SB-ACK-SEQ(LIB2-SUB-IDX)
           MOVE ZERO TO LIB2-SB-ACK-THRU-DATE(LIB2-SUB-IDX)
           MOVE ZERO TO LIB2-SB-ISSUED-SEQ(LIB2-SUB-IDX)
           MOVE ZERO TO LIB2-SB-ISSUED-THRU-DATE(LIB2-SUB-IDX)
           MOVE ZERO TO LIB2-SB-PEND-SEQ(LIB2-SUB-IDX)
           MOVE ZERO TO LIB2-SB-PEND-THRU-DATE(LIB2-SUB-IDX)

      *    The prefix is left-justified and space padded - its length
      *    is the position of the last non-blank, as in lib2xtr.
           MOVE ZERO TO LIB2-SB-PREFIX-LEN(LIB2-SUB-IDX)
           PERFORM MEASURE-ONE-PREFIX-CHAR
               VARYING LIB2-PREFIX-IDX FROM 1 BY 1
               UNTIL LIB2-PREFIX-IDX > 10.

      *-----------------------------------------------------------------
       MEASURE-ONE-PREFIX-CHAR.
      *-----------------------------------------------------------------
           IF LIB2-SB-PREFIX(LIB2-SUB-IDX)(LIB2-PREFIX-IDX:1)
                   NOT = SPACE
               MOVE LIB2-PREFIX-IDX TO LIB2-SB-PREFIX-LEN(LIB2-SUB-IDX)
           END-IF.

      *-----------------------------------------------------------------
       FIND-SUBSCRIBER.
      *    LIB2-SEARCH-ID in the registry table; on a match
      *    LIB2-SUB-IDX is left on its entry.
      *-----------------------------------------------------------------
           MOVE 'N' TO LIB2-SUB-FOUND-SW
           PERFORM MATCH-ONE-SUBSCRIBER
               VARYING LIB2-SUB-IDX FROM 1 BY 1
               UNTIL LIB2-SUB-IDX > LIB2-SUB-COUNT
                  OR LIB2-SUB-FOUND

           IF LIB2-SUB-FOUND
               SET LIB2-SUB-IDX TO LIB2-SUB-SLOT
           END-IF.

      *-----------------------------------------------------------------
       MATCH-ONE-SUBSCRIBER.
      *-----------------------------------------------------------------
           IF LIB2-SB-ID(LIB2-SUB-IDX) = LIB2-SEARCH-ID
               SET LIB2-SUB-FOUND TO TRUE
               SET LIB2-SUB-SLOT TO LIB2-SUB-IDX
           END-IF.

      *-----------------------------------------------------------------
       LOAD-CURSORS.
      *    A cursor for a subscriber no longer registered is dropped
      *    when the file is written back.  No LIB2CFC means no feed
      *    issued yet; one that is there but cannot be read must not
      *    pass for that, or every subscriber would be sent its
      *    initial load again, so the run stops.
      *-----------------------------------------------------------------
           OPEN INPUT LIB2-CURSOR-FILE
           EVALUATE LIB2C-FILE-STATUS
               WHEN '00'
                   PERFORM TAKE-ONE-CURSOR UNTIL LIB2C-EOF
                   CLOSE LIB2-CURSOR-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'LIB2CFD - LIB2CFC UNAVAILABLE, STATUS: '
                           LIB2C-FILE-STATUS
                   SET LIB2-ABORTED TO TRUE
           END-EVALUATE.

      *-----------------------------------------------------------------
       TAKE-ONE-CURSOR.
      *-----------------------------------------------------------------
           READ LIB2-CURSOR-FILE
               AT END
                   SET LIB2C-EOF TO TRUE
           END-READ

           IF NOT LIB2C-EOF
               MOVE LIB2C-SUBSCRIBER TO LIB2-SEARCH-ID
               PERFORM FIND-SUBSCRIBER
               IF LIB2-SUB-FOUND
                   MOVE LIB2C-ACK-SEQ TO LIB2-SB-ACK-SEQ(LIB2-SUB-IDX)
                   MOVE LIB2C-ACK-THRU-DATE TO
                        LIB2-SB-ACK-THRU-DATE(LIB2-SUB-IDX)
                   MOVE LIB2C-ISSUED-SEQ TO
                        LIB2-SB-ISSUED-SEQ(LIB2-SUB-IDX)
                   MOVE LIB2C-ISSUED-THRU-DATE TO
                        LIB2-SB-ISSUED-THRU-DATE(LIB2-SUB-IDX)
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       TAKE-ACKNOWLEDGEMENTS.
      *    The latest good acknowledgement of each subscriber is held
      *    as pending, the feed log gives its through-date, and only
      *    then does the cursor move.  Either file there but
      *    unreadable stops the run - LIB2CFA would otherwise be
      *    emptied untaken.
      *-----------------------------------------------------------------
           OPEN INPUT LIB2-ACK-FILE
           EVALUATE LIB2K-FILE-STATUS
               WHEN '00'
                   PERFORM TAKE-ONE-ACKNOWLEDGEMENT UNTIL LIB2K-EOF
                   CLOSE LIB2-ACK-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'LIB2CFD - LIB2CFA UNAVAILABLE, STATUS: '
                           LIB2K-FILE-STATUS
                   SET LIB2-ABORTED TO TRUE
           END-EVALUATE

           IF NOT LIB2-ABORTED
               OPEN INPUT LIB2-FEED-LOG-FILE
               EVALUATE LIB2L-FILE-STATUS
                   WHEN '00'
                       PERFORM DATE-ONE-PENDING-ACK UNTIL LIB2L-EOF
                       CLOSE LIB2-FEED-LOG-FILE
                   WHEN '35'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'LIB2CFD - LIB2CFL UNAVAILABLE, STATUS: '
                               LIB2L-FILE-STATUS
                       SET LIB2-ABORTED TO TRUE
               END-EVALUATE
           END-IF

           IF NOT LIB2-ABORTED
               PERFORM APPLY-PENDING-ACK
                   VARYING LIB2-SUB-IDX FROM 1 BY 1
                   UNTIL LIB2-SUB-IDX > LIB2-SUB-COUNT
           END-IF.

      *-----------------------------------------------------------------
       TAKE-ONE-ACKNOWLEDGEMENT.
      *-----------------------------------------------------------------
           READ LIB2-ACK-FILE
               AT END
                   SET LIB2K-EOF TO TRUE
               NOT AT END
                   ADD 1 TO LIB2-ACK-READ-COUNT
           END-READ

           IF NOT LIB2K-EOF
               MOVE LIB2K-SUBSCRIBER TO LIB2-SEARCH-ID
               PERFORM FIND-SUBSCRIBER
               MOVE LIB2K-SUBSCRIBER TO LIB2R-ACK-SUBSCRIBER
               MOVE LIB2K-FEED-SEQ   TO LIB2R-ACK-FEED-SEQ
               EVALUATE TRUE
                   WHEN NOT LIB2-SUB-FOUND
                       MOVE 'SUBSCRIBER NOT REGISTERED'
                         TO LIB2R-ACK-REASON
                       PERFORM WRITE-ACK-EXCEPTION
                   WHEN LIB2K-FEED-SEQ IS NOT NUMERIC
                       MOVE 'FEED SEQUENCE NOT NUMERIC'
                         TO LIB2R-ACK-REASON
                       PERFORM WRITE-ACK-EXCEPTION
                   WHEN LIB2K-FEED-SEQ-NUM >
                        LIB2-SB-ISSUED-SEQ(LIB2-SUB-IDX)
                       MOVE 'NO SUCH FEED ISSUED'
                         TO LIB2R-ACK-REASON
                       PERFORM WRITE-ACK-EXCEPTION
                   WHEN LIB2K-FEED-SEQ-NUM <=
                        LIB2-SB-ACK-SEQ(LIB2-SUB-IDX)
                     OR LIB2K-FEED-SEQ-NUM <=
                        LIB2-SB-PEND-SEQ(LIB2-SUB-IDX)
                       MOVE 'FEED ALREADY ACKNOWLEDGED'
                         TO LIB2R-ACK-REASON
                       PERFORM WRITE-ACK-EXCEPTION
                   WHEN OTHER
                       MOVE LIB2K-FEED-SEQ-NUM TO
                            LIB2-SB-PEND-SEQ(LIB2-SUB-IDX)
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------------------
       DATE-ONE-PENDING-ACK.
      *    A feed issued again after an aborted run is logged twice
      *    under one sequence - the later line is the feed that went
      *    out.
      *-----------------------------------------------------------------
           READ LIB2-FEED-LOG-FILE
               AT END
                   SET LIB2L-EOF TO TRUE
           END-READ

           IF NOT LIB2L-EOF
               MOVE LIB2L-SUBSCRIBER TO LIB2-SEARCH-ID
               PERFORM FIND-SUBSCRIBER
               IF LIB2-SUB-FOUND
                   IF LIB2L-FEED-SEQ = LIB2-SB-PEND-SEQ(LIB2-SUB-IDX)
                       MOVE LIB2L-THRU-DATE TO
                            LIB2-SB-PEND-THRU-DATE(LIB2-SUB-IDX)
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       APPLY-PENDING-ACK.
      *-----------------------------------------------------------------
           IF LIB2-SB-PEND-SEQ(LIB2-SUB-IDX) > ZERO
               IF LIB2-SB-PEND-THRU-DATE(LIB2-SUB-IDX) = ZERO
                   MOVE LIB2-SB-ID(LIB2-SUB-IDX)
                     TO LIB2R-ACK-SUBSCRIBER
                   MOVE LIB2-SB-PEND-SEQ(LIB2-SUB-IDX)
                     TO LIB2R-ACK-FEED-SEQ
                   MOVE 'FEED NOT ON THE FEED LOG (LIB2CFL)'
                     TO LIB2R-ACK-REASON
                   PERFORM WRITE-ACK-EXCEPTION
               ELSE
                   MOVE LIB2-SB-PEND-SEQ(LIB2-SUB-IDX) TO
                        LIB2-SB-ACK-SEQ(LIB2-SUB-IDX)
                   MOVE LIB2-SB-PEND-THRU-DATE(LIB2-SUB-IDX) TO
                        LIB2-SB-ACK-THRU-DATE(LIB2-SUB-IDX)
                   ADD 1 TO LIB2-ACK-APPLIED-COUNT
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       WRITE-ACK-EXCEPTION.
      *-----------------------------------------------------------------
           ADD 1 TO LIB2-INPUT-EXCEPTIONS
           MOVE LIB2R-ACK-LINE TO LIB2R-LINE
           WRITE LIB2R-LINE.

      *-----------------------------------------------------------------
       WRITE-INPUT-EXCEPTION.
      *-----------------------------------------------------------------
           ADD 1 TO LIB2-INPUT-EXCEPTIONS
           MOVE LIB2R-EXC-LINE TO LIB2R-LINE
           WRITE LIB2R-LINE.

      *-----------------------------------------------------------------
       FINISH-INPUT-EXCEPTIONS.
      *-----------------------------------------------------------------
           IF LIB2-INPUT-EXCEPTIONS = ZERO
               MOVE '  NONE' TO LIB2R-LINE
               WRITE LIB2R-LINE
           END-IF.

      *-----------------------------------------------------------------
       FIND-OLDEST-CURSOR.
      *    The master is kept from the oldest cursor of all (zero for
      *    a subscriber yet to take its initial load, which is every
      *    record).  History is only needed back to the oldest cursor
      *    that is not zero - before nothing there is nothing to look
      *    up - and at least back to the through day.
      *-----------------------------------------------------------------
           MOVE LIB2-THRU-DATE TO LIB2-MASTER-FROM-DATE
           MOVE LIB2-THRU-DATE TO LIB2-HIST-FROM-DATE

           PERFORM NOTE-ONE-CURSOR
               VARYING LIB2-SUB-IDX FROM 1 BY 1
               UNTIL LIB2-SUB-IDX > LIB2-SUB-COUNT.

      *-----------------------------------------------------------------
       NOTE-ONE-CURSOR.
      *-----------------------------------------------------------------
           IF LIB2-SB-ACK-THRU-DATE(LIB2-SUB-IDX) <
              LIB2-MASTER-FROM-DATE
               MOVE LIB2-SB-ACK-THRU-DATE(LIB2-SUB-IDX) TO
                    LIB2-MASTER-FROM-DATE
           END-IF
           IF LIB2-SB-ACK-THRU-DATE(LIB2-SUB-IDX) > ZERO
              AND LIB2-SB-ACK-THRU-DATE(LIB2-SUB-IDX) <
                  LIB2-HIST-FROM-DATE
               MOVE LIB2-SB-ACK-THRU-DATE(LIB2-SUB-IDX) TO
                    LIB2-HIST-FROM-DATE
           END-IF.

      *-----------------------------------------------------------------
       LOAD-CHANGED-MASTER.
      *    The file stays open for the run - each key's version is read
      *    from it directly when its feed is judged.
      *-----------------------------------------------------------------
           OPEN INPUT LIB2-MASTER-FILE
           IF LIB2M-STATUS-OK
               SET LIB2M-OPEN TO TRUE
               PERFORM READ-NEXT-MASTER
               PERFORM LOAD-ONE-MASTER-RECORD
                   UNTIL LIB2M-EOF OR LIB2-ABORTED
           ELSE
               DISPLAY 'LIB2CFD - MASTER FILE UNAVAILABLE, STATUS: '
                       LIB2M-FILE-STATUS
               SET LIB2-ABORTED TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       READ-NEXT-MASTER.
      *-----------------------------------------------------------------
           READ LIB2-MASTER-FILE NEXT RECORD
               AT END
                   SET LIB2M-EOF TO TRUE
           END-READ

           EVALUATE TRUE
               WHEN LIB2M-EOF
                   CONTINUE
               WHEN LIB2M-FILE-STATUS(1:1) NOT = '0'
                   DISPLAY 'LIB2CFD - MASTER FILE READ FAILED, STATUS: '
                           LIB2M-FILE-STATUS
                   SET LIB2-ABORTED TO TRUE
               WHEN OTHER
                   ADD 1 TO LIB2-MASTER-READ-COUNT
           END-EVALUATE.

      *-----------------------------------------------------------------
       LOAD-ONE-MASTER-RECORD.
      *    A master too big for the table aborts the run rather than
      *    feed part of it.
      *-----------------------------------------------------------------
           IF LIB2M-EFF-DATE > LIB2-MASTER-FROM-DATE
               IF LIB2-MST-COUNT >= LIB2-MST-MAX
                   DISPLAY 'LIB2CFD - MASTER TABLE FULL AT '
                           LIB2-MST-MAX ' RECORDS, RUN ABORTED'
                   SET LIB2-ABORTED TO TRUE
               ELSE
                   ADD 1 TO LIB2-MST-COUNT
                   SET LIB2-MST-IDX TO LIB2-MST-COUNT
                   MOVE LIB2M-FULL-KEY TO LIB2-MT-FULL-KEY(LIB2-MST-IDX)
                   MOVE LIB2M-STATUS   TO LIB2-MT-STATUS(LIB2-MST-IDX)
                   MOVE LIB2M-REC-TYPE TO
                        LIB2-MT-REC-TYPE(LIB2-MST-IDX)
                   MOVE LIB2M-EFF-DATE TO
                        LIB2-MT-EFF-DATE(LIB2-MST-IDX)
                   MOVE LIB2M-DATA     TO LIB2-MT-DATA(LIB2-MST-IDX)
               END-IF
           END-IF

           IF NOT LIB2-ABORTED
               PERFORM READ-NEXT-MASTER
           END-IF.

      *-----------------------------------------------------------------
       LOAD-HISTORY.
      *    No history file means nothing has been superseded yet;
      *    one that is there but cannot be read stops the run.
      *-----------------------------------------------------------------
           OPEN INPUT LIB2-HISTORY-FILE
           EVALUATE LIB2H-FILE-STATUS
               WHEN '00'
                   PERFORM LOAD-ONE-HISTORY-ROW
                       UNTIL LIB2H-EOF OR LIB2-ABORTED
                   CLOSE LIB2-HISTORY-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'LIB2CFD - LIB2HST UNAVAILABLE, STATUS: '
                           LIB2H-FILE-STATUS
                   SET LIB2-ABORTED TO TRUE
           END-EVALUATE.

      *-----------------------------------------------------------------
       LOAD-ONE-HISTORY-ROW.
      *    A row whose dates will not compare cannot be placed in time
      *    and is counted and passed over.
      *-----------------------------------------------------------------
           READ LIB2-HISTORY-FILE
               AT END
                   SET LIB2H-EOF TO TRUE
               NOT AT END
                   ADD 1 TO LIB2-HIST-READ-COUNT
           END-READ

           EVALUATE TRUE
               WHEN LIB2H-EOF
                   CONTINUE
               WHEN LIB2H-EFF-DATE IS NOT NUMERIC
                 OR LIB2H-SUPERSEDE-DATE IS NOT NUMERIC
                   ADD 1 TO LIB2-BAD-HIST-COUNT
               WHEN LIB2H-SUPERSEDE-DATE <= LIB2-HIST-FROM-DATE
                   CONTINUE
               WHEN LIB2-HST-COUNT >= LIB2-HST-MAX
                   DISPLAY 'LIB2CFD - HISTORY TABLE FULL AT '
                           LIB2-HST-MAX ' ROWS, RUN ABORTED'
                   SET LIB2-ABORTED TO TRUE
               WHEN OTHER
                   ADD 1 TO LIB2-HST-COUNT
                   SET LIB2-HST-IDX TO LIB2-HST-COUNT
                   MOVE LIB2H-TABLE-ID TO LIB2-HT-TABLE-ID(LIB2-HST-IDX)
                   MOVE LIB2H-KEY      TO LIB2-HT-KEY(LIB2-HST-IDX)
                   MOVE LIB2H-STATUS   TO LIB2-HT-STATUS(LIB2-HST-IDX)
                   MOVE LIB2H-REC-TYPE TO
                        LIB2-HT-REC-TYPE(LIB2-HST-IDX)
                   MOVE LIB2H-EFF-DATE TO
                        LIB2-HT-EFF-DATE(LIB2-HST-IDX)
                   MOVE LIB2H-SUPERSEDE-DATE TO
                        LIB2-HT-SUPERSEDE-DATE(LIB2-HST-IDX)
                   MOVE LIB2H-DATA     TO LIB2-HT-DATA(LIB2-HST-IDX)
           END-EVALUATE.

      *-----------------------------------------------------------------
       OPEN-FEED-LOG.
      *    Opened before any feed is written: a feed that could not be
      *    logged could never be acknowledged.
      *-----------------------------------------------------------------
           OPEN EXTEND LIB2-FEED-LOG-FILE
           IF LIB2L-FILE-STATUS = '35'
               OPEN OUTPUT LIB2-FEED-LOG-FILE
           END-IF
           IF LIB2L-FILE-STATUS NOT = '00'
               DISPLAY 'LIB2CFD - LIB2CFL NOT OPENED, STATUS: '
                       LIB2L-FILE-STATUS
               SET LIB2-ABORTED TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       WRITE-ALL-FEEDS.
      *-----------------------------------------------------------------
           MOVE SPACES TO LIB2R-LINE
           WRITE LIB2R-LINE
           MOVE LIB2R-FEED-HDR TO LIB2R-LINE
           WRITE LIB2R-LINE

           PERFORM WRITE-ONE-FEED
               VARYING LIB2-SUB-IDX FROM 1 BY 1
               UNTIL LIB2-SUB-IDX > LIB2-SUB-COUNT

           CLOSE LIB2-FEED-LOG-FILE.

      *-----------------------------------------------------------------
       WRITE-ONE-FEED.
      *    A feed goes out every run, empty or not, so the subscriber
      *    can tell a quiet day from a missed one.  One that cannot be
      *    opened, or was built while a master read failed, is listed
      *    and not counted as issued - its changes stay for the next
      *    feed, and a part-built one is emptied again.
      *-----------------------------------------------------------------
           COMPUTE LIB2-FEED-SEQ = LIB2-SB-ISSUED-SEQ(LIB2-SUB-IDX) + 1
           MOVE ZERO TO LIB2-FEED-COUNT
           MOVE ZERO TO LIB2-HASH-TOTAL
           MOVE 'N'  TO LIB2M-READ-FAILED-SW

           MOVE SPACES     TO LIB2-FEED-NAME
           MOVE 'LIB2CFD.' TO LIB2-FEED-NAME(1:8)
           MOVE LIB2-SB-ID(LIB2-SUB-IDX) TO LIB2-FEED-NAME(9:8)

           OPEN OUTPUT LIB2-FEED-FILE
           IF LIB2T-FILE-STATUS NOT = '00'
               MOVE LIB2-SB-ID(LIB2-SUB-IDX) TO LIB2R-EXC-SUBSCRIBER
               MOVE 'FEED FILE COULD NOT BE OPENED - NOT ISSUED'
                 TO LIB2R-EXC-TEXT
               PERFORM WRITE-INPUT-EXCEPTION
           ELSE
               PERFORM WRITE-HEADER-RECORD
               IF LIB2-SB-ACK-THRU-DATE(LIB2-SUB-IDX) < LIB2-THRU-DATE
                   PERFORM JUDGE-ONE-MASTER-KEY
                       VARYING LIB2-MST-SCAN-IDX FROM 1 BY 1
                       UNTIL LIB2-MST-SCAN-IDX > LIB2-MST-COUNT
                   PERFORM JUDGE-ONE-HISTORY-ROW
                       VARYING LIB2-HST-SCAN-IDX FROM 1 BY 1
                       UNTIL LIB2-HST-SCAN-IDX > LIB2-HST-COUNT
               END-IF
               PERFORM WRITE-TRAILER-RECORD
               CLOSE LIB2-FEED-FILE

               IF LIB2M-READ-FAILED
                   OPEN OUTPUT LIB2-FEED-FILE
                   CLOSE LIB2-FEED-FILE
                   MOVE LIB2-SB-ID(LIB2-SUB-IDX) TO
                        LIB2R-EXC-SUBSCRIBER
                   MOVE 'MASTER FILE READ FAILED - FEED NOT ISSUED'
                     TO LIB2R-EXC-TEXT
                   PERFORM WRITE-INPUT-EXCEPTION
               ELSE
                   MOVE LIB2-FEED-SEQ  TO
                        LIB2-SB-ISSUED-SEQ(LIB2-SUB-IDX)
                   MOVE LIB2-THRU-DATE TO
                        LIB2-SB-ISSUED-THRU-DATE(LIB2-SUB-IDX)
                   ADD 1 TO LIB2-FEEDS-WRITTEN
                   ADD LIB2-FEED-COUNT TO LIB2-FEED-RECORDS
                   PERFORM WRITE-FEED-LOG-LINE
                   PERFORM WRITE-FEED-REPORT-LINE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       JUDGE-ONE-MASTER-KEY.
      *    Every key of the subscriber's table and prefix whose record
      *    has been touched since the cursor - one touched only today
      *    compares equal and writes nothing.
      *-----------------------------------------------------------------
           IF LIB2-MT-TABLE-ID(LIB2-MST-SCAN-IDX) =
              LIB2-SB-TABLE-ID(LIB2-SUB-IDX)
              AND LIB2-MT-EFF-DATE(LIB2-MST-SCAN-IDX) >
                  LIB2-SB-ACK-THRU-DATE(LIB2-SUB-IDX)
               MOVE LIB2-MT-FULL-KEY(LIB2-MST-SCAN-IDX) TO
                    LIB2-WORK-FULL-KEY
               PERFORM CHECK-KEY-PREFIX
               IF LIB2-PREFIX-OK
                   PERFORM JUDGE-KEY-CHANGE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       JUDGE-ONE-HISTORY-ROW.
      *    The keys with a version superseded since the cursor that
      *    the master pass has not already judged - deleted keys, and
      *    keys whose master record carries an effective date no later
      *    than the cursor (one restored before lib2rest stamped its
      *    run date, say).  Each is judged once, at the first of its
      *    rows superseded since the cursor.
      *-----------------------------------------------------------------
           IF LIB2-HT-TABLE-ID(LIB2-HST-SCAN-IDX) =
              LIB2-SB-TABLE-ID(LIB2-SUB-IDX)
              AND LIB2-HT-SUPERSEDE-DATE(LIB2-HST-SCAN-IDX) >
                  LIB2-SB-ACK-THRU-DATE(LIB2-SUB-IDX)
               MOVE LIB2-HT-FULL-KEY(LIB2-HST-SCAN-IDX) TO
                    LIB2-WORK-FULL-KEY
               PERFORM CHECK-KEY-PREFIX
               IF LIB2-PREFIX-OK
                   PERFORM FIND-IN-MASTER-TABLE
                   IF NOT LIB2-IN-MST-TABLE
                       MOVE 'N' TO LIB2-EARLIER-ROW-SW
                       PERFORM CHECK-ONE-EARLIER-ROW
                           VARYING LIB2-HST-IDX FROM 1 BY 1
                           UNTIL LIB2-HST-IDX >= LIB2-HST-SCAN-IDX
                              OR LIB2-EARLIER-ROW
                       IF NOT LIB2-EARLIER-ROW
                           PERFORM JUDGE-KEY-CHANGE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       CHECK-ONE-EARLIER-ROW.
      *-----------------------------------------------------------------
           IF LIB2-HT-FULL-KEY(LIB2-HST-IDX) = LIB2-WORK-FULL-KEY
              AND LIB2-HT-SUPERSEDE-DATE(LIB2-HST-IDX) >
                  LIB2-SB-ACK-THRU-DATE(LIB2-SUB-IDX)
               SET LIB2-EARLIER-ROW TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       CHECK-KEY-PREFIX.
      *-----------------------------------------------------------------
           MOVE 'Y' TO LIB2-PREFIX-OK-SW
           IF LIB2-SB-PREFIX-LEN(LIB2-SUB-IDX) > ZERO
               IF LIB2-WORK-KEY(1:LIB2-SB-PREFIX-LEN(LIB2-SUB-IDX))
                  NOT = LIB2-SB-PREFIX(LIB2-SUB-IDX)
                          (1:LIB2-SB-PREFIX-LEN(LIB2-SUB-IDX))
                   MOVE 'N' TO LIB2-PREFIX-OK-SW
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       FIND-IN-MASTER-TABLE.
      *    Whether the master pass judges this key for the subscriber
      *    being fed: its record is in the table of records changed
      *    since the oldest cursor, and changed since this one's.
      *-----------------------------------------------------------------
           MOVE 'N' TO LIB2-IN-MST-TABLE-SW
           IF LIB2-MST-COUNT > ZERO
               SEARCH ALL LIB2-MST-ENTRY
                   AT END
                       CONTINUE
                   WHEN LIB2-MT-FULL-KEY(LIB2-MST-IDX) =
                        LIB2-WORK-FULL-KEY
                       IF LIB2-MT-EFF-DATE(LIB2-MST-IDX) >
                          LIB2-SB-ACK-THRU-DATE(LIB2-SUB-IDX)
                           SET LIB2-IN-MST-TABLE TO TRUE
                       END-IF
               END-SEARCH
           END-IF.

      *-----------------------------------------------------------------
       READ-MASTER-RECORD.
      *    The key's record as it stands, read by its full key - its
      *    effective date need not be recent for it to be the version
      *    in effect.  A read that fails other than on a missing key
      *    is noted so the feed being built is not issued.
      *-----------------------------------------------------------------
           MOVE 'N' TO LIB2-ON-MASTER-SW
           MOVE LIB2-WORK-FULL-KEY TO LIB2M-FULL-KEY
           READ LIB2-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN LIB2M-STATUS-OK
                   SET LIB2-ON-MASTER TO TRUE
               WHEN LIB2M-FILE-STATUS = '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'LIB2CFD - MASTER FILE READ FAILED FOR '
                           LIB2-WORK-KEY ', STATUS: '
                           LIB2M-FILE-STATUS
                   SET LIB2M-READ-FAILED TO TRUE
           END-EVALUATE.

      *-----------------------------------------------------------------
       JUDGE-KEY-CHANGE.
      *    The key as the subscriber had it and as it stands at the
      *    close of the through day.
      *-----------------------------------------------------------------
           MOVE LIB2-SB-ACK-THRU-DATE(LIB2-SUB-IDX) TO LIB2-ASOF-DATE
           PERFORM FIND-VERSION-AS-OF
           MOVE LIB2-VERSION TO LIB2-BEFORE-VERSION

           MOVE LIB2-THRU-DATE TO LIB2-ASOF-DATE
           PERFORM FIND-VERSION-AS-OF
           MOVE LIB2-VERSION TO LIB2-AFTER-VERSION

           PERFORM WRITE-KEY-EVENTS.

      *-----------------------------------------------------------------
       FIND-VERSION-AS-OF.
      *    The history row in effect that day - the one that took
      *    effect on or before it and was superseded after it - and
      *    otherwise the master record, when it was already in effect
      *    then.  A covering row wins even over a master record dated
      *    earlier: the record was not in effect while a version it
      *    has since been put back over was.  No version at all means
      *    the key did not exist that day.
      *-----------------------------------------------------------------
           MOVE 'N'    TO LIB2-VER-FOUND-SW
           MOVE 'N'    TO LIB2-VER-VISIBLE-SW
           MOVE SPACES TO LIB2-VER-STATUS
           MOVE SPACES TO LIB2-VER-REC-TYPE
           MOVE ZERO   TO LIB2-VER-EFF-DATE
           MOVE SPACES TO LIB2-VER-DATA

           IF LIB2-ASOF-DATE > ZERO
               PERFORM MATCH-ONE-HISTORY-VERSION
                   VARYING LIB2-HST-IDX FROM 1 BY 1
                   UNTIL LIB2-HST-IDX > LIB2-HST-COUNT
                      OR LIB2-VER-FOUND
               IF NOT LIB2-VER-FOUND
                   PERFORM READ-MASTER-RECORD
                   IF LIB2-ON-MASTER
                      AND LIB2M-EFF-DATE <= LIB2-ASOF-DATE
                       SET LIB2-VER-FOUND TO TRUE
                       MOVE LIB2M-STATUS   TO LIB2-VER-STATUS
                       MOVE LIB2M-REC-TYPE TO LIB2-VER-REC-TYPE
                       MOVE LIB2M-EFF-DATE TO LIB2-VER-EFF-DATE
                       MOVE LIB2M-DATA     TO LIB2-VER-DATA
                   END-IF
               END-IF
           END-IF

           IF LIB2-VER-FOUND
               PERFORM JUDGE-VERSION-VISIBLE
           END-IF.

      *-----------------------------------------------------------------
       MATCH-ONE-HISTORY-VERSION.
      *-----------------------------------------------------------------
           IF LIB2-HT-FULL-KEY(LIB2-HST-IDX) = LIB2-WORK-FULL-KEY
              AND LIB2-HT-EFF-DATE(LIB2-HST-IDX) <= LIB2-ASOF-DATE
              AND LIB2-HT-SUPERSEDE-DATE(LIB2-HST-IDX) >
                  LIB2-ASOF-DATE
               SET LIB2-VER-FOUND TO TRUE
               MOVE LIB2-HT-STATUS(LIB2-HST-IDX)   TO LIB2-VER-STATUS
               MOVE LIB2-HT-REC-TYPE(LIB2-HST-IDX) TO LIB2-VER-REC-TYPE
               MOVE LIB2-HT-EFF-DATE(LIB2-HST-IDX) TO LIB2-VER-EFF-DATE
               MOVE LIB2-HT-DATA(LIB2-HST-IDX)     TO LIB2-VER-DATA
           END-IF.

      *-----------------------------------------------------------------
       JUDGE-VERSION-VISIBLE.
      *    Through the subscriber's status and type filters.  An alias
      *    is never a record in its own right.
      *-----------------------------------------------------------------
           MOVE 'N' TO LIB2-TYPE-OK-SW
           IF LIB2-SB-REC-TYPES(LIB2-SUB-IDX) = SPACES
               SET LIB2-TYPE-OK TO TRUE
           ELSE
               PERFORM MATCH-ONE-SUB-TYPE
                   VARYING LIB2-TYPE-IDX FROM 1 BY 1
                   UNTIL LIB2-TYPE-IDX > 5 OR LIB2-TYPE-OK
           END-IF

           IF LIB2-VER-STATUS NOT = 'R'
              AND LIB2-TYPE-OK
              AND (LIB2-SB-STATUSES(LIB2-SUB-IDX) = SPACES
               OR LIB2-SB-STATUSES(LIB2-SUB-IDX)(1:1) = LIB2-VER-STATUS
               OR LIB2-SB-STATUSES(LIB2-SUB-IDX)(2:1) = LIB2-VER-STATUS)
               SET LIB2-VER-VISIBLE TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       MATCH-ONE-SUB-TYPE.
      *-----------------------------------------------------------------
           IF LIB2-SB-REC-TYPE(LIB2-SUB-IDX, LIB2-TYPE-IDX)
                   NOT = SPACES
              AND LIB2-SB-REC-TYPE(LIB2-SUB-IDX, LIB2-TYPE-IDX) =
                  LIB2-VER-REC-TYPE
               SET LIB2-TYPE-OK TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       WRITE-KEY-EVENTS.
      *-----------------------------------------------------------------
           EVALUATE TRUE
               WHEN LIB2-AFT-FOUND AND LIB2-AFT-STATUS = 'R'
                   IF LIB2-BEF-VISIBLE
                       MOVE 'R'               TO LIB2-EVENT-CODE
                       MOVE SPACES            TO LIB2-EVENT-DATA
                       MOVE LIB2-AFT-DATA(1:10) TO
                            LIB2-EVENT-DATA(1:10)
                       MOVE LIB2-AFT-EFF-DATE TO LIB2-EVENT-EFF-DATE
                       MOVE LIB2-BEF-REC-TYPE TO LIB2-EVENT-REC-TYPE
                       PERFORM WRITE-FEED-EVENT
                   END-IF
               WHEN LIB2-BEF-VISIBLE AND NOT LIB2-AFT-VISIBLE
                   MOVE 'D' TO LIB2-EVENT-CODE
                   MOVE LIB2-BEF-DATA     TO LIB2-EVENT-DATA
                   MOVE LIB2-BEF-EFF-DATE TO LIB2-EVENT-EFF-DATE
                   MOVE LIB2-BEF-REC-TYPE TO LIB2-EVENT-REC-TYPE
                   PERFORM WRITE-FEED-EVENT
               WHEN LIB2-AFT-VISIBLE AND NOT LIB2-BEF-VISIBLE
                   MOVE 'A' TO LIB2-EVENT-CODE
                   PERFORM WRITE-AFTER-EVENT
                   IF LIB2-AFT-STATUS = 'I'
                       MOVE 'X' TO LIB2-EVENT-CODE
                       PERFORM WRITE-AFTER-EVENT
                   END-IF
               WHEN LIB2-AFT-VISIBLE AND LIB2-BEF-VISIBLE
                   PERFORM WRITE-CHANGE-EVENTS
           END-EVALUATE.

      *-----------------------------------------------------------------
       WRITE-CHANGE-EVENTS.
      *    The same version both days writes nothing.  A change is
      *    written whenever the record ends active (lib2 reactivates
      *    on a change) or its data or type moved; an inactivate
      *    follows when it ends inactive after being active, or after
      *    a change the subscriber has just been sent.
      *-----------------------------------------------------------------
           MOVE 'N' TO LIB2-CHANGE-WRITTEN-SW

           IF LIB2-BEF-EFF-DATE NOT = LIB2-AFT-EFF-DATE
              OR LIB2-BEF-STATUS NOT = LIB2-AFT-STATUS
              OR LIB2-BEF-REC-TYPE NOT = LIB2-AFT-REC-TYPE
              OR LIB2-BEF-DATA NOT = LIB2-AFT-DATA
               IF LIB2-AFT-STATUS = 'A'
                  OR LIB2-BEF-REC-TYPE NOT = LIB2-AFT-REC-TYPE
                  OR LIB2-BEF-DATA NOT = LIB2-AFT-DATA
                   MOVE 'C' TO LIB2-EVENT-CODE
                   PERFORM WRITE-AFTER-EVENT
                   SET LIB2-CHANGE-WRITTEN TO TRUE
               END-IF
               IF LIB2-AFT-STATUS = 'I'
                  AND (LIB2-BEF-STATUS = 'A' OR LIB2-CHANGE-WRITTEN)
                   MOVE 'X' TO LIB2-EVENT-CODE
                   PERFORM WRITE-AFTER-EVENT
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       WRITE-AFTER-EVENT.
      *-----------------------------------------------------------------
           MOVE LIB2-AFT-DATA     TO LIB2-EVENT-DATA
           MOVE LIB2-AFT-EFF-DATE TO LIB2-EVENT-EFF-DATE
           MOVE LIB2-AFT-REC-TYPE TO LIB2-EVENT-REC-TYPE
           PERFORM WRITE-FEED-EVENT.

      *-----------------------------------------------------------------
       WRITE-FEED-EVENT.
      *-----------------------------------------------------------------
           MOVE SPACES              TO LIB2T-RECORD
           MOVE LIB2-EVENT-CODE     TO LIB2T-REQTYPE
           MOVE LIB2-WORK-KEY       TO LIB2T-KEY
           MOVE LIB2-EVENT-DATA     TO LIB2T-DATA
           MOVE LIB2-EVENT-EFF-DATE TO LIB2T-EFF-DATE
           MOVE LIB2-EVENT-REC-TYPE TO LIB2T-REC-TYPE
           MOVE LIB2-WORK-TABLE-ID  TO LIB2T-TABLE-ID
           WRITE LIB2T-RECORD

           ADD 1 TO LIB2-FEED-COUNT
           MOVE LIB2T-RECORD(2:40) TO LIB2-HASH-AREA
           PERFORM ACCUMULATE-ONE-HASH-CHAR
               VARYING LIB2-HASH-IDX FROM 1 BY 1
               UNTIL LIB2-HASH-IDX > 40.

      *-----------------------------------------------------------------
       ACCUMULATE-ONE-HASH-CHAR.
      *    The trailer hash total, the lib2recn checksum over the key
      *    and data columns.
      *-----------------------------------------------------------------
           COMPUTE LIB2-HASH-TOTAL =
               FUNCTION MOD
                   (LIB2-HASH-TOTAL +
                    FUNCTION ORD(LIB2-HASH-CHAR(LIB2-HASH-IDX)),
                    999999999).

      *-----------------------------------------------------------------
       WRITE-HEADER-RECORD.
      *-----------------------------------------------------------------
           MOVE SPACES          TO LIB2T-CONTROL-RECORD
           SET LIB2TC-HEADER    TO TRUE
           MOVE LIB2-SB-ID(LIB2-SUB-IDX) TO LIB2TC-SOURCE
           MOVE LIB2-RUN-DATE   TO LIB2TC-FILE-DATE
           MOVE LIB2-FEED-SEQ   TO LIB2TC-FILE-SEQ
           MOVE ZERO            TO LIB2TC-RECORD-COUNT
           MOVE ZERO            TO LIB2TC-HASH-TOTAL
           WRITE LIB2T-CONTROL-RECORD.

      *-----------------------------------------------------------------
       WRITE-TRAILER-RECORD.
      *-----------------------------------------------------------------
           MOVE SPACES           TO LIB2T-CONTROL-RECORD
           SET LIB2TC-TRAILER    TO TRUE
           MOVE LIB2-SB-ID(LIB2-SUB-IDX) TO LIB2TC-SOURCE
           MOVE LIB2-RUN-DATE    TO LIB2TC-FILE-DATE
           MOVE LIB2-FEED-SEQ    TO LIB2TC-FILE-SEQ
           MOVE LIB2-FEED-COUNT  TO LIB2TC-RECORD-COUNT
           MOVE LIB2-HASH-TOTAL  TO LIB2TC-HASH-TOTAL
           WRITE LIB2T-CONTROL-RECORD.

      *-----------------------------------------------------------------
       WRITE-FEED-LOG-LINE.
      *    The span is the days after the acknowledged cursor, up to
      *    and including the through day.
      *-----------------------------------------------------------------
           MOVE SPACES TO LIB2L-RECORD
           MOVE LIB2-SB-ID(LIB2-SUB-IDX) TO LIB2L-SUBSCRIBER
           MOVE LIB2-FEED-SEQ            TO LIB2L-FEED-SEQ
           MOVE LIB2-RUN-DATE            TO LIB2L-RUN-DATE
           MOVE LIB2-SB-ACK-THRU-DATE(LIB2-SUB-IDX) TO LIB2L-AFTER-DATE
           MOVE LIB2-THRU-DATE           TO LIB2L-THRU-DATE
           MOVE LIB2-FEED-COUNT          TO LIB2L-RECORD-COUNT
           WRITE LIB2L-RECORD.

      *-----------------------------------------------------------------
       WRITE-FEED-REPORT-LINE.
      *-----------------------------------------------------------------
           MOVE LIB2-SB-ID(LIB2-SUB-IDX)       TO LIB2R-FD-SUBSCRIBER
           MOVE LIB2-SB-TABLE-ID(LIB2-SUB-IDX) TO LIB2R-FD-TABLE-ID
           MOVE LIB2-FEED-SEQ                  TO LIB2R-FD-FEED-SEQ
           MOVE LIB2-SB-ACK-THRU-DATE(LIB2-SUB-IDX) TO
                LIB2R-FD-AFTER-DATE
           MOVE LIB2-THRU-DATE                 TO LIB2R-FD-THRU-DATE
           MOVE LIB2-FEED-COUNT                TO LIB2R-FD-RECORDS
           MOVE LIB2-SB-ACK-SEQ(LIB2-SUB-IDX)  TO LIB2R-FD-ACK-SEQ
           PERFORM COMPUTE-RUNS-BEHIND
           MOVE LIB2-BEHIND                    TO LIB2R-FD-BEHIND
           MOVE LIB2R-FEED-LINE TO LIB2R-LINE
           WRITE LIB2R-LINE.

      *-----------------------------------------------------------------
       COMPUTE-RUNS-BEHIND.
      *    The feeds issued before tonight's and never acknowledged -
      *    tonight's own cannot have been picked up yet.
      *-----------------------------------------------------------------
           IF LIB2-SB-ISSUED-SEQ(LIB2-SUB-IDX) >
              LIB2-SB-ACK-SEQ(LIB2-SUB-IDX) + 1
               COMPUTE LIB2-BEHIND = LIB2-SB-ISSUED-SEQ(LIB2-SUB-IDX)
                                   - LIB2-SB-ACK-SEQ(LIB2-SUB-IDX) - 1
           ELSE
               MOVE ZERO TO LIB2-BEHIND
           END-IF.

      *-----------------------------------------------------------------
       LIST-SUBSCRIBERS-BEHIND.
      *-----------------------------------------------------------------
           MOVE SPACES TO LIB2R-LINE
           WRITE LIB2R-LINE
           MOVE 'SUBSCRIBERS BEHIND THE RUNS-BEHIND LIMIT' TO LIB2R-LINE
           WRITE LIB2R-LINE

           PERFORM LIST-ONE-SUBSCRIBER-BEHIND
               VARYING LIB2-SUB-IDX FROM 1 BY 1
               UNTIL LIB2-SUB-IDX > LIB2-SUB-COUNT

           IF LIB2-BEHIND-COUNT = ZERO
               MOVE '  NONE' TO LIB2R-LINE
               WRITE LIB2R-LINE
           END-IF.

      *-----------------------------------------------------------------
       LIST-ONE-SUBSCRIBER-BEHIND.
      *-----------------------------------------------------------------
           PERFORM COMPUTE-RUNS-BEHIND

           IF LIB2-BEHIND > LIB2-BEHIND-LIMIT
               ADD 1 TO LIB2-BEHIND-COUNT
               MOVE LIB2-SB-ID(LIB2-SUB-IDX) TO LIB2R-BH-SUBSCRIBER
               MOVE LIB2-BEHIND              TO LIB2R-BH-BEHIND
               MOVE LIB2-SB-ACK-SEQ(LIB2-SUB-IDX) TO LIB2R-BH-ACK-SEQ
               MOVE LIB2-SB-ACK-THRU-DATE(LIB2-SUB-IDX) TO
                    LIB2R-BH-ACK-THRU-DATE
               MOVE LIB2R-BEHIND-LINE TO LIB2R-LINE
               WRITE LIB2R-LINE
           END-IF.

      *-----------------------------------------------------------------
       WRITE-CURSOR-FILE.
      *    Written only once every feed is out - an aborted run leaves
      *    the cursors as they were.  If LIB2CFC cannot be opened,
      *    written or closed, the feeds are out but their cursors are
      *    not recorded: the cursor lines go to the console so the
      *    file can be put back by hand before the next run, and
      *    LIB2CFA is kept.
      *-----------------------------------------------------------------
           OPEN OUTPUT LIB2-CURSOR-FILE
           IF LIB2C-FILE-STATUS NOT = '00'
               DISPLAY 'LIB2CFD - LIB2CFC NOT OPENED, STATUS: '
                       LIB2C-FILE-STATUS
               SET LIB2-CURSOR-FAILED TO TRUE
           ELSE
               PERFORM WRITE-ONE-CURSOR
                   VARYING LIB2-SUB-IDX FROM 1 BY 1
                   UNTIL LIB2-SUB-IDX > LIB2-SUB-COUNT
                      OR LIB2-CURSOR-FAILED
               CLOSE LIB2-CURSOR-FILE
               IF LIB2C-FILE-STATUS NOT = '00'
                  AND NOT LIB2-CURSOR-FAILED
                   DISPLAY 'LIB2CFD - LIB2CFC NOT CLOSED, STATUS: '
                           LIB2C-FILE-STATUS
                   SET LIB2-CURSOR-FAILED TO TRUE
               END-IF
           END-IF

           IF LIB2-CURSOR-FAILED
               PERFORM SHOW-ONE-CURSOR
                   VARYING LIB2-SUB-IDX FROM 1 BY 1
                   UNTIL LIB2-SUB-IDX > LIB2-SUB-COUNT
               DISPLAY 'LIB2CFD - LIB2CFA KEPT, NOT EMPTIED'
               MOVE SPACES TO LIB2R-LINE
               WRITE LIB2R-LINE
               MOVE 'LIB2CFC NOT WRITTEN - CURSORS NOT RECORDED'
                 TO LIB2R-LINE
               WRITE LIB2R-LINE
           END-IF.

      *-----------------------------------------------------------------
       WRITE-ONE-CURSOR.
      *-----------------------------------------------------------------
           PERFORM BUILD-CURSOR-LINE
           WRITE LIB2C-RECORD
           IF LIB2C-FILE-STATUS NOT = '00'
               DISPLAY 'LIB2CFD - LIB2CFC WRITE FAILED, STATUS: '
                       LIB2C-FILE-STATUS
               SET LIB2-CURSOR-FAILED TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       SHOW-ONE-CURSOR.
      *-----------------------------------------------------------------
           PERFORM BUILD-CURSOR-LINE
           DISPLAY 'LIB2CFD - LIB2CFC LINE: ' LIB2C-RECORD.

      *-----------------------------------------------------------------
       BUILD-CURSOR-LINE.
      *-----------------------------------------------------------------
           MOVE SPACES TO LIB2C-RECORD
           MOVE LIB2-SB-ID(LIB2-SUB-IDX)      TO LIB2C-SUBSCRIBER
           MOVE LIB2-SB-ACK-SEQ(LIB2-SUB-IDX) TO LIB2C-ACK-SEQ
           MOVE LIB2-SB-ACK-THRU-DATE(LIB2-SUB-IDX) TO
                LIB2C-ACK-THRU-DATE
           MOVE LIB2-SB-ISSUED-SEQ(LIB2-SUB-IDX) TO LIB2C-ISSUED-SEQ
           MOVE LIB2-SB-ISSUED-THRU-DATE(LIB2-SUB-IDX) TO
                LIB2C-ISSUED-THRU-DATE.

      *-----------------------------------------------------------------
       CLEAR-ACK-FILE.
      *    Every acknowledgement has been taken or listed.
      *-----------------------------------------------------------------
           OPEN OUTPUT LIB2-ACK-FILE
           CLOSE LIB2-ACK-FILE.

      *-----------------------------------------------------------------
       WRITE-REPORT-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO LIB2R-LINE
           WRITE LIB2R-LINE

           MOVE 'SUBSCRIBERS REGISTERED    : ' TO LIB2R-CNT-LABEL
           MOVE LIB2-SUB-COUNT                TO LIB2R-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'ACKNOWLEDGEMENTS READ     : ' TO LIB2R-CNT-LABEL
           MOVE LIB2-ACK-READ-COUNT           TO LIB2R-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'ACKNOWLEDGEMENTS TAKEN    : ' TO LIB2R-CNT-LABEL
           MOVE LIB2-ACK-APPLIED-COUNT        TO LIB2R-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'MASTER RECORDS READ       : ' TO LIB2R-CNT-LABEL
           MOVE LIB2-MASTER-READ-COUNT        TO LIB2R-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'HISTORY ROWS READ         : ' TO LIB2R-CNT-LABEL
           MOVE LIB2-HIST-READ-COUNT          TO LIB2R-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'HISTORY ROWS WITH BAD DATE: ' TO LIB2R-CNT-LABEL
           MOVE LIB2-BAD-HIST-COUNT           TO LIB2R-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'FEEDS WRITTEN             : ' TO LIB2R-CNT-LABEL
           MOVE LIB2-FEEDS-WRITTEN            TO LIB2R-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'FEED RECORDS WRITTEN      : ' TO LIB2R-CNT-LABEL
           MOVE LIB2-FEED-RECORDS             TO LIB2R-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'SUBSCRIBERS BEHIND        : ' TO LIB2R-CNT-LABEL
           MOVE LIB2-BEHIND-COUNT             TO LIB2R-CNT-VALUE
           PERFORM WRITE-COUNT-LINE

           DISPLAY 'LIB2CFD - FEEDS WRITTEN    : ' LIB2-FEEDS-WRITTEN
           DISPLAY 'LIB2CFD - FEED RECORDS     : ' LIB2-FEED-RECORDS
           DISPLAY 'LIB2CFD - SUBSCRIBERS BEHIND: ' LIB2-BEHIND-COUNT.

      *-----------------------------------------------------------------
       WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
           MOVE LIB2R-COUNT-LINE TO LIB2R-LINE
           WRITE LIB2R-LINE.
