      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      *
      * Unexplained-change reconciliation of the LIB2 master file -
      * lib2diff says what changed on LIB2MST since the last snapshot;
      * this job says whether each change came through lib2.  lib2rest,
      * lib2conv and the lib2cnv conversions write the master directly,
      * and so could anyone with access to the file, and none of them
      * leaves an audit line.
      *
      * Two sides are matched key by key (table plus key):
      *   the master side - every ADDED, DELETED and CHANGED key on
      *     tonight's LIB2DRP, and every LIB2HST row written since the
      *     last run,
      *   the audit side - every successful update line (A, C, D, X,
      *     R answered 00000) on LIB2AHS and LIB2AUD stamped after the
      *     last run, the archive read first so a line the prune has
      *     already moved is still seen.
      * A master change with no update line for its key is listed as
      * NO AUDIT LINE; an update line whose key shows no change on the
      * diff and no new history row is listed as NO MASTER TRACE.  The
      * key a rename moves a record to has no audit line of its own -
      * lib2 audits the old key - so an ADDED key is also explained by
      * a renamed alias on the diff pointing at it, when that alias's
      * key has its rename line.
      *
      * Where the last run left off is kept on LIB2UCP: the date and
      * time it started, which opens tonight's audit window, and the
      * count of LIB2HST rows it had seen, which marks where tonight's
      * new rows begin.  The first run has no LIB2UCP, so it only
      * checks the diff (against the whole audit trail) and records
      * the baseline, the way lib2diff starts from its first snapshot.
      * A LIB2UCP that is there but cannot be read is not taken for a
      * first run - that would close a night's window unchecked - and
      * aborts the run instead, as does an audit trail or history
      * file there but unreadable.  LIB2UCP is only rewritten by a
      * run that completes; should the rewrite fail, its line is
      * shown on the console for it to be put back from.
      *
      * Return code 4 when anything is unexplained, 16 when the run is
      * aborted - a table full or an input unreadable - or LIB2UCP
      * cannot be rewritten.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib2ucr.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIB2-DIFF-RPT-FILE ASSIGN TO 'LIB2DRP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIB2D-FILE-STATUS.

           SELECT LIB2-HISTORY-FILE ASSIGN TO 'LIB2HST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIB2H-FILE-STATUS.

           SELECT LIB2-AUDIT-FILE ASSIGN TO LIB2-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIB2A-FILE-STATUS.

           SELECT LIB2-CONTROL-FILE ASSIGN TO 'LIB2UCP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIB2C-FILE-STATUS.

           SELECT LIB2-RECON-RPT-FILE ASSIGN TO 'LIB2URP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIB2R-FILE-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  LIB2-DIFF-RPT-FILE.
       01  LIB2D-LINE.
           05  LIB2D-DET-TAG            PIC X(08).
           05  LIB2D-DET-KEY            PIC X(10).
           05  FILLER                   PIC X(01).
           05  LIB2D-DET-LABEL          PIC X(05).
           05  LIB2D-DET-STATUS         PIC X(01).
           05  FILLER                   PIC X(01).
           05  LIB2D-DET-REC-TYPE       PIC X(02).
           05  FILLER                   PIC X(01).
           05  LIB2D-DET-EFF-DATE       PIC X(08).
           05  FILLER                   PIC X(01).
           05  LIB2D-DET-DATA           PIC X(30).
           05  FILLER                   PIC X(01).
           05  LIB2D-DET-TABLE-ID       PIC X(08).
           05  FILLER                   PIC X(03).

       FD  LIB2-HISTORY-FILE.
       01  LIB2H-RECORD.
           COPY LIB2HREC.

       FD  LIB2-AUDIT-FILE.
       01  LIB2A-RECORD.
           05  LIB2A-KEY                PIC X(10).
           05  FILLER                   PIC X(01).
           05  LIB2A-PGMNAME            PIC X(08).
           05  FILLER                   PIC X(01).
           05  LIB2A-REQTYPE            PIC X(01).
           05  FILLER                   PIC X(01).
           05  LIB2A-STAMP.
               10  LIB2A-DATE           PIC X(08).
               10  FILLER               PIC X(01).
               10  LIB2A-TIME           PIC X(08).
           05  FILLER                   PIC X(01).
           05  LIB2A-ERR                PIC X(05).
           05  FILLER                   PIC X(01).
           05  LIB2A-TABLE-ID           PIC X(08).

       FD  LIB2-CONTROL-FILE.
       01  LIB2C-RECORD.
           05  LIB2C-LAST-DATE          PIC 9(08).
           05  FILLER                   PIC X(01).
           05  LIB2C-LAST-TIME          PIC 9(08).
           05  FILLER                   PIC X(01).
           05  LIB2C-HST-ROWS           PIC 9(09).

       FD  LIB2-RECON-RPT-FILE.
       01  LIB2R-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  LIB2D-FILE-STATUS           PIC X(02).
       01  LIB2H-FILE-STATUS           PIC X(02).
       01  LIB2A-FILE-STATUS           PIC X(02).
       01  LIB2C-FILE-STATUS           PIC X(02).
       01  LIB2R-FILE-STATUS           PIC X(02).

       01  LIB2D-EOF-SW                PIC X(01) VALUE 'N'.
           88  LIB2D-EOF                   VALUE 'Y'.
       01  LIB2H-EOF-SW                PIC X(01) VALUE 'N'.
           88  LIB2H-EOF                   VALUE 'Y'.
       01  LIB2A-EOF-SW                PIC X(01) VALUE 'N'.
           88  LIB2A-EOF                   VALUE 'Y'.

      *    The live and archived audit trails are read through the one
      *    file, pointed at each by name in turn.
       01  LIB2-AUDIT-NAME             PIC X(08).

       01  LIB2-ABORT-SW               PIC X(01) VALUE 'N'.
           88  LIB2-ABORTED                VALUE 'Y'.
       01  LIB2-BASELINE-SW            PIC X(01) VALUE 'N'.
           88  LIB2-BASELINE-RUN           VALUE 'Y'.
       01  LIB2-CONTROL-FAILED-SW      PIC X(01) VALUE 'N'.
           88  LIB2-CONTROL-FAILED         VALUE 'Y'.

      *    Where the last run left off, and where this one starts - the
      *    stamps compare as CCYYMMDD then HHMMSSCC, the way the audit
      *    line carries them.
       01  LIB2-LAST-STAMP.
           05  LIB2-LAST-DATE          PIC 9(08) VALUE ZERO.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2-LAST-TIME          PIC 9(08) VALUE ZERO.
       01  LIB2-LAST-HST-ROWS          PIC 9(09) VALUE ZERO.
       01  LIB2-RUN-DATE               PIC 9(08).
       01  LIB2-RUN-TIME               PIC 9(08).
       01  LIB2-HST-ROWS               PIC 9(09) VALUE ZERO.

      *    The three sides are held in storage so each can be searched
      *    for the others' keys - an overflow aborts the run rather
      *    than report on part of a night.
       01  LIB2-TABLE-MAX              PIC 9(04) COMP VALUE 5000.

      *    Master side, from the diff: kind 'A' added, 'D' deleted,
      *    'C' changed, with the new status and, for an alias, the key
      *    it points at.
       01  LIB2-DIFF-COUNT             PIC 9(04) COMP VALUE ZERO.
       01  LIB2-DIFF-TABLE.
           05  LIB2-DIFF-ENTRY OCCURS 5000 TIMES
                       INDEXED BY LIB2-DIFF-IDX LIB2-ALIAS-IDX.
               10  LIB2-DT-FULL-KEY.
                   15  LIB2-DT-TABLE-ID     PIC X(08).
                   15  LIB2-DT-KEY          PIC X(10).
               10  LIB2-DT-KIND             PIC X(01).
               10  LIB2-DT-NEW-STATUS       PIC X(01).
               10  LIB2-DT-ALIAS-TARGET     PIC X(10).

      *    Master side, from history: the rows added since last run.
       01  LIB2-HIST-COUNT             PIC 9(04) COMP VALUE ZERO.
       01  LIB2-HIST-TABLE.
           05  LIB2-HIST-ENTRY OCCURS 5000 TIMES
                       INDEXED BY LIB2-HIST-IDX.
               10  LIB2-HT-FULL-KEY.
                   15  LIB2-HT-TABLE-ID     PIC X(08).
                   15  LIB2-HT-KEY          PIC X(10).
               10  LIB2-HT-STATUS           PIC X(01).
               10  LIB2-HT-SUPERSEDE-DATE   PIC 9(08).

      *    Audit side: the successful update lines in the window.
       01  LIB2-AUD-COUNT              PIC 9(04) COMP VALUE ZERO.
       01  LIB2-AUD-TABLE.
           05  LIB2-AUD-ENTRY OCCURS 5000 TIMES
                       INDEXED BY LIB2-AUD-IDX.
               10  LIB2-AT-FULL-KEY.
                   15  LIB2-AT-TABLE-ID     PIC X(08).
                   15  LIB2-AT-KEY          PIC X(10).
               10  LIB2-AT-REQTYPE          PIC X(01).
               10  LIB2-AT-PGMNAME          PIC X(08).
               10  LIB2-AT-DATE             PIC X(08).
               10  LIB2-AT-TIME             PIC X(08).

       01  LIB2-WORK-FULL-KEY.
           05  LIB2-WORK-TABLE-ID      PIC X(08).
           05  LIB2-WORK-KEY           PIC X(10).
       01  LIB2-WORK-REQTYPE           PIC X(01).
       01  LIB2-FOUND-SW               PIC X(01).
           88  LIB2-FOUND                  VALUE 'Y'.

       01  LIB2-DIFF-READ-COUNT        PIC 9(07) VALUE ZERO.
       01  LIB2-AUD-READ-COUNT         PIC 9(09) VALUE ZERO.
       01  LIB2-NO-AUDIT-COUNT         PIC 9(07) VALUE ZERO.
       01  LIB2-NO-TRACE-COUNT         PIC 9(07) VALUE ZERO.

       01  LIB2R-HDR-1.
           05  FILLER                  PIC X(10) VALUE 'LIB2UCR'.
           05  FILLER                  PIC X(36) VALUE
                   'UNEXPLAINED-CHANGE RECONCILIATION'.
           05  LIB2R-HDR-DATE          PIC 9(08).

       01  LIB2R-HDR-2.
           05  FILLER                  PIC X(20) VALUE
                   'AUDIT WINDOW AFTER '.
           05  LIB2R-HDR-LAST-DATE     PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2R-HDR-LAST-TIME     PIC 9(08).

       01  LIB2R-HDR-3.
           05  FILLER                  PIC X(17) VALUE 'FINDING'.
           05  FILLER                  PIC X(09) VALUE 'TABLE'.
           05  FILLER                  PIC X(11) VALUE 'KEY'.
           05  FILLER                  PIC X(40) VALUE 'EVIDENCE'.

       01  LIB2R-DETAIL-LINE.
           05  LIB2R-DET-FINDING       PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2R-DET-TABLE-ID      PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2R-DET-KEY           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2R-DET-EVIDENCE      PIC X(40).

      *    Evidence column for each kind of finding.
       01  LIB2R-DIFF-EVIDENCE.
           05  FILLER                  PIC X(09) VALUE 'LIB2DRP '.
           05  LIB2R-EVD-DIFF-TAG      PIC X(08).
           05  FILLER                  PIC X(23) VALUE SPACES.
       01  LIB2R-HIST-EVIDENCE.
           05  FILLER                  PIC X(09) VALUE 'LIB2HST '.
           05  FILLER                  PIC X(07) VALUE 'STATUS '.
           05  LIB2R-EVD-HST-STATUS    PIC X(01).
           05  FILLER                  PIC X(12) VALUE ' SUPERSEDED '.
           05  LIB2R-EVD-HST-DATE      PIC 9(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
       01  LIB2R-AUD-EVIDENCE.
           05  FILLER                  PIC X(09) VALUE 'AUDIT   '.
           05  LIB2R-EVD-AUD-REQTYPE   PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2R-EVD-AUD-PGMNAME   PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2R-EVD-AUD-DATE      PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2R-EVD-AUD-TIME      PIC X(08).
           05  FILLER                  PIC X(03) VALUE SPACES.

       01  LIB2R-COUNT-LINE.
           05  LIB2R-CNT-LABEL         PIC X(28).
           05  LIB2R-CNT-VALUE         PIC ZZZ,ZZZ,ZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN

           IF NOT LIB2-ABORTED
               PERFORM LOAD-DIFF-REPORT
           END-IF
           IF NOT LIB2-ABORTED
               PERFORM LOAD-NEW-HISTORY-ROWS
           END-IF
           IF NOT LIB2-ABORTED
               MOVE 'LIB2AHS' TO LIB2-AUDIT-NAME
               PERFORM LOAD-AUDIT-FILE
           END-IF
           IF NOT LIB2-ABORTED
               MOVE 'LIB2AUD' TO LIB2-AUDIT-NAME
               PERFORM LOAD-AUDIT-FILE
           END-IF

           IF LIB2-ABORTED
               MOVE 'RUN ABORTED - LIB2UCP NOT ADVANCED' TO LIB2R-LINE
               WRITE LIB2R-LINE
               DISPLAY 'LIB2UCR - RUN ABORTED, LIB2UCP NOT ADVANCED'
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM CHECK-ONE-DIFF-ENTRY
                   VARYING LIB2-DIFF-IDX FROM 1 BY 1
                   UNTIL LIB2-DIFF-IDX > LIB2-DIFF-COUNT
               PERFORM CHECK-ONE-HISTORY-ROW
                   VARYING LIB2-HIST-IDX FROM 1 BY 1
                   UNTIL LIB2-HIST-IDX > LIB2-HIST-COUNT
               IF NOT LIB2-BASELINE-RUN
                   PERFORM CHECK-ONE-AUDIT-LINE
                       VARYING LIB2-AUD-IDX FROM 1 BY 1
                       UNTIL LIB2-AUD-IDX > LIB2-AUD-COUNT
               END-IF
               PERFORM WRITE-REPORT-SUMMARY
               PERFORM WRITE-CONTROL-RECORD
               EVALUATE TRUE
                   WHEN LIB2-CONTROL-FAILED
                       MOVE 16 TO RETURN-CODE
                   WHEN LIB2-NO-AUDIT-COUNT > ZERO
                     OR LIB2-NO-TRACE-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
               END-EVALUATE
           END-IF

           CLOSE LIB2-RECON-RPT-FILE
           GOBACK.

      *-----------------------------------------------------------------
       INITIALIZE-RUN.
      *    The run's own start is taken first, so an update that lands
      *    while the job reads falls in tonight's window or tomorrow's,
      *    never in neither.
      *-----------------------------------------------------------------
           ACCEPT LIB2-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT LIB2-RUN-TIME FROM TIME

           OPEN OUTPUT LIB2-RECON-RPT-FILE
           MOVE LIB2-RUN-DATE TO LIB2R-HDR-DATE
           MOVE LIB2R-HDR-1 TO LIB2R-LINE
           WRITE LIB2R-LINE

           OPEN INPUT LIB2-CONTROL-FILE
           EVALUATE LIB2C-FILE-STATUS
               WHEN '00'
                   READ LIB2-CONTROL-FILE
                       AT END
                           SET LIB2-BASELINE-RUN TO TRUE
                       NOT AT END
                           MOVE LIB2C-LAST-DATE TO LIB2-LAST-DATE
                           MOVE LIB2C-LAST-TIME TO LIB2-LAST-TIME
                           MOVE LIB2C-HST-ROWS  TO LIB2-LAST-HST-ROWS
                   END-READ
                   IF LIB2C-FILE-STATUS(1:1) NOT = '0'
                      AND LIB2C-FILE-STATUS NOT = '10'
                       DISPLAY 'LIB2UCR - LIB2UCP READ FAILED, STATUS: '
                               LIB2C-FILE-STATUS
                       SET LIB2-ABORTED TO TRUE
                   END-IF
                   CLOSE LIB2-CONTROL-FILE
               WHEN '35'
                   SET LIB2-BASELINE-RUN TO TRUE
               WHEN OTHER
                   DISPLAY 'LIB2UCR - LIB2UCP UNAVAILABLE, STATUS: '
                           LIB2C-FILE-STATUS
                   SET LIB2-ABORTED TO TRUE
           END-EVALUATE

           EVALUATE TRUE
               WHEN LIB2-ABORTED
                   CONTINUE
               WHEN LIB2-BASELINE-RUN
                   MOVE 'NO PRIOR RECONCILIATION - BASELINE ESTABLISHED'
                       TO LIB2R-LINE
                   WRITE LIB2R-LINE
                   MOVE 'DIFF CHECKED AGAINST THE WHOLE AUDIT TRAIL'
                       TO LIB2R-LINE
                   WRITE LIB2R-LINE
               WHEN OTHER
                   MOVE LIB2-LAST-DATE TO LIB2R-HDR-LAST-DATE
                   MOVE LIB2-LAST-TIME TO LIB2R-HDR-LAST-TIME
                   MOVE LIB2R-HDR-2 TO LIB2R-LINE
                   WRITE LIB2R-LINE
           END-EVALUATE

           MOVE SPACES TO LIB2R-LINE
           WRITE LIB2R-LINE
           MOVE LIB2R-HDR-3 TO LIB2R-LINE
           WRITE LIB2R-LINE.

      *-----------------------------------------------------------------
       LOAD-DIFF-REPORT.
      *    Only the detail lines are taken - a line with the 'NEW: '
      *    or 'OLD: ' label.  A CHANGED key is two lines, old then
      *    new, and the second (with no tag) completes its entry.  No
      *    report, or a baseline night with no details, leaves the
      *    master side to the history rows.
      *-----------------------------------------------------------------
           OPEN INPUT LIB2-DIFF-RPT-FILE
           IF LIB2D-FILE-STATUS = '00'
               PERFORM LOAD-ONE-DIFF-LINE
                   UNTIL LIB2D-EOF OR LIB2-ABORTED
               CLOSE LIB2-DIFF-RPT-FILE
           ELSE
               MOVE 'LIB2DRP UNAVAILABLE - NO DIFF TO RECONCILE'
                   TO LIB2R-LINE
               WRITE LIB2R-LINE
           END-IF.

      *-----------------------------------------------------------------
       LOAD-ONE-DIFF-LINE.
      *-----------------------------------------------------------------
           READ LIB2-DIFF-RPT-FILE
               AT END
                   SET LIB2D-EOF TO TRUE
           END-READ

           IF NOT LIB2D-EOF
              AND (LIB2D-DET-LABEL = 'NEW: ' OR 'OLD: ')
               EVALUATE TRUE
                   WHEN LIB2D-DET-TAG = SPACES
                       IF LIB2-DIFF-COUNT > ZERO
                           SET LIB2-DIFF-IDX TO LIB2-DIFF-COUNT
                           PERFORM FILL-DIFF-NEW-IMAGE
                       END-IF
                   WHEN LIB2-DIFF-COUNT >= LIB2-TABLE-MAX
                       DISPLAY 'LIB2UCR - DIFF TABLE FULL AT '
                               LIB2-TABLE-MAX ' KEYS, RUN ABORTED'
                       SET LIB2-ABORTED TO TRUE
                   WHEN OTHER
                       ADD 1 TO LIB2-DIFF-COUNT
                       ADD 1 TO LIB2-DIFF-READ-COUNT
                       SET LIB2-DIFF-IDX TO LIB2-DIFF-COUNT
                       MOVE LIB2D-DET-TABLE-ID TO
                            LIB2-DT-TABLE-ID(LIB2-DIFF-IDX)
                       MOVE LIB2D-DET-KEY      TO
                            LIB2-DT-KEY(LIB2-DIFF-IDX)
                       MOVE LIB2D-DET-TAG(1:1) TO
                            LIB2-DT-KIND(LIB2-DIFF-IDX)
                       MOVE SPACE  TO LIB2-DT-NEW-STATUS(LIB2-DIFF-IDX)
                       MOVE SPACES TO
                            LIB2-DT-ALIAS-TARGET(LIB2-DIFF-IDX)
                       IF LIB2D-DET-LABEL = 'NEW: '
                           PERFORM FILL-DIFF-NEW-IMAGE
                       END-IF
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------------------
       FILL-DIFF-NEW-IMAGE.
      *    An alias ('R') carries the key it points at in its data.
      *-----------------------------------------------------------------
           MOVE LIB2D-DET-STATUS TO LIB2-DT-NEW-STATUS(LIB2-DIFF-IDX)
           IF LIB2D-DET-STATUS = 'R'
               MOVE LIB2D-DET-DATA(1:10) TO
                    LIB2-DT-ALIAS-TARGET(LIB2-DIFF-IDX)
           END-IF.

      *-----------------------------------------------------------------
       LOAD-NEW-HISTORY-ROWS.
      *    Rows past the count the last run saw are tonight's.  A file
      *    shorter than that count has been rebuilt, so every row is
      *    taken as new and the report says so.
      *-----------------------------------------------------------------
           MOVE ZERO TO LIB2-HST-ROWS

           OPEN INPUT LIB2-HISTORY-FILE
           IF LIB2H-FILE-STATUS = '00'
               PERFORM COUNT-ONE-HISTORY-ROW UNTIL LIB2H-EOF
               CLOSE LIB2-HISTORY-FILE
           ELSE
               IF LIB2H-FILE-STATUS NOT = '35'
                   DISPLAY 'LIB2UCR - HISTORY FILE UNAVAILABLE, '
                           'STATUS: ' LIB2H-FILE-STATUS
                   SET LIB2-ABORTED TO TRUE
               END-IF
           END-IF

           IF NOT LIB2-ABORTED AND NOT LIB2-BASELINE-RUN
               IF LIB2-HST-ROWS < LIB2-LAST-HST-ROWS
                   MOVE 'LIB2HST SHORTER THAN AT LAST RUN - ALL CHECKED'
                       TO LIB2R-LINE
                   WRITE LIB2R-LINE
                   MOVE ZERO TO LIB2-LAST-HST-ROWS
               END-IF
               IF LIB2-HST-ROWS > LIB2-LAST-HST-ROWS
                   MOVE ZERO TO LIB2-HST-ROWS
                   MOVE 'N'  TO LIB2H-EOF-SW
                   OPEN INPUT LIB2-HISTORY-FILE
                   PERFORM LOAD-ONE-HISTORY-ROW
                       UNTIL LIB2H-EOF OR LIB2-ABORTED
                   CLOSE LIB2-HISTORY-FILE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       COUNT-ONE-HISTORY-ROW.
      *-----------------------------------------------------------------
           READ LIB2-HISTORY-FILE
               AT END
                   SET LIB2H-EOF TO TRUE
               NOT AT END
                   ADD 1 TO LIB2-HST-ROWS
           END-READ.

      *-----------------------------------------------------------------
       LOAD-ONE-HISTORY-ROW.
      *-----------------------------------------------------------------
           READ LIB2-HISTORY-FILE
               AT END
                   SET LIB2H-EOF TO TRUE
               NOT AT END
                   ADD 1 TO LIB2-HST-ROWS
           END-READ

           IF NOT LIB2H-EOF AND LIB2-HST-ROWS > LIB2-LAST-HST-ROWS
               IF LIB2-HIST-COUNT >= LIB2-TABLE-MAX
                   DISPLAY 'LIB2UCR - HISTORY TABLE FULL AT '
                           LIB2-TABLE-MAX ' ROWS, RUN ABORTED'
                   SET LIB2-ABORTED TO TRUE
               ELSE
                   ADD 1 TO LIB2-HIST-COUNT
                   SET LIB2-HIST-IDX TO LIB2-HIST-COUNT
                   MOVE LIB2H-TABLE-ID TO
                        LIB2-HT-TABLE-ID(LIB2-HIST-IDX)
                   MOVE LIB2H-KEY      TO LIB2-HT-KEY(LIB2-HIST-IDX)
                   MOVE LIB2H-STATUS   TO LIB2-HT-STATUS(LIB2-HIST-IDX)
                   MOVE LIB2H-SUPERSEDE-DATE TO
                        LIB2-HT-SUPERSEDE-DATE(LIB2-HIST-IDX)
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       LOAD-AUDIT-FILE.
      *    Either file may be missing - a site that has never pruned
      *    has no archive, and a freshly pruned live file may be gone.
      *    One that is there but cannot be read stops the run: its
      *    lines would otherwise all come out as unexplained changes.
      *-----------------------------------------------------------------
           MOVE 'N' TO LIB2A-EOF-SW

           OPEN INPUT LIB2-AUDIT-FILE
           EVALUATE LIB2A-FILE-STATUS
               WHEN '00'
                   PERFORM LOAD-ONE-AUDIT-LINE
                       UNTIL LIB2A-EOF OR LIB2-ABORTED
                   CLOSE LIB2-AUDIT-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'LIB2UCR - ' LIB2-AUDIT-NAME
                           ' UNAVAILABLE, STATUS: ' LIB2A-FILE-STATUS
                   SET LIB2-ABORTED TO TRUE
           END-EVALUATE.

      *-----------------------------------------------------------------
       LOAD-ONE-AUDIT-LINE.
      *    Only an update lib2 carried out counts: a request type that
      *    changes the master, answered 00000, stamped after the last
      *    run.  A delete or inactivate parked for approval is
      *    answered 00202 and counts only when lib2appr applies it.
      *-----------------------------------------------------------------
           READ LIB2-AUDIT-FILE
               AT END
                   SET LIB2A-EOF TO TRUE
               NOT AT END
                   ADD 1 TO LIB2-AUD-READ-COUNT
           END-READ

           IF NOT LIB2A-EOF
              AND (LIB2A-REQTYPE = 'A' OR 'C' OR 'D' OR 'X' OR 'R')
              AND LIB2A-ERR = '00000'
              AND (LIB2-BASELINE-RUN OR LIB2A-STAMP > LIB2-LAST-STAMP)
               IF LIB2-AUD-COUNT >= LIB2-TABLE-MAX
                   DISPLAY 'LIB2UCR - AUDIT TABLE FULL AT '
                           LIB2-TABLE-MAX ' LINES, RUN ABORTED'
                   SET LIB2-ABORTED TO TRUE
               ELSE
                   ADD 1 TO LIB2-AUD-COUNT
                   SET LIB2-AUD-IDX TO LIB2-AUD-COUNT
                   MOVE LIB2A-TABLE-ID TO LIB2-AT-TABLE-ID(LIB2-AUD-IDX)
                   MOVE LIB2A-KEY      TO LIB2-AT-KEY(LIB2-AUD-IDX)
                   MOVE LIB2A-REQTYPE  TO LIB2-AT-REQTYPE(LIB2-AUD-IDX)
                   MOVE LIB2A-PGMNAME  TO LIB2-AT-PGMNAME(LIB2-AUD-IDX)
                   MOVE LIB2A-DATE     TO LIB2-AT-DATE(LIB2-AUD-IDX)
                   MOVE LIB2A-TIME     TO LIB2-AT-TIME(LIB2-AUD-IDX)
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       CHECK-ONE-DIFF-ENTRY.
      *    Any update line for the key explains it.  An added key with
      *    none may be where a rename moved a record to - explained
      *    when an alias on the diff points at it and the alias's key
      *    has its rename line.
      *-----------------------------------------------------------------
           MOVE LIB2-DT-FULL-KEY(LIB2-DIFF-IDX) TO LIB2-WORK-FULL-KEY
           MOVE SPACE TO LIB2-WORK-REQTYPE
           PERFORM FIND-AUDIT-LINE

           IF NOT LIB2-FOUND AND LIB2-DT-KIND(LIB2-DIFF-IDX) = 'A'
               PERFORM FIND-RENAME-ALIAS
                   VARYING LIB2-ALIAS-IDX FROM 1 BY 1
                   UNTIL LIB2-ALIAS-IDX > LIB2-DIFF-COUNT
                      OR LIB2-FOUND
           END-IF

           IF NOT LIB2-FOUND
               ADD 1 TO LIB2-NO-AUDIT-COUNT
               MOVE 'NO AUDIT LINE'    TO LIB2R-DET-FINDING
               MOVE LIB2-DT-TABLE-ID(LIB2-DIFF-IDX) TO
                    LIB2R-DET-TABLE-ID
               MOVE LIB2-DT-KEY(LIB2-DIFF-IDX) TO LIB2R-DET-KEY
               EVALUATE LIB2-DT-KIND(LIB2-DIFF-IDX)
                   WHEN 'A'
                       MOVE 'ADDED'   TO LIB2R-EVD-DIFF-TAG
                   WHEN 'D'
                       MOVE 'DELETED' TO LIB2R-EVD-DIFF-TAG
                   WHEN OTHER
                       MOVE 'CHANGED' TO LIB2R-EVD-DIFF-TAG
               END-EVALUATE
               MOVE LIB2R-DIFF-EVIDENCE TO LIB2R-DET-EVIDENCE
               PERFORM WRITE-DETAIL-LINE
           END-IF.

      *-----------------------------------------------------------------
       FIND-RENAME-ALIAS.
      *-----------------------------------------------------------------
           IF LIB2-DT-NEW-STATUS(LIB2-ALIAS-IDX) = 'R'
              AND LIB2-DT-TABLE-ID(LIB2-ALIAS-IDX) =
                  LIB2-DT-TABLE-ID(LIB2-DIFF-IDX)
              AND LIB2-DT-ALIAS-TARGET(LIB2-ALIAS-IDX) =
                  LIB2-DT-KEY(LIB2-DIFF-IDX)
               MOVE LIB2-DT-FULL-KEY(LIB2-ALIAS-IDX) TO
                    LIB2-WORK-FULL-KEY
               MOVE 'R' TO LIB2-WORK-REQTYPE
               PERFORM FIND-AUDIT-LINE
           END-IF.

      *-----------------------------------------------------------------
       CHECK-ONE-HISTORY-ROW.
      *-----------------------------------------------------------------
           MOVE LIB2-HT-FULL-KEY(LIB2-HIST-IDX) TO LIB2-WORK-FULL-KEY
           MOVE SPACE TO LIB2-WORK-REQTYPE
           PERFORM FIND-AUDIT-LINE

           IF NOT LIB2-FOUND
               ADD 1 TO LIB2-NO-AUDIT-COUNT
               MOVE 'NO AUDIT LINE'    TO LIB2R-DET-FINDING
               MOVE LIB2-HT-TABLE-ID(LIB2-HIST-IDX) TO
                    LIB2R-DET-TABLE-ID
               MOVE LIB2-HT-KEY(LIB2-HIST-IDX) TO LIB2R-DET-KEY
               MOVE LIB2-HT-STATUS(LIB2-HIST-IDX) TO
                    LIB2R-EVD-HST-STATUS
               MOVE LIB2-HT-SUPERSEDE-DATE(LIB2-HIST-IDX) TO
                    LIB2R-EVD-HST-DATE
               MOVE LIB2R-HIST-EVIDENCE TO LIB2R-DET-EVIDENCE
               PERFORM WRITE-DETAIL-LINE
           END-IF.

      *-----------------------------------------------------------------
       CHECK-ONE-AUDIT-LINE.
      *    An update lib2 made shows on the diff under its key, or in
      *    a history row for it - a change, inactivate, delete or
      *    rename always archives the version it replaced.
      *-----------------------------------------------------------------
           MOVE LIB2-AT-FULL-KEY(LIB2-AUD-IDX) TO LIB2-WORK-FULL-KEY
           MOVE 'N' TO LIB2-FOUND-SW

           PERFORM MATCH-ONE-DIFF-KEY
               VARYING LIB2-DIFF-IDX FROM 1 BY 1
               UNTIL LIB2-DIFF-IDX > LIB2-DIFF-COUNT
                  OR LIB2-FOUND
           PERFORM MATCH-ONE-HISTORY-KEY
               VARYING LIB2-HIST-IDX FROM 1 BY 1
               UNTIL LIB2-HIST-IDX > LIB2-HIST-COUNT
                  OR LIB2-FOUND

           IF NOT LIB2-FOUND
               ADD 1 TO LIB2-NO-TRACE-COUNT
               MOVE 'NO MASTER TRACE'  TO LIB2R-DET-FINDING
               MOVE LIB2-AT-TABLE-ID(LIB2-AUD-IDX) TO
                    LIB2R-DET-TABLE-ID
               MOVE LIB2-AT-KEY(LIB2-AUD-IDX) TO LIB2R-DET-KEY
               MOVE LIB2-AT-REQTYPE(LIB2-AUD-IDX) TO
                    LIB2R-EVD-AUD-REQTYPE
               MOVE LIB2-AT-PGMNAME(LIB2-AUD-IDX) TO
                    LIB2R-EVD-AUD-PGMNAME
               MOVE LIB2-AT-DATE(LIB2-AUD-IDX) TO LIB2R-EVD-AUD-DATE
               MOVE LIB2-AT-TIME(LIB2-AUD-IDX) TO LIB2R-EVD-AUD-TIME
               MOVE LIB2R-AUD-EVIDENCE TO LIB2R-DET-EVIDENCE
               PERFORM WRITE-DETAIL-LINE
           END-IF.

      *-----------------------------------------------------------------
       MATCH-ONE-DIFF-KEY.
      *-----------------------------------------------------------------
           IF LIB2-DT-FULL-KEY(LIB2-DIFF-IDX) = LIB2-WORK-FULL-KEY
               SET LIB2-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       MATCH-ONE-HISTORY-KEY.
      *-----------------------------------------------------------------
           IF LIB2-HT-FULL-KEY(LIB2-HIST-IDX) = LIB2-WORK-FULL-KEY
               SET LIB2-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       FIND-AUDIT-LINE.
      *    An update line for LIB2-WORK-FULL-KEY - of the request type
      *    in LIB2-WORK-REQTYPE, or of any when that is blank.
      *-----------------------------------------------------------------
           MOVE 'N' TO LIB2-FOUND-SW
           PERFORM MATCH-ONE-AUDIT-LINE
               VARYING LIB2-AUD-IDX FROM 1 BY 1
               UNTIL LIB2-AUD-IDX > LIB2-AUD-COUNT
                  OR LIB2-FOUND.

      *-----------------------------------------------------------------
       MATCH-ONE-AUDIT-LINE.
      *-----------------------------------------------------------------
           IF LIB2-AT-FULL-KEY(LIB2-AUD-IDX) = LIB2-WORK-FULL-KEY
              AND (LIB2-WORK-REQTYPE = SPACE
                   OR LIB2-AT-REQTYPE(LIB2-AUD-IDX) =
                      LIB2-WORK-REQTYPE)
               SET LIB2-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       WRITE-DETAIL-LINE.
      *-----------------------------------------------------------------
           MOVE LIB2R-DETAIL-LINE TO LIB2R-LINE
           WRITE LIB2R-LINE.

      *-----------------------------------------------------------------
       WRITE-REPORT-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO LIB2R-LINE
           WRITE LIB2R-LINE

           MOVE 'DIFF KEYS CHECKED         : ' TO LIB2R-CNT-LABEL
           MOVE LIB2-DIFF-COUNT               TO LIB2R-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'NEW HISTORY ROWS CHECKED  : ' TO LIB2R-CNT-LABEL
           MOVE LIB2-HIST-COUNT               TO LIB2R-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'AUDIT LINES READ          : ' TO LIB2R-CNT-LABEL
           MOVE LIB2-AUD-READ-COUNT           TO LIB2R-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'AUDITED UPDATES IN WINDOW : ' TO LIB2R-CNT-LABEL
           MOVE LIB2-AUD-COUNT                TO LIB2R-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'CHANGES WITH NO AUDIT LINE: ' TO LIB2R-CNT-LABEL
           MOVE LIB2-NO-AUDIT-COUNT           TO LIB2R-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'UPDATES WITH NO TRACE     : ' TO LIB2R-CNT-LABEL
           MOVE LIB2-NO-TRACE-COUNT           TO LIB2R-CNT-VALUE
           PERFORM WRITE-COUNT-LINE

           DISPLAY 'LIB2UCR - DIFF KEYS      : ' LIB2-DIFF-COUNT
           DISPLAY 'LIB2UCR - HISTORY ROWS   : ' LIB2-HIST-COUNT
           DISPLAY 'LIB2UCR - AUDITED UPDATES: ' LIB2-AUD-COUNT
           DISPLAY 'LIB2UCR - NO AUDIT LINE  : ' LIB2-NO-AUDIT-COUNT
           DISPLAY 'LIB2UCR - NO MASTER TRACE: ' LIB2-NO-TRACE-COUNT.

      *-----------------------------------------------------------------
       WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
           MOVE LIB2R-COUNT-LINE TO LIB2R-LINE
           WRITE LIB2R-LINE.

      *-----------------------------------------------------------------
       WRITE-CONTROL-RECORD.
      *    Tonight's start and row count become tomorrow's window.  A
      *    LIB2UCP that cannot be rewritten would start tomorrow from
      *    a wrong window, or as a first run, so its line goes to the
      *    console to be put back by hand and the run ends at 16.
      *-----------------------------------------------------------------
           MOVE 'N' TO LIB2-CONTROL-FAILED-SW

           OPEN OUTPUT LIB2-CONTROL-FILE
           IF LIB2C-FILE-STATUS NOT = '00'
               DISPLAY 'LIB2UCR - LIB2UCP NOT OPENED, STATUS: '
                       LIB2C-FILE-STATUS
               SET LIB2-CONTROL-FAILED TO TRUE
           ELSE
               PERFORM BUILD-CONTROL-LINE
               WRITE LIB2C-RECORD
               IF LIB2C-FILE-STATUS NOT = '00'
                   DISPLAY 'LIB2UCR - LIB2UCP WRITE FAILED, STATUS: '
                           LIB2C-FILE-STATUS
                   SET LIB2-CONTROL-FAILED TO TRUE
               END-IF
               CLOSE LIB2-CONTROL-FILE
               IF LIB2C-FILE-STATUS NOT = '00'
                  AND NOT LIB2-CONTROL-FAILED
                   DISPLAY 'LIB2UCR - LIB2UCP NOT CLOSED, STATUS: '
                           LIB2C-FILE-STATUS
                   SET LIB2-CONTROL-FAILED TO TRUE
               END-IF
           END-IF

           IF LIB2-CONTROL-FAILED
               PERFORM BUILD-CONTROL-LINE
               DISPLAY 'LIB2UCR - LIB2UCP LINE: ' LIB2C-RECORD
               MOVE SPACES TO LIB2R-LINE
               WRITE LIB2R-LINE
               MOVE 'LIB2UCP NOT WRITTEN - WINDOW NOT ADVANCED'
                   TO LIB2R-LINE
               WRITE LIB2R-LINE
           END-IF.

      *-----------------------------------------------------------------
       BUILD-CONTROL-LINE.
      *-----------------------------------------------------------------
           MOVE SPACES         TO LIB2C-RECORD
           MOVE LIB2-RUN-DATE  TO LIB2C-LAST-DATE
           MOVE LIB2-RUN-TIME  TO LIB2C-LAST-TIME
           MOVE LIB2-HST-ROWS  TO LIB2C-HST-ROWS.
