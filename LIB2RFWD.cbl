      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      *
      * Roll-forward recovery of the LIB2 master file.  Where lib2rest
      * rolls a damaged master back from LIB2HST, this job starts from
      * a restored media backup of LIB2MST and re-applies, in order,
      * every update lib2 committed after the backup was taken, from
      * the after-image journal LIB2JNL (layout LIB2JREC).
      *
      * The first command-line argument is the backup point - the last
      * journal sequence number the backup already contains, i.e. the
      * value held in LIB2JSQ when the backup was taken.  Entries up
      * to it are passed over; the job applies from the next one on.
      * An optional second argument stops the roll-forward after that
      * sequence number, so the master can be brought to a known point
      * short of a bad run.  Every entry carries the record image it
      * left, so each one is applied outright:
      *   - A, C, X - the image is written, or rewritten over the key,
      *   - R       - the image is written under the new key and the
      *               old key rewritten as an alias of it,
      *   - D       - the key is deleted.
      * An add that finds its key already there, or a change that does
      * not, is still applied (the image is what the master held) but
      * is listed as FORCED with return code 4 - it means the backup
      * point given does not match the backup restored.  An entry the
      * master will not take even that way is listed as REFUSED with
      * the file status, is not counted as applied, and also sets
      * return code 4; the run goes on with the next entry.
      *
      * Sequence numbers must follow on one from the next.  A gap means
      * a journal line is missing, and the job stops before it rather
      * than apply later changes over a lost one: the master is left at
      * the last entry applied and return code 8 is set.  Deleting or
      * restoring an old copy of LIB2JSQ shows up here the same way.
      *
      * Programs that write LIB2MST directly - lib2rest, lib2conv and
      * the lib2cnv conversions - do not pass through lib2 and are not
      * journaled; take a fresh backup after running any of them.
      *
      * The LIB2RFR report shows where the run started and stopped,
      * every entry forced or refused, and how many of each kind were
      * re-applied.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib2rfwd.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIB2-MASTER-FILE ASSIGN TO 'LIB2MST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIB2M-FULL-KEY
               FILE STATUS IS LIB2M-FILE-STATUS.

           SELECT LIB2-JOURNAL-FILE ASSIGN TO 'LIB2JNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIB2J-FILE-STATUS.

           SELECT LIB2-RFWD-RPT-FILE ASSIGN TO 'LIB2RFR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIB2R-FILE-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  LIB2-MASTER-FILE.
       01  LIB2M-RECORD.
           COPY LIB2MREC.

       FD  LIB2-JOURNAL-FILE.
       01  LIB2J-LINE                  PIC X(109).

       FD  LIB2-RFWD-RPT-FILE.
       01  LIB2R-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  LIB2M-FILE-STATUS           PIC X(02).
           88  LIB2M-STATUS-OK             VALUE '00'.
       01  LIB2J-FILE-STATUS           PIC X(02).
           88  LIB2J-STATUS-OK             VALUE '00'.
       01  LIB2R-FILE-STATUS           PIC X(02).

       01  LIB2-JOURNAL-RECORD.
           COPY LIB2JREC.

       01  LIB2J-EOF-SW                PIC X(01) VALUE 'N'.
           88  LIB2J-EOF                   VALUE 'Y'.
       01  LIB2-ABORT-SW               PIC X(01) VALUE 'N'.
           88  LIB2-ABORTED                VALUE 'Y'.
       01  LIB2-STOP-SW                PIC X(01) VALUE 'N'.
           88  LIB2-STOPPED                VALUE 'Y'.
       01  LIB2-GAP-SW                 PIC X(01) VALUE 'N'.
           88  LIB2-GAP-FOUND              VALUE 'Y'.
       01  LIB2-ENTRY-REFUSED-SW       PIC X(01) VALUE 'N'.
           88  LIB2-ENTRY-REFUSED          VALUE 'Y'.

       01  LIB2-BACKUP-ARG             PIC X(09) VALUE SPACES.
       01  LIB2-STOP-ARG               PIC X(09) VALUE SPACES.
       01  LIB2-BACKUP-SEQ             PIC 9(09) VALUE ZERO.
       01  LIB2-STOP-SEQ               PIC 9(09) VALUE ZERO.
       01  LIB2-EXPECTED-SEQ           PIC 9(09) VALUE ZERO.
       01  LIB2-STOP-REASON            PIC X(30) VALUE SPACES.

      *    Sequence arguments arrive left-justified and space padded,
      *    and are built up a digit at a time as in lib2aprg.
       01  LIB2-SEQ-ARG                PIC X(09).
       01  LIB2-SEQ-VALUE              PIC 9(09).
       01  LIB2-ARG-IDX                PIC 9(02) COMP.
       01  LIB2-ARG-DIGITS             PIC 9(02) COMP VALUE ZERO.
       01  LIB2-ARG-DONE-SW            PIC X(01) VALUE 'N'.
           88  LIB2-ARG-DONE               VALUE 'Y'.
       01  LIB2-ARG-VALID-SW           PIC X(01) VALUE 'Y'.
           88  LIB2-ARG-VALID              VALUE 'Y'.
       01  LIB2-ARG-DIGIT-X            PIC X(01).
       01  LIB2-ARG-DIGIT-9 REDEFINES LIB2-ARG-DIGIT-X
                                       PIC 9(01).

      *    First and last entries applied, for the report summary.
       01  LIB2-FIRST-SEQ              PIC 9(09) VALUE ZERO.
       01  LIB2-FIRST-DATE             PIC 9(08) VALUE ZERO.
       01  LIB2-FIRST-TIME             PIC 9(08) VALUE ZERO.
       01  LIB2-LAST-SEQ               PIC 9(09) VALUE ZERO.
       01  LIB2-LAST-DATE              PIC 9(08) VALUE ZERO.
       01  LIB2-LAST-TIME              PIC 9(08) VALUE ZERO.

       01  LIB2-SKIPPED-COUNT          PIC 9(07) VALUE ZERO.
       01  LIB2-ADD-COUNT              PIC 9(07) VALUE ZERO.
       01  LIB2-CHANGE-COUNT           PIC 9(07) VALUE ZERO.
       01  LIB2-RENAME-COUNT           PIC 9(07) VALUE ZERO.
       01  LIB2-INACT-COUNT            PIC 9(07) VALUE ZERO.
       01  LIB2-DELETE-COUNT           PIC 9(07) VALUE ZERO.
       01  LIB2-APPLIED-COUNT          PIC 9(07) VALUE ZERO.
       01  LIB2-FORCED-COUNT           PIC 9(07) VALUE ZERO.
       01  LIB2-REFUSED-COUNT          PIC 9(07) VALUE ZERO.

       01  LIB2R-HDR-1.
           05  FILLER                  PIC X(10) VALUE 'LIB2RFWD'.
           05  FILLER                  PIC X(32) VALUE
                   'ROLL-FORWARD FROM BACKUP POINT '.
           05  LIB2R-HDR-BACKUP        PIC 9(09).
           05  FILLER                  PIC X(08) VALUE '  STOP '.
           05  LIB2R-HDR-STOP          PIC X(09).

       01  LIB2R-DETAIL-LINE.
           05  LIB2R-DET-TAG           PIC X(09).
           05  LIB2R-DET-SEQ           PIC 9(09).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2R-DET-REQTYPE       PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2R-DET-TABLE-ID      PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2R-DET-KEY           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2R-DET-REASON        PIC X(30).

       01  LIB2R-POINT-LINE.
           05  LIB2R-PNT-LABEL         PIC X(16).
           05  LIB2R-PNT-SEQ           PIC 9(09).
           05  FILLER                  PIC X(07) VALUE '  DATE '.
           05  LIB2R-PNT-DATE          PIC 9(08).
           05  FILLER                  PIC X(07) VALUE '  TIME '.
           05  LIB2R-PNT-TIME          PIC 9(08).

       01  LIB2R-REASON-LINE.
           05  FILLER                  PIC X(16) VALUE 'STOPPED BY'.
           05  LIB2R-RSN-TEXT          PIC X(30).

       01  LIB2R-FOOTER-1.
           05  FILLER                  PIC X(06) VALUE 'ADDS'.
           05  LIB2R-FTR-ADDS          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE '  CHANGES'.
           05  LIB2R-FTR-CHANGES       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE '  RENAMES'.
           05  LIB2R-FTR-RENAMES       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(08) VALUE '  INACT'.
           05  LIB2R-FTR-INACT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE '  DELETES'.
           05  LIB2R-FTR-DELETES       PIC ZZZ,ZZ9.

       01  LIB2R-FOOTER-2.
           05  FILLER                  PIC X(08) VALUE 'APPLIED'.
           05  LIB2R-FTR-APPLIED       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE '  FORCED'.
           05  LIB2R-FTR-FORCED        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE '  REFUSED'.
           05  LIB2R-FTR-REFUSED       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE '  SKIPPED'.
           05  LIB2R-FTR-SKIPPED       PIC ZZZ,ZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN

           IF NOT LIB2-ABORTED
               PERFORM READ-NEXT-JOURNAL
               PERFORM PROCESS-ONE-JOURNAL
                   UNTIL LIB2J-EOF OR LIB2-STOPPED
               IF NOT LIB2-STOPPED
                   MOVE 'END OF JOURNAL' TO LIB2-STOP-REASON
               END-IF
               PERFORM WRITE-REPORT-SUMMARY
               CLOSE LIB2-MASTER-FILE
               CLOSE LIB2-JOURNAL-FILE
           END-IF

           CLOSE LIB2-RFWD-RPT-FILE

           DISPLAY 'LIB2RFWD - BACKUP POINT: ' LIB2-BACKUP-SEQ
           DISPLAY 'LIB2RFWD - LAST APPLIED: ' LIB2-LAST-SEQ
           DISPLAY 'LIB2RFWD - APPLIED     : ' LIB2-APPLIED-COUNT
           DISPLAY 'LIB2RFWD - FORCED      : ' LIB2-FORCED-COUNT
           DISPLAY 'LIB2RFWD - REFUSED     : ' LIB2-REFUSED-COUNT
           DISPLAY 'LIB2RFWD - STOPPED BY  : ' LIB2-STOP-REASON

           IF LIB2-ABORTED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF LIB2-GAP-FOUND
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF LIB2-FORCED-COUNT > ZERO
                           OR LIB2-REFUSED-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF

           GOBACK.

      *-----------------------------------------------------------------
       INITIALIZE-RUN.
      *-----------------------------------------------------------------
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT LIB2-BACKUP-ARG FROM ARGUMENT-VALUE
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT LIB2-STOP-ARG FROM ARGUMENT-VALUE

           OPEN OUTPUT LIB2-RFWD-RPT-FILE

           MOVE LIB2-BACKUP-ARG TO LIB2-SEQ-ARG
           PERFORM CONVERT-SEQUENCE-ARG
           IF NOT LIB2-ARG-VALID OR LIB2-ARG-DIGITS = ZERO
               DISPLAY 'LIB2RFWD - BACKUP POINT (JOURNAL SEQUENCE) '
                       'REQUIRED AS FIRST ARGUMENT, RUN ABORTED'
               SET LIB2-ABORTED TO TRUE
           ELSE
               MOVE LIB2-SEQ-VALUE TO LIB2-BACKUP-SEQ
           END-IF

           IF LIB2-STOP-ARG = SPACES
               MOVE 999999999 TO LIB2-STOP-SEQ
           ELSE
               MOVE LIB2-STOP-ARG TO LIB2-SEQ-ARG
               PERFORM CONVERT-SEQUENCE-ARG
               IF NOT LIB2-ARG-VALID OR LIB2-ARG-DIGITS = ZERO
                   DISPLAY 'LIB2RFWD - STOP SEQUENCE NOT NUMERIC, '
                           'RUN ABORTED'
                   SET LIB2-ABORTED TO TRUE
               ELSE
                   MOVE LIB2-SEQ-VALUE TO LIB2-STOP-SEQ
               END-IF
           END-IF

           IF NOT LIB2-ABORTED
               COMPUTE LIB2-EXPECTED-SEQ = LIB2-BACKUP-SEQ + 1
               PERFORM WRITE-REPORT-HEADER
               PERFORM OPEN-RUN-FILES
           END-IF.

      *-----------------------------------------------------------------
       CONVERT-SEQUENCE-ARG.
      *-----------------------------------------------------------------
           MOVE ZERO TO LIB2-SEQ-VALUE
           MOVE ZERO TO LIB2-ARG-DIGITS
           MOVE 'N'  TO LIB2-ARG-DONE-SW
           MOVE 'Y'  TO LIB2-ARG-VALID-SW

           PERFORM CONVERT-ONE-ARG-CHAR
               VARYING LIB2-ARG-IDX FROM 1 BY 1
               UNTIL LIB2-ARG-IDX > 9
                  OR LIB2-ARG-DONE
                  OR NOT LIB2-ARG-VALID.

      *-----------------------------------------------------------------
       CONVERT-ONE-ARG-CHAR.
      *-----------------------------------------------------------------
           MOVE LIB2-SEQ-ARG(LIB2-ARG-IDX:1) TO LIB2-ARG-DIGIT-X

           EVALUATE TRUE
               WHEN LIB2-ARG-DIGIT-X = SPACE
                   SET LIB2-ARG-DONE TO TRUE
               WHEN LIB2-ARG-DIGIT-X >= '0'
                AND LIB2-ARG-DIGIT-X <= '9'
                   COMPUTE LIB2-SEQ-VALUE =
                       LIB2-SEQ-VALUE * 10 + LIB2-ARG-DIGIT-9
                   ADD 1 TO LIB2-ARG-DIGITS
               WHEN OTHER
                   MOVE 'N' TO LIB2-ARG-VALID-SW
           END-EVALUATE.

      *-----------------------------------------------------------------
       OPEN-RUN-FILES.
      *    Both files must be there - a roll-forward with no journal
      *    would leave the master at the backup point without saying so.
      *-----------------------------------------------------------------
           OPEN INPUT LIB2-JOURNAL-FILE
           IF NOT LIB2J-STATUS-OK
               DISPLAY 'LIB2RFWD - JOURNAL FILE UNAVAILABLE, '
                       'STATUS: ' LIB2J-FILE-STATUS
               DISPLAY 'LIB2RFWD - RUN ABORTED'
               SET LIB2-ABORTED TO TRUE
           ELSE
               OPEN I-O LIB2-MASTER-FILE
               IF NOT LIB2M-STATUS-OK
                   DISPLAY 'LIB2RFWD - MASTER FILE UNAVAILABLE, '
                           'STATUS: ' LIB2M-FILE-STATUS
                   DISPLAY 'LIB2RFWD - RUN ABORTED'
                   CLOSE LIB2-JOURNAL-FILE
                   SET LIB2-ABORTED TO TRUE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       WRITE-REPORT-HEADER.
      *-----------------------------------------------------------------
           MOVE LIB2-BACKUP-SEQ TO LIB2R-HDR-BACKUP
           IF LIB2-STOP-ARG = SPACES
               MOVE '(END)' TO LIB2R-HDR-STOP
           ELSE
               MOVE LIB2-STOP-SEQ TO LIB2R-HDR-STOP
           END-IF
           MOVE LIB2R-HDR-1 TO LIB2R-LINE
           WRITE LIB2R-LINE
           MOVE SPACES TO LIB2R-LINE
           WRITE LIB2R-LINE.

      *-----------------------------------------------------------------
       READ-NEXT-JOURNAL.
      *-----------------------------------------------------------------
           READ LIB2-JOURNAL-FILE INTO LIB2-JOURNAL-RECORD
               AT END
                   SET LIB2J-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------------
       PROCESS-ONE-JOURNAL.
      *    Entries the backup already holds are passed over; from the
      *    backup point on, each entry must carry the next number in
      *    turn.
      *-----------------------------------------------------------------
           EVALUATE TRUE
               WHEN LIB2J-SEQ NOT > LIB2-BACKUP-SEQ
                   ADD 1 TO LIB2-SKIPPED-COUNT
               WHEN LIB2J-SEQ > LIB2-STOP-SEQ
                   MOVE 'STOP SEQUENCE REACHED' TO LIB2-STOP-REASON
                   SET LIB2-STOPPED TO TRUE
               WHEN LIB2J-SEQ NOT = LIB2-EXPECTED-SEQ
                   MOVE 'SEQUENCE GAP'          TO LIB2-STOP-REASON
                   MOVE 'GAP'                   TO LIB2R-DET-TAG
                   MOVE 'SEQUENCE GAP BEFORE THIS ENTRY'
                                                TO LIB2R-DET-REASON
                   PERFORM WRITE-DETAIL-LINE
                   SET LIB2-GAP-FOUND TO TRUE
                   SET LIB2-STOPPED   TO TRUE
               WHEN OTHER
                   PERFORM APPLY-JOURNAL-ENTRY
                   ADD 1 TO LIB2-EXPECTED-SEQ
           END-EVALUATE

           IF NOT LIB2-STOPPED
               PERFORM READ-NEXT-JOURNAL
           END-IF.

      *-----------------------------------------------------------------
       APPLY-JOURNAL-ENTRY.
      *    Only an entry the master took is counted as applied.
      *-----------------------------------------------------------------
           MOVE 'N' TO LIB2-ENTRY-REFUSED-SW

           EVALUATE TRUE
               WHEN LIB2J-ADD
                   PERFORM APPLY-IMAGE-AS-ADD
               WHEN LIB2J-CHANGE OR LIB2J-INACTIVATE
                   PERFORM APPLY-IMAGE-AS-CHANGE
               WHEN LIB2J-RENAME
                   PERFORM APPLY-RENAME
               WHEN LIB2J-DELETE
                   PERFORM APPLY-DELETE
               WHEN OTHER
                   MOVE 'REFUSED'              TO LIB2R-DET-TAG
                   MOVE 'UNKNOWN REQUEST TYPE' TO LIB2R-DET-REASON
                   PERFORM WRITE-DETAIL-LINE
                   ADD 1 TO LIB2-REFUSED-COUNT
                   SET LIB2-ENTRY-REFUSED TO TRUE
           END-EVALUATE

           IF NOT LIB2-ENTRY-REFUSED
               PERFORM NOTE-APPLIED-ENTRY
           END-IF.

      *-----------------------------------------------------------------
       NOTE-APPLIED-ENTRY.
      *-----------------------------------------------------------------
           EVALUATE TRUE
               WHEN LIB2J-ADD
                   ADD 1 TO LIB2-ADD-COUNT
               WHEN LIB2J-CHANGE
                   ADD 1 TO LIB2-CHANGE-COUNT
               WHEN LIB2J-INACTIVATE
                   ADD 1 TO LIB2-INACT-COUNT
               WHEN LIB2J-RENAME
                   ADD 1 TO LIB2-RENAME-COUNT
               WHEN LIB2J-DELETE
                   ADD 1 TO LIB2-DELETE-COUNT
           END-EVALUATE

           IF LIB2-APPLIED-COUNT = ZERO
               MOVE LIB2J-SEQ  TO LIB2-FIRST-SEQ
               MOVE LIB2J-DATE TO LIB2-FIRST-DATE
               MOVE LIB2J-TIME TO LIB2-FIRST-TIME
           END-IF

           MOVE LIB2J-SEQ  TO LIB2-LAST-SEQ
           MOVE LIB2J-DATE TO LIB2-LAST-DATE
           MOVE LIB2J-TIME TO LIB2-LAST-TIME
           ADD 1 TO LIB2-APPLIED-COUNT.

      *-----------------------------------------------------------------
       APPLY-IMAGE-AS-ADD.
      *    An add whose key is already on the master is rewritten
      *    over it - the image is what lib2 left there.
      *-----------------------------------------------------------------
           MOVE LIB2J-IMAGE TO LIB2M-RECORD
           WRITE LIB2M-RECORD
               INVALID KEY
                   REWRITE LIB2M-RECORD
                   IF LIB2M-STATUS-OK
                       MOVE 'ADD OVER EXISTING KEY' TO LIB2R-DET-REASON
                       PERFORM REPORT-FORCED-ENTRY
                   ELSE
                       MOVE 'ADD OVER KEY FAILED, STATUS'
                         TO LIB2R-DET-REASON
                       PERFORM REPORT-REFUSED-ENTRY
                   END-IF
           END-WRITE.

      *-----------------------------------------------------------------
       APPLY-IMAGE-AS-CHANGE.
      *    A change or inactivate whose key is missing is written back
      *    in full from the image.
      *-----------------------------------------------------------------
           MOVE LIB2J-IMAGE TO LIB2M-RECORD
           REWRITE LIB2M-RECORD
               INVALID KEY
                   WRITE LIB2M-RECORD
                   IF LIB2M-STATUS-OK
                       MOVE 'CHANGE OF MISSING KEY' TO LIB2R-DET-REASON
                       PERFORM REPORT-FORCED-ENTRY
                   ELSE
                       MOVE 'CHANGE WRITE FAILED, STATUS'
                         TO LIB2R-DET-REASON
                       PERFORM REPORT-REFUSED-ENTRY
                   END-IF
           END-REWRITE.

      *-----------------------------------------------------------------
       APPLY-RENAME.
      *    The record goes on under its new key, and the key it left
      *    becomes an alias pointing at it, as lib2 leaves it - same
      *    table, rec type and effective date, new key in the data.
      *    An add the master refused leaves nothing to point at, so
      *    the old key is then left as it is.
      *-----------------------------------------------------------------
           PERFORM APPLY-IMAGE-AS-ADD

           IF NOT LIB2-ENTRY-REFUSED
               PERFORM APPLY-RENAME-ALIAS
           END-IF.

      *-----------------------------------------------------------------
       APPLY-RENAME-ALIAS.
      *-----------------------------------------------------------------
           MOVE LIB2J-TABLE-ID  TO LIB2M-TABLE-ID
           MOVE LIB2J-OLD-KEY   TO LIB2M-KEY
           MOVE 'R'             TO LIB2M-STATUS
           MOVE LIB2J-REC-TYPE  TO LIB2M-REC-TYPE
           MOVE LIB2J-EFF-DATE  TO LIB2M-EFF-DATE
           MOVE SPACES          TO LIB2M-DATA
           MOVE LIB2J-KEY       TO LIB2M-DATA(1:10)
           REWRITE LIB2M-RECORD
               INVALID KEY
                   WRITE LIB2M-RECORD
                   IF LIB2M-STATUS-OK
                       MOVE 'RENAME OF MISSING KEY' TO LIB2R-DET-REASON
                       PERFORM REPORT-FORCED-ENTRY
                   ELSE
                       MOVE 'ALIAS WRITE FAILED, STATUS'
                         TO LIB2R-DET-REASON
                       PERFORM REPORT-REFUSED-ENTRY
                   END-IF
           END-REWRITE.

      *-----------------------------------------------------------------
       APPLY-DELETE.
      *-----------------------------------------------------------------
           MOVE LIB2J-TABLE-ID TO LIB2M-TABLE-ID
           MOVE LIB2J-KEY      TO LIB2M-KEY
           DELETE LIB2-MASTER-FILE RECORD
               INVALID KEY
                   MOVE 'DELETE OF MISSING KEY' TO LIB2R-DET-REASON
                   PERFORM REPORT-FORCED-ENTRY
           END-DELETE.

      *-----------------------------------------------------------------
       REPORT-FORCED-ENTRY.
      *-----------------------------------------------------------------
           MOVE 'FORCED' TO LIB2R-DET-TAG
           PERFORM WRITE-DETAIL-LINE
           ADD 1 TO LIB2-FORCED-COUNT.

      *-----------------------------------------------------------------
       REPORT-REFUSED-ENTRY.
      *    The fallback write itself failed - the reason carries the
      *    master file status.
      *-----------------------------------------------------------------
           MOVE LIB2M-FILE-STATUS TO LIB2R-DET-REASON(29:2)
           MOVE 'REFUSED' TO LIB2R-DET-TAG
           PERFORM WRITE-DETAIL-LINE
           ADD 1 TO LIB2-REFUSED-COUNT
           SET LIB2-ENTRY-REFUSED TO TRUE.

      *-----------------------------------------------------------------
       WRITE-DETAIL-LINE.
      *-----------------------------------------------------------------
           MOVE LIB2J-SEQ      TO LIB2R-DET-SEQ
           MOVE LIB2J-REQTYPE  TO LIB2R-DET-REQTYPE
           MOVE LIB2J-TABLE-ID TO LIB2R-DET-TABLE-ID
           MOVE LIB2J-KEY      TO LIB2R-DET-KEY
           MOVE LIB2R-DETAIL-LINE TO LIB2R-LINE
           WRITE LIB2R-LINE.

      *-----------------------------------------------------------------
       WRITE-REPORT-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO LIB2R-LINE
           WRITE LIB2R-LINE

           MOVE 'FIRST APPLIED'  TO LIB2R-PNT-LABEL
           MOVE LIB2-FIRST-SEQ   TO LIB2R-PNT-SEQ
           MOVE LIB2-FIRST-DATE  TO LIB2R-PNT-DATE
           MOVE LIB2-FIRST-TIME  TO LIB2R-PNT-TIME
           MOVE LIB2R-POINT-LINE TO LIB2R-LINE
           WRITE LIB2R-LINE

           MOVE 'LAST APPLIED'   TO LIB2R-PNT-LABEL
           MOVE LIB2-LAST-SEQ    TO LIB2R-PNT-SEQ
           MOVE LIB2-LAST-DATE   TO LIB2R-PNT-DATE
           MOVE LIB2-LAST-TIME   TO LIB2R-PNT-TIME
           MOVE LIB2R-POINT-LINE TO LIB2R-LINE
           WRITE LIB2R-LINE

           MOVE LIB2-STOP-REASON  TO LIB2R-RSN-TEXT
           MOVE LIB2R-REASON-LINE TO LIB2R-LINE
           WRITE LIB2R-LINE

           MOVE LIB2-ADD-COUNT     TO LIB2R-FTR-ADDS
           MOVE LIB2-CHANGE-COUNT  TO LIB2R-FTR-CHANGES
           MOVE LIB2-RENAME-COUNT  TO LIB2R-FTR-RENAMES
           MOVE LIB2-INACT-COUNT   TO LIB2R-FTR-INACT
           MOVE LIB2-DELETE-COUNT  TO LIB2R-FTR-DELETES
           MOVE SPACES TO LIB2R-LINE
           WRITE LIB2R-LINE
           MOVE LIB2R-FOOTER-1 TO LIB2R-LINE
           WRITE LIB2R-LINE

           MOVE LIB2-APPLIED-COUNT TO LIB2R-FTR-APPLIED
           MOVE LIB2-FORCED-COUNT  TO LIB2R-FTR-FORCED
           MOVE LIB2-REFUSED-COUNT TO LIB2R-FTR-REFUSED
           MOVE LIB2-SKIPPED-COUNT TO LIB2R-FTR-SKIPPED
           MOVE LIB2R-FOOTER-2 TO LIB2R-LINE
           WRITE LIB2R-LINE.
