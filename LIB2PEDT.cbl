      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      *
      * Whole-file pre-edit of the transaction file (LIB2MTR) ahead of
      * lib2mnt.  lib2mnt applies a file one record at a time, so a
      * truncated or doubled file used to be half applied before
      * anyone saw the exceptions; this step reads the whole file
      * first and lets lib2mnt near it only if all of it is sound:
      *   - the first record is a header and the last a trailer (see
      *     LIB2TCTL), one of each, agreeing on source, date and
      *     sequence number,
      *   - the trailer's record count and hash total match the
      *     transactions actually between them,
      *   - the sequence number is the next one after the last file
      *     accepted from that source, kept on LIB2FSQ - a source
      *     never seen before is taken at whatever number it starts
      *     with, and a repeat of the last accepted file is refused,
      *   - no key (table plus key) appears twice in the file,
      *   - every request type is one lib2 knows (A C D X R), every
      *     key is present, every effective date blank or numeric,
      *     every rename names its new key,
      *   - every add and change passes the LIB2RUL edit rules and
      *     the LIB2LAY layout of its record type, judged through the
      *     'lib2edit' entry point so the edits are lib2's own.
      *
      * Every failure found is listed on the LIB2PER report against
      * its record number.  A file with any failure is rejected as a
      * whole: it is copied to LIB2MTH to be held out, LIB2MTR is
      * emptied so nothing can apply it by accident, and return code
      * 16 stops the lib2nctl stream before lib2mnt.  Should LIB2MTH
      * not take every record, LIB2MTR is left in place instead - the
      * rejected file is never lost - and the stream stops the same
      * way.  An accepted file is left in place and its sequence
      * number recorded on LIB2FSQ,
      * so a rerun of an accepted file (after a lib2mnt abort, say)
      * needs that source's LIB2FSQ line set back by one.  A LIB2FSQ
      * that is there but cannot be read, or cannot be rewritten once
      * the file has passed, stops the stream at 16 as well - in the
      * second case the file is held out as if rejected and the lines
      * LIB2FSQ should hold are shown on the console.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib2pedt.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIB2-TRANS-FILE ASSIGN TO 'LIB2MTR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIB2T-FILE-STATUS.

           SELECT LIB2-HOLD-FILE ASSIGN TO 'LIB2MTH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIB2K-FILE-STATUS.

           SELECT LIB2-FILE-SEQ-FILE ASSIGN TO 'LIB2FSQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIB2F-FILE-STATUS.

           SELECT LIB2-PEDT-RPT-FILE ASSIGN TO 'LIB2PER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIB2R-FILE-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  LIB2-TRANS-FILE.
       01  LIB2T-RECORD.
           05  LIB2T-REQTYPE            PIC X(01).
           05  LIB2T-KEY                PIC X(10).
           05  LIB2T-DATA               PIC X(30).
           05  LIB2T-EFF-DATE           PIC X(08).
           05  LIB2T-REC-TYPE           PIC X(02).
           05  LIB2T-TABLE-ID           PIC X(08).
       01  LIB2T-CONTROL-RECORD.
           COPY LIB2TCTL.

       FD  LIB2-HOLD-FILE.
       01  LIB2K-RECORD                PIC X(59).

      *    One line per source: the sequence number and file date of
      *    the last file accepted from it, and the day it was accepted.
       FD  LIB2-FILE-SEQ-FILE.
       01  LIB2F-RECORD.
           05  LIB2F-SOURCE             PIC X(08).
           05  FILLER                   PIC X(01).
           05  LIB2F-LAST-SEQ           PIC 9(09).
           05  FILLER                   PIC X(01).
           05  LIB2F-FILE-DATE          PIC 9(08).
           05  FILLER                   PIC X(01).
           05  LIB2F-ACCEPT-DATE        PIC 9(08).

       FD  LIB2-PEDT-RPT-FILE.
       01  LIB2R-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  LIB2T-FILE-STATUS           PIC X(02).
           88  LIB2T-STATUS-OK             VALUE '00'.
       01  LIB2K-FILE-STATUS           PIC X(02).
       01  LIB2F-FILE-STATUS           PIC X(02).
       01  LIB2R-FILE-STATUS           PIC X(02).

       01  LIB2T-EOF-SW                PIC X(01) VALUE 'N'.
           88  LIB2T-EOF                   VALUE 'Y'.
       01  LIB2F-EOF-SW                PIC X(01) VALUE 'N'.
           88  LIB2F-EOF                   VALUE 'Y'.
       01  LIB2-ABORT-SW               PIC X(01) VALUE 'N'.
           88  LIB2-ABORTED                VALUE 'Y'.
       01  LIB2-HEADER-SW              PIC X(01) VALUE 'N'.
           88  LIB2-HEADER-SEEN            VALUE 'Y'.
       01  LIB2-TRAILER-SW             PIC X(01) VALUE 'N'.
           88  LIB2-TRAILER-SEEN           VALUE 'Y'.
       01  LIB2-HOLD-FAILED-SW         PIC X(01) VALUE 'N'.
           88  LIB2-HOLD-FAILED            VALUE 'Y'.
       01  LIB2-FSQ-FAILED-SW          PIC X(01) VALUE 'N'.
           88  LIB2-FSQ-FAILED             VALUE 'Y'.

       01  LIB2-TODAY-DATE             PIC 9(08).

       01  LIB2-RECORD-NUMBER          PIC 9(07) VALUE ZERO.
       01  LIB2-DETAIL-COUNT           PIC 9(09) VALUE ZERO.
       01  LIB2-ERROR-COUNT            PIC 9(07) VALUE ZERO.
       01  LIB2-HELD-COUNT             PIC 9(07) VALUE ZERO.

      *    Header and trailer as read, kept for the end-of-file checks.
       01  LIB2-HDR-SOURCE             PIC X(08) VALUE SPACES.
       01  LIB2-HDR-FILE-DATE          PIC 9(08) VALUE ZERO.
       01  LIB2-HDR-FILE-SEQ           PIC 9(09) VALUE ZERO.
       01  LIB2-TRL-SOURCE             PIC X(08) VALUE SPACES.
       01  LIB2-TRL-FILE-DATE          PIC 9(08) VALUE ZERO.
       01  LIB2-TRL-FILE-SEQ           PIC 9(09) VALUE ZERO.
       01  LIB2-TRL-RECORD-COUNT       PIC 9(09) VALUE ZERO.
       01  LIB2-TRL-HASH-TOTAL         PIC 9(09) VALUE ZERO.

      *    Hash total over the key and data columns, accumulated the
      *    way lib2recn accumulates its checksum.
       01  LIB2-HASH-TOTAL             PIC 9(09) VALUE ZERO.
       01  LIB2-HASH-AREA              PIC X(40).
       01  LIB2-HASH-TABLE REDEFINES LIB2-HASH-AREA.
           05  LIB2-HASH-CHAR OCCURS 40 TIMES PIC X(01).
       01  LIB2-HASH-IDX               PIC 9(02) COMP.

      *    Every key in the file so far, for the duplicate check - a
      *    file too big for the table is refused rather than passed
      *    half checked.
       01  LIB2-KEY-MAX                PIC 9(04) COMP VALUE 5000.
       01  LIB2-KEY-COUNT              PIC 9(04) COMP VALUE ZERO.
       01  LIB2-KEY-TABLE.
           05  LIB2-KT-FULL-KEY OCCURS 5000 TIMES
                       INDEXED BY LIB2-KEY-IDX
                                       PIC X(18).
       01  LIB2-KEY-OVERFLOW-SW        PIC X(01) VALUE 'N'.
           88  LIB2-KEY-OVERFLOW           VALUE 'Y'.
       01  LIB2-DUP-SW                 PIC X(01).
           88  LIB2-DUP-FOUND              VALUE 'Y'.
       01  LIB2-WORK-FULL-KEY.
           05  LIB2-WORK-TABLE-ID       PIC X(08).
           05  LIB2-WORK-KEY            PIC X(10).

      *    LIB2FSQ held in storage for the run and written back whole
      *    when a file is accepted.
       01  LIB2-SRC-MAX                PIC 9(02) COMP VALUE 50.
       01  LIB2-SRC-COUNT              PIC 9(02) COMP VALUE ZERO.
       01  LIB2-SRC-TABLE.
           05  LIB2-SRC-ENTRY OCCURS 50 TIMES
                       INDEXED BY LIB2-SRC-IDX.
               10  LIB2-SRC-SOURCE          PIC X(08).
               10  LIB2-SRC-LAST-SEQ        PIC 9(09).
               10  LIB2-SRC-FILE-DATE       PIC 9(08).
               10  LIB2-SRC-ACCEPT-DATE     PIC 9(08).
       01  LIB2-SRC-FOUND-SW           PIC X(01) VALUE 'N'.
           88  LIB2-SRC-FOUND              VALUE 'Y'.
       01  LIB2-SRC-SLOT               PIC 9(02) COMP VALUE ZERO.
       01  LIB2-EXPECTED-SEQ           PIC 9(09) VALUE ZERO.

       01  LIB2R-HDR-1.
           05  FILLER                  PIC X(10) VALUE 'LIB2PEDT'.
           05  FILLER                  PIC X(35) VALUE
                   'TRANSACTION FILE PRE-EDIT (LIB2MTR)'.

       01  LIB2R-HDR-2.
           05  FILLER                  PIC X(07) VALUE 'SOURCE '.
           05  LIB2R-HDR-SOURCE        PIC X(08).
           05  FILLER                  PIC X(13) VALUE '  FILE DATE '.
           05  LIB2R-HDR-FILE-DATE     PIC 9(08).
           05  FILLER                  PIC X(12) VALUE '  SEQUENCE '.
           05  LIB2R-HDR-FILE-SEQ      PIC 9(09).

       01  LIB2R-HDR-3.
           05  FILLER                  PIC X(08) VALUE 'RECORD'.
           05  FILLER                  PIC X(04) VALUE 'REQ'.
           05  FILLER                  PIC X(09) VALUE 'TABLE'.
           05  FILLER                  PIC X(12) VALUE 'KEY'.
           05  FILLER                  PIC X(06) VALUE 'REASON'.

       01  LIB2R-DETAIL-LINE.
           05  LIB2R-DET-RECORD        PIC 9(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2R-DET-REQTYPE       PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LIB2R-DET-TABLE-ID      PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2R-DET-KEY           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LIB2R-DET-REASON        PIC X(40).

       01  LIB2R-FOOTER-LINE.
           05  FILLER                  PIC X(08) VALUE 'RECORDS'.
           05  LIB2R-FTR-RECORDS       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(15) VALUE
                   '  TRANSACTIONS'.
           05  LIB2R-FTR-DETAILS       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE '  ERRORS'.
           05  LIB2R-FTR-ERRORS        PIC ZZZ,ZZ9.

       01  LIB2R-VERDICT-LINE          PIC X(80).

       01  LIB2-CALL-AREA.
           COPY LIB2IO.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN

           IF NOT LIB2-ABORTED
               PERFORM READ-NEXT-TRANSACTION
               PERFORM EDIT-ONE-RECORD UNTIL LIB2T-EOF
               CLOSE LIB2-TRANS-FILE
               PERFORM CHECK-FILE-CONTROLS
               PERFORM WRITE-REPORT-FOOTER
               IF LIB2-ERROR-COUNT = ZERO
                   PERFORM ACCEPT-FILE
               ELSE
                   PERFORM HOLD-OUT-FILE
               END-IF
           END-IF

           CLOSE LIB2-PEDT-RPT-FILE

           DISPLAY 'LIB2PEDT - RECORDS READ  : ' LIB2-RECORD-NUMBER
           DISPLAY 'LIB2PEDT - TRANSACTIONS  : ' LIB2-DETAIL-COUNT
           DISPLAY 'LIB2PEDT - ERRORS        : ' LIB2-ERROR-COUNT

           IF LIB2-ABORTED OR LIB2-ERROR-COUNT > ZERO
               DISPLAY 'LIB2PEDT - FILE REJECTED, STREAM TO STOP'
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY 'LIB2PEDT - FILE ACCEPTED'
           END-IF

           GOBACK.

      *-----------------------------------------------------------------
       INITIALIZE-RUN.
      *-----------------------------------------------------------------
           ACCEPT LIB2-TODAY-DATE FROM DATE YYYYMMDD

           OPEN OUTPUT LIB2-PEDT-RPT-FILE
           MOVE LIB2R-HDR-1 TO LIB2R-LINE
           WRITE LIB2R-LINE
           MOVE SPACES TO LIB2R-LINE
           WRITE LIB2R-LINE

           PERFORM LOAD-FILE-SEQUENCES

           IF NOT LIB2-ABORTED
               OPEN INPUT LIB2-TRANS-FILE
               IF NOT LIB2T-STATUS-OK
                   DISPLAY 'LIB2PEDT - TRANSACTION FILE UNAVAILABLE, '
                           'STATUS: ' LIB2T-FILE-STATUS
                   DISPLAY 'LIB2PEDT - RUN ABORTED'
                   SET LIB2-ABORTED TO TRUE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       LOAD-FILE-SEQUENCES.
      *    No LIB2FSQ yet means no file has been accepted from any
      *    source.  One that is there but will not open, or holds more
      *    sources than the table does, would lose lines when written
      *    back, so the run stops instead.
      *-----------------------------------------------------------------
           OPEN INPUT LIB2-FILE-SEQ-FILE
           EVALUATE LIB2F-FILE-STATUS
               WHEN '00'
                   PERFORM LOAD-ONE-FILE-SEQUENCE
                       UNTIL LIB2F-EOF OR LIB2-ABORTED
                   CLOSE LIB2-FILE-SEQ-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'LIB2PEDT - LIB2FSQ UNAVAILABLE, STATUS: '
                           LIB2F-FILE-STATUS ', RUN ABORTED'
                   SET LIB2-ABORTED TO TRUE
           END-EVALUATE.

      *-----------------------------------------------------------------
       LOAD-ONE-FILE-SEQUENCE.
      *-----------------------------------------------------------------
           READ LIB2-FILE-SEQ-FILE
               AT END
                   SET LIB2F-EOF TO TRUE
           END-READ

           IF NOT LIB2F-EOF
               IF LIB2-SRC-COUNT >= LIB2-SRC-MAX
                   DISPLAY 'LIB2PEDT - LIB2FSQ HOLDS MORE THAN '
                           LIB2-SRC-MAX ' SOURCES, RUN ABORTED'
                   SET LIB2-ABORTED TO TRUE
               ELSE
                   ADD 1 TO LIB2-SRC-COUNT
                   SET LIB2-SRC-IDX TO LIB2-SRC-COUNT
                   MOVE LIB2F-SOURCE      TO
                        LIB2-SRC-SOURCE(LIB2-SRC-IDX)
                   MOVE LIB2F-LAST-SEQ    TO
                        LIB2-SRC-LAST-SEQ(LIB2-SRC-IDX)
                   MOVE LIB2F-FILE-DATE   TO
                        LIB2-SRC-FILE-DATE(LIB2-SRC-IDX)
                   MOVE LIB2F-ACCEPT-DATE TO
                        LIB2-SRC-ACCEPT-DATE(LIB2-SRC-IDX)
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       READ-NEXT-TRANSACTION.
      *    A record that cannot be read ends the edit there and fails
      *    the file - what follows it cannot be judged.
      *-----------------------------------------------------------------
           READ LIB2-TRANS-FILE
               AT END
                   SET LIB2T-EOF TO TRUE
           END-READ

           IF NOT LIB2T-EOF
               IF LIB2T-FILE-STATUS(1:1) NOT = '0'
                   DISPLAY 'LIB2PEDT - LIB2MTR READ FAILED AFTER '
                           LIB2-RECORD-NUMBER ' RECORDS, STATUS: '
                           LIB2T-FILE-STATUS
                   MOVE 'TRANSACTION FILE UNREADABLE'
                                          TO LIB2R-DET-REASON
                   PERFORM REPORT-FILE-ERROR
                   SET LIB2T-EOF TO TRUE
               ELSE
                   ADD 1 TO LIB2-RECORD-NUMBER
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       EDIT-ONE-RECORD.
      *    The header must come first and only once; the trailer only
      *    once, with nothing after it.
      *-----------------------------------------------------------------
           EVALUATE TRUE
               WHEN LIB2-RECORD-NUMBER = 1 AND NOT LIB2TC-HEADER
                   PERFORM WRITE-COLUMN-HEADINGS
                   MOVE 'FIRST RECORD IS NOT A HEADER'
                                          TO LIB2R-DET-REASON
                   PERFORM REPORT-RECORD-ERROR
                   PERFORM EDIT-ONE-TRANSACTION
               WHEN LIB2TC-HEADER
                   PERFORM EDIT-HEADER-RECORD
               WHEN LIB2TC-TRAILER
                   PERFORM EDIT-TRAILER-RECORD
               WHEN LIB2-TRAILER-SEEN
                   MOVE 'RECORD AFTER THE TRAILER'
                                          TO LIB2R-DET-REASON
                   PERFORM REPORT-RECORD-ERROR
                   PERFORM EDIT-ONE-TRANSACTION
               WHEN OTHER
                   PERFORM EDIT-ONE-TRANSACTION
           END-EVALUATE

           PERFORM READ-NEXT-TRANSACTION.

      *-----------------------------------------------------------------
       EDIT-HEADER-RECORD.
      *-----------------------------------------------------------------
           IF LIB2-RECORD-NUMBER NOT = 1
               MOVE 'HEADER OUT OF PLACE'  TO LIB2R-DET-REASON
               PERFORM REPORT-RECORD-ERROR
           ELSE
               SET LIB2-HEADER-SEEN TO TRUE
               MOVE LIB2TC-SOURCE TO LIB2-HDR-SOURCE
               IF LIB2TC-FILE-DATE IS NUMERIC
                  AND LIB2TC-FILE-SEQ IS NUMERIC
                   MOVE LIB2TC-FILE-DATE TO LIB2-HDR-FILE-DATE
                   MOVE LIB2TC-FILE-SEQ  TO LIB2-HDR-FILE-SEQ
               ELSE
                   MOVE 'HEADER DATE/SEQUENCE NOT NUMERIC'
                                          TO LIB2R-DET-REASON
                   PERFORM REPORT-RECORD-ERROR
               END-IF
               MOVE LIB2-HDR-SOURCE    TO LIB2R-HDR-SOURCE
               MOVE LIB2-HDR-FILE-DATE TO LIB2R-HDR-FILE-DATE
               MOVE LIB2-HDR-FILE-SEQ  TO LIB2R-HDR-FILE-SEQ
               MOVE LIB2R-HDR-2 TO LIB2R-LINE
               WRITE LIB2R-LINE
               MOVE SPACES TO LIB2R-LINE
               WRITE LIB2R-LINE
               PERFORM WRITE-COLUMN-HEADINGS
           END-IF.

      *-----------------------------------------------------------------
       WRITE-COLUMN-HEADINGS.
      *    Under the header's own line when there is one.
      *-----------------------------------------------------------------
           MOVE LIB2R-HDR-3 TO LIB2R-LINE
           WRITE LIB2R-LINE.

      *-----------------------------------------------------------------
       EDIT-TRAILER-RECORD.
      *-----------------------------------------------------------------
           IF LIB2-TRAILER-SEEN
               MOVE 'SECOND TRAILER'       TO LIB2R-DET-REASON
               PERFORM REPORT-RECORD-ERROR
           ELSE
               SET LIB2-TRAILER-SEEN TO TRUE
               MOVE LIB2TC-SOURCE TO LIB2-TRL-SOURCE
               IF LIB2TC-FILE-DATE IS NUMERIC
                  AND LIB2TC-FILE-SEQ IS NUMERIC
                  AND LIB2TC-RECORD-COUNT IS NUMERIC
                  AND LIB2TC-HASH-TOTAL IS NUMERIC
                   MOVE LIB2TC-FILE-DATE    TO LIB2-TRL-FILE-DATE
                   MOVE LIB2TC-FILE-SEQ     TO LIB2-TRL-FILE-SEQ
                   MOVE LIB2TC-RECORD-COUNT TO LIB2-TRL-RECORD-COUNT
                   MOVE LIB2TC-HASH-TOTAL   TO LIB2-TRL-HASH-TOTAL
               ELSE
                   MOVE 'TRAILER CONTROLS NOT NUMERIC'
                                          TO LIB2R-DET-REASON
                   PERFORM REPORT-RECORD-ERROR
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       EDIT-ONE-TRANSACTION.
      *    Each transaction counts toward the trailer balance whatever
      *    else is wrong with it, then takes every edit in turn - all
      *    of a record's failures are listed, not only the first.
      *-----------------------------------------------------------------
           ADD 1 TO LIB2-DETAIL-COUNT
           PERFORM ACCUMULATE-HASH-TOTAL

           IF NOT (LIB2T-REQTYPE = 'A' OR 'C' OR 'D' OR 'X' OR 'R')
               MOVE 'INVALID REQUEST TYPE' TO LIB2R-DET-REASON
               PERFORM REPORT-RECORD-ERROR
           END-IF

           IF LIB2T-KEY = SPACES
               MOVE 'KEY MISSING'          TO LIB2R-DET-REASON
               PERFORM REPORT-RECORD-ERROR
           ELSE
               PERFORM CHECK-DUPLICATE-KEY
           END-IF

           IF LIB2T-EFF-DATE NOT = SPACES
              AND LIB2T-EFF-DATE IS NOT NUMERIC
               MOVE 'EFFECTIVE DATE NOT NUMERIC'
                                          TO LIB2R-DET-REASON
               PERFORM REPORT-RECORD-ERROR
           END-IF

           IF LIB2T-REQTYPE = 'R'
              AND LIB2T-DATA(1:10) = SPACES
               MOVE 'RENAME HAS NO NEW KEY' TO LIB2R-DET-REASON
               PERFORM REPORT-RECORD-ERROR
           END-IF

           IF LIB2T-REQTYPE = 'A' OR 'C'
               PERFORM EDIT-TRANSACTION-DATA
           END-IF.

      *-----------------------------------------------------------------
       ACCUMULATE-HASH-TOTAL.
      *-----------------------------------------------------------------
           MOVE LIB2T-RECORD(2:40) TO LIB2-HASH-AREA
           PERFORM ACCUMULATE-ONE-HASH-CHAR
               VARYING LIB2-HASH-IDX FROM 1 BY 1
               UNTIL LIB2-HASH-IDX > 40.

      *-----------------------------------------------------------------
       ACCUMULATE-ONE-HASH-CHAR.
      *-----------------------------------------------------------------
           COMPUTE LIB2-HASH-TOTAL =
               FUNCTION MOD
                   (LIB2-HASH-TOTAL +
                    FUNCTION ORD(LIB2-HASH-CHAR(LIB2-HASH-IDX)),
                    999999999).

      *-----------------------------------------------------------------
       CHECK-DUPLICATE-KEY.
      *-----------------------------------------------------------------
           MOVE LIB2T-TABLE-ID TO LIB2-WORK-TABLE-ID
           MOVE LIB2T-KEY      TO LIB2-WORK-KEY
           MOVE 'N' TO LIB2-DUP-SW

           PERFORM MATCH-ONE-PRIOR-KEY
               VARYING LIB2-KEY-IDX FROM 1 BY 1
               UNTIL LIB2-KEY-IDX > LIB2-KEY-COUNT
                  OR LIB2-DUP-FOUND

           EVALUATE TRUE
               WHEN LIB2-DUP-FOUND
                   MOVE 'DUPLICATE KEY IN FILE' TO LIB2R-DET-REASON
                   PERFORM REPORT-RECORD-ERROR
               WHEN LIB2-KEY-COUNT >= LIB2-KEY-MAX
                   IF NOT LIB2-KEY-OVERFLOW
                       SET LIB2-KEY-OVERFLOW TO TRUE
                       MOVE 'TOO MANY KEYS FOR DUPLICATE CHECK'
                                          TO LIB2R-DET-REASON
                       PERFORM REPORT-RECORD-ERROR
                   END-IF
               WHEN OTHER
                   ADD 1 TO LIB2-KEY-COUNT
                   SET LIB2-KEY-IDX TO LIB2-KEY-COUNT
                   MOVE LIB2-WORK-FULL-KEY TO
                        LIB2-KT-FULL-KEY(LIB2-KEY-IDX)
           END-EVALUATE.

      *-----------------------------------------------------------------
       MATCH-ONE-PRIOR-KEY.
      *-----------------------------------------------------------------
           IF LIB2-KT-FULL-KEY(LIB2-KEY-IDX) = LIB2-WORK-FULL-KEY
               SET LIB2-DUP-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       EDIT-TRANSACTION-DATA.
      *    The rule and layout edits lib2 would apply, asked of lib2
      *    itself through its edit-only entry point.
      *-----------------------------------------------------------------
           MOVE 'LIB2PEDT'     TO LIB2-I-PGMNAME
           MOVE LIB2T-REQTYPE  TO LIB2-I-REQTYPE
           MOVE LIB2T-TABLE-ID TO LIB2-I-TABLE-ID
           MOVE LIB2T-KEY      TO LIB2-I-KEY
           MOVE LIB2T-DATA     TO LIB2-I-DATA
           MOVE LIB2T-REC-TYPE TO LIB2-I-REC-TYPE

           CALL 'lib2edit' USING LIB2-CALL-AREA

           IF NOT LIB2-SUCCESS
               MOVE 'FAILS LIB2RUL/LIB2LAY EDITS'
                                          TO LIB2R-DET-REASON
               PERFORM REPORT-RECORD-ERROR
           END-IF.

      *-----------------------------------------------------------------
       REPORT-RECORD-ERROR.
      *-----------------------------------------------------------------
           MOVE LIB2-RECORD-NUMBER TO LIB2R-DET-RECORD
           MOVE LIB2T-REQTYPE      TO LIB2R-DET-REQTYPE
           MOVE LIB2T-TABLE-ID     TO LIB2R-DET-TABLE-ID
           MOVE LIB2T-KEY          TO LIB2R-DET-KEY
           PERFORM WRITE-ERROR-LINE.

      *-----------------------------------------------------------------
       REPORT-FILE-ERROR.
      *    A failure of the file as a whole, not of one record.
      *-----------------------------------------------------------------
           MOVE ZERO   TO LIB2R-DET-RECORD
           MOVE SPACES TO LIB2R-DET-REQTYPE
           MOVE SPACES TO LIB2R-DET-TABLE-ID
           MOVE SPACES TO LIB2R-DET-KEY
           PERFORM WRITE-ERROR-LINE.

      *-----------------------------------------------------------------
       WRITE-ERROR-LINE.
      *-----------------------------------------------------------------
           ADD 1 TO LIB2-ERROR-COUNT
           MOVE LIB2R-DETAIL-LINE TO LIB2R-LINE
           WRITE LIB2R-LINE.

      *-----------------------------------------------------------------
       CHECK-FILE-CONTROLS.
      *    The end-of-file checks: both control records present and
      *    agreeing, the trailer in balance, and the sequence number
      *    the next one due from the source.
      *-----------------------------------------------------------------
           IF LIB2-RECORD-NUMBER = ZERO
               PERFORM WRITE-COLUMN-HEADINGS
               MOVE 'FILE IS EMPTY'           TO LIB2R-DET-REASON
               PERFORM REPORT-FILE-ERROR
           ELSE
               IF NOT LIB2-HEADER-SEEN
                   MOVE 'HEADER MISSING'      TO LIB2R-DET-REASON
                   PERFORM REPORT-FILE-ERROR
               END-IF
               IF NOT LIB2-TRAILER-SEEN
                   MOVE 'TRAILER MISSING'     TO LIB2R-DET-REASON
                   PERFORM REPORT-FILE-ERROR
               END-IF
           END-IF

           IF LIB2-HEADER-SEEN AND LIB2-TRAILER-SEEN
               PERFORM CHECK-TRAILER-BALANCE
           END-IF

           IF LIB2-HEADER-SEEN
               PERFORM CHECK-FILE-SEQUENCE
           END-IF.

      *-----------------------------------------------------------------
       CHECK-TRAILER-BALANCE.
      *-----------------------------------------------------------------
           IF LIB2-TRL-SOURCE NOT = LIB2-HDR-SOURCE
              OR LIB2-TRL-FILE-DATE NOT = LIB2-HDR-FILE-DATE
              OR LIB2-TRL-FILE-SEQ NOT = LIB2-HDR-FILE-SEQ
               MOVE 'TRAILER DOES NOT MATCH HEADER'
                                          TO LIB2R-DET-REASON
               PERFORM REPORT-FILE-ERROR
           END-IF

           IF LIB2-TRL-RECORD-COUNT NOT = LIB2-DETAIL-COUNT
               MOVE 'TRAILER RECORD COUNT OUT OF BALANCE'
                                          TO LIB2R-DET-REASON
               PERFORM REPORT-FILE-ERROR
           END-IF

           IF LIB2-TRL-HASH-TOTAL NOT = LIB2-HASH-TOTAL
               MOVE 'TRAILER HASH TOTAL OUT OF BALANCE'
                                          TO LIB2R-DET-REASON
               PERFORM REPORT-FILE-ERROR
           END-IF.

      *-----------------------------------------------------------------
       CHECK-FILE-SEQUENCE.
      *-----------------------------------------------------------------
           MOVE 'N' TO LIB2-SRC-FOUND-SW
           PERFORM MATCH-ONE-SOURCE
               VARYING LIB2-SRC-IDX FROM 1 BY 1
               UNTIL LIB2-SRC-IDX > LIB2-SRC-COUNT
                  OR LIB2-SRC-FOUND

           IF LIB2-SRC-FOUND
               SET LIB2-SRC-IDX TO LIB2-SRC-SLOT
               COMPUTE LIB2-EXPECTED-SEQ =
                   LIB2-SRC-LAST-SEQ(LIB2-SRC-IDX) + 1
               EVALUATE TRUE
                   WHEN LIB2-HDR-FILE-SEQ = LIB2-EXPECTED-SEQ
                       CONTINUE
                   WHEN LIB2-HDR-FILE-SEQ =
                           LIB2-SRC-LAST-SEQ(LIB2-SRC-IDX)
                       MOVE 'FILE ALREADY ACCEPTED'
                                          TO LIB2R-DET-REASON
                       PERFORM REPORT-FILE-ERROR
                   WHEN OTHER
                       MOVE 'OUT OF SEQUENCE, EXPECTED '
                                          TO LIB2R-DET-REASON
                       MOVE LIB2-EXPECTED-SEQ
                                          TO LIB2R-DET-REASON(27:9)
                       PERFORM REPORT-FILE-ERROR
               END-EVALUATE
           ELSE
               IF LIB2-SRC-COUNT >= LIB2-SRC-MAX
                   MOVE 'NO ROOM ON LIB2FSQ FOR NEW SOURCE'
                                          TO LIB2R-DET-REASON
                   PERFORM REPORT-FILE-ERROR
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       MATCH-ONE-SOURCE.
      *-----------------------------------------------------------------
           IF LIB2-SRC-SOURCE(LIB2-SRC-IDX) = LIB2-HDR-SOURCE
               SET LIB2-SRC-FOUND TO TRUE
               SET LIB2-SRC-SLOT TO LIB2-SRC-IDX
           END-IF.

      *-----------------------------------------------------------------
       WRITE-REPORT-FOOTER.
      *-----------------------------------------------------------------
           MOVE LIB2-RECORD-NUMBER TO LIB2R-FTR-RECORDS
           MOVE LIB2-DETAIL-COUNT  TO LIB2R-FTR-DETAILS
           MOVE LIB2-ERROR-COUNT   TO LIB2R-FTR-ERRORS
           MOVE SPACES TO LIB2R-LINE
           WRITE LIB2R-LINE
           MOVE LIB2R-FOOTER-LINE TO LIB2R-LINE
           WRITE LIB2R-LINE.

      *-----------------------------------------------------------------
       ACCEPT-FILE.
      *    The file stands as it is for lib2mnt; only its sequence
      *    number is recorded, new sources added at the end.  A file
      *    whose number cannot be recorded would pass the repeat check
      *    next time and be applied twice, so it is held out instead
      *    and the run ends at 16; the lines LIB2FSQ should hold go
      *    to the console for it to be put right from.
      *-----------------------------------------------------------------
           IF NOT LIB2-SRC-FOUND
               ADD 1 TO LIB2-SRC-COUNT
               SET LIB2-SRC-IDX TO LIB2-SRC-COUNT
               MOVE LIB2-HDR-SOURCE TO LIB2-SRC-SOURCE(LIB2-SRC-IDX)
           END-IF

           MOVE LIB2-HDR-FILE-SEQ  TO LIB2-SRC-LAST-SEQ(LIB2-SRC-IDX)
           MOVE LIB2-HDR-FILE-DATE TO LIB2-SRC-FILE-DATE(LIB2-SRC-IDX)
           MOVE LIB2-TODAY-DATE    TO
                LIB2-SRC-ACCEPT-DATE(LIB2-SRC-IDX)

           MOVE 'N' TO LIB2-FSQ-FAILED-SW
           OPEN OUTPUT LIB2-FILE-SEQ-FILE
           IF LIB2F-FILE-STATUS NOT = '00'
               DISPLAY 'LIB2PEDT - LIB2FSQ NOT OPENED, STATUS: '
                       LIB2F-FILE-STATUS
               SET LIB2-FSQ-FAILED TO TRUE
           ELSE
               PERFORM WRITE-ONE-FILE-SEQUENCE
                   VARYING LIB2-SRC-IDX FROM 1 BY 1
                   UNTIL LIB2-SRC-IDX > LIB2-SRC-COUNT
                      OR LIB2-FSQ-FAILED
               CLOSE LIB2-FILE-SEQ-FILE
           END-IF

           IF LIB2-FSQ-FAILED
               PERFORM SHOW-ONE-FILE-SEQUENCE
                   VARYING LIB2-SRC-IDX FROM 1 BY 1
                   UNTIL LIB2-SRC-IDX > LIB2-SRC-COUNT
               MOVE 'LIB2FSQ NOT UPDATED - FILE NOT ACCEPTED'
                 TO LIB2R-VERDICT-LINE
               MOVE LIB2R-VERDICT-LINE TO LIB2R-LINE
               WRITE LIB2R-LINE
               PERFORM HOLD-OUT-FILE
               SET LIB2-ABORTED TO TRUE
           ELSE
               MOVE 'FILE ACCEPTED FOR LIB2MNT' TO LIB2R-VERDICT-LINE
               MOVE LIB2R-VERDICT-LINE TO LIB2R-LINE
               WRITE LIB2R-LINE
           END-IF.

      *-----------------------------------------------------------------
       WRITE-ONE-FILE-SEQUENCE.
      *-----------------------------------------------------------------
           PERFORM BUILD-FILE-SEQUENCE-LINE
           WRITE LIB2F-RECORD
           IF LIB2F-FILE-STATUS NOT = '00'
               DISPLAY 'LIB2PEDT - LIB2FSQ WRITE FAILED, STATUS: '
                       LIB2F-FILE-STATUS
               SET LIB2-FSQ-FAILED TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       SHOW-ONE-FILE-SEQUENCE.
      *-----------------------------------------------------------------
           PERFORM BUILD-FILE-SEQUENCE-LINE
           DISPLAY 'LIB2PEDT - LIB2FSQ LINE: ' LIB2F-RECORD.

      *-----------------------------------------------------------------
       BUILD-FILE-SEQUENCE-LINE.
      *-----------------------------------------------------------------
           MOVE SPACES TO LIB2F-RECORD
           MOVE LIB2-SRC-SOURCE(LIB2-SRC-IDX)      TO LIB2F-SOURCE
           MOVE LIB2-SRC-LAST-SEQ(LIB2-SRC-IDX)    TO LIB2F-LAST-SEQ
           MOVE LIB2-SRC-FILE-DATE(LIB2-SRC-IDX)   TO LIB2F-FILE-DATE
           MOVE LIB2-SRC-ACCEPT-DATE(LIB2-SRC-IDX) TO
                LIB2F-ACCEPT-DATE.

      *-----------------------------------------------------------------
       HOLD-OUT-FILE.
      *    The rejected file is copied to LIB2MTH as it arrived and
      *    LIB2MTR is emptied behind it, so nothing downstream can
      *    apply any of it until it has been fixed and resent.  The
      *    emptying waits on a complete copy: if LIB2MTR cannot be
      *    read back, or LIB2MTH cannot be opened, written or closed,
      *    LIB2MTR stays as it is (the return code of a rejected file,
      *    16, still stops the stream).
      *-----------------------------------------------------------------
           MOVE 'N' TO LIB2T-EOF-SW
           MOVE 'N' TO LIB2-HOLD-FAILED-SW

           OPEN OUTPUT LIB2-HOLD-FILE
           IF LIB2K-FILE-STATUS NOT = '00'
               DISPLAY 'LIB2PEDT - LIB2MTH NOT OPENED, STATUS: '
                       LIB2K-FILE-STATUS
               SET LIB2-HOLD-FAILED TO TRUE
           ELSE
               OPEN INPUT LIB2-TRANS-FILE
               IF LIB2T-FILE-STATUS NOT = '00'
                   DISPLAY 'LIB2PEDT - LIB2MTR NOT REOPENED, STATUS: '
                           LIB2T-FILE-STATUS
                   SET LIB2-HOLD-FAILED TO TRUE
               ELSE
                   PERFORM HOLD-ONE-RECORD
                       UNTIL LIB2T-EOF OR LIB2-HOLD-FAILED
                   CLOSE LIB2-TRANS-FILE
               END-IF
               CLOSE LIB2-HOLD-FILE
               IF LIB2K-FILE-STATUS NOT = '00'
                  AND NOT LIB2-HOLD-FAILED
                   DISPLAY 'LIB2PEDT - LIB2MTH NOT CLOSED, STATUS: '
                           LIB2K-FILE-STATUS
                   SET LIB2-HOLD-FAILED TO TRUE
               END-IF
           END-IF

           IF LIB2-HOLD-FAILED
               MOVE 'FILE REJECTED - NOT HELD OUT, LIB2MTR LEFT AS IS'
                 TO LIB2R-VERDICT-LINE
               DISPLAY 'LIB2PEDT - LIB2MTR LEFT IN PLACE, NOT EMPTIED'
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT LIB2-TRANS-FILE
               CLOSE LIB2-TRANS-FILE
               MOVE
                 'FILE REJECTED - HELD OUT TO LIB2MTH, LIB2MTR EMPTIED'
                 TO LIB2R-VERDICT-LINE
               DISPLAY 'LIB2PEDT - RECORDS HELD OUT TO LIB2MTH: '
                       LIB2-HELD-COUNT
           END-IF

           MOVE LIB2R-VERDICT-LINE TO LIB2R-LINE
           WRITE LIB2R-LINE.

      *-----------------------------------------------------------------
       HOLD-ONE-RECORD.
      *-----------------------------------------------------------------
           READ LIB2-TRANS-FILE
               AT END
                   SET LIB2T-EOF TO TRUE
               NOT AT END
                   MOVE LIB2T-RECORD TO LIB2K-RECORD
                   WRITE LIB2K-RECORD
                   IF LIB2K-FILE-STATUS = '00'
                       ADD 1 TO LIB2-HELD-COUNT
                   ELSE
                       DISPLAY 'LIB2PEDT - LIB2MTH WRITE FAILED AFTER '
                               LIB2-HELD-COUNT ' RECORDS, STATUS: '
                               LIB2K-FILE-STATUS
                       SET LIB2-HOLD-FAILED TO TRUE
                   END-IF
           END-READ

           IF NOT LIB2T-EOF
              AND LIB2T-FILE-STATUS(1:1) NOT = '0'
               DISPLAY 'LIB2PEDT - LIB2MTR READ FAILED AFTER '
                       LIB2-HELD-COUNT ' RECORDS, STATUS: '
                       LIB2T-FILE-STATUS
               SET LIB2-HOLD-FAILED TO TRUE
           END-IF.
