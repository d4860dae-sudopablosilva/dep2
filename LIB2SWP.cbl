      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      *
      * Nightly integrity sweep of the LIB2 master file - reads LIB2MST
      * end to end, every table, and reports each record that has
      * rotted out of the shape lib2 would have stored it in:
      *   ORPHAN ALIAS     an alias ('R') whose target key is gone,
      *   ALIAS TO ALIAS   an alias whose target is itself an alias,
      *   ALIAS LOOP       an alias chain that comes back on itself or
      *                    runs longer than lib2 will follow,
      *   UNKNOWN TYPE     a record type LIB2LAY no longer lists,
      *   FAILS EDITS      data failing today's LIB2RUL rules or its
      *                    type's LIB2LAY layout (judged through the
      *                    'lib2edit' entry point, so the edits are
      *                    lib2's own),
      *   FUTURE DATE      an effective date after today,
      *   BAD STATUS       a status other than A, I or R,
      *   DANGLING REF     a key-reference field (LIB2LAY class 'K')
      *                    naming a key that is not on file or not
      *                    active in its table.
      * A record can fall into more than one category.  Aliases hold a
      * key, not data, so they are not put through the edits.
      *
      * Each defect is listed on LIB2SWR and counted by category.  The
      * defects with an obvious fix also go to LIB2SWC as LIB2MTR
      * transactions, under a header and trailer (source LIB2SWP) so
      * that after review the file can be put in LIB2MTR and taken
      * through lib2pedt and lib2mnt like any other:
      *   - an orphan alias is deleted ('D') - lib2 retires an alias
      *     with a delete, never an inactivate,
      *   - a bad status is inactivated ('X'), which also restamps the
      *     effective date,
      *   - a future date on an inactive record is restamped by
      *     inactivating it again ('X'), and on an active one by a
      *     change ('C') carrying its own data and type,
      * at most one transaction per key.  A record that also fails the
      * edits, carries an unknown type or a dangling reference gets no
      * change, as lib2 would refuse it.  Alias chains, edit failures
      * and dangling references need a person to decide, and are only
      * reported.
      *
      * Return code 4 when any defect is found, 16 when the master
      * cannot be read.
      *
      * MODIFICATION HISTORY:
      *   - Added the DANGLING REF category, the nightly listing of
      *     every key reference left pointing at a key deleted,
      *     inactivated or renamed since it was stored.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib2swp.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIB2-MASTER-FILE ASSIGN TO 'LIB2MST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LIB2M-FULL-KEY
               FILE STATUS IS LIB2M-FILE-STATUS.

      *    The master a second time, read at random to follow alias
      *    chains without disturbing the sweep's own position.
           SELECT LIB2-LOOKUP-FILE ASSIGN TO 'LIB2MST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LIB2L-FULL-KEY
               FILE STATUS IS LIB2L-FILE-STATUS.

           SELECT LIB2-LAYOUT-FILE ASSIGN TO 'LIB2LAY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIB2Y-FILE-STATUS.

           SELECT LIB2-FILE-SEQ-FILE ASSIGN TO 'LIB2FSQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIB2F-FILE-STATUS.

           SELECT LIB2-CORR-FILE ASSIGN TO 'LIB2SWC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIB2T-FILE-STATUS.

           SELECT LIB2-SWEEP-RPT-FILE ASSIGN TO 'LIB2SWR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIB2R-FILE-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  LIB2-MASTER-FILE.
       01  LIB2M-RECORD.
           COPY LIB2MREC.

       FD  LIB2-LOOKUP-FILE.
       01  LIB2L-RECORD.
           05  LIB2L-FULL-KEY.
               10  LIB2L-TABLE-ID       PIC X(08).
               10  LIB2L-KEY            PIC X(10).
           05  LIB2L-STATUS             PIC X(01).
               88  LIB2L-ACTIVE             VALUE 'A'.
               88  LIB2L-ALIAS              VALUE 'R'.
           05  LIB2L-REC-TYPE           PIC X(02).
           05  LIB2L-EFF-DATE           PIC 9(08).
           05  LIB2L-DATA               PIC X(30).

       FD  LIB2-LAYOUT-FILE.
       01  LIB2Y-RECORD.
           05  LIB2Y-REC-TYPE           PIC X(02).
           05  FILLER                   PIC X(01).
           05  LIB2Y-FIELD-NAME         PIC X(10).
           05  FILLER                   PIC X(01).
           05  LIB2Y-START              PIC 9(02).
           05  FILLER                   PIC X(01).
           05  LIB2Y-LENGTH             PIC 9(02).
           05  FILLER                   PIC X(01).
           05  LIB2Y-CLASS              PIC X(01).
           05  FILLER                   PIC X(01).
           05  LIB2Y-REF-TABLE          PIC X(08).

       FD  LIB2-FILE-SEQ-FILE.
       01  LIB2F-RECORD.
           05  LIB2F-SOURCE             PIC X(08).
           05  FILLER                   PIC X(01).
           05  LIB2F-LAST-SEQ           PIC 9(09).
           05  FILLER                   PIC X(01).
           05  LIB2F-FILE-DATE          PIC 9(08).
           05  FILLER                   PIC X(01).
           05  LIB2F-ACCEPT-DATE        PIC 9(08).

       FD  LIB2-CORR-FILE.
       01  LIB2T-RECORD.
           05  LIB2T-REQTYPE            PIC X(01).
           05  LIB2T-KEY                PIC X(10).
           05  LIB2T-DATA               PIC X(30).
           05  LIB2T-EFF-DATE           PIC X(08).
           05  LIB2T-REC-TYPE           PIC X(02).
           05  LIB2T-TABLE-ID           PIC X(08).
       01  LIB2T-CONTROL-RECORD.
           COPY LIB2TCTL.

       FD  LIB2-SWEEP-RPT-FILE.
       01  LIB2R-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  LIB2M-FILE-STATUS           PIC X(02).
           88  LIB2M-STATUS-OK             VALUE '00'.
       01  LIB2L-FILE-STATUS           PIC X(02).
           88  LIB2L-STATUS-OK             VALUE '00'.
       01  LIB2Y-FILE-STATUS           PIC X(02).
       01  LIB2F-FILE-STATUS           PIC X(02).
       01  LIB2T-FILE-STATUS           PIC X(02).
       01  LIB2R-FILE-STATUS           PIC X(02).

       01  LIB2M-EOF-SW                PIC X(01) VALUE 'N'.
           88  LIB2M-EOF                   VALUE 'Y'.
       01  LIB2Y-EOF-SW                PIC X(01) VALUE 'N'.
           88  LIB2Y-EOF                   VALUE 'Y'.
       01  LIB2F-EOF-SW                PIC X(01) VALUE 'N'.
           88  LIB2F-EOF                   VALUE 'Y'.

       01  LIB2-TODAY-DATE             PIC 9(08).

      *    Record types LIB2LAY lists - no dictionary, no type check,
      *    as in lib2.
       01  LIB2-TYPE-MAX               PIC 9(02) COMP VALUE 50.
       01  LIB2-TYPE-COUNT             PIC 9(02) COMP VALUE ZERO.
       01  LIB2-TYPE-TABLE.
           05  LIB2-TYPE-CODE OCCURS 50 TIMES
                       INDEXED BY LIB2-TYPE-IDX
                                       PIC X(02).
       01  LIB2-WORK-REC-TYPE          PIC X(02).

      *    The key-reference fields of the dictionary, taken with the
      *    edits lib2 loads them under.
       01  LIB2-REF-MAX                PIC 9(02) COMP VALUE 50.
       01  LIB2-REF-COUNT              PIC 9(02) COMP VALUE ZERO.
       01  LIB2-REF-TABLE.
           05  LIB2-REF-ENTRY OCCURS 50 TIMES
                       INDEXED BY LIB2-REF-IDX.
               10  LIB2-REF-REC-TYPE        PIC X(02).
               10  LIB2-REF-START           PIC 9(02) COMP.
               10  LIB2-REF-LENGTH          PIC 9(02) COMP.
               10  LIB2-REF-TABLE-ID        PIC X(08).
       01  LIB2-REF-TARGET-KEY         PIC X(10).
       01  LIB2-REF-OK-SW              PIC X(01).
           88  LIB2-REF-OK                 VALUE 'Y'.
       01  LIB2-TYPE-FOUND-SW          PIC X(01).
           88  LIB2-TYPE-FOUND             VALUE 'Y'.

      *    Alias chain walk - the keys met so far, to tell a loop from
      *    a chain.  lib2 gives up after 5 hops, so a chain longer
      *    than that is as good as a loop to its callers.
       01  LIB2-CHAIN-HOP-MAX          PIC 9(02) COMP VALUE 5.
       01  LIB2-CHAIN-HOPS             PIC 9(02) COMP VALUE ZERO.
       01  LIB2-CHAIN-TABLE.
           05  LIB2-CHAIN-KEY OCCURS 6 TIMES
                       INDEXED BY LIB2-CHAIN-IDX
                                       PIC X(10).
       01  LIB2-CHAIN-NEXT-KEY         PIC X(10).
       01  LIB2-CHAIN-END-SW           PIC X(01).
           88  LIB2-CHAIN-ENDED            VALUE 'Y'.
       01  LIB2-CHAIN-LOOP-SW          PIC X(01).
           88  LIB2-CHAIN-LOOPS            VALUE 'Y'.

      *    What was found wrong with the current record.
       01  LIB2-ORPHAN-SW              PIC X(01).
           88  LIB2-IS-ORPHAN              VALUE 'Y'.
       01  LIB2-BAD-STATUS-SW          PIC X(01).
           88  LIB2-IS-BAD-STATUS          VALUE 'Y'.
       01  LIB2-FUTURE-SW              PIC X(01).
           88  LIB2-IS-FUTURE              VALUE 'Y'.
       01  LIB2-NO-FIX-SW              PIC X(01).
           88  LIB2-NO-FIX                 VALUE 'Y'.

       01  LIB2-READ-COUNT             PIC 9(09) VALUE ZERO.
       01  LIB2-DEFECT-COUNT           PIC 9(07) VALUE ZERO.
       01  LIB2-ORPHAN-COUNT           PIC 9(07) VALUE ZERO.
       01  LIB2-CHAIN-COUNT            PIC 9(07) VALUE ZERO.
       01  LIB2-LOOP-COUNT             PIC 9(07) VALUE ZERO.
       01  LIB2-UNKNOWN-TYPE-COUNT     PIC 9(07) VALUE ZERO.
       01  LIB2-EDIT-FAIL-COUNT        PIC 9(07) VALUE ZERO.
       01  LIB2-FUTURE-COUNT           PIC 9(07) VALUE ZERO.
       01  LIB2-BAD-STATUS-COUNT       PIC 9(07) VALUE ZERO.
       01  LIB2-DANGLING-COUNT         PIC 9(07) VALUE ZERO.

      *    Correction file controls, as lib2netc keeps them for LIB2NTR.
       01  LIB2-FILE-SEQ               PIC 9(09) VALUE ZERO.
       01  LIB2-CORR-COUNT             PIC 9(09) VALUE ZERO.
       01  LIB2-HASH-TOTAL             PIC 9(09) VALUE ZERO.
       01  LIB2-HASH-AREA              PIC X(40).
       01  LIB2-HASH-TABLE REDEFINES LIB2-HASH-AREA.
           05  LIB2-HASH-CHAR OCCURS 40 TIMES PIC X(01).
       01  LIB2-HASH-IDX               PIC 9(02) COMP.

       01  LIB2R-HDR-1.
           05  FILLER                  PIC X(10) VALUE 'LIB2SWP'.
           05  FILLER                  PIC X(28) VALUE
                   'MASTER FILE INTEGRITY SWEEP '.
           05  LIB2R-HDR-DATE          PIC 9(08).

       01  LIB2R-HDR-2.
           05  FILLER                  PIC X(17) VALUE 'CATEGORY'.
           05  FILLER                  PIC X(09) VALUE 'TABLE'.
           05  FILLER                  PIC X(11) VALUE 'KEY'.
           05  FILLER                  PIC X(02) VALUE 'S'.
           05  FILLER                  PIC X(03) VALUE 'TY'.
           05  FILLER                  PIC X(09) VALUE 'EFF DATE'.
           05  FILLER                  PIC X(16) VALUE 'DETAIL'.
           05  FILLER                  PIC X(03) VALUE 'FIX'.

       01  LIB2R-DETAIL-LINE.
           05  LIB2R-DET-CATEGORY      PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2R-DET-TABLE-ID      PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2R-DET-KEY           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2R-DET-STATUS        PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2R-DET-REC-TYPE      PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2R-DET-EFF-DATE      PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2R-DET-NOTE          PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2R-DET-FIX           PIC X(01).

       01  LIB2R-COUNT-LINE.
           05  LIB2R-CNT-LABEL         PIC X(20).
           05  LIB2R-CNT-VALUE         PIC ZZZ,ZZZ,ZZ9.

       01  LIB2-CALL-AREA.
           COPY LIB2IO.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN

           IF LIB2M-STATUS-OK AND LIB2L-STATUS-OK
               PERFORM WRITE-HEADER-RECORD
               PERFORM READ-NEXT-MASTER
               PERFORM SWEEP-ONE-RECORD UNTIL LIB2M-EOF
               PERFORM WRITE-TRAILER-RECORD
               PERFORM WRITE-REPORT-SUMMARY
               IF LIB2-DEFECT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'LIB2SWP - MASTER FILE UNAVAILABLE, STATUS: '
                       LIB2M-FILE-STATUS ' / ' LIB2L-FILE-STATUS
               DISPLAY 'LIB2SWP - RUN ABORTED, LIB2SWC NOT USABLE'
               MOVE 16 TO RETURN-CODE
           END-IF

           PERFORM TERMINATE-RUN
           GOBACK.

      *-----------------------------------------------------------------
       INITIALIZE-RUN.
      *-----------------------------------------------------------------
           ACCEPT LIB2-TODAY-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-RECORD-TYPES
           PERFORM FIND-NEXT-FILE-SEQUENCE

           OPEN INPUT LIB2-MASTER-FILE
           OPEN INPUT LIB2-LOOKUP-FILE
           OPEN OUTPUT LIB2-CORR-FILE
           OPEN OUTPUT LIB2-SWEEP-RPT-FILE

           MOVE LIB2-TODAY-DATE TO LIB2R-HDR-DATE
           MOVE LIB2R-HDR-1 TO LIB2R-LINE
           WRITE LIB2R-LINE
           MOVE SPACES TO LIB2R-LINE
           WRITE LIB2R-LINE
           MOVE LIB2R-HDR-2 TO LIB2R-LINE
           WRITE LIB2R-LINE.

      *-----------------------------------------------------------------
       LOAD-RECORD-TYPES.
      *-----------------------------------------------------------------
           OPEN INPUT LIB2-LAYOUT-FILE
           IF LIB2Y-FILE-STATUS = '00'
               PERFORM LOAD-ONE-LAYOUT-FIELD
                   UNTIL LIB2Y-EOF
               CLOSE LIB2-LAYOUT-FILE
           END-IF.

      *-----------------------------------------------------------------
       LOAD-ONE-LAYOUT-FIELD.
      *    One line per sub-field, so a type shows up once per field -
      *    each is kept once.
      *-----------------------------------------------------------------
           READ LIB2-LAYOUT-FILE
               AT END
                   SET LIB2Y-EOF TO TRUE
           END-READ

           IF NOT LIB2Y-EOF AND LIB2Y-REC-TYPE NOT = SPACES
               MOVE LIB2Y-REC-TYPE TO LIB2-WORK-REC-TYPE
               PERFORM FIND-RECORD-TYPE
               IF NOT LIB2-TYPE-FOUND
                  AND LIB2-TYPE-COUNT < LIB2-TYPE-MAX
                   ADD 1 TO LIB2-TYPE-COUNT
                   SET LIB2-TYPE-IDX TO LIB2-TYPE-COUNT
                   MOVE LIB2Y-REC-TYPE TO LIB2-TYPE-CODE(LIB2-TYPE-IDX)
               END-IF
               IF LIB2Y-CLASS = 'K'
                  AND LIB2Y-START IS NUMERIC
                  AND LIB2Y-LENGTH IS NUMERIC
                  AND LIB2Y-START >= 1
                  AND LIB2Y-LENGTH >= 1
                  AND LIB2Y-START + LIB2Y-LENGTH <= 31
                  AND LIB2Y-LENGTH <= 10
                  AND LIB2-REF-COUNT < LIB2-REF-MAX
                   ADD 1 TO LIB2-REF-COUNT
                   SET LIB2-REF-IDX TO LIB2-REF-COUNT
                   MOVE LIB2Y-REC-TYPE  TO
                        LIB2-REF-REC-TYPE(LIB2-REF-IDX)
                   MOVE LIB2Y-START     TO
                        LIB2-REF-START(LIB2-REF-IDX)
                   MOVE LIB2Y-LENGTH    TO
                        LIB2-REF-LENGTH(LIB2-REF-IDX)
                   MOVE LIB2Y-REF-TABLE TO
                        LIB2-REF-TABLE-ID(LIB2-REF-IDX)
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       FIND-RECORD-TYPE.
      *-----------------------------------------------------------------
           MOVE 'N' TO LIB2-TYPE-FOUND-SW
           PERFORM MATCH-ONE-RECORD-TYPE
               VARYING LIB2-TYPE-IDX FROM 1 BY 1
               UNTIL LIB2-TYPE-IDX > LIB2-TYPE-COUNT
                  OR LIB2-TYPE-FOUND.

      *-----------------------------------------------------------------
       MATCH-ONE-RECORD-TYPE.
      *-----------------------------------------------------------------
           IF LIB2-TYPE-CODE(LIB2-TYPE-IDX) = LIB2-WORK-REC-TYPE
               SET LIB2-TYPE-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       FIND-NEXT-FILE-SEQUENCE.
      *    The number after the last LIB2SWP file the pre-edit took.
      *-----------------------------------------------------------------
           MOVE ZERO TO LIB2-FILE-SEQ

           OPEN INPUT LIB2-FILE-SEQ-FILE
           IF LIB2F-FILE-STATUS = '00'
               PERFORM READ-ONE-FILE-SEQUENCE UNTIL LIB2F-EOF
               CLOSE LIB2-FILE-SEQ-FILE
           END-IF

           ADD 1 TO LIB2-FILE-SEQ.

      *-----------------------------------------------------------------
       READ-ONE-FILE-SEQUENCE.
      *-----------------------------------------------------------------
           READ LIB2-FILE-SEQ-FILE
               AT END
                   SET LIB2F-EOF TO TRUE
               NOT AT END
                   IF LIB2F-SOURCE = 'LIB2SWP '
                       MOVE LIB2F-LAST-SEQ TO LIB2-FILE-SEQ
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
       READ-NEXT-MASTER.
      *-----------------------------------------------------------------
           READ LIB2-MASTER-FILE NEXT RECORD
               AT END
                   SET LIB2M-EOF TO TRUE
           END-READ

           IF NOT LIB2M-EOF
               ADD 1 TO LIB2-READ-COUNT
           END-IF.

      *-----------------------------------------------------------------
       SWEEP-ONE-RECORD.
      *    Every check runs on every record; the correction, if any,
      *    is decided once they all have.
      *-----------------------------------------------------------------
           MOVE 'N' TO LIB2-ORPHAN-SW
           MOVE 'N' TO LIB2-BAD-STATUS-SW
           MOVE 'N' TO LIB2-FUTURE-SW
           MOVE 'N' TO LIB2-NO-FIX-SW

           EVALUATE TRUE
               WHEN LIB2M-ALIAS
                   PERFORM CHECK-ALIAS-CHAIN
               WHEN LIB2M-ACTIVE OR LIB2M-INACTIVE
                   PERFORM CHECK-RECORD-DATA
               WHEN OTHER
                   SET LIB2-IS-BAD-STATUS TO TRUE
                   ADD 1 TO LIB2-BAD-STATUS-COUNT
                   MOVE 'BAD STATUS'      TO LIB2R-DET-CATEGORY
                   MOVE SPACES            TO LIB2R-DET-NOTE
                   PERFORM WRITE-DEFECT-LINE
                   PERFORM CHECK-RECORD-DATA
           END-EVALUATE

           IF LIB2M-EFF-DATE > LIB2-TODAY-DATE
               SET LIB2-IS-FUTURE TO TRUE
               ADD 1 TO LIB2-FUTURE-COUNT
               MOVE 'FUTURE DATE'         TO LIB2R-DET-CATEGORY
               MOVE SPACES                TO LIB2R-DET-NOTE
               PERFORM WRITE-DEFECT-LINE
           END-IF

           PERFORM DECIDE-CORRECTION

           PERFORM READ-NEXT-MASTER.

      *-----------------------------------------------------------------
       CHECK-ALIAS-CHAIN.
      *    Follows the alias from its own key, noting each key met.
      *    The walk ends at the first record that is not an alias, at
      *    a key that is missing, at a key already met, or when it has
      *    gone further than lib2 would.
      *-----------------------------------------------------------------
           MOVE ZERO TO LIB2-CHAIN-HOPS
           MOVE 'N'  TO LIB2-CHAIN-END-SW
           MOVE 'N'  TO LIB2-CHAIN-LOOP-SW
           MOVE LIB2M-KEY TO LIB2-CHAIN-KEY(1)
           MOVE LIB2M-DATA(1:10) TO LIB2-CHAIN-NEXT-KEY

           PERFORM FOLLOW-ONE-ALIAS-HOP UNTIL LIB2-CHAIN-ENDED

           EVALUATE TRUE
               WHEN LIB2-CHAIN-LOOPS
                   ADD 1 TO LIB2-LOOP-COUNT
                   MOVE 'ALIAS LOOP'      TO LIB2R-DET-CATEGORY
                   MOVE LIB2M-DATA(1:10)  TO LIB2R-DET-NOTE
                   PERFORM WRITE-DEFECT-LINE
               WHEN LIB2-CHAIN-HOPS = 1 AND LIB2-IS-ORPHAN
                   ADD 1 TO LIB2-ORPHAN-COUNT
                   MOVE 'ORPHAN ALIAS'    TO LIB2R-DET-CATEGORY
                   MOVE LIB2M-DATA(1:10)  TO LIB2R-DET-NOTE
                   PERFORM WRITE-DEFECT-LINE
               WHEN LIB2-CHAIN-HOPS > 1
      *            The alias at the dangling end of a longer chain is
      *            reported as the orphan when the sweep reaches it.
                   MOVE 'N' TO LIB2-ORPHAN-SW
                   ADD 1 TO LIB2-CHAIN-COUNT
                   MOVE 'ALIAS TO ALIAS'  TO LIB2R-DET-CATEGORY
                   MOVE LIB2M-DATA(1:10)  TO LIB2R-DET-NOTE
                   PERFORM WRITE-DEFECT-LINE
           END-EVALUATE.

      *-----------------------------------------------------------------
       FOLLOW-ONE-ALIAS-HOP.
      *-----------------------------------------------------------------
           ADD 1 TO LIB2-CHAIN-HOPS

           PERFORM MATCH-ONE-CHAIN-KEY
               VARYING LIB2-CHAIN-IDX FROM 1 BY 1
               UNTIL LIB2-CHAIN-IDX > LIB2-CHAIN-HOPS
                  OR LIB2-CHAIN-LOOPS

           IF LIB2-CHAIN-LOOPS
               SET LIB2-CHAIN-ENDED TO TRUE
           ELSE
               MOVE LIB2M-TABLE-ID      TO LIB2L-TABLE-ID
               MOVE LIB2-CHAIN-NEXT-KEY TO LIB2L-KEY
               READ LIB2-LOOKUP-FILE
                   INVALID KEY
                       SET LIB2-IS-ORPHAN   TO TRUE
                       SET LIB2-CHAIN-ENDED TO TRUE
                   NOT INVALID KEY
                       PERFORM JUDGE-ALIAS-TARGET
               END-READ
           END-IF.

      *-----------------------------------------------------------------
       MATCH-ONE-CHAIN-KEY.
      *-----------------------------------------------------------------
           IF LIB2-CHAIN-KEY(LIB2-CHAIN-IDX) = LIB2-CHAIN-NEXT-KEY
               SET LIB2-CHAIN-LOOPS TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       JUDGE-ALIAS-TARGET.
      *-----------------------------------------------------------------
           EVALUATE TRUE
               WHEN NOT LIB2L-ALIAS
                   SET LIB2-CHAIN-ENDED TO TRUE
               WHEN LIB2-CHAIN-HOPS >= LIB2-CHAIN-HOP-MAX
                   SET LIB2-CHAIN-LOOPS TO TRUE
                   SET LIB2-CHAIN-ENDED TO TRUE
               WHEN OTHER
                   SET LIB2-CHAIN-IDX TO LIB2-CHAIN-HOPS
                   SET LIB2-CHAIN-IDX UP BY 1
                   MOVE LIB2-CHAIN-NEXT-KEY TO
                        LIB2-CHAIN-KEY(LIB2-CHAIN-IDX)
                   MOVE LIB2L-DATA(1:10) TO LIB2-CHAIN-NEXT-KEY
           END-EVALUATE.

      *-----------------------------------------------------------------
       CHECK-RECORD-DATA.
      *    An unknown type is judged on the edit rules alone, so it
      *    is not counted twice.
      *-----------------------------------------------------------------
           MOVE LIB2M-REC-TYPE TO LIB2-I-REC-TYPE

           IF LIB2M-REC-TYPE NOT = SPACES AND LIB2-TYPE-COUNT > ZERO
               MOVE LIB2M-REC-TYPE TO LIB2-WORK-REC-TYPE
               PERFORM FIND-RECORD-TYPE
               IF NOT LIB2-TYPE-FOUND
                   SET LIB2-NO-FIX TO TRUE
                   ADD 1 TO LIB2-UNKNOWN-TYPE-COUNT
                   MOVE 'UNKNOWN TYPE'    TO LIB2R-DET-CATEGORY
                   MOVE SPACES            TO LIB2R-DET-NOTE
                   PERFORM WRITE-DEFECT-LINE
                   MOVE SPACES TO LIB2-I-REC-TYPE
               END-IF
           END-IF

           MOVE 'LIB2SWP'      TO LIB2-I-PGMNAME
           MOVE 'C'            TO LIB2-I-REQTYPE
           MOVE LIB2M-TABLE-ID TO LIB2-I-TABLE-ID
           MOVE LIB2M-KEY      TO LIB2-I-KEY
           MOVE LIB2M-DATA     TO LIB2-I-DATA

           CALL 'lib2edit' USING LIB2-CALL-AREA

           IF NOT LIB2-SUCCESS
               SET LIB2-NO-FIX TO TRUE
               ADD 1 TO LIB2-EDIT-FAIL-COUNT
               MOVE 'FAILS EDITS'         TO LIB2R-DET-CATEGORY
               MOVE SPACES                TO LIB2R-DET-NOTE
               PERFORM WRITE-DEFECT-LINE
           END-IF

           IF LIB2M-REC-TYPE NOT = SPACES
               PERFORM CHECK-ONE-KEY-REFERENCE
                   VARYING LIB2-REF-IDX FROM 1 BY 1
                   UNTIL LIB2-REF-IDX > LIB2-REF-COUNT
           END-IF.

      *-----------------------------------------------------------------
       CHECK-ONE-KEY-REFERENCE.
      *    The referenced key must be on file and active in the table
      *    the field names, or in the record's own.  A blank field is
      *    already counted among the edit failures.
      *-----------------------------------------------------------------
           IF LIB2-REF-REC-TYPE(LIB2-REF-IDX) = LIB2M-REC-TYPE
              AND LIB2M-DATA(LIB2-REF-START(LIB2-REF-IDX):
                             LIB2-REF-LENGTH(LIB2-REF-IDX)) NOT = SPACES
               IF LIB2-REF-TABLE-ID(LIB2-REF-IDX) = SPACES
                   MOVE LIB2M-TABLE-ID TO LIB2L-TABLE-ID
               ELSE
                   MOVE LIB2-REF-TABLE-ID(LIB2-REF-IDX) TO
                        LIB2L-TABLE-ID
               END-IF
               MOVE LIB2M-DATA(LIB2-REF-START(LIB2-REF-IDX):
                               LIB2-REF-LENGTH(LIB2-REF-IDX))
                    TO LIB2-REF-TARGET-KEY
               MOVE LIB2-REF-TARGET-KEY TO LIB2L-KEY
               MOVE 'N' TO LIB2-REF-OK-SW
               READ LIB2-LOOKUP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LIB2L-ACTIVE
                           SET LIB2-REF-OK TO TRUE
                       END-IF
               END-READ
               IF NOT LIB2-REF-OK
                   SET LIB2-NO-FIX TO TRUE
                   ADD 1 TO LIB2-DANGLING-COUNT
                   MOVE 'DANGLING REF'      TO LIB2R-DET-CATEGORY
                   MOVE LIB2-REF-TARGET-KEY TO LIB2R-DET-NOTE
                   PERFORM WRITE-DEFECT-LINE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       DECIDE-CORRECTION.
      *    At most one transaction per key, and none lib2 would refuse.
      *-----------------------------------------------------------------
           MOVE SPACES         TO LIB2T-RECORD
           MOVE LIB2M-KEY      TO LIB2T-KEY
           MOVE LIB2M-TABLE-ID TO LIB2T-TABLE-ID

           EVALUATE TRUE
               WHEN LIB2-IS-ORPHAN
                   MOVE 'D' TO LIB2T-REQTYPE
                   PERFORM WRITE-CORRECTION
               WHEN LIB2-NO-FIX
                   CONTINUE
               WHEN LIB2-IS-BAD-STATUS
                   MOVE 'X' TO LIB2T-REQTYPE
                   PERFORM WRITE-CORRECTION
               WHEN LIB2-IS-FUTURE AND LIB2M-INACTIVE
                   MOVE 'X' TO LIB2T-REQTYPE
                   PERFORM WRITE-CORRECTION
               WHEN LIB2-IS-FUTURE AND LIB2M-ACTIVE
                   MOVE 'C'            TO LIB2T-REQTYPE
                   MOVE LIB2M-DATA     TO LIB2T-DATA
                   MOVE LIB2M-REC-TYPE TO LIB2T-REC-TYPE
                   PERFORM WRITE-CORRECTION
           END-EVALUATE.

      *-----------------------------------------------------------------
       WRITE-CORRECTION.
      *-----------------------------------------------------------------
           WRITE LIB2T-RECORD

           ADD 1 TO LIB2-CORR-COUNT
           MOVE LIB2T-RECORD(2:40) TO LIB2-HASH-AREA
           PERFORM ACCUMULATE-ONE-HASH-CHAR
               VARYING LIB2-HASH-IDX FROM 1 BY 1
               UNTIL LIB2-HASH-IDX > 40

           MOVE 'CORRECTION ' TO LIB2R-DET-CATEGORY
           MOVE LIB2T-REQTYPE TO LIB2R-DET-FIX
           MOVE SPACES        TO LIB2R-DET-NOTE
           MOVE LIB2R-DETAIL-LINE TO LIB2R-LINE
           WRITE LIB2R-LINE
           MOVE SPACES TO LIB2R-DET-FIX.

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
       WRITE-DEFECT-LINE.
      *-----------------------------------------------------------------
           ADD 1 TO LIB2-DEFECT-COUNT
           MOVE LIB2M-TABLE-ID TO LIB2R-DET-TABLE-ID
           MOVE LIB2M-KEY      TO LIB2R-DET-KEY
           MOVE LIB2M-STATUS   TO LIB2R-DET-STATUS
           MOVE LIB2M-REC-TYPE TO LIB2R-DET-REC-TYPE
           MOVE LIB2M-EFF-DATE TO LIB2R-DET-EFF-DATE
           MOVE SPACES         TO LIB2R-DET-FIX
           MOVE LIB2R-DETAIL-LINE TO LIB2R-LINE
           WRITE LIB2R-LINE.

      *-----------------------------------------------------------------
       WRITE-HEADER-RECORD.
      *-----------------------------------------------------------------
           MOVE SPACES          TO LIB2T-CONTROL-RECORD
           SET LIB2TC-HEADER    TO TRUE
           MOVE 'LIB2SWP'       TO LIB2TC-SOURCE
           MOVE LIB2-TODAY-DATE TO LIB2TC-FILE-DATE
           MOVE LIB2-FILE-SEQ   TO LIB2TC-FILE-SEQ
           MOVE ZERO            TO LIB2TC-RECORD-COUNT
           MOVE ZERO            TO LIB2TC-HASH-TOTAL
           WRITE LIB2T-CONTROL-RECORD.

      *-----------------------------------------------------------------
       WRITE-TRAILER-RECORD.
      *-----------------------------------------------------------------
           MOVE SPACES           TO LIB2T-CONTROL-RECORD
           SET LIB2TC-TRAILER    TO TRUE
           MOVE 'LIB2SWP'        TO LIB2TC-SOURCE
           MOVE LIB2-TODAY-DATE  TO LIB2TC-FILE-DATE
           MOVE LIB2-FILE-SEQ    TO LIB2TC-FILE-SEQ
           MOVE LIB2-CORR-COUNT  TO LIB2TC-RECORD-COUNT
           MOVE LIB2-HASH-TOTAL  TO LIB2TC-HASH-TOTAL
           WRITE LIB2T-CONTROL-RECORD.

      *-----------------------------------------------------------------
       WRITE-REPORT-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO LIB2R-LINE
           WRITE LIB2R-LINE

           MOVE 'RECORDS READ      : ' TO LIB2R-CNT-LABEL
           MOVE LIB2-READ-COUNT        TO LIB2R-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'ORPHAN ALIAS      : ' TO LIB2R-CNT-LABEL
           MOVE LIB2-ORPHAN-COUNT      TO LIB2R-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'ALIAS TO ALIAS    : ' TO LIB2R-CNT-LABEL
           MOVE LIB2-CHAIN-COUNT       TO LIB2R-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'ALIAS LOOP        : ' TO LIB2R-CNT-LABEL
           MOVE LIB2-LOOP-COUNT        TO LIB2R-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'UNKNOWN TYPE      : ' TO LIB2R-CNT-LABEL
           MOVE LIB2-UNKNOWN-TYPE-COUNT TO LIB2R-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'FAILS EDITS       : ' TO LIB2R-CNT-LABEL
           MOVE LIB2-EDIT-FAIL-COUNT   TO LIB2R-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'FUTURE DATE       : ' TO LIB2R-CNT-LABEL
           MOVE LIB2-FUTURE-COUNT      TO LIB2R-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'BAD STATUS        : ' TO LIB2R-CNT-LABEL
           MOVE LIB2-BAD-STATUS-COUNT  TO LIB2R-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'DANGLING REF      : ' TO LIB2R-CNT-LABEL
           MOVE LIB2-DANGLING-COUNT    TO LIB2R-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'TOTAL DEFECTS     : ' TO LIB2R-CNT-LABEL
           MOVE LIB2-DEFECT-COUNT      TO LIB2R-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'CORRECTIONS       : ' TO LIB2R-CNT-LABEL
           MOVE LIB2-CORR-COUNT        TO LIB2R-CNT-VALUE
           PERFORM WRITE-COUNT-LINE

           DISPLAY 'LIB2SWP - RECORDS READ  : ' LIB2-READ-COUNT
           DISPLAY 'LIB2SWP - DEFECTS       : ' LIB2-DEFECT-COUNT
           DISPLAY 'LIB2SWP - CORRECTIONS   : ' LIB2-CORR-COUNT.

      *-----------------------------------------------------------------
       WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
           MOVE LIB2R-COUNT-LINE TO LIB2R-LINE
           WRITE LIB2R-LINE.

      *-----------------------------------------------------------------
       TERMINATE-RUN.
      *-----------------------------------------------------------------
           CLOSE LIB2-MASTER-FILE
           CLOSE LIB2-LOOKUP-FILE
           CLOSE LIB2-CORR-FILE
           CLOSE LIB2-SWEEP-RPT-FILE.
