      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      *
      * Dormant-key analysis of the LIB2 master file - which active
      * keys is anybody still reading?  lib2 logs every call to
      * LIB2AUD and lib2aprg moves the old lines to LIB2AHS, so this
      * job reads both trails with LIB2MST and works out, for every
      * active key, the last date a caller other than the maintenance
      * programs looked it up, and which callers those were.
      *
      * A look-up is an inquiry ('I' - lib2bulk logs each of its keys
      * as one) or an as-of ('Q') answered 00000, or 00204 when it
      * came through an alias, which then also counts as a read of
      * the key the alias points at.  A find or browse logs a pattern
      * or a starting key rather than the keys it returned, so it
      * cannot be credited to any one key.  The maintenance programs
      * (lib2mnt, lib2appr, lib2prel, lib2pedt, lib2swp) read keys to
      * update or check them, not to use them, and are not counted.
      *
      * The report (LIB2DRR) lists each active key not read for 90
      * days or more, or not read at all in the trail, with its last
      * read date, the days since and up to three of its callers, and
      * then counts the active keys of each record type by age: read
      * in the last 90 days, 90-179, 180-364, 365 or more, and never.
      *
      * The first command-line argument is the dormancy threshold in
      * days (blank or non-numeric: 365).  Every active key left
      * unread that long is written to LIB2DRC as an 'X' inactivation
      * in the LIB2MTR layout, under a header and trailer (source
      * LIB2DRM) so the data owners can review it, put it in LIB2MTR
      * and take it through lib2pedt and lib2mnt like any other file -
      * lib2 parks every inactivate on LIB2APQ for a second person to
      * approve, and lib2appr warns there of any record still
      * referring to the key.  A key never read is aged from its last
      * add, change or rename on the trail, or failing that from the
      * first day the trail covers, so a key added last week is not
      * proposed for having had no time to be read.
      *
      * Return code 4 when any candidate is written, 16 when the run
      * is aborted - the master unavailable or a table full - and
      * LIB2DRC then has no trailer, so lib2pedt will refuse it.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib2drm.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIB2-MASTER-FILE ASSIGN TO 'LIB2MST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LIB2M-FULL-KEY
               FILE STATUS IS LIB2M-FILE-STATUS.

           SELECT LIB2-AUDIT-FILE ASSIGN TO LIB2-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIB2A-FILE-STATUS.

           SELECT LIB2-FILE-SEQ-FILE ASSIGN TO 'LIB2FSQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIB2F-FILE-STATUS.

           SELECT LIB2-CAND-FILE ASSIGN TO 'LIB2DRC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIB2T-FILE-STATUS.

           SELECT LIB2-DORMANT-RPT-FILE ASSIGN TO 'LIB2DRR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIB2R-FILE-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  LIB2-MASTER-FILE.
       01  LIB2M-RECORD.
           COPY LIB2MREC.

       FD  LIB2-AUDIT-FILE.
       01  LIB2A-RECORD.
           05  LIB2A-KEY                PIC X(10).
           05  FILLER                   PIC X(01).
           05  LIB2A-PGMNAME            PIC X(08).
           05  FILLER                   PIC X(01).
           05  LIB2A-REQTYPE            PIC X(01).
           05  FILLER                   PIC X(01).
           05  LIB2A-DATE               PIC X(08).
           05  LIB2A-DATE-NUM REDEFINES LIB2A-DATE
                                        PIC 9(08).
           05  FILLER                   PIC X(01).
           05  LIB2A-TIME               PIC X(08).
           05  FILLER                   PIC X(01).
           05  LIB2A-ERR                PIC X(05).
           05  FILLER                   PIC X(01).
           05  LIB2A-TABLE-ID           PIC X(08).

       FD  LIB2-FILE-SEQ-FILE.
       01  LIB2F-RECORD.
           05  LIB2F-SOURCE             PIC X(08).
           05  FILLER                   PIC X(01).
           05  LIB2F-LAST-SEQ           PIC 9(09).
           05  FILLER                   PIC X(01).
           05  LIB2F-FILE-DATE          PIC 9(08).
           05  FILLER                   PIC X(01).
           05  LIB2F-ACCEPT-DATE        PIC 9(08).

       FD  LIB2-CAND-FILE.
       01  LIB2T-RECORD.
           05  LIB2T-REQTYPE            PIC X(01).
           05  LIB2T-KEY                PIC X(10).
           05  LIB2T-DATA               PIC X(30).
           05  LIB2T-EFF-DATE           PIC X(08).
           05  LIB2T-REC-TYPE           PIC X(02).
           05  LIB2T-TABLE-ID           PIC X(08).
       01  LIB2T-CONTROL-RECORD.
           COPY LIB2TCTL.

       FD  LIB2-DORMANT-RPT-FILE.
       01  LIB2R-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  LIB2M-FILE-STATUS           PIC X(02).
           88  LIB2M-STATUS-OK             VALUE '00'.
       01  LIB2A-FILE-STATUS           PIC X(02).
       01  LIB2F-FILE-STATUS           PIC X(02).
       01  LIB2T-FILE-STATUS           PIC X(02).
       01  LIB2R-FILE-STATUS           PIC X(02).

       01  LIB2M-EOF-SW                PIC X(01) VALUE 'N'.
           88  LIB2M-EOF                   VALUE 'Y'.
       01  LIB2A-EOF-SW                PIC X(01) VALUE 'N'.
           88  LIB2A-EOF                   VALUE 'Y'.
       01  LIB2F-EOF-SW                PIC X(01) VALUE 'N'.
           88  LIB2F-EOF                   VALUE 'Y'.

      *    The live and archived audit trails are read through the one
      *    file, pointed at each by name in turn.
       01  LIB2-AUDIT-NAME             PIC X(08).

       01  LIB2-ABORT-SW               PIC X(01) VALUE 'N'.
           88  LIB2-ABORTED                VALUE 'Y'.

       01  LIB2-THRESHOLD-ARG          PIC X(05) VALUE SPACES.
       01  LIB2-THRESHOLD-DAYS         PIC 9(05) VALUE ZERO.
       01  LIB2-THRESHOLD-DEFAULT      PIC 9(05) VALUE 365.
       01  LIB2-ARG-IDX                PIC 9(02) COMP.
       01  LIB2-ARG-DIGITS             PIC 9(02) COMP VALUE ZERO.
       01  LIB2-ARG-DONE-SW            PIC X(01) VALUE 'N'.
           88  LIB2-ARG-DONE               VALUE 'Y'.
       01  LIB2-ARG-VALID-SW           PIC X(01) VALUE 'Y'.
           88  LIB2-ARG-VALID              VALUE 'Y'.
       01  LIB2-ARG-DIGIT-X            PIC X(01).
       01  LIB2-ARG-DIGIT-9 REDEFINES LIB2-ARG-DIGIT-X
                                       PIC 9(01).

       01  LIB2-TODAY-DATE             PIC 9(08).
       01  LIB2-TODAY-INT              PIC 9(08) VALUE ZERO.
       01  LIB2-CCYYMMDD               PIC 9(08).
       01  LIB2-CCYYMMDD-X REDEFINES LIB2-CCYYMMDD.
           05  LIB2-CCYY               PIC 9(04).
           05  LIB2-MM                 PIC 9(02).
           05  LIB2-DD                 PIC 9(02).
       01  LIB2-DATE-OK-SW             PIC X(01) VALUE 'N'.
           88  LIB2-DATE-OK                VALUE 'Y'.

      *    The first and last day the trail covers.
       01  LIB2-TRAIL-FIRST-DATE       PIC 9(08) VALUE ZERO.
       01  LIB2-TRAIL-LAST-DATE        PIC 9(08) VALUE ZERO.

      *    The programs that call lib2 to maintain or check the master
      *    rather than to use it.
       01  LIB2-MAINT-PGM-NAMES.
           05  FILLER                  PIC X(08) VALUE 'LIB2MNT '.
           05  FILLER                  PIC X(08) VALUE 'LIB2APPR'.
           05  FILLER                  PIC X(08) VALUE 'LIB2PREL'.
           05  FILLER                  PIC X(08) VALUE 'LIB2PEDT'.
           05  FILLER                  PIC X(08) VALUE 'LIB2SWP '.
       01  LIB2-MAINT-PGM-TABLE REDEFINES LIB2-MAINT-PGM-NAMES.
           05  LIB2-MAINT-PGM OCCURS 5 TIMES
                       INDEXED BY LIB2-MAINT-IDX
                                       PIC X(08).
       01  LIB2-MAINT-PGM-COUNT        PIC 9(02) COMP VALUE 5.
       01  LIB2-MAINT-CALLER-SW        PIC X(01).
           88  LIB2-MAINT-CALLER           VALUE 'Y'.

      *    Every master record, in the file's own key order so it can
      *    be searched by halves - aliases too, so a read through one
      *    can be passed on to its target.  A master too big for the
      *    table aborts the run rather than report on part of it.
       01  LIB2-KEY-MAX                PIC 9(05) COMP VALUE 20000.
       01  LIB2-KEY-COUNT              PIC 9(05) COMP VALUE ZERO.
       01  LIB2-KEY-TABLE.
           05  LIB2-KEY-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON LIB2-KEY-COUNT
                       ASCENDING KEY IS LIB2-KT-FULL-KEY
                       INDEXED BY LIB2-KEY-IDX.
               10  LIB2-KT-FULL-KEY.
                   15  LIB2-KT-TABLE-ID     PIC X(08).
                   15  LIB2-KT-KEY          PIC X(10).
               10  LIB2-KT-STATUS           PIC X(01).
                   88  LIB2-KT-ACTIVE           VALUE 'A'.
                   88  LIB2-KT-ALIAS            VALUE 'R'.
               10  LIB2-KT-REC-TYPE         PIC X(02).
               10  LIB2-KT-ALIAS-TARGET     PIC X(10).
               10  LIB2-KT-LAST-READ        PIC 9(08).
               10  LIB2-KT-LAST-MAINT       PIC 9(08).
               10  LIB2-KT-CALLER-COUNT     PIC 9(01).
               10  LIB2-KT-CALLER OCCURS 3 TIMES
                                            PIC X(08).
               10  LIB2-KT-MORE-SW          PIC X(01).
                   88  LIB2-KT-MORE-CALLERS     VALUE 'Y'.

       01  LIB2-WORK-FULL-KEY.
           05  LIB2-WORK-TABLE-ID      PIC X(08).
           05  LIB2-WORK-KEY           PIC X(10).
       01  LIB2-KEY-FOUND-SW           PIC X(01).
           88  LIB2-KEY-FOUND              VALUE 'Y'.
       01  LIB2-CALLER-IDX             PIC 9(01) COMP.
       01  LIB2-CALLER-FOUND-SW        PIC X(01).
           88  LIB2-CALLER-FOUND           VALUE 'Y'.

      *    Active keys by record type and age.
       01  LIB2-TYPE-MAX               PIC 9(03) COMP VALUE 100.
       01  LIB2-TYPE-COUNT             PIC 9(03) COMP VALUE ZERO.
       01  LIB2-TYPE-TABLE.
           05  LIB2-TYPE-ENTRY OCCURS 100 TIMES
                       INDEXED BY LIB2-TYPE-IDX.
               10  LIB2-TY-REC-TYPE         PIC X(02).
               10  LIB2-TY-BUCKET OCCURS 5 TIMES
                                            PIC 9(07).
       01  LIB2-TYPE-SLOT              PIC 9(03) COMP.
       01  LIB2-TYPE-FOUND-SW          PIC X(01).
           88  LIB2-TYPE-FOUND             VALUE 'Y'.

      *    Age of the key being judged: bucket 1 read in the last 90
      *    days, 2 90-179, 3 180-364, 4 365 or more, 5 never read.
       01  LIB2-BUCKET                 PIC 9(01) COMP.
       01  LIB2-BUCKET-IDX             PIC 9(01) COMP.
       01  LIB2-AGE-FROM-DATE          PIC 9(08).
       01  LIB2-AGE-DAYS               PIC 9(07).

       01  LIB2-MASTER-READ-COUNT      PIC 9(09) VALUE ZERO.
       01  LIB2-ACTIVE-COUNT           PIC 9(07) VALUE ZERO.
       01  LIB2-AUD-READ-COUNT         PIC 9(09) VALUE ZERO.
       01  LIB2-LOOKUP-COUNT           PIC 9(09) VALUE ZERO.
       01  LIB2-MAINT-COUNT            PIC 9(09) VALUE ZERO.
       01  LIB2-BAD-DATE-COUNT         PIC 9(09) VALUE ZERO.
       01  LIB2-DORMANT-COUNT          PIC 9(07) VALUE ZERO.
       01  LIB2-BUCKET-TOTALS          VALUE ZERO.
           05  LIB2-BUCKET-TOTAL OCCURS 5 TIMES
                                       PIC 9(07).

      *    Candidate file controls, as lib2swp keeps them for LIB2SWC.
       01  LIB2-FILE-SEQ               PIC 9(09) VALUE ZERO.
       01  LIB2-CAND-COUNT             PIC 9(09) VALUE ZERO.
       01  LIB2-HASH-TOTAL             PIC 9(09) VALUE ZERO.
       01  LIB2-HASH-AREA              PIC X(40).
       01  LIB2-HASH-TABLE REDEFINES LIB2-HASH-AREA.
           05  LIB2-HASH-CHAR OCCURS 40 TIMES PIC X(01).
       01  LIB2-HASH-IDX               PIC 9(02) COMP.

       01  LIB2R-HDR-1.
           05  FILLER                  PIC X(10) VALUE 'LIB2DRM'.
           05  FILLER                  PIC X(28) VALUE
                   'DORMANT-KEY ANALYSIS'.
           05  LIB2R-HDR-DATE          PIC 9(08).

       01  LIB2R-HDR-2.
           05  FILLER                  PIC X(16) VALUE
                   'TRAIL COVERS    '.
           05  LIB2R-HDR-FIRST-DATE    PIC 9(08).
           05  FILLER                  PIC X(04) VALUE ' TO '.
           05  LIB2R-HDR-LAST-DATE     PIC 9(08).
           05  FILLER                  PIC X(22) VALUE
                   '   THRESHOLD DAYS    '.
           05  LIB2R-HDR-THRESHOLD     PIC ZZZZ9.

       01  LIB2R-HDR-3.
           05  FILLER                  PIC X(09) VALUE 'TABLE'.
           05  FILLER                  PIC X(11) VALUE 'KEY'.
           05  FILLER                  PIC X(03) VALUE 'TY'.
           05  FILLER                  PIC X(09) VALUE 'LAST READ'.
           05  FILLER                  PIC X(10) VALUE '     DAYS'.
           05  FILLER                  PIC X(29) VALUE 'CALLERS'.
           05  FILLER                  PIC X(03) VALUE 'CND'.

       01  LIB2R-DETAIL-LINE.
           05  LIB2R-DET-TABLE-ID      PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2R-DET-KEY           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2R-DET-REC-TYPE      PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2R-DET-LAST-READ     PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2R-DET-DAYS          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2R-DET-CALLER OCCURS 3 TIMES.
               10  LIB2R-DET-CALLER-NAME    PIC X(08).
               10  FILLER                   PIC X(01).
           05  LIB2R-DET-MORE          PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2R-DET-CAND          PIC X(01).

       01  LIB2R-TYPE-HDR.
           05  FILLER                  PIC X(04) VALUE 'TY'.
           05  FILLER                  PIC X(08) VALUE 'UNDER 90'.
           05  FILLER                  PIC X(08) VALUE '  90-179'.
           05  FILLER                  PIC X(08) VALUE ' 180-364'.
           05  FILLER                  PIC X(08) VALUE '    365+'.
           05  FILLER                  PIC X(08) VALUE '   NEVER'.

       01  LIB2R-TYPE-LINE.
           05  LIB2R-TY-REC-TYPE       PIC X(04).
           05  LIB2R-TY-BUCKET OCCURS 5 TIMES
                                       PIC ZZZZ,ZZ9.
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  LIB2R-COUNT-LINE.
           05  LIB2R-CNT-LABEL         PIC X(28).
           05  LIB2R-CNT-VALUE         PIC ZZZ,ZZZ,ZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN

           IF LIB2M-STATUS-OK
               PERFORM WRITE-HEADER-RECORD
               PERFORM READ-NEXT-MASTER
               PERFORM LOAD-ONE-MASTER-RECORD
                   UNTIL LIB2M-EOF OR LIB2-ABORTED
               CLOSE LIB2-MASTER-FILE
               IF NOT LIB2-ABORTED
                   MOVE 'LIB2AHS' TO LIB2-AUDIT-NAME
                   PERFORM LOAD-AUDIT-FILE
                   MOVE 'LIB2AUD' TO LIB2-AUDIT-NAME
                   PERFORM LOAD-AUDIT-FILE
                   PERFORM WRITE-REPORT-HEADINGS
                   PERFORM JUDGE-ONE-KEY
                       VARYING LIB2-KEY-IDX FROM 1 BY 1
                       UNTIL LIB2-KEY-IDX > LIB2-KEY-COUNT
                          OR LIB2-ABORTED
               END-IF
           ELSE
               DISPLAY 'LIB2DRM - MASTER FILE UNAVAILABLE, STATUS: '
                       LIB2M-FILE-STATUS
               SET LIB2-ABORTED TO TRUE
           END-IF

           IF LIB2-ABORTED
               MOVE 'RUN ABORTED - LIB2DRC NOT USABLE' TO LIB2R-LINE
               WRITE LIB2R-LINE
               DISPLAY 'LIB2DRM - RUN ABORTED, LIB2DRC NOT USABLE'
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM WRITE-TRAILER-RECORD
               PERFORM WRITE-REPORT-SUMMARY
               IF LIB2-CAND-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM TERMINATE-RUN
           GOBACK.

      *-----------------------------------------------------------------
       INITIALIZE-RUN.
      *-----------------------------------------------------------------
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT LIB2-THRESHOLD-ARG FROM ARGUMENT-VALUE
           PERFORM CONVERT-THRESHOLD-ARG

           ACCEPT LIB2-TODAY-DATE FROM DATE YYYYMMDD
           MOVE LIB2-TODAY-DATE TO LIB2-CCYYMMDD
           COMPUTE LIB2-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(LIB2-CCYYMMDD)

           PERFORM FIND-NEXT-FILE-SEQUENCE

           OPEN INPUT LIB2-MASTER-FILE
           OPEN OUTPUT LIB2-CAND-FILE
           OPEN OUTPUT LIB2-DORMANT-RPT-FILE

           MOVE LIB2-TODAY-DATE TO LIB2R-HDR-DATE
           MOVE LIB2R-HDR-1 TO LIB2R-LINE
           WRITE LIB2R-LINE.

      *-----------------------------------------------------------------
       CONVERT-THRESHOLD-ARG.
      *    The command-line value arrives left-justified and space
      *    padded - built a digit at a time, as lib2aprg takes its
      *    retention days, with the default for blank, non-numeric
      *    or zero.
      *-----------------------------------------------------------------
           MOVE ZERO TO LIB2-THRESHOLD-DAYS
           MOVE ZERO TO LIB2-ARG-DIGITS
           MOVE 'N'  TO LIB2-ARG-DONE-SW
           MOVE 'Y'  TO LIB2-ARG-VALID-SW

           PERFORM CONVERT-ONE-ARG-CHAR
               VARYING LIB2-ARG-IDX FROM 1 BY 1
               UNTIL LIB2-ARG-IDX > 5
                  OR LIB2-ARG-DONE
                  OR NOT LIB2-ARG-VALID

           IF NOT LIB2-ARG-VALID OR LIB2-ARG-DIGITS = ZERO
              OR LIB2-THRESHOLD-DAYS = ZERO
               MOVE LIB2-THRESHOLD-DEFAULT TO LIB2-THRESHOLD-DAYS
           END-IF.

      *-----------------------------------------------------------------
       CONVERT-ONE-ARG-CHAR.
      *-----------------------------------------------------------------
           MOVE LIB2-THRESHOLD-ARG(LIB2-ARG-IDX:1) TO LIB2-ARG-DIGIT-X

           EVALUATE TRUE
               WHEN LIB2-ARG-DIGIT-X = SPACE
                   SET LIB2-ARG-DONE TO TRUE
               WHEN LIB2-ARG-DIGIT-X >= '0'
                AND LIB2-ARG-DIGIT-X <= '9'
                   COMPUTE LIB2-THRESHOLD-DAYS =
                       LIB2-THRESHOLD-DAYS * 10 + LIB2-ARG-DIGIT-9
                   ADD 1 TO LIB2-ARG-DIGITS
               WHEN OTHER
                   MOVE 'N' TO LIB2-ARG-VALID-SW
           END-EVALUATE.

      *-----------------------------------------------------------------
       FIND-NEXT-FILE-SEQUENCE.
      *    The number after the last LIB2DRM file the pre-edit took.
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
                   IF LIB2F-SOURCE = 'LIB2DRM '
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
               ADD 1 TO LIB2-MASTER-READ-COUNT
           END-IF.

      *-----------------------------------------------------------------
       LOAD-ONE-MASTER-RECORD.
      *-----------------------------------------------------------------
           IF LIB2-KEY-COUNT >= LIB2-KEY-MAX
               DISPLAY 'LIB2DRM - KEY TABLE FULL AT '
                       LIB2-KEY-MAX ' RECORDS, RUN ABORTED'
               SET LIB2-ABORTED TO TRUE
           ELSE
               ADD 1 TO LIB2-KEY-COUNT
               SET LIB2-KEY-IDX TO LIB2-KEY-COUNT
               MOVE LIB2M-FULL-KEY TO LIB2-KT-FULL-KEY(LIB2-KEY-IDX)
               MOVE LIB2M-STATUS   TO LIB2-KT-STATUS(LIB2-KEY-IDX)
               MOVE LIB2M-REC-TYPE TO LIB2-KT-REC-TYPE(LIB2-KEY-IDX)
               MOVE SPACES TO LIB2-KT-ALIAS-TARGET(LIB2-KEY-IDX)
               IF LIB2M-ALIAS
                   MOVE LIB2M-DATA(1:10) TO
                        LIB2-KT-ALIAS-TARGET(LIB2-KEY-IDX)
               END-IF
               MOVE ZERO   TO LIB2-KT-LAST-READ(LIB2-KEY-IDX)
               MOVE ZERO   TO LIB2-KT-LAST-MAINT(LIB2-KEY-IDX)
               MOVE ZERO   TO LIB2-KT-CALLER-COUNT(LIB2-KEY-IDX)
               MOVE SPACES TO LIB2-KT-CALLER(LIB2-KEY-IDX, 1)
               MOVE SPACES TO LIB2-KT-CALLER(LIB2-KEY-IDX, 2)
               MOVE SPACES TO LIB2-KT-CALLER(LIB2-KEY-IDX, 3)
               MOVE 'N'    TO LIB2-KT-MORE-SW(LIB2-KEY-IDX)
               PERFORM READ-NEXT-MASTER
           END-IF.

      *-----------------------------------------------------------------
       LOAD-AUDIT-FILE.
      *    Either file may be missing - a site that has never pruned
      *    has no archive.
      *-----------------------------------------------------------------
           MOVE 'N' TO LIB2A-EOF-SW

           OPEN INPUT LIB2-AUDIT-FILE
           IF LIB2A-FILE-STATUS = '00'
               PERFORM TAKE-ONE-AUDIT-LINE UNTIL LIB2A-EOF
               CLOSE LIB2-AUDIT-FILE
           END-IF.

      *-----------------------------------------------------------------
       TAKE-ONE-AUDIT-LINE.
      *    A line whose date will not parse cannot be aged, and is
      *    counted and passed over.
      *-----------------------------------------------------------------
           READ LIB2-AUDIT-FILE
               AT END
                   SET LIB2A-EOF TO TRUE
               NOT AT END
                   ADD 1 TO LIB2-AUD-READ-COUNT
           END-READ

           IF NOT LIB2A-EOF
               PERFORM EDIT-AUDIT-LINE-DATE
               IF LIB2-DATE-OK
                   PERFORM NOTE-TRAIL-DATE
                   PERFORM CREDIT-AUDIT-LINE
               ELSE
                   ADD 1 TO LIB2-BAD-DATE-COUNT
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       EDIT-AUDIT-LINE-DATE.
      *-----------------------------------------------------------------
           MOVE 'N' TO LIB2-DATE-OK-SW

           IF LIB2A-DATE IS NUMERIC
               MOVE LIB2A-DATE-NUM TO LIB2-CCYYMMDD
               IF LIB2-MM >= 1 AND LIB2-MM <= 12
                  AND LIB2-DD >= 1 AND LIB2-DD <= 31
                  AND LIB2-CCYYMMDD <= LIB2-TODAY-DATE
                  AND FUNCTION INTEGER-OF-DATE(LIB2-CCYYMMDD) > ZERO
                   SET LIB2-DATE-OK TO TRUE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       NOTE-TRAIL-DATE.
      *-----------------------------------------------------------------
           IF LIB2-TRAIL-FIRST-DATE = ZERO
              OR LIB2A-DATE-NUM < LIB2-TRAIL-FIRST-DATE
               MOVE LIB2A-DATE-NUM TO LIB2-TRAIL-FIRST-DATE
           END-IF
           IF LIB2A-DATE-NUM > LIB2-TRAIL-LAST-DATE
               MOVE LIB2A-DATE-NUM TO LIB2-TRAIL-LAST-DATE
           END-IF.

      *-----------------------------------------------------------------
       CREDIT-AUDIT-LINE.
      *    A successful add, change or rename restarts the key's
      *    dormancy clock whoever made it; a look-up counts only from
      *    a caller outside the maintenance programs.
      *-----------------------------------------------------------------
           MOVE LIB2A-TABLE-ID TO LIB2-WORK-TABLE-ID
           MOVE LIB2A-KEY      TO LIB2-WORK-KEY

           EVALUATE TRUE
               WHEN (LIB2A-REQTYPE = 'A' OR 'C' OR 'R')
                AND LIB2A-ERR = '00000'
                   PERFORM FIND-KEY-ENTRY
                   IF LIB2-KEY-FOUND
                       ADD 1 TO LIB2-MAINT-COUNT
                       IF LIB2A-DATE-NUM >
                          LIB2-KT-LAST-MAINT(LIB2-KEY-IDX)
                           MOVE LIB2A-DATE-NUM TO
                                LIB2-KT-LAST-MAINT(LIB2-KEY-IDX)
                       END-IF
                   END-IF
               WHEN (LIB2A-REQTYPE = 'I' OR 'Q')
                AND (LIB2A-ERR = '00000' OR '00204')
                   PERFORM CHECK-MAINT-CALLER
                   IF NOT LIB2-MAINT-CALLER
                       PERFORM FIND-KEY-ENTRY
                       IF LIB2-KEY-FOUND
                           ADD 1 TO LIB2-LOOKUP-COUNT
                           PERFORM CREDIT-ONE-READ
                           IF LIB2-KT-ALIAS(LIB2-KEY-IDX)
                               MOVE LIB2-KT-ALIAS-TARGET(LIB2-KEY-IDX)
                                 TO LIB2-WORK-KEY
                               PERFORM FIND-KEY-ENTRY
                               IF LIB2-KEY-FOUND
                                   PERFORM CREDIT-ONE-READ
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------------------
       CHECK-MAINT-CALLER.
      *-----------------------------------------------------------------
           MOVE 'N' TO LIB2-MAINT-CALLER-SW
           PERFORM MATCH-ONE-MAINT-PGM
               VARYING LIB2-MAINT-IDX FROM 1 BY 1
               UNTIL LIB2-MAINT-IDX > LIB2-MAINT-PGM-COUNT
                  OR LIB2-MAINT-CALLER.

      *-----------------------------------------------------------------
       MATCH-ONE-MAINT-PGM.
      *-----------------------------------------------------------------
           IF LIB2-MAINT-PGM(LIB2-MAINT-IDX) = LIB2A-PGMNAME
               SET LIB2-MAINT-CALLER TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       FIND-KEY-ENTRY.
      *    Looks LIB2-WORK-FULL-KEY up in the key table; a key no
      *    longer on the master is of no interest.
      *-----------------------------------------------------------------
           MOVE 'N' TO LIB2-KEY-FOUND-SW
           IF LIB2-KEY-COUNT > ZERO
               SEARCH ALL LIB2-KEY-ENTRY
                   AT END
                       CONTINUE
                   WHEN LIB2-KT-FULL-KEY(LIB2-KEY-IDX) =
                        LIB2-WORK-FULL-KEY
                       SET LIB2-KEY-FOUND TO TRUE
               END-SEARCH
           END-IF.

      *-----------------------------------------------------------------
       CREDIT-ONE-READ.
      *-----------------------------------------------------------------
           IF LIB2A-DATE-NUM > LIB2-KT-LAST-READ(LIB2-KEY-IDX)
               MOVE LIB2A-DATE-NUM TO LIB2-KT-LAST-READ(LIB2-KEY-IDX)
           END-IF

           MOVE 'N' TO LIB2-CALLER-FOUND-SW
           PERFORM MATCH-ONE-CALLER
               VARYING LIB2-CALLER-IDX FROM 1 BY 1
               UNTIL LIB2-CALLER-IDX >
                     LIB2-KT-CALLER-COUNT(LIB2-KEY-IDX)
                  OR LIB2-CALLER-FOUND

           IF NOT LIB2-CALLER-FOUND
               IF LIB2-KT-CALLER-COUNT(LIB2-KEY-IDX) < 3
                   ADD 1 TO LIB2-KT-CALLER-COUNT(LIB2-KEY-IDX)
                   MOVE LIB2-KT-CALLER-COUNT(LIB2-KEY-IDX) TO
                        LIB2-CALLER-IDX
                   MOVE LIB2A-PGMNAME TO
                        LIB2-KT-CALLER(LIB2-KEY-IDX, LIB2-CALLER-IDX)
               ELSE
                   SET LIB2-KT-MORE-CALLERS(LIB2-KEY-IDX) TO TRUE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       MATCH-ONE-CALLER.
      *-----------------------------------------------------------------
           IF LIB2-KT-CALLER(LIB2-KEY-IDX, LIB2-CALLER-IDX) =
              LIB2A-PGMNAME
               SET LIB2-CALLER-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       WRITE-REPORT-HEADINGS.
      *-----------------------------------------------------------------
           MOVE LIB2-TRAIL-FIRST-DATE TO LIB2R-HDR-FIRST-DATE
           MOVE LIB2-TRAIL-LAST-DATE  TO LIB2R-HDR-LAST-DATE
           MOVE LIB2-THRESHOLD-DAYS   TO LIB2R-HDR-THRESHOLD
           MOVE LIB2R-HDR-2 TO LIB2R-LINE
           WRITE LIB2R-LINE
           MOVE SPACES TO LIB2R-LINE
           WRITE LIB2R-LINE
           MOVE LIB2R-HDR-3 TO LIB2R-LINE
           WRITE LIB2R-LINE.

      *-----------------------------------------------------------------
       JUDGE-ONE-KEY.
      *    Only active records are judged - an inactive one is already
      *    out of use and an alias is a pointer, retired with a delete.
      *-----------------------------------------------------------------
           IF LIB2-KT-ACTIVE(LIB2-KEY-IDX)
               ADD 1 TO LIB2-ACTIVE-COUNT
               PERFORM AGE-ONE-KEY
               PERFORM COUNT-KEY-BY-TYPE
               IF LIB2-BUCKET > 1
                   PERFORM WRITE-DORMANT-KEY
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       AGE-ONE-KEY.
      *    Days since the last read; for a key never read, since its
      *    last add, change or rename, or since the trail begins.
      *-----------------------------------------------------------------
           EVALUATE TRUE
               WHEN LIB2-KT-LAST-READ(LIB2-KEY-IDX) > ZERO
                   MOVE LIB2-KT-LAST-READ(LIB2-KEY-IDX) TO
                        LIB2-AGE-FROM-DATE
               WHEN LIB2-KT-LAST-MAINT(LIB2-KEY-IDX) > ZERO
                   MOVE LIB2-KT-LAST-MAINT(LIB2-KEY-IDX) TO
                        LIB2-AGE-FROM-DATE
               WHEN LIB2-TRAIL-FIRST-DATE > ZERO
                   MOVE LIB2-TRAIL-FIRST-DATE TO LIB2-AGE-FROM-DATE
               WHEN OTHER
                   MOVE LIB2-TODAY-DATE TO LIB2-AGE-FROM-DATE
           END-EVALUATE

           MOVE LIB2-AGE-FROM-DATE TO LIB2-CCYYMMDD
           COMPUTE LIB2-AGE-DAYS = LIB2-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(LIB2-CCYYMMDD)

           EVALUATE TRUE
               WHEN LIB2-KT-LAST-READ(LIB2-KEY-IDX) = ZERO
                   MOVE 5 TO LIB2-BUCKET
               WHEN LIB2-AGE-DAYS >= 365
                   MOVE 4 TO LIB2-BUCKET
               WHEN LIB2-AGE-DAYS >= 180
                   MOVE 3 TO LIB2-BUCKET
               WHEN LIB2-AGE-DAYS >= 90
                   MOVE 2 TO LIB2-BUCKET
               WHEN OTHER
                   MOVE 1 TO LIB2-BUCKET
           END-EVALUATE.

      *-----------------------------------------------------------------
       COUNT-KEY-BY-TYPE.
      *-----------------------------------------------------------------
           MOVE 'N' TO LIB2-TYPE-FOUND-SW
           PERFORM MATCH-ONE-RECORD-TYPE
               VARYING LIB2-TYPE-IDX FROM 1 BY 1
               UNTIL LIB2-TYPE-IDX > LIB2-TYPE-COUNT
                  OR LIB2-TYPE-FOUND

           IF NOT LIB2-TYPE-FOUND
               IF LIB2-TYPE-COUNT >= LIB2-TYPE-MAX
                   DISPLAY 'LIB2DRM - TYPE TABLE FULL AT '
                           LIB2-TYPE-MAX ' TYPES, RUN ABORTED'
                   SET LIB2-ABORTED TO TRUE
               ELSE
                   ADD 1 TO LIB2-TYPE-COUNT
                   SET LIB2-TYPE-IDX TO LIB2-TYPE-COUNT
                   MOVE LIB2-KT-REC-TYPE(LIB2-KEY-IDX) TO
                        LIB2-TY-REC-TYPE(LIB2-TYPE-IDX)
                   MOVE ZERO TO LIB2-TY-BUCKET(LIB2-TYPE-IDX, 1)
                   MOVE ZERO TO LIB2-TY-BUCKET(LIB2-TYPE-IDX, 2)
                   MOVE ZERO TO LIB2-TY-BUCKET(LIB2-TYPE-IDX, 3)
                   MOVE ZERO TO LIB2-TY-BUCKET(LIB2-TYPE-IDX, 4)
                   MOVE ZERO TO LIB2-TY-BUCKET(LIB2-TYPE-IDX, 5)
                   SET LIB2-TYPE-FOUND TO TRUE
                   SET LIB2-TYPE-SLOT TO LIB2-TYPE-IDX
               END-IF
           END-IF

           IF LIB2-TYPE-FOUND
               SET LIB2-TYPE-IDX TO LIB2-TYPE-SLOT
               ADD 1 TO LIB2-TY-BUCKET(LIB2-TYPE-IDX, LIB2-BUCKET)
               ADD 1 TO LIB2-BUCKET-TOTAL(LIB2-BUCKET)
           END-IF.

      *-----------------------------------------------------------------
       MATCH-ONE-RECORD-TYPE.
      *-----------------------------------------------------------------
           IF LIB2-TY-REC-TYPE(LIB2-TYPE-IDX) =
              LIB2-KT-REC-TYPE(LIB2-KEY-IDX)
               SET LIB2-TYPE-FOUND TO TRUE
               SET LIB2-TYPE-SLOT TO LIB2-TYPE-IDX
           END-IF.

      *-----------------------------------------------------------------
       WRITE-DORMANT-KEY.
      *-----------------------------------------------------------------
           ADD 1 TO LIB2-DORMANT-COUNT
           MOVE SPACES TO LIB2R-DETAIL-LINE
           MOVE LIB2-KT-TABLE-ID(LIB2-KEY-IDX) TO LIB2R-DET-TABLE-ID
           MOVE LIB2-KT-KEY(LIB2-KEY-IDX)      TO LIB2R-DET-KEY
           MOVE LIB2-KT-REC-TYPE(LIB2-KEY-IDX) TO LIB2R-DET-REC-TYPE
           IF LIB2-KT-LAST-READ(LIB2-KEY-IDX) = ZERO
               MOVE 'NEVER'  TO LIB2R-DET-LAST-READ
           ELSE
               MOVE LIB2-KT-LAST-READ(LIB2-KEY-IDX) TO
                    LIB2R-DET-LAST-READ
           END-IF
           MOVE LIB2-AGE-DAYS TO LIB2R-DET-DAYS
           MOVE LIB2-KT-CALLER(LIB2-KEY-IDX, 1) TO
                LIB2R-DET-CALLER-NAME(1)
           MOVE LIB2-KT-CALLER(LIB2-KEY-IDX, 2) TO
                LIB2R-DET-CALLER-NAME(2)
           MOVE LIB2-KT-CALLER(LIB2-KEY-IDX, 3) TO
                LIB2R-DET-CALLER-NAME(3)
           IF LIB2-KT-MORE-CALLERS(LIB2-KEY-IDX)
               MOVE '+' TO LIB2R-DET-MORE
           END-IF

           IF LIB2-AGE-DAYS >= LIB2-THRESHOLD-DAYS
               MOVE 'X' TO LIB2R-DET-CAND
               PERFORM WRITE-CANDIDATE
           END-IF

           MOVE LIB2R-DETAIL-LINE TO LIB2R-LINE
           WRITE LIB2R-LINE.

      *-----------------------------------------------------------------
       WRITE-CANDIDATE.
      *-----------------------------------------------------------------
           MOVE SPACES TO LIB2T-RECORD
           MOVE 'X'    TO LIB2T-REQTYPE
           MOVE LIB2-KT-KEY(LIB2-KEY-IDX)      TO LIB2T-KEY
           MOVE LIB2-KT-TABLE-ID(LIB2-KEY-IDX) TO LIB2T-TABLE-ID
           WRITE LIB2T-RECORD

           ADD 1 TO LIB2-CAND-COUNT
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
           MOVE 'LIB2DRM'       TO LIB2TC-SOURCE
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
           MOVE 'LIB2DRM'        TO LIB2TC-SOURCE
           MOVE LIB2-TODAY-DATE  TO LIB2TC-FILE-DATE
           MOVE LIB2-FILE-SEQ    TO LIB2TC-FILE-SEQ
           MOVE LIB2-CAND-COUNT  TO LIB2TC-RECORD-COUNT
           MOVE LIB2-HASH-TOTAL  TO LIB2TC-HASH-TOTAL
           WRITE LIB2T-CONTROL-RECORD.

      *-----------------------------------------------------------------
       WRITE-REPORT-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO LIB2R-LINE
           WRITE LIB2R-LINE
           MOVE LIB2R-TYPE-HDR TO LIB2R-LINE
           WRITE LIB2R-LINE

           PERFORM WRITE-ONE-TYPE-LINE
               VARYING LIB2-TYPE-IDX FROM 1 BY 1
               UNTIL LIB2-TYPE-IDX > LIB2-TYPE-COUNT

           MOVE 'ALL' TO LIB2R-TY-REC-TYPE
           PERFORM MOVE-ONE-BUCKET-TOTAL
               VARYING LIB2-BUCKET-IDX FROM 1 BY 1
               UNTIL LIB2-BUCKET-IDX > 5
           MOVE LIB2R-TYPE-LINE TO LIB2R-LINE
           WRITE LIB2R-LINE

           MOVE SPACES TO LIB2R-LINE
           WRITE LIB2R-LINE

           MOVE 'MASTER RECORDS READ       : ' TO LIB2R-CNT-LABEL
           MOVE LIB2-MASTER-READ-COUNT        TO LIB2R-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'ACTIVE KEYS               : ' TO LIB2R-CNT-LABEL
           MOVE LIB2-ACTIVE-COUNT             TO LIB2R-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'AUDIT LINES READ          : ' TO LIB2R-CNT-LABEL
           MOVE LIB2-AUD-READ-COUNT           TO LIB2R-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'LOOK-UPS CREDITED         : ' TO LIB2R-CNT-LABEL
           MOVE LIB2-LOOKUP-COUNT             TO LIB2R-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'UPDATES CREDITED          : ' TO LIB2R-CNT-LABEL
           MOVE LIB2-MAINT-COUNT              TO LIB2R-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'LINES WITH BAD DATES      : ' TO LIB2R-CNT-LABEL
           MOVE LIB2-BAD-DATE-COUNT           TO LIB2R-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'DORMANT KEYS LISTED       : ' TO LIB2R-CNT-LABEL
           MOVE LIB2-DORMANT-COUNT            TO LIB2R-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'INACTIVATION CANDIDATES   : ' TO LIB2R-CNT-LABEL
           MOVE LIB2-CAND-COUNT               TO LIB2R-CNT-VALUE
           PERFORM WRITE-COUNT-LINE

           DISPLAY 'LIB2DRM - THRESHOLD DAYS : ' LIB2-THRESHOLD-DAYS
           DISPLAY 'LIB2DRM - ACTIVE KEYS    : ' LIB2-ACTIVE-COUNT
           DISPLAY 'LIB2DRM - DORMANT KEYS   : ' LIB2-DORMANT-COUNT
           DISPLAY 'LIB2DRM - CANDIDATES     : ' LIB2-CAND-COUNT.

      *-----------------------------------------------------------------
       WRITE-ONE-TYPE-LINE.
      *-----------------------------------------------------------------
           MOVE LIB2-TY-REC-TYPE(LIB2-TYPE-IDX) TO LIB2R-TY-REC-TYPE
           PERFORM MOVE-ONE-TYPE-BUCKET
               VARYING LIB2-BUCKET-IDX FROM 1 BY 1
               UNTIL LIB2-BUCKET-IDX > 5
           MOVE LIB2R-TYPE-LINE TO LIB2R-LINE
           WRITE LIB2R-LINE.

      *-----------------------------------------------------------------
       MOVE-ONE-TYPE-BUCKET.
      *-----------------------------------------------------------------
           MOVE LIB2-TY-BUCKET(LIB2-TYPE-IDX, LIB2-BUCKET-IDX) TO
                LIB2R-TY-BUCKET(LIB2-BUCKET-IDX).

      *-----------------------------------------------------------------
       MOVE-ONE-BUCKET-TOTAL.
      *-----------------------------------------------------------------
           MOVE LIB2-BUCKET-TOTAL(LIB2-BUCKET-IDX) TO
                LIB2R-TY-BUCKET(LIB2-BUCKET-IDX).

      *-----------------------------------------------------------------
       WRITE-COUNT-LINE.
      *-----------------------------------------------------------------
           MOVE LIB2R-COUNT-LINE TO LIB2R-LINE
           WRITE LIB2R-LINE.

      *-----------------------------------------------------------------
       TERMINATE-RUN.
      *-----------------------------------------------------------------
           CLOSE LIB2-CAND-FILE
           CLOSE LIB2-DORMANT-RPT-FILE.
