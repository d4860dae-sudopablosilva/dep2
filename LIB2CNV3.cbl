      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      *
      * One-time conversion of the LIB2 files to four-digit years.
      * Every date LIB2 stores is now CCYYMMDD, so a file written
      * while the dates were YYMMDD no longer lines up under the
      * current layouts - the master (49-byte records) fails to open,
      * and every other file's columns after the date shift two bytes.
      * At upgrade time each old file is set aside under its "O" name
      * and this job rebuilds the current file from it, lib2cnv2-
      * style, windowing each two-digit year the usual way (below 70
      * is 20xx, the rest 19xx):
      *   - LIB2MSO -> LIB2MST  master, effective date,
      *   - LIB2HSO -> LIB2HST  history, effective and supersede dates,
      *   - LIB2AUO -> LIB2AUD  audit trail, request date,
      *   - LIB2AHO -> LIB2AHS  archived audit trail, request date,
      *   - LIB2APO -> LIB2APQ  approval queue, request date,
      *   - LIB2PNO -> LIB2PND  pending changes, effective date.
      * Every other byte carries across unchanged.  A date that will
      * not parse (a damaged audit line, say) is carried across as it
      * stands rather than guessed at, and the columns after it still
      * move to where the current layout expects them.
      *
      * The master is required; a site without one of the other old
      * files (no history yet, an empty queue) just skips that pass.
      * Run once per site, before the first post-upgrade run of
      * anything that touches the files.  Rerunning is safe - each
      * rebuild starts from an empty output file.
      *
      * MODIFICATION HISTORY:
      *   - Converted master records land in the default (blank)
      *     table; the other files carry their table id after the
      *     columns converted here, so they read as the default table
      *     as they stand.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib2cnv3.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIB2-OLD-MASTER-FILE ASSIGN TO 'LIB2MSO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LIB2O-KEY
               FILE STATUS IS LIB2O-FILE-STATUS.

           SELECT LIB2-MASTER-FILE ASSIGN TO 'LIB2MST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LIB2M-FULL-KEY
               FILE STATUS IS LIB2M-FILE-STATUS.

      *    The sequential files all differ only in where their date
      *    sits, so one pair of files serves every pass, assigned to
      *    each old/new name in turn the way lib2nctl assigns its
      *    hand-over files.
           SELECT LIB2-OLD-FLAT-FILE ASSIGN TO LIB2-OLD-FLAT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIB2P-FILE-STATUS.

           SELECT LIB2-NEW-FLAT-FILE ASSIGN TO LIB2-NEW-FLAT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIB2N-FILE-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    Master record layout from before the four-digit year.
       FD  LIB2-OLD-MASTER-FILE.
       01  LIB2O-RECORD.
           05  LIB2O-KEY                PIC X(10).
           05  LIB2O-STATUS             PIC X(01).
           05  LIB2O-REC-TYPE           PIC X(02).
           05  LIB2O-EFF-DATE           PIC 9(06).
           05  LIB2O-DATA               PIC X(30).

       FD  LIB2-MASTER-FILE.
       01  LIB2M-RECORD.
           COPY LIB2MREC.

       FD  LIB2-OLD-FLAT-FILE.
       01  LIB2P-RECORD                PIC X(80).

       FD  LIB2-NEW-FLAT-FILE.
       01  LIB2N-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.
       01  LIB2O-FILE-STATUS           PIC X(02).
           88  LIB2O-STATUS-OK             VALUE '00'.
       01  LIB2M-FILE-STATUS           PIC X(02).
           88  LIB2M-STATUS-OK             VALUE '00'.
       01  LIB2P-FILE-STATUS           PIC X(02).
           88  LIB2P-STATUS-OK             VALUE '00'.
       01  LIB2N-FILE-STATUS           PIC X(02).

       01  LIB2-OLD-FLAT-NAME          PIC X(08).
       01  LIB2-NEW-FLAT-NAME          PIC X(08).

       01  LIB2O-EOF-SW                PIC X(01) VALUE 'N'.
           88  LIB2O-EOF                   VALUE 'Y'.
       01  LIB2P-EOF-SW                PIC X(01) VALUE 'N'.
           88  LIB2P-EOF                   VALUE 'Y'.

       01  LIB2-CONVERTED-COUNT        PIC 9(09) VALUE ZERO.
       01  LIB2-FLAT-CONV-COUNT        PIC 9(09) VALUE ZERO.

      *    Where the dates sit in the old layout of the file being
      *    converted - a second date (history's supersede date) sits
      *    right after the first, so only its presence is recorded.
       01  LIB2-DATE-POS               PIC 9(02) COMP.
       01  LIB2-DATE-COUNT             PIC 9(01) COMP.
       01  LIB2-BLANK-DATE-OK-SW       PIC X(01).
           88  LIB2-BLANK-DATE-OK          VALUE 'Y'.
       01  LIB2-TAIL-POS               PIC 9(02) COMP.
       01  LIB2-NEW-TAIL-POS           PIC 9(02) COMP.
       01  LIB2-TAIL-LEN               PIC 9(02) COMP.

       01  LIB2-OLD-DATE               PIC X(06).
       01  LIB2-NEW-DATE               PIC X(08).

       01  LIB2-CCYYMMDD               PIC 9(08).
       01  LIB2-CCYYMMDD-X REDEFINES LIB2-CCYYMMDD.
           05  LIB2-CCYY               PIC 9(04).
           05  LIB2-MMDD               PIC 9(04).
       01  LIB2-YYMMDD                 PIC 9(06).
       01  LIB2-YYMMDD-X REDEFINES LIB2-YYMMDD.
           05  LIB2-YY                 PIC 9(02).
           05  LIB2-MD                 PIC 9(04).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN

           IF LIB2O-STATUS-OK AND LIB2M-STATUS-OK
               PERFORM READ-NEXT-OLD-MASTER
               PERFORM CONVERT-ONE-RECORD UNTIL LIB2O-EOF
               DISPLAY 'LIB2CNV3 - RECORDS CONVERTED: '
                       LIB2-CONVERTED-COUNT
               PERFORM CONVERT-SEQUENTIAL-FILES
           ELSE
               DISPLAY 'LIB2CNV3 - OLD/NEW MASTER UNAVAILABLE, '
                       'STATUS: ' LIB2O-FILE-STATUS ' / '
                       LIB2M-FILE-STATUS
               DISPLAY 'LIB2CNV3 - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
           END-IF

           PERFORM TERMINATE-RUN
           GOBACK.

      *-----------------------------------------------------------------
       INITIALIZE-RUN.
      *-----------------------------------------------------------------
           OPEN INPUT LIB2-OLD-MASTER-FILE
           OPEN OUTPUT LIB2-MASTER-FILE.

      *-----------------------------------------------------------------
       READ-NEXT-OLD-MASTER.
      *-----------------------------------------------------------------
           READ LIB2-OLD-MASTER-FILE NEXT RECORD
               AT END
                   SET LIB2O-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------------
       CONVERT-ONE-RECORD.
      *    The old file is read in key sequence, so the new file is
      *    loaded in key sequence too - only the effective date
      *    changes, gaining its century.
      *-----------------------------------------------------------------
           MOVE SPACES             TO LIB2M-TABLE-ID
           MOVE LIB2O-KEY          TO LIB2M-KEY
           MOVE LIB2O-STATUS       TO LIB2M-STATUS
           MOVE LIB2O-REC-TYPE     TO LIB2M-REC-TYPE
           MOVE LIB2O-EFF-DATE     TO LIB2-YYMMDD
           PERFORM EXPAND-CENTURY
           MOVE LIB2-CCYYMMDD      TO LIB2M-EFF-DATE
           MOVE LIB2O-DATA         TO LIB2M-DATA
           WRITE LIB2M-RECORD

           ADD 1 TO LIB2-CONVERTED-COUNT

           PERFORM READ-NEXT-OLD-MASTER.

      *-----------------------------------------------------------------
       CONVERT-SEQUENTIAL-FILES.
      *    One pass per sequential file, each naming the old and new
      *    file, the old date column and how many dates sit there.
      *-----------------------------------------------------------------
           MOVE 'LIB2HSO' TO LIB2-OLD-FLAT-NAME
           MOVE 'LIB2HST' TO LIB2-NEW-FLAT-NAME
           MOVE 14        TO LIB2-DATE-POS
           MOVE 2         TO LIB2-DATE-COUNT
           MOVE 'N'       TO LIB2-BLANK-DATE-OK-SW
           PERFORM CONVERT-ONE-FLAT-FILE

           MOVE 'LIB2AUO' TO LIB2-OLD-FLAT-NAME
           MOVE 'LIB2AUD' TO LIB2-NEW-FLAT-NAME
           MOVE 23        TO LIB2-DATE-POS
           MOVE 1         TO LIB2-DATE-COUNT
           MOVE 'N'       TO LIB2-BLANK-DATE-OK-SW
           PERFORM CONVERT-ONE-FLAT-FILE

           MOVE 'LIB2AHO' TO LIB2-OLD-FLAT-NAME
           MOVE 'LIB2AHS' TO LIB2-NEW-FLAT-NAME
           PERFORM CONVERT-ONE-FLAT-FILE

           MOVE 'LIB2APO' TO LIB2-OLD-FLAT-NAME
           MOVE 'LIB2APQ' TO LIB2-NEW-FLAT-NAME
           MOVE 1         TO LIB2-DATE-POS
           PERFORM CONVERT-ONE-FLAT-FILE

      *    A pending change always carries a date, but a blank one
      *    is left blank for lib2prel to report, not zero-filled.
           MOVE 'LIB2PNO' TO LIB2-OLD-FLAT-NAME
           MOVE 'LIB2PND' TO LIB2-NEW-FLAT-NAME
           MOVE 42        TO LIB2-DATE-POS
           MOVE 'Y'       TO LIB2-BLANK-DATE-OK-SW
           PERFORM CONVERT-ONE-FLAT-FILE.

      *-----------------------------------------------------------------
       CONVERT-ONE-FLAT-FILE.
      *    No old file means the site has nothing of that kind to
      *    convert, which is fine - the current file is left alone.
      *-----------------------------------------------------------------
           MOVE ZERO TO LIB2-FLAT-CONV-COUNT
           MOVE 'N'  TO LIB2P-EOF-SW
           COMPUTE LIB2-TAIL-POS = LIB2-DATE-POS
                                 + (6 * LIB2-DATE-COUNT)
           COMPUTE LIB2-NEW-TAIL-POS = LIB2-TAIL-POS
                                     + (2 * LIB2-DATE-COUNT)
           COMPUTE LIB2-TAIL-LEN = 81 - LIB2-NEW-TAIL-POS

           OPEN INPUT LIB2-OLD-FLAT-FILE
           IF LIB2P-STATUS-OK
               OPEN OUTPUT LIB2-NEW-FLAT-FILE
               PERFORM READ-NEXT-OLD-FLAT
               PERFORM CONVERT-ONE-FLAT-LINE UNTIL LIB2P-EOF
               CLOSE LIB2-OLD-FLAT-FILE
               CLOSE LIB2-NEW-FLAT-FILE
               DISPLAY 'LIB2CNV3 - ' LIB2-OLD-FLAT-NAME ' LINES '
                       'CONVERTED: ' LIB2-FLAT-CONV-COUNT
           ELSE
               DISPLAY 'LIB2CNV3 - NO ' LIB2-OLD-FLAT-NAME
                       ' TO CONVERT'
           END-IF.

      *-----------------------------------------------------------------
       READ-NEXT-OLD-FLAT.
      *-----------------------------------------------------------------
           READ LIB2-OLD-FLAT-FILE
               AT END
                   SET LIB2P-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------------
       CONVERT-ONE-FLAT-LINE.
      *    Rebuilds the line around its widened dates: the bytes ahead
      *    of the first date, each date in eight bytes, then the rest
      *    of the old line two bytes further along per date.
      *-----------------------------------------------------------------
           MOVE SPACES TO LIB2N-RECORD
           IF LIB2-DATE-POS > 1
               MOVE LIB2P-RECORD(1:LIB2-DATE-POS - 1)
                   TO LIB2N-RECORD(1:LIB2-DATE-POS - 1)
           END-IF

           MOVE LIB2P-RECORD(LIB2-DATE-POS:6) TO LIB2-OLD-DATE
           PERFORM WIDEN-ONE-DATE
           MOVE LIB2-NEW-DATE TO LIB2N-RECORD(LIB2-DATE-POS:8)

           IF LIB2-DATE-COUNT = 2
               MOVE LIB2P-RECORD(LIB2-DATE-POS + 6:6)
                   TO LIB2-OLD-DATE
               PERFORM WIDEN-ONE-DATE
               MOVE LIB2-NEW-DATE
                   TO LIB2N-RECORD(LIB2-DATE-POS + 8:8)
           END-IF

           MOVE LIB2P-RECORD(LIB2-TAIL-POS:LIB2-TAIL-LEN)
               TO LIB2N-RECORD(LIB2-NEW-TAIL-POS:LIB2-TAIL-LEN)
           WRITE LIB2N-RECORD

           ADD 1 TO LIB2-FLAT-CONV-COUNT

           PERFORM READ-NEXT-OLD-FLAT.

      *-----------------------------------------------------------------
       WIDEN-ONE-DATE.
      *    A numeric date gains its century; a blank one stays blank
      *    where the file allows it, and anything else is carried as
      *    it stands in the front of the wider column.
      *-----------------------------------------------------------------
           EVALUATE TRUE
               WHEN LIB2-OLD-DATE IS NUMERIC
                   MOVE LIB2-OLD-DATE TO LIB2-YYMMDD
                   PERFORM EXPAND-CENTURY
                   MOVE LIB2-CCYYMMDD TO LIB2-NEW-DATE
               WHEN LIB2-OLD-DATE = SPACES AND LIB2-BLANK-DATE-OK
                   MOVE SPACES TO LIB2-NEW-DATE
               WHEN OTHER
                   MOVE LIB2-OLD-DATE TO LIB2-NEW-DATE
           END-EVALUATE.

      *-----------------------------------------------------------------
       EXPAND-CENTURY.
      *    The old layouts carry two-digit years - window them the
      *    usual way, anything below 70 is 20xx, the rest 19xx.
      *-----------------------------------------------------------------
           IF LIB2-YY < 70
               COMPUTE LIB2-CCYY = 2000 + LIB2-YY
           ELSE
               COMPUTE LIB2-CCYY = 1900 + LIB2-YY
           END-IF
           MOVE LIB2-MD TO LIB2-MMDD.

      *-----------------------------------------------------------------
       TERMINATE-RUN.
      *-----------------------------------------------------------------
           CLOSE LIB2-OLD-MASTER-FILE
           CLOSE LIB2-MASTER-FILE.
