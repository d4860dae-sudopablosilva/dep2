      *     named sub-fields of LIB2M-DATA are printed labeled under
      *     the detail line instead of leaving the blob to be read by
      *     eye against remembered offsets.
      *   - The listing breaks by table: each table starts a new page
      *     with its table id in the header and closes with its own
      *     record count, and the footer carries the grand total.
      *   - Key-reference fields (layout class 'K') are printed like
      *     any other named sub-field.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib2list.
           SELECT LIB2-MASTER-FILE ASSIGN TO 'LIB2MST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LIB2M-FULL-KEY
               FILE STATUS IS LIB2M-FILE-STATUS.

           SELECT LIB2-LIST-FILE ASSIGN TO 'LIB2LST'
       01  LIB2L-LINE-CNT               PIC 9(02) VALUE 99.
       01  LIB2L-LINES-PER-PAGE         PIC 9(02) VALUE 55.
       01  LIB2L-RECORD-COUNT           PIC 9(07) VALUE ZERO.
       01  LIB2L-TABLE-REC-COUNT        PIC 9(07) VALUE ZERO.
       01  LIB2L-TABLE-COUNT            PIC 9(04) VALUE ZERO.
       01  LIB2L-CURR-TABLE-ID          PIC X(08) VALUE SPACES.

       01  LIB2L-HDR-1.
           05  FILLER                  PIC X(10) VALUE 'LIB2LIST'.
                   'LIB2 MASTER LISTING'.
           05  FILLER                  PIC X(05) VALUE 'PAGE '.
           05  LIB2L-HDR-PAGE-NO       PIC ZZZ9.
           05  FILLER                  PIC X(09) VALUE '   TABLE '.
           05  LIB2L-HDR-TABLE-ID      PIC X(09).

       01  LIB2L-HDR-2.
           05  FILLER                  PIC X(12) VALUE 'KEY'.
           05  FILLER                  PIC X(03) VALUE ' : '.
           05  LIB2L-FLD-VALUE         PIC X(30).

       01  LIB2L-TABLE-FOOTER-LINE.
           05  FILLER                  PIC X(17) VALUE
                   'TABLE RECORDS  : '.
           05  LIB2L-TBL-FTR-COUNT     PIC ZZZ,ZZ9.

       01  LIB2L-FOOTER-LINE.
           05  FILLER                  PIC X(17) VALUE
                   'TOTAL RECORDS  : '.
           05  LIB2L-FOOTER-COUNT      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(14) VALUE
                   '   IN TABLES: '.
           05  LIB2L-FOOTER-TABLES     PIC Z,ZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
               IF LIB2M-EOF
                   PERFORM WRITE-PAGE-HEADER
               ELSE
                   PERFORM PROCESS-ONE-TABLE UNTIL LIB2M-EOF
               END-IF
               PERFORM WRITE-FOOTER
           ELSE

           IF NOT LIB2Y-EOF
               IF LIB2Y-REC-TYPE NOT = SPACES
                  AND (LIB2Y-CLASS = 'A' OR 'R' OR 'N' OR 'K')
                  AND LIB2Y-START IS NUMERIC
                  AND LIB2Y-LENGTH IS NUMERIC
                  AND LIB2Y-START >= 1
                  AND LIB2Y-LENGTH >= 1
                  AND LIB2Y-START + LIB2Y-LENGTH <= 31
                  AND (LIB2Y-CLASS NOT = 'K' OR LIB2Y-LENGTH <= 10)
                   ADD 1 TO LIB2-LAY-COUNT
                   SET LIB2-LAY-IDX TO LIB2-LAY-COUNT
                   MOVE LIB2Y-REC-TYPE   TO
                   SET LIB2M-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------------
       PROCESS-ONE-TABLE.
      *    The master reads back table by table, so each table is one
      *    contiguous run - it starts on a fresh page and ends with
      *    its own count.
      *-----------------------------------------------------------------
           MOVE LIB2M-TABLE-ID TO LIB2L-CURR-TABLE-ID
           MOVE ZERO TO LIB2L-TABLE-REC-COUNT
           ADD 1 TO LIB2L-TABLE-COUNT
           MOVE 99 TO LIB2L-LINE-CNT

           PERFORM PROCESS-ONE-RECORD
               UNTIL LIB2M-EOF
                  OR LIB2M-TABLE-ID NOT = LIB2L-CURR-TABLE-ID

           PERFORM WRITE-TABLE-FOOTER.

      *-----------------------------------------------------------------
       PROCESS-ONE-RECORD.
      *-----------------------------------------------------------------

           ADD 1 TO LIB2L-LINE-CNT
           ADD 1 TO LIB2L-RECORD-COUNT
           ADD 1 TO LIB2L-TABLE-REC-COUNT

           IF NOT LIB2M-ALIAS AND LIB2M-REC-TYPE NOT = SPACES
               PERFORM PRINT-ONE-LAYOUT-FIELD
      *-----------------------------------------------------------------
           ADD 1 TO LIB2L-PAGE-NO
           MOVE LIB2L-PAGE-NO TO LIB2L-HDR-PAGE-NO
           IF LIB2L-CURR-TABLE-ID = SPACES
               MOVE '(DEFAULT)' TO LIB2L-HDR-TABLE-ID
           ELSE
               MOVE LIB2L-CURR-TABLE-ID TO LIB2L-HDR-TABLE-ID
           END-IF

           MOVE LIB2L-HDR-1 TO LIB2L-LINE
           WRITE LIB2L-LINE

           MOVE ZERO TO LIB2L-LINE-CNT.

      *-----------------------------------------------------------------
       WRITE-TABLE-FOOTER.
      *-----------------------------------------------------------------
           MOVE LIB2L-TABLE-REC-COUNT TO LIB2L-TBL-FTR-COUNT
           MOVE SPACES TO LIB2L-LINE
           WRITE LIB2L-LINE
           MOVE LIB2L-TABLE-FOOTER-LINE TO LIB2L-LINE
           WRITE LIB2L-LINE.

      *-----------------------------------------------------------------
       WRITE-FOOTER.
      *-----------------------------------------------------------------
           MOVE LIB2L-RECORD-COUNT TO LIB2L-FOOTER-COUNT
           MOVE LIB2L-TABLE-COUNT  TO LIB2L-FOOTER-TABLES
           MOVE SPACES TO LIB2L-LINE
           WRITE LIB2L-LINE
           MOVE LIB2L-FOOTER-LINE TO LIB2L-LINE
