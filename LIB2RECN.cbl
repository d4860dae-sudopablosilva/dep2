      * totals on LIB2CTL, flagging a break when they do not match.
      * Today's totals are written to LIB2CTO to become tomorrow's
      * LIB2CTL.
      *
      * MODIFICATION HISTORY:
      *   - Totals are kept per table: LIB2CTO holds one line per table
      *     in table order, the table id after the count and checksum,
      *     and each table is compared to its own prior line.  A table
      *     that appears or disappears is a break.  A control line from
      *     before tables existed reads back as the default table.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib2recn.
           SELECT LIB2-MASTER-FILE ASSIGN TO 'LIB2MST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LIB2M-FULL-KEY
               FILE STATUS IS LIB2M-FILE-STATUS.

           SELECT LIB2-PRIOR-CTL-FILE ASSIGN TO 'LIB2CTL'
       01  LIB2P-RECORD.
           05  LIB2P-REC-COUNT          PIC 9(09).
           05  LIB2P-CHECKSUM           PIC 9(09).
           05  LIB2P-TABLE-ID           PIC X(08).

       FD  LIB2-CURR-CTL-FILE.
       01  LIB2N-RECORD.
           05  LIB2N-REC-COUNT          PIC 9(09).
           05  LIB2N-CHECKSUM           PIC 9(09).
           05  LIB2N-TABLE-ID           PIC X(08).

       WORKING-STORAGE SECTION.
       01  LIB2M-FILE-STATUS           PIC X(02).
       01  LIB2M-EOF-SW                PIC X(01) VALUE 'N'.
           88  LIB2M-EOF                   VALUE 'Y'.

       01  LIB2P-EOF-SW                PIC X(01) VALUE 'N'.
           88  LIB2P-EOF                   VALUE 'Y'.
       01  LIB2P-OPEN-SW               PIC X(01) VALUE 'N'.
           88  LIB2P-FILE-OPEN             VALUE 'Y'.

       01  LIB2R-PRIOR-SW              PIC X(01) VALUE 'N'.
           88  LIB2R-PRIOR-AVAILABLE       VALUE 'Y'.
       01  LIB2R-BREAK-SW              PIC X(01) VALUE 'N'.
           88  LIB2R-BREAK-FOUND           VALUE 'Y'.

       01  LIB2R-CURR-TABLE-ID          PIC X(08) VALUE SPACES.
       01  LIB2R-TABLE-COUNT            PIC 9(04) VALUE ZERO.
       01  LIB2R-TOTAL-COUNT            PIC 9(09) VALUE ZERO.

       01  LIB2R-REC-COUNT              PIC 9(09) VALUE ZERO.
       01  LIB2R-CHECKSUM               PIC 9(09) VALUE ZERO.
           PERFORM INITIALIZE-RUN

           IF LIB2M-STATUS-OK
               PERFORM READ-PRIOR-CONTROL-TOTALS
               OPEN OUTPUT LIB2-CURR-CTL-FILE
               PERFORM READ-NEXT-MASTER
               PERFORM PROCESS-ONE-TABLE UNTIL LIB2M-EOF
      *        An empty master still leaves a (zero) default-table line
               IF LIB2R-TABLE-COUNT = ZERO
                   MOVE SPACES TO LIB2R-CURR-TABLE-ID
                   PERFORM FINISH-ONE-TABLE
               END-IF
               PERFORM REPORT-VANISHED-TABLE UNTIL LIB2P-EOF
               PERFORM REPORT-RUN-RESULT
               CLOSE LIB2-CURR-CTL-FILE
           ELSE
               DISPLAY 'LIB2RECN - MASTER FILE UNAVAILABLE, STATUS: '
                       LIB2M-FILE-STATUS
                   SET LIB2M-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------------
       PROCESS-ONE-TABLE.
      *    The master reads in table order, so each table is one
      *    unbroken run of records.
      *-----------------------------------------------------------------
           MOVE LIB2M-TABLE-ID TO LIB2R-CURR-TABLE-ID
           MOVE ZERO TO LIB2R-REC-COUNT
           MOVE ZERO TO LIB2R-CHECKSUM
           PERFORM ACCUMULATE-ONE-RECORD
               UNTIL LIB2M-EOF
                  OR LIB2M-TABLE-ID NOT = LIB2R-CURR-TABLE-ID
           PERFORM FINISH-ONE-TABLE.

      *-----------------------------------------------------------------
       FINISH-ONE-TABLE.
      *    Prior lines for tables that sort ahead of this one belong to
      *    tables that are gone; then this table is compared and its
      *    line written.
      *-----------------------------------------------------------------
           ADD 1 TO LIB2R-TABLE-COUNT
           ADD LIB2R-REC-COUNT TO LIB2R-TOTAL-COUNT
           PERFORM REPORT-VANISHED-TABLE
               UNTIL LIB2P-EOF
                  OR LIB2P-TABLE-ID NOT < LIB2R-CURR-TABLE-ID
           PERFORM COMPARE-TOTALS
           PERFORM WRITE-CONTROL-TOTALS.

      *-----------------------------------------------------------------
       ACCUMULATE-ONE-RECORD.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       READ-PRIOR-CONTROL-TOTALS.
      *    Primes the first prior line; no LIB2CTL (or an empty one)
      *    makes this run the baseline.
      *-----------------------------------------------------------------
           OPEN INPUT LIB2-PRIOR-CTL-FILE
           IF LIB2P-FILE-STATUS = '00'
               SET LIB2P-FILE-OPEN TO TRUE
               PERFORM READ-NEXT-PRIOR
               IF NOT LIB2P-EOF
                   SET LIB2R-PRIOR-AVAILABLE TO TRUE
               END-IF
           ELSE
               SET LIB2P-EOF TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       READ-NEXT-PRIOR.
      *-----------------------------------------------------------------
           READ LIB2-PRIOR-CTL-FILE
               AT END
                   SET LIB2P-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------------
       COMPARE-TOTALS.
      *    The prior line is now at or beyond this table - at it, the
      *    two are compared; beyond it, the table is new since the
      *    last run.
      *-----------------------------------------------------------------
           IF LIB2R-PRIOR-AVAILABLE
               IF NOT LIB2P-EOF
                  AND LIB2P-TABLE-ID = LIB2R-CURR-TABLE-ID
                   IF LIB2R-REC-COUNT NOT = LIB2P-REC-COUNT
                      OR LIB2R-CHECKSUM NOT = LIB2P-CHECKSUM
                       DISPLAY 'LIB2RECN - CONTROL BREAK DETECTED, '
                               'TABLE: ' LIB2R-CURR-TABLE-ID
                       DISPLAY '  TODAY  COUNT/CHECKSUM: '
                               LIB2R-REC-COUNT '/' LIB2R-CHECKSUM
                       DISPLAY '  PRIOR  COUNT/CHECKSUM: '
                               LIB2P-REC-COUNT '/' LIB2P-CHECKSUM
                       SET LIB2R-BREAK-FOUND TO TRUE
                   ELSE
                       DISPLAY 'LIB2RECN - TABLE IN BALANCE: '
                               LIB2R-CURR-TABLE-ID
                   END-IF
                   PERFORM READ-NEXT-PRIOR
               ELSE
                   DISPLAY 'LIB2RECN - CONTROL BREAK DETECTED, '
                           'NEW TABLE: ' LIB2R-CURR-TABLE-ID
                   DISPLAY '  TODAY  COUNT/CHECKSUM: '
                           LIB2R-REC-COUNT '/' LIB2R-CHECKSUM
                   SET LIB2R-BREAK-FOUND TO TRUE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       REPORT-VANISHED-TABLE.
      *    A prior line with no table behind it today.
      *-----------------------------------------------------------------
           DISPLAY 'LIB2RECN - CONTROL BREAK DETECTED, '
                   'TABLE GONE: ' LIB2P-TABLE-ID
           DISPLAY '  PRIOR  COUNT/CHECKSUM: '
                   LIB2P-REC-COUNT '/' LIB2P-CHECKSUM
           SET LIB2R-BREAK-FOUND TO TRUE
           PERFORM READ-NEXT-PRIOR.

      *-----------------------------------------------------------------
       WRITE-CONTROL-TOTALS.
      *-----------------------------------------------------------------
           MOVE LIB2R-REC-COUNT     TO LIB2N-REC-COUNT
           MOVE LIB2R-CHECKSUM      TO LIB2N-CHECKSUM
           MOVE LIB2R-CURR-TABLE-ID TO LIB2N-TABLE-ID
           WRITE LIB2N-RECORD.

      *-----------------------------------------------------------------
       REPORT-RUN-RESULT.
      *-----------------------------------------------------------------
           IF LIB2R-PRIOR-AVAILABLE
               IF LIB2R-BREAK-FOUND
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY 'LIB2RECN - MASTER FILE IN BALANCE'
           ELSE
               DISPLAY 'LIB2RECN - NO PRIOR CONTROL TOTALS - BASELINE'
               MOVE ZERO TO RETURN-CODE
           END-IF
           DISPLAY 'LIB2RECN - TABLES: ' LIB2R-TABLE-COUNT
                   '  RECORDS: ' LIB2R-TOTAL-COUNT.

      *-----------------------------------------------------------------
       TERMINATE-RUN.
      *-----------------------------------------------------------------
           CLOSE LIB2-MASTER-FILE
           IF LIB2P-FILE-OPEN
               CLOSE LIB2-PRIOR-CTL-FILE
           END-IF.
