      *     the whole file instead of once per transaction.  If the
      *     session cannot start the run carries on with per-call
      *     opens, exactly the old behavior.
      *   - The effective date is now CCYYMMDD (columns 42-49), which
      *     moves the record-type code to columns 50-51, and the
      *     staged LIB2PND record widens to match.
      *   - Added an optional table id (columns 52-59) passed through
      *     to lib2 - blank is the default table, so existing
      *     transaction files apply exactly as before.  The staged
      *     LIB2PND record and the exception lines carry it too.
      *   - The header and trailer control records (LIB2TCTL, request
      *     type 'H' and 'T') are passed over - lib2pedt has already
      *     checked them, and the file before lib2mnt sees it - and
      *     counted apart from the transactions.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib2mnt.
           05  LIB2T-REQTYPE            PIC X(01).
           05  LIB2T-KEY                PIC X(10).
           05  LIB2T-DATA               PIC X(30).
           05  LIB2T-EFF-DATE           PIC X(08).
           05  LIB2T-EFF-DATE-NUM REDEFINES LIB2T-EFF-DATE
                                        PIC 9(08).
           05  LIB2T-REC-TYPE           PIC X(02).
           05  LIB2T-TABLE-ID           PIC X(08).
       01  LIB2T-CONTROL-RECORD.
           COPY LIB2TCTL.

       FD  LIB2-EXCP-FILE.
       01  LIB2E-LINE                  PIC X(80).

       FD  LIB2-PEND-FILE.
       01  LIB2D-RECORD                PIC X(59).

       WORKING-STORAGE SECTION.
       01  LIB2T-FILE-STATUS           PIC X(02).
       01  LIB2-SESSION-UP-SW          PIC X(01) VALUE 'N'.
           88  LIB2-SESSION-UP             VALUE 'Y'.

       01  LIB2-TODAY-DATE             PIC 9(08).

       01  LIB2-TRANS-SEQ              PIC 9(07) VALUE ZERO.
       01  LIB2-APPLIED-COUNT          PIC 9(07) VALUE ZERO.
       01  LIB2-REJECT-COUNT           PIC 9(07) VALUE ZERO.
       01  LIB2-STAGED-COUNT           PIC 9(07) VALUE ZERO.
       01  LIB2-CONTROL-COUNT          PIC 9(07) VALUE ZERO.

       01  LIB2E-HDR-1.
           05  FILLER                  PIC X(10) VALUE 'LIB2MNT'.
           05  FILLER                  PIC X(04) VALUE 'REQ'.
           05  FILLER                  PIC X(12) VALUE 'KEY'.
           05  FILLER                  PIC X(07) VALUE 'ERR'.
           05  FILLER                  PIC X(22) VALUE 'REASON'.
           05  FILLER                  PIC X(08) VALUE 'TABLE'.

       01  LIB2E-DETAIL-LINE.
           05  LIB2E-DET-SEQ           PIC 9(07).
           05  LIB2E-DET-ERR           PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LIB2E-DET-REASON        PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LIB2E-DET-TABLE-ID      PIC X(08).

       01  LIB2E-FOOTER-LINE.
           05  FILLER                  PIC X(07) VALUE 'READ  '.
      *-----------------------------------------------------------------
       INITIALIZE-RUN.
      *-----------------------------------------------------------------
           ACCEPT LIB2-TODAY-DATE FROM DATE YYYYMMDD

           OPEN INPUT LIB2-TRANS-FILE
           OPEN OUTPUT LIB2-EXCP-FILE
      *    applied - it is parked on LIB2PND for lib2prel to release
      *    through the normal lib2 path on the night its date arrives,
      *    so the edit rules, audit and history all still apply then.
      *    The file's header and trailer are not transactions.
      *-----------------------------------------------------------------
           EVALUATE TRUE
               WHEN LIB2TC-HEADER OR LIB2TC-TRAILER
                   ADD 1 TO LIB2-CONTROL-COUNT
               WHEN LIB2T-EFF-DATE IS NUMERIC
                AND LIB2T-EFF-DATE-NUM > LIB2-TODAY-DATE
                   PERFORM STAGE-ONE-TRANSACTION
               WHEN OTHER
                   PERFORM APPLY-ONE-TRANSACTION
           END-EVALUATE

           PERFORM READ-NEXT-TRANSACTION.

      *-----------------------------------------------------------------
           MOVE LIB2T-REQTYPE  TO LIB2-I-REQTYPE
           MOVE 'LIB2MNT'      TO LIB2-I-PGMNAME
           MOVE LIB2T-TABLE-ID TO LIB2-I-TABLE-ID
           MOVE LIB2T-KEY      TO LIB2-I-KEY
           MOVE LIB2T-DATA     TO LIB2-I-DATA
           MOVE LIB2T-REC-TYPE TO LIB2-I-REC-TYPE
           MOVE LIB2-TRANS-SEQ TO LIB2E-DET-SEQ
           MOVE LIB2T-REQTYPE  TO LIB2E-DET-REQTYPE
           MOVE LIB2T-KEY      TO LIB2E-DET-KEY
           MOVE LIB2T-TABLE-ID TO LIB2E-DET-TABLE-ID
           MOVE LIB2-O-ERR     TO LIB2E-DET-ERR

           EVALUATE TRUE
                   LIB2-REJECT-COUNT
           DISPLAY 'LIB2MNT - TRANSACTIONS STAGED  : '
                   LIB2-STAGED-COUNT
           DISPLAY 'LIB2MNT - CONTROL RECORDS      : '
                   LIB2-CONTROL-COUNT

           IF LIB2-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
