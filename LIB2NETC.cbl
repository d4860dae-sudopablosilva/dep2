      * untyped and a change keeps the type already on the record.
      *
      * A summary of counts by action goes to LIB2NRP and the console.
      *
      * MODIFICATION HISTORY:
      *   - Refresh and transaction effective dates are CCYYMMDD, to
      *     match the lib2xtr compact layout and the LIB2MTR columns.
      *   - The refresh belongs to one table, named by the first
      *     command-line argument (blank - the default table): only
      *     that table's master records take part in the merge, and
      *     every transaction carries the table id in LIB2MTR columns
      *     52-59 so lib2mnt applies it to the same table.
      *   - LIB2NTR now opens with a header and closes with a trailer
      *     (LIB2TCTL) so it passes the lib2pedt pre-edit like a vendor
      *     file: source LIB2NETC, today's date, the next sequence
      *     number after the last LIB2NETC file lib2pedt accepted (on
      *     LIB2FSQ), and in the trailer the transaction count and
      *     hash total.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib2netc.
       FILE-CONTROL.
           SELECT LIB2-MASTER-FILE ASSIGN TO 'LIB2MST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIB2M-FULL-KEY
               FILE STATUS IS LIB2M-FILE-STATUS.

           SELECT LIB2-REFRESH-FILE ASSIGN TO 'LIB2VRF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIB2S-FILE-STATUS.

           SELECT LIB2-FILE-SEQ-FILE ASSIGN TO 'LIB2FSQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIB2F-FILE-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           05  FILLER                   PIC X(01).
           05  LIB2V-STATUS             PIC X(01).
           05  FILLER                   PIC X(01).
           05  LIB2V-EFF-DATE           PIC X(08).
           05  FILLER                   PIC X(01).
           05  LIB2V-DATA               PIC X(30).

           05  LIB2T-REQTYPE            PIC X(01).
           05  LIB2T-KEY                PIC X(10).
           05  LIB2T-DATA               PIC X(30).
           05  LIB2T-EFF-DATE           PIC X(08).
           05  LIB2T-REC-TYPE           PIC X(02).
           05  LIB2T-TABLE-ID           PIC X(08).
       01  LIB2T-CONTROL-RECORD.
           COPY LIB2TCTL.

       FD  LIB2-SUMM-FILE.
       01  LIB2S-LINE                  PIC X(80).

       FD  LIB2-FILE-SEQ-FILE.
       01  LIB2F-RECORD.
           05  LIB2F-SOURCE             PIC X(08).
           05  FILLER                   PIC X(01).
           05  LIB2F-LAST-SEQ           PIC 9(09).
           05  FILLER                   PIC X(01).
           05  LIB2F-FILE-DATE          PIC 9(08).
           05  FILLER                   PIC X(01).
           05  LIB2F-ACCEPT-DATE        PIC 9(08).

       WORKING-STORAGE SECTION.
       01  LIB2M-FILE-STATUS           PIC X(02).
           88  LIB2M-STATUS-OK             VALUE '00'.
           88  LIB2V-STATUS-OK             VALUE '00'.
       01  LIB2T-FILE-STATUS           PIC X(02).
       01  LIB2S-FILE-STATUS           PIC X(02).
       01  LIB2F-FILE-STATUS           PIC X(02).

       01  LIB2F-EOF-SW                PIC X(01) VALUE 'N'.
           88  LIB2F-EOF                   VALUE 'Y'.

       01  LIB2-TABLE-ID-ARG           PIC X(08) VALUE SPACES.

      *    Header and trailer controls for LIB2NTR.
       01  LIB2-TODAY-DATE             PIC 9(08).
       01  LIB2-FILE-SEQ               PIC 9(09) VALUE ZERO.
       01  LIB2-TRANS-COUNT            PIC 9(09) VALUE ZERO.
       01  LIB2-HASH-TOTAL             PIC 9(09) VALUE ZERO.
       01  LIB2-HASH-AREA              PIC X(40).
       01  LIB2-HASH-TABLE REDEFINES LIB2-HASH-AREA.
           05  LIB2-HASH-CHAR OCCURS 40 TIMES PIC X(01).
       01  LIB2-HASH-IDX               PIC 9(02) COMP.

      *    The match-merge runs both files on ascending key with
      *    HIGH-VALUES standing in for end of file, the way lib2diff
           PERFORM INITIALIZE-RUN

           IF LIB2M-STATUS-OK AND LIB2V-STATUS-OK
               PERFORM WRITE-HEADER-RECORD
               PERFORM START-OF-TABLE
               IF LIB2-MST-MERGE-KEY NOT = HIGH-VALUES
                   PERFORM READ-NEXT-MASTER
               END-IF
               PERFORM READ-NEXT-REFRESH
               PERFORM MATCH-ONE-KEY
                   UNTIL LIB2-MST-MERGE-KEY = HIGH-VALUES
                     AND LIB2-VRF-MERGE-KEY = HIGH-VALUES
               PERFORM WRITE-TRAILER-RECORD
               PERFORM WRITE-SUMMARY
           ELSE
               DISPLAY 'LIB2NETC - MASTER/REFRESH UNAVAILABLE, '
      *-----------------------------------------------------------------
       INITIALIZE-RUN.
      *-----------------------------------------------------------------
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT LIB2-TABLE-ID-ARG FROM ARGUMENT-VALUE

           ACCEPT LIB2-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM FIND-NEXT-FILE-SEQUENCE

           OPEN INPUT LIB2-MASTER-FILE
           OPEN INPUT LIB2-REFRESH-FILE
           OPEN OUTPUT LIB2-TRANS-FILE
           OPEN OUTPUT LIB2-SUMM-FILE.

      *-----------------------------------------------------------------
       FIND-NEXT-FILE-SEQUENCE.
      *    The number after the last LIB2NETC file the pre-edit took -
      *    no line for LIB2NETC yet starts the numbering at one.
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
                   IF LIB2F-SOURCE = 'LIB2NETC'
                       MOVE LIB2F-LAST-SEQ TO LIB2-FILE-SEQ
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
       WRITE-HEADER-RECORD.
      *-----------------------------------------------------------------
           MOVE SPACES          TO LIB2T-CONTROL-RECORD
           SET LIB2TC-HEADER    TO TRUE
           MOVE 'LIB2NETC'      TO LIB2TC-SOURCE
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
           MOVE 'LIB2NETC'       TO LIB2TC-SOURCE
           MOVE LIB2-TODAY-DATE  TO LIB2TC-FILE-DATE
           MOVE LIB2-FILE-SEQ    TO LIB2TC-FILE-SEQ
           MOVE LIB2-TRANS-COUNT TO LIB2TC-RECORD-COUNT
           MOVE LIB2-HASH-TOTAL  TO LIB2TC-HASH-TOTAL
           WRITE LIB2T-CONTROL-RECORD.

      *-----------------------------------------------------------------
       START-OF-TABLE.
      *    Positions on the refresh's table - a table with no master
      *    records yet makes every refresh row an add.
      *-----------------------------------------------------------------
           MOVE SPACES            TO LIB2-MST-MERGE-KEY
           MOVE LIB2-TABLE-ID-ARG TO LIB2M-TABLE-ID
           MOVE LOW-VALUES        TO LIB2M-KEY
           START LIB2-MASTER-FILE KEY NOT LESS THAN LIB2M-FULL-KEY
               INVALID KEY
                   MOVE HIGH-VALUES TO LIB2-MST-MERGE-KEY
           END-START.

      *-----------------------------------------------------------------
       READ-NEXT-MASTER.
      *    The next table's first record ends the master side.
      *-----------------------------------------------------------------
           READ LIB2-MASTER-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO LIB2-MST-MERGE-KEY
               NOT AT END
                   IF LIB2M-TABLE-ID = LIB2-TABLE-ID-ARG
                       MOVE LIB2M-KEY TO LIB2-MST-MERGE-KEY
                   ELSE
                       MOVE HIGH-VALUES TO LIB2-MST-MERGE-KEY
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
           MOVE LIB2V-KEY      TO LIB2T-KEY
           MOVE LIB2V-DATA     TO LIB2T-DATA
           MOVE LIB2V-EFF-DATE TO LIB2T-EFF-DATE
           PERFORM WRITE-TRANSACTION.

      *-----------------------------------------------------------------
       WRITE-TRANSACTION.
      *    Type code blank (the vendor sends none), table always the
      *    refresh's own.
      *-----------------------------------------------------------------
           MOVE SPACES            TO LIB2T-REC-TYPE
           MOVE LIB2-TABLE-ID-ARG TO LIB2T-TABLE-ID
           WRITE LIB2T-RECORD

           ADD 1 TO LIB2-TRANS-COUNT
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
       JUDGE-MISSING-FROM-REFRESH.
               MOVE LIB2M-KEY  TO LIB2T-KEY
               MOVE SPACES     TO LIB2T-DATA
               MOVE SPACES     TO LIB2T-EFF-DATE
               PERFORM WRITE-TRANSACTION
           ELSE
               ADD 1 TO LIB2-UNCHANGED-COUNT
           END-IF.
                   MOVE LIB2M-KEY  TO LIB2T-KEY
                   MOVE SPACES     TO LIB2T-DATA
                   MOVE SPACES     TO LIB2T-EFF-DATE
                   PERFORM WRITE-TRANSACTION
               WHEN LIB2V-STATUS = 'I'
                   ADD 1 TO LIB2-UNCHANGED-COUNT
               WHEN LIB2V-DATA NOT = LIB2M-DATA
                   MOVE LIB2V-KEY      TO LIB2T-KEY
                   MOVE LIB2V-DATA     TO LIB2T-DATA
                   MOVE LIB2V-EFF-DATE TO LIB2T-EFF-DATE
                   PERFORM WRITE-TRANSACTION
               WHEN OTHER
                   ADD 1 TO LIB2-UNCHANGED-COUNT
           END-EVALUATE.
           MOVE LIB2S-DETAIL-LINE TO LIB2S-LINE
           WRITE LIB2S-LINE

           DISPLAY 'LIB2NETC - TABLE      : ' LIB2-TABLE-ID-ARG
           DISPLAY 'LIB2NETC - ADDS       : ' LIB2-ADD-COUNT
           DISPLAY 'LIB2NETC - CHANGES    : ' LIB2-CHANGE-COUNT
           DISPLAY 'LIB2NETC - INACTIVATES: ' LIB2-INACT-COUNT
