      * Every run also writes a listing (LIB2PLS) of what is still
      * parked and the date each transaction will land, so "is next
      * month's change loaded yet?" is answered from one report.
      *
      * MODIFICATION HISTORY:
      *   - The pending record's effective date is now CCYYMMDD,
      *     matching the lib2mnt transaction it was staged from, and
      *     both reports show the full year.
      *   - The pending record carries the table id lib2mnt staged it
      *     with, released through lib2 to the same table and shown
      *     on both reports.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib2prel.
           05  LIB2D-REQTYPE            PIC X(01).
           05  LIB2D-KEY                PIC X(10).
           05  LIB2D-DATA               PIC X(30).
           05  LIB2D-EFF-DATE           PIC X(08).
           05  LIB2D-EFF-DATE-NUM REDEFINES LIB2D-EFF-DATE
                                        PIC 9(08).
           05  LIB2D-REC-TYPE           PIC X(02).
           05  LIB2D-TABLE-ID           PIC X(08).

       FD  LIB2-KEEP-FILE.
       01  LIB2W-RECORD                PIC X(59).

       FD  LIB2-EXCP-FILE.
       01  LIB2E-LINE                  PIC X(80).
       01  LIB2W-EOF-SW                PIC X(01) VALUE 'N'.
           88  LIB2W-EOF                   VALUE 'Y'.

       01  LIB2-TODAY-DATE             PIC 9(08).

       01  LIB2-READ-COUNT             PIC 9(07) VALUE ZERO.
       01  LIB2-RELEASED-COUNT         PIC 9(07) VALUE ZERO.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LIB2E-DET-KEY           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LIB2E-DET-EFF-DATE      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LIB2E-DET-ERR           PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LIB2E-DET-REASON        PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LIB2E-DET-TABLE-ID      PIC X(08).

       01  LIB2L-HDR-1.
           05  FILLER                  PIC X(10) VALUE 'LIB2PREL'.
           05  FILLER                  PIC X(27) VALUE
                   'PENDING CHANGES STILL HELD'.
           05  FILLER                  PIC X(06) VALUE 'AS OF '.
           05  LIB2L-HDR-DATE          PIC 9(08).

       01  LIB2L-HDR-2.
           05  FILLER                  PIC X(04) VALUE 'REQ'.
           05  FILLER                  PIC X(12) VALUE 'KEY'.
           05  FILLER                  PIC X(10) VALUE 'LANDS ON'.
           05  FILLER                  PIC X(32) VALUE 'DATA'.
           05  FILLER                  PIC X(05) VALUE 'TABLE'.

       01  LIB2L-DETAIL-LINE.
           05  LIB2L-DET-REQTYPE       PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LIB2L-DET-KEY           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LIB2L-DET-EFF-DATE      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LIB2L-DET-DATA          PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LIB2L-DET-TABLE-ID      PIC X(08).

       01  LIB2L-FOOTER-LINE.
           05  FILLER                  PIC X(17) VALUE
      *-----------------------------------------------------------------
       INITIALIZE-RUN.
      *-----------------------------------------------------------------
           ACCEPT LIB2-TODAY-DATE FROM DATE YYYYMMDD

           OPEN INPUT LIB2-PEND-FILE
           OPEN OUTPUT LIB2-KEEP-FILE
      *-----------------------------------------------------------------
           MOVE LIB2D-REQTYPE  TO LIB2-I-REQTYPE
           MOVE 'LIB2PREL'     TO LIB2-I-PGMNAME
           MOVE LIB2D-TABLE-ID TO LIB2-I-TABLE-ID
           MOVE LIB2D-KEY      TO LIB2-I-KEY
           MOVE LIB2D-DATA     TO LIB2-I-DATA
           MOVE LIB2D-REC-TYPE TO LIB2-I-REC-TYPE
           MOVE LIB2D-REQTYPE  TO LIB2E-DET-REQTYPE
           MOVE LIB2D-KEY      TO LIB2E-DET-KEY
           MOVE LIB2D-EFF-DATE TO LIB2E-DET-EFF-DATE
           MOVE LIB2D-TABLE-ID TO LIB2E-DET-TABLE-ID
           MOVE LIB2-O-ERR     TO LIB2E-DET-ERR

           EVALUATE TRUE
           MOVE LIB2D-KEY      TO LIB2L-DET-KEY
           MOVE LIB2D-EFF-DATE TO LIB2L-DET-EFF-DATE
           MOVE LIB2D-DATA     TO LIB2L-DET-DATA
           MOVE LIB2D-TABLE-ID TO LIB2L-DET-TABLE-ID
           MOVE LIB2L-DETAIL-LINE TO LIB2L-LINE
           WRITE LIB2L-LINE

