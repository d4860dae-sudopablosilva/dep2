      * combination, so a misbehaving caller or a bad data feed shows
      * up as a count instead of having to be dug out of the raw
      * append-only file.
      *
      * MODIFICATION HISTORY:
      *   - The audit line date is now CCYYMMDD and the summary shows
      *     the full year.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib2asum.
           05  FILLER                   PIC X(01).
           05  LIB2A-REQTYPE            PIC X(01).
           05  FILLER                   PIC X(01).
           05  LIB2A-DATE               PIC 9(08).
           05  FILLER                   PIC X(01).
           05  LIB2A-TIME               PIC 9(08).
           05  FILLER                   PIC X(01).
       01  LIB2-SUMM-TABLE.
           05  LIB2-SUMM-ENTRY OCCURS 500 TIMES
                       INDEXED BY LIB2-SUMM-IDX.
               10  LIB2-SUM-DATE            PIC 9(08).
               10  LIB2-SUM-PGMNAME         PIC X(08).
               10  LIB2-SUM-REQTYPE         PIC X(01).
               10  LIB2-SUM-ERR             PIC X(05).
                   'LIB2 DAILY ACTIVITY SUMMARY'.

       01  LIB2S-HDR-2.
           05  FILLER                  PIC X(10) VALUE 'DATE'.
           05  FILLER                  PIC X(10) VALUE 'PROGRAM'.
           05  FILLER                  PIC X(04) VALUE 'REQ'.
           05  FILLER                  PIC X(07) VALUE 'ERR'.
           05  FILLER                  PIC X(07) VALUE 'CALLS'.

       01  LIB2S-DETAIL-LINE.
           05  LIB2S-DET-DATE          PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LIB2S-DET-PGMNAME       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
