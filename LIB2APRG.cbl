      * argument; blank or non-numeric falls back to the default.  A
      * line whose date will not parse is always kept, never silently
      * archived out of sight.
      *
      * MODIFICATION HISTORY:
      *   - The audit line date is now CCYYMMDD, so it is aged as it
      *     stands and the two-digit year window is gone.
      *   - The audit line now ends with the table id, and the archive
      *     and rewrite carry the whole line across so it is not lost.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib2aprg.
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

       FD  LIB2-HIST-FILE.
       01  LIB2H-RECORD                PIC X(54).

       FD  LIB2-KEEP-FILE.
       01  LIB2W-RECORD                PIC X(54).

       WORKING-STORAGE SECTION.
       01  LIB2A-FILE-STATUS           PIC X(02).
       01  LIB2-ARG-DIGIT-9 REDEFINES LIB2-ARG-DIGIT-X
                                       PIC 9(01).

       01  LIB2-TODAY-DATE             PIC 9(08).
       01  LIB2-CCYYMMDD               PIC 9(08).
       01  LIB2-CCYYMMDD-X REDEFINES LIB2-CCYYMMDD.
           05  LIB2-CCYY               PIC 9(04).
           05  LIB2-MM                 PIC 9(02).
           05  LIB2-DD                 PIC 9(02).
       01  LIB2-DATE-OK-SW             PIC X(01) VALUE 'N'.
           88  LIB2-DATE-OK                VALUE 'Y'.

           ACCEPT LIB2-RETAIN-ARG FROM ARGUMENT-VALUE
           PERFORM CONVERT-RETAIN-ARG

           ACCEPT LIB2-TODAY-DATE FROM DATE YYYYMMDD
           MOVE LIB2-TODAY-DATE TO LIB2-CCYYMMDD
           COMPUTE LIB2-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(LIB2-CCYYMMDD)
               - LIB2-RETAIN-DAYS
                   MOVE 'N' TO LIB2-ARG-VALID-SW
           END-EVALUATE.

      *-----------------------------------------------------------------
       READ-NEXT-AUDIT-LINE.
      *-----------------------------------------------------------------
           MOVE 'N' TO LIB2-DATE-OK-SW

           IF LIB2A-DATE IS NUMERIC
               MOVE LIB2A-DATE-NUM TO LIB2-CCYYMMDD
               IF LIB2-MM >= 1 AND LIB2-MM <= 12
                  AND LIB2-DD >= 1 AND LIB2-DD <= 31
                   COMPUTE LIB2-LINE-INT =
