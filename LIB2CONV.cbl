      * Run once per site, before the first post-upgrade run of
      * anything that touches LIB2MST.  Rerunning is safe - the
      * rebuild starts from an empty output file each time.
      *
      * MODIFICATION HISTORY:
      *   - The conversion date is stamped CCYYMMDD, the way every
      *     LIB2 date is now kept.  (A 49-byte file from before the
      *     four-digit year is converted by lib2cnv3.)
      *   - Converted records land in the default (blank) table.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib2conv.
           SELECT LIB2-MASTER-FILE ASSIGN TO 'LIB2MST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LIB2M-FULL-KEY
               FILE STATUS IS LIB2M-FILE-STATUS.

      *-----------------------------------------------------------------
       01  LIB2O-EOF-SW                PIC X(01) VALUE 'N'.
           88  LIB2O-EOF                   VALUE 'Y'.

       01  LIB2-TODAY-DATE             PIC 9(08).
       01  LIB2-CONVERTED-COUNT        PIC 9(09) VALUE ZERO.

      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       INITIALIZE-RUN.
      *-----------------------------------------------------------------
           ACCEPT LIB2-TODAY-DATE FROM DATE YYYYMMDD

           OPEN INPUT LIB2-OLD-MASTER-FILE
           OPEN OUTPUT LIB2-MASTER-FILE.
      *    across, and the new fields start every record off active
      *    as of the conversion date.
      *-----------------------------------------------------------------
           MOVE SPACES          TO LIB2M-TABLE-ID
           MOVE LIB2O-KEY       TO LIB2M-KEY
           SET LIB2M-ACTIVE     TO TRUE
           MOVE SPACES          TO LIB2M-REC-TYPE
