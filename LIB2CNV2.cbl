      * Run once per site, before the first post-upgrade run of
      * anything that touches LIB2MST or LIB2HST.  Rerunning is safe -
      * each rebuild starts from an empty output file.
      *
      * MODIFICATION HISTORY:
      *   - The old files' two-digit years are windowed (below 70 is
      *     20xx, the rest 19xx) into the CCYYMMDD dates the current
      *     layouts carry, so an old site still converts in one step.
      *   - Converted records and history rows land in the default
      *     (blank) table.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib2cnv2.
           SELECT LIB2-MASTER-FILE ASSIGN TO 'LIB2MST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LIB2M-FULL-KEY
               FILE STATUS IS LIB2M-FILE-STATUS.

           SELECT LIB2-OLD-HIST-FILE ASSIGN TO 'LIB2HSO'
           05  LIB2P-DATA               PIC X(30).

       FD  LIB2-HISTORY-FILE.
       01  LIB2H-RECORD                PIC X(74).

       WORKING-STORAGE SECTION.
       01  LIB2O-FILE-STATUS           PIC X(02).
       01  LIB2-CONVERTED-COUNT        PIC 9(09) VALUE ZERO.
       01  LIB2-HIST-CONV-COUNT        PIC 9(09) VALUE ZERO.

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
      *    across and only the record-type code is new, stamped from
      *    the argument or left blank for untyped.
      *-----------------------------------------------------------------
           MOVE SPACES             TO LIB2M-TABLE-ID
           MOVE LIB2O-KEY          TO LIB2M-KEY
           MOVE LIB2O-STATUS       TO LIB2M-STATUS
           MOVE LIB2-REC-TYPE-ARG  TO LIB2M-REC-TYPE
           MOVE LIB2O-EFF-DATE     TO LIB2-YYMMDD
           PERFORM EXPAND-CENTURY
           MOVE LIB2-CCYYMMDD      TO LIB2M-EFF-DATE
           MOVE LIB2O-DATA         TO LIB2M-DATA
           WRITE LIB2M-RECORD

      *    matches the one the master pass used, so a version and its
      *    history agree on what kind of entry they hold.
      *-----------------------------------------------------------------
           MOVE SPACES               TO LIB2H-TABLE-ID
           MOVE LIB2P-KEY            TO LIB2H-KEY
           MOVE LIB2P-STATUS         TO LIB2H-STATUS
           MOVE LIB2-REC-TYPE-ARG    TO LIB2H-REC-TYPE
           MOVE LIB2P-EFF-DATE       TO LIB2-YYMMDD
           PERFORM EXPAND-CENTURY
           MOVE LIB2-CCYYMMDD        TO LIB2H-EFF-DATE
           MOVE LIB2P-SUPERSEDE-DATE TO LIB2-YYMMDD
           PERFORM EXPAND-CENTURY
           MOVE LIB2-CCYYMMDD        TO LIB2H-SUPERSEDE-DATE
           MOVE LIB2P-DATA           TO LIB2H-DATA
           MOVE LIB2-HISTORY-RECORD  TO LIB2H-RECORD
           WRITE LIB2H-RECORD

           PERFORM READ-NEXT-OLD-HISTORY.

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
