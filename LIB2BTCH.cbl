      *     ('lib2sess'), so the master and audit files open once for
      *     the whole file instead of once per key.  If the session
      *     cannot start the run carries on with per-call opens.
      *   - The as-of date is now CCYYMMDD (columns 12-19), matching
      *     what 'lib2asof' expects in LIB2-I-DATA(1:8).
      *   - Added an optional table id (columns 21-28) on the
      *     transaction record, passed to lib2 and shown on the report
      *     line; blank asks the default table, as before.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib2btch.
       01  LIB2T-RECORD.
           05  LIB2T-KEY                PIC X(10).
           05  FILLER                   PIC X(01).
           05  LIB2T-ASOF-DATE          PIC X(08).
           05  FILLER                   PIC X(01).
           05  LIB2T-TABLE-ID           PIC X(08).

       FD  LIB2-RPT-FILE.
       01  LIB2R-RECORD.
           05  LIB2R-DATA               PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  LIB2R-ERR                PIC X(05).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  LIB2R-TABLE-ID           PIC X(08).

       FD  LIB2-CKPT-FILE.
       01  LIB2K-RECORD.
       PROCESS-ONE-TRANSACTION.
      *-----------------------------------------------------------------
           MOVE 'LIB2BTCH'     TO LIB2-I-PGMNAME
           MOVE LIB2T-TABLE-ID TO LIB2-I-TABLE-ID
           MOVE LIB2T-KEY      TO LIB2-I-KEY

           IF LIB2T-ASOF-DATE IS NUMERIC
               MOVE SPACES          TO LIB2-I-DATA
               MOVE LIB2T-ASOF-DATE TO LIB2-I-DATA(1:8)
               CALL 'lib2asof' USING LIB2-CALL-AREA
           ELSE
               MOVE 'I'        TO LIB2-I-REQTYPE
           MOVE LIB2T-KEY      TO LIB2R-KEY
           MOVE LIB2-O-DATA    TO LIB2R-DATA
           MOVE LIB2-O-ERR     TO LIB2R-ERR
           MOVE LIB2T-TABLE-ID TO LIB2R-TABLE-ID
           WRITE LIB2R-RECORD

           MOVE LIB2T-KEY  TO LIB2-CKPT-LAST-KEY
