      * Every decision is logged to LIB2APD with the approver's id,
      * and the queue is rewritten holding only the requests left
      * undecided, so ending the session early loses nothing.
      *
      * MODIFICATION HISTORY:
      *   - The queued request date and the decision log date are now
      *     CCYYMMDD.
      *   - A queued request carries the table id of the request lib2
      *     parked, and is shown, applied and logged against that
      *     table.  A request queued before tables existed reads back
      *     as the default table.
      *   - Each request is shown with a warning listing the records
      *     whose key-reference fields name the key (found through
      *     the 'lib2refs' entry point), since approving it would
      *     leave those references dangling.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib2appr.
       FILE SECTION.
       FD  LIB2-APPROVAL-FILE.
       01  LIB2Q-RECORD.
           05  LIB2Q-DATE               PIC 9(08).
           05  FILLER                   PIC X(01).
           05  LIB2Q-TIME               PIC 9(08).
           05  FILLER                   PIC X(01).
           05  LIB2Q-REQTYPE            PIC X(01).
           05  FILLER                   PIC X(01).
           05  LIB2Q-KEY                PIC X(10).
           05  FILLER                   PIC X(01).
           05  LIB2Q-TABLE-ID           PIC X(08).

       FD  LIB2-KEEP-FILE.
       01  LIB2W-RECORD                PIC X(50).

       FD  LIB2-DECISION-FILE.
       01  LIB2G-RECORD                PIC X(80).
       01  LIB2-REJECTED-COUNT         PIC 9(07) VALUE ZERO.
       01  LIB2-KEPT-COUNT             PIC 9(07) VALUE ZERO.

       01  LIB2-REF-SHOWN              PIC ZZZ9.

       01  LIB2-DECISION-LINE.
           05  LIB2-DEC-DATE            PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LIB2-DEC-TIME            PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LIB2-DEC-KEY             PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LIB2-DEC-ERR             PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LIB2-DEC-TABLE-ID        PIC X(08).

       01  LIB2-CALL-AREA.
           COPY LIB2IO.
           DISPLAY 'REQUEST : ' LIB2Q-REQTYPE ' ' LIB2Q-KEY
                   '  BY ' LIB2Q-PGMNAME
                   '  ON ' LIB2Q-DATE ' AT ' LIB2Q-TIME
           DISPLAY 'TABLE   : ' LIB2Q-TABLE-ID

           MOVE 'I'            TO LIB2-I-REQTYPE
           MOVE 'LIB2APPR'     TO LIB2-I-PGMNAME
           MOVE LIB2Q-TABLE-ID TO LIB2-I-TABLE-ID
           MOVE LIB2Q-KEY      TO LIB2-I-KEY

           CALL 'lib2' USING LIB2-CALL-AREA
           ELSE
               DISPLAY 'CURRENT : (NOT ON MASTER, LIB2-O-ERR '
                       LIB2-O-ERR ')'
           END-IF

           PERFORM WARN-DANGLING-REFERENCES.

      *-----------------------------------------------------------------
       WARN-DANGLING-REFERENCES.
      *    A deleted or inactivated key is no longer a valid target
      *    for the key-reference fields that name it, so the records
      *    holding such a reference are listed before the verdict.
      *    More than lib2refs can return in one call still shows the
      *    first page, flagged as incomplete.
      *-----------------------------------------------------------------
           MOVE 'LIB2APPR'     TO LIB2-I-PGMNAME
           MOVE LIB2Q-TABLE-ID TO LIB2-I-TABLE-ID
           MOVE LIB2Q-KEY      TO LIB2-I-KEY

           CALL 'lib2refs' USING LIB2-CALL-AREA

           EVALUATE TRUE
               WHEN LIB2-NOT-FOUND
                   CONTINUE
               WHEN LIB2-SUCCESS OR LIB2-INVALID-REQUEST
                   MOVE LIB2-I-BULK-COUNT TO LIB2-REF-SHOWN
                   DISPLAY '*** WARNING - ' LIB2-REF-SHOWN
                           ' RECORD(S) REFERENCE THIS KEY AND WOULD'
                           ' BE LEFT DANGLING:'
                   PERFORM SHOW-ONE-REFERENCE
                       VARYING LIB2-BULK-IDX FROM 1 BY 1
                       UNTIL LIB2-BULK-IDX > LIB2-I-BULK-COUNT
                   IF LIB2-INVALID-REQUEST
                       DISPLAY '    ... AND MORE NOT SHOWN'
                   END-IF
               WHEN OTHER
                   DISPLAY 'REFERENCES NOT CHECKED, LIB2-O-ERR '
                           LIB2-O-ERR
           END-EVALUATE.

      *-----------------------------------------------------------------
       SHOW-ONE-REFERENCE.
      *-----------------------------------------------------------------
           DISPLAY '    ' LIB2-BULK-O-DATA(LIB2-BULK-IDX)(1:8) ' '
                   LIB2-BULK-I-KEY(LIB2-BULK-IDX) ' STATUS '
                   LIB2-BULK-O-DATA(LIB2-BULK-IDX)(10:1) ' TYPE '
                   LIB2-BULK-O-DATA(LIB2-BULK-IDX)(12:2) ' FIELD '
                   LIB2-BULK-O-DATA(LIB2-BULK-IDX)(15:10).

      *-----------------------------------------------------------------
       APPROVE-ONE-REQUEST.
      *-----------------------------------------------------------------
           MOVE LIB2Q-REQTYPE  TO LIB2-I-REQTYPE
           MOVE 'LIB2APPR'     TO LIB2-I-PGMNAME
           MOVE LIB2Q-TABLE-ID TO LIB2-I-TABLE-ID
           MOVE LIB2Q-KEY      TO LIB2-I-KEY
           MOVE SPACES         TO LIB2-I-DATA

      *-----------------------------------------------------------------
       WRITE-DECISION-LINE.
      *-----------------------------------------------------------------
           ACCEPT LIB2-DEC-DATE FROM DATE YYYYMMDD
           ACCEPT LIB2-DEC-TIME FROM TIME
           MOVE LIB2-APPROVER-ID TO LIB2-DEC-APPROVER
           MOVE LIB2Q-PGMNAME    TO LIB2-DEC-PGMNAME
           MOVE LIB2Q-REQTYPE    TO LIB2-DEC-REQTYPE
           MOVE LIB2Q-KEY        TO LIB2-DEC-KEY
           MOVE LIB2Q-TABLE-ID   TO LIB2-DEC-TABLE-ID
           MOVE LIB2-DECISION-LINE TO LIB2G-RECORD
           WRITE LIB2G-RECORD.

