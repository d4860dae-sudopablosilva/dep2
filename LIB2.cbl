      *     end, so a vendor apply no longer spends its window on one
      *     open/close per transaction.  Callers that never begin a
      *     session keep the one-call-one-open behavior.
      *   - Every stored date is now CCYYMMDD - the master and history
      *     effective/supersede dates, the audit, approval-queue and
      *     lock-wait lines, and the as-of date in LIB2-I-DATA(1:8) -
      *     so comparisons across the century turn order correctly.
      *     Files written with two-digit years are rebuilt by lib2cnv3.
      *   - Added the table-id qualifier (LIB2-I-TABLE-ID): the master
      *     is keyed on table plus key, and every request works within
      *     the caller's table - alias hops, find and browse stay
      *     inside it, as-of answers from that table's history, and a
      *     rename moves a key within its own table.  The table id is
      *     carried on the history row, the audit line and the
      *     approval-queue line, and an entitlement line may confine a
      *     caller to one table.  Spaces are the default table, so
      *     callers that never set it see no difference.
      *   - Added the after-image journal (LIB2JNL, see LIB2JREC): every
      *     add, change, rename, inactivate and delete that commits is
      *     appended with the record image it left, numbered from the
      *     LIB2JSQ control file, so lib2rfwd can roll a restored
      *     backup of the master forward to the last committed change.
      *   - Added a 'lib2edit' entry point that puts LIB2-I-DATA
      *     through the edit rules and the layout dictionary exactly as
      *     an add or change would, without touching the master, so
      *     the lib2pedt pre-edit can judge a whole transaction file
      *     before any of it is applied.
      *   - Added the key-reference layout class ('K'): a sub-field
      *     that holds another LIB2 key, in the table named on the
      *     LIB2LAY line or the record's own.  An add or change whose
      *     referenced key is missing or not active is rejected with
      *     LIB2-VALIDATION-ERR; a rename lists the records still
      *     referencing the old key on LIB2RNR; and a 'lib2refs' entry
      *     point returns the records referencing a key, so lib2appr
      *     can warn before a delete or inactivate leaves them
      *     dangling.
      *   - The journal sequence is taken from LIB2JSQ under an
      *     exclusive lock, waited out like a record conflict, so two
      *     callers can no longer be handed the same number; a number
      *     that cannot be taken, or a journal line that cannot be
      *     written, comes back LIB2-FILE-UNAVAIL.
      *   - A rename whose old key cannot be made an alias now takes
      *     the new key off again, so it is neither journaled nor
      *     reported as a rename.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib2.
           SELECT LIB2-MASTER-FILE ASSIGN TO 'LIB2MST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIB2M-FULL-KEY
               FILE STATUS IS LIB2M-FILE-STATUS.

           SELECT LIB2-AUDIT-FILE ASSIGN TO 'LIB2AUD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIB2Y-FILE-STATUS.

           SELECT LIB2-JOURNAL-FILE ASSIGN TO 'LIB2JNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIB2J-FILE-STATUS.

           SELECT LIB2-JNL-SEQ-FILE ASSIGN TO 'LIB2JSQ'
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS LIB2S-FILE-STATUS.

           SELECT LIB2-RENAME-REF-FILE ASSIGN TO 'LIB2RNR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIB2N-FILE-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       01  LIB2A-RECORD                PIC X(80).

       FD  LIB2-HISTORY-FILE.
       01  LIB2H-RECORD                PIC X(74).

       FD  LIB2-RULES-FILE.
       01  LIB2V-RECORD.
       01  LIB2C-RECORD                PIC X(80).

       FD  LIB2-APPROVAL-FILE.
       01  LIB2Q-RECORD                PIC X(50).

       FD  LIB2-ENTITLE-FILE.
       01  LIB2E-RECORD.
           05  LIB2E-REQTYPES           PIC X(08).
           05  FILLER                   PIC X(01).
           05  LIB2E-KEY-PREFIX         PIC X(10).
           05  FILLER                   PIC X(01).
           05  LIB2E-TABLE-ID           PIC X(08).

       FD  LIB2-LAYOUT-FILE.
       01  LIB2Y-RECORD.
           05  LIB2Y-LENGTH             PIC 9(02).
           05  FILLER                   PIC X(01).
           05  LIB2Y-CLASS              PIC X(01).
           05  FILLER                   PIC X(01).
           05  LIB2Y-REF-TABLE          PIC X(08).

       FD  LIB2-JOURNAL-FILE.
       01  LIB2J-LINE                  PIC X(109).

       FD  LIB2-JNL-SEQ-FILE.
       01  LIB2S-RECORD.
           05  LIB2S-LAST-SEQ           PIC 9(09).

       FD  LIB2-RENAME-REF-FILE.
       01  LIB2N-RECORD                PIC X(92).

       WORKING-STORAGE SECTION.
       01  LIB2M-FILE-STATUS           PIC X(02).
      *    can be written from it after - and only after - the
      *    rewrite/delete actually commits.
       01  LIB2-SAVED-MASTER.
           05  LIB2-SAV-TABLE-ID        PIC X(08).
           05  LIB2-SAV-KEY             PIC X(10).
           05  LIB2-SAV-STATUS          PIC X(01).
           05  LIB2-SAV-REC-TYPE        PIC X(02).
           05  LIB2-SAV-EFF-DATE        PIC 9(08).
           05  LIB2-SAV-DATA            PIC X(30).

       01  LIB2-TODAY-DATE             PIC 9(08).

       01  LIB2J-FILE-STATUS           PIC X(02).
       01  LIB2S-FILE-STATUS           PIC X(02).

      *    After-image of a committed update, appended to LIB2JNL under
      *    the next sequence number from LIB2JSQ.
       01  LIB2-JOURNAL-RECORD.
           COPY LIB2JREC.
       01  LIB2-JNL-LAST-SEQ           PIC 9(09) VALUE ZERO.
       01  LIB2-JNL-SEQ-SW             PIC X(01) VALUE SPACE.
           88  LIB2-JNL-SEQ-TAKEN          VALUE 'Y'.
           88  LIB2-JNL-SEQ-FAILED         VALUE 'F'.

       01  LIB2-AUDIT-RECORD.
           05  LIB2-AUD-KEY             PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LIB2-AUD-REQTYPE         PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LIB2-AUD-DATE            PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LIB2-AUD-TIME            PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LIB2-AUD-ERR             PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LIB2-AUD-TABLE-ID        PIC X(08).

       01  LIB2-BULK-MAX-ENTRIES       PIC 9(04) COMP VALUE 100.
       01  LIB2-BULK-TRUNC-SW          PIC X(01) VALUE SPACE.
      *    second operator - one line per request with when and who
      *    asked, matching what lib2appr reads back.
       01  LIB2-APPROVAL-RECORD.
           05  LIB2-APQ-DATE            PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LIB2-APQ-TIME            PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LIB2-APQ-REQTYPE         PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LIB2-APQ-KEY             PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LIB2-APQ-TABLE-ID        PIC X(08).

      *    A conflicting REWRITE/DELETE is retried up to the limit,
      *    sleeping LIB2-RETRY-ATTEMPT seconds between tries - most
       01  LIB2-CONFLICT-VERB          PIC X(07).

       01  LIB2-LOCK-RECORD.
           05  LIB2-LCK-DATE            PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LIB2-LCK-TIME            PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
      *    Caller entitlements read from LIB2ENT, one per record: the
      *    calling program, the request types it may issue (a string
      *    of type letters, e.g. 'IACDX' - the entry-point types 'F',
      *    'B', 'Q' and 'K' count too, so a reverse lookup, browse,
      *    as-of inquiry or reference lookup needs its letter like
      *    any other request), an
      *    optional key prefix confining it and an optional table id
      *    confining it to one table (blank - any table).  Every entry
      *    point is judged: bulk lookups key by key against the
      *    prefix, find and browse against their search argument only
      *    - a browse can still page past its starting prefix.  Only
      *    the session begin/end calls go unjudged; they touch no
      *    record.  No LIB2ENT file means no checks, so sites that
      *    never set one up behave exactly as before.
       01  LIB2-ENTS-LOADED-SW         PIC X(01) VALUE SPACE.
           88  LIB2-ENTS-LOADED            VALUE 'Y'.
       01  LIB2-ENTS-EOF-SW            PIC X(01) VALUE SPACE.
               10  LIB2-ENT-REQTYPES        PIC X(08).
               10  LIB2-ENT-PREFIX          PIC X(10).
               10  LIB2-ENT-PREFIX-LEN      PIC 9(02) COMP.
               10  LIB2-ENT-TABLE-ID        PIC X(08).
       01  LIB2-ENT-AUTH-SW            PIC X(01).
           88  LIB2-ENT-AUTHORIZED         VALUE 'Y'.
       01  LIB2-ENT-TYPE-SW            PIC X(01).
      *    Layout dictionary read from LIB2LAY, one sub-field per
      *    record: record type, field name, start column and length
      *    within LIB2M-DATA, and a class - 'A' any bytes, 'R' must
      *    not be blank, 'N' must be numeric, 'K' holds the key of an
      *    active record (at most 10 bytes) in the table named after
      *    the class, or in the record's own table when that is
      *    blank.  No LIB2LAY file means no layout checks, so sites
      *    that never set one up behave exactly as before.
       01  LIB2-LAYS-LOADED-SW         PIC X(01) VALUE SPACE.
           88  LIB2-LAYS-LOADED            VALUE 'Y'.
       01  LIB2-LAYS-EOF-SW            PIC X(01) VALUE SPACE.
               10  LIB2-LAY-START           PIC 9(02) COMP.
               10  LIB2-LAY-LENGTH          PIC 9(02) COMP.
               10  LIB2-LAY-CLASS           PIC X(01).
               10  LIB2-LAY-REF-TABLE       PIC X(08).
       01  LIB2-LAY-TYPE-SEEN-SW       PIC X(01).
           88  LIB2-LAY-TYPE-SEEN          VALUE 'Y'.
      *    The type the layout validation judges LIB2-I-DATA under -
      *    with a blank input type, the type already on the record.
       01  LIB2-LAY-WORK-TYPE          PIC X(02).

      *    Key references - the key a 'K' field names and its table,
      *    the master record area held aside while the referenced
      *    keys are read over it, and the scan for the records that
      *    reference a key ('lib2refs', and after a rename).
       01  LIB2-REF-TABLE-ID           PIC X(08).
       01  LIB2-REF-KEY                PIC X(10).
       01  LIB2-REF-HOLD-MASTER        PIC X(59).
       01  LIB2-REF-TARGET-SW          PIC X(01).
           88  LIB2-REF-TARGETED           VALUE 'Y'.
       01  LIB2-REF-EOF-SW             PIC X(01).
           88  LIB2-REF-EOF                VALUE 'Y'.
       01  LIB2-REF-COUNT              PIC 9(07) VALUE ZERO.
       01  LIB2-REF-FIELD-IDX          PIC 9(02) COMP.

      *    What 'lib2refs' returns in LIB2-BULK-O-DATA for each
      *    referencing record - its table, status, type and the name
      *    of the field holding the key.
       01  LIB2-REF-ANSWER.
           05  LIB2-REF-ANS-TABLE-ID    PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LIB2-REF-ANS-STATUS      PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LIB2-REF-ANS-REC-TYPE    PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LIB2-REF-ANS-FIELD       PIC X(10).
           05  FILLER                   PIC X(06) VALUE SPACES.

       01  LIB2N-FILE-STATUS           PIC X(02).

      *    One LIB2RNR line per record still referencing a key that
      *    has just been renamed, for the owners to repoint.
       01  LIB2-RENAME-REF-RECORD.
           05  LIB2-RNR-DATE            PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LIB2-RNR-TIME            PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LIB2-RNR-PGMNAME         PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LIB2-RNR-TABLE-ID        PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LIB2-RNR-OLD-KEY         PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LIB2-RNR-NEW-KEY         PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LIB2-RNR-REF-TABLE-ID    PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LIB2-RNR-REF-KEY         PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LIB2-RNR-REF-REC-TYPE    PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LIB2-RNR-REF-FIELD       PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LIB2-RNR-REF-STATUS      PIC X(01).

      *    Session mode - while a session is active the master file
      *    is already open I-O and the audit file is held open EXTEND,
      *    so the per-call open/close paragraphs stand aside until
       01  LIB2-INQ-DONE-SW            PIC X(01).
           88  LIB2-INQ-DONE               VALUE 'Y'.

       01  LIB2-ASOF-DATE              PIC 9(08).
       01  LIB2-ASOF-KEY               PIC X(10).
       01  LIB2-ASOF-FOUND-SW          PIC X(01) VALUE SPACE.
           88  LIB2-ASOF-FOUND             VALUE 'Y'.

      *-----------------------------------------------------------------
       VALIDATE-INPUT-KEY.
      *    A caller that never sets the table id leaves it LOW-VALUES
      *    or spaces - either way it means the default table.
      *-----------------------------------------------------------------
           IF LIB2-I-TABLE-ID = LOW-VALUES
               MOVE SPACES TO LIB2-I-TABLE-ID
           END-IF

           IF LIB2-I-KEY = SPACES OR LIB2-I-KEY = LOW-VALUES
               SET LIB2-INVALID-KEY TO TRUE
           ELSE
      *    through to the normal delete/inactivate path.  The parked
      *    call is still audited below, so the trail shows who asked.
      *-----------------------------------------------------------------
           ACCEPT LIB2-APQ-DATE FROM DATE YYYYMMDD
           ACCEPT LIB2-APQ-TIME FROM TIME

           IF LIB2-I-PGMNAME = SPACES OR LIB2-I-PGMNAME = LOW-VALUES
               MOVE LIB2-I-PGMNAME TO LIB2-APQ-PGMNAME
           END-IF

           MOVE LIB2-I-REQTYPE  TO LIB2-APQ-REQTYPE
           MOVE LIB2-I-KEY      TO LIB2-APQ-KEY
           MOVE LIB2-I-TABLE-ID TO LIB2-APQ-TABLE-ID

           OPEN EXTEND LIB2-APPROVAL-FILE
           IF LIB2Q-FILE-STATUS = '35'
      *-----------------------------------------------------------------
           IF NOT LIB2-SESSION-ACTIVE
               IF LIB2-REQ-INQUIRE OR LIB2-REQ-FIND OR LIB2-REQ-BROWSE
                  OR LIB2-REQ-ASOF OR LIB2-REQ-REFS
                   OPEN INPUT LIB2-MASTER-FILE
               ELSE
                   OPEN I-O LIB2-MASTER-FILE
                   SET LIB2-FILE-UNAVAIL TO TRUE
                   IF NOT LIB2-REQ-INQUIRE AND NOT LIB2-REQ-FIND
                      AND NOT LIB2-REQ-BROWSE AND NOT LIB2-REQ-ASOF
                      AND NOT LIB2-REQ-REFS
                       MOVE 'OPEN   ' TO LIB2-CONFLICT-VERB
                       MOVE 1         TO LIB2-RETRY-ATTEMPT
                       MOVE 'FAILED   ' TO LIB2-LCK-DISP
      *    An alias left by a rename is followed to the surviving key
      *    and answered with LIB2-FOUND-VIA-ALIAS instead of success,
      *    so a caller still holding the old key gets its data and a
      *    nudge to update the reference.  The hops never leave the
      *    caller's table - a rename only ever moves a key within it.
      *-----------------------------------------------------------------
           MOVE LIB2-I-TABLE-ID TO LIB2M-TABLE-ID
           MOVE LIB2-I-KEY TO LIB2M-KEY
           MOVE ZERO TO LIB2-ALIAS-HOPS
           MOVE 'N' TO LIB2-INQ-DONE-SW
           END-IF

           IF NOT LIB2-VALIDATION-ERR
               PERFORM VALIDATE-KEY-REFERENCES
           END-IF

           IF NOT LIB2-VALIDATION-ERR
               ACCEPT LIB2-TODAY-DATE FROM DATE YYYYMMDD

               MOVE LIB2-I-TABLE-ID TO LIB2M-TABLE-ID
               MOVE LIB2-I-KEY     TO LIB2M-KEY
               SET LIB2M-ACTIVE    TO TRUE
               MOVE LIB2-I-REC-TYPE TO LIB2M-REC-TYPE
                   NOT INVALID KEY
                       MOVE LIB2-I-DATA TO LIB2-O-DATA
                       SET LIB2-SUCCESS TO TRUE
                       PERFORM JOURNAL-MASTER-IMAGE
               END-WRITE
           END-IF.

      *    arriving untyped is judged after the read instead, under
      *    the type already stored on the record, so a bulk file with
      *    blank type columns cannot put unparsed bytes under a typed
      *    record.  The key references follow the layout the same
      *    way.
      *-----------------------------------------------------------------
           PERFORM VALIDATE-DATA-RULES

           END-IF

           IF NOT LIB2-VALIDATION-ERR
               PERFORM VALIDATE-KEY-REFERENCES
           END-IF

           IF NOT LIB2-VALIDATION-ERR
               ACCEPT LIB2-TODAY-DATE FROM DATE YYYYMMDD

               MOVE LIB2-I-TABLE-ID TO LIB2M-TABLE-ID
               MOVE LIB2-I-KEY TO LIB2M-KEY
               READ LIB2-MASTER-FILE
                   INVALID KEY
                  AND LIB2M-REC-TYPE NOT = SPACES
                   MOVE LIB2M-REC-TYPE TO LIB2-LAY-WORK-TYPE
                   PERFORM VALIDATE-DATA-LAYOUT
                   IF NOT LIB2-VALIDATION-ERR
                       PERFORM VALIDATE-KEY-REFERENCES
                   END-IF
               END-IF
               IF NOT LIB2-VALIDATION-ERR
                   MOVE LIB2M-RECORD TO LIB2-SAVED-MASTER
                   PERFORM REWRITE-WITH-RETRY
                   IF LIB2-SUCCESS
                       PERFORM ARCHIVE-CURRENT-VERSION
                       PERFORM JOURNAL-MASTER-IMAGE
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       DELETE-RECORD.
      *-----------------------------------------------------------------
           ACCEPT LIB2-TODAY-DATE FROM DATE YYYYMMDD

           MOVE LIB2-I-TABLE-ID TO LIB2M-TABLE-ID
           MOVE LIB2-I-KEY TO LIB2M-KEY
           READ LIB2-MASTER-FILE
               INVALID KEY
                   PERFORM DELETE-WITH-RETRY
                   IF LIB2-SUCCESS
                       PERFORM ARCHIVE-CURRENT-VERSION
                       PERFORM JOURNAL-DELETED-RECORD
                   END-IF
           END-READ.

      *    record without it being physically removed.  The edit rules
      *    are not run: no new data is being stored.
      *-----------------------------------------------------------------
           ACCEPT LIB2-TODAY-DATE FROM DATE YYYYMMDD

           MOVE LIB2-I-TABLE-ID TO LIB2M-TABLE-ID
           MOVE LIB2-I-KEY TO LIB2M-KEY
           READ LIB2-MASTER-FILE
               INVALID KEY
                       PERFORM REWRITE-WITH-RETRY
                       IF LIB2-SUCCESS
                           PERFORM ARCHIVE-CURRENT-VERSION
                           PERFORM JOURNAL-MASTER-IMAGE
                       END-IF
                   END-IF
           END-READ.
      *    renumbering.  The superseded version of the old key is
      *    archived to history like any other supersede.
      *-----------------------------------------------------------------
           ACCEPT LIB2-TODAY-DATE FROM DATE YYYYMMDD
           MOVE LIB2-I-DATA(1:10) TO LIB2-RENAME-NEW-KEY

           IF LIB2-RENAME-NEW-KEY = SPACES
              OR LIB2-RENAME-NEW-KEY = LIB2-I-KEY
               SET LIB2-INVALID-KEY TO TRUE
           ELSE
               MOVE LIB2-I-TABLE-ID TO LIB2M-TABLE-ID
               MOVE LIB2-I-KEY TO LIB2M-KEY
               READ LIB2-MASTER-FILE
                   INVALID KEY
                           PERFORM WRITE-RENAMED-RECORD
                           IF LIB2-SUCCESS
                               PERFORM CONVERT-OLD-KEY-TO-ALIAS
                               IF LIB2-SUCCESS
                                   PERFORM JOURNAL-RENAMED-RECORD
                                   PERFORM REPORT-RENAMED-REFERENCES
                               ELSE
                                   PERFORM BACK-OUT-RENAMED-RECORD
                               END-IF
                           END-IF
                       END-IF
               END-READ
      *    already in use stops the rename before the old key is
      *    touched.
      *-----------------------------------------------------------------
           MOVE LIB2-SAV-TABLE-ID   TO LIB2M-TABLE-ID
           MOVE LIB2-RENAME-NEW-KEY TO LIB2M-KEY
           MOVE LIB2-SAV-STATUS     TO LIB2M-STATUS
           MOVE LIB2-SAV-REC-TYPE   TO LIB2M-REC-TYPE
      *    archived once the rewrite commits.  LIB2-O-DATA hands back
      *    the surviving record's data, not the pointer.
      *-----------------------------------------------------------------
           MOVE LIB2-I-TABLE-ID TO LIB2M-TABLE-ID
           MOVE LIB2-I-KEY TO LIB2M-KEY
           READ LIB2-MASTER-FILE
               INVALID KEY
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
       BACK-OUT-RENAMED-RECORD.
      *    The old key could not be made an alias (gone, or held past
      *    the retries), so the record written under the new key is
      *    taken off again and the caller gets the conflict with the
      *    master as it was - nothing journaled, nothing reported.
      *    Should the back-out itself fail, the new record stands and
      *    is journaled as the add it amounts to.
      *-----------------------------------------------------------------
           MOVE LIB2-SAV-TABLE-ID   TO LIB2M-TABLE-ID
           MOVE LIB2-RENAME-NEW-KEY TO LIB2M-KEY
           PERFORM DELETE-WITH-RETRY

           IF NOT LIB2-SUCCESS
               DISPLAY 'LIB2 - RENAME OF ' LIB2-I-KEY
                       ' FAILED, NEW KEY ' LIB2-RENAME-NEW-KEY
                       ' LEFT IN PLACE'
               PERFORM JOURNAL-RENAMED-RECORD
           END-IF

           IF NOT LIB2-FILE-UNAVAIL
               SET LIB2-UPDATE-CONFLICT TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       JUDGE-RETRY-OUTCOME.
      *    Called after every REWRITE/DELETE attempt.  A conflict on a
      *    program, key, verb, attempt number and disposition, for the
      *    lock-wait report of which jobs are colliding.
      *-----------------------------------------------------------------
           ACCEPT LIB2-LCK-DATE FROM DATE YYYYMMDD
           ACCEPT LIB2-LCK-TIME FROM TIME

           IF LIB2-I-PGMNAME = SPACES OR LIB2-I-PGMNAME = LOW-VALUES
      *    committed - an abandoned retry must not leave a history row
      *    claiming the record was superseded when it never was.
      *-----------------------------------------------------------------
           MOVE LIB2-SAV-TABLE-ID TO LIB2H-TABLE-ID
           MOVE LIB2-SAV-KEY      TO LIB2H-KEY
           MOVE LIB2-SAV-STATUS   TO LIB2H-STATUS
           MOVE LIB2-SAV-REC-TYPE TO LIB2H-REC-TYPE

           CLOSE LIB2-HISTORY-FILE.

      *-----------------------------------------------------------------
       JOURNAL-MASTER-IMAGE.
      *    An add, change or inactivate has committed - the record area
      *    still holds the image it wrote.
      *-----------------------------------------------------------------
           MOVE LIB2-I-REQTYPE TO LIB2J-REQTYPE
           MOVE SPACES         TO LIB2J-OLD-KEY
           MOVE LIB2M-RECORD   TO LIB2J-IMAGE
           PERFORM WRITE-JOURNAL-RECORD.

      *-----------------------------------------------------------------
       JOURNAL-DELETED-RECORD.
      *    The record area is gone with the delete, so the image is
      *    the version saved before it.
      *-----------------------------------------------------------------
           MOVE LIB2-I-REQTYPE    TO LIB2J-REQTYPE
           MOVE SPACES            TO LIB2J-OLD-KEY
           MOVE LIB2-SAVED-MASTER TO LIB2J-IMAGE
           PERFORM WRITE-JOURNAL-RECORD.

      *-----------------------------------------------------------------
       JOURNAL-RENAMED-RECORD.
      *    The image is the record under its new key.  Should the old
      *    key fail to become an alias and the new record not come off
      *    again, only the new record committed, and it goes on the
      *    journal as the add it amounts to - the journal holds what
      *    the master holds, never what was meant.
      *-----------------------------------------------------------------
           MOVE LIB2-SAVED-MASTER   TO LIB2J-IMAGE
           MOVE LIB2-RENAME-NEW-KEY TO LIB2J-KEY
           MOVE LIB2-TODAY-DATE     TO LIB2J-EFF-DATE

           IF LIB2-SUCCESS
               MOVE 'R'        TO LIB2J-REQTYPE
               MOVE LIB2-I-KEY TO LIB2J-OLD-KEY
           ELSE
               MOVE 'A'        TO LIB2J-REQTYPE
               MOVE SPACES     TO LIB2J-OLD-KEY
           END-IF

           PERFORM WRITE-JOURNAL-RECORD.

      *-----------------------------------------------------------------
       WRITE-JOURNAL-RECORD.
      *    Stamps the next sequence number, time and caller on the
      *    image and appends it to LIB2JNL.
      *-----------------------------------------------------------------
           PERFORM NEXT-JOURNAL-SEQUENCE

           IF LIB2-JNL-SEQ-FAILED
      *        The update has committed but cannot be journaled - the
      *        caller is told the file is unavailable, so the run
      *        stops rather than go on past a change lib2rfwd could
      *        never replay.
               DISPLAY 'LIB2 - ' LIB2-I-KEY
                       ' COMMITTED BUT NOT JOURNALED'
               SET LIB2-FILE-UNAVAIL TO TRUE
           ELSE
               MOVE LIB2-JNL-LAST-SEQ TO LIB2J-SEQ
               ACCEPT LIB2J-DATE FROM DATE YYYYMMDD
               ACCEPT LIB2J-TIME FROM TIME

               IF LIB2-I-PGMNAME = SPACES
                  OR LIB2-I-PGMNAME = LOW-VALUES
                   MOVE 'UNKNOWN ' TO LIB2J-PGMNAME
               ELSE
                   MOVE LIB2-I-PGMNAME TO LIB2J-PGMNAME
               END-IF

               OPEN EXTEND LIB2-JOURNAL-FILE
               IF LIB2J-FILE-STATUS = '35'
                   OPEN OUTPUT LIB2-JOURNAL-FILE
               END-IF

      *        A journal that will not open or take the line loses the
      *        after-image as surely as a missing number - the caller
      *        is told the same way.
               IF LIB2J-FILE-STATUS = '00'
                   MOVE LIB2-JOURNAL-RECORD TO LIB2J-LINE
                   WRITE LIB2J-LINE
                   IF LIB2J-FILE-STATUS NOT = '00'
                       DISPLAY 'LIB2 - LIB2JNL WRITE FAILED, STATUS: '
                               LIB2J-FILE-STATUS
                       DISPLAY 'LIB2 - ' LIB2-I-KEY
                               ' COMMITTED BUT NOT JOURNALED'
                       SET LIB2-FILE-UNAVAIL TO TRUE
                   END-IF
                   CLOSE LIB2-JOURNAL-FILE
               ELSE
                   DISPLAY 'LIB2 - LIB2JNL NOT OPENED, STATUS: '
                           LIB2J-FILE-STATUS
                   DISPLAY 'LIB2 - ' LIB2-I-KEY
                           ' COMMITTED BUT NOT JOURNALED'
                   SET LIB2-FILE-UNAVAIL TO TRUE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       NEXT-JOURNAL-SEQUENCE.
      *    LIB2JSQ holds the last number issued.  It is taken under an
      *    exclusive lock - open I-O, read, rewrite, close - so a batch
      *    run and an online caller journaling at the same moment are
      *    never handed the same number.  A lock held by another
      *    caller is waited out and logged to LIB2LCK the way a record
      *    conflict is.  No LIB2JSQ starts the numbering at one; one
      *    that cannot be opened, read or rewritten sets
      *    LIB2-JNL-SEQ-FAILED and no number is issued.
      *-----------------------------------------------------------------
           MOVE SPACE     TO LIB2-JNL-SEQ-SW
           MOVE 'JNLSEQ ' TO LIB2-CONFLICT-VERB
           MOVE ZERO      TO LIB2-RETRY-ATTEMPT
           PERFORM TAKE-JOURNAL-SEQUENCE
               WITH TEST AFTER
               UNTIL LIB2-JNL-SEQ-TAKEN
                  OR LIB2-JNL-SEQ-FAILED.

      *-----------------------------------------------------------------
       TAKE-JOURNAL-SEQUENCE.
      *    Status 61 is the lock held by another caller.
      *-----------------------------------------------------------------
           ADD 1 TO LIB2-RETRY-ATTEMPT

           OPEN I-O LIB2-JNL-SEQ-FILE
           IF LIB2S-FILE-STATUS = '35'
               PERFORM CREATE-JOURNAL-SEQUENCE
               OPEN I-O LIB2-JNL-SEQ-FILE
           END-IF

           EVALUATE TRUE
               WHEN LIB2S-FILE-STATUS = '00'
                   PERFORM ADVANCE-JOURNAL-SEQUENCE
                   CLOSE LIB2-JNL-SEQ-FILE
                   IF LIB2-JNL-SEQ-TAKEN AND LIB2-RETRY-ATTEMPT > 1
                       MOVE 'RECOVERED' TO LIB2-LCK-DISP
                       PERFORM WRITE-LOCK-RECORD
                   END-IF
               WHEN LIB2S-FILE-STATUS = '61'
                AND LIB2-RETRY-ATTEMPT < LIB2-RETRY-LIMIT
                   MOVE 'RETRYING ' TO LIB2-LCK-DISP
                   PERFORM WRITE-LOCK-RECORD
                   PERFORM WAIT-BEFORE-RETRY
               WHEN OTHER
                   IF LIB2S-FILE-STATUS = '61'
                       MOVE 'ABANDONED' TO LIB2-LCK-DISP
                       PERFORM WRITE-LOCK-RECORD
                   END-IF
                   DISPLAY 'LIB2 - JOURNAL SEQUENCE LIB2JSQ '
                           'UNAVAILABLE, STATUS: ' LIB2S-FILE-STATUS
                   SET LIB2-JNL-SEQ-FAILED TO TRUE
           END-EVALUATE.

      *-----------------------------------------------------------------
       CREATE-JOURNAL-SEQUENCE.
      *    First journaled update at the site - the file starts at
      *    zero so the open I-O that follows can take number one.
      *-----------------------------------------------------------------
           OPEN OUTPUT LIB2-JNL-SEQ-FILE
           IF LIB2S-FILE-STATUS = '00'
               MOVE ZERO TO LIB2S-LAST-SEQ
               WRITE LIB2S-RECORD
               CLOSE LIB2-JNL-SEQ-FILE
           END-IF.

      *-----------------------------------------------------------------
       ADVANCE-JOURNAL-SEQUENCE.
      *    An empty or damaged LIB2JSQ is not restarted at one - that
      *    would reissue numbers lib2rfwd has already seen.
      *-----------------------------------------------------------------
           READ LIB2-JNL-SEQ-FILE
               AT END
                   CONTINUE
           END-READ

           IF LIB2S-FILE-STATUS = '00' AND LIB2S-LAST-SEQ IS NUMERIC
               COMPUTE LIB2-JNL-LAST-SEQ = LIB2S-LAST-SEQ + 1
               MOVE LIB2-JNL-LAST-SEQ TO LIB2S-LAST-SEQ
               REWRITE LIB2S-RECORD
               IF LIB2S-FILE-STATUS = '00'
                   SET LIB2-JNL-SEQ-TAKEN TO TRUE
               END-IF
           END-IF

           IF NOT LIB2-JNL-SEQ-TAKEN
               DISPLAY 'LIB2 - JOURNAL SEQUENCE LIB2JSQ NOT READ OR '
                       'REWRITTEN, STATUS: ' LIB2S-FILE-STATUS
               SET LIB2-JNL-SEQ-FAILED TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       VALIDATE-DATA-RULES.
      *    Applies every loaded edit rule to LIB2-I-DATA in rule-file

           IF NOT LIB2-LAYS-EOF
               IF LIB2Y-REC-TYPE NOT = SPACES
                  AND (LIB2Y-CLASS = 'A' OR 'R' OR 'N' OR 'K')
                  AND LIB2Y-START IS NUMERIC
                  AND LIB2Y-LENGTH IS NUMERIC
                  AND LIB2Y-START >= 1
                  AND LIB2Y-LENGTH >= 1
                  AND LIB2Y-START + LIB2Y-LENGTH <= 31
                  AND (LIB2Y-CLASS NOT = 'K' OR LIB2Y-LENGTH <= 10)
                   ADD 1 TO LIB2-LAY-COUNT
                   SET LIB2-LAY-IDX TO LIB2-LAY-COUNT
                   MOVE LIB2Y-REC-TYPE   TO
                        LIB2-LAY-LENGTH(LIB2-LAY-IDX)
                   MOVE LIB2Y-CLASS      TO
                        LIB2-LAY-CLASS(LIB2-LAY-IDX)
                   MOVE LIB2Y-REF-TABLE  TO
                        LIB2-LAY-REF-TABLE(LIB2-LAY-IDX)
               ELSE
                   DISPLAY 'LIB2 - LAYOUT FIELD IGNORED: ' LIB2Y-RECORD
               END-IF
      *-----------------------------------------------------------------
           IF LIB2-LAY-REC-TYPE(LIB2-LAY-IDX) = LIB2-LAY-WORK-TYPE
               SET LIB2-LAY-TYPE-SEEN TO TRUE
      *        A key reference must at least be there - whether the
      *        key it names is on file is VALIDATE-KEY-REFERENCES'
      *        business, once the master is open.
               EVALUATE LIB2-LAY-CLASS(LIB2-LAY-IDX)
                   WHEN 'R'
                   WHEN 'K'
                       IF LIB2-I-DATA(LIB2-LAY-START(LIB2-LAY-IDX):
                                      LIB2-LAY-LENGTH(LIB2-LAY-IDX))
                               = SPACES
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------------------
       VALIDATE-KEY-REFERENCES.
      *    Every key-reference ('K') field of the governing type must
      *    name a record on file in its table, and an active one - an
      *    inactive record, or an alias left by a rename, is no longer
      *    something to point at.  The referenced keys are read over
      *    the master record area, so it is held aside and put back
      *    for the change that may already have read its record.
      *-----------------------------------------------------------------
           IF LIB2-LAY-WORK-TYPE NOT = SPACES
              AND LIB2-LAY-COUNT > ZERO
               MOVE LIB2M-RECORD TO LIB2-REF-HOLD-MASTER
               MOVE SPACE TO LIB2-EDIT-FAIL-SW
               PERFORM CHECK-ONE-KEY-REFERENCE
                   VARYING LIB2-LAY-IDX FROM 1 BY 1
                   UNTIL LIB2-LAY-IDX > LIB2-LAY-COUNT
                      OR LIB2-EDIT-FAILED
               MOVE LIB2-REF-HOLD-MASTER TO LIB2M-RECORD
               IF LIB2-EDIT-FAILED
                   SET LIB2-VALIDATION-ERR TO TRUE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       CHECK-ONE-KEY-REFERENCE.
      *-----------------------------------------------------------------
           IF LIB2-LAY-REC-TYPE(LIB2-LAY-IDX) = LIB2-LAY-WORK-TYPE
              AND LIB2-LAY-CLASS(LIB2-LAY-IDX) = 'K'
               IF LIB2-LAY-REF-TABLE(LIB2-LAY-IDX) = SPACES
                   MOVE LIB2-I-TABLE-ID TO LIB2M-TABLE-ID
               ELSE
                   MOVE LIB2-LAY-REF-TABLE(LIB2-LAY-IDX) TO
                        LIB2M-TABLE-ID
               END-IF
               MOVE LIB2-I-DATA(LIB2-LAY-START(LIB2-LAY-IDX):
                                LIB2-LAY-LENGTH(LIB2-LAY-IDX))
                    TO LIB2M-KEY
               READ LIB2-MASTER-FILE
                   INVALID KEY
                       SET LIB2-EDIT-FAILED TO TRUE
                   NOT INVALID KEY
                       IF NOT LIB2M-ACTIVE
                           SET LIB2-EDIT-FAILED TO TRUE
                       END-IF
               END-READ
               IF LIB2-EDIT-FAILED
                   DISPLAY 'LIB2 - KEY REFERENCE NOT ACTIVE: '
                           LIB2-LAY-FIELD-NAME(LIB2-LAY-IDX) ' '
                           LIB2M-TABLE-ID ' ' LIB2M-KEY
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       CHECK-TABLE-REFERENCED.
      *    Whether any key-reference field can point into the
      *    caller's table - a field naming no table points into its
      *    own record's, which may be any.  When none can, no record
      *    references the key and the master need not be scanned.
      *-----------------------------------------------------------------
           PERFORM LOAD-LAYOUT-DICT

           MOVE 'N' TO LIB2-REF-TARGET-SW
           PERFORM MATCH-ONE-REFERENCE-TARGET
               VARYING LIB2-LAY-IDX FROM 1 BY 1
               UNTIL LIB2-LAY-IDX > LIB2-LAY-COUNT
                  OR LIB2-REF-TARGETED.

      *-----------------------------------------------------------------
       MATCH-ONE-REFERENCE-TARGET.
      *-----------------------------------------------------------------
           IF LIB2-LAY-CLASS(LIB2-LAY-IDX) = 'K'
              AND (LIB2-LAY-REF-TABLE(LIB2-LAY-IDX) = SPACES
                   OR LIB2-LAY-REF-TABLE(LIB2-LAY-IDX) =
                      LIB2-I-TABLE-ID)
               SET LIB2-REF-TARGETED TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       SCAN-REFERENCING-RECORDS.
      *    Reads the whole master, every table, for the records whose
      *    key-reference fields name LIB2-I-KEY in LIB2-I-TABLE-ID.
      *    Each one found is handed back to a 'lib2refs' caller or,
      *    after a rename, listed on LIB2RNR.  A record referencing
      *    itself is not counted.
      *-----------------------------------------------------------------
           MOVE ZERO TO LIB2-REF-COUNT
           MOVE 'N'  TO LIB2-REF-EOF-SW

           MOVE LOW-VALUES TO LIB2M-FULL-KEY
           START LIB2-MASTER-FILE KEY NOT LESS THAN LIB2M-FULL-KEY
               INVALID KEY
                   SET LIB2-REF-EOF TO TRUE
           END-START

           IF NOT LIB2-REF-EOF
               PERFORM REFS-READ-NEXT
           END-IF

           PERFORM REFS-MATCH-ONE-RECORD UNTIL LIB2-REF-EOF.

      *-----------------------------------------------------------------
       REFS-READ-NEXT.
      *-----------------------------------------------------------------
           READ LIB2-MASTER-FILE NEXT RECORD
               AT END
                   SET LIB2-REF-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------------
       REFS-MATCH-ONE-RECORD.
      *-----------------------------------------------------------------
           IF NOT LIB2M-ALIAS
              AND LIB2M-REC-TYPE NOT = SPACES
              AND NOT (LIB2M-TABLE-ID = LIB2-I-TABLE-ID
                       AND LIB2M-KEY = LIB2-I-KEY)
               PERFORM REFS-MATCH-ONE-FIELD
                   VARYING LIB2-REF-FIELD-IDX FROM 1 BY 1
                   UNTIL LIB2-REF-FIELD-IDX > LIB2-LAY-COUNT
           END-IF

           PERFORM REFS-READ-NEXT.

      *-----------------------------------------------------------------
       REFS-MATCH-ONE-FIELD.
      *-----------------------------------------------------------------
           SET LIB2-LAY-IDX TO LIB2-REF-FIELD-IDX

           IF LIB2-LAY-REC-TYPE(LIB2-LAY-IDX) = LIB2M-REC-TYPE
              AND LIB2-LAY-CLASS(LIB2-LAY-IDX) = 'K'
               IF LIB2-LAY-REF-TABLE(LIB2-LAY-IDX) = SPACES
                   MOVE LIB2M-TABLE-ID TO LIB2-REF-TABLE-ID
               ELSE
                   MOVE LIB2-LAY-REF-TABLE(LIB2-LAY-IDX) TO
                        LIB2-REF-TABLE-ID
               END-IF
               MOVE LIB2M-DATA(LIB2-LAY-START(LIB2-LAY-IDX):
                               LIB2-LAY-LENGTH(LIB2-LAY-IDX))
                    TO LIB2-REF-KEY
               IF LIB2-REF-TABLE-ID = LIB2-I-TABLE-ID
                  AND LIB2-REF-KEY = LIB2-I-KEY
                   ADD 1 TO LIB2-REF-COUNT
                   IF LIB2-REQ-REFS
                       PERFORM REFS-RETURN-ONE-MATCH
                   ELSE
                       PERFORM WRITE-RENAME-REF-RECORD
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       REFS-RETURN-ONE-MATCH.
      *-----------------------------------------------------------------
           IF LIB2-I-BULK-COUNT < LIB2-BULK-MAX-ENTRIES
               ADD 1 TO LIB2-I-BULK-COUNT
               SET LIB2-BULK-IDX TO LIB2-I-BULK-COUNT
               MOVE LIB2M-TABLE-ID TO LIB2-REF-ANS-TABLE-ID
               MOVE LIB2M-STATUS   TO LIB2-REF-ANS-STATUS
               MOVE LIB2M-REC-TYPE TO LIB2-REF-ANS-REC-TYPE
               MOVE LIB2-LAY-FIELD-NAME(LIB2-LAY-IDX) TO
                    LIB2-REF-ANS-FIELD
               MOVE LIB2M-KEY       TO LIB2-BULK-I-KEY(LIB2-BULK-IDX)
               MOVE LIB2-REF-ANSWER TO LIB2-BULK-O-DATA(LIB2-BULK-IDX)
               MOVE '00000'         TO LIB2-BULK-O-ERR(LIB2-BULK-IDX)
           ELSE
               SET LIB2-BULK-TRUNCATED TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       REPORT-RENAMED-REFERENCES.
      *    After a rename the records that named the old key now point
      *    at the alias it left - each one is listed on LIB2RNR so its
      *    owner can repoint it, and the count goes to the console.
      *-----------------------------------------------------------------
           PERFORM CHECK-TABLE-REFERENCED

           IF LIB2-REF-TARGETED
               ACCEPT LIB2-RNR-DATE FROM DATE YYYYMMDD
               ACCEPT LIB2-RNR-TIME FROM TIME
               IF LIB2-I-PGMNAME = SPACES
                  OR LIB2-I-PGMNAME = LOW-VALUES
                   MOVE 'UNKNOWN ' TO LIB2-RNR-PGMNAME
               ELSE
                   MOVE LIB2-I-PGMNAME TO LIB2-RNR-PGMNAME
               END-IF
               MOVE LIB2-I-TABLE-ID     TO LIB2-RNR-TABLE-ID
               MOVE LIB2-I-KEY          TO LIB2-RNR-OLD-KEY
               MOVE LIB2-RENAME-NEW-KEY TO LIB2-RNR-NEW-KEY

               OPEN EXTEND LIB2-RENAME-REF-FILE
               IF LIB2N-FILE-STATUS = '35'
                   OPEN OUTPUT LIB2-RENAME-REF-FILE
               END-IF

               PERFORM SCAN-REFERENCING-RECORDS

               CLOSE LIB2-RENAME-REF-FILE

               IF LIB2-REF-COUNT > ZERO
                   DISPLAY 'LIB2 - RENAMED KEY ' LIB2-I-KEY
                           ' STILL REFERENCED BY ' LIB2-REF-COUNT
                           ' RECORD(S), SEE LIB2RNR'
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       WRITE-RENAME-REF-RECORD.
      *-----------------------------------------------------------------
           MOVE LIB2M-TABLE-ID TO LIB2-RNR-REF-TABLE-ID
           MOVE LIB2M-KEY      TO LIB2-RNR-REF-KEY
           MOVE LIB2M-REC-TYPE TO LIB2-RNR-REF-REC-TYPE
           MOVE LIB2-LAY-FIELD-NAME(LIB2-LAY-IDX) TO LIB2-RNR-REF-FIELD
           MOVE LIB2M-STATUS   TO LIB2-RNR-REF-STATUS
           MOVE LIB2-RENAME-REF-RECORD TO LIB2N-RECORD
           WRITE LIB2N-RECORD.

      *-----------------------------------------------------------------
       CHECK-CALLER-ENTITLEMENT.
      *    A caller is authorized when any entitlement line carries
      *    its program name, lists this request type, and - when the
      *    line is confined to a key prefix or a table - covers this
      *    key and table.  An
      *    empty or absent entitlements file authorizes everyone,
      *    which is how sites without one keep today's behavior.
      *-----------------------------------------------------------------
                   PERFORM MEASURE-ENTITLEMENT-PREFIX
                   MOVE LIB2-ENT-PFX-LEN TO
                        LIB2-ENT-PREFIX-LEN(LIB2-ENT-IDX)
                   MOVE LIB2E-TABLE-ID   TO
                        LIB2-ENT-TABLE-ID(LIB2-ENT-IDX)
               END-IF
           END-IF.

                   UNTIL LIB2-ENT-CHAR-IDX > 8
                      OR LIB2-ENT-TYPE-OK
               IF LIB2-ENT-TYPE-OK
                  AND (LIB2-ENT-TABLE-ID(LIB2-ENT-IDX) = SPACES
                       OR LIB2-ENT-TABLE-ID(LIB2-ENT-IDX) =
                          LIB2-I-TABLE-ID)
                   IF LIB2-ENT-PREFIX-LEN(LIB2-ENT-IDX) = ZERO
                      OR LIB2-I-KEY(1:LIB2-ENT-PREFIX-LEN
                             (LIB2-ENT-IDX)) =
      *-----------------------------------------------------------------
       WRITE-AUDIT-RECORD.
      *    One line per call: key, calling program, request type,
      *    timestamp, the error code LIB2 handed back and the table.
      *-----------------------------------------------------------------
           MOVE LIB2-I-KEY     TO LIB2-AUD-KEY
           MOVE LIB2-I-TABLE-ID TO LIB2-AUD-TABLE-ID
           MOVE LIB2-I-REQTYPE TO LIB2-AUD-REQTYPE
           MOVE LIB2-O-ERR     TO LIB2-AUD-ERR

               MOVE LIB2-I-PGMNAME TO LIB2-AUD-PGMNAME
           END-IF

           ACCEPT LIB2-AUD-DATE FROM DATE YYYYMMDD
           ACCEPT LIB2-AUD-TIME FROM TIME

      *    Inside a session the audit file opens at the first write
      *    that position on (so 'ACME*' finds every data value that
      *    starts with 'ACME'); without one the match is exact.  The
      *    matching keys and their data come back in LIB2-BULK-TABLE
      *    with the match count in LIB2-I-BULK-COUNT.  Only the
      *    caller's table is searched.
      *-----------------------------------------------------------------
       FIND-MAIN-PROCESS.
           SET LIB2-REQ-FIND TO TRUE
           IF LIB2-I-TABLE-ID = LOW-VALUES
               MOVE SPACES TO LIB2-I-TABLE-ID
           END-IF
           MOVE SPACES TO LIB2-O-DATA
           MOVE SPACES TO LIB2-FIND-EOF-SW
           MOVE SPACES TO LIB2-BULK-TRUNC-SW
                   PERFORM FIND-SCAN-PATTERN
                   PERFORM OPEN-MASTER-FILE
                   IF NOT LIB2-FILE-UNAVAIL
                       PERFORM FIND-START-OF-TABLE
                       IF NOT LIB2-FIND-EOF
                           PERFORM FIND-READ-NEXT
                       END-IF
                       PERFORM FIND-MATCH-ONE-RECORD
                           UNTIL LIB2-FIND-EOF
                       PERFORM CLOSE-MASTER-FILE
               MOVE LIB2-FIND-SCAN-IDX TO LIB2-FIND-PFX-LEN
           END-IF.

      *-----------------------------------------------------------------
       FIND-START-OF-TABLE.
      *    Positions on the caller's table's first key - an empty
      *    table leaves nothing to scan.
      *-----------------------------------------------------------------
           MOVE LIB2-I-TABLE-ID TO LIB2M-TABLE-ID
           MOVE LOW-VALUES      TO LIB2M-KEY
           START LIB2-MASTER-FILE KEY NOT LESS THAN LIB2M-FULL-KEY
               INVALID KEY
                   SET LIB2-FIND-EOF TO TRUE
           END-START.

      *-----------------------------------------------------------------
       FIND-READ-NEXT.
      *    The scan ends where the next table begins.
      *-----------------------------------------------------------------
           READ LIB2-MASTER-FILE NEXT RECORD
               AT END
                   SET LIB2-FIND-EOF TO TRUE
               NOT AT END
                   IF LIB2M-TABLE-ID NOT = LIB2-I-TABLE-ID
                       SET LIB2-FIND-EOF TO TRUE
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      *    in LIB2-BULK-TABLE.  The count comes back as the number of
      *    records actually returned, and the last key of the page is
      *    placed in LIB2-O-DATA so a caller can hand it straight back
      *    as the next page's starting key.  The browse ends at the
      *    last key of the caller's table.
      *-----------------------------------------------------------------
       BROWSE-MAIN-PROCESS.
           SET LIB2-REQ-BROWSE TO TRUE
      *-----------------------------------------------------------------
       START-BROWSE-POSITION.
      *-----------------------------------------------------------------
           MOVE LIB2-I-TABLE-ID TO LIB2M-TABLE-ID
           MOVE LIB2-I-KEY TO LIB2M-KEY
           START LIB2-MASTER-FILE KEY NOT LESS THAN LIB2M-FULL-KEY
               INVALID KEY
                   SET LIB2-NOT-FOUND TO TRUE
           END-START.
           READ LIB2-MASTER-FILE NEXT RECORD
               AT END
                   SET LIB2-BROWSE-EOF TO TRUE
               NOT AT END
                   IF LIB2M-TABLE-ID NOT = LIB2-I-TABLE-ID
                       SET LIB2-BROWSE-EOF TO TRUE
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       ENTRY 'lib2asof' USING arg.
      *    As-of inquiry entry point - answers what value LIB2-I-KEY
      *    carried on the date in LIB2-I-DATA(1:8) (CCYYMMDD).  A date
      *    on or after the current record's LIB2M-EFF-DATE is answered
      *    from the master as an ordinary inquiry; an earlier date is
      *    answered from the LIB2HST history row whose effective/
      *    supersede window covers it, so an audit dispute over a past
           END-IF

           IF NOT LIB2-INVALID-KEY AND NOT LIB2-NOT-AUTHORIZED
               IF LIB2-I-DATA(1:8) IS NUMERIC
                   MOVE LIB2-I-DATA(1:8) TO LIB2-ASOF-DATE
                   PERFORM OPEN-MASTER-FILE
                   IF NOT LIB2-FILE-UNAVAIL
                       PERFORM ANSWER-AS-OF-DATE
      *-----------------------------------------------------------------
       ANSWER-AS-OF-ONE-HOP.
      *-----------------------------------------------------------------
           MOVE LIB2-I-TABLE-ID TO LIB2M-TABLE-ID
           MOVE LIB2-ASOF-KEY TO LIB2M-KEY
           READ LIB2-MASTER-FILE
               INVALID KEY

      *-----------------------------------------------------------------
       SEARCH-HISTORY-AS-OF.
      *    Scans LIB2HST front to back for this key's row, in the
      *    caller's table, covering the as-of date.  Rows arrive in
      *    supersede order, so the last match wins should a key ever
      *    have been deleted and re-added across the date.  No history
      *    file means no past versions, which answers not-found the
      *    same as an empty scan.
      *-----------------------------------------------------------------
           MOVE SPACE TO LIB2-ASOF-FOUND-SW
           MOVE SPACE TO LIB2-HIST-EOF-SW
       MATCH-ONE-HISTORY-ROW.
      *-----------------------------------------------------------------
           IF LIB2H-KEY = LIB2-ASOF-KEY
              AND LIB2H-TABLE-ID = LIB2-I-TABLE-ID
              AND LIB2H-EFF-DATE <= LIB2-ASOF-DATE
              AND LIB2H-SUPERSEDE-DATE > LIB2-ASOF-DATE
               MOVE LIB2H-DATA TO LIB2-O-DATA
               SET LIB2-SUCCESS TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       EDIT-ENTRY-POINT.
      *-----------------------------------------------------------------
       ENTRY 'lib2edit' USING arg.
      *    Edit-only entry point - judges LIB2-I-DATA against the edit
      *    rules (LIB2RUL) and, under LIB2-I-REC-TYPE, the layout
      *    dictionary (LIB2LAY), the same edits ADD-RECORD and
      *    CHANGE-RECORD apply, and answers LIB2-SUCCESS or
      *    LIB2-VALIDATION-ERR.  The master is never opened, so an
      *    untyped change is only judged under its stored type when
      *    it is applied, and a key-reference field is only required
      *    to be there - whether its key is on file and active is
      *    judged at apply time, when an earlier transaction in the
      *    same file may have added it.  As no record is read or
      *    written, the call is not audited.
      *-----------------------------------------------------------------
       EDIT-MAIN-PROCESS.
           MOVE SPACES TO LIB2-O-DATA
           SET LIB2-SUCCESS TO TRUE

           PERFORM VALIDATE-DATA-RULES

           IF NOT LIB2-VALIDATION-ERR
               MOVE LIB2-I-REC-TYPE TO LIB2-LAY-WORK-TYPE
               PERFORM VALIDATE-DATA-LAYOUT
           END-IF

           MOVE ZEROS TO RETURN-CODE

           GOBACK.

      *-----------------------------------------------------------------
       REFS-ENTRY-POINT.
      *-----------------------------------------------------------------
       ENTRY 'lib2refs' USING arg.
      *    Reference lookup entry point - returns the records, in any
      *    table, whose key-reference ('K') fields name LIB2-I-KEY in
      *    LIB2-I-TABLE-ID: each one's key in LIB2-BULK-I-KEY and, in
      *    LIB2-BULK-O-DATA, its table, status, type and the name of
      *    the field (see LIB2-REF-ANSWER), with the count in
      *    LIB2-I-BULK-COUNT.  None comes back LIB2-NOT-FOUND; more
      *    than the table holds comes back LIB2-INVALID-REQUEST with
      *    the table full, as a find does.  A dictionary with no
      *    reference into the table answers without reading the
      *    master.
      *-----------------------------------------------------------------
       REFS-MAIN-PROCESS.
           SET LIB2-REQ-REFS TO TRUE
           MOVE SPACES TO LIB2-O-DATA
           MOVE SPACES TO LIB2-BULK-TRUNC-SW
           MOVE ZERO TO LIB2-I-BULK-COUNT

           PERFORM VALIDATE-INPUT-KEY

           IF NOT LIB2-INVALID-KEY
               PERFORM CHECK-CALLER-ENTITLEMENT
           END-IF

           IF NOT LIB2-INVALID-KEY AND NOT LIB2-NOT-AUTHORIZED
               PERFORM CHECK-TABLE-REFERENCED
               IF LIB2-REF-TARGETED
                   PERFORM OPEN-MASTER-FILE
                   IF NOT LIB2-FILE-UNAVAIL
                       PERFORM SCAN-REFERENCING-RECORDS
                       PERFORM CLOSE-MASTER-FILE
                   END-IF
               END-IF
               IF NOT LIB2-FILE-UNAVAIL
                   EVALUATE TRUE
                       WHEN LIB2-BULK-TRUNCATED
                           SET LIB2-INVALID-REQUEST TO TRUE
                       WHEN LIB2-I-BULK-COUNT = ZERO
                           SET LIB2-NOT-FOUND TO TRUE
                       WHEN OTHER
                           SET LIB2-SUCCESS TO TRUE
                   END-EVALUATE
               END-IF
           END-IF

           PERFORM WRITE-AUDIT-RECORD

           MOVE ZEROS TO RETURN-CODE

           GOBACK.

      *-----------------------------------------------------------------
       BROWSE-FILL-ONE-ENTRY.
      *-----------------------------------------------------------------
