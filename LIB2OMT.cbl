      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      *
      * Online maintenance dialog, the updating companion of lib2onl -
      * a single record can be added, changed, renamed, inactivated or
      * deleted from the console instead of through a one-line LIB2MTR
      * file and a lib2mnt run.
      *
      * The operator enters a key and sees the record broken out into
      * the named sub-fields its type has in the layout dictionary
      * (LIB2LAY), numbered, with any delete or inactivate already
      * waiting on the approval queue for it.  A record of a type the
      * dictionary does not describe, or untyped, is shown as one
      * DATA field of the whole 30 bytes.  A change is made field by
      * field: each new value is checked as it is typed against the
      * field's layout class (R present, N numeric, K present and
      * naming an active key) and every LIB2RUL edit rule over its
      * columns, and is refused there and then if it fails.  When the
      * operator is done the fields are shown before and after, the
      * whole record is put through lib2's own edits ('lib2edit'), and
      * only on a confirmed Y is lib2 called - so lib2 still applies,
      * audits, journals and archives every change as it does for
      * lib2mnt.  An add is the same dialog over a new key and type,
      * a rename asks for the new key.  A delete or inactivate is
      * shown with the records that refer to the key, confirmed, and
      * sent to lib2, which parks it on LIB2APQ for a second operator
      * (lib2appr); the dialog then shows it as pending approval.
      *
      * The master is read here only to show the record and to look
      * up key references, and is opened for each look-up and closed
      * again so it is never held while the operator is thinking.
      *
      * Commands: a key maintains that key, A <KEY> adds it, T <TABLE>
      * points the session at a table (T alone: the default table),
      * END or a blank line ends the session.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib2omt.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIB2-MASTER-FILE ASSIGN TO 'LIB2MST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LIB2M-FULL-KEY
               FILE STATUS IS LIB2M-FILE-STATUS.

           SELECT LIB2-LAYOUT-FILE ASSIGN TO 'LIB2LAY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIB2Y-FILE-STATUS.

           SELECT LIB2-RULES-FILE ASSIGN TO 'LIB2RUL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIB2V-FILE-STATUS.

           SELECT LIB2-APPROVAL-FILE ASSIGN TO 'LIB2APQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIB2Q-FILE-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  LIB2-MASTER-FILE.
       01  LIB2M-RECORD.
           COPY LIB2MREC.

       FD  LIB2-LAYOUT-FILE.
       01  LIB2Y-RECORD.
           05  LIB2Y-REC-TYPE           PIC X(02).
           05  FILLER                   PIC X(01).
           05  LIB2Y-FIELD-NAME         PIC X(10).
           05  FILLER                   PIC X(01).
           05  LIB2Y-START              PIC 9(02).
           05  FILLER                   PIC X(01).
           05  LIB2Y-LENGTH             PIC 9(02).
           05  FILLER                   PIC X(01).
           05  LIB2Y-CLASS              PIC X(01).
           05  FILLER                   PIC X(01).
           05  LIB2Y-REF-TABLE          PIC X(08).

       FD  LIB2-RULES-FILE.
       01  LIB2V-RECORD.
           05  LIB2V-RULE-TYPE          PIC X(01).
           05  FILLER                   PIC X(01).
           05  LIB2V-START              PIC 9(02).
           05  FILLER                   PIC X(01).
           05  LIB2V-LENGTH             PIC 9(02).
           05  FILLER                   PIC X(01).
           05  LIB2V-VALUE              PIC X(30).

       FD  LIB2-APPROVAL-FILE.
       01  LIB2Q-RECORD.
           05  LIB2Q-DATE               PIC 9(08).
           05  FILLER                   PIC X(01).
           05  LIB2Q-TIME               PIC 9(08).
           05  FILLER                   PIC X(01).
           05  LIB2Q-PGMNAME            PIC X(08).
           05  FILLER                   PIC X(01).
           05  LIB2Q-REQTYPE            PIC X(01).
           05  FILLER                   PIC X(01).
           05  LIB2Q-KEY                PIC X(10).
           05  FILLER                   PIC X(01).
           05  LIB2Q-TABLE-ID           PIC X(08).

       WORKING-STORAGE SECTION.
       01  LIB2M-FILE-STATUS           PIC X(02).
       01  LIB2Y-FILE-STATUS           PIC X(02).
       01  LIB2V-FILE-STATUS           PIC X(02).
       01  LIB2Q-FILE-STATUS           PIC X(02).

       01  LIB2Y-EOF-SW                PIC X(01) VALUE 'N'.
           88  LIB2Y-EOF                   VALUE 'Y'.
       01  LIB2V-EOF-SW                PIC X(01) VALUE 'N'.
           88  LIB2V-EOF                   VALUE 'Y'.
       01  LIB2Q-EOF-SW                PIC X(01) VALUE 'N'.
           88  LIB2Q-EOF                   VALUE 'Y'.

       01  LIB2-SESSION-DONE-SW        PIC X(01) VALUE 'N'.
           88  LIB2-SESSION-DONE           VALUE 'Y'.

       01  LIB2-INPUT                  PIC X(30).
       01  LIB2-ANSWER                 PIC X(03).
       01  LIB2-TABLE-ID               PIC X(08) VALUE SPACES.
       01  LIB2-OPERATOR-KEY           PIC X(10).
       01  LIB2-NEW-KEY                PIC X(10).

      *    Layout dictionary and edit rules, read once at the start of
      *    the session with the same edits lib2 applies when it loads
      *    them - a missing file means none, as in lib2.
       01  LIB2-LAY-MAX                PIC 9(02) COMP VALUE 50.
       01  LIB2-LAY-COUNT              PIC 9(02) COMP VALUE ZERO.
       01  LIB2-LAY-TABLE.
           05  LIB2-LAY-ENTRY OCCURS 50 TIMES
                       INDEXED BY LIB2-LAY-IDX.
               10  LIB2-LAY-REC-TYPE        PIC X(02).
               10  LIB2-LAY-FIELD-NAME      PIC X(10).
               10  LIB2-LAY-START           PIC 9(02) COMP.
               10  LIB2-LAY-LENGTH          PIC 9(02) COMP.
               10  LIB2-LAY-CLASS           PIC X(01).
               10  LIB2-LAY-REF-TABLE       PIC X(08).

       01  LIB2-RULE-MAX               PIC 9(02) COMP VALUE 20.
       01  LIB2-RULE-COUNT             PIC 9(02) COMP VALUE ZERO.
       01  LIB2-RULE-TABLE.
           05  LIB2-RULE-ENTRY OCCURS 20 TIMES
                       INDEXED BY LIB2-RULE-IDX.
               10  LIB2-RULE-TYPE           PIC X(01).
               10  LIB2-RULE-START          PIC 9(02) COMP.
               10  LIB2-RULE-LENGTH         PIC 9(02) COMP.
               10  LIB2-RULE-VALUE          PIC X(30).

      *    The record being maintained, as it stands on the master.
       01  LIB2-ON-FILE-SW             PIC X(01).
           88  LIB2-ON-FILE                VALUE 'Y'.
       01  LIB2-BEFORE-RECORD.
           05  LIB2-BEFORE-STATUS      PIC X(01).
               88  LIB2-BEFORE-ALIAS       VALUE 'R'.
           05  LIB2-BEFORE-REC-TYPE    PIC X(02).
           05  LIB2-BEFORE-EFF-DATE    PIC 9(08).
           05  LIB2-BEFORE-DATA        PIC X(30).
       01  LIB2-AFTER-DATA             PIC X(30).
       01  LIB2-TRIAL-DATA             PIC X(30).
       01  LIB2-WORK-REC-TYPE          PIC X(02).
       01  LIB2-ADDING-SW              PIC X(01) VALUE 'N'.
           88  LIB2-ADDING                 VALUE 'Y'.

      *    The fields of the record's type, in dictionary order.
       01  LIB2-FLD-COUNT              PIC 9(02) COMP VALUE ZERO.
       01  LIB2-FLD-TABLE.
           05  LIB2-FLD-ENTRY OCCURS 50 TIMES
                       INDEXED BY LIB2-FLD-IDX.
               10  LIB2-FLD-NAME            PIC X(10).
               10  LIB2-FLD-START           PIC 9(02) COMP.
               10  LIB2-FLD-LENGTH          PIC 9(02) COMP.
               10  LIB2-FLD-CLASS           PIC X(01).
               10  LIB2-FLD-REF-TABLE       PIC X(08).
       01  LIB2-FLD-END                PIC 9(02) COMP.
       01  LIB2-TYPE-SEEN-SW           PIC X(01).
           88  LIB2-TYPE-SEEN              VALUE 'Y'.

       01  LIB2-FIELD-NO               PIC 9(02) VALUE ZERO.
       01  LIB2-FIELD-NO-X REDEFINES LIB2-FIELD-NO
                                       PIC X(02).
       01  LIB2-FIELD-VALUE            PIC X(30).
       01  LIB2-EDIT-DONE-SW           PIC X(01).
           88  LIB2-EDIT-DONE              VALUE 'Y'.
       01  LIB2-EDIT-CANCELLED-SW      PIC X(01).
           88  LIB2-EDIT-CANCELLED         VALUE 'Y'.
       01  LIB2-FIELD-BAD-SW           PIC X(01).
           88  LIB2-FIELD-BAD              VALUE 'Y'.
       01  LIB2-REASON                 PIC X(40).
       01  LIB2-CHANGED-COUNT          PIC 9(02) COMP.
       01  LIB2-PENDING-COUNT          PIC 9(04) VALUE ZERO.
       01  LIB2-REF-SHOWN              PIC ZZZ9.

      *    Key-reference look-up.
       01  LIB2-REF-FULL-KEY.
           05  LIB2-REF-TABLE-ID       PIC X(08).
           05  LIB2-REF-KEY            PIC X(10).
       01  LIB2-REF-ACTIVE-SW          PIC X(01).
           88  LIB2-REF-ACTIVE             VALUE 'Y'.

       01  LIB2-FIELD-LINE.
           05  LIB2-FL-NUMBER          PIC Z9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LIB2-FL-NAME            PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2-FL-START           PIC 99.
           05  FILLER                  PIC X(01) VALUE '-'.
           05  LIB2-FL-END             PIC 99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2-FL-CLASS           PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LIB2-FL-VALUE           PIC X(30).

       01  LIB2-COMPARE-LINE.
           05  LIB2-CL-MARK            PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2-CL-NAME            PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2-CL-BEFORE          PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2-CL-AFTER           PIC X(30).

       01  LIB2-CALL-AREA.
           COPY LIB2IO.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-PROCESS.
           PERFORM LOAD-LAYOUT-DICT
           PERFORM LOAD-EDIT-RULES

           DISPLAY 'LIB2 ONLINE MAINTENANCE - ENTER A KEY TO MAINTAIN, '
                   'A <KEY> TO ADD, T <TABLE> TO SWITCH TABLES, OR END '
                   'TO QUIT'
           PERFORM PROMPT-AND-MAINTAIN UNTIL LIB2-SESSION-DONE
           GOBACK.

      *-----------------------------------------------------------------
       LOAD-LAYOUT-DICT.
      *-----------------------------------------------------------------
           OPEN INPUT LIB2-LAYOUT-FILE
           IF LIB2Y-FILE-STATUS = '00'
               PERFORM LOAD-ONE-LAYOUT-FIELD
                   UNTIL LIB2Y-EOF
                      OR LIB2-LAY-COUNT >= LIB2-LAY-MAX
               CLOSE LIB2-LAYOUT-FILE
           END-IF.

      *-----------------------------------------------------------------
       LOAD-ONE-LAYOUT-FIELD.
      *-----------------------------------------------------------------
           READ LIB2-LAYOUT-FILE
               AT END
                   SET LIB2Y-EOF TO TRUE
           END-READ

           IF NOT LIB2Y-EOF
              AND LIB2Y-REC-TYPE NOT = SPACES
              AND (LIB2Y-CLASS = 'A' OR 'R' OR 'N' OR 'K')
              AND LIB2Y-START IS NUMERIC
              AND LIB2Y-LENGTH IS NUMERIC
              AND LIB2Y-START >= 1
              AND LIB2Y-LENGTH >= 1
              AND LIB2Y-START + LIB2Y-LENGTH <= 31
              AND (LIB2Y-CLASS NOT = 'K' OR LIB2Y-LENGTH <= 10)
               ADD 1 TO LIB2-LAY-COUNT
               SET LIB2-LAY-IDX TO LIB2-LAY-COUNT
               MOVE LIB2Y-REC-TYPE   TO LIB2-LAY-REC-TYPE(LIB2-LAY-IDX)
               MOVE LIB2Y-FIELD-NAME TO
                    LIB2-LAY-FIELD-NAME(LIB2-LAY-IDX)
               MOVE LIB2Y-START      TO LIB2-LAY-START(LIB2-LAY-IDX)
               MOVE LIB2Y-LENGTH     TO LIB2-LAY-LENGTH(LIB2-LAY-IDX)
               MOVE LIB2Y-CLASS      TO LIB2-LAY-CLASS(LIB2-LAY-IDX)
               MOVE LIB2Y-REF-TABLE  TO
                    LIB2-LAY-REF-TABLE(LIB2-LAY-IDX)
           END-IF.

      *-----------------------------------------------------------------
       LOAD-EDIT-RULES.
      *-----------------------------------------------------------------
           OPEN INPUT LIB2-RULES-FILE
           IF LIB2V-FILE-STATUS = '00'
               PERFORM LOAD-ONE-EDIT-RULE
                   UNTIL LIB2V-EOF
                      OR LIB2-RULE-COUNT >= LIB2-RULE-MAX
               CLOSE LIB2-RULES-FILE
           END-IF.

      *-----------------------------------------------------------------
       LOAD-ONE-EDIT-RULE.
      *-----------------------------------------------------------------
           READ LIB2-RULES-FILE
               AT END
                   SET LIB2V-EOF TO TRUE
           END-READ

           IF NOT LIB2V-EOF
              AND (LIB2V-RULE-TYPE = 'R' OR 'N' OR 'V')
              AND LIB2V-START IS NUMERIC
              AND LIB2V-LENGTH IS NUMERIC
              AND LIB2V-START >= 1
              AND LIB2V-LENGTH >= 1
              AND LIB2V-START + LIB2V-LENGTH <= 31
               ADD 1 TO LIB2-RULE-COUNT
               SET LIB2-RULE-IDX TO LIB2-RULE-COUNT
               MOVE LIB2V-RULE-TYPE TO LIB2-RULE-TYPE(LIB2-RULE-IDX)
               MOVE LIB2V-START     TO LIB2-RULE-START(LIB2-RULE-IDX)
               MOVE LIB2V-LENGTH    TO LIB2-RULE-LENGTH(LIB2-RULE-IDX)
               MOVE LIB2V-VALUE     TO LIB2-RULE-VALUE(LIB2-RULE-IDX)
           END-IF.

      *-----------------------------------------------------------------
       PROMPT-AND-MAINTAIN.
      *-----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY 'KEY> ' WITH NO ADVANCING
           ACCEPT LIB2-INPUT

           EVALUATE TRUE
               WHEN LIB2-INPUT = 'END' OR LIB2-INPUT = SPACES
                   SET LIB2-SESSION-DONE TO TRUE
               WHEN LIB2-INPUT(1:2) = 'T '
                   PERFORM SWITCH-TABLE
               WHEN LIB2-INPUT(1:2) = 'A '
                   MOVE LIB2-INPUT(3:10) TO LIB2-OPERATOR-KEY
                   PERFORM ADD-NEW-KEY
               WHEN OTHER
                   MOVE LIB2-INPUT(1:10) TO LIB2-OPERATOR-KEY
                   PERFORM MAINTAIN-EXISTING-KEY
           END-EVALUATE.

      *-----------------------------------------------------------------
       SWITCH-TABLE.
      *    T TABLE - every later request in the session names it.
      *-----------------------------------------------------------------
           MOVE LIB2-INPUT(3:8) TO LIB2-TABLE-ID

           IF LIB2-TABLE-ID = SPACES
               DISPLAY 'TABLE NOW: (DEFAULT)'
           ELSE
               DISPLAY 'TABLE NOW: ' LIB2-TABLE-ID
           END-IF.

      *-----------------------------------------------------------------
       READ-MASTER-RECORD.
      *    Takes LIB2-OPERATOR-KEY in the session's table off the
      *    master into LIB2-BEFORE-RECORD.
      *-----------------------------------------------------------------
           MOVE 'N'    TO LIB2-ON-FILE-SW
           MOVE SPACES TO LIB2-BEFORE-RECORD
           MOVE ZERO   TO LIB2-BEFORE-EFF-DATE

           OPEN INPUT LIB2-MASTER-FILE
           IF LIB2M-FILE-STATUS = '00'
               MOVE LIB2-TABLE-ID     TO LIB2M-TABLE-ID
               MOVE LIB2-OPERATOR-KEY TO LIB2M-KEY
               READ LIB2-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET LIB2-ON-FILE TO TRUE
                       MOVE LIB2M-STATUS   TO LIB2-BEFORE-STATUS
                       MOVE LIB2M-REC-TYPE TO LIB2-BEFORE-REC-TYPE
                       MOVE LIB2M-EFF-DATE TO LIB2-BEFORE-EFF-DATE
                       MOVE LIB2M-DATA     TO LIB2-BEFORE-DATA
               END-READ
               CLOSE LIB2-MASTER-FILE
           ELSE
               DISPLAY 'MASTER FILE UNAVAILABLE, STATUS: '
                       LIB2M-FILE-STATUS
           END-IF.

      *-----------------------------------------------------------------
       MAINTAIN-EXISTING-KEY.
      *-----------------------------------------------------------------
           PERFORM READ-MASTER-RECORD

           EVALUATE TRUE
               WHEN NOT LIB2-ON-FILE
                   DISPLAY 'KEY NOT ON FILE - A <KEY> ADDS IT'
               WHEN LIB2-BEFORE-ALIAS
      *            An alias holds a key, not data - the record lives
      *            on under the key it points at.
                   DISPLAY 'ALIAS -> ' LIB2-BEFORE-DATA(1:10)
                           ' - MAINTAIN THE RECORD UNDER THAT KEY'
               WHEN OTHER
                   MOVE 'N' TO LIB2-ADDING-SW
                   MOVE LIB2-BEFORE-REC-TYPE TO LIB2-WORK-REC-TYPE
                   PERFORM BUILD-FIELD-LIST
                   PERFORM SHOW-CURRENT-RECORD
                   PERFORM SHOW-PENDING-REQUESTS
                   PERFORM CHOOSE-ACTION
           END-EVALUATE.

      *-----------------------------------------------------------------
       CHOOSE-ACTION.
      *-----------------------------------------------------------------
           DISPLAY 'C=CHANGE FIELDS, R=RENAME, X=INACTIVATE, D=DELETE, '
                   'BLANK=NEXT KEY'
           DISPLAY 'ACTION> ' WITH NO ADVANCING
           ACCEPT LIB2-ANSWER

           EVALUATE LIB2-ANSWER
               WHEN 'C  '
                   PERFORM EDIT-RECORD-FIELDS
                   IF NOT LIB2-EDIT-CANCELLED
                       PERFORM REVIEW-AND-APPLY
                   END-IF
               WHEN 'R  '
                   PERFORM RENAME-KEY
               WHEN 'X  '
               WHEN 'D  '
                   PERFORM REQUEST-RETIREMENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------------------
       ADD-NEW-KEY.
      *-----------------------------------------------------------------
           IF LIB2-OPERATOR-KEY = SPACES
               DISPLAY 'ADD NEEDS A KEY - ENTER A <KEY>'
           ELSE
               PERFORM READ-MASTER-RECORD
               IF LIB2-ON-FILE
                   DISPLAY 'KEY ALREADY ON FILE, STATUS '
                           LIB2-BEFORE-STATUS
               ELSE
                   DISPLAY 'TYPE> ' WITH NO ADVANCING
                   ACCEPT LIB2-INPUT
                   MOVE LIB2-INPUT(1:2) TO LIB2-WORK-REC-TYPE
                   SET LIB2-ADDING TO TRUE
                   PERFORM BUILD-FIELD-LIST
                   IF LIB2-WORK-REC-TYPE NOT = SPACES
                      AND LIB2-LAY-COUNT > ZERO
                      AND NOT LIB2-TYPE-SEEN
                       DISPLAY 'RECORD TYPE ' LIB2-WORK-REC-TYPE
                               ' IS NOT IN THE LAYOUT DICTIONARY'
                   ELSE
                       PERFORM SHOW-CURRENT-RECORD
                       PERFORM EDIT-RECORD-FIELDS
                       IF NOT LIB2-EDIT-CANCELLED
                           PERFORM REVIEW-AND-APPLY
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       BUILD-FIELD-LIST.
      *    The dictionary's fields for LIB2-WORK-REC-TYPE, or the whole
      *    data as one field when it has none.
      *-----------------------------------------------------------------
           MOVE ZERO TO LIB2-FLD-COUNT
           MOVE 'N'  TO LIB2-TYPE-SEEN-SW

           IF LIB2-WORK-REC-TYPE NOT = SPACES
               PERFORM TAKE-ONE-LAYOUT-FIELD
                   VARYING LIB2-LAY-IDX FROM 1 BY 1
                   UNTIL LIB2-LAY-IDX > LIB2-LAY-COUNT
           END-IF

           IF LIB2-FLD-COUNT = ZERO
               MOVE 1      TO LIB2-FLD-COUNT
               MOVE 'DATA' TO LIB2-FLD-NAME(1)
               MOVE 1      TO LIB2-FLD-START(1)
               MOVE 30     TO LIB2-FLD-LENGTH(1)
               MOVE 'A'    TO LIB2-FLD-CLASS(1)
               MOVE SPACES TO LIB2-FLD-REF-TABLE(1)
           END-IF.

      *-----------------------------------------------------------------
       TAKE-ONE-LAYOUT-FIELD.
      *-----------------------------------------------------------------
           IF LIB2-LAY-REC-TYPE(LIB2-LAY-IDX) = LIB2-WORK-REC-TYPE
               SET LIB2-TYPE-SEEN TO TRUE
               ADD 1 TO LIB2-FLD-COUNT
               SET LIB2-FLD-IDX TO LIB2-FLD-COUNT
               MOVE LIB2-LAY-FIELD-NAME(LIB2-LAY-IDX) TO
                    LIB2-FLD-NAME(LIB2-FLD-IDX)
               MOVE LIB2-LAY-START(LIB2-LAY-IDX)  TO
                    LIB2-FLD-START(LIB2-FLD-IDX)
               MOVE LIB2-LAY-LENGTH(LIB2-LAY-IDX) TO
                    LIB2-FLD-LENGTH(LIB2-FLD-IDX)
               MOVE LIB2-LAY-CLASS(LIB2-LAY-IDX)  TO
                    LIB2-FLD-CLASS(LIB2-FLD-IDX)
               MOVE LIB2-LAY-REF-TABLE(LIB2-LAY-IDX) TO
                    LIB2-FLD-REF-TABLE(LIB2-FLD-IDX)
           END-IF.

      *-----------------------------------------------------------------
       SHOW-CURRENT-RECORD.
      *-----------------------------------------------------------------
           IF LIB2-TABLE-ID = SPACES
               DISPLAY 'TABLE   : (DEFAULT)   KEY : ' LIB2-OPERATOR-KEY
           ELSE
               DISPLAY 'TABLE   : ' LIB2-TABLE-ID
                       '     KEY : ' LIB2-OPERATOR-KEY
           END-IF

           IF LIB2-ADDING
               DISPLAY 'NEW RECORD, TYPE ' LIB2-WORK-REC-TYPE
           ELSE
               DISPLAY 'STATUS  : ' LIB2-BEFORE-STATUS
                       '   TYPE : ' LIB2-BEFORE-REC-TYPE
                       '   EFFECTIVE : ' LIB2-BEFORE-EFF-DATE
           END-IF

           DISPLAY 'NO  FIELD      COLS  CL  VALUE'
           PERFORM SHOW-ONE-FIELD
               VARYING LIB2-FLD-IDX FROM 1 BY 1
               UNTIL LIB2-FLD-IDX > LIB2-FLD-COUNT.

      *-----------------------------------------------------------------
       SHOW-ONE-FIELD.
      *-----------------------------------------------------------------
           SET LIB2-FIELD-NO TO LIB2-FLD-IDX
           MOVE LIB2-FIELD-NO                TO LIB2-FL-NUMBER
           MOVE LIB2-FLD-NAME(LIB2-FLD-IDX)  TO LIB2-FL-NAME
           MOVE LIB2-FLD-START(LIB2-FLD-IDX) TO LIB2-FL-START
           COMPUTE LIB2-FL-END = LIB2-FLD-START(LIB2-FLD-IDX)
                               + LIB2-FLD-LENGTH(LIB2-FLD-IDX) - 1
           MOVE LIB2-FLD-CLASS(LIB2-FLD-IDX) TO LIB2-FL-CLASS
           MOVE LIB2-BEFORE-DATA(LIB2-FLD-START(LIB2-FLD-IDX):
                                 LIB2-FLD-LENGTH(LIB2-FLD-IDX))
                TO LIB2-FL-VALUE
           DISPLAY LIB2-FIELD-LINE.

      *-----------------------------------------------------------------
       SHOW-PENDING-REQUESTS.
      *    Any delete or inactivate for this key still waiting on the
      *    approval queue.
      *-----------------------------------------------------------------
           MOVE ZERO TO LIB2-PENDING-COUNT
           MOVE 'N'  TO LIB2Q-EOF-SW

           OPEN INPUT LIB2-APPROVAL-FILE
           IF LIB2Q-FILE-STATUS = '00'
               PERFORM SHOW-ONE-PENDING-REQUEST UNTIL LIB2Q-EOF
               CLOSE LIB2-APPROVAL-FILE
           END-IF.

      *-----------------------------------------------------------------
       SHOW-ONE-PENDING-REQUEST.
      *-----------------------------------------------------------------
           READ LIB2-APPROVAL-FILE
               AT END
                   SET LIB2Q-EOF TO TRUE
           END-READ

           IF NOT LIB2Q-EOF
              AND LIB2Q-KEY = LIB2-OPERATOR-KEY
              AND LIB2Q-TABLE-ID = LIB2-TABLE-ID
               ADD 1 TO LIB2-PENDING-COUNT
               DISPLAY '*** PENDING APPROVAL - ' LIB2Q-REQTYPE
                       ' REQUESTED BY ' LIB2Q-PGMNAME
                       ' ON ' LIB2Q-DATE ' AT ' LIB2Q-TIME
           END-IF.

      *-----------------------------------------------------------------
       EDIT-RECORD-FIELDS.
      *    Field by field until the operator is ready to review (OK)
      *    or drops the whole change (CANCEL).
      *-----------------------------------------------------------------
           MOVE LIB2-BEFORE-DATA TO LIB2-AFTER-DATA
           MOVE 'N' TO LIB2-EDIT-DONE-SW
           MOVE 'N' TO LIB2-EDIT-CANCELLED-SW

           PERFORM EDIT-ONE-ROUND UNTIL LIB2-EDIT-DONE.

      *-----------------------------------------------------------------
       EDIT-ONE-ROUND.
      *-----------------------------------------------------------------
           DISPLAY 'FIELD> NUMBER TO EDIT, OK TO REVIEW, CANCEL TO DROP'
           DISPLAY 'FIELD> ' WITH NO ADVANCING
           ACCEPT LIB2-INPUT

           EVALUATE TRUE
               WHEN LIB2-INPUT = 'OK'
                   SET LIB2-EDIT-DONE TO TRUE
               WHEN LIB2-INPUT = 'CANCEL'
                   SET LIB2-EDIT-DONE      TO TRUE
                   SET LIB2-EDIT-CANCELLED TO TRUE
                   DISPLAY 'CHANGE DROPPED - NOTHING SENT TO LIB2'
               WHEN OTHER
                   PERFORM CONVERT-FIELD-NUMBER
                   IF LIB2-FIELD-NO >= 1
                      AND LIB2-FIELD-NO <= LIB2-FLD-COUNT
                       SET LIB2-FLD-IDX TO LIB2-FIELD-NO
                       PERFORM EDIT-ONE-FIELD
                   ELSE
                       DISPLAY 'NO SUCH FIELD NUMBER'
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------
       CONVERT-FIELD-NUMBER.
      *    One or two digits; anything else is field zero, which does
      *    not exist.
      *-----------------------------------------------------------------
           EVALUATE TRUE
               WHEN LIB2-INPUT(1:2) IS NUMERIC
                AND LIB2-INPUT(3:1) = SPACE
                   MOVE LIB2-INPUT(1:2) TO LIB2-FIELD-NO-X
               WHEN LIB2-INPUT(1:1) IS NUMERIC
                AND LIB2-INPUT(2:1) = SPACE
                   MOVE '0'             TO LIB2-FIELD-NO-X(1:1)
                   MOVE LIB2-INPUT(1:1) TO LIB2-FIELD-NO-X(2:1)
               WHEN OTHER
                   MOVE ZERO TO LIB2-FIELD-NO
           END-EVALUATE.

      *-----------------------------------------------------------------
       EDIT-ONE-FIELD.
      *-----------------------------------------------------------------
           MOVE LIB2-FLD-NAME(LIB2-FLD-IDX)  TO LIB2-FL-NAME
           MOVE LIB2-FLD-START(LIB2-FLD-IDX) TO LIB2-FL-START
           COMPUTE LIB2-FLD-END = LIB2-FLD-START(LIB2-FLD-IDX)
                                + LIB2-FLD-LENGTH(LIB2-FLD-IDX) - 1
           MOVE LIB2-FLD-END TO LIB2-FL-END
           DISPLAY LIB2-FL-NAME ' COLS ' LIB2-FL-START '-' LIB2-FL-END
                   ' CLASS ' LIB2-FLD-CLASS(LIB2-FLD-IDX) ' NOW: '
                   LIB2-AFTER-DATA(LIB2-FLD-START(LIB2-FLD-IDX):
                                   LIB2-FLD-LENGTH(LIB2-FLD-IDX))
           DISPLAY 'NEW VALUE> ' WITH NO ADVANCING
           ACCEPT LIB2-FIELD-VALUE

           PERFORM CHECK-FIELD-VALUE

           IF LIB2-FIELD-BAD
               DISPLAY 'REFUSED - ' LIB2-REASON
           ELSE
               MOVE LIB2-TRIAL-DATA TO LIB2-AFTER-DATA
               DISPLAY 'ACCEPTED'
           END-IF.

      *-----------------------------------------------------------------
       CHECK-FIELD-VALUE.
      *    The new value is tried in a copy of the record, so a rule
      *    spanning this field and its neighbor is judged on what the
      *    record would hold.
      *-----------------------------------------------------------------
           MOVE 'N'    TO LIB2-FIELD-BAD-SW
           MOVE SPACES TO LIB2-REASON
           MOVE LIB2-AFTER-DATA TO LIB2-TRIAL-DATA
           MOVE LIB2-FIELD-VALUE TO
                LIB2-TRIAL-DATA(LIB2-FLD-START(LIB2-FLD-IDX):
                                LIB2-FLD-LENGTH(LIB2-FLD-IDX))

           IF LIB2-FLD-LENGTH(LIB2-FLD-IDX) < 30
              AND LIB2-FIELD-VALUE(LIB2-FLD-LENGTH(LIB2-FLD-IDX) + 1:)
                  NOT = SPACES
               SET LIB2-FIELD-BAD TO TRUE
               MOVE 'VALUE LONGER THAN THE FIELD' TO LIB2-REASON
           END-IF

           IF NOT LIB2-FIELD-BAD
               PERFORM CHECK-FIELD-CLASS
           END-IF

           IF NOT LIB2-FIELD-BAD
               PERFORM CHECK-ONE-RULE
                   VARYING LIB2-RULE-IDX FROM 1 BY 1
                   UNTIL LIB2-RULE-IDX > LIB2-RULE-COUNT
                      OR LIB2-FIELD-BAD
           END-IF.

      *-----------------------------------------------------------------
       CHECK-FIELD-CLASS.
      *    The layout classes as lib2 applies them, and for a key
      *    reference the check lib2 will make when the call is made.
      *-----------------------------------------------------------------
           EVALUATE LIB2-FLD-CLASS(LIB2-FLD-IDX)
               WHEN 'R'
                   IF LIB2-TRIAL-DATA(LIB2-FLD-START(LIB2-FLD-IDX):
                                      LIB2-FLD-LENGTH(LIB2-FLD-IDX))
                           = SPACES
                       SET LIB2-FIELD-BAD TO TRUE
                       MOVE 'REQUIRED FIELD' TO LIB2-REASON
                   END-IF
               WHEN 'N'
                   IF LIB2-TRIAL-DATA(LIB2-FLD-START(LIB2-FLD-IDX):
                                      LIB2-FLD-LENGTH(LIB2-FLD-IDX))
                           IS NOT NUMERIC
                       SET LIB2-FIELD-BAD TO TRUE
                       MOVE 'NUMERIC FIELD - ENTER EVERY DIGIT'
                         TO LIB2-REASON
                   END-IF
               WHEN 'K'
                   IF LIB2-TRIAL-DATA(LIB2-FLD-START(LIB2-FLD-IDX):
                                      LIB2-FLD-LENGTH(LIB2-FLD-IDX))
                           = SPACES
                       SET LIB2-FIELD-BAD TO TRUE
                       MOVE 'KEY REFERENCE REQUIRED' TO LIB2-REASON
                   ELSE
                       PERFORM CHECK-KEY-REFERENCE
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------
       CHECK-KEY-REFERENCE.
      *    A blank target table means the record's own table.
      *-----------------------------------------------------------------
           MOVE LIB2-FLD-REF-TABLE(LIB2-FLD-IDX) TO LIB2-REF-TABLE-ID
           IF LIB2-REF-TABLE-ID = SPACES
               MOVE LIB2-TABLE-ID TO LIB2-REF-TABLE-ID
           END-IF
           MOVE SPACES TO LIB2-REF-KEY
           MOVE LIB2-TRIAL-DATA(LIB2-FLD-START(LIB2-FLD-IDX):
                                LIB2-FLD-LENGTH(LIB2-FLD-IDX))
             TO LIB2-REF-KEY
           MOVE 'N' TO LIB2-REF-ACTIVE-SW

           OPEN INPUT LIB2-MASTER-FILE
           IF LIB2M-FILE-STATUS = '00'
               MOVE LIB2-REF-FULL-KEY TO LIB2M-FULL-KEY
               READ LIB2-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LIB2M-ACTIVE
                           SET LIB2-REF-ACTIVE TO TRUE
                       END-IF
               END-READ
               CLOSE LIB2-MASTER-FILE
           END-IF

           IF NOT LIB2-REF-ACTIVE
               SET LIB2-FIELD-BAD TO TRUE
               MOVE 'KEY REFERENCE NOT ACTIVE ON THE MASTER'
                 TO LIB2-REASON
           END-IF.

      *-----------------------------------------------------------------
       CHECK-ONE-RULE.
      *    Only the rules over this field's columns - the others were
      *    judged on the fields they cover.
      *-----------------------------------------------------------------
           IF LIB2-RULE-START(LIB2-RULE-IDX) <= LIB2-FLD-END
              AND LIB2-RULE-START(LIB2-RULE-IDX)
                + LIB2-RULE-LENGTH(LIB2-RULE-IDX) - 1
                  >= LIB2-FLD-START(LIB2-FLD-IDX)
               EVALUATE LIB2-RULE-TYPE(LIB2-RULE-IDX)
                   WHEN 'R'
                       IF LIB2-TRIAL-DATA
                              (LIB2-RULE-START(LIB2-RULE-IDX):
                               LIB2-RULE-LENGTH(LIB2-RULE-IDX))
                               = SPACES
                           SET LIB2-FIELD-BAD TO TRUE
                       END-IF
                   WHEN 'N'
                       IF LIB2-TRIAL-DATA
                              (LIB2-RULE-START(LIB2-RULE-IDX):
                               LIB2-RULE-LENGTH(LIB2-RULE-IDX))
                               IS NOT NUMERIC
                           SET LIB2-FIELD-BAD TO TRUE
                       END-IF
                   WHEN 'V'
                       IF LIB2-TRIAL-DATA
                              (LIB2-RULE-START(LIB2-RULE-IDX):
                               LIB2-RULE-LENGTH(LIB2-RULE-IDX))
                               NOT = LIB2-RULE-VALUE(LIB2-RULE-IDX)
                                 (1:LIB2-RULE-LENGTH(LIB2-RULE-IDX))
                           SET LIB2-FIELD-BAD TO TRUE
                       END-IF
               END-EVALUATE
               IF LIB2-FIELD-BAD
                   MOVE 'FAILS LIB2RUL EDIT RULE, TYPE '
                     TO LIB2-REASON
                   MOVE LIB2-RULE-TYPE(LIB2-RULE-IDX)
                     TO LIB2-REASON(31:1)
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       REVIEW-AND-APPLY.
      *    Before and after, field by field, then lib2's own edits on
      *    the whole record, then the operator's word.
      *-----------------------------------------------------------------
           MOVE ZERO TO LIB2-CHANGED-COUNT
           DISPLAY ' '
           DISPLAY '  FIELD      BEFORE                         AFTER'
           PERFORM COMPARE-ONE-FIELD
               VARYING LIB2-FLD-IDX FROM 1 BY 1
               UNTIL LIB2-FLD-IDX > LIB2-FLD-COUNT

           IF LIB2-CHANGED-COUNT = ZERO AND NOT LIB2-ADDING
               DISPLAY 'NO FIELD CHANGED - NOTHING SENT TO LIB2'
           ELSE
               MOVE 'LIB2OMT'          TO LIB2-I-PGMNAME
               MOVE LIB2-TABLE-ID      TO LIB2-I-TABLE-ID
               MOVE LIB2-OPERATOR-KEY  TO LIB2-I-KEY
               MOVE LIB2-AFTER-DATA    TO LIB2-I-DATA
               MOVE LIB2-WORK-REC-TYPE TO LIB2-I-REC-TYPE

               CALL 'lib2edit' USING LIB2-CALL-AREA

               IF NOT LIB2-SUCCESS
                   DISPLAY 'RECORD FAILS LIB2 EDITS, LIB2-O-ERR: '
                           LIB2-O-ERR ' - NOTHING SENT TO LIB2'
               ELSE
                   DISPLAY 'CONFIRM> Y TO APPLY, ANYTHING ELSE DROPS '
                           'THE CHANGE'
                   DISPLAY 'CONFIRM> ' WITH NO ADVANCING
                   ACCEPT LIB2-ANSWER
                   IF LIB2-ANSWER = 'Y  '
                       PERFORM APPLY-RECORD-UPDATE
                   ELSE
                       DISPLAY 'CHANGE DROPPED - NOTHING SENT TO LIB2'
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       COMPARE-ONE-FIELD.
      *-----------------------------------------------------------------
           MOVE SPACE TO LIB2-CL-MARK
           MOVE LIB2-FLD-NAME(LIB2-FLD-IDX) TO LIB2-CL-NAME
           MOVE LIB2-BEFORE-DATA(LIB2-FLD-START(LIB2-FLD-IDX):
                                 LIB2-FLD-LENGTH(LIB2-FLD-IDX))
             TO LIB2-CL-BEFORE
           MOVE LIB2-AFTER-DATA(LIB2-FLD-START(LIB2-FLD-IDX):
                                LIB2-FLD-LENGTH(LIB2-FLD-IDX))
             TO LIB2-CL-AFTER
           IF LIB2-CL-BEFORE NOT = LIB2-CL-AFTER
               MOVE '*' TO LIB2-CL-MARK
               ADD 1 TO LIB2-CHANGED-COUNT
           END-IF
           IF LIB2-ADDING
               MOVE '(NEW RECORD)' TO LIB2-CL-BEFORE
           END-IF
           DISPLAY LIB2-COMPARE-LINE.

      *-----------------------------------------------------------------
       APPLY-RECORD-UPDATE.
      *    An add carries the type chosen; a change carries the type
      *    already on the record, so lib2 judges it under that type.
      *-----------------------------------------------------------------
           IF LIB2-ADDING
               MOVE 'A' TO LIB2-I-REQTYPE
           ELSE
               MOVE 'C' TO LIB2-I-REQTYPE
           END-IF
           MOVE 'LIB2OMT'          TO LIB2-I-PGMNAME
           MOVE LIB2-TABLE-ID      TO LIB2-I-TABLE-ID
           MOVE LIB2-OPERATOR-KEY  TO LIB2-I-KEY
           MOVE LIB2-AFTER-DATA    TO LIB2-I-DATA
           MOVE LIB2-WORK-REC-TYPE TO LIB2-I-REC-TYPE

           CALL 'lib2' USING LIB2-CALL-AREA

           IF LIB2-SUCCESS
               DISPLAY 'APPLIED'
           ELSE
               DISPLAY 'LIB2 REJECTED IT, LIB2-O-ERR: ' LIB2-O-ERR
           END-IF.

      *-----------------------------------------------------------------
       RENAME-KEY.
      *-----------------------------------------------------------------
           DISPLAY 'NEW KEY> ' WITH NO ADVANCING
           ACCEPT LIB2-INPUT
           MOVE LIB2-INPUT(1:10) TO LIB2-NEW-KEY

           IF LIB2-NEW-KEY = SPACES OR LIB2-NEW-KEY = LIB2-OPERATOR-KEY
               DISPLAY 'RENAME NEEDS A DIFFERENT KEY - NOTHING SENT'
           ELSE
               DISPLAY '  BEFORE: ' LIB2-OPERATOR-KEY
                       '   AFTER: ' LIB2-NEW-KEY
                       '  (OLD KEY LEFT AS AN ALIAS)'
               DISPLAY 'CONFIRM> Y TO RENAME, ANYTHING ELSE DROPS IT'
               DISPLAY 'CONFIRM> ' WITH NO ADVANCING
               ACCEPT LIB2-ANSWER
               IF LIB2-ANSWER = 'Y  '
                   MOVE 'R'               TO LIB2-I-REQTYPE
                   MOVE 'LIB2OMT'         TO LIB2-I-PGMNAME
                   MOVE LIB2-TABLE-ID     TO LIB2-I-TABLE-ID
                   MOVE LIB2-OPERATOR-KEY TO LIB2-I-KEY
                   MOVE SPACES            TO LIB2-I-DATA
                   MOVE LIB2-NEW-KEY      TO LIB2-I-DATA(1:10)
                   MOVE SPACES            TO LIB2-I-REC-TYPE

                   CALL 'lib2' USING LIB2-CALL-AREA

                   IF LIB2-SUCCESS
                       DISPLAY 'RENAMED'
                   ELSE
                       DISPLAY 'LIB2 REJECTED IT, LIB2-O-ERR: '
                               LIB2-O-ERR
                   END-IF
               ELSE
                   DISPLAY 'RENAME DROPPED - NOTHING SENT TO LIB2'
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       REQUEST-RETIREMENT.
      *    A delete or inactivate goes to lib2 like any other request
      *    and comes back parked for a second operator.
      *-----------------------------------------------------------------
           MOVE LIB2-ANSWER(1:1) TO LIB2-I-REQTYPE
           PERFORM WARN-DANGLING-REFERENCES

           IF LIB2-I-REQTYPE = 'D'
               DISPLAY 'CONFIRM> Y TO REQUEST THE DELETE, ANYTHING '
                       'ELSE DROPS IT'
           ELSE
               DISPLAY 'CONFIRM> Y TO REQUEST THE INACTIVATE, '
                       'ANYTHING ELSE DROPS IT'
           END-IF
           DISPLAY 'CONFIRM> ' WITH NO ADVANCING
           ACCEPT LIB2-ANSWER

           IF LIB2-ANSWER = 'Y  '
               MOVE 'LIB2OMT'         TO LIB2-I-PGMNAME
               MOVE LIB2-TABLE-ID     TO LIB2-I-TABLE-ID
               MOVE LIB2-OPERATOR-KEY TO LIB2-I-KEY
               MOVE SPACES            TO LIB2-I-DATA
               MOVE SPACES            TO LIB2-I-REC-TYPE

               CALL 'lib2' USING LIB2-CALL-AREA

               EVALUATE TRUE
                   WHEN LIB2-PENDING-APPROVAL
                       DISPLAY 'QUEUED ON LIB2APQ FOR A SECOND '
                               'OPERATOR TO APPROVE (LIB2APPR)'
                       PERFORM SHOW-PENDING-REQUESTS
                   WHEN LIB2-SUCCESS
                       DISPLAY 'APPLIED'
                   WHEN OTHER
                       DISPLAY 'LIB2 REJECTED IT, LIB2-O-ERR: '
                               LIB2-O-ERR
               END-EVALUATE
           ELSE
               DISPLAY 'REQUEST DROPPED - NOTHING SENT TO LIB2'
           END-IF.

      *-----------------------------------------------------------------
       WARN-DANGLING-REFERENCES.
      *    As lib2appr does before a verdict - the records whose
      *    key-reference fields name this key.  The request type is
      *    kept across the call, as lib2refs sets its own.
      *-----------------------------------------------------------------
           MOVE LIB2-I-REQTYPE    TO LIB2-ANSWER
           MOVE 'LIB2OMT'         TO LIB2-I-PGMNAME
           MOVE LIB2-TABLE-ID     TO LIB2-I-TABLE-ID
           MOVE LIB2-OPERATOR-KEY TO LIB2-I-KEY

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
           END-EVALUATE

           MOVE LIB2-ANSWER(1:1) TO LIB2-I-REQTYPE.

      *-----------------------------------------------------------------
       SHOW-ONE-REFERENCE.
      *-----------------------------------------------------------------
           DISPLAY '    ' LIB2-BULK-O-DATA(LIB2-BULK-IDX)(1:8) ' '
                   LIB2-BULK-I-KEY(LIB2-BULK-IDX) ' STATUS '
                   LIB2-BULK-O-DATA(LIB2-BULK-IDX)(10:1) ' TYPE '
                   LIB2-BULK-O-DATA(LIB2-BULK-IDX)(12:2) ' FIELD '
                   LIB2-BULK-O-DATA(LIB2-BULK-IDX)(15:10).
