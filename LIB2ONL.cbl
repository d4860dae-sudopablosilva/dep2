      *     a key asks the 'lib2asof' entry point what value the key
      *     carried on that date, answered from the master or from the
      *     LIB2HST history file as needed.
      *   - The as-of date is now entered as CCYYMMDD.
      *   - Added a table command: T followed by a table id points the
      *     session's lookups, browses and as-of questions at that
      *     table; T alone goes back to the default table.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib2onl.
      *-----------------------------------------------------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  LIB2O-INPUT                 PIC X(30).
       01  LIB2O-OPERATOR-KEY          PIC X(10).
       01  LIB2O-ASOF-DATE             PIC X(08).
       01  LIB2O-TABLE-ID              PIC X(08) VALUE SPACES.

       01  LIB2O-CONTINUE-SW          PIC X(01) VALUE 'Y'.
           88  LIB2O-DONE                 VALUE 'N'.
      *-----------------------------------------------------------------
       MAIN-PROCESS.
           DISPLAY 'LIB2 ONLINE INQUIRY - ENTER A KEY, B <PREFIX> TO '
                   'BROWSE, Q <CCYYMMDD> <KEY> FOR AS-OF, T <TABLE> TO '
                   'SWITCH TABLES, OR END TO QUIT'
           PERFORM PROMPT-AND-LOOKUP UNTIL LIB2O-DONE
           GOBACK.

                   PERFORM BROWSE-BY-PREFIX
               WHEN LIB2O-INPUT(1:2) = 'Q '
                   PERFORM LOOKUP-AS-OF-DATE
               WHEN LIB2O-INPUT(1:2) = 'T '
                   PERFORM SWITCH-TABLE
               WHEN OTHER
                   MOVE LIB2O-INPUT(1:10) TO LIB2O-OPERATOR-KEY
                   PERFORM LOOKUP-ONE-KEY
           END-EVALUATE.

      *-----------------------------------------------------------------
       SWITCH-TABLE.
      *    T TABLE - every later request in the session names it.
      *-----------------------------------------------------------------
           MOVE LIB2O-INPUT(3:8) TO LIB2O-TABLE-ID

           IF LIB2O-TABLE-ID = SPACES
               DISPLAY 'TABLE NOW: (DEFAULT)'
           ELSE
               DISPLAY 'TABLE NOW: ' LIB2O-TABLE-ID
           END-IF.

      *-----------------------------------------------------------------
       LOOKUP-ONE-KEY.
      *-----------------------------------------------------------------
           MOVE 'I'               TO LIB2-I-REQTYPE
           MOVE 'LIB2ONL'         TO LIB2-I-PGMNAME
           MOVE LIB2O-TABLE-ID    TO LIB2-I-TABLE-ID
           MOVE LIB2O-OPERATOR-KEY TO LIB2-I-KEY

           CALL 'lib2' USING LIB2-CALL-AREA

      *-----------------------------------------------------------------
       LOOKUP-AS-OF-DATE.
      *    Q CCYYMMDD KEY - the date rides in LIB2-I-DATA(1:8) per
      *    the lib2asof contract, the key in LIB2-I-KEY as usual.
      *-----------------------------------------------------------------
           MOVE LIB2O-INPUT(3:8)  TO LIB2O-ASOF-DATE
           MOVE LIB2O-INPUT(12:10) TO LIB2O-OPERATOR-KEY

           IF LIB2O-ASOF-DATE IS NOT NUMERIC
               DISPLAY 'AS-OF NEEDS A DATE - ENTER Q <CCYYMMDD> <KEY>'
           ELSE
               MOVE 'LIB2ONL'          TO LIB2-I-PGMNAME
               MOVE LIB2O-TABLE-ID     TO LIB2-I-TABLE-ID
               MOVE LIB2O-OPERATOR-KEY TO LIB2-I-KEY
               MOVE SPACES             TO LIB2-I-DATA
               MOVE LIB2O-ASOF-DATE    TO LIB2-I-DATA(1:8)

               CALL 'lib2asof' USING LIB2-CALL-AREA

       BROWSE-ONE-PAGE.
      *-----------------------------------------------------------------
           MOVE 'LIB2ONL'       TO LIB2-I-PGMNAME
           MOVE LIB2O-TABLE-ID  TO LIB2-I-TABLE-ID
           MOVE LIB2O-START-KEY TO LIB2-I-KEY
           MOVE LIB2O-PAGE-SIZE TO LIB2-I-BULK-COUNT

