      *     argument of 'C' asks for the old compact layout (key,
      *     status, effective date, data) for consumers - the vendor
      *     refresh compare among them - that still expect it.
      *   - The effective date goes out as CCYYMMDD in both layouts,
      *     so every column after it sits two bytes further along.
      *   - A fourth command-line argument names the table to extract
      *     (blank - the default table); the feed holds that one table
      *     only, so its keys stay unambiguous and its layout is
      *     unchanged, and the run totals are reported for the table.
      *   - Key-reference fields (layout class 'K') go out as columns
      *     like any other named sub-field.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib2xtr.
       FILE-CONTROL.
           SELECT LIB2-MASTER-FILE ASSIGN TO 'LIB2MST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIB2M-FULL-KEY
               FILE STATUS IS LIB2M-FILE-STATUS.

           SELECT LIB2-FEED-FILE ASSIGN TO 'LIB2XTF'
           05  FILLER                   PIC X(01) VALUE '|'.
           05  LIB2F-STATUS             PIC X(01).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  LIB2F-EFF-DATE           PIC 9(08).
           05  FILLER                   PIC X(01) VALUE '|'.
           05  LIB2F-DATA               PIC X(30).

       01  LIB2-PREFIX-LEN             PIC 9(02) COMP VALUE ZERO.
       01  LIB2-PREFIX-IDX             PIC 9(02) COMP.
       01  LIB2-STATUS-ARG             PIC X(01) VALUE SPACE.
       01  LIB2-TABLE-ID-ARG           PIC X(08) VALUE SPACES.

       01  LIB2-READ-COUNT             PIC 9(09) VALUE ZERO.
       01  LIB2-EXTRACT-COUNT          PIC 9(09) VALUE ZERO.
           PERFORM INITIALIZE-RUN

           IF LIB2M-STATUS-OK
               PERFORM START-OF-TABLE
               IF NOT LIB2M-EOF
                   PERFORM READ-NEXT-MASTER
               END-IF
               PERFORM EXTRACT-ONE-RECORD UNTIL LIB2M-EOF
           ELSE
               DISPLAY 'LIB2XTR - MASTER FILE UNAVAILABLE, STATUS: '

           PERFORM TERMINATE-RUN

           DISPLAY 'LIB2XTR - TABLE            : ' LIB2-TABLE-ID-ARG
           DISPLAY 'LIB2XTR - RECORDS READ     : ' LIB2-READ-COUNT
           DISPLAY 'LIB2XTR - RECORDS EXTRACTED: ' LIB2-EXTRACT-COUNT

           ACCEPT LIB2-STATUS-ARG FROM ARGUMENT-VALUE
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT LIB2-MODE-ARG FROM ARGUMENT-VALUE
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT LIB2-TABLE-ID-ARG FROM ARGUMENT-VALUE

           PERFORM MEASURE-PREFIX-LENGTH


           IF NOT LIB2Y-EOF
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
                   MOVE LIB2Y-REC-TYPE TO
               MOVE LIB2-PREFIX-IDX TO LIB2-PREFIX-LEN
           END-IF.

      *-----------------------------------------------------------------
       START-OF-TABLE.
      *    Positions on the first key of the requested table - an
      *    empty table gives an empty feed.
      *-----------------------------------------------------------------
           MOVE LIB2-TABLE-ID-ARG TO LIB2M-TABLE-ID
           MOVE LOW-VALUES        TO LIB2M-KEY
           START LIB2-MASTER-FILE KEY NOT LESS THAN LIB2M-FULL-KEY
               INVALID KEY
                   SET LIB2M-EOF TO TRUE
           END-START.

      *-----------------------------------------------------------------
       READ-NEXT-MASTER.
      *    The extract ends where the next table begins.
      *-----------------------------------------------------------------
           READ LIB2-MASTER-FILE NEXT RECORD
               AT END
                   SET LIB2M-EOF TO TRUE
               NOT AT END
                   IF LIB2M-TABLE-ID NOT = LIB2-TABLE-ID-ARG
                       SET LIB2M-EOF TO TRUE
                   END-IF
           END-READ

           IF NOT LIB2M-EOF
               MOVE LIB2M-DATA     TO LIB2F-DATA
           END-IF
           MOVE SPACES TO LIB2F-RECORD
           MOVE LIB2-FEED-LINE TO LIB2F-RECORD(1:52)
           WRITE LIB2F-RECORD.

      *-----------------------------------------------------------------
           MOVE '|'            TO LIB2-FEED-BUFFER(11:1)
           MOVE LIB2M-STATUS   TO LIB2-FEED-BUFFER(12:1)
           MOVE '|'            TO LIB2-FEED-BUFFER(13:1)
           MOVE LIB2M-EFF-DATE TO LIB2-FEED-BUFFER(14:8)
           MOVE '|'            TO LIB2-FEED-BUFFER(22:1)
           MOVE LIB2M-REC-TYPE TO LIB2-FEED-BUFFER(23:2)
           MOVE '|'            TO LIB2-FEED-BUFFER(25:1)
           MOVE 26 TO LIB2-FEED-POS

           MOVE 'N' TO LIB2-TYPE-KNOWN-SW
           IF NOT LIB2M-ALIAS AND LIB2M-REC-TYPE NOT = SPACES
