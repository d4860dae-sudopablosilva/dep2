      *           likewise not accepted on a plain CALL 'lib2'
      *     'Q' - set by LIB2 itself on the 'lib2asof' entry point
      *           (as-of inquiry: the caller puts the as-of date,
      *           CCYYMMDD, in LIB2-I-DATA(1:8)), likewise not accepted
      *           on a plain CALL 'lib2'
      *     'K' - set by LIB2 itself on the 'lib2refs' entry point
      *           (the records whose key-reference layout fields name
      *           LIB2-I-KEY in LIB2-I-TABLE-ID), likewise not accepted
      *           on a plain CALL 'lib2'
      *     The 'lib2edit' entry point takes no request type: it only
      *           puts LIB2-I-DATA through the edit rules and, under
      *           LIB2-I-REC-TYPE, the layout dictionary, answering
      *           LIB2-SUCCESS or LIB2-VALIDATION-ERR without touching
      *           the master
      *-----------------------------------------------------------------
           05  LIB2-I-REQTYPE           PIC X(01).
               88  LIB2-REQ-INQUIRE         VALUE 'I'.
               88  LIB2-REQ-BROWSE          VALUE 'B'.
               88  LIB2-REQ-ASOF            VALUE 'Q'.
               88  LIB2-REQ-RENAME          VALUE 'R'.
               88  LIB2-REQ-REFS            VALUE 'K'.
               88  LIB2-REQ-SESSION-START   VALUE 'S'.
               88  LIB2-REQ-SESSION-END     VALUE 'E'.
      *
      * PROGRAM-ID so LIB2 can record who is asking in the audit log.
      *-----------------------------------------------------------------
           05  LIB2-I-PGMNAME           PIC X(08).
      *
      * LIB2-I-TABLE-ID names the reference table LIB2-I-KEY belongs
      * to - several tables share the one master file, each keyed
      * independently, and every request (alias hops, find, browse,
      * as-of and rename included) works within the table named here.
      * Spaces (or LOW-VALUES, from a caller that never sets it) mean
      * the default table, which is where every record written before
      * tables existed lives, so old callers behave exactly as before.
      * The 'lib2bulk' entry point looks every key up in this table.
      *-----------------------------------------------------------------
           05  LIB2-I-TABLE-ID          PIC X(08).
           05  LIB2-I-KEY               PIC X(10).
           05  LIB2-I-DATA              PIC X(30).
      *
               COPY LIB2ERR.
      *
      * LIB2-BULK-TABLE / LIB2-I-BULK-COUNT are only used on the
      * 'lib2bulk', 'lib2find', 'lib2brws' and 'lib2refs' entry
      * points (see LIB2.cbl).  For 'lib2bulk' the caller fills
      * LIB2-BULK-I-KEY and the count; for 'lib2find' the caller
      * fills LIB2-I-DATA with the value (or a pattern ending in
      * '*') to search for, and LIB2 returns the matching keys and
      * their data in the table with the count of matches in
      * LIB2-I-BULK-COUNT.  For
      * 'lib2brws' the caller sets LIB2-I-KEY to the key (or prefix)
      * to start from and LIB2-I-BULK-COUNT to the page size wanted,
      * and LIB2 returns the next keys in sequence in the table, the
      * count actually returned, and the last key of the page in
      * LIB2-O-DATA for use as the next page's start.  For
      * 'lib2refs' LIB2 returns the referencing records' keys, with
      * their table (1-8), status (10), type (12-13) and the name of
      * the referencing field (15-24) in LIB2-BULK-O-DATA.
      *-----------------------------------------------------------------
           05  LIB2-I-BULK-COUNT        PIC 9(04) COMP.
           05  LIB2-BULK-TABLE OCCURS 100 TIMES
