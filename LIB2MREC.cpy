      * of LIB2M-DATA per record type.  Spaces mean an untyped
      * record carried forward from before the type code existed,
      * treated as one opaque 30-byte value as always.
      *
      * LIB2M-EFF-DATE is CCYYMMDD, so dates either side of a century
      * turn compare in the right order.  Masters built while it was
      * YYMMDD are rebuilt in this layout by lib2cnv3.
      *
      * LIB2M-TABLE-ID names the reference table the key belongs to -
      * the file is keyed on LIB2M-FULL-KEY (table, then key), so each
      * table reads back as its own contiguous run in key order.
      * Spaces are the default table every pre-table record lives
      * in.  A master built before the table id existed is rebuilt
      * in this layout by lib2cnv4.
      *-----------------------------------------------------------------
           05  LIB2M-FULL-KEY.
               10  LIB2M-TABLE-ID       PIC X(08).
               10  LIB2M-KEY            PIC X(10).
           05  LIB2M-STATUS             PIC X(01).
               88  LIB2M-ACTIVE             VALUE 'A'.
               88  LIB2M-INACTIVE           VALUE 'I'.
               88  LIB2M-ALIAS              VALUE 'R'.
           05  LIB2M-REC-TYPE           PIC X(02).
           05  LIB2M-EFF-DATE           PIC 9(08).
           05  LIB2M-DATA               PIC X(30).
