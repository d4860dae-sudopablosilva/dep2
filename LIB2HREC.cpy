      * LIB2HREC - record layout of the LIB2 master history file
      *            (LIB2HST).  One row is written for every version of
      *            a master record that a change, inactivate or delete
      *            in LIB2.cbl, or a lib2rest restore, supersedes, so
      *            the LIB2M-DATA value in effect as of any past date
      *            can be reconstructed from LIB2HST even after later
      *            changes or a delete.
      *            Both dates are CCYYMMDD, like LIB2M-EFF-DATE.
      *            LIB2H-TABLE-ID is the superseded record's table; it
      *            sits after the data so rows written before tables
      *            existed read back as the default (blank) table.
      *-----------------------------------------------------------------
           05  LIB2H-KEY                PIC X(10).
           05  LIB2H-STATUS             PIC X(01).
           05  LIB2H-REC-TYPE           PIC X(02).
           05  LIB2H-EFF-DATE           PIC 9(08).
           05  LIB2H-SUPERSEDE-DATE     PIC 9(08).
           05  LIB2H-DATA               PIC X(30).
           05  LIB2H-TABLE-ID           PIC X(08).
