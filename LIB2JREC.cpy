      *-----------------------------------------------------------------
      * LIB2JREC - record layout of the LIB2 after-image journal
      *            (LIB2JNL).  LIB2.cbl appends one line for every
      *            add, change, rename, inactivate and delete once it
      *            has committed to LIB2MST, numbered in LIB2J-SEQ from
      *            the LIB2JSQ control file, so lib2rfwd can roll a
      *            restored backup of the master forward from the
      *            sequence number it was taken at.
      *
      *            LIB2J-IMAGE is the master record (LIB2MREC layout)
      *            as the request left it - for a rename, the record
      *            under its new key, with the key it left in
      *            LIB2J-OLD-KEY (the alias left behind there follows
      *            from the two); for a delete, the record removed.
      *-----------------------------------------------------------------
           05  LIB2J-SEQ                PIC 9(09).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LIB2J-DATE               PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LIB2J-TIME               PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LIB2J-PGMNAME            PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LIB2J-REQTYPE            PIC X(01).
               88  LIB2J-ADD                VALUE 'A'.
               88  LIB2J-CHANGE             VALUE 'C'.
               88  LIB2J-RENAME             VALUE 'R'.
               88  LIB2J-INACTIVATE         VALUE 'X'.
               88  LIB2J-DELETE             VALUE 'D'.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LIB2J-OLD-KEY            PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LIB2J-IMAGE.
               10  LIB2J-TABLE-ID       PIC X(08).
               10  LIB2J-KEY            PIC X(10).
               10  LIB2J-STATUS         PIC X(01).
               10  LIB2J-REC-TYPE       PIC X(02).
               10  LIB2J-EFF-DATE       PIC 9(08).
               10  LIB2J-DATA           PIC X(30).
