      *-----------------------------------------------------------------
      * LIB2TCTL - header and trailer control records of a transaction
      *            file in the LIB2MTR layout (the vendor's LIB2MTR,
      *            the LIB2NTR lib2netc generates).  They share the
      *            59-byte record with the transactions and are told
      *            apart by the request-type column: 'H' opens the
      *            file, 'T' closes it, and every record between is a
      *            transaction.
      *
      *            Both carry the sending source, the file date
      *            (CCYYMMDD) and the file sequence number, which runs
      *            up by one per file from each source.  The trailer
      *            adds the count of transactions between the two and
      *            their hash total - the lib2recn character checksum
      *            (each byte's ordinal, summed modulo 999,999,999)
      *            taken over the key and data columns (2-41) of every
      *            transaction.  lib2pedt checks all of it before
      *            lib2mnt may apply the file.  The header leaves the
      *            count and hash total zero.
      *-----------------------------------------------------------------
           05  LIB2TC-REC-CODE          PIC X(01).
               88  LIB2TC-HEADER            VALUE 'H'.
               88  LIB2TC-TRAILER           VALUE 'T'.
           05  LIB2TC-SOURCE            PIC X(08).
           05  LIB2TC-FILE-DATE         PIC 9(08).
           05  LIB2TC-FILE-SEQ          PIC 9(09).
           05  LIB2TC-RECORD-COUNT      PIC 9(09).
           05  LIB2TC-HASH-TOTAL        PIC 9(09).
           05  FILLER                   PIC X(15).
