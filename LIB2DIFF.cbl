      *     run over a snapshot taken before the type code existed
      *     reads every row as changed once - that night is the new
      *     baseline, the same as a first run at a new site.
      *   - The snapshot rows and the report lines carry the effective
      *     date as CCYYMMDD.  As with the type code, the first run
      *     over a snapshot taken with the two-digit year reads every
      *     row as changed once and becomes the new baseline.
      *   - Keys are matched on table plus key, and the snapshot rows
      *     and the report lines carry the table id after the data.
      *     A snapshot taken before tables existed reads back as the
      *     default table, which is where lib2cnv4 leaves its records
      *     unless told otherwise, so no new baseline is needed.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib2diff.
           SELECT LIB2-MASTER-FILE ASSIGN TO 'LIB2MST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LIB2M-FULL-KEY
               FILE STATUS IS LIB2M-FILE-STATUS.

           SELECT LIB2-PRIOR-SNAP-FILE ASSIGN TO 'LIB2SNP'
           05  FILLER                   PIC X(01).
           05  LIB2P-REC-TYPE           PIC X(02).
           05  FILLER                   PIC X(01).
           05  LIB2P-EFF-DATE           PIC 9(08).
           05  FILLER                   PIC X(01).
           05  LIB2P-DATA               PIC X(30).
           05  FILLER                   PIC X(01).
           05  LIB2P-TABLE-ID           PIC X(08).

       FD  LIB2-CURR-SNAP-FILE.
       01  LIB2N-RECORD.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LIB2N-REC-TYPE           PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LIB2N-EFF-DATE           PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LIB2N-DATA               PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LIB2N-TABLE-ID           PIC X(08).

       FD  LIB2-DIFF-RPT-FILE.
       01  LIB2D-LINE                  PIC X(80).
      *    The match-merge runs both files on ascending key with
      *    HIGH-VALUES standing in for end of file, so one compare
      *    tells added from deleted from matched.
       01  LIB2-MST-MERGE-KEY          PIC X(18).
       01  LIB2-SNP-MERGE-KEY          PIC X(18).

       01  LIB2-ADDED-COUNT            PIC 9(07) VALUE ZERO.
       01  LIB2-DELETED-COUNT          PIC 9(07) VALUE ZERO.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2D-DET-REC-TYPE      PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2D-DET-EFF-DATE      PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2D-DET-DATA          PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIB2D-DET-TABLE-ID      PIC X(08).

       01  LIB2D-FOOTER-LINE.
           05  FILLER                  PIC X(08) VALUE 'ADDED'.
               AT END
                   MOVE HIGH-VALUES TO LIB2-MST-MERGE-KEY
               NOT AT END
                   MOVE LIB2M-FULL-KEY TO LIB2-MST-MERGE-KEY
                   PERFORM WRITE-SNAPSHOT-RECORD
           END-READ.

                   AT END
                       MOVE HIGH-VALUES TO LIB2-SNP-MERGE-KEY
                   NOT AT END
                       MOVE LIB2P-TABLE-ID TO LIB2-SNP-MERGE-KEY(1:8)
                       MOVE LIB2P-KEY      TO LIB2-SNP-MERGE-KEY(9:10)
               END-READ
           ELSE
               MOVE HIGH-VALUES TO LIB2-SNP-MERGE-KEY
           MOVE LIB2M-REC-TYPE TO LIB2D-DET-REC-TYPE
           MOVE LIB2M-EFF-DATE TO LIB2D-DET-EFF-DATE
           MOVE LIB2M-DATA     TO LIB2D-DET-DATA
           MOVE LIB2M-TABLE-ID TO LIB2D-DET-TABLE-ID
           MOVE LIB2D-DETAIL-LINE TO LIB2D-LINE
           WRITE LIB2D-LINE.

           MOVE LIB2P-REC-TYPE TO LIB2D-DET-REC-TYPE
           MOVE LIB2P-EFF-DATE TO LIB2D-DET-EFF-DATE
           MOVE LIB2P-DATA     TO LIB2D-DET-DATA
           MOVE LIB2P-TABLE-ID TO LIB2D-DET-TABLE-ID
           MOVE LIB2D-DETAIL-LINE TO LIB2D-LINE
           WRITE LIB2D-LINE.

           MOVE LIB2P-REC-TYPE TO LIB2D-DET-REC-TYPE
           MOVE LIB2P-EFF-DATE TO LIB2D-DET-EFF-DATE
           MOVE LIB2P-DATA     TO LIB2D-DET-DATA
           MOVE LIB2P-TABLE-ID TO LIB2D-DET-TABLE-ID
           MOVE LIB2D-DETAIL-LINE TO LIB2D-LINE
           WRITE LIB2D-LINE

           MOVE LIB2M-REC-TYPE TO LIB2D-DET-REC-TYPE
           MOVE LIB2M-EFF-DATE TO LIB2D-DET-EFF-DATE
           MOVE LIB2M-DATA     TO LIB2D-DET-DATA
           MOVE LIB2M-TABLE-ID TO LIB2D-DET-TABLE-ID
           MOVE LIB2D-DETAIL-LINE TO LIB2D-LINE
           WRITE LIB2D-LINE.

           MOVE LIB2M-REC-TYPE TO LIB2N-REC-TYPE
           MOVE LIB2M-EFF-DATE TO LIB2N-EFF-DATE
           MOVE LIB2M-DATA     TO LIB2N-DATA
           MOVE LIB2M-TABLE-ID TO LIB2N-TABLE-ID
           WRITE LIB2N-RECORD.

      *-----------------------------------------------------------------
