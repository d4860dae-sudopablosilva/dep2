      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      *
      * One-time conversion of the LIB2 master file to the layout with
      * the table-id qualifier.  A master file built before tables
      * existed carries 51-byte records keyed on LIB2M-KEY alone and
      * fails to open under the current layout, keyed on table plus
      * key, so at upgrade time the old file is set aside as LIB2MSO
      * and this job rebuilds LIB2MST from it, lib2cnv2-style: every
      * record comes across unchanged except for the table id, which
      * is stamped from the first command-line argument - left blank,
      * the records land in the default table and every caller that
      * never names a table behaves exactly as before.
      *
      * Only the master needs rebuilding.  The history rows, the audit
      * and approval-queue lines and the transaction files carry their
      * table id after the columns they always had, so lines written
      * before tables existed read back as the default table as they
      * stand - so a site that stamps a named table here should know
      * its older history rows stay in the default table, and as-of
      * answers for the converted keys start from the conversion.
      *
      * A record the new master will not take (its key out of
      * sequence or already there, or an I/O error) is listed with its
      * key and file status, counted apart from the converted ones,
      * and ends the run with return code 8.
      *
      * Run once per site, before the first post-upgrade run of
      * anything that touches LIB2MST.  Rerunning is safe - the
      * rebuild starts from an empty output file each time.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib2cnv4.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIB2-OLD-MASTER-FILE ASSIGN TO 'LIB2MSO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LIB2O-KEY
               FILE STATUS IS LIB2O-FILE-STATUS.

           SELECT LIB2-MASTER-FILE ASSIGN TO 'LIB2MST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LIB2M-FULL-KEY
               FILE STATUS IS LIB2M-FILE-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    Master record layout from before the table id.
       FD  LIB2-OLD-MASTER-FILE.
       01  LIB2O-RECORD.
           05  LIB2O-KEY                PIC X(10).
           05  LIB2O-STATUS             PIC X(01).
           05  LIB2O-REC-TYPE           PIC X(02).
           05  LIB2O-EFF-DATE           PIC 9(08).
           05  LIB2O-DATA               PIC X(30).

       FD  LIB2-MASTER-FILE.
       01  LIB2M-RECORD.
           COPY LIB2MREC.

       WORKING-STORAGE SECTION.
       01  LIB2O-FILE-STATUS           PIC X(02).
           88  LIB2O-STATUS-OK             VALUE '00'.
       01  LIB2M-FILE-STATUS           PIC X(02).
           88  LIB2M-STATUS-OK             VALUE '00'.

       01  LIB2O-EOF-SW                PIC X(01) VALUE 'N'.
           88  LIB2O-EOF                   VALUE 'Y'.

       01  LIB2-TABLE-ID-ARG           PIC X(08) VALUE SPACES.
       01  LIB2-CONVERTED-COUNT        PIC 9(09) VALUE ZERO.
       01  LIB2-REJECTED-COUNT         PIC 9(09) VALUE ZERO.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN

           IF LIB2O-STATUS-OK AND LIB2M-STATUS-OK
               PERFORM READ-NEXT-OLD-MASTER
               PERFORM CONVERT-ONE-RECORD UNTIL LIB2O-EOF
               DISPLAY 'LIB2CNV4 - RECORDS CONVERTED: '
                       LIB2-CONVERTED-COUNT ' INTO TABLE: '
                       LIB2-TABLE-ID-ARG
               DISPLAY 'LIB2CNV4 - RECORDS REJECTED : '
                       LIB2-REJECTED-COUNT
               IF LIB2-REJECTED-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'LIB2CNV4 - OLD/NEW MASTER UNAVAILABLE, '
                       'STATUS: ' LIB2O-FILE-STATUS ' / '
                       LIB2M-FILE-STATUS
               DISPLAY 'LIB2CNV4 - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
           END-IF

           PERFORM TERMINATE-RUN
           GOBACK.

      *-----------------------------------------------------------------
       INITIALIZE-RUN.
      *-----------------------------------------------------------------
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT LIB2-TABLE-ID-ARG FROM ARGUMENT-VALUE

           OPEN INPUT LIB2-OLD-MASTER-FILE
           OPEN OUTPUT LIB2-MASTER-FILE.

      *-----------------------------------------------------------------
       READ-NEXT-OLD-MASTER.
      *-----------------------------------------------------------------
           READ LIB2-OLD-MASTER-FILE NEXT RECORD
               AT END
                   SET LIB2O-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------------
       CONVERT-ONE-RECORD.
      *    The old file is read in key sequence and every record goes
      *    to the one table, so the new file is loaded in full-key
      *    sequence too - every field carries straight across and
      *    only the table id is new.
      *-----------------------------------------------------------------
           MOVE LIB2-TABLE-ID-ARG  TO LIB2M-TABLE-ID
           MOVE LIB2O-KEY          TO LIB2M-KEY
           MOVE LIB2O-STATUS       TO LIB2M-STATUS
           MOVE LIB2O-REC-TYPE     TO LIB2M-REC-TYPE
           MOVE LIB2O-EFF-DATE     TO LIB2M-EFF-DATE
           MOVE LIB2O-DATA         TO LIB2M-DATA
      *    The file status judges the write, so an I/O error is
      *    caught along with the key the file refuses.
           WRITE LIB2M-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF LIB2M-STATUS-OK
               ADD 1 TO LIB2-CONVERTED-COUNT
           ELSE
               DISPLAY 'LIB2CNV4 - KEY ' LIB2O-KEY
                       ' NOT CONVERTED, STATUS: ' LIB2M-FILE-STATUS
               ADD 1 TO LIB2-REJECTED-COUNT
           END-IF

           PERFORM READ-NEXT-OLD-MASTER.

      *-----------------------------------------------------------------
       TERMINATE-RUN.
      *-----------------------------------------------------------------
           CLOSE LIB2-OLD-MASTER-FILE
           CLOSE LIB2-MASTER-FILE.
