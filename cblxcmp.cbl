      *    OLD-EXTRACT-DS (OLDXDD) - an earlier run's EXTRACT-DS.
      *    NEW-EXTRACT-DS (NEWXDD) - a later run's EXTRACT-DS, in the
      *       same fixed 38-byte record layout.
      *       Each is checked whole before it is sorted (see
      *       VALIDATE-OLD-EXTRACT/VALIDATE-NEW-EXTRACT): one without
      *       CBLGEN's header or trailer record, or whose trailer
      *       count or hash total disagrees with its match records,
      *       is rejected. Only the match records are sorted (a
      *       crosswalk run's English companions are passed over); the
      *       two run identifiers are shown on the summary page.
      *    TARGET-CATALOG-DS (CATDD) - optional target catalog
      *       maintained by CBLXCAT; each line's NAME-NUMBER is
      *       printed with its catalog label.
      * Work:
      *    SORT-WORK (SORTWK) - sort work file.
      *    OLD-SORTED-DS (OLDSDD) - the old extract sorted on the
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ECODE-NS.

      * The target catalog CBLXCAT maintains, read for the label
      * printed next to each NAME-NUMBER. OPTIONAL: without one the
      * listing simply runs unlabelled.
           SELECT OPTIONAL TARGET-CATALOG-DS ASSIGN TO CATDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CAT-NAME-NUMBER
           FILE STATUS IS ECODE-G.

           SELECT REPORT-DS ASSIGN TO XCMPDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           05 NEW-SEQ-LENGTH    PIC 9(7).
           05 NEW-VALUE-SYSTEM  PIC X.
      *------------------------
      * Same layout CBLXCAT maintains in TARGET-CATALOG-DS (CATDD).
      * Only the label is used here.
       FD  TARGET-CATALOG-DS
           RECORD CONTAINS 80 CHARACTERS.
       01  TARGET-CATALOG-REC.
           05 CAT-NAME-NUMBER PIC 9(4).
           05 CAT-LABEL       PIC X(30).
           05 CAT-CATEGORY    PIC X(10).
           05 CAT-ANALYST     PIC X(20).
           05 CAT-DATE-ADDED  PIC X(8).
           05 CAT-STATUS      PIC X.
              88 CAT-ACTIVE  VALUE 'A'.
              88 CAT-RETIRED VALUE 'R'.
           05 FILLER          PIC X(7).
      *------------------------
      * The comparison report. REPORT-CTL is an ASA printer control
      * character, same convention as CBLGEN's REPORT-DS.
       FD  REPORT-DS
              88 NEW-SORTED-OK VALUE "00".
           05 ECODE-R PIC XX.
              88 OUT-OK VALUE "00".
           05 ECODE-G PIC XX.
      *> "05" on the open means the OPTIONAL catalog is not there.
              88 CAT-OK VALUE "00" "05".
              88 CAT-NOT-PRESENT VALUE "05".
              88 CAT-NOT-FOUND VALUE "23".

       01  OLD-READ-STATUS PIC X VALUE 'N'.
           88 IS-OLD-DONE VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  NEW-READ-STATUS PIC X VALUE 'N'.
           88 IS-NEW-DONE VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  EXTRACT-READ-STATUS PIC X VALUE 'N'.
           88 IS-EXTRACT-DONE VALUE 'Y' WHEN SET TO FALSE IS 'N'.

      * The extract check (see VALIDATE-OLD-EXTRACT and CHECK-
      * EXTRACT-RECORD). Each record is read into EXTRACT-CHECK-REC
      * and seen as a match record, the header or the trailer by its
      * first 4 bytes; the check's progress through the file, the
      * match records counted and their NAME-NUMBERs summed so far,
      * and the reason the extract is rejected (blank while it is
      * acceptable).
       01  EXTRACT-CHECK-REC.
           05 CHECK-RECORD-TYPE PIC X(4).
              88 CHECK-HEADER-TYPE  VALUE 'HDR '.
              88 CHECK-TRAILER-TYPE VALUE 'TRL '.
              88 CHECK-ENGLISH-TYPE VALUE 'ENG '.
           05 CHECK-NAME-NUMBER REDEFINES CHECK-RECORD-TYPE
                                PIC 9(4).
           05 FILLER            PIC X(34).
       01  EXTRACT-CHECK-HEADER REDEFINES EXTRACT-CHECK-REC.
           05 FILLER                 PIC X(4).
           05 CHECK-HDR-RUN-ID       PIC X(8).
           05 CHECK-HDR-RUN-DATE     PIC X(8).
           05 CHECK-HDR-VALUE-SYSTEM PIC X.
           05 FILLER                 PIC X(17).
       01  EXTRACT-CHECK-TRAILER REDEFINES EXTRACT-CHECK-REC.
           05 FILLER                 PIC X(4).
           05 CHECK-TRL-RECORD-COUNT PIC 9(9).
           05 CHECK-TRL-HASH-TOTAL   PIC 9(15).
           05 FILLER                 PIC X(10).
       01  EXTRACT-CHECK-STATE PIC X VALUE 'H'.
           88 CHECK-AWAITING-HEADER VALUE 'H'.
           88 CHECK-IN-DATA         VALUE 'D'.
           88 CHECK-AFTER-TRAILER   VALUE 'T'.
       01  EXTRACT-CHECK-COUNT  PIC 9(9) USAGE BINARY VALUE 0.
       01  EXTRACT-CHECK-HASH   PIC 9(15) USAGE BINARY VALUE 0.
       01  EXTRACT-CHECK-REASON PIC X(50) VALUE SPACES.

      * The run identifier on each extract's header record.
       01  EXTRACT-RUN-ID PIC X(8) VALUE SPACES.
       01  OLD-RUN-ID     PIC X(8) VALUE SPACES.
       01  NEW-RUN-ID     PIC X(8) VALUE SPACES.

      * The match key of the record each side currently holds.
      * HIGH-VALUES once that side is exhausted, so the in-step walk's
       01  CMP-OLD-LEN-TXT PIC X(7).
       01  CMP-NEW-LEN-TXT PIC X(7).

      * Catalog label lookup (see FIND-TARGET-LABEL): whether
      * TARGET-CATALOG-DS was there to open, the NAME-NUMBER to look
      * up, and the one whose label TARGET-LABEL-TXT currently holds,
      * so a run of lines for the same target reads the catalog once.
       01  CATALOG-PRESENT PIC X VALUE 'N'.
           88 IS-CATALOG-PRESENT VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  LABEL-HELD PIC X VALUE 'N'.
           88 IS-LABEL-HELD VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  LABEL-LOOKUP-NAME PIC 9(4).
       01  LABEL-HELD-NAME   PIC 9(4).
       01  TARGET-LABEL-TXT  PIC X(30) VALUE SPACES.

       01  APPEARED-COUNT-ED    PIC ZZZZZZ9.
       01  DISAPPEARED-COUNT-ED PIC ZZZZZZ9.
       01  CHANGED-COUNT-ED     PIC ZZZZZZ9.
       PROCEDURE DIVISION.
      *========================
       BEGIN.
      *> Each extract is checked whole first - a missing input or an
      *> incomplete extract should fail with its own clear message,
      *> before any sort is run.
           PERFORM VALIDATE-OLD-EXTRACT
           PERFORM VALIDATE-NEW-EXTRACT

      *> Both extracts are put into match-key order first, so the
      *> compare itself can read them in step instead of holding one
      *> they pair one-to-one exactly as the old table compare
      *> paired them - an unstable sort could pair a new record with
      *> the wrong same-key old record and report spurious changes.
      *> The header and trailer records are left out of the sorts.
           SORT SORT-WORK
              ON ASCENDING KEY SORT-MATCH-KEY
              WITH DUPLICATES IN ORDER
              INPUT PROCEDURE IS RELEASE-OLD-EXTRACT
              GIVING OLD-SORTED-DS

           SORT SORT-WORK
              ON ASCENDING KEY SORT-MATCH-KEY
              WITH DUPLICATES IN ORDER
              INPUT PROCEDURE IS RELEASE-NEW-EXTRACT
              GIVING NEW-SORTED-DS

           OPEN INPUT OLD-SORTED-DS
              GOBACK
           END-IF

           PERFORM OPEN-TARGET-CATALOG
           PERFORM WRITE-COMPARISON-HEADING

           PERFORM READ-OLD-SORTED
           CLOSE NEW-SORTED-DS
           CLOSE REPORT-DS

           IF IS-CATALOG-PRESENT THEN
              CLOSE TARGET-CATALOG-DS
           END-IF

           GOBACK.

       END-BEGIN.
           EXIT.
      *-----------------------------------------------------------------
      * Reads the whole old extract once and rejects it unless it is
      * one complete CBLGEN run: its header first, match records only
      * in between and its trailer last, the trailer's record count
      * and NAME-NUMBER hash total agreeing with the match records
      * actually read (see CHECK-EXTRACT-RECORD).
      *-----------------------------------------------------------------
       VALIDATE-OLD-EXTRACT.
           OPEN INPUT OLD-EXTRACT-DS

           IF NOT OLD-OK THEN
              DISPLAY "Error opening the old extract data set (OLDX)"
                  ECODE-O
              GOBACK
           END-IF

           SET CHECK-AWAITING-HEADER TO TRUE
           MOVE 0 TO EXTRACT-CHECK-COUNT
           MOVE 0 TO EXTRACT-CHECK-HASH
           MOVE SPACES TO EXTRACT-CHECK-REASON
           SET IS-EXTRACT-DONE TO FALSE

           READ OLD-EXTRACT-DS INTO EXTRACT-CHECK-REC
              AT END SET IS-EXTRACT-DONE TO TRUE
           END-READ

           PERFORM UNTIL IS-EXTRACT-DONE
              PERFORM CHECK-EXTRACT-RECORD

              READ OLD-EXTRACT-DS INTO EXTRACT-CHECK-REC
                 AT END SET IS-EXTRACT-DONE TO TRUE
              END-READ
           END-PERFORM

           CLOSE OLD-EXTRACT-DS
           PERFORM FINISH-EXTRACT-CHECK

           IF EXTRACT-CHECK-REASON NOT = SPACES THEN
              DISPLAY "Error: old extract data set (OLDXDD) rejected - "
                  EXTRACT-CHECK-REASON
              GOBACK
           END-IF

           MOVE EXTRACT-RUN-ID TO OLD-RUN-ID.

       END-VALIDATE-OLD-EXTRACT.
           EXIT.
      *-----------------------------------------------------------------
      * Same check as VALIDATE-OLD-EXTRACT, for the new extract.
      *-----------------------------------------------------------------
       VALIDATE-NEW-EXTRACT.
           OPEN INPUT NEW-EXTRACT-DS

           IF NOT NEW-OK THEN
              DISPLAY "Error opening the new extract data set (NEWX)"
                  ECODE-N
              GOBACK
           END-IF

           SET CHECK-AWAITING-HEADER TO TRUE
           MOVE 0 TO EXTRACT-CHECK-COUNT
           MOVE 0 TO EXTRACT-CHECK-HASH
           MOVE SPACES TO EXTRACT-CHECK-REASON
           SET IS-EXTRACT-DONE TO FALSE

           READ NEW-EXTRACT-DS INTO EXTRACT-CHECK-REC
              AT END SET IS-EXTRACT-DONE TO TRUE
           END-READ

           PERFORM UNTIL IS-EXTRACT-DONE
              PERFORM CHECK-EXTRACT-RECORD

              READ NEW-EXTRACT-DS INTO EXTRACT-CHECK-REC
                 AT END SET IS-EXTRACT-DONE TO TRUE
              END-READ
           END-PERFORM

           CLOSE NEW-EXTRACT-DS
           PERFORM FINISH-EXTRACT-CHECK

           IF EXTRACT-CHECK-REASON NOT = SPACES THEN
              DISPLAY "Error: new extract data set (NEWXDD) rejected - "
                  EXTRACT-CHECK-REASON
              GOBACK
           END-IF

           MOVE EXTRACT-RUN-ID TO NEW-RUN-ID.

       END-VALIDATE-NEW-EXTRACT.
           EXIT.
      *-----------------------------------------------------------------
      * Checks the extract record held in EXTRACT-CHECK-REC against
      * where the check has got to in the file. The first fault found
      * is kept in EXTRACT-CHECK-REASON; the records after it are only
      * read past.
      *-----------------------------------------------------------------
       CHECK-EXTRACT-RECORD.
           EVALUATE TRUE
           WHEN EXTRACT-CHECK-REASON NOT = SPACES
              CONTINUE

           WHEN CHECK-AWAITING-HEADER
              IF NOT CHECK-HEADER-TYPE THEN
                 MOVE 'first record is not a header record'
                     TO EXTRACT-CHECK-REASON
              ELSE
                 IF CHECK-HDR-RUN-ID = SPACES THEN
                    MOVE 'header record carries no run identifier'
                        TO EXTRACT-CHECK-REASON
                 END-IF
                 MOVE CHECK-HDR-RUN-ID TO EXTRACT-RUN-ID
                 SET CHECK-IN-DATA TO TRUE
              END-IF

           WHEN CHECK-AFTER-TRAILER
              MOVE 'records follow the trailer record'
                  TO EXTRACT-CHECK-REASON

           WHEN CHECK-HEADER-TYPE
              MOVE 'second header record (concatenated extracts?)'
                  TO EXTRACT-CHECK-REASON

           WHEN CHECK-TRAILER-TYPE
              SET CHECK-AFTER-TRAILER TO TRUE
              EVALUATE TRUE
              WHEN CHECK-TRL-RECORD-COUNT NOT NUMERIC OR
                   CHECK-TRL-HASH-TOTAL NOT NUMERIC
                 MOVE 'trailer record totals are not numeric'
                     TO EXTRACT-CHECK-REASON
              WHEN CHECK-TRL-RECORD-COUNT NOT = EXTRACT-CHECK-COUNT
                 MOVE 'trailer record count does not match'
                     TO EXTRACT-CHECK-REASON
              WHEN CHECK-TRL-HASH-TOTAL NOT = EXTRACT-CHECK-HASH
                 MOVE 'trailer hash total does not match'
                     TO EXTRACT-CHECK-REASON
              END-EVALUATE

      *> A crosswalk run's English companion of the match before it -
      *> not a match, so not in the trailer's totals.
           WHEN CHECK-ENGLISH-TYPE
              CONTINUE

           WHEN CHECK-NAME-NUMBER NOT NUMERIC
              MOVE 'match record with a non-numeric NAME-NUMBER'
                  TO EXTRACT-CHECK-REASON

           WHEN OTHER
              ADD 1 TO EXTRACT-CHECK-COUNT
              ADD CHECK-NAME-NUMBER TO EXTRACT-CHECK-HASH
           END-EVALUATE.

       END-CHECK-EXTRACT-RECORD.
           EXIT.
      *
       FINISH-EXTRACT-CHECK.
           IF EXTRACT-CHECK-REASON = SPACES THEN
              EVALUATE TRUE
              WHEN CHECK-AWAITING-HEADER
                 MOVE 'empty - no header record'
                     TO EXTRACT-CHECK-REASON
              WHEN CHECK-IN-DATA
                 MOVE 'no trailer record - the run did not complete'
                     TO EXTRACT-CHECK-REASON
              END-EVALUATE
           END-IF.

       END-FINISH-EXTRACT-CHECK.
           EXIT.
      *-----------------------------------------------------------------
      * SORT input procedure for the old extract: releases its match
      * records, leaving out the header and trailer.
      *-----------------------------------------------------------------
       RELEASE-OLD-EXTRACT.
           OPEN INPUT OLD-EXTRACT-DS

           IF NOT OLD-OK THEN
              DISPLAY "Error opening the old extract data set (OLDX)"
                  ECODE-O
              GOBACK
           END-IF

           SET IS-EXTRACT-DONE TO FALSE

           READ OLD-EXTRACT-DS INTO EXTRACT-CHECK-REC
              AT END SET IS-EXTRACT-DONE TO TRUE
           END-READ

           PERFORM UNTIL IS-EXTRACT-DONE
              IF NOT CHECK-HEADER-TYPE AND NOT CHECK-TRAILER-TYPE AND
                 NOT CHECK-ENGLISH-TYPE THEN
                 RELEASE SORT-REC FROM EXTRACT-CHECK-REC
              END-IF

              READ OLD-EXTRACT-DS INTO EXTRACT-CHECK-REC
                 AT END SET IS-EXTRACT-DONE TO TRUE
              END-READ
           END-PERFORM

           CLOSE OLD-EXTRACT-DS.

       END-RELEASE-OLD-EXTRACT.
           EXIT.
      *-----------------------------------------------------------------
      * SORT input procedure for the new extract, as RELEASE-OLD-
      * EXTRACT.
      *-----------------------------------------------------------------
       RELEASE-NEW-EXTRACT.
           OPEN INPUT NEW-EXTRACT-DS

           IF NOT NEW-OK THEN
              DISPLAY "Error opening the new extract data set (NEWX)"
                  ECODE-N
              GOBACK
           END-IF

           SET IS-EXTRACT-DONE TO FALSE

           READ NEW-EXTRACT-DS INTO EXTRACT-CHECK-REC
              AT END SET IS-EXTRACT-DONE TO TRUE
           END-READ

           PERFORM UNTIL IS-EXTRACT-DONE
              IF NOT CHECK-HEADER-TYPE AND NOT CHECK-TRAILER-TYPE AND
                 NOT CHECK-ENGLISH-TYPE THEN
                 RELEASE SORT-REC FROM EXTRACT-CHECK-REC
              END-IF

              READ NEW-EXTRACT-DS INTO EXTRACT-CHECK-REC
                 AT END SET IS-EXTRACT-DONE TO TRUE
              END-READ
           END-PERFORM

           CLOSE NEW-EXTRACT-DS.

       END-RELEASE-NEW-EXTRACT.
           EXIT.
      *-----------------------------------------------------------------
      * Walks the two sorted work files in step a second time once
      * the main compare is done, emitting one DISAPPEARED line per
      * old-side key with no new-side counterpart - the same trailing
           ADD 1 TO DISAPPEARED-COUNT
           MOVE 'DISAPPEARED' TO CMP-STATUS
           MOVE OLD-NAME-NUMBER TO CMP-NAME-ED
           MOVE OLD-NAME-NUMBER TO LABEL-LOOKUP-NAME
           PERFORM FIND-TARGET-LABEL

           MOVE SPACES TO CMP-START-LOC
           STRING OLD-START-BOOK '-' OLD-START-CHAPTER '-'
       END-REPORT-CHANGED.
           EXIT.
      *-----------------------------------------------------------------
      * Builds CMP-NAME-ED (and the target's catalog label)/CMP-START-
      * LOC/CMP-END-LOC from the current NEW-SORTED-REC for WRITE-
      * COMPARISON-LINE.
      *-----------------------------------------------------------------
       BUILD-NEW-LOCATIONS.
           MOVE NEW-NAME-NUMBER TO CMP-NAME-ED
           MOVE NEW-NAME-NUMBER TO LABEL-LOOKUP-NAME
           PERFORM FIND-TARGET-LABEL

           MOVE SPACES TO CMP-START-LOC
           STRING NEW-START-BOOK '-' NEW-START-CHAPTER '-'
       END-BUILD-NEW-LOCATIONS.
           EXIT.
      *-----------------------------------------------------------------
      * Opens the target catalog for the label lookups. A catalog that
      * is not there is no error: the labels just stay blank.
      *-----------------------------------------------------------------
       OPEN-TARGET-CATALOG.
           OPEN INPUT TARGET-CATALOG-DS

           IF NOT CAT-OK THEN
              DISPLAY "Error opening the target catalog (CATDD)"
                  ECODE-G
              GOBACK
           END-IF

           IF CAT-NOT-PRESENT THEN
              CLOSE TARGET-CATALOG-DS
           ELSE
              SET IS-CATALOG-PRESENT TO TRUE
           END-IF.

       END-OPEN-TARGET-CATALOG.
           EXIT.
      *-----------------------------------------------------------------
      * Leaves the catalog label of LABEL-LOOKUP-NAME in TARGET-LABEL-
      * TXT (blank when the target is uncatalogued or there is no
      * catalog). The catalog is only read when the NAME-NUMBER
      * differs from the one last looked up.
      *-----------------------------------------------------------------
       FIND-TARGET-LABEL.
           IF IS-CATALOG-PRESENT AND
              (NOT IS-LABEL-HELD OR
               LABEL-LOOKUP-NAME NOT = LABEL-HELD-NAME) THEN
              MOVE LABEL-LOOKUP-NAME TO CAT-NAME-NUMBER

              READ TARGET-CATALOG-DS
                 INVALID KEY MOVE SPACES TO CAT-LABEL
              END-READ

              IF NOT CAT-OK AND NOT CAT-NOT-FOUND THEN
                 DISPLAY "Error reading the target catalog (CATDD)"
                     ECODE-G
                 GOBACK
              END-IF

              MOVE CAT-LABEL TO TARGET-LABEL-TXT
              MOVE LABEL-LOOKUP-NAME TO LABEL-HELD-NAME
              SET IS-LABEL-HELD TO TRUE
           END-IF.

       END-FIND-TARGET-LABEL.
           EXIT.
      *-----------------------------------------------------------------
      * Writes the comparison report's page heading and column
      * headings, same paging convention as CBLGEN's WRITE-REPORT-
      * HEADING.
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           STRING 'STATUS       NAME LABEL                           '
                  'START             '
                  'END                OLD-LEN  NEW-LEN'
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           END-IF

           MOVE SPACES TO REPORT-TEXT
           STRING CMP-STATUS ' ' CMP-NAME-ED ' ' TARGET-LABEL-TXT
                  '  ' CMP-START-LOC
                  ' ' CMP-END-LOC ' ' CMP-OLD-LEN-TXT ' '
                  CMP-NEW-LEN-TXT
                  DELIMITED BY SIZE INTO REPORT-TEXT
       END-WRITE-COMPARISON-LINE.
           EXIT.
      *-----------------------------------------------------------------
      * Closing summary page: the two extracts' run identifiers and
      * the appeared/disappeared/changed counts.
      *-----------------------------------------------------------------
       WRITE-COMPARISON-SUMMARY.
           ADD 1 TO REPORT-PAGE-COUNT
           MOVE SPACES TO REPORT-TEXT
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           STRING 'OLD RUN ID:    ' OLD-RUN-ID
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           STRING 'NEW RUN ID:    ' NEW-RUN-ID
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           WRITE REPORT-REC

           MOVE APPEARED-COUNT TO APPEARED-COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'APPEARED:      ' APPEARED-COUNT-ED
