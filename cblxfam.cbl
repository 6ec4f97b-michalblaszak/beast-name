      * Input:
      *    EXTRACT-DS (EXTRDD) - the run's extract produced by
      *       CBLGEN's WRITE-EXTRACT-RECORD, in the fixed 38-byte
      *       record layout. It is checked whole before it is sorted
      *       (see VALIDATE-EXTRACT): one without CBLGEN's header or
      *       trailer record, or whose trailer count or hash total
      *       disagrees with its match records, is rejected. Only the
      *       match records are sorted (a crosswalk run's English
      *       companions are passed over); the run identifier is shown
      *       on the summary page.
      *    TARGET-CATALOG-DS (CATDD) - optional target catalog
      *       maintained by CBLXCAT; each family line and summary
      *       row prints its NAME-NUMBER with its catalog label.
      * Work:
      *    SORT-WORK (SORTWK) - sort work file.
      *    SORTED-EXTRACT-DS (FAMSDD) - the extract sorted on
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ECODE-S.

      * The target catalog CBLXCAT maintains, read for the label
      * printed next to each NAME-NUMBER. OPTIONAL: without one the
      * listing simply runs unlabelled.
           SELECT OPTIONAL TARGET-CATALOG-DS ASSIGN TO CATDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CAT-NAME-NUMBER
           FILE STATUS IS ECODE-G.

           SELECT REPORT-DS ASSIGN TO XFAMDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           05 XFM-SEQ-LENGTH    PIC 9(7).
           05 XFM-VALUE-SYSTEM  PIC X.
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
      * The analysis report. REPORT-CTL is an ASA printer control
      * character, same convention as CBLGEN's REPORT-DS.
       FD  REPORT-DS
              88 SORTED-OK VALUE "00".
           05 ECODE-R PIC XX.
              88 OUT-OK VALUE "00".
           05 ECODE-G PIC XX.
      *> "05" on the open means the OPTIONAL catalog is not there.
              88 CAT-OK VALUE "00" "05".
              88 CAT-NOT-PRESENT VALUE "05".
              88 CAT-NOT-FOUND VALUE "23".

       01  SORTED-READ-STATUS PIC X VALUE 'N'.
           88 IS-SORTED-DONE VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  EXTRACT-READ-STATUS PIC X VALUE 'N'.
           88 IS-EXTRACT-DONE VALUE 'Y' WHEN SET TO FALSE IS 'N'.

      * The extract check (see VALIDATE-EXTRACT/CHECK-EXTRACT-RECORD).
      * Each record is read into EXTRACT-CHECK-REC and seen as a match
      * record, the header or the trailer by its first 4 bytes; the
      * check's progress through the file, the match records counted
      * and their NAME-NUMBERs summed so far, and the reason the
      * extract is rejected (blank while it is acceptable).
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

      * The run identifier on the extract's header record.
       01  EXTRACT-RUN-ID PIC X(8) VALUE SPACES.

      * Is a family currently open in the FAM- fields below?
       01  FAMILY-OPEN PIC X VALUE 'N'.
       01  TSTAT-RAW-ED    PIC ZZZZZZ9.
       01  TSTAT-FAM-ED    PIC ZZZZZZ9.

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

      *========================
       PROCEDURE DIVISION.
      *========================
       BEGIN.
      *> The extract is checked whole first - a missing input or an
      *> incomplete extract should fail with its own clear message,
      *> before the sort is run.
           PERFORM VALIDATE-EXTRACT

      *> Sorting on NAME-NUMBER/start position lets the sweep close a
      *> family as soon as a record starts past the family's furthest
      *> end, holding only the one family in working storage. The
      *> header and trailer records are left out of the sort.
           SORT SORT-WORK
              ON ASCENDING KEY SORT-MATCH-KEY
              INPUT PROCEDURE IS RELEASE-EXTRACT
              GIVING SORTED-EXTRACT-DS

           OPEN INPUT SORTED-EXTRACT-DS
              GOBACK
           END-IF

           PERFORM OPEN-TARGET-CATALOG
           PERFORM WRITE-FAMILY-HEADING

           READ SORTED-EXTRACT-DS
           CLOSE SORTED-EXTRACT-DS
           CLOSE REPORT-DS

           IF IS-CATALOG-PRESENT THEN
              CLOSE TARGET-CATALOG-DS
           END-IF

           GOBACK.

       END-BEGIN.
           EXIT.
      *-----------------------------------------------------------------
      * Reads the whole extract once before it is sorted and rejects
      * it unless it is one complete CBLGEN run: its header first,
      * match records only in between and its trailer last, the
      * trailer's record count and NAME-NUMBER hash total agreeing
      * with the match records actually read (see CHECK-EXTRACT-
      * RECORD). The header's run identifier is kept in EXTRACT-RUN-ID.
      *-----------------------------------------------------------------
       VALIDATE-EXTRACT.
           OPEN INPUT EXTRACT-DS

           IF NOT EXTR-OK THEN
              DISPLAY "Error opening the extract data set (EXTRDD)"
                  ECODE-E
              GOBACK
           END-IF

           SET CHECK-AWAITING-HEADER TO TRUE
           MOVE 0 TO EXTRACT-CHECK-COUNT
           MOVE 0 TO EXTRACT-CHECK-HASH
           MOVE SPACES TO EXTRACT-CHECK-REASON

           READ EXTRACT-DS INTO EXTRACT-CHECK-REC
              AT END SET IS-EXTRACT-DONE TO TRUE
           END-READ

           PERFORM UNTIL IS-EXTRACT-DONE
              PERFORM CHECK-EXTRACT-RECORD

              READ EXTRACT-DS INTO EXTRACT-CHECK-REC
                 AT END SET IS-EXTRACT-DONE TO TRUE
              END-READ
           END-PERFORM

           CLOSE EXTRACT-DS
           PERFORM FINISH-EXTRACT-CHECK

           IF EXTRACT-CHECK-REASON NOT = SPACES THEN
              DISPLAY "Error: extract data set (EXTRDD) rejected - "
                  EXTRACT-CHECK-REASON
              GOBACK
           END-IF

           SET IS-EXTRACT-DONE TO FALSE.

       END-VALIDATE-EXTRACT.
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
      * SORT input procedure: releases the extract's match records,
      * leaving out the header and trailer.
      *-----------------------------------------------------------------
       RELEASE-EXTRACT.
           OPEN INPUT EXTRACT-DS

           IF NOT EXTR-OK THEN
              DISPLAY "Error opening the extract data set (EXTRDD)"
                  ECODE-E
              GOBACK
           END-IF

           SET IS-EXTRACT-DONE TO FALSE

           READ EXTRACT-DS INTO EXTRACT-CHECK-REC
              AT END SET IS-EXTRACT-DONE TO TRUE
           END-READ

           PERFORM UNTIL IS-EXTRACT-DONE
              IF NOT CHECK-HEADER-TYPE AND NOT CHECK-TRAILER-TYPE AND
                 NOT CHECK-ENGLISH-TYPE THEN
                 RELEASE SORT-REC FROM EXTRACT-CHECK-REC
              END-IF

              READ EXTRACT-DS INTO EXTRACT-CHECK-REC
                 AT END SET IS-EXTRACT-DONE TO TRUE
              END-READ
           END-PERFORM

           CLOSE EXTRACT-DS.

       END-RELEASE-EXTRACT.
           EXIT.
      *-----------------------------------------------------------------
      * Applies the sorted extract record to the sweep. A record of
      * the current family's NAME-NUMBER, starting in the family's
      * start book at or before the family's furthest end, overlaps
       END-EXTEND-FAMILY-SPAN.
           EXIT.
      *-----------------------------------------------------------------
      * Reports the family currently open (its NAME-NUMBER with the
      * target's catalog label) and adds it to its target's family
      * count.
      *-----------------------------------------------------------------
       CLOSE-FAMILY.
           ADD 1 TO FAMILY-TOTAL-COUNT
           ADD 1 TO TSTAT-FAMILY-COUNT(TSTAT-AT)

           MOVE FAM-NAME-NUMBER TO FAM-NAME-ED
           MOVE FAM-NAME-NUMBER TO LABEL-LOOKUP-NAME
           PERFORM FIND-TARGET-LABEL
           MOVE FAM-MEMBER-COUNT TO FAM-MEMBERS-ED
           PERFORM BUILD-LOCATION-TEXTS
           MOVE FAM-REP-LENGTH TO FAM-REP-LEN-ED

           MOVE SPACES TO REPORT-TEXT
           STRING FAM-NAME-ED ' ' TARGET-LABEL-TXT '  '
                  FAM-MEMBERS-ED '  '
                  FAM-SPAN-TXT ' : ' FAM-SPAN-END-TXT '  '
                  FAM-REP-START-TXT ' : ' FAM-REP-END-TXT ' '
                  FAM-REP-LEN-ED
       END-FIND-TARGET-STATS.
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
      * Writes the analysis report's page heading and column
      * headings, same paging convention as CBLXCMP's WRITE-
      * COMPARISON-HEADING.
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           STRING 'NAME LABEL                           '
                  'MEMBERS  WIDEST SPAN'
                  '                            '
                  'REPRESENTATIVE                      REP-LEN'
                  DELIMITED BY SIZE INTO REPORT-TEXT
       END-WRITE-FAMILY-LINE.
           EXIT.
      *-----------------------------------------------------------------
      * Closing summary page: the extract's run identifier, then per
      * target NAME-NUMBER the distinct family count next to the raw
      * match count - the family count is the number the management
      * summaries carry.
      *-----------------------------------------------------------------
       WRITE-FAMILY-SUMMARY.
           ADD 1 TO REPORT-PAGE-COUNT
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           STRING 'EXTRACT RUN ID:       ' EXTRACT-RUN-ID
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           STRING 'NAME NUMBER  LABEL                            '
                  'RAW MATCHES   FAMILIES'
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE ALL '-' TO REPORT-TEXT
           PERFORM VARYING TSTAT-I FROM 1 BY 1
              UNTIL TSTAT-I > TSTAT-COUNT
                 MOVE TSTAT-NAME-NUMBER(TSTAT-I) TO FAM-NAME-ED
                 MOVE TSTAT-NAME-NUMBER(TSTAT-I) TO LABEL-LOOKUP-NAME
                 PERFORM FIND-TARGET-LABEL
                 MOVE TSTAT-RAW-COUNT(TSTAT-I) TO TSTAT-RAW-ED
                 MOVE TSTAT-FAMILY-COUNT(TSTAT-I) TO TSTAT-FAM-ED

                 MOVE SPACES TO REPORT-TEXT
                 STRING FAM-NAME-ED
                        '         '
                        TARGET-LABEL-TXT
                        '   '
                        TSTAT-RAW-ED
                        '       '
                        TSTAT-FAM-ED
