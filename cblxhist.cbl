      * Input:
      *    EXTRACT-DS (EXTRDD) - the run's extract produced by
      *       CBLGEN's WRITE-EXTRACT-RECORD, in the fixed 38-byte
      *       record layout, between CBLGEN's header and trailer
      *       records. It is checked whole before the master is
      *       opened (see VALIDATE-EXTRACT): an extract without its
      *       header or trailer, or whose trailer count or hash total
      *       disagrees with its match records, is rejected, and so
      *       is one whose header run identifier is already on
      *       RUN-REGISTER-DS - the same run is never applied twice.
      *       A partitioned run's partition extracts are rejected
      *       too; its CBLXMRG merged extract is applied instead.
      *    RUN-STAMP-DS (HCTLDD) - one 80-byte record whose first 8
      *       bytes carry this run's stamp (run date or run id). The
      *       stamp is recorded as first-seen on inserted matches and
      *       last-seen on every match present this run.
      *    TARGET-CATALOG-DS (CATDD) - optional target catalog
      *       maintained by CBLXCAT; each line's NAME-NUMBER is
      *       printed with its catalog label.
      * Input/Output:
      *    HISTORY-DS (HISTDD) - the match-history master, keyed the
      *       way CBLXCMP matches: NAME-NUMBER plus start position
      *       this run's extract is flagged lapsed - never deleted -
      *       so its lineage survives.
      * Output:
      *    RUN-REGISTER-DS (HRUNDD) - the register of maintenance runs
      *       applied to the master, in application order: one record
      *       appended per completed run with its stamp, the date it
      *       was applied, its inserted/updated/lapsed/duplicate
      *       counts and the extract's run identifier. Declared
      *       OPTIONAL so the first run creates it; read before the
      *       master is touched to refuse an already-applied run.
      *       CBLXHINQ counts along it to age lapsed matches by how
      *       many runs ago they were last seen.
      *    REPORT-DS (XHSTDD) - the maintenance report: one INSERTED
      *       line per new match, one UPDATED line per re-appearing
      *       match, one LAPSED line per active match absent this run,
      *       reverse-scan run legitimately writes two identical
      *       extract records per single-word match).
      * Algorithm:
      *    Once validated, the extract is read record by record and
      *       each match record (header, trailer and English
      *       companion records aside) is read
      *       against HISTORY-DS by key: not found inserts, found
      *       updates (unless already stamped by this run, which is a
      *       same-run duplicate and only counted). Once the extract
      *       is exhausted the master is read in key order from the
      *       start and every still-active record whose last-seen
      *       stamp is not this run's is flagged lapsed. Only then is
      *       the run appended to RUN-REGISTER-DS.
      *========================
       IDENTIFICATION DIVISION.
      *========================
           RECORD KEY IS HIST-KEY
           FILE STATUS IS ECODE-H.

      * The target catalog CBLXCAT maintains, read for the label
      * printed next to each NAME-NUMBER. OPTIONAL: without one the
      * listing simply runs unlabelled.
           SELECT OPTIONAL TARGET-CATALOG-DS ASSIGN TO CATDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CAT-NAME-NUMBER
           FILE STATUS IS ECODE-G.

      * The register of applied runs, extended by one record at the
      * end of every completed maintenance run.
           SELECT OPTIONAL RUN-REGISTER-DS ASSIGN TO HRUNDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ECODE-N.

           SELECT REPORT-DS ASSIGN TO XHSTDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           05 EXTRACT-END-WORD-NO   PIC 9(4).
           05 EXTRACT-SEQ-LENGTH    PIC 9(7).
           05 EXTRACT-VALUE-SYSTEM  PIC X.
      *> CBLGEN's header and trailer records carry 'HDR '/'TRL '
      *> where a match record has its NAME-NUMBER.
       01  EXTRACT-CONTROL-REC.
           05 EXTRACT-RECORD-TYPE   PIC X(4).
              88 EXTRACT-HEADER-TYPE  VALUE 'HDR '.
              88 EXTRACT-TRAILER-TYPE VALUE 'TRL '.
              88 EXTRACT-ENGLISH-TYPE VALUE 'ENG '.
           05 FILLER                PIC X(34).
      *------------------------
      * This run's stamp. Only the first record is read; the first 8
      * bytes carry the stamp the history records are marked with.
              88 HIST-ACTIVE VALUE 'A'.
              88 HIST-LAPSED VALUE 'L'.
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
      * One register record per applied maintenance run.
       FD  RUN-REGISTER-DS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  RUN-REGISTER-REC.
           05 REG-RUN-STAMP       PIC X(8).
           05 REG-APPLIED-DATE    PIC X(8).
           05 REG-INSERTED-COUNT  PIC 9(7).
           05 REG-UPDATED-COUNT   PIC 9(7).
           05 REG-LAPSED-COUNT    PIC 9(7).
           05 REG-DUPLICATE-COUNT PIC 9(7).
           05 REG-RUN-ID          PIC X(8).
           05 FILLER              PIC X(28).
      *------------------------
      * The maintenance report. REPORT-CTL is an ASA printer control
      * character, same convention as CBLGEN's REPORT-DS.
       FD  REPORT-DS
              88 HIST-NOT-FOUND VALUE "23".
           05 ECODE-R PIC XX.
              88 OUT-OK VALUE "00".
           05 ECODE-N PIC XX.
      *> "05" on the open means the OPTIONAL register was just
      *> created - the first run recorded.
              88 REG-OK VALUE "00" "05".
           05 ECODE-G PIC XX.
      *> "05" on the open means the OPTIONAL catalog is not there.
              88 CAT-OK VALUE "00" "05".
              88 CAT-NOT-PRESENT VALUE "05".
              88 CAT-NOT-FOUND VALUE "23".

       01  EXTRACT-READ-STATUS PIC X VALUE 'N'.
           88 IS-EXTRACT-DONE VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  HISTORY-READ-STATUS PIC X VALUE 'N'.
           88 IS-HISTORY-DONE VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  REGISTER-READ-STATUS PIC X VALUE 'N'.
           88 IS-REGISTER-DONE VALUE 'Y' WHEN SET TO FALSE IS 'N'.

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
           05 FILLER                 PIC X(12).
           05 CHECK-HDR-PARTITION-ID PIC X(2).
           05 FILLER                 PIC X(3).
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

      * The run identifier on the extract's header record, checked
      * against RUN-REGISTER-DS and registered with this run.
       01  EXTRACT-RUN-ID PIC X(8) VALUE SPACES.

      * This run's stamp, loaded from RUN-STAMP-DS before any master
      * record is touched.
       01  HST-END-LOC     PIC X(17).
       01  HST-RUNS-ED     PIC ZZZZ9.

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

       01  INSERTED-COUNT-ED  PIC ZZZZZZ9.
       01  UPDATED-COUNT-ED   PIC ZZZZZZ9.
       01  LAPSED-COUNT-ED    PIC ZZZZZZ9.
      *========================
       BEGIN.
           PERFORM READ-RUN-STAMP
           PERFORM VALIDATE-EXTRACT
           PERFORM CHECK-RUN-REGISTER

           OPEN I-O HISTORY-DS

              GOBACK
           END-IF

           PERFORM OPEN-TARGET-CATALOG
           PERFORM WRITE-HISTORY-HEADING

           READ EXTRACT-DS
           END-READ

           PERFORM UNTIL IS-EXTRACT-DONE
              IF NOT EXTRACT-HEADER-TYPE AND
                 NOT EXTRACT-TRAILER-TYPE AND
                 NOT EXTRACT-ENGLISH-TYPE THEN
                 PERFORM APPLY-EXTRACT-RECORD
              END-IF

              READ EXTRACT-DS
                 AT END SET IS-EXTRACT-DONE TO TRUE
           CLOSE EXTRACT-DS

           PERFORM FLAG-LAPSED-MATCHES
           PERFORM WRITE-RUN-REGISTER
           PERFORM WRITE-HISTORY-SUMMARY

           CLOSE HISTORY-DS
           CLOSE REPORT-DS

           IF IS-CATALOG-PRESENT THEN
              CLOSE TARGET-CATALOG-DS
           END-IF

           GOBACK.

       END-BEGIN.
       END-READ-RUN-STAMP.
           EXIT.
      *-----------------------------------------------------------------
      * Reads the whole extract once before the master is opened and
      * rejects it unless it is one complete CBLGEN run: its header
      * first, match records only in between and its trailer last,
      * the trailer's record count and NAME-NUMBER hash total agreeing
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
      *> One partition's extract is only part of its run - the run is
      *> applied from CBLXMRG's merged extract.
                 IF CHECK-HDR-PARTITION-ID NOT = SPACES AND
                    EXTRACT-CHECK-REASON = SPACES THEN
                    MOVE 'partition extract - apply the merged extract'
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
      * Reads RUN-REGISTER-DS and refuses the run if the extract's run
      * identifier was already applied - a second application would
      * restamp every match as seen in one more run than it was.
      *-----------------------------------------------------------------
       CHECK-RUN-REGISTER.
           OPEN INPUT RUN-REGISTER-DS

           IF NOT REG-OK THEN
              DISPLAY "Error opening the run register (HRUNDD)"
                  ECODE-N
              GOBACK
           END-IF

           READ RUN-REGISTER-DS
              AT END SET IS-REGISTER-DONE TO TRUE
           END-READ

           PERFORM UNTIL IS-REGISTER-DONE
              IF REG-RUN-ID = EXTRACT-RUN-ID THEN
                 DISPLAY "Error: extract run " EXTRACT-RUN-ID
                     " was already applied (stamp " REG-RUN-STAMP
                     ", applied " REG-APPLIED-DATE ")"
                 CLOSE RUN-REGISTER-DS
                 GOBACK
              END-IF

              READ RUN-REGISTER-DS
                 AT END SET IS-REGISTER-DONE TO TRUE
              END-READ
           END-PERFORM

           CLOSE RUN-REGISTER-DS.

       END-CHECK-RUN-REGISTER.
           EXIT.
      *-----------------------------------------------------------------
      * Applies the extract record held in EXTRACT-REC against the
      * master. Not found inserts a new history record stamped
      * first-seen this run; found and not yet stamped by this run
       END-FLAG-LAPSED-MATCHES.
           EXIT.
      *-----------------------------------------------------------------
      * Appends this run to the run register once the master is fully
      * maintained, so a run that stopped part way is never recorded
      * as applied.
      *-----------------------------------------------------------------
       WRITE-RUN-REGISTER.
           OPEN EXTEND RUN-REGISTER-DS

           IF NOT REG-OK THEN
              DISPLAY "Error opening the run register (HRUNDD)"
                  ECODE-N
              GOBACK
           END-IF

           MOVE SPACES TO RUN-REGISTER-REC
           MOVE RUN-STAMP TO REG-RUN-STAMP
           ACCEPT REG-APPLIED-DATE FROM DATE YYYYMMDD
           MOVE INSERTED-COUNT  TO REG-INSERTED-COUNT
           MOVE UPDATED-COUNT   TO REG-UPDATED-COUNT
           MOVE LAPSED-COUNT    TO REG-LAPSED-COUNT
           MOVE DUPLICATE-COUNT TO REG-DUPLICATE-COUNT
           MOVE EXTRACT-RUN-ID  TO REG-RUN-ID
           WRITE RUN-REGISTER-REC

           IF NOT REG-OK THEN
              DISPLAY "Error writing the run register (HRUNDD)"
                  ECODE-N
              GOBACK
           END-IF

           CLOSE RUN-REGISTER-DS.

       END-WRITE-RUN-REGISTER.
           EXIT.
      *-----------------------------------------------------------------
      * Writes one maintenance detail row from the history record just
      * written or rewritten: the action taken, the match key (with
      * the target's catalog label), its end position, its run count
      * and its first/last seen stamps.
      *-----------------------------------------------------------------
       WRITE-HISTORY-LINE.
           IF REPORT-LINE-COUNT >= REPORT-LINES-PER-PAGE THEN
           END-IF

           MOVE HIST-NAME-NUMBER TO HST-NAME-ED
           MOVE HIST-NAME-NUMBER TO LABEL-LOOKUP-NAME
           PERFORM FIND-TARGET-LABEL

           MOVE SPACES TO HST-START-LOC
           STRING HIST-START-BOOK '-' HIST-START-CHAPTER '-'
           MOVE HIST-RUN-COUNT TO HST-RUNS-ED

           MOVE SPACES TO REPORT-TEXT
           STRING HST-ACTION ' ' HST-NAME-ED ' ' TARGET-LABEL-TXT
                  '  ' HST-START-LOC
                  ' ' HST-END-LOC ' ' HST-RUNS-ED
                  '  ' HIST-FIRST-SEEN '  ' HIST-LAST-SEEN
                  DELIMITED BY SIZE INTO REPORT-TEXT
       END-WRITE-HISTORY-LINE.
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
      * Writes the maintenance report's page heading and column
      * headings, same paging convention as CBLXCMP's WRITE-
      * COMPARISON-HEADING.
           MOVE '1' TO REPORT-CTL
           MOVE SPACES TO REPORT-TEXT
           STRING 'MATCH HISTORY MAINTENANCE   RUN: ' RUN-STAMP
                  '   EXTRACT RUN ID: ' EXTRACT-RUN-ID
                  '   PAGE: ' REPORT-PAGE-COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           STRING 'ACTION   NAME LABEL                           '
                  'START             '
                  'END                RUNS  FIRST-SEEN  LAST-SEEN'
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
