      *=================================================================
      * Companion utility to CBLGEN. Merge step of a partitioned run:
      * a run too long for one job step is split into several CBLGEN
      * steps run side by side, each over its own consecutive from/to
      * book-chapter scope of the same text and carrying its
      * partition number on the options record. This program checks
      * that every partition ran to completion, combines their
      * EXTRACT-DS files into the one extract a single-step run would
      * have written, and rolls their SUMMARY-STATS up into the
      * single-step run's summary page.
      *-----------------------------------------------------------------
      * Input:
      *    MERGE-CONTROL-DS (MCTLDD) - 80-byte cards. The first gives
      *       the number of partitions the run was split into and,
      *       optionally, the run identifier they must all carry
      *       (blank = whatever the first partition carries). Every
      *       card after it names one partition: its number and the
      *       DD names of its EXTRACT-DS and of its PARTITION-
      *       SUMMARY-DS (CBLGEN's PSUMDD).
      *    PART-EXTRACT-DS - each partition's extract in turn, opened
      *       by the DD name on its card; in the fixed 38-byte record
      *       layout between CBLGEN's header and trailer records, each
      *       match followed by its English companion record when the
      *       run used the versification crosswalk. All partitions
      *       must agree on the crosswalk flag in the header.
      *    PART-SUMMARY-DS - each partition's summary in turn: its
      *       'PHDR' record and one 'PTGT' record per target with the
      *       target's SUMMARY-STATS entry and catalog label, counting
      *       only the matches that start inside the partition's own
      *       scope.
      * Work:
      *    SORT-WORK (SORTWK) - sort work file.
      * Output:
      *    MERGED-EXTRACT-DS (MRGXDD) - the merged extract, with its
      *       own header (the run's identifier, run date and value
      *       system, the first partition's from-bound and the last
      *       partition's to-bound) and trailer, in match-record
      *       order. It holds the same records as a single-step run's
      *       extract; only their order differs, which neither
      *       CBLXCMP, CBLXFAM nor CBLXHIST depends on.
      *    REPORT-DS (XMRGDD) - the merge report: one line per
      *       expected partition with its scope, record count and
      *       status (OK, MISSING, NOT FINISHED or REJECTED, with the
      *       reason), the merge counts, then the run's summary page
      *       laid out as CBLGEN's PRINT-SUMMARY lays it out.
      * Algorithm:
      *    Every partition's extract is read through and checked the
      *       way CBLXHIST checks an extract; an extract without its
      *       trailer is a partition that did not finish. Its header
      *       must carry its own partition number and the run's
      *       identifier and value system, and its summary the same
      *       word count and target list as the others. Any partition
      *       missing, unfinished or rejected stops the merge: no
      *       merged extract is written.
      *    Otherwise the partitions' match records are SORTed on the
      *       whole record and the partition number. Each partition's
      *       walk ran on into the next partition's words (see CBLGEN's
      *       EXTEND-PARTITION-RANGE), so a match lying in that overlap
      *       was found by both: identical records are a seam
      *       duplicate when they come from different partitions, but
      *       not within one partition (a reverse-scan run legitimately
      *       writes two identical records per single-word match). So
      *       each distinct record is written as many times as the one
      *       partition holding it most often holds it.
      *    The partitions' counts cover disjoint sets of matches, so
      *       the run's match count per target is their sum, and its
      *       shortest/longest the least/greatest of theirs.
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. CBLXMRG.
       AUTHOR. Michal Blaszak.
       DATE-WRITTEN. 2026-10-15.

      *========================
       ENVIRONMENT DIVISION.
      *========================
       CONFIGURATION SECTION.
      *------------------------
      * SOURCE-COMPUTER.
      *     IBM-SYSTEM WITH DEBUGGING MODE.
      *------------------------
       INPUT-OUTPUT SECTION.
      *------------------------
       FILE-CONTROL.
           SELECT MERGE-CONTROL-DS ASSIGN TO MCTLDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ECODE-C.

      * Assigned through PART-EXTRACT-DD-NAME / PART-SUMMARY-DD-NAME
      * so each partition's data sets can be opened in turn by moving
      * the DD names from its card there before the OPEN. OPTIONAL so
      * a partition whose data set is not there is reported missing
      * instead of failing the open.
           SELECT OPTIONAL PART-EXTRACT-DS
           ASSIGN USING PART-EXTRACT-DD-NAME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ECODE-E.

           SELECT OPTIONAL PART-SUMMARY-DS
           ASSIGN USING PART-SUMMARY-DD-NAME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ECODE-S.

           SELECT SORT-WORK ASSIGN TO SORTWK.

           SELECT MERGED-EXTRACT-DS ASSIGN TO MRGXDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ECODE-M.

           SELECT REPORT-DS ASSIGN TO XMRGDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ECODE-R.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * The first card is MERGE-OPTIONS-REC, every later one a
      * MERGE-PARTITION-REC.
       FD  MERGE-CONTROL-DS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  MERGE-OPTIONS-REC.
           05 MOPT-PARTITION-COUNT PIC X(2).
           05 MOPT-RUN-ID          PIC X(8).
           05 FILLER               PIC X(70).
       01  MERGE-PARTITION-REC.
           05 MPART-ID         PIC X(2).
           05 MPART-EXTRACT-DD PIC X(8).
           05 MPART-SUMMARY-DD PIC X(8).
           05 FILLER           PIC X(62).
      *------------------------
      * Same fixed-format layout CBLGEN's WRITE-EXTRACT-RECORD writes
      * to EXTRACT-DS (EXTRDD). Only read INTO EXTRACT-CHECK-REC.
       FD  PART-EXTRACT-DS
           RECORD CONTAINS 38 CHARACTERS
           RECORDING MODE IS F.
       01  PART-EXTRACT-REC PIC X(38).
      *------------------------
      * Same layout CBLGEN's WRITE-PARTITION-SUMMARY writes to
      * PARTITION-SUMMARY-DS (PSUMDD).
       FD  PART-SUMMARY-DS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  PARTITION-SUMMARY-REC.
           05 PSUM-RECORD-TYPE  PIC X(4).
              88 PSUM-HEADER-TYPE VALUE 'PHDR'.
              88 PSUM-TARGET-TYPE VALUE 'PTGT'.
           05 PSUM-PARTITION-ID PIC X(2).
           05 PSUM-RUN-ID       PIC X(8).
           05 PSUM-WORDS-COUNT  PIC 9(7).
           05 PSUM-TARGET-COUNT PIC 9(4).
           05 FILLER            PIC X(55).
       01  PARTITION-TARGET-REC.
           05 FILLER            PIC X(4).
           05 PSUM-NAME-NUMBER  PIC 9(4).
           05 PSUM-MATCH-COUNT  PIC 9(7).
           05 PSUM-MIN-LEN      PIC 9(7).
           05 PSUM-MAX-LEN      PIC 9(7).
           05 PSUM-LABEL        PIC X(30).
           05 FILLER            PIC X(21).
      *------------------------
      * Sort work record: a partition's match record with the number
      * of the partition it came from. Sorting on both brings the
      * copies of one match together, partition by partition. On a
      * crosswalk run the match's English companion record rides
      * along outside the key (blank otherwise).
       SD  SORT-WORK.
       01  SORT-REC.
           05 SORT-MATCH-REC    PIC X(38).
           05 SORT-PARTITION-ID PIC X(2).
           05 SORT-ENGLISH-REC  PIC X(38).
      *------------------------
      * Same layouts CBLGEN writes to EXTRACT-DS: a match record, the
      * header record and the trailer record.
       FD  MERGED-EXTRACT-DS
           RECORD CONTAINS 38 CHARACTERS
           RECORDING MODE IS F.
       01  MERGED-EXTRACT-REC.
           05 MERGED-NAME-NUMBER PIC 9(4).
           05 FILLER             PIC X(34).
       01  MERGED-HEADER-REC.
           05 MERGED-RECORD-TYPE       PIC X(4).
              88 MERGED-HEADER-TYPE  VALUE 'HDR '.
              88 MERGED-TRAILER-TYPE VALUE 'TRL '.
           05 MERGED-HDR-RUN-ID        PIC X(8).
           05 MERGED-HDR-RUN-DATE      PIC X(8).
           05 MERGED-HDR-VALUE-SYSTEM  PIC X.
           05 MERGED-HDR-FROM-BOOK     PIC X(3).
           05 MERGED-HDR-FROM-CHAPTER  PIC X(3).
           05 MERGED-HDR-TO-BOOK       PIC X(3).
           05 MERGED-HDR-TO-CHAPTER    PIC X(3).
           05 MERGED-HDR-PARTITION-ID  PIC X(2).
           05 MERGED-HDR-CROSSWALK     PIC X.
           05 FILLER                   PIC X(2).
       01  MERGED-TRAILER-REC.
           05 FILLER                   PIC X(4).
           05 MERGED-TRL-RECORD-COUNT  PIC 9(9).
           05 MERGED-TRL-HASH-TOTAL    PIC 9(15).
           05 FILLER                   PIC X(10).
      *------------------------
      * The merge report. REPORT-CTL is an ASA printer control
      * character, same convention as CBLGEN's REPORT-DS.
       FD  REPORT-DS
           RECORD CONTAINS 133 CHARACTERS
           RECORDING MODE IS F.
       01  REPORT-REC.
           05 REPORT-CTL  PIC X.
           05 REPORT-TEXT PIC X(132).
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01  FILE-STATUS.
           05 ECODE-C PIC XX.
              88 CTL-OK VALUE "00".
           05 ECODE-E PIC XX.
      *> "05" on the open means the OPTIONAL data set is not there -
      *> reported as a missing partition, not an error.
              88 PEXT-OK VALUE "00" "05".
              88 PEXT-NOT-PRESENT VALUE "05".
           05 ECODE-S PIC XX.
              88 PSUM-OK VALUE "00" "05".
              88 PSUM-NOT-PRESENT VALUE "05".
           05 ECODE-M PIC XX.
              88 MERGED-OK VALUE "00".
           05 ECODE-R PIC XX.
              88 OUT-OK VALUE "00".

       01  CONTROL-READ-STATUS PIC X VALUE 'N'.
           88 IS-CONTROL-DONE VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  EXTRACT-READ-STATUS PIC X VALUE 'N'.
           88 IS-EXTRACT-DONE VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  SUMMARY-READ-STATUS PIC X VALUE 'N'.
           88 IS-SUMMARY-DONE VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  SORT-READ-STATUS PIC X VALUE 'N'.
           88 IS-SORT-DONE VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  SORT-HELD PIC X VALUE 'N'.
           88 IS-SORT-HELD VALUE 'Y' WHEN SET TO FALSE IS 'N'.

      * The DD names the partition data sets are opened against; see
      * CHECK-PARTITION and RELEASE-PARTITION-RECORDS.
       01  PART-EXTRACT-DD-NAME PIC X(8) VALUE SPACES.
       01  PART-SUMMARY-DD-NAME PIC X(8) VALUE SPACES.

      * The extract check (see CHECK-PARTITION/CHECK-EXTRACT-RECORD).
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
           05 CHECK-HDR-FROM-BOOK    PIC X(3).
           05 CHECK-HDR-FROM-CHAPTER PIC X(3).
           05 CHECK-HDR-TO-BOOK      PIC X(3).
           05 CHECK-HDR-TO-CHAPTER   PIC X(3).
           05 CHECK-HDR-PARTITION-ID PIC X(2).
           05 CHECK-HDR-CROSSWALK    PIC X.
           05 FILLER                 PIC X(2).
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

      * The number of partitions the run was split into (from the
      * first control card), and what is known of each: whether its
      * card was read, its DD names, what its header and summary
      * said, and the verdict CHECK-PARTITION reached.
       01  MERGE-PARTITION-COUNT PIC 9(2) VALUE 0.
       01  PART-I                PIC 9(3) USAGE BINARY.
       01  PARTITION-TABLE.
           05 PART-ENTRY OCCURS 99 TIMES.
              10 PART-LISTED PIC X.
                 88 IS-PART-LISTED VALUE 'Y' WHEN SET TO FALSE IS 'N'.
              10 PART-EXTRACT-DD    PIC X(8).
              10 PART-SUMMARY-DD    PIC X(8).
              10 PART-RUN-ID        PIC X(8).
              10 PART-RUN-DATE      PIC X(8).
              10 PART-FROM-BOOK     PIC X(3).
              10 PART-FROM-CHAPTER  PIC X(3).
              10 PART-TO-BOOK       PIC X(3).
              10 PART-TO-CHAPTER    PIC X(3).
              10 PART-RECORD-COUNT  PIC 9(9) USAGE BINARY.
              10 PART-STATUS        PIC X(12).
                 88 PART-STATUS-OK VALUE 'OK'.
              10 PART-REASON        PIC X(50).
       01  PART-ID-TXT PIC 9(2).

      * What every partition must agree on: set by the first partition
      * checked (the run identifier by the first control card when it
      * gives one).
       01  REFERENCE-RUN-ID       PIC X(8) VALUE SPACES.
       01  REFERENCE-VALUE-SYSTEM PIC X VALUE SPACE.
       01  REFERENCE-CROSSWALK    PIC X VALUE SPACE.
       01  REFERENCE-WORDS-COUNT  PIC 9(7) VALUE 0.
       01  REFERENCE-SET PIC X VALUE 'N'.
           88 IS-REFERENCE-SET VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  TARGETS-SET PIC X VALUE 'N'.
           88 IS-TARGETS-SET VALUE 'Y' WHEN SET TO FALSE IS 'N'.

      * The run's SUMMARY-STATS, rolled up from the partitions in the
      * order of the first partition's target list.
       01  ROLL-COUNT PIC 9(4) USAGE BINARY VALUE 0.
       01  ROLL-I     PIC 9(4) USAGE BINARY.
       01  ROLL-TABLE.
           05 ROLL-ENTRY OCCURS 200 TIMES.
              10 ROLL-NAME-NUMBER PIC 9(4).
              10 ROLL-LABEL       PIC X(30).
              10 ROLL-MATCH-COUNT PIC 9(7) USAGE BINARY.
              10 ROLL-MIN-LEN     PIC 9(7) USAGE BINARY.
              10 ROLL-MAX-LEN     PIC 9(7) USAGE BINARY.

      * Partition counts, and the copies of one match record being
      * gathered by WRITE-MERGED-RECORDS: the record, the partition
      * whose copies are being counted, how many that partition has,
      * the most any partition has, and the copies in all.
       01  BAD-PARTITION-COUNT PIC 9(2) VALUE 0.
       01  MERGE-READ-COUNT    PIC 9(9) USAGE BINARY VALUE 0.
       01  MERGE-WRITTEN-COUNT PIC 9(9) USAGE BINARY VALUE 0.
       01  MERGE-HASH-TOTAL    PIC 9(15) USAGE BINARY VALUE 0.
       01  SEAM-DUPLICATE-COUNT PIC 9(9) USAGE BINARY VALUE 0.
       01  GROUP-OPEN PIC X VALUE 'N'.
           88 IS-GROUP-OPEN VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  GROUP-REC-HOLD    PIC X(38).
       01  GROUP-ENGLISH-HOLD PIC X(38).
       01  GROUP-PART-HOLD   PIC X(2).
       01  GROUP-PART-COUNT  PIC 9(7) USAGE BINARY.
       01  GROUP-MAX-COUNT   PIC 9(7) USAGE BINARY.
       01  GROUP-TOTAL-COUNT PIC 9(7) USAGE BINARY.

       01  REPORT-LINES-PER-PAGE PIC 9(3) VALUE 60.
       01  REPORT-LINE-COUNT     PIC 9(3) VALUE 0.
       01  REPORT-PAGE-COUNT     PIC 9(5) VALUE 0.
       01  REPORT-PAGE-COUNT-ED  PIC ZZZZ9.

      * Fields of the partition line and the summary page.
       01  MRG-FROM-TXT     PIC X(8).
       01  MRG-TO-TXT       PIC X(8).
       01  MRG-SCOPE-TXT    PIC X(20).
       01  MRG-RECORDS-ED   PIC ZZZZZZZZ9.
       01  MRG-COUNT-ED     PIC ZZZZZZZZ9.
       01  MRG-SYSTEM-NAME  PIC X(8).
       01  SUMMARY-NAME-NUMBER-ED PIC ZZZ9.
       01  SUMMARY-MATCH-COUNT-ED PIC ZZZZZZ9.
       01  SUMMARY-MIN-LEN-ED     PIC ZZZZZZ9.
       01  SUMMARY-MAX-LEN-ED     PIC ZZZZZZ9.
       01  WORDS-PROCESSED-ED     PIC ZZZZZZ9.

      *========================
       PROCEDURE DIVISION.
      *========================
       BEGIN.
           PERFORM READ-MERGE-CONTROL

           OPEN OUTPUT REPORT-DS

           IF NOT OUT-OK THEN
              DISPLAY "Error opening the merge report data set "
                  "(XMRGDD)" ECODE-R
              GOBACK
           END-IF

           PERFORM WRITE-MERGE-HEADING

           PERFORM VARYING PART-I FROM 1 BY 1
              UNTIL PART-I > MERGE-PARTITION-COUNT
                 PERFORM CHECK-PARTITION
                 IF NOT PART-STATUS-OK(PART-I) THEN
                    ADD 1 TO BAD-PARTITION-COUNT
                 END-IF
                 PERFORM WRITE-PARTITION-LINE
           END-PERFORM

      *> A merge short of any partition would pass for a complete run
      *> downstream, so nothing is written unless every one is there.
           IF BAD-PARTITION-COUNT > 0 THEN
              PERFORM WRITE-MERGE-TOTALS
              DISPLAY "Error: " BAD-PARTITION-COUNT " partition(s) "
                  "missing, not finished or rejected - no merged "
                  "extract written"
              CLOSE REPORT-DS
              GOBACK
           END-IF

           OPEN OUTPUT MERGED-EXTRACT-DS

           IF NOT MERGED-OK THEN
              DISPLAY "Error opening the merged extract (MRGXDD)"
                  ECODE-M
              GOBACK
           END-IF

           PERFORM WRITE-MERGED-HEADER

           SORT SORT-WORK
              ON ASCENDING KEY SORT-MATCH-REC SORT-PARTITION-ID
              INPUT PROCEDURE IS RELEASE-PARTITION-RECORDS
              OUTPUT PROCEDURE IS WRITE-MERGED-RECORDS

           PERFORM WRITE-MERGED-TRAILER

           CLOSE MERGED-EXTRACT-DS

           PERFORM WRITE-MERGE-TOTALS
           PERFORM WRITE-MERGED-SUMMARY

           CLOSE REPORT-DS

           GOBACK.

       END-BEGIN.
           EXIT.
      *-----------------------------------------------------------------
      * Reads MERGE-CONTROL-DS: the options card, then one card per
      * partition into PARTITION-TABLE. Rejects the run for a missing
      * or unusable partition count, and for a partition card whose
      * number is outside 01 thru the count, repeats an earlier card's
      * or lacks a DD name. A partition with no card at all is not an
      * error here: CHECK-PARTITION reports it missing.
      *-----------------------------------------------------------------
       READ-MERGE-CONTROL.
           OPEN INPUT MERGE-CONTROL-DS

           IF NOT CTL-OK THEN
              DISPLAY "Error opening the merge control data set "
                  "(MCTLDD)" ECODE-C
              GOBACK
           END-IF

           READ MERGE-CONTROL-DS
              AT END SET IS-CONTROL-DONE TO TRUE
           END-READ

           IF IS-CONTROL-DONE THEN
              DISPLAY "Error: merge control data set (MCTLDD) is empty"
              CLOSE MERGE-CONTROL-DS
              GOBACK
           END-IF

           IF MOPT-PARTITION-COUNT NOT NUMERIC OR
              MOPT-PARTITION-COUNT = '00' THEN
              DISPLAY "Error: partition count '" MOPT-PARTITION-COUNT
                  "' is not 01-99"
              CLOSE MERGE-CONTROL-DS
              GOBACK
           END-IF

           MOVE MOPT-PARTITION-COUNT TO MERGE-PARTITION-COUNT

           IF MOPT-RUN-ID NOT = SPACES THEN
              MOVE MOPT-RUN-ID TO REFERENCE-RUN-ID
           END-IF

           PERFORM VARYING PART-I FROM 1 BY 1 UNTIL PART-I > 99
              SET IS-PART-LISTED(PART-I) TO FALSE
              MOVE SPACES TO PART-EXTRACT-DD(PART-I)
              MOVE SPACES TO PART-SUMMARY-DD(PART-I)
           END-PERFORM

           READ MERGE-CONTROL-DS
              AT END SET IS-CONTROL-DONE TO TRUE
           END-READ

           PERFORM UNTIL IS-CONTROL-DONE
              IF MPART-ID NOT NUMERIC OR MPART-ID = '00' OR
                 MPART-ID > MOPT-PARTITION-COUNT THEN
                 DISPLAY "Error: partition card '" MPART-ID
                     "' is outside 01-" MOPT-PARTITION-COUNT
                 CLOSE MERGE-CONTROL-DS
                 GOBACK
              END-IF

              MOVE MPART-ID TO PART-I

              IF IS-PART-LISTED(PART-I) THEN
                 DISPLAY "Error: partition " MPART-ID
                     " has more than one card"
                 CLOSE MERGE-CONTROL-DS
                 GOBACK
              END-IF

              IF MPART-EXTRACT-DD = SPACES OR
                 MPART-SUMMARY-DD = SPACES THEN
                 DISPLAY "Error: partition " MPART-ID
                     " card lacks its extract or summary DD name"
                 CLOSE MERGE-CONTROL-DS
                 GOBACK
              END-IF

              SET IS-PART-LISTED(PART-I) TO TRUE
              MOVE MPART-EXTRACT-DD TO PART-EXTRACT-DD(PART-I)
              MOVE MPART-SUMMARY-DD TO PART-SUMMARY-DD(PART-I)

              READ MERGE-CONTROL-DS
                 AT END SET IS-CONTROL-DONE TO TRUE
              END-READ
           END-PERFORM

           CLOSE MERGE-CONTROL-DS.

       END-READ-MERGE-CONTROL.
           EXIT.
      *-----------------------------------------------------------------
      * Decides partition PART-I's status. MISSING: no card, or its
      * extract or summary is not there. NOT FINISHED: its extract has
      * no trailer - the CBLGEN step stopped before its last target.
      * REJECTED: its extract fails the header/trailer check, or its
      * header or summary disagrees with its card or with the other
      * partitions. Otherwise OK, and its target counts are added to
      * the roll-up (see ROLL-UP-PARTITION-SUMMARY).
      *-----------------------------------------------------------------
       CHECK-PARTITION.
           MOVE 'OK' TO PART-STATUS(PART-I)
           MOVE SPACES TO PART-REASON(PART-I)
           MOVE SPACES TO PART-RUN-ID(PART-I)
           MOVE SPACES TO PART-RUN-DATE(PART-I)
           MOVE SPACES TO PART-FROM-BOOK(PART-I)
           MOVE SPACES TO PART-FROM-CHAPTER(PART-I)
           MOVE SPACES TO PART-TO-BOOK(PART-I)
           MOVE SPACES TO PART-TO-CHAPTER(PART-I)
           MOVE 0 TO PART-RECORD-COUNT(PART-I)
           MOVE PART-I TO PART-ID-TXT

           IF NOT IS-PART-LISTED(PART-I) THEN
              MOVE 'MISSING' TO PART-STATUS(PART-I)
              MOVE 'no partition card' TO PART-REASON(PART-I)
              EXIT PARAGRAPH
           END-IF

           MOVE PART-EXTRACT-DD(PART-I) TO PART-EXTRACT-DD-NAME
           OPEN INPUT PART-EXTRACT-DS

           IF NOT PEXT-OK THEN
              DISPLAY "Error opening partition " PART-ID-TXT
                  " extract (" PART-EXTRACT-DD-NAME ")" ECODE-E
              GOBACK
           END-IF

           IF PEXT-NOT-PRESENT THEN
              CLOSE PART-EXTRACT-DS
              MOVE 'MISSING' TO PART-STATUS(PART-I)
              MOVE 'extract data set not found' TO PART-REASON(PART-I)
              EXIT PARAGRAPH
           END-IF

           SET CHECK-AWAITING-HEADER TO TRUE
           MOVE 0 TO EXTRACT-CHECK-COUNT
           MOVE 0 TO EXTRACT-CHECK-HASH
           MOVE SPACES TO EXTRACT-CHECK-REASON
           SET IS-EXTRACT-DONE TO FALSE

           READ PART-EXTRACT-DS INTO EXTRACT-CHECK-REC
              AT END SET IS-EXTRACT-DONE TO TRUE
           END-READ

           PERFORM UNTIL IS-EXTRACT-DONE
              IF CHECK-AWAITING-HEADER AND CHECK-HEADER-TYPE THEN
                 MOVE CHECK-HDR-RUN-ID TO PART-RUN-ID(PART-I)
                 MOVE CHECK-HDR-RUN-DATE TO PART-RUN-DATE(PART-I)
                 MOVE CHECK-HDR-FROM-BOOK TO PART-FROM-BOOK(PART-I)
                 MOVE CHECK-HDR-FROM-CHAPTER TO
                      PART-FROM-CHAPTER(PART-I)
                 MOVE CHECK-HDR-TO-BOOK TO PART-TO-BOOK(PART-I)
                 MOVE CHECK-HDR-TO-CHAPTER TO PART-TO-CHAPTER(PART-I)
                 IF CHECK-HDR-PARTITION-ID NOT = PART-ID-TXT THEN
                    MOVE 'REJECTED' TO PART-STATUS(PART-I)
                    STRING 'extract header is for partition '
                           CHECK-HDR-PARTITION-ID
                           DELIMITED BY SIZE INTO PART-REASON(PART-I)
                    END-STRING
                 END-IF
                 IF NOT IS-REFERENCE-SET THEN
                    IF REFERENCE-RUN-ID = SPACES THEN
                       MOVE CHECK-HDR-RUN-ID TO REFERENCE-RUN-ID
                    END-IF
                    MOVE CHECK-HDR-VALUE-SYSTEM TO
                         REFERENCE-VALUE-SYSTEM
                    MOVE CHECK-HDR-CROSSWALK TO REFERENCE-CROSSWALK
                    SET IS-REFERENCE-SET TO TRUE
                 END-IF
                 IF PART-STATUS-OK(PART-I) AND
                    CHECK-HDR-RUN-ID NOT = REFERENCE-RUN-ID THEN
                    MOVE 'REJECTED' TO PART-STATUS(PART-I)
                    STRING 'run id is not the run''s '
                           REFERENCE-RUN-ID
                           DELIMITED BY SIZE INTO PART-REASON(PART-I)
                    END-STRING
                 END-IF
                 IF PART-STATUS-OK(PART-I) AND
                    CHECK-HDR-VALUE-SYSTEM NOT = REFERENCE-VALUE-SYSTEM
                    THEN
                    MOVE 'REJECTED' TO PART-STATUS(PART-I)
                    MOVE 'value system differs from the others'
                        TO PART-REASON(PART-I)
                 END-IF
                 IF PART-STATUS-OK(PART-I) AND
                    CHECK-HDR-CROSSWALK NOT = REFERENCE-CROSSWALK THEN
                    MOVE 'REJECTED' TO PART-STATUS(PART-I)
                    MOVE 'crosswalk flag differs from the others'
                        TO PART-REASON(PART-I)
                 END-IF
              END-IF

              PERFORM CHECK-EXTRACT-RECORD

              READ PART-EXTRACT-DS INTO EXTRACT-CHECK-REC
                 AT END SET IS-EXTRACT-DONE TO TRUE
              END-READ
           END-PERFORM

           CLOSE PART-EXTRACT-DS
           MOVE EXTRACT-CHECK-COUNT TO PART-RECORD-COUNT(PART-I)

           IF EXTRACT-CHECK-REASON = SPACES AND CHECK-IN-DATA THEN
              MOVE 'NOT FINISHED' TO PART-STATUS(PART-I)
           END-IF

           PERFORM FINISH-EXTRACT-CHECK

           IF EXTRACT-CHECK-REASON NOT = SPACES THEN
              IF PART-STATUS-OK(PART-I) THEN
                 MOVE 'REJECTED' TO PART-STATUS(PART-I)
              END-IF
              MOVE EXTRACT-CHECK-REASON TO PART-REASON(PART-I)
           END-IF

           IF PART-STATUS-OK(PART-I) THEN
              PERFORM ROLL-UP-PARTITION-SUMMARY
           END-IF.

       END-CHECK-PARTITION.
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
      * Reads partition PART-I's summary and adds its per-target
      * counts into ROLL-TABLE. The first partition read sets the
      * target list and the word count the others must repeat - every
      * partition loads the whole text and runs every target, so a
      * difference means the steps were not run alike.
      *-----------------------------------------------------------------
       ROLL-UP-PARTITION-SUMMARY.
           MOVE PART-SUMMARY-DD(PART-I) TO PART-SUMMARY-DD-NAME
           OPEN INPUT PART-SUMMARY-DS

           IF NOT PSUM-OK THEN
              DISPLAY "Error opening partition " PART-ID-TXT
                  " summary (" PART-SUMMARY-DD-NAME ")" ECODE-S
              GOBACK
           END-IF

           IF PSUM-NOT-PRESENT THEN
              CLOSE PART-SUMMARY-DS
              MOVE 'MISSING' TO PART-STATUS(PART-I)
              MOVE 'partition summary not found' TO PART-REASON(PART-I)
              EXIT PARAGRAPH
           END-IF

           SET IS-SUMMARY-DONE TO FALSE
           READ PART-SUMMARY-DS
              AT END SET IS-SUMMARY-DONE TO TRUE
           END-READ

           EVALUATE TRUE
           WHEN IS-SUMMARY-DONE OR NOT PSUM-HEADER-TYPE
              MOVE 'partition summary has no PHDR record'
                  TO PART-REASON(PART-I)
           WHEN PSUM-PARTITION-ID NOT = PART-ID-TXT OR
                PSUM-RUN-ID NOT = PART-RUN-ID(PART-I)
              MOVE 'partition summary is for another partition or run'
                  TO PART-REASON(PART-I)
           WHEN PSUM-WORDS-COUNT NOT NUMERIC OR
                PSUM-TARGET-COUNT NOT NUMERIC
              MOVE 'partition summary PHDR counts are not numeric'
                  TO PART-REASON(PART-I)
           WHEN IS-TARGETS-SET AND
                PSUM-WORDS-COUNT NOT = REFERENCE-WORDS-COUNT
              MOVE 'word count differs - a different text was loaded'
                  TO PART-REASON(PART-I)
           WHEN IS-TARGETS-SET AND PSUM-TARGET-COUNT NOT = ROLL-COUNT
              MOVE 'target list differs from the other partitions'
                  TO PART-REASON(PART-I)
           END-EVALUATE

           IF PART-REASON(PART-I) NOT = SPACES THEN
              MOVE 'REJECTED' TO PART-STATUS(PART-I)
              CLOSE PART-SUMMARY-DS
              EXIT PARAGRAPH
           END-IF

           IF NOT IS-TARGETS-SET THEN
              MOVE PSUM-WORDS-COUNT TO REFERENCE-WORDS-COUNT
              MOVE PSUM-TARGET-COUNT TO ROLL-COUNT
              PERFORM VARYING ROLL-I FROM 1 BY 1
                 UNTIL ROLL-I > ROLL-COUNT
                    MOVE 0 TO ROLL-NAME-NUMBER(ROLL-I)
                    MOVE SPACES TO ROLL-LABEL(ROLL-I)
                    MOVE 0 TO ROLL-MATCH-COUNT(ROLL-I)
                    MOVE 0 TO ROLL-MIN-LEN(ROLL-I)
                    MOVE 0 TO ROLL-MAX-LEN(ROLL-I)
              END-PERFORM
           END-IF

           MOVE 0 TO ROLL-I
           READ PART-SUMMARY-DS
              AT END SET IS-SUMMARY-DONE TO TRUE
           END-READ

           PERFORM UNTIL IS-SUMMARY-DONE
              ADD 1 TO ROLL-I
              EVALUATE TRUE
              WHEN PART-REASON(PART-I) NOT = SPACES
                 CONTINUE
              WHEN ROLL-I > ROLL-COUNT OR NOT PSUM-TARGET-TYPE
                 MOVE 'partition summary has extra records'
                     TO PART-REASON(PART-I)
              WHEN IS-TARGETS-SET AND
                   PSUM-NAME-NUMBER NOT = ROLL-NAME-NUMBER(ROLL-I)
                 MOVE 'target list differs from the other partitions'
                     TO PART-REASON(PART-I)
              WHEN OTHER
                 PERFORM ADD-PARTITION-TARGET
              END-EVALUATE

              READ PART-SUMMARY-DS
                 AT END SET IS-SUMMARY-DONE TO TRUE
              END-READ
           END-PERFORM

           CLOSE PART-SUMMARY-DS

           IF PART-REASON(PART-I) = SPACES AND ROLL-I < ROLL-COUNT THEN
              MOVE 'partition summary is short of targets'
                  TO PART-REASON(PART-I)
           END-IF

           IF PART-REASON(PART-I) NOT = SPACES THEN
              MOVE 'REJECTED' TO PART-STATUS(PART-I)
           END-IF

           SET IS-TARGETS-SET TO TRUE.

       END-ROLL-UP-PARTITION-SUMMARY.
           EXIT.
      *-----------------------------------------------------------------
      * Helper procedure called from ROLL-UP-PARTITION-SUMMARY. Adds
      * the 'PTGT' record held in PARTITION-TARGET-REC into ROLL-TABLE
      * entry ROLL-I: counts add up, the shortest and longest are the
      * least and greatest over the partitions that found any.
      *-----------------------------------------------------------------
       ADD-PARTITION-TARGET.
           IF NOT IS-TARGETS-SET THEN
              MOVE PSUM-NAME-NUMBER TO ROLL-NAME-NUMBER(ROLL-I)
              MOVE PSUM-LABEL TO ROLL-LABEL(ROLL-I)
           END-IF

           IF PSUM-MATCH-COUNT > 0 THEN
              IF ROLL-MATCH-COUNT(ROLL-I) = 0 THEN
                 MOVE PSUM-MIN-LEN TO ROLL-MIN-LEN(ROLL-I)
                 MOVE PSUM-MAX-LEN TO ROLL-MAX-LEN(ROLL-I)
              ELSE
                 IF PSUM-MIN-LEN < ROLL-MIN-LEN(ROLL-I) THEN
                    MOVE PSUM-MIN-LEN TO ROLL-MIN-LEN(ROLL-I)
                 END-IF
                 IF PSUM-MAX-LEN > ROLL-MAX-LEN(ROLL-I) THEN
                    MOVE PSUM-MAX-LEN TO ROLL-MAX-LEN(ROLL-I)
                 END-IF
              END-IF
              ADD PSUM-MATCH-COUNT TO ROLL-MATCH-COUNT(ROLL-I)
           END-IF.

       END-ADD-PARTITION-TARGET.
           EXIT.
      *-----------------------------------------------------------------
      * SORT input procedure: releases every partition's match records
      * tagged with the partition's number, leaving out the header and
      * trailer records. A match record is held back until the next
      * record is read, so an English companion following it goes
      * into the same sort record.
      *-----------------------------------------------------------------
       RELEASE-PARTITION-RECORDS.
           PERFORM VARYING PART-I FROM 1 BY 1
              UNTIL PART-I > MERGE-PARTITION-COUNT
                 MOVE PART-I TO PART-ID-TXT
                 MOVE PART-EXTRACT-DD(PART-I) TO PART-EXTRACT-DD-NAME
                 OPEN INPUT PART-EXTRACT-DS

                 IF NOT PEXT-OK THEN
                    DISPLAY "Error opening partition " PART-ID-TXT
                        " extract (" PART-EXTRACT-DD-NAME ")" ECODE-E
                    GOBACK
                 END-IF

                 SET IS-EXTRACT-DONE TO FALSE
                 SET IS-SORT-HELD TO FALSE
                 READ PART-EXTRACT-DS INTO EXTRACT-CHECK-REC
                    AT END SET IS-EXTRACT-DONE TO TRUE
                 END-READ

                 PERFORM UNTIL IS-EXTRACT-DONE
                    EVALUATE TRUE
                    WHEN CHECK-HEADER-TYPE OR CHECK-TRAILER-TYPE
                       CONTINUE
                    WHEN CHECK-ENGLISH-TYPE
                       IF IS-SORT-HELD THEN
                          MOVE EXTRACT-CHECK-REC TO SORT-ENGLISH-REC
                       END-IF
                    WHEN OTHER
                       IF IS-SORT-HELD THEN
                          RELEASE SORT-REC
                       END-IF
                       MOVE EXTRACT-CHECK-REC TO SORT-MATCH-REC
                       MOVE PART-ID-TXT TO SORT-PARTITION-ID
                       MOVE SPACES TO SORT-ENGLISH-REC
                       SET IS-SORT-HELD TO TRUE
                       ADD 1 TO MERGE-READ-COUNT
                    END-EVALUATE

                    READ PART-EXTRACT-DS INTO EXTRACT-CHECK-REC
                       AT END SET IS-EXTRACT-DONE TO TRUE
                    END-READ
                 END-PERFORM

                 IF IS-SORT-HELD THEN
                    RELEASE SORT-REC
                 END-IF

                 CLOSE PART-EXTRACT-DS
           END-PERFORM.

       END-RELEASE-PARTITION-RECORDS.
           EXIT.
      *-----------------------------------------------------------------
      * SORT output procedure: gathers the copies of each distinct
      * match record (they arrive together, partition by partition)
      * and has FLUSH-MERGE-GROUP write it out.
      *-----------------------------------------------------------------
       WRITE-MERGED-RECORDS.
           SET IS-GROUP-OPEN TO FALSE

           RETURN SORT-WORK
              AT END SET IS-SORT-DONE TO TRUE
           END-RETURN

           PERFORM UNTIL IS-SORT-DONE
              IF NOT IS-GROUP-OPEN OR
                 SORT-MATCH-REC NOT = GROUP-REC-HOLD THEN
                 PERFORM FLUSH-MERGE-GROUP
                 MOVE SORT-MATCH-REC TO GROUP-REC-HOLD
                 MOVE SORT-ENGLISH-REC TO GROUP-ENGLISH-HOLD
                 MOVE SORT-PARTITION-ID TO GROUP-PART-HOLD
                 MOVE 0 TO GROUP-PART-COUNT
                 MOVE 0 TO GROUP-MAX-COUNT
                 MOVE 0 TO GROUP-TOTAL-COUNT
                 SET IS-GROUP-OPEN TO TRUE
              END-IF

              IF SORT-PARTITION-ID NOT = GROUP-PART-HOLD THEN
                 MOVE SORT-PARTITION-ID TO GROUP-PART-HOLD
                 MOVE 0 TO GROUP-PART-COUNT
              END-IF

              ADD 1 TO GROUP-PART-COUNT
              ADD 1 TO GROUP-TOTAL-COUNT
              IF GROUP-PART-COUNT > GROUP-MAX-COUNT THEN
                 MOVE GROUP-PART-COUNT TO GROUP-MAX-COUNT
              END-IF

              RETURN SORT-WORK
                 AT END SET IS-SORT-DONE TO TRUE
              END-RETURN
           END-PERFORM

           PERFORM FLUSH-MERGE-GROUP.

       END-WRITE-MERGED-RECORDS.
           EXIT.
      *-----------------------------------------------------------------
      * Helper procedure called from WRITE-MERGED-RECORDS. Writes the
      * gathered match record as many times as the partition holding
      * the most copies of it holds, each copy followed by its English
      * companion on a crosswalk run; the other copies came from the
      * overlap between neighbouring partitions and are counted as
      * seam duplicates.
      *-----------------------------------------------------------------
       FLUSH-MERGE-GROUP.
           IF IS-GROUP-OPEN THEN
              MOVE GROUP-REC-HOLD TO MERGED-EXTRACT-REC
              PERFORM GROUP-MAX-COUNT TIMES
                 WRITE MERGED-EXTRACT-REC

                 IF NOT MERGED-OK THEN
                    DISPLAY "Error writing the merged extract (MRGXDD)"
                        ECODE-M
                    GOBACK
                 END-IF

                 ADD 1 TO MERGE-WRITTEN-COUNT
                 ADD MERGED-NAME-NUMBER TO MERGE-HASH-TOTAL

                 IF GROUP-ENGLISH-HOLD NOT = SPACES THEN
                    WRITE MERGED-EXTRACT-REC FROM GROUP-ENGLISH-HOLD
                    MOVE GROUP-REC-HOLD TO MERGED-EXTRACT-REC
                 END-IF
              END-PERFORM

              COMPUTE SEAM-DUPLICATE-COUNT = SEAM-DUPLICATE-COUNT +
                 GROUP-TOTAL-COUNT - GROUP-MAX-COUNT
           END-IF.

       END-FLUSH-MERGE-GROUP.
           EXIT.
      *-----------------------------------------------------------------
      * Writes the merged extract's header: the run's identifier, the
      * first partition's run date, the value system, and the scope
      * from the first partition's from-bound to the last one's
      * to-bound. No partition number - the merged extract is the
      * whole run's.
      *-----------------------------------------------------------------
       WRITE-MERGED-HEADER.
           MOVE SPACES TO MERGED-HEADER-REC
           SET MERGED-HEADER-TYPE TO TRUE
           MOVE REFERENCE-RUN-ID TO MERGED-HDR-RUN-ID
           MOVE PART-RUN-DATE(1) TO MERGED-HDR-RUN-DATE
           MOVE REFERENCE-VALUE-SYSTEM TO MERGED-HDR-VALUE-SYSTEM
           MOVE REFERENCE-CROSSWALK TO MERGED-HDR-CROSSWALK
           MOVE PART-FROM-BOOK(1) TO MERGED-HDR-FROM-BOOK
           MOVE PART-FROM-CHAPTER(1) TO MERGED-HDR-FROM-CHAPTER
           MOVE PART-TO-BOOK(MERGE-PARTITION-COUNT) TO
                MERGED-HDR-TO-BOOK
           MOVE PART-TO-CHAPTER(MERGE-PARTITION-COUNT) TO
                MERGED-HDR-TO-CHAPTER
           WRITE MERGED-HEADER-REC.

       END-WRITE-MERGED-HEADER.
           EXIT.
      *
       WRITE-MERGED-TRAILER.
           MOVE SPACES TO MERGED-TRAILER-REC
           SET MERGED-TRAILER-TYPE TO TRUE
           MOVE MERGE-WRITTEN-COUNT TO MERGED-TRL-RECORD-COUNT
           MOVE MERGE-HASH-TOTAL TO MERGED-TRL-HASH-TOTAL
           WRITE MERGED-TRAILER-REC.

       END-WRITE-MERGED-TRAILER.
           EXIT.
      *-----------------------------------------------------------------
      * Writes the merge report's page heading and column headings.
      *-----------------------------------------------------------------
       WRITE-MERGE-HEADING.
           ADD 1 TO REPORT-PAGE-COUNT
           MOVE REPORT-PAGE-COUNT TO REPORT-PAGE-COUNT-ED

           MOVE '1' TO REPORT-CTL
           MOVE SPACES TO REPORT-TEXT
           STRING 'PARTITION MERGE   RUN: ' REFERENCE-RUN-ID
                  '   PAGE: ' REPORT-PAGE-COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE ' ' TO REPORT-CTL
           MOVE SPACES TO REPORT-TEXT
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           STRING 'PART EXTRACT  SUMMARY  RUN ID   '
                  'SCOPE                  RECORDS  STATUS       '
                  'REASON'
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE ALL '-' TO REPORT-TEXT
           WRITE REPORT-REC

           MOVE 0 TO REPORT-LINE-COUNT.

       END-WRITE-MERGE-HEADING.
           EXIT.
      *-----------------------------------------------------------------
      * Writes partition PART-I's line: its number, DD names, run id,
      * scope (as its header gave it), match record count, status and
      * the reason for any status but OK.
      *-----------------------------------------------------------------
       WRITE-PARTITION-LINE.
           IF REPORT-LINE-COUNT >= REPORT-LINES-PER-PAGE THEN
              PERFORM WRITE-MERGE-HEADING
           END-IF

           IF PART-FROM-BOOK(PART-I) = SPACES THEN
              MOVE '(START)' TO MRG-FROM-TXT
           ELSE
              MOVE SPACES TO MRG-FROM-TXT
              STRING PART-FROM-BOOK(PART-I) '-'
                     PART-FROM-CHAPTER(PART-I)
                     DELIMITED BY SIZE INTO MRG-FROM-TXT
              END-STRING
           END-IF

           EVALUATE TRUE
           WHEN PART-TO-BOOK(PART-I) = SPACES
              MOVE '(END)' TO MRG-TO-TXT
           WHEN PART-TO-CHAPTER(PART-I) = SPACES
              MOVE SPACES TO MRG-TO-TXT
              STRING PART-TO-BOOK(PART-I) '-ALL'
                     DELIMITED BY SIZE INTO MRG-TO-TXT
              END-STRING
           WHEN OTHER
              MOVE SPACES TO MRG-TO-TXT
              STRING PART-TO-BOOK(PART-I) '-' PART-TO-CHAPTER(PART-I)
                     DELIMITED BY SIZE INTO MRG-TO-TXT
              END-STRING
           END-EVALUATE

           MOVE SPACES TO MRG-SCOPE-TXT
           IF PART-RUN-ID(PART-I) NOT = SPACES THEN
              STRING MRG-FROM-TXT DELIMITED BY SPACE
                     ' THRU ' DELIMITED BY SIZE
                     MRG-TO-TXT DELIMITED BY SPACE
                     INTO MRG-SCOPE-TXT
              END-STRING
           END-IF

           MOVE PART-RECORD-COUNT(PART-I) TO MRG-RECORDS-ED
           MOVE PART-I TO PART-ID-TXT

           MOVE SPACES TO REPORT-TEXT
           STRING PART-ID-TXT '   ' PART-EXTRACT-DD(PART-I)
                  ' ' PART-SUMMARY-DD(PART-I)
                  ' ' PART-RUN-ID(PART-I)
                  ' ' MRG-SCOPE-TXT ' ' MRG-RECORDS-ED
                  '  ' PART-STATUS(PART-I)
                  ' ' PART-REASON(PART-I)
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING

           MOVE ' ' TO REPORT-CTL
           WRITE REPORT-REC
           ADD 1 TO REPORT-LINE-COUNT.

       END-WRITE-PARTITION-LINE.
           EXIT.
      *-----------------------------------------------------------------
      * Closes the partition list with the merge counts - or, when a
      * partition stopped the merge, says so.
      *-----------------------------------------------------------------
       WRITE-MERGE-TOTALS.
           MOVE ' ' TO REPORT-CTL
           MOVE SPACES TO REPORT-TEXT
           WRITE REPORT-REC

           MOVE MERGE-PARTITION-COUNT TO MRG-COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'PARTITIONS EXPECTED:     ' MRG-COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           IF BAD-PARTITION-COUNT > 0 THEN
              MOVE BAD-PARTITION-COUNT TO MRG-COUNT-ED
              MOVE SPACES TO REPORT-TEXT
              STRING 'PARTITIONS NOT USABLE:   ' MRG-COUNT-ED
                     DELIMITED BY SIZE INTO REPORT-TEXT
              END-STRING
              WRITE REPORT-REC

              MOVE SPACES TO REPORT-TEXT
              WRITE REPORT-REC

              MOVE 'MERGE NOT PERFORMED - NO MERGED EXTRACT WRITTEN'
                  TO REPORT-TEXT
              WRITE REPORT-REC
              EXIT PARAGRAPH
           END-IF

           MOVE MERGE-READ-COUNT TO MRG-COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'EXTRACT RECORDS READ:    ' MRG-COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE SEAM-DUPLICATE-COUNT TO MRG-COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'SEAM DUPLICATES DROPPED: ' MRG-COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE MERGE-WRITTEN-COUNT TO MRG-COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'MERGED RECORDS WRITTEN:  ' MRG-COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC.

       END-WRITE-MERGE-TOTALS.
           EXIT.
      *-----------------------------------------------------------------
      * The run's summary page, laid out as CBLGEN's PRINT-SUMMARY lays
      * out a single-step run's: words processed, and per NAME-NUMBER
      * (with its catalog label) the count of matching sequences and
      * their shortest/longest length, rolled up over the partitions.
      *-----------------------------------------------------------------
       WRITE-MERGED-SUMMARY.
           ADD 1 TO REPORT-PAGE-COUNT
           MOVE REPORT-PAGE-COUNT TO REPORT-PAGE-COUNT-ED

           EVALUATE REFERENCE-VALUE-SYSTEM
           WHEN 'O'
              MOVE 'ORDINAL ' TO MRG-SYSTEM-NAME
           WHEN 'K'
              MOVE 'KATAN   ' TO MRG-SYSTEM-NAME
           WHEN 'G'
              MOVE 'GADOL   ' TO MRG-SYSTEM-NAME
           WHEN OTHER
              MOVE 'STANDARD' TO MRG-SYSTEM-NAME
           END-EVALUATE

           MOVE '1' TO REPORT-CTL
           MOVE SPACES TO REPORT-TEXT
           STRING 'SUMMARY          PAGE: ' REPORT-PAGE-COUNT-ED
                  '          VALUES: ' MRG-SYSTEM-NAME
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE ' ' TO REPORT-CTL
           MOVE SPACES TO REPORT-TEXT
           WRITE REPORT-REC

           MOVE REFERENCE-WORDS-COUNT TO WORDS-PROCESSED-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'WORDS PROCESSED: '
                  WORDS-PROCESSED-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE MERGE-PARTITION-COUNT TO MRG-COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'PARTITIONS MERGED: ' MRG-COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           STRING 'NAME NUMBER  LABEL                        '
                  '    MATCHES   SHORTEST   LONGEST'
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE ALL '-' TO REPORT-TEXT
           WRITE REPORT-REC

           PERFORM VARYING ROLL-I FROM 1 BY 1
              UNTIL ROLL-I > ROLL-COUNT
                 MOVE ROLL-NAME-NUMBER(ROLL-I) TO SUMMARY-NAME-NUMBER-ED
                 MOVE ROLL-MATCH-COUNT(ROLL-I) TO SUMMARY-MATCH-COUNT-ED
                 MOVE ROLL-MIN-LEN(ROLL-I) TO SUMMARY-MIN-LEN-ED
                 MOVE ROLL-MAX-LEN(ROLL-I) TO SUMMARY-MAX-LEN-ED

                 MOVE SPACES TO REPORT-TEXT
                 STRING SUMMARY-NAME-NUMBER-ED
                        '         '
                        ROLL-LABEL(ROLL-I)
                        '   '
                        SUMMARY-MATCH-COUNT-ED
                        '     '
                        SUMMARY-MIN-LEN-ED
                        '       '
                        SUMMARY-MAX-LEN-ED
                        DELIMITED BY SIZE INTO REPORT-TEXT
                 END-STRING
                 WRITE REPORT-REC
           END-PERFORM.

       END-WRITE-MERGED-SUMMARY.
           EXIT.
