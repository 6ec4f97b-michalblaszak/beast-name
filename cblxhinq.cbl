      *=================================================================
      * Companion utility to CBLGEN. Inquiry and aging report over the
      * match-history master CBLXHIST maintains, so questions such as
      * "what has been consistently found in Isaiah under Gadol" are a
      * criteria card instead of a hand dump of HISTORY-DS. The
      * master is only read, never updated.
      *-----------------------------------------------------------------
      * Input:
      *    INQUIRY-CRITERIA-DS (HQRYDD) - one 80-byte criteria card.
      *       Every criterion is optional (blank selects everything):
      *       NAME-NUMBER; up to 6 BOOK-IDs, with a from/to chapter
      *       range applied within them; value-system code (S, O, K
      *       or G); status (A active, L lapsed); minimum run count;
      *       first-seen from/to stamps; last-seen from/to stamps.
      *       It also carries the two section parameters: the run
      *       count at which an active match counts as stable
      *       (blank = 2) and the new-since stamp (blank = the latest
      *       run on the run register). BOOK-IDs carry no reading
      *       order (see CBLXFAM), so the book range is the list of
      *       books named rather than a from/to pair.
      *    HISTORY-DS (HISTDD) - the match-history master.
      *    RUN-REGISTER-DS (HRUNDD) - optional register of applied
      *       maintenance runs, in application order, written by
      *       CBLXHIST. A lapsed match is aged by counting the runs
      *       registered after the one that last saw it (1 = lapsed
      *       by the latest run); without the register, or for a
      *       stamp not on it, the age is shown as UNKNOWN.
      *    TARGET-CATALOG-DS (CATDD) - optional target catalog
      *       maintained by CBLXCAT, for the label printed on each
      *       target's subtotal line.
      * Work:
      *    SORT-WORK (SORTWK) - sort work file.
      *    SORTED-SELECTION-DS (HQRSDD) - the selected matches, one
      *       record per section each belongs to, sorted on section
      *       plus the history key (NAME-NUMBER/start position).
      * Output:
      *    REPORT-DS (XHQRDD) - the inquiry report: a criteria echo
      *       page, then three sections, each starting a new page:
      *       STABLE (active matches seen in at least the stable run
      *       count), NEW (matches first seen at or after the
      *       new-since stamp) and LAPSED (lapsed matches with their
      *       age in runs). Within a section the lines are grouped by
      *       target and book, each group closed by a subtotal line;
      *       each section ends with its total, a per-book recap
      *       across all targets and - for LAPSED - the counts per age
      *       band. A closing summary page carries the record counts.
      * Algorithm:
      *    The criteria are validated and the run register loaded.
      *       The master is read in key order (from the requested
      *       NAME-NUMBER only, when one is given) in a SORT input
      *       procedure: every record meeting the criteria is
      *       released once for each section it belongs to. The
      *       sorted selection is then read once, section by section,
      *       with control breaks on target and book.
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. CBLXHINQ.
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
           SELECT INQUIRY-CRITERIA-DS ASSIGN TO HQRYDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ECODE-Q.

           SELECT HISTORY-DS ASSIGN TO HISTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           FILE STATUS IS ECODE-H.

      * The register of applied runs. OPTIONAL: without it lapsed
      * matches cannot be aged, but everything else still reports.
           SELECT OPTIONAL RUN-REGISTER-DS ASSIGN TO HRUNDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ECODE-N.

      * The target catalog CBLXCAT maintains, read for the label
      * printed next to each NAME-NUMBER. OPTIONAL: without one the
      * listing simply runs unlabelled.
           SELECT OPTIONAL TARGET-CATALOG-DS ASSIGN TO CATDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CAT-NAME-NUMBER
           FILE STATUS IS ECODE-G.

           SELECT SORT-WORK ASSIGN TO SORTWK.

           SELECT SORTED-SELECTION-DS ASSIGN TO HQRSDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ECODE-S.

           SELECT REPORT-DS ASSIGN TO XHQRDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ECODE-R.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * The criteria card, read into INQUIRY-CRITERIA below so it
      * stays available for the echo page once the file is closed.
       FD  INQUIRY-CRITERIA-DS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  INQUIRY-CRITERIA-REC PIC X(80).
      *------------------------
      * Same layout CBLXHIST maintains in HISTORY-DS (HISTDD).
       FD  HISTORY-DS
           RECORD CONTAINS 60 CHARACTERS.
       01  HISTORY-REC.
           05 HIST-KEY.
              10 HIST-NAME-NUMBER   PIC 9(4).
              10 HIST-START-BOOK    PIC X(3).
              10 HIST-START-CHAPTER PIC X(3).
              10 HIST-START-VERSE   PIC X(3).
              10 HIST-START-WORD-NO PIC 9(4).
           05 HIST-END-BOOK      PIC X(3).
           05 HIST-END-CHAPTER   PIC X(3).
           05 HIST-END-VERSE     PIC X(3).
           05 HIST-END-WORD-NO   PIC 9(4).
           05 HIST-SEQ-LENGTH    PIC 9(7).
           05 HIST-VALUE-SYSTEM  PIC X.
           05 HIST-FIRST-SEEN    PIC X(8).
           05 HIST-LAST-SEEN     PIC X(8).
           05 HIST-RUN-COUNT     PIC 9(5).
           05 HIST-STATUS        PIC X.
              88 HIST-ACTIVE VALUE 'A'.
              88 HIST-LAPSED VALUE 'L'.
      *------------------------
      * Same layout CBLXHIST appends to RUN-REGISTER-DS (HRUNDD).
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
      * Sort work record: the report section, the whole history
      * record (its leading 17 bytes are the history key) and, for
      * a lapsed match, its age in runs.
       SD  SORT-WORK.
       01  SORT-REC.
           05 SORT-SECTION   PIC X.
           05 SORT-HISTORY.
              10 SORT-HIST-KEY PIC X(17).
              10 FILLER        PIC X(43).
           05 SORT-RUNS-AGO  PIC 9(5).
           05 SORT-AGE-KNOWN PIC X.
      *------------------------
      * The selection in section/history-key order.
       FD  SORTED-SELECTION-DS
           RECORD CONTAINS 67 CHARACTERS
           RECORDING MODE IS F.
       01  SELECTED-REC.
           05 SEL-SECTION PIC X.
           05 SEL-KEY.
              10 SEL-NAME-NUMBER   PIC 9(4).
              10 SEL-START-BOOK    PIC X(3).
              10 SEL-START-CHAPTER PIC X(3).
              10 SEL-START-VERSE   PIC X(3).
              10 SEL-START-WORD-NO PIC 9(4).
           05 SEL-END-BOOK      PIC X(3).
           05 SEL-END-CHAPTER   PIC X(3).
           05 SEL-END-VERSE     PIC X(3).
           05 SEL-END-WORD-NO   PIC 9(4).
           05 SEL-SEQ-LENGTH    PIC 9(7).
           05 SEL-VALUE-SYSTEM  PIC X.
           05 SEL-FIRST-SEEN    PIC X(8).
           05 SEL-LAST-SEEN     PIC X(8).
           05 SEL-RUN-COUNT     PIC 9(5).
           05 SEL-STATUS        PIC X.
           05 SEL-RUNS-AGO      PIC 9(5).
           05 SEL-AGE-KNOWN     PIC X.
              88 IS-SEL-AGE-KNOWN VALUE 'Y'.
      *------------------------
      * The inquiry report. REPORT-CTL is an ASA printer control
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
           05 ECODE-Q PIC XX.
              88 QRY-OK VALUE "00".
           05 ECODE-H PIC XX.
              88 HIST-OK VALUE "00".
           05 ECODE-N PIC XX.
      *> "05" on the open means the OPTIONAL register is not there.
              88 REG-OK VALUE "00" "05".
           05 ECODE-G PIC XX.
      *> "05" on the open means the OPTIONAL catalog is not there.
              88 CAT-OK VALUE "00" "05".
              88 CAT-NOT-PRESENT VALUE "05".
              88 CAT-NOT-FOUND VALUE "23".
           05 ECODE-S PIC XX.
              88 SORTED-OK VALUE "00".
           05 ECODE-R PIC XX.
              88 OUT-OK VALUE "00".

      * The criteria card as read. The numeric criteria are also
      * viewed as numbers once they have been checked to be digits.
       01  INQUIRY-CRITERIA.
           05 INQ-NAME-NUMBER     PIC X(4).
           05 INQ-NAME-NUMBER-NUM REDEFINES INQ-NAME-NUMBER
                                  PIC 9(4).
           05 INQ-BOOK-ID OCCURS 6 TIMES PIC X(3).
           05 INQ-FROM-CHAPTER    PIC X(3).
           05 INQ-TO-CHAPTER      PIC X(3).
           05 INQ-VALUE-SYSTEM    PIC X.
              88 INQ-VALUE-SYSTEM-OK VALUE 'S' 'O' 'K' 'G' ' '.
           05 INQ-STATUS          PIC X.
              88 INQ-STATUS-OK VALUE 'A' 'L' ' '.
           05 INQ-MIN-RUNS        PIC X(5).
           05 INQ-MIN-RUNS-NUM REDEFINES INQ-MIN-RUNS PIC 9(5).
           05 INQ-FIRST-FROM      PIC X(8).
           05 INQ-FIRST-TO        PIC X(8).
           05 INQ-LAST-FROM       PIC X(8).
           05 INQ-LAST-TO         PIC X(8).
           05 INQ-STABLE-RUNS     PIC X(5).
           05 INQ-STABLE-RUNS-NUM REDEFINES INQ-STABLE-RUNS
                                  PIC 9(5).
           05 INQ-NEW-SINCE       PIC X(8).

      * The criteria as the selection applies them, copied out of
      * INQUIRY-CRITERIA by LOAD-CRITERIA. An open bound is held as
      * LOW-VALUES or HIGH-VALUES, so every range test is a plain
      * pair of comparisons.
       01  QRY-NAME-GIVEN PIC X VALUE 'N'.
           88 IS-QRY-NAME-GIVEN VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  QRY-NAME-NUMBER  PIC 9(4) VALUE 0.
       01  QRY-BOOK-COUNT   PIC 9(4) USAGE BINARY VALUE 0.
       01  QRY-BOOK-ID OCCURS 6 TIMES PIC X(3).
       01  QRY-BOOK-I       PIC 9(4) USAGE BINARY.
       01  QRY-FROM-CHAPTER PIC X(3) VALUE LOW-VALUES.
       01  QRY-TO-CHAPTER   PIC X(3) VALUE HIGH-VALUES.
       01  QRY-MIN-RUNS     PIC 9(5) USAGE BINARY VALUE 0.
       01  QRY-FIRST-FROM   PIC X(8) VALUE LOW-VALUES.
       01  QRY-FIRST-TO     PIC X(8) VALUE HIGH-VALUES.
       01  QRY-LAST-FROM    PIC X(8) VALUE LOW-VALUES.
       01  QRY-LAST-TO      PIC X(8) VALUE HIGH-VALUES.
       01  QRY-STABLE-RUNS  PIC 9(5) USAGE BINARY VALUE 2.
       01  QRY-NEW-SINCE    PIC X(8) VALUE SPACES.
       01  QRY-NEW-SINCE-SET PIC X VALUE 'N'.
           88 IS-NEW-SINCE-SET VALUE 'Y' WHEN SET TO FALSE IS 'N'.
      *> Was the new-since stamp taken from the run register because
      *> the card left it blank? Noted on the echo page.
       01  QRY-NEW-SINCE-DEFAULTED PIC X VALUE 'N'.
           88 IS-NEW-SINCE-DEFAULTED VALUE 'Y'
                                     WHEN SET TO FALSE IS 'N'.

      * The run register's stamps in application order.
       01  REGISTER-TABLE.
           05 REG-COUNT PIC 9(5) USAGE BINARY VALUE 0.
           05 REG-STAMP OCCURS 0 TO 9999 DEPENDING ON REG-COUNT
                        PIC X(8).
       01  REG-I PIC 9(5) USAGE BINARY.
       01  REGISTER-READ-STATUS PIC X VALUE 'N'.
           88 IS-REGISTER-DONE VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  STAMP-FOUND PIC X VALUE 'N'.
           88 IS-STAMP-FOUND VALUE 'Y' WHEN SET TO FALSE IS 'N'.

       01  HISTORY-READ-STATUS PIC X VALUE 'N'.
           88 IS-HISTORY-DONE VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  SELECTED-READ-STATUS PIC X VALUE 'N'.
           88 IS-SELECTED-DONE VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  MATCH-SELECTED PIC X VALUE 'N'.
           88 IS-MATCH-SELECTED VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  BOOK-LISTED PIC X VALUE 'N'.
           88 IS-BOOK-LISTED VALUE 'Y' WHEN SET TO FALSE IS 'N'.

      * Control-break holds. SECTION-HOLD is the section of the
      * selected record in hand - HIGH-VALUE once the selection is
      * exhausted, so every break test fails without a special case.
       01  SECTION-HOLD   PIC X.
       01  CURRENT-SECTION PIC X.
           88 IN-STABLE-SECTION VALUE '1'.
           88 IN-NEW-SECTION    VALUE '2'.
           88 IN-LAPSED-SECTION VALUE '3'.
       01  SECTION-I      PIC 9.
       01  SECTION-TITLE  PIC X(60).
       01  TARGET-HOLD    PIC 9(4).
       01  BOOK-HOLD      PIC X(3).

       01  HISTORY-READ-COUNT PIC 9(7) USAGE BINARY VALUE 0.
       01  SELECTED-COUNT     PIC 9(7) USAGE BINARY VALUE 0.
       01  STABLE-COUNT       PIC 9(7) USAGE BINARY VALUE 0.
       01  NEW-COUNT          PIC 9(7) USAGE BINARY VALUE 0.
       01  LAPSED-COUNT       PIC 9(7) USAGE BINARY VALUE 0.
       01  SECTION-MATCH-COUNT PIC 9(7) USAGE BINARY VALUE 0.
       01  TARGET-MATCH-COUNT  PIC 9(7) USAGE BINARY VALUE 0.
       01  BOOK-MATCH-COUNT    PIC 9(7) USAGE BINARY VALUE 0.

      * The lapsed section's age bands, in runs since last seen.
       01  AGED-1-COUNT       PIC 9(7) USAGE BINARY VALUE 0.
       01  AGED-2-5-COUNT     PIC 9(7) USAGE BINARY VALUE 0.
       01  AGED-6-10-COUNT    PIC 9(7) USAGE BINARY VALUE 0.
       01  AGED-OVER-10-COUNT PIC 9(7) USAGE BINARY VALUE 0.
       01  AGED-UNKNOWN-COUNT PIC 9(7) USAGE BINARY VALUE 0.

      * Per-book recap of the section being written, across all its
      * targets, in first-appearance order.
       01  SECTION-BOOK-TABLE.
           05 SBOOK-COUNT PIC 9(4) USAGE BINARY VALUE 0.
           05 SBOOK-ENTRY OCCURS 0 TO 200 DEPENDING ON SBOOK-COUNT.
              10 SBOOK-BOOK-ID     PIC X(3).
              10 SBOOK-MATCH-COUNT PIC 9(7) USAGE BINARY.
       01  SBOOK-I PIC 9(4) USAGE BINARY.
       01  SBOOK-FOUND PIC X VALUE 'N'.
           88 IS-SBOOK-FOUND VALUE 'Y' WHEN SET TO FALSE IS 'N'.

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

      * Report pagination controls. REPORT-LINE-SAVE holds the detail
      * line pending in REPORT-TEXT across a page break, so writing
      * the new page's heading does not clobber it.
       01  REPORT-LINE-SAVE      PIC X(132).
       01  REPORT-LINES-PER-PAGE PIC 9(3) VALUE 60.
       01  REPORT-LINE-COUNT     PIC 9(3) VALUE 0.
       01  REPORT-PAGE-COUNT     PIC 9(5) VALUE 0.
       01  REPORT-PAGE-COUNT-ED  PIC ZZZZ9.

      * Fields of the detail, subtotal and echo lines.
       01  QRY-NAME-ED     PIC ZZZ9.
       01  QRY-START-LOC   PIC X(17).
       01  QRY-END-LOC     PIC X(17).
       01  QRY-LENGTH-ED   PIC ZZZZZZ9.
       01  QRY-RUNS-ED     PIC ZZZZ9.
       01  QRY-AGE-TXT     PIC X(7).
       01  QRY-AGE-ED      PIC ZZZZ9.
       01  QRY-COUNT-ED    PIC ZZZZZZ9.
       01  ECHO-TXT        PIC X(40).
       01  ECHO-FROM-TXT   PIC X(10).
       01  ECHO-TO-TXT     PIC X(10).
       01  ECHO-PTR        PIC 9(3).

      *========================
       PROCEDURE DIVISION.
      *========================
       BEGIN.
           PERFORM LOAD-CRITERIA
           PERFORM LOAD-RUN-REGISTER

      *> A blank new-since stamp means "new in the latest run".
           IF INQ-NEW-SINCE NOT = SPACES THEN
              MOVE INQ-NEW-SINCE TO QRY-NEW-SINCE
              SET IS-NEW-SINCE-SET TO TRUE
           ELSE
              IF REG-COUNT > 0 THEN
                 MOVE REG-STAMP(REG-COUNT) TO QRY-NEW-SINCE
                 SET IS-NEW-SINCE-SET TO TRUE
                 SET IS-NEW-SINCE-DEFAULTED TO TRUE
              END-IF
           END-IF

           OPEN INPUT HISTORY-DS

           IF NOT HIST-OK THEN
              DISPLAY "Error opening the history master (HISTDD)"
                  ECODE-H
              GOBACK
           END-IF

      *> Every selected match is released once per section it
      *> belongs to, so one sorted pass writes all three sections.
           SORT SORT-WORK
              ON ASCENDING KEY SORT-SECTION SORT-HIST-KEY
              INPUT PROCEDURE IS RELEASE-SELECTED-MATCHES
              GIVING SORTED-SELECTION-DS

           CLOSE HISTORY-DS

           OPEN INPUT SORTED-SELECTION-DS

           IF NOT SORTED-OK THEN
              DISPLAY "Error opening the sorted selection (HQRS)"
                  ECODE-S
              GOBACK
           END-IF

           OPEN OUTPUT REPORT-DS

           IF NOT OUT-OK THEN
              DISPLAY "Error opening the inquiry report data set "
                  "(XHQRDD)" ECODE-R
              GOBACK
           END-IF

           PERFORM OPEN-TARGET-CATALOG
           PERFORM WRITE-CRITERIA-ECHO

           PERFORM READ-SELECTED

           PERFORM VARYING SECTION-I FROM 1 BY 1
              UNTIL SECTION-I > 3
                 MOVE SECTION-I TO CURRENT-SECTION
                 PERFORM WRITE-SECTION
           END-PERFORM

           PERFORM WRITE-INQUIRY-SUMMARY

           CLOSE SORTED-SELECTION-DS
           CLOSE REPORT-DS

           IF IS-CATALOG-PRESENT THEN
              CLOSE TARGET-CATALOG-DS
           END-IF

           GOBACK.

       END-BEGIN.
           EXIT.
      *-----------------------------------------------------------------
      * Reads and validates the criteria card, then copies each
      * criterion into the QRY- field the selection tests, an open
      * bound becoming LOW-VALUES/HIGH-VALUES. Rejects the run, with
      * a message naming the criterion, for: a non-numeric NAME-
      * NUMBER or run count, an unknown value-system or status code,
      * and a from bound above its to bound.
      *-----------------------------------------------------------------
       LOAD-CRITERIA.
           OPEN INPUT INQUIRY-CRITERIA-DS

           IF NOT QRY-OK THEN
              DISPLAY "Error opening the inquiry criteria data set "
                  "(HQRYDD)" ECODE-Q
              GOBACK
           END-IF

           READ INQUIRY-CRITERIA-DS INTO INQUIRY-CRITERIA
              AT END CONTINUE
           END-READ

           IF NOT QRY-OK THEN
              DISPLAY "Error: inquiry criteria data set (HQRYDD) is "
                  "empty"
              CLOSE INQUIRY-CRITERIA-DS
              GOBACK
           END-IF

           CLOSE INQUIRY-CRITERIA-DS

           IF INQ-NAME-NUMBER NOT = SPACES THEN
              IF INQ-NAME-NUMBER NOT NUMERIC THEN
                 DISPLAY "Error: NAME-NUMBER criterion '"
                     INQ-NAME-NUMBER "' is not numeric"
                 GOBACK
              END-IF
              MOVE INQ-NAME-NUMBER-NUM TO QRY-NAME-NUMBER
              SET IS-QRY-NAME-GIVEN TO TRUE
           END-IF

           PERFORM VARYING QRY-BOOK-I FROM 1 BY 1
              UNTIL QRY-BOOK-I > 6
                 IF INQ-BOOK-ID(QRY-BOOK-I) NOT = SPACES THEN
                    ADD 1 TO QRY-BOOK-COUNT
                    MOVE INQ-BOOK-ID(QRY-BOOK-I) TO
                         QRY-BOOK-ID(QRY-BOOK-COUNT)
                 END-IF
           END-PERFORM

           IF INQ-FROM-CHAPTER NOT = SPACES THEN
              MOVE INQ-FROM-CHAPTER TO QRY-FROM-CHAPTER
           END-IF
           IF INQ-TO-CHAPTER NOT = SPACES THEN
              MOVE INQ-TO-CHAPTER TO QRY-TO-CHAPTER
           END-IF
           IF QRY-FROM-CHAPTER > QRY-TO-CHAPTER THEN
              DISPLAY "Error: from-chapter " INQ-FROM-CHAPTER
                  " is after to-chapter " INQ-TO-CHAPTER
              GOBACK
           END-IF

           IF NOT INQ-VALUE-SYSTEM-OK THEN
              DISPLAY "Error: unknown value-system code '"
                  INQ-VALUE-SYSTEM "' - use S, O, K, G or blank"
              GOBACK
           END-IF

           IF NOT INQ-STATUS-OK THEN
              DISPLAY "Error: unknown status code '" INQ-STATUS
                  "' - use A, L or blank"
              GOBACK
           END-IF

           IF INQ-MIN-RUNS NOT = SPACES THEN
              IF INQ-MIN-RUNS NOT NUMERIC THEN
                 DISPLAY "Error: minimum run count '" INQ-MIN-RUNS
                     "' is not numeric"
                 GOBACK
              END-IF
              MOVE INQ-MIN-RUNS-NUM TO QRY-MIN-RUNS
           END-IF

           IF INQ-STABLE-RUNS NOT = SPACES THEN
              IF INQ-STABLE-RUNS NOT NUMERIC THEN
                 DISPLAY "Error: stable run count '" INQ-STABLE-RUNS
                     "' is not numeric"
                 GOBACK
              END-IF
              IF INQ-STABLE-RUNS-NUM > 0 THEN
                 MOVE INQ-STABLE-RUNS-NUM TO QRY-STABLE-RUNS
              END-IF
           END-IF

           IF INQ-FIRST-FROM NOT = SPACES THEN
              MOVE INQ-FIRST-FROM TO QRY-FIRST-FROM
           END-IF
           IF INQ-FIRST-TO NOT = SPACES THEN
              MOVE INQ-FIRST-TO TO QRY-FIRST-TO
           END-IF
           IF QRY-FIRST-FROM > QRY-FIRST-TO THEN
              DISPLAY "Error: first-seen from " INQ-FIRST-FROM
                  " is after first-seen to " INQ-FIRST-TO
              GOBACK
           END-IF

           IF INQ-LAST-FROM NOT = SPACES THEN
              MOVE INQ-LAST-FROM TO QRY-LAST-FROM
           END-IF
           IF INQ-LAST-TO NOT = SPACES THEN
              MOVE INQ-LAST-TO TO QRY-LAST-TO
           END-IF
           IF QRY-LAST-FROM > QRY-LAST-TO THEN
              DISPLAY "Error: last-seen from " INQ-LAST-FROM
                  " is after last-seen to " INQ-LAST-TO
              GOBACK
           END-IF.

       END-LOAD-CRITERIA.
           EXIT.
      *-----------------------------------------------------------------
      * Loads the run register's stamps, in application order, into
      * REGISTER-TABLE. A missing register leaves the table empty.
      *-----------------------------------------------------------------
       LOAD-RUN-REGISTER.
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
              IF REG-COUNT >= 9999 THEN
                 DISPLAY "Error: more than 9999 runs on the run "
                     "register (HRUNDD)"
                 CLOSE RUN-REGISTER-DS
                 GOBACK
              END-IF
              ADD 1 TO REG-COUNT
              MOVE REG-RUN-STAMP TO REG-STAMP(REG-COUNT)

              READ RUN-REGISTER-DS
                 AT END SET IS-REGISTER-DONE TO TRUE
              END-READ
           END-PERFORM

           CLOSE RUN-REGISTER-DS.

       END-LOAD-RUN-REGISTER.
           EXIT.
      *-----------------------------------------------------------------
      * SORT input procedure. Reads the master in key order - from
      * the requested NAME-NUMBER onwards, stopping past it, when one
      * is given - and passes every record to SELECT-HISTORY-MATCH.
      *-----------------------------------------------------------------
       RELEASE-SELECTED-MATCHES.
           MOVE LOW-VALUES TO HIST-KEY
           IF IS-QRY-NAME-GIVEN THEN
              MOVE QRY-NAME-NUMBER TO HIST-NAME-NUMBER
           END-IF

           START HISTORY-DS KEY IS >= HIST-KEY
              INVALID KEY SET IS-HISTORY-DONE TO TRUE
           END-START

           IF NOT IS-HISTORY-DONE THEN
              READ HISTORY-DS NEXT
                 AT END SET IS-HISTORY-DONE TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL IS-HISTORY-DONE
              IF IS-QRY-NAME-GIVEN AND
                 HIST-NAME-NUMBER > QRY-NAME-NUMBER THEN
                 SET IS-HISTORY-DONE TO TRUE
              ELSE
                 ADD 1 TO HISTORY-READ-COUNT
                 PERFORM SELECT-HISTORY-MATCH

                 READ HISTORY-DS NEXT
                    AT END SET IS-HISTORY-DONE TO TRUE
                 END-READ
              END-IF
           END-PERFORM.

       END-RELEASE-SELECTED-MATCHES.
           EXIT.
      *-----------------------------------------------------------------
      * Tests the history record in hand against every criterion and,
      * when it passes, releases it once per section it belongs to:
      * STABLE when active and seen in at least the stable run count,
      * NEW when first seen at or after the new-since stamp, LAPSED
      * (with its age from FIND-RUNS-AGO) when lapsed.
      *-----------------------------------------------------------------
       SELECT-HISTORY-MATCH.
           SET IS-MATCH-SELECTED TO TRUE

           IF QRY-BOOK-COUNT > 0 THEN
              SET IS-BOOK-LISTED TO FALSE
              PERFORM VARYING QRY-BOOK-I FROM 1 BY 1
                 UNTIL QRY-BOOK-I > QRY-BOOK-COUNT
                    IF QRY-BOOK-ID(QRY-BOOK-I) = HIST-START-BOOK THEN
                       SET IS-BOOK-LISTED TO TRUE
                    END-IF
              END-PERFORM
              IF NOT IS-BOOK-LISTED THEN
                 SET IS-MATCH-SELECTED TO FALSE
              END-IF
           END-IF

           IF HIST-START-CHAPTER < QRY-FROM-CHAPTER OR
              HIST-START-CHAPTER > QRY-TO-CHAPTER OR
              HIST-RUN-COUNT     < QRY-MIN-RUNS   OR
              HIST-FIRST-SEEN    < QRY-FIRST-FROM OR
              HIST-FIRST-SEEN    > QRY-FIRST-TO   OR
              HIST-LAST-SEEN     < QRY-LAST-FROM  OR
              HIST-LAST-SEEN     > QRY-LAST-TO    THEN
              SET IS-MATCH-SELECTED TO FALSE
           END-IF

           IF INQ-VALUE-SYSTEM NOT = SPACE AND
              HIST-VALUE-SYSTEM NOT = INQ-VALUE-SYSTEM THEN
              SET IS-MATCH-SELECTED TO FALSE
           END-IF

           IF INQ-STATUS NOT = SPACE AND
              HIST-STATUS NOT = INQ-STATUS THEN
              SET IS-MATCH-SELECTED TO FALSE
           END-IF

           IF IS-MATCH-SELECTED THEN
              ADD 1 TO SELECTED-COUNT
              MOVE HISTORY-REC TO SORT-HISTORY
              MOVE 0 TO SORT-RUNS-AGO
              MOVE 'Y' TO SORT-AGE-KNOWN

              IF HIST-ACTIVE AND
                 HIST-RUN-COUNT >= QRY-STABLE-RUNS THEN
                 MOVE '1' TO SORT-SECTION
                 RELEASE SORT-REC
              END-IF

              IF IS-NEW-SINCE-SET AND
                 HIST-FIRST-SEEN >= QRY-NEW-SINCE THEN
                 MOVE '2' TO SORT-SECTION
                 RELEASE SORT-REC
              END-IF

              IF HIST-LAPSED THEN
                 PERFORM FIND-RUNS-AGO
                 MOVE '3' TO SORT-SECTION
                 RELEASE SORT-REC
              END-IF
           END-IF.

       END-SELECT-HISTORY-MATCH.
           EXIT.
      *-----------------------------------------------------------------
      * Ages the lapsed match in hand: the number of runs registered
      * after the latest register entry carrying its last-seen stamp
      * (1 = lapsed by the latest run). A stamp not on the register
      * leaves the age unknown.
      *-----------------------------------------------------------------
       FIND-RUNS-AGO.
           SET IS-STAMP-FOUND TO FALSE
           MOVE 'N' TO SORT-AGE-KNOWN

           PERFORM VARYING REG-I FROM REG-COUNT BY -1
              UNTIL REG-I < 1 OR IS-STAMP-FOUND
                 IF REG-STAMP(REG-I) = HIST-LAST-SEEN THEN
                    SET IS-STAMP-FOUND TO TRUE
                    COMPUTE SORT-RUNS-AGO = REG-COUNT - REG-I
                    MOVE 'Y' TO SORT-AGE-KNOWN
                 END-IF
           END-PERFORM.

       END-FIND-RUNS-AGO.
           EXIT.
      *
       READ-SELECTED.
           READ SORTED-SELECTION-DS
              AT END SET IS-SELECTED-DONE TO TRUE
           END-READ
           IF IS-SELECTED-DONE THEN
              MOVE HIGH-VALUE TO SECTION-HOLD
           ELSE
              MOVE SEL-SECTION TO SECTION-HOLD
           END-IF.
       END-READ-SELECTED.
           EXIT.
      *-----------------------------------------------------------------
      * Writes one report section - the one in CURRENT-SECTION - from
      * the sorted selection: a new page, the target groups (see
      * WRITE-TARGET-GROUP), then the section total, the per-book
      * recap and, for the lapsed section, the counts per age band.
      *-----------------------------------------------------------------
       WRITE-SECTION.
           MOVE SPACES TO SECTION-TITLE
           EVALUATE TRUE
           WHEN IN-STABLE-SECTION
              MOVE QRY-STABLE-RUNS TO QRY-RUNS-ED
              STRING 'STABLE MATCHES - ACTIVE, MINIMUM RUNS: '
                     QRY-RUNS-ED
                     DELIMITED BY SIZE INTO SECTION-TITLE
              END-STRING
           WHEN IN-NEW-SECTION
              STRING 'NEW MATCHES - FIRST SEEN SINCE ' QRY-NEW-SINCE
                     DELIMITED BY SIZE INTO SECTION-TITLE
              END-STRING
           WHEN OTHER
              MOVE 'LAPSED MATCHES - AGED IN RUNS SINCE LAST SEEN'
                   TO SECTION-TITLE
           END-EVALUATE

           MOVE 0 TO SECTION-MATCH-COUNT
           MOVE 0 TO SBOOK-COUNT

           PERFORM WRITE-INQUIRY-HEADING

           IF IN-NEW-SECTION AND NOT IS-NEW-SINCE-SET THEN
              MOVE SPACES TO REPORT-TEXT
              STRING 'NO NEW-SINCE STAMP GIVEN AND NO RUN REGISTER '
                     'TO TAKE ONE FROM'
                     DELIMITED BY SIZE INTO REPORT-TEXT
              END-STRING
              PERFORM WRITE-INQUIRY-LINE
           END-IF

           PERFORM UNTIL SECTION-HOLD NOT = CURRENT-SECTION
              PERFORM WRITE-TARGET-GROUP
           END-PERFORM

           MOVE SPACES TO REPORT-TEXT
           IF SECTION-MATCH-COUNT = 0 THEN
              MOVE 'NO MATCHES SELECTED' TO REPORT-TEXT
              PERFORM WRITE-INQUIRY-LINE
           ELSE
              MOVE SECTION-MATCH-COUNT TO QRY-COUNT-ED
              STRING 'SECTION TOTAL MATCHES:        ' QRY-COUNT-ED
                     DELIMITED BY SIZE INTO REPORT-TEXT
              END-STRING
              PERFORM WRITE-INQUIRY-LINE

              MOVE SPACES TO REPORT-TEXT
              PERFORM WRITE-INQUIRY-LINE

              PERFORM VARYING SBOOK-I FROM 1 BY 1
                 UNTIL SBOOK-I > SBOOK-COUNT
                    MOVE SBOOK-MATCH-COUNT(SBOOK-I) TO QRY-COUNT-ED
                    MOVE SPACES TO REPORT-TEXT
                    STRING '   ALL TARGETS  BOOK '
                           SBOOK-BOOK-ID(SBOOK-I)
                           '  MATCHES:     ' QRY-COUNT-ED
                           DELIMITED BY SIZE INTO REPORT-TEXT
                    END-STRING
                    PERFORM WRITE-INQUIRY-LINE
              END-PERFORM
           END-IF

           IF IN-LAPSED-SECTION AND SECTION-MATCH-COUNT > 0 THEN
              MOVE SPACES TO REPORT-TEXT
              PERFORM WRITE-INQUIRY-LINE

              MOVE AGED-1-COUNT TO QRY-COUNT-ED
              MOVE SPACES TO REPORT-TEXT
              STRING 'LAPSED 1 RUN AGO:             ' QRY-COUNT-ED
                     DELIMITED BY SIZE INTO REPORT-TEXT
              END-STRING
              PERFORM WRITE-INQUIRY-LINE

              MOVE AGED-2-5-COUNT TO QRY-COUNT-ED
              MOVE SPACES TO REPORT-TEXT
              STRING 'LAPSED 2-5 RUNS AGO:          ' QRY-COUNT-ED
                     DELIMITED BY SIZE INTO REPORT-TEXT
              END-STRING
              PERFORM WRITE-INQUIRY-LINE

              MOVE AGED-6-10-COUNT TO QRY-COUNT-ED
              MOVE SPACES TO REPORT-TEXT
              STRING 'LAPSED 6-10 RUNS AGO:         ' QRY-COUNT-ED
                     DELIMITED BY SIZE INTO REPORT-TEXT
              END-STRING
              PERFORM WRITE-INQUIRY-LINE

              MOVE AGED-OVER-10-COUNT TO QRY-COUNT-ED
              MOVE SPACES TO REPORT-TEXT
              STRING 'LAPSED OVER 10 RUNS AGO:      ' QRY-COUNT-ED
                     DELIMITED BY SIZE INTO REPORT-TEXT
              END-STRING
              PERFORM WRITE-INQUIRY-LINE

              MOVE AGED-UNKNOWN-COUNT TO QRY-COUNT-ED
              MOVE SPACES TO REPORT-TEXT
              STRING 'LAPSED, AGE UNKNOWN:          ' QRY-COUNT-ED
                     DELIMITED BY SIZE INTO REPORT-TEXT
              END-STRING
              PERFORM WRITE-INQUIRY-LINE
           END-IF.

       END-WRITE-SECTION.
           EXIT.
      *-----------------------------------------------------------------
      * Writes one target's lines within the current section, book by
      * book (see WRITE-BOOK-GROUP), closed by the target's subtotal
      * line carrying its catalog label.
      *-----------------------------------------------------------------
       WRITE-TARGET-GROUP.
           MOVE SEL-NAME-NUMBER TO TARGET-HOLD
           MOVE 0 TO TARGET-MATCH-COUNT

           PERFORM UNTIL SECTION-HOLD NOT = CURRENT-SECTION OR
                         SEL-NAME-NUMBER NOT = TARGET-HOLD
              PERFORM WRITE-BOOK-GROUP
           END-PERFORM

           MOVE TARGET-HOLD TO QRY-NAME-ED
           MOVE TARGET-HOLD TO LABEL-LOOKUP-NAME
           PERFORM FIND-TARGET-LABEL
           MOVE TARGET-MATCH-COUNT TO QRY-COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'TARGET ' QRY-NAME-ED ' ' TARGET-LABEL-TXT
                  '  MATCHES:     ' QRY-COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           PERFORM WRITE-INQUIRY-LINE

           MOVE SPACES TO REPORT-TEXT
           PERFORM WRITE-INQUIRY-LINE

           ADD TARGET-MATCH-COUNT TO SECTION-MATCH-COUNT.

       END-WRITE-TARGET-GROUP.
           EXIT.
      *-----------------------------------------------------------------
      * Writes one book's lines for the current target, closed by the
      * book's subtotal line, and adds the book's count to the
      * section's per-book recap.
      *-----------------------------------------------------------------
       WRITE-BOOK-GROUP.
           MOVE SEL-START-BOOK TO BOOK-HOLD
           MOVE 0 TO BOOK-MATCH-COUNT

           PERFORM UNTIL SECTION-HOLD NOT = CURRENT-SECTION OR
                         SEL-NAME-NUMBER NOT = TARGET-HOLD OR
                         SEL-START-BOOK NOT = BOOK-HOLD
              PERFORM WRITE-MATCH-LINE
              ADD 1 TO BOOK-MATCH-COUNT
              PERFORM READ-SELECTED
           END-PERFORM

           MOVE BOOK-MATCH-COUNT TO QRY-COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING '   BOOK ' BOOK-HOLD
                  '                                 MATCHES:     '
                  QRY-COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           PERFORM WRITE-INQUIRY-LINE

           ADD BOOK-MATCH-COUNT TO TARGET-MATCH-COUNT

           SET IS-SBOOK-FOUND TO FALSE
           PERFORM VARYING SBOOK-I FROM 1 BY 1
              UNTIL SBOOK-I > SBOOK-COUNT OR IS-SBOOK-FOUND
                 IF SBOOK-BOOK-ID(SBOOK-I) = BOOK-HOLD THEN
                    SET IS-SBOOK-FOUND TO TRUE
                    ADD BOOK-MATCH-COUNT TO SBOOK-MATCH-COUNT(SBOOK-I)
                 END-IF
           END-PERFORM

           IF NOT IS-SBOOK-FOUND THEN
              IF SBOOK-COUNT >= 200 THEN
                 DISPLAY "Error: more than 200 distinct BOOK-IDs in "
                     "the selection"
                 GOBACK
              END-IF
              ADD 1 TO SBOOK-COUNT
              MOVE BOOK-HOLD TO SBOOK-BOOK-ID(SBOOK-COUNT)
              MOVE BOOK-MATCH-COUNT TO SBOOK-MATCH-COUNT(SBOOK-COUNT)
           END-IF.

       END-WRITE-BOOK-GROUP.
           EXIT.
      *-----------------------------------------------------------------
      * Writes one detail line for the selected match in hand. On the
      * lapsed section the line carries the match's age in runs, and
      * the age band counts are kept.
      *-----------------------------------------------------------------
       WRITE-MATCH-LINE.
           MOVE SEL-NAME-NUMBER TO QRY-NAME-ED

           MOVE SPACES TO QRY-START-LOC
           STRING SEL-START-BOOK '-' SEL-START-CHAPTER '-'
                  SEL-START-VERSE '-' SEL-START-WORD-NO
                  DELIMITED BY SIZE INTO QRY-START-LOC
           END-STRING

           MOVE SPACES TO QRY-END-LOC
           STRING SEL-END-BOOK '-' SEL-END-CHAPTER '-'
                  SEL-END-VERSE '-' SEL-END-WORD-NO
                  DELIMITED BY SIZE INTO QRY-END-LOC
           END-STRING

           MOVE SEL-SEQ-LENGTH TO QRY-LENGTH-ED
           MOVE SEL-RUN-COUNT TO QRY-RUNS-ED

           MOVE SPACES TO QRY-AGE-TXT
           IF IN-LAPSED-SECTION THEN
              IF IS-SEL-AGE-KNOWN THEN
                 MOVE SEL-RUNS-AGO TO QRY-AGE-ED
                 MOVE QRY-AGE-ED TO QRY-AGE-TXT
                 EVALUATE TRUE
                 WHEN SEL-RUNS-AGO <= 1
                    ADD 1 TO AGED-1-COUNT
                 WHEN SEL-RUNS-AGO <= 5
                    ADD 1 TO AGED-2-5-COUNT
                 WHEN SEL-RUNS-AGO <= 10
                    ADD 1 TO AGED-6-10-COUNT
                 WHEN OTHER
                    ADD 1 TO AGED-OVER-10-COUNT
                 END-EVALUATE
              ELSE
                 MOVE 'UNKNOWN' TO QRY-AGE-TXT
                 ADD 1 TO AGED-UNKNOWN-COUNT
              END-IF
           END-IF

           EVALUATE TRUE
           WHEN IN-STABLE-SECTION
              ADD 1 TO STABLE-COUNT
           WHEN IN-NEW-SECTION
              ADD 1 TO NEW-COUNT
           WHEN OTHER
              ADD 1 TO LAPSED-COUNT
           END-EVALUATE

           MOVE SPACES TO REPORT-TEXT
           STRING QRY-NAME-ED '  ' QRY-START-LOC ' ' QRY-END-LOC ' '
                  QRY-LENGTH-ED '  ' SEL-VALUE-SYSTEM '  '
                  SEL-FIRST-SEEN '    ' SEL-LAST-SEEN '  '
                  QRY-RUNS-ED '  ' SEL-STATUS '   ' QRY-AGE-TXT
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           PERFORM WRITE-INQUIRY-LINE.

       END-WRITE-MATCH-LINE.
           EXIT.
      *-----------------------------------------------------------------
      * Writes the criteria echo page: every criterion as the run
      * applies it, the section parameters, and the number of runs on
      * the register the lapsed matches are aged against.
      *-----------------------------------------------------------------
       WRITE-CRITERIA-ECHO.
           ADD 1 TO REPORT-PAGE-COUNT
           MOVE REPORT-PAGE-COUNT TO REPORT-PAGE-COUNT-ED

           MOVE '1' TO REPORT-CTL
           MOVE SPACES TO REPORT-TEXT
           STRING 'MATCH HISTORY INQUIRY CRITERIA          PAGE: '
                  REPORT-PAGE-COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE ' ' TO REPORT-CTL
           MOVE SPACES TO REPORT-TEXT
           WRITE REPORT-REC

           MOVE SPACES TO ECHO-TXT
           IF IS-QRY-NAME-GIVEN THEN
              MOVE QRY-NAME-NUMBER TO LABEL-LOOKUP-NAME
              PERFORM FIND-TARGET-LABEL
              STRING INQ-NAME-NUMBER ' ' TARGET-LABEL-TXT
                     DELIMITED BY SIZE INTO ECHO-TXT
              END-STRING
           ELSE
              MOVE '(ALL)' TO ECHO-TXT
           END-IF
           MOVE SPACES TO REPORT-TEXT
           STRING 'NAME NUMBER:          ' ECHO-TXT
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           IF QRY-BOOK-COUNT = 0 THEN
              MOVE 'BOOKS:                (ALL)' TO REPORT-TEXT
           ELSE
              MOVE 'BOOKS:' TO REPORT-TEXT
              MOVE 23 TO ECHO-PTR
              PERFORM VARYING QRY-BOOK-I FROM 1 BY 1
                 UNTIL QRY-BOOK-I > QRY-BOOK-COUNT
                    STRING QRY-BOOK-ID(QRY-BOOK-I) ' '
                           DELIMITED BY SIZE INTO REPORT-TEXT
                           WITH POINTER ECHO-PTR
                    END-STRING
              END-PERFORM
           END-IF
           WRITE REPORT-REC

           IF INQ-FROM-CHAPTER = SPACES THEN
              MOVE '(START)' TO ECHO-FROM-TXT
           ELSE
              MOVE INQ-FROM-CHAPTER TO ECHO-FROM-TXT
           END-IF
           IF INQ-TO-CHAPTER = SPACES THEN
              MOVE '(END)' TO ECHO-TO-TXT
           ELSE
              MOVE INQ-TO-CHAPTER TO ECHO-TO-TXT
           END-IF
           MOVE SPACES TO REPORT-TEXT
           STRING 'CHAPTERS:             ' ECHO-FROM-TXT
                  ' THRU ' ECHO-TO-TXT
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           IF INQ-VALUE-SYSTEM = SPACE THEN
              MOVE 'VALUE SYSTEM:         (ALL)' TO REPORT-TEXT
           ELSE
              STRING 'VALUE SYSTEM:         ' INQ-VALUE-SYSTEM
                     DELIMITED BY SIZE INTO REPORT-TEXT
              END-STRING
           END-IF
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           IF INQ-STATUS = SPACE THEN
              MOVE 'STATUS:               (ALL)' TO REPORT-TEXT
           ELSE
              STRING 'STATUS:               ' INQ-STATUS
                     DELIMITED BY SIZE INTO REPORT-TEXT
              END-STRING
           END-IF
           WRITE REPORT-REC

           MOVE QRY-MIN-RUNS TO QRY-RUNS-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'MINIMUM RUN COUNT:    ' QRY-RUNS-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           IF INQ-FIRST-FROM = SPACES THEN
              MOVE '(START)' TO ECHO-FROM-TXT
           ELSE
              MOVE INQ-FIRST-FROM TO ECHO-FROM-TXT
           END-IF
           IF INQ-FIRST-TO = SPACES THEN
              MOVE '(END)' TO ECHO-TO-TXT
           ELSE
              MOVE INQ-FIRST-TO TO ECHO-TO-TXT
           END-IF
           MOVE SPACES TO REPORT-TEXT
           STRING 'FIRST SEEN:           ' ECHO-FROM-TXT
                  ' THRU ' ECHO-TO-TXT
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           IF INQ-LAST-FROM = SPACES THEN
              MOVE '(START)' TO ECHO-FROM-TXT
           ELSE
              MOVE INQ-LAST-FROM TO ECHO-FROM-TXT
           END-IF
           IF INQ-LAST-TO = SPACES THEN
              MOVE '(END)' TO ECHO-TO-TXT
           ELSE
              MOVE INQ-LAST-TO TO ECHO-TO-TXT
           END-IF
           MOVE SPACES TO REPORT-TEXT
           STRING 'LAST SEEN:            ' ECHO-FROM-TXT
                  ' THRU ' ECHO-TO-TXT
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           WRITE REPORT-REC

           MOVE QRY-STABLE-RUNS TO QRY-RUNS-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'STABLE AT RUN COUNT:  ' QRY-RUNS-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           EVALUATE TRUE
           WHEN NOT IS-NEW-SINCE-SET
              MOVE 'NEW SINCE:            (NONE)' TO REPORT-TEXT
           WHEN IS-NEW-SINCE-DEFAULTED
              STRING 'NEW SINCE:            ' QRY-NEW-SINCE
                     '  (LATEST REGISTERED RUN)'
                     DELIMITED BY SIZE INTO REPORT-TEXT
              END-STRING
           WHEN OTHER
              STRING 'NEW SINCE:            ' QRY-NEW-SINCE
                     DELIMITED BY SIZE INTO REPORT-TEXT
              END-STRING
           END-EVALUATE
           WRITE REPORT-REC

           MOVE REG-COUNT TO QRY-COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'RUNS REGISTERED:      ' QRY-COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC.

       END-WRITE-CRITERIA-ECHO.
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
      * Writes a section page heading (the section's title) and the
      * column headings, same paging convention as CBLXHIST's
      * WRITE-HISTORY-HEADING.
      *-----------------------------------------------------------------
       WRITE-INQUIRY-HEADING.
           ADD 1 TO REPORT-PAGE-COUNT
           MOVE REPORT-PAGE-COUNT TO REPORT-PAGE-COUNT-ED

           MOVE '1' TO REPORT-CTL
           MOVE SPACES TO REPORT-TEXT
           STRING 'MATCH HISTORY INQUIRY   ' SECTION-TITLE
                  '   PAGE: ' REPORT-PAGE-COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE ' ' TO REPORT-CTL
           MOVE SPACES TO REPORT-TEXT
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           STRING 'NAME  START             END                '
                  'LENGTH  S  FIRST-SEEN  LAST-SEEN  RUNS  ST  '
                  'LAPSED'
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE ALL '-' TO REPORT-TEXT
           WRITE REPORT-REC

           MOVE 0 TO REPORT-LINE-COUNT.

       END-WRITE-INQUIRY-HEADING.
           EXIT.
      *-----------------------------------------------------------------
      * Writes the line currently held in REPORT-TEXT, starting a new
      * page (with a fresh heading for the current section) once
      * REPORT-LINES-PER-PAGE lines have been written on the current
      * page.
      *-----------------------------------------------------------------
       WRITE-INQUIRY-LINE.
           IF REPORT-LINE-COUNT >= REPORT-LINES-PER-PAGE THEN
              MOVE REPORT-TEXT TO REPORT-LINE-SAVE
              PERFORM WRITE-INQUIRY-HEADING
              MOVE REPORT-LINE-SAVE TO REPORT-TEXT
           END-IF

           MOVE ' ' TO REPORT-CTL
           WRITE REPORT-REC
           ADD 1 TO REPORT-LINE-COUNT.

       END-WRITE-INQUIRY-LINE.
           EXIT.
      *-----------------------------------------------------------------
      * Closing summary page: master records read, matches selected,
      * and the line count of each section.
      *-----------------------------------------------------------------
       WRITE-INQUIRY-SUMMARY.
           ADD 1 TO REPORT-PAGE-COUNT
           MOVE REPORT-PAGE-COUNT TO REPORT-PAGE-COUNT-ED

           MOVE '1' TO REPORT-CTL
           MOVE SPACES TO REPORT-TEXT
           STRING 'SUMMARY          PAGE: ' REPORT-PAGE-COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE ' ' TO REPORT-CTL
           MOVE SPACES TO REPORT-TEXT
           WRITE REPORT-REC

           MOVE HISTORY-READ-COUNT TO QRY-COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'HISTORY RECORDS READ: ' QRY-COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE SELECTED-COUNT TO QRY-COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'MATCHES SELECTED:     ' QRY-COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE STABLE-COUNT TO QRY-COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'STABLE:               ' QRY-COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE NEW-COUNT TO QRY-COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'NEW:                  ' QRY-COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE LAPSED-COUNT TO QRY-COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'LAPSED:               ' QRY-COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC.

       END-WRITE-INQUIRY-SUMMARY.
           EXIT.
