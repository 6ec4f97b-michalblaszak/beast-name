      *=================================================================
      * Companion utility to CBLGEN. Compares the word lists CBLGEN
      * built from two source editions of the Hebrew text (two
      * WORDS-DS work data sets, one per edition), verse by verse, and
      * reports every verse where the editions differ: in word count,
      * in word text, or in the verse's WDS-WORD-VALUE-SYS totals
      * under any of the four value systems. A run's EXTRACT-DS is then
      * checked against the differing verses, and every match whose
      * start-to-end span touches one is flagged, so the tracking team
      * can tell the findings that hold up in every edition from the
      * ones that depend on one edition's reading.
      *-----------------------------------------------------------------
      * Input:
      *    WORDS-A-DS (WRDADD) - edition A's word list, as CBLGEN's
      *       STORE-WORD-ENTRY writes WORDS-DS (81-byte relative
      *       records in reading order).
      *    WORDS-B-DS (WRDBDD) - edition B's word list, same layout.
      *    EXTRACT-DS (EXTRDD) - a run's extract produced by CBLGEN's
      *       WRITE-EXTRACT-RECORD, in the fixed 38-byte record layout.
      *       It is checked whole before the match pass (see VALIDATE-
      *       EXTRACT): one without CBLGEN's header or trailer record,
      *       or whose trailer count or hash total disagrees with its
      *       match records, is rejected. Only the match records are
      *       tested (a crosswalk run's English companions are passed
      *       over); the run identifier is shown on the summary page.
      * Work:
      *    SORT-WORK (SORTWK) - sort work file.
      *    VERSE-A-SORTED-DS (VRSADD) - one summary record per verse of
      *       edition A (word count, the four value totals and the
      *       relative position of the verse's first word), in
      *       BOOK-ID/CHAPTER/VERSE key order.
      *    VERSE-B-SORTED-DS (VRSBDD) - the same for edition B.
      * Output:
      *    REPORT-DS (XVARDD) - the variant report: one line per
      *       differing verse (both editions' word counts and standard
      *       totals, the first differing word, and what differs), then
      *       one line per extract match whose span touches a differing
      *       verse, and a closing summary page with the verse counts
      *       and, per target NAME-NUMBER, its matches split into
      *       edition-stable and edition-dependent.
      * Algorithm:
      *    Each word list is read in reading order and rolled up into
      *       one summary record per verse, which is SORTed on the
      *       verse key, so the two editions can be aligned by walking
      *       the two sorted files in step - BOOK-IDs carry no scan
      *       order, so the sort only has to bring equal keys together.
      *       A key present on one side only is a differing verse; a
      *       key on both sides differs when its word count or any
      *       value total differs, or when any word text differs (the
      *       words are compared one by one, read back from the two
      *       word lists by relative position). The differing verse
      *       keys are kept in key order, so each extract match's span
      *       is tested by a lower-bound search: a match touches a
      *       differing verse when the first differing verse at or
      *       after its start lies within its span. Chapter/verse
      *       keys only compare within one book, so a span that
      *       crosses a book seam is tested as the tail of its lower
      *       book, every book between, and the head of its higher
      *       book - lower and higher in reading order, which edition
      *       A's word list gives (a reverse-scan match that crosses a
      *       seam is written with its start in the later book).
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. CBLXVAR.
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
      * The two editions' word lists. Read in reading order to build
      * the verse summaries, then by relative position to compare the
      * words of a verse present in both.
           SELECT WORDS-A-DS ASSIGN TO WRDADD
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WORD-A-REL-KEY
           FILE STATUS IS ECODE-A.

           SELECT WORDS-B-DS ASSIGN TO WRDBDD
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WORD-B-REL-KEY
           FILE STATUS IS ECODE-B.

           SELECT EXTRACT-DS ASSIGN TO EXTRDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ECODE-E.

           SELECT SORT-WORK ASSIGN TO SORTWK.

           SELECT VERSE-A-SORTED-DS ASSIGN TO VRSADD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ECODE-SA.

           SELECT VERSE-B-SORTED-DS ASSIGN TO VRSBDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ECODE-SB.

           SELECT REPORT-DS ASSIGN TO XVARDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ECODE-R.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * Same layout CBLGEN's STORE-WORD-ENTRY writes to WORDS-DS
      * (WORDDD): the word's location, its value under all four
      * gematria systems (standard/ordinal/katan/gadol), its text and
      * its length.
       FD  WORDS-A-DS
           RECORD CONTAINS 81 CHARACTERS
           RECORDING MODE IS F.
       01  WORDS-A-REC.
           05 WDA-BOOK-ID     PIC X(3).
           05 WDA-CHAPTER     PIC X(3).
           05 WDA-VERSE       PIC X(3).
           05 WDA-WORD-NO     PIC 9(4).
           05 WDA-WORD-VALUES.
              10 WDA-WORD-VALUE-SYS OCCURS 4 TIMES
                                     PIC 99999 USAGE BINARY.
           05 WDA-WORD-TEXT   PIC X(50).
           05 WDA-WORD-LENGTH PIC 9999 USAGE BINARY.
      *------------------------
       FD  WORDS-B-DS
           RECORD CONTAINS 81 CHARACTERS
           RECORDING MODE IS F.
       01  WORDS-B-REC.
           05 WDB-BOOK-ID     PIC X(3).
           05 WDB-CHAPTER     PIC X(3).
           05 WDB-VERSE       PIC X(3).
           05 WDB-WORD-NO     PIC 9(4).
           05 WDB-WORD-VALUES.
              10 WDB-WORD-VALUE-SYS OCCURS 4 TIMES
                                     PIC 99999 USAGE BINARY.
           05 WDB-WORD-TEXT   PIC X(50).
           05 WDB-WORD-LENGTH PIC 9999 USAGE BINARY.
      *------------------------
      * Same fixed-format layout CBLGEN's WRITE-EXTRACT-RECORD writes
      * to EXTRACT-DS (EXTRDD).
       FD  EXTRACT-DS
           RECORD CONTAINS 38 CHARACTERS
           RECORDING MODE IS F.
       01  EXTRACT-REC.
           05 EXTRACT-NAME-NUMBER   PIC 9(4).
           05 EXTRACT-START-POS.
              10 EXTRACT-START-BOOK    PIC X(3).
              10 EXTRACT-START-VERSE-KEY.
                 15 EXTRACT-START-CHAPTER PIC X(3).
                 15 EXTRACT-START-VERSE   PIC X(3).
              10 EXTRACT-START-WORD-NO PIC 9(4).
           05 EXTRACT-END-POS.
              10 EXTRACT-END-BOOK      PIC X(3).
              10 EXTRACT-END-VERSE-KEY.
                 15 EXTRACT-END-CHAPTER   PIC X(3).
                 15 EXTRACT-END-VERSE     PIC X(3).
              10 EXTRACT-END-WORD-NO   PIC 9(4).
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
      * Sort work record: one verse summary. The verse key leads, so
      * one ascending key brings the verses into key order.
       SD  SORT-WORK.
       01  SORT-REC.
           05 SORT-VERSE-KEY   PIC X(9).
           05 FILLER           PIC X(48).
      *------------------------
      * Edition A's verse summaries in verse-key order.
       FD  VERSE-A-SORTED-DS
           RECORD CONTAINS 57 CHARACTERS
           RECORDING MODE IS F.
       01  VERSE-A-REC.
           05 VSA-VERSE-KEY.
              10 VSA-BOOK-ID  PIC X(3).
              10 VSA-CHAPTER  PIC X(3).
              10 VSA-VERSE    PIC X(3).
           05 VSA-FIRST-POS   PIC 9(7).
           05 VSA-WORD-COUNT  PIC 9(5).
           05 VSA-VALUE-TOTAL OCCURS 4 TIMES PIC 9(9).
      *------------------------
      * Edition B's verse summaries in verse-key order.
       FD  VERSE-B-SORTED-DS
           RECORD CONTAINS 57 CHARACTERS
           RECORDING MODE IS F.
       01  VERSE-B-REC.
           05 VSB-VERSE-KEY.
              10 VSB-BOOK-ID  PIC X(3).
              10 VSB-CHAPTER  PIC X(3).
              10 VSB-VERSE    PIC X(3).
           05 VSB-FIRST-POS   PIC 9(7).
           05 VSB-WORD-COUNT  PIC 9(5).
           05 VSB-VALUE-TOTAL OCCURS 4 TIMES PIC 9(9).
      *------------------------
      * The variant report. REPORT-CTL is an ASA printer control
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
           05 ECODE-A PIC XX.
              88 WORDS-A-OK VALUE "00".
           05 ECODE-B PIC XX.
              88 WORDS-B-OK VALUE "00".
           05 ECODE-E PIC XX.
              88 EXTR-OK VALUE "00".
           05 ECODE-SA PIC XX.
              88 VERSE-A-OK VALUE "00".
           05 ECODE-SB PIC XX.
              88 VERSE-B-OK VALUE "00".
           05 ECODE-R PIC XX.
              88 OUT-OK VALUE "00".

       01  WORDS-READ-STATUS PIC X VALUE 'N'.
           88 IS-WORDS-DONE VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  VERSE-A-READ-STATUS PIC X VALUE 'N'.
           88 IS-VERSE-A-DONE VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  VERSE-B-READ-STATUS PIC X VALUE 'N'.
           88 IS-VERSE-B-DONE VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  EXTRACT-READ-STATUS PIC X VALUE 'N'.
           88 IS-EXTRACT-DONE VALUE 'Y' WHEN SET TO FALSE IS 'N'.

      * Relative keys into the two word lists.
       01  WORD-A-REL-KEY PIC 9(7) USAGE BINARY.
       01  WORD-B-REL-KEY PIC 9(7) USAGE BINARY.

      * The verse key of the summary each side currently holds.
      * HIGH-VALUES once that side is exhausted, so the in-step walk's
      * key comparisons drain the other side without a special case -
      * same convention as CBLXCMP.
       01  VERSE-A-KEY-HOLD PIC X(9) VALUE HIGH-VALUES.
       01  VERSE-B-KEY-HOLD PIC X(9) VALUE HIGH-VALUES.

      * The verse summary being rolled up while a word list is read,
      * released to the sort on each verse-key change.
       01  VERSE-BUILD.
           05 VBLD-VERSE-KEY.
              10 VBLD-BOOK-ID  PIC X(3).
              10 VBLD-CHAPTER  PIC X(3).
              10 VBLD-VERSE    PIC X(3).
           05 VBLD-FIRST-POS   PIC 9(7).
           05 VBLD-WORD-COUNT  PIC 9(5).
           05 VBLD-VALUE-TOTAL OCCURS 4 TIMES PIC 9(9).
       01  VERSE-BUILD-OPEN PIC X VALUE 'N'.
           88 IS-VERSE-BUILD-OPEN VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  WORD-POS PIC 9(7) USAGE BINARY.
       01  SYS-I    PIC 99 USAGE BINARY.

      * What differs about the verse pair in hand, built by
      * COMPARE-VERSE-PAIR for WRITE-VARIANT-LINE.
       01  DIFF-WORDS-FLAG PIC X VALUE 'N'.
           88 IS-DIFF-WORDS VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  DIFF-TEXT-FLAG  PIC X VALUE 'N'.
           88 IS-DIFF-TEXT VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  DIFF-VALUE-FLAG PIC X VALUE 'N'.
           88 IS-DIFF-VALUE VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  DIFF-SYSTEMS    PIC X(4).
       01  FIRST-DIFF-WORD PIC 9(5) USAGE BINARY.
       01  COMPARE-COUNT   PIC 9(5) USAGE BINARY.
       01  COMPARE-I       PIC 9(5) USAGE BINARY.
       01  SYSTEM-CODE-LIST PIC X(4) VALUE 'SOKG'.

      * The differing verse keys, in key order (the in-step walk
      * produces them that way), for the extract span test.
       01  DIFF-VERSE-TABLE.
           05 DIFF-VERSE-COUNT PIC 9(7) USAGE BINARY VALUE 0.
           05 DIFF-VERSE-ENTRY OCCURS 0 TO 50000 DEPENDING ON
                                DIFF-VERSE-COUNT.
              10 DIFF-BOOK-ID   PIC X(3).
              10 DIFF-VERSE-KEY PIC X(6).

      * Lower-bound search work fields: the book and chapter/verse
      * key searched for, the search window, and the entry found
      * (DIFF-VERSE-COUNT + 1 when every entry sorts before it).
       01  SEARCH-BOOK-ID   PIC X(3).
       01  SEARCH-VERSE-KEY PIC X(6).
       01  SEARCH-LOW       PIC 9(7) USAGE BINARY.
       01  SEARCH-HIGH      PIC 9(7) USAGE BINARY.
       01  SEARCH-MID       PIC 9(7) USAGE BINARY.
       01  SEARCH-AT        PIC 9(7) USAGE BINARY.

      * Edition A's books in reading order, as its word list gives
      * them - BOOK-IDs carry no order of their own - so a span that
      * crosses a book seam can be put low-to-high, and the books it
      * runs through found. A book's place is its entry number (0
      * for a book edition A does not have).
       01  BOOK-TABLE.
           05 BOOK-COUNT PIC 9(4) USAGE BINARY VALUE 0.
           05 BOOK-ENTRY OCCURS 0 TO 200 DEPENDING ON BOOK-COUNT.
              10 BOOK-ID PIC X(3).
       01  BOOK-I    PIC 9(4) USAGE BINARY.
       01  BOOK-AT   PIC 9(4) USAGE BINARY.
       01  LOOK-BOOK PIC X(3).

      * The extract match in hand with its span normalized low-to-
      * high (a reverse-scan match is written with its start word
      * after its end word), and the differing verse it touches.
       01  SPAN-LOW-BOOK   PIC X(3).
       01  SPAN-LOW-KEY    PIC X(6).
       01  SPAN-HIGH-BOOK  PIC X(3).
       01  SPAN-HIGH-KEY   PIC X(6).
       01  SPAN-LOW-ORD    PIC 9(4) USAGE BINARY.
       01  SPAN-HIGH-ORD   PIC 9(4) USAGE BINARY.
       01  SPAN-TOUCHED PIC X VALUE 'N'.
           88 IS-SPAN-TOUCHED VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  TOUCHED-AT PIC 9(7) USAGE BINARY.

      * Per-target tallies for the closing summary: every match, and
      * the ones whose span touches a differing verse.
       01  TARGET-STATS.
           05 TSTAT-COUNT PIC 9(4) USAGE BINARY VALUE 0.
           05 TSTAT-ENTRY OCCURS 0 TO 200 DEPENDING ON TSTAT-COUNT.
              10 TSTAT-NAME-NUMBER     PIC 9(4).
              10 TSTAT-MATCH-COUNT     PIC 9(7) USAGE BINARY.
              10 TSTAT-DEPENDENT-COUNT PIC 9(7) USAGE BINARY.
       01  TSTAT-I PIC 9(4) USAGE BINARY.
       01  TSTAT-FOUND PIC X VALUE 'N'.
           88 IS-TSTAT-FOUND VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  TSTAT-AT PIC 9(4) USAGE BINARY.

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

       01  VERSES-A-COUNT      PIC 9(7) USAGE BINARY VALUE 0.
       01  VERSES-B-COUNT      PIC 9(7) USAGE BINARY VALUE 0.
       01  ONLY-A-COUNT        PIC 9(7) USAGE BINARY VALUE 0.
       01  ONLY-B-COUNT        PIC 9(7) USAGE BINARY VALUE 0.
       01  CHANGED-COUNT       PIC 9(7) USAGE BINARY VALUE 0.
       01  MATCH-TOTAL-COUNT   PIC 9(7) USAGE BINARY VALUE 0.
       01  DEPENDENT-COUNT     PIC 9(7) USAGE BINARY VALUE 0.

      * Report pagination controls. REPORT-LINE-SAVE holds the detail
      * line pending in REPORT-TEXT across a page break, and
      * REPORT-SECTION says which section's heading a page break
      * writes ('V' variant verses, 'M' edition-dependent matches).
       01  REPORT-LINE-SAVE      PIC X(132).
       01  REPORT-LINES-PER-PAGE PIC 9(3) VALUE 60.
       01  REPORT-LINE-COUNT     PIC 9(3) VALUE 0.
       01  REPORT-PAGE-COUNT     PIC 9(5) VALUE 0.
       01  REPORT-PAGE-COUNT-ED  PIC ZZZZ9.
       01  REPORT-SECTION PIC X VALUE 'V'.
           88 IS-VARIANT-SECTION VALUE 'V'.
           88 IS-MATCH-SECTION   VALUE 'M'.

      * Fields of the detail lines.
       01  VAR-STATUS       PIC X(11).
       01  VAR-LOC          PIC X(11).
       01  VAR-WORDS-A-TXT  PIC X(5).
       01  VAR-WORDS-B-TXT  PIC X(5).
       01  VAR-VALUE-A-TXT  PIC X(9).
       01  VAR-VALUE-B-TXT  PIC X(9).
       01  VAR-FIRST-TXT    PIC X(5).
       01  VAR-WHAT         PIC X(30).
       01  VAR-PTR          PIC 9(3).
       01  VAR-WORDS-ED     PIC ZZZZ9.
       01  VAR-VALUE-ED     PIC ZZZZZZZZ9.
       01  MATCH-NAME-ED    PIC ZZZ9.
       01  MATCH-START-LOC  PIC X(17).
       01  MATCH-END-LOC    PIC X(17).
       01  COUNT-ED         PIC ZZZZZZ9.
       01  COUNT-2-ED       PIC ZZZZZZ9.
       01  COUNT-3-ED       PIC ZZZZZZ9.

      *========================
       PROCEDURE DIVISION.
      *========================
       BEGIN.
      *> The extract is checked whole first - a missing input or an
      *> incomplete extract should fail with its own clear message,
      *> before the word lists are rolled up and sorted.
           PERFORM VALIDATE-EXTRACT

      *> Both word lists are rolled up verse by verse and put into
      *> verse-key order first, so the editions can be aligned by
      *> reading the two summaries in step.
           SORT SORT-WORK
              ON ASCENDING KEY SORT-VERSE-KEY
              WITH DUPLICATES IN ORDER
              INPUT PROCEDURE IS RELEASE-VERSES-A
              GIVING VERSE-A-SORTED-DS

           SORT SORT-WORK
              ON ASCENDING KEY SORT-VERSE-KEY
              WITH DUPLICATES IN ORDER
              INPUT PROCEDURE IS RELEASE-VERSES-B
              GIVING VERSE-B-SORTED-DS

           OPEN INPUT WORDS-A-DS

           IF NOT WORDS-A-OK THEN
              DISPLAY "Error opening edition A's word list (WRDADD)"
                  ECODE-A
              GOBACK
           END-IF

           OPEN INPUT WORDS-B-DS

           IF NOT WORDS-B-OK THEN
              DISPLAY "Error opening edition B's word list (WRDBDD)"
                  ECODE-B
              GOBACK
           END-IF

           OPEN INPUT VERSE-A-SORTED-DS

           IF NOT VERSE-A-OK THEN
              DISPLAY "Error opening the sorted edition A verses "
                  "(VRSADD)" ECODE-SA
              GOBACK
           END-IF

           OPEN INPUT VERSE-B-SORTED-DS

           IF NOT VERSE-B-OK THEN
              DISPLAY "Error opening the sorted edition B verses "
                  "(VRSBDD)" ECODE-SB
              GOBACK
           END-IF

           OPEN INPUT EXTRACT-DS

           IF NOT EXTR-OK THEN
              DISPLAY "Error opening the extract data set (EXTRDD)"
                  ECODE-E
              GOBACK
           END-IF

           OPEN OUTPUT REPORT-DS

           IF NOT OUT-OK THEN
              DISPLAY "Error opening the variant report data set "
                  "(XVARDD)" ECODE-R
              GOBACK
           END-IF

           SET IS-VARIANT-SECTION TO TRUE
           PERFORM WRITE-VARIANT-HEADING

           PERFORM READ-VERSE-A
           PERFORM READ-VERSE-B

           PERFORM UNTIL IS-VERSE-A-DONE AND IS-VERSE-B-DONE
              EVALUATE TRUE
              WHEN VERSE-A-KEY-HOLD < VERSE-B-KEY-HOLD
                 PERFORM REPORT-ONLY-IN-A
                 PERFORM READ-VERSE-A
              WHEN VERSE-B-KEY-HOLD < VERSE-A-KEY-HOLD
                 PERFORM REPORT-ONLY-IN-B
                 PERFORM READ-VERSE-B
              WHEN OTHER
                 PERFORM COMPARE-VERSE-PAIR
                 PERFORM READ-VERSE-A
                 PERFORM READ-VERSE-B
              END-EVALUATE
           END-PERFORM

           CLOSE VERSE-A-SORTED-DS
           CLOSE VERSE-B-SORTED-DS
           CLOSE WORDS-A-DS
           CLOSE WORDS-B-DS

           SET IS-MATCH-SECTION TO TRUE
           PERFORM WRITE-VARIANT-HEADING

           READ EXTRACT-DS
              AT END SET IS-EXTRACT-DONE TO TRUE
           END-READ

           PERFORM UNTIL IS-EXTRACT-DONE
              IF NOT EXTRACT-HEADER-TYPE AND
                 NOT EXTRACT-TRAILER-TYPE AND
                 NOT EXTRACT-ENGLISH-TYPE THEN
                 PERFORM CHECK-EXTRACT-MATCH
              END-IF

              READ EXTRACT-DS
                 AT END SET IS-EXTRACT-DONE TO TRUE
              END-READ
           END-PERFORM

           CLOSE EXTRACT-DS

           PERFORM WRITE-VARIANT-SUMMARY

           CLOSE REPORT-DS

           GOBACK.

       END-BEGIN.
           EXIT.
      *-----------------------------------------------------------------
      * Reads the whole extract once before the match pass and rejects
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
      * SORT input procedure for edition A: reads WORDS-A-DS in
      * reading order and releases one verse summary per verse (see
      * ADD-WORD-TO-VERSE/RELEASE-VERSE-BUILD). Each book is entered
      * in BOOK-TABLE as it is first met, giving the reading order.
      *-----------------------------------------------------------------
       RELEASE-VERSES-A.
           OPEN INPUT WORDS-A-DS

           IF NOT WORDS-A-OK THEN
              DISPLAY "Error opening edition A's word list (WRDADD)"
                  ECODE-A
              GOBACK
           END-IF

           SET IS-WORDS-DONE TO FALSE
           SET IS-VERSE-BUILD-OPEN TO FALSE
           MOVE 0 TO WORD-POS

           READ WORDS-A-DS NEXT
              AT END SET IS-WORDS-DONE TO TRUE
           END-READ

           PERFORM UNTIL IS-WORDS-DONE
              ADD 1 TO WORD-POS
              IF IS-VERSE-BUILD-OPEN AND
                 (WDA-BOOK-ID NOT = VBLD-BOOK-ID OR
                  WDA-CHAPTER NOT = VBLD-CHAPTER OR
                  WDA-VERSE   NOT = VBLD-VERSE) THEN
                 PERFORM RELEASE-VERSE-BUILD
                 ADD 1 TO VERSES-A-COUNT
              END-IF
              IF NOT IS-VERSE-BUILD-OPEN THEN
                 SET IS-VERSE-BUILD-OPEN TO TRUE
                 MOVE WDA-BOOK-ID TO VBLD-BOOK-ID
                 MOVE WDA-CHAPTER TO VBLD-CHAPTER
                 MOVE WDA-VERSE   TO VBLD-VERSE
                 MOVE WDA-BOOK-ID TO LOOK-BOOK
                 PERFORM FIND-BOOK-ORDER
                 IF BOOK-AT = 0 THEN
                    PERFORM ADD-BOOK-ORDER
                 END-IF
                 MOVE WORD-POS TO VBLD-FIRST-POS
                 MOVE 0 TO VBLD-WORD-COUNT
                 PERFORM VARYING SYS-I FROM 1 BY 1 UNTIL SYS-I > 4
                    MOVE 0 TO VBLD-VALUE-TOTAL(SYS-I)
                 END-PERFORM
              END-IF
              ADD 1 TO VBLD-WORD-COUNT
              PERFORM VARYING SYS-I FROM 1 BY 1 UNTIL SYS-I > 4
                 ADD WDA-WORD-VALUE-SYS(SYS-I) TO
                     VBLD-VALUE-TOTAL(SYS-I)
              END-PERFORM

              READ WORDS-A-DS NEXT
                 AT END SET IS-WORDS-DONE TO TRUE
              END-READ
           END-PERFORM

           IF IS-VERSE-BUILD-OPEN THEN
              PERFORM RELEASE-VERSE-BUILD
              ADD 1 TO VERSES-A-COUNT
           END-IF

           CLOSE WORDS-A-DS.

       END-RELEASE-VERSES-A.
           EXIT.
      *
       ADD-BOOK-ORDER.
           IF BOOK-COUNT >= 200 THEN
              DISPLAY "Error: edition A's word list (WRDADD) has more "
                  "than 200 books"
              GOBACK
           END-IF

           ADD 1 TO BOOK-COUNT
           MOVE LOOK-BOOK TO BOOK-ID(BOOK-COUNT).

       END-ADD-BOOK-ORDER.
           EXIT.
      *-----------------------------------------------------------------
      * Leaves in BOOK-AT the reading-order place of LOOK-BOOK in
      * BOOK-TABLE, or 0 when edition A does not have the book.
      *-----------------------------------------------------------------
       FIND-BOOK-ORDER.
           MOVE 0 TO BOOK-AT
           PERFORM VARYING BOOK-I FROM 1 BY 1
              UNTIL BOOK-I > BOOK-COUNT OR BOOK-AT > 0
                 IF BOOK-ID(BOOK-I) = LOOK-BOOK THEN
                    MOVE BOOK-I TO BOOK-AT
                 END-IF
           END-PERFORM.

       END-FIND-BOOK-ORDER.
           EXIT.
      *-----------------------------------------------------------------
      * SORT input procedure for edition B, the twin of RELEASE-
      * VERSES-A.
      *-----------------------------------------------------------------
       RELEASE-VERSES-B.
           OPEN INPUT WORDS-B-DS

           IF NOT WORDS-B-OK THEN
              DISPLAY "Error opening edition B's word list (WRDBDD)"
                  ECODE-B
              GOBACK
           END-IF

           SET IS-WORDS-DONE TO FALSE
           SET IS-VERSE-BUILD-OPEN TO FALSE
           MOVE 0 TO WORD-POS

           READ WORDS-B-DS NEXT
              AT END SET IS-WORDS-DONE TO TRUE
           END-READ

           PERFORM UNTIL IS-WORDS-DONE
              ADD 1 TO WORD-POS
              IF IS-VERSE-BUILD-OPEN AND
                 (WDB-BOOK-ID NOT = VBLD-BOOK-ID OR
                  WDB-CHAPTER NOT = VBLD-CHAPTER OR
                  WDB-VERSE   NOT = VBLD-VERSE) THEN
                 PERFORM RELEASE-VERSE-BUILD
                 ADD 1 TO VERSES-B-COUNT
              END-IF
              IF NOT IS-VERSE-BUILD-OPEN THEN
                 SET IS-VERSE-BUILD-OPEN TO TRUE
                 MOVE WDB-BOOK-ID TO VBLD-BOOK-ID
                 MOVE WDB-CHAPTER TO VBLD-CHAPTER
                 MOVE WDB-VERSE   TO VBLD-VERSE
                 MOVE WORD-POS TO VBLD-FIRST-POS
                 MOVE 0 TO VBLD-WORD-COUNT
                 PERFORM VARYING SYS-I FROM 1 BY 1 UNTIL SYS-I > 4
                    MOVE 0 TO VBLD-VALUE-TOTAL(SYS-I)
                 END-PERFORM
              END-IF
              ADD 1 TO VBLD-WORD-COUNT
              PERFORM VARYING SYS-I FROM 1 BY 1 UNTIL SYS-I > 4
                 ADD WDB-WORD-VALUE-SYS(SYS-I) TO
                     VBLD-VALUE-TOTAL(SYS-I)
              END-PERFORM

              READ WORDS-B-DS NEXT
                 AT END SET IS-WORDS-DONE TO TRUE
              END-READ
           END-PERFORM

           IF IS-VERSE-BUILD-OPEN THEN
              PERFORM RELEASE-VERSE-BUILD
              ADD 1 TO VERSES-B-COUNT
           END-IF

           CLOSE WORDS-B-DS.

       END-RELEASE-VERSES-B.
           EXIT.
      *-----------------------------------------------------------------
      * Helper procedure called from RELEASE-VERSES-A/B. Releases the
      * verse summary built so far to the sort and closes it.
      *-----------------------------------------------------------------
       RELEASE-VERSE-BUILD.
           MOVE VERSE-BUILD TO SORT-REC
           RELEASE SORT-REC
           SET IS-VERSE-BUILD-OPEN TO FALSE.

       END-RELEASE-VERSE-BUILD.
           EXIT.
      *-----------------------------------------------------------------
      * Reads the next sorted edition A verse summary, keeping its key
      * in VERSE-A-KEY-HOLD; HIGH-VALUES once the file is exhausted.
      *-----------------------------------------------------------------
       READ-VERSE-A.
           READ VERSE-A-SORTED-DS
              AT END
                 SET IS-VERSE-A-DONE TO TRUE
                 MOVE HIGH-VALUES TO VERSE-A-KEY-HOLD
              NOT AT END
                 MOVE VSA-VERSE-KEY TO VERSE-A-KEY-HOLD
           END-READ.

       END-READ-VERSE-A.
           EXIT.
      *-----------------------------------------------------------------
      * Reads the next sorted edition B verse summary, keeping its key
      * in VERSE-B-KEY-HOLD; HIGH-VALUES once the file is exhausted.
      *-----------------------------------------------------------------
       READ-VERSE-B.
           READ VERSE-B-SORTED-DS
              AT END
                 SET IS-VERSE-B-DONE TO TRUE
                 MOVE HIGH-VALUES TO VERSE-B-KEY-HOLD
              NOT AT END
                 MOVE VSB-VERSE-KEY TO VERSE-B-KEY-HOLD
           END-READ.

       END-READ-VERSE-B.
           EXIT.
      *-----------------------------------------------------------------
      * Reports the edition A verse currently held as ONLY IN A: its
      * key has no counterpart in edition B.
      *-----------------------------------------------------------------
       REPORT-ONLY-IN-A.
           ADD 1 TO ONLY-A-COUNT
           MOVE 'ONLY IN A' TO VAR-STATUS
           MOVE SPACES TO VAR-LOC
           STRING VSA-BOOK-ID '-' VSA-CHAPTER '-' VSA-VERSE
                  DELIMITED BY SIZE INTO VAR-LOC
           END-STRING
           MOVE VSA-WORD-COUNT TO VAR-WORDS-ED
           MOVE VAR-WORDS-ED TO VAR-WORDS-A-TXT
           MOVE SPACES TO VAR-WORDS-B-TXT
           MOVE VSA-VALUE-TOTAL(1) TO VAR-VALUE-ED
           MOVE VAR-VALUE-ED TO VAR-VALUE-A-TXT
           MOVE SPACES TO VAR-VALUE-B-TXT
           MOVE SPACES TO VAR-FIRST-TXT
           MOVE 'VERSE MISSING IN B' TO VAR-WHAT
           PERFORM WRITE-VARIANT-LINE

           MOVE VSA-BOOK-ID TO SEARCH-BOOK-ID
           MOVE VSA-VERSE-KEY(4:6) TO SEARCH-VERSE-KEY
           PERFORM ADD-DIFF-VERSE.

       END-REPORT-ONLY-IN-A.
           EXIT.
      *-----------------------------------------------------------------
      * Reports the edition B verse currently held as ONLY IN B: its
      * key has no counterpart in edition A.
      *-----------------------------------------------------------------
       REPORT-ONLY-IN-B.
           ADD 1 TO ONLY-B-COUNT
           MOVE 'ONLY IN B' TO VAR-STATUS
           MOVE SPACES TO VAR-LOC
           STRING VSB-BOOK-ID '-' VSB-CHAPTER '-' VSB-VERSE
                  DELIMITED BY SIZE INTO VAR-LOC
           END-STRING
           MOVE SPACES TO VAR-WORDS-A-TXT
           MOVE VSB-WORD-COUNT TO VAR-WORDS-ED
           MOVE VAR-WORDS-ED TO VAR-WORDS-B-TXT
           MOVE SPACES TO VAR-VALUE-A-TXT
           MOVE VSB-VALUE-TOTAL(1) TO VAR-VALUE-ED
           MOVE VAR-VALUE-ED TO VAR-VALUE-B-TXT
           MOVE SPACES TO VAR-FIRST-TXT
           MOVE 'VERSE MISSING IN A' TO VAR-WHAT
           PERFORM WRITE-VARIANT-LINE

           MOVE VSB-BOOK-ID TO SEARCH-BOOK-ID
           MOVE VSB-VERSE-KEY(4:6) TO SEARCH-VERSE-KEY
           PERFORM ADD-DIFF-VERSE.

       END-REPORT-ONLY-IN-B.
           EXIT.
      *-----------------------------------------------------------------
      * Compares the verse held on both sides. The word counts and
      * the four value totals come straight off the summaries; the
      * word texts are compared one by one, read back from the two
      * word lists by relative position, up to the shorter verse's
      * word count (a verse with extra words differs at the first
      * word past the shorter one). Any difference reports the verse
      * as CHANGED and records it for the extract span test.
      *-----------------------------------------------------------------
       COMPARE-VERSE-PAIR.
           SET IS-DIFF-WORDS TO FALSE
           SET IS-DIFF-TEXT TO FALSE
           SET IS-DIFF-VALUE TO FALSE
           MOVE SPACES TO DIFF-SYSTEMS
           MOVE 0 TO FIRST-DIFF-WORD

           IF VSA-WORD-COUNT NOT = VSB-WORD-COUNT THEN
              SET IS-DIFF-WORDS TO TRUE
           END-IF

           PERFORM VARYING SYS-I FROM 1 BY 1 UNTIL SYS-I > 4
              IF VSA-VALUE-TOTAL(SYS-I) NOT = VSB-VALUE-TOTAL(SYS-I)
                 THEN
                 SET IS-DIFF-VALUE TO TRUE
                 MOVE SYSTEM-CODE-LIST(SYS-I:1) TO
                      DIFF-SYSTEMS(SYS-I:1)
              END-IF
           END-PERFORM

           IF VSA-WORD-COUNT < VSB-WORD-COUNT THEN
              MOVE VSA-WORD-COUNT TO COMPARE-COUNT
           ELSE
              MOVE VSB-WORD-COUNT TO COMPARE-COUNT
           END-IF

           PERFORM VARYING COMPARE-I FROM 1 BY 1
              UNTIL COMPARE-I > COMPARE-COUNT OR FIRST-DIFF-WORD > 0
                 COMPUTE WORD-A-REL-KEY =
                    VSA-FIRST-POS + COMPARE-I - 1
                 READ WORDS-A-DS
                    INVALID KEY CONTINUE
                 END-READ

                 IF NOT WORDS-A-OK THEN
                    DISPLAY "Error reading edition A's word list "
                        "(WRDADD)" ECODE-A
                    GOBACK
                 END-IF

                 COMPUTE WORD-B-REL-KEY =
                    VSB-FIRST-POS + COMPARE-I - 1
                 READ WORDS-B-DS
                    INVALID KEY CONTINUE
                 END-READ

                 IF NOT WORDS-B-OK THEN
                    DISPLAY "Error reading edition B's word list "
                        "(WRDBDD)" ECODE-B
                    GOBACK
                 END-IF

                 IF WDA-WORD-TEXT NOT = WDB-WORD-TEXT THEN
                    SET IS-DIFF-TEXT TO TRUE
                    MOVE COMPARE-I TO FIRST-DIFF-WORD
                 END-IF
           END-PERFORM

           IF FIRST-DIFF-WORD = 0 AND IS-DIFF-WORDS THEN
              COMPUTE FIRST-DIFF-WORD = COMPARE-COUNT + 1
           END-IF

           IF IS-DIFF-WORDS OR IS-DIFF-TEXT OR IS-DIFF-VALUE THEN
              ADD 1 TO CHANGED-COUNT
              MOVE 'CHANGED' TO VAR-STATUS
              MOVE SPACES TO VAR-LOC
              STRING VSA-BOOK-ID '-' VSA-CHAPTER '-' VSA-VERSE
                     DELIMITED BY SIZE INTO VAR-LOC
              END-STRING
              MOVE VSA-WORD-COUNT TO VAR-WORDS-ED
              MOVE VAR-WORDS-ED TO VAR-WORDS-A-TXT
              MOVE VSB-WORD-COUNT TO VAR-WORDS-ED
              MOVE VAR-WORDS-ED TO VAR-WORDS-B-TXT
              MOVE VSA-VALUE-TOTAL(1) TO VAR-VALUE-ED
              MOVE VAR-VALUE-ED TO VAR-VALUE-A-TXT
              MOVE VSB-VALUE-TOTAL(1) TO VAR-VALUE-ED
              MOVE VAR-VALUE-ED TO VAR-VALUE-B-TXT
              IF FIRST-DIFF-WORD > 0 THEN
                 MOVE FIRST-DIFF-WORD TO VAR-WORDS-ED
                 MOVE VAR-WORDS-ED TO VAR-FIRST-TXT
              ELSE
                 MOVE SPACES TO VAR-FIRST-TXT
              END-IF

              MOVE SPACES TO VAR-WHAT
              MOVE 1 TO VAR-PTR
              IF IS-DIFF-WORDS THEN
                 STRING 'WORDS ' DELIMITED BY SIZE
                        INTO VAR-WHAT WITH POINTER VAR-PTR
                 END-STRING
              END-IF
              IF IS-DIFF-TEXT THEN
                 STRING 'TEXT ' DELIMITED BY SIZE
                        INTO VAR-WHAT WITH POINTER VAR-PTR
                 END-STRING
              END-IF
              IF IS-DIFF-VALUE THEN
                 STRING 'VALUE(' DIFF-SYSTEMS ')' DELIMITED BY SIZE
                        INTO VAR-WHAT WITH POINTER VAR-PTR
                 END-STRING
              END-IF
              PERFORM WRITE-VARIANT-LINE

              MOVE VSA-BOOK-ID TO SEARCH-BOOK-ID
              MOVE VSA-VERSE-KEY(4:6) TO SEARCH-VERSE-KEY
              PERFORM ADD-DIFF-VERSE
           END-IF.

       END-COMPARE-VERSE-PAIR.
           EXIT.
      *-----------------------------------------------------------------
      * Records the verse in SEARCH-BOOK-ID/SEARCH-VERSE-KEY as a
      * differing verse. The in-step walk hands them over in key
      * order, so the table stays in key order for LOCATE-DIFF-VERSE.
      *-----------------------------------------------------------------
       ADD-DIFF-VERSE.
           IF DIFF-VERSE-COUNT >= 50000 THEN
              DISPLAY "Error: more than 50000 differing verses"
              GOBACK
           END-IF

           ADD 1 TO DIFF-VERSE-COUNT
           MOVE SEARCH-BOOK-ID TO DIFF-BOOK-ID(DIFF-VERSE-COUNT)
           MOVE SEARCH-VERSE-KEY TO DIFF-VERSE-KEY(DIFF-VERSE-COUNT).

       END-ADD-DIFF-VERSE.
           EXIT.
      *-----------------------------------------------------------------
      * Lower-bound binary search of DIFF-VERSE-TABLE: leaves in
      * SEARCH-AT the first entry whose book/chapter/verse key is at
      * or after SEARCH-BOOK-ID/SEARCH-VERSE-KEY, or DIFF-VERSE-COUNT
      * + 1 when every entry sorts before it.
      *-----------------------------------------------------------------
       LOCATE-DIFF-VERSE.
           MOVE 1 TO SEARCH-LOW
           COMPUTE SEARCH-HIGH = DIFF-VERSE-COUNT + 1

           PERFORM UNTIL SEARCH-LOW >= SEARCH-HIGH
              COMPUTE SEARCH-MID = (SEARCH-LOW + SEARCH-HIGH) / 2
              IF DIFF-BOOK-ID(SEARCH-MID) < SEARCH-BOOK-ID OR
                 (DIFF-BOOK-ID(SEARCH-MID) = SEARCH-BOOK-ID AND
                  DIFF-VERSE-KEY(SEARCH-MID) < SEARCH-VERSE-KEY) THEN
                 COMPUTE SEARCH-LOW = SEARCH-MID + 1
              ELSE
                 MOVE SEARCH-MID TO SEARCH-HIGH
              END-IF
           END-PERFORM

           MOVE SEARCH-LOW TO SEARCH-AT.

       END-LOCATE-DIFF-VERSE.
           EXIT.
      *-----------------------------------------------------------------
      * Tests the extract match in EXTRACT-REC against the differing
      * verses. The span is normalized low-to-high first - by verse
      * key within one book, by the books' reading order (BOOK-TABLE)
      * across a seam; a span whose book edition A does not have is
      * taken as written. Within one book, the match touches a
      * differing verse when the first one at or after its low end is
      * in the same book and not past its high end. A span crossing a
      * book seam is tested as the rest of its low book from the low
      * end, then each whole book between, then its high book up to
      * the high end. A touched match is listed with the differing
      * verse it touches and counted edition-dependent.
      *-----------------------------------------------------------------
       CHECK-EXTRACT-MATCH.
           ADD 1 TO MATCH-TOTAL-COUNT
           PERFORM FIND-TARGET-STATS
           ADD 1 TO TSTAT-MATCH-COUNT(TSTAT-AT)

           MOVE 0 TO SPAN-LOW-ORD
           MOVE 0 TO SPAN-HIGH-ORD
           IF EXTRACT-START-BOOK NOT = EXTRACT-END-BOOK THEN
              MOVE EXTRACT-START-BOOK TO LOOK-BOOK
              PERFORM FIND-BOOK-ORDER
              MOVE BOOK-AT TO SPAN-LOW-ORD
              MOVE EXTRACT-END-BOOK TO LOOK-BOOK
              PERFORM FIND-BOOK-ORDER
              MOVE BOOK-AT TO SPAN-HIGH-ORD
           END-IF

           IF (EXTRACT-START-BOOK = EXTRACT-END-BOOK AND
               EXTRACT-END-VERSE-KEY < EXTRACT-START-VERSE-KEY) OR
              (SPAN-HIGH-ORD > 0 AND SPAN-HIGH-ORD < SPAN-LOW-ORD) THEN
              MOVE EXTRACT-END-BOOK TO SPAN-LOW-BOOK
              MOVE EXTRACT-END-VERSE-KEY TO SPAN-LOW-KEY
              MOVE EXTRACT-START-BOOK TO SPAN-HIGH-BOOK
              MOVE EXTRACT-START-VERSE-KEY TO SPAN-HIGH-KEY
              MOVE SPAN-LOW-ORD TO BOOK-AT
              MOVE SPAN-HIGH-ORD TO SPAN-LOW-ORD
              MOVE BOOK-AT TO SPAN-HIGH-ORD
           ELSE
              MOVE EXTRACT-START-BOOK TO SPAN-LOW-BOOK
              MOVE EXTRACT-START-VERSE-KEY TO SPAN-LOW-KEY
              MOVE EXTRACT-END-BOOK TO SPAN-HIGH-BOOK
              MOVE EXTRACT-END-VERSE-KEY TO SPAN-HIGH-KEY
           END-IF

           SET IS-SPAN-TOUCHED TO FALSE

           MOVE SPAN-LOW-BOOK TO SEARCH-BOOK-ID
           MOVE SPAN-LOW-KEY TO SEARCH-VERSE-KEY
           PERFORM LOCATE-DIFF-VERSE
           IF SEARCH-AT <= DIFF-VERSE-COUNT THEN
              IF DIFF-BOOK-ID(SEARCH-AT) = SPAN-LOW-BOOK THEN
                 IF SPAN-HIGH-BOOK NOT = SPAN-LOW-BOOK OR
                    DIFF-VERSE-KEY(SEARCH-AT) <= SPAN-HIGH-KEY THEN
                    SET IS-SPAN-TOUCHED TO TRUE
                    MOVE SEARCH-AT TO TOUCHED-AT
                 END-IF
              END-IF
           END-IF

      *> The whole books a seam-crossing span runs through.
           IF NOT IS-SPAN-TOUCHED AND
              SPAN-LOW-ORD > 0 AND SPAN-HIGH-ORD > SPAN-LOW-ORD + 1 THEN
              COMPUTE BOOK-I = SPAN-LOW-ORD + 1
              PERFORM UNTIL BOOK-I >= SPAN-HIGH-ORD OR IS-SPAN-TOUCHED
                 MOVE BOOK-ID(BOOK-I) TO SEARCH-BOOK-ID
                 MOVE LOW-VALUES TO SEARCH-VERSE-KEY
                 PERFORM LOCATE-DIFF-VERSE
                 IF SEARCH-AT <= DIFF-VERSE-COUNT THEN
                    IF DIFF-BOOK-ID(SEARCH-AT) = SEARCH-BOOK-ID THEN
                       SET IS-SPAN-TOUCHED TO TRUE
                       MOVE SEARCH-AT TO TOUCHED-AT
                    END-IF
                 END-IF
                 ADD 1 TO BOOK-I
              END-PERFORM
           END-IF

           IF NOT IS-SPAN-TOUCHED AND
              SPAN-HIGH-BOOK NOT = SPAN-LOW-BOOK THEN
              MOVE SPAN-HIGH-BOOK TO SEARCH-BOOK-ID
              MOVE LOW-VALUES TO SEARCH-VERSE-KEY
              PERFORM LOCATE-DIFF-VERSE
              IF SEARCH-AT <= DIFF-VERSE-COUNT THEN
                 IF DIFF-BOOK-ID(SEARCH-AT) = SPAN-HIGH-BOOK AND
                    DIFF-VERSE-KEY(SEARCH-AT) <= SPAN-HIGH-KEY THEN
                    SET IS-SPAN-TOUCHED TO TRUE
                    MOVE SEARCH-AT TO TOUCHED-AT
                 END-IF
              END-IF
           END-IF

           IF IS-SPAN-TOUCHED THEN
              ADD 1 TO DEPENDENT-COUNT
              ADD 1 TO TSTAT-DEPENDENT-COUNT(TSTAT-AT)

              MOVE EXTRACT-NAME-NUMBER TO MATCH-NAME-ED
              MOVE SPACES TO MATCH-START-LOC
              STRING EXTRACT-START-BOOK '-' EXTRACT-START-CHAPTER '-'
                     EXTRACT-START-VERSE '-' EXTRACT-START-WORD-NO
                     DELIMITED BY SIZE INTO MATCH-START-LOC
              END-STRING
              MOVE SPACES TO MATCH-END-LOC
              STRING EXTRACT-END-BOOK '-' EXTRACT-END-CHAPTER '-'
                     EXTRACT-END-VERSE '-' EXTRACT-END-WORD-NO
                     DELIMITED BY SIZE INTO MATCH-END-LOC
              END-STRING
              MOVE SPACES TO VAR-LOC
              STRING DIFF-BOOK-ID(TOUCHED-AT) '-'
                     DIFF-VERSE-KEY(TOUCHED-AT)(1:3) '-'
                     DIFF-VERSE-KEY(TOUCHED-AT)(4:3)
                     DELIMITED BY SIZE INTO VAR-LOC
              END-STRING

              MOVE SPACES TO REPORT-TEXT
              STRING MATCH-NAME-ED '   ' MATCH-START-LOC ' : '
                     MATCH-END-LOC '   ' EXTRACT-VALUE-SYSTEM
                     '      ' VAR-LOC
                     DELIMITED BY SIZE INTO REPORT-TEXT
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-IF.

       END-CHECK-EXTRACT-MATCH.
           EXIT.
      *-----------------------------------------------------------------
      * Looks the current extract record's NAME-NUMBER up in
      * TARGET-STATS, adding a zeroed entry if it is new, and leaves
      * its subscript in TSTAT-AT.
      *-----------------------------------------------------------------
       FIND-TARGET-STATS.
           SET IS-TSTAT-FOUND TO FALSE
           PERFORM VARYING TSTAT-I FROM 1 BY 1
              UNTIL TSTAT-I > TSTAT-COUNT OR IS-TSTAT-FOUND
                 IF TSTAT-NAME-NUMBER(TSTAT-I) =
                    EXTRACT-NAME-NUMBER THEN
                    SET IS-TSTAT-FOUND TO TRUE
                    MOVE TSTAT-I TO TSTAT-AT
                 END-IF
           END-PERFORM

           IF NOT IS-TSTAT-FOUND THEN
              IF TSTAT-COUNT >= 200 THEN
                 DISPLAY "Error: more than 200 distinct NAME-NUMBER "
                     "values in the extract"
                 GOBACK
              END-IF
              ADD 1 TO TSTAT-COUNT
              MOVE EXTRACT-NAME-NUMBER TO
                   TSTAT-NAME-NUMBER(TSTAT-COUNT)
              MOVE 0 TO TSTAT-MATCH-COUNT(TSTAT-COUNT)
              MOVE 0 TO TSTAT-DEPENDENT-COUNT(TSTAT-COUNT)
              MOVE TSTAT-COUNT TO TSTAT-AT
           END-IF.

       END-FIND-TARGET-STATS.
           EXIT.
      *-----------------------------------------------------------------
      * Writes one differing-verse row from the VAR- fields.
      *-----------------------------------------------------------------
       WRITE-VARIANT-LINE.
           MOVE SPACES TO REPORT-TEXT
           STRING VAR-STATUS ' ' VAR-LOC '  ' VAR-WORDS-A-TXT '  '
                  VAR-WORDS-B-TXT '  ' VAR-VALUE-A-TXT '  '
                  VAR-VALUE-B-TXT '  ' VAR-FIRST-TXT '   ' VAR-WHAT
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       END-WRITE-VARIANT-LINE.
           EXIT.
      *-----------------------------------------------------------------
      * Writes the page heading and column headings of the section
      * REPORT-SECTION names and starts a new page, same paging
      * convention as CBLXCMP's WRITE-COMPARISON-HEADING.
      *-----------------------------------------------------------------
       WRITE-VARIANT-HEADING.
           ADD 1 TO REPORT-PAGE-COUNT
           MOVE REPORT-PAGE-COUNT TO REPORT-PAGE-COUNT-ED

           MOVE '1' TO REPORT-CTL
           MOVE SPACES TO REPORT-TEXT
           IF IS-VARIANT-SECTION THEN
              STRING 'EDITION VARIANT VERSES          PAGE: '
                     REPORT-PAGE-COUNT-ED
                     DELIMITED BY SIZE INTO REPORT-TEXT
              END-STRING
           ELSE
              STRING 'EDITION-DEPENDENT MATCHES          PAGE: '
                     REPORT-PAGE-COUNT-ED
                     DELIMITED BY SIZE INTO REPORT-TEXT
              END-STRING
           END-IF
           WRITE REPORT-REC

           MOVE ' ' TO REPORT-CTL
           MOVE SPACES TO REPORT-TEXT
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           IF IS-VARIANT-SECTION THEN
              STRING 'STATUS      BK-CH-VS     WDS-A  WDS-B'
                     '      STD-A      STD-B  FIRST   DIFFERS IN'
                     DELIMITED BY SIZE INTO REPORT-TEXT
              END-STRING
           ELSE
              STRING 'NAME   START             : END'
                     '                 SYS    DIFFERING VERSE'
                     DELIMITED BY SIZE INTO REPORT-TEXT
              END-STRING
           END-IF
           WRITE REPORT-REC

           MOVE ALL '-' TO REPORT-TEXT
           WRITE REPORT-REC

           MOVE 0 TO REPORT-LINE-COUNT.

       END-WRITE-VARIANT-HEADING.
           EXIT.
      *-----------------------------------------------------------------
      * Writes the line currently held in REPORT-TEXT, starting a new
      * page (with a fresh heading for the current section) once
      * REPORT-LINES-PER-PAGE lines have been written on the current
      * page. The pending line is saved across the page break.
      *-----------------------------------------------------------------
       WRITE-REPORT-LINE.
           IF REPORT-LINE-COUNT >= REPORT-LINES-PER-PAGE THEN
              MOVE REPORT-TEXT TO REPORT-LINE-SAVE
              PERFORM WRITE-VARIANT-HEADING
              MOVE REPORT-LINE-SAVE TO REPORT-TEXT
           END-IF

           MOVE ' ' TO REPORT-CTL
           WRITE REPORT-REC
           ADD 1 TO REPORT-LINE-COUNT.

       END-WRITE-REPORT-LINE.
           EXIT.
      *-----------------------------------------------------------------
      * Closing summary page: verse counts per edition and per kind of
      * difference, then per target NAME-NUMBER its matches split into
      * edition-stable and edition-dependent.
      *-----------------------------------------------------------------
       WRITE-VARIANT-SUMMARY.
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

           MOVE SPACES TO REPORT-TEXT
           STRING 'EXTRACT RUN ID:          ' EXTRACT-RUN-ID
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE VERSES-A-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'VERSES IN EDITION A:     ' COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE VERSES-B-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'VERSES IN EDITION B:     ' COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE CHANGED-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'VERSES CHANGED:          ' COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE ONLY-A-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'VERSES ONLY IN A:        ' COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE ONLY-B-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'VERSES ONLY IN B:        ' COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           MOVE 'NAME NUMBER   MATCHES    STABLE   DEPENDENT' TO
                REPORT-TEXT
           WRITE REPORT-REC

           MOVE ALL '-' TO REPORT-TEXT
           WRITE REPORT-REC

           PERFORM VARYING TSTAT-I FROM 1 BY 1
              UNTIL TSTAT-I > TSTAT-COUNT
                 MOVE TSTAT-NAME-NUMBER(TSTAT-I) TO MATCH-NAME-ED
                 MOVE TSTAT-MATCH-COUNT(TSTAT-I) TO COUNT-ED
                 COMPUTE COUNT-2-ED = TSTAT-MATCH-COUNT(TSTAT-I) -
                    TSTAT-DEPENDENT-COUNT(TSTAT-I)
                 MOVE TSTAT-DEPENDENT-COUNT(TSTAT-I) TO COUNT-3-ED

                 MOVE SPACES TO REPORT-TEXT
                 STRING MATCH-NAME-ED
                        '          '
                        COUNT-ED
                        '   '
                        COUNT-2-ED
                        '     '
                        COUNT-3-ED
                        DELIMITED BY SIZE INTO REPORT-TEXT
                 END-STRING
                 WRITE REPORT-REC
           END-PERFORM

           MOVE SPACES TO REPORT-TEXT
           WRITE REPORT-REC

           MOVE MATCH-TOTAL-COUNT TO COUNT-ED
           COMPUTE COUNT-2-ED = MATCH-TOTAL-COUNT - DEPENDENT-COUNT
           MOVE DEPENDENT-COUNT TO COUNT-3-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'TOTAL         ' COUNT-ED '   ' COUNT-2-ED
                  '     ' COUNT-3-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC.

       END-WRITE-VARIANT-SUMMARY.
           EXIT.
