      *=================================================================
      * Companion utility to CBLGEN. Post-run analysis of the word list
      * of one run for word sequences that recur word-for-word in the
      * scanned range - genealogy formulas, "and it was evening and it
      * was morning" - and of the run's EXTRACT-DS for matches lying
      * inside such a phrase. A match inside one copy of a repeated
      * phrase is really the same finding as one at the same place in
      * another copy; this program shows which matches those are, so
      * they can be treated as one finding instead of several.
      *-----------------------------------------------------------------
      * Input:
      *    PHRASE-CONTROL-DS (PHCTDD) - one 80-byte control card: the
      *       minimum phrase length N in words (2 to 40) in bytes 1-3.
      *    WORDS-DS (WORDDD) - the run's word list, as CBLGEN's
      *       STORE-WORD-ENTRY writes it (81-byte relative records in
      *       reading order, one per scanned word). Words are compared
      *       on WDS-WORD-TEXT; a phrase's value is the sum of its
      *       words' values under the run's value system.
      *    EXTRACT-DS (EXTRDD) - the run's extract produced by
      *       CBLGEN's WRITE-EXTRACT-RECORD, in the fixed 38-byte
      *       record layout. It is checked whole before it is used
      *       (see VALIDATE-EXTRACT): one without CBLGEN's header or
      *       trailer record, or whose trailer count or hash total
      *       disagrees with its match records, is rejected. The
      *       header gives the run identifier and the run's value
      *       system; a crosswalk run's English companions are passed
      *       over.
      *    TARGET-CATALOG-DS (CATDD) - optional target catalog
      *       maintained by CBLXCAT; each match line prints its
      *       NAME-NUMBER with its catalog label.
      * Work:
      *    SORT-WORK (SORTWK) - sort work file, for the three sorts.
      * Output:
      *    REPORT-DS (XPHRDD) - the recurrence report: per repeated
      *       phrase, in order of its first occurrence, a line with
      *       its length, number of occurrences and value, the phrase
      *       text, a line per occurrence (first and last word), and
      *       the extract matches lying wholly inside an occurrence,
      *       each with its finding number and its offset into the
      *       phrase; then a closing summary page with the run's
      *       counts.
      * Algorithm:
      *    The word list is read once; each word keeps its book, its
      *       value and, after a first SORT on the word text, a number
      *       for its word form, so words are compared as numbers. A
      *       second SORT puts every word position in order of the
      *       word forms that follow it (the next 40 words, stopping
      *       at the end of its book), and the number of words each
      *       position has in common with the one sorted before it
      *       is counted. Every run of sorted positions sharing at
      *       least N words is a repeated phrase (nothing longer than
      *       40 words tells positions apart in the sort, so a run of
      *       positions all sharing 40 words or more is one phrase,
      *       as long as all of them share). Only phrases that cannot
      *       be extended at either end - some two occurrences differ
      *       in the word before them, or one starts its book - are
      *       reported; the shorter pieces of a longer phrase that
      *       always recur with it are not. A shorter phrase that also
      *       recurs on its own is reported in its own right.
      *    A match lies inside a repeated phrase when its first and
      *       last word fall within one occurrence of it. Where it
      *       lies inside occurrences of several phrases, it is listed
      *       under the phrase recurring most often (then the longer,
      *       then the earlier one), so every copy of it goes under
      *       the same phrase. Matches of the same NAME-NUMBER inside
      *       the same phrase at the same offset and of the same span
      *       in words are one finding, and share a finding number.
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. CBLXPHR.
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
           SELECT PHRASE-CONTROL-DS ASSIGN TO PHCTDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ECODE-C.

      * The word list, read through once in reading order and then
      * by relative position for the report's texts and locations.
           SELECT WORDS-DS ASSIGN TO WORDDD
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WORD-REL-KEY
           FILE STATUS IS ECODE-W.

           SELECT EXTRACT-DS ASSIGN TO EXTRDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ECODE-E.

           SELECT SORT-FORMS ASSIGN TO SORTWK.
           SELECT SORT-SUFFIXES ASSIGN TO SORTWK.
           SELECT SORT-PHRASES ASSIGN TO SORTWK.

      * The target catalog CBLXCAT maintains, read for the label
      * printed next to each NAME-NUMBER. OPTIONAL: without one the
      * listing simply runs unlabelled.
           SELECT OPTIONAL TARGET-CATALOG-DS ASSIGN TO CATDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CAT-NAME-NUMBER
           FILE STATUS IS ECODE-G.

           SELECT REPORT-DS ASSIGN TO XPHRDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ECODE-R.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
       FD  PHRASE-CONTROL-DS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  PHRASE-CONTROL-REC PIC X(80).
      *------------------------
      * Same layout CBLGEN's STORE-WORD-ENTRY writes to WORDS-DS
      * (WORDDD).
       FD  WORDS-DS
           RECORD CONTAINS 81 CHARACTERS
           RECORDING MODE IS F.
       01  WORDS-REC.
           05 WDS-BOOK-ID     PIC X(3).
           05 WDS-VERSE-KEY.
              10 WDS-CHAPTER  PIC X(3).
              10 WDS-VERSE    PIC X(3).
           05 WDS-WORD-NO     PIC 9(4).
           05 WDS-WORD-VALUES.
              10 WDS-WORD-VALUE-SYS OCCURS 4 TIMES
                                     PIC 99999 USAGE BINARY.
           05 WDS-WORD-TEXT   PIC X(50).
           05 WDS-WORD-LENGTH PIC 9999 USAGE BINARY.
      *------------------------
      * Same fixed-format layout CBLGEN's WRITE-EXTRACT-RECORD writes
      * to EXTRACT-DS (EXTRDD). The fields are picked apart in
      * MATCH-REC below.
       FD  EXTRACT-DS
           RECORD CONTAINS 38 CHARACTERS
           RECORDING MODE IS F.
       01  EXTRACT-REC PIC X(38).
      *------------------------
      * First sort: every word's text with its position, so equal
      * texts arrive together and get one word form number.
       SD  SORT-FORMS.
       01  FORM-SORT-REC.
           05 FORM-SORT-TEXT  PIC X(50).
           05 FORM-SORT-POS   PIC 9(7).
      *------------------------
      * Second sort: every word position keyed on the word form
      * numbers of the 40 words from it on (zero past the end of its
      * book), so positions starting the same word sequence arrive
      * together.
       SD  SORT-SUFFIXES.
       01  SUFFIX-SORT-REC.
           05 SUFFIX-SORT-KEY   PIC X(240).
           05 SUFFIX-SORT-FORMS REDEFINES SUFFIX-SORT-KEY.
              10 SUFFIX-SORT-FORM OCCURS 40 TIMES PIC 9(6).
           05 SUFFIX-SORT-POS   PIC 9(7).
      *------------------------
      * Third sort: the report's entries. A phrase is known by its
      * first occurrence and its length; its occurrences ('1') come
      * before the matches inside it ('2'), and the matches are in
      * finding order - NAME-NUMBER, offset into the phrase, span.
       SD  SORT-PHRASES.
       01  PHRASE-SORT-REC.
           05 PSR-FIRST-POS    PIC 9(7).
           05 PSR-LENGTH       PIC 9(5).
           05 PSR-ENTRY-TYPE   PIC X.
              88 PSR-OCCURRENCE VALUE '1'.
              88 PSR-MATCH      VALUE '2'.
           05 PSR-NAME-NUMBER  PIC 9(4).
           05 PSR-OFFSET       PIC 9(5).
           05 PSR-SPAN         PIC 9(7).
           05 PSR-POS          PIC 9(7).
           05 PSR-OCC-COUNT    PIC 9(7).
           05 PSR-VALUE        PIC 9(9).
           05 PSR-MATCH-REC    PIC X(38).
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
      * The recurrence report. REPORT-CTL is an ASA printer control
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
           05 ECODE-W PIC XX.
              88 WORD-OK VALUE "00".
           05 ECODE-E PIC XX.
              88 EXTR-OK VALUE "00".
           05 ECODE-R PIC XX.
              88 OUT-OK VALUE "00".
           05 ECODE-G PIC XX.
      *> "05" on the open means the OPTIONAL catalog is not there.
              88 CAT-OK VALUE "00" "05".
              88 CAT-NOT-PRESENT VALUE "05".
              88 CAT-NOT-FOUND VALUE "23".

       01  WORD-REL-KEY PIC 9(7) USAGE BINARY.

       01  WORDS-READ-STATUS PIC X VALUE 'N'.
           88 IS-WORDS-DONE VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  EXTRACT-READ-STATUS PIC X VALUE 'N'.
           88 IS-EXTRACT-DONE VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  SORT-READ-STATUS PIC X VALUE 'N'.
           88 IS-SORT-DONE VALUE 'Y' WHEN SET TO FALSE IS 'N'.

      * The control card as read, and the minimum phrase length as the
      * search applies it (see LOAD-PHRASE-CONTROL).
       01  PHRASE-CONTROL.
           05 PHC-MIN-LENGTH      PIC X(3).
           05 PHC-MIN-LENGTH-NUM REDEFINES PHC-MIN-LENGTH
                                  PIC 9(3).
           05 FILLER              PIC X(77).
       01  PHR-MIN-LENGTH PIC 9(3) USAGE BINARY.

      * The run's value system, from the extract's header: its
      * WDS-WORD-VALUE-SYS subscript and report name - same codes and
      * names as CBLGEN's BUILD-RUN-VALUES.
       01  PHR-SYSTEM-INDEX PIC 9 USAGE BINARY VALUE 1.
       01  PHR-SYSTEM-NAME  PIC X(8) VALUE 'STANDARD'.

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

      * The run identifier and value system code on the extract's
      * header record.
       01  EXTRACT-RUN-ID       PIC X(8) VALUE SPACES.
       01  EXTRACT-VALUE-SYSTEM PIC X VALUE SPACE.

      * A match record picked apart.
       01  MATCH-REC.
           05 MATCH-NAME-NUMBER   PIC 9(4).
           05 MATCH-START-POS.
              10 MATCH-START-BOOK    PIC X(3).
              10 MATCH-START-VERSE-KEY PIC X(6).
              10 MATCH-START-WORD-NO PIC 9(4).
           05 MATCH-END-POS.
              10 MATCH-END-BOOK      PIC X(3).
              10 MATCH-END-VERSE-KEY PIC X(6).
              10 MATCH-END-WORD-NO   PIC 9(4).
           05 MATCH-SEQ-LENGTH    PIC 9(7).
           05 MATCH-VALUE-SYSTEM  PIC X.

      * One entry per word of the word list, by position: its book
      * (BOOK-TABLE subscript), word form number and value under the
      * run's system, and the first of the phrase occurrences starting
      * on it (OCCURRENCE-TABLE subscript, zero: none).
       01  WORD-TABLE.
           05 WORD-COUNT PIC 9(7) USAGE BINARY VALUE 0.
           05 WORD-ENTRY OCCURS 0 TO 400000 DEPENDING ON WORD-COUNT.
              10 WRD-BOOK-NO      PIC 9(4) USAGE BINARY.
              10 WRD-FORM-ID      PIC 9(7) USAGE BINARY.
              10 WRD-VALUE        PIC 9(5) USAGE BINARY.
              10 WRD-OCC-FIRST    PIC 9(7) USAGE BINARY.
       01  FORM-COUNT      PIC 9(7) USAGE BINARY VALUE 0.
       01  LAST-FORM-TEXT  PIC X(50).

      * The word positions in the second sort's order, each with the
      * number of words it has in common with the position before it
      * (its book's end ends the count).
       01  SUFFIX-TABLE.
           05 SUFFIX-COUNT PIC 9(7) USAGE BINARY VALUE 0.
           05 SUFFIX-ENTRY OCCURS 0 TO 400000 DEPENDING ON
                           SUFFIX-COUNT.
              10 SFX-POS    PIC 9(7) USAGE BINARY.
              10 SFX-COMMON PIC 9(5) USAGE BINARY.
       01  SFX-I       PIC 9(7) USAGE BINARY.
       01  SFX-J       PIC 9(7) USAGE BINARY.
       01  SCAN-POS    PIC 9(7) USAGE BINARY.
       01  SCAN-START  PIC 9(7) USAGE BINARY.
       01  KEY-I       PIC 9(3) USAGE BINARY.
       01  SCAN-END PIC X VALUE 'N'.
           88 IS-SCAN-END VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  PREFIX-A      PIC 9(7) USAGE BINARY.
       01  PREFIX-B      PIC 9(7) USAGE BINARY.
       01  COMMON-LENGTH PIC 9(5) USAGE BINARY.

      * The runs of sorted positions sharing a common start, walked
      * with a stack (see RELEASE-PHRASES): each level holds a common
      * length, longer ones above shorter, and the first sorted
      * position sharing it. At most one level per length 0 to 40.
       01  INTERVAL-STACK.
           05 STK-DEPTH PIC 9(3) USAGE BINARY VALUE 0.
           05 STK-ENTRY OCCURS 42 TIMES.
              10 STK-COMMON PIC 9(5) USAGE BINARY.
              10 STK-LOW    PIC 9(7) USAGE BINARY.
       01  CUR-COMMON  PIC 9(5) USAGE BINARY.
       01  CUR-LOW     PIC 9(7) USAGE BINARY.
       01  INTV-LOW    PIC 9(7) USAGE BINARY.
       01  INTV-HIGH   PIC 9(7) USAGE BINARY.
       01  INTV-COMMON PIC 9(5) USAGE BINARY.
       01  LEFT-MAXIMAL PIC X VALUE 'N'.
           88 IS-LEFT-MAXIMAL VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  PREV-FORM-ID PIC 9(7) USAGE BINARY.

      * The phrase being released: its length, first occurrence,
      * number of occurrences and value, and the occurrence in hand.
       01  PHRASE-LENGTH    PIC 9(5) USAGE BINARY.
       01  PHRASE-FIRST-POS PIC 9(7) USAGE BINARY.
       01  PHRASE-OCC-COUNT PIC 9(7) USAGE BINARY.
       01  PHRASE-VALUE     PIC 9(9) USAGE BINARY.
       01  OCC-POS          PIC 9(7) USAGE BINARY.
       01  OCC-END-POS      PIC 9(7) USAGE BINARY.

      * Every phrase occurrence released, chained from the word it
      * starts on (WRD-OCC-FIRST) through OCC-NEXT: its phrase's first
      * occurrence, length and number of occurrences.
       01  OCCURRENCE-TABLE.
           05 OCC-COUNT PIC 9(7) USAGE BINARY VALUE 0.
           05 OCC-ENTRY OCCURS 0 TO 500000 DEPENDING ON OCC-COUNT.
              10 OCC-NEXT         PIC 9(7) USAGE BINARY.
              10 OCC-PHRASE-FIRST PIC 9(7) USAGE BINARY.
              10 OCC-PHRASE-LENGTH PIC 9(5) USAGE BINARY.
              10 OCC-PHRASE-COUNT PIC 9(7) USAGE BINARY.
       01  OCC-I            PIC 9(7) USAGE BINARY.

      * The phrase a match is listed under (see FIND-ENCLOSING-
      * PHRASE): the occurrence start, and the phrase's first
      * occurrence, length and number of occurrences.
       01  ENCLOSING-FOUND PIC X VALUE 'N'.
           88 IS-ENCLOSING-FOUND VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  ENCL-START   PIC 9(7) USAGE BINARY.
       01  ENCL-FIRST   PIC 9(7) USAGE BINARY.
       01  ENCL-LENGTH  PIC 9(5) USAGE BINARY.
       01  ENCL-COUNT   PIC 9(7) USAGE BINARY.

      * The word list as a table of verses in reading order: each
      * verse's chapter/verse key, the position (relative record
      * number) of its first word and its word count. BOOK-TABLE
      * gives each book's first and last verse in it; within one
      * book the verse keys ascend, so a verse is found by a binary
      * search over its book's entries.
       01  VERSE-TABLE.
           05 VERSE-COUNT PIC 9(7) USAGE BINARY VALUE 0.
           05 VERSE-ENTRY OCCURS 0 TO 30000 DEPENDING ON VERSE-COUNT.
              10 VERSE-KEY        PIC X(6).
              10 VERSE-FIRST-POS  PIC 9(7) USAGE BINARY.
              10 VERSE-WORD-COUNT PIC 9(5) USAGE BINARY.
       01  BOOK-TABLE.
           05 BOOK-COUNT PIC 9(4) USAGE BINARY VALUE 0.
           05 BOOK-ENTRY OCCURS 0 TO 200 DEPENDING ON BOOK-COUNT.
              10 BOOK-ID          PIC X(3).
              10 BOOK-FIRST-VERSE PIC 9(7) USAGE BINARY.
              10 BOOK-LAST-VERSE  PIC 9(7) USAGE BINARY.
       01  BOOK-I    PIC 9(4) USAGE BINARY.
       01  BOOK-AT   PIC 9(4) USAGE BINARY.
       01  NEW-VERSE PIC X VALUE 'N'.
           88 IS-NEW-VERSE VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  WORD-LIST-REASON PIC X(40) VALUE SPACES.

      * Position lookup (see FIND-WORD-POSITION): the book, chapter/
      * verse key and word number looked up, the search window, and
      * the word position found.
       01  LOOK-BOOK       PIC X(3).
       01  LOOK-VERSE-KEY  PIC X(6).
       01  LOOK-WORD-NO    PIC 9(4).
       01  LOOK-WORD-POS   PIC 9(7) USAGE BINARY.
       01  LOOK-FOUND PIC X VALUE 'N'.
           88 IS-LOOK-FOUND VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  SEARCH-LOW      PIC 9(7) USAGE BINARY.
       01  SEARCH-HIGH     PIC 9(7) USAGE BINARY.
       01  SEARCH-MID      PIC 9(7) USAGE BINARY.
       01  START-WORD-POS  PIC 9(7) USAGE BINARY.
       01  MATCH-LOW-POS   PIC 9(7) USAGE BINARY.
       01  MATCH-HIGH-POS  PIC 9(7) USAGE BINARY.

      * The phrase and finding being reported: the phrase's first
      * occurrence and length, and the NAME-NUMBER, offset and span
      * of the last match listed.
       01  PHRASE-HELD PIC X VALUE 'N'.
           88 IS-PHRASE-HELD VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  HELD-FIRST-POS   PIC 9(7).
       01  HELD-LENGTH      PIC 9(5).
       01  FINDING-HELD PIC X VALUE 'N'.
           88 IS-FINDING-HELD VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  HELD-NAME-NUMBER PIC 9(4).
       01  HELD-OFFSET      PIC 9(5).
       01  HELD-SPAN        PIC 9(7).
       01  TEXT-PTR         PIC 9(3).

      * Run counts for the summary page.
       01  PHRASE-COUNT        PIC 9(9) USAGE BINARY VALUE 0.
       01  OCCURRENCE-COUNT    PIC 9(9) USAGE BINARY VALUE 0.
       01  LONGEST-PHRASE      PIC 9(5) USAGE BINARY VALUE 0.
       01  MATCH-READ-COUNT    PIC 9(9) USAGE BINARY VALUE 0.
       01  MATCH-INSIDE-COUNT  PIC 9(9) USAGE BINARY VALUE 0.
       01  FINDING-COUNT       PIC 9(9) USAGE BINARY VALUE 0.
       01  REPORT-PHRASE-NO    PIC 9(9) USAGE BINARY VALUE 0.

      * Report pagination controls. REPORT-LINE-SAVE holds the detail
      * line pending in REPORT-TEXT across a page break, so writing
      * the new page's heading does not clobber it - same convention
      * as CBLGEN's WRITE-REPORT-LINE.
       01  REPORT-LINE-SAVE      PIC X(132).
       01  REPORT-LINES-PER-PAGE PIC 9(3) VALUE 60.
       01  REPORT-LINE-COUNT     PIC 9(3) VALUE 0.
       01  REPORT-PAGE-COUNT     PIC 9(5) VALUE 0.
       01  REPORT-PAGE-COUNT-ED  PIC ZZZZ9.

      * Fields of the report lines.
       01  MIN-LENGTH-ED     PIC Z9.
       01  PHRASE-NO-ED      PIC ZZZZZZ9.
       01  LENGTH-ED         PIC ZZZZ9.
       01  OCC-COUNT-ED      PIC ZZZZZZ9.
       01  VALUE-ED          PIC ZZZZZZZZ9.
       01  FINDING-NO-ED     PIC ZZZZZZ9.
       01  NAME-ED           PIC ZZZ9.
       01  SEQ-LENGTH-ED     PIC ZZZZZZ9.
       01  OFFSET-ED         PIC ZZZZ9.
       01  COUNT-ED          PIC ZZZZZZZZ9.
       01  START-TXT         PIC X(16).
       01  END-TXT           PIC X(16).
       01  POS-KEY-IN        PIC X(13).
       01  POS-TXT-OUT       PIC X(16).

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
           PERFORM LOAD-PHRASE-CONTROL

      *> The extract is checked whole first - a missing input or an
      *> incomplete extract should fail with its own clear message,
      *> before the word list is read and the sorts are run. Its
      *> header gives the value system the phrases are valued under.
           PERFORM VALIDATE-EXTRACT

           EVALUATE EXTRACT-VALUE-SYSTEM
           WHEN 'O'
              MOVE 2 TO PHR-SYSTEM-INDEX
              MOVE 'ORDINAL ' TO PHR-SYSTEM-NAME
           WHEN 'K'
              MOVE 3 TO PHR-SYSTEM-INDEX
              MOVE 'KATAN   ' TO PHR-SYSTEM-NAME
           WHEN 'G'
              MOVE 4 TO PHR-SYSTEM-INDEX
              MOVE 'GADOL   ' TO PHR-SYSTEM-NAME
           WHEN OTHER
              MOVE 1 TO PHR-SYSTEM-INDEX
              MOVE 'STANDARD' TO PHR-SYSTEM-NAME
           END-EVALUATE

           OPEN INPUT WORDS-DS

           IF NOT WORD-OK THEN
              DISPLAY "Error opening the word list (WORDDD)" ECODE-W
              GOBACK
           END-IF

           SORT SORT-FORMS
              ON ASCENDING KEY FORM-SORT-TEXT
              INPUT PROCEDURE IS LOAD-WORD-LIST
              OUTPUT PROCEDURE IS NUMBER-WORD-FORMS

           SORT SORT-SUFFIXES
              ON ASCENDING KEY SUFFIX-SORT-KEY
              INPUT PROCEDURE IS RELEASE-SUFFIXES
              OUTPUT PROCEDURE IS LOAD-SUFFIX-ORDER

           OPEN OUTPUT REPORT-DS

           IF NOT OUT-OK THEN
              DISPLAY "Error opening the recurrence report data set "
                  "(XPHRDD)" ECODE-R
              GOBACK
           END-IF

           PERFORM OPEN-TARGET-CATALOG
           PERFORM WRITE-PHRASE-HEADING

      *> Phrases in order of their first occurrence, the longer first
      *> where two start together; each one's occurrences, then the
      *> matches inside it in finding order.
           SORT SORT-PHRASES
              ON ASCENDING KEY PSR-FIRST-POS
              ON DESCENDING KEY PSR-LENGTH
              ON ASCENDING KEY PSR-ENTRY-TYPE PSR-NAME-NUMBER
                               PSR-OFFSET PSR-SPAN PSR-POS
              INPUT PROCEDURE IS RELEASE-PHRASES
              OUTPUT PROCEDURE IS WRITE-PHRASE-REPORT

           PERFORM WRITE-PHRASE-SUMMARY

           CLOSE REPORT-DS
           CLOSE WORDS-DS

           IF IS-CATALOG-PRESENT THEN
              CLOSE TARGET-CATALOG-DS
           END-IF

           GOBACK.

       END-BEGIN.
           EXIT.
      *-----------------------------------------------------------------
      * Reads and validates the control card: the minimum phrase
      * length must be a number from 2 to 40 (a single word is not a
      * phrase, and the sort tells positions apart on 40 words).
      *-----------------------------------------------------------------
       LOAD-PHRASE-CONTROL.
           OPEN INPUT PHRASE-CONTROL-DS

           IF NOT CTL-OK THEN
              DISPLAY "Error opening the phrase control data set "
                  "(PHCTDD)" ECODE-C
              GOBACK
           END-IF

           READ PHRASE-CONTROL-DS INTO PHRASE-CONTROL
              AT END CONTINUE
           END-READ

           IF NOT CTL-OK THEN
              DISPLAY "Error: phrase control data set (PHCTDD) is "
                  "empty"
              CLOSE PHRASE-CONTROL-DS
              GOBACK
           END-IF

           CLOSE PHRASE-CONTROL-DS

           IF PHC-MIN-LENGTH NOT NUMERIC THEN
              DISPLAY "Error: minimum phrase length '" PHC-MIN-LENGTH
                  "' is not numeric"
              GOBACK
           END-IF

           IF PHC-MIN-LENGTH-NUM < 2 OR PHC-MIN-LENGTH-NUM > 40 THEN
              DISPLAY "Error: minimum phrase length " PHC-MIN-LENGTH
                  " is not from 2 to 40 words"
              GOBACK
           END-IF

           MOVE PHC-MIN-LENGTH-NUM TO PHR-MIN-LENGTH
           MOVE PHR-MIN-LENGTH TO MIN-LENGTH-ED.

       END-LOAD-PHRASE-CONTROL.
           EXIT.
      *-----------------------------------------------------------------
      * Reads the whole extract once before it is used and rejects it
      * unless it is one complete CBLGEN run: its header first, match
      * records only in between and its trailer last, the trailer's
      * record count and NAME-NUMBER hash total agreeing with the
      * match records actually read (see CHECK-EXTRACT-RECORD). The
      * header's run identifier and value system are kept.
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
                 MOVE CHECK-HDR-VALUE-SYSTEM TO EXTRACT-VALUE-SYSTEM
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
      * First SORT's input procedure. Reads the word list once, in
      * reading order, into WORD-TABLE (book, value) and VERSE-TABLE/
      * BOOK-TABLE, releasing each word's text with its position.
      * Rejects a word list that cannot give one position per
      * location: a book that appears twice, verses out of key order
      * within a book, or word numbers in a verse not running 1, 2, 3
      * and so on.
      *-----------------------------------------------------------------
       LOAD-WORD-LIST.
           READ WORDS-DS NEXT
              AT END SET IS-WORDS-DONE TO TRUE
           END-READ

           PERFORM UNTIL IS-WORDS-DONE
              SET IS-NEW-VERSE TO FALSE

              IF BOOK-COUNT = 0 THEN
                 PERFORM ADD-WORD-LIST-BOOK
              ELSE
                 IF WDS-BOOK-ID NOT = BOOK-ID(BOOK-COUNT) THEN
                    PERFORM ADD-WORD-LIST-BOOK
                 END-IF
              END-IF

              IF NOT IS-NEW-VERSE THEN
                 IF WDS-VERSE-KEY NOT = VERSE-KEY(VERSE-COUNT) THEN
                    IF WDS-VERSE-KEY < VERSE-KEY(VERSE-COUNT) THEN
                       MOVE 'verses out of reading order'
                           TO WORD-LIST-REASON
                       PERFORM REJECT-WORD-LIST
                    END-IF
                    SET IS-NEW-VERSE TO TRUE
                 END-IF
              END-IF

              IF WORD-COUNT >= 400000 THEN
                 MOVE 'more than 400000 words' TO WORD-LIST-REASON
                 PERFORM REJECT-WORD-LIST
              END-IF
              ADD 1 TO WORD-COUNT

              IF IS-NEW-VERSE THEN
                 PERFORM ADD-WORD-LIST-VERSE
              END-IF

              ADD 1 TO VERSE-WORD-COUNT(VERSE-COUNT)
              IF WDS-WORD-NO NOT = VERSE-WORD-COUNT(VERSE-COUNT) THEN
                 MOVE 'word numbers not consecutive'
                     TO WORD-LIST-REASON
                 PERFORM REJECT-WORD-LIST
              END-IF

              MOVE BOOK-COUNT TO WRD-BOOK-NO(WORD-COUNT)
              MOVE WDS-WORD-VALUE-SYS(PHR-SYSTEM-INDEX)
                  TO WRD-VALUE(WORD-COUNT)
              MOVE 0 TO WRD-FORM-ID(WORD-COUNT)
              MOVE 0 TO WRD-OCC-FIRST(WORD-COUNT)

              MOVE WDS-WORD-TEXT TO FORM-SORT-TEXT
              MOVE WORD-COUNT TO FORM-SORT-POS
              RELEASE FORM-SORT-REC

              READ WORDS-DS NEXT
                 AT END SET IS-WORDS-DONE TO TRUE
              END-READ
           END-PERFORM

           IF WORD-COUNT = 0 THEN
              DISPLAY "Error: word list (WORDDD) is empty"
              CLOSE WORDS-DS
              GOBACK
           END-IF.

       END-LOAD-WORD-LIST.
           EXIT.
      *
       ADD-WORD-LIST-BOOK.
           PERFORM VARYING BOOK-I FROM 1 BY 1
              UNTIL BOOK-I > BOOK-COUNT
                 IF BOOK-ID(BOOK-I) = WDS-BOOK-ID THEN
                    MOVE 'book appears twice' TO WORD-LIST-REASON
                    PERFORM REJECT-WORD-LIST
                 END-IF
           END-PERFORM

           IF BOOK-COUNT >= 200 THEN
              MOVE 'more than 200 books' TO WORD-LIST-REASON
              PERFORM REJECT-WORD-LIST
           END-IF

           ADD 1 TO BOOK-COUNT
           MOVE WDS-BOOK-ID TO BOOK-ID(BOOK-COUNT)
           COMPUTE BOOK-FIRST-VERSE(BOOK-COUNT) = VERSE-COUNT + 1
           SET IS-NEW-VERSE TO TRUE.

       END-ADD-WORD-LIST-BOOK.
           EXIT.
      *
       ADD-WORD-LIST-VERSE.
           IF VERSE-COUNT >= 30000 THEN
              MOVE 'more than 30000 verses' TO WORD-LIST-REASON
              PERFORM REJECT-WORD-LIST
           END-IF

           ADD 1 TO VERSE-COUNT
           MOVE WDS-VERSE-KEY TO VERSE-KEY(VERSE-COUNT)
           MOVE WORD-COUNT TO VERSE-FIRST-POS(VERSE-COUNT)
           MOVE 0 TO VERSE-WORD-COUNT(VERSE-COUNT)
           MOVE VERSE-COUNT TO BOOK-LAST-VERSE(BOOK-COUNT).

       END-ADD-WORD-LIST-VERSE.
           EXIT.
      *
       REJECT-WORD-LIST.
           DISPLAY "Error: word list (WORDDD) rejected at "
               WDS-BOOK-ID "-" WDS-CHAPTER "-" WDS-VERSE "-"
               WDS-WORD-NO " - " WORD-LIST-REASON
           CLOSE WORDS-DS
           GOBACK.

       END-REJECT-WORD-LIST.
           EXIT.
      *-----------------------------------------------------------------
      * First SORT's output procedure: the texts arrive in order, and
      * each new text gets the next word form number.
      *-----------------------------------------------------------------
       NUMBER-WORD-FORMS.
           RETURN SORT-FORMS
              AT END SET IS-SORT-DONE TO TRUE
           END-RETURN

           PERFORM UNTIL IS-SORT-DONE
              IF FORM-COUNT = 0 OR
                 FORM-SORT-TEXT NOT = LAST-FORM-TEXT THEN
                 ADD 1 TO FORM-COUNT
                 MOVE FORM-SORT-TEXT TO LAST-FORM-TEXT
              END-IF
              MOVE FORM-COUNT TO WRD-FORM-ID(FORM-SORT-POS)

              RETURN SORT-FORMS
                 AT END SET IS-SORT-DONE TO TRUE
              END-RETURN
           END-PERFORM

           SET IS-SORT-DONE TO FALSE.

       END-NUMBER-WORD-FORMS.
           EXIT.
      *-----------------------------------------------------------------
      * Second SORT's input procedure: releases every word position
      * keyed on the word forms of up to 40 words from it on, the key
      * ending (zero-filled) where its book or the word list ends.
      *-----------------------------------------------------------------
       RELEASE-SUFFIXES.
           PERFORM VARYING SCAN-START FROM 1 BY 1
              UNTIL SCAN-START > WORD-COUNT
                 MOVE ZEROS TO SUFFIX-SORT-KEY
                 MOVE SCAN-START TO SUFFIX-SORT-POS
                 MOVE SCAN-START TO SCAN-POS
                 SET IS-SCAN-END TO FALSE

                 PERFORM VARYING KEY-I FROM 1 BY 1
                    UNTIL KEY-I > 40 OR IS-SCAN-END
                       MOVE WRD-FORM-ID(SCAN-POS)
                           TO SUFFIX-SORT-FORM(KEY-I)
                       ADD 1 TO SCAN-POS
                       IF SCAN-POS > WORD-COUNT THEN
                          SET IS-SCAN-END TO TRUE
                       ELSE
                          IF WRD-BOOK-NO(SCAN-POS) NOT =
                             WRD-BOOK-NO(SCAN-START) THEN
                             SET IS-SCAN-END TO TRUE
                          END-IF
                       END-IF
                 END-PERFORM

                 RELEASE SUFFIX-SORT-REC
           END-PERFORM.

       END-RELEASE-SUFFIXES.
           EXIT.
      *-----------------------------------------------------------------
      * Second SORT's output procedure: loads SUFFIX-TABLE in sorted
      * order, counting for each position the words it has in common
      * with the one before it.
      *-----------------------------------------------------------------
       LOAD-SUFFIX-ORDER.
           RETURN SORT-SUFFIXES
              AT END SET IS-SORT-DONE TO TRUE
           END-RETURN

           PERFORM UNTIL IS-SORT-DONE
              ADD 1 TO SUFFIX-COUNT
              MOVE SUFFIX-SORT-POS TO SFX-POS(SUFFIX-COUNT)

              IF SUFFIX-COUNT = 1 THEN
                 MOVE 0 TO SFX-COMMON(SUFFIX-COUNT)
              ELSE
                 COMPUTE PREFIX-A = SFX-POS(SUFFIX-COUNT - 1)
                 MOVE SUFFIX-SORT-POS TO PREFIX-B
                 PERFORM COUNT-COMMON-WORDS
                 MOVE COMMON-LENGTH TO SFX-COMMON(SUFFIX-COUNT)
              END-IF

              RETURN SORT-SUFFIXES
                 AT END SET IS-SORT-DONE TO TRUE
              END-RETURN
           END-PERFORM

           SET IS-SORT-DONE TO FALSE.

       END-LOAD-SUFFIX-ORDER.
           EXIT.
      *-----------------------------------------------------------------
      * Leaves in COMMON-LENGTH the number of words, from positions
      * PREFIX-A and PREFIX-B on, that have the same word form; the
      * count stops where either one's book or the word list ends.
      *-----------------------------------------------------------------
       COUNT-COMMON-WORDS.
           MOVE 0 TO COMMON-LENGTH
           SET IS-SCAN-END TO FALSE

           PERFORM UNTIL IS-SCAN-END
              IF WRD-FORM-ID(PREFIX-A) NOT = WRD-FORM-ID(PREFIX-B) OR
                 COMMON-LENGTH >= 99999 THEN
                 SET IS-SCAN-END TO TRUE
              ELSE
                 ADD 1 TO COMMON-LENGTH
                 ADD 1 TO PREFIX-A
                 ADD 1 TO PREFIX-B
                 EVALUATE TRUE
                 WHEN PREFIX-A > WORD-COUNT OR PREFIX-B > WORD-COUNT
                    SET IS-SCAN-END TO TRUE
                 WHEN WRD-BOOK-NO(PREFIX-A) NOT =
                      WRD-BOOK-NO(PREFIX-A - 1) OR
                      WRD-BOOK-NO(PREFIX-B) NOT =
                      WRD-BOOK-NO(PREFIX-B - 1)
                    SET IS-SCAN-END TO TRUE
                 END-EVALUATE
              END-IF
           END-PERFORM.

       END-COUNT-COMMON-WORDS.
           EXIT.
      *-----------------------------------------------------------------
      * Third SORT's input procedure. Walks SUFFIX-TABLE once with
      * INTERVAL-STACK to find every run of sorted positions sharing a
      * common start of at least PHR-MIN-LENGTH words (counted up to
      * 40 - see the Algorithm note above): when a position shares
      * fewer words with the one before it than a stacked run does,
      * that run ends there and is passed to CLOSE-COMMON-RUN. Then
      * releases the extract matches inside a phrase.
      *-----------------------------------------------------------------
       RELEASE-PHRASES.
           MOVE 1 TO STK-DEPTH
           MOVE 0 TO STK-COMMON(1)
           MOVE 1 TO STK-LOW(1)

           PERFORM VARYING SFX-I FROM 2 BY 1
              UNTIL SFX-I > SUFFIX-COUNT + 1
                 IF SFX-I > SUFFIX-COUNT THEN
                    MOVE 0 TO CUR-COMMON
                 ELSE
                    MOVE SFX-COMMON(SFX-I) TO CUR-COMMON
                    IF CUR-COMMON > 40 THEN
                       MOVE 40 TO CUR-COMMON
                    END-IF
                 END-IF
                 COMPUTE CUR-LOW = SFX-I - 1

                 PERFORM UNTIL CUR-COMMON >= STK-COMMON(STK-DEPTH)
                    MOVE STK-LOW(STK-DEPTH) TO INTV-LOW
                    COMPUTE INTV-HIGH = SFX-I - 1
                    MOVE STK-COMMON(STK-DEPTH) TO INTV-COMMON
                    SUBTRACT 1 FROM STK-DEPTH
                    PERFORM CLOSE-COMMON-RUN
                    MOVE INTV-LOW TO CUR-LOW
                 END-PERFORM

                 IF CUR-COMMON > STK-COMMON(STK-DEPTH) THEN
                    ADD 1 TO STK-DEPTH
                    MOVE CUR-COMMON TO STK-COMMON(STK-DEPTH)
                    MOVE CUR-LOW TO STK-LOW(STK-DEPTH)
                 END-IF
           END-PERFORM

           PERFORM RELEASE-INSIDE-MATCHES.

       END-RELEASE-PHRASES.
           EXIT.
      *-----------------------------------------------------------------
      * The sorted positions INTV-LOW to INTV-HIGH share their first
      * INTV-COMMON words. That is a repeated phrase to report when it
      * is at least PHR-MIN-LENGTH words long and cannot be extended
      * to the left: some occurrence starts its book, or two of them
      * follow different words. A run counted at 40 words is as long
      * as all of its positions really share. Each occurrence is
      * released, and chained from the word it starts on for the
      * matches to be looked up against.
      *-----------------------------------------------------------------
       CLOSE-COMMON-RUN.
           IF INTV-COMMON < PHR-MIN-LENGTH THEN
              EXIT PARAGRAPH
           END-IF

           SET IS-LEFT-MAXIMAL TO FALSE
           PERFORM VARYING SFX-J FROM INTV-LOW BY 1
              UNTIL SFX-J > INTV-HIGH OR IS-LEFT-MAXIMAL
                 MOVE SFX-POS(SFX-J) TO OCC-POS
                 EVALUATE TRUE
                 WHEN OCC-POS = 1
                    SET IS-LEFT-MAXIMAL TO TRUE
                 WHEN WRD-BOOK-NO(OCC-POS - 1) NOT =
                      WRD-BOOK-NO(OCC-POS)
                    SET IS-LEFT-MAXIMAL TO TRUE
                 WHEN SFX-J = INTV-LOW
                    MOVE WRD-FORM-ID(OCC-POS - 1) TO PREV-FORM-ID
                 WHEN WRD-FORM-ID(OCC-POS - 1) NOT = PREV-FORM-ID
                    SET IS-LEFT-MAXIMAL TO TRUE
                 END-EVALUATE
           END-PERFORM

           IF NOT IS-LEFT-MAXIMAL THEN
              EXIT PARAGRAPH
           END-IF

      *> At 40 words the run's length is the least any two of its
      *> neighbouring positions really share.
           IF INTV-COMMON = 40 THEN
              MOVE 99999 TO PHRASE-LENGTH
           ELSE
              MOVE INTV-COMMON TO PHRASE-LENGTH
           END-IF
           MOVE SFX-POS(INTV-LOW) TO PHRASE-FIRST-POS
           PERFORM VARYING SFX-J FROM INTV-LOW BY 1
              UNTIL SFX-J > INTV-HIGH
                 IF SFX-J > INTV-LOW AND
                    SFX-COMMON(SFX-J) < PHRASE-LENGTH THEN
                    MOVE SFX-COMMON(SFX-J) TO PHRASE-LENGTH
                 END-IF
                 IF SFX-POS(SFX-J) < PHRASE-FIRST-POS THEN
                    MOVE SFX-POS(SFX-J) TO PHRASE-FIRST-POS
                 END-IF
           END-PERFORM

           COMPUTE PHRASE-OCC-COUNT = INTV-HIGH - INTV-LOW + 1
           MOVE 0 TO PHRASE-VALUE
           COMPUTE OCC-END-POS = PHRASE-FIRST-POS + PHRASE-LENGTH - 1
           PERFORM VARYING SCAN-POS FROM PHRASE-FIRST-POS BY 1
              UNTIL SCAN-POS > OCC-END-POS
                 ADD WRD-VALUE(SCAN-POS) TO PHRASE-VALUE
           END-PERFORM

           ADD 1 TO PHRASE-COUNT
           ADD PHRASE-OCC-COUNT TO OCCURRENCE-COUNT
           IF PHRASE-LENGTH > LONGEST-PHRASE THEN
              MOVE PHRASE-LENGTH TO LONGEST-PHRASE
           END-IF

           PERFORM VARYING SFX-J FROM INTV-LOW BY 1
              UNTIL SFX-J > INTV-HIGH
                 MOVE SFX-POS(SFX-J) TO OCC-POS
                 COMPUTE OCC-END-POS = OCC-POS + PHRASE-LENGTH - 1

                 MOVE SPACES TO PHRASE-SORT-REC
                 MOVE PHRASE-FIRST-POS TO PSR-FIRST-POS
                 MOVE PHRASE-LENGTH TO PSR-LENGTH
                 SET PSR-OCCURRENCE TO TRUE
                 MOVE 0 TO PSR-NAME-NUMBER
                 MOVE 0 TO PSR-OFFSET
                 MOVE 0 TO PSR-SPAN
                 MOVE OCC-POS TO PSR-POS
                 MOVE PHRASE-OCC-COUNT TO PSR-OCC-COUNT
                 MOVE PHRASE-VALUE TO PSR-VALUE
                 RELEASE PHRASE-SORT-REC

                 IF OCC-COUNT >= 500000 THEN
                    DISPLAY "Error: more than 500000 phrase "
                        "occurrences - use a longer minimum phrase "
                        "length"
                    GOBACK
                 END-IF
                 ADD 1 TO OCC-COUNT
                 MOVE WRD-OCC-FIRST(OCC-POS) TO OCC-NEXT(OCC-COUNT)
                 MOVE PHRASE-FIRST-POS TO OCC-PHRASE-FIRST(OCC-COUNT)
                 MOVE PHRASE-LENGTH TO OCC-PHRASE-LENGTH(OCC-COUNT)
                 MOVE PHRASE-OCC-COUNT TO OCC-PHRASE-COUNT(OCC-COUNT)
                 MOVE OCC-COUNT TO WRD-OCC-FIRST(OCC-POS)
           END-PERFORM.

       END-CLOSE-COMMON-RUN.
           EXIT.
      *-----------------------------------------------------------------
      * Reads the extract's match records and releases, under its
      * phrase, every match whose first and last word fall inside
      * one phrase occurrence. A reverse-scan match,
      * written end before start, is taken from its lower position.
      * A location the word list does not have stops the run - the
      * extract is from another text.
      *-----------------------------------------------------------------
       RELEASE-INSIDE-MATCHES.
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
                 MOVE EXTRACT-CHECK-REC TO MATCH-REC
                 ADD 1 TO MATCH-READ-COUNT
                 PERFORM CHECK-MATCH-INSIDE
              END-IF

              READ EXTRACT-DS INTO EXTRACT-CHECK-REC
                 AT END SET IS-EXTRACT-DONE TO TRUE
              END-READ
           END-PERFORM

           CLOSE EXTRACT-DS.

       END-RELEASE-INSIDE-MATCHES.
           EXIT.
      *
       CHECK-MATCH-INSIDE.
           MOVE MATCH-START-BOOK TO LOOK-BOOK
           MOVE MATCH-START-VERSE-KEY TO LOOK-VERSE-KEY
           MOVE MATCH-START-WORD-NO TO LOOK-WORD-NO
           PERFORM FIND-WORD-POSITION
           IF NOT IS-LOOK-FOUND THEN
              MOVE MATCH-START-POS TO POS-KEY-IN
              PERFORM REJECT-MATCH-POSITION
           END-IF
           MOVE LOOK-WORD-POS TO START-WORD-POS

           MOVE MATCH-END-BOOK TO LOOK-BOOK
           MOVE MATCH-END-VERSE-KEY TO LOOK-VERSE-KEY
           MOVE MATCH-END-WORD-NO TO LOOK-WORD-NO
           PERFORM FIND-WORD-POSITION
           IF NOT IS-LOOK-FOUND THEN
              MOVE MATCH-END-POS TO POS-KEY-IN
              PERFORM REJECT-MATCH-POSITION
           END-IF

           IF START-WORD-POS <= LOOK-WORD-POS THEN
              MOVE START-WORD-POS TO MATCH-LOW-POS
              MOVE LOOK-WORD-POS TO MATCH-HIGH-POS
           ELSE
              MOVE LOOK-WORD-POS TO MATCH-LOW-POS
              MOVE START-WORD-POS TO MATCH-HIGH-POS
           END-IF

           PERFORM FIND-ENCLOSING-PHRASE
           IF NOT IS-ENCLOSING-FOUND THEN
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO MATCH-INSIDE-COUNT
           MOVE SPACES TO PHRASE-SORT-REC
           MOVE ENCL-FIRST TO PSR-FIRST-POS
           MOVE ENCL-LENGTH TO PSR-LENGTH
           SET PSR-MATCH TO TRUE
           MOVE MATCH-NAME-NUMBER TO PSR-NAME-NUMBER
           COMPUTE PSR-OFFSET = MATCH-LOW-POS - ENCL-START
           COMPUTE PSR-SPAN = MATCH-HIGH-POS - MATCH-LOW-POS + 1
           MOVE MATCH-LOW-POS TO PSR-POS
           MOVE 0 TO PSR-OCC-COUNT
           MOVE 0 TO PSR-VALUE
           MOVE MATCH-REC TO PSR-MATCH-REC
           RELEASE PHRASE-SORT-REC.

       END-CHECK-MATCH-INSIDE.
           EXIT.
      *-----------------------------------------------------------------
      * Looks through the occurrences starting on the match's first
      * word or up to LONGEST-PHRASE words before it for those
      * reaching to its last word, and sets IS-ENCLOSING-FOUND with
      * the one whose phrase recurs most often (then the longer, then
      * the earlier phrase) in the ENCL- fields.
      *-----------------------------------------------------------------
       FIND-ENCLOSING-PHRASE.
           SET IS-ENCLOSING-FOUND TO FALSE
           MOVE MATCH-LOW-POS TO SCAN-POS

           PERFORM UNTIL SCAN-POS = 0 OR
                         MATCH-LOW-POS - SCAN-POS >= LONGEST-PHRASE
              MOVE WRD-OCC-FIRST(SCAN-POS) TO OCC-I
              PERFORM UNTIL OCC-I = 0
                 IF SCAN-POS + OCC-PHRASE-LENGTH(OCC-I) - 1 >=
                    MATCH-HIGH-POS THEN
                    IF NOT IS-ENCLOSING-FOUND OR
                       OCC-PHRASE-COUNT(OCC-I) > ENCL-COUNT OR
                       (OCC-PHRASE-COUNT(OCC-I) = ENCL-COUNT AND
                        OCC-PHRASE-LENGTH(OCC-I) > ENCL-LENGTH) OR
                       (OCC-PHRASE-COUNT(OCC-I) = ENCL-COUNT AND
                        OCC-PHRASE-LENGTH(OCC-I) = ENCL-LENGTH AND
                        OCC-PHRASE-FIRST(OCC-I) < ENCL-FIRST) THEN
                       SET IS-ENCLOSING-FOUND TO TRUE
                       MOVE SCAN-POS TO ENCL-START
                       MOVE OCC-PHRASE-FIRST(OCC-I) TO ENCL-FIRST
                       MOVE OCC-PHRASE-LENGTH(OCC-I) TO ENCL-LENGTH
                       MOVE OCC-PHRASE-COUNT(OCC-I) TO ENCL-COUNT
                    END-IF
                 END-IF
                 MOVE OCC-NEXT(OCC-I) TO OCC-I
              END-PERFORM
              SUBTRACT 1 FROM SCAN-POS
           END-PERFORM.

       END-FIND-ENCLOSING-PHRASE.
           EXIT.
      *
       REJECT-MATCH-POSITION.
           MOVE POS-KEY-IN TO POS-TXT-OUT
           PERFORM FORMAT-POSITION-KEY
           DISPLAY "Error: extract match position " POS-TXT-OUT
               " is not in the word list (WORDDD) - extract and "
               "word list are not from the same run"
           CLOSE EXTRACT-DS
           GOBACK.

       END-REJECT-MATCH-POSITION.
           EXIT.
      *-----------------------------------------------------------------
      * Leaves in LOOK-WORD-POS the word position of the location in
      * LOOK-BOOK/LOOK-VERSE-KEY/LOOK-WORD-NO, with IS-LOOK-FOUND set;
      * not set when the word list has no such word. The verse is
      * found by a lower-bound search over its book's verses.
      *-----------------------------------------------------------------
       FIND-WORD-POSITION.
           SET IS-LOOK-FOUND TO FALSE
           MOVE 0 TO BOOK-AT
           PERFORM VARYING BOOK-I FROM 1 BY 1
              UNTIL BOOK-I > BOOK-COUNT OR BOOK-AT > 0
                 IF BOOK-ID(BOOK-I) = LOOK-BOOK THEN
                    MOVE BOOK-I TO BOOK-AT
                 END-IF
           END-PERFORM

           IF BOOK-AT = 0 THEN
              EXIT PARAGRAPH
           END-IF

           MOVE BOOK-FIRST-VERSE(BOOK-AT) TO SEARCH-LOW
           COMPUTE SEARCH-HIGH = BOOK-LAST-VERSE(BOOK-AT) + 1

           PERFORM UNTIL SEARCH-LOW >= SEARCH-HIGH
              COMPUTE SEARCH-MID = (SEARCH-LOW + SEARCH-HIGH) / 2
              IF VERSE-KEY(SEARCH-MID) < LOOK-VERSE-KEY THEN
                 COMPUTE SEARCH-LOW = SEARCH-MID + 1
              ELSE
                 MOVE SEARCH-MID TO SEARCH-HIGH
              END-IF
           END-PERFORM

           IF SEARCH-LOW > BOOK-LAST-VERSE(BOOK-AT) THEN
              EXIT PARAGRAPH
           END-IF

           IF VERSE-KEY(SEARCH-LOW) = LOOK-VERSE-KEY AND
              LOOK-WORD-NO > 0 AND
              LOOK-WORD-NO <= VERSE-WORD-COUNT(SEARCH-LOW) THEN
              COMPUTE LOOK-WORD-POS =
                 VERSE-FIRST-POS(SEARCH-LOW) + LOOK-WORD-NO - 1
              SET IS-LOOK-FOUND TO TRUE
           END-IF.

       END-FIND-WORD-POSITION.
           EXIT.
      *-----------------------------------------------------------------
      * Third SORT's output procedure: the report. A phrase's first
      * occurrence record brings its heading and text; each
      * occurrence gets a line; each match inside it gets a line
      * with its finding number, a new one whenever the NAME-NUMBER,
      * offset or span differs from the match before.
      *-----------------------------------------------------------------
       WRITE-PHRASE-REPORT.
           RETURN SORT-PHRASES
              AT END SET IS-SORT-DONE TO TRUE
           END-RETURN

           PERFORM UNTIL IS-SORT-DONE
              IF PSR-OCCURRENCE THEN
                 IF NOT IS-PHRASE-HELD OR
                    PSR-FIRST-POS NOT = HELD-FIRST-POS OR
                    PSR-LENGTH NOT = HELD-LENGTH THEN
                    PERFORM WRITE-PHRASE-HEADER
                 END-IF
                 PERFORM WRITE-OCCURRENCE-LINE
              ELSE
                 PERFORM WRITE-INSIDE-MATCH-LINE
              END-IF

              RETURN SORT-PHRASES
                 AT END SET IS-SORT-DONE TO TRUE
              END-RETURN
           END-PERFORM

           IF PHRASE-COUNT = 0 THEN
              MOVE SPACES TO REPORT-TEXT
              MOVE 'NO REPEATED PHRASES OF THE MINIMUM LENGTH'
                  TO REPORT-TEXT
              PERFORM WRITE-REPORT-LINE
           END-IF.

       END-WRITE-PHRASE-REPORT.
           EXIT.
      *-----------------------------------------------------------------
      * Starts the listing of a new phrase: a blank line after the
      * phrase before, the phrase line with its length, occurrences
      * and value, and its text as the word list gives it, as many
      * words to a line as fit.
      *-----------------------------------------------------------------
       WRITE-PHRASE-HEADER.
           IF IS-PHRASE-HELD THEN
              MOVE SPACES TO REPORT-TEXT
              PERFORM WRITE-REPORT-LINE
           END-IF

           SET IS-PHRASE-HELD TO TRUE
           SET IS-FINDING-HELD TO FALSE
           MOVE PSR-FIRST-POS TO HELD-FIRST-POS
           MOVE PSR-LENGTH TO HELD-LENGTH

           ADD 1 TO REPORT-PHRASE-NO
           MOVE REPORT-PHRASE-NO TO PHRASE-NO-ED
           MOVE PSR-LENGTH TO LENGTH-ED
           MOVE PSR-OCC-COUNT TO OCC-COUNT-ED
           MOVE PSR-VALUE TO VALUE-ED

           MOVE SPACES TO REPORT-TEXT
           STRING 'PHRASE ' PHRASE-NO-ED
                  '  LENGTH ' LENGTH-ED ' WORDS'
                  '  OCCURRENCES ' OCC-COUNT-ED
                  '  VALUE ' VALUE-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-TEXT
           MOVE 10 TO TEXT-PTR
           COMPUTE OCC-END-POS = PSR-FIRST-POS + PSR-LENGTH - 1
           PERFORM VARYING SCAN-POS FROM PSR-FIRST-POS BY 1
              UNTIL SCAN-POS > OCC-END-POS
                 MOVE SCAN-POS TO WORD-REL-KEY
                 PERFORM READ-WORD-ENTRY
      *> A word text is at most 50 bytes, so 51 more always fit.
                 IF TEXT-PTR > 81 THEN
                    PERFORM WRITE-REPORT-LINE
                    MOVE SPACES TO REPORT-TEXT
                    MOVE 10 TO TEXT-PTR
                 END-IF
                 STRING WDS-WORD-TEXT DELIMITED BY SPACE
                        ' ' DELIMITED BY SIZE
                        INTO REPORT-TEXT
                        WITH POINTER TEXT-PTR
                 END-STRING
           END-PERFORM
           PERFORM WRITE-REPORT-LINE.

       END-WRITE-PHRASE-HEADER.
           EXIT.
      *
       WRITE-OCCURRENCE-LINE.
           MOVE PSR-POS TO WORD-REL-KEY
           PERFORM READ-WORD-ENTRY
           PERFORM FORMAT-WORD-LOCATION
           MOVE POS-TXT-OUT TO START-TXT

           COMPUTE WORD-REL-KEY = PSR-POS + PSR-LENGTH - 1
           PERFORM READ-WORD-ENTRY
           PERFORM FORMAT-WORD-LOCATION
           MOVE POS-TXT-OUT TO END-TXT

           MOVE SPACES TO REPORT-TEXT
           STRING '         AT ' START-TXT ' : ' END-TXT
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       END-WRITE-OCCURRENCE-LINE.
           EXIT.
      *
       WRITE-INSIDE-MATCH-LINE.
           IF NOT IS-FINDING-HELD OR
              PSR-NAME-NUMBER NOT = HELD-NAME-NUMBER OR
              PSR-OFFSET NOT = HELD-OFFSET OR
              PSR-SPAN NOT = HELD-SPAN THEN
              IF NOT IS-FINDING-HELD THEN
                 MOVE SPACES TO REPORT-TEXT
                 MOVE '         MATCHES INSIDE THIS PHRASE:'
                     TO REPORT-TEXT
                 PERFORM WRITE-REPORT-LINE
              END-IF
              SET IS-FINDING-HELD TO TRUE
              MOVE PSR-NAME-NUMBER TO HELD-NAME-NUMBER
              MOVE PSR-OFFSET TO HELD-OFFSET
              MOVE PSR-SPAN TO HELD-SPAN
              ADD 1 TO FINDING-COUNT
           END-IF

           MOVE PSR-MATCH-REC TO MATCH-REC
           MOVE FINDING-COUNT TO FINDING-NO-ED
           MOVE MATCH-NAME-NUMBER TO NAME-ED
           MOVE MATCH-NAME-NUMBER TO LABEL-LOOKUP-NAME
           PERFORM FIND-TARGET-LABEL
           MOVE MATCH-START-POS TO POS-KEY-IN
           PERFORM FORMAT-POSITION-KEY
           MOVE POS-TXT-OUT TO START-TXT
           MOVE MATCH-END-POS TO POS-KEY-IN
           PERFORM FORMAT-POSITION-KEY
           MOVE POS-TXT-OUT TO END-TXT
           MOVE MATCH-SEQ-LENGTH TO SEQ-LENGTH-ED
           MOVE PSR-OFFSET TO OFFSET-ED

           MOVE SPACES TO REPORT-TEXT
           STRING '         FINDING ' FINDING-NO-ED '  '
                  NAME-ED ' ' TARGET-LABEL-TXT '  '
                  START-TXT ' : ' END-TXT '  '
                  SEQ-LENGTH-ED '  AT PHRASE WORD +' OFFSET-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       END-WRITE-INSIDE-MATCH-LINE.
           EXIT.
      *
       READ-WORD-ENTRY.
           READ WORDS-DS
              INVALID KEY CONTINUE
           END-READ

           IF NOT WORD-OK THEN
              DISPLAY "Error reading the word list (WORDDD) at "
                  "position " WORD-REL-KEY " " ECODE-W
              GOBACK
           END-IF.

       END-READ-WORD-ENTRY.
           EXIT.
      *
       FORMAT-WORD-LOCATION.
           MOVE SPACES TO POS-TXT-OUT
           STRING WDS-BOOK-ID '-' WDS-CHAPTER '-' WDS-VERSE '-'
                  WDS-WORD-NO
                  DELIMITED BY SIZE INTO POS-TXT-OUT
           END-STRING.

       END-FORMAT-WORD-LOCATION.
           EXIT.
      *-----------------------------------------------------------------
      * Formats the 13-byte position key in POS-KEY-IN as the
      * BK-CH-VS-WORD text in POS-TXT-OUT.
      *-----------------------------------------------------------------
       FORMAT-POSITION-KEY.
           MOVE SPACES TO POS-TXT-OUT
           STRING POS-KEY-IN(1:3) '-' POS-KEY-IN(4:3) '-'
                  POS-KEY-IN(7:3) '-' POS-KEY-IN(10:4)
                  DELIMITED BY SIZE INTO POS-TXT-OUT
           END-STRING.

       END-FORMAT-POSITION-KEY.
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
      * Writes the page heading and column headings and starts a new
      * page, same paging convention as CBLXFAM's WRITE-FAMILY-
      * HEADING. The minimum length and value system head every page.
      *-----------------------------------------------------------------
       WRITE-PHRASE-HEADING.
           ADD 1 TO REPORT-PAGE-COUNT
           MOVE REPORT-PAGE-COUNT TO REPORT-PAGE-COUNT-ED

           MOVE '1' TO REPORT-CTL
           MOVE SPACES TO REPORT-TEXT
           STRING 'REPEATED PHRASES          PAGE: '
                  REPORT-PAGE-COUNT-ED
                  '          MINIMUM LENGTH: ' MIN-LENGTH-ED ' WORDS'
                  '          VALUES: ' PHR-SYSTEM-NAME
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE ' ' TO REPORT-CTL
           MOVE SPACES TO REPORT-TEXT
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           STRING 'PHRASE, TEXT, OCCURRENCES (FIRST WORD : LAST WORD)'
                  ' / MATCHES INSIDE: FINDING, NAME LABEL, START : '
                  'END, LENGTH, OFFSET'
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE ALL '-' TO REPORT-TEXT
           WRITE REPORT-REC

           MOVE 0 TO REPORT-LINE-COUNT.

       END-WRITE-PHRASE-HEADING.
           EXIT.
      *-----------------------------------------------------------------
      * Writes the line currently held in REPORT-TEXT, starting a new
      * page once REPORT-LINES-PER-PAGE lines have been written on the
      * current page. The pending line is saved across the page
      * break.
      *-----------------------------------------------------------------
       WRITE-REPORT-LINE.
           IF REPORT-LINE-COUNT >= REPORT-LINES-PER-PAGE THEN
              MOVE REPORT-TEXT TO REPORT-LINE-SAVE
              PERFORM WRITE-PHRASE-HEADING
              MOVE REPORT-LINE-SAVE TO REPORT-TEXT
           END-IF

           MOVE ' ' TO REPORT-CTL
           WRITE REPORT-REC
           ADD 1 TO REPORT-LINE-COUNT.

       END-WRITE-REPORT-LINE.
           EXIT.
      *-----------------------------------------------------------------
      * Closing summary page: the extract's run identifier, the value
      * system and minimum length, and the run's counts.
      *-----------------------------------------------------------------
       WRITE-PHRASE-SUMMARY.
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
           STRING 'EXTRACT RUN ID:                  ' EXTRACT-RUN-ID
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           STRING 'VALUE SYSTEM:                    ' PHR-SYSTEM-NAME
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           STRING 'MINIMUM PHRASE LENGTH:                  '
                  MIN-LENGTH-ED ' WORDS'
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           WRITE REPORT-REC

           MOVE WORD-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'WORDS SCANNED:                   ' COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE FORM-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'DISTINCT WORD FORMS:             ' COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE PHRASE-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'REPEATED PHRASES:                ' COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE OCCURRENCE-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'PHRASE OCCURRENCES:              ' COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE LONGEST-PHRASE TO COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'LONGEST PHRASE (WORDS):          ' COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           WRITE REPORT-REC

           MOVE MATCH-READ-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'MATCH RECORDS READ:              ' COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE MATCH-INSIDE-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'MATCHES INSIDE REPEATED PHRASES: ' COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE FINDING-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'FINDINGS THEY AMOUNT TO:         ' COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC.

       END-WRITE-PHRASE-SUMMARY.
           EXIT.
