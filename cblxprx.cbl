      *=================================================================
      * Companion utility to CBLGEN. Post-run analysis of one run's
      * EXTRACT-DS for matches of different NAME-NUMBERs landing close
      * together in the text - a 666 sequence and a 616 sequence within
      * the same few verses. Where CBLXFAM groups the overlapping
      * matches of one target, this program groups the matches of all
      * targets by proximity and reports each passage where enough
      * distinct targets meet, then ranks the densest of them.
      *-----------------------------------------------------------------
      * Input:
      *    PROXIMITY-CONTROL-DS (PCTLDD) - one 80-byte control card:
      *       the window unit (W = words, V = verses), the window size,
      *       the minimum number of distinct targets a cluster needs
      *       (blank = 2, never less than 2) and how many passages the
      *       ranked list shows (blank = 20, at most 100).
      *    WORDS-DS (WORDDD) - the run's word list, as CBLGEN's
      *       STORE-WORD-ENTRY writes it (81-byte relative records in
      *       reading order). It gives every word its position in the
      *       text and every verse its place, so distances can be
      *       measured across chapter and book seams.
      *    EXTRACT-DS (EXTRDD) - the run's extract produced by
      *       CBLGEN's WRITE-EXTRACT-RECORD, in the fixed 38-byte
      *       record layout. It is checked whole before it is sorted
      *       (see VALIDATE-EXTRACT): one without CBLGEN's header or
      *       trailer record, or whose trailer count or hash total
      *       disagrees with its match records, is rejected. Only the
      *       match records are sorted (a crosswalk run's English
      *       companions are passed over); the run identifier is shown
      *       on the summary page and carried on the cluster file.
      *    TARGET-CATALOG-DS (CATDD) - optional target catalog
      *       maintained by CBLXCAT; each member line and summary row
      *       prints its NAME-NUMBER with its catalog label.
      * Work:
      *    SORT-WORK (SORTWK) - sort work file.
      * Output:
      *    REPORT-DS (XPRXDD) - the proximity report: per cluster a
      *       line with its span (first and last word, words and
      *       verses covered), member count, distinct target count and
      *       density (matches per 100 words), the targets involved,
      *       and one line per member match; then the ranked list of
      *       the densest passages, and a closing summary page with
      *       the run's counts and, per target, its matches and the
      *       clusters it takes part in.
      *    CLUSTER-DS (PRXCDD) - the clusters for the tracking
      *       database, 80-byte fixed-format records: a 'HDR ' record
      *       (extract run identifier, run date, window and minimum
      *       targets), per cluster a 'CLS ' record with its span and
      *       counts followed by one 'MBR ' record per member carrying
      *       the member's extract record as written, and a 'TRL '
      *       record with the cluster and member record counts.
      * Algorithm:
      *    The word list is read once into a table of verses in
      *       reading order, each with the position of its first word
      *       and its word count, indexed by book. Every match's start
      *       and end are turned into word positions and verse places
      *       through it (a position not on the word list means the
      *       extract is not from this text, and stops the run); a
      *       reverse-scan match, written end before start, is taken
      *       from its lower position to its higher. The matches are
      *       SORTed on lower position, higher position and NAME-
      *       NUMBER, so the same span found by both scan directions
      *       arrives twice in a row and is counted once.
      *    The sorted matches are swept once, like CBLXFAM's family
      *       sweep widened by the window: a match joins the open
      *       passage when it starts no more than the window (in words
      *       or in verses) after the furthest end reached so far;
      *       otherwise the passage is closed and a new one starts. A
      *       closed passage with at least the minimum number of
      *       distinct targets is a cluster: it is reported, written
      *       to the cluster file and offered to the ranked list,
      *       which keeps the densest passages (most matches per 100
      *       words of span, the one with more distinct targets first
      *       on a tie, then the earlier one).
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. CBLXPRX.
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
           SELECT PROXIMITY-CONTROL-DS ASSIGN TO PCTLDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ECODE-C.

           SELECT WORDS-DS ASSIGN TO WORDDD
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ECODE-W.

           SELECT EXTRACT-DS ASSIGN TO EXTRDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ECODE-E.

           SELECT SORT-WORK ASSIGN TO SORTWK.

      * The target catalog CBLXCAT maintains, read for the label
      * printed next to each NAME-NUMBER. OPTIONAL: without one the
      * listing simply runs unlabelled.
           SELECT OPTIONAL TARGET-CATALOG-DS ASSIGN TO CATDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CAT-NAME-NUMBER
           FILE STATUS IS ECODE-G.

           SELECT CLUSTER-DS ASSIGN TO PRXCDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ECODE-K.

           SELECT REPORT-DS ASSIGN TO XPRXDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ECODE-R.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
       FD  PROXIMITY-CONTROL-DS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  PROXIMITY-CONTROL-REC PIC X(80).
      *------------------------
      * Same layout CBLGEN's STORE-WORD-ENTRY writes to WORDS-DS
      * (WORDDD). Only the location is used here.
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
      * Sort work record: a match's lower and higher word position
      * and NAME-NUMBER lead, so one ascending key brings the matches
      * into text order with a span found twice side by side. The
      * verse places and position keys of both ends ride along with
      * the match record as written.
       SD  SORT-WORK.
       01  SORT-REC.
           05 SORT-LOW-POS      PIC 9(7).
           05 SORT-HIGH-POS     PIC 9(7).
           05 SORT-NAME-NUMBER  PIC 9(4).
           05 SORT-LOW-VERSE    PIC 9(7).
           05 SORT-HIGH-VERSE   PIC 9(7).
           05 SORT-LOW-KEY      PIC X(13).
           05 SORT-HIGH-KEY     PIC X(13).
           05 SORT-MATCH-REC    PIC X(38).
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
      * The cluster file for the tracking database. A 'CLS ' record
      * per cluster: its number, the position keys (BOOK/CHAPTER/
      * VERSE/WORD-NO) of its first and last word, the words and
      * verses it spans, its member and distinct target counts and
      * its density (matches per 100 words). Each is followed by its
      * 'MBR ' records, one per member match.
       FD  CLUSTER-DS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  CLUSTER-REC.
           05 CLS-RECORD-TYPE   PIC X(4).
              88 CLS-HEADER-TYPE  VALUE 'HDR '.
              88 CLS-CLUSTER-TYPE VALUE 'CLS '.
              88 CLS-MEMBER-TYPE  VALUE 'MBR '.
              88 CLS-TRAILER-TYPE VALUE 'TRL '.
           05 CLS-CLUSTER-NO    PIC 9(7).
           05 CLS-LOW-POS       PIC X(13).
           05 CLS-HIGH-POS      PIC X(13).
           05 CLS-SPAN-WORDS    PIC 9(7).
           05 CLS-SPAN-VERSES   PIC 9(7).
           05 CLS-MEMBER-COUNT  PIC 9(5).
           05 CLS-TARGET-COUNT  PIC 9(3).
           05 CLS-DENSITY       PIC 9(5)V99.
           05 FILLER            PIC X(14).
       01  CLUSTER-MEMBER-REC.
           05 FILLER            PIC X(4).
           05 MBR-CLUSTER-NO    PIC 9(7).
           05 MBR-MATCH-REC     PIC X(38).
           05 FILLER            PIC X(31).
      *> The header record: the extract's run identifier, the date of
      *> this analysis, and the window and minimum the clusters were
      *> formed with.
       01  CLUSTER-HEADER-REC.
           05 FILLER            PIC X(4).
           05 CHDR-RUN-ID       PIC X(8).
           05 CHDR-RUN-DATE     PIC X(8).
           05 CHDR-WINDOW-UNIT  PIC X.
           05 CHDR-WINDOW-SIZE  PIC 9(5).
           05 CHDR-MIN-TARGETS  PIC 9(3).
           05 FILLER            PIC X(51).
      *> The trailer record: the number of 'CLS ' and of 'MBR '
      *> records before it.
       01  CLUSTER-TRAILER-REC.
           05 FILLER              PIC X(4).
           05 CTRL-CLUSTER-COUNT  PIC 9(9).
           05 CTRL-MEMBER-COUNT   PIC 9(9).
           05 FILLER              PIC X(58).
      *------------------------
      * The proximity report. REPORT-CTL is an ASA printer control
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
           05 ECODE-K PIC XX.
              88 CLUSTER-OK VALUE "00".
           05 ECODE-R PIC XX.
              88 OUT-OK VALUE "00".
           05 ECODE-G PIC XX.
      *> "05" on the open means the OPTIONAL catalog is not there.
              88 CAT-OK VALUE "00" "05".
              88 CAT-NOT-PRESENT VALUE "05".
              88 CAT-NOT-FOUND VALUE "23".

       01  WORDS-READ-STATUS PIC X VALUE 'N'.
           88 IS-WORDS-DONE VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  EXTRACT-READ-STATUS PIC X VALUE 'N'.
           88 IS-EXTRACT-DONE VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  SORT-READ-STATUS PIC X VALUE 'N'.
           88 IS-SORT-DONE VALUE 'Y' WHEN SET TO FALSE IS 'N'.

      * The control card as read, and its parameters as the sweep
      * applies them (see LOAD-PROXIMITY-CONTROL).
       01  PROXIMITY-CONTROL.
           05 PCC-WINDOW-UNIT      PIC X.
              88 PCC-WINDOW-WORDS  VALUE 'W'.
              88 PCC-WINDOW-VERSES VALUE 'V'.
           05 PCC-WINDOW-SIZE      PIC X(5).
           05 PCC-WINDOW-SIZE-NUM REDEFINES PCC-WINDOW-SIZE
                                   PIC 9(5).
           05 PCC-MIN-TARGETS      PIC X(3).
           05 PCC-MIN-TARGETS-NUM REDEFINES PCC-MIN-TARGETS
                                   PIC 9(3).
           05 PCC-RANK-LIMIT       PIC X(3).
           05 PCC-RANK-LIMIT-NUM REDEFINES PCC-RANK-LIMIT
                                   PIC 9(3).
           05 FILLER               PIC X(68).
       01  PRX-WINDOW-SIZE  PIC 9(5) USAGE BINARY.
       01  PRX-MIN-TARGETS  PIC 9(3) USAGE BINARY VALUE 2.
       01  PRX-RANK-LIMIT   PIC 9(3) USAGE BINARY VALUE 20.
       01  PRX-WINDOW-UNIT-NAME PIC X(6).

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

      * The run identifier on the extract's header record, and the
      * date of this analysis for the cluster file's header.
       01  EXTRACT-RUN-ID PIC X(8) VALUE SPACES.
       01  PRX-RUN-DATE   PIC X(8).

      * A match record picked apart: the extract record in hand while
      * the matches are released, or a cluster member being listed.
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
       01  WORD-POS  PIC 9(7) USAGE BINARY.
       01  NEW-VERSE PIC X VALUE 'N'.
           88 IS-NEW-VERSE VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  WORD-LIST-REASON PIC X(40) VALUE SPACES.

      * Position lookup (see FIND-WORD-POSITION): the book, chapter/
      * verse key and word number looked up, the search window, and
      * the word position and verse place found.
       01  LOOK-BOOK       PIC X(3).
       01  LOOK-VERSE-KEY  PIC X(6).
       01  LOOK-WORD-NO    PIC 9(4).
       01  LOOK-WORD-POS   PIC 9(7) USAGE BINARY.
       01  LOOK-VERSE-ORD  PIC 9(7) USAGE BINARY.
       01  LOOK-FOUND PIC X VALUE 'N'.
           88 IS-LOOK-FOUND VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  SEARCH-LOW      PIC 9(7) USAGE BINARY.
       01  SEARCH-HIGH     PIC 9(7) USAGE BINARY.
       01  SEARCH-MID      PIC 9(7) USAGE BINARY.
       01  START-WORD-POS  PIC 9(7) USAGE BINARY.
       01  START-VERSE-ORD PIC 9(7) USAGE BINARY.
       01  LOOK-POS-TXT    PIC X(16).

      * The last span swept, so the same span found by both scan
      * directions is taken once.
       01  LAST-SPAN-HELD PIC X VALUE 'N'.
           88 IS-LAST-SPAN-HELD VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  LAST-LOW-POS      PIC 9(7).
       01  LAST-HIGH-POS     PIC 9(7).
       01  LAST-NAME-NUMBER  PIC 9(4).

      * The passage being built by the sweep: its first word and the
      * furthest end reached (word position, verse place and position
      * key of each), its members as written on the extract, and its
      * distinct targets in order of first appearance.
       01  PASSAGE-OPEN PIC X VALUE 'N'.
           88 IS-PASSAGE-OPEN VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  PSG-LOW-POS     PIC 9(7) USAGE BINARY.
       01  PSG-HIGH-POS    PIC 9(7) USAGE BINARY.
       01  PSG-LOW-VERSE   PIC 9(7) USAGE BINARY.
       01  PSG-HIGH-VERSE  PIC 9(7) USAGE BINARY.
       01  PSG-LOW-KEY     PIC X(13).
       01  PSG-HIGH-KEY    PIC X(13).
       01  PSG-MEMBER-TABLE.
           05 PSG-MEMBER-COUNT PIC 9(5) USAGE BINARY VALUE 0.
           05 PSG-MEMBER-REC OCCURS 0 TO 5000 DEPENDING ON
                              PSG-MEMBER-COUNT PIC X(38).
       01  PSG-TARGET-TABLE.
           05 PSG-TARGET-COUNT PIC 9(4) USAGE BINARY VALUE 0.
           05 PSG-TARGET OCCURS 0 TO 200 DEPENDING ON
                          PSG-TARGET-COUNT PIC 9(4).
       01  PSG-MEMBER-I    PIC 9(5) USAGE BINARY.
       01  PSG-TARGET-I    PIC 9(4) USAGE BINARY.
       01  PSG-TARGET-FOUND PIC X VALUE 'N'.
           88 IS-PSG-TARGET-FOUND VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  PSG-SPAN-WORDS  PIC 9(7) USAGE BINARY.
       01  PSG-SPAN-VERSES PIC 9(7) USAGE BINARY.
       01  PSG-DENSITY     PIC 9(5)V99.
      *> Does the match in hand join the open passage? Decided by
      *> PROCESS-SORTED-MATCH before the passage fields are touched.
       01  PASSAGE-JOIN PIC X VALUE 'N'.
           88 IS-PASSAGE-JOIN VALUE 'Y' WHEN SET TO FALSE IS 'N'.

      * The densest clusters so far, densest first, at most
      * PRX-RANK-LIMIT of them (see RANK-CLUSTER).
       01  RANK-TABLE.
           05 RANK-COUNT PIC 9(3) USAGE BINARY VALUE 0.
           05 RANK-ENTRY OCCURS 100 TIMES.
              10 RANK-CLUSTER-NO   PIC 9(7) USAGE BINARY.
              10 RANK-LOW-KEY      PIC X(13).
              10 RANK-HIGH-KEY     PIC X(13).
              10 RANK-SPAN-WORDS   PIC 9(7) USAGE BINARY.
              10 RANK-SPAN-VERSES  PIC 9(7) USAGE BINARY.
              10 RANK-MEMBERS      PIC 9(5) USAGE BINARY.
              10 RANK-TARGETS      PIC 9(4) USAGE BINARY.
              10 RANK-DENSITY      PIC 9(5)V99.
       01  RANK-I    PIC 9(3) USAGE BINARY.
       01  RANK-AT   PIC 9(3) USAGE BINARY.
       01  RANK-LAST PIC 9(3) USAGE BINARY.

      * Per-target tallies for the closing summary: the target's
      * matches swept, and the clusters it takes part in.
       01  TARGET-STATS.
           05 TSTAT-COUNT PIC 9(4) USAGE BINARY VALUE 0.
           05 TSTAT-ENTRY OCCURS 0 TO 200 DEPENDING ON TSTAT-COUNT.
              10 TSTAT-NAME-NUMBER   PIC 9(4).
              10 TSTAT-MATCH-COUNT   PIC 9(7) USAGE BINARY.
              10 TSTAT-CLUSTER-COUNT PIC 9(7) USAGE BINARY.
       01  TSTAT-I PIC 9(4) USAGE BINARY.
       01  TSTAT-FOUND PIC X VALUE 'N'.
           88 IS-TSTAT-FOUND VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  TSTAT-AT PIC 9(4) USAGE BINARY.
       01  TSTAT-LOOKUP-NAME PIC 9(4).

      * Run counts for the summary page and the cluster file trailer.
       01  MATCH-READ-COUNT      PIC 9(9) USAGE BINARY VALUE 0.
       01  DUPLICATE-SPAN-COUNT  PIC 9(9) USAGE BINARY VALUE 0.
       01  PASSAGE-COUNT         PIC 9(9) USAGE BINARY VALUE 0.
       01  CLUSTER-COUNT         PIC 9(9) USAGE BINARY VALUE 0.
       01  CLUSTERED-MATCH-COUNT PIC 9(9) USAGE BINARY VALUE 0.

      * Report pagination controls. REPORT-LINE-SAVE holds the detail
      * line pending in REPORT-TEXT across a page break, so writing
      * the new page's heading does not clobber it - same convention
      * as CBLGEN's WRITE-REPORT-LINE. REPORT-SECTION says whose
      * heading a page break writes.
       01  REPORT-LINE-SAVE      PIC X(132).
       01  REPORT-LINES-PER-PAGE PIC 9(3) VALUE 60.
       01  REPORT-LINE-COUNT     PIC 9(3) VALUE 0.
       01  REPORT-PAGE-COUNT     PIC 9(5) VALUE 0.
       01  REPORT-PAGE-COUNT-ED  PIC ZZZZ9.
       01  REPORT-SECTION PIC X VALUE 'C'.
           88 IS-CLUSTER-SECTION VALUE 'C'.
           88 IS-RANKED-SECTION  VALUE 'R'.

      * Fields of the report lines.
       01  PRX-WINDOW-ED     PIC ZZZZ9.
       01  PRX-MIN-ED        PIC ZZ9.
       01  CLUSTER-NO-ED     PIC ZZZZZZ9.
       01  SPAN-WORDS-ED     PIC ZZZZZZ9.
       01  SPAN-VERSES-ED    PIC ZZZZZZ9.
       01  MEMBERS-ED        PIC ZZZZ9.
       01  TARGETS-ED        PIC ZZ9.
       01  DENSITY-ED        PIC ZZZZ9.99.
       01  RANK-ED           PIC ZZ9.
       01  NAME-ED           PIC ZZZ9.
       01  SEQ-LENGTH-ED     PIC ZZZZZZ9.
       01  LOW-TXT           PIC X(16).
       01  HIGH-TXT          PIC X(16).
       01  START-TXT         PIC X(16).
       01  END-TXT           PIC X(16).
       01  POS-KEY-IN        PIC X(13).
       01  POS-TXT-OUT       PIC X(16).
       01  TARGET-LIST-PTR   PIC 9(3).
       01  COUNT-ED          PIC ZZZZZZZZ9.
       01  TSTAT-MATCH-ED    PIC ZZZZZZ9.
       01  TSTAT-CLUSTER-ED  PIC ZZZZZZ9.

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
           PERFORM LOAD-PROXIMITY-CONTROL

      *> The extract is checked whole first - a missing input or an
      *> incomplete extract should fail with its own clear message,
      *> before the word list is loaded and the sort is run.
           PERFORM VALIDATE-EXTRACT
           PERFORM LOAD-WORD-POSITIONS

           ACCEPT PRX-RUN-DATE FROM DATE YYYYMMDD

           OPEN OUTPUT REPORT-DS

           IF NOT OUT-OK THEN
              DISPLAY "Error opening the proximity report data set "
                  "(XPRXDD)" ECODE-R
              GOBACK
           END-IF

           OPEN OUTPUT CLUSTER-DS

           IF NOT CLUSTER-OK THEN
              DISPLAY "Error opening the cluster file (PRXCDD)"
                  ECODE-K
              GOBACK
           END-IF

           PERFORM WRITE-CLUSTER-HEADER
           PERFORM OPEN-TARGET-CATALOG

           SET IS-CLUSTER-SECTION TO TRUE
           PERFORM WRITE-PROXIMITY-HEADING

      *> Sorting on lower/higher position lets the sweep close a
      *> passage as soon as a match starts beyond the window, holding
      *> only the one passage in working storage.
           SORT SORT-WORK
              ON ASCENDING KEY SORT-LOW-POS SORT-HIGH-POS
                               SORT-NAME-NUMBER
              INPUT PROCEDURE IS RELEASE-MATCHES
              OUTPUT PROCEDURE IS SWEEP-SORTED-MATCHES

           PERFORM WRITE-CLUSTER-TRAILER
           CLOSE CLUSTER-DS

           PERFORM WRITE-RANKED-PASSAGES
           PERFORM WRITE-PROXIMITY-SUMMARY

           CLOSE REPORT-DS

           IF IS-CATALOG-PRESENT THEN
              CLOSE TARGET-CATALOG-DS
           END-IF

           GOBACK.

       END-BEGIN.
           EXIT.
      *-----------------------------------------------------------------
      * Reads and validates the control card. Rejects the run, with a
      * message naming the parameter, for: a window unit other than
      * W or V, a missing or non-numeric window size, a non-numeric
      * or below-2 minimum target count, and a non-numeric, zero or
      * over-100 ranked-list length. Blank minimum and length take
      * the defaults.
      *-----------------------------------------------------------------
       LOAD-PROXIMITY-CONTROL.
           OPEN INPUT PROXIMITY-CONTROL-DS

           IF NOT CTL-OK THEN
              DISPLAY "Error opening the proximity control data set "
                  "(PCTLDD)" ECODE-C
              GOBACK
           END-IF

           READ PROXIMITY-CONTROL-DS INTO PROXIMITY-CONTROL
              AT END CONTINUE
           END-READ

           IF NOT CTL-OK THEN
              DISPLAY "Error: proximity control data set (PCTLDD) is "
                  "empty"
              CLOSE PROXIMITY-CONTROL-DS
              GOBACK
           END-IF

           CLOSE PROXIMITY-CONTROL-DS

           EVALUATE TRUE
           WHEN PCC-WINDOW-WORDS
              MOVE 'WORDS' TO PRX-WINDOW-UNIT-NAME
           WHEN PCC-WINDOW-VERSES
              MOVE 'VERSES' TO PRX-WINDOW-UNIT-NAME
           WHEN OTHER
              DISPLAY "Error: unknown window unit '" PCC-WINDOW-UNIT
                  "' - use W (words) or V (verses)"
              GOBACK
           END-EVALUATE

           IF PCC-WINDOW-SIZE NOT NUMERIC THEN
              DISPLAY "Error: window size '" PCC-WINDOW-SIZE
                  "' is not numeric"
              GOBACK
           END-IF
           MOVE PCC-WINDOW-SIZE-NUM TO PRX-WINDOW-SIZE

           IF PCC-MIN-TARGETS NOT = SPACES THEN
              IF PCC-MIN-TARGETS NOT NUMERIC THEN
                 DISPLAY "Error: minimum target count '"
                     PCC-MIN-TARGETS "' is not numeric"
                 GOBACK
              END-IF
              IF PCC-MIN-TARGETS-NUM < 2 THEN
                 DISPLAY "Error: minimum target count "
                     PCC-MIN-TARGETS " is below 2 - a cluster needs "
                     "different targets"
                 GOBACK
              END-IF
              MOVE PCC-MIN-TARGETS-NUM TO PRX-MIN-TARGETS
           END-IF

           IF PCC-RANK-LIMIT NOT = SPACES THEN
              IF PCC-RANK-LIMIT NOT NUMERIC OR
                 PCC-RANK-LIMIT-NUM = 0 OR
                 PCC-RANK-LIMIT-NUM > 100 THEN
                 DISPLAY "Error: ranked-list length '" PCC-RANK-LIMIT
                     "' is not a number from 1 to 100"
                 GOBACK
              END-IF
              MOVE PCC-RANK-LIMIT-NUM TO PRX-RANK-LIMIT
           END-IF

           MOVE PRX-WINDOW-SIZE TO PRX-WINDOW-ED
           MOVE PRX-MIN-TARGETS TO PRX-MIN-ED.

       END-LOAD-PROXIMITY-CONTROL.
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
      * Reads the word list once, in reading order, into VERSE-TABLE
      * and BOOK-TABLE. Each word's position is its relative record
      * number. Rejects a word list that cannot give one position per
      * location: a book that appears twice, verses out of key order
      * within a book, or word numbers in a verse not running 1, 2, 3
      * and so on.
      *-----------------------------------------------------------------
       LOAD-WORD-POSITIONS.
           OPEN INPUT WORDS-DS

           IF NOT WORD-OK THEN
              DISPLAY "Error opening the word list (WORDDD)" ECODE-W
              GOBACK
           END-IF

           MOVE 0 TO WORD-POS

           READ WORDS-DS
              AT END SET IS-WORDS-DONE TO TRUE
           END-READ

           PERFORM UNTIL IS-WORDS-DONE
              ADD 1 TO WORD-POS
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

              IF IS-NEW-VERSE THEN
                 PERFORM ADD-WORD-LIST-VERSE
              END-IF

              ADD 1 TO VERSE-WORD-COUNT(VERSE-COUNT)
              IF WDS-WORD-NO NOT = VERSE-WORD-COUNT(VERSE-COUNT) THEN
                 MOVE 'word numbers not consecutive'
                     TO WORD-LIST-REASON
                 PERFORM REJECT-WORD-LIST
              END-IF

              READ WORDS-DS
                 AT END SET IS-WORDS-DONE TO TRUE
              END-READ
           END-PERFORM

           CLOSE WORDS-DS

           IF WORD-POS = 0 THEN
              DISPLAY "Error: word list (WORDDD) is empty"
              GOBACK
           END-IF.

       END-LOAD-WORD-POSITIONS.
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
           MOVE WORD-POS TO VERSE-FIRST-POS(VERSE-COUNT)
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
      * Leaves in LOOK-WORD-POS and LOOK-VERSE-ORD the word position
      * and verse place of the location in LOOK-BOOK/LOOK-VERSE-KEY/
      * LOOK-WORD-NO, with IS-LOOK-FOUND set; not set when the word
      * list has no such word. The verse is found by a lower-bound
      * search over its book's verses.
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
              MOVE SEARCH-LOW TO LOOK-VERSE-ORD
              SET IS-LOOK-FOUND TO TRUE
           END-IF.

       END-FIND-WORD-POSITION.
           EXIT.
      *-----------------------------------------------------------------
      * SORT input procedure: releases every match record of the
      * extract with the word position and verse place of its start
      * and end, lower end first. The header, trailer and English
      * companion records are left out. A location the word list does
      * not have stops the run - the extract is from another text.
      *-----------------------------------------------------------------
       RELEASE-MATCHES.
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
                 PERFORM RELEASE-MATCH
              END-IF

              READ EXTRACT-DS INTO EXTRACT-CHECK-REC
                 AT END SET IS-EXTRACT-DONE TO TRUE
              END-READ
           END-PERFORM

           CLOSE EXTRACT-DS.

       END-RELEASE-MATCHES.
           EXIT.
      *
       RELEASE-MATCH.
           MOVE MATCH-START-BOOK TO LOOK-BOOK
           MOVE MATCH-START-VERSE-KEY TO LOOK-VERSE-KEY
           MOVE MATCH-START-WORD-NO TO LOOK-WORD-NO
           PERFORM FIND-WORD-POSITION
           IF NOT IS-LOOK-FOUND THEN
              MOVE MATCH-START-POS TO POS-KEY-IN
              PERFORM REJECT-MATCH-POSITION
           END-IF
           MOVE LOOK-WORD-POS TO START-WORD-POS
           MOVE LOOK-VERSE-ORD TO START-VERSE-ORD

           MOVE MATCH-END-BOOK TO LOOK-BOOK
           MOVE MATCH-END-VERSE-KEY TO LOOK-VERSE-KEY
           MOVE MATCH-END-WORD-NO TO LOOK-WORD-NO
           PERFORM FIND-WORD-POSITION
           IF NOT IS-LOOK-FOUND THEN
              MOVE MATCH-END-POS TO POS-KEY-IN
              PERFORM REJECT-MATCH-POSITION
           END-IF

      *> A reverse-scan match is written end before start.
           IF START-WORD-POS <= LOOK-WORD-POS THEN
              MOVE START-WORD-POS  TO SORT-LOW-POS
              MOVE START-VERSE-ORD TO SORT-LOW-VERSE
              MOVE MATCH-START-POS TO SORT-LOW-KEY
              MOVE LOOK-WORD-POS   TO SORT-HIGH-POS
              MOVE LOOK-VERSE-ORD  TO SORT-HIGH-VERSE
              MOVE MATCH-END-POS   TO SORT-HIGH-KEY
           ELSE
              MOVE LOOK-WORD-POS   TO SORT-LOW-POS
              MOVE LOOK-VERSE-ORD  TO SORT-LOW-VERSE
              MOVE MATCH-END-POS   TO SORT-LOW-KEY
              MOVE START-WORD-POS  TO SORT-HIGH-POS
              MOVE START-VERSE-ORD TO SORT-HIGH-VERSE
              MOVE MATCH-START-POS TO SORT-HIGH-KEY
           END-IF
           MOVE MATCH-NAME-NUMBER TO SORT-NAME-NUMBER
           MOVE MATCH-REC TO SORT-MATCH-REC

           RELEASE SORT-REC
           ADD 1 TO MATCH-READ-COUNT.

       END-RELEASE-MATCH.
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
      * SORT output procedure: sweeps the matches in text order,
      * passing each one that is not a repeat of the span before it
      * to PROCESS-SORTED-MATCH, and closes the last passage.
      *-----------------------------------------------------------------
       SWEEP-SORTED-MATCHES.
           SET IS-PASSAGE-OPEN TO FALSE
           SET IS-LAST-SPAN-HELD TO FALSE

           RETURN SORT-WORK
              AT END SET IS-SORT-DONE TO TRUE
           END-RETURN

           PERFORM UNTIL IS-SORT-DONE
      *> The same span of the same target found by both scan
      *> directions is one finding.
              IF IS-LAST-SPAN-HELD AND
                 SORT-LOW-POS = LAST-LOW-POS AND
                 SORT-HIGH-POS = LAST-HIGH-POS AND
                 SORT-NAME-NUMBER = LAST-NAME-NUMBER THEN
                 ADD 1 TO DUPLICATE-SPAN-COUNT
              ELSE
                 PERFORM PROCESS-SORTED-MATCH
                 MOVE SORT-LOW-POS TO LAST-LOW-POS
                 MOVE SORT-HIGH-POS TO LAST-HIGH-POS
                 MOVE SORT-NAME-NUMBER TO LAST-NAME-NUMBER
                 SET IS-LAST-SPAN-HELD TO TRUE
              END-IF

              RETURN SORT-WORK
                 AT END SET IS-SORT-DONE TO TRUE
              END-RETURN
           END-PERFORM

           IF IS-PASSAGE-OPEN THEN
              PERFORM CLOSE-PASSAGE
           END-IF.

       END-SWEEP-SORTED-MATCHES.
           EXIT.
      *-----------------------------------------------------------------
      * Applies the sorted match to the sweep. A match starting no
      * more than the window after the furthest end the open passage
      * has reached joins it - in words, by word position; in verses,
      * by verse place. Anything else closes the open passage and
      * starts a fresh one. Every match also feeds its target's match
      * count.
      *-----------------------------------------------------------------
       PROCESS-SORTED-MATCH.
           MOVE SORT-NAME-NUMBER TO TSTAT-LOOKUP-NAME
           PERFORM FIND-TARGET-STATS
           ADD 1 TO TSTAT-MATCH-COUNT(TSTAT-AT)

           SET IS-PASSAGE-JOIN TO FALSE
           IF IS-PASSAGE-OPEN THEN
              IF PCC-WINDOW-WORDS THEN
                 IF SORT-LOW-POS <= PSG-HIGH-POS + PRX-WINDOW-SIZE
                    THEN
                    SET IS-PASSAGE-JOIN TO TRUE
                 END-IF
              ELSE
                 IF SORT-LOW-VERSE <= PSG-HIGH-VERSE + PRX-WINDOW-SIZE
                    THEN
                    SET IS-PASSAGE-JOIN TO TRUE
                 END-IF
              END-IF
           END-IF

           IF NOT IS-PASSAGE-JOIN THEN
              IF IS-PASSAGE-OPEN THEN
                 PERFORM CLOSE-PASSAGE
              END-IF
              SET IS-PASSAGE-OPEN TO TRUE
              MOVE SORT-LOW-POS TO PSG-LOW-POS
              MOVE SORT-LOW-VERSE TO PSG-LOW-VERSE
              MOVE SORT-LOW-KEY TO PSG-LOW-KEY
              MOVE SORT-HIGH-POS TO PSG-HIGH-POS
              MOVE SORT-HIGH-VERSE TO PSG-HIGH-VERSE
              MOVE SORT-HIGH-KEY TO PSG-HIGH-KEY
              MOVE 0 TO PSG-MEMBER-COUNT
              MOVE 0 TO PSG-TARGET-COUNT
           END-IF

           IF SORT-HIGH-POS > PSG-HIGH-POS THEN
              MOVE SORT-HIGH-POS TO PSG-HIGH-POS
              MOVE SORT-HIGH-VERSE TO PSG-HIGH-VERSE
              MOVE SORT-HIGH-KEY TO PSG-HIGH-KEY
           END-IF

           IF PSG-MEMBER-COUNT >= 5000 THEN
              DISPLAY "Error: a passage holds more than 5000 matches "
                  "- use a smaller proximity window"
              GOBACK
           END-IF
           ADD 1 TO PSG-MEMBER-COUNT
           MOVE SORT-MATCH-REC TO PSG-MEMBER-REC(PSG-MEMBER-COUNT)

           SET IS-PSG-TARGET-FOUND TO FALSE
           PERFORM VARYING PSG-TARGET-I FROM 1 BY 1
              UNTIL PSG-TARGET-I > PSG-TARGET-COUNT OR
                    IS-PSG-TARGET-FOUND
                 IF PSG-TARGET(PSG-TARGET-I) = SORT-NAME-NUMBER THEN
                    SET IS-PSG-TARGET-FOUND TO TRUE
                 END-IF
           END-PERFORM
           IF NOT IS-PSG-TARGET-FOUND THEN
              ADD 1 TO PSG-TARGET-COUNT
              MOVE SORT-NAME-NUMBER TO PSG-TARGET(PSG-TARGET-COUNT)
           END-IF.

       END-PROCESS-SORTED-MATCH.
           EXIT.
      *-----------------------------------------------------------------
      * Closes the open passage. One with at least PRX-MIN-TARGETS
      * distinct targets is a cluster: it is numbered, reported,
      * written to the cluster file and offered to the ranked list,
      * and each of its targets is credited with taking part in it.
      *-----------------------------------------------------------------
       CLOSE-PASSAGE.
           ADD 1 TO PASSAGE-COUNT
           SET IS-PASSAGE-OPEN TO FALSE

           IF PSG-TARGET-COUNT < PRX-MIN-TARGETS THEN
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO CLUSTER-COUNT
           ADD PSG-MEMBER-COUNT TO CLUSTERED-MATCH-COUNT
           COMPUTE PSG-SPAN-WORDS = PSG-HIGH-POS - PSG-LOW-POS + 1
           COMPUTE PSG-SPAN-VERSES = PSG-HIGH-VERSE - PSG-LOW-VERSE + 1
           COMPUTE PSG-DENSITY ROUNDED =
              PSG-MEMBER-COUNT * 100 / PSG-SPAN-WORDS

           PERFORM VARYING PSG-TARGET-I FROM 1 BY 1
              UNTIL PSG-TARGET-I > PSG-TARGET-COUNT
                 MOVE PSG-TARGET(PSG-TARGET-I) TO TSTAT-LOOKUP-NAME
                 PERFORM FIND-TARGET-STATS
                 ADD 1 TO TSTAT-CLUSTER-COUNT(TSTAT-AT)
           END-PERFORM

           PERFORM WRITE-CLUSTER-LINES
           PERFORM WRITE-CLUSTER-RECORDS
           PERFORM RANK-CLUSTER.

       END-CLOSE-PASSAGE.
           EXIT.
      *-----------------------------------------------------------------
      * Reports the cluster just closed: its line with span and
      * counts, the targets involved (several to a line) and one line
      * per member as the extract gives it, then a blank line.
      *-----------------------------------------------------------------
       WRITE-CLUSTER-LINES.
           MOVE CLUSTER-COUNT TO CLUSTER-NO-ED
           MOVE PSG-LOW-KEY TO POS-KEY-IN
           PERFORM FORMAT-POSITION-KEY
           MOVE POS-TXT-OUT TO LOW-TXT
           MOVE PSG-HIGH-KEY TO POS-KEY-IN
           PERFORM FORMAT-POSITION-KEY
           MOVE POS-TXT-OUT TO HIGH-TXT
           MOVE PSG-SPAN-WORDS TO SPAN-WORDS-ED
           MOVE PSG-SPAN-VERSES TO SPAN-VERSES-ED
           MOVE PSG-MEMBER-COUNT TO MEMBERS-ED
           MOVE PSG-TARGET-COUNT TO TARGETS-ED
           MOVE PSG-DENSITY TO DENSITY-ED

           MOVE SPACES TO REPORT-TEXT
           STRING 'CLUSTER ' CLUSTER-NO-ED '  '
                  LOW-TXT ' : ' HIGH-TXT
                  '  WORDS ' SPAN-WORDS-ED
                  '  VERSES ' SPAN-VERSES-ED
                  '  MATCHES ' MEMBERS-ED
                  '  TARGETS ' TARGETS-ED
                  '  DENSITY ' DENSITY-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-TEXT
           MOVE '         TARGETS:' TO REPORT-TEXT
           MOVE 18 TO TARGET-LIST-PTR
           PERFORM VARYING PSG-TARGET-I FROM 1 BY 1
              UNTIL PSG-TARGET-I > PSG-TARGET-COUNT
                 IF TARGET-LIST-PTR > 125 THEN
                    PERFORM WRITE-REPORT-LINE
                    MOVE SPACES TO REPORT-TEXT
                    MOVE 18 TO TARGET-LIST-PTR
                 END-IF
                 MOVE PSG-TARGET(PSG-TARGET-I) TO NAME-ED
                 STRING ' ' NAME-ED
                        DELIMITED BY SIZE INTO REPORT-TEXT
                        WITH POINTER TARGET-LIST-PTR
                 END-STRING
           END-PERFORM
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING PSG-MEMBER-I FROM 1 BY 1
              UNTIL PSG-MEMBER-I > PSG-MEMBER-COUNT
                 MOVE PSG-MEMBER-REC(PSG-MEMBER-I) TO MATCH-REC
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

                 MOVE SPACES TO REPORT-TEXT
                 STRING '         ' NAME-ED ' ' TARGET-LABEL-TXT '  '
                        START-TXT ' : ' END-TXT '  '
                        SEQ-LENGTH-ED
                        DELIMITED BY SIZE INTO REPORT-TEXT
                 END-STRING
                 PERFORM WRITE-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-TEXT
           PERFORM WRITE-REPORT-LINE.

       END-WRITE-CLUSTER-LINES.
           EXIT.
      *-----------------------------------------------------------------
      * Writes the cluster just closed to the cluster file: its 'CLS '
      * record, then an 'MBR ' record per member.
      *-----------------------------------------------------------------
       WRITE-CLUSTER-RECORDS.
           MOVE SPACES TO CLUSTER-REC
           SET CLS-CLUSTER-TYPE TO TRUE
           MOVE CLUSTER-COUNT TO CLS-CLUSTER-NO
           MOVE PSG-LOW-KEY TO CLS-LOW-POS
           MOVE PSG-HIGH-KEY TO CLS-HIGH-POS
           MOVE PSG-SPAN-WORDS TO CLS-SPAN-WORDS
           MOVE PSG-SPAN-VERSES TO CLS-SPAN-VERSES
           MOVE PSG-MEMBER-COUNT TO CLS-MEMBER-COUNT
           MOVE PSG-TARGET-COUNT TO CLS-TARGET-COUNT
           MOVE PSG-DENSITY TO CLS-DENSITY
           PERFORM WRITE-CLUSTER-FILE-REC

           PERFORM VARYING PSG-MEMBER-I FROM 1 BY 1
              UNTIL PSG-MEMBER-I > PSG-MEMBER-COUNT
                 MOVE SPACES TO CLUSTER-MEMBER-REC
                 SET CLS-MEMBER-TYPE TO TRUE
                 MOVE CLUSTER-COUNT TO MBR-CLUSTER-NO
                 MOVE PSG-MEMBER-REC(PSG-MEMBER-I) TO MBR-MATCH-REC
                 PERFORM WRITE-CLUSTER-FILE-REC
           END-PERFORM.

       END-WRITE-CLUSTER-RECORDS.
           EXIT.
      *
       WRITE-CLUSTER-FILE-REC.
           WRITE CLUSTER-REC

           IF NOT CLUSTER-OK THEN
              DISPLAY "Error writing the cluster file (PRXCDD)"
                  ECODE-K
              GOBACK
           END-IF.

       END-WRITE-CLUSTER-FILE-REC.
           EXIT.
      *
       WRITE-CLUSTER-HEADER.
           MOVE SPACES TO CLUSTER-HEADER-REC
           SET CLS-HEADER-TYPE TO TRUE
           MOVE EXTRACT-RUN-ID TO CHDR-RUN-ID
           MOVE PRX-RUN-DATE TO CHDR-RUN-DATE
           MOVE PCC-WINDOW-UNIT TO CHDR-WINDOW-UNIT
           MOVE PRX-WINDOW-SIZE TO CHDR-WINDOW-SIZE
           MOVE PRX-MIN-TARGETS TO CHDR-MIN-TARGETS
           PERFORM WRITE-CLUSTER-FILE-REC.

       END-WRITE-CLUSTER-HEADER.
           EXIT.
      *
       WRITE-CLUSTER-TRAILER.
           MOVE SPACES TO CLUSTER-TRAILER-REC
           SET CLS-TRAILER-TYPE TO TRUE
           MOVE CLUSTER-COUNT TO CTRL-CLUSTER-COUNT
           MOVE CLUSTERED-MATCH-COUNT TO CTRL-MEMBER-COUNT
           PERFORM WRITE-CLUSTER-FILE-REC.

       END-WRITE-CLUSTER-TRAILER.
           EXIT.
      *-----------------------------------------------------------------
      * Offers the cluster just closed to RANK-TABLE. It goes in ahead
      * of the first entry it outranks - higher density, or the same
      * density with more distinct targets - so earlier clusters keep
      * their place on a full tie; entries pushed past PRX-RANK-LIMIT
      * drop off the end.
      *-----------------------------------------------------------------
       RANK-CLUSTER.
           COMPUTE RANK-AT = RANK-COUNT + 1
           PERFORM VARYING RANK-I FROM 1 BY 1
              UNTIL RANK-I > RANK-COUNT OR RANK-AT <= RANK-COUNT
                 IF PSG-DENSITY > RANK-DENSITY(RANK-I) OR
                    (PSG-DENSITY = RANK-DENSITY(RANK-I) AND
                     PSG-TARGET-COUNT > RANK-TARGETS(RANK-I)) THEN
                    MOVE RANK-I TO RANK-AT
                 END-IF
           END-PERFORM

           IF RANK-AT > PRX-RANK-LIMIT THEN
              EXIT PARAGRAPH
           END-IF

           IF RANK-COUNT < PRX-RANK-LIMIT THEN
              ADD 1 TO RANK-COUNT
           END-IF

      *> Make room at RANK-AT, the last entry falling off when full.
           COMPUTE RANK-LAST = RANK-COUNT - 1
           PERFORM VARYING RANK-I FROM RANK-LAST BY -1
              UNTIL RANK-I < RANK-AT
                 MOVE RANK-ENTRY(RANK-I) TO RANK-ENTRY(RANK-I + 1)
           END-PERFORM

           MOVE CLUSTER-COUNT TO RANK-CLUSTER-NO(RANK-AT)
           MOVE PSG-LOW-KEY TO RANK-LOW-KEY(RANK-AT)
           MOVE PSG-HIGH-KEY TO RANK-HIGH-KEY(RANK-AT)
           MOVE PSG-SPAN-WORDS TO RANK-SPAN-WORDS(RANK-AT)
           MOVE PSG-SPAN-VERSES TO RANK-SPAN-VERSES(RANK-AT)
           MOVE PSG-MEMBER-COUNT TO RANK-MEMBERS(RANK-AT)
           MOVE PSG-TARGET-COUNT TO RANK-TARGETS(RANK-AT)
           MOVE PSG-DENSITY TO RANK-DENSITY(RANK-AT).

       END-RANK-CLUSTER.
           EXIT.
      *-----------------------------------------------------------------
      * The ranked list of the densest passages, on a new page: one
      * line per RANK-TABLE entry with its cluster number, so the
      * passage can be looked up in the cluster listing.
      *-----------------------------------------------------------------
       WRITE-RANKED-PASSAGES.
           SET IS-RANKED-SECTION TO TRUE
           PERFORM WRITE-PROXIMITY-HEADING

           IF RANK-COUNT = 0 THEN
              MOVE SPACES TO REPORT-TEXT
              MOVE 'NO CLUSTERS MET THE MINIMUM TARGET COUNT'
                  TO REPORT-TEXT
              PERFORM WRITE-REPORT-LINE
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING RANK-I FROM 1 BY 1
              UNTIL RANK-I > RANK-COUNT
                 MOVE RANK-I TO RANK-ED
                 MOVE RANK-CLUSTER-NO(RANK-I) TO CLUSTER-NO-ED
                 MOVE RANK-LOW-KEY(RANK-I) TO POS-KEY-IN
                 PERFORM FORMAT-POSITION-KEY
                 MOVE POS-TXT-OUT TO LOW-TXT
                 MOVE RANK-HIGH-KEY(RANK-I) TO POS-KEY-IN
                 PERFORM FORMAT-POSITION-KEY
                 MOVE POS-TXT-OUT TO HIGH-TXT
                 MOVE RANK-SPAN-WORDS(RANK-I) TO SPAN-WORDS-ED
                 MOVE RANK-SPAN-VERSES(RANK-I) TO SPAN-VERSES-ED
                 MOVE RANK-MEMBERS(RANK-I) TO MEMBERS-ED
                 MOVE RANK-TARGETS(RANK-I) TO TARGETS-ED
                 MOVE RANK-DENSITY(RANK-I) TO DENSITY-ED

                 MOVE SPACES TO REPORT-TEXT
                 STRING ' ' RANK-ED '  ' CLUSTER-NO-ED '  '
                        LOW-TXT ' : ' HIGH-TXT '  '
                        SPAN-WORDS-ED ' ' SPAN-VERSES-ED '    '
                        MEMBERS-ED '      ' TARGETS-ED '  '
                        DENSITY-ED
                        DELIMITED BY SIZE INTO REPORT-TEXT
                 END-STRING
                 PERFORM WRITE-REPORT-LINE
           END-PERFORM.

       END-WRITE-RANKED-PASSAGES.
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
      * Looks TSTAT-LOOKUP-NAME up in TARGET-STATS, adding a zeroed
      * entry if it is new, and leaves its subscript in TSTAT-AT.
      *-----------------------------------------------------------------
       FIND-TARGET-STATS.
           SET IS-TSTAT-FOUND TO FALSE
           PERFORM VARYING TSTAT-I FROM 1 BY 1
              UNTIL TSTAT-I > TSTAT-COUNT OR IS-TSTAT-FOUND
                 IF TSTAT-NAME-NUMBER(TSTAT-I) =
                    TSTAT-LOOKUP-NAME THEN
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
              MOVE TSTAT-LOOKUP-NAME TO
                   TSTAT-NAME-NUMBER(TSTAT-COUNT)
              MOVE 0 TO TSTAT-MATCH-COUNT(TSTAT-COUNT)
              MOVE 0 TO TSTAT-CLUSTER-COUNT(TSTAT-COUNT)
              MOVE TSTAT-COUNT TO TSTAT-AT
           END-IF.

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
      * Writes the page heading and column headings of the section
      * REPORT-SECTION names and starts a new page, same paging
      * convention as CBLXFAM's WRITE-FAMILY-HEADING. The window and
      * minimum target count head every page.
      *-----------------------------------------------------------------
       WRITE-PROXIMITY-HEADING.
           ADD 1 TO REPORT-PAGE-COUNT
           MOVE REPORT-PAGE-COUNT TO REPORT-PAGE-COUNT-ED

           MOVE '1' TO REPORT-CTL
           MOVE SPACES TO REPORT-TEXT
           IF IS-CLUSTER-SECTION THEN
              STRING 'CROSS-TARGET PROXIMITY CLUSTERS          PAGE: '
                     REPORT-PAGE-COUNT-ED
                     '          WINDOW: ' PRX-WINDOW-ED ' '
                     PRX-WINDOW-UNIT-NAME
                     '          MIN TARGETS: ' PRX-MIN-ED
                     DELIMITED BY SIZE INTO REPORT-TEXT
              END-STRING
           ELSE
              STRING 'DENSEST PASSAGES          PAGE: '
                     REPORT-PAGE-COUNT-ED
                     '          WINDOW: ' PRX-WINDOW-ED ' '
                     PRX-WINDOW-UNIT-NAME
                     '          MIN TARGETS: ' PRX-MIN-ED
                     DELIMITED BY SIZE INTO REPORT-TEXT
              END-STRING
           END-IF
           WRITE REPORT-REC

           MOVE ' ' TO REPORT-CTL
           MOVE SPACES TO REPORT-TEXT
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           IF IS-CLUSTER-SECTION THEN
              STRING 'CLUSTER          FIRST WORD         LAST WORD'
                     '           SPAN AND COUNTS / MEMBERS: NAME '
                     'LABEL, START : END, LENGTH'
                     DELIMITED BY SIZE INTO REPORT-TEXT
              END-STRING
           ELSE
              STRING 'RANK CLUSTER  FIRST WORD         LAST WORD'
                     '           WORDS  VERSES  MATCHES  TARGETS'
                     '   DENSITY'
                     DELIMITED BY SIZE INTO REPORT-TEXT
              END-STRING
           END-IF
           WRITE REPORT-REC

           MOVE ALL '-' TO REPORT-TEXT
           WRITE REPORT-REC

           MOVE 0 TO REPORT-LINE-COUNT.

       END-WRITE-PROXIMITY-HEADING.
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
              PERFORM WRITE-PROXIMITY-HEADING
              MOVE REPORT-LINE-SAVE TO REPORT-TEXT
           END-IF

           MOVE ' ' TO REPORT-CTL
           WRITE REPORT-REC
           ADD 1 TO REPORT-LINE-COUNT.

       END-WRITE-REPORT-LINE.
           EXIT.
      *-----------------------------------------------------------------
      * Closing summary page: the extract's run identifier, the
      * parameters, the run's counts, then per target NAME-NUMBER its
      * matches and the clusters it takes part in.
      *-----------------------------------------------------------------
       WRITE-PROXIMITY-SUMMARY.
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
           STRING 'EXTRACT RUN ID:           ' EXTRACT-RUN-ID
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           STRING 'PROXIMITY WINDOW:             ' PRX-WINDOW-ED ' '
                  PRX-WINDOW-UNIT-NAME
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           STRING 'MINIMUM DISTINCT TARGETS:       ' PRX-MIN-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           WRITE REPORT-REC

           MOVE MATCH-READ-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'MATCH RECORDS READ:       ' COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE DUPLICATE-SPAN-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'DUPLICATE SPANS SKIPPED:  ' COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE PASSAGE-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'PASSAGES FORMED:          ' COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE CLUSTER-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'CLUSTERS REPORTED:        ' COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE CLUSTERED-MATCH-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'MATCHES IN CLUSTERS:      ' COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           STRING 'NAME NUMBER  LABEL                            '
                  '    MATCHES   CLUSTERS'
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE ALL '-' TO REPORT-TEXT
           WRITE REPORT-REC

           PERFORM VARYING TSTAT-I FROM 1 BY 1
              UNTIL TSTAT-I > TSTAT-COUNT
                 MOVE TSTAT-NAME-NUMBER(TSTAT-I) TO NAME-ED
                 MOVE TSTAT-NAME-NUMBER(TSTAT-I) TO LABEL-LOOKUP-NAME
                 PERFORM FIND-TARGET-LABEL
                 MOVE TSTAT-MATCH-COUNT(TSTAT-I) TO TSTAT-MATCH-ED
                 MOVE TSTAT-CLUSTER-COUNT(TSTAT-I) TO TSTAT-CLUSTER-ED

                 MOVE SPACES TO REPORT-TEXT
                 STRING NAME-ED
                        '         '
                        TARGET-LABEL-TXT
                        '       '
                        TSTAT-MATCH-ED
                        '    '
                        TSTAT-CLUSTER-ED
                        DELIMITED BY SIZE INTO REPORT-TEXT
                 END-STRING
                 WRITE REPORT-REC
           END-PERFORM.

       END-WRITE-PROXIMITY-SUMMARY.
           EXIT.
