      *       the word-concordance, overlapping-match, book-manifest,
      *       text-correction, reverse-scan, aggregate-scan,
      *       equivalence-class and cross-system coincidence
      *       switches, the ELS switch with its skip-distance
      *       range, the control-total reconciliation mode and
      *       its override, the target-catalog switch, the
      *       extract run identifier, the partition number and the
      *       versification-crosswalk switch (each
      *       detailed at CONTROL-OPTIONS-REC). Every
      *       record after it (up to 200) carries one target
      *       NAME-NUMBER value to search for, terminated by
      *       end-of-file on CONTROL-DS - unless the target-catalog
      *       switch is set, when there must be none.
      *    GENESIS-DS (GENDD) - sequential variable record data set.
      *       Each record consists of one verse, starting with 3 bytes
      *       book id, 3 bytes chapter number and 3 bytes verse number.
      *       that target's partial REPORT-DS pages and EXTRACT-DS
      *       records in the extended files and the restart re-runs it
      *       in full - the in-flight target's extract records appear
      *       twice and must be deduplicated downstream. The
      *       extended EXTRACT-DS must carry the run's header and no
      *       trailer yet; its match records are recounted first so
      *       the trailer written at the end covers the whole file.
      *    CERTIFIED-TOTALS-DS (CERTDD) - on a reconciliation run
      *       (options record control-total mode = 'V'), the certified
      *       control totals of a signed-off text: one record per
      *       BOOK-ID/CHAPTER with its word count, letter count and
      *       standard-value total. Every chapter of the load is
      *       reconciled against it before the target passes (see
      *       RECONCILE-CONTROL-TOTALS); a chapter that drifted stops
      *       the run unless the override flag is set.
      *    TARGET-CATALOG-DS (CATDD) - optional indexed target catalog
      *       maintained by CBLXCAT, keyed by NAME-NUMBER. On a
      *       target-catalog run (options record catalog flag = 'Y')
      *       its active entries are the run's targets; on any run
      *       each target's catalog label is printed next to its
      *       NAME-NUMBER on the page headings and the summary page.
      *    VERSIFICATION-DS (XWLKDD) - on a crosswalk run (options
      *       record crosswalk flag = 'Y'), the versification
      *       crosswalk: the Hebrew verse ranges whose English
      *       chapter/verse numbering differs (Joel 3-4, Malachi
      *       3:19-24, the psalm superscriptions ...) with the
      *       English reference each maps to.
      *    BOOK-NAME-DS (BKNMDD) - on a crosswalk run, each BOOK-ID's
      *       full English book name, for the English citations.
      * Output:
      *    REPORT-DS (REPTDD) - the human-readable match report: a
      *       parameter-echo page up front showing every option as
      *       header, column headings and page breaks every N lines,
      *       one BK-SC-SV-SW : BK-EC-EV-EW line (plus the words
      *       transliterated to Hebrew character names) per reported
      *       sequence - on a crosswalk run followed on the same line
      *       by its English citation, e.g. Joel 2:28 - Joel 2:32 -
      *       and a closing summary page (words processed,
      *       and match count/shortest/longest sequence per target
      *       NAME-NUMBER).
      *    EXTRACT-DS (EXTRDD) - a fixed-format record per reported
      *       match (NAME-NUMBER, start/end BOOK-CHAPTER-VERSE-WORD-NO
      *       and sequence length) for a tracking database to load,
      *       between a header record (run identifier, run date,
      *       value system, scan scope) and a trailer record (match
      *       record count and NAME-NUMBER hash total) that CBLXHIST,
      *       CBLXCMP and CBLXFAM check before using the extract. A
      *       run stopped before its last target leaves no trailer.
      *       On a crosswalk run every match record is followed by an
      *       'ENG ' companion record carrying its start and end verse
      *       in English numbering.
      *    EXCEPTION-DS (EXCPDD) - a short listing of input bytes whose
      *       CHAR-CODE falls outside the 27 ALFABET-VALUES entries,
      *       plus the total unmapped byte count. On a crosswalk run,
      *       also every verse a match or concordance line cites that
      *       has no English reference (a crosswalk gap), listed once
      *       with the reason, plus the total number of gaps - such a
      *       verse is printed as a gap, never in Hebrew numbering.
      *    WORDS-DS (WORDDD) - work data set: one record per scanned
      *       word (BOOK-ID/CHAPTER/VERSE/WORD-NO/value/text/length),
      *       written once as GENESIS-DS is read and re-read by
      *       VERSE and the letter's ALFABET-VALUES index), written by
      *       PROCESS-LINE alongside WORDS-DS and re-read by relative
      *       position by the equidistant-letter-sequence (ELS) scan.
      *    PARTITION-SUMMARY-DS (PSUMDD) - on a partitioned run
      *       (options record partition number 01-99), the run's
      *       SUMMARY-STATS for CBLXMRG, which merges the partitions'
      *       extracts and rolls their summaries up into the single-
      *       step run's summary page. Each partition's walk runs
      *       past its to-bound by the largest target value in words
      *       (to the end of that chapter) so no sequence crossing
      *       the seam is lost; the matches found there that start
      *       past the scope are reported and extracted but counted
      *       in the next partition's summary, and CBLXMRG drops the
      *       duplicate extract records.
      *    NEW-CERTIFIED-DS (CERTNDD) - on a certification run
      *       (options record control-total mode = 'C'), a new
      *       certified control-totals file built from this load, in
      *       CERTIFIED-TOTALS-DS's layout, for use as CERTDD on later
      *       runs once the corrected text has been approved.
      * Algorithm:
      *    The program iterates over the target NAME-NUMBER values
      *       read from CONTROL-DS.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ECODE-E.

      * The certified per-chapter control totals a reconciliation run
      * checks the load against, and the new certified file a
      * certification run writes in the same layout.
           SELECT CERTIFIED-TOTALS-DS ASSIGN TO CERTDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ECODE-T.

           SELECT NEW-CERTIFIED-DS ASSIGN TO CERTNDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ECODE-U.

      * A partitioned run's SUMMARY-STATS, for CBLXMRG to roll up.
           SELECT PARTITION-SUMMARY-DS ASSIGN TO PSUMDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ECODE-S.

      * The versification crosswalk and the book-name table a
      * crosswalk run cites the matches in English numbering with.
           SELECT VERSIFICATION-DS ASSIGN TO XWLKDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ECODE-V.

           SELECT BOOK-NAME-DS ASSIGN TO BKNMDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ECODE-N.

      * The target catalog CBLXCAT maintains. OPTIONAL: a run whose
      * targets come from CONTROL-DS only uses it for the target
      * labels on the report, and runs unlabelled without one.
           SELECT OPTIONAL TARGET-CATALOG-DS ASSIGN TO CATDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAT-NAME-NUMBER
           FILE STATUS IS ECODE-G.

      *========================
       DATA DIVISION.
      *========================
      *> window is burned scanning it (see BUILD-LETTER-PROFILE).
           05 CONTROL-PROFILE-FLAG PIC X.
              88 CONTROL-PROFILE-RUN VALUE 'Y'.
      *> Control-total mode: 'V' reconciles the load's per-chapter
      *> word count, letter count and standard-value total against
      *> CERTIFIED-TOTALS-DS (CERTDD) before the target passes and
      *> stops the run if any chapter drifted; 'C' certifies this
      *> load, writing its per-chapter totals to NEW-CERTIFIED-DS
      *> (CERTNDD); blank or 'N' does neither (see RECONCILE-
      *> CONTROL-TOTALS/WRITE-CERTIFIED-TOTALS).
           05 CONTROL-TOTALS-MODE PIC X.
              88 CONTROL-TOTALS-VERIFY  VALUE 'V'.
              88 CONTROL-TOTALS-CERTIFY VALUE 'C'.
              88 CONTROL-TOTALS-NONE    VALUE 'N' ' '.
      *> When 'Y' (reconciliation runs only), a drifted chapter is
      *> listed but the run goes on to the target passes.
           05 CONTROL-TOTALS-OVERRIDE-FLAG PIC X.
              88 CONTROL-TOTALS-OVERRIDE VALUE 'Y'.
      *> When 'Y', the run's targets are the active entries of
      *> TARGET-CATALOG-DS (CATDD) in NAME-NUMBER order, and CONTROL-
      *> DS must carry no target records after this one (see
      *> LOAD-TARGET-CATALOG).
           05 CONTROL-CATALOG-FLAG PIC X.
              88 CONTROL-CATALOG-TARGETS VALUE 'Y'.
      *> Run identifier stamped on EXTRACT-DS's header record, so the
      *> downstream programs can tell one run's extract from another's
      *> (CBLXHIST refuses to apply the same one twice). Blank takes
      *> the run date; a second run on the same day that is to be
      *> applied to the history master needs an identifier of its own.
           05 CONTROL-RUN-ID PIC X(8).
      *> Partition number (01-99) of a partitioned run: one of several
      *> CBLGEN steps run side by side over consecutive from/to scopes
      *> of the same text, whose extracts CBLXMRG merges back into the
      *> single-step result. The walk runs past the to-bound far
      *> enough to catch the sequences crossing the seam (see EXTEND-
      *> PARTITION-RANGE) and PARTITION-SUMMARY-DS receives the run's
      *> SUMMARY-STATS. Blank = an ordinary single-step run.
           05 CONTROL-PARTITION-ID PIC X(2).
      *> When 'Y', every match is cited in English chapter/verse
      *> numbering as well as in the Hebrew source's: VERSIFICATION-
      *> DS (XWLKDD) and BOOK-NAME-DS (BKNMDD) are loaded before the
      *> target passes (see LOAD-CROSSWALK), the match report and
      *> concordance lines carry both citations, and every match
      *> record on EXTRACT-DS is followed by its 'ENG ' companion.
           05 CONTROL-CROSSWALK-FLAG PIC X.
              88 CONTROL-CROSSWALK-RUN VALUE 'Y'.
           05 FILLER PIC X(1).
      *------------------------
      * The book manifest. One record per book to process, in reading
      * order: the DD name or data set name holding its text, and the
      *> The gematria value system (CONTROL-VALUE-SYSTEM code) that
      *> scored this match: 'S'/'O'/'K'/'G' - see BUILD-RUN-VALUES.
           05 EXTRACT-VALUE-SYSTEM  PIC X.
      *> The header record, first on every extract (see WRITE-
      *> EXTRACT-HEADER): 'HDR ' where a match record carries its
      *> NAME-NUMBER, the run identifier and run date, the value
      *> system, the from/to book-chapter scan scope as given on the
      *> options record (blank = unbounded), on a partitioned run the
      *> partition number, and 'Y' when the extract carries English
      *> companion records.
       01  EXTRACT-HEADER-REC.
           05 EXTRACT-RECORD-TYPE      PIC X(4).
              88 EXTRACT-HEADER-TYPE  VALUE 'HDR '.
              88 EXTRACT-TRAILER-TYPE VALUE 'TRL '.
              88 EXTRACT-ENGLISH-TYPE VALUE 'ENG '.
           05 EXTRACT-HDR-RUN-ID       PIC X(8).
           05 EXTRACT-HDR-RUN-DATE     PIC X(8).
           05 EXTRACT-HDR-VALUE-SYSTEM PIC X.
           05 EXTRACT-HDR-FROM-BOOK    PIC X(3).
           05 EXTRACT-HDR-FROM-CHAPTER PIC X(3).
           05 EXTRACT-HDR-TO-BOOK      PIC X(3).
           05 EXTRACT-HDR-TO-CHAPTER   PIC X(3).
           05 EXTRACT-HDR-PARTITION-ID PIC X(2).
           05 EXTRACT-HDR-CROSSWALK    PIC X.
           05 FILLER                   PIC X(2).
      *> The trailer record, last on a complete extract (see WRITE-
      *> EXTRACT-TRAILER): 'TRL ', the number of match records and
      *> the sum of their NAME-NUMBERs.
       01  EXTRACT-TRAILER-REC.
           05 FILLER                   PIC X(4).
           05 EXTRACT-TRL-RECORD-COUNT PIC 9(9).
           05 EXTRACT-TRL-HASH-TOTAL   PIC 9(15).
           05 FILLER                   PIC X(10).
      *> On a crosswalk run, the companion record following every
      *> match record (see WRITE-EXTRACT-COMPANION): 'ENG ' and the
      *> match's start and end verse in English numbering - book,
      *> chapter and verse, verse 000 being a psalm's title. An end
      *> that is a crosswalk gap is left blank and the gap flag set
      *> to 'Y'. Not counted in the trailer's totals.
       01  EXTRACT-ENGLISH-REC.
           05 FILLER                    PIC X(4).
           05 EXTRACT-ENG-START-BOOK    PIC X(3).
           05 EXTRACT-ENG-START-CHAPTER PIC X(3).
           05 EXTRACT-ENG-START-VERSE   PIC X(3).
           05 EXTRACT-ENG-END-BOOK      PIC X(3).
           05 EXTRACT-ENG-END-CHAPTER   PIC X(3).
           05 EXTRACT-ENG-END-VERSE     PIC X(3).
           05 EXTRACT-ENG-GAP-FLAG      PIC X.
           05 FILLER                    PIC X(15).
      *------------------------
      * The certified control totals, one record per BOOK-ID/CHAPTER:
      * the chapter's word count, letter count (WDS-WORD-LENGTH
      * summed) and standard-value total (WDS-WORD-VALUE-SYS(1)
      * summed) as PROCESS-LINE/STORE-WORD-ENTRY produced them when
      * the text was signed off, and the date it was certified.
       FD  CERTIFIED-TOTALS-DS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  CERTIFIED-TOTALS-REC.
           05 CERT-BOOK-ID      PIC X(3).
           05 CERT-CHAPTER      PIC X(3).
           05 CERT-WORD-COUNT   PIC 9(7).
           05 CERT-LETTER-COUNT PIC 9(9).
           05 CERT-STD-TOTAL    PIC 9(11).
           05 CERT-DATE         PIC X(8).
           05 FILLER            PIC X(39).
      *------------------------
      * The new certified control totals a certification run writes,
      * laid out exactly like CERTIFIED-TOTALS-REC.
       FD  NEW-CERTIFIED-DS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  NEW-CERTIFIED-REC.
           05 NCERT-BOOK-ID      PIC X(3).
           05 NCERT-CHAPTER      PIC X(3).
           05 NCERT-WORD-COUNT   PIC 9(7).
           05 NCERT-LETTER-COUNT PIC 9(9).
           05 NCERT-STD-TOTAL    PIC 9(11).
           05 NCERT-DATE         PIC X(8).
           05 FILLER             PIC X(39).
      *------------------------
      * A partitioned run's summary for CBLXMRG, written once the run
      * has completed (see WRITE-PARTITION-SUMMARY): a 'PHDR' record
      * (partition number, run identifier, words loaded, number of
      * targets) and one 'PTGT' record per target with its SUMMARY-
      * STATS entry and catalog label. The counts cover only matches
      * starting in the partition's own scope (see CHECK-MATCH-OWNED),
      * so the partitions' counts add up to a single-step run's.
       FD  PARTITION-SUMMARY-DS
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
      * The versification crosswalk. One record per range of Hebrew
      * verses whose English chapter/verse numbering differs, in
      * ascending Hebrew BOOK-ID/CHAPTER/FROM-VERSE order: the Hebrew
      * book, chapter and verse range, and the English book, chapter
      * and verse the range's first verse becomes (the rest of the
      * range follows on in step; a blank English book keeps the
      * Hebrew one). English verse 000 is a psalm's superscription,
      * which English Bibles print unnumbered as the psalm's title.
      * A blank English chapter marks verses with no English
      * counterpart. A chapter the crosswalk does not mention is
      * numbered alike in both; every verse of one it does mention
      * must fall in one of its ranges (see FIND-ENGLISH-VERSE).
       FD  VERSIFICATION-DS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  VERSIFICATION-REC.
           05 XWLK-HEB-BOOK       PIC X(3).
           05 XWLK-HEB-CHAPTER    PIC X(3).
           05 XWLK-HEB-FROM-VERSE PIC X(3).
           05 XWLK-HEB-TO-VERSE   PIC X(3).
           05 XWLK-ENG-BOOK       PIC X(3).
           05 XWLK-ENG-CHAPTER    PIC X(3).
           05 XWLK-ENG-FROM-VERSE PIC X(3).
           05 FILLER              PIC X(59).
      *------------------------
      * The book-name table: each BOOK-ID with the full English book
      * name its English citations are printed with.
       FD  BOOK-NAME-DS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  BOOK-NAME-REC.
           05 BKNM-BOOK-ID   PIC X(3).
           05 BKNM-FULL-NAME PIC X(20).
           05 FILLER         PIC X(57).
      *------------------------
      * Same layout CBLXCAT maintains in TARGET-CATALOG-DS (CATDD):
      * one entry per NAME-NUMBER with its label, category,
      * requesting analyst, date added and active/retired status.
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
       WORKING-STORAGE SECTION.
      *------------------------
              88 PATCH-OK VALUE "00".
           05 ECODE-L PIC XX.
              88 LETT-OK VALUE "00".
           05 ECODE-T PIC XX.
              88 CERT-OK VALUE "00".
           05 ECODE-U PIC XX.
              88 NEW-CERT-OK VALUE "00".
           05 ECODE-S PIC XX.
              88 PSUM-OK VALUE "00".
           05 ECODE-V PIC XX.
              88 XWLK-OK VALUE "00".
           05 ECODE-N PIC XX.
              88 BKNM-OK VALUE "00".
           05 ECODE-G PIC XX.
      *> "05" on the open means the OPTIONAL catalog is not there.
              88 CAT-OK VALUE "00" "05".
              88 CAT-NOT-PRESENT VALUE "05".
              88 CAT-NOT-FOUND VALUE "23".
           05 READ-STATUS PIC X VALUE "N".
              88 LAST-REC     VALUE "Y".
              88 NOT-LAST-REC VALUE "N".
           05 PATCH-READ-STATUS PIC X VALUE "N".
              88 LAST-PATCH-REC     VALUE "Y".
              88 NOT-LAST-PATCH-REC VALUE "N".
           05 CERT-READ-STATUS PIC X VALUE "N".
              88 LAST-CERT-REC     VALUE "Y".
              88 NOT-LAST-CERT-REC VALUE "N".
           05 CATALOG-READ-STATUS PIC X VALUE "N".
              88 LAST-CATALOG-REC     VALUE "Y".
              88 NOT-LAST-CATALOG-REC VALUE "N".
           05 XWLK-READ-STATUS PIC X VALUE "N".
              88 LAST-XWLK-REC     VALUE "Y".
              88 NOT-LAST-XWLK-REC VALUE "N".
           05 BKNM-READ-STATUS PIC X VALUE "N".
              88 LAST-BKNM-REC     VALUE "Y".
              88 NOT-LAST-BKNM-REC VALUE "N".

      * Sequence length filter and same-chapter switch, both loaded
      * from the first (options) CONTROL-DS record.
      * positions instead of always ranging over 1 thru WORDS-COUNT.
       01  RANGE-START-POS PIC 9(7) USAGE BINARY VALUE 1.
       01  RANGE-END-POS   PIC 9(7) USAGE BINARY VALUE 0.
      *> Where the scope itself ends. RANGE-END-POS only runs past it
      *> on a partitioned run, into the overlap with the next
      *> partition (see EXTEND-PARTITION-RANGE): a match starting
      *> beyond it is reported and extracted, but belongs to the next
      *> partition's SUMMARY-STATS.
       01  RANGE-CORE-END-POS PIC 9(7) USAGE BINARY VALUE 0.
       01  RANGE-SCAN-I    PIC 9(7) USAGE BINARY.
       *> Has the scan already fixed RANGE-START-POS? A flag rather
       *> than testing RANGE-START-POS itself, which cannot tell
       01  RUN-PROFILE PIC X VALUE 'N'.
           88 IS-RUN-PROFILE VALUE 'Y' WHEN SET TO FALSE IS 'N'.

      * Control-total mode and override, copied out of CONTROL-
      * OPTIONS-REC in BEGIN. RUN-TOTALS-MODE is 'V' (reconcile
      * against CERTDD), 'C' (certify into CERTNDD) or 'N'.
       01  RUN-TOTALS-MODE PIC X VALUE 'N'.
           88 IS-RUN-TOTALS-VERIFY  VALUE 'V'.
           88 IS-RUN-TOTALS-CERTIFY VALUE 'C'.
       01  RUN-TOTALS-MODE-NAME PIC X(9) VALUE 'NONE'.
       01  RUN-TOTALS-OVERRIDE PIC X VALUE 'N'.
           88 IS-RUN-TOTALS-OVERRIDE VALUE 'Y' WHEN SET TO FALSE IS 'N'.

      * The load's control totals, one entry per chapter in scan
      * order, built by BUILD-CHAPTER-TOTALS over the whole word list.
      * CTOT-CERT-FLAG is set once a CERTDD record has reconciled
      * against the entry, so the chapters the certified file never
      * mentions can be picked out afterwards.
       01  CHAPTER-TOTALS-TABLE.
           05 CHAP-TOTAL-COUNT PIC 9(5) USAGE BINARY VALUE 0.
           05 CHAP-TOTAL-ENTRY OCCURS 0 TO 5000 DEPENDING ON
                                CHAP-TOTAL-COUNT.
              10 CTOT-BOOK-ID      PIC X(3).
              10 CTOT-CHAPTER      PIC X(3).
              10 CTOT-WORD-COUNT   PIC 9(7) USAGE BINARY.
              10 CTOT-LETTER-COUNT PIC 9(9) USAGE BINARY.
              10 CTOT-STD-TOTAL    PIC 9(11) USAGE BINARY.
              10 CTOT-CERT-FLAG    PIC X.
       01  CHAP-TOTAL-I PIC 9(5) USAGE BINARY.

      * The books the certified file covers, so a loaded chapter it
      * does not mention can be told apart as an added chapter of a
      * certified book or a chapter of a book never certified.
       01  CERT-BOOK-TABLE.
           05 CERT-BOOK-COUNT PIC 9(3) USAGE BINARY VALUE 0.
           05 CERT-BOOK-ENTRY OCCURS 0 TO 100 DEPENDING ON
                               CERT-BOOK-COUNT
                               PIC X(3).
       01  CERT-BOOK-I PIC 9(3) USAGE BINARY.

      * Reconciliation work fields and tallies: the chapters that
      * reconciled, the ones that drifted (changed, missing from the
      * load, added to it, or in a book never certified), and the
      * certified chapters skipped because their book was not loaded.
       01  RECON-FOUND PIC X VALUE 'N'.
           88 IS-RECON-FOUND VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  RECON-MATCH-COUNT   PIC 9(5) USAGE BINARY VALUE 0.
       01  RECON-DRIFT-COUNT   PIC 9(5) USAGE BINARY VALUE 0.
       01  RECON-SKIPPED-COUNT PIC 9(5) USAGE BINARY VALUE 0.
       01  RECON-STATUS    PIC X(11).
       01  RECON-LOC       PIC X(7).
       01  RECON-WORDS-TXT      PIC X(7).
       01  RECON-CERT-WORDS-TXT PIC X(7).
       01  RECON-LETTERS-TXT      PIC X(9).
       01  RECON-CERT-LETTERS-TXT PIC X(9).
       01  RECON-TOTAL-TXT      PIC X(11).
       01  RECON-CERT-TOTAL-TXT PIC X(11).
       01  RECON-WORDS-ED   PIC ZZZZZZ9.
       01  RECON-LETTERS-ED PIC ZZZZZZZZ9.
       01  RECON-TOTAL-ED   PIC ZZZZZZZZZZ9.
       01  CERTIFY-DATE     PIC X(8).

      * The 22 folded letter names, picked up from the first
      * ALFABET-VALUES entry landing on each ordinal position.
       01  PROFILE-LETTER-NAMES.
                              PIC 9(4) USAGE BINARY.
       01  TARGET-I          PIC 9(4) USAGE BINARY.

      * Catalog-driven run switch, copied out of CONTROL-OPTIONS-REC
      * in BEGIN, and whether TARGET-CATALOG-DS was there to open.
      * TARGET-LABEL runs parallel to TARGET-NUMBERS: each target's
      * catalog label (blank when uncatalogued), loaded once by
      * LOAD-TARGET-CATALOG so the report headings and the summary
      * need no further catalog reads. FIND-TARGET-LABEL leaves the
      * label of NAME-NUMBER in TARGET-LABEL-TXT.
       01  RUN-CATALOG PIC X VALUE 'N'.
           88 IS-RUN-CATALOG VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  CATALOG-PRESENT PIC X VALUE 'N'.
           88 IS-CATALOG-PRESENT VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  TARGET-LABEL-TABLE.
           05 TARGET-LABEL OCCURS 200 TIMES PIC X(30).
       01  TARGET-LABEL-TXT PIC X(30).
       01  CATALOG-RETIRED-COUNT PIC 9(4) USAGE BINARY VALUE 0.

      * Extract control totals. RUN-EXTRACT-ID is the run identifier
      * copied out of CONTROL-OPTIONS-REC in BEGIN (the run date when
      * blank; on a restart, the one already on EXTRACT-DS's header).
      * EXTRACT-RECORD-COUNT/EXTRACT-HASH-TOTAL count the match
      * records written to EXTRACT-DS and sum their NAME-NUMBERs for
      * the trailer record (see WRITE-EXTRACT-DATA) - on a restart,
      * starting from what RECOUNT-EXTRACT finds already written.
       01  RUN-EXTRACT-ID   PIC X(8) VALUE SPACES.
       01  RUN-EXTRACT-DATE PIC X(8).
       01  RUN-EXTRACT-ID-GIVEN PIC X VALUE 'N'.
           88 IS-RUN-EXTRACT-ID-GIVEN VALUE 'Y'
                                      WHEN SET TO FALSE IS 'N'.
       01  EXTRACT-RECORD-COUNT PIC 9(9) USAGE BINARY VALUE 0.
       01  EXTRACT-HASH-TOTAL   PIC 9(15) USAGE BINARY VALUE 0.
       01  EXTRACT-READ-STATUS PIC X VALUE 'N'.
           88 IS-EXTRACT-DONE VALUE 'Y' WHEN SET TO FALSE IS 'N'.

      * Partitioned run (see EXTEND-PARTITION-RANGE): the partition
      * number copied out of CONTROL-OPTIONS-REC in BEGIN, the overlap
      * (in words) the walk runs past the scope's end, the chapter the
      * walk then ends in, and the reading-order first word of the
      * match CHECK-MATCH-OWNED is looking at.
       01  RUN-PARTITION-ID PIC X(2) VALUE SPACES.
           88 IS-RUN-PARTITIONED VALUE '01' THRU '99'.
       01  PARTITION-OVERLAP-WORDS PIC 9(7) USAGE BINARY VALUE 0.
       01  PARTITION-OVERLAP-ED    PIC ZZZZZZ9.
       01  PARTITION-THRU-BOOK     PIC X(3) VALUE SPACES.
       01  PARTITION-THRU-CHAPTER  PIC X(3) VALUE SPACES.
       01  PARTITION-CHAPTER-END PIC X VALUE 'N'.
           88 IS-PARTITION-CHAPTER-END VALUE 'Y'
                                       WHEN SET TO FALSE IS 'N'.
       01  MATCH-FIRST-POS PIC 9(7) USAGE BINARY.
       01  MATCH-OWNED PIC X VALUE 'Y'.
           88 IS-MATCH-OWNED VALUE 'Y' WHEN SET TO FALSE IS 'N'.

      * Versification crosswalk switch, copied out of CONTROL-OPTIONS-
      * REC in BEGIN. XWALK-TABLE holds VERSIFICATION-DS in its
      * ascending Hebrew key order so FIND-ENGLISH-VERSE can binary-
      * search it (XWALK-LOW/-HIGH/-MID, ending at XWALK-AT), and
      * BOOK-NAME-TABLE holds BOOK-NAME-DS; both are loaded by
      * LOAD-CROSSWALK.
       01  RUN-CROSSWALK PIC X VALUE 'N'.
           88 IS-RUN-CROSSWALK VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  XWALK-TABLE.
           05 XWALK-COUNT PIC 9(4) USAGE BINARY VALUE 0.
           05 XWALK-ENTRY OCCURS 0 TO 3000 DEPENDING ON XWALK-COUNT.
              10 XWALK-HEB-KEY.
                 15 XWALK-HEB-BOOK       PIC X(3).
                 15 XWALK-HEB-CHAPTER    PIC X(3).
                 15 XWALK-HEB-FROM-VERSE PIC X(3).
              10 XWALK-HEB-TO-VERSE   PIC X(3).
              10 XWALK-HEB-FROM-NUM   PIC 9(3).
              10 XWALK-ENG-BOOK       PIC X(3).
              10 XWALK-ENG-CHAPTER    PIC X(3).
              10 XWALK-ENG-FROM-NUM   PIC 9(3).
       01  XWALK-LOW  PIC 9(4) USAGE BINARY.
       01  XWALK-HIGH PIC 9(4) USAGE BINARY.
       01  XWALK-MID  PIC 9(4) USAGE BINARY.
       01  XWALK-AT   PIC 9(4) USAGE BINARY.
       01  XWALK-RECORD-ED PIC ZZZ9.
       01  BOOK-NAME-TABLE.
           05 BOOK-NAME-COUNT PIC 9(4) USAGE BINARY VALUE 0.
           05 BOOK-NAME-ENTRY OCCURS 0 TO 200 DEPENDING ON
                               BOOK-NAME-COUNT.
              10 BOOK-NAME-ID   PIC X(3).
              10 BOOK-NAME-FULL PIC X(20).
       01  BOOK-NAME-I PIC 9(4) USAGE BINARY.

      * FIND-ENGLISH-VERSE's argument, a Hebrew verse, and its result:
      * the English book (with its full name), chapter and verse - or
      * the gap flag and the reason there is no English reference.
      * BUILD-ENGLISH-CITATION prints the result into ENGLISH-CITE-TXT
      * (e.g. 'Joel 2:28', 'Psalms 51:title').
       01  XWALK-IN-KEY.
           05 XWALK-IN-BOOK    PIC X(3).
           05 XWALK-IN-CHAPTER PIC X(3).
           05 XWALK-IN-VERSE   PIC X(3).
       01  XWALK-IN-VERSE-NUM PIC 9(3).
       01  ENGLISH-BOOK      PIC X(3).
       01  ENGLISH-BOOK-NAME PIC X(20).
       01  ENGLISH-CHAPTER   PIC X(3).
       01  ENGLISH-VERSE     PIC X(3).
       01  ENGLISH-VERSE-NUM PIC 9(3).
       01  ENGLISH-GAP PIC X VALUE 'N'.
           88 IS-ENGLISH-GAP VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  ENGLISH-GAP-REASON PIC X(44).
       01  ENGLISH-CITE-TXT   PIC X(32).
       01  ENGLISH-START-CITE PIC X(32).
       01  ENGLISH-CITE-PTR   PIC 9(3).
       01  ENGLISH-NUM        PIC 9(3).
       01  ENGLISH-NUM-ED     PIC ZZ9.
       01  ENGLISH-NUM-LEAD   PIC 9 USAGE BINARY.
       01  CONCORD-ENGLISH-TXT PIC X(16).
       01  CONCORD-LOC-LIMIT   PIC 9(3) VALUE 115.

      * The match a companion record is written for, saved before its
      * match record is written (see WRITE-EXTRACT-DATA).
       01  COMPANION-START-KEY PIC X(9).
       01  COMPANION-END-KEY   PIC X(9).

      * Every crosswalk gap listed on EXCEPTION-DS so far, so each
      * verse is listed once however many matches cite it, and the
      * number of distinct gaps for the closing total.
       01  XWALK-GAP-TABLE.
           05 XWALK-GAP-COUNT PIC 9(5) USAGE BINARY VALUE 0.
           05 XWALK-GAP-KEY OCCURS 0 TO 5000 DEPENDING ON
                             XWALK-GAP-COUNT PIC X(9).
       01  XWALK-GAP-I PIC 9(5) USAGE BINARY.
       01  XWALK-GAP-FOUND PIC X VALUE 'N'.
           88 IS-XWALK-GAP-FOUND VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  XWALK-GAP-TOTAL    PIC 9(7) USAGE BINARY VALUE 0.
       01  XWALK-GAP-TOTAL-ED PIC ZZZZZZ9.

      * Relative key into CHECKPOINT-DS, and the target-loop resume
      * point it resolves to. RUN-RESUME-TARGET is the last completed
      * TARGET-I loaded back from CHECKPOINT-LAST-TARGET on a restart
           IF CONTROL-PROFILE-RUN THEN
              SET IS-RUN-PROFILE TO TRUE
           END-IF
           IF CONTROL-TOTALS-VERIFY THEN
              MOVE 'V' TO RUN-TOTALS-MODE
              MOVE 'RECONCILE' TO RUN-TOTALS-MODE-NAME
           END-IF
           IF CONTROL-TOTALS-CERTIFY THEN
              MOVE 'C' TO RUN-TOTALS-MODE
              MOVE 'CERTIFY' TO RUN-TOTALS-MODE-NAME
           END-IF
           IF CONTROL-TOTALS-OVERRIDE THEN
              SET IS-RUN-TOTALS-OVERRIDE TO TRUE
           END-IF
           IF CONTROL-CATALOG-TARGETS THEN
              SET IS-RUN-CATALOG TO TRUE
           END-IF
           IF CONTROL-CROSSWALK-RUN THEN
              SET IS-RUN-CROSSWALK TO TRUE
           END-IF
           MOVE CONTROL-PARTITION-ID TO RUN-PARTITION-ID
           ACCEPT RUN-EXTRACT-DATE FROM DATE YYYYMMDD
           IF CONTROL-RUN-ID = SPACES OR
              CONTROL-RUN-ID = LOW-VALUES THEN
              MOVE RUN-EXTRACT-DATE TO RUN-EXTRACT-ID
           ELSE
              MOVE CONTROL-RUN-ID TO RUN-EXTRACT-ID
              SET IS-RUN-EXTRACT-ID-GIVEN TO TRUE
           END-IF
           IF CONTROL-SEPARATOR-COUNT NUMERIC AND
              CONTROL-SEPARATOR-COUNT > 0 THEN
              MOVE CONTROL-SEPARATOR-COUNT TO RUN-SEPARATOR-COUNT
           PERFORM BUILD-RUN-VALUES

           PERFORM READ-CONTROL-LINE
      *> A catalog-driven run takes every active catalog entry; a
      *> target record as well would leave it unclear which list the
      *> run was meant to search, so the run is rejected.
           IF IS-RUN-CATALOG AND NOT-LAST-CONTROL-REC THEN
              DISPLAY "Error: target NAME-NUMBER records supplied on "
                  "a target-catalog run (CATDD)"
              CLOSE CONTROL-DS
              GOBACK
           END-IF
           PERFORM UNTIL LAST-CONTROL-REC
              IF CONTROL-NAME-NUMBER NOT NUMERIC THEN
                 DISPLAY "Error: non-numeric target NAME-NUMBER '"

           CLOSE CONTROL-DS

           PERFORM LOAD-TARGET-CATALOG

           IF TARGET-COUNT = 0 THEN
              IF IS-RUN-CATALOG THEN
                 DISPLAY "Error: no active targets in the target "
                     "catalog (CATDD)"
              ELSE
                 DISPLAY "Error: no target NAME-NUMBER values supplied"
              END-IF
              GOBACK
           END-IF

           IF IS-RUN-CROSSWALK THEN
              PERFORM LOAD-CROSSWALK
           END-IF

      *> On a restart, the target loop below skips the targets the
      *> checkpoint already marked complete (see SAVE-TARGET-
      *> CHECKPOINT/LOAD-CHECKPOINT), so REPORT-DS and EXTRACT-DS are
      *> died mid-target, that target's partial pages and extract
      *> records are already in these files and its full re-run below
      *> appends them again - dedupe the in-flight target's extract
      *> records downstream. The extract's trailer has to cover the
      *> records already in it, so they are counted first.
           IF IS-RUN-RESTARTED THEN
              PERFORM RECOUNT-EXTRACT
           END-IF

           IF IS-RUN-RESTARTED THEN
              OPEN EXTEND REPORT-DS
           ELSE
              GOBACK
           END-IF

           IF NOT IS-RUN-RESTARTED THEN
              PERFORM WRITE-EXTRACT-HEADER
           END-IF

           IF IS-RUN-RESTARTED THEN
              DISPLAY "Restarting from checkpoint ..."
              PERFORM LOAD-CHECKPOINT
              END-IF
           END-IF

      *> A load that is no longer the signed-off text must not reach
      *> the target passes: its matches would read as new findings.
      *> The reconciliation runs on a restart too, against the
      *> checkpointed word list the passes will actually scan.
           IF IS-RUN-TOTALS-VERIFY OR IS-RUN-TOTALS-CERTIFY THEN
              PERFORM BUILD-CHAPTER-TOTALS
           END-IF

           IF IS-RUN-TOTALS-VERIFY THEN
              PERFORM RECONCILE-CONTROL-TOTALS
              IF RECON-DRIFT-COUNT > 0 AND
                 NOT IS-RUN-TOTALS-OVERRIDE THEN
                 DISPLAY "Error: " RECON-DRIFT-COUNT " chapter(s) "
                     "drifted from the certified control totals "
                     "(CERTDD) - run stopped before the target passes"
                 CLOSE WORDS-DS
                 CLOSE LETTERS-DS
                 CLOSE REPORT-DS
                 CLOSE EXCEPTION-DS
                 CLOSE EXTRACT-DS
                 GOBACK
              END-IF
           END-IF

           IF IS-RUN-TOTALS-CERTIFY THEN
              PERFORM WRITE-CERTIFIED-TOTALS
           END-IF

           PERFORM COMPUTE-RANGE-BOUNDS

      *> A from/to scope that matches no words would silently run the
              GOBACK
           END-IF

           PERFORM EXTEND-PARTITION-RANGE

      *> The equivalence-class report draws on the same distinct-word
      *> table as the concordance listing, so either switch builds it.
           IF IS-RUN-CONCORDANCE OR IS-RUN-VALUE-GROUPS THEN
           END-STRING
           WRITE EXCEPTION-LINE

           IF IS-RUN-CROSSWALK THEN
              MOVE XWALK-GAP-TOTAL TO XWALK-GAP-TOTAL-ED
              MOVE SPACES TO EXCEPTION-LINE
              STRING "TOTAL CROSSWALK GAPS: " XWALK-GAP-TOTAL-ED
                  DELIMITED BY SIZE INTO EXCEPTION-LINE
              END-STRING
              WRITE EXCEPTION-LINE
           END-IF

      *> Only a run that got this far gets a trailer (and, when
      *> partitioned, its partition summary): an extract without one
      *> is rejected downstream as incomplete.
           IF IS-RUN-PARTITIONED THEN
              PERFORM WRITE-PARTITION-SUMMARY
           END-IF

           PERFORM WRITE-EXTRACT-TRAILER

           CLOSE WORDS-DS
           CLOSE LETTERS-DS
           CLOSE REPORT-DS
      * mistyped value-system code (which would otherwise silently
      * fall through to STANDARD), a minimum sequence length above the
      * maximum (which would quietly filter out every match), a
      * chapter scope bound without its book, a partition number that
      * is not 01-99, and an empty or missing ELS skip range on an ELS
      * run.
      *-----------------------------------------------------------------
       VALIDATE-OPTIONS.
           MOVE CONTROL-RESTART-FLAG TO VAL-FLAG-BYTE
           MOVE 'LETTER-PROFILE' TO VAL-FLAG-NAME
           PERFORM VALIDATE-FLAG-BYTE

           MOVE CONTROL-TOTALS-OVERRIDE-FLAG TO VAL-FLAG-BYTE
           MOVE 'TOTALS-OVERRIDE' TO VAL-FLAG-NAME
           PERFORM VALIDATE-FLAG-BYTE

           MOVE CONTROL-CATALOG-FLAG TO VAL-FLAG-BYTE
           MOVE 'TARGET-CATALOG' TO VAL-FLAG-NAME
           PERFORM VALIDATE-FLAG-BYTE

           MOVE CONTROL-CROSSWALK-FLAG TO VAL-FLAG-BYTE
           MOVE 'CROSSWALK' TO VAL-FLAG-NAME
           PERFORM VALIDATE-FLAG-BYTE

           IF NOT (CONTROL-TOTALS-VERIFY OR
                   CONTROL-TOTALS-CERTIFY OR
                   CONTROL-TOTALS-NONE) THEN
              DISPLAY "Error: unknown control-total mode '"
                  CONTROL-TOTALS-MODE "' - use V, C, N or blank"
              CLOSE CONTROL-DS
              GOBACK
           END-IF

           IF CONTROL-TOTALS-OVERRIDE AND
              NOT CONTROL-TOTALS-VERIFY THEN
              DISPLAY "Error: control-total override supplied "
                  "without reconciliation mode V"
              CLOSE CONTROL-DS
              GOBACK
           END-IF

           IF CONTROL-MIN-LEN NOT NUMERIC OR
              CONTROL-MAX-LEN NOT NUMERIC THEN
              DISPLAY "Error: min/max sequence length is not numeric"
              GOBACK
           END-IF

           IF CONTROL-PARTITION-ID NOT = SPACES AND
              (CONTROL-PARTITION-ID NOT NUMERIC OR
               CONTROL-PARTITION-ID = '00') THEN
              DISPLAY "Error: partition number '" CONTROL-PARTITION-ID
                  "' is not 01-99 or blank"
              CLOSE CONTROL-DS
              GOBACK
           END-IF

           IF CONTROL-ELS-SCAN THEN
              IF CONTROL-ELS-MIN-SKIP NOT NUMERIC OR
                 CONTROL-ELS-MAX-SKIP NOT NUMERIC THEN
       END-VALIDATE-FLAG-BYTE.
           EXIT.
      *-----------------------------------------------------------------
      * Called from BEGIN once CONTROL-DS is closed. On a target-
      * catalog run, reads TARGET-CATALOG-DS in NAME-NUMBER order and
      * takes every active entry as a target (retired entries are
      * only counted, for the echo page); otherwise looks each
      * CONTROL-DS target up in the catalog for its label. Either way
      * TARGET-LABEL ends up parallel to TARGET-NUMBERS. Without a
      * catalog a CONTROL-DS run goes on unlabelled, while a target-
      * catalog run is rejected. A restart re-reads the catalog, so
      * it must run against the same catalog as the original run for
      * the checkpointed target position to line up.
      *-----------------------------------------------------------------
       LOAD-TARGET-CATALOG.
           MOVE SPACES TO TARGET-LABEL-TABLE

           OPEN INPUT TARGET-CATALOG-DS

           IF NOT CAT-OK THEN
              DISPLAY "Error opening the target catalog (CATDD)"
                  ECODE-G
              GOBACK
           END-IF

           IF CAT-NOT-PRESENT THEN
              CLOSE TARGET-CATALOG-DS
              IF IS-RUN-CATALOG THEN
                 DISPLAY "Error: target catalog (CATDD) not found on "
                     "a target-catalog run"
                 GOBACK
              END-IF
           ELSE
              SET IS-CATALOG-PRESENT TO TRUE
           END-IF

           IF IS-CATALOG-PRESENT AND IS-RUN-CATALOG THEN
              PERFORM READ-CATALOG-LINE
              PERFORM UNTIL LAST-CATALOG-REC
                 IF CAT-ACTIVE THEN
                    IF TARGET-COUNT >= 200 THEN
                       DISPLAY "Error: more than 200 active targets "
                           "in the target catalog (CATDD)"
                       CLOSE TARGET-CATALOG-DS
                       GOBACK
                    END-IF
                    ADD 1 TO TARGET-COUNT
                    MOVE CAT-NAME-NUMBER TO
                         TARGET-NUMBERS(TARGET-COUNT)
                    MOVE CAT-LABEL TO TARGET-LABEL(TARGET-COUNT)
                 ELSE
                    ADD 1 TO CATALOG-RETIRED-COUNT
                 END-IF
                 PERFORM READ-CATALOG-LINE
              END-PERFORM
           END-IF

           IF IS-CATALOG-PRESENT AND NOT IS-RUN-CATALOG THEN
              PERFORM VARYING TARGET-I FROM 1 BY 1
                 UNTIL TARGET-I > TARGET-COUNT
                    MOVE TARGET-NUMBERS(TARGET-I) TO CAT-NAME-NUMBER
                    READ TARGET-CATALOG-DS
                       INVALID KEY MOVE SPACES TO CAT-LABEL
                    END-READ
                    IF NOT CAT-OK AND NOT CAT-NOT-FOUND THEN
                       DISPLAY "Error reading the target catalog "
                           "(CATDD)" ECODE-G
                       CLOSE TARGET-CATALOG-DS
                       GOBACK
                    END-IF
                    MOVE CAT-LABEL TO TARGET-LABEL(TARGET-I)
              END-PERFORM
           END-IF

           IF IS-CATALOG-PRESENT THEN
              CLOSE TARGET-CATALOG-DS
           END-IF.

       END-LOAD-TARGET-CATALOG.
           EXIT.
      *
       READ-CATALOG-LINE.
           READ TARGET-CATALOG-DS NEXT
              AT END MOVE "Y" TO CATALOG-READ-STATUS
           END-READ.
       END-READ-CATALOG-LINE.
           EXIT.
      *-----------------------------------------------------------------
      * Helper procedure called from WRITE-REPORT-HEADING. Leaves the
      * catalog label of the current NAME-NUMBER in TARGET-LABEL-TXT
      * (blank when the target is uncatalogued or no catalog was
      * read).
      *-----------------------------------------------------------------
       FIND-TARGET-LABEL.
           MOVE SPACES TO TARGET-LABEL-TXT
           PERFORM VARYING TARGET-SCAN-I FROM 1 BY 1
              UNTIL TARGET-SCAN-I > TARGET-COUNT
                 IF TARGET-NUMBERS(TARGET-SCAN-I) = NAME-NUMBER THEN
                    MOVE TARGET-LABEL(TARGET-SCAN-I) TO
                         TARGET-LABEL-TXT
                 END-IF
           END-PERFORM.

       END-FIND-TARGET-LABEL.
           EXIT.
      *-----------------------------------------------------------------
      * Called from BEGIN on a crosswalk run, before anything is
      * opened for output. Loads VERSIFICATION-DS into XWALK-TABLE and
      * BOOK-NAME-DS into BOOK-NAME-TABLE. A crosswalk record with a
      * non-numeric or reversed verse range, an unusable English
      * reference, or out of ascending Hebrew key order (which also
      * catches two ranges claiming the same verse) rejects the run:
      * it would cite verses wrong on every report that uses it.
      *-----------------------------------------------------------------
       LOAD-CROSSWALK.
           OPEN INPUT VERSIFICATION-DS

           IF NOT XWLK-OK THEN
              DISPLAY "Error opening the versification crosswalk "
                  "(XWLKDD)" ECODE-V
              GOBACK
           END-IF

           PERFORM READ-XWLK-LINE
           PERFORM UNTIL LAST-XWLK-REC
              IF XWALK-COUNT >= 3000 THEN
                 DISPLAY "Error: more than 3000 versification "
                     "crosswalk records supplied"
                 CLOSE VERSIFICATION-DS
                 GOBACK
              END-IF
              ADD 1 TO XWALK-COUNT
              MOVE XWALK-COUNT TO XWALK-RECORD-ED

              IF XWLK-HEB-CHAPTER NOT NUMERIC OR
                 XWLK-HEB-FROM-VERSE NOT NUMERIC OR
                 XWLK-HEB-TO-VERSE NOT NUMERIC OR
                 XWLK-HEB-FROM-VERSE > XWLK-HEB-TO-VERSE THEN
                 DISPLAY "Error: crosswalk record " XWALK-RECORD-ED
                     " (" XWLK-HEB-BOOK "-" XWLK-HEB-CHAPTER
                     ") has an unusable Hebrew verse range"
                 CLOSE VERSIFICATION-DS
                 GOBACK
              END-IF

              IF XWLK-ENG-CHAPTER NOT = SPACES AND
                 (XWLK-ENG-CHAPTER NOT NUMERIC OR
                  XWLK-ENG-FROM-VERSE NOT NUMERIC) THEN
                 DISPLAY "Error: crosswalk record " XWALK-RECORD-ED
                     " (" XWLK-HEB-BOOK "-" XWLK-HEB-CHAPTER
                     ") has an unusable English reference"
                 CLOSE VERSIFICATION-DS
                 GOBACK
              END-IF

              MOVE XWLK-HEB-BOOK TO XWALK-HEB-BOOK(XWALK-COUNT)
              MOVE XWLK-HEB-CHAPTER TO XWALK-HEB-CHAPTER(XWALK-COUNT)
              MOVE XWLK-HEB-FROM-VERSE TO
                   XWALK-HEB-FROM-VERSE(XWALK-COUNT)
              MOVE XWLK-HEB-TO-VERSE TO XWALK-HEB-TO-VERSE(XWALK-COUNT)
              MOVE XWLK-HEB-FROM-VERSE TO
                   XWALK-HEB-FROM-NUM(XWALK-COUNT)
              IF XWLK-ENG-BOOK = SPACES THEN
                 MOVE XWLK-HEB-BOOK TO XWALK-ENG-BOOK(XWALK-COUNT)
              ELSE
                 MOVE XWLK-ENG-BOOK TO XWALK-ENG-BOOK(XWALK-COUNT)
              END-IF
              MOVE XWLK-ENG-CHAPTER TO XWALK-ENG-CHAPTER(XWALK-COUNT)
              IF XWLK-ENG-CHAPTER = SPACES THEN
                 MOVE 0 TO XWALK-ENG-FROM-NUM(XWALK-COUNT)
              ELSE
                 MOVE XWLK-ENG-FROM-VERSE TO
                      XWALK-ENG-FROM-NUM(XWALK-COUNT)
              END-IF

      *> In key order, and clear of the previous range when it is in
      *> the same chapter.
              IF XWALK-COUNT > 1 THEN
                 IF XWALK-HEB-KEY(XWALK-COUNT) NOT >
                    XWALK-HEB-KEY(XWALK-COUNT - 1) OR
                    (XWALK-HEB-BOOK(XWALK-COUNT) =
                     XWALK-HEB-BOOK(XWALK-COUNT - 1) AND
                     XWALK-HEB-CHAPTER(XWALK-COUNT) =
                     XWALK-HEB-CHAPTER(XWALK-COUNT - 1) AND
                     XWALK-HEB-FROM-VERSE(XWALK-COUNT) NOT >
                     XWALK-HEB-TO-VERSE(XWALK-COUNT - 1)) THEN
                    DISPLAY "Error: crosswalk record " XWALK-RECORD-ED
                        " (" XWLK-HEB-BOOK "-" XWLK-HEB-CHAPTER "-"
                        XWLK-HEB-FROM-VERSE ") is out of order or "
                        "overlaps the one before it"
                    CLOSE VERSIFICATION-DS
                    GOBACK
                 END-IF
              END-IF

              PERFORM READ-XWLK-LINE
           END-PERFORM

           CLOSE VERSIFICATION-DS

           OPEN INPUT BOOK-NAME-DS

           IF NOT BKNM-OK THEN
              DISPLAY "Error opening the book-name table (BKNMDD)"
                  ECODE-N
              GOBACK
           END-IF

           PERFORM READ-BKNM-LINE
           PERFORM UNTIL LAST-BKNM-REC
              IF BOOK-NAME-COUNT >= 200 THEN
                 DISPLAY "Error: more than 200 book-name records "
                     "supplied"
                 CLOSE BOOK-NAME-DS
                 GOBACK
              END-IF
              ADD 1 TO BOOK-NAME-COUNT
              MOVE BKNM-BOOK-ID TO BOOK-NAME-ID(BOOK-NAME-COUNT)
              MOVE BKNM-FULL-NAME TO BOOK-NAME-FULL(BOOK-NAME-COUNT)
              PERFORM READ-BKNM-LINE
           END-PERFORM

           CLOSE BOOK-NAME-DS

           IF BOOK-NAME-COUNT = 0 THEN
              DISPLAY "Error: book-name table (BKNMDD) is empty"
              GOBACK
           END-IF.

       END-LOAD-CROSSWALK.
           EXIT.
      *
       READ-XWLK-LINE.
           READ VERSIFICATION-DS AT END MOVE "Y" TO XWLK-READ-STATUS
           END-READ.
       END-READ-XWLK-LINE.
           EXIT.
      *
       READ-BKNM-LINE.
           READ BOOK-NAME-DS AT END MOVE "Y" TO BKNM-READ-STATUS
           END-READ.
       END-READ-BKNM-LINE.
           EXIT.
      *-----------------------------------------------------------------
      * Gives the English reference of the Hebrew verse in XWALK-IN-
      * KEY. The crosswalk range holding the verse, if any, is the
      * last XWALK-TABLE entry keyed at or before it (binary search
      * for the first entry keyed after it); its English verse is the
      * range's English from-verse plus the verse's place in the
      * range. A chapter the crosswalk does not mention keeps its
      * numbering. The verse is a gap - IS-ENGLISH-GAP, with the
      * reason in ENGLISH-GAP-REASON - when its range has no English
      * counterpart, when its chapter is in the crosswalk but no
      * range holds it, or when its English book has no full name in
      * BOOK-NAME-TABLE.
      *-----------------------------------------------------------------
       FIND-ENGLISH-VERSE.
           SET IS-ENGLISH-GAP TO FALSE
           MOVE SPACES TO ENGLISH-GAP-REASON
           MOVE XWALK-IN-BOOK TO ENGLISH-BOOK
           MOVE XWALK-IN-CHAPTER TO ENGLISH-CHAPTER
           MOVE XWALK-IN-VERSE TO ENGLISH-VERSE

           MOVE 1 TO XWALK-LOW
           COMPUTE XWALK-HIGH = XWALK-COUNT + 1
           PERFORM UNTIL XWALK-LOW >= XWALK-HIGH
              COMPUTE XWALK-MID = (XWALK-LOW + XWALK-HIGH) / 2
              IF XWALK-HEB-KEY(XWALK-MID) NOT > XWALK-IN-KEY THEN
                 COMPUTE XWALK-LOW = XWALK-MID + 1
              ELSE
                 MOVE XWALK-MID TO XWALK-HIGH
              END-IF
           END-PERFORM
           COMPUTE XWALK-AT = XWALK-LOW - 1

           EVALUATE TRUE
           WHEN XWALK-AT > 0 AND
                XWALK-HEB-BOOK(XWALK-AT) = XWALK-IN-BOOK AND
                XWALK-HEB-CHAPTER(XWALK-AT) = XWALK-IN-CHAPTER AND
                XWALK-HEB-TO-VERSE(XWALK-AT) NOT < XWALK-IN-VERSE
              IF XWALK-ENG-CHAPTER(XWALK-AT) = SPACES THEN
                 SET IS-ENGLISH-GAP TO TRUE
                 MOVE 'no English counterpart in the crosswalk'
                     TO ENGLISH-GAP-REASON
              ELSE
                 MOVE XWALK-IN-VERSE TO XWALK-IN-VERSE-NUM
                 COMPUTE ENGLISH-VERSE-NUM =
                    XWALK-ENG-FROM-NUM(XWALK-AT) + XWALK-IN-VERSE-NUM
                    - XWALK-HEB-FROM-NUM(XWALK-AT)
                 MOVE XWALK-ENG-BOOK(XWALK-AT) TO ENGLISH-BOOK
                 MOVE XWALK-ENG-CHAPTER(XWALK-AT) TO ENGLISH-CHAPTER
                 MOVE ENGLISH-VERSE-NUM TO ENGLISH-VERSE
              END-IF
           WHEN XWALK-AT > 0 AND
                XWALK-HEB-BOOK(XWALK-AT) = XWALK-IN-BOOK AND
                XWALK-HEB-CHAPTER(XWALK-AT) = XWALK-IN-CHAPTER
              SET IS-ENGLISH-GAP TO TRUE
              MOVE 'verse not in any of its chapter''s ranges'
                  TO ENGLISH-GAP-REASON
           WHEN XWALK-LOW <= XWALK-COUNT AND
                XWALK-HEB-BOOK(XWALK-LOW) = XWALK-IN-BOOK AND
                XWALK-HEB-CHAPTER(XWALK-LOW) = XWALK-IN-CHAPTER
              SET IS-ENGLISH-GAP TO TRUE
              MOVE 'verse not in any of its chapter''s ranges'
                  TO ENGLISH-GAP-REASON
           END-EVALUATE

           IF NOT IS-ENGLISH-GAP THEN
              MOVE SPACES TO ENGLISH-BOOK-NAME
              PERFORM VARYING BOOK-NAME-I FROM 1 BY 1
                 UNTIL BOOK-NAME-I > BOOK-NAME-COUNT OR
                       ENGLISH-BOOK-NAME NOT = SPACES
                    IF BOOK-NAME-ID(BOOK-NAME-I) = ENGLISH-BOOK THEN
                       MOVE BOOK-NAME-FULL(BOOK-NAME-I) TO
                            ENGLISH-BOOK-NAME
                    END-IF
              END-PERFORM
              IF ENGLISH-BOOK-NAME = SPACES THEN
                 SET IS-ENGLISH-GAP TO TRUE
                 STRING 'no name for book ' ENGLISH-BOOK
                        ' in the book-name table'
                        DELIMITED BY SIZE INTO ENGLISH-GAP-REASON
                 END-STRING
              END-IF
           END-IF

           IF IS-ENGLISH-GAP THEN
              PERFORM NOTE-CROSSWALK-GAP
           END-IF.

       END-FIND-ENGLISH-VERSE.
           EXIT.
      *-----------------------------------------------------------------
      * Helper procedure called from FIND-ENGLISH-VERSE. Lists the gap
      * verse in XWALK-IN-KEY on EXCEPTION-DS with its reason, the
      * first time it comes up only.
      *-----------------------------------------------------------------
       NOTE-CROSSWALK-GAP.
           SET IS-XWALK-GAP-FOUND TO FALSE
           PERFORM VARYING XWALK-GAP-I FROM 1 BY 1
              UNTIL XWALK-GAP-I > XWALK-GAP-COUNT OR
                    IS-XWALK-GAP-FOUND
                 IF XWALK-GAP-KEY(XWALK-GAP-I) = XWALK-IN-KEY THEN
                    SET IS-XWALK-GAP-FOUND TO TRUE
                 END-IF
           END-PERFORM

           IF NOT IS-XWALK-GAP-FOUND THEN
      *> Past the table's size a gap can no longer be told from one
      *> already listed, so it is listed again rather than dropped.
              IF XWALK-GAP-COUNT < 5000 THEN
                 ADD 1 TO XWALK-GAP-COUNT
                 MOVE XWALK-IN-KEY TO XWALK-GAP-KEY(XWALK-GAP-COUNT)
              END-IF
              ADD 1 TO XWALK-GAP-TOTAL

              MOVE SPACES TO EXCEPTION-LINE
              STRING XWALK-IN-BOOK "-"
                     XWALK-IN-CHAPTER "-"
                     XWALK-IN-VERSE
                     "  crosswalk gap: "
                     ENGLISH-GAP-REASON
                     DELIMITED BY SIZE INTO EXCEPTION-LINE
              END-STRING
              WRITE EXCEPTION-LINE
           END-IF.

       END-NOTE-CROSSWALK-GAP.
           EXIT.
      *-----------------------------------------------------------------
      * Helper procedure called after FIND-ENGLISH-VERSE. Prints its
      * result into ENGLISH-CITE-TXT as the English reader cites it -
      * full book name, chapter:verse without leading zeros, 'title'
      * for a psalm's superscription - or as '(CROSSWALK GAP)'.
      *-----------------------------------------------------------------
       BUILD-ENGLISH-CITATION.
           MOVE SPACES TO ENGLISH-CITE-TXT

           IF IS-ENGLISH-GAP THEN
              MOVE '(CROSSWALK GAP)' TO ENGLISH-CITE-TXT
              EXIT PARAGRAPH
           END-IF

           MOVE 1 TO ENGLISH-CITE-PTR
           STRING ENGLISH-BOOK-NAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  INTO ENGLISH-CITE-TXT WITH POINTER ENGLISH-CITE-PTR
           END-STRING

           MOVE ENGLISH-CHAPTER TO ENGLISH-NUM
           PERFORM APPEND-ENGLISH-NUMBER

           STRING ':' DELIMITED BY SIZE
                  INTO ENGLISH-CITE-TXT WITH POINTER ENGLISH-CITE-PTR
           END-STRING

           IF ENGLISH-VERSE = '000' THEN
              STRING 'title' DELIMITED BY SIZE
                     INTO ENGLISH-CITE-TXT WITH POINTER ENGLISH-CITE-PTR
              END-STRING
           ELSE
              MOVE ENGLISH-VERSE TO ENGLISH-NUM
              PERFORM APPEND-ENGLISH-NUMBER
           END-IF.

       END-BUILD-ENGLISH-CITATION.
           EXIT.
      *
       APPEND-ENGLISH-NUMBER.
           MOVE ENGLISH-NUM TO ENGLISH-NUM-ED
           MOVE 0 TO ENGLISH-NUM-LEAD
           INSPECT ENGLISH-NUM-ED TALLYING ENGLISH-NUM-LEAD
              FOR LEADING SPACES
           STRING ENGLISH-NUM-ED(ENGLISH-NUM-LEAD + 1:)
                  DELIMITED BY SIZE
                  INTO ENGLISH-CITE-TXT WITH POINTER ENGLISH-CITE-PTR
           END-STRING.
       END-APPEND-ENGLISH-NUMBER.
           EXIT.
      *-----------------------------------------------------------------
      * Helper procedure called from WRITE-CONCORDANCE-SECTION. Puts
      * the English chapter:verse of the occurrence in XWALK-IN-KEY in
      * CONCORD-ENGLISH-TXT - with the English BOOK-ID in front when
      * it is not the Hebrew one, '(GAP)' for a crosswalk gap.
      *-----------------------------------------------------------------
       BUILD-CONCORDANCE-ENGLISH.
           PERFORM FIND-ENGLISH-VERSE
           MOVE SPACES TO CONCORD-ENGLISH-TXT

           IF IS-ENGLISH-GAP THEN
              MOVE '(GAP)' TO CONCORD-ENGLISH-TXT
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ENGLISH-CITE-TXT
           MOVE 1 TO ENGLISH-CITE-PTR
           STRING '(' DELIMITED BY SIZE
                  INTO ENGLISH-CITE-TXT WITH POINTER ENGLISH-CITE-PTR
           END-STRING
           IF ENGLISH-BOOK NOT = XWALK-IN-BOOK THEN
              STRING ENGLISH-BOOK ' ' DELIMITED BY SIZE
                     INTO ENGLISH-CITE-TXT WITH POINTER ENGLISH-CITE-PTR
              END-STRING
           END-IF
           MOVE ENGLISH-CHAPTER TO ENGLISH-NUM
           PERFORM APPEND-ENGLISH-NUMBER
           STRING ':' DELIMITED BY SIZE
                  INTO ENGLISH-CITE-TXT WITH POINTER ENGLISH-CITE-PTR
           END-STRING
           IF ENGLISH-VERSE = '000' THEN
              STRING 'title' DELIMITED BY SIZE
                     INTO ENGLISH-CITE-TXT WITH POINTER ENGLISH-CITE-PTR
              END-STRING
           ELSE
              MOVE ENGLISH-VERSE TO ENGLISH-NUM
              PERFORM APPEND-ENGLISH-NUMBER
           END-IF
           STRING ')' DELIMITED BY SIZE
                  INTO ENGLISH-CITE-TXT WITH POINTER ENGLISH-CITE-PTR
           END-STRING
           MOVE ENGLISH-CITE-TXT TO CONCORD-ENGLISH-TXT.

       END-BUILD-CONCORDANCE-ENGLISH.
           EXIT.
      *-----------------------------------------------------------------
      * Called from BEGIN as soon as REPORT-DS is open. Writes the
      * parameter-echo page: every option as the run interpreted it
      * (switches normalized to Y/N, the value system by name, the
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           STRING 'EXTRACT RUN ID:            ' RUN-EXTRACT-ID
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           IF IS-RUN-PARTITIONED THEN
              STRING 'PARTITION:                 ' RUN-PARTITION-ID
                     DELIMITED BY SIZE INTO REPORT-TEXT
              END-STRING
           ELSE
              MOVE 'PARTITION:                 (NONE)' TO REPORT-TEXT
           END-IF
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           STRING 'VALUE SYSTEM:              ' RUN-VALUE-SYSTEM-NAME
                  DELIMITED BY SIZE INTO REPORT-TEXT
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           STRING 'CONTROL TOTALS:            ' RUN-TOTALS-MODE-NAME
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           STRING 'CONTROL TOTALS OVERRIDE:   ' RUN-TOTALS-OVERRIDE
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           STRING 'TARGET CATALOG:            ' RUN-CATALOG
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           STRING 'VERSIFICATION CROSSWALK:   ' RUN-CROSSWALK
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           IF IS-RUN-CROSSWALK THEN
              MOVE SPACES TO REPORT-TEXT
              MOVE XWALK-COUNT TO XWALK-RECORD-ED
              STRING '  CROSSWALK RANGES:        ' XWALK-RECORD-ED
                     DELIMITED BY SIZE INTO REPORT-TEXT
              END-STRING
              WRITE REPORT-REC
              MOVE SPACES TO REPORT-TEXT
              MOVE BOOK-NAME-COUNT TO XWALK-RECORD-ED
              STRING '  BOOK NAMES:              ' XWALK-RECORD-ED
                     DELIMITED BY SIZE INTO REPORT-TEXT
              END-STRING
              WRITE REPORT-REC
           END-IF

           MOVE SPACES TO REPORT-TEXT
           STRING 'ELS SCAN:                  ' RUN-ELS
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           IF IS-RUN-ELS THEN
              MOVE SPACES TO REPORT-TEXT
              MOVE 1 TO ECHO-PTR
              MOVE RUN-ELS-MIN-SKIP TO ELS-SKIP-ED
              STRING 'ELS SKIP RANGE:            ' ELS-SKIP-ED
                     DELIMITED BY SIZE INTO REPORT-TEXT
                     WITH POINTER ECHO-PTR
              END-STRING
                     DELIMITED BY SIZE INTO REPORT-TEXT
              END-STRING
              WRITE REPORT-REC
           END-IF

           IF CATALOG-RETIRED-COUNT > 0 THEN
              MOVE CATALOG-RETIRED-COUNT TO ECHO-NUM-ED
              MOVE SPACES TO REPORT-TEXT
              STRING 'RETIRED CATALOG TARGETS SKIPPED: ' ECHO-NUM-ED
                     DELIMITED BY SIZE INTO REPORT-TEXT
              END-STRING
              WRITE REPORT-REC
           END-IF.

       END-WRITE-OPTIONS-ECHO.
       END-COMPUTE-RANGE-BOUNDS.
           EXIT.
      *-----------------------------------------------------------------
      * Called once from BEGIN after COMPUTE-RANGE-BOUNDS. Keeps the
      * scope's own end in RANGE-CORE-END-POS and, on a partitioned run
      * with a to-bound (every partition but the last), moves RANGE-
      * END-POS on into the next partition's words so a sequence
      * starting in this partition but ending in the next is still
      * found. Every word carries a value of at least 1, so a sequence
      * summing to a target spans at most that many words: the overlap
      * is the largest target value, in words, carried on to the end
      * of the chapter it falls in so the aggregate scan never sees a
      * part-chapter. What the overlap finds that starts past the
      * scope is the next partition's too - CBLXMRG drops the copies.
      *-----------------------------------------------------------------
       EXTEND-PARTITION-RANGE.
           MOVE RANGE-END-POS TO RANGE-CORE-END-POS

           IF NOT IS-RUN-PARTITIONED OR RUN-TO-BOOK = LOW-VALUES THEN
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO PARTITION-OVERLAP-WORDS
           PERFORM VARYING TARGET-I FROM 1 BY 1
              UNTIL TARGET-I > TARGET-COUNT
                 IF TARGET-NUMBERS(TARGET-I) >
                    PARTITION-OVERLAP-WORDS THEN
                    MOVE TARGET-NUMBERS(TARGET-I) TO
                         PARTITION-OVERLAP-WORDS
                 END-IF
           END-PERFORM

           COMPUTE RANGE-END-POS =
              RANGE-CORE-END-POS + PARTITION-OVERLAP-WORDS
           IF RANGE-END-POS > WORDS-COUNT OF GENESIS-NUMBERED THEN
              MOVE WORDS-COUNT OF GENESIS-NUMBERED TO RANGE-END-POS
           END-IF

           MOVE RANGE-END-POS TO WORD-REL-KEY
           PERFORM READ-PARTITION-WORD
           MOVE WDS-BOOK-ID TO PARTITION-THRU-BOOK
           MOVE WDS-CHAPTER TO PARTITION-THRU-CHAPTER

           SET IS-PARTITION-CHAPTER-END TO FALSE
           PERFORM UNTIL IS-PARTITION-CHAPTER-END
              IF RANGE-END-POS >= WORDS-COUNT OF GENESIS-NUMBERED THEN
                 SET IS-PARTITION-CHAPTER-END TO TRUE
              ELSE
                 COMPUTE WORD-REL-KEY = RANGE-END-POS + 1
                 PERFORM READ-PARTITION-WORD
                 IF WDS-BOOK-ID = PARTITION-THRU-BOOK AND
                    WDS-CHAPTER = PARTITION-THRU-CHAPTER THEN
                    ADD 1 TO RANGE-END-POS
                 ELSE
                    SET IS-PARTITION-CHAPTER-END TO TRUE
                 END-IF
              END-IF
           END-PERFORM

           COMPUTE PARTITION-OVERLAP-WORDS =
              RANGE-END-POS - RANGE-CORE-END-POS.

       END-EXTEND-PARTITION-RANGE.
           EXIT.
      *
       READ-PARTITION-WORD.
           READ WORDS-DS
              INVALID KEY CONTINUE
           END-READ

           IF NOT WORD-OK THEN
              DISPLAY "Error reading the word list (WORDDD)" ECODE-W
              GOBACK
           END-IF.

       END-READ-PARTITION-WORD.
           EXIT.
      *-----------------------------------------------------------------
      * Helper procedure called from PRINT-REPORT for every reported
      * match. The match belongs to this run's SUMMARY-STATS when its
      * first word in reading order lies within the scope itself
      * (always so unless the run is partitioned). A reverse pass
      * walks mirrored positions, so there the first word in reading
      * order is the one END-WORD mirrors to.
      *-----------------------------------------------------------------
       CHECK-MATCH-OWNED.
           IF IS-REVERSE-SCAN THEN
              COMPUTE MATCH-FIRST-POS =
                 RANGE-END-POS - END-WORD + RANGE-START-POS
           ELSE
              MOVE START-WORD TO MATCH-FIRST-POS
           END-IF

           IF MATCH-FIRST-POS <= RANGE-CORE-END-POS THEN
              SET IS-MATCH-OWNED TO TRUE
           ELSE
              SET IS-MATCH-OWNED TO FALSE
           END-IF.

       END-CHECK-MATCH-OWNED.
           EXIT.
      *-----------------------------------------------------------------
      * Called from BEGIN at the end of a partitioned run, before the
      * extract trailer. Writes PARTITION-SUMMARY-DS for CBLXMRG: the
      * 'PHDR' record, then one 'PTGT' record per target carrying its
      * SUMMARY-STATS entry and catalog label.
      *-----------------------------------------------------------------
       WRITE-PARTITION-SUMMARY.
           OPEN OUTPUT PARTITION-SUMMARY-DS

           IF NOT PSUM-OK THEN
              DISPLAY "Error opening the partition summary (PSUMDD)"
                  ECODE-S
              GOBACK
           END-IF

           MOVE SPACES TO PARTITION-SUMMARY-REC
           SET PSUM-HEADER-TYPE TO TRUE
           MOVE RUN-PARTITION-ID TO PSUM-PARTITION-ID
           MOVE RUN-EXTRACT-ID TO PSUM-RUN-ID
           MOVE WORDS-COUNT OF GENESIS-NUMBERED TO PSUM-WORDS-COUNT
           MOVE TARGET-COUNT TO PSUM-TARGET-COUNT
           WRITE PARTITION-SUMMARY-REC

           PERFORM VARYING TARGET-I FROM 1 BY 1
              UNTIL TARGET-I > TARGET-COUNT
                 MOVE SPACES TO PARTITION-TARGET-REC
                 SET PSUM-TARGET-TYPE TO TRUE
                 MOVE SUMMARY-NAME-NUMBER(TARGET-I) TO PSUM-NAME-NUMBER
                 MOVE SUMMARY-MATCH-COUNT(TARGET-I) TO PSUM-MATCH-COUNT
                 MOVE SUMMARY-MIN-LEN(TARGET-I) TO PSUM-MIN-LEN
                 MOVE SUMMARY-MAX-LEN(TARGET-I) TO PSUM-MAX-LEN
                 MOVE TARGET-LABEL(TARGET-I) TO PSUM-LABEL
                 WRITE PARTITION-TARGET-REC

                 IF NOT PSUM-OK THEN
                    DISPLAY "Error writing the partition summary "
                        "(PSUMDD)" ECODE-S
                    GOBACK
                 END-IF
           END-PERFORM

           CLOSE PARTITION-SUMMARY-DS.

       END-WRITE-PARTITION-SUMMARY.
           EXIT.
      *-----------------------------------------------------------------
      * Writes the CHECKPOINT-DS header (relative position 1) right
      * after the GENESIS-DS read loop finishes: WORDS-COUNT and
      * EXCEPTION-COUNT, and CHECKPOINT-LAST-TARGET reset to zero (no
           MOVE 1 TO CHECKPOINT-REL-KEY
           WRITE CHECKPOINT-HEADER-REC

           CLOSE CHECKPOINT-DS.

       END-SAVE-CHECKPOINT.
           EXIT.
      *-----------------------------------------------------------------
      * Called from BEGIN's target loop once a target pass's report has
      * been written. Records TARGET-I as the last completed target
      * (CHECKPOINT-LAST-TARGET in the header) and saves its
      * SUMMARY-STATS entry at relative position TARGET-I + 1, so a
      * restart can skip straight past it (see LOAD-CHECKPOINT) instead
      * of re-running and re-reporting it.
      *-----------------------------------------------------------------
       SAVE-TARGET-CHECKPOINT.
           OPEN I-O CHECKPOINT-DS

           IF NOT CKPT-OK THEN
              DISPLAY "Error opening the checkpoint data set (CKPT)"
                  ECODE-K
              GOBACK
           END-IF

           MOVE 1 TO CHECKPOINT-REL-KEY
           READ CHECKPOINT-DS
              INVALID KEY CONTINUE
           END-READ

           IF NOT CKPT-OK THEN
              DISPLAY "Error reading the checkpoint data set (CKPT)"
                  ECODE-K
              GOBACK
           END-IF

           MOVE TARGET-I TO CHECKPOINT-LAST-TARGET
           REWRITE CHECKPOINT-HEADER-REC

           IF NOT CKPT-OK THEN
              DISPLAY "Error writing the checkpoint data set (CKPT)"
                  ECODE-K
              GOBACK
           END-IF

           COMPUTE CHECKPOINT-REL-KEY = TARGET-I + 1
           MOVE SUMMARY-MATCH-COUNT(TARGET-I) TO
                CHECKPOINT-TARGET-MATCH-COUNT
           MOVE SUMMARY-MIN-LEN(TARGET-I) TO CHECKPOINT-TARGET-MIN-LEN
           MOVE SUMMARY-MAX-LEN(TARGET-I) TO CHECKPOINT-TARGET-MAX-LEN
           WRITE CHECKPOINT-TARGET-REC

           IF NOT CKPT-OK THEN
              DISPLAY "Error writing the checkpoint data set (CKPT)"
                  ECODE-K
              GOBACK
           END-IF

           CLOSE CHECKPOINT-DS.

       END-SAVE-TARGET-CHECKPOINT.
           EXIT.
      *-----------------------------------------------------------------
      * Loads WORDS-COUNT, EXCEPTION-COUNT and the last completed
      * TARGET-I back from the CHECKPOINT-DS header on a restart. The
      * caller reopens WORDS-DS for input afterwards, in place of
      * re-reading GENESIS-DS and re-running PROCESS-LINE. For every
      * target up to RUN-RESUME-TARGET, also restores its saved
      * SUMMARY-STATS entry so PRINT-SUMMARY (and WRITE-CONTROL-
      * BASELINE-SECTION, if it runs) report the earlier completed
      * targets correctly even though the target loop itself skips
      * straight past them.
      *-----------------------------------------------------------------
       LOAD-CHECKPOINT.
           OPEN INPUT CHECKPOINT-DS

           IF NOT CKPT-OK THEN
              DISPLAY "Error opening the checkpoint data set (CKPT)"
                  ECODE-K
              GOBACK
           END-IF

           MOVE 1 TO CHECKPOINT-REL-KEY
           READ CHECKPOINT-DS
              INVALID KEY MOVE "Y" TO CHECKPOINT-READ-STATUS
           END-READ

           IF LAST-CHECKPOINT-REC THEN
              DISPLAY "Error: checkpoint data set (CKPT) is empty"
              CLOSE CHECKPOINT-DS
              GOBACK
           END-IF

           MOVE CHECKPOINT-WORD-COUNT TO WORDS-COUNT OF GENESIS-NUMBERED
           MOVE CHECKPOINT-EXCEPTION-COUNT TO EXCEPTION-COUNT
           MOVE CHECKPOINT-LETTER-COUNT TO LETTERS-COUNT
           MOVE CHECKPOINT-LAST-TARGET TO RUN-RESUME-TARGET

           IF RUN-RESUME-TARGET > TARGET-COUNT THEN
              MOVE TARGET-COUNT TO RUN-RESUME-TARGET
           END-IF

           PERFORM VARYING TARGET-I FROM 1 BY 1
              UNTIL TARGET-I > RUN-RESUME-TARGET
                 COMPUTE CHECKPOINT-REL-KEY = TARGET-I + 1
                 READ CHECKPOINT-DS
                    INVALID KEY CONTINUE
                 END-READ

                 IF NOT CKPT-OK THEN
                    DISPLAY "Error reading the checkpoint data set "
                        "(CKPT)" ECODE-K
                    GOBACK
                 END-IF

                 MOVE TARGET-NUMBERS(TARGET-I) TO
                      SUMMARY-NAME-NUMBER(TARGET-I)
                 MOVE CHECKPOINT-TARGET-MATCH-COUNT TO
                      SUMMARY-MATCH-COUNT(TARGET-I)
                 MOVE CHECKPOINT-TARGET-MIN-LEN TO
                      SUMMARY-MIN-LEN(TARGET-I)
                 MOVE CHECKPOINT-TARGET-MAX-LEN TO
                      SUMMARY-MAX-LEN(TARGET-I)
           END-PERFORM

           CLOSE CHECKPOINT-DS.

       END-LOAD-CHECKPOINT.
           EXIT.
      *-----------------------------------------------------------------
      * Called from BEGIN once the word list is built (or reloaded on
      * a restart) when the options record asks for a reconciliation
      * or certification run. Walks the whole word list once and
      * rolls it up into one CHAPTER-TOTALS-TABLE entry per chapter:
      * its word count, letter count (WDS-WORD-LENGTH is the count of
      * mapped letters PROCESS-LINE kept for the word) and standard-
      * value total. Chapters arrive contiguously in scan order, so a
      * key change against the last entry is all that starts a new
      * one - the same convention BUILD-AGGREGATE-TABLES uses.
      *-----------------------------------------------------------------
       BUILD-CHAPTER-TOTALS.
           PERFORM VARYING RANGE-SCAN-I FROM 1 BY 1
              UNTIL RANGE-SCAN-I > WORDS-COUNT OF GENESIS-NUMBERED
                 MOVE RANGE-SCAN-I TO WORD-REL-KEY
                 READ WORDS-DS
                    INVALID KEY CONTINUE
                 END-READ

                 IF NOT WORD-OK THEN
                    DISPLAY "Error reading the word list (WORDDD)"
                        ECODE-W
                    GOBACK
                 END-IF

                 IF CHAP-TOTAL-COUNT = 0 OR
                    WDS-BOOK-ID NOT =
                       CTOT-BOOK-ID(CHAP-TOTAL-COUNT) OR
                    WDS-CHAPTER NOT =
                       CTOT-CHAPTER(CHAP-TOTAL-COUNT) THEN
                    IF CHAP-TOTAL-COUNT >= 5000 THEN
                       DISPLAY "Error: more than 5000 chapters in the "
                           "control-total reconciliation"
                       GOBACK
                    END-IF
                    ADD 1 TO CHAP-TOTAL-COUNT
                    MOVE WDS-BOOK-ID TO CTOT-BOOK-ID(CHAP-TOTAL-COUNT)
                    MOVE WDS-CHAPTER TO CTOT-CHAPTER(CHAP-TOTAL-COUNT)
                    MOVE 0 TO CTOT-WORD-COUNT(CHAP-TOTAL-COUNT)
                    MOVE 0 TO CTOT-LETTER-COUNT(CHAP-TOTAL-COUNT)
                    MOVE 0 TO CTOT-STD-TOTAL(CHAP-TOTAL-COUNT)
                    MOVE 'N' TO CTOT-CERT-FLAG(CHAP-TOTAL-COUNT)
                 END-IF
                 ADD 1 TO CTOT-WORD-COUNT(CHAP-TOTAL-COUNT)
                 ADD WDS-WORD-LENGTH TO
                     CTOT-LETTER-COUNT(CHAP-TOTAL-COUNT)
                 ADD WDS-WORD-VALUE-SYS(1) TO
                     CTOT-STD-TOTAL(CHAP-TOTAL-COUNT)
           END-PERFORM.

       END-BUILD-CHAPTER-TOTALS.
           EXIT.
      *
       READ-CERT-LINE.
           READ CERTIFIED-TOTALS-DS AT END MOVE "Y" TO CERT-READ-STATUS
           END-READ.
       END-READ-CERT-LINE.
           EXIT.
      *-----------------------------------------------------------------
      * Called from BEGIN on a reconciliation run, after BUILD-
      * CHAPTER-TOTALS. Reads CERTIFIED-TOTALS-DS and reconciles each
      * certified chapter against the load, then writes the
      * reconciliation page listing every chapter that drifted:
      *    CHANGED     - loaded, but its word count, letter count or
      *                  standard-value total differs;
      *    MISSING     - certified, its book loaded, the chapter not;
      *    ADDED       - loaded in a certified book, never certified;
      *    UNCERTIFIED - loaded, its book absent from the certified
      *                  file altogether.
      * Certified chapters of books this run did not load are only
      * counted - a single-book run against a whole-text certified
      * file is normal. RECON-DRIFT-COUNT is left for BEGIN to decide
      * whether the run may go on.
      *-----------------------------------------------------------------
       RECONCILE-CONTROL-TOTALS.
           OPEN INPUT CERTIFIED-TOTALS-DS

           IF NOT CERT-OK THEN
              DISPLAY "Error opening the certified control totals "
                  "(CERTDD)" ECODE-T
              GOBACK
           END-IF

           PERFORM WRITE-RECON-HEADING

           PERFORM READ-CERT-LINE
           PERFORM UNTIL LAST-CERT-REC
              IF CERT-WORD-COUNT NOT NUMERIC OR
                 CERT-LETTER-COUNT NOT NUMERIC OR
                 CERT-STD-TOTAL NOT NUMERIC THEN
                 DISPLAY "Error: certified control totals for "
                     CERT-BOOK-ID "-" CERT-CHAPTER " are not numeric"
                 CLOSE CERTIFIED-TOTALS-DS
                 GOBACK
              END-IF

              SET IS-RECON-FOUND TO FALSE
              PERFORM VARYING CERT-BOOK-I FROM 1 BY 1
                 UNTIL CERT-BOOK-I > CERT-BOOK-COUNT OR IS-RECON-FOUND
                    IF CERT-BOOK-ENTRY(CERT-BOOK-I) = CERT-BOOK-ID THEN
                       SET IS-RECON-FOUND TO TRUE
                    END-IF
              END-PERFORM
              IF NOT IS-RECON-FOUND THEN
                 IF CERT-BOOK-COUNT >= 100 THEN
                    DISPLAY "Error: more than 100 books in the "
                        "certified control totals"
                    CLOSE CERTIFIED-TOTALS-DS
                    GOBACK
                 END-IF
                 ADD 1 TO CERT-BOOK-COUNT
                 MOVE CERT-BOOK-ID TO CERT-BOOK-ENTRY(CERT-BOOK-COUNT)
              END-IF

              SET IS-RECON-FOUND TO FALSE
              PERFORM VARYING CHAP-TOTAL-I FROM 1 BY 1
                 UNTIL CHAP-TOTAL-I > CHAP-TOTAL-COUNT OR
                       IS-RECON-FOUND
                    IF CTOT-BOOK-ID(CHAP-TOTAL-I) = CERT-BOOK-ID AND
                       CTOT-CHAPTER(CHAP-TOTAL-I) = CERT-CHAPTER THEN
                       SET IS-RECON-FOUND TO TRUE
                       MOVE 'Y' TO CTOT-CERT-FLAG(CHAP-TOTAL-I)
                       IF CTOT-WORD-COUNT(CHAP-TOTAL-I) =
                          CERT-WORD-COUNT AND
                          CTOT-LETTER-COUNT(CHAP-TOTAL-I) =
                          CERT-LETTER-COUNT AND
                          CTOT-STD-TOTAL(CHAP-TOTAL-I) =
                          CERT-STD-TOTAL THEN
                          ADD 1 TO RECON-MATCH-COUNT
                       ELSE
                          ADD 1 TO RECON-DRIFT-COUNT
                          MOVE 'CHANGED' TO RECON-STATUS
                          PERFORM SET-RECON-LOADED-FIELDS
                          PERFORM SET-RECON-CERT-FIELDS
                          PERFORM WRITE-RECON-DETAIL
                       END-IF
                    END-IF
              END-PERFORM

      *> Not loaded: a drift only when the chapter's book was loaded
      *> (the chapter went missing); otherwise the run simply did not
      *> cover that book.
              IF NOT IS-RECON-FOUND THEN
                 PERFORM VARYING CHAP-TOTAL-I FROM 1 BY 1
                    UNTIL CHAP-TOTAL-I > CHAP-TOTAL-COUNT OR
                          IS-RECON-FOUND
                       IF CTOT-BOOK-ID(CHAP-TOTAL-I) = CERT-BOOK-ID
                          THEN
                          SET IS-RECON-FOUND TO TRUE
                       END-IF
                 END-PERFORM
                 IF IS-RECON-FOUND THEN
                    ADD 1 TO RECON-DRIFT-COUNT
                    MOVE 'MISSING' TO RECON-STATUS
                    MOVE SPACES TO RECON-LOC
                    STRING CERT-BOOK-ID '-' CERT-CHAPTER
                           DELIMITED BY SIZE INTO RECON-LOC
                    END-STRING
                    MOVE SPACES TO RECON-WORDS-TXT
                    MOVE SPACES TO RECON-LETTERS-TXT
                    MOVE SPACES TO RECON-TOTAL-TXT
                    PERFORM SET-RECON-CERT-FIELDS
                    PERFORM WRITE-RECON-DETAIL
                 ELSE
                    ADD 1 TO RECON-SKIPPED-COUNT
                 END-IF
              END-IF

              PERFORM READ-CERT-LINE
           END-PERFORM

           CLOSE CERTIFIED-TOTALS-DS

      *> Loaded chapters no certified record reconciled against.
           PERFORM VARYING CHAP-TOTAL-I FROM 1 BY 1
              UNTIL CHAP-TOTAL-I > CHAP-TOTAL-COUNT
                 IF CTOT-CERT-FLAG(CHAP-TOTAL-I) NOT = 'Y' THEN
                    ADD 1 TO RECON-DRIFT-COUNT
                    SET IS-RECON-FOUND TO FALSE
                    PERFORM VARYING CERT-BOOK-I FROM 1 BY 1
                       UNTIL CERT-BOOK-I > CERT-BOOK-COUNT OR
                             IS-RECON-FOUND
                          IF CERT-BOOK-ENTRY(CERT-BOOK-I) =
                             CTOT-BOOK-ID(CHAP-TOTAL-I) THEN
                             SET IS-RECON-FOUND TO TRUE
                          END-IF
                    END-PERFORM
                    IF IS-RECON-FOUND THEN
                       MOVE 'ADDED' TO RECON-STATUS
                    ELSE
                       MOVE 'UNCERTIFIED' TO RECON-STATUS
                    END-IF
                    PERFORM SET-RECON-LOADED-FIELDS
                    MOVE SPACES TO RECON-CERT-WORDS-TXT
                    MOVE SPACES TO RECON-CERT-LETTERS-TXT
                    MOVE SPACES TO RECON-CERT-TOTAL-TXT
                    PERFORM WRITE-RECON-DETAIL
                 END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-TEXT
           PERFORM WRITE-RECON-LINE

           MOVE CHAP-TOTAL-COUNT TO ECHO-NUM-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'CHAPTERS LOADED:                 ' ECHO-NUM-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           PERFORM WRITE-RECON-LINE

           MOVE RECON-MATCH-COUNT TO ECHO-NUM-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'CHAPTERS RECONCILED:             ' ECHO-NUM-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           PERFORM WRITE-RECON-LINE

           MOVE RECON-DRIFT-COUNT TO ECHO-NUM-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'CHAPTERS DRIFTED:                ' ECHO-NUM-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           PERFORM WRITE-RECON-LINE

           MOVE RECON-SKIPPED-COUNT TO ECHO-NUM-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'CERTIFIED, BOOK NOT LOADED:      ' ECHO-NUM-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           PERFORM WRITE-RECON-LINE

           MOVE SPACES TO REPORT-TEXT
           IF RECON-DRIFT-COUNT = 0 THEN
              MOVE 'LOAD RECONCILES TO THE CERTIFIED CONTROL TOTALS'
                   TO REPORT-TEXT
           ELSE
              IF IS-RUN-TOTALS-OVERRIDE THEN
                 STRING 'DRIFT OVERRIDDEN - TARGET PASSES RUN AGAINST '
                        'AN UNCERTIFIED LOAD'
                        DELIMITED BY SIZE INTO REPORT-TEXT
                 END-STRING
              ELSE
                 STRING 'DRIFT FOUND - RUN STOPPED BEFORE THE TARGET '
                        'PASSES'
                        DELIMITED BY SIZE INTO REPORT-TEXT
                 END-STRING
              END-IF
           END-IF
           PERFORM WRITE-RECON-LINE.

       END-RECONCILE-CONTROL-TOTALS.
           EXIT.
      *-----------------------------------------------------------------
      * Helper procedure called from RECONCILE-CONTROL-TOTALS. Fills
      * the location and load-side columns of a reconciliation line
      * from the CHAPTER-TOTALS-TABLE entry at CHAP-TOTAL-I.
      *-----------------------------------------------------------------
       SET-RECON-LOADED-FIELDS.
           MOVE SPACES TO RECON-LOC
           STRING CTOT-BOOK-ID(CHAP-TOTAL-I) '-'
                  CTOT-CHAPTER(CHAP-TOTAL-I)
                  DELIMITED BY SIZE INTO RECON-LOC
           END-STRING
           MOVE CTOT-WORD-COUNT(CHAP-TOTAL-I) TO RECON-WORDS-ED
           MOVE RECON-WORDS-ED TO RECON-WORDS-TXT
           MOVE CTOT-LETTER-COUNT(CHAP-TOTAL-I) TO RECON-LETTERS-ED
           MOVE RECON-LETTERS-ED TO RECON-LETTERS-TXT
           MOVE CTOT-STD-TOTAL(CHAP-TOTAL-I) TO RECON-TOTAL-ED
           MOVE RECON-TOTAL-ED TO RECON-TOTAL-TXT.

       END-SET-RECON-LOADED-FIELDS.
           EXIT.
      *-----------------------------------------------------------------
      * Helper procedure called from RECONCILE-CONTROL-TOTALS. Fills
      * the certified-side columns of a reconciliation line from the
      * CERTIFIED-TOTALS-REC just read.
      *-----------------------------------------------------------------
       SET-RECON-CERT-FIELDS.
           MOVE CERT-WORD-COUNT TO RECON-WORDS-ED
           MOVE RECON-WORDS-ED TO RECON-CERT-WORDS-TXT
           MOVE CERT-LETTER-COUNT TO RECON-LETTERS-ED
           MOVE RECON-LETTERS-ED TO RECON-CERT-LETTERS-TXT
           MOVE CERT-STD-TOTAL TO RECON-TOTAL-ED
           MOVE RECON-TOTAL-ED TO RECON-CERT-TOTAL-TXT.

       END-SET-RECON-CERT-FIELDS.
           EXIT.
      *-----------------------------------------------------------------
      * Helper procedure called from RECONCILE-CONTROL-TOTALS/WRITE-
      * CERTIFIED-TOTALS. Writes one chapter line from the RECON-
      * fields: status, BK-CH, then the load's and the certified
      * word count, letter count and standard-value total side by
      * side.
      *-----------------------------------------------------------------
       WRITE-RECON-DETAIL.
           MOVE SPACES TO REPORT-TEXT
           STRING RECON-STATUS ' ' RECON-LOC '  '
                  RECON-WORDS-TXT ' ' RECON-CERT-WORDS-TXT '  '
                  RECON-LETTERS-TXT ' ' RECON-CERT-LETTERS-TXT '  '
                  RECON-TOTAL-TXT ' ' RECON-CERT-TOTAL-TXT
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           PERFORM WRITE-RECON-LINE.

       END-WRITE-RECON-DETAIL.
           EXIT.
      *-----------------------------------------------------------------
      * Called from BEGIN on a certification run, after BUILD-
      * CHAPTER-TOTALS. Writes every chapter's control totals to
      * NEW-CERTIFIED-DS, stamped with today's date, and lists them
      * on the certification page so the sign-off has a printed copy
      * of what was certified.
      *-----------------------------------------------------------------
       WRITE-CERTIFIED-TOTALS.
           OPEN OUTPUT NEW-CERTIFIED-DS

           IF NOT NEW-CERT-OK THEN
              DISPLAY "Error opening the new certified control "
                  "totals (CERTNDD)" ECODE-U
              GOBACK
           END-IF

           ACCEPT CERTIFY-DATE FROM DATE YYYYMMDD

           PERFORM WRITE-RECON-HEADING

           PERFORM VARYING CHAP-TOTAL-I FROM 1 BY 1
              UNTIL CHAP-TOTAL-I > CHAP-TOTAL-COUNT
                 MOVE SPACES TO NEW-CERTIFIED-REC
                 MOVE CTOT-BOOK-ID(CHAP-TOTAL-I) TO NCERT-BOOK-ID
                 MOVE CTOT-CHAPTER(CHAP-TOTAL-I) TO NCERT-CHAPTER
                 MOVE CTOT-WORD-COUNT(CHAP-TOTAL-I) TO
                      NCERT-WORD-COUNT
                 MOVE CTOT-LETTER-COUNT(CHAP-TOTAL-I) TO
                      NCERT-LETTER-COUNT
                 MOVE CTOT-STD-TOTAL(CHAP-TOTAL-I) TO NCERT-STD-TOTAL
                 MOVE CERTIFY-DATE TO NCERT-DATE
                 WRITE NEW-CERTIFIED-REC

                 IF NOT NEW-CERT-OK THEN
                    DISPLAY "Error writing the new certified control "
                        "totals (CERTNDD)" ECODE-U
                    GOBACK
                 END-IF

                 MOVE 'CERTIFIED' TO RECON-STATUS
                 PERFORM SET-RECON-LOADED-FIELDS
                 MOVE SPACES TO RECON-CERT-WORDS-TXT
                 MOVE SPACES TO RECON-CERT-LETTERS-TXT
                 MOVE SPACES TO RECON-CERT-TOTAL-TXT
                 PERFORM WRITE-RECON-DETAIL
           END-PERFORM

           CLOSE NEW-CERTIFIED-DS

           MOVE SPACES TO REPORT-TEXT
           PERFORM WRITE-RECON-LINE

           MOVE CHAP-TOTAL-COUNT TO ECHO-NUM-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'CHAPTERS CERTIFIED:              ' ECHO-NUM-ED
                  '   ON ' CERTIFY-DATE
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           PERFORM WRITE-RECON-LINE.

       END-WRITE-CERTIFIED-TOTALS.
           EXIT.
      *-----------------------------------------------------------------
      * Helper procedure called from RECONCILE-CONTROL-TOTALS/WRITE-
      * CERTIFIED-TOTALS/WRITE-RECON-LINE. Writes the control-total
      * page heading and column headings and starts a new page, same
      * paging convention as WRITE-CONCORDANCE-HEADING.
      *-----------------------------------------------------------------
       WRITE-RECON-HEADING.
           ADD 1 TO REPORT-PAGE-COUNT
           MOVE REPORT-PAGE-COUNT TO REPORT-PAGE-COUNT-ED

           MOVE '1' TO REPORT-CTL
           MOVE SPACES TO REPORT-TEXT
           IF IS-RUN-TOTALS-CERTIFY THEN
              STRING 'CONTROL TOTAL CERTIFICATION          PAGE: '
                     REPORT-PAGE-COUNT-ED
                     DELIMITED BY SIZE INTO REPORT-TEXT
              END-STRING
           ELSE
              STRING 'CONTROL TOTAL RECONCILIATION          PAGE: '
                     REPORT-PAGE-COUNT-ED
                     DELIMITED BY SIZE INTO REPORT-TEXT
              END-STRING
           END-IF
           WRITE REPORT-REC

           MOVE ' ' TO REPORT-CTL
           MOVE SPACES TO REPORT-TEXT
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           STRING 'STATUS      BK-CH      WORDS    CERT'
                  '    LETTERS      CERT    STD-TOTAL        CERT'
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE ALL '-' TO REPORT-TEXT
           WRITE REPORT-REC

           MOVE 0 TO REPORT-LINE-COUNT.

       END-WRITE-RECON-HEADING.
           EXIT.
      *-----------------------------------------------------------------
      * Helper procedure called from RECONCILE-CONTROL-TOTALS/WRITE-
      * CERTIFIED-TOTALS. Writes the line currently held in REPORT-
      * TEXT, starting a new page (with a fresh control-total
      * heading) once REPORT-LINES-PER-PAGE lines have been written on
      * the current page.
      *-----------------------------------------------------------------
       WRITE-RECON-LINE.
           IF REPORT-LINE-COUNT >= REPORT-LINES-PER-PAGE THEN
              MOVE REPORT-TEXT TO REPORT-LINE-SAVE
              PERFORM WRITE-RECON-HEADING
              MOVE REPORT-LINE-SAVE TO REPORT-TEXT
           END-IF

           MOVE ' ' TO REPORT-CTL
           WRITE REPORT-REC
           ADD 1 TO REPORT-LINE-COUNT.

       END-WRITE-RECON-LINE.
           EXIT.
      *-----------------------------------------------------------------
      * Converts a single line (record from the input data set) into a 
                              WS-END-WORD-NO
                              DELIMITED BY SIZE INTO REPORT-TEXT
                       END-STRING
                       IF IS-RUN-CROSSWALK THEN
                          PERFORM ADD-ENGLISH-CITATIONS
                       END-IF
                       PERFORM WRITE-REPORT-LINE

                       PERFORM PRINT-WORDS

                       PERFORM WRITE-EXTRACT-RECORD

                       *> A partition only counts the matches starting
                       *> in its own scope; the ones it finds in the
                       *> overlap are the next partition's.
                       PERFORM CHECK-MATCH-OWNED
                       IF IS-MATCH-OWNED THEN
                          ADD 1 TO SUMMARY-MATCH-COUNT(TARGET-I)
                          IF SUMMARY-MATCH-COUNT(TARGET-I) = 1 THEN
                             MOVE SEQUENCE-LENGTH-TMP TO
                                  SUMMARY-MIN-LEN(TARGET-I)
                             MOVE SEQUENCE-LENGTH-TMP TO
                                  SUMMARY-MAX-LEN(TARGET-I)
                          ELSE
                             IF SEQUENCE-LENGTH-TMP <
                                SUMMARY-MIN-LEN(TARGET-I) THEN
                                MOVE SEQUENCE-LENGTH-TMP TO
                                     SUMMARY-MIN-LEN(TARGET-I)
                             END-IF
                             IF SEQUENCE-LENGTH-TMP >
                                SUMMARY-MAX-LEN(TARGET-I) THEN
                                MOVE SEQUENCE-LENGTH-TMP TO
                                     SUMMARY-MAX-LEN(TARGET-I)
                             END-IF
                          END-IF
                       END-IF
                    END-EVALUATE
      *-----------------------------------------------------------------
      * Called from BEGIN after all the target passes have run.
      * Writes an end-of-run summary to REPORT-DS: the total number of
      * words processed, and per NAME-NUMBER (with its catalog label)
      * the count of matching sequences found and their shortest/
      * longest length (in words).
      *-----------------------------------------------------------------
       PRINT-SUMMARY.
           ADD 1 TO REPORT-PAGE-COUNT
           END-STRING
           WRITE REPORT-REC

           IF IS-RUN-PARTITIONED THEN
              MOVE SPACES TO REPORT-TEXT
              IF PARTITION-OVERLAP-WORDS > 0 THEN
                 MOVE PARTITION-OVERLAP-WORDS TO PARTITION-OVERLAP-ED
                 STRING 'PARTITION:       ' RUN-PARTITION-ID
                        ' - SCANNED ' PARTITION-OVERLAP-ED
                        ' WORDS PAST ITS SCOPE, THRU '
                        PARTITION-THRU-BOOK '-' PARTITION-THRU-CHAPTER
                        '; MATCHES COUNTED ONLY IF STARTING IN SCOPE'
                        DELIMITED BY SIZE INTO REPORT-TEXT
                 END-STRING
              ELSE
                 STRING 'PARTITION:       ' RUN-PARTITION-ID
                        ' - NO OVERLAP, ITS SCOPE ENDS THE TEXT'
                        DELIMITED BY SIZE INTO REPORT-TEXT
                 END-STRING
              END-IF
              WRITE REPORT-REC
           END-IF

           MOVE SPACES TO REPORT-TEXT
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           STRING 'NAME NUMBER  LABEL                        '
                  '    MATCHES   SHORTEST   LONGEST'
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE ALL '-' TO REPORT-TEXT

                 MOVE SPACES TO REPORT-TEXT
                 STRING SUMMARY-NAME-NUMBER-ED
                        '         '
                        TARGET-LABEL(TARGET-I)
                        '   '
                        SUMMARY-MATCH-COUNT-ED
                        '     '
                        SUMMARY-MIN-LEN-ED
           EXIT.
      *-----------------------------------------------------------------
      * Helper procedure called from PRINT-REPORT.
      * Writes the page header (NAME-NUMBER with its catalog label,
      * and page number) followed
      * by the column headings to REPORT-DS and starts a new page.
      *-----------------------------------------------------------------
       WRITE-REPORT-HEADING.
           ADD 1 TO REPORT-PAGE-COUNT
           MOVE REPORT-PAGE-COUNT TO REPORT-PAGE-COUNT-ED
           MOVE NAME-NUMBER TO NAME-NUMBER-ED
           PERFORM FIND-TARGET-LABEL

           MOVE '1' TO REPORT-CTL
           MOVE SPACES TO REPORT-TEXT
           STRING 'NAME NUMBER: ' NAME-NUMBER-ED '  ' TARGET-LABEL-TXT
                  '          PAGE: ' REPORT-PAGE-COUNT-ED
                  '          VALUES: ' RUN-VALUE-SYSTEM-NAME
                  '          DIRECTION: ' SCAN-DIRECTION-NAME

           MOVE SPACES TO REPORT-TEXT
           MOVE 'BK-SC-SV-SW  :  BK-EC-EV-EW' TO REPORT-TEXT
           IF IS-RUN-CROSSWALK THEN
              MOVE 'ENGLISH' TO REPORT-TEXT(39:7)
           END-IF
           WRITE REPORT-REC

           MOVE ALL '-' TO REPORT-TEXT
           MOVE WS-END-WORD-NO       TO EXTRACT-END-WORD-NO
           MOVE SEQUENCE-LENGTH-TMP  TO EXTRACT-SEQ-LENGTH
           MOVE RUN-VALUE-SYSTEM     TO EXTRACT-VALUE-SYSTEM
           PERFORM WRITE-EXTRACT-DATA.

       END-WRITE-EXTRACT-RECORD.
           EXIT.
      *-----------------------------------------------------------------
      * Helper procedure called from WRITE-EXTRACT-RECORD/WRITE-
      * AGGREGATE-SECTION. Writes the match record held in EXTRACT-REC
      * and adds it to the trailer's record count and hash total. On a
      * crosswalk run the match record is followed by its English
      * companion record, which the trailer does not count.
      *-----------------------------------------------------------------
       WRITE-EXTRACT-DATA.
           STRING EXTRACT-START-BOOK EXTRACT-START-CHAPTER
                  EXTRACT-START-VERSE
                  DELIMITED BY SIZE INTO COMPANION-START-KEY
           END-STRING
           STRING EXTRACT-END-BOOK EXTRACT-END-CHAPTER
                  EXTRACT-END-VERSE
                  DELIMITED BY SIZE INTO COMPANION-END-KEY
           END-STRING

           WRITE EXTRACT-REC
           ADD 1 TO EXTRACT-RECORD-COUNT
           ADD EXTRACT-NAME-NUMBER TO EXTRACT-HASH-TOTAL

           IF IS-RUN-CROSSWALK THEN
              PERFORM WRITE-EXTRACT-COMPANION
           END-IF.

       END-WRITE-EXTRACT-DATA.
           EXIT.
      *-----------------------------------------------------------------
      * Helper procedure called from WRITE-EXTRACT-DATA. Writes the
      * 'ENG ' companion record of the match just written: the English
      * book, chapter and verse of its first and last verse. An end
      * that falls in a crosswalk gap is left blank and the gap flag
      * is set, so the tracking database never loads a wrong verse.
      *-----------------------------------------------------------------
       WRITE-EXTRACT-COMPANION.
           MOVE SPACES TO EXTRACT-ENGLISH-REC
           SET EXTRACT-ENGLISH-TYPE TO TRUE
           MOVE 'N' TO EXTRACT-ENG-GAP-FLAG

           MOVE COMPANION-START-KEY TO XWALK-IN-KEY
           PERFORM FIND-ENGLISH-VERSE
           IF IS-ENGLISH-GAP THEN
              MOVE 'Y' TO EXTRACT-ENG-GAP-FLAG
           ELSE
              MOVE ENGLISH-BOOK    TO EXTRACT-ENG-START-BOOK
              MOVE ENGLISH-CHAPTER TO EXTRACT-ENG-START-CHAPTER
              MOVE ENGLISH-VERSE   TO EXTRACT-ENG-START-VERSE
           END-IF

           MOVE COMPANION-END-KEY TO XWALK-IN-KEY
           PERFORM FIND-ENGLISH-VERSE
           IF IS-ENGLISH-GAP THEN
              MOVE 'Y' TO EXTRACT-ENG-GAP-FLAG
           ELSE
              MOVE ENGLISH-BOOK    TO EXTRACT-ENG-END-BOOK
              MOVE ENGLISH-CHAPTER TO EXTRACT-ENG-END-CHAPTER
              MOVE ENGLISH-VERSE   TO EXTRACT-ENG-END-VERSE
           END-IF

           WRITE EXTRACT-ENGLISH-REC.

       END-WRITE-EXTRACT-COMPANION.
           EXIT.
      *-----------------------------------------------------------------
      * Helper procedure called from PRINT-REPORT on a crosswalk run.
      * Adds the English citation of the match's first and last verse
      * to the report line in REPORT-TEXT, under the ENGLISH heading.
      *-----------------------------------------------------------------
       ADD-ENGLISH-CITATIONS.
           MOVE WS-START-BOOK-ID TO XWALK-IN-BOOK
           MOVE WS-START-CHAPTER TO XWALK-IN-CHAPTER
           MOVE WS-START-VERSE   TO XWALK-IN-VERSE
           PERFORM FIND-ENGLISH-VERSE
           PERFORM BUILD-ENGLISH-CITATION
           MOVE ENGLISH-CITE-TXT TO ENGLISH-START-CITE

           MOVE WS-END-BOOK-ID TO XWALK-IN-BOOK
           MOVE WS-END-CHAPTER TO XWALK-IN-CHAPTER
           MOVE WS-END-VERSE   TO XWALK-IN-VERSE
           PERFORM FIND-ENGLISH-VERSE
           PERFORM BUILD-ENGLISH-CITATION

           STRING ENGLISH-START-CITE DELIMITED BY '  '
                  ' - ' DELIMITED BY SIZE
                  ENGLISH-CITE-TXT DELIMITED BY '  '
                  INTO REPORT-TEXT(39:)
           END-STRING.

       END-ADD-ENGLISH-CITATIONS.
           EXIT.
      *-----------------------------------------------------------------
      * Called from BEGIN once EXTRACT-DS is opened for a fresh run.
      * Writes the header record: run identifier, run date, value
      * system and the scan scope as the options record gave it.
      *-----------------------------------------------------------------
       WRITE-EXTRACT-HEADER.
           MOVE SPACES TO EXTRACT-HEADER-REC
           SET EXTRACT-HEADER-TYPE TO TRUE
           MOVE RUN-EXTRACT-ID   TO EXTRACT-HDR-RUN-ID
           MOVE RUN-EXTRACT-DATE TO EXTRACT-HDR-RUN-DATE
           MOVE RUN-VALUE-SYSTEM TO EXTRACT-HDR-VALUE-SYSTEM
           MOVE RUN-PARTITION-ID TO EXTRACT-HDR-PARTITION-ID
           MOVE RUN-CROSSWALK    TO EXTRACT-HDR-CROSSWALK
           IF RUN-FROM-BOOK NOT = LOW-VALUES THEN
              MOVE RUN-FROM-BOOK    TO EXTRACT-HDR-FROM-BOOK
              MOVE RUN-FROM-CHAPTER TO EXTRACT-HDR-FROM-CHAPTER
           END-IF
           IF RUN-TO-BOOK NOT = LOW-VALUES THEN
              MOVE RUN-TO-BOOK TO EXTRACT-HDR-TO-BOOK
              IF RUN-TO-CHAPTER NOT = HIGH-VALUES THEN
                 MOVE RUN-TO-CHAPTER TO EXTRACT-HDR-TO-CHAPTER
              END-IF
           END-IF
           WRITE EXTRACT-HEADER-REC.

       END-WRITE-EXTRACT-HEADER.
           EXIT.
      *-----------------------------------------------------------------
      * Called from BEGIN after the last section is written. Writes the
      * trailer record: the count of match records on the extract and
      * the sum of their NAME-NUMBERs.
      *-----------------------------------------------------------------
       WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO EXTRACT-TRAILER-REC
           SET EXTRACT-TRAILER-TYPE TO TRUE
           MOVE EXTRACT-RECORD-COUNT TO EXTRACT-TRL-RECORD-COUNT
           MOVE EXTRACT-HASH-TOTAL   TO EXTRACT-TRL-HASH-TOTAL
           WRITE EXTRACT-TRAILER-REC.

       END-WRITE-EXTRACT-TRAILER.
           EXIT.
      *-----------------------------------------------------------------
      * Called from BEGIN on a restart, before EXTRACT-DS is extended.
      * Reads the extract the earlier run left: it must start with
      * this run's header (a restart carrying no run identifier takes
      * the header's) and must have no trailer yet - a trailer means
      * that run completed and there is nothing to restart. The match
      * records found are counted and their NAME-NUMBERs summed, so
      * the trailer this run writes covers the whole file.
      *-----------------------------------------------------------------
       RECOUNT-EXTRACT.
           OPEN INPUT EXTRACT-DS

           IF NOT EXTR-OK THEN
              DISPLAY "Error opening the extract data set (EXTRACT)"
                  ECODE-E
              GOBACK
           END-IF

           READ EXTRACT-DS
              AT END SET IS-EXTRACT-DONE TO TRUE
           END-READ

           IF IS-EXTRACT-DONE OR NOT EXTRACT-HEADER-TYPE THEN
              DISPLAY "Error: extract data set (EXTRDD) has no header "
                  "record to restart from"
              CLOSE EXTRACT-DS
              GOBACK
           END-IF

           IF IS-RUN-EXTRACT-ID-GIVEN AND
              EXTRACT-HDR-RUN-ID NOT = RUN-EXTRACT-ID THEN
              DISPLAY "Error: restart run identifier " RUN-EXTRACT-ID
                  " does not match the extract's " EXTRACT-HDR-RUN-ID
              CLOSE EXTRACT-DS
              GOBACK
           END-IF

           IF EXTRACT-HDR-PARTITION-ID NOT = RUN-PARTITION-ID THEN
              DISPLAY "Error: restart partition '" RUN-PARTITION-ID
                  "' does not match the extract's '"
                  EXTRACT-HDR-PARTITION-ID "'"
              CLOSE EXTRACT-DS
              GOBACK
           END-IF

      *> Companion records on only part of the extract would leave the
      *> tracking database without English references it expects.
           IF EXTRACT-HDR-CROSSWALK NOT = RUN-CROSSWALK THEN
              DISPLAY "Error: restart crosswalk flag '" RUN-CROSSWALK
                  "' does not match the extract's '"
                  EXTRACT-HDR-CROSSWALK "'"
              CLOSE EXTRACT-DS
              GOBACK
           END-IF

           MOVE EXTRACT-HDR-RUN-ID TO RUN-EXTRACT-ID

           READ EXTRACT-DS
              AT END SET IS-EXTRACT-DONE TO TRUE
           END-READ

           PERFORM UNTIL IS-EXTRACT-DONE
              IF EXTRACT-TRAILER-TYPE THEN
                 DISPLAY "Error: extract data set (EXTRDD) already "
                     "has its trailer - run " RUN-EXTRACT-ID
                     " completed, nothing to restart"
                 CLOSE EXTRACT-DS
                 GOBACK
              END-IF

      *> English companion records are not in the trailer's totals.
              IF NOT EXTRACT-ENGLISH-TYPE THEN
                 ADD 1 TO EXTRACT-RECORD-COUNT
                 ADD EXTRACT-NAME-NUMBER TO EXTRACT-HASH-TOTAL
              END-IF

              READ EXTRACT-DS
                 AT END SET IS-EXTRACT-DONE TO TRUE
              END-READ
           END-PERFORM

           CLOSE EXTRACT-DS.

       END-RECOUNT-EXTRACT.
           EXIT.
      *-----------------------------------------------------------------
      * Helper procedure called from PRINT-REPORT.
      * Increases the START-WORD pointer and subtracts the value of the
      * word it pointed to previously.
                             VAGG-WORD-COUNT(VERSE-AGG-I) - 1
                          MOVE RUN-VALUE-SYSTEM TO
                               EXTRACT-VALUE-SYSTEM
                          PERFORM WRITE-EXTRACT-DATA
                       END-IF
                 END-PERFORM

                             CAGG-WORD-COUNT(CHAPTER-AGG-I) - 1
                          MOVE RUN-VALUE-SYSTEM TO
                               EXTRACT-VALUE-SYSTEM
                          PERFORM WRITE-EXTRACT-DATA
                       END-IF
                 END-PERFORM
           END-PERFORM.
      * as many lines as needed), paged through WRITE-CONCORDANCE-LINE.
      *-----------------------------------------------------------------
       WRITE-CONCORDANCE-SECTION.
      *> Room on the line for the English reference after each one.
           IF IS-RUN-CROSSWALK THEN
              MOVE 100 TO CONCORD-LOC-LIMIT
           END-IF

           PERFORM WRITE-CONCORDANCE-HEADING

           PERFORM VARYING CONCORD-I FROM 1 BY 1
                 MOVE 4 TO CONCORD-LOC-PTR
                 MOVE CONCORD-FIRST-OCC(CONCORD-I) TO CONCORD-OCC-I
                 PERFORM UNTIL CONCORD-OCC-I = 0
                    IF CONCORD-LOC-PTR > CONCORD-LOC-LIMIT THEN
                       PERFORM WRITE-CONCORDANCE-LINE
                       MOVE SPACES TO REPORT-TEXT
                       MOVE 4 TO CONCORD-LOC-PTR
                           WITH POINTER CONCORD-LOC-PTR
                           ON OVERFLOW CONTINUE
                    END-STRING
                    IF IS-RUN-CROSSWALK THEN
                       MOVE CONCORD-OCC-BOOK(CONCORD-OCC-I) TO
                            XWALK-IN-BOOK
                       MOVE CONCORD-OCC-CHAPTER(CONCORD-OCC-I) TO
                            XWALK-IN-CHAPTER
                       MOVE CONCORD-OCC-VERSE(CONCORD-OCC-I) TO
                            XWALK-IN-VERSE
                       PERFORM BUILD-CONCORDANCE-ENGLISH
                       SUBTRACT 1 FROM CONCORD-LOC-PTR
                       STRING CONCORD-ENGLISH-TXT DELIMITED BY '  '
                              '  ' DELIMITED BY SIZE
                              INTO REPORT-TEXT
                              WITH POINTER CONCORD-LOC-PTR
                              ON OVERFLOW CONTINUE
                       END-STRING
                    END-IF
                    MOVE CONCORD-OCC-NEXT(CONCORD-OCC-I) TO
                         CONCORD-OCC-I
                 END-PERFORM
