      *=================================================================
      * Companion utility to CBLGEN. Housekeeping for the match-history
      * master CBLXHIST maintains. CBLXHIST never deletes a match - it
      * only flags it lapsed - so the master grows without limit. This
      * run moves long-lapsed matches out to a sequential archive,
      * with their full lineage, and rebuilds the master without them;
      * a restore mode brings archived matches back on request.
      *-----------------------------------------------------------------
      * Input:
      *    ARCHIVE-CONTROL-DS (HACTDD) - one 80-byte control card:
      *       the mode (P = purge, R = restore) and, for a purge, the
      *       retention threshold, given either as a cutoff stamp
      *       (lapsed matches last seen before it are archived) or as
      *       a number of runs N (lapsed matches last seen more than N
      *       registered runs ago are archived; the cutoff is then the
      *       stamp of the Nth latest run on RUN-REGISTER-DS). Stamps
      *       are compared as text, so - as CBLXHINQ assumes - run
      *       stamps must sort in run order (dates or ascending ids).
      *    RUN-REGISTER-DS (HRUNDD) - optional register of applied
      *       maintenance runs written by CBLXHIST; only read for a
      *       purge by number of runs.
      *    RESTORE-REQUEST-DS (HRSTDD) - restore mode only: one
      *       80-byte card per match or target to bring back: a
      *       NAME-NUMBER and, optionally, the match's start position
      *       (START-BOOK/START-CHAPTER/START-VERSE/START-WORD-NO).
      *       A card with no position restores every archived match
      *       of that target.
      *    OLD-ARCHIVE-DS (HARCDD) - the archive as left by the last
      *       run. OPTIONAL so the first purge starts an empty one.
      *    TARGET-CATALOG-DS (CATDD) - optional target catalog
      *       maintained by CBLXCAT; each line's NAME-NUMBER is
      *       printed with its catalog label.
      * Input/Output:
      *    HISTORY-DS (HISTDD) - the match-history master. A purge
      *       only reads it; a restore writes the restored matches
      *       back into it by key, unchanged - still lapsed, with
      *       their original first/last seen stamps and run count -
      *       so the next CBLXHIST run that finds the match again
      *       continues its lineage rather than starting a new one.
      * Output:
      *    NEW-HISTORY-DS (NHSTDD) - purge mode only: the rebuilt
      *       master, every record of HISTORY-DS except the archived
      *       ones, loaded in key order. It replaces HISTDD in the
      *       following job step.
      *    NEW-ARCHIVE-DS (NARCDD) - the archive after this run:
      *       a purge copies OLD-ARCHIVE-DS and adds the matches it
      *       archives; a restore copies it less the matches it
      *       restores. It replaces HARCDD in the following job step.
      *       Each record is the whole 60-byte history record (key,
      *       shape and lineage) plus the date it was archived and
      *       the cutoff stamp it was archived under.
      *    REPORT-DS (XHARDD) - the housekeeping report: one ARCHIVED
      *       or RESTORED line per match moved (or MERGED for a
      *       match a restore found already back on the master, NOT
      *       ARCHIVED for a restore card nothing matched), then a
      *       summary page with the before/after record counts of the
      *       master reconciled by status, and the archive counts.
      * Algorithm:
      *    Purge: the old archive is copied to the new one, then the
      *       master is read in key order, each record counted under
      *       its status as "before". A lapsed record last seen before
      *       the cutoff is appended to the new archive; every other
      *       record is loaded into the new master. The new master is
      *       then read back and counted as "after".
      *    Restore: the master is counted as "before", then the old
      *       archive is read: a record a restore card asks for is
      *       written back into the master and left out of the new
      *       archive - or, when its key is back on the master, merged
      *       into the master record (earlier first seen, run counts
      *       added) - and every other record is copied across. The
      *       master is then counted again as "after".
      *    Either way, per status, after must equal before less
      *       archived plus restored less merged; the summary page
      *       says whether the master is in balance.
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. CBLXHARC.
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
           SELECT ARCHIVE-CONTROL-DS ASSIGN TO HACTDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ECODE-C.

           SELECT HISTORY-DS ASSIGN TO HISTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           FILE STATUS IS ECODE-H.

      * The rebuilt master, loaded in key order by a purge.
           SELECT NEW-HISTORY-DS ASSIGN TO NHSTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NHIST-KEY
           FILE STATUS IS ECODE-M.

      * The archive as left by the last run. OPTIONAL so the first
      * purge starts an empty archive instead of failing the open.
           SELECT OPTIONAL OLD-ARCHIVE-DS ASSIGN TO HARCDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ECODE-A.

           SELECT NEW-ARCHIVE-DS ASSIGN TO NARCDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ECODE-W.

           SELECT RESTORE-REQUEST-DS ASSIGN TO HRSTDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ECODE-Q.

      * The register of applied runs, only needed to turn a retention
      * given in runs into a cutoff stamp.
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

           SELECT REPORT-DS ASSIGN TO XHARDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ECODE-R.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * The control card. The run count is also viewed as a number
      * once it has been checked to be digits.
       FD  ARCHIVE-CONTROL-DS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  ARCHIVE-CONTROL-REC.
           05 ACTL-MODE        PIC X.
              88 ACTL-PURGE   VALUE 'P'.
              88 ACTL-RESTORE VALUE 'R'.
           05 ACTL-CUTOFF      PIC X(8).
           05 ACTL-RETAIN-RUNS PIC X(5).
           05 ACTL-RETAIN-RUNS-NUM REDEFINES ACTL-RETAIN-RUNS
                               PIC 9(5).
           05 FILLER           PIC X(66).
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
      * The rebuilt master, same layout as HISTORY-DS.
       FD  NEW-HISTORY-DS
           RECORD CONTAINS 60 CHARACTERS.
       01  NEW-HISTORY-REC.
           05 NHIST-KEY    PIC X(17).
           05 FILLER       PIC X(42).
           05 NHIST-STATUS PIC X.
      *------------------------
      * An archived match: the whole history record as it stood on
      * the master, then when and under which cutoff it was archived.
       FD  OLD-ARCHIVE-DS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  OLD-ARCHIVE-REC.
           05 OARC-HISTORY.
              10 OARC-KEY.
                 15 OARC-NAME-NUMBER PIC X(4).
                 15 OARC-LOCATION    PIC X(13).
              10 FILLER              PIC X(42).
              10 OARC-STATUS         PIC X.
           05 OARC-ARCHIVED-DATE PIC X(8).
           05 OARC-CUTOFF-STAMP  PIC X(8).
           05 FILLER             PIC X(4).
      *------------------------
      * Same layout as OLD-ARCHIVE-DS.
       FD  NEW-ARCHIVE-DS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  NEW-ARCHIVE-REC.
           05 NARC-HISTORY       PIC X(60).
           05 NARC-ARCHIVED-DATE PIC X(8).
           05 NARC-CUTOFF-STAMP  PIC X(8).
           05 FILLER             PIC X(4).
      *------------------------
      * One restore card: a NAME-NUMBER and an optional start
      * position, laid out as in the history key.
       FD  RESTORE-REQUEST-DS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  RESTORE-REQUEST-REC.
           05 RST-NAME-NUMBER   PIC X(4).
           05 RST-LOCATION.
              10 RST-START-BOOK    PIC X(3).
              10 RST-START-CHAPTER PIC X(3).
              10 RST-START-VERSE   PIC X(3).
              10 RST-START-WORD-NO PIC X(4).
           05 FILLER            PIC X(63).
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
      * The housekeeping report. REPORT-CTL is an ASA printer control
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
           05 ECODE-H PIC XX.
              88 HIST-OK VALUE "00".
              88 HIST-DUPLICATE VALUE "22".
           05 ECODE-M PIC XX.
              88 NHIST-OK VALUE "00".
           05 ECODE-A PIC XX.
      *> "05" on the open means the OPTIONAL archive is not there yet.
              88 OARC-OK VALUE "00" "05".
           05 ECODE-W PIC XX.
              88 NARC-OK VALUE "00".
           05 ECODE-Q PIC XX.
              88 RST-OK VALUE "00".
           05 ECODE-N PIC XX.
      *> "05" on the open means the OPTIONAL register is not there.
              88 REG-OK VALUE "00" "05".
           05 ECODE-G PIC XX.
      *> "05" on the open means the OPTIONAL catalog is not there.
              88 CAT-OK VALUE "00" "05".
              88 CAT-NOT-PRESENT VALUE "05".
              88 CAT-NOT-FOUND VALUE "23".
           05 ECODE-R PIC XX.
              88 OUT-OK VALUE "00".

       01  HISTORY-READ-STATUS PIC X VALUE 'N'.
           88 IS-HISTORY-DONE VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  NEW-HISTORY-READ-STATUS PIC X VALUE 'N'.
           88 IS-NEW-HISTORY-DONE VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  ARCHIVE-READ-STATUS PIC X VALUE 'N'.
           88 IS-ARCHIVE-DONE VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  REQUEST-READ-STATUS PIC X VALUE 'N'.
           88 IS-REQUEST-DONE VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  REGISTER-READ-STATUS PIC X VALUE 'N'.
           88 IS-REGISTER-DONE VALUE 'Y' WHEN SET TO FALSE IS 'N'.

      * The run's mode and retention, kept from the control card.
       01  ARCHIVE-MODE PIC X.
           88 IS-PURGE-RUN   VALUE 'P'.
           88 IS-RESTORE-RUN VALUE 'R'.
       01  RETAIN-RUNS  PIC 9(5) USAGE BINARY VALUE 0.
      *> A lapsed match last seen before this stamp is archived.
      *> LOW-VALUES (nothing older) when a retention in runs reaches
      *> back past the first registered run.
       01  CUTOFF-STAMP PIC X(8) VALUE LOW-VALUES.
       01  RUN-DATE     PIC X(8).

      * The run register's stamps in application order, loaded only
      * for a purge by number of runs.
       01  REGISTER-TABLE.
           05 REG-COUNT PIC 9(5) USAGE BINARY VALUE 0.
           05 REG-STAMP OCCURS 0 TO 9999 DEPENDING ON REG-COUNT
                        PIC X(8).

      * The restore cards, with how many archive records each one
      * brought back (or found already on the master).
       01  RESTORE-TABLE.
           05 RESTORE-COUNT PIC 9(4) USAGE BINARY VALUE 0.
           05 RESTORE-ENTRY OCCURS 0 TO 500
                            DEPENDING ON RESTORE-COUNT.
              10 RESTORE-NAME-NUMBER PIC X(4).
              10 RESTORE-LOCATION    PIC X(13).
              10 RESTORE-HIT-COUNT   PIC 9(7) USAGE BINARY.
       01  RESTORE-I PIC 9(4) USAGE BINARY.
       01  RESTORE-WANTED PIC X VALUE 'N'.
           88 IS-RESTORE-WANTED VALUE 'Y' WHEN SET TO FALSE IS 'N'.

      * Record counts by status for the reconciliation: row 1 active,
      * row 2 lapsed, row 3 any other status byte, row 4 all records.
      * STATUS-I is set from a status byte by SET-STATUS-ROW.
       01  RECON-TABLE.
           05 RECON-ROW OCCURS 4 TIMES.
              10 RECON-BEFORE-COUNT   PIC 9(7) USAGE BINARY.
              10 RECON-ARCHIVED-COUNT PIC 9(7) USAGE BINARY.
              10 RECON-RESTORED-COUNT PIC 9(7) USAGE BINARY.
              10 RECON-MERGED-COUNT   PIC 9(7) USAGE BINARY.
              10 RECON-AFTER-COUNT    PIC 9(7) USAGE BINARY.
       01  STATUS-I PIC 9(4) USAGE BINARY.
       01  STATUS-BYTE PIC X.
       01  RECON-EXPECTED PIC 9(7) USAGE BINARY.
       01  RECON-BALANCED PIC X VALUE 'Y'.
           88 IS-RECON-BALANCED VALUE 'Y' WHEN SET TO FALSE IS 'N'.
      *> Which column COUNT-HISTORY-MASTER adds its counts to.
       01  COUNTING-AFTER PIC X VALUE 'N'.
           88 IS-COUNTING-AFTER VALUE 'Y' WHEN SET TO FALSE IS 'N'.

       01  ARCHIVE-CARRIED-COUNT PIC 9(7) USAGE BINARY VALUE 0.
       01  ARCHIVE-ADDED-COUNT   PIC 9(7) USAGE BINARY VALUE 0.
       01  ARCHIVE-REMOVED-COUNT PIC 9(7) USAGE BINARY VALUE 0.
       01  ARCHIVE-OLD-COUNT     PIC 9(7) USAGE BINARY VALUE 0.
       01  ARCHIVE-NEW-COUNT     PIC 9(7) USAGE BINARY VALUE 0.
       01  NOT-ARCHIVED-COUNT    PIC 9(7) USAGE BINARY VALUE 0.

      * The archived lineage of a restored match whose key is back on
      * the master, held while the master record is read for merging.
       01  MERGE-FIRST-SEEN PIC X(8).
       01  MERGE-RUN-COUNT  PIC 9(5).

       01  REPORT-LINES-PER-PAGE PIC 9(3) VALUE 60.
       01  REPORT-LINE-COUNT     PIC 9(3) VALUE 0.
       01  REPORT-PAGE-COUNT     PIC 9(5) VALUE 0.
       01  REPORT-PAGE-COUNT-ED  PIC ZZZZ9.

      * Fields of the housekeeping detail line, built from the history
      * record just archived or restored.
       01  ARC-ACTION      PIC X(12).
       01  ARC-NAME-ED     PIC ZZZ9.
       01  ARC-START-LOC   PIC X(17).
       01  ARC-END-LOC     PIC X(17).
       01  ARC-RUNS-ED     PIC ZZZZ9.
       01  ARC-STATUS-TXT  PIC X(7).
       01  ARC-BEFORE-ED   PIC ZZZZZZ9.
       01  ARC-ARCHIVED-ED PIC ZZZZZZ9.
       01  ARC-RESTORED-ED PIC ZZZZZZ9.
       01  ARC-MERGED-ED   PIC ZZZZZZ9.
       01  ARC-AFTER-ED    PIC ZZZZZZ9.
       01  ARC-EXPECTED-ED PIC ZZZZZZ9.
       01  ARC-COUNT-ED    PIC ZZZZZZ9.

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
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           INITIALIZE RECON-TABLE

           PERFORM READ-ARCHIVE-CONTROL

           IF IS-RESTORE-RUN THEN
              PERFORM LOAD-RESTORE-REQUESTS
           END-IF

           OPEN INPUT OLD-ARCHIVE-DS

           IF NOT OARC-OK THEN
              DISPLAY "Error opening the old archive (HARCDD)"
                  ECODE-A
              GOBACK
           END-IF

           OPEN OUTPUT NEW-ARCHIVE-DS

           IF NOT NARC-OK THEN
              DISPLAY "Error opening the new archive (NARCDD)"
                  ECODE-W
              GOBACK
           END-IF

           OPEN OUTPUT REPORT-DS

           IF NOT OUT-OK THEN
              DISPLAY "Error opening the housekeeping report data set "
                  "(XHARDD)" ECODE-R
              GOBACK
           END-IF

           PERFORM OPEN-TARGET-CATALOG
           PERFORM WRITE-ARCHIVE-HEADING

           IF IS-PURGE-RUN THEN
              PERFORM PURGE-HISTORY
           ELSE
              PERFORM RESTORE-HISTORY
           END-IF

           CLOSE OLD-ARCHIVE-DS
           CLOSE NEW-ARCHIVE-DS

           PERFORM WRITE-ARCHIVE-SUMMARY

           CLOSE REPORT-DS

           IF IS-CATALOG-PRESENT THEN
              CLOSE TARGET-CATALOG-DS
           END-IF

           IF NOT IS-RECON-BALANCED THEN
              DISPLAY "Error: history master record counts out of "
                  "balance - see the summary page (XHARDD)"
           END-IF

           GOBACK.

       END-BEGIN.
           EXIT.
      *-----------------------------------------------------------------
      * Reads and validates the control card. A purge needs exactly
      * one retention threshold: a cutoff stamp, or a number of runs
      * turned into one by FIND-RETENTION-CUTOFF.
      *-----------------------------------------------------------------
       READ-ARCHIVE-CONTROL.
           OPEN INPUT ARCHIVE-CONTROL-DS

           IF NOT CTL-OK THEN
              DISPLAY "Error opening the archive control data set "
                  "(HACTDD)" ECODE-C
              GOBACK
           END-IF

           READ ARCHIVE-CONTROL-DS
              AT END CONTINUE
           END-READ

           IF NOT CTL-OK THEN
              DISPLAY "Error: archive control data set (HACTDD) is "
                  "empty"
              CLOSE ARCHIVE-CONTROL-DS
              GOBACK
           END-IF

           CLOSE ARCHIVE-CONTROL-DS

           IF NOT ACTL-PURGE AND NOT ACTL-RESTORE THEN
              DISPLAY "Error: unknown archive mode '" ACTL-MODE
                  "' - use P (purge) or R (restore)"
              GOBACK
           END-IF

           MOVE ACTL-MODE TO ARCHIVE-MODE

           IF IS-PURGE-RUN THEN
              IF ACTL-CUTOFF = SPACES AND
                 ACTL-RETAIN-RUNS = SPACES THEN
                 DISPLAY "Error: a purge needs a cutoff stamp or a "
                     "number of runs to retain"
                 GOBACK
              END-IF

              IF ACTL-CUTOFF NOT = SPACES AND
                 ACTL-RETAIN-RUNS NOT = SPACES THEN
                 DISPLAY "Error: give a cutoff stamp or a number of "
                     "runs to retain, not both"
                 GOBACK
              END-IF

              IF ACTL-CUTOFF NOT = SPACES THEN
                 MOVE ACTL-CUTOFF TO CUTOFF-STAMP
              ELSE
                 IF ACTL-RETAIN-RUNS NOT NUMERIC OR
                    ACTL-RETAIN-RUNS-NUM = 0 THEN
                    DISPLAY "Error: number of runs to retain '"
                        ACTL-RETAIN-RUNS "' is not a positive number"
                    GOBACK
                 END-IF
                 MOVE ACTL-RETAIN-RUNS-NUM TO RETAIN-RUNS
                 PERFORM FIND-RETENTION-CUTOFF
              END-IF
           END-IF.

       END-READ-ARCHIVE-CONTROL.
           EXIT.
      *-----------------------------------------------------------------
      * Turns a retention of RETAIN-RUNS runs into a cutoff stamp:
      * the stamp of the run RETAIN-RUNS places before the latest one
      * on the register, so a match lapsed more than RETAIN-RUNS runs
      * ago (counted the way CBLXHINQ ages them) was last seen before
      * it. A register too short to reach that far back leaves the
      * cutoff at LOW-VALUES: nothing is old enough to archive.
      *-----------------------------------------------------------------
       FIND-RETENTION-CUTOFF.
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

           CLOSE RUN-REGISTER-DS

           IF REG-COUNT > RETAIN-RUNS THEN
              MOVE REG-STAMP(REG-COUNT - RETAIN-RUNS) TO CUTOFF-STAMP
           END-IF.

       END-FIND-RETENTION-CUTOFF.
           EXIT.
      *-----------------------------------------------------------------
      * Loads the restore cards into RESTORE-TABLE. A card must carry
      * a numeric NAME-NUMBER and either no position at all (the whole
      * target) or a complete one.
      *-----------------------------------------------------------------
       LOAD-RESTORE-REQUESTS.
           OPEN INPUT RESTORE-REQUEST-DS

           IF NOT RST-OK THEN
              DISPLAY "Error opening the restore request data set "
                  "(HRSTDD)" ECODE-Q
              GOBACK
           END-IF

           READ RESTORE-REQUEST-DS
              AT END SET IS-REQUEST-DONE TO TRUE
           END-READ

           PERFORM UNTIL IS-REQUEST-DONE
              IF RST-NAME-NUMBER NOT NUMERIC THEN
                 DISPLAY "Error: restore request NAME-NUMBER '"
                     RST-NAME-NUMBER "' is not numeric"
                 GOBACK
              END-IF

              IF RST-LOCATION NOT = SPACES AND
                 (RST-START-BOOK = SPACES OR
                  RST-START-CHAPTER = SPACES OR
                  RST-START-VERSE = SPACES OR
                  RST-START-WORD-NO NOT NUMERIC) THEN
                 DISPLAY "Error: restore request " RST-NAME-NUMBER
                     " has an incomplete start position '"
                     RST-LOCATION "'"
                 GOBACK
              END-IF

              IF RESTORE-COUNT >= 500 THEN
                 DISPLAY "Error: more than 500 restore requests "
                     "(HRSTDD)"
                 GOBACK
              END-IF

              ADD 1 TO RESTORE-COUNT
              MOVE RST-NAME-NUMBER TO
                   RESTORE-NAME-NUMBER(RESTORE-COUNT)
              MOVE RST-LOCATION TO RESTORE-LOCATION(RESTORE-COUNT)
              MOVE 0 TO RESTORE-HIT-COUNT(RESTORE-COUNT)

              READ RESTORE-REQUEST-DS
                 AT END SET IS-REQUEST-DONE TO TRUE
              END-READ
           END-PERFORM

           CLOSE RESTORE-REQUEST-DS

           IF RESTORE-COUNT = 0 THEN
              DISPLAY "Error: restore request data set (HRSTDD) is "
                  "empty"
              GOBACK
           END-IF.

       END-LOAD-RESTORE-REQUESTS.
           EXIT.
      *-----------------------------------------------------------------
      * Purge mode. Carries the old archive across, then splits the
      * master: lapsed records last seen before the cutoff go to the
      * new archive, everything else is loaded into the new master in
      * the same key order. The new master is then counted back.
      *-----------------------------------------------------------------
       PURGE-HISTORY.
           PERFORM COPY-OLD-ARCHIVE

           OPEN INPUT HISTORY-DS

           IF NOT HIST-OK THEN
              DISPLAY "Error opening the history master (HISTDD)"
                  ECODE-H
              GOBACK
           END-IF

           OPEN OUTPUT NEW-HISTORY-DS

           IF NOT NHIST-OK THEN
              DISPLAY "Error opening the new history master (NHSTDD)"
                  ECODE-M
              GOBACK
           END-IF

           PERFORM START-HISTORY-MASTER

           PERFORM UNTIL IS-HISTORY-DONE
              MOVE HIST-STATUS TO STATUS-BYTE
              PERFORM SET-STATUS-ROW
              ADD 1 TO RECON-BEFORE-COUNT(STATUS-I)

              IF HIST-LAPSED AND HIST-LAST-SEEN < CUTOFF-STAMP THEN
                 MOVE SPACES TO NEW-ARCHIVE-REC
                 MOVE HISTORY-REC TO NARC-HISTORY
                 MOVE RUN-DATE TO NARC-ARCHIVED-DATE
                 MOVE CUTOFF-STAMP TO NARC-CUTOFF-STAMP
                 PERFORM WRITE-NEW-ARCHIVE

                 ADD 1 TO RECON-ARCHIVED-COUNT(STATUS-I)
                 ADD 1 TO ARCHIVE-ADDED-COUNT
                 MOVE 'ARCHIVED' TO ARC-ACTION
                 PERFORM WRITE-ARCHIVE-LINE
              ELSE
                 WRITE NEW-HISTORY-REC FROM HISTORY-REC
                    INVALID KEY CONTINUE
                 END-WRITE

                 IF NOT NHIST-OK THEN
                    DISPLAY "Error writing the new history master "
                        "(NHSTDD)" ECODE-M
                    GOBACK
                 END-IF
              END-IF

              READ HISTORY-DS NEXT
                 AT END SET IS-HISTORY-DONE TO TRUE
              END-READ
           END-PERFORM

           CLOSE HISTORY-DS
           CLOSE NEW-HISTORY-DS

           PERFORM COUNT-NEW-MASTER.

       END-PURGE-HISTORY.
           EXIT.
      *-----------------------------------------------------------------
      * Restore mode. Counts the master, then reads the old archive:
      * a record a restore card asks for is written back into the
      * master and dropped from the archive. When its key is already
      * back on the master (the match was found again since it was
      * archived), the archived lineage is merged into the master
      * record instead - the earlier first seen stamp kept and the
      * run counts added - and it too is dropped from the archive,
      * reported MERGED. Every other record is carried across. The
      * master is then counted again, and restore cards that matched
      * nothing are reported NOT ARCHIVED.
      *-----------------------------------------------------------------
       RESTORE-HISTORY.
           OPEN I-O HISTORY-DS

           IF NOT HIST-OK THEN
              DISPLAY "Error opening the history master (HISTDD)"
                  ECODE-H
              GOBACK
           END-IF

           SET IS-COUNTING-AFTER TO FALSE
           PERFORM COUNT-HISTORY-MASTER

           PERFORM READ-OLD-ARCHIVE

           PERFORM UNTIL IS-ARCHIVE-DONE
              PERFORM FIND-RESTORE-REQUEST

              IF IS-RESTORE-WANTED THEN
                 MOVE OARC-HISTORY TO HISTORY-REC

                 WRITE HISTORY-REC
                    INVALID KEY CONTINUE
                 END-WRITE

                 EVALUATE TRUE
                 WHEN HIST-OK
                    MOVE HIST-STATUS TO STATUS-BYTE
                    PERFORM SET-STATUS-ROW
                    ADD 1 TO RECON-RESTORED-COUNT(STATUS-I)
                    ADD 1 TO ARCHIVE-REMOVED-COUNT
                    MOVE 'RESTORED' TO ARC-ACTION
                    PERFORM WRITE-ARCHIVE-LINE
                 WHEN HIST-DUPLICATE
                    PERFORM MERGE-HISTORY-RECORD
                 WHEN OTHER
                    DISPLAY "Error writing the history master "
                        "(HISTDD)" ECODE-H
                    GOBACK
                 END-EVALUATE
              ELSE
                 MOVE OLD-ARCHIVE-REC TO NEW-ARCHIVE-REC
                 PERFORM WRITE-NEW-ARCHIVE
                 ADD 1 TO ARCHIVE-CARRIED-COUNT
              END-IF

              PERFORM READ-OLD-ARCHIVE
           END-PERFORM

           SET IS-COUNTING-AFTER TO TRUE
           PERFORM COUNT-HISTORY-MASTER

           CLOSE HISTORY-DS

           PERFORM VARYING RESTORE-I FROM 1 BY 1
              UNTIL RESTORE-I > RESTORE-COUNT
                 IF RESTORE-HIT-COUNT(RESTORE-I) = 0 THEN
                    ADD 1 TO NOT-ARCHIVED-COUNT
                    PERFORM WRITE-NOT-ARCHIVED-LINE
                 END-IF
           END-PERFORM.

       END-RESTORE-HISTORY.
           EXIT.
      *-----------------------------------------------------------------
      * Merges the archived match in HISTORY-REC into the master
      * record with the same key: the master keeps the earlier first
      * seen stamp and takes the archived run count on top of its
      * own; its last seen stamp and status stand. The record is
      * counted as restored and merged under the master's status, so
      * the reconciliation nets it out - the master gains no record.
      *-----------------------------------------------------------------
       MERGE-HISTORY-RECORD.
           MOVE HIST-FIRST-SEEN TO MERGE-FIRST-SEEN
           MOVE HIST-RUN-COUNT  TO MERGE-RUN-COUNT

           READ HISTORY-DS
              INVALID KEY CONTINUE
           END-READ

           IF NOT HIST-OK THEN
              DISPLAY "Error reading the history master (HISTDD)"
                  ECODE-H
              GOBACK
           END-IF

           IF MERGE-FIRST-SEEN < HIST-FIRST-SEEN THEN
              MOVE MERGE-FIRST-SEEN TO HIST-FIRST-SEEN
           END-IF

           ADD MERGE-RUN-COUNT TO HIST-RUN-COUNT
              ON SIZE ERROR MOVE 99999 TO HIST-RUN-COUNT
           END-ADD

           REWRITE HISTORY-REC
              INVALID KEY CONTINUE
           END-REWRITE

           IF NOT HIST-OK THEN
              DISPLAY "Error rewriting the history master (HISTDD)"
                  ECODE-H
              GOBACK
           END-IF

           MOVE HIST-STATUS TO STATUS-BYTE
           PERFORM SET-STATUS-ROW
           ADD 1 TO RECON-RESTORED-COUNT(STATUS-I)
           ADD 1 TO RECON-MERGED-COUNT(STATUS-I)
           ADD 1 TO ARCHIVE-REMOVED-COUNT
           MOVE 'MERGED' TO ARC-ACTION
           PERFORM WRITE-ARCHIVE-LINE.

       END-MERGE-HISTORY-RECORD.
           EXIT.
      *-----------------------------------------------------------------
      * Sets IS-RESTORE-WANTED when a restore card asks for the old
      * archive record in hand - its whole target, or its exact start
      * position - and counts the hit against every card that does.
      *-----------------------------------------------------------------
       FIND-RESTORE-REQUEST.
           SET IS-RESTORE-WANTED TO FALSE

           PERFORM VARYING RESTORE-I FROM 1 BY 1
              UNTIL RESTORE-I > RESTORE-COUNT
                 IF RESTORE-NAME-NUMBER(RESTORE-I) = OARC-NAME-NUMBER
                    AND (RESTORE-LOCATION(RESTORE-I) = SPACES OR
                         RESTORE-LOCATION(RESTORE-I) = OARC-LOCATION)
                 THEN
                    SET IS-RESTORE-WANTED TO TRUE
                    ADD 1 TO RESTORE-HIT-COUNT(RESTORE-I)
                 END-IF
           END-PERFORM.

       END-FIND-RESTORE-REQUEST.
           EXIT.
      *-----------------------------------------------------------------
      * Copies every old archive record to the new archive unchanged
      * (purge mode, before the newly archived records are added).
      *-----------------------------------------------------------------
       COPY-OLD-ARCHIVE.
           PERFORM READ-OLD-ARCHIVE

           PERFORM UNTIL IS-ARCHIVE-DONE
              MOVE OLD-ARCHIVE-REC TO NEW-ARCHIVE-REC
              PERFORM WRITE-NEW-ARCHIVE
              ADD 1 TO ARCHIVE-CARRIED-COUNT

              PERFORM READ-OLD-ARCHIVE
           END-PERFORM.

       END-COPY-OLD-ARCHIVE.
           EXIT.
      *
       READ-OLD-ARCHIVE.
           READ OLD-ARCHIVE-DS
              AT END SET IS-ARCHIVE-DONE TO TRUE
           END-READ
           IF NOT IS-ARCHIVE-DONE THEN
              ADD 1 TO ARCHIVE-OLD-COUNT
           END-IF.
       END-READ-OLD-ARCHIVE.
           EXIT.
      *
       WRITE-NEW-ARCHIVE.
           WRITE NEW-ARCHIVE-REC
           IF NOT NARC-OK THEN
              DISPLAY "Error writing the new archive (NARCDD)"
                  ECODE-W
              GOBACK
           END-IF
           ADD 1 TO ARCHIVE-NEW-COUNT.
       END-WRITE-NEW-ARCHIVE.
           EXIT.
      *-----------------------------------------------------------------
      * Positions HISTORY-DS on its first record in key order and
      * reads it, setting IS-HISTORY-DONE when the master is empty.
      *-----------------------------------------------------------------
       START-HISTORY-MASTER.
           SET IS-HISTORY-DONE TO FALSE
           MOVE LOW-VALUES TO HIST-KEY

           START HISTORY-DS KEY IS >= HIST-KEY
              INVALID KEY SET IS-HISTORY-DONE TO TRUE
           END-START

           IF NOT IS-HISTORY-DONE THEN
              READ HISTORY-DS NEXT
                 AT END SET IS-HISTORY-DONE TO TRUE
              END-READ
           END-IF.

       END-START-HISTORY-MASTER.
           EXIT.
      *-----------------------------------------------------------------
      * Counts HISTORY-DS by status into the before or the after
      * column of RECON-TABLE, as IS-COUNTING-AFTER says.
      *-----------------------------------------------------------------
       COUNT-HISTORY-MASTER.
           PERFORM START-HISTORY-MASTER

           PERFORM UNTIL IS-HISTORY-DONE
              MOVE HIST-STATUS TO STATUS-BYTE
              PERFORM SET-STATUS-ROW
              IF IS-COUNTING-AFTER THEN
                 ADD 1 TO RECON-AFTER-COUNT(STATUS-I)
              ELSE
                 ADD 1 TO RECON-BEFORE-COUNT(STATUS-I)
              END-IF

              READ HISTORY-DS NEXT
                 AT END SET IS-HISTORY-DONE TO TRUE
              END-READ
           END-PERFORM.

       END-COUNT-HISTORY-MASTER.
           EXIT.
      *-----------------------------------------------------------------
      * Reads the rebuilt master back from the start and counts it by
      * status into the after column of RECON-TABLE.
      *-----------------------------------------------------------------
       COUNT-NEW-MASTER.
           OPEN INPUT NEW-HISTORY-DS

           IF NOT NHIST-OK THEN
              DISPLAY "Error opening the new history master (NHSTDD)"
                  ECODE-M
              GOBACK
           END-IF

           READ NEW-HISTORY-DS
              AT END SET IS-NEW-HISTORY-DONE TO TRUE
           END-READ

           PERFORM UNTIL IS-NEW-HISTORY-DONE
              MOVE NHIST-STATUS TO STATUS-BYTE
              PERFORM SET-STATUS-ROW
              ADD 1 TO RECON-AFTER-COUNT(STATUS-I)

              READ NEW-HISTORY-DS
                 AT END SET IS-NEW-HISTORY-DONE TO TRUE
              END-READ
           END-PERFORM

           CLOSE NEW-HISTORY-DS.

       END-COUNT-NEW-MASTER.
           EXIT.
      *
       SET-STATUS-ROW.
           EVALUATE STATUS-BYTE
           WHEN 'A'
              MOVE 1 TO STATUS-I
           WHEN 'L'
              MOVE 2 TO STATUS-I
           WHEN OTHER
              MOVE 3 TO STATUS-I
           END-EVALUATE.
       END-SET-STATUS-ROW.
           EXIT.
      *-----------------------------------------------------------------
      * Writes one housekeeping detail row from the history record
      * just archived or restored: the action taken, the match key
      * (with the target's catalog label), its end position, its run
      * count and its first/last seen stamps.
      *-----------------------------------------------------------------
       WRITE-ARCHIVE-LINE.
           IF REPORT-LINE-COUNT >= REPORT-LINES-PER-PAGE THEN
              PERFORM WRITE-ARCHIVE-HEADING
           END-IF

           MOVE HIST-NAME-NUMBER TO ARC-NAME-ED
           MOVE HIST-NAME-NUMBER TO LABEL-LOOKUP-NAME
           PERFORM FIND-TARGET-LABEL

           MOVE SPACES TO ARC-START-LOC
           STRING HIST-START-BOOK '-' HIST-START-CHAPTER '-'
                  HIST-START-VERSE '-' HIST-START-WORD-NO
                  DELIMITED BY SIZE INTO ARC-START-LOC
           END-STRING

           MOVE SPACES TO ARC-END-LOC
           STRING HIST-END-BOOK '-' HIST-END-CHAPTER '-'
                  HIST-END-VERSE '-' HIST-END-WORD-NO
                  DELIMITED BY SIZE INTO ARC-END-LOC
           END-STRING

           MOVE HIST-RUN-COUNT TO ARC-RUNS-ED

           MOVE SPACES TO REPORT-TEXT
           STRING ARC-ACTION ' ' ARC-NAME-ED ' ' TARGET-LABEL-TXT
                  '  ' ARC-START-LOC
                  ' ' ARC-END-LOC ' ' ARC-RUNS-ED
                  '  ' HIST-FIRST-SEEN '  ' HIST-LAST-SEEN
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING

           MOVE ' ' TO REPORT-CTL
           WRITE REPORT-REC
           ADD 1 TO REPORT-LINE-COUNT.

       END-WRITE-ARCHIVE-LINE.
           EXIT.
      *-----------------------------------------------------------------
      * Writes a NOT ARCHIVED row for the restore card at RESTORE-I,
      * which matched no archive record: its NAME-NUMBER and the
      * start position it asked for (blank for a whole target).
      *-----------------------------------------------------------------
       WRITE-NOT-ARCHIVED-LINE.
           IF REPORT-LINE-COUNT >= REPORT-LINES-PER-PAGE THEN
              PERFORM WRITE-ARCHIVE-HEADING
           END-IF

           MOVE RESTORE-NAME-NUMBER(RESTORE-I) TO LABEL-LOOKUP-NAME
           MOVE LABEL-LOOKUP-NAME TO ARC-NAME-ED
           PERFORM FIND-TARGET-LABEL

           MOVE SPACES TO ARC-START-LOC
           IF RESTORE-LOCATION(RESTORE-I) NOT = SPACES THEN
              STRING RESTORE-LOCATION(RESTORE-I)(1:3) '-'
                     RESTORE-LOCATION(RESTORE-I)(4:3) '-'
                     RESTORE-LOCATION(RESTORE-I)(7:3) '-'
                     RESTORE-LOCATION(RESTORE-I)(10:4)
                     DELIMITED BY SIZE INTO ARC-START-LOC
              END-STRING
           END-IF

           MOVE 'NOT ARCHIVED' TO ARC-ACTION
           MOVE SPACES TO REPORT-TEXT
           STRING ARC-ACTION ' ' ARC-NAME-ED ' ' TARGET-LABEL-TXT
                  '  ' ARC-START-LOC
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING

           MOVE ' ' TO REPORT-CTL
           WRITE REPORT-REC
           ADD 1 TO REPORT-LINE-COUNT.

       END-WRITE-NOT-ARCHIVED-LINE.
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
      * Writes the housekeeping report's page heading and column
      * headings, same paging convention as CBLXHIST's WRITE-
      * HISTORY-HEADING.
      *-----------------------------------------------------------------
       WRITE-ARCHIVE-HEADING.
           ADD 1 TO REPORT-PAGE-COUNT
           MOVE REPORT-PAGE-COUNT TO REPORT-PAGE-COUNT-ED

           MOVE '1' TO REPORT-CTL
           MOVE SPACES TO REPORT-TEXT
           IF IS-PURGE-RUN THEN
              IF CUTOFF-STAMP = LOW-VALUES THEN
                 STRING 'MATCH HISTORY ARCHIVE - PURGE   CUTOFF: '
                        '(NONE)  ' '   PAGE: ' REPORT-PAGE-COUNT-ED
                        DELIMITED BY SIZE INTO REPORT-TEXT
                 END-STRING
              ELSE
                 STRING 'MATCH HISTORY ARCHIVE - PURGE   CUTOFF: '
                        CUTOFF-STAMP '   PAGE: ' REPORT-PAGE-COUNT-ED
                        DELIMITED BY SIZE INTO REPORT-TEXT
                 END-STRING
              END-IF
           ELSE
              STRING 'MATCH HISTORY ARCHIVE - RESTORE   PAGE: '
                     REPORT-PAGE-COUNT-ED
                     DELIMITED BY SIZE INTO REPORT-TEXT
              END-STRING
           END-IF
           WRITE REPORT-REC

           MOVE ' ' TO REPORT-CTL
           MOVE SPACES TO REPORT-TEXT
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           STRING 'ACTION       NAME LABEL                           '
                  'START             '
                  'END                RUNS  FIRST-SEEN  LAST-SEEN'
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE ALL '-' TO REPORT-TEXT
           WRITE REPORT-REC

           MOVE 0 TO REPORT-LINE-COUNT.

       END-WRITE-ARCHIVE-HEADING.
           EXIT.
      *-----------------------------------------------------------------
      * Closing summary page: the run's mode and retention, the
      * master's record counts reconciled by status (after must equal
      * before less archived plus restored less merged), and the
      * archive counts.
      *-----------------------------------------------------------------
       WRITE-ARCHIVE-SUMMARY.
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
           IF IS-PURGE-RUN THEN
              IF RETAIN-RUNS > 0 THEN
                 MOVE RETAIN-RUNS TO ARC-RUNS-ED
                 STRING 'MODE: PURGE   RETAIN RUNS: ' ARC-RUNS-ED
                        '   CUTOFF: ' CUTOFF-STAMP
                        DELIMITED BY SIZE INTO REPORT-TEXT
                 END-STRING
                 IF CUTOFF-STAMP = LOW-VALUES THEN
                    MOVE '(NONE - TOO FEW RUNS REGISTERED)' TO
                         REPORT-TEXT(44:32)
                 END-IF
              ELSE
                 STRING 'MODE: PURGE   CUTOFF: ' CUTOFF-STAMP
                        DELIMITED BY SIZE INTO REPORT-TEXT
                 END-STRING
              END-IF
           ELSE
              MOVE RESTORE-COUNT TO ARC-COUNT-ED
              STRING 'MODE: RESTORE   REQUESTS: ' ARC-COUNT-ED
                     DELIMITED BY SIZE INTO REPORT-TEXT
              END-STRING
           END-IF
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           STRING 'HISTORY MASTER    BEFORE   ARCHIVED   RESTORED'
                  '     MERGED      AFTER   EXPECTED'
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           PERFORM VARYING STATUS-I FROM 1 BY 1 UNTIL STATUS-I > 3
              ADD RECON-BEFORE-COUNT(STATUS-I) TO RECON-BEFORE-COUNT(4)
              ADD RECON-ARCHIVED-COUNT(STATUS-I) TO
                  RECON-ARCHIVED-COUNT(4)
              ADD RECON-RESTORED-COUNT(STATUS-I) TO
                  RECON-RESTORED-COUNT(4)
              ADD RECON-MERGED-COUNT(STATUS-I) TO
                  RECON-MERGED-COUNT(4)
              ADD RECON-AFTER-COUNT(STATUS-I) TO RECON-AFTER-COUNT(4)
           END-PERFORM

           SET IS-RECON-BALANCED TO TRUE
           PERFORM VARYING STATUS-I FROM 1 BY 1 UNTIL STATUS-I > 4
              EVALUATE STATUS-I
              WHEN 1
                 MOVE 'ACTIVE' TO ARC-STATUS-TXT
              WHEN 2
                 MOVE 'LAPSED' TO ARC-STATUS-TXT
              WHEN 3
                 MOVE 'OTHER' TO ARC-STATUS-TXT
              WHEN OTHER
                 MOVE 'TOTAL' TO ARC-STATUS-TXT
              END-EVALUATE

              COMPUTE RECON-EXPECTED = RECON-BEFORE-COUNT(STATUS-I)
                                     - RECON-ARCHIVED-COUNT(STATUS-I)
                                     + RECON-RESTORED-COUNT(STATUS-I)
                                     - RECON-MERGED-COUNT(STATUS-I)
              IF RECON-AFTER-COUNT(STATUS-I) NOT = RECON-EXPECTED THEN
                 SET IS-RECON-BALANCED TO FALSE
              END-IF

              MOVE RECON-BEFORE-COUNT(STATUS-I)   TO ARC-BEFORE-ED
              MOVE RECON-ARCHIVED-COUNT(STATUS-I) TO ARC-ARCHIVED-ED
              MOVE RECON-RESTORED-COUNT(STATUS-I) TO ARC-RESTORED-ED
              MOVE RECON-MERGED-COUNT(STATUS-I)   TO ARC-MERGED-ED
              MOVE RECON-AFTER-COUNT(STATUS-I)    TO ARC-AFTER-ED
              MOVE RECON-EXPECTED                 TO ARC-EXPECTED-ED

              MOVE SPACES TO REPORT-TEXT
              STRING '  ' ARC-STATUS-TXT '        ' ARC-BEFORE-ED
                     '    ' ARC-ARCHIVED-ED '    ' ARC-RESTORED-ED
                     '    ' ARC-MERGED-ED
                     '    ' ARC-AFTER-ED '    ' ARC-EXPECTED-ED
                     DELIMITED BY SIZE INTO REPORT-TEXT
              END-STRING
              WRITE REPORT-REC
           END-PERFORM

           MOVE SPACES TO REPORT-TEXT
           WRITE REPORT-REC

           IF IS-RECON-BALANCED THEN
              MOVE 'HISTORY MASTER IN BALANCE' TO REPORT-TEXT
           ELSE
              MOVE '*** HISTORY MASTER OUT OF BALANCE ***'
                   TO REPORT-TEXT
           END-IF
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           WRITE REPORT-REC

           MOVE ARCHIVE-OLD-COUNT TO ARC-COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'ARCHIVE RECORDS READ:     ' ARC-COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE ARCHIVE-CARRIED-COUNT TO ARC-COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'ARCHIVE RECORDS CARRIED:  ' ARC-COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE ARCHIVE-ADDED-COUNT TO ARC-COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'ARCHIVE RECORDS ADDED:    ' ARC-COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE ARCHIVE-REMOVED-COUNT TO ARC-COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'ARCHIVE RECORDS RESTORED: ' ARC-COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE ARCHIVE-NEW-COUNT TO ARC-COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'ARCHIVE RECORDS WRITTEN:  ' ARC-COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           IF IS-RESTORE-RUN THEN
              MOVE RECON-MERGED-COUNT(4) TO ARC-COUNT-ED
              MOVE SPACES TO REPORT-TEXT
              STRING 'MERGED INTO MASTER:       ' ARC-COUNT-ED
                     DELIMITED BY SIZE INTO REPORT-TEXT
              END-STRING
              WRITE REPORT-REC

              MOVE NOT-ARCHIVED-COUNT TO ARC-COUNT-ED
              MOVE SPACES TO REPORT-TEXT
              STRING 'REQUESTS NOT ARCHIVED:    ' ARC-COUNT-ED
                     DELIMITED BY SIZE INTO REPORT-TEXT
              END-STRING
              WRITE REPORT-REC
           END-IF.

       END-WRITE-ARCHIVE-SUMMARY.
           EXIT.
