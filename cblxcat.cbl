      *=================================================================
      * Companion utility to CBLGEN. Maintains the target catalog: one
      * entry per target NAME-NUMBER recording what the value is (its
      * label), what kind of target it is (category), who asked for
      * it (requesting analyst), when it was added, and whether it is
      * still active or has been retired. CBLGEN can take its run's
      * targets from the catalog's active entries instead of the
      * CONTROL-DS target records, and CBLGEN, CBLXCMP, CBLXFAM and
      * CBLXHIST print the catalog label next to each NAME-NUMBER, so
      * nobody has to remember why a value is on the list.
      *-----------------------------------------------------------------
      * Input:
      *    TRANSACTION-DS (CATTDD) - sequential fixed (80-byte)
      *       maintenance transactions, applied in the order given:
      *       'A' adds a new entry (label required; a blank date
      *       added takes the run date) or reinstates a retired one
      *       (non-blank fields replace the entry's, the original
      *       date added is kept); 'C' changes an entry's label,
      *       category, analyst or date added - only the non-blank
      *       transaction fields are applied; 'R' retires an active
      *       entry. Entries are never deleted, so a retired target's
      *       label still prints against its old history.
      * Input/Output:
      *    TARGET-CATALOG-DS (CATDD) - the indexed target catalog,
      *       keyed by NAME-NUMBER. Declared OPTIONAL so the first
      *       maintenance run creates it.
      * Output:
      *    REPORT-DS (XCATDD) - the audit listing: one line per
      *       transaction showing the action taken (ADDED, REINSTATED,
      *       CHANGED, RETIRED or REJECTED with the reason) and the
      *       entry as it now stands - a CHANGED line is followed by a
      *       WAS line carrying the entry as it stood before - and a
      *       closing summary page with the count per action and the
      *       catalog's active/retired entry counts after the run.
      * Algorithm:
      *    Each transaction is validated and read against the catalog
      *       by key: the transaction code and whether the entry
      *       exists (and its status) decide between writing,
      *       rewriting and rejecting. Once the transactions are
      *       exhausted the catalog is read in key order from the
      *       start to count its active and retired entries.
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. CBLXCAT.
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
           SELECT TRANSACTION-DS ASSIGN TO CATTDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ECODE-T.

      * The target catalog. OPTIONAL so the very first maintenance
      * run creates an empty catalog instead of failing the open.
           SELECT OPTIONAL TARGET-CATALOG-DS ASSIGN TO CATDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAT-NAME-NUMBER
           FILE STATUS IS ECODE-G.

           SELECT REPORT-DS ASSIGN TO XCATDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ECODE-R.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * One maintenance transaction. The NAME-NUMBER is also viewed
      * as text, so a mistyped one can be shown on its REJECTED line.
       FD  TRANSACTION-DS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  TRANSACTION-REC.
           05 TRAN-CODE        PIC X.
              88 TRAN-ADD    VALUE 'A'.
              88 TRAN-CHANGE VALUE 'C'.
              88 TRAN-RETIRE VALUE 'R'.
           05 TRAN-NAME-NUMBER PIC 9(4).
           05 TRAN-NAME-TXT REDEFINES TRAN-NAME-NUMBER PIC X(4).
           05 TRAN-LABEL       PIC X(30).
           05 TRAN-CATEGORY    PIC X(10).
           05 TRAN-ANALYST     PIC X(20).
           05 TRAN-DATE-ADDED  PIC X(8).
           05 FILLER           PIC X(7).
      *------------------------
      * The target catalog entry: label, category, requesting
      * analyst, date added (YYYYMMDD) and active/retired status.
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
      * The audit listing. REPORT-CTL is an ASA printer control
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
           05 ECODE-T PIC XX.
              88 TRAN-OK VALUE "00".
           05 ECODE-G PIC XX.
      *> "05" on the open means the OPTIONAL catalog was just created
      *> empty - a normal first run, not an error.
              88 CAT-OK VALUE "00" "05".
              88 CAT-NOT-FOUND VALUE "23".
           05 ECODE-R PIC XX.
              88 OUT-OK VALUE "00".

       01  TRANSACTION-READ-STATUS PIC X VALUE 'N'.
           88 IS-TRANSACTION-DONE VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  CATALOG-READ-STATUS PIC X VALUE 'N'.
           88 IS-CATALOG-DONE VALUE 'Y' WHEN SET TO FALSE IS 'N'.
      *> Is the transaction's NAME-NUMBER already on the catalog?
      *> Set by READ-CATALOG-ENTRY, which leaves the entry in
      *> TARGET-CATALOG-REC when it is.
       01  CATALOG-ENTRY-FOUND PIC X VALUE 'N'.
           88 IS-CATALOG-ENTRY-FOUND VALUE 'Y' WHEN SET TO FALSE IS 'N'.

      * The run date, stamped as date added on a new entry whose
      * transaction leaves it blank.
       01  RUN-DATE PIC X(8).

      * The entry as it stood before a change, for the WAS line.
       01  CATALOG-BEFORE-REC PIC X(80).

       01  TRANSACTION-COUNT PIC 9(7) USAGE BINARY VALUE 0.
       01  ADDED-COUNT       PIC 9(7) USAGE BINARY VALUE 0.
       01  REINSTATED-COUNT  PIC 9(7) USAGE BINARY VALUE 0.
       01  CHANGED-COUNT     PIC 9(7) USAGE BINARY VALUE 0.
       01  RETIRED-COUNT     PIC 9(7) USAGE BINARY VALUE 0.
       01  REJECTED-COUNT    PIC 9(7) USAGE BINARY VALUE 0.
       01  ACTIVE-ENTRY-COUNT  PIC 9(7) USAGE BINARY VALUE 0.
       01  RETIRED-ENTRY-COUNT PIC 9(7) USAGE BINARY VALUE 0.

       01  REPORT-LINES-PER-PAGE PIC 9(3) VALUE 60.
       01  REPORT-LINE-COUNT     PIC 9(3) VALUE 0.
       01  REPORT-PAGE-COUNT     PIC 9(5) VALUE 0.
       01  REPORT-PAGE-COUNT-ED  PIC ZZZZ9.

      * Fields of the audit detail line, built from the catalog entry
      * just written or rewritten, or from a rejected transaction.
       01  AUD-ACTION   PIC X(10).
       01  AUD-NAME     PIC X(4).
       01  AUD-LABEL    PIC X(30).
       01  AUD-CATEGORY PIC X(10).
       01  AUD-ANALYST  PIC X(20).
       01  AUD-DATE     PIC X(8).
       01  AUD-STATUS   PIC X.
       01  AUD-REASON   PIC X(30).

       01  SUMMARY-COUNT-ED PIC ZZZZZZ9.

      *========================
       PROCEDURE DIVISION.
      *========================
       BEGIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           OPEN I-O TARGET-CATALOG-DS

           IF NOT CAT-OK THEN
              DISPLAY "Error opening the target catalog (CATDD)"
                  ECODE-G
              GOBACK
           END-IF

           OPEN INPUT TRANSACTION-DS

           IF NOT TRAN-OK THEN
              DISPLAY "Error opening the catalog transaction data set "
                  "(CATTDD)" ECODE-T
              GOBACK
           END-IF

           OPEN OUTPUT REPORT-DS

           IF NOT OUT-OK THEN
              DISPLAY "Error opening the catalog audit data set "
                  "(XCATDD)" ECODE-R
              GOBACK
           END-IF

           PERFORM WRITE-AUDIT-HEADING

           READ TRANSACTION-DS
              AT END SET IS-TRANSACTION-DONE TO TRUE
           END-READ

           PERFORM UNTIL IS-TRANSACTION-DONE
              PERFORM APPLY-TRANSACTION

              READ TRANSACTION-DS
                 AT END SET IS-TRANSACTION-DONE TO TRUE
              END-READ
           END-PERFORM

           CLOSE TRANSACTION-DS

           PERFORM COUNT-CATALOG-ENTRIES
           PERFORM WRITE-AUDIT-SUMMARY

           CLOSE TARGET-CATALOG-DS
           CLOSE REPORT-DS

           GOBACK.

       END-BEGIN.
           EXIT.
      *-----------------------------------------------------------------
      * Applies the transaction held in TRANSACTION-REC. A non-numeric
      * NAME-NUMBER or an unknown transaction code is rejected before
      * the catalog is touched; otherwise the code's own paragraph
      * decides. Any paragraph that leaves a reason in AUD-REASON has
      * rejected the transaction, and it is listed as such.
      *-----------------------------------------------------------------
       APPLY-TRANSACTION.
           ADD 1 TO TRANSACTION-COUNT
           MOVE SPACES TO AUD-REASON

           EVALUATE TRUE
           WHEN TRAN-NAME-NUMBER NOT NUMERIC
              MOVE 'NAME-NUMBER NOT NUMERIC' TO AUD-REASON
           WHEN TRAN-ADD
              PERFORM APPLY-ADD
           WHEN TRAN-CHANGE
              PERFORM APPLY-CHANGE
           WHEN TRAN-RETIRE
              PERFORM APPLY-RETIRE
           WHEN OTHER
              MOVE 'UNKNOWN TRANSACTION CODE' TO AUD-REASON
           END-EVALUATE

           IF AUD-REASON NOT = SPACES THEN
              ADD 1 TO REJECTED-COUNT
              MOVE 'REJECTED' TO AUD-ACTION
              MOVE TRAN-NAME-TXT   TO AUD-NAME
              MOVE TRAN-LABEL      TO AUD-LABEL
              MOVE TRAN-CATEGORY   TO AUD-CATEGORY
              MOVE TRAN-ANALYST    TO AUD-ANALYST
              MOVE TRAN-DATE-ADDED TO AUD-DATE
              MOVE TRAN-CODE       TO AUD-STATUS
              PERFORM WRITE-AUDIT-LINE
           END-IF.

       END-APPLY-TRANSACTION.
           EXIT.
      *-----------------------------------------------------------------
      * Reads the transaction's NAME-NUMBER against the catalog by key
      * and sets IS-CATALOG-ENTRY-FOUND; the entry, when found, is left
      * in TARGET-CATALOG-REC.
      *-----------------------------------------------------------------
       READ-CATALOG-ENTRY.
           MOVE TRAN-NAME-NUMBER TO CAT-NAME-NUMBER

           READ TARGET-CATALOG-DS
              INVALID KEY CONTINUE
           END-READ

           EVALUATE TRUE
           WHEN CAT-NOT-FOUND
              SET IS-CATALOG-ENTRY-FOUND TO FALSE
           WHEN CAT-OK
              SET IS-CATALOG-ENTRY-FOUND TO TRUE
           WHEN OTHER
              DISPLAY "Error reading the target catalog (CATDD)"
                  ECODE-G
              GOBACK
           END-EVALUATE.

       END-READ-CATALOG-ENTRY.
           EXIT.
      *-----------------------------------------------------------------
      * Add transaction. A new NAME-NUMBER is written as an active
      * entry (its label is required; a blank date added takes the
      * run date). A retired entry is reinstated: active again, the
      * transaction's non-blank fields replacing the entry's, its
      * original date added kept. An entry already active is
      * rejected - a change transaction is the way to amend it.
      *-----------------------------------------------------------------
       APPLY-ADD.
           PERFORM READ-CATALOG-ENTRY

           EVALUATE TRUE
           WHEN NOT IS-CATALOG-ENTRY-FOUND
              IF TRAN-LABEL = SPACES THEN
                 MOVE 'LABEL REQUIRED ON ADD' TO AUD-REASON
              ELSE
                 MOVE SPACES TO TARGET-CATALOG-REC
                 MOVE TRAN-NAME-NUMBER TO CAT-NAME-NUMBER
                 MOVE TRAN-LABEL       TO CAT-LABEL
                 MOVE TRAN-CATEGORY    TO CAT-CATEGORY
                 MOVE TRAN-ANALYST     TO CAT-ANALYST
                 IF TRAN-DATE-ADDED = SPACES THEN
                    MOVE RUN-DATE TO CAT-DATE-ADDED
                 ELSE
                    MOVE TRAN-DATE-ADDED TO CAT-DATE-ADDED
                 END-IF
                 SET CAT-ACTIVE TO TRUE

                 WRITE TARGET-CATALOG-REC
                    INVALID KEY CONTINUE
                 END-WRITE

                 IF NOT CAT-OK THEN
                    DISPLAY "Error writing the target catalog (CATDD)"
                        ECODE-G
                    GOBACK
                 END-IF

                 ADD 1 TO ADDED-COUNT
                 MOVE 'ADDED' TO AUD-ACTION
                 PERFORM WRITE-CATALOG-AUDIT-LINE
              END-IF

           WHEN CAT-RETIRED
              PERFORM APPLY-TRANSACTION-FIELDS
              SET CAT-ACTIVE TO TRUE
              PERFORM REWRITE-CATALOG-ENTRY

              ADD 1 TO REINSTATED-COUNT
              MOVE 'REINSTATED' TO AUD-ACTION
              PERFORM WRITE-CATALOG-AUDIT-LINE

           WHEN OTHER
              MOVE 'ALREADY ACTIVE ON CATALOG' TO AUD-REASON
           END-EVALUATE.

       END-APPLY-ADD.
           EXIT.
      *-----------------------------------------------------------------
      * Change transaction. The transaction's non-blank label,
      * category, analyst and date added replace the entry's; its
      * status is left alone. The entry as it stood before is listed
      * on a WAS line under the CHANGED line.
      *-----------------------------------------------------------------
       APPLY-CHANGE.
           PERFORM READ-CATALOG-ENTRY

           EVALUATE TRUE
           WHEN NOT IS-CATALOG-ENTRY-FOUND
              MOVE 'NOT ON CATALOG' TO AUD-REASON
           WHEN TRAN-LABEL = SPACES AND TRAN-CATEGORY = SPACES AND
                TRAN-ANALYST = SPACES AND TRAN-DATE-ADDED = SPACES
              MOVE 'NO FIELDS TO CHANGE' TO AUD-REASON
           WHEN OTHER
              MOVE TARGET-CATALOG-REC TO CATALOG-BEFORE-REC
              PERFORM APPLY-TRANSACTION-FIELDS
              IF TRAN-DATE-ADDED NOT = SPACES THEN
                 MOVE TRAN-DATE-ADDED TO CAT-DATE-ADDED
              END-IF
              PERFORM REWRITE-CATALOG-ENTRY

              ADD 1 TO CHANGED-COUNT
              MOVE 'CHANGED' TO AUD-ACTION
              PERFORM WRITE-CATALOG-AUDIT-LINE

              MOVE CATALOG-BEFORE-REC TO TARGET-CATALOG-REC
              MOVE '  WAS' TO AUD-ACTION
              PERFORM WRITE-CATALOG-AUDIT-LINE
           END-EVALUATE.

       END-APPLY-CHANGE.
           EXIT.
      *-----------------------------------------------------------------
      * Retire transaction. An active entry is flagged retired - not
      * deleted, so its label still prints against its old matches.
      *-----------------------------------------------------------------
       APPLY-RETIRE.
           PERFORM READ-CATALOG-ENTRY

           EVALUATE TRUE
           WHEN NOT IS-CATALOG-ENTRY-FOUND
              MOVE 'NOT ON CATALOG' TO AUD-REASON
           WHEN CAT-RETIRED
              MOVE 'ALREADY RETIRED' TO AUD-REASON
           WHEN OTHER
              SET CAT-RETIRED TO TRUE
              PERFORM REWRITE-CATALOG-ENTRY

              ADD 1 TO RETIRED-COUNT
              MOVE 'RETIRED' TO AUD-ACTION
              PERFORM WRITE-CATALOG-AUDIT-LINE
           END-EVALUATE.

       END-APPLY-RETIRE.
           EXIT.
      *-----------------------------------------------------------------
      * Moves the transaction's non-blank label, category and analyst
      * onto the entry held in TARGET-CATALOG-REC.
      *-----------------------------------------------------------------
       APPLY-TRANSACTION-FIELDS.
           IF TRAN-LABEL NOT = SPACES THEN
              MOVE TRAN-LABEL TO CAT-LABEL
           END-IF
           IF TRAN-CATEGORY NOT = SPACES THEN
              MOVE TRAN-CATEGORY TO CAT-CATEGORY
           END-IF
           IF TRAN-ANALYST NOT = SPACES THEN
              MOVE TRAN-ANALYST TO CAT-ANALYST
           END-IF.

       END-APPLY-TRANSACTION-FIELDS.
           EXIT.
      *-----------------------------------------------------------------
      * Rewrites the entry held in TARGET-CATALOG-REC.
      *-----------------------------------------------------------------
       REWRITE-CATALOG-ENTRY.
           REWRITE TARGET-CATALOG-REC
              INVALID KEY CONTINUE
           END-REWRITE

           IF NOT CAT-OK THEN
              DISPLAY "Error rewriting the target catalog (CATDD)"
                  ECODE-G
              GOBACK
           END-IF.

       END-REWRITE-CATALOG-ENTRY.
           EXIT.
      *-----------------------------------------------------------------
      * Walks the whole catalog in key order once the transactions
      * are exhausted, counting its active and retired entries for
      * the summary page.
      *-----------------------------------------------------------------
       COUNT-CATALOG-ENTRIES.
           MOVE ZERO TO CAT-NAME-NUMBER

           START TARGET-CATALOG-DS KEY IS >= CAT-NAME-NUMBER
              INVALID KEY SET IS-CATALOG-DONE TO TRUE
           END-START

           IF NOT IS-CATALOG-DONE THEN
              READ TARGET-CATALOG-DS NEXT
                 AT END SET IS-CATALOG-DONE TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL IS-CATALOG-DONE
              IF CAT-RETIRED THEN
                 ADD 1 TO RETIRED-ENTRY-COUNT
              ELSE
                 ADD 1 TO ACTIVE-ENTRY-COUNT
              END-IF

              READ TARGET-CATALOG-DS NEXT
                 AT END SET IS-CATALOG-DONE TO TRUE
              END-READ
           END-PERFORM.

       END-COUNT-CATALOG-ENTRIES.
           EXIT.
      *-----------------------------------------------------------------
      * Writes one audit detail row from the catalog entry held in
      * TARGET-CATALOG-REC, under the action already in AUD-ACTION.
      *-----------------------------------------------------------------
       WRITE-CATALOG-AUDIT-LINE.
           MOVE CAT-NAME-NUMBER TO AUD-NAME
           MOVE CAT-LABEL       TO AUD-LABEL
           MOVE CAT-CATEGORY    TO AUD-CATEGORY
           MOVE CAT-ANALYST     TO AUD-ANALYST
           MOVE CAT-DATE-ADDED  TO AUD-DATE
           MOVE CAT-STATUS      TO AUD-STATUS
           PERFORM WRITE-AUDIT-LINE.

       END-WRITE-CATALOG-AUDIT-LINE.
           EXIT.
      *-----------------------------------------------------------------
      * Writes one audit detail row from the AUD- fields, starting a
      * new page once REPORT-LINES-PER-PAGE lines have been written on
      * the current page.
      *-----------------------------------------------------------------
       WRITE-AUDIT-LINE.
           IF REPORT-LINE-COUNT >= REPORT-LINES-PER-PAGE THEN
              PERFORM WRITE-AUDIT-HEADING
           END-IF

           MOVE SPACES TO REPORT-TEXT
           STRING AUD-ACTION ' ' AUD-NAME '  ' AUD-LABEL ' '
                  AUD-CATEGORY ' ' AUD-ANALYST ' ' AUD-DATE '  '
                  AUD-STATUS '   ' AUD-REASON
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING

           MOVE ' ' TO REPORT-CTL
           WRITE REPORT-REC
           ADD 1 TO REPORT-LINE-COUNT.

       END-WRITE-AUDIT-LINE.
           EXIT.
      *-----------------------------------------------------------------
      * Writes the audit listing's page heading and column headings,
      * same paging convention as CBLXHIST's WRITE-HISTORY-HEADING.
      *-----------------------------------------------------------------
       WRITE-AUDIT-HEADING.
           ADD 1 TO REPORT-PAGE-COUNT
           MOVE REPORT-PAGE-COUNT TO REPORT-PAGE-COUNT-ED

           MOVE '1' TO REPORT-CTL
           MOVE SPACES TO REPORT-TEXT
           STRING 'TARGET CATALOG MAINTENANCE   RUN: ' RUN-DATE
                  '   PAGE: ' REPORT-PAGE-COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE ' ' TO REPORT-CTL
           MOVE SPACES TO REPORT-TEXT
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           STRING 'ACTION     NAME  LABEL                          '
                  'CATEGORY   ANALYST              ADDED     '
                  'ST  REASON'
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE ALL '-' TO REPORT-TEXT
           WRITE REPORT-REC

           MOVE 0 TO REPORT-LINE-COUNT.

       END-WRITE-AUDIT-HEADING.
           EXIT.
      *-----------------------------------------------------------------
      * Closing summary page: transactions read, the count per action,
      * and the catalog's active/retired entry counts after the run.
      *-----------------------------------------------------------------
       WRITE-AUDIT-SUMMARY.
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

           MOVE TRANSACTION-COUNT TO SUMMARY-COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'TRANSACTIONS:     ' SUMMARY-COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE ADDED-COUNT TO SUMMARY-COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'ADDED:            ' SUMMARY-COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE REINSTATED-COUNT TO SUMMARY-COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'REINSTATED:       ' SUMMARY-COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE CHANGED-COUNT TO SUMMARY-COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'CHANGED:          ' SUMMARY-COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE RETIRED-COUNT TO SUMMARY-COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'RETIRED:          ' SUMMARY-COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE REJECTED-COUNT TO SUMMARY-COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'REJECTED:         ' SUMMARY-COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-TEXT
           WRITE REPORT-REC

           MOVE ACTIVE-ENTRY-COUNT TO SUMMARY-COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'CATALOG ACTIVE:   ' SUMMARY-COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC

           MOVE RETIRED-ENTRY-COUNT TO SUMMARY-COUNT-ED
           MOVE SPACES TO REPORT-TEXT
           STRING 'CATALOG RETIRED:  ' SUMMARY-COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-TEXT
           END-STRING
           WRITE REPORT-REC.

       END-WRITE-AUDIT-SUMMARY.
           EXIT.
