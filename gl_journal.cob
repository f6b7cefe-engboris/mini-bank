      ****************************************************************
      * Nightly general-ledger interface: reads the day's entries on *
      * the transaction ledger once, summarises them by ledger-type  *
      * and by account-type (savings or checking, from accounts.dat) *
      * and maps every group to a debit and a credit GL account code *
      * through the mapping file gl_mapping.dat. A mapping line with *
      * a blank account-type covers both kinds of account; a line    *
      * for the exact account-type wins over it. The journal for the *
      * finance system is written to the fixed-width file            *
      * gl_journal.dat - one debit and one credit line per group,    *
      * then a trailer with the control totals.                      *
      * gl_journal_report.txt lists every group with its GL codes,   *
      * and any group with no mapping is listed there as UNMAPPED    *
      * rather than dropped. The job proves total debits against     *
      * total credits; it ends with return code 8 when they differ   *
      * and 4 when a group was unmapped, so operations can page on   *
      * it.                                                          *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. gl-journal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ledger-file ASSIGN TO "ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ledger-file-status.

           SELECT accounts-file ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS account-number
               ALTERNATE RECORD KEY IS account-phone WITH DUPLICATES
               FILE STATUS IS accounts-file-status.

           SELECT mapping-file ASSIGN TO "gl_mapping.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS mapping-file-status.

           SELECT journal-file ASSIGN TO "gl_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS journal-file-status.

           SELECT report-file ASSIGN TO "gl_journal_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS report-file-status.

           SELECT business-date-file ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS business-date-status.

           SELECT run-control-file ASSIGN TO "run_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS run-control-status.

       DATA DIVISION.
       FILE SECTION.
       FD ledger-file.
       COPY LEDGERREC.

       FD accounts-file.
       COPY ACCTREC.

       FD mapping-file.
       01 mapping-record.
           05 map-ledger-type        PIC X(12).
           05 FILLER                 PIC X.
           05 map-account-type       PIC X.
           05 FILLER                 PIC X.
           05 map-debit-gl           PIC X(10).
           05 FILLER                 PIC X.
           05 map-credit-gl          PIC X(10).

       FD journal-file.
       01 journal-record.
           05 jrn-record-type        PIC X.
               88 jrn-detail         VALUE "D".
               88 jrn-trailer        VALUE "T".
           05 jrn-date               PIC X(8).
           05 jrn-body               PIC X(45).
           05 jrn-detail-body REDEFINES jrn-body.
               10 jrn-gl-account     PIC X(10).
               10 jrn-side           PIC X.
               10 jrn-amount         PIC 9(11)V99.
               10 jrn-ledger-type    PIC X(12).
               10 jrn-account-type   PIC X.
               10 jrn-entry-count    PIC 9(8).
           05 jrn-trailer-body REDEFINES jrn-body.
               10 jrn-line-count     PIC 9(7).
               10 jrn-debit-total    PIC 9(13)V99.
               10 jrn-credit-total   PIC 9(13)V99.
               10 FILLER             PIC X(8).

       FD report-file.
       01 report-line                PIC X(90).

       FD business-date-file.
       COPY BUSDATE.

       FD run-control-file.
       COPY RUNCTLREC.

       WORKING-STORAGE SECTION.
       77 ledger-file-status         PIC XX VALUE SPACES.
       77 REDEFINES ledger-file-status PIC XX.
           88 ledger-file-ok         VALUE "00".
       77 accounts-file-status       PIC XX VALUE SPACES.
       77 REDEFINES accounts-file-status PIC XX.
           88 accounts-file-ok       VALUE "00".
       77 mapping-file-status        PIC XX VALUE SPACES.
       77 REDEFINES mapping-file-status PIC XX.
           88 mapping-file-ok        VALUE "00".
       77 journal-file-status        PIC XX VALUE SPACES.
       77 REDEFINES journal-file-status PIC XX.
           88 journal-file-ok        VALUE "00".
       77 report-file-status         PIC XX VALUE SPACES.
       77 REDEFINES report-file-status PIC XX.
           88 report-file-ok         VALUE "00".
       01 end-of-ledger-flag         PIC X VALUE "N".
           88 end-of-ledger          VALUE "Y".
       01 end-of-mapping             PIC X VALUE "N".
           88 no-more-mapping        VALUE "Y".
       01 entries-read               PIC 9(9) VALUE 0.
       01 entries-today              PIC 9(9) VALUE 0.
       01 journal-lines              PIC 9(7) VALUE 0.
       01 groups-unmapped            PIC 9(9) VALUE 0.
       01 total-debits               PIC 9(13)V99 VALUE 0.
       01 total-credits              PIC 9(13)V99 VALUE 0.
       01 entry-account-type         PIC X.
       01 map-count                  PIC 9(4) VALUE 0.
       01 map-limit                  PIC 9(4) VALUE 200.
       01 map-index                  PIC 9(4).
       01 map-found-index            PIC 9(4).
       01 mapping-table.
           05 mapping-entry OCCURS 200 TIMES.
               10 mt-ledger-type     PIC X(12).
               10 mt-account-type    PIC X.
               10 mt-debit-gl        PIC X(10).
               10 mt-credit-gl       PIC X(10).
       01 group-count                PIC 9(4) VALUE 0.
       01 group-limit                PIC 9(4) VALUE 300.
       01 group-index                PIC 9(4).
       01 group-found-flag           PIC X.
           88 group-found            VALUE "Y".
       01 group-table-full-flag      PIC X VALUE "N".
           88 group-table-full       VALUE "Y".
       01 group-table.
           05 group-entry OCCURS 300 TIMES.
               10 gt-ledger-type     PIC X(12).
               10 gt-account-type    PIC X.
               10 gt-entry-count     PIC 9(8).
               10 gt-amount          PIC 9(13)V99.
       01 current-date-stamp.
           05 current-date-ymd       PIC X(8).
           05 FILLER                 PIC X(13).
       01 report-header.
           05 FILLER                 PIC X(31) VALUE
               "DAILY GENERAL LEDGER JOURNAL   ".
           05 header-date            PIC X(8).
       01 report-detail.
           05 detail-ledger-type     PIC X(12).
           05 FILLER                 PIC X VALUE SPACE.
           05 detail-account-type    PIC X.
           05 FILLER                 PIC X VALUE SPACE.
           05 detail-count           PIC ZZZ,ZZ9.
           05 FILLER                 PIC X VALUE SPACE.
           05 detail-amount          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(4) VALUE " DR ".
           05 detail-debit-gl        PIC X(10).
           05 FILLER                 PIC X(4) VALUE " CR ".
           05 detail-credit-gl       PIC X(10).
           05 FILLER                 PIC X VALUE SPACE.
           05 detail-status          PIC X(10).
       01 report-total.
           05 total-label            PIC X(15).
           05 total-amount-out       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 report-result.
           05 FILLER                 PIC X(15) VALUE "JOURNAL STATUS ".
           05 result-text            PIC X(40).
       77 business-date-status       PIC XX VALUE SPACES.
       77 REDEFINES business-date-status PIC XX.
           88 business-date-ok       VALUE "00".
       77 run-control-status         PIC XX VALUE SPACES.
       77 REDEFINES run-control-status PIC XX.
           88 run-control-ok         VALUE "00".

       PROCEDURE DIVISION.
       run-gl-journal.
           PERFORM load-business-date
           PERFORM load-mapping-table
           PERFORM open-files
           PERFORM UNTIL end-of-ledger
               READ ledger-file
                   AT END
                       SET end-of-ledger TO TRUE
                   NOT AT END
                       PERFORM summarise-one-entry
               END-READ
           END-PERFORM
           CLOSE ledger-file
           CLOSE accounts-file
           IF group-table-full
               DISPLAY "WARNING - group table full, journal "
                   "incomplete past group " group-limit
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM write-report-header
           PERFORM VARYING group-index FROM 1 BY 1
                   UNTIL group-index > group-count
               PERFORM journal-one-group
           END-PERFORM
           PERFORM write-journal-trailer
           PERFORM write-report-totals
           CLOSE journal-file
           CLOSE report-file
           DISPLAY "Ledger entries read: " entries-read
           DISPLAY "Entries for " current-date-ymd ": " entries-today
           DISPLAY "Journal lines written: " journal-lines
           DISPLAY "Unmapped groups: " groups-unmapped
           DISPLAY "Total debits: " total-debits
           DISPLAY "Total credits: " total-credits
           EVALUATE TRUE
               WHEN total-debits NOT = total-credits
                   MOVE 8 TO RETURN-CODE
               WHEN groups-unmapped > 0
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM write-run-control
           STOP RUN.

       load-mapping-table.
           OPEN INPUT mapping-file
           IF NOT mapping-file-ok
               DISPLAY "Error opening GL mapping file, status "
                   mapping-file-status
               STOP RUN
           END-IF
           PERFORM UNTIL no-more-mapping
               READ mapping-file
                   AT END
                       SET no-more-mapping TO TRUE
                   NOT AT END
                       PERFORM load-one-mapping
               END-READ
           END-PERFORM
           CLOSE mapping-file
           IF map-count = 0
               DISPLAY "GL mapping file is empty."
               STOP RUN
           END-IF
           .

       load-one-mapping.
           IF map-ledger-type = SPACES
               CONTINUE
           ELSE
               IF map-count < map-limit
                   ADD 1 TO map-count
                   MOVE map-ledger-type TO mt-ledger-type(map-count)
                   MOVE map-account-type
                       TO mt-account-type(map-count)
                   MOVE map-debit-gl TO mt-debit-gl(map-count)
                   MOVE map-credit-gl TO mt-credit-gl(map-count)
               ELSE
                   DISPLAY "GL mapping table full, mapping for "
                       map-ledger-type " ignored."
               END-IF
           END-IF
           .

       open-files.
           OPEN INPUT ledger-file
           IF NOT ledger-file-ok
               DISPLAY "Error opening ledger file, status "
                   ledger-file-status
               STOP RUN
           END-IF
           OPEN INPUT accounts-file
           IF NOT accounts-file-ok
               DISPLAY "Error opening accounts file, status "
                   accounts-file-status
               CLOSE ledger-file
               STOP RUN
           END-IF
           OPEN OUTPUT journal-file
           IF NOT journal-file-ok
               DISPLAY "Error opening journal file, status "
                   journal-file-status
               CLOSE ledger-file
               CLOSE accounts-file
               STOP RUN
           END-IF
           OPEN OUTPUT report-file
           IF NOT report-file-ok
               DISPLAY "Error opening journal report, status "
                   report-file-status
               CLOSE ledger-file
               CLOSE accounts-file
               CLOSE journal-file
               STOP RUN
           END-IF
           .

       summarise-one-entry.
           ADD 1 TO entries-read
           IF ledger-date = current-date-ymd
               ADD 1 TO entries-today
               PERFORM find-account-type
               PERFORM find-group-entry
               IF group-found
                   ADD 1 TO gt-entry-count(group-index)
                   ADD ledger-amount TO gt-amount(group-index)
               END-IF
           END-IF
           .

       find-account-type.
           MOVE SPACE TO entry-account-type
           MOVE ledger-account-number TO account-number
           READ accounts-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE account-type TO entry-account-type
           END-READ
           .

       find-group-entry.
           MOVE "N" TO group-found-flag
           PERFORM VARYING group-index FROM 1 BY 1
                   UNTIL group-index > group-count OR group-found
               IF gt-ledger-type(group-index) = ledger-type AND
                       gt-account-type(group-index) =
                       entry-account-type
                   SET group-found TO TRUE
               END-IF
           END-PERFORM
           IF group-found
               SUBTRACT 1 FROM group-index
           ELSE
               IF group-count < group-limit
                   ADD 1 TO group-count
                   MOVE group-count TO group-index
                   MOVE ledger-type TO gt-ledger-type(group-index)
                   MOVE entry-account-type
                       TO gt-account-type(group-index)
                   MOVE 0 TO gt-entry-count(group-index)
                   MOVE 0 TO gt-amount(group-index)
                   SET group-found TO TRUE
               ELSE
                   SET group-table-full TO TRUE
               END-IF
           END-IF
           .

       journal-one-group.
           PERFORM find-group-mapping
           MOVE gt-ledger-type(group-index) TO detail-ledger-type
           MOVE gt-account-type(group-index) TO detail-account-type
           MOVE gt-entry-count(group-index) TO detail-count
           MOVE gt-amount(group-index) TO detail-amount
           IF map-found-index = 0
               ADD 1 TO groups-unmapped
               MOVE SPACES TO detail-debit-gl
               MOVE SPACES TO detail-credit-gl
               MOVE "UNMAPPED" TO detail-status
           ELSE
               MOVE mt-debit-gl(map-found-index) TO detail-debit-gl
               MOVE mt-credit-gl(map-found-index) TO detail-credit-gl
               MOVE SPACES TO detail-status
               IF mt-debit-gl(map-found-index) = SPACES OR
                       mt-credit-gl(map-found-index) = SPACES
                   MOVE "ONE LEG" TO detail-status
               END-IF
               IF mt-debit-gl(map-found-index) NOT = SPACES
                   MOVE "D" TO jrn-side
                   MOVE mt-debit-gl(map-found-index) TO jrn-gl-account
                   ADD gt-amount(group-index) TO total-debits
                   PERFORM write-journal-detail
               END-IF
               IF mt-credit-gl(map-found-index) NOT = SPACES
                   MOVE "C" TO jrn-side
                   MOVE mt-credit-gl(map-found-index)
                       TO jrn-gl-account
                   ADD gt-amount(group-index) TO total-credits
                   PERFORM write-journal-detail
               END-IF
           END-IF
           WRITE report-line FROM report-detail
           .

       find-group-mapping.
           MOVE 0 TO map-found-index
           PERFORM VARYING map-index FROM 1 BY 1
                   UNTIL map-index > map-count OR map-found-index > 0
               IF mt-ledger-type(map-index) =
                       gt-ledger-type(group-index) AND
                       mt-account-type(map-index) =
                       gt-account-type(group-index)
                   MOVE map-index TO map-found-index
               END-IF
           END-PERFORM
           PERFORM VARYING map-index FROM 1 BY 1
                   UNTIL map-index > map-count OR map-found-index > 0
               IF mt-ledger-type(map-index) =
                       gt-ledger-type(group-index) AND
                       mt-account-type(map-index) = SPACE
                   MOVE map-index TO map-found-index
               END-IF
           END-PERFORM
           .

       write-journal-detail.
           SET jrn-detail TO TRUE
           MOVE current-date-ymd TO jrn-date
           MOVE gt-amount(group-index) TO jrn-amount
           MOVE gt-ledger-type(group-index) TO jrn-ledger-type
           MOVE gt-account-type(group-index) TO jrn-account-type
           MOVE gt-entry-count(group-index) TO jrn-entry-count
           WRITE journal-record
           IF journal-file-ok
               ADD 1 TO journal-lines
           ELSE
               DISPLAY "Error writing journal line, status "
                   journal-file-status
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       write-journal-trailer.
           MOVE SPACES TO journal-record
           SET jrn-trailer TO TRUE
           MOVE current-date-ymd TO jrn-date
           MOVE journal-lines TO jrn-line-count
           MOVE total-debits TO jrn-debit-total
           MOVE total-credits TO jrn-credit-total
           WRITE journal-record
           IF NOT journal-file-ok
               DISPLAY "Error writing journal trailer, status "
                   journal-file-status
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       write-report-header.
           MOVE current-date-ymd TO header-date
           MOVE SPACES TO report-line
           WRITE report-line FROM report-header
           .

       write-report-totals.
           MOVE "TOTAL DEBITS   " TO total-label
           MOVE total-debits TO total-amount-out
           WRITE report-line FROM report-total
           MOVE "TOTAL CREDITS  " TO total-label
           MOVE total-credits TO total-amount-out
           WRITE report-line FROM report-total
           EVALUATE TRUE
               WHEN total-debits NOT = total-credits
                   MOVE "OUT OF BALANCE" TO result-text
               WHEN groups-unmapped > 0
                   MOVE "BALANCED - UNMAPPED GROUPS NOT POSTED"
                       TO result-text
               WHEN OTHER
                   MOVE "BALANCED" TO result-text
           END-EVALUATE
           WRITE report-line FROM report-result
           .

       load-business-date.
           OPEN INPUT business-date-file
           IF NOT business-date-ok
               DISPLAY "Error opening business date file, status "
                   business-date-status
               STOP RUN
           END-IF
           READ business-date-file
               AT END
                   DISPLAY "Business date file is empty."
                   CLOSE business-date-file
                   STOP RUN
           END-READ
           CLOSE business-date-file
           IF bd-date IS NOT NUMERIC
               DISPLAY "Invalid business date on file - use YYYYMMDD."
               STOP RUN
           END-IF
           MOVE bd-date TO current-date-stamp
           .

       write-run-control.
           MOVE SPACES TO run-control-entry
           MOVE "gl-journal" TO run-job-name
           MOVE current-date-ymd TO run-business-date
           MOVE current-date-ymd TO run-period
           MOVE RETURN-CODE TO run-return-code
           MOVE FUNCTION CURRENT-DATE TO run-timestamp
           OPEN EXTEND run-control-file
           IF run-control-status = "35"
               OPEN OUTPUT run-control-file
           END-IF
           WRITE run-control-entry
           IF NOT run-control-ok
               DISPLAY "Error writing run control log, status "
                   run-control-status
           END-IF
           CLOSE run-control-file
           .
