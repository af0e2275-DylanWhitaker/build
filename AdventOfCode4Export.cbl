      * COBOL programs have a maximum width of 80 characters.
      * This is so that they could support punch cards (yes, really).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENTOFCODE4EXPORT.

      * Delimited export for the planning spreadsheets and the BI
      * warehouse - every other output is a fixed-column print
      * image the planning office re-keys and the warehouse can't
      * load. For a business date (or a period, given from and to
      * dates) this writes three comma-delimited extracts, each
      * opening with a header row of column names and closing with
      * a control trailer row carrying the count of data rows, so
      * the warehouse load can prove it got everything:
      *   assignments - every master record, with its overlap flags,
      *     the number of sections its two ranges share, and its
      *     effective ranges, disposition and ack status;
      *   coverage - for each day in the coverage history, every
      *     section covered or on the section reference master,
      *     with its name, priority and crew count (where a day was
      *     run again, its later block is the one exported);
      *   run history - every audit log line for the period.
      * Text fields are double-quoted (an embedded quote doubled);
      * numbers and dates go out bare, blanks go out empty.
      * Condition code: 0 every extract has rows, 4 one or more
      * extracts came out empty or an input was missing, 8 the
      * period held more days of coverage history than the day
      * table holds, 16 a file would not open or the period runs
      * backwards.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

      * The keyed master ADVENTOFCODE4 loads each day - read here by
      * key from the first record of the period.
       FILE-CONTROL.
       SELECT ADVENTOFCODEMASTER4
       ASSIGN DYNAMIC WS-MASTER-FILE-PATH
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS MASTER-KEY
       FILE STATUS IS WS-MASTER-FILE-STATUS.

      * The coverage history ADVENTOFCODE4 appends to - read twice,
      * once to find each day's last block and once to export it.
       SELECT ADVENTOFCODEHIST4
       ASSIGN DYNAMIC WS-HISTORY-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-HISTORY-FILE-STATUS.

      * The daily run's audit log (see WS-AUDIT-LINE).
       SELECT ADVENTOFCODEAUDIT4
       ASSIGN DYNAMIC WS-AUDIT-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-AUDIT-FILE-STATUS.

      * Section reference master - the names and priorities the
      * coverage extract carries.
       SELECT ADVENTOFCODESECT4
       ASSIGN DYNAMIC WS-SECTION-REF-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-SECTION-REF-FILE-STATUS.

      * The three extracts.
       SELECT ADVENTOFCODEASGNCSV4
       ASSIGN DYNAMIC WS-ASSIGNMENT-CSV-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-ASSIGNMENT-CSV-FILE-STATUS.

       SELECT ADVENTOFCODECOVCSV4
       ASSIGN DYNAMIC WS-COVERAGE-CSV-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-COVERAGE-CSV-FILE-STATUS.

       SELECT ADVENTOFCODERUNCSV4
       ASSIGN DYNAMIC WS-RUN-CSV-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-RUN-CSV-FILE-STATUS.

      * Where the variables/data lives
       DATA DIVISION.

       FILE SECTION.

       FD  ADVENTOFCODEMASTER4.
       01  MASTER-RECORD.
           05  MASTER-KEY.
               10  MASTER-RUN-DATE                       PIC 9(8).
               10  MASTER-RECORD-NUMBER                  PIC 9(7).
           05  MASTER-CREW-PAIR-ID                       PIC X(8).
           05  MASTER-ASSIGNMENT-1-START                 PIC 999.
           05  MASTER-ASSIGNMENT-1-END                   PIC 999.
           05  MASTER-ASSIGNMENT-2-START                 PIC 999.
           05  MASTER-ASSIGNMENT-2-END                   PIC 999.
           05  MASTER-FULL-OVERLAP-FLAG                  PIC X.
           05  MASTER-ANY-OVERLAP-FLAG                   PIC X.
      * The ranges as actually worked once dispatch intake has
      * answered the day's releases and trims (ADVENTOFCODE4EFFECT),
      * next to the as-keyed ranges above - a released range reads
      * 000-000. Loaded equal to the keyed ranges.
           05  MASTER-EFFECTIVE-1-START                  PIC 999.
           05  MASTER-EFFECTIVE-1-END                    PIC 999.
           05  MASTER-EFFECTIVE-2-START                  PIC 999.
           05  MASTER-EFFECTIVE-2-END                    PIC 999.
      * What became of the record after dispatch - released,
      * trimmed, unchanged (nothing was cut for it), or left as
      * keyed because intake rejected or never answered the
      * transaction cut for it. Blank until ADVENTOFCODE4EFFECT
      * has run for the day, which reads as keyed too.
           05  MASTER-DISPOSITION                        PIC X.
               88  MASTER-DISPOSITION-RELEASED           VALUE 'R'.
               88  MASTER-DISPOSITION-TRIMMED            VALUE 'T'.
               88  MASTER-DISPOSITION-UNCHANGED          VALUE 'U'.
               88  MASTER-DISPOSITION-AS-KEYED           VALUE 'K'.
      * Intake's answer to the transaction cut for the record - A
      * accepted, R rejected, N never acknowledged, blank when no
      * transaction was cut.
           05  MASTER-ACK-STATUS                         PIC X.
               88  MASTER-ACK-ACCEPTED                   VALUE 'A'.
               88  MASTER-ACK-REJECTED                   VALUE 'R'.
               88  MASTER-ACK-MISSING                    VALUE 'N'.

       FD  ADVENTOFCODEHIST4.
       01  HISTORY-INPUT-RECORD                          PIC X(16).

       FD  ADVENTOFCODEAUDIT4.
       01  AUDIT-INPUT-RECORD                            PIC X(272).

       FD  ADVENTOFCODESECT4.
       01  SECTION-REF-INPUT-RECORD                      PIC X(30).

       FD  ADVENTOFCODEASGNCSV4.
       01  ASSIGNMENT-CSV-OUTPUT-RECORD                  PIC X(300).

       FD  ADVENTOFCODECOVCSV4.
       01  COVERAGE-CSV-OUTPUT-RECORD                    PIC X(300).

       FD  ADVENTOFCODERUNCSV4.
       01  RUN-CSV-OUTPUT-RECORD                         PIC X(300).

       WORKING-STORAGE SECTION.

      * File paths operations can override at run time via the
      * environment variables named below (see INITIALIZE-PARMS).
      * The VALUEs here are the defaults if a variable isn't set.
       01  WS-RUNTIME-PARMS.
           05  WS-MASTER-FILE-PATH                      PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODEMASTER4.dat".
           05  WS-HISTORY-FILE-PATH                     PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODEHIST4.txt".
           05  WS-AUDIT-FILE-PATH                       PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODEAUDIT4.txt".
           05  WS-SECTION-REF-FILE-PATH                 PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODESECT4.txt".
           05  WS-ASSIGNMENT-CSV-FILE-PATH              PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODEASGNCSV4.csv".
           05  WS-COVERAGE-CSV-FILE-PATH                PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODECOVCSV4.csv".
           05  WS-RUN-CSV-FILE-PATH                     PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODERUNCSV4.csv".
           05  WS-ENVIRONMENT-VALUE                     PIC X(100).

      * All COBOL variables must be declared. They have a heirarchical structure.
       01  WS-STRINGS                                   VALUE SPACE.
      * 2 Xs = two characters long
           05  WS-MASTER-FILE-STATUS                    PIC XX.
      * 88 levels are like if checks
               88  WS-MASTER-FILE-STATUS-VALID          VALUE "00".
               88  WS-MASTER-FILE-STATUS-END            VALUE "10".
           05  WS-HISTORY-FILE-STATUS                   PIC XX.
               88  WS-HISTORY-FILE-STATUS-VALID         VALUE "00".
               88  WS-HISTORY-FILE-NOT-FOUND            VALUE "35".
           05  WS-AUDIT-FILE-STATUS                     PIC XX.
               88  WS-AUDIT-FILE-STATUS-VALID           VALUE "00".
               88  WS-AUDIT-FILE-NOT-FOUND              VALUE "35".
           05  WS-SECTION-REF-FILE-STATUS               PIC XX.
               88  WS-SECTION-REF-FILE-STATUS-VALID     VALUE "00".
               88  WS-SECTION-REF-FILE-STATUS-END       VALUE "10".
               88  WS-SECTION-REF-FILE-NOT-FOUND        VALUE "35".
           05  WS-ASSIGNMENT-CSV-FILE-STATUS            PIC XX.
               88  WS-ASSIGNMENT-CSV-FILE-STATUS-VALID  VALUE "00".
           05  WS-COVERAGE-CSV-FILE-STATUS              PIC XX.
               88  WS-COVERAGE-CSV-FILE-STATUS-VALID    VALUE "00".
           05  WS-RUN-CSV-FILE-STATUS                   PIC XX.
               88  WS-RUN-CSV-FILE-STATUS-VALID         VALUE "00".
      * Whether the section reference actually loaded - a site
      * without the file still gets its coverage extract, just
      * without names or priorities.
           05  WS-SECTION-REF-LOADED-FLAG               PIC X.
               88  WS-SECTION-REF-LOADED-FLAG-YES       VALUE 'Y'.
      * Set when an input was missing, so the grade says so even if
      * the other extracts came out full.
           05  WS-INPUT-MISSING-FLAG                    PIC X.
               88  WS-INPUT-MISSING-FLAG-YES            VALUE 'Y'.
      * Whether the history block being read is the one exported for
      * its date, and whether the day table ran out of room.
           05  WS-KEEP-BLOCK-FLAG                       PIC X.
               88  WS-KEEP-BLOCK-FLAG-YES               VALUE 'Y'.
           05  WS-DAY-TABLE-FULL-FLAG                   PIC X.
               88  WS-DAY-TABLE-FULL-FLAG-YES           VALUE 'Y'.
      * Whether the field being added to a row is text (quoted) or
      * a number or date (bare), and the character being added.
           05  WS-CSV-QUOTE-FLAG                        PIC X.
               88  WS-CSV-QUOTE-FLAG-YES                VALUE 'Y'.
           05  WS-CSV-CHAR                              PIC X.
      * The extract a control trailer is being built for.
           05  WS-TRAILER-NAME                          PIC X(20).
      * The field being added to a row, and the row being built.
           05  WS-CSV-FIELD                             PIC X(100).
           05  WS-CSV-LINE                              PIC X(300).

       01  WS-INTS                                      VALUE ZERO.
      * The business date - today, or the ADVENTOFCODE4BUSDATE the
      * daily run was given - and the period exported, which is
      * that one day unless a from or to date is given.
           05  WS-RUN-DATE                              PIC 9(8).
           05  WS-EXPORT-FROM-DATE                      PIC 9(8).
           05  WS-EXPORT-TO-DATE                        PIC 9(8).
      * Section reference bookkeeping - lines loaded and malformed
      * lines skipped.
           05  WS-SECTION-REF-COUNT                     PIC 9(3).
           05  WS-SECTION-REF-SKIPPED                   PIC 9(3).
      * The data rows written to each extract - what the control
      * trailers carry.
           05  WS-ASSIGNMENT-ROW-COUNT                  PIC 9(9).
           05  WS-COVERAGE-ROW-COUNT                    PIC 9(9).
           05  WS-RUN-ROW-COUNT                         PIC 9(9).
      * The sections a master record's two keyed ranges share.
           05  WS-SHARED-START                          PIC 999.
           05  WS-SHARED-END                            PIC 999.
           05  WS-SHARED-COUNT                          PIC 999.
      * History bookkeeping - day markers seen inside the period (so
      * the second pass can tell which block is a date's last),
      * the date of the block being read, and the walkers.
           05  WS-MARKER-SEQUENCE                       PIC 9(7).
           05  WS-BLOCK-DATE                            PIC 9(8).
           05  WS-DAY-COUNT                             PIC 9(3).
           05  WS-DAY-PTR                               PIC 9(3).
           05  WS-DAY-SLOT                              PIC 9(3).
           05  WS-SECTION-PTR                           PIC 9(4).
      * The run history line's business date - the audit line's own
      * when it carries one, the date it ran when it predates the
      * field.
           05  WS-AUDIT-BUSINESS-DATE                   PIC 9(8).
      * Row building - where the next character lands, the first
      * and last non-blank characters of the field being added, and
      * how many fields the row has so far.
           05  WS-CSV-POINTER                           PIC 9(4).
           05  WS-CSV-FIRST                             PIC 9(4).
           05  WS-CSV-LAST                              PIC 9(4).
           05  WS-CSV-FIELD-COUNT                       PIC 99.
      * A number on its way into a row, and the data row count a
      * control trailer is being built with.
           05  WS-CSV-NUMBER                            PIC 9(9).
           05  WS-TRAILER-COUNT                         PIC 9(9).

      * A number with its leading zeros blanked, ready to be trimmed
      * into a row.
       01  WS-CSV-NUMBER-EDIT                           PIC Z(8)9.

      * One slot per camp section 1-999 - location name and
      * cleaning priority off the reference master, present only
      * where the master has a line for the section.
       01  WS-SECTION-REF-TABLE                         VALUE SPACE.
           05  WS-SECTION-REF-ENTRY                     OCCURS 999.
               10  WS-SECTION-REF-PRESENT-FLAG         PIC X.
                   88  WS-SECTION-REF-PRESENT          VALUE 'Y'.
               10  WS-SECTION-NAME                     PIC X(20).
               10  WS-SECTION-PRIORITY                 PIC 9.

      * One reference line, cut at its fixed columns - section
      * number, location name, priority class.
       01  WS-SECTION-REF-LINE.
           05  WS-SECTION-REF-NUMBER-X                  PIC X(3).
           05  WS-SECTION-REF-NUMBER-N                  REDEFINES
               WS-SECTION-REF-NUMBER-X                  PIC 9(3).
           05  FILLER                                   PIC X.
           05  WS-SECTION-REF-NAME                      PIC X(20).
           05  FILLER                                   PIC X.
           05  WS-SECTION-REF-PRIORITY-X                PIC X.
           05  WS-SECTION-REF-PRIORITY-N                REDEFINES
               WS-SECTION-REF-PRIORITY-X                PIC 9.
           05  FILLER                                   PIC X(4).

      * One history line, cut at the same fixed columns
      * WRITE-COVERAGE-HISTORY in ADVENTOFCODE4 lays them down at.
      * Section 000 is the day marker that opens a date's block.
       01  WS-HISTORY-LINE.
           05  WS-HISTORY-LINE-DATE-X                   PIC X(8).
           05  WS-HISTORY-LINE-DATE-N                   REDEFINES
               WS-HISTORY-LINE-DATE-X                   PIC 9(8).
           05  WS-HISTORY-LINE-SECTION-X                PIC X(3).
           05  WS-HISTORY-LINE-SECTION-N                REDEFINES
               WS-HISTORY-LINE-SECTION-X                PIC 9(3).
               88  WS-HISTORY-LINE-DAY-MARKER           VALUE ZERO.
           05  WS-HISTORY-LINE-COUNT-X                  PIC X(5).
           05  WS-HISTORY-LINE-COUNT-N                  REDEFINES
               WS-HISTORY-LINE-COUNT-X                  PIC 9(5).

      * Every date in the period the history has a block for, and
      * the sequence number of its last block - a replace-day rerun
      * or a supplement writes the date again, and the later block
      * is the one that stands. A year of days is room enough for
      * any period the warehouse loads.
       01  WS-DAY-TABLE                                 VALUE ZERO.
           05  WS-DAY-ENTRY                             OCCURS 366.
               10  WS-DAY-DATE                         PIC 9(8).
               10  WS-DAY-LAST-MARKER                  PIC 9(7).

      * The block being exported - crews per section that day.
       01  WS-DAY-COVERAGE-TABLE                        VALUE ZERO.
           05  WS-DAY-COVERAGE                          PIC 9(5)
                                                        OCCURS 999.

      * The audit line, cut at the same fixed columns
      * WRITE-AUDIT-RECORD in ADVENTOFCODE4 lays them down at.
       01  WS-AUDIT-LINE.
           05  FILLER                                   PIC X(9).
           05  WS-AUDIT-LINE-DATE-X                     PIC X(8).
           05  WS-AUDIT-LINE-DATE-N                     REDEFINES
               WS-AUDIT-LINE-DATE-X                     PIC 9(8).
           05  FILLER                                   PIC X(6).
           05  WS-AUDIT-LINE-TIME                       PIC X(8).
           05  FILLER                                   PIC X(6).
           05  WS-AUDIT-LINE-USER                       PIC X(20).
           05  FILLER                                   PIC X(7).
           05  WS-AUDIT-LINE-INPUT-FILE                 PIC X(100).
           05  FILLER                                   PIC X(9).
           05  WS-AUDIT-LINE-RECORDS                    PIC X(7).
           05  FILLER                                   PIC X(10).
           05  WS-AUDIT-LINE-OVERLAPS                   PIC X(5).
           05  FILLER                                   PIC X(14).
           05  WS-AUDIT-LINE-ANY-OVERLAPS               PIC X(5).
           05  FILLER                                   PIC X(8).
           05  WS-AUDIT-LINE-STATUS                     PIC XX.
      * Lines written before the run type existed read blank, i.e.
      * daily; before the business date existed, not numeric.
           05  FILLER                                   PIC X(6).
           05  WS-AUDIT-LINE-RUN-TYPE                   PIC X(10).
           05  FILLER                                   PIC X(9).
           05  WS-AUDIT-LINE-BUSINESS-DATE-X            PIC X(8).
           05  WS-AUDIT-LINE-BUSINESS-DATE-N            REDEFINES
               WS-AUDIT-LINE-BUSINESS-DATE-X            PIC 9(8).

      * The header rows - the column names the warehouse maps.
       01  WS-ASSIGNMENT-HEADER.
           05  FILLER                                   PIC X(40)
               VALUE "BUSINESS_DATE,RECORD_NUMBER,CREW_PAIR_ID".
           05  FILLER                                   PIC X(36)
               VALUE ",ASSIGNMENT_1_START,ASSIGNMENT_1_END".
           05  FILLER                                   PIC X(36)
               VALUE ",ASSIGNMENT_2_START,ASSIGNMENT_2_END".
           05  FILLER                                   PIC X(25)
               VALUE ",FULL_OVERLAP,ANY_OVERLAP".
           05  FILLER                                   PIC X(34)
               VALUE ",SHARED_SECTIONS,EFFECTIVE_1_START".
           05  FILLER                                   PIC X(34)
               VALUE ",EFFECTIVE_1_END,EFFECTIVE_2_START".
           05  FILLER                                   PIC X(39)
               VALUE ",EFFECTIVE_2_END,DISPOSITION,ACK_STATUS".

       01  WS-COVERAGE-HEADER.
           05  FILLER                                   PIC X(34)
               VALUE "BUSINESS_DATE,SECTION,SECTION_NAME".
           05  FILLER                                   PIC X(24)
               VALUE ",PRIORITY,CREWS_ASSIGNED".

       01  WS-RUN-HEADER.
           05  FILLER                                   PIC X(36)
               VALUE "RUN_DATE,RUN_TIME,USER,BUSINESS_DATE".
           05  FILLER                                   PIC X(28)
               VALUE ",INPUT_FILE,RECORDS,OVERLAPS".
           05  FILLER                                   PIC X(29)
               VALUE ",ANY_OVERLAPS,STATUS,RUN_TYPE".

       PROCEDURE DIVISION.

       PROGRAM-ENTRY.

           PERFORM INITIALIZE-PARMS.
           PERFORM LOAD-SECTION-REFERENCE.
           PERFORM OPEN-FILES.
           PERFORM EXPORT-ASSIGNMENTS.
           PERFORM FIND-LAST-HISTORY-BLOCKS.
           PERFORM EXPORT-COVERAGE.
           PERFORM EXPORT-RUN-HISTORY.
           PERFORM CLOSE-FILES.

           DISPLAY "ASSIGNMENT ROWS: " WS-ASSIGNMENT-ROW-COUNT.
           DISPLAY "COVERAGE ROWS: " WS-COVERAGE-ROW-COUNT.
           DISPLAY "RUN HISTORY ROWS: " WS-RUN-ROW-COUNT.

           IF WS-DAY-TABLE-FULL-FLAG-YES
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-INPUT-MISSING-FLAG-YES
                   OR WS-ASSIGNMENT-ROW-COUNT IS EQUAL TO ZERO
                   OR WS-COVERAGE-ROW-COUNT IS EQUAL TO ZERO
                   OR WS-RUN-ROW-COUNT IS EQUAL TO ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "CONDITION CODE: " RETURN-CODE.

           STOP RUN.

      * Lets operations point the job at the day's files and name
      * the business date and the period without editing and
      * recompiling the program - defaults above are kept if a
      * variable isn't set. A from or to date must arrive
      * zero-filled to eight digits or the business date is kept.
       INITIALIZE-PARMS.
           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODEMASTER4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-MASTER-FILE-PATH
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODEHIST4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-HISTORY-FILE-PATH
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODEAUDIT4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-AUDIT-FILE-PATH
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODESECT4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-SECTION-REF-FILE-PATH
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODEASGNCSV4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE
                   TO WS-ASSIGNMENT-CSV-FILE-PATH
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODECOVCSV4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-COVERAGE-CSV-FILE-PATH
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODERUNCSV4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-RUN-CSV-FILE-PATH
           END-IF.

      * Same business date the daily run loaded under - a corrected
      * Tuesday run on Thursday is exported as Tuesday.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODE4BUSDATE".
           IF WS-ENVIRONMENT-VALUE (1:8) IS NUMERIC
               MOVE WS-ENVIRONMENT-VALUE (1:8) TO WS-RUN-DATE
               DISPLAY "BUSINESS DATE OVERRIDE: " WS-RUN-DATE
           END-IF.
           MOVE WS-RUN-DATE TO WS-EXPORT-FROM-DATE.
           MOVE WS-RUN-DATE TO WS-EXPORT-TO-DATE.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODE4EXPORTFROM".
           IF WS-ENVIRONMENT-VALUE (1:8) IS NUMERIC
               MOVE WS-ENVIRONMENT-VALUE (1:8) TO WS-EXPORT-FROM-DATE
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODE4EXPORTTO".
           IF WS-ENVIRONMENT-VALUE (1:8) IS NUMERIC
               MOVE WS-ENVIRONMENT-VALUE (1:8) TO WS-EXPORT-TO-DATE
           END-IF.

           IF WS-EXPORT-TO-DATE IS LESS THAN WS-EXPORT-FROM-DATE
               DISPLAY "EXPORT PERIOD RUNS BACKWARDS: "
                   WS-EXPORT-FROM-DATE " TO " WS-EXPORT-TO-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "EXPORT PERIOD: " WS-EXPORT-FROM-DATE
               " TO " WS-EXPORT-TO-DATE.

      * The master and all three extracts must open - a half set of
      * extracts is worse to the warehouse than none. The history
      * and audit log are opened where they are read.
       OPEN-FILES.
           OPEN INPUT ADVENTOFCODEMASTER4.
               IF NOT WS-MASTER-FILE-STATUS-VALID
                   DISPLAY "MASTER OPEN FAILED WITH "
                       WS-MASTER-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
           OPEN OUTPUT ADVENTOFCODEASGNCSV4.
               IF NOT WS-ASSIGNMENT-CSV-FILE-STATUS-VALID
                   DISPLAY "ASSIGNMENT EXTRACT OPEN FAILED WITH "
                       WS-ASSIGNMENT-CSV-FILE-STATUS
                   CLOSE ADVENTOFCODEMASTER4
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
           OPEN OUTPUT ADVENTOFCODECOVCSV4.
               IF NOT WS-COVERAGE-CSV-FILE-STATUS-VALID
                   DISPLAY "COVERAGE EXTRACT OPEN FAILED WITH "
                       WS-COVERAGE-CSV-FILE-STATUS
                   CLOSE ADVENTOFCODEMASTER4
                   CLOSE ADVENTOFCODEASGNCSV4
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
           OPEN OUTPUT ADVENTOFCODERUNCSV4.
               IF NOT WS-RUN-CSV-FILE-STATUS-VALID
                   DISPLAY "RUN HISTORY EXTRACT OPEN FAILED WITH "
                       WS-RUN-CSV-FILE-STATUS
                   CLOSE ADVENTOFCODEMASTER4
                   CLOSE ADVENTOFCODEASGNCSV4
                   CLOSE ADVENTOFCODECOVCSV4
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

       CLOSE-FILES.
           CLOSE ADVENTOFCODEMASTER4.
           IF NOT WS-MASTER-FILE-STATUS-VALID
               DISPLAY "MASTER CLOSE FAILED WITH "
                   WS-MASTER-FILE-STATUS
           END-IF.
           CLOSE ADVENTOFCODEASGNCSV4.
           IF NOT WS-ASSIGNMENT-CSV-FILE-STATUS-VALID
               DISPLAY "ASSIGNMENT EXTRACT CLOSE FAILED WITH "
                   WS-ASSIGNMENT-CSV-FILE-STATUS
           END-IF.
           CLOSE ADVENTOFCODECOVCSV4.
           IF NOT WS-COVERAGE-CSV-FILE-STATUS-VALID
               DISPLAY "COVERAGE EXTRACT CLOSE FAILED WITH "
                   WS-COVERAGE-CSV-FILE-STATUS
           END-IF.
           CLOSE ADVENTOFCODERUNCSV4.
           IF NOT WS-RUN-CSV-FILE-STATUS-VALID
               DISPLAY "RUN HISTORY EXTRACT CLOSE FAILED WITH "
                   WS-RUN-CSV-FILE-STATUS
           END-IF.

      * Loads the section reference master into its table - one
      * slot per section, location name and cleaning priority. A
      * missing file is a plain warning (names just sit out); a
      * malformed line is skipped and counted rather than poisoning
      * the table.
       LOAD-SECTION-REFERENCE SECTION.
           OPEN INPUT ADVENTOFCODESECT4.
           IF WS-SECTION-REF-FILE-NOT-FOUND
               DISPLAY "SECTION REFERENCE NOT ON FILE - SECTION "
                   "NAMES AND PRIORITIES SKIPPED"
               GO TO LOAD-SECTION-REFERENCE-EXIT
           END-IF.
           IF NOT WS-SECTION-REF-FILE-STATUS-VALID
               DISPLAY "SECTION REFERENCE OPEN FAILED WITH "
                   WS-SECTION-REF-FILE-STATUS
               GO TO LOAD-SECTION-REFERENCE-EXIT
           END-IF.

       LOAD-SECTION-REFERENCE-LOOP.
           READ ADVENTOFCODESECT4.
           IF NOT WS-SECTION-REF-FILE-STATUS-VALID
               GO TO LOAD-SECTION-REFERENCE-DONE.
           MOVE SECTION-REF-INPUT-RECORD TO WS-SECTION-REF-LINE.
           IF WS-SECTION-REF-NUMBER-X IS NOT NUMERIC
               OR WS-SECTION-REF-NUMBER-N IS EQUAL TO ZERO
               OR WS-SECTION-REF-PRIORITY-X IS NOT NUMERIC
               OR WS-SECTION-REF-PRIORITY-N IS LESS THAN 1
               OR WS-SECTION-REF-PRIORITY-N IS GREATER THAN 3
               ADD 1 TO WS-SECTION-REF-SKIPPED
               GO TO LOAD-SECTION-REFERENCE-LOOP
           END-IF.
           MOVE 'Y' TO
               WS-SECTION-REF-PRESENT-FLAG (WS-SECTION-REF-NUMBER-N).
           MOVE WS-SECTION-REF-NAME
               TO WS-SECTION-NAME (WS-SECTION-REF-NUMBER-N).
           MOVE WS-SECTION-REF-PRIORITY-N
               TO WS-SECTION-PRIORITY (WS-SECTION-REF-NUMBER-N).
           ADD 1 TO WS-SECTION-REF-COUNT.
           GO TO LOAD-SECTION-REFERENCE-LOOP.

       LOAD-SECTION-REFERENCE-DONE.
           CLOSE ADVENTOFCODESECT4.
           MOVE 'Y' TO WS-SECTION-REF-LOADED-FLAG.
           DISPLAY "SECTION REFERENCE LOADED: " WS-SECTION-REF-COUNT
               " SECTIONS".
           IF WS-SECTION-REF-SKIPPED IS GREATER THAN ZERO
               DISPLAY "SECTION REFERENCE LINES SKIPPED: "
                   WS-SECTION-REF-SKIPPED
           END-IF.

       LOAD-SECTION-REFERENCE-EXIT.
           EXIT.

      * Positions the master at the period's first record and reads
      * forward until the date passes the end of the period, one
      * row per record, then the control trailer.
       EXPORT-ASSIGNMENTS SECTION.
           MOVE WS-ASSIGNMENT-HEADER TO ASSIGNMENT-CSV-OUTPUT-RECORD.
           PERFORM WRITE-ASSIGNMENT-ROW.
           MOVE WS-EXPORT-FROM-DATE TO MASTER-RUN-DATE.
           MOVE ZERO TO MASTER-RECORD-NUMBER.
           START ADVENTOFCODEMASTER4
               KEY IS GREATER THAN OR EQUAL MASTER-KEY
               INVALID KEY
                   GO TO EXPORT-ASSIGNMENTS-TRAILER
           END-START.

       EXPORT-ASSIGNMENTS-LOOP.
           READ ADVENTOFCODEMASTER4 NEXT.
           IF NOT WS-MASTER-FILE-STATUS-VALID
               GO TO EXPORT-ASSIGNMENTS-TRAILER.
           IF MASTER-RUN-DATE IS GREATER THAN WS-EXPORT-TO-DATE
               GO TO EXPORT-ASSIGNMENTS-TRAILER.
           PERFORM COUNT-SHARED-SECTIONS.
           PERFORM START-CSV-ROW.
           MOVE MASTER-RUN-DATE TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE MASTER-RECORD-NUMBER TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE MASTER-CREW-PAIR-ID TO WS-CSV-FIELD.
           PERFORM ADD-CSV-TEXT.
           MOVE MASTER-ASSIGNMENT-1-START TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE MASTER-ASSIGNMENT-1-END TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE MASTER-ASSIGNMENT-2-START TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE MASTER-ASSIGNMENT-2-END TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE MASTER-FULL-OVERLAP-FLAG TO WS-CSV-FIELD.
           PERFORM ADD-CSV-TEXT.
           MOVE MASTER-ANY-OVERLAP-FLAG TO WS-CSV-FIELD.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-SHARED-COUNT TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE MASTER-EFFECTIVE-1-START TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE MASTER-EFFECTIVE-1-END TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE MASTER-EFFECTIVE-2-START TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE MASTER-EFFECTIVE-2-END TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE MASTER-DISPOSITION TO WS-CSV-FIELD.
           PERFORM ADD-CSV-TEXT.
           MOVE MASTER-ACK-STATUS TO WS-CSV-FIELD.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-CSV-LINE TO ASSIGNMENT-CSV-OUTPUT-RECORD.
           PERFORM WRITE-ASSIGNMENT-ROW.
           ADD 1 TO WS-ASSIGNMENT-ROW-COUNT.
           GO TO EXPORT-ASSIGNMENTS-LOOP.

       EXPORT-ASSIGNMENTS-TRAILER.
           MOVE "ASSIGNMENTS" TO WS-CSV-FIELD.
           MOVE WS-ASSIGNMENT-ROW-COUNT TO WS-CSV-NUMBER.
           PERFORM BUILD-TRAILER-ROW.
           MOVE WS-CSV-LINE TO ASSIGNMENT-CSV-OUTPUT-RECORD.
           PERFORM WRITE-ASSIGNMENT-ROW.

       EXPORT-ASSIGNMENTS-EXIT.
           EXIT.

       WRITE-ASSIGNMENT-ROW SECTION.
           WRITE ASSIGNMENT-CSV-OUTPUT-RECORD.
           IF NOT WS-ASSIGNMENT-CSV-FILE-STATUS-VALID
               DISPLAY "ASSIGNMENT EXTRACT WRITE FAILED WITH "
                   WS-ASSIGNMENT-CSV-FILE-STATUS
           END-IF.

       WRITE-ASSIGNMENT-ROW-EXIT.
           EXIT.

      * How many sections the record's two keyed ranges share -
      * zero when they don't meet, or a range was never keyed.
       COUNT-SHARED-SECTIONS SECTION.
           MOVE ZERO TO WS-SHARED-COUNT.
           IF MASTER-ASSIGNMENT-1-START IS EQUAL TO ZERO
               OR MASTER-ASSIGNMENT-2-START IS EQUAL TO ZERO
               GO TO COUNT-SHARED-SECTIONS-EXIT.
           IF MASTER-ASSIGNMENT-1-START
               IS GREATER THAN MASTER-ASSIGNMENT-2-START
               MOVE MASTER-ASSIGNMENT-1-START TO WS-SHARED-START
           ELSE
               MOVE MASTER-ASSIGNMENT-2-START TO WS-SHARED-START
           END-IF.
           IF MASTER-ASSIGNMENT-1-END
               IS LESS THAN MASTER-ASSIGNMENT-2-END
               MOVE MASTER-ASSIGNMENT-1-END TO WS-SHARED-END
           ELSE
               MOVE MASTER-ASSIGNMENT-2-END TO WS-SHARED-END
           END-IF.
           IF WS-SHARED-START IS NOT GREATER THAN WS-SHARED-END
               COMPUTE WS-SHARED-COUNT =
                   WS-SHARED-END - WS-SHARED-START + 1
           END-IF.

       COUNT-SHARED-SECTIONS-EXIT.
           EXIT.

      * First pass over the coverage history - notes, for every date
      * in the period, which of the period's day markers opens its
      * last block, so the second pass exports only that block. A
      * missing history is a warning; the extract goes out empty.
       FIND-LAST-HISTORY-BLOCKS SECTION.
           OPEN INPUT ADVENTOFCODEHIST4.
           IF WS-HISTORY-FILE-NOT-FOUND
               DISPLAY "COVERAGE HISTORY NOT ON FILE - COVERAGE "
                   "EXTRACT EMPTY"
               MOVE 'Y' TO WS-INPUT-MISSING-FLAG
               GO TO FIND-LAST-HISTORY-BLOCKS-EXIT
           END-IF.
           IF NOT WS-HISTORY-FILE-STATUS-VALID
               DISPLAY "HISTORY OPEN FAILED WITH "
                   WS-HISTORY-FILE-STATUS
               MOVE 'Y' TO WS-INPUT-MISSING-FLAG
               GO TO FIND-LAST-HISTORY-BLOCKS-EXIT
           END-IF.
           MOVE ZERO TO WS-MARKER-SEQUENCE.

       FIND-LAST-HISTORY-BLOCKS-LOOP.
           READ ADVENTOFCODEHIST4.
           IF NOT WS-HISTORY-FILE-STATUS-VALID
               GO TO FIND-LAST-HISTORY-BLOCKS-DONE.
           MOVE HISTORY-INPUT-RECORD TO WS-HISTORY-LINE.
           IF WS-HISTORY-LINE-DATE-X IS NOT NUMERIC
               OR WS-HISTORY-LINE-SECTION-X IS NOT NUMERIC
               OR NOT WS-HISTORY-LINE-DAY-MARKER
               GO TO FIND-LAST-HISTORY-BLOCKS-LOOP.
           IF WS-HISTORY-LINE-DATE-N IS LESS THAN WS-EXPORT-FROM-DATE
               OR WS-HISTORY-LINE-DATE-N
               IS GREATER THAN WS-EXPORT-TO-DATE
               GO TO FIND-LAST-HISTORY-BLOCKS-LOOP.
           ADD 1 TO WS-MARKER-SEQUENCE.
           PERFORM FIND-DAY-SLOT.
           IF WS-DAY-SLOT IS EQUAL TO ZERO
               IF WS-DAY-COUNT IS LESS THAN 366
                   ADD 1 TO WS-DAY-COUNT
                   MOVE WS-DAY-COUNT TO WS-DAY-SLOT
                   MOVE WS-HISTORY-LINE-DATE-N
                       TO WS-DAY-DATE (WS-DAY-SLOT)
               ELSE
                   IF NOT WS-DAY-TABLE-FULL-FLAG-YES
                       MOVE 'Y' TO WS-DAY-TABLE-FULL-FLAG
                       DISPLAY "MORE THAN 366 DAYS IN PERIOD - LATER "
                           "DAYS LEFT OFF THE COVERAGE EXTRACT"
                   END-IF
                   GO TO FIND-LAST-HISTORY-BLOCKS-LOOP
               END-IF
           END-IF.
           MOVE WS-MARKER-SEQUENCE TO WS-DAY-LAST-MARKER (WS-DAY-SLOT).
           GO TO FIND-LAST-HISTORY-BLOCKS-LOOP.

       FIND-LAST-HISTORY-BLOCKS-DONE.
           CLOSE ADVENTOFCODEHIST4.

       FIND-LAST-HISTORY-BLOCKS-EXIT.
           EXIT.

      * WS-DAY-SLOT comes back as the day table slot for the history
      * line's date, or zero when the date isn't there yet.
       FIND-DAY-SLOT SECTION.
           MOVE ZERO TO WS-DAY-SLOT.
           MOVE ZERO TO WS-DAY-PTR.

       FIND-DAY-SLOT-LOOP.
           ADD 1 TO WS-DAY-PTR.
           IF WS-DAY-PTR IS GREATER THAN WS-DAY-COUNT
               GO TO FIND-DAY-SLOT-EXIT.
           IF WS-DAY-DATE (WS-DAY-PTR) IS EQUAL TO
               WS-HISTORY-LINE-DATE-N
               MOVE WS-DAY-PTR TO WS-DAY-SLOT
               GO TO FIND-DAY-SLOT-EXIT.
           GO TO FIND-DAY-SLOT-LOOP.

       FIND-DAY-SLOT-EXIT.
           EXIT.

      * Second pass - gathers each date's standing block into the
      * day's coverage table and writes it out when the next day
      * marker (or the end of the file) closes it, then the control
      * trailer. Lines ahead of any marker, in a superseded block or
      * outside the period are passed over.
       EXPORT-COVERAGE SECTION.
           MOVE WS-COVERAGE-HEADER TO COVERAGE-CSV-OUTPUT-RECORD.
           PERFORM WRITE-COVERAGE-ROW.
           IF WS-DAY-COUNT IS EQUAL TO ZERO
               GO TO EXPORT-COVERAGE-TRAILER.
           OPEN INPUT ADVENTOFCODEHIST4.
           IF NOT WS-HISTORY-FILE-STATUS-VALID
               DISPLAY "HISTORY OPEN FAILED WITH "
                   WS-HISTORY-FILE-STATUS
               MOVE 'Y' TO WS-INPUT-MISSING-FLAG
               GO TO EXPORT-COVERAGE-TRAILER
           END-IF.
           MOVE ZERO TO WS-MARKER-SEQUENCE.
           MOVE 'N' TO WS-KEEP-BLOCK-FLAG.

       EXPORT-COVERAGE-LOOP.
           READ ADVENTOFCODEHIST4.
           IF NOT WS-HISTORY-FILE-STATUS-VALID
               GO TO EXPORT-COVERAGE-DONE.
           MOVE HISTORY-INPUT-RECORD TO WS-HISTORY-LINE.
           IF WS-HISTORY-LINE-DATE-X IS NOT NUMERIC
               OR WS-HISTORY-LINE-SECTION-X IS NOT NUMERIC
               OR WS-HISTORY-LINE-COUNT-X IS NOT NUMERIC
               GO TO EXPORT-COVERAGE-LOOP.
           IF WS-HISTORY-LINE-DAY-MARKER
               PERFORM OPEN-COVERAGE-BLOCK
               GO TO EXPORT-COVERAGE-LOOP.
           IF WS-KEEP-BLOCK-FLAG-YES
               MOVE WS-HISTORY-LINE-COUNT-N
                   TO WS-DAY-COVERAGE (WS-HISTORY-LINE-SECTION-N)
           END-IF.
           GO TO EXPORT-COVERAGE-LOOP.

       EXPORT-COVERAGE-DONE.
           IF WS-KEEP-BLOCK-FLAG-YES
               PERFORM WRITE-COVERAGE-DAY
           END-IF.
           CLOSE ADVENTOFCODEHIST4.

       EXPORT-COVERAGE-TRAILER.
           MOVE "COVERAGE" TO WS-CSV-FIELD.
           MOVE WS-COVERAGE-ROW-COUNT TO WS-CSV-NUMBER.
           PERFORM BUILD-TRAILER-ROW.
           MOVE WS-CSV-LINE TO COVERAGE-CSV-OUTPUT-RECORD.
           PERFORM WRITE-COVERAGE-ROW.

       EXPORT-COVERAGE-EXIT.
           EXIT.

      * A day marker closes the block before it (writing it out if
      * it was being kept) and decides whether its own block is
      * kept - only inside the period, and only the date's last.
      * The markers are counted exactly as the first pass counted
      * them, so the sequence numbers line up.
       OPEN-COVERAGE-BLOCK SECTION.
           IF WS-KEEP-BLOCK-FLAG-YES
               PERFORM WRITE-COVERAGE-DAY
           END-IF.
           MOVE 'N' TO WS-KEEP-BLOCK-FLAG.
           IF WS-HISTORY-LINE-DATE-N IS LESS THAN WS-EXPORT-FROM-DATE
               OR WS-HISTORY-LINE-DATE-N
               IS GREATER THAN WS-EXPORT-TO-DATE
               GO TO OPEN-COVERAGE-BLOCK-EXIT
           END-IF.
           ADD 1 TO WS-MARKER-SEQUENCE.
           PERFORM FIND-DAY-SLOT.
           IF WS-DAY-SLOT IS EQUAL TO ZERO
               GO TO OPEN-COVERAGE-BLOCK-EXIT.
           IF WS-DAY-LAST-MARKER (WS-DAY-SLOT)
               IS NOT EQUAL TO WS-MARKER-SEQUENCE
               GO TO OPEN-COVERAGE-BLOCK-EXIT.
           MOVE 'Y' TO WS-KEEP-BLOCK-FLAG.
           MOVE WS-HISTORY-LINE-DATE-N TO WS-BLOCK-DATE.
           MOVE ZERO TO WS-DAY-COVERAGE-TABLE.

       OPEN-COVERAGE-BLOCK-EXIT.
           EXIT.

      * Writes one day's rows - every section some crew covered,
      * and every section on the reference master (at zero crews
      * when nobody did), in section order.
       WRITE-COVERAGE-DAY SECTION.
           MOVE ZERO TO WS-SECTION-PTR.

       WRITE-COVERAGE-DAY-LOOP.
           ADD 1 TO WS-SECTION-PTR.
           IF WS-SECTION-PTR IS GREATER THAN 999
               GO TO WRITE-COVERAGE-DAY-EXIT.
           IF WS-DAY-COVERAGE (WS-SECTION-PTR) IS EQUAL TO ZERO
               AND NOT WS-SECTION-REF-PRESENT (WS-SECTION-PTR)
               GO TO WRITE-COVERAGE-DAY-LOOP.
           PERFORM START-CSV-ROW.
           MOVE WS-BLOCK-DATE TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-SECTION-PTR TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           IF WS-SECTION-REF-PRESENT (WS-SECTION-PTR)
               MOVE WS-SECTION-NAME (WS-SECTION-PTR) TO WS-CSV-FIELD
               PERFORM ADD-CSV-TEXT
               MOVE WS-SECTION-PRIORITY (WS-SECTION-PTR)
                   TO WS-CSV-NUMBER
               PERFORM ADD-CSV-NUMBER
           ELSE
               MOVE SPACE TO WS-CSV-FIELD
               PERFORM ADD-CSV-TEXT
               MOVE SPACE TO WS-CSV-FIELD
               PERFORM ADD-CSV-BARE
           END-IF.
           MOVE WS-DAY-COVERAGE (WS-SECTION-PTR) TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-CSV-LINE TO COVERAGE-CSV-OUTPUT-RECORD.
           PERFORM WRITE-COVERAGE-ROW.
           ADD 1 TO WS-COVERAGE-ROW-COUNT.
           GO TO WRITE-COVERAGE-DAY-LOOP.

       WRITE-COVERAGE-DAY-EXIT.
           EXIT.

       WRITE-COVERAGE-ROW SECTION.
           WRITE COVERAGE-CSV-OUTPUT-RECORD.
           IF NOT WS-COVERAGE-CSV-FILE-STATUS-VALID
               DISPLAY "COVERAGE EXTRACT WRITE FAILED WITH "
                   WS-COVERAGE-CSV-FILE-STATUS
           END-IF.

       WRITE-COVERAGE-ROW-EXIT.
           EXIT.

      * One row per audit line whose business date falls in the
      * period, then the control trailer. A line from before the
      * audit carried a business date is placed by the date it
      * ran. A missing audit log is a warning; the extract goes out
      * empty.
       EXPORT-RUN-HISTORY SECTION.
           MOVE WS-RUN-HEADER TO RUN-CSV-OUTPUT-RECORD.
           PERFORM WRITE-RUN-ROW.
           OPEN INPUT ADVENTOFCODEAUDIT4.
           IF WS-AUDIT-FILE-NOT-FOUND
               DISPLAY "AUDIT LOG NOT ON FILE - RUN HISTORY "
                   "EXTRACT EMPTY"
               MOVE 'Y' TO WS-INPUT-MISSING-FLAG
               GO TO EXPORT-RUN-HISTORY-TRAILER
           END-IF.
           IF NOT WS-AUDIT-FILE-STATUS-VALID
               DISPLAY "AUDIT OPEN FAILED WITH "
                   WS-AUDIT-FILE-STATUS
               MOVE 'Y' TO WS-INPUT-MISSING-FLAG
               GO TO EXPORT-RUN-HISTORY-TRAILER
           END-IF.

       EXPORT-RUN-HISTORY-LOOP.
           READ ADVENTOFCODEAUDIT4.
           IF NOT WS-AUDIT-FILE-STATUS-VALID
               GO TO EXPORT-RUN-HISTORY-DONE.
           MOVE AUDIT-INPUT-RECORD TO WS-AUDIT-LINE.
           IF WS-AUDIT-LINE-BUSINESS-DATE-X IS NUMERIC
               MOVE WS-AUDIT-LINE-BUSINESS-DATE-N
                   TO WS-AUDIT-BUSINESS-DATE
           ELSE
               IF WS-AUDIT-LINE-DATE-X IS NUMERIC
                   MOVE WS-AUDIT-LINE-DATE-N TO WS-AUDIT-BUSINESS-DATE
               ELSE
                   GO TO EXPORT-RUN-HISTORY-LOOP
               END-IF
           END-IF.
           IF WS-AUDIT-BUSINESS-DATE IS LESS THAN WS-EXPORT-FROM-DATE
               OR WS-AUDIT-BUSINESS-DATE
               IS GREATER THAN WS-EXPORT-TO-DATE
               GO TO EXPORT-RUN-HISTORY-LOOP.
           PERFORM START-CSV-ROW.
           MOVE WS-AUDIT-LINE-DATE-X TO WS-CSV-FIELD.
           PERFORM ADD-CSV-BARE.
           MOVE WS-AUDIT-LINE-TIME TO WS-CSV-FIELD.
           PERFORM ADD-CSV-BARE.
           MOVE WS-AUDIT-LINE-USER TO WS-CSV-FIELD.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-AUDIT-BUSINESS-DATE TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-AUDIT-LINE-INPUT-FILE TO WS-CSV-FIELD.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-AUDIT-LINE-RECORDS TO WS-CSV-FIELD.
           PERFORM ADD-CSV-BARE.
           MOVE WS-AUDIT-LINE-OVERLAPS TO WS-CSV-FIELD.
           PERFORM ADD-CSV-BARE.
           MOVE WS-AUDIT-LINE-ANY-OVERLAPS TO WS-CSV-FIELD.
           PERFORM ADD-CSV-BARE.
           MOVE WS-AUDIT-LINE-STATUS TO WS-CSV-FIELD.
           PERFORM ADD-CSV-TEXT.
           IF WS-AUDIT-LINE-RUN-TYPE IS EQUAL TO SPACE
               MOVE "DAILY" TO WS-CSV-FIELD
           ELSE
               MOVE WS-AUDIT-LINE-RUN-TYPE TO WS-CSV-FIELD
           END-IF.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-CSV-LINE TO RUN-CSV-OUTPUT-RECORD.
           PERFORM WRITE-RUN-ROW.
           ADD 1 TO WS-RUN-ROW-COUNT.
           GO TO EXPORT-RUN-HISTORY-LOOP.

       EXPORT-RUN-HISTORY-DONE.
           CLOSE ADVENTOFCODEAUDIT4.

       EXPORT-RUN-HISTORY-TRAILER.
           MOVE "RUN HISTORY" TO WS-CSV-FIELD.
           MOVE WS-RUN-ROW-COUNT TO WS-CSV-NUMBER.
           PERFORM BUILD-TRAILER-ROW.
           MOVE WS-CSV-LINE TO RUN-CSV-OUTPUT-RECORD.
           PERFORM WRITE-RUN-ROW.

       EXPORT-RUN-HISTORY-EXIT.
           EXIT.

       WRITE-RUN-ROW SECTION.
           WRITE RUN-CSV-OUTPUT-RECORD.
           IF NOT WS-RUN-CSV-FILE-STATUS-VALID
               DISPLAY "RUN HISTORY EXTRACT WRITE FAILED WITH "
                   WS-RUN-CSV-FILE-STATUS
           END-IF.

       WRITE-RUN-ROW-EXIT.
           EXIT.

      * The control trailer every extract closes with - TRAILER,
      * the extract's name (left in WS-CSV-FIELD), the period, and
      * the count of data rows above it (left in WS-CSV-NUMBER).
       BUILD-TRAILER-ROW SECTION.
           MOVE WS-CSV-FIELD TO WS-TRAILER-NAME.
           MOVE WS-CSV-NUMBER TO WS-TRAILER-COUNT.
           PERFORM START-CSV-ROW.
           MOVE "TRAILER" TO WS-CSV-FIELD.
           PERFORM ADD-CSV-BARE.
           MOVE WS-TRAILER-NAME TO WS-CSV-FIELD.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-EXPORT-FROM-DATE TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-EXPORT-TO-DATE TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-TRAILER-COUNT TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.

       BUILD-TRAILER-ROW-EXIT.
           EXIT.

      * Clears the row being built.
       START-CSV-ROW SECTION.
           MOVE SPACE TO WS-CSV-LINE.
           MOVE 1 TO WS-CSV-POINTER.
           MOVE ZERO TO WS-CSV-FIELD-COUNT.

       START-CSV-ROW-EXIT.
           EXIT.

      * Adds WS-CSV-NUMBER to the row, leading zeros dropped.
       ADD-CSV-NUMBER SECTION.
           MOVE WS-CSV-NUMBER TO WS-CSV-NUMBER-EDIT.
           MOVE WS-CSV-NUMBER-EDIT TO WS-CSV-FIELD.
           PERFORM ADD-CSV-BARE.

       ADD-CSV-NUMBER-EXIT.
           EXIT.

      * Adds WS-CSV-FIELD to the row double-quoted.
       ADD-CSV-TEXT SECTION.
           MOVE 'Y' TO WS-CSV-QUOTE-FLAG.
           PERFORM ADD-CSV-FIELD.

       ADD-CSV-TEXT-EXIT.
           EXIT.

      * Adds WS-CSV-FIELD to the row as it stands, unquoted.
       ADD-CSV-BARE SECTION.
           MOVE 'N' TO WS-CSV-QUOTE-FLAG.
           PERFORM ADD-CSV-FIELD.

       ADD-CSV-BARE-EXIT.
           EXIT.

      * Adds WS-CSV-FIELD to the row - a comma first unless it is
      * the row's first field, then the field with its leading and
      * trailing blanks trimmed, quoted (an embedded quote doubled)
      * when WS-CSV-QUOTE-FLAG says so. A blank field goes out
      * empty.
       ADD-CSV-FIELD SECTION.
           IF WS-CSV-FIELD-COUNT IS GREATER THAN ZERO
               MOVE "," TO WS-CSV-CHAR
               PERFORM ADD-CSV-CHAR
           END-IF.
           ADD 1 TO WS-CSV-FIELD-COUNT.
           MOVE 100 TO WS-CSV-LAST.

       ADD-CSV-FIELD-FIND-LAST.
           IF WS-CSV-LAST IS EQUAL TO ZERO
               GO TO ADD-CSV-FIELD-EXIT.
           IF WS-CSV-FIELD (WS-CSV-LAST:1) IS EQUAL TO SPACE
               SUBTRACT 1 FROM WS-CSV-LAST
               GO TO ADD-CSV-FIELD-FIND-LAST.
           MOVE 1 TO WS-CSV-FIRST.

       ADD-CSV-FIELD-FIND-FIRST.
           IF WS-CSV-FIELD (WS-CSV-FIRST:1) IS EQUAL TO SPACE
               ADD 1 TO WS-CSV-FIRST
               GO TO ADD-CSV-FIELD-FIND-FIRST.
           IF WS-CSV-QUOTE-FLAG-YES
               MOVE '"' TO WS-CSV-CHAR
               PERFORM ADD-CSV-CHAR
           END-IF.

       ADD-CSV-FIELD-COPY.
           IF WS-CSV-FIRST IS GREATER THAN WS-CSV-LAST
               GO TO ADD-CSV-FIELD-CLOSE.
           MOVE WS-CSV-FIELD (WS-CSV-FIRST:1) TO WS-CSV-CHAR.
           PERFORM ADD-CSV-CHAR.
           IF WS-CSV-QUOTE-FLAG-YES
               AND WS-CSV-CHAR IS EQUAL TO '"'
               PERFORM ADD-CSV-CHAR
           END-IF.
           ADD 1 TO WS-CSV-FIRST.
           GO TO ADD-CSV-FIELD-COPY.

       ADD-CSV-FIELD-CLOSE.
           IF WS-CSV-QUOTE-FLAG-YES
               MOVE '"' TO WS-CSV-CHAR
               PERFORM ADD-CSV-CHAR
           END-IF.

       ADD-CSV-FIELD-EXIT.
           EXIT.

      * Puts WS-CSV-CHAR at the end of the row. The row is wider
      * than any the extracts build, but a runaway field is cut off
      * rather than let past the end.
       ADD-CSV-CHAR SECTION.
           IF WS-CSV-POINTER IS GREATER THAN 300
               GO TO ADD-CSV-CHAR-EXIT.
           MOVE WS-CSV-CHAR TO WS-CSV-LINE (WS-CSV-POINTER:1).
           ADD 1 TO WS-CSV-POINTER.

       ADD-CSV-CHAR-EXIT.
           EXIT.
