      * COBOL programs have a maximum width of 80 characters.
      * This is so that they could support punch cards (yes, really).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENTOFCODE4VALUE.

      * Labor valuation of the overlaps - the conflict report says
      * how many sections a pair shares, but management asks in
      * hours and dollars. This job reads the keyed assignment
      * master for the business date (or for a period, given from
      * and to dates) and prices every overlapping record: each
      * section the pair's two ranges share is charged at its
      * standard cleaning minutes off the labor-standards file, and
      * the minutes at the crew's hourly rate off the rate table
      * (the crew's grade comes off the roster). What was wasted is
      * split between full and partial overlaps; what dispatch got
      * back through an accepted REL or TRM is shown as recovered
      * (the effective ranges ADVENTOFCODE4EFFECT posted no longer
      * share the section); what is still shared is lost, and
      * charged to why - intake rejected the transaction, never
      * answered it, or the day's acknowledgements have not been
      * applied yet. Every record is listed, then the totals by
      * section priority and by crew, then the trailer. On a
      * single-day run the REL and TRM lines the daily run cut are
      * priced as well and tied to the master's wasted minutes, so
      * a release file and master that disagree are caught here.
      * Condition code: 0 clean, 4 a section had no standard, a
      * crew had no rate, or the release file did not tie, 8 the
      * crew table filled and crews past the limit are missing from
      * the crew totals, 16 a file would not open or the period
      * runs backwards.
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

      * Section reference master - the priorities the totals break
      * out by.
       SELECT ADVENTOFCODESECT4
       ASSIGN DYNAMIC WS-SECTION-REF-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-SECTION-REF-FILE-STATUS.

      * Crew roster - names for the crew totals, and the grade each
      * crew is paid at (see WS-ROSTER-LINE).
       SELECT ADVENTOFCODEROSTER4
       ASSIGN DYNAMIC WS-ROSTER-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-ROSTER-FILE-STATUS.

      * Labor standards - standard cleaning minutes per section, one
      * line per section (see WS-STANDARD-LINE).
       SELECT ADVENTOFCODELABSTD4
       ASSIGN DYNAMIC WS-STANDARD-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-STANDARD-FILE-STATUS.

      * Rate table - hourly rate per crew grade (see WS-RATE-LINE).
       SELECT ADVENTOFCODERATE4
       ASSIGN DYNAMIC WS-RATE-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-RATE-FILE-STATUS.

      * The release transactions the daily run cut - same file (and
      * the same run-time override variable) ADVENTOFCODE4 wrote.
      * Only read on a single-day run.
       SELECT ADVENTOFCODEREL4
       ASSIGN DYNAMIC WS-RELEASE-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-RELEASE-FILE-STATUS.

      * One line per overlapping record, the priority and crew
      * totals, then the trailer.
       SELECT ADVENTOFCODEVALUE4
       ASSIGN DYNAMIC WS-VALUE-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-VALUE-FILE-STATUS.

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
               88  MASTER-FULL-OVERLAP                   VALUE 'Y'.
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

       FD  ADVENTOFCODESECT4.
       01  SECTION-REF-INPUT-RECORD                      PIC X(30).

       FD  ADVENTOFCODEROSTER4.
       01  ROSTER-INPUT-RECORD                           PIC X(80).

       FD  ADVENTOFCODELABSTD4.
       01  STANDARD-INPUT-RECORD                         PIC X(40).

       FD  ADVENTOFCODERATE4.
       01  RATE-INPUT-RECORD                             PIC X(40).

       FD  ADVENTOFCODEREL4.
       01  RELEASE-INPUT-RECORD                          PIC X(24).

       FD  ADVENTOFCODEVALUE4.
       01  VALUE-OUTPUT-RECORD                           PIC X(200).

       WORKING-STORAGE SECTION.

      * File paths operations can override at run time via the
      * environment variables named below (see INITIALIZE-PARMS).
      * The VALUEs here are the defaults if a variable isn't set.
       01  WS-RUNTIME-PARMS.
           05  WS-MASTER-FILE-PATH                      PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODEMASTER4.dat".
           05  WS-SECTION-REF-FILE-PATH                 PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODESECT4.txt".
           05  WS-ROSTER-FILE-PATH                      PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODEROSTER4.txt".
           05  WS-STANDARD-FILE-PATH                    PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODELABSTD4.txt".
           05  WS-RATE-FILE-PATH                        PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODERATE4.txt".
           05  WS-RELEASE-FILE-PATH                     PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODEREL4.txt".
           05  WS-VALUE-FILE-PATH                       PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODEVALUE4.txt".
           05  WS-ENVIRONMENT-VALUE                     PIC X(100).

      * All COBOL variables must be declared. They have a heirarchical structure.
       01  WS-STRINGS                                   VALUE SPACE.
      * 2 Xs = two characters long
           05  WS-MASTER-FILE-STATUS                    PIC XX.
      * 88 levels are like if checks
               88  WS-MASTER-FILE-STATUS-VALID          VALUE "00".
               88  WS-MASTER-FILE-STATUS-END            VALUE "10".
           05  WS-SECTION-REF-FILE-STATUS               PIC XX.
               88  WS-SECTION-REF-FILE-STATUS-VALID     VALUE "00".
               88  WS-SECTION-REF-FILE-STATUS-END       VALUE "10".
               88  WS-SECTION-REF-FILE-NOT-FOUND        VALUE "35".
           05  WS-ROSTER-FILE-STATUS                    PIC XX.
               88  WS-ROSTER-FILE-STATUS-VALID          VALUE "00".
               88  WS-ROSTER-FILE-NOT-FOUND             VALUE "35".
           05  WS-STANDARD-FILE-STATUS                  PIC XX.
               88  WS-STANDARD-FILE-STATUS-VALID        VALUE "00".
           05  WS-RATE-FILE-STATUS                      PIC XX.
               88  WS-RATE-FILE-STATUS-VALID            VALUE "00".
           05  WS-RELEASE-FILE-STATUS                   PIC XX.
               88  WS-RELEASE-FILE-STATUS-VALID         VALUE "00".
               88  WS-RELEASE-FILE-NOT-FOUND            VALUE "35".
           05  WS-VALUE-FILE-STATUS                     PIC XX.
               88  WS-VALUE-FILE-STATUS-VALID           VALUE "00".
      * Whether the section reference and roster actually loaded -
      * a site without them still gets its valuation, every section
      * unrated and every crew at the default rate.
           05  WS-SECTION-REF-LOADED-FLAG               PIC X.
               88  WS-SECTION-REF-LOADED-FLAG-YES       VALUE 'Y'.
           05  WS-ROSTER-LOADED-FLAG                    PIC X.
               88  WS-ROSTER-LOADED-FLAG-YES            VALUE 'Y'.
           05  WS-ROSTER-TABLE-FULL-FLAG                PIC X.
               88  WS-ROSTER-TABLE-FULL-FLAG-YES        VALUE 'Y'.
      * Whether the standards file carried a 000 line - the minutes
      * charged for a section with no line of its own.
           05  WS-DEFAULT-STANDARD-FLAG                 PIC X.
               88  WS-DEFAULT-STANDARD-FLAG-YES         VALUE 'Y'.
      * Whether the rate table carried a ** line - the rate charged
      * for a crew whose grade is blank or not on the table.
           05  WS-DEFAULT-RATE-FLAG                     PIC X.
               88  WS-DEFAULT-RATE-FLAG-YES             VALUE 'Y'.
      * The crew being priced, its grade, and whether a rate was
      * found for it.
           05  WS-CURRENT-CREW-PAIR-ID                  PIC X(8).
           05  WS-CURRENT-GRADE                         PIC XX.
           05  WS-RATE-FOUND-FLAG                       PIC X.
               88  WS-RATE-FOUND-FLAG-YES               VALUE 'Y'.
           05  WS-ROSTER-SEARCH-ID                      PIC X(8).
           05  WS-CREW-TABLE-FULL-FLAG                  PIC X.
               88  WS-CREW-TABLE-FULL-FLAG-YES          VALUE 'Y'.
      * Whether the release file was read and tied - single-day
      * runs only.
           05  WS-RELEASE-TIE-FLAG                      PIC X.
               88  WS-RELEASE-TIE-FLAG-YES              VALUE 'Y'.

       01  WS-INTS                                      VALUE ZERO.
      * The business date - today, or the ADVENTOFCODE4BUSDATE the
      * daily run was given - and the period valued, which is that
      * one day unless a from or to date is given.
           05  WS-RUN-DATE                              PIC 9(8).
           05  WS-VALUE-FROM-DATE                       PIC 9(8).
           05  WS-VALUE-TO-DATE                         PIC 9(8).
      * Reference file bookkeeping - lines loaded and malformed
      * lines skipped.
           05  WS-SECTION-REF-COUNT                     PIC 9(3).
           05  WS-SECTION-REF-SKIPPED                   PIC 9(3).
           05  WS-STANDARD-COUNT                        PIC 9(4).
           05  WS-STANDARD-SKIPPED                      PIC 9(4).
           05  WS-RATE-COUNT                            PIC 99.
           05  WS-RATE-SKIPPED                          PIC 9(4).
           05  WS-ROSTER-COUNT                          PIC 9(4).
           05  WS-ROSTER-SKIPPED                        PIC 9(4).
           05  WS-ROSTER-PTR                            PIC 9(4).
           05  WS-ROSTER-SLOT                           PIC 9(4).
           05  WS-RATE-PTR                              PIC 99.
           05  WS-CREW-COUNT                            PIC 9(4).
           05  WS-CREW-PTR                              PIC 9(4).
           05  WS-CREW-SLOT                             PIC 9(4).
      * The minutes charged for a section with no line of its own,
      * and the rate charged for a crew with no grade on the table.
           05  WS-DEFAULT-MINUTES                       PIC 9(4).
           05  WS-DEFAULT-RATE                          PIC 9(3)V99.
      * The master records read, and those that overlapped.
           05  WS-RECORD-COUNT                          PIC 9(7).
           05  WS-OVERLAP-RECORD-COUNT                  PIC 9(7).
      * The span the pair's two keyed ranges share, and the span
      * its effective ranges still share (start past end when they
      * share none). Walked one section at a time - one digit wider
      * than a section number so stepping past 999 can't wrap.
           05  WS-SHARED-START                          PIC 9(4).
           05  WS-SHARED-END                            PIC 9(4).
           05  WS-STILL-SHARED-START                    PIC 9(4).
           05  WS-STILL-SHARED-END                      PIC 9(4).
           05  WS-SECTION-PTR                           PIC 9(4).
           05  WS-SECTION-END                           PIC 9(4).
           05  WS-EXCLUDE-START                         PIC 9(4).
           05  WS-EXCLUDE-END                           PIC 9(4).
      * One section's charge - its standard minutes, its priority
      * bucket (4 when it has none on file) and the minutes priced
      * at the crew's rate.
           05  WS-STANDARD-MINUTES                      PIC 9(4).
           05  WS-SECTION-RANK                          PIC 9.
           05  WS-CURRENT-RATE                          PIC 9(3)V99.
           05  WS-SECTION-COST                          PIC 9(7)V9(4).
      * Which bucket the record's wasted minutes and its lost
      * minutes go to (see WS-CATEGORY-NAME-TABLE), and the
      * bucket the section being charged lands in.
           05  WS-WASTED-CATEGORY                       PIC 9.
           05  WS-LOST-CATEGORY                         PIC 9.
           05  WS-CATEGORY                              PIC 9.
           05  WS-PRIORITY-PTR                          PIC 9.
      * The record being priced.
           05  WS-RECORD-WASTED-MINUTES                 PIC 9(7).
           05  WS-RECORD-WASTED-COST                    PIC 9(7)V9(4).
           05  WS-RECORD-RECOVERED-MINUTES              PIC 9(7).
           05  WS-RECORD-LOST-MINUTES                   PIC 9(7).
           05  WS-RECORD-LOST-COST                      PIC 9(7)V9(4).
      * What the trailer and the condition code are set from.
           05  WS-NO-STANDARD-COUNT                     PIC 9(4).
           05  WS-NO-RATE-COUNT                         PIC 9(4).
           05  WS-CREW-OVERFLOW-COUNT                   PIC 9(7).
           05  WS-RELEASE-LINE-COUNT                    PIC 9(7).
           05  WS-OFFERED-MINUTES                       PIC 9(9).
           05  WS-HOURS-WORK                            PIC 9(7)V99.

      * One slot per camp section 1-999 - the cleaning priority off
      * the reference master, and the standard minutes off the
      * labor-standards file. A section charged without a standard
      * of its own is counted once, on the trailer.
       01  WS-SECTION-TABLE                             VALUE SPACE.
           05  WS-SECTION-ENTRY                         OCCURS 999.
               10  WS-SECTION-REF-PRESENT-FLAG         PIC X.
                   88  WS-SECTION-REF-PRESENT          VALUE 'Y'.
               10  WS-SECTION-PRIORITY                 PIC 9.
               10  WS-SECTION-STANDARD-FLAG            PIC X.
                   88  WS-SECTION-STANDARD-PRESENT     VALUE 'Y'.
               10  WS-SECTION-STANDARD-MINUTES         PIC 9(4).
               10  WS-SECTION-UNPRICED-FLAG            PIC X.
                   88  WS-SECTION-UNPRICED-COUNTED     VALUE 'Y'.

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

      * One labor-standards line, cut at its fixed columns - the
      * section number (000 for the camp-wide default charged to a
      * section with no line of its own), the standard cleaning
      * minutes, and a free-text description nothing here reads.
       01  WS-STANDARD-LINE.
           05  WS-STANDARD-SECTION-X                    PIC X(3).
           05  WS-STANDARD-SECTION-N                    REDEFINES
               WS-STANDARD-SECTION-X                    PIC 9(3).
           05  FILLER                                   PIC X.
           05  WS-STANDARD-MINUTES-X                    PIC X(4).
           05  WS-STANDARD-MINUTES-N                    REDEFINES
               WS-STANDARD-MINUTES-X                    PIC 9(4).
           05  FILLER                                   PIC X.
           05  WS-STANDARD-DESCRIPTION                  PIC X(31).

      * One rate-table line, cut at its fixed columns - the crew
      * grade (** for the rate charged to a crew whose grade is
      * blank or not on the table), the hourly rate in cents
      * (02550 is $25.50), and a free-text description.
       01  WS-RATE-LINE.
           05  WS-RATE-LINE-GRADE                       PIC XX.
           05  FILLER                                   PIC X.
           05  WS-RATE-LINE-RATE-X                      PIC X(5).
           05  WS-RATE-LINE-RATE-N                      REDEFINES
               WS-RATE-LINE-RATE-X                      PIC 9(3)V99.
           05  FILLER                                   PIC X.
           05  WS-RATE-LINE-DESCRIPTION                 PIC X(31).

      * Every grade on the rate table - 50 is far more grades than
      * the camp pays.
       01  WS-RATE-TABLE                                VALUE ZERO.
           05  WS-RATE-ENTRY                            OCCURS 50.
               10  WS-RATE-TAB-GRADE                   PIC XX.
               10  WS-RATE-TAB-RATE                    PIC 9(3)V99.

      * Every crew pair on the roster - the two crew members and the
      * grade the pair is paid at. 2000 slots is several times the
      * camp's whole workforce.
       01  WS-ROSTER-TABLE                              VALUE SPACE.
           05  WS-ROSTER-ENTRY                          OCCURS 2000.
               10  WS-ROSTER-TAB-PAIR-ID               PIC X(8).
               10  WS-ROSTER-TAB-NAME-1                PIC X(20).
               10  WS-ROSTER-TAB-NAME-2                PIC X(20).
               10  WS-ROSTER-TAB-GRADE                 PIC XX.

      * One roster line, cut at its fixed columns - crew-pair ID,
      * the two crew members, home shift, status, the first and
      * last business dates the pairing works, and the pay grade.
      * Same layout ADVENTOFCODE4CREWMNT writes.
       01  WS-ROSTER-LINE.
           05  WS-ROSTER-PAIR-ID                        PIC X(8).
           05  FILLER                                   PIC X.
           05  WS-ROSTER-NAME-1                         PIC X(20).
           05  FILLER                                   PIC X.
           05  WS-ROSTER-NAME-2                         PIC X(20).
           05  FILLER                                   PIC X.
           05  WS-ROSTER-SHIFT                          PIC X.
           05  FILLER                                   PIC X.
           05  WS-ROSTER-STATUS                         PIC X.
           05  FILLER                                   PIC X.
           05  WS-ROSTER-EFFECTIVE-FROM                 PIC X(8).
           05  FILLER                                   PIC X.
           05  WS-ROSTER-EFFECTIVE-TO                   PIC X(8).
           05  FILLER                                   PIC X.
           05  WS-ROSTER-GRADE                          PIC XX.
           05  FILLER                                   PIC X(5).

      * Every crew with wasted labor in the period - its grade and
      * rate as priced, and its wasted, recovered and lost minutes
      * and cost. Costs carry four decimals until printed so the
      * totals don't drift a cent per section.
       01  WS-CREW-TABLE                                VALUE ZERO.
           05  WS-CREW-ENTRY                            OCCURS 2000.
               10  WS-CREW-TAB-PAIR-ID                 PIC X(8).
               10  WS-CREW-TAB-ROSTER-SLOT             PIC 9(4).
               10  WS-CREW-TAB-GRADE                   PIC XX.
               10  WS-CREW-TAB-RATE                    PIC 9(3)V99.
               10  WS-CREW-TAB-RATE-FOUND-FLAG         PIC X.
                   88  WS-CREW-TAB-RATE-FOUND          VALUE 'Y'.
               10  WS-CREW-TAB-WASTED-MINUTES          PIC 9(7).
               10  WS-CREW-TAB-WASTED-COST             PIC 9(7)V9(4).
               10  WS-CREW-TAB-RECOVERED-MINUTES       PIC 9(7).
               10  WS-CREW-TAB-RECOVERED-COST          PIC 9(7)V9(4).
               10  WS-CREW-TAB-LOST-MINUTES            PIC 9(7).
               10  WS-CREW-TAB-LOST-COST               PIC 9(7)V9(4).

      * The priority totals - one row per priority 1-3, row 4 for
      * sections with no priority on file and row 5 for all of
      * them, and in each row one bucket per category named in
      * WS-CATEGORY-NAME-TABLE.
       01  WS-PRIORITY-TOTAL-TABLE                      VALUE ZERO.
           05  WS-PRIORITY-TOTAL-ENTRY                  OCCURS 5.
               10  WS-CATEGORY-TOTAL-ENTRY             OCCURS 6.
                   15  WS-CATEGORY-MINUTES             PIC 9(9).
                   15  WS-CATEGORY-COST                PIC 9(9)V9(4).

      * What each category bucket holds - wasted on full and on
      * partial overlaps, recovered through an accepted REL or TRM,
      * and still lost because intake rejected the transaction,
      * never answered it, or the answers aren't applied yet.
       01  WS-CATEGORY-NAMES.
           05  FILLER                 PIC X(16) VALUE "WASTED-FULL".
           05  FILLER                 PIC X(16) VALUE "WASTED-PARTIAL".
           05  FILLER                 PIC X(16) VALUE "RECOVERED".
           05  FILLER                 PIC X(16) VALUE "LOST-REJECTED".
           05  FILLER                 PIC X(16) VALUE "LOST-NO ACK".
           05  FILLER                 PIC X(16)
               VALUE "LOST-NOT APPLIED".
       01  WS-CATEGORY-NAME-TABLE                       REDEFINES
           WS-CATEGORY-NAMES.
           05  WS-CATEGORY-NAME                         PIC X(16)
                                                        OCCURS 6.

      * What the priority rows print as.
       01  WS-PRIORITY-NAMES.
           05  FILLER                           PIC X(4) VALUE "1".
           05  FILLER                           PIC X(4) VALUE "2".
           05  FILLER                           PIC X(4) VALUE "3".
           05  FILLER                           PIC X(4) VALUE "NONE".
           05  FILLER                           PIC X(4) VALUE "ALL".
       01  WS-PRIORITY-NAME-TABLE                       REDEFINES
           WS-PRIORITY-NAMES.
           05  WS-PRIORITY-NAME                         PIC X(4)
                                                        OCCURS 5.

      * One line per overlapping master record.
       01  WS-DETAIL-RECORD.
           05  FILLER                                   PIC X(5)
               VALUE "DATE ".
           05  WS-DETAIL-RUN-DATE                       PIC 9(8).
           05  FILLER                                   PIC X(5)
               VALUE " REC ".
           05  WS-DETAIL-RECORD-NUMBER                  PIC 9(7).
           05  FILLER                                   PIC X(6)
               VALUE " CREW ".
           05  WS-DETAIL-CREW-PAIR-ID                   PIC X(8).
           05  FILLER                                   PIC X(7)
               VALUE " GRADE ".
           05  WS-DETAIL-GRADE                          PIC XX.
           05  FILLER                                   PIC X(8)
               VALUE " SHARED ".
           05  WS-DETAIL-SHARED-START                   PIC 999.
           05  FILLER                             PIC X VALUE "-".
           05  WS-DETAIL-SHARED-END                     PIC 999.
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-DETAIL-OVERLAP-KIND                   PIC X(7).
           05  FILLER                                   PIC X(8)
               VALUE " WASTED ".
           05  WS-DETAIL-WASTED-MINUTES                 PIC Z(6)9.
           05  FILLER                                   PIC X(6)
               VALUE " MIN $".
           05  WS-DETAIL-WASTED-COST                    PIC Z(6)9.99.
           05  FILLER                                   PIC X(11)
               VALUE " RECOVERED ".
           05  WS-DETAIL-RECOVERED-MINUTES              PIC Z(6)9.
           05  FILLER                                   PIC X(6)
               VALUE " LOST ".
           05  WS-DETAIL-LOST-MINUTES                   PIC Z(6)9.
           05  FILLER                                   PIC X(6)
               VALUE " MIN $".
           05  WS-DETAIL-LOST-COST                      PIC Z(6)9.99.
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-DETAIL-OUTCOME                        PIC X(16).

      * One line per priority row and category.
       01  WS-PRIORITY-RECORD.
           05  FILLER                                   PIC X(9)
               VALUE "PRIORITY ".
           05  WS-PRIORITY-REC-NAME                     PIC X(4).
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-PRIORITY-REC-CATEGORY                 PIC X(16).
           05  FILLER                                   PIC X(9)
               VALUE " MINUTES ".
           05  WS-PRIORITY-REC-MINUTES                  PIC Z(8)9.
           05  FILLER                                   PIC X(7)
               VALUE " HOURS ".
           05  WS-PRIORITY-REC-HOURS                    PIC Z(6)9.99.
           05  FILLER                                   PIC X(7)
               VALUE " COST $".
           05  WS-PRIORITY-REC-COST                     PIC Z(8)9.99.

      * One line per crew with wasted labor in the period.
       01  WS-CREW-RECORD.
           05  FILLER                                   PIC X(5)
               VALUE "CREW ".
           05  WS-CREW-REC-PAIR-ID                      PIC X(8).
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-CREW-REC-NAME-1                       PIC X(20).
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-CREW-REC-NAME-2                       PIC X(20).
           05  FILLER                                   PIC X(7)
               VALUE " GRADE ".
           05  WS-CREW-REC-GRADE                        PIC XX.
           05  FILLER                                   PIC X(7)
               VALUE " RATE $".
           05  WS-CREW-REC-RATE                         PIC ZZ9.99.
           05  WS-CREW-REC-NO-RATE                      PIC X.
           05  FILLER                                   PIC X(8)
               VALUE " WASTED ".
           05  WS-CREW-REC-WASTED-HOURS                 PIC Z(4)9.99.
           05  FILLER                                   PIC X(6)
               VALUE " HRS $".
           05  WS-CREW-REC-WASTED-COST                  PIC Z(6)9.99.
           05  FILLER                                   PIC X(11)
               VALUE " RECOVERED ".
           05  WS-CREW-REC-RECOVERED-HOURS              PIC Z(4)9.99.
           05  FILLER                                   PIC X(6)
               VALUE " HRS $".
           05  WS-CREW-REC-RECOVERED-COST               PIC Z(6)9.99.
           05  FILLER                                   PIC X(6)
               VALUE " LOST ".
           05  WS-CREW-REC-LOST-HOURS                   PIC Z(4)9.99.
           05  FILLER                                   PIC X(6)
               VALUE " HRS $".
           05  WS-CREW-REC-LOST-COST                    PIC Z(6)9.99.

      * The release file's priced minutes against the master's -
      * single-day runs only.
       01  WS-TIE-RECORD.
           05  FILLER                                   PIC X(14)
               VALUE "RELEASE LINES:".
           05  WS-TIE-RELEASE-LINES                     PIC Z(6)9.
           05  FILLER                                   PIC X(17)
               VALUE "  OFFERED MINUTES".
           05  WS-TIE-OFFERED-MINUTES                   PIC Z(8)9.
           05  FILLER                                   PIC X(16)
               VALUE "  WASTED MINUTES".
           05  WS-TIE-WASTED-MINUTES                    PIC Z(8)9.
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-TIE-RESULT                            PIC X(12).

      * Trailer the desk reads first.
       01  WS-VALUE-TRAILER-RECORD.
           05  FILLER                                   PIC X(6)
               VALUE "FROM: ".
           05  WS-TRAILER-FROM-DATE                     PIC 9(8).
           05  FILLER                                   PIC X(6)
               VALUE "  TO: ".
           05  WS-TRAILER-TO-DATE                       PIC 9(8).
           05  FILLER                                   PIC X(10)
               VALUE "  RECORDS:".
           05  WS-TRAILER-RECORDS                       PIC Z(6)9.
           05  FILLER                                   PIC X(14)
               VALUE "  OVERLAPPING:".
           05  WS-TRAILER-OVERLAPPING                   PIC Z(6)9.
           05  FILLER                                   PIC X(14)
               VALUE "  WASTED HRS: ".
           05  WS-TRAILER-WASTED-HOURS                  PIC Z(6)9.99.
           05  FILLER                                   PIC X(17)
               VALUE "  RECOVERED HRS: ".
           05  WS-TRAILER-RECOVERED-HOURS               PIC Z(6)9.99.
           05  FILLER                                   PIC X(12)
               VALUE "  LOST HRS: ".
           05  WS-TRAILER-LOST-HOURS                    PIC Z(6)9.99.
           05  FILLER                                   PIC X(10)
               VALUE "  LOST $: ".
           05  WS-TRAILER-LOST-COST                     PIC Z(8)9.99.
           05  FILLER                                   PIC X(15)
               VALUE "  NO STANDARD: ".
           05  WS-TRAILER-NO-STANDARD                   PIC Z(3)9.
           05  FILLER                                   PIC X(11)
               VALUE "  NO RATE: ".
           05  WS-TRAILER-NO-RATE                       PIC Z(3)9.

       PROCEDURE DIVISION.

       PROGRAM-ENTRY.

           PERFORM INITIALIZE-PARMS.
           PERFORM LOAD-SECTION-REFERENCE.
           PERFORM LOAD-LABOR-STANDARDS.
           PERFORM LOAD-RATE-TABLE.
           PERFORM LOAD-CREW-ROSTER.
           PERFORM OPEN-FILES.
           PERFORM VALUE-PERIOD-ASSIGNMENTS.
           IF WS-VALUE-FROM-DATE IS EQUAL TO WS-VALUE-TO-DATE
               PERFORM TIE-RELEASE-FILE
           END-IF.
           PERFORM WRITE-PRIORITY-TOTALS.
           PERFORM WRITE-CREW-TOTALS.
           PERFORM WRITE-VALUE-TRAILER.
           PERFORM CLOSE-FILES.

           DISPLAY "MASTER RECORDS READ: " WS-RECORD-COUNT.
           DISPLAY "OVERLAPPING RECORDS: " WS-OVERLAP-RECORD-COUNT.
           DISPLAY "WASTED HOURS: " WS-TRAILER-WASTED-HOURS.
           DISPLAY "RECOVERED HOURS: " WS-TRAILER-RECOVERED-HOURS.
           DISPLAY "LOST HOURS: " WS-TRAILER-LOST-HOURS.
           DISPLAY "LOST COST: " WS-TRAILER-LOST-COST.
           IF WS-NO-STANDARD-COUNT IS GREATER THAN ZERO
               DISPLAY "SECTIONS WITH NO LABOR STANDARD: "
                   WS-NO-STANDARD-COUNT
           END-IF.
           IF WS-NO-RATE-COUNT IS GREATER THAN ZERO
               DISPLAY "CREWS WITH NO RATE: " WS-NO-RATE-COUNT
           END-IF.
           IF WS-CREW-OVERFLOW-COUNT IS GREATER THAN ZERO
               DISPLAY "CREW TABLE FULL - RECORDS LEFT OUT OF THE "
                   "CREW TOTALS: " WS-CREW-OVERFLOW-COUNT
           END-IF.

           IF WS-CREW-OVERFLOW-COUNT IS GREATER THAN ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NO-STANDARD-COUNT IS GREATER THAN ZERO
                   OR WS-NO-RATE-COUNT IS GREATER THAN ZERO
                   OR (WS-RELEASE-TIE-FLAG-YES
                   AND WS-OFFERED-MINUTES IS NOT EQUAL TO
                   WS-CATEGORY-MINUTES (5, 1)
                   + WS-CATEGORY-MINUTES (5, 2))
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
               FROM ENVIRONMENT "ADVENTOFCODESECT4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-SECTION-REF-FILE-PATH
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODEROSTER4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-ROSTER-FILE-PATH
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODELABSTD4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-STANDARD-FILE-PATH
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODERATE4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-RATE-FILE-PATH
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODEREL4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-RELEASE-FILE-PATH
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODEVALUE4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-VALUE-FILE-PATH
           END-IF.

      * Same business date the daily run loaded under - a corrected
      * Tuesday run on Thursday is valued as Tuesday.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODE4BUSDATE".
           IF WS-ENVIRONMENT-VALUE (1:8) IS NUMERIC
               MOVE WS-ENVIRONMENT-VALUE (1:8) TO WS-RUN-DATE
               DISPLAY "BUSINESS DATE OVERRIDE: " WS-RUN-DATE
           END-IF.
           MOVE WS-RUN-DATE TO WS-VALUE-FROM-DATE.
           MOVE WS-RUN-DATE TO WS-VALUE-TO-DATE.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODE4VALUEFROM".
           IF WS-ENVIRONMENT-VALUE (1:8) IS NUMERIC
               MOVE WS-ENVIRONMENT-VALUE (1:8) TO WS-VALUE-FROM-DATE
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODE4VALUETO".
           IF WS-ENVIRONMENT-VALUE (1:8) IS NUMERIC
               MOVE WS-ENVIRONMENT-VALUE (1:8) TO WS-VALUE-TO-DATE
           END-IF.

           IF WS-VALUE-TO-DATE IS LESS THAN WS-VALUE-FROM-DATE
               DISPLAY "VALUATION PERIOD RUNS BACKWARDS: "
                   WS-VALUE-FROM-DATE " TO " WS-VALUE-TO-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "VALUATION PERIOD: " WS-VALUE-FROM-DATE
               " TO " WS-VALUE-TO-DATE.

       OPEN-FILES.
           OPEN INPUT ADVENTOFCODEMASTER4.
               IF NOT WS-MASTER-FILE-STATUS-VALID
                   DISPLAY "MASTER OPEN FAILED WITH "
                       WS-MASTER-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
           OPEN OUTPUT ADVENTOFCODEVALUE4.
               IF NOT WS-VALUE-FILE-STATUS-VALID
                   DISPLAY "VALUATION REPORT OPEN FAILED WITH "
                       WS-VALUE-FILE-STATUS
                   CLOSE ADVENTOFCODEMASTER4
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

       CLOSE-FILES.
           CLOSE ADVENTOFCODEMASTER4.
           IF NOT WS-MASTER-FILE-STATUS-VALID
               DISPLAY "MASTER CLOSE FAILED WITH "
                   WS-MASTER-FILE-STATUS
           END-IF.
           CLOSE ADVENTOFCODEVALUE4.
           IF NOT WS-VALUE-FILE-STATUS-VALID
               DISPLAY "VALUATION REPORT CLOSE FAILED WITH "
                   WS-VALUE-FILE-STATUS
           END-IF.

      * Loads the section reference master into its table - one
      * slot per section, cleaning priority. A missing file is a
      * plain warning (every section just totals as unrated); a
      * malformed line is skipped and counted rather than poisoning
      * the table.
       LOAD-SECTION-REFERENCE SECTION.
           OPEN INPUT ADVENTOFCODESECT4.
           IF WS-SECTION-REF-FILE-NOT-FOUND
               DISPLAY "SECTION REFERENCE NOT ON FILE - SECTION "
                   "PRIORITIES SKIPPED"
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

      * Loads the labor standards into the section table. Without
      * them there is nothing to value, so a file that won't open
      * stops the job. A malformed line is skipped and counted; a
      * 000 line sets the default charged to sections with no line
      * of their own.
       LOAD-LABOR-STANDARDS SECTION.
           OPEN INPUT ADVENTOFCODELABSTD4.
           IF NOT WS-STANDARD-FILE-STATUS-VALID
               DISPLAY "LABOR STANDARDS OPEN FAILED WITH "
                   WS-STANDARD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-LABOR-STANDARDS-LOOP.
           READ ADVENTOFCODELABSTD4.
           IF NOT WS-STANDARD-FILE-STATUS-VALID
               GO TO LOAD-LABOR-STANDARDS-DONE.
           MOVE STANDARD-INPUT-RECORD TO WS-STANDARD-LINE.
           IF WS-STANDARD-SECTION-X IS NOT NUMERIC
               OR WS-STANDARD-MINUTES-X IS NOT NUMERIC
               ADD 1 TO WS-STANDARD-SKIPPED
               GO TO LOAD-LABOR-STANDARDS-LOOP
           END-IF.
           IF WS-STANDARD-SECTION-N IS EQUAL TO ZERO
               MOVE 'Y' TO WS-DEFAULT-STANDARD-FLAG
               MOVE WS-STANDARD-MINUTES-N TO WS-DEFAULT-MINUTES
           ELSE
               MOVE 'Y' TO
                   WS-SECTION-STANDARD-FLAG (WS-STANDARD-SECTION-N)
               MOVE WS-STANDARD-MINUTES-N TO
                   WS-SECTION-STANDARD-MINUTES (WS-STANDARD-SECTION-N)
           END-IF.
           ADD 1 TO WS-STANDARD-COUNT.
           GO TO LOAD-LABOR-STANDARDS-LOOP.

       LOAD-LABOR-STANDARDS-DONE.
           CLOSE ADVENTOFCODELABSTD4.
           DISPLAY "LABOR STANDARDS LOADED: " WS-STANDARD-COUNT
               " LINES".
           IF WS-STANDARD-SKIPPED IS GREATER THAN ZERO
               DISPLAY "LABOR STANDARD LINES SKIPPED: "
                   WS-STANDARD-SKIPPED
           END-IF.

       LOAD-LABOR-STANDARDS-EXIT.
           EXIT.

      * Loads the rate table. Like the standards, a file that won't
      * open stops the job; a malformed line is skipped and
      * counted, and a ** line sets the default rate.
       LOAD-RATE-TABLE SECTION.
           OPEN INPUT ADVENTOFCODERATE4.
           IF NOT WS-RATE-FILE-STATUS-VALID
               DISPLAY "RATE TABLE OPEN FAILED WITH "
                   WS-RATE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-RATE-TABLE-LOOP.
           READ ADVENTOFCODERATE4.
           IF NOT WS-RATE-FILE-STATUS-VALID
               GO TO LOAD-RATE-TABLE-DONE.
           MOVE RATE-INPUT-RECORD TO WS-RATE-LINE.
           IF WS-RATE-LINE-GRADE IS EQUAL TO SPACE
               OR WS-RATE-LINE-RATE-X IS NOT NUMERIC
               ADD 1 TO WS-RATE-SKIPPED
               GO TO LOAD-RATE-TABLE-LOOP
           END-IF.
           IF WS-RATE-LINE-GRADE IS EQUAL TO "**"
               MOVE 'Y' TO WS-DEFAULT-RATE-FLAG
               MOVE WS-RATE-LINE-RATE-N TO WS-DEFAULT-RATE
               GO TO LOAD-RATE-TABLE-LOOP
           END-IF.
           IF WS-RATE-COUNT IS NOT LESS THAN 50
               ADD 1 TO WS-RATE-SKIPPED
               GO TO LOAD-RATE-TABLE-LOOP
           END-IF.
           ADD 1 TO WS-RATE-COUNT.
           MOVE WS-RATE-LINE-GRADE TO WS-RATE-TAB-GRADE (WS-RATE-COUNT).
           MOVE WS-RATE-LINE-RATE-N TO WS-RATE-TAB-RATE (WS-RATE-COUNT).
           GO TO LOAD-RATE-TABLE-LOOP.

       LOAD-RATE-TABLE-DONE.
           CLOSE ADVENTOFCODERATE4.
           DISPLAY "RATE TABLE LOADED: " WS-RATE-COUNT " GRADES".
           IF WS-RATE-SKIPPED IS GREATER THAN ZERO
               DISPLAY "RATE TABLE LINES SKIPPED: " WS-RATE-SKIPPED
           END-IF.

       LOAD-RATE-TABLE-EXIT.
           EXIT.

      * Loads the crew roster into its table. A missing file is a
      * plain warning (crews go unnamed at the default rate); a line
      * with no ID is skipped and counted. Crews past the table's
      * end are priced at the default rate.
       LOAD-CREW-ROSTER SECTION.
           OPEN INPUT ADVENTOFCODEROSTER4.
           IF WS-ROSTER-FILE-NOT-FOUND
               DISPLAY "CREW ROSTER NOT ON FILE - CREW NAMES AND "
                   "GRADES SKIPPED"
               GO TO LOAD-CREW-ROSTER-EXIT
           END-IF.
           IF NOT WS-ROSTER-FILE-STATUS-VALID
               DISPLAY "CREW ROSTER OPEN FAILED WITH "
                   WS-ROSTER-FILE-STATUS
               GO TO LOAD-CREW-ROSTER-EXIT
           END-IF.

       LOAD-CREW-ROSTER-LOOP.
           READ ADVENTOFCODEROSTER4.
           IF NOT WS-ROSTER-FILE-STATUS-VALID
               GO TO LOAD-CREW-ROSTER-DONE.
           MOVE ROSTER-INPUT-RECORD TO WS-ROSTER-LINE.
           IF WS-ROSTER-PAIR-ID IS EQUAL TO SPACE
               ADD 1 TO WS-ROSTER-SKIPPED
               GO TO LOAD-CREW-ROSTER-LOOP
           END-IF.
           IF WS-ROSTER-COUNT IS NOT LESS THAN 2000
               IF NOT WS-ROSTER-TABLE-FULL-FLAG-YES
                   MOVE 'Y' TO WS-ROSTER-TABLE-FULL-FLAG
                   DISPLAY "CREW ROSTER TABLE FULL - LATER CREWS "
                       "PRICED AT THE DEFAULT RATE"
               END-IF
               GO TO LOAD-CREW-ROSTER-LOOP
           END-IF.
           ADD 1 TO WS-ROSTER-COUNT.
           MOVE WS-ROSTER-PAIR-ID
               TO WS-ROSTER-TAB-PAIR-ID (WS-ROSTER-COUNT).
           MOVE WS-ROSTER-NAME-1
               TO WS-ROSTER-TAB-NAME-1 (WS-ROSTER-COUNT).
           MOVE WS-ROSTER-NAME-2
               TO WS-ROSTER-TAB-NAME-2 (WS-ROSTER-COUNT).
           MOVE WS-ROSTER-GRADE
               TO WS-ROSTER-TAB-GRADE (WS-ROSTER-COUNT).
           GO TO LOAD-CREW-ROSTER-LOOP.

       LOAD-CREW-ROSTER-DONE.
           CLOSE ADVENTOFCODEROSTER4.
           MOVE 'Y' TO WS-ROSTER-LOADED-FLAG.
           DISPLAY "CREW ROSTER LOADED: " WS-ROSTER-COUNT " CREWS".
           IF WS-ROSTER-SKIPPED IS GREATER THAN ZERO
               DISPLAY "CREW ROSTER LINES SKIPPED: "
                   WS-ROSTER-SKIPPED
           END-IF.

       LOAD-CREW-ROSTER-EXIT.
           EXIT.

      * Finds WS-ROSTER-SEARCH-ID on the roster - WS-ROSTER-SLOT
      * comes back as its slot, or zero when it isn't there (or the
      * roster never loaded).
       FIND-CREW-ON-ROSTER SECTION.
           MOVE ZERO TO WS-ROSTER-SLOT.
           MOVE ZERO TO WS-ROSTER-PTR.

       FIND-CREW-ON-ROSTER-LOOP.
           ADD 1 TO WS-ROSTER-PTR.
           IF WS-ROSTER-PTR IS GREATER THAN WS-ROSTER-COUNT
               GO TO FIND-CREW-ON-ROSTER-EXIT.
           IF WS-ROSTER-TAB-PAIR-ID (WS-ROSTER-PTR)
               IS EQUAL TO WS-ROSTER-SEARCH-ID
               MOVE WS-ROSTER-PTR TO WS-ROSTER-SLOT
               GO TO FIND-CREW-ON-ROSTER-EXIT.
           GO TO FIND-CREW-ON-ROSTER-LOOP.

       FIND-CREW-ON-ROSTER-EXIT.
           EXIT.

      * Positions the master at the period's first record and reads
      * forward until the date passes the end of the period - the
      * key is date-then-record-number, so the period is one
      * contiguous run. Records whose ranges share nothing cost
      * nothing and are only counted.
       VALUE-PERIOD-ASSIGNMENTS SECTION.
           MOVE WS-VALUE-FROM-DATE TO MASTER-RUN-DATE.
           MOVE ZERO TO MASTER-RECORD-NUMBER.
           START ADVENTOFCODEMASTER4
               KEY IS GREATER THAN OR EQUAL MASTER-KEY
               INVALID KEY
                   GO TO VALUE-PERIOD-ASSIGNMENTS-EXIT
           END-START.

       VALUE-PERIOD-ASSIGNMENTS-LOOP.
           READ ADVENTOFCODEMASTER4 NEXT.
           IF NOT WS-MASTER-FILE-STATUS-VALID
               GO TO VALUE-PERIOD-ASSIGNMENTS-EXIT.
           IF MASTER-RUN-DATE IS GREATER THAN WS-VALUE-TO-DATE
               GO TO VALUE-PERIOD-ASSIGNMENTS-EXIT.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM FIND-SHARED-SPANS.
           IF WS-SHARED-START IS GREATER THAN WS-SHARED-END
               GO TO VALUE-PERIOD-ASSIGNMENTS-LOOP.
           ADD 1 TO WS-OVERLAP-RECORD-COUNT.
           PERFORM VALUE-ONE-RECORD.
           GO TO VALUE-PERIOD-ASSIGNMENTS-LOOP.

       VALUE-PERIOD-ASSIGNMENTS-EXIT.
           EXIT.

      * Works out the span the record's two keyed ranges share, and
      * the part of it the effective ranges still share. A released
      * range (000-000) shares nothing. A record the day's answers
      * haven't been applied to yet still works as keyed. Where
      * there is no span, start is left past end.
       FIND-SHARED-SPANS SECTION.
           MOVE 1 TO WS-SHARED-START.
           MOVE ZERO TO WS-SHARED-END.
           MOVE 1 TO WS-STILL-SHARED-START.
           MOVE ZERO TO WS-STILL-SHARED-END.
           IF MASTER-ASSIGNMENT-1-START IS EQUAL TO ZERO
               OR MASTER-ASSIGNMENT-2-START IS EQUAL TO ZERO
               GO TO FIND-SHARED-SPANS-EXIT.
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

           IF MASTER-DISPOSITION IS EQUAL TO SPACE
               MOVE WS-SHARED-START TO WS-STILL-SHARED-START
               MOVE WS-SHARED-END TO WS-STILL-SHARED-END
               GO TO FIND-SHARED-SPANS-EXIT
           END-IF.
           IF MASTER-EFFECTIVE-1-START IS EQUAL TO ZERO
               OR MASTER-EFFECTIVE-2-START IS EQUAL TO ZERO
               GO TO FIND-SHARED-SPANS-EXIT.
           IF MASTER-EFFECTIVE-1-START
               IS GREATER THAN MASTER-EFFECTIVE-2-START
               MOVE MASTER-EFFECTIVE-1-START TO WS-STILL-SHARED-START
           ELSE
               MOVE MASTER-EFFECTIVE-2-START TO WS-STILL-SHARED-START
           END-IF.
           IF MASTER-EFFECTIVE-1-END
               IS LESS THAN MASTER-EFFECTIVE-2-END
               MOVE MASTER-EFFECTIVE-1-END TO WS-STILL-SHARED-END
           ELSE
               MOVE MASTER-EFFECTIVE-2-END TO WS-STILL-SHARED-END
           END-IF.

       FIND-SHARED-SPANS-EXIT.
           EXIT.

      * Prices one overlapping record section by section - every
      * shared section is wasted labor; those the effective ranges
      * no longer share were recovered, the rest are still lost -
      * then files the record's figures against its crew and
      * writes its detail line.
       VALUE-ONE-RECORD SECTION.
           MOVE MASTER-CREW-PAIR-ID TO WS-CURRENT-CREW-PAIR-ID.
           PERFORM PRICE-CURRENT-CREW.
           IF MASTER-FULL-OVERLAP
               MOVE 1 TO WS-WASTED-CATEGORY
           ELSE
               MOVE 2 TO WS-WASTED-CATEGORY
           END-IF.
           IF MASTER-ACK-REJECTED
               MOVE 4 TO WS-LOST-CATEGORY
           ELSE
               IF MASTER-ACK-MISSING
                   MOVE 5 TO WS-LOST-CATEGORY
               ELSE
                   MOVE 6 TO WS-LOST-CATEGORY
               END-IF
           END-IF.
           MOVE ZERO TO WS-RECORD-WASTED-MINUTES.
           MOVE ZERO TO WS-RECORD-WASTED-COST.
           MOVE ZERO TO WS-RECORD-RECOVERED-MINUTES.
           MOVE ZERO TO WS-RECORD-LOST-MINUTES.
           MOVE ZERO TO WS-RECORD-LOST-COST.
           MOVE WS-SHARED-START TO WS-SECTION-PTR.

       VALUE-ONE-RECORD-LOOP.
           IF WS-SECTION-PTR IS GREATER THAN WS-SHARED-END
               GO TO VALUE-ONE-RECORD-FILE.
           PERFORM GET-STANDARD-MINUTES.
           IF WS-SECTION-REF-LOADED-FLAG-YES
               AND WS-SECTION-REF-PRESENT (WS-SECTION-PTR)
               MOVE WS-SECTION-PRIORITY (WS-SECTION-PTR)
                   TO WS-SECTION-RANK
           ELSE
               MOVE 4 TO WS-SECTION-RANK
           END-IF.
           COMPUTE WS-SECTION-COST ROUNDED =
               WS-STANDARD-MINUTES * WS-CURRENT-RATE / 60.
           ADD WS-STANDARD-MINUTES TO WS-RECORD-WASTED-MINUTES.
           ADD WS-SECTION-COST TO WS-RECORD-WASTED-COST.
           MOVE WS-WASTED-CATEGORY TO WS-CATEGORY.
           PERFORM ADD-TO-PRIORITY-TOTALS.
           IF WS-SECTION-PTR IS NOT LESS THAN WS-STILL-SHARED-START
               AND WS-SECTION-PTR IS NOT GREATER THAN
               WS-STILL-SHARED-END
               ADD WS-STANDARD-MINUTES TO WS-RECORD-LOST-MINUTES
               ADD WS-SECTION-COST TO WS-RECORD-LOST-COST
               MOVE WS-LOST-CATEGORY TO WS-CATEGORY
           ELSE
               ADD WS-STANDARD-MINUTES TO WS-RECORD-RECOVERED-MINUTES
               MOVE 3 TO WS-CATEGORY
           END-IF.
           PERFORM ADD-TO-PRIORITY-TOTALS.
           ADD 1 TO WS-SECTION-PTR.
           GO TO VALUE-ONE-RECORD-LOOP.

       VALUE-ONE-RECORD-FILE.
           PERFORM ADD-TO-CREW-TOTALS.
           PERFORM WRITE-DETAIL-RECORD.

       VALUE-ONE-RECORD-EXIT.
           EXIT.

      * WS-STANDARD-MINUTES comes back as the section at
      * WS-SECTION-PTR's standard, or the default when it has no
      * line of its own - and with no default either it is charged
      * nothing and counted, once, on the trailer.
       GET-STANDARD-MINUTES SECTION.
           IF WS-SECTION-STANDARD-PRESENT (WS-SECTION-PTR)
               MOVE WS-SECTION-STANDARD-MINUTES (WS-SECTION-PTR)
                   TO WS-STANDARD-MINUTES
               GO TO GET-STANDARD-MINUTES-EXIT
           END-IF.
           IF WS-DEFAULT-STANDARD-FLAG-YES
               MOVE WS-DEFAULT-MINUTES TO WS-STANDARD-MINUTES
               GO TO GET-STANDARD-MINUTES-EXIT
           END-IF.
           MOVE ZERO TO WS-STANDARD-MINUTES.
           IF NOT WS-SECTION-UNPRICED-COUNTED (WS-SECTION-PTR)
               MOVE 'Y' TO WS-SECTION-UNPRICED-FLAG (WS-SECTION-PTR)
               ADD 1 TO WS-NO-STANDARD-COUNT
           END-IF.

       GET-STANDARD-MINUTES-EXIT.
           EXIT.

      * Looks the current crew's grade up on the roster and its rate
      * on the rate table. A crew off the roster, with a blank
      * grade, or with a grade the table doesn't carry is charged
      * the default rate; with no default either it is charged
      * nothing and WS-RATE-FOUND-FLAG says so.
       PRICE-CURRENT-CREW SECTION.
           MOVE SPACE TO WS-CURRENT-GRADE.
           MOVE 'N' TO WS-RATE-FOUND-FLAG.
           MOVE ZERO TO WS-CURRENT-RATE.
           MOVE WS-CURRENT-CREW-PAIR-ID TO WS-ROSTER-SEARCH-ID.
           PERFORM FIND-CREW-ON-ROSTER.
           IF WS-ROSTER-SLOT IS GREATER THAN ZERO
               MOVE WS-ROSTER-TAB-GRADE (WS-ROSTER-SLOT)
                   TO WS-CURRENT-GRADE
           END-IF.
           IF WS-CURRENT-GRADE IS EQUAL TO SPACE
               GO TO PRICE-CURRENT-CREW-DEFAULT.
           MOVE ZERO TO WS-RATE-PTR.

       PRICE-CURRENT-CREW-LOOP.
           ADD 1 TO WS-RATE-PTR.
           IF WS-RATE-PTR IS GREATER THAN WS-RATE-COUNT
               GO TO PRICE-CURRENT-CREW-DEFAULT.
           IF WS-RATE-TAB-GRADE (WS-RATE-PTR)
               IS EQUAL TO WS-CURRENT-GRADE
               MOVE WS-RATE-TAB-RATE (WS-RATE-PTR) TO WS-CURRENT-RATE
               MOVE 'Y' TO WS-RATE-FOUND-FLAG
               GO TO PRICE-CURRENT-CREW-EXIT.
           GO TO PRICE-CURRENT-CREW-LOOP.

       PRICE-CURRENT-CREW-DEFAULT.
           IF WS-DEFAULT-RATE-FLAG-YES
               MOVE WS-DEFAULT-RATE TO WS-CURRENT-RATE
               MOVE 'Y' TO WS-RATE-FOUND-FLAG
           END-IF.

       PRICE-CURRENT-CREW-EXIT.
           EXIT.

      * Adds the section being charged to its priority row and to
      * the all-priorities row, under category WS-CATEGORY.
       ADD-TO-PRIORITY-TOTALS SECTION.
           ADD WS-STANDARD-MINUTES TO
               WS-CATEGORY-MINUTES (WS-SECTION-RANK, WS-CATEGORY).
           ADD WS-SECTION-COST TO
               WS-CATEGORY-COST (WS-SECTION-RANK, WS-CATEGORY).
           ADD WS-STANDARD-MINUTES TO
               WS-CATEGORY-MINUTES (5, WS-CATEGORY).
           ADD WS-SECTION-COST TO
               WS-CATEGORY-COST (5, WS-CATEGORY).

       ADD-TO-PRIORITY-TOTALS-EXIT.
           EXIT.

      * Files the record's figures against its crew, registering the
      * crew the first time it turns up. All of the contractor's
      * ID-less lines file as the one crew, since nothing tells them
      * apart. A crew that won't fit is left out of the crew totals
      * (it is still in the priority totals) and counted.
       ADD-TO-CREW-TOTALS SECTION.
           MOVE ZERO TO WS-CREW-SLOT.
           MOVE ZERO TO WS-CREW-PTR.

       ADD-TO-CREW-TOTALS-LOOP.
           ADD 1 TO WS-CREW-PTR.
           IF WS-CREW-PTR IS GREATER THAN WS-CREW-COUNT
               GO TO ADD-TO-CREW-TOTALS-REGISTER.
           IF WS-CREW-TAB-PAIR-ID (WS-CREW-PTR)
               IS EQUAL TO WS-CURRENT-CREW-PAIR-ID
               MOVE WS-CREW-PTR TO WS-CREW-SLOT
               GO TO ADD-TO-CREW-TOTALS-ADD.
           GO TO ADD-TO-CREW-TOTALS-LOOP.

       ADD-TO-CREW-TOTALS-REGISTER.
           IF WS-CREW-COUNT IS NOT LESS THAN 2000
               ADD 1 TO WS-CREW-OVERFLOW-COUNT
               GO TO ADD-TO-CREW-TOTALS-EXIT
           END-IF.
           ADD 1 TO WS-CREW-COUNT.
           MOVE WS-CREW-COUNT TO WS-CREW-SLOT.
           MOVE WS-CURRENT-CREW-PAIR-ID
               TO WS-CREW-TAB-PAIR-ID (WS-CREW-SLOT).
           MOVE WS-ROSTER-SLOT
               TO WS-CREW-TAB-ROSTER-SLOT (WS-CREW-SLOT).
           MOVE WS-CURRENT-GRADE TO WS-CREW-TAB-GRADE (WS-CREW-SLOT).
           MOVE WS-CURRENT-RATE TO WS-CREW-TAB-RATE (WS-CREW-SLOT).
           MOVE WS-RATE-FOUND-FLAG
               TO WS-CREW-TAB-RATE-FOUND-FLAG (WS-CREW-SLOT).
           IF NOT WS-RATE-FOUND-FLAG-YES
               ADD 1 TO WS-NO-RATE-COUNT
           END-IF.

       ADD-TO-CREW-TOTALS-ADD.
           ADD WS-RECORD-WASTED-MINUTES
               TO WS-CREW-TAB-WASTED-MINUTES (WS-CREW-SLOT).
           ADD WS-RECORD-WASTED-COST
               TO WS-CREW-TAB-WASTED-COST (WS-CREW-SLOT).
           ADD WS-RECORD-RECOVERED-MINUTES
               TO WS-CREW-TAB-RECOVERED-MINUTES (WS-CREW-SLOT).
           COMPUTE WS-CREW-TAB-RECOVERED-COST (WS-CREW-SLOT) =
               WS-CREW-TAB-RECOVERED-COST (WS-CREW-SLOT)
               + WS-RECORD-WASTED-COST - WS-RECORD-LOST-COST.
           ADD WS-RECORD-LOST-MINUTES
               TO WS-CREW-TAB-LOST-MINUTES (WS-CREW-SLOT).
           ADD WS-RECORD-LOST-COST
               TO WS-CREW-TAB-LOST-COST (WS-CREW-SLOT).

       ADD-TO-CREW-TOTALS-EXIT.
           EXIT.

       WRITE-DETAIL-RECORD SECTION.
           MOVE MASTER-RUN-DATE TO WS-DETAIL-RUN-DATE.
           MOVE MASTER-RECORD-NUMBER TO WS-DETAIL-RECORD-NUMBER.
           IF WS-CURRENT-CREW-PAIR-ID IS EQUAL TO SPACE
               MOVE "(NO ID)" TO WS-DETAIL-CREW-PAIR-ID
           ELSE
               MOVE WS-CURRENT-CREW-PAIR-ID TO WS-DETAIL-CREW-PAIR-ID
           END-IF.
           MOVE WS-CURRENT-GRADE TO WS-DETAIL-GRADE.
           MOVE WS-SHARED-START TO WS-DETAIL-SHARED-START.
           MOVE WS-SHARED-END TO WS-DETAIL-SHARED-END.
           IF MASTER-FULL-OVERLAP
               MOVE "FULL" TO WS-DETAIL-OVERLAP-KIND
           ELSE
               MOVE "PARTIAL" TO WS-DETAIL-OVERLAP-KIND
           END-IF.
           MOVE WS-RECORD-WASTED-MINUTES TO WS-DETAIL-WASTED-MINUTES.
           COMPUTE WS-DETAIL-WASTED-COST ROUNDED =
               WS-RECORD-WASTED-COST.
           MOVE WS-RECORD-RECOVERED-MINUTES
               TO WS-DETAIL-RECOVERED-MINUTES.
           MOVE WS-RECORD-LOST-MINUTES TO WS-DETAIL-LOST-MINUTES.
           COMPUTE WS-DETAIL-LOST-COST ROUNDED = WS-RECORD-LOST-COST.
           IF WS-RECORD-LOST-MINUTES IS EQUAL TO ZERO
               MOVE "RECOVERED" TO WS-DETAIL-OUTCOME
           ELSE
               MOVE WS-CATEGORY-NAME (WS-LOST-CATEGORY)
                   TO WS-DETAIL-OUTCOME
           END-IF.
           MOVE WS-DETAIL-RECORD TO VALUE-OUTPUT-RECORD.
           WRITE VALUE-OUTPUT-RECORD.
           IF NOT WS-VALUE-FILE-STATUS-VALID
               DISPLAY "VALUATION DETAIL WRITE FAILED WITH "
                   WS-VALUE-FILE-STATUS
           END-IF.

       WRITE-DETAIL-RECORD-EXIT.
           EXIT.

      * Prices the REL and TRM lines the daily run cut for the day
      * - a release offers back its whole dropped range, a trim the
      * part of the old range the new one leaves off - and writes
      * the total against the master's wasted minutes. The daily
      * run cuts one line per overlapping record, so the two agree
      * unless the file and the master have parted company. Other
      * line types are not overlap fixes and are passed over. A
      * missing release file skips the tie with a warning.
       TIE-RELEASE-FILE SECTION.
           OPEN INPUT ADVENTOFCODEREL4.
           IF WS-RELEASE-FILE-NOT-FOUND
               DISPLAY "RELEASE FILE NOT ON FILE - RELEASE TIE "
                   "SKIPPED"
               GO TO TIE-RELEASE-FILE-EXIT
           END-IF.
           IF NOT WS-RELEASE-FILE-STATUS-VALID
               DISPLAY "RELEASE FILE OPEN FAILED WITH "
                   WS-RELEASE-FILE-STATUS
               GO TO TIE-RELEASE-FILE-EXIT
           END-IF.
           MOVE 'Y' TO WS-RELEASE-TIE-FLAG.

       TIE-RELEASE-FILE-LOOP.
           READ ADVENTOFCODEREL4.
           IF NOT WS-RELEASE-FILE-STATUS-VALID
               GO TO TIE-RELEASE-FILE-DONE.
           IF RELEASE-INPUT-RECORD (1:3) IS EQUAL TO "REL"
               AND RELEASE-INPUT-RECORD (13:6) IS NUMERIC
               ADD 1 TO WS-RELEASE-LINE-COUNT
               MOVE RELEASE-INPUT-RECORD (13:3) TO WS-SECTION-PTR
               MOVE RELEASE-INPUT-RECORD (16:3) TO WS-SECTION-END
               MOVE 9999 TO WS-EXCLUDE-START
               MOVE ZERO TO WS-EXCLUDE-END
               PERFORM SUM-OFFERED-MINUTES
           END-IF.
           IF RELEASE-INPUT-RECORD (1:3) IS EQUAL TO "TRM"
               AND RELEASE-INPUT-RECORD (13:12) IS NUMERIC
               ADD 1 TO WS-RELEASE-LINE-COUNT
               MOVE RELEASE-INPUT-RECORD (19:3) TO WS-SECTION-PTR
               MOVE RELEASE-INPUT-RECORD (22:3) TO WS-SECTION-END
               MOVE RELEASE-INPUT-RECORD (13:3) TO WS-EXCLUDE-START
               MOVE RELEASE-INPUT-RECORD (16:3) TO WS-EXCLUDE-END
               PERFORM SUM-OFFERED-MINUTES
           END-IF.
           GO TO TIE-RELEASE-FILE-LOOP.

       TIE-RELEASE-FILE-DONE.
           CLOSE ADVENTOFCODEREL4.
           MOVE WS-RELEASE-LINE-COUNT TO WS-TIE-RELEASE-LINES.
           MOVE WS-OFFERED-MINUTES TO WS-TIE-OFFERED-MINUTES.
           COMPUTE WS-TIE-WASTED-MINUTES =
               WS-CATEGORY-MINUTES (5, 1) + WS-CATEGORY-MINUTES (5, 2).
           IF WS-OFFERED-MINUTES IS EQUAL TO
               WS-CATEGORY-MINUTES (5, 1) + WS-CATEGORY-MINUTES (5, 2)
               MOVE "TIES" TO WS-TIE-RESULT
           ELSE
               MOVE "DOES NOT TIE" TO WS-TIE-RESULT
               DISPLAY "RELEASE FILE DOES NOT TIE TO THE MASTER: "
                   WS-OFFERED-MINUTES " OFFERED MINUTES"
           END-IF.
           MOVE WS-TIE-RECORD TO VALUE-OUTPUT-RECORD.
           WRITE VALUE-OUTPUT-RECORD.
           IF NOT WS-VALUE-FILE-STATUS-VALID
               DISPLAY "VALUATION TIE WRITE FAILED WITH "
                   WS-VALUE-FILE-STATUS
           END-IF.

       TIE-RELEASE-FILE-EXIT.
           EXIT.

      * Adds the standard minutes of every section from
      * WS-SECTION-PTR to WS-SECTION-END, less any from
      * WS-EXCLUDE-START to WS-EXCLUDE-END, to the offered total. A
      * zero start is stepped over rather than trusted as a
      * subscript.
       SUM-OFFERED-MINUTES SECTION.
           IF WS-SECTION-PTR IS EQUAL TO ZERO
               MOVE 1 TO WS-SECTION-PTR
           END-IF.

       SUM-OFFERED-MINUTES-LOOP.
           IF WS-SECTION-PTR IS GREATER THAN WS-SECTION-END
               GO TO SUM-OFFERED-MINUTES-EXIT.
           IF WS-SECTION-PTR IS LESS THAN WS-EXCLUDE-START
               OR WS-SECTION-PTR IS GREATER THAN WS-EXCLUDE-END
               PERFORM GET-STANDARD-MINUTES
               ADD WS-STANDARD-MINUTES TO WS-OFFERED-MINUTES
           END-IF.
           ADD 1 TO WS-SECTION-PTR.
           GO TO SUM-OFFERED-MINUTES-LOOP.

       SUM-OFFERED-MINUTES-EXIT.
           EXIT.

      * Writes the priority totals - one line per category for each
      * priority 1-3, sections with no priority on file, and all
      * sections together.
       WRITE-PRIORITY-TOTALS SECTION.
           MOVE ZERO TO WS-PRIORITY-PTR.

       WRITE-PRIORITY-TOTALS-ROW.
           ADD 1 TO WS-PRIORITY-PTR.
           IF WS-PRIORITY-PTR IS GREATER THAN 5
               GO TO WRITE-PRIORITY-TOTALS-EXIT.
           MOVE ZERO TO WS-CATEGORY.

       WRITE-PRIORITY-TOTALS-LOOP.
           ADD 1 TO WS-CATEGORY.
           IF WS-CATEGORY IS GREATER THAN 6
               GO TO WRITE-PRIORITY-TOTALS-ROW.
           MOVE WS-PRIORITY-NAME (WS-PRIORITY-PTR)
               TO WS-PRIORITY-REC-NAME.
           MOVE WS-CATEGORY-NAME (WS-CATEGORY)
               TO WS-PRIORITY-REC-CATEGORY.
           MOVE WS-CATEGORY-MINUTES (WS-PRIORITY-PTR, WS-CATEGORY)
               TO WS-PRIORITY-REC-MINUTES.
           COMPUTE WS-PRIORITY-REC-HOURS ROUNDED =
               WS-CATEGORY-MINUTES (WS-PRIORITY-PTR, WS-CATEGORY) / 60.
           COMPUTE WS-PRIORITY-REC-COST ROUNDED =
               WS-CATEGORY-COST (WS-PRIORITY-PTR, WS-CATEGORY).
           MOVE WS-PRIORITY-RECORD TO VALUE-OUTPUT-RECORD.
           WRITE VALUE-OUTPUT-RECORD.
           IF NOT WS-VALUE-FILE-STATUS-VALID
               DISPLAY "VALUATION PRIORITY WRITE FAILED WITH "
                   WS-VALUE-FILE-STATUS
           END-IF.
           GO TO WRITE-PRIORITY-TOTALS-LOOP.

       WRITE-PRIORITY-TOTALS-EXIT.
           EXIT.

      * Writes one line per crew with wasted labor, in the order the
      * crews first turned up. A crew charged nothing for want of a
      * rate is marked "*" beside its rate.
       WRITE-CREW-TOTALS SECTION.
           MOVE ZERO TO WS-CREW-PTR.

       WRITE-CREW-TOTALS-LOOP.
           ADD 1 TO WS-CREW-PTR.
           IF WS-CREW-PTR IS GREATER THAN WS-CREW-COUNT
               GO TO WRITE-CREW-TOTALS-EXIT.
           IF WS-CREW-TAB-PAIR-ID (WS-CREW-PTR) IS EQUAL TO SPACE
               MOVE "(NO ID)" TO WS-CREW-REC-PAIR-ID
           ELSE
               MOVE WS-CREW-TAB-PAIR-ID (WS-CREW-PTR)
                   TO WS-CREW-REC-PAIR-ID
           END-IF.
           MOVE WS-CREW-TAB-ROSTER-SLOT (WS-CREW-PTR) TO WS-ROSTER-SLOT.
           IF WS-ROSTER-SLOT IS GREATER THAN ZERO
               MOVE WS-ROSTER-TAB-NAME-1 (WS-ROSTER-SLOT)
                   TO WS-CREW-REC-NAME-1
               MOVE WS-ROSTER-TAB-NAME-2 (WS-ROSTER-SLOT)
                   TO WS-CREW-REC-NAME-2
           ELSE
               MOVE SPACE TO WS-CREW-REC-NAME-1
               MOVE SPACE TO WS-CREW-REC-NAME-2
           END-IF.
           MOVE WS-CREW-TAB-GRADE (WS-CREW-PTR) TO WS-CREW-REC-GRADE.
           MOVE WS-CREW-TAB-RATE (WS-CREW-PTR) TO WS-CREW-REC-RATE.
           IF WS-CREW-TAB-RATE-FOUND (WS-CREW-PTR)
               MOVE SPACE TO WS-CREW-REC-NO-RATE
           ELSE
               MOVE "*" TO WS-CREW-REC-NO-RATE
           END-IF.
           COMPUTE WS-CREW-REC-WASTED-HOURS ROUNDED =
               WS-CREW-TAB-WASTED-MINUTES (WS-CREW-PTR) / 60.
           COMPUTE WS-CREW-REC-WASTED-COST ROUNDED =
               WS-CREW-TAB-WASTED-COST (WS-CREW-PTR).
           COMPUTE WS-CREW-REC-RECOVERED-HOURS ROUNDED =
               WS-CREW-TAB-RECOVERED-MINUTES (WS-CREW-PTR) / 60.
           COMPUTE WS-CREW-REC-RECOVERED-COST ROUNDED =
               WS-CREW-TAB-RECOVERED-COST (WS-CREW-PTR).
           COMPUTE WS-CREW-REC-LOST-HOURS ROUNDED =
               WS-CREW-TAB-LOST-MINUTES (WS-CREW-PTR) / 60.
           COMPUTE WS-CREW-REC-LOST-COST ROUNDED =
               WS-CREW-TAB-LOST-COST (WS-CREW-PTR).
           MOVE WS-CREW-RECORD TO VALUE-OUTPUT-RECORD.
           WRITE VALUE-OUTPUT-RECORD.
           IF NOT WS-VALUE-FILE-STATUS-VALID
               DISPLAY "VALUATION CREW WRITE FAILED WITH "
                   WS-VALUE-FILE-STATUS
           END-IF.
           GO TO WRITE-CREW-TOTALS-LOOP.

       WRITE-CREW-TOTALS-EXIT.
           EXIT.

      * The trailer counts go on the report as well as the console,
      * so a filed-away report still shows its figures. Lost is the
      * three lost buckets together.
       WRITE-VALUE-TRAILER SECTION.
           MOVE WS-VALUE-FROM-DATE TO WS-TRAILER-FROM-DATE.
           MOVE WS-VALUE-TO-DATE TO WS-TRAILER-TO-DATE.
           MOVE WS-RECORD-COUNT TO WS-TRAILER-RECORDS.
           MOVE WS-OVERLAP-RECORD-COUNT TO WS-TRAILER-OVERLAPPING.
           COMPUTE WS-TRAILER-WASTED-HOURS ROUNDED =
               (WS-CATEGORY-MINUTES (5, 1)
               + WS-CATEGORY-MINUTES (5, 2)) / 60.
           COMPUTE WS-TRAILER-RECOVERED-HOURS ROUNDED =
               WS-CATEGORY-MINUTES (5, 3) / 60.
           COMPUTE WS-TRAILER-LOST-HOURS ROUNDED =
               (WS-CATEGORY-MINUTES (5, 4)
               + WS-CATEGORY-MINUTES (5, 5)
               + WS-CATEGORY-MINUTES (5, 6)) / 60.
           COMPUTE WS-TRAILER-LOST-COST ROUNDED =
               WS-CATEGORY-COST (5, 4)
               + WS-CATEGORY-COST (5, 5)
               + WS-CATEGORY-COST (5, 6).
           MOVE WS-NO-STANDARD-COUNT TO WS-TRAILER-NO-STANDARD.
           MOVE WS-NO-RATE-COUNT TO WS-TRAILER-NO-RATE.
           MOVE WS-VALUE-TRAILER-RECORD TO VALUE-OUTPUT-RECORD.
           WRITE VALUE-OUTPUT-RECORD.
           IF NOT WS-VALUE-FILE-STATUS-VALID
               DISPLAY "VALUATION TRAILER WRITE FAILED WITH "
                   WS-VALUE-FILE-STATUS
           END-IF.

       WRITE-VALUE-TRAILER-EXIT.
           EXIT.
