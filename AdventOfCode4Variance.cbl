      * COBOL programs have a maximum width of 80 characters.
      * This is so that they could support punch cards (yes, really).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENTOFCODE4VARIANCE.

      * Standing schedule variance report. Most crews work the same
      * ranges on the same weekday week after week, and the desk
      * keeps that rotation on the standing schedule (maintained by
      * ADVENTOFCODE4SCHEDMNT). Run after the daily load, this
      * reads the business date's records back off the keyed
      * assignment master and holds them against the schedule for
      * that weekday, listing:
      *   - crews working ranges other than their standing ones, or
      *     working on a weekday they have no standing line for;
      *   - crews working who are not on the schedule at all;
      *   - standing assignments no line today matched - the crew
      *     stayed home, or worked something else;
      *   - priority-1 sections the rotation normally covers that
      *     nobody covered today, once releases and trims are taken
      *     into account (the effective ranges).
      * A line keyed with its two ranges the other way round still
      * matches - the order on the input line means nothing. The
      * contractor's ID-less lines can't be tied to a crew and are
      * only counted, though they still cover sections.
      * Condition code: 0 the day ran to pattern, 4 one or more
      * variances, 8 a priority-1 section fell off the rotation or
      * the schedule was too big for its table, 16 a file would not
      * open.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

      * The keyed master ADVENTOFCODE4 loads each day - read here by
      * key from the first record of the business date.
       FILE-CONTROL.
       SELECT ADVENTOFCODEMASTER4
       ASSIGN DYNAMIC WS-MASTER-FILE-PATH
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS MASTER-KEY
       FILE STATUS IS WS-MASTER-FILE-STATUS.

      * The standing schedule - same fixed columns the schedule
      * maintenance job writes (see WS-SCHEDULE-LINE).
       SELECT ADVENTOFCODESCHED4
       ASSIGN DYNAMIC WS-SCHEDULE-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-SCHEDULE-FILE-STATUS.

      * Section reference master - the names and priorities that
      * decide which dropped sections are flagged.
       SELECT ADVENTOFCODESECT4
       ASSIGN DYNAMIC WS-SECTION-REF-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-SECTION-REF-FILE-STATUS.

      * The variance report itself - one block per kind of
      * variance, then the trailer counts.
       SELECT ADVENTOFCODEVAR4
       ASSIGN DYNAMIC WS-VARIANCE-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-VARIANCE-FILE-STATUS.

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

       FD  ADVENTOFCODESCHED4.
       01  SCHEDULE-INPUT-RECORD                         PIC X(40).

       FD  ADVENTOFCODESECT4.
       01  SECTION-REF-INPUT-RECORD                      PIC X(30).

       FD  ADVENTOFCODEVAR4.
       01  VARIANCE-OUTPUT-RECORD                        PIC X(150).

       WORKING-STORAGE SECTION.

      * File paths operations can override at run time via the
      * environment variables named below (see INITIALIZE-PARMS).
      * The VALUEs here are the defaults if a variable isn't set.
       01  WS-RUNTIME-PARMS.
           05  WS-MASTER-FILE-PATH                      PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODEMASTER4.dat".
           05  WS-SCHEDULE-FILE-PATH                    PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODESCHED4.txt".
           05  WS-SECTION-REF-FILE-PATH                 PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODESECT4.txt".
           05  WS-VARIANCE-FILE-PATH                    PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODEVAR4.txt".
           05  WS-ENVIRONMENT-VALUE                     PIC X(100).

      * All COBOL variables must be declared. They have a heirarchical structure.
       01  WS-STRINGS                                   VALUE SPACE.
      * 2 Xs = two characters long
           05  WS-MASTER-FILE-STATUS                    PIC XX.
      * 88 levels are like if checks
               88  WS-MASTER-FILE-STATUS-VALID          VALUE "00".
               88  WS-MASTER-FILE-STATUS-END            VALUE "10".
           05  WS-SCHEDULE-FILE-STATUS                  PIC XX.
               88  WS-SCHEDULE-FILE-STATUS-VALID        VALUE "00".
               88  WS-SCHEDULE-FILE-STATUS-END          VALUE "10".
           05  WS-SECTION-REF-FILE-STATUS               PIC XX.
               88  WS-SECTION-REF-FILE-STATUS-VALID     VALUE "00".
               88  WS-SECTION-REF-FILE-STATUS-END       VALUE "10".
               88  WS-SECTION-REF-FILE-NOT-FOUND        VALUE "35".
           05  WS-VARIANCE-FILE-STATUS                  PIC XX.
               88  WS-VARIANCE-FILE-STATUS-VALID        VALUE "00".
      * Whether the section reference actually loaded - without it
      * dropped sections are still counted, but none can be told
      * apart as priority 1.
           05  WS-SECTION-REF-LOADED-FLAG               PIC X.
               88  WS-SECTION-REF-LOADED-FLAG-YES       VALUE 'Y'.
      * Whether the schedule ran out of table slots - the lines
      * past the limit are left out, so crews on them may be
      * reported wrongly and the run is graded 8.
           05  WS-SCHEDULE-TABLE-FULL-FLAG              PIC X.
               88  WS-SCHEDULE-TABLE-FULL-FLAG-YES      VALUE 'Y'.
      * Whether the current master line's crew has any standing
      * line at all, on any weekday.
           05  WS-CREW-SCHEDULED-FLAG                   PIC X.
               88  WS-CREW-SCHEDULED-FLAG-YES           VALUE 'Y'.
      * Which walk of the day's records is under way - the first
      * judges every line and lists the off-pattern ones, the
      * second lists the crews not on the schedule.
           05  WS-MASTER-PASS                           PIC X.
               88  WS-MASTER-PASS-OFF-PATTERN           VALUE '1'.
               88  WS-MASTER-PASS-NOT-SCHEDULED         VALUE '2'.
      * The business date's weekday as the schedule keys it,
      * 1 Monday through 7 Sunday.
           05  WS-RUN-WEEKDAY                           PIC X.

       01  WS-INTS                                      VALUE ZERO.
      * The business date being reported - today, or the
      * ADVENTOFCODE4BUSDATE the daily run was given.
           05  WS-RUN-DATE                              PIC 9(8).
      * Schedule and section reference bookkeeping - lines loaded
      * and malformed lines skipped.
           05  WS-SCHEDULE-COUNT                        PIC 9(5).
           05  WS-SCHEDULE-SKIPPED                      PIC 9(5).
           05  WS-SECTION-REF-COUNT                     PIC 9(3).
           05  WS-SECTION-REF-SKIPPED                   PIC 9(3).
      * Schedule table walkers - the slot holding the current
      * crew's standing line for today (zero when there is none).
           05  WS-SCHEDULE-SLOT                         PIC 9(5).
           05  WS-SCHEDULE-PTR                          PIC 9(5).
      * Section walkers for marking coverage.
           05  WS-SECTION-PTR                           PIC 9(4).
           05  WS-SECTION-END                           PIC 9(4).
           05  WS-WEEKDAY-NUMBER                        PIC 9.
      * What the trailer and the condition code are set from.
           05  WS-RECORD-COUNT                          PIC 9(7).
           05  WS-NO-ID-COUNT                           PIC 9(7).
           05  WS-ON-PATTERN-COUNT                      PIC 9(7).
           05  WS-OFF-PATTERN-COUNT                     PIC 9(7).
           05  WS-NOT-SCHEDULED-COUNT                   PIC 9(7).
           05  WS-NOT-WORKED-COUNT                      PIC 9(5).
           05  WS-BLOCK-LINE-COUNT                      PIC 9(7).
           05  WS-PRIORITY-1-DROPPED                    PIC 9(4).
           05  WS-OTHER-DROPPED                         PIC 9(4).

      * The business date taken apart for the weekday arithmetic -
      * Zeller's rule, with January and February counted as months
      * 13 and 14 of the year before.
       01  WS-WEEKDAY-WORK                              VALUE ZERO.
           05  WS-WEEKDAY-DATE.
               10  WS-WEEKDAY-YEAR                      PIC 9(4).
               10  WS-WEEKDAY-MONTH                     PIC 99.
               10  WS-WEEKDAY-DAY                       PIC 99.
           05  WS-WEEKDAY-CENTURY                       PIC 99.
           05  WS-WEEKDAY-YEAR-OF-CENTURY               PIC 99.
           05  WS-WEEKDAY-MONTH-TERM                    PIC 99.
           05  WS-WEEKDAY-YEAR-TERM                     PIC 99.
           05  WS-WEEKDAY-CENTURY-TERM                  PIC 99.
           05  WS-WEEKDAY-SUM                           PIC 9(4).
           05  WS-WEEKDAY-QUOTIENT                      PIC 9(4).
           05  WS-WEEKDAY-REMAINDER                     PIC 9.

      * Weekday names for the report heading, Monday first to
      * match the schedule's numbering.
       01  WS-WEEKDAY-NAME-VALUES.
           05  FILLER                  PIC X(9) VALUE "MONDAY".
           05  FILLER                  PIC X(9) VALUE "TUESDAY".
           05  FILLER                  PIC X(9) VALUE "WEDNESDAY".
           05  FILLER                  PIC X(9) VALUE "THURSDAY".
           05  FILLER                  PIC X(9) VALUE "FRIDAY".
           05  FILLER                  PIC X(9) VALUE "SATURDAY".
           05  FILLER                  PIC X(9) VALUE "SUNDAY".
       01  WS-WEEKDAY-NAME-TABLE                        REDEFINES
           WS-WEEKDAY-NAME-VALUES.
           05  WS-WEEKDAY-NAME                          PIC X(9)
                                                        OCCURS 7.

      * Every standing line on the schedule, all weekdays - the
      * other weekdays are needed to tell a crew working on its day
      * off from a crew that isn't on the schedule at all. The two
      * flags record what today's lines made of a standing line for
      * today's weekday: worked (the crew had any line) and matched
      * (a line carried exactly its ranges).
       01  WS-SCHEDULE-TABLE                            VALUE SPACE.
           05  WS-SCHEDULE-ENTRY                        OCCURS 5000.
               10  WS-SCHEDULE-TAB-PAIR-ID             PIC X(8).
               10  WS-SCHEDULE-TAB-WEEKDAY             PIC X.
               10  WS-SCHEDULE-TAB-1-START             PIC 999.
               10  WS-SCHEDULE-TAB-1-END               PIC 999.
               10  WS-SCHEDULE-TAB-2-START             PIC 999.
               10  WS-SCHEDULE-TAB-2-END               PIC 999.
               10  WS-SCHEDULE-TAB-WORKED-FLAG         PIC X.
                   88  WS-SCHEDULE-TAB-WORKED          VALUE 'Y'.
               10  WS-SCHEDULE-TAB-MATCHED-FLAG        PIC X.
                   88  WS-SCHEDULE-TAB-MATCHED         VALUE 'Y'.

      * One schedule line, cut at its fixed columns - crew-pair ID,
      * weekday (1 Monday through 7 Sunday), and the pair's two
      * regular ranges that weekday, start and end of each.
       01  WS-SCHEDULE-LINE.
           05  WS-SCHEDULE-PAIR-ID                      PIC X(8).
           05  FILLER                                   PIC X.
           05  WS-SCHEDULE-WEEKDAY                      PIC X.
               88  WS-SCHEDULE-WEEKDAY-KNOWN            VALUE '1' THRU
                                                              '7'.
           05  FILLER                                   PIC X.
           05  WS-SCHEDULE-1-START                      PIC X(3).
           05  FILLER                                   PIC X.
           05  WS-SCHEDULE-1-END                        PIC X(3).
           05  FILLER                                   PIC X.
           05  WS-SCHEDULE-2-START                      PIC X(3).
           05  FILLER                                   PIC X.
           05  WS-SCHEDULE-2-END                        PIC X(3).
           05  FILLER                                   PIC X(14).

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

      * One slot per camp section 1-999 - whether any line today
      * covers it once releases and trims are applied, and the
      * first crew whose standing line for today's weekday takes
      * it in (blank when the rotation doesn't cover it).
       01  WS-SECTION-COVER-TABLE                       VALUE SPACE.
           05  WS-SECTION-COVER-ENTRY                   OCCURS 999.
               10  WS-SECT-COVERED-FLAG                PIC X.
                   88  WS-SECT-COVERED                 VALUE 'Y'.
               10  WS-SECT-STANDING-CREW               PIC X(8).

      * Report heading - the date and the weekday it was judged as.
       01  WS-VARIANCE-HEADING-RECORD.
           05  FILLER                                   PIC X(43)
               VALUE "STANDING SCHEDULE VARIANCE - BUSINESS DATE ".
           05  WS-HEADING-RUN-DATE                      PIC 9(8).
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-HEADING-WEEKDAY-NAME                  PIC X(9).
           05  FILLER                                   PIC X(10)
               VALUE " (WEEKDAY ".
           05  WS-HEADING-WEEKDAY                       PIC X.
           05  FILLER                             PIC X VALUE ")".

      * Opens each block of the report.
       01  WS-BLOCK-HEADING-RECORD.
           05  WS-BLOCK-HEADING-TEXT                    PIC X(60).

      * Written under a block with nothing in it, so an empty block
      * reads as checked rather than lost.
       01  WS-BLOCK-NONE-RECORD.
           05  FILLER                                   PIC X(6)
               VALUE "  NONE".

      * One crew line - used by the off-pattern, not-on-schedule
      * and not-worked blocks alike. Ranges not known for the line
      * (no keyed line, or no standing line) print blank.
       01  WS-VARIANCE-RECORD.
           05  FILLER                                   PIC X(2)
               VALUE SPACE.
           05  WS-VARIANCE-PAIR-ID                      PIC X(8).
           05  FILLER                                   PIC X(5)
               VALUE " REC ".
           05  WS-VARIANCE-RECORD-NUMBER                PIC X(7).
           05  FILLER                                   PIC X(7)
               VALUE " KEYED ".
           05  WS-VARIANCE-KEYED-1-START                PIC X(3).
           05  FILLER                             PIC X VALUE "-".
           05  WS-VARIANCE-KEYED-1-END                  PIC X(3).
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-VARIANCE-KEYED-2-START                PIC X(3).
           05  FILLER                             PIC X VALUE "-".
           05  WS-VARIANCE-KEYED-2-END                  PIC X(3).
           05  FILLER                                   PIC X(10)
               VALUE " STANDING ".
           05  WS-VARIANCE-STANDING-1-START             PIC X(3).
           05  FILLER                             PIC X VALUE "-".
           05  WS-VARIANCE-STANDING-1-END               PIC X(3).
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-VARIANCE-STANDING-2-START             PIC X(3).
           05  FILLER                             PIC X VALUE "-".
           05  WS-VARIANCE-STANDING-2-END               PIC X(3).
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-VARIANCE-NOTE                         PIC X(30).

      * One line per priority-1 section that fell off the rotation.
       01  WS-DROPPED-RECORD.
           05  FILLER                                   PIC X(10)
               VALUE "  SECTION ".
           05  WS-DROPPED-SECTION                       PIC 999.
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-DROPPED-SECTION-NAME                  PIC X(20).
           05  FILLER                                   PIC X(15)
               VALUE " STANDING CREW ".
           05  WS-DROPPED-STANDING-CREW                 PIC X(8).

      * Trailer the desk reads first.
       01  WS-VARIANCE-TRAILER-RECORD.
           05  FILLER                                   PIC X(15)
               VALUE "BUSINESS DATE: ".
           05  WS-TRAILER-RUN-DATE                      PIC 9(8).
           05  FILLER                                   PIC X(10)
               VALUE "  RECORDS:".
           05  WS-TRAILER-RECORDS                       PIC Z(6)9.
           05  FILLER                                   PIC X(13)
               VALUE "  ON PATTERN:".
           05  WS-TRAILER-ON-PATTERN                    PIC Z(6)9.
           05  FILLER                                   PIC X(14)
               VALUE "  OFF PATTERN:".
           05  WS-TRAILER-OFF-PATTERN                   PIC Z(6)9.
           05  FILLER                                   PIC X(16)
               VALUE "  NOT SCHEDULED:".
           05  WS-TRAILER-NOT-SCHEDULED                 PIC Z(6)9.
           05  FILLER                                   PIC X(13)
               VALUE "  NOT WORKED:".
           05  WS-TRAILER-NOT-WORKED                    PIC Z(4)9.
           05  FILLER                                   PIC X(8)
               VALUE "  NO ID:".
           05  WS-TRAILER-NO-ID                         PIC Z(6)9.

       01  WS-DROPPED-TRAILER-RECORD.
           05  FILLER                                   PIC X(30)
               VALUE "SECTIONS OFF ROTATION - PRI 1:".
           05  WS-TRAILER-PRIORITY-1-DROPPED            PIC Z(3)9.
           05  FILLER                                   PIC X(9)
               VALUE "  OTHERS:".
           05  WS-TRAILER-OTHER-DROPPED                 PIC Z(3)9.

       PROCEDURE DIVISION.

       PROGRAM-ENTRY.

           PERFORM INITIALIZE-PARMS.
           PERFORM FIND-RUN-WEEKDAY.
           PERFORM LOAD-SECTION-REFERENCE.
           PERFORM LOAD-STANDING-SCHEDULE.
           PERFORM OPEN-FILES.
           PERFORM WRITE-VARIANCE-HEADING.
           MOVE '1' TO WS-MASTER-PASS.
           MOVE "CREWS OFF PATTERN" TO WS-BLOCK-HEADING-TEXT.
           PERFORM READ-DAY-ASSIGNMENTS.
           MOVE '2' TO WS-MASTER-PASS.
           MOVE "CREWS WORKING WHO ARE NOT ON THE STANDING SCHEDULE"
               TO WS-BLOCK-HEADING-TEXT.
           PERFORM READ-DAY-ASSIGNMENTS.
           PERFORM WRITE-NOT-WORKED-BLOCK.
           PERFORM MARK-STANDING-COVERAGE.
           PERFORM WRITE-DROPPED-BLOCK.
           PERFORM WRITE-VARIANCE-TRAILER.
           PERFORM CLOSE-FILES.

           DISPLAY "MASTER RECORDS READ: " WS-RECORD-COUNT.
           DISPLAY "ON PATTERN: " WS-ON-PATTERN-COUNT.
           DISPLAY "OFF PATTERN: " WS-OFF-PATTERN-COUNT.
           DISPLAY "NOT ON SCHEDULE: " WS-NOT-SCHEDULED-COUNT.
           DISPLAY "STANDING LINES NOT WORKED: " WS-NOT-WORKED-COUNT.
           DISPLAY "LINES WITH NO CREW-PAIR ID: " WS-NO-ID-COUNT.
           DISPLAY "PRIORITY-1 SECTIONS OFF ROTATION: "
               WS-PRIORITY-1-DROPPED.
           DISPLAY "OTHER SECTIONS OFF ROTATION: " WS-OTHER-DROPPED.

           IF WS-PRIORITY-1-DROPPED IS GREATER THAN ZERO
               OR WS-SCHEDULE-TABLE-FULL-FLAG-YES
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-OFF-PATTERN-COUNT IS GREATER THAN ZERO
                   OR WS-NOT-SCHEDULED-COUNT IS GREATER THAN ZERO
                   OR WS-NOT-WORKED-COUNT IS GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "CONDITION CODE: " RETURN-CODE.

           STOP RUN.

      * Lets operations point the job at the day's files and name
      * the business date without editing and recompiling the
      * program - defaults above are kept if a variable isn't set.
       INITIALIZE-PARMS.
           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODEMASTER4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-MASTER-FILE-PATH
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODESCHED4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-SCHEDULE-FILE-PATH
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODESECT4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-SECTION-REF-FILE-PATH
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODEVAR4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-VARIANCE-FILE-PATH
           END-IF.

      * Same business date the daily run loaded under - a corrected
      * Tuesday run on Thursday is still judged as a Tuesday.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODE4BUSDATE".
           IF WS-ENVIRONMENT-VALUE (1:8) IS NUMERIC
               MOVE WS-ENVIRONMENT-VALUE (1:8) TO WS-RUN-DATE
               DISPLAY "BUSINESS DATE OVERRIDE: " WS-RUN-DATE
           END-IF.

       OPEN-FILES.
           OPEN INPUT ADVENTOFCODEMASTER4.
               IF NOT WS-MASTER-FILE-STATUS-VALID
                   DISPLAY "MASTER OPEN FAILED WITH "
                       WS-MASTER-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
           OPEN OUTPUT ADVENTOFCODEVAR4.
               IF NOT WS-VARIANCE-FILE-STATUS-VALID
                   DISPLAY "VARIANCE REPORT OPEN FAILED WITH "
                       WS-VARIANCE-FILE-STATUS
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
           CLOSE ADVENTOFCODEVAR4.
           IF NOT WS-VARIANCE-FILE-STATUS-VALID
               DISPLAY "VARIANCE REPORT CLOSE FAILED WITH "
                   WS-VARIANCE-FILE-STATUS
           END-IF.

      * Works out the business date's weekday by Zeller's rule.
      * Each division is taken on its own so only whole quotients
      * are summed; the sum is shifted by 5 so its remainder over 7
      * comes out 0 for Monday, giving the schedule's 1-7 numbering.
       FIND-RUN-WEEKDAY SECTION.
           MOVE WS-RUN-DATE TO WS-WEEKDAY-DATE.
           IF WS-WEEKDAY-MONTH IS LESS THAN 3
               ADD 12 TO WS-WEEKDAY-MONTH
               SUBTRACT 1 FROM WS-WEEKDAY-YEAR
           END-IF.
           DIVIDE WS-WEEKDAY-YEAR BY 100
               GIVING WS-WEEKDAY-CENTURY
               REMAINDER WS-WEEKDAY-YEAR-OF-CENTURY.
           COMPUTE WS-WEEKDAY-MONTH-TERM =
               (13 * (WS-WEEKDAY-MONTH + 1)) / 5.
           DIVIDE WS-WEEKDAY-YEAR-OF-CENTURY BY 4
               GIVING WS-WEEKDAY-YEAR-TERM.
           DIVIDE WS-WEEKDAY-CENTURY BY 4
               GIVING WS-WEEKDAY-CENTURY-TERM.
           COMPUTE WS-WEEKDAY-SUM = WS-WEEKDAY-DAY
               + WS-WEEKDAY-MONTH-TERM
               + WS-WEEKDAY-YEAR-OF-CENTURY
               + WS-WEEKDAY-YEAR-TERM
               + WS-WEEKDAY-CENTURY-TERM
               + (5 * WS-WEEKDAY-CENTURY) + 5.
           DIVIDE WS-WEEKDAY-SUM BY 7
               GIVING WS-WEEKDAY-QUOTIENT
               REMAINDER WS-WEEKDAY-REMAINDER.
           COMPUTE WS-WEEKDAY-NUMBER = WS-WEEKDAY-REMAINDER + 1.
           MOVE WS-WEEKDAY-NUMBER TO WS-RUN-WEEKDAY.
           DISPLAY "BUSINESS DATE " WS-RUN-DATE " IS WEEKDAY "
               WS-RUN-WEEKDAY " " WS-WEEKDAY-NAME (WS-WEEKDAY-NUMBER).

       FIND-RUN-WEEKDAY-EXIT.
           EXIT.

      * Loads the section reference master into its table - one
      * slot per section, location name and cleaning priority. A
      * missing file is a plain warning (dropped sections are only
      * counted); a malformed line is skipped and counted rather
      * than poisoning the table.
       LOAD-SECTION-REFERENCE SECTION.
           OPEN INPUT ADVENTOFCODESECT4.
           IF WS-SECTION-REF-FILE-NOT-FOUND
               DISPLAY "SECTION REFERENCE NOT ON FILE - PRIORITY-1 "
                   "SECTIONS CANNOT BE FLAGGED"
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

      * Loads every standing line into the schedule table. The
      * schedule is what the whole report is judged against, so a
      * schedule that won't open stops the run; a malformed line is
      * skipped and counted, as the maintenance job does.
       LOAD-STANDING-SCHEDULE SECTION.
           OPEN INPUT ADVENTOFCODESCHED4.
           IF NOT WS-SCHEDULE-FILE-STATUS-VALID
               DISPLAY "STANDING SCHEDULE OPEN FAILED WITH "
                   WS-SCHEDULE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-STANDING-SCHEDULE-LOOP.
           READ ADVENTOFCODESCHED4.
           IF NOT WS-SCHEDULE-FILE-STATUS-VALID
               GO TO LOAD-STANDING-SCHEDULE-DONE.
           MOVE SCHEDULE-INPUT-RECORD TO WS-SCHEDULE-LINE.
           IF WS-SCHEDULE-PAIR-ID IS EQUAL TO SPACE
               OR NOT WS-SCHEDULE-WEEKDAY-KNOWN
               OR WS-SCHEDULE-1-START IS NOT NUMERIC
               OR WS-SCHEDULE-1-END IS NOT NUMERIC
               OR WS-SCHEDULE-2-START IS NOT NUMERIC
               OR WS-SCHEDULE-2-END IS NOT NUMERIC
               ADD 1 TO WS-SCHEDULE-SKIPPED
               GO TO LOAD-STANDING-SCHEDULE-LOOP
           END-IF.
           IF WS-SCHEDULE-COUNT IS NOT LESS THAN 5000
               IF NOT WS-SCHEDULE-TABLE-FULL-FLAG-YES
                   MOVE 'Y' TO WS-SCHEDULE-TABLE-FULL-FLAG
                   DISPLAY "STANDING SCHEDULE TABLE FULL - LATER "
                       "LINES LEFT OUT"
               END-IF
               GO TO LOAD-STANDING-SCHEDULE-LOOP
           END-IF.
           ADD 1 TO WS-SCHEDULE-COUNT.
           MOVE WS-SCHEDULE-PAIR-ID
               TO WS-SCHEDULE-TAB-PAIR-ID (WS-SCHEDULE-COUNT).
           MOVE WS-SCHEDULE-WEEKDAY
               TO WS-SCHEDULE-TAB-WEEKDAY (WS-SCHEDULE-COUNT).
           MOVE WS-SCHEDULE-1-START
               TO WS-SCHEDULE-TAB-1-START (WS-SCHEDULE-COUNT).
           MOVE WS-SCHEDULE-1-END
               TO WS-SCHEDULE-TAB-1-END (WS-SCHEDULE-COUNT).
           MOVE WS-SCHEDULE-2-START
               TO WS-SCHEDULE-TAB-2-START (WS-SCHEDULE-COUNT).
           MOVE WS-SCHEDULE-2-END
               TO WS-SCHEDULE-TAB-2-END (WS-SCHEDULE-COUNT).
           MOVE 'N' TO WS-SCHEDULE-TAB-WORKED-FLAG (WS-SCHEDULE-COUNT).
           MOVE 'N'
               TO WS-SCHEDULE-TAB-MATCHED-FLAG (WS-SCHEDULE-COUNT).
           GO TO LOAD-STANDING-SCHEDULE-LOOP.

       LOAD-STANDING-SCHEDULE-DONE.
           CLOSE ADVENTOFCODESCHED4.
           DISPLAY "STANDING SCHEDULE LOADED: " WS-SCHEDULE-COUNT
               " LINES".
           IF WS-SCHEDULE-SKIPPED IS GREATER THAN ZERO
               DISPLAY "STANDING SCHEDULE LINES SKIPPED: "
                   WS-SCHEDULE-SKIPPED
           END-IF.

       LOAD-STANDING-SCHEDULE-EXIT.
           EXIT.

      * Report heading - the date and which weekday's rotation it
      * was held against, so a wrong business date shows at once.
       WRITE-VARIANCE-HEADING SECTION.
           MOVE WS-RUN-DATE TO WS-HEADING-RUN-DATE.
           MOVE WS-WEEKDAY-NAME (WS-WEEKDAY-NUMBER)
               TO WS-HEADING-WEEKDAY-NAME.
           MOVE WS-RUN-WEEKDAY TO WS-HEADING-WEEKDAY.
           MOVE WS-VARIANCE-HEADING-RECORD TO VARIANCE-OUTPUT-RECORD.
           PERFORM WRITE-VARIANCE-LINE.

       WRITE-VARIANCE-HEADING-EXIT.
           EXIT.

      * Positions the master at the business date's first record
      * and reads forward until the date changes - the key is
      * date-then-record-number, so the day is one contiguous run.
      * Walked twice: the first pass judges every line against the
      * schedule and lists the off-pattern ones, the second lists
      * the crews with no standing line at all, so each kind of
      * variance reads as one block.
       READ-DAY-ASSIGNMENTS SECTION.
           MOVE WS-BLOCK-HEADING-RECORD TO VARIANCE-OUTPUT-RECORD.
           PERFORM WRITE-VARIANCE-LINE.
           MOVE ZERO TO WS-BLOCK-LINE-COUNT.
           MOVE WS-RUN-DATE TO MASTER-RUN-DATE.
           MOVE ZERO TO MASTER-RECORD-NUMBER.
           START ADVENTOFCODEMASTER4
               KEY IS GREATER THAN OR EQUAL MASTER-KEY
               INVALID KEY
                   GO TO READ-DAY-ASSIGNMENTS-DONE
           END-START.

       READ-DAY-ASSIGNMENTS-LOOP.
           READ ADVENTOFCODEMASTER4 NEXT.
           IF NOT WS-MASTER-FILE-STATUS-VALID
               GO TO READ-DAY-ASSIGNMENTS-DONE.
           IF MASTER-RUN-DATE IS GREATER THAN WS-RUN-DATE
               GO TO READ-DAY-ASSIGNMENTS-DONE.
           IF WS-MASTER-PASS-OFF-PATTERN
               PERFORM JUDGE-DAY-ASSIGNMENT
           ELSE
               PERFORM LIST-NOT-SCHEDULED
           END-IF.
           GO TO READ-DAY-ASSIGNMENTS-LOOP.

       READ-DAY-ASSIGNMENTS-DONE.
           IF WS-BLOCK-LINE-COUNT IS EQUAL TO ZERO
               MOVE WS-BLOCK-NONE-RECORD TO VARIANCE-OUTPUT-RECORD
               PERFORM WRITE-VARIANCE-LINE
           END-IF.

       READ-DAY-ASSIGNMENTS-EXIT.
           EXIT.

      * First pass over one master line. The effective ranges mark
      * what was really covered today, whoever covered it. Then the
      * crew's standing line for the weekday is looked up: ranges
      * that match it (either way round) are on pattern, anything
      * else - other ranges, or a crew working on a weekday it has
      * no standing line for - is listed as off pattern. Crews not
      * on the schedule at all are only counted here; the second
      * pass lists them.
       JUDGE-DAY-ASSIGNMENT SECTION.
           ADD 1 TO WS-RECORD-COUNT.
           MOVE MASTER-EFFECTIVE-1-START TO WS-SECTION-PTR.
           MOVE MASTER-EFFECTIVE-1-END TO WS-SECTION-END.
           PERFORM MARK-SECTIONS-COVERED.
           MOVE MASTER-EFFECTIVE-2-START TO WS-SECTION-PTR.
           MOVE MASTER-EFFECTIVE-2-END TO WS-SECTION-END.
           PERFORM MARK-SECTIONS-COVERED.
           IF MASTER-CREW-PAIR-ID IS EQUAL TO SPACE
               ADD 1 TO WS-NO-ID-COUNT
               GO TO JUDGE-DAY-ASSIGNMENT-EXIT
           END-IF.
           PERFORM FIND-CREW-SCHEDULE.
           IF NOT WS-CREW-SCHEDULED-FLAG-YES
               ADD 1 TO WS-NOT-SCHEDULED-COUNT
               GO TO JUDGE-DAY-ASSIGNMENT-EXIT
           END-IF.
           IF WS-SCHEDULE-SLOT IS EQUAL TO ZERO
               PERFORM SET-VARIANCE-KEYED
               MOVE SPACE TO WS-VARIANCE-STANDING-1-START
                   WS-VARIANCE-STANDING-1-END
                   WS-VARIANCE-STANDING-2-START
                   WS-VARIANCE-STANDING-2-END
               MOVE "NO STANDING LINE THIS WEEKDAY" TO WS-VARIANCE-NOTE
               PERFORM WRITE-VARIANCE-DETAIL
               ADD 1 TO WS-OFF-PATTERN-COUNT
               GO TO JUDGE-DAY-ASSIGNMENT-EXIT
           END-IF.
           MOVE 'Y' TO WS-SCHEDULE-TAB-WORKED-FLAG (WS-SCHEDULE-SLOT).
           IF (MASTER-ASSIGNMENT-1-START IS EQUAL TO
                   WS-SCHEDULE-TAB-1-START (WS-SCHEDULE-SLOT)
               AND MASTER-ASSIGNMENT-1-END IS EQUAL TO
                   WS-SCHEDULE-TAB-1-END (WS-SCHEDULE-SLOT)
               AND MASTER-ASSIGNMENT-2-START IS EQUAL TO
                   WS-SCHEDULE-TAB-2-START (WS-SCHEDULE-SLOT)
               AND MASTER-ASSIGNMENT-2-END IS EQUAL TO
                   WS-SCHEDULE-TAB-2-END (WS-SCHEDULE-SLOT))
               OR (MASTER-ASSIGNMENT-1-START IS EQUAL TO
                   WS-SCHEDULE-TAB-2-START (WS-SCHEDULE-SLOT)
               AND MASTER-ASSIGNMENT-1-END IS EQUAL TO
                   WS-SCHEDULE-TAB-2-END (WS-SCHEDULE-SLOT)
               AND MASTER-ASSIGNMENT-2-START IS EQUAL TO
                   WS-SCHEDULE-TAB-1-START (WS-SCHEDULE-SLOT)
               AND MASTER-ASSIGNMENT-2-END IS EQUAL TO
                   WS-SCHEDULE-TAB-1-END (WS-SCHEDULE-SLOT))
               MOVE 'Y'
                   TO WS-SCHEDULE-TAB-MATCHED-FLAG (WS-SCHEDULE-SLOT)
               ADD 1 TO WS-ON-PATTERN-COUNT
               GO TO JUDGE-DAY-ASSIGNMENT-EXIT
           END-IF.
           PERFORM SET-VARIANCE-KEYED.
           PERFORM SET-VARIANCE-STANDING.
           MOVE "RANGES DIFFER FROM STANDING" TO WS-VARIANCE-NOTE.
           PERFORM WRITE-VARIANCE-DETAIL.
           ADD 1 TO WS-OFF-PATTERN-COUNT.

       JUDGE-DAY-ASSIGNMENT-EXIT.
           EXIT.

      * Second pass over one master line - lists it if its crew has
      * no standing line on any weekday.
       LIST-NOT-SCHEDULED SECTION.
           IF MASTER-CREW-PAIR-ID IS EQUAL TO SPACE
               GO TO LIST-NOT-SCHEDULED-EXIT
           END-IF.
           PERFORM FIND-CREW-SCHEDULE.
           IF WS-CREW-SCHEDULED-FLAG-YES
               GO TO LIST-NOT-SCHEDULED-EXIT
           END-IF.
           PERFORM SET-VARIANCE-KEYED.
           MOVE SPACE TO WS-VARIANCE-STANDING-1-START
               WS-VARIANCE-STANDING-1-END
               WS-VARIANCE-STANDING-2-START
               WS-VARIANCE-STANDING-2-END.
           MOVE "NOT ON STANDING SCHEDULE" TO WS-VARIANCE-NOTE.
           PERFORM WRITE-VARIANCE-DETAIL.

       LIST-NOT-SCHEDULED-EXIT.
           EXIT.

      * Looks the current master line's crew up on the schedule -
      * WS-CREW-SCHEDULED-FLAG says whether it has a standing line
      * on any weekday, and WS-SCHEDULE-SLOT is its line for
      * today's weekday (zero when it has none; the first wins if
      * the file somehow holds two).
       FIND-CREW-SCHEDULE SECTION.
           MOVE 'N' TO WS-CREW-SCHEDULED-FLAG.
           MOVE ZERO TO WS-SCHEDULE-SLOT.
           MOVE ZERO TO WS-SCHEDULE-PTR.

       FIND-CREW-SCHEDULE-LOOP.
           ADD 1 TO WS-SCHEDULE-PTR.
           IF WS-SCHEDULE-PTR IS GREATER THAN WS-SCHEDULE-COUNT
               GO TO FIND-CREW-SCHEDULE-EXIT.
           IF WS-SCHEDULE-TAB-PAIR-ID (WS-SCHEDULE-PTR)
               IS NOT EQUAL TO MASTER-CREW-PAIR-ID
               GO TO FIND-CREW-SCHEDULE-LOOP.
           MOVE 'Y' TO WS-CREW-SCHEDULED-FLAG.
           IF WS-SCHEDULE-TAB-WEEKDAY (WS-SCHEDULE-PTR)
               IS EQUAL TO WS-RUN-WEEKDAY
               AND WS-SCHEDULE-SLOT IS EQUAL TO ZERO
               MOVE WS-SCHEDULE-PTR TO WS-SCHEDULE-SLOT
           END-IF.
           GO TO FIND-CREW-SCHEDULE-LOOP.

       FIND-CREW-SCHEDULE-EXIT.
           EXIT.

      * Marks every section from WS-SECTION-PTR to WS-SECTION-END
      * inclusive as covered today. A released range reads 000-000
      * and marks nothing; a zero start is stepped over rather than
      * trusted as a subscript.
       MARK-SECTIONS-COVERED SECTION.
           IF WS-SECTION-PTR IS EQUAL TO ZERO
               MOVE 1 TO WS-SECTION-PTR
           END-IF.

       MARK-SECTIONS-COVERED-LOOP.
           IF WS-SECTION-PTR IS GREATER THAN WS-SECTION-END
               GO TO MARK-SECTIONS-COVERED-EXIT.
           MOVE 'Y' TO WS-SECT-COVERED-FLAG (WS-SECTION-PTR).
           ADD 1 TO WS-SECTION-PTR.
           GO TO MARK-SECTIONS-COVERED-LOOP.

       MARK-SECTIONS-COVERED-EXIT.
           EXIT.

      * Fills the keyed side of a crew line from the master record.
       SET-VARIANCE-KEYED SECTION.
           MOVE MASTER-CREW-PAIR-ID TO WS-VARIANCE-PAIR-ID.
           MOVE MASTER-RECORD-NUMBER TO WS-VARIANCE-RECORD-NUMBER.
           MOVE MASTER-ASSIGNMENT-1-START TO WS-VARIANCE-KEYED-1-START.
           MOVE MASTER-ASSIGNMENT-1-END TO WS-VARIANCE-KEYED-1-END.
           MOVE MASTER-ASSIGNMENT-2-START TO WS-VARIANCE-KEYED-2-START.
           MOVE MASTER-ASSIGNMENT-2-END TO WS-VARIANCE-KEYED-2-END.

       SET-VARIANCE-KEYED-EXIT.
           EXIT.

      * Fills the standing side of a crew line from the schedule
      * slot in WS-SCHEDULE-SLOT.
       SET-VARIANCE-STANDING SECTION.
           MOVE WS-SCHEDULE-TAB-1-START (WS-SCHEDULE-SLOT)
               TO WS-VARIANCE-STANDING-1-START.
           MOVE WS-SCHEDULE-TAB-1-END (WS-SCHEDULE-SLOT)
               TO WS-VARIANCE-STANDING-1-END.
           MOVE WS-SCHEDULE-TAB-2-START (WS-SCHEDULE-SLOT)
               TO WS-VARIANCE-STANDING-2-START.
           MOVE WS-SCHEDULE-TAB-2-END (WS-SCHEDULE-SLOT)
               TO WS-VARIANCE-STANDING-2-END.

       SET-VARIANCE-STANDING-EXIT.
           EXIT.

      * Lists every standing line for today's weekday that no line
      * today matched - either the crew had no line at all, or
      * only lines off its pattern (those are in the first block).
       WRITE-NOT-WORKED-BLOCK SECTION.
           MOVE "STANDING ASSIGNMENTS WITH NO MATCHING LINE TODAY"
               TO WS-BLOCK-HEADING-TEXT.
           MOVE WS-BLOCK-HEADING-RECORD TO VARIANCE-OUTPUT-RECORD.
           PERFORM WRITE-VARIANCE-LINE.
           MOVE ZERO TO WS-BLOCK-LINE-COUNT.
           MOVE ZERO TO WS-SCHEDULE-SLOT.

       WRITE-NOT-WORKED-LOOP.
           ADD 1 TO WS-SCHEDULE-SLOT.
           IF WS-SCHEDULE-SLOT IS GREATER THAN WS-SCHEDULE-COUNT
               GO TO WRITE-NOT-WORKED-DONE.
           IF WS-SCHEDULE-TAB-WEEKDAY (WS-SCHEDULE-SLOT)
               IS NOT EQUAL TO WS-RUN-WEEKDAY
               OR WS-SCHEDULE-TAB-MATCHED (WS-SCHEDULE-SLOT)
               GO TO WRITE-NOT-WORKED-LOOP.
           ADD 1 TO WS-NOT-WORKED-COUNT.
           MOVE WS-SCHEDULE-TAB-PAIR-ID (WS-SCHEDULE-SLOT)
               TO WS-VARIANCE-PAIR-ID.
           MOVE SPACE TO WS-VARIANCE-RECORD-NUMBER
               WS-VARIANCE-KEYED-1-START
               WS-VARIANCE-KEYED-1-END
               WS-VARIANCE-KEYED-2-START
               WS-VARIANCE-KEYED-2-END.
           PERFORM SET-VARIANCE-STANDING.
           IF WS-SCHEDULE-TAB-WORKED (WS-SCHEDULE-SLOT)
               MOVE "CREW WORKED OFF PATTERN" TO WS-VARIANCE-NOTE
           ELSE
               MOVE "NO LINE FOR CREW TODAY" TO WS-VARIANCE-NOTE
           END-IF.
           PERFORM WRITE-VARIANCE-DETAIL.
           GO TO WRITE-NOT-WORKED-LOOP.

       WRITE-NOT-WORKED-DONE.
           IF WS-BLOCK-LINE-COUNT IS EQUAL TO ZERO
               MOVE WS-BLOCK-NONE-RECORD TO VARIANCE-OUTPUT-RECORD
               PERFORM WRITE-VARIANCE-LINE
           END-IF.

       WRITE-NOT-WORKED-EXIT.
           EXIT.

      * Files each standing line for today's weekday against every
      * section in its two ranges, so the sections the rotation
      * normally covers - and who normally covers them - are known.
       MARK-STANDING-COVERAGE SECTION.
           MOVE ZERO TO WS-SCHEDULE-SLOT.

       MARK-STANDING-COVERAGE-LOOP.
           ADD 1 TO WS-SCHEDULE-SLOT.
           IF WS-SCHEDULE-SLOT IS GREATER THAN WS-SCHEDULE-COUNT
               GO TO MARK-STANDING-COVERAGE-EXIT.
           IF WS-SCHEDULE-TAB-WEEKDAY (WS-SCHEDULE-SLOT)
               IS NOT EQUAL TO WS-RUN-WEEKDAY
               GO TO MARK-STANDING-COVERAGE-LOOP.
           MOVE WS-SCHEDULE-TAB-1-START (WS-SCHEDULE-SLOT)
               TO WS-SECTION-PTR.
           MOVE WS-SCHEDULE-TAB-1-END (WS-SCHEDULE-SLOT)
               TO WS-SECTION-END.
           PERFORM MARK-SECTIONS-STANDING.
           MOVE WS-SCHEDULE-TAB-2-START (WS-SCHEDULE-SLOT)
               TO WS-SECTION-PTR.
           MOVE WS-SCHEDULE-TAB-2-END (WS-SCHEDULE-SLOT)
               TO WS-SECTION-END.
           PERFORM MARK-SECTIONS-STANDING.
           GO TO MARK-STANDING-COVERAGE-LOOP.

       MARK-STANDING-COVERAGE-EXIT.
           EXIT.

      * Files the standing crew in WS-SCHEDULE-SLOT against every
      * section from WS-SECTION-PTR to WS-SECTION-END - the first
      * crew filed against a section is the one the report names.
       MARK-SECTIONS-STANDING SECTION.
           IF WS-SECTION-PTR IS EQUAL TO ZERO
               MOVE 1 TO WS-SECTION-PTR
           END-IF.

       MARK-SECTIONS-STANDING-LOOP.
           IF WS-SECTION-PTR IS GREATER THAN WS-SECTION-END
               GO TO MARK-SECTIONS-STANDING-EXIT.
           IF WS-SECT-STANDING-CREW (WS-SECTION-PTR) IS EQUAL TO SPACE
               MOVE WS-SCHEDULE-TAB-PAIR-ID (WS-SCHEDULE-SLOT)
                   TO WS-SECT-STANDING-CREW (WS-SECTION-PTR)
           END-IF.
           ADD 1 TO WS-SECTION-PTR.
           GO TO MARK-SECTIONS-STANDING-LOOP.

       MARK-SECTIONS-STANDING-EXIT.
           EXIT.

      * Walks the sections upward for ones the rotation covers but
      * nobody covered today. Priority-1 sections are listed by
      * name with the crew that normally has them; the rest are
      * only counted, since a crew staying home drops its whole
      * range and the list would bury the ones that matter.
       WRITE-DROPPED-BLOCK SECTION.
           MOVE "PRIORITY-1 SECTIONS OFF THE ROTATION TODAY"
               TO WS-BLOCK-HEADING-TEXT.
           MOVE WS-BLOCK-HEADING-RECORD TO VARIANCE-OUTPUT-RECORD.
           PERFORM WRITE-VARIANCE-LINE.
           MOVE ZERO TO WS-SECTION-PTR.

       WRITE-DROPPED-LOOP.
           ADD 1 TO WS-SECTION-PTR.
           IF WS-SECTION-PTR IS GREATER THAN 999
               GO TO WRITE-DROPPED-DONE.
           IF WS-SECT-STANDING-CREW (WS-SECTION-PTR) IS EQUAL TO SPACE
               OR WS-SECT-COVERED (WS-SECTION-PTR)
               GO TO WRITE-DROPPED-LOOP.
           IF NOT WS-SECTION-REF-PRESENT (WS-SECTION-PTR)
               OR WS-SECTION-PRIORITY (WS-SECTION-PTR)
               IS NOT EQUAL TO 1
               ADD 1 TO WS-OTHER-DROPPED
               GO TO WRITE-DROPPED-LOOP
           END-IF.
           ADD 1 TO WS-PRIORITY-1-DROPPED.
           MOVE WS-SECTION-PTR TO WS-DROPPED-SECTION.
           MOVE WS-SECTION-NAME (WS-SECTION-PTR)
               TO WS-DROPPED-SECTION-NAME.
           MOVE WS-SECT-STANDING-CREW (WS-SECTION-PTR)
               TO WS-DROPPED-STANDING-CREW.
           MOVE WS-DROPPED-RECORD TO VARIANCE-OUTPUT-RECORD.
           PERFORM WRITE-VARIANCE-LINE.
           GO TO WRITE-DROPPED-LOOP.

       WRITE-DROPPED-DONE.
           IF WS-PRIORITY-1-DROPPED IS EQUAL TO ZERO
               MOVE WS-BLOCK-NONE-RECORD TO VARIANCE-OUTPUT-RECORD
               PERFORM WRITE-VARIANCE-LINE
           END-IF.

       WRITE-DROPPED-EXIT.
           EXIT.

      * Writes the crew line built in WS-VARIANCE-RECORD and counts
      * it against the block being written.
       WRITE-VARIANCE-DETAIL SECTION.
           MOVE WS-VARIANCE-RECORD TO VARIANCE-OUTPUT-RECORD.
           PERFORM WRITE-VARIANCE-LINE.
           ADD 1 TO WS-BLOCK-LINE-COUNT.

       WRITE-VARIANCE-DETAIL-EXIT.
           EXIT.

       WRITE-VARIANCE-LINE SECTION.
           WRITE VARIANCE-OUTPUT-RECORD.
           IF NOT WS-VARIANCE-FILE-STATUS-VALID
               DISPLAY "VARIANCE REPORT WRITE FAILED WITH "
                   WS-VARIANCE-FILE-STATUS
           END-IF.

       WRITE-VARIANCE-LINE-EXIT.
           EXIT.

      * The trailer counts go on the report as well as the console,
      * so a filed-away report still shows its figures.
       WRITE-VARIANCE-TRAILER SECTION.
           MOVE WS-RUN-DATE TO WS-TRAILER-RUN-DATE.
           MOVE WS-RECORD-COUNT TO WS-TRAILER-RECORDS.
           MOVE WS-ON-PATTERN-COUNT TO WS-TRAILER-ON-PATTERN.
           MOVE WS-OFF-PATTERN-COUNT TO WS-TRAILER-OFF-PATTERN.
           MOVE WS-NOT-SCHEDULED-COUNT TO WS-TRAILER-NOT-SCHEDULED.
           MOVE WS-NOT-WORKED-COUNT TO WS-TRAILER-NOT-WORKED.
           MOVE WS-NO-ID-COUNT TO WS-TRAILER-NO-ID.
           MOVE WS-VARIANCE-TRAILER-RECORD TO VARIANCE-OUTPUT-RECORD.
           PERFORM WRITE-VARIANCE-LINE.
           MOVE WS-PRIORITY-1-DROPPED TO WS-TRAILER-PRIORITY-1-DROPPED.
           MOVE WS-OTHER-DROPPED TO WS-TRAILER-OTHER-DROPPED.
           MOVE WS-DROPPED-TRAILER-RECORD TO VARIANCE-OUTPUT-RECORD.
           PERFORM WRITE-VARIANCE-LINE.

       WRITE-VARIANCE-TRAILER-EXIT.
           EXIT.
