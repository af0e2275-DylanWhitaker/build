      * COBOL programs have a maximum width of 80 characters.
      * This is so that they could support punch cards (yes, really).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENTOFCODE4VERIFY.

      * Proves the keyed master against the audit log, day by day -
      * run after ADVENTOFCODE4RESTORE to show a restored period
      * came back whole, or any time the master is in doubt. For
      * each business date in the period it works out what the
      * audit log says was put on the master - the day's last daily
      * run (a rerun or replace-day stands in for the runs before
      * it) plus every supplemental run after it - and recounts the
      * master's records, full overlaps and any-overlaps for the
      * date. Each day is then graded:
      *   OK              the master matches the audit log
      *   MISSING         the log says records went on, none are there
      *   PARTLY LOADED   fewer records on the master than the log
      *   DOUBLED         more records on the master than the log
      *   OVERLAPS DIFFER the records tie but the overlap counts don't
      *   NOT AUDITED     records on the master, no run on the log
      *   NO LOAD COUNT   the log line predates its LOADED figure -
      *                   only the overlap counts could be tied
      * A run that ended abnormally still counts for what it says it
      * loaded; a supplemental run restarted after one stands in for
      * it rather than adding to it.
      * Condition code: 0 every day OK, 4 some days could only be
      * tied on overlaps or the period held more days than the day
      * table holds, 8 one or more days flagged, 16 a file would not
      * open or the period runs backwards.
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

      * The daily run's audit log (see WS-AUDIT-LINE).
       SELECT ADVENTOFCODEAUDIT4
       ASSIGN DYNAMIC WS-AUDIT-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-AUDIT-FILE-STATUS.

      * The verification report - one line per day and the totals.
       SELECT ADVENTOFCODEVERIFY4
       ASSIGN DYNAMIC WS-REPORT-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-REPORT-FILE-STATUS.

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
               88  MASTER-ANY-OVERLAP                    VALUE 'Y'.
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

       FD  ADVENTOFCODEAUDIT4.
       01  AUDIT-INPUT-RECORD                            PIC X(272).

       FD  ADVENTOFCODEVERIFY4.
       01  VERIFY-OUTPUT-RECORD                          PIC X(80).

       WORKING-STORAGE SECTION.

      * File paths operations can override at run time via the
      * environment variables named below (see INITIALIZE-PARMS).
      * The VALUEs here are the defaults if a variable isn't set.
       01  WS-RUNTIME-PARMS.
           05  WS-MASTER-FILE-PATH                      PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODEMASTER4.dat".
           05  WS-AUDIT-FILE-PATH                       PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODEAUDIT4.txt".
           05  WS-REPORT-FILE-PATH                      PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODEVERIFY4.txt".
           05  WS-ENVIRONMENT-VALUE                     PIC X(100).

      * All COBOL variables must be declared. They have a heirarchical structure.
       01  WS-STRINGS                                   VALUE SPACE.
      * 2 Xs = two characters long
           05  WS-MASTER-FILE-STATUS                    PIC XX.
      * 88 levels are like if checks
               88  WS-MASTER-FILE-STATUS-VALID          VALUE "00".
               88  WS-MASTER-FILE-STATUS-END            VALUE "10".
           05  WS-AUDIT-FILE-STATUS                     PIC XX.
               88  WS-AUDIT-FILE-STATUS-VALID           VALUE "00".
           05  WS-REPORT-FILE-STATUS                    PIC XX.
               88  WS-REPORT-FILE-STATUS-VALID          VALUE "00".
      * Set when the period held more days than the table holds.
           05  WS-DAY-TABLE-FULL-FLAG                   PIC X.
               88  WS-DAY-TABLE-FULL-FLAG-YES           VALUE 'Y'.
      * The grade of the day being written.
           05  WS-DAY-RESULT                            PIC X(15).

       01  WS-INTS                                      VALUE ZERO.
      * The business date - today, or the ADVENTOFCODE4BUSDATE the
      * daily run was given - and the period verified, which is
      * that one day unless a from or to date is given.
           05  WS-RUN-DATE                              PIC 9(8).
           05  WS-VERIFY-FROM-DATE                      PIC 9(8).
           05  WS-VERIFY-TO-DATE                        PIC 9(8).
      * The audit line in hand, as numbers.
           05  WS-LINE-BUSINESS-DATE                    PIC 9(8).
           05  WS-LINE-RECORDS                          PIC 9(7).
           05  WS-LINE-LOADED                           PIC 9(7).
           05  WS-LINE-OVERLAPS                         PIC 9(7).
           05  WS-LINE-ANY-OVERLAPS                     PIC 9(7).
      * What the log says the day in hand should hold.
           05  WS-EXPECTED-RECORDS                      PIC 9(7).
           05  WS-EXPECTED-OVERLAPS                     PIC 9(7).
           05  WS-EXPECTED-ANY-OVERLAPS                 PIC 9(7).
      * Day table walkers.
           05  WS-DAY-COUNT                             PIC 9(3).
           05  WS-DAY-PTR                               PIC 9(3).
           05  WS-DAY-SLOT                              PIC 9(3).
           05  WS-DAY-MOVE-PTR                          PIC 9(3).
           05  WS-SEARCH-DATE                           PIC 9(8).
      * The run's totals by grade.
           05  WS-DAYS-CHECKED                          PIC 9(5).
           05  WS-DAYS-OK                               PIC 9(5).
           05  WS-DAYS-MISSING                          PIC 9(5).
           05  WS-DAYS-PARTLY-LOADED                    PIC 9(5).
           05  WS-DAYS-DOUBLED                          PIC 9(5).
           05  WS-DAYS-OVERLAPS-DIFFER                  PIC 9(5).
           05  WS-DAYS-NOT-AUDITED                      PIC 9(5).
           05  WS-DAYS-NO-LOAD-COUNT                    PIC 9(5).

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
               88  WS-AUDIT-LINE-STATUS-NORMAL          VALUE "10".
      * Lines written before the run type existed read blank, i.e.
      * daily; before the business date existed, not numeric, and
      * the run date stands in for it; before the loaded count
      * existed, blank.
           05  FILLER                                   PIC X(6).
           05  WS-AUDIT-LINE-RUN-TYPE                   PIC X(10).
               88  WS-AUDIT-LINE-SUPPLEMENT             VALUE
                                                        "SUPPLEMENT".
           05  FILLER                                   PIC X(9).
           05  WS-AUDIT-LINE-BUSINESS-DATE-X            PIC X(8).
           05  WS-AUDIT-LINE-BUSINESS-DATE-N            REDEFINES
               WS-AUDIT-LINE-BUSINESS-DATE-X            PIC 9(8).
           05  FILLER                                   PIC X(8).
           05  WS-AUDIT-LINE-LOADED                     PIC X(7).

      * Blank-padded audit figures (Z(6)9 and Z(4)9 on the line)
      * into numbers - leading spaces become leading zeros, then
      * the same bytes are picked up numerically.
       01  WS-NUMBER-WORK-7                             PIC X(7).
       01  WS-NUMBER-WORK-7-NUM                         REDEFINES
           WS-NUMBER-WORK-7                             PIC 9(7).
       01  WS-NUMBER-WORK-5                             PIC X(5).
       01  WS-NUMBER-WORK-5-NUM                         REDEFINES
           WS-NUMBER-WORK-5                             PIC 9(5).

      * Every business date in the period the audit log or the
      * master has, in date order. The log's side is kept in three
      * parts - the day's last daily run, the supplemental runs
      * completed after it, and a supplemental run that ended
      * abnormally and has not been restarted yet - so a rerun or
      * a restart can stand in for what it replaces. A year of days
      * is room enough for any period verified.
       01  WS-DAY-TABLE                                 VALUE ZERO.
           05  WS-DAY-ENTRY                             OCCURS 366.
               10  WS-DAY-DATE                         PIC 9(8).
               10  WS-DAY-AUDITED-FLAG                 PIC X.
                   88  WS-DAY-AUDITED                  VALUE 'Y'.
      * Set when any line behind the day predates the loaded count.
               10  WS-DAY-NO-LOAD-COUNT-FLAG           PIC X.
                   88  WS-DAY-NO-LOAD-COUNT            VALUE 'Y'.
      * Whether any run at all was logged with records, for days
      * the loaded count can't speak to.
               10  WS-DAY-ANY-RECORDS-FLAG             PIC X.
                   88  WS-DAY-ANY-RECORDS              VALUE 'Y'.
               10  WS-DAY-DAILY-RECORDS                PIC 9(7).
               10  WS-DAY-DAILY-OVERLAPS               PIC 9(7).
               10  WS-DAY-DAILY-ANY-OVERLAPS           PIC 9(7).
               10  WS-DAY-SUPPLEMENT-RECORDS           PIC 9(7).
               10  WS-DAY-SUPPLEMENT-OVERLAPS          PIC 9(7).
               10  WS-DAY-SUPPLEMENT-ANY-OVERLAPS      PIC 9(7).
               10  WS-DAY-PENDING-RECORDS              PIC 9(7).
               10  WS-DAY-PENDING-OVERLAPS             PIC 9(7).
               10  WS-DAY-PENDING-ANY-OVERLAPS         PIC 9(7).
               10  WS-DAY-MASTER-RECORDS               PIC 9(7).
               10  WS-DAY-MASTER-OVERLAPS              PIC 9(7).
               10  WS-DAY-MASTER-ANY-OVERLAPS          PIC 9(7).

      * Report lines.
       01  WS-VERIFY-HEADER-RECORD.
           05  FILLER                                   PIC X(14)
               VALUE "VERIFY PERIOD:".
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-VERIFY-HEADER-FROM                    PIC 9(8).
           05  FILLER                                   PIC X(4)
               VALUE " TO ".
           05  WS-VERIFY-HEADER-TO                      PIC 9(8).

       01  WS-VERIFY-COLUMN-RECORD.
           05  FILLER                                   PIC X(40)
               VALUE "DATE      AUDITED  MASTER AUD-OV MST-OV ".
           05  FILLER                                   PIC X(22)
               VALUE "AUD-ANY MST-ANY RESULT".

       01  WS-VERIFY-DAY-RECORD.
           05  WS-VERIFY-DAY-DATE                       PIC 9(8).
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-VERIFY-DAY-AUDITED                    PIC Z(7)9.
           05  WS-VERIFY-DAY-AUDITED-X                  REDEFINES
               WS-VERIFY-DAY-AUDITED                    PIC X(8).
           05  WS-VERIFY-DAY-MASTER                     PIC Z(7)9.
           05  WS-VERIFY-DAY-AUDITED-OVL                PIC Z(6)9.
           05  WS-VERIFY-DAY-MASTER-OVL                 PIC Z(6)9.
           05  WS-VERIFY-DAY-AUDITED-ANY                PIC Z(7)9.
           05  WS-VERIFY-DAY-MASTER-ANY                 PIC Z(7)9.
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-VERIFY-DAY-RESULT                     PIC X(15).

       01  WS-TOTAL-RECORD.
           05  WS-TOTAL-LABEL                           PIC X(17).
           05  WS-TOTAL-DISPLAY                         PIC Z(4)9.

       PROCEDURE DIVISION.

       PROGRAM-ENTRY.

           PERFORM INITIALIZE-PARMS.
           PERFORM OPEN-FILES.
           PERFORM GATHER-AUDITED-DAYS.
           PERFORM COUNT-MASTER-DAYS.
           PERFORM WRITE-VERIFY-REPORT.
           PERFORM CLOSE-FILES.

           DISPLAY "DAYS CHECKED: " WS-DAYS-CHECKED.
           DISPLAY "DAYS OK: " WS-DAYS-OK.

           IF WS-DAYS-MISSING IS GREATER THAN ZERO
               OR WS-DAYS-PARTLY-LOADED IS GREATER THAN ZERO
               OR WS-DAYS-DOUBLED IS GREATER THAN ZERO
               OR WS-DAYS-OVERLAPS-DIFFER IS GREATER THAN ZERO
               OR WS-DAYS-NOT-AUDITED IS GREATER THAN ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-DAYS-NO-LOAD-COUNT IS GREATER THAN ZERO
                   OR WS-DAY-TABLE-FULL-FLAG-YES
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "CONDITION CODE: " RETURN-CODE.

           STOP RUN.

      * Lets operations point the job at the master, the audit log
      * and the report, and name the business date and the period,
      * without editing and recompiling the program. A from or to
      * date must arrive zero-filled to eight digits or the
      * business date is kept.
       INITIALIZE-PARMS.
           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODEMASTER4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-MASTER-FILE-PATH
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODEAUDIT4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-AUDIT-FILE-PATH
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODEVERIFY4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-REPORT-FILE-PATH
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODE4BUSDATE".
           IF WS-ENVIRONMENT-VALUE (1:8) IS NUMERIC
               MOVE WS-ENVIRONMENT-VALUE (1:8) TO WS-RUN-DATE
               DISPLAY "BUSINESS DATE OVERRIDE: " WS-RUN-DATE
           END-IF.
           MOVE WS-RUN-DATE TO WS-VERIFY-FROM-DATE.
           MOVE WS-RUN-DATE TO WS-VERIFY-TO-DATE.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODE4VERIFYFROM".
           IF WS-ENVIRONMENT-VALUE (1:8) IS NUMERIC
               MOVE WS-ENVIRONMENT-VALUE (1:8) TO WS-VERIFY-FROM-DATE
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODE4VERIFYTO".
           IF WS-ENVIRONMENT-VALUE (1:8) IS NUMERIC
               MOVE WS-ENVIRONMENT-VALUE (1:8) TO WS-VERIFY-TO-DATE
           END-IF.

           IF WS-VERIFY-TO-DATE IS LESS THAN WS-VERIFY-FROM-DATE
               DISPLAY "VERIFY PERIOD RUNS BACKWARDS: "
                   WS-VERIFY-FROM-DATE " TO " WS-VERIFY-TO-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "VERIFY PERIOD: " WS-VERIFY-FROM-DATE
               " TO " WS-VERIFY-TO-DATE.

      * All three must open - there is nothing to verify against
      * without the audit log.
       OPEN-FILES.
           OPEN INPUT ADVENTOFCODEMASTER4.
               IF NOT WS-MASTER-FILE-STATUS-VALID
                   DISPLAY "MASTER OPEN FAILED WITH "
                       WS-MASTER-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
           OPEN INPUT ADVENTOFCODEAUDIT4.
               IF NOT WS-AUDIT-FILE-STATUS-VALID
                   DISPLAY "AUDIT OPEN FAILED WITH "
                       WS-AUDIT-FILE-STATUS
                   CLOSE ADVENTOFCODEMASTER4
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
           OPEN OUTPUT ADVENTOFCODEVERIFY4.
               IF NOT WS-REPORT-FILE-STATUS-VALID
                   DISPLAY "VERIFY REPORT OPEN FAILED WITH "
                       WS-REPORT-FILE-STATUS
                   CLOSE ADVENTOFCODEMASTER4
                   CLOSE ADVENTOFCODEAUDIT4
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

       CLOSE-FILES.
           CLOSE ADVENTOFCODEMASTER4.
           IF NOT WS-MASTER-FILE-STATUS-VALID
               DISPLAY "MASTER CLOSE FAILED WITH "
                   WS-MASTER-FILE-STATUS
           END-IF.
           CLOSE ADVENTOFCODEAUDIT4.
           IF NOT WS-AUDIT-FILE-STATUS-VALID
               DISPLAY "AUDIT CLOSE FAILED WITH "
                   WS-AUDIT-FILE-STATUS
           END-IF.
           CLOSE ADVENTOFCODEVERIFY4.
           IF NOT WS-REPORT-FILE-STATUS-VALID
               DISPLAY "VERIFY REPORT CLOSE FAILED WITH "
                   WS-REPORT-FILE-STATUS
           END-IF.

      * Reads the audit log front to back - oldest run first, so a
      * later run for a date always lands on top of an earlier one.
      * A daily run starts the date over (a rerun rewrites the same
      * keys, a replace-day clears them first); a supplemental run
      * adds to it, unless an earlier supplemental run for the date
      * ended abnormally and this is its restart, which carries the
      * counts the failed attempt got to as well.
       GATHER-AUDITED-DAYS SECTION.

       GATHER-AUDITED-DAYS-LOOP.
           READ ADVENTOFCODEAUDIT4.
           IF NOT WS-AUDIT-FILE-STATUS-VALID
               GO TO GATHER-AUDITED-DAYS-EXIT.
           MOVE AUDIT-INPUT-RECORD TO WS-AUDIT-LINE.
           IF WS-AUDIT-LINE-BUSINESS-DATE-X IS NUMERIC
               MOVE WS-AUDIT-LINE-BUSINESS-DATE-N
                   TO WS-LINE-BUSINESS-DATE
           ELSE
               IF WS-AUDIT-LINE-DATE-X IS NUMERIC
                   MOVE WS-AUDIT-LINE-DATE-N TO WS-LINE-BUSINESS-DATE
               ELSE
                   GO TO GATHER-AUDITED-DAYS-LOOP
               END-IF
           END-IF.
           IF WS-LINE-BUSINESS-DATE IS LESS THAN WS-VERIFY-FROM-DATE
               OR WS-LINE-BUSINESS-DATE
               IS GREATER THAN WS-VERIFY-TO-DATE
               GO TO GATHER-AUDITED-DAYS-LOOP.
           PERFORM PARSE-AUDIT-LINE.
           MOVE WS-LINE-BUSINESS-DATE TO WS-SEARCH-DATE.
           PERFORM FIND-OR-ADD-DAY.
           IF WS-DAY-SLOT IS EQUAL TO ZERO
               GO TO GATHER-AUDITED-DAYS-LOOP.
           MOVE 'Y' TO WS-DAY-AUDITED-FLAG (WS-DAY-SLOT).
           IF WS-AUDIT-LINE-LOADED IS EQUAL TO SPACE
               MOVE 'Y' TO WS-DAY-NO-LOAD-COUNT-FLAG (WS-DAY-SLOT)
           END-IF.
           IF WS-LINE-RECORDS IS GREATER THAN ZERO
               MOVE 'Y' TO WS-DAY-ANY-RECORDS-FLAG (WS-DAY-SLOT)
           END-IF.
           IF NOT WS-AUDIT-LINE-SUPPLEMENT
               MOVE WS-LINE-LOADED
                   TO WS-DAY-DAILY-RECORDS (WS-DAY-SLOT)
               MOVE WS-LINE-OVERLAPS
                   TO WS-DAY-DAILY-OVERLAPS (WS-DAY-SLOT)
               MOVE WS-LINE-ANY-OVERLAPS
                   TO WS-DAY-DAILY-ANY-OVERLAPS (WS-DAY-SLOT)
               MOVE ZERO TO WS-DAY-SUPPLEMENT-RECORDS (WS-DAY-SLOT)
               MOVE ZERO TO WS-DAY-SUPPLEMENT-OVERLAPS (WS-DAY-SLOT)
               MOVE ZERO
                   TO WS-DAY-SUPPLEMENT-ANY-OVERLAPS (WS-DAY-SLOT)
               MOVE ZERO TO WS-DAY-PENDING-RECORDS (WS-DAY-SLOT)
               MOVE ZERO TO WS-DAY-PENDING-OVERLAPS (WS-DAY-SLOT)
               MOVE ZERO TO WS-DAY-PENDING-ANY-OVERLAPS (WS-DAY-SLOT)
               GO TO GATHER-AUDITED-DAYS-LOOP
           END-IF.
           MOVE WS-LINE-LOADED TO WS-DAY-PENDING-RECORDS (WS-DAY-SLOT).
           MOVE WS-LINE-OVERLAPS
               TO WS-DAY-PENDING-OVERLAPS (WS-DAY-SLOT).
           MOVE WS-LINE-ANY-OVERLAPS
               TO WS-DAY-PENDING-ANY-OVERLAPS (WS-DAY-SLOT).
           IF NOT WS-AUDIT-LINE-STATUS-NORMAL
               GO TO GATHER-AUDITED-DAYS-LOOP.
           ADD WS-LINE-LOADED
               TO WS-DAY-SUPPLEMENT-RECORDS (WS-DAY-SLOT).
           ADD WS-LINE-OVERLAPS
               TO WS-DAY-SUPPLEMENT-OVERLAPS (WS-DAY-SLOT).
           ADD WS-LINE-ANY-OVERLAPS
               TO WS-DAY-SUPPLEMENT-ANY-OVERLAPS (WS-DAY-SLOT).
           MOVE ZERO TO WS-DAY-PENDING-RECORDS (WS-DAY-SLOT).
           MOVE ZERO TO WS-DAY-PENDING-OVERLAPS (WS-DAY-SLOT).
           MOVE ZERO TO WS-DAY-PENDING-ANY-OVERLAPS (WS-DAY-SLOT).
           GO TO GATHER-AUDITED-DAYS-LOOP.

       GATHER-AUDITED-DAYS-EXIT.
           EXIT.

      * The audit line's figures as numbers, blank padding and all.
      * A line from before the loaded count existed reads zero
      * there - the day is marked as such by the caller.
       PARSE-AUDIT-LINE SECTION.
           MOVE WS-AUDIT-LINE-RECORDS TO WS-NUMBER-WORK-7.
           INSPECT WS-NUMBER-WORK-7
               REPLACING LEADING SPACE BY ZERO.
           MOVE WS-NUMBER-WORK-7-NUM TO WS-LINE-RECORDS.

           MOVE WS-AUDIT-LINE-LOADED TO WS-NUMBER-WORK-7.
           INSPECT WS-NUMBER-WORK-7
               REPLACING LEADING SPACE BY ZERO.
           MOVE WS-NUMBER-WORK-7-NUM TO WS-LINE-LOADED.

           MOVE WS-AUDIT-LINE-OVERLAPS TO WS-NUMBER-WORK-5.
           INSPECT WS-NUMBER-WORK-5
               REPLACING LEADING SPACE BY ZERO.
           MOVE WS-NUMBER-WORK-5-NUM TO WS-LINE-OVERLAPS.

           MOVE WS-AUDIT-LINE-ANY-OVERLAPS TO WS-NUMBER-WORK-5.
           INSPECT WS-NUMBER-WORK-5
               REPLACING LEADING SPACE BY ZERO.
           MOVE WS-NUMBER-WORK-5-NUM TO WS-LINE-ANY-OVERLAPS.

       PARSE-AUDIT-LINE-EXIT.
           EXIT.

      * Positions the master at the period's first record and counts
      * each date's records, full overlaps and any-overlaps until
      * the date passes the end of the period.
       COUNT-MASTER-DAYS SECTION.
           MOVE WS-VERIFY-FROM-DATE TO MASTER-RUN-DATE.
           MOVE ZERO TO MASTER-RECORD-NUMBER.
           START ADVENTOFCODEMASTER4
               KEY IS GREATER THAN OR EQUAL MASTER-KEY
               INVALID KEY
                   GO TO COUNT-MASTER-DAYS-EXIT
           END-START.
           MOVE ZERO TO WS-DAY-SLOT.

       COUNT-MASTER-DAYS-LOOP.
           READ ADVENTOFCODEMASTER4 NEXT.
           IF NOT WS-MASTER-FILE-STATUS-VALID
               GO TO COUNT-MASTER-DAYS-EXIT.
           IF MASTER-RUN-DATE IS GREATER THAN WS-VERIFY-TO-DATE
               GO TO COUNT-MASTER-DAYS-EXIT.
           IF WS-DAY-SLOT IS EQUAL TO ZERO
               OR MASTER-RUN-DATE IS NOT EQUAL TO WS-SEARCH-DATE
               MOVE MASTER-RUN-DATE TO WS-SEARCH-DATE
               PERFORM FIND-OR-ADD-DAY
           END-IF.
           IF WS-DAY-SLOT IS EQUAL TO ZERO
               GO TO COUNT-MASTER-DAYS-LOOP.
           ADD 1 TO WS-DAY-MASTER-RECORDS (WS-DAY-SLOT).
           IF MASTER-FULL-OVERLAP
               ADD 1 TO WS-DAY-MASTER-OVERLAPS (WS-DAY-SLOT)
           END-IF.
           IF MASTER-ANY-OVERLAP
               ADD 1 TO WS-DAY-MASTER-ANY-OVERLAPS (WS-DAY-SLOT)
           END-IF.
           GO TO COUNT-MASTER-DAYS-LOOP.

       COUNT-MASTER-DAYS-EXIT.
           EXIT.

      * WS-DAY-SLOT comes back as the day table slot for
      * WS-SEARCH-DATE - found, or opened in date order by moving
      * the later days up one. Zero when the table is full; the
      * day is then left off the report and the run grades 4.
       FIND-OR-ADD-DAY SECTION.
           MOVE ZERO TO WS-DAY-SLOT.
           MOVE ZERO TO WS-DAY-PTR.

       FIND-OR-ADD-DAY-LOOP.
           ADD 1 TO WS-DAY-PTR.
           IF WS-DAY-PTR IS GREATER THAN WS-DAY-COUNT
               GO TO FIND-OR-ADD-DAY-NEW.
           IF WS-DAY-DATE (WS-DAY-PTR) IS EQUAL TO WS-SEARCH-DATE
               MOVE WS-DAY-PTR TO WS-DAY-SLOT
               GO TO FIND-OR-ADD-DAY-EXIT.
           IF WS-DAY-DATE (WS-DAY-PTR) IS GREATER THAN WS-SEARCH-DATE
               GO TO FIND-OR-ADD-DAY-NEW.
           GO TO FIND-OR-ADD-DAY-LOOP.

       FIND-OR-ADD-DAY-NEW.
           IF WS-DAY-COUNT IS NOT LESS THAN 366
               IF NOT WS-DAY-TABLE-FULL-FLAG-YES
                   MOVE 'Y' TO WS-DAY-TABLE-FULL-FLAG
                   DISPLAY "MORE THAN 366 DAYS IN PERIOD - LATER DAYS "
                       "LEFT UNVERIFIED"
               END-IF
               GO TO FIND-OR-ADD-DAY-EXIT
           END-IF.
           MOVE WS-DAY-COUNT TO WS-DAY-MOVE-PTR.
           ADD 1 TO WS-DAY-COUNT.

       FIND-OR-ADD-DAY-SHIFT.
           IF WS-DAY-MOVE-PTR IS LESS THAN WS-DAY-PTR
               GO TO FIND-OR-ADD-DAY-OPEN.
           MOVE WS-DAY-ENTRY (WS-DAY-MOVE-PTR)
               TO WS-DAY-ENTRY (WS-DAY-MOVE-PTR + 1).
           SUBTRACT 1 FROM WS-DAY-MOVE-PTR.
           GO TO FIND-OR-ADD-DAY-SHIFT.

       FIND-OR-ADD-DAY-OPEN.
           MOVE WS-DAY-PTR TO WS-DAY-SLOT.
           MOVE ZERO TO WS-DAY-ENTRY (WS-DAY-SLOT).
           MOVE WS-SEARCH-DATE TO WS-DAY-DATE (WS-DAY-SLOT).
           MOVE 'N' TO WS-DAY-AUDITED-FLAG (WS-DAY-SLOT).
           MOVE 'N' TO WS-DAY-NO-LOAD-COUNT-FLAG (WS-DAY-SLOT).
           MOVE 'N' TO WS-DAY-ANY-RECORDS-FLAG (WS-DAY-SLOT).

       FIND-OR-ADD-DAY-EXIT.
           EXIT.

      * The header, one graded line per day in date order, and the
      * totals by grade.
       WRITE-VERIFY-REPORT SECTION.
           MOVE WS-VERIFY-FROM-DATE TO WS-VERIFY-HEADER-FROM.
           MOVE WS-VERIFY-TO-DATE TO WS-VERIFY-HEADER-TO.
           MOVE WS-VERIFY-HEADER-RECORD TO VERIFY-OUTPUT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-VERIFY-COLUMN-RECORD TO VERIFY-OUTPUT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE ZERO TO WS-DAY-PTR.

       WRITE-VERIFY-REPORT-LOOP.
           ADD 1 TO WS-DAY-PTR.
           IF WS-DAY-PTR IS GREATER THAN WS-DAY-COUNT
               GO TO WRITE-VERIFY-REPORT-TOTALS.
           PERFORM GRADE-ONE-DAY.
           GO TO WRITE-VERIFY-REPORT-LOOP.

       WRITE-VERIFY-REPORT-TOTALS.
           MOVE "DAYS CHECKED:    " TO WS-TOTAL-LABEL.
           MOVE WS-DAYS-CHECKED TO WS-TOTAL-DISPLAY.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "OK:              " TO WS-TOTAL-LABEL.
           MOVE WS-DAYS-OK TO WS-TOTAL-DISPLAY.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "MISSING:         " TO WS-TOTAL-LABEL.
           MOVE WS-DAYS-MISSING TO WS-TOTAL-DISPLAY.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "PARTLY LOADED:   " TO WS-TOTAL-LABEL.
           MOVE WS-DAYS-PARTLY-LOADED TO WS-TOTAL-DISPLAY.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "DOUBLED:         " TO WS-TOTAL-LABEL.
           MOVE WS-DAYS-DOUBLED TO WS-TOTAL-DISPLAY.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "OVERLAPS DIFFER: " TO WS-TOTAL-LABEL.
           MOVE WS-DAYS-OVERLAPS-DIFFER TO WS-TOTAL-DISPLAY.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "NOT AUDITED:     " TO WS-TOTAL-LABEL.
           MOVE WS-DAYS-NOT-AUDITED TO WS-TOTAL-DISPLAY.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "NO LOAD COUNT:   " TO WS-TOTAL-LABEL.
           MOVE WS-DAYS-NO-LOAD-COUNT TO WS-TOTAL-DISPLAY.
           PERFORM WRITE-TOTAL-LINE.

       WRITE-VERIFY-REPORT-EXIT.
           EXIT.

      * Grades the day at WS-DAY-PTR and writes its line. The record
      * count is judged first - a day short of records is partly
      * loaded whatever its overlaps say - then the overlaps.
       GRADE-ONE-DAY SECTION.
           ADD 1 TO WS-DAYS-CHECKED.
           COMPUTE WS-EXPECTED-RECORDS =
               WS-DAY-DAILY-RECORDS (WS-DAY-PTR)
               + WS-DAY-SUPPLEMENT-RECORDS (WS-DAY-PTR)
               + WS-DAY-PENDING-RECORDS (WS-DAY-PTR).
           COMPUTE WS-EXPECTED-OVERLAPS =
               WS-DAY-DAILY-OVERLAPS (WS-DAY-PTR)
               + WS-DAY-SUPPLEMENT-OVERLAPS (WS-DAY-PTR)
               + WS-DAY-PENDING-OVERLAPS (WS-DAY-PTR).
           COMPUTE WS-EXPECTED-ANY-OVERLAPS =
               WS-DAY-DAILY-ANY-OVERLAPS (WS-DAY-PTR)
               + WS-DAY-SUPPLEMENT-ANY-OVERLAPS (WS-DAY-PTR)
               + WS-DAY-PENDING-ANY-OVERLAPS (WS-DAY-PTR).
           MOVE WS-DAY-DATE (WS-DAY-PTR) TO WS-VERIFY-DAY-DATE.
           MOVE WS-EXPECTED-RECORDS TO WS-VERIFY-DAY-AUDITED.
           MOVE WS-DAY-MASTER-RECORDS (WS-DAY-PTR)
               TO WS-VERIFY-DAY-MASTER.
           MOVE WS-EXPECTED-OVERLAPS TO WS-VERIFY-DAY-AUDITED-OVL.
           MOVE WS-DAY-MASTER-OVERLAPS (WS-DAY-PTR)
               TO WS-VERIFY-DAY-MASTER-OVL.
           MOVE WS-EXPECTED-ANY-OVERLAPS TO WS-VERIFY-DAY-AUDITED-ANY.
           MOVE WS-DAY-MASTER-ANY-OVERLAPS (WS-DAY-PTR)
               TO WS-VERIFY-DAY-MASTER-ANY.

           IF NOT WS-DAY-AUDITED (WS-DAY-PTR)
               MOVE "     N/A" TO WS-VERIFY-DAY-AUDITED-X
               MOVE "NOT AUDITED" TO WS-DAY-RESULT
               ADD 1 TO WS-DAYS-NOT-AUDITED
               GO TO GRADE-ONE-DAY-WRITE
           END-IF.
           IF WS-DAY-NO-LOAD-COUNT (WS-DAY-PTR)
               MOVE "     N/A" TO WS-VERIFY-DAY-AUDITED-X
               IF WS-DAY-ANY-RECORDS (WS-DAY-PTR)
                   AND WS-DAY-MASTER-RECORDS (WS-DAY-PTR)
                   IS EQUAL TO ZERO
                   MOVE "MISSING" TO WS-DAY-RESULT
                   ADD 1 TO WS-DAYS-MISSING
                   GO TO GRADE-ONE-DAY-WRITE
               END-IF
               GO TO GRADE-ONE-DAY-OVERLAPS
           END-IF.
           IF WS-DAY-MASTER-RECORDS (WS-DAY-PTR)
               IS EQUAL TO WS-EXPECTED-RECORDS
               GO TO GRADE-ONE-DAY-OVERLAPS.
           IF WS-DAY-MASTER-RECORDS (WS-DAY-PTR) IS EQUAL TO ZERO
               MOVE "MISSING" TO WS-DAY-RESULT
               ADD 1 TO WS-DAYS-MISSING
               GO TO GRADE-ONE-DAY-WRITE
           END-IF.
           IF WS-DAY-MASTER-RECORDS (WS-DAY-PTR)
               IS LESS THAN WS-EXPECTED-RECORDS
               MOVE "PARTLY LOADED" TO WS-DAY-RESULT
               ADD 1 TO WS-DAYS-PARTLY-LOADED
           ELSE
               MOVE "DOUBLED" TO WS-DAY-RESULT
               ADD 1 TO WS-DAYS-DOUBLED
           END-IF.
           GO TO GRADE-ONE-DAY-WRITE.

       GRADE-ONE-DAY-OVERLAPS.
           IF WS-DAY-MASTER-OVERLAPS (WS-DAY-PTR)
               IS NOT EQUAL TO WS-EXPECTED-OVERLAPS
               OR WS-DAY-MASTER-ANY-OVERLAPS (WS-DAY-PTR)
               IS NOT EQUAL TO WS-EXPECTED-ANY-OVERLAPS
               MOVE "OVERLAPS DIFFER" TO WS-DAY-RESULT
               ADD 1 TO WS-DAYS-OVERLAPS-DIFFER
               GO TO GRADE-ONE-DAY-WRITE
           END-IF.
           IF WS-DAY-NO-LOAD-COUNT (WS-DAY-PTR)
               MOVE "NO LOAD COUNT" TO WS-DAY-RESULT
               ADD 1 TO WS-DAYS-NO-LOAD-COUNT
           ELSE
               MOVE "OK" TO WS-DAY-RESULT
               ADD 1 TO WS-DAYS-OK
           END-IF.

       GRADE-ONE-DAY-WRITE.
           MOVE WS-DAY-RESULT TO WS-VERIFY-DAY-RESULT.
           MOVE WS-VERIFY-DAY-RECORD TO VERIFY-OUTPUT-RECORD.
           PERFORM WRITE-REPORT-LINE.

       GRADE-ONE-DAY-EXIT.
           EXIT.

       WRITE-TOTAL-LINE SECTION.
           MOVE WS-TOTAL-RECORD TO VERIFY-OUTPUT-RECORD.
           PERFORM WRITE-REPORT-LINE.

       WRITE-TOTAL-LINE-EXIT.
           EXIT.

       WRITE-REPORT-LINE SECTION.
           WRITE VERIFY-OUTPUT-RECORD.
           IF NOT WS-REPORT-FILE-STATUS-VALID
               DISPLAY "VERIFY REPORT WRITE FAILED WITH "
                   WS-REPORT-FILE-STATUS
           END-IF.

       WRITE-REPORT-LINE-EXIT.
           EXIT.
