      * COBOL programs have a maximum width of 80 characters.
      * This is so that they could support punch cards (yes, really).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENTOFCODE4RESTORE.

      * The way back from ADVENTOFCODE4PURGE - when year-end or a
      * grievance hearing needs days that went to the vault back in
      * ADVENTOFCODE4LOOKUP, this job reloads a chosen period from
      * one or more archive extracts into the keyed master. The
      * extracts are named one per line in a list file, or, with no
      * list on file, the single extract ADVENTOFCODEARCH4 names.
      * A key already on the master is refused, never overwritten -
      * the live record wins over the vault copy - and listed on
      * the report. Extracts cut before the master carried its
      * effective ranges, disposition and ack status hold 37-byte
      * lines; those come back with their ranges as keyed and the
      * disposition "as keyed". The report lists each extract's
      * counts, every refused key, and the records restored per
      * day; ADVENTOFCODE4VERIFY then proves the days against the
      * audit log.
      * Condition code: 0 clean, 4 keys refused, malformed lines
      * skipped, an extract missing or nothing restored, 8 a master
      * write failed (the restore stopped there), 16 no period
      * given, the period runs backwards, or a file would not open.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

      * The keyed master ADVENTOFCODE4 loads each day - written to
      * by key.
       FILE-CONTROL.
       SELECT ADVENTOFCODEMASTER4
       ASSIGN DYNAMIC WS-MASTER-FILE-PATH
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS MASTER-KEY
       FILE STATUS IS WS-MASTER-FILE-STATUS.

      * The extracts to restore from, one path per line.
       SELECT ADVENTOFCODEARCHLIST4
       ASSIGN DYNAMIC WS-ARCHIVE-LIST-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-ARCHIVE-LIST-FILE-STATUS.

      * An archive extract ADVENTOFCODE4PURGE wrote - one full
      * master record image per line. Pointed at each extract on
      * the list in turn.
       SELECT ADVENTOFCODEARCH4
       ASSIGN DYNAMIC WS-ARCHIVE-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

      * The proof - what came back, what was refused, and why.
       SELECT ADVENTOFCODERESTORE4
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

       FD  ADVENTOFCODEARCHLIST4.
       01  ARCHIVE-LIST-INPUT-RECORD                     PIC X(100).

       FD  ADVENTOFCODEARCH4.
       01  ARCHIVE-INPUT-RECORD                          PIC X(51).

       FD  ADVENTOFCODERESTORE4.
       01  RESTORE-OUTPUT-RECORD                         PIC X(120).

       WORKING-STORAGE SECTION.

      * File paths operations can override at run time via the
      * environment variables named below (see INITIALIZE-PARMS).
      * The VALUEs here are the defaults if a variable isn't set.
       01  WS-RUNTIME-PARMS.
           05  WS-MASTER-FILE-PATH                      PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODEMASTER4.dat".
           05  WS-ARCHIVE-LIST-FILE-PATH                PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODEARCHLIST4.txt".
           05  WS-ARCHIVE-FILE-PATH                     PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODEARCH4.txt".
           05  WS-REPORT-FILE-PATH                      PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODERESTORE4.txt".
           05  WS-ENVIRONMENT-VALUE                     PIC X(100).

      * All COBOL variables must be declared. They have a heirarchical structure.
       01  WS-STRINGS                                   VALUE SPACE.
      * 2 Xs = two characters long
           05  WS-MASTER-FILE-STATUS                    PIC XX.
      * 88 levels are like if checks
               88  WS-MASTER-FILE-STATUS-VALID          VALUE "00".
               88  WS-MASTER-FILE-STATUS-DUPLICATE      VALUE "22".
               88  WS-MASTER-FILE-STATUS-NOT-FOUND      VALUE "35".
           05  WS-ARCHIVE-LIST-FILE-STATUS              PIC XX.
               88  WS-ARCHIVE-LIST-FILE-STATUS-VALID    VALUE "00".
               88  WS-ARCHIVE-LIST-FILE-NOT-FOUND       VALUE "35".
           05  WS-ARCHIVE-FILE-STATUS                   PIC XX.
               88  WS-ARCHIVE-FILE-STATUS-VALID         VALUE "00".
               88  WS-ARCHIVE-FILE-NOT-FOUND            VALUE "35".
           05  WS-REPORT-FILE-STATUS                    PIC XX.
               88  WS-REPORT-FILE-STATUS-VALID          VALUE "00".
      * Both ends of the period must be given - a restore that
      * guessed at its period could pour the whole vault back.
           05  WS-FROM-GIVEN-FLAG                       PIC X.
               88  WS-FROM-GIVEN-FLAG-YES               VALUE 'Y'.
           05  WS-TO-GIVEN-FLAG                         PIC X.
               88  WS-TO-GIVEN-FLAG-YES                 VALUE 'Y'.
      * Set when a master write fails for any reason but a key
      * already there - the restore stops on the spot and grades 8.
           05  WS-RESTORE-TROUBLE-FLAG                  PIC X.
               88  WS-RESTORE-TROUBLE-FLAG-YES          VALUE 'Y'.
      * Whether the archive line in hand predates the effective
      * ranges (a 37-byte line, blank past the overlap flags), and
      * whether the per-day table ran out of room.
           05  WS-LEGACY-LINE-FLAG                      PIC X.
               88  WS-LEGACY-LINE-FLAG-YES              VALUE 'Y'.
           05  WS-DAY-TABLE-FULL-FLAG                   PIC X.
               88  WS-DAY-TABLE-FULL-FLAG-YES           VALUE 'Y'.

       01  WS-INTS                                      VALUE ZERO.
      * The period restored - both must arrive as eight digits.
           05  WS-RESTORE-FROM-DATE                     PIC 9(8).
           05  WS-RESTORE-TO-DATE                       PIC 9(8).
      * One extract's counts, cleared as each one opens.
           05  WS-EXTRACT-READ-COUNT                    PIC 9(7).
           05  WS-EXTRACT-IN-PERIOD-COUNT               PIC 9(7).
           05  WS-EXTRACT-RESTORED-COUNT                PIC 9(7).
           05  WS-EXTRACT-REFUSED-COUNT                 PIC 9(7).
           05  WS-EXTRACT-MALFORMED-COUNT               PIC 9(7).
      * The whole run's counts.
           05  WS-EXTRACT-COUNT                         PIC 9(5).
           05  WS-EXTRACT-MISSING-COUNT                 PIC 9(5).
           05  WS-TOTAL-READ-COUNT                      PIC 9(7).
           05  WS-TOTAL-RESTORED-COUNT                  PIC 9(7).
           05  WS-TOTAL-REFUSED-COUNT                   PIC 9(7).
           05  WS-TOTAL-MALFORMED-COUNT                 PIC 9(7).
           05  WS-TOTAL-PADDED-COUNT                    PIC 9(7).
      * Per-day table walkers.
           05  WS-DAY-COUNT                             PIC 9(3).
           05  WS-DAY-PTR                               PIC 9(3).
           05  WS-DAY-SLOT                              PIC 9(3).
           05  WS-DAY-MOVE-PTR                          PIC 9(3).

      * One archive line - the master record image. A 37-byte line
      * from before the effective ranges reads blank from column 38
      * on.
       01  WS-ARCHIVE-LINE.
           05  WS-ARCHIVE-KEY-X                         PIC X(15).
           05  WS-ARCHIVE-KEY-N                         REDEFINES
               WS-ARCHIVE-KEY-X.
               10  WS-ARCHIVE-RUN-DATE                  PIC 9(8).
               10  WS-ARCHIVE-RECORD-NUMBER             PIC 9(7).
           05  WS-ARCHIVE-CREW-PAIR-ID                  PIC X(8).
           05  WS-ARCHIVE-KEYED-RANGES-X                PIC X(12).
           05  WS-ARCHIVE-FULL-OVERLAP-FLAG             PIC X.
               88  WS-ARCHIVE-FULL-OVERLAP-VALID        VALUE 'Y' 'N'.
           05  WS-ARCHIVE-ANY-OVERLAP-FLAG              PIC X.
               88  WS-ARCHIVE-ANY-OVERLAP-VALID         VALUE 'Y' 'N'.
           05  WS-ARCHIVE-LATER-FIELDS.
               10  WS-ARCHIVE-EFFECTIVE-RANGES-X        PIC X(12).
               10  FILLER                               PIC XX.

      * The per-day line of the report comes from this table - each
      * day in the period the extracts held, in date order, with
      * the records restored and refused for it. A year of days is
      * room enough for any hearing.
       01  WS-DAY-TABLE                                 VALUE ZERO.
           05  WS-DAY-ENTRY                             OCCURS 366.
               10  WS-DAY-DATE                         PIC 9(8).
               10  WS-DAY-RESTORED-COUNT               PIC 9(7).
               10  WS-DAY-REFUSED-COUNT                PIC 9(7).

      * Report lines.
       01  WS-RESTORE-HEADER-RECORD.
           05  FILLER                                   PIC X(15)
               VALUE "RESTORE PERIOD:".
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-RESTORE-HEADER-FROM                   PIC 9(8).
           05  FILLER                                   PIC X(4)
               VALUE " TO ".
           05  WS-RESTORE-HEADER-TO                     PIC 9(8).

       01  WS-EXTRACT-NAME-RECORD.
           05  FILLER                                   PIC X(9)
               VALUE "EXTRACT: ".
           05  WS-EXTRACT-NAME-PATH                     PIC X(100).
           05  FILLER                                   PIC X(11).

       01  WS-EXTRACT-COUNT-RECORD.
           05  FILLER                                   PIC X(8)
               VALUE "  READ: ".
           05  WS-EXTRACT-COUNT-READ                    PIC Z(6)9.
           05  FILLER                                   PIC X(13)
               VALUE "  IN PERIOD: ".
           05  WS-EXTRACT-COUNT-IN-PERIOD               PIC Z(6)9.
           05  FILLER                                   PIC X(12)
               VALUE "  RESTORED: ".
           05  WS-EXTRACT-COUNT-RESTORED                PIC Z(6)9.
           05  FILLER                                   PIC X(11)
               VALUE "  REFUSED: ".
           05  WS-EXTRACT-COUNT-REFUSED                 PIC Z(6)9.
           05  FILLER                                   PIC X(13)
               VALUE "  MALFORMED: ".
           05  WS-EXTRACT-COUNT-MALFORMED               PIC Z(6)9.

       01  WS-EXTRACT-MISSING-RECORD.
           05  FILLER                                   PIC X(33)
               VALUE "  NOT ON FILE - NOTHING RESTORED".

       01  WS-REFUSED-RECORD.
           05  FILLER                                   PIC X(10)
               VALUE "  REFUSED ".
           05  WS-REFUSED-RUN-DATE                      PIC 9(8).
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-REFUSED-RECORD-NUMBER                 PIC 9(7).
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-REFUSED-CREW-PAIR-ID                  PIC X(8).
           05  FILLER                                   PIC X(24)
               VALUE " - KEY ALREADY ON MASTER".

       01  WS-DAY-RECORD.
           05  FILLER                                   PIC X(4)
               VALUE "DAY ".
           05  WS-DAY-RECORD-DATE                       PIC 9(8).
           05  FILLER                                   PIC X(12)
               VALUE "  RESTORED: ".
           05  WS-DAY-RECORD-RESTORED                   PIC Z(6)9.
           05  FILLER                                   PIC X(11)
               VALUE "  REFUSED: ".
           05  WS-DAY-RECORD-REFUSED                    PIC Z(6)9.

       01  WS-TOTAL-RECORD.
           05  WS-TOTAL-LABEL                           PIC X(18).
           05  WS-TOTAL-DISPLAY                         PIC Z(6)9.

       PROCEDURE DIVISION.

       PROGRAM-ENTRY.

           PERFORM INITIALIZE-PARMS.

      * No period is a setup failure - a restore that guessed could
      * pour years of the vault back onto the live pack.
           IF NOT WS-FROM-GIVEN-FLAG-YES
               OR NOT WS-TO-GIVEN-FLAG-YES
               DISPLAY "NO RESTORE PERIOD GIVEN - SET "
                   "ADVENTOFCODE4RESTOREFROM AND "
                   "ADVENTOFCODE4RESTORETO TO EIGHT DIGITS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-RESTORE-TO-DATE IS LESS THAN WS-RESTORE-FROM-DATE
               DISPLAY "RESTORE PERIOD RUNS BACKWARDS: "
                   WS-RESTORE-FROM-DATE " TO " WS-RESTORE-TO-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM OPEN-FILES.
           PERFORM RESTORE-FROM-EXTRACTS.
           PERFORM WRITE-DAY-LINES.
           PERFORM WRITE-RESTORE-TOTALS.
           PERFORM CLOSE-FILES.

           DISPLAY "EXTRACTS: " WS-EXTRACT-COUNT.
           DISPLAY "RESTORED: " WS-TOTAL-RESTORED-COUNT.
           DISPLAY "REFUSED: " WS-TOTAL-REFUSED-COUNT.
           DISPLAY "MALFORMED: " WS-TOTAL-MALFORMED-COUNT.

           IF WS-RESTORE-TROUBLE-FLAG-YES
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TOTAL-REFUSED-COUNT IS GREATER THAN ZERO
                   OR WS-TOTAL-MALFORMED-COUNT IS GREATER THAN ZERO
                   OR WS-EXTRACT-MISSING-COUNT IS GREATER THAN ZERO
                   OR WS-TOTAL-RESTORED-COUNT IS EQUAL TO ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "CONDITION CODE: " RETURN-CODE.
           STOP RUN.

      * Lets operations point the job at the master, the list of
      * extracts (or the one extract), the report, and the period
      * without editing and recompiling the program.
       INITIALIZE-PARMS.
           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODEMASTER4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-MASTER-FILE-PATH
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODEARCHLIST4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-ARCHIVE-LIST-FILE-PATH
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODEARCH4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-ARCHIVE-FILE-PATH
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODERESTORE4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-REPORT-FILE-PATH
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODE4RESTOREFROM".
           IF WS-ENVIRONMENT-VALUE (1:8) IS NUMERIC
               MOVE WS-ENVIRONMENT-VALUE (1:8) TO WS-RESTORE-FROM-DATE
               MOVE 'Y' TO WS-FROM-GIVEN-FLAG
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODE4RESTORETO".
           IF WS-ENVIRONMENT-VALUE (1:8) IS NUMERIC
               MOVE WS-ENVIRONMENT-VALUE (1:8) TO WS-RESTORE-TO-DATE
               MOVE 'Y' TO WS-TO-GIVEN-FLAG
           END-IF.

      * The master opens I-O, and is created empty the first time
      * (status 35) - restoring onto a fresh pack is a fair use,
      * same first-time fallback ADVENTOFCODE4 uses. The extracts
      * are opened one at a time as they are restored.
       OPEN-FILES.
           OPEN I-O ADVENTOFCODEMASTER4.
           IF WS-MASTER-FILE-STATUS-NOT-FOUND
               OPEN OUTPUT ADVENTOFCODEMASTER4
               IF WS-MASTER-FILE-STATUS-VALID
                   CLOSE ADVENTOFCODEMASTER4
                   OPEN I-O ADVENTOFCODEMASTER4
               END-IF
           END-IF.
               IF NOT WS-MASTER-FILE-STATUS-VALID
                   DISPLAY "MASTER OPEN FAILED WITH "
                       WS-MASTER-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
           OPEN OUTPUT ADVENTOFCODERESTORE4.
               IF NOT WS-REPORT-FILE-STATUS-VALID
                   DISPLAY "RESTORE REPORT OPEN FAILED WITH "
                       WS-REPORT-FILE-STATUS
                   CLOSE ADVENTOFCODEMASTER4
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
           MOVE WS-RESTORE-FROM-DATE TO WS-RESTORE-HEADER-FROM.
           MOVE WS-RESTORE-TO-DATE TO WS-RESTORE-HEADER-TO.
           MOVE WS-RESTORE-HEADER-RECORD TO RESTORE-OUTPUT-RECORD.
           PERFORM WRITE-REPORT-LINE.

       CLOSE-FILES.
           CLOSE ADVENTOFCODEMASTER4.
           IF NOT WS-MASTER-FILE-STATUS-VALID
               DISPLAY "MASTER CLOSE FAILED WITH "
                   WS-MASTER-FILE-STATUS
           END-IF.
           CLOSE ADVENTOFCODERESTORE4.
           IF NOT WS-REPORT-FILE-STATUS-VALID
               DISPLAY "RESTORE REPORT CLOSE FAILED WITH "
                   WS-REPORT-FILE-STATUS
           END-IF.

      * Works down the list of extracts, restoring each in turn. No
      * list on file means the one extract ADVENTOFCODEARCH4 names.
      * A blank line on the list is passed over. A write failure
      * on the master stops the whole restore, not just the
      * extract it happened in.
       RESTORE-FROM-EXTRACTS SECTION.
           OPEN INPUT ADVENTOFCODEARCHLIST4.
           IF WS-ARCHIVE-LIST-FILE-NOT-FOUND
               DISPLAY "NO EXTRACT LIST ON FILE - RESTORING FROM "
                   "ADVENTOFCODEARCH4 ONLY"
               PERFORM RESTORE-ONE-EXTRACT
               GO TO RESTORE-FROM-EXTRACTS-EXIT
           END-IF.
           IF NOT WS-ARCHIVE-LIST-FILE-STATUS-VALID
               DISPLAY "EXTRACT LIST OPEN FAILED WITH "
                   WS-ARCHIVE-LIST-FILE-STATUS
               CLOSE ADVENTOFCODEMASTER4
               CLOSE ADVENTOFCODERESTORE4
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       RESTORE-FROM-EXTRACTS-LOOP.
           READ ADVENTOFCODEARCHLIST4.
           IF NOT WS-ARCHIVE-LIST-FILE-STATUS-VALID
               GO TO RESTORE-FROM-EXTRACTS-DONE.
           IF ARCHIVE-LIST-INPUT-RECORD IS EQUAL TO SPACE
               GO TO RESTORE-FROM-EXTRACTS-LOOP.
           MOVE ARCHIVE-LIST-INPUT-RECORD TO WS-ARCHIVE-FILE-PATH.
           PERFORM RESTORE-ONE-EXTRACT.
           IF WS-RESTORE-TROUBLE-FLAG-YES
               GO TO RESTORE-FROM-EXTRACTS-DONE.
           GO TO RESTORE-FROM-EXTRACTS-LOOP.

       RESTORE-FROM-EXTRACTS-DONE.
           CLOSE ADVENTOFCODEARCHLIST4.

       RESTORE-FROM-EXTRACTS-EXIT.
           EXIT.

      * Restores one extract - every well-formed line dated inside
      * the period goes onto the master under its own key, unless
      * that key is already there. Then the extract's counts go on
      * the report. A missing extract is reported and passed over.
       RESTORE-ONE-EXTRACT SECTION.
           ADD 1 TO WS-EXTRACT-COUNT.
           MOVE ZERO TO WS-EXTRACT-READ-COUNT.
           MOVE ZERO TO WS-EXTRACT-IN-PERIOD-COUNT.
           MOVE ZERO TO WS-EXTRACT-RESTORED-COUNT.
           MOVE ZERO TO WS-EXTRACT-REFUSED-COUNT.
           MOVE ZERO TO WS-EXTRACT-MALFORMED-COUNT.
           MOVE WS-ARCHIVE-FILE-PATH TO WS-EXTRACT-NAME-PATH.
           MOVE WS-EXTRACT-NAME-RECORD TO RESTORE-OUTPUT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           OPEN INPUT ADVENTOFCODEARCH4.
           IF WS-ARCHIVE-FILE-NOT-FOUND
               DISPLAY "EXTRACT NOT ON FILE: " WS-ARCHIVE-FILE-PATH
               ADD 1 TO WS-EXTRACT-MISSING-COUNT
               MOVE WS-EXTRACT-MISSING-RECORD TO RESTORE-OUTPUT-RECORD
               PERFORM WRITE-REPORT-LINE
               GO TO RESTORE-ONE-EXTRACT-EXIT
           END-IF.
           IF NOT WS-ARCHIVE-FILE-STATUS-VALID
               DISPLAY "EXTRACT OPEN FAILED WITH "
                   WS-ARCHIVE-FILE-STATUS ": " WS-ARCHIVE-FILE-PATH
               ADD 1 TO WS-EXTRACT-MISSING-COUNT
               MOVE WS-EXTRACT-MISSING-RECORD TO RESTORE-OUTPUT-RECORD
               PERFORM WRITE-REPORT-LINE
               GO TO RESTORE-ONE-EXTRACT-EXIT
           END-IF.

       RESTORE-ONE-EXTRACT-LOOP.
           READ ADVENTOFCODEARCH4.
           IF NOT WS-ARCHIVE-FILE-STATUS-VALID
               GO TO RESTORE-ONE-EXTRACT-DONE.
           ADD 1 TO WS-EXTRACT-READ-COUNT.
           MOVE ARCHIVE-INPUT-RECORD TO WS-ARCHIVE-LINE.
           IF WS-ARCHIVE-KEY-X IS NOT NUMERIC
               OR WS-ARCHIVE-KEYED-RANGES-X IS NOT NUMERIC
               OR NOT WS-ARCHIVE-FULL-OVERLAP-VALID
               OR NOT WS-ARCHIVE-ANY-OVERLAP-VALID
               ADD 1 TO WS-EXTRACT-MALFORMED-COUNT
               GO TO RESTORE-ONE-EXTRACT-LOOP
           END-IF.
           IF WS-ARCHIVE-RUN-DATE IS LESS THAN WS-RESTORE-FROM-DATE
               OR WS-ARCHIVE-RUN-DATE
               IS GREATER THAN WS-RESTORE-TO-DATE
               GO TO RESTORE-ONE-EXTRACT-LOOP.
           IF WS-ARCHIVE-LATER-FIELDS IS EQUAL TO SPACE
               MOVE 'Y' TO WS-LEGACY-LINE-FLAG
           ELSE
               MOVE 'N' TO WS-LEGACY-LINE-FLAG
               IF WS-ARCHIVE-EFFECTIVE-RANGES-X IS NOT NUMERIC
                   ADD 1 TO WS-EXTRACT-MALFORMED-COUNT
                   GO TO RESTORE-ONE-EXTRACT-LOOP
               END-IF
           END-IF.
           ADD 1 TO WS-EXTRACT-IN-PERIOD-COUNT.
           PERFORM RESTORE-ONE-RECORD.
           IF WS-RESTORE-TROUBLE-FLAG-YES
               GO TO RESTORE-ONE-EXTRACT-DONE.
           GO TO RESTORE-ONE-EXTRACT-LOOP.

       RESTORE-ONE-EXTRACT-DONE.
           CLOSE ADVENTOFCODEARCH4.
           MOVE WS-EXTRACT-READ-COUNT TO WS-EXTRACT-COUNT-READ.
           MOVE WS-EXTRACT-IN-PERIOD-COUNT
               TO WS-EXTRACT-COUNT-IN-PERIOD.
           MOVE WS-EXTRACT-RESTORED-COUNT TO WS-EXTRACT-COUNT-RESTORED.
           MOVE WS-EXTRACT-REFUSED-COUNT TO WS-EXTRACT-COUNT-REFUSED.
           MOVE WS-EXTRACT-MALFORMED-COUNT
               TO WS-EXTRACT-COUNT-MALFORMED.
           MOVE WS-EXTRACT-COUNT-RECORD TO RESTORE-OUTPUT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           ADD WS-EXTRACT-READ-COUNT TO WS-TOTAL-READ-COUNT.
           ADD WS-EXTRACT-RESTORED-COUNT TO WS-TOTAL-RESTORED-COUNT.
           ADD WS-EXTRACT-REFUSED-COUNT TO WS-TOTAL-REFUSED-COUNT.
           ADD WS-EXTRACT-MALFORMED-COUNT TO WS-TOTAL-MALFORMED-COUNT.

       RESTORE-ONE-EXTRACT-EXIT.
           EXIT.

      * Puts one archive line back on the master. A line from
      * before the effective ranges existed comes back with them
      * equal to its keyed ranges and the disposition "as keyed" -
      * nothing on it says dispatch ever changed it. A key already
      * on the master is refused and listed; any other write
      * failure stops the restore.
       RESTORE-ONE-RECORD SECTION.
           MOVE WS-ARCHIVE-LINE TO MASTER-RECORD.
           IF WS-LEGACY-LINE-FLAG-YES
               MOVE MASTER-ASSIGNMENT-1-START
                   TO MASTER-EFFECTIVE-1-START
               MOVE MASTER-ASSIGNMENT-1-END TO MASTER-EFFECTIVE-1-END
               MOVE MASTER-ASSIGNMENT-2-START
                   TO MASTER-EFFECTIVE-2-START
               MOVE MASTER-ASSIGNMENT-2-END TO MASTER-EFFECTIVE-2-END
               MOVE 'K' TO MASTER-DISPOSITION
               MOVE SPACE TO MASTER-ACK-STATUS
           END-IF.
           PERFORM FIND-OR-ADD-DAY.
           WRITE MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-MASTER-FILE-STATUS-DUPLICATE
               ADD 1 TO WS-EXTRACT-REFUSED-COUNT
               IF WS-DAY-SLOT IS GREATER THAN ZERO
                   ADD 1 TO WS-DAY-REFUSED-COUNT (WS-DAY-SLOT)
               END-IF
               MOVE MASTER-RUN-DATE TO WS-REFUSED-RUN-DATE
               MOVE MASTER-RECORD-NUMBER TO WS-REFUSED-RECORD-NUMBER
               MOVE MASTER-CREW-PAIR-ID TO WS-REFUSED-CREW-PAIR-ID
               MOVE WS-REFUSED-RECORD TO RESTORE-OUTPUT-RECORD
               PERFORM WRITE-REPORT-LINE
               GO TO RESTORE-ONE-RECORD-EXIT
           END-IF.
           IF NOT WS-MASTER-FILE-STATUS-VALID
               DISPLAY "MASTER WRITE FAILED WITH "
                   WS-MASTER-FILE-STATUS " - RESTORE STOPPED"
               MOVE 'Y' TO WS-RESTORE-TROUBLE-FLAG
               GO TO RESTORE-ONE-RECORD-EXIT
           END-IF.
           ADD 1 TO WS-EXTRACT-RESTORED-COUNT.
           IF WS-DAY-SLOT IS GREATER THAN ZERO
               ADD 1 TO WS-DAY-RESTORED-COUNT (WS-DAY-SLOT)
           END-IF.
           IF WS-LEGACY-LINE-FLAG-YES
               ADD 1 TO WS-TOTAL-PADDED-COUNT
           END-IF.

       RESTORE-ONE-RECORD-EXIT.
           EXIT.

      * WS-DAY-SLOT comes back as the per-day table slot for the
      * record's date - found, or opened in date order by moving
      * the later days up one. Zero when the table is full, and the
      * day then shows in the totals only.
       FIND-OR-ADD-DAY SECTION.
           MOVE ZERO TO WS-DAY-SLOT.
           MOVE ZERO TO WS-DAY-PTR.

       FIND-OR-ADD-DAY-LOOP.
           ADD 1 TO WS-DAY-PTR.
           IF WS-DAY-PTR IS GREATER THAN WS-DAY-COUNT
               GO TO FIND-OR-ADD-DAY-NEW.
           IF WS-DAY-DATE (WS-DAY-PTR) IS EQUAL TO MASTER-RUN-DATE
               MOVE WS-DAY-PTR TO WS-DAY-SLOT
               GO TO FIND-OR-ADD-DAY-EXIT.
           IF WS-DAY-DATE (WS-DAY-PTR) IS GREATER THAN MASTER-RUN-DATE
               GO TO FIND-OR-ADD-DAY-NEW.
           GO TO FIND-OR-ADD-DAY-LOOP.

       FIND-OR-ADD-DAY-NEW.
           IF WS-DAY-COUNT IS NOT LESS THAN 366
               IF NOT WS-DAY-TABLE-FULL-FLAG-YES
                   MOVE 'Y' TO WS-DAY-TABLE-FULL-FLAG
                   DISPLAY "MORE THAN 366 DAYS RESTORED - LATER DAYS "
                       "IN THE TOTALS ONLY"
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
           MOVE MASTER-RUN-DATE TO WS-DAY-DATE (WS-DAY-SLOT).
           MOVE ZERO TO WS-DAY-RESTORED-COUNT (WS-DAY-SLOT).
           MOVE ZERO TO WS-DAY-REFUSED-COUNT (WS-DAY-SLOT).

       FIND-OR-ADD-DAY-EXIT.
           EXIT.

      * One line per day the extracts held inside the period, in
      * date order.
       WRITE-DAY-LINES SECTION.
           MOVE ZERO TO WS-DAY-PTR.

       WRITE-DAY-LINES-LOOP.
           ADD 1 TO WS-DAY-PTR.
           IF WS-DAY-PTR IS GREATER THAN WS-DAY-COUNT
               GO TO WRITE-DAY-LINES-EXIT.
           MOVE WS-DAY-DATE (WS-DAY-PTR) TO WS-DAY-RECORD-DATE.
           MOVE WS-DAY-RESTORED-COUNT (WS-DAY-PTR)
               TO WS-DAY-RECORD-RESTORED.
           MOVE WS-DAY-REFUSED-COUNT (WS-DAY-PTR)
               TO WS-DAY-RECORD-REFUSED.
           MOVE WS-DAY-RECORD TO RESTORE-OUTPUT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           GO TO WRITE-DAY-LINES-LOOP.

       WRITE-DAY-LINES-EXIT.
           EXIT.

      * The run's totals - what the restore can be signed off on.
       WRITE-RESTORE-TOTALS SECTION.
           MOVE "EXTRACTS:         " TO WS-TOTAL-LABEL.
           MOVE WS-EXTRACT-COUNT TO WS-TOTAL-DISPLAY.
           MOVE WS-TOTAL-RECORD TO RESTORE-OUTPUT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE "EXTRACTS MISSING: " TO WS-TOTAL-LABEL.
           MOVE WS-EXTRACT-MISSING-COUNT TO WS-TOTAL-DISPLAY.
           MOVE WS-TOTAL-RECORD TO RESTORE-OUTPUT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE "LINES READ:       " TO WS-TOTAL-LABEL.
           MOVE WS-TOTAL-READ-COUNT TO WS-TOTAL-DISPLAY.
           MOVE WS-TOTAL-RECORD TO RESTORE-OUTPUT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE "RESTORED:         " TO WS-TOTAL-LABEL.
           MOVE WS-TOTAL-RESTORED-COUNT TO WS-TOTAL-DISPLAY.
           MOVE WS-TOTAL-RECORD TO RESTORE-OUTPUT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE "  PADDED AS KEYED:" TO WS-TOTAL-LABEL.
           MOVE WS-TOTAL-PADDED-COUNT TO WS-TOTAL-DISPLAY.
           MOVE WS-TOTAL-RECORD TO RESTORE-OUTPUT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE "REFUSED:          " TO WS-TOTAL-LABEL.
           MOVE WS-TOTAL-REFUSED-COUNT TO WS-TOTAL-DISPLAY.
           MOVE WS-TOTAL-RECORD TO RESTORE-OUTPUT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE "MALFORMED:        " TO WS-TOTAL-LABEL.
           MOVE WS-TOTAL-MALFORMED-COUNT TO WS-TOTAL-DISPLAY.
           MOVE WS-TOTAL-RECORD TO RESTORE-OUTPUT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           IF WS-RESTORE-TROUBLE-FLAG-YES
               MOVE "RESTORE STOPPED ON A MASTER WRITE FAILURE"
                   TO RESTORE-OUTPUT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-RESTORE-TOTALS-EXIT.
           EXIT.

       WRITE-REPORT-LINE SECTION.
           WRITE RESTORE-OUTPUT-RECORD.
           IF NOT WS-REPORT-FILE-STATUS-VALID
               DISPLAY "RESTORE REPORT WRITE FAILED WITH "
                   WS-REPORT-FILE-STATUS
           END-IF.

       WRITE-REPORT-LINE-EXIT.
           EXIT.
