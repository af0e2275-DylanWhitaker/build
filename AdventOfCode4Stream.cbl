      * COBOL programs have a maximum width of 80 characters.
      * This is so that they could support punch cards (yes, really).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENTOFCODE4STREAM.

      * Nightly job-stream controller. Runs the night's programs -
      * ADVENTOFCODE4, then PROOF, ALERT, RELACK, WLOAD and TREND,
      * or whatever the step-definition file lists - one after the
      * other, in file order, each as its own job, and holds the
      * stream the moment a step comes back with a condition code
      * above the highest its definition accepts.
      * Every step run (or skipped) is written to the step register
      * with the business date, the step, when it started and
      * ended, its condition code and the outcome, so nobody has to
      * piece together at 2 a.m. what already ran.
      * On resubmission for the same business date, steps the
      * register shows completed for that date are skipped and the
      * stream picks up at the step that failed. With no business
      * date given, a stream whose last register line is a failure
      * resumes that failure's date rather than starting today's.
      * The business date is handed to every step through
      * ADVENTOFCODE4BUSDATE, so a stream that runs past midnight
      * stays on one date.
      * Step-definition lines (see WS-STEP-DEFINITION-LINE):
      *   S name     cc command            - a step, in run order
      *   E name     variable  value       - an environment setting
      *                                      for the named step,
      *                                      put back after it runs
      *   *                                - a comment
      * Condition code: 0 stream complete, 4 stream complete with
      * one or more steps graded above zero (within what their
      * definitions accept), 8 stream held on a step's grade, 16 a
      * file would not open or the step definitions are in error
      * (nothing is run).
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

      * The step definitions - the stream to run.
       FILE-CONTROL.
       SELECT ADVENTOFCODESTEPS4
       ASSIGN DYNAMIC WS-STEP-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-STEP-FILE-STATUS.

      * The step register - read through first to see what already
      * ran for the business date, then appended to.
       SELECT ADVENTOFCODESTEPREG4
       ASSIGN DYNAMIC WS-REGISTER-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-REGISTER-FILE-STATUS.

      * Where the variables/data lives
       DATA DIVISION.

       FILE SECTION.

       FD  ADVENTOFCODESTEPS4.
       01  STEP-INPUT-RECORD                             PIC X(142).

       FD  ADVENTOFCODESTEPREG4.
       01  REGISTER-RECORD                               PIC X(80).

       WORKING-STORAGE SECTION.

      * File paths operations can override at run time via the
      * environment variables named below (see INITIALIZE-PARMS).
      * The VALUEs here are the defaults if a variable isn't set.
       01  WS-RUNTIME-PARMS.
           05  WS-STEP-FILE-PATH                        PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODESTEPS4.txt".
           05  WS-REGISTER-FILE-PATH                    PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODESTEPREG4.txt".
           05  WS-ENVIRONMENT-VALUE                     PIC X(100).

      * All COBOL variables must be declared. They have a heirarchical structure.
       01  WS-STRINGS                                   VALUE SPACE.
      * 2 Xs = two characters long
           05  WS-STEP-FILE-STATUS                      PIC XX.
      * 88 levels are like if checks
               88  WS-STEP-FILE-STATUS-VALID            VALUE "00".
               88  WS-STEP-FILE-STATUS-END              VALUE "10".
           05  WS-REGISTER-FILE-STATUS                  PIC XX.
               88  WS-REGISTER-FILE-STATUS-VALID        VALUE "00".
               88  WS-REGISTER-FILE-STATUS-END          VALUE "10".
               88  WS-REGISTER-FILE-NOT-FOUND           VALUE "35".
      * Whether operations named the business date - if not, the
      * register decides whether a failed date is being resumed.
           05  WS-BUSINESS-DATE-GIVEN-FLAG              PIC X.
               88  WS-BUSINESS-DATE-GIVEN               VALUE 'Y'.
      * Whether the stream was held on a step's grade.
           05  WS-STREAM-HELD-FLAG                      PIC X.
               88  WS-STREAM-HELD                       VALUE 'Y'.
      * The outcome of the step just run or skipped.
           05  WS-STEP-OUTCOME                          PIC X(8).
      * The last register line's outcome, for the resume decision.
           05  WS-LAST-REGISTER-OUTCOME                 PIC X(8).
      * The environment variable being saved, set or put back.
           05  WS-OVERRIDE-NAME                         PIC X(30).
           05  WS-OVERRIDE-VALUE                        PIC X(100).

       01  WS-INTS                                      VALUE ZERO.
      * The business date the stream runs for, and the last date a
      * register line was written for.
           05  WS-RUN-DATE                              PIC 9(8).
           05  WS-LAST-REGISTER-DATE                    PIC 9(8).
      * The calendar date and times a step ran - the register
      * carries both, since a night's stream crosses midnight.
           05  WS-CALENDAR-DATE                         PIC 9(8).
           05  WS-STEP-START-TIME                       PIC 9(8).
           05  WS-STEP-END-TIME                         PIC 9(8).
      * What the step handed back. A command that could not be
      * started at all reads as 999.
           05  WS-SYSTEM-RETURN-CODE                    PIC S9(9).
           05  WS-SYSTEM-QUOTIENT                       PIC S9(9).
           05  WS-SYSTEM-REMAINDER                      PIC S9(9).
           05  WS-STEP-CONDITION-CODE                   PIC 999.
      * Table bookkeeping and walkers.
           05  WS-STEP-COUNT                            PIC 99.
           05  WS-STEP-PTR                              PIC 99.
           05  WS-STEP-SLOT                             PIC 99.
           05  WS-OVERRIDE-COUNT                        PIC 9(3).
           05  WS-OVERRIDE-PTR                          PIC 9(3).
      * What the trailer and the condition code are set from.
           05  WS-STEP-LINES-READ                       PIC 9(5).
           05  WS-STEP-LINES-IN-ERROR                   PIC 9(5).
           05  WS-REGISTER-LINES-READ                   PIC 9(7).
           05  WS-STEPS-RUN                             PIC 99.
           05  WS-STEPS-SKIPPED                         PIC 99.
           05  WS-STEPS-WARNED                          PIC 99.

      * The stream - 50 steps, in run order, each with the highest
      * condition code it may come back with and the command that
      * runs it, and whether the register shows it completed for
      * the business date.
       01  WS-STEP-TABLE                                VALUE SPACE.
           05  WS-STEP-ENTRY                            OCCURS 50.
               10  WS-STEP-NAME                        PIC X(8).
               10  WS-STEP-MAX-CODE                    PIC 99.
               10  WS-STEP-COMMAND                     PIC X(80).
               10  WS-STEP-DONE-FLAG                   PIC X.
                   88  WS-STEP-DONE                    VALUE 'Y'.

      * The environment settings - 200 in all across the stream,
      * each with the step it is for, and the value it displaced
      * so it can be put back once the step ends.
       01  WS-OVERRIDE-TABLE                            VALUE SPACE.
           05  WS-OVERRIDE-ENTRY                        OCCURS 200.
               10  WS-OVERRIDE-STEP-SLOT               PIC 99.
               10  WS-OVERRIDE-TAB-NAME                PIC X(30).
               10  WS-OVERRIDE-TAB-VALUE               PIC X(100).
               10  WS-OVERRIDE-SAVED-VALUE             PIC X(100).

      * One step-definition line, cut at its fixed columns. The
      * step line and the environment line share the type and the
      * step name; the rest is read one way or the other.
       01  WS-STEP-DEFINITION-LINE.
           05  WS-STEP-LINE-TYPE                        PIC X.
               88  WS-STEP-LINE-STEP                    VALUE 'S'.
               88  WS-STEP-LINE-ENVIRONMENT             VALUE 'E'.
               88  WS-STEP-LINE-COMMENT                 VALUE '*'.
           05  FILLER                                   PIC X.
           05  WS-STEP-LINE-NAME                        PIC X(8).
           05  FILLER                                   PIC X.
           05  WS-STEP-LINE-DETAIL                      PIC X(131).
           05  WS-STEP-LINE-STEP-DETAIL                 REDEFINES
               WS-STEP-LINE-DETAIL.
               10  WS-STEP-LINE-MAX-CODE-X             PIC XX.
               10  WS-STEP-LINE-MAX-CODE-N             REDEFINES
                   WS-STEP-LINE-MAX-CODE-X             PIC 99.
               10  FILLER                              PIC X.
               10  WS-STEP-LINE-COMMAND                PIC X(80).
               10  FILLER                              PIC X(48).
           05  WS-STEP-LINE-ENV-DETAIL                  REDEFINES
               WS-STEP-LINE-DETAIL.
               10  WS-STEP-LINE-VARIABLE               PIC X(30).
               10  FILLER                              PIC X.
               10  WS-STEP-LINE-VALUE                  PIC X(100).

      * One register line - read back on a resubmission and written
      * for every step run or skipped.
       01  WS-REGISTER-LINE.
           05  WS-REGISTER-RUN-DATE                     PIC 9(8).
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-REGISTER-STEP-NUMBER                  PIC 99.
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-REGISTER-STEP-NAME                    PIC X(8).
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-REGISTER-CALENDAR-DATE                PIC 9(8).
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-REGISTER-START-TIME                   PIC 9(8).
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-REGISTER-END-TIME                     PIC 9(8).
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-REGISTER-CONDITION-CODE               PIC 999.
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-REGISTER-MAX-CODE                     PIC 99.
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-REGISTER-OUTCOME                      PIC X(8).
               88  WS-REGISTER-OUTCOME-COMPLETED        VALUE
                   "OK" "WARNING" "SKIPPED".
               88  WS-REGISTER-OUTCOME-FAILED           VALUE
                   "FAILED".
           05  FILLER                                   PIC X(17)
               VALUE SPACE.

       PROCEDURE DIVISION.

       PROGRAM-ENTRY.

           PERFORM INITIALIZE-PARMS.
           PERFORM LOAD-STEP-DEFINITIONS.
           PERFORM READ-STEP-REGISTER.
           PERFORM OPEN-FILES.
           PERFORM SET-STREAM-BUSINESS-DATE.
           PERFORM RUN-STREAM.
           PERFORM CLOSE-FILES.

           DISPLAY "BUSINESS DATE: " WS-RUN-DATE.
           DISPLAY "STEPS DEFINED: " WS-STEP-COUNT.
           DISPLAY "STEPS RUN: " WS-STEPS-RUN.
           DISPLAY "STEPS SKIPPED - ALREADY COMPLETE: "
               WS-STEPS-SKIPPED.
           DISPLAY "STEPS COMPLETE WITH WARNINGS: " WS-STEPS-WARNED.

           IF WS-STREAM-HELD
               DISPLAY "STREAM HELD - RESUBMIT TO RESTART FROM THE "
                   "FAILED STEP"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "STREAM COMPLETE"
               IF WS-STEPS-WARNED IS GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "CONDITION CODE: " RETURN-CODE.

           STOP RUN.

      * Lets operations point the controller at the stream and the
      * register and name the business date without editing and
      * recompiling the program - defaults above are kept if a
      * variable isn't set.
       INITIALIZE-PARMS.
           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODESTEPS4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-STEP-FILE-PATH
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODESTEPREG4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-REGISTER-FILE-PATH
           END-IF.

      * Same business date the daily run would take - today, or the
      * ADVENTOFCODE4BUSDATE operations give it.
           ACCEPT WS-CALENDAR-DATE FROM DATE YYYYMMDD.
           MOVE WS-CALENDAR-DATE TO WS-RUN-DATE.
           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODE4BUSDATE".
           IF WS-ENVIRONMENT-VALUE (1:8) IS NUMERIC
               MOVE WS-ENVIRONMENT-VALUE (1:8) TO WS-RUN-DATE
               MOVE 'Y' TO WS-BUSINESS-DATE-GIVEN-FLAG
               DISPLAY "BUSINESS DATE OVERRIDE: " WS-RUN-DATE
           END-IF.

      * The register is extended, never rewritten - it is the
      * record of every night's stream.
       OPEN-FILES.
           OPEN EXTEND ADVENTOFCODESTEPREG4.
           IF WS-REGISTER-FILE-NOT-FOUND
               OPEN OUTPUT ADVENTOFCODESTEPREG4
           END-IF.
               IF NOT WS-REGISTER-FILE-STATUS-VALID
                   DISPLAY "STEP REGISTER OPEN FAILED WITH "
                       WS-REGISTER-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

       CLOSE-FILES.
           CLOSE ADVENTOFCODESTEPREG4.
           IF NOT WS-REGISTER-FILE-STATUS-VALID
               DISPLAY "STEP REGISTER CLOSE FAILED WITH "
                   WS-REGISTER-FILE-STATUS
           END-IF.

      * Hands the stream's business date to every step, so a run
      * that crosses midnight (or resumes a failed date) keeps all
      * of its steps on the one date. A step's own setting for the
      * variable, if it has one, still wins while that step runs.
       SET-STREAM-BUSINESS-DATE.
           DISPLAY "STREAM BUSINESS DATE: " WS-RUN-DATE.
           MOVE "ADVENTOFCODE4BUSDATE" TO WS-OVERRIDE-NAME.
           MOVE WS-RUN-DATE TO WS-OVERRIDE-VALUE.
           DISPLAY WS-OVERRIDE-NAME UPON ENVIRONMENT-NAME.
           DISPLAY WS-OVERRIDE-VALUE UPON ENVIRONMENT-VALUE.

      * Reads the register through twice. The first pass, only
      * when no business date was given, looks at the last line: a
      * failure there means tonight's submission is a restart of
      * that date, not a new one. The second marks every step the
      * register shows completed for the business date. No register
      * yet is simply a first night.
       READ-STEP-REGISTER SECTION.
           IF WS-BUSINESS-DATE-GIVEN
               GO TO READ-STEP-REGISTER-MARK
           END-IF.
           OPEN INPUT ADVENTOFCODESTEPREG4.
           IF WS-REGISTER-FILE-NOT-FOUND
               GO TO READ-STEP-REGISTER-EXIT
           END-IF.
           IF NOT WS-REGISTER-FILE-STATUS-VALID
               DISPLAY "STEP REGISTER OPEN FAILED WITH "
                   WS-REGISTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-STEP-REGISTER-LAST.
           READ ADVENTOFCODESTEPREG4.
           IF NOT WS-REGISTER-FILE-STATUS-VALID
               GO TO READ-STEP-REGISTER-RESUME.
           MOVE REGISTER-RECORD TO WS-REGISTER-LINE.
           IF WS-REGISTER-RUN-DATE IS NUMERIC
               MOVE WS-REGISTER-RUN-DATE TO WS-LAST-REGISTER-DATE
               MOVE WS-REGISTER-OUTCOME TO WS-LAST-REGISTER-OUTCOME
           END-IF.
           GO TO READ-STEP-REGISTER-LAST.

       READ-STEP-REGISTER-RESUME.
           CLOSE ADVENTOFCODESTEPREG4.
           MOVE WS-LAST-REGISTER-OUTCOME TO WS-REGISTER-OUTCOME.
           IF WS-REGISTER-OUTCOME-FAILED
               MOVE WS-LAST-REGISTER-DATE TO WS-RUN-DATE
               DISPLAY "LAST STREAM FAILED - RESUMING BUSINESS DATE "
                   WS-RUN-DATE
           END-IF.

       READ-STEP-REGISTER-MARK.
           OPEN INPUT ADVENTOFCODESTEPREG4.
           IF WS-REGISTER-FILE-NOT-FOUND
               GO TO READ-STEP-REGISTER-EXIT
           END-IF.
           IF NOT WS-REGISTER-FILE-STATUS-VALID
               DISPLAY "STEP REGISTER OPEN FAILED WITH "
                   WS-REGISTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-STEP-REGISTER-LOOP.
           READ ADVENTOFCODESTEPREG4.
           IF NOT WS-REGISTER-FILE-STATUS-VALID
               GO TO READ-STEP-REGISTER-DONE.
           ADD 1 TO WS-REGISTER-LINES-READ.
           MOVE REGISTER-RECORD TO WS-REGISTER-LINE.
           IF WS-REGISTER-RUN-DATE IS NOT EQUAL TO WS-RUN-DATE
               GO TO READ-STEP-REGISTER-LOOP.
           MOVE WS-REGISTER-STEP-NAME TO WS-STEP-LINE-NAME.
           PERFORM FIND-STEP.
           IF WS-STEP-SLOT IS EQUAL TO ZERO
               GO TO READ-STEP-REGISTER-LOOP.
      * A later failure of the same step (a rerun after a completed
      * one was forced) puts it back to be run.
           IF WS-REGISTER-OUTCOME-COMPLETED
               MOVE 'Y' TO WS-STEP-DONE-FLAG (WS-STEP-SLOT)
           ELSE
               MOVE SPACE TO WS-STEP-DONE-FLAG (WS-STEP-SLOT)
           END-IF.
           GO TO READ-STEP-REGISTER-LOOP.

       READ-STEP-REGISTER-DONE.
           CLOSE ADVENTOFCODESTEPREG4.
           DISPLAY "STEP REGISTER LINES READ: " WS-REGISTER-LINES-READ.

       READ-STEP-REGISTER-EXIT.
           EXIT.

      * Loads the stream. Every line is checked before anything is
      * run - a step with no name, no command or an acceptable code
      * that isn't a number, a step named twice, a setting for a
      * step not defined above it, an unknown line type, or a full
      * table is reported, and the stream is not started.
       LOAD-STEP-DEFINITIONS SECTION.
           OPEN INPUT ADVENTOFCODESTEPS4.
           IF NOT WS-STEP-FILE-STATUS-VALID
               DISPLAY "STEP DEFINITIONS OPEN FAILED WITH "
                   WS-STEP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-STEP-DEFINITIONS-LOOP.
           READ ADVENTOFCODESTEPS4.
           IF NOT WS-STEP-FILE-STATUS-VALID
               GO TO LOAD-STEP-DEFINITIONS-DONE.
           ADD 1 TO WS-STEP-LINES-READ.
           MOVE STEP-INPUT-RECORD TO WS-STEP-DEFINITION-LINE.
           IF WS-STEP-LINE-COMMENT
               OR WS-STEP-DEFINITION-LINE IS EQUAL TO SPACE
               GO TO LOAD-STEP-DEFINITIONS-LOOP.
           IF WS-STEP-LINE-STEP
               PERFORM LOAD-STEP-LINE
               GO TO LOAD-STEP-DEFINITIONS-LOOP.
           IF WS-STEP-LINE-ENVIRONMENT
               PERFORM LOAD-ENVIRONMENT-LINE
               GO TO LOAD-STEP-DEFINITIONS-LOOP.
           DISPLAY "STEP LINE " WS-STEP-LINES-READ
               " - LINE TYPE NOT S, E OR *".
           ADD 1 TO WS-STEP-LINES-IN-ERROR.
           GO TO LOAD-STEP-DEFINITIONS-LOOP.

       LOAD-STEP-DEFINITIONS-DONE.
           CLOSE ADVENTOFCODESTEPS4.
           DISPLAY "STEPS LOADED: " WS-STEP-COUNT.
           DISPLAY "ENVIRONMENT SETTINGS LOADED: " WS-OVERRIDE-COUNT.
           IF WS-STEP-COUNT IS EQUAL TO ZERO
               DISPLAY "NO STEPS DEFINED"
               ADD 1 TO WS-STEP-LINES-IN-ERROR
           END-IF.
           IF WS-STEP-LINES-IN-ERROR IS GREATER THAN ZERO
               DISPLAY "STEP DEFINITIONS IN ERROR: "
                   WS-STEP-LINES-IN-ERROR " - STREAM NOT STARTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-STEP-DEFINITIONS-EXIT.
           EXIT.

       LOAD-STEP-LINE SECTION.
           IF WS-STEP-LINE-NAME IS EQUAL TO SPACE
               DISPLAY "STEP LINE " WS-STEP-LINES-READ
                   " - NO STEP NAME"
               ADD 1 TO WS-STEP-LINES-IN-ERROR
               GO TO LOAD-STEP-LINE-EXIT
           END-IF.
           IF WS-STEP-LINE-MAX-CODE-X IS NOT NUMERIC
               DISPLAY "STEP LINE " WS-STEP-LINES-READ
                   " - ACCEPTABLE CODE NOT NUMERIC"
               ADD 1 TO WS-STEP-LINES-IN-ERROR
               GO TO LOAD-STEP-LINE-EXIT
           END-IF.
           IF WS-STEP-LINE-COMMAND IS EQUAL TO SPACE
               DISPLAY "STEP LINE " WS-STEP-LINES-READ
                   " - NO COMMAND"
               ADD 1 TO WS-STEP-LINES-IN-ERROR
               GO TO LOAD-STEP-LINE-EXIT
           END-IF.
           PERFORM FIND-STEP.
           IF WS-STEP-SLOT IS GREATER THAN ZERO
               DISPLAY "STEP LINE " WS-STEP-LINES-READ
                   " - STEP " WS-STEP-LINE-NAME " ALREADY DEFINED"
               ADD 1 TO WS-STEP-LINES-IN-ERROR
               GO TO LOAD-STEP-LINE-EXIT
           END-IF.
           IF WS-STEP-COUNT IS NOT LESS THAN 50
               DISPLAY "STEP LINE " WS-STEP-LINES-READ
                   " - STEP TABLE FULL"
               ADD 1 TO WS-STEP-LINES-IN-ERROR
               GO TO LOAD-STEP-LINE-EXIT
           END-IF.
           ADD 1 TO WS-STEP-COUNT.
           MOVE WS-STEP-LINE-NAME TO WS-STEP-NAME (WS-STEP-COUNT).
           MOVE WS-STEP-LINE-MAX-CODE-N
               TO WS-STEP-MAX-CODE (WS-STEP-COUNT).
           MOVE WS-STEP-LINE-COMMAND TO WS-STEP-COMMAND (WS-STEP-COUNT).

       LOAD-STEP-LINE-EXIT.
           EXIT.

       LOAD-ENVIRONMENT-LINE SECTION.
           PERFORM FIND-STEP.
           IF WS-STEP-SLOT IS EQUAL TO ZERO
               DISPLAY "STEP LINE " WS-STEP-LINES-READ
                   " - SETTING FOR UNDEFINED STEP " WS-STEP-LINE-NAME
               ADD 1 TO WS-STEP-LINES-IN-ERROR
               GO TO LOAD-ENVIRONMENT-LINE-EXIT
           END-IF.
           IF WS-STEP-LINE-VARIABLE IS EQUAL TO SPACE
               DISPLAY "STEP LINE " WS-STEP-LINES-READ
                   " - NO VARIABLE NAME"
               ADD 1 TO WS-STEP-LINES-IN-ERROR
               GO TO LOAD-ENVIRONMENT-LINE-EXIT
           END-IF.
           IF WS-OVERRIDE-COUNT IS NOT LESS THAN 200
               DISPLAY "STEP LINE " WS-STEP-LINES-READ
                   " - SETTINGS TABLE FULL"
               ADD 1 TO WS-STEP-LINES-IN-ERROR
               GO TO LOAD-ENVIRONMENT-LINE-EXIT
           END-IF.
           ADD 1 TO WS-OVERRIDE-COUNT.
           MOVE WS-STEP-SLOT
               TO WS-OVERRIDE-STEP-SLOT (WS-OVERRIDE-COUNT).
           MOVE WS-STEP-LINE-VARIABLE
               TO WS-OVERRIDE-TAB-NAME (WS-OVERRIDE-COUNT).
           MOVE WS-STEP-LINE-VALUE
               TO WS-OVERRIDE-TAB-VALUE (WS-OVERRIDE-COUNT).

       LOAD-ENVIRONMENT-LINE-EXIT.
           EXIT.

      * Looks up WS-STEP-LINE-NAME among the steps loaded so far -
      * WS-STEP-SLOT comes back as its slot, or zero.
       FIND-STEP SECTION.
           MOVE ZERO TO WS-STEP-SLOT.
           MOVE ZERO TO WS-STEP-PTR.

       FIND-STEP-LOOP.
           ADD 1 TO WS-STEP-PTR.
           IF WS-STEP-PTR IS GREATER THAN WS-STEP-COUNT
               GO TO FIND-STEP-EXIT.
           IF WS-STEP-NAME (WS-STEP-PTR) IS EQUAL TO WS-STEP-LINE-NAME
               MOVE WS-STEP-PTR TO WS-STEP-SLOT
               GO TO FIND-STEP-EXIT.
           GO TO FIND-STEP-LOOP.

       FIND-STEP-EXIT.
           EXIT.

      * Walks the steps in order - skipping those already complete
      * for the date, running the rest - and stops at the first
      * whose grade is above what its definition accepts.
       RUN-STREAM SECTION.
           MOVE ZERO TO WS-STEP-PTR.

       RUN-STREAM-LOOP.
           ADD 1 TO WS-STEP-PTR.
           IF WS-STEP-PTR IS GREATER THAN WS-STEP-COUNT
               GO TO RUN-STREAM-EXIT.
           IF WS-STEP-DONE (WS-STEP-PTR)
               PERFORM SKIP-STEP
               GO TO RUN-STREAM-LOOP.
           PERFORM RUN-STEP.
           IF WS-STREAM-HELD
               GO TO RUN-STREAM-EXIT.
           GO TO RUN-STREAM-LOOP.

       RUN-STREAM-EXIT.
           EXIT.

      * A step the register shows complete for the date is not run
      * again - a line says so, so the register reads through.
       SKIP-STEP SECTION.
           ADD 1 TO WS-STEPS-SKIPPED.
           DISPLAY "STEP " WS-STEP-PTR " " WS-STEP-NAME (WS-STEP-PTR)
               " ALREADY COMPLETE FOR " WS-RUN-DATE " - SKIPPED".
           ACCEPT WS-CALENDAR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STEP-START-TIME FROM TIME.
           MOVE WS-STEP-START-TIME TO WS-STEP-END-TIME.
           MOVE ZERO TO WS-STEP-CONDITION-CODE.
           MOVE "SKIPPED" TO WS-STEP-OUTCOME.
           PERFORM WRITE-REGISTER-LINE.

       SKIP-STEP-EXIT.
           EXIT.

      * Runs one step as its own job: its settings go in (the value
      * each displaced kept aside), the command runs, the settings
      * come back out, and the grade is judged against the step's
      * definition.
       RUN-STEP SECTION.
           ADD 1 TO WS-STEPS-RUN.
           PERFORM SAVE-STEP-SETTINGS.
           PERFORM APPLY-STEP-SETTINGS.
           ACCEPT WS-CALENDAR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STEP-START-TIME FROM TIME.
           DISPLAY "STEP " WS-STEP-PTR " " WS-STEP-NAME (WS-STEP-PTR)
               " STARTED " WS-CALENDAR-DATE " " WS-STEP-START-TIME.
           CALL "SYSTEM" USING WS-STEP-COMMAND (WS-STEP-PTR).
           MOVE RETURN-CODE TO WS-SYSTEM-RETURN-CODE.
           ACCEPT WS-STEP-END-TIME FROM TIME.
           PERFORM RESTORE-STEP-SETTINGS.
           PERFORM SET-STEP-CONDITION-CODE.
           IF WS-STEP-CONDITION-CODE IS GREATER THAN
               WS-STEP-MAX-CODE (WS-STEP-PTR)
               MOVE "FAILED" TO WS-STEP-OUTCOME
               MOVE 'Y' TO WS-STREAM-HELD-FLAG
           ELSE
               IF WS-STEP-CONDITION-CODE IS GREATER THAN ZERO
                   MOVE "WARNING" TO WS-STEP-OUTCOME
                   ADD 1 TO WS-STEPS-WARNED
               ELSE
                   MOVE "OK" TO WS-STEP-OUTCOME
               END-IF
           END-IF.
           DISPLAY "STEP " WS-STEP-PTR " " WS-STEP-NAME (WS-STEP-PTR)
               " ENDED " WS-STEP-END-TIME " CONDITION CODE "
               WS-STEP-CONDITION-CODE " (ACCEPTS UP TO "
               WS-STEP-MAX-CODE (WS-STEP-PTR) ") " WS-STEP-OUTCOME.
           PERFORM WRITE-REGISTER-LINE.

       RUN-STEP-EXIT.
           EXIT.

      * Turns what the job handed back into its condition code.
      * Where the host reports a finished job's code in the high
      * byte of the status, it is shifted down; a job that could
      * not be started reads as 999, above anything a step may
      * accept.
       SET-STEP-CONDITION-CODE SECTION.
           IF WS-SYSTEM-RETURN-CODE IS LESS THAN ZERO
               MOVE 999 TO WS-STEP-CONDITION-CODE
               GO TO SET-STEP-CONDITION-CODE-EXIT
           END-IF.
           IF WS-SYSTEM-RETURN-CODE IS GREATER THAN 255
               DIVIDE WS-SYSTEM-RETURN-CODE BY 256
                   GIVING WS-SYSTEM-QUOTIENT
                   REMAINDER WS-SYSTEM-REMAINDER
               IF WS-SYSTEM-REMAINDER IS EQUAL TO ZERO
                   MOVE WS-SYSTEM-QUOTIENT TO WS-SYSTEM-RETURN-CODE
               END-IF
           END-IF.
           IF WS-SYSTEM-RETURN-CODE IS GREATER THAN 998
               MOVE 999 TO WS-STEP-CONDITION-CODE
           ELSE
               MOVE WS-SYSTEM-RETURN-CODE TO WS-STEP-CONDITION-CODE
           END-IF.

       SET-STEP-CONDITION-CODE-EXIT.
           EXIT.

      * Keeps aside the value each of the step's settings is about
      * to displace - all of them before any is applied, so a
      * variable set twice for one step still goes back to what it
      * was before the step.
       SAVE-STEP-SETTINGS SECTION.
           MOVE ZERO TO WS-OVERRIDE-PTR.

       SAVE-STEP-SETTINGS-LOOP.
           ADD 1 TO WS-OVERRIDE-PTR.
           IF WS-OVERRIDE-PTR IS GREATER THAN WS-OVERRIDE-COUNT
               GO TO SAVE-STEP-SETTINGS-EXIT.
           IF WS-OVERRIDE-STEP-SLOT (WS-OVERRIDE-PTR)
               IS NOT EQUAL TO WS-STEP-PTR
               GO TO SAVE-STEP-SETTINGS-LOOP.
           MOVE WS-OVERRIDE-TAB-NAME (WS-OVERRIDE-PTR)
               TO WS-OVERRIDE-NAME.
           DISPLAY WS-OVERRIDE-NAME UPON ENVIRONMENT-NAME.
           MOVE SPACE TO WS-OVERRIDE-VALUE.
           ACCEPT WS-OVERRIDE-VALUE FROM ENVIRONMENT-VALUE.
           MOVE WS-OVERRIDE-VALUE
               TO WS-OVERRIDE-SAVED-VALUE (WS-OVERRIDE-PTR).
           GO TO SAVE-STEP-SETTINGS-LOOP.

       SAVE-STEP-SETTINGS-EXIT.
           EXIT.

       APPLY-STEP-SETTINGS SECTION.
           MOVE ZERO TO WS-OVERRIDE-PTR.

       APPLY-STEP-SETTINGS-LOOP.
           ADD 1 TO WS-OVERRIDE-PTR.
           IF WS-OVERRIDE-PTR IS GREATER THAN WS-OVERRIDE-COUNT
               GO TO APPLY-STEP-SETTINGS-EXIT.
           IF WS-OVERRIDE-STEP-SLOT (WS-OVERRIDE-PTR)
               IS NOT EQUAL TO WS-STEP-PTR
               GO TO APPLY-STEP-SETTINGS-LOOP.
           MOVE WS-OVERRIDE-TAB-NAME (WS-OVERRIDE-PTR)
               TO WS-OVERRIDE-NAME.
           MOVE WS-OVERRIDE-TAB-VALUE (WS-OVERRIDE-PTR)
               TO WS-OVERRIDE-VALUE.
           DISPLAY WS-OVERRIDE-NAME UPON ENVIRONMENT-NAME.
           DISPLAY WS-OVERRIDE-VALUE UPON ENVIRONMENT-VALUE.
           GO TO APPLY-STEP-SETTINGS-LOOP.

       APPLY-STEP-SETTINGS-EXIT.
           EXIT.

      * Puts back what the step's settings displaced, so no setting
      * meant for one step leaks into the steps after it. A value
      * that was not set before goes back to blank, which every
      * program here reads as not set.
       RESTORE-STEP-SETTINGS SECTION.
           MOVE ZERO TO WS-OVERRIDE-PTR.

       RESTORE-STEP-SETTINGS-LOOP.
           ADD 1 TO WS-OVERRIDE-PTR.
           IF WS-OVERRIDE-PTR IS GREATER THAN WS-OVERRIDE-COUNT
               GO TO RESTORE-STEP-SETTINGS-EXIT.
           IF WS-OVERRIDE-STEP-SLOT (WS-OVERRIDE-PTR)
               IS NOT EQUAL TO WS-STEP-PTR
               GO TO RESTORE-STEP-SETTINGS-LOOP.
           MOVE WS-OVERRIDE-TAB-NAME (WS-OVERRIDE-PTR)
               TO WS-OVERRIDE-NAME.
           MOVE WS-OVERRIDE-SAVED-VALUE (WS-OVERRIDE-PTR)
               TO WS-OVERRIDE-VALUE.
           DISPLAY WS-OVERRIDE-NAME UPON ENVIRONMENT-NAME.
           DISPLAY WS-OVERRIDE-VALUE UPON ENVIRONMENT-VALUE.
           GO TO RESTORE-STEP-SETTINGS-LOOP.

       RESTORE-STEP-SETTINGS-EXIT.
           EXIT.

       WRITE-REGISTER-LINE SECTION.
           MOVE WS-RUN-DATE TO WS-REGISTER-RUN-DATE.
           MOVE WS-STEP-PTR TO WS-REGISTER-STEP-NUMBER.
           MOVE WS-STEP-NAME (WS-STEP-PTR) TO WS-REGISTER-STEP-NAME.
           MOVE WS-CALENDAR-DATE TO WS-REGISTER-CALENDAR-DATE.
           MOVE WS-STEP-START-TIME TO WS-REGISTER-START-TIME.
           MOVE WS-STEP-END-TIME TO WS-REGISTER-END-TIME.
           MOVE WS-STEP-CONDITION-CODE TO WS-REGISTER-CONDITION-CODE.
           MOVE WS-STEP-MAX-CODE (WS-STEP-PTR) TO WS-REGISTER-MAX-CODE.
           MOVE WS-STEP-OUTCOME TO WS-REGISTER-OUTCOME.
           MOVE WS-REGISTER-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           IF NOT WS-REGISTER-FILE-STATUS-VALID
               DISPLAY "STEP REGISTER WRITE FAILED WITH "
                   WS-REGISTER-FILE-STATUS
           END-IF.

       WRITE-REGISTER-LINE-EXIT.
           EXIT.
