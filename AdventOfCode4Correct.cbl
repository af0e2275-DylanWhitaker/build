      * COBOL programs have a maximum width of 80 characters.
      * This is so that they could support punch cards (yes, really).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENTOFCODE4CORRECT.

      * Scheduling desk's correction screen for ADVENTOFCODE4's
      * rejects - pages through the business date's exception
      * report one rejected line at a time, shows what was keyed
      * and why it was turned down, and lets the desk rekey the
      * crew-pair ID and both ranges. A correction is only saved
      * once it passes the same checks the daily run applies
      * (VALIDATE-WS-DATA - ranges present and forwards, every
      * endpoint on the section reference, the crew on the roster,
      * active and effective that day), so the supplemental run
      * does not simply reject it all over again. Saved lines go
      * to the correction file in the dispatch feed's own layout,
      * for ADVENTOFCODE4 to load as a supplemental run for the
      * same business date (ADVENTOFCODE4SUPPLEMENT=Y). Every
      * correction is logged - who, when, the line as keyed and
      * the line as corrected - so the day's rejects still tie to
      * what was loaded in their place. A reject already on the
      * log for the business date shows as corrected and is not
      * saved a second time, so the desk can stop and pick up
      * again later.
      * Condition code: 0 every reject corrected (or none to
      * correct), 4 rejects left outstanding, 8 the reject table
      * filled and later rejects were not paged, 16 a file would
      * not open.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

      * The day's exception report ADVENTOFCODE4 wrote - one
      * REJECTED line per turned-down record, with its reason.
       FILE-CONTROL.
       SELECT ADVENTOFCODEEXCEPT4
       ASSIGN DYNAMIC WS-EXCEPTION-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

      * Section reference master - for the unknown-section check.
       SELECT ADVENTOFCODESECT4
       ASSIGN DYNAMIC WS-SECTION-REF-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-SECTION-REF-FILE-STATUS.

      * Crew roster master - for the roster checks, and to name
      * the crew the desk has keyed.
       SELECT ADVENTOFCODEROSTER4
       ASSIGN DYNAMIC WS-ROSTER-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-ROSTER-FILE-STATUS.

      * Corrected lines, in the dispatch feed's "CREWID:s-e,s-e"
      * layout - the supplemental run's input. Appended, so a
      * desk session picked up again later adds to it.
       SELECT ADVENTOFCODECORR4
       ASSIGN DYNAMIC WS-CORRECTION-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-CORRECTION-FILE-STATUS.

      * One line appended per saved correction - who, when, the
      * reject as keyed and as corrected. Never truncated, same
      * stance as the daily run's audit log.
       SELECT ADVENTOFCODECORRLOG4
       ASSIGN DYNAMIC WS-CORRECTION-LOG-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-CORRECTION-LOG-FILE-STATUS.

      * Where the variables/data lives
       DATA DIVISION.

       FILE SECTION.

       FD  ADVENTOFCODEEXCEPT4.
       01  EXCEPTION-INPUT-RECORD                        PIC X(70).

       FD  ADVENTOFCODESECT4.
       01  SECTION-REF-INPUT-RECORD                      PIC X(30).

       FD  ADVENTOFCODEROSTER4.
       01  ROSTER-INPUT-RECORD                           PIC X(80).

       FD  ADVENTOFCODECORR4.
       01  CORRECTION-OUTPUT-RECORD                      PIC X(30).

       FD  ADVENTOFCODECORRLOG4.
       01  CORRECTION-LOG-RECORD                         PIC X(136).

       WORKING-STORAGE SECTION.

      * File paths operations can override at run time via the
      * environment variables named below (see INITIALIZE-PARMS).
      * The VALUEs here are the defaults if a variable isn't set.
       01  WS-RUNTIME-PARMS.
           05  WS-EXCEPTION-FILE-PATH                   PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODEEXCEPT4.txt".
           05  WS-SECTION-REF-FILE-PATH                 PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODESECT4.txt".
           05  WS-ROSTER-FILE-PATH                      PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODEROSTER4.txt".
           05  WS-CORRECTION-FILE-PATH                  PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODECORR4.txt".
           05  WS-CORRECTION-LOG-FILE-PATH              PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODECORRLOG4.txt".
           05  WS-ENVIRONMENT-VALUE                     PIC X(100).

      * All COBOL variables must be declared. They have a heirarchical structure.
       01  WS-STRINGS                                   VALUE SPACE.
      * 2 Xs = two characters long
           05  WS-EXCEPTION-FILE-STATUS                 PIC XX.
      * 88 levels are like if checks
               88  WS-EXCEPTION-FILE-STATUS-VALID       VALUE "00".
           05  WS-SECTION-REF-FILE-STATUS               PIC XX.
               88  WS-SECTION-REF-FILE-STATUS-VALID     VALUE "00".
               88  WS-SECTION-REF-FILE-NOT-FOUND        VALUE "35".
           05  WS-ROSTER-FILE-STATUS                    PIC XX.
               88  WS-ROSTER-FILE-STATUS-VALID          VALUE "00".
               88  WS-ROSTER-FILE-NOT-FOUND             VALUE "35".
           05  WS-CORRECTION-FILE-STATUS                PIC XX.
               88  WS-CORRECTION-FILE-STATUS-VALID      VALUE "00".
               88  WS-CORRECTION-FILE-NOT-FOUND         VALUE "35".
           05  WS-CORRECTION-LOG-FILE-STATUS            PIC XX.
               88  WS-CORRECTION-LOG-FILE-STATUS-VALID  VALUE "00".
               88  WS-CORRECTION-LOG-FILE-NOT-FOUND     VALUE "35".
      * Whether the section reference and roster loaded - a site
      * without either runs without that check, same stance as
      * the daily run.
           05  WS-SECTION-REF-LOADED-FLAG               PIC X.
               88  WS-SECTION-REF-LOADED-FLAG-YES       VALUE 'Y'.
           05  WS-ROSTER-LOADED-FLAG                    PIC X.
               88  WS-ROSTER-LOADED-FLAG-YES            VALUE 'Y'.
           05  WS-ROSTER-TABLE-FULL-FLAG                PIC X.
               88  WS-ROSTER-TABLE-FULL-FLAG-YES        VALUE 'Y'.
      * Whether the reject table ran out of slots - warned once,
      * and the run graded 8, since the rejects past that point
      * were never put in front of the desk.
           05  WS-REJECT-TABLE-FULL-FLAG                PIC X.
               88  WS-REJECT-TABLE-FULL-FLAG-YES        VALUE 'Y'.
           05  WS-RECORD-VALID-FLAG                     PIC X.
               88  WS-RECORD-VALID-FLAG-YES             VALUE 'Y'.
      * Why the rekeyed line failed validation - the same reasons
      * the daily run writes on its exception lines.
           05  WS-REJECT-REASON                         PIC X(20).
               88  WS-REJECT-REASON-NONE                VALUE SPACE.
           05  WS-ROSTER-SEARCH-ID                      PIC X(8).
           05  WS-CREW-PAIR-ID                          PIC X(8).
      * Who is at the desk, for the correction log - same source
      * as the daily run's audit line.
           05  WS-CORRECTION-USER                       PIC X(20).

       01  WS-INTS                                      VALUE ZERO.
      * The business date the rejects belong to - the calendar
      * date unless operations override it, same as the daily run.
           05  WS-RUN-DATE                               PIC 9(8).
           05  WS-REJECT-COUNT                           PIC 9(4).
           05  WS-REJECT-PTR                             PIC 9(4).
           05  WS-EXCEPTION-LINES-SKIPPED                PIC 9(5).
           05  WS-ALREADY-CORRECTED-COUNT                PIC 9(4).
           05  WS-SAVED-COUNT                            PIC 9(4).
           05  WS-OUTSTANDING-COUNT                      PIC 9(4).
           05  WS-SECTION-REF-COUNT                      PIC 9(3).
           05  WS-ROSTER-COUNT                           PIC 9(4).
           05  WS-ROSTER-PTR                             PIC 9(4).
           05  WS-ROSTER-SLOT                            PIC 9(4).
           05  WS-CORRECTION-DATE                        PIC 9(8).
           05  WS-CORRECTION-TIME                        PIC 9(8).
      * Parse work - the same character walk the daily run uses to
      * cut a feed line into its crew-pair ID and four numbers.
           05  WS-LOOP-PTR                              PIC 99.
               88  WS-LOOP-PTR-VALID-30                 VALUE 1 THRU 30.
           05  WS-ID-SCAN-PTR                           PIC 99.
           05  WS-ID-LENGTH                             PIC 99.
           05  WS-CURRENT-NUMBER                        PIC 999.
           05  WS-DIGIT-VALUE                            PIC 9.
           05  WS-PARSED-INTS.
               10  WS-ASSIGNMENT-1-START                PIC 999.
                   88  WS-ASSIGNMENT-1-START-ZERO       VALUE ZERO.
               10  WS-ASSIGNMENT-1-END                  PIC 999.
                   88  WS-ASSIGNMENT-1-END-ZERO         VALUE ZERO.
               10  WS-ASSIGNMENT-2-START                PIC 999.
                   88  WS-ASSIGNMENT-2-START-ZERO       VALUE ZERO.
               10  WS-ASSIGNMENT-2-END                  PIC 999.
                   88  WS-ASSIGNMENT-2-END-ZERO         VALUE ZERO.

      * One slot per camp section 1-999 - present only where the
      * reference master has a line for the section.
       01  WS-SECTION-REF-TABLE                         VALUE SPACE.
           05  WS-SECTION-REF-ENTRY                     OCCURS 999.
               10  WS-SECTION-REF-PRESENT-FLAG         PIC X.
                   88  WS-SECTION-REF-PRESENT          VALUE 'Y'.

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

      * Every crew pair on the roster - the two crew members,
      * whether the pair is active, and the first and last business
      * dates it works (an open-ended pairing carries 99999999).
       01  WS-ROSTER-TABLE                              VALUE SPACE.
           05  WS-ROSTER-ENTRY                          OCCURS 2000.
               10  WS-ROSTER-TAB-PAIR-ID               PIC X(8).
               10  WS-ROSTER-TAB-NAME-1                PIC X(20).
               10  WS-ROSTER-TAB-NAME-2                PIC X(20).
               10  WS-ROSTER-TAB-STATUS                PIC X.
                   88  WS-ROSTER-TAB-ACTIVE            VALUE 'A'.
               10  WS-ROSTER-TAB-EFFECTIVE-FROM        PIC 9(8).
               10  WS-ROSTER-TAB-EFFECTIVE-TO          PIC 9(8).

      * One roster line, cut at its fixed columns. Same layout
      * ADVENTOFCODE4CREWMNT writes and the daily run reads.
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
               88  WS-ROSTER-STATUS-KNOWN               VALUE 'A' 'I'.
           05  FILLER                                   PIC X.
           05  WS-ROSTER-EFFECTIVE-FROM-X               PIC X(8).
           05  WS-ROSTER-EFFECTIVE-FROM-N               REDEFINES
               WS-ROSTER-EFFECTIVE-FROM-X               PIC 9(8).
           05  FILLER                                   PIC X.
           05  WS-ROSTER-EFFECTIVE-TO-X                 PIC X(8).
           05  WS-ROSTER-EFFECTIVE-TO-N                 REDEFINES
               WS-ROSTER-EFFECTIVE-TO-X                 PIC 9(8).
           05  FILLER                                   PIC X(8).

      * One exception line, cut at the columns WRITE-EXCEPTION-RECORD
      * in ADVENTOFCODE4 lays it down at.
       01  WS-EXCEPTION-LINE.
           05  WS-EXCEPTION-TAG                         PIC X(9).
               88  WS-EXCEPTION-TAG-REJECTED            VALUE
                   "REJECTED:".
           05  FILLER                                   PIC X.
           05  WS-EXCEPTION-CREW-PAIR-ID                PIC X(8).
           05  FILLER                                   PIC X.
           05  WS-EXCEPTION-LINE-TEXT                   PIC X(30).
           05  FILLER                                   PIC X.
           05  WS-EXCEPTION-REASON                      PIC X(20).

      * The day's rejects in exception-report order - the line as
      * keyed, why it was turned down, and whether (and to what)
      * the desk has corrected it. A reject's place in this table
      * is its reject number on the correction log.
       01  WS-REJECT-TABLE                              VALUE SPACE.
           05  WS-REJECT-ENTRY                          OCCURS 2000.
               10  WS-REJECT-TAB-TEXT                  PIC X(30).
               10  WS-REJECT-TAB-REASON                PIC X(20).
               10  WS-REJECT-TAB-DONE-FLAG             PIC X.
                   88  WS-REJECT-TAB-DONE              VALUE 'Y'.
               10  WS-REJECT-TAB-CORRECTED-TEXT        PIC X(30).

       01  WS-FILE-INPUT                                VALUE SPACE.
           05  FILLER                                   PIC X(30).

       01  WS-CURRENT                                   REDEFINES
           WS-FILE-INPUT.
           05  WS-CURRENT-CHARACTER                     PIC X OCCURS 30.

      * A corrected line in the dispatch feed's layout - crew-pair
      * ID, colon, then both ranges, numbers zero-filled to three
      * digits (the daily run's parser reads "007" as 7). A blank
      * crew-pair ID goes out in the contractor's bare format.
       01  WS-CORRECTED-LINE                            VALUE SPACE.
           05  WS-CORRECTED-CREW-PAIR-ID                PIC X(8).
           05  WS-CORRECTED-COLON                       PIC X.
           05  WS-CORRECTED-RANGES.
               10  WS-CORRECTED-1-START                 PIC 999.
               10  WS-CORRECTED-DASH-1                  PIC X.
               10  WS-CORRECTED-1-END                   PIC 999.
               10  WS-CORRECTED-COMMA                   PIC X.
               10  WS-CORRECTED-2-START                 PIC 999.
               10  WS-CORRECTED-DASH-2                  PIC X.
               10  WS-CORRECTED-2-END                   PIC 999.
           05  FILLER                                   PIC X(6).

      * One correction log line, fixed columns - the business date,
      * when and by whom, which reject (its place on the day's
      * exception report) and why it was turned down, then the line
      * as keyed and the line as corrected.
       01  WS-CORRECTION-LOG-LINE.
           05  WS-LOG-BUSINESS-DATE-X                   PIC X(8).
           05  WS-LOG-BUSINESS-DATE-N                   REDEFINES
               WS-LOG-BUSINESS-DATE-X                   PIC 9(8).
           05  FILLER                                   PIC X.
           05  WS-LOG-DATE                              PIC 9(8).
           05  FILLER                                   PIC X.
           05  WS-LOG-TIME                              PIC 9(8).
           05  FILLER                                   PIC X.
           05  WS-LOG-USER                              PIC X(20).
           05  FILLER                                   PIC X.
           05  WS-LOG-REJECT-NUMBER-X                   PIC X(5).
           05  WS-LOG-REJECT-NUMBER-N                   REDEFINES
               WS-LOG-REJECT-NUMBER-X                   PIC 9(5).
           05  FILLER                                   PIC X.
           05  WS-LOG-REASON                            PIC X(20).
           05  FILLER                                   PIC X.
           05  WS-LOG-ORIGINAL-TEXT                     PIC X(30).
           05  FILLER                                   PIC X.
           05  WS-LOG-CORRECTED-TEXT                    PIC X(30).

      * What the screen shows and takes back - the reject being
      * worked, the desk's rekeyed fields, the action code, and a
      * message line for whatever the last action came to.
       01  WS-SCREEN-FIELDS                             VALUE SPACE.
           05  WS-SCREEN-STATE                          PIC X(11).
           05  WS-SCREEN-ORIGINAL-TEXT                  PIC X(30).
           05  WS-SCREEN-REASON                         PIC X(20).
           05  WS-SCREEN-CORRECTED-TEXT                 PIC X(30).
           05  WS-SCREEN-CREW-PAIR-ID                   PIC X(8).
           05  WS-SCREEN-CREW-NAME-1                    PIC X(20).
           05  WS-SCREEN-CREW-NAME-2                    PIC X(20).
           05  WS-SCREEN-ACTION                         PIC X.
               88  WS-SCREEN-ACTION-SAVE                VALUE 'S' 's'.
               88  WS-SCREEN-ACTION-NEXT                VALUE 'N' 'n'.
               88  WS-SCREEN-ACTION-PREVIOUS            VALUE 'P' 'p'.
               88  WS-SCREEN-ACTION-EXIT                VALUE 'X' 'x'.
           05  WS-SCREEN-MESSAGE                        PIC X(40).
           05  WS-SCREEN-MESSAGE-REASON                 PIC X(20).

       01  WS-SCREEN-NUMBERS                            VALUE ZERO.
           05  WS-SCREEN-1-START                        PIC 999.
           05  WS-SCREEN-1-END                          PIC 999.
           05  WS-SCREEN-2-START                        PIC 999.
           05  WS-SCREEN-2-END                          PIC 999.

      * The correction screen - one reject per page.
       SCREEN SECTION.
       01  CORRECTION-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
               VALUE "ADVENTOFCODE4 - REJECT CORRECTION".
           05  LINE 1 COLUMN 50 VALUE "BUSINESS DATE:".
           05  LINE 1 COLUMN 65 PIC 9(8) FROM WS-RUN-DATE.
           05  LINE 3 COLUMN 1 VALUE "REJECT".
           05  LINE 3 COLUMN 8 PIC ZZZ9 FROM WS-REJECT-PTR.
           05  LINE 3 COLUMN 13 VALUE "OF".
           05  LINE 3 COLUMN 16 PIC ZZZ9 FROM WS-REJECT-COUNT.
           05  LINE 3 COLUMN 22 PIC X(11) FROM WS-SCREEN-STATE.
           05  LINE 5 COLUMN 1 VALUE "AS KEYED:".
           05  LINE 5 COLUMN 16 PIC X(30) FROM WS-SCREEN-ORIGINAL-TEXT.
           05  LINE 6 COLUMN 1 VALUE "REJECTED FOR:".
           05  LINE 6 COLUMN 16 PIC X(20) FROM WS-SCREEN-REASON.
           05  LINE 7 COLUMN 1 VALUE "CORRECTED TO:".
           05  LINE 7 COLUMN 16 PIC X(30)
               FROM WS-SCREEN-CORRECTED-TEXT.
           05  LINE 9 COLUMN 1 VALUE "CREW-PAIR ID:".
           05  LINE 9 COLUMN 16 PIC X(8) USING WS-SCREEN-CREW-PAIR-ID.
           05  LINE 9 COLUMN 26 PIC X(20) FROM WS-SCREEN-CREW-NAME-1.
           05  LINE 9 COLUMN 47 PIC X(20) FROM WS-SCREEN-CREW-NAME-2.
           05  LINE 10 COLUMN 1 VALUE "FIRST RANGE:".
           05  LINE 10 COLUMN 16 PIC 999 USING WS-SCREEN-1-START.
           05  LINE 10 COLUMN 20 VALUE "-".
           05  LINE 10 COLUMN 22 PIC 999 USING WS-SCREEN-1-END.
           05  LINE 11 COLUMN 1 VALUE "SECOND RANGE:".
           05  LINE 11 COLUMN 16 PIC 999 USING WS-SCREEN-2-START.
           05  LINE 11 COLUMN 20 VALUE "-".
           05  LINE 11 COLUMN 22 PIC 999 USING WS-SCREEN-2-END.
           05  LINE 13 COLUMN 1
               VALUE "ACTION - S SAVE, N NEXT, P PREVIOUS, X EXIT:".
           05  LINE 13 COLUMN 47 PIC X USING WS-SCREEN-ACTION.
           05  LINE 15 COLUMN 1 PIC X(40) FROM WS-SCREEN-MESSAGE.
           05  LINE 15 COLUMN 42 PIC X(20)
               FROM WS-SCREEN-MESSAGE-REASON.

       PROCEDURE DIVISION.

       PROGRAM-ENTRY.

           PERFORM INITIALIZE-PARMS.
           PERFORM LOAD-SECTION-REFERENCE.
           PERFORM LOAD-CREW-ROSTER.
           PERFORM LOAD-REJECTS.
           PERFORM LOAD-CORRECTION-LOG.
           IF WS-REJECT-COUNT IS GREATER THAN ZERO
               PERFORM OPEN-OUTPUT-FILES
               PERFORM WORK-REJECTS
               CLOSE ADVENTOFCODECORR4
               CLOSE ADVENTOFCODECORRLOG4
           END-IF.
           PERFORM COUNT-OUTSTANDING.

           DISPLAY "REJECTS ON FILE: " WS-REJECT-COUNT.
           DISPLAY "ALREADY CORRECTED: " WS-ALREADY-CORRECTED-COUNT.
           DISPLAY "CORRECTIONS SAVED: " WS-SAVED-COUNT.
           DISPLAY "STILL OUTSTANDING: " WS-OUTSTANDING-COUNT.

           IF WS-REJECT-TABLE-FULL-FLAG-YES
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-OUTSTANDING-COUNT IS GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "CONDITION CODE: " RETURN-CODE.

           STOP RUN.

      * Lets operations point the screen at the day's files without
      * editing and recompiling the program - defaults above are
      * kept if a variable isn't set.
       INITIALIZE-PARMS.
           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODEEXCEPT4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-EXCEPTION-FILE-PATH
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
               FROM ENVIRONMENT "ADVENTOFCODECORR4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-CORRECTION-FILE-PATH
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODECORRLOG4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE
                   TO WS-CORRECTION-LOG-FILE-PATH
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      * Business-date override - the same variable the daily run
      * keys its master records under, so the roster is judged for
      * the day the rejects belong to, not the day they are fixed.
           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODE4BUSDATE".
           IF WS-ENVIRONMENT-VALUE (1:8) IS NUMERIC
               MOVE WS-ENVIRONMENT-VALUE (1:8) TO WS-RUN-DATE
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE FROM ENVIRONMENT "USER".
           IF WS-ENVIRONMENT-VALUE = SPACE
               MOVE "UNKNOWN" TO WS-CORRECTION-USER
           ELSE
               MOVE WS-ENVIRONMENT-VALUE TO WS-CORRECTION-USER
           END-IF.

      * Both outputs are appended, with the same first-time OUTPUT
      * fallback the audit log uses. Either one failing to open
      * ends the session before the desk keys anything - a
      * correction that can't be logged must not be saved.
       OPEN-OUTPUT-FILES.
           OPEN EXTEND ADVENTOFCODECORR4.
           IF WS-CORRECTION-FILE-NOT-FOUND
               OPEN OUTPUT ADVENTOFCODECORR4
           END-IF.
               IF NOT WS-CORRECTION-FILE-STATUS-VALID
                   DISPLAY "CORRECTION FILE OPEN FAILED WITH "
                       WS-CORRECTION-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
           OPEN EXTEND ADVENTOFCODECORRLOG4.
           IF WS-CORRECTION-LOG-FILE-NOT-FOUND
               OPEN OUTPUT ADVENTOFCODECORRLOG4
           END-IF.
               IF NOT WS-CORRECTION-LOG-FILE-STATUS-VALID
                   DISPLAY "CORRECTION LOG OPEN FAILED WITH "
                       WS-CORRECTION-LOG-FILE-STATUS
                   CLOSE ADVENTOFCODECORR4
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

      * Loads the section reference master - only whether each
      * section is on file matters here. A missing file is a plain
      * warning (the unknown-section check just sits out); a
      * malformed line is skipped.
       LOAD-SECTION-REFERENCE SECTION.
           OPEN INPUT ADVENTOFCODESECT4.
           IF WS-SECTION-REF-FILE-NOT-FOUND
               DISPLAY "SECTION REFERENCE NOT ON FILE - "
                   "UNKNOWN-SECTION CHECK SKIPPED"
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
               GO TO LOAD-SECTION-REFERENCE-LOOP
           END-IF.
           MOVE 'Y' TO
               WS-SECTION-REF-PRESENT-FLAG (WS-SECTION-REF-NUMBER-N).
           ADD 1 TO WS-SECTION-REF-COUNT.
           GO TO LOAD-SECTION-REFERENCE-LOOP.

       LOAD-SECTION-REFERENCE-DONE.
           CLOSE ADVENTOFCODESECT4.
           MOVE 'Y' TO WS-SECTION-REF-LOADED-FLAG.

       LOAD-SECTION-REFERENCE-EXIT.
           EXIT.

      * Loads the crew roster into its table - the same loader the
      * daily run uses, so a crew passes or fails here exactly as
      * it would there.
       LOAD-CREW-ROSTER SECTION.
           OPEN INPUT ADVENTOFCODEROSTER4.
           IF WS-ROSTER-FILE-NOT-FOUND
               DISPLAY "CREW ROSTER NOT ON FILE - "
                   "ROSTER CHECK SKIPPED"
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
               OR NOT WS-ROSTER-STATUS-KNOWN
               GO TO LOAD-CREW-ROSTER-LOOP
           END-IF.
           IF WS-ROSTER-COUNT IS NOT LESS THAN 2000
               MOVE 'Y' TO WS-ROSTER-TABLE-FULL-FLAG
               GO TO LOAD-CREW-ROSTER-LOOP
           END-IF.
           ADD 1 TO WS-ROSTER-COUNT.
           MOVE WS-ROSTER-PAIR-ID
               TO WS-ROSTER-TAB-PAIR-ID (WS-ROSTER-COUNT).
           MOVE WS-ROSTER-NAME-1
               TO WS-ROSTER-TAB-NAME-1 (WS-ROSTER-COUNT).
           MOVE WS-ROSTER-NAME-2
               TO WS-ROSTER-TAB-NAME-2 (WS-ROSTER-COUNT).
           MOVE WS-ROSTER-STATUS
               TO WS-ROSTER-TAB-STATUS (WS-ROSTER-COUNT).
           IF WS-ROSTER-EFFECTIVE-FROM-X IS NUMERIC
               MOVE WS-ROSTER-EFFECTIVE-FROM-N
                   TO WS-ROSTER-TAB-EFFECTIVE-FROM (WS-ROSTER-COUNT)
           ELSE
               MOVE ZERO
                   TO WS-ROSTER-TAB-EFFECTIVE-FROM (WS-ROSTER-COUNT)
           END-IF.
           IF WS-ROSTER-EFFECTIVE-TO-X IS NUMERIC
               MOVE WS-ROSTER-EFFECTIVE-TO-N
                   TO WS-ROSTER-TAB-EFFECTIVE-TO (WS-ROSTER-COUNT)
           ELSE
               MOVE 99999999
                   TO WS-ROSTER-TAB-EFFECTIVE-TO (WS-ROSTER-COUNT)
           END-IF.
           GO TO LOAD-CREW-ROSTER-LOOP.

       LOAD-CREW-ROSTER-DONE.
           CLOSE ADVENTOFCODEROSTER4.
           MOVE 'Y' TO WS-ROSTER-LOADED-FLAG.

       LOAD-CREW-ROSTER-EXIT.
           EXIT.

      * Finds WS-ROSTER-SEARCH-ID on the roster - WS-ROSTER-SLOT
      * comes back as its slot, or zero when it isn't there.
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

      * Loads the day's REJECTED lines into the reject table, in
      * exception-report order. No exception report at all means
      * the daily run hasn't been, or wrote nothing - a hard stop,
      * since there is nothing the desk could correct against.
       LOAD-REJECTS SECTION.
           OPEN INPUT ADVENTOFCODEEXCEPT4.
           IF NOT WS-EXCEPTION-FILE-STATUS-VALID
               DISPLAY "EXCEPTION REPORT OPEN FAILED WITH "
                   WS-EXCEPTION-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-REJECTS-LOOP.
           READ ADVENTOFCODEEXCEPT4.
           IF NOT WS-EXCEPTION-FILE-STATUS-VALID
               GO TO LOAD-REJECTS-DONE.
           MOVE EXCEPTION-INPUT-RECORD TO WS-EXCEPTION-LINE.
           IF NOT WS-EXCEPTION-TAG-REJECTED
               ADD 1 TO WS-EXCEPTION-LINES-SKIPPED
               GO TO LOAD-REJECTS-LOOP
           END-IF.
           IF WS-REJECT-COUNT IS NOT LESS THAN 2000
               IF NOT WS-REJECT-TABLE-FULL-FLAG-YES
                   MOVE 'Y' TO WS-REJECT-TABLE-FULL-FLAG
                   DISPLAY "REJECT TABLE FULL - LATER REJECTS "
                       "NOT PAGED"
               END-IF
               GO TO LOAD-REJECTS-LOOP
           END-IF.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE WS-EXCEPTION-LINE-TEXT
               TO WS-REJECT-TAB-TEXT (WS-REJECT-COUNT).
           MOVE WS-EXCEPTION-REASON
               TO WS-REJECT-TAB-REASON (WS-REJECT-COUNT).
           MOVE 'N' TO WS-REJECT-TAB-DONE-FLAG (WS-REJECT-COUNT).
           GO TO LOAD-REJECTS-LOOP.

       LOAD-REJECTS-DONE.
           CLOSE ADVENTOFCODEEXCEPT4.
           IF WS-EXCEPTION-LINES-SKIPPED IS GREATER THAN ZERO
               DISPLAY "EXCEPTION LINES SKIPPED: "
                   WS-EXCEPTION-LINES-SKIPPED
           END-IF.

       LOAD-REJECTS-EXIT.
           EXIT.

      * Marks off every reject the log already holds a correction
      * for - same business date, same reject number, same line as
      * keyed - so an earlier session's work shows as done and is
      * not saved twice. No log yet just means nothing corrected.
       LOAD-CORRECTION-LOG SECTION.
           OPEN INPUT ADVENTOFCODECORRLOG4.
           IF NOT WS-CORRECTION-LOG-FILE-STATUS-VALID
               GO TO LOAD-CORRECTION-LOG-EXIT
           END-IF.

       LOAD-CORRECTION-LOG-LOOP.
           READ ADVENTOFCODECORRLOG4.
           IF NOT WS-CORRECTION-LOG-FILE-STATUS-VALID
               GO TO LOAD-CORRECTION-LOG-DONE.
           MOVE CORRECTION-LOG-RECORD TO WS-CORRECTION-LOG-LINE.
           IF WS-LOG-BUSINESS-DATE-X IS NOT NUMERIC
               OR WS-LOG-REJECT-NUMBER-X IS NOT NUMERIC
               GO TO LOAD-CORRECTION-LOG-LOOP
           END-IF.
           IF WS-LOG-BUSINESS-DATE-N IS NOT EQUAL TO WS-RUN-DATE
               OR WS-LOG-REJECT-NUMBER-N IS EQUAL TO ZERO
               OR WS-LOG-REJECT-NUMBER-N IS GREATER THAN
               WS-REJECT-COUNT
               GO TO LOAD-CORRECTION-LOG-LOOP
           END-IF.
           IF WS-LOG-ORIGINAL-TEXT IS NOT EQUAL TO
               WS-REJECT-TAB-TEXT (WS-LOG-REJECT-NUMBER-N)
               OR WS-REJECT-TAB-DONE (WS-LOG-REJECT-NUMBER-N)
               GO TO LOAD-CORRECTION-LOG-LOOP
           END-IF.
           MOVE 'Y' TO WS-REJECT-TAB-DONE-FLAG (WS-LOG-REJECT-NUMBER-N).
           MOVE WS-LOG-CORRECTED-TEXT
               TO WS-REJECT-TAB-CORRECTED-TEXT
               (WS-LOG-REJECT-NUMBER-N).
           ADD 1 TO WS-ALREADY-CORRECTED-COUNT.
           GO TO LOAD-CORRECTION-LOG-LOOP.

       LOAD-CORRECTION-LOG-DONE.
           CLOSE ADVENTOFCODECORRLOG4.

       LOAD-CORRECTION-LOG-EXIT.
           EXIT.

      * The desk's session - opens on the first reject still
      * outstanding (or the first of all, if every one is done),
      * then shows one reject per page and acts on the action code
      * keyed: save the rekeyed line, page forward or back, or
      * leave. A save that fails validation stays on the page with
      * the reason shown, so the desk can fix it and save again.
       WORK-REJECTS SECTION.
           MOVE 1 TO WS-REJECT-PTR.

       WORK-REJECTS-FIND-OPEN.
           IF WS-REJECT-PTR IS GREATER THAN WS-REJECT-COUNT
               MOVE 1 TO WS-REJECT-PTR
               MOVE "EVERY REJECT FOR THE DAY IS CORRECTED"
                   TO WS-SCREEN-MESSAGE
               GO TO WORK-REJECTS-SHOW.
           IF NOT WS-REJECT-TAB-DONE (WS-REJECT-PTR)
               GO TO WORK-REJECTS-SHOW.
           ADD 1 TO WS-REJECT-PTR.
           GO TO WORK-REJECTS-FIND-OPEN.

       WORK-REJECTS-SHOW.
           PERFORM LOAD-SCREEN-FIELDS.

       WORK-REJECTS-ACCEPT.
           MOVE SPACE TO WS-SCREEN-ACTION.
           DISPLAY CORRECTION-SCREEN.
           ACCEPT CORRECTION-SCREEN.
           MOVE SPACE TO WS-SCREEN-MESSAGE.
           MOVE SPACE TO WS-SCREEN-MESSAGE-REASON.
           IF WS-SCREEN-ACTION-EXIT
               GO TO WORK-REJECTS-EXIT.
           IF WS-SCREEN-ACTION-SAVE
               GO TO WORK-REJECTS-SAVE.
           IF WS-SCREEN-ACTION-NEXT
               IF WS-REJECT-PTR IS LESS THAN WS-REJECT-COUNT
                   ADD 1 TO WS-REJECT-PTR
                   GO TO WORK-REJECTS-SHOW
               ELSE
                   MOVE "ALREADY AT THE LAST REJECT"
                       TO WS-SCREEN-MESSAGE
                   GO TO WORK-REJECTS-ACCEPT
               END-IF
           END-IF.
           IF WS-SCREEN-ACTION-PREVIOUS
               IF WS-REJECT-PTR IS GREATER THAN 1
                   SUBTRACT 1 FROM WS-REJECT-PTR
                   GO TO WORK-REJECTS-SHOW
               ELSE
                   MOVE "ALREADY AT THE FIRST REJECT"
                       TO WS-SCREEN-MESSAGE
                   GO TO WORK-REJECTS-ACCEPT
               END-IF
           END-IF.
           MOVE "ACTION MUST BE S, N, P OR X" TO WS-SCREEN-MESSAGE.
           GO TO WORK-REJECTS-ACCEPT.

       WORK-REJECTS-SAVE.
           IF WS-REJECT-TAB-DONE (WS-REJECT-PTR)
               MOVE "ALREADY CORRECTED - NOT SAVED AGAIN"
                   TO WS-SCREEN-MESSAGE
               GO TO WORK-REJECTS-ACCEPT
           END-IF.
           MOVE WS-SCREEN-CREW-PAIR-ID TO WS-CREW-PAIR-ID.
           MOVE WS-SCREEN-1-START TO WS-ASSIGNMENT-1-START.
           MOVE WS-SCREEN-1-END TO WS-ASSIGNMENT-1-END.
           MOVE WS-SCREEN-2-START TO WS-ASSIGNMENT-2-START.
           MOVE WS-SCREEN-2-END TO WS-ASSIGNMENT-2-END.
           PERFORM VALIDATE-WS-DATA.
           IF NOT WS-RECORD-VALID-FLAG-YES
               MOVE "NOT SAVED - STILL FAILS:" TO WS-SCREEN-MESSAGE
               MOVE WS-REJECT-REASON TO WS-SCREEN-MESSAGE-REASON
               GO TO WORK-REJECTS-ACCEPT
           END-IF.
           PERFORM SAVE-CORRECTION.
           MOVE "SAVED" TO WS-SCREEN-MESSAGE.
           IF WS-REJECT-PTR IS LESS THAN WS-REJECT-COUNT
               ADD 1 TO WS-REJECT-PTR
           END-IF.
           GO TO WORK-REJECTS-SHOW.

       WORK-REJECTS-EXIT.
           EXIT.

      * Fills the screen from the reject being worked - the line as
      * keyed and its reason, what it was corrected to (if it has
      * been), and the rekey fields prefilled from whatever the
      * daily run's parse makes of the line, so the desk only
      * overkeys what is actually wrong.
       LOAD-SCREEN-FIELDS SECTION.
           MOVE WS-REJECT-TAB-TEXT (WS-REJECT-PTR)
               TO WS-SCREEN-ORIGINAL-TEXT.
           MOVE WS-REJECT-TAB-REASON (WS-REJECT-PTR)
               TO WS-SCREEN-REASON.
           MOVE WS-REJECT-TAB-CORRECTED-TEXT (WS-REJECT-PTR)
               TO WS-SCREEN-CORRECTED-TEXT.
           IF WS-REJECT-TAB-DONE (WS-REJECT-PTR)
               MOVE "CORRECTED" TO WS-SCREEN-STATE
           ELSE
               MOVE "OUTSTANDING" TO WS-SCREEN-STATE
           END-IF.
           MOVE WS-REJECT-TAB-TEXT (WS-REJECT-PTR) TO WS-FILE-INPUT.
           PERFORM POPULATE-WS-DATA.
           MOVE WS-CREW-PAIR-ID TO WS-SCREEN-CREW-PAIR-ID.
           MOVE WS-ASSIGNMENT-1-START TO WS-SCREEN-1-START.
           MOVE WS-ASSIGNMENT-1-END TO WS-SCREEN-1-END.
           MOVE WS-ASSIGNMENT-2-START TO WS-SCREEN-2-START.
           MOVE WS-ASSIGNMENT-2-END TO WS-SCREEN-2-END.
           MOVE SPACE TO WS-SCREEN-CREW-NAME-1.
           MOVE SPACE TO WS-SCREEN-CREW-NAME-2.
           IF WS-CREW-PAIR-ID IS NOT EQUAL TO SPACE
               MOVE WS-CREW-PAIR-ID TO WS-ROSTER-SEARCH-ID
               PERFORM FIND-CREW-ON-ROSTER
               IF WS-ROSTER-SLOT IS GREATER THAN ZERO
                   MOVE WS-ROSTER-TAB-NAME-1 (WS-ROSTER-SLOT)
                       TO WS-SCREEN-CREW-NAME-1
                   MOVE WS-ROSTER-TAB-NAME-2 (WS-ROSTER-SLOT)
                       TO WS-SCREEN-CREW-NAME-2
               END-IF
           END-IF.

       LOAD-SCREEN-FIELDS-EXIT.
           EXIT.

      * Writes the validated line to the correction file and its
      * log line alongside, then marks the reject done. The log
      * carries the reject's number and its text as keyed, which is
      * what ties it back to the exception report.
       SAVE-CORRECTION SECTION.
           MOVE SPACE TO WS-CORRECTED-LINE.
           MOVE WS-ASSIGNMENT-1-START TO WS-CORRECTED-1-START.
           MOVE "-" TO WS-CORRECTED-DASH-1.
           MOVE WS-ASSIGNMENT-1-END TO WS-CORRECTED-1-END.
           MOVE "," TO WS-CORRECTED-COMMA.
           MOVE WS-ASSIGNMENT-2-START TO WS-CORRECTED-2-START.
           MOVE "-" TO WS-CORRECTED-DASH-2.
           MOVE WS-ASSIGNMENT-2-END TO WS-CORRECTED-2-END.
           IF WS-CREW-PAIR-ID IS EQUAL TO SPACE
               MOVE WS-CORRECTED-RANGES TO CORRECTION-OUTPUT-RECORD
           ELSE
               MOVE WS-CREW-PAIR-ID TO WS-CORRECTED-CREW-PAIR-ID
               MOVE ":" TO WS-CORRECTED-COLON
               MOVE WS-CORRECTED-LINE TO CORRECTION-OUTPUT-RECORD
           END-IF.
           WRITE CORRECTION-OUTPUT-RECORD.
           IF NOT WS-CORRECTION-FILE-STATUS-VALID
               DISPLAY "CORRECTION WRITE FAILED WITH "
                   WS-CORRECTION-FILE-STATUS
           END-IF.

           ACCEPT WS-CORRECTION-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CORRECTION-TIME FROM TIME.
           MOVE SPACE TO WS-CORRECTION-LOG-LINE.
           MOVE WS-RUN-DATE TO WS-LOG-BUSINESS-DATE-N.
           MOVE WS-CORRECTION-DATE TO WS-LOG-DATE.
           MOVE WS-CORRECTION-TIME TO WS-LOG-TIME.
           MOVE WS-CORRECTION-USER TO WS-LOG-USER.
           MOVE WS-REJECT-PTR TO WS-LOG-REJECT-NUMBER-N.
           MOVE WS-REJECT-TAB-REASON (WS-REJECT-PTR) TO WS-LOG-REASON.
           MOVE WS-REJECT-TAB-TEXT (WS-REJECT-PTR)
               TO WS-LOG-ORIGINAL-TEXT.
           MOVE CORRECTION-OUTPUT-RECORD TO WS-LOG-CORRECTED-TEXT.
           MOVE WS-CORRECTION-LOG-LINE TO CORRECTION-LOG-RECORD.
           WRITE CORRECTION-LOG-RECORD.
           IF NOT WS-CORRECTION-LOG-FILE-STATUS-VALID
               DISPLAY "CORRECTION LOG WRITE FAILED WITH "
                   WS-CORRECTION-LOG-FILE-STATUS
           END-IF.

           MOVE 'Y' TO WS-REJECT-TAB-DONE-FLAG (WS-REJECT-PTR).
           MOVE CORRECTION-OUTPUT-RECORD
               TO WS-REJECT-TAB-CORRECTED-TEXT (WS-REJECT-PTR).
           ADD 1 TO WS-SAVED-COUNT.

       SAVE-CORRECTION-EXIT.
           EXIT.

      * Counts the rejects nobody has corrected yet, for the grade.
       COUNT-OUTSTANDING SECTION.
           MOVE ZERO TO WS-OUTSTANDING-COUNT.
           MOVE ZERO TO WS-REJECT-PTR.

       COUNT-OUTSTANDING-LOOP.
           ADD 1 TO WS-REJECT-PTR.
           IF WS-REJECT-PTR IS GREATER THAN WS-REJECT-COUNT
               GO TO COUNT-OUTSTANDING-EXIT.
           IF NOT WS-REJECT-TAB-DONE (WS-REJECT-PTR)
               ADD 1 TO WS-OUTSTANDING-COUNT
           END-IF.
           GO TO COUNT-OUTSTANDING-LOOP.

       COUNT-OUTSTANDING-EXIT.
           EXIT.

      * Cuts the line in WS-FILE-INPUT into its crew-pair ID and
      * four numbers - the daily run's parse, character by
      * character, so the prefill matches what the daily run saw.
       POPULATE-WS-DATA SECTION.
           MOVE ZERO TO WS-PARSED-INTS.
           MOVE ZERO TO WS-CURRENT-NUMBER.
           MOVE SPACE TO WS-CREW-PAIR-ID.
           MOVE ZERO TO WS-LOOP-PTR.
           MOVE ZERO TO WS-ID-SCAN-PTR.

       POPULATE-WS-DATA-ID-SCAN.
           ADD 1 TO WS-ID-SCAN-PTR.
           IF WS-ID-SCAN-PTR IS GREATER THAN 30
               GO TO POPULATE-WS-DATA-LOOP.
           IF WS-CURRENT-CHARACTER (WS-ID-SCAN-PTR) IS NOT EQUAL ':'
               GO TO POPULATE-WS-DATA-ID-SCAN.
           COMPUTE WS-ID-LENGTH = WS-ID-SCAN-PTR - 1.
           IF WS-ID-LENGTH IS GREATER THAN ZERO
               MOVE WS-FILE-INPUT (1:WS-ID-LENGTH) TO WS-CREW-PAIR-ID
           END-IF.
           MOVE WS-ID-SCAN-PTR TO WS-LOOP-PTR.

       POPULATE-WS-DATA-LOOP.
           ADD 1 TO WS-LOOP-PTR.
           IF NOT WS-LOOP-PTR-VALID-30
               GO TO POPULATE-WS-DATA-EXIT
           END-IF.
           IF WS-CURRENT-CHARACTER (WS-LOOP-PTR) IS NUMERIC
               GO TO POPULATE-WS-DATA-NUMBER.
           IF WS-ASSIGNMENT-1-START-ZERO
               MOVE WS-CURRENT-NUMBER TO WS-ASSIGNMENT-1-START
           ELSE IF WS-ASSIGNMENT-1-END-ZERO
               MOVE WS-CURRENT-NUMBER TO WS-ASSIGNMENT-1-END
           ELSE IF WS-ASSIGNMENT-2-START-ZERO
               MOVE WS-CURRENT-NUMBER TO WS-ASSIGNMENT-2-START
           ELSE IF WS-ASSIGNMENT-2-END-ZERO
               MOVE WS-CURRENT-NUMBER TO WS-ASSIGNMENT-2-END
           ELSE GO TO POPULATE-WS-DATA-EXIT
           END-IF.
           MOVE ZERO TO WS-CURRENT-NUMBER.
           GO TO POPULATE-WS-DATA-LOOP.

       POPULATE-WS-DATA-NUMBER.
           MOVE WS-CURRENT-CHARACTER (WS-LOOP-PTR) TO WS-DIGIT-VALUE.
           COMPUTE WS-CURRENT-NUMBER =
               WS-CURRENT-NUMBER * 10 + WS-DIGIT-VALUE.
           GO TO POPULATE-WS-DATA-LOOP.

       POPULATE-WS-DATA-EXIT.
           EXIT.

      * The daily run's record checks, rule for rule and reason for
      * reason - ranges present and forwards, every endpoint on the
      * section reference, and the crew on the roster, active and
      * effective on the business date. The first failure found is
      * the reason shown.
       VALIDATE-WS-DATA SECTION.
           MOVE 'Y' TO WS-RECORD-VALID-FLAG.
           MOVE SPACE TO WS-REJECT-REASON.

           IF WS-ASSIGNMENT-1-START-ZERO
               OR WS-ASSIGNMENT-1-END-ZERO
               OR WS-ASSIGNMENT-2-START-ZERO
               OR WS-ASSIGNMENT-2-END-ZERO
               MOVE 'N' TO WS-RECORD-VALID-FLAG
               MOVE "MALFORMED LINE" TO WS-REJECT-REASON
           END-IF.

           IF WS-ASSIGNMENT-1-START IS GREATER THAN WS-ASSIGNMENT-1-END
               MOVE 'N' TO WS-RECORD-VALID-FLAG
               IF WS-REJECT-REASON-NONE
                   MOVE "RANGE BACKWARDS" TO WS-REJECT-REASON
               END-IF
           END-IF.

           IF WS-ASSIGNMENT-2-START IS GREATER THAN WS-ASSIGNMENT-2-END
               MOVE 'N' TO WS-RECORD-VALID-FLAG
               IF WS-REJECT-REASON-NONE
                   MOVE "RANGE BACKWARDS" TO WS-REJECT-REASON
               END-IF
           END-IF.

           IF WS-RECORD-VALID-FLAG-YES
               AND WS-SECTION-REF-LOADED-FLAG-YES
               IF NOT WS-SECTION-REF-PRESENT (WS-ASSIGNMENT-1-START)
                   OR NOT WS-SECTION-REF-PRESENT (WS-ASSIGNMENT-1-END)
                   OR NOT WS-SECTION-REF-PRESENT (WS-ASSIGNMENT-2-START)
                   OR NOT WS-SECTION-REF-PRESENT (WS-ASSIGNMENT-2-END)
                   MOVE 'N' TO WS-RECORD-VALID-FLAG
                   MOVE "UNKNOWN SECTION" TO WS-REJECT-REASON
               END-IF
           END-IF.

           IF NOT WS-RECORD-VALID-FLAG-YES
               OR NOT WS-ROSTER-LOADED-FLAG-YES
               OR WS-CREW-PAIR-ID IS EQUAL TO SPACE
               GO TO VALIDATE-WS-DATA-EXIT
           END-IF.
           MOVE WS-CREW-PAIR-ID TO WS-ROSTER-SEARCH-ID.
           PERFORM FIND-CREW-ON-ROSTER.
           IF WS-ROSTER-SLOT IS EQUAL TO ZERO
               IF NOT WS-ROSTER-TABLE-FULL-FLAG-YES
                   MOVE 'N' TO WS-RECORD-VALID-FLAG
                   MOVE "CREW NOT ON ROSTER" TO WS-REJECT-REASON
               END-IF
               GO TO VALIDATE-WS-DATA-EXIT
           END-IF.
           IF NOT WS-ROSTER-TAB-ACTIVE (WS-ROSTER-SLOT)
               MOVE 'N' TO WS-RECORD-VALID-FLAG
               MOVE "CREW INACTIVE" TO WS-REJECT-REASON
               GO TO VALIDATE-WS-DATA-EXIT
           END-IF.
           IF WS-RUN-DATE IS LESS THAN
               WS-ROSTER-TAB-EFFECTIVE-FROM (WS-ROSTER-SLOT)
               OR WS-RUN-DATE IS GREATER THAN
               WS-ROSTER-TAB-EFFECTIVE-TO (WS-ROSTER-SLOT)
               MOVE 'N' TO WS-RECORD-VALID-FLAG
               MOVE "CREW NOT EFFECTIVE" TO WS-REJECT-REASON
           END-IF.

       VALIDATE-WS-DATA-EXIT.
           EXIT.
