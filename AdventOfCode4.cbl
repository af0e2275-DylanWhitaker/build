       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-SECTION-REF-FILE-STATUS.

      * Crew roster master - one line per crew pair naming its two
      * crew members, home shift, whether it is active, and the
      * dates it is effective between (kept by ADVENTOFCODE4CREWMNT).
      * Loaded at start-up so a line keyed under a crew that isn't
      * on the roster, or isn't working that day, is rejected with
      * its reason instead of being loaded as a real assignment, and
      * so the reports can name the crew instead of just its ID.
       SELECT ADVENTOFCODEROSTER4
       ASSIGN DYNAMIC WS-ROSTER-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-ROSTER-FILE-STATUS.

      * Keyed assignment master - each day's parsed, validated pairs
      * land here under run date + record number, so "every
      * assignment that touched section 42 this month" is a keyed
       01  FILE-INPUT                                   PIC X(30).

       FD  ADVENTOFCODEDETAIL4.
       01  DETAIL-OUTPUT-RECORD                         PIC X(140).

       FD  ADVENTOFCODEEXCEPT4.
       01  EXCEPTION-OUTPUT-RECORD                       PIC X(70).

       FD  ADVENTOFCODECHKPT4.
       01  CHECKPOINT-RECORD.
      * Trim proposals travel with the release count for the same
      * reason - the replay path never re-cuts them.
           05  CHECKPOINT-TRIM-COUNT                      PIC 9(5).
      * A supplemental run's starting record number - the day's
      * highest master record number before it loaded anything, so
      * a restart numbers on from the same place and preloads only
      * the records that were there before the supplement began.
           05  CHECKPOINT-SUPPLEMENT-BASE                 PIC 9(7).

       FD  ADVENTOFCODEERRORS4.
       01  ERROR-OUTPUT-RECORD                            PIC X(60).
       FD  ADVENTOFCODESECT4.
       01  SECTION-REF-INPUT-RECORD                      PIC X(30).

       FD  ADVENTOFCODEROSTER4.
       01  ROSTER-INPUT-RECORD                           PIC X(80).

       FD  ADVENTOFCODEMASTER4.
       01  MASTER-RECORD.
           05  MASTER-KEY.
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

       FD  ADVENTOFCODEDUPS4.
       01  DUPLICATE-OUTPUT-RECORD                        PIC X(80).
           05  SEEN-RECORD-NUMBER                         PIC 9(7).

       FD  ADVENTOFCODECONF4.
       01  CONFLICT-OUTPUT-RECORD                         PIC X(100).

       FD  ADVENTOFCODECOVER4.
       01  COVERAGE-OUTPUT-RECORD                         PIC X(40).
       01  HISTORY-OUTPUT-RECORD                          PIC X(16).

       FD  ADVENTOFCODEAUDIT4.
       01  AUDIT-OUTPUT-RECORD                            PIC X(272).

       WORKING-STORAGE SECTION.

               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODEMASTER4.dat".
           05  WS-SECTION-REF-FILE-PATH                 PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODESECT4.txt".
           05  WS-ROSTER-FILE-PATH                      PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODEROSTER4.txt".
           05  WS-HISTORY-FILE-PATH                     PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODEHIST4.txt".
           05  WS-CONFLICT-WORK-FILE-PATH               PIC X(100)
      * right instead of doubled (see PURGE-MASTER-DAY).
           05  WS-REPLACE-DAY-FLAG                      PIC X.
               88  WS-REPLACE-DAY-FLAG-YES              VALUE 'Y'.
      * Supplemental run - set by the shop via
      * ADVENTOFCODE4SUPPLEMENT when the desk's corrected rejects
      * (written by ADVENTOFCODE4CORRECT) are loaded on top of a
      * business date already run: the day's master records are
      * kept, the new ones are numbered on after them, and the
      * coverage and duplicate checks start from the whole day
      * (see LOAD-EXISTING-DAY).
           05  WS-SUPPLEMENT-FLAG                       PIC X.
               88  WS-SUPPLEMENT-FLAG-YES               VALUE 'Y'.
      * Whether the current pair was already seen earlier in the
      * file - answered off the keyed seen-pair work file, which
      * has no slot limit to run out of.
      * names, priority breakouts, or the unknown-section check.
           05  WS-SECTION-REF-LOADED-FLAG               PIC X.
               88  WS-SECTION-REF-LOADED-FLAG-YES       VALUE 'Y'.
           05  WS-ROSTER-FILE-STATUS                    PIC XX.
               88  WS-ROSTER-FILE-STATUS-VALID          VALUE "00".
               88  WS-ROSTER-FILE-STATUS-END            VALUE "10".
               88  WS-ROSTER-FILE-NOT-FOUND             VALUE "35".
      * Whether the crew roster actually loaded - a site without
      * the file (the contractor again) runs without crew names or
      * the roster check, same stance as the section reference.
           05  WS-ROSTER-LOADED-FLAG                    PIC X.
               88  WS-ROSTER-LOADED-FLAG-YES            VALUE 'Y'.
      * Whether the roster table ran out of slots - warned once.
      * A crew missing from a roster that didn't fit can't be told
      * apart from one that was never on it, so the not-on-roster
      * check sits out for the run (the inactive and effective-date
      * checks still apply to every crew that did load).
           05  WS-ROSTER-TABLE-FULL-FLAG                PIC X.
               88  WS-ROSTER-TABLE-FULL-FLAG-YES        VALUE 'Y'.
      * Why the current record failed validation - carried onto its
      * exception line so the desk knows what to fix without
      * re-parsing the raw text by eye.
           05  WS-REJECT-REASON                         PIC X(20).
               88  WS-REJECT-REASON-NONE                VALUE SPACE.
      * The crew-pair ID the roster search is looking for - the
      * current record's, or a conflict coming back off the sort.
           05  WS-ROSTER-SEARCH-ID                      PIC X(8).
      * Control-record bookkeeping for the dispatch office's new
      * header/trailer feed - whether a header and trailer were seen
      * this file, and whether the trailer's transmitted count (or a
      * How many of the business date's old master records a
      * replace-day rerun cleared before loading the corrected file.
           05  WS-PURGED-MASTER-COUNT                    PIC 9(7).
      * Supplemental-run bookkeeping - the record number the day's
      * existing master records ran up to (zero on a normal run),
      * how many of them were preloaded, and the master record
      * number the current line goes under (that base plus its
      * place in this run's file).
           05  WS-SUPPLEMENT-BASE                        PIC 9(7).
           05  WS-PRELOADED-MASTER-COUNT                 PIC 9(7).
           05  WS-MASTER-RECORD-NUMBER                   PIC 9(7).
      * Crew roster bookkeeping - roster lines loaded and malformed
      * lines skipped, the search walker, and the slot the searched
      * crew sits in (zero when it isn't on the roster).
           05  WS-ROSTER-COUNT                           PIC 9(4).
           05  WS-ROSTER-SKIPPED                         PIC 9(4).
           05  WS-ROSTER-PTR                             PIC 9(4).
           05  WS-ROSTER-SLOT                            PIC 9(4).

      * One counter per camp section 1-999 - how many assignment
      * ranges covered that section today. Rebuilt from the input on
               WS-SECTION-REF-PRIORITY-X                PIC 9.
           05  FILLER                                   PIC X(4).

      * Every crew pair on the roster - the two crew members, whether
      * the pair is active, and the first and last business dates
      * it works (an open-ended pairing carries 99999999). 2000
      * slots is several times the camp's whole workforce.
       01  WS-ROSTER-TABLE                              VALUE SPACE.
           05  WS-ROSTER-ENTRY                          OCCURS 2000.
               10  WS-ROSTER-TAB-PAIR-ID               PIC X(8).
               10  WS-ROSTER-TAB-NAME-1                PIC X(20).
               10  WS-ROSTER-TAB-NAME-2                PIC X(20).
               10  WS-ROSTER-TAB-STATUS                PIC X.
                   88  WS-ROSTER-TAB-ACTIVE            VALUE 'A'.
               10  WS-ROSTER-TAB-EFFECTIVE-FROM        PIC 9(8).
               10  WS-ROSTER-TAB-EFFECTIVE-TO          PIC 9(8).

      * One roster line, cut at its fixed columns - crew-pair ID,
      * the two crew members, home shift, status (A active, I
      * inactive), and the first and last business dates the
      * pairing works, blank last date meaning until further
      * notice. Same layout ADVENTOFCODE4CREWMNT writes.
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

      * The dispatch feed's control lines, cut at their fixed
      * columns - "HDR" plus the file date and sending source, and
      * "TRL" plus how many data lines dispatch transmitted.
           05  WS-DETAIL-1-LOCATION                     PIC X(20).
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-DETAIL-2-LOCATION                     PIC X(20).
      * Who the crew pair is, off the roster - blank when the roster
      * didn't load or the line carries no crew-pair ID.
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-DETAIL-CREW-NAME-1                    PIC X(20).
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-DETAIL-CREW-NAME-2                    PIC X(20).

      * One line per rejected record - the raw text and why it was
      * turned down, so whoever is chasing a bad day's file can see
      * exactly what didn't pass and what to fix.
       01  WS-EXCEPTION-RECORD.
           05  FILLER                                   PIC X(9)
               VALUE "REJECTED:".
           05  WS-EXCEPTION-CREW-PAIR-ID                PIC X(8).
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-EXCEPTION-LINE-TEXT                   PIC X(30).
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-EXCEPTION-REASON                      PIC X(20).

      * One line per bad read status - which record and what status,
      * so a permission error, length mismatch, or device error can
           05  WS-CONFLICT-REC-SHARED                   PIC ZZ9.
           05  FILLER                                   PIC X(9)
               VALUE " SECTIONS".
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-CONFLICT-REC-CREW-NAME-1              PIC X(20).
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-CONFLICT-REC-CREW-NAME-2              PIC X(20).

      * Priority breakout trailer lines for the conflict report -
      * one per class, so the kitchens outrank the storage rows at
           05  FILLER                                   PIC X(7)
               VALUE "STATUS:".
           05  WS-AUDIT-STATUS                           PIC XX.
      * DAILY for the day's own file, SUPPLEMENT for the desk's
      * corrections loaded on top of it - the trend checks in
      * ADVENTOFCODE4ALERT judge daily runs only.
           05  FILLER                             PIC X VALUE SPACE.
           05  FILLER                                   PIC X(5)
               VALUE "TYPE:".
           05  WS-AUDIT-RUN-TYPE                        PIC X(10).
      * The business date the run loaded under - the run date above
      * is the calendar date it ran, which a rerun for an earlier
      * day doesn't share.
           05  FILLER                             PIC X VALUE SPACE.
           05  FILLER                                   PIC X(8)
               VALUE "BUSDATE:".
           05  WS-AUDIT-BUSINESS-DATE                   PIC 9(8).
      * Records actually put on the master - the records above less
      * the rejected and duplicate lines, zero when the master would
      * not open. ADVENTOFCODE4VERIFY ties the master to this.
           05  FILLER                             PIC X VALUE SPACE.
           05  FILLER                                   PIC X(7)
               VALUE "LOADED:".
           05  WS-AUDIT-LOADED-COUNT                    PIC Z(6)9.

       PROCEDURE DIVISION.


           PERFORM INITIALIZE-PARMS.
           PERFORM LOAD-SECTION-REFERENCE.
           PERFORM LOAD-CREW-ROSTER.
           PERFORM READ-CHECKPOINT.
           PERFORM OPEN-FILE.
           PERFORM PURGE-MASTER-DAY.
           PERFORM LOAD-EXISTING-DAY.
           PERFORM READ-FILE.
      * Captured here, before CLOSE-FILE overwrites WS-FILE-STATUS
      * with the close operation's own status.
           DISPLAY "RELEASES WRITTEN: " WS-RELEASE-COUNT.
           DISPLAY "TRIM PROPOSALS WRITTEN: " WS-TRIM-COUNT.
           DISPLAY "DUPLICATES REPORTED: " WS-DUPLICATE-COUNT.
           IF WS-SUPPLEMENT-FLAG-YES
               DISPLAY "SUPPLEMENT LOADED AFTER RECORD: "
                   WS-SUPPLEMENT-BASE
           END-IF.

           PERFORM SET-RETURN-CODE.
           STOP RUN.
               MOVE WS-ENVIRONMENT-VALUE TO WS-SECTION-REF-FILE-PATH
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODEROSTER4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-ROSTER-FILE-PATH
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      * Business-date override - a corrected Tuesday file run on
               MOVE 'Y' TO WS-REPLACE-DAY-FLAG
           END-IF.

      * Supplemental run - loads the desk's corrections for a day
      * already run, alongside (not instead of) what is on file.
      * Asking for both is a contradiction; the supplement wins,
      * since clearing the day would throw away the original load.
           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODE4SUPPLEMENT".
           IF WS-ENVIRONMENT-VALUE (1:1) = 'Y'
               MOVE 'Y' TO WS-SUPPLEMENT-FLAG
               DISPLAY "SUPPLEMENTAL RUN FOR " WS-RUN-DATE
               IF WS-REPLACE-DAY-FLAG-YES
                   DISPLAY "REPLACE-DAY IGNORED ON A SUPPLEMENTAL RUN"
                   MOVE 'N' TO WS-REPLACE-DAY-FLAG
               END-IF
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODEREL4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
                       TO WS-RELEASE-COUNT
                   MOVE CHECKPOINT-TRIM-COUNT
                       TO WS-TRIM-COUNT
                   IF CHECKPOINT-SUPPLEMENT-BASE IS NUMERIC
                       MOVE CHECKPOINT-SUPPLEMENT-BASE
                           TO WS-SUPPLEMENT-BASE
                   END-IF
                   DISPLAY "RESUMING FROM CHECKPOINT AT RECORD "
                       WS-RESTART-COUNT
               END-IF
               ELSE
               IF WS-FILE-STATUS-VALID
                   ADD 1 TO WS-RECORD-COUNT
                   COMPUTE WS-MASTER-RECORD-NUMBER =
                       WS-SUPPLEMENT-BASE + WS-RECORD-COUNT
                   IF WS-RECORD-COUNT > WS-RESTART-COUNT
                       PERFORM POPULATE-WS-DATA
                       PERFORM VALIDATE-WS-DATA
      * A short or garbled line leaves one or more assignment fields
      * sitting at ZERO (real section numbers start at 1), or leaves
      * a range backwards. Either way it's not a real assignment pair
      * and shouldn't be folded into the overlap counts. The first
      * failure found is the reason carried onto the exception line.
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

      * A range endpoint naming a section the reference master has
                   OR NOT WS-SECTION-REF-PRESENT (WS-ASSIGNMENT-2-START)
                   OR NOT WS-SECTION-REF-PRESENT (WS-ASSIGNMENT-2-END)
                   MOVE 'N' TO WS-RECORD-VALID-FLAG
                   MOVE "UNKNOWN SECTION" TO WS-REJECT-REASON
               END-IF
           END-IF.

      * The crew has to be on the roster, active, and within its
      * effective dates on the business date being run - a line
      * keyed under a disbanded or not-yet-started pairing is a
      * dispatch error, not work anyone is going to do. Only checked
      * when the roster loaded, and never for the contractor's bare
      * format, which carries no crew-pair ID to check.
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

           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE WS-CREW-PAIR-ID TO WS-EXCEPTION-CREW-PAIR-ID.
           MOVE WS-FILE-INPUT TO WS-EXCEPTION-LINE-TEXT.
           MOVE WS-REJECT-REASON TO WS-EXCEPTION-REASON.
           MOVE WS-EXCEPTION-RECORD TO EXCEPTION-OUTPUT-RECORD.
           WRITE EXCEPTION-OUTPUT-RECORD.
           IF NOT WS-EXCEPTION-FILE-STATUS-VALID
               MOVE WS-ERROR-COUNT TO CHECKPOINT-ERROR-COUNT
               MOVE WS-RELEASE-COUNT TO CHECKPOINT-RELEASE-COUNT
               MOVE WS-TRIM-COUNT TO CHECKPOINT-TRIM-COUNT
               MOVE WS-SUPPLEMENT-BASE TO CHECKPOINT-SUPPLEMENT-BASE
               WRITE CHECKPOINT-RECORD
               IF NOT WS-CHECKPOINT-FILE-STATUS-VALID
                   DISPLAY "CHECKPOINT WRITE FAILED WITH "
       LOAD-SECTION-REFERENCE-EXIT.
           EXIT.

      * Loads the crew roster into its table. A missing file is a
      * plain warning (crew names and the roster check just sit
      * out); a line with no ID or an unknown status is skipped and
      * counted rather than poisoning the table. A blank or garbled
      * last effective date reads as open-ended, and a garbled first
      * date as effective from the start of time - the maintenance
      * job never writes either, so the loader leans toward keeping
      * a crew working rather than rejecting its whole day.
       LOAD-CREW-ROSTER SECTION.
           OPEN INPUT ADVENTOFCODEROSTER4.
           IF WS-ROSTER-FILE-NOT-FOUND
               DISPLAY "CREW ROSTER NOT ON FILE - CREW NAMES AND "
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
               ADD 1 TO WS-ROSTER-SKIPPED
               GO TO LOAD-CREW-ROSTER-LOOP
           END-IF.
           IF WS-ROSTER-COUNT IS NOT LESS THAN 2000
               IF NOT WS-ROSTER-TABLE-FULL-FLAG-YES
                   MOVE 'Y' TO WS-ROSTER-TABLE-FULL-FLAG
                   DISPLAY "CREW ROSTER TABLE FULL - NOT-ON-ROSTER "
                       "CHECK SKIPPED"
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

      * Works out what kind of overlap (if any) this pair has, and
      * how big it is, without touching the day's totals - so the
      * restart replay path can rebuild in-memory state with it too.
               GO TO WRITE-MASTER-RECORD-EXIT
           END-IF.
           MOVE WS-RUN-DATE TO MASTER-RUN-DATE.
           MOVE WS-MASTER-RECORD-NUMBER TO MASTER-RECORD-NUMBER.
           MOVE WS-CREW-PAIR-ID TO MASTER-CREW-PAIR-ID.
           MOVE WS-ASSIGNMENT-1-START TO MASTER-ASSIGNMENT-1-START.
           MOVE WS-ASSIGNMENT-1-END TO MASTER-ASSIGNMENT-1-END.
           MOVE WS-ASSIGNMENT-2-END TO MASTER-ASSIGNMENT-2-END.
           MOVE WS-FULL-OVERLAP-FLAG TO MASTER-FULL-OVERLAP-FLAG.
           MOVE WS-ANY-OVERLAP-FLAG TO MASTER-ANY-OVERLAP-FLAG.
      * Nothing has been worked yet - the effective ranges start as
      * keyed until ADVENTOFCODE4EFFECT applies intake's answers.
           MOVE WS-ASSIGNMENT-1-START TO MASTER-EFFECTIVE-1-START.
           MOVE WS-ASSIGNMENT-1-END TO MASTER-EFFECTIVE-1-END.
           MOVE WS-ASSIGNMENT-2-START TO MASTER-EFFECTIVE-2-START.
           MOVE WS-ASSIGNMENT-2-END TO MASTER-EFFECTIVE-2-END.
           MOVE SPACE TO MASTER-DISPOSITION.
           MOVE SPACE TO MASTER-ACK-STATUS.
           WRITE MASTER-RECORD
               INVALID KEY
                   REWRITE MASTER-RECORD
       PURGE-MASTER-DAY-EXIT.
           EXIT.

      * Supplemental run only: walks the business date's master
      * records already on file before anything new is loaded -
      * their ranges go into the coverage counts and their pairs
      * into the seen-pair work file, so the coverage report and
      * history block come out for the whole day (the trend program
      * keeps a date's later block) and a correction that repeats a
      * line already loaded is caught as a duplicate. The highest
      * record number found is where the supplement numbers on
      * from. A restart keeps the base its checkpoint carried and
      * leaves the supplement's own earlier records to the replay.
       LOAD-EXISTING-DAY SECTION.
           IF NOT WS-SUPPLEMENT-FLAG-YES
               GO TO LOAD-EXISTING-DAY-EXIT
           END-IF.
           IF NOT WS-MASTER-OPEN-FLAG-YES
               DISPLAY "MASTER NOT OPEN - SUPPLEMENT NUMBERED FROM "
                   WS-SUPPLEMENT-BASE
               GO TO LOAD-EXISTING-DAY-EXIT
           END-IF.
           MOVE WS-RUN-DATE TO MASTER-RUN-DATE.
           MOVE ZERO TO MASTER-RECORD-NUMBER.
           START ADVENTOFCODEMASTER4
               KEY IS GREATER THAN OR EQUAL MASTER-KEY
               INVALID KEY
                   GO TO LOAD-EXISTING-DAY-DONE
           END-START.

       LOAD-EXISTING-DAY-LOOP.
           READ ADVENTOFCODEMASTER4 NEXT.
           IF NOT WS-MASTER-FILE-STATUS-VALID
               GO TO LOAD-EXISTING-DAY-DONE.
           IF MASTER-RUN-DATE IS GREATER THAN WS-RUN-DATE
               GO TO LOAD-EXISTING-DAY-DONE.
           IF NOT WS-RESTART-COUNT-ZERO
               AND MASTER-RECORD-NUMBER IS GREATER THAN
               WS-SUPPLEMENT-BASE
               GO TO LOAD-EXISTING-DAY-LOOP.
           IF WS-RESTART-COUNT-ZERO
               AND MASTER-RECORD-NUMBER IS GREATER THAN
               WS-SUPPLEMENT-BASE
               MOVE MASTER-RECORD-NUMBER TO WS-SUPPLEMENT-BASE
           END-IF.
           MOVE MASTER-CREW-PAIR-ID TO WS-CREW-PAIR-ID.
           MOVE MASTER-ASSIGNMENT-1-START TO WS-ASSIGNMENT-1-START.
           MOVE MASTER-ASSIGNMENT-1-END TO WS-ASSIGNMENT-1-END.
           MOVE MASTER-ASSIGNMENT-2-START TO WS-ASSIGNMENT-2-START.
           MOVE MASTER-ASSIGNMENT-2-END TO WS-ASSIGNMENT-2-END.
           MOVE MASTER-RECORD-NUMBER TO WS-MASTER-RECORD-NUMBER.
           PERFORM CHECK-FOR-DUPLICATE.
           PERFORM ACCUMULATE-COVERAGE.
           ADD 1 TO WS-PRELOADED-MASTER-COUNT.
           GO TO LOAD-EXISTING-DAY-LOOP.

       LOAD-EXISTING-DAY-DONE.
           MOVE SPACE TO WS-CREW-PAIR-ID.
           MOVE ZERO TO WS-PARSED-INTS.
           DISPLAY "SUPPLEMENT: " WS-PRELOADED-MASTER-COUNT
               " MASTER RECORDS ALREADY ON FILE FOR " WS-RUN-DATE.

       LOAD-EXISTING-DAY-EXIT.
           EXIT.

      * Looks the current crew-and-pair up in the keyed seen-pair
      * work file - straight or with its two ranges swapped - and
      * either flags it as a duplicate of the record that first
           END-IF.

           MOVE WS-CURRENT-PAIR-KEY TO SEEN-PAIR-KEY.
           MOVE WS-MASTER-RECORD-NUMBER TO SEEN-RECORD-NUMBER.
           WRITE SEEN-RECORD
               INVALID KEY
                   DISPLAY "SEEN-PAIR REGISTER FAILED WITH "
           MOVE WS-ASSIGNMENT-2-START TO WS-DUPLICATE-2-START.
           MOVE WS-ASSIGNMENT-2-END TO WS-DUPLICATE-2-END.
           MOVE WS-DUPLICATE-FIRST-RECORD TO WS-DUPLICATE-FIRST-DISPLAY.
           MOVE WS-MASTER-RECORD-NUMBER TO WS-DUPLICATE-AGAIN-DISPLAY.
           MOVE WS-DUPLICATE-RECORD TO DUPLICATE-OUTPUT-RECORD.
           WRITE DUPLICATE-OUTPUT-RECORD.
           IF NOT WS-DUPLICATE-FILE-STATUS-VALID
                       TO WS-DETAIL-2-LOCATION
               END-IF
           END-IF.
           MOVE SPACE TO WS-DETAIL-CREW-NAME-1.
           MOVE SPACE TO WS-DETAIL-CREW-NAME-2.
           IF WS-CREW-PAIR-ID IS NOT EQUAL TO SPACE
               MOVE WS-CREW-PAIR-ID TO WS-ROSTER-SEARCH-ID
               PERFORM FIND-CREW-ON-ROSTER
               IF WS-ROSTER-SLOT IS GREATER THAN ZERO
                   MOVE WS-ROSTER-TAB-NAME-1 (WS-ROSTER-SLOT)
                       TO WS-DETAIL-CREW-NAME-1
                   MOVE WS-ROSTER-TAB-NAME-2 (WS-ROSTER-SLOT)
                       TO WS-DETAIL-CREW-NAME-2
               END-IF
           END-IF.
           MOVE WS-DETAIL-RECORD TO DETAIL-OUTPUT-RECORD.
           WRITE DETAIL-OUTPUT-RECORD.
           IF NOT WS-DETAIL-FILE-STATUS-VALID
           MOVE SORT-CONFLICT-2-START TO WS-CONFLICT-REC-2-START.
           MOVE SORT-CONFLICT-2-END TO WS-CONFLICT-REC-2-END.
           MOVE SORT-CONFLICT-SHARED TO WS-CONFLICT-REC-SHARED.
           MOVE SPACE TO WS-CONFLICT-REC-CREW-NAME-1.
           MOVE SPACE TO WS-CONFLICT-REC-CREW-NAME-2.
           IF SORT-CONFLICT-CREW-PAIR-ID IS NOT EQUAL TO SPACE
               MOVE SORT-CONFLICT-CREW-PAIR-ID TO WS-ROSTER-SEARCH-ID
               PERFORM FIND-CREW-ON-ROSTER
               IF WS-ROSTER-SLOT IS GREATER THAN ZERO
                   MOVE WS-ROSTER-TAB-NAME-1 (WS-ROSTER-SLOT)
                       TO WS-CONFLICT-REC-CREW-NAME-1
                   MOVE WS-ROSTER-TAB-NAME-2 (WS-ROSTER-SLOT)
                       TO WS-CONFLICT-REC-CREW-NAME-2
               END-IF
           END-IF.
           MOVE WS-CONFLICT-RECORD TO CONFLICT-OUTPUT-RECORD.
           WRITE CONFLICT-OUTPUT-RECORD.
           GO TO WRITE-SORTED-CONFLICTS-LOOP.
           MOVE WS-NUMBER-ANY-OVERLAPPING-ASSIGNMENTS
               TO WS-AUDIT-ANY-OVERLAP-TOTAL.
           MOVE WS-FINAL-FILE-STATUS TO WS-AUDIT-STATUS.
           MOVE WS-RUN-DATE TO WS-AUDIT-BUSINESS-DATE.
           IF WS-MASTER-OPEN-FLAG-YES
               COMPUTE WS-AUDIT-LOADED-COUNT = WS-RECORD-COUNT
                   - WS-EXCEPTION-COUNT - WS-DUPLICATE-COUNT
           ELSE
               MOVE ZERO TO WS-AUDIT-LOADED-COUNT
           END-IF.
           IF WS-SUPPLEMENT-FLAG-YES
               MOVE "SUPPLEMENT" TO WS-AUDIT-RUN-TYPE
           ELSE
               MOVE "DAILY" TO WS-AUDIT-RUN-TYPE
           END-IF.

      * A brand new audit log has nothing to extend yet - fall back
      * to OUTPUT the first time (status 35, file not found) and
