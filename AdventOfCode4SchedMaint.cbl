      * COBOL programs have a maximum width of 80 characters.
      * This is so that they could support punch cards (yes, really).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENTOFCODE4SCHEDMNT.

      * Maintenance job for the standing schedule - each crew's
      * regular rotation, one line per crew-pair ID and weekday with
      * the two ranges the pair normally works that day. The
      * scheduling desk submits a transaction file of adds, changes,
      * and deletes instead of hand-editing the fixed column file
      * ADVENTOFCODE4VARIANCE judges each day's assignments against.
      * Same shape as the roster and section maintenance jobs: the
      * current schedule is loaded, the transactions applied against
      * it, malformed or conflicting ones rejected to an exception
      * report, every applied change logged with who ran it and
      * when, and a complete NEW schedule written in crew-pair ID
      * and weekday order - operations swap it in, so a failed run
      * leaves the production file untouched.
      * Condition code: 0 every transaction applied, 4 one or more
      * rejected, 8 the schedule table filled and adds were turned
      * away, 16 a file would not open or there were no
      * transactions at all.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

      * The schedule as it stands - same fixed columns the variance
      * report loads (see WS-SCHEDULE-LINE).
       FILE-CONTROL.
       SELECT ADVENTOFCODESCHED4
       ASSIGN DYNAMIC WS-SCHEDULE-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-SCHEDULE-FILE-STATUS.

      * The scheduling desk's transactions - add, change, or
      * delete, one per line at fixed columns (see WS-TXN-LINE).
       SELECT ADVENTOFCODESCHEDTXN4
       ASSIGN DYNAMIC WS-TXN-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-TXN-FILE-STATUS.

      * The schedule as it will stand - written complete, in crew-pair
      * ID and weekday order, for operations to swap in once the run
      * graded clean.
       SELECT ADVENTOFCODESCHEDNEW4
       ASSIGN DYNAMIC WS-NEW-MASTER-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-NEW-MASTER-FILE-STATUS.

      * One line per rejected transaction, with why.
       SELECT ADVENTOFCODESCHEDERR4
       ASSIGN DYNAMIC WS-EXCEPTION-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

      * One line appended per applied change - when, who, what.
      * Never truncated, same stance as the daily run's audit log.
       SELECT ADVENTOFCODESCHEDLOG4
       ASSIGN DYNAMIC WS-CHANGE-LOG-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-CHANGE-LOG-FILE-STATUS.

      * Where the variables/data lives
       DATA DIVISION.

       FILE SECTION.

       FD  ADVENTOFCODESCHED4.
       01  SCHEDULE-INPUT-RECORD                         PIC X(40).

       FD  ADVENTOFCODESCHEDTXN4.
       01  TXN-INPUT-RECORD                              PIC X(22).

       FD  ADVENTOFCODESCHEDNEW4.
       01  NEW-MASTER-OUTPUT-RECORD                      PIC X(40).

       FD  ADVENTOFCODESCHEDERR4.
       01  EXCEPTION-OUTPUT-RECORD                       PIC X(57).

       FD  ADVENTOFCODESCHEDLOG4.
       01  CHANGE-LOG-OUTPUT-RECORD                      PIC X(80).

       WORKING-STORAGE SECTION.

      * File paths operations can override at run time via the
      * environment variables named below (see INITIALIZE-PARMS).
      * The VALUEs here are the defaults if a variable isn't set.
       01  WS-RUNTIME-PARMS.
           05  WS-SCHEDULE-FILE-PATH                    PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODESCHED4.txt".
           05  WS-TXN-FILE-PATH                         PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODESCHEDTXN4.txt".
           05  WS-NEW-MASTER-FILE-PATH                  PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODESCHEDNEW4.txt".
           05  WS-EXCEPTION-FILE-PATH                   PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODESCHEDERR4.txt".
           05  WS-CHANGE-LOG-FILE-PATH                  PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODESCHEDLOG4.txt".
           05  WS-ENVIRONMENT-VALUE                     PIC X(100).

      * All COBOL variables must be declared. They have a heirarchical structure.
       01  WS-STRINGS                                   VALUE SPACE.
      * 2 Xs = two characters long
           05  WS-SCHEDULE-FILE-STATUS                  PIC XX.
      * 88 levels are like if checks
               88  WS-SCHEDULE-FILE-STATUS-VALID        VALUE "00".
               88  WS-SCHEDULE-FILE-STATUS-END          VALUE "10".
               88  WS-SCHEDULE-FILE-NOT-FOUND           VALUE "35".
           05  WS-TXN-FILE-STATUS                       PIC XX.
               88  WS-TXN-FILE-STATUS-VALID             VALUE "00".
               88  WS-TXN-FILE-STATUS-END               VALUE "10".
           05  WS-NEW-MASTER-FILE-STATUS                PIC XX.
               88  WS-NEW-MASTER-FILE-STATUS-VALID      VALUE "00".
           05  WS-EXCEPTION-FILE-STATUS                 PIC XX.
               88  WS-EXCEPTION-FILE-STATUS-VALID       VALUE "00".
           05  WS-CHANGE-LOG-FILE-STATUS                PIC XX.
               88  WS-CHANGE-LOG-FILE-STATUS-VALID      VALUE "00".
               88  WS-CHANGE-LOG-FILE-NOT-FOUND         VALUE "35".
      * Why the current transaction was turned down - carried onto
      * its exception line.
           05  WS-REJECT-REASON                         PIC X(24).
               88  WS-REJECT-REASON-NONE                VALUE SPACE.
      * Who ran the job, for the change log - same source as the
      * daily run's audit line.
           05  WS-CHANGE-USER                           PIC X(20).
      * Whether the schedule table ran out of slots - warned once,
      * and the run graded 8, since adds past that point are turned
      * away for want of room rather than for anything the desk
      * keyed wrong.
           05  WS-SCHEDULE-TABLE-FULL-FLAG              PIC X.
               88  WS-SCHEDULE-TABLE-FULL-FLAG-YES      VALUE 'Y'.

       01  WS-INTS                                      VALUE ZERO.
           05  WS-SCHEDULE-COUNT                        PIC 9(5).
           05  WS-SCHEDULE-SKIPPED                      PIC 9(5).
           05  WS-TXN-COUNT                             PIC 9(5).
           05  WS-APPLIED-COUNT                         PIC 9(5).
           05  WS-REJECTED-COUNT                        PIC 9(5).
           05  WS-WRITTEN-COUNT                         PIC 9(5).
      * Schedule table walkers - the slot the current transaction's
      * crew and weekday sit in (zero when they aren't on the
      * schedule), and the search/sort pointers.
           05  WS-SCHEDULE-SLOT                         PIC 9(5).
           05  WS-SCHEDULE-PTR                          PIC 9(5).
           05  WS-SCHEDULE-PTR-2                        PIC 9(5).
           05  WS-CHANGE-DATE                           PIC 9(8).
           05  WS-CHANGE-TIME                           PIC 9(8).

      * Every standing assignment - the schedule being worked on,
      * loaded from the file and rewritten from here at the end. A
      * deleted line's slot is blanked rather than closed up, and
      * skipped when the new schedule is written. 5000 slots is
      * every crew on a full roster working most days of the week.
       01  WS-SCHEDULE-TABLE                            VALUE SPACE.
           05  WS-SCHEDULE-ENTRY                        OCCURS 5000.
               10  WS-SCHEDULE-TAB-KEY.
                   15  WS-SCHEDULE-TAB-PAIR-ID         PIC X(8).
                   15  WS-SCHEDULE-TAB-WEEKDAY         PIC X.
               10  WS-SCHEDULE-TAB-RANGES              PIC X(12).

      * Holding slot while the exchange sort swaps two entries.
       01  WS-SCHEDULE-SWAP-ENTRY                       PIC X(21).

      * One schedule line, cut at its fixed columns - crew-pair ID,
      * weekday (1 Monday through 7 Sunday), and the pair's two
      * regular ranges that weekday, start and end of each. Same
      * layout the variance report reads.
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

      * One transaction, cut at the fixed columns agreed with the
      * scheduling desk - A (add), C (change), or D (delete), the
      * crew-pair ID and weekday the standing assignment is for,
      * then its two ranges (ignored on a delete). A change re-keys
      * both ranges, so a change line is never half an assignment.
       01  WS-TXN-LINE.
           05  WS-TXN-ACTION                            PIC X.
               88  WS-TXN-ACTION-ADD                    VALUE 'A'.
               88  WS-TXN-ACTION-CHANGE                 VALUE 'C'.
               88  WS-TXN-ACTION-DELETE                 VALUE 'D'.
               88  WS-TXN-ACTION-KNOWN                  VALUE 'A' 'C'
                                                              'D'.
           05  WS-TXN-KEY.
               10  WS-TXN-PAIR-ID                       PIC X(8).
               10  WS-TXN-WEEKDAY                       PIC X.
                   88  WS-TXN-WEEKDAY-KNOWN             VALUE '1' THRU
                                                              '7'.
           05  WS-TXN-RANGES-X                          PIC X(12).
           05  WS-TXN-RANGES-N                          REDEFINES
               WS-TXN-RANGES-X.
               10  WS-TXN-1-START                       PIC 999.
               10  WS-TXN-1-END                         PIC 999.
               10  WS-TXN-2-START                       PIC 999.
               10  WS-TXN-2-END                         PIC 999.

      * The ranges held in a table slot, taken apart for writing.
       01  WS-RANGES-WORK.
           05  WS-RANGES-1-START                        PIC X(3).
           05  WS-RANGES-1-END                          PIC X(3).
           05  WS-RANGES-2-START                        PIC X(3).
           05  WS-RANGES-2-END                          PIC X(3).

      * One line per rejected transaction - the raw line and why,
      * so the desk can fix and resubmit instead of hunting.
       01  WS-EXCEPTION-RECORD.
           05  FILLER                                   PIC X(9)
               VALUE "REJECTED:".
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-EXCEPTION-LINE-TEXT                   PIC X(22).
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-EXCEPTION-REASON                      PIC X(24).

      * One line per applied change - when, who, and the change
      * itself, so "who took CP001234 off its Tuesday run" has an
      * answer on file.
       01  WS-CHANGE-LOG-RECORD.
           05  WS-CHANGE-LOG-DATE                       PIC 9(8).
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-CHANGE-LOG-TIME                       PIC 9(8).
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-CHANGE-LOG-USER                       PIC X(20).
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-CHANGE-LOG-ACTION                     PIC X.
           05  FILLER                                   PIC X(7)
               VALUE " SCHED ".
           05  WS-CHANGE-LOG-PAIR-ID                    PIC X(8).
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-CHANGE-LOG-WEEKDAY                    PIC X.
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-CHANGE-LOG-1-START                    PIC X(3).
           05  FILLER                             PIC X VALUE "-".
           05  WS-CHANGE-LOG-1-END                      PIC X(3).
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-CHANGE-LOG-2-START                    PIC X(3).
           05  FILLER                             PIC X VALUE "-".
           05  WS-CHANGE-LOG-2-END                      PIC X(3).

       PROCEDURE DIVISION.

       PROGRAM-ENTRY.

           PERFORM INITIALIZE-PARMS.
           PERFORM LOAD-STANDING-SCHEDULE.
           PERFORM OPEN-FILES.
           PERFORM APPLY-TRANSACTIONS.
           PERFORM SORT-SCHEDULE-TABLE.
           PERFORM WRITE-NEW-MASTER.
           PERFORM CLOSE-FILES.

           DISPLAY "TRANSACTIONS READ: " WS-TXN-COUNT.
           DISPLAY "APPLIED: " WS-APPLIED-COUNT.
           DISPLAY "REJECTED: " WS-REJECTED-COUNT.
           DISPLAY "LINES ON NEW SCHEDULE: " WS-WRITTEN-COUNT.

      * An empty transaction file is a submission mix-up, not a
      * clean run - same stance as the other maintenance jobs.
           IF WS-TXN-COUNT IS EQUAL TO ZERO
               DISPLAY "NO TRANSACTIONS SUBMITTED"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-SCHEDULE-TABLE-FULL-FLAG-YES
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-REJECTED-COUNT IS GREATER THAN ZERO
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE ZERO TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           DISPLAY "CONDITION CODE: " RETURN-CODE.
           STOP RUN.

      * Lets operations point the job at the day's files without
      * editing and recompiling the program - defaults above are
      * kept if a variable isn't set.
       INITIALIZE-PARMS.
           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODESCHED4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-SCHEDULE-FILE-PATH
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODESCHEDTXN4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-TXN-FILE-PATH
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODESCHEDNEW4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-NEW-MASTER-FILE-PATH
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODESCHEDERR4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-EXCEPTION-FILE-PATH
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODESCHEDLOG4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-CHANGE-LOG-FILE-PATH
           END-IF.

           ACCEPT WS-CHANGE-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CHANGE-TIME FROM TIME.

           ACCEPT WS-ENVIRONMENT-VALUE FROM ENVIRONMENT "USER".
           IF WS-ENVIRONMENT-VALUE = SPACE
               MOVE "UNKNOWN" TO WS-CHANGE-USER
           ELSE
               MOVE WS-ENVIRONMENT-VALUE TO WS-CHANGE-USER
           END-IF.

      * The change log extends an existing file - the whole point
      * is a running history of who changed what - with the same
      * first-time OUTPUT fallback the daily run's audit log uses.
       OPEN-FILES.
           OPEN INPUT ADVENTOFCODESCHEDTXN4.
               IF NOT WS-TXN-FILE-STATUS-VALID
                   DISPLAY "TRANSACTION OPEN FAILED WITH "
                       WS-TXN-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
           OPEN OUTPUT ADVENTOFCODESCHEDERR4.
               IF NOT WS-EXCEPTION-FILE-STATUS-VALID
                   DISPLAY "EXCEPTION OPEN FAILED WITH "
                       WS-EXCEPTION-FILE-STATUS
                   CLOSE ADVENTOFCODESCHEDTXN4
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
           OPEN EXTEND ADVENTOFCODESCHEDLOG4.
           IF WS-CHANGE-LOG-FILE-NOT-FOUND
               OPEN OUTPUT ADVENTOFCODESCHEDLOG4
           END-IF.
               IF NOT WS-CHANGE-LOG-FILE-STATUS-VALID
                   DISPLAY "CHANGE LOG OPEN FAILED WITH "
                       WS-CHANGE-LOG-FILE-STATUS
                   CLOSE ADVENTOFCODESCHEDTXN4
                   CLOSE ADVENTOFCODESCHEDERR4
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
           OPEN OUTPUT ADVENTOFCODESCHEDNEW4.
               IF NOT WS-NEW-MASTER-FILE-STATUS-VALID
                   DISPLAY "NEW SCHEDULE OPEN FAILED WITH "
                       WS-NEW-MASTER-FILE-STATUS
                   CLOSE ADVENTOFCODESCHEDTXN4
                   CLOSE ADVENTOFCODESCHEDERR4
                   CLOSE ADVENTOFCODESCHEDLOG4
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

       CLOSE-FILES.
           CLOSE ADVENTOFCODESCHEDTXN4.
           IF NOT WS-TXN-FILE-STATUS-VALID
               DISPLAY "TRANSACTION CLOSE FAILED WITH "
                   WS-TXN-FILE-STATUS
           END-IF.
           CLOSE ADVENTOFCODESCHEDERR4.
           IF NOT WS-EXCEPTION-FILE-STATUS-VALID
               DISPLAY "EXCEPTION CLOSE FAILED WITH "
                   WS-EXCEPTION-FILE-STATUS
           END-IF.
           CLOSE ADVENTOFCODESCHEDLOG4.
           IF NOT WS-CHANGE-LOG-FILE-STATUS-VALID
               DISPLAY "CHANGE LOG CLOSE FAILED WITH "
                   WS-CHANGE-LOG-FILE-STATUS
           END-IF.
           CLOSE ADVENTOFCODESCHEDNEW4.
           IF NOT WS-NEW-MASTER-FILE-STATUS-VALID
               DISPLAY "NEW SCHEDULE CLOSE FAILED WITH "
                   WS-NEW-MASTER-FILE-STATUS
           END-IF.

      * Loads the schedule into its table - a line with no ID, an
      * unknown weekday or ranges that aren't numbers is skipped and
      * counted rather than poisoning the table. A missing file is
      * an empty schedule: a brand new site builds its rotation
      * purely from adds.
       LOAD-STANDING-SCHEDULE SECTION.
           OPEN INPUT ADVENTOFCODESCHED4.
           IF WS-SCHEDULE-FILE-NOT-FOUND
               DISPLAY "STANDING SCHEDULE NOT ON FILE - STARTING "
                   "FROM AN EMPTY SCHEDULE"
               GO TO LOAD-STANDING-SCHEDULE-EXIT
           END-IF.
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
      * The production file must never shrink through this job - a
      * schedule too big for the table stops the run outright rather
      * than writing a new schedule with lines missing from it.
           IF WS-SCHEDULE-COUNT IS NOT LESS THAN 5000
               DISPLAY "STANDING SCHEDULE TABLE FULL - SCHEDULE TOO "
                   "LARGE TO MAINTAIN"
               CLOSE ADVENTOFCODESCHED4
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-SCHEDULE-COUNT.
           MOVE WS-SCHEDULE-PAIR-ID
               TO WS-SCHEDULE-TAB-PAIR-ID (WS-SCHEDULE-COUNT).
           MOVE WS-SCHEDULE-WEEKDAY
               TO WS-SCHEDULE-TAB-WEEKDAY (WS-SCHEDULE-COUNT).
           MOVE WS-SCHEDULE-1-START TO WS-RANGES-1-START.
           MOVE WS-SCHEDULE-1-END TO WS-RANGES-1-END.
           MOVE WS-SCHEDULE-2-START TO WS-RANGES-2-START.
           MOVE WS-SCHEDULE-2-END TO WS-RANGES-2-END.
           MOVE WS-RANGES-WORK
               TO WS-SCHEDULE-TAB-RANGES (WS-SCHEDULE-COUNT).
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

      * Walks the transaction file, judging each line against the
      * table as it stands - so a delete-then-add of the same crew
      * and weekday in one file applies cleanly, in order.
       APPLY-TRANSACTIONS SECTION.

       APPLY-TRANSACTIONS-LOOP.
           READ ADVENTOFCODESCHEDTXN4.
           IF NOT WS-TXN-FILE-STATUS-VALID
               GO TO APPLY-TRANSACTIONS-EXIT.
           ADD 1 TO WS-TXN-COUNT.
           MOVE TXN-INPUT-RECORD TO WS-TXN-LINE.
           PERFORM JUDGE-TRANSACTION.
           IF WS-REJECT-REASON-NONE
               PERFORM APPLY-ONE-TRANSACTION
           ELSE
               PERFORM WRITE-TXN-EXCEPTION
           END-IF.
           GO TO APPLY-TRANSACTIONS-LOOP.

       APPLY-TRANSACTIONS-EXIT.
           EXIT.

      * Finds the transaction's crew and weekday on the schedule -
      * WS-SCHEDULE-SLOT comes back as its slot, or zero when it
      * isn't there. A deleted line's blanked slot can never match,
      * since a blank ID is turned down before the search is made.
       FIND-SCHEDULE-SLOT SECTION.
           MOVE ZERO TO WS-SCHEDULE-SLOT.
           MOVE ZERO TO WS-SCHEDULE-PTR.

       FIND-SCHEDULE-SLOT-LOOP.
           ADD 1 TO WS-SCHEDULE-PTR.
           IF WS-SCHEDULE-PTR IS GREATER THAN WS-SCHEDULE-COUNT
               GO TO FIND-SCHEDULE-SLOT-EXIT.
           IF WS-SCHEDULE-TAB-KEY (WS-SCHEDULE-PTR)
               IS EQUAL TO WS-TXN-KEY
               MOVE WS-SCHEDULE-PTR TO WS-SCHEDULE-SLOT
               GO TO FIND-SCHEDULE-SLOT-EXIT.
           GO TO FIND-SCHEDULE-SLOT-LOOP.

       FIND-SCHEDULE-SLOT-EXIT.
           EXIT.

      * Decides whether the current transaction can apply, and why
      * not when it can't. The delete path never looks past the
      * crew-pair ID and weekday - the desk leaves the ranges blank
      * on a D. Ranges are judged the way the daily run judges an
      * assignment: sections 1-999, start no later than end.
       JUDGE-TRANSACTION SECTION.
           MOVE SPACE TO WS-REJECT-REASON.
           IF NOT WS-TXN-ACTION-KNOWN
               MOVE "ACTION NOT A, C OR D" TO WS-REJECT-REASON
               GO TO JUDGE-TRANSACTION-EXIT
           END-IF.
           IF WS-TXN-PAIR-ID IS EQUAL TO SPACE
               MOVE "CREW-PAIR ID MISSING" TO WS-REJECT-REASON
               GO TO JUDGE-TRANSACTION-EXIT
           END-IF.
           IF NOT WS-TXN-WEEKDAY-KNOWN
               MOVE "WEEKDAY NOT 1 THRU 7" TO WS-REJECT-REASON
               GO TO JUDGE-TRANSACTION-EXIT
           END-IF.
           PERFORM FIND-SCHEDULE-SLOT.
           IF WS-TXN-ACTION-DELETE
               IF WS-SCHEDULE-SLOT IS EQUAL TO ZERO
                   MOVE "NOT ON SCHEDULE" TO WS-REJECT-REASON
               END-IF
               GO TO JUDGE-TRANSACTION-EXIT
           END-IF.
           IF WS-TXN-ACTION-ADD
               AND WS-SCHEDULE-SLOT IS GREATER THAN ZERO
               MOVE "ALREADY ON SCHEDULE" TO WS-REJECT-REASON
               GO TO JUDGE-TRANSACTION-EXIT
           END-IF.
           IF WS-TXN-ACTION-CHANGE
               AND WS-SCHEDULE-SLOT IS EQUAL TO ZERO
               MOVE "NOT ON SCHEDULE" TO WS-REJECT-REASON
               GO TO JUDGE-TRANSACTION-EXIT
           END-IF.
           IF WS-TXN-RANGES-X IS NOT NUMERIC
               MOVE "RANGES NOT NUMERIC" TO WS-REJECT-REASON
               GO TO JUDGE-TRANSACTION-EXIT
           END-IF.
           IF WS-TXN-1-START IS EQUAL TO ZERO
               OR WS-TXN-2-START IS EQUAL TO ZERO
               MOVE "RANGE STARTS AT ZERO" TO WS-REJECT-REASON
               GO TO JUDGE-TRANSACTION-EXIT
           END-IF.
           IF WS-TXN-1-START IS GREATER THAN WS-TXN-1-END
               OR WS-TXN-2-START IS GREATER THAN WS-TXN-2-END
               MOVE "RANGE RUNS BACKWARDS" TO WS-REJECT-REASON
               GO TO JUDGE-TRANSACTION-EXIT
           END-IF.
           IF WS-TXN-ACTION-ADD
               AND WS-SCHEDULE-COUNT IS NOT LESS THAN 5000
               MOVE "SCHEDULE TABLE FULL" TO WS-REJECT-REASON
               IF NOT WS-SCHEDULE-TABLE-FULL-FLAG-YES
                   MOVE 'Y' TO WS-SCHEDULE-TABLE-FULL-FLAG
                   DISPLAY "STANDING SCHEDULE TABLE FULL - ADDS "
                       "REJECTED"
               END-IF
           END-IF.

       JUDGE-TRANSACTION-EXIT.
           EXIT.

      * Applies a judged-clean transaction to the table and logs
      * it - the log line carries the ranges as applied (blank for
      * a delete), so the history reads without the transaction
      * file beside it.
       APPLY-ONE-TRANSACTION SECTION.
           IF WS-TXN-ACTION-DELETE
               MOVE SPACE TO WS-SCHEDULE-ENTRY (WS-SCHEDULE-SLOT)
           ELSE
               IF WS-TXN-ACTION-ADD
                   ADD 1 TO WS-SCHEDULE-COUNT
                   MOVE WS-SCHEDULE-COUNT TO WS-SCHEDULE-SLOT
               END-IF
               MOVE WS-TXN-KEY TO WS-SCHEDULE-TAB-KEY (WS-SCHEDULE-SLOT)
               MOVE WS-TXN-RANGES-X
                   TO WS-SCHEDULE-TAB-RANGES (WS-SCHEDULE-SLOT)
           END-IF.
           ADD 1 TO WS-APPLIED-COUNT.

           MOVE WS-CHANGE-DATE TO WS-CHANGE-LOG-DATE.
           MOVE WS-CHANGE-TIME TO WS-CHANGE-LOG-TIME.
           MOVE WS-CHANGE-USER TO WS-CHANGE-LOG-USER.
           MOVE WS-TXN-ACTION TO WS-CHANGE-LOG-ACTION.
           MOVE WS-TXN-PAIR-ID TO WS-CHANGE-LOG-PAIR-ID.
           MOVE WS-TXN-WEEKDAY TO WS-CHANGE-LOG-WEEKDAY.
           IF WS-TXN-ACTION-DELETE
               MOVE SPACE TO WS-RANGES-WORK
           ELSE
               MOVE WS-TXN-RANGES-X TO WS-RANGES-WORK
           END-IF.
           MOVE WS-RANGES-1-START TO WS-CHANGE-LOG-1-START.
           MOVE WS-RANGES-1-END TO WS-CHANGE-LOG-1-END.
           MOVE WS-RANGES-2-START TO WS-CHANGE-LOG-2-START.
           MOVE WS-RANGES-2-END TO WS-CHANGE-LOG-2-END.
           MOVE WS-CHANGE-LOG-RECORD TO CHANGE-LOG-OUTPUT-RECORD.
           WRITE CHANGE-LOG-OUTPUT-RECORD.
           IF NOT WS-CHANGE-LOG-FILE-STATUS-VALID
               DISPLAY "CHANGE LOG WRITE FAILED WITH "
                   WS-CHANGE-LOG-FILE-STATUS
           END-IF.

       APPLY-ONE-TRANSACTION-EXIT.
           EXIT.

      * Logs the raw transaction and why it was turned down, so
      * the desk can fix and resubmit the line itself.
       WRITE-TXN-EXCEPTION SECTION.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE TXN-INPUT-RECORD TO WS-EXCEPTION-LINE-TEXT.
           MOVE WS-REJECT-REASON TO WS-EXCEPTION-REASON.
           MOVE WS-EXCEPTION-RECORD TO EXCEPTION-OUTPUT-RECORD.
           WRITE EXCEPTION-OUTPUT-RECORD.
           IF NOT WS-EXCEPTION-FILE-STATUS-VALID
               DISPLAY "EXCEPTION WRITE FAILED WITH "
                   WS-EXCEPTION-FILE-STATUS
           END-IF.

       WRITE-TXN-EXCEPTION-EXIT.
           EXIT.

      * Orders the schedule table by crew-pair ID and weekday,
      * swapping whole entries, so the new schedule reads crew by
      * crew, Monday first, however the adds arrived. Deleted
      * (blanked) slots sort to the front and are skipped on the
      * way out.
       SORT-SCHEDULE-TABLE SECTION.
           IF WS-SCHEDULE-COUNT IS LESS THAN 2
               GO TO SORT-SCHEDULE-TABLE-EXIT
           END-IF.
           MOVE 1 TO WS-SCHEDULE-PTR.

       SORT-SCHEDULE-OUTER.
           IF WS-SCHEDULE-PTR IS NOT LESS THAN WS-SCHEDULE-COUNT
               GO TO SORT-SCHEDULE-TABLE-EXIT.
           COMPUTE WS-SCHEDULE-PTR-2 = WS-SCHEDULE-PTR + 1.

       SORT-SCHEDULE-INNER.
           IF WS-SCHEDULE-PTR-2 IS GREATER THAN WS-SCHEDULE-COUNT
               ADD 1 TO WS-SCHEDULE-PTR
               GO TO SORT-SCHEDULE-OUTER.
           IF WS-SCHEDULE-TAB-KEY (WS-SCHEDULE-PTR-2)
               IS LESS THAN WS-SCHEDULE-TAB-KEY (WS-SCHEDULE-PTR)
               MOVE WS-SCHEDULE-ENTRY (WS-SCHEDULE-PTR)
                   TO WS-SCHEDULE-SWAP-ENTRY
               MOVE WS-SCHEDULE-ENTRY (WS-SCHEDULE-PTR-2)
                   TO WS-SCHEDULE-ENTRY (WS-SCHEDULE-PTR)
               MOVE WS-SCHEDULE-SWAP-ENTRY
                   TO WS-SCHEDULE-ENTRY (WS-SCHEDULE-PTR-2)
           END-IF.
           ADD 1 TO WS-SCHEDULE-PTR-2.
           GO TO SORT-SCHEDULE-INNER.

       SORT-SCHEDULE-TABLE-EXIT.
           EXIT.

      * Writes the whole table back out in crew-pair ID and weekday
      * order, at the same fixed columns the variance report reads -
      * the new schedule is complete in itself, ready for
      * operations to swap in.
       WRITE-NEW-MASTER SECTION.
           MOVE ZERO TO WS-SCHEDULE-PTR.

       WRITE-NEW-MASTER-LOOP.
           ADD 1 TO WS-SCHEDULE-PTR.
           IF WS-SCHEDULE-PTR IS GREATER THAN WS-SCHEDULE-COUNT
               GO TO WRITE-NEW-MASTER-EXIT.
           IF WS-SCHEDULE-TAB-PAIR-ID (WS-SCHEDULE-PTR)
               IS NOT EQUAL TO SPACE
               MOVE SPACE TO WS-SCHEDULE-LINE
               MOVE WS-SCHEDULE-TAB-PAIR-ID (WS-SCHEDULE-PTR)
                   TO WS-SCHEDULE-PAIR-ID
               MOVE WS-SCHEDULE-TAB-WEEKDAY (WS-SCHEDULE-PTR)
                   TO WS-SCHEDULE-WEEKDAY
               MOVE WS-SCHEDULE-TAB-RANGES (WS-SCHEDULE-PTR)
                   TO WS-RANGES-WORK
               MOVE WS-RANGES-1-START TO WS-SCHEDULE-1-START
               MOVE WS-RANGES-1-END TO WS-SCHEDULE-1-END
               MOVE WS-RANGES-2-START TO WS-SCHEDULE-2-START
               MOVE WS-RANGES-2-END TO WS-SCHEDULE-2-END
               MOVE WS-SCHEDULE-LINE TO NEW-MASTER-OUTPUT-RECORD
               WRITE NEW-MASTER-OUTPUT-RECORD
               IF NOT WS-NEW-MASTER-FILE-STATUS-VALID
                   DISPLAY "NEW SCHEDULE WRITE FAILED WITH "
                       WS-NEW-MASTER-FILE-STATUS
               END-IF
               ADD 1 TO WS-WRITTEN-COUNT
           END-IF.
           GO TO WRITE-NEW-MASTER-LOOP.

       WRITE-NEW-MASTER-EXIT.
           EXIT.
