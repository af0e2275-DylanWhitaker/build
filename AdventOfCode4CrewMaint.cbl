      * COBOL programs have a maximum width of 80 characters.
      * This is so that they could support punch cards (yes, really).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENTOFCODE4CREWMNT.

      * Maintenance job for the crew roster master - the scheduling
      * desk submits a transaction file of adds, changes, and deletes
      * against the roster (crew-pair ID, the two crew members' names,
      * home shift, active or inactive, the dates the pairing is
      * effective between, and the crew's pay grade) instead of
      * hand-editing the fixed column production file the daily run
      * validates every crew-pair ID against. Same shape as the
      * section reference maintenance job: the current roster is
      * loaded, the transactions applied against it, malformed or
      * conflicting ones rejected to an exception report, every
      * applied change logged with who ran it and when, and a complete
      * NEW roster written in crew-pair ID order - operations swap it
      * in, so a failed run leaves the production file untouched.
      * Condition code: 0 every transaction applied, 4 one or more
      * rejected, 8 the roster table filled and adds were turned
      * away, 16 a file would not open or there were no
      * transactions at all.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

      * The roster as it stands - same fixed columns the daily run
      * loads (see WS-ROSTER-LINE).
       FILE-CONTROL.
       SELECT ADVENTOFCODEROSTER4
       ASSIGN DYNAMIC WS-ROSTER-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-ROSTER-FILE-STATUS.

      * The scheduling desk's transactions - add, change, or
      * delete, one per line at fixed columns (see WS-TXN-LINE).
       SELECT ADVENTOFCODEROSTTXN4
       ASSIGN DYNAMIC WS-TXN-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-TXN-FILE-STATUS.

      * The roster as it will stand - written complete, in crew-pair
      * ID order, for operations to swap in once the run graded
      * clean.
       SELECT ADVENTOFCODEROSTNEW4
       ASSIGN DYNAMIC WS-NEW-MASTER-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-NEW-MASTER-FILE-STATUS.

      * One line per rejected transaction, with why.
       SELECT ADVENTOFCODEROSTERR4
       ASSIGN DYNAMIC WS-EXCEPTION-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

      * One line appended per applied change - when, who, what.
      * Never truncated, same stance as the daily run's audit log.
       SELECT ADVENTOFCODEROSTLOG4
       ASSIGN DYNAMIC WS-CHANGE-LOG-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-CHANGE-LOG-FILE-STATUS.

      * Where the variables/data lives
       DATA DIVISION.

       FILE SECTION.

       FD  ADVENTOFCODEROSTER4.
       01  ROSTER-INPUT-RECORD                           PIC X(80).

       FD  ADVENTOFCODEROSTTXN4.
       01  TXN-INPUT-RECORD                              PIC X(69).

       FD  ADVENTOFCODEROSTNEW4.
       01  NEW-MASTER-OUTPUT-RECORD                      PIC X(80).

       FD  ADVENTOFCODEROSTERR4.
       01  EXCEPTION-OUTPUT-RECORD                       PIC X(112).

       FD  ADVENTOFCODEROSTLOG4.
       01  CHANGE-LOG-OUTPUT-RECORD                      PIC X(124).

       WORKING-STORAGE SECTION.

      * File paths operations can override at run time via the
      * environment variables named below (see INITIALIZE-PARMS).
      * The VALUEs here are the defaults if a variable isn't set.
       01  WS-RUNTIME-PARMS.
           05  WS-ROSTER-FILE-PATH                      PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODEROSTER4.txt".
           05  WS-TXN-FILE-PATH                         PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODEROSTTXN4.txt".
           05  WS-NEW-MASTER-FILE-PATH                  PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODEROSTNEW4.txt".
           05  WS-EXCEPTION-FILE-PATH                   PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODEROSTERR4.txt".
           05  WS-CHANGE-LOG-FILE-PATH                  PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODEROSTLOG4.txt".
           05  WS-ENVIRONMENT-VALUE                     PIC X(100).

      * All COBOL variables must be declared. They have a heirarchical structure.
       01  WS-STRINGS                                   VALUE SPACE.
      * 2 Xs = two characters long
           05  WS-ROSTER-FILE-STATUS                    PIC XX.
      * 88 levels are like if checks
               88  WS-ROSTER-FILE-STATUS-VALID          VALUE "00".
               88  WS-ROSTER-FILE-STATUS-END            VALUE "10".
               88  WS-ROSTER-FILE-NOT-FOUND             VALUE "35".
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
      * Whether the roster table ran out of slots - warned once, and
      * the run graded 8, since adds past that point are turned
      * away for want of room rather than for anything the desk
      * keyed wrong.
           05  WS-ROSTER-TABLE-FULL-FLAG                PIC X.
               88  WS-ROSTER-TABLE-FULL-FLAG-YES        VALUE 'Y'.

       01  WS-INTS                                      VALUE ZERO.
           05  WS-ROSTER-COUNT                          PIC 9(4).
           05  WS-ROSTER-SKIPPED                        PIC 9(4).
           05  WS-TXN-COUNT                             PIC 9(5).
           05  WS-APPLIED-COUNT                         PIC 9(5).
           05  WS-REJECTED-COUNT                        PIC 9(5).
           05  WS-WRITTEN-COUNT                         PIC 9(4).
      * Roster table walkers - the slot the current transaction's
      * crew sits in (zero when it isn't on the roster), and the
      * search/sort pointers.
           05  WS-ROSTER-SLOT                           PIC 9(4).
           05  WS-ROSTER-PTR                            PIC 9(4).
           05  WS-ROSTER-PTR-2                          PIC 9(4).
           05  WS-CHANGE-DATE                           PIC 9(8).
           05  WS-CHANGE-TIME                           PIC 9(8).

      * Every crew pair on the roster - the master being worked on,
      * loaded from the file and rewritten from here at the end. A
      * deleted crew's slot is blanked rather than closed up, and
      * skipped when the new roster is written. 2000 slots is
      * several times the camp's whole workforce.
       01  WS-ROSTER-TABLE                              VALUE SPACE.
           05  WS-ROSTER-ENTRY                          OCCURS 2000.
               10  WS-ROSTER-TAB-PAIR-ID               PIC X(8).
               10  WS-ROSTER-TAB-NAME-1                PIC X(20).
               10  WS-ROSTER-TAB-NAME-2                PIC X(20).
               10  WS-ROSTER-TAB-SHIFT                 PIC X.
               10  WS-ROSTER-TAB-STATUS                PIC X.
               10  WS-ROSTER-TAB-EFFECTIVE-FROM        PIC X(8).
               10  WS-ROSTER-TAB-EFFECTIVE-TO          PIC X(8).
               10  WS-ROSTER-TAB-GRADE                 PIC XX.

      * Holding slot while the exchange sort swaps two entries.
       01  WS-ROSTER-SWAP-ENTRY                         PIC X(68).

      * One roster line, cut at its fixed columns - crew-pair ID,
      * the two crew members, home shift (D day, E evening, N
      * night), status (A active, I inactive), and the first and
      * last business dates the pairing works. A blank last date
      * means the pairing runs until further notice. Last, the
      * crew's pay grade, which the labor valuation prices the
      * crew's time at - blank until the desk has keyed one. Same
      * layout the daily run reads.
       01  WS-ROSTER-LINE.
           05  WS-ROSTER-PAIR-ID                        PIC X(8).
           05  FILLER                                   PIC X.
           05  WS-ROSTER-NAME-1                         PIC X(20).
           05  FILLER                                   PIC X.
           05  WS-ROSTER-NAME-2                         PIC X(20).
           05  FILLER                                   PIC X.
           05  WS-ROSTER-SHIFT                          PIC X.
               88  WS-ROSTER-SHIFT-KNOWN                VALUE 'D' 'E'
                                                              'N'.
           05  FILLER                                   PIC X.
           05  WS-ROSTER-STATUS                         PIC X.
               88  WS-ROSTER-STATUS-KNOWN               VALUE 'A' 'I'.
           05  FILLER                                   PIC X.
           05  WS-ROSTER-EFFECTIVE-FROM                 PIC X(8).
           05  FILLER                                   PIC X.
           05  WS-ROSTER-EFFECTIVE-TO                   PIC X(8).
           05  FILLER                                   PIC X.
           05  WS-ROSTER-GRADE                          PIC XX.
           05  FILLER                                   PIC X(5).

      * One transaction, cut at the fixed columns agreed with the
      * scheduling desk - A (add), C (change), or D (delete), the
      * crew-pair ID, and the full new roster entry, pay grade last
      * (ignored on a delete). A change re-keys the whole entry, same
      * as the section maintenance job, so a change line is never half
      * a record.
       01  WS-TXN-LINE.
           05  WS-TXN-ACTION                            PIC X.
               88  WS-TXN-ACTION-ADD                    VALUE 'A'.
               88  WS-TXN-ACTION-CHANGE                 VALUE 'C'.
               88  WS-TXN-ACTION-DELETE                 VALUE 'D'.
               88  WS-TXN-ACTION-KNOWN                  VALUE 'A' 'C'
                                                              'D'.
           05  WS-TXN-PAIR-ID                           PIC X(8).
           05  WS-TXN-NAME-1                            PIC X(20).
           05  WS-TXN-NAME-2                            PIC X(20).
           05  WS-TXN-SHIFT                             PIC X.
               88  WS-TXN-SHIFT-KNOWN                   VALUE 'D' 'E'
                                                              'N'.
           05  WS-TXN-STATUS                            PIC X.
               88  WS-TXN-STATUS-KNOWN                  VALUE 'A' 'I'.
           05  WS-TXN-EFFECTIVE-FROM-X                  PIC X(8).
           05  WS-TXN-EFFECTIVE-FROM-N                  REDEFINES
               WS-TXN-EFFECTIVE-FROM-X                  PIC 9(8).
           05  WS-TXN-EFFECTIVE-TO-X                    PIC X(8).
           05  WS-TXN-EFFECTIVE-TO-N                    REDEFINES
               WS-TXN-EFFECTIVE-TO-X                    PIC 9(8).
           05  WS-TXN-GRADE                             PIC XX.

      * One line per rejected transaction - the raw line and why,
      * so the desk can fix and resubmit instead of hunting.
       01  WS-EXCEPTION-RECORD.
           05  FILLER                                   PIC X(9)
               VALUE "REJECTED:".
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-EXCEPTION-LINE-TEXT                   PIC X(69).
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-EXCEPTION-REASON                      PIC X(24).

      * One line per applied change - when, who, and the change
      * itself, so "who set CP001234 inactive and when" has an
      * answer on file.
       01  WS-CHANGE-LOG-RECORD.
           05  WS-CHANGE-LOG-DATE                       PIC 9(8).
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-CHANGE-LOG-TIME                       PIC 9(8).
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-CHANGE-LOG-USER                       PIC X(20).
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-CHANGE-LOG-ACTION                     PIC X.
           05  FILLER                                   PIC X(6)
               VALUE " CREW ".
           05  WS-CHANGE-LOG-PAIR-ID                    PIC X(8).
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-CHANGE-LOG-NAME-1                     PIC X(20).
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-CHANGE-LOG-NAME-2                     PIC X(20).
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-CHANGE-LOG-SHIFT                      PIC X.
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-CHANGE-LOG-STATUS                     PIC X.
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-CHANGE-LOG-EFFECTIVE-FROM             PIC X(8).
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-CHANGE-LOG-EFFECTIVE-TO               PIC X(8).
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-CHANGE-LOG-GRADE                      PIC XX.

       PROCEDURE DIVISION.

       PROGRAM-ENTRY.

           PERFORM INITIALIZE-PARMS.
           PERFORM LOAD-CREW-ROSTER.
           PERFORM OPEN-FILES.
           PERFORM APPLY-TRANSACTIONS.
           PERFORM SORT-ROSTER-TABLE.
           PERFORM WRITE-NEW-MASTER.
           PERFORM CLOSE-FILES.

           DISPLAY "TRANSACTIONS READ: " WS-TXN-COUNT.
           DISPLAY "APPLIED: " WS-APPLIED-COUNT.
           DISPLAY "REJECTED: " WS-REJECTED-COUNT.
           DISPLAY "CREWS ON NEW ROSTER: " WS-WRITTEN-COUNT.

      * An empty transaction file is a submission mix-up, not a
      * clean run - same stance as the section maintenance job.
           IF WS-TXN-COUNT IS EQUAL TO ZERO
               DISPLAY "NO TRANSACTIONS SUBMITTED"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-ROSTER-TABLE-FULL-FLAG-YES
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
               FROM ENVIRONMENT "ADVENTOFCODEROSTER4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-ROSTER-FILE-PATH
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODEROSTTXN4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-TXN-FILE-PATH
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODEROSTNEW4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-NEW-MASTER-FILE-PATH
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODEROSTERR4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-EXCEPTION-FILE-PATH
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODEROSTLOG4".
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
           OPEN INPUT ADVENTOFCODEROSTTXN4.
               IF NOT WS-TXN-FILE-STATUS-VALID
                   DISPLAY "TRANSACTION OPEN FAILED WITH "
                       WS-TXN-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
           OPEN OUTPUT ADVENTOFCODEROSTERR4.
               IF NOT WS-EXCEPTION-FILE-STATUS-VALID
                   DISPLAY "EXCEPTION OPEN FAILED WITH "
                       WS-EXCEPTION-FILE-STATUS
                   CLOSE ADVENTOFCODEROSTTXN4
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
           OPEN EXTEND ADVENTOFCODEROSTLOG4.
           IF WS-CHANGE-LOG-FILE-NOT-FOUND
               OPEN OUTPUT ADVENTOFCODEROSTLOG4
           END-IF.
               IF NOT WS-CHANGE-LOG-FILE-STATUS-VALID
                   DISPLAY "CHANGE LOG OPEN FAILED WITH "
                       WS-CHANGE-LOG-FILE-STATUS
                   CLOSE ADVENTOFCODEROSTTXN4
                   CLOSE ADVENTOFCODEROSTERR4
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
           OPEN OUTPUT ADVENTOFCODEROSTNEW4.
               IF NOT WS-NEW-MASTER-FILE-STATUS-VALID
                   DISPLAY "NEW ROSTER OPEN FAILED WITH "
                       WS-NEW-MASTER-FILE-STATUS
                   CLOSE ADVENTOFCODEROSTTXN4
                   CLOSE ADVENTOFCODEROSTERR4
                   CLOSE ADVENTOFCODEROSTLOG4
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

       CLOSE-FILES.
           CLOSE ADVENTOFCODEROSTTXN4.
           IF NOT WS-TXN-FILE-STATUS-VALID
               DISPLAY "TRANSACTION CLOSE FAILED WITH "
                   WS-TXN-FILE-STATUS
           END-IF.
           CLOSE ADVENTOFCODEROSTERR4.
           IF NOT WS-EXCEPTION-FILE-STATUS-VALID
               DISPLAY "EXCEPTION CLOSE FAILED WITH "
                   WS-EXCEPTION-FILE-STATUS
           END-IF.
           CLOSE ADVENTOFCODEROSTLOG4.
           IF NOT WS-CHANGE-LOG-FILE-STATUS-VALID
               DISPLAY "CHANGE LOG CLOSE FAILED WITH "
                   WS-CHANGE-LOG-FILE-STATUS
           END-IF.
           CLOSE ADVENTOFCODEROSTNEW4.
           IF NOT WS-NEW-MASTER-FILE-STATUS-VALID
               DISPLAY "NEW ROSTER CLOSE FAILED WITH "
                   WS-NEW-MASTER-FILE-STATUS
           END-IF.

      * Loads the roster into its table, same checks as the daily
      * run's loader - a line with no ID or an unknown status is
      * skipped and counted rather than poisoning the table. A
      * missing file is an empty roster: a brand new site builds
      * its roster purely from adds.
       LOAD-CREW-ROSTER SECTION.
           OPEN INPUT ADVENTOFCODEROSTER4.
           IF WS-ROSTER-FILE-NOT-FOUND
               DISPLAY "CREW ROSTER NOT ON FILE - STARTING "
                   "FROM AN EMPTY ROSTER"
               GO TO LOAD-CREW-ROSTER-EXIT
           END-IF.
           IF NOT WS-ROSTER-FILE-STATUS-VALID
               DISPLAY "CREW ROSTER OPEN FAILED WITH "
                   WS-ROSTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
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
      * The production file must never shrink through this job - a
      * roster too big for the table stops the run outright rather
      * than writing a new roster with crews missing from it.
           IF WS-ROSTER-COUNT IS NOT LESS THAN 2000
               DISPLAY "CREW ROSTER TABLE FULL - ROSTER TOO LARGE "
                   "TO MAINTAIN"
               CLOSE ADVENTOFCODEROSTER4
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-ROSTER-COUNT.
           MOVE WS-ROSTER-COUNT TO WS-ROSTER-PTR.
           PERFORM STORE-ROSTER-LINE.
           GO TO LOAD-CREW-ROSTER-LOOP.

       LOAD-CREW-ROSTER-DONE.
           CLOSE ADVENTOFCODEROSTER4.
           DISPLAY "CREW ROSTER LOADED: " WS-ROSTER-COUNT " CREWS".
           IF WS-ROSTER-SKIPPED IS GREATER THAN ZERO
               DISPLAY "CREW ROSTER LINES SKIPPED: "
                   WS-ROSTER-SKIPPED
           END-IF.

       LOAD-CREW-ROSTER-EXIT.
           EXIT.

      * Files the roster line just cut into the table slot at
      * WS-ROSTER-PTR.
       STORE-ROSTER-LINE SECTION.
           MOVE WS-ROSTER-PAIR-ID
               TO WS-ROSTER-TAB-PAIR-ID (WS-ROSTER-PTR).
           MOVE WS-ROSTER-NAME-1
               TO WS-ROSTER-TAB-NAME-1 (WS-ROSTER-PTR).
           MOVE WS-ROSTER-NAME-2
               TO WS-ROSTER-TAB-NAME-2 (WS-ROSTER-PTR).
           MOVE WS-ROSTER-SHIFT
               TO WS-ROSTER-TAB-SHIFT (WS-ROSTER-PTR).
           MOVE WS-ROSTER-STATUS
               TO WS-ROSTER-TAB-STATUS (WS-ROSTER-PTR).
           MOVE WS-ROSTER-EFFECTIVE-FROM
               TO WS-ROSTER-TAB-EFFECTIVE-FROM (WS-ROSTER-PTR).
           MOVE WS-ROSTER-EFFECTIVE-TO
               TO WS-ROSTER-TAB-EFFECTIVE-TO (WS-ROSTER-PTR).
           MOVE WS-ROSTER-GRADE
               TO WS-ROSTER-TAB-GRADE (WS-ROSTER-PTR).

       STORE-ROSTER-LINE-EXIT.
           EXIT.

      * Walks the transaction file, judging each line against the
      * table as it stands - so a delete-then-add of the same crew
      * in one file applies cleanly, in order.
       APPLY-TRANSACTIONS SECTION.

       APPLY-TRANSACTIONS-LOOP.
           READ ADVENTOFCODEROSTTXN4.
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

      * Finds the transaction's crew on the roster - WS-ROSTER-SLOT
      * comes back as its slot, or zero when it isn't there. A
      * deleted crew's blanked slot can never match, since a blank
      * ID is turned down before the search is made.
       FIND-ROSTER-SLOT SECTION.
           MOVE ZERO TO WS-ROSTER-SLOT.
           MOVE ZERO TO WS-ROSTER-PTR.

       FIND-ROSTER-SLOT-LOOP.
           ADD 1 TO WS-ROSTER-PTR.
           IF WS-ROSTER-PTR IS GREATER THAN WS-ROSTER-COUNT
               GO TO FIND-ROSTER-SLOT-EXIT.
           IF WS-ROSTER-TAB-PAIR-ID (WS-ROSTER-PTR)
               IS EQUAL TO WS-TXN-PAIR-ID
               MOVE WS-ROSTER-PTR TO WS-ROSTER-SLOT
               GO TO FIND-ROSTER-SLOT-EXIT.
           GO TO FIND-ROSTER-SLOT-LOOP.

       FIND-ROSTER-SLOT-EXIT.
           EXIT.

      * Decides whether the current transaction can apply, and why
      * not when it can't. The delete path never looks past the
      * crew-pair ID - the desk leaves the rest blank on a D.
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
           PERFORM FIND-ROSTER-SLOT.
           IF WS-TXN-ACTION-DELETE
               IF WS-ROSTER-SLOT IS EQUAL TO ZERO
                   MOVE "CREW NOT ON ROSTER" TO WS-REJECT-REASON
               END-IF
               GO TO JUDGE-TRANSACTION-EXIT
           END-IF.
           IF WS-TXN-ACTION-ADD
               AND WS-ROSTER-SLOT IS GREATER THAN ZERO
               MOVE "CREW ALREADY ON ROSTER" TO WS-REJECT-REASON
               GO TO JUDGE-TRANSACTION-EXIT
           END-IF.
           IF WS-TXN-ACTION-CHANGE
               AND WS-ROSTER-SLOT IS EQUAL TO ZERO
               MOVE "CREW NOT ON ROSTER" TO WS-REJECT-REASON
               GO TO JUDGE-TRANSACTION-EXIT
           END-IF.
           IF WS-TXN-NAME-1 IS EQUAL TO SPACE
               OR WS-TXN-NAME-2 IS EQUAL TO SPACE
               MOVE "CREW MEMBER NAME MISSING" TO WS-REJECT-REASON
               GO TO JUDGE-TRANSACTION-EXIT
           END-IF.
           IF NOT WS-TXN-SHIFT-KNOWN
               MOVE "SHIFT NOT D, E OR N" TO WS-REJECT-REASON
               GO TO JUDGE-TRANSACTION-EXIT
           END-IF.
           IF NOT WS-TXN-STATUS-KNOWN
               MOVE "STATUS NOT A OR I" TO WS-REJECT-REASON
               GO TO JUDGE-TRANSACTION-EXIT
           END-IF.
           IF WS-TXN-EFFECTIVE-FROM-X IS NOT NUMERIC
               OR WS-TXN-EFFECTIVE-FROM-N IS EQUAL TO ZERO
               MOVE "EFFECTIVE-FROM NOT A DATE" TO WS-REJECT-REASON
               GO TO JUDGE-TRANSACTION-EXIT
           END-IF.
      * A blank last date is an open-ended pairing; anything else
      * must be a real date no earlier than the first.
           IF WS-TXN-EFFECTIVE-TO-X IS NOT EQUAL TO SPACE
               IF WS-TXN-EFFECTIVE-TO-X IS NOT NUMERIC
                   MOVE "EFFECTIVE-TO NOT A DATE" TO WS-REJECT-REASON
               ELSE
                   IF WS-TXN-EFFECTIVE-TO-N
                       IS LESS THAN WS-TXN-EFFECTIVE-FROM-N
                       MOVE "EFFECTIVE DATES BACKWARDS"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-REJECT-REASON-NONE
               AND WS-TXN-ACTION-ADD
               AND WS-ROSTER-COUNT IS NOT LESS THAN 2000
               MOVE "ROSTER TABLE FULL" TO WS-REJECT-REASON
               IF NOT WS-ROSTER-TABLE-FULL-FLAG-YES
                   MOVE 'Y' TO WS-ROSTER-TABLE-FULL-FLAG
                   DISPLAY "CREW ROSTER TABLE FULL - ADDS REJECTED"
               END-IF
           END-IF.

       JUDGE-TRANSACTION-EXIT.
           EXIT.

      * Applies a judged-clean transaction to the table and logs
      * it - the log line carries the values as applied (blank for
      * a delete), so the history reads without the transaction
      * file beside it.
       APPLY-ONE-TRANSACTION SECTION.
           IF WS-TXN-ACTION-DELETE
               MOVE SPACE TO WS-ROSTER-ENTRY (WS-ROSTER-SLOT)
           ELSE
               IF WS-TXN-ACTION-ADD
                   ADD 1 TO WS-ROSTER-COUNT
                   MOVE WS-ROSTER-COUNT TO WS-ROSTER-SLOT
               END-IF
               MOVE WS-ROSTER-SLOT TO WS-ROSTER-PTR
               MOVE SPACE TO WS-ROSTER-LINE
               MOVE WS-TXN-PAIR-ID TO WS-ROSTER-PAIR-ID
               MOVE WS-TXN-NAME-1 TO WS-ROSTER-NAME-1
               MOVE WS-TXN-NAME-2 TO WS-ROSTER-NAME-2
               MOVE WS-TXN-SHIFT TO WS-ROSTER-SHIFT
               MOVE WS-TXN-STATUS TO WS-ROSTER-STATUS
               MOVE WS-TXN-EFFECTIVE-FROM-X
                   TO WS-ROSTER-EFFECTIVE-FROM
               MOVE WS-TXN-EFFECTIVE-TO-X TO WS-ROSTER-EFFECTIVE-TO
               MOVE WS-TXN-GRADE TO WS-ROSTER-GRADE
               PERFORM STORE-ROSTER-LINE
           END-IF.
           ADD 1 TO WS-APPLIED-COUNT.

           MOVE WS-CHANGE-DATE TO WS-CHANGE-LOG-DATE.
           MOVE WS-CHANGE-TIME TO WS-CHANGE-LOG-TIME.
           MOVE WS-CHANGE-USER TO WS-CHANGE-LOG-USER.
           MOVE WS-TXN-ACTION TO WS-CHANGE-LOG-ACTION.
           MOVE WS-TXN-PAIR-ID TO WS-CHANGE-LOG-PAIR-ID.
           IF WS-TXN-ACTION-DELETE
               MOVE SPACE TO WS-CHANGE-LOG-NAME-1
               MOVE SPACE TO WS-CHANGE-LOG-NAME-2
               MOVE SPACE TO WS-CHANGE-LOG-SHIFT
               MOVE SPACE TO WS-CHANGE-LOG-STATUS
               MOVE SPACE TO WS-CHANGE-LOG-EFFECTIVE-FROM
               MOVE SPACE TO WS-CHANGE-LOG-EFFECTIVE-TO
               MOVE SPACE TO WS-CHANGE-LOG-GRADE
           ELSE
               MOVE WS-TXN-NAME-1 TO WS-CHANGE-LOG-NAME-1
               MOVE WS-TXN-NAME-2 TO WS-CHANGE-LOG-NAME-2
               MOVE WS-TXN-SHIFT TO WS-CHANGE-LOG-SHIFT
               MOVE WS-TXN-STATUS TO WS-CHANGE-LOG-STATUS
               MOVE WS-TXN-EFFECTIVE-FROM-X
                   TO WS-CHANGE-LOG-EFFECTIVE-FROM
               MOVE WS-TXN-EFFECTIVE-TO-X
                   TO WS-CHANGE-LOG-EFFECTIVE-TO
               MOVE WS-TXN-GRADE TO WS-CHANGE-LOG-GRADE
           END-IF.
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

      * Orders the roster table by crew-pair ID, swapping whole
      * entries, so the new roster reads in ID order however the
      * adds arrived. Deleted (blanked) slots sort to the front and
      * are skipped on the way out.
       SORT-ROSTER-TABLE SECTION.
           IF WS-ROSTER-COUNT IS LESS THAN 2
               GO TO SORT-ROSTER-TABLE-EXIT
           END-IF.
           MOVE 1 TO WS-ROSTER-PTR.

       SORT-ROSTER-OUTER.
           IF WS-ROSTER-PTR IS NOT LESS THAN WS-ROSTER-COUNT
               GO TO SORT-ROSTER-TABLE-EXIT.
           COMPUTE WS-ROSTER-PTR-2 = WS-ROSTER-PTR + 1.

       SORT-ROSTER-INNER.
           IF WS-ROSTER-PTR-2 IS GREATER THAN WS-ROSTER-COUNT
               ADD 1 TO WS-ROSTER-PTR
               GO TO SORT-ROSTER-OUTER.
           IF WS-ROSTER-TAB-PAIR-ID (WS-ROSTER-PTR-2)
               IS LESS THAN WS-ROSTER-TAB-PAIR-ID (WS-ROSTER-PTR)
               MOVE WS-ROSTER-ENTRY (WS-ROSTER-PTR)
                   TO WS-ROSTER-SWAP-ENTRY
               MOVE WS-ROSTER-ENTRY (WS-ROSTER-PTR-2)
                   TO WS-ROSTER-ENTRY (WS-ROSTER-PTR)
               MOVE WS-ROSTER-SWAP-ENTRY
                   TO WS-ROSTER-ENTRY (WS-ROSTER-PTR-2)
           END-IF.
           ADD 1 TO WS-ROSTER-PTR-2.
           GO TO SORT-ROSTER-INNER.

       SORT-ROSTER-TABLE-EXIT.
           EXIT.

      * Writes the whole table back out in crew-pair ID order, at
      * the same fixed columns the daily run reads - the new roster
      * is complete in itself, ready for operations to swap in.
       WRITE-NEW-MASTER SECTION.
           MOVE ZERO TO WS-ROSTER-PTR.

       WRITE-NEW-MASTER-LOOP.
           ADD 1 TO WS-ROSTER-PTR.
           IF WS-ROSTER-PTR IS GREATER THAN WS-ROSTER-COUNT
               GO TO WRITE-NEW-MASTER-EXIT.
           IF WS-ROSTER-TAB-PAIR-ID (WS-ROSTER-PTR) IS NOT EQUAL TO
               SPACE
               MOVE SPACE TO WS-ROSTER-LINE
               MOVE WS-ROSTER-TAB-PAIR-ID (WS-ROSTER-PTR)
                   TO WS-ROSTER-PAIR-ID
               MOVE WS-ROSTER-TAB-NAME-1 (WS-ROSTER-PTR)
                   TO WS-ROSTER-NAME-1
               MOVE WS-ROSTER-TAB-NAME-2 (WS-ROSTER-PTR)
                   TO WS-ROSTER-NAME-2
               MOVE WS-ROSTER-TAB-SHIFT (WS-ROSTER-PTR)
                   TO WS-ROSTER-SHIFT
               MOVE WS-ROSTER-TAB-STATUS (WS-ROSTER-PTR)
                   TO WS-ROSTER-STATUS
               MOVE WS-ROSTER-TAB-EFFECTIVE-FROM (WS-ROSTER-PTR)
                   TO WS-ROSTER-EFFECTIVE-FROM
               MOVE WS-ROSTER-TAB-EFFECTIVE-TO (WS-ROSTER-PTR)
                   TO WS-ROSTER-EFFECTIVE-TO
               MOVE WS-ROSTER-TAB-GRADE (WS-ROSTER-PTR)
                   TO WS-ROSTER-GRADE
               MOVE WS-ROSTER-LINE TO NEW-MASTER-OUTPUT-RECORD
               WRITE NEW-MASTER-OUTPUT-RECORD
               IF NOT WS-NEW-MASTER-FILE-STATUS-VALID
                   DISPLAY "NEW ROSTER WRITE FAILED WITH "
                       WS-NEW-MASTER-FILE-STATUS
               END-IF
               ADD 1 TO WS-WRITTEN-COUNT
           END-IF.
           GO TO WRITE-NEW-MASTER-LOOP.

       WRITE-NEW-MASTER-EXIT.
           EXIT.
