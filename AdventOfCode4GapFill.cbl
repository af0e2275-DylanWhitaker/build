      * COBOL programs have a maximum width of 80 characters.
      * This is so that they could support punch cards (yes, really).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENTOFCODE4GAPFILL.

      * Gap-fill proposals. The daily run's coverage report lists
      * the sections no range touched, and ADVENTOFCODE4WLOAD ranks
      * the crews by weighted load, but matching the two was left
      * to the desk every morning. Run after the daily load, this
      * reads the business date's records back off the keyed
      * assignment master, finds every section on the reference
      * master that no crew was sent to, and - priority-1 sections
      * first, then 2 and 3 - proposes a crew for each:
      *   - the crew whose existing range is nearest the section
      *     (next door if any is), the least-loaded one on a tie;
      *   - never a crew the extra section would push past the
      *     workload tolerance ADVENTOFCODE4WLOAD flags OVER at,
      *     scored with the same priority weights.
      * Each proposal goes to dispatch intake as an ADD transaction
      * on the release file, next to the daily run's REL and TRM
      * lines, and ADVENTOFCODE4RELACK ties intake's answers. A
      * section given to a crew counts toward that crew's load and
      * range from then on, so a run of empty sections is spread
      * rather than all handed to the same pair. Sections no crew
      * can take are reported in a block of their own.
      * Condition code: 0 every gap proposed (or none to fill), 4
      * one or more sections no crew could take, or ADD lines were
      * already on the release file and were not cut again, 8 a
      * priority-1 section no crew could take, or a table filled,
      * 16 a file would not open.
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

      * Section reference master - which sections exist to be
      * filled, their names, and the priorities that order the
      * proposals and weigh the loads.
       SELECT ADVENTOFCODESECT4
       ASSIGN DYNAMIC WS-SECTION-REF-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-SECTION-REF-FILE-STATUS.

      * The dispatch transaction file the daily run cut - read once
      * to see whether this job already added to it, then extended
      * with the ADD proposals.
       SELECT ADVENTOFCODEREL4
       ASSIGN DYNAMIC WS-RELEASE-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-RELEASE-FILE-STATUS.

      * The proposals report - one line per proposal, then the
      * sections nobody could take, then the trailer counts.
       SELECT ADVENTOFCODEGAP4
       ASSIGN DYNAMIC WS-GAP-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-GAP-FILE-STATUS.

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

       FD  ADVENTOFCODESECT4.
       01  SECTION-REF-INPUT-RECORD                      PIC X(30).

       FD  ADVENTOFCODEREL4.
       01  RELEASE-OUTPUT-RECORD                         PIC X(24).

       FD  ADVENTOFCODEGAP4.
       01  GAP-OUTPUT-RECORD                             PIC X(132).

       WORKING-STORAGE SECTION.

      * File paths operations can override at run time via the
      * environment variables named below (see INITIALIZE-PARMS).
      * The VALUEs here are the defaults if a variable isn't set.
       01  WS-RUNTIME-PARMS.
           05  WS-MASTER-FILE-PATH                      PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODEMASTER4.dat".
           05  WS-SECTION-REF-FILE-PATH                 PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODESECT4.txt".
           05  WS-RELEASE-FILE-PATH                     PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODEREL4.txt".
           05  WS-GAP-FILE-PATH                         PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODEGAP4.txt".
           05  WS-ENVIRONMENT-VALUE                     PIC X(100).
      * How far (in percent) a crew's load may sit above the day's
      * average - the same ADVENTOFCODE4WLOADPCT setting, and the
      * same house default, the workload report flags OVER by.
           05  WS-TOLERANCE-PCT                         PIC 9(3)
               VALUE 25.

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
           05  WS-RELEASE-FILE-STATUS                   PIC XX.
               88  WS-RELEASE-FILE-STATUS-VALID         VALUE "00".
               88  WS-RELEASE-FILE-STATUS-END           VALUE "10".
           05  WS-GAP-FILE-STATUS                       PIC XX.
               88  WS-GAP-FILE-STATUS-VALID             VALUE "00".
      * Whether ADD lines were already on the release file - a rerun
      * reports its proposals again but cuts no second set.
           05  WS-ADDS-ALREADY-CUT-FLAG                 PIC X.
               88  WS-ADDS-ALREADY-CUT-FLAG-YES         VALUE 'Y'.
      * Whether the crew or range table ran out of slots - warned
      * once each, and the run graded 8, since a crew left out can
      * never be proposed.
           05  WS-CREW-TABLE-FULL-FLAG                  PIC X.
               88  WS-CREW-TABLE-FULL-FLAG-YES          VALUE 'Y'.
           05  WS-RANGE-TABLE-FULL-FLAG                 PIC X.
               88  WS-RANGE-TABLE-FULL-FLAG-YES         VALUE 'Y'.
      * The crew-pair ID being scored - blank for the contractor's
      * bare format, whose lines all score as the one crew (as in
      * ADVENTOFCODE4WLOAD) but can never be handed a proposal,
      * since intake can't address an ADD to nobody.
           05  WS-CURRENT-CREW-PAIR-ID                  PIC X(8).
      * Whether the candidate search found any crew with an ID at
      * all, so a section nobody could take says why.
           05  WS-ANY-CANDIDATE-FLAG                    PIC X.
               88  WS-ANY-CANDIDATE-FLAG-YES            VALUE 'Y'.

       01  WS-INTS                                      VALUE ZERO.
      * The business date being filled - today, or the
      * ADVENTOFCODE4BUSDATE the daily run was given.
           05  WS-RUN-DATE                              PIC 9(8).
      * Section reference bookkeeping - lines loaded and malformed
      * lines skipped.
           05  WS-SECTION-REF-COUNT                     PIC 9(3).
           05  WS-SECTION-REF-SKIPPED                   PIC 9(3).
      * The scoring walk - which section, its weight, and the span
      * of the range being scored.
           05  WS-SECTION-PTR                           PIC 9(4).
           05  WS-SECTION-END                           PIC 9(4).
           05  WS-SECTION-WEIGHT                        PIC 9.
      * Crew and range table bookkeeping and walkers.
           05  WS-CREW-COUNT                            PIC 9(4).
           05  WS-CREW-PTR                              PIC 9(4).
           05  WS-CREW-SLOT                             PIC 9(4).
           05  WS-RANGE-COUNT                           PIC 9(5).
           05  WS-RANGE-PTR                             PIC 9(5).
      * The day's load figures - the total and average over every
      * crew scored, and the most a crew may carry after a
      * proposal.
           05  WS-TOTAL-SCORE                           PIC 9(9).
           05  WS-AVERAGE-SCORE                         PIC 9(7).
           05  WS-OVER-LIMIT                            PIC 9(9).
      * The gap being filled, which priority pass is under way, and
      * the best candidate found so far - its crew slot, how far
      * its range sits from the gap, its load, and the range it
      * was measured from.
           05  WS-GAP-SECTION                           PIC 9(4).
           05  WS-REPORT-PASS                           PIC 9.
           05  WS-DISTANCE                              PIC 9(4).
           05  WS-BEST-SLOT                             PIC 9(4).
           05  WS-BEST-DISTANCE                         PIC 9(4).
           05  WS-BEST-LOAD                             PIC 9(7).
           05  WS-BEST-NEAR-START                       PIC 999.
           05  WS-BEST-NEAR-END                         PIC 999.
           05  WS-NEW-LOAD                              PIC 9(9).
      * What the trailer and the condition code are set from.
           05  WS-RECORD-COUNT                          PIC 9(7).
           05  WS-EXISTING-ADD-COUNT                    PIC 9(5).
           05  WS-GAP-COUNT                             PIC 9(4).
           05  WS-PROPOSED-COUNT                        PIC 9(4).
           05  WS-ADD-CUT-COUNT                         PIC 9(4).
           05  WS-UNABSORBED-COUNT                      PIC 9(4).
           05  WS-PRIORITY-1-UNABSORBED                 PIC 9(4).
           05  WS-BLOCK-LINE-COUNT                      PIC 9(4).

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

      * One slot per camp section 1-999 - whether any range today
      * touches it, and for a section nobody could take, why: N no
      * crew with an ID is working today, T every crew is at its
      * tolerance.
       01  WS-SECTION-GAP-TABLE                         VALUE SPACE.
           05  WS-SECTION-GAP-ENTRY                     OCCURS 999.
               10  WS-SECT-COVERED-FLAG                PIC X.
                   88  WS-SECT-COVERED                 VALUE 'Y'.
               10  WS-SECT-UNABSORBED-REASON           PIC X.
                   88  WS-SECT-NO-CREWS                VALUE 'N'.
                   88  WS-SECT-AT-TOLERANCE            VALUE 'T'.

      * Every crew working today with its running weighted load -
      * 1000 slots, the same as the workload report's ranking.
       01  WS-CREW-TABLE.
           05  WS-CREW-ENTRY                            OCCURS 1000.
               10  WS-CREW-TAB-PAIR-ID                 PIC X(8).
               10  WS-CREW-TAB-SCORE                   PIC 9(7).

      * Every range a crew holds today - both keyed ranges of each
      * line, plus each section proposed to it as this run goes -
      * with the crew slot it belongs to. What "nearest" is
      * measured from.
       01  WS-RANGE-TABLE.
           05  WS-RANGE-ENTRY                           OCCURS 5000.
               10  WS-RANGE-TAB-CREW-SLOT              PIC 9(4).
               10  WS-RANGE-TAB-START                  PIC 999.
               10  WS-RANGE-TAB-END                    PIC 999.

      * The release file's transaction code, read to see whether
      * ADD lines are already on it.
       01  WS-RELEASE-LINE.
           05  WS-RELEASE-LINE-TAG                      PIC X(3).
               88  WS-RELEASE-LINE-TAG-ADD              VALUE "ADD".
           05  FILLER                                   PIC X(21).

      * One ADD proposal, in the same positional width intake takes
      * the REL and TRM lines in: "ADD", the crew-pair ID, range
      * number 0 (neither of the pair's keyed ranges changes - the
      * section is extra work), the section proposed as a range,
      * then the existing range it sits nearest. Intake answers
      * each ADD with its section on the ack line, so a crew handed
      * two gaps has each tied on its own (see ADVENTOFCODE4RELACK).
       01  WS-ADD-RECORD.
           05  FILLER                                   PIC X(3)
               VALUE "ADD".
           05  WS-ADD-CREW-PAIR-ID                      PIC X(8).
           05  FILLER                                   PIC 9
               VALUE ZERO.
           05  WS-ADD-START                             PIC 999.
           05  WS-ADD-END                               PIC 999.
           05  WS-ADD-NEAR-START                        PIC 999.
           05  WS-ADD-NEAR-END                          PIC 999.

      * Report heading - the date and the load band proposals were
      * held to.
       01  WS-GAP-HEADING-RECORD.
           05  FILLER                                   PIC X(35)
               VALUE "GAP-FILL PROPOSALS - BUSINESS DATE ".
           05  WS-HEADING-RUN-DATE                      PIC 9(8).
           05  FILLER                                   PIC X(12)
               VALUE "  TOLERANCE ".
           05  WS-HEADING-TOLERANCE                     PIC ZZ9.
           05  FILLER                                   PIC X(16)
               VALUE "%  AVERAGE LOAD ".
           05  WS-HEADING-AVERAGE                       PIC Z(6)9.
           05  FILLER                                   PIC X(8)
               VALUE "  LIMIT ".
           05  WS-HEADING-LIMIT                         PIC Z(8)9.

      * Opens each block of the report.
       01  WS-BLOCK-HEADING-RECORD.
           05  WS-BLOCK-HEADING-TEXT                    PIC X(60).

      * Written under a block with nothing in it, so an empty block
      * reads as checked rather than lost.
       01  WS-BLOCK-NONE-RECORD.
           05  FILLER                                   PIC X(6)
               VALUE "  NONE".

      * One line per proposal - the section, the crew, how far its
      * nearest range sat, and its load before and after.
       01  WS-PROPOSAL-RECORD.
           05  FILLER                                   PIC X(10)
               VALUE "  SECTION ".
           05  WS-PROPOSAL-SECTION                      PIC 999.
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-PROPOSAL-SECTION-NAME                 PIC X(20).
           05  FILLER                                   PIC X(5)
               VALUE " PRI ".
           05  WS-PROPOSAL-PRIORITY                     PIC 9.
           05  FILLER                                   PIC X(4)
               VALUE " TO ".
           05  WS-PROPOSAL-CREW-PAIR-ID                 PIC X(8).
           05  FILLER                                   PIC X(6)
               VALUE " NEAR ".
           05  WS-PROPOSAL-NEAR-START                   PIC 999.
           05  FILLER                             PIC X VALUE "-".
           05  WS-PROPOSAL-NEAR-END                     PIC 999.
           05  FILLER                                   PIC X(6)
               VALUE " DIST ".
           05  WS-PROPOSAL-DISTANCE                     PIC ZZ9.
           05  FILLER                                   PIC X(6)
               VALUE " LOAD ".
           05  WS-PROPOSAL-LOAD-BEFORE                  PIC Z(6)9.
           05  FILLER                                   PIC X(4)
               VALUE " TO ".
           05  WS-PROPOSAL-LOAD-AFTER                   PIC Z(6)9.

      * One line per section no crew could take, and why.
       01  WS-UNABSORBED-RECORD.
           05  FILLER                                   PIC X(10)
               VALUE "  SECTION ".
           05  WS-UNABSORBED-SECTION                    PIC 999.
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-UNABSORBED-SECTION-NAME               PIC X(20).
           05  FILLER                                   PIC X(5)
               VALUE " PRI ".
           05  WS-UNABSORBED-PRIORITY                   PIC 9.
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-UNABSORBED-REASON                     PIC X(30).

      * Trailer the desk reads first.
       01  WS-GAP-TRAILER-RECORD.
           05  FILLER                                   PIC X(15)
               VALUE "BUSINESS DATE: ".
           05  WS-TRAILER-RUN-DATE                      PIC 9(8).
           05  FILLER                                   PIC X(10)
               VALUE "  RECORDS:".
           05  WS-TRAILER-RECORDS                       PIC Z(6)9.
           05  FILLER                                   PIC X(17)
               VALUE "  NEVER ASSIGNED:".
           05  WS-TRAILER-GAPS                          PIC Z(3)9.
           05  FILLER                                   PIC X(11)
               VALUE "  PROPOSED:".
           05  WS-TRAILER-PROPOSED                      PIC Z(3)9.
           05  FILLER                                   PIC X(12)
               VALUE "  ADDS CUT:".
           05  WS-TRAILER-ADDS-CUT                      PIC Z(3)9.
           05  FILLER                                   PIC X(13)
               VALUE "  UNABSORBED:".
           05  WS-TRAILER-UNABSORBED                    PIC Z(3)9.
           05  FILLER                                   PIC X(8)
               VALUE "  PRI 1:".
           05  WS-TRAILER-PRIORITY-1                    PIC Z(3)9.

       PROCEDURE DIVISION.

       PROGRAM-ENTRY.

           PERFORM INITIALIZE-PARMS.
           PERFORM LOAD-SECTION-REFERENCE.
           PERFORM CHECK-RELEASE-FILE.
           PERFORM OPEN-FILES.
           PERFORM READ-DAY-ASSIGNMENTS.
           PERFORM SET-LOAD-LIMIT.
           PERFORM WRITE-GAP-HEADING.
           PERFORM PROPOSE-GAP-FILLS.
           PERFORM WRITE-UNABSORBED-BLOCK.
           PERFORM WRITE-GAP-TRAILER.
           PERFORM CLOSE-FILES.

           DISPLAY "MASTER RECORDS READ: " WS-RECORD-COUNT.
           DISPLAY "NEVER-ASSIGNED SECTIONS: " WS-GAP-COUNT.
           DISPLAY "PROPOSED: " WS-PROPOSED-COUNT.
           DISPLAY "ADD TRANSACTIONS CUT: " WS-ADD-CUT-COUNT.
           DISPLAY "NO CREW CAN ABSORB: " WS-UNABSORBED-COUNT.
           DISPLAY "PRIORITY-1 NO CREW CAN ABSORB: "
               WS-PRIORITY-1-UNABSORBED.

           IF WS-PRIORITY-1-UNABSORBED IS GREATER THAN ZERO
               OR WS-CREW-TABLE-FULL-FLAG-YES
               OR WS-RANGE-TABLE-FULL-FLAG-YES
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-UNABSORBED-COUNT IS GREATER THAN ZERO
                   OR WS-ADDS-ALREADY-CUT-FLAG-YES
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "CONDITION CODE: " RETURN-CODE.

           STOP RUN.

      * Lets operations point the job at the day's files, name the
      * business date and set the load band without editing and
      * recompiling the program - defaults above are kept if a
      * variable isn't set.
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
               FROM ENVIRONMENT "ADVENTOFCODEREL4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-RELEASE-FILE-PATH
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODEGAP4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-GAP-FILE-PATH
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODE4WLOADPCT".
           IF WS-ENVIRONMENT-VALUE (1:3) IS NUMERIC
               MOVE WS-ENVIRONMENT-VALUE (1:3) TO WS-TOLERANCE-PCT
           END-IF.

      * Same business date the daily run loaded under.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODE4BUSDATE".
           IF WS-ENVIRONMENT-VALUE (1:8) IS NUMERIC
               MOVE WS-ENVIRONMENT-VALUE (1:8) TO WS-RUN-DATE
               DISPLAY "BUSINESS DATE OVERRIDE: " WS-RUN-DATE
           END-IF.

      * The release file is extended, never rewritten - the daily
      * run's REL and TRM lines stay exactly as they were cut.
       OPEN-FILES.
           OPEN INPUT ADVENTOFCODEMASTER4.
               IF NOT WS-MASTER-FILE-STATUS-VALID
                   DISPLAY "MASTER OPEN FAILED WITH "
                       WS-MASTER-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
           OPEN OUTPUT ADVENTOFCODEGAP4.
               IF NOT WS-GAP-FILE-STATUS-VALID
                   DISPLAY "GAP-FILL REPORT OPEN FAILED WITH "
                       WS-GAP-FILE-STATUS
                   CLOSE ADVENTOFCODEMASTER4
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
           OPEN EXTEND ADVENTOFCODEREL4.
               IF NOT WS-RELEASE-FILE-STATUS-VALID
                   DISPLAY "RELEASE OPEN FAILED WITH "
                       WS-RELEASE-FILE-STATUS
                   CLOSE ADVENTOFCODEMASTER4
                   CLOSE ADVENTOFCODEGAP4
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

       CLOSE-FILES.
           CLOSE ADVENTOFCODEMASTER4.
           IF NOT WS-MASTER-FILE-STATUS-VALID
               DISPLAY "MASTER CLOSE FAILED WITH "
                   WS-MASTER-FILE-STATUS
           END-IF.
           CLOSE ADVENTOFCODEGAP4.
           IF NOT WS-GAP-FILE-STATUS-VALID
               DISPLAY "GAP-FILL REPORT CLOSE FAILED WITH "
                   WS-GAP-FILE-STATUS
           END-IF.
           CLOSE ADVENTOFCODEREL4.
           IF NOT WS-RELEASE-FILE-STATUS-VALID
               DISPLAY "RELEASE CLOSE FAILED WITH "
                   WS-RELEASE-FILE-STATUS
           END-IF.

      * Loads the section reference master into its table. Unlike
      * the reports that only borrow names from it, this job can't
      * run without it - it is the list of sections that should be
      * covered at all, and the only source of their priorities -
      * so a file that won't open stops the run.
       LOAD-SECTION-REFERENCE SECTION.
           OPEN INPUT ADVENTOFCODESECT4.
           IF NOT WS-SECTION-REF-FILE-STATUS-VALID
               DISPLAY "SECTION REFERENCE OPEN FAILED WITH "
                   WS-SECTION-REF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
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
           DISPLAY "SECTION REFERENCE LOADED: " WS-SECTION-REF-COUNT
               " SECTIONS".
           IF WS-SECTION-REF-SKIPPED IS GREATER THAN ZERO
               DISPLAY "SECTION REFERENCE LINES SKIPPED: "
                   WS-SECTION-REF-SKIPPED
           END-IF.

       LOAD-SECTION-REFERENCE-EXIT.
           EXIT.

      * Reads the day's release file through once before adding to
      * it. The daily run always leaves one (empty when it cut
      * nothing), so a file that won't open means the day hasn't
      * been loaded. ADD lines already there mean this job has run
      * for the day - the proposals are reported again, but intake
      * is not handed a second set.
       CHECK-RELEASE-FILE SECTION.
           OPEN INPUT ADVENTOFCODEREL4.
           IF NOT WS-RELEASE-FILE-STATUS-VALID
               DISPLAY "RELEASE OPEN FAILED WITH "
                   WS-RELEASE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-RELEASE-FILE-LOOP.
           READ ADVENTOFCODEREL4.
           IF NOT WS-RELEASE-FILE-STATUS-VALID
               GO TO CHECK-RELEASE-FILE-DONE.
           MOVE RELEASE-OUTPUT-RECORD TO WS-RELEASE-LINE.
           IF WS-RELEASE-LINE-TAG-ADD
               ADD 1 TO WS-EXISTING-ADD-COUNT
           END-IF.
           GO TO CHECK-RELEASE-FILE-LOOP.

       CHECK-RELEASE-FILE-DONE.
           CLOSE ADVENTOFCODEREL4.
           IF WS-EXISTING-ADD-COUNT IS GREATER THAN ZERO
               MOVE 'Y' TO WS-ADDS-ALREADY-CUT-FLAG
               DISPLAY "ADD TRANSACTIONS ALREADY ON RELEASE FILE: "
                   WS-EXISTING-ADD-COUNT " - NONE CUT THIS RUN"
           END-IF.

       CHECK-RELEASE-FILE-EXIT.
           EXIT.

      * Positions the master at the business date's first record
      * and reads forward until the date changes - the key is
      * date-then-record-number, so the day is one contiguous run.
      * Each record marks the sections its keyed ranges touch (the
      * same coverage the daily run's report counts), scores them
      * into its crew's load, and files both ranges as the crew's.
       READ-DAY-ASSIGNMENTS SECTION.
           MOVE WS-RUN-DATE TO MASTER-RUN-DATE.
           MOVE ZERO TO MASTER-RECORD-NUMBER.
           START ADVENTOFCODEMASTER4
               KEY IS GREATER THAN OR EQUAL MASTER-KEY
               INVALID KEY
                   GO TO READ-DAY-ASSIGNMENTS-EXIT
           END-START.

       READ-DAY-ASSIGNMENTS-LOOP.
           READ ADVENTOFCODEMASTER4 NEXT.
           IF NOT WS-MASTER-FILE-STATUS-VALID
               GO TO READ-DAY-ASSIGNMENTS-EXIT.
           IF MASTER-RUN-DATE IS GREATER THAN WS-RUN-DATE
               GO TO READ-DAY-ASSIGNMENTS-EXIT.
           ADD 1 TO WS-RECORD-COUNT.
           MOVE MASTER-CREW-PAIR-ID TO WS-CURRENT-CREW-PAIR-ID.
           PERFORM FIND-OR-ADD-CREW.
           MOVE MASTER-ASSIGNMENT-1-START TO WS-SECTION-PTR.
           MOVE MASTER-ASSIGNMENT-1-END TO WS-SECTION-END.
           PERFORM SCORE-CREW-RANGE.
           MOVE MASTER-ASSIGNMENT-2-START TO WS-SECTION-PTR.
           MOVE MASTER-ASSIGNMENT-2-END TO WS-SECTION-END.
           PERFORM SCORE-CREW-RANGE.
           GO TO READ-DAY-ASSIGNMENTS-LOOP.

       READ-DAY-ASSIGNMENTS-EXIT.
           EXIT.

      * Finds (or registers) the current crew in the crew table -
      * WS-CREW-SLOT comes back as its slot, or zero when the table
      * is full and the crew could not be registered.
       FIND-OR-ADD-CREW SECTION.
           MOVE ZERO TO WS-CREW-SLOT.
           MOVE ZERO TO WS-CREW-PTR.

       FIND-OR-ADD-CREW-LOOP.
           ADD 1 TO WS-CREW-PTR.
           IF WS-CREW-PTR IS GREATER THAN WS-CREW-COUNT
               GO TO FIND-OR-ADD-CREW-REGISTER.
           IF WS-CREW-TAB-PAIR-ID (WS-CREW-PTR)
               IS EQUAL TO WS-CURRENT-CREW-PAIR-ID
               MOVE WS-CREW-PTR TO WS-CREW-SLOT
               GO TO FIND-OR-ADD-CREW-EXIT.
           GO TO FIND-OR-ADD-CREW-LOOP.

       FIND-OR-ADD-CREW-REGISTER.
           IF WS-CREW-COUNT IS LESS THAN 1000
               ADD 1 TO WS-CREW-COUNT
               MOVE WS-CREW-COUNT TO WS-CREW-SLOT
               MOVE WS-CURRENT-CREW-PAIR-ID
                   TO WS-CREW-TAB-PAIR-ID (WS-CREW-SLOT)
               MOVE ZERO TO WS-CREW-TAB-SCORE (WS-CREW-SLOT)
           ELSE
               IF NOT WS-CREW-TABLE-FULL-FLAG-YES
                   MOVE 'Y' TO WS-CREW-TABLE-FULL-FLAG
                   DISPLAY "CREW TABLE FULL - LATER CREWS NOT "
                       "PROPOSED"
               END-IF
           END-IF.

       FIND-OR-ADD-CREW-EXIT.
           EXIT.

      * Marks every section from WS-SECTION-PTR to WS-SECTION-END
      * inclusive as covered, adds its weight to the crew in
      * WS-CREW-SLOT, and files the range as one of the crew's. A
      * zero start is stepped over rather than trusted as a
      * subscript.
       SCORE-CREW-RANGE SECTION.
           IF WS-SECTION-PTR IS EQUAL TO ZERO
               MOVE 1 TO WS-SECTION-PTR
           END-IF.
           IF WS-SECTION-PTR IS GREATER THAN WS-SECTION-END
               GO TO SCORE-CREW-RANGE-EXIT
           END-IF.
           IF WS-CREW-SLOT IS GREATER THAN ZERO
               MOVE WS-SECTION-PTR TO WS-ADD-START
               MOVE WS-SECTION-END TO WS-ADD-END
               PERFORM FILE-CREW-RANGE
           END-IF.

       SCORE-CREW-RANGE-LOOP.
           IF WS-SECTION-PTR IS GREATER THAN WS-SECTION-END
               GO TO SCORE-CREW-RANGE-EXIT.
           MOVE 'Y' TO WS-SECT-COVERED-FLAG (WS-SECTION-PTR).
           IF WS-CREW-SLOT IS GREATER THAN ZERO
               PERFORM WEIGH-SECTION
               ADD WS-SECTION-WEIGHT TO WS-CREW-TAB-SCORE (WS-CREW-SLOT)
           END-IF.
           ADD 1 TO WS-SECTION-PTR.
           GO TO SCORE-CREW-RANGE-LOOP.

       SCORE-CREW-RANGE-EXIT.
           EXIT.

      * Files the range in WS-ADD-START/WS-ADD-END against the crew
      * in WS-CREW-SLOT. Contractor (ID-less) ranges are not filed -
      * no proposal can go to them.
       FILE-CREW-RANGE SECTION.
           IF WS-CREW-TAB-PAIR-ID (WS-CREW-SLOT) IS EQUAL TO SPACE
               GO TO FILE-CREW-RANGE-EXIT
           END-IF.
           IF WS-RANGE-COUNT IS NOT LESS THAN 5000
               IF NOT WS-RANGE-TABLE-FULL-FLAG-YES
                   MOVE 'Y' TO WS-RANGE-TABLE-FULL-FLAG
                   DISPLAY "RANGE TABLE FULL - LATER RANGES NOT "
                       "CONSIDERED"
               END-IF
               GO TO FILE-CREW-RANGE-EXIT
           END-IF.
           ADD 1 TO WS-RANGE-COUNT.
           MOVE WS-CREW-SLOT TO WS-RANGE-TAB-CREW-SLOT (WS-RANGE-COUNT).
           MOVE WS-ADD-START TO WS-RANGE-TAB-START (WS-RANGE-COUNT).
           MOVE WS-ADD-END TO WS-RANGE-TAB-END (WS-RANGE-COUNT).

       FILE-CREW-RANGE-EXIT.
           EXIT.

      * One section's weight - 3 for priority 1 (the kitchens)
      * down to 1 for priority 3, and 1 for a section with no
      * priority on file - the same weights ADVENTOFCODE4WLOAD
      * scores with.
       WEIGH-SECTION SECTION.
           IF WS-SECTION-REF-PRESENT (WS-SECTION-PTR)
               COMPUTE WS-SECTION-WEIGHT =
                   4 - WS-SECTION-PRIORITY (WS-SECTION-PTR)
           ELSE
               MOVE 1 TO WS-SECTION-WEIGHT
           END-IF.

       WEIGH-SECTION-EXIT.
           EXIT.

      * Works the day's average load over every crew scored - the
      * contractor's lines as one crew, as the workload report
      * counts them - and the most a crew may carry, the same OVER
      * line the workload report draws. Fixed before any proposal,
      * so the band doesn't creep up as sections are handed out.
       SET-LOAD-LIMIT SECTION.
           IF WS-CREW-COUNT IS EQUAL TO ZERO
               GO TO SET-LOAD-LIMIT-EXIT
           END-IF.
           MOVE ZERO TO WS-CREW-PTR.

       SET-LOAD-LIMIT-LOOP.
           ADD 1 TO WS-CREW-PTR.
           IF WS-CREW-PTR IS GREATER THAN WS-CREW-COUNT
               GO TO SET-LOAD-LIMIT-BAND.
           ADD WS-CREW-TAB-SCORE (WS-CREW-PTR) TO WS-TOTAL-SCORE.
           GO TO SET-LOAD-LIMIT-LOOP.

       SET-LOAD-LIMIT-BAND.
           DIVIDE WS-TOTAL-SCORE BY WS-CREW-COUNT
               GIVING WS-AVERAGE-SCORE.
           COMPUTE WS-OVER-LIMIT =
               WS-AVERAGE-SCORE * (100 + WS-TOLERANCE-PCT) / 100.

       SET-LOAD-LIMIT-EXIT.
           EXIT.

       WRITE-GAP-HEADING SECTION.
           MOVE WS-RUN-DATE TO WS-HEADING-RUN-DATE.
           MOVE WS-TOLERANCE-PCT TO WS-HEADING-TOLERANCE.
           MOVE WS-AVERAGE-SCORE TO WS-HEADING-AVERAGE.
           MOVE WS-OVER-LIMIT TO WS-HEADING-LIMIT.
           MOVE WS-GAP-HEADING-RECORD TO GAP-OUTPUT-RECORD.
           PERFORM WRITE-GAP-LINE.
           MOVE "PROPOSED ASSIGNMENTS" TO WS-BLOCK-HEADING-TEXT.
           MOVE WS-BLOCK-HEADING-RECORD TO GAP-OUTPUT-RECORD.
           PERFORM WRITE-GAP-LINE.

       WRITE-GAP-HEADING-EXIT.
           EXIT.

      * Walks the reference sections three times - priority 1, then
      * 2, then 3 - and tries to place every one no range touched,
      * so the kitchens get first pick of the crews with room.
       PROPOSE-GAP-FILLS SECTION.
           MOVE 1 TO WS-REPORT-PASS.

       PROPOSE-GAP-FILLS-PASS.
           IF WS-REPORT-PASS IS GREATER THAN 3
               GO TO PROPOSE-GAP-FILLS-DONE.
           MOVE ZERO TO WS-GAP-SECTION.

       PROPOSE-GAP-FILLS-LOOP.
           ADD 1 TO WS-GAP-SECTION.
           IF WS-GAP-SECTION IS GREATER THAN 999
               ADD 1 TO WS-REPORT-PASS
               GO TO PROPOSE-GAP-FILLS-PASS.
           IF NOT WS-SECTION-REF-PRESENT (WS-GAP-SECTION)
               OR WS-SECT-COVERED (WS-GAP-SECTION)
               OR WS-SECTION-PRIORITY (WS-GAP-SECTION)
               IS NOT EQUAL TO WS-REPORT-PASS
               GO TO PROPOSE-GAP-FILLS-LOOP.
           ADD 1 TO WS-GAP-COUNT.
           MOVE WS-GAP-SECTION TO WS-SECTION-PTR.
           PERFORM WEIGH-SECTION.
           PERFORM FIND-BEST-CREW.
           IF WS-BEST-SLOT IS EQUAL TO ZERO
               ADD 1 TO WS-UNABSORBED-COUNT
               IF WS-REPORT-PASS IS EQUAL TO 1
                   ADD 1 TO WS-PRIORITY-1-UNABSORBED
               END-IF
               IF WS-ANY-CANDIDATE-FLAG-YES
                   MOVE 'T'
                       TO WS-SECT-UNABSORBED-REASON (WS-GAP-SECTION)
               ELSE
                   MOVE 'N'
                       TO WS-SECT-UNABSORBED-REASON (WS-GAP-SECTION)
               END-IF
           ELSE
               PERFORM WRITE-PROPOSAL
           END-IF.
           GO TO PROPOSE-GAP-FILLS-LOOP.

       PROPOSE-GAP-FILLS-DONE.
           IF WS-PROPOSED-COUNT IS EQUAL TO ZERO
               MOVE WS-BLOCK-NONE-RECORD TO GAP-OUTPUT-RECORD
               PERFORM WRITE-GAP-LINE
           END-IF.

       PROPOSE-GAP-FILLS-EXIT.
           EXIT.

      * Measures the gap in WS-GAP-SECTION against every range a
      * crew holds and keeps the best crew that can take the
      * section's weight without going past the OVER line: nearest
      * range first, then lightest load, then lowest crew-pair ID,
      * so the same day always gets the same proposals.
      * WS-BEST-SLOT comes back zero when no crew qualifies.
       FIND-BEST-CREW SECTION.
           MOVE ZERO TO WS-BEST-SLOT.
           MOVE 'N' TO WS-ANY-CANDIDATE-FLAG.
           MOVE ZERO TO WS-RANGE-PTR.

       FIND-BEST-CREW-LOOP.
           ADD 1 TO WS-RANGE-PTR.
           IF WS-RANGE-PTR IS GREATER THAN WS-RANGE-COUNT
               GO TO FIND-BEST-CREW-EXIT.
           MOVE 'Y' TO WS-ANY-CANDIDATE-FLAG.
           MOVE WS-RANGE-TAB-CREW-SLOT (WS-RANGE-PTR) TO WS-CREW-SLOT.
           COMPUTE WS-NEW-LOAD = WS-CREW-TAB-SCORE (WS-CREW-SLOT)
               + WS-SECTION-WEIGHT.
           IF WS-NEW-LOAD IS GREATER THAN WS-OVER-LIMIT
               GO TO FIND-BEST-CREW-LOOP.
           IF WS-GAP-SECTION IS LESS THAN
               WS-RANGE-TAB-START (WS-RANGE-PTR)
               COMPUTE WS-DISTANCE =
                   WS-RANGE-TAB-START (WS-RANGE-PTR) - WS-GAP-SECTION
           ELSE
               COMPUTE WS-DISTANCE =
                   WS-GAP-SECTION - WS-RANGE-TAB-END (WS-RANGE-PTR)
           END-IF.
           IF WS-BEST-SLOT IS GREATER THAN ZERO
               IF WS-DISTANCE IS GREATER THAN WS-BEST-DISTANCE
                   GO TO FIND-BEST-CREW-LOOP
               END-IF
               IF WS-DISTANCE IS EQUAL TO WS-BEST-DISTANCE
                   IF WS-CREW-TAB-SCORE (WS-CREW-SLOT)
                       IS GREATER THAN WS-BEST-LOAD
                       GO TO FIND-BEST-CREW-LOOP
                   END-IF
                   IF WS-CREW-TAB-SCORE (WS-CREW-SLOT)
                       IS EQUAL TO WS-BEST-LOAD
                       AND WS-CREW-TAB-PAIR-ID (WS-CREW-SLOT)
                       IS NOT LESS THAN
                       WS-CREW-TAB-PAIR-ID (WS-BEST-SLOT)
                       GO TO FIND-BEST-CREW-LOOP
                   END-IF
               END-IF
           END-IF.
           MOVE WS-CREW-SLOT TO WS-BEST-SLOT.
           MOVE WS-DISTANCE TO WS-BEST-DISTANCE.
           MOVE WS-CREW-TAB-SCORE (WS-CREW-SLOT) TO WS-BEST-LOAD.
           MOVE WS-RANGE-TAB-START (WS-RANGE-PTR) TO WS-BEST-NEAR-START.
           MOVE WS-RANGE-TAB-END (WS-RANGE-PTR) TO WS-BEST-NEAR-END.
           GO TO FIND-BEST-CREW-LOOP.

       FIND-BEST-CREW-EXIT.
           EXIT.

      * Hands the gap to the chosen crew - its load and ranges grow
      * by the section for every later gap - then reports the
      * proposal and cuts the ADD transaction for intake (unless a
      * set was already cut for the day).
       WRITE-PROPOSAL SECTION.
           ADD 1 TO WS-PROPOSED-COUNT.
           MOVE WS-GAP-SECTION TO WS-PROPOSAL-SECTION.
           MOVE WS-SECTION-NAME (WS-GAP-SECTION)
               TO WS-PROPOSAL-SECTION-NAME.
           MOVE WS-SECTION-PRIORITY (WS-GAP-SECTION)
               TO WS-PROPOSAL-PRIORITY.
           MOVE WS-CREW-TAB-PAIR-ID (WS-BEST-SLOT)
               TO WS-PROPOSAL-CREW-PAIR-ID.
           MOVE WS-BEST-NEAR-START TO WS-PROPOSAL-NEAR-START.
           MOVE WS-BEST-NEAR-END TO WS-PROPOSAL-NEAR-END.
           MOVE WS-BEST-DISTANCE TO WS-PROPOSAL-DISTANCE.
           MOVE WS-BEST-LOAD TO WS-PROPOSAL-LOAD-BEFORE.
           ADD WS-SECTION-WEIGHT TO WS-CREW-TAB-SCORE (WS-BEST-SLOT).
           MOVE WS-CREW-TAB-SCORE (WS-BEST-SLOT)
               TO WS-PROPOSAL-LOAD-AFTER.
           MOVE WS-PROPOSAL-RECORD TO GAP-OUTPUT-RECORD.
           PERFORM WRITE-GAP-LINE.

           MOVE WS-BEST-SLOT TO WS-CREW-SLOT.
           MOVE WS-GAP-SECTION TO WS-ADD-START.
           MOVE WS-GAP-SECTION TO WS-ADD-END.
           PERFORM FILE-CREW-RANGE.
           MOVE 'Y' TO WS-SECT-COVERED-FLAG (WS-GAP-SECTION).

           IF WS-ADDS-ALREADY-CUT-FLAG-YES
               GO TO WRITE-PROPOSAL-EXIT
           END-IF.
           MOVE WS-CREW-TAB-PAIR-ID (WS-BEST-SLOT)
               TO WS-ADD-CREW-PAIR-ID.
           MOVE WS-BEST-NEAR-START TO WS-ADD-NEAR-START.
           MOVE WS-BEST-NEAR-END TO WS-ADD-NEAR-END.
           MOVE WS-ADD-RECORD TO RELEASE-OUTPUT-RECORD.
           WRITE RELEASE-OUTPUT-RECORD.
           IF NOT WS-RELEASE-FILE-STATUS-VALID
               DISPLAY "ADD WRITE FAILED WITH "
                   WS-RELEASE-FILE-STATUS
           ELSE
               ADD 1 TO WS-ADD-CUT-COUNT
           END-IF.

       WRITE-PROPOSAL-EXIT.
           EXIT.

      * Lists the sections no crew could take, in section order
      * within priority, with why - nobody with an ID working, or
      * every crew already at the OVER line.
       WRITE-UNABSORBED-BLOCK SECTION.
           MOVE "SECTIONS NO CREW CAN ABSORB" TO WS-BLOCK-HEADING-TEXT.
           MOVE WS-BLOCK-HEADING-RECORD TO GAP-OUTPUT-RECORD.
           PERFORM WRITE-GAP-LINE.
           MOVE ZERO TO WS-BLOCK-LINE-COUNT.
           MOVE 1 TO WS-REPORT-PASS.

       WRITE-UNABSORBED-PASS.
           IF WS-REPORT-PASS IS GREATER THAN 3
               GO TO WRITE-UNABSORBED-DONE.
           MOVE ZERO TO WS-GAP-SECTION.

       WRITE-UNABSORBED-LOOP.
           ADD 1 TO WS-GAP-SECTION.
           IF WS-GAP-SECTION IS GREATER THAN 999
               ADD 1 TO WS-REPORT-PASS
               GO TO WRITE-UNABSORBED-PASS.
           IF WS-SECT-UNABSORBED-REASON (WS-GAP-SECTION)
               IS EQUAL TO SPACE
               OR WS-SECTION-PRIORITY (WS-GAP-SECTION)
               IS NOT EQUAL TO WS-REPORT-PASS
               GO TO WRITE-UNABSORBED-LOOP.
           MOVE WS-GAP-SECTION TO WS-UNABSORBED-SECTION.
           MOVE WS-SECTION-NAME (WS-GAP-SECTION)
               TO WS-UNABSORBED-SECTION-NAME.
           MOVE WS-SECTION-PRIORITY (WS-GAP-SECTION)
               TO WS-UNABSORBED-PRIORITY.
           IF WS-SECT-NO-CREWS (WS-GAP-SECTION)
               MOVE "NO CREW WITH AN ID WORKING" TO WS-UNABSORBED-REASON
           ELSE
               MOVE "EVERY CREW AT LOAD TOLERANCE"
                   TO WS-UNABSORBED-REASON
           END-IF.
           MOVE WS-UNABSORBED-RECORD TO GAP-OUTPUT-RECORD.
           PERFORM WRITE-GAP-LINE.
           ADD 1 TO WS-BLOCK-LINE-COUNT.
           GO TO WRITE-UNABSORBED-LOOP.

       WRITE-UNABSORBED-DONE.
           IF WS-BLOCK-LINE-COUNT IS EQUAL TO ZERO
               MOVE WS-BLOCK-NONE-RECORD TO GAP-OUTPUT-RECORD
               PERFORM WRITE-GAP-LINE
           END-IF.

       WRITE-UNABSORBED-EXIT.
           EXIT.

       WRITE-GAP-LINE SECTION.
           WRITE GAP-OUTPUT-RECORD.
           IF NOT WS-GAP-FILE-STATUS-VALID
               DISPLAY "GAP-FILL REPORT WRITE FAILED WITH "
                   WS-GAP-FILE-STATUS
           END-IF.

       WRITE-GAP-LINE-EXIT.
           EXIT.

      * The trailer counts go on the report as well as the console,
      * so a filed-away report still shows its figures.
       WRITE-GAP-TRAILER SECTION.
           MOVE WS-RUN-DATE TO WS-TRAILER-RUN-DATE.
           MOVE WS-RECORD-COUNT TO WS-TRAILER-RECORDS.
           MOVE WS-GAP-COUNT TO WS-TRAILER-GAPS.
           MOVE WS-PROPOSED-COUNT TO WS-TRAILER-PROPOSED.
           MOVE WS-ADD-CUT-COUNT TO WS-TRAILER-ADDS-CUT.
           MOVE WS-UNABSORBED-COUNT TO WS-TRAILER-UNABSORBED.
           MOVE WS-PRIORITY-1-UNABSORBED TO WS-TRAILER-PRIORITY-1.
           MOVE WS-GAP-TRAILER-RECORD TO GAP-OUTPUT-RECORD.
           PERFORM WRITE-GAP-LINE.

       WRITE-GAP-TRAILER-EXIT.
           EXIT.
