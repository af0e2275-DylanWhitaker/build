      * COBOL programs have a maximum width of 80 characters.
      * This is so that they could support punch cards (yes, really).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENTOFCODE4COLLIDE.

      * Cross-crew companion to ADVENTOFCODE4 - the daily run's
      * overlap checks only ever compare the two ranges on one input
      * line, so two different crews both sent to sections 40-55
      * the same day go by without a word, and that is the dearer
      * waste. Run after the daily load, this reads the business
      * date's records back off the keyed assignment master, finds
      * every section more than one crew pair was sent to, and
      * reports each one - the section's name off the reference
      * master, the crews involved, and how many sections the whole
      * collision spans (a run of neighbouring sections shared by
      * the same crews is one collision). Priority-1 sections report
      * first, then priority 2 and 3, then sections with no
      * priority on file.
      * Condition code: 0 no collisions, 4 one or more collisions,
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

      * Section reference master - the names and priorities the
      * report prints and sorts by.
       SELECT ADVENTOFCODESECT4
       ASSIGN DYNAMIC WS-SECTION-REF-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-SECTION-REF-FILE-STATUS.

      * One line per collided section, then the trailer counts.
       SELECT ADVENTOFCODECOLL4
       ASSIGN DYNAMIC WS-COLLISION-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-COLLISION-FILE-STATUS.

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

       FD  ADVENTOFCODECOLL4.
       01  COLLISION-OUTPUT-RECORD                       PIC X(150).

       WORKING-STORAGE SECTION.

      * File paths operations can override at run time via the
      * environment variables named below (see INITIALIZE-PARMS).
      * The VALUEs here are the defaults if a variable isn't set.
       01  WS-RUNTIME-PARMS.
           05  WS-MASTER-FILE-PATH                      PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODEMASTER4.dat".
           05  WS-SECTION-REF-FILE-PATH                 PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODESECT4.txt".
           05  WS-COLLISION-FILE-PATH                   PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODECOLL4.txt".
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
           05  WS-COLLISION-FILE-STATUS                 PIC XX.
               88  WS-COLLISION-FILE-STATUS-VALID       VALUE "00".
      * Whether the section reference actually loaded - a site
      * without the file still gets its collisions, just without
      * names, and every section sorts as unrated.
           05  WS-SECTION-REF-LOADED-FLAG               PIC X.
               88  WS-SECTION-REF-LOADED-FLAG-YES       VALUE 'Y'.
      * The crew-pair ID being filed against a section - the
      * contractor's bare format carries none, and all of its lines
      * file under one blank ID (see ADD-CREW-TO-SECTION).
           05  WS-CURRENT-CREW-PAIR-ID                  PIC X(8).
      * Whether the section just examined carries on the collision
      * before it (same crews, next section along).
           05  WS-SAME-COLLISION-FLAG                   PIC X.
               88  WS-SAME-COLLISION-FLAG-YES           VALUE 'Y'.

       01  WS-INTS                                      VALUE ZERO.
      * The business date being reported - today, or the
      * ADVENTOFCODE4BUSDATE the daily run was given.
           05  WS-RUN-DATE                              PIC 9(8).
      * Section reference bookkeeping - lines loaded and malformed
      * lines skipped.
           05  WS-SECTION-REF-COUNT                     PIC 9(3).
           05  WS-SECTION-REF-SKIPPED                   PIC 9(3).
      * The day's master records read, and the walkers over the
      * sections, a section's crew list and the report passes.
           05  WS-RECORD-COUNT                          PIC 9(7).
           05  WS-SECTION-PTR                           PIC 9(4).
           05  WS-SECTION-END                           PIC 9(4).
           05  WS-PREVIOUS-PTR                          PIC 9(4).
           05  WS-CREW-PTR                              PIC 99.
           05  WS-CREW-PTR-2                            PIC 99.
      * The report's sort - pass 1 writes the priority-1 sections,
      * then 2 and 3, and pass 4 the sections with no priority on
      * file; WS-SECTION-RANK is the pass a section belongs to.
           05  WS-REPORT-PASS                           PIC 9.
           05  WS-SECTION-RANK                          PIC 9.
      * What the trailer and the condition code are set from.
           05  WS-COLLISION-COUNT                       PIC 9(4).
           05  WS-COLLIDED-SECTION-COUNT                PIC 9(4).
           05  WS-PRIORITY-1-COUNT                      PIC 9(4).

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

      * One slot per camp section 1-999 - the distinct crews sent
      * to it today, in crew-pair ID order once the day is read.
      * Eight crews on one section is already a dispatch disaster;
      * any past that are only noted (WS-SECT-MORE-CREWS), since
      * the report line has no room to name them.
       01  WS-SECTION-CREW-TABLE                        VALUE SPACE.
           05  WS-SECTION-CREW-ENTRY                    OCCURS 999.
               10  WS-SECT-MORE-CREWS-FLAG             PIC X.
                   88  WS-SECT-MORE-CREWS              VALUE 'Y'.
               10  WS-SECT-CREW-LIST.
                   15  WS-SECT-CREW-ID                 PIC X(8)
                                                       OCCURS 8.

      * The same sections' counts - how many distinct crews were
      * sent, and the first and last section of the collision the
      * section belongs to.
       01  WS-SECTION-SPAN-TABLE                        VALUE ZERO.
           05  WS-SECTION-SPAN-ENTRY                    OCCURS 999.
               10  WS-SECT-CREW-COUNT                  PIC 9.
               10  WS-SECT-RUN-START                   PIC 999.
               10  WS-SECT-RUN-END                     PIC 999.

      * Holding slot while a section's crew list is put in order.
       01  WS-CREW-SWAP-ID                              PIC X(8).

      * One line per collided section.
       01  WS-COLLISION-RECORD.
           05  FILLER                                   PIC X(8)
               VALUE "SECTION ".
           05  WS-COLLISION-SECTION                     PIC 999.
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-COLLISION-SECTION-NAME                PIC X(20).
           05  FILLER                                   PIC X(5)
               VALUE " PRI ".
           05  WS-COLLISION-PRIORITY                    PIC X.
           05  FILLER                                   PIC X(7)
               VALUE " CREWS ".
           05  WS-COLLISION-CREW-COUNT                  PIC Z9.
           05  WS-COLLISION-MORE-CREWS                  PIC X.
           05  FILLER                                   PIC X(6)
               VALUE " SPAN ".
           05  WS-COLLISION-RUN-START                   PIC 999.
           05  FILLER                             PIC X VALUE "-".
           05  WS-COLLISION-RUN-END                     PIC 999.
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-COLLISION-SPAN                        PIC ZZ9.
           05  FILLER                                   PIC X(9)
               VALUE " SECTIONS".
           05  WS-COLLISION-CREW-ENTRY                  OCCURS 8.
               10  FILLER                         PIC X VALUE SPACE.
               10  WS-COLLISION-CREW-PAIR-ID           PIC X(8).

      * Trailer the desk reads first.
       01  WS-COLLISION-TRAILER-RECORD.
           05  FILLER                                   PIC X(15)
               VALUE "BUSINESS DATE: ".
           05  WS-TRAILER-RUN-DATE                      PIC 9(8).
           05  FILLER                                   PIC X(10)
               VALUE "  RECORDS:".
           05  WS-TRAILER-RECORDS                       PIC Z(6)9.
           05  FILLER                                   PIC X(13)
               VALUE "  COLLISIONS:".
           05  WS-TRAILER-COLLISIONS                    PIC Z(3)9.
           05  FILLER                                   PIC X(11)
               VALUE "  SECTIONS:".
           05  WS-TRAILER-SECTIONS                      PIC Z(3)9.
           05  FILLER                                   PIC X(13)
               VALUE "  PRIORITY-1:".
           05  WS-TRAILER-PRIORITY-1                    PIC Z(3)9.

       PROCEDURE DIVISION.

       PROGRAM-ENTRY.

           PERFORM INITIALIZE-PARMS.
           PERFORM LOAD-SECTION-REFERENCE.
           PERFORM OPEN-FILES.
           PERFORM READ-DAY-ASSIGNMENTS.
           PERFORM MARK-COLLISION-STARTS.
           PERFORM MARK-COLLISION-ENDS.
           PERFORM WRITE-COLLISION-REPORT.
           PERFORM WRITE-COLLISION-TRAILER.
           PERFORM CLOSE-FILES.

           DISPLAY "MASTER RECORDS READ: " WS-RECORD-COUNT.
           DISPLAY "COLLISIONS: " WS-COLLISION-COUNT.
           DISPLAY "SECTIONS COLLIDED: " WS-COLLIDED-SECTION-COUNT.
           DISPLAY "PRIORITY-1 SECTIONS COLLIDED: "
               WS-PRIORITY-1-COUNT.

           IF WS-COLLISION-COUNT IS GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
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
               FROM ENVIRONMENT "ADVENTOFCODESECT4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-SECTION-REF-FILE-PATH
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODECOLL4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-COLLISION-FILE-PATH
           END-IF.

      * Same business date the daily run loaded under - a corrected
      * Tuesday run on Thursday is reported as Tuesday.
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
           OPEN OUTPUT ADVENTOFCODECOLL4.
               IF NOT WS-COLLISION-FILE-STATUS-VALID
                   DISPLAY "COLLISION REPORT OPEN FAILED WITH "
                       WS-COLLISION-FILE-STATUS
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
           CLOSE ADVENTOFCODECOLL4.
           IF NOT WS-COLLISION-FILE-STATUS-VALID
               DISPLAY "COLLISION REPORT CLOSE FAILED WITH "
                   WS-COLLISION-FILE-STATUS
           END-IF.

      * Loads the section reference master into its table - one
      * slot per section, location name and cleaning priority. A
      * missing file is a plain warning (names just sit out); a
      * malformed line is skipped and counted rather than poisoning
      * the table.
       LOAD-SECTION-REFERENCE SECTION.
           OPEN INPUT ADVENTOFCODESECT4.
           IF WS-SECTION-REF-FILE-NOT-FOUND
               DISPLAY "SECTION REFERENCE NOT ON FILE - SECTION "
                   "NAMES AND PRIORITIES SKIPPED"
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

      * Positions the master at the business date's first record
      * and reads forward until the date changes - the key is
      * date-then-record-number, so the day is one contiguous run.
      * Each record files its crew against every section in both
      * its ranges.
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
           MOVE MASTER-ASSIGNMENT-1-START TO WS-SECTION-PTR.
           MOVE MASTER-ASSIGNMENT-1-END TO WS-SECTION-END.
           PERFORM FILE-CREW-RANGE.
           MOVE MASTER-ASSIGNMENT-2-START TO WS-SECTION-PTR.
           MOVE MASTER-ASSIGNMENT-2-END TO WS-SECTION-END.
           PERFORM FILE-CREW-RANGE.
           GO TO READ-DAY-ASSIGNMENTS-LOOP.

       READ-DAY-ASSIGNMENTS-EXIT.
           EXIT.

      * Files the current crew against every section from
      * WS-SECTION-PTR to WS-SECTION-END inclusive. The master only
      * holds validated ranges, but a zero start is stepped over
      * rather than trusted as a subscript.
       FILE-CREW-RANGE SECTION.
           IF WS-SECTION-PTR IS EQUAL TO ZERO
               MOVE 1 TO WS-SECTION-PTR
           END-IF.

       FILE-CREW-RANGE-LOOP.
           IF WS-SECTION-PTR IS GREATER THAN WS-SECTION-END
               GO TO FILE-CREW-RANGE-EXIT.
           PERFORM ADD-CREW-TO-SECTION.
           ADD 1 TO WS-SECTION-PTR.
           GO TO FILE-CREW-RANGE-LOOP.

       FILE-CREW-RANGE-EXIT.
           EXIT.

      * Adds the current crew to the section's list unless it is
      * already there - a crew whose own two ranges overlap is the
      * daily run's business, not a collision. All of the
      * contractor's ID-less lines count as the one crew, since
      * nothing tells them apart.
       ADD-CREW-TO-SECTION SECTION.
           MOVE ZERO TO WS-CREW-PTR.

       ADD-CREW-TO-SECTION-LOOP.
           ADD 1 TO WS-CREW-PTR.
           IF WS-CREW-PTR IS GREATER THAN
               WS-SECT-CREW-COUNT (WS-SECTION-PTR)
               GO TO ADD-CREW-TO-SECTION-REGISTER.
           IF WS-SECT-CREW-ID (WS-SECTION-PTR, WS-CREW-PTR)
               IS EQUAL TO WS-CURRENT-CREW-PAIR-ID
               GO TO ADD-CREW-TO-SECTION-EXIT.
           GO TO ADD-CREW-TO-SECTION-LOOP.

       ADD-CREW-TO-SECTION-REGISTER.
           IF WS-SECT-CREW-COUNT (WS-SECTION-PTR) IS LESS THAN 8
               ADD 1 TO WS-SECT-CREW-COUNT (WS-SECTION-PTR)
               MOVE WS-CURRENT-CREW-PAIR-ID TO WS-SECT-CREW-ID
                   (WS-SECTION-PTR, WS-SECT-CREW-COUNT (WS-SECTION-PTR))
           ELSE
               MOVE 'Y' TO WS-SECT-MORE-CREWS-FLAG (WS-SECTION-PTR)
           END-IF.

       ADD-CREW-TO-SECTION-EXIT.
           EXIT.

      * Walks the sections upward, puts each collided section's
      * crew list in ID order, and starts a new collision wherever
      * the section before it was not collided or was shared by a
      * different set of crews.
       MARK-COLLISION-STARTS SECTION.
           MOVE ZERO TO WS-SECTION-PTR.

       MARK-COLLISION-STARTS-LOOP.
           ADD 1 TO WS-SECTION-PTR.
           IF WS-SECTION-PTR IS GREATER THAN 999
               GO TO MARK-COLLISION-STARTS-EXIT.
           IF WS-SECT-CREW-COUNT (WS-SECTION-PTR) IS LESS THAN 2
               GO TO MARK-COLLISION-STARTS-LOOP.
           ADD 1 TO WS-COLLIDED-SECTION-COUNT.
           PERFORM SORT-SECTION-CREWS.
           MOVE 'N' TO WS-SAME-COLLISION-FLAG.
           IF WS-SECTION-PTR IS GREATER THAN 1
               COMPUTE WS-PREVIOUS-PTR = WS-SECTION-PTR - 1
               IF WS-SECT-CREW-COUNT (WS-PREVIOUS-PTR)
                   IS EQUAL TO WS-SECT-CREW-COUNT (WS-SECTION-PTR)
                   AND WS-SECTION-CREW-ENTRY (WS-PREVIOUS-PTR)
                   IS EQUAL TO WS-SECTION-CREW-ENTRY (WS-SECTION-PTR)
                   MOVE 'Y' TO WS-SAME-COLLISION-FLAG
               END-IF
           END-IF.
           IF WS-SAME-COLLISION-FLAG-YES
               MOVE WS-SECT-RUN-START (WS-PREVIOUS-PTR)
                   TO WS-SECT-RUN-START (WS-SECTION-PTR)
           ELSE
               MOVE WS-SECTION-PTR TO WS-SECT-RUN-START (WS-SECTION-PTR)
               ADD 1 TO WS-COLLISION-COUNT
           END-IF.
           GO TO MARK-COLLISION-STARTS-LOOP.

       MARK-COLLISION-STARTS-EXIT.
           EXIT.

      * Walks the sections back down and hands each collided
      * section the last section of its collision - its own number
      * when the next section up belongs to a different collision.
       MARK-COLLISION-ENDS SECTION.
           MOVE 1000 TO WS-SECTION-PTR.

       MARK-COLLISION-ENDS-LOOP.
           SUBTRACT 1 FROM WS-SECTION-PTR.
           IF WS-SECTION-PTR IS EQUAL TO ZERO
               GO TO MARK-COLLISION-ENDS-EXIT.
           IF WS-SECT-CREW-COUNT (WS-SECTION-PTR) IS LESS THAN 2
               GO TO MARK-COLLISION-ENDS-LOOP.
           MOVE WS-SECTION-PTR TO WS-SECT-RUN-END (WS-SECTION-PTR).
           IF WS-SECTION-PTR IS LESS THAN 999
               COMPUTE WS-PREVIOUS-PTR = WS-SECTION-PTR + 1
               IF WS-SECT-CREW-COUNT (WS-PREVIOUS-PTR)
                   IS NOT LESS THAN 2
                   AND WS-SECT-RUN-START (WS-PREVIOUS-PTR)
                   IS EQUAL TO WS-SECT-RUN-START (WS-SECTION-PTR)
                   MOVE WS-SECT-RUN-END (WS-PREVIOUS-PTR)
                       TO WS-SECT-RUN-END (WS-SECTION-PTR)
               END-IF
           END-IF.
           GO TO MARK-COLLISION-ENDS-LOOP.

       MARK-COLLISION-ENDS-EXIT.
           EXIT.

      * Orders one section's crew list by crew-pair ID, so the same
      * crews read the same on neighbouring sections however the
      * day's lines happened to arrive.
       SORT-SECTION-CREWS SECTION.
           MOVE 1 TO WS-CREW-PTR.

       SORT-SECTION-CREWS-OUTER.
           IF WS-CREW-PTR IS NOT LESS THAN
               WS-SECT-CREW-COUNT (WS-SECTION-PTR)
               GO TO SORT-SECTION-CREWS-EXIT.
           COMPUTE WS-CREW-PTR-2 = WS-CREW-PTR + 1.

       SORT-SECTION-CREWS-INNER.
           IF WS-CREW-PTR-2 IS GREATER THAN
               WS-SECT-CREW-COUNT (WS-SECTION-PTR)
               ADD 1 TO WS-CREW-PTR
               GO TO SORT-SECTION-CREWS-OUTER.
           IF WS-SECT-CREW-ID (WS-SECTION-PTR, WS-CREW-PTR-2)
               IS LESS THAN
               WS-SECT-CREW-ID (WS-SECTION-PTR, WS-CREW-PTR)
               MOVE WS-SECT-CREW-ID (WS-SECTION-PTR, WS-CREW-PTR)
                   TO WS-CREW-SWAP-ID
               MOVE WS-SECT-CREW-ID (WS-SECTION-PTR, WS-CREW-PTR-2)
                   TO WS-SECT-CREW-ID (WS-SECTION-PTR, WS-CREW-PTR)
               MOVE WS-CREW-SWAP-ID
                   TO WS-SECT-CREW-ID (WS-SECTION-PTR, WS-CREW-PTR-2)
           END-IF.
           ADD 1 TO WS-CREW-PTR-2.
           GO TO SORT-SECTION-CREWS-INNER.

       SORT-SECTION-CREWS-EXIT.
           EXIT.

      * Writes the collided sections priority-1 first - four passes
      * over the sections, one per priority and a last one for
      * sections with no priority on file, each in section order.
       WRITE-COLLISION-REPORT SECTION.
           MOVE ZERO TO WS-REPORT-PASS.

       WRITE-COLLISION-PASS.
           ADD 1 TO WS-REPORT-PASS.
           IF WS-REPORT-PASS IS GREATER THAN 4
               GO TO WRITE-COLLISION-REPORT-EXIT.
           MOVE ZERO TO WS-SECTION-PTR.

       WRITE-COLLISION-LOOP.
           ADD 1 TO WS-SECTION-PTR.
           IF WS-SECTION-PTR IS GREATER THAN 999
               GO TO WRITE-COLLISION-PASS.
           IF WS-SECT-CREW-COUNT (WS-SECTION-PTR) IS LESS THAN 2
               GO TO WRITE-COLLISION-LOOP.
           IF WS-SECTION-REF-LOADED-FLAG-YES
               AND WS-SECTION-REF-PRESENT (WS-SECTION-PTR)
               MOVE WS-SECTION-PRIORITY (WS-SECTION-PTR)
                   TO WS-SECTION-RANK
           ELSE
               MOVE 4 TO WS-SECTION-RANK
           END-IF.
           IF WS-SECTION-RANK IS NOT EQUAL TO WS-REPORT-PASS
               GO TO WRITE-COLLISION-LOOP.
           PERFORM WRITE-COLLISION-RECORD.
           GO TO WRITE-COLLISION-LOOP.

       WRITE-COLLISION-REPORT-EXIT.
           EXIT.

       WRITE-COLLISION-RECORD SECTION.
           MOVE WS-SECTION-PTR TO WS-COLLISION-SECTION.
           IF WS-SECTION-RANK IS EQUAL TO 4
               MOVE SPACE TO WS-COLLISION-SECTION-NAME
               MOVE "-" TO WS-COLLISION-PRIORITY
           ELSE
               MOVE WS-SECTION-NAME (WS-SECTION-PTR)
                   TO WS-COLLISION-SECTION-NAME
               MOVE WS-SECTION-RANK TO WS-COLLISION-PRIORITY
           END-IF.
           IF WS-SECTION-RANK IS EQUAL TO 1
               ADD 1 TO WS-PRIORITY-1-COUNT
           END-IF.
           MOVE WS-SECT-CREW-COUNT (WS-SECTION-PTR)
               TO WS-COLLISION-CREW-COUNT.
           IF WS-SECT-MORE-CREWS (WS-SECTION-PTR)
               MOVE "+" TO WS-COLLISION-MORE-CREWS
           ELSE
               MOVE SPACE TO WS-COLLISION-MORE-CREWS
           END-IF.
           MOVE WS-SECT-RUN-START (WS-SECTION-PTR)
               TO WS-COLLISION-RUN-START.
           MOVE WS-SECT-RUN-END (WS-SECTION-PTR)
               TO WS-COLLISION-RUN-END.
           COMPUTE WS-COLLISION-SPAN =
               WS-SECT-RUN-END (WS-SECTION-PTR)
               - WS-SECT-RUN-START (WS-SECTION-PTR) + 1.
           MOVE ZERO TO WS-CREW-PTR.

       WRITE-COLLISION-CREW-LOOP.
           ADD 1 TO WS-CREW-PTR.
           IF WS-CREW-PTR IS GREATER THAN 8
               GO TO WRITE-COLLISION-RECORD-WRITE.
           IF WS-CREW-PTR IS GREATER THAN
               WS-SECT-CREW-COUNT (WS-SECTION-PTR)
               MOVE SPACE TO WS-COLLISION-CREW-PAIR-ID (WS-CREW-PTR)
           ELSE
               IF WS-SECT-CREW-ID (WS-SECTION-PTR, WS-CREW-PTR)
                   IS EQUAL TO SPACE
                   MOVE "(NO ID)" TO
                       WS-COLLISION-CREW-PAIR-ID (WS-CREW-PTR)
               ELSE
                   MOVE WS-SECT-CREW-ID (WS-SECTION-PTR, WS-CREW-PTR)
                       TO WS-COLLISION-CREW-PAIR-ID (WS-CREW-PTR)
               END-IF
           END-IF.
           GO TO WRITE-COLLISION-CREW-LOOP.

       WRITE-COLLISION-RECORD-WRITE.
           MOVE WS-COLLISION-RECORD TO COLLISION-OUTPUT-RECORD.
           WRITE COLLISION-OUTPUT-RECORD.
           IF NOT WS-COLLISION-FILE-STATUS-VALID
               DISPLAY "COLLISION REPORT WRITE FAILED WITH "
                   WS-COLLISION-FILE-STATUS
           END-IF.

       WRITE-COLLISION-RECORD-EXIT.
           EXIT.

      * The trailer counts go on the report as well as the console,
      * so a filed-away report still shows its figures.
       WRITE-COLLISION-TRAILER SECTION.
           MOVE WS-RUN-DATE TO WS-TRAILER-RUN-DATE.
           MOVE WS-RECORD-COUNT TO WS-TRAILER-RECORDS.
           MOVE WS-COLLISION-COUNT TO WS-TRAILER-COLLISIONS.
           MOVE WS-COLLIDED-SECTION-COUNT TO WS-TRAILER-SECTIONS.
           MOVE WS-PRIORITY-1-COUNT TO WS-TRAILER-PRIORITY-1.
           MOVE WS-COLLISION-TRAILER-RECORD TO COLLISION-OUTPUT-RECORD.
           WRITE COLLISION-OUTPUT-RECORD.
           IF NOT WS-COLLISION-FILE-STATUS-VALID
               DISPLAY "COLLISION TRAILER WRITE FAILED WITH "
                   WS-COLLISION-FILE-STATUS
           END-IF.

       WRITE-COLLISION-TRAILER-EXIT.
           EXIT.
