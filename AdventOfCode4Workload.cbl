      * ten priority-3 storage rows. Crews come out ranked by
      * weighted load, flagged over or under against the day's
      * average - the number the scheduling desk rebalances from,
      * which until now existed nowhere. Crews are held to the
      * same crew roster the daily run checks, so a line the daily
      * run rejects doesn't score here either, and each ranking line
      * carries the crew's two names.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-SECTION-REF-FILE-STATUS.

      * Crew roster master - the crew names, plus the same
      * unknown/inactive crew rejection the daily run applies.
       SELECT ADVENTOFCODEROSTER4
       ASSIGN DYNAMIC WS-ROSTER-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-ROSTER-FILE-STATUS.

      * Crews ranked heaviest-first, then the trailer average.
       SELECT ADVENTOFCODEWLOAD4
       ASSIGN DYNAMIC WS-WORKLOAD-FILE-PATH
       FD  ADVENTOFCODESECT4.
       01  SECTION-REF-INPUT-RECORD                      PIC X(30).

       FD  ADVENTOFCODEROSTER4.
       01  ROSTER-INPUT-RECORD                           PIC X(80).

       FD  ADVENTOFCODEWLOAD4.
       01  WORKLOAD-OUTPUT-RECORD                       PIC X(100).

       WORKING-STORAGE SECTION.

               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODEWLOAD4.txt".
           05  WS-SECTION-REF-FILE-PATH                 PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODESECT4.txt".
           05  WS-ROSTER-FILE-PATH                      PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODEROSTER4.txt".
           05  WS-ENVIRONMENT-VALUE                     PIC X(100).
      * How far (in percent) a crew's load may sit off the day's
      * average before it is flagged OVER or UNDER - set by the
      * weight, same warn-and-carry-on stance as ADVENTOFCODE4.
           05  WS-SECTION-REF-LOADED-FLAG               PIC X.
               88  WS-SECTION-REF-LOADED-FLAG-YES       VALUE 'Y'.
           05  WS-ROSTER-FILE-STATUS                    PIC XX.
               88  WS-ROSTER-FILE-STATUS-VALID          VALUE "00".
               88  WS-ROSTER-FILE-NOT-FOUND             VALUE "35".
      * Whether the crew roster loaded, and whether its table filled
      * (crews past that point can't be judged not-on-roster) - the
      * same warn-and-carry-on stance as ADVENTOFCODE4.
           05  WS-ROSTER-LOADED-FLAG                    PIC X.
               88  WS-ROSTER-LOADED-FLAG-YES            VALUE 'Y'.
           05  WS-ROSTER-TABLE-FULL-FLAG                PIC X.
               88  WS-ROSTER-TABLE-FULL-FLAG-YES        VALUE 'Y'.
      * The crew-pair ID the roster search is looking for.
           05  WS-ROSTER-SEARCH-ID                      PIC X(8).
      * Whether the current pair was already seen earlier in the
      * file, and whether the seen-pair table has run out of slots -
      * warned once, and the run graded 8 (see SET-RETURN-CODE):
           05  WS-UNDER-LIMIT                           PIC 9(9).
           05  WS-OVER-COUNT                            PIC 9(4).
           05  WS-UNDER-COUNT                           PIC 9(4).
      * The business date the roster's effective dates are judged
      * against - today, or ADVENTOFCODE4BUSDATE, same as the daily
      * run.
           05  WS-RUN-DATE                              PIC 9(8).
      * Roster bookkeeping - crews loaded, malformed lines skipped,
      * the search walker, and the slot the searched crew sits in.
           05  WS-ROSTER-COUNT                          PIC 9(4).
           05  WS-ROSTER-SKIPPED                        PIC 9(4).
           05  WS-ROSTER-PTR                            PIC 9(4).
           05  WS-ROSTER-SLOT                           PIC 9(4).

      * Every distinct crew-and-pair seen so far this file - what
      * the duplicate exclusion searches, keyed the same way
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

       01  WS-FILE-INPUT                                VALUE SPACE.
      * FILLER is used when you want to add characters, but don't need to
      * directly reference them (not really needed here)
           05  WS-WORKLOAD-PAIRS                        PIC Z(4)9.
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-WORKLOAD-FLAG                         PIC X(5).
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-WORKLOAD-NAME-1                       PIC X(20).
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-WORKLOAD-NAME-2                       PIC X(20).

      * Trailer the scheduling desk reads first - the day's average
      * and how many crews sit outside the band around it.

           PERFORM INITIALIZE-PARMS.
           PERFORM LOAD-SECTION-REFERENCE.
           PERFORM LOAD-CREW-ROSTER.
           PERFORM OPEN-FILE.
           PERFORM READ-FILE.
           PERFORM WRITE-WORKLOAD-REPORT.
               MOVE WS-ENVIRONMENT-VALUE (1:3) TO WS-TOLERANCE-PCT
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODEROSTER4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-ROSTER-FILE-PATH
           END-IF.

      * Business date for the roster's effective-date check - a
      * rerun of Tuesday's file must judge the crews as of Tuesday,
      * exactly as the daily run does.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODE4BUSDATE".
           IF WS-ENVIRONMENT-VALUE (1:8) IS NUMERIC
               MOVE WS-ENVIRONMENT-VALUE (1:8) TO WS-RUN-DATE
           END-IF.

       OPEN-FILE.
           OPEN INPUT ADVENTOFCODEINPUT4.
               IF NOT WS-FILE-STATUS-VALID
               END-IF
           END-IF.

      * The crew has to be on the roster, active, and within its
      * effective dates on the business date - the same test the
      * daily run rejects on, so a rejected line never adds to a
      * crew's load here. Only checked when the roster loaded, and
      * never for the contractor's bare format.
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
               END-IF
               GO TO VALIDATE-WS-DATA-EXIT
           END-IF.
           IF NOT WS-ROSTER-TAB-ACTIVE (WS-ROSTER-SLOT)
               OR WS-RUN-DATE IS LESS THAN
               WS-ROSTER-TAB-EFFECTIVE-FROM (WS-ROSTER-SLOT)
               OR WS-RUN-DATE IS GREATER THAN
               WS-ROSTER-TAB-EFFECTIVE-TO (WS-ROSTER-SLOT)
               MOVE 'N' TO WS-RECORD-VALID-FLAG
           END-IF.

       VALIDATE-WS-DATA-EXIT.
           EXIT.

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

      * Looks the current crew-and-pair up in everything seen so
      * far this file - straight or with its two ranges swapped -
      * and either flags it as a double-keyed repeat or registers
               TO WS-WORKLOAD-SCORE.
           MOVE WS-CREW-TAB-PAIRS (WS-CREW-PTR)
               TO WS-WORKLOAD-PAIRS.
           MOVE WS-CREW-TAB-PAIR-ID (WS-CREW-PTR)
               TO WS-ROSTER-SEARCH-ID.
           PERFORM FIND-CREW-ON-ROSTER.
           IF WS-ROSTER-SLOT IS GREATER THAN ZERO
               MOVE WS-ROSTER-TAB-NAME-1 (WS-ROSTER-SLOT)
                   TO WS-WORKLOAD-NAME-1
               MOVE WS-ROSTER-TAB-NAME-2 (WS-ROSTER-SLOT)
                   TO WS-WORKLOAD-NAME-2
           ELSE
               MOVE SPACE TO WS-WORKLOAD-NAME-1
               MOVE SPACE TO WS-WORKLOAD-NAME-2
           END-IF.
           IF WS-CREW-TAB-SCORE (WS-CREW-PTR)
               IS GREATER THAN WS-OVER-LIMIT
               MOVE "OVER " TO WS-WORKLOAD-FLAG
