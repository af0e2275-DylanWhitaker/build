      * assignment master by date range and answers the question
      * ADVENTOFCODE4LOOKUP can't: "what has THIS crew been doing".
      * Given a crew-pair ID it writes that crew's statement - each
      * day's ranges, whether they overlapped, whether a release
      * went out, and the ranges actually worked once dispatch
      * answered it, under a heading naming the crew's two members
      * off the crew roster. Given no crew it ranks every crew in the
      * period by how often it appeared in conflicts, names beside
      * each ID, which until now was a supervisor and a highlighter
      * on a stack of conflict reports.
      * The crew and date range arrive through environment variables
      * (see INITIALIZE-PARMS), same convention as the file paths.
      * Condition code: 0 the query answered, 8 the ranking table
       RECORD KEY IS MASTER-KEY
       FILE STATUS IS WS-MASTER-FILE-STATUS.

      * Crew roster master (kept by ADVENTOFCODE4CREWMNT) - only the
      * names are wanted here, so a site without it just prints the
      * IDs as before.
       SELECT ADVENTOFCODEROSTER4
       ASSIGN DYNAMIC WS-ROSTER-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-ROSTER-FILE-STATUS.

      * The statement (crew given) or the ranking (no crew), plus
      * a trailer count either way.
       SELECT ADVENTOFCODECREW4
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

       FD  ADVENTOFCODEROSTER4.
       01  ROSTER-INPUT-RECORD                           PIC X(80).

       FD  ADVENTOFCODECREW4.
       01  CREW-OUTPUT-RECORD                            PIC X(120).

       WORKING-STORAGE SECTION.

               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODEMASTER4.dat".
           05  WS-CREW-FILE-PATH                        PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODECREW4.txt".
           05  WS-ROSTER-FILE-PATH                      PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODEROSTER4.txt".
           05  WS-ENVIRONMENT-VALUE                     PIC X(100).

      * All COBOL variables must be declared. They have a heirarchical structure.
               88  WS-MASTER-FILE-STATUS-END            VALUE "10".
           05  WS-CREW-FILE-STATUS                      PIC XX.
               88  WS-CREW-FILE-STATUS-VALID            VALUE "00".
           05  WS-ROSTER-FILE-STATUS                    PIC XX.
               88  WS-ROSTER-FILE-STATUS-VALID          VALUE "00".
               88  WS-ROSTER-FILE-NOT-FOUND             VALUE "35".
      * Whether the roster loaded, and whether its table filled -
      * either way short, the IDs past that point just print
      * without names.
           05  WS-ROSTER-LOADED-FLAG                    PIC X.
               88  WS-ROSTER-LOADED-FLAG-YES            VALUE 'Y'.
           05  WS-ROSTER-TABLE-FULL-FLAG                PIC X.
               88  WS-ROSTER-TABLE-FULL-FLAG-YES        VALUE 'Y'.
      * The crew-pair ID the roster search is looking for.
           05  WS-ROSTER-SEARCH-ID                      PIC X(8).
      * The record's effective ranges and disposition as the
      * report prints them (see DESCRIBE-DISPOSITION).
           05  WS-DISPOSITION-TEXT                      PIC X(17).
      * Which of the two jobs this run is - a statement for one
      * crew, or the period's repeat-offender ranking.
           05  WS-CREW-QUERY-FLAG                       PIC X.
           05  WS-CREW-PTR                              PIC 9(4).
           05  WS-CREW-PTR-2                            PIC 9(4).
           05  WS-CREW-DROPPED-COUNT                    PIC 9(5).
      * Roster bookkeeping - crews loaded, the search walker, and
      * the slot the searched crew sits in (zero if not found).
           05  WS-ROSTER-COUNT                          PIC 9(4).
           05  WS-ROSTER-PTR                            PIC 9(4).
           05  WS-ROSTER-SLOT                           PIC 9(4).
      * The effective ranges the report prints - as keyed until
      * ADVENTOFCODE4EFFECT has applied intake's answers.
           05  WS-EFFECTIVE-1-START                     PIC 999.
           05  WS-EFFECTIVE-1-END                       PIC 999.
           05  WS-EFFECTIVE-2-START                     PIC 999.
           05  WS-EFFECTIVE-2-END                       PIC 999.

      * The TO date starts at the top of the range so "no TO given"
      * means "through the end of the master" - a group-level
      * Holding slot while the exchange sort swaps two entries.
       01  WS-CREW-SWAP-ENTRY                           PIC X(18).

      * Every crew pair on the roster and its two crew members -
      * 2000 slots, same as the daily run's roster table.
       01  WS-ROSTER-TABLE                              VALUE SPACE.
           05  WS-ROSTER-ENTRY                          OCCURS 2000.
               10  WS-ROSTER-TAB-PAIR-ID               PIC X(8).
               10  WS-ROSTER-TAB-NAME-1                PIC X(20).
               10  WS-ROSTER-TAB-NAME-2                PIC X(20).

      * One roster line, cut at its fixed columns - only the ID and
      * the two names are used here (see ADVENTOFCODE4CREWMNT for
      * the rest).
       01  WS-ROSTER-LINE.
           05  WS-ROSTER-PAIR-ID                        PIC X(8).
           05  FILLER                                   PIC X.
           05  WS-ROSTER-NAME-1                         PIC X(20).
           05  FILLER                                   PIC X.
           05  WS-ROSTER-NAME-2                         PIC X(20).
           05  FILLER                                   PIC X(30).

      * Heading line on a crew's statement - who the crew is.
       01  WS-STATEMENT-HEADER-RECORD.
           05  FILLER                                   PIC X(5)
               VALUE "CREW:".
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-STATEMENT-HEADER-PAIR-ID              PIC X(8).
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-STATEMENT-HEADER-NAME-1               PIC X(20).
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-STATEMENT-HEADER-NAME-2               PIC X(20).

      * One line per master record on the crew's statement.
       01  WS-STATEMENT-RECORD.
           05  WS-STATEMENT-DATE                        PIC 9(8).
           05  FILLER                                   PIC X(10)
               VALUE " RELEASED:".
           05  WS-STATEMENT-RELEASED-FLAG               PIC X.
      * The planned ranges above, the worked ranges here.
           05  FILLER                                   PIC X(5)
               VALUE " EFF ".
           05  WS-STATEMENT-EFF-1-START                 PIC 999.
           05  FILLER                             PIC X VALUE "-".
           05  WS-STATEMENT-EFF-1-END                   PIC 999.
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-STATEMENT-EFF-2-START                 PIC 999.
           05  FILLER                             PIC X VALUE "-".
           05  WS-STATEMENT-EFF-2-END                   PIC 999.
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-STATEMENT-DISPOSITION                 PIC X(17).

      * One line per crew on the repeat-offender ranking,
      * worst-first.
               VALUE "  OF DAYS".
           05  FILLER                             PIC X VALUE ":".
           05  WS-RANKING-DAYS                          PIC Z(4)9.
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-RANKING-NAME-1                        PIC X(20).
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-RANKING-NAME-2                        PIC X(20).

      * Trailer line so the reader knows the query finished and how
      * much it found (zero matches is an answer too).
       PROGRAM-ENTRY.

           PERFORM INITIALIZE-PARMS.
           PERFORM LOAD-CREW-ROSTER.
           PERFORM OPEN-FILES.
           IF WS-CREW-QUERY-FLAG-YES
               PERFORM WRITE-STATEMENT-HEADER
           END-IF.
           PERFORM WALK-MASTER-PERIOD.
           IF NOT WS-CREW-QUERY-FLAG-YES
               PERFORM WRITE-RANKING-REPORT
               MOVE WS-ENVIRONMENT-VALUE TO WS-CREW-FILE-PATH
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODEROSTER4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-ROSTER-FILE-PATH
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODE4CREWID".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
           MOVE MASTER-ANY-OVERLAP-FLAG TO WS-STATEMENT-ANY-FLAG.
           MOVE MASTER-FULL-OVERLAP-FLAG
               TO WS-STATEMENT-RELEASED-FLAG.
           PERFORM DESCRIBE-DISPOSITION.
           MOVE WS-EFFECTIVE-1-START TO WS-STATEMENT-EFF-1-START.
           MOVE WS-EFFECTIVE-1-END TO WS-STATEMENT-EFF-1-END.
           MOVE WS-EFFECTIVE-2-START TO WS-STATEMENT-EFF-2-START.
           MOVE WS-EFFECTIVE-2-END TO WS-STATEMENT-EFF-2-END.
           MOVE WS-DISPOSITION-TEXT TO WS-STATEMENT-DISPOSITION.
           MOVE WS-STATEMENT-RECORD TO CREW-OUTPUT-RECORD.
           WRITE CREW-OUTPUT-RECORD.
           IF NOT WS-CREW-FILE-STATUS-VALID
       WRITE-STATEMENT-RECORD-EXIT.
           EXIT.

      * Puts the record's disposition into words, and its effective
      * ranges alongside - a record ADVENTOFCODE4EFFECT hasn't
      * reached yet reads as keyed, ranges and all, and one left as
      * keyed says why, so a rejected or unanswered release can't
      * pass for work that changed.
       DESCRIBE-DISPOSITION SECTION.
           MOVE MASTER-EFFECTIVE-1-START TO WS-EFFECTIVE-1-START.
           MOVE MASTER-EFFECTIVE-1-END TO WS-EFFECTIVE-1-END.
           MOVE MASTER-EFFECTIVE-2-START TO WS-EFFECTIVE-2-START.
           MOVE MASTER-EFFECTIVE-2-END TO WS-EFFECTIVE-2-END.
           IF MASTER-DISPOSITION-RELEASED
               MOVE "RELEASED" TO WS-DISPOSITION-TEXT
               GO TO DESCRIBE-DISPOSITION-EXIT
           END-IF.
           IF MASTER-DISPOSITION-TRIMMED
               MOVE "TRIMMED" TO WS-DISPOSITION-TEXT
               GO TO DESCRIBE-DISPOSITION-EXIT
           END-IF.
           IF MASTER-DISPOSITION-UNCHANGED
               MOVE "UNCHANGED" TO WS-DISPOSITION-TEXT
               GO TO DESCRIBE-DISPOSITION-EXIT
           END-IF.
           MOVE MASTER-ASSIGNMENT-1-START TO WS-EFFECTIVE-1-START.
           MOVE MASTER-ASSIGNMENT-1-END TO WS-EFFECTIVE-1-END.
           MOVE MASTER-ASSIGNMENT-2-START TO WS-EFFECTIVE-2-START.
           MOVE MASTER-ASSIGNMENT-2-END TO WS-EFFECTIVE-2-END.
           IF MASTER-DISPOSITION-AS-KEYED AND MASTER-ACK-REJECTED
               MOVE "AS KEYED-REJECTED" TO WS-DISPOSITION-TEXT
               GO TO DESCRIBE-DISPOSITION-EXIT
           END-IF.
           IF MASTER-DISPOSITION-AS-KEYED AND MASTER-ACK-MISSING
               MOVE "AS KEYED-NO ACK" TO WS-DISPOSITION-TEXT
               GO TO DESCRIBE-DISPOSITION-EXIT
           END-IF.
           MOVE "AS KEYED" TO WS-DISPOSITION-TEXT.

       DESCRIBE-DISPOSITION-EXIT.
           EXIT.

      * Heads the crew's statement with who the crew is - the two
      * crew members off the roster, or a plain note when the roster
      * has no line for the ID asked about.
       WRITE-STATEMENT-HEADER SECTION.
           MOVE WS-QUERY-CREW-PAIR-ID TO WS-STATEMENT-HEADER-PAIR-ID.
           MOVE WS-QUERY-CREW-PAIR-ID TO WS-ROSTER-SEARCH-ID.
           PERFORM FIND-CREW-ON-ROSTER.
           IF WS-ROSTER-SLOT IS GREATER THAN ZERO
               MOVE WS-ROSTER-TAB-NAME-1 (WS-ROSTER-SLOT)
                   TO WS-STATEMENT-HEADER-NAME-1
               MOVE WS-ROSTER-TAB-NAME-2 (WS-ROSTER-SLOT)
                   TO WS-STATEMENT-HEADER-NAME-2
           ELSE
               IF WS-ROSTER-LOADED-FLAG-YES
                   MOVE "NOT ON CREW ROSTER"
                       TO WS-STATEMENT-HEADER-NAME-1
               ELSE
                   MOVE SPACE TO WS-STATEMENT-HEADER-NAME-1
               END-IF
               MOVE SPACE TO WS-STATEMENT-HEADER-NAME-2
           END-IF.
           MOVE WS-STATEMENT-HEADER-RECORD TO CREW-OUTPUT-RECORD.
           WRITE CREW-OUTPUT-RECORD.
           IF NOT WS-CREW-FILE-STATUS-VALID
               DISPLAY "CREW REPORT WRITE FAILED WITH "
                   WS-CREW-FILE-STATUS
           END-IF.

       WRITE-STATEMENT-HEADER-EXIT.
           EXIT.

      * Finds (or registers) the record's crew in the ranking table
      * and bumps its day count, plus its conflict count when the
      * day overlapped at all - the conflict report's Y flag, the
               TO WS-RANKING-CONFLICTS.
           MOVE WS-CREW-TAB-DAYS (WS-CREW-PTR)
               TO WS-RANKING-DAYS.
           MOVE WS-CREW-TAB-PAIR-ID (WS-CREW-PTR)
               TO WS-ROSTER-SEARCH-ID.
           PERFORM FIND-CREW-ON-ROSTER.
           IF WS-ROSTER-SLOT IS GREATER THAN ZERO
               MOVE WS-ROSTER-TAB-NAME-1 (WS-ROSTER-SLOT)
                   TO WS-RANKING-NAME-1
               MOVE WS-ROSTER-TAB-NAME-2 (WS-ROSTER-SLOT)
                   TO WS-RANKING-NAME-2
           ELSE
               MOVE SPACE TO WS-RANKING-NAME-1
               MOVE SPACE TO WS-RANKING-NAME-2
           END-IF.
           MOVE WS-RANKING-RECORD TO CREW-OUTPUT-RECORD.
           WRITE CREW-OUTPUT-RECORD.
           IF NOT WS-CREW-FILE-STATUS-VALID

       WRITE-CREW-TRAILER-EXIT.
           EXIT.

      * Loads the crew roster's IDs and names into the table. A
      * missing or unreadable file is a plain warning - the report
      * just prints IDs without names, as it always has.
       LOAD-CREW-ROSTER SECTION.
           OPEN INPUT ADVENTOFCODEROSTER4.
           IF WS-ROSTER-FILE-NOT-FOUND
               DISPLAY "CREW ROSTER NOT ON FILE - CREW NAMES SKIPPED"
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
               GO TO LOAD-CREW-ROSTER-LOOP
           END-IF.
           IF WS-ROSTER-COUNT IS NOT LESS THAN 2000
               IF NOT WS-ROSTER-TABLE-FULL-FLAG-YES
                   MOVE 'Y' TO WS-ROSTER-TABLE-FULL-FLAG
                   DISPLAY "CREW ROSTER TABLE FULL - SOME NAMES "
                       "SKIPPED"
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
           GO TO LOAD-CREW-ROSTER-LOOP.

       LOAD-CREW-ROSTER-DONE.
           CLOSE ADVENTOFCODEROSTER4.
           MOVE 'Y' TO WS-ROSTER-LOADED-FLAG.
           DISPLAY "CREW ROSTER LOADED: " WS-ROSTER-COUNT " CREWS".

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
