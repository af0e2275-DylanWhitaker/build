      * grepping a month of dated flat files by hand. The date and/or
      * section asked about arrive through environment variables
      * (see INITIALIZE-PARMS), same convention as the file paths.
      * Each line shows the ranges as keyed and, beside them, the
      * ranges actually worked once dispatch answered the day's
      * releases and trims, with what became of the record.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
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

       FD  ADVENTOFCODELOOKUP4.
       01  LOOKUP-OUTPUT-RECORD                          PIC X(120).

       WORKING-STORAGE SECTION.

               88  WS-SECTION-QUERY-FLAG-YES            VALUE 'Y'.
           05  WS-RECORD-WANTED-FLAG                    PIC X.
               88  WS-RECORD-WANTED-FLAG-YES            VALUE 'Y'.
      * The record's effective ranges and disposition as the
      * report prints them (see DESCRIBE-DISPOSITION).
           05  WS-DISPOSITION-TEXT                      PIC X(17).

       01  WS-INTS                                      VALUE ZERO.
      * What was asked for - must arrive zero-filled to full width
           05  WS-QUERY-DATE                            PIC 9(8).
           05  WS-QUERY-SECTION                         PIC 999.
           05  WS-MATCH-COUNT                           PIC 9(7).
      * The effective ranges the report prints - as keyed until
      * ADVENTOFCODE4EFFECT has applied intake's answers.
           05  WS-EFFECTIVE-1-START                     PIC 999.
           05  WS-EFFECTIVE-1-END                       PIC 999.
           05  WS-EFFECTIVE-2-START                     PIC 999.
           05  WS-EFFECTIVE-2-END                       PIC 999.

      * One line per matching assignment on the query report.
       01  WS-LOOKUP-RECORD.
           05  FILLER                                   PIC X(8)
               VALUE " ANY-OV:".
           05  WS-LOOKUP-ANY-OVERLAP-FLAG               PIC X.
           05  FILLER                                   PIC X(5)
               VALUE " EFF ".
           05  WS-LOOKUP-EFF-1-START                    PIC 999.
           05  FILLER                             PIC X VALUE "-".
           05  WS-LOOKUP-EFF-1-END                      PIC 999.
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-LOOKUP-EFF-2-START                    PIC 999.
           05  FILLER                             PIC X VALUE "-".
           05  WS-LOOKUP-EFF-2-END                      PIC 999.
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-LOOKUP-DISPOSITION                    PIC X(17).

      * Trailer line so the reader knows the query finished and how
      * much it found (zero matches is an answer too).
                   TO WS-LOOKUP-FULL-OVERLAP-FLAG
               MOVE MASTER-ANY-OVERLAP-FLAG
                   TO WS-LOOKUP-ANY-OVERLAP-FLAG
               PERFORM DESCRIBE-DISPOSITION
               MOVE WS-EFFECTIVE-1-START TO WS-LOOKUP-EFF-1-START
               MOVE WS-EFFECTIVE-1-END TO WS-LOOKUP-EFF-1-END
               MOVE WS-EFFECTIVE-2-START TO WS-LOOKUP-EFF-2-START
               MOVE WS-EFFECTIVE-2-END TO WS-LOOKUP-EFF-2-END
               MOVE WS-DISPOSITION-TEXT TO WS-LOOKUP-DISPOSITION
               MOVE WS-LOOKUP-RECORD TO LOOKUP-OUTPUT-RECORD
               WRITE LOOKUP-OUTPUT-RECORD
               IF NOT WS-LOOKUP-FILE-STATUS-VALID
       TEST-AND-REPORT-EXIT.
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

      * The trailer count goes on the report as well as the console,
      * so a filed-away query answer still says how big it was.
       WRITE-LOOKUP-TRAILER SECTION.
