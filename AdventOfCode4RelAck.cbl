      * ID, accepted or rejected, reason code), and reports every
      * release intake rejected or never answered at all. Until now
      * a rejected release just vanished and the crew kept working
      * the redundant range. The gap-fill job's ADD proposals ride
      * the same file and are tied the same way, against the acks
      * intake marks as answering an ADD, and reported in their own
      * lines and trailer.
      * Condition code: 0 every release and ADD acknowledged and
      * accepted, 4 one or more rejected, 8 one or more
      * unacknowledged (or more acks than the table holds - the
      * tie-out is incomplete), 16 a file would not open. Worst
      * applicable grade wins.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE STATUS IS WS-RELEASE-FILE-STATUS.

      * Dispatch intake's acknowledgement file - one line per
      * release or ADD they processed, at the fixed columns agreed
      * with the dispatch office (see WS-ACK-LINE).
       SELECT ADVENTOFCODEACK4
       ASSIGN DYNAMIC WS-ACK-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       FD  ADVENTOFCODEREL4.
       01  RELEASE-INPUT-RECORD                          PIC X(24).

      * Columns 1-8 crew-pair ID, 9 A or R, 10-12 reason code,
      * 13-15 transaction type answered (ADD, or blank/REL/TRM for a
      * release), 16-18 the section proposed on an ADD answer -
      * blank on a release answer. Lines from before the type and
      * section columns were added read as release answers.
       FD  ADVENTOFCODEACK4.
       01  ACK-INPUT-RECORD                              PIC X(18).

       FD  ADVENTOFCODERELACK4.
       01  RELACK-OUTPUT-RECORD                          PIC X(80).
           05  WS-ACK-FOUND-STATUS                      PIC X.
               88  WS-ACK-FOUND-ACCEPTED                VALUE 'A'.
           05  WS-ACK-FOUND-REASON                      PIC X(3).
      * Which kind of answer the current line needs - a release's
      * or an ADD's (see WS-ACK-TYPE).
           05  WS-ACK-WANTED-TYPE                       PIC X.

       01  WS-INTS                                      VALUE ZERO.
           05  WS-ACK-COUNT                             PIC 9(5).
           05  WS-ACCEPTED-COUNT                        PIC 9(5).
           05  WS-REJECTED-COUNT                        PIC 9(5).
           05  WS-UNACKED-COUNT                         PIC 9(5).
      * The same tie-out for the gap-fill ADD proposals.
           05  WS-ADD-COUNT                             PIC 9(5).
           05  WS-ADD-ACCEPTED-COUNT                    PIC 9(5).
           05  WS-ADD-REJECTED-COUNT                    PIC 9(5).
           05  WS-ADD-UNACKED-COUNT                     PIC 9(5).
      * Lines on ADVENTOFCODEREL4 that are neither releases nor
      * ADDs - other transaction types ride the same file and are
      * not intake acknowledgements' business.
           05  WS-SKIPPED-COUNT                         PIC 9(5).

      * Every acknowledgement dispatch intake returned, held for
               10  WS-ACK-CREW-PAIR-ID                 PIC X(8).
               10  WS-ACK-STATUS                       PIC X.
               10  WS-ACK-REASON                       PIC X(3).
      * R an answer to a release (or trim), A an answer to an ADD -
      * a crew can have one of each the same day - and for an ADD
      * the section it answers, since the gap-fill job can propose
      * more than one section to the same crew.
               10  WS-ACK-TYPE                         PIC X.
               10  WS-ACK-SECTION                      PIC X(3).

      * The acknowledgement line, cut at the fixed columns agreed
      * with dispatch intake - crew-pair ID, A (accepted) or R
      * (rejected), their three-character reason code, and the
      * transaction type answered: ADD for a gap-fill proposal,
      * blank (older intake files) or REL/TRM for a release - and,
      * on an ADD answer, the section proposed.
       01  WS-ACK-LINE.
           05  WS-ACK-LINE-CREW-PAIR-ID                 PIC X(8).
           05  WS-ACK-LINE-STATUS                       PIC X.
               88  WS-ACK-LINE-STATUS-KNOWN             VALUE 'A' 'R'.
           05  WS-ACK-LINE-REASON                       PIC X(3).
           05  WS-ACK-LINE-TAG                          PIC X(3).
               88  WS-ACK-LINE-TAG-ADD                  VALUE "ADD".
           05  WS-ACK-LINE-SECTION                      PIC X(3).

      * The release transaction, cut at the same fixed columns
      * WRITE-RELEASE-RECORD in ADVENTOFCODE4 lays them down at.
       01  WS-RELEASE-LINE.
           05  WS-RELEASE-LINE-TAG                      PIC X(3).
               88  WS-RELEASE-LINE-TAG-REL              VALUE "REL".
               88  WS-RELEASE-LINE-TAG-ADD              VALUE "ADD".
           05  WS-RELEASE-LINE-CREW-PAIR-ID             PIC X(8).
           05  WS-RELEASE-LINE-RANGE-NUMBER             PIC X.
           05  WS-RELEASE-LINE-DROP-START               PIC X(3).
           05  FILLER                             PIC X VALUE "-".
           05  WS-UNACKED-DROP-END                      PIC X(3).

      * One line per ADD proposal intake turned down - for an ADD
      * the span on the line is the section proposed.
       01  WS-ADD-REJECTED-RECORD.
           05  FILLER                                   PIC X(13)
               VALUE "ADD REJECTED:".
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-ADD-REJECTED-CREW-PAIR-ID             PIC X(8).
           05  FILLER                                   PIC X(9)
               VALUE " SECTION ".
           05  WS-ADD-REJECTED-START                    PIC X(3).
           05  FILLER                             PIC X VALUE "-".
           05  WS-ADD-REJECTED-END                      PIC X(3).
           05  FILLER                                   PIC X(8)
               VALUE " REASON:".
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-ADD-REJECTED-REASON                   PIC X(3).

      * One line per ADD proposal intake never answered.
       01  WS-ADD-UNACKED-RECORD.
           05  FILLER                                   PIC X(19)
               VALUE "ADD UNACKNOWLEDGED:".
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-ADD-UNACKED-CREW-PAIR-ID              PIC X(8).
           05  FILLER                                   PIC X(9)
               VALUE " SECTION ".
           05  WS-ADD-UNACKED-START                     PIC X(3).
           05  FILLER                             PIC X VALUE "-".
           05  WS-ADD-UNACKED-END                       PIC X(3).

      * Trailer the desk reads first.
       01  WS-RELACK-TRAILER-RECORD.
           05  FILLER                                   PIC X(10)
               VALUE "  UNACKNOWLEDGED:".
           05  WS-TRAILER-UNACKED                       PIC Z(4)9.

      * Second trailer line - the ADD proposals' tie-out.
       01  WS-ADD-TRAILER-RECORD.
           05  FILLER                                   PIC X(10)
               VALUE "ADDS:     ".
           05  WS-TRAILER-ADDS                          PIC Z(4)9.
           05  FILLER                                   PIC X(11)
               VALUE "  ACCEPTED:".
           05  WS-TRAILER-ADD-ACCEPTED                  PIC Z(4)9.
           05  FILLER                                   PIC X(11)
               VALUE "  REJECTED:".
           05  WS-TRAILER-ADD-REJECTED                  PIC Z(4)9.
           05  FILLER                                   PIC X(17)
               VALUE "  UNACKNOWLEDGED:".
           05  WS-TRAILER-ADD-UNACKED                   PIC Z(4)9.

       PROCEDURE DIVISION.

       PROGRAM-ENTRY.
           DISPLAY "ACCEPTED: " WS-ACCEPTED-COUNT.
           DISPLAY "REJECTED: " WS-REJECTED-COUNT.
           DISPLAY "UNACKNOWLEDGED: " WS-UNACKED-COUNT.
           DISPLAY "ADDS RECONCILED: " WS-ADD-COUNT.
           DISPLAY "ADDS ACCEPTED: " WS-ADD-ACCEPTED-COUNT.
           DISPLAY "ADDS REJECTED: " WS-ADD-REJECTED-COUNT.
           DISPLAY "ADDS UNACKNOWLEDGED: " WS-ADD-UNACKED-COUNT.
           IF WS-SKIPPED-COUNT IS GREATER THAN ZERO
               DISPLAY "OTHER LINES SKIPPED: " WS-SKIPPED-COUNT
           END-IF.

           PERFORM SET-RETURN-CODE.
      * Graded so the scheduler can hold downstream work on a
      * vanished release (8) but only flag a turned-down one (4) -
      * a rejection at least proves intake saw the transaction.
      * ADD proposals are graded the same way.
       SET-RETURN-CODE.
           IF WS-UNACKED-COUNT IS GREATER THAN ZERO
               OR WS-ADD-UNACKED-COUNT IS GREATER THAN ZERO
               OR WS-ACK-TABLE-FULL-FLAG-YES
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECTED-COUNT IS GREATER THAN ZERO
                   OR WS-ADD-REJECTED-COUNT IS GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               MOVE WS-ENVIRONMENT-VALUE TO WS-REPORT-FILE-PATH
           END-IF.

       OPEN-FILES.
           OPEN INPUT ADVENTOFCODEREL4.
               IF NOT WS-RELEASE-FILE-STATUS-VALID
                   DISPLAY "RELEASE OPEN FAILED WITH "
                       WS-RELEASE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
           OPEN OUTPUT ADVENTOFCODERELACK4.
               IF NOT WS-REPORT-FILE-STATUS-VALID
                   DISPLAY "REPORT OPEN FAILED WITH "
                       WS-REPORT-FILE-STATUS
                   CLOSE ADVENTOFCODEREL4
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

       CLOSE-FILES.
           CLOSE ADVENTOFCODEREL4.
           IF NOT WS-RELEASE-FILE-STATUS-VALID
               DISPLAY "RELEASE CLOSE FAILED WITH "
                   WS-RELEASE-FILE-STATUS
           END-IF.
           CLOSE ADVENTOFCODERELACK4.
           IF NOT WS-REPORT-FILE-STATUS-VALID
               DISPLAY "REPORT CLOSE FAILED WITH "
                   WS-REPORT-FILE-STATUS
           END-IF.

      * Loads dispatch intake's acknowledgements into the table the
      * release walk searches. A line whose status byte isn't A or
      * R is kept anyway - an unknown verdict still proves intake
      * answered, and anything but A reports as rejected. Each is
      * filed as answering a release or an ADD by its type column.
       LOAD-ACK-FILE SECTION.
           OPEN INPUT ADVENTOFCODEACK4.
           IF NOT WS-ACK-FILE-STATUS-VALID
                   TO WS-ACK-STATUS (WS-ACK-COUNT)
               MOVE WS-ACK-LINE-REASON
                   TO WS-ACK-REASON (WS-ACK-COUNT)
               IF WS-ACK-LINE-TAG-ADD
                   MOVE 'A' TO WS-ACK-TYPE (WS-ACK-COUNT)
                   MOVE WS-ACK-LINE-SECTION
                       TO WS-ACK-SECTION (WS-ACK-COUNT)
               ELSE
                   MOVE 'R' TO WS-ACK-TYPE (WS-ACK-COUNT)
                   MOVE SPACE TO WS-ACK-SECTION (WS-ACK-COUNT)
               END-IF
           ELSE
               IF NOT WS-ACK-TABLE-FULL-FLAG-YES
                   MOVE 'Y' TO WS-ACK-TABLE-FULL-FLAG
       LOAD-ACK-FILE-EXIT.
           EXIT.

      * Walks the day's release transactions and ties each against
      * the ack table. ADD proposals are tied the same way against
      * the ADD answers (see RECONCILE-ONE-ADD). Lines carrying any
      * other transaction code ride the same file but are not
      * releases and are skipped, counted so the console can say so.
       RECONCILE-RELEASES SECTION.

       RECONCILE-RELEASES-LOOP.
           IF NOT WS-RELEASE-FILE-STATUS-VALID
               GO TO RECONCILE-RELEASES-EXIT.
           MOVE RELEASE-INPUT-RECORD TO WS-RELEASE-LINE.
           IF WS-RELEASE-LINE-TAG-ADD
               PERFORM RECONCILE-ONE-ADD
               GO TO RECONCILE-RELEASES-LOOP.
           IF NOT WS-RELEASE-LINE-TAG-REL
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO RECONCILE-RELEASES-LOOP.
           ADD 1 TO WS-RELEASE-COUNT.
           MOVE 'R' TO WS-ACK-WANTED-TYPE.
           PERFORM SEARCH-ACK-TABLE.
           IF NOT WS-ACK-FOUND-FLAG-YES
               ADD 1 TO WS-UNACKED-COUNT
       RECONCILE-RELEASES-EXIT.
           EXIT.

      * Ties one ADD proposal against intake's ADD answers - by
      * crew and the section proposed, so a crew handed two gaps
      * has each answered on its own.
       RECONCILE-ONE-ADD SECTION.
           ADD 1 TO WS-ADD-COUNT.
           MOVE 'A' TO WS-ACK-WANTED-TYPE.
           PERFORM SEARCH-ACK-TABLE.
           IF NOT WS-ACK-FOUND-FLAG-YES
               ADD 1 TO WS-ADD-UNACKED-COUNT
               PERFORM WRITE-ADD-UNACKED-RECORD
           ELSE
               IF WS-ACK-FOUND-ACCEPTED
                   ADD 1 TO WS-ADD-ACCEPTED-COUNT
               ELSE
                   ADD 1 TO WS-ADD-REJECTED-COUNT
                   PERFORM WRITE-ADD-REJECTED-RECORD
               END-IF
           END-IF.

       RECONCILE-ONE-ADD-EXIT.
           EXIT.

      * Finds the current line's crew-pair ID in the ack table,
      * among the answers of the type in WS-ACK-WANTED-TYPE - first
      * match wins, since intake answers a release once per crew
      * pair. An ADD answer must also carry the ADD's section.
       SEARCH-ACK-TABLE SECTION.
           MOVE 'N' TO WS-ACK-FOUND-FLAG.
           MOVE ZERO TO WS-ACK-PTR.
               GO TO SEARCH-ACK-TABLE-EXIT.
           IF WS-ACK-CREW-PAIR-ID (WS-ACK-PTR)
               IS EQUAL TO WS-RELEASE-LINE-CREW-PAIR-ID
               AND WS-ACK-TYPE (WS-ACK-PTR)
               IS EQUAL TO WS-ACK-WANTED-TYPE
               IF WS-ACK-WANTED-TYPE IS EQUAL TO 'A'
                   AND WS-ACK-SECTION (WS-ACK-PTR)
                   IS NOT EQUAL TO WS-RELEASE-LINE-DROP-START
                   GO TO SEARCH-ACK-TABLE-LOOP
               END-IF
               MOVE 'Y' TO WS-ACK-FOUND-FLAG
               MOVE WS-ACK-STATUS (WS-ACK-PTR) TO WS-ACK-FOUND-STATUS
               MOVE WS-ACK-REASON (WS-ACK-PTR) TO WS-ACK-FOUND-REASON
       WRITE-UNACKED-RECORD-EXIT.
           EXIT.

       WRITE-ADD-REJECTED-RECORD SECTION.
           MOVE WS-RELEASE-LINE-CREW-PAIR-ID
               TO WS-ADD-REJECTED-CREW-PAIR-ID.
           MOVE WS-RELEASE-LINE-DROP-START TO WS-ADD-REJECTED-START.
           MOVE WS-RELEASE-LINE-DROP-END TO WS-ADD-REJECTED-END.
           MOVE WS-ACK-FOUND-REASON TO WS-ADD-REJECTED-REASON.
           MOVE WS-ADD-REJECTED-RECORD TO RELACK-OUTPUT-RECORD.
           WRITE RELACK-OUTPUT-RECORD.
           IF NOT WS-REPORT-FILE-STATUS-VALID
               DISPLAY "REPORT WRITE FAILED WITH "
                   WS-REPORT-FILE-STATUS
           END-IF.

       WRITE-ADD-REJECTED-RECORD-EXIT.
           EXIT.

       WRITE-ADD-UNACKED-RECORD SECTION.
           MOVE WS-RELEASE-LINE-CREW-PAIR-ID
               TO WS-ADD-UNACKED-CREW-PAIR-ID.
           MOVE WS-RELEASE-LINE-DROP-START TO WS-ADD-UNACKED-START.
           MOVE WS-RELEASE-LINE-DROP-END TO WS-ADD-UNACKED-END.
           MOVE WS-ADD-UNACKED-RECORD TO RELACK-OUTPUT-RECORD.
           WRITE RELACK-OUTPUT-RECORD.
           IF NOT WS-REPORT-FILE-STATUS-VALID
               DISPLAY "REPORT WRITE FAILED WITH "
                   WS-REPORT-FILE-STATUS
           END-IF.

       WRITE-ADD-UNACKED-RECORD-EXIT.
           EXIT.

      * The trailer counts go on the report as well as the console,
      * so a filed-away morning tie-out still shows its figures.
       WRITE-RELACK-TRAILER SECTION.
               DISPLAY "REPORT TRAILER WRITE FAILED WITH "
                   WS-REPORT-FILE-STATUS
           END-IF.
           MOVE WS-ADD-COUNT TO WS-TRAILER-ADDS.
           MOVE WS-ADD-ACCEPTED-COUNT TO WS-TRAILER-ADD-ACCEPTED.
           MOVE WS-ADD-REJECTED-COUNT TO WS-TRAILER-ADD-REJECTED.
           MOVE WS-ADD-UNACKED-COUNT TO WS-TRAILER-ADD-UNACKED.
           MOVE WS-ADD-TRAILER-RECORD TO RELACK-OUTPUT-RECORD.
           WRITE RELACK-OUTPUT-RECORD.
           IF NOT WS-REPORT-FILE-STATUS-VALID
               DISPLAY "REPORT TRAILER WRITE FAILED WITH "
                   WS-REPORT-FILE-STATUS
           END-IF.

       WRITE-RELACK-TRAILER-EXIT.
           EXIT.
