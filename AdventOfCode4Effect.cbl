      * COBOL programs have a maximum width of 80 characters.
      * This is so that they could support punch cards (yes, really).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENTOFCODE4EFFECT.

      * Post-dispatch companion to ADVENTOFCODE4RELACK - RELACK says
      * which releases and trims dispatch intake accepted, but the
      * keyed master went on showing the ranges as keyed, so the
      * lookup and the crew statements described the plan rather
      * than the work. This job takes the business date's release
      * file and intake's acknowledgement file, matches each REL and
      * TRM transaction to its acknowledgement (by crew-pair ID, the
      * way RELACK ties them) and to the master record it was cut
      * from, and writes the effective ranges and the disposition
      * back onto that record beside the as-keyed ranges: an
      * accepted release zeroes the released range, an accepted
      * trim re-cuts the trimmed one, and a rejected or unanswered
      * transaction leaves the record visibly as keyed. Records no
      * transaction was cut for read unchanged. The day is reset to
      * as keyed before anything is applied, so a rerun lands the
      * same answer rather than applying the file twice.
      * Condition code: 0 every transaction applied, 4 one or more
      * left as keyed (rejected or unacknowledged), 8 a transaction
      * matched no master record, or more acks than the table holds,
      * 16 a file would not open.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

      * The keyed master ADVENTOFCODE4 loads each day - read and
      * rewritten in place, the business date's records only.
       FILE-CONTROL.
       SELECT ADVENTOFCODEMASTER4
       ASSIGN DYNAMIC WS-MASTER-FILE-PATH
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS MASTER-KEY
       FILE STATUS IS WS-MASTER-FILE-STATUS.

      * The release transactions the daily run cut - same file (and
      * the same run-time override variable) ADVENTOFCODE4 wrote.
       SELECT ADVENTOFCODEREL4
       ASSIGN DYNAMIC WS-RELEASE-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-RELEASE-FILE-STATUS.

      * Dispatch intake's acknowledgement file - same layout RELACK
      * reads (see WS-ACK-LINE).
       SELECT ADVENTOFCODEACK4
       ASSIGN DYNAMIC WS-ACK-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-ACK-FILE-STATUS.

      * One line per transaction - planned and effective ranges and
      * what became of the record - then the trailer counts.
       SELECT ADVENTOFCODEEFFECT4
       ASSIGN DYNAMIC WS-REPORT-FILE-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-REPORT-FILE-STATUS.

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

       FD  ADVENTOFCODEREL4.
       01  RELEASE-INPUT-RECORD                          PIC X(24).

       FD  ADVENTOFCODEACK4.
       01  ACK-INPUT-RECORD                              PIC X(18).

       FD  ADVENTOFCODEEFFECT4.
       01  EFFECT-OUTPUT-RECORD                          PIC X(100).

       WORKING-STORAGE SECTION.

      * File paths operations can override at run time via the
      * environment variables named below (see INITIALIZE-PARMS).
      * The VALUEs here are the defaults if a variable isn't set.
       01  WS-RUNTIME-PARMS.
           05  WS-MASTER-FILE-PATH                      PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODEMASTER4.dat".
           05  WS-RELEASE-FILE-PATH                     PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODEREL4.txt".
           05  WS-ACK-FILE-PATH                         PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODEACK4.txt".
           05  WS-REPORT-FILE-PATH                      PIC X(100)
               VALUE "C:\GnuCobol3.1\build\ADVENTOFCODEEFFECT4.txt".
           05  WS-ENVIRONMENT-VALUE                     PIC X(100).

      * All COBOL variables must be declared. They have a heirarchical structure.
       01  WS-STRINGS                                   VALUE SPACE.
      * 2 Xs = two characters long
           05  WS-MASTER-FILE-STATUS                    PIC XX.
      * 88 levels are like if checks
               88  WS-MASTER-FILE-STATUS-VALID          VALUE "00".
               88  WS-MASTER-FILE-STATUS-END            VALUE "10".
           05  WS-RELEASE-FILE-STATUS                   PIC XX.
               88  WS-RELEASE-FILE-STATUS-VALID         VALUE "00".
               88  WS-RELEASE-FILE-STATUS-END           VALUE "10".
           05  WS-ACK-FILE-STATUS                       PIC XX.
               88  WS-ACK-FILE-STATUS-VALID             VALUE "00".
               88  WS-ACK-FILE-STATUS-END               VALUE "10".
           05  WS-REPORT-FILE-STATUS                    PIC XX.
               88  WS-REPORT-FILE-STATUS-VALID          VALUE "00".
      * Whether the ack table ran out of slots - warned once, and
      * the run graded 8, since transactions past that point can
      * only be tied against part of the acknowledgement file.
           05  WS-ACK-TABLE-FULL-FLAG                   PIC X.
               88  WS-ACK-TABLE-FULL-FLAG-YES           VALUE 'Y'.
      * What the ack table search found for the current
      * transaction.
           05  WS-ACK-FOUND-FLAG                        PIC X.
               88  WS-ACK-FOUND-FLAG-YES                VALUE 'Y'.
           05  WS-ACK-FOUND-STATUS                      PIC X.
               88  WS-ACK-FOUND-ACCEPTED                VALUE 'A'.
      * Whether the master search found the record the current
      * transaction was cut from.
           05  WS-MASTER-FOUND-FLAG                     PIC X.
               88  WS-MASTER-FOUND-FLAG-YES             VALUE 'Y'.

       01  WS-INTS                                      VALUE ZERO.
      * The business date the release file was cut for - today, or
      * the ADVENTOFCODE4BUSDATE the daily run was given.
           05  WS-RUN-DATE                              PIC 9(8).
           05  WS-ACK-COUNT                             PIC 9(5).
           05  WS-ACK-PTR                               PIC 9(5).
      * The day's master records, and what the transactions did to
      * them.
           05  WS-DAY-RECORD-COUNT                      PIC 9(7).
           05  WS-TRANSACTION-COUNT                     PIC 9(5).
           05  WS-RELEASED-COUNT                        PIC 9(5).
           05  WS-TRIMMED-COUNT                         PIC 9(5).
           05  WS-AS-KEYED-COUNT                        PIC 9(5).
           05  WS-UNMATCHED-COUNT                       PIC 9(5).
      * Lines on ADVENTOFCODEREL4 that are neither releases nor
      * trims - they cut no range off a master record.
           05  WS-SKIPPED-COUNT                         PIC 9(5).
      * The transaction's ranges as the master record must show
      * them to be the one it was cut from - range 1 and range 2
      * as keyed.
           05  WS-MATCH-1-START                         PIC 999.
           05  WS-MATCH-1-END                           PIC 999.
           05  WS-MATCH-2-START                         PIC 999.
           05  WS-MATCH-2-END                           PIC 999.

      * Every acknowledgement dispatch intake returned, held for
      * the transaction-by-transaction search - 5000 slots, same as
      * RELACK.
       01  WS-ACK-TABLE.
           05  WS-ACK-ENTRY                             OCCURS 5000.
               10  WS-ACK-CREW-PAIR-ID                 PIC X(8).
               10  WS-ACK-STATUS                       PIC X.
               10  WS-ACK-REASON                       PIC X(3).

      * The acknowledgement line, cut at the fixed columns agreed
      * with dispatch intake - crew-pair ID, A (accepted) or R
      * (rejected), their three-character reason code, and the
      * transaction type answered - ADD for a gap-fill proposal,
      * blank (or REL/TRM) for a release or trim - and, on an ADD
      * answer only, the section proposed.
       01  WS-ACK-LINE.
           05  WS-ACK-LINE-CREW-PAIR-ID                 PIC X(8).
           05  WS-ACK-LINE-STATUS                       PIC X.
           05  WS-ACK-LINE-REASON                       PIC X(3).
           05  WS-ACK-LINE-TAG                          PIC X(3).
               88  WS-ACK-LINE-TAG-ADD                  VALUE "ADD".
           05  WS-ACK-LINE-SECTION                      PIC X(3).

      * A release or trim transaction, cut at the same fixed
      * columns ADVENTOFCODE4 lays them down at - for REL the span
      * dropped then the span kept, for TRM the range after the
      * trim then the range as keyed.
       01  WS-TRANSACTION-LINE.
           05  WS-TXN-TAG                               PIC X(3).
               88  WS-TXN-TAG-REL                       VALUE "REL".
               88  WS-TXN-TAG-TRM                       VALUE "TRM".
           05  WS-TXN-CREW-PAIR-ID                      PIC X(8).
           05  WS-TXN-RANGE-NUMBER                      PIC X.
               88  WS-TXN-RANGE-NUMBER-1                VALUE "1".
               88  WS-TXN-RANGE-NUMBER-2                VALUE "2".
           05  WS-TXN-RANGES-X.
               10  WS-TXN-FIRST-START                   PIC 999.
               10  WS-TXN-FIRST-END                     PIC 999.
               10  WS-TXN-SECOND-START                  PIC 999.
               10  WS-TXN-SECOND-END                    PIC 999.
           05  WS-TXN-RANGES-N                          REDEFINES
               WS-TXN-RANGES-X                          PIC 9(12).

      * One line per transaction - the ranges as keyed, the ranges
      * as worked, and what became of the record.
       01  WS-EFFECT-RECORD.
           05  WS-EFFECT-TAG                            PIC X(3).
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-EFFECT-CREW-PAIR-ID                   PIC X(8).
           05  FILLER                                   PIC X(5)
               VALUE " REC ".
           05  WS-EFFECT-RECORD-NUMBER                  PIC Z(6)9.
           05  FILLER                                   PIC X(7)
               VALUE " KEYED ".
           05  WS-EFFECT-KEYED-1-START                  PIC 999.
           05  FILLER                             PIC X VALUE "-".
           05  WS-EFFECT-KEYED-1-END                    PIC 999.
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-EFFECT-KEYED-2-START                  PIC 999.
           05  FILLER                             PIC X VALUE "-".
           05  WS-EFFECT-KEYED-2-END                    PIC 999.
           05  FILLER                                   PIC X(5)
               VALUE " EFF ".
           05  WS-EFFECT-EFF-1-START                    PIC 999.
           05  FILLER                             PIC X VALUE "-".
           05  WS-EFFECT-EFF-1-END                      PIC 999.
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-EFFECT-EFF-2-START                    PIC 999.
           05  FILLER                             PIC X VALUE "-".
           05  WS-EFFECT-EFF-2-END                      PIC 999.
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-EFFECT-DISPOSITION                    PIC X(17).

      * A transaction no master record of the day answers to -
      * its own line, since there are no ranges to show beside it.
       01  WS-UNMATCHED-RECORD.
           05  WS-UNMATCHED-TAG                         PIC X(3).
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-UNMATCHED-CREW-PAIR-ID                PIC X(8).
           05  FILLER                                   PIC X(7)
               VALUE " RANGE ".
           05  WS-UNMATCHED-RANGE-NUMBER                PIC X.
           05  FILLER                             PIC X VALUE SPACE.
           05  WS-UNMATCHED-RANGES                      PIC X(12).
           05  FILLER                                   PIC X(18)
               VALUE " NO MASTER RECORD ".

      * Trailer the desk reads first.
       01  WS-EFFECT-TRAILER-RECORD.
           05  FILLER                                   PIC X(14)
               VALUE "TRANSACTIONS: ".
           05  WS-TRAILER-TRANSACTIONS                  PIC Z(4)9.
           05  FILLER                                   PIC X(11)
               VALUE "  RELEASED:".
           05  WS-TRAILER-RELEASED                      PIC Z(4)9.
           05  FILLER                                   PIC X(10)
               VALUE "  TRIMMED:".
           05  WS-TRAILER-TRIMMED                       PIC Z(4)9.
           05  FILLER                                   PIC X(11)
               VALUE "  AS KEYED:".
           05  WS-TRAILER-AS-KEYED                      PIC Z(4)9.
           05  FILLER                                   PIC X(12)
               VALUE "  UNMATCHED:".
           05  WS-TRAILER-UNMATCHED                     PIC Z(4)9.

       PROCEDURE DIVISION.

       PROGRAM-ENTRY.

           PERFORM INITIALIZE-PARMS.
           PERFORM LOAD-ACK-FILE.
           PERFORM OPEN-FILES.
           PERFORM RESET-DAY-TO-KEYED.
           PERFORM APPLY-TRANSACTIONS.
           PERFORM WRITE-EFFECT-TRAILER.
           PERFORM CLOSE-FILES.

           DISPLAY "MASTER RECORDS FOR THE DAY: " WS-DAY-RECORD-COUNT.
           DISPLAY "TRANSACTIONS: " WS-TRANSACTION-COUNT.
           DISPLAY "RELEASED: " WS-RELEASED-COUNT.
           DISPLAY "TRIMMED: " WS-TRIMMED-COUNT.
           DISPLAY "LEFT AS KEYED: " WS-AS-KEYED-COUNT.
           DISPLAY "NO MASTER RECORD: " WS-UNMATCHED-COUNT.
           IF WS-SKIPPED-COUNT IS GREATER THAN ZERO
               DISPLAY "OTHER LINES SKIPPED: " WS-SKIPPED-COUNT
           END-IF.

           PERFORM SET-RETURN-CODE.
           STOP RUN.

      * Graded like RELACK - a transaction that matched nothing on
      * the master (or a tie-out cut short by a full ack table)
      * means the day's effective picture can't be trusted (8); one
      * intake turned down or never answered is only flagged (4).
       SET-RETURN-CODE.
           IF WS-UNMATCHED-COUNT IS GREATER THAN ZERO
               OR WS-ACK-TABLE-FULL-FLAG-YES
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-AS-KEYED-COUNT IS GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "CONDITION CODE: " RETURN-CODE.

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
               FROM ENVIRONMENT "ADVENTOFCODEREL4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-RELEASE-FILE-PATH
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODEACK4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-ACK-FILE-PATH
           END-IF.

           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODEEFFECT4".
           IF WS-ENVIRONMENT-VALUE NOT = SPACE
               MOVE WS-ENVIRONMENT-VALUE TO WS-REPORT-FILE-PATH
           END-IF.

      * Same business date the daily run loaded under - the release
      * file belongs to that day's master records and no other.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ENVIRONMENT-VALUE
               FROM ENVIRONMENT "ADVENTOFCODE4BUSDATE".
           IF WS-ENVIRONMENT-VALUE (1:8) IS NUMERIC
               MOVE WS-ENVIRONMENT-VALUE (1:8) TO WS-RUN-DATE
               DISPLAY "BUSINESS DATE OVERRIDE: " WS-RUN-DATE
           END-IF.

       OPEN-FILES.
           OPEN I-O ADVENTOFCODEMASTER4.
               IF NOT WS-MASTER-FILE-STATUS-VALID
                   DISPLAY "MASTER OPEN FAILED WITH "
                       WS-MASTER-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
           OPEN INPUT ADVENTOFCODEREL4.
               IF NOT WS-RELEASE-FILE-STATUS-VALID
                   DISPLAY "RELEASE OPEN FAILED WITH "
                       WS-RELEASE-FILE-STATUS
                   CLOSE ADVENTOFCODEMASTER4
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
           OPEN OUTPUT ADVENTOFCODEEFFECT4.
               IF NOT WS-REPORT-FILE-STATUS-VALID
                   DISPLAY "REPORT OPEN FAILED WITH "
                       WS-REPORT-FILE-STATUS
                   CLOSE ADVENTOFCODEMASTER4
                   CLOSE ADVENTOFCODEREL4
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

       CLOSE-FILES.
           CLOSE ADVENTOFCODEMASTER4.
           IF NOT WS-MASTER-FILE-STATUS-VALID
               DISPLAY "MASTER CLOSE FAILED WITH "
                   WS-MASTER-FILE-STATUS
           END-IF.
           CLOSE ADVENTOFCODEREL4.
           IF NOT WS-RELEASE-FILE-STATUS-VALID
               DISPLAY "RELEASE CLOSE FAILED WITH "
                   WS-RELEASE-FILE-STATUS
           END-IF.
           CLOSE ADVENTOFCODEEFFECT4.
           IF NOT WS-REPORT-FILE-STATUS-VALID
               DISPLAY "REPORT CLOSE FAILED WITH "
                   WS-REPORT-FILE-STATUS
           END-IF.

      * Loads dispatch intake's acknowledgements into the table the
      * transaction walk searches - same rules as RELACK: anything
      * but A counts as rejected. Answers to gap-fill ADD proposals
      * are left out - they change no keyed range, and a crew with
      * both a release and an ADD would otherwise have its release
      * tied to whichever answer came first.
       LOAD-ACK-FILE SECTION.
           OPEN INPUT ADVENTOFCODEACK4.
           IF NOT WS-ACK-FILE-STATUS-VALID
               DISPLAY "ACK FILE OPEN FAILED WITH " WS-ACK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-ACK-FILE-LOOP.
           READ ADVENTOFCODEACK4.
           IF NOT WS-ACK-FILE-STATUS-VALID
               GO TO LOAD-ACK-FILE-DONE.
           MOVE ACK-INPUT-RECORD TO WS-ACK-LINE.
           IF WS-ACK-LINE-CREW-PAIR-ID IS EQUAL TO SPACE
               OR WS-ACK-LINE-TAG-ADD
               GO TO LOAD-ACK-FILE-LOOP.
           IF WS-ACK-COUNT IS LESS THAN 5000
               ADD 1 TO WS-ACK-COUNT
               MOVE WS-ACK-LINE-CREW-PAIR-ID
                   TO WS-ACK-CREW-PAIR-ID (WS-ACK-COUNT)
               MOVE WS-ACK-LINE-STATUS
                   TO WS-ACK-STATUS (WS-ACK-COUNT)
               MOVE WS-ACK-LINE-REASON
                   TO WS-ACK-REASON (WS-ACK-COUNT)
           ELSE
               IF NOT WS-ACK-TABLE-FULL-FLAG-YES
                   MOVE 'Y' TO WS-ACK-TABLE-FULL-FLAG
                   DISPLAY "ACK TABLE FULL - TIE-OUT INCOMPLETE "
                       "PAST " WS-ACK-COUNT " ACKNOWLEDGEMENTS"
               END-IF
           END-IF.
           GO TO LOAD-ACK-FILE-LOOP.

       LOAD-ACK-FILE-DONE.
           CLOSE ADVENTOFCODEACK4.
           DISPLAY "ACKNOWLEDGEMENTS LOADED: " WS-ACK-COUNT.

       LOAD-ACK-FILE-EXIT.
           EXIT.

      * Puts every master record of the business date back to as
      * keyed and unchanged before the transactions are applied, so
      * a rerun (a late ack file, a corrected one) starts from the
      * plan each time instead of stacking on the last answer.
       RESET-DAY-TO-KEYED SECTION.
           MOVE WS-RUN-DATE TO MASTER-RUN-DATE.
           MOVE ZERO TO MASTER-RECORD-NUMBER.
           START ADVENTOFCODEMASTER4
               KEY IS GREATER THAN OR EQUAL MASTER-KEY
               INVALID KEY
                   GO TO RESET-DAY-TO-KEYED-EXIT
           END-START.

       RESET-DAY-TO-KEYED-LOOP.
           READ ADVENTOFCODEMASTER4 NEXT.
           IF NOT WS-MASTER-FILE-STATUS-VALID
               GO TO RESET-DAY-TO-KEYED-EXIT.
           IF MASTER-RUN-DATE IS GREATER THAN WS-RUN-DATE
               GO TO RESET-DAY-TO-KEYED-EXIT.
           ADD 1 TO WS-DAY-RECORD-COUNT.
           MOVE MASTER-ASSIGNMENT-1-START TO MASTER-EFFECTIVE-1-START.
           MOVE MASTER-ASSIGNMENT-1-END TO MASTER-EFFECTIVE-1-END.
           MOVE MASTER-ASSIGNMENT-2-START TO MASTER-EFFECTIVE-2-START.
           MOVE MASTER-ASSIGNMENT-2-END TO MASTER-EFFECTIVE-2-END.
           MOVE 'U' TO MASTER-DISPOSITION.
           MOVE SPACE TO MASTER-ACK-STATUS.
           REWRITE MASTER-RECORD.
           IF NOT WS-MASTER-FILE-STATUS-VALID
               DISPLAY "MASTER REWRITE FAILED WITH "
                   WS-MASTER-FILE-STATUS
           END-IF.
           GO TO RESET-DAY-TO-KEYED-LOOP.

       RESET-DAY-TO-KEYED-EXIT.
           EXIT.

      * Walks the release file - every REL and TRM is tied to its
      * acknowledgement and its master record and the record is
      * rewritten with what became of it. Other transaction codes
      * riding the same file are skipped and counted.
       APPLY-TRANSACTIONS SECTION.

       APPLY-TRANSACTIONS-LOOP.
           READ ADVENTOFCODEREL4.
           IF NOT WS-RELEASE-FILE-STATUS-VALID
               GO TO APPLY-TRANSACTIONS-EXIT.
           MOVE RELEASE-INPUT-RECORD TO WS-TRANSACTION-LINE.
           IF NOT WS-TXN-TAG-REL AND NOT WS-TXN-TAG-TRM
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO APPLY-TRANSACTIONS-LOOP.
           ADD 1 TO WS-TRANSACTION-COUNT.
           PERFORM FIND-MASTER-RECORD.
           IF NOT WS-MASTER-FOUND-FLAG-YES
               ADD 1 TO WS-UNMATCHED-COUNT
               PERFORM WRITE-UNMATCHED-RECORD
               GO TO APPLY-TRANSACTIONS-LOOP
           END-IF.
           PERFORM SEARCH-ACK-TABLE.
           PERFORM APPLY-ONE-TRANSACTION.
           REWRITE MASTER-RECORD.
           IF NOT WS-MASTER-FILE-STATUS-VALID
               DISPLAY "MASTER REWRITE FAILED WITH "
                   WS-MASTER-FILE-STATUS
           END-IF.
           PERFORM WRITE-EFFECT-RECORD.
           GO TO APPLY-TRANSACTIONS-LOOP.

       APPLY-TRANSACTIONS-EXIT.
           EXIT.

      * Works out the ranges the transaction's master record must
      * carry - a release names the dropped span and the kept one,
      * in whichever order its range number says; a trim names only
      * the range it re-cuts, as keyed - then reads the day's
      * records for the first one of that crew, still unchanged,
      * that carries them. A record already claimed by an earlier
      * transaction this run is passed over.
       FIND-MASTER-RECORD SECTION.
           MOVE 'N' TO WS-MASTER-FOUND-FLAG.
           IF WS-TXN-RANGES-X IS NOT NUMERIC
               OR (NOT WS-TXN-RANGE-NUMBER-1
               AND NOT WS-TXN-RANGE-NUMBER-2)
               GO TO FIND-MASTER-RECORD-EXIT
           END-IF.
           MOVE ZERO TO WS-MATCH-1-START.
           MOVE ZERO TO WS-MATCH-1-END.
           MOVE ZERO TO WS-MATCH-2-START.
           MOVE ZERO TO WS-MATCH-2-END.
           IF WS-TXN-TAG-REL AND WS-TXN-RANGE-NUMBER-1
               MOVE WS-TXN-FIRST-START TO WS-MATCH-1-START
               MOVE WS-TXN-FIRST-END TO WS-MATCH-1-END
               MOVE WS-TXN-SECOND-START TO WS-MATCH-2-START
               MOVE WS-TXN-SECOND-END TO WS-MATCH-2-END
           END-IF.
           IF WS-TXN-TAG-REL AND WS-TXN-RANGE-NUMBER-2
               MOVE WS-TXN-SECOND-START TO WS-MATCH-1-START
               MOVE WS-TXN-SECOND-END TO WS-MATCH-1-END
               MOVE WS-TXN-FIRST-START TO WS-MATCH-2-START
               MOVE WS-TXN-FIRST-END TO WS-MATCH-2-END
           END-IF.
           IF WS-TXN-TAG-TRM AND WS-TXN-RANGE-NUMBER-1
               MOVE WS-TXN-SECOND-START TO WS-MATCH-1-START
               MOVE WS-TXN-SECOND-END TO WS-MATCH-1-END
           END-IF.
           IF WS-TXN-TAG-TRM AND WS-TXN-RANGE-NUMBER-2
               MOVE WS-TXN-SECOND-START TO WS-MATCH-2-START
               MOVE WS-TXN-SECOND-END TO WS-MATCH-2-END
           END-IF.
           MOVE WS-RUN-DATE TO MASTER-RUN-DATE.
           MOVE ZERO TO MASTER-RECORD-NUMBER.
           START ADVENTOFCODEMASTER4
               KEY IS GREATER THAN OR EQUAL MASTER-KEY
               INVALID KEY
                   GO TO FIND-MASTER-RECORD-EXIT
           END-START.

       FIND-MASTER-RECORD-LOOP.
           READ ADVENTOFCODEMASTER4 NEXT.
           IF NOT WS-MASTER-FILE-STATUS-VALID
               GO TO FIND-MASTER-RECORD-EXIT.
           IF MASTER-RUN-DATE IS GREATER THAN WS-RUN-DATE
               GO TO FIND-MASTER-RECORD-EXIT.
           IF MASTER-CREW-PAIR-ID IS NOT EQUAL TO WS-TXN-CREW-PAIR-ID
               OR NOT MASTER-DISPOSITION-UNCHANGED
               GO TO FIND-MASTER-RECORD-LOOP.
      * A zero in the match means the transaction doesn't name that
      * range (a trim), so any value on the record will do.
           IF WS-MATCH-1-START IS NOT EQUAL TO ZERO
               IF MASTER-ASSIGNMENT-1-START
                   IS NOT EQUAL TO WS-MATCH-1-START
                   OR MASTER-ASSIGNMENT-1-END
                   IS NOT EQUAL TO WS-MATCH-1-END
                   GO TO FIND-MASTER-RECORD-LOOP
               END-IF
           END-IF.
           IF WS-MATCH-2-START IS NOT EQUAL TO ZERO
               IF MASTER-ASSIGNMENT-2-START
                   IS NOT EQUAL TO WS-MATCH-2-START
                   OR MASTER-ASSIGNMENT-2-END
                   IS NOT EQUAL TO WS-MATCH-2-END
                   GO TO FIND-MASTER-RECORD-LOOP
               END-IF
           END-IF.
           MOVE 'Y' TO WS-MASTER-FOUND-FLAG.

       FIND-MASTER-RECORD-EXIT.
           EXIT.

      * Finds the transaction's crew-pair ID in the ack table -
      * first match wins, since intake answers once per crew pair.
       SEARCH-ACK-TABLE SECTION.
           MOVE 'N' TO WS-ACK-FOUND-FLAG.
           MOVE SPACE TO WS-ACK-FOUND-STATUS.
           MOVE ZERO TO WS-ACK-PTR.

       SEARCH-ACK-TABLE-LOOP.
           ADD 1 TO WS-ACK-PTR.
           IF WS-ACK-PTR IS GREATER THAN WS-ACK-COUNT
               GO TO SEARCH-ACK-TABLE-EXIT.
           IF WS-ACK-CREW-PAIR-ID (WS-ACK-PTR)
               IS EQUAL TO WS-TXN-CREW-PAIR-ID
               MOVE 'Y' TO WS-ACK-FOUND-FLAG
               MOVE WS-ACK-STATUS (WS-ACK-PTR) TO WS-ACK-FOUND-STATUS
               GO TO SEARCH-ACK-TABLE-EXIT
           END-IF.
           GO TO SEARCH-ACK-TABLE-LOOP.

       SEARCH-ACK-TABLE-EXIT.
           EXIT.

      * Writes intake's answer onto the master record. Accepted: a
      * release zeroes the released range, a trim swaps in the
      * re-cut one. Rejected or never answered: the effective
      * ranges stay as keyed and the record says so.
       APPLY-ONE-TRANSACTION SECTION.
           IF NOT WS-ACK-FOUND-FLAG-YES
               MOVE 'K' TO MASTER-DISPOSITION
               MOVE 'N' TO MASTER-ACK-STATUS
               ADD 1 TO WS-AS-KEYED-COUNT
               GO TO APPLY-ONE-TRANSACTION-EXIT
           END-IF.
           IF NOT WS-ACK-FOUND-ACCEPTED
               MOVE 'K' TO MASTER-DISPOSITION
               MOVE 'R' TO MASTER-ACK-STATUS
               ADD 1 TO WS-AS-KEYED-COUNT
               GO TO APPLY-ONE-TRANSACTION-EXIT
           END-IF.
           MOVE 'A' TO MASTER-ACK-STATUS.
           IF WS-TXN-TAG-REL
               MOVE 'R' TO MASTER-DISPOSITION
               ADD 1 TO WS-RELEASED-COUNT
               IF WS-TXN-RANGE-NUMBER-1
                   MOVE ZERO TO MASTER-EFFECTIVE-1-START
                   MOVE ZERO TO MASTER-EFFECTIVE-1-END
               ELSE
                   MOVE ZERO TO MASTER-EFFECTIVE-2-START
                   MOVE ZERO TO MASTER-EFFECTIVE-2-END
               END-IF
           ELSE
               MOVE 'T' TO MASTER-DISPOSITION
               ADD 1 TO WS-TRIMMED-COUNT
               IF WS-TXN-RANGE-NUMBER-1
                   MOVE WS-TXN-FIRST-START TO MASTER-EFFECTIVE-1-START
                   MOVE WS-TXN-FIRST-END TO MASTER-EFFECTIVE-1-END
               ELSE
                   MOVE WS-TXN-FIRST-START TO MASTER-EFFECTIVE-2-START
                   MOVE WS-TXN-FIRST-END TO MASTER-EFFECTIVE-2-END
               END-IF
           END-IF.

       APPLY-ONE-TRANSACTION-EXIT.
           EXIT.

       WRITE-EFFECT-RECORD SECTION.
           MOVE WS-TXN-TAG TO WS-EFFECT-TAG.
           MOVE MASTER-CREW-PAIR-ID TO WS-EFFECT-CREW-PAIR-ID.
           MOVE MASTER-RECORD-NUMBER TO WS-EFFECT-RECORD-NUMBER.
           MOVE MASTER-ASSIGNMENT-1-START TO WS-EFFECT-KEYED-1-START.
           MOVE MASTER-ASSIGNMENT-1-END TO WS-EFFECT-KEYED-1-END.
           MOVE MASTER-ASSIGNMENT-2-START TO WS-EFFECT-KEYED-2-START.
           MOVE MASTER-ASSIGNMENT-2-END TO WS-EFFECT-KEYED-2-END.
           MOVE MASTER-EFFECTIVE-1-START TO WS-EFFECT-EFF-1-START.
           MOVE MASTER-EFFECTIVE-1-END TO WS-EFFECT-EFF-1-END.
           MOVE MASTER-EFFECTIVE-2-START TO WS-EFFECT-EFF-2-START.
           MOVE MASTER-EFFECTIVE-2-END TO WS-EFFECT-EFF-2-END.
           IF MASTER-DISPOSITION-RELEASED
               MOVE "RELEASED" TO WS-EFFECT-DISPOSITION
           END-IF.
           IF MASTER-DISPOSITION-TRIMMED
               MOVE "TRIMMED" TO WS-EFFECT-DISPOSITION
           END-IF.
           IF MASTER-DISPOSITION-AS-KEYED AND MASTER-ACK-REJECTED
               MOVE "AS KEYED-REJECTED" TO WS-EFFECT-DISPOSITION
           END-IF.
           IF MASTER-DISPOSITION-AS-KEYED AND MASTER-ACK-MISSING
               MOVE "AS KEYED-NO ACK" TO WS-EFFECT-DISPOSITION
           END-IF.
           MOVE WS-EFFECT-RECORD TO EFFECT-OUTPUT-RECORD.
           WRITE EFFECT-OUTPUT-RECORD.
           IF NOT WS-REPORT-FILE-STATUS-VALID
               DISPLAY "REPORT WRITE FAILED WITH "
                   WS-REPORT-FILE-STATUS
           END-IF.

       WRITE-EFFECT-RECORD-EXIT.
           EXIT.

       WRITE-UNMATCHED-RECORD SECTION.
           MOVE WS-TXN-TAG TO WS-UNMATCHED-TAG.
           MOVE WS-TXN-CREW-PAIR-ID TO WS-UNMATCHED-CREW-PAIR-ID.
           MOVE WS-TXN-RANGE-NUMBER TO WS-UNMATCHED-RANGE-NUMBER.
           MOVE WS-TXN-RANGES-X TO WS-UNMATCHED-RANGES.
           MOVE WS-UNMATCHED-RECORD TO EFFECT-OUTPUT-RECORD.
           WRITE EFFECT-OUTPUT-RECORD.
           IF NOT WS-REPORT-FILE-STATUS-VALID
               DISPLAY "REPORT WRITE FAILED WITH "
                   WS-REPORT-FILE-STATUS
           END-IF.

       WRITE-UNMATCHED-RECORD-EXIT.
           EXIT.

      * The trailer counts go on the report as well as the console,
      * so a filed-away report still shows its figures.
       WRITE-EFFECT-TRAILER SECTION.
           MOVE WS-TRANSACTION-COUNT TO WS-TRAILER-TRANSACTIONS.
           MOVE WS-RELEASED-COUNT TO WS-TRAILER-RELEASED.
           MOVE WS-TRIMMED-COUNT TO WS-TRAILER-TRIMMED.
           MOVE WS-AS-KEYED-COUNT TO WS-TRAILER-AS-KEYED.
           MOVE WS-UNMATCHED-COUNT TO WS-TRAILER-UNMATCHED.
           MOVE WS-EFFECT-TRAILER-RECORD TO EFFECT-OUTPUT-RECORD.
           WRITE EFFECT-OUTPUT-RECORD.
           IF NOT WS-REPORT-FILE-STATUS-VALID
               DISPLAY "REPORT TRAILER WRITE FAILED WITH "
                   WS-REPORT-FILE-STATUS
           END-IF.

       WRITE-EFFECT-TRAILER-EXIT.
           EXIT.
