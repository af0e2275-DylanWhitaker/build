       FILE SECTION.

       FD  ADVENTOFCODEAUDIT4.
       01  AUDIT-INPUT-RECORD                            PIC X(272).

       FD  ADVENTOFCODEALERT4.
       01  ALERT-OUTPUT-RECORD                           PIC X(80).
      * partial run whose counts would poison the trend.
           05  WS-AUDIT-LINE-STATUS                     PIC XX.
               88  WS-AUDIT-LINE-STATUS-NORMAL          VALUE "10".
      * SUPPLEMENT marks the desk's corrections loaded on top of a
      * day already run - a handful of lines, not a day's volume,
      * so they are no more a trend point than an abort is. Lines
      * written before the field existed read blank, i.e. daily.
           05  FILLER                                   PIC X(6).
           05  WS-AUDIT-LINE-RUN-TYPE                   PIC X(10).
               88  WS-AUDIT-LINE-SUPPLEMENT             VALUE
                   "SUPPLEMENT".

      * Scratch for turning the audit line's blank-padded figures
      * into numbers - leading spaces become leading zeros, then
      * other than "10") are skipped outright - their half-counted
      * figures would drag the average down, firing false swing
      * alerts and masking the very half-sized files this program
      * is here to catch. Supplemental runs (the desk's corrected
      * rejects) are skipped the same way - a dozen lines against a
      * day's thousands would read as a collapsed file.
       LOAD-AUDIT-HISTORY SECTION.
           OPEN INPUT ADVENTOFCODEAUDIT4.
           IF NOT WS-AUDIT-FILE-STATUS-VALID
           MOVE AUDIT-INPUT-RECORD TO WS-AUDIT-LINE.
           IF NOT WS-AUDIT-LINE-STATUS-NORMAL
               GO TO LOAD-AUDIT-HISTORY-LOOP.
           IF WS-AUDIT-LINE-SUPPLEMENT
               GO TO LOAD-AUDIT-HISTORY-LOOP.
           IF WS-TODAY-LOADED-FLAG-YES
               PERFORM PUSH-TODAY-TO-HISTORY
           END-IF.
