       FILE SECTION.

       FD  ADVENTOFCODEDETAIL4.
       01  DETAIL-INPUT-RECORD                           PIC X(140).

       FD  ADVENTOFCODEEXCEPT4.
       01  EXCEPTION-INPUT-RECORD                        PIC X(70).

       FD  ADVENTOFCODEDUPS4.
       01  DUPLICATE-INPUT-RECORD                        PIC X(80).
       01  RELEASE-INPUT-RECORD                          PIC X(24).

       FD  ADVENTOFCODEAUDIT4.
       01  AUDIT-INPUT-RECORD                            PIC X(272).

       FD  ADVENTOFCODEPROOF4.
       01  PROOF-OUTPUT-RECORD                           PIC X(80).
           05  WS-DETAIL-LINE-FULL-FLAG                 PIC X.
           05  FILLER                                   PIC X(8).
           05  WS-DETAIL-LINE-ANY-FLAG                  PIC X.
           05  FILLER                                   PIC X(96).

      * Scratch for turning the audit line's blank-padded figures
      * into numbers - leading spaces become leading zeros, then
