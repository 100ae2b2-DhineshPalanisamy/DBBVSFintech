       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGBSCRN.
      *****************************************************************
      * CGBSCRN - NIGHTLY SANCTIONS / PEP WATCHLIST LOAD AND SCREEN
      *           LOADS THE COMPLIANCE VENDOR'S FULL WATCHLIST FILE
      *           (WLIN) INTO CBS_WATCHLIST, THEN FUZZY-MATCHES EVERY
      *           CBS_CUST_MSTR NAME AGAINST EVERY ENTRY.
      *           LOAD - A NEW ENTRY IS ADDED, AN ENTRY WHOSE NAME,
      *           TYPE, CITY OR POSTAL CODE DIFFERS FROM LAST NIGHT IS
      *           AMENDED AND GETS A NEW CHANGE_DATE, AND AN ENTRY NOT
      *           ON TONIGHT'S FILE IS DELISTED. A REFUSED DETAIL FOR
      *           AN ENTRY ALREADY LOADED KEEPS THAT ENTRY LISTED ON ITS
      *           PREVIOUS DETAILS; IF THE LOAD CANNOT TELL WHICH ENTRY
      *           A REFUSED DETAIL WAS (BLANK ID) OR HITS AN SQL ERROR,
      *           NOTHING IS DELISTED THAT NIGHT AND THE RUN ENDS RC=8 -
      *           A BAD VENDOR RECORD MUST NEVER QUIETLY TAKE A
      *           SANCTIONED PARTY OFF THE LIST. THE FILE CARRIES THE
      *           SAME 'H' HEADER / 'T' TRAILER CONTROL RECORDS AS
      *           BULKIN, VERIFIED IN A FIRST PASS BEFORE ANY DB2 WORK,
      *           AND A FILE DATED BEFORE THE LIST ALREADY LOADED IS
      *           REFUSED TOO (RC=8) - AN OLD RESEND MUST NOT DELIST
      *           TONIGHT'S ADDITIONS.
      *           SCREEN - NAMES ARE UPPERCASED, STRIPPED OF
      *           PUNCTUATION, TITLES AND INITIALS, AND SPLIT INTO
      *           WORDS. EACH WATCHLIST WORD SCORES 2 FOR AN EXACT WORD
      *           IN THE CUSTOMER NAME OR 1 FOR A SOUND-ALIKE (SAME
      *           CONSONANT SKELETON, E.G. MOHAMMED/MUHAMMAD), SCALED
      *           TO 0-100 OVER THE WATCHLIST ENTRY'S WORD COUNT, SO
      *           EXTRA WORDS IN THE CUSTOMER NAME DO NOT LOWER THE
      *           SCORE. WS-POSSIBLE-SCORE OR
      *           BETTER IS A POSSIBLE HIT FOR THE ZC76 REVIEW LIST
      *           (CGBMSRW). A SCORE OF 100 ON AN ENTRY OF TWO OR MORE
      *           WORDS, CORROBORATED BY THE ENTRY'S CITY OR POSTAL
      *           CODE, IS A CONFIRMED HIT - EVERY ACCOUNT OF THE
      *           CUSTOMER NOT ALREADY CLOSED, FROZEN OR ESCHEATED IS
      *           FROZEN WITH A CBS_ACCT_STATUS_HIST ROW UNDER OPERATOR
      *           'BATCH', SAME AS CGBKYCF. A ONE-WORD ENTRY (A BARE
      *           SURNAME) NEVER CONFIRMS ON ITS OWN - IT IS ALWAYS LEFT
      *           POSSIBLE FOR ZC76 REVIEW. A HIT ROW THAT CANNOT BE
      *           WRITTEN FREEZES NOTHING AND ENDS THE RUN RC=8.
      *           EVERY ALERT IS A CBS_SCREEN_HIT ROW. AN ALERT IS
      *           RAISED ONCE PER CUSTOMER NAME PER ENTRY VERSION
      *           (CHANGE_DATE), SO A FALSE POSITIVE CLEARED ON ZC76
      *           STAYS QUIET UNTIL THE VENDOR AMENDS THE ENTRY OR THE
      *           CUSTOMER'S NAME CHANGES. A MATCH WHOSE EARLIER ALERT
      *           WAS CONFIRMED IS NOT ALERTED AGAIN, BUT ITS FREEZE IS
      *           RE-RUN, SO AN ACCOUNT OPENED SINCE IS FROZEN TOO.
      *           CITY AND POSTAL CODE ARE COMPARED IN UPPER CASE.
      *           AN SQL ERROR READING THE WATCHLIST SKIPS THE SCREEN;
      *           ANY SQL ERROR IN THE SCREEN IS COUNTED - EITHER WAY
      *           THE RUN ENDS RC=8.
      *           THE SAME MATCHING IS DONE ON THE SPOT BY CGBMSRC
      *           (ZC71) WHEN A CUSTOMER IS ADDED OR RENAMED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WL-FILE ASSIGN TO WLIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPT-FILE ASSIGN TO REPTRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  WL-FILE
           RECORD CONTAINS 150 CHARACTERS.
       01  WL-RECORD.
           05 WLF-REC-TYPE          PIC X(1).
           05 WLF-REC-BODY          PIC X(149).
           05 WLF-HDR-BODY REDEFINES WLF-REC-BODY.
              10 WLF-HDR-SOURCE     PIC X(8).
              10 WLF-HDR-BUS-DATE   PIC X(8).
              10 FILLER             PIC X(133).
           05 WLF-DTL-BODY REDEFINES WLF-REC-BODY.
              10 WLF-ENTRY-ID       PIC X(12).
              10 WLF-LIST-TYPE      PIC X(4).
              10 WLF-NAME           PIC X(50).
              10 WLF-CITY           PIC X(25).
              10 WLF-POSTAL-CODE    PIC X(10).
              10 FILLER             PIC X(48).
           05 WLF-TRL-BODY REDEFINES WLF-REC-BODY.
              10 WLF-TRL-COUNT      PIC 9(9).
              10 WLF-TRL-COUNT-X    REDEFINES WLF-TRL-COUNT PIC X(9).
              10 FILLER             PIC X(140).
       FD  REPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPT-RECORD             PIC X(132).
       FD  RUNCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RUNCTL-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE              PIC X(8).
       01  WS-WL-EOF-SW             PIC X VALUE 'N'.
           88 WS-WL-EOF             VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  WS-CUST-EOF-SW           PIC X VALUE 'N'.
           88 WS-CUST-EOF           VALUE 'Y'.
       01  WS-WLT-EOF-SW            PIC X VALUE 'N'.
           88 WS-WLT-EOF            VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  WS-ACCT-EOF-SW           PIC X VALUE 'N'.
           88 WS-ACCT-EOF           VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01  WS-FILE-VALID-SW         PIC X VALUE 'N'.
           88 WS-FILE-VALID         VALUE 'Y'.
       01  WS-TRAILER-SEEN-SW       PIC X VALUE 'N'.
           88 WS-TRAILER-SEEN       VALUE 'Y'.
       01  WS-DELIST-HELD-SW        PIC X VALUE 'N'.
           88 WS-DELIST-HELD        VALUE 'Y'.
       01  WS-CONTROL-ERROR         PIC X(45).
       01  WS-HDR-SOURCE            PIC X(8).
       01  WS-HDR-BUS-DATE          PIC X(8).
       01  WS-LAST-LOAD-DATE        PIC X(8).
       01  WS-LAST-LOAD-IND         PIC S9(4) COMP.
       01  WS-DETAIL-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-TRAILER-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-OLD-STATUS            PIC X(10).
       01  WS-NEW-STATUS            PIC X(10) VALUE 'FROZEN    '.
       01  WS-OPERATOR-ID           PIC X(10) VALUE 'BATCH     '.
       01  WS-BRANCH-ID             PIC X(5) VALUE 'HO   '.
       01  WS-AUDIT-TIMESTAMP       PIC X(26).
       01  WS-REFUSE-REASON         PIC X(45).
       01  WS-ADDED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-AMENDED-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-UNCHANGED-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-REFUSED-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-KEPT-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-DELISTED-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-CUST-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-POSSIBLE-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-CONFIRMED-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-SUPPRESSED-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-FROZEN-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-HIT-ERROR-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-ERROR-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-REFROZEN-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-CUST-ACCT-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-HIT-COUNT             PIC S9(9) COMP-3.
       01  WS-CONF-COUNT            PIC S9(9) COMP-3.
       01  WS-COMMIT-COUNTER        PIC 9(4) VALUE ZERO.
       01  WS-COMMIT-FREQUENCY      PIC 9(4) VALUE 100.
       01  WS-PRINT-ACCOUNT-NO      PIC Z(17)9.
      *    THE WHOLE WATCHLIST IS HELD IN STORAGE FOR THE SCREEN,
      *    WITH EACH ENTRY'S NAME ALREADY BROKEN INTO MATCH WORDS, SO
      *    EVERY CUSTOMER IS COMPARED WITHOUT REREADING DB2. A LIST
      *    BIGGER THAN THE TABLE IS NOT SCREENED PART-WAY - THE RUN
      *    ENDS RC=8 SO COMPLIANCE KNOWS NOBODY WAS SCREENED.
       01  WS-WLT-MAX               PIC 9(5) VALUE 5000.
       01  WS-WLT-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-WLT-IDX               PIC 9(5).
       01  WS-WL-TABLE.
           05 WS-WLT-ENTRY OCCURS 5000 TIMES.
              10 WS-WLT-ID          PIC X(12).
              10 WS-WLT-TYPE        PIC X(4).
              10 WS-WLT-CITY        PIC X(25).
              10 WS-WLT-POSTAL      PIC X(10).
              10 WS-WLT-CHANGE-DATE PIC X(8).
              10 WS-WLT-TOKENS      PIC X(241).
      *    NAME-MATCHING WORK AREAS - SAME LAYOUT AND RULES AS
      *    CGBMSRC'S ON-THE-SPOT SCREEN. A NAME IS HELD AS UP TO 6
      *    MATCH WORDS, EACH WITH ITS CONSONANT SKELETON (FIRST
      *    LETTER, THEN CONSONANTS OTHER THAN H/W/Y WITH REPEATS
      *    COLLAPSED).
       01  WS-NM-TEXT               PIC X(50).
       01  WS-NM-RAW.
           05 WS-NM-RAW-WORD        PIC X(20) OCCURS 8 TIMES.
              88 WS-NM-NOISE-WORD   VALUE 'MR' 'MRS' 'MS' 'MISS'
                                          'DR' 'SIR'.
       01  WS-NM-RAW-IDX            PIC 9(2).
       01  WS-NM-TOKENS.
           05 WS-NM-COUNT           PIC 9(1).
           05 WS-NM-TOKEN OCCURS 6 TIMES.
              10 WS-NM-WORD         PIC X(20).
              10 WS-NM-SKEL         PIC X(20).
       01  WS-CU-TOKENS.
           05 WS-CU-COUNT           PIC 9(1).
           05 WS-CU-TOKEN OCCURS 6 TIMES.
              10 WS-CU-WORD         PIC X(20).
              10 WS-CU-SKEL         PIC X(20).
       01  WS-WL-TOKENS.
           05 WS-WL-COUNT           PIC 9(1).
           05 WS-WL-TOKEN OCCURS 6 TIMES.
              10 WS-WL-WORD         PIC X(20).
              10 WS-WL-SKEL         PIC X(20).
       01  WS-SK-IDX                PIC 9(2).
       01  WS-SK-LEN                PIC 9(2).
       01  WS-SK-LAST               PIC X(1).
       01  WS-SK-CHAR               PIC X(1).
           88 WS-SK-DROPPED         VALUE 'A' 'E' 'I' 'O' 'U' 'Y'
                                          'H' 'W' SPACE.
       01  WS-CU-IDX                PIC 9(1).
       01  WS-WL-IDX                PIC 9(1).
       01  WS-TOKEN-POINTS          PIC 9(1).
       01  WS-MATCH-POINTS          PIC 9(2).
       01  WS-MATCH-SCORE           PIC 9(3).
       01  WS-POSSIBLE-SCORE        PIC 9(3) VALUE 70.
       01  WS-CU-CITY               PIC X(25).
       01  WS-CU-POSTAL             PIC X(10).
       01  WS-HIT-STATUS            PIC X(10).
       01  WS-HDR-LINE-1.
           05 FILLER                PIC X(50) VALUE
              'CGBSCRN - WATCHLIST LOAD AND SCREENING REPORT'.
       01  WS-HDR-LINE-2.
           05 FILLER                PIC X(12) VALUE 'RUN DATE : '.
           05 WS-HDR-RUN-DATE       PIC X(8).
       01  WS-LOAD-HDR-LINE.
           05 FILLER                PIC X(14) VALUE 'ENTRY ID'.
           05 FILLER                PIC X(6) VALUE 'TYPE'.
           05 FILLER                PIC X(10) VALUE 'RESULT'.
           05 FILLER                PIC X(45) VALUE 'REASON'.
       01  WS-HIT-HDR-LINE.
           05 FILLER                PIC X(12) VALUE 'CUSTOMER'.
           05 FILLER                PIC X(32) VALUE 'CUSTOMER NAME'.
           05 FILLER                PIC X(14) VALUE 'ENTRY ID'.
           05 FILLER                PIC X(6) VALUE 'TYPE'.
           05 FILLER                PIC X(7) VALUE 'SCORE'.
           05 FILLER                PIC X(11) VALUE 'RESULT'.
           05 FILLER                PIC X(10) VALUE 'ACCOUNTS'.
       01  WS-CTL-ABORT-LINE.
           05 FILLER                PIC X(26) VALUE
              'FILE REJECTED - CONTROL : '.
           05 WS-CTL-ABORT-REASON   PIC X(45).
       01  WS-CTL-SOURCE-LINE.
           05 FILLER                PIC X(11) VALUE 'SOURCE   : '.
           05 WS-CTL-SOURCE         PIC X(8).
           05 FILLER                PIC X(13) VALUE '  BUS DATE : '.
           05 WS-CTL-BUS-DATE       PIC X(8).
       01  WS-LOAD-LINE.
           05 WS-LL-ENTRY-ID        PIC X(14).
           05 WS-LL-LIST-TYPE       PIC X(6).
           05 WS-LL-RESULT          PIC X(10).
           05 WS-LL-REASON          PIC X(45).
       01  WS-HIT-LINE.
           05 WS-HL-CUSTOMER-ID     PIC X(12).
           05 WS-HL-CUSTOMER-NAME   PIC X(32).
           05 WS-HL-ENTRY-ID        PIC X(14).
           05 WS-HL-LIST-TYPE       PIC X(6).
           05 WS-HL-SCORE           PIC ZZ9.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 WS-HL-RESULT          PIC X(11).
           05 WS-HL-ACCT-COUNT      PIC ZZZZ9.
       01  WS-ACCT-LINE.
           05 FILLER                PIC X(12) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE 'ACCOUNT'.
           05 WS-AL-ACCOUNT-NO      PIC X(18).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-AL-OLD-STATUS      PIC X(10).
           05 FILLER                PIC X(4) VALUE ' TO '.
           05 WS-AL-NEW-STATUS      PIC X(10).
       01  WS-OVERFLOW-LINE.
           05 FILLER                PIC X(60) VALUE
              'SCREEN NOT RUN - WATCHLIST EXCEEDS SCREENING TABLE'.
       01  WS-WL-READ-FAIL-LINE.
           05 FILLER                PIC X(60) VALUE
              'SCREEN NOT RUN - SQL ERROR READING WATCHLIST'.
       01  WS-ADDED-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'WATCHLIST ENTRIES ADDED        :'.
           05 WS-ADT-COUNT          PIC ZZZ,ZZ9.
       01  WS-AMENDED-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'WATCHLIST ENTRIES AMENDED      :'.
           05 WS-AMT-COUNT          PIC ZZZ,ZZ9.
       01  WS-UNCHANGED-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'WATCHLIST ENTRIES UNCHANGED    :'.
           05 WS-UNT-COUNT          PIC ZZZ,ZZ9.
       01  WS-REFUSED-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'WATCHLIST ENTRIES REFUSED      :'.
           05 WS-RFT-COUNT          PIC ZZZ,ZZ9.
       01  WS-KEPT-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'REFUSED - KEPT ON OLD DETAILS  :'.
           05 WS-KPT-COUNT          PIC ZZZ,ZZ9.
       01  WS-DELIST-HELD-LINE.
           05 FILLER                PIC X(60) VALUE
              'DELIST NOT RUN - REFUSED OR FAILED ENTRIES, SEE ABOVE'.
       01  WS-DELISTED-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'WATCHLIST ENTRIES DELISTED     :'.
           05 WS-DLT-COUNT          PIC ZZZ,ZZ9.
       01  WS-CUST-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'CUSTOMERS SCREENED             :'.
           05 WS-CST-COUNT          PIC ZZZ,ZZ9.
       01  WS-POSSIBLE-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'POSSIBLE HITS FOR REVIEW       :'.
           05 WS-PST-COUNT          PIC ZZZ,ZZ9.
       01  WS-CONFIRMED-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'CONFIRMED HITS                 :'.
           05 WS-CFT-COUNT          PIC ZZZ,ZZ9.
       01  WS-SUPPRESSED-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'MATCHES ALREADY ALERTED        :'.
           05 WS-SPT-COUNT          PIC ZZZ,ZZ9.
       01  WS-FROZEN-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'ACCOUNTS FROZEN                :'.
           05 WS-FZT-COUNT          PIC ZZZ,ZZ9.
       01  WS-HIT-ERROR-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'HITS NOT RECORDED - SQL ERROR  :'.
           05 WS-HET-COUNT          PIC ZZZ,ZZ9.
       01  WS-REFROZEN-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'CONFIRMED HITS RE-FROZEN       :'.
           05 WS-RFZ-COUNT          PIC ZZZ,ZZ9.
       01  WS-ERROR-TOTAL-LINE.
           05 FILLER                PIC X(32) VALUE
              'SQL ERRORS - SCREEN INCOMPLETE :'.
           05 WS-ERT-COUNT          PIC ZZZ,ZZ9.
      *    RUN CONTROL - SEE RUN-CONTROL-START-PARA. THE RUNCTL CARD
      *    IS OPTIONAL (NORMALLY DD DUMMY): COLUMNS 1-8 OVERRIDE THE
      *    BUSINESS DATE, COLUMNS 10-14 'FORCE' ALLOW A SECOND RUN FOR
      *    THE SAME BUSINESS DATE.
       01  WS-RC-STEP-NAME          PIC X(8) VALUE 'CGBSCRN '.
       01  WS-RC-BUSINESS-DATE      PIC X(8).
       01  WS-RC-START-TIMESTAMP    PIC X(26).
       01  WS-RC-TIMESTAMP          PIC X(26).
       01  WS-RC-CARD.
           05 WS-RC-CARD-DATE       PIC X(8).
           05 FILLER                PIC X(1).
           05 WS-RC-CARD-FORCE      PIC X(5).
           05 FILLER                PIC X(66).
       01  WS-RC-FORCE-SW           PIC X VALUE 'N'.
           88 WS-RC-FORCED          VALUE 'Y'.
       01  WS-RC-CLEARED-SW         PIC X VALUE 'N'.
           88 WS-RC-CLEARED         VALUE 'Y'.
       01  WS-RC-RUN-COUNT          PIC S9(9) COMP-3.
       01  WS-RC-PREREQ-IND         PIC S9(4) COMP.
       01  WS-RC-MESSAGE            PIC X(40) VALUE SPACES.
           EXEC SQL
           INCLUDE CBSMST
           END-EXEC.
           EXEC SQL
           INCLUDE CBSHIST
           END-EXEC.
           EXEC SQL
           INCLUDE CBSCUST
           END-EXEC.
           EXEC SQL
           INCLUDE CBSWLST
           END-EXEC.
           EXEC SQL
           INCLUDE CBSSHIT
           END-EXEC.
           EXEC SQL
           INCLUDE CBSBRUN
           END-EXEC.
           EXEC SQL
           INCLUDE CBSBPRQ
           END-EXEC.
           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM RUN-CONTROL-START-PARA THRU
                   RUN-CONTROL-START-PARA-EXIT
           IF NOT WS-RC-CLEARED
              STOP RUN
           END-IF
           PERFORM INIT-PARA THRU INIT-PARA-EXIT
           PERFORM VERIFY-FILE-PARA THRU VERIFY-FILE-PARA-EXIT
           IF WS-FILE-VALID
              PERFORM CHECK-LIST-DATE-PARA THRU
                      CHECK-LIST-DATE-PARA-EXIT
           END-IF
           IF WS-FILE-VALID
              PERFORM OPEN-PASS2-PARA THRU OPEN-PASS2-PARA-EXIT
              PERFORM PROCESS-PARA THRU PROCESS-PARA-EXIT
                  UNTIL WS-WL-EOF
              PERFORM DELIST-PARA THRU DELIST-PARA-EXIT
              PERFORM LOAD-SUMMARY-PARA THRU LOAD-SUMMARY-PARA-EXIT
              PERFORM SCREEN-PARA THRU SCREEN-PARA-EXIT
              PERFORM SCREEN-SUMMARY-PARA THRU
                      SCREEN-SUMMARY-PARA-EXIT
           ELSE
              PERFORM CONTROL-ABORT-PARA THRU CONTROL-ABORT-PARA-EXIT
           END-IF
           PERFORM TERM-PARA THRU TERM-PARA-EXIT
           PERFORM RUN-CONTROL-END-PARA THRU RUN-CONTROL-END-PARA-EXIT
           STOP RUN.
       INIT-PARA.
           MOVE WS-RC-BUSINESS-DATE TO WS-RUN-DATE
           OPEN INPUT WL-FILE
           OPEN OUTPUT REPT-FILE
           MOVE WS-HDR-LINE-1 TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-HDR-LINE-2 TO REPT-RECORD
           WRITE REPT-RECORD.
       INIT-PARA-EXIT.
           EXIT.
       READ-NEXT-PARA.
           READ WL-FILE
              AT END
                 SET WS-WL-EOF TO TRUE
           END-READ.
       READ-NEXT-PARA-EXIT.
           EXIT.
      *    PASS 1 - CONTROL-RECORD VERIFICATION, NO DB2 TOUCHED YET.
      *    SAME RULES AS CGBBULK'S VERIFY-FILE-PARA: HEADER FIRST,
      *    ONE TRAILER LAST, TRAILER COUNT EQUAL TO THE DETAILS
      *    RECEIVED, HEADER NOT DATED AFTER THE RUN DATE. AN EMPTY
      *    LIST (HEADER AND ZERO TRAILER ONLY) IS REFUSED - IT WOULD
      *    DELIST EVERY ENTRY.
       VERIFY-FILE-PARA.
           MOVE SPACES TO WS-CONTROL-ERROR
           PERFORM READ-NEXT-PARA THRU READ-NEXT-PARA-EXIT
           IF WS-WL-EOF
              MOVE 'EMPTY FILE - NO HEADER RECORD' TO WS-CONTROL-ERROR
              GO TO VERIFY-FILE-PARA-EXIT
           END-IF
           IF WLF-REC-TYPE NOT = 'H'
              MOVE 'FIRST RECORD IS NOT A HEADER' TO WS-CONTROL-ERROR
              GO TO VERIFY-FILE-PARA-EXIT
           END-IF
           IF WLF-HDR-BUS-DATE NOT NUMERIC
              MOVE 'HEADER BUSINESS DATE NOT NUMERIC'
                   TO WS-CONTROL-ERROR
              GO TO VERIFY-FILE-PARA-EXIT
           END-IF
           IF WLF-HDR-BUS-DATE > WS-RUN-DATE
              MOVE 'HEADER BUSINESS DATE AFTER RUN DATE'
                   TO WS-CONTROL-ERROR
              GO TO VERIFY-FILE-PARA-EXIT
           END-IF
           MOVE WLF-HDR-SOURCE TO WS-HDR-SOURCE
           MOVE WLF-HDR-BUS-DATE TO WS-HDR-BUS-DATE
           MOVE ZERO TO WS-DETAIL-COUNT
           PERFORM READ-NEXT-PARA THRU READ-NEXT-PARA-EXIT
           PERFORM VERIFY-RECORD-PARA THRU VERIFY-RECORD-PARA-EXIT
               UNTIL WS-WL-EOF OR WS-CONTROL-ERROR NOT = SPACES
           IF WS-CONTROL-ERROR NOT = SPACES
              GO TO VERIFY-FILE-PARA-EXIT
           END-IF
           IF NOT WS-TRAILER-SEEN
              MOVE 'MISSING TRAILER RECORD' TO WS-CONTROL-ERROR
              GO TO VERIFY-FILE-PARA-EXIT
           END-IF
           IF WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
              MOVE 'TRAILER COUNT DOES NOT MATCH DETAILS'
                   TO WS-CONTROL-ERROR
              GO TO VERIFY-FILE-PARA-EXIT
           END-IF
           IF WS-DETAIL-COUNT = ZERO
              MOVE 'WATCHLIST FILE HAS NO ENTRIES' TO WS-CONTROL-ERROR
              GO TO VERIFY-FILE-PARA-EXIT
           END-IF
           MOVE 'Y' TO WS-FILE-VALID-SW.
       VERIFY-FILE-PARA-EXIT.
           EXIT.
       VERIFY-RECORD-PARA.
           EVALUATE WLF-REC-TYPE
              WHEN 'D'
                 IF WS-TRAILER-SEEN
                    MOVE 'RECORDS AFTER TRAILER' TO WS-CONTROL-ERROR
                 ELSE
                    ADD 1 TO WS-DETAIL-COUNT
                 END-IF
              WHEN 'T'
                 IF WS-TRAILER-SEEN
                    MOVE 'MORE THAN ONE TRAILER RECORD'
                         TO WS-CONTROL-ERROR
                 ELSE
                    IF WLF-TRL-COUNT NOT NUMERIC
                       MOVE 'TRAILER COUNT NOT NUMERIC'
                            TO WS-CONTROL-ERROR
                    ELSE
                       MOVE WLF-TRL-COUNT TO WS-TRAILER-COUNT
                       MOVE 'Y' TO WS-TRAILER-SEEN-SW
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE 'UNKNOWN RECORD TYPE' TO WS-CONTROL-ERROR
           END-EVALUATE
           IF WS-CONTROL-ERROR = SPACES
              PERFORM READ-NEXT-PARA THRU READ-NEXT-PARA-EXIT
           END-IF.
       VERIFY-RECORD-PARA-EXIT.
           EXIT.
      *    THE LIST IS A FULL REPLACEMENT, SO A FILE OLDER THAN THE
      *    ONE ALREADY LOADED WOULD WIND THE LIST BACK. A RERUN OF THE
      *    SAME DATE IS FINE - EVERY ENTRY COMES OUT UNCHANGED.
       CHECK-LIST-DATE-PARA.
           EXEC SQL
                SELECT MAX(LOAD_DATE)
                INTO :WS-LAST-LOAD-DATE :WS-LAST-LOAD-IND
                FROM CBS_WATCHLIST
           END-EXEC
           DISPLAY 'LAST LOAD DATE SQLCODE:' SQLCODE
           IF SQLCODE NOT = 0
              MOVE 'SQL ERROR READING LAST LOAD DATE'
                   TO WS-CONTROL-ERROR
              MOVE 'N' TO WS-FILE-VALID-SW
              GO TO CHECK-LIST-DATE-PARA-EXIT
           END-IF
           IF WS-LAST-LOAD-IND < 0
              GO TO CHECK-LIST-DATE-PARA-EXIT
           END-IF
           IF WS-HDR-BUS-DATE < WS-LAST-LOAD-DATE
              MOVE 'FILE OLDER THAN WATCHLIST ALREADY LOADED'
                   TO WS-CONTROL-ERROR
              MOVE 'N' TO WS-FILE-VALID-SW
           END-IF.
       CHECK-LIST-DATE-PARA-EXIT.
           EXIT.
       CONTROL-ABORT-PARA.
           MOVE WS-CONTROL-ERROR TO WS-CTL-ABORT-REASON
           MOVE WS-CTL-ABORT-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           DISPLAY 'CGBSCRN FILE REJECTED - ' WS-CONTROL-ERROR
           MOVE 8 TO RETURN-CODE.
       CONTROL-ABORT-PARA-EXIT.
           EXIT.
       OPEN-PASS2-PARA.
           CLOSE WL-FILE
           OPEN INPUT WL-FILE
           SET WS-WL-EOF TO FALSE
           MOVE WS-HDR-SOURCE TO WS-CTL-SOURCE
           MOVE WS-HDR-BUS-DATE TO WS-CTL-BUS-DATE
           MOVE WS-CTL-SOURCE-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-LOAD-HDR-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           PERFORM READ-NEXT-PARA THRU READ-NEXT-PARA-EXIT.
       OPEN-PASS2-PARA-EXIT.
           EXIT.
      *    PASS 2 - LOAD. ONLY REFUSED ENTRIES ARE LISTED; THE REST
      *    SHOW IN THE ADDED/AMENDED/UNCHANGED TOTALS. NAME AND CITY
      *    ARE UPPERCASED ON THE WAY IN SO THE SCREEN COMPARES LIKE
      *    WITH LIKE.
       PROCESS-PARA.
           IF WLF-REC-TYPE = 'D'
              MOVE SPACES TO WS-REFUSE-REASON
              EVALUATE TRUE
                 WHEN WLF-ENTRY-ID = SPACES
                    MOVE 'ENTRY ID BLANK' TO WS-REFUSE-REASON
                 WHEN WLF-NAME = SPACES
                    MOVE 'ENTRY NAME BLANK' TO WS-REFUSE-REASON
                 WHEN WLF-LIST-TYPE NOT = 'SANC' AND
                      WLF-LIST-TYPE NOT = 'PEP '
                    MOVE 'LIST TYPE MUST BE SANC OR PEP'
                         TO WS-REFUSE-REASON
                 WHEN OTHER
                    PERFORM LOAD-ENTRY-PARA THRU LOAD-ENTRY-PARA-EXIT
              END-EVALUATE
              IF WS-REFUSE-REASON NOT = SPACES
                 PERFORM WRITE-REFUSED-PARA THRU
                         WRITE-REFUSED-PARA-EXIT
                 PERFORM KEEP-ENTRY-PARA THRU KEEP-ENTRY-PARA-EXIT
              END-IF
              ADD 1 TO WS-COMMIT-COUNTER
              IF WS-COMMIT-COUNTER >= WS-COMMIT-FREQUENCY
                 EXEC SQL COMMIT END-EXEC
                 MOVE ZERO TO WS-COMMIT-COUNTER
              END-IF
           END-IF
           PERFORM READ-NEXT-PARA THRU READ-NEXT-PARA-EXIT.
       PROCESS-PARA-EXIT.
           EXIT.
       LOAD-ENTRY-PARA.
           MOVE WLF-ENTRY-ID TO H11-WL-ENTRY-ID
           EXEC SQL
                SELECT LIST_TYPE, WL_NAME, WL_CITY, WL_POSTAL_CODE,
                       CHANGE_DATE
                INTO :H11-LIST-TYPE, :H11-WL-NAME, :H11-WL-CITY,
                     :H11-WL-POSTAL-CODE, :H11-CHANGE-DATE
                FROM CBS_WATCHLIST
                WHERE WL_ENTRY_ID = :H11-WL-ENTRY-ID
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 PERFORM AMEND-ENTRY-PARA THRU AMEND-ENTRY-PARA-EXIT
              WHEN 100
                 PERFORM ADD-ENTRY-PARA THRU ADD-ENTRY-PARA-EXIT
              WHEN OTHER
                 DISPLAY 'WATCHLIST READ SQL ERROR' SQLCODE
                 MOVE 'SQL ERROR READING WATCHLIST' TO WS-REFUSE-REASON
                 MOVE 'Y' TO WS-DELIST-HELD-SW
           END-EVALUATE.
       LOAD-ENTRY-PARA-EXIT.
           EXIT.
       ADD-ENTRY-PARA.
           PERFORM MOVE-FILE-ENTRY-PARA THRU MOVE-FILE-ENTRY-PARA-EXIT
           MOVE WS-HDR-BUS-DATE TO H11-CHANGE-DATE
           EXEC SQL
                INSERT INTO CBS_WATCHLIST
                  (WL_ENTRY_ID, LIST_TYPE, WL_NAME, WL_CITY,
                   WL_POSTAL_CODE, CHANGE_DATE, LOAD_DATE,
                   UPD_TIMESTAMP)
                VALUES
                  (:H11-WL-ENTRY-ID, :H11-LIST-TYPE, :H11-WL-NAME,
                   :H11-WL-CITY, :H11-WL-POSTAL-CODE,
                   :H11-CHANGE-DATE, :H11-LOAD-DATE,
                   :H11-UPD-TIMESTAMP)
           END-EXEC
           IF SQLCODE = 0
              ADD 1 TO WS-ADDED-COUNT
           ELSE
              DISPLAY 'WATCHLIST INSERT SQL ERROR' SQLCODE
              MOVE 'SQL ERROR ADDING ENTRY' TO WS-REFUSE-REASON
              MOVE 'Y' TO WS-DELIST-HELD-SW
           END-IF.
       ADD-ENTRY-PARA-EXIT.
           EXIT.
      *    AN ENTRY THAT COMES IN IDENTICAL KEEPS ITS CHANGE_DATE -
      *    ONLY A REAL AMENDMENT MOVES IT, WHICH IS WHAT RE-OPENS A
      *    CLEARED FALSE POSITIVE.
       AMEND-ENTRY-PARA.
           MOVE WLF-NAME TO WS-NM-TEXT
           INSPECT WS-NM-TEXT CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE WLF-CITY TO WS-CU-CITY
           INSPECT WS-CU-CITY CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF H11-LIST-TYPE = WLF-LIST-TYPE AND
              H11-WL-NAME = WS-NM-TEXT AND
              H11-WL-CITY = WS-CU-CITY AND
              H11-WL-POSTAL-CODE = WLF-POSTAL-CODE
              ADD 1 TO WS-UNCHANGED-COUNT
           ELSE
              MOVE WS-HDR-BUS-DATE TO H11-CHANGE-DATE
              ADD 1 TO WS-AMENDED-COUNT
           END-IF
           PERFORM MOVE-FILE-ENTRY-PARA THRU MOVE-FILE-ENTRY-PARA-EXIT
           EXEC SQL
                UPDATE CBS_WATCHLIST
                SET LIST_TYPE = :H11-LIST-TYPE,
                    WL_NAME = :H11-WL-NAME,
                    WL_CITY = :H11-WL-CITY,
                    WL_POSTAL_CODE = :H11-WL-POSTAL-CODE,
                    CHANGE_DATE = :H11-CHANGE-DATE,
                    LOAD_DATE = :H11-LOAD-DATE,
                    UPD_TIMESTAMP = :H11-UPD-TIMESTAMP
                WHERE WL_ENTRY_ID = :H11-WL-ENTRY-ID
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'WATCHLIST UPDATE SQL ERROR' SQLCODE
              MOVE 'SQL ERROR AMENDING ENTRY' TO WS-REFUSE-REASON
              MOVE 'Y' TO WS-DELIST-HELD-SW
           END-IF.
       AMEND-ENTRY-PARA-EXIT.
           EXIT.
       MOVE-FILE-ENTRY-PARA.
           MOVE WLF-ENTRY-ID TO H11-WL-ENTRY-ID
           MOVE WLF-LIST-TYPE TO H11-LIST-TYPE
           MOVE WLF-NAME TO H11-WL-NAME
           INSPECT H11-WL-NAME CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE WLF-CITY TO H11-WL-CITY
           INSPECT H11-WL-CITY CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE WLF-POSTAL-CODE TO H11-WL-POSTAL-CODE
           MOVE WS-HDR-BUS-DATE TO H11-LOAD-DATE
           PERFORM BUILD-AUDIT-TIMESTAMP-PARA THRU
                   BUILD-AUDIT-TIMESTAMP-PARA-EXIT
           MOVE WS-AUDIT-TIMESTAMP TO H11-UPD-TIMESTAMP.
       MOVE-FILE-ENTRY-PARA-EXIT.
           EXIT.
       WRITE-REFUSED-PARA.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE WLF-ENTRY-ID TO WS-LL-ENTRY-ID
           MOVE WLF-LIST-TYPE TO WS-LL-LIST-TYPE
           MOVE 'REFUSED' TO WS-LL-RESULT
           MOVE WS-REFUSE-REASON TO WS-LL-REASON
           MOVE WS-LOAD-LINE TO REPT-RECORD
           WRITE REPT-RECORD.
       WRITE-REFUSED-PARA-EXIT.
           EXIT.
      *    A REFUSED DETAIL IS STILL ON THE VENDOR'S LIST, SO AN ENTRY
      *    ALREADY LOADED UNDER ITS ID STAYS LISTED - ONLY ITS
      *    LOAD_DATE MOVES, AND IT GOES ON BEING SCREENED ON ITS LAST
      *    GOOD DETAILS UNTIL THE VENDOR SENDS A CLEAN RECORD. A NEW
      *    ENTRY (NOT FOUND) HAS NOTHING TO KEEP. A BLANK ID CANNOT BE
      *    MATCHED TO ITS ENTRY, AND AN SQL ERROR MAY HAVE LOST LOAD
      *    DATES ALREADY SET, SO EITHER HOLDS THE DELIST.
       KEEP-ENTRY-PARA.
           IF WLF-ENTRY-ID = SPACES
              MOVE 'Y' TO WS-DELIST-HELD-SW
              GO TO KEEP-ENTRY-PARA-EXIT
           END-IF
           MOVE WLF-ENTRY-ID TO H11-WL-ENTRY-ID
           MOVE WS-HDR-BUS-DATE TO H11-LOAD-DATE
           EXEC SQL
                UPDATE CBS_WATCHLIST
                SET LOAD_DATE = :H11-LOAD-DATE
                WHERE WL_ENTRY_ID = :H11-WL-ENTRY-ID
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-KEPT-COUNT
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'WATCHLIST KEEP SQL ERROR' SQLCODE
                 MOVE 'Y' TO WS-DELIST-HELD-SW
           END-EVALUATE.
       KEEP-ENTRY-PARA-EXIT.
           EXIT.
      *    EVERY ENTRY ON TONIGHT'S FILE NOW CARRIES TONIGHT'S
      *    LOAD_DATE - ANYTHING ELSE HAS COME OFF THE LIST. UNLESS THE
      *    LOAD COULD NOT ACCOUNT FOR EVERY DETAIL (KEEP-ENTRY-PARA):
      *    THEN NOTHING IS DELISTED AND THE RUN ENDS RC=8, THOUGH THE
      *    SCREEN STILL RUNS AGAINST THE LIST AS LOADED.
       DELIST-PARA.
           IF WS-DELIST-HELD
              MOVE WS-DELIST-HELD-LINE TO REPT-RECORD
              WRITE REPT-RECORD
              DISPLAY 'CGBSCRN DELIST NOT RUN - REFUSED OR FAILED '
                      'WATCHLIST ENTRIES'
              MOVE 8 TO RETURN-CODE
              EXEC SQL COMMIT END-EXEC
              MOVE ZERO TO WS-COMMIT-COUNTER
              GO TO DELIST-PARA-EXIT
           END-IF
           EXEC SQL
                DELETE FROM CBS_WATCHLIST
                WHERE LOAD_DATE <> :WS-HDR-BUS-DATE
           END-EXEC
           DISPLAY 'WATCHLIST DELIST SQLCODE:' SQLCODE
           IF SQLCODE = 0
              MOVE SQLERRD(3) TO WS-DELISTED-COUNT
           END-IF
           EXEC SQL COMMIT END-EXEC
           MOVE ZERO TO WS-COMMIT-COUNTER.
       DELIST-PARA-EXIT.
           EXIT.
       LOAD-SUMMARY-PARA.
           MOVE SPACES TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-ADDED-COUNT TO WS-ADT-COUNT
           MOVE WS-ADDED-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-AMENDED-COUNT TO WS-AMT-COUNT
           MOVE WS-AMENDED-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-UNCHANGED-COUNT TO WS-UNT-COUNT
           MOVE WS-UNCHANGED-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-REFUSED-COUNT TO WS-RFT-COUNT
           MOVE WS-REFUSED-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-KEPT-COUNT TO WS-KPT-COUNT
           MOVE WS-KEPT-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-DELISTED-COUNT TO WS-DLT-COUNT
           MOVE WS-DELISTED-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE SPACES TO REPT-RECORD
           WRITE REPT-RECORD.
       LOAD-SUMMARY-PARA-EXIT.
           EXIT.
      *    SCREEN - THE LOADED LIST GOES INTO STORAGE, THEN EVERY
      *    CUSTOMER IS COMPARED WITH EVERY ENTRY. WITH HOLD KEEPS THE
      *    CUSTOMER CURSOR OPEN ACROSS THE INTERMEDIATE COMMITS, SAME
      *    AS CGBDORM'S SWEEP CURSOR.
       SCREEN-PARA.
           PERFORM LOAD-WL-TABLE-PARA THRU LOAD-WL-TABLE-PARA-EXIT
           IF WS-ERROR-COUNT > 0
              MOVE WS-WL-READ-FAIL-LINE TO REPT-RECORD
              WRITE REPT-RECORD
              DISPLAY 'CGBSCRN WATCHLIST NOT READ - SCREEN NOT RUN'
              GO TO SCREEN-PARA-EXIT
           END-IF
           IF WS-WLT-COUNT > WS-WLT-MAX
              MOVE WS-OVERFLOW-LINE TO REPT-RECORD
              WRITE REPT-RECORD
              DISPLAY 'CGBSCRN WATCHLIST EXCEEDS SCREENING TABLE'
              MOVE 8 TO RETURN-CODE
              GO TO SCREEN-PARA-EXIT
           END-IF
           MOVE WS-HIT-HDR-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           EXEC SQL
                DECLARE CUST-CURSOR CURSOR WITH HOLD FOR
                SELECT CUSTOMER_ID, CUSTOMER_NAME, CITY, POSTAL_CODE
                FROM CBS_CUST_MSTR
                ORDER BY CUSTOMER_ID
           END-EXEC
           EXEC SQL OPEN CUST-CURSOR END-EXEC
           DISPLAY 'CUSTOMER CURSOR OPEN SQLCODE:' SQLCODE
           IF SQLCODE NOT = 0
              DISPLAY 'CUST-CURSOR OPEN SQL ERROR ' SQLCODE
              ADD 1 TO WS-ERROR-COUNT
              GO TO SCREEN-PARA-EXIT
           END-IF
           PERFORM FETCH-CUST-PARA THRU FETCH-CUST-PARA-EXIT
           PERFORM SCREEN-CUSTOMER-PARA THRU SCREEN-CUSTOMER-PARA-EXIT
               UNTIL WS-CUST-EOF
           EXEC SQL CLOSE CUST-CURSOR END-EXEC
           EXEC SQL COMMIT END-EXEC.
       SCREEN-PARA-EXIT.
           EXIT.
       LOAD-WL-TABLE-PARA.
           MOVE ZERO TO WS-WLT-COUNT
           EXEC SQL
                DECLARE WL-CURSOR CURSOR FOR
                SELECT WL_ENTRY_ID, LIST_TYPE, WL_NAME, WL_CITY,
                       WL_POSTAL_CODE, CHANGE_DATE
                FROM CBS_WATCHLIST
           END-EXEC
           EXEC SQL OPEN WL-CURSOR END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'WL-CURSOR OPEN SQL ERROR ' SQLCODE
              ADD 1 TO WS-ERROR-COUNT
              GO TO LOAD-WL-TABLE-PARA-EXIT
           END-IF
           SET WS-WLT-EOF TO FALSE
           PERFORM FETCH-WL-PARA THRU FETCH-WL-PARA-EXIT
           PERFORM STORE-WL-ENTRY-PARA THRU STORE-WL-ENTRY-PARA-EXIT
               UNTIL WS-WLT-EOF OR WS-WLT-COUNT > WS-WLT-MAX
           EXEC SQL CLOSE WL-CURSOR END-EXEC.
       LOAD-WL-TABLE-PARA-EXIT.
           EXIT.
       FETCH-WL-PARA.
           EXEC SQL
                FETCH WL-CURSOR
                INTO :H11-WL-ENTRY-ID, :H11-LIST-TYPE, :H11-WL-NAME,
                     :H11-WL-CITY, :H11-WL-POSTAL-CODE,
                     :H11-CHANGE-DATE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET WS-WLT-EOF TO TRUE
              WHEN OTHER
                 DISPLAY 'WL-CURSOR FETCH SQL ERROR ' SQLCODE
                 ADD 1 TO WS-ERROR-COUNT
                 SET WS-WLT-EOF TO TRUE
           END-EVALUATE.
       FETCH-WL-PARA-EXIT.
           EXIT.
      *    THE COUNT RUNS ONE PAST THE TABLE ON OVERFLOW SO
      *    SCREEN-PARA CAN TELL A FULL TABLE FROM AN OVERFULL LIST.
       STORE-WL-ENTRY-PARA.
           ADD 1 TO WS-WLT-COUNT
           IF WS-WLT-COUNT > WS-WLT-MAX
              GO TO STORE-WL-ENTRY-PARA-EXIT
           END-IF
           MOVE H11-WL-ENTRY-ID TO WS-WLT-ID(WS-WLT-COUNT)
           MOVE H11-LIST-TYPE TO WS-WLT-TYPE(WS-WLT-COUNT)
           MOVE H11-WL-CITY TO WS-WLT-CITY(WS-WLT-COUNT)
           MOVE H11-WL-POSTAL-CODE TO WS-WLT-POSTAL(WS-WLT-COUNT)
           INSPECT WS-WLT-POSTAL(WS-WLT-COUNT) CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE H11-CHANGE-DATE TO WS-WLT-CHANGE-DATE(WS-WLT-COUNT)
           MOVE H11-WL-NAME TO WS-NM-TEXT
           PERFORM TOKENISE-NAME-PARA THRU TOKENISE-NAME-PARA-EXIT
           MOVE WS-NM-TOKENS TO WS-WLT-TOKENS(WS-WLT-COUNT)
           PERFORM FETCH-WL-PARA THRU FETCH-WL-PARA-EXIT.
       STORE-WL-ENTRY-PARA-EXIT.
           EXIT.
       FETCH-CUST-PARA.
           EXEC SQL
                FETCH CUST-CURSOR
                INTO :H5-CUSTOMER-ID, :H5-CUSTOMER-NAME, :H5-CITY,
                     :H5-POSTAL-CODE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'Y' TO WS-CUST-EOF-SW
              WHEN OTHER
                 DISPLAY 'CUST-CURSOR FETCH SQL ERROR ' SQLCODE
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE 'Y' TO WS-CUST-EOF-SW
           END-EVALUATE.
       FETCH-CUST-PARA-EXIT.
           EXIT.
       SCREEN-CUSTOMER-PARA.
           ADD 1 TO WS-CUST-COUNT
           MOVE H5-CUSTOMER-NAME TO WS-NM-TEXT
           PERFORM TOKENISE-NAME-PARA THRU TOKENISE-NAME-PARA-EXIT
           MOVE WS-NM-TOKENS TO WS-CU-TOKENS
           MOVE H5-CITY TO WS-CU-CITY
           INSPECT WS-CU-CITY CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE H5-POSTAL-CODE TO WS-CU-POSTAL
           INSPECT WS-CU-POSTAL CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM MATCH-ENTRY-PARA THRU MATCH-ENTRY-PARA-EXIT
               VARYING WS-WLT-IDX FROM 1 BY 1
               UNTIL WS-WLT-IDX > WS-WLT-COUNT
           ADD 1 TO WS-COMMIT-COUNTER
           IF WS-COMMIT-COUNTER >= WS-COMMIT-FREQUENCY
              EXEC SQL COMMIT END-EXEC
              MOVE ZERO TO WS-COMMIT-COUNTER
           END-IF
           PERFORM FETCH-CUST-PARA THRU FETCH-CUST-PARA-EXIT.
       SCREEN-CUSTOMER-PARA-EXIT.
           EXIT.
       MATCH-ENTRY-PARA.
           MOVE WS-WLT-TOKENS(WS-WLT-IDX) TO WS-WL-TOKENS
           PERFORM SCORE-NAMES-PARA THRU SCORE-NAMES-PARA-EXIT
           IF WS-MATCH-SCORE < WS-POSSIBLE-SCORE
              GO TO MATCH-ENTRY-PARA-EXIT
           END-IF
           MOVE 'POSSIBLE  ' TO WS-HIT-STATUS
           IF WS-MATCH-SCORE = 100 AND WS-WL-COUNT >= 2
              IF WS-WLT-CITY(WS-WLT-IDX) NOT = SPACES AND
                 WS-WLT-CITY(WS-WLT-IDX) = WS-CU-CITY
                 MOVE 'CONFIRMED ' TO WS-HIT-STATUS
              END-IF
              IF WS-WLT-POSTAL(WS-WLT-IDX) NOT = SPACES AND
                 WS-WLT-POSTAL(WS-WLT-IDX) = WS-CU-POSTAL
                 MOVE 'CONFIRMED ' TO WS-HIT-STATUS
              END-IF
           END-IF
           PERFORM RAISE-HIT-PARA THRU RAISE-HIT-PARA-EXIT.
       MATCH-ENTRY-PARA-EXIT.
           EXIT.
      *    ONE ALERT PER CUSTOMER NAME PER ENTRY VERSION. A FAILED
      *    LOOKUP RAISES THE ALERT ANYWAY - A DUPLICATE ON THE REVIEW
      *    LIST IS BETTER THAN A MISSED MATCH. A FAILED INSERT FREEZES
      *    NOTHING - A FREEZE WITH NO HIT ROW BEHIND IT COULD NEITHER
      *    BE EXPLAINED NOR CLEARED ON ZC76 - AND FAILS THE RUN.
      *    A DUPLICATE KEY MEANS THE HIT ROW IS ALREADY ON FILE, SO
      *    THE HIT GOES AHEAD.
       RAISE-HIT-PARA.
           MOVE H5-CUSTOMER-ID TO H12-CUSTOMER-ID
           MOVE WS-WLT-ID(WS-WLT-IDX) TO H12-WL-ENTRY-ID
           MOVE WS-WLT-CHANGE-DATE(WS-WLT-IDX) TO H12-WL-CHANGE-DATE
           MOVE H5-CUSTOMER-NAME TO H12-SCREENED-NAME
           EXEC SQL
                SELECT COUNT(*) INTO :WS-HIT-COUNT
                FROM CBS_SCREEN_HIT
                WHERE CUSTOMER_ID = :H12-CUSTOMER-ID
                  AND WL_ENTRY_ID = :H12-WL-ENTRY-ID
                  AND WL_CHANGE_DATE = :H12-WL-CHANGE-DATE
                  AND SCREENED_NAME = :H12-SCREENED-NAME
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'SCREEN HIT LOOKUP SQL ERROR' SQLCODE
              MOVE ZERO TO WS-HIT-COUNT
           END-IF
           IF WS-HIT-COUNT > 0
              ADD 1 TO WS-SUPPRESSED-COUNT
              PERFORM REFREEZE-PARA THRU REFREEZE-PARA-EXIT
              GO TO RAISE-HIT-PARA-EXIT
           END-IF
           PERFORM BUILD-AUDIT-TIMESTAMP-PARA THRU
                   BUILD-AUDIT-TIMESTAMP-PARA-EXIT
           MOVE WS-AUDIT-TIMESTAMP TO H12-HIT-TIMESTAMP
           MOVE WS-MATCH-SCORE TO H12-MATCH-SCORE
           MOVE WS-HIT-STATUS TO H12-HIT-STATUS
           MOVE 'CGBSCRN ' TO H12-HIT-SOURCE
           MOVE SPACES TO H12-REVIEW-USERID
           MOVE SPACES TO H12-REVIEW-TIMESTAMP
           EXEC SQL
                INSERT INTO CBS_SCREEN_HIT
                  (CUSTOMER_ID, WL_ENTRY_ID, HIT_TIMESTAMP,
                   WL_CHANGE_DATE, SCREENED_NAME, MATCH_SCORE,
                   HIT_STATUS, HIT_SOURCE, REVIEW_USERID,
                   REVIEW_TIMESTAMP)
                VALUES
                  (:H12-CUSTOMER-ID, :H12-WL-ENTRY-ID,
                   :H12-HIT-TIMESTAMP, :H12-WL-CHANGE-DATE,
                   :H12-SCREENED-NAME, :H12-MATCH-SCORE,
                   :H12-HIT-STATUS, :H12-HIT-SOURCE,
                   :H12-REVIEW-USERID, :H12-REVIEW-TIMESTAMP)
           END-EXEC
           DISPLAY 'SCREEN HIT INSERT SQLCODE:' SQLCODE
           IF SQLCODE NOT = 0 AND SQLCODE NOT = -803
              DISPLAY 'SCREEN HIT NOT RECORDED - NO FREEZE '
                      H12-CUSTOMER-ID ' ' H12-WL-ENTRY-ID
              ADD 1 TO WS-HIT-ERROR-COUNT
              GO TO RAISE-HIT-PARA-EXIT
           END-IF
           MOVE ZERO TO WS-CUST-ACCT-COUNT
           IF WS-HIT-STATUS = 'CONFIRMED '
              ADD 1 TO WS-CONFIRMED-COUNT
              PERFORM FREEZE-ACCOUNTS-PARA THRU
                      FREEZE-ACCOUNTS-PARA-EXIT
           ELSE
              ADD 1 TO WS-POSSIBLE-COUNT
           END-IF
           PERFORM WRITE-HIT-PARA THRU WRITE-HIT-PARA-EXIT.
       RAISE-HIT-PARA-EXIT.
           EXIT.
      *    A MATCH ALREADY ALERTED IS NOT ALERTED AGAIN, BUT IF THAT
      *    ALERT WAS CONFIRMED (HERE OR ON ZC76) THE FREEZE IS RUN
      *    AGAIN, SO AN ACCOUNT OPENED SINCE THE CONFIRMATION IS
      *    FROZEN TOO. THE HIT LINE IS ONLY PRINTED IF SOMETHING WAS
      *    FROZEN. A FAILED LOOKUP IS AN SQL ERROR, NOT A SKIP.
       REFREEZE-PARA.
           EXEC SQL
                SELECT COUNT(*) INTO :WS-CONF-COUNT
                FROM CBS_SCREEN_HIT
                WHERE CUSTOMER_ID = :H12-CUSTOMER-ID
                  AND WL_ENTRY_ID = :H12-WL-ENTRY-ID
                  AND WL_CHANGE_DATE = :H12-WL-CHANGE-DATE
                  AND SCREENED_NAME = :H12-SCREENED-NAME
                  AND HIT_STATUS = 'CONFIRMED '
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'CONFIRMED HIT LOOKUP SQL ERROR ' SQLCODE
              ADD 1 TO WS-ERROR-COUNT
              GO TO REFREEZE-PARA-EXIT
           END-IF
           IF WS-CONF-COUNT = 0
              GO TO REFREEZE-PARA-EXIT
           END-IF
           MOVE ZERO TO WS-CUST-ACCT-COUNT
           PERFORM FREEZE-ACCOUNTS-PARA THRU FREEZE-ACCOUNTS-PARA-EXIT
           IF WS-CUST-ACCT-COUNT > 0
              ADD 1 TO WS-REFROZEN-COUNT
              MOVE 'CONFIRMED ' TO WS-HIT-STATUS
              PERFORM WRITE-HIT-PARA THRU WRITE-HIT-PARA-EXIT
           END-IF.
       REFREEZE-PARA-EXIT.
           EXIT.
      *    CONFIRMED - EVERYTHING STILL OPEN IS FROZEN, SAME CURSOR
      *    AND GUARDED UPDATE AS CGBKYCF'S KYC-REJECTED FREEZE.
       FREEZE-ACCOUNTS-PARA.
           EXEC SQL
                DECLARE FRZ-CURSOR CURSOR FOR
                SELECT ACCOUNT_NUMBER, ACCOUNT_STATUS, BRANCH_ID
                FROM CBS_ACCT_MSTR_DTL
                WHERE CUSTOMER_ID = :H12-CUSTOMER-ID
                  AND ACCOUNT_STATUS NOT IN ('CLOSED    ', 'FROZEN    ',
                                             'ESCHEATED ')
                FOR UPDATE OF ACCOUNT_STATUS
           END-EXEC
           EXEC SQL OPEN FRZ-CURSOR END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'FRZ-CURSOR OPEN SQL ERROR ' SQLCODE
              ADD 1 TO WS-ERROR-COUNT
              GO TO FREEZE-ACCOUNTS-PARA-EXIT
           END-IF
           SET WS-ACCT-EOF TO FALSE
           PERFORM FETCH-FRZ-PARA THRU FETCH-FRZ-PARA-EXIT
           PERFORM MOVE-ACCOUNT-PARA THRU MOVE-ACCOUNT-PARA-EXIT
               UNTIL WS-ACCT-EOF
           EXEC SQL CLOSE FRZ-CURSOR END-EXEC.
       FREEZE-ACCOUNTS-PARA-EXIT.
           EXIT.
       FETCH-FRZ-PARA.
           EXEC SQL
                FETCH FRZ-CURSOR
                INTO :H1-ACCOUNT-NUMBER, :H1-ACCOUNT-STATUS,
                     :H1-BRANCH-ID
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET WS-ACCT-EOF TO TRUE
              WHEN OTHER
                 DISPLAY 'FRZ-CURSOR FETCH SQL ERROR ' SQLCODE
                 ADD 1 TO WS-ERROR-COUNT
                 SET WS-ACCT-EOF TO TRUE
           END-EVALUATE.
       FETCH-FRZ-PARA-EXIT.
           EXIT.
       MOVE-ACCOUNT-PARA.
           MOVE H1-ACCOUNT-STATUS TO WS-OLD-STATUS
           MOVE H1-BRANCH-ID TO WS-BRANCH-ID
           PERFORM BUILD-AUDIT-TIMESTAMP-PARA THRU
                   BUILD-AUDIT-TIMESTAMP-PARA-EXIT
           EXEC SQL UPDATE CBS_ACCT_MSTR_DTL
                SET ACCOUNT_STATUS = :WS-NEW-STATUS,
                    UPD_USERID = :WS-OPERATOR-ID,
                    UPD_TIMESTAMP = :WS-AUDIT-TIMESTAMP
                WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
                  AND ACCOUNT_STATUS = :WS-OLD-STATUS
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-CUST-ACCT-COUNT
                 ADD 1 TO WS-FROZEN-COUNT
                 PERFORM WRITE-STATUS-HIST-PARA THRU
                         WRITE-STATUS-HIST-PARA-EXIT
                 PERFORM WRITE-ACCT-LINE-PARA THRU
                         WRITE-ACCT-LINE-PARA-EXIT
              WHEN 100
                 DISPLAY 'LOST SCREEN RACE - ACCOUNT ALREADY MOVED'
                         H1-ACCOUNT-NUMBER
              WHEN OTHER
                 DISPLAY 'SCREEN FREEZE SQL ERROR' SQLCODE
                 ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE
           PERFORM FETCH-FRZ-PARA THRU FETCH-FRZ-PARA-EXIT.
       MOVE-ACCOUNT-PARA-EXIT.
           EXIT.
       BUILD-AUDIT-TIMESTAMP-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUDIT-TIMESTAMP(1:8)
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-AUDIT-TIMESTAMP(9:6)
           MOVE SPACES TO WS-AUDIT-TIMESTAMP(15:12).
       BUILD-AUDIT-TIMESTAMP-PARA-EXIT.
           EXIT.
       WRITE-STATUS-HIST-PARA.
           MOVE H1-ACCOUNT-NUMBER TO H2-ACCOUNT-NUMBER
           MOVE WS-OLD-STATUS TO H2-OLD-STATUS
           MOVE WS-NEW-STATUS TO H2-NEW-STATUS
           MOVE WS-AUDIT-TIMESTAMP TO H2-CHANGE-TIMESTAMP
           MOVE WS-OPERATOR-ID TO H2-OPERATOR-ID
           MOVE WS-BRANCH-ID TO H2-BRANCH-ID
           EXEC SQL
           INSERT INTO CBS_ACCT_STATUS_HIST
             (ACCOUNT_NUMBER, OLD_STATUS, NEW_STATUS,
              CHANGE_TIMESTAMP, OPERATOR_ID, BRANCH_ID)
           VALUES
             (:H2-ACCOUNT-NUMBER, :H2-OLD-STATUS, :H2-NEW-STATUS,
              :H2-CHANGE-TIMESTAMP, :H2-OPERATOR-ID, :H2-BRANCH-ID)
           END-EXEC
           DISPLAY 'STATUS HIST SQLCODE:' SQLCODE.
       WRITE-STATUS-HIST-PARA-EXIT.
           EXIT.
       WRITE-ACCT-LINE-PARA.
           MOVE H1-ACCOUNT-NUMBER TO WS-PRINT-ACCOUNT-NO
           MOVE WS-PRINT-ACCOUNT-NO TO WS-AL-ACCOUNT-NO
           MOVE WS-OLD-STATUS TO WS-AL-OLD-STATUS
           MOVE WS-NEW-STATUS TO WS-AL-NEW-STATUS
           MOVE WS-ACCT-LINE TO REPT-RECORD
           WRITE REPT-RECORD.
       WRITE-ACCT-LINE-PARA-EXIT.
           EXIT.
      *    THE HIT LINE FOLLOWS THE ACCOUNT LINES A CONFIRMED HIT
      *    PRODUCED, CARRYING THE COUNT OF ACCOUNTS FROZEN.
       WRITE-HIT-PARA.
           MOVE H5-CUSTOMER-ID TO WS-HL-CUSTOMER-ID
           MOVE H5-CUSTOMER-NAME TO WS-HL-CUSTOMER-NAME
           MOVE WS-WLT-ID(WS-WLT-IDX) TO WS-HL-ENTRY-ID
           MOVE WS-WLT-TYPE(WS-WLT-IDX) TO WS-HL-LIST-TYPE
           MOVE WS-MATCH-SCORE TO WS-HL-SCORE
           MOVE WS-HIT-STATUS TO WS-HL-RESULT
           MOVE WS-CUST-ACCT-COUNT TO WS-HL-ACCT-COUNT
           MOVE WS-HIT-LINE TO REPT-RECORD
           WRITE REPT-RECORD.
       WRITE-HIT-PARA-EXIT.
           EXIT.
      *    NAME MATCHING - SAME PARAGRAPHS AS CGBMSRC. THE CALLER
      *    PUTS THE NAME IN WS-NM-TEXT AND GETS ITS MATCH WORDS BACK
      *    IN WS-NM-TOKENS. TITLES AND SINGLE-LETTER INITIALS ARE
      *    DROPPED; ONLY THE FIRST 6 REMAINING WORDS ARE KEPT.
       TOKENISE-NAME-PARA.
           INSPECT WS-NM-TEXT CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-NM-TEXT CONVERTING '.,-''/&()'
                TO '        '
           MOVE SPACES TO WS-NM-RAW
           MOVE SPACES TO WS-NM-TOKENS
           MOVE ZERO TO WS-NM-COUNT
           UNSTRING WS-NM-TEXT DELIMITED BY ALL SPACE
               INTO WS-NM-RAW-WORD(1) WS-NM-RAW-WORD(2)
                    WS-NM-RAW-WORD(3) WS-NM-RAW-WORD(4)
                    WS-NM-RAW-WORD(5) WS-NM-RAW-WORD(6)
                    WS-NM-RAW-WORD(7) WS-NM-RAW-WORD(8)
           END-UNSTRING
           PERFORM KEEP-TOKEN-PARA THRU KEEP-TOKEN-PARA-EXIT
               VARYING WS-NM-RAW-IDX FROM 1 BY 1
               UNTIL WS-NM-RAW-IDX > 8.
       TOKENISE-NAME-PARA-EXIT.
           EXIT.
       KEEP-TOKEN-PARA.
           IF WS-NM-RAW-WORD(WS-NM-RAW-IDX) = SPACES OR
              WS-NM-RAW-WORD(WS-NM-RAW-IDX)(2:19) = SPACES OR
              WS-NM-NOISE-WORD(WS-NM-RAW-IDX) OR
              WS-NM-COUNT = 6
              GO TO KEEP-TOKEN-PARA-EXIT
           END-IF
           ADD 1 TO WS-NM-COUNT
           MOVE WS-NM-RAW-WORD(WS-NM-RAW-IDX)
                TO WS-NM-WORD(WS-NM-COUNT)
           MOVE WS-NM-WORD(WS-NM-COUNT)(1:1)
                TO WS-NM-SKEL(WS-NM-COUNT)(1:1)
           MOVE WS-NM-WORD(WS-NM-COUNT)(1:1) TO WS-SK-LAST
           MOVE 1 TO WS-SK-LEN
           PERFORM SKELETON-CHAR-PARA THRU SKELETON-CHAR-PARA-EXIT
               VARYING WS-SK-IDX FROM 2 BY 1
               UNTIL WS-SK-IDX > 20.
       KEEP-TOKEN-PARA-EXIT.
           EXIT.
       SKELETON-CHAR-PARA.
           MOVE WS-NM-WORD(WS-NM-COUNT)(WS-SK-IDX:1) TO WS-SK-CHAR
           IF WS-SK-CHAR = SPACE
              GO TO SKELETON-CHAR-PARA-EXIT
           END-IF
           IF NOT WS-SK-DROPPED AND WS-SK-CHAR NOT = WS-SK-LAST
              ADD 1 TO WS-SK-LEN
              MOVE WS-SK-CHAR TO WS-NM-SKEL(WS-NM-COUNT)(WS-SK-LEN:1)
           END-IF
           MOVE WS-SK-CHAR TO WS-SK-LAST.
       SKELETON-CHAR-PARA-EXIT.
           EXIT.
      *    SCORES WS-CU-TOKENS AGAINST WS-WL-TOKENS - 2 POINTS PER
      *    WATCHLIST WORD FOUND EXACTLY IN THE CUSTOMER NAME, 1 FOR A
      *    SOUND-ALIKE, SCALED OVER THE WATCHLIST ENTRY'S WORDS SO AN
      *    ENTRY WHOSE EVERY WORD IS IN THE CUSTOMER NAME SCORES 100 -
      *    EXTRA WORDS IN THE CUSTOMER NAME (A MIDDLE NAME) MUST NOT
      *    DILUTE THE MATCH.
       SCORE-NAMES-PARA.
           MOVE ZERO TO WS-MATCH-SCORE
           MOVE ZERO TO WS-MATCH-POINTS
           IF WS-CU-COUNT = 0 OR WS-WL-COUNT = 0
              GO TO SCORE-NAMES-PARA-EXIT
           END-IF
           PERFORM SCORE-WL-WORD-PARA THRU SCORE-WL-WORD-PARA-EXIT
               VARYING WS-WL-IDX FROM 1 BY 1
               UNTIL WS-WL-IDX > WS-WL-COUNT
           COMPUTE WS-MATCH-SCORE =
              WS-MATCH-POINTS * 50 / WS-WL-COUNT.
       SCORE-NAMES-PARA-EXIT.
           EXIT.
       SCORE-WL-WORD-PARA.
           MOVE ZERO TO WS-TOKEN-POINTS
           PERFORM COMPARE-WORD-PARA THRU COMPARE-WORD-PARA-EXIT
               VARYING WS-CU-IDX FROM 1 BY 1
               UNTIL WS-CU-IDX > WS-CU-COUNT OR WS-TOKEN-POINTS = 2
           ADD WS-TOKEN-POINTS TO WS-MATCH-POINTS.
       SCORE-WL-WORD-PARA-EXIT.
           EXIT.
       COMPARE-WORD-PARA.
           IF WS-WL-WORD(WS-WL-IDX) = WS-CU-WORD(WS-CU-IDX)
              MOVE 2 TO WS-TOKEN-POINTS
           ELSE
              IF WS-WL-SKEL(WS-WL-IDX) = WS-CU-SKEL(WS-CU-IDX)
                 MOVE 1 TO WS-TOKEN-POINTS
              END-IF
           END-IF.
       COMPARE-WORD-PARA-EXIT.
           EXIT.
       SCREEN-SUMMARY-PARA.
           MOVE SPACES TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-CUST-COUNT TO WS-CST-COUNT
           MOVE WS-CUST-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-POSSIBLE-COUNT TO WS-PST-COUNT
           MOVE WS-POSSIBLE-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-CONFIRMED-COUNT TO WS-CFT-COUNT
           MOVE WS-CONFIRMED-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-SUPPRESSED-COUNT TO WS-SPT-COUNT
           MOVE WS-SUPPRESSED-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-FROZEN-COUNT TO WS-FZT-COUNT
           MOVE WS-FROZEN-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-HIT-ERROR-COUNT TO WS-HET-COUNT
           MOVE WS-HIT-ERROR-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-REFROZEN-COUNT TO WS-RFZ-COUNT
           MOVE WS-REFROZEN-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-ERROR-COUNT TO WS-ERT-COUNT
           MOVE WS-ERROR-TOTAL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           IF WS-HIT-ERROR-COUNT > 0
              DISPLAY 'CGBSCRN HITS NOT RECORDED: ' WS-HIT-ERROR-COUNT
              MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-ERROR-COUNT > 0
              DISPLAY 'CGBSCRN SQL ERRORS: ' WS-ERROR-COUNT
              MOVE 8 TO RETURN-CODE
           END-IF.
       SCREEN-SUMMARY-PARA-EXIT.
           EXIT.
       TERM-PARA.
           CLOSE WL-FILE
           CLOSE REPT-FILE.
       TERM-PARA-EXIT.
           EXIT.
      *****************************************************************
      * RUN CONTROL. EVERY STEP OF THE NIGHTLY SUITE REGISTERS ITSELF IN
      * CBS_BATCH_RUN BEFORE IT DOES ANY WORK, AND REFUSES TO START -
      * RC=12, A REFUSED ROW AND NOTHING ELSE TOUCHED - IF IT HAS
      * ALREADY COMPLETED (OR IS STILL RUNNING) FOR THE BUSINESS DATE
      * AND THE RUNCTL CARD DOES NOT SAY FORCE, OR IF ANY OF ITS
      * CBS_BATCH_PREREQ STEPS HAS NOT COMPLETED FOR THE SAME DATE.
      * FORCE DOES NOT OVERRIDE A PREREQUISITE. THE BUSINESS DATE IS
      * TODAY'S DATE UNLESS THE CARD OVERRIDES IT.
      *****************************************************************
       RUN-CONTROL-START-PARA.
           ACCEPT WS-RC-BUSINESS-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-RC-CARD
           OPEN INPUT RUNCTL-FILE
           READ RUNCTL-FILE INTO WS-RC-CARD
              AT END
                 MOVE SPACES TO WS-RC-CARD
           END-READ
           CLOSE RUNCTL-FILE
           IF WS-RC-CARD-DATE NUMERIC
              MOVE WS-RC-CARD-DATE TO WS-RC-BUSINESS-DATE
           END-IF
           IF WS-RC-CARD-FORCE = 'FORCE'
              SET WS-RC-FORCED TO TRUE
           END-IF
           PERFORM RUN-CONTROL-STAMP-PARA THRU
                   RUN-CONTROL-STAMP-PARA-EXIT
           MOVE WS-RC-TIMESTAMP TO WS-RC-START-TIMESTAMP
           MOVE WS-RC-STEP-NAME TO H13-STEP-NAME
           MOVE WS-RC-BUSINESS-DATE TO H13-BUSINESS-DATE
           MOVE WS-RC-START-TIMESTAMP TO H13-START-TIMESTAMP
           MOVE SPACES TO H13-END-TIMESTAMP
           MOVE ZERO TO H13-COMPLETION-CODE
           MOVE ZERO TO H13-RECORDS-READ
           MOVE ZERO TO H13-RECORDS-PROCESSED
           MOVE ZERO TO H13-RECORDS-REJECTED
           MOVE WS-RC-FORCE-SW TO H13-FORCED-SW
           PERFORM RUN-CONTROL-CHECK-PARA THRU
                   RUN-CONTROL-CHECK-PARA-EXIT
           IF WS-RC-MESSAGE NOT = SPACES
              MOVE 'REFUSED   ' TO H13-RUN-STATUS
              MOVE WS-RC-TIMESTAMP TO H13-END-TIMESTAMP
              MOVE 12 TO H13-COMPLETION-CODE
              MOVE WS-RC-MESSAGE TO H13-RUN-MESSAGE
              PERFORM RUN-CONTROL-INSERT-PARA THRU
                      RUN-CONTROL-INSERT-PARA-EXIT
              DISPLAY WS-RC-STEP-NAME ' REFUSED FOR BUSINESS DATE '
                      WS-RC-BUSINESS-DATE ' - ' WS-RC-MESSAGE
              MOVE 12 TO RETURN-CODE
              GO TO RUN-CONTROL-START-PARA-EXIT
           END-IF
      *    A FORCED RERUN SUPERSEDES ANY RUN STILL SHOWING RUNNING FOR
      *    THE DATE (ONE THAT ABENDED WITHOUT REACHING ITS END).
           IF WS-RC-FORCED
              EXEC SQL
                   UPDATE CBS_BATCH_RUN
                   SET RUN_STATUS = 'FAILED    ',
                       END_TIMESTAMP = :WS-RC-TIMESTAMP,
                       RUN_MESSAGE = 'SUPERSEDED BY FORCED RERUN'
                   WHERE STEP_NAME = :H13-STEP-NAME
                     AND BUSINESS_DATE = :H13-BUSINESS-DATE
                     AND RUN_STATUS = 'RUNNING   '
              END-EXEC
              MOVE 'FORCED RERUN' TO H13-RUN-MESSAGE
           ELSE
              MOVE SPACES TO H13-RUN-MESSAGE
           END-IF
           MOVE 'RUNNING   ' TO H13-RUN-STATUS
           PERFORM RUN-CONTROL-INSERT-PARA THRU
                   RUN-CONTROL-INSERT-PARA-EXIT
           IF RETURN-CODE = ZERO
              SET WS-RC-CLEARED TO TRUE
              DISPLAY WS-RC-STEP-NAME ' STARTED FOR BUSINESS DATE '
                      WS-RC-BUSINESS-DATE
           END-IF.
       RUN-CONTROL-START-PARA-EXIT.
           EXIT.
       RUN-CONTROL-CHECK-PARA.
           MOVE SPACES TO WS-RC-MESSAGE
           EXEC SQL
                SELECT COUNT(*)
                INTO :WS-RC-RUN-COUNT
                FROM CBS_BATCH_RUN
                WHERE STEP_NAME = :H13-STEP-NAME
                  AND BUSINESS_DATE = :H13-BUSINESS-DATE
                  AND RUN_STATUS IN ('COMPLETED ', 'RUNNING   ')
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'RUN CONTROL TABLE NOT AVAILABLE' TO WS-RC-MESSAGE
              GO TO RUN-CONTROL-CHECK-PARA-EXIT
           END-IF
           IF WS-RC-RUN-COUNT > 0 AND NOT WS-RC-FORCED
              MOVE 'ALREADY RUN FOR THIS BUSINESS DATE'
                TO WS-RC-MESSAGE
              GO TO RUN-CONTROL-CHECK-PARA-EXIT
           END-IF
      *    THE LOWEST-NAMED PREREQUISITE STILL OUTSTANDING, IF ANY -
      *    ONE IS ENOUGH TO REFUSE, AND NAMING IT TELLS OPS WHERE TO
      *    LOOK.
           EXEC SQL
                SELECT MIN(P.PREREQ_STEP)
                INTO :H15-PREREQ-STEP :WS-RC-PREREQ-IND
                FROM CBS_BATCH_PREREQ P
                WHERE P.STEP_NAME = :H13-STEP-NAME
                  AND NOT EXISTS
                      (SELECT 1
                       FROM CBS_BATCH_RUN R
                       WHERE R.STEP_NAME = P.PREREQ_STEP
                         AND R.BUSINESS_DATE = :H13-BUSINESS-DATE
                         AND R.RUN_STATUS = 'COMPLETED ')
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'RUN CONTROL TABLE NOT AVAILABLE' TO WS-RC-MESSAGE
              GO TO RUN-CONTROL-CHECK-PARA-EXIT
           END-IF
           IF WS-RC-PREREQ-IND NOT < 0
              STRING 'PREREQUISITE ' DELIMITED BY SIZE
                     H15-PREREQ-STEP DELIMITED BY SPACE
                     ' NOT COMPLETED' DELIMITED BY SIZE
                INTO WS-RC-MESSAGE
              END-STRING
           END-IF.
       RUN-CONTROL-CHECK-PARA-EXIT.
           EXIT.
       RUN-CONTROL-INSERT-PARA.
           EXEC SQL
                INSERT INTO CBS_BATCH_RUN
                ( STEP_NAME, BUSINESS_DATE, START_TIMESTAMP,
                  END_TIMESTAMP, RUN_STATUS, COMPLETION_CODE,
                  FORCED_SW, RECORDS_READ, RECORDS_PROCESSED,
                  RECORDS_REJECTED, RUN_MESSAGE )
                VALUES
                ( :H13-STEP-NAME, :H13-BUSINESS-DATE,
                  :H13-START-TIMESTAMP, :H13-END-TIMESTAMP,
                  :H13-RUN-STATUS, :H13-COMPLETION-CODE,
                  :H13-FORCED-SW, :H13-RECORDS-READ,
                  :H13-RECORDS-PROCESSED, :H13-RECORDS-REJECTED,
                  :H13-RUN-MESSAGE )
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY WS-RC-STEP-NAME ' RUN CONTROL INSERT FAILED, '
                      'SQLCODE ' SQLCODE
              EXEC SQL ROLLBACK END-EXEC
              MOVE 12 TO RETURN-CODE
           ELSE
              EXEC SQL COMMIT END-EXEC
           END-IF.
       RUN-CONTROL-INSERT-PARA-EXIT.
           EXIT.
      *    CLOSES THE STEP'S CBS_BATCH_RUN ROW WITH ITS END TIME,
      *    RETURN CODE AND KEY COUNTS - FOR THIS STEP:
      *    LIST ENTRIES / CUSTOMERS SCREENED / ENTRIES REFUSED
       RUN-CONTROL-END-PARA.
           MOVE WS-DETAIL-COUNT TO H13-RECORDS-READ
           MOVE WS-CUST-COUNT TO H13-RECORDS-PROCESSED
           MOVE WS-REFUSED-COUNT TO H13-RECORDS-REJECTED
           PERFORM RUN-CONTROL-STAMP-PARA THRU
                   RUN-CONTROL-STAMP-PARA-EXIT
           MOVE WS-RC-STEP-NAME TO H13-STEP-NAME
           MOVE WS-RC-BUSINESS-DATE TO H13-BUSINESS-DATE
           MOVE WS-RC-START-TIMESTAMP TO H13-START-TIMESTAMP
           MOVE WS-RC-TIMESTAMP TO H13-END-TIMESTAMP
           MOVE RETURN-CODE TO H13-COMPLETION-CODE
           IF RETURN-CODE < 8
              MOVE 'COMPLETED ' TO H13-RUN-STATUS
           ELSE
              MOVE 'FAILED    ' TO H13-RUN-STATUS
           END-IF
           EXEC SQL
                UPDATE CBS_BATCH_RUN
                SET END_TIMESTAMP = :H13-END-TIMESTAMP,
                    RUN_STATUS = :H13-RUN-STATUS,
                    COMPLETION_CODE = :H13-COMPLETION-CODE,
                    RECORDS_READ = :H13-RECORDS-READ,
                    RECORDS_PROCESSED = :H13-RECORDS-PROCESSED,
                    RECORDS_REJECTED = :H13-RECORDS-REJECTED
                WHERE STEP_NAME = :H13-STEP-NAME
                  AND BUSINESS_DATE = :H13-BUSINESS-DATE
                  AND START_TIMESTAMP = :H13-START-TIMESTAMP
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY WS-RC-STEP-NAME ' RUN CONTROL UPDATE FAILED, '
                      'SQLCODE ' SQLCODE
              IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF
           EXEC SQL COMMIT END-EXEC
           DISPLAY WS-RC-STEP-NAME ' ' H13-RUN-STATUS
                   ' FOR BUSINESS DATE ' WS-RC-BUSINESS-DATE
                   ' RC=' RETURN-CODE.
       RUN-CONTROL-END-PARA-EXIT.
           EXIT.
       RUN-CONTROL-STAMP-PARA.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-RC-TIMESTAMP(1:16)
           MOVE SPACES TO WS-RC-TIMESTAMP(17:10).
       RUN-CONTROL-STAMP-PARA-EXIT.
           EXIT.
