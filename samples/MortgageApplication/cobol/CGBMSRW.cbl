       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGBMSRW.
      *****************************************************************
      * CGBMSRW - WATCHLIST REVIEW SCREEN (TRANSID ZC76)
      *           COMPLIANCE'S WORK LIST FOR THE POSSIBLE WATCHLIST
      *           HITS RAISED BY THE NIGHTLY CGBSCRN SCREEN AND BY
      *           ZC71 (CGBMSRC). LISTS THE POSSIBLE CBS_SCREEN_HIT
      *           ROWS 5 PER PAGE, OLDEST FIRST (PF8 PAGES FORWARD LIKE
      *           CGBMSRA), AND THE REVIEWER TYPES 'C' TO CLEAR A FALSE
      *           POSITIVE OR 'F' TO CONFIRM IT. A CONFIRMED HIT FREEZES
      *           EVERY ACCOUNT OF THE CUSTOMER NOT ALREADY CLOSED,
      *           FROZEN OR ESCHEATED, WITH A CBS_ACCT_STATUS_HIST ROW
      *           UNDER THE REVIEWER. A CLEARED HIT IS KEPT, SO THE SAME
      *           NAME AGAINST THE SAME ENTRY VERSION IS NOT RAISED
      *           AGAIN.
      *           CLEARING OR CONFIRMING NEEDS THE COMPLIANCE ROLE ON
      *           CBS_OPER_ROLE (ZC75); THE LIST ITSELF IS OPEN TO ALL.
      *           A REFUSAL IS LOGGED TO CBS_REG_ERROR_LOG AGAINST THE
      *           CUSTOMER ID SO IT SHOWS ON ZC68 AND CGBOPER.
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY DFHAID.
           COPY CBSWLRV.
        01 WS-COMMAREA.
           05 WS-CA-FUNCTION      PIC X(4).
      *    POSITION OF THE LAST ROW SHOWN. THE NIGHTLY RUN RAISES
      *    MANY HITS IN THE SAME SECOND, SO THE PAGE KEY IS THE FULL
      *    CBS_SCREEN_HIT KEY, NOT THE TIMESTAMP ALONE.
           05 WS-CA-LAST-TS       PIC X(26).
           05 WS-CA-LAST-CUST     PIC X(10).
           05 WS-CA-LAST-ENTRY    PIC X(12).
           05 WS-CA-MORE-SW       PIC X(1).
           05 WS-CA-ROW-COUNT     PIC 9(1).
      *    KEY OF EACH DISPLAYED CBS_SCREEN_HIT ROW, CARRIED ACROSS
      *    THE PSEUDOCONVERSATION SO A SELECTION ACTS ON THE ROW THAT
      *    WAS SHOWN.
           05 WS-CA-ROWS.
              10 WS-CA-ROW OCCURS 5 TIMES.
                 15 WS-CA-ROW-CUST  PIC X(10).
                 15 WS-CA-ROW-ENTRY PIC X(12).
                 15 WS-CA-ROW-TS    PIC X(26).
        01 WS-ROW-IDX         PIC 9(1).
        01 WS-ROW-COUNT       PIC 9(1).
        01 WS-SEL-VALUE       PIC X(1).
        01 WS-OPERATOR-ID     PIC X(10).
        01 WS-OLD-STATUS      PIC X(10).
        01 WS-NEW-STATUS      PIC X(10) VALUE 'FROZEN    '.
        01 WS-AUDIT-TIMESTAMP PIC X(26).
        01 WS-DECISION        PIC X(10).
        01 WS-REQUIRED-ROLE   PIC X(10).
        01 WS-ROLE-COUNT      PIC S9(9) COMP-3.
        01 WS-DENIAL-KEY      PIC X(18).
        01 WS-WL-NAME         PIC X(50).
        01 WS-PRINT-SCORE     PIC ZZ9.
        01 WS-FROZEN-COUNT    PIC 9(3) VALUE ZERO.
        01 WS-LIST-EOF-SW     PIC X VALUE 'N'.
           88 WS-LIST-EOF     VALUE 'Y' WHEN SET TO FALSE IS 'N'.
        01 WS-ACCT-EOF-SW     PIC X VALUE 'N'.
           88 WS-ACCT-EOF     VALUE 'Y' WHEN SET TO FALSE IS 'N'.
        77 WS-ABS-DATE    PIC S9(10) COMP-3.
        01 WS-DATE.
           05 WS-MONTH   PIC 99.
           05 FILLER     PIC X(01).
           05 WS-DAY     PIC 99.
           05 FILLER     PIC X(01).
           05 WS-YEAR    PIC 99.
        01 WS-TIME.
           05 WS-HOUR    PIC 99.
           05 FILLER     PIC X(01).
           05 WS-MIN     PIC 99.
           05 FILLER     PIC X(01).
           05 WS-SEC     PIC 99.
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
           INCLUDE CBSSHIT
           END-EXEC.
           EXEC SQL
           INCLUDE CBSOROL
           END-EXEC.
           EXEC SQL
           INCLUDE CBSERRL
           END-EXEC.
           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.
       LINKAGE SECTION.
        01 DFHCOMMAREA PIC X(294).
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM EIB-PARA THRU EIB-EXIT.
           STOP RUN.
       EIB-PARA.
           IF EIBCALEN = 0
             PERFORM INIT-PARA THRU INIT-EXIT
           ELSE
             MOVE DFHCOMMAREA TO WS-COMMAREA
             EVALUATE WS-CA-FUNCTION
             WHEN 'CWLR'
                PERFORM KEY-VALID THRU KEY-VALID-EXIT
             WHEN OTHER
                MOVE LOW-VALUES TO MAPWLRVO
                MOVE 'EXIT' TO MSGO
             END-EVALUATE
           END-IF.
       EIB-EXIT.
           EXIT.
       INIT-PARA.
           MOVE SPACES TO WS-COMMAREA
           MOVE 'CWLR' TO WS-CA-FUNCTION
           MOVE LOW-VALUES TO MAPWLRVO
           PERFORM REFRESH-LIST-PARA THRU REFRESH-LIST-PARA-EXIT
           IF WS-ROW-COUNT > 0 AND WS-CA-MORE-SW NOT = 'Y'
              MOVE 'TYPE C=CLEAR OR F=CONFIRM AGAINST A ROW' TO MSGO
           END-IF
           PERFORM DATE-TIME THRU DATE-TIME-EXIT
           MOVE WS-DATE TO CDATEO
           MOVE WS-TIME TO CTIMEO
           PERFORM SEND-MAP THRU SEND-MAP-EXIT
           PERFORM RETURN-CICS THRU RETURN-CICS-EXIT.
       INIT-EXIT.
           EXIT.
       DATE-TIME.
             EXEC CICS ASKTIME ABSTIME(WS-ABS-DATE)
             END-EXEC.
             EXEC CICS FORMATTIME ABSTIME(WS-ABS-DATE)
             DDMMYY(WS-DATE)
             DATESEP('-')
             TIME(WS-TIME)
             TIMESEP(':')
             END-EXEC.
       DATE-TIME-EXIT.
             EXIT.
       BUILD-AUDIT-TIMESTAMP.
             EXEC CICS ASKTIME ABSTIME(WS-ABS-DATE)
             END-EXEC.
             EXEC CICS FORMATTIME ABSTIME(WS-ABS-DATE)
             YYYYMMDD(WS-AUDIT-TIMESTAMP(1:8))
             TIME(WS-AUDIT-TIMESTAMP(9:6))
             END-EXEC.
             MOVE SPACES TO WS-AUDIT-TIMESTAMP(15:12).
       BUILD-AUDIT-TIMESTAMP-EXIT.
             EXIT.
       SEND-MAP.
             EXEC CICS
             SEND MAP('MAPWLRV') MAPSET('CBSWLRV')
             FROM(MAPWLRVO)
             ERASE
             END-EXEC.
       SEND-MAP-EXIT.
             EXIT.
       RETURN-CICS.
             EXEC CICS
             RETURN TRANSID('ZC76')
             COMMAREA(WS-COMMAREA)
             END-EXEC.
       RETURN-CICS-EXIT.
             EXIT.
       KEY-VALID.
             MOVE EIBUSERID TO WS-OPERATOR-ID
             EVALUATE EIBAID
             WHEN DFHENTER
               MOVE LOW-VALUES TO MAPWLRVO
               PERFORM RECEIVE-PARA THRU RECEIVE-PARA-EXIT
               IF SEL1I NOT = SPACES AND SEL1I NOT = LOW-VALUES
                  OR SEL2I NOT = SPACES AND SEL2I NOT = LOW-VALUES
                  OR SEL3I NOT = SPACES AND SEL3I NOT = LOW-VALUES
                  OR SEL4I NOT = SPACES AND SEL4I NOT = LOW-VALUES
                  OR SEL5I NOT = SPACES AND SEL5I NOT = LOW-VALUES
                  PERFORM ACTION-ROW-PARA THRU ACTION-ROW-PARA-EXIT
               ELSE
                  PERFORM REFRESH-LIST-PARA THRU REFRESH-LIST-PARA-EXIT
               END-IF
               PERFORM DATE-TIME THRU DATE-TIME-EXIT
               MOVE WS-DATE TO CDATEO
               MOVE WS-TIME TO CTIMEO
               PERFORM SEND-MAP THRU SEND-MAP-EXIT
               PERFORM RETURN-CICS THRU RETURN-CICS-EXIT
             WHEN DFHPF5
               MOVE LOW-VALUES TO MAPWLRVO
               PERFORM REFRESH-LIST-PARA THRU REFRESH-LIST-PARA-EXIT
               PERFORM DATE-TIME THRU DATE-TIME-EXIT
               MOVE WS-DATE TO CDATEO
               MOVE WS-TIME TO CTIMEO
               PERFORM SEND-MAP THRU SEND-MAP-EXIT
               PERFORM RETURN-CICS THRU RETURN-CICS-EXIT
             WHEN DFHPF8
               MOVE LOW-VALUES TO MAPWLRVO
               IF WS-CA-MORE-SW = 'Y'
                  PERFORM LIST-HITS-PARA THRU LIST-HITS-PARA-EXIT
                  PERFORM BUILD-LIST-MSG THRU BUILD-LIST-MSG-EXIT
               ELSE
                  MOVE 'NO MORE HITS AWAITING REVIEW' TO MSGO
               END-IF
               PERFORM DATE-TIME THRU DATE-TIME-EXIT
               MOVE WS-DATE TO CDATEO
               MOVE WS-TIME TO CTIMEO
               PERFORM SEND-MAP THRU SEND-MAP-EXIT
               PERFORM RETURN-CICS THRU RETURN-CICS-EXIT
             WHEN DFHPF3
               EXEC CICS
                    SEND CONTROL FREEKB ERASE
               END-EXEC
               EXEC CICS
                    RETURN
               END-EXEC
             WHEN OTHER
                MOVE LOW-VALUES TO MAPWLRVO
                MOVE 'INVALID OPTION' TO MSGO
                PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
             END-EVALUATE.
       KEY-VALID-EXIT.
             EXIT.
       RECEIVE-PARA.
             EXEC CICS
             RECEIVE MAP('MAPWLRV') MAPSET('CBSWLRV')
             INTO (MAPWLRVI)
             END-EXEC.
       RECEIVE-PARA-EXIT.
             EXIT.
       SEND-ERROR-MSG.
             PERFORM DATE-TIME THRU DATE-TIME-EXIT
             MOVE WS-DATE TO CDATEO
             MOVE WS-TIME TO CTIMEO
             PERFORM SEND-MAP THRU SEND-MAP-EXIT
             PERFORM RETURN-CICS THRU RETURN-CICS-EXIT.
       SEND-ERROR-EXIT.
            EXIT.
       REFRESH-LIST-PARA.
            MOVE LOW-VALUES TO WS-CA-LAST-TS
            MOVE LOW-VALUES TO WS-CA-LAST-CUST
            MOVE LOW-VALUES TO WS-CA-LAST-ENTRY
            PERFORM LIST-HITS-PARA THRU LIST-HITS-PARA-EXIT
            PERFORM BUILD-LIST-MSG THRU BUILD-LIST-MSG-EXIT.
       REFRESH-LIST-PARA-EXIT.
            EXIT.
       BUILD-LIST-MSG.
            IF WS-ROW-COUNT = 0 AND MSGO = LOW-VALUES
               MOVE 'NO HITS AWAITING REVIEW' TO MSGO
            END-IF
            IF WS-CA-MORE-SW = 'Y' AND MSGO = LOW-VALUES
               MOVE 'MORE HITS TO REVIEW - PRESS PF8 FOR NEXT PAGE'
                    TO MSGO
            END-IF.
       BUILD-LIST-MSG-EXIT.
            EXIT.
      *    KEYSET PAGING ON THE CBS_SCREEN_HIT KEY - LIST-HITS-PARA
      *    PICKS UP AFTER THE LAST ROW SHOWN AND REFRESH-LIST-PARA
      *    ZEROES IT FOR A FRESH LIST. AN ENTRY DELISTED SINCE THE HIT
      *    WAS RAISED STILL NEEDS A DECISION, SO THE WATCHLIST JOIN IS
      *    AN OUTER ONE.
       LIST-HITS-PARA.
            EXEC SQL
                 DECLARE HIT-CURSOR CURSOR FOR
                 SELECT H.CUSTOMER_ID, H.WL_ENTRY_ID, H.HIT_TIMESTAMP,
                        H.MATCH_SCORE, C.CUSTOMER_NAME,
                        COALESCE(W.WL_NAME, '*** DELISTED ***')
                 FROM CBS_SCREEN_HIT H
                 INNER JOIN CBS_CUST_MSTR C
                    ON C.CUSTOMER_ID = H.CUSTOMER_ID
                 LEFT OUTER JOIN CBS_WATCHLIST W
                    ON W.WL_ENTRY_ID = H.WL_ENTRY_ID
                 WHERE H.HIT_STATUS = 'POSSIBLE  '
                   AND (H.HIT_TIMESTAMP > :WS-CA-LAST-TS
                    OR (H.HIT_TIMESTAMP = :WS-CA-LAST-TS
                        AND H.CUSTOMER_ID > :WS-CA-LAST-CUST)
                    OR (H.HIT_TIMESTAMP = :WS-CA-LAST-TS
                        AND H.CUSTOMER_ID = :WS-CA-LAST-CUST
                        AND H.WL_ENTRY_ID > :WS-CA-LAST-ENTRY))
                 ORDER BY H.HIT_TIMESTAMP, H.CUSTOMER_ID,
                          H.WL_ENTRY_ID
            END-EXEC
            EXEC SQL OPEN HIT-CURSOR END-EXEC
            MOVE ZERO TO WS-ROW-COUNT
            MOVE 'N' TO WS-CA-MORE-SW
            SET WS-LIST-EOF TO FALSE
            PERFORM FETCH-HIT-PARA THRU FETCH-HIT-PARA-EXIT
            PERFORM STORE-HIT-ROW-PARA THRU STORE-HIT-ROW-PARA-EXIT
                UNTIL WS-LIST-EOF OR WS-ROW-COUNT = 5
            IF WS-ROW-COUNT = 5 AND NOT WS-LIST-EOF
               MOVE 'Y' TO WS-CA-MORE-SW
            END-IF
            EXEC SQL CLOSE HIT-CURSOR END-EXEC
            MOVE WS-ROW-COUNT TO WS-CA-ROW-COUNT.
       LIST-HITS-PARA-EXIT.
            EXIT.
       FETCH-HIT-PARA.
            EXEC SQL
                 FETCH HIT-CURSOR
                 INTO :H12-CUSTOMER-ID, :H12-WL-ENTRY-ID,
                      :H12-HIT-TIMESTAMP, :H12-MATCH-SCORE,
                      :H5-CUSTOMER-NAME, :WS-WL-NAME
            END-EXEC
            IF SQLCODE NOT = 0
               SET WS-LIST-EOF TO TRUE
            END-IF
            IF SQLCODE < 0
               DISPLAY 'HIT LIST SQL ERROR' SQLCODE
               MOVE 'HIT LIST SQL ERROR - PLEASE RETRY' TO MSGO
            END-IF.
       FETCH-HIT-PARA-EXIT.
            EXIT.
      *    THE FETCH AFTER THE FIFTH ROW IS THE LOOK-AHEAD THAT SETS
      *    WS-CA-MORE-SW FOR PF8.
       STORE-HIT-ROW-PARA.
            ADD 1 TO WS-ROW-COUNT
            MOVE H12-HIT-TIMESTAMP TO WS-CA-LAST-TS
            MOVE H12-CUSTOMER-ID TO WS-CA-LAST-CUST
            MOVE H12-WL-ENTRY-ID TO WS-CA-LAST-ENTRY
            PERFORM LOAD-ROW-PARA THRU LOAD-ROW-PARA-EXIT
            PERFORM FETCH-HIT-PARA THRU FETCH-HIT-PARA-EXIT.
       STORE-HIT-ROW-PARA-EXIT.
            EXIT.
       LOAD-ROW-PARA.
            MOVE H12-MATCH-SCORE TO WS-PRINT-SCORE
            MOVE H12-CUSTOMER-ID TO WS-CA-ROW-CUST(WS-ROW-COUNT)
            MOVE H12-WL-ENTRY-ID TO WS-CA-ROW-ENTRY(WS-ROW-COUNT)
            MOVE H12-HIT-TIMESTAMP TO WS-CA-ROW-TS(WS-ROW-COUNT)
            EVALUATE WS-ROW-COUNT
               WHEN 1
                  MOVE H12-CUSTOMER-ID TO CUS1O
                  MOVE H5-CUSTOMER-NAME TO CNM1O
                  MOVE H12-WL-ENTRY-ID TO WID1O
                  MOVE WS-WL-NAME TO WNM1O
                  MOVE WS-PRINT-SCORE TO SCR1O
               WHEN 2
                  MOVE H12-CUSTOMER-ID TO CUS2O
                  MOVE H5-CUSTOMER-NAME TO CNM2O
                  MOVE H12-WL-ENTRY-ID TO WID2O
                  MOVE WS-WL-NAME TO WNM2O
                  MOVE WS-PRINT-SCORE TO SCR2O
               WHEN 3
                  MOVE H12-CUSTOMER-ID TO CUS3O
                  MOVE H5-CUSTOMER-NAME TO CNM3O
                  MOVE H12-WL-ENTRY-ID TO WID3O
                  MOVE WS-WL-NAME TO WNM3O
                  MOVE WS-PRINT-SCORE TO SCR3O
               WHEN 4
                  MOVE H12-CUSTOMER-ID TO CUS4O
                  MOVE H5-CUSTOMER-NAME TO CNM4O
                  MOVE H12-WL-ENTRY-ID TO WID4O
                  MOVE WS-WL-NAME TO WNM4O
                  MOVE WS-PRINT-SCORE TO SCR4O
               WHEN 5
                  MOVE H12-CUSTOMER-ID TO CUS5O
                  MOVE H5-CUSTOMER-NAME TO CNM5O
                  MOVE H12-WL-ENTRY-ID TO WID5O
                  MOVE WS-WL-NAME TO WNM5O
                  MOVE WS-PRINT-SCORE TO SCR5O
            END-EVALUATE.
       LOAD-ROW-PARA-EXIT.
            EXIT.
       ACTION-ROW-PARA.
            MOVE ZERO TO WS-ROW-IDX
            IF SEL1I NOT = SPACES AND SEL1I NOT = LOW-VALUES
               MOVE 1 TO WS-ROW-IDX
               MOVE SEL1I TO WS-SEL-VALUE
            ELSE
               IF SEL2I NOT = SPACES AND SEL2I NOT = LOW-VALUES
                  MOVE 2 TO WS-ROW-IDX
                  MOVE SEL2I TO WS-SEL-VALUE
               ELSE
                  IF SEL3I NOT = SPACES AND SEL3I NOT = LOW-VALUES
                     MOVE 3 TO WS-ROW-IDX
                     MOVE SEL3I TO WS-SEL-VALUE
                  ELSE
                     IF SEL4I NOT = SPACES AND SEL4I NOT = LOW-VALUES
                        MOVE 4 TO WS-ROW-IDX
                        MOVE SEL4I TO WS-SEL-VALUE
                     ELSE
                        MOVE 5 TO WS-ROW-IDX
                        MOVE SEL5I TO WS-SEL-VALUE
                     END-IF
                  END-IF
               END-IF
            END-IF
            IF WS-ROW-IDX > WS-CA-ROW-COUNT
               MOVE 'INVALID SELECTION - REFRESH AND RETRY' TO MSGO
               PERFORM REFRESH-LIST-PARA THRU REFRESH-LIST-PARA-EXIT
            ELSE
               EVALUATE WS-SEL-VALUE
                  WHEN 'C'
                  WHEN 'c'
                     MOVE 'CLEARED   ' TO WS-DECISION
                     PERFORM DECIDE-HIT-PARA THRU DECIDE-HIT-PARA-EXIT
                  WHEN 'F'
                  WHEN 'f'
                     MOVE 'CONFIRMED ' TO WS-DECISION
                     PERFORM DECIDE-HIT-PARA THRU DECIDE-HIT-PARA-EXIT
                  WHEN OTHER
                     MOVE 'TYPE C TO CLEAR OR F TO CONFIRM' TO MSGO
                     PERFORM REFRESH-LIST-PARA THRU
                             REFRESH-LIST-PARA-EXIT
               END-EVALUATE
            END-IF.
       ACTION-ROW-PARA-EXIT.
            EXIT.
      *    RE-READS THE SELECTED HIT BY ITS KEY AND CHECKS IT IS STILL
      *    POSSIBLE - TWO REVIEWERS ON THE SAME PAGE MUST NOT BOTH
      *    DECIDE IT.
       DECIDE-HIT-PARA.
            MOVE WS-CA-ROW-CUST(WS-ROW-IDX) TO H12-CUSTOMER-ID
            MOVE WS-CA-ROW-ENTRY(WS-ROW-IDX) TO H12-WL-ENTRY-ID
            MOVE WS-CA-ROW-TS(WS-ROW-IDX) TO H12-HIT-TIMESTAMP
            EXEC SQL
                 SELECT HIT_STATUS
                 INTO :H12-HIT-STATUS
                 FROM CBS_SCREEN_HIT
                 WHERE CUSTOMER_ID = :H12-CUSTOMER-ID
                   AND WL_ENTRY_ID = :H12-WL-ENTRY-ID
                   AND HIT_TIMESTAMP = :H12-HIT-TIMESTAMP
            END-EXEC
            DISPLAY 'SCREEN HIT READ SQLCODE:' SQLCODE
            EVALUATE SQLCODE
               WHEN 0
                  IF H12-HIT-STATUS NOT = 'POSSIBLE  '
                     MOVE 'HIT ALREADY REVIEWED - LIST REFRESHED'
                          TO MSGO
                     PERFORM REFRESH-LIST-PARA THRU
                             REFRESH-LIST-PARA-EXIT
                  ELSE
                     MOVE 'COMPLIANCE' TO WS-REQUIRED-ROLE
                     PERFORM CHECK-ENTITLEMENT-PARA THRU
                             CHECK-ENTITLEMENT-PARA-EXIT
                     PERFORM MARK-HIT-PARA THRU MARK-HIT-PARA-EXIT
                     IF WS-DECISION = 'CONFIRMED '
                        PERFORM FREEZE-ACCOUNTS-PARA THRU
                                FREEZE-ACCOUNTS-PARA-EXIT
                        MOVE SPACES TO MSGO
                        MOVE WS-FROZEN-COUNT TO WS-PRINT-SCORE
                        STRING 'HIT CONFIRMED - ' DELIMITED BY SIZE
                               WS-PRINT-SCORE DELIMITED BY SIZE
                               ' ACCOUNT(S) FROZEN' DELIMITED BY SIZE
                          INTO MSGO
                     ELSE
                        MOVE 'HIT CLEARED AS A FALSE POSITIVE' TO MSGO
                     END-IF
                     PERFORM REFRESH-LIST-PARA THRU
                             REFRESH-LIST-PARA-EXIT
                  END-IF
               WHEN 100
                  MOVE 'HIT NO LONGER EXISTS - LIST REFRESHED'
                       TO MSGO
                  PERFORM REFRESH-LIST-PARA THRU REFRESH-LIST-PARA-EXIT
               WHEN OTHER
                  MOVE 'SQL ERROR READING HIT' TO MSGO
                  PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
            END-EVALUATE.
       DECIDE-HIT-PARA-EXIT.
            EXIT.
      *    THE HIT_STATUS = POSSIBLE GUARD MAKES THE DECISION WRITE
      *    CONDITIONAL ON NOBODY ELSE HAVING DECIDED THE SAME HIT.
       MARK-HIT-PARA.
            PERFORM BUILD-AUDIT-TIMESTAMP THRU
                    BUILD-AUDIT-TIMESTAMP-EXIT
            MOVE WS-DECISION TO H12-HIT-STATUS
            MOVE WS-OPERATOR-ID TO H12-REVIEW-USERID
            MOVE WS-AUDIT-TIMESTAMP TO H12-REVIEW-TIMESTAMP
            EXEC SQL
                 UPDATE CBS_SCREEN_HIT
                 SET HIT_STATUS = :H12-HIT-STATUS,
                     REVIEW_USERID = :H12-REVIEW-USERID,
                     REVIEW_TIMESTAMP = :H12-REVIEW-TIMESTAMP
                 WHERE CUSTOMER_ID = :H12-CUSTOMER-ID
                   AND WL_ENTRY_ID = :H12-WL-ENTRY-ID
                   AND HIT_TIMESTAMP = :H12-HIT-TIMESTAMP
                   AND HIT_STATUS = 'POSSIBLE  '
            END-EXEC
            DISPLAY 'MARK HIT SQLCODE:' SQLCODE
            EVALUATE SQLCODE
               WHEN 0
                  CONTINUE
               WHEN 100
                  MOVE 'HIT ALREADY REVIEWED BY ANOTHER OPERATOR'
                       TO MSGO
                  PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
               WHEN OTHER
                  DISPLAY 'MARK HIT SQL ERROR' SQLCODE
                  MOVE 'SQL ERROR RECORDING DECISION - PLEASE RETRY'
                       TO MSGO
                  PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
            END-EVALUATE.
       MARK-HIT-PARA-EXIT.
            EXIT.
      *    CONFIRMED - SAME FREEZE AS CGBSCRN AND CGBMSRC: EVERY
      *    ACCOUNT NOT ALREADY CLOSED, FROZEN OR ESCHEATED, GUARDED ON
      *    THE STATUS READ, WITH A HISTORY ROW IN THE ACCOUNT'S OWN
      *    BRANCH UNDER THE REVIEWER. AN SQL ERROR ANYWHERE IN THE
      *    FREEZE GOES TO FREEZE-FAILED-PARA, WHICH BACKS OUT THE
      *    DECISION WITH IT.
       FREEZE-ACCOUNTS-PARA.
            MOVE ZERO TO WS-FROZEN-COUNT
            EXEC SQL
                 DECLARE FRZ-CURSOR CURSOR FOR
                 SELECT ACCOUNT_NUMBER, ACCOUNT_STATUS, BRANCH_ID
                 FROM CBS_ACCT_MSTR_DTL
                 WHERE CUSTOMER_ID = :H12-CUSTOMER-ID
                   AND ACCOUNT_STATUS NOT IN ('CLOSED    ',
                                              'FROZEN    ',
                                              'ESCHEATED ')
                 FOR UPDATE OF ACCOUNT_STATUS
            END-EXEC
            EXEC SQL OPEN FRZ-CURSOR END-EXEC
            IF SQLCODE NOT = 0
               DISPLAY 'FRZ-CURSOR OPEN SQL ERROR ' SQLCODE
               PERFORM FREEZE-FAILED-PARA THRU FREEZE-FAILED-PARA-EXIT
            END-IF
            SET WS-ACCT-EOF TO FALSE
            PERFORM FETCH-FRZ-PARA THRU FETCH-FRZ-PARA-EXIT
            PERFORM FREEZE-ACCOUNT-PARA THRU FREEZE-ACCOUNT-PARA-EXIT
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
                  PERFORM FREEZE-FAILED-PARA THRU
                          FREEZE-FAILED-PARA-EXIT
            END-EVALUATE.
       FETCH-FRZ-PARA-EXIT.
            EXIT.
       FREEZE-ACCOUNT-PARA.
            MOVE H1-ACCOUNT-STATUS TO WS-OLD-STATUS
            PERFORM BUILD-AUDIT-TIMESTAMP THRU
                    BUILD-AUDIT-TIMESTAMP-EXIT
            EXEC SQL UPDATE CBS_ACCT_MSTR_DTL
                 SET ACCOUNT_STATUS = :WS-NEW-STATUS,
                     UPD_USERID = :WS-OPERATOR-ID,
                     UPD_TIMESTAMP = :WS-AUDIT-TIMESTAMP
                 WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
                   AND ACCOUNT_STATUS = :WS-OLD-STATUS
            END-EXEC
            DISPLAY 'REVIEW FREEZE SQLCODE:' SQLCODE
            EVALUATE SQLCODE
               WHEN 0
                  ADD 1 TO WS-FROZEN-COUNT
                  PERFORM WRITE-STATUS-HIST THRU
                          WRITE-STATUS-HIST-EXIT
               WHEN 100
                  CONTINUE
               WHEN OTHER
                  PERFORM FREEZE-FAILED-PARA THRU
                          FREEZE-FAILED-PARA-EXIT
            END-EVALUATE
            PERFORM FETCH-FRZ-PARA THRU FETCH-FRZ-PARA-EXIT.
       FREEZE-ACCOUNT-PARA-EXIT.
            EXIT.
      *    THE HIT HAS ALREADY BEEN MARKED CONFIRMED IN THIS UNIT OF
      *    WORK, SO A PART-DONE FREEZE IS BACKED OUT WITH THE MARK -
      *    THE HIT STAYS POSSIBLE ON THE LIST FOR A RETRY RATHER THAN
      *    CONFIRMED WITH ACCOUNTS LEFT OPEN. THE TASK ENDS HERE.
       FREEZE-FAILED-PARA.
            EXEC CICS SYNCPOINT ROLLBACK END-EXEC
            MOVE 'SQL ERROR FREEZING ACCOUNTS - HIT NOT CONFIRMED'
                 TO MSGO
            PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT.
       FREEZE-FAILED-PARA-EXIT.
            EXIT.
       WRITE-STATUS-HIST.
            MOVE H1-ACCOUNT-NUMBER TO H2-ACCOUNT-NUMBER
            MOVE WS-OLD-STATUS TO H2-OLD-STATUS
            MOVE WS-NEW-STATUS TO H2-NEW-STATUS
            MOVE WS-AUDIT-TIMESTAMP TO H2-CHANGE-TIMESTAMP
            MOVE WS-OPERATOR-ID TO H2-OPERATOR-ID
            MOVE H1-BRANCH-ID TO H2-BRANCH-ID
            EXEC SQL
            INSERT INTO CBS_ACCT_STATUS_HIST
              (ACCOUNT_NUMBER, OLD_STATUS, NEW_STATUS,
               CHANGE_TIMESTAMP, OPERATOR_ID, BRANCH_ID)
            VALUES
              (:H2-ACCOUNT-NUMBER, :H2-OLD-STATUS, :H2-NEW-STATUS,
               :H2-CHANGE-TIMESTAMP, :H2-OPERATOR-ID, :H2-BRANCH-ID)
            END-EXEC
            DISPLAY 'STATUS HIST SQLCODE:' SQLCODE.
       WRITE-STATUS-HIST-EXIT.
            EXIT.
      *    ENTITLEMENT CHECK - THE CALLER SETS WS-REQUIRED-ROLE. AN
      *    OPERATOR WITHOUT THE ROLE (OR A FAILED LOOKUP - ACCESS IS
      *    NEVER GRANTED ON AN SQL ERROR) HAS THE REFUSAL LOGGED
      *    AGAINST THE SELECTED ROW'S CUSTOMER AND GETS THE LIST BACK
      *    WITH THE REASON; THE TASK ENDS HERE.
       CHECK-ENTITLEMENT-PARA.
            MOVE WS-OPERATOR-ID TO H10-OPERATOR-ID
            MOVE WS-REQUIRED-ROLE TO H10-ROLE-CODE
            EXEC SQL
                 SELECT COUNT(*) INTO :WS-ROLE-COUNT
                 FROM CBS_OPER_ROLE
                 WHERE OPERATOR_ID = :H10-OPERATOR-ID
                   AND ROLE_CODE = :H10-ROLE-CODE
            END-EXEC
            DISPLAY 'ENTITLEMENT SQLCODE:' SQLCODE
            IF SQLCODE NOT = 0 OR WS-ROLE-COUNT = 0
               MOVE WS-CA-ROW-CUST(WS-ROW-IDX) TO WS-DENIAL-KEY
               MOVE SPACES TO MSGO
               STRING 'NOT AUTHORISED - ' DELIMITED BY SIZE
                      WS-REQUIRED-ROLE DELIMITED BY SPACE
                      ' ROLE REQUIRED' DELIMITED BY SIZE
                 INTO MSGO
               PERFORM WRITE-ERROR-LOG THRU WRITE-ERROR-LOG-EXIT
               PERFORM REFRESH-LIST-PARA THRU REFRESH-LIST-PARA-EXIT
               PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
            END-IF.
       CHECK-ENTITLEMENT-PARA-EXIT.
            EXIT.
      *    SAME CBS_REG_ERROR_LOG ROW CGBMSRG'S WRITE-ERROR-LOG
      *    WRITES - ACCOUNT_NUMBER CARRIES THE CUSTOMER ID, AS ON ZC71.
       WRITE-ERROR-LOG.
            PERFORM BUILD-AUDIT-TIMESTAMP THRU
                    BUILD-AUDIT-TIMESTAMP-EXIT
            MOVE WS-DENIAL-KEY TO H3-ACCOUNT-NUMBER
            MOVE WS-AUDIT-TIMESTAMP TO H3-ERROR-TIMESTAMP
            MOVE WS-OPERATOR-ID TO H3-OPERATOR-ID
            MOVE MSGO TO H3-ERROR-MESSAGE
            EXEC SQL
            INSERT INTO CBS_REG_ERROR_LOG
              (ACCOUNT_NUMBER, ERROR_TIMESTAMP, OPERATOR_ID,
               ERROR_MESSAGE)
            VALUES
              (:H3-ACCOUNT-NUMBER, :H3-ERROR-TIMESTAMP,
               :H3-OPERATOR-ID, :H3-ERROR-MESSAGE)
            END-EXEC
            DISPLAY 'ERROR LOG SQLCODE:' SQLCODE.
       WRITE-ERROR-LOG-EXIT.
            EXIT.
