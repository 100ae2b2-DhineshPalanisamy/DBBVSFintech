      *           TERMS. A BLANK EFFECTIVE DATE MEANS TODAY; A FUTURE
      *           DATE RECORDS THE NEW TERMS WITHOUT TOUCHING THE
      *           MASTER, WHICH KEEPS ONLY THE TERMS IN FORCE NOW.
      *           PF5/PF6 NEED THE PRODADMIN ROLE ON CBS_OPER_ROLE
      *           (ZC75); A REFUSAL IS LOGGED TO CBS_REG_ERROR_LOG.
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
        01 WS-MINB-NUM        PIC S9(11)V99 COMP-3.
        01 WS-RATE-DISP       PIC ZZ9.99.
        01 WS-MINB-DISP       PIC Z(10)9.99.
        01 WS-REQUIRED-ROLE   PIC X(10).
        01 WS-ROLE-COUNT      PIC S9(9) COMP-3.
        01 WS-DENIAL-KEY      PIC X(18).
        77 WS-ABS-DATE    PIC S9(10) COMP-3.
        01 WS-DATE.
           05 WS-MONTH   PIC 99.
           INCLUDE CBSPRTH
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
               PERFORM RETURN-CICS THRU RETURN-CICS-EXIT
             WHEN DFHPF5
               PERFORM RECEIVE-PARA THRU RECEIVE-PARA-EXIT
               PERFORM AUTHORISE-PARA THRU AUTHORISE-PARA-EXIT
               PERFORM VALIDATE-INPUT-PARA THRU VALIDATE-INPUT-EXIT
               PERFORM ADD-PRODUCT-PARA THRU ADD-PRODUCT-PARA-EXIT
               PERFORM DATE-TIME THRU DATE-TIME-EXIT
               PERFORM RETURN-CICS THRU RETURN-CICS-EXIT
             WHEN DFHPF6
               PERFORM RECEIVE-PARA THRU RECEIVE-PARA-EXIT
               PERFORM AUTHORISE-PARA THRU AUTHORISE-PARA-EXIT
               PERFORM VALIDATE-INPUT-PARA THRU VALIDATE-INPUT-EXIT
               PERFORM UPDATE-PRODUCT-PARA THRU
                       UPDATE-PRODUCT-PARA-EXIT
             PERFORM RETURN-CICS THRU RETURN-CICS-EXIT.
       SEND-ERROR-EXIT.
            EXIT.
      *    ADD AND UPDATE NEED THE PRODADMIN ROLE ON CBS_OPER_ROLE
      *    (MAINTAINED ON ZC75); ENTER INQUIRY STAYS OPEN TO ALL.
       AUTHORISE-PARA.
            MOVE PCODEI TO WS-DENIAL-KEY
            MOVE 'PRODADMIN ' TO WS-REQUIRED-ROLE
            PERFORM CHECK-ENTITLEMENT-PARA THRU
                    CHECK-ENTITLEMENT-PARA-EXIT.
       AUTHORISE-PARA-EXIT.
            EXIT.
      *    ENTITLEMENT CHECK - THE CALLER SETS WS-REQUIRED-ROLE AND
      *    WS-DENIAL-KEY. AN OPERATOR WITHOUT THE ROLE (OR A FAILED
      *    LOOKUP - ACCESS IS NEVER GRANTED ON AN SQL ERROR) GETS THE
      *    REFUSAL LOGGED AND THE TASK ENDS HERE.
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
               MOVE LOW-VALUES TO MAPPRDMO
               MOVE SPACES TO MSGO
               STRING 'NOT AUTHORISED - ' DELIMITED BY SIZE
                      WS-REQUIRED-ROLE DELIMITED BY SPACE
                      ' ROLE REQUIRED' DELIMITED BY SIZE
                 INTO MSGO
               PERFORM WRITE-ERROR-LOG THRU WRITE-ERROR-LOG-EXIT
               PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
            END-IF.
       CHECK-ENTITLEMENT-PARA-EXIT.
            EXIT.
      *    SAME CBS_REG_ERROR_LOG ROW CGBMSRG'S WRITE-ERROR-LOG
      *    WRITES - ACCOUNT_NUMBER CARRIES THE PRODUCT CODE KEYED,
      *    SO THE REFUSAL SHOWS ON ZC68 AND CGBOPER.
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
      *    ENTER LOOKS UP THE KEYED PRODUCT CODE AND, IF IT EXISTS,
      *    REDISPLAYS ITS CURRENT VALUES SO THEY CAN BE EDITED AND
      *    SENT BACK WITH PF6 - IF IT DOESN'T, INVITES PF5 TO ADD IT.
