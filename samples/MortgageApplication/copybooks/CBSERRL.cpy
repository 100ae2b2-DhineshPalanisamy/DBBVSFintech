      *           REJECTED/FAILED REGISTRATION ATTEMPT LOG
      *           ACCOUNT_NUMBER IS CHAR, NOT DECIMAL, BECAUSE A
      *           REJECTED INPUT MAY BE BLANK OR ALPHABETIC.
      *           ENTITLEMENT REFUSALS FROM THE MAINTENANCE SCREENS ARE
      *           LOGGED HERE TOO, WITH ERROR_MESSAGE 'NOT AUTHORISED -'
      *           AND ACCOUNT_NUMBER HOLDING WHATEVER THE ATTEMPT WAS
      *           AGAINST - ACCOUNT, PRODUCT CODE, CUSTOMER ID OR
      *           OPERATOR ID.
      *****************************************************************
           EXEC SQL DECLARE CBS-REG-ERROR-LOG TABLE
           ( ACCOUNT_NUMBER            CHAR(18) NOT NULL,
