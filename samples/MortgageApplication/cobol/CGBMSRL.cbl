      *           CGBMSRG POPULATES BUT NOTHING ELSE EVER READS BACK.
      *           SEARCHES BY ACCOUNT NUMBER OR OPERATOR ID SO OPS CAN
      *           SEE WHAT A TELLER'S REJECTED ATTEMPTS ACTUALLY SAID
      *           WITHOUT A DBA RUNNING A RAW SQL QUERY. ENTITLEMENT
      *           REFUSALS FROM THE MAINTENANCE SCREENS ARE ON THE SAME
      *           LOG, SO AN OPERATOR SEARCH SHOWS THEM TOO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
