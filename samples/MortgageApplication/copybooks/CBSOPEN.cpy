      *****************************************************************
      * CBSOPEN - SYMBOLIC MAP FOR MAPSET CBSOPEN, MAP MAPOPEN
      *           NEW-ACCOUNT ORIGINATION SCREEN (TRANSID ZC74)
      *           THE BRANCH KEYS CUSTOMER ID, PRODUCT CODE AND
      *           ACCOUNT NAME; THE PROGRAM FILLS IN THE CUSTOMER
      *           NAME/KYC STATUS, PRODUCT DESCRIPTION AND, ONCE THE
      *           ACCOUNT IS OPENED, THE ASSIGNED ACCOUNT NUMBER,
      *           STARTING STATUS AND OWNING BRANCH.
      *****************************************************************
       01  MAPOPENI.
           02  FILLER        PIC X(12).
           02  CDATEL        PIC S9(4) COMP.
           02  CDATEF        PIC X.
           02  FILLER REDEFINES CDATEF.
               03  CDATEA    PIC X.
           02  CDATEI        PIC X(8).
           02  CTIMEL        PIC S9(4) COMP.
           02  CTIMEF        PIC X.
           02  FILLER REDEFINES CTIMEF.
               03  CTIMEA    PIC X.
           02  CTIMEI        PIC X(8).
           02  CUSTL         PIC S9(4) COMP.
           02  CUSTF         PIC X.
           02  FILLER REDEFINES CUSTF.
               03  CUSTA     PIC X.
           02  CUSTI         PIC X(10).
           02  CNAML         PIC S9(4) COMP.
           02  CNAMF         PIC X.
           02  FILLER REDEFINES CNAMF.
               03  CNAMA     PIC X.
           02  CNAMI         PIC X(50).
           02  KYCSL         PIC S9(4) COMP.
           02  KYCSF         PIC X.
           02  FILLER REDEFINES KYCSF.
               03  KYCSA     PIC X.
           02  KYCSI         PIC X(10).
           02  PRODL         PIC S9(4) COMP.
           02  PRODF         PIC X.
           02  FILLER REDEFINES PRODF.
               03  PRODA     PIC X.
           02  PRODI         PIC X(10).
           02  PDSCL         PIC S9(4) COMP.
           02  PDSCF         PIC X.
           02  FILLER REDEFINES PDSCF.
               03  PDSCA     PIC X.
           02  PDSCI         PIC X(30).
           02  ANAML         PIC S9(4) COMP.
           02  ANAMF         PIC X.
           02  FILLER REDEFINES ANAMF.
               03  ANAMA     PIC X.
           02  ANAMI         PIC X(50).
           02  ACCTL         PIC S9(4) COMP.
           02  ACCTF         PIC X.
           02  FILLER REDEFINES ACCTF.
               03  ACCTA     PIC X.
           02  ACCTI         PIC X(18).
           02  STATL         PIC S9(4) COMP.
           02  STATF         PIC X.
           02  FILLER REDEFINES STATF.
               03  STATA     PIC X.
           02  STATI         PIC X(10).
           02  BRCHL         PIC S9(4) COMP.
           02  BRCHF         PIC X.
           02  FILLER REDEFINES BRCHF.
               03  BRCHA     PIC X.
           02  BRCHI         PIC X(5).
           02  MSGL          PIC S9(4) COMP.
           02  MSGF          PIC X.
           02  FILLER REDEFINES MSGF.
               03  MSGA      PIC X.
           02  MSGI          PIC X(79).
       01  MAPOPENO REDEFINES MAPOPENI.
           02  FILLER        PIC X(12).
           02  FILLER        PIC X(3).
           02  CDATEO        PIC X(8).
           02  FILLER        PIC X(3).
           02  CTIMEO        PIC X(8).
           02  FILLER        PIC X(3).
           02  CUSTO         PIC X(10).
           02  FILLER        PIC X(3).
           02  CNAMO         PIC X(50).
           02  FILLER        PIC X(3).
           02  KYCSO         PIC X(10).
           02  FILLER        PIC X(3).
           02  PRODO         PIC X(10).
           02  FILLER        PIC X(3).
           02  PDSCO         PIC X(30).
           02  FILLER        PIC X(3).
           02  ANAMO         PIC X(50).
           02  FILLER        PIC X(3).
           02  ACCTO         PIC X(18).
           02  FILLER        PIC X(3).
           02  STATO         PIC X(10).
           02  FILLER        PIC X(3).
           02  BRCHO         PIC X(5).
           02  FILLER        PIC X(3).
           02  MSGO          PIC X(79).
