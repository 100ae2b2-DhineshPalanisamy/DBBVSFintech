      *****************************************************************
      * CBSOPRM - SYMBOLIC MAP FOR MAPSET CBSOPRM, MAP MAPOPRM
      *           OPERATOR MAINTENANCE SCREEN (TRANSID ZC75)
      *           ONE OPERATOR ID WITH ITS CBS_OPER_BRANCH ROW (BRANCH
      *           ID AND NAME) AND A Y/N FLAG FOR EACH ROLE HELD ON
      *           CBS_OPER_ROLE - TELLER, SUPERVISOR, PRODUCT ADMIN
      *           CUSTOMER ADMIN AND COMPLIANCE.
      *****************************************************************
       01  MAPOPRMI.
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
           02  OPIDL         PIC S9(4) COMP.
           02  OPIDF         PIC X.
           02  FILLER REDEFINES OPIDF.
               03  OPIDA     PIC X.
           02  OPIDI         PIC X(10).
           02  BRCHL         PIC S9(4) COMP.
           02  BRCHF         PIC X.
           02  FILLER REDEFINES BRCHF.
               03  BRCHA     PIC X.
           02  BRCHI         PIC X(5).
           02  BNAML         PIC S9(4) COMP.
           02  BNAMF         PIC X.
           02  FILLER REDEFINES BNAMF.
               03  BNAMA     PIC X.
           02  BNAMI         PIC X(30).
           02  RTELL         PIC S9(4) COMP.
           02  RTELF         PIC X.
           02  FILLER REDEFINES RTELF.
               03  RTELA     PIC X.
           02  RTELI         PIC X(1).
           02  RSUPL         PIC S9(4) COMP.
           02  RSUPF         PIC X.
           02  FILLER REDEFINES RSUPF.
               03  RSUPA     PIC X.
           02  RSUPI         PIC X(1).
           02  RPRDL         PIC S9(4) COMP.
           02  RPRDF         PIC X.
           02  FILLER REDEFINES RPRDF.
               03  RPRDA     PIC X.
           02  RPRDI         PIC X(1).
           02  RCUSL         PIC S9(4) COMP.
           02  RCUSF         PIC X.
           02  FILLER REDEFINES RCUSF.
               03  RCUSA     PIC X.
           02  RCUSI         PIC X(1).
           02  RCMPL         PIC S9(4) COMP.
           02  RCMPF         PIC X.
           02  FILLER REDEFINES RCMPF.
               03  RCMPA     PIC X.
           02  RCMPI         PIC X(1).
           02  MSGL          PIC S9(4) COMP.
           02  MSGF          PIC X.
           02  FILLER REDEFINES MSGF.
               03  MSGA      PIC X.
           02  MSGI          PIC X(79).
       01  MAPOPRMO REDEFINES MAPOPRMI.
           02  FILLER        PIC X(12).
           02  FILLER        PIC X(3).
           02  CDATEO        PIC X(8).
           02  FILLER        PIC X(3).
           02  CTIMEO        PIC X(8).
           02  FILLER        PIC X(3).
           02  OPIDO         PIC X(10).
           02  FILLER        PIC X(3).
           02  BRCHO         PIC X(5).
           02  FILLER        PIC X(3).
           02  BNAMO         PIC X(30).
           02  FILLER        PIC X(3).
           02  RTELO         PIC X(1).
           02  FILLER        PIC X(3).
           02  RSUPO         PIC X(1).
           02  FILLER        PIC X(3).
           02  RPRDO         PIC X(1).
           02  FILLER        PIC X(3).
           02  RCUSO         PIC X(1).
           02  FILLER        PIC X(3).
           02  RCMPO         PIC X(1).
           02  FILLER        PIC X(3).
           02  MSGO          PIC X(79).
