      *****************************************************************
      * CBSWLRV - SYMBOLIC MAP FOR MAPSET CBSWLRV, MAP MAPWLRV
      *           WATCHLIST REVIEW SCREEN (TRANSID ZC76). LISTS UP TO
      *           5 POSSIBLE CBS_SCREEN_HIT ROWS PER PAGE - CUSTOMER,
      *           CUSTOMER NAME, WATCHLIST ENTRY, ENTRY NAME AND MATCH
      *           SCORE. COMPLIANCE TYPES 'C' (CLEAR AS A FALSE
      *           POSITIVE) OR 'F' (CONFIRM AND FREEZE) AGAINST A ROW.
      *           PF8 PAGES FORWARD THE SAME WAY MAPAPRV DOES.
      *****************************************************************
       01  MAPWLRVI.
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
           02  SEL1L         PIC S9(4) COMP.
           02  SEL1F         PIC X.
           02  FILLER REDEFINES SEL1F.
               03  SEL1A     PIC X.
           02  SEL1I         PIC X(1).
           02  CUS1L         PIC S9(4) COMP.
           02  CUS1F         PIC X.
           02  FILLER REDEFINES CUS1F.
               03  CUS1A     PIC X.
           02  CUS1I         PIC X(10).
           02  CNM1L         PIC S9(4) COMP.
           02  CNM1F         PIC X.
           02  FILLER REDEFINES CNM1F.
               03  CNM1A     PIC X.
           02  CNM1I         PIC X(20).
           02  WID1L         PIC S9(4) COMP.
           02  WID1F         PIC X.
           02  FILLER REDEFINES WID1F.
               03  WID1A     PIC X.
           02  WID1I         PIC X(12).
           02  WNM1L         PIC S9(4) COMP.
           02  WNM1F         PIC X.
           02  FILLER REDEFINES WNM1F.
               03  WNM1A     PIC X.
           02  WNM1I         PIC X(20).
           02  SCR1L         PIC S9(4) COMP.
           02  SCR1F         PIC X.
           02  FILLER REDEFINES SCR1F.
               03  SCR1A     PIC X.
           02  SCR1I         PIC X(3).
           02  SEL2L         PIC S9(4) COMP.
           02  SEL2F         PIC X.
           02  FILLER REDEFINES SEL2F.
               03  SEL2A     PIC X.
           02  SEL2I         PIC X(1).
           02  CUS2L         PIC S9(4) COMP.
           02  CUS2F         PIC X.
           02  FILLER REDEFINES CUS2F.
               03  CUS2A     PIC X.
           02  CUS2I         PIC X(10).
           02  CNM2L         PIC S9(4) COMP.
           02  CNM2F         PIC X.
           02  FILLER REDEFINES CNM2F.
               03  CNM2A     PIC X.
           02  CNM2I         PIC X(20).
           02  WID2L         PIC S9(4) COMP.
           02  WID2F         PIC X.
           02  FILLER REDEFINES WID2F.
               03  WID2A     PIC X.
           02  WID2I         PIC X(12).
           02  WNM2L         PIC S9(4) COMP.
           02  WNM2F         PIC X.
           02  FILLER REDEFINES WNM2F.
               03  WNM2A     PIC X.
           02  WNM2I         PIC X(20).
           02  SCR2L         PIC S9(4) COMP.
           02  SCR2F         PIC X.
           02  FILLER REDEFINES SCR2F.
               03  SCR2A     PIC X.
           02  SCR2I         PIC X(3).
           02  SEL3L         PIC S9(4) COMP.
           02  SEL3F         PIC X.
           02  FILLER REDEFINES SEL3F.
               03  SEL3A     PIC X.
           02  SEL3I         PIC X(1).
           02  CUS3L         PIC S9(4) COMP.
           02  CUS3F         PIC X.
           02  FILLER REDEFINES CUS3F.
               03  CUS3A     PIC X.
           02  CUS3I         PIC X(10).
           02  CNM3L         PIC S9(4) COMP.
           02  CNM3F         PIC X.
           02  FILLER REDEFINES CNM3F.
               03  CNM3A     PIC X.
           02  CNM3I         PIC X(20).
           02  WID3L         PIC S9(4) COMP.
           02  WID3F         PIC X.
           02  FILLER REDEFINES WID3F.
               03  WID3A     PIC X.
           02  WID3I         PIC X(12).
           02  WNM3L         PIC S9(4) COMP.
           02  WNM3F         PIC X.
           02  FILLER REDEFINES WNM3F.
               03  WNM3A     PIC X.
           02  WNM3I         PIC X(20).
           02  SCR3L         PIC S9(4) COMP.
           02  SCR3F         PIC X.
           02  FILLER REDEFINES SCR3F.
               03  SCR3A     PIC X.
           02  SCR3I         PIC X(3).
           02  SEL4L         PIC S9(4) COMP.
           02  SEL4F         PIC X.
           02  FILLER REDEFINES SEL4F.
               03  SEL4A     PIC X.
           02  SEL4I         PIC X(1).
           02  CUS4L         PIC S9(4) COMP.
           02  CUS4F         PIC X.
           02  FILLER REDEFINES CUS4F.
               03  CUS4A     PIC X.
           02  CUS4I         PIC X(10).
           02  CNM4L         PIC S9(4) COMP.
           02  CNM4F         PIC X.
           02  FILLER REDEFINES CNM4F.
               03  CNM4A     PIC X.
           02  CNM4I         PIC X(20).
           02  WID4L         PIC S9(4) COMP.
           02  WID4F         PIC X.
           02  FILLER REDEFINES WID4F.
               03  WID4A     PIC X.
           02  WID4I         PIC X(12).
           02  WNM4L         PIC S9(4) COMP.
           02  WNM4F         PIC X.
           02  FILLER REDEFINES WNM4F.
               03  WNM4A     PIC X.
           02  WNM4I         PIC X(20).
           02  SCR4L         PIC S9(4) COMP.
           02  SCR4F         PIC X.
           02  FILLER REDEFINES SCR4F.
               03  SCR4A     PIC X.
           02  SCR4I         PIC X(3).
           02  SEL5L         PIC S9(4) COMP.
           02  SEL5F         PIC X.
           02  FILLER REDEFINES SEL5F.
               03  SEL5A     PIC X.
           02  SEL5I         PIC X(1).
           02  CUS5L         PIC S9(4) COMP.
           02  CUS5F         PIC X.
           02  FILLER REDEFINES CUS5F.
               03  CUS5A     PIC X.
           02  CUS5I         PIC X(10).
           02  CNM5L         PIC S9(4) COMP.
           02  CNM5F         PIC X.
           02  FILLER REDEFINES CNM5F.
               03  CNM5A     PIC X.
           02  CNM5I         PIC X(20).
           02  WID5L         PIC S9(4) COMP.
           02  WID5F         PIC X.
           02  FILLER REDEFINES WID5F.
               03  WID5A     PIC X.
           02  WID5I         PIC X(12).
           02  WNM5L         PIC S9(4) COMP.
           02  WNM5F         PIC X.
           02  FILLER REDEFINES WNM5F.
               03  WNM5A     PIC X.
           02  WNM5I         PIC X(20).
           02  SCR5L         PIC S9(4) COMP.
           02  SCR5F         PIC X.
           02  FILLER REDEFINES SCR5F.
               03  SCR5A     PIC X.
           02  SCR5I         PIC X(3).
           02  MSGL          PIC S9(4) COMP.
           02  MSGF          PIC X.
           02  FILLER REDEFINES MSGF.
               03  MSGA      PIC X.
           02  MSGI          PIC X(79).
       01  MAPWLRVO REDEFINES MAPWLRVI.
           02  FILLER        PIC X(12).
           02  FILLER        PIC X(3).
           02  CDATEO        PIC X(8).
           02  FILLER        PIC X(3).
           02  CTIMEO        PIC X(8).
           02  FILLER        PIC X(3).
           02  SEL1O         PIC X(1).
           02  FILLER        PIC X(3).
           02  CUS1O         PIC X(10).
           02  FILLER        PIC X(3).
           02  CNM1O         PIC X(20).
           02  FILLER        PIC X(3).
           02  WID1O         PIC X(12).
           02  FILLER        PIC X(3).
           02  WNM1O         PIC X(20).
           02  FILLER        PIC X(3).
           02  SCR1O         PIC X(3).
           02  FILLER        PIC X(3).
           02  SEL2O         PIC X(1).
           02  FILLER        PIC X(3).
           02  CUS2O         PIC X(10).
           02  FILLER        PIC X(3).
           02  CNM2O         PIC X(20).
           02  FILLER        PIC X(3).
           02  WID2O         PIC X(12).
           02  FILLER        PIC X(3).
           02  WNM2O         PIC X(20).
           02  FILLER        PIC X(3).
           02  SCR2O         PIC X(3).
           02  FILLER        PIC X(3).
           02  SEL3O         PIC X(1).
           02  FILLER        PIC X(3).
           02  CUS3O         PIC X(10).
           02  FILLER        PIC X(3).
           02  CNM3O         PIC X(20).
           02  FILLER        PIC X(3).
           02  WID3O         PIC X(12).
           02  FILLER        PIC X(3).
           02  WNM3O         PIC X(20).
           02  FILLER        PIC X(3).
           02  SCR3O         PIC X(3).
           02  FILLER        PIC X(3).
           02  SEL4O         PIC X(1).
           02  FILLER        PIC X(3).
           02  CUS4O         PIC X(10).
           02  FILLER        PIC X(3).
           02  CNM4O         PIC X(20).
           02  FILLER        PIC X(3).
           02  WID4O         PIC X(12).
           02  FILLER        PIC X(3).
           02  WNM4O         PIC X(20).
           02  FILLER        PIC X(3).
           02  SCR4O         PIC X(3).
           02  FILLER        PIC X(3).
           02  SEL5O         PIC X(1).
           02  FILLER        PIC X(3).
           02  CUS5O         PIC X(10).
           02  FILLER        PIC X(3).
           02  CNM5O         PIC X(20).
           02  FILLER        PIC X(3).
           02  WID5O         PIC X(12).
           02  FILLER        PIC X(3).
           02  WNM5O         PIC X(20).
           02  FILLER        PIC X(3).
           02  SCR5O         PIC X(3).
           02  FILLER        PIC X(3).
           02  MSGO          PIC X(79).
