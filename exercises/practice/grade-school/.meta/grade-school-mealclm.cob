001600*                 WAY ENROLEXT FORMATS HEADCOUNTS FOR THE DOE
001700*                 PORTAL.  THE SPREADSHEET THAT NEVER AGREED
001800*                 WITH THE ROSTER IS RETIRED.
001820* 2026-10-15 KAP  MEALELIG CARRIES ME-SOURCE (A APPLICATION, D
001840*                 DIRECT CERTIFICATION); LAYOUT ONLY.
001900*----------------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
005600     05 ME-DETERMINATION      PIC X(01).
005700     05 ME-EFF-FROM           PIC 9(08).
005800     05 ME-EFF-TO             PIC 9(08).
005850     05 ME-SOURCE             PIC X(01).
005900
006000 FD  SERVED-MEAL-LOG.
006100*----------------------------------------------------------------
