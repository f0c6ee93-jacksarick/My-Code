000100******************************************************************
000110* DL100CALL.CPY
000120* LINKAGE LAYOUT FOR THE DL100CAL BUSINESS-DAY CALENDAR ROUTINE.
000130* THE DL100CAL DATA FILE CARRIES THE HOLIDAYS (AND ANY WEEKEND
000140* DATE DECLARED A BUSINESS DAY) FOR THE DL100 (DUPLE) BATCH
000150* CYCLE; EVERY OTHER MONDAY-FRIDAY DATE IS A BUSINESS DAY AND
000160* EVERY OTHER SATURDAY/SUNDAY IS NOT.  A PROGRAM THAT NEEDS TO
000170* KNOW WHICH DATES ARE BUSINESS DAYS COPIES THIS LAYOUT INTO
000180* WORKING-STORAGE, SETS THE REQUEST CODE AND DATE, AND ISSUES
000190*     CALL "DL100CAL" USING DL100-CALENDAR-LINKAGE.
000200* THE FILE IS LOADED ON THE FIRST CALL AND HELD FOR THE REST OF
000210* THE STEP.  REQUESTS -
000220*     T  TEST THE REQUEST DATE - DAY TYPE AND DESCRIPTION ARE
000230*        RETURNED, RESULT DATE = REQUEST DATE.
000240*     P  PREVIOUS BUSINESS DAY BEFORE THE REQUEST DATE.
000250*     N  NEXT BUSINESS DAY AFTER THE REQUEST DATE.
000260*     B  THE BUSINESS DAY DL100-CAL-DAY-COUNT BUSINESS DAYS
000270*        BEFORE THE REQUEST DATE (ZERO = THE REQUEST DATE, OR
000280*        THE FIRST BUSINESS DAY BEFORE IT IF IT IS NOT ONE).
000290* RETURN CODE 0 = ANSWERED FROM A YEAR THE CALENDAR COVERS;
000300* 4 = ANSWERED, BUT THE FILE CARRIES NO CARD FOR THAT YEAR SO
000310* ONLY THE WEEKDAY RULE WAS APPLIED (CALENDAR NEEDS UPKEEP);
000320* 8 = THE REQUEST DATE IS NOT A VALID CALENDAR DATE OR THE
000330* REQUEST CODE IS UNKNOWN.  A MISSING, UNREADABLE, OR MALFORMED
000340* DL100CAL FILE IS FATAL - DL100CAL DISPLAYS THE REASON, SETS
000350* RETURN-CODE 16, AND STOPS THE RUN, AS DL100LIM DOES.
000360*
000370* WRITTEN      G. HARTLEY, DATA LIBRARY SERVICES
000380* DATE-WRITTEN 15-OCT-2026
000390*
000400* MODIFICATION HISTORY
000410* 15-OCT-2026  GH  INITIAL VERSION - DL100 BUSINESS-DAY CALENDAR
000420******************************************************************
000430 01  DL100-CALENDAR-LINKAGE.
000440     05  DL100-CAL-REQUEST          PIC X(01).
000450         88  DL100-CAL-TEST-DATE        VALUE "T".
000460         88  DL100-CAL-PRIOR-DAY        VALUE "P".
000470         88  DL100-CAL-NEXT-DAY         VALUE "N".
000480         88  DL100-CAL-BACK-DAYS        VALUE "B".
000490     05  DL100-CAL-REQUEST-DATE     PIC 9(08).
000500     05  DL100-CAL-DAY-COUNT        PIC 9(03).
000510     05  DL100-CAL-RETURN-CODE      PIC S9(04) COMP.
000520         88  DL100-CAL-OK               VALUE 0.
000530         88  DL100-CAL-NOT-MAINTAINED   VALUE 4.
000540         88  DL100-CAL-BAD-REQUEST      VALUE 8.
000550     05  DL100-CAL-RESULT-DATE      PIC 9(08).
000560     05  DL100-CAL-DAY-TYPE         PIC X(01).
000570         88  DL100-CAL-BUSINESS-DAY     VALUE "B".
000580         88  DL100-CAL-HOLIDAY          VALUE "H".
000590         88  DL100-CAL-WEEKEND          VALUE "W".
000600     05  DL100-CAL-DESCRIPTION      PIC X(30).
