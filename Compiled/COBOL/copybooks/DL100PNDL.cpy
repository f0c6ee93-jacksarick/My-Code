000100******************************************************************
000110* DL100PNDL.CPY
000120* PENDING (FUTURE-DATED) MAINTENANCE RECORD FOR THE DL100MST
000130* INDEXED MASTER.  AN ADD, CHANGE, OR DELETE KEYED AT DL100MNT OR
000140* CARRIED ON A DL100MTR BULK TRANSACTION WITH AN EFFECTIVE DATE
000150* LATER THAN TODAY IS HELD HERE INSTEAD OF BEING APPLIED TO
000155* DL100MST, AND SO IS EVERY OTHER ADD, CHANGE, OR DELETE - EVERY
000160* ACTION WAITS HERE FOR A SECOND OPERATOR'S APPROVAL AT DL100MNT
000165* (ACTION V), SO NO ONE OPERATOR CAN CHANGE WHAT DL100FT
000170* CALCULATES.  DL100PAP, RUN EACH NIGHT BEFORE DL100FT CALCULATES
000175* IN MODE=MASTER, APPLIES EVERY APPROVED ACTION WHOSE EFFECTIVE
000180* DATE HAS COME DUE FOR THE BUSINESS DATE, WRITES THE USUAL
000190* DL100LOG BEFORE/AFTER IMAGES, AND MOVES THE RESOLVED RECORD TO
000200* THE DL100PNH HISTORY FILE.  A PENDING ACTION MAY BE CANCELLED
000210* BEFORE IT FIRES FROM DL100MNT (ACTION X) OR WITH AN X
000220* TRANSACTION ON DL100MTR; THE CANCELLED RECORD STAYS ON THE FILE
000230* UNTIL THE NEXT DL100PAP RUN REPORTS IT AND MOVES IT TO HISTORY.
000240*
000250* THE FILE IS INDEXED (VSAM KSDS) ON DL100-PND-KEY - RECORD-ID
000260* PLUS EFFECTIVE DATE - SO THERE IS AT MOST ONE ACTION PER
000270* RECORD-ID PER EFFECTIVE DATE, AND DL100PAP APPLIES A RECORD-ID'S
000280* ACTIONS IN EFFECTIVE-DATE ORDER.  DL100-PND-IMAGE IS THE FULL
000290* 80-BYTE DL100IN IMAGE (DL100IN.CPY) AS THE RECORD SHOULD LOOK
000300* AFTER THE ACTION; A DELETE ONLY NEEDS THE RECORD-ID.
000310*
000320* STATE CODES (DL100-PND-STATE) -
000323*     W  AWAITING  - KEYED, WAITING FOR APPROVAL BY AN OPERATOR
000326*                    OTHER THAN THE ONE WHO KEYED IT.
000329*     P  PENDING   - APPROVED, WAITING FOR ITS EFFECTIVE DATE.
000332*                    A P RECORD WITH NO APPROVER PREDATES DUAL
000335*                    CONTROL AND IS TREATED AS W.
000340*     X  CANCELLED - CANCELLED BEFORE IT FIRED.
000350*     A  APPLIED   - APPLIED TO DL100MST (HISTORY ONLY).
000360*     R  REJECTED  - FAILED THE EDITS OR THE MASTER-STATE RULES
000365*                    WHEN IT CAME DUE, OR WAS REJECTED BY THE
000370*                    APPROVER (HISTORY ONLY).
000375* DL100-PND-APPROVER AND DL100-PND-APPROVED-RUN-ID ARE SET BY
000380* DL100MNT WHEN THE ACTION IS APPROVED OR REJECTED.
000385* FIXED-WIDTH, 240 BYTES.
000390*
000400* WRITTEN      G. HARTLEY, DATA LIBRARY SERVICES
000410* DATE-WRITTEN 15-OCT-2026
000420*
000430* MODIFICATION HISTORY
000440* 15-OCT-2026  GH  INITIAL VERSION - DL100 PENDING MAINTENANCE
000442* 15-OCT-2026  GH  DUAL CONTROL - NEW W (AWAITING APPROVAL) STATE,
000444*                  APPROVER AND APPROVAL RUN-ID; RECORD LENGTH
000446*                  200 TO 240.
000450******************************************************************
000460 01  DL100-PENDING-RECORD.
000470     05  DL100-PND-KEY.
000480         10  DL100-PND-RECORD-ID    PIC X(06).
000490         10  DL100-PND-EFFECTIVE-DATE
000500                                    PIC 9(08).
000510     05  FILLER                     PIC X(01).
000520     05  DL100-PND-ACTION           PIC X(01).
000530         88  DL100-PND-ADD              VALUE "A".
000540         88  DL100-PND-CHANGE           VALUE "C".
000550         88  DL100-PND-DELETE           VALUE "D".
000560     05  FILLER                     PIC X(01).
000570     05  DL100-PND-STATE            PIC X(01).
000575         88  DL100-PND-AWAITING         VALUE "W".
000580         88  DL100-PND-PENDING          VALUE "P".
000590         88  DL100-PND-CANCELLED        VALUE "X".
000600         88  DL100-PND-APPLIED          VALUE "A".
000610         88  DL100-PND-REJECTED         VALUE "R".
000620     05  FILLER                     PIC X(01).
000630     05  DL100-PND-SOURCE           PIC X(08).
000640     05  FILLER                     PIC X(01).
000650     05  DL100-PND-OPERATOR         PIC X(08).
000660     05  FILLER                     PIC X(01).
000670     05  DL100-PND-ENTRY-RUN-ID     PIC X(14).
000680     05  FILLER                     PIC X(01).
000690     05  DL100-PND-CANCEL-OPERATOR  PIC X(08).
000700     05  FILLER                     PIC X(01).
000710     05  DL100-PND-RESOLVED-RUN-ID  PIC X(14).
000720     05  FILLER                     PIC X(01).
000730     05  DL100-PND-REASON           PIC X(40).
000740     05  FILLER                     PIC X(01).
000750     05  DL100-PND-IMAGE            PIC X(80).
000760     05  FILLER                     PIC X(01).
000770     05  DL100-PND-APPROVER         PIC X(08).
000780     05  FILLER                     PIC X(01).
000790     05  DL100-PND-APPROVED-RUN-ID  PIC X(14).
000800     05  FILLER                     PIC X(19).
