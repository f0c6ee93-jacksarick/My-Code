000220*     2  INQUIRE, ADD, AND CHANGE
000230*     3  INQUIRE, ADD, CHANGE, AND DELETE
000240*
000241* DL100-OPR-APPROVER-SW (COLUMN 21) IS Y FOR AN OPERATOR WHO MAY
000242* APPROVE OR REJECT MAINTENANCE HELD ON DL100PND (DL100MNT
000243* ACTION V).  AN ACTION MAY NOT BE APPROVED UNDER THE OPERATOR ID
000244* THAT KEYED IT, AND APPROVING A DELETE ALSO NEEDS AUTHORITY 3.
000245*
000250* WRITTEN      G. HARTLEY, DATA LIBRARY SERVICES
000260* DATE-WRITTEN 02-SEP-2026
000270*
000280* MODIFICATION HISTORY
000290* 02-SEP-2026  GH  INITIAL VERSION - OPERATOR SIGN-ON PROFILES
000293* 15-OCT-2026  GH  ADDED THE APPROVER SWITCH FOR DUAL CONTROL OF
000296*                  DL100MST MAINTENANCE.
000300******************************************************************
000310 01  DL100-OPERATOR-RECORD.
000320     05  DL100-OPR-ID               PIC X(08).
000370         88  DL100-OPR-INQUIRE-ONLY     VALUE "1".
000380         88  DL100-OPR-ADD-CHANGE       VALUE "2".
000390         88  DL100-OPR-FULL-AUTHORITY   VALUE "3".
000400     05  FILLER                     PIC X(01).
000410     05  DL100-OPR-APPROVER-SW      PIC X(01).
000420         88  DL100-OPR-CAN-APPROVE      VALUE "Y".
000430     05  FILLER                     PIC X(59).
