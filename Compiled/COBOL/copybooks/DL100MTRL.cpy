000140* THESE INSTEAD OF THE CHANGES BEING KEYED ONE BY ONE AT THE
000150* DL100MNT CONSOLE PROMPT - THE ORIGINAL 80-BYTE DL100IN IMAGE
000160* (DL100IN.CPY) CARRYING THE FULL RECORD AS IT SHOULD LOOK
000170* AFTER THE ACTION, PLUS THE ACTION CODE.  DL100MUP CHECKS
000180* THEM UNDER THE SAME DL100EDT EDITS AND LOGICAL-DELETE RULES
000182* DL100MNT ENFORCES.  FIXED-WIDTH, 91 BYTES.
000184*
000186* NONE IS APPLIED BY DL100MUP.  EACH ACTION THAT PASSES IS HELD
000188* ON THE DL100PND PENDING FILE (DL100PNDL.CPY) AWAITING APPROVAL
000190* BY A SECOND OPERATOR AT DL100MNT, AND DL100PAP APPLIES IT ONCE
000192* IT IS APPROVED AND DUE.  THE OPTIONAL EFFECTIVE DATE (YYYYMMDD,
000194* COLS 84-91) IS THE BUSINESS DATE IT COMES DUE - SPACES, TODAY,
000196* OR AN EARLIER DATE MAKE IT DUE THE NIGHT OF THE DL100MUP RUN.
000200*
000210* ACTION CODES (DL100-MTR-ACTION) -
000220*     A  ADD    - NEW RECORD, OR REINSTATE A LOGICALLY DELETED
000250*                 THE FIELDS FROM THE IMAGE.
000260*     D  DELETE - MARK THE RECORD LOGICALLY DELETED; THE IMAGE
000270*                 ONLY NEEDS THE RECORD-ID.
000272*     X  CANCEL - CANCEL THE PENDING ACTION FOR THE RECORD-ID
000274*                 AND EFFECTIVE DATE BEFORE IT FIRES; THE
000276*                 IMAGE ONLY NEEDS THE RECORD-ID.
000280*
000290* WRITTEN      G. HARTLEY, DATA LIBRARY SERVICES
000300* DATE-WRITTEN 02-SEP-2026
000310*
000320* MODIFICATION HISTORY
000330* 02-SEP-2026  GH  INITIAL VERSION - DL100MST BULK MAINTENANCE
000331* 15-OCT-2026  GH  ADDED THE EFFECTIVE DATE AND THE X (CANCEL
000332*                  PENDING) ACTION CODE FOR FUTURE-DATED
000333*                  MAINTENANCE HELD ON DL100PND.
000334* 15-OCT-2026  GH  REMARKS NOW DESCRIBE THE HOLD-FOR-APPROVAL
000335*                  FLOW.
000340******************************************************************
000350 01  DL100-MAINT-TRANS-RECORD.
000360     05  DL100-MTR-INPUT            PIC X(80).
000390         88  DL100-MTR-ADD              VALUE "A".
000400         88  DL100-MTR-CHANGE           VALUE "C".
000410         88  DL100-MTR-DELETE           VALUE "D".
000420         88  DL100-MTR-CANCEL           VALUE "X".
000430     05  FILLER                     PIC X(01) VALUE SPACES.
000440     05  DL100-MTR-EFFECTIVE-DATE-X PIC X(08).
000450     05  DL100-MTR-EFFECTIVE-DATE REDEFINES
000460         DL100-MTR-EFFECTIVE-DATE-X PIC 9(08).
