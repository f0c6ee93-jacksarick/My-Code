000170* AN ADD CARRIES SPACES AS ITS BEFORE IMAGE.  FIXED-WIDTH, 200
000180* BYTES.
000190*
000191* ACTION CODES (DL100-LOG-ACTION) -
000192*     ADD / CHANGE / DELETE  APPLIED TO DL100MST (DL100PAP).
000193*     HELD    KEYED AT DL100MNT OR DL100MUP AND HELD ON DL100PND
000194*             FOR APPROVAL - BEFORE IS DL100MST AS IT STOOD,
000195*             AFTER IS THE IMAGE AS KEYED.
000196*     APPRVD  APPROVED AT DL100MNT BY A SECOND OPERATOR.
000197*     REJECT  REJECTED AT DL100MNT BY THE APPROVER.
000198*     CANCEL  HELD OR APPROVED ACTION CANCELLED AT DL100MNT
000199*             (ACTION X) OR BY A DL100MUP X TRANSACTION - BEFORE
000200*             IS THE HELD IMAGE, AFTER CARRIES THE REASON.
000201*     DENIED  SIGN-ON OR ACTION REFUSED; AFTER CARRIES THE NOTE.
000202*
000200* WRITTEN      G. HARTLEY, DATA LIBRARY SERVICES
000210* DATE-WRITTEN 22-AUG-2026
000220*
000230* MODIFICATION HISTORY
000240* 22-AUG-2026  GH  INITIAL VERSION - DL100MST CHANGE LOG
000242* 15-OCT-2026  GH  HELD, APPRVD, AND REJECT ACTIONS FOR DUAL
000244*                  CONTROL OF DL100MST MAINTENANCE.
000246* 15-OCT-2026  GH  CANCEL ACTION FOR A CANCELLED PENDING ACTION.
000250******************************************************************
000260 01  DL100-CHANGE-LOG-RECORD.
000270     05  DL100-LOG-RUN-ID           PIC X(14).
