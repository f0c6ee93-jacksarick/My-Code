000280*
000290* MODIFICATION HISTORY
000300* 22-AUG-2026  GH  INITIAL VERSION - WAREHOUSE ACK FILE
000301* 15-OCT-2026  GH  THE WAREHOUSE ALSO ACKNOWLEDGES THE MONTH-END
000302*                  SNAPSHOT (DL100SNPL.CPY) IN THIS LAYOUT, UNDER
000303*                  THE SNAPSHOT RUN-ID - ONE DETAIL PER SNAPSHOT
000304*                  RECORD-ID, AND A HEADER HASH THAT IS THE SUM
000305*                  OF THE LAST RESULTS LOADED, WITHOUT SIGN.
000310******************************************************************
000320 01  DL100-ACK-RECORD.
000330     05  DL100-ACK-REC-TYPE         PIC X(01).
