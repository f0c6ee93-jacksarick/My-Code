000290*     06  DL100MTH DID NOT RECOGNIZE THE FUNCTION
000300*     07  DUPLICATE OF A RECORD-ID ALREADY ACCEPTED THIS RUN
000302*     08  BATCH TRAILER DID NOT PROVE - WHOLE FILE REJECTED
000304*     09  ADJUSTMENT - ORIGINAL RUN-ID OR DATE IS NOT VALID
000306*     10  ADJUSTMENT - NO SUCH ORIGINAL POSTING ON DL100EXH
000308*     11  ADJUSTMENT - ORIGINAL POSTING ALREADY REVERSED
000310*
000320* WRITTEN      G. HARTLEY, DATA LIBRARY SERVICES
000330* DATE-WRITTEN 22-AUG-2026
000362* 02-SEP-2026  GH  ADDED REASON CODE 08 FOR A WHOLE INPUT FILE
000364*                  REJECTED BECAUSE ITS BATCH TRAILER DID NOT
000366*                  PROVE AGAINST THE KEYED COUNT AND VALUE HASH.
000367* 15-OCT-2026  GH  ADDED REASON CODES 09-11 FOR A PRIOR-DATE
000368*                  ADJUSTMENT WHOSE ORIGINAL POSTING COULD NOT BE
000369*                  NAMED, FOUND, OR WAS ALREADY REVERSED.
000370******************************************************************
000380 01  DL100-RECYCLE-RECORD.
000390     05  DL100-RCY-INPUT            PIC X(80).
