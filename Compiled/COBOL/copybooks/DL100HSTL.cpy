000230*
000240* MODIFICATION HISTORY
000250* 22-AUG-2026  GH  INITIAL VERSION - DL100 RUN-HISTORY FILE
000251* 15-OCT-2026  GH  ADDED DL100-HST-ADJ-COUNT AND DL100-HST-ADJ-NET
000252*                  - THE NUMBER OF PRIOR-DATE ADJUSTMENT ENTRIES
000253*                  (REVERSING PLUS REPLACEMENT DL100EXT RECORDS)
000254*                  THE RUN POSTED AND THEIR NET AMOUNT,
000255*                  REPLACEMENT RESULTS LESS REVERSED RESULTS.
000256*                  ADJUSTMENTS ARE KEPT OUT OF REC-COUNT AND
000257*                  RESULT-SUM, WHICH STILL BALANCE TO DL100CTL.
000258*                  SPACES (A RECORD WRITTEN BEFORE THIS CHANGE)
000259*                  MEAN NONE.  TAKEN FROM THE TRAILING FILLER.
000260******************************************************************
000270 01  DL100-HISTORY-RECORD.
000280     05  DL100-HST-RUN-ID           PIC X(14).
000400         88  DL100-HST-OUT-OF-BAL       VALUE "O".
000410     05  FILLER                     PIC X(01).
000420     05  DL100-HST-RETURN-CODE      PIC 9(02).
000430     05  FILLER                     PIC X(01).
000440     05  DL100-HST-ADJ-COUNT-X      PIC X(07).
000450     05  DL100-HST-ADJ-COUNT REDEFINES
000460         DL100-HST-ADJ-COUNT-X      PIC 9(07).
000470     05  FILLER                     PIC X(01).
000480     05  DL100-HST-ADJ-NET          PIC S9(11)
000490                                    SIGN LEADING SEPARATE.
000500     05  FILLER                     PIC X(03).
