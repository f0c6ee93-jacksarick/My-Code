000100******************************************************************
000110* DL100STPL.CPY
000120* JOB-STEP STATUS LEDGER RECORD FOR THE DL100 (DUPLE) BATCH
000130* CYCLE.  EVERY BATCH PROGRAM IN THE STREAM - DL100FT, DL100RCN,
000138* DL100RSB, DL100CHK, DL100GLJ, DL100MUP, DL100PAP, DL100AUR,
000142* DL100TRD, DL100SNP, DL100MRG, AND DL100PRB - APPENDS ONE OF
000146* THESE TO THE SHARED DL100STP LEDGER WHEN IT ENDS, INCLUDING
000154* WHEN IT ENDS RC=16 ON A FATAL ERROR, SO THE NIGHT'S OUTCOMES
000170* ARE ON FILE INSTEAD OF BEING KEYED BY HAND.
000180* DL100EOD CLOSES THE BUSINESS DATE FROM THE LEDGER AND DL100NAG
000190* PRINTS THE MORNING NIGHT-AT-A-GLANCE REPORT FROM IT.  WHEN A
000200* STEP RAN MORE THAN ONCE FOR A DATE (A RESTART), THE LAST
000210* RECORD ON THE FILE IS THE ONE THAT COUNTS.  TIMES ARE HHMMSS.
000220* THE THREE KEY COUNTS DEPEND ON THE PROGRAM -
000230*     PROGRAM    COUNT-1           COUNT-2           COUNT-3
000240*     DL100FT    ACCEPTED          REJECTED          VARIANCES
000250*     DL100RCN   ACKS READ         LOAD FAILURES     RESENDS
000260*     DL100RSB   RECYCLES READ     RESUBMITTED       RECYCLED
000270*     DL100CHK   EXTRACT RECORDS   AUDIT ENTRIES     EXCEPTIONS
000280*     DL100GLJ   RECORDS POSTED    JOURNAL LINES     HELD (0/1)
000290*     DL100MUP   TRANSACTIONS      HELD              REJECTED
000295*     DL100PAP   PENDING READ      APPLIED           REJECTED
000300*     DL100AUR   ENTRIES READ      SELECTED          ARCHIVED
000310*     DL100TRD   RUNS IN MONTH     OUT-OF-BALANCE    MISSED DAYS
000312*     DL100SNP   SNAPSHOT RECORDS  NEVER CALCULATED  DEL. RECENT
000314*     DL100RCS   ACKS READ         LOAD FAILURES     TO RESEND
000315*     DL100MRG   EXT WRITTEN       PARTS MERGED      PARTS FAILED
000316*     DL100PRB   IDS REBUILT       WRITTEN/DISAGREE  UNCONFIRMED
000317* DL100RCS IS DL100RCN RECONCILING THE MONTH-END SNAPSHOT.
000318* DL100MRG COUNT-2 IS THE PARTITIONS PLANNED IN MODE=PLAN.
000319* DL100PRB COUNT-2 IS RECORDS WRITTEN IN MODE=REBUILD, OR
000320* DISAGREEMENTS (INCLUDING IDS NOT REBUILT OR MISSING) IN
000321* MODE=VERIFY.
000323* A PARTITIONED DL100FT RUN (PART=NN) STAMPS ITS PARTITION NUMBER
000324* IN DL100-STP-PART-NO, SPACES ON EVERY OTHER RECORD.  DL100NAG
000325* COMBINES THE LAST RECORD OF EACH PARTITION INTO ONE LINE.
000322* FIXED-WIDTH, 80 BYTES.
000330*
000340* WRITTEN      G. HARTLEY, DATA LIBRARY SERVICES
000350* DATE-WRITTEN 15-OCT-2026
000360*
000370* MODIFICATION HISTORY
000380* 15-OCT-2026  GH  INITIAL VERSION - DL100 JOB-STEP STATUS LEDGER
000385* 15-OCT-2026  GH  ADDED DL100PAP, THE PENDING MAINTENANCE APPLY
000386* 15-OCT-2026  GH  ADDED DL100SNP AND DL100RCS FOR THE MONTH-END
000387*                  SNAPSHOT
000388* 15-OCT-2026  GH  ADDED DL100MRG AND DL100PRB; DL100MUP COUNT-2
000389*                  IS THE HELD COUNT
000391* 15-OCT-2026  GH  DL100-STP-PART-NO ADDED FROM FILLER FOR
000392*                  PARTITIONED DL100FT RUNS
000393******************************************************************
000400 01  DL100-STEP-RECORD.
000410     05  DL100-STP-PROGRAM          PIC X(08).
000420     05  FILLER                     PIC X(01).
000430     05  DL100-STP-RUN-ID           PIC X(14).
000440     05  FILLER                     PIC X(01).
000450     05  DL100-STP-BUSINESS-DATE    PIC 9(08).
000460     05  FILLER                     PIC X(01).
000470     05  DL100-STP-START-TIME       PIC 9(06).
000480     05  FILLER                     PIC X(01).
000490     05  DL100-STP-END-TIME         PIC 9(06).
000500     05  FILLER                     PIC X(01).
000510     05  DL100-STP-RETURN-CODE      PIC 9(02).
000520     05  FILLER                     PIC X(01).
000530     05  DL100-STP-COUNT-1          PIC 9(07).
000540     05  FILLER                     PIC X(01).
000550     05  DL100-STP-COUNT-2          PIC 9(07).
000560     05  FILLER                     PIC X(01).
000570     05  DL100-STP-COUNT-3          PIC 9(07).
000580     05  FILLER                     PIC X(01).
000582     05  DL100-STP-PART-NO          PIC X(02).
000584         88  DL100-STP-WHOLE-RUN        VALUE SPACES.
000586     05  FILLER                     PIC X(04).
