000100******************************************************************
000110* DL100PTCL.CPY
000120* PARTITION PLAN RECORD FOR A PARTITIONED DL100FT NIGHT.  DL100MRG
000130* IN MODE=PLAN WRITES ONE OF THESE TO DL100PTC FOR EACH RECORD-ID
000140* KEY RANGE ON ITS DL100MRC CARDS BEFORE THE PARTITIONS START.
000150* EVERY DL100FT PARTITION (PART=NN ON ITS DL100PRM CARDS) READS
000160* ITS OWN RECORD FOR THE SHARED RUN-ID, THE BUSINESS DATE, AND THE
000170* KEY RANGE IT IS TO CALCULATE, AND DL100MRG IN MODE=MERGE READS
000180* THE WHOLE PLAN BACK TO KNOW WHICH PARTITIONS MUST HAVE FINISHED.
000190* EVERY PARTITION STAMPS THE SAME RUN-ID ON ITS EXTRACT, AUDIT,
000200* AND RECYCLE RECORDS, SO THE MERGED NIGHT IS ONE RUN TO DL100RCN,
000210* DL100CHK, AND DL100GLJ, AND A RESTARTED PARTITION KEEPS IT.
000220*
000230* A PARTITION TAKES THE RECORD-IDS GREATER THAN DL100-PTC-AFTER-
000240* KEY (SPACES FOR PARTITION 01) UP TO AND INCLUDING DL100-PTC-
000250* THRU-KEY; THE LAST PARTITION (DL100-PTC-LAST) HAS NO UPPER
000260* BOUND.  THE RANGES ARE BUILT FROM ASCENDING THRU-KEYS, SO THEY
000270* CANNOT OVERLAP OR LEAVE A GAP.  FIXED-WIDTH, 80 BYTES.
000280*
000290* WRITTEN      G. HARTLEY, DATA LIBRARY SERVICES
000300* DATE-WRITTEN 15-OCT-2026
000310*
000320* MODIFICATION HISTORY
000330* 15-OCT-2026  GH  INITIAL VERSION - DL100 PARTITION PLAN
000340******************************************************************
000350 01  DL100-PARTITION-PLAN-RECORD.
000360     05  DL100-PTC-RUN-ID           PIC X(14).
000370     05  FILLER                     PIC X(01).
000380     05  DL100-PTC-BUSINESS-DATE    PIC 9(08).
000390     05  FILLER                     PIC X(01).
000400     05  DL100-PTC-PART-COUNT       PIC 9(02).
000410     05  FILLER                     PIC X(01).
000420     05  DL100-PTC-PART-NO          PIC 9(02).
000430     05  FILLER                     PIC X(01).
000440     05  DL100-PTC-AFTER-KEY        PIC X(06).
000450     05  FILLER                     PIC X(01).
000460     05  DL100-PTC-THRU-KEY         PIC X(06).
000470     05  FILLER                     PIC X(01).
000480     05  DL100-PTC-LAST-SW          PIC X(01).
000490         88  DL100-PTC-LAST             VALUE "Y".
000500     05  FILLER                     PIC X(35).
