000100******************************************************************
000110* DL100PTSL.CPY
000120* PARTITION STATUS RECORD.  A DL100FT PARTITION (PART=NN) DOES NOT
000130* RECONCILE TO DL100CTL OR WRITE DL100HST - THE WHOLE NIGHT DOES
000140* THAT ONCE, IN DL100MRG.  INSTEAD, AT END OF RUN, THE PARTITION
000150* APPENDS ONE OF THESE TO ITS OWN DL100PTS DATA SET - ITS RUN
000160* TOTALS AS THEY STAND IN ITS DL100CKP CHECKPOINT, AND THE RETURN
000170* CODE IT ENDED WITH.  A PARTITION THAT ABENDS WRITES NOTHING, SO
000180* DL100MRG FINDS IT MISSING UNTIL A RESTART COMPLETES IT; A
000190* RESTARTED PARTITION APPENDS ITS OWN RECORD WITH THE CARRIED-
000200* FORWARD TOTALS AND DL100MRG TAKES THE LAST ONE FOR EACH
000210* PARTITION.
000220* DL100MRG PROVES EACH PARTITION'S EXTRACT AGAINST ITS RECORD,
000230* THEN REBUILDS THE ONE-PER-NIGHT DL100HST AND DL100CKP RECORDS
000240* FROM THE SUM.  FIXED-WIDTH, 100 BYTES.
000250*
000260* WRITTEN      G. HARTLEY, DATA LIBRARY SERVICES
000270* DATE-WRITTEN 15-OCT-2026
000280*
000290* MODIFICATION HISTORY
000300* 15-OCT-2026  GH  INITIAL VERSION - DL100 PARTITION STATUS
000310******************************************************************
000320 01  DL100-PARTITION-STATUS-RECORD.
000330     05  DL100-PTS-RUN-ID           PIC X(14).
000340     05  FILLER                     PIC X(01).
000350     05  DL100-PTS-BUSINESS-DATE    PIC 9(08).
000360     05  FILLER                     PIC X(01).
000370     05  DL100-PTS-PART-NO          PIC 9(02).
000380     05  FILLER                     PIC X(01).
000390     05  DL100-PTS-AFTER-KEY        PIC X(06).
000400     05  FILLER                     PIC X(01).
000410     05  DL100-PTS-THRU-KEY         PIC X(06).
000420     05  FILLER                     PIC X(01).
000430     05  DL100-PTS-RECS-HANDLED     PIC 9(07).
000440     05  FILLER                     PIC X(01).
000450     05  DL100-PTS-REC-COUNT        PIC 9(07).
000460     05  FILLER                     PIC X(01).
000470     05  DL100-PTS-RESULT-SUM       PIC 9(11).
000480     05  FILLER                     PIC X(01).
000490     05  DL100-PTS-REJECT-COUNT     PIC 9(07).
000500     05  FILLER                     PIC X(01).
000510     05  DL100-PTS-ADJ-COUNT        PIC 9(07).
000520     05  FILLER                     PIC X(01).
000530     05  DL100-PTS-ADJ-NET          PIC S9(11)
000540                                    SIGN LEADING SEPARATE.
000550     05  FILLER                     PIC X(01).
000560     05  DL100-PTS-RETURN-CODE      PIC 9(02).
