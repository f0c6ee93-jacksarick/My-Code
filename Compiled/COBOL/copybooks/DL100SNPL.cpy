000100******************************************************************
000110* DL100SNPL.CPY
000120* MONTH-END SNAPSHOT RECORD FOR THE DL100 (DUPLE) WAREHOUSE FEED.
000130* DL100EXT CARRIES ONLY THE NIGHT'S ACTIVITY, SO THE WAREHOUSE'S
000140* PICTURE OF THE CURRENT STATE IS ONLY AS GOOD AS EVERY NIGHTLY
000150* FILE IT HAS REPLAYED.  ONCE A MONTH DL100SNP WRITES THIS FILE -
000160* THE WHOLE OF DL100MST AS IT STANDS, WITH EACH RECORD-ID'S LAST
000170* ACCEPTED RESULT FROM DL100PRV - SO BOTH SIDES HAVE A TRUE-UP
000180* POINT.  THE WAREHOUSE ACKNOWLEDGES IT THROUGH THE USUAL DL100ACK
000190* PATH UNDER THE SNAPSHOT RUN-ID AND DL100RCN RECONCILES THE ACK
000200* AGAINST IT THE SAME WAY AS THE NIGHTLY FEED.  FIXED-WIDTH, 80
000210* BYTES.
000220*
000230*     'H' HEADER - FIRST RECORD.  THE SNAPSHOT RUN-ID, THE AS-OF
000240*         BUSINESS DATE, AND THE LITERAL SNAPSHOT, WHICH IS HOW
000250*         DL100RCN TELLS THIS FILE FROM A NIGHTLY DL100EXT.
000260*     'D' DETAIL - ONE PER DL100MST RECORD-ID, ACTIVE OR DELETED.
000270*         THE STATUS (A OR D), THE FUNCTION AND CURRENT ARGUMENTS
000280*         FROM DL100MST, AND THE LAST ACCEPTED RESULT, ITS RUN-ID,
000290*         AND THE DATE IT CALCULATED FROM DL100PRV.  THE
000300*         RESULT, RUN-ID, AND DATE ARE BLANK FOR A RECORD-ID THAT
000310*         HAS NEVER CALCULATED.  THE FLAG IS -
000320*             SPACE  NOTHING TO CLEAN UP.
000330*             N      NEVER CALCULATED - NO DL100PRV RECORD.
000340*             R      DELETED ON DL100MST BUT STILL HAS A RESULT
000350*                    INSIDE THE SNAPSHOT'S RECENT WINDOW.
000360*     'T' TRAILER - LAST RECORD.  THE SNAPSHOT RUN-ID AGAIN, THE
000370*         COUNT OF DETAIL RECORDS, AND THEIR HASH TOTAL (THE SUM
000380*         OF THE LAST RESULTS WITHOUT SIGN, A RECORD-ID THAT HAS
000390*         NEVER CALCULATED ADDING ZERO) - THE SAME COUNT AND HASH
000400*         THE WAREHOUSE RETURNS ON ITS DL100ACK HEADER.
000410*
000420* WRITTEN      G. HARTLEY, DATA LIBRARY SERVICES
000430* DATE-WRITTEN 15-OCT-2026
000440*
000450* MODIFICATION HISTORY
000460* 15-OCT-2026  GH  INITIAL VERSION - MONTH-END SNAPSHOT EXTRACT
000470******************************************************************
000480 01  DL100-SNAPSHOT-RECORD.
000490     05  DL100-SNP-REC-TYPE         PIC X(01).
000500         88  DL100-SNP-HEADER           VALUE "H".
000510         88  DL100-SNP-DETAIL           VALUE "D".
000520         88  DL100-SNP-TRAILER          VALUE "T".
000530     05  DL100-SNP-BODY             PIC X(79).
000540     05  DL100-SNP-HDR REDEFINES DL100-SNP-BODY.
000550         10  DL100-SNP-HDR-RUN-ID   PIC X(14).
000560         10  FILLER                 PIC X(01).
000570         10  DL100-SNP-HDR-AS-OF    PIC 9(08).
000580         10  FILLER                 PIC X(01).
000590         10  DL100-SNP-HDR-LABEL    PIC X(08).
000600             88  DL100-SNP-HDR-SNAPSHOT VALUE "SNAPSHOT".
000610         10  FILLER                 PIC X(47).
000620     05  DL100-SNP-DTL REDEFINES DL100-SNP-BODY.
000630         10  DL100-SNP-RECORD-ID    PIC X(06).
000640         10  FILLER                 PIC X(01).
000650         10  DL100-SNP-STATUS       PIC X(01).
000660             88  DL100-SNP-ACTIVE       VALUE "A".
000670             88  DL100-SNP-DELETED      VALUE "D".
000680         10  FILLER                 PIC X(01).
000690         10  DL100-SNP-FUNCTION     PIC X(10).
000700         10  FILLER                 PIC X(01).
000710         10  DL100-SNP-VALUE-1      PIC X(07).
000720         10  FILLER                 PIC X(01).
000730         10  DL100-SNP-VALUE-2      PIC X(07).
000740         10  FILLER                 PIC X(01).
000750         10  DL100-SNP-VALUE-3      PIC X(07).
000760         10  FILLER                 PIC X(01).
000770         10  DL100-SNP-RESULT-X     PIC X(10).
000780         10  DL100-SNP-RESULT REDEFINES
000790             DL100-SNP-RESULT-X     PIC S9(09)
000800                                    SIGN LEADING SEPARATE.
000810         10  FILLER                 PIC X(01).
000820         10  DL100-SNP-RUN-ID       PIC X(14).
000830         10  FILLER                 PIC X(01).
000840         10  DL100-SNP-CALC-DATE-X  PIC X(08).
000850         10  DL100-SNP-CALC-DATE REDEFINES
000860             DL100-SNP-CALC-DATE-X  PIC 9(08).
000870         10  DL100-SNP-FLAG         PIC X(01).
000880             88  DL100-SNP-CLEAN        VALUE SPACE.
000890             88  DL100-SNP-NEVER-CALC   VALUE "N".
000900             88  DL100-SNP-DELETED-RECENT VALUE "R".
000910     05  DL100-SNP-TLR REDEFINES DL100-SNP-BODY.
000920         10  DL100-SNP-TLR-RUN-ID   PIC X(14).
000930         10  FILLER                 PIC X(01).
000940         10  DL100-SNP-TLR-COUNT-X  PIC X(07).
000950         10  DL100-SNP-TLR-COUNT REDEFINES
000960             DL100-SNP-TLR-COUNT-X  PIC 9(07).
000970         10  FILLER                 PIC X(01).
000980         10  DL100-SNP-TLR-HASH-X   PIC X(15).
000990         10  DL100-SNP-TLR-HASH REDEFINES
001000             DL100-SNP-TLR-HASH-X   PIC 9(15).
001010         10  FILLER                 PIC X(41).
