000100******************************************************************
000110* PROGRAM-ID.  DL100SNP
000120*
000130* AUTHOR.        G. HARTLEY, DATA LIBRARY SERVICES
000140* INSTALLATION.  DATA LIBRARY SERVICES
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*
000180* REMARKS.  MONTH-END SNAPSHOT EXTRACT.  DL100EXT CARRIES ONLY THE
000190*     NIGHT'S ACTIVITY, AND THE WAREHOUSE BUILDS ITS CURRENT
000200*     STATE BY REPLAYING EVERY NIGHTLY FILE, SO A FAILED LOAD OR A
000210*     MISSED RESEND LEAVES IT DRIFTING FROM DL100MST.  AT
000220*     MONTH-END THIS PROGRAM WRITES DL100SNX, A FULL PICTURE OF
000230*     THE MASTER IN THE DL100SNPL LAYOUT -
000240*
000250*         - A HEADER WITH THE SNAPSHOT RUN-ID AND AS-OF DATE.
000260*         - ONE DETAIL PER DL100MST RECORD-ID, ACTIVE OR DELETED,
000270*           WITH ITS FUNCTION AND CURRENT ARGUMENTS, AND THE LAST
000280*           ACCEPTED RESULT AND RUN-ID FROM DL100PRV AND THE DATE
000290*           IT LAST CALCULATED (THE DATE PART OF THAT RUN-ID).
000300*         - A TRAILER WITH THE DETAIL COUNT AND THE HASH OF THE
000310*           LAST RESULTS, WITHOUT SIGN.
000320*
000330*     THE WAREHOUSE ACKNOWLEDGES THE SNAPSHOT THROUGH THE USUAL
000340*     DL100ACK PATH UNDER THE SNAPSHOT RUN-ID, AND DL100RCN
000350*     RECONCILES IT THE SAME WAY AS THE NIGHTLY FEED, GIVING BOTH
000360*     SIDES A MONTHLY TRUE-UP POINT.
000370*
000380*     TWO KINDS OF RECORD ARE FLAGGED ON THE DETAIL AND LISTED ON
000390*     THE DL100SNR REPORT SO THE MASTER CAN BE CLEANED UP -
000400*         N  A RECORD-ID THAT HAS NEVER CALCULATED (NO DL100PRV
000410*            RECORD).
000420*         R  A DELETED RECORD-ID WHOSE LAST RESULT IS STILL
000430*            RECENT - CALCULATED WITHIN THE RECENT WINDOW BEFORE
000440*            THE AS-OF DATE.
000450*
000460*     DL100SNC CARDS ARE KEYWORD=VALUE; A CARD STARTING * IS A
000470*     COMMENT, AND NO CARD FILE MEANS ALL DEFAULTS -
000480*         DATE=YYYYMMDD   AS-OF DATE (DEFAULT TODAY)
000490*         RECENT=NNN      RECENT WINDOW IN DAYS (DEFAULT 30)
000500*
000510*     RETURN-CODE 4 - AT LEAST ONE RECORD-ID WAS FLAGGED.  16 - A
000520*     FILE FAILED OR A CARD WAS IN ERROR AND NO SNAPSHOT SHOULD BE
000530*     SENT.
000540*
000550* MODIFICATION HISTORY.
000560* 15-OCT-2026  GH  INITIAL VERSION.
000570******************************************************************
000580 identification division.
000590 program-id. dl100snp.
000600 author. g. hartley.
000610
000620 environment division.
000630 configuration section.
000640 source-computer. IBM-370.
000650 object-computer. IBM-370.
000660
000670 input-output section.
000680 file-control.
000690     select dl100-snc-file assign to "DL100SNC"
000700         organization is line sequential
000710         file status is dl100-snc-status.
000720
000730     select dl100-mst-file assign to "DL100MST"
000740         organization is indexed
000750         access mode is sequential
000760         record key is dl100-in-record-id
000770         file status is dl100-mst-status.
000780
000790     select dl100-prv-file assign to "DL100PRV"
000800         organization is indexed
000810         access mode is random
000820         record key is dl100-prv-record-id
000830         file status is dl100-prv-status.
000840
000850     select dl100-snx-file assign to "DL100SNX"
000860         organization is line sequential
000870         file status is dl100-snx-status.
000880
000890     select dl100-snr-file assign to "DL100SNR"
000900         organization is line sequential
000910         file status is dl100-snr-status.
000920
000930     select dl100-stp-file assign to "DL100STP"
000940         organization is line sequential
000950         file status is dl100-stp-status.
000960
000970 data division.
000980 file section.
000990 fd  dl100-snc-file
001000     record contains 80 characters.
001010 01  dl100-snc-record               pic x(80).
001020
001030 fd  dl100-mst-file
001040     record contains 80 characters.
001050 copy "DL100IN.cpy".
001060
001070 fd  dl100-prv-file
001080     record contains 80 characters.
001090 copy "DL100PRVL.cpy".
001100
001110 fd  dl100-snx-file
001120     record contains 80 characters.
001130 01  dl100-snx-file-record          pic x(80).
001140
001150 fd  dl100-snr-file
001160     record contains 132 characters.
001170 01  dl100-snr-record               pic x(132).
001180
001190 fd  dl100-stp-file
001200     record contains 80 characters.
001210 01  dl100-stp-file-record          pic x(80).
001220
001230 working-storage section.
001240 01  dl100-snc-status               pic x(02) value spaces.
001250     88  dl100-snc-ok                   value "00".
001260
001270 01  dl100-mst-status               pic x(02) value spaces.
001280     88  dl100-mst-ok                   value "00".
001290
001300 01  dl100-prv-status               pic x(02) value spaces.
001310     88  dl100-prv-ok                   value "00".
001320     88  dl100-prv-not-found            value "23".
001330
001340 01  dl100-snx-status               pic x(02) value spaces.
001350     88  dl100-snx-ok                   value "00".
001360
001370 01  dl100-snr-status               pic x(02) value spaces.
001380     88  dl100-snr-ok                   value "00".
001390
001400 01  dl100-stp-status               pic x(02) value spaces.
001410     88  dl100-stp-ok                   value "00".
001420
001430 01  dl100-snp-switches.
001440     05  dl100-snc-eof-sw           pic x(01) value "N".
001450         88  dl100-snc-eof              value "Y".
001460     05  dl100-mst-eof-sw           pic x(01) value "N".
001470         88  dl100-mst-eof              value "Y".
001480
001490 01  dl100-snc-fields.
001500     05  dl100-snc-keyword          pic x(10) value spaces.
001510     05  dl100-snc-value            pic x(20) value spaces.
001520
001530 01  dl100-snp-parameters.
001540     05  dl100-snp-as-of            pic 9(08) value zero.
001550     05  dl100-snp-as-of-x redefines dl100-snp-as-of.
001560         10  dl100-snp-as-of-yyyy   pic 9(04).
001570         10  dl100-snp-as-of-mm     pic 9(02).
001580         10  dl100-snp-as-of-dd     pic 9(02).
001590     05  dl100-snp-recent-days      pic 9(03) value 30.
001600     05  dl100-snp-snap-id          pic x(14) value spaces.
001610
001620 01  dl100-snp-work-fields.
001630     05  dl100-snp-abs-result       pic 9(09) value zero.
001640     05  dl100-snp-hash             pic 9(15) value zero.
001650     05  dl100-snp-note-text        pic x(50) value spaces.
001660     05  dl100-snp-stat-reason      pic x(50) value spaces.
001670
001680 01  dl100-snp-age-fields.
001690     05  dl100-snp-age              pic s9(09) comp value zero.
001700     05  dl100-snp-as-of-day        pic s9(09) comp value zero.
001710     05  dl100-snp-calc-day         pic s9(09) comp value zero.
001720     05  dl100-day-date             pic 9(08).
001730     05  dl100-day-date-x redefines dl100-day-date.
001740         10  dl100-day-yyyy         pic 9(04).
001750         10  dl100-day-mm           pic 9(02).
001760         10  dl100-day-dd           pic 9(02).
001770     05  dl100-day-a                pic s9(09) comp.
001780     05  dl100-day-y                pic s9(09) comp.
001790     05  dl100-day-m                pic s9(09) comp.
001800     05  dl100-day-t1               pic s9(09) comp.
001810     05  dl100-day-t2               pic s9(09) comp.
001820     05  dl100-day-t3               pic s9(09) comp.
001830     05  dl100-day-t4               pic s9(09) comp.
001840     05  dl100-day-number           pic s9(09) comp.
001850
001860 01  dl100-snp-counts.
001870     05  dl100-cnt-written          pic 9(07) comp value zero.
001880     05  dl100-cnt-active           pic 9(07) comp value zero.
001890     05  dl100-cnt-deleted          pic 9(07) comp value zero.
001900     05  dl100-cnt-calculated       pic 9(07) comp value zero.
001910     05  dl100-cnt-never-calc       pic 9(07) comp value zero.
001920     05  dl100-cnt-deleted-recent   pic 9(07) comp value zero.
001930
001940 copy "DL100SNPL.cpy".
001950
001960 01  dl100-run-date-fields.
001970     05  dl100-sys-date             pic 9(08).
001980     05  dl100-run-date-x redefines dl100-sys-date.
001990         10  dl100-run-yyyy         pic 9(04).
002000         10  dl100-run-mm           pic 9(02).
002010         10  dl100-run-dd           pic 9(02).
002020     05  dl100-run-date-display     pic x(10).
002030     05  dl100-as-of-display        pic x(10).
002040     05  dl100-run-time             pic 9(08) value zero.
002050     05  dl100-end-time             pic 9(08) value zero.
002060
002070 copy "DL100STPL.cpy".
002080
002090 01  dl100-rpt-heading-1.
002100     05  filler                     pic x(40)
002110         value "DL100SNP - MONTH-END SNAPSHOT EXTRACT".
002120     05  filler                     pic x(10) value "RUN DATE: ".
002130     05  dl100-hd1-run-date         pic x(10).
002140     05  filler                     pic x(72) value spaces.
002150
002160 01  dl100-rpt-heading-2.
002170     05  filler                     pic x(17)
002180         value "SNAPSHOT RUN-ID: ".
002190     05  dl100-hd2-run-id           pic x(14).
002200     05  filler                     pic x(03) value spaces.
002210     05  filler                     pic x(07) value "AS OF: ".
002220     05  dl100-hd2-as-of            pic x(10).
002230     05  filler                     pic x(03) value spaces.
002240     05  filler                     pic x(15)
002250         value "RECENT WINDOW: ".
002260     05  dl100-hd2-recent           pic zz9.
002270     05  filler                     pic x(05) value " DAYS".
002280     05  filler                     pic x(55) value spaces.
002290
002300 01  dl100-rpt-detail-heading.
002310     05  filler                     pic x(30)
002320         value "RECORD  STATUS   FUNCTION    L".
002330     05  filler                     pic x(30)
002340         value "AST RUN-ID     CALCULATED  NOT".
002350     05  filler                     pic x(30)
002360         value "E                             ".
002370     05  filler                     pic x(42) value spaces.
002380
002390 01  dl100-rpt-detail.
002400     05  dl100-det-record-id        pic x(06).
002410     05  filler                     pic x(02) value spaces.
002420     05  dl100-det-status           pic x(07).
002430     05  filler                     pic x(02) value spaces.
002440     05  dl100-det-function         pic x(10).
002450     05  filler                     pic x(02) value spaces.
002460     05  dl100-det-run-id           pic x(14).
002470     05  filler                     pic x(02) value spaces.
002480     05  dl100-det-calc-date        pic x(10).
002490     05  filler                     pic x(02) value spaces.
002500     05  dl100-det-note             pic x(50).
002510     05  filler                     pic x(23) value spaces.
002520
002530 01  dl100-rpt-total-line.
002540     05  dl100-tot-label            pic x(40).
002550     05  dl100-tot-count            pic zz,zzz,zz9.
002560     05  filler                     pic x(82) value spaces.
002570
002580 01  dl100-rpt-hash-line.
002590     05  filler                     pic x(40)
002600         value "TRAILER HASH TOTAL".
002610     05  dl100-hsh-hash             pic zzz,zzz,zzz,zzz,zz9.
002620     05  filler                     pic x(73) value spaces.
002630
002640 01  dl100-rpt-status-line.
002650     05  filler                     pic x(17)
002660         value "SNAPSHOT STATUS: ".
002670     05  dl100-stat-text            pic x(50).
002680     05  filler                     pic x(65) value spaces.
002690
002700 procedure division.
002710 0000-mainline.
002720     perform 1000-initialize thru 1000-exit
002730     perform 2000-write-header thru 2000-exit
002740     perform 1100-read-master thru 1100-exit
002750     perform 2100-process-master thru 2100-exit
002760         until dl100-mst-eof
002770     perform 2800-write-trailer thru 2800-exit
002780     perform 2900-write-totals thru 2900-exit
002790     perform 3000-terminate thru 3000-exit
002800     goback.
002810
002820 1000-initialize.
002830     accept dl100-sys-date from date yyyymmdd
002840     accept dl100-run-time from time
002850     string dl100-run-mm "/" dl100-run-dd "/" dl100-run-yyyy
002860         delimited by size into dl100-run-date-display
002870     move dl100-sys-date to dl100-snp-snap-id (1:8)
002880     move dl100-run-time (1:6) to dl100-snp-snap-id (9:6)
002890     move dl100-sys-date to dl100-snp-as-of
002900     open input dl100-snc-file
002910     if dl100-snc-status = "35"
002920         set dl100-snc-eof to true
002930     else
002940         if not dl100-snc-ok
002950             display "DL100SNC OPEN FAILED - STATUS "
002960                 dl100-snc-status
002970             go to 9999-abend
002980         end-if
002990     end-if
003000     perform 1050-read-card thru 1050-exit
003010         until dl100-snc-eof
003020     if dl100-snc-ok or dl100-snc-status = "10"
003030         close dl100-snc-file
003040     end-if
003050     move dl100-snp-as-of to dl100-day-date
003060     perform 2510-day-number thru 2510-exit
003070     move dl100-day-number to dl100-snp-as-of-day
003080     string dl100-snp-as-of-mm "/" dl100-snp-as-of-dd "/"
003090         dl100-snp-as-of-yyyy
003100         delimited by size into dl100-as-of-display
003110     open input dl100-mst-file
003120     if not dl100-mst-ok
003130         display "DL100MST OPEN FAILED - STATUS " dl100-mst-status
003140         go to 9999-abend
003150     end-if
003160     open input dl100-prv-file
003170     if not dl100-prv-ok
003180         display "DL100PRV OPEN FAILED - STATUS " dl100-prv-status
003190         go to 9999-abend
003200     end-if
003210     open output dl100-snx-file
003220     if not dl100-snx-ok
003230         display "DL100SNX OPEN FAILED - STATUS " dl100-snx-status
003240         go to 9999-abend
003250     end-if
003260     open output dl100-snr-file
003270     if not dl100-snr-ok
003280         display "DL100SNR OPEN FAILED - STATUS " dl100-snr-status
003290         go to 9999-abend
003300     end-if
003310     move dl100-run-date-display to dl100-hd1-run-date
003320     write dl100-snr-record from dl100-rpt-heading-1
003330     move dl100-snp-snap-id to dl100-hd2-run-id
003340     move dl100-as-of-display to dl100-hd2-as-of
003350     move dl100-snp-recent-days to dl100-hd2-recent
003360     write dl100-snr-record from dl100-rpt-heading-2
003370     write dl100-snr-record from dl100-rpt-detail-heading.
003380 1000-exit.
003390     exit.
003400
003410 1050-read-card.
003420     read dl100-snc-file
003430         at end
003440             set dl100-snc-eof to true
003450             go to 1050-exit
003460     end-read
003470     if dl100-snc-record (1:1) = "*" or dl100-snc-record = spaces
003480         go to 1050-exit
003490     end-if
003500     move spaces to dl100-snc-keyword
003510     move spaces to dl100-snc-value
003520     unstring dl100-snc-record delimited by "="
003530         into dl100-snc-keyword dl100-snc-value
003540     end-unstring
003550     evaluate dl100-snc-keyword
003560         when "DATE"
003570             if dl100-snc-value (1:8) is not numeric
003580                     or dl100-snc-value (9:1) not = space
003590                 display "DL100SNC DATE NOT YYYYMMDD - "
003600                     dl100-snc-value
003610                 go to 9999-abend
003620             end-if
003630             move dl100-snc-value (1:8) to dl100-snp-as-of
003640             if dl100-snp-as-of-mm is less than 1
003650                     or dl100-snp-as-of-mm is greater than 12
003660                     or dl100-snp-as-of-dd is less than 1
003670                     or dl100-snp-as-of-dd is greater than 31
003680                 display "DL100SNC DATE NOT A VALID DATE - "
003690                     dl100-snc-value
003700                 go to 9999-abend
003710             end-if
003720         when "RECENT"
003730             if dl100-snc-value (1:3) is not numeric
003740                     or dl100-snc-value (4:1) not = space
003750                 display "DL100SNC RECENT NOT THREE DIGITS - "
003760                     dl100-snc-value
003770                 go to 9999-abend
003780             end-if
003790             move dl100-snc-value (1:3) to dl100-snp-recent-days
003800         when other
003810             display "DL100SNC CARD NOT RECOGNIZED - "
003820                 dl100-snc-record (1:40)
003830     end-evaluate.
003840 1050-exit.
003850     exit.
003860
003870 1100-read-master.
003880     read dl100-mst-file next record
003890         at end
003900             set dl100-mst-eof to true
003910             go to 1100-exit
003920     end-read
003930     if not dl100-mst-ok
003940         display "DL100MST READ FAILED - STATUS " dl100-mst-status
003950         go to 9999-abend
003960     end-if.
003970 1100-exit.
003980     exit.
003990
004000 2000-write-header.
004010     move spaces to dl100-snapshot-record
004020     set dl100-snp-header to true
004030     move dl100-snp-snap-id to dl100-snp-hdr-run-id
004040     move dl100-snp-as-of to dl100-snp-hdr-as-of
004050     set dl100-snp-hdr-snapshot to true
004060     write dl100-snx-file-record from dl100-snapshot-record.
004070 2000-exit.
004080     exit.
004090
004100 2100-process-master.
004110     move spaces to dl100-snapshot-record
004120     set dl100-snp-detail to true
004130     move dl100-in-record-id to dl100-snp-record-id
004140     if dl100-in-deleted
004150         set dl100-snp-deleted to true
004160         add 1 to dl100-cnt-deleted
004170     else
004180         set dl100-snp-active to true
004190         add 1 to dl100-cnt-active
004200     end-if
004210     move dl100-in-function to dl100-snp-function
004220     move dl100-in-value-x to dl100-snp-value-1
004230     move dl100-in-value-2-x to dl100-snp-value-2
004240     move dl100-in-value-3-x to dl100-snp-value-3
004250     move dl100-in-record-id to dl100-prv-record-id
004260     read dl100-prv-file
004270         invalid key
004280             continue
004290     end-read
004300     evaluate true
004310         when dl100-prv-ok
004320             perform 2200-last-result thru 2200-exit
004330         when dl100-prv-not-found
004340             set dl100-snp-never-calc to true
004350             add 1 to dl100-cnt-never-calc
004360             move "NEVER CALCULATED - NO DL100PRV RECORD"
004370                 to dl100-snp-note-text
004380             perform 2700-write-flagged thru 2700-exit
004390         when other
004400             display "DL100PRV READ FAILED - STATUS "
004410                 dl100-prv-status " - RECORD-ID "
004420                 dl100-in-record-id
004430             go to 9999-abend
004440     end-evaluate
004450     write dl100-snx-file-record from dl100-snapshot-record
004460     add 1 to dl100-cnt-written
004470     perform 1100-read-master thru 1100-exit.
004480 2100-exit.
004490     exit.
004500
004510 2200-last-result.
004520     add 1 to dl100-cnt-calculated
004530     move dl100-prv-result to dl100-snp-result
004540     move dl100-prv-run-id to dl100-snp-run-id
004550     move dl100-prv-result to dl100-snp-abs-result
004560     add dl100-snp-abs-result to dl100-snp-hash
004570     if dl100-prv-run-id (1:8) is not numeric
004580         go to 2200-exit
004590     end-if
004600     move dl100-prv-run-id (1:8) to dl100-snp-calc-date
004610     if not dl100-snp-deleted
004620         go to 2200-exit
004630     end-if
004640     perform 2500-compute-age thru 2500-exit
004650     if dl100-snp-age is less than zero
004660             or dl100-snp-age
004670                 is greater than dl100-snp-recent-days
004680         go to 2200-exit
004690     end-if
004700     set dl100-snp-deleted-recent to true
004710     add 1 to dl100-cnt-deleted-recent
004720     move "DELETED BUT HAS A RECENT RESULT" to dl100-snp-note-text
004730     perform 2700-write-flagged thru 2700-exit.
004740 2200-exit.
004750     exit.
004760
004770 2500-compute-age.
004780     move dl100-snp-calc-date to dl100-day-date
004790     perform 2510-day-number thru 2510-exit
004800     move dl100-day-number to dl100-snp-calc-day
004810     compute dl100-snp-age =
004820         dl100-snp-as-of-day - dl100-snp-calc-day.
004830 2500-exit.
004840     exit.
004850
004860 2510-day-number.
004870     compute dl100-day-a = (14 - dl100-day-mm) / 12
004880     compute dl100-day-y = dl100-day-yyyy + 4800 - dl100-day-a
004890     compute dl100-day-m = dl100-day-mm + (12 * dl100-day-a) - 3
004900     compute dl100-day-t1 = ((153 * dl100-day-m) + 2) / 5
004910     compute dl100-day-t2 = dl100-day-y / 4
004920     compute dl100-day-t3 = dl100-day-y / 100
004930     compute dl100-day-t4 = dl100-day-y / 400
004940     compute dl100-day-number = dl100-day-dd + dl100-day-t1
004950         + (365 * dl100-day-y) + dl100-day-t2 - dl100-day-t3
004960         + dl100-day-t4 - 32045.
004970 2510-exit.
004980     exit.
004990
005000 2700-write-flagged.
005010     move dl100-snp-record-id to dl100-det-record-id
005020     if dl100-snp-deleted
005030         move "DELETED" to dl100-det-status
005040     else
005050         move "ACTIVE" to dl100-det-status
005060     end-if
005070     move dl100-snp-function to dl100-det-function
005080     move dl100-snp-run-id to dl100-det-run-id
005090     move spaces to dl100-det-calc-date
005100     if dl100-snp-calc-date-x is numeric
005110         string dl100-snp-calc-date-x (5:2) "/"
005120             dl100-snp-calc-date-x (7:2) "/"
005130             dl100-snp-calc-date-x (1:4)
005140             delimited by size into dl100-det-calc-date
005150     end-if
005160     move dl100-snp-note-text to dl100-det-note
005170     write dl100-snr-record from dl100-rpt-detail.
005180 2700-exit.
005190     exit.
005200
005210 2800-write-trailer.
005220     move spaces to dl100-snapshot-record
005230     set dl100-snp-trailer to true
005240     move dl100-snp-snap-id to dl100-snp-tlr-run-id
005250     move dl100-cnt-written to dl100-snp-tlr-count
005260     move dl100-snp-hash to dl100-snp-tlr-hash
005270     write dl100-snx-file-record from dl100-snapshot-record.
005280 2800-exit.
005290     exit.
005300
005310 2900-write-totals.
005320     move "DL100MST RECORD-IDS IN THE SNAPSHOT" to dl100-tot-label
005330     move dl100-cnt-written to dl100-tot-count
005340     write dl100-snr-record from dl100-rpt-total-line
005350     move "  ACTIVE" to dl100-tot-label
005360     move dl100-cnt-active to dl100-tot-count
005370     write dl100-snr-record from dl100-rpt-total-line
005380     move "  DELETED" to dl100-tot-label
005390     move dl100-cnt-deleted to dl100-tot-count
005400     write dl100-snr-record from dl100-rpt-total-line
005410     move "  WITH A LAST RESULT ON DL100PRV" to dl100-tot-label
005420     move dl100-cnt-calculated to dl100-tot-count
005430     write dl100-snr-record from dl100-rpt-total-line
005440     move "  NEVER CALCULATED" to dl100-tot-label
005450     move dl100-cnt-never-calc to dl100-tot-count
005460     write dl100-snr-record from dl100-rpt-total-line
005470     move "  DELETED WITH A RECENT RESULT" to dl100-tot-label
005480     move dl100-cnt-deleted-recent to dl100-tot-count
005490     write dl100-snr-record from dl100-rpt-total-line
005500     move dl100-snp-hash to dl100-hsh-hash
005510     write dl100-snr-record from dl100-rpt-hash-line
005520     move zero to return-code
005530     if dl100-cnt-never-calc is greater than zero
005540             or dl100-cnt-deleted-recent is greater than zero
005550         move 4 to return-code
005560         move "WRITTEN - FLAGGED RECORD-IDS TO CLEAN UP"
005570             to dl100-snp-stat-reason
005580     else
005590         move "WRITTEN - NOTHING FLAGGED" to dl100-snp-stat-reason
005600     end-if
005610     move dl100-snp-stat-reason to dl100-stat-text
005620     write dl100-snr-record from dl100-rpt-status-line
005630     display "DL100SNP - SNAPSHOT " dl100-snp-snap-id " "
005640         dl100-snp-stat-reason.
005650 2900-exit.
005660     exit.
005670
005680 3000-terminate.
005690     close dl100-mst-file
005700     close dl100-prv-file
005710     close dl100-snx-file
005720     close dl100-snr-file
005730     perform 3900-write-step-ledger thru 3900-exit.
005740 3000-exit.
005750     exit.
005760
005770 3900-write-step-ledger.
005780     open extend dl100-stp-file
005790     if dl100-stp-status = "35"
005800         open output dl100-stp-file
005810     end-if
005820     if not dl100-stp-ok
005830         display "DL100STP OPEN FAILED - STATUS " dl100-stp-status
005840             " - STEP LEDGER NOT WRITTEN"
005850         go to 3900-exit
005860     end-if
005870     move spaces to dl100-step-record
005880     move "DL100SNP" to dl100-stp-program
005890     move dl100-snp-snap-id to dl100-stp-run-id
005900     move dl100-snp-as-of to dl100-stp-business-date
005910     move dl100-run-time (1:6) to dl100-stp-start-time
005920     accept dl100-end-time from time
005930     move dl100-end-time (1:6) to dl100-stp-end-time
005940     move return-code to dl100-stp-return-code
005950     move dl100-cnt-written to dl100-stp-count-1
005960     move dl100-cnt-never-calc to dl100-stp-count-2
005970     move dl100-cnt-deleted-recent to dl100-stp-count-3
005980     write dl100-stp-file-record from dl100-step-record
005990     close dl100-stp-file.
006000 3900-exit.
006010     exit.
006020
006030 9999-abend.
006040     move 16 to return-code
006050     perform 3900-write-step-ledger thru 3900-exit
006060     goback.
006070
006080 end program dl100snp.
