000100******************************************************************
000110* PROGRAM-ID.  DL100PRB
000120*
000130* AUTHOR.        G. HARTLEY, DATA LIBRARY SERVICES
000140* INSTALLATION.  DATA LIBRARY SERVICES
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*
000180* REMARKS.  DL100PRV REBUILD AND VERIFY.  DL100PRV HOLDS EACH
000190*     RECORD-ID'S LAST ACCEPTED FUNCTION, INPUTS, RESULT, AND
000200*     RUN-ID, AND DL100FT JUDGES EVERY NEW RESULT AGAINST IT.  IT
000210*     IS UPDATED IN PLACE AS DL100FT RUNS, SO A RESTART OR A
000220*     STORAGE INCIDENT CAN LEAVE IT OUT OF STEP WITH WHAT WAS
000230*     ACTUALLY POSTED.  THIS PROGRAM WORKS OUT FROM THE POSTED
000240*     HISTORY WHAT DL100PRV SHOULD HOLD, THEN EITHER COMPARES IT
000250*     TO THE LIVE FILE OR REWRITES THE FILE FROM IT -
000260*
000270*         - READS THE CONCATENATED DL100EXH EXTRACT HISTORY TWICE.
000280*           THE FIRST PASS NOTES EVERY POSTING TAKEN BACK BY A
000290*           REVERSING ENTRY (R) - THE RECORD-ID AND THE RUN-ID
000300*           IT NAMES.  THE SECOND PASS KEEPS, PER RECORD-ID, THE
000310*           LATEST POSTING (CALCULATION OR CORRECTION) THAT WAS
000320*           NOT REVERSED.  A CALCULATION STANDS AT ITS OWN RUN-ID
000330*           AND A CORRECTION AT THE RUN-ID OF THE POSTING IT
000340*           REPLACED, THE SAME ORDER DL100FT APPLIES TO DL100PRV,
000350*           SO A CORRECTION TO AN OLDER POSTING NEVER DISPLACES A
000360*           LATER CALCULATION.  RESEND COPIES ARE SKIPPED.
000370*         - TAKES VALUE-2 AND VALUE-3, WHICH THE EXTRACT DOES NOT
000380*           CARRY, FROM DL100MST WHEN THE MASTER STILL HOLDS THE
000390*           SAME FUNCTION AND VALUE-1 AS THE POSTING; OTHERWISE
000400*           THEY ARE ZERO, AS DL100FT LEAVES THEM WHEN A REVERSAL
000410*           RESTORES AN EARLIER POSTING, AND ARE NOT COMPARED.
000420*         - CONFIRMS EVERY KEPT POSTING AGAINST THE DL100AUD TRAIL
000430*           (SAME RUN-ID, FUNCTION, AND INPUT, RETURN CODE 00) AND
000440*           LISTS ANY THAT ARE NOT CONFIRMED, AND EVERY DL100AUD
000450*           RUN-ID WITH ACCEPTED CALCULATIONS BUT NO DL100EXH
000460*           RECORDS - AN ONLINE DL100MNT POSTING, OR A NIGHT WHOSE
000470*           EXTRACT WAS NEVER ARCHIVED AND SHOULD BE CONCATENATED
000480*           UNDER DL100EXH BEFORE THE REBUILD IS TRUSTED.
000490*
000500*     MODE=VERIFY (THE DEFAULT) READS THE LIVE DL100PRV AND PRINTS
000510*     ON DL100PBR EVERY RECORD-ID MISSING FROM EITHER SIDE AND
000520*     EVERY FIELD THAT DISAGREES, LIVE VALUE AGAINST REBUILT
000530*     VALUE.  NOTHING IS UPDATED.
000540*
000550*     MODE=REBUILD OPENS DL100PRV OUTPUT AND WRITES ONE RECORD
000560*     PER REBUILT RECORD-ID.  THE JOB BACKS UP AND REDEFINES THE
000570*     CLUSTER FIRST; RUN MODE=VERIFY BEFORE AND AFTER.
000580*
000590*     DL100PBC CARDS ARE KEYWORD=VALUE; A CARD STARTING * IS A
000600*     COMMENT -
000610*         MODE=VERIFY  OR  MODE=REBUILD
000620*
000630*     RETURN-CODE 8 - VERIFY FOUND DL100PRV OUT OF STEP WITH THE
000640*     HISTORY.  4 - A POSTING WAS NOT CONFIRMED ON DL100AUD, OR A
000650*     DL100AUD RUN HAS NO ARCHIVED EXTRACT.  16 - A FILE FAILED OR
000660*     A TABLE OVERFLOWED AND NOTHING WAS REBUILT.
000670*
000680* MODIFICATION HISTORY.
000690* 15-OCT-2026  GH  INITIAL VERSION.
000700******************************************************************
000710 identification division.
000720 program-id. dl100prb.
000730 author. g. hartley.
000740
000750 environment division.
000760 configuration section.
000770 source-computer. IBM-370.
000780 object-computer. IBM-370.
000790
000800 input-output section.
000810 file-control.
000820     select dl100-pbc-file assign to "DL100PBC"
000830         organization is line sequential
000840         file status is dl100-pbc-status.
000850
000860     select dl100-exh-file assign to "DL100EXH"
000870         organization is line sequential
000880         file status is dl100-exh-status.
000890
000900     select dl100-aud-file assign to "DL100AUD"
000910         organization is line sequential
000920         file status is dl100-aud-status.
000930
000940     select dl100-mst-file assign to "DL100MST"
000950         organization is indexed
000960         access mode is random
000970         record key is dl100-mst-record-id
000980         file status is dl100-mst-status.
000990
001000     select dl100-prv-file assign to "DL100PRV"
001010         organization is indexed
001020         access mode is dynamic
001030         record key is dl100-prv-record-id
001040         file status is dl100-prv-status.
001050
001060     select dl100-pbr-file assign to "DL100PBR"
001070         organization is line sequential
001080         file status is dl100-pbr-status.
001090
001100     select dl100-stp-file assign to "DL100STP"
001110         organization is line sequential
001120         file status is dl100-stp-status.
001130
001140 data division.
001150 file section.
001160 fd  dl100-pbc-file
001170     record contains 80 characters.
001180 01  dl100-pbc-record               pic x(80).
001190
001200 fd  dl100-exh-file
001210     record contains 80 characters.
001220 01  dl100-exh-file-record          pic x(80).
001230
001240 fd  dl100-aud-file
001250     record contains 80 characters.
001260 01  dl100-aud-record               pic x(80).
001270
001280 fd  dl100-mst-file
001290     record contains 80 characters.
001300 01  dl100-mst-record.
001310     05  dl100-mst-record-id        pic x(06).
001320     05  filler                     pic x(74).
001330
001340 fd  dl100-prv-file
001350     record contains 80 characters.
001360 copy "DL100PRVL.cpy".
001370
001380 fd  dl100-pbr-file
001390     record contains 132 characters.
001400 01  dl100-pbr-record               pic x(132).
001410
001420 fd  dl100-stp-file
001430     record contains 80 characters.
001440 01  dl100-stp-file-record          pic x(80).
001450
001460 working-storage section.
001470 01  dl100-pbc-status               pic x(02) value spaces.
001480     88  dl100-pbc-ok                   value "00".
001490
001500 01  dl100-exh-status               pic x(02) value spaces.
001510     88  dl100-exh-ok                   value "00".
001520
001530 01  dl100-aud-status               pic x(02) value spaces.
001540     88  dl100-aud-ok                   value "00".
001550
001560 01  dl100-mst-status               pic x(02) value spaces.
001570     88  dl100-mst-ok                   value "00".
001580
001590 01  dl100-prv-status               pic x(02) value spaces.
001600     88  dl100-prv-ok                   value "00".
001610
001620 01  dl100-pbr-status               pic x(02) value spaces.
001630     88  dl100-pbr-ok                   value "00".
001640
001650 01  dl100-stp-status               pic x(02) value spaces.
001660     88  dl100-stp-ok                   value "00".
001670
001680 01  dl100-prb-switches.
001690     05  dl100-pbc-eof-sw           pic x(01) value "N".
001700         88  dl100-pbc-eof              value "Y".
001710     05  dl100-exh-eof-sw           pic x(01) value "N".
001720         88  dl100-exh-eof              value "Y".
001730     05  dl100-aud-eof-sw           pic x(01) value "N".
001740         88  dl100-aud-eof              value "Y".
001750     05  dl100-prv-eof-sw           pic x(01) value "N".
001760         88  dl100-prv-eof              value "Y".
001770     05  dl100-prb-mode-sw          pic x(01) value "V".
001780         88  dl100-prb-verify-mode      value "V".
001790         88  dl100-prb-rebuild-mode     value "R".
001800     05  dl100-prb-found-sw         pic x(01) value "N".
001810         88  dl100-prb-found            value "Y".
001820     05  dl100-prb-aud-sw           pic x(01) value "N".
001830         88  dl100-prb-aud-present      value "Y".
001840     05  dl100-prb-mst-sw           pic x(01) value "N".
001850         88  dl100-prb-mst-present      value "Y".
001860     05  dl100-prb-diff-sw          pic x(01) value "N".
001870         88  dl100-prb-differs          value "Y".
001880     05  dl100-prb-run-sw           pic x(01) value "N".
001890         88  dl100-prb-run-found        value "Y".
001900
001910 01  dl100-pbc-fields.
001920     05  dl100-pbc-keyword          pic x(10) value spaces.
001930     05  dl100-pbc-value            pic x(20) value spaces.
001940
001950 01  dl100-prb-rev-table.
001960     05  dl100-rev-count            pic s9(08) comp value zero.
001970     05  dl100-rev-ix               pic s9(08) comp value zero.
001980     05  dl100-rev-entry occurs 20000 times.
001990         10  dl100-rev-record-id    pic x(06).
002000         10  dl100-rev-run-id       pic x(14).
002010
002020 01  dl100-prb-id-table.
002030     05  dl100-id-count             pic s9(08) comp value zero.
002040     05  dl100-id-ix                pic s9(08) comp value zero.
002050     05  dl100-id-entry occurs 50000 times.
002060         10  dl100-id-record-id     pic x(06).
002070         10  dl100-id-function      pic x(10).
002080         10  dl100-id-value-1       pic 9(09).
002090         10  dl100-id-value-2       pic x(07).
002100         10  dl100-id-value-3       pic x(07).
002110         10  dl100-id-result        pic 9(09).
002120         10  dl100-id-run-id        pic x(14).
002130         10  dl100-id-position      pic x(14).
002140         10  dl100-id-type          pic x(01).
002150         10  dl100-id-args-sw       pic x(01).
002160             88  dl100-id-args-known    value "Y".
002170         10  dl100-id-aud-sw        pic x(01).
002180             88  dl100-id-confirmed     value "Y".
002190         10  dl100-id-seen-sw       pic x(01).
002200             88  dl100-id-seen          value "Y".
002210
002220 01  dl100-prb-run-table.
002230     05  dl100-run-count            pic s9(04) comp value zero.
002240     05  dl100-run-ix               pic s9(04) comp value zero.
002250     05  dl100-run-entry occurs 5000 times.
002260         10  dl100-run-run-id       pic x(14).
002270
002280 01  dl100-prb-stray-table.
002290     05  dl100-stray-count          pic s9(04) comp value zero.
002300     05  dl100-stray-ix             pic s9(04) comp value zero.
002310     05  dl100-stray-entry occurs 500 times.
002320         10  dl100-stray-run-id     pic x(14).
002330         10  dl100-stray-calcs      pic 9(07) comp.
002340
002350 01  dl100-prb-work-fields.
002360     05  dl100-prb-position         pic x(14) value spaces.
002370     05  dl100-prb-input-edit       pic -(09)9.9999.
002380     05  dl100-prb-num-edit         pic -(09)9.
002390     05  dl100-prb-diff-field       pic x(10) value spaces.
002400     05  dl100-prb-live-text        pic x(20) value spaces.
002410     05  dl100-prb-rebuilt-text     pic x(20) value spaces.
002420     05  dl100-prb-note-text        pic x(40) value spaces.
002430     05  dl100-prb-stat-reason      pic x(50) value spaces.
002440
002450 01  dl100-prb-counts.
002460     05  dl100-cnt-exh-read         pic 9(07) comp value zero.
002470     05  dl100-cnt-resend           pic 9(07) comp value zero.
002480     05  dl100-cnt-unusable         pic 9(07) comp value zero.
002490     05  dl100-cnt-postings         pic 9(07) comp value zero.
002500     05  dl100-cnt-reversed         pic 9(07) comp value zero.
002510     05  dl100-cnt-args-known       pic 9(07) comp value zero.
002520     05  dl100-cnt-args-unknown     pic 9(07) comp value zero.
002530     05  dl100-cnt-aud-read         pic 9(07) comp value zero.
002540     05  dl100-cnt-confirmed        pic 9(07) comp value zero.
002550     05  dl100-cnt-unconfirmed      pic 9(07) comp value zero.
002560     05  dl100-cnt-stray-calcs      pic 9(07) comp value zero.
002570     05  dl100-cnt-prv-read         pic 9(07) comp value zero.
002580     05  dl100-cnt-agree            pic 9(07) comp value zero.
002590     05  dl100-cnt-disagree         pic 9(07) comp value zero.
002600     05  dl100-cnt-field-diffs      pic 9(07) comp value zero.
002610     05  dl100-cnt-missing          pic 9(07) comp value zero.
002620     05  dl100-cnt-not-rebuilt      pic 9(07) comp value zero.
002630     05  dl100-cnt-written          pic 9(07) comp value zero.
002640
002650 copy "DL100EXT.cpy".
002660
002670 copy "DL100IN.cpy".
002680
002690 copy "DL100AUDL.cpy".
002700
002710 01  dl100-run-date-fields.
002720     05  dl100-sys-date             pic 9(08).
002730     05  dl100-run-date-x redefines dl100-sys-date.
002740         10  dl100-run-yyyy         pic 9(04).
002750         10  dl100-run-mm           pic 9(02).
002760         10  dl100-run-dd           pic 9(02).
002770     05  dl100-run-date-display     pic x(10).
002780     05  dl100-run-time             pic 9(08) value zero.
002790     05  dl100-end-time             pic 9(08) value zero.
002800
002810 copy "DL100STPL.cpy".
002820
002830 01  dl100-rpt-heading-1.
002840     05  filler                     pic x(40)
002850         value "DL100PRB - DL100PRV REBUILD AND VERIFY".
002860     05  filler                     pic x(10) value "RUN DATE: ".
002870     05  dl100-hd1-run-date         pic x(10).
002880     05  filler                     pic x(72) value spaces.
002890
002900 01  dl100-rpt-mode-line.
002910     05  filler                     pic x(06) value "MODE: ".
002920     05  dl100-mod-mode             pic x(07).
002930     05  filler                     pic x(03) value spaces.
002940     05  dl100-mod-text             pic x(60).
002950     05  filler                     pic x(56) value spaces.
002960
002970 01  dl100-rpt-detail-heading.
002980     05  filler                     pic x(30)
002990         value "RECORD  FIELD       LIVE DL100".
003000     05  filler                     pic x(30)
003010         value "PRV         REBUILT FROM HISTO".
003020     05  filler                     pic x(30)
003030         value "RY  NOTE                      ".
003040     05  filler                     pic x(42) value spaces.
003050
003060 01  dl100-rpt-detail.
003070     05  dl100-det-record-id        pic x(06).
003080     05  filler                     pic x(02) value spaces.
003090     05  dl100-det-field            pic x(10).
003100     05  filler                     pic x(02) value spaces.
003110     05  dl100-det-live             pic x(20).
003120     05  filler                     pic x(02) value spaces.
003130     05  dl100-det-rebuilt          pic x(20).
003140     05  filler                     pic x(02) value spaces.
003150     05  dl100-det-note             pic x(40).
003160     05  filler                     pic x(28) value spaces.
003170
003180 01  dl100-rpt-stray-line.
003190     05  filler                     pic x(16)
003200         value "DL100AUD RUN-ID ".
003210     05  dl100-sty-run-id           pic x(14).
003220     05  filler                     pic x(01) value spaces.
003230     05  dl100-sty-calcs            pic z,zzz,zz9.
003240     05  filler                     pic x(40)
003250         value " ACCEPTED CALCULATIONS, NO DL100EXH RECO".
003260     05  filler                     pic x(40)
003270         value "RDS - ONLINE POSTING OR EXTRACT NOT ARCH".
003280     05  filler                     pic x(05) value "IVED ".
003290     05  filler                     pic x(07) value spaces.
003300
003310 01  dl100-rpt-total-line.
003320     05  dl100-tot-label            pic x(40).
003330     05  dl100-tot-count            pic zz,zzz,zz9.
003340     05  filler                     pic x(82) value spaces.
003350
003360 01  dl100-rpt-status-line.
003370     05  filler                     pic x(17)
003380         value "DL100PRV STATUS: ".
003390     05  dl100-stat-text            pic x(50).
003400     05  filler                     pic x(65) value spaces.
003410
003420 procedure division.
003430 0000-mainline.
003440     perform 1000-initialize thru 1000-exit
003450     perform 2000-load-reversals thru 2000-exit
003460     perform 2100-load-postings thru 2100-exit
003470     perform 2300-recover-arguments thru 2300-exit
003480     perform 2400-confirm-audit thru 2400-exit
003490     if dl100-prb-rebuild-mode
003500         perform 2600-rebuild-prior thru 2600-exit
003510     else
003520         perform 2500-verify-prior thru 2500-exit
003530     end-if
003540     perform 2800-write-totals thru 2800-exit
003550     perform 3000-terminate thru 3000-exit
003560     goback.
003570
003580 1000-initialize.
003590     accept dl100-sys-date from date yyyymmdd
003600     accept dl100-run-time from time
003610     string dl100-run-mm "/" dl100-run-dd "/" dl100-run-yyyy
003620         delimited by size into dl100-run-date-display
003630     open input dl100-pbc-file
003640     if dl100-pbc-status = "35"
003650         set dl100-pbc-eof to true
003660     else
003670         if not dl100-pbc-ok
003680             display "DL100PBC OPEN FAILED - STATUS "
003690                 dl100-pbc-status
003700             go to 9999-abend
003710         end-if
003720     end-if
003730     perform 1050-read-card thru 1050-exit
003740         until dl100-pbc-eof
003750     if dl100-pbc-ok or dl100-pbc-status = "10"
003760         close dl100-pbc-file
003770     end-if
003780     open output dl100-pbr-file
003790     if not dl100-pbr-ok
003800         display "DL100PBR OPEN FAILED - STATUS " dl100-pbr-status
003810         go to 9999-abend
003820     end-if
003830     move dl100-run-date-display to dl100-hd1-run-date
003840     write dl100-pbr-record from dl100-rpt-heading-1
003850     if dl100-prb-rebuild-mode
003860         move "REBUILD" to dl100-mod-mode
003870         move "DL100PRV REWRITTEN FROM THE POSTED HISTORY"
003880             to dl100-mod-text
003890     else
003900         move "VERIFY" to dl100-mod-mode
003910         move "LIVE DL100PRV COMPARED TO THE POSTED HISTORY"
003920             to dl100-mod-text
003930     end-if
003940     write dl100-pbr-record from dl100-rpt-mode-line
003950     write dl100-pbr-record from dl100-rpt-detail-heading.
003960 1000-exit.
003970     exit.
003980
003990 1050-read-card.
004000     read dl100-pbc-file
004010         at end
004020             set dl100-pbc-eof to true
004030             go to 1050-exit
004040     end-read
004050     if dl100-pbc-record (1:1) = "*" or dl100-pbc-record = spaces
004060         go to 1050-exit
004070     end-if
004080     move spaces to dl100-pbc-keyword
004090     move spaces to dl100-pbc-value
004100     unstring dl100-pbc-record delimited by "="
004110         into dl100-pbc-keyword dl100-pbc-value
004120     end-unstring
004130     evaluate dl100-pbc-keyword
004140         when "MODE"
004150             evaluate dl100-pbc-value
004160                 when "VERIFY"
004170                     set dl100-prb-verify-mode to true
004180                 when "REBUILD"
004190                     set dl100-prb-rebuild-mode to true
004200                 when other
004210                     display "DL100PBC MODE VALUE NOT RECOGNIZED"
004220                         " - " dl100-pbc-value
004230                     go to 9999-abend
004240             end-evaluate
004250         when other
004260             display "DL100PBC CARD NOT RECOGNIZED - "
004270                 dl100-pbc-record (1:40)
004280     end-evaluate.
004290 1050-exit.
004300     exit.
004310
004320 2000-load-reversals.
004330     open input dl100-exh-file
004340     if not dl100-exh-ok
004350         display "DL100EXH OPEN FAILED - STATUS " dl100-exh-status
004360             " - NO HISTORY TO REBUILD FROM"
004370         go to 9999-abend
004380     end-if
004390     move "N" to dl100-exh-eof-sw
004400     perform 2010-read-reversal thru 2010-exit
004410         until dl100-exh-eof
004420     close dl100-exh-file.
004430 2000-exit.
004440     exit.
004450
004460 2010-read-reversal.
004470     read dl100-exh-file
004480         at end
004490             set dl100-exh-eof to true
004500             go to 2010-exit
004510     end-read
004520     add 1 to dl100-cnt-exh-read
004530     move dl100-exh-file-record to dl100-ext-record
004540     if not dl100-ext-reversal
004550         go to 2010-exit
004560     end-if
004570     if dl100-rev-count is not less than 20000
004580         display "DL100PRB REVERSAL TABLE FULL AT 20000 - "
004590             "NOTHING REBUILT"
004600         go to 9999-abend
004610     end-if
004620     add 1 to dl100-rev-count
004630     move dl100-ext-record-id
004640         to dl100-rev-record-id (dl100-rev-count)
004650     move dl100-ext-orig-run-id
004660         to dl100-rev-run-id (dl100-rev-count).
004670 2010-exit.
004680     exit.
004690
004700 2100-load-postings.
004710     open input dl100-exh-file
004720     if not dl100-exh-ok
004730         display "DL100EXH REOPEN FAILED - STATUS "
004740             dl100-exh-status
004750         go to 9999-abend
004760     end-if
004770     move "N" to dl100-exh-eof-sw
004780     perform 2110-read-posting thru 2110-exit
004790         until dl100-exh-eof
004800     close dl100-exh-file.
004810 2100-exit.
004820     exit.
004830
004840 2110-read-posting.
004850     read dl100-exh-file
004860         at end
004870             set dl100-exh-eof to true
004880             go to 2110-exit
004890     end-read
004900     move dl100-exh-file-record to dl100-ext-record
004910     if dl100-ext-reversal
004920         go to 2110-exit
004930     end-if
004940     if dl100-ext-resend-cycle-x not = spaces
004950             and dl100-ext-resend-cycle-x not = "00"
004960         add 1 to dl100-cnt-resend
004970         go to 2110-exit
004980     end-if
004990     if dl100-ext-record-id = spaces
005000             or dl100-ext-input-value is not numeric
005010             or dl100-ext-result-value is not numeric
005020         add 1 to dl100-cnt-unusable
005030         go to 2110-exit
005040     end-if
005050     move "N" to dl100-prb-found-sw
005060     move 1 to dl100-rev-ix
005070     perform 2120-check-reversed thru 2120-exit
005080         until dl100-prb-found
005090             or dl100-rev-ix is greater than dl100-rev-count
005100     if dl100-prb-found
005110         add 1 to dl100-cnt-reversed
005120         go to 2110-exit
005130     end-if
005140     add 1 to dl100-cnt-postings
005150     perform 2130-note-run thru 2130-exit
005160     if dl100-ext-correction
005170         move dl100-ext-orig-run-id to dl100-prb-position
005180     else
005190         move dl100-ext-run-id to dl100-prb-position
005200     end-if
005210     move "N" to dl100-prb-found-sw
005220     move 1 to dl100-id-ix
005230     perform 2140-find-id thru 2140-exit
005240         until dl100-prb-found
005250             or dl100-id-ix is greater than dl100-id-count
005260     if not dl100-prb-found
005270         if dl100-id-count is not less than 50000
005280             display "DL100PRB RECORD-ID TABLE FULL AT 50000 - "
005290                 "NOTHING REBUILT"
005300             go to 9999-abend
005310         end-if
005320         add 1 to dl100-id-count
005330         move dl100-id-count to dl100-id-ix
005340         move dl100-ext-record-id
005350             to dl100-id-record-id (dl100-id-ix)
005360         move spaces to dl100-id-position (dl100-id-ix)
005370     end-if
005380     if dl100-prb-position is less than
005390             dl100-id-position (dl100-id-ix)
005400         go to 2110-exit
005410     end-if
005420     move dl100-ext-function to dl100-id-function (dl100-id-ix)
005430     move dl100-ext-input-value to dl100-id-value-1 (dl100-id-ix)
005440     move zero to dl100-id-value-2 (dl100-id-ix)
005450     move zero to dl100-id-value-3 (dl100-id-ix)
005460     move dl100-ext-result-value to dl100-id-result (dl100-id-ix)
005470     move dl100-ext-run-id to dl100-id-run-id (dl100-id-ix)
005480     move dl100-prb-position to dl100-id-position (dl100-id-ix)
005490     move dl100-ext-entry-type to dl100-id-type (dl100-id-ix)
005500     move "N" to dl100-id-args-sw (dl100-id-ix)
005510     move "N" to dl100-id-aud-sw (dl100-id-ix)
005520     move "N" to dl100-id-seen-sw (dl100-id-ix).
005530 2110-exit.
005540     exit.
005550
005560 2120-check-reversed.
005570     if dl100-rev-record-id (dl100-rev-ix) = dl100-ext-record-id
005580             and dl100-rev-run-id (dl100-rev-ix)
005590                 = dl100-ext-run-id
005600         set dl100-prb-found to true
005610         go to 2120-exit
005620     end-if
005630     add 1 to dl100-rev-ix.
005640 2120-exit.
005650     exit.
005660
005670 2130-note-run.
005680     move "N" to dl100-prb-run-sw
005690     move 1 to dl100-run-ix
005700     perform 2135-find-run thru 2135-exit
005710         until dl100-prb-run-found
005720             or dl100-run-ix is greater than dl100-run-count
005730     if dl100-prb-run-found
005740         go to 2130-exit
005750     end-if
005760     if dl100-run-count is not less than 5000
005770         go to 2130-exit
005780     end-if
005790     add 1 to dl100-run-count
005800     move dl100-ext-run-id to dl100-run-run-id (dl100-run-count).
005810 2130-exit.
005820     exit.
005830
005840 2135-find-run.
005850     if dl100-run-run-id (dl100-run-ix) = dl100-ext-run-id
005860         set dl100-prb-run-found to true
005870         go to 2135-exit
005880     end-if
005890     add 1 to dl100-run-ix.
005900 2135-exit.
005910     exit.
005920
005930 2140-find-id.
005940     if dl100-id-record-id (dl100-id-ix) = dl100-ext-record-id
005950         set dl100-prb-found to true
005960         go to 2140-exit
005970     end-if
005980     add 1 to dl100-id-ix.
005990 2140-exit.
006000     exit.
006010
006020 2300-recover-arguments.
006030     open input dl100-mst-file
006040     evaluate true
006050         when dl100-mst-ok
006060             set dl100-prb-mst-present to true
006070         when dl100-mst-status = "35"
006080             display "DL100MST NOT FOUND - VALUE-2 AND VALUE-3 "
006090                 "NOT RECOVERED"
006100         when other
006110             display "DL100MST OPEN FAILED - STATUS "
006120                 dl100-mst-status
006130             go to 9999-abend
006140     end-evaluate
006150     move 1 to dl100-id-ix
006160     perform 2310-recover-one thru 2310-exit
006170         until dl100-id-ix is greater than dl100-id-count
006180     if dl100-prb-mst-present
006190         close dl100-mst-file
006200     end-if.
006210 2300-exit.
006220     exit.
006230
006240 2310-recover-one.
006250     if not dl100-prb-mst-present
006260         add 1 to dl100-cnt-args-unknown
006270         go to 2310-next
006280     end-if
006290     move dl100-id-record-id (dl100-id-ix) to dl100-mst-record-id
006300     read dl100-mst-file
006310         invalid key
006320             add 1 to dl100-cnt-args-unknown
006330             go to 2310-next
006340     end-read
006350     move dl100-mst-record to dl100-input-record
006360     if dl100-in-function of dl100-input-record
006370             not = dl100-id-function (dl100-id-ix)
006380             or dl100-in-value-x of dl100-input-record
006390                 is not numeric
006400             or dl100-in-value-n of dl100-input-record
006410                 not = dl100-id-value-1 (dl100-id-ix)
006420         add 1 to dl100-cnt-args-unknown
006430         go to 2310-next
006440     end-if
006450     move dl100-in-value-2-x of dl100-input-record
006460         to dl100-id-value-2 (dl100-id-ix)
006470     move dl100-in-value-3-x of dl100-input-record
006480         to dl100-id-value-3 (dl100-id-ix)
006490     set dl100-id-args-known (dl100-id-ix) to true
006500     add 1 to dl100-cnt-args-known.
006510 2310-next.
006520     add 1 to dl100-id-ix.
006530 2310-exit.
006540     exit.
006550
006560 2400-confirm-audit.
006570     open input dl100-aud-file
006580     if dl100-aud-status = "35"
006590         display "DL100AUD NOT FOUND - POSTINGS NOT CONFIRMED"
006600         go to 2400-exit
006610     end-if
006620     if not dl100-aud-ok
006630         display "DL100AUD OPEN FAILED - STATUS " dl100-aud-status
006640         go to 9999-abend
006650     end-if
006660     set dl100-prb-aud-present to true
006670     perform 2410-read-audit thru 2410-exit
006680         until dl100-aud-eof
006690     close dl100-aud-file
006700     move 1 to dl100-id-ix
006710     perform 2450-list-unconfirmed thru 2450-exit
006720         until dl100-id-ix is greater than dl100-id-count
006730     move 1 to dl100-stray-ix
006740     perform 2460-list-stray-run thru 2460-exit
006750         until dl100-stray-ix is greater than dl100-stray-count.
006760 2400-exit.
006770     exit.
006780
006790 2410-read-audit.
006800     read dl100-aud-file
006810         at end
006820             set dl100-aud-eof to true
006830             go to 2410-exit
006840     end-read
006850     add 1 to dl100-cnt-aud-read
006860     move dl100-aud-record to dl100-audit-line
006870     if dl100-audl-return-code is not numeric
006880             or dl100-audl-return-code not = zero
006890         go to 2410-exit
006900     end-if
006910     move dl100-audl-run-id to dl100-ext-run-id
006920     move "N" to dl100-prb-run-sw
006930     move 1 to dl100-run-ix
006940     perform 2135-find-run thru 2135-exit
006950         until dl100-prb-run-found
006960             or dl100-run-ix is greater than dl100-run-count
006970     if not dl100-prb-run-found
006980         perform 2430-note-stray-run thru 2430-exit
006990         go to 2410-exit
007000     end-if
007010     move "N" to dl100-prb-found-sw
007020     move 1 to dl100-id-ix
007030     perform 2420-match-posting thru 2420-exit
007040         until dl100-prb-found
007050             or dl100-id-ix is greater than dl100-id-count.
007060 2410-exit.
007070     exit.
007080
007090 2420-match-posting.
007100     if dl100-id-run-id (dl100-id-ix) not = dl100-audl-run-id
007110             or dl100-id-confirmed (dl100-id-ix)
007120             or dl100-id-function (dl100-id-ix)
007130                 not = dl100-audl-function
007140         go to 2420-next
007150     end-if
007160     move dl100-id-value-1 (dl100-id-ix) to dl100-prb-input-edit
007170     if dl100-prb-input-edit not = dl100-audl-input-value
007180         go to 2420-next
007190     end-if
007200     set dl100-id-confirmed (dl100-id-ix) to true
007210     add 1 to dl100-cnt-confirmed
007220     set dl100-prb-found to true
007230     go to 2420-exit.
007240 2420-next.
007250     add 1 to dl100-id-ix.
007260 2420-exit.
007270     exit.
007280
007290 2430-note-stray-run.
007300     add 1 to dl100-cnt-stray-calcs
007310     move "N" to dl100-prb-run-sw
007320     move 1 to dl100-stray-ix
007330     perform 2435-find-stray thru 2435-exit
007340         until dl100-prb-run-found
007350             or dl100-stray-ix is greater than dl100-stray-count
007360     if dl100-prb-run-found
007370         go to 2430-exit
007380     end-if
007390     if dl100-stray-count is not less than 500
007400         go to 2430-exit
007410     end-if
007420     add 1 to dl100-stray-count
007430     move dl100-audl-run-id
007440         to dl100-stray-run-id (dl100-stray-count)
007450     move 1 to dl100-stray-calcs (dl100-stray-count).
007460 2430-exit.
007470     exit.
007480
007490 2435-find-stray.
007500     if dl100-stray-run-id (dl100-stray-ix) = dl100-audl-run-id
007510         add 1 to dl100-stray-calcs (dl100-stray-ix)
007520         set dl100-prb-run-found to true
007530         go to 2435-exit
007540     end-if
007550     add 1 to dl100-stray-ix.
007560 2435-exit.
007570     exit.
007580
007590 2450-list-unconfirmed.
007600     if dl100-id-confirmed (dl100-id-ix)
007610         go to 2450-next
007620     end-if
007630     add 1 to dl100-cnt-unconfirmed
007640     move "DL100AUD" to dl100-prb-diff-field
007650     move spaces to dl100-prb-live-text
007660     move dl100-id-run-id (dl100-id-ix) to dl100-prb-rebuilt-text
007670     move "POSTING NOT CONFIRMED ON DL100AUD"
007680         to dl100-prb-note-text
007690     perform 2900-write-detail thru 2900-exit.
007700 2450-next.
007710     add 1 to dl100-id-ix.
007720 2450-exit.
007730     exit.
007740
007750 2460-list-stray-run.
007760     move dl100-stray-run-id (dl100-stray-ix) to dl100-sty-run-id
007770     move dl100-stray-calcs (dl100-stray-ix) to dl100-sty-calcs
007780     write dl100-pbr-record from dl100-rpt-stray-line
007790     add 1 to dl100-stray-ix.
007800 2460-exit.
007810     exit.
007820
007830 2500-verify-prior.
007840     open input dl100-prv-file
007850     if dl100-prv-status = "35"
007860         display "DL100PRV NOT FOUND - EVERY REBUILT RECORD-ID "
007870             "IS REPORTED MISSING"
007880         set dl100-prv-eof to true
007890     else
007900         if not dl100-prv-ok
007910             display "DL100PRV OPEN FAILED - STATUS "
007920                 dl100-prv-status
007930             go to 9999-abend
007940         end-if
007950     end-if
007960     perform 2510-compare-record thru 2510-exit
007970         until dl100-prv-eof
007980     if dl100-prv-ok or dl100-prv-status = "10"
007990         close dl100-prv-file
008000     end-if
008010     move 1 to dl100-id-ix
008020     perform 2550-list-missing thru 2550-exit
008030         until dl100-id-ix is greater than dl100-id-count.
008040 2500-exit.
008050     exit.
008060
008070 2510-compare-record.
008080     read dl100-prv-file next record
008090         at end
008100             set dl100-prv-eof to true
008110             go to 2510-exit
008120     end-read
008130     add 1 to dl100-cnt-prv-read
008140     move "N" to dl100-prb-found-sw
008150     move dl100-prv-record-id to dl100-ext-record-id
008160     move 1 to dl100-id-ix
008170     perform 2140-find-id thru 2140-exit
008180         until dl100-prb-found
008190             or dl100-id-ix is greater than dl100-id-count
008200     if not dl100-prb-found
008210         add 1 to dl100-cnt-not-rebuilt
008220         move dl100-prv-record-id to dl100-det-record-id
008230         move "RECORD" to dl100-prb-diff-field
008240         move dl100-prv-run-id to dl100-prb-live-text
008250         move "(NONE)" to dl100-prb-rebuilt-text
008260         move "NO LIVE POSTING ON DL100EXH"
008270             to dl100-prb-note-text
008280         perform 2910-write-line thru 2910-exit
008290         go to 2510-exit
008300     end-if
008310     set dl100-id-seen (dl100-id-ix) to true
008320     move "N" to dl100-prb-diff-sw
008330     if dl100-prv-function not = dl100-id-function (dl100-id-ix)
008340         move "FUNCTION" to dl100-prb-diff-field
008350         move dl100-prv-function to dl100-prb-live-text
008360         move dl100-id-function (dl100-id-ix)
008370             to dl100-prb-rebuilt-text
008380         perform 2520-report-field thru 2520-exit
008390     end-if
008400     if dl100-prv-value-1 is not numeric
008410             or dl100-prv-value-1
008420                 not = dl100-id-value-1 (dl100-id-ix)
008430         move "VALUE-1" to dl100-prb-diff-field
008440         if dl100-prv-value-1 is numeric
008450             move dl100-prv-value-1 to dl100-prb-num-edit
008460             move dl100-prb-num-edit to dl100-prb-live-text
008470         else
008480             move dl100-prv-value-1 to dl100-prb-live-text
008490         end-if
008500         move dl100-id-value-1 (dl100-id-ix) to dl100-prb-num-edit
008510         move dl100-prb-num-edit to dl100-prb-rebuilt-text
008520         perform 2520-report-field thru 2520-exit
008530     end-if
008540     if dl100-id-args-known (dl100-id-ix)
008550         perform 2530-compare-arguments thru 2530-exit
008560     end-if
008570     if dl100-prv-result is not numeric
008580             or dl100-prv-result
008590                 not = dl100-id-result (dl100-id-ix)
008600         move "RESULT" to dl100-prb-diff-field
008610         if dl100-prv-result is numeric
008620             move dl100-prv-result to dl100-prb-num-edit
008630             move dl100-prb-num-edit to dl100-prb-live-text
008640         else
008650             move "(NOT NUMERIC)" to dl100-prb-live-text
008660         end-if
008670         move dl100-id-result (dl100-id-ix) to dl100-prb-num-edit
008680         move dl100-prb-num-edit to dl100-prb-rebuilt-text
008690         perform 2520-report-field thru 2520-exit
008700     end-if
008710     if dl100-prv-run-id not = dl100-id-run-id (dl100-id-ix)
008720         move "RUN-ID" to dl100-prb-diff-field
008730         move dl100-prv-run-id to dl100-prb-live-text
008740         move dl100-id-run-id (dl100-id-ix)
008750             to dl100-prb-rebuilt-text
008760         perform 2520-report-field thru 2520-exit
008770     end-if
008780     if dl100-prb-differs
008790         add 1 to dl100-cnt-disagree
008800     else
008810         add 1 to dl100-cnt-agree
008820     end-if.
008830 2510-exit.
008840     exit.
008850
008860 2520-report-field.
008870     set dl100-prb-differs to true
008880     add 1 to dl100-cnt-field-diffs
008890     move dl100-prv-record-id to dl100-det-record-id
008900     move spaces to dl100-prb-note-text
008910     perform 2910-write-line thru 2910-exit.
008920 2520-exit.
008930     exit.
008940
008950 2530-compare-arguments.
008960     if dl100-prv-value-2 not = dl100-id-value-2 (dl100-id-ix)
008970         move "VALUE-2" to dl100-prb-diff-field
008980         move dl100-prv-value-2 to dl100-prb-live-text
008990         move dl100-id-value-2 (dl100-id-ix)
009000             to dl100-prb-rebuilt-text
009010         perform 2520-report-field thru 2520-exit
009020     end-if
009030     if dl100-prv-value-3 not = dl100-id-value-3 (dl100-id-ix)
009040         move "VALUE-3" to dl100-prb-diff-field
009050         move dl100-prv-value-3 to dl100-prb-live-text
009060         move dl100-id-value-3 (dl100-id-ix)
009070             to dl100-prb-rebuilt-text
009080         perform 2520-report-field thru 2520-exit
009090     end-if.
009100 2530-exit.
009110     exit.
009120
009130 2550-list-missing.
009140     if dl100-id-seen (dl100-id-ix)
009150         go to 2550-next
009160     end-if
009170     add 1 to dl100-cnt-missing
009180     move "RECORD" to dl100-prb-diff-field
009190     move "(NONE)" to dl100-prb-live-text
009200     move dl100-id-run-id (dl100-id-ix) to dl100-prb-rebuilt-text
009210     move "MISSING FROM DL100PRV" to dl100-prb-note-text
009220     perform 2900-write-detail thru 2900-exit.
009230 2550-next.
009240     add 1 to dl100-id-ix.
009250 2550-exit.
009260     exit.
009270
009280 2600-rebuild-prior.
009290     open output dl100-prv-file
009300     if not dl100-prv-ok
009310         display "DL100PRV OPEN FAILED - STATUS " dl100-prv-status
009320             " - NOTHING REBUILT"
009330         go to 9999-abend
009340     end-if
009350     move 1 to dl100-id-ix
009360     perform 2610-write-prior thru 2610-exit
009370         until dl100-id-ix is greater than dl100-id-count
009380     close dl100-prv-file.
009390 2600-exit.
009400     exit.
009410
009420 2610-write-prior.
009430     move spaces to dl100-prior-record
009440     move dl100-id-record-id (dl100-id-ix) to dl100-prv-record-id
009450     move dl100-id-function (dl100-id-ix) to dl100-prv-function
009460     move dl100-id-value-1 (dl100-id-ix) to dl100-prv-value-1
009470     move dl100-id-value-2 (dl100-id-ix) to dl100-prv-value-2
009480     move dl100-id-value-3 (dl100-id-ix) to dl100-prv-value-3
009490     move dl100-id-result (dl100-id-ix) to dl100-prv-result
009500     move dl100-id-run-id (dl100-id-ix) to dl100-prv-run-id
009510     write dl100-prior-record
009520         invalid key
009530             display "DL100PRV WRITE FAILED - STATUS "
009540                 dl100-prv-status " RECORD-ID "
009550                 dl100-prv-record-id
009560             go to 9999-abend
009570     end-write
009580     add 1 to dl100-cnt-written
009590     add 1 to dl100-id-ix.
009600 2610-exit.
009610     exit.
009620
009630 2800-write-totals.
009640     move "DL100EXH RECORDS READ" to dl100-tot-label
009650     move dl100-cnt-exh-read to dl100-tot-count
009660     write dl100-pbr-record from dl100-rpt-total-line
009670     move "  REVERSING ENTRIES" to dl100-tot-label
009680     move dl100-rev-count to dl100-tot-count
009690     write dl100-pbr-record from dl100-rpt-total-line
009700     move "  POSTINGS STILL STANDING" to dl100-tot-label
009710     move dl100-cnt-postings to dl100-tot-count
009720     write dl100-pbr-record from dl100-rpt-total-line
009730     move "  POSTINGS TAKEN BACK BY A REVERSAL" to dl100-tot-label
009740     move dl100-cnt-reversed to dl100-tot-count
009750     write dl100-pbr-record from dl100-rpt-total-line
009760     move "  RESEND COPIES SKIPPED" to dl100-tot-label
009770     move dl100-cnt-resend to dl100-tot-count
009780     write dl100-pbr-record from dl100-rpt-total-line
009790     move "  UNUSABLE RECORDS SKIPPED" to dl100-tot-label
009800     move dl100-cnt-unusable to dl100-tot-count
009810     write dl100-pbr-record from dl100-rpt-total-line
009820     move "RECORD-IDS REBUILT" to dl100-tot-label
009830     move dl100-id-count to dl100-tot-count
009840     write dl100-pbr-record from dl100-rpt-total-line
009850     move "  VALUE-2/3 TAKEN FROM DL100MST" to dl100-tot-label
009860     move dl100-cnt-args-known to dl100-tot-count
009870     write dl100-pbr-record from dl100-rpt-total-line
009880     move "  VALUE-2/3 NOT RECOVERABLE (ZERO)" to dl100-tot-label
009890     move dl100-cnt-args-unknown to dl100-tot-count
009900     write dl100-pbr-record from dl100-rpt-total-line
009910     move "DL100AUD LINES READ" to dl100-tot-label
009920     move dl100-cnt-aud-read to dl100-tot-count
009930     write dl100-pbr-record from dl100-rpt-total-line
009940     move "  POSTINGS CONFIRMED" to dl100-tot-label
009950     move dl100-cnt-confirmed to dl100-tot-count
009960     write dl100-pbr-record from dl100-rpt-total-line
009970     move "  POSTINGS NOT CONFIRMED" to dl100-tot-label
009980     move dl100-cnt-unconfirmed to dl100-tot-count
009990     write dl100-pbr-record from dl100-rpt-total-line
010000     move "  CALCULATIONS UNDER RUNS NOT ARCHIVED"
010010         to dl100-tot-label
010020     move dl100-cnt-stray-calcs to dl100-tot-count
010030     write dl100-pbr-record from dl100-rpt-total-line
010040     if dl100-prb-rebuild-mode
010050         move "DL100PRV RECORDS WRITTEN" to dl100-tot-label
010060         move dl100-cnt-written to dl100-tot-count
010070         write dl100-pbr-record from dl100-rpt-total-line
010080     else
010090         move "DL100PRV RECORDS READ" to dl100-tot-label
010100         move dl100-cnt-prv-read to dl100-tot-count
010110         write dl100-pbr-record from dl100-rpt-total-line
010120         move "  AGREE WITH THE HISTORY" to dl100-tot-label
010130         move dl100-cnt-agree to dl100-tot-count
010140         write dl100-pbr-record from dl100-rpt-total-line
010150         move "  DISAGREE" to dl100-tot-label
010160         move dl100-cnt-disagree to dl100-tot-count
010170         write dl100-pbr-record from dl100-rpt-total-line
010180         move "    FIELDS THAT DISAGREE" to dl100-tot-label
010190         move dl100-cnt-field-diffs to dl100-tot-count
010200         write dl100-pbr-record from dl100-rpt-total-line
010210         move "  NO LIVE POSTING ON DL100EXH" to dl100-tot-label
010220         move dl100-cnt-not-rebuilt to dl100-tot-count
010230         write dl100-pbr-record from dl100-rpt-total-line
010240         move "REBUILT RECORD-IDS MISSING FROM DL100PRV"
010250             to dl100-tot-label
010260         move dl100-cnt-missing to dl100-tot-count
010270         write dl100-pbr-record from dl100-rpt-total-line
010280     end-if
010290     move zero to return-code
010300     if dl100-cnt-unconfirmed is greater than zero
010310             or dl100-cnt-stray-calcs is greater than zero
010320         move 4 to return-code
010330         move "REBUILT - CHECK THE DL100AUD EXCEPTIONS"
010340             to dl100-prb-stat-reason
010350     end-if
010360     if dl100-prb-rebuild-mode
010370         if return-code = zero
010380             move "REBUILT FROM THE POSTED HISTORY"
010390                 to dl100-prb-stat-reason
010400         end-if
010410     else
010420         if dl100-cnt-disagree is greater than zero
010430                 or dl100-cnt-not-rebuilt is greater than zero
010440                 or dl100-cnt-missing is greater than zero
010450             move 8 to return-code
010460             move "OUT OF STEP WITH THE HISTORY - REBUILD IT"
010470                 to dl100-prb-stat-reason
010480         else
010490             if return-code = zero
010500                 move "AGREES WITH THE POSTED HISTORY"
010510                     to dl100-prb-stat-reason
010520             else
010530                 move "AGREES - CHECK THE DL100AUD EXCEPTIONS"
010540                     to dl100-prb-stat-reason
010550             end-if
010560         end-if
010570     end-if
010580     move dl100-prb-stat-reason to dl100-stat-text
010590     write dl100-pbr-record from dl100-rpt-status-line
010600     display "DL100PRB - DL100PRV " dl100-prb-stat-reason.
010610 2800-exit.
010620     exit.
010630
010640 2900-write-detail.
010650     move dl100-id-record-id (dl100-id-ix) to dl100-det-record-id
010660     perform 2910-write-line thru 2910-exit.
010670 2900-exit.
010680     exit.
010690
010700 2910-write-line.
010710     move dl100-prb-diff-field to dl100-det-field
010720     move dl100-prb-live-text to dl100-det-live
010730     move dl100-prb-rebuilt-text to dl100-det-rebuilt
010740     move dl100-prb-note-text to dl100-det-note
010750     write dl100-pbr-record from dl100-rpt-detail.
010760 2910-exit.
010770     exit.
010780
010790 3000-terminate.
010800     close dl100-pbr-file
010810     perform 3900-write-step-ledger thru 3900-exit.
010820 3000-exit.
010830     exit.
010840
010850 3900-write-step-ledger.
010860     open extend dl100-stp-file
010870     if dl100-stp-status = "35"
010880         open output dl100-stp-file
010890     end-if
010900     if not dl100-stp-ok
010910         display "DL100STP OPEN FAILED - STATUS " dl100-stp-status
010920             " - STEP LEDGER NOT WRITTEN"
010930         go to 3900-exit
010940     end-if
010950     move spaces to dl100-step-record
010960     move "DL100PRB" to dl100-stp-program
010970     move dl100-sys-date to dl100-stp-run-id (1:8)
010980     move dl100-run-time (1:6) to dl100-stp-run-id (9:6)
010990     move dl100-sys-date to dl100-stp-business-date
011000     move dl100-run-time (1:6) to dl100-stp-start-time
011010     accept dl100-end-time from time
011020     move dl100-end-time (1:6) to dl100-stp-end-time
011030     move return-code to dl100-stp-return-code
011040     move dl100-id-count to dl100-stp-count-1
011050     if dl100-prb-rebuild-mode
011060         move dl100-cnt-written to dl100-stp-count-2
011070     else
011080         compute dl100-stp-count-2 = dl100-cnt-disagree
011090             + dl100-cnt-not-rebuilt + dl100-cnt-missing
011100     end-if
011110     move dl100-cnt-unconfirmed to dl100-stp-count-3
011120     write dl100-stp-file-record from dl100-step-record
011130     close dl100-stp-file.
011140 3900-exit.
011150     exit.
011160
011170 9999-abend.
011180     move 16 to return-code
011190     perform 3900-write-step-ledger thru 3900-exit
011200     goback.
011210
011220 end program dl100prb.
