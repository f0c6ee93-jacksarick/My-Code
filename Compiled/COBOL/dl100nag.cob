000100******************************************************************
000110* PROGRAM-ID.  DL100NAG
000120*
000130* AUTHOR.        G. HARTLEY, DATA LIBRARY SERVICES
000140* INSTALLATION.  DATA LIBRARY SERVICES
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*
000180* REMARKS.  MORNING "NIGHT AT A GLANCE" REPORT FOR THE DL100
000190*     (DUPLE) BATCH CYCLE.  EVERY BATCH STEP APPENDS A STATUS
000200*     RECORD TO THE DL100STP JOB-STEP LEDGER (DL100STPL.CPY) WHEN
000210*     IT ENDS; THIS PROGRAM READS THE LEDGER FOR ONE BUSINESS DATE
000220*     AND PRINTS TO DL100NGR ONE LINE PER EXPECTED STEP -
000230*         RAN        THE STEP ENDED RC=0 OR RC=4,
000240*         FAILED     THE STEP ENDED RC=8 OR WORSE,
000250*         NEVER RAN  NO LEDGER RECORD FOR THE STEP AND DATE,
000260*     WITH ITS RUN-ID, START AND END TIME, RETURN CODE, HOW MANY
000270*     TIMES IT RAN FOR THE DATE, AND ITS THREE KEY COUNTS.  WHEN A
000280*     STEP RAN MORE THAN ONCE (A RESTART) THE LAST RECORD COUNTS.
000290*     A STEP FOUND ON THE LEDGER FOR THE DATE BUT NOT ON THE
000300*     EXPECTED LIST (A MONTH-END DL100TRD, SAY) IS LISTED AFTER
000310*     THE EXPECTED STEPS AS UNSCHEDULED.  THE DATE'S DL100CLS
000320*     CLOSE STATUS FROM DL100EOD IS PRINTED LAST.
000330*
000331*     A PARTITIONED DL100FT NIGHT LEAVES ONE LEDGER RECORD PER
000332*     PARTITION, EACH CARRYING ITS PARTITION NUMBER.  THE STEP'S
000333*     LINE COMBINES THE LAST RECORD OF EACH PARTITION - THE
000334*     HIGHEST RETURN CODE, THE EARLIEST START, THE LATEST END,
000335*     AND THE THREE COUNTS ADDED TOGETHER - AND ITS RUNS COLUMN
000336*     IS THE MOST ANY ONE PARTITION RAN.  THE NOTE NAMES THE
000337*     FIRST PARTITION THAT FAILED, OR GIVES THE NUMBER OF
000338*     PARTITIONS COMBINED.  A WHOLE-RUN RECORD WRITTEN AFTER THE
000339*     PARTITION RECORDS (THE NIGHT RERUN UNPARTITIONED) TAKES
000340*     PRECEDENCE OVER THEM, AND PARTITION RECORDS WRITTEN AFTER
000341*     IT TAKE PRECEDENCE OVER IT.  DL100MRG IS EXPECTED ONLY
000342*     WHEN A STEP'S LINE COMBINES PARTITION RECORDS; AN EXPECTED
000343*     DL100MRG WITH NO RECORD ON AN UNPARTITIONED NIGHT IS LISTED
000344*     AS NOT DUE AND IS NOT COUNTED.
000345*
000346*     DL100NGC CARDS, KEYWORD=VALUE, '*' IN COLUMN 1 FOR A
000350*     COMMENT, ALL OPTIONAL -
000360*         DATE=YYYYMMDD  BUSINESS DATE TO REPORT (DEFAULT THE
000370*             BUSINESS DAY BEFORE THE SYSTEM DATE, FROM THE
000380*             DL100CAL CALENDAR VIA THE DL100CAL ROUTINE).
000390*         STEP=PROGRAM   A STEP EXPECTED TO RUN FOR THE DATE, ONE
000400*             CARD PER STEP.  ANY STEP= CARD REPLACES THE DEFAULT
000410*             LIST - DL100FT, DL100RSB, DL100RCN, DL100CHK,
000420*             DL100GLJ.
000430*
000440*     RETURN-CODE IS 0 WHEN EVERY EXPECTED STEP RAN AND NO STEP
000450*     FAILED, 8 WHEN ANY STEP FAILED OR NEVER RAN, 16 ON A FATAL
000460*     FILE ERROR.
000470*
000480* MODIFICATION HISTORY.
000490* 15-OCT-2026  GH  INITIAL VERSION.
000491* 15-OCT-2026  GH  PARTITIONED DL100FT LEDGER RECORDS ARE COMBINED
000492*                  INTO THE STEP'S LINE, SO A FAILED PARTITION IS
000493*                  NO LONGER HIDDEN BEHIND A LATER CLEAN ONE.
000494*                  DL100MRG IS LISTED AS NOT DUE WHEN THE NIGHT
000495*                  WAS NOT PARTITIONED.
000500******************************************************************
000510 identification division.
000520 program-id. dl100nag.
000530 author. g. hartley.
000540
000550 environment division.
000560 configuration section.
000570 source-computer. IBM-370.
000580 object-computer. IBM-370.
000590
000600 input-output section.
000610 file-control.
000620     select dl100-stp-file assign to "DL100STP"
000630         organization is line sequential
000640         file status is dl100-stp-status.
000650
000660     select dl100-ngc-file assign to "DL100NGC"
000670         organization is line sequential
000680         file status is dl100-ngc-status.
000690
000700     select dl100-cls-file assign to "DL100CLS"
000710         organization is line sequential
000720         file status is dl100-cls-status.
000730
000740     select dl100-ngr-file assign to "DL100NGR"
000750         organization is line sequential
000760         file status is dl100-ngr-status.
000770
000780 data division.
000790 file section.
000800 fd  dl100-stp-file
000810     record contains 80 characters.
000820 01  dl100-stp-file-record          pic x(80).
000830
000840 fd  dl100-ngc-file
000850     record contains 80 characters.
000860 01  dl100-ngc-record               pic x(80).
000870
000880 fd  dl100-cls-file
000890     record contains 80 characters.
000900 01  dl100-cls-file-record          pic x(80).
000910
000920 fd  dl100-ngr-file
000930     record contains 132 characters.
000940 01  dl100-ngr-record               pic x(132).
000950
000960 working-storage section.
000970 01  dl100-stp-status               pic x(02) value spaces.
000980     88  dl100-stp-ok                   value "00".
000990
001000 01  dl100-ngc-status               pic x(02) value spaces.
001010     88  dl100-ngc-ok                   value "00".
001020
001030 01  dl100-cls-status               pic x(02) value spaces.
001040     88  dl100-cls-ok                   value "00".
001050
001060 01  dl100-ngr-status               pic x(02) value spaces.
001070     88  dl100-ngr-ok                   value "00".
001080
001090 01  dl100-nag-switches.
001100     05  dl100-ngc-eof-sw           pic x(01) value "N".
001110         88  dl100-ngc-eof              value "Y".
001120     05  dl100-stp-eof-sw           pic x(01) value "N".
001130         88  dl100-stp-eof              value "Y".
001140     05  dl100-cls-eof-sw           pic x(01) value "N".
001150         88  dl100-cls-eof              value "Y".
001160     05  dl100-date-given-sw        pic x(01) value "N".
001170         88  dl100-date-given           value "Y".
001180     05  dl100-step-found-sw        pic x(01) value "N".
001190         88  dl100-step-found           value "Y".
001200     05  dl100-cls-found-sw         pic x(01) value "N".
001210         88  dl100-cls-found            value "Y".
001220     05  dl100-tbl-full-warned-sw   pic x(01) value "N".
001230         88  dl100-tbl-full-warned      value "Y".
001231     05  dl100-part-found-sw        pic x(01) value "N".
001232         88  dl100-part-found           value "Y".
001233     05  dl100-part-full-warned-sw  pic x(01) value "N".
001234         88  dl100-part-full-warned     value "Y".
001235     05  dl100-partitioned-sw       pic x(01) value "N".
001236         88  dl100-partitioned-night    value "Y".
001240
001250 01  dl100-ngc-fields.
001260     05  dl100-ngc-keyword          pic x(10).
001270     05  dl100-ngc-value            pic x(20).
001280
001290 01  dl100-nag-work-fields.
001300     05  dl100-nag-date             pic 9(08) value zero.
001310     05  dl100-nag-ix               pic s9(04) comp value zero.
001320     05  dl100-nag-expected         pic s9(04) comp value zero.
001330     05  dl100-nag-ran              pic 9(03) comp value zero.
001340     05  dl100-nag-failed           pic 9(03) comp value zero.
001350     05  dl100-nag-never            pic 9(03) comp value zero.
001360     05  dl100-nag-unsched          pic 9(03) comp value zero.
001370     05  dl100-nag-hhmmss           pic 9(06) value zero.
001380     05  dl100-nag-hhmmss-x redefines dl100-nag-hhmmss.
001390         10  dl100-nag-hh           pic x(02).
001400         10  dl100-nag-mi           pic x(02).
001410         10  dl100-nag-ss           pic x(02).
001412     05  dl100-nag-px               pic s9(04) comp value zero.
001414     05  dl100-nag-seq              pic 9(07) comp value zero.
001416     05  dl100-nag-merge-program    pic x(08) value "DL100MRG".
001420
001430 01  dl100-nag-step-table.
001440     05  dl100-nag-count            pic s9(04) comp value zero.
001450     05  dl100-nag-entry occurs 30 times.
001460         10  dl100-nag-program      pic x(08).
001470         10  dl100-nag-sched-sw     pic x(01).
001480             88  dl100-nag-scheduled    value "Y".
001490         10  dl100-nag-runs         pic 9(03) comp.
001500         10  dl100-nag-run-id       pic x(14).
001510         10  dl100-nag-start        pic 9(06).
001520         10  dl100-nag-end          pic 9(06).
001530         10  dl100-nag-rc           pic 9(02).
001540         10  dl100-nag-count-1      pic 9(07).
001550         10  dl100-nag-count-2      pic 9(07).
001560         10  dl100-nag-count-3      pic 9(07).
001561         10  dl100-nag-last-seq     pic 9(07) comp.
001562         10  dl100-nag-parts        pic 9(02).
001563         10  dl100-nag-failed-part  pic x(02).
001564
001565 01  dl100-nag-part-table.
001566     05  dl100-nag-part-count       pic s9(04) comp value zero.
001567     05  dl100-nag-part-entry occurs 30 times.
001568         10  dl100-npt-program      pic x(08).
001569         10  dl100-npt-part-no      pic x(02).
001570         10  dl100-npt-seq          pic 9(07) comp.
001571         10  dl100-npt-runs         pic 9(03) comp.
001572         10  dl100-npt-run-id       pic x(14).
001573         10  dl100-npt-start        pic 9(06).
001574         10  dl100-npt-end          pic 9(06).
001575         10  dl100-npt-rc           pic 9(02).
001576         10  dl100-npt-count-1      pic 9(07).
001577         10  dl100-npt-count-2      pic 9(07).
001578         10  dl100-npt-count-3      pic 9(07).
001579
001580 copy "DL100STPL.cpy".
001590
001600 copy "DL100CLSL.cpy".
001610
001620 copy "DL100CALL.cpy".
001630
001640 01  dl100-run-date-fields.
001650     05  dl100-sys-date             pic 9(08).
001660     05  dl100-run-date-x redefines dl100-sys-date.
001670         10  dl100-run-yyyy         pic 9(04).
001680         10  dl100-run-mm           pic 9(02).
001690         10  dl100-run-dd           pic 9(02).
001700     05  dl100-run-date-display     pic x(10).
001710
001720 01  dl100-rpt-heading-1.
001730     05  filler                     pic x(38)
001740         value "DL100NAG - NIGHT AT A GLANCE".
001750     05  filler                     pic x(10) value "RUN DATE: ".
001760     05  dl100-hd1-run-date         pic x(10).
001770     05  filler                     pic x(74) value spaces.
001780
001790 01  dl100-rpt-date-line.
001800     05  filler                     pic x(15)
001810         value "BUSINESS DATE: ".
001820     05  dl100-dte-business-date    pic 9(08).
001830     05  filler                     pic x(02) value spaces.
001840     05  dl100-dte-day-text         pic x(40).
001850     05  filler                     pic x(67) value spaces.
001860
001870 01  dl100-rpt-heading-2.
001880     05  filler                     pic x(10) value "STEP".
001890     05  filler                     pic x(11) value "STATUS".
001900     05  filler                     pic x(04) value "RC".
001910     05  filler                     pic x(16) value "RUN-ID".
001920     05  filler                     pic x(10) value "STARTED".
001930     05  filler                     pic x(10) value "ENDED".
001940     05  filler                     pic x(06) value "RUNS".
001950     05  filler                     pic x(11) value "    COUNT-1".
001960     05  filler                     pic x(11) value "    COUNT-2".
001970     05  filler                     pic x(11) value "    COUNT-3".
001980     05  filler                     pic x(02) value spaces.
001990     05  filler                     pic x(30) value "NOTE".
002000
002010 01  dl100-rpt-step-line.
002020     05  dl100-stl-program          pic x(08).
002030     05  filler                     pic x(02) value spaces.
002040     05  dl100-stl-status           pic x(09).
002050     05  filler                     pic x(02) value spaces.
002060     05  dl100-stl-rc               pic x(02).
002070     05  filler                     pic x(02) value spaces.
002080     05  dl100-stl-run-id           pic x(14).
002090     05  filler                     pic x(02) value spaces.
002100     05  dl100-stl-start            pic x(08).
002110     05  filler                     pic x(02) value spaces.
002120     05  dl100-stl-end              pic x(08).
002130     05  filler                     pic x(02) value spaces.
002140     05  dl100-stl-runs             pic x(04).
002150     05  filler                     pic x(02) value spaces.
002160     05  dl100-stl-count-1          pic x(11).
002170     05  dl100-stl-count-2          pic x(11).
002180     05  dl100-stl-count-3          pic x(11).
002190     05  filler                     pic x(02) value spaces.
002200     05  dl100-stl-note             pic x(30).
002210
002220 01  dl100-rpt-edit-fields.
002230     05  dl100-edt-rc               pic 9(02).
002240     05  dl100-edt-runs             pic zzz9.
002250     05  dl100-edt-count            pic zzz,zzz,zz9.
002260
002270 01  dl100-rpt-total-line.
002280     05  filler                     pic x(16)
002290         value "STEPS EXPECTED: ".
002300     05  dl100-tot-expected         pic zz9.
002310     05  filler                     pic x(07) value "  RAN: ".
002320     05  dl100-tot-ran              pic zz9.
002330     05  filler                     pic x(10) value "  FAILED: ".
002340     05  dl100-tot-failed           pic zz9.
002350     05  filler                     pic x(13)
002360         value "  NEVER RAN: ".
002370     05  dl100-tot-never            pic zz9.
002380     05  filler                     pic x(15)
002390         value "  UNSCHEDULED: ".
002400     05  dl100-tot-unsched          pic zz9.
002410     05  filler                     pic x(56) value spaces.
002420
002430 01  dl100-rpt-close-line.
002440     05  filler                     pic x(20)
002450         value "DL100EOD DAY CLOSE: ".
002460     05  dl100-cll-text             pic x(60).
002470     05  filler                     pic x(52) value spaces.
002480
002490 procedure division.
002500 0000-mainline.
002510     perform 1000-initialize thru 1000-exit
002520     perform 2000-scan-ledger thru 2000-exit
002525     perform 2300-combine-partitions thru 2300-exit
002530     perform 2500-find-close thru 2500-exit
002540     perform 2800-print-report thru 2800-exit
002550     perform 3000-terminate thru 3000-exit
002560     goback.
002570
002580 1000-initialize.
002590     accept dl100-sys-date from date yyyymmdd
002600     string dl100-run-mm "/" dl100-run-dd "/" dl100-run-yyyy
002610         delimited by size into dl100-run-date-display
002620     perform 1050-read-cards thru 1050-exit
002630     if dl100-nag-count = zero
002640         move "DL100FT" to dl100-ngc-value
002650         perform 1080-add-expected thru 1080-exit
002660         move "DL100RSB" to dl100-ngc-value
002670         perform 1080-add-expected thru 1080-exit
002680         move "DL100RCN" to dl100-ngc-value
002690         perform 1080-add-expected thru 1080-exit
002700         move "DL100CHK" to dl100-ngc-value
002710         perform 1080-add-expected thru 1080-exit
002720         move "DL100GLJ" to dl100-ngc-value
002730         perform 1080-add-expected thru 1080-exit
002740     end-if
002750     move dl100-nag-count to dl100-nag-expected
002760     if not dl100-date-given
002770         move "P" to dl100-cal-request
002780         move dl100-sys-date to dl100-cal-request-date
002790         move zero to dl100-cal-day-count
002800         call "dl100cal" using dl100-calendar-linkage
002810         move dl100-cal-result-date to dl100-nag-date
002820     end-if
002830     open output dl100-ngr-file
002840     if not dl100-ngr-ok
002850         display "DL100NGR OPEN FAILED - STATUS " dl100-ngr-status
002860         go to 9999-abend
002870     end-if.
002880 1000-exit.
002890     exit.
002900
002910 1050-read-cards.
002920     open input dl100-ngc-file
002930     if dl100-ngc-status = "35"
002940         display "DL100NGC NOT FOUND - DEFAULTS IN EFFECT"
002950         go to 1050-exit
002960     end-if
002970     if not dl100-ngc-ok
002980         display "DL100NGC OPEN FAILED - STATUS " dl100-ngc-status
002990         go to 9999-abend
003000     end-if
003010     perform 1060-read-one-card thru 1060-exit
003020         until dl100-ngc-eof
003030     close dl100-ngc-file.
003040 1050-exit.
003050     exit.
003060
003070 1060-read-one-card.
003080     read dl100-ngc-file
003090         at end
003100             set dl100-ngc-eof to true
003110             go to 1060-exit
003120     end-read
003130     if dl100-ngc-record = spaces
003140             or dl100-ngc-record (1:1) = "*"
003150         go to 1060-exit
003160     end-if
003170     move spaces to dl100-ngc-keyword
003180     move spaces to dl100-ngc-value
003190     unstring dl100-ngc-record delimited by "="
003200         into dl100-ngc-keyword dl100-ngc-value
003210     evaluate dl100-ngc-keyword
003220         when "DATE"
003230             if dl100-ngc-value (1:8) is numeric
003240                 move dl100-ngc-value (1:8) to dl100-nag-date
003250                 set dl100-date-given to true
003260             else
003270                 display "DL100NGC DATE VALUE IS NOT NUMERIC "
003280                     "- PRIOR BUSINESS DAY IN EFFECT"
003290             end-if
003300         when "STEP"
003310             if dl100-ngc-value = spaces
003320                 display "DL100NGC STEP CARD HAS NO PROGRAM NAME"
003330             else
003340                 perform 1080-add-expected thru 1080-exit
003350             end-if
003360         when other
003370             display "DL100NGC CARD NOT RECOGNIZED - "
003380                 dl100-ngc-record (1:30)
003390     end-evaluate.
003400 1060-exit.
003410     exit.
003420
003430 1080-add-expected.
003440     if dl100-nag-count is not less than 30
003450         display "DL100NGC MORE THAN 30 STEPS - "
003460             dl100-ngc-value (1:8) " IGNORED"
003470         go to 1080-exit
003480     end-if
003490     add 1 to dl100-nag-count
003500     move dl100-nag-count to dl100-nag-ix
003510     perform 1090-clear-slot thru 1090-exit
003520     move dl100-ngc-value (1:8)
003530         to dl100-nag-program (dl100-nag-ix)
003540     move "Y" to dl100-nag-sched-sw (dl100-nag-ix).
003550 1080-exit.
003560     exit.
003570
003580 1090-clear-slot.
003590     move spaces to dl100-nag-program (dl100-nag-ix)
003600     move "N" to dl100-nag-sched-sw (dl100-nag-ix)
003610     move zero to dl100-nag-runs (dl100-nag-ix)
003620     move spaces to dl100-nag-run-id (dl100-nag-ix)
003630     move zero to dl100-nag-start (dl100-nag-ix)
003640     move zero to dl100-nag-end (dl100-nag-ix)
003650     move zero to dl100-nag-rc (dl100-nag-ix)
003660     move zero to dl100-nag-count-1 (dl100-nag-ix)
003670     move zero to dl100-nag-count-2 (dl100-nag-ix)
003680     move zero to dl100-nag-count-3 (dl100-nag-ix)
003682     move zero to dl100-nag-last-seq (dl100-nag-ix)
003684     move zero to dl100-nag-parts (dl100-nag-ix)
003686     move spaces to dl100-nag-failed-part (dl100-nag-ix).
003690 1090-exit.
003700     exit.
003710
003720 2000-scan-ledger.
003730     open input dl100-stp-file
003740     if dl100-stp-status = "35"
003750         display "DL100STP NOT FOUND - NO STEP OUTCOMES ON FILE"
003760         go to 2000-exit
003770     end-if
003780     if not dl100-stp-ok
003790         display "DL100STP OPEN FAILED - STATUS " dl100-stp-status
003800         go to 9999-abend
003810     end-if
003820     perform 2100-read-one-step thru 2100-exit
003830         until dl100-stp-eof
003840     close dl100-stp-file.
003850 2000-exit.
003860     exit.
003870
003880 2100-read-one-step.
003890     read dl100-stp-file
003900         at end
003910             set dl100-stp-eof to true
003920             go to 2100-exit
003930     end-read
003940     move dl100-stp-file-record to dl100-step-record
003950     if dl100-stp-business-date not = dl100-nag-date
003960         go to 2100-exit
003970     end-if
003971     add 1 to dl100-nag-seq
003972     if not dl100-stp-whole-run
003973         perform 2200-store-partition thru 2200-exit
003974         go to 2100-exit
003975     end-if
003980     move "N" to dl100-step-found-sw
003990     move 1 to dl100-nag-ix
004000     perform 2110-find-step thru 2110-exit
004010         until dl100-step-found
004020             or dl100-nag-ix is greater than dl100-nag-count
004030     if not dl100-step-found
004040         if dl100-nag-count is not less than 30
004050             if not dl100-tbl-full-warned
004060                 display "DL100NAG STEP TABLE FULL - "
004070                     "FURTHER UNSCHEDULED STEPS NOT LISTED"
004080                 set dl100-tbl-full-warned to true
004090             end-if
004100             go to 2100-exit
004110         end-if
004120         add 1 to dl100-nag-count
004130         move dl100-nag-count to dl100-nag-ix
004140         perform 1090-clear-slot thru 1090-exit
004150         move dl100-stp-program
004160             to dl100-nag-program (dl100-nag-ix)
004170     end-if
004180     add 1 to dl100-nag-runs (dl100-nag-ix)
004185     move dl100-nag-seq to dl100-nag-last-seq (dl100-nag-ix)
004190     move dl100-stp-run-id to dl100-nag-run-id (dl100-nag-ix)
004200     move dl100-stp-start-time to dl100-nag-start (dl100-nag-ix)
004210     move dl100-stp-end-time to dl100-nag-end (dl100-nag-ix)
004220     move dl100-stp-return-code to dl100-nag-rc (dl100-nag-ix)
004230     move dl100-stp-count-1 to dl100-nag-count-1 (dl100-nag-ix)
004240     move dl100-stp-count-2 to dl100-nag-count-2 (dl100-nag-ix)
004250     move dl100-stp-count-3 to dl100-nag-count-3 (dl100-nag-ix).
004260 2100-exit.
004270     exit.
004271
004272 2110-find-step.
004273     if dl100-nag-program (dl100-nag-ix) = dl100-stp-program
004274         set dl100-step-found to true
004275     else
004276         add 1 to dl100-nag-ix
004277     end-if.
004278 2110-exit.
004279     exit.
004280
004281 2200-store-partition.
004283     move "N" to dl100-part-found-sw
004284     move 1 to dl100-nag-px
004285     perform 2210-find-partition thru 2210-exit
004286         until dl100-part-found
004287             or dl100-nag-px is greater than dl100-nag-part-count
004288     if not dl100-part-found
004289         if dl100-nag-part-count is not less than 30
004290             if not dl100-part-full-warned
004291                 display "DL100NAG PARTITION TABLE FULL - "
004292                     "FURTHER PARTITIONS NOT COMBINED"
004293                 set dl100-part-full-warned to true
004294             end-if
004295             go to 2200-exit
004296         end-if
004297         add 1 to dl100-nag-part-count
004298         move dl100-nag-part-count to dl100-nag-px
004299         move dl100-stp-program
004300             to dl100-npt-program (dl100-nag-px)
004301         move dl100-stp-part-no
004302             to dl100-npt-part-no (dl100-nag-px)
004303         move zero to dl100-npt-runs (dl100-nag-px)
004304     end-if
004305     add 1 to dl100-npt-runs (dl100-nag-px)
004306     move dl100-nag-seq to dl100-npt-seq (dl100-nag-px)
004307     move dl100-stp-run-id to dl100-npt-run-id (dl100-nag-px)
004308     move dl100-stp-start-time to dl100-npt-start (dl100-nag-px)
004309     move dl100-stp-end-time to dl100-npt-end (dl100-nag-px)
004310     move dl100-stp-return-code to dl100-npt-rc (dl100-nag-px)
004311     move dl100-stp-count-1 to dl100-npt-count-1 (dl100-nag-px)
004312     move dl100-stp-count-2 to dl100-npt-count-2 (dl100-nag-px)
004313     move dl100-stp-count-3 to dl100-npt-count-3 (dl100-nag-px).
004314 2200-exit.
004315     exit.
004316
004317 2210-find-partition.
004318     if dl100-npt-program (dl100-nag-px) = dl100-stp-program
004319             and dl100-npt-part-no (dl100-nag-px)
004320                 = dl100-stp-part-no
004321         set dl100-part-found to true
004322     else
004323         add 1 to dl100-nag-px
004324     end-if.
004325 2210-exit.
004326     exit.
004327
004328 2300-combine-partitions.
004329     move 1 to dl100-nag-px
004330     perform 2310-combine-one thru 2310-exit
004331         until dl100-nag-px is greater than dl100-nag-part-count.
004332 2300-exit.
004333     exit.
004334
004335 2310-combine-one.
004336     move dl100-npt-program (dl100-nag-px) to dl100-stp-program
004337     move "N" to dl100-step-found-sw
004338     move 1 to dl100-nag-ix
004339     perform 2110-find-step thru 2110-exit
004340         until dl100-step-found
004341             or dl100-nag-ix is greater than dl100-nag-count
004342     if not dl100-step-found
004343         if dl100-nag-count is not less than 30
004344             if not dl100-tbl-full-warned
004345                 display "DL100NAG STEP TABLE FULL - "
004346                     "FURTHER UNSCHEDULED STEPS NOT LISTED"
004347                 set dl100-tbl-full-warned to true
004348             end-if
004349             add 1 to dl100-nag-px
004350             go to 2310-exit
004351         end-if
004352         add 1 to dl100-nag-count
004353         move dl100-nag-count to dl100-nag-ix
004354         perform 1090-clear-slot thru 1090-exit
004355         move dl100-stp-program
004356             to dl100-nag-program (dl100-nag-ix)
004357     end-if
004358     if dl100-npt-seq (dl100-nag-px)
004359             is less than dl100-nag-last-seq (dl100-nag-ix)
004360         add 1 to dl100-nag-px
004361         go to 2310-exit
004362     end-if
004363     set dl100-partitioned-night to true
004364     if dl100-nag-parts (dl100-nag-ix) = zero
004365         move zero to dl100-nag-runs (dl100-nag-ix)
004366         move zero to dl100-nag-rc (dl100-nag-ix)
004367         move dl100-npt-start (dl100-nag-px)
004368             to dl100-nag-start (dl100-nag-ix)
004369         move zero to dl100-nag-end (dl100-nag-ix)
004370         move zero to dl100-nag-count-1 (dl100-nag-ix)
004371         move zero to dl100-nag-count-2 (dl100-nag-ix)
004372         move zero to dl100-nag-count-3 (dl100-nag-ix)
004373     end-if
004374     add 1 to dl100-nag-parts (dl100-nag-ix)
004375     move dl100-npt-run-id (dl100-nag-px)
004376         to dl100-nag-run-id (dl100-nag-ix)
004377     if dl100-npt-runs (dl100-nag-px)
004378             is greater than dl100-nag-runs (dl100-nag-ix)
004379         move dl100-npt-runs (dl100-nag-px)
004380             to dl100-nag-runs (dl100-nag-ix)
004381     end-if
004382     if dl100-npt-rc (dl100-nag-px) is greater than 4
004383             and dl100-nag-failed-part (dl100-nag-ix) = spaces
004384         move dl100-npt-part-no (dl100-nag-px)
004385             to dl100-nag-failed-part (dl100-nag-ix)
004386     end-if
004387     if dl100-npt-rc (dl100-nag-px)
004388             is greater than dl100-nag-rc (dl100-nag-ix)
004389         move dl100-npt-rc (dl100-nag-px)
004390             to dl100-nag-rc (dl100-nag-ix)
004391     end-if
004392     if dl100-npt-start (dl100-nag-px)
004393             is less than dl100-nag-start (dl100-nag-ix)
004394         move dl100-npt-start (dl100-nag-px)
004395             to dl100-nag-start (dl100-nag-ix)
004396     end-if
004397     if dl100-npt-end (dl100-nag-px)
004398             is greater than dl100-nag-end (dl100-nag-ix)
004399         move dl100-npt-end (dl100-nag-px)
004400             to dl100-nag-end (dl100-nag-ix)
004401     end-if
004402     add dl100-npt-count-1 (dl100-nag-px)
004403         to dl100-nag-count-1 (dl100-nag-ix)
004404     add dl100-npt-count-2 (dl100-nag-px)
004405         to dl100-nag-count-2 (dl100-nag-ix)
004406     add dl100-npt-count-3 (dl100-nag-px)
004407         to dl100-nag-count-3 (dl100-nag-ix)
004408     add 1 to dl100-nag-px.
004409 2310-exit.
004410     exit.
004411
004412 2500-find-close.
004413     open input dl100-cls-file
004414     if dl100-cls-status = "35"
004415         go to 2500-exit
004420     end-if
004430     if not dl100-cls-ok
004440         display "DL100CLS OPEN FAILED - STATUS " dl100-cls-status
004450         go to 9999-abend
004460     end-if
004470     perform 2510-read-one-close thru 2510-exit
004480         until dl100-cls-eof
004490     close dl100-cls-file.
004500 2500-exit.
004510     exit.
004520
004530 2510-read-one-close.
004540     read dl100-cls-file
004550         at end
004560             set dl100-cls-eof to true
004570             go to 2510-exit
004580     end-read
004590     if dl100-cls-file-record (1:8) = dl100-nag-date
004600         move dl100-cls-file-record to dl100-close-record
004610         set dl100-cls-found to true
004620     end-if.
004630 2510-exit.
004640     exit.
004650
004660 2800-print-report.
004670     move dl100-run-date-display to dl100-hd1-run-date
004680     write dl100-ngr-record from dl100-rpt-heading-1
004690     move dl100-nag-date to dl100-dte-business-date
004700     move spaces to dl100-dte-day-text
004710     move "T" to dl100-cal-request
004720     move dl100-nag-date to dl100-cal-request-date
004730     call "dl100cal" using dl100-calendar-linkage
004740     if dl100-cal-bad-request
004750         move "NOT A VALID CALENDAR DATE" to dl100-dte-day-text
004760     else
004770         if not dl100-cal-business-day
004780             string "NOT A BUSINESS DAY - " dl100-cal-description
004790                 delimited by size into dl100-dte-day-text
004800         end-if
004810     end-if
004820     write dl100-ngr-record from dl100-rpt-date-line
004830     move spaces to dl100-ngr-record
004840     write dl100-ngr-record
004850     write dl100-ngr-record from dl100-rpt-heading-2
004860     move 1 to dl100-nag-ix
004870     perform 2810-print-one-step thru 2810-exit
004880         until dl100-nag-ix is greater than dl100-nag-count
004890     move spaces to dl100-ngr-record
004900     write dl100-ngr-record
004910     move dl100-nag-expected to dl100-tot-expected
004920     move dl100-nag-ran to dl100-tot-ran
004930     move dl100-nag-failed to dl100-tot-failed
004940     move dl100-nag-never to dl100-tot-never
004950     move dl100-nag-unsched to dl100-tot-unsched
004960     write dl100-ngr-record from dl100-rpt-total-line
004970     move spaces to dl100-cll-text
004980     if not dl100-cls-found
004990         move "NOT CLOSED - NO DL100CLS RECORD FOR THE DATE"
005000             to dl100-cll-text
005010     else
005020         if dl100-cls-clean
005030             move "CLOSED CLEAN" to dl100-cll-text
005040         else
005050             string "NOT CLEAN - " dl100-cls-exception-count
005060                 " EXCEPTION(S) ON THE DL100EDR CLOSE REPORT"
005070                 delimited by size into dl100-cll-text
005080         end-if
005090     end-if
005100     write dl100-ngr-record from dl100-rpt-close-line.
005110 2800-exit.
005120     exit.
005130
005140 2810-print-one-step.
005150     move spaces to dl100-rpt-step-line
005160     move dl100-nag-program (dl100-nag-ix) to dl100-stl-program
005170     if not dl100-nag-scheduled (dl100-nag-ix)
005180         add 1 to dl100-nag-unsched
005190         move "UNSCHEDULED - NOT EXPECTED" to dl100-stl-note
005200     end-if
005210     if dl100-nag-runs (dl100-nag-ix) = zero
005211             and dl100-nag-program (dl100-nag-ix)
005212                 = dl100-nag-merge-program
005213             and not dl100-partitioned-night
005214         subtract 1 from dl100-nag-expected
005215         move "NOT DUE" to dl100-stl-status
005216         move "NIGHT WAS NOT PARTITIONED" to dl100-stl-note
005217         write dl100-ngr-record from dl100-rpt-step-line
005218         add 1 to dl100-nag-ix
005219         go to 2810-exit
005220     end-if
005221     if dl100-nag-runs (dl100-nag-ix) = zero
005222         add 1 to dl100-nag-never
005230         move "NEVER RAN" to dl100-stl-status
005240         move "NO LEDGER RECORD FOR THE DATE" to dl100-stl-note
005250         write dl100-ngr-record from dl100-rpt-step-line
005260         add 1 to dl100-nag-ix
005270         go to 2810-exit
005280     end-if
005290     if dl100-nag-rc (dl100-nag-ix) is greater than 4
005300         add 1 to dl100-nag-failed
005310         move "FAILED" to dl100-stl-status
005320     else
005330         if dl100-nag-scheduled (dl100-nag-ix)
005340             add 1 to dl100-nag-ran
005350         end-if
005360         move "RAN" to dl100-stl-status
005370     end-if
005380     move dl100-nag-rc (dl100-nag-ix) to dl100-edt-rc
005390     move dl100-edt-rc to dl100-stl-rc
005400     move dl100-nag-run-id (dl100-nag-ix) to dl100-stl-run-id
005410     move dl100-nag-start (dl100-nag-ix) to dl100-nag-hhmmss
005420     string dl100-nag-hh ":" dl100-nag-mi ":" dl100-nag-ss
005430         delimited by size into dl100-stl-start
005440     move dl100-nag-end (dl100-nag-ix) to dl100-nag-hhmmss
005450     string dl100-nag-hh ":" dl100-nag-mi ":" dl100-nag-ss
005460         delimited by size into dl100-stl-end
005470     move dl100-nag-runs (dl100-nag-ix) to dl100-edt-runs
005480     move dl100-edt-runs to dl100-stl-runs
005490     move dl100-nag-count-1 (dl100-nag-ix) to dl100-edt-count
005500     move dl100-edt-count to dl100-stl-count-1
005510     move dl100-nag-count-2 (dl100-nag-ix) to dl100-edt-count
005520     move dl100-edt-count to dl100-stl-count-2
005530     move dl100-nag-count-3 (dl100-nag-ix) to dl100-edt-count
005540     move dl100-edt-count to dl100-stl-count-3
005550     if dl100-nag-runs (dl100-nag-ix) is greater than 1
005560             and dl100-nag-scheduled (dl100-nag-ix)
005570         move "RESTARTED - LAST RUN SHOWN" to dl100-stl-note
005580     end-if
005582     if dl100-nag-parts (dl100-nag-ix) is greater than zero
005584         perform 2820-partition-note thru 2820-exit
005586     end-if
005590     write dl100-ngr-record from dl100-rpt-step-line
005600     add 1 to dl100-nag-ix.
005610 2810-exit.
005611     exit.
005612
005613 2820-partition-note.
005614     move spaces to dl100-stl-note
005615     if dl100-nag-failed-part (dl100-nag-ix) not = spaces
005616         string "PARTITION " dl100-nag-failed-part (dl100-nag-ix)
005617             " FAILED" delimited by size into dl100-stl-note
005618         go to 2820-exit
005619     end-if
005620     if dl100-nag-runs (dl100-nag-ix) is greater than 1
005621         string dl100-nag-parts (dl100-nag-ix)
005622             " PARTITIONS - RESTARTED"
005623             delimited by size into dl100-stl-note
005624     else
005625         string dl100-nag-parts (dl100-nag-ix)
005626             " PARTITIONS COMBINED"
005627             delimited by size into dl100-stl-note
005628     end-if.
005629 2820-exit.
005630     exit.
005631
005640 3000-terminate.
005650     close dl100-ngr-file
005660     if dl100-nag-failed = zero and dl100-nag-never = zero
005670         move zero to return-code
005680     else
005690         move 8 to return-code
005700     end-if.
005710 3000-exit.
005720     exit.
005730
005740 9999-abend.
005750     move 16 to return-code
005760     goback.
005770
005780 end program dl100nag.
