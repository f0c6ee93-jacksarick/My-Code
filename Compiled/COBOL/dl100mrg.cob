000100******************************************************************
000110* PROGRAM-ID.  DL100MRG
000120*
000130* AUTHOR.        G. HARTLEY, DATA LIBRARY SERVICES
000140* INSTALLATION.  DATA LIBRARY SERVICES
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*
000180* REMARKS.  PARTITIONED-RUN PLAN AND MERGE.  WHEN ONE DL100FT STEP
000190*     CANNOT FINISH INSIDE THE BATCH WINDOW THE NIGHT IS SPLIT
000200*     INTO SEVERAL DL100FT PARTITIONS THAT RUN AT THE SAME TIME,
000210*     EACH OWNING A RANGE OF RECORD-IDS.  THIS PROGRAM RUNS
000220*     TWICE -
000230*
000240*     MODE=PLAN, BEFORE THE PARTITIONS -
000250*         - READS THE PART CARDS ON DL100MRC, ONE PER PARTITION IN
000260*           ASCENDING ORDER, EACH GIVING THE HIGHEST RECORD-ID THE
000270*           PARTITION OWNS.  THE LAST PARTITION MUST BE OPEN-
000280*           ENDED.
000290*         - BUILDS THE SHARED RUN-ID (BUSINESS DATE PLUS TIME) AND
000300*           WRITES ONE DL100PTC PLAN RECORD (DL100PTCL.CPY) PER
000310*           PARTITION.  EACH DL100FT PARTITION (PART=NN ON ITS
000320*           DL100PRM) TAKES ITS RUN-ID, BUSINESS DATE, AND KEY
000330*           RANGE FROM THIS PLAN, SO EVERY PARTITION POSTS UNDER
000340*           THE ONE RUN-ID.
000350*
000360*     MODE=MERGE (THE DEFAULT), AFTER THE PARTITIONS -
000370*         - READS THE PLAN, THEN THE CONCATENATED DL100PTS
000380*           PARTITION STATUS FILES (DL100PTSL.CPY), KEEPING THE
000390*           LAST RECORD EACH PARTITION WROTE FOR THE RUN-ID, SO A
000400*           RESTARTED PARTITION IS JUDGED ON ITS COMPLETED RUN,
000410*         - COPIES THE CONCATENATED PARTITION EXTRACTS (DL100PXT)
000420*           TO THE NIGHT'S SINGLE DL100EXT, TALLYING EVERY RECORD
000430*           AGAINST THE PARTITION THAT OWNS ITS RECORD-ID,
000440*         - FAILS A PARTITION THAT WROTE NO STATUS RECORD, ENDED
000450*           RC=8 OR WORSE, OR WHOSE EXTRACT DOES NOT AGREE WITH
000460*           ITS OWN STATUS TOTALS,
000470*         - RECONCILES THE COMBINED ACCEPTED COUNT AND RESULT SUM
000480*           TO DL100CTL ONCE FOR THE WHOLE NIGHT,
000490*         - WRITES ONE DL100HST RECORD AND ONE COMBINED DL100CKP
000500*           RECORD FOR THE RUN-ID, SO DL100RCN, DL100CHK, AND
000510*           DL100GLJ SEE ONE DAY EXACTLY AS AFTER A SINGLE RUN,
000520*         - PRINTS THE DL100MRR MERGE REPORT.
000530*     A MISSING OR FAILED PARTITION, AN EXTRACT RECORD OUTSIDE
000540*     EVERY RANGE OR UNDER ANOTHER RUN-ID, OR A NIGHT THAT DOES
000550*     NOT BALANCE TO DL100CTL WRITES THE HISTORY RECORD OUT OF
000560*     BALANCE AND ENDS THE STEP RC=8, SO THE NIGHT FAILS AND
000570*     DL100GLJ HOLDS THE POSTING.  A FAILED PARTITION IS RESTARTED
000580*     ON ITS OWN AND THE MERGE IS RERUN.
000590*
000600*     DL100MRC CARDS ARE KEYWORD=VALUE; A CARD STARTING * IS A
000610*     COMMENT -
000620*         MODE=PLAN  OR  MODE=MERGE
000630*         DATE=YYYYMMDD   BUSINESS DATE FOR THE PLAN (DEFAULT IS
000640*                         THE SYSTEM DATE)
000650*         PART=NN XXXXXX  PARTITION NN OWNS THE RECORD-IDS ABOVE
000660*                         THE PREVIOUS PARTITION'S LIMIT UP TO AND
000670*                         INCLUDING XXXXXX; * OR BLANK MEANS NO
000680*                         UPPER LIMIT (LAST PARTITION ONLY).
000690*
000700* MODIFICATION HISTORY.
000710* 15-OCT-2026  GH  INITIAL VERSION.
000720******************************************************************
000730 identification division.
000740 program-id. dl100mrg.
000750 author. g. hartley.
000760
000770 environment division.
000780 configuration section.
000790 source-computer. IBM-370.
000800 object-computer. IBM-370.
000810
000820 input-output section.
000830 file-control.
000840     select dl100-mrc-file assign to "DL100MRC"
000850         organization is line sequential
000860         file status is dl100-mrc-status.
000870
000880     select dl100-ptc-file assign to "DL100PTC"
000890         organization is line sequential
000900         file status is dl100-ptc-status.
000910
000920     select dl100-pts-file assign to "DL100PTS"
000930         organization is line sequential
000940         file status is dl100-pts-status.
000950
000960     select dl100-pxt-file assign to "DL100PXT"
000970         organization is line sequential
000980         file status is dl100-pxt-status.
000990
001000     select dl100-ext-file assign to "DL100EXT"
001010         organization is line sequential
001020         file status is dl100-ext-status.
001030
001040     select dl100-ctl-file assign to "DL100CTL"
001050         organization is line sequential
001060         file status is dl100-ctl-status.
001070
001080     select dl100-hst-file assign to "DL100HST"
001090         organization is line sequential
001100         file status is dl100-hst-status.
001110
001120     select dl100-ckp-file assign to "DL100CKP"
001130         organization is relative
001140         access mode is random
001150         relative key is dl100-ckp-relkey
001160         file status is dl100-ckp-status.
001170
001180     select dl100-mrr-file assign to "DL100MRR"
001190         organization is line sequential
001200         file status is dl100-mrr-status.
001210
001220     select dl100-stp-file assign to "DL100STP"
001230         organization is line sequential
001240         file status is dl100-stp-status.
001250
001260 data division.
001270 file section.
001280 fd  dl100-mrc-file
001290     record contains 80 characters.
001300 01  dl100-mrc-record               pic x(80).
001310
001320 fd  dl100-ptc-file
001330     record contains 80 characters.
001340 copy "DL100PTCL.cpy".
001350
001360 fd  dl100-pts-file
001370     record contains 100 characters.
001380 copy "DL100PTSL.cpy".
001390
001400 fd  dl100-pxt-file
001410     record contains 80 characters.
001420 01  dl100-pxt-file-record          pic x(80).
001430
001440 fd  dl100-ext-file
001450     record contains 80 characters.
001460 01  dl100-ext-file-record          pic x(80).
001470
001480 fd  dl100-ctl-file
001490     record contains 80 characters.
001500 copy "DL100CTL.cpy".
001510
001520 fd  dl100-hst-file
001530     record contains 80 characters.
001540 copy "DL100HSTL.cpy".
001550
001560 fd  dl100-ckp-file
001570     record contains 56 characters.
001580 01  dl100-ckp-record.
001590     05  dl100-ckp-rec-count        pic 9(07).
001600     05  dl100-ckp-accepted-count   pic 9(07).
001610     05  dl100-ckp-result-sum       pic 9(11).
001620     05  dl100-ckp-reject-count     pic 9(07).
001630     05  dl100-ckp-page-count       pic 9(03).
001640     05  dl100-ckp-adj-count        pic 9(07).
001650     05  dl100-ckp-adj-net          pic s9(11)
001660                                    sign leading separate.
001670     05  filler                     pic x(02).
001680
001690 fd  dl100-mrr-file
001700     record contains 132 characters.
001710 01  dl100-mrr-record               pic x(132).
001720
001730 fd  dl100-stp-file
001740     record contains 80 characters.
001750 01  dl100-stp-file-record          pic x(80).
001760
001770 working-storage section.
001780 01  dl100-mrc-status               pic x(02) value spaces.
001790     88  dl100-mrc-ok                   value "00".
001800
001810 01  dl100-ptc-status               pic x(02) value spaces.
001820     88  dl100-ptc-ok                   value "00".
001830
001840 01  dl100-pts-status               pic x(02) value spaces.
001850     88  dl100-pts-ok                   value "00".
001860
001870 01  dl100-pxt-status               pic x(02) value spaces.
001880     88  dl100-pxt-ok                   value "00".
001890
001900 01  dl100-ext-status               pic x(02) value spaces.
001910     88  dl100-ext-ok                   value "00".
001920
001930 01  dl100-ctl-status               pic x(02) value spaces.
001940     88  dl100-ctl-ok                   value "00".
001950
001960 01  dl100-hst-status               pic x(02) value spaces.
001970     88  dl100-hst-ok                   value "00".
001980
001990 01  dl100-ckp-status               pic x(02) value spaces.
002000     88  dl100-ckp-ok                   value "00".
002010
002020 01  dl100-mrr-status               pic x(02) value spaces.
002030     88  dl100-mrr-ok                   value "00".
002040
002050 01  dl100-stp-status               pic x(02) value spaces.
002060     88  dl100-stp-ok                   value "00".
002070
002080 01  dl100-mrg-switches.
002090     05  dl100-mrc-eof-sw           pic x(01) value "N".
002100         88  dl100-mrc-eof              value "Y".
002110     05  dl100-ptc-eof-sw           pic x(01) value "N".
002120         88  dl100-ptc-eof              value "Y".
002130     05  dl100-pts-eof-sw           pic x(01) value "N".
002140         88  dl100-pts-eof              value "Y".
002150     05  dl100-pxt-eof-sw           pic x(01) value "N".
002160         88  dl100-pxt-eof              value "Y".
002170     05  dl100-mrg-mode-sw          pic x(01) value "M".
002180         88  dl100-mrg-plan-mode        value "P".
002190         88  dl100-mrg-merge-mode       value "M".
002200     05  dl100-mrg-open-sw          pic x(01) value "N".
002210         88  dl100-mrg-prev-open        value "Y".
002220     05  dl100-mrg-found-sw         pic x(01) value "N".
002230         88  dl100-mrg-part-found       value "Y".
002240     05  dl100-mrg-fail-sw          pic x(01) value "N".
002250         88  dl100-mrg-failed           value "Y".
002260     05  dl100-mrg-bal-sw           pic x(01) value "N".
002270         88  dl100-mrg-out-of-bal       value "Y".
002280
002290 01  dl100-mrc-fields.
002300     05  dl100-mrc-keyword          pic x(10) value spaces.
002310     05  dl100-mrc-value            pic x(20) value spaces.
002320
002330 01  dl100-mrg-part-table.
002340     05  dl100-mrg-part occurs 20 times.
002350         10  dl100-mrg-pt-after-key pic x(06).
002360         10  dl100-mrg-pt-thru-key  pic x(06).
002370         10  dl100-mrg-pt-last-sw   pic x(01).
002380             88  dl100-mrg-pt-last      value "Y".
002390         10  dl100-mrg-pt-pts-sw    pic x(01).
002400             88  dl100-mrg-pt-reported  value "Y".
002410         10  dl100-mrg-pt-handled   pic 9(07) comp.
002420         10  dl100-mrg-pt-rec-count pic 9(07) comp.
002430         10  dl100-mrg-pt-result-sum
002440                                    pic s9(11) comp.
002450         10  dl100-mrg-pt-rejects   pic 9(07) comp.
002460         10  dl100-mrg-pt-adj-count pic 9(07) comp.
002470         10  dl100-mrg-pt-adj-net   pic s9(11) comp.
002480         10  dl100-mrg-pt-return-code
002490                                    pic 9(02).
002500         10  dl100-mrg-pt-ext-count pic 9(07) comp.
002510         10  dl100-mrg-pt-ext-sum   pic s9(11) comp.
002520         10  dl100-mrg-pt-ext-adj-count
002530                                    pic 9(07) comp.
002540         10  dl100-mrg-pt-ext-adj-net
002550                                    pic s9(11) comp.
002560         10  dl100-mrg-pt-status    pic x(30).
002570
002580 01  dl100-mrg-work-fields.
002590     05  dl100-mrg-ix               pic s9(04) comp value zero.
002600     05  dl100-mrg-part-count       pic 9(02) value zero.
002610     05  dl100-mrg-part-no          pic 9(02) value zero.
002620     05  dl100-mrg-card-part-no     pic 9(02) value zero.
002630     05  dl100-mrg-card-thru-key    pic x(06) value spaces.
002640     05  dl100-mrg-bus-date         pic 9(08) value zero.
002650     05  dl100-mrg-run-id           pic x(14) value spaces.
002660     05  dl100-mrg-ext-written      pic 9(07) comp value zero.
002670     05  dl100-mrg-stray-count      pic 9(07) comp value zero.
002680     05  dl100-mrg-foreign-count    pic 9(07) comp value zero.
002690     05  dl100-mrg-ok-count         pic 9(02) value zero.
002700     05  dl100-mrg-fail-count       pic 9(02) value zero.
002710     05  dl100-mrg-fail-reason      pic x(50) value spaces.
002720     05  dl100-ckp-relkey           pic 9(04) comp value 1.
002730
002740 01  dl100-mrg-totals.
002750     05  dl100-mrg-tot-handled      pic 9(07) comp value zero.
002760     05  dl100-mrg-tot-rec-count    pic 9(07) comp value zero.
002770     05  dl100-mrg-tot-result-sum   pic s9(11) comp value zero.
002780     05  dl100-mrg-tot-rejects      pic 9(07) comp value zero.
002790     05  dl100-mrg-tot-adj-count    pic 9(07) comp value zero.
002800     05  dl100-mrg-tot-adj-net      pic s9(11) comp value zero.
002810     05  dl100-mrg-worst-rc         pic 9(02) value zero.
002820
002830 01  dl100-ctl-expected.
002840     05  dl100-ctl-exp-rec-count    pic 9(07) value zero.
002850     05  dl100-ctl-exp-result-sum   pic 9(11) value zero.
002860
002870 copy "DL100EXT.cpy".
002880
002890 01  dl100-run-date-fields.
002900     05  dl100-sys-date             pic 9(08).
002910     05  dl100-run-date-x redefines dl100-sys-date.
002920         10  dl100-run-yyyy         pic 9(04).
002930         10  dl100-run-mm           pic 9(02).
002940         10  dl100-run-dd           pic 9(02).
002950     05  dl100-run-date-display     pic x(10).
002960     05  dl100-run-time             pic 9(08) value zero.
002970     05  dl100-end-time             pic 9(08) value zero.
002980
002990 copy "DL100STPL.cpy".
003000
003010 01  dl100-rpt-heading-1.
003020     05  filler                     pic x(38)
003030         value "DL100MRG - PARTITIONED RUN PLAN/MERGE".
003040     05  filler                     pic x(10) value "RUN DATE: ".
003050     05  dl100-hd1-run-date         pic x(10).
003060     05  filler                     pic x(74) value spaces.
003070
003080 01  dl100-rpt-run-line.
003090     05  filler                     pic x(06) value "MODE: ".
003100     05  dl100-run1-mode            pic x(06).
003110     05  filler                     pic x(17)
003120         value "  BUSINESS DATE: ".
003130     05  dl100-run1-bus-date        pic 9(08).
003140     05  filler                     pic x(09)
003150         value "  RUN-ID ".
003160     05  dl100-run1-run-id          pic x(14).
003170     05  filler                     pic x(13)
003180         value "  PARTITIONS ".
003190     05  dl100-run1-part-count      pic z9.
003200     05  filler                     pic x(57) value spaces.
003210
003220 01  dl100-rpt-plan-line.
003230     05  filler                     pic x(10) value "PARTITION ".
003240     05  dl100-pln-part-no          pic 99.
003250     05  filler                     pic x(20)
003260         value " - RECORD-IDS AFTER ".
003270     05  dl100-pln-after-key        pic x(06).
003280     05  filler                     pic x(06) value " THRU ".
003290     05  dl100-pln-thru-key         pic x(06).
003300     05  filler                     pic x(82) value spaces.
003310
003320 01  dl100-rpt-part-heading.
003330     05  filler                     pic x(30)
003340         value "PART AFTER  THRU     HANDLED  ".
003350     05  filler                     pic x(30)
003360         value "ACCEPTED   RESULT SUM REJECTS ".
003370     05  filler                     pic x(30)
003380         value " ADJ       ADJ NET  RC  STATUS".
003390     05  filler                     pic x(42) value spaces.
003400
003410 01  dl100-rpt-part-detail.
003420     05  filler                     pic x(02) value spaces.
003430     05  dl100-prt-part-no          pic 99.
003440     05  filler                     pic x(01) value spaces.
003450     05  dl100-prt-after-key        pic x(06).
003460     05  filler                     pic x(01) value spaces.
003470     05  dl100-prt-thru-key         pic x(06).
003480     05  filler                     pic x(01) value spaces.
003490     05  dl100-prt-handled          pic z,zzz,zz9.
003500     05  filler                     pic x(01) value spaces.
003510     05  dl100-prt-rec-count        pic z,zzz,zz9.
003520     05  filler                     pic x(01) value spaces.
003530     05  dl100-prt-result-sum       pic z(10)9-.
003540     05  filler                     pic x(01) value spaces.
003550     05  dl100-prt-rejects          pic zzzzzz9.
003560     05  filler                     pic x(01) value spaces.
003570     05  dl100-prt-adj-count        pic zzzz9.
003580     05  filler                     pic x(01) value spaces.
003590     05  dl100-prt-adj-net          pic z(10)9-.
003600     05  filler                     pic x(02) value spaces.
003610     05  dl100-prt-return-code      pic z9.
003620     05  filler                     pic x(02) value spaces.
003630     05  dl100-prt-status           pic x(30).
003640     05  filler                     pic x(18) value spaces.
003650
003660 01  dl100-rpt-total.
003670     05  filler                     pic x(24)
003680         value "MERGED TOTALS - HANDLED ".
003690     05  dl100-tot-handled          pic zz,zzz,zz9.
003700     05  filler                     pic x(10) value " ACCEPTED ".
003710     05  dl100-tot-rec-count        pic zz,zzz,zz9.
003720     05  filler                     pic x(05) value " SUM ".
003730     05  dl100-tot-result-sum       pic z(10)9-.
003740     05  filler                     pic x(09) value " REJECTS ".
003750     05  dl100-tot-rejects          pic zz,zzz,zz9.
003760     05  filler                     pic x(05) value " ADJ ".
003770     05  dl100-tot-adj-count        pic zzzzzz9.
003780     05  filler                     pic x(01) value spaces.
003790     05  dl100-tot-adj-net          pic z(10)9-.
003800     05  filler                     pic x(17) value spaces.
003810
003820 01  dl100-rpt-extract-line.
003830     05  filler                     pic x(26)
003840         value "DL100EXT RECORDS WRITTEN: ".
003850     05  dl100-xtl-written          pic zz,zzz,zz9.
003860     05  filler                     pic x(24)
003870         value "  OUTSIDE EVERY RANGE: ".
003880     05  dl100-xtl-stray            pic zz,zzz,zz9.
003890     05  filler                     pic x(24)
003900         value "  UNDER ANOTHER RUN-ID: ".
003910     05  dl100-xtl-foreign          pic zz,zzz,zz9.
003920     05  filler                     pic x(28) value spaces.
003930
003940 01  dl100-rpt-control.
003950     05  filler                     pic x(23)
003960         value "CONTROL TOTALS - EXP: ".
003970     05  dl100-ctlr-exp-count       pic zz,zzz,zz9.
003980     05  filler                     pic x(01) value spaces.
003990     05  dl100-ctlr-exp-sum         pic z(10)9.
004000     05  filler                     pic x(07) value "  ACT: ".
004010     05  dl100-ctlr-act-count       pic zz,zzz,zz9.
004020     05  filler                     pic x(01) value spaces.
004030     05  dl100-ctlr-act-sum         pic z(10)9-.
004040     05  filler                     pic x(02) value spaces.
004050     05  dl100-ctlr-status          pic x(16).
004060     05  filler                     pic x(39) value spaces.
004070
004080 01  dl100-rpt-status-line.
004090     05  filler                     pic x(14)
004100         value "NIGHT STATUS: ".
004110     05  dl100-stat-text            pic x(50).
004120     05  filler                     pic x(68) value spaces.
004130
004140 procedure division.
004150 0000-mainline.
004160     perform 1000-initialize thru 1000-exit
004170     if dl100-mrg-plan-mode
004180         perform 2000-write-plan thru 2000-exit
004190     else
004200         perform 2100-load-plan thru 2100-exit
004210         perform 2200-load-status thru 2200-exit
004220         perform 2300-merge-extract thru 2300-exit
004230             until dl100-pxt-eof
004240         perform 2500-check-partitions thru 2500-exit
004250         perform 2600-reconcile-totals thru 2600-exit
004260         perform 2700-write-history thru 2700-exit
004270         perform 2750-write-checkpoint thru 2750-exit
004280     end-if
004290     perform 3000-terminate thru 3000-exit
004300     goback.
004310
004320 1000-initialize.
004330     accept dl100-sys-date from date yyyymmdd
004340     accept dl100-run-time from time
004350     string dl100-run-mm "/" dl100-run-dd "/" dl100-run-yyyy
004360         delimited by size into dl100-run-date-display
004370     move dl100-sys-date to dl100-mrg-bus-date
004380     open input dl100-mrc-file
004390     if dl100-mrc-status = "35"
004400         set dl100-mrc-eof to true
004410     else
004420         if not dl100-mrc-ok
004430             display "DL100MRC OPEN FAILED - STATUS "
004440                 dl100-mrc-status
004450             go to 9999-abend
004460         end-if
004470     end-if
004480     perform 1050-read-card thru 1050-exit
004490         until dl100-mrc-eof
004500     if dl100-mrc-ok or dl100-mrc-status = "10"
004510         close dl100-mrc-file
004520     end-if
004530     open output dl100-mrr-file
004540     if not dl100-mrr-ok
004550         display "DL100MRR OPEN FAILED - STATUS " dl100-mrr-status
004560         go to 9999-abend
004570     end-if
004580     move dl100-run-date-display to dl100-hd1-run-date
004590     write dl100-mrr-record from dl100-rpt-heading-1.
004600 1000-exit.
004610     exit.
004620
004630 1050-read-card.
004640     read dl100-mrc-file
004650         at end
004660             set dl100-mrc-eof to true
004670             go to 1050-exit
004680     end-read
004690     if dl100-mrc-record (1:1) = "*" or dl100-mrc-record = spaces
004700         go to 1050-exit
004710     end-if
004720     move spaces to dl100-mrc-keyword
004730     move spaces to dl100-mrc-value
004740     unstring dl100-mrc-record delimited by "="
004750         into dl100-mrc-keyword dl100-mrc-value
004760     end-unstring
004770     evaluate dl100-mrc-keyword
004780         when "MODE"
004790             evaluate dl100-mrc-value
004800                 when "PLAN"
004810                     set dl100-mrg-plan-mode to true
004820                 when "MERGE"
004830                     set dl100-mrg-merge-mode to true
004840                 when other
004850                     display "DL100MRC MODE VALUE NOT RECOGNIZED"
004860                         " - " dl100-mrc-value
004870                     go to 9999-abend
004880             end-evaluate
004890         when "DATE"
004900             if dl100-mrc-value (1:8) is numeric
004910                 move dl100-mrc-value (1:8) to dl100-mrg-bus-date
004920             else
004930                 display "DL100MRC DATE VALUE IS NOT NUMERIC - "
004940                     dl100-mrc-value
004950                 go to 9999-abend
004960             end-if
004970         when "PART"
004980             perform 1060-add-partition thru 1060-exit
004990         when other
005000             display "DL100MRC CARD NOT RECOGNIZED - "
005010                 dl100-mrc-record (1:40)
005020     end-evaluate.
005030 1050-exit.
005040     exit.
005050
005060 1060-add-partition.
005070     if dl100-mrc-value (1:2) is not numeric
005080         display "DL100MRC PART NUMBER IS NOT NUMERIC - "
005090             dl100-mrc-value
005100         go to 9999-abend
005110     end-if
005120     move dl100-mrc-value (1:2) to dl100-mrg-card-part-no
005130     move dl100-mrc-value (4:6) to dl100-mrg-card-thru-key
005140     if dl100-mrg-card-thru-key (1:1) = "*"
005150         move spaces to dl100-mrg-card-thru-key
005160     end-if
005170     if dl100-mrg-card-part-no not = dl100-mrg-part-count + 1
005180         display "DL100MRC PART " dl100-mrg-card-part-no
005190             " IS OUT OF SEQUENCE - PARTITIONS ARE NUMBERED 01 UP"
005200         go to 9999-abend
005210     end-if
005220     if dl100-mrg-card-part-no is greater than 20
005230         display "DL100MRC PART " dl100-mrg-card-part-no
005240             " - NO MORE THAN 20 PARTITIONS"
005250         go to 9999-abend
005260     end-if
005270     if dl100-mrg-prev-open
005280         display "DL100MRC PART " dl100-mrg-card-part-no
005290             " FOLLOWS AN OPEN-ENDED PARTITION"
005300         go to 9999-abend
005310     end-if
005320     move dl100-mrg-card-part-no to dl100-mrg-ix
005330     if dl100-mrg-ix = 1
005340         move spaces to dl100-mrg-pt-after-key (dl100-mrg-ix)
005350     else
005360         move dl100-mrg-pt-thru-key (dl100-mrg-ix - 1)
005370             to dl100-mrg-pt-after-key (dl100-mrg-ix)
005380     end-if
005390     if dl100-mrg-card-thru-key = spaces
005400         set dl100-mrg-prev-open to true
005410     else
005420         if dl100-mrg-card-thru-key is not greater than
005430                 dl100-mrg-pt-after-key (dl100-mrg-ix)
005440             display "DL100MRC PART " dl100-mrg-card-part-no
005450                 " LIMIT " dl100-mrg-card-thru-key
005460                 " IS NOT ABOVE THE PREVIOUS PARTITION'S LIMIT"
005470             go to 9999-abend
005480         end-if
005490     end-if
005500     move dl100-mrg-card-thru-key
005510         to dl100-mrg-pt-thru-key (dl100-mrg-ix)
005520     move dl100-mrg-open-sw to dl100-mrg-pt-last-sw (dl100-mrg-ix)
005530     move dl100-mrg-card-part-no to dl100-mrg-part-count.
005540 1060-exit.
005550     exit.
005560
005570 2000-write-plan.
005580     if dl100-mrg-part-count = zero
005590         display "DL100MRC HAS NO PART CARDS - NO PLAN WRITTEN"
005600         go to 9999-abend
005610     end-if
005620     if not dl100-mrg-prev-open
005630         display "DL100MRC PART " dl100-mrg-part-count
005640             " IS THE LAST PARTITION AND MUST BE OPEN-ENDED"
005650             " (THRU *)"
005660         go to 9999-abend
005670     end-if
005680     move dl100-mrg-bus-date to dl100-mrg-run-id (1:8)
005690     move dl100-run-time (1:6) to dl100-mrg-run-id (9:6)
005700     open output dl100-ptc-file
005710     if not dl100-ptc-ok
005720         display "DL100PTC OPEN FAILED - STATUS " dl100-ptc-status
005730         go to 9999-abend
005740     end-if
005750     move "PLAN" to dl100-run1-mode
005760     perform 2900-write-run-line thru 2900-exit
005770     move 1 to dl100-mrg-ix
005780     perform 2050-write-plan-record thru 2050-exit
005790         until dl100-mrg-ix is greater than dl100-mrg-part-count
005800     close dl100-ptc-file
005810     move "PLAN WRITTEN - RUN THE PARTITIONS" to dl100-stat-text
005820     write dl100-mrr-record from dl100-rpt-status-line.
005830 2000-exit.
005840     exit.
005850
005860 2050-write-plan-record.
005870     move spaces to dl100-partition-plan-record
005880     move dl100-mrg-run-id to dl100-ptc-run-id
005890     move dl100-mrg-bus-date to dl100-ptc-business-date
005900     move dl100-mrg-part-count to dl100-ptc-part-count
005910     move dl100-mrg-ix to dl100-ptc-part-no
005920     move dl100-mrg-pt-after-key (dl100-mrg-ix)
005930         to dl100-ptc-after-key
005940     move dl100-mrg-pt-thru-key (dl100-mrg-ix)
005950         to dl100-ptc-thru-key
005960     move dl100-mrg-pt-last-sw (dl100-mrg-ix) to dl100-ptc-last-sw
005970     write dl100-partition-plan-record
005980     move dl100-mrg-ix to dl100-pln-part-no
005990     move dl100-mrg-pt-after-key (dl100-mrg-ix)
006000         to dl100-pln-after-key
006010     if dl100-mrg-pt-last (dl100-mrg-ix)
006020         move "(LAST)" to dl100-pln-thru-key
006030     else
006040         move dl100-mrg-pt-thru-key (dl100-mrg-ix)
006050             to dl100-pln-thru-key
006060     end-if
006070     write dl100-mrr-record from dl100-rpt-plan-line
006080     add 1 to dl100-mrg-ix.
006090 2050-exit.
006100     exit.
006110
006120 2100-load-plan.
006130     move zero to dl100-mrg-part-count
006140     open input dl100-ptc-file
006150     if not dl100-ptc-ok
006160         display "DL100PTC OPEN FAILED - STATUS " dl100-ptc-status
006170             " - NO PARTITION PLAN TO MERGE"
006180         go to 9999-abend
006190     end-if
006200     perform 2110-read-plan-record thru 2110-exit
006210         until dl100-ptc-eof
006220     close dl100-ptc-file
006230     if dl100-mrg-part-count = zero
006240         display "DL100PTC IS EMPTY - NO PARTITION PLAN TO MERGE"
006250         go to 9999-abend
006260     end-if
006270     move "MERGE" to dl100-run1-mode
006280     perform 2900-write-run-line thru 2900-exit
006290     open input dl100-ctl-file
006300     if not dl100-ctl-ok
006310         display "DL100CTL OPEN FAILED - STATUS " dl100-ctl-status
006320         go to 9999-abend
006330     end-if
006340     read dl100-ctl-file
006350         at end
006360             display "DL100CTL IS EMPTY - NO CONTROL RECORD"
006370             go to 9999-abend
006380     end-read
006390     move dl100-ctl-rec-count to dl100-ctl-exp-rec-count
006400     move dl100-ctl-result-sum to dl100-ctl-exp-result-sum
006410     close dl100-ctl-file.
006420 2100-exit.
006430     exit.
006440
006450 2110-read-plan-record.
006460     read dl100-ptc-file
006470         at end
006480             set dl100-ptc-eof to true
006490             go to 2110-exit
006500     end-read
006510     if dl100-ptc-part-no is not numeric
006520             or dl100-ptc-part-no not = dl100-mrg-part-count + 1
006530             or dl100-ptc-part-no is greater than 20
006540         display "DL100PTC PARTITION RECORDS ARE OUT OF SEQUENCE"
006550         go to 9999-abend
006560     end-if
006570     move dl100-ptc-part-no to dl100-mrg-part-count
006580     move dl100-ptc-part-no to dl100-mrg-ix
006590     move dl100-ptc-run-id to dl100-mrg-run-id
006600     move dl100-ptc-business-date to dl100-mrg-bus-date
006610     move dl100-ptc-after-key
006620         to dl100-mrg-pt-after-key (dl100-mrg-ix)
006630     move dl100-ptc-thru-key
006640         to dl100-mrg-pt-thru-key (dl100-mrg-ix)
006650     move dl100-ptc-last-sw to dl100-mrg-pt-last-sw (dl100-mrg-ix)
006660     move "N" to dl100-mrg-pt-pts-sw (dl100-mrg-ix)
006670     move zero to dl100-mrg-pt-handled (dl100-mrg-ix)
006680     move zero to dl100-mrg-pt-rec-count (dl100-mrg-ix)
006690     move zero to dl100-mrg-pt-result-sum (dl100-mrg-ix)
006700     move zero to dl100-mrg-pt-rejects (dl100-mrg-ix)
006710     move zero to dl100-mrg-pt-adj-count (dl100-mrg-ix)
006720     move zero to dl100-mrg-pt-adj-net (dl100-mrg-ix)
006730     move zero to dl100-mrg-pt-return-code (dl100-mrg-ix)
006740     move zero to dl100-mrg-pt-ext-count (dl100-mrg-ix)
006750     move zero to dl100-mrg-pt-ext-sum (dl100-mrg-ix)
006760     move zero to dl100-mrg-pt-ext-adj-count (dl100-mrg-ix)
006770     move zero to dl100-mrg-pt-ext-adj-net (dl100-mrg-ix)
006780     move spaces to dl100-mrg-pt-status (dl100-mrg-ix).
006790 2110-exit.
006800     exit.
006810
006820 2200-load-status.
006830     open input dl100-pts-file
006840     if dl100-pts-status = "35"
006847         set dl100-pts-eof to true
006854     else
006861         if not dl100-pts-ok
006868             display "DL100PTS OPEN FAILED - STATUS "
006875                 dl100-pts-status
006882             go to 9999-abend
006889         end-if
006900     end-if
006910     perform 2210-read-status thru 2210-exit
006920         until dl100-pts-eof
006925     if dl100-pts-ok or dl100-pts-status = "10"
006930         close dl100-pts-file
006935     end-if
006940     open input dl100-pxt-file
006950     if dl100-pxt-status = "35"
006960         set dl100-pxt-eof to true
006970     else
006980         if not dl100-pxt-ok
006990             display "DL100PXT OPEN FAILED - STATUS "
007000                 dl100-pxt-status
007010             go to 9999-abend
007020         end-if
007030     end-if
007040     open output dl100-ext-file
007050     if not dl100-ext-ok
007060         display "DL100EXT OPEN FAILED - STATUS " dl100-ext-status
007070         go to 9999-abend
007080     end-if
007090     if not dl100-pxt-eof
007100         perform 2310-read-extract thru 2310-exit
007110     end-if.
007120 2200-exit.
007130     exit.
007140
007150 2210-read-status.
007160     read dl100-pts-file
007170         at end
007180             set dl100-pts-eof to true
007190             go to 2210-exit
007200     end-read
007210     if dl100-pts-run-id not = dl100-mrg-run-id
007220         go to 2210-exit
007230     end-if
007240     if dl100-pts-part-no is not numeric
007250             or dl100-pts-part-no = zero
007260             or dl100-pts-part-no is greater than
007270                 dl100-mrg-part-count
007280         display "DL100PTS PARTITION " dl100-pts-part-no
007290             " IS NOT ON THE PLAN - IGNORED"
007300         go to 2210-exit
007310     end-if
007320     move dl100-pts-part-no to dl100-mrg-ix
007330     set dl100-mrg-pt-reported (dl100-mrg-ix) to true
007340     move dl100-pts-recs-handled
007350         to dl100-mrg-pt-handled (dl100-mrg-ix)
007360     move dl100-pts-rec-count
007370         to dl100-mrg-pt-rec-count (dl100-mrg-ix)
007380     move dl100-pts-result-sum
007390         to dl100-mrg-pt-result-sum (dl100-mrg-ix)
007400     move dl100-pts-reject-count
007410         to dl100-mrg-pt-rejects (dl100-mrg-ix)
007420     move dl100-pts-adj-count
007430         to dl100-mrg-pt-adj-count (dl100-mrg-ix)
007440     move dl100-pts-adj-net to dl100-mrg-pt-adj-net (dl100-mrg-ix)
007450     move dl100-pts-return-code
007460         to dl100-mrg-pt-return-code (dl100-mrg-ix).
007470 2210-exit.
007480     exit.
007490
007500 2300-merge-extract.
007510     move dl100-pxt-file-record to dl100-ext-record
007520     if dl100-ext-run-id not = dl100-mrg-run-id
007530         add 1 to dl100-mrg-foreign-count
007540         display "DL100PXT RECORD " dl100-ext-record-id
007550             " CARRIES RUN-ID " dl100-ext-run-id " - NOT MERGED"
007560         perform 2310-read-extract thru 2310-exit
007570         go to 2300-exit
007580     end-if
007590     move "N" to dl100-mrg-found-sw
007600     move 1 to dl100-mrg-ix
007610     perform 2320-find-owner thru 2320-exit
007620         until dl100-mrg-part-found
007630             or dl100-mrg-ix is greater than dl100-mrg-part-count
007640     if not dl100-mrg-part-found
007650         add 1 to dl100-mrg-stray-count
007660         display "DL100PXT RECORD " dl100-ext-record-id
007670             " IS OUTSIDE EVERY PARTITION RANGE - NOT MERGED"
007680         perform 2310-read-extract thru 2310-exit
007690         go to 2300-exit
007700     end-if
007710     evaluate true
007720         when dl100-ext-reversal
007730             add 1 to dl100-mrg-pt-ext-adj-count (dl100-mrg-ix)
007740             if dl100-ext-result-value is numeric
007750                 subtract dl100-ext-result-value
007760                     from dl100-mrg-pt-ext-adj-net (dl100-mrg-ix)
007770             end-if
007780         when dl100-ext-correction
007790             add 1 to dl100-mrg-pt-ext-adj-count (dl100-mrg-ix)
007800             if dl100-ext-result-value is numeric
007810                 add dl100-ext-result-value
007820                     to dl100-mrg-pt-ext-adj-net (dl100-mrg-ix)
007830             end-if
007840         when other
007850             add 1 to dl100-mrg-pt-ext-count (dl100-mrg-ix)
007860             if dl100-ext-result-value is numeric
007870                 add dl100-ext-result-value
007880                     to dl100-mrg-pt-ext-sum (dl100-mrg-ix)
007890             end-if
007900     end-evaluate
007910     write dl100-ext-file-record from dl100-pxt-file-record
007920     add 1 to dl100-mrg-ext-written
007930     perform 2310-read-extract thru 2310-exit.
007940 2300-exit.
007950     exit.
007960
007970 2310-read-extract.
007980     read dl100-pxt-file
007990         at end
008000             set dl100-pxt-eof to true
008010     end-read.
008020 2310-exit.
008030     exit.
008040
008050 2320-find-owner.
008060     if dl100-ext-record-id is greater than
008070             dl100-mrg-pt-after-key (dl100-mrg-ix)
008080         if dl100-mrg-pt-last (dl100-mrg-ix)
008090                 or dl100-ext-record-id is not greater than
008100                     dl100-mrg-pt-thru-key (dl100-mrg-ix)
008110             set dl100-mrg-part-found to true
008120             go to 2320-exit
008130         end-if
008140     end-if
008150     add 1 to dl100-mrg-ix.
008160 2320-exit.
008170     exit.
008180
008190 2500-check-partitions.
008200     write dl100-mrr-record from dl100-rpt-part-heading
008210     move 1 to dl100-mrg-ix
008220     perform 2510-check-one-partition thru 2510-exit
008230         until dl100-mrg-ix is greater than dl100-mrg-part-count
008240     move dl100-mrg-tot-handled to dl100-tot-handled
008250     move dl100-mrg-tot-rec-count to dl100-tot-rec-count
008260     move dl100-mrg-tot-result-sum to dl100-tot-result-sum
008270     move dl100-mrg-tot-rejects to dl100-tot-rejects
008280     move dl100-mrg-tot-adj-count to dl100-tot-adj-count
008290     move dl100-mrg-tot-adj-net to dl100-tot-adj-net
008300     write dl100-mrr-record from dl100-rpt-total
008310     move dl100-mrg-ext-written to dl100-xtl-written
008320     move dl100-mrg-stray-count to dl100-xtl-stray
008330     move dl100-mrg-foreign-count to dl100-xtl-foreign
008340     write dl100-mrr-record from dl100-rpt-extract-line
008350     if dl100-mrg-stray-count is greater than zero
008360             or dl100-mrg-foreign-count is greater than zero
008370         set dl100-mrg-failed to true
008380         if dl100-mrg-fail-reason = spaces
008390             move "PARTITION EXTRACTS HOLD RECORDS NOT MERGED"
008400                 to dl100-mrg-fail-reason
008410         end-if
008420     end-if.
008430 2500-exit.
008440     exit.
008450
008460 2510-check-one-partition.
008470     evaluate true
008480         when not dl100-mrg-pt-reported (dl100-mrg-ix)
008490             move "MISSING - NO STATUS RECORD"
008500                 to dl100-mrg-pt-status (dl100-mrg-ix)
008510         when dl100-mrg-pt-return-code (dl100-mrg-ix)
008520                 is greater than 4
008530             move "FAILED - ENDED RC=8 OR WORSE"
008540                 to dl100-mrg-pt-status (dl100-mrg-ix)
008550         when dl100-mrg-pt-ext-count (dl100-mrg-ix)
008560                 not = dl100-mrg-pt-rec-count (dl100-mrg-ix)
008570             or dl100-mrg-pt-ext-sum (dl100-mrg-ix)
008580                 not = dl100-mrg-pt-result-sum (dl100-mrg-ix)
008590             or dl100-mrg-pt-ext-adj-count (dl100-mrg-ix)
008600                 not = dl100-mrg-pt-adj-count (dl100-mrg-ix)
008610             or dl100-mrg-pt-ext-adj-net (dl100-mrg-ix)
008620                 not = dl100-mrg-pt-adj-net (dl100-mrg-ix)
008630             move "OUT OF BALANCE TO ITS EXTRACT"
008640                 to dl100-mrg-pt-status (dl100-mrg-ix)
008650         when other
008660             move "MERGED" to dl100-mrg-pt-status (dl100-mrg-ix)
008670     end-evaluate
008680     if dl100-mrg-pt-status (dl100-mrg-ix) = "MERGED"
008690         add 1 to dl100-mrg-ok-count
008700     else
008710         add 1 to dl100-mrg-fail-count
008720         set dl100-mrg-failed to true
008730         move dl100-mrg-ix to dl100-mrg-part-no
008740         if dl100-mrg-fail-reason = spaces
008750             string "PARTITION " dl100-mrg-part-no " "
008760                 dl100-mrg-pt-status (dl100-mrg-ix)
008770                 delimited by size into dl100-mrg-fail-reason
008780         end-if
008790         display "DL100MRG - PARTITION " dl100-mrg-part-no " "
008800             dl100-mrg-pt-status (dl100-mrg-ix)
008810     end-if
008820     add dl100-mrg-pt-handled (dl100-mrg-ix)
008830         to dl100-mrg-tot-handled
008840     add dl100-mrg-pt-ext-count (dl100-mrg-ix)
008850         to dl100-mrg-tot-rec-count
008860     add dl100-mrg-pt-ext-sum (dl100-mrg-ix)
008870         to dl100-mrg-tot-result-sum
008880     add dl100-mrg-pt-rejects (dl100-mrg-ix)
008890         to dl100-mrg-tot-rejects
008900     add dl100-mrg-pt-ext-adj-count (dl100-mrg-ix)
008910         to dl100-mrg-tot-adj-count
008920     add dl100-mrg-pt-ext-adj-net (dl100-mrg-ix)
008930         to dl100-mrg-tot-adj-net
008940     if dl100-mrg-pt-return-code (dl100-mrg-ix)
008950             is greater than dl100-mrg-worst-rc
008960         move dl100-mrg-pt-return-code (dl100-mrg-ix)
008970             to dl100-mrg-worst-rc
008980     end-if
008990     move dl100-mrg-ix to dl100-prt-part-no
009000     move dl100-mrg-pt-after-key (dl100-mrg-ix)
009010         to dl100-prt-after-key
009020     if dl100-mrg-pt-last (dl100-mrg-ix)
009030         move "(LAST)" to dl100-prt-thru-key
009040     else
009050         move dl100-mrg-pt-thru-key (dl100-mrg-ix)
009060             to dl100-prt-thru-key
009070     end-if
009080     move dl100-mrg-pt-handled (dl100-mrg-ix) to dl100-prt-handled
009090     move dl100-mrg-pt-ext-count (dl100-mrg-ix)
009100         to dl100-prt-rec-count
009110     move dl100-mrg-pt-ext-sum (dl100-mrg-ix)
009120         to dl100-prt-result-sum
009130     move dl100-mrg-pt-rejects (dl100-mrg-ix) to dl100-prt-rejects
009140     move dl100-mrg-pt-ext-adj-count (dl100-mrg-ix)
009150         to dl100-prt-adj-count
009160     move dl100-mrg-pt-ext-adj-net (dl100-mrg-ix)
009170         to dl100-prt-adj-net
009180     move dl100-mrg-pt-return-code (dl100-mrg-ix)
009190         to dl100-prt-return-code
009200     move dl100-mrg-pt-status (dl100-mrg-ix) to dl100-prt-status
009210     write dl100-mrr-record from dl100-rpt-part-detail
009220     add 1 to dl100-mrg-ix.
009230 2510-exit.
009240     exit.
009250
009260 2600-reconcile-totals.
009270     if dl100-mrg-tot-rec-count = dl100-ctl-exp-rec-count
009280             and dl100-mrg-tot-result-sum =
009290                 dl100-ctl-exp-result-sum
009300         move "IN BALANCE" to dl100-ctlr-status
009310     else
009320         set dl100-mrg-out-of-bal to true
009330         move "OUT OF BALANCE" to dl100-ctlr-status
009340         if dl100-mrg-fail-reason = spaces
009350             move "NIGHT DID NOT BALANCE TO DL100CTL"
009360                 to dl100-mrg-fail-reason
009370         end-if
009380     end-if
009390     move dl100-ctl-exp-rec-count to dl100-ctlr-exp-count
009400     move dl100-ctl-exp-result-sum to dl100-ctlr-exp-sum
009410     move dl100-mrg-tot-rec-count to dl100-ctlr-act-count
009420     move dl100-mrg-tot-result-sum to dl100-ctlr-act-sum
009430     write dl100-mrr-record from dl100-rpt-control.
009440 2600-exit.
009450     exit.
009460
009470 2700-write-history.
009480     evaluate true
009490         when dl100-mrg-failed or dl100-mrg-out-of-bal
009500             move 8 to return-code
009510         when dl100-mrg-tot-rejects is greater than zero
009520             move 4 to return-code
009530         when other
009540             move zero to return-code
009550     end-evaluate
009560     open extend dl100-hst-file
009570     if dl100-hst-status = "35"
009580         open output dl100-hst-file
009590     end-if
009600     if not dl100-hst-ok
009610         display "DL100HST OPEN FAILED - STATUS " dl100-hst-status
009620         go to 9999-abend
009630     end-if
009640     move spaces to dl100-history-record
009650     move dl100-mrg-run-id to dl100-hst-run-id
009660     move dl100-mrg-bus-date to dl100-hst-run-date
009670     move dl100-mrg-tot-rec-count to dl100-hst-rec-count
009680     move dl100-mrg-tot-result-sum to dl100-hst-result-sum
009690     move dl100-mrg-tot-rejects to dl100-hst-reject-count
009700     if dl100-mrg-failed or dl100-mrg-out-of-bal
009710         set dl100-hst-out-of-bal to true
009720     else
009730         set dl100-hst-balanced to true
009740     end-if
009750     move return-code to dl100-hst-return-code
009760     move dl100-mrg-tot-adj-count to dl100-hst-adj-count
009770     move dl100-mrg-tot-adj-net to dl100-hst-adj-net
009780     write dl100-history-record
009790     close dl100-hst-file
009800     if dl100-mrg-failed or dl100-mrg-out-of-bal
009810         move dl100-mrg-fail-reason to dl100-stat-text
009820         display "DL100MRG - NIGHT FAILED - "
009830             dl100-mrg-fail-reason
009840     else
009850         move "MERGED AND IN BALANCE" to dl100-stat-text
009860     end-if
009870     write dl100-mrr-record from dl100-rpt-status-line.
009880 2700-exit.
009890     exit.
009900
009910 2750-write-checkpoint.
009920     open output dl100-ckp-file
009930     if not dl100-ckp-ok
009940         display "DL100CKP OPEN FAILED - STATUS " dl100-ckp-status
009950         go to 9999-abend
009960     end-if
009970     move dl100-mrg-tot-handled to dl100-ckp-rec-count
009980     move dl100-mrg-tot-rec-count to dl100-ckp-accepted-count
009990     move dl100-mrg-tot-result-sum to dl100-ckp-result-sum
010000     move dl100-mrg-tot-rejects to dl100-ckp-reject-count
010010     move zero to dl100-ckp-page-count
010020     move dl100-mrg-tot-adj-count to dl100-ckp-adj-count
010030     move dl100-mrg-tot-adj-net to dl100-ckp-adj-net
010040     move 1 to dl100-ckp-relkey
010050     write dl100-ckp-record
010060         invalid key
010070             display "DL100CKP WRITE FAILED - STATUS "
010080                 dl100-ckp-status
010090     end-write
010100     close dl100-ckp-file.
010110 2750-exit.
010120     exit.
010130
010140 2900-write-run-line.
010150     move dl100-mrg-bus-date to dl100-run1-bus-date
010160     move dl100-mrg-run-id to dl100-run1-run-id
010170     move dl100-mrg-part-count to dl100-run1-part-count
010180     write dl100-mrr-record from dl100-rpt-run-line.
010190 2900-exit.
010200     exit.
010210
010220 3000-terminate.
010230     if dl100-mrg-merge-mode
010240         if dl100-pxt-status = "00" or dl100-pxt-status = "10"
010250             close dl100-pxt-file
010260         end-if
010270         close dl100-ext-file
010280     end-if
010290     close dl100-mrr-file
010300     perform 3900-write-step-ledger thru 3900-exit.
010310 3000-exit.
010320     exit.
010330
010340 3900-write-step-ledger.
010350     open extend dl100-stp-file
010360     if dl100-stp-status = "35"
010370         open output dl100-stp-file
010380     end-if
010390     if not dl100-stp-ok
010400         display "DL100STP OPEN FAILED - STATUS " dl100-stp-status
010410             " - STEP LEDGER NOT WRITTEN"
010420         go to 3900-exit
010430     end-if
010440     move spaces to dl100-step-record
010450     move "DL100MRG" to dl100-stp-program
010460     if dl100-mrg-run-id = spaces
010470         move dl100-sys-date to dl100-stp-run-id (1:8)
010480         move dl100-run-time (1:6) to dl100-stp-run-id (9:6)
010490     else
010500         move dl100-mrg-run-id to dl100-stp-run-id
010510     end-if
010520     move dl100-mrg-bus-date to dl100-stp-business-date
010530     move dl100-run-time (1:6) to dl100-stp-start-time
010540     accept dl100-end-time from time
010550     move dl100-end-time (1:6) to dl100-stp-end-time
010560     move return-code to dl100-stp-return-code
010570     move dl100-mrg-ext-written to dl100-stp-count-1
010580     move dl100-mrg-ok-count to dl100-stp-count-2
010590     move dl100-mrg-fail-count to dl100-stp-count-3
010600     if dl100-mrg-plan-mode
010610         move dl100-mrg-part-count to dl100-stp-count-2
010620     end-if
010630     write dl100-stp-file-record from dl100-step-record
010640     close dl100-stp-file.
010650 3900-exit.
010660     exit.
010670
010680 9999-abend.
010690     move 16 to return-code
010700     perform 3900-write-step-ledger thru 3900-exit
010710     goback.
010720
010730 end program dl100mrg.
