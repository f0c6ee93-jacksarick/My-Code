001793*                  UNCHANGED; THE PRE-VERIFY PASS IS SKIPPED ON
001794*                  RESTART (THE TRAILER WAS PROVED ON THE
001795*                  ORIGINAL RUN) AND IN MASTER MODE.
001796* 15-OCT-2026  GH  THE PRIOR-CLOSE GUARD NOW WORKS FROM THE
001797*                  MAINTAINED DL100CAL BUSINESS-DAY CALENDAR (VIA
001798*                  THE NEW DL100CAL ROUTINE) INSTEAD OF WHATEVER
001799*                  DATE LAST APPEARED ON DL100HST.  THE PREVIOUS
001800*                  BUSINESS DAY MUST HAVE A DL100HST RUN RECORD
001801*                  AND A CLEAN DL100CLS CLOSE; A BUSINESS DAY THAT
001802*                  NEVER RAN AT ALL NOW STOPS THE RUN THE SAME WAY
001803*                  AN UNCLOSED ONE DOES, AND OVERRIDE=Y FORCES
001804*                  EITHER THROUGH.  A BUSINESS DATE THAT IS NOT
001805*                  ITSELF A BUSINESS DAY IS WARNED ON THE CONSOLE.
001806* 15-OCT-2026  GH  EVERY RUN NOW APPENDS A STATUS RECORD TO THE
001807*                  SHARED DL100STP JOB-STEP LEDGER (DL100STPL.CPY)
001808*                  AT TERMINATION, AND ON A FATAL ERROR - RUN-ID,
001809*                  BUSINESS DATE, START AND END TIME, RETURN CODE,
001810*                  AND THE ACCEPTED / REJECTED / VARIANCE COUNTS.
001811* 15-OCT-2026  GH  ADDED PRIOR-DATE ADJUSTMENT TRANSACTIONS - A
001812*                  DL100IN RECORD WITH TRAN-TYPE 'R' REVERSES A
001813*                  CALCULATION THAT ALREADY POSTED, AND 'C'
001814*                  REVERSES IT AND POSTS A REPLACEMENT CALCULATED
001815*                  FROM THE KEYED FUNCTION AND ARGUMENTS.  THE
001816*                  ORIGINAL IS NAMED BY RUN-ID OR BY BUSINESS DATE
001817*                  AND MUST BE ON THE DL100EXH POSTED-EXTRACT
001818*                  HISTORY AND NOT ALREADY REVERSED, ELSE THE
001819*                  ADJUSTMENT IS REJECTED (RECYCLE CODES 09-11).
001820*                  AN ACCEPTED ADJUSTMENT WRITES A REVERSING
001821*                  DL100EXT ENTRY ('R') AND, FOR A CORRECTION, A
001822*                  REPLACEMENT ENTRY ('C'); CORRECTS DL100PRV WHEN
001823*                  THE REVERSED POSTING IS THE ONE IT REMEMBERS
001824*                  (A REVERSAL RESTORES THE POSTING BEFORE IT, OR
001825*                  DROPS THE RECORD IF THERE WAS NONE); AND IS
001826*                  LISTED IN A NEW ADJUSTMENT SECTION OF DL100RPT.
001827*                  ADJUSTMENTS STAY OUT OF THE RUN TOTALS THAT
001828*                  BALANCE TO DL100CTL; THEIR ENTRY COUNT AND NET
001829*                  AMOUNT CARRY FORWARD IN DL100CKP (NOW 56 BYTES)
001830*                  AND ARE WRITTEN TO DL100HST.
001831* 15-OCT-2026  GH  ADDED PARTITIONED RUNS - A PART=NN DL100PRM
001832*                  CARD MAKES THIS STEP ONE OF SEVERAL RUNNING AT
001833*                  ONCE.  THE PARTITION TAKES ITS SHARED RUN-ID,
001834*                  BUSINESS DATE, AND RECORD-ID KEY RANGE FROM ITS
001835*                  DL100PTC PLAN RECORD (WRITTEN BY DL100MRG
001836*                  MODE=PLAN), PASSES OVER EVERY INPUT OR MASTER
001837*                  RECORD OUTSIDE THE RANGE, AND WRITES ITS OWN
001838*                  RPT / EXT / REJ / RCY / CKP FILES AS ANY RUN
001839*                  DOES, SO IT RESTARTS ON ITS OWN.  IT DOES NOT
001840*                  RECONCILE TO DL100CTL OR WRITE DL100HST - AT
001841*                  END OF RUN IT APPENDS ITS TOTALS TO ITS
001842*                  DL100PTS PARTITION STATUS FILE (DL100PTSL.CPY)
001843*                  AND DL100MRG BALANCES THE WHOLE NIGHT ONCE.
001844* 15-OCT-2026  GH  THE RUN NOW DRIVES THE FIFTH DL100MTH FUNCTION,
001845*                  LEVELPAY.  ITS PRINCIPAL, RATE, AND PERIOD
001846*                  ARGUMENTS ARE EDITED AGAINST THEIR OWN
001847*                  DL100EDT BOUNDS, THE RATE IS KEYED IN
001848*                  HUNDREDTHS OF A PERCENT AND CONVERTED TO A
001849*                  PERCENT BEFORE THE CALL, AND THE LEVELPAY
001850*                  LIMITS ARE PRINTED WITH THE OTHERS ON PAGE 1.
001851*                  IT POSTS, EXTRACTS, AND IS VARIANCE-CHECKED
001852*                  LIKE ANY OTHER FUNCTION.
001853* 15-OCT-2026  GH  A PARTITION NOW STAMPS ITS PARTITION NUMBER ON
001854*                  ITS DL100STP LEDGER RECORD SO DL100NAG CAN TELL
001855*                  THE PARTITIONS APART AND COMBINE THEM.
001796******************************************************************
001797 identification division.
001800 program-id. dl100ft.
002180         organization is line sequential
002190         file status is dl100-hst-status.
002200
002202     select dl100-stp-file assign to "DL100STP"
002204         organization is line sequential
002206         file status is dl100-stp-status.
002208
002210     select dl100-rcy-file assign to "DL100RCY"
002220         organization is line sequential
002230         file status is dl100-rcy-status.
002285         record key is dl100-prv-record-id
002286         file status is dl100-prv-status.
002287
002288     select dl100-exh-file assign to "DL100EXH"
002289         organization is line sequential
002290         file status is dl100-exh-status.
002291
002292     select dl100-ptc-file assign to "DL100PTC"
002293         organization is line sequential
002294         file status is dl100-ptc-status.
002295
002296     select dl100-pts-file assign to "DL100PTS"
002297         organization is line sequential
002298         file status is dl100-pts-status.
002299
002290 data division.
002300 file section.
002310 fd  dl100-in-file
002410 01  dl100-rej-record               pic x(132).
002420
002430 fd  dl100-ckp-file
002440     record contains 56 characters.
002450 01  dl100-ckp-record.
002460     05  dl100-ckp-rec-count        pic 9(07).
002470     05  dl100-ckp-accepted-count   pic 9(07).
002480     05  dl100-ckp-result-sum       pic 9(11).
002490     05  dl100-ckp-reject-count     pic 9(07).
002500     05  dl100-ckp-page-count       pic 9(03).
002502     05  dl100-ckp-adj-count        pic 9(07).
002504     05  dl100-ckp-adj-net          pic s9(11)
002506                                    sign leading separate.
002510     05  filler                     pic x(02).
002520
002530 fd  dl100-ext-file
002660     record contains 80 characters.
002670 copy "DL100HSTL.cpy".
002680
002682 fd  dl100-stp-file
002684     record contains 80 characters.
002686 01  dl100-stp-file-record          pic x(80).
002688
002690 fd  dl100-rcy-file
002700     record contains 120 characters.
002710 01  dl100-rcy-file-record          pic x(120).
002763     record contains 80 characters.
002764 copy "DL100PRVL.cpy".
002765
002766 fd  dl100-exh-file
002767     record contains 80 characters.
002768 01  dl100-exh-record               pic x(80).
002769
002770 fd  dl100-ptc-file
002771     record contains 80 characters.
002772 copy "DL100PTCL.cpy".
002773
002774 fd  dl100-pts-file
002775     record contains 100 characters.
002776 copy "DL100PTSL.cpy".
002777
002770 working-storage section.
002780 01  dl100-switches.
002790     05  dl100-eof-sw               pic x(01) value "N".
003020 01  dl100-hst-status               pic x(02) value spaces.
003030     88  dl100-hst-ok                   value "00".
003040
003042 01  dl100-stp-status               pic x(02) value spaces.
003044     88  dl100-stp-ok                   value "00".
003046
003050 01  dl100-rcy-status               pic x(02) value spaces.
003060     88  dl100-rcy-ok                   value "00".
003070
003101 01  dl100-prv-status               pic x(02) value spaces.
003102     88  dl100-prv-ok                   value "00".
003103
003104 01  dl100-ptc-status               pic x(02) value spaces.
003105     88  dl100-ptc-ok                   value "00".
003106
003107 01  dl100-pts-status               pic x(02) value spaces.
003108     88  dl100-pts-ok                   value "00".
003109
003110 01  dl100-partition-fields.
003111     05  dl100-part-sw              pic x(01) value "N".
003112         88  dl100-partition-run        value "Y".
003113     05  dl100-part-no              pic 9(02) value zero.
003114     05  dl100-part-count           pic 9(02) value zero.
003115     05  dl100-part-after-key       pic x(06) value spaces.
003116     05  dl100-part-thru-key        pic x(06) value spaces.
003117     05  dl100-part-last-sw         pic x(01) value "N".
003118         88  dl100-part-last            value "Y".
003119     05  dl100-part-range-sw        pic x(01) value "N".
003120         88  dl100-part-in-range        value "Y".
003121     05  dl100-part-run-id          pic x(14) value spaces.
003122     05  dl100-ptc-eof-sw           pic x(01) value "N".
003123         88  dl100-ptc-eof              value "Y".
003124     05  dl100-ptc-found-sw         pic x(01) value "N".
003125         88  dl100-ptc-found            value "Y".
003126
003127 01  dl100-exh-status               pic x(02) value spaces.
003128     88  dl100-exh-ok                   value "00".
003129
003110 01  dl100-prm-fields.
003120     05  dl100-prm-eof-sw           pic x(01) value "N".
003130         88  dl100-prm-eof              value "Y".
003276         88  dl100-clsscan-eof          value "Y".
003277     05  dl100-prior-closed-sw      pic x(01) value "N".
003278         88  dl100-prior-closed         value "Y".
003279     05  dl100-prior-bus-date       pic 9(08) value zero.
003280     05  dl100-prior-ran-sw         pic x(01) value "N".
003281         88  dl100-prior-ran            value "Y".
003279
003280 copy "DL100CLSL.cpy".
003281
003282 copy "DL100CALL.cpy".
003283
003282 01  dl100-batch-verify-fields.
003283     05  dl100-pvf-eof-sw           pic x(01) value "N".
003284         88  dl100-pvf-eof              value "Y".
004224         10  dl100-var-new          pic s9(09) comp.
004225         10  dl100-var-entry-pct    pic 9(05)v99 comp-3.
004226
004227 01  dl100-adjustment-fields.
004228     05  dl100-orig-found-sw        pic x(01) value "N".
004229         88  dl100-orig-found           value "Y".
004230     05  dl100-orig-reversed-sw     pic x(01) value "N".
004231         88  dl100-orig-reversed        value "Y".
004232     05  dl100-orig-by-run-id-sw    pic x(01) value "N".
004233         88  dl100-orig-by-run-id       value "Y".
004234     05  dl100-exh-eof-sw           pic x(01) value "N".
004235         88  dl100-exh-eof              value "Y".
004236     05  dl100-orig-image           pic x(80).
004237     05  dl100-orig-run-id          pic x(14).
004238     05  dl100-orig-function        pic x(10).
004239     05  dl100-orig-result          pic 9(09).
004240     05  dl100-prior-post-sw        pic x(01) value "N".
004241         88  dl100-prior-post-found     value "Y".
004242     05  dl100-prior-post-image     pic x(80).
004243     05  dl100-rvs-found-sw         pic x(01) value "N".
004244         88  dl100-rvs-found            value "Y".
004245     05  dl100-rvs-count            pic s9(04) comp value zero.
004246     05  dl100-rvs-ix               pic s9(04) comp value zero.
004247     05  dl100-rvs-full-warned-sw   pic x(01) value "N".
004248         88  dl100-rvs-full-warned      value "Y".
004249     05  dl100-adjt-ext-count       pic 9(07) comp value zero.
004250     05  dl100-adjt-net             pic s9(11) comp value zero.
004251     05  dl100-adjl-count           pic s9(04) comp value zero.
004252     05  dl100-adjl-ix              pic s9(04) comp value zero.
004253     05  dl100-adjl-full-warned-sw  pic x(01) value "N".
004254         88  dl100-adjl-full-warned     value "Y".
004255
004256 01  dl100-rvs-list-table.
004257     05  dl100-rvs-run-id occurs 200 times
004258                                    pic x(14).
004259
004260 01  dl100-adjl-list-table.
004261     05  dl100-adjl-entry occurs 500 times.
004262         10  dl100-adjl-record-id   pic x(06).
004263         10  dl100-adjl-type        pic x(01).
004264         10  dl100-adjl-orig-run-id pic x(14).
004265         10  dl100-adjl-orig-function
004266                                    pic x(10).
004267         10  dl100-adjl-reversed    pic s9(09) comp.
004268         10  dl100-adjl-new-function
004269                                    pic x(10).
004270         10  dl100-adjl-new         pic s9(09) comp.
004271         10  dl100-adjl-reason      pic x(16).
004272
004227 copy "DL100LIML.cpy".
004228
004240 01  dl100-limp-fields.
004430     05  dl100-run-date-display     pic x(10).
004440     05  dl100-run-time             pic 9(08).
004450
004453 copy "DL100STPL.cpy".
004456
004460 01  dl100-timing-fields.
004470     05  dl100-end-time             pic 9(08).
004480     05  dl100-tcv-time             pic 9(08).
006338     05  dl100-parm1-tolerance      pic zz9.
006340     05  filler                     pic x(24) value spaces.
006341
006342 01  dl100-rpt-part-line.
006343     05  filler                     pic x(10) value "PARTITION ".
006344     05  dl100-prtl-part-no         pic 99.
006345     05  filler                     pic x(04) value " OF ".
006346     05  dl100-prtl-part-count      pic 99.
006347     05  filler                     pic x(20)
006348         value " - RECORD-IDS AFTER ".
006349     05  dl100-prtl-after-key       pic x(06).
006350     05  filler                     pic x(06) value " THRU ".
006351     05  dl100-prtl-thru-key        pic x(06).
006352     05  filler                     pic x(04) value spaces.
006353     05  dl100-prtl-text            pic x(50).
006354     05  filler                     pic x(22) value spaces.
006355
006342 01  dl100-rpt-var-detail.
006343     05  dl100-vard-record-id       pic x(06).
006344     05  filler                     pic x(02) value spaces.
006357     05  filler                     pic x(04) value " PCT".
006358     05  filler                     pic x(52) value spaces.
006359
006360 01  dl100-rpt-adj-heading.
006361     05  filler                     pic x(30)
006362         value "*** PRIOR-DATE ADJUSTMENTS ***".
006363     05  filler                     pic x(102) value spaces.
006364
006365 01  dl100-rpt-adj-detail.
006366     05  dl100-adjd-record-id       pic x(06).
006367     05  filler                     pic x(02) value spaces.
006368     05  dl100-adjd-type            pic x(08).
006369     05  filler                     pic x(02) value spaces.
006370     05  filler                     pic x(06) value "ORIG: ".
006371     05  dl100-adjd-orig-run-id     pic x(14).
006372     05  filler                     pic x(01) value spaces.
006373     05  dl100-adjd-orig-function   pic x(10).
006374     05  filler                     pic x(01) value spaces.
006375     05  dl100-adjd-reversed        pic z(08)9-.
006376     05  filler                     pic x(02) value spaces.
006377     05  filler                     pic x(05) value "NEW: ".
006378     05  dl100-adjd-new-function    pic x(10).
006379     05  filler                     pic x(01) value spaces.
006380     05  dl100-adjd-new             pic z(08)9-.
006381     05  filler                     pic x(02) value spaces.
006382     05  filler                     pic x(05) value "NET: ".
006383     05  dl100-adjd-net             pic z(09)9-.
006384     05  filler                     pic x(02) value spaces.
006385     05  dl100-adjd-reason          pic x(16).
006386     05  filler                     pic x(08) value spaces.
006387
006388 01  dl100-rpt-adj-total.
006389     05  filler                     pic x(22)
006390         value "*** ADJUSTMENT TOTALS ".
006391     05  filler                     pic x(09) value "ENTRIES: ".
006392     05  dl100-adjt-out-count       pic zz,zzz,zz9.
006393     05  filler                     pic x(04) value spaces.
006394     05  filler                     pic x(12)
006395         value "NET AMOUNT: ".
006396     05  dl100-adjt-out-net         pic z(10)9-.
006397     05  filler                     pic x(63) value spaces.
006398
006360 linkage section.
006370 01  dl100-parm-area.
006380     05  dl100-parm-len             pic s9(04) comp.
006630         end-if
006640     end-if
006650     perform 1050-read-parameters thru 1050-exit
006652     if dl100-partition-run
006654         perform 1090-load-partition thru 1090-exit
006656     end-if
006660     perform 3300-load-limits thru 3300-exit
006662     if dl100-master-run and dl100-batch-run
006664         display "MODE=MASTER AND MODE=BATCH ARE MUTUALLY "
007140         display "DL100RCY OPEN FAILED - STATUS " dl100-rcy-status
007150         go to 9999-abend
007160     end-if
007162     if dl100-partition-run
007164         perform 1095-open-partition-status thru 1095-exit
007166         go to 1000-open-checkpoint
007168     end-if
007170     open extend dl100-hst-file
007180     if dl100-hst-status = "35"
007190         open output dl100-hst-file
007210     if not dl100-hst-ok
007220         display "DL100HST OPEN FAILED - STATUS " dl100-hst-status
007230         go to 9999-abend
007236     end-if.
007242 1000-open-checkpoint.
007250     open i-o dl100-ckp-file
007260     if dl100-ckp-status = "35"
007270         open output dl100-ckp-file
007310         move zero to dl100-ckp-result-sum
007320         move zero to dl100-ckp-reject-count
007330         move zero to dl100-ckp-page-count
007333         move zero to dl100-ckp-adj-count
007336         move zero to dl100-ckp-adj-net
007340         write dl100-ckp-record
007350         close dl100-ckp-file
007360         open i-o dl100-ckp-file
007560         delimited by size into dl100-run-date-display
007570     move dl100-business-date to dl100-run-id (1:8)
007580     move dl100-run-time to dl100-run-id (9:6)
007582     if dl100-partition-run
007584         move dl100-part-run-id to dl100-run-id
007586     end-if
007590     move dl100-run-time to dl100-tcv-time
007600     perform 8200-time-to-cs thru 8200-exit
007610     move dl100-tcv-cs to dl100-start-cs
007700         move dl100-ckp-result-sum to dl100-result-sum
007710         move dl100-ckp-reject-count to dl100-reject-count
007720         move dl100-ckp-page-count to dl100-page-count
007723         move dl100-ckp-adj-count to dl100-adjt-ext-count
007726         move dl100-ckp-adj-net to dl100-adjt-net
007730     else
007740         move zero to dl100-ckp-rec-count
007750         move zero to dl100-ckp-accepted-count
007760         move zero to dl100-ckp-result-sum
007770         move zero to dl100-ckp-reject-count
007780         move zero to dl100-ckp-page-count
007783         move zero to dl100-ckp-adj-count
007786         move zero to dl100-ckp-adj-net
007790         move 1 to dl100-ckp-relkey
007800         rewrite dl100-ckp-record
007810     end-if
008796                 display "DL100PRM OVERRIDE VALUE MUST BE Y OR "
008797                     "N - N IN EFFECT"
008798             end-if
008799         when "PART"
008800             if dl100-prm-value (1:2) is numeric
008801                     and dl100-prm-value (1:2) not = "00"
008802                 move dl100-prm-value (1:2) to dl100-part-no
008803                 set dl100-partition-run to true
008804             else
008805                 display "DL100PRM PART VALUE IS NOT A "
008806                     "NONZERO NUMBER - IGNORED"
008807             end-if
008799         when other
008800             display "DL100PRM CARD NOT RECOGNIZED - "
008810                 dl100-prm-record (1:30)
008995     move dl100-prm-override-sw to dl100-parm1-override
008996     move dl100-tolerance-pct to dl100-parm1-tolerance
009000     write dl100-rpt-record from dl100-rpt-parm-line
009002     add 1 to dl100-line-count
009004     if dl100-partition-run
009006         move "RUN-ID TAKEN FROM THE DL100PTC PARTITION PLAN"
009008             to dl100-prtl-text
009010         perform 2810-write-partition-line thru 2810-exit
009012     end-if.
009020 1300-exit.
009030     exit.
009040
009530     perform 1320-write-limit-row thru 1320-exit
009540     move "RESULT-MAX" to dl100-limp-name
009550     move dl100-lim-result-max to dl100-limp-value
009551     perform 1320-write-limit-row thru 1320-exit
009552     move "LEVELPAY-PRIN-MAX" to dl100-limp-name
009553     move dl100-lim-lvp-prin-max to dl100-limp-value
009554     perform 1320-write-limit-row thru 1320-exit
009555     move "LEVELPAY-RATE-MAX" to dl100-limp-name
009556     move dl100-lim-lvp-rate-max to dl100-limp-value
009557     perform 1320-write-limit-row thru 1320-exit
009558     move "LEVELPAY-MAX-PERIODS" to dl100-limp-name
009559     move dl100-lim-lvp-periods-max to dl100-limp-value
009560     perform 1320-write-limit-row thru 1320-exit
009561     move "LEVELPAY-PMT-MAX" to dl100-limp-name
009562     move dl100-lim-lvp-pmt-max to dl100-limp-value
009560     perform 1320-write-limit-row thru 1320-exit.
009570 1310-exit.
009580     exit.
009870     move dl100-lim-edt-wavg-val-min to dl100-wavg-value-min
009880     move dl100-lim-edt-wavg-val-max to dl100-wavg-value-max
009890     move dl100-lim-edt-wavg-wgt-min to dl100-wavg-weight-min
009892     move dl100-lim-edt-wavg-wgt-max to dl100-wavg-weight-max
009894     move dl100-lim-edt-lvp-prin-min to dl100-lvp-prin-min
009896     move dl100-lim-edt-lvp-prin-max to dl100-lvp-prin-max
009898     move dl100-lim-edt-lvp-rate-min to dl100-lvp-rate-min
009900     move dl100-lim-edt-lvp-rate-max to dl100-lvp-rate-max
009902     move dl100-lim-edt-lvp-per-min to dl100-lvp-period-min
009904     move dl100-lim-edt-lvp-per-max to dl100-lvp-period-max.
009910 3300-exit.
009920     exit.
009930
010010     move dl100-mst-record to dl100-input-record
010011     if not dl100-in-active of dl100-input-record
010012         go to 1120-read-master
010013     end-if
010014     if dl100-partition-run and not dl100-part-last
010015             and dl100-in-record-id of dl100-input-record
010016                 is greater than dl100-part-thru-key
010017         set dl100-eof to true
010013     end-if.
010014 1120-exit.
010015     exit.
010732     if dl100-bct-header or dl100-bct-trailer
010734         go to 2000-next
010736     end-if
010737     if dl100-partition-run
010738         perform 2090-check-partition-range thru 2090-exit
010739         if not dl100-part-in-range
010740             go to 2000-next
010741         end-if
010742     end-if
010743     if dl100-in-adjustment of dl100-input-record
010744             and not dl100-master-run
010745         perform 2200-process-adjustment thru 2200-exit
010746         go to 2000-next
010747     end-if
010740     perform 2010-edit-input thru 2010-exit
010750     if dl100-edit-failed
010760         perform 2600-write-reject thru 2600-exit
011210             perform 2013-edit-comp-growth thru 2013-exit
011220         when dl100-in-fn-weighted-avg of dl100-input-record
011230             perform 2014-edit-weighted-avg thru 2014-exit
011233         when dl100-in-fn-level-pay of dl100-input-record
011236             perform 2016-edit-level-pay thru 2016-exit
011240         when other
011250             set dl100-edit-failed to true
011260             move "FUNCTION CODE IS NOT A KNOWN FUNCTION"
012240 2015-exit.
012250     exit.
012260
012261 2016-edit-level-pay.
012262     move dl100-in-value-x of dl100-input-record
012263         to dl100-edit-arg-x
012264     move dl100-lvp-prin-min to dl100-edit-arg-min
012265     move dl100-lvp-prin-max to dl100-edit-arg-max
012266     move 1 to dl100-edit-arg-no
012267     perform 2015-edit-one-arg thru 2015-exit
012268     move dl100-in-value-2-x of dl100-input-record
012269         to dl100-edit-arg-x
012270     move dl100-lvp-rate-min to dl100-edit-arg-min
012271     move dl100-lvp-rate-max to dl100-edit-arg-max
012272     move 2 to dl100-edit-arg-no
012273     perform 2015-edit-one-arg thru 2015-exit
012274     move dl100-in-value-3-x of dl100-input-record
012275         to dl100-edit-arg-x
012276     move dl100-lvp-period-min to dl100-edit-arg-min
012277     move dl100-lvp-period-max to dl100-edit-arg-max
012278     move 3 to dl100-edit-arg-no
012279     perform 2015-edit-one-arg thru 2015-exit.
012280 2016-exit.
012281     exit.
012282
012270 2020-check-duplicate.
012280     move "N" to dl100-dup-found-sw
012290     move spaces to dl100-dup-first-file
013080                 to dl100-math-input-2
013090             compute dl100-math-input-3 =
013100                 dl100-in-value-3-n of dl100-input-record / 100
013101         when dl100-in-fn-level-pay of dl100-input-record
013102             compute dl100-math-input-2 =
013103                 dl100-in-value-2-n of dl100-input-record / 100
013104             move dl100-in-value-3-n of dl100-input-record
013105                 to dl100-math-input-3
013110     end-evaluate
013120     call "dl100mth" using dl100-math-linkage
013130     if dl100-math-ok
013620     move dl100-business-date to dl100-ext-run-date
013630     move dl100-in-function of dl100-input-record
013640         to dl100-ext-function
013641     set dl100-ext-calculation to true
013642     move spaces to dl100-ext-orig-run-id
013642     if dl100-var-flagged
013644         set dl100-ext-under-review to true
013646     else
014070     move dl100-result-sum to dl100-ckp-result-sum
014080     move dl100-reject-count to dl100-ckp-reject-count
014090     move dl100-page-count to dl100-ckp-page-count
014093     move dl100-adjt-ext-count to dl100-ckp-adj-count
014096     move dl100-adjt-net to dl100-ckp-adj-net
014100     move 1 to dl100-ckp-relkey
014110     rewrite dl100-ckp-record
014120     move zero to dl100-ckp-since.
014710 3000-terminate.
014720     perform 2950-print-duplicates thru 2950-exit
014725     perform 2960-print-variances thru 2960-exit
014727     perform 2970-print-adjustments thru 2970-exit
014730     move dl100-rec-count to dl100-tot-rec-count
014740     move dl100-result-sum to dl100-tot-result-sum
014750     write dl100-rpt-record from dl100-rpt-total
014760     move dl100-reject-count to dl100-rejt-count
014770     write dl100-rej-record from dl100-rej-total
014772     if dl100-partition-run
014774         move "TOTALS RECONCILE TO DL100CTL AT THE DL100MRG MERGE"
014776             to dl100-prtl-text
014778         perform 2810-write-partition-line thru 2810-exit
014780     else
014782         perform 2800-reconcile-totals thru 2800-exit
014784     end-if
014790     perform 2710-commit-checkpoint thru 2710-exit
014795     if dl100-master-run
014796         close dl100-mst-file
014940         when other
014950             move zero to return-code
014960     end-evaluate
014963     if dl100-partition-run
014966         perform 3150-write-partition-status thru 3150-exit
014969     else
014972         perform 3100-write-run-history thru 3100-exit
014975     end-if
014978     perform 3200-run-statistics thru 3200-exit
014981     perform 3900-write-step-ledger thru 3900-exit.
014990 3000-exit.
015000     exit.
015010
015120         set dl100-hst-balanced to true
015130     end-if
015140     move return-code to dl100-hst-return-code
015143     move dl100-adjt-ext-count to dl100-hst-adj-count
015146     move dl100-adjt-net to dl100-hst-adj-net
015150     write dl100-history-record
015160     close dl100-hst-file.
015170 3100-exit.
015180     exit.
015190
015191 3150-write-partition-status.
015192     move spaces to dl100-partition-status-record
015193     move dl100-run-id to dl100-pts-run-id
015194     move dl100-business-date to dl100-pts-business-date
015195     move dl100-part-no to dl100-pts-part-no
015196     move dl100-part-after-key to dl100-pts-after-key
015197     move dl100-part-thru-key to dl100-pts-thru-key
015198     move dl100-recs-handled to dl100-pts-recs-handled
015199     move dl100-rec-count to dl100-pts-rec-count
015200     move dl100-result-sum to dl100-pts-result-sum
015201     move dl100-reject-count to dl100-pts-reject-count
015202     move dl100-adjt-ext-count to dl100-pts-adj-count
015203     move dl100-adjt-net to dl100-pts-adj-net
015204     move return-code to dl100-pts-return-code
015205     write dl100-partition-status-record
015206     close dl100-pts-file.
015207 3150-exit.
015208     exit.
015209
015200 3200-run-statistics.
015210     accept dl100-end-time from time
015220     move dl100-end-time to dl100-tcv-time
015400 3200-exit.
015410     exit.
015420
015421 3900-write-step-ledger.
015422     open extend dl100-stp-file
015423     if dl100-stp-status = "35"
015424         open output dl100-stp-file
015425     end-if
015426     if not dl100-stp-ok
015427         display "DL100STP OPEN FAILED - STATUS " dl100-stp-status
015428             " - STEP LEDGER NOT WRITTEN"
015429         go to 3900-exit
015430     end-if
015431     move spaces to dl100-step-record
015432     move "DL100FT" to dl100-stp-program
015433     move dl100-run-id to dl100-stp-run-id
015434     move dl100-business-date to dl100-stp-business-date
015435     move dl100-run-time (1:6) to dl100-stp-start-time
015436     accept dl100-end-time from time
015437     move dl100-end-time (1:6) to dl100-stp-end-time
015438     move return-code to dl100-stp-return-code
015439     move dl100-rec-count to dl100-stp-count-1
015440     move dl100-reject-count to dl100-stp-count-2
015441     move dl100-var-count to dl100-stp-count-3
015442     if dl100-partition-run
015443         move dl100-part-no to dl100-stp-part-no
015444     end-if
015445     write dl100-stp-file-record from dl100-step-record
015446     close dl100-stp-file.
015447 3900-exit.
015448     exit.
015449
015430 2800-reconcile-totals.
015440     if dl100-rec-count = dl100-ctl-exp-rec-count
015450             and dl100-result-sum = dl100-ctl-exp-result-sum
015560 2800-exit.
015570     exit.
015580
015581 2810-write-partition-line.
015582     move dl100-part-no to dl100-prtl-part-no
015583     move dl100-part-count to dl100-prtl-part-count
015584     move dl100-part-after-key to dl100-prtl-after-key
015585     if dl100-part-last
015586         move "(LAST)" to dl100-prtl-thru-key
015587     else
015588         move dl100-part-thru-key to dl100-prtl-thru-key
015589     end-if
015590     write dl100-rpt-record from dl100-rpt-part-line
015591     add 1 to dl100-line-count.
015592 2810-exit.
015593     exit.
015594
015595 2090-check-partition-range.
015596     set dl100-part-in-range to true
015597     if dl100-in-record-id of dl100-input-record
015598             is not greater than dl100-part-after-key
015599         move "N" to dl100-part-range-sw
015600     end-if
015601     if not dl100-part-last
015602             and dl100-in-record-id of dl100-input-record
015603                 is greater than dl100-part-thru-key
015604         move "N" to dl100-part-range-sw
015605     end-if.
015606 2090-exit.
015607     exit.
015608
015609 1090-load-partition.
015610     open input dl100-ptc-file
015611     if not dl100-ptc-ok
015612         display "DL100PTC OPEN FAILED - STATUS " dl100-ptc-status
015613             " - A PARTITION CANNOT RUN WITHOUT ITS PLAN"
015614         go to 9999-abend
015615     end-if
015616     perform 1092-read-plan thru 1092-exit
015617         until dl100-ptc-eof or dl100-ptc-found
015618     close dl100-ptc-file
015619     if not dl100-ptc-found
015620         display "PARTITION " dl100-part-no
015621             " IS NOT ON THE DL100PTC PARTITION PLAN"
015622         go to 9999-abend
015623     end-if.
015624 1090-exit.
015625     exit.
015626
015627 1092-read-plan.
015628     read dl100-ptc-file
015629         at end
015630             set dl100-ptc-eof to true
015631             go to 1092-exit
015632     end-read
015633     if dl100-ptc-part-no not = dl100-part-no
015634         go to 1092-exit
015635     end-if
015636     set dl100-ptc-found to true
015637     move dl100-ptc-run-id to dl100-part-run-id
015638     move dl100-ptc-business-date to dl100-business-date
015639     move dl100-ptc-part-count to dl100-part-count
015640     move dl100-ptc-after-key to dl100-part-after-key
015641     move dl100-ptc-thru-key to dl100-part-thru-key
015642     move dl100-ptc-last-sw to dl100-part-last-sw.
015643 1092-exit.
015644     exit.
015645
015646 1095-open-partition-status.
015647     open extend dl100-pts-file
015648     if dl100-pts-status = "35"
015649         open output dl100-pts-file
015650     end-if
015651     if not dl100-pts-ok
015652         display "DL100PTS OPEN FAILED - STATUS " dl100-pts-status
015653         go to 9999-abend
015654     end-if.
015655 1095-exit.
015656     exit.
015657
015590 8200-time-to-cs.
015600     compute dl100-tcv-cs =
015610         ( dl100-tcv-hh * 360000 )
015660     exit.
015670
015680 1085-check-prior-close.
015681     move "P" to dl100-cal-request
015682     move dl100-business-date to dl100-cal-request-date
015683     move zero to dl100-cal-day-count
015684     call "dl100cal" using dl100-calendar-linkage
015685     if dl100-cal-bad-request
015686         display "BUSINESS DATE " dl100-business-date
015687             " IS NOT A VALID DATE - RUN REFUSED"
015688         go to 9999-abend
015689     end-if
015690     if dl100-cal-not-maintained
015691         display "DL100CAL CARRIES NO CALENDAR FOR THE YEAR OF "
015692             dl100-business-date " - WEEKDAY RULE USED"
015693     end-if
015694     move dl100-cal-result-date to dl100-prior-bus-date
015695     move "T" to dl100-cal-request
015696     call "dl100cal" using dl100-calendar-linkage
015697     if not dl100-cal-business-day
015698         display "BUSINESS DATE " dl100-business-date
015699             " IS NOT A BUSINESS DAY ON DL100CAL - "
015700             dl100-cal-description
015701     end-if
015690     open input dl100-hst-file
015700     if dl100-hst-status = "35"
015710         go to 1085-exit
015800     if dl100-prior-date = zero
015810         go to 1085-exit
015820     end-if
015821     if not dl100-prior-ran
015822         if dl100-prm-override
015823             display "PRIOR BUSINESS DATE " dl100-prior-bus-date
015824                 " HAS NO RUN ON DL100HST - OVERRIDDEN BY "
015825                 "DL100PRM"
015826             go to 1085-exit
015827         else
015828             display "PRIOR BUSINESS DATE " dl100-prior-bus-date
015829                 " NEVER RAN - NO RUN ON DL100HST - RUN REFUSED"
015830             display "RUN THE MISSED DATE WITH DATE= ON DL100PRM,"
015831                 " OR CODE OVERRIDE=Y TO FORCE THE RUN"
015832             go to 9999-abend
015833         end-if
015834     end-if
015830     open input dl100-cls-file
015840     if dl100-cls-status not = "35"
015850         if not dl100-cls-open-ok
015950         go to 1085-exit
015960     end-if
015970     if dl100-prm-override
015980         display "PRIOR BUSINESS DATE " dl100-prior-bus-date
015990             " HAS NO CLEAN CLOSE - OVERRIDDEN BY DL100PRM"
016000     else
016010         display "PRIOR BUSINESS DATE " dl100-prior-bus-date
016020             " HAS NO CLEAN CLOSE ON DL100CLS - RUN REFUSED"
016030         display "RUN DL100EOD TO CLOSE THE DATE, OR CODE "
016040             "OVERRIDE=Y ON DL100PRM TO FORCE THE RUN"
016130             set dl100-hstscan-eof to true
016140             go to 1086-exit
016150     end-read
016152     if dl100-hst-run-date = dl100-prior-bus-date
016154         set dl100-prior-ran to true
016156     end-if
016160     if dl100-hst-run-date is less than dl100-business-date
016170             and dl100-hst-run-date is greater than
016180                 dl100-prior-date
016280             go to 1087-exit
016290     end-read
016300     move dl100-cls-file-record to dl100-close-record
016310     if dl100-cls-business-date = dl100-prior-bus-date
016320             and dl100-cls-clean
016330         set dl100-prior-closed to true
016340     end-if.
017580 2965-exit.
017590     exit.
017600
017601 2970-print-adjustments.
017602     if dl100-adjl-count = zero
017603             and dl100-adjt-ext-count = zero
017604         go to 2970-exit
017605     end-if
017606     write dl100-rpt-record from dl100-rpt-adj-heading
017607     move 1 to dl100-adjl-ix
017608     perform 2975-print-adj-line thru 2975-exit
017609         until dl100-adjl-ix is greater than dl100-adjl-count
017610     move dl100-adjt-ext-count to dl100-adjt-out-count
017611     move dl100-adjt-net to dl100-adjt-out-net
017612     write dl100-rpt-record from dl100-rpt-adj-total.
017613 2970-exit.
017614     exit.
017615
017616 2975-print-adj-line.
017617     move dl100-adjl-record-id (dl100-adjl-ix)
017618         to dl100-adjd-record-id
017619     if dl100-adjl-type (dl100-adjl-ix) = "C"
017620         move "CORRECT" to dl100-adjd-type
017621     else
017622         move "REVERSE" to dl100-adjd-type
017623     end-if
017624     move dl100-adjl-orig-run-id (dl100-adjl-ix)
017625         to dl100-adjd-orig-run-id
017626     move dl100-adjl-orig-function (dl100-adjl-ix)
017627         to dl100-adjd-orig-function
017628     move dl100-adjl-reversed (dl100-adjl-ix)
017629         to dl100-adjd-reversed
017630     move dl100-adjl-new-function (dl100-adjl-ix)
017631         to dl100-adjd-new-function
017632     move dl100-adjl-new (dl100-adjl-ix)
017633         to dl100-adjd-new
017634     compute dl100-adjd-net =
017635         dl100-adjl-new (dl100-adjl-ix)
017636         - dl100-adjl-reversed (dl100-adjl-ix)
017637     move dl100-adjl-reason (dl100-adjl-ix)
017638         to dl100-adjd-reason
017639     write dl100-rpt-record from dl100-rpt-adj-detail
017640     add 1 to dl100-adjl-ix.
017641 2975-exit.
017642     exit.
017643
017610 1750-preverify-file.
017620     if dl100-master-run or dl100-restart-run
017630         go to 1750-exit
018610     if dl100-bct-header or dl100-bct-trailer
018620         go to 1765-exit
018630     end-if
018631     if dl100-partition-run
018632         perform 2090-check-partition-range thru 2090-exit
018633         if not dl100-part-in-range
018634             go to 1765-exit
018635         end-if
018636     end-if
018640     move "BATCH TRAILER OUT OF BALANCE - FILE REJECTED"
018650         to dl100-reject-reason
018660     move "08" to dl100-reject-code
018780 2920-exit.
018790     exit.
018800
018801 2200-process-adjustment.
018802     set dl100-edit-ok to true
018803     move spaces to dl100-reject-reason
018804     move spaces to dl100-reject-code
018805     perform 2210-edit-adj-reference thru 2210-exit
018806     if dl100-edit-ok
018807             and dl100-in-correction of dl100-input-record
018808         perform 2010-edit-input thru 2010-exit
018809     end-if
018810     if dl100-edit-failed
018811         perform 2600-write-reject thru 2600-exit
018812         go to 2200-exit
018813     end-if
018814     perform 2220-find-original thru 2220-exit
018815     if not dl100-orig-found
018816         move "ADJUSTMENT - NO SUCH ORIGINAL POSTING"
018817             to dl100-reject-reason
018818         move "10" to dl100-reject-code
018819         perform 2600-write-reject thru 2600-exit
018820         go to 2200-exit
018821     end-if
018822     if dl100-orig-reversed
018823         move "ADJUSTMENT - ORIGINAL ALREADY REVERSED"
018824             to dl100-reject-reason
018825         move "11" to dl100-reject-code
018826         perform 2600-write-reject thru 2600-exit
018827         go to 2200-exit
018828     end-if
018829     move zero to dl100-work-value
018830     move zero to dl100-work-result
018831     if dl100-in-correction of dl100-input-record
018832         move dl100-in-value-n of dl100-input-record
018833             to dl100-work-value
018834         perform 2050-call-math thru 2050-exit
018835         if not dl100-math-ok
018836             perform 2060-reject-math-failure thru 2060-exit
018837             go to 2200-exit
018838         end-if
018839     end-if
018840     perform 2250-write-reversal thru 2250-exit
018841     if dl100-in-correction of dl100-input-record
018842         perform 2260-write-replacement thru 2260-exit
018843     end-if
018844     perform 2270-correct-prior thru 2270-exit
018845     perform 2280-post-adjustment thru 2280-exit.
018846 2200-exit.
018847     exit.
018848
018849 2210-edit-adj-reference.
018850     move "N" to dl100-orig-by-run-id-sw
018851     if dl100-adj-orig-date-x is not numeric
018852         set dl100-edit-failed to true
018853         move "ADJUSTMENT ORIGINAL DATE IS NOT NUMERIC"
018854             to dl100-reject-reason
018855         move "09" to dl100-reject-code
018856         go to 2210-exit
018857     end-if
018858     move "T" to dl100-cal-request
018859     move dl100-adj-orig-date to dl100-cal-request-date
018860     move zero to dl100-cal-day-count
018861     call "dl100cal" using dl100-calendar-linkage
018862     if dl100-cal-bad-request
018863         set dl100-edit-failed to true
018864         move "ADJUSTMENT ORIGINAL DATE IS NOT A DATE"
018865             to dl100-reject-reason
018866         move "09" to dl100-reject-code
018867         go to 2210-exit
018868     end-if
018869     if dl100-adj-orig-date is not less than dl100-business-date
018870         set dl100-edit-failed to true
018871         move "ADJUSTMENT ORIGINAL DATE IS NOT A PRIOR DATE"
018872             to dl100-reject-reason
018873         move "09" to dl100-reject-code
018874         go to 2210-exit
018875     end-if
018876     if dl100-adj-orig-time-x = spaces
018877         go to 2210-exit
018878     end-if
018879     if dl100-adj-orig-time-x is not numeric
018880         set dl100-edit-failed to true
018881         move "ADJUSTMENT ORIGINAL RUN-ID IS NOT NUMERIC"
018882             to dl100-reject-reason
018883         move "09" to dl100-reject-code
018884         go to 2210-exit
018885     end-if
018886     set dl100-orig-by-run-id to true.
018887 2210-exit.
018888     exit.
018889
018890 2220-find-original.
018891     move "N" to dl100-orig-found-sw
018892     move "N" to dl100-orig-reversed-sw
018893     move zero to dl100-rvs-count
018894     open input dl100-exh-file
018895     if dl100-exh-status = "35"
018896         go to 2220-exit
018897     end-if
018898     if not dl100-exh-ok
018899         display "DL100EXH OPEN FAILED - STATUS " dl100-exh-status
018900         go to 9999-abend
018901     end-if
018902     move "N" to dl100-exh-eof-sw
018903     perform 2225-scan-original thru 2225-exit
018904         until dl100-exh-eof
018905     close dl100-exh-file
018906     move 1 to dl100-adjl-ix
018907     perform 2235-add-run-reversal thru 2235-exit
018908         until dl100-adjl-ix is greater than dl100-adjl-count
018909     if not dl100-orig-found
018910         go to 2220-exit
018911     end-if
018912     move dl100-orig-run-id to dl100-ext-orig-run-id
018913     perform 2230-check-reversed thru 2230-exit
018914     if dl100-rvs-found
018915         set dl100-orig-reversed to true
018916     end-if.
018917 2220-exit.
018918     exit.
018919
018920 2225-scan-original.
018921     read dl100-exh-file
018922         at end
018923             set dl100-exh-eof to true
018924             go to 2225-exit
018925     end-read
018926     move dl100-exh-record to dl100-ext-record
018927     if dl100-ext-record-id not =
018928             dl100-in-record-id of dl100-input-record
018929         go to 2225-exit
018930     end-if
018931     if dl100-ext-reversal
018932         perform 2227-add-reversal thru 2227-exit
018933         go to 2225-exit
018934     end-if
018935     if dl100-orig-by-run-id
018936         if dl100-ext-run-id not = dl100-adj-orig-run-id
018937             go to 2225-exit
018938         end-if
018939     else
018940         if dl100-ext-run-date not = dl100-adj-orig-date
018941             go to 2225-exit
018942         end-if
018943     end-if
018944     set dl100-orig-found to true
018945     move dl100-exh-record to dl100-orig-image
018946     move dl100-ext-run-id to dl100-orig-run-id
018947     move dl100-ext-function to dl100-orig-function
018948     if dl100-ext-result-value is numeric
018949         move dl100-ext-result-value to dl100-orig-result
018950     else
018951         move zero to dl100-orig-result
018952     end-if.
018953 2225-exit.
018954     exit.
018955
018956 2227-add-reversal.
018957     if dl100-rvs-count is less than 200
018958         add 1 to dl100-rvs-count
018959         move dl100-ext-orig-run-id
018960             to dl100-rvs-run-id (dl100-rvs-count)
018961     else
018962         if not dl100-rvs-full-warned
018963             display "REVERSAL CHECK TABLE FULL - A RECORD-ID "
018964                 "HAS MORE THAN 200 REVERSALS ON DL100EXH"
018965             set dl100-rvs-full-warned to true
018966         end-if
018967     end-if.
018968 2227-exit.
018969     exit.
018970
018971 2230-check-reversed.
018972     move "N" to dl100-rvs-found-sw
018973     move 1 to dl100-rvs-ix
018974     perform 2232-scan-rvs-slot thru 2232-exit
018975         until dl100-rvs-found
018976             or dl100-rvs-ix is greater than dl100-rvs-count.
018977 2230-exit.
018978     exit.
018979
018980 2232-scan-rvs-slot.
018981     if dl100-rvs-run-id (dl100-rvs-ix) = dl100-ext-orig-run-id
018982         set dl100-rvs-found to true
018983     else
018984         add 1 to dl100-rvs-ix
018985     end-if.
018986 2232-exit.
018987     exit.
018988
018989 2235-add-run-reversal.
018990     if dl100-adjl-record-id (dl100-adjl-ix) =
018991             dl100-in-record-id of dl100-input-record
018992         move dl100-adjl-orig-run-id (dl100-adjl-ix)
018993             to dl100-ext-orig-run-id
018994         perform 2227-add-reversal thru 2227-exit
018995     end-if
018996     add 1 to dl100-adjl-ix.
018997 2235-exit.
018998     exit.
018999
019000 2240-find-prior-posting.
019001     move "N" to dl100-prior-post-sw
019002     open input dl100-exh-file
019003     if not dl100-exh-ok
019004         display "DL100EXH OPEN FAILED - STATUS " dl100-exh-status
019005         go to 9999-abend
019006     end-if
019007     move "N" to dl100-exh-eof-sw
019008     perform 2245-scan-prior thru 2245-exit
019009         until dl100-exh-eof
019010     close dl100-exh-file.
019011 2240-exit.
019012     exit.
019013
019014 2245-scan-prior.
019015     read dl100-exh-file
019016         at end
019017             set dl100-exh-eof to true
019018             go to 2245-exit
019019     end-read
019020     move dl100-exh-record to dl100-ext-record
019021     if dl100-ext-record-id not =
019022             dl100-in-record-id of dl100-input-record
019023             or dl100-ext-reversal
019024             or dl100-ext-run-id = dl100-orig-run-id
019025         go to 2245-exit
019026     end-if
019027     move dl100-ext-run-id to dl100-ext-orig-run-id
019028     perform 2230-check-reversed thru 2230-exit
019029     if not dl100-rvs-found
019030         set dl100-prior-post-found to true
019031         move dl100-exh-record to dl100-prior-post-image
019032     end-if.
019033 2245-exit.
019034     exit.
019035
019036 2250-write-reversal.
019037     move dl100-orig-image to dl100-ext-record
019038     move dl100-run-id to dl100-ext-run-id
019039     move dl100-business-date to dl100-ext-run-date
019040     set dl100-ext-normal to true
019041     move spaces to dl100-ext-resend-cycle-x
019042     set dl100-ext-reversal to true
019043     move dl100-orig-run-id to dl100-ext-orig-run-id
019044     write dl100-ext-file-record from dl100-ext-record
019045     add 1 to dl100-adjt-ext-count
019046     subtract dl100-orig-result from dl100-adjt-net.
019047 2250-exit.
019048     exit.
019049
019050 2260-write-replacement.
019051     move dl100-run-id to dl100-ext-run-id
019052     move dl100-in-record-id of dl100-input-record
019053         to dl100-ext-record-id
019054     move dl100-work-value to dl100-ext-input-value
019055     move dl100-work-result to dl100-ext-result-value
019056     move dl100-business-date to dl100-ext-run-date
019057     move dl100-in-function of dl100-input-record
019058         to dl100-ext-function
019059     set dl100-ext-normal to true
019060     move spaces to dl100-ext-resend-cycle-x
019061     set dl100-ext-correction to true
019062     move dl100-orig-run-id to dl100-ext-orig-run-id
019063     write dl100-ext-file-record from dl100-ext-record
019064     add 1 to dl100-adjt-ext-count
019065     add dl100-work-result to dl100-adjt-net.
019066 2260-exit.
019067     exit.
019068
019069 2270-correct-prior.
019070     move "N" to dl100-prv-found-sw
019071     move spaces to dl100-prior-record
019072     move dl100-in-record-id of dl100-input-record
019073         to dl100-prv-record-id
019074     read dl100-prv-file
019075         invalid key
019076             continue
019077         not invalid key
019078             set dl100-prv-found to true
019079     end-read
019080     if dl100-prv-found
019081             and dl100-prv-run-id not = dl100-orig-run-id
019082         go to 2270-exit
019083     end-if
019084     if dl100-in-correction of dl100-input-record
019085         move dl100-in-function of dl100-input-record
019086             to dl100-prv-function
019087         move dl100-in-value-x of dl100-input-record
019088             to dl100-prv-value-1
019089         move dl100-in-value-2-x of dl100-input-record
019090             to dl100-prv-value-2
019091         move dl100-in-value-3-x of dl100-input-record
019092             to dl100-prv-value-3
019093         move dl100-work-result to dl100-prv-result
019094         move dl100-run-id to dl100-prv-run-id
019095         perform 2275-store-prior thru 2275-exit
019096         go to 2270-exit
019097     end-if
019098     if not dl100-prv-found
019099         go to 2270-exit
019100     end-if
019101     move dl100-orig-run-id to dl100-ext-orig-run-id
019102     perform 2240-find-prior-posting thru 2240-exit
019103     if not dl100-prior-post-found
019104         delete dl100-prv-file record
019105             invalid key
019106                 display "DL100PRV DELETE FAILED - STATUS "
019107                     dl100-prv-status
019108         end-delete
019109         go to 2270-exit
019110     end-if
019111     move dl100-prior-post-image to dl100-ext-record
019112     move dl100-ext-function to dl100-prv-function
019113     move dl100-ext-input-value to dl100-prv-value-1
019114     move zero to dl100-prv-value-2
019115     move zero to dl100-prv-value-3
019116     move dl100-ext-result-value to dl100-prv-result
019117     move dl100-ext-run-id to dl100-prv-run-id
019118     perform 2275-store-prior thru 2275-exit.
019119 2270-exit.
019120     exit.
019121
019122 2275-store-prior.
019123     if dl100-prv-found
019124         rewrite dl100-prior-record
019125             invalid key
019126                 display "DL100PRV REWRITE FAILED - STATUS "
019127                     dl100-prv-status
019128         end-rewrite
019129     else
019130         write dl100-prior-record
019131             invalid key
019132                 display "DL100PRV WRITE FAILED - STATUS "
019133                     dl100-prv-status
019134         end-write
019135     end-if.
019136 2275-exit.
019137     exit.
019138
019139 2280-post-adjustment.
019140     if dl100-adjl-count is less than 500
019141         add 1 to dl100-adjl-count
019142         move dl100-in-record-id of dl100-input-record
019143             to dl100-adjl-record-id (dl100-adjl-count)
019144         move dl100-in-tran-type of dl100-input-record
019145             to dl100-adjl-type (dl100-adjl-count)
019146         move dl100-orig-run-id
019147             to dl100-adjl-orig-run-id (dl100-adjl-count)
019148         move dl100-orig-function
019149             to dl100-adjl-orig-function (dl100-adjl-count)
019150         move dl100-orig-result
019151             to dl100-adjl-reversed (dl100-adjl-count)
019152         move spaces
019153             to dl100-adjl-new-function (dl100-adjl-count)
019154         move zero to dl100-adjl-new (dl100-adjl-count)
019155         if dl100-in-correction of dl100-input-record
019156             move dl100-in-function of dl100-input-record
019157                 to dl100-adjl-new-function (dl100-adjl-count)
019158             move dl100-work-result
019159                 to dl100-adjl-new (dl100-adjl-count)
019160         end-if
019161         move dl100-adj-reason
019162             to dl100-adjl-reason (dl100-adjl-count)
019163     else
019164         if not dl100-adjl-full-warned
019165             display "ADJUSTMENT REPORT TABLE FULL - FURTHER "
019166                 "ADJUSTMENTS POSTED BUT NOT LISTED"
019167             set dl100-adjl-full-warned to true
019168         end-if
019169     end-if.
019170 2280-exit.
019171     exit.
019172
018810 9999-abend.
018820     move 16 to return-code
018825     perform 3900-write-step-ledger thru 3900-exit
018830     goback.
018840
018850 end program dl100ft.
