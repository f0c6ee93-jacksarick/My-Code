000100******************************************************************
000110* PROGRAM-ID.  DL100PAP
000120*
000130* AUTHOR.        G. HARTLEY, DATA LIBRARY SERVICES
000140* INSTALLATION.  DATA LIBRARY SERVICES
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*
000180* REMARKS.  NIGHTLY APPLY OF FUTURE-DATED MAINTENANCE FOR THE
000190*     DL100MST INDEXED MASTER.  DL100MUP AND DL100MNT HOLD ANY
000200*     ADD/CHANGE/DELETE CARRYING AN EFFECTIVE DATE AFTER TODAY ON
000210*     THE DL100PND PENDING FILE (DL100PNDL.CPY) INSTEAD OF
000220*     DL100MST.  THIS STEP RUNS EACH NIGHT AHEAD OF DL100FT IN
000230*     MODE=MASTER AND READS DL100PND IN RECORD-ID / EFFECTIVE-
000240*     DATE ORDER -
000250*         PENDING, EFFECTIVE ON OR BEFORE THE BUSINESS DATE -
000260*             APPLIED TO DL100MST UNDER THE SAME DL100EDT EDITS
000270*             (LIMITS AS OF THE BUSINESS DATE) AND LOGICAL-DELETE
000280*             RULES DL100MUP ENFORCES, WITH THE USUAL BEFORE/AFTER
000290*             IMAGE ON DL100LOG UNDER THE OPERATOR WHO KEYED THE
000300*             ACTION AND THIS RUN'S RUN-ID.  AN ACTION THAT NO
000310*             LONGER FITS THE MASTER (A CHANGE TO A RECORD DELETED
000320*             SINCE, SAY) IS REJECTED WITH THE REASON.
000330*         PENDING, EFFECTIVE AFTER THE BUSINESS DATE - LISTED AS
000340*             STILL PENDING AND LEFT ON THE FILE.
000350*         CANCELLED (DL100MNT ACTION X OR A DL100MUP X
000360*             TRANSACTION) - LISTED AS CANCELLED.
000370*     APPLIED, REJECTED, AND CANCELLED ACTIONS ARE COPIED TO THE
000380*     DL100PNH HISTORY FILE WITH THEIR OUTCOME AND REMOVED FROM
000390*     DL100PND.  DL100PAR LISTS EVERY ACTION ON THE FILE WITH ITS
000400*     DISPOSITION, SO IT IS BOTH THE APPLIED REPORT AND THE
000410*     STILL-PENDING REPORT.
000420*
000430*     DL100PAC CARDS, KEYWORD=VALUE, '*' IN COLUMN 1 FOR A
000440*     COMMENT, ALL OPTIONAL -
000450*         DATE=YYYYMMDD  BUSINESS DATE (DEFAULT THE SYSTEM DATE,
000460*             AS FOR DL100FT).  USE THE SAME DATE= AS THE NIGHT'S
000470*             DL100FT DL100PRM CARD ON A RERUN.
000480*         MODE=REPORT    LIST ONLY - NOTHING IS APPLIED, ARCHIVED,
000490*             OR REMOVED; DUE ACTIONS ARE LISTED AS DUE.
000493*             DL100PND IS ONLY READ, AND A MISSING DL100PND IS
000496*             AN EMPTY REPORT WITH RC=0.
000500*
000501*     DUAL CONTROL - DL100MNT AND DL100MUP NOW HOLD EVERY ADD,
000502*     CHANGE, AND DELETE ON DL100PND AWAITING APPROVAL, SO ONLY AN
000503*     ACTION A SECOND OPERATOR HAS APPROVED AT DL100MNT IS APPLIED
000504*     HERE, AND DL100FT CALCULATES ONLY APPROVED VERSIONS -
000505*         AWAITING APPROVAL - LISTED AS UNAPPROVED WITH ITS AGE
000506*             AND LEFT ON THE FILE, HOWEVER LONG IT HAS BEEN DUE.
000507*         APPROVED BY THE OPERATOR WHO KEYED IT - FLAGGED ON ITS
000508*             DETAIL LINE AND COUNTED AS SELF-APPROVED.
000509*     EVERY LINE CARRIES THE APPROVER AND THE AGE IN CALENDAR DAYS
000510*     SINCE THE ACTION WAS KEYED; THE TOTALS ADD THE NUMBER
000511*     AWAITING APPROVAL, THE OLDEST OF THEM, AND THE NUMBER
000512*     SELF-APPROVED.  MODE=REPORT GIVES THE AWAITING-APPROVAL
000513*     REPORT AT ANY TIME OF DAY.
000514*
000515*     RETURN-CODE IS 0 ON A CLEAN RUN, 4 WHEN ANY DUE ACTION WAS
000516*     REJECTED OR ANY ACTION WAS SELF-APPROVED, 16 ON A FATAL
000517*     FILE ERROR.  A MISSING DL100MST IS FATAL IN AN APPLY RUN.
000530*
000540* MODIFICATION HISTORY.
000550* 15-OCT-2026  GH  INITIAL VERSION.
000551* 15-OCT-2026  GH  DUAL CONTROL - ACTIONS AWAITING APPROVAL ARE
000552*                  NOT APPLIED AND ARE LISTED WITH THEIR AGE;
000553*                  ACTIONS APPROVED BY THE KEYING OPERATOR ARE
000554*                  FLAGGED AND SET RC=4.  APPROVER AND AGE
000555*                  COLUMNS AND AN APPROVAL TOTALS LINE ADDED;
000556*                  DL100PND AND DL100PNH RECORDS NOW 240 BYTES.
000557* 15-OCT-2026  GH  LEVELPAY ACTIONS ARE NOW RE-EDITED AGAINST
000558*                  THEIR OWN DL100EDT BOUNDS LIKE THE OTHER FOUR
000559*                  FUNCTIONS.
000560* 15-OCT-2026  GH  A MISSING DL100MST IS NO LONGER CREATED EMPTY
000561*                  BUT ENDS THE RUN WITH RC=16.  MODE=REPORT OPENS
000562*                  DL100PND INPUT AND REPORTS NOTHING PENDING WHEN
000563*                  IT IS MISSING.
000564******************************************************************
000570 identification division.
000580 program-id. dl100pap.
000590 author. g. hartley.
000600
000610 environment division.
000620 configuration section.
000630 source-computer. IBM-370.
000640 object-computer. IBM-370.
000650
000660 input-output section.
000670 file-control.
000680     select dl100-pac-file assign to "DL100PAC"
000690         organization is line sequential
000700         file status is dl100-pac-status.
000710
000720     select dl100-pnd-file assign to "DL100PND"
000730         organization is indexed
000740         access mode is dynamic
000750         record key is dl100-pnd-key
000760         file status is dl100-pnd-status.
000770
000780     select dl100-mst-file assign to "DL100MST"
000790         organization is indexed
000800         access mode is dynamic
000810         record key is dl100-in-record-id
000820         file status is dl100-mst-status.
000830
000840     select dl100-log-file assign to "DL100LOG"
000850         organization is line sequential
000860         file status is dl100-log-status.
000870
000880     select dl100-pnh-file assign to "DL100PNH"
000890         organization is line sequential
000900         file status is dl100-pnh-status.
000910
000920     select dl100-par-file assign to "DL100PAR"
000930         organization is line sequential
000940         file status is dl100-par-status.
000950
000960     select dl100-stp-file assign to "DL100STP"
000970         organization is line sequential
000980         file status is dl100-stp-status.
000990
001000 data division.
001010 file section.
001020 fd  dl100-pac-file
001030     record contains 80 characters.
001040 01  dl100-pac-record               pic x(80).
001050
001060 fd  dl100-pnd-file
001070     record contains 240 characters.
001080 copy "DL100PNDL.cpy".
001090
001100 fd  dl100-mst-file
001110     record contains 80 characters.
001120 copy "DL100IN.cpy".
001130
001140 fd  dl100-log-file
001150     record contains 200 characters.
001160 01  dl100-log-record               pic x(200).
001170
001180 fd  dl100-pnh-file
001190     record contains 240 characters.
001200 01  dl100-pnh-record               pic x(240).
001210
001220 fd  dl100-par-file
001230     record contains 132 characters.
001240 01  dl100-par-record               pic x(132).
001250
001260 fd  dl100-stp-file
001270     record contains 80 characters.
001280 01  dl100-stp-file-record          pic x(80).
001290
001300 working-storage section.
001310 01  dl100-pac-status               pic x(02) value spaces.
001320     88  dl100-pac-ok                   value "00".
001330
001340 01  dl100-pnd-status               pic x(02) value spaces.
001350     88  dl100-pnd-ok                   value "00".
001360
001370 01  dl100-mst-status               pic x(02) value spaces.
001380     88  dl100-mst-ok                   value "00".
001390
001400 01  dl100-log-status               pic x(02) value spaces.
001410     88  dl100-log-ok                   value "00".
001420
001430 01  dl100-pnh-status               pic x(02) value spaces.
001440     88  dl100-pnh-ok                   value "00".
001450
001460 01  dl100-par-status               pic x(02) value spaces.
001470     88  dl100-par-ok                   value "00".
001480
001490 01  dl100-stp-status               pic x(02) value spaces.
001500     88  dl100-stp-ok                   value "00".
001510
001520 01  dl100-pap-switches.
001530     05  dl100-pac-eof-sw           pic x(01) value "N".
001540         88  dl100-pac-eof              value "Y".
001550     05  dl100-pnd-eof-sw           pic x(01) value "N".
001560         88  dl100-pnd-eof              value "Y".
001570     05  dl100-pap-found-sw         pic x(01) value "N".
001580         88  dl100-pap-found            value "Y".
001590     05  dl100-pap-mode-sw          pic x(01) value "A".
001600         88  dl100-pap-apply-mode       value "A".
001610         88  dl100-pap-report-mode      value "R".
001620     05  dl100-pap-resolved-sw      pic x(01) value "N".
001630         88  dl100-pap-resolved         value "Y".
001633     05  dl100-pnd-absent-sw        pic x(01) value "N".
001636         88  dl100-pnd-absent           value "Y".
001640
001650 01  dl100-pac-fields.
001660     05  dl100-pac-keyword          pic x(10).
001670     05  dl100-pac-value            pic x(20).
001680
001690 copy "DL100EDT.cpy".
001700
001710 01  dl100-pap-edit-fields.
001720     05  dl100-edit-sw              pic x(01).
001730         88  dl100-edit-ok              value "Y".
001740         88  dl100-edit-failed          value "N".
001750     05  dl100-reject-reason        pic x(40).
001760     05  dl100-edit-arg-x           pic x(07).
001770     05  dl100-edit-arg-n redefines
001780         dl100-edit-arg-x           pic 9(07).
001790     05  dl100-edit-arg-min         pic 9(07).
001800     05  dl100-edit-arg-max         pic 9(07).
001810     05  dl100-edit-arg-no          pic 9(01).
001820
001830 01  dl100-pap-work-fields.
001840     05  dl100-pap-trans-image      pic x(80).
001850     05  dl100-pap-input-id         pic x(06).
001860     05  dl100-pap-before-image     pic x(80).
001870
001880 01  dl100-pap-counts.
001890     05  dl100-pap-read-count       pic 9(07) comp value zero.
001900     05  dl100-pap-apply-count      pic 9(07) comp value zero.
001910     05  dl100-pap-reject-count     pic 9(07) comp value zero.
001920     05  dl100-pap-cancel-count     pic 9(07) comp value zero.
001930     05  dl100-pap-waiting-count    pic 9(07) comp value zero.
001940     05  dl100-pap-due-count        pic 9(07) comp value zero.
001941     05  dl100-pap-await-count      pic 9(07) comp value zero.
001942     05  dl100-pap-self-count       pic 9(07) comp value zero.
001943     05  dl100-pap-oldest-age       pic 9(07) comp value zero.
001944
001945 01  dl100-pap-age-fields.
001946     05  dl100-pap-age              pic 9(07) comp value zero.
001947     05  dl100-pap-today-day        pic s9(09) comp value zero.
001948     05  dl100-pap-keyed-day        pic s9(09) comp value zero.
001949     05  dl100-day-date             pic 9(08).
001950     05  dl100-day-date-x redefines dl100-day-date.
001951         10  dl100-day-yyyy         pic 9(04).
001952         10  dl100-day-mm           pic 9(02).
001953         10  dl100-day-dd           pic 9(02).
001954     05  dl100-day-a                pic s9(09) comp.
001955     05  dl100-day-y                pic s9(09) comp.
001956     05  dl100-day-m                pic s9(09) comp.
001957     05  dl100-day-t1               pic s9(09) comp.
001958     05  dl100-day-t2               pic s9(09) comp.
001959     05  dl100-day-t3               pic s9(09) comp.
001960     05  dl100-day-t4               pic s9(09) comp.
001961     05  dl100-day-number           pic s9(09) comp.
001962
001963 01  dl100-pap-run-fields.
001970     05  dl100-sys-date             pic 9(08).
001980     05  dl100-run-date-x redefines dl100-sys-date.
001990         10  dl100-run-yyyy         pic 9(04).
002000         10  dl100-run-mm           pic 9(02).
002010         10  dl100-run-dd           pic 9(02).
002020     05  dl100-run-date-display     pic x(10).
002030     05  dl100-run-time             pic 9(08).
002040     05  dl100-pap-date             pic 9(08) value zero.
002050     05  dl100-pap-run-id           pic x(14) value spaces.
002060     05  dl100-end-time             pic 9(08) value zero.
002070
002080 copy "DL100STPL.cpy".
002090
002100 copy "DL100CALL.cpy".
002110
002120 01  dl100-page-control.
002130     05  dl100-lines-per-page       pic 9(03) comp value 55.
002140     05  dl100-line-count           pic 9(03) comp value zero.
002150     05  dl100-page-count           pic 9(03) comp value zero.
002160
002170 copy "DL100LOGL.cpy".
002180
002190 copy "DL100LIML.cpy".
002200
002210 01  dl100-rpt-heading-1.
002220     05  filler                     pic x(38)
002230         value "DL100PAP - PENDING MAINTENANCE APPLY".
002240     05  filler                     pic x(10) value "RUN DATE: ".
002250     05  dl100-hd1-run-date         pic x(10).
002260     05  filler                     pic x(09) value spaces.
002270     05  filler                     pic x(05) value "PAGE ".
002280     05  dl100-hd1-page-no          pic zzz9.
002290     05  filler                     pic x(56) value spaces.
002300
002310 01  dl100-rpt-heading-2.
002320     05  filler                     pic x(15)
002330         value "BUSINESS DATE: ".
002340     05  dl100-hd2-date             pic 9(08).
002350     05  filler                     pic x(08) value "  MODE: ".
002360     05  dl100-hd2-mode             pic x(06).
002370     05  filler                     pic x(95) value spaces.
002380
002390 01  dl100-rpt-heading-3.
002400     05  filler                     pic x(08) value "REC-ID".
002410     05  filler                     pic x(02) value spaces.
002420     05  filler                     pic x(09) value "EFFECTIVE".
002430     05  filler                     pic x(02) value spaces.
002440     05  filler                     pic x(06) value "ACTION".
002450     05  filler                     pic x(02) value spaces.
002460     05  filler                     pic x(12) value "DISPOSITION".
002470     05  filler                     pic x(02) value spaces.
002480     05  filler                     pic x(08) value "KEYED BY".
002490     05  filler                     pic x(02) value spaces.
002493     05  filler                     pic x(08) value "APPROVER".
002496     05  filler                     pic x(02) value spaces.
002500     05  filler                     pic x(08) value "SOURCE".
002510     05  filler                     pic x(02) value spaces.
002513     05  filler                     pic x(05) value "  AGE".
002516     05  filler                     pic x(02) value spaces.
002520     05  filler                     pic x(40) value "REASON".
002530     05  filler                     pic x(12) value spaces.
002540
002550 01  dl100-rpt-detail.
002560     05  dl100-dtl-record-id        pic x(08).
002570     05  filler                     pic x(02) value spaces.
002580     05  dl100-dtl-effective        pic 9(08).
002590     05  filler                     pic x(03) value spaces.
002600     05  dl100-dtl-action           pic x(06).
002610     05  filler                     pic x(02) value spaces.
002620     05  dl100-dtl-disposition      pic x(12).
002630     05  filler                     pic x(02) value spaces.
002640     05  dl100-dtl-operator         pic x(08).
002650     05  filler                     pic x(02) value spaces.
002653     05  dl100-dtl-approver         pic x(08).
002656     05  filler                     pic x(02) value spaces.
002660     05  dl100-dtl-source           pic x(08).
002670     05  filler                     pic x(02) value spaces.
002673     05  dl100-dtl-age              pic zzzz9.
002676     05  filler                     pic x(02) value spaces.
002680     05  dl100-dtl-reason           pic x(40).
002690     05  filler                     pic x(12) value spaces.
002700
002710 01  dl100-rpt-total.
002720     05  filler                     pic x(20)
002730         value "PENDING FILE READ:  ".
002740     05  dl100-tot-read             pic zz,zzz,zz9.
002750     05  filler                     pic x(10)
002760         value " APPLIED: ".
002770     05  dl100-tot-apply            pic zz,zzz,zz9.
002780     05  filler                     pic x(11)
002790         value " REJECTED: ".
002800     05  dl100-tot-reject           pic zz,zzz,zz9.
002810     05  filler                     pic x(12)
002820         value " CANCELLED: ".
002830     05  dl100-tot-cancel           pic zz,zzz,zz9.
002840     05  filler                     pic x(39) value spaces.
002850
002860 01  dl100-rpt-total-2.
002870     05  filler                     pic x(20)
002880         value "STILL PENDING:      ".
002890     05  dl100-tot-waiting          pic zz,zzz,zz9.
002900     05  filler                     pic x(10)
002910         value " DUE NOT  ".
002920     05  filler                     pic x(11)
002930         value "APPLIED:   ".
002940     05  dl100-tot-due              pic zz,zzz,zz9.
002950     05  filler                     pic x(71) value spaces.
002951
002952 01  dl100-rpt-total-3.
002953     05  filler                     pic x(20)
002954         value "AWAITING APPROVAL:  ".
002955     05  dl100-tot-await            pic zz,zzz,zz9.
002956     05  filler                     pic x(16)
002957         value " OLDEST (DAYS): ".
002958     05  dl100-tot-oldest           pic zz,zzz,zz9.
002959     05  filler                     pic x(16)
002960         value " SELF-APPROVED: ".
002961     05  dl100-tot-self             pic zz,zzz,zz9.
002962     05  filler                     pic x(50) value spaces.
002963
002970 procedure division.
002980 0000-mainline.
002990     perform 1000-initialize thru 1000-exit
003000     perform 2000-process-pending thru 2000-exit
003010         until dl100-pnd-eof
003020     perform 2900-write-totals thru 2900-exit
003030     perform 3000-terminate thru 3000-exit
003040     goback.
003050
003060 1000-initialize.
003070     accept dl100-sys-date from date yyyymmdd
003080     accept dl100-run-time from time
003090     string dl100-run-mm "/" dl100-run-dd "/" dl100-run-yyyy
003100         delimited by size into dl100-run-date-display
003110     move dl100-sys-date to dl100-pap-run-id (1:8)
003120     move dl100-run-time to dl100-pap-run-id (9:6)
003130     move dl100-sys-date to dl100-pap-date
003140     perform 1050-read-cards thru 1050-exit
003150     perform 1070-load-limits thru 1070-exit
003152     if dl100-pap-report-mode
003154         perform 1010-open-pending-input thru 1010-exit
003156     else
003160         open i-o dl100-pnd-file
003170         if dl100-pnd-status = "35"
003180             open output dl100-pnd-file
003190             close dl100-pnd-file
003200             open i-o dl100-pnd-file
003210         end-if
003215     end-if
003220     if not dl100-pnd-ok and not dl100-pnd-absent
003230         display "DL100PND OPEN FAILED - STATUS " dl100-pnd-status
003240         go to 9999-abend
003250     end-if
003260     if dl100-pap-apply-mode
003270         perform 1080-open-apply-files thru 1080-exit
003280     end-if
003290     open output dl100-par-file
003300     if not dl100-par-ok
003310         display "DL100PAR OPEN FAILED - STATUS " dl100-par-status
003320         go to 9999-abend
003330     end-if
003340     perform 1200-new-page thru 1200-exit
003342     if dl100-pnd-absent
003344         go to 1000-exit
003346     end-if
003350     perform 1100-read-pending thru 1100-exit.
003351 1000-exit.
003352     exit.
003353
003354 1010-open-pending-input.
003355     open input dl100-pnd-file
003356     if dl100-pnd-status = "35"
003357         display "DL100PND NOT FOUND - NOTHING PENDING"
003358         set dl100-pnd-absent to true
003359         set dl100-pnd-eof to true
003360     end-if.
003361 1010-exit.
003370     exit.
003380
003390 1050-read-cards.
003400     open input dl100-pac-file
003410     if dl100-pac-status = "35"
003420         display "DL100PAC NOT FOUND - DEFAULTS IN EFFECT"
003430         go to 1050-exit
003440     end-if
003450     if not dl100-pac-ok
003460         display "DL100PAC OPEN FAILED - STATUS " dl100-pac-status
003470         go to 9999-abend
003480     end-if
003490     perform 1060-read-one-card thru 1060-exit
003500         until dl100-pac-eof
003510     close dl100-pac-file.
003520 1050-exit.
003530     exit.
003540
003550 1060-read-one-card.
003560     read dl100-pac-file
003570         at end
003580             set dl100-pac-eof to true
003590             go to 1060-exit
003600     end-read
003610     if dl100-pac-record = spaces
003620             or dl100-pac-record (1:1) = "*"
003630         go to 1060-exit
003640     end-if
003650     move spaces to dl100-pac-keyword
003660     move spaces to dl100-pac-value
003670     unstring dl100-pac-record delimited by "="
003680         into dl100-pac-keyword dl100-pac-value
003690     evaluate dl100-pac-keyword
003700         when "DATE"
003710             perform 1065-set-date thru 1065-exit
003720         when "MODE"
003730             if dl100-pac-value = "REPORT"
003740                 set dl100-pap-report-mode to true
003750             else
003760                 if dl100-pac-value not = "APPLY"
003770                     display "DL100PAC MODE VALUE NOT RECOGNIZED "
003780                         "- APPLY IN EFFECT"
003790                 end-if
003800             end-if
003810         when other
003820             display "DL100PAC CARD NOT RECOGNIZED - "
003830                 dl100-pac-record (1:30)
003840     end-evaluate.
003850 1060-exit.
003860     exit.
003870
003880 1065-set-date.
003890     if dl100-pac-value (1:8) is not numeric
003900         display "DL100PAC DATE VALUE IS NOT NUMERIC"
003910         go to 9999-abend
003920     end-if
003930     move "T" to dl100-cal-request
003940     move dl100-pac-value (1:8) to dl100-cal-request-date
003950     move zero to dl100-cal-day-count
003960     call "dl100cal" using dl100-calendar-linkage
003970     if dl100-cal-bad-request
003980         display "DL100PAC DATE VALUE IS NOT A VALID DATE"
003990         go to 9999-abend
004000     end-if
004010     move dl100-pac-value (1:8) to dl100-pap-date.
004020 1065-exit.
004030     exit.
004040
004050 1070-load-limits.
004060     move dl100-pap-date to dl100-lim-request-date
004070     call "dl100lim" using dl100-limits-linkage
004080     if not dl100-lim-ok
004090         display "DL100LIM LIMITS LOAD FAILED"
004100         go to 9999-abend
004110     end-if
004120     move dl100-lim-edt-valid-min to dl100-valid-min
004130     move dl100-lim-edt-valid-max to dl100-valid-max
004140     move dl100-lim-edt-pct-pct-min to dl100-pct-pct-min
004150     move dl100-lim-edt-pct-pct-max to dl100-pct-pct-max
004160     move dl100-lim-edt-pct-base-min to dl100-pct-base-min
004170     move dl100-lim-edt-pct-base-max to dl100-pct-base-max
004180     move dl100-lim-edt-grw-prin-min to dl100-grw-prin-min
004190     move dl100-lim-edt-grw-prin-max to dl100-grw-prin-max
004200     move dl100-lim-edt-grw-rate-min to dl100-grw-rate-min
004210     move dl100-lim-edt-grw-rate-max to dl100-grw-rate-max
004220     move dl100-lim-edt-grw-per-min to dl100-grw-period-min
004230     move dl100-lim-edt-grw-per-max to dl100-grw-period-max
004240     move dl100-lim-edt-wavg-val-min to dl100-wavg-value-min
004250     move dl100-lim-edt-wavg-val-max to dl100-wavg-value-max
004260     move dl100-lim-edt-wavg-wgt-min to dl100-wavg-weight-min
004262     move dl100-lim-edt-wavg-wgt-max to dl100-wavg-weight-max
004264     move dl100-lim-edt-lvp-prin-min to dl100-lvp-prin-min
004266     move dl100-lim-edt-lvp-prin-max to dl100-lvp-prin-max
004268     move dl100-lim-edt-lvp-rate-min to dl100-lvp-rate-min
004270     move dl100-lim-edt-lvp-rate-max to dl100-lvp-rate-max
004272     move dl100-lim-edt-lvp-per-min to dl100-lvp-period-min
004274     move dl100-lim-edt-lvp-per-max to dl100-lvp-period-max.
004280 1070-exit.
004290     exit.
004300
004310 1080-open-apply-files.
004320     open i-o dl100-mst-file
004380     if not dl100-mst-ok
004390         display "DL100MST OPEN FAILED - STATUS " dl100-mst-status
004400         go to 9999-abend
004410     end-if
004420     open extend dl100-log-file
004430     if dl100-log-status = "35"
004440         open output dl100-log-file
004450     end-if
004460     if not dl100-log-ok
004470         display "DL100LOG OPEN FAILED - STATUS " dl100-log-status
004480         go to 9999-abend
004490     end-if
004500     open extend dl100-pnh-file
004510     if dl100-pnh-status = "35"
004520         open output dl100-pnh-file
004530     end-if
004540     if not dl100-pnh-ok
004550         display "DL100PNH OPEN FAILED - STATUS " dl100-pnh-status
004560         go to 9999-abend
004570     end-if.
004580 1080-exit.
004590     exit.
004600
004610 1100-read-pending.
004620     read dl100-pnd-file next record
004630         at end
004640             set dl100-pnd-eof to true
004650     end-read.
004660 1100-exit.
004670     exit.
004680
004690 1200-new-page.
004700     add 1 to dl100-page-count
004710     move dl100-run-date-display to dl100-hd1-run-date
004720     move dl100-page-count to dl100-hd1-page-no
004730     move dl100-pap-date to dl100-hd2-date
004740     if dl100-pap-report-mode
004750         move "REPORT" to dl100-hd2-mode
004760     else
004770         move "APPLY" to dl100-hd2-mode
004780     end-if
004790     write dl100-par-record from dl100-rpt-heading-1
004800     write dl100-par-record from dl100-rpt-heading-2
004810     write dl100-par-record from dl100-rpt-heading-3
004820     move zero to dl100-line-count.
004830 1200-exit.
004840     exit.
004850
004860 2000-process-pending.
004870     add 1 to dl100-pap-read-count
004880     move "N" to dl100-pap-resolved-sw
004890     move dl100-pnd-record-id to dl100-pap-input-id
004900     move spaces to dl100-dtl-reason
004910     evaluate true
004920         when dl100-pnd-cancelled
004930             add 1 to dl100-pap-cancel-count
004940             move "CANCELLED" to dl100-dtl-disposition
004950             string "BY " dl100-pnd-cancel-operator
004960                 delimited by size into dl100-dtl-reason
004970             set dl100-pap-resolved to true
004971         when dl100-pnd-awaiting
004972         when dl100-pnd-pending and dl100-pnd-approver = spaces
004973             perform 2800-compute-age thru 2800-exit
004974             add 1 to dl100-pap-await-count
004975             if dl100-pap-age is greater than dl100-pap-oldest-age
004976                 move dl100-pap-age to dl100-pap-oldest-age
004977             end-if
004978             move "UNAPPROVED" to dl100-dtl-disposition
004979             move "AWAITING APPROVAL - NOT APPLIED"
004980                 to dl100-dtl-reason
004981         when dl100-pnd-pending
004990                 and dl100-pnd-effective-date is greater than
005000                     dl100-pap-date
005010             add 1 to dl100-pap-waiting-count
005020             move "PENDING" to dl100-dtl-disposition
005030         when dl100-pnd-pending and dl100-pap-report-mode
005040             add 1 to dl100-pap-due-count
005050             move "DUE" to dl100-dtl-disposition
005060         when dl100-pnd-pending
005070             perform 2100-apply-action thru 2100-exit
005080             set dl100-pap-resolved to true
005090         when other
005100             move "RESOLVED" to dl100-dtl-disposition
005110             move dl100-pnd-reason to dl100-dtl-reason
005120             set dl100-pap-resolved to true
005130     end-evaluate
005131     if dl100-pnd-approver not = spaces
005132             and dl100-pnd-approver = dl100-pnd-operator
005133             and (dl100-pnd-pending or dl100-pnd-applied)
005134         add 1 to dl100-pap-self-count
005135         move "APPROVED BY THE OPERATOR WHO KEYED IT"
005136             to dl100-dtl-reason
005137     end-if
005140     perform 2850-write-detail thru 2850-exit
005150     if dl100-pap-resolved and dl100-pap-apply-mode
005160         perform 2700-archive-pending thru 2700-exit
005170     end-if
005180     perform 1100-read-pending thru 1100-exit.
005190 2000-exit.
005200     exit.
005210
005220 2100-apply-action.
005230     move dl100-pnd-image to dl100-pap-trans-image
005240     move dl100-pap-run-id to dl100-pnd-resolved-run-id
005250     evaluate true
005260         when dl100-pnd-add
005270             perform 2300-apply-add thru 2300-exit
005280         when dl100-pnd-change
005290             perform 2400-apply-change thru 2400-exit
005300         when dl100-pnd-delete
005310             perform 2500-apply-delete thru 2500-exit
005320         when other
005330             move "ACTION CODE IS NOT A, C, OR D"
005340                 to dl100-reject-reason
005350             perform 2650-post-reject thru 2650-exit
005360     end-evaluate.
005370 2100-exit.
005380     exit.
005381
005382 2110-read-master.
005383     move "N" to dl100-pap-found-sw
005384     move dl100-pap-input-id
005385         to dl100-in-record-id of dl100-input-record
005386     read dl100-mst-file
005387         invalid key
005388             continue
005389         not invalid key
005390             set dl100-pap-found to true
005391     end-read.
005392 2110-exit.
005393     exit.
005394
005395 2210-edit-input.
005396     set dl100-edit-ok to true
005397     move spaces to dl100-reject-reason
005398     if dl100-in-fn-default of dl100-input-record
005399         set dl100-in-fn-duple of dl100-input-record to true
005400     end-if
005401     evaluate true
005402         when dl100-in-fn-duple of dl100-input-record
005403             perform 2211-edit-duple thru 2211-exit
005404         when dl100-in-fn-percent-of of dl100-input-record
005405             perform 2212-edit-percent-of thru 2212-exit
005406         when dl100-in-fn-comp-growth of dl100-input-record
005407             perform 2213-edit-comp-growth thru 2213-exit
005408         when dl100-in-fn-weighted-avg of dl100-input-record
005409             perform 2214-edit-weighted-avg thru 2214-exit
005410         when dl100-in-fn-level-pay of dl100-input-record
005411             perform 2216-edit-level-pay thru 2216-exit
005412         when other
005413             set dl100-edit-failed to true
005414             move "FUNCTION CODE IS NOT A KNOWN FUNCTION"
005415                 to dl100-reject-reason
005416     end-evaluate.
005417 2210-exit.
005418     exit.
005419
005420 2211-edit-duple.
005421     move dl100-in-value-x of dl100-input-record
005422         to dl100-edit-arg-x
005423     move dl100-valid-min to dl100-edit-arg-min
005424     move dl100-valid-max to dl100-edit-arg-max
005425     move 1 to dl100-edit-arg-no
005426     perform 2215-edit-one-arg thru 2215-exit.
005427 2211-exit.
005428     exit.
005429
005430 2212-edit-percent-of.
005431     move dl100-in-value-x of dl100-input-record
005432         to dl100-edit-arg-x
005433     move dl100-pct-pct-min to dl100-edit-arg-min
005434     move dl100-pct-pct-max to dl100-edit-arg-max
005435     move 1 to dl100-edit-arg-no
005436     perform 2215-edit-one-arg thru 2215-exit
005437     move dl100-in-value-2-x of dl100-input-record
005438         to dl100-edit-arg-x
005439     move dl100-pct-base-min to dl100-edit-arg-min
005440     move dl100-pct-base-max to dl100-edit-arg-max
005441     move 2 to dl100-edit-arg-no
005442     perform 2215-edit-one-arg thru 2215-exit.
005443 2212-exit.
005444     exit.
005445
005446 2213-edit-comp-growth.
005447     move dl100-in-value-x of dl100-input-record
005448         to dl100-edit-arg-x
005449     move dl100-grw-prin-min to dl100-edit-arg-min
005450     move dl100-grw-prin-max to dl100-edit-arg-max
005451     move 1 to dl100-edit-arg-no
005452     perform 2215-edit-one-arg thru 2215-exit
005453     move dl100-in-value-2-x of dl100-input-record
005454         to dl100-edit-arg-x
005455     move dl100-grw-rate-min to dl100-edit-arg-min
005456     move dl100-grw-rate-max to dl100-edit-arg-max
005457     move 2 to dl100-edit-arg-no
005458     perform 2215-edit-one-arg thru 2215-exit
005459     move dl100-in-value-3-x of dl100-input-record
005460         to dl100-edit-arg-x
005461     move dl100-grw-period-min to dl100-edit-arg-min
005462     move dl100-grw-period-max to dl100-edit-arg-max
005463     move 3 to dl100-edit-arg-no
005464     perform 2215-edit-one-arg thru 2215-exit.
005465 2213-exit.
005466     exit.
005467
005468 2214-edit-weighted-avg.
005469     move dl100-in-value-x of dl100-input-record
005470         to dl100-edit-arg-x
005471     move dl100-wavg-value-min to dl100-edit-arg-min
005472     move dl100-wavg-value-max to dl100-edit-arg-max
005473     move 1 to dl100-edit-arg-no
005474     perform 2215-edit-one-arg thru 2215-exit
005475     move dl100-in-value-2-x of dl100-input-record
005476         to dl100-edit-arg-x
005477     move dl100-wavg-value-min to dl100-edit-arg-min
005478     move dl100-wavg-value-max to dl100-edit-arg-max
005479     move 2 to dl100-edit-arg-no
005480     perform 2215-edit-one-arg thru 2215-exit
005481     move dl100-in-value-3-x of dl100-input-record
005482         to dl100-edit-arg-x
005483     move dl100-wavg-weight-min to dl100-edit-arg-min
005484     move dl100-wavg-weight-max to dl100-edit-arg-max
005485     move 3 to dl100-edit-arg-no
005486     perform 2215-edit-one-arg thru 2215-exit.
005487 2214-exit.
005488     exit.
005489
005490 2215-edit-one-arg.
005491     if dl100-edit-failed
005492         go to 2215-exit
005493     end-if
005494     if dl100-edit-arg-x is not numeric
005495         set dl100-edit-failed to true
005496         string "ARGUMENT " dl100-edit-arg-no
005497             " IS NOT NUMERIC"
005498             delimited by size into dl100-reject-reason
005499         go to 2215-exit
005500     end-if
005501     if dl100-edit-arg-n is less than dl100-edit-arg-min
005502             or dl100-edit-arg-n is greater than
005503                 dl100-edit-arg-max
005504         set dl100-edit-failed to true
005505         string "ARGUMENT " dl100-edit-arg-no
005506             " IS OUTSIDE THE VALID RANGE"
005507             delimited by size into dl100-reject-reason
005508     end-if.
005509 2215-exit.
005510     exit.
005511
005512 2216-edit-level-pay.
005513     move dl100-in-value-x of dl100-input-record
005514         to dl100-edit-arg-x
005515     move dl100-lvp-prin-min to dl100-edit-arg-min
005516     move dl100-lvp-prin-max to dl100-edit-arg-max
005517     move 1 to dl100-edit-arg-no
005518     perform 2215-edit-one-arg thru 2215-exit
005519     move dl100-in-value-2-x of dl100-input-record
005520         to dl100-edit-arg-x
005521     move dl100-lvp-rate-min to dl100-edit-arg-min
005522     move dl100-lvp-rate-max to dl100-edit-arg-max
005523     move 2 to dl100-edit-arg-no
005524     perform 2215-edit-one-arg thru 2215-exit
005525     move dl100-in-value-3-x of dl100-input-record
005526         to dl100-edit-arg-x
005527     move dl100-lvp-period-min to dl100-edit-arg-min
005528     move dl100-lvp-period-max to dl100-edit-arg-max
005529     move 3 to dl100-edit-arg-no
005530     perform 2215-edit-one-arg thru 2215-exit.
005531 2216-exit.
005532     exit.
005533
005534 2300-apply-add.
005540     perform 2110-read-master thru 2110-exit
005550     if dl100-pap-found
005560             and dl100-in-active of dl100-input-record
005570         move "RECORD-ID IS ALREADY ACTIVE ON DL100MST"
005580             to dl100-reject-reason
005590         perform 2650-post-reject thru 2650-exit
005600         go to 2300-exit
005610     end-if
005620     move spaces to dl100-pap-before-image
005630     if dl100-pap-found
005640         move dl100-input-record to dl100-pap-before-image
005650     end-if
005660     move dl100-pap-trans-image to dl100-input-record
005670     move dl100-pap-input-id
005680         to dl100-in-record-id of dl100-input-record
005690     set dl100-in-active of dl100-input-record to true
005700     perform 2210-edit-input thru 2210-exit
005710     if dl100-edit-failed
005720         perform 2650-post-reject thru 2650-exit
005730         go to 2300-exit
005740     end-if
005750     if dl100-pap-found
005760         rewrite dl100-input-record
005770             invalid key
005780                 move "REWRITE FAILED ON DL100MST"
005790                     to dl100-reject-reason
005800                 perform 2650-post-reject thru 2650-exit
005810             not invalid key
005820                 move "ADD" to dl100-log-action
005830                 perform 2600-write-change-log thru 2600-exit
005840                 move "REINSTATED" to dl100-dtl-disposition
005850                 perform 2660-post-applied thru 2660-exit
005860         end-rewrite
005870     else
005880         write dl100-input-record
005890             invalid key
005900                 move "WRITE FAILED ON DL100MST"
005910                     to dl100-reject-reason
005920                 perform 2650-post-reject thru 2650-exit
005930             not invalid key
005940                 move "ADD" to dl100-log-action
005950                 perform 2600-write-change-log thru 2600-exit
005960                 move "ADDED" to dl100-dtl-disposition
005970                 perform 2660-post-applied thru 2660-exit
005980         end-write
005990     end-if.
006000 2300-exit.
006010     exit.
006020
006030 2400-apply-change.
006040     perform 2110-read-master thru 2110-exit
006050     if not dl100-pap-found
006060         move "RECORD-ID IS NOT ON DL100MST"
006070             to dl100-reject-reason
006080         perform 2650-post-reject thru 2650-exit
006090         go to 2400-exit
006100     end-if
006110     if dl100-in-deleted of dl100-input-record
006120         move "RECORD IS LOGICALLY DELETED - CHANGE REFUSED"
006130             to dl100-reject-reason
006140         perform 2650-post-reject thru 2650-exit
006150         go to 2400-exit
006160     end-if
006170     move dl100-input-record to dl100-pap-before-image
006180     move dl100-pap-trans-image to dl100-input-record
006190     move dl100-pap-input-id
006200         to dl100-in-record-id of dl100-input-record
006210     set dl100-in-active of dl100-input-record to true
006220     perform 2210-edit-input thru 2210-exit
006230     if dl100-edit-failed
006240         perform 2650-post-reject thru 2650-exit
006250         go to 2400-exit
006260     end-if
006270     rewrite dl100-input-record
006280         invalid key
006290             move "REWRITE FAILED ON DL100MST"
006300                 to dl100-reject-reason
006310             perform 2650-post-reject thru 2650-exit
006320         not invalid key
006330             move "CHANGE" to dl100-log-action
006340             perform 2600-write-change-log thru 2600-exit
006350             move "CHANGED" to dl100-dtl-disposition
006360             perform 2660-post-applied thru 2660-exit
006370     end-rewrite.
006380 2400-exit.
006390     exit.
006400
006410 2500-apply-delete.
006420     perform 2110-read-master thru 2110-exit
006430     if not dl100-pap-found
006440         move "RECORD-ID IS NOT ON DL100MST"
006450             to dl100-reject-reason
006460         perform 2650-post-reject thru 2650-exit
006470         go to 2500-exit
006480     end-if
006490     if dl100-in-deleted of dl100-input-record
006500         move "RECORD IS ALREADY LOGICALLY DELETED"
006510             to dl100-reject-reason
006520         perform 2650-post-reject thru 2650-exit
006530         go to 2500-exit
006540     end-if
006550     move dl100-input-record to dl100-pap-before-image
006560     set dl100-in-deleted of dl100-input-record to true
006570     rewrite dl100-input-record
006580         invalid key
006590             move "REWRITE FAILED ON DL100MST"
006600                 to dl100-reject-reason
006610             perform 2650-post-reject thru 2650-exit
006620         not invalid key
006630             move "DELETE" to dl100-log-action
006640             perform 2600-write-change-log thru 2600-exit
006650             move "DELETED" to dl100-dtl-disposition
006660             perform 2660-post-applied thru 2660-exit
006670     end-rewrite.
006680 2500-exit.
006690     exit.
006700
006710 2600-write-change-log.
006720     move spaces to dl100-change-log-record
006730     move dl100-pap-run-id to dl100-log-run-id
006740     move dl100-pnd-operator to dl100-log-operator
006750     move dl100-pap-input-id to dl100-log-record-id
006760     move dl100-pap-before-image to dl100-log-before
006770     move dl100-input-record to dl100-log-after
006780     write dl100-log-record from dl100-change-log-record.
006790 2600-exit.
006800     exit.
006810
006820 2650-post-reject.
006830     add 1 to dl100-pap-reject-count
006840     set dl100-pnd-rejected to true
006850     move dl100-reject-reason to dl100-pnd-reason
006860     move "REJECTED" to dl100-dtl-disposition
006870     move dl100-reject-reason to dl100-dtl-reason.
006880 2650-exit.
006890     exit.
006900
006910 2660-post-applied.
006920     add 1 to dl100-pap-apply-count
006930     set dl100-pnd-applied to true
006940     move dl100-dtl-disposition to dl100-pnd-reason.
006950 2660-exit.
006960     exit.
006970
006980 2700-archive-pending.
006990     write dl100-pnh-record from dl100-pending-record
007000     delete dl100-pnd-file record
007010         invalid key
007020             display "DL100PND DELETE FAILED - STATUS "
007030                 dl100-pnd-status " - RECORD "
007040                 dl100-pnd-record-id " " dl100-pnd-effective-date
007050     end-delete.
007060 2700-exit.
007070     exit.
007080
007081 2800-compute-age.
007082     move zero to dl100-pap-age
007083     if dl100-pnd-entry-run-id (1:8) is not numeric
007084         go to 2800-exit
007085     end-if
007086     move dl100-pap-date to dl100-day-date
007087     perform 2810-day-number thru 2810-exit
007088     move dl100-day-number to dl100-pap-today-day
007089     move dl100-pnd-entry-run-id (1:8) to dl100-day-date
007090     perform 2810-day-number thru 2810-exit
007091     move dl100-day-number to dl100-pap-keyed-day
007092     if dl100-pap-today-day is greater than dl100-pap-keyed-day
007093         compute dl100-pap-age =
007094             dl100-pap-today-day - dl100-pap-keyed-day
007095     end-if.
007096 2800-exit.
007097     exit.
007098
007099 2810-day-number.
007100     compute dl100-day-a = (14 - dl100-day-mm) / 12
007101     compute dl100-day-y = dl100-day-yyyy + 4800 - dl100-day-a
007102     compute dl100-day-m = dl100-day-mm + (12 * dl100-day-a) - 3
007103     compute dl100-day-t1 = ((153 * dl100-day-m) + 2) / 5
007104     compute dl100-day-t2 = dl100-day-y / 4
007105     compute dl100-day-t3 = dl100-day-y / 100
007106     compute dl100-day-t4 = dl100-day-y / 400
007107     compute dl100-day-number = dl100-day-dd + dl100-day-t1
007108         + (365 * dl100-day-y) + dl100-day-t2 - dl100-day-t3
007109         + dl100-day-t4 - 32045.
007110 2810-exit.
007111     exit.
007112
007113 2850-write-detail.
007114     if dl100-line-count is greater than or equal to
007115             dl100-lines-per-page
007120         perform 1200-new-page thru 1200-exit
007130     end-if
007140     move dl100-pnd-record-id to dl100-dtl-record-id
007150     move dl100-pnd-effective-date to dl100-dtl-effective
007160     move dl100-pnd-operator to dl100-dtl-operator
007162     move dl100-pnd-approver to dl100-dtl-approver
007164     perform 2800-compute-age thru 2800-exit
007166     move dl100-pap-age to dl100-dtl-age
007170     move dl100-pnd-source to dl100-dtl-source
007180     evaluate true
007190         when dl100-pnd-add
007200             move "ADD" to dl100-dtl-action
007210         when dl100-pnd-change
007220             move "CHANGE" to dl100-dtl-action
007230         when dl100-pnd-delete
007240             move "DELETE" to dl100-dtl-action
007250         when other
007260             move dl100-pnd-action to dl100-dtl-action
007270     end-evaluate
007280     write dl100-par-record from dl100-rpt-detail
007290     add 1 to dl100-line-count.
007300 2850-exit.
007310     exit.
007320
007330 2900-write-totals.
007340     move dl100-pap-read-count to dl100-tot-read
007350     move dl100-pap-apply-count to dl100-tot-apply
007360     move dl100-pap-reject-count to dl100-tot-reject
007370     move dl100-pap-cancel-count to dl100-tot-cancel
007380     write dl100-par-record from dl100-rpt-total
007390     move dl100-pap-waiting-count to dl100-tot-waiting
007400     move dl100-pap-due-count to dl100-tot-due
007403     write dl100-par-record from dl100-rpt-total-2
007406     move dl100-pap-await-count to dl100-tot-await
007409     move dl100-pap-oldest-age to dl100-tot-oldest
007412     move dl100-pap-self-count to dl100-tot-self
007415     write dl100-par-record from dl100-rpt-total-3.
007420 2900-exit.
007430     exit.
007440
007450 3000-terminate.
007455     if not dl100-pnd-absent
007460         close dl100-pnd-file
007465     end-if
007470     if dl100-pap-apply-mode
007480         close dl100-mst-file
007490         close dl100-log-file
007500         close dl100-pnh-file
007510     end-if
007520     close dl100-par-file
007530     if dl100-pap-reject-count is greater than zero
007535             or dl100-pap-self-count is greater than zero
007540         move 4 to return-code
007550     else
007560         move zero to return-code
007570     end-if
007580     perform 3900-write-step-ledger thru 3900-exit.
007590 3000-exit.
007600     exit.
007610
007620 3900-write-step-ledger.
007630     open extend dl100-stp-file
007640     if dl100-stp-status = "35"
007650         open output dl100-stp-file
007660     end-if
007670     if not dl100-stp-ok
007680         display "DL100STP OPEN FAILED - STATUS " dl100-stp-status
007690             " - STEP LEDGER NOT WRITTEN"
007700         go to 3900-exit
007710     end-if
007720     move spaces to dl100-step-record
007730     move "DL100PAP" to dl100-stp-program
007740     move dl100-pap-run-id to dl100-stp-run-id
007750     move dl100-pap-date to dl100-stp-business-date
007760     move dl100-run-time (1:6) to dl100-stp-start-time
007770     accept dl100-end-time from time
007780     move dl100-end-time (1:6) to dl100-stp-end-time
007790     move return-code to dl100-stp-return-code
007800     move dl100-pap-read-count to dl100-stp-count-1
007810     move dl100-pap-apply-count to dl100-stp-count-2
007820     move dl100-pap-reject-count to dl100-stp-count-3
007830     write dl100-stp-file-record from dl100-step-record
007840     close dl100-stp-file.
007850 3900-exit.
007860     exit.
007870
009043 9999-abend.
009044     move 16 to return-code
009050     perform 3900-write-step-ledger thru 3900-exit
009060     goback.
009070
009080 end program dl100pap.
