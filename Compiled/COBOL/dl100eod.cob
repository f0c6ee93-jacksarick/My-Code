000270*           CONTROL-BALANCE STATUS,
000280*         - THE DL100CKP CHECKPOINT COUNTS AGAINST THE HISTORY
000290*           TOTALS,
000295*         - THE DL100RCN AND DL100RSB STEP OUTCOMES, TAKEN FROM
000300*           THE RECORDS THOSE STEPS APPENDED TO THE DL100STP
000305*           JOB-STEP LEDGER (DL100STPL.CPY) FOR THE DATE,
000310*         - WHETHER THE DATE IS A BUSINESS DAY ON THE DL100CAL
000315*           BUSINESS-DAY CALENDAR.
000320*     EVERY CHECK PRINTS A LINE ON THE DL100EDR CLOSE REPORT,
000330*     AND A CLOSE-STATUS RECORD (DL100CLSL.CPY) IS APPENDED TO
000340*     DL100CLS FOR THE DATE - 'C' WHEN THE DATE CLOSED CLEAN,
000410*     COMMENT, ALL OPTIONAL -
000420*         DATE=YYYYMMDD  BUSINESS DATE TO CLOSE (DEFAULT SYSTEM
000430*             DATE).
000437*     THE RCN= AND RSB= CARDS THE SCHEDULER USED TO KEY ARE NO
000444*     LONGER NEEDED; ONE LEFT IN THE DECK IS DISPLAYED AS IGNORED.
000451*     WHEN A STEP RAN MORE THAN ONCE FOR THE DATE THE LAST LEDGER
000458*     RECORD COUNTS.  NO DL100RCN RECORD FOR THE DATE COUNTS AS
000465*     AN EXCEPTION - A RECONCILIATION THAT NEVER RAN IS EXACTLY
000472*     THE CASE THIS PROGRAM EXISTS TO CATCH.  NO DL100RSB RECORD
000479*     IS ONLY AN EXCEPTION WHEN THE HISTORY RECORD SHOWS REJECTS
000486*     WERE WRITTEN.
000500*
000510*     RETURN-CODE IS 0 WHEN THE DATE CLOSED CLEAN, 8 WHEN ANY
000520*     EXCEPTION WAS LISTED, 16 ON A FATAL FILE ERROR.
000530*
000540* MODIFICATION HISTORY.
000550* 02-SEP-2026  GH  INITIAL VERSION.
000551* 15-OCT-2026  GH  THE CLOSE NOW ASKS THE DL100CAL BUSINESS-DAY
000552*                  CALENDAR (VIA THE DL100CAL ROUTINE) WHETHER THE
000553*                  DATE BEING CLOSED IS A BUSINESS DAY, AND LISTS
000554*                  A NON-BUSINESS DATE AS AN EXCEPTION, SO A RUN
000555*                  POSTED TO A WEEKEND OR HOLIDAY BY A WRONG DATE=
000556*                  CARD IS CAUGHT AT THE CLOSE.
000557* 15-OCT-2026  GH  THE DL100RCN AND DL100RSB OUTCOMES NOW COME
000558*                  FROM THE DL100STP JOB-STEP LEDGER THOSE STEPS
000559*                  WRITE, INSTEAD OF THE HAND-KEYED RCN= AND RSB=
000560*                  DL100EDC CARDS, SO A STEP THAT NEVER RAN CAN NO
000561*                  LONGER BE CLOSED CLEAN BY A STALE CARD.
000562* 15-OCT-2026  GH  DL100CKP IS NOW 56 BYTES - DL100FT CARRIES ITS
000563*                  PRIOR-DATE ADJUSTMENT COUNT AND NET ON THE END.
000560******************************************************************
000570 identification division.
000580 program-id. dl100eod.
000830         organization is line sequential
000840         file status is dl100-cls-status.
000850
000852     select dl100-stp-file assign to "DL100STP"
000854         organization is line sequential
000856         file status is dl100-stp-status.
000858
000860     select dl100-edr-file assign to "DL100EDR"
000870         organization is line sequential
000880         file status is dl100-edr-status.
000940 copy "DL100HSTL.cpy".
000950
000960 fd  dl100-ckp-file
000970     record contains 56 characters.
000980 01  dl100-ckp-record.
000990     05  dl100-ckp-rec-count        pic 9(07).
001000     05  dl100-ckp-accepted-count   pic 9(07).
001010     05  dl100-ckp-result-sum       pic 9(11).
001020     05  dl100-ckp-reject-count     pic 9(07).
001030     05  dl100-ckp-page-count       pic 9(03).
001032     05  dl100-ckp-adj-count        pic 9(07).
001034     05  dl100-ckp-adj-net          pic s9(11)
001036                                    sign leading separate.
001040     05  filler                     pic x(02).
001050
001060 fd  dl100-edc-file
001110     record contains 80 characters.
001120 01  dl100-cls-file-record          pic x(80).
001130
001132 fd  dl100-stp-file
001134     record contains 80 characters.
001136 01  dl100-stp-file-record          pic x(80).
001138
001140 fd  dl100-edr-file
001150     record contains 132 characters.
001160 01  dl100-edr-record               pic x(132).
001280 01  dl100-cls-status               pic x(02) value spaces.
001290     88  dl100-cls-ok                   value "00".
001300
001302 01  dl100-stp-status               pic x(02) value spaces.
001304     88  dl100-stp-ok                   value "00".
001306
001310 01  dl100-edr-status               pic x(02) value spaces.
001320     88  dl100-edr-ok                   value "00".
001330
001400         88  dl100-hst-found            value "Y".
001410     05  dl100-ckp-read-sw          pic x(01) value "N".
001420         88  dl100-ckp-read-ok          value "Y".
001427     05  dl100-stp-eof-sw           pic x(01) value "N".
001434         88  dl100-stp-eof              value "Y".
001441     05  dl100-rcn-found-sw         pic x(01) value "N".
001448         88  dl100-rcn-found            value "Y".
001455     05  dl100-rsb-found-sw         pic x(01) value "N".
001462         88  dl100-rsb-found            value "Y".
001470
001480 01  dl100-edc-fields.
001490     05  dl100-edc-keyword          pic x(10).
001540     05  dl100-eod-date             pic 9(08) value zero.
001550     05  dl100-rcn-rc               pic 9(02) value zero.
001560     05  dl100-rsb-rc               pic 9(02) value zero.
001563     05  dl100-rcn-run-id           pic x(14) value spaces.
001566     05  dl100-rsb-run-id           pic x(14) value spaces.
001570     05  dl100-exception-count      pic 9(03) comp value zero.
001580     05  dl100-eod-hst-record       pic x(80).
001590
001600 copy "DL100CLSL.cpy".
001610
001612 copy "DL100CALL.cpy".
001614
001616 copy "DL100STPL.cpy".
001618
001620 01  dl100-run-date-fields.
001630     05  dl100-sys-date             pic 9(08).
001640     05  dl100-run-date-x redefines dl100-sys-date.
002010 0000-mainline.
002020     perform 1000-initialize thru 1000-exit
002030     perform 2000-check-run-history thru 2000-exit
002035     perform 2050-check-business-day thru 2050-exit
002040     perform 2100-check-checkpoint thru 2100-exit
002050     perform 2200-check-recon-step thru 2200-exit
002060     perform 2300-check-resub-step thru 2300-exit
002230     write dl100-edr-record from dl100-rpt-heading-1
002240     move dl100-eod-date to dl100-dtl-business-date
002250     write dl100-edr-record from dl100-rpt-date-line
002256     perform 1100-find-history thru 1100-exit
002262     perform 1150-find-step-ledger thru 1150-exit.
002270 1000-exit.
002280     exit.
002290
002670                     "- SYSTEM DATE IN EFFECT"
002680             end-if
002690         when "RCN"
002770         when "RSB"
002780             display "DL100EDC " dl100-edc-keyword (1:3)
002790                 "= CARD IGNORED - OUTCOME IS TAKEN FROM DL100STP"
002850         when other
002860             display "DL100EDC CARD NOT RECOGNIZED - "
002870                 dl100-edc-record (1:30)
003210 1110-exit.
003220     exit.
003230
003231 1150-find-step-ledger.
003232     open input dl100-stp-file
003233     if dl100-stp-status = "35"
003234         display "DL100STP NOT FOUND - NO STEP OUTCOMES ON FILE"
003235         go to 1150-exit
003236     end-if
003237     if not dl100-stp-ok
003238         display "DL100STP OPEN FAILED - STATUS " dl100-stp-status
003239         go to 9999-abend
003240     end-if
003241     perform 1160-read-one-step thru 1160-exit
003242         until dl100-stp-eof
003243     close dl100-stp-file.
003244 1150-exit.
003245     exit.
003246
003247 1160-read-one-step.
003248     read dl100-stp-file
003249         at end
003250             set dl100-stp-eof to true
003251             go to 1160-exit
003252     end-read
003253     move dl100-stp-file-record to dl100-step-record
003254     if dl100-stp-business-date not = dl100-eod-date
003255         go to 1160-exit
003256     end-if
003257     evaluate dl100-stp-program
003258         when "DL100RCN"
003259             set dl100-rcn-found to true
003260             move dl100-stp-return-code to dl100-rcn-rc
003261             move dl100-stp-run-id to dl100-rcn-run-id
003262         when "DL100RSB"
003263             set dl100-rsb-found to true
003264             move dl100-stp-return-code to dl100-rsb-rc
003265             move dl100-stp-run-id to dl100-rsb-run-id
003266         when other
003267             continue
003268     end-evaluate.
003269 1160-exit.
003270     exit.
003271
003240 2000-check-run-history.
003250     move "DL100FT RUN HISTORY" to dl100-chk-name
003260     if not dl100-hst-found
003500 2000-exit.
003510     exit.
003520
003521 2050-check-business-day.
003522     move "DL100CAL BUSINESS CALENDAR" to dl100-chk-name
003523     move "T" to dl100-cal-request
003524     move dl100-eod-date to dl100-cal-request-date
003525     move zero to dl100-cal-day-count
003526     call "dl100cal" using dl100-calendar-linkage
003527     move spaces to dl100-chk-detail
003528     if dl100-cal-bad-request
003529         move "BUSINESS DATE IS NOT A VALID CALENDAR DATE"
003530             to dl100-chk-detail
003531         perform 2700-post-exception thru 2700-exit
003532         go to 2050-exit
003533     end-if
003534     if dl100-cal-business-day
003535         if dl100-cal-not-maintained
003536             move "BUSINESS DAY - YEAR NOT ON DL100CAL"
003537                 to dl100-chk-detail
003538         else
003539             move "DATE IS A BUSINESS DAY" to dl100-chk-detail
003540         end-if
003541         perform 2750-post-clean thru 2750-exit
003542     else
003543         if dl100-cal-holiday
003544             string "NOT A BUSINESS DAY - HOLIDAY "
003545                 dl100-cal-description
003546                 delimited by size into dl100-chk-detail
003547         else
003548             move "NOT A BUSINESS DAY - WEEKEND"
003549                 to dl100-chk-detail
003550         end-if
003551         perform 2700-post-exception thru 2700-exit
003552     end-if.
003553 2050-exit.
003554     exit.
003555
003530 2100-check-checkpoint.
003540     move "DL100CKP CHECKPOINT" to dl100-chk-name
003550     open input dl100-ckp-file
003990
004000 2200-check-recon-step.
004010     move "DL100RCN RECONCILIATION" to dl100-chk-name
004020     if not dl100-rcn-found
004030         move "NEVER RAN - NO DL100STP RECORD FOR THE DATE"
004040             to dl100-chk-detail
004050         perform 2700-post-exception thru 2700-exit
004060         go to 2200-exit
004070     end-if
004080     move spaces to dl100-chk-detail
004086     string "RUN " dl100-rcn-run-id
004092         " ENDED RC=" dl100-rcn-rc
004100         delimited by size into dl100-chk-detail
004110     if dl100-rcn-rc = zero
004120         perform 2750-post-clean thru 2750-exit
004180
004190 2300-check-resub-step.
004200     move "DL100RSB RESUBMISSION" to dl100-chk-name
004210     if not dl100-rsb-found
004220         if dl100-hst-found
004230                 and dl100-hst-reject-count is greater than zero
004240             move "REJECTS WRITTEN BUT DL100RSB NEVER RAN"
004250                 to dl100-chk-detail
004260             perform 2700-post-exception thru 2700-exit
004270         else
004320         go to 2300-exit
004330     end-if
004340     move spaces to dl100-chk-detail
004346     string "RUN " dl100-rsb-run-id
004352         " ENDED RC=" dl100-rsb-rc
004360         delimited by size into dl100-chk-detail
004370     if dl100-rsb-rc is less than or equal to 4
004380         perform 2750-post-clean thru 2750-exit
