000180* REMARKS.  BATCH BULK-APPLY RUN FOR THE DL100MST INDEXED MASTER.
000190*     DL100MNT TAKES ONE ADD/CHANGE/DELETE AT A TIME AT THE
000200*     CONSOLE PROMPT; WHEN A SOURCE-SYSTEM REFRESH HANDS THE SHOP
000208*     A FILE OF CHANGES, THIS PROGRAM TAKES THEM IN ONE PASS.
000216*     IT READS DL100MTR (DL100MTRL.CPY - THE 91-BYTE DL100IN
000224*     IMAGE WITH AN A/C/D/X ACTION CODE AND AN EFFECTIVE DATE) AND
000232*     CHECKS EACH TRANSACTION AGAINST DL100MST UNDER THE SAME
000240*     DL100EDT EDITS AND LOGICAL-DELETE RULES DL100MNT ENFORCES
000248*     BEFORE HOLDING IT FOR APPROVAL (SEE DUAL CONTROL BELOW) -
000260*         A  ADD    - REJECTED IF THE RECORD-ID IS ALREADY
000270*            ACTIVE; AN ADD ON A LOGICALLY DELETED RECORD-ID
000280*            REINSTATES IT WITH THE FIELDS FROM THE IMAGE.
000310*            REFUSED.
000320*         D  DELETE - MARKS THE RECORD LOGICALLY DELETED;
000330*            NOT-FOUND AND ALREADY-DELETED RECORDS ARE REFUSED.
000340*     EVERY HELD ACTION WRITES THE SAME BEFORE/AFTER IMAGE
000350*     TO THE DL100LOG CHANGE LOG (DL100LOGL.CPY) DL100MNT
000360*     WRITES, UNDER THE SUBMITTING OPERATOR'S ID AND THIS
000370*     RUN'S OWN RUN-ID.  A DISPOSITION LINE PER TRANSACTION AND
000380*     THE HELD / REJECTED / NOT-FOUND COUNTS PRINT TO
000390*     DL100MUR.  RETURN-CODE IS 4 WHEN ANY TRANSACTION WAS
000391*     REJECTED OR NOT FOUND AND HAS TO BE CORRECTED AND
000392*     RESUBMITTED; 0 WHEN EVERY TRANSACTION WAS HELD OR
000393*     CANCELLED.
000394*
000395*     A TRANSACTION CARRYING AN EFFECTIVE DATE LATER THAN TODAY
000396*     IS EDITED NOW BUT NOT APPLIED - IT IS WRITTEN TO THE
000397*     DL100PND PENDING FILE (DL100PNDL.CPY) FOR THE NIGHTLY
000398*     DL100PAP STEP TO APPLY WHEN THE DATE COMES DUE.  ONLY ONE
000399*     ACTION MAY BE PENDING PER RECORD-ID PER EFFECTIVE DATE.
000400*         X  CANCEL - CANCELS THE HELD OR APPROVED ACTION FOR
000401*            THE RECORD-ID AND EFFECTIVE DATE BEFORE IT FIRES,
000402*            LOGGED TO DL100LOG AS CANCEL.
000403*     A RECORD-ID AND DATE WHOSE LAST ACTION DL100PAP HAS NOT YET
000404*     MOVED TO DL100PNH IS REJECTED UNTIL IT HAS.
000405*
000406*     DUAL CONTROL - NOTHING IS WRITTEN TO DL100MST HERE.  AN ADD,
000407*     CHANGE, OR DELETE THAT PASSES THE EDITS AND THE MASTER-STATE
000408*     RULES (FUTURE-DATED ONES ONLY THE EDITS) IS HELD ON DL100PND
000409*     AWAITING APPROVAL AT DL100MNT (ACTION V) BY AN OPERATOR WITH
000410*     THE DL100OPR APPROVER SWITCH, EFFECTIVE TODAY WHEN NO LATER
000411*     DATE IS GIVEN, AND LOGGED TO DL100LOG AS HELD.  DL100PAP
000412*     APPLIES IT ONCE IT IS APPROVED AND DUE.  THE TOTALS COUNT
000413*     HELD TRANSACTIONS IN PLACE OF APPLIED ONES.
000414*
000415*     THE SUBMITTING OPERATOR IS NAMED ON THE REQUIRED DL100MUC
000416*     CARD, OPERATOR=XXXXXXXX, AND MUST BE ON THE DL100OPR PROFILE
000417*     FILE (DL100OPRL.CPY) WITH AUTHORITY 2 OR 3; A D TRANSACTION
000418*     NEEDS AUTHORITY 3.  THE ID IS STAMPED ON EVERY HELD ACTION,
000419*     SO DL100MNT REFUSES ITS APPROVAL TO THE SAME OPERATOR.  A
000420*     MISSING CARD OR UNKNOWN OPERATOR STOPS THE RUN WITH RC=16,
000421*     AS DOES A MISSING DL100MST.
000420*
000430* MODIFICATION HISTORY.
000440* 02-SEP-2026  GH  INITIAL VERSION.
000441* 15-OCT-2026  GH  EVERY RUN NOW APPENDS A STATUS RECORD TO THE
000442*                  SHARED DL100STP JOB-STEP LEDGER (DL100STPL.CPY)
000443*                  AT TERMINATION, AND ON A FATAL ERROR - RUN-ID,
000444*                  BUSINESS DATE, START AND END TIME, RETURN CODE,
000445*                  AND THE READ / APPLIED / REJECTED COUNTS (NOT
000446*                  FOUND COUNTED AS REJECTED).
000447* 15-OCT-2026  GH  FUTURE-DATED MAINTENANCE - A TRANSACTION WITH
000448*                  AN EFFECTIVE DATE AFTER TODAY IS HELD ON THE
000449*                  NEW DL100PND PENDING FILE FOR DL100PAP TO
000450*                  APPLY WHEN IT COMES DUE, AND THE NEW X ACTION
000451*                  CANCELS A PENDING ACTION.  PENDING AND
000452*                  CANCELLED COUNTS PRINT UNDER THE TOTALS.
000453* 15-OCT-2026  GH  DUAL CONTROL - ADD, CHANGE, AND DELETE ARE NO
000454*                  LONGER APPLIED TO DL100MST; EACH IS HELD ON
000455*                  DL100PND AWAITING APPROVAL AT DL100MNT AND
000456*                  LOGGED AS HELD.  THE STEP-LEDGER APPLIED COUNT
000457*                  IS NOW THE HELD COUNT.
000458* 15-OCT-2026  GH  LEVELPAY TRANSACTIONS ARE NOW EDITED AGAINST
000459*                  THEIR OWN DL100EDT BOUNDS LIKE THE OTHER FOUR
000460*                  FUNCTIONS.
000461* 15-OCT-2026  GH  THE SUBMITTING OPERATOR NOW COMES FROM THE NEW
000462*                  DL100MUC CONTROL CARD, CHECKED AGAINST
000463*                  DL100OPR, IN PLACE OF THE FIXED ID 'DL100MUP'.
000464*                  DL100MST IS OPENED INPUT AND A MISSING MASTER
000465*                  IS FATAL.  X CANCELS AN ACTION AWAITING
000466*                  APPROVAL TOO AND IS LOGGED AS CANCEL; NO
000467*                  ACTION IS HELD OVER A RESOLVED ONE DL100PAP
000468*                  HAS NOT YET ARCHIVED.
000450******************************************************************
000460 identification division.
000470 program-id. dl100mup.
000680         organization is line sequential
000690         file status is dl100-log-status.
000700
000701     select dl100-pnd-file assign to "DL100PND"
000702         organization is indexed
000703         access mode is dynamic
000704         record key is dl100-pnd-key
000705         file status is dl100-pnd-status.
000706
000710     select dl100-mur-file assign to "DL100MUR"
000720         organization is line sequential
000730         file status is dl100-mur-status.
000740
000741     select dl100-stp-file assign to "DL100STP"
000742         organization is line sequential
000743         file status is dl100-stp-status.
000744
000745     select dl100-muc-file assign to "DL100MUC"
000746         organization is line sequential
000747         file status is dl100-muc-status.
000748
000749     select dl100-opr-file assign to "DL100OPR"
000750         organization is line sequential
000751         file status is dl100-opr-status.
000752
000750 data division.
000760 file section.
000770 fd  dl100-mtr-file
000780     record contains 91 characters.
000790 copy "DL100MTRL.cpy".
000800
000810 fd  dl100-mst-file
000860     record contains 200 characters.
000870 01  dl100-log-record               pic x(200).
000880
000882 fd  dl100-pnd-file
000884     record contains 240 characters.
000886 copy "DL100PNDL.cpy".
000888
000890 fd  dl100-mur-file
000900     record contains 132 characters.
000910 01  dl100-mur-record               pic x(132).
000920
000921 fd  dl100-stp-file
000922     record contains 80 characters.
000923 01  dl100-stp-file-record          pic x(80).
000924
000925 fd  dl100-muc-file
000926     record contains 80 characters.
000927 01  dl100-muc-record               pic x(80).
000928
000929 fd  dl100-opr-file
000930     record contains 80 characters.
000931 01  dl100-opr-file-record          pic x(80).
000932
000930 working-storage section.
000940 01  dl100-mtr-status               pic x(02) value spaces.
000950     88  dl100-mtr-ok                   value "00".
001050 01  dl100-mur-status               pic x(02) value spaces.
001060     88  dl100-mur-ok                   value "00".
001070
001071 01  dl100-pnd-status               pic x(02) value spaces.
001072     88  dl100-pnd-ok                   value "00".
001073
001074 01  dl100-stp-status               pic x(02) value spaces.
001075     88  dl100-stp-ok                   value "00".
001076
001077 01  dl100-muc-status               pic x(02) value spaces.
001078     88  dl100-muc-ok                   value "00".
001079
001080 01  dl100-opr-status               pic x(02) value spaces.
001081     88  dl100-opr-ok                   value "00".
001082
001080 01  dl100-mup-switches.
001090     05  dl100-mtr-eof-sw           pic x(01) value "N".
001100         88  dl100-mtr-eof              value "Y".
001110     05  dl100-mup-found-sw         pic x(01) value "N".
001120         88  dl100-mup-found            value "Y".
001121     05  dl100-pnd-found-sw         pic x(01) value "N".
001122         88  dl100-pnd-found            value "Y".
001123     05  dl100-mup-future-sw        pic x(01) value "N".
001124         88  dl100-mup-future           value "Y".
001125     05  dl100-muc-eof-sw           pic x(01) value "N".
001126         88  dl100-muc-eof              value "Y".
001127     05  dl100-opr-eof-sw           pic x(01) value "N".
001128         88  dl100-opr-eof              value "Y".
001129     05  dl100-opr-match-sw         pic x(01) value "N".
001130         88  dl100-opr-matched          value "Y".
001130
001140 copy "DL100EDT.cpy".
001150
001300     05  dl100-mup-trans-action     pic x(01).
001310     05  dl100-mup-input-id         pic x(06).
001320     05  dl100-mup-before-image     pic x(80).
001321     05  dl100-mup-eff-date         pic 9(08).
001322
001323 01  dl100-muc-fields.
001324     05  dl100-muc-keyword          pic x(10).
001325     05  dl100-muc-value            pic x(20).
001330
001340 01  dl100-mup-counts.
001350     05  dl100-mup-read-count       pic 9(07) comp value zero.
001360     05  dl100-mup-apply-count      pic 9(07) comp value zero.
001370     05  dl100-mup-reject-count     pic 9(07) comp value zero.
001380     05  dl100-mup-notfnd-count     pic 9(07) comp value zero.
001383     05  dl100-mup-pending-count    pic 9(07) comp value zero.
001386     05  dl100-mup-cancel-count     pic 9(07) comp value zero.
001390
001400 01  dl100-mup-run-fields.
001410     05  dl100-sys-date             pic 9(08).
001460     05  dl100-run-date-display     pic x(10).
001470     05  dl100-run-time             pic 9(08).
001480     05  dl100-mup-run-id           pic x(14) value spaces.
001481     05  dl100-mup-operator-id      pic x(08) value spaces.
001482     05  dl100-mup-authority        pic 9(01) value zero.
001483         88  dl100-mup-can-update       value 2 3.
001484         88  dl100-mup-can-delete       value 3.
001485     05  dl100-end-time             pic 9(08) value zero.
001486
001487 copy "DL100STPL.cpy".
001488
001489 copy "DL100OPRL.cpy".
001490
001491 copy "DL100CALL.cpy".
001500
001510 01  dl100-page-control.
001520     05  dl100-lines-per-page       pic 9(03) comp value 55.
001920         value "TRANSACTIONS READ:  ".
001930     05  dl100-tot-read             pic zz,zzz,zz9.
001940     05  filler                     pic x(10)
001950         value " HELD:    ".
001960     05  dl100-tot-apply            pic zz,zzz,zz9.
001970     05  filler                     pic x(11)
001980         value " REJECTED: ".
002020     05  dl100-tot-notfnd           pic zz,zzz,zz9.
002030     05  filler                     pic x(39) value spaces.
002040
002041 01  dl100-rpt-total-2.
002042     05  filler                     pic x(20)
002043         value "OF WHICH FUTURE:    ".
002044     05  dl100-tot-pending          pic zz,zzz,zz9.
002045     05  filler                     pic x(13)
002046         value " CANCELLED:  ".
002047     05  dl100-tot-cancel           pic zz,zzz,zz9.
002048     05  filler                     pic x(79) value spaces.
002049
002050 procedure division.
002060 0000-mainline.
002070     perform 1000-initialize thru 1000-exit
002180         delimited by size into dl100-run-date-display
002190     move dl100-sys-date to dl100-mup-run-id (1:8)
002200     move dl100-run-time to dl100-mup-run-id (9:6)
002203     perform 1050-read-cards thru 1050-exit
002206     perform 1080-validate-operator thru 1080-exit
002210     perform 1070-load-limits thru 1070-exit
002220     open input dl100-mtr-file
002230     if not dl100-mtr-ok
002240         display "DL100MTR OPEN FAILED - STATUS " dl100-mtr-status
002250         go to 9999-abend
002260     end-if
002270     open input dl100-mst-file
002330     if not dl100-mst-ok
002340         display "DL100MST OPEN FAILED - STATUS " dl100-mst-status
002350         go to 9999-abend
002420         display "DL100LOG OPEN FAILED - STATUS " dl100-log-status
002430         go to 9999-abend
002440     end-if
002441     open i-o dl100-pnd-file
002442     if dl100-pnd-status = "35"
002443         open output dl100-pnd-file
002444         close dl100-pnd-file
002445         open i-o dl100-pnd-file
002446     end-if
002447     if not dl100-pnd-ok
002448         display "DL100PND OPEN FAILED - STATUS " dl100-pnd-status
002449         go to 9999-abend
002450     end-if
002450     open output dl100-mur-file
002460     if not dl100-mur-ok
002470         display "DL100MUR OPEN FAILED - STATUS " dl100-mur-status
002520 1000-exit.
002530     exit.
002540
002541 1050-read-cards.
002542     open input dl100-muc-file
002543     if dl100-muc-status = "35"
002544         display "DL100MUC NOT FOUND - AN OPERATOR= CARD IS "
002545             "REQUIRED"
002546         go to 9999-abend
002547     end-if
002548     if not dl100-muc-ok
002549         display "DL100MUC OPEN FAILED - STATUS " dl100-muc-status
002550         go to 9999-abend
002551     end-if
002552     perform 1060-read-one-card thru 1060-exit
002553         until dl100-muc-eof
002554     close dl100-muc-file
002555     if dl100-mup-operator-id = spaces
002556         display "DL100MUC HAS NO OPERATOR= CARD"
002557         go to 9999-abend
002558     end-if.
002559 1050-exit.
002560     exit.
002561
002562 1060-read-one-card.
002563     read dl100-muc-file
002564         at end
002565             set dl100-muc-eof to true
002566             go to 1060-exit
002567     end-read
002568     if dl100-muc-record = spaces
002569             or dl100-muc-record (1:1) = "*"
002570         go to 1060-exit
002571     end-if
002572     move spaces to dl100-muc-keyword
002573     move spaces to dl100-muc-value
002574     unstring dl100-muc-record delimited by "="
002575         into dl100-muc-keyword dl100-muc-value
002576     evaluate dl100-muc-keyword
002577         when "OPERATOR"
002578             move dl100-muc-value to dl100-mup-operator-id
002579         when other
002580             display "DL100MUC CARD NOT RECOGNIZED - "
002581                 dl100-muc-record (1:30)
002582     end-evaluate.
002583 1060-exit.
002584     exit.
002585
002550 1070-load-limits.
002560     move dl100-sys-date to dl100-lim-request-date
002570     call "dl100lim" using dl100-limits-linkage
002740     move dl100-lim-edt-wavg-val-min to dl100-wavg-value-min
002750     move dl100-lim-edt-wavg-val-max to dl100-wavg-value-max
002760     move dl100-lim-edt-wavg-wgt-min to dl100-wavg-weight-min
002762     move dl100-lim-edt-wavg-wgt-max to dl100-wavg-weight-max
002764     move dl100-lim-edt-lvp-prin-min to dl100-lvp-prin-min
002766     move dl100-lim-edt-lvp-prin-max to dl100-lvp-prin-max
002768     move dl100-lim-edt-lvp-rate-min to dl100-lvp-rate-min
002770     move dl100-lim-edt-lvp-rate-max to dl100-lvp-rate-max
002772     move dl100-lim-edt-lvp-per-min to dl100-lvp-period-min
002774     move dl100-lim-edt-lvp-per-max to dl100-lvp-period-max.
002780 1070-exit.
002790     exit.
002800
002801 1080-validate-operator.
002802     open input dl100-opr-file
002803     if not dl100-opr-ok
002804         display "DL100OPR OPEN FAILED - STATUS " dl100-opr-status
002805         go to 9999-abend
002806     end-if
002807     perform 1090-match-operator thru 1090-exit
002808         until dl100-opr-matched or dl100-opr-eof
002809     close dl100-opr-file
002810     if not dl100-opr-matched
002811         display "OPERATOR " dl100-mup-operator-id
002812             " IS NOT ON DL100OPR - RUN REFUSED"
002813         go to 9999-abend
002814     end-if
002815     if not dl100-mup-can-update
002816         display "OPERATOR " dl100-mup-operator-id
002817             " HAS NO ADD-CHANGE AUTHORITY - RUN REFUSED"
002818         go to 9999-abend
002819     end-if
002820     display "DL100MUP SUBMITTED BY OPERATOR "
002821         dl100-mup-operator-id
002822         " - AUTHORITY LEVEL " dl100-mup-authority.
002823 1080-exit.
002824     exit.
002825
002826 1090-match-operator.
002827     read dl100-opr-file
002828         at end
002829             set dl100-opr-eof to true
002830             go to 1090-exit
002831     end-read
002832     move dl100-opr-file-record to dl100-operator-record
002833     if dl100-opr-id = dl100-mup-operator-id
002834             and dl100-opr-authority-x is numeric
002835         move dl100-opr-authority-x to dl100-mup-authority
002836         set dl100-opr-matched to true
002837     end-if.
002838 1090-exit.
002839     exit.
002840
002810 1100-read-trans.
002820     read dl100-mtr-file
002830         at end
003010     move dl100-mtr-input to dl100-mup-trans-image
003020     move dl100-mtr-action to dl100-mup-trans-action
003030     move dl100-mup-trans-image (1:6) to dl100-mup-input-id
003031     if not dl100-mtr-add and not dl100-mtr-change
003032             and not dl100-mtr-delete and not dl100-mtr-cancel
003033         move "ACTION CODE IS NOT A, C, D, OR X"
003034             to dl100-reject-reason
003035         perform 2700-post-reject thru 2700-exit
003036         go to 2000-next
003037     end-if
003038     perform 2050-check-effective thru 2050-exit
003039     if dl100-edit-failed
003040         perform 2700-post-reject thru 2700-exit
003041         go to 2000-next
003042     end-if
003043     if dl100-mtr-delete and not dl100-mup-can-delete
003044         move "DELETE NEEDS OPERATOR AUTHORITY LEVEL 3"
003045             to dl100-reject-reason
003046         perform 2700-post-reject thru 2700-exit
003047         go to 2000-next
003048     end-if
003049     if dl100-mtr-cancel
003050         perform 2550-cancel-pending thru 2550-exit
003051         go to 2000-next
003052     end-if
003053     if dl100-mup-future
003054         perform 2560-schedule-pending thru 2560-exit
003055         go to 2000-next
003056     end-if
003040     evaluate true
003050         when dl100-mtr-add
003060             perform 2300-apply-add thru 2300-exit
003080             perform 2400-apply-change thru 2400-exit
003090         when dl100-mtr-delete
003100             perform 2500-apply-delete thru 2500-exit
003110     end-evaluate.
003120 2000-next.
003160     perform 1100-read-trans thru 1100-exit.
003170 2000-exit.
003180     exit.
003190
003191 2050-check-effective.
003192     set dl100-edit-ok to true
003193     move "N" to dl100-mup-future-sw
003194     move dl100-sys-date to dl100-mup-eff-date
003195     if dl100-mtr-effective-date-x = spaces
003196         if dl100-mtr-cancel
003197             set dl100-edit-failed to true
003198             move "CANCEL NEEDS THE PENDING EFFECTIVE DATE"
003199                 to dl100-reject-reason
003200         end-if
003201         go to 2050-exit
003202     end-if
003203     if dl100-mtr-effective-date-x is not numeric
003204         set dl100-edit-failed to true
003205         move "EFFECTIVE DATE IS NOT NUMERIC"
003206             to dl100-reject-reason
003207         go to 2050-exit
003208     end-if
003209     move "T" to dl100-cal-request
003210     move dl100-mtr-effective-date to dl100-cal-request-date
003211     move zero to dl100-cal-day-count
003212     call "dl100cal" using dl100-calendar-linkage
003213     if dl100-cal-bad-request
003214         set dl100-edit-failed to true
003215         move "EFFECTIVE DATE IS NOT A VALID DATE"
003216             to dl100-reject-reason
003217         go to 2050-exit
003218     end-if
003219     if dl100-mtr-effective-date is greater than dl100-sys-date
003220         set dl100-mup-future to true
003221         move dl100-mtr-effective-date to dl100-mup-eff-date
003222     end-if.
003223 2050-exit.
003224     exit.
003225
003200 2110-read-master.
003210     move "N" to dl100-mup-found-sw
003220     move dl100-mup-input-id
003500         perform 2700-post-reject thru 2700-exit
003510         go to 2300-exit
003520     end-if
003530     perform 2570-hold-pending thru 2570-exit.
003780 2300-exit.
003790     exit.
003800
003980         perform 2700-post-reject thru 2700-exit
003990         go to 2400-exit
004000     end-if
004010     perform 2570-hold-pending thru 2570-exit.
004120 2400-exit.
004130     exit.
004140
004260     end-if
004270     move dl100-input-record to dl100-mup-before-image
004280     set dl100-in-deleted of dl100-input-record to true
004281     perform 2570-hold-pending thru 2570-exit.
004282 2500-exit.
004283     exit.
004284
004285 2550-cancel-pending.
004286     move dl100-mup-input-id to dl100-pnd-record-id
004287     move dl100-mtr-effective-date to dl100-pnd-effective-date
004288     read dl100-pnd-file
004289         invalid key
004290             move "NO PENDING ACTION FOR THE ID AND DATE"
004291                 to dl100-reject-reason
004292             perform 2700-post-reject thru 2700-exit
004293             go to 2550-exit
004294     end-read
004295     if not dl100-pnd-pending and not dl100-pnd-awaiting
004296         move "ACTION FOR THE ID AND DATE IS NOT PENDING"
004297             to dl100-reject-reason
004298         perform 2700-post-reject thru 2700-exit
004299         go to 2550-exit
004300     end-if
004301     set dl100-pnd-cancelled to true
004302     move dl100-mup-operator-id to dl100-pnd-cancel-operator
004303     move dl100-mup-run-id to dl100-pnd-resolved-run-id
004304     move "CANCELLED BY DL100MUP X TRANSACTION"
004305         to dl100-pnd-reason
004306     rewrite dl100-pending-record
004300         invalid key
004310             move "REWRITE FAILED ON DL100PND"
004320                 to dl100-reject-reason
004330             perform 2700-post-reject thru 2700-exit
004331             go to 2550-exit
004332     end-rewrite
004333     perform 2610-log-cancel thru 2610-exit
004334     add 1 to dl100-mup-cancel-count
004335     move "CANCELLED" to dl100-dtl-disposition
004336     move spaces to dl100-dtl-reason
004337     string "PENDING ACTION EFFECTIVE "
004338         dl100-pnd-effective-date
004339         delimited by size into dl100-dtl-reason
004340     perform 2850-write-detail thru 2850-exit.
004341 2550-exit.
004342     exit.
004343
004344 2560-schedule-pending.
004345     perform 2110-read-master thru 2110-exit
004346     move spaces to dl100-mup-before-image
004347     if dl100-mup-found
004348         move dl100-input-record to dl100-mup-before-image
004349     end-if
004350     move dl100-mup-trans-image to dl100-input-record
004351     if dl100-mtr-delete
004352         set dl100-in-deleted of dl100-input-record to true
004353     else
004354         set dl100-in-active of dl100-input-record to true
004355         perform 2210-edit-input thru 2210-exit
004356         if dl100-edit-failed
004357             perform 2700-post-reject thru 2700-exit
004358             go to 2560-exit
004359         end-if
004360     end-if
004361     perform 2570-hold-pending thru 2570-exit.
004362 2560-exit.
004363     exit.
004364
004365 2570-hold-pending.
004366     move "N" to dl100-pnd-found-sw
004367     move dl100-mup-input-id to dl100-pnd-record-id
004368     move dl100-mup-eff-date to dl100-pnd-effective-date
004369     read dl100-pnd-file
004370         invalid key
004371             continue
004340         not invalid key
004341             set dl100-pnd-found to true
004342     end-read
004343     if dl100-pnd-found
004344             and (dl100-pnd-pending or dl100-pnd-awaiting)
004345         move "AN ACTION IS ALREADY HELD FOR THE DATE"
004346             to dl100-reject-reason
004347         perform 2700-post-reject thru 2700-exit
004348         go to 2570-exit
004349     end-if
004350     if dl100-pnd-found
004351         move "LAST ACTION FOR THE DATE NOT YET ARCHIVED"
004352             to dl100-reject-reason
004353         perform 2700-post-reject thru 2700-exit
004354         go to 2570-exit
004355     end-if
004356     move spaces to dl100-pending-record
004357     move dl100-mup-input-id to dl100-pnd-record-id
004358     move dl100-mup-eff-date to dl100-pnd-effective-date
004359     move dl100-mtr-action to dl100-pnd-action
004360     set dl100-pnd-awaiting to true
004361     move "DL100MUP" to dl100-pnd-source
004362     move dl100-mup-operator-id to dl100-pnd-operator
004363     move dl100-mup-run-id to dl100-pnd-entry-run-id
004364     move dl100-input-record to dl100-pnd-image
004365     write dl100-pending-record
004366         invalid key
004367             move "WRITE FAILED ON DL100PND"
004368                 to dl100-reject-reason
004369             perform 2700-post-reject thru 2700-exit
004370             go to 2570-exit
004371     end-write
004372     move "HELD" to dl100-log-action
004373     perform 2600-write-change-log thru 2600-exit
004374     if dl100-mup-future
004375         add 1 to dl100-mup-pending-count
004376     end-if
004377     move "HELD" to dl100-dtl-disposition
004378     perform 2800-post-applied thru 2800-exit.
004379 2570-exit.
004410     exit.
004420
004430 2600-write-change-log.
004510 2600-exit.
004520     exit.
004530
004531 2610-log-cancel.
004532     move spaces to dl100-change-log-record
004533     move dl100-mup-run-id to dl100-log-run-id
004534     move dl100-mup-operator-id to dl100-log-operator
004535     move "CANCEL" to dl100-log-action
004536     move dl100-mup-input-id to dl100-log-record-id
004537     move dl100-pnd-image to dl100-log-before
004538     move dl100-pnd-reason to dl100-log-after
004539     write dl100-log-record from dl100-change-log-record.
004540 2610-exit.
004541     exit.
004542
004540 2700-post-reject.
004550     add 1 to dl100-mup-reject-count
004560     move "REJECTED" to dl100-dtl-disposition
004710 2800-post-applied.
004720     add 1 to dl100-mup-apply-count
004730     move spaces to dl100-dtl-reason
004732     string "AWAITING APPROVAL - EFFECTIVE "
004734         dl100-pnd-effective-date
004736         delimited by size into dl100-dtl-reason
004740     perform 2850-write-detail thru 2850-exit.
004750 2800-exit.
004760     exit.
004880             move "CHANGE" to dl100-dtl-action
004890         when "D"
004900             move "DELETE" to dl100-dtl-action
004903         when "X"
004906             move "CANCEL" to dl100-dtl-action
004910         when other
004920             move dl100-mup-trans-action to dl100-dtl-action
004930     end-evaluate
005010     move dl100-mup-apply-count to dl100-tot-apply
005020     move dl100-mup-reject-count to dl100-tot-reject
005030     move dl100-mup-notfnd-count to dl100-tot-notfnd
005034     write dl100-mur-record from dl100-rpt-total
005038     move dl100-mup-pending-count to dl100-tot-pending
005042     move dl100-mup-cancel-count to dl100-tot-cancel
005046     write dl100-mur-record from dl100-rpt-total-2.
005050 2900-exit.
005060     exit.
005070
005090     close dl100-mtr-file
005100     close dl100-mst-file
005110     close dl100-log-file
005115     close dl100-pnd-file
005120     close dl100-mur-file
005130     if dl100-mup-reject-count is greater than zero
005140             or dl100-mup-notfnd-count is greater than zero
005150         move 4 to return-code
005160     else
005170         move zero to return-code
005176     end-if
005182     perform 3900-write-step-ledger thru 3900-exit.
005190 3000-exit.
005200     exit.
005210
005211 3900-write-step-ledger.
005212     open extend dl100-stp-file
005213     if dl100-stp-status = "35"
005214         open output dl100-stp-file
005215     end-if
005216     if not dl100-stp-ok
005217         display "DL100STP OPEN FAILED - STATUS " dl100-stp-status
005218             " - STEP LEDGER NOT WRITTEN"
005219         go to 3900-exit
005220     end-if
005221     move spaces to dl100-step-record
005222     move "DL100MUP" to dl100-stp-program
005223     move dl100-mup-run-id to dl100-stp-run-id
005224     move dl100-sys-date to dl100-stp-business-date
005225     move dl100-run-time (1:6) to dl100-stp-start-time
005226     accept dl100-end-time from time
005227     move dl100-end-time (1:6) to dl100-stp-end-time
005228     move return-code to dl100-stp-return-code
005229     move dl100-mup-read-count to dl100-stp-count-1
005230     move dl100-mup-apply-count to dl100-stp-count-2
005231     compute dl100-stp-count-3 =
005232         dl100-mup-reject-count + dl100-mup-notfnd-count
005233     write dl100-stp-file-record from dl100-step-record
005234     close dl100-stp-file.
005235 3900-exit.
005236     exit.
005237
005220 2210-edit-input.
005230     set dl100-edit-ok to true
005240     move spaces to dl100-reject-reason
005340             perform 2213-edit-comp-growth thru 2213-exit
005350         when dl100-in-fn-weighted-avg of dl100-input-record
005360             perform 2214-edit-weighted-avg thru 2214-exit
005363         when dl100-in-fn-level-pay of dl100-input-record
005366             perform 2216-edit-level-pay thru 2216-exit
005370         when other
005380             set dl100-edit-failed to true
005390             move "FUNCTION CODE IS NOT A KNOWN FUNCTION"
006340 2215-exit.
006350     exit.
006360
006361 2216-edit-level-pay.
006362     move dl100-in-value-x of dl100-input-record
006363         to dl100-edit-arg-x
006364     move dl100-lvp-prin-min to dl100-edit-arg-min
006365     move dl100-lvp-prin-max to dl100-edit-arg-max
006366     move 1 to dl100-edit-arg-no
006367     perform 2215-edit-one-arg thru 2215-exit
006368     move dl100-in-value-2-x of dl100-input-record
006369         to dl100-edit-arg-x
006370     move dl100-lvp-rate-min to dl100-edit-arg-min
006371     move dl100-lvp-rate-max to dl100-edit-arg-max
006372     move 2 to dl100-edit-arg-no
006373     perform 2215-edit-one-arg thru 2215-exit
006374     move dl100-in-value-3-x of dl100-input-record
006375         to dl100-edit-arg-x
006376     move dl100-lvp-period-min to dl100-edit-arg-min
006377     move dl100-lvp-period-max to dl100-edit-arg-max
006378     move 3 to dl100-edit-arg-no
006379     perform 2215-edit-one-arg thru 2215-exit.
006380 2216-exit.
006381     exit.
006382
006370 9999-abend.
006380     move 16 to return-code
006385     perform 3900-write-step-ledger thru 3900-exit
006390     goback.
006400
006410 end program dl100mup.
