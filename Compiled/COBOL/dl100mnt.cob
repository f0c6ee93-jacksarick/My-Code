000320*     EVERY COMMITTED ADD/CHANGE/DELETE WRITES A BEFORE/AFTER
000330*     IMAGE TO THE DL100LOG CHANGE LOG (DL100LOGL.CPY) STAMPED
000340*     WITH THE OPERATOR ID AND THIS SESSION'S RUN-ID.
000341*     ADD, CHANGE, AND DELETE ALSO ASK FOR AN EFFECTIVE DATE -
000342*     BLANK MEANS TODAY, A PAST DATE IS REFUSED.  THE ACTION IS
000343*     NOT COMMITTED HERE BUT HELD ON THE DL100PND PENDING FILE
000344*     (DL100PNDL.CPY) FOR APPROVAL (SEE DUAL CONTROL BELOW) AND
000345*     APPLIED BY THE NIGHTLY DL100PAP STEP WHEN IT COMES DUE.
000346*     A RECORD-ID AND DATE WHOSE LAST ACTION DL100PAP HAS NOT YET
000347*     MOVED TO DL100PNH TAKES NO NEW ACTION UNTIL IT HAS.
000348*         X  CANCEL  - CANCEL A HELD OR APPROVED ACTION BEFORE IT
000349*            FIRES (SAME AUTHORITY AS ADD-CHANGE), LOGGED TO
000350*            DL100LOG AS CANCEL WITH THE HELD IMAGE AS BEFORE.
000351*     DUAL CONTROL - NO ADD, CHANGE, OR DELETE IS COMMITTED TO
000352*     DL100MST HERE.  EVERY ONE IS HELD ON DL100PND AWAITING
000353*     APPROVAL (EFFECTIVE TODAY WHEN NO DATE IS KEYED) AND LOGGED
000354*     TO DL100LOG AS HELD WITH THE BEFORE AND AFTER IMAGES.  A
000355*     SECOND OPERATOR WITH THE APPROVER SWITCH ON DL100OPR THEN -
000356*         V  REVIEW  - LISTS THE ACTIONS AWAITING APPROVAL, SHOWS
000357*            THE BEFORE (DL100MST NOW) AND AFTER (AS KEYED)
000358*            IMAGES OF ONE, AND APPROVES OR REJECTS IT.  AN
000359*            ACTION MAY NOT BE APPROVED UNDER THE OPERATOR ID
000360*            THAT KEYED IT; A DELETE NEEDS AUTHORITY LEVEL 3.
000361*     DL100PAP APPLIES AN APPROVED ACTION TO DL100MST THE NIGHT
000362*     IT COMES DUE, AHEAD OF DL100FT, SO DL100FT ONLY EVER
000363*     CALCULATES THE LAST APPROVED VERSION OF A RECORD.
000350*
000360* MODIFICATION HISTORY.
000370* 09-AUG-2026  GH  INITIAL VERSION.
000738*                  THE OPERATOR'S AUTHORITY IS REFUSED, AND BOTH
000739*                  ARE LOGGED TO DL100LOG WITH A DENIED ACTION
000740*                  CODE, PER THE AUDIT REVIEW OF THE DELETE PATH.
000741* 15-OCT-2026  GH  FUTURE-DATED MAINTENANCE - ADD, CHANGE, AND
000742*                  DELETE TAKE AN OPTIONAL EFFECTIVE DATE; A
000743*                  FUTURE-DATED ACTION IS WRITTEN TO THE NEW
000744*                  DL100PND PENDING FILE INSTEAD OF DL100MST FOR
000745*                  DL100PAP TO APPLY.  NEW ACTION X CANCELS A
000746*                  PENDING ACTION, AND INQUIRE LISTS THE ACTIONS
000747*                  STILL PENDING FOR THE RECORD-ID.
000748* 15-OCT-2026  GH  DUAL CONTROL - ADD, CHANGE, AND DELETE NO
000749*                  LONGER UPDATE DL100MST; EACH IS HELD ON
000750*                  DL100PND AWAITING APPROVAL AND LOGGED AS HELD.
000751*                  NEW ACTION V FOR AN APPROVER (DL100OPR APPROVER
000752*                  SWITCH) TO REVIEW THE BEFORE/AFTER IMAGES AND
000753*                  APPROVE OR REJECT, LOGGED AS APPRVD OR REJECT.
000754*                  SELF-APPROVAL IS REFUSED AND LOGGED AS DENIED.
000755* 15-OCT-2026  GH  ADDED THE FIFTH DL100MTH FUNCTION, LEVELPAY,
000756*                  TO THE ADD/CHANGE EDITS (ITS OWN PRINCIPAL,
000757*                  RATE, AND PERIOD BOUNDS FROM DL100EDT) AND TO
000758*                  THE INQUIRE RE-RUN - THE RATE IS KEYED IN
000759*                  HUNDREDTHS OF A PERCENT.
000760* 15-OCT-2026  GH  DL100MST IS OPENED INPUT - A MISSING MASTER
000761*                  STOPS THE SESSION WITH RC=16 INSTEAD OF BEING
000762*                  CREATED EMPTY.  A CANCEL IS LOGGED TO DL100LOG
000763*                  AS CANCEL, AND NO NEW ACTION IS HELD OVER A
000764*                  RESOLVED ONE DL100PAP HAS NOT YET ARCHIVED.
000741******************************************************************
000750 identification division.
000760 program-id. dl100mnt.
000946         organization is line sequential
000948         file status is dl100-opr-status.
000950
000951     select dl100-pnd-file assign to "DL100PND"
000952         organization is indexed
000953         access mode is dynamic
000954         record key is dl100-pnd-key
000955         file status is dl100-pnd-status.
000956
000960 data division.
000970 file section.
000980 fd  dl100-mst-file
001046     record contains 80 characters.
001048 01  dl100-opr-file-record          pic x(80).
001050
001052 fd  dl100-pnd-file
001054     record contains 240 characters.
001056 copy "DL100PNDL.cpy".
001058
001060 working-storage section.
001070 01  dl100-mst-status               pic x(02) value spaces.
001080     88  dl100-mst-ok                   value "00".
001134 01  dl100-opr-status               pic x(02) value spaces.
001136     88  dl100-opr-open-ok              value "00".
001140
001142 01  dl100-pnd-status               pic x(02) value spaces.
001144     88  dl100-pnd-ok                   value "00".
001146
001150 01  dl100-mnt-switches.
001160     05  dl100-mnt-quit-sw          pic x(01) value "N".
001170         88  dl100-mnt-quit             value "Y".
001194         88  dl100-opr-eof              value "Y".
001196     05  dl100-signon-sw            pic x(01) value "N".
001198         88  dl100-signon-ok            value "Y".
001199     05  dl100-pnd-found-sw         pic x(01) value "N".
001200         88  dl100-pnd-found            value "Y".
001201     05  dl100-pnd-eof-sw           pic x(01) value "N".
001202         88  dl100-pnd-eof              value "Y".
001203     05  dl100-mnt-eff-sw           pic x(01) value "Y".
001204         88  dl100-mnt-eff-valid        value "Y".
001205         88  dl100-mnt-eff-invalid      value "N".
001206     05  dl100-mnt-future-sw        pic x(01) value "N".
001207         88  dl100-mnt-future           value "Y".
001200
001210 copy "DL100EDT.cpy".
001220
001420     05  dl100-mnt-fn-in            pic x(10).
001430     05  dl100-mnt-value-in         pic x(07).
001440     05  dl100-mnt-before-image     pic x(80).
001441     05  dl100-mnt-eff-in           pic x(08).
001442     05  dl100-mnt-eff-n redefines
001443         dl100-mnt-eff-in           pic 9(08).
001444     05  dl100-mnt-pnd-action       pic x(01).
001445     05  dl100-mnt-pnd-count        pic 9(03) value zero.
001446     05  dl100-mnt-await-count      pic 9(05) value zero.
001447     05  dl100-mnt-reason-in        pic x(40).
001450
001460 01  dl100-mnt-run-fields.
001470     05  dl100-mnt-sys-date         pic 9(08).
001503         88  dl100-mnt-can-inquire      value 1 2 3.
001504         88  dl100-mnt-can-update       value 2 3.
001505         88  dl100-mnt-can-delete       value 3.
001506     05  dl100-mnt-approver-sw      pic x(01) value "N".
001507         88  dl100-mnt-can-approve      value "Y".
001506     05  dl100-mnt-denied-note      pic x(40) value spaces.
001507
001508 copy "DL100OPRL.cpy".
001550
001560 copy "DL100LIML.cpy".
001570
001573 copy "DL100CALL.cpy".
001576
001580 procedure division.
001590 0000-mainline.
001600     perform 1000-initialize thru 1000-exit
001670     display " "
001680     display "DL100MNT - DL100MST MASTER MAINTENANCE TRANSACTION"
001690     display "ACTIONS: I=INQUIRE  A=ADD  C=CHANGE  D=DELETE"
001693     display "         X=CANCEL A PENDING ACTION"
001696     display "         V=REVIEW - APPROVE OR REJECT HELD ACTIONS"
001700     display "ENTER 'END' AT THE ACTION PROMPT TO QUIT."
001710     display " "
001720     display "OPERATOR ID> " with no advancing
001760     move dl100-mnt-sys-date to dl100-mnt-run-id (1:8)
001770     move dl100-mnt-sys-time to dl100-mnt-run-id (9:6)
001780     perform 1070-load-limits thru 1070-exit
001790     open input dl100-mst-file
001850     if not dl100-mst-ok
001860         display "DL100MST OPEN FAILED - STATUS " dl100-mst-status
001870         go to 9999-abend
001940         display "DL100LOG OPEN FAILED - STATUS " dl100-log-status
001950         go to 9999-abend
001960     end-if
001961     open i-o dl100-pnd-file
001962     if dl100-pnd-status = "35"
001963         open output dl100-pnd-file
001964         close dl100-pnd-file
001965         open i-o dl100-pnd-file
001966     end-if
001967     if not dl100-pnd-ok
001968         display "DL100PND OPEN FAILED - STATUS " dl100-pnd-status
001969         go to 9999-abend
001970     end-if
001962     perform 1080-validate-signon thru 1080-exit.
001970 1000-exit.
001980     exit.
002190     move dl100-lim-edt-wavg-val-min to dl100-wavg-value-min
002200     move dl100-lim-edt-wavg-val-max to dl100-wavg-value-max
002210     move dl100-lim-edt-wavg-wgt-min to dl100-wavg-weight-min
002212     move dl100-lim-edt-wavg-wgt-max to dl100-wavg-weight-max
002214     move dl100-lim-edt-lvp-prin-min to dl100-lvp-prin-min
002216     move dl100-lim-edt-lvp-prin-max to dl100-lvp-prin-max
002218     move dl100-lim-edt-lvp-rate-min to dl100-lvp-rate-min
002220     move dl100-lim-edt-lvp-rate-max to dl100-lvp-rate-max
002222     move dl100-lim-edt-lvp-per-min to dl100-lvp-period-min
002224     move dl100-lim-edt-lvp-per-max to dl100-lvp-period-max.
002230 1070-exit.
002240     exit.
002250
002442             else
002444                 perform 2640-deny-action thru 2640-exit
002446             end-if
002447         when "X     "
002448         when "x     "
002449             if dl100-mnt-can-update
002450                 perform 2800-cancel-pending thru 2800-exit
002451             else
002452                 perform 2640-deny-action thru 2640-exit
002453             end-if
002454         when "V     "
002455         when "v     "
002456             if dl100-mnt-can-approve
002457                 perform 2700-review-held thru 2700-exit
002458             else
002459                 perform 2640-deny-action thru 2640-exit
002460             end-if
002450         when other
002456             display "UNKNOWN ACTION - USE I, A, C, D, V, X, "
002462                 "OR END"
002470     end-evaluate.
002480 2000-exit.
002490     exit.
002530     if not dl100-mnt-found
002540         display "RECORD " dl100-mnt-input-id
002550             " NOT FOUND ON DL100MST"
002555         perform 2130-list-pending thru 2130-exit
002560         go to 2100-exit
002570     end-if
002580     perform 2120-display-record thru 2120-exit
002585     perform 2130-list-pending thru 2130-exit
002590     if dl100-in-deleted of dl100-input-record
002600         go to 2100-exit
002610     end-if
003000 2120-exit.
003010     exit.
003020
003021 2130-list-pending.
003022     move zero to dl100-mnt-pnd-count
003023     move "N" to dl100-pnd-eof-sw
003024     move dl100-mnt-input-id to dl100-pnd-record-id
003025     move zero to dl100-pnd-effective-date
003026     start dl100-pnd-file key is not less than dl100-pnd-key
003027         invalid key
003028             go to 2130-exit
003029     end-start
003030     perform 2135-show-pending thru 2135-exit
003031         until dl100-pnd-eof.
003032 2130-exit.
003033     exit.
003034
003035 2135-show-pending.
003036     read dl100-pnd-file next record
003037         at end
003038             set dl100-pnd-eof to true
003039             go to 2135-exit
003040     end-read
003041     if dl100-pnd-record-id not = dl100-mnt-input-id
003042         set dl100-pnd-eof to true
003043         go to 2135-exit
003044     end-if
003045     if dl100-pnd-awaiting
003046             or (dl100-pnd-pending
003047                 and dl100-pnd-approver = spaces)
003048         add 1 to dl100-mnt-pnd-count
003049         display "  AWAITING     : ACTION " dl100-pnd-action
003050             " EFFECTIVE " dl100-pnd-effective-date
003051             " KEYED BY " dl100-pnd-operator
003052         go to 2135-exit
003053     end-if
003054     if not dl100-pnd-pending
003055         go to 2135-exit
003056     end-if
003057     add 1 to dl100-mnt-pnd-count
003058     display "  PENDING      : ACTION " dl100-pnd-action
003059         " EFFECTIVE " dl100-pnd-effective-date
003060         " KEYED BY " dl100-pnd-operator
003061         " APPROVED BY " dl100-pnd-approver.
003062 2135-exit.
003063     exit.
003064
003065 2150-accept-effective.
003066     set dl100-mnt-eff-valid to true
003067     move "N" to dl100-mnt-future-sw
003068     move spaces to dl100-mnt-eff-in
003069     display "EFFECTIVE DATE YYYYMMDD (BLANK=NOW)> "
003070         with no advancing
003071     accept dl100-mnt-eff-in
003072     if dl100-mnt-eff-in = spaces
003073         move dl100-mnt-sys-date to dl100-mnt-eff-n
003074         go to 2150-exit
003075     end-if
003076     if dl100-mnt-eff-in is not numeric
003077         display "EFFECTIVE DATE IS NOT NUMERIC - ACTION REFUSED"
003078         set dl100-mnt-eff-invalid to true
003079         go to 2150-exit
003080     end-if
003081     move "T" to dl100-cal-request
003082     move dl100-mnt-eff-n to dl100-cal-request-date
003083     move zero to dl100-cal-day-count
003084     call "dl100cal" using dl100-calendar-linkage
003085     if dl100-cal-bad-request
003086         display "EFFECTIVE DATE IS NOT A VALID DATE - "
003087             "ACTION REFUSED"
003088         set dl100-mnt-eff-invalid to true
003089         go to 2150-exit
003090     end-if
003091     if dl100-mnt-eff-n is less than dl100-mnt-sys-date
003092         display "EFFECTIVE DATE IS IN THE PAST - ACTION REFUSED"
003093         set dl100-mnt-eff-invalid to true
003094         go to 2150-exit
003095     end-if
003096     if dl100-mnt-eff-n is greater than dl100-mnt-sys-date
003097         set dl100-mnt-future to true
003098     end-if.
003099 2150-exit.
003100     exit.
003101
003030 2200-edit-and-run.
003040     perform 2210-edit-input thru 2210-exit
003050     if dl100-edit-failed
003290                 to dl100-math-input-2
003300             compute dl100-math-input-3 =
003310                 dl100-in-value-3-n of dl100-input-record / 100
003311         when dl100-in-fn-level-pay of dl100-input-record
003312             compute dl100-math-input-2 =
003313                 dl100-in-value-2-n of dl100-input-record / 100
003314             move dl100-in-value-3-n of dl100-input-record
003315                 to dl100-math-input-3
003320     end-evaluate
003330     display "POST THIS LOOKUP TO THE AUDIT TRAIL? (Y/N)> "
003340         with no advancing
003660             perform 2213-edit-comp-growth thru 2213-exit
003670         when dl100-in-fn-weighted-avg of dl100-input-record
003680             perform 2214-edit-weighted-avg thru 2214-exit
003683         when dl100-in-fn-level-pay of dl100-input-record
003686             perform 2216-edit-level-pay thru 2216-exit
003690         when other
003700             set dl100-edit-failed to true
003710             move "FUNCTION CODE IS NOT A KNOWN FUNCTION"
004660 2215-exit.
004670     exit.
004680
004681 2216-edit-level-pay.
004682     move dl100-in-value-x of dl100-input-record
004683         to dl100-edit-arg-x
004684     move dl100-lvp-prin-min to dl100-edit-arg-min
004685     move dl100-lvp-prin-max to dl100-edit-arg-max
004686     move 1 to dl100-edit-arg-no
004687     perform 2215-edit-one-arg thru 2215-exit
004688     move dl100-in-value-2-x of dl100-input-record
004689         to dl100-edit-arg-x
004690     move dl100-lvp-rate-min to dl100-edit-arg-min
004691     move dl100-lvp-rate-max to dl100-edit-arg-max
004692     move 2 to dl100-edit-arg-no
004693     perform 2215-edit-one-arg thru 2215-exit
004694     move dl100-in-value-3-x of dl100-input-record
004695         to dl100-edit-arg-x
004696     move dl100-lvp-period-min to dl100-edit-arg-min
004697     move dl100-lvp-period-max to dl100-edit-arg-max
004698     move 3 to dl100-edit-arg-no
004699     perform 2215-edit-one-arg thru 2215-exit.
004700 2216-exit.
004701     exit.
004702
004690 2300-add-record.
004700     perform 2110-read-master thru 2110-exit
004702     perform 2150-accept-effective thru 2150-exit
004704     if dl100-mnt-eff-invalid
004706         go to 2300-exit
004708     end-if
004710     if dl100-mnt-found
004720             and dl100-in-active of dl100-input-record
004725             and not dl100-mnt-future
004730         display "RECORD " dl100-mnt-input-id
004740             " ALREADY EXISTS ON DL100MST"
004750         go to 2300-exit
004760     end-if
004770     move spaces to dl100-mnt-before-image
004780     if dl100-mnt-found
004782         move dl100-input-record to dl100-mnt-before-image
004784     end-if
004786     if dl100-mnt-found and not dl100-mnt-future
004790         display "RECORD " dl100-mnt-input-id
004800             " IS LOGICALLY DELETED - ADD WILL REINSTATE IT"
004820     end-if
004830     move spaces to dl100-input-record
004840     move dl100-mnt-input-id
005080         display "ADD REJECTED - " dl100-reject-reason
005090         go to 2300-exit
005100     end-if
005110     move "A" to dl100-mnt-pnd-action
005120     perform 2570-write-pending thru 2570-exit.
005310 2300-exit.
005320     exit.
005330
005430             " IS LOGICALLY DELETED - CHANGE REFUSED"
005440         go to 2400-exit
005450     end-if
005452     perform 2150-accept-effective thru 2150-exit
005454     if dl100-mnt-eff-invalid
005456         go to 2400-exit
005458     end-if
005460     perform 2120-display-record thru 2120-exit
005470     move dl100-input-record to dl100-mnt-before-image
005480     display "DESCRIPTION ('='=KEEP)> " with no advancing
005810         display "RECORD " dl100-mnt-input-id " NOT CHANGED"
005820         go to 2400-exit
005830     end-if
005840     move "C" to dl100-mnt-pnd-action
005850     perform 2570-write-pending thru 2570-exit.
005920 2400-exit.
005930     exit.
005940
006040             " IS ALREADY LOGICALLY DELETED"
006050         go to 2500-exit
006060     end-if
006062     perform 2150-accept-effective thru 2150-exit
006064     if dl100-mnt-eff-invalid
006066         go to 2500-exit
006068     end-if
006070     perform 2120-display-record thru 2120-exit
006080     display "CONFIRM DELETE? (Y/N)> " with no advancing
006090     accept dl100-mnt-answer
006130     end-if
006140     move dl100-input-record to dl100-mnt-before-image
006150     set dl100-in-deleted of dl100-input-record to true
006151     move "D" to dl100-mnt-pnd-action
006152     perform 2570-write-pending thru 2570-exit.
006153 2500-exit.
006154     exit.
006155
006156 2570-write-pending.
006157     move "N" to dl100-pnd-found-sw
006158     move dl100-mnt-input-id to dl100-pnd-record-id
006159     move dl100-mnt-eff-n to dl100-pnd-effective-date
006160     read dl100-pnd-file
006170         invalid key
006180             continue
006190         not invalid key
006191             set dl100-pnd-found to true
006192     end-read
006193     if dl100-pnd-found
006194             and (dl100-pnd-pending or dl100-pnd-awaiting)
006195         display "AN ACTION IS ALREADY HELD FOR RECORD "
006196             dl100-mnt-input-id " ON " dl100-mnt-eff-in
006197         display "CANCEL IT FIRST - RECORD "
006198             dl100-mnt-input-id " NOT CHANGED"
006199         go to 2570-exit
006200     end-if
006201     if dl100-pnd-found
006202         display "THE LAST ACTION FOR RECORD " dl100-mnt-input-id
006203             " ON " dl100-mnt-eff-in " IS NOT YET ARCHIVED"
006204         display "KEY IT AFTER THE NEXT DL100PAP RUN OR FOR "
006205             "ANOTHER DATE - RECORD " dl100-mnt-input-id
006206             " NOT CHANGED"
006207         go to 2570-exit
006208     end-if
006209     move spaces to dl100-pending-record
006210     move dl100-mnt-input-id to dl100-pnd-record-id
006211     move dl100-mnt-eff-n to dl100-pnd-effective-date
006212     move dl100-mnt-pnd-action to dl100-pnd-action
006213     set dl100-pnd-awaiting to true
006214     move "DL100MNT" to dl100-pnd-source
006215     move dl100-mnt-operator-id to dl100-pnd-operator
006216     move dl100-mnt-run-id to dl100-pnd-entry-run-id
006217     move dl100-input-record to dl100-pnd-image
006218     write dl100-pending-record
006219         invalid key
006220             display "PENDING WRITE FAILED - STATUS "
006221                 dl100-pnd-status
006222             go to 2570-exit
006223     end-write
006224     move "HELD" to dl100-log-action
006225     perform 2600-write-change-log thru 2600-exit
006226     display "RECORD " dl100-mnt-input-id " ACTION "
006227         dl100-mnt-pnd-action " HELD FOR APPROVAL - EFFECTIVE "
006228         dl100-mnt-eff-in.
006229 2570-exit.
006260     exit.
006270
006280 2600-write-change-log.
006390 3000-terminate.
006400     close dl100-mst-file
006410     close dl100-log-file
006415     close dl100-pnd-file
006420     display " "
006430     display "DL100MNT SESSION ENDED"
006440     move zero to return-code.
006640         go to 9999-abend
006650     end-if
006660     display "OPERATOR " dl100-mnt-operator-id
006664         " SIGNED ON - AUTHORITY LEVEL " dl100-mnt-authority
006668     if dl100-mnt-can-approve
006672         display "OPERATOR MAY APPROVE HELD MAINTENANCE"
006676     end-if.
006680 1080-exit.
006690     exit.
006700
006790             and dl100-opr-token = dl100-mnt-token-in
006800             and dl100-opr-authority-x is numeric
006810         move dl100-opr-authority-x to dl100-mnt-authority
006815         move dl100-opr-approver-sw to dl100-mnt-approver-sw
006820         set dl100-signon-ok to true
006830     end-if.
006840 1090-exit.
007060 2650-exit.
007070     exit.
007080
007081 2660-log-cancel.
007082     move spaces to dl100-change-log-record
007083     move dl100-mnt-run-id to dl100-log-run-id
007084     move dl100-mnt-operator-id to dl100-log-operator
007085     move "CANCEL" to dl100-log-action
007086     move dl100-pnd-record-id to dl100-log-record-id
007087     move dl100-pnd-image to dl100-log-before
007088     move dl100-pnd-reason to dl100-log-after
007089     write dl100-log-record from dl100-change-log-record.
007090 2660-exit.
007091     exit.
007092
007093 2700-review-held.
007094     perform 2710-list-awaiting thru 2710-exit
007095     if dl100-mnt-await-count = zero
007096         display "NO MAINTENANCE IS AWAITING APPROVAL"
007097         go to 2700-exit
007098     end-if
007099     move spaces to dl100-mnt-input-id
007100     display "RECORD-ID (BLANK=NONE)> " with no advancing
007101     accept dl100-mnt-input-id
007102     if dl100-mnt-input-id = spaces
007103         go to 2700-exit
007104     end-if
007105     move spaces to dl100-mnt-eff-in
007106     display "EFFECTIVE DATE OF THE HELD ACTION> "
007107         with no advancing
007108     accept dl100-mnt-eff-in
007109     if dl100-mnt-eff-in is not numeric
007110         display "EFFECTIVE DATE IS NOT NUMERIC - NOT REVIEWED"
007111         go to 2700-exit
007112     end-if
007113     move dl100-mnt-input-id to dl100-pnd-record-id
007114     move dl100-mnt-eff-n to dl100-pnd-effective-date
007115     read dl100-pnd-file
007116         invalid key
007117             display "NO HELD ACTION FOR RECORD "
007118                 dl100-mnt-input-id " ON " dl100-mnt-eff-in
007119             go to 2700-exit
007120     end-read
007121     if dl100-pnd-pending and dl100-pnd-approver = spaces
007122         set dl100-pnd-awaiting to true
007123     end-if
007124     if not dl100-pnd-awaiting
007125         display "ACTION FOR RECORD " dl100-mnt-input-id
007126             " ON " dl100-mnt-eff-in " IS NOT AWAITING APPROVAL"
007127         go to 2700-exit
007128     end-if
007129     if dl100-pnd-operator = dl100-mnt-operator-id
007130         display "ACTION WAS KEYED BY " dl100-pnd-operator
007131             " - ANOTHER OPERATOR MUST APPROVE IT"
007132         move spaces to dl100-mnt-denied-note
007133         string "SELF-APPROVAL REFUSED - RECORD "
007134             dl100-mnt-input-id
007135             delimited by size into dl100-mnt-denied-note
007136         perform 2650-log-denied thru 2650-exit
007137         go to 2700-exit
007138     end-if
007139     if dl100-pnd-delete and not dl100-mnt-can-delete
007140         display "APPROVING A DELETE NEEDS AUTHORITY LEVEL 3"
007141         move spaces to dl100-mnt-denied-note
007142         string "DELETE APPROVAL REFUSED - RECORD "
007143             dl100-mnt-input-id
007144             delimited by size into dl100-mnt-denied-note
007145         perform 2650-log-denied thru 2650-exit
007146         go to 2700-exit
007147     end-if
007148     perform 2720-show-images thru 2720-exit
007149     display "APPROVE, REJECT, OR SKIP? (A/R/S)> "
007150         with no advancing
007151     accept dl100-mnt-answer
007152     evaluate dl100-mnt-answer
007153         when "A"
007154         when "a"
007155             perform 2730-approve-held thru 2730-exit
007156         when "R"
007157         when "r"
007158             perform 2740-reject-held thru 2740-exit
007159         when other
007160             display "ACTION FOR RECORD " dl100-mnt-input-id
007161                 " LEFT AWAITING APPROVAL"
007162     end-evaluate.
007163 2700-exit.
007164     exit.
007165
007166 2710-list-awaiting.
007167     move zero to dl100-mnt-await-count
007168     move "N" to dl100-pnd-eof-sw
007169     move spaces to dl100-pnd-record-id
007170     move zero to dl100-pnd-effective-date
007171     start dl100-pnd-file key is not less than dl100-pnd-key
007172         invalid key
007173             go to 2710-exit
007174     end-start
007175     perform 2715-show-awaiting thru 2715-exit
007176         until dl100-pnd-eof.
007177 2710-exit.
007178     exit.
007179
007180 2715-show-awaiting.
007181     read dl100-pnd-file next record
007182         at end
007183             set dl100-pnd-eof to true
007184             go to 2715-exit
007185     end-read
007186     if not dl100-pnd-awaiting
007187         if not dl100-pnd-pending
007188                 or dl100-pnd-approver not = spaces
007189             go to 2715-exit
007190         end-if
007191     end-if
007192     add 1 to dl100-mnt-await-count
007193     if dl100-mnt-await-count = 1
007194         display "AWAITING APPROVAL -"
007195     end-if
007196     display "  " dl100-pnd-record-id
007197         " EFFECTIVE " dl100-pnd-effective-date
007198         " ACTION " dl100-pnd-action
007199         " KEYED BY " dl100-pnd-operator
007200         " ON " dl100-pnd-entry-run-id (1:8).
007201 2715-exit.
007202     exit.
007203
007204 2720-show-images.
007205     move spaces to dl100-mnt-before-image
007206     move dl100-mnt-input-id
007207         to dl100-in-record-id of dl100-input-record
007208     read dl100-mst-file
007209         invalid key
007210             display "BEFORE - RECORD " dl100-mnt-input-id
007211                 " IS NOT ON DL100MST"
007212         not invalid key
007213             move dl100-input-record to dl100-mnt-before-image
007214             display "BEFORE -"
007215             perform 2120-display-record thru 2120-exit
007216     end-read
007217     move dl100-pnd-image to dl100-input-record
007218     display "AFTER  - ACTION " dl100-pnd-action
007219         " KEYED BY " dl100-pnd-operator
007220         " VIA " dl100-pnd-source
007221     perform 2120-display-record thru 2120-exit.
007222 2720-exit.
007223     exit.
007224
007225 2730-approve-held.
007226     set dl100-pnd-pending to true
007227     move dl100-mnt-operator-id to dl100-pnd-approver
007228     move dl100-mnt-run-id to dl100-pnd-approved-run-id
007229     rewrite dl100-pending-record
007230         invalid key
007231             display "APPROVAL FAILED - STATUS " dl100-pnd-status
007232             go to 2730-exit
007233     end-rewrite
007234     move "APPRVD" to dl100-log-action
007235     perform 2600-write-change-log thru 2600-exit
007236     display "ACTION FOR RECORD " dl100-mnt-input-id
007237         " ON " dl100-mnt-eff-in " APPROVED - DL100PAP APPLIES "
007238         "IT THE NIGHT IT COMES DUE".
007239 2730-exit.
007240     exit.
007241
007242 2740-reject-held.
007243     move spaces to dl100-mnt-reason-in
007244     display "REJECT REASON> " with no advancing
007245     accept dl100-mnt-reason-in
007246     set dl100-pnd-rejected to true
007247     move dl100-mnt-operator-id to dl100-pnd-approver
007248     move dl100-mnt-run-id to dl100-pnd-approved-run-id
007249     move dl100-mnt-run-id to dl100-pnd-resolved-run-id
007250     if dl100-mnt-reason-in = spaces
007251         move "REJECTED AT APPROVAL" to dl100-pnd-reason
007252     else
007253         move dl100-mnt-reason-in to dl100-pnd-reason
007254     end-if
007255     rewrite dl100-pending-record
007256         invalid key
007257             display "REJECT FAILED - STATUS " dl100-pnd-status
007258             go to 2740-exit
007259     end-rewrite
007260     move "REJECT" to dl100-log-action
007261     perform 2600-write-change-log thru 2600-exit
007262     display "ACTION FOR RECORD " dl100-mnt-input-id
007263         " ON " dl100-mnt-eff-in " REJECTED".
007264 2740-exit.
007265     exit.
007266
007267 2800-cancel-pending.
007268     display "RECORD-ID> " with no advancing
007269     accept dl100-mnt-input-id
007270     move spaces to dl100-mnt-eff-in
007271     display "EFFECTIVE DATE OF THE PENDING ACTION> "
007272         with no advancing
007273     accept dl100-mnt-eff-in
007274     if dl100-mnt-eff-in is not numeric
007275         display "EFFECTIVE DATE IS NOT NUMERIC - NOT CANCELLED"
007276         go to 2800-exit
007277     end-if
007278     move dl100-mnt-input-id to dl100-pnd-record-id
007279     move dl100-mnt-eff-n to dl100-pnd-effective-date
007280     read dl100-pnd-file
007281         invalid key
007282             display "NO PENDING ACTION FOR RECORD "
007283                 dl100-mnt-input-id " ON " dl100-mnt-eff-in
007284             go to 2800-exit
007285     end-read
007286     if not dl100-pnd-pending and not dl100-pnd-awaiting
007287         display "ACTION FOR RECORD " dl100-mnt-input-id
007288             " ON " dl100-mnt-eff-in " IS NO LONGER PENDING"
007289         go to 2800-exit
007290     end-if
007291     display "PENDING ACTION " dl100-pnd-action
007292         " KEYED BY " dl100-pnd-operator
007293         " RUN-ID " dl100-pnd-entry-run-id
007294     display "  IMAGE        : " dl100-pnd-image
007295     display "CONFIRM CANCEL? (Y/N)> " with no advancing
007296     accept dl100-mnt-answer
007297     if dl100-mnt-answer not = "Y" and dl100-mnt-answer not = "y"
007298         display "PENDING ACTION NOT CANCELLED"
007299         go to 2800-exit
007300     end-if
007301     set dl100-pnd-cancelled to true
007302     move dl100-mnt-operator-id to dl100-pnd-cancel-operator
007303     move dl100-mnt-run-id to dl100-pnd-resolved-run-id
007304     move "CANCELLED AT DL100MNT" to dl100-pnd-reason
007305     rewrite dl100-pending-record
007306         invalid key
007307             display "CANCEL FAILED - STATUS " dl100-pnd-status
007308             go to 2800-exit
007309     end-rewrite
007310     perform 2660-log-cancel thru 2660-exit
007311     display "PENDING ACTION FOR RECORD "
007312         dl100-mnt-input-id " ON " dl100-mnt-eff-in
007313         " CANCELLED".
007314 2800-exit.
007315     exit.
007316
007090 9999-abend.
007100     move 16 to return-code
007110     goback.
