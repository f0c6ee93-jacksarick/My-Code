000340*           THE DETAILS,
000350*         - PRINTS THE DL100GLR PROOF REPORT SHOWING EXACTLY
000360*           WHAT WAS HANDED TO THE LEDGER.
000361*     PRIOR-DATE ADJUSTMENT ENTRIES ON DL100EXT (REVERSALS AND
000362*     REPLACEMENTS, SEE DL100EXT.CPY) DO NOT ENTER THE ACTIVITY
000363*     DETAILS - THEY ARE NETTED BY FUNCTION (REPLACEMENTS LESS
000364*     REVERSALS) AND POSTED AS SEPARATE ADJUSTMENT DETAILS,
000365*     KIND 'A' ON DL100GLP.
000370*     WHEN THE HISTORY RECORD SAYS THE RUN DID NOT BALANCE TO
000380*     DL100CTL (OR ENDED WORSE THAN RC=4, OR IS MISSING), NO
000390*     POSTING RECORDS ARE WRITTEN, THE PROOF REPORT SAYS THE
000460*
000470* MODIFICATION HISTORY.
000480* 02-SEP-2026  GH  INITIAL VERSION.
000481* 15-OCT-2026  GH  EVERY RUN NOW APPENDS A STATUS RECORD TO THE
000482*                  SHARED DL100STP JOB-STEP LEDGER (DL100STPL.CPY)
000483*                  AT TERMINATION, AND ON A FATAL ERROR - THE
000484*                  POSTED RUN-ID, BUSINESS DATE, START AND END
000485*                  TIME, RETURN CODE, AND THE RECORDS POSTED /
000486*                  JOURNAL LINES / HELD COUNTS.
000487* 15-OCT-2026  GH  PRIOR-DATE ADJUSTMENT ENTRIES ON DL100EXT ARE
000488*                  NOW SUMMARIZED APART FROM THE DAY'S ACTIVITY -
000489*                  ONE ADJUSTMENT JOURNAL DETAIL PER FUNCTION
000490*                  CARRYING THE NET OF THE REPLACEMENTS LESS THE
000491*                  REVERSALS, FLAGGED KIND 'A' ON DL100GLP AND
000492*                  LISTED AS ADJUSTMENT LINES ON DL100GLR.
000493* 15-OCT-2026  GH  ADDED LEVELPAY TO THE FUNCTION TABLE - THE
000494*                  FIFTH DL100MTH FUNCTION GETS ITS OWN JOURNAL
000495*                  DETAIL (AND ADJUSTMENT DETAIL) INSTEAD OF
000496*                  BEING DROPPED AS AN UNRECOGNIZED FUNCTION.
000490******************************************************************
000500 identification division.
000510 program-id. dl100glj.
000780         organization is line sequential
000790         file status is dl100-glr-status.
000800
000802     select dl100-stp-file assign to "DL100STP"
000804         organization is line sequential
000806         file status is dl100-stp-status.
000808
000810 data division.
000820 file section.
000830 fd  dl100-ext-file
001000     record contains 132 characters.
001010 01  dl100-glr-record               pic x(132).
001020
001022 fd  dl100-stp-file
001024     record contains 80 characters.
001026 01  dl100-stp-file-record          pic x(80).
001028
001030 working-storage section.
001040 01  dl100-ext-status               pic x(02) value spaces.
001050     88  dl100-ext-ok                   value "00".
001160 01  dl100-glr-status               pic x(02) value spaces.
001170     88  dl100-glr-ok                   value "00".
001180
001182 01  dl100-stp-status               pic x(02) value spaces.
001184     88  dl100-stp-ok                   value "00".
001186
001190 01  dl100-glj-switches.
001200     05  dl100-ext-eof-sw           pic x(01) value "N".
001210         88  dl100-ext-eof              value "Y".
001350     05  filler                     pic x(10) value "PERCENTOF".
001360     05  filler                     pic x(10) value "COMPGROW".
001370     05  filler                     pic x(10) value "WGTAVG".
001375     05  filler                     pic x(10) value "LEVELPAY".
001380
001390 01  dl100-glj-fn-name-table redefines dl100-glj-fn-names.
001400     05  dl100-glj-fn-name occurs 5 times
001410                                    pic x(10).
001420
001430 01  dl100-glj-fn-totals.
001440     05  dl100-glj-fn-entry occurs 5 times.
001450         10  dl100-glj-fn-count     pic 9(07) comp.
001460         10  dl100-glj-fn-sum       pic s9(11) comp.
001463         10  dl100-glj-adj-count    pic 9(07) comp.
001466         10  dl100-glj-adj-net      pic s9(11) comp.
001470
001480 01  dl100-glj-work-fields.
001490     05  dl100-glj-ix               pic s9(04) comp value zero.
001620         10  dl100-run-mm           pic 9(02).
001630         10  dl100-run-dd           pic 9(02).
001640     05  dl100-run-date-display     pic x(10).
001642     05  dl100-run-time             pic 9(08) value zero.
001644     05  dl100-end-time             pic 9(08) value zero.
001646
001648 copy "DL100STPL.cpy".
001650
001660 01  dl100-rpt-heading-1.
001670     05  filler                     pic x(38)
001900     05  dl100-dtl-amount           pic z(10)9-.
001910     05  filler                     pic x(79) value spaces.
001920
001921 01  dl100-rpt-adj-detail.
001922     05  filler                     pic x(02) value spaces.
001923     05  dl100-adjd-function        pic x(10).
001924     05  filler                     pic x(02) value spaces.
001925     05  filler                     pic x(07) value "COUNT: ".
001926     05  dl100-adjd-count           pic zz,zzz,zz9.
001927     05  filler                     pic x(02) value spaces.
001928     05  filler                     pic x(08) value "AMOUNT: ".
001929     05  dl100-adjd-amount          pic z(10)9-.
001930     05  filler                     pic x(02) value spaces.
001931     05  filler                     pic x(16)
001932         value "PRIOR-DATE ADJ. ".
001933     05  filler                     pic x(61) value spaces.
001934
001930 01  dl100-rpt-total.
001940     05  filler                     pic x(16)
001950         value "POSTED TOTALS - ".
002260
002270 1000-initialize.
002280     accept dl100-sys-date from date yyyymmdd
002285     accept dl100-run-time from time
002290     string dl100-run-mm "/" dl100-run-dd "/" dl100-run-yyyy
002300         delimited by size into dl100-run-date-display
002310     move dl100-sys-date to dl100-glj-bus-date
002320     perform 1050-read-date-card thru 1050-exit
002330     move 1 to dl100-glj-ix
002340     perform 1080-clear-fn-slot thru 1080-exit
002350         until dl100-glj-ix is greater than 5
002360     open output dl100-glr-file
002370     if not dl100-glr-ok
002380         display "DL100GLR OPEN FAILED - STATUS " dl100-glr-status
002780 1080-clear-fn-slot.
002790     move zero to dl100-glj-fn-count (dl100-glj-ix)
002800     move zero to dl100-glj-fn-sum (dl100-glj-ix)
002803     move zero to dl100-glj-adj-count (dl100-glj-ix)
002806     move zero to dl100-glj-adj-net (dl100-glj-ix)
002810     add 1 to dl100-glj-ix.
002820 1080-exit.
002830     exit.
003650     move 1 to dl100-glj-ix
003660     perform 2100-match-function thru 2100-exit
003670         until dl100-glj-fn-found
003672             or dl100-glj-ix is greater than 5
003674     if dl100-glj-fn-found and dl100-ext-adjustment
003676         perform 2200-load-adjustment thru 2200-exit
003678         perform 1160-read-extract thru 1160-exit
003680         go to 2000-exit
003682     end-if
003690     if dl100-glj-fn-found
003700         add 1 to dl100-glj-fn-count (dl100-glj-ix)
003710         add 1 to dl100-glj-rec-count
003890 2100-exit.
003900     exit.
003910
003911 2200-load-adjustment.
003912     add 1 to dl100-glj-adj-count (dl100-glj-ix)
003913     add 1 to dl100-glj-rec-count
003914     if dl100-ext-result-value is not numeric
003915         go to 2200-exit
003916     end-if
003917     if dl100-ext-reversal
003918         subtract dl100-ext-result-value
003919             from dl100-glj-adj-net (dl100-glj-ix)
003920     else
003921         add dl100-ext-result-value
003922             to dl100-glj-adj-net (dl100-glj-ix)
003923     end-if.
003924 2200-exit.
003925     exit.
003926
003920 2500-release-posting.
003930     if dl100-glj-held
003940         move dl100-glj-hold-reason to dl100-stat-text
004040     write dl100-glp-file-record from dl100-gl-posting-record
004050     move 1 to dl100-glj-ix
004060     perform 2600-write-one-detail thru 2600-exit
004064         until dl100-glj-ix is greater than 5
004068     move 1 to dl100-glj-ix
004072     perform 2650-write-one-adjustment thru 2650-exit
004076         until dl100-glj-ix is greater than 5
004080     move spaces to dl100-gl-posting-record
004090     set dl100-glp-trailer to true
004100     move dl100-glj-dtl-count to dl100-glp-tlr-dtl-count
004260     if dl100-glj-fn-count (dl100-glj-ix) is greater than zero
004270         move spaces to dl100-gl-posting-record
004280         set dl100-glp-detail to true
004285         set dl100-glp-dtl-activity to true
004290         move dl100-glj-fn-name (dl100-glj-ix)
004300             to dl100-glp-dtl-function
004310         move dl100-glj-bus-date to dl100-glp-dtl-bus-date
004490 2600-exit.
004500     exit.
004510
004511 2650-write-one-adjustment.
004512     if dl100-glj-adj-count (dl100-glj-ix) is greater than zero
004513         move spaces to dl100-gl-posting-record
004514         set dl100-glp-detail to true
004515         set dl100-glp-dtl-adjustment to true
004516         move dl100-glj-fn-name (dl100-glj-ix)
004517             to dl100-glp-dtl-function
004518         move dl100-glj-bus-date to dl100-glp-dtl-bus-date
004519         move dl100-glj-adj-count (dl100-glj-ix)
004520             to dl100-glp-dtl-count
004521         move dl100-glj-adj-net (dl100-glj-ix)
004522             to dl100-glp-dtl-amount
004523         write dl100-glp-file-record from dl100-gl-posting-record
004524         add 1 to dl100-glj-dtl-count
004525         add dl100-glj-adj-net (dl100-glj-ix)
004526             to dl100-glj-amount-sum
004527         move dl100-glj-fn-name (dl100-glj-ix)
004528             to dl100-adjd-function
004529         move dl100-glj-adj-count (dl100-glj-ix)
004530             to dl100-adjd-count
004531         move dl100-glj-adj-net (dl100-glj-ix)
004532             to dl100-adjd-amount
004533         write dl100-glr-record from dl100-rpt-adj-detail
004534     end-if
004535     add 1 to dl100-glj-ix.
004536 2650-exit.
004537     exit.
004538
004520 3000-terminate.
004530     if dl100-ext-status = "00" or dl100-ext-status = "10"
004540         close dl100-ext-file
004590         move 8 to return-code
004600     else
004610         move zero to return-code
004616     end-if
004622     perform 3900-write-step-ledger thru 3900-exit.
004630 3000-exit.
004640     exit.
004650
004651 3900-write-step-ledger.
004652     open extend dl100-stp-file
004653     if dl100-stp-status = "35"
004654         open output dl100-stp-file
004655     end-if
004656     if not dl100-stp-ok
004657         display "DL100STP OPEN FAILED - STATUS " dl100-stp-status
004658             " - STEP LEDGER NOT WRITTEN"
004659         go to 3900-exit
004660     end-if
004661     move spaces to dl100-step-record
004662     move "DL100GLJ" to dl100-stp-program
004663     if dl100-glj-run-id = spaces
004664         move dl100-sys-date to dl100-stp-run-id (1:8)
004665         move dl100-run-time (1:6) to dl100-stp-run-id (9:6)
004666     else
004667         move dl100-glj-run-id to dl100-stp-run-id
004668     end-if
004669     move dl100-glj-bus-date to dl100-stp-business-date
004670     move dl100-run-time (1:6) to dl100-stp-start-time
004671     accept dl100-end-time from time
004672     move dl100-end-time (1:6) to dl100-stp-end-time
004673     move return-code to dl100-stp-return-code
004674     move dl100-glj-rec-count to dl100-stp-count-1
004675     move dl100-glj-dtl-count to dl100-stp-count-2
004676     move zero to dl100-stp-count-3
004677     if dl100-glj-held
004678         move 1 to dl100-stp-count-3
004679     end-if
004680     write dl100-stp-file-record from dl100-step-record
004681     close dl100-stp-file.
004682 3900-exit.
004683     exit.
004684
004660 9999-abend.
004670     move 16 to return-code
004675     perform 3900-write-step-ledger thru 3900-exit
004680     goback.
004690
004700 end program dl100glj.
