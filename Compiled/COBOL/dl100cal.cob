000100******************************************************************
000110* PROGRAM-ID.  DL100CAL
000120*
000130* AUTHOR.        G. HARTLEY, DATA LIBRARY SERVICES
000140* INSTALLATION.  DATA LIBRARY SERVICES
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*
000180* REMARKS.  BUSINESS-DAY CALENDAR ROUTINE.  UNTIL NOW NOTHING
000190*     IN THE DL100 STREAM KNEW WHICH DATES WERE BUSINESS DAYS -
000200*     THE PRIOR-CLOSE GUARD IN DL100FT TOOK WHATEVER DATE LAST
000210*     APPEARED ON DL100HST, RETENTION IN DL100AUR COUNTED
000220*     CALENDAR DAYS, AND DL100TRD COULD NOT TELL A QUIET DAY
000230*     FROM A MISSED ONE.  THIS ROUTINE READS THE MAINTAINED
000240*     DL100CAL CALENDAR FILE ONCE PER STEP AND ANSWERS THE
000250*     BUSINESS-DAY QUESTIONS FOR ALL OF THEM.
000260*
000270*     CALLERS COPY DL100CALL.CPY, SET THE REQUEST CODE AND
000280*     DATE, AND CALL "DL100CAL" (SEE THE COPYBOOK FOR THE
000290*     REQUEST CODES AND RETURN CODES).  A DATE IS A BUSINESS
000300*     DAY WHEN IT IS A MONDAY-FRIDAY NOT CARRIED ON THE FILE AS
000310*     A HOLIDAY, OR A WEEKEND DATE CARRIED ON THE FILE AS A
000320*     BUSINESS DAY.  FILE LAYOUT, FIXED COLUMNS, ONE DATE PER
000330*     CARD, '*' IN COLUMN 1 FOR A COMMENT -
000340*         COLS  1-8   DATE YYYYMMDD
000350*         COL  10     H = HOLIDAY, B = BUSINESS DAY
000360*         COLS 12-41  DESCRIPTION
000370*     A YEAR IS TREATED AS MAINTAINED WHEN IT FALLS BETWEEN THE
000380*     FIRST AND LAST YEARS CARRIED ON THE FILE; A YEAR OUTSIDE
000390*     THAT RANGE IS ANSWERED BY THE WEEKDAY RULE ALONE AND THE
000400*     CALLER IS TOLD SO WITH RETURN CODE 4.
000410*
000420*     A MISSING OR UNREADABLE FILE, A MALFORMED CARD, OR MORE
000430*     CARDS THAN THE TABLE HOLDS IS FATAL - THE REASON IS
000440*     DISPLAYED, RETURN-CODE IS SET TO 16, AND THE RUN IS
000450*     STOPPED, RATHER THAN LETTING A GUARD OR A PURGE RUN
000460*     AGAINST A HALF-LOADED CALENDAR.
000470*
000480* MODIFICATION HISTORY.
000490* 15-OCT-2026  GH  INITIAL VERSION.
000500******************************************************************
000510 identification division.
000520 program-id. dl100cal.
000530 author. g. hartley.
000540
000550 environment division.
000560 configuration section.
000570 source-computer. IBM-370.
000580 object-computer. IBM-370.
000590
000600 input-output section.
000610 file-control.
000620     select dl100-cal-file assign to "DL100CAL"
000630         organization is line sequential
000640         file status is dl100-cal-status.
000650
000660 data division.
000670 file section.
000680 fd  dl100-cal-file
000690     record contains 80 characters.
000700 01  dl100-cal-record               pic x(80).
000710
000720 working-storage section.
000730 01  dl100-cal-status               pic x(02) value spaces.
000740     88  dl100-cal-open-ok              value "00".
000750
000760 01  dl100-clw-switches.
000770     05  dl100-clw-loaded-sw        pic x(01) value "N".
000780         88  dl100-clw-loaded           value "Y".
000790     05  dl100-clw-eof-sw           pic x(01) value "N".
000800         88  dl100-clw-eof              value "Y".
000810     05  dl100-clw-found-sw         pic x(01) value "N".
000820         88  dl100-clw-found            value "Y".
000830     05  dl100-clw-valid-sw         pic x(01) value "N".
000840         88  dl100-clw-valid-date       value "Y".
000850     05  dl100-clw-unmaint-sw       pic x(01) value "N".
000860         88  dl100-clw-unmaintained     value "Y".
000870
000880 01  dl100-clr-card.
000890     05  dl100-clr-date-x           pic x(08).
000900     05  dl100-clr-date-n redefines
000910         dl100-clr-date-x           pic 9(08).
000920     05  filler                     pic x(01).
000930     05  dl100-clr-type             pic x(01).
000940         88  dl100-clr-type-valid       values "B" "H".
000950     05  filler                     pic x(01).
000960     05  dl100-clr-description      pic x(30).
000970     05  filler                     pic x(39).
000980
000990 01  dl100-clt-table.
001000     05  dl100-clt-count            pic s9(04) comp value zero.
001010     05  dl100-clt-ix               pic s9(04) comp value zero.
001020     05  dl100-clt-first-year       pic 9(04) value 9999.
001030     05  dl100-clt-last-year        pic 9(04) value zero.
001040     05  dl100-clt-entry occurs 2000 times.
001050         10  dl100-clt-date         pic 9(08).
001060         10  dl100-clt-type         pic x(01).
001070         10  dl100-clt-description  pic x(30).
001080
001090 01  dl100-clw-date-fields.
001100     05  dl100-clw-date             pic 9(08) value zero.
001110     05  dl100-clw-date-x redefines dl100-clw-date.
001120         10  dl100-clw-yyyy         pic 9(04).
001130         10  dl100-clw-mm           pic 9(02).
001140         10  dl100-clw-dd           pic 9(02).
001150     05  dl100-clw-month-len        pic 9(02) value zero.
001160     05  dl100-clw-leap-rem         pic 9(04) comp value zero.
001170     05  dl100-clw-remaining        pic 9(03) comp value zero.
001180     05  dl100-clw-step-count       pic 9(05) comp value zero.
001190     05  dl100-clw-day-type         pic x(01) value space.
001200         88  dl100-clw-business-day     value "B".
001210     05  dl100-clw-description      pic x(30) value spaces.
001220
001230 01  dl100-clw-weekday-fields.
001240     05  dl100-clw-z-month          pic 9(02) comp value zero.
001250     05  dl100-clw-z-year           pic 9(04) comp value zero.
001260     05  dl100-clw-z-century        pic 9(04) comp value zero.
001270     05  dl100-clw-z-yy             pic 9(04) comp value zero.
001280     05  dl100-clw-z-term           pic 9(05) comp value zero.
001290     05  dl100-clw-z-sum            pic 9(07) comp value zero.
001300     05  dl100-clw-z-quot           pic 9(07) comp value zero.
001310     05  dl100-clw-weekday          pic 9(01) value zero.
001320         88  dl100-clw-saturday         value 0.
001330         88  dl100-clw-sunday           value 1.
001340
001350 linkage section.
001360 copy "DL100CALL.cpy".
001370
001380 procedure division using dl100-calendar-linkage.
001390 0000-mainline.
001400     move zero to dl100-cal-return-code
001410     move zero to dl100-cal-result-date
001420     move space to dl100-cal-day-type
001430     move spaces to dl100-cal-description
001440     move "N" to dl100-clw-unmaint-sw
001450     move zero to dl100-clw-step-count
001460     if not dl100-clw-loaded
001470         perform 1000-load-calendar thru 1000-exit
001480     end-if
001490     move dl100-cal-request-date to dl100-clw-date
001500     perform 8100-validate-date thru 8100-exit
001510     if not dl100-clw-valid-date
001520         move 8 to dl100-cal-return-code
001530         go to 0000-exit
001540     end-if
001550     evaluate true
001560         when dl100-cal-test-date
001570             perform 2000-classify-date thru 2000-exit
001580         when dl100-cal-prior-day
001590             perform 3000-step-back thru 3000-exit
001600             perform 3000-step-back thru 3000-exit
001610                 until dl100-clw-business-day
001620                     or dl100-cal-bad-request
001630         when dl100-cal-next-day
001640             perform 3100-step-forward thru 3100-exit
001650             perform 3100-step-forward thru 3100-exit
001660                 until dl100-clw-business-day
001670                     or dl100-cal-bad-request
001680         when dl100-cal-back-days
001690             perform 2000-classify-date thru 2000-exit
001700             perform 3000-step-back thru 3000-exit
001710                 until dl100-clw-business-day
001720                     or dl100-cal-bad-request
001730             move dl100-cal-day-count to dl100-clw-remaining
001740             perform 3200-back-one-business-day thru 3200-exit
001750                 until dl100-clw-remaining = zero
001760                     or dl100-cal-bad-request
001770         when other
001780             move 8 to dl100-cal-return-code
001790     end-evaluate
001800     if dl100-cal-bad-request
001810         go to 0000-exit
001820     end-if
001830     move dl100-clw-date to dl100-cal-result-date
001840     move dl100-clw-day-type to dl100-cal-day-type
001850     move dl100-clw-description to dl100-cal-description
001860     if dl100-clw-unmaintained
001870         move 4 to dl100-cal-return-code
001880     end-if.
001890 0000-exit.
001900     goback.
001910
001920 1000-load-calendar.
001930     open input dl100-cal-file
001940     if not dl100-cal-open-ok
001950         display "DL100CAL CALENDAR FILE MISSING OR UNREADABLE - "
001960             "STATUS " dl100-cal-status
001970         go to 9100-fatal
001980     end-if
001990     perform 1100-process-calendar-card thru 1100-exit
002000         until dl100-clw-eof
002010     close dl100-cal-file
002020     set dl100-clw-loaded to true.
002030 1000-exit.
002040     exit.
002050
002060 1100-process-calendar-card.
002070     read dl100-cal-file
002080         at end
002090             set dl100-clw-eof to true
002100             go to 1100-exit
002110     end-read
002120     if dl100-cal-record = spaces
002130             or dl100-cal-record (1:1) = "*"
002140         go to 1100-exit
002150     end-if
002160     move dl100-cal-record to dl100-clr-card
002170     if dl100-clr-date-x is not numeric
002180             or not dl100-clr-type-valid
002190         display "DL100CAL CARD IS MALFORMED - "
002200             dl100-cal-record (1:41)
002210         go to 9100-fatal
002220     end-if
002230     move dl100-clr-date-n to dl100-clw-date
002240     perform 8100-validate-date thru 8100-exit
002250     if not dl100-clw-valid-date
002260         display "DL100CAL CARD DATE IS NOT A CALENDAR DATE - "
002270             dl100-cal-record (1:41)
002280         go to 9100-fatal
002290     end-if
002300     if dl100-clt-count is not less than 2000
002310         display "DL100CAL CALENDAR TABLE FULL AT 2000 CARDS - "
002320             "PURGE OLD YEARS FROM THE FILE"
002330         go to 9100-fatal
002340     end-if
002350     add 1 to dl100-clt-count
002360     move dl100-clr-date-n to dl100-clt-date (dl100-clt-count)
002370     move dl100-clr-type to dl100-clt-type (dl100-clt-count)
002380     move dl100-clr-description
002390         to dl100-clt-description (dl100-clt-count)
002400     if dl100-clw-yyyy is less than dl100-clt-first-year
002410         move dl100-clw-yyyy to dl100-clt-first-year
002420     end-if
002430     if dl100-clw-yyyy is greater than dl100-clt-last-year
002440         move dl100-clw-yyyy to dl100-clt-last-year
002450     end-if.
002460 1100-exit.
002470     exit.
002480
002490 2000-classify-date.
002500     if dl100-clw-yyyy is less than dl100-clt-first-year
002510             or dl100-clw-yyyy is greater than dl100-clt-last-year
002520         set dl100-clw-unmaintained to true
002530     end-if
002540     move spaces to dl100-clw-description
002550     move "N" to dl100-clw-found-sw
002560     move 1 to dl100-clt-ix
002570     perform 2100-scan-calendar thru 2100-exit
002580         until dl100-clw-found
002590             or dl100-clt-ix is greater than dl100-clt-count
002600     if dl100-clw-found
002610         move dl100-clt-type (dl100-clt-ix) to dl100-clw-day-type
002620         move dl100-clt-description (dl100-clt-ix)
002630             to dl100-clw-description
002640         go to 2000-exit
002650     end-if
002660     perform 2200-compute-weekday thru 2200-exit
002670     if dl100-clw-saturday or dl100-clw-sunday
002680         move "W" to dl100-clw-day-type
002690     else
002700         move "B" to dl100-clw-day-type
002710     end-if.
002720 2000-exit.
002730     exit.
002740
002750 2100-scan-calendar.
002760     if dl100-clt-date (dl100-clt-ix) = dl100-clw-date
002770         set dl100-clw-found to true
002780     else
002790         add 1 to dl100-clt-ix
002800     end-if.
002810 2100-exit.
002820     exit.
002830
002840******************************************************************
002850* DAY OF THE WEEK BY ZELLER'S CONGRUENCE - JANUARY AND FEBRUARY
002860* COUNT AS MONTHS 13 AND 14 OF THE PRIOR YEAR.  THE RESULT IS
002870* 0 = SATURDAY, 1 = SUNDAY, 2 = MONDAY ... 6 = FRIDAY.
002880******************************************************************
002890 2200-compute-weekday.
002900     move dl100-clw-mm to dl100-clw-z-month
002910     move dl100-clw-yyyy to dl100-clw-z-year
002920     if dl100-clw-z-month is less than 3
002930         add 12 to dl100-clw-z-month
002940         subtract 1 from dl100-clw-z-year
002950     end-if
002960     divide dl100-clw-z-year by 100
002970         giving dl100-clw-z-century
002980         remainder dl100-clw-z-yy
002990     compute dl100-clw-z-term = 13 * (dl100-clw-z-month + 1)
003000     divide dl100-clw-z-term by 5 giving dl100-clw-z-term
003010     move dl100-clw-dd to dl100-clw-z-sum
003020     add dl100-clw-z-term to dl100-clw-z-sum
003030     add dl100-clw-z-yy to dl100-clw-z-sum
003040     divide dl100-clw-z-yy by 4 giving dl100-clw-z-quot
003050     add dl100-clw-z-quot to dl100-clw-z-sum
003060     divide dl100-clw-z-century by 4 giving dl100-clw-z-quot
003070     add dl100-clw-z-quot to dl100-clw-z-sum
003080     compute dl100-clw-z-sum =
003090         dl100-clw-z-sum + (5 * dl100-clw-z-century)
003100     divide dl100-clw-z-sum by 7
003110         giving dl100-clw-z-quot
003120         remainder dl100-clw-weekday.
003130 2200-exit.
003140     exit.
003150
003160 3000-step-back.
003170     perform 8510-back-one-day thru 8510-exit
003180     perform 2000-classify-date thru 2000-exit
003190     perform 3300-count-step thru 3300-exit.
003200 3000-exit.
003210     exit.
003220
003230 3100-step-forward.
003240     perform 8530-forward-one-day thru 8530-exit
003250     perform 2000-classify-date thru 2000-exit
003260     perform 3300-count-step thru 3300-exit.
003270 3100-exit.
003280     exit.
003290
003300 3200-back-one-business-day.
003310     perform 3000-step-back thru 3000-exit
003320     perform 3000-step-back thru 3000-exit
003330         until dl100-clw-business-day
003340             or dl100-cal-bad-request
003350     subtract 1 from dl100-clw-remaining.
003360 3200-exit.
003370     exit.
003380
003390 3300-count-step.
003400     add 1 to dl100-clw-step-count
003410     if dl100-clw-step-count is greater than 5000
003420         display "DL100CAL NO BUSINESS DAY FOUND WITHIN 5000 "
003430             "DAYS OF " dl100-cal-request-date
003440         move 8 to dl100-cal-return-code
003450     end-if.
003460 3300-exit.
003470     exit.
003480
003490 8100-validate-date.
003500     move "N" to dl100-clw-valid-sw
003510     if dl100-clw-date is not numeric
003520         go to 8100-exit
003530     end-if
003540     if dl100-clw-yyyy is less than 1601
003550             or dl100-clw-mm is less than 1
003560             or dl100-clw-mm is greater than 12
003570             or dl100-clw-dd is less than 1
003580         go to 8100-exit
003590     end-if
003600     perform 8520-set-month-length thru 8520-exit
003610     if dl100-clw-dd is greater than dl100-clw-month-len
003620         go to 8100-exit
003630     end-if
003640     set dl100-clw-valid-date to true.
003650 8100-exit.
003660     exit.
003670
003680 8510-back-one-day.
003690     if dl100-clw-dd is greater than 1
003700         subtract 1 from dl100-clw-dd
003710     else
003720         if dl100-clw-mm is greater than 1
003730             subtract 1 from dl100-clw-mm
003740         else
003750             move 12 to dl100-clw-mm
003760             subtract 1 from dl100-clw-yyyy
003770         end-if
003780         perform 8520-set-month-length thru 8520-exit
003790         move dl100-clw-month-len to dl100-clw-dd
003800     end-if.
003810 8510-exit.
003820     exit.
003830
003840 8520-set-month-length.
003850     evaluate dl100-clw-mm
003860         when 1
003870         when 3
003880         when 5
003890         when 7
003900         when 8
003910         when 10
003920         when 12
003930             move 31 to dl100-clw-month-len
003940         when 4
003950         when 6
003960         when 9
003970         when 11
003980             move 30 to dl100-clw-month-len
003990         when 2
004000             move 28 to dl100-clw-month-len
004010             divide dl100-clw-yyyy by 4
004020                 giving dl100-clw-leap-rem
004030                 remainder dl100-clw-leap-rem
004040             if dl100-clw-leap-rem = zero
004050                 move 29 to dl100-clw-month-len
004060                 divide dl100-clw-yyyy by 100
004070                     giving dl100-clw-leap-rem
004080                     remainder dl100-clw-leap-rem
004090                 if dl100-clw-leap-rem = zero
004100                     move 28 to dl100-clw-month-len
004110                     divide dl100-clw-yyyy by 400
004120                         giving dl100-clw-leap-rem
004130                         remainder dl100-clw-leap-rem
004140                     if dl100-clw-leap-rem = zero
004150                         move 29 to dl100-clw-month-len
004160                     end-if
004170                 end-if
004180             end-if
004190     end-evaluate.
004200 8520-exit.
004210     exit.
004220
004230 8530-forward-one-day.
004240     perform 8520-set-month-length thru 8520-exit
004250     if dl100-clw-dd is less than dl100-clw-month-len
004260         add 1 to dl100-clw-dd
004270     else
004280         move 1 to dl100-clw-dd
004290         if dl100-clw-mm is less than 12
004300             add 1 to dl100-clw-mm
004310         else
004320             move 1 to dl100-clw-mm
004330             add 1 to dl100-clw-yyyy
004340         end-if
004350     end-if.
004360 8530-exit.
004370     exit.
004380
004390 9100-fatal.
004400     display "DL100CAL - CALENDAR NOT LOADED - RUN TERMINATED"
004410     move 16 to dl100-cal-return-code
004420     move 16 to return-code
004430     stop run.
004440
004450 end program dl100cal.
