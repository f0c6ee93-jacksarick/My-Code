000220*         - A CALENDAR LINE PER DAY THAT HAD AT LEAST ONE RUN,
000230*           WITH RUNS, RECORDS PROCESSED, REJECTS, AND OUT-OF-
000240*           BALANCE RUN COUNTS,
000242*         - A MISSED LINE FOR EVERY BUSINESS DAY ON THE DL100CAL
000244*           CALENDAR, UP TO YESTERDAY, THAT HAS NO DL100HST
000246*           RECORD AT ALL,
000250*         - MONTH TOTALS,
000260*         - THE WORST REJECT DAY(S) FLAGGED ON THEIR CALENDAR
000270*           LINES,
000330*     HISTORY RECORD WITH THE FULL DAY'S CARRIED-FORWARD TOTALS,
000340*     SO A DAY THAT NEEDED A RESTART SHOWS BOTH THE FAILED AND
000350*     THE COMPLETED RUN.  RETURN-CODE IS 4 WHEN ANY OUT-OF-
000360*     BALANCE RUN OR MISSED BUSINESS DAY WAS LISTED, ELSE 0.
000370*
000380* MODIFICATION HISTORY.
000390* 22-AUG-2026  GH  INITIAL VERSION.
000391* 15-OCT-2026  GH  EVERY BUSINESS DAY OF THE MONTH (FROM THE
000392*                  DL100CAL CALENDAR, VIA THE DL100CAL ROUTINE)
000393*                  THAT IS ALREADY PAST AND HAS NO DL100HST
000394*                  RECORD NOW PRINTS A MISSED LINE, IS COUNTED ON
000395*                  THE MONTH TOTALS LINE, AND SETS RC=4, SO A DAY
000396*                  THAT NEVER RAN NO LONGER SIMPLY DISAPPEARS.
000397* 15-OCT-2026  GH  EVERY RUN NOW APPENDS A STATUS RECORD TO THE
000398*                  SHARED DL100STP JOB-STEP LEDGER (DL100STPL.CPY)
000399*                  AT TERMINATION, AND ON A FATAL ERROR - RUN-ID,
000400*                  BUSINESS DATE, START AND END TIME, RETURN CODE,
000401*                  AND THE RUNS / OUT-OF-BALANCE / MISSED COUNTS.
000400******************************************************************
000410 identification division.
000420 program-id. dl100trd.
000610         organization is line sequential
000620         file status is dl100-trp-status.
000630
000632     select dl100-stp-file assign to "DL100STP"
000634         organization is line sequential
000636         file status is dl100-stp-status.
000638
000640 data division.
000650 file section.
000660 fd  dl100-hst-file
000750     record contains 132 characters.
000760 01  dl100-trp-record               pic x(132).
000770
000772 fd  dl100-stp-file
000774     record contains 80 characters.
000776 01  dl100-stp-file-record          pic x(80).
000778
000780 working-storage section.
000790 01  dl100-hst-status               pic x(02) value spaces.
000800     88  dl100-hst-ok                   value "00".
000850 01  dl100-trp-status               pic x(02) value spaces.
000860     88  dl100-trp-ok                   value "00".
000870
000872 01  dl100-stp-status               pic x(02) value spaces.
000874     88  dl100-stp-ok                   value "00".
000876
000880 01  dl100-trd-switches.
000890     05  dl100-trd-eof-sw           pic x(01) value "N".
000900         88  dl100-trd-eof              value "Y".
001020     05  dl100-trd-rec-day          pic 9(02) value zero.
001030     05  dl100-trd-day-ix           pic s9(04) comp value zero.
001040     05  dl100-trd-max-rejects      pic 9(09) comp value zero.
001041     05  dl100-trd-test-date        pic 9(08) value zero.
001042     05  dl100-trd-test-date-x redefines dl100-trd-test-date.
001043         10  dl100-trd-test-yyyymm  pic x(06).
001044         10  dl100-trd-test-dd      pic 9(02).
001045     05  dl100-trd-missed-sw        pic x(01) value "N".
001046         88  dl100-trd-day-missed       value "Y".
001050
001060 01  dl100-trd-day-table.
001070     05  dl100-day-entry occurs 31 times.
001150     05  dl100-mth-records          pic 9(09) comp value zero.
001160     05  dl100-mth-rejects          pic 9(09) comp value zero.
001170     05  dl100-mth-oob              pic 9(07) comp value zero.
001172     05  dl100-mth-missed           pic 9(05) comp value zero.
001174
001176 copy "DL100CALL.cpy".
001180
001190 01  dl100-oob-table.
001200     05  dl100-oob-count            pic s9(04) comp value zero.
001320         10  dl100-run-mm           pic 9(02).
001330         10  dl100-run-dd           pic 9(02).
001340     05  dl100-run-date-display     pic x(10).
001342     05  dl100-run-time             pic 9(08) value zero.
001344     05  dl100-end-time             pic 9(08) value zero.
001346
001348 copy "DL100STPL.cpy".
001350
001360 01  dl100-page-control.
001370     05  dl100-lines-per-page       pic 9(03) comp value 55.
001920     05  filler                     pic x(13)
001930         value " OUT-OF-BAL: ".
001940     05  dl100-mtot-oob             pic zz,zzz,zz9.
001945     05  filler                     pic x(09) value " MISSED: ".
001950     05  dl100-mtot-missed          pic zz9.
001955     05  filler                     pic x(18) value spaces.
001960
001970 01  dl100-rpt-oob-heading.
001980     05  filler                     pic x(44)
002230
002240 1000-initialize.
002250     accept dl100-sys-date from date yyyymmdd
002255     accept dl100-run-time from time
002260     string dl100-run-mm "/" dl100-run-dd "/" dl100-run-yyyy
002270         delimited by size into dl100-run-date-display
002280     move spaces to dl100-trd-month-x
003600     move dl100-mth-records to dl100-mtot-records
003610     move dl100-mth-rejects to dl100-mtot-rejects
003620     move dl100-mth-oob to dl100-mtot-oob
003625     move dl100-mth-missed to dl100-mtot-missed
003630     write dl100-trp-record from dl100-rpt-month-total
003640     add 1 to dl100-line-count
003650     if dl100-oob-count is greater than zero
003850
003860 2820-print-day-line.
003870     if dl100-day-runs (dl100-trd-day-ix) = zero
003875         perform 2825-check-missed-day thru 2825-exit
003880         if not dl100-trd-day-missed
003885             add 1 to dl100-trd-day-ix
003890             go to 2820-exit
003895         end-if
003900     end-if
003910     if dl100-line-count is greater than or equal to
003920             dl100-lines-per-page
004100     else
004110         move spaces to dl100-day-flag
004120     end-if
004122     if dl100-day-runs (dl100-trd-day-ix) = zero
004124         move "MISSED - NO RUN" to dl100-day-flag
004126     end-if
004130     write dl100-trp-record from dl100-rpt-day-line
004140     add 1 to dl100-line-count
004150     add 1 to dl100-trd-day-ix.
004160 2820-exit.
004170     exit.
004180
004181 2825-check-missed-day.
004182     move "N" to dl100-trd-missed-sw
004183     move dl100-trd-month-x to dl100-trd-test-yyyymm
004184     move dl100-trd-day-ix to dl100-trd-test-dd
004185     if dl100-trd-test-date is not less than dl100-sys-date
004186         go to 2825-exit
004187     end-if
004188     move "T" to dl100-cal-request
004189     move dl100-trd-test-date to dl100-cal-request-date
004190     move zero to dl100-cal-day-count
004191     call "dl100cal" using dl100-calendar-linkage
004192     if dl100-cal-business-day
004193         set dl100-trd-day-missed to true
004194         add 1 to dl100-mth-missed
004195     end-if.
004196 2825-exit.
004197     exit.
004198
004190 2830-print-oob-line.
004200     if dl100-line-count is greater than or equal to
004210             dl100-lines-per-page
004400     end-if
004410     close dl100-trp-file
004420     if dl100-mth-oob is greater than zero
004425             or dl100-mth-missed is greater than zero
004430         move 4 to return-code
004440     else
004450         move zero to return-code
004456     end-if
004462     perform 3900-write-step-ledger thru 3900-exit.
004470 3000-exit.
004480     exit.
004490
004491 3900-write-step-ledger.
004492     open extend dl100-stp-file
004493     if dl100-stp-status = "35"
004494         open output dl100-stp-file
004495     end-if
004496     if not dl100-stp-ok
004497         display "DL100STP OPEN FAILED - STATUS " dl100-stp-status
004498             " - STEP LEDGER NOT WRITTEN"
004499         go to 3900-exit
004500     end-if
004501     move spaces to dl100-step-record
004502     move "DL100TRD" to dl100-stp-program
004503     move dl100-sys-date to dl100-stp-run-id (1:8)
004504     move dl100-run-time (1:6) to dl100-stp-run-id (9:6)
004505     move dl100-sys-date to dl100-stp-business-date
004506     move dl100-run-time (1:6) to dl100-stp-start-time
004507     accept dl100-end-time from time
004508     move dl100-end-time (1:6) to dl100-stp-end-time
004509     move return-code to dl100-stp-return-code
004510     move dl100-mth-runs to dl100-stp-count-1
004511     move dl100-mth-oob to dl100-stp-count-2
004512     move dl100-mth-missed to dl100-stp-count-3
004513     write dl100-stp-file-record from dl100-step-record
004514     close dl100-stp-file.
004515 3900-exit.
004516     exit.
004517
004500 9999-abend.
004510     move 16 to return-code
004515     perform 3900-write-step-ledger thru 3900-exit
004520     goback.
004530
004540 end program dl100trd.
