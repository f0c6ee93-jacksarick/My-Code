000330*         COLS 34-43  FUNCTION FILTER (SPACES = ALL FUNCTIONS)
000340*         COL  45     Y = ONLY ENTRIES WITH A NONZERO RETURN CODE
000350*         COLS 47-49  RETENTION DAYS (SPACES/ZERO = NO PURGE)
000353*         COL  51     B = RETENTION DAYS ARE BUSINESS DAYS ON THE
000356*                     DL100CAL CALENDAR (SPACE = CALENDAR DAYS)
000360*
000370*     WHEN RETENTION DAYS IS NONZERO, ENTRIES WHOSE RUN DATE IS
000380*     OLDER THAN THAT MANY DAYS BEFORE TODAY ARE COPIED TO THE
000420*     DL100AUN BACK OVER THE LIVE TRAIL AFTER A CLEAN RUN.
000430*     RETENTION JUDGES EVERY ENTRY ON THE FILE, NOT JUST THE
000440*     ENTRIES THE SELECTION PICKED FOR THE REPORT.
000442*     WITH COL 51 = B THE CUTOFF IS THE BUSINESS DAY THAT MANY
000444*     BUSINESS DAYS BEFORE TODAY, FROM THE DL100CAL ROUTINE, SO A
000446*     HOLIDAY WEEKEND DOES NOT EAT INTO THE RETENTION WINDOW.
000450*
000460* MODIFICATION HISTORY.
000470* 22-AUG-2026  GH  INITIAL VERSION.
000471* 15-OCT-2026  GH  RETENTION MAY NOW BE STATED IN BUSINESS DAYS -
000472*                  B IN COL 51 OF THE DL100SEL CARD COUNTS THE
000473*                  RETENTION DAYS ON THE DL100CAL BUSINESS-DAY
000474*                  CALENDAR INSTEAD OF THE WALL CALENDAR.  THE
000475*                  BASIS IN EFFECT IS ECHOED ON THE REPORT.
000476* 15-OCT-2026  GH  EVERY RUN NOW APPENDS A STATUS RECORD TO THE
000477*                  SHARED DL100STP JOB-STEP LEDGER (DL100STPL.CPY)
000478*                  AT TERMINATION, AND ON A FATAL ERROR - RUN-ID,
000479*                  BUSINESS DATE, START AND END TIME, RETURN CODE,
000480*                  AND THE READ / SELECTED / ARCHIVED COUNTS.
000480******************************************************************
000490 identification division.
000500 program-id. dl100aur.
000770         organization is line sequential
000780         file status is dl100-aun-status.
000790
000792     select dl100-stp-file assign to "DL100STP"
000794         organization is line sequential
000796         file status is dl100-stp-status.
000798
000800 data division.
000810 file section.
000820 fd  dl100-aud-file
000990     record contains 80 characters.
001000 01  dl100-aun-record               pic x(80).
001010
001012 fd  dl100-stp-file
001014     record contains 80 characters.
001016 01  dl100-stp-file-record          pic x(80).
001018
001020 working-storage section.
001030 01  dl100-aud-status               pic x(02) value spaces.
001040     88  dl100-aud-ok                   value "00".
001160 01  dl100-aun-status               pic x(02) value spaces.
001170     88  dl100-aun-ok                   value "00".
001180
001182 01  dl100-stp-status               pic x(02) value spaces.
001184     88  dl100-stp-ok                   value "00".
001186
001190 01  dl100-aur-switches.
001200     05  dl100-aur-eof-sw           pic x(01) value "N".
001210         88  dl100-aur-eof              value "Y".
001510     05  dl100-sel-retain-x         pic x(03).
001520     05  dl100-sel-retain-n redefines
001530         dl100-sel-retain-x         pic 9(03).
001534     05  filler                     pic x(01).
001538     05  dl100-sel-retain-basis     pic x(01).
001542         88  dl100-sel-retain-business  value "B".
001546     05  filler                     pic x(29).
001550
001560 77  dl100-aur-entry-date           pic 9(08) value zero.
001570
001573 copy "DL100CALL.cpy".
001576
001580 01  dl100-aur-cutoff-fields.
001590     05  dl100-aur-cutoff           pic 9(08) value zero.
001600     05  dl100-aur-cutoff-x redefines dl100-aur-cutoff.
001880         10  dl100-run-mm           pic 9(02).
001890         10  dl100-run-dd           pic 9(02).
001900     05  dl100-run-date-display     pic x(10).
001902     05  dl100-run-time             pic 9(08) value zero.
001904     05  dl100-end-time             pic 9(08) value zero.
001906
001908 copy "DL100STPL.cpy".
001910
001920 01  dl100-page-control.
001930     05  dl100-lines-per-page       pic 9(03) comp value 55.
002220     05  dl100-sel1-errors          pic x(01).
002230     05  filler                     pic x(09) value " RETAIN: ".
002240     05  dl100-sel1-retain          pic x(03).
002245     05  filler                     pic x(08) value " BASIS: ".
002250     05  dl100-sel1-basis           pic x(08).
002255     05  filler                     pic x(19) value spaces.
002260
002270 01  dl100-rpt-heading-2.
002280     05  filler                     pic x(14) value "RUN-ID".
003060
003070 1000-initialize.
003080     accept dl100-sys-date from date yyyymmdd
003085     accept dl100-run-time from time
003090     string dl100-run-mm "/" dl100-run-dd "/" dl100-run-yyyy
003100         delimited by size into dl100-run-date-display
003110     move spaces to dl100-sel-card
003630     move dl100-sel-function to dl100-sel1-fn
003640     move dl100-sel-errors-sw to dl100-sel1-errors
003650     move dl100-sel-retain-x to dl100-sel1-retain
003651     if dl100-sel-retain-business
003652         move "BUSINESS" to dl100-sel1-basis
003653     else
003654         move "CALENDAR" to dl100-sel1-basis
003655     end-if
003660     write dl100-arp-record from dl100-rpt-select-line
003670     if dl100-aur-purge-on
003680         move dl100-aur-cutoff to dl100-cut-date-out
005730         close dl100-arc-file
005740         close dl100-aun-file
005750     end-if
005756     move zero to return-code
005762     perform 3900-write-step-ledger thru 3900-exit.
005770 3000-exit.
005780     exit.
005790
005791 3900-write-step-ledger.
005792     open extend dl100-stp-file
005793     if dl100-stp-status = "35"
005794         open output dl100-stp-file
005795     end-if
005796     if not dl100-stp-ok
005797         display "DL100STP OPEN FAILED - STATUS " dl100-stp-status
005798             " - STEP LEDGER NOT WRITTEN"
005799         go to 3900-exit
005800     end-if
005801     move spaces to dl100-step-record
005802     move "DL100AUR" to dl100-stp-program
005803     move dl100-sys-date to dl100-stp-run-id (1:8)
005804     move dl100-run-time (1:6) to dl100-stp-run-id (9:6)
005805     move dl100-sys-date to dl100-stp-business-date
005806     move dl100-run-time (1:6) to dl100-stp-start-time
005807     accept dl100-end-time from time
005808     move dl100-end-time (1:6) to dl100-stp-end-time
005809     move return-code to dl100-stp-return-code
005810     move dl100-aur-read-count to dl100-stp-count-1
005811     move dl100-aur-sel-count to dl100-stp-count-2
005812     move dl100-aur-arch-count to dl100-stp-count-3
005813     write dl100-stp-file-record from dl100-step-record
005814     close dl100-stp-file.
005815 3900-exit.
005816     exit.
005817
005800 8500-compute-cutoff.
005801     if dl100-sel-retain-business
005802         move "B" to dl100-cal-request
005803         move dl100-sys-date to dl100-cal-request-date
005804         move dl100-sel-retain-n to dl100-cal-day-count
005805         call "dl100cal" using dl100-calendar-linkage
005806         if dl100-cal-not-maintained
005807             display "DL100CAL DOES NOT COVER THE RETENTION "
005808                 "WINDOW - WEEKDAY RULE USED"
005809         end-if
005810         move dl100-cal-result-date to dl100-aur-cutoff
005811         go to 8500-exit
005812     end-if
005810     move dl100-sys-date to dl100-aur-cutoff
005820     move zero to dl100-aur-back-count
005830     perform 8510-back-one-day thru 8510-exit
006440
006450 9999-abend.
006460     move 16 to return-code
006465     perform 3900-write-step-ledger thru 3900-exit
006470     goback.
006480
006490 end program dl100aur.
