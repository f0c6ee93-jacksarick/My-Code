000430*
000440* MODIFICATION HISTORY.
000450* 22-AUG-2026  GH  INITIAL VERSION.
000451* 15-OCT-2026  GH  ADDED THE FOUR LEVELPAY LIMITS - PRINCIPAL,
000452*                  RATE PER PERIOD, AND PERIOD CEILINGS AND THE
000453*                  PAYMENT CEILING - AND THEIR EDIT BOUNDS.  THE
000454*                  RATE EDIT BOUNDS ARE IN HUNDREDTHS OF A
000455*                  PERCENT; THE PERIOD EDIT FLOOR IS ALWAYS 1.
000460******************************************************************
000470 identification division.
000480 program-id. dl100lim.
001090     05  filler pic x(20) value "WEIGHT-MAX".
001100     05  filler pic x(20) value "RESULT-MIN".
001110     05  filler pic x(20) value "RESULT-MAX".
001112     05  filler pic x(20) value "LEVELPAY-PRIN-MAX".
001114     05  filler pic x(20) value "LEVELPAY-RATE-MAX".
001116     05  filler pic x(20) value "LEVELPAY-MAX-PERIODS".
001118     05  filler pic x(20) value "LEVELPAY-PMT-MAX".
001120
001130 01  dl100-lml-name-table redefines dl100-lml-name-values.
001140     05  dl100-lml-name occurs 20 times
001150                                    pic x(20).
001160
001170 01  dl100-lml-work-table.
001180     05  dl100-lml-entry occurs 20 times.
001190         10  dl100-lml-eff-date     pic 9(08).
001200         10  dl100-lml-value        pic s9(09)v9(04) comp-3.
001210         10  dl100-lml-set-sw       pic x(01).
001400     end-if
001410     move 1 to dl100-lml-ix
001420     perform 1050-clear-limit-slot thru 1050-exit
001430         until dl100-lml-ix is greater than 20
001440     open input dl100-lim-file
001450     if not dl100-lim-open-ok
001460         display "DL100LIM LIMITS FILE MISSING OR UNREADABLE - "
001520     close dl100-lim-file
001530     move 1 to dl100-lml-ix
001540     perform 2500-verify-limit-set thru 2500-exit
001550         until dl100-lml-ix is greater than 20
001560     perform 2600-return-limits thru 2600-exit
001570     goback.
001580
001930     move 1 to dl100-lml-ix
001940     perform 2100-match-limit-name thru 2100-exit
001950         until dl100-lml-found
001960             or dl100-lml-ix is greater than 20
001970     if not dl100-lml-found
001980         display "DL100LIM CARD NAMES AN UNKNOWN LIMIT - "
001990             dl100-limr-name
002610     move dl100-lml-value (14) to dl100-lim-weight-max
002620     move dl100-lml-value (15) to dl100-lim-result-min
002630     move dl100-lml-value (16) to dl100-lim-result-max
002632     move dl100-lml-value (17) to dl100-lim-lvp-prin-max
002634     move dl100-lml-value (18) to dl100-lim-lvp-rate-max
002636     move dl100-lml-value (19) to dl100-lim-lvp-periods-max
002638     move dl100-lml-value (20) to dl100-lim-lvp-pmt-max
002640     move dl100-lim-valid-min to dl100-lml-clamp-value
002650     perform 2700-clamp-edit-bound thru 2700-exit
002660     move dl100-lml-clamp-edt to dl100-lim-edt-valid-min
003020     compute dl100-lml-clamp-value =
003030         dl100-lim-weight-max * 100
003040     perform 2700-clamp-edit-bound thru 2700-exit
003041     move dl100-lml-clamp-edt to dl100-lim-edt-wavg-wgt-max
003042     move zero to dl100-lim-edt-lvp-prin-min
003043     move dl100-lim-lvp-prin-max to dl100-lml-clamp-value
003044     perform 2700-clamp-edit-bound thru 2700-exit
003045     move dl100-lml-clamp-edt to dl100-lim-edt-lvp-prin-max
003046     move zero to dl100-lim-edt-lvp-rate-min
003047     compute dl100-lml-clamp-value =
003048         dl100-lim-lvp-rate-max * 100
003049     perform 2700-clamp-edit-bound thru 2700-exit
003050     move dl100-lml-clamp-edt to dl100-lim-edt-lvp-rate-max
003051     move 1 to dl100-lim-edt-lvp-per-min
003052     move dl100-lim-lvp-periods-max to dl100-lml-clamp-value
003053     perform 2700-clamp-edit-bound thru 2700-exit
003054     move dl100-lml-clamp-edt to dl100-lim-edt-lvp-per-max.
003060 2600-exit.
003070     exit.
003080
