000750*                  THE SHIPPED DEFAULTS BUT ARE ALWAYS
000760*                  OVERWRITTEN BEFORE USE; A MISSING OR BAD
000770*                  LIMITS FILE STOPS THE RUN WITH RC=16.
000771* 15-OCT-2026  GH  ADDED LEVEL-PAYMENT (LEVELPAY) - THE LEVEL
000772*                  PAYMENT PER PERIOD THAT REPAYS A PRINCIPAL
000773*                  (INPUT-1) OVER A NUMBER OF PERIODS (INPUT-3,
000774*                  AT LEAST 1) AT A RATE PER PERIOD (INPUT-2, IN
000775*                  PERCENT).  ITS RANGES AND ITS OWN PAYMENT
000776*                  CEILING COME FROM THE LEVELPAY CARDS ON
000777*                  DL100LIM; A PAYMENT OVER THAT CEILING IS AN
000778*                  OVERFLOW EVEN WHEN IT FITS THE SHARED RESULT
000779*                  RANGE.  THE DISCOUNT FACTOR IS APPLIED ONE
000780*                  PERIOD AT A TIME, THE SAME WAY COMPOUND-GROWTH
000781*                  APPLIES ITS GROWTH FACTOR, AND IS CARRIED TO
000782*                  FIFTEEN DECIMALS SO A LONG TERM DOES NOT LOSE
000783*                  THE PAYMENT TO ROUNDING.  A ZERO RATE REPAYS
000784*                  THE PRINCIPAL IN EQUAL PARTS.
000785* 15-OCT-2026  GH  LEVELPAY RATE AND DISCOUNT FACTOR WIDENED TO
000786*                  THREE INTEGER DIGITS AND THE RATE COMPUTE GIVEN
000787*                  AN ON SIZE ERROR - A DL100LIM RATE CEILING OF
000788*                  1000 PERCENT OR MORE NO LONGER TRUNCATES THE
000789*                  RATE, AND A RATE TOO LARGE FOR THE FIELD IS
000790*                  REPORTED AS AN OVERFLOW.
000780******************************************************************
000790 identification division.
000800 program-id. dl100mth.
001230         comp-3 value 0.0000.
001240     05  dl100-weight-max           pic s9(09)v9(04)
001250         comp-3 value 1.0000.
001251     05  dl100-lvp-prin-max         pic s9(09)v9(04)
001252         comp-3 value 9999999.0000.
001253     05  dl100-lvp-rate-max         pic s9(09)v9(04)
001254         comp-3 value 100.0000.
001255     05  dl100-lvp-max-periods      pic s9(09)v9(04)
001256         comp-3 value 480.0000.
001257     05  dl100-lvp-pmt-max          pic s9(09)v9(04)
001258         comp-3 value 9999999.9999.
001260     05  dl100-result-max           pic s9(09)v9(04)
001270         comp-3 value 99999999.9999.
001280     05  dl100-result-min           pic s9(09)v9(04)
001320     05  dl100-growth-factor        pic s9(09)v9(04) comp-3.
001330     05  dl100-growth-periods       pic s9(04) comp.
001340     05  dl100-growth-period-no     pic s9(04) comp.
001341     05  dl100-lvp-rate             pic s9(03)v9(15) comp-3.
001342     05  dl100-lvp-discount         pic s9(03)v9(15) comp-3.
001343     05  dl100-lvp-present          pic s9(01)v9(15) comp-3.
001344     05  dl100-lvp-periods          pic s9(04) comp.
001345     05  dl100-lvp-period-no        pic s9(04) comp.
001350
001360 01  dl100-aud-status               pic x(02) value spaces.
001370     88  dl100-aud-ok                   value "00".
001710             perform 2200-compound-growth thru 2200-exit
001720         when dl100-fn-weighted-avg
001730             perform 2300-weighted-average thru 2300-exit
001733         when dl100-fn-level-pay
001736             perform 2400-level-payment thru 2400-exit
001740         when other
001750             set dl100-math-invalid-fn to true
001760     end-evaluate
002860 2300-exit.
002870     exit.
002880
002881 2400-level-payment.
002882     if dl100-math-input-1 is less than zero
002883             or dl100-math-input-1 is greater than
002884                 dl100-lvp-prin-max
002885             or dl100-math-input-2 is less than zero
002886             or dl100-math-input-2 is greater than
002887                 dl100-lvp-rate-max
002888             or dl100-math-input-3 is less than 1
002889             or dl100-math-input-3 is greater than
002890                 dl100-lvp-max-periods
002891         set dl100-math-range-error to true
002892         go to 2400-exit
002893     end-if
002894     move dl100-math-input-3 to dl100-lvp-periods
002895     if dl100-math-input-2 = zero
002896         compute dl100-math-result rounded =
002897                 dl100-math-input-1 / dl100-lvp-periods
002898             on size error
002899                 set dl100-math-overflow to true
002900                 go to 2400-exit
002901         end-compute
002902         perform 2420-check-payment thru 2420-exit
002903         go to 2400-exit
002904     end-if
002905     compute dl100-lvp-rate = dl100-math-input-2 / 100
002906         on size error
002907             set dl100-math-overflow to true
002908             go to 2400-exit
002909     end-compute
002910     compute dl100-lvp-discount rounded =
002911             1 / ( 1 + dl100-lvp-rate )
002912         on size error
002913             set dl100-math-overflow to true
002914             go to 2400-exit
002915     end-compute
002916     move 1 to dl100-lvp-present
002917     move zero to dl100-lvp-period-no
002918     perform 2410-discount-one-period thru 2410-exit
002919         until dl100-lvp-period-no is greater than or equal
002920             to dl100-lvp-periods
002921     compute dl100-math-result rounded =
002922             dl100-math-input-1 * dl100-lvp-rate
002923             / ( 1 - dl100-lvp-present )
002924         on size error
002925             set dl100-math-overflow to true
002926             go to 2400-exit
002927     end-compute
002928     perform 2420-check-payment thru 2420-exit.
002929 2400-exit.
002930     exit.
002931
002932 2410-discount-one-period.
002933     compute dl100-lvp-present rounded =
002934             dl100-lvp-present * dl100-lvp-discount
002935     add 1 to dl100-lvp-period-no.
002936 2410-exit.
002937     exit.
002938
002939 2420-check-payment.
002940     if dl100-math-result is greater than dl100-lvp-pmt-max
002941         set dl100-math-overflow to true
002942         go to 2420-exit
002943     end-if
002944     perform 2900-check-overflow thru 2900-exit.
002945 2420-exit.
002946     exit.
002947
002890 2900-check-overflow.
002900     if dl100-math-result is greater than dl100-result-max
002910             or dl100-math-result is less than dl100-result-min
003410     move dl100-lim-wavg-val-max to dl100-wavg-value-max
003420     move dl100-lim-weight-min to dl100-weight-min
003430     move dl100-lim-weight-max to dl100-weight-max
003432     move dl100-lim-lvp-prin-max to dl100-lvp-prin-max
003434     move dl100-lim-lvp-rate-max to dl100-lvp-rate-max
003436     move dl100-lim-lvp-periods-max to dl100-lvp-max-periods
003438     move dl100-lim-lvp-pmt-max to dl100-lvp-pmt-max
003440     move dl100-lim-result-min to dl100-result-min
003450     move dl100-lim-result-max to dl100-result-max
003460     set dl100-lim-loaded to true.
