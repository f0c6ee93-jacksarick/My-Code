000440*
000450* MODIFICATION HISTORY.
000460* 02-SEP-2026  GH  INITIAL VERSION.
000462* 15-OCT-2026  GH  LEVELPAY RECORDS ARE NOW CHECKED AGAINST THE
000464*                  CURRENT AND STAGED LEVELPAY PRINCIPAL, RATE,
000466*                  AND PERIOD BOUNDS LIKE THE OTHER FOUR
000468*                  FUNCTIONS.
000470******************************************************************
000480 identification division.
000490 program-id. dl100wif.
001630     05  dl100-cur-wavg-value-max   pic 9(07).
001640     05  dl100-cur-wavg-weight-min  pic 9(07).
001650     05  dl100-cur-wavg-weight-max  pic 9(07).
001651     05  dl100-cur-lvp-prin-min     pic 9(07).
001652     05  dl100-cur-lvp-prin-max     pic 9(07).
001653     05  dl100-cur-lvp-rate-min     pic 9(07).
001654     05  dl100-cur-lvp-rate-max     pic 9(07).
001655     05  dl100-cur-lvp-period-min   pic 9(07).
001656     05  dl100-cur-lvp-period-max   pic 9(07).
001660
001670 01  dl100-wif-bounds-staged.
001680     05  dl100-new-valid-min        pic 9(07).
001810     05  dl100-new-wavg-value-max   pic 9(07).
001820     05  dl100-new-wavg-weight-min  pic 9(07).
001830     05  dl100-new-wavg-weight-max  pic 9(07).
001831     05  dl100-new-lvp-prin-min     pic 9(07).
001832     05  dl100-new-lvp-prin-max     pic 9(07).
001833     05  dl100-new-lvp-rate-min     pic 9(07).
001834     05  dl100-new-lvp-rate-max     pic 9(07).
001835     05  dl100-new-lvp-period-min   pic 9(07).
001836     05  dl100-new-lvp-period-max   pic 9(07).
001840
001850 copy "DL100LIML.cpy".
001860
004240         to dl100-cur-wavg-weight-min
004250     move dl100-lim-edt-wavg-wgt-max
004260         to dl100-cur-wavg-weight-max
004261     move dl100-lim-edt-lvp-prin-min to dl100-cur-lvp-prin-min
004262     move dl100-lim-edt-lvp-prin-max to dl100-cur-lvp-prin-max
004263     move dl100-lim-edt-lvp-rate-min to dl100-cur-lvp-rate-min
004264     move dl100-lim-edt-lvp-rate-max to dl100-cur-lvp-rate-max
004265     move dl100-lim-edt-lvp-per-min to dl100-cur-lvp-period-min
004266     move dl100-lim-edt-lvp-per-max to dl100-cur-lvp-period-max
004270     move dl100-wif-proposed-date to dl100-lim-request-date
004280     call "dl100lim" using dl100-limits-linkage
004290     if not dl100-lim-ok
004490     move dl100-lim-edt-wavg-wgt-min
004500         to dl100-new-wavg-weight-min
004510     move dl100-lim-edt-wavg-wgt-max
004512         to dl100-new-wavg-weight-max
004514     move dl100-lim-edt-lvp-prin-min to dl100-new-lvp-prin-min
004516     move dl100-lim-edt-lvp-prin-max to dl100-new-lvp-prin-max
004518     move dl100-lim-edt-lvp-rate-min to dl100-new-lvp-rate-min
004520     move dl100-lim-edt-lvp-rate-max to dl100-new-lvp-rate-max
004522     move dl100-lim-edt-lvp-per-min to dl100-new-lvp-period-min
004524     move dl100-lim-edt-lvp-per-max to dl100-new-lvp-period-max.
004530 1070-exit.
004540     exit.
004550
005150             perform 2213-check-comp-growth thru 2213-exit
005160         when dl100-in-fn-weighted-avg of dl100-input-record
005170             perform 2214-check-weighted-avg thru 2214-exit
005173         when dl100-in-fn-level-pay of dl100-input-record
005176             perform 2216-check-level-pay thru 2216-exit
005180         when other
005190             continue
005200     end-evaluate
006270 2215-exit.
006280     exit.
006290
006291 2216-check-level-pay.
006292     move dl100-in-value-x of dl100-input-record
006293         to dl100-chk-arg-x
006294     move dl100-cur-lvp-prin-min to dl100-chk-cur-min
006295     move dl100-cur-lvp-prin-max to dl100-chk-cur-max
006296     move dl100-new-lvp-prin-min to dl100-chk-new-min
006297     move dl100-new-lvp-prin-max to dl100-chk-new-max
006298     move 1 to dl100-chk-arg-no
006299     perform 2215-check-one-arg thru 2215-exit
006300     move dl100-in-value-2-x of dl100-input-record
006301         to dl100-chk-arg-x
006302     move dl100-cur-lvp-rate-min to dl100-chk-cur-min
006303     move dl100-cur-lvp-rate-max to dl100-chk-cur-max
006304     move dl100-new-lvp-rate-min to dl100-chk-new-min
006305     move dl100-new-lvp-rate-max to dl100-chk-new-max
006306     move 2 to dl100-chk-arg-no
006307     perform 2215-check-one-arg thru 2215-exit
006308     move dl100-in-value-3-x of dl100-input-record
006309         to dl100-chk-arg-x
006310     move dl100-cur-lvp-period-min to dl100-chk-cur-min
006311     move dl100-cur-lvp-period-max to dl100-chk-cur-max
006312     move dl100-new-lvp-period-min to dl100-chk-new-min
006313     move dl100-new-lvp-period-max to dl100-chk-new-max
006314     move 3 to dl100-chk-arg-no
006315     perform 2215-check-one-arg thru 2215-exit.
006316 2216-exit.
006317     exit.
006318
006300 2300-write-impact.
006310     if dl100-line-count is greater than or equal to
006320             dl100-lines-per-page
