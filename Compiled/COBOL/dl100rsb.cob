000470*                  LOADER) INSTEAD OF THE COMPILED-IN VALUES.
000480*                  A MISSING OR BAD LIMITS FILE STOPS THE RUN
000490*                  WITH RC=16.
000491* 15-OCT-2026  GH  EVERY RUN NOW APPENDS A STATUS RECORD TO THE
000492*                  SHARED DL100STP JOB-STEP LEDGER (DL100STPL.CPY)
000493*                  AT TERMINATION, AND ON A FATAL ERROR - RUN-ID,
000494*                  BUSINESS DATE (THAT OF THE DL100FT RUN WHOSE
000495*                  REJECTS ARE BEING RESUBMITTED), START AND END
000496*                  TIME, RETURN CODE, AND THE READ / RESUBMITTED /
000497*                  RECYCLED COUNTS.  DL100EOD NOW CLOSES THE DATE
000498*                  FROM THAT RECORD.
000499* 15-OCT-2026  GH  A RECYCLED PRIOR-DATE REVERSAL CARRIES NO
000500*                  FUNCTION OR ARGUMENTS, SO IT NOW PASSES THE
000501*                  RE-EDIT UNCHECKED - DL100FT PROVES ITS ORIGINAL
000502*                  POSTING AGAIN WHEN IT IS RESUBMITTED.
000503* 15-OCT-2026  GH  LEVELPAY RECYCLES ARE NOW RE-EDITED AGAINST
000504*                  THEIR OWN DL100EDT BOUNDS LIKE THE OTHER FOUR
000505*                  FUNCTIONS.
000500******************************************************************
000510 identification division.
000520 program-id. dl100rsb.
000790         organization is line sequential
000800         file status is dl100-rsp-status.
000810
000812     select dl100-stp-file assign to "DL100STP"
000814         organization is line sequential
000816         file status is dl100-stp-status.
000818
000820 data division.
000830 file section.
000840 fd  dl100-rcy-file
001010     record contains 132 characters.
001020 01  dl100-rsp-record               pic x(132).
001030
001032 fd  dl100-stp-file
001034     record contains 80 characters.
001036 01  dl100-stp-file-record          pic x(80).
001038
001040 working-storage section.
001050 01  dl100-rcy-status               pic x(02) value spaces.
001060     88  dl100-rcy-ok                   value "00".
001170 01  dl100-rsp-status               pic x(02) value spaces.
001180     88  dl100-rsp-ok                   value "00".
001190
001192 01  dl100-stp-status               pic x(02) value spaces.
001194     88  dl100-stp-ok                   value "00".
001196
001200 01  dl100-rsb-switches.
001210     05  dl100-rcy-eof-sw           pic x(01) value "N".
001220         88  dl100-rcy-eof              value "Y".
001640     05  dl100-run-date-display     pic x(10).
001650     05  dl100-run-time             pic 9(08).
001660     05  dl100-rsb-run-id           pic x(14) value spaces.
001662     05  dl100-rsb-bus-date         pic 9(08) value zero.
001664     05  dl100-end-time             pic 9(08) value zero.
001666
001668 copy "DL100STPL.cpy".
001670
001680 01  dl100-page-control.
001690     05  dl100-lines-per-page       pic 9(03) comp value 55.
003130     move dl100-lim-edt-wavg-val-min to dl100-wavg-value-min
003140     move dl100-lim-edt-wavg-val-max to dl100-wavg-value-max
003150     move dl100-lim-edt-wavg-wgt-min to dl100-wavg-weight-min
003152     move dl100-lim-edt-wavg-wgt-max to dl100-wavg-weight-max
003154     move dl100-lim-edt-lvp-prin-min to dl100-lvp-prin-min
003156     move dl100-lim-edt-lvp-prin-max to dl100-lvp-prin-max
003158     move dl100-lim-edt-lvp-rate-min to dl100-lvp-rate-min
003160     move dl100-lim-edt-lvp-rate-max to dl100-lvp-rate-max
003162     move dl100-lim-edt-lvp-per-min to dl100-lvp-period-min
003164     move dl100-lim-edt-lvp-per-max to dl100-lvp-period-max.
003170 1070-exit.
003180     exit.
003190
003460 2000-process-recycle.
003470     add 1 to dl100-rsb-read-count
003480     move dl100-rcy-file-record to dl100-recycle-record
003481     if dl100-rcy-run-id (1:8) is numeric
003482             and dl100-rcy-run-id (1:8) is greater than
003483                 dl100-rsb-bus-date
003484             and (dl100-rcy-reject-count is not numeric
003485                 or dl100-rcy-reject-count is not greater than 1)
003486         move dl100-rcy-run-id (1:8) to dl100-rsb-bus-date
003487     end-if
003490     move dl100-rcy-input to dl100-input-record
003500     if dl100-rcy-reason-code = "07"
003510         add 1 to dl100-rsb-drop-count
004510         move 4 to return-code
004520     else
004530         move zero to return-code
004536     end-if
004542     perform 3900-write-step-ledger thru 3900-exit.
004550 3000-exit.
004560     exit.
004570
004571 3900-write-step-ledger.
004572     open extend dl100-stp-file
004573     if dl100-stp-status = "35"
004574         open output dl100-stp-file
004575     end-if
004576     if not dl100-stp-ok
004577         display "DL100STP OPEN FAILED - STATUS " dl100-stp-status
004578             " - STEP LEDGER NOT WRITTEN"
004579         go to 3900-exit
004580     end-if
004581     move spaces to dl100-step-record
004582     move "DL100RSB" to dl100-stp-program
004583     move dl100-rsb-run-id to dl100-stp-run-id
004584     if dl100-rsb-bus-date = zero
004585         move dl100-sys-date to dl100-stp-business-date
004586     else
004587         move dl100-rsb-bus-date to dl100-stp-business-date
004588     end-if
004589     move dl100-run-time (1:6) to dl100-stp-start-time
004590     accept dl100-end-time from time
004591     move dl100-end-time (1:6) to dl100-stp-end-time
004592     move return-code to dl100-stp-return-code
004593     move dl100-rsb-read-count to dl100-stp-count-1
004594     move dl100-rsb-resub-count to dl100-stp-count-2
004595     compute dl100-stp-count-3 =
004596         dl100-rsb-recyc-count + dl100-rsb-escal-count
004597     write dl100-stp-file-record from dl100-step-record
004598     close dl100-stp-file.
004599 3900-exit.
004600     exit.
004601
004580 2210-edit-input.
004590     set dl100-edit-ok to true
004600     move spaces to dl100-reject-reason
004610     move spaces to dl100-reject-code
004612     if dl100-in-reversal of dl100-input-record
004614         go to 2210-exit
004616     end-if
004620     if dl100-in-fn-default of dl100-input-record
004630         set dl100-in-fn-duple of dl100-input-record to true
004640     end-if
004710             perform 2213-edit-comp-growth thru 2213-exit
004720         when dl100-in-fn-weighted-avg of dl100-input-record
004730             perform 2214-edit-weighted-avg thru 2214-exit
004733         when dl100-in-fn-level-pay of dl100-input-record
004736             perform 2216-edit-level-pay thru 2216-exit
004740         when other
004750             set dl100-edit-failed to true
004760             move "FUNCTION CODE IS NOT A KNOWN FUNCTION"
005740 2215-exit.
005750     exit.
005760
005761 2216-edit-level-pay.
005762     move dl100-in-value-x of dl100-input-record
005763         to dl100-edit-arg-x
005764     move dl100-lvp-prin-min to dl100-edit-arg-min
005765     move dl100-lvp-prin-max to dl100-edit-arg-max
005766     move 1 to dl100-edit-arg-no
005767     perform 2215-edit-one-arg thru 2215-exit
005768     move dl100-in-value-2-x of dl100-input-record
005769         to dl100-edit-arg-x
005770     move dl100-lvp-rate-min to dl100-edit-arg-min
005771     move dl100-lvp-rate-max to dl100-edit-arg-max
005772     move 2 to dl100-edit-arg-no
005773     perform 2215-edit-one-arg thru 2215-exit
005774     move dl100-in-value-3-x of dl100-input-record
005775         to dl100-edit-arg-x
005776     move dl100-lvp-period-min to dl100-edit-arg-min
005777     move dl100-lvp-period-max to dl100-edit-arg-max
005778     move 3 to dl100-edit-arg-no
005779     perform 2215-edit-one-arg thru 2215-exit.
005780 2216-exit.
005781     exit.
005782
005770 9999-abend.
005780     move 16 to return-code
005785     perform 3900-write-step-ledger thru 3900-exit
005790     goback.
005800
005810 end program dl100rsb.
