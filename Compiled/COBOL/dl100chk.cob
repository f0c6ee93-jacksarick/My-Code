000320*           COMPLETED RUN),
000330*         - THE DL100CKP CHECKPOINT COUNTS AGREE WITH THE
000340*           HISTORY TOTALS.
000341*     PRIOR-DATE ADJUSTMENT ENTRIES ON DL100EXT (SEE
000342*     DL100EXT.CPY) ARE HELD OUT OF THE EXTRACT COUNT AND SUM
000343*     AND PROVED SEPARATELY - THEIR COUNT AND NET AMOUNT AGAINST
000344*     THE ADJUSTMENT FIGURES ON DL100HST AND DL100CKP.  A
000345*     REPLACEMENT ENTRY IS A FRESH CALCULATION AND STILL NEEDS
000346*     ITS AUDIT ENTRY; A REVERSING ENTRY HAS NONE AND IS NOT
000347*     MATCHED AGAINST DL100AUD.
000350*     EVERY MISMATCH PRINTS ON THE DL100CKR EXCEPTIONS REPORT
000360*     AND THE STEP ENDS RC=8, SO THE SCHEDULER HOLDS THE
000370*     WAREHOUSE HANDOFF BEFORE A BAD FILE LEAVES THE BUILDING.
000460*
000470* MODIFICATION HISTORY.
000480* 02-SEP-2026  GH  INITIAL VERSION.
000481* 15-OCT-2026  GH  EVERY RUN NOW APPENDS A STATUS RECORD TO THE
000482*                  SHARED DL100STP JOB-STEP LEDGER (DL100STPL.CPY)
000483*                  AT TERMINATION, AND ON A FATAL ERROR - RUN-ID,
000484*                  BUSINESS DATE, START AND END TIME, RETURN CODE,
000485*                  AND THE EXTRACT / AUDIT / EXCEPTION COUNTS.
000486* 15-OCT-2026  GH  PRIOR-DATE ADJUSTMENT ENTRIES ARE NOW COUNTED
000487*                  APART FROM THE DAY'S CALCULATIONS AND PROVED
000488*                  AGAINST THE NEW DL100HST ADJUSTMENT COUNT AND
000489*                  NET; REVERSING ENTRIES ARE NOT AUDIT-MATCHED.
000490*                  DL100CKP IS NOW 56 BYTES AND ITS ADJUSTMENT
000491*                  FIGURES ARE COMPARED WITH THE REST.
000490******************************************************************
000500 identification division.
000510 program-id. dl100chk.
000840         organization is line sequential
000850         file status is dl100-ckr-status.
000860
000862     select dl100-stp-file assign to "DL100STP"
000864         organization is line sequential
000866         file status is dl100-stp-status.
000868
000870 data division.
000880 file section.
000890 fd  dl100-ext-file
000990 copy "DL100HSTL.cpy".
001000
001010 fd  dl100-ckp-file
001020     record contains 56 characters.
001030 01  dl100-ckp-record.
001040     05  dl100-ckp-rec-count        pic 9(07).
001050     05  dl100-ckp-accepted-count   pic 9(07).
001060     05  dl100-ckp-result-sum       pic 9(11).
001070     05  dl100-ckp-reject-count     pic 9(07).
001080     05  dl100-ckp-page-count       pic 9(03).
001082     05  dl100-ckp-adj-count        pic 9(07).
001084     05  dl100-ckp-adj-net          pic s9(11)
001086                                    sign leading separate.
001090     05  filler                     pic x(02).
001100
001110 fd  dl100-ckc-file
001160     record contains 132 characters.
001170 01  dl100-ckr-record               pic x(132).
001180
001182 fd  dl100-stp-file
001184     record contains 80 characters.
001186 01  dl100-stp-file-record          pic x(80).
001188
001190 working-storage section.
001200 01  dl100-ext-status               pic x(02) value spaces.
001210     88  dl100-ext-ok                   value "00".
001350 01  dl100-ckr-status               pic x(02) value spaces.
001360     88  dl100-ckr-ok                   value "00".
001370
001372 01  dl100-stp-status               pic x(02) value spaces.
001374     88  dl100-stp-ok                   value "00".
001376
001380 01  dl100-chk-switches.
001390     05  dl100-ext-eof-sw           pic x(01) value "N".
001400         88  dl100-ext-eof              value "Y".
001710     05  dl100-chk-bus-date         pic 9(08) value zero.
001720     05  dl100-ext-count            pic 9(07) comp value zero.
001730     05  dl100-ext-sum              pic s9(11) comp value zero.
001732     05  dl100-adj-count            pic 9(07) comp value zero.
001734     05  dl100-adj-net              pic s9(11) comp value zero.
001736     05  dl100-hst-adj-count-w      pic 9(07) comp value zero.
001738     05  dl100-hst-adj-net-w        pic s9(11) comp value zero.
001740     05  dl100-aud-count            pic 9(07) comp value zero.
001750     05  dl100-exception-count      pic 9(05) comp value zero.
001760     05  dl100-aud-value-comp       pic s9(09)v9(04) comp-3
001860         10  dl100-run-mm           pic 9(02).
001870         10  dl100-run-dd           pic 9(02).
001880     05  dl100-run-date-display     pic x(10).
001881     05  dl100-run-time             pic 9(08) value zero.
001882     05  dl100-end-time             pic 9(08) value zero.
001883
001884 copy "DL100STPL.cpy".
001881
001882 01  dl100-page-control.
001883     05  dl100-lines-per-page       pic 9(03) comp value 55.
002420
002430 1000-initialize.
002440     accept dl100-sys-date from date yyyymmdd
002445     accept dl100-run-time from time
002450     string dl100-run-mm "/" dl100-run-dd "/" dl100-run-yyyy
002460         delimited by size into dl100-run-date-display
002470     move dl100-sys-date to dl100-chk-bus-date
003660         perform 1150-read-extract thru 1150-exit
003670         go to 2000-exit
003680     end-if
003683     if dl100-ext-adjustment
003686         perform 2100-count-adjustment thru 2100-exit
003689     else
003692         add 1 to dl100-ext-count
003695         if dl100-ext-result-value is numeric
003698             add dl100-ext-result-value to dl100-ext-sum
003701         end-if
003704     end-if
003707     if dl100-ext-reversal
003710         perform 1150-read-extract thru 1150-exit
003713         go to 2000-exit
003720     end-if
003730     if dl100-sent-count is less than 50000
003740         add 1 to dl100-sent-count
004020 2000-exit.
004030     exit.
004040
004041 2100-count-adjustment.
004042     add 1 to dl100-adj-count
004043     if dl100-ext-result-value is not numeric
004044         go to 2100-exit
004045     end-if
004046     if dl100-ext-reversal
004047         subtract dl100-ext-result-value from dl100-adj-net
004048     else
004049         add dl100-ext-result-value to dl100-adj-net
004050     end-if.
004051 2100-exit.
004052     exit.
004053
004050 2200-process-audit.
004060     perform 1160-read-audit thru 1160-exit
004070     if dl100-aud-eof
004990         move "EXTRACT COUNT/SUM DISAGREE WITH HISTORY"
005000             to dl100-chk-detail
005010         perform 2750-post-check-exception thru 2750-exit
005011     end-if
005012     if dl100-hst-adj-count-x is numeric
005013         move dl100-hst-adj-count to dl100-hst-adj-count-w
005014     end-if
005015     if dl100-hst-adj-net is numeric
005016         move dl100-hst-adj-net to dl100-hst-adj-net-w
005017     end-if
005018     if dl100-adj-count = zero
005019             and dl100-hst-adj-count-w = zero
005020         go to 2500-exit
005021     end-if
005022     move "DL100EXT ADJUSTMENTS VS DL100HST" to dl100-chk-name
005023     if dl100-adj-count = dl100-hst-adj-count-w
005024             and dl100-adj-net = dl100-hst-adj-net-w
005025         move "ADJUSTMENT COUNT AND NET AGREE WITH HISTORY"
005026             to dl100-chk-detail
005027         perform 2760-post-check-clean thru 2760-exit
005028     else
005029         move "ADJUSTMENT COUNT/NET DISAGREE WITH HISTORY"
005030             to dl100-chk-detail
005031         perform 2750-post-check-exception thru 2750-exit
005020     end-if.
005030 2500-exit.
005040     exit.
005390     if dl100-ckp-accepted-count = dl100-hst-rec-count
005400             and dl100-ckp-result-sum = dl100-hst-result-sum
005410             and dl100-ckp-reject-count = dl100-hst-reject-count
005413             and dl100-ckp-adj-count = dl100-hst-adj-count-w
005416             and dl100-ckp-adj-net = dl100-hst-adj-net-w
005420         move "CHECKPOINT COUNTS AGREE WITH HISTORY"
005430             to dl100-chk-detail
005440         perform 2760-post-check-clean thru 2760-exit
005940         move zero to return-code
005950     else
005960         move 8 to return-code
005966     end-if
005972     perform 3900-write-step-ledger thru 3900-exit.
005980 3000-exit.
005990     exit.
006000
006001 3900-write-step-ledger.
006002     open extend dl100-stp-file
006003     if dl100-stp-status = "35"
006004         open output dl100-stp-file
006005     end-if
006006     if not dl100-stp-ok
006007         display "DL100STP OPEN FAILED - STATUS " dl100-stp-status
006008             " - STEP LEDGER NOT WRITTEN"
006009         go to 3900-exit
006010     end-if
006011     move spaces to dl100-step-record
006012     move "DL100CHK" to dl100-stp-program
006013     move dl100-sys-date to dl100-stp-run-id (1:8)
006014     move dl100-run-time (1:6) to dl100-stp-run-id (9:6)
006015     move dl100-chk-bus-date to dl100-stp-business-date
006016     move dl100-run-time (1:6) to dl100-stp-start-time
006017     accept dl100-end-time from time
006018     move dl100-end-time (1:6) to dl100-stp-end-time
006019     move return-code to dl100-stp-return-code
006020     move dl100-ext-count to dl100-stp-count-1
006021     move dl100-aud-count to dl100-stp-count-2
006022     move dl100-exception-count to dl100-stp-count-3
006023     write dl100-stp-file-record from dl100-step-record
006024     close dl100-stp-file.
006025 3900-exit.
006026     exit.
006027
006010 9999-abend.
006020     move 16 to return-code
006025     perform 3900-write-step-ledger thru 3900-exit
006030     goback.
006040
006050 end program dl100chk.
