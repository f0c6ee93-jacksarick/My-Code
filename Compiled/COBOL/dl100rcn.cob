000381*                  SAME PHILOSOPHY DL100RSB APPLIES TO KEYING
000382*                  REJECTS.  THE WAREHOUSE ACKS A RESEND LIKE
000383*                  ANY EXTRACT.
000384* 15-OCT-2026  GH  EVERY RUN NOW APPENDS A STATUS RECORD TO THE
000385*                  SHARED DL100STP JOB-STEP LEDGER (DL100STPL.CPY)
000386*                  AT TERMINATION, AND ON A FATAL ERROR - THE
000387*                  EXTRACT RUN-ID AND ITS BUSINESS DATE, START AND
000388*                  END TIME, RETURN CODE, AND THE ACKS READ / LOAD
000389*                  FAILURES / RESENDS COUNTS.  DL100EOD NOW CLOSES
000390*                  THE DATE FROM THAT RECORD.
000391* 15-OCT-2026  GH  A RECORD-ID MAY NOW BE SENT MORE THAN ONCE
000392*                  UNDER ONE RUN-ID (A PRIOR-DATE REVERSAL AND ITS
000393*                  REPLACEMENT) - EACH ACK NOW PAIRS WITH THE
000394*                  FIRST SENT RECORD FOR THE ID NOT YET ACKED, AND
000395*                  ONLY FALLS BACK TO AN ACKED ONE FOR A REPEATED
000396*                  ACK.
000397* 15-OCT-2026  GH  ADDED THE MONTH-END SNAPSHOT.  WHEN DL100EXT
000398*                  OPENS WITH A DL100SNPL SNAPSHOT HEADER (THE
000399*                  DL100SNP OUTPUT), THE RUN RECONCILES THE
000400*                  WAREHOUSE ACK AGAINST THE SNAPSHOT INSTEAD -
000401*                  THE DETAILS ARE LOADED WHEN THE HEADER RUN-ID
000402*                  MATCHES THE ACK, THE SNAPSHOT IS PROVED
000403*                  AGAINST ITS OWN TRAILER, AND THE ACK IS
000404*                  MATCHED, COUNTED, AND HASHED AS FOR THE
000405*                  NIGHTLY FEED.  A SNAPSHOT RECORD IS NOT IN THE
000406*                  DL100EXT LAYOUT, SO A FAILED OR UNACKNOWLEDGED
000407*                  ONE IS LISTED ON THE DL100RSM MANIFEST FOR THE
000408*                  WHOLE SNAPSHOT TO BE SENT AGAIN RATHER THAN
000409*                  QUEUED TO DL100RSN.  THE STEP LEDGER RECORD OF
000410*                  A SNAPSHOT RUN IS STAMPED DL100RCS SO DL100EOD
000411*                  NEVER MISTAKES IT FOR THE NIGHTLY
000412*                  RECONCILIATION.
000384******************************************************************
000390 identification division.
000400 program-id. dl100rcn.
000607         organization is line sequential
000608         file status is dl100-rsm-status.
000610
000612     select dl100-stp-file assign to "DL100STP"
000614         organization is line sequential
000616         file status is dl100-stp-status.
000618
000620 data division.
000630 file section.
000640 fd  dl100-ext-file
000747     record contains 132 characters.
000748 01  dl100-rsm-record               pic x(132).
000750
000752 fd  dl100-stp-file
000754     record contains 80 characters.
000756 01  dl100-stp-file-record          pic x(80).
000758
000760 working-storage section.
000770 01  dl100-ext-status               pic x(02) value spaces.
000780     88  dl100-ext-ok                   value "00".
000845 01  dl100-rsm-status               pic x(02) value spaces.
000846     88  dl100-rsm-ok                   value "00".
000850
000852 01  dl100-stp-status               pic x(02) value spaces.
000854     88  dl100-stp-ok                   value "00".
000856
000860 01  dl100-rcn-switches.
000870     05  dl100-ext-eof-sw           pic x(01) value "N".
000880         88  dl100-ext-eof              value "Y".
000940         88  dl100-sent-found           value "Y".
000950     05  dl100-sent-full-warned-sw  pic x(01) value "N".
000960         88  dl100-sent-full-warned     value "Y".
000961     05  dl100-rcn-mode-sw          pic x(01) value "N".
000962         88  dl100-rcn-nightly          value "N".
000963         88  dl100-rcn-snapshot         value "S".
000964     05  dl100-snp-match-sw         pic x(01) value "N".
000965         88  dl100-snp-run-matched      value "Y".
000966     05  dl100-snp-trailer-sw       pic x(01) value "N".
000967         88  dl100-snp-trailer-seen     value "Y".
000970
000980 copy "DL100EXT.cpy".
000990
001000 copy "DL100ACKL.cpy".
001010
001013 copy "DL100SNPL.cpy".
001016
001020 01  dl100-sent-table.
001030     05  dl100-sent-count           pic s9(09) comp value zero.
001040     05  dl100-sent-ix              pic s9(09) comp value zero.
001160     05  dl100-notacked-count       pic 9(07) comp value zero.
001162     05  dl100-resend-count         pic 9(07) comp value zero.
001164     05  dl100-chronic-count        pic 9(07) comp value zero.
001167     05  dl100-snp-resend-count     pic 9(07) comp value zero.
001170
001180 01  dl100-rcn-work-fields.
001190     05  dl100-rcn-run-id           pic x(14) value spaces.
001200     05  dl100-their-count          pic 9(07) value zero.
001210     05  dl100-their-hash           pic 9(15) value zero.
001215     05  dl100-rsn-cycle            pic 9(02) value zero.
001216     05  dl100-snp-result-abs       pic 9(09) value zero.
001217     05  dl100-snp-tlr-count-wk     pic 9(07) value zero.
001218     05  dl100-snp-tlr-hash-wk      pic 9(15) value zero.
001219     05  dl100-snp-tlr-run-id-wk    pic x(14) value spaces.
001220
001230 01  dl100-run-date-fields.
001240     05  dl100-sys-date             pic 9(08).
001270         10  dl100-run-mm           pic 9(02).
001280         10  dl100-run-dd           pic 9(02).
001290     05  dl100-run-date-display     pic x(10).
001292     05  dl100-start-time           pic 9(08) value zero.
001294     05  dl100-end-time             pic 9(08) value zero.
001296
001298 copy "DL100STPL.cpy".
001300
001310 01  dl100-page-control.
001320     05  dl100-lines-per-page       pic 9(03) comp value 55.
001490     05  dl100-run1-run-id          pic x(14).
001500     05  filler                     pic x(98) value spaces.
001510
001511 01  dl100-rpt-snapshot-line.
001512     05  filler                     pic x(20)
001513         value "MONTH-END SNAPSHOT  ".
001514     05  filler                     pic x(07) value "AS OF: ".
001515     05  dl100-snap1-as-of          pic x(10).
001516     05  filler                     pic x(95) value spaces.
001517
001520 01  dl100-rpt-miss-line.
001530     05  dl100-miss-record-id       pic x(06).
001540     05  filler                     pic x(02) value spaces.
001836     05  dl100-rsmt-chronic         pic zz,zzz,zz9.
001837     05  filler                     pic x(81) value spaces.
001838
001839 01  dl100-rsm-snapshot-total.
001840     05  filler                     pic x(40)
001841         value "SNAPSHOT RECORDS NEEDING THE SNAPSHOT RE".
001842     05  filler                     pic x(06) value "SENT: ".
001843     05  dl100-rsms-count           pic zz,zzz,zz9.
001844     05  filler                     pic x(76) value spaces.
001845
001840 procedure division.
001850 0000-mainline.
001860     perform 1000-initialize thru 1000-exit
001863     if dl100-rcn-snapshot
001866         perform 2050-load-snapshot thru 2050-exit
001869             until dl100-ext-eof
001872         perform 2060-prove-snapshot thru 2060-exit
001875     else
001878         perform 2000-load-extract thru 2000-exit
001881             until dl100-ext-eof
001884     end-if
001890     perform 2100-process-ack thru 2100-exit
001900         until dl100-ack-eof
001910     perform 2200-report-unacked thru 2200-exit
001950
001960 1000-initialize.
001970     accept dl100-sys-date from date yyyymmdd
001975     accept dl100-start-time from time
001980     string dl100-run-mm "/" dl100-run-dd "/" dl100-run-yyyy
001990         delimited by size into dl100-run-date-display
002000     open output dl100-rcp-file
002540         set dl100-ext-eof to true
002550         go to 1000-exit
002560     end-if
002561     perform 1100-read-extract thru 1100-exit
002562     if dl100-ext-eof
002563         go to 1000-exit
002564     end-if
002565     move dl100-ext-file-record to dl100-snapshot-record
002566     if not dl100-snp-header or not dl100-snp-hdr-snapshot
002567         go to 1000-exit
002568     end-if
002569     set dl100-rcn-snapshot to true
002570     move spaces to dl100-snap1-as-of
002571     string dl100-snp-hdr-as-of (5:2) "/"
002572         dl100-snp-hdr-as-of (7:2) "/"
002573         dl100-snp-hdr-as-of (1:4)
002574         delimited by size into dl100-snap1-as-of
002575     write dl100-rcp-record from dl100-rpt-snapshot-line
002576     write dl100-rsm-record from dl100-rpt-snapshot-line
002577     add 1 to dl100-line-count
002578     if dl100-snp-hdr-run-id = dl100-rcn-run-id
002579         set dl100-snp-run-matched to true
002580     else
002581         set dl100-rcn-failed to true
002582         move spaces to dl100-rpt-miss-line
002583         move "SNAPSHOT RUN-ID IS NOT THE RUN-ID ACKNOWLEDGED"
002584             to dl100-miss-text
002585         perform 2400-write-miss thru 2400-exit
002586     end-if
002570     perform 1100-read-extract thru 1100-exit.
002580 1000-exit.
002590     exit.
003150 2000-exit.
003160     exit.
003170
003171 2050-load-snapshot.
003172     move dl100-ext-file-record to dl100-snapshot-record
003173     if dl100-snp-trailer
003174         set dl100-snp-trailer-seen to true
003175         move dl100-snp-tlr-run-id to dl100-snp-tlr-run-id-wk
003176         move zero to dl100-snp-tlr-count-wk
003177         move zero to dl100-snp-tlr-hash-wk
003178         if dl100-snp-tlr-count-x is numeric
003179             move dl100-snp-tlr-count to dl100-snp-tlr-count-wk
003180         end-if
003181         if dl100-snp-tlr-hash-x is numeric
003182             move dl100-snp-tlr-hash to dl100-snp-tlr-hash-wk
003183         end-if
003184         perform 1100-read-extract thru 1100-exit
003185         go to 2050-exit
003186     end-if
003187     if not dl100-snp-detail or not dl100-snp-run-matched
003188         perform 1100-read-extract thru 1100-exit
003189         go to 2050-exit
003190     end-if
003191     add 1 to dl100-our-count
003192     move zero to dl100-snp-result-abs
003193     if dl100-snp-result is numeric
003194         move dl100-snp-result to dl100-snp-result-abs
003195     end-if
003196     add dl100-snp-result-abs to dl100-our-hash
003197     if dl100-sent-count is less than 50000
003198         add 1 to dl100-sent-count
003199         move dl100-snp-record-id
003200             to dl100-sent-record-id (dl100-sent-count)
003201         move dl100-snp-result-abs
003202             to dl100-sent-result (dl100-sent-count)
003203         move "N" to dl100-sent-acked-sw (dl100-sent-count)
003204         move dl100-snapshot-record
003205             to dl100-sent-image (dl100-sent-count)
003206     else
003207         if not dl100-sent-full-warned
003208             display "DL100RCN SENT TABLE FULL - RECORDS BEYOND "
003209                 "50000 COUNTED BUT NOT MATCHED BY ID"
003210             set dl100-sent-full-warned to true
003211         end-if
003212     end-if
003213     perform 1100-read-extract thru 1100-exit.
003214 2050-exit.
003215     exit.
003216
003217 2060-prove-snapshot.
003218     if not dl100-snp-run-matched
003219         go to 2060-exit
003220     end-if
003221     move spaces to dl100-rpt-miss-line
003222     if not dl100-snp-trailer-seen
003223         set dl100-rcn-failed to true
003224         move "SNAPSHOT HAS NO TRAILER - FILE IS INCOMPLETE"
003225             to dl100-miss-text
003226         perform 2400-write-miss thru 2400-exit
003227         go to 2060-exit
003228     end-if
003229     if dl100-snp-tlr-run-id-wk not = dl100-rcn-run-id
003230             or dl100-snp-tlr-count-wk not = dl100-our-count
003231             or dl100-snp-tlr-hash-wk not = dl100-our-hash
003232         set dl100-rcn-failed to true
003233         move "SNAPSHOT DOES NOT PROVE TO ITS OWN TRAILER"
003234             to dl100-miss-text
003235         perform 2400-write-miss thru 2400-exit
003236     end-if.
003237 2060-exit.
003238     exit.
003239
003180 2100-process-ack.
003190     perform 1150-read-ack thru 1150-exit
003200     if dl100-ack-eof
003520     move "N" to dl100-sent-found-sw
003530     move 1 to dl100-sent-ix
003540     perform 2115-scan-sent-slot thru 2115-exit
003541         until dl100-sent-found
003542             or dl100-sent-ix is greater than dl100-sent-count
003543     if dl100-sent-found
003544         go to 2110-exit
003545     end-if
003546     move 1 to dl100-sent-ix
003547     perform 2117-scan-any-slot thru 2117-exit
003550         until dl100-sent-found
003560             or dl100-sent-ix is greater than dl100-sent-count.
003570 2110-exit.
003600 2115-scan-sent-slot.
003610     if dl100-sent-record-id (dl100-sent-ix)
003620             = dl100-ack-dtl-record-id
003625             and dl100-sent-acked-sw (dl100-sent-ix) = "N"
003630         set dl100-sent-found to true
003640     else
003650         add 1 to dl100-sent-ix
003670 2115-exit.
003680     exit.
003690
003691 2117-scan-any-slot.
003692     if dl100-sent-record-id (dl100-sent-ix)
003693             = dl100-ack-dtl-record-id
003694         set dl100-sent-found to true
003695     else
003696         add 1 to dl100-sent-ix
003697     end-if.
003698 2117-exit.
003699     exit.
003700
003700 2200-report-unacked.
003710     move 1 to dl100-sent-ix
003720     perform 2210-check-one-sent thru 2210-exit
004000         set dl100-rcn-failed to true
004010     end-if
004020     if dl100-rcn-failed
004023         if dl100-rcn-snapshot
004026             move "OUT OF BALANCE - SEND THE SNAPSHOT AGAIN"
004029                 to dl100-stat-text
004032         else
004035             move "OUT OF BALANCE - HOLD THE NEXT EXTRACT"
004038                 to dl100-stat-text
004041         end-if
004050     else
004060         move "RECONCILED CLEAN" to dl100-stat-text
004070     end-if
004222     move dl100-resend-count to dl100-rsmt-queued
004224     move dl100-chronic-count to dl100-rsmt-chronic
004226     write dl100-rsm-record from dl100-rsm-total
004227     if dl100-rcn-snapshot
004228         move dl100-snp-resend-count to dl100-rsms-count
004229         write dl100-rsm-record from dl100-rsm-snapshot-total
004230     end-if
004230     if dl100-ext-status = "00" or dl100-ext-status = "10"
004240         close dl100-ext-file
004250     end-if
004310         move 8 to return-code
004320     else
004330         move zero to return-code
004336     end-if
004342     perform 3900-write-step-ledger thru 3900-exit.
004350 3000-exit.
004360     exit.
004370
004371 3900-write-step-ledger.
004372     open extend dl100-stp-file
004373     if dl100-stp-status = "35"
004374         open output dl100-stp-file
004375     end-if
004376     if not dl100-stp-ok
004377         display "DL100STP OPEN FAILED - STATUS " dl100-stp-status
004378             " - STEP LEDGER NOT WRITTEN"
004379         go to 3900-exit
004380     end-if
004381     move spaces to dl100-step-record
004382     if dl100-rcn-snapshot
004383         move "DL100RCS" to dl100-stp-program
004384     else
004385         move "DL100RCN" to dl100-stp-program
004386     end-if
004387     if dl100-rcn-run-id (1:8) is numeric
004388         move dl100-rcn-run-id to dl100-stp-run-id
004389         move dl100-rcn-run-id (1:8) to dl100-stp-business-date
004390     else
004391         move dl100-sys-date to dl100-stp-run-id (1:8)
004392         move dl100-start-time (1:6) to dl100-stp-run-id (9:6)
004393         move dl100-sys-date to dl100-stp-business-date
004394     end-if
004395     move dl100-start-time (1:6) to dl100-stp-start-time
004396     accept dl100-end-time from time
004397     move dl100-end-time (1:6) to dl100-stp-end-time
004398     move return-code to dl100-stp-return-code
004399     move dl100-ack-dtl-count to dl100-stp-count-1
004400     move dl100-fail-count to dl100-stp-count-2
004401     if dl100-rcn-snapshot
004402         move dl100-snp-resend-count to dl100-stp-count-3
004403     else
004404         move dl100-resend-count to dl100-stp-count-3
004405     end-if
004406     write dl100-stp-file-record from dl100-step-record
004407     close dl100-stp-file.
004408 3900-exit.
004409     exit.
004410
004380 1300-open-resend.
004390     open output dl100-rsn-file
004400     if not dl100-rsn-ok
004520     exit.
004530
004540 2450-queue-resend.
004541     if dl100-rcn-snapshot
004542         add 1 to dl100-snp-resend-count
004543         move dl100-sent-record-id (dl100-sent-ix)
004544             to dl100-miss-record-id
004545         move "SNAPSHOT RECORD - SEND THE SNAPSHOT AGAIN"
004546             to dl100-miss-text
004547         write dl100-rsm-record from dl100-rpt-miss-line
004548         go to 2450-exit
004549     end-if
004550     move dl100-sent-image (dl100-sent-ix) to dl100-ext-record
004560     if dl100-ext-resend-cycle-x is numeric
004570         move dl100-ext-resend-cycle to dl100-rsn-cycle
004780
004790 9999-abend.
004800     move 16 to return-code
004805     perform 3900-write-step-ledger thru 3900-exit
004810     goback.
004820
004830 end program dl100rcn.
