000100******************************************************************
000110* PROGRAM-ID.  DL100LNG
000120*
000130* AUTHOR.        G. HARTLEY, DATA LIBRARY SERVICES
000140* INSTALLATION.  DATA LIBRARY SERVICES
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*
000180* REMARKS.  RECORD-ID LINEAGE INQUIRY FOR THE DL100 (DUPLE)
000190*     SYSTEM.  GIVEN ONE RECORD-ID OR A SHORT LIST OF THEM AND A
000200*     DATE RANGE, PRINTS TO DL100LNR THE LIFE STORY OF EACH ID
000210*     IN DATE AND TIME ORDER, GATHERED FROM EVERY FILE THAT
000220*     MENTIONS IT -
000230*         DL100MST  THE CURRENT MASTER RECORD (ACTIVE/DELETED),
000240*         DL100PRV  THE LAST ACCEPTED RESULT AND ITS ARGUMENTS,
000250*         DL100LOG  EVERY ADD / CHANGE / DELETE / DENIED ACTION,
000260*                   WITH THE OPERATOR AND BEFORE/AFTER IMAGES,
000270*         DL100RCY  EVERY REJECT, WITH ITS REASON CODE - DL100FT
000280*                   AND DL100RSB BOTH WRITE THE RECYCLE FILE, AND
000290*                   A REJECT COUNT ABOVE 1 MARKS A RESUBMISSION
000300*                   THAT FAILED AGAIN,
000310*         DL100EXT  EVERY RUN THAT CALCULATED IT, WITH INPUT,
000320*                   RESULT AND VARIANCE FLAG, AND EVERY RESEND
000330*                   CYCLE (THE JCL CONCATENATES THE RESEND FILE),
000340*         DL100ACK  THE WAREHOUSE LOAD STATUS FOR EACH RUN,
000350*         DL100AUD  THE DL100MTH CALL FOR EACH CALCULATION.
000360*     DL100AUD CARRIES NO RECORD-ID, SO AN AUDIT ENTRY IS TIED
000370*     TO AN ID BY ITS RUN-ID, FUNCTION AND INPUT VALUE MATCHING A
000380*     DL100EXT CALCULATION OR A DL100RCY CALCULATION REJECT
000390*     (REASONS 04-06) FOR THAT ID IN THE SAME RUN.
000400*     EVENT DATES AND TIMES ARE TAKEN FROM THE RUN-ID OF THE RUN
000410*     OR MAINTENANCE SESSION THAT WROTE THEM.  A FILE THAT IS NOT
000420*     PRESENT IS NOTED ON THE REPORT AND SKIPPED.  THE JCL MAY
000430*     CONCATENATE OLDER GENERATIONS OF ANY SEQUENTIAL FILE.
000440*
000450*     DL100LNC CARDS, KEYWORD=VALUE, '*' IN COLUMN 1 FOR A
000460*     COMMENT -
000470*         ID=XXXXXX      A RECORD-ID TO TRACE, ONE CARD PER ID,
000480*             UP TO 20 IDS.  AT LEAST ONE IS REQUIRED.
000490*         FROM=YYYYMMDD  FIRST DATE OF THE RANGE (DEFAULT OPEN).
000500*         TO=YYYYMMDD    LAST DATE OF THE RANGE (DEFAULT OPEN).
000510*     THE CURRENT MASTER AND PRIOR-RESULT LINES ARE PRINTED
000520*     WHATEVER THE RANGE.
000530*
000540*     RETURN-CODE IS 0 WHEN EVERY ID HAD EVENTS IN THE RANGE, 4
000550*     WHEN ANY ID HAD NONE OR THE EVENT TABLE FILLED, 8 WHEN NO
000560*     ID= CARD WAS GIVEN, 16 ON A FATAL FILE ERROR.
000570*
000580* MODIFICATION HISTORY.
000590* 15-OCT-2026  GH  INITIAL VERSION.
000592* 15-OCT-2026  GH  PRIOR-DATE ADJUSTMENT ENTRIES ON DL100EXT NOW
000594*                  SHOW AS A REVERSAL OF THE ORIGINAL RUN-ID OR A
000596*                  CORRECTION REPLACING IT; RECYCLE REASONS 09-11
000598*                  ADDED TO THE REASON TABLE.
000600******************************************************************
000610 identification division.
000620 program-id. dl100lng.
000630 author. g. hartley.
000640
000650 environment division.
000660 configuration section.
000670 source-computer. IBM-370.
000680 object-computer. IBM-370.
000690
000700 input-output section.
000710 file-control.
000720     select dl100-lnc-file assign to "DL100LNC"
000730         organization is line sequential
000740         file status is dl100-lnc-status.
000750
000760     select dl100-mst-file assign to "DL100MST"
000770         organization is indexed
000780         access mode is random
000790         record key is dl100-mst-record-id
000800         file status is dl100-mst-status.
000810
000820     select dl100-prv-file assign to "DL100PRV"
000830         organization is indexed
000840         access mode is random
000850         record key is dl100-prv-record-id
000860         file status is dl100-prv-status.
000870
000880     select dl100-log-file assign to "DL100LOG"
000890         organization is line sequential
000900         file status is dl100-log-status.
000910
000920     select dl100-rcy-file assign to "DL100RCY"
000930         organization is line sequential
000940         file status is dl100-rcy-status.
000950
000960     select dl100-ext-file assign to "DL100EXT"
000970         organization is line sequential
000980         file status is dl100-ext-status.
000990
001000     select dl100-ack-file assign to "DL100ACK"
001010         organization is line sequential
001020         file status is dl100-ack-status.
001030
001040     select dl100-aud-file assign to "DL100AUD"
001050         organization is line sequential
001060         file status is dl100-aud-status.
001070
001080     select dl100-lnr-file assign to "DL100LNR"
001090         organization is line sequential
001100         file status is dl100-lnr-status.
001110
001120 data division.
001130 file section.
001140 fd  dl100-lnc-file
001150     record contains 80 characters.
001160 01  dl100-lnc-record               pic x(80).
001170
001180 fd  dl100-mst-file
001190     record contains 80 characters.
001200 01  dl100-mst-record.
001210     05  dl100-mst-record-id        pic x(06).
001220     05  filler                     pic x(74).
001230
001240 fd  dl100-prv-file
001250     record contains 80 characters.
001260 copy "DL100PRVL.cpy".
001270
001280 fd  dl100-log-file
001290     record contains 200 characters.
001300 01  dl100-log-file-record          pic x(200).
001310
001320 fd  dl100-rcy-file
001330     record contains 120 characters.
001340 01  dl100-rcy-file-record          pic x(120).
001350
001360 fd  dl100-ext-file
001370     record contains 80 characters.
001380 01  dl100-ext-file-record          pic x(80).
001390
001400 fd  dl100-ack-file
001410     record contains 80 characters.
001420 01  dl100-ack-file-record          pic x(80).
001430
001440 fd  dl100-aud-file
001450     record contains 80 characters.
001460 01  dl100-aud-record               pic x(80).
001470
001480 fd  dl100-lnr-file
001490     record contains 132 characters.
001500 01  dl100-lnr-record               pic x(132).
001510
001520 working-storage section.
001530 01  dl100-lnc-status               pic x(02) value spaces.
001540     88  dl100-lnc-ok                   value "00".
001550
001560 01  dl100-mst-status               pic x(02) value spaces.
001570     88  dl100-mst-ok                   value "00".
001580
001590 01  dl100-prv-status               pic x(02) value spaces.
001600     88  dl100-prv-ok                   value "00".
001610
001620 01  dl100-log-status               pic x(02) value spaces.
001630     88  dl100-log-ok                   value "00".
001640
001650 01  dl100-rcy-status               pic x(02) value spaces.
001660     88  dl100-rcy-ok                   value "00".
001670
001680 01  dl100-ext-status               pic x(02) value spaces.
001690     88  dl100-ext-ok                   value "00".
001700
001710 01  dl100-ack-status               pic x(02) value spaces.
001720     88  dl100-ack-ok                   value "00".
001730
001740 01  dl100-aud-status               pic x(02) value spaces.
001750     88  dl100-aud-ok                   value "00".
001760
001770 01  dl100-lnr-status               pic x(02) value spaces.
001780     88  dl100-lnr-ok                   value "00".
001790
001800 01  dl100-lng-switches.
001810     05  dl100-lnc-eof-sw           pic x(01) value "N".
001820         88  dl100-lnc-eof              value "Y".
001830     05  dl100-lng-eof-sw           pic x(01) value "N".
001840         88  dl100-lng-eof              value "Y".
001850     05  dl100-mst-present-sw       pic x(01) value "N".
001860         88  dl100-mst-present          value "Y".
001870     05  dl100-prv-present-sw       pic x(01) value "N".
001880         88  dl100-prv-present          value "Y".
001890     05  dl100-src-absent-sw        pic x(01) value "N".
001900         88  dl100-src-absent           value "Y".
001910     05  dl100-id-found-sw          pic x(01) value "N".
001920         88  dl100-id-found             value "Y".
001930     05  dl100-in-range-sw          pic x(01) value "N".
001940         88  dl100-in-range             value "Y".
001950     05  dl100-evt-placed-sw        pic x(01) value "N".
001960         88  dl100-evt-placed           value "Y".
001970     05  dl100-evt-full-sw          pic x(01) value "N".
001980         88  dl100-evt-full             value "Y".
001990     05  dl100-run-full-sw          pic x(01) value "N".
002000         88  dl100-run-full             value "Y".
002010
002020 01  dl100-lnc-fields.
002030     05  dl100-lnc-keyword          pic x(10).
002040     05  dl100-lnc-value            pic x(20).
002050
002060 01  dl100-lng-work-fields.
002070     05  dl100-lng-from             pic 9(08) value zero.
002080     05  dl100-lng-to               pic 9(08) value 99999999.
002090     05  dl100-lng-key-id           pic x(06) value spaces.
002100     05  dl100-lng-key-run-id       pic x(14) value spaces.
002110     05  dl100-lng-seq              pic 9(05) value zero.
002120     05  dl100-lng-quiet-count      pic 9(03) comp value zero.
002130     05  dl100-lng-id-events        pic 9(05) comp value zero.
002140     05  dl100-lng-fn-text          pic x(10) value spaces.
002150     05  dl100-lng-image-text       pic x(44) value spaces.
002160     05  dl100-lng-reason-text      pic x(40) value spaces.
002170     05  dl100-lng-reason-ix        pic 9(02) value zero.
002180     05  dl100-lng-ack-run-id       pic x(14) value spaces.
002190     05  dl100-lng-math-value       pic -(09)9.9999.
002200     05  dl100-lng-hhmmss           pic 9(06) value zero.
002210     05  dl100-lng-hhmmss-x redefines dl100-lng-hhmmss.
002220         10  dl100-lng-hh           pic x(02).
002230         10  dl100-lng-mi           pic x(02).
002240         10  dl100-lng-ss           pic x(02).
002250
002260 01  dl100-src-fields.
002270     05  dl100-src-name             pic x(08) value spaces.
002280     05  dl100-src-read             pic 9(07) comp value zero.
002290     05  dl100-src-events           pic 9(07) comp value zero.
002300
002310 01  dl100-lng-id-table.
002320     05  dl100-id-count             pic s9(04) comp value zero.
002330     05  dl100-id-ix                pic s9(04) comp value zero.
002340     05  dl100-id-entry occurs 20 times.
002350         10  dl100-id-record-id     pic x(06).
002360
002370 01  dl100-lng-run-table.
002380     05  dl100-run-count            pic s9(04) comp value zero.
002390     05  dl100-run-ix               pic s9(04) comp value zero.
002400     05  dl100-run-entry occurs 1000 times.
002410         10  dl100-run-record-id    pic x(06).
002420         10  dl100-run-run-id       pic x(14).
002430         10  dl100-run-function     pic x(10).
002440         10  dl100-run-input        pic x(16).
002450
002460 01  dl100-new-event.
002470     05  dl100-new-key.
002480         10  dl100-new-id           pic x(06).
002490         10  dl100-new-date         pic 9(08).
002500         10  dl100-new-time         pic 9(06).
002510         10  dl100-new-rank         pic 9(01).
002520         10  dl100-new-seq          pic 9(05).
002530     05  dl100-new-source           pic x(08).
002540     05  dl100-new-run-id           pic x(14).
002550     05  dl100-new-text             pic x(86).
002560
002570 01  dl100-lng-event-table.
002580     05  dl100-evt-count            pic s9(04) comp value zero.
002590     05  dl100-evt-ix               pic s9(04) comp value zero.
002600     05  dl100-evt-entry occurs 2000 times.
002610         10  dl100-evt-key.
002620             15  dl100-evt-id       pic x(06).
002630             15  dl100-evt-date     pic 9(08).
002640             15  dl100-evt-time     pic 9(06).
002650             15  dl100-evt-rank     pic 9(01).
002660             15  dl100-evt-seq      pic 9(05).
002670         10  dl100-evt-source       pic x(08).
002680         10  dl100-evt-run-id       pic x(14).
002690         10  dl100-evt-text         pic x(86).
002700
002710 01  dl100-reason-values.
002720     05  filler                     pic x(40)
002730         value "AN ARGUMENT IS NOT NUMERIC".
002740     05  filler                     pic x(40)
002750         value "AN ARGUMENT IS OUTSIDE THE VALID RANGE".
002760     05  filler                     pic x(40)
002770         value "FUNCTION CODE IS NOT A KNOWN FUNCTION".
002780     05  filler                     pic x(40)
002790         value "CALCULATION RESULT OVERFLOWED".
002800     05  filler                     pic x(40)
002810         value "INPUT FAILED THE DL100MTH RANGE CHECK".
002820     05  filler                     pic x(40)
002830         value "DL100MTH DID NOT RECOGNIZE THE FUNCTION".
002840     05  filler                     pic x(40)
002850         value "DUPLICATE OF AN ID ALREADY ACCEPTED".
002860     05  filler                     pic x(40)
002870         value "BATCH TRAILER DID NOT PROVE".
002871     05  filler                     pic x(40)
002872         value "ADJUSTMENT - ORIGINAL NOT VALID".
002873     05  filler                     pic x(40)
002874         value "ADJUSTMENT - NO SUCH ORIGINAL POSTING".
002875     05  filler                     pic x(40)
002876         value "ADJUSTMENT - ORIGINAL ALREADY REVERSED".
002880 01  dl100-reason-table redefines dl100-reason-values.
002890     05  dl100-reason-entry occurs 11 times
002900                                    pic x(40).
002910
002920 copy "DL100IN.cpy".
002930
002940 copy "DL100LOGL.cpy".
002950
002960 copy "DL100RCYL.cpy".
002970
002980 copy "DL100EXT.cpy".
002990
003000 copy "DL100ACKL.cpy".
003010
003020 copy "DL100AUDL.cpy".
003030
003040 01  dl100-run-date-fields.
003050     05  dl100-sys-date             pic 9(08).
003060     05  dl100-run-date-x redefines dl100-sys-date.
003070         10  dl100-run-yyyy         pic 9(04).
003080         10  dl100-run-mm           pic 9(02).
003090         10  dl100-run-dd           pic 9(02).
003100     05  dl100-run-date-display     pic x(10).
003110
003120 01  dl100-page-control.
003130     05  dl100-lines-per-page       pic 9(03) comp value 55.
003140     05  dl100-line-count           pic 9(03) comp value zero.
003150     05  dl100-page-count           pic 9(03) comp value zero.
003160
003170 01  dl100-rpt-heading-1.
003180     05  filler                     pic x(38)
003190         value "DL100LNG - RECORD-ID LINEAGE INQUIRY".
003200     05  filler                     pic x(10) value "RUN DATE: ".
003210     05  dl100-hd1-run-date         pic x(10).
003220     05  filler                     pic x(09) value spaces.
003230     05  filler                     pic x(05) value "PAGE ".
003240     05  dl100-hd1-page-no          pic zzz9.
003250     05  filler                     pic x(56) value spaces.
003260
003270 01  dl100-rpt-select-line.
003280     05  filler                     pic x(12)
003290         value "DATE RANGE: ".
003300     05  dl100-sel1-from            pic 9(08).
003310     05  filler                     pic x(04) value " TO ".
003320     05  dl100-sel1-to              pic 9(08).
003330     05  filler                     pic x(16)
003340         value "   IDS TRACED: ".
003350     05  dl100-sel1-ids             pic z9.
003360     05  filler                     pic x(82) value spaces.
003370
003380 01  dl100-rpt-source-line.
003390     05  filler                     pic x(18)
003400         value "SOURCE SEARCHED - ".
003410     05  dl100-srl-name             pic x(08).
003420     05  filler                     pic x(02) value spaces.
003430     05  dl100-srl-text             pic x(60).
003440     05  filler                     pic x(44) value spaces.
003450
003460 01  dl100-rpt-source-counts.
003470     05  filler                     pic x(14)
003480         value "RECORDS READ: ".
003490     05  dl100-src-read-out         pic zz,zzz,zz9.
003500     05  filler                     pic x(16)
003510         value "  EVENTS FOUND: ".
003520     05  dl100-src-events-out       pic zz,zzz,zz9.
003530     05  filler                     pic x(10) value spaces.
003540
003550 01  dl100-rpt-id-line.
003560     05  filler                     pic x(11)
003570         value "RECORD-ID: ".
003580     05  dl100-idl-record-id        pic x(06).
003590     05  filler                     pic x(115) value spaces.
003600
003610 01  dl100-rpt-info-line.
003620     05  filler                     pic x(02) value spaces.
003630     05  dl100-inf-label            pic x(24).
003640     05  dl100-inf-text             pic x(106).
003650
003660 01  dl100-rpt-heading-2.
003670     05  filler                     pic x(10) value "DATE".
003680     05  filler                     pic x(10) value "TIME".
003690     05  filler                     pic x(10) value "SOURCE".
003700     05  filler                     pic x(16) value "RUN-ID".
003710     05  filler                     pic x(86) value "EVENT".
003720
003730 01  dl100-rpt-event-line.
003740     05  dl100-evl-date             pic x(08).
003750     05  filler                     pic x(02) value spaces.
003760     05  dl100-evl-time             pic x(08).
003770     05  filler                     pic x(02) value spaces.
003780     05  dl100-evl-source           pic x(08).
003790     05  filler                     pic x(02) value spaces.
003800     05  dl100-evl-run-id           pic x(14).
003810     05  filler                     pic x(02) value spaces.
003820     05  dl100-evl-text             pic x(86).
003830
003840 01  dl100-rpt-id-total.
003850     05  filler                     pic x(02) value spaces.
003860     05  filler                     pic x(15)
003870         value "EVENTS LISTED: ".
003880     05  dl100-idt-events           pic zz,zz9.
003890     05  filler                     pic x(109) value spaces.
003900
003910 01  dl100-rpt-message-line.
003920     05  dl100-msg-text             pic x(132).
003930
003940 01  dl100-rpt-edit-fields.
003950     05  dl100-edt-amount           pic zzz,zzz,zz9.
003960     05  dl100-edt-result           pic zzz,zzz,zz9.
003970     05  dl100-edt-signed           pic -zzz,zzz,zz9.
003980     05  dl100-edt-count            pic z9.
003990
004000 procedure division.
004010 0000-mainline.
004020     perform 1000-initialize thru 1000-exit
004030     if dl100-id-count is greater than zero
004040         perform 2100-scan-log thru 2100-exit
004050         perform 2200-scan-recycle thru 2200-exit
004060         perform 2400-scan-extract thru 2400-exit
004070         perform 2500-scan-ack thru 2500-exit
004080         perform 2600-scan-audit thru 2600-exit
004090         perform 2800-print-stories thru 2800-exit
004100     end-if
004110     perform 3000-terminate thru 3000-exit
004120     goback.
004130
004140 1000-initialize.
004150     accept dl100-sys-date from date yyyymmdd
004160     string dl100-run-mm "/" dl100-run-dd "/" dl100-run-yyyy
004170         delimited by size into dl100-run-date-display
004180     perform 1050-read-cards thru 1050-exit
004190     open output dl100-lnr-file
004200     if not dl100-lnr-ok
004210         display "DL100LNR OPEN FAILED - STATUS " dl100-lnr-status
004220         go to 9999-abend
004230     end-if
004240     perform 1200-new-page thru 1200-exit
004250     move dl100-lng-from to dl100-sel1-from
004260     move dl100-lng-to to dl100-sel1-to
004270     move dl100-id-count to dl100-sel1-ids
004280     write dl100-lnr-record from dl100-rpt-select-line
004290     add 1 to dl100-line-count
004300     if dl100-id-count = zero
004310         display "DL100LNC HAS NO ID= CARD - NOTHING TO TRACE"
004320         move "NO ID= CARD ON DL100LNC - NOTHING TO TRACE"
004330             to dl100-msg-text
004340         write dl100-lnr-record from dl100-rpt-message-line
004350         go to 1000-exit
004360     end-if
004370     open input dl100-mst-file
004380     if dl100-mst-status = "35"
004390         display "DL100MST NOT FOUND - CURRENT MASTER NOT SHOWN"
004400     else
004410         if not dl100-mst-ok
004420             display "DL100MST OPEN FAILED - STATUS "
004430                 dl100-mst-status
004440             go to 9999-abend
004450         end-if
004460         set dl100-mst-present to true
004470     end-if
004480     open input dl100-prv-file
004490     if dl100-prv-status = "35"
004500         display "DL100PRV NOT FOUND - PRIOR RESULTS NOT SHOWN"
004510     else
004520         if not dl100-prv-ok
004530             display "DL100PRV OPEN FAILED - STATUS "
004540                 dl100-prv-status
004550             go to 9999-abend
004560         end-if
004570         set dl100-prv-present to true
004580     end-if.
004590 1000-exit.
004600     exit.
004610
004620 1050-read-cards.
004630     open input dl100-lnc-file
004640     if dl100-lnc-status = "35"
004650         display "DL100LNC NOT FOUND - NO RECORD-IDS TO TRACE"
004660         go to 1050-exit
004670     end-if
004680     if not dl100-lnc-ok
004690         display "DL100LNC OPEN FAILED - STATUS " dl100-lnc-status
004700         go to 9999-abend
004710     end-if
004720     perform 1060-read-one-card thru 1060-exit
004730         until dl100-lnc-eof
004740     close dl100-lnc-file.
004750 1050-exit.
004760     exit.
004770
004780 1060-read-one-card.
004790     read dl100-lnc-file
004800         at end
004810             set dl100-lnc-eof to true
004820             go to 1060-exit
004830     end-read
004840     if dl100-lnc-record = spaces
004850             or dl100-lnc-record (1:1) = "*"
004860         go to 1060-exit
004870     end-if
004880     move spaces to dl100-lnc-keyword
004890     move spaces to dl100-lnc-value
004900     unstring dl100-lnc-record delimited by "="
004910         into dl100-lnc-keyword dl100-lnc-value
004920     evaluate dl100-lnc-keyword
004930         when "ID"
004940             perform 1080-add-id thru 1080-exit
004950         when "FROM"
004960             if dl100-lnc-value (1:8) is numeric
004970                 move dl100-lnc-value (1:8) to dl100-lng-from
004980             else
004990                 display "DL100LNC FROM VALUE IS NOT NUMERIC "
005000                     "- RANGE LEFT OPEN"
005010             end-if
005020         when "TO"
005030             if dl100-lnc-value (1:8) is numeric
005040                 move dl100-lnc-value (1:8) to dl100-lng-to
005050             else
005060                 display "DL100LNC TO VALUE IS NOT NUMERIC "
005070                     "- RANGE LEFT OPEN"
005080             end-if
005090         when other
005100             display "DL100LNC CARD NOT RECOGNIZED - "
005110                 dl100-lnc-record (1:30)
005120     end-evaluate.
005130 1060-exit.
005140     exit.
005150
005160 1080-add-id.
005170     if dl100-lnc-value = spaces
005180         display "DL100LNC ID CARD HAS NO RECORD-ID"
005190         go to 1080-exit
005200     end-if
005210     move dl100-lnc-value (1:6) to dl100-lng-key-id
005220     perform 7100-find-id thru 7100-exit
005230     if dl100-id-found
005240         go to 1080-exit
005250     end-if
005260     if dl100-id-count is not less than 20
005270         display "DL100LNC MORE THAN 20 IDS - "
005280             dl100-lng-key-id " IGNORED"
005290         go to 1080-exit
005300     end-if
005310     add 1 to dl100-id-count
005320     move dl100-lng-key-id to dl100-id-record-id (dl100-id-count).
005330 1080-exit.
005340     exit.
005350
005360 1200-new-page.
005370     add 1 to dl100-page-count
005380     move dl100-run-date-display to dl100-hd1-run-date
005390     move dl100-page-count to dl100-hd1-page-no
005400     write dl100-lnr-record from dl100-rpt-heading-1
005410     move 1 to dl100-line-count.
005420 1200-exit.
005430     exit.
005440
005450 2100-scan-log.
005460     move "DL100LOG" to dl100-src-name
005470     move zero to dl100-src-read
005480     move zero to dl100-src-events
005490     move "N" to dl100-src-absent-sw
005500     open input dl100-log-file
005510     if dl100-log-status = "35"
005520         set dl100-src-absent to true
005530         perform 7500-write-source-line thru 7500-exit
005540         go to 2100-exit
005550     end-if
005560     if not dl100-log-ok
005570         display "DL100LOG OPEN FAILED - STATUS " dl100-log-status
005580         go to 9999-abend
005590     end-if
005600     move "N" to dl100-lng-eof-sw
005610     perform 2110-read-one-log thru 2110-exit
005620         until dl100-lng-eof
005630     close dl100-log-file
005640     perform 7500-write-source-line thru 7500-exit.
005650 2100-exit.
005660     exit.
005670
005680 2110-read-one-log.
005690     read dl100-log-file
005700         at end
005710             set dl100-lng-eof to true
005720             go to 2110-exit
005730     end-read
005740     add 1 to dl100-src-read
005750     move dl100-log-file-record to dl100-change-log-record
005760     move dl100-log-record-id to dl100-lng-key-id
005770     perform 7100-find-id thru 7100-exit
005780     if not dl100-id-found
005790         go to 2110-exit
005800     end-if
005810     move dl100-log-run-id to dl100-lng-key-run-id
005820     perform 7200-set-when thru 7200-exit
005830     if not dl100-in-range
005840         go to 2110-exit
005850     end-if
005860     move 1 to dl100-new-rank
005870     move spaces to dl100-new-text
005880     evaluate dl100-log-action
005890         when "ADD"
005900             move dl100-log-after to dl100-input-record
005910             perform 7300-format-image thru 7300-exit
005920             string "ADDED BY " delimited by size
005930                 dl100-log-operator delimited by space
005940                 " - " dl100-lng-image-text
005950                 delimited by size into dl100-new-text
005960             perform 7000-add-event thru 7000-exit
005970         when "CHANGE"
005980             move dl100-log-before to dl100-input-record
005990             perform 7300-format-image thru 7300-exit
006000             string "CHANGED BY " delimited by size
006010                 dl100-log-operator delimited by space
006020                 " - BEFORE: " dl100-lng-image-text
006030                 delimited by size into dl100-new-text
006040             perform 7000-add-event thru 7000-exit
006050             move dl100-log-after to dl100-input-record
006060             perform 7300-format-image thru 7300-exit
006070             move spaces to dl100-new-text
006080             string "  AFTER CHANGE: "
006090                 dl100-lng-image-text
006100                 delimited by size into dl100-new-text
006110             perform 7000-add-event thru 7000-exit
006120         when "DELETE"
006130             move dl100-log-before to dl100-input-record
006140             perform 7300-format-image thru 7300-exit
006150             string "DELETED BY " delimited by size
006160                 dl100-log-operator delimited by space
006170                 " - WAS: " dl100-lng-image-text
006180                 delimited by size into dl100-new-text
006190             perform 7000-add-event thru 7000-exit
006200         when "DENIED"
006210             string "DENIED - OPERATOR " delimited by size
006220                 dl100-log-operator delimited by space
006230                 " LACKS THE AUTHORITY FOR THE ACTION"
006240                 delimited by size into dl100-new-text
006250             perform 7000-add-event thru 7000-exit
006260         when other
006270             string dl100-log-action " BY " dl100-log-operator
006280                 delimited by size into dl100-new-text
006290             perform 7000-add-event thru 7000-exit
006300     end-evaluate.
006310 2110-exit.
006320     exit.
006330
006340 2200-scan-recycle.
006350     move "DL100RCY" to dl100-src-name
006360     move zero to dl100-src-read
006370     move zero to dl100-src-events
006380     move "N" to dl100-src-absent-sw
006390     open input dl100-rcy-file
006400     if dl100-rcy-status = "35"
006410         set dl100-src-absent to true
006420         perform 7500-write-source-line thru 7500-exit
006430         go to 2200-exit
006440     end-if
006450     if not dl100-rcy-ok
006460         display "DL100RCY OPEN FAILED - STATUS " dl100-rcy-status
006470         go to 9999-abend
006480     end-if
006490     move "N" to dl100-lng-eof-sw
006500     perform 2210-read-one-recycle thru 2210-exit
006510         until dl100-lng-eof
006520     close dl100-rcy-file
006530     perform 7500-write-source-line thru 7500-exit.
006540 2200-exit.
006550     exit.
006560
006570 2210-read-one-recycle.
006580     read dl100-rcy-file
006590         at end
006600             set dl100-lng-eof to true
006610             go to 2210-exit
006620     end-read
006630     add 1 to dl100-src-read
006640     move dl100-rcy-file-record to dl100-recycle-record
006650     move dl100-rcy-input to dl100-input-record
006660     move dl100-in-record-id to dl100-lng-key-id
006670     perform 7100-find-id thru 7100-exit
006680     if not dl100-id-found
006690         go to 2210-exit
006700     end-if
006710     move dl100-rcy-run-id to dl100-lng-key-run-id
006720     perform 7200-set-when thru 7200-exit
006730     if not dl100-in-range
006740         go to 2210-exit
006750     end-if
006760     move 3 to dl100-new-rank
006770     move "UNKNOWN REASON CODE" to dl100-lng-reason-text
006780     if dl100-rcy-reason-code is numeric
006790         move dl100-rcy-reason-code to dl100-lng-reason-ix
006800         if dl100-lng-reason-ix is greater than zero
006810                 and dl100-lng-reason-ix is not greater than 11
006820             move dl100-reason-entry (dl100-lng-reason-ix)
006830                 to dl100-lng-reason-text
006840         end-if
006850     end-if
006860     move spaces to dl100-new-text
006870     if dl100-rcy-reject-count is numeric
006880             and dl100-rcy-reject-count is greater than 1
006890         move dl100-rcy-reject-count to dl100-edt-count
006900         string "RESUBMIT REJECTED - REASON "
006910             dl100-rcy-reason-code " " dl100-lng-reason-text
006920             " - TIMES " dl100-edt-count
006930             delimited by size into dl100-new-text
006940     else
006950         string "REJECTED - REASON " dl100-rcy-reason-code " "
006960             dl100-lng-reason-text
006970             delimited by size into dl100-new-text
006980     end-if
006990     perform 7000-add-event thru 7000-exit
007000     if dl100-rcy-reason-code = "04" or "05" or "06"
007010         if dl100-in-value-x is numeric
007020             move dl100-in-value-n to dl100-lng-math-value
007030             move dl100-in-function to dl100-lng-fn-text
007040             perform 7400-add-run thru 7400-exit
007050         end-if
007060     end-if.
007070 2210-exit.
007080     exit.
007090
007100 2400-scan-extract.
007110     move "DL100EXT" to dl100-src-name
007120     move zero to dl100-src-read
007130     move zero to dl100-src-events
007140     move "N" to dl100-src-absent-sw
007150     open input dl100-ext-file
007160     if dl100-ext-status = "35"
007170         set dl100-src-absent to true
007180         perform 7500-write-source-line thru 7500-exit
007190         go to 2400-exit
007200     end-if
007210     if not dl100-ext-ok
007220         display "DL100EXT OPEN FAILED - STATUS " dl100-ext-status
007230         go to 9999-abend
007240     end-if
007250     move "N" to dl100-lng-eof-sw
007260     perform 2410-read-one-extract thru 2410-exit
007270         until dl100-lng-eof
007280     close dl100-ext-file
007290     perform 7500-write-source-line thru 7500-exit.
007300 2400-exit.
007310     exit.
007320
007330 2410-read-one-extract.
007340     read dl100-ext-file
007350         at end
007360             set dl100-lng-eof to true
007370             go to 2410-exit
007380     end-read
007390     add 1 to dl100-src-read
007400     move dl100-ext-file-record to dl100-ext-record
007410     move dl100-ext-record-id to dl100-lng-key-id
007420     perform 7100-find-id thru 7100-exit
007430     if not dl100-id-found
007440         go to 2410-exit
007450     end-if
007460     move dl100-ext-run-id to dl100-lng-key-run-id
007470     perform 7200-set-when thru 7200-exit
007480     if not dl100-in-range
007490         go to 2410-exit
007500     end-if
007510     if dl100-ext-function = spaces
007520         move "DUPLE" to dl100-lng-fn-text
007530     else
007540         move dl100-ext-function to dl100-lng-fn-text
007550     end-if
007560     move dl100-ext-result-value to dl100-edt-result
007570     move spaces to dl100-new-text
007580     if dl100-ext-resend-cycle-x is numeric
007590             and dl100-ext-resend-cycle is greater than zero
007600         move 6 to dl100-new-rank
007610         move dl100-ext-resend-cycle to dl100-edt-count
007620         string "RESENT TO WAREHOUSE - RESEND CYCLE "
007630             dl100-edt-count " - RESULT " dl100-edt-result
007640             delimited by size into dl100-new-text
007650         perform 7000-add-event thru 7000-exit
007660         go to 2410-exit
007670     end-if
007671     if dl100-ext-reversal
007672         move 4 to dl100-new-rank
007673         string "REVERSED POSTING OF RUN " dl100-ext-orig-run-id
007674             " - RESULT " dl100-edt-result
007675             delimited by size into dl100-new-text
007676         perform 7000-add-event thru 7000-exit
007677         go to 2410-exit
007678     end-if
007680     move 4 to dl100-new-rank
007690     move dl100-ext-input-value to dl100-edt-amount
007700     if dl100-ext-correction
007703         string "CORRECTED " delimited by size
007706             dl100-lng-fn-text delimited by space
007709             " IN " dl100-edt-amount " RES " dl100-edt-result
007712             " REPLACES " dl100-ext-orig-run-id
007715             delimited by size into dl100-new-text
007718         if dl100-ext-under-review
007721             move "- VARIANCE" to dl100-new-text (77:10)
007724         end-if
007727     else
007730         string "CALCULATED " delimited by size
007733             dl100-lng-fn-text delimited by space
007736             " INPUT " dl100-edt-amount
007739             " RESULT " dl100-edt-result
007742             delimited by size into dl100-new-text
007745         if dl100-ext-under-review
007748             move "- VARIANCE FLAG SET" to dl100-new-text (66:19)
007751         end-if
007760     end-if
007770     perform 7000-add-event thru 7000-exit
007780     move dl100-ext-input-value to dl100-lng-math-value
007790     move dl100-ext-function to dl100-lng-fn-text
007800     perform 7400-add-run thru 7400-exit.
007810 2410-exit.
007820     exit.
007830
007840 2500-scan-ack.
007850     move "DL100ACK" to dl100-src-name
007860     move zero to dl100-src-read
007870     move zero to dl100-src-events
007880     move "N" to dl100-src-absent-sw
007890     move spaces to dl100-lng-ack-run-id
007900     open input dl100-ack-file
007910     if dl100-ack-status = "35"
007920         set dl100-src-absent to true
007930         perform 7500-write-source-line thru 7500-exit
007940         go to 2500-exit
007950     end-if
007960     if not dl100-ack-ok
007970         display "DL100ACK OPEN FAILED - STATUS " dl100-ack-status
007980         go to 9999-abend
007990     end-if
008000     move "N" to dl100-lng-eof-sw
008010     perform 2510-read-one-ack thru 2510-exit
008020         until dl100-lng-eof
008030     close dl100-ack-file
008040     perform 7500-write-source-line thru 7500-exit.
008050 2500-exit.
008060     exit.
008070
008080 2510-read-one-ack.
008090     read dl100-ack-file
008100         at end
008110             set dl100-lng-eof to true
008120             go to 2510-exit
008130     end-read
008140     add 1 to dl100-src-read
008150     move dl100-ack-file-record to dl100-ack-record
008160     if dl100-ack-header
008170         move dl100-ack-hdr-run-id to dl100-lng-ack-run-id
008180         go to 2510-exit
008190     end-if
008200     if not dl100-ack-detail
008210         go to 2510-exit
008220     end-if
008230     move dl100-ack-dtl-record-id to dl100-lng-key-id
008240     perform 7100-find-id thru 7100-exit
008250     if not dl100-id-found
008260         go to 2510-exit
008270     end-if
008280     move dl100-lng-ack-run-id to dl100-lng-key-run-id
008290     perform 7200-set-when thru 7200-exit
008300     if not dl100-in-range
008310         go to 2510-exit
008320     end-if
008330     move 5 to dl100-new-rank
008340     move spaces to dl100-new-text
008350     evaluate true
008360         when dl100-ack-loaded
008370             move "WAREHOUSE LOADED THE RECORD" to dl100-new-text
008380         when dl100-ack-failed
008390             move "WAREHOUSE LOAD FAILED - QUEUED FOR RESEND"
008400                 to dl100-new-text
008410         when other
008420             string "WAREHOUSE RETURNED STATUS "
008430                 dl100-ack-dtl-status
008440                 delimited by size into dl100-new-text
008450     end-evaluate
008460     perform 7000-add-event thru 7000-exit.
008470 2510-exit.
008480     exit.
008490
008500 2600-scan-audit.
008510     move "DL100AUD" to dl100-src-name
008520     move zero to dl100-src-read
008530     move zero to dl100-src-events
008540     move "N" to dl100-src-absent-sw
008550     open input dl100-aud-file
008560     if dl100-aud-status = "35"
008570         set dl100-src-absent to true
008580         perform 7500-write-source-line thru 7500-exit
008590         go to 2600-exit
008600     end-if
008610     if not dl100-aud-ok
008620         display "DL100AUD OPEN FAILED - STATUS " dl100-aud-status
008630         go to 9999-abend
008640     end-if
008650     move "N" to dl100-lng-eof-sw
008660     perform 2610-read-one-audit thru 2610-exit
008670         until dl100-lng-eof
008680     close dl100-aud-file
008690     perform 7500-write-source-line thru 7500-exit.
008700 2600-exit.
008710     exit.
008720
008730 2610-read-one-audit.
008740     read dl100-aud-file
008750         at end
008760             set dl100-lng-eof to true
008770             go to 2610-exit
008780     end-read
008790     add 1 to dl100-src-read
008800     move dl100-aud-record to dl100-audit-line
008810     move 1 to dl100-run-ix
008820     perform 2620-match-run thru 2620-exit
008830         until dl100-run-ix is greater than dl100-run-count.
008840 2610-exit.
008850     exit.
008860
008870 2620-match-run.
008880     if dl100-run-run-id (dl100-run-ix) not = dl100-audl-run-id
008890             or dl100-run-function (dl100-run-ix)
008900                 not = dl100-audl-function
008910             or dl100-run-input (dl100-run-ix)
008920                 not = dl100-audl-input-value
008930         go to 2620-next
008940     end-if
008950     move dl100-run-record-id (dl100-run-ix) to dl100-lng-key-id
008960     move dl100-audl-run-id to dl100-lng-key-run-id
008970     perform 7200-set-when thru 7200-exit
008980     move 2 to dl100-new-rank
008990     if dl100-audl-function = spaces
009000         move "DUPLE" to dl100-lng-fn-text
009010     else
009020         move dl100-audl-function to dl100-lng-fn-text
009030     end-if
009040     move spaces to dl100-new-text
009050     string "DL100MTH " delimited by size
009060         dl100-lng-fn-text delimited by space
009070         " INPUT " dl100-audl-input-value " RESULT "
009080         dl100-audl-return-value " RC " dl100-audl-return-code
009090         delimited by size into dl100-new-text
009100     perform 7000-add-event thru 7000-exit.
009110 2620-next.
009120     add 1 to dl100-run-ix.
009130 2620-exit.
009140     exit.
009150
009160 2800-print-stories.
009170     move 1 to dl100-id-ix
009180     perform 2810-print-one-id thru 2810-exit
009190         until dl100-id-ix is greater than dl100-id-count.
009200 2800-exit.
009210     exit.
009220
009230 2810-print-one-id.
009240     if dl100-line-count is greater than
009250             dl100-lines-per-page - 8
009260         perform 1200-new-page thru 1200-exit
009270     end-if
009280     move spaces to dl100-msg-text
009290     write dl100-lnr-record from dl100-rpt-message-line
009300     move dl100-id-record-id (dl100-id-ix) to dl100-idl-record-id
009310     write dl100-lnr-record from dl100-rpt-id-line
009320     add 2 to dl100-line-count
009330     perform 2820-print-master thru 2820-exit
009340     perform 2830-print-prior thru 2830-exit
009350     write dl100-lnr-record from dl100-rpt-heading-2
009360     add 1 to dl100-line-count
009370     move zero to dl100-lng-id-events
009380     move 1 to dl100-evt-ix
009390     perform 2840-print-one-event thru 2840-exit
009400         until dl100-evt-ix is greater than dl100-evt-count
009410     if dl100-lng-id-events = zero
009420         add 1 to dl100-lng-quiet-count
009430         move "  NO EVENTS FOR THE RECORD-ID IN THE DATE RANGE"
009440             to dl100-msg-text
009450         write dl100-lnr-record from dl100-rpt-message-line
009460         add 1 to dl100-line-count
009470     end-if
009480     move dl100-lng-id-events to dl100-idt-events
009490     write dl100-lnr-record from dl100-rpt-id-total
009500     add 1 to dl100-line-count
009510     add 1 to dl100-id-ix.
009520 2810-exit.
009530     exit.
009540
009550 2820-print-master.
009560     move "CURRENT MASTER:" to dl100-inf-label
009570     move spaces to dl100-inf-text
009580     if not dl100-mst-present
009590         move "DL100MST NOT PRESENT" to dl100-inf-text
009600         go to 2820-write
009610     end-if
009620     move dl100-id-record-id (dl100-id-ix) to dl100-mst-record-id
009630     read dl100-mst-file
009640         invalid key
009650             move "NOT ON DL100MST" to dl100-inf-text
009660             go to 2820-write
009670     end-read
009680     move dl100-mst-record to dl100-input-record
009690     perform 7300-format-image thru 7300-exit
009700     if dl100-in-deleted
009710         string "DELETED  " dl100-lng-image-text (1:34) "  "
009720             dl100-in-description
009730             delimited by size into dl100-inf-text
009740     else
009750         string "ACTIVE   " dl100-lng-image-text (1:34) "  "
009760             dl100-in-description
009770             delimited by size into dl100-inf-text
009780     end-if.
009790 2820-write.
009800     write dl100-lnr-record from dl100-rpt-info-line
009810     add 1 to dl100-line-count.
009820 2820-exit.
009830     exit.
009840
009850 2830-print-prior.
009860     move "LAST ACCEPTED RESULT:" to dl100-inf-label
009870     move spaces to dl100-inf-text
009880     if not dl100-prv-present
009890         move "DL100PRV NOT PRESENT" to dl100-inf-text
009900         go to 2830-write
009910     end-if
009920     move dl100-id-record-id (dl100-id-ix) to dl100-prv-record-id
009930     read dl100-prv-file
009940         invalid key
009950             move "NO ACCEPTED RESULT ON DL100PRV"
009960                 to dl100-inf-text
009970             go to 2830-write
009980     end-read
009990     if dl100-prv-function = spaces
010000         move "DUPLE" to dl100-lng-fn-text
010010     else
010020         move dl100-prv-function to dl100-lng-fn-text
010030     end-if
010040     move dl100-prv-result to dl100-edt-signed
010050     string dl100-edt-signed " FROM RUN " dl100-prv-run-id
010060         "  " dl100-lng-fn-text " " dl100-prv-value-1 "/"
010070         dl100-prv-value-2 "/" dl100-prv-value-3
010080         delimited by size into dl100-inf-text.
010090 2830-write.
010100     write dl100-lnr-record from dl100-rpt-info-line
010110     add 1 to dl100-line-count.
010120 2830-exit.
010130     exit.
010140
010150 2840-print-one-event.
010160     if dl100-evt-id (dl100-evt-ix)
010170             not = dl100-id-record-id (dl100-id-ix)
010180         go to 2840-next
010190     end-if
010200     if dl100-line-count is not less than dl100-lines-per-page
010210         perform 1200-new-page thru 1200-exit
010220         write dl100-lnr-record from dl100-rpt-id-line
010230         write dl100-lnr-record from dl100-rpt-heading-2
010240         add 2 to dl100-line-count
010250     end-if
010260     add 1 to dl100-lng-id-events
010270     if dl100-evt-date (dl100-evt-ix) = zero
010280         move "UNKNOWN" to dl100-evl-date
010290         move spaces to dl100-evl-time
010300     else
010310         move dl100-evt-date (dl100-evt-ix) to dl100-evl-date
010320         move dl100-evt-time (dl100-evt-ix) to dl100-lng-hhmmss
010330         string dl100-lng-hh ":" dl100-lng-mi ":" dl100-lng-ss
010340             delimited by size into dl100-evl-time
010350     end-if
010360     move dl100-evt-source (dl100-evt-ix) to dl100-evl-source
010370     move dl100-evt-run-id (dl100-evt-ix) to dl100-evl-run-id
010380     move dl100-evt-text (dl100-evt-ix) to dl100-evl-text
010390     write dl100-lnr-record from dl100-rpt-event-line
010400     add 1 to dl100-line-count.
010410 2840-next.
010420     add 1 to dl100-evt-ix.
010430 2840-exit.
010440     exit.
010450
010460 3000-terminate.
010470     if dl100-mst-present
010480         close dl100-mst-file
010490     end-if
010500     if dl100-prv-present
010510         close dl100-prv-file
010520     end-if
010530     if dl100-evt-full
010540         string "EVENT TABLE FULL AT 2000 - NARROW THE DATE "
010550             "RANGE OR TRACE FEWER RECORD-IDS"
010560             delimited by size into dl100-msg-text
010570         write dl100-lnr-record from dl100-rpt-message-line
010580     end-if
010590     close dl100-lnr-file
010600     evaluate true
010610         when dl100-id-count = zero
010620             move 8 to return-code
010630         when dl100-lng-quiet-count is greater than zero
010640             move 4 to return-code
010650         when dl100-evt-full
010660             move 4 to return-code
010670         when other
010680             move zero to return-code
010690     end-evaluate.
010700 3000-exit.
010710     exit.
010720
010730 7000-add-event.
010740     if dl100-evt-count is not less than 2000
010750         if not dl100-evt-full
010760             display "DL100LNG EVENT TABLE FULL - LATER EVENTS "
010770                 "NOT LISTED"
010780             set dl100-evt-full to true
010790         end-if
010800         go to 7000-exit
010810     end-if
010820     add 1 to dl100-lng-seq
010830     move dl100-lng-seq to dl100-new-seq
010840     move dl100-src-name to dl100-new-source
010850     move dl100-lng-key-run-id to dl100-new-run-id
010860     move "N" to dl100-evt-placed-sw
010870     move dl100-evt-count to dl100-evt-ix
010880     perform 7010-shift-event thru 7010-exit
010890         until dl100-evt-ix = zero
010900             or dl100-evt-placed
010910     add 1 to dl100-evt-count
010920     add 1 to dl100-evt-ix
010930     move dl100-new-event to dl100-evt-entry (dl100-evt-ix)
010940     add 1 to dl100-src-events.
010950 7000-exit.
010960     exit.
010970
010980 7010-shift-event.
010990     if dl100-evt-key (dl100-evt-ix) is not greater than
011000             dl100-new-key
011010         set dl100-evt-placed to true
011020         go to 7010-exit
011030     end-if
011040     move dl100-evt-entry (dl100-evt-ix)
011050         to dl100-evt-entry (dl100-evt-ix + 1)
011060     subtract 1 from dl100-evt-ix.
011070 7010-exit.
011080     exit.
011090
011100 7100-find-id.
011110     move "N" to dl100-id-found-sw
011120     move 1 to dl100-id-ix
011130     perform 7110-scan-ids thru 7110-exit
011140         until dl100-id-found
011150             or dl100-id-ix is greater than dl100-id-count.
011160 7100-exit.
011170     exit.
011180
011190 7110-scan-ids.
011200     if dl100-id-record-id (dl100-id-ix) = dl100-lng-key-id
011210         set dl100-id-found to true
011220     else
011230         add 1 to dl100-id-ix
011240     end-if.
011250 7110-exit.
011260     exit.
011270
011280 7200-set-when.
011290     move dl100-lng-key-id to dl100-new-id
011300     if dl100-lng-key-run-id (1:8) is numeric
011310         move dl100-lng-key-run-id (1:8) to dl100-new-date
011320     else
011330         move zero to dl100-new-date
011340     end-if
011350     if dl100-lng-key-run-id (9:6) is numeric
011360         move dl100-lng-key-run-id (9:6) to dl100-new-time
011370     else
011380         move zero to dl100-new-time
011390     end-if
011400     if dl100-new-date is not less than dl100-lng-from
011410             and dl100-new-date is not greater than dl100-lng-to
011420         set dl100-in-range to true
011430     else
011440         move "N" to dl100-in-range-sw
011450     end-if.
011460 7200-exit.
011470     exit.
011480
011490 7300-format-image.
011500     move spaces to dl100-lng-image-text
011510     if dl100-in-fn-default
011520         move "DUPLE" to dl100-lng-fn-text
011530     else
011540         move dl100-in-function to dl100-lng-fn-text
011550     end-if
011560     string dl100-lng-fn-text " " dl100-in-value-x "/"
011570         dl100-in-value-2-x "/" dl100-in-value-3-x
011580         delimited by size into dl100-lng-image-text
011590     if dl100-in-deleted
011600         move " (DELETED)" to dl100-lng-image-text (35:10)
011610     end-if.
011620 7300-exit.
011630     exit.
011640
011650 7400-add-run.
011660     if dl100-run-count is not less than 1000
011670         if not dl100-run-full
011680             display "DL100LNG RUN TABLE FULL - LATER DL100AUD "
011690                 "ENTRIES NOT MATCHED"
011700             set dl100-run-full to true
011710         end-if
011720         go to 7400-exit
011730     end-if
011740     add 1 to dl100-run-count
011750     move dl100-lng-key-id
011760         to dl100-run-record-id (dl100-run-count)
011770     move dl100-lng-key-run-id
011780         to dl100-run-run-id (dl100-run-count)
011790     move dl100-lng-fn-text
011800         to dl100-run-function (dl100-run-count)
011810     move dl100-lng-math-value
011820         to dl100-run-input (dl100-run-count).
011830 7400-exit.
011840     exit.
011850
011860 7500-write-source-line.
011870     move dl100-src-name to dl100-srl-name
011880     if dl100-src-absent
011890         move "NOT PRESENT - NOT SEARCHED" to dl100-srl-text
011900     else
011910         move dl100-src-read to dl100-src-read-out
011920         move dl100-src-events to dl100-src-events-out
011930         move dl100-rpt-source-counts to dl100-srl-text
011940     end-if
011950     write dl100-lnr-record from dl100-rpt-source-line
011960     add 1 to dl100-line-count.
011970 7500-exit.
011980     exit.
011990
012000 9999-abend.
012010     move 16 to return-code
012020     goback.
