000180* VALUE-3 CARRY THE SECOND AND THIRD ARGUMENTS FOR THE FUNCTIONS
000190* THAT TAKE THEM; FOR WGTAVG, VALUE-3 IS THE WEIGHT KEYED AS A
000200* WHOLE PERCENT (0-100), CONVERTED TO A FRACTION BY THE CALLER.
000202* FOR LEVELPAY, VALUE IS THE PRINCIPAL, VALUE-2 IS THE RATE PER
000204* PERIOD KEYED IN HUNDREDTHS OF A PERCENT (50 = 0.50%), CONVERTED
000206* TO A PERCENT BY THE CALLER, AND VALUE-3 IS THE NUMBER OF
000208* PERIODS.
000210*
000220* WRITTEN      G. HARTLEY, DATA LIBRARY SERVICES
000230* DATE-WRITTEN 09-AUG-2026
000324*                  IN FRONT - PROCESS NORMALLY AND STAY OUT OF
000325*                  THE PROOF.  FILES WITHOUT CONTROL RECORDS
000326*                  PROCESS UNCHANGED.
000327* 15-OCT-2026  GH  ADDED DL100-IN-TRAN-TYPE AND THE ALTERNATE
000328*                  DL100-ADJUSTMENT-RECORD VIEW FOR PRIOR-DATE
000329*                  ADJUSTMENTS.  'R' REVERSES A CALCULATION THAT
000330*                  ALREADY POSTED; 'C' REVERSES IT AND POSTS A
000331*                  REPLACEMENT CALCULATED FROM THE FUNCTION AND
000332*                  ARGUMENTS KEYED IN THE USUAL COLUMNS.  THE
000333*                  ORIGINAL POSTING IS NAMED BY ITS DL100FT
000334*                  RUN-ID, OR BY ITS BUSINESS DATE ALONE WITH THE
000335*                  TIME PART LEFT BLANK (THE LATEST POSTING OF THE
000336*                  RECORD-ID ON THAT DATE), KEYED OVER THE FRONT
000337*                  OF THE DESCRIPTION.  SPACE MEANS AN ORDINARY
000338*                  CALCULATION, SO EXISTING FILES PROCESS
000339*                  UNCHANGED.  TAKEN FROM THE TRAILING FILLER.
000340* 15-OCT-2026  GH  ADDED DL100-IN-FN-LEVEL-PAY (LEVELPAY) - THE
000341*                  LEVEL PERIODIC PAYMENT ON A PRINCIPAL OVER A
000342*                  NUMBER OF PERIODS, THE FIFTH DL100MTH FUNCTION.
000327******************************************************************
000328 01  DL100-INPUT-RECORD.
000330     05  DL100-IN-RECORD-ID         PIC X(06).
000410         88  DL100-IN-FN-PERCENT-OF     VALUE "PERCENTOF".
000420         88  DL100-IN-FN-COMP-GROWTH    VALUE "COMPGROW".
000430         88  DL100-IN-FN-WEIGHTED-AVG   VALUE "WGTAVG".
000435         88  DL100-IN-FN-LEVEL-PAY      VALUE "LEVELPAY".
000440     05  DL100-IN-VALUE-2-X         PIC X(07).
000450     05  DL100-IN-VALUE-2-N REDEFINES
000460         DL100-IN-VALUE-2-X         PIC 9(07).
000500     05  DL100-IN-DELETE-SW         PIC X(01).
000510         88  DL100-IN-ACTIVE            VALUE SPACE.
000520         88  DL100-IN-DELETED           VALUE "D".
000522     05  DL100-IN-TRAN-TYPE         PIC X(01).
000524         88  DL100-IN-CALCULATION       VALUE SPACE.
000526         88  DL100-IN-REVERSAL          VALUE "R".
000528         88  DL100-IN-CORRECTION        VALUE "C".
000530         88  DL100-IN-ADJUSTMENT        VALUE "R" "C".
000532     05  FILLER                     PIC X(11).
000540
000550 01  DL100-BATCH-CONTROL-RECORD.
000560     05  DL100-BCT-RECORD-TYPE      PIC X(06).
000670     05  DL100-BCT-VALUE-HASH REDEFINES
000680         DL100-BCT-VALUE-HASH-X     PIC 9(15).
000690     05  FILLER                     PIC X(41).
000700
000710 01  DL100-ADJUSTMENT-RECORD.
000720     05  DL100-ADJ-RECORD-ID        PIC X(06).
000730     05  DL100-ADJ-ORIG-RUN-ID      PIC X(14).
000740     05  DL100-ADJ-ORIG-REF REDEFINES DL100-ADJ-ORIG-RUN-ID.
000750         10  DL100-ADJ-ORIG-DATE-X  PIC X(08).
000760         10  DL100-ADJ-ORIG-DATE REDEFINES
000770             DL100-ADJ-ORIG-DATE-X  PIC 9(08).
000780         10  DL100-ADJ-ORIG-TIME-X  PIC X(06).
000790     05  DL100-ADJ-REASON           PIC X(16).
000800     05  FILLER                     PIC X(32).
000810     05  DL100-ADJ-TRAN-TYPE        PIC X(01).
000820     05  FILLER                     PIC X(11).
