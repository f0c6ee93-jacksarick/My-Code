000264*                  FOREVER.  SPACES (A FIRST-PASS EXTRACT) READ
000266*                  AS CYCLE ZERO.  TAKEN FROM THE TRAILING
000268*                  FILLER.
000269* 15-OCT-2026  GH  ADDED DL100-EXT-ENTRY-TYPE AND DL100-EXT-ORIG-
000270*                  RUN-ID FOR PRIOR-DATE ADJUSTMENTS.  'R' IS A
000271*                  REVERSING ENTRY - IT CARRIES THE ORIGINAL
000272*                  POSTING'S FUNCTION, INPUT, AND RESULT AND
000273*                  TAKES THAT RESULT BACK OUT; 'C' IS THE
000274*                  REPLACEMENT POSTED BY A CORRECTION.  BOTH ARE
000275*                  STAMPED WITH THE RUN-ID AND BUSINESS DATE OF
000276*                  THE RUN THAT POSTED THE ADJUSTMENT AND NAME
000277*                  THE ORIGINAL POSTING'S RUN-ID.  SPACE MEANS AN
000278*                  ORDINARY CALCULATION, SO EXISTING EXTRACTS
000279*                  READ AS ALL-ORDINARY.  THE ENTRY TYPE TAKES
000280*                  THE SPACER AFTER THE VARIANCE SWITCH AND THE
000281*                  RUN-ID THE TRAILING FILLER.
000269******************************************************************
000270 01  DL100-EXT-RECORD.
000271     05  DL100-EXT-RUN-ID           PIC X(14).
000374     05  DL100-EXT-VARIANCE-SW      PIC X(01).
000376         88  DL100-EXT-NORMAL           VALUE SPACE.
000378         88  DL100-EXT-UNDER-REVIEW     VALUE "V".
000379     05  DL100-EXT-ENTRY-TYPE       PIC X(01) VALUE SPACES.
000380         88  DL100-EXT-CALCULATION      VALUE SPACE.
000381         88  DL100-EXT-REVERSAL         VALUE "R".
000382         88  DL100-EXT-CORRECTION       VALUE "C".
000383         88  DL100-EXT-ADJUSTMENT       VALUE "R" "C".
000382     05  DL100-EXT-RESEND-CYCLE-X   PIC X(02)
000383                                    VALUE SPACES.
000384     05  DL100-EXT-RESEND-CYCLE REDEFINES
000386         DL100-EXT-RESEND-CYCLE-X   PIC 9(02).
000396     05  DL100-EXT-ORIG-RUN-ID      PIC X(14) VALUE SPACES.
