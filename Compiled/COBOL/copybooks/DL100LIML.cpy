000240* REPORTS THE LATEST EFFECTIVE DATE APPLIED.  THE EDIT BOUNDS
000250* BLOCK CARRIES THE WHOLE-NUMBER INPUT BOUNDS DERIVED FROM THE
000260* LIMIT VALUES, READY TO MOVE INTO THE DL100EDT FIELDS (THE
000266* WGTAVG WEIGHT BOUNDS ARE IN WHOLE PERCENT, THE LEVELPAY RATE
000272* BOUNDS IN HUNDREDTHS OF A PERCENT).
000280*
000290* IF THE LIMITS FILE IS MISSING, UNREADABLE, MALFORMED, OR
000300* LEAVES ANY LIMIT WITHOUT A RECORD IN EFFECT, DL100LIM
000360*
000370* MODIFICATION HISTORY
000380* 22-AUG-2026  GH  INITIAL VERSION - DL100 EXTERNAL LIMITS TABLE
000382* 15-OCT-2026  GH  ADDED THE LEVELPAY LIMITS - PRINCIPAL, RATE PER
000384*                  PERIOD, AND PERIOD CEILINGS, AND THE CEILING ON
000386*                  THE PAYMENT ITSELF - AND THEIR EDIT BOUNDS.
000390******************************************************************
000400 01  DL100-LIMITS-LINKAGE.
000410     05  DL100-LIM-REQUEST-DATE     PIC 9(08).
000590         10  DL100-LIM-WAVG-VAL-MAX PIC S9(09)V9(04) COMP-3.
000600         10  DL100-LIM-WEIGHT-MIN   PIC S9(09)V9(04) COMP-3.
000610         10  DL100-LIM-WEIGHT-MAX   PIC S9(09)V9(04) COMP-3.
000611         10  DL100-LIM-LVP-PRIN-MAX PIC S9(09)V9(04) COMP-3.
000612         10  DL100-LIM-LVP-RATE-MAX PIC S9(09)V9(04) COMP-3.
000613         10  DL100-LIM-LVP-PERIODS-MAX
000614                                    PIC S9(09)V9(04) COMP-3.
000615         10  DL100-LIM-LVP-PMT-MAX  PIC S9(09)V9(04) COMP-3.
000620         10  DL100-LIM-RESULT-MIN   PIC S9(09)V9(04) COMP-3.
000630         10  DL100-LIM-RESULT-MAX   PIC S9(09)V9(04) COMP-3.
000640     05  DL100-LIM-EDIT-BOUNDS.
000780         10  DL100-LIM-EDT-WAVG-VAL-MAX PIC 9(07).
000790         10  DL100-LIM-EDT-WAVG-WGT-MIN PIC 9(07).
000800         10  DL100-LIM-EDT-WAVG-WGT-MAX PIC 9(07).
000810         10  DL100-LIM-EDT-LVP-PRIN-MIN PIC 9(07).
000820         10  DL100-LIM-EDT-LVP-PRIN-MAX PIC 9(07).
000830         10  DL100-LIM-EDT-LVP-RATE-MIN PIC 9(07).
000840         10  DL100-LIM-EDT-LVP-RATE-MAX PIC 9(07).
000850         10  DL100-LIM-EDT-LVP-PER-MIN  PIC 9(07).
000860         10  DL100-LIM-EDT-LVP-PER-MAX  PIC 9(07).
