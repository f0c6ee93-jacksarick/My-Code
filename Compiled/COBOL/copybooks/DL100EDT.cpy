000160* RANGE ONLY HAS TO BE MADE IN ONE PLACE.  THE PER-FUNCTION
000170* BOUNDS MIRROR THE RANGES DL100MTH ITSELF ENFORCES, RESTATED IN
000180* THE WHOLE-NUMBER TERMS THE 7-DIGIT INPUT FIELDS CAN CARRY -
000186* THE WGTAVG WEIGHT IS KEYED AS A WHOLE PERCENT (0-100) AND THE
000192* LEVELPAY RATE IN HUNDREDTHS OF A PERCENT.
000200*
000210* WRITTEN      G. HARTLEY, DATA LIBRARY SERVICES
000220* DATE-WRITTEN 09-AUG-2026
000300*                  PERCENTOF, COMPGROW, AND WGTAVG NOW THAT THE
000310*                  BATCH RUN CARRIES ALL FOUR DL100MTH FUNCTIONS.
000320*                  DL100-VALID-MIN/-MAX REMAIN THE DUPLE BOUNDS.
000322* 15-OCT-2026  GH  ADDED THE LEVELPAY PRINCIPAL, RATE, AND PERIOD
000324*                  BOUNDS.  THE PERIOD COUNT STARTS AT 1 - A
000326*                  PAYMENT OVER NO PERIODS HAS NO MEANING.
000330******************************************************************
000340 01  DL100-EDIT-LIMITS.
000350     05  DL100-VALID-MIN            PIC 9(07) VALUE 1.
000480     05  DL100-WAVG-VALUE-MAX       PIC 9(07) VALUE 9999999.
000490     05  DL100-WAVG-WEIGHT-MIN      PIC 9(07) VALUE 0.
000500     05  DL100-WAVG-WEIGHT-MAX      PIC 9(07) VALUE 100.
000510     05  DL100-LVP-PRIN-MIN         PIC 9(07) VALUE 0.
000520     05  DL100-LVP-PRIN-MAX         PIC 9(07) VALUE 9999999.
000530     05  DL100-LVP-RATE-MIN         PIC 9(07) VALUE 0.
000540     05  DL100-LVP-RATE-MAX         PIC 9(07) VALUE 10000.
000550     05  DL100-LVP-PERIOD-MIN       PIC 9(07) VALUE 1.
000560     05  DL100-LVP-PERIOD-MAX       PIC 9(07) VALUE 480.
