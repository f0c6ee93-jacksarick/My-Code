000420*                  SHOULD BE POSTED TO DL100AUD.  BATCH CALLERS
000430*                  ALWAYS SET IT ON; DL100MNT LETS THE OPERATOR
000440*                  CHOOSE PER LOOKUP.
000442* 15-OCT-2026  GH  ADDED LEVELPAY - THE LEVEL PAYMENT PER PERIOD
000444*                  THAT REPAYS INPUT-1 (PRINCIPAL) OVER INPUT-3
000446*                  PERIODS AT INPUT-2 PERCENT PER PERIOD.
000450******************************************************************
000460 01  DL100-MATH-LINKAGE.
000470     05  DL100-MATH-RUN-ID          PIC X(14).
000500         88  DL100-FN-PERCENT-OF        VALUE "PERCENTOF".
000510         88  DL100-FN-COMPOUND-GROWTH   VALUE "COMPGROW".
000520         88  DL100-FN-WEIGHTED-AVG      VALUE "WGTAVG".
000525         88  DL100-FN-LEVEL-PAY         VALUE "LEVELPAY".
000530     05  DL100-MATH-RETURN-CODE     PIC S9(04) COMP.
000540         88  DL100-MATH-OK              VALUE 0.
000550         88  DL100-MATH-OVERFLOW        VALUE 4.
