000270*
000280* MODIFICATION HISTORY
000290* 02-SEP-2026  GH  INITIAL VERSION - GL POSTING INTERFACE
000291* 15-OCT-2026  GH  ADDED DL100-GLP-DTL-KIND.  PRIOR-DATE
000292*                  ADJUSTMENTS POST AS THEIR OWN JOURNAL DETAILS,
000293*                  KIND 'A', ONE PER FUNCTION, WITH THE NET OF THE
000294*                  REPLACEMENT RESULTS LESS THE REVERSED RESULTS
000295*                  AS A SIGNED AMOUNT, SO ACCOUNTING SEES THE
000296*                  CORRECTIONS APART FROM THE NIGHT'S ORDINARY
000297*                  ACTIVITY (KIND SPACE).  THE TRAILER STILL
000298*                  PROVES TO ZERO AGAINST ALL THE DETAILS.
000300******************************************************************
000310 01  DL100-GL-POSTING-RECORD.
000320     05  DL100-GLP-REC-TYPE         PIC X(01).
000490         10  FILLER                 PIC X(01).
000500         10  DL100-GLP-DTL-AMOUNT   PIC S9(11)
000510                                    SIGN LEADING SEPARATE.
000512         10  FILLER                 PIC X(01).
000514         10  DL100-GLP-DTL-KIND     PIC X(01).
000516             88  DL100-GLP-DTL-ACTIVITY VALUE SPACE.
000518             88  DL100-GLP-DTL-ADJUSTMENT
000520                                    VALUE "A".
000522         10  FILLER                 PIC X(36).
000530     05  DL100-GLP-TLR REDEFINES DL100-GLP-BODY.
000540         10  DL100-GLP-TLR-DTL-COUNT
000550                                    PIC 9(03).
