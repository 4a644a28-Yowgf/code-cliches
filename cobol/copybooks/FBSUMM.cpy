000108*LINES THE RULE FIRED ON IN THAT RANGE, PLUS ONE "T" RECORD
000109*PER RANGE CARRYING THE RANGE'S TOTAL LINE COUNT (DIVISOR
000110*ZERO, LABEL BLANK).
000112*BOTH RECORD TYPES CARRY THE RULE SET THE RANGE RAN UNDER.
000114*----------------------------------------------------------*
000120 01  FB-SUMMARY-RECORD.
000130     05 FB-SUMM-REC-TYPE        PIC X(01).
000135        88 FB-SUMM-RULE-REC               VALUE "R".
000200     05 FB-SUMM-LABEL           PIC X(08).
000205     05 FILLER                  PIC X(01).
000210     05 FB-SUMM-HIT-COUNT       PIC 9(09).
000220     05 FILLER                  PIC X(01).
000230     05 FB-SUMM-RULE-SET        PIC X(04).
