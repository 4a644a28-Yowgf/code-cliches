000109*READ AND VALIDATED BY THE RULES VALIDATOR FIZZ-RULV, SO BOTH
000110*PROGRAMS COPY THIS ONE LAYOUT INSTEAD OF EACH KEEPING ITS
000111*OWN.
000112*FB-RULES-REC-RULE-SET TAGS THE RULE WITH THE RULE SET IT
000113*BELONGS TO; EACH PARMFILE CONTROL RECORD NAMES THE RULE SET ITS
000114*RANGE RUNS UNDER. A BLANK RULE SET (AS ON AN OLD SHORT RECORD)
000115*IS THE SHOP'S DEFAULT SET, SELECTED BY A CONTROL RECORD THAT
000116*NAMES NONE.
000117*----------------------------------------------------------*
000120 01  FB-RULES-RECORD.
000130     05 FB-RULES-REC-DIVISOR    PIC 9(02).
000140     05 FB-RULES-REC-LABEL      PIC X(08).
000150     05 FB-RULES-REC-EFF-DATE   PIC X(08).
000160     05 FB-RULES-REC-EXP-DATE   PIC X(08).
000170     05 FB-RULES-REC-RULE-SET   PIC X(04).
