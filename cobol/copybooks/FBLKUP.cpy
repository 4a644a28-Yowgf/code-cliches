000105*BACK WITH A KEYED READ BY THE INQUIRY PROGRAM FIZZ-INQ, SO
000106*BOTH PROGRAMS COPY THIS ONE LAYOUT INSTEAD OF EACH KEEPING
000107*ITS OWN.
000108*FB-LOOKUP-RULE-SET IS THE RULE SET THE RANGE RAN UNDER.
000109*----------------------------------------------------------*
000110 01  FB-LOOKUP-RECORD.
000120     05 FB-LOOKUP-COUNTER       PIC 9(09).
000130     05 FILLER                  PIC X(01).
000160     05 FB-LOOKUP-REM5          PIC 9(01).
000170     05 FILLER                  PIC X(01).
000180     05 FB-LOOKUP-LABEL         PIC X(40).
000190     05 FILLER                  PIC X(01).
000200     05 FB-LOOKUP-RULE-SET      PIC X(04).
