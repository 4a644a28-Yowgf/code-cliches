000105*SYSTEM LOADS AND READ BACK BY THE RECONCILIATION PROGRAM
000106*FIZZ-RECON, SO BOTH PROGRAMS COPY THIS ONE LAYOUT INSTEAD
000107*OF EACH KEEPING ITS OWN.
000108*FB-EXTR-RULE-SET IS THE RULE SET THE NUMBER'S RANGE RAN UNDER.
000109*----------------------------------------------------------*
000110 01  FB-EXTRACT-RECORD.
000120     05 FB-EXTR-COUNTER         PIC ZZZZZZZZ9.
000130     05 FILLER                  PIC X(01).
000160     05 FB-EXTR-REM5            PIC 9(01).
000170     05 FILLER                  PIC X(01).
000180     05 FB-EXTR-LABEL           PIC X(40).
000190     05 FILLER                  PIC X(01).
000200     05 FB-EXTR-RULE-SET        PIC X(04).
