000100*----------------------------------------------------------*
000101*FBRHST - RESULT-HISTORY-FILE (RESLHIST) RECORD LAYOUT.
000102*
000103*ONE MASTER RECORD PER NUMBER PER RUN DATE, THE FBLKUP FIELDS
000104*UNDER A DATE-QUALIFIED KEY. WRITTEN BY FIZZ-HIST (SEE
000105*3200-FILE-ONE-RESULT) AND READ BACK BY THE SAMPLE VERIFIER
000106*FIZZ-VERF, SO BOTH PROGRAMS COPY THIS ONE LAYOUT INSTEAD OF
000107*EACH KEEPING ITS OWN.
000108*FB-RHST-RULE-SET IS THE RULE SET THE NUMBER'S RANGE RAN
000109*UNDER, CARRIED OVER FROM FB-LOOKUP-RULE-SET. A BLANK RULE SET
000110*IS THE SHOP'S DEFAULT SET.
000111*----------------------------------------------------------*
000120 01  FB-RESLHIST-RECORD.
000130     05 FB-RHST-KEY.
000140        10 FB-RHST-DATE         PIC 9(08).
000150        10 FB-RHST-COUNTER      PIC 9(09).
000160     05 FILLER                  PIC X(01).
000170     05 FB-RHST-REM3            PIC 9(01).
000180     05 FILLER                  PIC X(01).
000190     05 FB-RHST-REM5            PIC 9(01).
000200     05 FILLER                  PIC X(01).
000210     05 FB-RHST-LABEL           PIC X(40).
000220     05 FILLER                  PIC X(01).
000230     05 FB-RHST-RULE-SET        PIC X(04).
