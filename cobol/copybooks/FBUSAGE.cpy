000050*----------------------------------------------------------*
000100*FBUSAGE - INQUIRY USAGE-LOG (USAGELOG) RECORD LAYOUT.
000150*
000200*ONE RECORD PER INQUIRY REQUEST ANSWERED, APPENDED BY FIZZ-INQ
000250*(SINGLE, RANGE AND LABEL-SEARCH REQUESTS) AND BY FIZZ-HIST IN
000300*INQUIRY MODE (HISTORY REQUESTS), AND READ BACK AT MONTH END BY
000350*THE CHARGEBACK PROGRAM FIZZ-CHGB. A REQUEST THAT FAILS ITS
000400*EDITS IS NOT ANSWERED AND WRITES NO RECORD.
000450*
000500*FB-USAGE-LINES IS THE NUMBER OF RESULT LINES RETURNED - ONE
000550*FOR A SINGLE OR HISTORY REQUEST FOUND ON FILE, THE LINES
000600*PRINTED FOR A RANGE OR LABEL WALK. A REQUEST THAT RETURNED
000650*NOTHING IS MARKED NOT ON FILE WITH ZERO LINES.
000700*----------------------------------------------------------*
000750 01  FB-USAGE-RECORD.
000800     05 FB-USAGE-REQUESTOR      PIC X(08).
000850     05 FILLER                  PIC X(01).
000900     05 FB-USAGE-DATE           PIC 9(08).
000950     05 FILLER                  PIC X(01).
001000     05 FB-USAGE-PROGRAM        PIC X(10).
001050     05 FILLER                  PIC X(01).
001100     05 FB-USAGE-TYPE           PIC X(01).
001150        88 FB-USAGE-SINGLE               VALUE "S".
001200        88 FB-USAGE-RANGE                VALUE "R".
001250        88 FB-USAGE-LABEL-SEARCH         VALUE "L".
001300        88 FB-USAGE-HISTORY              VALUE "H".
001350     05 FILLER                  PIC X(01).
001400     05 FB-USAGE-OUTCOME        PIC X(01).
001450        88 FB-USAGE-ANSWERED             VALUE "A".
001500        88 FB-USAGE-NOT-ON-FILE          VALUE "N".
001550     05 FILLER                  PIC X(01).
001600     05 FB-USAGE-LINES          PIC 9(09).
