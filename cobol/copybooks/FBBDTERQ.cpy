000050*----------------------------------------------------------*
000100*FBBDTERQ - REQUEST AREA FOR THE FIZZ-BDTE SUBPROGRAM.
000150*
000200*EVERY JOB IN THE FAMILY COPIES THIS AREA, FILLS IN ITS OWN
000250*PROGRAM NAME, AND CALLS "FIZZ-BDTE" USING FB-BDATE-REQUEST
000300*BEFORE IT STAMPS ANY WORK WITH A DATE. THE SUBPROGRAM HANDS
000350*BACK THE BUSINESS PROCESSING DATE FROM THE BUSDATE CONTROL
000400*FILE (THE SYSTEM DATE WHEN NO CONTROL RECORD IS ON FILE),
000450*ITS MM/DD/YY PRINT FORM, AND HOW THE HOLCAL CALENDAR
000500*CLASSES THE DAY. STATUS 10 IS A NON-PROCESSING DAY WITH NO
000550*OVERRIDE SET - ONLY FIZZ-BUZZ REFUSES TO RUN ON ONE. STATUS
000600*20 IS A DATE OUTSIDE THE PROCESSING WINDOW (AHEAD OF THE
000650*SYSTEM DATE, OR TOO FAR BEHIND IT WITHOUT THE REPROCESS
000700*FLAG) AND STATUS 30 AN UNUSABLE CONTROL RECORD; EVERY JOB
000750*REFUSES TO RUN ON EITHER. FB-BDATE-MESSAGE SAYS WHY.
000800*----------------------------------------------------------*
000850 01  FB-BDATE-REQUEST.
000900     05 FB-BDATE-PROGRAM        PIC X(10).
000950     05 FB-BDATE-STATUS         PIC X(02).
001000        88 FB-BDATE-ACCEPTED             VALUE "00".
001050        88 FB-BDATE-NON-PROCESSING       VALUE "10".
001100        88 FB-BDATE-OUT-OF-WINDOW        VALUE "20".
001150        88 FB-BDATE-BAD-CONTROL          VALUE "30".
001200     05 FB-BDATE-DATE8          PIC 9(08).
001250     05 FB-BDATE-DISPLAY        PIC X(08).
001300     05 FB-BDATE-SYSTEM-DATE8   PIC 9(08).
001350     05 FB-BDATE-DAY-NAME       PIC X(03).
001400     05 FB-BDATE-DAY-TYPE       PIC X(01).
001450        88 FB-BDATE-PROCESSING-DAY       VALUE "P".
001500        88 FB-BDATE-WEEKEND              VALUE "W".
001550        88 FB-BDATE-HOLIDAY              VALUE "H".
001600     05 FB-BDATE-DAY-TEXT       PIC X(30).
001650     05 FB-BDATE-OVERRIDE-SW    PIC X(01).
001700        88 FB-BDATE-OVERRIDE             VALUE "Y".
001750     05 FB-BDATE-REPROCESS-SW   PIC X(01).
001800        88 FB-BDATE-REPROCESS            VALUE "Y".
001850     05 FB-BDATE-SOURCE         PIC X(01).
001900        88 FB-BDATE-FROM-CONTROL         VALUE "C".
001950        88 FB-BDATE-FROM-SYSTEM          VALUE "S".
002000     05 FB-BDATE-MESSAGE        PIC X(40).
