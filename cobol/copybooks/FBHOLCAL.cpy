000050*----------------------------------------------------------*
000100*FBHOLCAL - PROCESSING CALENDAR (HOLCAL) RECORD LAYOUT.
000150*
000200*ONE RECORD PER CALENDAR EXCEPTION, IN ANY ORDER. SATURDAYS
000250*AND SUNDAYS ARE NON-PROCESSING DAYS WITHOUT AN ENTRY; AN
000300*"H" RECORD MARKS A WEEKDAY HOLIDAY AS NON-PROCESSING TOO, AND
000350*A "P" RECORD MARKS A WEEKEND DAY AS A SPECIAL PROCESSING DAY.
000400*READ BY THE FIZZ-BDTE SUBPROGRAM TO CLASS THE BUSINESS DATE,
000450*AND BY ANY JOB THAT NEEDS TO STEP OVER NON-PROCESSING DAYS.
000500*----------------------------------------------------------*
000550 01  FB-HOLCAL-RECORD.
000600     05 FB-HOLCAL-DATE          PIC X(08).
000650     05 FILLER                  PIC X(01).
000700     05 FB-HOLCAL-TYPE          PIC X(01).
000750        88 FB-HOLCAL-HOLIDAY             VALUE "H".
000800        88 FB-HOLCAL-WORKDAY             VALUE "P".
000850     05 FILLER                  PIC X(01).
000900     05 FB-HOLCAL-DESCRIPTION   PIC X(30).
