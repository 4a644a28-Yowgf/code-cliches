000050*----------------------------------------------------------*
000100*FBBUSDT - BUSINESS-DATE CONTROL FILE (BUSDATE) RECORD LAYOUT.
000150*
000200*ONE RECORD, SET BY OPERATIONS, NAMING THE BUSINESS DAY THE
000250*NIGHT'S WORK BELONGS TO (CCYYMMDD). READ ONLY BY THE
000300*FIZZ-BDTE SUBPROGRAM, WHICH EVERY JOB IN THE FAMILY CALLS IN
000350*PLACE OF THE SYSTEM DATE. FB-BUSDATE-OVERRIDE "Y" LETS
000400*FIZZ-BUZZ RUN ON A WEEKEND OR HOLIDAY; FB-BUSDATE-REPROCESS
000450*"Y" MARKS A DELIBERATE RERUN OF A PAST BUSINESS DATE FURTHER
000500*BACK THAN THE NORMAL OVERNIGHT SLIP, SO THE RESULTS ARE
000550*FILED UNDER THAT DATE EVERYWHERE. FB-BUSDATE-SET-BY IS THE
000600*OPERATOR WHO KEYED THE RECORD, FOR THE CONSOLE LOG.
000650*----------------------------------------------------------*
000700 01  FB-BUSDATE-RECORD.
000750     05 FB-BUSDATE-DATE         PIC X(08).
000800     05 FILLER                  PIC X(01).
000850     05 FB-BUSDATE-OVERRIDE     PIC X(01).
000900     05 FILLER                  PIC X(01).
000950     05 FB-BUSDATE-REPROCESS    PIC X(01).
001000     05 FILLER                  PIC X(01).
001050     05 FB-BUSDATE-SET-BY       PIC X(08).
