000050*----------------------------------------------------------*
000100*FBBKCAT - BACKUP-SET CATALOG (BKUPCATL) RECORD LAYOUT.
000150*
000200*ONE RECORD PER GOOD BACKUP SET, OLDEST FIRST. WRITTEN BY
000250*FIZZ-BKUP, WHICH ALSO RETIRES THE OLDEST SETS PAST ITS
000300*RETENTION COUNT THE WAY FIZZ-GENC RETIRES GENERATIONS, AND READ
000350*BY FIZZ-REST TO CONFIRM THAT A SET ASKED FOR WAS TAKEN CLEANLY.
000400*A SET IS NAMED BY ITS BUSINESS DATE: ITS MANIFEST IS
000450*BKUPMANF.BCCYYMMDD AND EACH FILE'S COPY IS THE FILE'S OWN NAME
000500*WITH THE SAME .BCCYYMMDD SUFFIX (SEE FBBKMANF).
000550*----------------------------------------------------------*
000600 01  FB-BKCAT-RECORD.
000650     05 FB-BKC-SET-DATE         PIC 9(08).
000700     05 FILLER                  PIC X(01).
000750     05 FB-BKC-SET-TIME         PIC 9(08).
000800     05 FILLER                  PIC X(01).
000850     05 FB-BKC-FILE-COUNT       PIC 9(03).
000900     05 FILLER                  PIC X(01).
000950     05 FB-BKC-RECORD-TOTAL     PIC 9(11).
001000     05 FILLER                  PIC X(01).
001050     05 FB-BKC-MANIFEST-NAME    PIC X(20).
