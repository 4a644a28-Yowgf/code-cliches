000050*----------------------------------------------------------*
000100*FBBKMANF - BACKUP MANIFEST (BKUPMANF.BCCYYMMDD) RECORD LAYOUT.
000150*
000200*ONE RECORD PER FILE OF THE FAMILY IN A BACKUP SET, WRITTEN BY
000250*FIZZ-BKUP AND READ BY FIZZ-REST. THE ORGANIZATION SAYS HOW THE
000300*FILE WAS COPIED: "S" (LINE SEQUENTIAL) FILES ARE COPIED AS THEY
000350*STAND, "I" (INDEXED) FILES ARE UNLOADED IN KEY ORDER TO A LINE
000400*SEQUENTIAL COPY AND RELOADED FROM IT. A FILE NOT ON DISK WHEN
000450*THE SET WAS TAKEN IS LISTED AS NOT PRESENT, WITH NO COPY.
000500*THE RECORD COUNT AND HASH TOTAL ARE THE FILE'S AS TAKEN; THE
000550*COPY WAS VERIFIED TO THE SAME FIGURES BEFORE THE SET WAS
000600*CATALOGUED, AND A RESTORED FILE MUST SHOW THEM AGAIN. THE HASH
000650*IS A ROLLING 15-DIGIT SUM, AS ON THE FIZZ-XMIT TRAILER, OF ONE
000700*ADDEND PER RECORD: EACH NON-BLANK CHARACTER'S CODE TIMES ITS
000750*POSITION IN THE RECORD, SO TRAILING BLANKS DO NOT COUNT.
000800*----------------------------------------------------------*
000850 01  FB-BKMAN-RECORD.
000900     05 FB-BKM-FILE-NAME        PIC X(08).
000950     05 FILLER                  PIC X(01).
001000     05 FB-BKM-ORGANIZATION     PIC X(01).
001050        88 FB-BKM-SEQUENTIAL              VALUE "S".
001100        88 FB-BKM-INDEXED                 VALUE "I".
001150     05 FILLER                  PIC X(01).
001200     05 FB-BKM-PRESENT-SW       PIC X(01).
001250        88 FB-BKM-PRESENT                 VALUE "Y".
001300        88 FB-BKM-NOT-PRESENT             VALUE "N".
001350     05 FILLER                  PIC X(01).
001400     05 FB-BKM-RECORD-COUNT     PIC 9(11).
001450     05 FILLER                  PIC X(01).
001500     05 FB-BKM-HASH-TOTAL       PIC 9(15).
001550     05 FILLER                  PIC X(01).
001600     05 FB-BKM-BACKUP-NAME      PIC X(20).
