000100*FBLOCKRQ - REQUEST AREA FOR THE FIZZ-LOCK SUBPROGRAM.
000150*
000200*EVERY JOB IN THE FAMILY COPIES THIS AREA, FILLS IN THE
000250*FUNCTION ("ACQ", "REL" OR "CHK"), ITS OWN PROGRAM NAME, AND
000300*THE SPACE-SEPARATED LOGICAL FILE NAMES IT WILL HOLD, AND CALLS
000350*"FIZZ-LOCK" USING FB-LOCK-REQUEST BEFORE OPENING THE SHARED
000400*FILES. ON AN ACQUIRE REFUSED FOR A CONFLICT, THE HOLDER
000450*FIELDS IDENTIFY THE JOB IN THE WAY - STATUS 20 MEANS THE
000500*HOLDING LOCK IS OLDER THAN FIZZ-LOCK'S STALE-AGE THRESHOLD
000550*AND IS ALMOST CERTAINLY LEFT BY AN ABEND, FOR OPERATIONS TO
000600*CLEAR DELIBERATELY.
000602*"CHK" MAKES THE SAME CONFLICT TEST AND FILLS IN THE SAME
000604*STATUS AND HOLDER FIELDS, BUT TAKES NO LOCK AND WRITES
000606*NOTHING - FOR A READ-ONLY JOB THAT MUST NOT RUN UNDER AN
000608*UPDATE BUT NEED NOT HOLD ITS FILES. THERE IS NOTHING TO
000609*RELEASE AFTERWARDS.
000610*A NAME ENDING IN "*" IS GENERIC: IT CONFLICTS WITH EVERY NAME
000620*BEGINNING WITH THE CHARACTERS BEFORE THE ASTERISK (FBPART*
000630*COVERS FBPART01, FBPART02, ...).
000635*A LONE "*" IS THE WHOLE FAMILY: IT CONFLICTS WITH EVERY NAME,
000640*AS EVERY NAME CONFLICTS WITH IT.
000650*----------------------------------------------------------*
000700 01  FB-LOCK-REQUEST.
000750     05 FB-LOCK-FUNCTION        PIC X(03).
000800        88 FB-LOCK-ACQUIRE               VALUE "ACQ".
000850        88 FB-LOCK-RELEASE               VALUE "REL".
000875        88 FB-LOCK-CHECK                 VALUE "CHK".
000900     05 FB-LOCK-PROGRAM         PIC X(10).
000950     05 FB-LOCK-FILES           PIC X(72).
001000     05 FB-LOCK-STATUS          PIC X(02).
