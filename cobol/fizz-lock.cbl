001000*    APPENDED. "REL" REWRITES THE FILE WITHOUT THE CALLER'S
001050*    RECORD. BOTH REWRITES GO THROUGH A SCRATCH FILE AND
001100*    RENAME, THE SAME WAY THE OTHER JOBS IN THIS FAMILY
001150*    REBUILD THEIR FILES. "CHK" MAKES THE ACQUIRE'S CONFLICT
001160*    SCAN AND REPORTS THE SAME STATUS AND HOLDER, BUT WRITES
001170*    NOTHING - FOR A READ-ONLY CALLER THAT MUST NOT WORK
001180*    UNDER A RUNNING UPDATE YET HAS NO NEED TO HOLD ITS FILES.
001200*
001250*MODIFICATION HISTORY.
001300*    DATE       INIT  DESCRIPTION
001700*                     RATHER THAN A CALENDAR-DATE ROLLOVER,
001750*                     SO A RUN STARTED JUST BEFORE MIDNIGHT
001800*                     IS NOT REPORTED STALE JUST AFTER IT.
001802*    10/15/2026 DP    A LOGICAL NAME ENDING IN AN ASTERISK IS NOW
001804*                     A GENERIC NAME THAT CONFLICTS WITH EVERY
001806*                     NAME BEGINNING WITH THE CHARACTERS BEFORE
001808*                     IT, SO A JOB CAN HOLD A WHOLE FAMILY OF
001810*                     PARTITION FILES (FBPART*) AGAINST THE
001812*                     FIZZ-BUZZ PARTITION STEPS, WHOSE OWN NAMES
001814*                     (FBPART01, FBPART02, ...) DO NOT CONFLICT
001816*                     WITH EACH OTHER.
001818*    10/15/2026 DP    THE FUNCTION DISPATCH NO LONGER FALLS
001820*                     THROUGH INTO THE REST OF THE PROGRAM AFTER
001822*                     AN ACQUIRE OR RELEASE: ITS GOBACK SAT INSIDE
001824*                     THE LAST ELSE OF THE IF/ELSE IF CHAIN, SO AN
001826*                     ACQUIRE WENT ON TO TEST ITSELF AGAINST ITS
001828*                     OWN NEW LOCK AND THEN RELEASE IT.
001830*    10/15/2026 DP    A LONE ASTERISK NOW STANDS FOR THE WHOLE
001832*                     FILE FAMILY AND CONFLICTS WITH EVERY NAME,
001834*                     SO THE BACKUP AND RESTORE JOBS CAN HOLD
001836*                     EVERY FILE WITH ONE LOCK.
001838*    10/15/2026 DP    NEW "CHK" FUNCTION: THE ACQUIRE'S CONFLICT
001840*                     SCAN WITHOUT THE REWRITE, SO A READ-ONLY
001842*                     INQUIRY CAN REFUSE TO RUN UNDER AN UPDATE
001844*                     WITHOUT LOCKING OR REWRITING RUNLOCK.
001850 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
001950 FILE-CONTROL.
003850     05 FB-THEIR-FILE           OCCURS 8 TIMES PIC X(08).
003900 01  FB-OUR-SUB                 PIC 9(02) COMP VALUE 0.
003950 01  FB-THEIR-SUB               PIC 9(02) COMP VALUE 0.
003955*GENERIC-NAME TEST. A NAME ENDING IN "*" STANDS FOR EVERY NAME
003960*THAT BEGINS WITH THE CHARACTERS BEFORE THE ASTERISK;
003965*FB-GENERIC-LENGTH IS HOW MANY CHARACTERS THAT IS (8 WHEN THE
003970*NAME HAS NO ASTERISK AND SO IS NOT GENERIC AT ALL).
003975 01  FB-GENERIC-LENGTH          PIC 9(02) COMP VALUE 0.

004000*STALE-LOCK AGE TEST. A CONFLICTING LOCK OLDER THAN
004050*FB-STALE-AGE-HOURS IS REPORTED AS STALE (STATUS 20): LONG
007400     END-IF
007450     IF FB-LOCK-ACQUIRE
007500         PERFORM 3000-ACQUIRE-LOCK THRU 3000-EXIT
007650     ELSE
007700         IF FB-LOCK-RELEASE
007705             PERFORM 4000-RELEASE-LOCK
007710         ELSE
007715             IF FB-LOCK-CHECK
007720                 PERFORM 3050-CHECK-LOCK
007725             ELSE
007730                 MOVE "40" TO FB-LOCK-STATUS
007735             END-IF
007740         END-IF
007750     END-IF
007800     GOBACK.

010700 3000-EXIT.
010750     EXIT.

010752*----------------------------------------------------------*
010754* 3050-CHECK-LOCK - THE SAME CONFLICT SCAN AS AN ACQUIRE, BUT
010756*                   NOTHING IS WRITTEN: A READ-ONLY CALLER
010758*                   LEARNS WHETHER A JOB HOLDS ANY OF ITS
010760*                   FILES, AND WHO, WITHOUT TAKING A LOCK OF
010762*                   ITS OWN OR REWRITING RUNLOCK.
010764*----------------------------------------------------------*
010766 3050-CHECK-LOCK.
010768     PERFORM 3100-PARSE-OUR-FILES
010770     MOVE 0 TO FB-HELD-SUB
010772     PERFORM 3200-TEST-HELD-LOCK THRU 3200-EXIT
010774         UNTIL FB-CONFLICT-FOUND
010776            OR FB-HELD-SUB >= FB-HELD-COUNT.

010800*----------------------------------------------------------*
010850* 3100-PARSE-OUR-FILES - BREAKS THE CALLER'S FILE LIST INTO
010900*                        TOKENS FOR THE PAIRWISE COMPARE.
017000     EXIT.

017050*----------------------------------------------------------*
017100* 3400-TEST-ONE-THEIR-FILE - TESTS ONE NAME-TO-NAME PAIR. A
017110*                            PAIR THAT IS NOT THE SAME NAME CAN
017120*                            STILL CONFLICT WHEN EITHER SIDE IS
017130*                            GENERIC (SEE 3410-TEST-GENERIC-PAIR).
017150*----------------------------------------------------------*
017200 3400-TEST-ONE-THEIR-FILE.
017250     ADD 1 TO FB-THEIR-SUB
017300     IF FB-THEIR-FILE (FB-THEIR-SUB) NOT = SPACES
017350         IF FB-THEIR-FILE (FB-THEIR-SUB) =
017400            FB-OUR-FILE (FB-OUR-SUB)
017402             SET FB-CONFLICT-FOUND TO TRUE
017404         ELSE
017406             PERFORM 3410-TEST-GENERIC-PAIR
017408         END-IF
017410     END-IF.

017412*----------------------------------------------------------*
017414* 3410-TEST-GENERIC-PAIR - A GENERIC NAME ON EITHER SIDE
017416*                          CONFLICTS WITH ANY NAME ON THE OTHER
017418*                          THAT BEGINS WITH THE SAME CHARACTERS
017420*                          BEFORE ITS ASTERISK. A LONE "*" IS THE
017422*                          WHOLE FAMILY AND CONFLICTS WITH EVERY
017424*                          NAME.
017426*----------------------------------------------------------*
017428 3410-TEST-GENERIC-PAIR.
017430     IF FB-OUR-FILE (FB-OUR-SUB) = "*"
017432        OR FB-THEIR-FILE (FB-THEIR-SUB) = "*"
017450         SET FB-CONFLICT-FOUND TO TRUE
017452     END-IF
017454     MOVE 0 TO FB-GENERIC-LENGTH
017456     INSPECT FB-OUR-FILE (FB-OUR-SUB)
017458         TALLYING FB-GENERIC-LENGTH
017460             FOR CHARACTERS BEFORE INITIAL "*"
017462     IF FB-GENERIC-LENGTH > 0 AND FB-GENERIC-LENGTH < 8
017464         IF FB-THEIR-FILE (FB-THEIR-SUB) (1:FB-GENERIC-LENGTH) =
017466            FB-OUR-FILE (FB-OUR-SUB) (1:FB-GENERIC-LENGTH)
017468             SET FB-CONFLICT-FOUND TO TRUE
017470         END-IF
017472     END-IF
017474     MOVE 0 TO FB-GENERIC-LENGTH
017476     INSPECT FB-THEIR-FILE (FB-THEIR-SUB)
017478         TALLYING FB-GENERIC-LENGTH
017480             FOR CHARACTERS BEFORE INITIAL "*"
017482     IF FB-GENERIC-LENGTH > 0 AND FB-GENERIC-LENGTH < 8
017484         IF FB-THEIR-FILE (FB-THEIR-SUB) (1:FB-GENERIC-LENGTH) =
017486            FB-OUR-FILE (FB-OUR-SUB) (1:FB-GENERIC-LENGTH)
017488             SET FB-CONFLICT-FOUND TO TRUE
017490         END-IF
017500     END-IF.

017550*----------------------------------------------------------*
