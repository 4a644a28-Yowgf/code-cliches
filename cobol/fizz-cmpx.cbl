001223*                     APPEARS TWICE ON ONE SIDE IS REPORTED
001229*                     AS A DUPLICATE EXCEPTION (RC 8) INSTEAD
001235*                     OF FAILING THE RUN OUT OF SEQUENCE.
001236*    10/15/2026 DP    RUN DATE NOW FROM FIZZ-BDTE; A BAD ONE
001237*                     ENDS WITH RC 84.
001238*    10/15/2026 DP    RECORDS NOW 59 BYTES (FBEXTR RULE SET).
001239*    10/15/2026 DP    EVENTS LOGGED THROUGH FIZZ-EVNT (8950);
001240*                     RC KEPT AROUND THE RUN-LOCK RELEASE.
001241 ENVIRONMENT DIVISION.
001250 INPUT-OUTPUT SECTION.
001300 FILE-CONTROL.
001950*THE SORTED SIDE.
001975 FD  EXTRACT-FILE
002000     LABEL RECORDS ARE STANDARD.
002025 01  FB-EXTRACT-INPUT-RECORD    PIC X(59).

002050*BASEFILE IS A SAVED COPY OF A PRIOR RUN'S EXTRFILE, SO ITS
002100*RECORDS HAVE THE FBEXTR LAYOUT; THE RAW RECORD IS MOVED TO
002150*FB-BASE-COLUMNS BELOW FOR FIELD ACCESS UNDER ITS OWN NAMES.
002200 FD  BASELINE-FILE
002250     LABEL RECORDS ARE STANDARD.
002300 01  FB-BASELINE-RECORD         PIC X(59).

002304 SD  SORT-WORK-FILE.
002308 01  FB-SORT-RECORD.
002312     05 FB-SORT-COUNTER         PIC X(09).
002316     05 FILLER                  PIC X(50).

002320 FD  SORTED-EXTRACT-FILE
002324     LABEL RECORDS ARE STANDARD.

002332 FD  SORTED-BASELINE-FILE
002336     LABEL RECORDS ARE STANDARD.
002340 01  FB-SORTED-BASE-RECORD      PIC X(59).

002350 FD  COMPARE-FILE
002400     LABEL RECORDS ARE STANDARD.
003250     05 FB-BASE-REM5            PIC X(01).
003300     05 FILLER                  PIC X(01).
003350     05 FB-BASE-LABEL           PIC X(40).
003360     05 FILLER                  PIC X(01).
003370     05 FB-BASE-RULE-SET        PIC X(04).

003400*MATCH KEYS: THE RIGHT-JUSTIFIED EDITED COUNTERS DE-EDITED
003450*BACK TO NUMBERS, PLUS THE PRIOR KEY ON EACH SIDE FOR THE
004166     05 FB-NEW-DUP-COUNT        PIC 9(10) COMP VALUE 0.
004182     05 FB-BASE-DUP-COUNT       PIC 9(10) COMP VALUE 0.

004400 01  FB-RUN-DATE-DISPLAY        PIC X(08).

004450 01  FB-COMPARE-HEADING-1.
005530 01  FB-LOCK-HELD-SWITCHES.
005533     05 FB-LOCK-HELD-SW         PIC X(01) VALUE "N".
005536        88 FB-LOCK-HELD                  VALUE "Y".
005537 01  FB-SAVED-RETURN-CODE       PIC S9(04) COMP VALUE 0.

005538*BUSINESS-DATE REQUEST AREA FOR THE FIZZ-BDTE SUBPROGRAM,
005540*WHICH SUPPLIES THE RUN DATE IN PLACE OF THE SYSTEM DATE (SEE
005542*1060-GET-BUSINESS-DATE).
005544 COPY FBBDTERQ.

005545*EVENT REQUEST AREA FOR THE SHOP-WIDE FIZZ-EVNT SUBPROGRAM,
005546*WHICH LOGS THIS RUN'S START, END AND SIGNIFICANT CONDITIONS
005547*(SEE 8950-LOG-EVENT).
005548 COPY FBEVNTRQ.

005550 PROCEDURE DIVISION.
005600*----------------------------------------------------------*
005650* 0000-MAIN-PROCEDURE - CONTROLS THE OVERALL FLOW OF THE RUN.
005700*----------------------------------------------------------*
005750 0000-MAIN-PROCEDURE.
005760     MOVE "STR" TO FB-EVENT-FUNCTION
005770     PERFORM 8950-LOG-EVENT
005800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
005850     PERFORM 3100-COMPARE-NEXT-PAIR
005900         UNTIL FB-EXTRACT-EOF AND FB-BASELINE-EOF
006450 1000-INITIALIZE.
006452     PERFORM 1050-ACQUIRE-RUN-LOCK
006454     IF RETURN-CODE NOT = 0
006455         PERFORM 1055-LOG-LOCK-REFUSAL
006456         GO TO 1000-EXIT
006458     END-IF
006460     PERFORM 1100-RESOLVE-GENERATIONS THRU 1100-EXIT
006465     PERFORM 1060-GET-BUSINESS-DATE
006470     IF RETURN-CODE NOT = 0
006475         GO TO 1000-EXIT
006480     END-IF
006489     OPEN INPUT EXTRACT-FILE
006518     IF FB-EXTRACT-FILE-STATUS NOT = "00"
006547         DISPLAY "FIZZ-CMPX: EXTRACT-FILE WOULD NOT OPEN, "
007562         CLOSE SORTED-EXTRACT-FILE SORTED-BASELINE-FILE
007591         GO TO 1000-EXIT
007620     END-IF
007800     MOVE FB-RUN-DATE-DISPLAY TO FB-HDG1-DATE
007850     MOVE FB-COMPARE-HEADING-1 TO FB-COMPARE-RECORD
007900     WRITE FB-COMPARE-RECORD AFTER ADVANCING 1 LINE
008500 1000-EXIT.
008550     IF RETURN-CODE NOT = 0
008575         PERFORM 8900-RELEASE-RUN-LOCK
008576         STOP RUN
008577     END-IF.

008578*----------------------------------------------------------*
008579* 1050-ACQUIRE-RUN-LOCK - TAKES THE SHOP-WIDE RUN LOCK FOR
008580*                         THE FILES THIS RUN HOLDS (SEE
008581*                         FIZZ-LOCK) BEFORE ANY SHARED FILE
008582*                         IS OPENED. A CONFLICTING LOCK ENDS
008583*                         THE RUN WITH RETURN CODE 72 - OR 76
008584*                         WHEN THE LOCK IS OLD ENOUGH TO LOOK
008585*                         STALE FROM AN ABEND (SEE FIZZ-LOCK),
008586*                         FOR OPERATIONS TO CLEAR RUNLOCK
008587*                         DELIBERATELY.
008588*                         A LOCK-MANAGER ERROR (FULL LOCK
008589*                         FILE, FAILED RENAME, BAD FUNCTION)
008590*                         ENDS WITH RETURN CODE 80.
008591*----------------------------------------------------------*
008592 1050-ACQUIRE-RUN-LOCK.
008593     MOVE "ACQ" TO FB-LOCK-FUNCTION
008594     MOVE "FIZZ-CMPX" TO FB-LOCK-PROGRAM
008595     MOVE FB-RUN-LOCK-FILE-LIST TO FB-LOCK-FILES
008596     CALL "FIZZ-LOCK" USING FB-LOCK-REQUEST
008597     IF FB-LOCK-GRANTED
008598         SET FB-LOCK-HELD TO TRUE
008599     ELSE
008600         IF FB-LOCK-STALE-CONFLICT
008601             DISPLAY "FIZZ-CMPX: STALE RUN LOCK HELD BY "
008602                 FB-LOCK-HOLDER " - CLEAR RUNLOCK AND RESUBMIT"
008603             MOVE 76 TO RETURN-CODE
008604         ELSE
008605             IF FB-LOCK-CONFLICT
008606                 DISPLAY "FIZZ-CMPX: RUN LOCK HELD BY "
008607                     FB-LOCK-HOLDER " - RESUBMIT WHEN IT ENDS"
008608                 MOVE 72 TO RETURN-CODE
008609             ELSE
008610                 DISPLAY "FIZZ-CMPX: RUN LOCK MANAGER ERROR, "
008611                     "STATUS " FB-LOCK-STATUS
008612                 MOVE 80 TO RETURN-CODE
008613             END-IF
008614         END-IF
008615     END-IF.

008616*----------------------------------------------------------*
008617* 1055-LOG-LOCK-REFUSAL - LOGS WHY 1050-ACQUIRE-RUN-LOCK WAS
008618*                         REFUSED THE RUN LOCK.
008619*----------------------------------------------------------*
008620 1055-LOG-LOCK-REFUSAL.
008621     SET FB-EVENT-CONDITION TO TRUE
008622     MOVE SPACES TO FB-EVENT-TEXT
008623     IF FB-LOCK-STALE-CONFLICT
008624         SET FB-EVENT-SEVERE TO TRUE
008625         MOVE 0011 TO FB-EVENT-MESSAGE-NO
008626         STRING "STALE RUN LOCK HELD BY " FB-LOCK-HOLDER
008627             DELIMITED BY SIZE INTO FB-EVENT-TEXT
008628     ELSE
008629         IF FB-LOCK-CONFLICT
008630             SET FB-EVENT-ERROR TO TRUE
008631             MOVE 0010 TO FB-EVENT-MESSAGE-NO
008632             STRING "RUN LOCK HELD BY " FB-LOCK-HOLDER
008633                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
008634         ELSE
008635             SET FB-EVENT-SEVERE TO TRUE
008636             MOVE 0012 TO FB-EVENT-MESSAGE-NO
008637             STRING "RUN LOCK MANAGER ERROR, STATUS "
008638                    FB-LOCK-STATUS
008639                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
008640         END-IF
008641     END-IF
008642     PERFORM 8950-LOG-EVENT.

008643*----------------------------------------------------------*
008644* 1060-GET-BUSINESS-DATE - TAKES THE RUN DATE FROM THE
008645*                          BUSINESS-DATE CONTROL FILE (SEE
008646*                          FIZZ-BDTE) IN PLACE OF THE SYSTEM
008647*                          DATE. A CONTROL RECORD THAT IS
008648*                          UNUSABLE, OR THAT NAMES A DATE
008649*                          OUTSIDE THE PROCESSING WINDOW, ENDS
008650*                          THE RUN WITH RETURN CODE 84.
008651*----------------------------------------------------------*
008652 1060-GET-BUSINESS-DATE.
008653     MOVE "FIZZ-CMPX" TO FB-BDATE-PROGRAM
008654     CALL "FIZZ-BDTE" USING FB-BDATE-REQUEST
008655     IF FB-BDATE-BAD-CONTROL OR FB-BDATE-OUT-OF-WINDOW
008656         DISPLAY "FIZZ-CMPX: BUSINESS DATE REFUSED - "
008657             FB-BDATE-MESSAGE
008658         MOVE 84 TO RETURN-CODE
008659         SET FB-EVENT-CONDITION TO TRUE
008660         SET FB-EVENT-ERROR TO TRUE
008661         MOVE 0015 TO FB-EVENT-MESSAGE-NO
008662         MOVE SPACES TO FB-EVENT-TEXT
008663         STRING "BUSINESS DATE REFUSED - " FB-BDATE-MESSAGE
008664             DELIMITED BY SIZE INTO FB-EVENT-TEXT
008665         PERFORM 8950-LOG-EVENT
008666     ELSE
008667         MOVE FB-BDATE-DISPLAY TO FB-RUN-DATE-DISPLAY
008688     END-IF.

008689*----------------------------------------------------------*
016550     ELSE
016600         MOVE "DIFFERENCES FOUND - SEE DETAIL ABOVE"
016650             TO FB-COMPARE-RECORD
016655         SET FB-EVENT-CONDITION TO TRUE
016660         SET FB-EVENT-WARNING TO TRUE
016665         MOVE 1102 TO FB-EVENT-MESSAGE-NO
016670         MOVE "BASE AND NEW EXTRACTS DIFFER - SEE CMPRRPT"
016675             TO FB-EVENT-TEXT
016680         PERFORM 8950-LOG-EVENT
016700     END-IF
016750     WRITE FB-COMPARE-RECORD AFTER ADVANCING 1 LINE
016755     IF FB-NEW-DUP-COUNT > 0 OR FB-BASE-DUP-COUNT > 0
016775         IF RETURN-CODE = 0
016780             MOVE 8 TO RETURN-CODE
016785         END-IF
016787         PERFORM 4010-LOG-DUPLICATE-COUNTERS
016790     END-IF
016800     DISPLAY "FIZZ-CMPX: " FB-SUMMARY-LINE-1.

016801*----------------------------------------------------------*
016802* 4010-LOG-DUPLICATE-COUNTERS - LOGS THE DUPLICATE COUNTERS
016803*                               REPORTED FOR OVERLAPPING RANGES.
016804*----------------------------------------------------------*
016805 4010-LOG-DUPLICATE-COUNTERS.
016806     SET FB-EVENT-CONDITION TO TRUE
016807     SET FB-EVENT-ERROR TO TRUE
016808     MOVE 1101 TO FB-EVENT-MESSAGE-NO
016809     MOVE "DUPLICATE COUNTERS - OVERLAPPING RANGES"
016810         TO FB-EVENT-TEXT
016811     PERFORM 8950-LOG-EVENT.

016850*----------------------------------------------------------*
016900* 8000-TERMINATE - CLOSES THE FILES OPENED FOR THE RUN.
016950*----------------------------------------------------------*


017156*----------------------------------------------------------*
017159* 8900-RELEASE-RUN-LOCK - RELEASES THE SHOP-WIDE RUN LOCK AND
017162*                         LOGS THE END OF THE RUN. NOTHING TO
017165*                         RELEASE WHEN THE LOCK WAS NEVER GRANTED.
017168*----------------------------------------------------------*
017171 8900-RELEASE-RUN-LOCK.
017174     IF FB-LOCK-HELD
017175         MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
017177         MOVE "REL" TO FB-LOCK-FUNCTION
017180         CALL "FIZZ-LOCK" USING FB-LOCK-REQUEST
017183         MOVE "N" TO FB-LOCK-HELD-SW
017186         MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE
017188     END-IF
017192     MOVE "END" TO FB-EVENT-FUNCTION
017195     PERFORM 8950-LOG-EVENT.

017205*----------------------------------------------------------*
017215* 8950-LOG-EVENT - LOGS ONE EVENT FOR THIS RUN THROUGH THE
017225*                  SHOP-WIDE FIZZ-EVNT SUBPROGRAM: THE START
017235*                  ("STR") OR END ("END") OF THE RUN, OR A
017245*                  CONDITION ("LOG") WHOSE SEVERITY, MESSAGE
017255*                  NUMBER AND TEXT THE CALLER HAS SET. THE
017265*                  RETURN CODE SO FAR GOES WITH THE EVENT AND
017275*                  IS KEPT AROUND THE CALL. A LOG THAT CANNOT
017285*                  BE WRITTEN DOES NOT STOP THE RUN.
017295*----------------------------------------------------------*
017305 8950-LOG-EVENT.
017315     MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
017325     MOVE "FIZZ-CMPX" TO FB-EVENT-PROGRAM
017335     MOVE RETURN-CODE TO FB-EVENT-RETURN-CODE
017345     CALL "FIZZ-EVNT" USING FB-EVENT-REQUEST
017355     MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE.

017365 END PROGRAM FIZZ-CMPX.
