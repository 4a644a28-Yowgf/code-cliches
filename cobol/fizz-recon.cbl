001137*                     THE AUDIT TOTAL WITHOUT THE EXPENSIVE
001138*                     DETAIL-LINE PARSE OF RPTFILE, FOR TIGHT
001139*                     NIGHTS WHEN THE FULL BALANCE CAN WAIT.
001140*    10/15/2026 DP    RUN DATE NOW FROM THE BUSINESS-DATE FILE
001141*                     (FIZZ-BDTE); A BAD ONE ENDS WITH RC 84.
001142*    10/15/2026 DP    START, END AND CONDITIONS LOGGED THROUGH
001143*                     FIZZ-EVNT (8950-LOG-EVENT); RETURN CODE NOW
001144*                     KEPT AROUND THE RUN-LOCK RELEASE.
001145 ENVIRONMENT DIVISION.
001150 INPUT-OUTPUT SECTION.
001200 FILE-CONTROL.
001250     SELECT REPORT-FILE ASSIGN TO DYNAMIC FB-REPORT-FILE-NAME
005350 01  FB-DEEDIT-11-9 REDEFINES FB-DEEDIT-11-X
005400                                PIC 9(11).

005650 01  FB-RUN-DATE-DISPLAY        PIC X(08).

005700 01  FB-BALANCE-HEADING-1.
006230 01  FB-LOCK-HELD-SWITCHES.
006233     05 FB-LOCK-HELD-SW         PIC X(01) VALUE "N".
006236        88 FB-LOCK-HELD                  VALUE "Y".
006237 01  FB-SAVED-RETURN-CODE       PIC S9(04) COMP VALUE 0.

006238*BUSINESS-DATE REQUEST AREA FOR THE FIZZ-BDTE SUBPROGRAM,
006240*WHICH SUPPLIES THE RUN DATE IN PLACE OF THE SYSTEM DATE (SEE
006242*1060-GET-BUSINESS-DATE).
006244 COPY FBBDTERQ.

006245*EVENT REQUEST AREA FOR THE SHOP-WIDE FIZZ-EVNT SUBPROGRAM,
006246*WHICH LOGS THIS RUN'S START, END AND SIGNIFICANT CONDITIONS
006247*(SEE 8950-LOG-EVENT).
006248 COPY FBEVNTRQ.

006250 PROCEDURE DIVISION.
006300*----------------------------------------------------------*
006350* 0000-MAIN-PROCEDURE - CONTROLS THE OVERALL FLOW OF THE RUN.
006400*----------------------------------------------------------*
006450 0000-MAIN-PROCEDURE.
006460     MOVE "STR" TO FB-EVENT-FUNCTION
006470     PERFORM 8950-LOG-EVENT
006500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
006525     IF NOT FB-COUNTS-ONLY AND NOT FB-PHASE-R-DONE
006550         PERFORM 3200-COUNT-REPORT-LINES
007200 1000-INITIALIZE.
007202     PERFORM 1050-ACQUIRE-RUN-LOCK
007204     IF RETURN-CODE NOT = 0
007205         PERFORM 1055-LOG-LOCK-REFUSAL
007206         GO TO 1000-EXIT
007208     END-IF
007210     PERFORM 1100-RESOLVE-GENERATION THRU 1100-EXIT
007217     PERFORM 1060-GET-BUSINESS-DATE
007224     IF RETURN-CODE NOT = 0
007231         GO TO 1000-EXIT
007238     END-IF
007249     IF NOT FB-COUNTS-ONLY
007288         OPEN INPUT REPORT-FILE
007327         IF FB-REPORT-FILE-STATUS NOT = "00"
009050         CLOSE REPORT-FILE EXTRACT-FILE LOOKUP-FILE AUDIT-FILE
009100         GO TO 1000-EXIT
009150     END-IF
009316     PERFORM 1500-READ-LAST-CHECKPOINT
009332     OPEN EXTEND CHECKPOINT-FILE.

009700 1000-EXIT.
009750     IF RETURN-CODE NOT = 0
009775         PERFORM 8900-RELEASE-RUN-LOCK
009776         STOP RUN
009777     END-IF.

009778*----------------------------------------------------------*
009779* 1050-ACQUIRE-RUN-LOCK - TAKES THE SHOP-WIDE RUN LOCK FOR
009780*                         THE FILES THIS RUN HOLDS (SEE
009781*                         FIZZ-LOCK) BEFORE ANY SHARED FILE
009782*                         IS OPENED. A CONFLICTING LOCK ENDS
009783*                         THE RUN WITH RETURN CODE 72 - OR 76
009784*                         WHEN THE LOCK IS OLD ENOUGH TO LOOK
009785*                         STALE FROM AN ABEND (SEE FIZZ-LOCK),
009786*                         FOR OPERATIONS TO CLEAR RUNLOCK
009787*                         DELIBERATELY.
009788*                         A LOCK-MANAGER ERROR (FULL LOCK
009789*                         FILE, FAILED RENAME, BAD FUNCTION)
009790*                         ENDS WITH RETURN CODE 80.
009791*----------------------------------------------------------*
009792 1050-ACQUIRE-RUN-LOCK.
009793     MOVE "ACQ" TO FB-LOCK-FUNCTION
009794     MOVE "FIZZ-RECON" TO FB-LOCK-PROGRAM
009795     MOVE FB-RUN-LOCK-FILE-LIST TO FB-LOCK-FILES
009796     CALL "FIZZ-LOCK" USING FB-LOCK-REQUEST
009797     IF FB-LOCK-GRANTED
009798         SET FB-LOCK-HELD TO TRUE
009799     ELSE
009800         IF FB-LOCK-STALE-CONFLICT
009801             DISPLAY "FIZZ-RECON: STALE RUN LOCK HELD BY "
009802                 FB-LOCK-HOLDER " - CLEAR RUNLOCK AND RESUBMIT"
009803             MOVE 76 TO RETURN-CODE
009804         ELSE
009805             IF FB-LOCK-CONFLICT
009806                 DISPLAY "FIZZ-RECON: RUN LOCK HELD BY "
009807                     FB-LOCK-HOLDER " - RESUBMIT WHEN IT ENDS"
009808                 MOVE 72 TO RETURN-CODE
009809             ELSE
009810                 DISPLAY "FIZZ-RECON: RUN LOCK MANAGER ERROR, "
009811                     "STATUS " FB-LOCK-STATUS
009812                 MOVE 80 TO RETURN-CODE
009813             END-IF
009814         END-IF
009815     END-IF.

009816*----------------------------------------------------------*
009817* 1055-LOG-LOCK-REFUSAL - LOGS WHY 1050-ACQUIRE-RUN-LOCK WAS
009818*                         REFUSED THE RUN LOCK.
009819*----------------------------------------------------------*
009820 1055-LOG-LOCK-REFUSAL.
009821     SET FB-EVENT-CONDITION TO TRUE
009822     MOVE SPACES TO FB-EVENT-TEXT
009823     IF FB-LOCK-STALE-CONFLICT
009824         SET FB-EVENT-SEVERE TO TRUE
009825         MOVE 0011 TO FB-EVENT-MESSAGE-NO
009826         STRING "STALE RUN LOCK HELD BY " FB-LOCK-HOLDER
009827             DELIMITED BY SIZE INTO FB-EVENT-TEXT
009828     ELSE
009829         IF FB-LOCK-CONFLICT
009830             SET FB-EVENT-ERROR TO TRUE
009831             MOVE 0010 TO FB-EVENT-MESSAGE-NO
009832             STRING "RUN LOCK HELD BY " FB-LOCK-HOLDER
009833                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
009834         ELSE
009835             SET FB-EVENT-SEVERE TO TRUE
009836             MOVE 0012 TO FB-EVENT-MESSAGE-NO
009837             STRING "RUN LOCK MANAGER ERROR, STATUS "
009838                    FB-LOCK-STATUS
009839                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
009840         END-IF
009841     END-IF
009842     PERFORM 8950-LOG-EVENT.

009843*----------------------------------------------------------*
009844* 1060-GET-BUSINESS-DATE - TAKES THE RUN DATE FROM THE
009845*                          BUSINESS-DATE CONTROL FILE (SEE
009846*                          FIZZ-BDTE) IN PLACE OF THE SYSTEM
009847*                          DATE. A CONTROL RECORD THAT IS
009848*                          UNUSABLE, OR THAT NAMES A DATE
009849*                          OUTSIDE THE PROCESSING WINDOW, ENDS
009850*                          THE RUN WITH RETURN CODE 84.
009851*----------------------------------------------------------*
009852 1060-GET-BUSINESS-DATE.
009853     MOVE "FIZZ-RECON" TO FB-BDATE-PROGRAM
009854     CALL "FIZZ-BDTE" USING FB-BDATE-REQUEST
009855     IF FB-BDATE-BAD-CONTROL OR FB-BDATE-OUT-OF-WINDOW
009856         DISPLAY "FIZZ-RECON: BUSINESS DATE REFUSED - "
009857             FB-BDATE-MESSAGE
009858         MOVE 84 TO RETURN-CODE
009859         SET FB-EVENT-CONDITION TO TRUE
009860         SET FB-EVENT-ERROR TO TRUE
009861         MOVE 0015 TO FB-EVENT-MESSAGE-NO
009862         MOVE SPACES TO FB-EVENT-TEXT
009863         STRING "BUSINESS DATE REFUSED - " FB-BDATE-MESSAGE
009864             DELIMITED BY SIZE INTO FB-EVENT-TEXT
009865         PERFORM 8950-LOG-EVENT
009866     ELSE
009867         MOVE FB-BDATE-DISPLAY TO FB-RUN-DATE-DISPLAY
009888     END-IF.

009889*----------------------------------------------------------*
016700         MOVE "NOT ON FILE" TO FB-BAL-VERDICT
016750         PERFORM 4200-WRITE-VERDICT-LINE
016800         MOVE 12 TO RETURN-CODE
016805         SET FB-EVENT-CONDITION TO TRUE
016810         SET FB-EVENT-ERROR TO TRUE
016815         MOVE 0401 TO FB-EVENT-MESSAGE-NO
016820         MOVE "NO AUDIT RECORD - NOTHING TO RECONCILE"
016825             TO FB-EVENT-TEXT
016830         PERFORM 8950-LOG-EVENT
016850         GO TO 4000-EXIT
016900     END-IF
016933     IF NOT FB-COUNTS-ONLY
017350     PERFORM 4200-WRITE-VERDICT-LINE
017400     IF NOT FB-IN-BALANCE
017450         MOVE 8 TO RETURN-CODE
017455         SET FB-EVENT-CONDITION TO TRUE
017460         SET FB-EVENT-ERROR TO TRUE
017465         MOVE 0402 TO FB-EVENT-MESSAGE-NO
017470         MOVE "RUN IS OUT OF BALANCE - SEE RECNRPT"
017475             TO FB-EVENT-TEXT
017480         PERFORM 8950-LOG-EVENT
017500     END-IF.
017550 4000-EXIT.
017600     MOVE SPACES TO FB-BALANCE-RECORD
021063     CLOSE CHECKPOINT-FILE.

021064*----------------------------------------------------------*
021065* 8900-RELEASE-RUN-LOCK - RELEASES THE SHOP-WIDE RUN LOCK AND
021066*                         LOGS THE END OF THE RUN. NOTHING TO
021067*                         RELEASE WHEN THE LOCK WAS NEVER GRANTED.
021068*----------------------------------------------------------*
021071 8900-RELEASE-RUN-LOCK.
021074     IF FB-LOCK-HELD
021075         MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
021077         MOVE "REL" TO FB-LOCK-FUNCTION
021080         CALL "FIZZ-LOCK" USING FB-LOCK-REQUEST
021083         MOVE "N" TO FB-LOCK-HELD-SW
021086         MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE
021088     END-IF
021092     MOVE "END" TO FB-EVENT-FUNCTION
021095     PERFORM 8950-LOG-EVENT.

021105*----------------------------------------------------------*
021115* 8950-LOG-EVENT - LOGS ONE EVENT FOR THIS RUN THROUGH THE
021125*                  SHOP-WIDE FIZZ-EVNT SUBPROGRAM: THE START
021135*                  ("STR") OR END ("END") OF THE RUN, OR A
021145*                  CONDITION ("LOG") WHOSE SEVERITY, MESSAGE
021155*                  NUMBER AND TEXT THE CALLER HAS SET. THE
021165*                  RETURN CODE SO FAR GOES WITH THE EVENT AND
021175*                  IS KEPT AROUND THE CALL. A LOG THAT CANNOT
021185*                  BE WRITTEN DOES NOT STOP THE RUN.
021195*----------------------------------------------------------*
021205 8950-LOG-EVENT.
021215     MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
021225     MOVE "FIZZ-RECON" TO FB-EVENT-PROGRAM
021235     MOVE RETURN-CODE TO FB-EVENT-RETURN-CODE
021245     CALL "FIZZ-EVNT" USING FB-EVENT-REQUEST
021255     MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE.

021265 END PROGRAM FIZZ-RECON.
