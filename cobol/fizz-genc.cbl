001146*    09/01/2026 DP    THE RUN NOW TAKES THE SHOP-WIDE RUN LOCK
001147*                     (SEE FIZZ-LOCK) BEFORE OPENING THE SHARED
001148*                     FILES AND RELEASES IT AT END OF RUN.
001149*    10/15/2026 DP    RUN DATE NOW FROM THE BUSINESS-DATE FILE
001151*                     (FIZZ-BDTE); A BAD ONE ENDS WITH RC 84.
001153*    10/15/2026 DP    START, END AND CONDITIONS LOGGED THROUGH
001155*                     FIZZ-EVNT (8950-LOG-EVENT); RETURN CODE NOW
001157*                     KEPT AROUND THE RUN-LOCK RELEASE.
001160 ENVIRONMENT DIVISION.
001200 INPUT-OUTPUT SECTION.
001250 FILE-CONTROL.
001300     SELECT OPTIONAL GENERATION-CATALOG ASSIGN TO "GENCATLG"
004100 01  FB-DELETE-NAME             PIC X(30).
004150 01  FB-SCRATCH-RC              PIC S9(09) COMP-5.

004200 01  FB-SAVED-RETURN-CODE       PIC S9(04) COMP VALUE 0.

004250*BUSINESS-DATE REQUEST AREA FOR THE FIZZ-BDTE SUBPROGRAM,
004300*WHICH SUPPLIES THE RUN DATE IN PLACE OF THE SYSTEM DATE (SEE
004350*1060-GET-BUSINESS-DATE).
004358 COPY FBBDTERQ.

004366*EVENT REQUEST AREA FOR THE SHOP-WIDE FIZZ-EVNT SUBPROGRAM,
004374*WHICH LOGS THIS RUN'S START, END AND SIGNIFICANT CONDITIONS
004382*(SEE 8950-LOG-EVENT).
004390 COPY FBEVNTRQ.
004400 01  FB-RUN-DATE-DISPLAY        PIC X(08).

004450 01  FB-CLEANUP-HEADING-1.
006100*                   RECORD.
006150*----------------------------------------------------------*
006200 1000-INITIALIZE.
006202     MOVE "STR" TO FB-EVENT-FUNCTION
006204     PERFORM 8950-LOG-EVENT
006210     PERFORM 1050-ACQUIRE-RUN-LOCK
006211     IF RETURN-CODE NOT = 0
006212         PERFORM 1055-LOG-LOCK-REFUSAL
006213         GO TO 1000-EXIT
006214     END-IF
006215     PERFORM 1060-GET-BUSINESS-DATE
006220     IF RETURN-CODE NOT = 0
006230         GO TO 1000-EXIT
006240     END-IF
006450         MOVE 44 TO RETURN-CODE
006500         GO TO 1000-EXIT
006550     END-IF
006750     MOVE FB-RUN-DATE-DISPLAY TO FB-HDG1-DATE
006800     MOVE FB-CLEANUP-HEADING-1 TO FB-CLEANUP-RECORD
006850     WRITE FB-CLEANUP-RECORD AFTER ADVANCING 1 LINE
007388     END-IF.

007400*----------------------------------------------------------*
007401* 1055-LOG-LOCK-REFUSAL - LOGS WHY 1050-ACQUIRE-RUN-LOCK WAS
007402*                         REFUSED THE RUN LOCK.
007403*----------------------------------------------------------*
007404 1055-LOG-LOCK-REFUSAL.
007405     SET FB-EVENT-CONDITION TO TRUE
007406     MOVE SPACES TO FB-EVENT-TEXT
007407     IF FB-LOCK-STALE-CONFLICT
007408         SET FB-EVENT-SEVERE TO TRUE
007409         MOVE 0011 TO FB-EVENT-MESSAGE-NO
007410         STRING "STALE RUN LOCK HELD BY " FB-LOCK-HOLDER
007411             DELIMITED BY SIZE INTO FB-EVENT-TEXT
007412     ELSE
007413         IF FB-LOCK-CONFLICT
007414             SET FB-EVENT-ERROR TO TRUE
007415             MOVE 0010 TO FB-EVENT-MESSAGE-NO
007416             STRING "RUN LOCK HELD BY " FB-LOCK-HOLDER
007417                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
007418         ELSE
007419             SET FB-EVENT-SEVERE TO TRUE
007420             MOVE 0012 TO FB-EVENT-MESSAGE-NO
007421             STRING "RUN LOCK MANAGER ERROR, STATUS "
007422                    FB-LOCK-STATUS
007423                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
007424         END-IF
007425     END-IF
007426     PERFORM 8950-LOG-EVENT.

007427*----------------------------------------------------------*
007428* 1060-GET-BUSINESS-DATE - TAKES THE RUN DATE FROM THE
007429*                          BUSINESS-DATE CONTROL FILE (SEE
007430*                          FIZZ-BDTE) IN PLACE OF THE SYSTEM
007431*                          DATE. A CONTROL RECORD THAT IS
007432*                          UNUSABLE, OR THAT NAMES A DATE
007433*                          OUTSIDE THE PROCESSING WINDOW, ENDS
007434*                          THE RUN WITH RETURN CODE 84.
007435*----------------------------------------------------------*
007436 1060-GET-BUSINESS-DATE.
007437     MOVE "FIZZ-GENC" TO FB-BDATE-PROGRAM
007438     CALL "FIZZ-BDTE" USING FB-BDATE-REQUEST
007439     IF FB-BDATE-BAD-CONTROL OR FB-BDATE-OUT-OF-WINDOW
007440         DISPLAY "FIZZ-GENC: BUSINESS DATE REFUSED - "
007441             FB-BDATE-MESSAGE
007442         MOVE 84 TO RETURN-CODE
007443         SET FB-EVENT-CONDITION TO TRUE
007444         SET FB-EVENT-ERROR TO TRUE
007445         MOVE 0015 TO FB-EVENT-MESSAGE-NO
007446         MOVE SPACES TO FB-EVENT-TEXT
007447         STRING "BUSINESS DATE REFUSED - " FB-BDATE-MESSAGE
007448             DELIMITED BY SIZE INTO FB-EVENT-TEXT
007449         PERFORM 8950-LOG-EVENT
007450     ELSE
007451         MOVE FB-BDATE-DISPLAY TO FB-RUN-DATE-DISPLAY
007452     END-IF.

007453*----------------------------------------------------------*
007454* 1100-READ-RETAIN-PARM - READS THE OPTIONAL GENCPARM
007500*                         RETENTION COUNT. NO FILE, NO RECORD,
007550*                         OR A BLANK RECORD LEAVES THE DEFAULT
007600*                         OF 5; A PRESENT BUT NON-NUMERIC
008300             DISPLAY "FIZZ-GENC: GENCPARM RETENTION COUNT IS "
008350                 "NOT NUMERIC"
008400             MOVE 16 TO RETURN-CODE
008407             SET FB-EVENT-CONDITION TO TRUE
008414             SET FB-EVENT-ERROR TO TRUE
008421             MOVE 0703 TO FB-EVENT-MESSAGE-NO
008428             MOVE "GENCPARM RETENTION COUNT IS NOT NUMERIC"
008435                 TO FB-EVENT-TEXT
008442             PERFORM 8950-LOG-EVENT
008450         END-IF
008500     END-IF
008550     CLOSE RETAIN-PARM-FILE.
012880         MOVE 8 TO RETURN-CODE
012885         DISPLAY "FIZZ-GENC: DELETE FAILED, GENERATION KEPT "
012890             "ON CATALOG"
012892         PERFORM 3120-LOG-DELETE-FAILURE
012895     ELSE
012900         MOVE "R" TO FB-GEN-TBL-DISP-SW (FB-GEN-IDX)
012905         ADD 1 TO FB-RETIRE-OK-COUNT
013045     END-IF.

013047*----------------------------------------------------------*
013049* 3120-LOG-DELETE-FAILURE - LOGS A GENERATION WHOSE FILES
013051*                           COULD NOT BE DELETED AND WAS KEPT
013053*                           ON THE CATALOG.
013055*----------------------------------------------------------*
013057 3120-LOG-DELETE-FAILURE.
013059     SET FB-EVENT-CONDITION TO TRUE
013061     SET FB-EVENT-WARNING TO TRUE
013063     MOVE 0701 TO FB-EVENT-MESSAGE-NO
013065     MOVE SPACES TO FB-EVENT-TEXT
013067     STRING "DELETE FAILED FOR GENERATION "
013069            FB-GEN-TBL-NUMBER (FB-GEN-IDX)
013071            " - KEPT ON CATALOG"
013073         DELIMITED BY SIZE INTO FB-EVENT-TEXT
013075     PERFORM 8950-LOG-EVENT.

013077*----------------------------------------------------------*
013079* 3200-REBUILD-CATALOG - WRITES THE SURVIVING ENTRIES TO THE
013100*                        SCRATCH FILE AND SWAPS IT IN AS THE
013150*                        CATALOG, THE SAME DELETE/RENAME PAIR
013200*                        THE OTHER JOBS IN THIS FAMILY USE.
013850     IF FB-SCRATCH-RC NOT = 0
013900         DISPLAY "FIZZ-GENC: CATALOG RENAME FAILED"
013950         MOVE 20 TO RETURN-CODE
013955         SET FB-EVENT-CONDITION TO TRUE
013960         SET FB-EVENT-ERROR TO TRUE
013965         MOVE 0702 TO FB-EVENT-MESSAGE-NO
013970         MOVE "CATALOG RENAME FAILED - GENCATLG NOT REPLACED"
013975             TO FB-EVENT-TEXT
013980         PERFORM 8950-LOG-EVENT
014000     END-IF.

014050*----------------------------------------------------------*
015700             TO FB-CLEANUP-RECORD
015750         WRITE FB-CLEANUP-RECORD AFTER ADVANCING 1 LINE
015800         MOVE 12 TO RETURN-CODE
015807         SET FB-EVENT-CONDITION TO TRUE
015814         SET FB-EVENT-ERROR TO TRUE
015821         MOVE 0704 TO FB-EVENT-MESSAGE-NO
015828         MOVE "CATALOG OVERFLOWED - NOTHING RETIRED"
015835             TO FB-EVENT-TEXT
015842         PERFORM 8950-LOG-EVENT
015850     END-IF.

015900*----------------------------------------------------------*


016106*----------------------------------------------------------*
016109* 8900-RELEASE-RUN-LOCK - RELEASES THE SHOP-WIDE RUN LOCK AND
016112*                         LOGS THE END OF THE RUN. NOTHING TO
016115*                         RELEASE WHEN THE LOCK WAS NEVER GRANTED.
016118*----------------------------------------------------------*
016121 8900-RELEASE-RUN-LOCK.
016124     IF FB-LOCK-HELD
016125         MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
016127         MOVE "REL" TO FB-LOCK-FUNCTION
016130         CALL "FIZZ-LOCK" USING FB-LOCK-REQUEST
016133         MOVE "N" TO FB-LOCK-HELD-SW
016136         MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE
016138     END-IF
016142     MOVE "END" TO FB-EVENT-FUNCTION
016145     PERFORM 8950-LOG-EVENT.

016155*----------------------------------------------------------*
016165* 8950-LOG-EVENT - LOGS ONE EVENT FOR THIS RUN THROUGH THE
016175*                  SHOP-WIDE FIZZ-EVNT SUBPROGRAM: THE START
016185*                  ("STR") OR END ("END") OF THE RUN, OR A
016195*                  CONDITION ("LOG") WHOSE SEVERITY, MESSAGE
016205*                  NUMBER AND TEXT THE CALLER HAS SET. THE
016215*                  RETURN CODE SO FAR GOES WITH THE EVENT AND
016225*                  IS KEPT AROUND THE CALL. A LOG THAT CANNOT
016235*                  BE WRITTEN DOES NOT STOP THE RUN.
016245*----------------------------------------------------------*
016255 8950-LOG-EVENT.
016265     MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
016275     MOVE "FIZZ-GENC" TO FB-EVENT-PROGRAM
016285     MOVE RETURN-CODE TO FB-EVENT-RETURN-CODE
016295     CALL "FIZZ-EVNT" USING FB-EVENT-REQUEST
016305     MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE.

016315 END PROGRAM FIZZ-GENC.
