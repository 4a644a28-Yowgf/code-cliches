001256*    09/01/2026 DP    THE RUN NOW TAKES THE SHOP-WIDE RUN LOCK
001266*                     (SEE FIZZ-LOCK) BEFORE OPENING THE SHARED
001276*                     FILES AND RELEASES IT AT END OF RUN.
001277*    10/15/2026 DP    RUN DATE NOW FROM THE BUSINESS-DATE FILE
001278*                     (FIZZ-BDTE); A BAD ONE ENDS WITH RC 84.
001279*    10/15/2026 DP    START, END AND CONDITIONS LOGGED THROUGH
001280*                     FIZZ-EVNT (8950-LOG-EVENT); RETURN CODE NOW
001281*                     KEPT AROUND THE RUN-LOCK RELEASE.
001286 ENVIRONMENT DIVISION.
001300 INPUT-OUTPUT SECTION.
001350 FILE-CONTROL.
005600 01  FB-DEEDIT-11-9 REDEFINES FB-DEEDIT-11-X
005650                                PIC 9(11).

005900 01  FB-RUN-DATE-DISPLAY        PIC X(08).

005950 01  FB-HISTORY-HEADING-1.
007780 01  FB-LOCK-HELD-SWITCHES.
007783     05 FB-LOCK-HELD-SW         PIC X(01) VALUE "N".
007786        88 FB-LOCK-HELD                  VALUE "Y".
007787 01  FB-SAVED-RETURN-CODE       PIC S9(04) COMP VALUE 0.

007788*BUSINESS-DATE REQUEST AREA FOR THE FIZZ-BDTE SUBPROGRAM,
007790*WHICH SUPPLIES THE RUN DATE IN PLACE OF THE SYSTEM DATE (SEE
007792*1060-GET-BUSINESS-DATE).
007794 COPY FBBDTERQ.

007795*EVENT REQUEST AREA FOR THE SHOP-WIDE FIZZ-EVNT SUBPROGRAM,
007796*WHICH LOGS THIS RUN'S START, END AND SIGNIFICANT CONDITIONS
007797*(SEE 8950-LOG-EVENT).
007798 COPY FBEVNTRQ.

007800 PROCEDURE DIVISION.
007850*----------------------------------------------------------*
008550*                   SCHEDULER CAN TELL ONE REASON FROM ANOTHER.
008600*----------------------------------------------------------*
008650 1000-INITIALIZE.
008652     MOVE "STR" TO FB-EVENT-FUNCTION
008654     PERFORM 8950-LOG-EVENT
008660     PERFORM 1050-ACQUIRE-RUN-LOCK
008661     IF RETURN-CODE NOT = 0
008662         PERFORM 1055-LOG-LOCK-REFUSAL
008663         GO TO 1000-EXIT
008664     END-IF
008665     PERFORM 1060-GET-BUSINESS-DATE
008670     IF RETURN-CODE NOT = 0
008680         GO TO 1000-EXIT
008690     END-IF
009550         OPEN EXTEND ARCHIVE-FILE
009600         OPEN OUTPUT AUDIT-SCRATCH-FILE
009650     END-IF
009850     PERFORM 4100-WRITE-REPORT-HEADERS
009900     PERFORM 3005-READ-AUDIT-RECORD.

010538     END-IF.

010550*----------------------------------------------------------*
010551* 1055-LOG-LOCK-REFUSAL - LOGS WHY 1050-ACQUIRE-RUN-LOCK WAS
010552*                         REFUSED THE RUN LOCK.
010553*----------------------------------------------------------*
010554 1055-LOG-LOCK-REFUSAL.
010555     SET FB-EVENT-CONDITION TO TRUE
010556     MOVE SPACES TO FB-EVENT-TEXT
010557     IF FB-LOCK-STALE-CONFLICT
010558         SET FB-EVENT-SEVERE TO TRUE
010559         MOVE 0011 TO FB-EVENT-MESSAGE-NO
010560         STRING "STALE RUN LOCK HELD BY " FB-LOCK-HOLDER
010561             DELIMITED BY SIZE INTO FB-EVENT-TEXT
010562     ELSE
010563         IF FB-LOCK-CONFLICT
010564             SET FB-EVENT-ERROR TO TRUE
010565             MOVE 0010 TO FB-EVENT-MESSAGE-NO
010566             STRING "RUN LOCK HELD BY " FB-LOCK-HOLDER
010567                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
010568         ELSE
010569             SET FB-EVENT-SEVERE TO TRUE
010570             MOVE 0012 TO FB-EVENT-MESSAGE-NO
010571             STRING "RUN LOCK MANAGER ERROR, STATUS "
010572                    FB-LOCK-STATUS
010573                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
010574         END-IF
010575     END-IF
010576     PERFORM 8950-LOG-EVENT.

010577*----------------------------------------------------------*
010578* 1060-GET-BUSINESS-DATE - TAKES THE RUN DATE FROM THE
010579*                          BUSINESS-DATE CONTROL FILE (SEE
010580*                          FIZZ-BDTE) IN PLACE OF THE SYSTEM
010581*                          DATE. A CONTROL RECORD THAT IS
010582*                          UNUSABLE, OR THAT NAMES A DATE
010583*                          OUTSIDE THE PROCESSING WINDOW, ENDS
010584*                          THE RUN WITH RETURN CODE 84.
010585*----------------------------------------------------------*
010586 1060-GET-BUSINESS-DATE.
010587     MOVE "FIZZ-AUDR" TO FB-BDATE-PROGRAM
010588     CALL "FIZZ-BDTE" USING FB-BDATE-REQUEST
010589     IF FB-BDATE-BAD-CONTROL OR FB-BDATE-OUT-OF-WINDOW
010590         DISPLAY "FIZZ-AUDR: BUSINESS DATE REFUSED - "
010591             FB-BDATE-MESSAGE
010592         MOVE 84 TO RETURN-CODE
010593         SET FB-EVENT-CONDITION TO TRUE
010594         SET FB-EVENT-ERROR TO TRUE
010595         MOVE 0015 TO FB-EVENT-MESSAGE-NO
010596         MOVE SPACES TO FB-EVENT-TEXT
010597         STRING "BUSINESS DATE REFUSED - " FB-BDATE-MESSAGE
010598             DELIMITED BY SIZE INTO FB-EVENT-TEXT
010599         PERFORM 8950-LOG-EVENT
010600     ELSE
010601         MOVE FB-BDATE-DISPLAY TO FB-RUN-DATE-DISPLAY
010602     END-IF.

010603*----------------------------------------------------------*
010604* 1100-READ-RETAIN-PARM - READS THE OPTIONAL AUDRPARM CUTOFF
010650*                         DATE. NO FILE, NO RECORD, OR A BLANK
010700*                         RECORD MEANS REPORT ONLY; A PRESENT
010750*                         BUT NON-NUMERIC CUTOFF IS AN ERROR,
011550     IF FB-RETAIN-CUTOFF IS NOT NUMERIC
011600         DISPLAY "FIZZ-AUDR: AUDRPARM CUTOFF IS NOT NUMERIC"
011650         MOVE 16 TO RETURN-CODE
011658         SET FB-EVENT-CONDITION TO TRUE
011666         SET FB-EVENT-ERROR TO TRUE
011674         MOVE 1502 TO FB-EVENT-MESSAGE-NO
011682         MOVE "AUDRPARM CUTOFF IS NOT NUMERIC" TO FB-EVENT-TEXT
011690         PERFORM 8950-LOG-EVENT
011700         CLOSE AUDIT-FILE HISTORY-FILE
011750         GO TO 1100-EXIT
011800     END-IF
021700         IF FB-SCRATCH-RC NOT = 0
021750             DISPLAY "FIZZ-AUDR: AUDIT LOG RENAME FAILED"
021800             MOVE 20 TO RETURN-CODE
021805             SET FB-EVENT-CONDITION TO TRUE
021810             SET FB-EVENT-ERROR TO TRUE
021815             MOVE 1501 TO FB-EVENT-MESSAGE-NO
021820             MOVE "AUDIT LOG RENAME FAILED - AUDITLOG KEPT"
021825                 TO FB-EVENT-TEXT
021830             PERFORM 8950-LOG-EVENT
021850         END-IF
021900     END-IF
021903     PERFORM 8900-RELEASE-RUN-LOCK.


021906*----------------------------------------------------------*
021909* 8900-RELEASE-RUN-LOCK - RELEASES THE SHOP-WIDE RUN LOCK AND
021912*                         LOGS THE END OF THE RUN. NOTHING TO
021915*                         RELEASE WHEN THE LOCK WAS NEVER GRANTED.
021918*----------------------------------------------------------*
021921 8900-RELEASE-RUN-LOCK.
021924     IF FB-LOCK-HELD
021925         MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
021927         MOVE "REL" TO FB-LOCK-FUNCTION
021930         CALL "FIZZ-LOCK" USING FB-LOCK-REQUEST
021933         MOVE "N" TO FB-LOCK-HELD-SW
021936         MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE
021938     END-IF
021942     MOVE "END" TO FB-EVENT-FUNCTION
021945     PERFORM 8950-LOG-EVENT.

021955*----------------------------------------------------------*
021965* 8950-LOG-EVENT - LOGS ONE EVENT FOR THIS RUN THROUGH THE
021975*                  SHOP-WIDE FIZZ-EVNT SUBPROGRAM: THE START
021985*                  ("STR") OR END ("END") OF THE RUN, OR A
021995*                  CONDITION ("LOG") WHOSE SEVERITY, MESSAGE
022005*                  NUMBER AND TEXT THE CALLER HAS SET. THE
022015*                  RETURN CODE SO FAR GOES WITH THE EVENT AND
022025*                  IS KEPT AROUND THE CALL. A LOG THAT CANNOT
022035*                  BE WRITTEN DOES NOT STOP THE RUN.
022045*----------------------------------------------------------*
022055 8950-LOG-EVENT.
022065     MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
022075     MOVE "FIZZ-AUDR" TO FB-EVENT-PROGRAM
022085     MOVE RETURN-CODE TO FB-EVENT-RETURN-CODE
022095     CALL "FIZZ-EVNT" USING FB-EVENT-REQUEST
022105     MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE.

022115 END PROGRAM FIZZ-AUDR.
