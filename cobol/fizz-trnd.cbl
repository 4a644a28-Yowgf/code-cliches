001450*    DATE       INIT  DESCRIPTION
001500*    ---------  ----  --------------------------------------
001550*    09/01/2026 DP    INITIAL VERSION.
001555*    10/15/2026 DP    THE RUN DATE NOW COMES FROM THE
001560*                     BUSINESS-DATE CONTROL FILE (SEE FIZZ-BDTE)
001565*                     IN PLACE OF THE SYSTEM DATE. A CONTROL
001570*                     RECORD THAT IS UNUSABLE OR OUTSIDE THE
001575*                     PROCESSING WINDOW ENDS THE RUN WITH RETURN
001580*                     CODE 84.
001582*    10/15/2026 DP    THE RUN NOW LOGS ITS START, ITS END AND
001584*                     RETURN CODE, AND ITS SIGNIFICANT CONDITIONS
001586*                     TO THE SHOP EVENT LOG THROUGH FIZZ-EVNT (SEE
001588*                     8950-LOG-EVENT); A WARNING OR WORSE ALSO
001590*                     GOES TO THE MONITORING CONSOLE'S ALERT FILE.
001592*                     THE RUN'S RETURN CODE IS NOW ALSO KEPT
001594*                     AROUND THE RUN-LOCK RELEASE, WHOSE CALL HAD
001596*                     BEEN PASSING BACK FIZZ-LOCK'S OWN ZERO IN
001598*                     ITS PLACE.
001600 ENVIRONMENT DIVISION.
001650 INPUT-OUTPUT SECTION.
001700 FILE-CONTROL.
007950 01  FB-SCRATCH-NEW-HST         PIC X(20) VALUE "TRNDHIST".
008000 01  FB-SCRATCH-RC              PIC S9(09) COMP-5.

008250 01  FB-RUN-DATE-DISPLAY        PIC X(08).

008300 01  FB-TREND-HEADING-1.
010750 01  FB-LOCK-HELD-SWITCHES.
010800     05 FB-LOCK-HELD-SW         PIC X(01) VALUE "N".
010850        88 FB-LOCK-HELD                  VALUE "Y".
010855 01  FB-SAVED-RETURN-CODE       PIC S9(04) COMP VALUE 0.

010860*BUSINESS-DATE REQUEST AREA FOR THE FIZZ-BDTE SUBPROGRAM,
010870*WHICH SUPPLIES THE RUN DATE IN PLACE OF THE SYSTEM DATE (SEE
010880*1060-GET-BUSINESS-DATE).
010890 COPY FBBDTERQ.

010892*EVENT REQUEST AREA FOR THE SHOP-WIDE FIZZ-EVNT SUBPROGRAM,
010894*WHICH LOGS THIS RUN'S START, END AND SIGNIFICANT CONDITIONS
010896*(SEE 8950-LOG-EVENT).
010898 COPY FBEVNTRQ.

010900 PROCEDURE DIVISION.
010950*----------------------------------------------------------*
011200     PERFORM 3000-AGGREGATE-SUMMARY-FILE
011250     PERFORM 3500-FOLD-RUN-INTO-HISTORY
011300     PERFORM 5000-REWRITE-HISTORY
011310     IF RETURN-CODE = 24
011320         PERFORM 5010-LOG-RENAME-FAILURE
011330     END-IF
011350     PERFORM 4000-WRITE-TREND-REPORT
011400     PERFORM 8000-TERMINATE
011450     STOP RUN.
011800*                   CAN TELL ONE REASON FROM ANOTHER.
011850*----------------------------------------------------------*
011900 1000-INITIALIZE.
011910     MOVE "STR" TO FB-EVENT-FUNCTION
011920     PERFORM 8950-LOG-EVENT
011950     PERFORM 1050-ACQUIRE-RUN-LOCK
011960     IF RETURN-CODE NOT = 0
011962         PERFORM 1055-LOG-LOCK-REFUSAL
011970         GO TO 1000-EXIT
011980     END-IF
011990     PERFORM 1060-GET-BUSINESS-DATE
012000     IF RETURN-CODE NOT = 0
012050         GO TO 1000-EXIT
012100     END-IF
013450         DISPLAY "FIZZ-TRND: NO AUDIT RECORD ON FILE - "
013500             "NO RUN DATE TO FOLD UNDER"
013550         MOVE 12 TO RETURN-CODE
013557         SET FB-EVENT-CONDITION TO TRUE
013564         SET FB-EVENT-ERROR TO TRUE
013571         MOVE 0502 TO FB-EVENT-MESSAGE-NO
013578         MOVE "NO AUDIT RECORD - NO RUN DATE TO FOLD UNDER"
013585             TO FB-EVENT-TEXT
013592         PERFORM 8950-LOG-EVENT
013600         CLOSE TREND-REPORT-FILE SUMMARY-FILE
013650         GO TO 1000-EXIT
013700     END-IF
013900         DISPLAY "FIZZ-TRND: HISTORY OVERFLOWED TABLE - "
013950             "ARCHIVE ITS OLDEST DATES AND RERUN"
014000         MOVE 16 TO RETURN-CODE
014007         SET FB-EVENT-CONDITION TO TRUE
014014         SET FB-EVENT-ERROR TO TRUE
014021         MOVE 0503 TO FB-EVENT-MESSAGE-NO
014028         MOVE "HISTORY OVERFLOWED TABLE - ARCHIVE OLDEST DATES"
014035             TO FB-EVENT-TEXT
014042         PERFORM 8950-LOG-EVENT
014050         CLOSE TREND-REPORT-FILE SUMMARY-FILE
014100         GO TO 1000-EXIT
014150     END-IF
014350     MOVE FB-RUN-DATE-DISPLAY TO FB-HDG1-DATE
014400     MOVE FB-TREND-HEADING-1 TO FB-TREND-RECORD
014450     WRITE FB-TREND-RECORD AFTER ADVANCING 1 LINE
037890                     "STATUS " FB-LOCK-STATUS
037910                 MOVE 80 TO RETURN-CODE
037930             END-IF
037931         END-IF
037932     END-IF.

037933*----------------------------------------------------------*
037934* 1055-LOG-LOCK-REFUSAL - LOGS WHY 1050-ACQUIRE-RUN-LOCK WAS
037935*                         REFUSED THE RUN LOCK.
037936*----------------------------------------------------------*
037937 1055-LOG-LOCK-REFUSAL.
037938     SET FB-EVENT-CONDITION TO TRUE
037939     MOVE SPACES TO FB-EVENT-TEXT
037940     IF FB-LOCK-STALE-CONFLICT
037941         SET FB-EVENT-SEVERE TO TRUE
037942         MOVE 0011 TO FB-EVENT-MESSAGE-NO
037943         STRING "STALE RUN LOCK HELD BY " FB-LOCK-HOLDER
037944             DELIMITED BY SIZE INTO FB-EVENT-TEXT
037945     ELSE
037946         IF FB-LOCK-CONFLICT
037947             SET FB-EVENT-ERROR TO TRUE
037948             MOVE 0010 TO FB-EVENT-MESSAGE-NO
037949             STRING "RUN LOCK HELD BY " FB-LOCK-HOLDER
037950                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
037951         ELSE
037952             SET FB-EVENT-SEVERE TO TRUE
037953             MOVE 0012 TO FB-EVENT-MESSAGE-NO
037954             STRING "RUN LOCK MANAGER ERROR, STATUS "
037955                    FB-LOCK-STATUS
037956                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
037957         END-IF
037958     END-IF
037959     PERFORM 8950-LOG-EVENT.

037960*----------------------------------------------------------*
037961* 1060-GET-BUSINESS-DATE - TAKES THE RUN DATE FROM THE
037962*                          BUSINESS-DATE CONTROL FILE (SEE
037963*                          FIZZ-BDTE) IN PLACE OF THE SYSTEM
037964*                          DATE. A CONTROL RECORD THAT IS
037965*                          UNUSABLE, OR THAT NAMES A DATE
037966*                          OUTSIDE THE PROCESSING WINDOW, ENDS
037967*                          THE RUN WITH RETURN CODE 84.
037968*----------------------------------------------------------*
037969 1060-GET-BUSINESS-DATE.
037970     MOVE "FIZZ-TRND" TO FB-BDATE-PROGRAM
037971     CALL "FIZZ-BDTE" USING FB-BDATE-REQUEST
037972     IF FB-BDATE-BAD-CONTROL OR FB-BDATE-OUT-OF-WINDOW
037973         DISPLAY "FIZZ-TRND: BUSINESS DATE REFUSED - "
037974             FB-BDATE-MESSAGE
037975         MOVE 84 TO RETURN-CODE
037976         SET FB-EVENT-CONDITION TO TRUE
037977         SET FB-EVENT-ERROR TO TRUE
037978         MOVE 0015 TO FB-EVENT-MESSAGE-NO
037979         MOVE SPACES TO FB-EVENT-TEXT
037980         STRING "BUSINESS DATE REFUSED - " FB-BDATE-MESSAGE
037981             DELIMITED BY SIZE INTO FB-EVENT-TEXT
037982         PERFORM 8950-LOG-EVENT
037983     ELSE
037984         MOVE FB-BDATE-DISPLAY TO FB-RUN-DATE-DISPLAY
037985     END-IF.

037986*----------------------------------------------------------*
037987* 1100-READ-TREND-PARM - READS THE OPTIONAL TRNDPARM LOOKBACK
037988*                        AND TOLERANCE. NO FILE, NO RECORD,
037989*                        OR A BLANK FIELD LEAVES THE DEFAULT;
037990*                        A PRESENT BUT NON-NUMERIC FIELD IS
037991*                        AN ERROR.
037992*----------------------------------------------------------*
037993 1100-READ-TREND-PARM.
037994     OPEN INPUT TREND-PARM-FILE
037995     READ TREND-PARM-FILE
037996         AT END
037997             SET FB-TPARM-EOF TO TRUE
037998     END-READ
037999     CLOSE TREND-PARM-FILE
038000     IF FB-TPARM-EOF
038001         GO TO 1100-EXIT
038002     END-IF
038003     IF FB-TPARM-LOOKBACK NOT = SPACES
038004         IF FB-TPARM-LOOKBACK IS NUMERIC
038005             MOVE FB-TPARM-LOOKBACK TO FB-LOOKBACK-RUNS
038006         ELSE
038007             DISPLAY "FIZZ-TRND: TRNDPARM LOOKBACK IS NOT "
038008                 "NUMERIC"
038009             MOVE 20 TO RETURN-CODE
038010         END-IF
038011     END-IF
038012     IF FB-TPARM-TOLERANCE NOT = SPACES
038013         IF FB-TPARM-TOLERANCE IS NUMERIC
038014             MOVE FB-TPARM-TOLERANCE TO FB-TOLERANCE-PCT
038015         ELSE
038016             DISPLAY "FIZZ-TRND: TRNDPARM TOLERANCE IS NOT "
038017                 "NUMERIC"
038018             MOVE 20 TO RETURN-CODE
038019         END-IF
038020     END-IF.
038021 1100-EXIT.
038022     IF RETURN-CODE NOT = 0
038023         PERFORM 1110-REJECT-TREND-PARM
038024         PERFORM 8900-RELEASE-RUN-LOCK
038025         STOP RUN
038026     END-IF.

038027*----------------------------------------------------------*
038028* 1110-REJECT-TREND-PARM - LOGS THE UNUSABLE TRNDPARM AND
038029*                          CLOSES THE FILES OPENED SO FAR.
038030*----------------------------------------------------------*
038031 1110-REJECT-TREND-PARM.
038032     SET FB-EVENT-CONDITION TO TRUE
038033     SET FB-EVENT-ERROR TO TRUE
038034     MOVE 0504 TO FB-EVENT-MESSAGE-NO
038035     MOVE "TRNDPARM LOOKBACK OR TOLERANCE IS NOT NUMERIC"
038036         TO FB-EVENT-TEXT
038037     PERFORM 8950-LOG-EVENT
038038     CLOSE TREND-REPORT-FILE SUMMARY-FILE.

038042*----------------------------------------------------------*
038043* 1200-FIND-AUDIT-DATE - READS AUDITLOG FRONT TO BACK AND
038331     MOVE FB-AVG-RATE  TO FB-VDT-AVG
038332     MOVE FB-CURR-RATE TO FB-VDT-CURR
038333     IF FB-TOLERANCE-HIT
038334         PERFORM 4205-COUNT-RATE-ALERT
038335         MOVE "*** RATE OUT OF TOLERANCE ***" TO FB-VDT-FLAG
038336     ELSE
038337         MOVE SPACES TO FB-VDT-FLAG
038340     WRITE FB-TREND-RECORD AFTER ADVANCING 1 LINE.

038341*----------------------------------------------------------*
038342* 4205-COUNT-RATE-ALERT - COUNTS A RULE WHOSE CURRENT RATE IS
038343*                         OUT OF TOLERANCE AND LOGS IT AS A
038344*                         WARNING.
038345*----------------------------------------------------------*
038346 4205-COUNT-RATE-ALERT.
038347     ADD 1 TO FB-ALERT-COUNT
038348     SET FB-EVENT-CONDITION TO TRUE
038349     SET FB-EVENT-WARNING TO TRUE
038350     MOVE 0501 TO FB-EVENT-MESSAGE-NO
038351     MOVE SPACES TO FB-EVENT-TEXT
038352     STRING "RULE " FB-AGG-LABEL (FB-AGG-SUB) " DIVISOR "
038353            FB-AGG-DIVISOR (FB-AGG-SUB)
038354            " HIT RATE OUT OF TOLERANCE"
038355         DELIMITED BY SIZE INTO FB-EVENT-TEXT
038356     PERFORM 8950-LOG-EVENT.

038357*----------------------------------------------------------*
038358* 4210-WRITE-RULE-RUN-LINE - PRINTS ONE LOOKBACK RUN'S LINE
038359*                            FOR THE RULE, AND FEEDS THE
038360*                            AVERAGE (PRIOR RUNS) OR THE
038361*                            CURRENT RATE (LAST RUN).
038362*----------------------------------------------------------*
038363 4210-WRITE-RULE-RUN-LINE.
038364     ADD 1 TO FB-DATE-SUB
038365     MOVE "N" TO FB-ENTRY-FOUND-SW
038366     MOVE 0 TO FB-HTBL-SUB
038367     PERFORM 4220-MATCH-RULE-RUN
038368         UNTIL FB-ENTRY-FOUND
038369            OR FB-HTBL-SUB >= FB-HTBL-COUNT
038370     IF NOT FB-ENTRY-FOUND
038371         GO TO 4210-EXIT
038372     END-IF
038373     IF FB-HTBL-TOTAL (FB-MATCH-SUB) > 0
038374         COMPUTE FB-RATE-PCT ROUNDED =
038375             FB-HTBL-HITS (FB-MATCH-SUB) * 100
038376             / FB-HTBL-TOTAL (FB-MATCH-SUB)
038377     ELSE
038378         MOVE 0 TO FB-RATE-PCT
038379     END-IF
038380     MOVE FB-DATE-ENTRY (FB-DATE-SUB) TO FB-DTL-DATE
038381     MOVE FB-HTBL-HITS (FB-MATCH-SUB)  TO FB-DTL-HITS
038382     MOVE FB-HTBL-TOTAL (FB-MATCH-SUB) TO FB-DTL-TOTAL
038383     MOVE FB-RATE-PCT TO FB-DTL-RATE
038384     MOVE FB-TREND-DETAIL-LINE TO FB-TREND-RECORD
038385     WRITE FB-TREND-RECORD AFTER ADVANCING 1 LINE
038386     IF FB-DATE-SUB = FB-DATE-COUNT
038387         MOVE FB-RATE-PCT TO FB-CURR-RATE
038388     ELSE
038389         ADD FB-RATE-PCT TO FB-RATE-SUM
038390         ADD 1 TO FB-PRIOR-COUNT
038391     END-IF.
038392 4210-EXIT.
038393     EXIT.

038394*----------------------------------------------------------*
038395* 4220-MATCH-RULE-RUN - TESTS THE NEXT HISTORY ENTRY AGAINST
038396*                       THE RULE (DIVISOR AND LABEL) AND RUN
038397*                       DATE BEING PRINTED.
038398*----------------------------------------------------------*
038399 4220-MATCH-RULE-RUN.
038400     ADD 1 TO FB-HTBL-SUB
038401     IF FB-HTBL-DATE (FB-HTBL-SUB) =
038402        FB-DATE-ENTRY (FB-DATE-SUB)
038403        AND FB-HTBL-LABEL (FB-HTBL-SUB) =
038404            FB-AGG-LABEL (FB-AGG-SUB)
038405        AND FB-HTBL-DIVISOR (FB-HTBL-SUB) =
038406            FB-AGG-DIVISOR (FB-AGG-SUB)
038407         MOVE FB-HTBL-SUB TO FB-MATCH-SUB
038408         SET FB-ENTRY-FOUND TO TRUE
038409     END-IF.

038410*----------------------------------------------------------*
038411* 5000-REWRITE-HISTORY - WRITES THE FOLDED HISTORY TABLE TO
038412*                        THE SCRATCH FILE AND SWAPS IT IN AS
038413*                        TRNDHIST, THE SAME DELETE/RENAME
038414*                        PAIR THE OTHER JOBS IN THIS FAMILY
038415*                        USE.
038416*----------------------------------------------------------*
038417 5000-REWRITE-HISTORY.
038418     OPEN OUTPUT HISTORY-SCRATCH-FILE
038419     MOVE 0 TO FB-HTBL-SUB
038420     PERFORM 5100-WRITE-HISTORY-RECORD
038421         UNTIL FB-HTBL-SUB >= FB-HTBL-COUNT
038422     CLOSE HISTORY-SCRATCH-FILE
038423     CALL "CBL_DELETE_FILE" USING FB-SCRATCH-NEW-HST
038424         RETURNING FB-SCRATCH-RC
038425     CALL "CBL_RENAME_FILE" USING FB-SCRATCH-OLD-HST
038426         FB-SCRATCH-NEW-HST
038427         RETURNING FB-SCRATCH-RC
038428     IF FB-SCRATCH-RC NOT = 0
038429         DISPLAY "FIZZ-TRND: HISTORY RENAME FAILED"
038430         MOVE 24 TO RETURN-CODE
038431     END-IF.

038432*----------------------------------------------------------*
038433* 5010-LOG-RENAME-FAILURE - LOGS THE REWRITTEN HISTORY THAT
038434*                           COULD NOT BE RENAMED INTO PLACE.
038435*----------------------------------------------------------*
038436 5010-LOG-RENAME-FAILURE.
038437     SET FB-EVENT-CONDITION TO TRUE
038438     SET FB-EVENT-ERROR TO TRUE
038439     MOVE 0505 TO FB-EVENT-MESSAGE-NO
038440     MOVE "REWRITTEN TRNDHIST COULD NOT BE RENAMED INTO PLACE"
038441         TO FB-EVENT-TEXT
038442     PERFORM 8950-LOG-EVENT.

038443*----------------------------------------------------------*
038444* 5100-WRITE-HISTORY-RECORD - WRITES ONE HISTORY TABLE ENTRY
038445*                             TO THE SCRATCH FILE.
038446*----------------------------------------------------------*
038447 5100-WRITE-HISTORY-RECORD.
038448     ADD 1 TO FB-HTBL-SUB
038449     MOVE SPACES TO FB-HIST-RECORD
038450     MOVE FB-HTBL-DATE (FB-HTBL-SUB)    TO FB-HIST-DATE
038451     MOVE FB-HTBL-DIVISOR (FB-HTBL-SUB) TO FB-HIST-DIVISOR
038452     MOVE FB-HTBL-LABEL (FB-HTBL-SUB)   TO FB-HIST-LABEL
038453     MOVE FB-HTBL-HITS (FB-HTBL-SUB)    TO FB-HIST-HITS
038454     MOVE FB-HTBL-TOTAL (FB-HTBL-SUB)   TO FB-HIST-TOTAL
038455     MOVE FB-HIST-RECORD TO FB-HISTORY-SCRATCH-RECORD
038456     WRITE FB-HISTORY-SCRATCH-RECORD.

038457*----------------------------------------------------------*
038458* 8000-TERMINATE - CLOSES THE REPORT AND RELEASES THE RUN
038459*                  LOCK.
038460*----------------------------------------------------------*
038461 8000-TERMINATE.
038462     CLOSE TREND-REPORT-FILE
038463     PERFORM 8900-RELEASE-RUN-LOCK.

038464*----------------------------------------------------------*
038465* 8900-RELEASE-RUN-LOCK - RELEASES THE SHOP-WIDE RUN LOCK AND
038466*                         LOGS THE END OF THE RUN. NOTHING TO
038467*                         RELEASE WHEN THE LOCK WAS NEVER GRANTED.
038468*----------------------------------------------------------*
038469 8900-RELEASE-RUN-LOCK.
038470     IF FB-LOCK-HELD
038471         MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
038472         MOVE "REL" TO FB-LOCK-FUNCTION
038473         CALL "FIZZ-LOCK" USING FB-LOCK-REQUEST
038500         MOVE "N" TO FB-LOCK-HELD-SW
038550         MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE
038552     END-IF
038554     MOVE "END" TO FB-EVENT-FUNCTION
038556     PERFORM 8950-LOG-EVENT.

038558*----------------------------------------------------------*
038560* 8950-LOG-EVENT - LOGS ONE EVENT FOR THIS RUN THROUGH THE
038562*                  SHOP-WIDE FIZZ-EVNT SUBPROGRAM: THE START
038564*                  ("STR") OR END ("END") OF THE RUN, OR A
038566*                  CONDITION ("LOG") WHOSE SEVERITY, MESSAGE
038568*                  NUMBER AND TEXT THE CALLER HAS SET. THE
038570*                  RETURN CODE SO FAR GOES WITH THE EVENT AND
038572*                  IS KEPT AROUND THE CALL. A LOG THAT CANNOT
038574*                  BE WRITTEN DOES NOT STOP THE RUN.
038576*----------------------------------------------------------*
038578 8950-LOG-EVENT.
038580     MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
038582     MOVE "FIZZ-TRND" TO FB-EVENT-PROGRAM
038584     MOVE RETURN-CODE TO FB-EVENT-RETURN-CODE
038586     CALL "FIZZ-EVNT" USING FB-EVENT-REQUEST
038588     MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE.

038600 END PROGRAM FIZZ-TRND.
