000950*    IN THE OPTIONAL PARVPARM FILE - ENDS THE JOB WITH A
001000*    NONZERO RETURN CODE SO THE SCHEDULER CAN HOLD A RUN THAT
001050*    WOULD CORRUPT THE FILES OR BLOW THE WINDOW.
001060*    EACH CONTROL RECORD ALSO NAMES THE RULE SET ITS RANGE RUNS
001070*    UNDER, AND THAT RULE SET MUST HAVE RULES IN EFFECT ON THE
001080*    RUN DATE IN RULESFIL, OR FIZZ-BUZZ WOULD REFUSE THE RANGE.
001100*
001150*MODIFICATION HISTORY.
001200*    DATE       INIT  DESCRIPTION
001312*    09/01/2026 DP    THE RUN NOW TAKES THE SHOP-WIDE RUN LOCK
001324*                     (SEE FIZZ-LOCK) BEFORE OPENING THE SHARED
001336*                     FILES AND RELEASES IT AT END OF RUN.
001337*    10/15/2026 DP    RUN DATE NOW FROM THE BUSINESS-DATE FILE
001338*                     (FIZZ-BDTE); A BAD ONE ENDS WITH RC 84.
001339*    10/15/2026 DP    EACH CONTROL RECORD'S RULE SET IS NOW
001340*                     CHECKED AGAINST RULESFIL, WHICH IS ADDED TO
001341*                     THE RUN LOCK; RC 52 WHEN IT WILL NOT OPEN.
001342*    10/15/2026 DP    START, END AND CONDITIONS LOGGED THROUGH
001343*                     FIZZ-EVNT (8950-LOG-EVENT); RETURN CODE NOW
001344*                     KEPT AROUND THE RUN-LOCK RELEASE.
001345*    10/15/2026 DP    RULE SETS PAST 100 NOW END THE RUN (RC 56).
001350 ENVIRONMENT DIVISION.
001400 INPUT-OUTPUT SECTION.
001450 FILE-CONTROL.
001850         ORGANIZATION IS LINE SEQUENTIAL.
001900     SELECT OPTIONAL WINDOW-PARM-FILE ASSIGN TO "PARVPARM"
001950         ORGANIZATION IS LINE SEQUENTIAL.
001960     SELECT RULES-FILE ASSIGN TO "RULESFIL"
001970         ORGANIZATION IS LINE SEQUENTIAL
001980         FILE STATUS IS FB-RULES-FILE-STATUS.
002000 DATA DIVISION.
002050 FILE SECTION.
002100 FD  PARM-FILE
002200 01  FB-PARM-RECORD.
002250     05 FB-PARM-START           PIC S9(09) SIGN LEADING SEPARATE.
002300     05 FB-PARM-END             PIC S9(09) SIGN LEADING SEPARATE.
002310     05 FILLER                  PIC X(01).
002320     05 FB-PARM-RULE-SET        PIC X(04).

002350 FD  LISTING-FILE
002400     LABEL RECORDS ARE STANDARD.
002550     LABEL RECORDS ARE STANDARD.
002600 COPY FBAUDIT.

002610 FD  RULES-FILE
002620     LABEL RECORDS ARE STANDARD.
002630 COPY FBRULREC.

002650*ONE OPTIONAL PARM RECORD: THE BATCH WINDOW IN MINUTES. NO
002700*FILE, NO RECORD, OR A BLANK RECORD MEANS THE FORECAST IS
002750*REPORTED BUT NOT ENFORCED.

003050 01  FB-PARM-FILE-STATUS        PIC X(02) VALUE "00".
003100 01  FB-LISTING-FILE-STATUS     PIC X(02) VALUE "00".
003125 01  FB-RULES-FILE-STATUS       PIC X(02) VALUE "00".

003150 01  FB-PARV-SWITCHES.
003200     05 FB-PARM-EOF-SW          PIC X(01) VALUE "N".
003550        88 FB-WINDOW-ACTIVE               VALUE "Y".
003600     05 FB-RANGE-ERROR-SW       PIC X(01) VALUE "N".
003650        88 FB-RANGE-ERROR                 VALUE "Y".
003655     05 FB-RULES-EOF-SW         PIC X(01) VALUE "N".
003660        88 FB-RULES-EOF                   VALUE "Y".
003665     05 FB-RULE-IN-EFFECT-SW    PIC X(01) VALUE "Y".
003670        88 FB-RULE-IN-EFFECT              VALUE "Y".
003675     05 FB-SET-FOUND-SW         PIC X(01) VALUE "N".
003680        88 FB-SET-FOUND                   VALUE "Y".

003700*THE WHOLE CONTROL FILE IS HELD HERE FOR THE PAIRWISE OVERLAP
003750*SCAN, THE SAME SHAPE AS FIZZ-RULV'S VALIDATION TABLE. THE
003800*VALID SWITCH MARKS AN ENTRY WHOSE START/END PAIR PASSED THE
003850*PER-RECORD CHECKS; ONLY VALID PAIRS ARE COMPARED FOR
003900*OVERLAPS, SO A GARBAGE RECORD GETS ONE DIAGNOSIS, NOT TWO.
003925*FB-RNG-RULE-SET IS THE RULE SET THE CONTROL RECORD NAMES.
003950 01  FB-RNG-TABLE.
004000     05 FB-RNG-ENTRY OCCURS 100 TIMES
004050        INDEXED BY FB-RNG-IDX.
004100        10 FB-RNG-START         PIC S9(09).
004150        10 FB-RNG-END           PIC S9(09).
004175        10 FB-RNG-RULE-SET      PIC X(04).
004200        10 FB-RNG-VALID-SW      PIC X(01).
004250           88 FB-RNG-VALID               VALUE "Y".
004300        10 FB-RNG-STATUS        PIC X(26).
004500 01  FB-RNG-SUB-1               PIC 9(03) COMP VALUE 0.
004550 01  FB-RNG-SUB-2               PIC 9(03) COMP VALUE 0.

004555*THE RULE SETS THAT HAVE AT LEAST ONE USABLE RULE (NONZERO
004560*DIVISOR) IN EFFECT ON THE RUN DATE, LOADED FROM RULESFIL BY
004565*1200-LOAD-RULE-SETS THE SAME WAY FIZZ-BUZZ LOADS ITS RULES.
004570*FB-SET-KEY IS THE RULE SET 1230-FIND-RULE-SET LOOKS FOR.
004575 01  FB-RSET-TABLE.
004580     05 FB-RSET-ID              PIC X(04) OCCURS 100 TIMES.
004585 01  FB-RSET-COUNT              PIC 9(03) COMP VALUE 0.
004590 01  FB-RSET-SUB                PIC 9(03) COMP VALUE 0.
004591 01  FB-RSET-OVERFLOW-COUNT     PIC 9(03) COMP VALUE 0.
004595 01  FB-SET-KEY                 PIC X(04) VALUE SPACES.

004600 01  FB-ERROR-COUNT             PIC 9(03) COMP VALUE 0.

004650*VOLUME TOTALS. A SINGLE RANGE CAN RUN TO A BILLION RECORDS
006450 01  FB-DEEDIT-11-9 REDEFINES FB-DEEDIT-11-X
006500                                PIC 9(11).

006750 01  FB-RUN-DATE-DISPLAY        PIC X(08).
006760*FB-RUN-DATE8-X IS THE BUSINESS DATE AS A CHARACTER STRING SO
006770*IT COMPARES DIRECTLY AGAINST THE RULE RECORD'S X(08) DATES.
006780 01  FB-RUN-DATE8-X             PIC X(08).

006800 01  FB-LISTING-HEADING-1.
006850     05 FILLER                  PIC X(30)

007050 01  FB-LISTING-HEADING-2.
007100     05 FILLER                  PIC X(07) VALUE "RANGE".
007125     05 FILLER                  PIC X(06) VALUE "SET".
007150     05 FILLER                  PIC X(11) VALUE "    START".
007200     05 FILLER                  PIC X(11) VALUE "      END".
007250     05 FILLER                  PIC X(13) VALUE "    RECORDS".
007350 01  FB-RANGE-DETAIL-LINE.
007400     05 FB-DTL-SEQ              PIC ZZZ9.
007450     05 FILLER                  PIC X(03) VALUE SPACES.
007460     05 FB-DTL-RULE-SET         PIC X(04).
007470     05 FILLER                  PIC X(02) VALUE SPACES.
007500     05 FB-DTL-START            PIC ZZZZZZZZ9.
007550     05 FILLER                  PIC X(02) VALUE SPACES.
007600     05 FB-DTL-END              PIC ZZZZZZZZ9.
008662 COPY FBLOCKRQ.
008665 01  FB-RUN-LOCK-FILE-LIST.
008668     05 FILLER                  PIC X(36)
008671        VALUE "PARMFILE AUDITLOG RULESFIL".
008674     05 FILLER                  PIC X(36)
008677        VALUE SPACES.
008680 01  FB-LOCK-HELD-SWITCHES.
008683     05 FB-LOCK-HELD-SW         PIC X(01) VALUE "N".
008686        88 FB-LOCK-HELD                  VALUE "Y".
008687 01  FB-SAVED-RETURN-CODE       PIC S9(04) COMP VALUE 0.

008688*BUSINESS-DATE REQUEST AREA FOR THE FIZZ-BDTE SUBPROGRAM,
008690*WHICH SUPPLIES THE RUN DATE IN PLACE OF THE SYSTEM DATE (SEE
008692*1060-GET-BUSINESS-DATE).
008694 COPY FBBDTERQ.

008695*EVENT REQUEST AREA FOR THE SHOP-WIDE FIZZ-EVNT SUBPROGRAM,
008696*WHICH LOGS THIS RUN'S START, END AND SIGNIFICANT CONDITIONS
008697*(SEE 8950-LOG-EVENT).
008698 COPY FBEVNTRQ.

008700 PROCEDURE DIVISION.
008750*----------------------------------------------------------*

009350*----------------------------------------------------------*
009400* 1000-INITIALIZE - OPENS THE FILES, READS THE OPTIONAL BATCH
009450*                   WINDOW AND THE RULE SETS IN EFFECT, AND
009460*                   PRIMES THE FIRST CONTROL
009500*                   RECORD. EACH FAILURE GETS ITS OWN MESSAGE
009550*                   AND RETURN-CODE SO THE SCHEDULER CAN TELL
009600*                   ONE REASON FROM ANOTHER.
009650*----------------------------------------------------------*
009700 1000-INITIALIZE.
009702     MOVE "STR" TO FB-EVENT-FUNCTION
009704     PERFORM 8950-LOG-EVENT
009710     PERFORM 1050-ACQUIRE-RUN-LOCK
009711     IF RETURN-CODE NOT = 0
009712         PERFORM 1055-LOG-LOCK-REFUSAL
009713         GO TO 1000-EXIT
009714     END-IF
009715     PERFORM 1060-GET-BUSINESS-DATE
009720     IF RETURN-CODE NOT = 0
009730         GO TO 1000-EXIT
009740     END-IF
010350         CLOSE PARM-FILE
010400         GO TO 1000-EXIT
010450     END-IF
010650     PERFORM 1100-READ-WINDOW-PARM THRU 1100-EXIT
010675     PERFORM 1200-LOAD-RULE-SETS THRU 1200-EXIT
010700     PERFORM 1600-READ-CONTROL-RECORD.

010750*----------------------------------------------------------*
011288     END-IF.

011300*----------------------------------------------------------*
011301* 1055-LOG-LOCK-REFUSAL - LOGS WHY 1050-ACQUIRE-RUN-LOCK WAS
011302*                         REFUSED THE RUN LOCK.
011303*----------------------------------------------------------*
011304 1055-LOG-LOCK-REFUSAL.
011305     SET FB-EVENT-CONDITION TO TRUE
011306     MOVE SPACES TO FB-EVENT-TEXT
011307     IF FB-LOCK-STALE-CONFLICT
011308         SET FB-EVENT-SEVERE TO TRUE
011309         MOVE 0011 TO FB-EVENT-MESSAGE-NO
011310         STRING "STALE RUN LOCK HELD BY " FB-LOCK-HOLDER
011311             DELIMITED BY SIZE INTO FB-EVENT-TEXT
011312     ELSE
011313         IF FB-LOCK-CONFLICT
011314             SET FB-EVENT-ERROR TO TRUE
011315             MOVE 0010 TO FB-EVENT-MESSAGE-NO
011316             STRING "RUN LOCK HELD BY " FB-LOCK-HOLDER
011317                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
011318         ELSE
011319             SET FB-EVENT-SEVERE TO TRUE
011320             MOVE 0012 TO FB-EVENT-MESSAGE-NO
011321             STRING "RUN LOCK MANAGER ERROR, STATUS "
011322                    FB-LOCK-STATUS
011323                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
011324         END-IF
011325     END-IF
011326     PERFORM 8950-LOG-EVENT.

011327*----------------------------------------------------------*
011328* 1060-GET-BUSINESS-DATE - TAKES THE RUN DATE FROM THE
011329*                          BUSINESS-DATE CONTROL FILE (SEE
011330*                          FIZZ-BDTE) IN PLACE OF THE SYSTEM
011331*                          DATE. A CONTROL RECORD THAT IS
011332*                          UNUSABLE, OR THAT NAMES A DATE
011333*                          OUTSIDE THE PROCESSING WINDOW, ENDS
011334*                          THE RUN WITH RETURN CODE 84.
011335*----------------------------------------------------------*
011336 1060-GET-BUSINESS-DATE.
011337     MOVE "FIZZ-PARV" TO FB-BDATE-PROGRAM
011338     CALL "FIZZ-BDTE" USING FB-BDATE-REQUEST
011339     IF FB-BDATE-BAD-CONTROL OR FB-BDATE-OUT-OF-WINDOW
011340         DISPLAY "FIZZ-PARV: BUSINESS DATE REFUSED - "
011341             FB-BDATE-MESSAGE
011342         MOVE 84 TO RETURN-CODE
011343         SET FB-EVENT-CONDITION TO TRUE
011344         SET FB-EVENT-ERROR TO TRUE
011345         MOVE 0015 TO FB-EVENT-MESSAGE-NO
011346         MOVE SPACES TO FB-EVENT-TEXT
011347         STRING "BUSINESS DATE REFUSED - " FB-BDATE-MESSAGE
011348             DELIMITED BY SIZE INTO FB-EVENT-TEXT
011349         PERFORM 8950-LOG-EVENT
011350     ELSE
011351         MOVE FB-BDATE-DISPLAY TO FB-RUN-DATE-DISPLAY
011352         MOVE FB-BDATE-DATE8   TO FB-RUN-DATE8-X
011353     END-IF.

011354*----------------------------------------------------------*
011355* 1100-READ-WINDOW-PARM - READS THE OPTIONAL PARVPARM BATCH
011400*                         WINDOW. NO FILE, NO RECORD, OR A
011450*                         BLANK RECORD MEANS REPORT ONLY; A
011500*                         PRESENT BUT NON-NUMERIC WINDOW IS
012850     END-IF.

012900*----------------------------------------------------------*
012901* 1200-LOAD-RULE-SETS - READS RULESFIL AND NOTES EVERY RULE SET
012902*                       WITH A USABLE RULE IN EFFECT ON THE RUN
012903*                       DATE, FOR 2200-DIAGNOSE-CONTROL-RECORD.
012904*                       A RULESFIL THAT WILL NOT OPEN ENDS THE
012905*                       RUN WITH RETURN CODE 52, AND MORE THAN
012906*                       100 RULE SETS IN EFFECT WITH 56.
012907*----------------------------------------------------------*
012908 1200-LOAD-RULE-SETS.
012909     OPEN INPUT RULES-FILE
012910     IF FB-RULES-FILE-STATUS NOT = "00"
012911         DISPLAY "FIZZ-PARV: RULES-FILE WOULD NOT OPEN, STATUS "
012912             FB-RULES-FILE-STATUS
012913         MOVE 52 TO RETURN-CODE
012914         CLOSE PARM-FILE LISTING-FILE
012915         GO TO 1200-EXIT
012916     END-IF
012917     PERFORM 1210-READ-RULE-RECORD
012918     PERFORM 1220-STORE-RULE-SET UNTIL FB-RULES-EOF
012919     CLOSE RULES-FILE
012920     IF FB-RSET-OVERFLOW-COUNT > 0
012921         DISPLAY "FIZZ-PARV: OVER 100 RULE SETS IN EFFECT ON "
012922             "RULESFIL - CONTROL FILE NOT CHECKED"
012923         MOVE 56 TO RETURN-CODE
012924         CLOSE PARM-FILE LISTING-FILE
012925         SET FB-EVENT-CONDITION TO TRUE
012926         SET FB-EVENT-ERROR TO TRUE
012927         MOVE 1203 TO FB-EVENT-MESSAGE-NO
012928         MOVE "OVER 100 RULE SETS IN EFFECT - NOT CHECKED"
012929             TO FB-EVENT-TEXT
012930         PERFORM 8950-LOG-EVENT
012931     END-IF.
012932 1200-EXIT.
012933     IF RETURN-CODE NOT = 0
012934         PERFORM 8900-RELEASE-RUN-LOCK
012935         STOP RUN
012936     END-IF.

012937*----------------------------------------------------------*
012938* 1210-READ-RULE-RECORD - READS ONE RULES-FILE RECORD.
012939*----------------------------------------------------------*
012940 1210-READ-RULE-RECORD.
012941     READ RULES-FILE
012942         AT END
012943             SET FB-RULES-EOF TO TRUE
012944     END-READ.

012945*----------------------------------------------------------*
012946* 1220-STORE-RULE-SET - NOTES THE RULE SET OF THE RULE JUST
012947*                       READ WHEN THE RULE IS ONE FIZZ-BUZZ
012948*                       WOULD LOAD: IN EFFECT ON THE RUN DATE
012949*                       (A BLANK DATE IS OPEN-ENDED) AND WITH A
012950*                       NONZERO DIVISOR.
012951*----------------------------------------------------------*
012952 1220-STORE-RULE-SET.
012953     MOVE "Y" TO FB-RULE-IN-EFFECT-SW
012954     IF FB-RULES-REC-EFF-DATE IS NUMERIC
012955        AND FB-RULES-REC-EFF-DATE > FB-RUN-DATE8-X
012956         MOVE "N" TO FB-RULE-IN-EFFECT-SW
012957     END-IF
012958     IF FB-RULES-REC-EXP-DATE IS NUMERIC
012959        AND FB-RULES-REC-EXP-DATE < FB-RUN-DATE8-X
012960         MOVE "N" TO FB-RULE-IN-EFFECT-SW
012961     END-IF
012962     IF FB-RULES-REC-DIVISOR IS NOT NUMERIC
012963        OR FB-RULES-REC-DIVISOR = 0
012964         MOVE "N" TO FB-RULE-IN-EFFECT-SW
012965     END-IF
012966     IF FB-RULE-IN-EFFECT
012967         MOVE FB-RULES-REC-RULE-SET TO FB-SET-KEY
012968         PERFORM 1230-FIND-RULE-SET
012969         IF NOT FB-SET-FOUND AND FB-RSET-COUNT < 100
012970             ADD 1 TO FB-RSET-COUNT
012971             MOVE FB-SET-KEY TO FB-RSET-ID (FB-RSET-COUNT)
012972         ELSE
012973             IF NOT FB-SET-FOUND
012974                 ADD 1 TO FB-RSET-OVERFLOW-COUNT
012975             END-IF
012976         END-IF
012977     END-IF
012978     PERFORM 1210-READ-RULE-RECORD.

012979*----------------------------------------------------------*
012980* 1230-FIND-RULE-SET - SETS FB-SET-FOUND WHEN FB-SET-KEY IS IN
012981*                      FB-RSET-TABLE.
012982*----------------------------------------------------------*
012983 1230-FIND-RULE-SET.
012984     MOVE "N" TO FB-SET-FOUND-SW
012985     MOVE 0 TO FB-RSET-SUB
012986     PERFORM 1240-MATCH-SET-SLOT
012987         UNTIL FB-SET-FOUND
012988            OR FB-RSET-SUB >= FB-RSET-COUNT.

012989*----------------------------------------------------------*
012990* 1240-MATCH-SET-SLOT - TESTS THE NEXT USED FB-RSET-TABLE SLOT
012991*                       AGAINST FB-SET-KEY.
012992*----------------------------------------------------------*
012993 1240-MATCH-SET-SLOT.
012994     ADD 1 TO FB-RSET-SUB
012995     IF FB-RSET-ID (FB-RSET-SUB) = FB-SET-KEY
012996         SET FB-SET-FOUND TO TRUE
012997     END-IF.

012998*----------------------------------------------------------*
012999* 1600-READ-CONTROL-RECORD - READS ONE PARM-FILE RECORD.
013000*----------------------------------------------------------*
013050 1600-READ-CONTROL-RECORD.
013100     READ PARM-FILE
014350         MOVE ZERO TO FB-RNG-END (FB-RNG-IDX)
014400         MOVE "N" TO FB-RNG-VALID-SW (FB-RNG-IDX)
014450         MOVE SPACES TO FB-RNG-STATUS (FB-RNG-IDX)
014460         MOVE FB-PARM-RULE-SET
014470             TO FB-RNG-RULE-SET (FB-RNG-IDX)
014500         PERFORM 2200-DIAGNOSE-CONTROL-RECORD THRU 2200-EXIT
014550     END-IF
014600     PERFORM 1600-READ-CONTROL-RECORD.
014950*                                FAIL THE RUN ON. A CLEAN PAIR
015000*                                IS MARKED VALID AND ITS
015050*                                VOLUME ADDED TO THE TOTAL.
015060*                                A CLEAN PAIR WHOSE RULE SET HAS
015070*                                NO RULES IN EFFECT IS STILL
015080*                                FLAGGED, SINCE FIZZ-BUZZ WOULD
015090*                                REFUSE THE RANGE.
015100*----------------------------------------------------------*
015150 2200-DIAGNOSE-CONTROL-RECORD.
015200     IF FB-PARM-START IS NOT NUMERIC
016550     MOVE "Y" TO FB-RNG-VALID-SW (FB-RNG-IDX)
016600     COMPUTE FB-RANGE-VOLUME =
016650         FB-RNG-END (FB-RNG-IDX) - FB-RNG-START (FB-RNG-IDX) + 1
016700     ADD FB-RANGE-VOLUME TO FB-TOTAL-VOLUME
016707     MOVE FB-RNG-RULE-SET (FB-RNG-IDX) TO FB-SET-KEY
016714     PERFORM 1230-FIND-RULE-SET
016721     IF NOT FB-SET-FOUND
016728         MOVE "NO RULES IN EFFECT FOR SET"
016735             TO FB-RNG-STATUS (FB-RNG-IDX)
016742     END-IF.
016750 2200-EXIT.
016800     EXIT.

027900             TO FB-LISTING-RECORD
027950         WRITE FB-LISTING-RECORD AFTER ADVANCING 1 LINE
028000         SET FB-RANGE-ERROR TO TRUE
028005         SET FB-EVENT-CONDITION TO TRUE
028010         SET FB-EVENT-WARNING TO TRUE
028015         MOVE 1202 TO FB-EVENT-MESSAGE-NO
028020         MOVE "FORECAST RUN TIME EXCEEDS THE BATCH WINDOW"
028025             TO FB-EVENT-TEXT
028030         PERFORM 8950-LOG-EVENT
028050     END-IF
028100     IF FB-RNG-OVERFLOW-COUNT > 0
028150         MOVE "*** CONTROL FILE OVERFLOWED TABLE ***"
028600         IF RETURN-CODE = 0
028650             MOVE 8 TO RETURN-CODE
028700         END-IF
028705         SET FB-EVENT-CONDITION TO TRUE
028710         SET FB-EVENT-ERROR TO TRUE
028715         MOVE 1201 TO FB-EVENT-MESSAGE-NO
028720         MOVE "CONTROL FILE REJECTED - SEE PARVRPT"
028725             TO FB-EVENT-TEXT
028730         PERFORM 8950-LOG-EVENT
028750     ELSE
028800         MOVE "CONTROL FILE ACCEPTED" TO FB-LISTING-RECORD
028850     END-IF
029200 4100-WRITE-RANGE-LINE.
029250     ADD 1 TO FB-RNG-SUB-1
029300     MOVE FB-RNG-SUB-1 TO FB-DTL-SEQ
029325     MOVE FB-RNG-RULE-SET (FB-RNG-SUB-1) TO FB-DTL-RULE-SET
029350     MOVE FB-RNG-START (FB-RNG-SUB-1) TO FB-DTL-START
029400     MOVE FB-RNG-END (FB-RNG-SUB-1)   TO FB-DTL-END
029450     IF FB-RNG-VALID (FB-RNG-SUB-1)


030506*----------------------------------------------------------*
030509* 8900-RELEASE-RUN-LOCK - RELEASES THE SHOP-WIDE RUN LOCK AND
030512*                         LOGS THE END OF THE RUN. NOTHING TO
030515*                         RELEASE WHEN THE LOCK WAS NEVER GRANTED.
030518*----------------------------------------------------------*
030521 8900-RELEASE-RUN-LOCK.
030524     IF FB-LOCK-HELD
030525         MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
030527         MOVE "REL" TO FB-LOCK-FUNCTION
030530         CALL "FIZZ-LOCK" USING FB-LOCK-REQUEST
030533         MOVE "N" TO FB-LOCK-HELD-SW
030536         MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE
030538     END-IF
030542     MOVE "END" TO FB-EVENT-FUNCTION
030545     PERFORM 8950-LOG-EVENT.

030555*----------------------------------------------------------*
030565* 8950-LOG-EVENT - LOGS ONE EVENT FOR THIS RUN THROUGH THE
030575*                  SHOP-WIDE FIZZ-EVNT SUBPROGRAM: THE START
030585*                  ("STR") OR END ("END") OF THE RUN, OR A
030595*                  CONDITION ("LOG") WHOSE SEVERITY, MESSAGE
030605*                  NUMBER AND TEXT THE CALLER HAS SET. THE
030615*                  RETURN CODE SO FAR GOES WITH THE EVENT AND
030625*                  IS KEPT AROUND THE CALL. A LOG THAT CANNOT
030635*                  BE WRITTEN DOES NOT STOP THE RUN.
030645*----------------------------------------------------------*
030655 8950-LOG-EVENT.
030665     MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
030675     MOVE "FIZZ-PARV" TO FB-EVENT-PROGRAM
030685     MOVE RETURN-CODE TO FB-EVENT-RETURN-CODE
030695     CALL "FIZZ-EVNT" USING FB-EVENT-REQUEST
030705     MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE.

030715 END PROGRAM FIZZ-PARV.
