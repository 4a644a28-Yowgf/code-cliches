000850*    WITH A NONZERO RETURN CODE SO THE SCHEDULER NEVER LETS A
000900*    BAD RULE SET REACH THE REAL RUN. THE AS-OF DATE COMES
000950*    FROM THE OPTIONAL VALPARM FILE AND DEFAULTS TO TODAY.
000960*    RULESFIL MAY HOLD SEVERAL RULE SETS SIDE BY SIDE (ONE PER
000970*    CONTROL-FILE RANGE, SEE FBRULREC), SO THE DUPLICATE AND
000980*    IN-EFFECT CHECKS ARE MADE WITHIN EACH RULE SET.
001000*
001050*MODIFICATION HISTORY.
001100*    DATE       INIT  DESCRIPTION
001212*    09/01/2026 DP    THE RUN NOW TAKES THE SHOP-WIDE RUN LOCK
001224*                     (SEE FIZZ-LOCK) BEFORE OPENING THE SHARED
001236*                     FILES AND RELEASES IT AT END OF RUN.
001237*    10/15/2026 DP    RUN DATE NOW FROM THE BUSINESS-DATE FILE
001238*                     (FIZZ-BDTE); A BAD ONE ENDS WITH RC 84.
001239*    10/15/2026 DP    RULES VALIDATED WITHIN THEIR RULE SET;
001240*                     THE 10-RULE LIMIT IS CHECKED PER SET IN A
001241*                     NEW RULE-SET SECTION OF THE LISTING.
001242*    10/15/2026 DP    START, END AND CONDITIONS LOGGED THROUGH
001243*                     FIZZ-EVNT (8950-LOG-EVENT); RETURN CODE NOW
001244*                     KEPT AROUND THE RUN-LOCK RELEASE.
001250 ENVIRONMENT DIVISION.
001300 INPUT-OUTPUT SECTION.
001350 FILE-CONTROL.
002750        88 FB-PARM-EOF                     VALUE "Y".
002800     05 FB-RULE-ERROR-SW        PIC X(01) VALUE "N".
002850        88 FB-RULE-ERROR                   VALUE "Y".
002860     05 FB-RULE-ACTIVE-SW       PIC X(01) VALUE "N".
002870        88 FB-RULE-ACTIVE                  VALUE "Y".
002880     05 FB-SET-FOUND-SW         PIC X(01) VALUE "N".
002890        88 FB-SET-FOUND                    VALUE "Y".

002900*THE WHOLE RULE SET IS HELD HERE FOR THE PAIRWISE DUPLICATE
002950*CHECK. 100 ENTRIES ALLOWS SEVERAL STAGED QUARTERS OF RULE
003100*ARE NORMALIZED AT LOAD TIME - LOW-VALUE-LIKE ZEROS FOR AN
003150*OPEN EFFECTIVE DATE AND ALL NINES FOR AN OPEN EXPIRY - SO THE
003200*OVERLAP COMPARES ARE PLAIN CHARACTER COMPARES.
003210*FB-VAL-RULE-SET IS THE RULE'S RULE SET; RULES OF DIFFERENT RULE
003220*SETS NEVER CONFLICT.
003250 01  FB-VAL-TABLE.
003300     05 FB-VAL-ENTRY OCCURS 100 TIMES
003350        INDEXED BY FB-VAL-IDX.
003450        10 FB-VAL-LABEL         PIC X(08).
003500        10 FB-VAL-EFF           PIC X(08).
003550        10 FB-VAL-EXP           PIC X(08).
003575        10 FB-VAL-RULE-SET      PIC X(04).
003600        10 FB-VAL-STATUS        PIC X(26).
003650 01  FB-VAL-COUNT               PIC 9(03) COMP VALUE 0.
003700 01  FB-VAL-OVERFLOW-COUNT      PIC 9(03) COMP VALUE 0.
003950 01  FB-VAL-SUB-1               PIC 9(03) COMP VALUE 0.
004000 01  FB-VAL-SUB-2               PIC 9(03) COMP VALUE 0.

004002*ONE ENTRY PER RULE SET FOUND IN RULESFIL, IN FILE ORDER, WITH
004004*HOW MANY RULES IT HOLDS AND HOW MANY ARE IN EFFECT ON THE AS-OF
004006*DATE, FOR THE PER-RULE-SET LIMIT OF 10 (SEE
004008*3150-TALLY-RULE-SET). THERE CAN BE NO MORE RULE SETS THAN
004010*FB-VAL-TABLE HOLDS RULES.
004012 01  FB-SET-TABLE.
004014     05 FB-SET-ENTRY OCCURS 100 TIMES
004016        INDEXED BY FB-SET-IDX.
004018        10 FB-SET-ID            PIC X(04).
004020        10 FB-SET-RULES         PIC 9(03) COMP.
004022        10 FB-SET-ACTIVE        PIC 9(03) COMP.
004024 01  FB-SET-COUNT               PIC 9(03) COMP VALUE 0.
004026 01  FB-SET-SUB                 PIC 9(03) COMP VALUE 0.

004050 01  FB-ASOF-DATE-X             PIC X(08).

004300 01  FB-RUN-DATE-DISPLAY        PIC X(08).
004350 01  FB-RUN-DATE8               PIC 9(08).


004750 01  FB-LISTING-HEADING-2.
004800     05 FILLER                  PIC X(06) VALUE "RULE".
004825     05 FILLER                  PIC X(06) VALUE "SET".
004850     05 FILLER                  PIC X(05) VALUE "DIV".
004900     05 FILLER                  PIC X(10) VALUE "LABEL".
004950     05 FILLER                  PIC X(10) VALUE "EFFECTIVE".

005100 01  FB-RULE-DETAIL-LINE.
005150     05 FB-DTL-SEQ              PIC ZZZ9.
005160     05 FILLER                  PIC X(02) VALUE SPACES.
005170     05 FB-DTL-RULE-SET         PIC X(04).
005200     05 FILLER                  PIC X(02) VALUE SPACES.
005250     05 FB-DTL-DIVISOR          PIC X(02).
005300     05 FILLER                  PIC X(03) VALUE SPACES.
005600     05 FILLER                  PIC X(02) VALUE SPACES.
005650     05 FB-DTL-STATUS           PIC X(26).

005652 01  FB-SET-HEADING.
005654     05 FILLER                  PIC X(07) VALUE "SET".
005656     05 FILLER                  PIC X(10) VALUE "RULES".
005658     05 FILLER                  PIC X(09) VALUE "IN EFFECT".
005660     05 FILLER                  PIC X(06) VALUE "STATUS".

005662 01  FB-SET-DETAIL-LINE.
005664     05 FB-SDTL-ID              PIC X(04).
005666     05 FILLER                  PIC X(03) VALUE SPACES.
005668     05 FB-SDTL-RULES           PIC ZZ9.
005670     05 FILLER                  PIC X(07) VALUE SPACES.
005672     05 FB-SDTL-ACTIVE          PIC ZZ9.
005674     05 FILLER                  PIC X(06) VALUE SPACES.
005676     05 FB-SDTL-STATUS          PIC X(26).

005700 01  FB-SUMMARY-LINE.
005750     05 FILLER                  PIC X(07) VALUE "RULES:".
005800     05 FB-SUM-RULES            PIC ZZZ9.
006030 01  FB-LOCK-HELD-SWITCHES.
006033     05 FB-LOCK-HELD-SW         PIC X(01) VALUE "N".
006036        88 FB-LOCK-HELD                  VALUE "Y".
006037 01  FB-SAVED-RETURN-CODE       PIC S9(04) COMP VALUE 0.

006038*BUSINESS-DATE REQUEST AREA FOR THE FIZZ-BDTE SUBPROGRAM,
006040*WHICH SUPPLIES THE RUN DATE IN PLACE OF THE SYSTEM DATE (SEE
006042*1060-GET-BUSINESS-DATE).
006044 COPY FBBDTERQ.

006045*EVENT REQUEST AREA FOR THE SHOP-WIDE FIZZ-EVNT SUBPROGRAM,
006046*WHICH LOGS THIS RUN'S START, END AND SIGNIFICANT CONDITIONS
006047*(SEE 8950-LOG-EVENT).
006048 COPY FBEVNTRQ.

006050 PROCEDURE DIVISION.
006100*----------------------------------------------------------*
006850*                   REASON FROM ANOTHER.
006900*----------------------------------------------------------*
006950 1000-INITIALIZE.
006952     MOVE "STR" TO FB-EVENT-FUNCTION
006954     PERFORM 8950-LOG-EVENT
006960     PERFORM 1050-ACQUIRE-RUN-LOCK
006961     IF RETURN-CODE NOT = 0
006962         PERFORM 1055-LOG-LOCK-REFUSAL
006963         GO TO 1000-EXIT
006964     END-IF
006965     PERFORM 1060-GET-BUSINESS-DATE
006970     IF RETURN-CODE NOT = 0
006980         GO TO 1000-EXIT
006990     END-IF
007600         CLOSE RULES-FILE
007650         GO TO 1000-EXIT
007700     END-IF
007950     MOVE FB-RUN-DATE8 TO FB-ASOF-DATE-X
008000     PERFORM 1100-READ-ASOF-PARM THRU 1100-EXIT
008050     PERFORM 1600-READ-RULE-RECORD.
008637         END-IF
008638     END-IF.

008639*----------------------------------------------------------*
008640* 1055-LOG-LOCK-REFUSAL - LOGS WHY 1050-ACQUIRE-RUN-LOCK WAS
008641*                         REFUSED THE RUN LOCK.
008642*----------------------------------------------------------*
008643 1055-LOG-LOCK-REFUSAL.
008644     SET FB-EVENT-CONDITION TO TRUE
008645     MOVE SPACES TO FB-EVENT-TEXT
008646     IF FB-LOCK-STALE-CONFLICT
008647         SET FB-EVENT-SEVERE TO TRUE
008648         MOVE 0011 TO FB-EVENT-MESSAGE-NO
008649         STRING "STALE RUN LOCK HELD BY " FB-LOCK-HOLDER
008650             DELIMITED BY SIZE INTO FB-EVENT-TEXT
008651     ELSE
008652         IF FB-LOCK-CONFLICT
008653             SET FB-EVENT-ERROR TO TRUE
008654             MOVE 0010 TO FB-EVENT-MESSAGE-NO
008655             STRING "RUN LOCK HELD BY " FB-LOCK-HOLDER
008656                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
008657         ELSE
008658             SET FB-EVENT-SEVERE TO TRUE
008659             MOVE 0012 TO FB-EVENT-MESSAGE-NO
008660             STRING "RUN LOCK MANAGER ERROR, STATUS "
008661                    FB-LOCK-STATUS
008662                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
008663         END-IF
008664     END-IF
008665     PERFORM 8950-LOG-EVENT.

008666*----------------------------------------------------------*
008667* 1060-GET-BUSINESS-DATE - TAKES THE RUN DATE FROM THE
008668*                          BUSINESS-DATE CONTROL FILE (SEE
008669*                          FIZZ-BDTE) IN PLACE OF THE SYSTEM
008670*                          DATE. A CONTROL RECORD THAT IS
008671*                          UNUSABLE, OR THAT NAMES A DATE
008672*                          OUTSIDE THE PROCESSING WINDOW, ENDS
008673*                          THE RUN WITH RETURN CODE 84.
008674*----------------------------------------------------------*
008675 1060-GET-BUSINESS-DATE.
008676     MOVE "FIZZ-RULV" TO FB-BDATE-PROGRAM
008677     CALL "FIZZ-BDTE" USING FB-BDATE-REQUEST
008678     IF FB-BDATE-BAD-CONTROL OR FB-BDATE-OUT-OF-WINDOW
008679         DISPLAY "FIZZ-RULV: BUSINESS DATE REFUSED - "
008680             FB-BDATE-MESSAGE
008681         MOVE 84 TO RETURN-CODE
008682         SET FB-EVENT-CONDITION TO TRUE
008683         SET FB-EVENT-ERROR TO TRUE
008684         MOVE 0015 TO FB-EVENT-MESSAGE-NO
008685         MOVE SPACES TO FB-EVENT-TEXT
008686         STRING "BUSINESS DATE REFUSED - " FB-BDATE-MESSAGE
008687             DELIMITED BY SIZE INTO FB-EVENT-TEXT
008688         PERFORM 8950-LOG-EVENT
008689     ELSE
008690         MOVE FB-BDATE-DISPLAY TO FB-RUN-DATE-DISPLAY
008691         MOVE FB-BDATE-DATE8   TO FB-RUN-DATE8
008692     END-IF.

008693*----------------------------------------------------------*
008700* 1100-READ-ASOF-PARM - READS THE OPTIONAL VALPARM AS-OF DATE.
008750*                       NO FILE, NO RECORD, OR A BLANK RECORD
008800*                       LEAVES THE DEFAULT (TODAY); A PRESENT
011650             TO FB-VAL-DIVISOR (FB-VAL-IDX)
011700         MOVE FB-RULES-REC-LABEL
011750             TO FB-VAL-LABEL (FB-VAL-IDX)
011760         MOVE FB-RULES-REC-RULE-SET
011770             TO FB-VAL-RULE-SET (FB-VAL-IDX)
011800         IF FB-RULES-REC-EFF-DATE IS NUMERIC
011850             MOVE FB-RULES-REC-EFF-DATE
011900                 TO FB-VAL-EFF (FB-VAL-IDX)
013786* 3000-VALIDATE-RULE-SET - RUNS THE CROSS-RULE CHECKS: THE
013799*                          PAIRWISE DUPLICATE-DIVISOR OVERLAP
013800*                          SCAN AND THE COUNT OF RULES IN
013850*                          EFFECT ON THE AS-OF DATE IN EACH
013900*                          RULE SET.
013950*----------------------------------------------------------*
014000 3000-VALIDATE-RULE-SET.
014050     MOVE 0 TO FB-VAL-SUB-1

014200*----------------------------------------------------------*
014250* 3100-SCAN-ONE-RULE - FOR ONE RULE, COUNTS IT AGAINST THE
014300*                      AS-OF DATE, TALLIES IT UNDER ITS RULE
014350*                      SET, AND SCANS EVERY LATER RULE OF THE
014360*                      SAME RULE SET FOR A SAME-DIVISOR PERIOD
014370*                      OVERLAP. THE IN-EFFECT COUNT TAKES EVERY
014380*                      RULE WHOSE PERIOD COVERS THE AS-OF DATE,
014390*                      ERRORED OR NOT - IT MEASURES WHAT THE LOAD
014392*                      ON THAT DATE WOULD ASK OF THE 10-ENTRY
014395*                      FB-RULES-TABLE.
014400*----------------------------------------------------------*
014450 3100-SCAN-ONE-RULE.
014500     ADD 1 TO FB-VAL-SUB-1
014550     SET FB-VAL-IDX TO FB-VAL-SUB-1
014575     MOVE "N" TO FB-RULE-ACTIVE-SW
014600     IF FB-VAL-EFF (FB-VAL-SUB-1) <= FB-ASOF-DATE-X
014700        AND FB-VAL-EXP (FB-VAL-SUB-1) >= FB-ASOF-DATE-X
014750         ADD 1 TO FB-ACTIVE-COUNT
014775         SET FB-RULE-ACTIVE TO TRUE
014800     END-IF
014825     PERFORM 3150-TALLY-RULE-SET
014850     MOVE FB-VAL-SUB-1 TO FB-VAL-SUB-2
014900     PERFORM 3200-CHECK-RULE-PAIR
014950         UNTIL FB-VAL-SUB-2 >= FB-VAL-COUNT.

015000*----------------------------------------------------------*
015001* 3150-TALLY-RULE-SET - COUNTS THE RULE UNDER ITS RULE SET'S
015002*                       FB-SET-TABLE ENTRY, TAKING A NEW ENTRY
015003*                       FOR A RULE SET NOT SEEN BEFORE.
015004*----------------------------------------------------------*
015005 3150-TALLY-RULE-SET.
015006     MOVE "N" TO FB-SET-FOUND-SW
015007     MOVE 0 TO FB-SET-SUB
015008     PERFORM 3160-MATCH-SET-SLOT
015009         UNTIL FB-SET-FOUND
015010            OR FB-SET-SUB >= FB-SET-COUNT
015011     IF NOT FB-SET-FOUND
015012         ADD 1 TO FB-SET-COUNT
015013         SET FB-SET-IDX TO FB-SET-COUNT
015014         MOVE FB-VAL-RULE-SET (FB-VAL-SUB-1)
015015             TO FB-SET-ID (FB-SET-IDX)
015016         MOVE 0 TO FB-SET-RULES (FB-SET-IDX)
015017         MOVE 0 TO FB-SET-ACTIVE (FB-SET-IDX)
015018     END-IF
015019     ADD 1 TO FB-SET-RULES (FB-SET-IDX)
015020     IF FB-RULE-ACTIVE
015021         ADD 1 TO FB-SET-ACTIVE (FB-SET-IDX)
015022     END-IF.

015023*----------------------------------------------------------*
015024* 3160-MATCH-SET-SLOT - TESTS THE NEXT USED FB-SET-TABLE SLOT
015025*                       AGAINST THE RULE'S RULE SET.
015026*----------------------------------------------------------*
015027 3160-MATCH-SET-SLOT.
015028     ADD 1 TO FB-SET-SUB
015029     SET FB-SET-IDX TO FB-SET-SUB
015030     IF FB-SET-ID (FB-SET-IDX) = FB-VAL-RULE-SET (FB-VAL-SUB-1)
015031         SET FB-SET-FOUND TO TRUE
015032     END-IF.

015033*----------------------------------------------------------*
015050* 3200-CHECK-RULE-PAIR - FLAGS BOTH RULES OF A PAIR THAT SHARE
015100*                        A RULE SET AND A DIVISOR AND WHOSE
015150*                        EFFECTIVE PERIODS OVERLAP. RULES ALREADY
015200*                        IN ERROR ARE LEFT WITH THEIR FIRST
015210*                        DIAGNOSIS.
015250*----------------------------------------------------------*
015300 3200-CHECK-RULE-PAIR.
015350     ADD 1 TO FB-VAL-SUB-2
015400     IF FB-VAL-DIVISOR (FB-VAL-SUB-1) =
015450        FB-VAL-DIVISOR (FB-VAL-SUB-2)
015460        AND FB-VAL-RULE-SET (FB-VAL-SUB-1) =
015470            FB-VAL-RULE-SET (FB-VAL-SUB-2)
015500        AND FB-VAL-EFF (FB-VAL-SUB-1) <=
015550            FB-VAL-EXP (FB-VAL-SUB-2)
015600        AND FB-VAL-EFF (FB-VAL-SUB-2) <=

016150*----------------------------------------------------------*
016200* 4000-WRITE-LISTING - PRINTS THE SIGN-OFF LISTING: ONE LINE
016250*                      PER RULE WITH ITS STATUS, THE SUMMARY,
016300*                      ONE LINE PER RULE SET, AND THE VERDICT,
016350*                      AND SETS THE RETURN CODE: 8 ON ANY RULE
016400*                      ERROR OR A RULE SET WITH AN IN-EFFECT
016450*                      COUNT OVER THE TABLE LIMIT, 12 WHEN THE
016500*                      FILE OVERFLOWED THE VALIDATION TABLE.
016550*----------------------------------------------------------*
016600 4000-WRITE-LISTING.
016650     MOVE FB-RUN-DATE-DISPLAY TO FB-HDG1-DATE
017200     MOVE FB-ERROR-COUNT  TO FB-SUM-ERRORS
017250     MOVE FB-SUMMARY-LINE TO FB-LISTING-RECORD
017300     WRITE FB-LISTING-RECORD AFTER ADVANCING 2 LINES
017350     MOVE FB-SET-HEADING TO FB-LISTING-RECORD
017400     WRITE FB-LISTING-RECORD AFTER ADVANCING 2 LINES
017450     MOVE 0 TO FB-SET-SUB
017500     PERFORM 4200-WRITE-SET-LINE
017550         UNTIL FB-SET-SUB >= FB-SET-COUNT
017650     IF FB-VAL-OVERFLOW-COUNT > 0
017700         MOVE "*** RULE FILE OVERFLOWED VALIDATION TABLE ***"
017750             TO FB-LISTING-RECORD
018050         IF RETURN-CODE = 0
018100             MOVE 8 TO RETURN-CODE
018150         END-IF
018155         SET FB-EVENT-CONDITION TO TRUE
018160         SET FB-EVENT-ERROR TO TRUE
018165         MOVE 1301 TO FB-EVENT-MESSAGE-NO
018170         MOVE "RULE SET REJECTED - SEE RULELIST" TO FB-EVENT-TEXT
018175         PERFORM 8950-LOG-EVENT
018200     ELSE
018250         IF RETURN-CODE = 0
018300             MOVE "RULE SET ACCEPTED" TO FB-LISTING-RECORD
018750 4100-WRITE-RULE-LINE.
018800     ADD 1 TO FB-VAL-SUB-1
018850     MOVE FB-VAL-SUB-1 TO FB-DTL-SEQ
018875     MOVE FB-VAL-RULE-SET (FB-VAL-SUB-1) TO FB-DTL-RULE-SET
018900     MOVE FB-VAL-DIVISOR (FB-VAL-SUB-1) TO FB-DTL-DIVISOR
018950     MOVE FB-VAL-LABEL (FB-VAL-SUB-1)   TO FB-DTL-LABEL
019000     MOVE FB-VAL-EFF (FB-VAL-SUB-1)     TO FB-DTL-EFF
019500     WRITE FB-LISTING-RECORD AFTER ADVANCING 1 LINE.

019550*----------------------------------------------------------*
019551* 4200-WRITE-SET-LINE - WRITES ONE RULE SET'S LISTING LINE. A
019552*                       RULE SET WITH MORE RULES IN EFFECT ON
019553*                       THE AS-OF DATE THAN THE 10-ENTRY
019554*                       FB-RULES-TABLE HOLDS IS AN ERROR; ONE
019555*                       WITH NONE IN EFFECT IS NOTED ONLY, SINCE
019556*                       IT MAY BE STAGED FOR A LATER DATE.
019557*----------------------------------------------------------*
019558 4200-WRITE-SET-LINE.
019559     ADD 1 TO FB-SET-SUB
019560     SET FB-SET-IDX TO FB-SET-SUB
019561     MOVE FB-SET-ID (FB-SET-IDX)     TO FB-SDTL-ID
019562     MOVE FB-SET-RULES (FB-SET-IDX)  TO FB-SDTL-RULES
019563     MOVE FB-SET-ACTIVE (FB-SET-IDX) TO FB-SDTL-ACTIVE
019564     IF FB-SET-ACTIVE (FB-SET-IDX) > 10
019565         MOVE "OVER 10 RULES IN EFFECT" TO FB-SDTL-STATUS
019566         SET FB-RULE-ERROR TO TRUE
019567     ELSE
019568         IF FB-SET-ACTIVE (FB-SET-IDX) = 0
019569             MOVE "NO RULES IN EFFECT" TO FB-SDTL-STATUS
019570         ELSE
019571             MOVE "OK" TO FB-SDTL-STATUS
019572         END-IF
019573     END-IF
019574     MOVE FB-SET-DETAIL-LINE TO FB-LISTING-RECORD
019575     WRITE FB-LISTING-RECORD AFTER ADVANCING 1 LINE.

019576*----------------------------------------------------------*
019600* 8000-TERMINATE - CLOSES THE FILES OPENED FOR THE RUN.
019650*----------------------------------------------------------*
019700 8000-TERMINATE.


019806*----------------------------------------------------------*
019809* 8900-RELEASE-RUN-LOCK - RELEASES THE SHOP-WIDE RUN LOCK AND
019812*                         LOGS THE END OF THE RUN. NOTHING TO
019815*                         RELEASE WHEN THE LOCK WAS NEVER GRANTED.
019818*----------------------------------------------------------*
019821 8900-RELEASE-RUN-LOCK.
019824     IF FB-LOCK-HELD
019825         MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
019827         MOVE "REL" TO FB-LOCK-FUNCTION
019830         CALL "FIZZ-LOCK" USING FB-LOCK-REQUEST
019833         MOVE "N" TO FB-LOCK-HELD-SW
019836         MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE
019838     END-IF
019842     MOVE "END" TO FB-EVENT-FUNCTION
019845     PERFORM 8950-LOG-EVENT.

019855*----------------------------------------------------------*
019865* 8950-LOG-EVENT - LOGS ONE EVENT FOR THIS RUN THROUGH THE
019875*                  SHOP-WIDE FIZZ-EVNT SUBPROGRAM: THE START
019885*                  ("STR") OR END ("END") OF THE RUN, OR A
019895*                  CONDITION ("LOG") WHOSE SEVERITY, MESSAGE
019905*                  NUMBER AND TEXT THE CALLER HAS SET. THE
019915*                  RETURN CODE SO FAR GOES WITH THE EVENT AND
019925*                  IS KEPT AROUND THE CALL. A LOG THAT CANNOT
019935*                  BE WRITTEN DOES NOT STOP THE RUN.
019945*----------------------------------------------------------*
019955 8950-LOG-EVENT.
019965     MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
019975     MOVE "FIZZ-RULV" TO FB-EVENT-PROGRAM
019985     MOVE RETURN-CODE TO FB-EVENT-RETURN-CODE
019995     CALL "FIZZ-EVNT" USING FB-EVENT-REQUEST
020005     MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE.

020015 END PROGRAM FIZZ-RULV.
