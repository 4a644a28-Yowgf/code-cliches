001127*                     TRAILER COUNTS, AND A REQUEST PAST ITS
001131*                     LINE CAP STOPS AT THE CAP WITH A
001135*                     NOTICE LINE.
001136*    10/15/2026 DP    RUN DATE NOW FROM THE BUSINESS-DATE FILE
001137*                     (FIZZ-BDTE); A BAD ONE ENDS WITH RC 84.
001138*    10/15/2026 DP    EACH REQUEST ANSWERED APPENDS A USAGE
001139*                     RECORD TO USAGELOG FOR FIZZ-CHGB; A SINGLE
001140*                     REQUEST NOW READS ON TO THE NEXT RECORD.
001141*    10/15/2026 DP    START, END AND CONDITIONS LOGGED THROUGH
001142*                     FIZZ-EVNT (8950-LOG-EVENT); RETURN CODE NOW
001143*                     KEPT AROUND THE RUN-LOCK RELEASE.
001145 ENVIRONMENT DIVISION.
001150 INPUT-OUTPUT SECTION.
001200 FILE-CONTROL.
001250     SELECT REQUEST-FILE ASSIGN TO "INQREQST"
001400     SELECT RESPONSE-FILE ASSIGN TO "INQRPRT"
001450         ORGANIZATION IS LINE SEQUENTIAL
001500         FILE STATUS IS FB-RESPONSE-FILE-STATUS.
001502*USAGE-FILE IS THE SHARED INQUIRY USAGE LOG (SEE FBUSAGE),
001504*OPENED EXTEND SO EACH RUN ADDS TO WHAT EARLIER RUNS LEFT.
001506     SELECT OPTIONAL USAGE-FILE ASSIGN TO "USAGELOG"
001508         ORGANIZATION IS LINE SEQUENTIAL
001510         FILE STATUS IS FB-USAGE-FILE-STATUS.

001528*LOOKUP-FILE IS OPENED INPUT ONLY - THIS PROGRAM NEVER
001556*WRITES IT; FIZZ-BUZZ REBUILDS IT EACH RUN. ACCESS IS
002450 FD  LOOKUP-FILE
002500     LABEL RECORDS ARE STANDARD.
002550 COPY FBLKUP.

002560 FD  USAGE-FILE
002570     LABEL RECORDS ARE STANDARD.
002580 COPY FBUSAGE.
002600 WORKING-STORAGE SECTION.

002650*FB-REQUEST-FILE-STATUS AND FB-LOOKUP-FILE-STATUS CATCH A
002950 01  FB-REQUEST-FILE-STATUS     PIC X(02) VALUE "00".
003000 01  FB-RESPONSE-FILE-STATUS    PIC X(02) VALUE "00".
003050 01  FB-LOOKUP-FILE-STATUS      PIC X(02) VALUE "00".
003075 01  FB-USAGE-FILE-STATUS       PIC X(02) VALUE "00".

003100 01  FB-REQUEST-SWITCHES.
003150     05 FB-REQUEST-EOF-SW       PIC X(01) VALUE "N".
003800 01  FB-PAGE-LINE-COUNT         PIC 9(02) COMP VALUE 0.
003850 01  FB-PAGE-NUMBER             PIC 9(03) COMP VALUE 0.

003900*THE REQUEST TYPE AND LINES RETURNED FOR THE USAGE RECORD OF
003950*THE REQUEST JUST ANSWERED (SEE 3600-WRITE-USAGE-RECORD).
004000 01  FB-USE-TYPE                PIC X(01) VALUE SPACE.
004050 01  FB-USE-LINES               PIC 9(09) COMP VALUE 0.

004055 01  FB-SAVED-RETURN-CODE       PIC S9(04) COMP VALUE 0.

004060*BUSINESS-DATE REQUEST AREA FOR THE FIZZ-BDTE SUBPROGRAM,
004065*WHICH SUPPLIES THE RUN DATE IN PLACE OF THE SYSTEM DATE (SEE
004070*1060-GET-BUSINESS-DATE).
004075 COPY FBBDTERQ.

004080*EVENT REQUEST AREA FOR THE SHOP-WIDE FIZZ-EVNT SUBPROGRAM,
004085*WHICH LOGS THIS RUN'S START, END AND SIGNIFICANT CONDITIONS
004090*(SEE 8950-LOG-EVENT).
004095 COPY FBEVNTRQ.
004100 01  FB-RUN-DATE-DISPLAY        PIC X(08).

004150 01  FB-REPORT-HEADING-1.
006013 COPY FBLOCKRQ.
006014 01  FB-RUN-LOCK-FILE-LIST.
006015     05 FILLER                  PIC X(36)
006016        VALUE "LOOKUPF USAGELOG".
006017     05 FILLER                  PIC X(36)
006018        VALUE SPACES.
006019 01  FB-LOCK-HELD-SWITCHES.
006750*                   FAILURE REASON FROM ANOTHER.
006800*----------------------------------------------------------*
006850 1000-INITIALIZE.
006852     MOVE "STR" TO FB-EVENT-FUNCTION
006854     PERFORM 8950-LOG-EVENT
006860     PERFORM 1050-ACQUIRE-RUN-LOCK
006861     IF RETURN-CODE NOT = 0
006862         PERFORM 1055-LOG-LOCK-REFUSAL
006863         GO TO 1000-EXIT
006864     END-IF
006865     PERFORM 1060-GET-BUSINESS-DATE
006870     IF RETURN-CODE NOT = 0
006880         GO TO 1000-EXIT
006890     END-IF
007900         CLOSE REQUEST-FILE LOOKUP-FILE
007950         GO TO 1000-EXIT
008000     END-IF
008050     OPEN EXTEND USAGE-FILE
008100     IF FB-USAGE-FILE-STATUS NOT = "00"
008150        AND FB-USAGE-FILE-STATUS NOT = "05"
008157         DISPLAY "FIZZ-INQ: USAGE-FILE WOULD NOT OPEN, STATUS "
008164             FB-USAGE-FILE-STATUS
008171         MOVE 56 TO RETURN-CODE
008178         CLOSE REQUEST-FILE LOOKUP-FILE RESPONSE-FILE
008185         GO TO 1000-EXIT
008192     END-IF
008200     PERFORM 1600-READ-REQUEST-RECORD.

008250*----------------------------------------------------------*
008788     END-IF.

008800*----------------------------------------------------------*
008801* 1055-LOG-LOCK-REFUSAL - LOGS WHY 1050-ACQUIRE-RUN-LOCK WAS
008802*                         REFUSED THE RUN LOCK.
008803*----------------------------------------------------------*
008804 1055-LOG-LOCK-REFUSAL.
008805     SET FB-EVENT-CONDITION TO TRUE
008806     MOVE SPACES TO FB-EVENT-TEXT
008807     IF FB-LOCK-STALE-CONFLICT
008808         SET FB-EVENT-SEVERE TO TRUE
008809         MOVE 0011 TO FB-EVENT-MESSAGE-NO
008810         STRING "STALE RUN LOCK HELD BY " FB-LOCK-HOLDER
008811             DELIMITED BY SIZE INTO FB-EVENT-TEXT
008812     ELSE
008813         IF FB-LOCK-CONFLICT
008814             SET FB-EVENT-ERROR TO TRUE
008815             MOVE 0010 TO FB-EVENT-MESSAGE-NO
008816             STRING "RUN LOCK HELD BY " FB-LOCK-HOLDER
008817                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
008818         ELSE
008819             SET FB-EVENT-SEVERE TO TRUE
008820             MOVE 0012 TO FB-EVENT-MESSAGE-NO
008821             STRING "RUN LOCK MANAGER ERROR, STATUS "
008822                    FB-LOCK-STATUS
008823                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
008824         END-IF
008825     END-IF
008826     PERFORM 8950-LOG-EVENT.

008827*----------------------------------------------------------*
008828* 1060-GET-BUSINESS-DATE - TAKES THE RUN DATE FROM THE
008829*                          BUSINESS-DATE CONTROL FILE (SEE
008830*                          FIZZ-BDTE) IN PLACE OF THE SYSTEM
008831*                          DATE. A CONTROL RECORD THAT IS
008832*                          UNUSABLE, OR THAT NAMES A DATE
008833*                          OUTSIDE THE PROCESSING WINDOW, ENDS
008834*                          THE RUN WITH RETURN CODE 84.
008835*----------------------------------------------------------*
008836 1060-GET-BUSINESS-DATE.
008837     MOVE "FIZZ-INQ" TO FB-BDATE-PROGRAM
008838     CALL "FIZZ-BDTE" USING FB-BDATE-REQUEST
008839     IF FB-BDATE-BAD-CONTROL OR FB-BDATE-OUT-OF-WINDOW
008840         DISPLAY "FIZZ-INQ: BUSINESS DATE REFUSED - "
008841             FB-BDATE-MESSAGE
008842         MOVE 84 TO RETURN-CODE
008843         SET FB-EVENT-CONDITION TO TRUE
008844         SET FB-EVENT-ERROR TO TRUE
008845         MOVE 0015 TO FB-EVENT-MESSAGE-NO
008846         MOVE SPACES TO FB-EVENT-TEXT
008847         STRING "BUSINESS DATE REFUSED - " FB-BDATE-MESSAGE
008848             DELIMITED BY SIZE INTO FB-EVENT-TEXT
008849         PERFORM 8950-LOG-EVENT
008850     ELSE
008851         MOVE FB-BDATE-DISPLAY TO FB-RUN-DATE-DISPLAY
008852     END-IF.

008853*----------------------------------------------------------*
008854* 1600-READ-REQUEST-RECORD - READS ONE REQUEST-FILE RECORD.
008900*----------------------------------------------------------*
008950 1600-READ-REQUEST-RECORD.
009000     READ REQUEST-FILE
009282             TO FB-INQ-DTL-RESULT
009288         PERFORM 3400-WRITE-REPORT-LINE
009294     END-IF
009296     END-IF
009298     END-IF
009300     PERFORM 1600-READ-REQUEST-RECORD.

009306*----------------------------------------------------------*
009426         READ LOOKUP-FILE
009432             INVALID KEY
009438                 ADD 1 TO FB-INQ-NOTFOUND-COUNT
009440                 MOVE 0 TO FB-USE-LINES
009444                 MOVE "*** NOT ON FILE - NOT IN ANY RANGE RUN ***"
009450                     TO FB-INQ-DTL-RESULT
009456             NOT INVALID KEY
009462                 ADD 1 TO FB-INQ-FOUND-COUNT
009464                 MOVE 1 TO FB-USE-LINES
009468                 MOVE FB-LOOKUP-REM3  TO FB-INQ-DTL-REM3
009474                 MOVE FB-LOOKUP-REM5  TO FB-INQ-DTL-REM5
009480                 MOVE FB-LOOKUP-LABEL TO FB-INQ-DTL-RESULT
009486         END-READ
009488         MOVE "S" TO FB-USE-TYPE
009490         PERFORM 3600-WRITE-USAGE-RECORD
009492     END-IF
009498     PERFORM 3400-WRITE-REPORT-LINE.

010098     IF FB-WALK-CAPPED
010104         ADD 1 TO FB-RNG-CAPPED-COUNT
010110         PERFORM 3145-WRITE-CAP-NOTICE
010116     END-IF
010117     MOVE "R" TO FB-USE-TYPE
010118     MOVE FB-REQ-LINE-COUNT TO FB-USE-LINES
010119     PERFORM 3600-WRITE-USAGE-RECORD.
010122 3150-EXIT.
010128     EXIT.

010524     IF FB-WALK-CAPPED
010530         ADD 1 TO FB-LBL-CAPPED-COUNT
010536         PERFORM 3145-WRITE-CAP-NOTICE
010542     END-IF
010543     MOVE "L" TO FB-USE-TYPE
010544     MOVE FB-REQ-LINE-COUNT TO FB-USE-LINES
010545     PERFORM 3600-WRITE-USAGE-RECORD.
010548 3170-EXIT.
010554     EXIT.

012250     MOVE 0 TO FB-PAGE-LINE-COUNT.

012300*----------------------------------------------------------*
012302* 3600-WRITE-USAGE-RECORD - APPENDS THE USAGE RECORD FOR THE
012304*                           REQUEST JUST ANSWERED, FOR THE
012306*                           MONTHLY CHARGEBACK (SEE FIZZ-CHGB).
012308*                           A REQUEST THAT RETURNED NO LINES IS
012310*                           LOGGED AS NOT ON FILE.
012312*----------------------------------------------------------*
012314 3600-WRITE-USAGE-RECORD.
012316     MOVE SPACES           TO FB-USAGE-RECORD
012318     MOVE FB-REQ-REQUESTOR TO FB-USAGE-REQUESTOR
012320     MOVE FB-BDATE-DATE8   TO FB-USAGE-DATE
012322     MOVE "FIZZ-INQ"       TO FB-USAGE-PROGRAM
012324     MOVE FB-USE-TYPE      TO FB-USAGE-TYPE
012326     MOVE FB-USE-LINES     TO FB-USAGE-LINES
012328     IF FB-USE-LINES = 0
012330         SET FB-USAGE-NOT-ON-FILE TO TRUE
012332     ELSE
012334         SET FB-USAGE-ANSWERED TO TRUE
012336     END-IF
012338     WRITE FB-USAGE-RECORD.

012340*----------------------------------------------------------*
012350* 4000-WRITE-TRAILER - WRITES THE INQUIRY TOTALS TO THE
012400*                      RESPONSE FILE AND THE CONSOLE.
012450*----------------------------------------------------------*
013100     CLOSE REQUEST-FILE
013150     CLOSE LOOKUP-FILE
013200     CLOSE RESPONSE-FILE
013201     CLOSE USAGE-FILE
013203     PERFORM 8900-RELEASE-RUN-LOCK.


013206*----------------------------------------------------------*
013209* 8900-RELEASE-RUN-LOCK - RELEASES THE SHOP-WIDE RUN LOCK AND
013212*                         LOGS THE END OF THE RUN. NOTHING TO
013215*                         RELEASE WHEN THE LOCK WAS NEVER GRANTED.
013218*----------------------------------------------------------*
013221 8900-RELEASE-RUN-LOCK.
013224     IF FB-LOCK-HELD
013225         MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
013227         MOVE "REL" TO FB-LOCK-FUNCTION
013230         CALL "FIZZ-LOCK" USING FB-LOCK-REQUEST
013233         MOVE "N" TO FB-LOCK-HELD-SW
013236         MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE
013238     END-IF
013242     MOVE "END" TO FB-EVENT-FUNCTION
013245     PERFORM 8950-LOG-EVENT.

013255*----------------------------------------------------------*
013265* 8950-LOG-EVENT - LOGS ONE EVENT FOR THIS RUN THROUGH THE
013275*                  SHOP-WIDE FIZZ-EVNT SUBPROGRAM: THE START
013285*                  ("STR") OR END ("END") OF THE RUN, OR A
013295*                  CONDITION ("LOG") WHOSE SEVERITY, MESSAGE
013305*                  NUMBER AND TEXT THE CALLER HAS SET. THE
013315*                  RETURN CODE SO FAR GOES WITH THE EVENT AND
013325*                  IS KEPT AROUND THE CALL. A LOG THAT CANNOT
013335*                  BE WRITTEN DOES NOT STOP THE RUN.
013345*----------------------------------------------------------*
013355 8950-LOG-EVENT.
013365     MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
013375     MOVE "FIZZ-INQ" TO FB-EVENT-PROGRAM
013385     MOVE RETURN-CODE TO FB-EVENT-RETURN-CODE
013395     CALL "FIZZ-EVNT" USING FB-EVENT-REQUEST
013405     MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE.

013415 END PROGRAM FIZZ-INQ.
