000050 IDENTIFICATION DIVISION.
000100 PROGRAM-ID. FIZZ-HDSK.
000150*AUTHOR.     DATA PROCESSING.
000200*INSTALLATION. SHOP BATCH LIBRARY.
000250*DATE-WRITTEN. 10/15/2026.
000300*DATE-COMPILED.
000350*REMARKS.
000400*    INTERACTIVE HELP-DESK INQUIRY OVER LOOKUPF AND RESLHIST,
000450*    RUN FROM A TERMINAL RATHER THAN SUBMITTED. THE CALLER KEYS
000500*    A NUMBER AND, OPTIONALLY, A RUN DATE; THE SCREEN SHOWS THE
000550*    NUMBER'S CURRENT ANSWER FROM LOOKUPF AND, BELOW IT, THE
000600*    DATED ANSWERS FIZZ-HIST KEPT ON RESLHIST FOR THAT NUMBER -
000650*    EVERY RUN DATE ON FILE, OR THOSE FROM THE KEYED RUN DATE ON
000700*    - WITH ANY DATE WHOSE LABEL DIFFERS FROM TODAY'S ANSWER
000750*    MARKED. TEN RUN DATES SHOW AT A TIME; M PAGES ON TO LATER
000800*    ONES. N AND P STEP TO THE NEXT AND PREVIOUS NUMBER ON FILE,
000850*    AND L JUMPS ALONG THE LABEL INDEX TO THE NEXT NUMBER
000900*    CARRYING THE KEYED LABEL (OR, WITH NONE KEYED, THE LABEL
000950*    OF THE NUMBER ON SCREEN), THE WAY FIZZ-INQ'S LABEL SEARCH
001000*    READS IT.
001050*    BOTH FILES ARE OPENED INPUT ONLY, AND ONLY FOR THE LENGTH
001100*    OF ONE INQUIRY: EACH INQUIRY CHECKS THE SHOP-WIDE RUN
001150*    LOCKS OVER LOOKUPF AND RESLHIST (FIZZ-LOCK'S "CHK", WHICH
001200*    TAKES NO LOCK AND WRITES NOTHING), READS AND CLOSES, SO A
001250*    SCREEN NEVER HOLDS UP THE BATCH OR REWRITES RUNLOCK.
001260*    WHILE FIZZ-BUZZ OR FIZZ-MRGE HOLDS LOOKUPF THE
001300*    SCREEN SAYS THE RESULTS ARE BEING REBUILT AND SHOWS NO DATA,
001350*    RATHER THAN A HALF-BUILT FILE; ANY OTHER JOB HOLDING EITHER
001400*    FILE IS NAMED IN A TRY-LATER MESSAGE THE SAME WAY.
001450*
001500*MODIFICATION HISTORY.
001550*    DATE       INIT  DESCRIPTION
001600*    ---------  ----  --------------------------------------
001650*    10/15/2026 DP    INITIAL VERSION.
001660*    10/15/2026 DP    FIZZ-MRGE, WHICH REBUILDS LOOKUPF FROM A
001670*                     PARTITIONED FIZZ-BUZZ SUBMISSION, IS
001680*                     REPORTED AS REBUILDING THE RESULTS THE SAME
001690*                     WAY FIZZ-BUZZ IS.
001691*    10/15/2026 DP    THE SESSION NOW LOGS ITS START AND END, AND
001692*                     ANY STALE RUN LOCK OR LOCK-MANAGER ERROR AN
001693*                     INQUIRY MEETS, TO THE SHOP EVENT LOG THROUGH
001694*                     FIZZ-EVNT (SEE 8950-LOG-EVENT); A WARNING OR
001695*                     WORSE ALSO GOES TO THE MONITORING CONSOLE'S
001696*                     ALERT FILE.
001697*    10/15/2026 DP    AN INQUIRY NOW ONLY CHECKS THE RUN LOCKS
001698*                     (FIZZ-LOCK "CHK") RATHER THAN TAKING ONE,
001699*                     SO IT NO LONGER REWRITES RUNLOCK.
001700 ENVIRONMENT DIVISION.
001750 INPUT-OUTPUT SECTION.
001800 FILE-CONTROL.
001850*LOOKUP-FILE IS READ KEYED FOR A SHOWN NUMBER, BY PRIMARY KEY
001900*FORWARD AND BACK FOR NEXT AND PREVIOUS, AND ALONG THE
001950*ALTERNATE LABEL INDEX FOR A LABEL JUMP - HENCE DYNAMIC ACCESS.
002000     SELECT LOOKUP-FILE ASSIGN TO "LOOKUPF"
002050         ORGANIZATION IS INDEXED
002100         ACCESS MODE IS DYNAMIC
002150         RECORD KEY IS FB-LOOKUP-COUNTER
002200         ALTERNATE RECORD KEY IS FB-LOOKUP-LABEL
002250             WITH DUPLICATES
002300         FILE STATUS IS FB-LOOKUP-FILE-STATUS.
002350*RESULT-HISTORY-FILE IS KEYED BY RUN DATE, THEN NUMBER. A SHOP
002400*THAT HAS NEVER RUN FIZZ-HIST HAS NONE, SO IT IS OPTIONAL.
002450     SELECT OPTIONAL RESULT-HISTORY-FILE ASSIGN TO "RESLHIST"
002500         ORGANIZATION IS INDEXED
002550         ACCESS MODE IS DYNAMIC
002600         RECORD KEY IS FB-RHST-KEY
002650         FILE STATUS IS FB-HISTORY-FILE-STATUS.
002700 DATA DIVISION.
002750 FILE SECTION.
002800 FD  LOOKUP-FILE
002850     LABEL RECORDS ARE STANDARD.
002900 COPY FBLKUP.

002950 FD  RESULT-HISTORY-FILE
003000     LABEL RECORDS ARE STANDARD.
003050 COPY FBRHST.
003100 WORKING-STORAGE SECTION.

003150*OPEN STATUSES. A FILE THAT WILL NOT OPEN IS REPORTED ON THE
003200*MESSAGE LINE FOR THE CALLER TO PASS TO OPERATIONS; THE SCREEN
003250*STAYS UP FOR THE NEXT INQUIRY.
003300 01  FB-LOOKUP-FILE-STATUS      PIC X(02) VALUE "00".
003350 01  FB-HISTORY-FILE-STATUS     PIC X(02) VALUE "00".

003400 01  FB-HDSK-SWITCHES.
003450     05 FB-QUIT-SW              PIC X(01) VALUE "N".
003500        88 FB-QUIT-REQUESTED              VALUE "Y".
003550     05 FB-LOOKUP-OPEN-SW       PIC X(01) VALUE "N".
003600        88 FB-LOOKUP-OPEN                 VALUE "Y".
003650     05 FB-HISTORY-OPEN-SW      PIC X(01) VALUE "N".
003700        88 FB-HISTORY-OPEN                VALUE "Y".
003750     05 FB-ANSWER-FOUND-SW      PIC X(01) VALUE "N".
003800        88 FB-ANSWER-FOUND                VALUE "Y".
003850     05 FB-LABEL-DONE-SW        PIC X(01) VALUE "N".
003900        88 FB-LABEL-DONE                  VALUE "Y".
003950     05 FB-HIST-DONE-SW         PIC X(01) VALUE "N".
004000        88 FB-HIST-DONE                   VALUE "Y".
004050     05 FB-HIST-MORE-SW         PIC X(01) VALUE "N".
004100        88 FB-HIST-MORE                   VALUE "Y".
004150     05 FB-RUN-DATE-BAD-SW      PIC X(01) VALUE "N".
004200        88 FB-RUN-DATE-BAD                VALUE "Y".

004250*THE FIELDS THE CALLER KEYS ON THE SCREEN. A ZERO RUN DATE
004300*MEANS EVERY RUN DATE ON FILE.
004350 01  FB-SCR-NUMBER              PIC 9(09) VALUE 0.
004400 01  FB-SCR-RUN-DATE            PIC 9(08) VALUE 0.
004450 01  FB-SCR-LABEL               PIC X(40) VALUE SPACES.
004500 01  FB-SCR-COMMAND             PIC X(01) VALUE SPACE.

004550*THE COMMAND TAKEN FROM THE SCREEN, FOLDED TO UPPER CASE.
004600 01  FB-COMMAND                 PIC X(01) VALUE SPACE.
004650     88 FB-CMD-SHOW                       VALUE SPACE.
004700     88 FB-CMD-NEXT                       VALUE "N".
004750     88 FB-CMD-PREVIOUS                   VALUE "P".
004800     88 FB-CMD-LABEL-JUMP                 VALUE "L".
004850     88 FB-CMD-MORE                       VALUE "M".
004900     88 FB-CMD-QUIT                       VALUE "Q".

004950*HOW ONE INQUIRY FINDS ITS NUMBER: KEYED, NEXT OR PREVIOUS BY
005000*PRIMARY KEY, OR ALONG THE LABEL INDEX. FB-BASE-NUMBER IS THE
005050*NUMBER KEYED OR ON SCREEN, WHICH A STEP OR JUMP MOVES AWAY
005100*FROM; FB-CUR-NUMBER IS THE NUMBER THE INQUIRY ENDS UP SHOWING.
005150 01  FB-INQ-MODE                PIC X(01) VALUE "=".
005200     88 FB-INQ-MODE-KEYED                 VALUE "=".
005250     88 FB-INQ-MODE-NEXT                  VALUE "N".
005300     88 FB-INQ-MODE-PREVIOUS              VALUE "P".
005350     88 FB-INQ-MODE-LABEL                 VALUE "L".
005400 01  FB-BASE-NUMBER             PIC 9(09) VALUE 0.
005450 01  FB-CUR-NUMBER              PIC 9(09) VALUE 0.
005500 01  FB-JUMP-LABEL              PIC X(40) VALUE SPACES.

005550*THE LABEL OF THE ANSWER NOW ON SCREEN - THE DEFAULT FOR A
005600*LABEL JUMP AND THE YARDSTICK FOR MARKING HISTORY THAT DIFFERS.
005650*SPACES WHEN NO ANSWER IS ON SCREEN.
005700 01  FB-SHOWN-LABEL             PIC X(40) VALUE SPACES.

005750*RESLHIST WALK. FB-PROBE-DATE IS THE RUN DATE BEING LOOKED AT;
005800*THE FILE IS KEYED DATE FIRST, SO THE WALK STARTS AT THE
005850*NUMBER WITHIN EACH DATE AND SKIPS TO THE NEXT DATE FROM THERE
005900*INSTEAD OF READING EVERY NUMBER OF EVERY RUN. THE WALK STARTS
005950*AT FB-HIST-START-DATE AND STOPS AFTER FB-HIST-MAX DATES, KEEPING
006000*THE NEXT DATE FOUND IN FB-NEXT-HIST-DATE FOR THE M COMMAND.
006050 01  FB-HIST-START-DATE         PIC 9(08) VALUE 0.
006100 01  FB-PROBE-DATE              PIC 9(08) VALUE 0.
006150 01  FB-NEXT-HIST-DATE          PIC 9(08) VALUE 0.
006200 01  FB-HIST-COUNT              PIC 9(02) COMP VALUE 0.
006250 01  FB-HIST-MAX                PIC 9(02) COMP VALUE 10.
006300 01  FB-LAST-DATE-COUNTER       PIC 9(09) VALUE 999999999.

006350 01  FB-DATE-WORK               PIC 9(08).
006400 01  FB-DATE-WORK-PARTS REDEFINES FB-DATE-WORK.
006450     05 FB-DW-CCYY              PIC 9(04).
006500     05 FB-DW-MM                PIC 9(02).
006550     05 FB-DW-DD                PIC 9(02).

006600*SCREEN LINES. THE CURRENT ANSWER AND EACH HISTORY LINE ARE
006650*BUILT HERE AND SHOWN THROUGH FROM FIELDS ON FB-HELP-SCREEN.
006700 01  FB-CUR-ANSWER-LINE.
006750     05 FB-CAL-NUMBER           PIC ZZZZZZZZ9.
006800     05 FILLER                  PIC X(02) VALUE SPACES.
006850     05 FB-CAL-REM3             PIC X(01).
006900     05 FILLER                  PIC X(04) VALUE SPACES.
006950     05 FB-CAL-REM5             PIC X(01).
007000     05 FILLER                  PIC X(04) VALUE SPACES.
007050     05 FB-CAL-LABEL            PIC X(40).
007100     05 FILLER                  PIC X(01) VALUE SPACES.
007150     05 FB-CAL-RULE-SET         PIC X(04).
007200     05 FILLER                  PIC X(09) VALUE SPACES.

007250 01  FB-HIST-DETAIL-LINE.
007300     05 FB-HDL-MM               PIC 9(02).
007350     05 FILLER                  PIC X(01) VALUE "/".
007400     05 FB-HDL-DD               PIC 9(02).
007450     05 FILLER                  PIC X(01) VALUE "/".
007500     05 FB-HDL-CCYY             PIC 9(04).
007550     05 FILLER                  PIC X(01) VALUE SPACES.
007600     05 FB-HDL-REM3             PIC 9(01).
007650     05 FILLER                  PIC X(04) VALUE SPACES.
007700     05 FB-HDL-REM5             PIC 9(01).
007750     05 FILLER                  PIC X(04) VALUE SPACES.
007800     05 FB-HDL-LABEL            PIC X(40).
007850     05 FILLER                  PIC X(01) VALUE SPACES.
007900     05 FB-HDL-RULE-SET         PIC X(04).
007950     05 FILLER                  PIC X(02) VALUE SPACES.
008000     05 FB-HDL-MARKER           PIC X(07).

008050 01  FB-HIST-TABLE.
008100     05 FB-HIST-LINE            OCCURS 10 TIMES PIC X(75).
008150 01  FB-HIST-MORE-TEXT          PIC X(36) VALUE SPACES.
008200 01  FB-MESSAGE                 PIC X(79) VALUE SPACES.

008250*RUN-LOCK REQUEST AREA FOR THE SHOP-WIDE FIZZ-LOCK SUBPROGRAM,
008300*AND THE LOGICAL FILE NAMES EACH INQUIRY CHECKS BEFORE IT READS
008350*(SEE 3100-CHECK-INQUIRY-LOCK).
008400 COPY FBLOCKRQ.
008450 01  FB-RUN-LOCK-FILE-LIST.
008500     05 FILLER                  PIC X(36)
008550        VALUE "LOOKUPF RESLHIST".
008600     05 FILLER                  PIC X(36)
008650        VALUE SPACES.
008700 01  FB-FILES-CLEAR-SWITCHES.
008750     05 FB-FILES-CLEAR-SW       PIC X(01) VALUE "N".
008800        88 FB-FILES-CLEAR                VALUE "Y".
008850 01  FB-SAVED-RETURN-CODE       PIC S9(04) COMP VALUE 0.

008900*BUSINESS-DATE REQUEST AREA FOR THE FIZZ-BDTE SUBPROGRAM,
008950*WHICH SUPPLIES THE SCREEN'S DATE IN PLACE OF THE SYSTEM DATE
009000*(SEE 1060-GET-BUSINESS-DATE).
009050 COPY FBBDTERQ.

009060*EVENT REQUEST AREA FOR THE SHOP-WIDE FIZZ-EVNT SUBPROGRAM,
009070*WHICH LOGS THE SESSION'S START, END AND SIGNIFICANT
009080*CONDITIONS (SEE 8950-LOG-EVENT).
009090 COPY FBEVNTRQ.
009100 01  FB-RUN-DATE-DISPLAY        PIC X(08) VALUE SPACES.

009150 SCREEN SECTION.
009200*THE ONE SCREEN: KEYED FIELDS AT THE TOP, THE CURRENT ANSWER,
009250*THE RUN-DATE HISTORY, THEN THE MESSAGE AND COMMAND LINES.
009300 01  FB-HELP-SCREEN.
009350     05 BLANK SCREEN.
009400     05 LINE 01 COLUMN 01 VALUE "FIZZ-HDSK".
009450     05 LINE 01 COLUMN 22 VALUE "FIZZBUZZ HELP-DESK INQUIRY".
009500     05 LINE 01 COLUMN 64 VALUE "DATE:".
009550     05 LINE 01 COLUMN 70 PIC X(08) FROM FB-RUN-DATE-DISPLAY.
009600     05 LINE 03 COLUMN 01 VALUE "NUMBER:".
009650     05 LINE 03 COLUMN 10 PIC ZZZZZZZZ9 USING FB-SCR-NUMBER.
009700     05 LINE 03 COLUMN 23 VALUE "RUN DATE (CCYYMMDD):".
009750     05 LINE 03 COLUMN 44 PIC 9(08) USING FB-SCR-RUN-DATE
009800        BLANK WHEN ZERO.
009850     05 LINE 04 COLUMN 01 VALUE "LABEL:".
009900     05 LINE 04 COLUMN 10 PIC X(40) USING FB-SCR-LABEL.
009950     05 LINE 05 COLUMN 01 VALUE "COMMAND:".
010000     05 LINE 05 COLUMN 10 PIC X(01) USING FB-SCR-COMMAND.
010050     05 LINE 07 COLUMN 01 VALUE "CURRENT ANSWER (LOOKUPF)".
010100     05 LINE 08 COLUMN 01 VALUE "   NUMBER  REM3 REM5 RESULT".
010150     05 LINE 08 COLUMN 63 VALUE "SET".
010200     05 LINE 09 COLUMN 01 PIC X(75) FROM FB-CUR-ANSWER-LINE.
010250     05 LINE 11 COLUMN 01 VALUE "RESULT HISTORY (RESLHIST)".
010300     05 LINE 11 COLUMN 40 PIC X(36) FROM FB-HIST-MORE-TEXT.
010350     05 LINE 12 COLUMN 01 VALUE "  RUN DATE REM3 REM5 RESULT".
010400     05 LINE 12 COLUMN 63 VALUE "SET".
010450     05 LINE 13 COLUMN 01 PIC X(75) FROM FB-HIST-LINE (1).
010500     05 LINE 14 COLUMN 01 PIC X(75) FROM FB-HIST-LINE (2).
010550     05 LINE 15 COLUMN 01 PIC X(75) FROM FB-HIST-LINE (3).
010600     05 LINE 16 COLUMN 01 PIC X(75) FROM FB-HIST-LINE (4).
010650     05 LINE 17 COLUMN 01 PIC X(75) FROM FB-HIST-LINE (5).
010700     05 LINE 18 COLUMN 01 PIC X(75) FROM FB-HIST-LINE (6).
010750     05 LINE 19 COLUMN 01 PIC X(75) FROM FB-HIST-LINE (7).
010800     05 LINE 20 COLUMN 01 PIC X(75) FROM FB-HIST-LINE (8).
010850     05 LINE 21 COLUMN 01 PIC X(75) FROM FB-HIST-LINE (9).
010900     05 LINE 22 COLUMN 01 PIC X(75) FROM FB-HIST-LINE (10).
010950     05 LINE 23 COLUMN 01 PIC X(79) FROM FB-MESSAGE
011000        HIGHLIGHT.
011050     05 LINE 24 COLUMN 01 VALUE
011100        "ENTER=SHOW  N=NEXT  P=PREVIOUS  L=LABEL JUMP".
011150     05 LINE 24 COLUMN 46 VALUE
011200        "M=MORE HISTORY  Q=QUIT".

011250 PROCEDURE DIVISION.
011300*----------------------------------------------------------*
011350* 0000-MAIN-PROCEDURE - CONTROLS THE OVERALL FLOW OF THE
011400*                       SESSION.
011450*----------------------------------------------------------*
011500 0000-MAIN-PROCEDURE.
011550     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011600     PERFORM 2000-CONVERSE UNTIL FB-QUIT-REQUESTED
011650     PERFORM 8000-TERMINATE
011700     STOP RUN.

011750*----------------------------------------------------------*
011800* 1000-INITIALIZE - TAKES THE BUSINESS DATE FOR THE SCREEN
011850*                   HEADING AND CLEARS THE ANSWER AREA. NO
011900*                   FILE IS OPENED AND NO LOCK CHECKED HERE;
011950*                   EACH INQUIRY DOES ITS OWN.
012000*----------------------------------------------------------*
012050 1000-INITIALIZE.
012060     MOVE "STR" TO FB-EVENT-FUNCTION
012070     PERFORM 8950-LOG-EVENT
012100     PERFORM 1060-GET-BUSINESS-DATE
012150     IF RETURN-CODE NOT = 0
012200         GO TO 1000-EXIT
012250     END-IF
012300     PERFORM 1100-CLEAR-ANSWER
012350     MOVE "KEY A NUMBER, AND A RUN DATE IF WANTED, THEN ENTER"
012400         TO FB-MESSAGE.

012450*----------------------------------------------------------*
012500* 1000-EXIT - COMMON EXIT FOR 1000-INITIALIZE. A NONZERO
012550*             RETURN-CODE HERE MEANS THE BUSINESS DATE WAS
012600*             REFUSED, AND THE MESSAGE HAS ALREADY BEEN
012650*             DISPLAYED.
012700*----------------------------------------------------------*
012750 1000-EXIT.
012800     IF RETURN-CODE NOT = 0
012810         MOVE "END" TO FB-EVENT-FUNCTION
012820         PERFORM 8950-LOG-EVENT
012850         STOP RUN
012900     END-IF.

012950*----------------------------------------------------------*
013000* 1060-GET-BUSINESS-DATE - TAKES THE RUN DATE FROM THE
013050*                          BUSINESS-DATE CONTROL FILE (SEE
013100*                          FIZZ-BDTE) IN PLACE OF THE SYSTEM
013150*                          DATE. A CONTROL RECORD THAT IS
013200*                          UNUSABLE, OR THAT NAMES A DATE
013250*                          OUTSIDE THE PROCESSING WINDOW, ENDS
013300*                          THE RUN WITH RETURN CODE 84.
013350*----------------------------------------------------------*
013400 1060-GET-BUSINESS-DATE.
013450     MOVE "FIZZ-HDSK" TO FB-BDATE-PROGRAM
013500     CALL "FIZZ-BDTE" USING FB-BDATE-REQUEST
013550     IF FB-BDATE-BAD-CONTROL OR FB-BDATE-OUT-OF-WINDOW
013600         DISPLAY "FIZZ-HDSK: BUSINESS DATE REFUSED - "
013650             FB-BDATE-MESSAGE
013700         MOVE 84 TO RETURN-CODE
013705         SET FB-EVENT-CONDITION TO TRUE
013710         SET FB-EVENT-ERROR TO TRUE
013715         MOVE 0015 TO FB-EVENT-MESSAGE-NO
013720         MOVE SPACES TO FB-EVENT-TEXT
013725         STRING "BUSINESS DATE REFUSED - " FB-BDATE-MESSAGE
013730             DELIMITED BY SIZE INTO FB-EVENT-TEXT
013735         PERFORM 8950-LOG-EVENT
013750     ELSE
013800         MOVE FB-BDATE-DISPLAY TO FB-RUN-DATE-DISPLAY
013850     END-IF.

013900*----------------------------------------------------------*
013950* 1100-CLEAR-ANSWER - BLANKS THE CURRENT ANSWER AND HISTORY
014000*                     LINES SO NOTHING FROM THE LAST INQUIRY
014050*                     IS LEFT SHOWING BESIDE THIS ONE'S.
014100*----------------------------------------------------------*
014150 1100-CLEAR-ANSWER.
014200     MOVE SPACES TO FB-CUR-ANSWER-LINE
014250     MOVE SPACES TO FB-HIST-TABLE
014300     MOVE SPACES TO FB-HIST-MORE-TEXT
014350     MOVE SPACES TO FB-SHOWN-LABEL
014400     MOVE "N" TO FB-ANSWER-FOUND-SW
014450     MOVE "N" TO FB-HIST-MORE-SW
014500     MOVE 0 TO FB-HIST-COUNT.

014550*----------------------------------------------------------*
014600* 2000-CONVERSE - SHOWS THE SCREEN, TAKES THE CALLER'S KEYED
014650*                 FIELDS AND COMMAND, AND CARRIES THE COMMAND
014700*                 OUT.
014750*----------------------------------------------------------*
014800 2000-CONVERSE.
014850     DISPLAY FB-HELP-SCREEN
014900     ACCEPT FB-HELP-SCREEN
014950     MOVE FB-SCR-COMMAND TO FB-COMMAND
015000     INSPECT FB-COMMAND CONVERTING "nplmq" TO "NPLMQ"
015050     MOVE SPACE TO FB-SCR-COMMAND
015100     MOVE SPACES TO FB-MESSAGE
015150     IF FB-CMD-QUIT
015200         SET FB-QUIT-REQUESTED TO TRUE
015250     ELSE IF FB-CMD-SHOW
015300         PERFORM 2100-REQUEST-SHOW THRU 2100-EXIT
015350     ELSE IF FB-CMD-NEXT OR FB-CMD-PREVIOUS
015400         PERFORM 2200-REQUEST-STEP THRU 2200-EXIT
015450     ELSE IF FB-CMD-LABEL-JUMP
015500         PERFORM 2300-REQUEST-LABEL-JUMP THRU 2300-EXIT
015550     ELSE IF FB-CMD-MORE
015600         PERFORM 2400-REQUEST-MORE-HISTORY THRU 2400-EXIT
015650     ELSE
015700         MOVE "UNKNOWN COMMAND - USE ONE OF THOSE LISTED BELOW"
015750             TO FB-MESSAGE
015800     END-IF.

015850*----------------------------------------------------------*
015900* 2050-EDIT-RUN-DATE - CHECKS THE KEYED RUN DATE, IF ANY, AND
015950*                      TAKES IT AS THE FIRST HISTORY DATE TO
016000*                      SHOW.
016050*----------------------------------------------------------*
016100 2050-EDIT-RUN-DATE.
016150     MOVE "N" TO FB-RUN-DATE-BAD-SW
016200     MOVE FB-SCR-RUN-DATE TO FB-DATE-WORK
016250     IF FB-SCR-RUN-DATE NOT = 0
016300         IF FB-DW-MM < 1 OR FB-DW-MM > 12
016350            OR FB-DW-DD < 1 OR FB-DW-DD > 31
016400             SET FB-RUN-DATE-BAD TO TRUE
016450             MOVE "RUN DATE MUST BE A DATE IN CCYYMMDD FORM"
016500                 TO FB-MESSAGE
016550         END-IF
016600     END-IF
016650     MOVE FB-SCR-RUN-DATE TO FB-HIST-START-DATE.

016700*----------------------------------------------------------*
016750* 2100-REQUEST-SHOW - ENTER: SHOWS THE KEYED NUMBER.
016800*----------------------------------------------------------*
016850 2100-REQUEST-SHOW.
016900     PERFORM 2050-EDIT-RUN-DATE
016950     IF FB-RUN-DATE-BAD
017000         GO TO 2100-EXIT
017050     END-IF
017100     MOVE FB-SCR-NUMBER TO FB-BASE-NUMBER
017150     MOVE "=" TO FB-INQ-MODE
017200     PERFORM 3000-RUN-INQUIRY THRU 3000-EXIT.
017250 2100-EXIT.
017300     EXIT.

017350*----------------------------------------------------------*
017400* 2200-REQUEST-STEP - N OR P: SHOWS THE NEXT OR PREVIOUS
017450*                     NUMBER ON FILE FROM THE ONE IN THE
017500*                     NUMBER FIELD.
017550*----------------------------------------------------------*
017600 2200-REQUEST-STEP.
017650     PERFORM 2050-EDIT-RUN-DATE
017700     IF FB-RUN-DATE-BAD
017750         GO TO 2200-EXIT
017800     END-IF
017850     MOVE FB-SCR-NUMBER TO FB-BASE-NUMBER
017900     MOVE FB-COMMAND TO FB-INQ-MODE
017950     PERFORM 3000-RUN-INQUIRY THRU 3000-EXIT.
018000 2200-EXIT.
018050     EXIT.

018100*----------------------------------------------------------*
018150* 2300-REQUEST-LABEL-JUMP - L: SHOWS THE NEXT NUMBER ABOVE THE
018200*                           ONE IN THE NUMBER FIELD THAT
018250*                           CARRIES THE KEYED LABEL, OR THE
018300*                           LABEL OF THE ANSWER ON SCREEN WHEN
018350*                           NONE IS KEYED.
018400*----------------------------------------------------------*
018450 2300-REQUEST-LABEL-JUMP.
018500     PERFORM 2050-EDIT-RUN-DATE
018550     IF FB-RUN-DATE-BAD
018600         GO TO 2300-EXIT
018650     END-IF
018700     IF FB-SCR-LABEL NOT = SPACES
018750         MOVE FB-SCR-LABEL TO FB-JUMP-LABEL
018800     ELSE
018850         IF FB-SHOWN-LABEL NOT = SPACES
018900             MOVE FB-SHOWN-LABEL TO FB-JUMP-LABEL
018950         ELSE
019000             MOVE "KEY A LABEL, OR SHOW A NUMBER ON FILE FIRST"
019050                 TO FB-MESSAGE
019100             GO TO 2300-EXIT
019150         END-IF
019200     END-IF
019250     MOVE FB-SCR-NUMBER TO FB-BASE-NUMBER
019300     MOVE "L" TO FB-INQ-MODE
019350     PERFORM 3000-RUN-INQUIRY THRU 3000-EXIT.
019400 2300-EXIT.
019450     EXIT.

019500*----------------------------------------------------------*
019550* 2400-REQUEST-MORE-HISTORY - M: SHOWS THE SAME NUMBER AGAIN
019600*                             WITH ITS HISTORY STARTING AT
019650*                             THE FIRST RUN DATE THAT DID NOT
019700*                             FIT ON THE LAST SCREEN.
019750*----------------------------------------------------------*
019800 2400-REQUEST-MORE-HISTORY.
019850     IF NOT FB-HIST-MORE
019900         MOVE "NO LATER RUN DATES FOR THIS NUMBER" TO FB-MESSAGE
019950         GO TO 2400-EXIT
020000     END-IF
020050     MOVE FB-NEXT-HIST-DATE TO FB-SCR-RUN-DATE
020100     MOVE FB-NEXT-HIST-DATE TO FB-HIST-START-DATE
020150     MOVE FB-CUR-NUMBER TO FB-SCR-NUMBER
020200     MOVE FB-CUR-NUMBER TO FB-BASE-NUMBER
020250     MOVE "=" TO FB-INQ-MODE
020300     PERFORM 3000-RUN-INQUIRY THRU 3000-EXIT.
020350 2400-EXIT.
020400     EXIT.

020450*----------------------------------------------------------*
020500* 3000-RUN-INQUIRY - ONE INQUIRY: CHECKS THE RUN LOCKS, OPENS
020550*                    THE FILES INPUT, FINDS THE NUMBER BY THE
020600*                    INQUIRY'S MODE, BUILDS THE ANSWER AND
020650*                    HISTORY LINES, THEN CLOSES THE FILES. A
020700*                    FILE HELD BY ANOTHER JOB LEAVES
020750*                    THE ANSWER AREA BLANK WITH THE REASON ON
020800*                    THE MESSAGE LINE.
020850*----------------------------------------------------------*
020900 3000-RUN-INQUIRY.
020950     PERFORM 1100-CLEAR-ANSWER
021000     PERFORM 3100-CHECK-INQUIRY-LOCK
021050     IF NOT FB-FILES-CLEAR
021100         GO TO 3000-EXIT
021150     END-IF
021200     OPEN INPUT LOOKUP-FILE
021250     IF FB-LOOKUP-FILE-STATUS NOT = "00"
021300         STRING "LOOKUPF WOULD NOT OPEN, STATUS "
021350                FB-LOOKUP-FILE-STATUS
021400                " - CALL OPERATIONS"
021450             DELIMITED BY SIZE INTO FB-MESSAGE
021500         PERFORM 3900-END-INQUIRY
021550         GO TO 3000-EXIT
021600     END-IF
021650     SET FB-LOOKUP-OPEN TO TRUE
021700     IF FB-INQ-MODE-KEYED
021750         PERFORM 3200-READ-KEYED-NUMBER
021800     ELSE
021850         IF FB-INQ-MODE-NEXT
021900             PERFORM 3300-READ-NEXT-NUMBER THRU 3300-EXIT
021950         ELSE
022000             IF FB-INQ-MODE-PREVIOUS
022050                 PERFORM 3400-READ-PREVIOUS-NUMBER THRU 3400-EXIT
022100             ELSE
022150                 PERFORM 3500-JUMP-ALONG-LABEL
022200             END-IF
022250         END-IF
022300     END-IF
022350     PERFORM 3700-SHOW-CURRENT-ANSWER
022400     PERFORM 3800-LOAD-HISTORY THRU 3800-EXIT
022450     PERFORM 3900-END-INQUIRY.
022500 3000-EXIT.
022550     EXIT.

022600*----------------------------------------------------------*
022650* 3100-CHECK-INQUIRY-LOCK - ASKS FIZZ-LOCK WHETHER ANY JOB
022700*                           HOLDS LOOKUPF OR RESLHIST. THE
022750*                           CHECK TAKES NO LOCK AND WRITES
022800*                           NOTHING. WHEN FIZZ-BUZZ OR FIZZ-MRGE
022850*                           HOLDS THEM THE RESULTS ARE BEING
022875*                           REBUILT; ANY OTHER HOLDER IS NAMED.
022900*                           A STALE LOCK OR A LOCK-MANAGER ERROR
022950*                           IS FOR OPERATIONS.
023000*----------------------------------------------------------*
023050 3100-CHECK-INQUIRY-LOCK.
023100     MOVE "N" TO FB-FILES-CLEAR-SW
023110     MOVE "CHK" TO FB-LOCK-FUNCTION
023150     MOVE "FIZZ-HDSK" TO FB-LOCK-PROGRAM
023200     MOVE FB-RUN-LOCK-FILE-LIST TO FB-LOCK-FILES
023250     CALL "FIZZ-LOCK" USING FB-LOCK-REQUEST
023300     IF FB-LOCK-GRANTED
023350         SET FB-FILES-CLEAR TO TRUE
023400     ELSE IF FB-LOCK-CONFLICT
023450             AND (FB-LOCK-HOLDER = "FIZZ-BUZZ"
023500               OR FB-LOCK-HOLDER = "FIZZ-MRGE")
023510         STRING "RESULTS ARE BEING REBUILT BY " DELIMITED BY SIZE
023520                FB-LOCK-HOLDER DELIMITED BY SPACE
023530                " - TRY LATER" DELIMITED BY SIZE
023540             INTO FB-MESSAGE
023550     ELSE IF FB-LOCK-CONFLICT
023600         STRING "RESULTS ARE IN USE BY " DELIMITED BY SIZE
023650                FB-LOCK-HOLDER DELIMITED BY SPACE
023700                " - TRY LATER" DELIMITED BY SIZE
023750             INTO FB-MESSAGE
023800     ELSE IF FB-LOCK-STALE-CONFLICT
023850         STRING "STALE RUN LOCK HELD BY " DELIMITED BY SIZE
023900                FB-LOCK-HOLDER DELIMITED BY SPACE
023950                " - CALL OPERATIONS" DELIMITED BY SIZE
024000             INTO FB-MESSAGE
024005         SET FB-EVENT-CONDITION TO TRUE
024010         SET FB-EVENT-SEVERE TO TRUE
024015         MOVE 0011 TO FB-EVENT-MESSAGE-NO
024020         MOVE SPACES TO FB-EVENT-TEXT
024025         STRING "STALE RUN LOCK HELD BY " FB-LOCK-HOLDER
024030             DELIMITED BY SIZE INTO FB-EVENT-TEXT
024035         PERFORM 8950-LOG-EVENT
024050     ELSE
024100         STRING "RUN LOCK MANAGER ERROR, STATUS "
024150                FB-LOCK-STATUS
024200                " - CALL OPERATIONS"
024250             DELIMITED BY SIZE INTO FB-MESSAGE
024255         SET FB-EVENT-CONDITION TO TRUE
024260         SET FB-EVENT-SEVERE TO TRUE
024265         MOVE 0012 TO FB-EVENT-MESSAGE-NO
024270         MOVE SPACES TO FB-EVENT-TEXT
024275         STRING "RUN LOCK MANAGER ERROR, STATUS " FB-LOCK-STATUS
024280             DELIMITED BY SIZE INTO FB-EVENT-TEXT
024285         PERFORM 8950-LOG-EVENT
024300     END-IF.

024350*----------------------------------------------------------*
024400* 3200-READ-KEYED-NUMBER - READS THE BASE NUMBER BY ITS KEY.
024450*                          NOT ON FILE STILL SHOWS ITS
024500*                          HISTORY - A NUMBER CAN HAVE RUN ON
024550*                          EARLIER DATES AND NOT TODAY.
024600*----------------------------------------------------------*
024650 3200-READ-KEYED-NUMBER.
024700     MOVE FB-BASE-NUMBER TO FB-CUR-NUMBER
024750     MOVE FB-BASE-NUMBER TO FB-LOOKUP-COUNTER
024800     READ LOOKUP-FILE KEY IS FB-LOOKUP-COUNTER
024850         INVALID KEY
024900             MOVE "N" TO FB-ANSWER-FOUND-SW
024950         NOT INVALID KEY
025000             SET FB-ANSWER-FOUND TO TRUE
025050     END-READ.

025100*----------------------------------------------------------*
025150* 3300-READ-NEXT-NUMBER - READS THE FIRST NUMBER ON FILE ABOVE
025200*                         THE BASE NUMBER. AT THE TOP OF THE
025250*                         FILE THE BASE NUMBER STAYS ON SCREEN
025300*                         WITH A MESSAGE.
025350*----------------------------------------------------------*
025400 3300-READ-NEXT-NUMBER.
025450     MOVE FB-BASE-NUMBER TO FB-LOOKUP-COUNTER
025500     START LOOKUP-FILE KEY > FB-LOOKUP-COUNTER
025550         INVALID KEY
025600             MOVE "NO HIGHER NUMBER ON FILE" TO FB-MESSAGE
025650             PERFORM 3200-READ-KEYED-NUMBER
025700             GO TO 3300-EXIT
025750     END-START
025800     READ LOOKUP-FILE NEXT
025850         AT END
025900             MOVE "NO HIGHER NUMBER ON FILE" TO FB-MESSAGE
025950             PERFORM 3200-READ-KEYED-NUMBER
026000             GO TO 3300-EXIT
026050     END-READ
026100     SET FB-ANSWER-FOUND TO TRUE
026150     MOVE FB-LOOKUP-COUNTER TO FB-CUR-NUMBER.
026200 3300-EXIT.
026250     EXIT.

026300*----------------------------------------------------------*
026350* 3400-READ-PREVIOUS-NUMBER - READS THE LAST NUMBER ON FILE
026400*                             BELOW THE BASE NUMBER. AT THE
026450*                             BOTTOM OF THE FILE THE BASE
026500*                             NUMBER STAYS ON SCREEN WITH A
026550*                             MESSAGE.
026600*----------------------------------------------------------*
026650 3400-READ-PREVIOUS-NUMBER.
026700     MOVE FB-BASE-NUMBER TO FB-LOOKUP-COUNTER
026750     START LOOKUP-FILE KEY < FB-LOOKUP-COUNTER
026800         INVALID KEY
026850             MOVE "NO LOWER NUMBER ON FILE" TO FB-MESSAGE
026900             PERFORM 3200-READ-KEYED-NUMBER
026950             GO TO 3400-EXIT
027000     END-START
027050     READ LOOKUP-FILE PREVIOUS
027100         AT END
027150             MOVE "NO LOWER NUMBER ON FILE" TO FB-MESSAGE
027200             PERFORM 3200-READ-KEYED-NUMBER
027250             GO TO 3400-EXIT
027300     END-READ
027350     SET FB-ANSWER-FOUND TO TRUE
027400     MOVE FB-LOOKUP-COUNTER TO FB-CUR-NUMBER.
027450 3400-EXIT.
027500     EXIT.

027550*----------------------------------------------------------*
027600* 3500-JUMP-ALONG-LABEL - READS ALONG THE ALTERNATE LABEL
027650*                         INDEX FROM THE START OF THE JUMP
027700*                         LABEL'S ENTRIES TO THE FIRST NUMBER
027750*                         ABOVE THE BASE NUMBER. WHEN NONE IS
027800*                         LEFT THE BASE NUMBER STAYS ON SCREEN
027850*                         WITH A MESSAGE.
027900*----------------------------------------------------------*
027950 3500-JUMP-ALONG-LABEL.
028000     MOVE "N" TO FB-LABEL-DONE-SW
028050     MOVE FB-JUMP-LABEL TO FB-LOOKUP-LABEL
028100     START LOOKUP-FILE KEY >= FB-LOOKUP-LABEL
028150         INVALID KEY
028200             SET FB-LABEL-DONE TO TRUE
028250     END-START
028300     IF NOT FB-LABEL-DONE
028350         PERFORM 3520-READ-NEXT-BY-LABEL
028400     END-IF
028450     PERFORM 3510-CHECK-ONE-LABEL-ENTRY UNTIL FB-LABEL-DONE
028500     IF NOT FB-ANSWER-FOUND
028550         MOVE "NO HIGHER NUMBER CARRIES THAT LABEL" TO FB-MESSAGE
028600         PERFORM 3200-READ-KEYED-NUMBER
028650     END-IF.

028700*----------------------------------------------------------*
028750* 3510-CHECK-ONE-LABEL-ENTRY - STOPS THE JUMP AT THE FIRST
028800*                              ENTRY ABOVE THE BASE NUMBER, OR
028850*                              AT THE END OF THE LABEL'S
028900*                              ENTRIES; ANY OTHER ENTRY IS
028950*                              PASSED OVER.
029000*----------------------------------------------------------*
029050 3510-CHECK-ONE-LABEL-ENTRY.
029100     IF FB-LOOKUP-LABEL NOT = FB-JUMP-LABEL
029150         SET FB-LABEL-DONE TO TRUE
029200     ELSE
029250         IF FB-LOOKUP-COUNTER > FB-BASE-NUMBER
029300             SET FB-ANSWER-FOUND TO TRUE
029350             MOVE FB-LOOKUP-COUNTER TO FB-CUR-NUMBER
029400             SET FB-LABEL-DONE TO TRUE
029450         ELSE
029500             PERFORM 3520-READ-NEXT-BY-LABEL
029550         END-IF
029600     END-IF.

029650*----------------------------------------------------------*
029700* 3520-READ-NEXT-BY-LABEL - READS THE NEXT LOOKUP-FILE RECORD
029750*                           ALONG THE LABEL INDEX.
029800*----------------------------------------------------------*
029850 3520-READ-NEXT-BY-LABEL.
029900     READ LOOKUP-FILE NEXT
029950         AT END
030000             SET FB-LABEL-DONE TO TRUE
030050     END-READ.

030100*----------------------------------------------------------*
030150* 3700-SHOW-CURRENT-ANSWER - BUILDS THE CURRENT-ANSWER LINE
030200*                            FOR THE NUMBER THE INQUIRY
030250*                            SETTLED ON AND PUTS THAT NUMBER
030300*                            BACK IN THE NUMBER FIELD, SO THE
030350*                            NEXT STEP OR JUMP GOES ON FROM IT.
030400*----------------------------------------------------------*
030450 3700-SHOW-CURRENT-ANSWER.
030500     MOVE FB-CUR-NUMBER TO FB-CAL-NUMBER
030550     MOVE FB-CUR-NUMBER TO FB-SCR-NUMBER
030600     IF FB-ANSWER-FOUND
030650         MOVE FB-LOOKUP-REM3     TO FB-CAL-REM3
030700         MOVE FB-LOOKUP-REM5     TO FB-CAL-REM5
030750         MOVE FB-LOOKUP-LABEL    TO FB-CAL-LABEL
030800         MOVE FB-LOOKUP-RULE-SET TO FB-CAL-RULE-SET
030850         MOVE FB-LOOKUP-LABEL    TO FB-SHOWN-LABEL
030900     ELSE
030950         MOVE "*** NOT ON FILE - NOT IN ANY RANGE RUN"
031000             TO FB-CAL-LABEL
031050     END-IF.

031100*----------------------------------------------------------*
031150* 3800-LOAD-HISTORY - BUILDS THE HISTORY LINES FOR THE NUMBER
031200*                     ON SCREEN FROM RESLHIST, ONE PER RUN DATE
031250*                     FROM THE START DATE ON, UP TO
031300*                     FB-HIST-MAX DATES.
031350*----------------------------------------------------------*
031400 3800-LOAD-HISTORY.
031450     MOVE "N" TO FB-HIST-DONE-SW
031500     OPEN INPUT RESULT-HISTORY-FILE
031550     IF FB-HISTORY-FILE-STATUS = "05"
031600         SET FB-HISTORY-OPEN TO TRUE
031650         MOVE "NO RESULT HISTORY IS ON FILE" TO FB-HIST-LINE (1)
031700         GO TO 3800-EXIT
031750     END-IF
031800     IF FB-HISTORY-FILE-STATUS NOT = "00"
031850         STRING "RESLHIST WOULD NOT OPEN, STATUS "
031900                FB-HISTORY-FILE-STATUS
031950                " - CALL OPERATIONS"
032000             DELIMITED BY SIZE INTO FB-HIST-LINE (1)
032050         GO TO 3800-EXIT
032100     END-IF
032150     SET FB-HISTORY-OPEN TO TRUE
032200     MOVE FB-HIST-START-DATE TO FB-PROBE-DATE
032250     PERFORM 3810-PROBE-ONE-DATE UNTIL FB-HIST-DONE
032300     IF FB-HIST-COUNT = 0
032350         IF FB-HIST-START-DATE = 0
032400             MOVE "NO RESULT HISTORY FOR THIS NUMBER"
032450                 TO FB-HIST-LINE (1)
032500         ELSE
032550             MOVE "NO RESULT HISTORY ON OR AFTER THAT RUN DATE"
032600                 TO FB-HIST-LINE (1)
032650         END-IF
032700     END-IF
032750     IF FB-HIST-MORE
032800         MOVE "MORE RUN DATES ON FILE - ENTER M"
032850             TO FB-HIST-MORE-TEXT
032900     END-IF.
032950 3800-EXIT.
033000     EXIT.

033050*----------------------------------------------------------*
033100* 3810-PROBE-ONE-DATE - POSITIONS AT THE NUMBER WITHIN THE
033150*                       PROBE DATE. THE RECORD READ IS EITHER
033200*                       THE NUMBER ITSELF, SOME OTHER NUMBER
033250*                       OF THE SAME DATE (THE NUMBER DID NOT
033300*                       RUN THAT DAY), OR THE FIRST RECORD OF
033350*                       A LATER DATE, WHICH BECOMES THE NEXT
033400*                       PROBE DATE.
033450*----------------------------------------------------------*
033500 3810-PROBE-ONE-DATE.
033550     MOVE FB-PROBE-DATE TO FB-RHST-DATE
033600     MOVE FB-CUR-NUMBER TO FB-RHST-COUNTER
033650     START RESULT-HISTORY-FILE KEY >= FB-RHST-KEY
033700         INVALID KEY
033750             SET FB-HIST-DONE TO TRUE
033800     END-START
033850     IF NOT FB-HIST-DONE
033900         PERFORM 3820-READ-NEXT-HISTORY
033950     END-IF
034000     IF NOT FB-HIST-DONE
034050         IF FB-RHST-DATE NOT = FB-PROBE-DATE
034100             MOVE FB-RHST-DATE TO FB-PROBE-DATE
034150         ELSE
034200             IF FB-RHST-COUNTER = FB-CUR-NUMBER
034250                 PERFORM 3830-TAKE-HISTORY-RECORD
034300             END-IF
034350             IF NOT FB-HIST-DONE
034400                 PERFORM 3840-SKIP-TO-NEXT-DATE
034450             END-IF
034500         END-IF
034550     END-IF.

034600*----------------------------------------------------------*
034650* 3820-READ-NEXT-HISTORY - READS THE NEXT RESLHIST RECORD.
034700*----------------------------------------------------------*
034750 3820-READ-NEXT-HISTORY.
034800     READ RESULT-HISTORY-FILE NEXT
034850         AT END
034900             SET FB-HIST-DONE TO TRUE
034950     END-READ.

035000*----------------------------------------------------------*
035050* 3830-TAKE-HISTORY-RECORD - ADDS THE RESLHIST RECORD JUST
035100*                            READ AS THE NEXT HISTORY LINE,
035150*                            MARKED WHEN ITS LABEL DIFFERS
035200*                            FROM THE CURRENT ANSWER. ONE
035250*                            DATE PAST A FULL SCREEN ENDS THE
035300*                            WALK AND IS KEPT FOR M.
035350*----------------------------------------------------------*
035400 3830-TAKE-HISTORY-RECORD.
035450     IF FB-HIST-COUNT >= FB-HIST-MAX
035500         SET FB-HIST-MORE TO TRUE
035550         MOVE FB-RHST-DATE TO FB-NEXT-HIST-DATE
035600         SET FB-HIST-DONE TO TRUE
035650     ELSE
035700         ADD 1 TO FB-HIST-COUNT
035750         MOVE FB-RHST-DATE TO FB-DATE-WORK
035800         MOVE FB-DW-MM         TO FB-HDL-MM
035850         MOVE FB-DW-DD         TO FB-HDL-DD
035900         MOVE FB-DW-CCYY       TO FB-HDL-CCYY
035950         MOVE FB-RHST-REM3     TO FB-HDL-REM3
036000         MOVE FB-RHST-REM5     TO FB-HDL-REM5
036050         MOVE FB-RHST-LABEL    TO FB-HDL-LABEL
036100         MOVE FB-RHST-RULE-SET TO FB-HDL-RULE-SET
036150         MOVE SPACES TO FB-HDL-MARKER
036200         IF FB-ANSWER-FOUND
036250            AND FB-RHST-LABEL NOT = FB-SHOWN-LABEL
036300             MOVE "DIFFERS" TO FB-HDL-MARKER
036350         END-IF
036400         MOVE FB-HIST-DETAIL-LINE TO FB-HIST-LINE (FB-HIST-COUNT)
036450     END-IF.

036500*----------------------------------------------------------*
036550* 3840-SKIP-TO-NEXT-DATE - POSITIONS PAST THE LAST POSSIBLE
036600*                          NUMBER OF THE PROBE DATE AND TAKES
036650*                          THE DATE OF THE RECORD FOUND THERE
036700*                          AS THE NEXT PROBE DATE.
036750*----------------------------------------------------------*
036800 3840-SKIP-TO-NEXT-DATE.
036850     MOVE FB-PROBE-DATE TO FB-RHST-DATE
036900     MOVE FB-LAST-DATE-COUNTER TO FB-RHST-COUNTER
036950     START RESULT-HISTORY-FILE KEY > FB-RHST-KEY
037000         INVALID KEY
037050             SET FB-HIST-DONE TO TRUE
037100     END-START
037150     IF NOT FB-HIST-DONE
037200         PERFORM 3820-READ-NEXT-HISTORY
037250     END-IF
037300     IF NOT FB-HIST-DONE
037350         MOVE FB-RHST-DATE TO FB-PROBE-DATE
037400     END-IF.

037450*----------------------------------------------------------*
037500* 3900-END-INQUIRY - CLOSES WHATEVER THE INQUIRY OPENED.
037600*----------------------------------------------------------*
037650 3900-END-INQUIRY.
037700     IF FB-HISTORY-OPEN
037750         CLOSE RESULT-HISTORY-FILE
037800         MOVE "N" TO FB-HISTORY-OPEN-SW
037850     END-IF
037900     IF FB-LOOKUP-OPEN
037950         CLOSE LOOKUP-FILE
038000         MOVE "N" TO FB-LOOKUP-OPEN-SW
038050     END-IF.

038150*----------------------------------------------------------*
038200* 8000-TERMINATE - ENDS THE SESSION. EVERY INQUIRY HAS
038250*                  ALREADY CLOSED ITS FILES, AND THE SCREEN
038300*                  NEVER HOLDS A RUN LOCK.
038350*----------------------------------------------------------*
038400 8000-TERMINATE.
038460     MOVE "END" TO FB-EVENT-FUNCTION
038470     PERFORM 8950-LOG-EVENT.

039202*----------------------------------------------------------*
039204* 8950-LOG-EVENT - LOGS ONE EVENT FOR THE SESSION THROUGH THE
039206*                  SHOP-WIDE FIZZ-EVNT SUBPROGRAM: THE START
039208*                  ("STR") OR END ("END") OF THE SESSION, OR
039210*                  A CONDITION ("LOG") WHOSE SEVERITY, MESSAGE
039212*                  NUMBER AND TEXT THE CALLER HAS SET. THE
039214*                  RETURN CODE SO FAR GOES WITH THE EVENT AND
039216*                  IS KEPT AROUND THE CALL. A LOG THAT CANNOT
039218*                  BE WRITTEN DOES NOT STOP THE SESSION.
039220*----------------------------------------------------------*
039222 8950-LOG-EVENT.
039224     MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
039226     MOVE "FIZZ-HDSK" TO FB-EVENT-PROGRAM
039228     MOVE RETURN-CODE TO FB-EVENT-RETURN-CODE
039230     CALL "FIZZ-EVNT" USING FB-EVENT-REQUEST
039232     MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE.
039250 END PROGRAM FIZZ-HDSK.
