000050 IDENTIFICATION DIVISION.
000100 PROGRAM-ID. FIZZ-PART.
000150*AUTHOR.     DATA PROCESSING.
000200*INSTALLATION. SHOP BATCH LIBRARY.
000250*DATE-WRITTEN. 10/15/2026.
000300*DATE-COMPILED.
000350*REMARKS.
000400*    SPLITS THE FIZZ-BUZZ CONTROL FILE (PARMFILE) INTO
000450*    PARTITIONS THAT RUN AS CONCURRENT FIZZ-BUZZ STEPS, FOR
000500*    NIGHTS WHEN ONE STEP WOULD NOT FIT THE BATCH WINDOW (SEE
000550*    THE FIZZ-PARV FORECAST). THE NUMBER OF PARTITIONS COMES
000600*    FROM THE OPTIONAL PARTPARM FILE (01-16, DEFAULT 04).
000650*    THE NUMBERS THE CONTROL FILE ASKS FOR ARE SHARED OUT AS
000700*    EVENLY AS THEY DIVIDE, IN CONTROL-FILE ORDER, SO EACH
000750*    PARTITION GETS A CONSECUTIVE RUN OF THEM: A RANGE THAT
000800*    CROSSES A PARTITION BOUNDARY IS CUT INTO PIECES, EACH PIECE
000850*    KEEPING THE RANGE'S RULE SET. PARTITION NN'S PIECES ARE
000900*    WRITTEN AS ITS OWN CONTROL FILE, PARMFILE.PNN, AND EVERY
000950*    PIECE IS LISTED ON THE PARTITION MAP (PARTMAP, SEE FBPARTMP)
001000*    FOR FIZZ-MRGE.
001050*    THE SPLIT ALSO REMOVES EVERY PARTITION'S CHECKPOINT,
001100*    STATUS, AUDIT AND OPERATOR REQUEST FILES, AND THE CONTROL
001150*    FILES OF PARTITIONS NO LONGER USED, SO NOTHING LEFT FROM AN
001200*    EARLIER SPLIT CAN BE RESTARTED OR MERGED BY MISTAKE.
001250*    RUN IT ONCE PER SUBMISSION, THEN FIZZ-BUZZ WITH PARM P01,
001300*    P02, ... (SIDE BY SIDE), THEN FIZZ-MRGE. A FAILED PARTITION
001350*    IS RESTARTED BY RESUBMITTING ITS OWN STEP - NOT BY SPLITTING
001400*    AGAIN, WHICH WOULD THROW AWAY THE PARTITIONS' CHECKPOINTS.
001450*
001500*MODIFICATION HISTORY.
001550*    DATE       INIT  DESCRIPTION
001600*    ---------  ----  --------------------------------------
001650*    10/15/2026 DP    INITIAL VERSION.
001655*    10/15/2026 DP    THE RUN NOW LOGS ITS START, ITS END AND
001660*                     RETURN CODE, AND ITS SIGNIFICANT CONDITIONS
001665*                     TO THE SHOP EVENT LOG THROUGH FIZZ-EVNT (SEE
001670*                     8950-LOG-EVENT); A WARNING OR WORSE ALSO
001675*                     GOES TO THE MONITORING CONSOLE'S ALERT FILE.
001677*    10/15/2026 DP    A BAD PARTPARM (RETURN CODE 16), A REFUSED
001679*                     CONTROL FILE (20, 24, 28) AND A PARMFILE
001681*                     THAT WILL NOT OPEN (44) NOW EACH LOG AN
001683*                     ERROR EVENT WITH THE REASON.
001700 ENVIRONMENT DIVISION.
001750 INPUT-OUTPUT SECTION.
001800 FILE-CONTROL.
001850     SELECT PARM-FILE ASSIGN TO "PARMFILE"
001900         ORGANIZATION IS LINE SEQUENTIAL
001950         FILE STATUS IS FB-PARM-FILE-STATUS.
002000     SELECT OPTIONAL PART-PARM-FILE ASSIGN TO "PARTPARM"
002050         ORGANIZATION IS LINE SEQUENTIAL.
002100     SELECT PIECE-PARM-FILE ASSIGN TO DYNAMIC FB-PIECE-PARM-NAME
002150         ORGANIZATION IS LINE SEQUENTIAL
002200         FILE STATUS IS FB-PIECE-FILE-STATUS.
002250     SELECT PARTITION-MAP-FILE ASSIGN TO "PARTMAP"
002300         ORGANIZATION IS LINE SEQUENTIAL
002350         FILE STATUS IS FB-PMAP-FILE-STATUS.
002400 DATA DIVISION.
002450 FILE SECTION.
002500*THE FIZZ-BUZZ CONTROL RECORD: ONE RANGE AND THE RULE SET IT
002550*RUNS UNDER (BLANK = THE DEFAULT SET).
002600 FD  PARM-FILE
002650     LABEL RECORDS ARE STANDARD.
002700 01  FB-PARM-RECORD.
002750     05 FB-PARM-START           PIC S9(09) SIGN LEADING SEPARATE.
002800     05 FB-PARM-END             PIC S9(09) SIGN LEADING SEPARATE.
002850     05 FILLER                  PIC X(01).
002900     05 FB-PARM-RULE-SET        PIC X(04).

002950*ONE OPTIONAL RECORD: THE NUMBER OF PARTITIONS, TWO DIGITS.
003000*NO FILE, NO RECORD, OR A BLANK FIELD MEANS FOUR.
003050 FD  PART-PARM-FILE
003100     LABEL RECORDS ARE STANDARD.
003150 01  FB-PART-PARM-RECORD.
003200     05 FB-PPARM-COUNT          PIC X(02).

003250*ONE PARTITION'S CONTROL FILE, PARMFILE.PNN, LAID OUT EXACTLY
003300*LIKE PARMFILE SO FIZZ-BUZZ READS IT UNCHANGED.
003350 FD  PIECE-PARM-FILE
003400     LABEL RECORDS ARE STANDARD.
003450 01  FB-PIECE-PARM-RECORD.
003500     05 FB-PIECE-START          PIC S9(09) SIGN LEADING SEPARATE.
003550     05 FB-PIECE-END            PIC S9(09) SIGN LEADING SEPARATE.
003600     05 FILLER                  PIC X(01).
003650     05 FB-PIECE-RULE-SET       PIC X(04).

003700 FD  PARTITION-MAP-FILE
003750     LABEL RECORDS ARE STANDARD.
003800 COPY FBPARTMP.
003850 WORKING-STORAGE SECTION.

003900 01  FB-PARM-FILE-STATUS        PIC X(02) VALUE "00".
003950 01  FB-PIECE-FILE-STATUS       PIC X(02) VALUE "00".
004000 01  FB-PMAP-FILE-STATUS        PIC X(02) VALUE "00".

004050 01  FB-PART-SWITCHES.
004100     05 FB-PARM-EOF-SW          PIC X(01) VALUE "N".
004150        88 FB-PARM-EOF                    VALUE "Y".
004200     05 FB-PPARM-EOF-SW         PIC X(01) VALUE "N".
004250        88 FB-PPARM-EOF                   VALUE "Y".
004300     05 FB-PIECE-OPEN-SW        PIC X(01) VALUE "N".
004350        88 FB-PIECE-FILE-OPEN             VALUE "Y".
004400     05 FB-FIRST-PIECE-SW       PIC X(01) VALUE "N".
004450        88 FB-FIRST-PIECE                 VALUE "Y".

004500 01  FB-BUSINESS-DATE           PIC 9(08) VALUE 0.

004550*THE CONTROL FILE'S RANGES, IN ORDER. FB-RNG-CUT-START IS WHERE
004600*THE CUTTING OF THE RANGE STARTS: THE RANGE START, EXCEPT THAT A
004650*RANGE STARTING AT ZERO IS CUT FROM ONE AND ZERO RIDES ALONG IN
004700*THE FIRST PIECE, BECAUSE FIZZ-BUZZ REFUSES A RANGE ENDING AT
004750*ZERO AND A PIECE OF ZERO ALONE WOULD BE ONE.
004800 01  FB-RANGE-TABLE.
004850     05 FB-RNG-ENTRY OCCURS 999 TIMES
004900        INDEXED BY FB-RNG-IDX.
004950        10 FB-RNG-START         PIC S9(09).
005000        10 FB-RNG-END           PIC S9(09).
005050        10 FB-RNG-CUT-START     PIC S9(09).
005100        10 FB-RNG-RULE-SET      PIC X(04).
005150 01  FB-RANGE-COUNT             PIC 9(04) COMP VALUE 0.
005200 01  FB-MAX-RANGES              PIC 9(04) COMP VALUE 999.

005250*PARTITION PLAN: THE PARTITIONS ASKED FOR AND THE NUMBER
005300*ACTUALLY USED (NEVER MORE THAN THERE ARE NUMBERS TO CUT), THE
005350*NUMBERS TO CUT, AND EACH PARTITION'S SHARE - THE QUOTIENT, PLUS
005400*ONE FOR EACH OF THE FIRST REMAINDER PARTITIONS.
005450 01  FB-PARTITIONS-WANTED       PIC 9(02) VALUE 4.
005500 01  FB-PARTITIONS-USED         PIC 9(02) VALUE 0.
005550 01  FB-MAX-PARTITIONS          PIC 9(02) VALUE 16.
005600 01  FB-CUT-TOTAL               PIC 9(11) COMP VALUE 0.
005650 01  FB-SHARE-QUOTIENT          PIC 9(11) COMP VALUE 0.
005700 01  FB-SHARE-REMAINDER         PIC 9(02) COMP VALUE 0.

005750*CUTTING STATE: THE PARTITION BEING FILLED AND THE ROOM LEFT IN
005800*IT, THE NEXT NUMBER TO CUT FROM THE CURRENT RANGE, AND THE
005850*PIECE BEING WRITTEN.
005900 01  FB-PART-NUMBER             PIC 9(02) VALUE 0.
005950 01  FB-PART-ROOM               PIC 9(11) COMP VALUE 0.
006000 01  FB-CUT-POSITION            PIC S9(10) COMP VALUE 0.
006050 01  FB-CUT-LENGTH              PIC 9(11) COMP VALUE 0.
006100 01  FB-CUT-LEFT-IN-RANGE       PIC 9(11) COMP VALUE 0.
006150 01  FB-PIECE-FROM              PIC S9(09) VALUE 0.
006200 01  FB-PIECE-TO                PIC S9(09) VALUE 0.
006250 01  FB-PART-PIECES             PIC 9(04) COMP VALUE 0.
006300 01  FB-PART-NUMBERS            PIC 9(11) COMP VALUE 0.
006350 01  FB-PART-FIRST              PIC S9(09) VALUE 0.
006400 01  FB-TOTAL-PIECES            PIC 9(05) COMP VALUE 0.
006450 01  FB-TOTAL-NUMBERS           PIC 9(11) COMP VALUE 0.

006500*FILE NAMES FOR THE PARTITION FILES: THE CONTROL FILE BEING
006550*WRITTEN, AND THE NAME BUILT FOR EACH FILE THE SPLIT REMOVES.
006600 01  FB-PIECE-PARM-NAME         PIC X(20) VALUE SPACES.
006650 01  FB-CLEAR-FILE-NAME         PIC X(20) VALUE SPACES.
006700 01  FB-CLEAR-NUMBER            PIC 9(02) VALUE 0.
006750 01  FB-SCRATCH-RC              PIC S9(09) COMP-5.

006800 01  FB-PARTITION-LINE.
006850     05 FILLER                  PIC X(21)
006900        VALUE "FIZZ-PART: PARTITION ".
006950     05 FB-PLN-NUMBER           PIC 9(02).
007000     05 FILLER                  PIC X(08) VALUE " PIECES ".
007050     05 FB-PLN-PIECES           PIC ZZ9.
007100     05 FILLER                  PIC X(09) VALUE " NUMBERS ".
007150     05 FB-PLN-NUMBERS          PIC ZZZZZZZZZZ9.
007200     05 FILLER                  PIC X(06) VALUE " FROM ".
007250     05 FB-PLN-FROM             PIC ZZZZZZZZ9.
007300     05 FILLER                  PIC X(04) VALUE " TO ".
007350     05 FB-PLN-TO               PIC ZZZZZZZZ9.

007400 01  FB-SPLIT-LINE.
007450     05 FILLER                  PIC X(11) VALUE "FIZZ-PART: ".
007500     05 FB-SLN-RANGES           PIC ZZ9.
007550     05 FILLER                  PIC X(17)
007600        VALUE " CONTROL RECORDS,".
007650     05 FB-SLN-NUMBERS          PIC ZZZZZZZZZZ9.
007700     05 FILLER                  PIC X(14) VALUE " NUMBERS, INTO".
007750     05 FB-SLN-PARTITIONS       PIC ZZ9.
007800     05 FILLER                  PIC X(11) VALUE " PARTITIONS".

007850*RUN-LOCK REQUEST AREA FOR THE SHOP-WIDE FIZZ-LOCK
007900*SUBPROGRAM, AND THE LOGICAL FILE NAMES THIS RUN HOLDS (SEE
007950*1050-ACQUIRE-RUN-LOCK AND 8900-RELEASE-RUN-LOCK). "FBPART*"
008000*COVERS EVERY PARTITION (FBPART01, FBPART02, ...), SO THE
008050*SPLIT WAITS FOR ANY PARTITION STILL RUNNING.
008100 COPY FBLOCKRQ.
008150 01  FB-RUN-LOCK-FILE-LIST.
008200     05 FILLER                  PIC X(36)
008250        VALUE "PARMFILE PARTMAP FBPART*".
008300     05 FILLER                  PIC X(36)
008350        VALUE SPACES.
008400 01  FB-LOCK-HELD-SWITCHES.
008450     05 FB-LOCK-HELD-SW         PIC X(01) VALUE "N".
008500        88 FB-LOCK-HELD                  VALUE "Y".
008550 01  FB-SAVED-RETURN-CODE       PIC S9(04) COMP VALUE 0.

008600*BUSINESS-DATE REQUEST AREA FOR THE FIZZ-BDTE SUBPROGRAM,
008650*WHICH SUPPLIES THE RUN DATE IN PLACE OF THE SYSTEM DATE (SEE
008700*1060-GET-BUSINESS-DATE).
008750 COPY FBBDTERQ.

008760*EVENT REQUEST AREA FOR THE SHOP-WIDE FIZZ-EVNT SUBPROGRAM,
008770*WHICH LOGS THIS RUN'S START, END AND SIGNIFICANT CONDITIONS
008780*(SEE 8950-LOG-EVENT).
008790 COPY FBEVNTRQ.

008800 PROCEDURE DIVISION.
008850*----------------------------------------------------------*
008900* 0000-MAIN-PROCEDURE - CONTROLS THE OVERALL FLOW OF THE RUN.
008950*----------------------------------------------------------*
009000 0000-MAIN-PROCEDURE.
009050     PERFORM 1000-INITIALIZE THRU 1000-EXIT
009100     PERFORM 2000-PLAN-PARTITIONS
009150     PERFORM 3000-CLEAR-PARTITION-FILES
009200     PERFORM 4000-CUT-PARTITIONS THRU 4000-EXIT
009250     PERFORM 8000-TERMINATE
009300     STOP RUN.

009350*----------------------------------------------------------*
009400* 1000-INITIALIZE - TAKES THE RUN LOCK AND THE BUSINESS
009450*                   DATE, READS THE OPTIONAL PARTITION COUNT,
009500*                   AND LOADS AND CHECKS THE CONTROL FILE. EACH
009550*                   FAILURE GETS ITS OWN MESSAGE AND RETURN-CODE
009600*                   SO THE SCHEDULER CAN TELL ONE REASON FROM
009650*                   ANOTHER.
009700*----------------------------------------------------------*
009750 1000-INITIALIZE.
009760     MOVE "STR" TO FB-EVENT-FUNCTION
009770     PERFORM 8950-LOG-EVENT
009800     PERFORM 1050-ACQUIRE-RUN-LOCK
009850     IF RETURN-CODE NOT = 0
009860         PERFORM 1055-LOG-LOCK-REFUSAL
009900         GO TO 1000-EXIT
009950     END-IF
010000     PERFORM 1060-GET-BUSINESS-DATE
010050     IF RETURN-CODE NOT = 0
010100         GO TO 1000-EXIT
010150     END-IF
010200     PERFORM 1100-READ-PART-PARM
010250     IF RETURN-CODE NOT = 0
010300         GO TO 1000-EXIT
010350     END-IF
010400     OPEN INPUT PARM-FILE
010450     IF FB-PARM-FILE-STATUS NOT = "00"
010500         DISPLAY "FIZZ-PART: PARM-FILE WOULD NOT OPEN, "
010550             "STATUS " FB-PARM-FILE-STATUS
010600         MOVE 44 TO RETURN-CODE
010605         SET FB-EVENT-CONDITION TO TRUE
010610         SET FB-EVENT-ERROR TO TRUE
010615         MOVE 1904 TO FB-EVENT-MESSAGE-NO
010620         MOVE SPACES TO FB-EVENT-TEXT
010625         STRING "PARMFILE WOULD NOT OPEN, STATUS "
010630                FB-PARM-FILE-STATUS
010635             DELIMITED BY SIZE INTO FB-EVENT-TEXT
010640         PERFORM 8950-LOG-EVENT
010650         GO TO 1000-EXIT
010700     END-IF
010750     PERFORM 1200-LOAD-CONTROL-FILE
010800     CLOSE PARM-FILE
010850     IF RETURN-CODE NOT = 0
010900         GO TO 1000-EXIT
010950     END-IF
011000     IF FB-RANGE-COUNT = 0
011050         DISPLAY "FIZZ-PART: PARMFILE HAS NO CONTROL RECORDS"
011100         MOVE 24 TO RETURN-CODE
011105         SET FB-EVENT-CONDITION TO TRUE
011110         SET FB-EVENT-ERROR TO TRUE
011115         MOVE 1903 TO FB-EVENT-MESSAGE-NO
011120         MOVE "PARMFILE HAS NO CONTROL RECORDS" TO FB-EVENT-TEXT
011125         PERFORM 8950-LOG-EVENT
011150     END-IF.

011200*----------------------------------------------------------*
011250* 1000-EXIT - COMMON EXIT FOR 1000-INITIALIZE. A NONZERO
011300*             RETURN-CODE HERE MEANS THE LOCK, THE DATE, THE
011350*             PARTITION COUNT OR THE CONTROL FILE WAS REFUSED,
011400*             THE REASON HAS BEEN SHOWN AND LOGGED, AND NO
011450*             PARTITION FILE HAS BEEN TOUCHED, SO THE RUN
011500*             SIMPLY ENDS.
011550*----------------------------------------------------------*
011600 1000-EXIT.
011650     IF RETURN-CODE NOT = 0
011700         PERFORM 8900-RELEASE-RUN-LOCK
011750         STOP RUN
011800     END-IF.

011850*----------------------------------------------------------*
011900* 1050-ACQUIRE-RUN-LOCK - TAKES THE SHOP-WIDE RUN LOCK FOR
011950*                         THE FILES THIS RUN HOLDS (SEE
012000*                         FIZZ-LOCK) BEFORE ANY SHARED FILE
012050*                         IS OPENED. A CONFLICTING LOCK ENDS
012100*                         THE RUN WITH RETURN CODE 72 - OR 76
012150*                         WHEN THE LOCK IS OLD ENOUGH TO LOOK
012200*                         STALE FROM AN ABEND (SEE FIZZ-LOCK),
012250*                         FOR OPERATIONS TO CLEAR RUNLOCK
012300*                         DELIBERATELY.
012350*                         A LOCK-MANAGER ERROR (FULL LOCK
012400*                         FILE, FAILED RENAME, BAD FUNCTION)
012450*                         ENDS WITH RETURN CODE 80.
012500*----------------------------------------------------------*
012550 1050-ACQUIRE-RUN-LOCK.
012600     MOVE "ACQ" TO FB-LOCK-FUNCTION
012650     MOVE "FIZZ-PART" TO FB-LOCK-PROGRAM
012700     MOVE FB-RUN-LOCK-FILE-LIST TO FB-LOCK-FILES
012750     CALL "FIZZ-LOCK" USING FB-LOCK-REQUEST
012800     IF FB-LOCK-GRANTED
012850         SET FB-LOCK-HELD TO TRUE
012900     ELSE
012950         IF FB-LOCK-STALE-CONFLICT
013000             DISPLAY "FIZZ-PART: STALE RUN LOCK HELD BY "
013050                 FB-LOCK-HOLDER " - CLEAR RUNLOCK AND RESUBMIT"
013100             MOVE 76 TO RETURN-CODE
013150         ELSE
013200             IF FB-LOCK-CONFLICT
013250                 DISPLAY "FIZZ-PART: RUN LOCK HELD BY "
013300                     FB-LOCK-HOLDER " - RESUBMIT WHEN IT ENDS"
013350                 MOVE 72 TO RETURN-CODE
013400             ELSE
013450                 DISPLAY "FIZZ-PART: RUN LOCK MANAGER ERROR, "
013500                     "STATUS " FB-LOCK-STATUS
013550                 MOVE 80 TO RETURN-CODE
013600             END-IF
013650         END-IF
013700     END-IF.

013701*----------------------------------------------------------*
013702* 1055-LOG-LOCK-REFUSAL - LOGS WHY 1050-ACQUIRE-RUN-LOCK WAS
013703*                         REFUSED THE RUN LOCK.
013704*----------------------------------------------------------*
013705 1055-LOG-LOCK-REFUSAL.
013706     SET FB-EVENT-CONDITION TO TRUE
013707     MOVE SPACES TO FB-EVENT-TEXT
013708     IF FB-LOCK-STALE-CONFLICT
013709         SET FB-EVENT-SEVERE TO TRUE
013710         MOVE 0011 TO FB-EVENT-MESSAGE-NO
013711         STRING "STALE RUN LOCK HELD BY " FB-LOCK-HOLDER
013712             DELIMITED BY SIZE INTO FB-EVENT-TEXT
013713     ELSE
013714         IF FB-LOCK-CONFLICT
013715             SET FB-EVENT-ERROR TO TRUE
013716             MOVE 0010 TO FB-EVENT-MESSAGE-NO
013717             STRING "RUN LOCK HELD BY " FB-LOCK-HOLDER
013718                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
013719         ELSE
013720             SET FB-EVENT-SEVERE TO TRUE
013721             MOVE 0012 TO FB-EVENT-MESSAGE-NO
013722             STRING "RUN LOCK MANAGER ERROR, STATUS "
013723                    FB-LOCK-STATUS
013724                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
013725         END-IF
013726     END-IF
013727     PERFORM 8950-LOG-EVENT.

013750*----------------------------------------------------------*
013800* 1060-GET-BUSINESS-DATE - TAKES THE RUN DATE FROM THE
013850*                          BUSINESS-DATE CONTROL FILE (SEE
013900*                          FIZZ-BDTE) IN PLACE OF THE SYSTEM
013950*                          DATE. A CONTROL RECORD THAT IS
014000*                          UNUSABLE, OR THAT NAMES A DATE
014050*                          OUTSIDE THE PROCESSING WINDOW, ENDS
014100*                          THE RUN WITH RETURN CODE 84.
014150*----------------------------------------------------------*
014200 1060-GET-BUSINESS-DATE.
014250     MOVE "FIZZ-PART" TO FB-BDATE-PROGRAM
014300     CALL "FIZZ-BDTE" USING FB-BDATE-REQUEST
014350     IF FB-BDATE-BAD-CONTROL OR FB-BDATE-OUT-OF-WINDOW
014400         DISPLAY "FIZZ-PART: BUSINESS DATE REFUSED - "
014450             FB-BDATE-MESSAGE
014500         MOVE 84 TO RETURN-CODE
014505         SET FB-EVENT-CONDITION TO TRUE
014510         SET FB-EVENT-ERROR TO TRUE
014515         MOVE 0015 TO FB-EVENT-MESSAGE-NO
014520         MOVE SPACES TO FB-EVENT-TEXT
014525         STRING "BUSINESS DATE REFUSED - " FB-BDATE-MESSAGE
014530             DELIMITED BY SIZE INTO FB-EVENT-TEXT
014535         PERFORM 8950-LOG-EVENT
014550     ELSE
014600         MOVE FB-BDATE-DATE8 TO FB-BUSINESS-DATE
014650     END-IF.

014700*----------------------------------------------------------*
014750* 1100-READ-PART-PARM - READS THE OPTIONAL PARTITION COUNT. NO
014800*                       FILE, NO RECORD, OR A BLANK FIELD MEANS
014850*                       FOUR; A COUNT THAT IS NOT NUMERIC OR
014900*                       NOT 01-16 ENDS THE RUN WITH RETURN CODE
014950*                       16.
015000*----------------------------------------------------------*
015050 1100-READ-PART-PARM.
015100     OPEN INPUT PART-PARM-FILE
015150     READ PART-PARM-FILE
015200         AT END
015250             SET FB-PPARM-EOF TO TRUE
015300     END-READ
015350     CLOSE PART-PARM-FILE
015400     IF NOT FB-PPARM-EOF
015450        AND FB-PPARM-COUNT NOT = SPACES
015500         IF FB-PPARM-COUNT IS NUMERIC
015550             MOVE FB-PPARM-COUNT TO FB-PARTITIONS-WANTED
015600             IF FB-PARTITIONS-WANTED < 1
015650                OR FB-PARTITIONS-WANTED > FB-MAX-PARTITIONS
015700                 DISPLAY "FIZZ-PART: PARTPARM COUNT MUST BE "
015750                     "01 TO 16"
015800                 MOVE 16 TO RETURN-CODE
015805                 SET FB-EVENT-CONDITION TO TRUE
015810                 SET FB-EVENT-ERROR TO TRUE
015815                 MOVE 1902 TO FB-EVENT-MESSAGE-NO
015820                 MOVE SPACES TO FB-EVENT-TEXT
015825                 STRING "PARTPARM COUNT " FB-PPARM-COUNT
015830                        " IS NOT 01 TO 16"
015835                     DELIMITED BY SIZE INTO FB-EVENT-TEXT
015840                 PERFORM 8950-LOG-EVENT
015850             END-IF
015900         ELSE
015950             DISPLAY "FIZZ-PART: PARTPARM COUNT IS NOT NUMERIC"
016000             MOVE 16 TO RETURN-CODE
016005             SET FB-EVENT-CONDITION TO TRUE
016010             SET FB-EVENT-ERROR TO TRUE
016015             MOVE 1902 TO FB-EVENT-MESSAGE-NO
016020             MOVE "PARTPARM COUNT IS NOT NUMERIC" TO FB-EVENT-TEXT
016025             PERFORM 8950-LOG-EVENT
016050         END-IF
016100     END-IF.

016150*----------------------------------------------------------*
016200* 1200-LOAD-CONTROL-FILE - LOADS PARMFILE INTO THE RANGE
016250*                          TABLE. A RECORD FIZZ-BUZZ WOULD
016300*                          REFUSE (START OR END NOT NUMERIC,
016350*                          START NEGATIVE, END NOT ABOVE ZERO,
016400*                          START PAST END) ENDS THE RUN WITH
016450*                          RETURN CODE 20, AND MORE RECORDS THAN
016500*                          ONE FIZZ-BUZZ RUN TAKES WITH 28, SO A
016550*                          BAD CONTROL FILE IS NEVER SPLIT.
016600*----------------------------------------------------------*
016650 1200-LOAD-CONTROL-FILE.
016700     PERFORM 1210-READ-CONTROL-RECORD
016750     PERFORM 1220-STORE-CONTROL-RECORD
016800         UNTIL FB-PARM-EOF
016850            OR RETURN-CODE NOT = 0.

016900*----------------------------------------------------------*
016950* 1210-READ-CONTROL-RECORD - READS ONE PARMFILE RECORD.
017000*----------------------------------------------------------*
017050 1210-READ-CONTROL-RECORD.
017100     READ PARM-FILE
017150         AT END
017200             SET FB-PARM-EOF TO TRUE
017250     END-READ.

017300*----------------------------------------------------------*
017350* 1220-STORE-CONTROL-RECORD - CHECKS ONE CONTROL RECORD, ADDS
017400*                             IT TO THE TABLE, AND READS THE
017450*                             NEXT.
017500*----------------------------------------------------------*
017550 1220-STORE-CONTROL-RECORD.
017600     IF FB-RANGE-COUNT >= FB-MAX-RANGES
017650         DISPLAY "FIZZ-PART: MORE THAN 999 CONTROL RECORDS"
017700         MOVE 28 TO RETURN-CODE
017705         SET FB-EVENT-CONDITION TO TRUE
017710         SET FB-EVENT-ERROR TO TRUE
017715         MOVE 1903 TO FB-EVENT-MESSAGE-NO
017720         MOVE "MORE THAN 999 CONTROL RECORDS ON PARMFILE"
017725             TO FB-EVENT-TEXT
017730         PERFORM 8950-LOG-EVENT
017750     ELSE
017800         IF FB-PARM-START IS NOT NUMERIC
017850            OR FB-PARM-END IS NOT NUMERIC
017900             ADD 1 TO FB-RANGE-COUNT
017950             DISPLAY "FIZZ-PART: CONTROL RECORD " FB-RANGE-COUNT
018000                 " IS NOT NUMERIC - CHECK IT WITH FIZZ-PARV"
018050             MOVE 20 TO RETURN-CODE
018055             SET FB-EVENT-CONDITION TO TRUE
018060             SET FB-EVENT-ERROR TO TRUE
018065             MOVE 1903 TO FB-EVENT-MESSAGE-NO
018070             MOVE "A CONTROL RECORD IS NOT NUMERIC"
018075                 TO FB-EVENT-TEXT
018080             PERFORM 8950-LOG-EVENT
018100         ELSE
018150             IF FB-PARM-START < 0
018200                OR FB-PARM-END < 1
018250                OR FB-PARM-START > FB-PARM-END
018300                 ADD 1 TO FB-RANGE-COUNT
018350                 DISPLAY "FIZZ-PART: CONTROL RECORD "
018400                     FB-RANGE-COUNT " IS NOT A VALID RANGE - "
018450                     "CHECK IT WITH FIZZ-PARV"
018500                 MOVE 20 TO RETURN-CODE
018505                 SET FB-EVENT-CONDITION TO TRUE
018510                 SET FB-EVENT-ERROR TO TRUE
018515                 MOVE 1903 TO FB-EVENT-MESSAGE-NO
018520                 MOVE "A CONTROL RECORD IS NOT A VALID RANGE"
018525                     TO FB-EVENT-TEXT
018530                 PERFORM 8950-LOG-EVENT
018550             ELSE
018600                 ADD 1 TO FB-RANGE-COUNT
018650                 SET FB-RNG-IDX TO FB-RANGE-COUNT
018700                 MOVE FB-PARM-START TO FB-RNG-START (FB-RNG-IDX)
018750                 MOVE FB-PARM-END   TO FB-RNG-END (FB-RNG-IDX)
018800                 MOVE FB-PARM-RULE-SET
018850                     TO FB-RNG-RULE-SET (FB-RNG-IDX)
018900                 IF FB-PARM-START = 0
018950                     MOVE 1 TO FB-RNG-CUT-START (FB-RNG-IDX)
019000                 ELSE
019050                     MOVE FB-PARM-START
019100                         TO FB-RNG-CUT-START (FB-RNG-IDX)
019150                 END-IF
019200                 COMPUTE FB-CUT-TOTAL = FB-CUT-TOTAL
019250                     + FB-RNG-END (FB-RNG-IDX)
019300                     - FB-RNG-CUT-START (FB-RNG-IDX) + 1
019350                 PERFORM 1210-READ-CONTROL-RECORD
019400             END-IF
019450         END-IF
019500     END-IF.

019550*----------------------------------------------------------*
019600* 2000-PLAN-PARTITIONS - SETS THE NUMBER OF PARTITIONS USED
019650*                        AND EACH ONE'S SHARE OF THE NUMBERS.
019700*                        FEWER NUMBERS THAN PARTITIONS ASKED
019750*                        FOR MEANS ONE NUMBER PER PARTITION.
019800*----------------------------------------------------------*
019850 2000-PLAN-PARTITIONS.
019900     IF FB-CUT-TOTAL < FB-PARTITIONS-WANTED
019950         MOVE FB-CUT-TOTAL TO FB-PARTITIONS-USED
020000         DISPLAY "FIZZ-PART: ONLY " FB-PARTITIONS-USED
020050             " PARTITIONS NEEDED FOR THIS CONTROL FILE"
020100     ELSE
020150         MOVE FB-PARTITIONS-WANTED TO FB-PARTITIONS-USED
020200     END-IF
020250     DIVIDE FB-CUT-TOTAL BY FB-PARTITIONS-USED
020300         GIVING FB-SHARE-QUOTIENT
020350         REMAINDER FB-SHARE-REMAINDER.

020400*----------------------------------------------------------*
020450* 3000-CLEAR-PARTITION-FILES - REMOVES THE CHECKPOINT,
020500*                              STATUS, AUDIT AND OPERATOR
020550*                              REQUEST FILES OF EVERY POSSIBLE
020600*                              PARTITION, AND THE CONTROL FILES
020650*                              OF THOSE THIS SPLIT DOES NOT
020700*                              USE. A FILE THAT IS NOT THERE IS
020750*                              NOT AN ERROR.
020800*----------------------------------------------------------*
020850 3000-CLEAR-PARTITION-FILES.
020900     PERFORM 3010-CLEAR-ONE-PARTITION
020950         VARYING FB-CLEAR-NUMBER FROM 1 BY 1
021000         UNTIL FB-CLEAR-NUMBER > FB-MAX-PARTITIONS.

021050*----------------------------------------------------------*
021100* 3010-CLEAR-ONE-PARTITION - REMOVES ONE PARTITION'S FILES.
021150*----------------------------------------------------------*
021200 3010-CLEAR-ONE-PARTITION.
021250     MOVE SPACES TO FB-CLEAR-FILE-NAME
021300     STRING "CKPTFILE.P" FB-CLEAR-NUMBER
021350         DELIMITED BY SIZE INTO FB-CLEAR-FILE-NAME
021400     CALL "CBL_DELETE_FILE" USING FB-CLEAR-FILE-NAME
021450         RETURNING FB-SCRATCH-RC
021500     MOVE SPACES TO FB-CLEAR-FILE-NAME
021550     STRING "STATFILE.P" FB-CLEAR-NUMBER
021600         DELIMITED BY SIZE INTO FB-CLEAR-FILE-NAME
021650     CALL "CBL_DELETE_FILE" USING FB-CLEAR-FILE-NAME
021700         RETURNING FB-SCRATCH-RC
021750     MOVE SPACES TO FB-CLEAR-FILE-NAME
021800     STRING "AUDITLOG.P" FB-CLEAR-NUMBER
021850         DELIMITED BY SIZE INTO FB-CLEAR-FILE-NAME
021900     CALL "CBL_DELETE_FILE" USING FB-CLEAR-FILE-NAME
021950         RETURNING FB-SCRATCH-RC
022000     MOVE SPACES TO FB-CLEAR-FILE-NAME
022050     STRING "OPERREQ.P" FB-CLEAR-NUMBER
022100         DELIMITED BY SIZE INTO FB-CLEAR-FILE-NAME
022150     CALL "CBL_DELETE_FILE" USING FB-CLEAR-FILE-NAME
022200         RETURNING FB-SCRATCH-RC
022250     IF FB-CLEAR-NUMBER > FB-PARTITIONS-USED
022300         MOVE SPACES TO FB-CLEAR-FILE-NAME
022350         STRING "PARMFILE.P" FB-CLEAR-NUMBER
022400             DELIMITED BY SIZE INTO FB-CLEAR-FILE-NAME
022450         CALL "CBL_DELETE_FILE" USING FB-CLEAR-FILE-NAME
022500             RETURNING FB-SCRATCH-RC
022550     END-IF.

022600*----------------------------------------------------------*
022650* 4000-CUT-PARTITIONS - WRITES THE PARTITION MAP AND EACH
022700*                       PARTITION'S CONTROL FILE, CUTTING THE
022750*                       RANGES IN ORDER INTO THE PARTITIONS'
022800*                       SHARES. A FILE THAT WILL NOT OPEN ENDS
022850*                       THE RUN WITH RETURN CODE 48 (PARTMAP)
022900*                       OR 52 (PARMFILE.PNN); THE SPLIT IS THEN
022950*                       INCOMPLETE AND MUST BE RUN AGAIN.
023000*----------------------------------------------------------*
023050 4000-CUT-PARTITIONS.
023100     OPEN OUTPUT PARTITION-MAP-FILE
023150     IF FB-PMAP-FILE-STATUS NOT = "00"
023200         DISPLAY "FIZZ-PART: PARTITION-MAP-FILE WOULD NOT OPEN, "
023250             "STATUS " FB-PMAP-FILE-STATUS
023300         MOVE 48 TO RETURN-CODE
023350         GO TO 4000-EXIT
023400     END-IF
023450     MOVE 0 TO FB-PART-NUMBER
023500     MOVE 0 TO FB-PART-ROOM
023550     PERFORM 4100-CUT-ONE-RANGE
023600         VARYING FB-RNG-IDX FROM 1 BY 1
023650         UNTIL FB-RNG-IDX > FB-RANGE-COUNT
023700            OR RETURN-CODE NOT = 0
023750     IF FB-PIECE-FILE-OPEN
023800         PERFORM 4400-END-PARTITION
023850     END-IF
023900     CLOSE PARTITION-MAP-FILE.
023950 4000-EXIT.
024000     EXIT.

024050*----------------------------------------------------------*
024100* 4100-CUT-ONE-RANGE - CUTS ONE RANGE INTO AS MANY PIECES AS
024150*                      THE PARTITION BOUNDARIES FALLING INSIDE
024200*                      IT REQUIRE.
024250*----------------------------------------------------------*
024300 4100-CUT-ONE-RANGE.
024350     MOVE FB-RNG-CUT-START (FB-RNG-IDX) TO FB-CUT-POSITION
024400     SET FB-FIRST-PIECE TO TRUE
024450     PERFORM 4200-CUT-ONE-PIECE
024500         UNTIL FB-CUT-POSITION > FB-RNG-END (FB-RNG-IDX)
024550            OR RETURN-CODE NOT = 0.

024600*----------------------------------------------------------*
024650* 4200-CUT-ONE-PIECE - CUTS THE NEXT PIECE OF THE CURRENT
024700*                      RANGE: AS MUCH OF IT AS THE CURRENT
024750*                      PARTITION HAS ROOM FOR, MOVING TO THE
024800*                      NEXT PARTITION FIRST WHEN THIS ONE IS
024850*                      FULL. THE PIECE GOES TO THE PARTITION'S
024900*                      CONTROL FILE AND TO THE MAP.
024950*----------------------------------------------------------*
025000 4200-CUT-ONE-PIECE.
025050     IF FB-PART-ROOM = 0
025100         PERFORM 4300-START-NEXT-PARTITION
025150         IF RETURN-CODE NOT = 0
025200             GO TO 4200-EXIT
025250         END-IF
025300     END-IF
025350     COMPUTE FB-CUT-LEFT-IN-RANGE =
025400         FB-RNG-END (FB-RNG-IDX) - FB-CUT-POSITION + 1
025450     IF FB-CUT-LEFT-IN-RANGE < FB-PART-ROOM
025500         MOVE FB-CUT-LEFT-IN-RANGE TO FB-CUT-LENGTH
025550     ELSE
025600         MOVE FB-PART-ROOM TO FB-CUT-LENGTH
025650     END-IF
025700     IF FB-FIRST-PIECE
025750         MOVE FB-RNG-START (FB-RNG-IDX) TO FB-PIECE-FROM
025800         MOVE "N" TO FB-FIRST-PIECE-SW
025850     ELSE
025900         MOVE FB-CUT-POSITION TO FB-PIECE-FROM
025950     END-IF
026000     COMPUTE FB-PIECE-TO = FB-CUT-POSITION + FB-CUT-LENGTH - 1
026050     MOVE SPACES TO FB-PIECE-PARM-RECORD
026100     MOVE FB-PIECE-FROM TO FB-PIECE-START
026150     MOVE FB-PIECE-TO   TO FB-PIECE-END
026200     MOVE FB-RNG-RULE-SET (FB-RNG-IDX) TO FB-PIECE-RULE-SET
026250     WRITE FB-PIECE-PARM-RECORD
026300     MOVE SPACES TO FB-PARTMAP-RECORD
026350     MOVE FB-PART-NUMBER TO FB-PMAP-PARTITION
026400     SET FB-PMAP-RANGE-NUMBER TO FB-RNG-IDX
026450     MOVE FB-RNG-START (FB-RNG-IDX) TO FB-PMAP-RANGE-START
026500     MOVE FB-RNG-END (FB-RNG-IDX)   TO FB-PMAP-RANGE-END
026550     MOVE FB-PIECE-FROM TO FB-PMAP-PIECE-START
026600     MOVE FB-PIECE-TO   TO FB-PMAP-PIECE-END
026650     MOVE FB-RNG-RULE-SET (FB-RNG-IDX) TO FB-PMAP-RULE-SET
026700     WRITE FB-PARTMAP-RECORD
026750     IF FB-PART-PIECES = 0
026800         MOVE FB-PIECE-FROM TO FB-PART-FIRST
026850     END-IF
026900     ADD 1 TO FB-PART-PIECES
026950     ADD 1 TO FB-TOTAL-PIECES
027000     COMPUTE FB-PART-NUMBERS = FB-PART-NUMBERS
027050         + FB-PIECE-TO - FB-PIECE-FROM + 1
027100     ADD FB-CUT-LENGTH TO FB-CUT-POSITION
027150     SUBTRACT FB-CUT-LENGTH FROM FB-PART-ROOM.
027200 4200-EXIT.
027250     EXIT.

027300*----------------------------------------------------------*
027350* 4300-START-NEXT-PARTITION - CLOSES THE PARTITION JUST
027400*                             FILLED AND OPENS THE NEXT ONE'S
027450*                             CONTROL FILE WITH ITS SHARE OF
027500*                             ROOM.
027550*----------------------------------------------------------*
027600 4300-START-NEXT-PARTITION.
027650     IF FB-PIECE-FILE-OPEN
027700         PERFORM 4400-END-PARTITION
027750     END-IF
027800     ADD 1 TO FB-PART-NUMBER
027850     MOVE FB-SHARE-QUOTIENT TO FB-PART-ROOM
027900     IF FB-PART-NUMBER <= FB-SHARE-REMAINDER
027950         ADD 1 TO FB-PART-ROOM
028000     END-IF
028050     MOVE 0 TO FB-PART-PIECES
028100     MOVE 0 TO FB-PART-NUMBERS
028150     MOVE SPACES TO FB-PIECE-PARM-NAME
028200     STRING "PARMFILE.P" FB-PART-NUMBER
028250         DELIMITED BY SIZE INTO FB-PIECE-PARM-NAME
028300     OPEN OUTPUT PIECE-PARM-FILE
028350     IF FB-PIECE-FILE-STATUS NOT = "00"
028400         DISPLAY "FIZZ-PART: " FB-PIECE-PARM-NAME
028450             " WOULD NOT OPEN, STATUS " FB-PIECE-FILE-STATUS
028500         MOVE 52 TO RETURN-CODE
028550     ELSE
028600         SET FB-PIECE-FILE-OPEN TO TRUE
028650     END-IF.

028700*----------------------------------------------------------*
028750* 4400-END-PARTITION - CLOSES ONE PARTITION'S CONTROL FILE AND
028800*                      SHOWS WHAT IT WAS GIVEN.
028850*----------------------------------------------------------*
028900 4400-END-PARTITION.
028950     CLOSE PIECE-PARM-FILE
029000     MOVE "N" TO FB-PIECE-OPEN-SW
029050     ADD FB-PART-NUMBERS TO FB-TOTAL-NUMBERS
029100     MOVE FB-PART-NUMBER  TO FB-PLN-NUMBER
029150     MOVE FB-PART-PIECES  TO FB-PLN-PIECES
029200     MOVE FB-PART-NUMBERS TO FB-PLN-NUMBERS
029250     MOVE FB-PART-FIRST   TO FB-PLN-FROM
029300     MOVE FB-PIECE-TO     TO FB-PLN-TO
029350     DISPLAY FB-PARTITION-LINE.

029400*----------------------------------------------------------*
029450* 8000-TERMINATE - SHOWS THE SPLIT AND RELEASES THE LOCK.
029500*----------------------------------------------------------*
029550 8000-TERMINATE.
029600     IF RETURN-CODE = 0
029650         MOVE FB-RANGE-COUNT     TO FB-SLN-RANGES
029700         MOVE FB-TOTAL-NUMBERS   TO FB-SLN-NUMBERS
029750         MOVE FB-PARTITIONS-USED TO FB-SLN-PARTITIONS
029800         DISPLAY FB-SPLIT-LINE
029850         DISPLAY "FIZZ-PART: RUN FIZZ-BUZZ P01 TO P"
029900             FB-PARTITIONS-USED ", THEN FIZZ-MRGE"
029950     ELSE
030000         DISPLAY "FIZZ-PART: SPLIT INCOMPLETE - CORRECT AND RUN "
030050             "FIZZ-PART AGAIN"
030055         SET FB-EVENT-CONDITION TO TRUE
030060         SET FB-EVENT-ERROR TO TRUE
030065         MOVE 1901 TO FB-EVENT-MESSAGE-NO
030070         MOVE "SPLIT INCOMPLETE - RUN FIZZ-PART AGAIN"
030075             TO FB-EVENT-TEXT
030080         PERFORM 8950-LOG-EVENT
030100     END-IF
030150     PERFORM 8900-RELEASE-RUN-LOCK.

030200*----------------------------------------------------------*
030250* 8900-RELEASE-RUN-LOCK - RELEASES THE SHOP-WIDE RUN LOCK AND
030300*                         LOGS THE END OF THE RUN WITH ITS
030350*                         RETURN CODE (SEE 8950-LOG-EVENT) -
030400*                         EVERY WAY OUT OF THE RUN COMES
030450*                         THROUGH HERE. NOTHING TO RELEASE WHEN
030500*                         THE LOCK WAS NEVER GRANTED. THE CALL
030550*                         PASSES BACK FIZZ-LOCK'S OWN RETURN
030600*                         CODE, SO THIS RUN'S IS KEPT AROUND IT.
030650*----------------------------------------------------------*
030700 8900-RELEASE-RUN-LOCK.
030750     IF FB-LOCK-HELD
030800         MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
030850         MOVE "REL" TO FB-LOCK-FUNCTION
030900         CALL "FIZZ-LOCK" USING FB-LOCK-REQUEST
030902         MOVE "N" TO FB-LOCK-HELD-SW
030904         MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE
030906     END-IF
030908     MOVE "END" TO FB-EVENT-FUNCTION
030910     PERFORM 8950-LOG-EVENT.

030912*----------------------------------------------------------*
030914* 8950-LOG-EVENT - LOGS ONE EVENT FOR THIS RUN THROUGH THE
030916*                  SHOP-WIDE FIZZ-EVNT SUBPROGRAM: THE START
030918*                  ("STR") OR END ("END") OF THE RUN, OR A
030920*                  CONDITION ("LOG") WHOSE SEVERITY, MESSAGE
030922*                  NUMBER AND TEXT THE CALLER HAS SET. THE
030924*                  RETURN CODE SO FAR GOES WITH THE EVENT AND
030926*                  IS KEPT AROUND THE CALL. A LOG THAT CANNOT
030928*                  BE WRITTEN DOES NOT STOP THE RUN.
030930*----------------------------------------------------------*
030932 8950-LOG-EVENT.
030934     MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
030936     MOVE "FIZZ-PART" TO FB-EVENT-PROGRAM
030938     MOVE RETURN-CODE TO FB-EVENT-RETURN-CODE
030940     CALL "FIZZ-EVNT" USING FB-EVENT-REQUEST
030942     MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE.

030950 END PROGRAM FIZZ-PART.
