000300*DATE-COMPILED.
000350*REMARKS.
000400*    PRINTS THE FIZZBUZZ SEQUENCE FROM 1 TO N.
000410*    A CONTROL FILE TOO BIG FOR ONE STEP CAN BE SPLIT BY
000420*    FIZZ-PART AND RUN AS CONCURRENT PARTITION STEPS (PARM PNN),
000430*    WHOSE OUTPUT FIZZ-MRGE THEN MERGES INTO THE USUAL FILES.
000450*
000500*MODIFICATION HISTORY.
000550*    DATE       INIT  DESCRIPTION
001774*    09/01/2026 DP    LOOKUP-FILE'S SELECT NOW CARRIES THE
001776*                     ALTERNATE LABEL INDEX (WITH DUPLICATES)
001778*                     ADDED FOR FIZZ-INQ'S LABEL SEARCHES.
001779*    10/15/2026 DP    RUN DATE NOW FROM THE BUSINESS-DATE FILE
001780*                     (FIZZ-BDTE); RC 84 WHEN UNUSABLE, RC 88 ON
001781*                     A WEEKEND OR HOLIDAY WITHOUT THE OVERRIDE.
001782*    10/15/2026 DP    RULES TAGGED BY RULE SET; EACH CONTROL
001783*                     RECORD NAMES ITS SET (1450-SELECT-RULE-SET).
001784*                     A SET WITH NO RULES IN EFFECT IS RC 64.
001785*    10/15/2026 DP    AUDIT RECORD CARRIES THE EXCEPTION COUNT
001786*                     FOR FIZZ-PCLS.
001787*    10/15/2026 DP    A PARM OF PNN RUNS PARTITION NN (SEE
001788*                     FIZZ-PART) ON ITS OWN .PNN FILES AND LOCK,
001789*                     CUTTING NO GENERATIONS; FIZZ-MRGE MERGES
001790*                     THEM. A BAD PARM ENDS WITH RC 92.
001791*    10/15/2026 DP    START, END AND CONDITIONS LOGGED THROUGH
001792*                     FIZZ-EVNT (8950-LOG-EVENT); RETURN CODE NOW
001793*                     KEPT AROUND THE RUN-LOCK RELEASE.
001794*    10/15/2026 DP    OVER 100 RULES IN EFFECT NOW STOPS THE RUN
001795*                     WITH RC 60; PARTITION FILE NAMES BUILT IN
001796*                     THEIR OWN WORK FIELD.
001797 ENVIRONMENT DIVISION.
001798 INPUT-OUTPUT SECTION.
001800 FILE-CONTROL.
001850*THE FILES A PARTITION RUN KEEPS TO ITSELF ARE ASSIGNED BY
001852*NAME (FB-PARM-FILE-NAME AND THE OTHER NAMES IN WORKING-STORAGE)
001854*SO 1040-SET-PARTITION-NAMES CAN GIVE EACH PARTITION ITS OWN.
001856     SELECT PARM-FILE ASSIGN TO DYNAMIC FB-PARM-FILE-NAME
001860         ORGANIZATION IS LINE SEQUENTIAL
001870         FILE STATUS IS FB-PARM-FILE-STATUS.
001950     SELECT REPORT-FILE ASSIGN TO DYNAMIC FB-REPORT-FILE-NAME
001960         ORGANIZATION IS LINE SEQUENTIAL
001970         FILE STATUS IS FB-REPORT-FILE-STATUS.
002050     SELECT RULES-FILE ASSIGN TO "RULESFIL"
002060         ORGANIZATION IS LINE SEQUENTIAL
002070         FILE STATUS IS FB-RULES-FILE-STATUS.
002150     SELECT OPTIONAL CHECKPOINT-FILE
002160         ASSIGN TO DYNAMIC FB-CKPT-FILE-NAME
002200         ORGANIZATION IS LINE SEQUENTIAL.
002250     SELECT OPTIONAL AUDIT-FILE
002260         ASSIGN TO DYNAMIC FB-AUDIT-FILE-NAME
002300         ORGANIZATION IS LINE SEQUENTIAL.
002350     SELECT EXTRACT-FILE ASSIGN TO DYNAMIC FB-EXTRACT-FILE-NAME
002400         ORGANIZATION IS LINE SEQUENTIAL.

002450*REPORT-SCRATCH-FILE AND EXTRACT-SCRATCH-FILE ARE WORK FILES USED
002500*ONLY BY 1680-TRUNCATE-RESTART-FILES TO REBUILD REPORT-FILE AND
002550*EXTRACT-FILE WITHOUT THE RECORDS A PRIOR ABENDED RUN ALREADY
002600*WROTE PAST THE LAST CHECKPOINT.
002650     SELECT OPTIONAL REPORT-SCRATCH-FILE
002660         ASSIGN TO DYNAMIC FB-SCRATCH-OLD-RPT
002700         ORGANIZATION IS LINE SEQUENTIAL.
002750     SELECT OPTIONAL EXTRACT-SCRATCH-FILE
002760         ASSIGN TO DYNAMIC FB-SCRATCH-OLD-EXT
002800         ORGANIZATION IS LINE SEQUENTIAL.
002802     SELECT OPTIONAL EXCEPTION-SCRATCH-FILE
002804         ASSIGN TO DYNAMIC FB-SCRATCH-OLD-EXC
002806         ORGANIZATION IS LINE SEQUENTIAL.
002808     SELECT OPTIONAL SUMMARY-SCRATCH-FILE
002810         ASSIGN TO DYNAMIC FB-SCRATCH-OLD-SUM
002812         ORGANIZATION IS LINE SEQUENTIAL.

002813*STATUS-FILE IS REWRITTEN FROM SCRATCH ON EVERY CHECKPOINT SO
002815*OPERATOR-REQUEST-FILE IS POLLED ON THE SAME CADENCE FOR A
002820*"STOP" REQUEST (SEE 3310-WRITE-STATUS-FILE AND
002825*3320-POLL-OPERATOR-REQUEST).
002830     SELECT OPTIONAL STATUS-FILE
002832         ASSIGN TO DYNAMIC FB-STATUS-FILE-NAME
002835         ORGANIZATION IS LINE SEQUENTIAL.
002840     SELECT OPTIONAL OPERATOR-REQUEST-FILE
002842         ASSIGN TO DYNAMIC FB-OPER-REQ-NAME
002845         ORGANIZATION IS LINE SEQUENTIAL.

002850*GENERATION-CATALOG LISTS THE DATED REPORT/EXTRACT GENERATION

002870*SUMMARY-FILE IS THE PER-RULE WAREHOUSE FEED, ONE RECORD SET
002875*PER CONTROL-FILE RANGE (SEE 3800-WRITE-RANGE-SUMMARY).
002880     SELECT SUMMARY-FILE ASSIGN TO DYNAMIC FB-SUMMARY-FILE-NAME
002885         ORGANIZATION IS LINE SEQUENTIAL.

002890*EXCEPTION-FILE CARRIES ONE RECORD PER NUMBER WHOSE PRINTED
002892*RESULT WAS TRUNCATED, WITH THE FULL UNTRUNCATED LABEL SET
002894*(SEE 3130-WRITE-EXCEPTION-RECORD).
002896     SELECT EXCEPTION-FILE
002897         ASSIGN TO DYNAMIC FB-EXCEPTION-FILE-NAME
002898         ORGANIZATION IS LINE SEQUENTIAL.

002899*LOOKUP-FILE IS REBUILT EACH RUN SO OPERATIONS CAN ANSWER "IS
003100*ORDER ACROSS THE WHOLE RUN, AND SEQUENTIAL ACCESS WOULD REQUIRE
003150*EVERY WRITE TO BE IN ASCENDING KEY ORDER FOR THE LIFE OF THE
003200*OPEN FILE.
003250     SELECT LOOKUP-FILE ASSIGN TO DYNAMIC FB-LOOKUP-FILE-NAME
003300         ORGANIZATION IS INDEXED
003350         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS FB-LOOKUP-COUNTER
003432             WITH DUPLICATES.
003450 DATA DIVISION.
003500 FILE SECTION.
003510*FB-PARM-RULE-SET NAMES THE RULE SET (SEE FBRULREC) THE RANGE
003520*RUNS UNDER; AN OLD SHORT CONTROL RECORD READS IN WITH IT BLANK
003530*AND SO RUNS UNDER THE DEFAULT (BLANK) RULE SET.
003550 FD  PARM-FILE
003600     LABEL RECORDS ARE STANDARD.
003650 01  FB-PARM-RECORD.
003700     05 FB-PARM-START           PIC S9(09) SIGN LEADING SEPARATE.
003750     05 FB-PARM-END             PIC S9(09) SIGN LEADING SEPARATE.
003760     05 FILLER                  PIC X(01).
003770     05 FB-PARM-RULE-SET        PIC X(04).

003800 FD  REPORT-FILE
003850     LABEL RECORDS ARE STANDARD.

004235 FD  SUMMARY-SCRATCH-FILE
004240     LABEL RECORDS ARE STANDARD.
004245 01  FB-SUMMARY-SCRATCH-RECORD  PIC X(54).

004250 FD  RULES-FILE
004300     LABEL RECORDS ARE STANDARD.
005130*FB-RANGE-NUMBER, AND FB-FIRST-RANGE-START SO A RESTART'S
005140*5000-WRITE-AUDIT-RECORD STILL REPORTS THE WHOLE RUN'S TOTALS
005150*RATHER THAN JUST THE RESUMED PORTION.
005152*FB-CKPT-RULE-SET IS THE RULE SET THE CHECKPOINTED RANGE RAN
005154*UNDER, MATCHED BY 1650-SKIP-TO-RESUME-RANGE ALONG WITH THE RANGE.
005160 FD  CHECKPOINT-FILE
005200     LABEL RECORDS ARE STANDARD.
005250 01  FB-CKPT-RECORD.
006195     05 FILLER                  PIC X(01).
006200     05 FB-CKPT-RULE-HITS-GROUP.
006205        10 FB-CKPT-RULE-HITS    OCCURS 10 TIMES PIC 9(09).
006210     05 FILLER                  PIC X(01).
006215     05 FB-CKPT-RULE-SET        PIC X(04).

006227*FB-AUDIT-N IS THE LAST CONTROL-FILE RANGE'S END VALUE; FOR A
006249*MULTI-RANGE RUN (SEE 1700-PROCESS-CONTROL-FILE) THIS ALONE
008700 WORKING-STORAGE SECTION.
008750 COPY FBRULES.

008752*FB-RSET-TABLE HOLDS EVERY RULE IN EFFECT ON THE RUN DATE, FROM
008754*ALL RULE SETS, AS LOADED BY 1400-LOAD-RULES-TABLE.
008756*1450-SELECT-RULE-SET COPIES THE ENTRIES FOR FB-RANGE-RULE-SET,
008758*THE RULE SET NAMED ON THE CURRENT CONTROL RECORD, INTO
008760*FB-RULES-TABLE AT THE START OF EACH RANGE. FB-RSET-EXTRA-COUNT
008762*COUNTS THAT RULE SET'S RULES PAST THE TABLE'S 10 ENTRIES;
008763*FB-RSET-OVERFLOW-COUNT COUNTS RULES PAST ITS OWN 100.
008764 01  FB-RSET-TABLE.
008766     05 FB-RSET-ENTRY OCCURS 100 TIMES
008768        INDEXED BY FB-RSET-IDX.
008770        10 FB-RSET-RULE-SET     PIC X(04).
008772        10 FB-RSET-DIVISOR      PIC 9(02).
008774        10 FB-RSET-LABEL        PIC X(08).
008776 01  FB-RSET-COUNT              PIC 9(03) COMP VALUE 0.
008778 01  FB-RSET-EXTRA-COUNT        PIC 9(03) COMP VALUE 0.
008779 01  FB-RSET-OVERFLOW-COUNT     PIC 9(03) COMP VALUE 0.
008780 01  FB-RANGE-RULE-SET          PIC X(04) VALUE SPACES.

008800*N IS THE RUN LENGTH. IT IS LOADED FROM FB-PARM-RECORD BELOW
008850*RATHER THAN HARDCODED, SO OPERATIONS CAN CHANGE THE RANGE
008900*WITHOUT A RECOMPILE.
009850     05 FB-FIRST-RANGE-SEEN-SW  PIC X(01) VALUE "N".
009900        88 FB-FIRST-RANGE-SEEN             VALUE "Y".

009901*NAMES OF THE FILES A PARTITION RUN KEEPS TO ITSELF. A NORMAL
009902*RUN USES THE FAMILY NAMES AS VALUED HERE; A PARTITION RUN
009903*(SEE 1040-SET-PARTITION-NAMES) ADDS ".PNN" TO EACH OF THEM,
009904*TO THE SCRATCH AND OPERATOR REQUEST NAMES FURTHER ON, AND
009905*TAKES ITS CONTROL RECORDS FROM THE PARMFILE.PNN FIZZ-PART CUT.
009906 01  FB-PARM-FILE-NAME          PIC X(20) VALUE "PARMFILE".
009907 01  FB-REPORT-FILE-NAME        PIC X(20) VALUE "RPTFILE".
009908 01  FB-CKPT-FILE-NAME          PIC X(20) VALUE "CKPTFILE".
009909 01  FB-AUDIT-FILE-NAME         PIC X(20) VALUE "AUDITLOG".
009910 01  FB-EXTRACT-FILE-NAME       PIC X(20) VALUE "EXTRFILE".
009911 01  FB-STATUS-FILE-NAME        PIC X(20) VALUE "STATFILE".
009912 01  FB-SUMMARY-FILE-NAME       PIC X(20) VALUE "SUMMFILE".
009913 01  FB-EXCEPTION-FILE-NAME     PIC X(20) VALUE "EXCPFILE".
009914 01  FB-LOOKUP-FILE-NAME        PIC X(20) VALUE "LOOKUPF".
009915 01  FB-FILE-NAME-WORK          PIC X(20) VALUE SPACES.
009916 01  FB-FILE-NAME-BUILD         PIC X(20) VALUE SPACES.

009917*PARTITION RUN CONTROL: THE RUN'S PARM ("PNN", NN FROM 01 TO
009918*FB-MAX-PARTITIONS, OR BLANK FOR A NORMAL RUN), THE ".PNN"
009919*SUFFIX BUILT FROM IT, AND THE PROGRAM NAME AND FILE NAME THE
009920*PARTITION TAKES THE RUN LOCK UNDER. FIZZ-PART, FIZZ-MRGE AND
009921*RULE MAINTENANCE LOCK "FBPART*", WHICH COVERS EVERY PARTITION.
009922 01  FB-PARTITION-PARM          PIC X(20) VALUE SPACES.
009923 01  FB-PARTITION-PARM-PARTS REDEFINES FB-PARTITION-PARM.
009924     05 FB-PARTITION-LETTER     PIC X(01).
009925     05 FB-PARTITION-NUMBER     PIC X(02).
009926     05 FB-PARTITION-NUMBER-9 REDEFINES FB-PARTITION-NUMBER
009927                                PIC 9(02).
009928     05 FB-PARTITION-REST       PIC X(17).
009929 01  FB-PARTITION-SWITCHES.
009930     05 FB-PARTITION-SW         PIC X(01) VALUE "N".
009931        88 FB-PARTITION-RUN               VALUE "Y".
009932 01  FB-MAX-PARTITIONS          PIC 9(02) VALUE 16.
009933 01  FB-PARTITION-SUFFIX        PIC X(04) VALUE SPACES.
009934 01  FB-PARTITION-LOCK-PROGRAM.
009935     05 FILLER                  PIC X(08) VALUE "FIZZ-BUZ".
009936     05 FB-PLOCK-PGM-NUMBER     PIC X(02) VALUE SPACES.
009937 01  FB-PARTITION-LOCK-FILES.
009938     05 FILLER                  PIC X(06) VALUE "FBPART".
009939     05 FB-PLOCK-FILE-NUMBER    PIC X(02) VALUE SPACES.

009950 01  FB-PARM-SWITCHES.
010000     05 FB-PARM-EOF-SW          PIC X(01) VALUE "N".
010050        88 FB-PARM-EOF                     VALUE "Y".

010205*FB-RULE-IN-EFFECT IS SET BY 1430-CHECK-RULE-EFFECTIVE WHEN THE
010210*RULE RECORD JUST READ IS IN EFFECT ON THE RUN DATE.
010215*FB-RUN-DATE8-X IS THE BUSINESS DATE AS A CHARACTER STRING SO
010220*IT COMPARES DIRECTLY AGAINST THE RECORD'S X(08) DATE FIELDS.
010225 01  FB-RULE-EFFECT-SWITCHES.
010230     05 FB-RULE-IN-EFFECT-SW    PIC X(01) VALUE "Y".
010235        88 FB-RULE-IN-EFFECT               VALUE "Y".
012310 01  FB-RESUME-GRAND-TOTAL      PIC 9(11) VALUE 0.
012320 01  FB-RESUME-RANGE-NUMBER     PIC 9(03) VALUE 0.
012330 01  FB-RESUME-FIRST-RANGE-START PIC S9(09) VALUE ZERO.
012340 01  FB-RESUME-RULE-SET         PIC X(04) VALUE SPACES.

012350*FB-COPY-LINE-COUNT AND THE SWITCHES BELOW DRIVE
012400*1680-TRUNCATE-RESTART-FILES' LINE-BY-LINE COPY OF RETAINED
016850 01  FB-PAGE-NUMBER             PIC 9(03) COMP VALUE 0.
016900 01  FB-REPORT-LINE-NO          PIC 9(09) VALUE 0.

017150 01  FB-RUN-DATE-DISPLAY        PIC X(08).
017200 01  FB-RUN-DATE8               PIC 9(08).
017250 01  FB-RUN-TIME                PIC 9(08).
018000     05 FB-RHDG-START           PIC ZZZZZZZZ9.
018050     05 FILLER                  PIC X(06) VALUE " END ".
018100     05 FB-RHDG-END             PIC ZZZZZZZZ9.
018110     05 FILLER                  PIC X(10) VALUE " RULE SET ".
018120     05 FB-RHDG-RULE-SET        PIC X(04).

018150 01  FB-REPORT-HEADING-2.
018200     05 FILLER                  PIC X(09) VALUE "LINE #".
018650     05 FILLER                  PIC X(04) VALUE SPACES.
018700     05 FB-RPT-RESULT           PIC X(40).

018703*RUN-LOCK REQUEST AREA FOR THE SHOP-WIDE FIZZ-LOCK
018706*SUBPROGRAM, AND THE LOGICAL FILE NAMES THIS RUN HOLDS (SEE
018709*1050-ACQUIRE-RUN-LOCK AND 8900-RELEASE-RUN-LOCK), AND THE
018710*PROGRAM NAME IT HOLDS THEM UNDER. A PARTITION RUN REPLACES
018711*BOTH WITH ITS OWN (SEE 1040-SET-PARTITION-NAMES).
018712 COPY FBLOCKRQ.
018715 01  FB-RUN-LOCK-FILE-LIST.
018718     05 FILLER                  PIC X(36)
018721        VALUE "RPTFILE EXTRFILE LOOKUPF SUMMFILE ".
018724     05 FILLER                  PIC X(36)
018727        VALUE "AUDITLOG GENCATLG RULESFIL".
018728 01  FB-RUN-LOCK-PROGRAM        PIC X(10) VALUE "FIZZ-BUZZ".
018730 01  FB-LOCK-HELD-SWITCHES.
018733     05 FB-LOCK-HELD-SW         PIC X(01) VALUE "N".
018736        88 FB-LOCK-HELD                  VALUE "Y".
018737 01  FB-SAVED-RETURN-CODE       PIC S9(04) COMP VALUE 0.

018738*BUSINESS-DATE REQUEST AREA FOR THE FIZZ-BDTE SUBPROGRAM,
018740*WHICH SUPPLIES THE RUN DATE IN PLACE OF THE SYSTEM DATE (SEE
018742*1060-GET-BUSINESS-DATE).
018744 COPY FBBDTERQ.

018745*EVENT REQUEST AREA FOR THE SHOP-WIDE FIZZ-EVNT SUBPROGRAM,
018746*WHICH LOGS THIS RUN'S START, END AND SIGNIFICANT CONDITIONS
018747*(SEE 8950-LOG-EVENT).
018748 COPY FBEVNTRQ.

018750 PROCEDURE DIVISION.
018800*----------------------------------------------------------*
019249         MOVE 4 TO RETURN-CODE
019250     END-IF
019251     CLOSE PARM-FILE
019253     IF FB-STOP-REQUESTED
019255         SET FB-EVENT-CONDITION TO TRUE
019257         SET FB-EVENT-WARNING TO TRUE
019259         MOVE 0104 TO FB-EVENT-MESSAGE-NO
019261         MOVE "OPERATOR STOP - RESTART FROM CHECKPOINT"
019263             TO FB-EVENT-TEXT
019265         PERFORM 8950-LOG-EVENT
019267     END-IF
019269     IF RETURN-CODE = 4 AND FB-EXCP-TOTAL-COUNT > 0
019271         SET FB-EVENT-CONDITION TO TRUE
019273         SET FB-EVENT-WARNING TO TRUE
019275         MOVE 0105 TO FB-EVENT-MESSAGE-NO
019277         MOVE "TRUNCATED RESULT LINES ON THE EXCEPTION FILE"
019279             TO FB-EVENT-TEXT
019281         PERFORM 8950-LOG-EVENT
019283     END-IF
019300     PERFORM 8000-TERMINATE
019350     STOP RUN.

019560*                   ABEND.
019570*----------------------------------------------------------*
019600 1000-INITIALIZE.
019602     PERFORM 1040-SET-PARTITION-NAMES THRU 1040-EXIT
019603     MOVE "STR" TO FB-EVENT-FUNCTION
019604     PERFORM 8950-LOG-EVENT
019605     IF RETURN-CODE NOT = 0
019606         GO TO 1000-EXIT
019608     END-IF
019610     PERFORM 1050-ACQUIRE-RUN-LOCK
019611     IF RETURN-CODE NOT = 0
019612         PERFORM 1055-LOG-LOCK-REFUSAL
019613         GO TO 1000-EXIT
019614     END-IF
019615     PERFORM 1060-GET-BUSINESS-DATE THRU 1060-EXIT
019616     PERFORM 1065-LOG-BUSINESS-DATE THRU 1065-EXIT
019620     IF RETURN-CODE NOT = 0
019630         GO TO 1000-EXIT
019640     END-IF
019695         GO TO 1000-EXIT
019696     END-IF
019700     PERFORM 1600-READ-CONTROL-RECORD
019950     ACCEPT FB-RUN-TIME FROM TIME
020000     PERFORM 1400-LOAD-RULES-TABLE THRU 1400-EXIT
020010     IF RETURN-CODE NOT = 0
020750         MOVE FB-RESUME-PAGE-NUMBER       TO FB-PAGE-NUMBER
020800         MOVE FB-RESUME-PAGE-LINE-COUNT   TO FB-PAGE-LINE-COUNT
020850         MOVE FB-RESUME-REPORT-LINE-NO    TO FB-REPORT-LINE-NO
020851         MOVE FB-RESUME-REPORT-PHYS-LINES TO FB-REPORT-PHYS-LINES
020852         MOVE FB-RESUME-GRAND-TOTAL       TO FB-GRAND-TOTAL-COUNT
020853         MOVE FB-RESUME-RANGE-NUMBER      TO FB-RANGE-NUMBER
020854         SUBTRACT 1 FROM FB-RANGE-NUMBER
020855         MOVE FB-RESUME-FIRST-RANGE-START TO FB-FIRST-RANGE-START
020856         MOVE FB-RESUME-EXCP-COUNT        TO FB-EXCP-TOTAL-COUNT
020857         MOVE FB-RESUME-SUMM-COUNT        TO FB-SUMM-WRITE-COUNT
020858         MOVE "Y" TO FB-STATS-RESTORE-SW
020859         SET FB-FIRST-RANGE-SEEN TO TRUE
020860         IF FB-RESUME-RANGE-DONE
020861             PERFORM 1695-CLOSE-OUT-RESUMED-RANGE
020862         END-IF
020863     END-IF.

020864*----------------------------------------------------------*
020865* 1000-EXIT - COMMON EXIT FOR 1000-INITIALIZE. A NONZERO
020866*             RETURN-CODE HERE MEANS A REQUIRED FILE WOULD NOT
020867*             OPEN, AND THE MESSAGE HAS ALREADY BEEN DISPLAYED
020868*             AND ANY FILE OPENED SO FAR ALREADY CLOSED, SO
020869*             THE RUN SIMPLY ENDS WITHOUT 8000-TERMINATE, SINCE
020870*             REPORT-FILE, CHECKPOINT-FILE, EXTRACT-FILE, AND
020871*             LOOKUP-FILE ARE NOT ALL GUARANTEED OPEN YET AT
020872*             THESE FAILURE POINTS.
020873*----------------------------------------------------------*
020874 1000-EXIT.
020875     IF RETURN-CODE NOT = 0
020876         PERFORM 8900-RELEASE-RUN-LOCK
020877         STOP RUN
020878     END-IF.

020879*----------------------------------------------------------*
020880* 1040-SET-PARTITION-NAMES - READS THE RUN'S PARM. BLANK IS A
020881*                            NORMAL RUN ON THE FAMILY FILES.
020882*                            "PNN" RUNS PARTITION NN: EVERY
020883*                            FILE THE PARTITION KEEPS TO ITSELF
020884*                            IS RENAMED WITH A ".PNN" SUFFIX AND
020885*                            THE LOCK NAMES ARE SET. ANYTHING
020886*                            ELSE ENDS THE RUN WITH RETURN CODE
020887*                            92 BEFORE ANY FILE IS TOUCHED.
020888*----------------------------------------------------------*
020889 1040-SET-PARTITION-NAMES.
020890     ACCEPT FB-PARTITION-PARM FROM COMMAND-LINE
020891     IF FB-PARTITION-PARM = SPACES
020892         GO TO 1040-EXIT
020893     END-IF
020894     IF FB-PARTITION-LETTER NOT = "P"
020895        OR FB-PARTITION-NUMBER IS NOT NUMERIC
020896        OR FB-PARTITION-REST NOT = SPACES
020897         DISPLAY "FIZZ-BUZZ: PARM IS NOT A PARTITION (P01 TO "
020898             "P16) - " FB-PARTITION-PARM
020899         MOVE 92 TO RETURN-CODE
020900         GO TO 1040-EXIT
020901     END-IF
020902     IF FB-PARTITION-NUMBER-9 < 1
020903        OR FB-PARTITION-NUMBER-9 > FB-MAX-PARTITIONS
020904         DISPLAY "FIZZ-BUZZ: PARM IS NOT A PARTITION (P01 TO "
020905             "P16) - " FB-PARTITION-PARM
020906         MOVE 92 TO RETURN-CODE
020907         GO TO 1040-EXIT
020908     END-IF
020909     SET FB-PARTITION-RUN TO TRUE
020910     MOVE FB-PARTITION-NUMBER TO FB-PLOCK-PGM-NUMBER
020911     MOVE FB-PARTITION-NUMBER TO FB-PLOCK-FILE-NUMBER
020912     MOVE FB-PARTITION-LOCK-PROGRAM TO FB-RUN-LOCK-PROGRAM
020913     MOVE FB-PARTITION-LOCK-FILES   TO FB-RUN-LOCK-FILE-LIST
020914     MOVE SPACES TO FB-PARTITION-SUFFIX
020915     STRING ".P" FB-PARTITION-NUMBER
020916         DELIMITED BY SIZE INTO FB-PARTITION-SUFFIX
020917     PERFORM 1042-SUFFIX-PARTITION-FILES
020918     PERFORM 1044-SET-SCRATCH-NAMES
020919     DISPLAY "FIZZ-BUZZ: RUNNING PARTITION " FB-PARTITION-NUMBER
020920         " FROM " FB-PARM-FILE-NAME.
020921 1040-EXIT.
020922     EXIT.

020923*----------------------------------------------------------*
020924* 1042-SUFFIX-PARTITION-FILES - RENAMES EACH FILE THE
020925*                               PARTITION KEEPS TO ITSELF WITH
020926*                               ITS ".PNN" SUFFIX.
020927*----------------------------------------------------------*
020928 1042-SUFFIX-PARTITION-FILES.
020929     MOVE FB-PARM-FILE-NAME TO FB-FILE-NAME-WORK
020930     PERFORM 1045-ADD-PARTITION-SUFFIX
020931     MOVE FB-FILE-NAME-WORK TO FB-PARM-FILE-NAME
020932     MOVE FB-REPORT-FILE-NAME TO FB-FILE-NAME-WORK
020933     PERFORM 1045-ADD-PARTITION-SUFFIX
020934     MOVE FB-FILE-NAME-WORK TO FB-REPORT-FILE-NAME
020935     MOVE FB-CKPT-FILE-NAME TO FB-FILE-NAME-WORK
020936     PERFORM 1045-ADD-PARTITION-SUFFIX
020937     MOVE FB-FILE-NAME-WORK TO FB-CKPT-FILE-NAME
020938     MOVE FB-AUDIT-FILE-NAME TO FB-FILE-NAME-WORK
020939     PERFORM 1045-ADD-PARTITION-SUFFIX
020940     MOVE FB-FILE-NAME-WORK TO FB-AUDIT-FILE-NAME
020941     MOVE FB-EXTRACT-FILE-NAME TO FB-FILE-NAME-WORK
020942     PERFORM 1045-ADD-PARTITION-SUFFIX
020943     MOVE FB-FILE-NAME-WORK TO FB-EXTRACT-FILE-NAME
020944     MOVE FB-STATUS-FILE-NAME TO FB-FILE-NAME-WORK
020945     PERFORM 1045-ADD-PARTITION-SUFFIX
020946     MOVE FB-FILE-NAME-WORK TO FB-STATUS-FILE-NAME
020947     MOVE FB-SUMMARY-FILE-NAME TO FB-FILE-NAME-WORK
020948     PERFORM 1045-ADD-PARTITION-SUFFIX
020949     MOVE FB-FILE-NAME-WORK TO FB-SUMMARY-FILE-NAME
020950     MOVE FB-EXCEPTION-FILE-NAME TO FB-FILE-NAME-WORK
020951     PERFORM 1045-ADD-PARTITION-SUFFIX
020952     MOVE FB-FILE-NAME-WORK TO FB-EXCEPTION-FILE-NAME
020953     MOVE FB-LOOKUP-FILE-NAME TO FB-FILE-NAME-WORK
020954     PERFORM 1045-ADD-PARTITION-SUFFIX
020955     MOVE FB-FILE-NAME-WORK TO FB-LOOKUP-FILE-NAME
020956     MOVE FB-OPER-REQ-NAME TO FB-FILE-NAME-WORK
020957     PERFORM 1045-ADD-PARTITION-SUFFIX
020958     MOVE FB-FILE-NAME-WORK TO FB-OPER-REQ-NAME.

020959*----------------------------------------------------------*
020960* 1044-SET-SCRATCH-NAMES - POINTS THE RESTART SCRATCH NAMES
020961*                          AT THE PARTITION'S OWN FILES.
020962*----------------------------------------------------------*
020963 1044-SET-SCRATCH-NAMES.
020964     MOVE FB-REPORT-FILE-NAME    TO FB-SCRATCH-NEW-RPT
020965     MOVE FB-EXTRACT-FILE-NAME   TO FB-SCRATCH-NEW-EXT
020966     MOVE FB-EXCEPTION-FILE-NAME TO FB-SCRATCH-NEW-EXC
020967     MOVE FB-SUMMARY-FILE-NAME   TO FB-SCRATCH-NEW-SUM
020968     MOVE SPACES TO FB-SCRATCH-OLD-RPT
020969     STRING FB-REPORT-FILE-NAME DELIMITED BY SPACE
020970         ".TMP" DELIMITED BY SIZE INTO FB-SCRATCH-OLD-RPT
020971     MOVE SPACES TO FB-SCRATCH-OLD-EXT
020972     STRING FB-EXTRACT-FILE-NAME DELIMITED BY SPACE
020973         ".TMP" DELIMITED BY SIZE INTO FB-SCRATCH-OLD-EXT
020974     MOVE SPACES TO FB-SCRATCH-OLD-EXC
020975     STRING FB-EXCEPTION-FILE-NAME DELIMITED BY SPACE
020976         ".TMP" DELIMITED BY SIZE INTO FB-SCRATCH-OLD-EXC
020977     MOVE SPACES TO FB-SCRATCH-OLD-SUM
020978     STRING FB-SUMMARY-FILE-NAME DELIMITED BY SPACE
020979         ".TMP" DELIMITED BY SIZE INTO FB-SCRATCH-OLD-SUM.

020980*----------------------------------------------------------*
020981* 1045-ADD-PARTITION-SUFFIX - ADDS THE ".PNN" SUFFIX TO THE
020982*                             FILE NAME IN FB-FILE-NAME-WORK,
020983*                             BUILDING IT IN FB-FILE-NAME-BUILD.
020984*----------------------------------------------------------*
020985 1045-ADD-PARTITION-SUFFIX.
020986     MOVE SPACES TO FB-FILE-NAME-BUILD
020987     STRING FB-FILE-NAME-WORK DELIMITED BY SPACE
020988         FB-PARTITION-SUFFIX DELIMITED BY SIZE
020989         INTO FB-FILE-NAME-BUILD
020990     MOVE FB-FILE-NAME-BUILD TO FB-FILE-NAME-WORK.

020991*----------------------------------------------------------*
021003* 1050-ACQUIRE-RUN-LOCK - TAKES THE SHOP-WIDE RUN LOCK FOR
021004*                         THE FILES THIS RUN HOLDS (SEE
021005*                         FIZZ-LOCK) BEFORE ANY SHARED FILE
021015*----------------------------------------------------------*
021016 1050-ACQUIRE-RUN-LOCK.
021017     MOVE "ACQ" TO FB-LOCK-FUNCTION
021018     MOVE FB-RUN-LOCK-PROGRAM TO FB-LOCK-PROGRAM
021019     MOVE FB-RUN-LOCK-FILE-LIST TO FB-LOCK-FILES
021020     CALL "FIZZ-LOCK" USING FB-LOCK-REQUEST
021021     IF FB-LOCK-GRANTED
021039     END-IF.

021040*----------------------------------------------------------*
021050* 1055-LOG-LOCK-REFUSAL - LOGS WHY 1050-ACQUIRE-RUN-LOCK WAS
021051*                         REFUSED THE RUN LOCK.
021052*----------------------------------------------------------*
021053 1055-LOG-LOCK-REFUSAL.
021054     SET FB-EVENT-CONDITION TO TRUE
021055     MOVE SPACES TO FB-EVENT-TEXT
021056     IF FB-LOCK-STALE-CONFLICT
021057         SET FB-EVENT-SEVERE TO TRUE
021058         MOVE 0011 TO FB-EVENT-MESSAGE-NO
021059         STRING "STALE RUN LOCK HELD BY " FB-LOCK-HOLDER
021060             DELIMITED BY SIZE INTO FB-EVENT-TEXT
021061     ELSE
021062         IF FB-LOCK-CONFLICT
021063             SET FB-EVENT-ERROR TO TRUE
021064             MOVE 0010 TO FB-EVENT-MESSAGE-NO
021065             STRING "RUN LOCK HELD BY " FB-LOCK-HOLDER
021066                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
021067         ELSE
021068             SET FB-EVENT-SEVERE TO TRUE
021069             MOVE 0012 TO FB-EVENT-MESSAGE-NO
021070             STRING "RUN LOCK MANAGER ERROR, STATUS "
021071                    FB-LOCK-STATUS
021072                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
021073         END-IF
021074     END-IF
021075     PERFORM 8950-LOG-EVENT.

021076*----------------------------------------------------------*
021077* 1060-GET-BUSINESS-DATE - TAKES THE RUN DATE FROM THE
021100*                          BUSINESS-DATE CONTROL FILE (SEE
021101*                          FIZZ-BDTE) IN PLACE OF THE SYSTEM
021102*                          DATE, SO EVERYTHING THE RUN FILES IS
021103*                          FILED UNDER THE BUSINESS DAY IT
021104*                          BELONGS TO. A CONTROL RECORD THAT IS
021105*                          UNUSABLE, OR THAT NAMES A DATE
021106*                          OUTSIDE THE PROCESSING WINDOW, ENDS
021107*                          THE RUN WITH RETURN CODE 84. A
021108*                          WEEKEND OR HOLIDAY ON THE HOLCAL
021109*                          CALENDAR ENDS IT WITH RETURN CODE 88
021110*                          UNLESS BUSDATE CARRIES THE OVERRIDE.
021111*                          AN OVERRIDDEN NON-PROCESSING DAY AND
021112*                          A DELIBERATE RERUN OF A PAST DATE ARE
021113*                          BOTH ANNOUNCED FOR THE CONSOLE LOG.
021114*----------------------------------------------------------*
021115 1060-GET-BUSINESS-DATE.
021116     MOVE "FIZZ-BUZZ" TO FB-BDATE-PROGRAM
021117     CALL "FIZZ-BDTE" USING FB-BDATE-REQUEST
021118     IF FB-BDATE-BAD-CONTROL OR FB-BDATE-OUT-OF-WINDOW
021119         DISPLAY "FIZZ-BUZZ: BUSINESS DATE REFUSED - "
021120             FB-BDATE-MESSAGE
021121         MOVE 84 TO RETURN-CODE
021122         GO TO 1060-EXIT
021123     END-IF
021124     IF FB-BDATE-NON-PROCESSING
021125         DISPLAY "FIZZ-BUZZ: " FB-BDATE-MESSAGE
021126         DISPLAY "FIZZ-BUZZ: " FB-BDATE-DAY-NAME " - "
021127             FB-BDATE-DAY-TEXT
021128         DISPLAY "FIZZ-BUZZ: SET THE BUSDATE OVERRIDE TO RUN"
021129         MOVE 88 TO RETURN-CODE
021130         GO TO 1060-EXIT
021131     END-IF
021132     IF NOT FB-BDATE-PROCESSING-DAY
021133         DISPLAY "FIZZ-BUZZ: RUNNING " FB-BDATE-DAY-NAME " "
021134             FB-BDATE-DISPLAY " UNDER THE BUSDATE OVERRIDE - "
021135             FB-BDATE-DAY-TEXT
021136     END-IF
021137     IF FB-BDATE-REPROCESS
021138         DISPLAY "FIZZ-BUZZ: REPROCESSING BUSINESS DATE "
021139             FB-BDATE-DISPLAY " ON " FB-BDATE-SYSTEM-DATE8
021140     END-IF
021141     MOVE FB-BDATE-DISPLAY TO FB-RUN-DATE-DISPLAY
021142     MOVE FB-BDATE-DATE8   TO FB-RUN-DATE8
021143     MOVE FB-RUN-DATE8     TO FB-RUN-DATE8-X.

021144 1060-EXIT.
021145     EXIT.

021146*----------------------------------------------------------*
021147* 1065-LOG-BUSINESS-DATE - LOGS WHAT 1060-GET-BUSINESS-DATE
021148*                          FOUND: A REFUSED BUSINESS DATE, A
021149*                          NON-PROCESSING DAY, A RUN UNDER THE
021150*                          BUSDATE OVERRIDE, OR A DELIBERATE
021151*                          RERUN OF A PAST DATE.
021152*----------------------------------------------------------*
021153 1065-LOG-BUSINESS-DATE.
021154     SET FB-EVENT-CONDITION TO TRUE
021155     MOVE SPACES TO FB-EVENT-TEXT
021156     IF FB-BDATE-BAD-CONTROL OR FB-BDATE-OUT-OF-WINDOW
021157         SET FB-EVENT-ERROR TO TRUE
021158         MOVE 0015 TO FB-EVENT-MESSAGE-NO
021159         STRING "BUSINESS DATE REFUSED - " FB-BDATE-MESSAGE
021160             DELIMITED BY SIZE INTO FB-EVENT-TEXT
021161         PERFORM 8950-LOG-EVENT
021162         GO TO 1065-EXIT
021163     END-IF
021164     IF FB-BDATE-NON-PROCESSING
021165         SET FB-EVENT-WARNING TO TRUE
021166         MOVE 0101 TO FB-EVENT-MESSAGE-NO
021167         STRING FB-BDATE-DISPLAY " " FB-BDATE-DAY-NAME
021168                " IS A NON-PROCESSING DAY - RUN NOT DONE"
021169             DELIMITED BY SIZE INTO FB-EVENT-TEXT
021170         PERFORM 8950-LOG-EVENT
021171         GO TO 1065-EXIT
021172     END-IF
021173     IF NOT FB-BDATE-PROCESSING-DAY
021174         SET FB-EVENT-INFORMATION TO TRUE
021175         MOVE 0102 TO FB-EVENT-MESSAGE-NO
021176         STRING "RUNNING " FB-BDATE-DAY-NAME " " FB-BDATE-DISPLAY
021177                " UNDER THE BUSDATE OVERRIDE"
021178             DELIMITED BY SIZE INTO FB-EVENT-TEXT
021179         PERFORM 8950-LOG-EVENT
021180     END-IF
021181     IF FB-BDATE-REPROCESS
021182         SET FB-EVENT-INFORMATION TO TRUE
021183         MOVE 0103 TO FB-EVENT-MESSAGE-NO
021184         MOVE SPACES TO FB-EVENT-TEXT
021185         STRING "REPROCESSING BUSINESS DATE " FB-BDATE-DISPLAY
021186             DELIMITED BY SIZE INTO FB-EVENT-TEXT
021187         PERFORM 8950-LOG-EVENT
021188     END-IF.
021189 1065-EXIT.
021190     EXIT.

021191*----------------------------------------------------------*
021192* 1400-LOAD-RULES-TABLE - LOADS THE DIVISOR/LABEL RULES IN
021193*                         EFFECT ON THE RUN DATE, FOR EVERY RULE
021194*                         SET, INTO FB-RSET-TABLE FROM RULES-FILE.
021195*----------------------------------------------------------*
021200 1400-LOAD-RULES-TABLE.
021210     OPEN INPUT RULES-FILE
021220     IF FB-RULES-FILE-STATUS NOT = "00"
021250     END-IF
021300     PERFORM 1410-READ-RULE-RECORD
021350     PERFORM 1420-STORE-RULE-ENTRY UNTIL FB-RULES-EOF
021400     CLOSE RULES-FILE
021402     PERFORM 1405-CHECK-RULE-OVERFLOW.

021405 1400-EXIT.
021410     EXIT.

021412*----------------------------------------------------------*
021414* 1405-CHECK-RULE-OVERFLOW - STOPS THE RUN WITH RETURN CODE 60
021416*                            WHEN MORE RULES ARE IN EFFECT THAN
021418*                            FB-RSET-TABLE HOLDS, RATHER THAN
021420*                            RUN ON A RULE SET CUT SHORT.
021422*----------------------------------------------------------*
021424 1405-CHECK-RULE-OVERFLOW.
021426     IF FB-RSET-OVERFLOW-COUNT > 0
021428         DISPLAY "FIZZ-BUZZ: OVER 100 RULES IN EFFECT - "
021430             "RULESFIL MUST BE CUT BACK BEFORE THE RUN"
021432         MOVE 60 TO RETURN-CODE
021434         SET FB-EVENT-CONDITION TO TRUE
021436         SET FB-EVENT-ERROR TO TRUE
021438         MOVE 0106 TO FB-EVENT-MESSAGE-NO
021440         MOVE "OVER 100 RULES IN EFFECT - RUN NOT DONE"
021442             TO FB-EVENT-TEXT
021444         PERFORM 8950-LOG-EVENT
021446     END-IF.

021450*----------------------------------------------------------*
021500* 1410-READ-RULE-RECORD - READS ONE RULES-FILE RECORD.
021550*----------------------------------------------------------*
021800     END-READ.

021850*----------------------------------------------------------*
021900* 1420-STORE-RULE-ENTRY - ADDS ONE RULE TO FB-RSET-TABLE. A
021910*                         RULE WHOSE EFFECTIVE PERIOD DOES NOT
021920*                         COVER THE RUN DATE IS PASSED OVER
021930*                         WITHOUT COMMENT - THAT IS HOW A
021940*                         FUTURE RULE SET SITS IN RULESFIL
021950*                         WAITING FOR ITS EFFECTIVE DATE. A
021953*                         RULE IN EFFECT PAST THE TABLE'S 100
021956*                         IS COUNTED (SEE 1405).
021960*----------------------------------------------------------*
022000 1420-STORE-RULE-ENTRY.
022010     PERFORM 1430-CHECK-RULE-EFFECTIVE
022020     IF NOT FB-RULE-IN-EFFECT
022030         PERFORM 1410-READ-RULE-RECORD
022050     ELSE IF FB-RSET-COUNT >= 100
022100         ADD 1 TO FB-RSET-OVERFLOW-COUNT
022150         PERFORM 1410-READ-RULE-RECORD
022200     ELSE IF FB-RULES-REC-DIVISOR = 0
022250         DISPLAY "FIZZ-BUZZ: RULE WITH ZERO DIVISOR IGNORED"
022300         PERFORM 1410-READ-RULE-RECORD
022350     ELSE
022400         ADD 1 TO FB-RSET-COUNT
022450         SET FB-RSET-IDX TO FB-RSET-COUNT
022460         MOVE FB-RULES-REC-RULE-SET
022470             TO FB-RSET-RULE-SET (FB-RSET-IDX)
022500         MOVE FB-RULES-REC-DIVISOR
022550             TO FB-RSET-DIVISOR (FB-RSET-IDX)
022600         MOVE FB-RULES-REC-LABEL
022650             TO FB-RSET-LABEL (FB-RSET-IDX)
022700         PERFORM 1410-READ-RULE-RECORD
022750     END-IF.

022845         MOVE "N" TO FB-RULE-IN-EFFECT-SW
022850     END-IF.

022851*----------------------------------------------------------*
022852* 1450-SELECT-RULE-SET - LOADS FB-RULES-TABLE WITH THE RULES
022853*                        OF FB-RANGE-RULE-SET, THE RULE SET THE
022854*                        CURRENT CONTROL RECORD NAMES, FROM
022855*                        FB-RSET-TABLE. A RULE SET WITH NO RULES
022856*                        IN EFFECT LEAVES THE TABLE EMPTY, WHICH
022857*                        2000-CHECK-INPUT-VALUE REFUSES.
022858*----------------------------------------------------------*
022859 1450-SELECT-RULE-SET.
022860     MOVE 0 TO FB-RULE-COUNT
022861     MOVE 0 TO FB-RSET-EXTRA-COUNT
022862     PERFORM 1460-SELECT-RULE-ENTRY
022863         VARYING FB-RSET-IDX FROM 1 BY 1
022864         UNTIL FB-RSET-IDX > FB-RSET-COUNT
022865     IF FB-RSET-EXTRA-COUNT > 0
022866         DISPLAY "FIZZ-BUZZ: RULE SET " FB-RANGE-RULE-SET
022867             " OVER 10 RULES, EXTRA RULES IGNORED"
022868     END-IF.

022869*----------------------------------------------------------*
022870* 1460-SELECT-RULE-ENTRY - COPIES ONE FB-RSET-TABLE ENTRY INTO
022871*                          FB-RULES-TABLE WHEN IT BELONGS TO
022872*                          THE RANGE'S RULE SET.
022873*----------------------------------------------------------*
022874 1460-SELECT-RULE-ENTRY.
022875     IF FB-RSET-RULE-SET (FB-RSET-IDX) = FB-RANGE-RULE-SET
022876         IF FB-RULE-COUNT >= 10
022877             ADD 1 TO FB-RSET-EXTRA-COUNT
022878         ELSE
022879             ADD 1 TO FB-RULE-COUNT
022880             SET FB-RULE-IDX TO FB-RULE-COUNT
022881             MOVE FB-RSET-DIVISOR (FB-RSET-IDX)
022882                 TO FB-RULE-DIVISOR (FB-RULE-IDX)
022883             MOVE FB-RSET-LABEL (FB-RSET-IDX)
022884                 TO FB-RULE-LABEL (FB-RULE-IDX)
022885             MOVE 0 TO FB-RULE-HITS (FB-RULE-IDX)
022886         END-IF
022887     END-IF.

022888*----------------------------------------------------------*
022898* 1500-READ-LAST-CHECKPOINT - READS CHECKPOINT-FILE (IF ANY
022900*                             EXISTS FROM A PRIOR ABENDED RUN)
022950*                             AND RESUMES FROM THE LAST
024560     MOVE FB-CKPT-GRAND-TOTAL       TO FB-RESUME-GRAND-TOTAL
024570     MOVE FB-CKPT-RANGE-NUMBER      TO FB-RESUME-RANGE-NUMBER
024580     MOVE FB-CKPT-FIRST-RANGE-START TO FB-RESUME-FIRST-RANGE-START
024582     MOVE FB-CKPT-RULE-SET          TO FB-RESUME-RULE-SET
024585     IF FB-CKPT-EXCP-COUNT IS NUMERIC
024590         MOVE FB-CKPT-EXCP-COUNT    TO FB-RESUME-EXCP-COUNT
024595     END-IF
025300         MOVE FB-PARM-START TO FB-RANGE-START
025310         MOVE FB-PARM-START TO FB-TRUE-RANGE-START
025350         MOVE FB-PARM-END   TO N
025375         MOVE FB-PARM-RULE-SET TO FB-RANGE-RULE-SET
025400     END-IF.

025450*----------------------------------------------------------*
026550     END-IF
026600     IF FB-RANGE-START NOT = FB-RESUME-RANGE-START
026650        OR N NOT = FB-RESUME-RANGE-END
026675        OR FB-RANGE-RULE-SET NOT = FB-RESUME-RULE-SET
026700         DISPLAY "FIZZ-BUZZ: CONTROL FILE DOES NOT MATCH LAST "
026750             "CHECKPOINT"
026800         MOVE 40 TO RETURN-CODE
032974*----------------------------------------------------------*
032976 1695-CLOSE-OUT-RESUMED-RANGE.
032978     ADD 1 TO FB-RANGE-NUMBER
032979     PERFORM 1450-SELECT-RULE-SET
032980     PERFORM 1770-RESTORE-RANGE-STATISTICS
032982     MOVE "N" TO FB-STATS-RESTORE-SW
032984     PERFORM 4000-WRITE-TRAILER
033148*----------------------------------------------------------*
033150 1700-PROCESS-CONTROL-FILE.
033200     ADD 1 TO FB-RANGE-NUMBER
033225     PERFORM 1450-SELECT-RULE-SET
033250     PERFORM 2000-CHECK-INPUT-VALUE THRU 2000-EXIT
033300     IF NOT FB-FIRST-RANGE-SEEN
033350         MOVE FB-RANGE-START TO FB-FIRST-RANGE-START
036450         MOVE 32 TO RETURN-CODE
036500         GO TO 2000-EXIT
036550     END-IF
036555     IF FB-RULE-COUNT = 0
036560         DISPLAY "FIZZ-BUZZ: RULE SET " FB-RANGE-RULE-SET
036565             " HAS NO RULES IN EFFECT"
036570         MOVE 64 TO RETURN-CODE
036575         GO TO 2000-EXIT
036580     END-IF
036600     GO TO 2000-EXIT.

036650*----------------------------------------------------------*
038506     PERFORM 3810-WRITE-RULE-SUMMARY
038507         VARYING FB-RULE-IDX FROM 1 BY 1
038508         UNTIL FB-RULE-IDX > FB-RULE-COUNT
038509     PERFORM 3805-CLEAR-SUMMARY-RECORD
038510     MOVE "T" TO FB-SUMM-REC-TYPE
038511     MOVE FB-RANGE-NUMBER TO FB-SUMM-RANGE-NUMBER
038512     MOVE FB-TRUE-RANGE-START TO FB-SUMM-RANGE-START
038518     ADD 1 TO FB-SUMM-WRITE-COUNT.

038519*----------------------------------------------------------*
038520* 3805-CLEAR-SUMMARY-RECORD - CLEARS THE SUMMARY RECORD AND
038521*                             TAGS IT WITH THE RANGE'S RULE SET.
038522*----------------------------------------------------------*
038523 3805-CLEAR-SUMMARY-RECORD.
038524     MOVE SPACES TO FB-SUMMARY-RECORD
038525     MOVE FB-RANGE-RULE-SET TO FB-SUMM-RULE-SET.

038526*----------------------------------------------------------*
038527* 3810-WRITE-RULE-SUMMARY - WRITES ONE RULE'S "R" RECORD FOR
038528*                           THE RANGE JUST FINISHED.
038529*----------------------------------------------------------*
038530 3810-WRITE-RULE-SUMMARY.
038531     PERFORM 3805-CLEAR-SUMMARY-RECORD
038532     MOVE "R" TO FB-SUMM-REC-TYPE
038533     MOVE FB-RANGE-NUMBER TO FB-SUMM-RANGE-NUMBER
038534     MOVE FB-TRUE-RANGE-START TO FB-SUMM-RANGE-START
038535     MOVE N               TO FB-SUMM-RANGE-END
038536     MOVE FB-RULE-DIVISOR (FB-RULE-IDX) TO FB-SUMM-DIVISOR
038537     MOVE FB-RULE-LABEL (FB-RULE-IDX)   TO FB-SUMM-LABEL
038538     MOVE FB-RULE-HITS (FB-RULE-IDX)    TO FB-SUMM-HIT-COUNT
038539     WRITE FB-SUMMARY-RECORD
038540     ADD 1 TO FB-SUMM-WRITE-COUNT.

038541*----------------------------------------------------------*
038550* 3100-DISPLAY-FIZZ-BUZZ - BUILDS AND PRINTS ONE OUTPUT LINE.
038600*----------------------------------------------------------*
038650 3100-DISPLAY-FIZZ-BUZZ.
041746     MOVE FB-BUZZ-ONLY-COUNT     TO FB-CKPT-BUZZ-COUNT
041748     MOVE FB-FIZZBUZZ-COUNT      TO FB-CKPT-FIZZBUZZ-COUNT
041749     MOVE FB-OTHER-COUNT         TO FB-CKPT-OTHER-COUNT
041750     MOVE FB-RANGE-RULE-SET      TO FB-CKPT-RULE-SET
041751     MOVE FB-PLAIN-COUNT         TO FB-CKPT-PLAIN-COUNT
041752     MOVE FB-TOTAL-COUNT         TO FB-CKPT-RANGE-TOTAL
041753     MOVE FB-EXCP-RANGE-COUNT    TO FB-CKPT-EXCP-RANGE-COUNT
046000     MOVE FB-EXTR-REM-RULE1    TO FB-EXTR-REM3
046050     MOVE FB-EXTR-REM-RULE2    TO FB-EXTR-REM5
046100     MOVE OUTPUT-STRING-CONC   TO FB-EXTR-LABEL
046125     MOVE FB-RANGE-RULE-SET    TO FB-EXTR-RULE-SET
046150     WRITE FB-EXTRACT-RECORD.

046200*----------------------------------------------------------*
046950     MOVE FB-EXTR-REM-RULE1    TO FB-LOOKUP-REM3
047000     MOVE FB-EXTR-REM-RULE2    TO FB-LOOKUP-REM5
047050     MOVE OUTPUT-STRING-CONC   TO FB-LOOKUP-LABEL
047075     MOVE FB-RANGE-RULE-SET    TO FB-LOOKUP-RULE-SET
047100     WRITE FB-LOOKUP-RECORD
047150         INVALID KEY
047200             REWRITE FB-LOOKUP-RECORD
048600     MOVE FB-RANGE-NUMBER     TO FB-RHDG-NUMBER
048650     MOVE FB-RANGE-START      TO FB-RHDG-START
048700     MOVE N                   TO FB-RHDG-END
048725     MOVE FB-RANGE-RULE-SET   TO FB-RHDG-RULE-SET
048750     MOVE FB-RANGE-HEADING-LINE TO FB-REPORT-RECORD
048800     WRITE FB-REPORT-RECORD AFTER ADVANCING 1 LINE
048850     ADD 1 TO FB-REPORT-PHYS-LINES
050400*                  AFTER AN OPERATOR STOP, WHOSE WHOLE POINT IS
050410*                  TO LEAVE A CHECKPOINT FOR THE RESTART TO
050420*                  RESUME FROM.
050430*                  A PARTITION RUN CUTS NO GENERATIONS;
050440*                  FIZZ-MRGE CUTS THEM FROM THE MERGED FILES.
050450*----------------------------------------------------------*
050500 8000-TERMINATE.
050510     IF RETURN-CODE = 0 OR RETURN-CODE = 4
050795                 "REMOVED - REMOVE IT BEFORE THE RESTART"
050800         END-IF
050810     END-IF
050815     IF (RETURN-CODE = 0 OR RETURN-CODE = 4)
050817        AND NOT FB-PARTITION-RUN
050820         PERFORM 8100-CUT-OUTPUT-GENERATIONS THRU 8100-EXIT
050825     END-IF
050827     PERFORM 8900-RELEASE-RUN-LOCK.
051400     MOVE N                TO FB-AUDIT-N
051450     MOVE FB-GRAND-TOTAL-COUNT TO FB-AUDIT-RECORD-COUNT
051500     MOVE RETURN-CODE      TO FB-AUDIT-RETURN-CODE
051525     MOVE FB-EXCP-TOTAL-COUNT TO FB-AUDIT-EXCP-COUNT
051550     WRITE FB-AUDIT-RECORD
051600     CLOSE AUDIT-FILE.

051663             RETURNING FB-SCRATCH-RC
051664     END-IF.

051714*----------------------------------------------------------*
051764* 8900-RELEASE-RUN-LOCK - RELEASES THE SHOP-WIDE RUN LOCK AND
051814*                         LOGS THE END OF THE RUN. NOTHING TO
051864*                         RELEASE WHEN THE LOCK WAS NEVER GRANTED.
051914*----------------------------------------------------------*
051964 8900-RELEASE-RUN-LOCK.
052014     IF FB-LOCK-HELD
052024         MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
052064         MOVE "REL" TO FB-LOCK-FUNCTION
052114         CALL "FIZZ-LOCK" USING FB-LOCK-REQUEST
052164         MOVE "N" TO FB-LOCK-HELD-SW
052214         MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE
052215     END-IF
052218     MOVE "END" TO FB-EVENT-FUNCTION
052220     PERFORM 8950-LOG-EVENT.

052222*----------------------------------------------------------*
052224* 8950-LOG-EVENT - LOGS ONE EVENT FOR THIS RUN THROUGH THE
052226*                  SHOP-WIDE FIZZ-EVNT SUBPROGRAM: THE START
052228*                  ("STR") OR END ("END") OF THE RUN, OR A
052230*                  CONDITION ("LOG") WHOSE SEVERITY, MESSAGE
052232*                  NUMBER AND TEXT THE CALLER HAS SET. THE
052234*                  RETURN CODE SO FAR GOES WITH THE EVENT AND
052236*                  IS KEPT AROUND THE CALL. A LOG THAT CANNOT
052238*                  BE WRITTEN DOES NOT STOP THE RUN.
052240*----------------------------------------------------------*
052242 8950-LOG-EVENT.
052244     MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
052246     MOVE FB-RUN-LOCK-PROGRAM TO FB-EVENT-PROGRAM
052248     MOVE RETURN-CODE TO FB-EVENT-RETURN-CODE
052250     CALL "FIZZ-EVNT" USING FB-EVENT-REQUEST
052252     MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE.

052264 END PROGRAM FIZZ-BUZZ.
