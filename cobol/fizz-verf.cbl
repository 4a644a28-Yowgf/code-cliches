000050 IDENTIFICATION DIVISION.
000100 PROGRAM-ID. FIZZ-VERF.
000150*AUTHOR.     DATA PROCESSING.
000200*INSTALLATION. SHOP BATCH LIBRARY.
000250*DATE-WRITTEN. 10/15/2026.
000300*DATE-COMPILED.
000350*REMARKS.
000400*    INDEPENDENT SAMPLE VERIFICATION OF THE ANSWERS THE HELP
000450*    DESK QUOTES. FIZZ-RECON PROVES LOOKUPF HAS THE RIGHT NUMBER
000500*    OF RECORDS; THIS PROGRAM PROVES A SAMPLE OF THEM SAYS THE
000550*    RIGHT THING. IT SAMPLES THE CURRENT LOOKUPF AND EVERY
000600*    RESLHIST RUN DATE NAMED ON THE OPTIONAL VERFDATE FILE. EACH
000650*    FILE (OR RUN DATE) IS READ ONCE FRONT TO BACK TO FIND ITS
000700*    RANGES - A RUN OF CONSECUTIVE NUMBERS UNDER ONE RULE SET -
000750*    AND EACH RANGE IS THEN SAMPLED BY KEYED READ AT EVENLY
000800*    SPACED NUMBERS, ALWAYS INCLUDING THE RANGE'S FIRST AND LAST
000850*    NUMBER. THE SAMPLE COUNT PER RANGE COMES FROM THE OPTIONAL
000900*    VERFPARM FILE (DEFAULT 10). EVERY SAMPLED NUMBER'S LABEL,
000950*    REM3 AND REM5 ARE RECOMPUTED HERE, THE WAY FIZZ-BUZZ'S
001000*    3100-DISPLAY-FIZZ-BUZZ BUILDS THEM, FROM THE RULES THAT
001050*    WERE IN EFFECT FOR THE RUN THAT WROTE THE RECORD: THE
001100*    CURRENT RULESFIL WITH EVERY RULECHLG CHANGE MADE AFTER THAT
001150*    RUN BACKED OUT, THEN THE EFFECTIVE/EXPIRY DATES APPLIED FOR
001200*    THE RUN DATE. THE RUN'S DATE AND START TIME COME FROM ITS
001250*    AUDITLOG RECORD. ANY SAMPLED RECORD THAT DISAGREES IS
001300*    LISTED ON VERFRPT, STORED BESIDE EXPECTED, AND ENDS THE RUN
001350*    WITH RETURN CODE 8.
001400*
001450*MODIFICATION HISTORY.
001500*    DATE       INIT  DESCRIPTION
001550*    ---------  ----  --------------------------------------
001600*    10/15/2026 DP    INITIAL VERSION.
001605*    10/15/2026 DP    THE RUN NOW LOGS ITS START, ITS END AND
001610*                     RETURN CODE, AND ITS SIGNIFICANT CONDITIONS
001615*                     TO THE SHOP EVENT LOG THROUGH FIZZ-EVNT (SEE
001620*                     8950-LOG-EVENT); A WARNING OR WORSE ALSO
001625*                     GOES TO THE MONITORING CONSOLE'S ALERT FILE.
001630*                     THE RUN'S RETURN CODE IS NOW ALSO KEPT
001635*                     AROUND THE RUN-LOCK RELEASE, WHOSE CALL HAD
001640*                     BEEN PASSING BACK FIZZ-LOCK'S OWN ZERO IN
001645*                     ITS PLACE.
001646*    10/15/2026 DP    ONCE THE SOURCE RANGE TABLE OVERFLOWS, ITS
001647*                     LAST RANGE IS NO LONGER STRETCHED OVER THE
001648*                     RANGES LEFT OUT, WHICH HAD REPORTED FALSE
001649*                     NOT ON FILE MISMATCHES AND A FALSE RC 8.
001650 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
001750 FILE-CONTROL.
001800     SELECT LOOKUP-FILE ASSIGN TO "LOOKUPF"
001850         ORGANIZATION IS INDEXED
001900         ACCESS MODE IS DYNAMIC
001950         RECORD KEY IS FB-LOOKUP-COUNTER
002000         ALTERNATE RECORD KEY IS FB-LOOKUP-LABEL
002050             WITH DUPLICATES
002100         FILE STATUS IS FB-LOOKUP-FILE-STATUS.
002150     SELECT OPTIONAL RESULT-HISTORY-FILE ASSIGN TO "RESLHIST"
002200         ORGANIZATION IS INDEXED
002250         ACCESS MODE IS DYNAMIC
002300         RECORD KEY IS FB-RHST-KEY
002350         FILE STATUS IS FB-HISTORY-FILE-STATUS.
002400     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
002450         ORGANIZATION IS LINE SEQUENTIAL
002500         FILE STATUS IS FB-AUDIT-FILE-STATUS.
002550     SELECT RULES-FILE ASSIGN TO "RULESFIL"
002600         ORGANIZATION IS LINE SEQUENTIAL
002650         FILE STATUS IS FB-RULES-FILE-STATUS.
002700     SELECT OPTIONAL CHANGE-LOG-FILE ASSIGN TO "RULECHLG"
002750         ORGANIZATION IS LINE SEQUENTIAL.
002800     SELECT REPORT-FILE ASSIGN TO "VERFRPT"
002850         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS FB-REPORT-FILE-STATUS.
002950     SELECT OPTIONAL VERF-PARM-FILE ASSIGN TO "VERFPARM"
003000         ORGANIZATION IS LINE SEQUENTIAL.
003050     SELECT OPTIONAL VERF-DATE-FILE ASSIGN TO "VERFDATE"
003100         ORGANIZATION IS LINE SEQUENTIAL.
003150 DATA DIVISION.
003200 FILE SECTION.
003250 FD  LOOKUP-FILE
003300     LABEL RECORDS ARE STANDARD.
003350 COPY FBLKUP.

003400 FD  RESULT-HISTORY-FILE
003450     LABEL RECORDS ARE STANDARD.
003500 COPY FBRHST.

003550 FD  AUDIT-FILE
003600     LABEL RECORDS ARE STANDARD.
003650 COPY FBAUDIT.

003700 FD  RULES-FILE
003750     LABEL RECORDS ARE STANDARD.
003800 COPY FBRULREC.

003850*FIZZ-RULM'S CHANGE-LOG LAYOUT: ONE RECORD PER TRANSACTION
003900*APPLIED, WITH THE RULE'S FIELDS BEFORE AND AFTER.
003950 FD  CHANGE-LOG-FILE
004000     LABEL RECORDS ARE STANDARD.
004050 01  FB-CHLG-RECORD.
004100     05 FB-CHLG-DATE            PIC 9(08).
004150     05 FILLER                  PIC X(01).
004200     05 FB-CHLG-TIME            PIC 9(08).
004250     05 FILLER                  PIC X(01).
004300     05 FB-CHLG-USER            PIC X(08).
004350     05 FILLER                  PIC X(01).
004400     05 FB-CHLG-ACTION          PIC X(06).
004450     05 FILLER                  PIC X(01).
004500     05 FB-CHLG-DIVISOR         PIC X(02).
004550     05 FILLER                  PIC X(01).
004600     05 FB-CHLG-OLD-LABEL       PIC X(08).
004650     05 FILLER                  PIC X(01).
004700     05 FB-CHLG-OLD-EFF         PIC X(08).
004750     05 FILLER                  PIC X(01).
004800     05 FB-CHLG-OLD-EXP         PIC X(08).
004850     05 FILLER                  PIC X(01).
004900     05 FB-CHLG-NEW-LABEL       PIC X(08).
004950     05 FILLER                  PIC X(01).
005000     05 FB-CHLG-NEW-EFF         PIC X(08).
005050     05 FILLER                  PIC X(01).
005100     05 FB-CHLG-NEW-EXP         PIC X(08).
005150     05 FILLER                  PIC X(01).
005200     05 FB-CHLG-RULE-SET        PIC X(04).

005250 FD  REPORT-FILE
005300     LABEL RECORDS ARE STANDARD.
005350 01  FB-REPORT-RECORD           PIC X(80).

005400*ONE OPTIONAL PARM RECORD: THE NUMBER OF SAMPLES TO DRAW FROM
005450*EACH RANGE. NO FILE, NO RECORD, OR A BLANK FIELD MEANS 10; A
005500*COUNT UNDER 2 IS TAKEN AS 2, THE RANGE'S FIRST AND LAST NUMBER.
005550 FD  VERF-PARM-FILE
005600     LABEL RECORDS ARE STANDARD.
005650 01  FB-VERF-PARM-RECORD.
005700     05 FB-VPARM-SAMPLE-COUNT   PIC X(04).

005750*ONE RESLHIST RUN DATE (CCYYMMDD) PER RECORD TO SAMPLE BESIDE
005800*THE CURRENT LOOKUPF. NO FILE MEANS LOOKUPF ONLY.
005850 FD  VERF-DATE-FILE
005900     LABEL RECORDS ARE STANDARD.
005950 01  FB-VERF-DATE-RECORD.
006000     05 FB-VDATE-RUN-DATE       PIC X(08).
006050 WORKING-STORAGE SECTION.

006100 01  FB-LOOKUP-FILE-STATUS      PIC X(02) VALUE "00".
006150 01  FB-HISTORY-FILE-STATUS     PIC X(02) VALUE "00".
006200 01  FB-AUDIT-FILE-STATUS       PIC X(02) VALUE "00".
006250 01  FB-RULES-FILE-STATUS       PIC X(02) VALUE "00".
006300 01  FB-REPORT-FILE-STATUS      PIC X(02) VALUE "00".

006350 01  FB-VERF-SWITCHES.
006400     05 FB-AUDIT-EOF-SW         PIC X(01) VALUE "N".
006450        88 FB-AUDIT-EOF                   VALUE "Y".
006500     05 FB-AUDIT-FOUND-SW       PIC X(01) VALUE "N".
006550        88 FB-AUDIT-FOUND                 VALUE "Y".
006600     05 FB-RULES-EOF-SW         PIC X(01) VALUE "N".
006650        88 FB-RULES-EOF                   VALUE "Y".
006700     05 FB-CHLG-EOF-SW          PIC X(01) VALUE "N".
006750        88 FB-CHLG-EOF                    VALUE "Y".
006800     05 FB-VPARM-EOF-SW         PIC X(01) VALUE "N".
006850        88 FB-VPARM-EOF                   VALUE "Y".
006900     05 FB-VDATE-EOF-SW         PIC X(01) VALUE "N".
006950        88 FB-VDATE-EOF                   VALUE "Y".
007000     05 FB-SOURCE-EOF-SW        PIC X(01) VALUE "N".
007050        88 FB-SOURCE-EOF                  VALUE "Y".
007100     05 FB-SAMPLE-FOUND-SW      PIC X(01) VALUE "N".
007150        88 FB-SAMPLE-FOUND                VALUE "Y".
007200     05 FB-RULE-FOUND-SW        PIC X(01) VALUE "N".
007250        88 FB-RULE-FOUND                  VALUE "Y".
007300     05 FB-RULE-IN-EFFECT-SW    PIC X(01) VALUE "Y".
007350        88 FB-RULE-IN-EFFECT              VALUE "Y".
007400     05 FB-HISTORY-OPEN-SW      PIC X(01) VALUE "N".
007450        88 FB-HISTORY-OPEN                VALUE "Y".

007500*WHICH FILE THE SOURCE PARAGRAPHS ARE WORKING ON: THE CURRENT
007550*LOOKUPF OR ONE RESLHIST RUN DATE.
007600 01  FB-SOURCE-SW               PIC X(01) VALUE "L".
007650     88 FB-SOURCE-LOOKUP                  VALUE "L".
007700     88 FB-SOURCE-HISTORY                 VALUE "H".

007750 01  FB-SAMPLE-COUNT            PIC 9(04) VALUE 10.

007800*THE RESLHIST RUN DATES CHOSEN ON VERFDATE, WITH THE START TIME
007850*OF EACH ONE'S RUN FROM AUDITLOG (99999999 WHEN NO AUDIT RECORD
007900*FOR THE DATE SURVIVES, SO A CHANGE LOGGED THAT DAY COUNTS AS
007950*BEFORE THE RUN).
008000 01  FB-DATE-TABLE.
008050     05 FB-DATE-ENTRY OCCURS 50 TIMES
008100        INDEXED BY FB-DATE-IDX.
008150        10 FB-DATE-RUN-DATE     PIC 9(08).
008200        10 FB-DATE-RUN-TIME     PIC 9(08).
008250 01  FB-DATE-COUNT              PIC 9(03) COMP VALUE 0.

008300*THE LOOKUPF RUN - THE LAST GOOD AUDIT RECORD.
008350 01  FB-LOOKUP-RUN-DATE         PIC 9(08) VALUE 0.
008400 01  FB-LOOKUP-RUN-TIME         PIC 9(08) VALUE 0.

008450*RULESFIL AS IT STANDS TODAY, IN FILE ORDER, AND THE WORKING
008500*COPY THE CHANGE LOG IS BACKED OUT OF FOR EACH RUN VERIFIED.
008550*100 ENTRIES IS FIZZ-RULM'S LIMIT ON THE FILE.
008600 01  FB-BASE-TABLE.
008650     05 FB-BASE-ENTRY OCCURS 100 TIMES
008700        INDEXED BY FB-BASE-IDX.
008750        10 FB-BASE-DIVISOR      PIC X(02).
008800        10 FB-BASE-LABEL        PIC X(08).
008850        10 FB-BASE-EFF          PIC X(08).
008900        10 FB-BASE-EXP          PIC X(08).
008950        10 FB-BASE-RULE-SET     PIC X(04).
009000        10 FB-BASE-DROPPED-SW   PIC X(01).
009050 01  FB-BASE-COUNT              PIC 9(03) COMP VALUE 0.
009100 01  FB-WORK-TABLE.
009150     05 FB-WRK-ENTRY OCCURS 100 TIMES
009200        INDEXED BY FB-WRK-IDX.
009250        10 FB-WRK-DIVISOR       PIC X(02).
009300        10 FB-WRK-LABEL         PIC X(08).
009350        10 FB-WRK-EFF           PIC X(08).
009400        10 FB-WRK-EXP           PIC X(08).
009450        10 FB-WRK-RULE-SET      PIC X(04).
009500        10 FB-WRK-DROPPED-SW    PIC X(01).
009550           88 FB-WRK-DROPPED              VALUE "Y".
009600 01  FB-RULES-OVERFLOW-COUNT    PIC 9(05) COMP VALUE 0.
009650 01  FB-SCAN-SUB                PIC 9(03) COMP VALUE 0.
009700 01  FB-MATCH-SUB               PIC 9(03) COMP VALUE 0.

009750*THE RULECHLG CHANGE LOG IN FILE (CHRONOLOGICAL) ORDER: WHAT
009800*WAS DONE TO WHICH RULE, WHEN, AND THE RULE'S FIELDS BEFORE.
009850 01  FB-CHANGE-TABLE.
009900     05 FB-CHG-ENTRY OCCURS 999 TIMES
009950        INDEXED BY FB-CHG-IDX.
010000        10 FB-CHG-DATE          PIC 9(08).
010050        10 FB-CHG-TIME          PIC 9(08).
010100        10 FB-CHG-ACTION        PIC X(06).
010150        10 FB-CHG-DIVISOR       PIC X(02).
010200        10 FB-CHG-EFF           PIC X(08).
010250        10 FB-CHG-RULE-SET      PIC X(04).
010300        10 FB-CHG-OLD-LABEL     PIC X(08).
010350        10 FB-CHG-OLD-EXP       PIC X(08).
010400 01  FB-CHG-COUNT               PIC 9(03) COMP VALUE 0.
010450 01  FB-CHG-OVERFLOW-COUNT      PIC 9(05) COMP VALUE 0.
010500 01  FB-CHG-SUB                 PIC 9(03) COMP VALUE 0.
010550 01  FB-BACKED-OUT-COUNT        PIC 9(03) COMP VALUE 0.
010600 01  FB-UNMATCHED-COUNT         PIC 9(03) COMP VALUE 0.

010650*THE RULES OF ONE RULE SET IN EFFECT FOR THE RUN, TEN AT MOST,
010700*AS FIZZ-BUZZ'S 1450-SELECT-RULE-SET LOADS FB-RULES-TABLE.
010750*FB-SEL-RULE-SET IS THE SET THEY WERE SELECTED FOR; A SAMPLE
010800*UNDER ANOTHER SET RESELECTS.
010850 01  FB-SELECTED-RULES.
010900     05 FB-SEL-ENTRY OCCURS 10 TIMES
010950        INDEXED BY FB-SEL-IDX.
011000        10 FB-SEL-DIVISOR       PIC 9(02).
011050        10 FB-SEL-LABEL         PIC X(08).
011100 01  FB-SEL-COUNT               PIC 9(02) COMP VALUE 0.
011150 01  FB-SEL-RULE-SET            PIC X(04) VALUE SPACES.
011200 01  FB-SEL-LOADED-SW           PIC X(01) VALUE "N".
011250     88 FB-SEL-LOADED                     VALUE "Y".

011300*THE RUN THE CURRENT SOURCE CAME FROM.
011350 01  FB-SRC-RUN-DATE            PIC 9(08) VALUE 0.
011400 01  FB-SRC-RUN-DATE-X REDEFINES FB-SRC-RUN-DATE
011450                                PIC X(08).
011500 01  FB-SRC-RUN-TIME            PIC 9(08) VALUE 0.
011550 01  FB-SRC-FILE-NAME           PIC X(08) VALUE SPACES.

011600*THE SOURCE RECORD JUST READ, WHICHEVER FILE IT CAME FROM.
011650 01  FB-SRC-COUNTER             PIC 9(09) VALUE 0.
011700 01  FB-SRC-REM3                PIC 9(01) VALUE 0.
011750 01  FB-SRC-REM5                PIC 9(01) VALUE 0.
011800 01  FB-SRC-LABEL               PIC X(40) VALUE SPACES.
011850 01  FB-SRC-RULE-SET            PIC X(04) VALUE SPACES.
011900 01  FB-PREV-COUNTER            PIC 9(09) VALUE 0.
011950 01  FB-PREV-RULE-SET           PIC X(04) VALUE SPACES.

012000*THE RANGES FOUND IN THE CURRENT SOURCE. A SOURCE WITH MORE
012050*RANGES THAN THE TABLE HOLDS HAS THE EXTRA RANGES COUNTED AND
012100*LEFT UNSAMPLED.
012150 01  FB-RANGE-TABLE.
012200     05 FB-RNG-ENTRY OCCURS 500 TIMES
012250        INDEXED BY FB-RNG-IDX.
012300        10 FB-RNG-START         PIC 9(09).
012350        10 FB-RNG-END           PIC 9(09).
012400        10 FB-RNG-RULE-SET      PIC X(04).
012450 01  FB-RNG-COUNT               PIC 9(03) COMP VALUE 0.
012500 01  FB-RNG-OVERFLOW-COUNT      PIC 9(05) COMP VALUE 0.

012550*SAMPLE POSITIONS: SAMPLE J (0 TO K-1) OF K FROM A RANGE OF N
012600*NUMBERS IS START + J * (N - 1) / (K - 1), SO J = 0 IS THE
012650*FIRST NUMBER AND J = K - 1 THE LAST. A RANGE NO BIGGER THAN
012700*THE SAMPLE COUNT IS CHECKED WHOLE.
012750 01  FB-RANGE-SIZE              PIC 9(10) COMP VALUE 0.
012800 01  FB-RANGE-SAMPLES           PIC 9(10) COMP VALUE 0.
012850 01  FB-SAMPLE-SUB              PIC 9(10) COMP VALUE 0.
012900 01  FB-SAMPLE-OFFSET           PIC 9(15) COMP VALUE 0.
012950 01  FB-SAMPLE-NUMBER           PIC 9(09) VALUE 0.

013000*THE RECOMPUTED ANSWER, BUILT AS FIZZ-BUZZ BUILDS IT.
013050 01  FB-CALC-LABEL              PIC X(40) VALUE SPACES.
013100 01  FB-CALC-PTR                PIC 9(02) COMP VALUE 1.
013150 01  FB-CALC-REM3               PIC 9(01) VALUE 0.
013200 01  FB-CALC-REM5               PIC 9(01) VALUE 0.
013250 01  FB-CALC-QUOT               PIC 9(09) COMP VALUE 0.
013300 01  FB-CALC-REM                PIC 9(02) VALUE 0.
013350 01  FB-CALC-NUMBER-DISPLAY     PIC 9(09) VALUE 0.

013400*COUNTS FOR THE CURRENT SOURCE AND FOR THE WHOLE RUN.
013450 01  FB-SRC-SAMPLED-COUNT       PIC 9(09) COMP VALUE 0.
013500 01  FB-SRC-MISMATCH-COUNT      PIC 9(09) COMP VALUE 0.
013550 01  FB-SOURCE-COUNT            PIC 9(03) COMP VALUE 0.
013600 01  FB-TOTAL-SAMPLED-COUNT     PIC 9(09) COMP VALUE 0.
013650 01  FB-TOTAL-MISMATCH-COUNT    PIC 9(09) COMP VALUE 0.
013700 01  FB-WARNING-COUNT           PIC 9(05) COMP VALUE 0.

013750 01  FB-RUN-DATE-DISPLAY        PIC X(08).

013800 01  FB-REPORT-HEADING-1.
013850     05 FILLER                  PIC X(28)
013900        VALUE "FIZZBUZZ SAMPLE VERIFICATION".
013950     05 FILLER                  PIC X(06) VALUE "DATE: ".
014000     05 FB-HDG1-DATE            PIC X(08).

014050 01  FB-PARM-ECHO-LINE.
014100     05 FILLER                  PIC X(18)
014150        VALUE "SAMPLES PER RANGE:".
014200     05 FB-ECHO-SAMPLE-COUNT    PIC ZZZ9.
014250     05 FILLER                  PIC X(13) VALUE "  RUN DATES:".
014300     05 FB-ECHO-DATE-COUNT      PIC ZZ9.

014350 01  FB-SOURCE-CAPTION-LINE.
014400     05 FB-CAP-FILE-NAME        PIC X(08).
014450     05 FILLER                  PIC X(11) VALUE " RUN DATE:".
014500     05 FB-CAP-RUN-DATE         PIC X(08).
014550     05 FILLER                  PIC X(23)
014600        VALUE "  CHANGES BACKED OUT:".
014650     05 FB-CAP-BACKED-OUT       PIC ZZ9.

014700 01  FB-RANGE-HEADING-LINE.
014750     05 FILLER                  PIC X(12) VALUE "    START".
014800     05 FILLER                  PIC X(12) VALUE "      END".
014850     05 FILLER                  PIC X(06) VALUE "SET".
014900     05 FILLER                  PIC X(13) VALUE "    NUMBERS".
014950     05 FILLER                  PIC X(07) VALUE "SAMPLED".

015000 01  FB-RANGE-DETAIL-LINE.
015050     05 FB-RDTL-START           PIC Z(08)9.
015100     05 FILLER                  PIC X(03) VALUE SPACES.
015150     05 FB-RDTL-END             PIC Z(08)9.
015200     05 FILLER                  PIC X(03) VALUE SPACES.
015250     05 FB-RDTL-RULE-SET        PIC X(04).
015300     05 FILLER                  PIC X(02) VALUE SPACES.
015350     05 FB-RDTL-NUMBERS         PIC Z(10)9.
015400     05 FILLER                  PIC X(02) VALUE SPACES.
015450     05 FB-RDTL-SAMPLED         PIC Z(06)9.

015500*A MISMATCH PRINTS AS TWO LINES UNDER ITS RANGE: THE RECORD AS
015550*STORED AND THE ANSWER AS RECOMPUTED.
015600 01  FB-MISMATCH-LINE.
015650     05 FILLER                  PIC X(02) VALUE SPACES.
015700     05 FB-MDTL-NUMBER          PIC Z(08)9.
015750     05 FB-MDTL-NUMBER-X REDEFINES FB-MDTL-NUMBER
015800                                PIC X(09).
015850     05 FILLER                  PIC X(02) VALUE SPACES.
015900     05 FB-MDTL-TAG             PIC X(08).
015950     05 FILLER                  PIC X(06) VALUE " REM3 ".
016000     05 FB-MDTL-REM3            PIC 9(01).
016050     05 FILLER                  PIC X(06) VALUE " REM5 ".
016100     05 FB-MDTL-REM5            PIC 9(01).
016150     05 FILLER                  PIC X(01) VALUE SPACES.
016200     05 FB-MDTL-LABEL           PIC X(40).

016250 01  FB-NOTE-LINE               PIC X(80) VALUE SPACES.
016300 01  FB-NOTE-COUNT              PIC ZZZZ9.

016350 01  FB-SOURCE-TOTAL-LINE.
016400     05 FILLER                  PIC X(08) VALUE "RANGES:".
016450     05 FB-STOT-RANGES          PIC ZZZ9.
016500     05 FILLER                  PIC X(11) VALUE "  SAMPLED:".
016550     05 FB-STOT-SAMPLED         PIC Z(08)9.
016600     05 FILLER                  PIC X(14) VALUE "  MISMATCHED:".
016650     05 FB-STOT-MISMATCHED      PIC Z(08)9.

016700 01  FB-RUN-TOTAL-LINE.
016750     05 FILLER                  PIC X(09) VALUE "SOURCES:".
016800     05 FB-RTOT-SOURCES         PIC ZZ9.
016850     05 FILLER                  PIC X(11) VALUE "  SAMPLED:".
016900     05 FB-RTOT-SAMPLED         PIC Z(08)9.
016950     05 FILLER                  PIC X(14) VALUE "  MISMATCHED:".
017000     05 FB-RTOT-MISMATCHED      PIC Z(08)9.

017050*RUN-LOCK REQUEST AREA FOR THE SHOP-WIDE FIZZ-LOCK
017100*SUBPROGRAM, AND THE LOGICAL FILE NAMES THIS RUN HOLDS (SEE
017150*1050-ACQUIRE-RUN-LOCK AND 8900-RELEASE-RUN-LOCK). NOTHING IS
017200*WRITTEN, BUT THE LOCK KEEPS FIZZ-BUZZ AND FIZZ-HIST FROM
017250*REBUILDING A FILE UNDER THE SAMPLE.
017300 COPY FBLOCKRQ.
017350 01  FB-RUN-LOCK-FILE-LIST.
017400     05 FILLER                  PIC X(36)
017450        VALUE "LOOKUPF RESLHIST AUDITLOG RULESFIL".
017500     05 FILLER                  PIC X(36)
017550        VALUE "RULECHLG".
017600 01  FB-LOCK-HELD-SWITCHES.
017650     05 FB-LOCK-HELD-SW         PIC X(01) VALUE "N".
017700        88 FB-LOCK-HELD                  VALUE "Y".
017725 01  FB-SAVED-RETURN-CODE       PIC S9(04) COMP VALUE 0.

017750*BUSINESS-DATE REQUEST AREA FOR THE FIZZ-BDTE SUBPROGRAM,
017800*WHICH SUPPLIES THE RUN DATE IN PLACE OF THE SYSTEM DATE (SEE
017850*1060-GET-BUSINESS-DATE).
017900 COPY FBBDTERQ.

017910*EVENT REQUEST AREA FOR THE SHOP-WIDE FIZZ-EVNT SUBPROGRAM,
017920*WHICH LOGS THIS RUN'S START, END AND SIGNIFICANT CONDITIONS
017930*(SEE 8950-LOG-EVENT).
017940 COPY FBEVNTRQ.

017950 PROCEDURE DIVISION.
018000*----------------------------------------------------------*
018050* 0000-MAIN-PROCEDURE - CONTROLS THE OVERALL FLOW OF THE RUN.
018100*----------------------------------------------------------*
018150 0000-MAIN-PROCEDURE.
018200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018250     PERFORM 2000-LOAD-RULE-HISTORY THRU 2000-EXIT
018300     PERFORM 3000-VERIFY-LOOKUP THRU 3000-EXIT
018350     PERFORM 4000-VERIFY-HISTORY-DATES THRU 4000-EXIT
018400     PERFORM 7000-WRITE-TOTALS
018450     PERFORM 8000-TERMINATE
018500     STOP RUN.

018550*----------------------------------------------------------*
018600* 1000-INITIALIZE - TAKES THE RUN LOCK, OPENS THE REPORT, READS
018650*                   THE OPTIONAL PARM AND RUN-DATE FILES, AND
018700*                   OPENS THE FILES NEEDED FOR THE RUN. EACH
018750*                   FAILURE GETS ITS OWN MESSAGE AND RETURN-CODE
018800*                   SO THE SCHEDULER CAN TELL ONE REASON FROM
018850*                   ANOTHER.
018900*----------------------------------------------------------*
018950 1000-INITIALIZE.
018960     MOVE "STR" TO FB-EVENT-FUNCTION
018970     PERFORM 8950-LOG-EVENT
019000     PERFORM 1050-ACQUIRE-RUN-LOCK
019050     IF RETURN-CODE NOT = 0
019060         PERFORM 1055-LOG-LOCK-REFUSAL
019100         GO TO 1000-EXIT
019150     END-IF
019200     PERFORM 1060-GET-BUSINESS-DATE
019250     IF RETURN-CODE NOT = 0
019300         GO TO 1000-EXIT
019350     END-IF
019400     OPEN OUTPUT REPORT-FILE
019450     IF FB-REPORT-FILE-STATUS NOT = "00"
019500         DISPLAY "FIZZ-VERF: REPORT-FILE WOULD NOT OPEN, "
019550             "STATUS " FB-REPORT-FILE-STATUS
019600         MOVE 44 TO RETURN-CODE
019650         GO TO 1000-EXIT
019700     END-IF
019750     PERFORM 1100-READ-VERF-PARM
019800     IF RETURN-CODE NOT = 0
019850         CLOSE REPORT-FILE
019900         GO TO 1000-EXIT
019950     END-IF
020000     PERFORM 1200-READ-VERF-DATES
020050     IF RETURN-CODE NOT = 0
020100         CLOSE REPORT-FILE
020150         GO TO 1000-EXIT
020200     END-IF
020250     OPEN INPUT AUDIT-FILE
020300     IF FB-AUDIT-FILE-STATUS NOT = "00"
020350         DISPLAY "FIZZ-VERF: AUDIT-FILE WOULD NOT OPEN, "
020400             "STATUS " FB-AUDIT-FILE-STATUS
020450         MOVE 48 TO RETURN-CODE
020500         CLOSE REPORT-FILE
020550         GO TO 1000-EXIT
020600     END-IF
020650     PERFORM 1300-FIND-RUN-TIMES
020700     CLOSE AUDIT-FILE
020750     OPEN INPUT RULES-FILE
020800     IF FB-RULES-FILE-STATUS NOT = "00"
020850         DISPLAY "FIZZ-VERF: RULES-FILE WOULD NOT OPEN, "
020900             "STATUS " FB-RULES-FILE-STATUS
020950         MOVE 52 TO RETURN-CODE
021000         CLOSE REPORT-FILE
021050         GO TO 1000-EXIT
021100     END-IF
021150     OPEN INPUT LOOKUP-FILE
021200     IF FB-LOOKUP-FILE-STATUS NOT = "00"
021250         DISPLAY "FIZZ-VERF: LOOKUP-FILE WOULD NOT OPEN, "
021300             "STATUS " FB-LOOKUP-FILE-STATUS
021350         MOVE 56 TO RETURN-CODE
021400         CLOSE REPORT-FILE RULES-FILE
021450         GO TO 1000-EXIT
021500     END-IF
021550     IF FB-DATE-COUNT > 0
021600         OPEN INPUT RESULT-HISTORY-FILE
021650         IF FB-HISTORY-FILE-STATUS NOT = "00"
021700            AND FB-HISTORY-FILE-STATUS NOT = "05"
021750             DISPLAY "FIZZ-VERF: RESULT-HISTORY-FILE WOULD NOT "
021800                 "OPEN, STATUS " FB-HISTORY-FILE-STATUS
021850             MOVE 60 TO RETURN-CODE
021900             CLOSE REPORT-FILE RULES-FILE LOOKUP-FILE
021950             GO TO 1000-EXIT
022000         END-IF
022050         SET FB-HISTORY-OPEN TO TRUE
022100     END-IF
022150     MOVE FB-RUN-DATE-DISPLAY TO FB-HDG1-DATE
022200     MOVE FB-REPORT-HEADING-1 TO FB-REPORT-RECORD
022250     WRITE FB-REPORT-RECORD AFTER ADVANCING 1 LINE
022300     MOVE FB-SAMPLE-COUNT TO FB-ECHO-SAMPLE-COUNT
022350     MOVE FB-DATE-COUNT   TO FB-ECHO-DATE-COUNT
022400     MOVE FB-PARM-ECHO-LINE TO FB-REPORT-RECORD
022450     WRITE FB-REPORT-RECORD AFTER ADVANCING 1 LINE.

022500*----------------------------------------------------------*
022550* 1000-EXIT - COMMON EXIT FOR 1000-INITIALIZE. A NONZERO
022600*             RETURN-CODE HERE MEANS A REQUIRED FILE WOULD NOT
022650*             OPEN OR A PARM WAS BAD, THE MESSAGE HAS ALREADY
022700*             BEEN DISPLAYED, AND ANY FILE OPENED SO FAR HAS
022750*             ALREADY BEEN CLOSED, SO THE RUN SIMPLY ENDS
022800*             WITHOUT 8000-TERMINATE.
022850*----------------------------------------------------------*
022900 1000-EXIT.
022950     IF RETURN-CODE NOT = 0
023000         PERFORM 8900-RELEASE-RUN-LOCK
023050         STOP RUN
023100     END-IF.

023150*----------------------------------------------------------*
023200* 1050-ACQUIRE-RUN-LOCK - TAKES THE SHOP-WIDE RUN LOCK FOR
023250*                         THE FILES THIS RUN HOLDS (SEE
023300*                         FIZZ-LOCK) BEFORE ANY SHARED FILE
023350*                         IS OPENED. A CONFLICTING LOCK ENDS
023400*                         THE RUN WITH RETURN CODE 72 - OR 76
023450*                         WHEN THE LOCK IS OLD ENOUGH TO LOOK
023500*                         STALE FROM AN ABEND (SEE FIZZ-LOCK),
023550*                         FOR OPERATIONS TO CLEAR RUNLOCK
023600*                         DELIBERATELY.
023650*                         A LOCK-MANAGER ERROR (FULL LOCK
023700*                         FILE, FAILED RENAME, BAD FUNCTION)
023750*                         ENDS WITH RETURN CODE 80.
023800*----------------------------------------------------------*
023850 1050-ACQUIRE-RUN-LOCK.
023900     MOVE "ACQ" TO FB-LOCK-FUNCTION
023950     MOVE "FIZZ-VERF" TO FB-LOCK-PROGRAM
024000     MOVE FB-RUN-LOCK-FILE-LIST TO FB-LOCK-FILES
024050     CALL "FIZZ-LOCK" USING FB-LOCK-REQUEST
024100     IF FB-LOCK-GRANTED
024150         SET FB-LOCK-HELD TO TRUE
024200     ELSE
024250         IF FB-LOCK-STALE-CONFLICT
024300             DISPLAY "FIZZ-VERF: STALE RUN LOCK HELD BY "
024350                 FB-LOCK-HOLDER " - CLEAR RUNLOCK AND RESUBMIT"
024400             MOVE 76 TO RETURN-CODE
024450         ELSE
024500             IF FB-LOCK-CONFLICT
024550                 DISPLAY "FIZZ-VERF: RUN LOCK HELD BY "
024600                     FB-LOCK-HOLDER " - RESUBMIT WHEN IT ENDS"
024650                 MOVE 72 TO RETURN-CODE
024700             ELSE
024750                 DISPLAY "FIZZ-VERF: RUN LOCK MANAGER ERROR, "
024800                     "STATUS " FB-LOCK-STATUS
024850                 MOVE 80 TO RETURN-CODE
024900             END-IF
024950         END-IF
025000     END-IF.

025001*----------------------------------------------------------*
025002* 1055-LOG-LOCK-REFUSAL - LOGS WHY 1050-ACQUIRE-RUN-LOCK WAS
025003*                         REFUSED THE RUN LOCK.
025004*----------------------------------------------------------*
025005 1055-LOG-LOCK-REFUSAL.
025006     SET FB-EVENT-CONDITION TO TRUE
025007     MOVE SPACES TO FB-EVENT-TEXT
025008     IF FB-LOCK-STALE-CONFLICT
025009         SET FB-EVENT-SEVERE TO TRUE
025010         MOVE 0011 TO FB-EVENT-MESSAGE-NO
025011         STRING "STALE RUN LOCK HELD BY " FB-LOCK-HOLDER
025012             DELIMITED BY SIZE INTO FB-EVENT-TEXT
025013     ELSE
025014         IF FB-LOCK-CONFLICT
025015             SET FB-EVENT-ERROR TO TRUE
025016             MOVE 0010 TO FB-EVENT-MESSAGE-NO
025017             STRING "RUN LOCK HELD BY " FB-LOCK-HOLDER
025018                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
025019         ELSE
025020             SET FB-EVENT-SEVERE TO TRUE
025021             MOVE 0012 TO FB-EVENT-MESSAGE-NO
025022             STRING "RUN LOCK MANAGER ERROR, STATUS "
025023                    FB-LOCK-STATUS
025024                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
025025         END-IF
025026     END-IF
025027     PERFORM 8950-LOG-EVENT.

025050*----------------------------------------------------------*
025100* 1060-GET-BUSINESS-DATE - TAKES THE RUN DATE FROM THE
025150*                          BUSINESS-DATE CONTROL FILE (SEE
025200*                          FIZZ-BDTE) IN PLACE OF THE SYSTEM
025250*                          DATE. A CONTROL RECORD THAT IS
025300*                          UNUSABLE, OR THAT NAMES A DATE
025350*                          OUTSIDE THE PROCESSING WINDOW, ENDS
025400*                          THE RUN WITH RETURN CODE 84.
025450*----------------------------------------------------------*
025500 1060-GET-BUSINESS-DATE.
025550     MOVE "FIZZ-VERF" TO FB-BDATE-PROGRAM
025600     CALL "FIZZ-BDTE" USING FB-BDATE-REQUEST
025650     IF FB-BDATE-BAD-CONTROL OR FB-BDATE-OUT-OF-WINDOW
025700         DISPLAY "FIZZ-VERF: BUSINESS DATE REFUSED - "
025750             FB-BDATE-MESSAGE
025800         MOVE 84 TO RETURN-CODE
025805         SET FB-EVENT-CONDITION TO TRUE
025810         SET FB-EVENT-ERROR TO TRUE
025815         MOVE 0015 TO FB-EVENT-MESSAGE-NO
025820         MOVE SPACES TO FB-EVENT-TEXT
025825         STRING "BUSINESS DATE REFUSED - " FB-BDATE-MESSAGE
025830             DELIMITED BY SIZE INTO FB-EVENT-TEXT
025835         PERFORM 8950-LOG-EVENT
025850     ELSE
025900         MOVE FB-BDATE-DISPLAY TO FB-RUN-DATE-DISPLAY
025950     END-IF.

026000*----------------------------------------------------------*
026050* 1100-READ-VERF-PARM - READS THE OPTIONAL VERFPARM SAMPLE
026100*                       COUNT. NO FILE, NO RECORD, OR A BLANK
026150*                       FIELD LEAVES THE DEFAULT; A PRESENT BUT
026200*                       NON-NUMERIC FIELD IS AN ERROR.
026250*----------------------------------------------------------*
026300 1100-READ-VERF-PARM.
026350     OPEN INPUT VERF-PARM-FILE
026400     READ VERF-PARM-FILE
026450         AT END
026500             SET FB-VPARM-EOF TO TRUE
026550     END-READ
026600     CLOSE VERF-PARM-FILE
026650     IF NOT FB-VPARM-EOF
026700        AND FB-VPARM-SAMPLE-COUNT NOT = SPACES
026750         IF FB-VPARM-SAMPLE-COUNT IS NUMERIC
026800             MOVE FB-VPARM-SAMPLE-COUNT TO FB-SAMPLE-COUNT
026850         ELSE
026900             DISPLAY "FIZZ-VERF: VERFPARM SAMPLE COUNT IS NOT "
026950                 "NUMERIC"
027000             MOVE 20 TO RETURN-CODE
027005             SET FB-EVENT-CONDITION TO TRUE
027010             SET FB-EVENT-ERROR TO TRUE
027015             MOVE 1002 TO FB-EVENT-MESSAGE-NO
027020             MOVE "VERFPARM SAMPLE COUNT IS NOT NUMERIC"
027025                 TO FB-EVENT-TEXT
027030             PERFORM 8950-LOG-EVENT
027050         END-IF
027100     END-IF
027150     IF FB-SAMPLE-COUNT < 2
027200         MOVE 2 TO FB-SAMPLE-COUNT
027250     END-IF.

027300*----------------------------------------------------------*
027350* 1200-READ-VERF-DATES - LOADS THE RESLHIST RUN DATES TO
027400*                        SAMPLE. A NON-NUMERIC DATE, OR MORE
027450*                        DATES THAN THE TABLE HOLDS, IS AN
027500*                        ERROR - SAMPLING SOME OF THE DATES
027550*                        ASKED FOR WOULD LOOK LIKE ALL OF THEM
027600*                        PASSING.
027650*----------------------------------------------------------*
027700 1200-READ-VERF-DATES.
027750     OPEN INPUT VERF-DATE-FILE
027800     PERFORM 1210-READ-VERF-DATE
027850     PERFORM 1220-STORE-VERF-DATE
027900         UNTIL FB-VDATE-EOF
027950            OR RETURN-CODE NOT = 0
028000     CLOSE VERF-DATE-FILE.

028050*----------------------------------------------------------*
028100* 1210-READ-VERF-DATE - READS ONE VERFDATE RECORD.
028150*----------------------------------------------------------*
028200 1210-READ-VERF-DATE.
028250     READ VERF-DATE-FILE
028300         AT END
028350             SET FB-VDATE-EOF TO TRUE
028400     END-READ.

028450*----------------------------------------------------------*
028500* 1220-STORE-VERF-DATE - ADDS THE DATE JUST READ TO THE TABLE.
028550*                        A BLANK RECORD IS PASSED OVER.
028600*----------------------------------------------------------*
028650 1220-STORE-VERF-DATE.
028700     IF FB-VDATE-RUN-DATE = SPACES
028750         PERFORM 1210-READ-VERF-DATE
028800     ELSE IF FB-VDATE-RUN-DATE IS NOT NUMERIC
028850         DISPLAY "FIZZ-VERF: VERFDATE RUN DATE IS NOT "
028900             "NUMERIC - " FB-VDATE-RUN-DATE
028950         MOVE 16 TO RETURN-CODE
028955         SET FB-EVENT-CONDITION TO TRUE
028960         SET FB-EVENT-ERROR TO TRUE
028965         MOVE 1003 TO FB-EVENT-MESSAGE-NO
028970         MOVE SPACES TO FB-EVENT-TEXT
028975         STRING "VERFDATE RUN DATE IS NOT NUMERIC - "
028980                FB-VDATE-RUN-DATE
028985             DELIMITED BY SIZE INTO FB-EVENT-TEXT
028990         PERFORM 8950-LOG-EVENT
029000     ELSE IF FB-DATE-COUNT >= 50
029050         DISPLAY "FIZZ-VERF: OVER 50 VERFDATE RUN DATES"
029100         MOVE 16 TO RETURN-CODE
029105         SET FB-EVENT-CONDITION TO TRUE
029110         SET FB-EVENT-ERROR TO TRUE
029115         MOVE 1004 TO FB-EVENT-MESSAGE-NO
029120         MOVE "OVER 50 VERFDATE RUN DATES" TO FB-EVENT-TEXT
029125         PERFORM 8950-LOG-EVENT
029150     ELSE
029200         ADD 1 TO FB-DATE-COUNT
029250         SET FB-DATE-IDX TO FB-DATE-COUNT
029300         MOVE FB-VDATE-RUN-DATE TO FB-DATE-RUN-DATE (FB-DATE-IDX)
029350         MOVE 99999999 TO FB-DATE-RUN-TIME (FB-DATE-IDX)
029400         PERFORM 1210-READ-VERF-DATE
029450     END-IF.

029500*----------------------------------------------------------*
029550* 1300-FIND-RUN-TIMES - READS AUDITLOG FRONT TO BACK. THE LAST
029600*                       GOOD RECORD IS THE RUN THE LOOKUPF ON
029650*                       DISK CAME FROM, AS FIZZ-HIST FILES IT;
029700*                       THE LAST GOOD RECORD ON EACH CHOSEN
029750*                       RUN DATE IS THE RUN (OR RERUN) WHOSE
029800*                       RESULTS RESLHIST HOLDS FOR THAT DATE.
029850*----------------------------------------------------------*
029900 1300-FIND-RUN-TIMES.
029950     PERFORM 1310-READ-AUDIT-RECORD
030000     PERFORM 1320-SAVE-RUN-TIME UNTIL FB-AUDIT-EOF.

030050*----------------------------------------------------------*
030100* 1310-READ-AUDIT-RECORD - READS ONE AUDIT-FILE RECORD.
030150*----------------------------------------------------------*
030200 1310-READ-AUDIT-RECORD.
030250     READ AUDIT-FILE
030300         AT END
030350             SET FB-AUDIT-EOF TO TRUE
030400     END-READ.

030450*----------------------------------------------------------*
030500* 1320-SAVE-RUN-TIME - REMEMBERS THE DATE AND START TIME OF
030550*                      THE GOOD AUDIT RECORD JUST READ.
030600*----------------------------------------------------------*
030650 1320-SAVE-RUN-TIME.
030700     IF FB-AUDIT-DATE IS NUMERIC
030750        AND FB-AUDIT-RETURN-CODE NOT = SPACES
030800         SET FB-AUDIT-FOUND TO TRUE
030850         MOVE FB-AUDIT-DATE TO FB-LOOKUP-RUN-DATE
030900         MOVE FB-AUDIT-TIME TO FB-LOOKUP-RUN-TIME
030950         PERFORM 1330-MATCH-RUN-DATE
031000             VARYING FB-DATE-IDX FROM 1 BY 1
031050             UNTIL FB-DATE-IDX > FB-DATE-COUNT
031100     END-IF
031150     PERFORM 1310-READ-AUDIT-RECORD.

031200*----------------------------------------------------------*
031250* 1330-MATCH-RUN-DATE - STAMPS A CHOSEN RUN DATE WITH THE
031300*                       AUDIT RECORD'S START TIME WHEN THE
031350*                       DATES AGREE.
031400*----------------------------------------------------------*
031450 1330-MATCH-RUN-DATE.
031500     IF FB-DATE-RUN-DATE (FB-DATE-IDX) = FB-AUDIT-DATE
031550         MOVE FB-AUDIT-TIME TO FB-DATE-RUN-TIME (FB-DATE-IDX)
031600     END-IF.

031650*----------------------------------------------------------*
031700* 2000-LOAD-RULE-HISTORY - LOADS TODAY'S RULESFIL AND THE
031750*                          WHOLE RULECHLG CHANGE LOG. EITHER
031800*                          ONE OVERFLOWING ITS TABLE ENDS THE
031850*                          RUN WITH RETURN CODE 24 - THE RULES
031900*                          OF A PAST RUN COULD NOT BE RECOVERED
031950*                          AND EVERY ANSWER WOULD BE SUSPECT.
032000*----------------------------------------------------------*
032050 2000-LOAD-RULE-HISTORY.
032100     PERFORM 2100-READ-RULE-RECORD
032150     PERFORM 2110-STORE-RULE-RECORD UNTIL FB-RULES-EOF
032200     CLOSE RULES-FILE
032250     OPEN INPUT CHANGE-LOG-FILE
032300     PERFORM 2200-READ-CHANGE-RECORD
032350     PERFORM 2210-STORE-CHANGE-RECORD UNTIL FB-CHLG-EOF
032400     CLOSE CHANGE-LOG-FILE
032450     IF FB-RULES-OVERFLOW-COUNT > 0
032500         DISPLAY "FIZZ-VERF: RULE FILE OVERFLOWED TABLE"
032550         MOVE "*** RULE FILE OVERFLOWED TABLE - NOT VERIFIED ***"
032600             TO FB-REPORT-RECORD
032650         WRITE FB-REPORT-RECORD AFTER ADVANCING 2 LINES
032700         MOVE 24 TO RETURN-CODE
032705         SET FB-EVENT-CONDITION TO TRUE
032710         SET FB-EVENT-ERROR TO TRUE
032715         MOVE 1005 TO FB-EVENT-MESSAGE-NO
032720         MOVE "RULE FILE OVERFLOWED TABLE - NOT VERIFIED"
032725             TO FB-EVENT-TEXT
032730         PERFORM 8950-LOG-EVENT
032750     ELSE IF FB-CHG-OVERFLOW-COUNT > 0
032800         DISPLAY "FIZZ-VERF: CHANGE LOG OVERFLOWED TABLE"
032850         MOVE "*** CHANGE LOG OVERFLOWED TABLE - NOT VERIFIED ***"
032900             TO FB-REPORT-RECORD
032950         WRITE FB-REPORT-RECORD AFTER ADVANCING 2 LINES
033000         MOVE 24 TO RETURN-CODE
033005         SET FB-EVENT-CONDITION TO TRUE
033010         SET FB-EVENT-ERROR TO TRUE
033015         MOVE 1006 TO FB-EVENT-MESSAGE-NO
033020         MOVE "CHANGE LOG OVERFLOWED TABLE - NOT VERIFIED"
033025             TO FB-EVENT-TEXT
033030         PERFORM 8950-LOG-EVENT
033050     END-IF.
033100 2000-EXIT.
033150     IF RETURN-CODE NOT = 0
033200         PERFORM 8000-TERMINATE
033250         STOP RUN
033300     END-IF.

033350*----------------------------------------------------------*
033400* 2100-READ-RULE-RECORD - READS ONE RULES-FILE RECORD.
033450*----------------------------------------------------------*
033500 2100-READ-RULE-RECORD.
033550     READ RULES-FILE
033600         AT END
033650             SET FB-RULES-EOF TO TRUE
033700     END-READ.

033750*----------------------------------------------------------*
033800* 2110-STORE-RULE-RECORD - ADDS THE RULE JUST READ TO THE BASE
033850*                          TABLE, RAW AS READ.
033900*----------------------------------------------------------*
033950 2110-STORE-RULE-RECORD.
034000     IF FB-BASE-COUNT >= 100
034050         ADD 1 TO FB-RULES-OVERFLOW-COUNT
034100     ELSE
034150         ADD 1 TO FB-BASE-COUNT
034200         SET FB-BASE-IDX TO FB-BASE-COUNT
034250         MOVE FB-RULES-REC-DIVISOR
034300             TO FB-BASE-DIVISOR (FB-BASE-IDX)
034350         MOVE FB-RULES-REC-LABEL
034400             TO FB-BASE-LABEL (FB-BASE-IDX)
034450         MOVE FB-RULES-REC-EFF-DATE
034500             TO FB-BASE-EFF (FB-BASE-IDX)
034550         MOVE FB-RULES-REC-EXP-DATE
034600             TO FB-BASE-EXP (FB-BASE-IDX)
034650         MOVE FB-RULES-REC-RULE-SET
034700             TO FB-BASE-RULE-SET (FB-BASE-IDX)
034750         MOVE "N" TO FB-BASE-DROPPED-SW (FB-BASE-IDX)
034800     END-IF
034850     PERFORM 2100-READ-RULE-RECORD.

034900*----------------------------------------------------------*
034950* 2200-READ-CHANGE-RECORD - READS ONE CHANGE-LOG RECORD.
035000*----------------------------------------------------------*
035050 2200-READ-CHANGE-RECORD.
035100     READ CHANGE-LOG-FILE
035150         AT END
035200             SET FB-CHLG-EOF TO TRUE
035250     END-READ.

035300*----------------------------------------------------------*
035350* 2210-STORE-CHANGE-RECORD - ADDS THE CHANGE JUST READ TO THE
035400*                            CHANGE TABLE. THE RULE'S KEY
035450*                            EFFECTIVE DATE IS THE NEW ONE -
035500*                            FOR AN ADD THE OLD FIELDS ARE NOT
035550*                            THE RULE'S.
035600*----------------------------------------------------------*
035650 2210-STORE-CHANGE-RECORD.
035700     IF FB-CHG-COUNT >= 999
035750         ADD 1 TO FB-CHG-OVERFLOW-COUNT
035800     ELSE
035850         ADD 1 TO FB-CHG-COUNT
035900         SET FB-CHG-IDX TO FB-CHG-COUNT
035950         MOVE FB-CHLG-DATE      TO FB-CHG-DATE (FB-CHG-IDX)
036000         MOVE FB-CHLG-TIME      TO FB-CHG-TIME (FB-CHG-IDX)
036050         MOVE FB-CHLG-ACTION    TO FB-CHG-ACTION (FB-CHG-IDX)
036100         MOVE FB-CHLG-DIVISOR   TO FB-CHG-DIVISOR (FB-CHG-IDX)
036150         MOVE FB-CHLG-NEW-EFF   TO FB-CHG-EFF (FB-CHG-IDX)
036200         MOVE FB-CHLG-RULE-SET  TO FB-CHG-RULE-SET (FB-CHG-IDX)
036250         MOVE FB-CHLG-OLD-LABEL TO FB-CHG-OLD-LABEL (FB-CHG-IDX)
036300         MOVE FB-CHLG-OLD-EXP   TO FB-CHG-OLD-EXP (FB-CHG-IDX)
036350     END-IF
036400     PERFORM 2200-READ-CHANGE-RECORD.

036450*----------------------------------------------------------*
036500* 3000-VERIFY-LOOKUP - SAMPLES THE CURRENT LOOKUPF AGAINST
036550*                      THE RULES OF THE LAST GOOD RUN ON
036600*                      AUDITLOG. WITH NO GOOD AUDIT RECORD
036650*                      THERE IS NO RUN TO CHECK IT AGAINST, AND
036700*                      THE RUN ENDS WITH RETURN CODE 12 ONCE
036750*                      THE RESLHIST DATES ARE DONE.
036800*----------------------------------------------------------*
036850 3000-VERIFY-LOOKUP.
036900     IF NOT FB-AUDIT-FOUND
036950         MOVE "*** NO AUDIT RECORD - LOOKUPF NOT VERIFIED ***"
037000             TO FB-REPORT-RECORD
037050         WRITE FB-REPORT-RECORD AFTER ADVANCING 2 LINES
037100         DISPLAY "FIZZ-VERF: NO AUDIT RECORD ON FILE - "
037150             "LOOKUPF NOT VERIFIED"
037200         MOVE 12 TO RETURN-CODE
037205         SET FB-EVENT-CONDITION TO TRUE
037210         SET FB-EVENT-ERROR TO TRUE
037215         MOVE 1007 TO FB-EVENT-MESSAGE-NO
037220         MOVE "NO AUDIT RECORD - LOOKUPF NOT VERIFIED"
037225             TO FB-EVENT-TEXT
037230         PERFORM 8950-LOG-EVENT
037250         GO TO 3000-EXIT
037300     END-IF
037350     SET FB-SOURCE-LOOKUP TO TRUE
037400     MOVE "LOOKUPF" TO FB-SRC-FILE-NAME
037450     MOVE FB-LOOKUP-RUN-DATE TO FB-SRC-RUN-DATE
037500     MOVE FB-LOOKUP-RUN-TIME TO FB-SRC-RUN-TIME
037550     PERFORM 5000-VERIFY-SOURCE.
037600 3000-EXIT.
037650     EXIT.

037700*----------------------------------------------------------*
037750* 4000-VERIFY-HISTORY-DATES - SAMPLES RESLHIST FOR EACH RUN
037800*                             DATE CHOSEN ON VERFDATE.
037850*----------------------------------------------------------*
037900 4000-VERIFY-HISTORY-DATES.
037950     IF FB-DATE-COUNT = 0
038000         GO TO 4000-EXIT
038050     END-IF
038100     SET FB-SOURCE-HISTORY TO TRUE
038150     MOVE "RESLHIST" TO FB-SRC-FILE-NAME
038200     PERFORM 4100-VERIFY-ONE-DATE
038250         VARYING FB-DATE-IDX FROM 1 BY 1
038300         UNTIL FB-DATE-IDX > FB-DATE-COUNT.
038350 4000-EXIT.
038400     EXIT.

038450*----------------------------------------------------------*
038500* 4100-VERIFY-ONE-DATE - SAMPLES ONE RESLHIST RUN DATE.
038550*----------------------------------------------------------*
038600 4100-VERIFY-ONE-DATE.
038650     MOVE FB-DATE-RUN-DATE (FB-DATE-IDX) TO FB-SRC-RUN-DATE
038700     MOVE FB-DATE-RUN-TIME (FB-DATE-IDX) TO FB-SRC-RUN-TIME
038750     PERFORM 5000-VERIFY-SOURCE.

038800*----------------------------------------------------------*
038850* 5000-VERIFY-SOURCE - VERIFIES ONE SOURCE: RECOVERS THE RULES
038900*                      OF THE RUN THAT WROTE IT, FINDS ITS
038950*                      RANGES, SAMPLES EACH RANGE, AND WRITES
039000*                      THE SOURCE TOTALS. A SOURCE WITH NO
039050*                      RECORDS ON FILE IS A WARNING.
039100*----------------------------------------------------------*
039150 5000-VERIFY-SOURCE.
039200     ADD 1 TO FB-SOURCE-COUNT
039250     MOVE 0 TO FB-SRC-SAMPLED-COUNT
039300     MOVE 0 TO FB-SRC-MISMATCH-COUNT
039350     PERFORM 5100-RECOVER-RUN-RULES
039400     MOVE FB-SRC-FILE-NAME    TO FB-CAP-FILE-NAME
039450     MOVE FB-SRC-RUN-DATE-X   TO FB-CAP-RUN-DATE
039500     MOVE FB-BACKED-OUT-COUNT TO FB-CAP-BACKED-OUT
039550     MOVE FB-SOURCE-CAPTION-LINE TO FB-REPORT-RECORD
039600     WRITE FB-REPORT-RECORD AFTER ADVANCING 2 LINES
039650     IF FB-UNMATCHED-COUNT > 0
039700         ADD 1 TO FB-WARNING-COUNT
039750         MOVE FB-UNMATCHED-COUNT TO FB-NOTE-COUNT
039800         MOVE SPACES TO FB-NOTE-LINE
039850         STRING "*** " FB-NOTE-COUNT
039900             " CHANGE LOG ENTRIES NOT ON RULESFIL ***"
039950             DELIMITED BY SIZE INTO FB-NOTE-LINE
040000         END-STRING
040050         MOVE FB-NOTE-LINE TO FB-REPORT-RECORD
040100         WRITE FB-REPORT-RECORD AFTER ADVANCING 1 LINE
040150     END-IF
040200     PERFORM 5200-FIND-SOURCE-RANGES
040250     IF FB-RNG-COUNT = 0
040300         ADD 1 TO FB-WARNING-COUNT
040350         MOVE "*** NO RECORDS ON FILE FOR THIS RUN ***"
040400             TO FB-REPORT-RECORD
040450         WRITE FB-REPORT-RECORD AFTER ADVANCING 1 LINE
040500     ELSE
040550         MOVE FB-RANGE-HEADING-LINE TO FB-REPORT-RECORD
040600         WRITE FB-REPORT-RECORD AFTER ADVANCING 1 LINE
040650         MOVE "N" TO FB-SEL-LOADED-SW
040700         PERFORM 5400-SAMPLE-ONE-RANGE
040750             VARYING FB-RNG-IDX FROM 1 BY 1
040800             UNTIL FB-RNG-IDX > FB-RNG-COUNT
040850     END-IF
040900     IF FB-RNG-OVERFLOW-COUNT > 0
040950         ADD 1 TO FB-WARNING-COUNT
041000         MOVE FB-RNG-OVERFLOW-COUNT TO FB-NOTE-COUNT
041050         MOVE SPACES TO FB-NOTE-LINE
041100         STRING "*** " FB-NOTE-COUNT
041150             " RANGES PAST THE TABLE NOT SAMPLED ***"
041200             DELIMITED BY SIZE INTO FB-NOTE-LINE
041250         END-STRING
041300         MOVE FB-NOTE-LINE TO FB-REPORT-RECORD
041350         WRITE FB-REPORT-RECORD AFTER ADVANCING 1 LINE
041400     END-IF
041450     MOVE FB-RNG-COUNT          TO FB-STOT-RANGES
041500     MOVE FB-SRC-SAMPLED-COUNT  TO FB-STOT-SAMPLED
041550     MOVE FB-SRC-MISMATCH-COUNT TO FB-STOT-MISMATCHED
041600     MOVE FB-SOURCE-TOTAL-LINE TO FB-REPORT-RECORD
041650     WRITE FB-REPORT-RECORD AFTER ADVANCING 1 LINE
041700     ADD FB-SRC-SAMPLED-COUNT  TO FB-TOTAL-SAMPLED-COUNT
041750     ADD FB-SRC-MISMATCH-COUNT TO FB-TOTAL-MISMATCH-COUNT.

041800*----------------------------------------------------------*
041850* 5100-RECOVER-RUN-RULES - REBUILDS RULESFIL AS IT STOOD FOR
041900*                          THE SOURCE'S RUN: TODAY'S RULES,
041950*                          WITH EVERY LOGGED CHANGE MADE AFTER
042000*                          THE RUN STARTED BACKED OUT, NEWEST
042050*                          FIRST. A CHANGE ON THE RUN DATE
042100*                          ITSELF IS AFTER THE RUN ONLY WHEN
042150*                          ITS TIME IS LATER THAN THE RUN'S
042200*                          START - THE RUN LOCK KEEPS FIZZ-RULM
042250*                          OUT WHILE FIZZ-BUZZ IS RUNNING.
042300*----------------------------------------------------------*
042350 5100-RECOVER-RUN-RULES.
042400     MOVE FB-BASE-TABLE TO FB-WORK-TABLE
042450     MOVE 0 TO FB-BACKED-OUT-COUNT
042500     MOVE 0 TO FB-UNMATCHED-COUNT
042550     PERFORM 5110-BACK-OUT-ONE-CHANGE
042600         VARYING FB-CHG-SUB FROM FB-CHG-COUNT BY -1
042650         UNTIL FB-CHG-SUB < 1.

042700*----------------------------------------------------------*
042750* 5110-BACK-OUT-ONE-CHANGE - UNDOES ONE LOGGED CHANGE WHEN IT
042800*                            WAS MADE AFTER THE RUN: AN ADD
042850*                            DROPS THE RULE, A CHANGE PUTS BACK
042900*                            THE OLD LABEL AND EXPIRY, AN
042950*                            EXPIRE PUTS BACK THE OLD EXPIRY.
043000*                            A CHANGE WHOSE RULE IS NOT IN THE
043050*                            TABLE IS COUNTED FOR THE REPORT.
043100*----------------------------------------------------------*
043150 5110-BACK-OUT-ONE-CHANGE.
043200     IF FB-CHG-DATE (FB-CHG-SUB) > FB-SRC-RUN-DATE
043250        OR (FB-CHG-DATE (FB-CHG-SUB) = FB-SRC-RUN-DATE
043300            AND FB-CHG-TIME (FB-CHG-SUB) > FB-SRC-RUN-TIME)
043350         PERFORM 5120-FIND-CHANGED-RULE
043400         IF NOT FB-RULE-FOUND
043450             ADD 1 TO FB-UNMATCHED-COUNT
043500         ELSE IF FB-CHG-ACTION (FB-CHG-SUB) = "ADD"
043550             MOVE "Y" TO FB-WRK-DROPPED-SW (FB-MATCH-SUB)
043600             ADD 1 TO FB-BACKED-OUT-COUNT
043650         ELSE IF FB-CHG-ACTION (FB-CHG-SUB) = "CHANGE"
043700             MOVE FB-CHG-OLD-LABEL (FB-CHG-SUB)
043750                 TO FB-WRK-LABEL (FB-MATCH-SUB)
043800             MOVE FB-CHG-OLD-EXP (FB-CHG-SUB)
043850                 TO FB-WRK-EXP (FB-MATCH-SUB)
043900             ADD 1 TO FB-BACKED-OUT-COUNT
043950         ELSE IF FB-CHG-ACTION (FB-CHG-SUB) = "EXPIRE"
044000             MOVE FB-CHG-OLD-EXP (FB-CHG-SUB)
044050                 TO FB-WRK-EXP (FB-MATCH-SUB)
044100             ADD 1 TO FB-BACKED-OUT-COUNT
044150         END-IF
044200     END-IF.

044250*----------------------------------------------------------*
044300* 5120-FIND-CHANGED-RULE - SCANS THE WORKING TABLE FOR THE
044350*                          CHANGE'S RULE SET, DIVISOR AND
044400*                          EFFECTIVE DATE, PASSING OVER RULES
044450*                          ALREADY DROPPED, AND LEAVES THE
044500*                          MATCHED ENTRY IN FB-MATCH-SUB.
044550*----------------------------------------------------------*
044600 5120-FIND-CHANGED-RULE.
044650     MOVE "N" TO FB-RULE-FOUND-SW
044700     MOVE 0 TO FB-SCAN-SUB
044750     PERFORM 5130-TEST-CHANGED-RULE
044800         UNTIL FB-RULE-FOUND
044850            OR FB-SCAN-SUB >= FB-BASE-COUNT.

044900*----------------------------------------------------------*
044950* 5130-TEST-CHANGED-RULE - TESTS THE NEXT TABLE ENTRY AGAINST
045000*                          THE CHANGE'S KEY.
045050*----------------------------------------------------------*
045100 5130-TEST-CHANGED-RULE.
045150     ADD 1 TO FB-SCAN-SUB
045200     IF FB-WRK-DIVISOR (FB-SCAN-SUB) = FB-CHG-DIVISOR (FB-CHG-SUB)
045250        AND FB-WRK-EFF (FB-SCAN-SUB) = FB-CHG-EFF (FB-CHG-SUB)
045300        AND FB-WRK-RULE-SET (FB-SCAN-SUB) =
045350            FB-CHG-RULE-SET (FB-CHG-SUB)
045400        AND NOT FB-WRK-DROPPED (FB-SCAN-SUB)
045450         MOVE FB-SCAN-SUB TO FB-MATCH-SUB
045500         SET FB-RULE-FOUND TO TRUE
045550     END-IF.

045600*----------------------------------------------------------*
045650* 5200-FIND-SOURCE-RANGES - READS THE SOURCE FRONT TO BACK AND
045700*                           BREAKS IT INTO RANGES: A NEW RANGE
045750*                           STARTS WHEREVER THE NUMBERS SKIP OR
045800*                           THE RULE SET CHANGES.
045850*----------------------------------------------------------*
045900 5200-FIND-SOURCE-RANGES.
045950     MOVE 0 TO FB-RNG-COUNT
046000     MOVE 0 TO FB-RNG-OVERFLOW-COUNT
046050     MOVE "N" TO FB-SOURCE-EOF-SW
046100     PERFORM 5210-POSITION-SOURCE
046150     IF NOT FB-SOURCE-EOF
046200         PERFORM 5220-READ-NEXT-SOURCE
046250     END-IF
046300     PERFORM 5230-NOTE-SOURCE-RECORD UNTIL FB-SOURCE-EOF.

046350*----------------------------------------------------------*
046400* 5210-POSITION-SOURCE - POSITIONS THE SOURCE AT ITS FIRST
046450*                        RECORD: THE FRONT OF LOOKUPF, OR THE
046500*                        FIRST RESLHIST KEY FOR THE RUN DATE.
046550*----------------------------------------------------------*
046600 5210-POSITION-SOURCE.
046650     IF FB-SOURCE-LOOKUP
046700         MOVE 0 TO FB-LOOKUP-COUNTER
046750         START LOOKUP-FILE KEY >= FB-LOOKUP-COUNTER
046800             INVALID KEY
046850                 SET FB-SOURCE-EOF TO TRUE
046900         END-START
046950     ELSE IF NOT FB-HISTORY-OPEN
047000         SET FB-SOURCE-EOF TO TRUE
047050     ELSE
047100         MOVE FB-SRC-RUN-DATE TO FB-RHST-DATE
047150         MOVE 0 TO FB-RHST-COUNTER
047200         START RESULT-HISTORY-FILE KEY >= FB-RHST-KEY
047250             INVALID KEY
047300                 SET FB-SOURCE-EOF TO TRUE
047350         END-START
047400     END-IF.

047450*----------------------------------------------------------*
047500* 5220-READ-NEXT-SOURCE - READS THE NEXT SOURCE RECORD INTO
047550*                         THE FB-SRC- FIELDS. RESLHIST ENDS AT
047600*                         THE FIRST KEY FROM ANOTHER RUN DATE.
047650*----------------------------------------------------------*
047700 5220-READ-NEXT-SOURCE.
047750     IF FB-SOURCE-LOOKUP
047800         READ LOOKUP-FILE NEXT
047850             AT END
047900                 SET FB-SOURCE-EOF TO TRUE
047950         END-READ
048000         IF NOT FB-SOURCE-EOF
048050             PERFORM 5250-TAKE-LOOKUP-RECORD
048100         END-IF
048150     ELSE
048200         READ RESULT-HISTORY-FILE NEXT
048250             AT END
048300                 SET FB-SOURCE-EOF TO TRUE
048350         END-READ
048400         IF NOT FB-SOURCE-EOF
048450             IF FB-RHST-DATE NOT = FB-SRC-RUN-DATE
048500                 SET FB-SOURCE-EOF TO TRUE
048550             ELSE
048600                 PERFORM 5260-TAKE-HISTORY-RECORD
048650             END-IF
048700         END-IF
048750     END-IF.

048800*----------------------------------------------------------*
048850* 5230-NOTE-SOURCE-RECORD - EXTENDS THE CURRENT RANGE WITH THE
048900*                           RECORD JUST READ, OR OPENS A NEW
048950*                           RANGE WITH IT. ONCE THE TABLE
048960*                           HAS OVERFLOWED, ITS LAST RANGE IS
048970*                           NOT EXTENDED ACROSS THE RANGES LEFT
048980*                           OUT OF IT.
049000*----------------------------------------------------------*
049050 5230-NOTE-SOURCE-RECORD.
049100     IF FB-RNG-COUNT > 0
049150        AND FB-SRC-COUNTER = FB-PREV-COUNTER + 1
049200        AND FB-SRC-RULE-SET = FB-PREV-RULE-SET
049210        AND FB-RNG-OVERFLOW-COUNT = 0
049250         SET FB-RNG-IDX TO FB-RNG-COUNT
049300         MOVE FB-SRC-COUNTER TO FB-RNG-END (FB-RNG-IDX)
049350     ELSE
049375         IF FB-RNG-COUNT >= 500
049400             IF FB-SRC-COUNTER NOT = FB-PREV-COUNTER + 1
049450                OR FB-SRC-RULE-SET NOT = FB-PREV-RULE-SET
049500                 ADD 1 TO FB-RNG-OVERFLOW-COUNT
049550             END-IF
049600         ELSE
049650             ADD 1 TO FB-RNG-COUNT
049700             SET FB-RNG-IDX TO FB-RNG-COUNT
049750             MOVE FB-SRC-COUNTER  TO FB-RNG-START (FB-RNG-IDX)
049800             MOVE FB-SRC-COUNTER  TO FB-RNG-END (FB-RNG-IDX)
049850             MOVE FB-SRC-RULE-SET TO FB-RNG-RULE-SET (FB-RNG-IDX)
049875         END-IF
049900     END-IF
049950     MOVE FB-SRC-COUNTER  TO FB-PREV-COUNTER
050000     MOVE FB-SRC-RULE-SET TO FB-PREV-RULE-SET
050050     PERFORM 5220-READ-NEXT-SOURCE.

050100*----------------------------------------------------------*
050150* 5250-TAKE-LOOKUP-RECORD - COPIES THE LOOKUPF RECORD JUST
050200*                           READ INTO THE FB-SRC- FIELDS.
050250*----------------------------------------------------------*
050300 5250-TAKE-LOOKUP-RECORD.
050350     MOVE FB-LOOKUP-COUNTER  TO FB-SRC-COUNTER
050400     MOVE FB-LOOKUP-REM3     TO FB-SRC-REM3
050450     MOVE FB-LOOKUP-REM5     TO FB-SRC-REM5
050500     MOVE FB-LOOKUP-LABEL    TO FB-SRC-LABEL
050550     MOVE FB-LOOKUP-RULE-SET TO FB-SRC-RULE-SET.

050600*----------------------------------------------------------*
050650* 5260-TAKE-HISTORY-RECORD - COPIES THE RESLHIST RECORD JUST
050700*                            READ INTO THE FB-SRC- FIELDS.
050750*----------------------------------------------------------*
050800 5260-TAKE-HISTORY-RECORD.
050850     MOVE FB-RHST-COUNTER  TO FB-SRC-COUNTER
050900     MOVE FB-RHST-REM3     TO FB-SRC-REM3
050950     MOVE FB-RHST-REM5     TO FB-SRC-REM5
051000     MOVE FB-RHST-LABEL    TO FB-SRC-LABEL
051050     MOVE FB-RHST-RULE-SET TO FB-SRC-RULE-SET.

051100*----------------------------------------------------------*
051150* 5400-SAMPLE-ONE-RANGE - LISTS ONE RANGE AND CHECKS ITS
051200*                         SAMPLE.
051250*----------------------------------------------------------*
051300 5400-SAMPLE-ONE-RANGE.
051350     COMPUTE FB-RANGE-SIZE = FB-RNG-END (FB-RNG-IDX)
051400         - FB-RNG-START (FB-RNG-IDX) + 1
051450     IF FB-RANGE-SIZE > FB-SAMPLE-COUNT
051500         MOVE FB-SAMPLE-COUNT TO FB-RANGE-SAMPLES
051550     ELSE
051600         MOVE FB-RANGE-SIZE TO FB-RANGE-SAMPLES
051650     END-IF
051700     MOVE FB-RNG-START (FB-RNG-IDX)    TO FB-RDTL-START
051750     MOVE FB-RNG-END (FB-RNG-IDX)      TO FB-RDTL-END
051800     MOVE FB-RNG-RULE-SET (FB-RNG-IDX) TO FB-RDTL-RULE-SET
051850     MOVE FB-RANGE-SIZE                TO FB-RDTL-NUMBERS
051900     MOVE FB-RANGE-SAMPLES             TO FB-RDTL-SAMPLED
051950     MOVE FB-RANGE-DETAIL-LINE TO FB-REPORT-RECORD
052000     WRITE FB-REPORT-RECORD AFTER ADVANCING 1 LINE
052050     IF NOT FB-SEL-LOADED
052100        OR FB-SEL-RULE-SET NOT = FB-RNG-RULE-SET (FB-RNG-IDX)
052150         PERFORM 5600-SELECT-RUN-RULES
052200     END-IF
052250     PERFORM 5500-CHECK-ONE-SAMPLE
052300         VARYING FB-SAMPLE-SUB FROM 0 BY 1
052350         UNTIL FB-SAMPLE-SUB >= FB-RANGE-SAMPLES.

052400*----------------------------------------------------------*
052450* 5500-CHECK-ONE-SAMPLE - READS ONE SAMPLED NUMBER BY KEY AND
052500*                         COMPARES IT WITH THE RECOMPUTED
052550*                         ANSWER. THE RANGE WAS JUST READ OFF
052600*                         THE FILE, SO A KEY NOT FOUND NOW
052650*                         MEANS THE FILE CHANGED UNDER THE RUN
052700*                         AND IS LISTED AS A MISMATCH.
052750*----------------------------------------------------------*
052800 5500-CHECK-ONE-SAMPLE.
052850     IF FB-RANGE-SAMPLES = FB-RANGE-SIZE
052900         COMPUTE FB-SAMPLE-NUMBER =
052950             FB-RNG-START (FB-RNG-IDX) + FB-SAMPLE-SUB
053000     ELSE
053050         COMPUTE FB-SAMPLE-OFFSET =
053100             FB-SAMPLE-SUB * (FB-RANGE-SIZE - 1)
053150                 / (FB-RANGE-SAMPLES - 1)
053200         COMPUTE FB-SAMPLE-NUMBER =
053250             FB-RNG-START (FB-RNG-IDX) + FB-SAMPLE-OFFSET
053300     END-IF
053350     ADD 1 TO FB-SRC-SAMPLED-COUNT
053400     PERFORM 5510-READ-SAMPLE-KEY
053450     PERFORM 5700-RECOMPUTE-ANSWER
053500     IF NOT FB-SAMPLE-FOUND
053550         ADD 1 TO FB-SRC-MISMATCH-COUNT
053600         MOVE FB-SAMPLE-NUMBER TO FB-MDTL-NUMBER
053650         MOVE "STORED"         TO FB-MDTL-TAG
053700         MOVE 0                TO FB-MDTL-REM3
053750         MOVE 0                TO FB-MDTL-REM5
053800         MOVE "*** NOT ON FILE ***" TO FB-MDTL-LABEL
053850         MOVE FB-MISMATCH-LINE TO FB-REPORT-RECORD
053900         WRITE FB-REPORT-RECORD AFTER ADVANCING 1 LINE
053950         PERFORM 5520-WRITE-EXPECTED-LINE
054000     ELSE IF FB-SRC-LABEL NOT = FB-CALC-LABEL
054050        OR FB-SRC-REM3 NOT = FB-CALC-REM3
054100        OR FB-SRC-REM5 NOT = FB-CALC-REM5
054150         ADD 1 TO FB-SRC-MISMATCH-COUNT
054200         MOVE FB-SAMPLE-NUMBER TO FB-MDTL-NUMBER
054250         MOVE "STORED"         TO FB-MDTL-TAG
054300         MOVE FB-SRC-REM3      TO FB-MDTL-REM3
054350         MOVE FB-SRC-REM5      TO FB-MDTL-REM5
054400         MOVE FB-SRC-LABEL     TO FB-MDTL-LABEL
054450         MOVE FB-MISMATCH-LINE TO FB-REPORT-RECORD
054500         WRITE FB-REPORT-RECORD AFTER ADVANCING 1 LINE
054550         PERFORM 5520-WRITE-EXPECTED-LINE
054600     END-IF.

054650*----------------------------------------------------------*
054700* 5510-READ-SAMPLE-KEY - READS THE SAMPLED NUMBER BY KEY FROM
054750*                        THE SOURCE INTO THE FB-SRC- FIELDS.
054800*----------------------------------------------------------*
054850 5510-READ-SAMPLE-KEY.
054900     MOVE "Y" TO FB-SAMPLE-FOUND-SW
054950     IF FB-SOURCE-LOOKUP
055000         MOVE FB-SAMPLE-NUMBER TO FB-LOOKUP-COUNTER
055050         READ LOOKUP-FILE
055100             INVALID KEY
055150                 MOVE "N" TO FB-SAMPLE-FOUND-SW
055200             NOT INVALID KEY
055250                 PERFORM 5250-TAKE-LOOKUP-RECORD
055300         END-READ
055350     ELSE
055400         MOVE FB-SRC-RUN-DATE  TO FB-RHST-DATE
055450         MOVE FB-SAMPLE-NUMBER TO FB-RHST-COUNTER
055500         READ RESULT-HISTORY-FILE
055550             INVALID KEY
055600                 MOVE "N" TO FB-SAMPLE-FOUND-SW
055650             NOT INVALID KEY
055700                 PERFORM 5260-TAKE-HISTORY-RECORD
055750         END-READ
055800     END-IF.

055850*----------------------------------------------------------*
055900* 5520-WRITE-EXPECTED-LINE - WRITES THE RECOMPUTED ANSWER
055950*                            UNDER A MISMATCHED RECORD.
056000*----------------------------------------------------------*
056050 5520-WRITE-EXPECTED-LINE.
056100     MOVE SPACES         TO FB-MDTL-NUMBER-X
056150     MOVE "EXPECTED"     TO FB-MDTL-TAG
056200     MOVE FB-CALC-REM3   TO FB-MDTL-REM3
056250     MOVE FB-CALC-REM5   TO FB-MDTL-REM5
056300     MOVE FB-CALC-LABEL  TO FB-MDTL-LABEL
056350     MOVE FB-MISMATCH-LINE TO FB-REPORT-RECORD
056400     WRITE FB-REPORT-RECORD AFTER ADVANCING 1 LINE.

056450*----------------------------------------------------------*
056500* 5600-SELECT-RUN-RULES - LOADS FB-SELECTED-RULES WITH THE
056550*                         RANGE'S RULE SET FROM THE RECOVERED
056600*                         TABLE: RULES IN EFFECT ON THE RUN
056650*                         DATE WITH A NONZERO DIVISOR, IN FILE
056700*                         ORDER, TEN AT MOST - THE RULES
056750*                         FIZZ-BUZZ RAN THE RANGE UNDER.
056800*----------------------------------------------------------*
056850 5600-SELECT-RUN-RULES.
056900     MOVE 0 TO FB-SEL-COUNT
056950     MOVE FB-RNG-RULE-SET (FB-RNG-IDX) TO FB-SEL-RULE-SET
057000     SET FB-SEL-LOADED TO TRUE
057050     PERFORM 5610-SELECT-RUN-RULE
057100         VARYING FB-SCAN-SUB FROM 1 BY 1
057150         UNTIL FB-SCAN-SUB > FB-BASE-COUNT.

057200*----------------------------------------------------------*
057250* 5610-SELECT-RUN-RULE - ADDS ONE RECOVERED RULE TO THE
057300*                        SELECTION WHEN IT QUALIFIES. THE DATE
057350*                        TEST IS FIZZ-BUZZ'S
057400*                        1430-CHECK-RULE-EFFECTIVE.
057450*----------------------------------------------------------*
057500 5610-SELECT-RUN-RULE.
057550     MOVE "Y" TO FB-RULE-IN-EFFECT-SW
057600     IF FB-WRK-EFF (FB-SCAN-SUB) IS NUMERIC
057650        AND FB-WRK-EFF (FB-SCAN-SUB) > FB-SRC-RUN-DATE-X
057700         MOVE "N" TO FB-RULE-IN-EFFECT-SW
057750     END-IF
057800     IF FB-WRK-EXP (FB-SCAN-SUB) IS NUMERIC
057850        AND FB-WRK-EXP (FB-SCAN-SUB) < FB-SRC-RUN-DATE-X
057900         MOVE "N" TO FB-RULE-IN-EFFECT-SW
057950     END-IF
058000     IF FB-WRK-RULE-SET (FB-SCAN-SUB) = FB-SEL-RULE-SET
058050        AND FB-RULE-IN-EFFECT
058100        AND NOT FB-WRK-DROPPED (FB-SCAN-SUB)
058150        AND FB-WRK-DIVISOR (FB-SCAN-SUB) IS NUMERIC
058200        AND FB-WRK-DIVISOR (FB-SCAN-SUB) NOT = "00"
058250        AND FB-SEL-COUNT < 10
058300         ADD 1 TO FB-SEL-COUNT
058350         SET FB-SEL-IDX TO FB-SEL-COUNT
058400         MOVE FB-WRK-DIVISOR (FB-SCAN-SUB)
058450             TO FB-SEL-DIVISOR (FB-SEL-IDX)
058500         MOVE FB-WRK-LABEL (FB-SCAN-SUB)
058550             TO FB-SEL-LABEL (FB-SEL-IDX)
058600     END-IF.

058650*----------------------------------------------------------*
058700* 5700-RECOMPUTE-ANSWER - BUILDS THE SAMPLED NUMBER'S LABEL,
058750*                         REM3 AND REM5 FROM THE SELECTED
058800*                         RULES EXACTLY AS FIZZ-BUZZ'S
058850*                         3100-DISPLAY-FIZZ-BUZZ DOES: LABELS
058900*                         CONCATENATED IN RULE ORDER, CUT AT
058950*                         40 BYTES; THE NUMBER ITSELF, NINE
059000*                         DIGITS, WHEN NO RULE FIRES; REM3 AND
059050*                         REM5 ZERO UNLESS A DIVISOR-3 OR
059100*                         DIVISOR-5 RULE IS IN THE SET.
059150*----------------------------------------------------------*
059200 5700-RECOMPUTE-ANSWER.
059250     MOVE SPACES TO FB-CALC-LABEL
059300     MOVE 1 TO FB-CALC-PTR
059350     MOVE 0 TO FB-CALC-REM3
059400     MOVE 0 TO FB-CALC-REM5
059450     PERFORM 5710-APPLY-RUN-RULE
059500         VARYING FB-SEL-IDX FROM 1 BY 1
059550         UNTIL FB-SEL-IDX > FB-SEL-COUNT
059600     IF FB-CALC-LABEL = SPACES
059650         MOVE FB-SAMPLE-NUMBER TO FB-CALC-NUMBER-DISPLAY
059700         MOVE FB-CALC-NUMBER-DISPLAY TO FB-CALC-LABEL
059750     END-IF.

059800*----------------------------------------------------------*
059850* 5710-APPLY-RUN-RULE - TESTS THE SAMPLED NUMBER AGAINST ONE
059900*                       SELECTED RULE.
059950*----------------------------------------------------------*
060000 5710-APPLY-RUN-RULE.
060050     DIVIDE FB-SAMPLE-NUMBER BY FB-SEL-DIVISOR (FB-SEL-IDX)
060100         GIVING FB-CALC-QUOT REMAINDER FB-CALC-REM
060150     IF FB-SEL-DIVISOR (FB-SEL-IDX) = 3
060200         MOVE FB-CALC-REM TO FB-CALC-REM3
060250     END-IF
060300     IF FB-SEL-DIVISOR (FB-SEL-IDX) = 5
060350         MOVE FB-CALC-REM TO FB-CALC-REM5
060400     END-IF
060450     IF FB-CALC-REM = 0
060500         STRING FB-SEL-LABEL (FB-SEL-IDX) DELIMITED BY SPACE
060550             INTO FB-CALC-LABEL
060600             WITH POINTER FB-CALC-PTR
060650         END-STRING
060700     END-IF.

060750*----------------------------------------------------------*
060800* 7000-WRITE-TOTALS - WRITES THE RUN TOTALS AND THE VERDICT.
060850*                     A MISMATCH SETS RETURN CODE 8; A SOURCE
060900*                     WITH NOTHING ON FILE, RANGES LEFT
060950*                     UNSAMPLED, OR CHANGE-LOG ENTRIES THAT
061000*                     MATCH NO RULE SET WARNING RETURN CODE 4.
061050*----------------------------------------------------------*
061100 7000-WRITE-TOTALS.
061150     MOVE FB-SOURCE-COUNT         TO FB-RTOT-SOURCES
061200     MOVE FB-TOTAL-SAMPLED-COUNT  TO FB-RTOT-SAMPLED
061250     MOVE FB-TOTAL-MISMATCH-COUNT TO FB-RTOT-MISMATCHED
061300     MOVE FB-RUN-TOTAL-LINE TO FB-REPORT-RECORD
061350     WRITE FB-REPORT-RECORD AFTER ADVANCING 2 LINES
061400     IF FB-TOTAL-MISMATCH-COUNT > 0 AND RETURN-CODE = 0
061450         MOVE 8 TO RETURN-CODE
061500     END-IF
061550     IF FB-WARNING-COUNT > 0 AND RETURN-CODE = 0
061600         MOVE 4 TO RETURN-CODE
061650     END-IF
061700     IF FB-TOTAL-MISMATCH-COUNT > 0
061750         MOVE "*** SAMPLE MISMATCHES FOUND ***"
061800             TO FB-REPORT-RECORD
061805         SET FB-EVENT-CONDITION TO TRUE
061810         SET FB-EVENT-ERROR TO TRUE
061815         MOVE 1001 TO FB-EVENT-MESSAGE-NO
061820         MOVE "SAMPLE MISMATCHES FOUND - SEE VERFRPT"
061825             TO FB-EVENT-TEXT
061830         PERFORM 8950-LOG-EVENT
061850     ELSE
061875         IF RETURN-CODE = 0
061900             MOVE "SAMPLE VERIFIED" TO FB-REPORT-RECORD
061950         ELSE
062000             MOVE "*** SAMPLE VERIFIED WITH WARNINGS ***"
062050                 TO FB-REPORT-RECORD
062075         END-IF
062100     END-IF
062150     WRITE FB-REPORT-RECORD AFTER ADVANCING 1 LINE
062200     DISPLAY "FIZZ-VERF: " FB-RUN-TOTAL-LINE.

062250*----------------------------------------------------------*
062300* 8000-TERMINATE - CLOSES THE FILES OPENED FOR THE RUN AND
062350*                  RELEASES THE RUN LOCK.
062400*----------------------------------------------------------*
062450 8000-TERMINATE.
062500     CLOSE LOOKUP-FILE
062550     IF FB-HISTORY-OPEN
062600         CLOSE RESULT-HISTORY-FILE
062650     END-IF
062700     CLOSE REPORT-FILE
062750     PERFORM 8900-RELEASE-RUN-LOCK.

062800*----------------------------------------------------------*
062850* 8900-RELEASE-RUN-LOCK - RELEASES THE SHOP-WIDE RUN LOCK AND
062900*                         LOGS THE END OF THE RUN WITH ITS
062950*                         RETURN CODE (SEE 8950-LOG-EVENT) -
063000*                         EVERY WAY OUT OF THE RUN COMES
063050*                         THROUGH HERE. NOTHING TO RELEASE WHEN
063100*                         THE LOCK WAS NEVER GRANTED. THE CALL
063150*                         PASSES BACK FIZZ-LOCK'S OWN RETURN
063200*                         CODE, SO THIS RUN'S IS KEPT AROUND IT.
063250*----------------------------------------------------------*
063300 8900-RELEASE-RUN-LOCK.
063301     IF FB-LOCK-HELD
063302         MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
063303         MOVE "REL" TO FB-LOCK-FUNCTION
063304         CALL "FIZZ-LOCK" USING FB-LOCK-REQUEST
063305         MOVE "N" TO FB-LOCK-HELD-SW
063306         MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE
063307     END-IF
063308     MOVE "END" TO FB-EVENT-FUNCTION
063309     PERFORM 8950-LOG-EVENT.

063310*----------------------------------------------------------*
063311* 8950-LOG-EVENT - LOGS ONE EVENT FOR THIS RUN THROUGH THE
063312*                  SHOP-WIDE FIZZ-EVNT SUBPROGRAM: THE START
063313*                  ("STR") OR END ("END") OF THE RUN, OR A
063314*                  CONDITION ("LOG") WHOSE SEVERITY, MESSAGE
063315*                  NUMBER AND TEXT THE CALLER HAS SET. THE
063316*                  RETURN CODE SO FAR GOES WITH THE EVENT AND
063317*                  IS KEPT AROUND THE CALL. A LOG THAT CANNOT
063318*                  BE WRITTEN DOES NOT STOP THE RUN.
063319*----------------------------------------------------------*
063320 8950-LOG-EVENT.
063321     MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
063322     MOVE "FIZZ-VERF" TO FB-EVENT-PROGRAM
063323     MOVE RETURN-CODE TO FB-EVENT-RETURN-CODE
063324     CALL "FIZZ-EVNT" USING FB-EVENT-REQUEST
063325     MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE.

063350 END PROGRAM FIZZ-VERF.
