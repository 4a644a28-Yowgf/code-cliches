000050 IDENTIFICATION DIVISION.
000100 PROGRAM-ID. FIZZ-RIMP.
000150*AUTHOR.     DATA PROCESSING.
000200*INSTALLATION. SHOP BATCH LIBRARY.
000250*DATE-WRITTEN. 10/15/2026.
000300*DATE-COMPILED.
000350*REMARKS.
000400*    IMPACT PROJECTION FOR A PENDING RULMTRAN BATCH, RUN BEFORE
000450*    FIZZ-RULM SO THE BUSINESS SEES WHAT A RULE CHANGE DOES TO
000500*    THE OUTPUT BEFORE SIGNING IT OFF RATHER THAN AFTER. THE
000550*    CURRENT RULESFIL IS LOADED INTO A TABLE AND A WORKING COPY
000600*    OF IT TAKES THE ADD / CHANGE / EXPIRE TRANSACTIONS UNDER
000650*    EXACTLY FIZZ-RULM'S RULES, SO A TRANSACTION FIZZ-RULM WOULD
000700*    REJECT IS LISTED HERE WITH THE SAME REASON AND LEFT OUT OF
000750*    THE PROJECTION. NOTHING IS REWRITTEN; THE RUN LOGS ONLY
000760*    ITS START, END AND CONDITIONS TO THE SHOP EVENT LOG.
000800*    FOR EACH RANGE ON THE CURRENT PARMFILE, THE RULES OF THE
000850*    RANGE'S RULE SET IN EFFECT ON THE PROJECTION DATE ARE TAKEN
000900*    FROM BOTH TABLES THE WAY FIZZ-BUZZ'S 1450-SELECT-RULE-SET
000950*    TAKES THEM, AND THE PROGRAM WORKS OUT HOW MANY LINES EACH
001000*    RULE WOULD FIRE ON BEFORE AND AFTER THE CHANGE (BY DIVISION,
001050*    NOT BY COUNTING) AND HOW MANY NUMBERS WOULD COME OUT WITH A
001100*    DIFFERENT LABEL. THE PROJECTED RATES ARE SET BESIDE EACH
001150*    RULE'S AVERAGE RATE OVER THE LAST N RUNS ON TRNDHIST (SEE
001200*    FIZZ-TRND), AND A PROJECTED RATE MORE THAN THE TOLERANCE
001250*    AWAY FROM THAT AVERAGE IS FLAGGED WITH WARNING RETURN CODE
001300*    4. THE LISTING (RIMPRPT) IS FILED WITH THE FIZZ-RULM
001350*    BEFORE/AFTER LISTING FOR SIGN-OFF. THE PROJECTION DATE,
001400*    LOOKBACK AND TOLERANCE COME FROM THE OPTIONAL RIMPPARM FILE,
001450*    THE WAY TRNDPARM WORKS, AND DEFAULT TO THE BUSINESS DATE,
001500*    10 RUNS AND 20 PERCENTAGE POINTS - A CHANGE DATED FOR NEXT
001550*    MONTH IS PROJECTED BY NAMING A DATE INSIDE ITS PERIOD.
001600*
001650*MODIFICATION HISTORY.
001700*    DATE       INIT  DESCRIPTION
001750*    ---------  ----  --------------------------------------
001800*    10/15/2026 DP    INITIAL VERSION.
001805*    10/15/2026 DP    THE RUN NOW LOGS ITS START, ITS END AND
001810*                     RETURN CODE, AND ITS SIGNIFICANT CONDITIONS
001815*                     TO THE SHOP EVENT LOG THROUGH FIZZ-EVNT (SEE
001820*                     8950-LOG-EVENT); A WARNING OR WORSE ALSO
001825*                     GOES TO THE MONITORING CONSOLE'S ALERT FILE.
001830*                     THE RUN'S RETURN CODE IS NOW ALSO KEPT
001835*                     AROUND THE RUN-LOCK RELEASE, WHOSE CALL HAD
001840*                     BEEN PASSING BACK FIZZ-LOCK'S OWN ZERO IN
001845*                     ITS PLACE.
001846*    10/15/2026 DP    A RULE FILE TOO BIG FOR THE TABLE (RETURN
001847*                     CODE 12) NOW LOGS ITS OWN ERROR EVENT.
001850 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
001950 FILE-CONTROL.
002000     SELECT RULES-FILE ASSIGN TO "RULESFIL"
002050         ORGANIZATION IS LINE SEQUENTIAL
002100         FILE STATUS IS FB-RULES-FILE-STATUS.
002150     SELECT TRAN-FILE ASSIGN TO "RULMTRAN"
002200         ORGANIZATION IS LINE SEQUENTIAL
002250         FILE STATUS IS FB-TRAN-FILE-STATUS.
002300     SELECT LISTING-FILE ASSIGN TO "RIMPRPT"
002350         ORGANIZATION IS LINE SEQUENTIAL
002400         FILE STATUS IS FB-LISTING-FILE-STATUS.
002450     SELECT PARM-FILE ASSIGN TO "PARMFILE"
002500         ORGANIZATION IS LINE SEQUENTIAL
002550         FILE STATUS IS FB-PARM-FILE-STATUS.
002600     SELECT OPTIONAL HISTORY-FILE ASSIGN TO "TRNDHIST"
002650         ORGANIZATION IS LINE SEQUENTIAL.
002700     SELECT OPTIONAL PROJ-PARM-FILE ASSIGN TO "RIMPPARM"
002750         ORGANIZATION IS LINE SEQUENTIAL.
002800 DATA DIVISION.
002850 FILE SECTION.
002900 FD  RULES-FILE
002950     LABEL RECORDS ARE STANDARD.
003000 COPY FBRULREC.

003050*ONE MAINTENANCE TRANSACTION PER RECORD, FIZZ-RULM'S LAYOUT:
003100*ACTION, RULE SET / DIVISOR / EFFECTIVE DATE KEY, NEW LABEL AND
003150*EXPIRY, AND THE SUBMITTER'S USER ID.
003200 FD  TRAN-FILE
003250     LABEL RECORDS ARE STANDARD.
003300 01  FB-TRAN-RECORD.
003350     05 FB-TRAN-ACTION          PIC X(06).
003400     05 FILLER                  PIC X(01).
003450     05 FB-TRAN-DIVISOR         PIC X(02).
003500     05 FILLER                  PIC X(01).
003550     05 FB-TRAN-EFF-DATE        PIC X(08).
003600     05 FILLER                  PIC X(01).
003650     05 FB-TRAN-LABEL           PIC X(08).
003700     05 FILLER                  PIC X(01).
003750     05 FB-TRAN-EXP-DATE        PIC X(08).
003800     05 FILLER                  PIC X(01).
003850     05 FB-TRAN-USER            PIC X(08).
003900     05 FILLER                  PIC X(01).
003950     05 FB-TRAN-RULE-SET        PIC X(04).

004000 FD  LISTING-FILE
004050     LABEL RECORDS ARE STANDARD.
004100 01  FB-LISTING-RECORD          PIC X(80).

004150*THE CONTROL FILE FIZZ-BUZZ WILL RUN, FIZZ-PARV'S LAYOUT.
004200 FD  PARM-FILE
004250     LABEL RECORDS ARE STANDARD.
004300 01  FB-PARM-RECORD.
004350     05 FB-PARM-START           PIC S9(09) SIGN LEADING SEPARATE.
004400     05 FB-PARM-END             PIC S9(09) SIGN LEADING SEPARATE.
004450     05 FILLER                  PIC X(01).
004500     05 FB-PARM-RULE-SET        PIC X(04).

004550*FIZZ-TRND'S PER-RULE RUN HISTORY, READ ONLY.
004600 FD  HISTORY-FILE
004650     LABEL RECORDS ARE STANDARD.
004700 01  FB-HIST-RECORD.
004750     05 FB-HIST-DATE            PIC 9(08).
004800     05 FILLER                  PIC X(01).
004850     05 FB-HIST-DIVISOR         PIC 9(02).
004900     05 FILLER                  PIC X(01).
004950     05 FB-HIST-LABEL           PIC X(08).
005000     05 FILLER                  PIC X(01).
005050     05 FB-HIST-HITS            PIC 9(11).
005100     05 FILLER                  PIC X(01).
005150     05 FB-HIST-TOTAL           PIC 9(11).

005200*ONE OPTIONAL PARM RECORD: THE PROJECTION DATE (CCYYMMDD), THE
005250*LOOKBACK RUN COUNT AND THE RATE TOLERANCE IN PERCENTAGE
005300*POINTS. NO FILE, NO RECORD, OR A BLANK FIELD LEAVES THAT
005350*DEFAULT ALONE.
005400 FD  PROJ-PARM-FILE
005450     LABEL RECORDS ARE STANDARD.
005500 01  FB-PROJ-PARM-RECORD.
005550     05 FB-PPARM-DATE           PIC X(08).
005600     05 FILLER                  PIC X(01).
005650     05 FB-PPARM-LOOKBACK       PIC X(03).
005700     05 FILLER                  PIC X(01).
005750     05 FB-PPARM-TOLERANCE      PIC X(03).
005800 WORKING-STORAGE SECTION.

005850 01  FB-RULES-FILE-STATUS       PIC X(02) VALUE "00".
005900 01  FB-TRAN-FILE-STATUS        PIC X(02) VALUE "00".
005950 01  FB-LISTING-FILE-STATUS     PIC X(02) VALUE "00".
006000 01  FB-PARM-FILE-STATUS        PIC X(02) VALUE "00".

006050 01  FB-RIMP-SWITCHES.
006100     05 FB-RULES-EOF-SW         PIC X(01) VALUE "N".
006150        88 FB-RULES-EOF                   VALUE "Y".
006200     05 FB-TRAN-EOF-SW          PIC X(01) VALUE "N".
006250        88 FB-TRAN-EOF                    VALUE "Y".
006300     05 FB-PARM-EOF-SW          PIC X(01) VALUE "N".
006350        88 FB-PARM-EOF                    VALUE "Y".
006400     05 FB-HIST-EOF-SW          PIC X(01) VALUE "N".
006450        88 FB-HIST-EOF                    VALUE "Y".
006500     05 FB-PPARM-EOF-SW         PIC X(01) VALUE "N".
006550        88 FB-PPARM-EOF                   VALUE "Y".
006600     05 FB-RULE-FOUND-SW        PIC X(01) VALUE "N".
006650        88 FB-RULE-FOUND                  VALUE "Y".
006700     05 FB-IMPACT-FOUND-SW      PIC X(01) VALUE "N".
006750        88 FB-IMPACT-FOUND                VALUE "Y".
006800     05 FB-RULE-IN-EFFECT-SW    PIC X(01) VALUE "Y".
006850        88 FB-RULE-IN-EFFECT              VALUE "Y".
006900     05 FB-PERIOD-CAPPED-SW     PIC X(01) VALUE "N".
006950        88 FB-PERIOD-CAPPED               VALUE "Y".

007000*THE RULE SET AS IT STANDS, RAW AS READ FROM RULESFIL, AND THE
007050*WORKING COPY THE TRANSACTIONS ARE APPLIED TO - THE SAME LAYOUT
007100*AND 100-ENTRY LIMIT AS FIZZ-RULM'S MAINTENANCE TABLE, SO THE
007150*WORKING COPY ENDS UP EXACTLY AS FIZZ-RULM WOULD REWRITE THE
007200*FILE. OVERFLOW FAILS THE JOB WITH NOTHING PROJECTED.
007250 01  FB-BEFORE-TABLE-WS.
007300     05 FB-OLD-ENTRY OCCURS 100 TIMES
007350        INDEXED BY FB-OLD-IDX.
007400        10 FB-OLD-DIVISOR       PIC X(02).
007450        10 FB-OLD-LABEL         PIC X(08).
007500        10 FB-OLD-EFF           PIC X(08).
007550        10 FB-OLD-EXP           PIC X(08).
007600        10 FB-OLD-RULE-SET      PIC X(04).
007650        10 FB-OLD-DISP          PIC X(08).
007700 01  FB-OLD-COUNT               PIC 9(03) COMP VALUE 0.
007750 01  FB-RULE-TABLE-WS.
007800     05 FB-TBL-ENTRY OCCURS 100 TIMES
007850        INDEXED BY FB-TBL-IDX.
007900        10 FB-TBL-DIVISOR       PIC X(02).
007950        10 FB-TBL-LABEL         PIC X(08).
008000        10 FB-TBL-EFF           PIC X(08).
008050        10 FB-TBL-EXP           PIC X(08).
008100        10 FB-TBL-RULE-SET      PIC X(04).
008150        10 FB-TBL-DISP          PIC X(08).
008200 01  FB-TBL-COUNT               PIC 9(03) COMP VALUE 0.
008250 01  FB-TBL-OVERFLOW-COUNT      PIC 9(03) COMP VALUE 0.
008300 01  FB-SCAN-SUB                PIC 9(03) COMP VALUE 0.
008350 01  FB-MATCH-SUB               PIC 9(03) COMP VALUE 0.

008400 01  FB-TRAN-READ-COUNT         PIC 9(05) COMP VALUE 0.
008450 01  FB-APPLIED-COUNT           PIC 9(05) COMP VALUE 0.
008500 01  FB-REJECT-COUNT            PIC 9(05) COMP VALUE 0.
008550 01  FB-TRAN-STATUS             PIC X(20) VALUE SPACES.

008600*ONE RANGE'S RULES BEFORE AND AFTER THE CHANGE, IN FILE ORDER,
008650*TEN AT MOST AS IN FIZZ-BUZZ'S FB-RULES-TABLE. FB-CHK-EFF AND
008700*FB-CHK-EXP HOLD THE DATES 4230-CHECK-RULE-EFFECTIVE TESTS.
008750 01  FB-RANGE-RULES.
008800     05 FB-BEF-ENTRY OCCURS 10 TIMES
008850        INDEXED BY FB-BEF-IDX.
008900        10 FB-BEF-DIVISOR       PIC 9(02).
008950        10 FB-BEF-LABEL         PIC X(08).
009000     05 FB-AFT-ENTRY OCCURS 10 TIMES
009050        INDEXED BY FB-AFT-IDX.
009100        10 FB-AFT-DIVISOR       PIC 9(02).
009150        10 FB-AFT-LABEL         PIC X(08).
009200 01  FB-BEF-COUNT               PIC 9(02) COMP VALUE 0.
009250 01  FB-AFT-COUNT               PIC 9(02) COMP VALUE 0.
009300 01  FB-CHK-EFF                 PIC X(08).
009350 01  FB-CHK-EXP                 PIC X(08).

009400*THE RANGE UNDER PROJECTION AND ITS RESULTS.
009450 01  FB-RANGE-START             PIC 9(09) VALUE 0.
009500 01  FB-RANGE-END               PIC 9(09) VALUE 0.
009550 01  FB-RANGE-RULE-SET          PIC X(04) VALUE SPACES.
009600 01  FB-RANGE-SIZE              PIC 9(10) COMP VALUE 0.
009650 01  FB-RANGE-CHANGED           PIC 9(10) COMP VALUE 0.
009700 01  FB-RANGE-STATUS            PIC X(16) VALUE SPACES.
009750 01  FB-RANGE-READ-COUNT        PIC 9(03) COMP VALUE 0.
009800 01  FB-RANGE-SKIP-COUNT        PIC 9(03) COMP VALUE 0.

009850*FIRE COUNT FOR ONE DIVISOR OVER THE RANGE: THE MULTIPLES UP TO
009900*THE END LESS THE MULTIPLES BELOW THE START. ZERO IS A MULTIPLE
009950*OF EVERYTHING, SO A RANGE STARTING AT ZERO GETS ONE MORE.
010000 01  FB-FIRE-DIVISOR            PIC 9(02) VALUE 0.
010050 01  FB-FIRE-HIGH               PIC 9(09) COMP VALUE 0.
010100 01  FB-FIRE-LOW                PIC 9(09) COMP VALUE 0.
010150 01  FB-FIRE-LOW-BASE           PIC 9(09) COMP VALUE 0.
010200 01  FB-FIRE-COUNT              PIC 9(10) COMP VALUE 0.

010250*LABEL-CHANGE COUNT. BOTH LABEL PATTERNS REPEAT EVERY
010300*FB-PERIOD NUMBERS (THE LEAST COMMON MULTIPLE OF EVERY DIVISOR
010350*IN EITHER RULE LIST), SO ONLY ONE PERIOD IS WALKED AND THE
010400*COUNT SCALED BY THE WHOLE PERIODS IN THE RANGE, PLUS THE COUNT
010450*AT THE PARTIAL PERIOD'S LENGTH. A PERIOD LONGER THAN THE RANGE
010500*JUST MEANS THE RANGE IS WALKED END TO END.
010550 01  FB-PERIOD                  PIC 9(12) COMP VALUE 0.
010600 01  FB-PERIOD-QUOT             PIC 9(10) COMP VALUE 0.
010650 01  FB-PERIOD-REM              PIC 9(10) COMP VALUE 0.
010700 01  FB-FOLD-DIVISOR            PIC 9(02) VALUE 0.
010750 01  FB-GCD-A                   PIC 9(12) COMP VALUE 0.
010800 01  FB-GCD-B                   PIC 9(12) COMP VALUE 0.
010850 01  FB-GCD-QUOT                PIC 9(12) COMP VALUE 0.
010900 01  FB-GCD-REM                 PIC 9(12) COMP VALUE 0.
010950 01  FB-WALK-LENGTH             PIC 9(10) COMP VALUE 0.
011000 01  FB-WALK-SUB                PIC 9(10) COMP VALUE 0.
011050 01  FB-WALK-NUMBER             PIC 9(10) COMP VALUE 0.
011100 01  FB-WALK-QUOT               PIC 9(10) COMP VALUE 0.
011150 01  FB-WALK-REM                PIC 9(02) COMP VALUE 0.
011200 01  FB-WALK-CHANGED            PIC 9(10) COMP VALUE 0.
011250 01  FB-REM-CHANGED             PIC 9(10) COMP VALUE 0.
011300 01  FB-BEF-STRING              PIC X(80) VALUE SPACES.
011350 01  FB-BEF-PTR                 PIC 9(03) COMP VALUE 1.
011400 01  FB-AFT-STRING              PIC X(80) VALUE SPACES.
011450 01  FB-AFT-PTR                 PIC 9(03) COMP VALUE 1.

011500*ONE SLOT PER RULE (RULE SET, DIVISOR AND LABEL) SEEN ON EITHER
011550*SIDE OF THE CHANGE, WITH ITS PROJECTED FIRES SUMMED ACROSS THE
011600*RANGES AND ITS TRNDHIST RATES OVER THE LOOKBACK RUNS. TRNDHIST
011650*HOLDS NO RULE SET, SO A DIVISOR AND LABEL SHARED BY TWO RULE
011700*SETS SHARE ONE HISTORY AVERAGE. 200 SLOTS COVERS BOTH FULL
011750*100-ENTRY TABLES.
011800 01  FB-IMPACT-TABLE.
011850     05 FB-IMP-ENTRY OCCURS 200 TIMES
011900        INDEXED BY FB-IMP-IDX.
011950        10 FB-IMP-RULE-SET      PIC X(04).
012000        10 FB-IMP-DIVISOR       PIC 9(02).
012050        10 FB-IMP-LABEL         PIC X(08).
012100        10 FB-IMP-BEFORE-HITS   PIC 9(11).
012150        10 FB-IMP-AFTER-HITS    PIC 9(11).
012200        10 FB-IMP-RATE-SUM      PIC 9(07)V9(02).
012250        10 FB-IMP-RUNS          PIC 9(03) COMP.
012300 01  FB-IMP-COUNT               PIC 9(03) COMP VALUE 0.
012350 01  FB-IMP-SUB                 PIC 9(03) COMP VALUE 0.
012400 01  FB-IMP-KEY-DIVISOR         PIC 9(02) VALUE 0.
012450 01  FB-IMP-KEY-LABEL           PIC X(08) VALUE SPACES.

012500*THE LAST FB-LOOKBACK-RUNS DISTINCT RUN DATES ON TRNDHIST,
012550*OLDEST FIRST. TRNDHIST IS FOLDED CHRONOLOGICALLY, SO A DATE
012600*DIFFERENT FROM THE RECORD BEFORE IS THE NEXT RUN.
012650 01  FB-RECENT-DATES.
012700     05 FB-RECENT-DATE OCCURS 999 TIMES PIC 9(08).
012750 01  FB-RECENT-COUNT            PIC 9(03) COMP VALUE 0.
012800 01  FB-DATE-SUB                PIC 9(03) COMP VALUE 0.
012850 01  FB-PREV-HIST-DATE          PIC 9(08) VALUE 0.
012900 01  FB-CUTOFF-DATE             PIC 9(08) VALUE 0.

012950 01  FB-LOOKBACK-RUNS           PIC 9(03) VALUE 10.
013000 01  FB-TOLERANCE-PCT           PIC 9(03) VALUE 20.

013050*RATE WORK FIELDS, PERCENTAGES TO TWO DECIMALS AS IN FIZZ-TRND.
013100 01  FB-RATE-PCT                PIC 9(03)V9(02) VALUE 0.
013150 01  FB-BEFORE-RATE             PIC 9(03)V9(02) VALUE 0.
013200 01  FB-AFTER-RATE              PIC 9(03)V9(02) VALUE 0.
013250 01  FB-AVG-RATE                PIC 9(03)V9(02) VALUE 0.
013300 01  FB-RATE-DIFF               PIC S9(04)V9(02) VALUE 0.
013350 01  FB-ALERT-COUNT             PIC 9(03) COMP VALUE 0.

013400 01  FB-TOTAL-NUMBERS           PIC 9(13) COMP VALUE 0.
013450 01  FB-TOTAL-CHANGED           PIC 9(13) COMP VALUE 0.

013500*THE PROJECTION DATE, AS A CHARACTER STRING SO IT COMPARES
013550*DIRECTLY AGAINST THE RULE RECORD'S X(08) DATES.
013600 01  FB-PROJ-DATE-X             PIC X(08) VALUE SPACES.
013650 01  FB-PROJ-DATE-9 REDEFINES FB-PROJ-DATE-X
013700                                PIC 9(08).

013750 01  FB-RUN-DATE-DISPLAY        PIC X(08).

013800 01  FB-LISTING-HEADING-1.
013850     05 FILLER                  PIC X(28)
013900        VALUE "FIZZBUZZ RULE CHANGE IMPACT".
013950     05 FILLER                  PIC X(06) VALUE "DATE: ".
014000     05 FB-HDG1-DATE            PIC X(08).

014050 01  FB-PARM-ECHO-LINE.
014100     05 FILLER                  PIC X(17)
014150        VALUE "PROJECTED AS OF: ".
014200     05 FB-ECHO-DATE            PIC X(08).
014250     05 FILLER                  PIC X(12) VALUE "  LOOKBACK:".
014300     05 FB-ECHO-LOOKBACK        PIC ZZ9.
014350     05 FILLER                  PIC X(18)
014400        VALUE "  TOLERANCE(PCT):".
014450     05 FB-ECHO-TOLERANCE       PIC ZZ9.

014500 01  FB-SECTION-CAPTION         PIC X(40).

014550 01  FB-TRAN-HEADING-LINE.
014600     05 FILLER                  PIC X(08) VALUE "ACTION".
014650     05 FILLER                  PIC X(06) VALUE "SET".
014700     05 FILLER                  PIC X(04) VALUE "DIV".
014750     05 FILLER                  PIC X(10) VALUE "EFFECTIVE".
014800     05 FILLER                  PIC X(10) VALUE "LABEL".
014850     05 FILLER                  PIC X(10) VALUE "EXPIRES".
014900     05 FILLER                  PIC X(10) VALUE "USER".
014950     05 FILLER                  PIC X(06) VALUE "STATUS".

015000 01  FB-TRAN-DETAIL-LINE.
015050     05 FB-TDTL-ACTION          PIC X(06).
015100     05 FILLER                  PIC X(02) VALUE SPACES.
015150     05 FB-TDTL-RULE-SET        PIC X(04).
015200     05 FILLER                  PIC X(02) VALUE SPACES.
015250     05 FB-TDTL-DIVISOR         PIC X(02).
015300     05 FILLER                  PIC X(02) VALUE SPACES.
015350     05 FB-TDTL-EFF             PIC X(08).
015400     05 FILLER                  PIC X(02) VALUE SPACES.
015450     05 FB-TDTL-LABEL           PIC X(08).
015500     05 FILLER                  PIC X(02) VALUE SPACES.
015550     05 FB-TDTL-EXP             PIC X(08).
015600     05 FILLER                  PIC X(02) VALUE SPACES.
015650     05 FB-TDTL-USER            PIC X(08).
015700     05 FILLER                  PIC X(02) VALUE SPACES.
015750     05 FB-TDTL-STATUS          PIC X(20).

015800 01  FB-RANGE-HEADING-LINE.
015850     05 FILLER                  PIC X(12) VALUE "    START".
015900     05 FILLER                  PIC X(12) VALUE "      END".
015950     05 FILLER                  PIC X(06) VALUE "SET".
016000     05 FILLER                  PIC X(13) VALUE "    NUMBERS".
016050     05 FILLER                  PIC X(13) VALUE "    CHANGED".
016100     05 FILLER                  PIC X(08) VALUE "   PCT".
016150     05 FILLER                  PIC X(06) VALUE "STATUS".

016200 01  FB-RANGE-DETAIL-LINE.
016250     05 FB-RDTL-START           PIC Z(08)9.
016300     05 FILLER                  PIC X(03) VALUE SPACES.
016350     05 FB-RDTL-END             PIC Z(08)9.
016400     05 FILLER                  PIC X(03) VALUE SPACES.
016450     05 FB-RDTL-RULE-SET        PIC X(04).
016500     05 FILLER                  PIC X(02) VALUE SPACES.
016550     05 FB-RDTL-NUMBERS         PIC Z(10)9.
016600     05 FILLER                  PIC X(02) VALUE SPACES.
016650     05 FB-RDTL-CHANGED         PIC Z(10)9.
016700     05 FILLER                  PIC X(02) VALUE SPACES.
016750     05 FB-RDTL-PCT             PIC ZZ9.99.
016800     05 FILLER                  PIC X(02) VALUE SPACES.
016850     05 FB-RDTL-STATUS          PIC X(16).

016900 01  FB-IMPACT-HEADING-LINE.
016950     05 FILLER                  PIC X(06) VALUE "SET".
017000     05 FILLER                  PIC X(04) VALUE "DIV".
017050     05 FILLER                  PIC X(10) VALUE "LABEL".
017100     05 FILLER                  PIC X(12) VALUE "     BEFORE".
017150     05 FILLER                  PIC X(08) VALUE "    PCT".
017200     05 FILLER                  PIC X(12) VALUE "      AFTER".
017250     05 FILLER                  PIC X(08) VALUE "    PCT".
017300     05 FILLER                  PIC X(08) VALUE "  HIST".
017350     05 FILLER                  PIC X(04) VALUE "FLAG".

017400*FB-IDTL-HIST-X SHOWS "N/A" FOR A RULE WITH NO RUNS IN THE
017450*LOOKBACK, WHICH HAS NO AVERAGE TO DRIFT FROM.
017500 01  FB-IMPACT-DETAIL-LINE.
017550     05 FB-IDTL-RULE-SET        PIC X(04).
017600     05 FILLER                  PIC X(02) VALUE SPACES.
017650     05 FB-IDTL-DIVISOR         PIC 9(02).
017700     05 FILLER                  PIC X(02) VALUE SPACES.
017750     05 FB-IDTL-LABEL           PIC X(08).
017800     05 FILLER                  PIC X(02) VALUE SPACES.
017850     05 FB-IDTL-BEFORE          PIC Z(10)9.
017900     05 FILLER                  PIC X(01) VALUE SPACES.
017950     05 FB-IDTL-BEFORE-PCT      PIC ZZ9.99.
018000     05 FILLER                  PIC X(02) VALUE SPACES.
018050     05 FB-IDTL-AFTER           PIC Z(10)9.
018100     05 FILLER                  PIC X(01) VALUE SPACES.
018150     05 FB-IDTL-AFTER-PCT       PIC ZZ9.99.
018200     05 FILLER                  PIC X(02) VALUE SPACES.
018250     05 FB-IDTL-HIST            PIC ZZ9.99.
018300     05 FB-IDTL-HIST-X REDEFINES FB-IDTL-HIST
018350                                PIC X(06).
018400     05 FILLER                  PIC X(02) VALUE SPACES.
018450     05 FB-IDTL-FLAG            PIC X(10).

018500 01  FB-TRAN-SUMMARY-LINE.
018550     05 FILLER                  PIC X(14) VALUE "TRANSACTIONS:".
018600     05 FB-SUM-TRANS            PIC ZZZZ9.
018650     05 FILLER                  PIC X(14) VALUE "  WOULD APPLY:".
018700     05 FB-SUM-APPLIED          PIC ZZZZ9.
018750     05 FILLER                  PIC X(11) VALUE "  REJECTED:".
018800     05 FB-SUM-REJECTED         PIC ZZZZ9.

018850 01  FB-NUMBER-SUMMARY-LINE.
018900     05 FILLER                  PIC X(19)
018950        VALUE "NUMBERS PROJECTED:".
019000     05 FB-SUM-NUMBERS          PIC Z(12)9.
019050     05 FILLER                  PIC X(18)
019100        VALUE "  LABELS CHANGED:".
019150     05 FB-SUM-CHANGED          PIC Z(12)9.

019200 01  FB-ALERT-SUMMARY-LINE.
019250     05 FILLER                  PIC X(07) VALUE "RULES:".
019300     05 FB-SUM-RULES            PIC ZZZ9.
019350     05 FILLER                  PIC X(18)
019400        VALUE "  OUT OF TOLERANCE".
019450     05 FILLER                  PIC X(01) VALUE ":".
019500     05 FB-SUM-ALERTS           PIC ZZZ9.
019550     05 FILLER                  PIC X(18)
019600        VALUE "  RANGES SKIPPED:".
019650     05 FB-SUM-SKIPPED          PIC ZZZ9.

019700*RUN-LOCK REQUEST AREA FOR THE SHOP-WIDE FIZZ-LOCK
019750*SUBPROGRAM, AND THE LOGICAL FILE NAMES THIS RUN HOLDS (SEE
019800*1050-ACQUIRE-RUN-LOCK AND 8900-RELEASE-RUN-LOCK). NOTHING IS
019850*WRITTEN, BUT THE LOCK KEEPS FIZZ-RULM AND FIZZ-TRND FROM
019900*SWAPPING A FILE IN UNDER THE PROJECTION.
019950 COPY FBLOCKRQ.
020000 01  FB-RUN-LOCK-FILE-LIST.
020050     05 FILLER                  PIC X(36)
020100        VALUE "RULESFIL PARMFILE TRNDHIST".
020150     05 FILLER                  PIC X(36)
020200        VALUE SPACES.
020250 01  FB-LOCK-HELD-SWITCHES.
020300     05 FB-LOCK-HELD-SW         PIC X(01) VALUE "N".
020350        88 FB-LOCK-HELD                  VALUE "Y".
020375 01  FB-SAVED-RETURN-CODE       PIC S9(04) COMP VALUE 0.

020400*BUSINESS-DATE REQUEST AREA FOR THE FIZZ-BDTE SUBPROGRAM,
020450*WHICH SUPPLIES THE RUN DATE IN PLACE OF THE SYSTEM DATE (SEE
020500*1060-GET-BUSINESS-DATE).
020550 COPY FBBDTERQ.

020560*EVENT REQUEST AREA FOR THE SHOP-WIDE FIZZ-EVNT SUBPROGRAM,
020570*WHICH LOGS THIS RUN'S START, END AND SIGNIFICANT CONDITIONS
020580*(SEE 8950-LOG-EVENT).
020590 COPY FBEVNTRQ.

020600 PROCEDURE DIVISION.
020650*----------------------------------------------------------*
020700* 0000-MAIN-PROCEDURE - CONTROLS THE OVERALL FLOW OF THE RUN.
020750*----------------------------------------------------------*
020800 0000-MAIN-PROCEDURE.
020850     PERFORM 1000-INITIALIZE THRU 1000-EXIT
020900     PERFORM 2000-LOAD-RULE-SET THRU 2000-EXIT
020950     PERFORM 3000-APPLY-TRANSACTIONS
021000     PERFORM 4000-PROJECT-RANGES
021050     PERFORM 5000-LOAD-HISTORY-AVERAGES THRU 5000-EXIT
021100     PERFORM 6000-WRITE-RULE-IMPACT
021150     PERFORM 7000-WRITE-TOTALS
021200     PERFORM 8000-TERMINATE
021250     STOP RUN.

021300*----------------------------------------------------------*
021350* 1000-INITIALIZE - TAKES THE RUN LOCK, OPENS THE FILES NEEDED
021400*                   FOR THE RUN, READS THE OPTIONAL PARM, AND
021450*                   PRIMES THE FIRST RULE, TRANSACTION AND
021500*                   CONTROL RECORDS. EACH OPEN FAILURE GETS ITS
021550*                   OWN MESSAGE AND RETURN-CODE SO THE SCHEDULER
021600*                   CAN TELL ONE FAILURE REASON FROM ANOTHER.
021650*----------------------------------------------------------*
021700 1000-INITIALIZE.
021710     MOVE "STR" TO FB-EVENT-FUNCTION
021720     PERFORM 8950-LOG-EVENT
021750     PERFORM 1050-ACQUIRE-RUN-LOCK
021800     IF RETURN-CODE NOT = 0
021810         PERFORM 1055-LOG-LOCK-REFUSAL
021850         GO TO 1000-EXIT
021900     END-IF
021950     PERFORM 1060-GET-BUSINESS-DATE
022000     IF RETURN-CODE NOT = 0
022050         GO TO 1000-EXIT
022100     END-IF
022150     OPEN INPUT RULES-FILE
022200     IF FB-RULES-FILE-STATUS NOT = "00"
022250         DISPLAY "FIZZ-RIMP: RULES-FILE WOULD NOT OPEN, "
022300             "STATUS " FB-RULES-FILE-STATUS
022350         MOVE 44 TO RETURN-CODE
022400         GO TO 1000-EXIT
022450     END-IF
022500     OPEN INPUT TRAN-FILE
022550     IF FB-TRAN-FILE-STATUS NOT = "00"
022600         DISPLAY "FIZZ-RIMP: TRAN-FILE WOULD NOT OPEN, "
022650             "STATUS " FB-TRAN-FILE-STATUS
022700         MOVE 48 TO RETURN-CODE
022750         CLOSE RULES-FILE
022800         GO TO 1000-EXIT
022850     END-IF
022900     OPEN OUTPUT LISTING-FILE
022950     IF FB-LISTING-FILE-STATUS NOT = "00"
023000         DISPLAY "FIZZ-RIMP: LISTING-FILE WOULD NOT OPEN, "
023050             "STATUS " FB-LISTING-FILE-STATUS
023100         MOVE 52 TO RETURN-CODE
023150         CLOSE RULES-FILE TRAN-FILE
023200         GO TO 1000-EXIT
023250     END-IF
023300     OPEN INPUT PARM-FILE
023350     IF FB-PARM-FILE-STATUS NOT = "00"
023400         DISPLAY "FIZZ-RIMP: PARM-FILE WOULD NOT OPEN, "
023450             "STATUS " FB-PARM-FILE-STATUS
023500         MOVE 56 TO RETURN-CODE
023550         CLOSE RULES-FILE TRAN-FILE LISTING-FILE
023600         GO TO 1000-EXIT
023650     END-IF
023700     PERFORM 1100-READ-PROJ-PARM THRU 1100-EXIT
023750     MOVE FB-RUN-DATE-DISPLAY TO FB-HDG1-DATE
023800     MOVE FB-LISTING-HEADING-1 TO FB-LISTING-RECORD
023850     WRITE FB-LISTING-RECORD AFTER ADVANCING 1 LINE
023900     MOVE FB-PROJ-DATE-X   TO FB-ECHO-DATE
023950     MOVE FB-LOOKBACK-RUNS TO FB-ECHO-LOOKBACK
024000     MOVE FB-TOLERANCE-PCT TO FB-ECHO-TOLERANCE
024050     MOVE FB-PARM-ECHO-LINE TO FB-LISTING-RECORD
024100     WRITE FB-LISTING-RECORD AFTER ADVANCING 1 LINE
024150     PERFORM 1600-READ-RULE-RECORD
024200     PERFORM 1650-READ-TRAN-RECORD
024250     PERFORM 1700-READ-CONTROL-RECORD.

024300*----------------------------------------------------------*
024350* 1000-EXIT - COMMON EXIT FOR 1000-INITIALIZE. A NONZERO
024400*             RETURN-CODE HERE MEANS A REQUIRED FILE WOULD NOT
024450*             OPEN, AND THE MESSAGE HAS ALREADY BEEN DISPLAYED
024500*             AND ANY FILE OPENED SO FAR ALREADY CLOSED, SO
024550*             THE RUN SIMPLY ENDS WITHOUT 8000-TERMINATE.
024600*----------------------------------------------------------*
024650 1000-EXIT.
024700     IF RETURN-CODE NOT = 0
024750         PERFORM 8900-RELEASE-RUN-LOCK
024800         STOP RUN
024850     END-IF.

024900*----------------------------------------------------------*
024950* 1050-ACQUIRE-RUN-LOCK - TAKES THE SHOP-WIDE RUN LOCK FOR
025000*                         THE FILES THIS RUN HOLDS (SEE
025050*                         FIZZ-LOCK) BEFORE ANY SHARED FILE
025100*                         IS OPENED. A CONFLICTING LOCK ENDS
025150*                         THE RUN WITH RETURN CODE 72 - OR 76
025200*                         WHEN THE LOCK IS OLD ENOUGH TO LOOK
025250*                         STALE FROM AN ABEND (SEE FIZZ-LOCK),
025300*                         FOR OPERATIONS TO CLEAR RUNLOCK
025350*                         DELIBERATELY.
025400*                         A LOCK-MANAGER ERROR (FULL LOCK
025450*                         FILE, FAILED RENAME, BAD FUNCTION)
025500*                         ENDS WITH RETURN CODE 80.
025550*----------------------------------------------------------*
025600 1050-ACQUIRE-RUN-LOCK.
025650     MOVE "ACQ" TO FB-LOCK-FUNCTION
025700     MOVE "FIZZ-RIMP" TO FB-LOCK-PROGRAM
025750     MOVE FB-RUN-LOCK-FILE-LIST TO FB-LOCK-FILES
025800     CALL "FIZZ-LOCK" USING FB-LOCK-REQUEST
025850     IF FB-LOCK-GRANTED
025900         SET FB-LOCK-HELD TO TRUE
025950     ELSE
026000         IF FB-LOCK-STALE-CONFLICT
026050             DISPLAY "FIZZ-RIMP: STALE RUN LOCK HELD BY "
026100                 FB-LOCK-HOLDER " - CLEAR RUNLOCK AND RESUBMIT"
026150             MOVE 76 TO RETURN-CODE
026200         ELSE
026250             IF FB-LOCK-CONFLICT
026300                 DISPLAY "FIZZ-RIMP: RUN LOCK HELD BY "
026350                     FB-LOCK-HOLDER " - RESUBMIT WHEN IT ENDS"
026400                 MOVE 72 TO RETURN-CODE
026450             ELSE
026500                 DISPLAY "FIZZ-RIMP: RUN LOCK MANAGER ERROR, "
026550                     "STATUS " FB-LOCK-STATUS
026600                 MOVE 80 TO RETURN-CODE
026650             END-IF
026700         END-IF
026750     END-IF.

026751*----------------------------------------------------------*
026752* 1055-LOG-LOCK-REFUSAL - LOGS WHY 1050-ACQUIRE-RUN-LOCK WAS
026753*                         REFUSED THE RUN LOCK.
026754*----------------------------------------------------------*
026755 1055-LOG-LOCK-REFUSAL.
026756     SET FB-EVENT-CONDITION TO TRUE
026757     MOVE SPACES TO FB-EVENT-TEXT
026758     IF FB-LOCK-STALE-CONFLICT
026759         SET FB-EVENT-SEVERE TO TRUE
026760         MOVE 0011 TO FB-EVENT-MESSAGE-NO
026761         STRING "STALE RUN LOCK HELD BY " FB-LOCK-HOLDER
026762             DELIMITED BY SIZE INTO FB-EVENT-TEXT
026763     ELSE
026764         IF FB-LOCK-CONFLICT
026765             SET FB-EVENT-ERROR TO TRUE
026766             MOVE 0010 TO FB-EVENT-MESSAGE-NO
026767             STRING "RUN LOCK HELD BY " FB-LOCK-HOLDER
026768                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
026769         ELSE
026770             SET FB-EVENT-SEVERE TO TRUE
026771             MOVE 0012 TO FB-EVENT-MESSAGE-NO
026772             STRING "RUN LOCK MANAGER ERROR, STATUS "
026773                    FB-LOCK-STATUS
026774                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
026775         END-IF
026776     END-IF
026777     PERFORM 8950-LOG-EVENT.

026800*----------------------------------------------------------*
026850* 1060-GET-BUSINESS-DATE - TAKES THE RUN DATE FROM THE
026900*                          BUSINESS-DATE CONTROL FILE (SEE
026950*                          FIZZ-BDTE) IN PLACE OF THE SYSTEM
027000*                          DATE. A CONTROL RECORD THAT IS
027050*                          UNUSABLE, OR THAT NAMES A DATE
027100*                          OUTSIDE THE PROCESSING WINDOW, ENDS
027150*                          THE RUN WITH RETURN CODE 84. THE
027200*                          BUSINESS DATE IS ALSO THE DEFAULT
027250*                          PROJECTION DATE.
027300*----------------------------------------------------------*
027350 1060-GET-BUSINESS-DATE.
027400     MOVE "FIZZ-RIMP" TO FB-BDATE-PROGRAM
027450     CALL "FIZZ-BDTE" USING FB-BDATE-REQUEST
027500     IF FB-BDATE-BAD-CONTROL OR FB-BDATE-OUT-OF-WINDOW
027550         DISPLAY "FIZZ-RIMP: BUSINESS DATE REFUSED - "
027600             FB-BDATE-MESSAGE
027650         MOVE 84 TO RETURN-CODE
027655         SET FB-EVENT-CONDITION TO TRUE
027660         SET FB-EVENT-ERROR TO TRUE
027665         MOVE 0015 TO FB-EVENT-MESSAGE-NO
027670         MOVE SPACES TO FB-EVENT-TEXT
027675         STRING "BUSINESS DATE REFUSED - " FB-BDATE-MESSAGE
027680             DELIMITED BY SIZE INTO FB-EVENT-TEXT
027685         PERFORM 8950-LOG-EVENT
027700     ELSE
027750         MOVE FB-BDATE-DISPLAY TO FB-RUN-DATE-DISPLAY
027800         MOVE FB-BDATE-DATE8   TO FB-PROJ-DATE-9
027850     END-IF.

027900*----------------------------------------------------------*
027950* 1100-READ-PROJ-PARM - READS THE OPTIONAL RIMPPARM PROJECTION
028000*                       DATE, LOOKBACK AND TOLERANCE. NO FILE,
028050*                       NO RECORD, OR A BLANK FIELD LEAVES THE
028100*                       DEFAULT; A PRESENT BUT NON-NUMERIC FIELD
028150*                       IS AN ERROR.
028200*----------------------------------------------------------*
028250 1100-READ-PROJ-PARM.
028300     OPEN INPUT PROJ-PARM-FILE
028350     READ PROJ-PARM-FILE
028400         AT END
028450             SET FB-PPARM-EOF TO TRUE
028500     END-READ
028550     CLOSE PROJ-PARM-FILE
028600     IF FB-PPARM-EOF
028650         GO TO 1100-EXIT
028700     END-IF
028750     IF FB-PPARM-DATE NOT = SPACES
028800         IF FB-PPARM-DATE IS NUMERIC
028850             MOVE FB-PPARM-DATE TO FB-PROJ-DATE-X
028900         ELSE
028950             DISPLAY "FIZZ-RIMP: RIMPPARM PROJECTION DATE IS NOT "
029000                 "NUMERIC"
029050             MOVE 20 TO RETURN-CODE
029055             SET FB-EVENT-CONDITION TO TRUE
029060             SET FB-EVENT-ERROR TO TRUE
029065             MOVE 0604 TO FB-EVENT-MESSAGE-NO
029070             MOVE "RIMPPARM PROJECTION DATE IS NOT NUMERIC"
029075                 TO FB-EVENT-TEXT
029080             PERFORM 8950-LOG-EVENT
029100         END-IF
029150     END-IF
029200     IF FB-PPARM-LOOKBACK NOT = SPACES
029250         IF FB-PPARM-LOOKBACK IS NUMERIC
029300             MOVE FB-PPARM-LOOKBACK TO FB-LOOKBACK-RUNS
029350         ELSE
029400             DISPLAY "FIZZ-RIMP: RIMPPARM LOOKBACK IS NOT "
029450                 "NUMERIC"
029500             MOVE 20 TO RETURN-CODE
029505             SET FB-EVENT-CONDITION TO TRUE
029510             SET FB-EVENT-ERROR TO TRUE
029515             MOVE 0604 TO FB-EVENT-MESSAGE-NO
029520             MOVE "RIMPPARM LOOKBACK IS NOT NUMERIC"
029525                 TO FB-EVENT-TEXT
029530             PERFORM 8950-LOG-EVENT
029550         END-IF
029600     END-IF
029650     IF FB-PPARM-TOLERANCE NOT = SPACES
029700         IF FB-PPARM-TOLERANCE IS NUMERIC
029750             MOVE FB-PPARM-TOLERANCE TO FB-TOLERANCE-PCT
029800         ELSE
029850             DISPLAY "FIZZ-RIMP: RIMPPARM TOLERANCE IS NOT "
029900                 "NUMERIC"
029950             MOVE 20 TO RETURN-CODE
029955             SET FB-EVENT-CONDITION TO TRUE
029960             SET FB-EVENT-ERROR TO TRUE
029965             MOVE 0604 TO FB-EVENT-MESSAGE-NO
029970             MOVE "RIMPPARM TOLERANCE IS NOT NUMERIC"
029975                 TO FB-EVENT-TEXT
029980             PERFORM 8950-LOG-EVENT
030000         END-IF
030050     END-IF.
030100 1100-EXIT.
030150     IF RETURN-CODE NOT = 0
030200         CLOSE RULES-FILE TRAN-FILE LISTING-FILE PARM-FILE
030250         PERFORM 8900-RELEASE-RUN-LOCK
030300         STOP RUN
030350     END-IF.

030400*----------------------------------------------------------*
030450* 1600-READ-RULE-RECORD - READS ONE RULES-FILE RECORD.
030500*----------------------------------------------------------*
030550 1600-READ-RULE-RECORD.
030600     READ RULES-FILE
030650         AT END
030700             SET FB-RULES-EOF TO TRUE
030750     END-READ.

030800*----------------------------------------------------------*
030850* 1650-READ-TRAN-RECORD - READS ONE TRANSACTION RECORD.
030900*----------------------------------------------------------*
030950 1650-READ-TRAN-RECORD.
031000     READ TRAN-FILE
031050         AT END
031100             SET FB-TRAN-EOF TO TRUE
031150     END-READ.

031200*----------------------------------------------------------*
031250* 1700-READ-CONTROL-RECORD - READS ONE PARM-FILE RECORD.
031300*----------------------------------------------------------*
031350 1700-READ-CONTROL-RECORD.
031400     READ PARM-FILE
031450         AT END
031500             SET FB-PARM-EOF TO TRUE
031550     END-READ.

031600*----------------------------------------------------------*
031650* 2000-LOAD-RULE-SET - LOADS EVERY RULE RECORD INTO THE
031700*                      WORKING TABLE, RAW AS READ, AND KEEPS A
031750*                      COPY OF IT AS THE BEFORE PICTURE. A RULE
031800*                      FILE THAT OVERFLOWS THE TABLE ENDS THE
031850*                      RUN WITH RETURN CODE 12 AND NOTHING
031900*                      PROJECTED - A PROJECTION FROM PART OF
031950*                      THE RULES WOULD BE WORSE THAN NONE.
032000*----------------------------------------------------------*
032050 2000-LOAD-RULE-SET.
032100     PERFORM 2100-STORE-RULE-RECORD UNTIL FB-RULES-EOF
032150     IF FB-TBL-OVERFLOW-COUNT > 0
032200         MOVE "*** RULE FILE OVERFLOWED TABLE - NO PROJECTION ***"
032250             TO FB-LISTING-RECORD
032300         WRITE FB-LISTING-RECORD AFTER ADVANCING 2 LINES
032350         DISPLAY "FIZZ-RIMP: RULE FILE OVERFLOWED TABLE"
032400         MOVE 12 TO RETURN-CODE
032405         SET FB-EVENT-CONDITION TO TRUE
032410         SET FB-EVENT-ERROR TO TRUE
032415         MOVE 0603 TO FB-EVENT-MESSAGE-NO
032420         MOVE "RULE FILE OVERFLOWED TABLE - NO PROJECTION"
032425             TO FB-EVENT-TEXT
032430         PERFORM 8950-LOG-EVENT
032450         GO TO 2000-EXIT
032500     END-IF
032550     MOVE FB-RULE-TABLE-WS TO FB-BEFORE-TABLE-WS
032600     MOVE FB-TBL-COUNT TO FB-OLD-COUNT.
032650 2000-EXIT.
032700     IF RETURN-CODE NOT = 0
032750         PERFORM 8000-TERMINATE
032800         STOP RUN
032850     END-IF.

032900*----------------------------------------------------------*
032950* 2100-STORE-RULE-RECORD - ADDS THE RECORD JUST READ TO THE
033000*                          TABLE. RECORDS PAST THE TABLE LIMIT
033050*                          ARE COUNTED FOR 2000-LOAD-RULE-SET.
033100*----------------------------------------------------------*
033150 2100-STORE-RULE-RECORD.
033200     IF FB-TBL-COUNT >= 100
033250         ADD 1 TO FB-TBL-OVERFLOW-COUNT
033300     ELSE
033350         ADD 1 TO FB-TBL-COUNT
033400         SET FB-TBL-IDX TO FB-TBL-COUNT
033450         MOVE FB-RULES-REC-DIVISOR
033500             TO FB-TBL-DIVISOR (FB-TBL-IDX)
033550         MOVE FB-RULES-REC-LABEL
033600             TO FB-TBL-LABEL (FB-TBL-IDX)
033650         MOVE FB-RULES-REC-EFF-DATE
033700             TO FB-TBL-EFF (FB-TBL-IDX)
033750         MOVE FB-RULES-REC-EXP-DATE
033800             TO FB-TBL-EXP (FB-TBL-IDX)
033850         MOVE FB-RULES-REC-RULE-SET
033900             TO FB-TBL-RULE-SET (FB-TBL-IDX)
033950         MOVE SPACES TO FB-TBL-DISP (FB-TBL-IDX)
034000     END-IF
034050     PERFORM 1600-READ-RULE-RECORD.

034100*----------------------------------------------------------*
034150* 3000-APPLY-TRANSACTIONS - DRIVES THE TRANSACTION PASS
034200*                           AGAINST THE WORKING TABLE.
034250*----------------------------------------------------------*
034300 3000-APPLY-TRANSACTIONS.
034350     MOVE "PENDING TRANSACTIONS" TO FB-SECTION-CAPTION
034400     PERFORM 4700-WRITE-SECTION-CAPTION
034450     MOVE FB-TRAN-HEADING-LINE TO FB-LISTING-RECORD
034500     WRITE FB-LISTING-RECORD AFTER ADVANCING 1 LINE
034550     PERFORM 3100-APPLY-ONE-TRANSACTION THRU 3100-EXIT
034600         UNTIL FB-TRAN-EOF.

034650*----------------------------------------------------------*
034700* 3100-APPLY-ONE-TRANSACTION - VALIDATES AND APPLIES THE
034750*                              TRANSACTION JUST READ TO THE
034800*                              WORKING TABLE, FIZZ-RULM'S
034850*                              CHECKS IN FIZZ-RULM'S ORDER,
034900*                              LISTS IT WITH ITS VERDICT, AND
034950*                              PRIMES THE NEXT TRANSACTION.
035000*----------------------------------------------------------*
035050 3100-APPLY-ONE-TRANSACTION.
035100     ADD 1 TO FB-TRAN-READ-COUNT
035150     MOVE SPACES TO FB-TRAN-STATUS
035200     MOVE 0 TO FB-MATCH-SUB
035250     IF FB-TRAN-USER = SPACES
035300         MOVE "NO USER ID" TO FB-TRAN-STATUS
035350         GO TO 3100-TALLY
035400     END-IF
035450     IF FB-TRAN-DIVISOR IS NOT NUMERIC
035500         MOVE "DIVISOR NOT NUMERIC" TO FB-TRAN-STATUS
035550         GO TO 3100-TALLY
035600     END-IF
035650     IF FB-TRAN-ACTION = "ADD"
035700         PERFORM 3200-APPLY-ADD THRU 3200-EXIT
035750     ELSE IF FB-TRAN-ACTION = "CHANGE"
035800         PERFORM 3300-APPLY-CHANGE THRU 3300-EXIT
035850     ELSE IF FB-TRAN-ACTION = "EXPIRE"
035900         PERFORM 3400-APPLY-EXPIRE THRU 3400-EXIT
035950     ELSE
036000         MOVE "UNKNOWN ACTION" TO FB-TRAN-STATUS
036050     END-IF.
036100 3100-TALLY.
036150     IF FB-TRAN-STATUS = "APPLIED"
036200         ADD 1 TO FB-APPLIED-COUNT
036250         MOVE "WOULD APPLY" TO FB-TRAN-STATUS
036300     ELSE
036350         ADD 1 TO FB-REJECT-COUNT
036355         SET FB-EVENT-CONDITION TO TRUE
036360         SET FB-EVENT-WARNING TO TRUE
036365         MOVE 0602 TO FB-EVENT-MESSAGE-NO
036370         MOVE SPACES TO FB-EVENT-TEXT
036375         STRING FB-TRAN-ACTION " " FB-TRAN-RULE-SET " "
036380                FB-TRAN-DIVISOR " WOULD BE REJECTED - "
036385                FB-TRAN-STATUS
036390             DELIMITED BY SIZE INTO FB-EVENT-TEXT
036395         PERFORM 8950-LOG-EVENT
036400     END-IF
036450     PERFORM 3700-WRITE-TRAN-LINE
036500     PERFORM 1650-READ-TRAN-RECORD.
036550 3100-EXIT.
036600     EXIT.

036650*----------------------------------------------------------*
036700* 3200-APPLY-ADD - ADDS A NEW RULE TO THE WORKING TABLE. A
036750*                  RULE WITH THE SAME RULE SET, DIVISOR AND
036800*                  EFFECTIVE DATE ALREADY ON FILE IS A
036850*                  DUPLICATE.
036900*----------------------------------------------------------*
036950 3200-APPLY-ADD.
037000     PERFORM 3500-FIND-RULE-ENTRY
037050     IF FB-RULE-FOUND
037100         MOVE "DUPLICATE RULE" TO FB-TRAN-STATUS
037150         GO TO 3200-EXIT
037200     END-IF
037250     IF FB-TBL-COUNT >= 100
037300         MOVE "RULE TABLE FULL" TO FB-TRAN-STATUS
037350         GO TO 3200-EXIT
037400     END-IF
037450     IF FB-TRAN-LABEL = SPACES
037500         MOVE "BLANK LABEL" TO FB-TRAN-STATUS
037550         GO TO 3200-EXIT
037600     END-IF
037650     IF FB-TRAN-EFF-DATE NOT = SPACES
037700        AND FB-TRAN-EFF-DATE IS NOT NUMERIC
037750         MOVE "BAD EFFECTIVE DATE" TO FB-TRAN-STATUS
037800         GO TO 3200-EXIT
037850     END-IF
037900     IF FB-TRAN-EXP-DATE NOT = SPACES
037950        AND FB-TRAN-EXP-DATE IS NOT NUMERIC
038000         MOVE "BAD EXPIRY DATE" TO FB-TRAN-STATUS
038050         GO TO 3200-EXIT
038100     END-IF
038150     ADD 1 TO FB-TBL-COUNT
038200     MOVE FB-TBL-COUNT TO FB-MATCH-SUB
038250     MOVE FB-TRAN-DIVISOR  TO FB-TBL-DIVISOR (FB-MATCH-SUB)
038300     MOVE FB-TRAN-LABEL    TO FB-TBL-LABEL (FB-MATCH-SUB)
038350     MOVE FB-TRAN-EFF-DATE TO FB-TBL-EFF (FB-MATCH-SUB)
038400     MOVE FB-TRAN-EXP-DATE TO FB-TBL-EXP (FB-MATCH-SUB)
038450     MOVE FB-TRAN-RULE-SET TO FB-TBL-RULE-SET (FB-MATCH-SUB)
038500     MOVE "ADDED" TO FB-TBL-DISP (FB-MATCH-SUB)
038550     MOVE "APPLIED" TO FB-TRAN-STATUS.
038600 3200-EXIT.
038650     EXIT.

038700*----------------------------------------------------------*
038750* 3300-APPLY-CHANGE - REPLACES THE MATCHED RULE'S LABEL AND/OR
038800*                     EXPIRY WITH THE TRANSACTION'S NONBLANK
038850*                     VALUES.
038900*----------------------------------------------------------*
038950 3300-APPLY-CHANGE.
039000     PERFORM 3500-FIND-RULE-ENTRY
039050     IF NOT FB-RULE-FOUND
039100         MOVE "RULE NOT ON FILE" TO FB-TRAN-STATUS
039150         GO TO 3300-EXIT
039200     END-IF
039250     IF FB-TRAN-LABEL = SPACES AND FB-TRAN-EXP-DATE = SPACES
039300         MOVE "NOTHING TO CHANGE" TO FB-TRAN-STATUS
039350         GO TO 3300-EXIT
039400     END-IF
039450     IF FB-TRAN-EXP-DATE NOT = SPACES
039500        AND FB-TRAN-EXP-DATE IS NOT NUMERIC
039550         MOVE "BAD EXPIRY DATE" TO FB-TRAN-STATUS
039600         GO TO 3300-EXIT
039650     END-IF
039700     IF FB-TRAN-LABEL NOT = SPACES
039750         MOVE FB-TRAN-LABEL TO FB-TBL-LABEL (FB-MATCH-SUB)
039800     END-IF
039850     IF FB-TRAN-EXP-DATE NOT = SPACES
039900         MOVE FB-TRAN-EXP-DATE TO FB-TBL-EXP (FB-MATCH-SUB)
039950     END-IF
040000     MOVE "CHANGED" TO FB-TBL-DISP (FB-MATCH-SUB)
040050     MOVE "APPLIED" TO FB-TRAN-STATUS.
040100 3300-EXIT.
040150     EXIT.

040200*----------------------------------------------------------*
040250* 3400-APPLY-EXPIRE - STAMPS THE MATCHED RULE'S EXPIRY DATE.
040300*                     THE DATE IS REQUIRED AND MUST BE
040350*                     NUMERIC.
040400*----------------------------------------------------------*
040450 3400-APPLY-EXPIRE.
040500     PERFORM 3500-FIND-RULE-ENTRY
040550     IF NOT FB-RULE-FOUND
040600         MOVE "RULE NOT ON FILE" TO FB-TRAN-STATUS
040650         GO TO 3400-EXIT
040700     END-IF
040750     IF FB-TRAN-EXP-DATE IS NOT NUMERIC
040800         MOVE "BAD EXPIRY DATE" TO FB-TRAN-STATUS
040850         GO TO 3400-EXIT
040900     END-IF
040950     MOVE FB-TRAN-EXP-DATE TO FB-TBL-EXP (FB-MATCH-SUB)
041000     MOVE "EXPIRED" TO FB-TBL-DISP (FB-MATCH-SUB)
041050     MOVE "APPLIED" TO FB-TRAN-STATUS.
041100 3400-EXIT.
041150     EXIT.

041200*----------------------------------------------------------*
041250* 3500-FIND-RULE-ENTRY - SCANS THE WORKING TABLE FOR THE
041300*                        TRANSACTION'S RULE SET, DIVISOR AND
041350*                        EFFECTIVE DATE AND LEAVES THE MATCHED
041400*                        ENTRY IN FB-MATCH-SUB.
041450*----------------------------------------------------------*
041500 3500-FIND-RULE-ENTRY.
041550     MOVE "N" TO FB-RULE-FOUND-SW
041600     MOVE 0 TO FB-SCAN-SUB
041650     PERFORM 3510-TEST-RULE-ENTRY
041700         UNTIL FB-RULE-FOUND
041750            OR FB-SCAN-SUB >= FB-TBL-COUNT.

041800*----------------------------------------------------------*
041850* 3510-TEST-RULE-ENTRY - TESTS THE NEXT TABLE ENTRY AGAINST
041900*                        THE TRANSACTION KEY.
041950*----------------------------------------------------------*
042000 3510-TEST-RULE-ENTRY.
042050     ADD 1 TO FB-SCAN-SUB
042100     IF FB-TBL-DIVISOR (FB-SCAN-SUB) = FB-TRAN-DIVISOR
042150        AND FB-TBL-EFF (FB-SCAN-SUB) = FB-TRAN-EFF-DATE
042200        AND FB-TBL-RULE-SET (FB-SCAN-SUB) = FB-TRAN-RULE-SET
042250         MOVE FB-SCAN-SUB TO FB-MATCH-SUB
042300         SET FB-RULE-FOUND TO TRUE
042350     END-IF.

042400*----------------------------------------------------------*
042450* 3700-WRITE-TRAN-LINE - LISTS ONE TRANSACTION WITH ITS
042500*                        VERDICT.
042550*----------------------------------------------------------*
042600 3700-WRITE-TRAN-LINE.
042650     MOVE FB-TRAN-ACTION   TO FB-TDTL-ACTION
042700     MOVE FB-TRAN-RULE-SET TO FB-TDTL-RULE-SET
042750     MOVE FB-TRAN-DIVISOR  TO FB-TDTL-DIVISOR
042800     MOVE FB-TRAN-EFF-DATE TO FB-TDTL-EFF
042850     MOVE FB-TRAN-LABEL    TO FB-TDTL-LABEL
042900     MOVE FB-TRAN-EXP-DATE TO FB-TDTL-EXP
042950     MOVE FB-TRAN-USER     TO FB-TDTL-USER
043000     MOVE FB-TRAN-STATUS   TO FB-TDTL-STATUS
043050     MOVE FB-TRAN-DETAIL-LINE TO FB-LISTING-RECORD
043100     WRITE FB-LISTING-RECORD AFTER ADVANCING 1 LINE.

043150*----------------------------------------------------------*
043200* 4000-PROJECT-RANGES - PROJECTS EVERY CONTROL RECORD'S RANGE
043250*                       AND LISTS ONE LINE PER RANGE.
043300*----------------------------------------------------------*
043350 4000-PROJECT-RANGES.
043400     MOVE "RANGES" TO FB-SECTION-CAPTION
043450     PERFORM 4700-WRITE-SECTION-CAPTION
043500     MOVE FB-RANGE-HEADING-LINE TO FB-LISTING-RECORD
043550     WRITE FB-LISTING-RECORD AFTER ADVANCING 1 LINE
043600     PERFORM 4100-PROJECT-ONE-RANGE THRU 4100-EXIT
043650         UNTIL FB-PARM-EOF.

043700*----------------------------------------------------------*
043750* 4100-PROJECT-ONE-RANGE - PROJECTS THE CONTROL RECORD JUST
043800*                          READ: PICKS THE RANGE'S RULES BEFORE
043850*                          AND AFTER, TALLIES EACH RULE'S FIRES,
043900*                          AND COUNTS THE LABEL CHANGES. A
043950*                          RECORD FIZZ-BUZZ WOULD REFUSE (SEE
044000*                          FIZZ-PARV) IS LISTED AND SKIPPED.
044050*----------------------------------------------------------*
044100 4100-PROJECT-ONE-RANGE.
044150     ADD 1 TO FB-RANGE-READ-COUNT
044200     MOVE SPACES TO FB-RANGE-STATUS
044250     MOVE 0 TO FB-RANGE-SIZE
044300     MOVE 0 TO FB-RANGE-CHANGED
044350     MOVE FB-PARM-RULE-SET TO FB-RANGE-RULE-SET
044400     IF FB-PARM-START IS NOT NUMERIC
044450        OR FB-PARM-END IS NOT NUMERIC
044500        OR FB-PARM-START < 0
044550        OR FB-PARM-START > FB-PARM-END
044600         MOVE 0 TO FB-RANGE-START
044650         MOVE 0 TO FB-RANGE-END
044700         MOVE "INVALID RANGE" TO FB-RANGE-STATUS
044750         ADD 1 TO FB-RANGE-SKIP-COUNT
044800         GO TO 4100-LIST
044850     END-IF
044900     MOVE FB-PARM-START TO FB-RANGE-START
044950     MOVE FB-PARM-END   TO FB-RANGE-END
045000     COMPUTE FB-RANGE-SIZE = FB-RANGE-END - FB-RANGE-START + 1
045050     PERFORM 4200-SELECT-RANGE-RULES
045100     PERFORM 4300-TALLY-RULE-FIRES
045150     PERFORM 4400-COUNT-LABEL-CHANGES
045200     ADD FB-RANGE-SIZE    TO FB-TOTAL-NUMBERS
045250     ADD FB-RANGE-CHANGED TO FB-TOTAL-CHANGED
045300     IF FB-AFT-COUNT = 0
045350         MOVE "NO RULES AFTER" TO FB-RANGE-STATUS
045400     ELSE IF FB-BEF-COUNT = 0
045450         MOVE "NO RULES BEFORE" TO FB-RANGE-STATUS
045500     END-IF.
045550 4100-LIST.
045600     MOVE FB-RANGE-START    TO FB-RDTL-START
045650     MOVE FB-RANGE-END      TO FB-RDTL-END
045700     MOVE FB-RANGE-RULE-SET TO FB-RDTL-RULE-SET
045750     MOVE FB-RANGE-SIZE     TO FB-RDTL-NUMBERS
045800     MOVE FB-RANGE-CHANGED  TO FB-RDTL-CHANGED
045850     IF FB-RANGE-SIZE > 0
045900         COMPUTE FB-RATE-PCT ROUNDED =
045950             FB-RANGE-CHANGED * 100 / FB-RANGE-SIZE
046000     ELSE
046050         MOVE 0 TO FB-RATE-PCT
046100     END-IF
046150     MOVE FB-RATE-PCT       TO FB-RDTL-PCT
046200     MOVE FB-RANGE-STATUS   TO FB-RDTL-STATUS
046250     MOVE FB-RANGE-DETAIL-LINE TO FB-LISTING-RECORD
046300     WRITE FB-LISTING-RECORD AFTER ADVANCING 1 LINE
046350     PERFORM 1700-READ-CONTROL-RECORD.
046400 4100-EXIT.
046450     EXIT.

046500*----------------------------------------------------------*
046550* 4200-SELECT-RANGE-RULES - TAKES THE RANGE'S RULE SET FROM
046600*                           THE BEFORE TABLE AND THE WORKING
046650*                           TABLE: RULES IN EFFECT ON THE
046700*                           PROJECTION DATE WITH A USABLE
046750*                           DIVISOR, IN FILE ORDER, TEN AT MOST -
046800*                           THE RULES FIZZ-BUZZ WOULD RUN THE
046850*                           RANGE UNDER.
046900*----------------------------------------------------------*
046950 4200-SELECT-RANGE-RULES.
047000     MOVE 0 TO FB-BEF-COUNT
047050     MOVE 0 TO FB-AFT-COUNT
047100     PERFORM 4210-SELECT-BEFORE-ENTRY
047150         VARYING FB-SCAN-SUB FROM 1 BY 1
047200         UNTIL FB-SCAN-SUB > FB-OLD-COUNT
047250     PERFORM 4220-SELECT-AFTER-ENTRY
047300         VARYING FB-SCAN-SUB FROM 1 BY 1
047350         UNTIL FB-SCAN-SUB > FB-TBL-COUNT.

047400*----------------------------------------------------------*
047450* 4210-SELECT-BEFORE-ENTRY - ADDS ONE BEFORE-TABLE ENTRY TO
047500*                            THE RANGE'S BEFORE RULES WHEN IT
047550*                            QUALIFIES.
047600*----------------------------------------------------------*
047650 4210-SELECT-BEFORE-ENTRY.
047700     MOVE FB-OLD-EFF (FB-SCAN-SUB) TO FB-CHK-EFF
047750     MOVE FB-OLD-EXP (FB-SCAN-SUB) TO FB-CHK-EXP
047800     PERFORM 4230-CHECK-RULE-EFFECTIVE
047850     IF FB-OLD-RULE-SET (FB-SCAN-SUB) = FB-RANGE-RULE-SET
047900        AND FB-RULE-IN-EFFECT
047950        AND FB-OLD-DIVISOR (FB-SCAN-SUB) IS NUMERIC
048000        AND FB-OLD-DIVISOR (FB-SCAN-SUB) NOT = "00"
048050        AND FB-BEF-COUNT < 10
048100         ADD 1 TO FB-BEF-COUNT
048150         SET FB-BEF-IDX TO FB-BEF-COUNT
048200         MOVE FB-OLD-DIVISOR (FB-SCAN-SUB)
048250             TO FB-BEF-DIVISOR (FB-BEF-IDX)
048300         MOVE FB-OLD-LABEL (FB-SCAN-SUB)
048350             TO FB-BEF-LABEL (FB-BEF-IDX)
048400     END-IF.

048450*----------------------------------------------------------*
048500* 4220-SELECT-AFTER-ENTRY - ADDS ONE WORKING-TABLE ENTRY TO THE
048550*                           RANGE'S AFTER RULES WHEN IT
048600*                           QUALIFIES.
048650*----------------------------------------------------------*
048700 4220-SELECT-AFTER-ENTRY.
048750     MOVE FB-TBL-EFF (FB-SCAN-SUB) TO FB-CHK-EFF
048800     MOVE FB-TBL-EXP (FB-SCAN-SUB) TO FB-CHK-EXP
048850     PERFORM 4230-CHECK-RULE-EFFECTIVE
048900     IF FB-TBL-RULE-SET (FB-SCAN-SUB) = FB-RANGE-RULE-SET
048950        AND FB-RULE-IN-EFFECT
049000        AND FB-TBL-DIVISOR (FB-SCAN-SUB) IS NUMERIC
049050        AND FB-TBL-DIVISOR (FB-SCAN-SUB) NOT = "00"
049100        AND FB-AFT-COUNT < 10
049150         ADD 1 TO FB-AFT-COUNT
049200         SET FB-AFT-IDX TO FB-AFT-COUNT
049250         MOVE FB-TBL-DIVISOR (FB-SCAN-SUB)
049300             TO FB-AFT-DIVISOR (FB-AFT-IDX)
049350         MOVE FB-TBL-LABEL (FB-SCAN-SUB)
049400             TO FB-AFT-LABEL (FB-AFT-IDX)
049450     END-IF.

049500*----------------------------------------------------------*
049550* 4230-CHECK-RULE-EFFECTIVE - SETS FB-RULE-IN-EFFECT WHEN THE
049600*                             DATES IN FB-CHK-EFF/FB-CHK-EXP
049650*                             COVER THE PROJECTION DATE, THE
049700*                             SAME TEST AS FIZZ-BUZZ'S
049750*                             1430-CHECK-RULE-EFFECTIVE.
049800*----------------------------------------------------------*
049850 4230-CHECK-RULE-EFFECTIVE.
049900     MOVE "Y" TO FB-RULE-IN-EFFECT-SW
049950     IF FB-CHK-EFF IS NUMERIC
050000        AND FB-CHK-EFF > FB-PROJ-DATE-X
050050         MOVE "N" TO FB-RULE-IN-EFFECT-SW
050100     END-IF
050150     IF FB-CHK-EXP IS NUMERIC
050200        AND FB-CHK-EXP < FB-PROJ-DATE-X
050250         MOVE "N" TO FB-RULE-IN-EFFECT-SW
050300     END-IF.

050350*----------------------------------------------------------*
050400* 4300-TALLY-RULE-FIRES - ADDS EACH BEFORE AND AFTER RULE'S
050450*                         FIRES OVER THE RANGE TO ITS IMPACT
050500*                         SLOT.
050550*----------------------------------------------------------*
050600 4300-TALLY-RULE-FIRES.
050650     PERFORM 4310-TALLY-BEFORE-RULE
050700         VARYING FB-BEF-IDX FROM 1 BY 1
050750         UNTIL FB-BEF-IDX > FB-BEF-COUNT
050800     PERFORM 4320-TALLY-AFTER-RULE
050850         VARYING FB-AFT-IDX FROM 1 BY 1
050900         UNTIL FB-AFT-IDX > FB-AFT-COUNT.

050950*----------------------------------------------------------*
051000* 4310-TALLY-BEFORE-RULE - ONE BEFORE RULE'S FIRES.
051050*----------------------------------------------------------*
051100 4310-TALLY-BEFORE-RULE.
051150     MOVE FB-BEF-DIVISOR (FB-BEF-IDX) TO FB-FIRE-DIVISOR
051200     MOVE FB-BEF-DIVISOR (FB-BEF-IDX) TO FB-IMP-KEY-DIVISOR
051250     MOVE FB-BEF-LABEL (FB-BEF-IDX)   TO FB-IMP-KEY-LABEL
051300     PERFORM 4330-COMPUTE-FIRES
051350     PERFORM 4340-FIND-IMPACT-SLOT
051400     IF FB-IMPACT-FOUND
051450         ADD FB-FIRE-COUNT TO FB-IMP-BEFORE-HITS (FB-IMP-SUB)
051500     END-IF.

051550*----------------------------------------------------------*
051600* 4320-TALLY-AFTER-RULE - ONE AFTER RULE'S FIRES.
051650*----------------------------------------------------------*
051700 4320-TALLY-AFTER-RULE.
051750     MOVE FB-AFT-DIVISOR (FB-AFT-IDX) TO FB-FIRE-DIVISOR
051800     MOVE FB-AFT-DIVISOR (FB-AFT-IDX) TO FB-IMP-KEY-DIVISOR
051850     MOVE FB-AFT-LABEL (FB-AFT-IDX)   TO FB-IMP-KEY-LABEL
051900     PERFORM 4330-COMPUTE-FIRES
051950     PERFORM 4340-FIND-IMPACT-SLOT
052000     IF FB-IMPACT-FOUND
052050         ADD FB-FIRE-COUNT TO FB-IMP-AFTER-HITS (FB-IMP-SUB)
052100     END-IF.

052150*----------------------------------------------------------*
052200* 4330-COMPUTE-FIRES - HOW MANY NUMBERS IN THE RANGE ARE
052250*                      MULTIPLES OF FB-FIRE-DIVISOR.
052300*----------------------------------------------------------*
052350 4330-COMPUTE-FIRES.
052400     DIVIDE FB-RANGE-END BY FB-FIRE-DIVISOR
052450         GIVING FB-FIRE-HIGH
052500     IF FB-RANGE-START = 0
052550         COMPUTE FB-FIRE-COUNT = FB-FIRE-HIGH + 1
052600     ELSE
052650         COMPUTE FB-FIRE-LOW-BASE = FB-RANGE-START - 1
052700         DIVIDE FB-FIRE-LOW-BASE BY FB-FIRE-DIVISOR
052750             GIVING FB-FIRE-LOW
052800         COMPUTE FB-FIRE-COUNT = FB-FIRE-HIGH - FB-FIRE-LOW
052850     END-IF.

052900*----------------------------------------------------------*
052950* 4340-FIND-IMPACT-SLOT - FINDS THE IMPACT SLOT FOR THE RANGE'S
053000*                         RULE SET AND FB-IMP-KEY-DIVISOR/LABEL,
053050*                         OPENING A NEW ONE WHEN THE RULE IS
053100*                         NOT THERE YET. LEAVES IT IN
053150*                         FB-IMP-SUB.
053200*----------------------------------------------------------*
053250 4340-FIND-IMPACT-SLOT.
053300     MOVE "N" TO FB-IMPACT-FOUND-SW
053350     MOVE 0 TO FB-IMP-SUB
053400     PERFORM 4350-MATCH-IMPACT-SLOT
053450         UNTIL FB-IMPACT-FOUND
053500            OR FB-IMP-SUB >= FB-IMP-COUNT
053550     IF NOT FB-IMPACT-FOUND
053600        AND FB-IMP-COUNT < 200
053650         ADD 1 TO FB-IMP-COUNT
053700         MOVE FB-IMP-COUNT TO FB-IMP-SUB
053750         MOVE FB-RANGE-RULE-SET  TO FB-IMP-RULE-SET (FB-IMP-SUB)
053800         MOVE FB-IMP-KEY-DIVISOR TO FB-IMP-DIVISOR (FB-IMP-SUB)
053850         MOVE FB-IMP-KEY-LABEL   TO FB-IMP-LABEL (FB-IMP-SUB)
053900         MOVE 0 TO FB-IMP-BEFORE-HITS (FB-IMP-SUB)
053950         MOVE 0 TO FB-IMP-AFTER-HITS (FB-IMP-SUB)
054000         MOVE 0 TO FB-IMP-RATE-SUM (FB-IMP-SUB)
054050         MOVE 0 TO FB-IMP-RUNS (FB-IMP-SUB)
054100         SET FB-IMPACT-FOUND TO TRUE
054150     END-IF.

054200*----------------------------------------------------------*
054250* 4350-MATCH-IMPACT-SLOT - TESTS THE NEXT IMPACT SLOT AGAINST
054300*                          THE RULE BEING TALLIED.
054350*----------------------------------------------------------*
054400 4350-MATCH-IMPACT-SLOT.
054450     ADD 1 TO FB-IMP-SUB
054500     IF FB-IMP-RULE-SET (FB-IMP-SUB) = FB-RANGE-RULE-SET
054550        AND FB-IMP-DIVISOR (FB-IMP-SUB) = FB-IMP-KEY-DIVISOR
054600        AND FB-IMP-LABEL (FB-IMP-SUB) = FB-IMP-KEY-LABEL
054650         SET FB-IMPACT-FOUND TO TRUE
054700     END-IF.

054750*----------------------------------------------------------*
054800* 4400-COUNT-LABEL-CHANGES - COUNTS THE NUMBERS IN THE RANGE
054850*                            WHOSE LABEL WOULD DIFFER AFTER THE
054900*                            CHANGE. WORKS OUT THE PATTERN
054950*                            PERIOD, WALKS ONE PERIOD (OR THE
055000*                            WHOLE RANGE, IF SHORTER), AND
055050*                            SCALES THE COUNT UP TO THE RANGE.
055100*----------------------------------------------------------*
055150 4400-COUNT-LABEL-CHANGES.
055200     MOVE 1 TO FB-PERIOD
055250     MOVE "N" TO FB-PERIOD-CAPPED-SW
055300     PERFORM 4410-FOLD-BEFORE-DIVISOR
055350         VARYING FB-BEF-IDX FROM 1 BY 1
055400         UNTIL FB-BEF-IDX > FB-BEF-COUNT
055450            OR FB-PERIOD-CAPPED
055500     PERFORM 4420-FOLD-AFTER-DIVISOR
055550         VARYING FB-AFT-IDX FROM 1 BY 1
055600         UNTIL FB-AFT-IDX > FB-AFT-COUNT
055650            OR FB-PERIOD-CAPPED
055700     IF FB-PERIOD-CAPPED OR FB-PERIOD >= FB-RANGE-SIZE
055750         MOVE FB-RANGE-SIZE TO FB-WALK-LENGTH
055800         MOVE 1 TO FB-PERIOD-QUOT
055850         MOVE 0 TO FB-PERIOD-REM
055900     ELSE
055950         MOVE FB-PERIOD TO FB-WALK-LENGTH
056000         DIVIDE FB-RANGE-SIZE BY FB-PERIOD
056050             GIVING FB-PERIOD-QUOT REMAINDER FB-PERIOD-REM
056100     END-IF
056150     MOVE 0 TO FB-WALK-CHANGED
056200     MOVE 0 TO FB-REM-CHANGED
056250     MOVE 0 TO FB-WALK-SUB
056300     MOVE FB-RANGE-START TO FB-WALK-NUMBER
056350     PERFORM 4430-COMPARE-ONE-NUMBER
056400         UNTIL FB-WALK-SUB >= FB-WALK-LENGTH
056450     COMPUTE FB-RANGE-CHANGED =
056500         FB-PERIOD-QUOT * FB-WALK-CHANGED + FB-REM-CHANGED.

056550*----------------------------------------------------------*
056600* 4410-FOLD-BEFORE-DIVISOR - FOLDS ONE BEFORE RULE'S DIVISOR
056650*                            INTO THE PERIOD.
056700*----------------------------------------------------------*
056750 4410-FOLD-BEFORE-DIVISOR.
056800     MOVE FB-BEF-DIVISOR (FB-BEF-IDX) TO FB-FOLD-DIVISOR
056850     PERFORM 4460-FOLD-DIVISOR.

056900*----------------------------------------------------------*
056950* 4420-FOLD-AFTER-DIVISOR - FOLDS ONE AFTER RULE'S DIVISOR
057000*                           INTO THE PERIOD.
057050*----------------------------------------------------------*
057100 4420-FOLD-AFTER-DIVISOR.
057150     MOVE FB-AFT-DIVISOR (FB-AFT-IDX) TO FB-FOLD-DIVISOR
057200     PERFORM 4460-FOLD-DIVISOR.

057250*----------------------------------------------------------*
057300* 4430-COMPARE-ONE-NUMBER - BUILDS THE NEXT NUMBER'S LABEL
057350*                           UNDER BOTH RULE LISTS THE WAY
057400*                           FIZZ-BUZZ'S 3110-APPLY-RULE DOES
057450*                           AND COUNTS IT WHEN THEY DIFFER. A
057500*                           NUMBER NO RULE FIRES ON PRINTS AS
057550*                           ITSELF EITHER WAY, SO TWO BLANK
057600*                           LABELS MATCH. THE COUNT AT THE
057650*                           PARTIAL PERIOD'S LENGTH IS KEPT
057700*                           ASIDE FOR THE SCALING.
057750*----------------------------------------------------------*
057800 4430-COMPARE-ONE-NUMBER.
057850     ADD 1 TO FB-WALK-SUB
057900     MOVE SPACES TO FB-BEF-STRING
057950     MOVE 1 TO FB-BEF-PTR
058000     MOVE SPACES TO FB-AFT-STRING
058050     MOVE 1 TO FB-AFT-PTR
058100     PERFORM 4440-APPLY-BEFORE-RULE
058150         VARYING FB-BEF-IDX FROM 1 BY 1
058200         UNTIL FB-BEF-IDX > FB-BEF-COUNT
058250     PERFORM 4450-APPLY-AFTER-RULE
058300         VARYING FB-AFT-IDX FROM 1 BY 1
058350         UNTIL FB-AFT-IDX > FB-AFT-COUNT
058400     IF FB-BEF-STRING NOT = FB-AFT-STRING
058450         ADD 1 TO FB-WALK-CHANGED
058500     END-IF
058550     IF FB-WALK-SUB = FB-PERIOD-REM
058600         MOVE FB-WALK-CHANGED TO FB-REM-CHANGED
058650     END-IF
058700     ADD 1 TO FB-WALK-NUMBER.

058750*----------------------------------------------------------*
058800* 4440-APPLY-BEFORE-RULE - ADDS ONE BEFORE RULE'S LABEL WHEN
058850*                          IT FIRES ON THE NUMBER.
058900*----------------------------------------------------------*
058950 4440-APPLY-BEFORE-RULE.
059000     DIVIDE FB-WALK-NUMBER BY FB-BEF-DIVISOR (FB-BEF-IDX)
059050         GIVING FB-WALK-QUOT REMAINDER FB-WALK-REM
059100     IF FB-WALK-REM = 0
059150         STRING FB-BEF-LABEL (FB-BEF-IDX) DELIMITED BY SPACE
059200             INTO FB-BEF-STRING
059250             WITH POINTER FB-BEF-PTR
059300         END-STRING
059350     END-IF.

059400*----------------------------------------------------------*
059450* 4450-APPLY-AFTER-RULE - ADDS ONE AFTER RULE'S LABEL WHEN IT
059500*                         FIRES ON THE NUMBER.
059550*----------------------------------------------------------*
059600 4450-APPLY-AFTER-RULE.
059650     DIVIDE FB-WALK-NUMBER BY FB-AFT-DIVISOR (FB-AFT-IDX)
059700         GIVING FB-WALK-QUOT REMAINDER FB-WALK-REM
059750     IF FB-WALK-REM = 0
059800         STRING FB-AFT-LABEL (FB-AFT-IDX) DELIMITED BY SPACE
059850             INTO FB-AFT-STRING
059900             WITH POINTER FB-AFT-PTR
059950         END-STRING
060000     END-IF.

060050*----------------------------------------------------------*
060100* 4460-FOLD-DIVISOR - TAKES THE PERIOD TO THE LEAST COMMON
060150*                     MULTIPLE OF ITSELF AND FB-FOLD-DIVISOR
060200*                     (EUCLID FOR THE COMMON DIVISOR). ONCE THE
060250*                     PERIOD PASSES THE RANGE SIZE THE RANGE
060300*                     IS WALKED WHOLE, SO THE FOLD STOPS THERE.
060350*----------------------------------------------------------*
060400 4460-FOLD-DIVISOR.
060450     MOVE FB-PERIOD TO FB-GCD-A
060500     MOVE FB-FOLD-DIVISOR TO FB-GCD-B
060550     PERFORM 4470-GCD-STEP UNTIL FB-GCD-B = 0
060600     DIVIDE FB-GCD-A INTO FB-PERIOD
060650     MULTIPLY FB-FOLD-DIVISOR BY FB-PERIOD
060700     IF FB-PERIOD > FB-RANGE-SIZE
060750         SET FB-PERIOD-CAPPED TO TRUE
060800     END-IF.

060850*----------------------------------------------------------*
060900* 4470-GCD-STEP - ONE STEP OF EUCLID'S ALGORITHM.
060950*----------------------------------------------------------*
061000 4470-GCD-STEP.
061050     DIVIDE FB-GCD-A BY FB-GCD-B
061100         GIVING FB-GCD-QUOT REMAINDER FB-GCD-REM
061150     MOVE FB-GCD-B TO FB-GCD-A
061200     MOVE FB-GCD-REM TO FB-GCD-B.

061250*----------------------------------------------------------*
061300* 4700-WRITE-SECTION-CAPTION - WRITES ONE SECTION CAPTION AND
061350*                              A BLANK SEPARATOR LINE.
061400*----------------------------------------------------------*
061450 4700-WRITE-SECTION-CAPTION.
061500     MOVE FB-SECTION-CAPTION TO FB-LISTING-RECORD
061550     WRITE FB-LISTING-RECORD AFTER ADVANCING 2 LINES.

061600*----------------------------------------------------------*
061650* 5000-LOAD-HISTORY-AVERAGES - FINDS THE LAST LOOKBACK-N RUN
061700*                              DATES ON TRNDHIST, THEN FOLDS
061750*                              EVERY HISTORY RECORD FROM THOSE
061800*                              RUNS INTO THE MATCHING IMPACT
061850*                              SLOTS' RATE SUMS. AN ABSENT OR
061900*                              EMPTY HISTORY, OR A ZERO
061950*                              LOOKBACK, LEAVES EVERY RULE
062000*                              WITHOUT AN AVERAGE.
062050*----------------------------------------------------------*
062100 5000-LOAD-HISTORY-AVERAGES.
062150     IF FB-LOOKBACK-RUNS = 0
062200         GO TO 5000-EXIT
062250     END-IF
062300     OPEN INPUT HISTORY-FILE
062350     PERFORM 5050-READ-HISTORY-RECORD
062400     PERFORM 5100-NOTE-HISTORY-DATE UNTIL FB-HIST-EOF
062450     CLOSE HISTORY-FILE
062500     IF FB-RECENT-COUNT = 0
062550         GO TO 5000-EXIT
062600     END-IF
062650     MOVE FB-RECENT-DATE (1) TO FB-CUTOFF-DATE
062700     MOVE "N" TO FB-HIST-EOF-SW
062750     OPEN INPUT HISTORY-FILE
062800     PERFORM 5050-READ-HISTORY-RECORD
062850     PERFORM 5200-FOLD-HISTORY-RECORD UNTIL FB-HIST-EOF
062900     CLOSE HISTORY-FILE.
062950 5000-EXIT.
063000     EXIT.

063050*----------------------------------------------------------*
063100* 5050-READ-HISTORY-RECORD - READS ONE HISTORY RECORD.
063150*----------------------------------------------------------*
063200 5050-READ-HISTORY-RECORD.
063250     READ HISTORY-FILE
063300         AT END
063350             SET FB-HIST-EOF TO TRUE
063400     END-READ.

063450*----------------------------------------------------------*
063500* 5100-NOTE-HISTORY-DATE - KEEPS THE LAST LOOKBACK-N DISTINCT
063550*                          RUN DATES, DROPPING THE OLDEST WHEN
063600*                          THE LIST IS FULL.
063650*----------------------------------------------------------*
063700 5100-NOTE-HISTORY-DATE.
063750     IF FB-HIST-DATE NOT = FB-PREV-HIST-DATE
063800         MOVE FB-HIST-DATE TO FB-PREV-HIST-DATE
063850         IF FB-RECENT-COUNT >= FB-LOOKBACK-RUNS
063900             PERFORM 5110-SHIFT-ONE-DATE
063950                 VARYING FB-DATE-SUB FROM 1 BY 1
064000                 UNTIL FB-DATE-SUB >= FB-RECENT-COUNT
064050         ELSE
064100             ADD 1 TO FB-RECENT-COUNT
064150         END-IF
064200         MOVE FB-HIST-DATE TO FB-RECENT-DATE (FB-RECENT-COUNT)
064250     END-IF
064300     PERFORM 5050-READ-HISTORY-RECORD.

064350*----------------------------------------------------------*
064400* 5110-SHIFT-ONE-DATE - MOVES ONE LISTED DATE DOWN A SLOT.
064450*----------------------------------------------------------*
064500 5110-SHIFT-ONE-DATE.
064550     MOVE FB-RECENT-DATE (FB-DATE-SUB + 1)
064600         TO FB-RECENT-DATE (FB-DATE-SUB).

064650*----------------------------------------------------------*
064700* 5200-FOLD-HISTORY-RECORD - ADDS A LOOKBACK RUN'S RATE FOR
064750*                            THE RECORD'S RULE TO EVERY IMPACT
064800*                            SLOT WITH THAT DIVISOR AND LABEL.
064850*----------------------------------------------------------*
064900 5200-FOLD-HISTORY-RECORD.
064950     IF FB-HIST-DATE >= FB-CUTOFF-DATE
065000        AND FB-HIST-TOTAL > 0
065050         COMPUTE FB-RATE-PCT ROUNDED =
065100             FB-HIST-HITS * 100 / FB-HIST-TOTAL
065150         PERFORM 5210-FOLD-INTO-IMPACT-SLOT
065200             VARYING FB-IMP-SUB FROM 1 BY 1
065250             UNTIL FB-IMP-SUB > FB-IMP-COUNT
065300     END-IF
065350     PERFORM 5050-READ-HISTORY-RECORD.

065400*----------------------------------------------------------*
065450* 5210-FOLD-INTO-IMPACT-SLOT - ADDS THE RATE TO ONE IMPACT
065500*                              SLOT WHEN THE RULE MATCHES.
065550*----------------------------------------------------------*
065600 5210-FOLD-INTO-IMPACT-SLOT.
065650     IF FB-IMP-DIVISOR (FB-IMP-SUB) = FB-HIST-DIVISOR
065700        AND FB-IMP-LABEL (FB-IMP-SUB) = FB-HIST-LABEL
065750         ADD FB-RATE-PCT TO FB-IMP-RATE-SUM (FB-IMP-SUB)
065800         ADD 1 TO FB-IMP-RUNS (FB-IMP-SUB)
065850     END-IF.

065900*----------------------------------------------------------*
065950* 6000-WRITE-RULE-IMPACT - LISTS EVERY RULE SEEN ON EITHER
066000*                          SIDE OF THE CHANGE WITH ITS
066050*                          PROJECTED FIRES AND RATES BEFORE
066100*                          AND AFTER AND ITS HISTORY AVERAGE.
066150*----------------------------------------------------------*
066200 6000-WRITE-RULE-IMPACT.
066250     MOVE "RULE IMPACT" TO FB-SECTION-CAPTION
066300     PERFORM 4700-WRITE-SECTION-CAPTION
066350     MOVE FB-IMPACT-HEADING-LINE TO FB-LISTING-RECORD
066400     WRITE FB-LISTING-RECORD AFTER ADVANCING 1 LINE
066450     PERFORM 6100-WRITE-IMPACT-LINE
066500         VARYING FB-IMP-SUB FROM 1 BY 1
066550         UNTIL FB-IMP-SUB > FB-IMP-COUNT.

066600*----------------------------------------------------------*
066650* 6100-WRITE-IMPACT-LINE - WRITES ONE RULE'S IMPACT LINE. THE
066700*                          RATES ARE OVER EVERY NUMBER
066750*                          PROJECTED, AS TRNDHIST'S ARE OVER
066800*                          THE WHOLE RUN. A PROJECTED RATE MORE
066850*                          THAN THE TOLERANCE FROM THE HISTORY
066900*                          AVERAGE IS FLAGGED; OTHERWISE A RULE
066950*                          WHOSE FIRES MOVE IS MARKED CHANGED.
067000*----------------------------------------------------------*
067050 6100-WRITE-IMPACT-LINE.
067100     IF FB-TOTAL-NUMBERS > 0
067150         COMPUTE FB-BEFORE-RATE ROUNDED =
067200             FB-IMP-BEFORE-HITS (FB-IMP-SUB) * 100
067250             / FB-TOTAL-NUMBERS
067300         COMPUTE FB-AFTER-RATE ROUNDED =
067350             FB-IMP-AFTER-HITS (FB-IMP-SUB) * 100
067400             / FB-TOTAL-NUMBERS
067450     ELSE
067500         MOVE 0 TO FB-BEFORE-RATE
067550         MOVE 0 TO FB-AFTER-RATE
067600     END-IF
067650     MOVE FB-IMP-RULE-SET (FB-IMP-SUB)    TO FB-IDTL-RULE-SET
067700     MOVE FB-IMP-DIVISOR (FB-IMP-SUB)     TO FB-IDTL-DIVISOR
067750     MOVE FB-IMP-LABEL (FB-IMP-SUB)       TO FB-IDTL-LABEL
067800     MOVE FB-IMP-BEFORE-HITS (FB-IMP-SUB) TO FB-IDTL-BEFORE
067850     MOVE FB-BEFORE-RATE                  TO FB-IDTL-BEFORE-PCT
067900     MOVE FB-IMP-AFTER-HITS (FB-IMP-SUB)  TO FB-IDTL-AFTER
067950     MOVE FB-AFTER-RATE                   TO FB-IDTL-AFTER-PCT
068000     MOVE SPACES TO FB-IDTL-FLAG
068050     IF FB-IMP-RUNS (FB-IMP-SUB) > 0
068100         COMPUTE FB-AVG-RATE ROUNDED =
068150             FB-IMP-RATE-SUM (FB-IMP-SUB)
068200             / FB-IMP-RUNS (FB-IMP-SUB)
068250         MOVE FB-AVG-RATE TO FB-IDTL-HIST
068300         COMPUTE FB-RATE-DIFF = FB-AFTER-RATE - FB-AVG-RATE
068350         IF FB-RATE-DIFF < 0
068400             COMPUTE FB-RATE-DIFF = 0 - FB-RATE-DIFF
068450         END-IF
068500         IF FB-RATE-DIFF > FB-TOLERANCE-PCT
068550             ADD 1 TO FB-ALERT-COUNT
068600             MOVE "OUT OF TOL" TO FB-IDTL-FLAG
068605             SET FB-EVENT-CONDITION TO TRUE
068610             SET FB-EVENT-WARNING TO TRUE
068615             MOVE 0601 TO FB-EVENT-MESSAGE-NO
068620             MOVE SPACES TO FB-EVENT-TEXT
068625             STRING "RULE SET " FB-IDTL-RULE-SET " DIVISOR "
068630                    FB-IDTL-DIVISOR " " FB-IDTL-LABEL
068635                    " WOULD BE OUT OF TOLERANCE"
068640                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
068645             PERFORM 8950-LOG-EVENT
068650         END-IF
068700     ELSE
068750         MOVE "   N/A" TO FB-IDTL-HIST-X
068800     END-IF
068850     IF FB-IDTL-FLAG = SPACES
068900        AND FB-IMP-BEFORE-HITS (FB-IMP-SUB) NOT =
068950            FB-IMP-AFTER-HITS (FB-IMP-SUB)
069000         MOVE "CHANGED" TO FB-IDTL-FLAG
069050     END-IF
069100     MOVE FB-IMPACT-DETAIL-LINE TO FB-LISTING-RECORD
069150     WRITE FB-LISTING-RECORD AFTER ADVANCING 1 LINE.

069200*----------------------------------------------------------*
069250* 7000-WRITE-TOTALS - WRITES THE TOTALS AND THE VERDICT. A
069300*                     TRANSACTION FIZZ-RULM WOULD REJECT SETS
069350*                     RETURN CODE 8; OTHERWISE A RULE OUT OF
069400*                     TOLERANCE SETS WARNING RETURN CODE 4.
069450*----------------------------------------------------------*
069500 7000-WRITE-TOTALS.
069550     MOVE FB-TRAN-READ-COUNT TO FB-SUM-TRANS
069600     MOVE FB-APPLIED-COUNT   TO FB-SUM-APPLIED
069650     MOVE FB-REJECT-COUNT    TO FB-SUM-REJECTED
069700     MOVE FB-TRAN-SUMMARY-LINE TO FB-LISTING-RECORD
069750     WRITE FB-LISTING-RECORD AFTER ADVANCING 2 LINES
069800     MOVE FB-TOTAL-NUMBERS TO FB-SUM-NUMBERS
069850     MOVE FB-TOTAL-CHANGED TO FB-SUM-CHANGED
069900     MOVE FB-NUMBER-SUMMARY-LINE TO FB-LISTING-RECORD
069950     WRITE FB-LISTING-RECORD AFTER ADVANCING 1 LINE
070000     MOVE FB-IMP-COUNT        TO FB-SUM-RULES
070050     MOVE FB-ALERT-COUNT      TO FB-SUM-ALERTS
070100     MOVE FB-RANGE-SKIP-COUNT TO FB-SUM-SKIPPED
070150     MOVE FB-ALERT-SUMMARY-LINE TO FB-LISTING-RECORD
070200     WRITE FB-LISTING-RECORD AFTER ADVANCING 1 LINE
070250     IF FB-REJECT-COUNT > 0 AND RETURN-CODE = 0
070300         MOVE 8 TO RETURN-CODE
070350     END-IF
070400     IF FB-ALERT-COUNT > 0 AND RETURN-CODE = 0
070450         MOVE 4 TO RETURN-CODE
070500     END-IF
070550     MOVE SPACES TO FB-LISTING-RECORD
070600     IF RETURN-CODE = 0
070650         MOVE "PROJECTION COMPLETE" TO FB-LISTING-RECORD
070700     ELSE
070750         MOVE "*** PROJECTION COMPLETED WITH EXCEPTIONS ***"
070800             TO FB-LISTING-RECORD
070850     END-IF
070900     WRITE FB-LISTING-RECORD AFTER ADVANCING 1 LINE
070950     DISPLAY "FIZZ-RIMP: " FB-TRAN-SUMMARY-LINE
071000     DISPLAY "FIZZ-RIMP: " FB-NUMBER-SUMMARY-LINE.

071050*----------------------------------------------------------*
071100* 8000-TERMINATE - CLOSES THE FILES OPENED FOR THE RUN AND
071150*                  RELEASES THE RUN LOCK.
071200*----------------------------------------------------------*
071250 8000-TERMINATE.
071300     CLOSE RULES-FILE
071350     CLOSE TRAN-FILE
071400     CLOSE PARM-FILE
071450     CLOSE LISTING-FILE
071500     PERFORM 8900-RELEASE-RUN-LOCK.

071550*----------------------------------------------------------*
071600* 8900-RELEASE-RUN-LOCK - RELEASES THE SHOP-WIDE RUN LOCK AND
071650*                         LOGS THE END OF THE RUN WITH ITS
071700*                         RETURN CODE (SEE 8950-LOG-EVENT) -
071750*                         EVERY WAY OUT OF THE RUN COMES
071800*                         THROUGH HERE. NOTHING TO RELEASE WHEN
071850*                         THE LOCK WAS NEVER GRANTED. THE CALL
071900*                         PASSES BACK FIZZ-LOCK'S OWN RETURN
071950*                         CODE, SO THIS RUN'S IS KEPT AROUND IT.
072000*----------------------------------------------------------*
072050 8900-RELEASE-RUN-LOCK.
072051     IF FB-LOCK-HELD
072052         MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
072053         MOVE "REL" TO FB-LOCK-FUNCTION
072054         CALL "FIZZ-LOCK" USING FB-LOCK-REQUEST
072055         MOVE "N" TO FB-LOCK-HELD-SW
072056         MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE
072057     END-IF
072058     MOVE "END" TO FB-EVENT-FUNCTION
072059     PERFORM 8950-LOG-EVENT.

072060*----------------------------------------------------------*
072061* 8950-LOG-EVENT - LOGS ONE EVENT FOR THIS RUN THROUGH THE
072062*                  SHOP-WIDE FIZZ-EVNT SUBPROGRAM: THE START
072063*                  ("STR") OR END ("END") OF THE RUN, OR A
072064*                  CONDITION ("LOG") WHOSE SEVERITY, MESSAGE
072065*                  NUMBER AND TEXT THE CALLER HAS SET. THE
072066*                  RETURN CODE SO FAR GOES WITH THE EVENT AND
072067*                  IS KEPT AROUND THE CALL. A LOG THAT CANNOT
072068*                  BE WRITTEN DOES NOT STOP THE RUN.
072069*----------------------------------------------------------*
072070 8950-LOG-EVENT.
072071     MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
072072     MOVE "FIZZ-RIMP" TO FB-EVENT-PROGRAM
072073     MOVE RETURN-CODE TO FB-EVENT-RETURN-CODE
072074     CALL "FIZZ-EVNT" USING FB-EVENT-REQUEST
072075     MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE.

072100 END PROGRAM FIZZ-RIMP.
