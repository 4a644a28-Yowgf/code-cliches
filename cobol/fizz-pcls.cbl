000050 IDENTIFICATION DIVISION.
000100 PROGRAM-ID. FIZZ-PCLS.
000150*AUTHOR.     DATA PROCESSING.
000200*INSTALLATION. SHOP BATCH LIBRARY.
000250*DATE-WRITTEN. 10/15/2026.
000300*DATE-COMPILED.
000350*REMARKS.
000400*    MONTH-END AND YEAR-END PERIOD CLOSE FOR THE FIZZ-BUZZ JOB
000450*    FAMILY. FIZZ-AUDR REPORTS BY DAY AND FIZZ-TRND BY RUN;
000500*    FINANCE WANTS FIGURES BY ACCOUNTING PERIOD THAT DO NOT MOVE
000550*    ONCE THE PERIOD IS CLOSED. THE PERIODS COME FROM THE
000600*    ACCOUNTING-PERIOD CALENDAR PERDCAL. EACH RUN CLOSES ONE
000650*    PERIOD - THE ONE NAMED ON THE OPTIONAL PCLSPARM FILE, OR BY
000700*    DEFAULT THE PERIOD AFTER THE LAST ONE CLOSED - AND ONLY IN
000750*    CALENDAR ORDER, ONLY ONCE, AND ONLY AFTER IT HAS ENDED. THE
000800*    CLOSE TOTALS THE PERIOD'S RUNS FROM AUDITLOG (RUNS, RECORDS
000850*    PROCESSED, EXCEPTIONS, FAILED RUNS BY RETURN CODE) AND ITS
000900*    PER-RULE HIT COUNTS FROM TRNDHIST, ADDS THEM TO THE YEAR TO
000950*    DATE, APPENDS THE FIGURES TO THE PERMANENT PERIOD-TOTALS
001000*    FILE PERDTOTL, AND PRINTS THE MANAGEMENT PERIOD STATEMENT
001050*    (PCLSRPT).
001100*    A CLOSED PERIOD'S FIGURES ARE NEVER REWRITTEN. PERDTOTL ALSO
001150*    REGISTERS EVERY RUN AND EVERY DAY'S RULE HITS THAT WENT
001200*    INTO A CLOSE, SO A RUN OR RERUN DATED INSIDE A PERIOD THAT
001250*    IS ALREADY CLOSED - AND A RERUN'S CHANGED HITS ON TRNDHIST -
001300*    IS CAUGHT BY THE NEXT CLOSE AND REPORTED THERE AS A
001350*    POST-CLOSE ADJUSTMENT, COUNTED IN THAT PERIOD'S YEAR TO
001400*    DATE. THE PERIOD FLAGGED AS YEAR END ON THE CALENDAR ROLLS
001450*    THE YEAR TO DATE: ITS CLOSE CARRIES THE YEAR'S FINAL TOTALS
001500*    AND THE NEXT PERIOD STARTS A NEW YEAR FROM ZERO.
001550*    PERDTOTL IS REBUILT THROUGH A SCRATCH FILE AND RENAME, THE
001600*    WAY THE OTHER JOBS IN THIS FAMILY REBUILD THEIR FILES, SO A
001650*    CLOSE THAT FAILS PART WAY LEAVES THE FILE AS IT WAS.
001700*
001750*MODIFICATION HISTORY.
001800*    DATE       INIT  DESCRIPTION
001850*    ---------  ----  --------------------------------------
001900*    10/15/2026 DP    INITIAL VERSION.
001905*    10/15/2026 DP    THE RUN NOW LOGS ITS START, ITS END AND
001910*                     RETURN CODE, AND ITS SIGNIFICANT CONDITIONS
001915*                     TO THE SHOP EVENT LOG THROUGH FIZZ-EVNT (SEE
001920*                     8950-LOG-EVENT); A WARNING OR WORSE ALSO
001925*                     GOES TO THE MONITORING CONSOLE'S ALERT FILE.
001927*    10/15/2026 DP    A BAD PCLSPARM (RETURN CODE 16), A BAD
001929*                     CALENDAR (20), A PERIOD THAT CANNOT BE
001931*                     CLOSED (24) AND A TABLE OVERFLOW (28) NOW
001933*                     EACH LOG AN ERROR EVENT WITH THE REASON.
001950 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002050 FILE-CONTROL.
002100     SELECT PERIOD-CALENDAR-FILE ASSIGN TO "PERDCAL"
002150         ORGANIZATION IS LINE SEQUENTIAL
002200         FILE STATUS IS FB-CALENDAR-FILE-STATUS.
002250     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
002300         ORGANIZATION IS LINE SEQUENTIAL
002350         FILE STATUS IS FB-AUDIT-FILE-STATUS.
002400     SELECT OPTIONAL HISTORY-FILE ASSIGN TO "TRNDHIST"
002450         ORGANIZATION IS LINE SEQUENTIAL.
002500     SELECT OPTIONAL PERIOD-TOTALS-FILE ASSIGN TO "PERDTOTL"
002550         ORGANIZATION IS LINE SEQUENTIAL.
002600     SELECT OPTIONAL TOTALS-SCRATCH-FILE
002650         ASSIGN TO "PERDTOTL.TMP"
002700         ORGANIZATION IS LINE SEQUENTIAL.
002750     SELECT STATEMENT-FILE ASSIGN TO "PCLSRPT"
002800         ORGANIZATION IS LINE SEQUENTIAL
002850         FILE STATUS IS FB-STATEMENT-FILE-STATUS.
002900     SELECT OPTIONAL CLOSE-PARM-FILE ASSIGN TO "PCLSPARM"
002950         ORGANIZATION IS LINE SEQUENTIAL.
003000 DATA DIVISION.
003050 FILE SECTION.
003100*ONE RECORD PER ACCOUNTING PERIOD, IN PERIOD ORDER: THE PERIOD
003150*(FISCAL YEAR AND PERIOD NUMBER, CCYYPP), ITS FIRST AND LAST
003200*BUSINESS DATE, AND "Y" ON THE LAST PERIOD OF A FISCAL YEAR.
003250 FD  PERIOD-CALENDAR-FILE
003300     LABEL RECORDS ARE STANDARD.
003350 01  FB-PCAL-RECORD.
003400     05 FB-PCAL-PERIOD          PIC X(06).
003450     05 FILLER                  PIC X(01).
003500     05 FB-PCAL-START           PIC X(08).
003550     05 FILLER                  PIC X(01).
003600     05 FB-PCAL-END             PIC X(08).
003650     05 FILLER                  PIC X(01).
003700     05 FB-PCAL-YEAR-END        PIC X(01).

003750 FD  AUDIT-FILE
003800     LABEL RECORDS ARE STANDARD.
003850 COPY FBAUDIT.

003900*FIZZ-TRND'S HISTORY LAYOUT: ONE RECORD PER RULE PER RUN DATE.
003950 FD  HISTORY-FILE
004000     LABEL RECORDS ARE STANDARD.
004050 01  FB-HIST-RECORD.
004100     05 FB-HIST-DATE            PIC 9(08).
004150     05 FILLER                  PIC X(01).
004200     05 FB-HIST-DIVISOR         PIC 9(02).
004250     05 FILLER                  PIC X(01).
004300     05 FB-HIST-LABEL           PIC X(08).
004350     05 FILLER                  PIC X(01).
004400     05 FB-HIST-HITS            PIC 9(11).
004450     05 FILLER                  PIC X(01).
004500     05 FB-HIST-TOTAL           PIC 9(11).

004550*THE PERMANENT PERIOD-TOTALS FILE. EACH CLOSE APPENDS, IN THIS
004600*ORDER: ONE "H" HEADER (PERIOD DATES, CLOSE DATE, YEAR-END
004650*FLAG); A "D" RECORD FOR EVERY DAY'S RULE HITS TAKEN INTO THE
004700*CLOSE AND A "K" RECORD FOR EVERY RUN TAKEN INTO IT ("P" IN THE
004750*PERIOD, "A" AS A POST-CLOSE ADJUSTMENT); THEN THE "M" (PERIOD),
004800*"A" (ADJUSTMENTS) AND "Y" (YEAR TO DATE) TOTALS, ONE "R" PER
004850*RULE AND ONE "F" PER RETURN CODE OF A FAILED RUN.
004900 FD  PERIOD-TOTALS-FILE
004950     LABEL RECORDS ARE STANDARD.
005000 01  FB-PTOT-RECORD.
005050     05 FB-PTOT-PERIOD          PIC 9(06).
005100     05 FILLER                  PIC X(01).
005150     05 FB-PTOT-REC-TYPE        PIC X(01).
005200        88 FB-PTOT-HEADER-REC             VALUE "H".
005250        88 FB-PTOT-MONTH-REC              VALUE "M".
005300        88 FB-PTOT-ADJUST-REC             VALUE "A".
005350        88 FB-PTOT-YTD-REC                VALUE "Y".
005400        88 FB-PTOT-RULE-REC               VALUE "R".
005450        88 FB-PTOT-FAILED-REC             VALUE "F".
005500        88 FB-PTOT-RUN-REC                VALUE "K".
005550        88 FB-PTOT-DAY-REC                VALUE "D".
005600     05 FILLER                  PIC X(01).
005650     05 FB-PTOT-DETAIL          PIC X(71).
005700     05 FB-PTOT-HEADER-DETAIL REDEFINES FB-PTOT-DETAIL.
005750        10 FB-PTOT-HDR-START    PIC 9(08).
005800        10 FILLER               PIC X(01).
005850        10 FB-PTOT-HDR-END      PIC 9(08).
005900        10 FILLER               PIC X(01).
005950        10 FB-PTOT-HDR-CLOSED   PIC 9(08).
006000        10 FILLER               PIC X(01).
006050        10 FB-PTOT-HDR-YEAR-END PIC X(01).
006100        10 FILLER               PIC X(43).
006150     05 FB-PTOT-TOTALS-DETAIL REDEFINES FB-PTOT-DETAIL.
006200        10 FB-PTOT-RUNS         PIC 9(07).
006250        10 FILLER               PIC X(01).
006300        10 FB-PTOT-RECORDS      PIC 9(13).
006350        10 FILLER               PIC X(01).
006400        10 FB-PTOT-EXCEPTIONS   PIC 9(11).
006450        10 FILLER               PIC X(01).
006500        10 FB-PTOT-FAILED       PIC 9(07).
006550        10 FILLER               PIC X(30).
006600     05 FB-PTOT-RULE-DETAIL REDEFINES FB-PTOT-DETAIL.
006650        10 FB-PTOT-RULE-DIVISOR PIC 9(02).
006700        10 FILLER               PIC X(01).
006750        10 FB-PTOT-RULE-LABEL   PIC X(08).
006800        10 FILLER               PIC X(01).
006850        10 FB-PTOT-RULE-MONTH   PIC 9(11).
006900        10 FILLER               PIC X(01).
006950        10 FB-PTOT-RULE-ADJ     PIC S9(11) SIGN LEADING
007000                                SEPARATE.
007050        10 FILLER               PIC X(01).
007100        10 FB-PTOT-RULE-YTD     PIC S9(11) SIGN LEADING
007150                                SEPARATE.
007200        10 FILLER               PIC X(22).
007250     05 FB-PTOT-FAILED-DETAIL REDEFINES FB-PTOT-DETAIL.
007300        10 FB-PTOT-FAIL-RC      PIC 9(03).
007350        10 FILLER               PIC X(01).
007400        10 FB-PTOT-FAIL-MONTH   PIC 9(07).
007450        10 FILLER               PIC X(01).
007500        10 FB-PTOT-FAIL-ADJ     PIC 9(07).
007550        10 FILLER               PIC X(01).
007600        10 FB-PTOT-FAIL-YTD     PIC 9(07).
007650        10 FILLER               PIC X(44).
007700     05 FB-PTOT-RUN-DETAIL REDEFINES FB-PTOT-DETAIL.
007750        10 FB-PTOT-RUN-DATE     PIC 9(08).
007800        10 FILLER               PIC X(01).
007850        10 FB-PTOT-RUN-TIME     PIC 9(08).
007900        10 FILLER               PIC X(01).
007950        10 FB-PTOT-RUN-KIND     PIC X(01).
008000        10 FILLER               PIC X(52).
008050     05 FB-PTOT-DAY-DETAIL REDEFINES FB-PTOT-DETAIL.
008100        10 FB-PTOT-DAY-DATE     PIC 9(08).
008150        10 FILLER               PIC X(01).
008200        10 FB-PTOT-DAY-DIVISOR  PIC 9(02).
008250        10 FILLER               PIC X(01).
008300        10 FB-PTOT-DAY-LABEL    PIC X(08).
008350        10 FILLER               PIC X(01).
008400        10 FB-PTOT-DAY-HITS     PIC 9(11).
008450        10 FILLER               PIC X(39).

008500 FD  TOTALS-SCRATCH-FILE
008550     LABEL RECORDS ARE STANDARD.
008600 01  FB-TOTALS-SCRATCH-RECORD   PIC X(80).

008650 FD  STATEMENT-FILE
008700     LABEL RECORDS ARE STANDARD.
008750 01  FB-STATEMENT-RECORD        PIC X(80).

008800*ONE OPTIONAL PARM RECORD: THE PERIOD (CCYYPP) TO CLOSE. NO
008850*FILE, NO RECORD, OR A BLANK FIELD MEANS THE NEXT PERIOD DUE.
008900 FD  CLOSE-PARM-FILE
008950     LABEL RECORDS ARE STANDARD.
009000 01  FB-CLOSE-PARM-RECORD.
009050     05 FB-CPARM-PERIOD         PIC X(06).
009100 WORKING-STORAGE SECTION.

009150 01  FB-CALENDAR-FILE-STATUS    PIC X(02) VALUE "00".
009200 01  FB-AUDIT-FILE-STATUS       PIC X(02) VALUE "00".
009250 01  FB-STATEMENT-FILE-STATUS   PIC X(02) VALUE "00".

009300 01  FB-PCLS-SWITCHES.
009350     05 FB-CALENDAR-EOF-SW      PIC X(01) VALUE "N".
009400        88 FB-CALENDAR-EOF                VALUE "Y".
009450     05 FB-AUDIT-EOF-SW         PIC X(01) VALUE "N".
009500        88 FB-AUDIT-EOF                   VALUE "Y".
009550     05 FB-HIST-EOF-SW          PIC X(01) VALUE "N".
009600        88 FB-HIST-EOF                    VALUE "Y".
009650     05 FB-PTOT-EOF-SW          PIC X(01) VALUE "N".
009700        88 FB-PTOT-EOF                    VALUE "Y".
009750     05 FB-CPARM-EOF-SW         PIC X(01) VALUE "N".
009800        88 FB-CPARM-EOF                   VALUE "Y".
009850     05 FB-ENTRY-FOUND-SW       PIC X(01) VALUE "N".
009900        88 FB-ENTRY-FOUND                 VALUE "Y".
009950     05 FB-SCRATCH-OPEN-SW      PIC X(01) VALUE "N".
010000        88 FB-SCRATCH-OPEN                VALUE "Y".
010050     05 FB-TOTALS-READY-SW      PIC X(01) VALUE "N".
010100        88 FB-TOTALS-READY                VALUE "Y".
010150     05 FB-CARRY-YTD-SW         PIC X(01) VALUE "N".
010200        88 FB-CARRY-YTD                   VALUE "Y".

010250 01  FB-BUSINESS-DATE           PIC 9(08) VALUE 0.
010300 01  FB-PARM-PERIOD             PIC 9(06) VALUE 0.

010350*THE ACCOUNTING-PERIOD CALENDAR. 120 PERIODS IS TEN YEARS OF
010400*MONTHS.
010450 01  FB-CALENDAR-TABLE.
010500     05 FB-CAL-ENTRY OCCURS 120 TIMES
010550        INDEXED BY FB-CAL-IDX.
010600        10 FB-CAL-PERIOD        PIC 9(06).
010650        10 FB-CAL-START         PIC 9(08).
010700        10 FB-CAL-END           PIC 9(08).
010750        10 FB-CAL-YEAR-END      PIC X(01).
010800 01  FB-CAL-COUNT               PIC 9(03) COMP VALUE 0.
010850 01  FB-CAL-SUB                 PIC S9(03) COMP VALUE 0.
010900 01  FB-NEXT-CAL-SUB            PIC 9(03) COMP VALUE 0.
010950 01  FB-CHOSEN-CAL-SUB          PIC 9(03) COMP VALUE 0.

011000*THE LAST PERIOD ON PERDTOTL (CLOSES ARE IN CALENDAR ORDER, SO
011050*THE LAST HEADER IS THE LATEST CLOSE) AND THE FIRST DATE ANY
011100*CLOSE COVERED - A RUN DATED FROM THERE UP TO THE PERIOD BEING
011150*CLOSED FELL IN A PERIOD ALREADY CLOSED.
011200 01  FB-LAST-CLOSED-PERIOD      PIC 9(06) VALUE 0.
011250 01  FB-LAST-CLOSED-PARTS REDEFINES FB-LAST-CLOSED-PERIOD.
011300     05 FB-LAST-CLOSED-YEAR     PIC 9(04).
011350     05 FB-LAST-CLOSED-MONTH    PIC 9(02).
011400 01  FB-LAST-CLOSED-YEAR-END    PIC X(01) VALUE SPACES.
011450 01  FB-FIRST-CLOSED-START      PIC 9(08) VALUE 0.

011500*THE PERIOD BEING CLOSED.
011550 01  FB-CLOSE-PERIOD            PIC 9(06) VALUE 0.
011600 01  FB-CLOSE-PARTS REDEFINES FB-CLOSE-PERIOD.
011650     05 FB-CLOSE-YEAR           PIC 9(04).
011700     05 FB-CLOSE-MONTH          PIC 9(02).
011750 01  FB-CLOSE-START             PIC 9(08) VALUE 0.
011800 01  FB-CLOSE-END               PIC 9(08) VALUE 0.
011850 01  FB-CLOSE-YEAR-END          PIC X(01) VALUE "N".
011900     88 FB-CLOSE-IS-YEAR-END              VALUE "Y".
011950 01  FB-RUN-KIND                PIC X(01) VALUE SPACES.

012000*POST-CLOSE ADJUSTMENTS ARE LOOKED FOR FROM THE START OF THE
012050*PREVIOUS FISCAL YEAR ON; ONLY THAT MUCH OF THE RUN AND DAY
012100*REGISTERS IS LOADED.
012150 01  FB-WINDOW-START            PIC 9(08) VALUE 0.
012200 01  FB-WINDOW-PERIOD           PIC 9(06) VALUE 0.
012250 01  FB-TREND-FIRST-DATE        PIC 9(08) VALUE 99999999.

012300*PERIOD, ADJUSTMENT, PRIOR YEAR-TO-DATE AND YEAR-TO-DATE TOTALS.
012350 01  FB-MONTH-TOTALS.
012400     05 FB-MONTH-RUNS           PIC 9(07) COMP VALUE 0.
012450     05 FB-MONTH-RECORDS        PIC 9(13) COMP VALUE 0.
012500     05 FB-MONTH-EXCEPTIONS     PIC 9(11) COMP VALUE 0.
012550     05 FB-MONTH-FAILED         PIC 9(07) COMP VALUE 0.
012600 01  FB-ADJ-TOTALS.
012650     05 FB-ADJ-RUNS             PIC 9(07) COMP VALUE 0.
012700     05 FB-ADJ-RECORDS          PIC 9(13) COMP VALUE 0.
012750     05 FB-ADJ-EXCEPTIONS       PIC 9(11) COMP VALUE 0.
012800     05 FB-ADJ-FAILED           PIC 9(07) COMP VALUE 0.
012850 01  FB-PRIOR-TOTALS.
012900     05 FB-PRIOR-RUNS           PIC 9(07) COMP VALUE 0.
012950     05 FB-PRIOR-RECORDS        PIC 9(13) COMP VALUE 0.
013000     05 FB-PRIOR-EXCEPTIONS     PIC 9(11) COMP VALUE 0.
013050     05 FB-PRIOR-FAILED         PIC 9(07) COMP VALUE 0.
013100 01  FB-YTD-TOTALS.
013150     05 FB-YTD-RUNS             PIC 9(07) COMP VALUE 0.
013200     05 FB-YTD-RECORDS          PIC 9(13) COMP VALUE 0.
013250     05 FB-YTD-EXCEPTIONS       PIC 9(11) COMP VALUE 0.
013300     05 FB-YTD-FAILED           PIC 9(07) COMP VALUE 0.

013350*PER-RULE HITS, KEYED BY DIVISOR AND LABEL AS ON TRNDHIST.
013400 01  FB-RULE-TABLE.
013450     05 FB-RULE-ENTRY OCCURS 100 TIMES
013500        INDEXED BY FB-RULE-IDX.
013550        10 FB-RULE-DIVISOR      PIC 9(02).
013600        10 FB-RULE-LABEL        PIC X(08).
013650        10 FB-RULE-PRIOR        PIC S9(11) COMP.
013700        10 FB-RULE-MONTH        PIC 9(11) COMP.
013750        10 FB-RULE-ADJ          PIC S9(11) COMP.
013800        10 FB-RULE-YTD          PIC S9(11) COMP.
013850 01  FB-RULE-COUNT              PIC 9(03) COMP VALUE 0.
013900 01  FB-RULE-SUB                PIC 9(03) COMP VALUE 0.
013950 01  FB-KEY-DIVISOR             PIC 9(02) VALUE 0.
014000 01  FB-KEY-LABEL               PIC X(08) VALUE SPACES.

014050*FAILED RUNS (RETURN CODE ABOVE 4, THE WARNING LEVEL) BY
014100*RETURN CODE.
014150 01  FB-FAIL-TABLE.
014200     05 FB-FAIL-ENTRY OCCURS 50 TIMES
014250        INDEXED BY FB-FAIL-IDX.
014300        10 FB-FAIL-RC           PIC 9(03).
014350        10 FB-FAIL-PRIOR        PIC 9(07) COMP.
014400        10 FB-FAIL-MONTH        PIC 9(07) COMP.
014450        10 FB-FAIL-ADJ          PIC 9(07) COMP.
014500        10 FB-FAIL-YTD          PIC 9(07) COMP.
014550 01  FB-FAIL-COUNT              PIC 9(02) COMP VALUE 0.
014600 01  FB-FAIL-SUB                PIC 9(02) COMP VALUE 0.
014650 01  FB-KEY-RC                  PIC 9(03) VALUE 0.

014700*TRNDHIST FROM THE ADJUSTMENT WINDOW THROUGH THE PERIOD END,
014750*WITH THE HITS EACH DAY WAS LAST CLOSED AT (FROM THE "D"
014800*REGISTER). FIZZ-TRND HOLDS NO MORE THAN 1000 RECORDS.
014850 01  FB-TREND-TABLE.
014900     05 FB-TRD-ENTRY OCCURS 1000 TIMES
014950        INDEXED BY FB-TRD-IDX.
015000        10 FB-TRD-DATE          PIC 9(08).
015050        10 FB-TRD-DIVISOR       PIC 9(02).
015100        10 FB-TRD-LABEL         PIC X(08).
015150        10 FB-TRD-HITS          PIC 9(11).
015200        10 FB-TRD-FROZEN        PIC 9(11).
015250        10 FB-TRD-FROZEN-SW     PIC X(01).
015300           88 FB-TRD-WAS-CLOSED           VALUE "Y".
015350 01  FB-TRD-COUNT               PIC 9(04) COMP VALUE 0.
015400 01  FB-TRD-SUB                 PIC 9(04) COMP VALUE 0.

015450*CLOSED DAY-RULE HITS WITH NO TRNDHIST RECORD LEFT - A RERUN
015500*THAT NO LONGER FIRED THE RULE AT ALL.
015550 01  FB-ORPHAN-TABLE.
015600     05 FB-ORP-ENTRY OCCURS 200 TIMES
015650        INDEXED BY FB-ORP-IDX.
015700        10 FB-ORP-DATE          PIC 9(08).
015750        10 FB-ORP-DIVISOR       PIC 9(02).
015800        10 FB-ORP-LABEL         PIC X(08).
015850        10 FB-ORP-FROZEN        PIC 9(11).
015900 01  FB-ORP-COUNT               PIC 9(03) COMP VALUE 0.
015950 01  FB-ORP-SUB                 PIC 9(03) COMP VALUE 0.

016000*RUNS ALREADY TAKEN INTO A CLOSE, BY RUN DATE AND START TIME.
016050 01  FB-REGISTER-TABLE.
016100     05 FB-REG-ENTRY OCCURS 3000 TIMES
016150        INDEXED BY FB-REG-IDX.
016200        10 FB-REG-DATE          PIC 9(08).
016250        10 FB-REG-TIME          PIC 9(08).
016300 01  FB-REG-COUNT               PIC 9(04) COMP VALUE 0.
016350 01  FB-REG-SUB                 PIC 9(04) COMP VALUE 0.

016400*THE ADJUSTMENT RUNS FOUND, FOR THE STATEMENT. RUNS PAST THE
016450*TABLE ARE STILL COUNTED, JUST NOT LISTED ONE BY ONE.
016500 01  FB-ADJ-LIST-TABLE.
016550     05 FB-ADL-ENTRY OCCURS 50 TIMES
016600        INDEXED BY FB-ADL-IDX.
016650        10 FB-ADL-DATE          PIC 9(08).
016700        10 FB-ADL-TIME          PIC 9(08).
016750        10 FB-ADL-RC            PIC 9(03).
016800        10 FB-ADL-RECORDS       PIC 9(11).
016850 01  FB-ADL-COUNT               PIC 9(03) COMP VALUE 0.
016900 01  FB-ADL-UNLISTED-COUNT      PIC 9(05) COMP VALUE 0.

016950 01  FB-OVERFLOW-COUNT          PIC 9(05) COMP VALUE 0.
017000 01  FB-RULE-ADJ-COUNT          PIC 9(03) COMP VALUE 0.
017050 01  FB-BAD-AUDIT-COUNT         PIC 9(05) COMP VALUE 0.
017100 01  FB-HITS-DIFF               PIC S9(11) COMP VALUE 0.
017150 01  FB-THIS-RC                 PIC 9(03) VALUE 0.
017200 01  FB-THIS-RECORDS            PIC 9(11) VALUE 0.
017250 01  FB-THIS-EXCEPTIONS         PIC 9(09) VALUE 0.

017300*WORK FIELDS FOR DE-EDITING THE RIGHT-JUSTIFIED EDITED AUDIT
017350*FIELDS BACK INTO NUMBERS, AS IN FIZZ-RECON.
017400 01  FB-DEEDIT-3-X              PIC X(03).
017450 01  FB-DEEDIT-3-9 REDEFINES FB-DEEDIT-3-X
017500                                PIC 9(03).
017550 01  FB-DEEDIT-9-X              PIC X(09).
017600 01  FB-DEEDIT-9-9 REDEFINES FB-DEEDIT-9-X
017650                                PIC 9(09).
017700 01  FB-DEEDIT-11-X             PIC X(11).
017750 01  FB-DEEDIT-11-9 REDEFINES FB-DEEDIT-11-X
017800                                PIC 9(11).

017850*FILE NAMES FOR THE CBL_DELETE_FILE/CBL_RENAME_FILE SWAP THAT
017900*PUTS THE EXTENDED PERIOD-TOTALS FILE IN PLACE.
017950 01  FB-SCRATCH-OLD-TOT         PIC X(20) VALUE "PERDTOTL.TMP".
018000 01  FB-SCRATCH-NEW-TOT         PIC X(20) VALUE "PERDTOTL".
018050 01  FB-SCRATCH-RC              PIC S9(09) COMP-5.

018100 01  FB-RUN-DATE-DISPLAY        PIC X(08).

018150 01  FB-STMT-HEADING-1.
018200     05 FILLER                  PIC X(28)
018250        VALUE "FIZZBUZZ PERIOD STATEMENT".
018300     05 FILLER                  PIC X(06) VALUE "DATE: ".
018350     05 FB-HDG1-DATE            PIC X(08).

018400 01  FB-STMT-HEADING-2.
018450     05 FILLER                  PIC X(08) VALUE "PERIOD ".
018500     05 FB-HDG2-PERIOD          PIC 9(06).
018550     05 FILLER                  PIC X(07) VALUE "  FROM ".
018600     05 FB-HDG2-START           PIC 9(08).
018650     05 FILLER                  PIC X(04) VALUE " TO ".
018700     05 FB-HDG2-END             PIC 9(08).
018750     05 FILLER                  PIC X(15)
018800        VALUE "  FISCAL YEAR ".
018850     05 FB-HDG2-YEAR            PIC 9(04).

018900 01  FB-STMT-COLUMN-HEADING.
018950     05 FILLER                  PIC X(20) VALUE SPACES.
019000     05 FILLER                  PIC X(18)
019050        VALUE "            PERIOD".
019100     05 FILLER                  PIC X(18)
019150        VALUE "       ADJUSTMENTS".
019200     05 FILLER                  PIC X(18)
019250        VALUE "      YEAR TO DATE".

019300 01  FB-STMT-AMOUNT-LINE.
019350     05 FB-AMT-CAPTION          PIC X(20).
019400     05 FB-AMT-CAPTION-RULE REDEFINES FB-AMT-CAPTION.
019450        10 FILLER               PIC X(02).
019500        10 FB-AMT-DIVISOR       PIC 9(02).
019550        10 FILLER               PIC X(02).
019600        10 FB-AMT-LABEL         PIC X(08).
019650        10 FILLER               PIC X(06).
019700     05 FB-AMT-CAPTION-RC REDEFINES FB-AMT-CAPTION.
019750        10 FILLER               PIC X(02).
019800        10 FB-AMT-RC-TEXT       PIC X(03).
019850        10 FB-AMT-RC            PIC ZZ9.
019900        10 FILLER               PIC X(12).
019950     05 FB-AMT-MONTH            PIC --,---,---,---,--9.
020000     05 FB-AMT-ADJ              PIC --,---,---,---,--9.
020050     05 FB-AMT-YTD              PIC --,---,---,---,--9.

020100 01  FB-ADJ-DETAIL-LINE.
020150     05 FILLER                  PIC X(11) VALUE "  RUN DATE ".
020200     05 FB-ADL-LINE-DATE        PIC 9(08).
020250     05 FILLER                  PIC X(06) VALUE " TIME ".
020300     05 FB-ADL-LINE-TIME        PIC 9(08).
020350     05 FILLER                  PIC X(04) VALUE " RC ".
020400     05 FB-ADL-LINE-RC          PIC ZZ9.
020450     05 FILLER                  PIC X(09) VALUE " RECORDS ".
020500     05 FB-ADL-LINE-RECORDS     PIC ZZZZZZZZZZ9.

020550 01  FB-NOTE-LINE               PIC X(80) VALUE SPACES.
020600 01  FB-NOTE-COUNT              PIC ZZZZ9.
020650 01  FB-NOTE-PERIOD             PIC 9(06).

020700*RUN-LOCK REQUEST AREA FOR THE SHOP-WIDE FIZZ-LOCK
020750*SUBPROGRAM, AND THE LOGICAL FILE NAMES THIS RUN HOLDS (SEE
020800*1050-ACQUIRE-RUN-LOCK AND 8900-RELEASE-RUN-LOCK).
020850 COPY FBLOCKRQ.
020900 01  FB-RUN-LOCK-FILE-LIST.
020950     05 FILLER                  PIC X(36)
021000        VALUE "AUDITLOG TRNDHIST PERDCAL PERDTOTL".
021050     05 FILLER                  PIC X(36)
021100        VALUE SPACES.
021150 01  FB-LOCK-HELD-SWITCHES.
021200     05 FB-LOCK-HELD-SW         PIC X(01) VALUE "N".
021250        88 FB-LOCK-HELD                  VALUE "Y".
021300 01  FB-SAVED-RETURN-CODE       PIC S9(04) COMP VALUE 0.

021350*BUSINESS-DATE REQUEST AREA FOR THE FIZZ-BDTE SUBPROGRAM,
021400*WHICH SUPPLIES THE RUN DATE IN PLACE OF THE SYSTEM DATE (SEE
021450*1060-GET-BUSINESS-DATE).
021500 COPY FBBDTERQ.

021510*EVENT REQUEST AREA FOR THE SHOP-WIDE FIZZ-EVNT SUBPROGRAM,
021520*WHICH LOGS THIS RUN'S START, END AND SIGNIFICANT CONDITIONS
021530*(SEE 8950-LOG-EVENT).
021540 COPY FBEVNTRQ.

021550 PROCEDURE DIVISION.
021600*----------------------------------------------------------*
021650* 0000-MAIN-PROCEDURE - CONTROLS THE OVERALL FLOW OF THE RUN.
021700*----------------------------------------------------------*
021750 0000-MAIN-PROCEDURE.
021800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021850     PERFORM 2000-PREPARE-CLOSE THRU 2000-EXIT
021900     PERFORM 3000-TALLY-TREND-HISTORY
021950     PERFORM 4000-TALLY-AUDIT-LOG
022000     PERFORM 5000-WRITE-PERIOD-TOTALS
022050     PERFORM 6000-WRITE-STATEMENT
022100     PERFORM 8000-TERMINATE
022150     STOP RUN.

022200*----------------------------------------------------------*
022250* 1000-INITIALIZE - TAKES THE RUN LOCK, OPENS THE STATEMENT,
022300*                   READS THE OPTIONAL PARM, LOADS THE PERIOD
022350*                   CALENDAR AND OPENS AUDITLOG. EACH FAILURE
022400*                   GETS ITS OWN MESSAGE AND RETURN-CODE SO THE
022450*                   SCHEDULER CAN TELL ONE REASON FROM ANOTHER.
022500*----------------------------------------------------------*
022550 1000-INITIALIZE.
022560     MOVE "STR" TO FB-EVENT-FUNCTION
022570     PERFORM 8950-LOG-EVENT
022600     PERFORM 1050-ACQUIRE-RUN-LOCK
022650     IF RETURN-CODE NOT = 0
022660         PERFORM 1055-LOG-LOCK-REFUSAL
022700         GO TO 1000-EXIT
022750     END-IF
022800     PERFORM 1060-GET-BUSINESS-DATE
022850     IF RETURN-CODE NOT = 0
022900         GO TO 1000-EXIT
022950     END-IF
023000     OPEN OUTPUT STATEMENT-FILE
023050     IF FB-STATEMENT-FILE-STATUS NOT = "00"
023100         DISPLAY "FIZZ-PCLS: STATEMENT-FILE WOULD NOT OPEN, "
023150             "STATUS " FB-STATEMENT-FILE-STATUS
023200         MOVE 44 TO RETURN-CODE
023250         GO TO 1000-EXIT
023300     END-IF
023350     PERFORM 1100-READ-CLOSE-PARM
023400     IF RETURN-CODE NOT = 0
023450         CLOSE STATEMENT-FILE
023500         GO TO 1000-EXIT
023550     END-IF
023600     OPEN INPUT PERIOD-CALENDAR-FILE
023650     IF FB-CALENDAR-FILE-STATUS NOT = "00"
023700         DISPLAY "FIZZ-PCLS: PERIOD-CALENDAR-FILE WOULD NOT "
023750             "OPEN, STATUS " FB-CALENDAR-FILE-STATUS
023800         MOVE 48 TO RETURN-CODE
023850         CLOSE STATEMENT-FILE
023900         GO TO 1000-EXIT
023950     END-IF
024000     PERFORM 1200-LOAD-CALENDAR
024050     CLOSE PERIOD-CALENDAR-FILE
024100     IF RETURN-CODE NOT = 0
024150         CLOSE STATEMENT-FILE
024200         GO TO 1000-EXIT
024250     END-IF
024300     OPEN INPUT AUDIT-FILE
024350     IF FB-AUDIT-FILE-STATUS NOT = "00"
024400         DISPLAY "FIZZ-PCLS: AUDIT-FILE WOULD NOT OPEN, "
024450             "STATUS " FB-AUDIT-FILE-STATUS
024500         MOVE 52 TO RETURN-CODE
024550         CLOSE STATEMENT-FILE
024600         GO TO 1000-EXIT
024650     END-IF
024700     MOVE FB-RUN-DATE-DISPLAY TO FB-HDG1-DATE
024750     MOVE FB-STMT-HEADING-1 TO FB-STATEMENT-RECORD
024800     WRITE FB-STATEMENT-RECORD AFTER ADVANCING 1 LINE.

024850*----------------------------------------------------------*
024900* 1000-EXIT - COMMON EXIT FOR 1000-INITIALIZE. A NONZERO
024950*             RETURN-CODE HERE MEANS A REQUIRED FILE WOULD NOT
025000*             OPEN OR A PARM OR THE CALENDAR WAS BAD, THE
025050*             MESSAGE HAS ALREADY BEEN DISPLAYED, AND ANY FILE
025100*             OPENED SO FAR HAS ALREADY BEEN CLOSED, SO THE RUN
025150*             SIMPLY ENDS WITHOUT 8000-TERMINATE.
025200*----------------------------------------------------------*
025250 1000-EXIT.
025300     IF RETURN-CODE NOT = 0
025350         PERFORM 8900-RELEASE-RUN-LOCK
025400         STOP RUN
025450     END-IF.

025500*----------------------------------------------------------*
025550* 1050-ACQUIRE-RUN-LOCK - TAKES THE SHOP-WIDE RUN LOCK FOR
025600*                         THE FILES THIS RUN HOLDS (SEE
025650*                         FIZZ-LOCK) BEFORE ANY SHARED FILE
025700*                         IS OPENED. A CONFLICTING LOCK ENDS
025750*                         THE RUN WITH RETURN CODE 72 - OR 76
025800*                         WHEN THE LOCK IS OLD ENOUGH TO LOOK
025850*                         STALE FROM AN ABEND (SEE FIZZ-LOCK),
025900*                         FOR OPERATIONS TO CLEAR RUNLOCK
025950*                         DELIBERATELY.
026000*                         A LOCK-MANAGER ERROR (FULL LOCK
026050*                         FILE, FAILED RENAME, BAD FUNCTION)
026100*                         ENDS WITH RETURN CODE 80.
026150*----------------------------------------------------------*
026200 1050-ACQUIRE-RUN-LOCK.
026250     MOVE "ACQ" TO FB-LOCK-FUNCTION
026300     MOVE "FIZZ-PCLS" TO FB-LOCK-PROGRAM
026350     MOVE FB-RUN-LOCK-FILE-LIST TO FB-LOCK-FILES
026400     CALL "FIZZ-LOCK" USING FB-LOCK-REQUEST
026450     IF FB-LOCK-GRANTED
026500         SET FB-LOCK-HELD TO TRUE
026550     ELSE
026600         IF FB-LOCK-STALE-CONFLICT
026650             DISPLAY "FIZZ-PCLS: STALE RUN LOCK HELD BY "
026700                 FB-LOCK-HOLDER " - CLEAR RUNLOCK AND RESUBMIT"
026750             MOVE 76 TO RETURN-CODE
026800         ELSE
026850             IF FB-LOCK-CONFLICT
026900                 DISPLAY "FIZZ-PCLS: RUN LOCK HELD BY "
026950                     FB-LOCK-HOLDER " - RESUBMIT WHEN IT ENDS"
027000                 MOVE 72 TO RETURN-CODE
027050             ELSE
027100                 DISPLAY "FIZZ-PCLS: RUN LOCK MANAGER ERROR, "
027150                     "STATUS " FB-LOCK-STATUS
027200                 MOVE 80 TO RETURN-CODE
027250             END-IF
027300         END-IF
027350     END-IF.

027351*----------------------------------------------------------*
027352* 1055-LOG-LOCK-REFUSAL - LOGS WHY 1050-ACQUIRE-RUN-LOCK WAS
027353*                         REFUSED THE RUN LOCK.
027354*----------------------------------------------------------*
027355 1055-LOG-LOCK-REFUSAL.
027356     SET FB-EVENT-CONDITION TO TRUE
027357     MOVE SPACES TO FB-EVENT-TEXT
027358     IF FB-LOCK-STALE-CONFLICT
027359         SET FB-EVENT-SEVERE TO TRUE
027360         MOVE 0011 TO FB-EVENT-MESSAGE-NO
027361         STRING "STALE RUN LOCK HELD BY " FB-LOCK-HOLDER
027362             DELIMITED BY SIZE INTO FB-EVENT-TEXT
027363     ELSE
027364         IF FB-LOCK-CONFLICT
027365             SET FB-EVENT-ERROR TO TRUE
027366             MOVE 0010 TO FB-EVENT-MESSAGE-NO
027367             STRING "RUN LOCK HELD BY " FB-LOCK-HOLDER
027368                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
027369         ELSE
027370             SET FB-EVENT-SEVERE TO TRUE
027371             MOVE 0012 TO FB-EVENT-MESSAGE-NO
027372             STRING "RUN LOCK MANAGER ERROR, STATUS "
027373                    FB-LOCK-STATUS
027374                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
027375         END-IF
027376     END-IF
027377     PERFORM 8950-LOG-EVENT.

027400*----------------------------------------------------------*
027450* 1060-GET-BUSINESS-DATE - TAKES THE RUN DATE FROM THE
027500*                          BUSINESS-DATE CONTROL FILE (SEE
027550*                          FIZZ-BDTE) IN PLACE OF THE SYSTEM
027600*                          DATE. A CONTROL RECORD THAT IS
027650*                          UNUSABLE, OR THAT NAMES A DATE
027700*                          OUTSIDE THE PROCESSING WINDOW, ENDS
027750*                          THE RUN WITH RETURN CODE 84.
027800*----------------------------------------------------------*
027850 1060-GET-BUSINESS-DATE.
027900     MOVE "FIZZ-PCLS" TO FB-BDATE-PROGRAM
027950     CALL "FIZZ-BDTE" USING FB-BDATE-REQUEST
028000     IF FB-BDATE-BAD-CONTROL OR FB-BDATE-OUT-OF-WINDOW
028050         DISPLAY "FIZZ-PCLS: BUSINESS DATE REFUSED - "
028100             FB-BDATE-MESSAGE
028150         MOVE 84 TO RETURN-CODE
028155         SET FB-EVENT-CONDITION TO TRUE
028160         SET FB-EVENT-ERROR TO TRUE
028165         MOVE 0015 TO FB-EVENT-MESSAGE-NO
028170         MOVE SPACES TO FB-EVENT-TEXT
028175         STRING "BUSINESS DATE REFUSED - " FB-BDATE-MESSAGE
028180             DELIMITED BY SIZE INTO FB-EVENT-TEXT
028185         PERFORM 8950-LOG-EVENT
028200     ELSE
028250         MOVE FB-BDATE-DISPLAY TO FB-RUN-DATE-DISPLAY
028300         MOVE FB-BDATE-DATE8   TO FB-BUSINESS-DATE
028350     END-IF.

028400*----------------------------------------------------------*
028450* 1100-READ-CLOSE-PARM - READS THE OPTIONAL PCLSPARM PERIOD.
028500*                        NO FILE, NO RECORD, OR A BLANK FIELD
028550*                        MEANS THE NEXT PERIOD DUE; A PRESENT
028600*                        BUT NON-NUMERIC PERIOD IS AN ERROR.
028650*----------------------------------------------------------*
028700 1100-READ-CLOSE-PARM.
028750     OPEN INPUT CLOSE-PARM-FILE
028800     READ CLOSE-PARM-FILE
028850         AT END
028900             SET FB-CPARM-EOF TO TRUE
028950     END-READ
029000     CLOSE CLOSE-PARM-FILE
029050     IF NOT FB-CPARM-EOF
029100        AND FB-CPARM-PERIOD NOT = SPACES
029150         IF FB-CPARM-PERIOD IS NUMERIC
029200             MOVE FB-CPARM-PERIOD TO FB-PARM-PERIOD
029250         ELSE
029300             DISPLAY "FIZZ-PCLS: PCLSPARM PERIOD IS NOT NUMERIC"
029350             MOVE 16 TO RETURN-CODE
029355             SET FB-EVENT-CONDITION TO TRUE
029360             SET FB-EVENT-ERROR TO TRUE
029365             MOVE 1803 TO FB-EVENT-MESSAGE-NO
029370             MOVE "PCLSPARM PERIOD IS NOT NUMERIC"
029375                 TO FB-EVENT-TEXT
029380             PERFORM 8950-LOG-EVENT
029400         END-IF
029450     END-IF.

029500*----------------------------------------------------------*
029550* 1200-LOAD-CALENDAR - LOADS PERDCAL INTO THE CALENDAR TABLE.
029600*                      A PERIOD THAT IS NOT NUMERIC, ENDS
029650*                      BEFORE IT STARTS, OR IS OUT OF ORDER
029700*                      WITH OR OVERLAPS THE ONE BEFORE IT - OR
029750*                      AN EMPTY OR OVERFULL CALENDAR - ENDS THE
029800*                      RUN WITH RETURN CODE 20: A CLOSE AGAINST
029850*                      A BAD CALENDAR WOULD FREEZE BAD FIGURES.
029900*----------------------------------------------------------*
029950 1200-LOAD-CALENDAR.
030000     PERFORM 1210-READ-CALENDAR-RECORD
030050     PERFORM 1220-STORE-CALENDAR-RECORD
030100         UNTIL FB-CALENDAR-EOF
030150            OR RETURN-CODE NOT = 0
030200     IF RETURN-CODE = 0 AND FB-CAL-COUNT = 0
030250         DISPLAY "FIZZ-PCLS: NO PERIODS ON PERDCAL"
030300         MOVE 20 TO RETURN-CODE
030305         SET FB-EVENT-CONDITION TO TRUE
030310         SET FB-EVENT-ERROR TO TRUE
030315         MOVE 1804 TO FB-EVENT-MESSAGE-NO
030320         MOVE "NO PERIODS ON PERDCAL" TO FB-EVENT-TEXT
030325         PERFORM 8950-LOG-EVENT
030350     END-IF.

030400*----------------------------------------------------------*
030450* 1210-READ-CALENDAR-RECORD - READS ONE PERDCAL RECORD.
030500*----------------------------------------------------------*
030550 1210-READ-CALENDAR-RECORD.
030600     READ PERIOD-CALENDAR-FILE
030650         AT END
030700             SET FB-CALENDAR-EOF TO TRUE
030750     END-READ.

030800*----------------------------------------------------------*
030850* 1220-STORE-CALENDAR-RECORD - CHECKS THE PERIOD JUST READ AND
030900*                              ADDS IT TO THE TABLE. A BLANK
030950*                              RECORD IS PASSED OVER; A BAD ONE
031000*                              STOPS THE LOAD.
031050*----------------------------------------------------------*
031100 1220-STORE-CALENDAR-RECORD.
031150     IF FB-PCAL-RECORD = SPACES
031200         PERFORM 1210-READ-CALENDAR-RECORD
031250     ELSE IF FB-PCAL-PERIOD IS NOT NUMERIC
031300        OR FB-PCAL-START IS NOT NUMERIC
031350        OR FB-PCAL-END IS NOT NUMERIC
031400        OR FB-PCAL-START > FB-PCAL-END
031450         DISPLAY "FIZZ-PCLS: PERDCAL PERIOD NOT VALID - "
031500             FB-PCAL-RECORD
031550         MOVE 20 TO RETURN-CODE
031555         SET FB-EVENT-CONDITION TO TRUE
031560         SET FB-EVENT-ERROR TO TRUE
031565         MOVE 1804 TO FB-EVENT-MESSAGE-NO
031570         MOVE SPACES TO FB-EVENT-TEXT
031575         STRING "PERDCAL PERIOD NOT VALID - " FB-PCAL-RECORD
031580             DELIMITED BY SIZE INTO FB-EVENT-TEXT
031585         PERFORM 8950-LOG-EVENT
031600     ELSE IF FB-CAL-COUNT >= 120
031650         DISPLAY "FIZZ-PCLS: OVER 120 PERIODS ON PERDCAL"
031700         MOVE 20 TO RETURN-CODE
031705         SET FB-EVENT-CONDITION TO TRUE
031710         SET FB-EVENT-ERROR TO TRUE
031715         MOVE 1804 TO FB-EVENT-MESSAGE-NO
031720         MOVE "OVER 120 PERIODS ON PERDCAL" TO FB-EVENT-TEXT
031725         PERFORM 8950-LOG-EVENT
031750     ELSE IF FB-CAL-COUNT > 0
031800        AND (FB-PCAL-PERIOD NOT > FB-CAL-PERIOD (FB-CAL-COUNT)
031850          OR FB-PCAL-START NOT > FB-CAL-END (FB-CAL-COUNT))
031900         DISPLAY "FIZZ-PCLS: PERDCAL PERIOD OUT OF ORDER OR "
031950             "OVERLAPPING - " FB-PCAL-RECORD
032000         MOVE 20 TO RETURN-CODE
032005         SET FB-EVENT-CONDITION TO TRUE
032010         SET FB-EVENT-ERROR TO TRUE
032015         MOVE 1804 TO FB-EVENT-MESSAGE-NO
032020         MOVE SPACES TO FB-EVENT-TEXT
032025         STRING "PERDCAL PERIOD OUT OF ORDER OR OVERLAPPING - "
032030                FB-PCAL-RECORD
032035             DELIMITED BY SIZE INTO FB-EVENT-TEXT
032040         PERFORM 8950-LOG-EVENT
032050     ELSE
032100         ADD 1 TO FB-CAL-COUNT
032150         SET FB-CAL-IDX TO FB-CAL-COUNT
032200         MOVE FB-PCAL-PERIOD TO FB-CAL-PERIOD (FB-CAL-IDX)
032250         MOVE FB-PCAL-START  TO FB-CAL-START (FB-CAL-IDX)
032300         MOVE FB-PCAL-END    TO FB-CAL-END (FB-CAL-IDX)
032350         IF FB-PCAL-YEAR-END = "Y"
032400             MOVE "Y" TO FB-CAL-YEAR-END (FB-CAL-IDX)
032450         ELSE
032500             MOVE "N" TO FB-CAL-YEAR-END (FB-CAL-IDX)
032550         END-IF
032600         PERFORM 1210-READ-CALENDAR-RECORD
032650     END-IF.

032700*----------------------------------------------------------*
032750* 2000-PREPARE-CLOSE - FINDS THE LAST CLOSE ON PERDTOTL AND
032800*                      ITS YEAR TO DATE, CHOOSES AND CHECKS THE
032850*                      PERIOD TO CLOSE, LOADS TRNDHIST, AND
032900*                      COPIES PERDTOTL TO THE SCRATCH FILE WITH
032950*                      THE NEW PERIOD'S HEADER AFTER IT.
033000*----------------------------------------------------------*
033050 2000-PREPARE-CLOSE.
033100     PERFORM 2100-FIND-LAST-CLOSE
033150     IF RETURN-CODE NOT = 0
033200         GO TO 2000-EXIT
033250     END-IF
033300     PERFORM 2200-CHOOSE-PERIOD THRU 2200-EXIT
033350     IF RETURN-CODE NOT = 0
033400         GO TO 2000-EXIT
033450     END-IF
033500     PERFORM 2400-LOAD-TREND-HISTORY
033550     IF RETURN-CODE NOT = 0
033600         GO TO 2000-EXIT
033650     END-IF
033700     PERFORM 2500-COPY-PERIOD-TOTALS.

033750*----------------------------------------------------------*
033800* 2000-EXIT - COMMON EXIT FOR 2000-PREPARE-CLOSE. A NONZERO
033850*             RETURN-CODE MEANS THE PERIOD CANNOT BE CLOSED;
033900*             NOTHING HAS BEEN WRITTEN TO PERDTOTL, SO THE FILES
033950*             ARE CLOSED AND THE RUN ENDS WITHOUT THE SWAP.
034000*----------------------------------------------------------*
034050 2000-EXIT.
034100     IF RETURN-CODE NOT = 0
034150         MOVE "*** PERIOD NOT CLOSED - SEE JOB LOG ***"
034200             TO FB-STATEMENT-RECORD
034250         WRITE FB-STATEMENT-RECORD AFTER ADVANCING 2 LINES
034300         CLOSE STATEMENT-FILE AUDIT-FILE
034350         IF FB-SCRATCH-OPEN
034400             CLOSE TOTALS-SCRATCH-FILE
034450         END-IF
034500         PERFORM 8900-RELEASE-RUN-LOCK
034550         STOP RUN
034600     END-IF.

034650*----------------------------------------------------------*
034700* 2100-FIND-LAST-CLOSE - READS PERDTOTL FRONT TO BACK FOR THE
034750*                        LATEST CLOSE: ITS PERIOD, YEAR-END
034800*                        FLAG, AND YEAR-TO-DATE TOTALS, RULE
034850*                        HITS AND FAILED RUNS, WHICH THIS CLOSE
034900*                        CARRIES FORWARD. EACH HEADER STARTS THE
034950*                        CARRIED FIGURES AFRESH.
035000*----------------------------------------------------------*
035050 2100-FIND-LAST-CLOSE.
035100     OPEN INPUT PERIOD-TOTALS-FILE
035150     MOVE "N" TO FB-PTOT-EOF-SW
035200     PERFORM 2110-READ-TOTALS-RECORD
035250     PERFORM 2120-NOTE-CLOSED-FIGURES UNTIL FB-PTOT-EOF
035300     CLOSE PERIOD-TOTALS-FILE
035350     IF FB-OVERFLOW-COUNT > 0
035400         DISPLAY "FIZZ-PCLS: CARRIED RULE OR RETURN-CODE TABLE "
035450             "OVERFLOWED"
035500         MOVE 28 TO RETURN-CODE
035505         SET FB-EVENT-CONDITION TO TRUE
035510         SET FB-EVENT-ERROR TO TRUE
035515         MOVE 1806 TO FB-EVENT-MESSAGE-NO
035520         MOVE "CARRIED RULE OR RETURN-CODE TABLE OVERFLOWED"
035525             TO FB-EVENT-TEXT
035530         PERFORM 8950-LOG-EVENT
035550     END-IF.

035600*----------------------------------------------------------*
035650* 2110-READ-TOTALS-RECORD - READS ONE PERDTOTL RECORD.
035700*----------------------------------------------------------*
035750 2110-READ-TOTALS-RECORD.
035800     READ PERIOD-TOTALS-FILE
035850         AT END
035900             SET FB-PTOT-EOF TO TRUE
035950     END-READ.

036000*----------------------------------------------------------*
036050* 2120-NOTE-CLOSED-FIGURES - KEEPS WHAT THE LATEST CLOSE
036100*                            CARRIES FROM THE RECORD JUST READ.
036150*----------------------------------------------------------*
036200 2120-NOTE-CLOSED-FIGURES.
036250     IF FB-PTOT-HEADER-REC
036300         MOVE FB-PTOT-PERIOD       TO FB-LAST-CLOSED-PERIOD
036350         MOVE FB-PTOT-HDR-YEAR-END TO FB-LAST-CLOSED-YEAR-END
036400         IF FB-FIRST-CLOSED-START = 0
036450             MOVE FB-PTOT-HDR-START TO FB-FIRST-CLOSED-START
036500         END-IF
036550         INITIALIZE FB-PRIOR-TOTALS
036600         MOVE 0 TO FB-RULE-COUNT
036650         MOVE 0 TO FB-FAIL-COUNT
036700     END-IF
036750     IF FB-PTOT-YTD-REC
036800         MOVE FB-PTOT-RUNS       TO FB-PRIOR-RUNS
036850         MOVE FB-PTOT-RECORDS    TO FB-PRIOR-RECORDS
036900         MOVE FB-PTOT-EXCEPTIONS TO FB-PRIOR-EXCEPTIONS
036950         MOVE FB-PTOT-FAILED     TO FB-PRIOR-FAILED
037000     END-IF
037050     IF FB-PTOT-RULE-REC
037100         MOVE FB-PTOT-RULE-DIVISOR TO FB-KEY-DIVISOR
037150         MOVE FB-PTOT-RULE-LABEL   TO FB-KEY-LABEL
037200         PERFORM 2900-FIND-RULE-SLOT
037250         IF FB-ENTRY-FOUND
037300             MOVE FB-PTOT-RULE-YTD TO FB-RULE-PRIOR (FB-RULE-SUB)
037350         END-IF
037400     END-IF
037450     IF FB-PTOT-FAILED-REC
037500         MOVE FB-PTOT-FAIL-RC TO FB-KEY-RC
037550         PERFORM 2950-FIND-FAIL-SLOT
037600         IF FB-ENTRY-FOUND
037650             MOVE FB-PTOT-FAIL-YTD TO FB-FAIL-PRIOR (FB-FAIL-SUB)
037700         END-IF
037750     END-IF
037800     PERFORM 2110-READ-TOTALS-RECORD.

037850*----------------------------------------------------------*
037900* 2200-CHOOSE-PERIOD - PICKS THE PERIOD TO CLOSE: THE PCLSPARM
037950*                      PERIOD, OR THE ONE AFTER THE LAST CLOSE,
038000*                      OR - BEFORE ANY CLOSE - THE LATEST PERIOD
038050*                      ALREADY ENDED. A PERIOD NOT ON THE
038100*                      CALENDAR, ALREADY CLOSED, OUT OF TURN, OR
038150*                      NOT YET ENDED ON THE BUSINESS DATE ENDS
038200*                      THE RUN WITH RETURN CODE 24.
038250*----------------------------------------------------------*
038300 2200-CHOOSE-PERIOD.
038350     MOVE 0 TO FB-NEXT-CAL-SUB
038400     PERFORM 2210-FIND-NEXT-PERIOD
038450         VARYING FB-CAL-SUB FROM FB-CAL-COUNT BY -1
038500         UNTIL FB-CAL-SUB < 1
038550     MOVE 0 TO FB-CHOSEN-CAL-SUB
038600     IF FB-PARM-PERIOD NOT = 0
038650         PERFORM 2220-FIND-PARM-PERIOD
038700             VARYING FB-CAL-SUB FROM 1 BY 1
038750             UNTIL FB-CAL-SUB > FB-CAL-COUNT
038800         IF FB-CHOSEN-CAL-SUB = 0
038850             DISPLAY "FIZZ-PCLS: PERIOD " FB-PARM-PERIOD
038900                 " IS NOT ON PERDCAL"
038950             MOVE 24 TO RETURN-CODE
038955             SET FB-EVENT-CONDITION TO TRUE
038960             SET FB-EVENT-ERROR TO TRUE
038965             MOVE 1805 TO FB-EVENT-MESSAGE-NO
038970             MOVE SPACES TO FB-EVENT-TEXT
038975             STRING "PERIOD " FB-PARM-PERIOD " IS NOT ON PERDCAL"
038980                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
038985             PERFORM 8950-LOG-EVENT
039000             GO TO 2200-EXIT
039050         END-IF
039100     END-IF
039150     IF FB-PARM-PERIOD = 0 AND FB-LAST-CLOSED-PERIOD = 0
039200         PERFORM 2230-FIND-ENDED-PERIOD
039250             VARYING FB-CAL-SUB FROM 1 BY 1
039300             UNTIL FB-CAL-SUB > FB-CAL-COUNT
039350         IF FB-CHOSEN-CAL-SUB = 0
039400             DISPLAY "FIZZ-PCLS: NO PERIOD ON PERDCAL HAS ENDED"
039450             MOVE 24 TO RETURN-CODE
039455             SET FB-EVENT-CONDITION TO TRUE
039460             SET FB-EVENT-ERROR TO TRUE
039465             MOVE 1805 TO FB-EVENT-MESSAGE-NO
039470             MOVE "NO PERIOD ON PERDCAL HAS ENDED"
039475                 TO FB-EVENT-TEXT
039480             PERFORM 8950-LOG-EVENT
039500             GO TO 2200-EXIT
039550         END-IF
039600     END-IF
039650     IF FB-PARM-PERIOD = 0 AND FB-LAST-CLOSED-PERIOD NOT = 0
039700         MOVE FB-NEXT-CAL-SUB TO FB-CHOSEN-CAL-SUB
039750         IF FB-CHOSEN-CAL-SUB = 0
039800             DISPLAY "FIZZ-PCLS: NO PERIOD ON PERDCAL AFTER "
039850                 FB-LAST-CLOSED-PERIOD
039900             MOVE 24 TO RETURN-CODE
039905             SET FB-EVENT-CONDITION TO TRUE
039910             SET FB-EVENT-ERROR TO TRUE
039915             MOVE 1805 TO FB-EVENT-MESSAGE-NO
039920             MOVE SPACES TO FB-EVENT-TEXT
039925             STRING "NO PERIOD ON PERDCAL AFTER "
039930                    FB-LAST-CLOSED-PERIOD
039935                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
039940             PERFORM 8950-LOG-EVENT
039950             GO TO 2200-EXIT
040000         END-IF
040050     END-IF
040100     SET FB-CAL-IDX TO FB-CHOSEN-CAL-SUB
040150     MOVE FB-CAL-PERIOD (FB-CAL-IDX)   TO FB-CLOSE-PERIOD
040200     MOVE FB-CAL-START (FB-CAL-IDX)    TO FB-CLOSE-START
040250     MOVE FB-CAL-END (FB-CAL-IDX)      TO FB-CLOSE-END
040300     MOVE FB-CAL-YEAR-END (FB-CAL-IDX) TO FB-CLOSE-YEAR-END
040350     IF FB-CLOSE-PERIOD NOT > FB-LAST-CLOSED-PERIOD
040400         DISPLAY "FIZZ-PCLS: PERIOD " FB-CLOSE-PERIOD
040450             " IS ALREADY CLOSED"
040500         MOVE 24 TO RETURN-CODE
040505         SET FB-EVENT-CONDITION TO TRUE
040510         SET FB-EVENT-ERROR TO TRUE
040515         MOVE 1805 TO FB-EVENT-MESSAGE-NO
040520         MOVE SPACES TO FB-EVENT-TEXT
040525         STRING "PERIOD " FB-CLOSE-PERIOD " IS ALREADY CLOSED"
040530             DELIMITED BY SIZE INTO FB-EVENT-TEXT
040535         PERFORM 8950-LOG-EVENT
040550         GO TO 2200-EXIT
040600     END-IF
040650     IF FB-LAST-CLOSED-PERIOD NOT = 0
040700        AND FB-CHOSEN-CAL-SUB NOT = FB-NEXT-CAL-SUB
040750         SET FB-CAL-IDX TO FB-NEXT-CAL-SUB
040800         DISPLAY "FIZZ-PCLS: PERIOD " FB-CAL-PERIOD (FB-CAL-IDX)
040850             " MUST BE CLOSED BEFORE " FB-CLOSE-PERIOD
040900         MOVE 24 TO RETURN-CODE
040905         SET FB-EVENT-CONDITION TO TRUE
040910         SET FB-EVENT-ERROR TO TRUE
040915         MOVE 1805 TO FB-EVENT-MESSAGE-NO
040920         MOVE SPACES TO FB-EVENT-TEXT
040925         STRING "PERIOD " FB-CAL-PERIOD (FB-CAL-IDX)
040930                " MUST BE CLOSED BEFORE " FB-CLOSE-PERIOD
040935             DELIMITED BY SIZE INTO FB-EVENT-TEXT
040940         PERFORM 8950-LOG-EVENT
040950         GO TO 2200-EXIT
041000     END-IF
041050     IF FB-CLOSE-END > FB-BUSINESS-DATE
041100         DISPLAY "FIZZ-PCLS: PERIOD " FB-CLOSE-PERIOD
041150             " HAS NOT ENDED - IT RUNS TO " FB-CLOSE-END
041200         MOVE 24 TO RETURN-CODE
041205         SET FB-EVENT-CONDITION TO TRUE
041210         SET FB-EVENT-ERROR TO TRUE
041215         MOVE 1805 TO FB-EVENT-MESSAGE-NO
041220         MOVE SPACES TO FB-EVENT-TEXT
041225         STRING "PERIOD " FB-CLOSE-PERIOD
041230                " HAS NOT ENDED - IT RUNS TO " FB-CLOSE-END
041235             DELIMITED BY SIZE INTO FB-EVENT-TEXT
041240         PERFORM 8950-LOG-EVENT
041250         GO TO 2200-EXIT
041300     END-IF
041350     COMPUTE FB-WINDOW-PERIOD = (FB-CLOSE-YEAR - 1) * 100
041400     MOVE 0 TO FB-WINDOW-START
041450     PERFORM 2240-FIND-WINDOW-START
041500         VARYING FB-CAL-SUB FROM 1 BY 1
041550         UNTIL FB-CAL-SUB > FB-CAL-COUNT
041600            OR FB-WINDOW-START NOT = 0
041650     IF FB-LAST-CLOSED-PERIOD NOT = 0
041700        AND FB-LAST-CLOSED-YEAR = FB-CLOSE-YEAR
041750        AND FB-LAST-CLOSED-YEAR-END NOT = "Y"
041800         SET FB-CARRY-YTD TO TRUE
041850     ELSE
041900         INITIALIZE FB-PRIOR-TOTALS
041950         MOVE 0 TO FB-RULE-COUNT
042000         MOVE 0 TO FB-FAIL-COUNT
042050     END-IF.
042100 2200-EXIT.
042150     EXIT.

042200*----------------------------------------------------------*
042250* 2210-FIND-NEXT-PERIOD - SCANNING BACKWARD, LEAVES THE FIRST
042300*                         CALENDAR PERIOD AFTER THE LAST CLOSE
042350*                         IN FB-NEXT-CAL-SUB.
042400*----------------------------------------------------------*
042450 2210-FIND-NEXT-PERIOD.
042500     IF FB-CAL-PERIOD (FB-CAL-SUB) > FB-LAST-CLOSED-PERIOD
042550         MOVE FB-CAL-SUB TO FB-NEXT-CAL-SUB
042600     END-IF.

042650*----------------------------------------------------------*
042700* 2220-FIND-PARM-PERIOD - MATCHES THE PCLSPARM PERIOD.
042750*----------------------------------------------------------*
042800 2220-FIND-PARM-PERIOD.
042850     IF FB-CAL-PERIOD (FB-CAL-SUB) = FB-PARM-PERIOD
042900         MOVE FB-CAL-SUB TO FB-CHOSEN-CAL-SUB
042950     END-IF.

043000*----------------------------------------------------------*
043050* 2230-FIND-ENDED-PERIOD - KEEPS THE LATEST PERIOD THAT HAS
043100*                          ENDED BY THE BUSINESS DATE.
043150*----------------------------------------------------------*
043200 2230-FIND-ENDED-PERIOD.
043250     IF FB-CAL-END (FB-CAL-SUB) NOT > FB-BUSINESS-DATE
043300         MOVE FB-CAL-SUB TO FB-CHOSEN-CAL-SUB
043350     END-IF.

043400*----------------------------------------------------------*
043450* 2240-FIND-WINDOW-START - TAKES THE START OF THE FIRST
043500*                          CALENDAR PERIOD IN THE PREVIOUS
043550*                          FISCAL YEAR (OR LATER) AS THE START
043600*                          OF THE ADJUSTMENT WINDOW.
043650*----------------------------------------------------------*
043700 2240-FIND-WINDOW-START.
043750     IF FB-CAL-PERIOD (FB-CAL-SUB) NOT < FB-WINDOW-PERIOD
043800         MOVE FB-CAL-START (FB-CAL-SUB) TO FB-WINDOW-START
043850     END-IF.

043900*----------------------------------------------------------*
043950* 2400-LOAD-TREND-HISTORY - LOADS TRNDHIST RECORDS DATED FROM
044000*                           THE START OF THE WINDOW THROUGH THE
044050*                           END OF THE PERIOD. MORE THAN THE
044100*                           TABLE HOLDS ENDS THE RUN WITH
044150*                           RETURN CODE 28.
044200*----------------------------------------------------------*
044250 2400-LOAD-TREND-HISTORY.
044300     OPEN INPUT HISTORY-FILE
044350     PERFORM 2410-READ-HISTORY-RECORD
044400     PERFORM 2420-STORE-HISTORY-RECORD UNTIL FB-HIST-EOF
044450     CLOSE HISTORY-FILE
044500     IF FB-OVERFLOW-COUNT > 0
044550         DISPLAY "FIZZ-PCLS: TRNDHIST OVERFLOWED TABLE"
044600         MOVE 28 TO RETURN-CODE
044605         SET FB-EVENT-CONDITION TO TRUE
044610         SET FB-EVENT-ERROR TO TRUE
044615         MOVE 1806 TO FB-EVENT-MESSAGE-NO
044620         MOVE "TRNDHIST OVERFLOWED TABLE" TO FB-EVENT-TEXT
044625         PERFORM 8950-LOG-EVENT
044650     END-IF.

044700*----------------------------------------------------------*
044750* 2410-READ-HISTORY-RECORD - READS ONE TRNDHIST RECORD.
044800*----------------------------------------------------------*
044850 2410-READ-HISTORY-RECORD.
044900     READ HISTORY-FILE
044950         AT END
045000             SET FB-HIST-EOF TO TRUE
045050     END-READ.

045100*----------------------------------------------------------*
045150* 2420-STORE-HISTORY-RECORD - ADDS THE RECORD JUST READ TO THE
045200*                             TREND TABLE WHEN IT IS IN RANGE.
045250*----------------------------------------------------------*
045300 2420-STORE-HISTORY-RECORD.
045350     IF FB-HIST-DATE IS NUMERIC
045400        AND FB-HIST-HITS IS NUMERIC
045450        AND FB-HIST-DATE NOT < FB-WINDOW-START
045500        AND FB-HIST-DATE NOT > FB-CLOSE-END
045550         IF FB-TRD-COUNT >= 1000
045600             ADD 1 TO FB-OVERFLOW-COUNT
045650         ELSE
045700             ADD 1 TO FB-TRD-COUNT
045750             SET FB-TRD-IDX TO FB-TRD-COUNT
045800             MOVE FB-HIST-DATE    TO FB-TRD-DATE (FB-TRD-IDX)
045850             MOVE FB-HIST-DIVISOR TO FB-TRD-DIVISOR (FB-TRD-IDX)
045900             MOVE FB-HIST-LABEL   TO FB-TRD-LABEL (FB-TRD-IDX)
045950             MOVE FB-HIST-HITS    TO FB-TRD-HITS (FB-TRD-IDX)
046000             MOVE 0               TO FB-TRD-FROZEN (FB-TRD-IDX)
046050             MOVE "N"             TO FB-TRD-FROZEN-SW (FB-TRD-IDX)
046100             IF FB-HIST-DATE < FB-TREND-FIRST-DATE
046150                 MOVE FB-HIST-DATE TO FB-TREND-FIRST-DATE
046200             END-IF
046250         END-IF
046300     END-IF
046350     PERFORM 2410-READ-HISTORY-RECORD.

046400*----------------------------------------------------------*
046450* 2500-COPY-PERIOD-TOTALS - COPIES PERDTOTL TO THE SCRATCH FILE
046500*                           AND, ON THE WAY, LOADS THE WINDOW'S
046550*                           RUN REGISTER AND CLOSED DAY-RULE
046600*                           HITS; THEN WRITES THE NEW PERIOD'S
046650*                           HEADER. A REGISTER PAST ITS TABLE
046700*                           ENDS THE RUN WITH RETURN CODE 28.
046750*----------------------------------------------------------*
046800 2500-COPY-PERIOD-TOTALS.
046850     OPEN OUTPUT TOTALS-SCRATCH-FILE
046900     SET FB-SCRATCH-OPEN TO TRUE
046950     OPEN INPUT PERIOD-TOTALS-FILE
047000     MOVE "N" TO FB-PTOT-EOF-SW
047050     PERFORM 2110-READ-TOTALS-RECORD
047100     PERFORM 2510-COPY-TOTALS-RECORD UNTIL FB-PTOT-EOF
047150     CLOSE PERIOD-TOTALS-FILE
047200     IF FB-OVERFLOW-COUNT > 0
047250         DISPLAY "FIZZ-PCLS: RUN OR DAY REGISTER OVERFLOWED "
047300             "TABLE"
047350         MOVE 28 TO RETURN-CODE
047355         SET FB-EVENT-CONDITION TO TRUE
047360         SET FB-EVENT-ERROR TO TRUE
047365         MOVE 1806 TO FB-EVENT-MESSAGE-NO
047370         MOVE "RUN OR DAY REGISTER OVERFLOWED TABLE"
047375             TO FB-EVENT-TEXT
047380         PERFORM 8950-LOG-EVENT
047400     ELSE
047450         MOVE SPACES TO FB-PTOT-RECORD
047500         MOVE FB-CLOSE-PERIOD   TO FB-PTOT-PERIOD
047550         MOVE "H"               TO FB-PTOT-REC-TYPE
047600         MOVE FB-CLOSE-START    TO FB-PTOT-HDR-START
047650         MOVE FB-CLOSE-END      TO FB-PTOT-HDR-END
047700         MOVE FB-BUSINESS-DATE  TO FB-PTOT-HDR-CLOSED
047750         MOVE FB-CLOSE-YEAR-END TO FB-PTOT-HDR-YEAR-END
047800         PERFORM 2590-WRITE-TOTALS-RECORD
047850     END-IF.

047900*----------------------------------------------------------*
047950* 2510-COPY-TOTALS-RECORD - COPIES ONE RECORD AND LOADS IT
048000*                           INTO THE REGISTERS WHEN IT IS A
048050*                           RUN OR DAY-RULE RECORD IN THE
048100*                           WINDOW.
048150*----------------------------------------------------------*
048200 2510-COPY-TOTALS-RECORD.
048250     PERFORM 2590-WRITE-TOTALS-RECORD
048300     IF FB-PTOT-RUN-REC
048350        AND FB-PTOT-RUN-DATE NOT < FB-WINDOW-START
048400         IF FB-REG-COUNT >= 3000
048450             ADD 1 TO FB-OVERFLOW-COUNT
048500         ELSE
048550             ADD 1 TO FB-REG-COUNT
048600             SET FB-REG-IDX TO FB-REG-COUNT
048650             MOVE FB-PTOT-RUN-DATE TO FB-REG-DATE (FB-REG-IDX)
048700             MOVE FB-PTOT-RUN-TIME TO FB-REG-TIME (FB-REG-IDX)
048750         END-IF
048800     END-IF
048850     IF FB-PTOT-DAY-REC
048900        AND FB-PTOT-DAY-DATE NOT < FB-WINDOW-START
048950        AND FB-PTOT-DAY-DATE NOT < FB-TREND-FIRST-DATE
049000        AND FB-PTOT-DAY-DATE < FB-CLOSE-START
049050         PERFORM 2520-NOTE-CLOSED-DAY THRU 2520-EXIT
049100     END-IF
049150     PERFORM 2110-READ-TOTALS-RECORD.

049200*----------------------------------------------------------*
049250* 2520-NOTE-CLOSED-DAY - RECORDS THE HITS A DAY'S RULE WAS
049300*                        CLOSED AT AGAINST ITS TRNDHIST ENTRY,
049350*                        OR IN THE ORPHAN TABLE WHEN TRNDHIST
049400*                        NO LONGER HAS THE RULE FOR THAT DAY. A
049450*                        LATER RECORD FOR THE SAME DAY AND RULE
049500*                        (A LATER ADJUSTMENT) REPLACES AN
049550*                        EARLIER ONE.
049600*----------------------------------------------------------*
049650 2520-NOTE-CLOSED-DAY.
049700     MOVE "N" TO FB-ENTRY-FOUND-SW
049750     MOVE 0 TO FB-TRD-SUB
049800     PERFORM 2530-MATCH-TREND-DAY
049850         UNTIL FB-ENTRY-FOUND
049900            OR FB-TRD-SUB >= FB-TRD-COUNT
049950     IF FB-ENTRY-FOUND
050000         GO TO 2520-EXIT
050050     END-IF
050100     MOVE 0 TO FB-ORP-SUB
050150     PERFORM 2540-MATCH-ORPHAN-DAY
050200         UNTIL FB-ENTRY-FOUND
050250            OR FB-ORP-SUB >= FB-ORP-COUNT
050300     IF FB-ENTRY-FOUND
050350         GO TO 2520-EXIT
050400     END-IF
050450     IF FB-ORP-COUNT >= 200
050500         ADD 1 TO FB-OVERFLOW-COUNT
050550     ELSE
050600         ADD 1 TO FB-ORP-COUNT
050650         SET FB-ORP-IDX TO FB-ORP-COUNT
050700         MOVE FB-PTOT-DAY-DATE    TO FB-ORP-DATE (FB-ORP-IDX)
050750         MOVE FB-PTOT-DAY-DIVISOR TO FB-ORP-DIVISOR (FB-ORP-IDX)
050800         MOVE FB-PTOT-DAY-LABEL   TO FB-ORP-LABEL (FB-ORP-IDX)
050850         MOVE FB-PTOT-DAY-HITS    TO FB-ORP-FROZEN (FB-ORP-IDX)
050900     END-IF.
050950 2520-EXIT.
051000     EXIT.

051050*----------------------------------------------------------*
051100* 2530-MATCH-TREND-DAY - TESTS THE NEXT TREND ENTRY AGAINST
051150*                        THE CLOSED DAY-RULE RECORD.
051200*----------------------------------------------------------*
051250 2530-MATCH-TREND-DAY.
051300     ADD 1 TO FB-TRD-SUB
051350     IF FB-TRD-DATE (FB-TRD-SUB) = FB-PTOT-DAY-DATE
051400        AND FB-TRD-DIVISOR (FB-TRD-SUB) = FB-PTOT-DAY-DIVISOR
051450        AND FB-TRD-LABEL (FB-TRD-SUB) = FB-PTOT-DAY-LABEL
051500         MOVE FB-PTOT-DAY-HITS TO FB-TRD-FROZEN (FB-TRD-SUB)
051550         MOVE "Y" TO FB-TRD-FROZEN-SW (FB-TRD-SUB)
051600         SET FB-ENTRY-FOUND TO TRUE
051650     END-IF.

051700*----------------------------------------------------------*
051750* 2540-MATCH-ORPHAN-DAY - TESTS THE NEXT ORPHAN ENTRY AGAINST
051800*                         THE CLOSED DAY-RULE RECORD.
051850*----------------------------------------------------------*
051900 2540-MATCH-ORPHAN-DAY.
051950     ADD 1 TO FB-ORP-SUB
052000     IF FB-ORP-DATE (FB-ORP-SUB) = FB-PTOT-DAY-DATE
052050        AND FB-ORP-DIVISOR (FB-ORP-SUB) = FB-PTOT-DAY-DIVISOR
052100        AND FB-ORP-LABEL (FB-ORP-SUB) = FB-PTOT-DAY-LABEL
052150         MOVE FB-PTOT-DAY-HITS TO FB-ORP-FROZEN (FB-ORP-SUB)
052200         SET FB-ENTRY-FOUND TO TRUE
052250     END-IF.

052300*----------------------------------------------------------*
052350* 2590-WRITE-TOTALS-RECORD - WRITES THE PERDTOTL RECORD IN
052400*                            HAND TO THE SCRATCH FILE.
052450*----------------------------------------------------------*
052500 2590-WRITE-TOTALS-RECORD.
052550     MOVE FB-PTOT-RECORD TO FB-TOTALS-SCRATCH-RECORD
052600     WRITE FB-TOTALS-SCRATCH-RECORD.

052650*----------------------------------------------------------*
052700* 2900-FIND-RULE-SLOT - FINDS THE RULE TABLE SLOT FOR
052750*                       FB-KEY-DIVISOR AND FB-KEY-LABEL,
052800*                       CLAIMING A NEW ZEROED SLOT FOR A RULE
052850*                       NOT SEEN BEFORE. A FULL TABLE IS
052900*                       COUNTED AND LEAVES FB-ENTRY-FOUND OFF.
052950*----------------------------------------------------------*
053000 2900-FIND-RULE-SLOT.
053050     MOVE "N" TO FB-ENTRY-FOUND-SW
053100     MOVE 0 TO FB-RULE-SUB
053150     PERFORM 2910-MATCH-RULE-SLOT
053200         UNTIL FB-ENTRY-FOUND
053250            OR FB-RULE-SUB >= FB-RULE-COUNT
053300     IF NOT FB-ENTRY-FOUND
053350         IF FB-RULE-COUNT >= 100
053400             ADD 1 TO FB-OVERFLOW-COUNT
053450         ELSE
053500             ADD 1 TO FB-RULE-COUNT
053550             MOVE FB-RULE-COUNT TO FB-RULE-SUB
053600             MOVE FB-KEY-DIVISOR TO FB-RULE-DIVISOR (FB-RULE-SUB)
053650             MOVE FB-KEY-LABEL   TO FB-RULE-LABEL (FB-RULE-SUB)
053700             MOVE 0 TO FB-RULE-PRIOR (FB-RULE-SUB)
053750             MOVE 0 TO FB-RULE-MONTH (FB-RULE-SUB)
053800             MOVE 0 TO FB-RULE-ADJ (FB-RULE-SUB)
053850             MOVE 0 TO FB-RULE-YTD (FB-RULE-SUB)
053900             SET FB-ENTRY-FOUND TO TRUE
053950         END-IF
054000     END-IF.

054050*----------------------------------------------------------*
054100* 2910-MATCH-RULE-SLOT - TESTS THE NEXT USED RULE SLOT.
054150*----------------------------------------------------------*
054200 2910-MATCH-RULE-SLOT.
054250     ADD 1 TO FB-RULE-SUB
054300     IF FB-RULE-DIVISOR (FB-RULE-SUB) = FB-KEY-DIVISOR
054350        AND FB-RULE-LABEL (FB-RULE-SUB) = FB-KEY-LABEL
054400         SET FB-ENTRY-FOUND TO TRUE
054450     END-IF.

054500*----------------------------------------------------------*
054550* 2950-FIND-FAIL-SLOT - FINDS THE FAILED-RUN TABLE SLOT FOR
054600*                       FB-KEY-RC THE SAME WAY.
054650*----------------------------------------------------------*
054700 2950-FIND-FAIL-SLOT.
054750     MOVE "N" TO FB-ENTRY-FOUND-SW
054800     MOVE 0 TO FB-FAIL-SUB
054850     PERFORM 2960-MATCH-FAIL-SLOT
054900         UNTIL FB-ENTRY-FOUND
054950            OR FB-FAIL-SUB >= FB-FAIL-COUNT
055000     IF NOT FB-ENTRY-FOUND
055050         IF FB-FAIL-COUNT >= 50
055100             ADD 1 TO FB-OVERFLOW-COUNT
055150         ELSE
055200             ADD 1 TO FB-FAIL-COUNT
055250             MOVE FB-FAIL-COUNT TO FB-FAIL-SUB
055300             MOVE FB-KEY-RC TO FB-FAIL-RC (FB-FAIL-SUB)
055350             MOVE 0 TO FB-FAIL-PRIOR (FB-FAIL-SUB)
055400             MOVE 0 TO FB-FAIL-MONTH (FB-FAIL-SUB)
055450             MOVE 0 TO FB-FAIL-ADJ (FB-FAIL-SUB)
055500             MOVE 0 TO FB-FAIL-YTD (FB-FAIL-SUB)
055550             SET FB-ENTRY-FOUND TO TRUE
055600         END-IF
055650     END-IF.

055700*----------------------------------------------------------*
055750* 2960-MATCH-FAIL-SLOT - TESTS THE NEXT USED FAILED-RUN SLOT.
055800*----------------------------------------------------------*
055850 2960-MATCH-FAIL-SLOT.
055900     ADD 1 TO FB-FAIL-SUB
055950     IF FB-FAIL-RC (FB-FAIL-SUB) = FB-KEY-RC
056000         SET FB-ENTRY-FOUND TO TRUE
056050     END-IF.

056100*----------------------------------------------------------*
056150* 3000-TALLY-TREND-HISTORY - TOTALS THE PERIOD'S RULE HITS
056200*                            AND FINDS THE RULE-HIT CHANGES
056250*                            TO CLOSED DAYS. EVERY DAY'S RULE
056300*                            TAKEN INTO THIS CLOSE GOES ON THE
056350*                            "D" REGISTER AT ITS HITS NOW.
056400*----------------------------------------------------------*
056450 3000-TALLY-TREND-HISTORY.
056500     PERFORM 3100-TALLY-TREND-ENTRY
056550         VARYING FB-TRD-SUB FROM 1 BY 1
056600         UNTIL FB-TRD-SUB > FB-TRD-COUNT
056650     PERFORM 3200-TALLY-ORPHAN-ENTRY
056700         VARYING FB-ORP-SUB FROM 1 BY 1
056750         UNTIL FB-ORP-SUB > FB-ORP-COUNT.

056800*----------------------------------------------------------*
056850* 3100-TALLY-TREND-ENTRY - A DAY IN THE PERIOD COUNTS IN THE
056900*                          PERIOD. A DAY IN A CLOSED PERIOD
056950*                          COUNTS AS AN ADJUSTMENT BY HOW FAR
057000*                          ITS HITS NOW DIFFER FROM WHAT WAS
057050*                          CLOSED (ALL OF THEM WHEN THE DAY WAS
057100*                          NEVER CLOSED); AN UNCHANGED DAY IS
057150*                          LEFT ALONE.
057200*----------------------------------------------------------*
057250 3100-TALLY-TREND-ENTRY.
057300     SET FB-TRD-IDX TO FB-TRD-SUB
057350     MOVE FB-TRD-DIVISOR (FB-TRD-IDX) TO FB-KEY-DIVISOR
057400     MOVE FB-TRD-LABEL (FB-TRD-IDX)   TO FB-KEY-LABEL
057450     IF FB-TRD-DATE (FB-TRD-IDX) NOT < FB-CLOSE-START
057500         PERFORM 2900-FIND-RULE-SLOT
057550         IF FB-ENTRY-FOUND
057600             ADD FB-TRD-HITS (FB-TRD-IDX)
057650                 TO FB-RULE-MONTH (FB-RULE-SUB)
057700         END-IF
057750         PERFORM 3150-REGISTER-TREND-DAY
057800     ELSE IF FB-FIRST-CLOSED-START NOT = 0
057850        AND FB-TRD-DATE (FB-TRD-IDX) NOT < FB-FIRST-CLOSED-START
057900         COMPUTE FB-HITS-DIFF = FB-TRD-HITS (FB-TRD-IDX)
057950             - FB-TRD-FROZEN (FB-TRD-IDX)
058000         IF FB-HITS-DIFF NOT = 0
058050            OR NOT FB-TRD-WAS-CLOSED (FB-TRD-IDX)
058100             PERFORM 2900-FIND-RULE-SLOT
058150             IF FB-ENTRY-FOUND
058200                 ADD FB-HITS-DIFF TO FB-RULE-ADJ (FB-RULE-SUB)
058250             END-IF
058300             PERFORM 3150-REGISTER-TREND-DAY
058350         END-IF
058400     END-IF.

058450*----------------------------------------------------------*
058500* 3150-REGISTER-TREND-DAY - WRITES THE "D" REGISTER RECORD FOR
058550*                           THE TREND ENTRY IN HAND.
058600*----------------------------------------------------------*
058650 3150-REGISTER-TREND-DAY.
058700     MOVE SPACES TO FB-PTOT-RECORD
058750     MOVE FB-CLOSE-PERIOD TO FB-PTOT-PERIOD
058800     MOVE "D"             TO FB-PTOT-REC-TYPE
058850     MOVE FB-TRD-DATE (FB-TRD-IDX)    TO FB-PTOT-DAY-DATE
058900     MOVE FB-TRD-DIVISOR (FB-TRD-IDX) TO FB-PTOT-DAY-DIVISOR
058950     MOVE FB-TRD-LABEL (FB-TRD-IDX)   TO FB-PTOT-DAY-LABEL
059000     MOVE FB-TRD-HITS (FB-TRD-IDX)    TO FB-PTOT-DAY-HITS
059050     PERFORM 2590-WRITE-TOTALS-RECORD.

059100*----------------------------------------------------------*
059150* 3200-TALLY-ORPHAN-ENTRY - A CLOSED DAY'S RULE THAT TRNDHIST
059200*                           NO LONGER HAS (A RERUN THAT NO
059250*                           LONGER FIRED IT) TAKES ITS CLOSED
059300*                           HITS BACK OUT AS AN ADJUSTMENT AND
059350*                           IS REGISTERED AT ZERO.
059400*----------------------------------------------------------*
059450 3200-TALLY-ORPHAN-ENTRY.
059500     SET FB-ORP-IDX TO FB-ORP-SUB
059550     IF FB-ORP-FROZEN (FB-ORP-IDX) NOT = 0
059600         MOVE FB-ORP-DIVISOR (FB-ORP-IDX) TO FB-KEY-DIVISOR
059650         MOVE FB-ORP-LABEL (FB-ORP-IDX)   TO FB-KEY-LABEL
059700         PERFORM 2900-FIND-RULE-SLOT
059750         IF FB-ENTRY-FOUND
059800             SUBTRACT FB-ORP-FROZEN (FB-ORP-IDX)
059850                 FROM FB-RULE-ADJ (FB-RULE-SUB)
059900         END-IF
059950         MOVE SPACES TO FB-PTOT-RECORD
060000         MOVE FB-CLOSE-PERIOD TO FB-PTOT-PERIOD
060050         MOVE "D"             TO FB-PTOT-REC-TYPE
060100         MOVE FB-ORP-DATE (FB-ORP-IDX)    TO FB-PTOT-DAY-DATE
060150         MOVE FB-ORP-DIVISOR (FB-ORP-IDX) TO FB-PTOT-DAY-DIVISOR
060200         MOVE FB-ORP-LABEL (FB-ORP-IDX)   TO FB-PTOT-DAY-LABEL
060250         MOVE 0                           TO FB-PTOT-DAY-HITS
060300         PERFORM 2590-WRITE-TOTALS-RECORD
060350     END-IF.

060400*----------------------------------------------------------*
060450* 4000-TALLY-AUDIT-LOG - READS AUDITLOG FRONT TO BACK, TOTALS
060500*                        THE PERIOD'S RUNS, AND PICKS OUT RUNS
060550*                        DATED IN A CLOSED PERIOD THAT NO CLOSE
060600*                        HAS TAKEN YET.
060650*----------------------------------------------------------*
060700 4000-TALLY-AUDIT-LOG.
060750     PERFORM 4010-READ-AUDIT-RECORD
060800     PERFORM 4100-TALLY-AUDIT-RECORD THRU 4100-EXIT
060850         UNTIL FB-AUDIT-EOF
060900     CLOSE AUDIT-FILE.

060950*----------------------------------------------------------*
061000* 4010-READ-AUDIT-RECORD - READS ONE AUDIT-FILE RECORD.
061050*----------------------------------------------------------*
061100 4010-READ-AUDIT-RECORD.
061150     READ AUDIT-FILE
061200         AT END
061250             SET FB-AUDIT-EOF TO TRUE
061300     END-READ.

061350*----------------------------------------------------------*
061400* 4100-TALLY-AUDIT-RECORD - HANDLES THE RECORD JUST READ. A
061450*                           RECORD FIZZ-AUDR WOULD COUNT AS BAD
061500*                           (DATE NOT NUMERIC, RETURN CODE
061550*                           BLANK) IS COUNTED AND LEFT OUT.
061600*----------------------------------------------------------*
061650 4100-TALLY-AUDIT-RECORD.
061700     IF FB-AUDIT-DATE IS NOT NUMERIC
061750        OR FB-AUDIT-RETURN-CODE = SPACES
061800         ADD 1 TO FB-BAD-AUDIT-COUNT
061850         GO TO 4100-READ-NEXT
061900     END-IF
061950     IF FB-AUDIT-DATE > FB-CLOSE-END
062000        OR FB-AUDIT-DATE < FB-WINDOW-START
062050         GO TO 4100-READ-NEXT
062100     END-IF
062150     PERFORM 4200-DEEDIT-AUDIT-FIELDS
062200     IF FB-AUDIT-DATE NOT < FB-CLOSE-START
062250         ADD 1                  TO FB-MONTH-RUNS
062300         ADD FB-THIS-RECORDS    TO FB-MONTH-RECORDS
062350         ADD FB-THIS-EXCEPTIONS TO FB-MONTH-EXCEPTIONS
062400         IF FB-THIS-RC > 4
062450             ADD 1 TO FB-MONTH-FAILED
062500             MOVE FB-THIS-RC TO FB-KEY-RC
062550             PERFORM 2950-FIND-FAIL-SLOT
062600             IF FB-ENTRY-FOUND
062650                 ADD 1 TO FB-FAIL-MONTH (FB-FAIL-SUB)
062700             END-IF
062750         END-IF
062800         MOVE "P" TO FB-RUN-KIND
062850         PERFORM 4300-REGISTER-RUN
062900         GO TO 4100-READ-NEXT
062950     END-IF
063000     IF FB-FIRST-CLOSED-START = 0
063050        OR FB-AUDIT-DATE < FB-FIRST-CLOSED-START
063100         GO TO 4100-READ-NEXT
063150     END-IF
063200     MOVE "N" TO FB-ENTRY-FOUND-SW
063250     MOVE 0 TO FB-REG-SUB
063300     PERFORM 4400-MATCH-REGISTERED-RUN
063350         UNTIL FB-ENTRY-FOUND
063400            OR FB-REG-SUB >= FB-REG-COUNT
063450     IF FB-ENTRY-FOUND
063500         GO TO 4100-READ-NEXT
063550     END-IF
063600     ADD 1                  TO FB-ADJ-RUNS
063650     ADD FB-THIS-RECORDS    TO FB-ADJ-RECORDS
063700     ADD FB-THIS-EXCEPTIONS TO FB-ADJ-EXCEPTIONS
063750     IF FB-THIS-RC > 4
063800         ADD 1 TO FB-ADJ-FAILED
063850         MOVE FB-THIS-RC TO FB-KEY-RC
063900         PERFORM 2950-FIND-FAIL-SLOT
063950         IF FB-ENTRY-FOUND
064000             ADD 1 TO FB-FAIL-ADJ (FB-FAIL-SUB)
064050         END-IF
064100     END-IF
064150     IF FB-ADL-COUNT >= 50
064200         ADD 1 TO FB-ADL-UNLISTED-COUNT
064250     ELSE
064300         ADD 1 TO FB-ADL-COUNT
064350         SET FB-ADL-IDX TO FB-ADL-COUNT
064400         MOVE FB-AUDIT-DATE   TO FB-ADL-DATE (FB-ADL-IDX)
064450         MOVE FB-AUDIT-TIME   TO FB-ADL-TIME (FB-ADL-IDX)
064500         MOVE FB-THIS-RC      TO FB-ADL-RC (FB-ADL-IDX)
064550         MOVE FB-THIS-RECORDS TO FB-ADL-RECORDS (FB-ADL-IDX)
064600     END-IF
064650     MOVE "A" TO FB-RUN-KIND
064700     PERFORM 4300-REGISTER-RUN.
064750 4100-READ-NEXT.
064800     PERFORM 4010-READ-AUDIT-RECORD.
064850 4100-EXIT.
064900     EXIT.

064950*----------------------------------------------------------*
065000* 4200-DEEDIT-AUDIT-FIELDS - DE-EDITS THE RUN'S RECORD COUNT,
065050*                            RETURN CODE AND EXCEPTION COUNT.
065100*                            A FIELD THAT WILL NOT DE-EDIT (OR
065150*                            AN EXCEPTION COUNT FROM BEFORE THE
065200*                            FIELD EXISTED) COUNTS AS ZERO.
065250*----------------------------------------------------------*
065300 4200-DEEDIT-AUDIT-FIELDS.
065350     MOVE 0 TO FB-THIS-RECORDS
065400     MOVE 0 TO FB-THIS-RC
065450     MOVE 0 TO FB-THIS-EXCEPTIONS
065500     MOVE FB-AUDIT-RECORD-COUNT TO FB-DEEDIT-11-X
065550     INSPECT FB-DEEDIT-11-X REPLACING LEADING " " BY "0"
065600     IF FB-DEEDIT-11-9 IS NUMERIC
065650         MOVE FB-DEEDIT-11-9 TO FB-THIS-RECORDS
065700     END-IF
065750     MOVE FB-AUDIT-RETURN-CODE TO FB-DEEDIT-3-X
065800     INSPECT FB-DEEDIT-3-X REPLACING LEADING " " BY "0"
065850     IF FB-DEEDIT-3-9 IS NUMERIC
065900         MOVE FB-DEEDIT-3-9 TO FB-THIS-RC
065950     END-IF
066000     MOVE FB-AUDIT-EXCP-COUNT TO FB-DEEDIT-9-X
066050     INSPECT FB-DEEDIT-9-X REPLACING LEADING " " BY "0"
066100     IF FB-DEEDIT-9-9 IS NUMERIC
066150         MOVE FB-DEEDIT-9-9 TO FB-THIS-EXCEPTIONS
066200     END-IF.

066250*----------------------------------------------------------*
066300* 4300-REGISTER-RUN - WRITES THE "K" REGISTER RECORD FOR THE
066350*                     RUN IN HAND, SO NO LATER CLOSE TAKES IT
066400*                     AGAIN. FB-RUN-KIND IS SET BY THE
066450*                     CALLER.
066500*----------------------------------------------------------*
066550 4300-REGISTER-RUN.
066600     MOVE SPACES TO FB-PTOT-RECORD
066650     MOVE FB-CLOSE-PERIOD TO FB-PTOT-PERIOD
066700     MOVE "K"             TO FB-PTOT-REC-TYPE
066750     MOVE FB-AUDIT-DATE   TO FB-PTOT-RUN-DATE
066800     MOVE FB-AUDIT-TIME   TO FB-PTOT-RUN-TIME
066850     MOVE FB-RUN-KIND     TO FB-PTOT-RUN-KIND
066900     PERFORM 2590-WRITE-TOTALS-RECORD.

066950*----------------------------------------------------------*
067000* 4400-MATCH-REGISTERED-RUN - TESTS THE NEXT REGISTERED RUN
067050*                             AGAINST THE AUDIT RECORD.
067100*----------------------------------------------------------*
067150 4400-MATCH-REGISTERED-RUN.
067200     ADD 1 TO FB-REG-SUB
067250     IF FB-REG-DATE (FB-REG-SUB) = FB-AUDIT-DATE
067300        AND FB-REG-TIME (FB-REG-SUB) = FB-AUDIT-TIME
067350         SET FB-ENTRY-FOUND TO TRUE
067400     END-IF.

067450*----------------------------------------------------------*
067500* 5000-WRITE-PERIOD-TOTALS - WORKS OUT THE YEAR TO DATE AND
067550*                            APPENDS THE PERIOD'S FROZEN
067600*                            FIGURES: "M", "A" AND "Y" TOTALS,
067650*                            AN "R" PER RULE AND AN "F" PER
067700*                            FAILED-RUN RETURN CODE.
067750*----------------------------------------------------------*
067800 5000-WRITE-PERIOD-TOTALS.
067850     COMPUTE FB-YTD-RUNS = FB-PRIOR-RUNS + FB-MONTH-RUNS
067900         + FB-ADJ-RUNS
067950     COMPUTE FB-YTD-RECORDS = FB-PRIOR-RECORDS
068000         + FB-MONTH-RECORDS + FB-ADJ-RECORDS
068050     COMPUTE FB-YTD-EXCEPTIONS = FB-PRIOR-EXCEPTIONS
068100         + FB-MONTH-EXCEPTIONS + FB-ADJ-EXCEPTIONS
068150     COMPUTE FB-YTD-FAILED = FB-PRIOR-FAILED + FB-MONTH-FAILED
068200         + FB-ADJ-FAILED
068250     MOVE SPACES TO FB-PTOT-RECORD
068300     MOVE FB-CLOSE-PERIOD     TO FB-PTOT-PERIOD
068350     MOVE "M"                 TO FB-PTOT-REC-TYPE
068400     MOVE FB-MONTH-RUNS       TO FB-PTOT-RUNS
068450     MOVE FB-MONTH-RECORDS    TO FB-PTOT-RECORDS
068500     MOVE FB-MONTH-EXCEPTIONS TO FB-PTOT-EXCEPTIONS
068550     MOVE FB-MONTH-FAILED     TO FB-PTOT-FAILED
068600     PERFORM 2590-WRITE-TOTALS-RECORD
068650     MOVE "A"                 TO FB-PTOT-REC-TYPE
068700     MOVE FB-ADJ-RUNS         TO FB-PTOT-RUNS
068750     MOVE FB-ADJ-RECORDS      TO FB-PTOT-RECORDS
068800     MOVE FB-ADJ-EXCEPTIONS   TO FB-PTOT-EXCEPTIONS
068850     MOVE FB-ADJ-FAILED       TO FB-PTOT-FAILED
068900     PERFORM 2590-WRITE-TOTALS-RECORD
068950     MOVE "Y"                 TO FB-PTOT-REC-TYPE
069000     MOVE FB-YTD-RUNS         TO FB-PTOT-RUNS
069050     MOVE FB-YTD-RECORDS      TO FB-PTOT-RECORDS
069100     MOVE FB-YTD-EXCEPTIONS   TO FB-PTOT-EXCEPTIONS
069150     MOVE FB-YTD-FAILED       TO FB-PTOT-FAILED
069200     PERFORM 2590-WRITE-TOTALS-RECORD
069250     PERFORM 5100-WRITE-RULE-TOTALS
069300         VARYING FB-RULE-SUB FROM 1 BY 1
069350         UNTIL FB-RULE-SUB > FB-RULE-COUNT
069400     PERFORM 5200-WRITE-FAIL-TOTALS
069450         VARYING FB-FAIL-SUB FROM 1 BY 1
069500         UNTIL FB-FAIL-SUB > FB-FAIL-COUNT
069550     SET FB-TOTALS-READY TO TRUE.

069600*----------------------------------------------------------*
069650* 5100-WRITE-RULE-TOTALS - WRITES ONE RULE'S "R" RECORD.
069700*----------------------------------------------------------*
069750 5100-WRITE-RULE-TOTALS.
069800     COMPUTE FB-RULE-YTD (FB-RULE-SUB) =
069850         FB-RULE-PRIOR (FB-RULE-SUB) + FB-RULE-MONTH (FB-RULE-SUB)
069900         + FB-RULE-ADJ (FB-RULE-SUB)
069950     MOVE SPACES TO FB-PTOT-RECORD
070000     MOVE FB-CLOSE-PERIOD TO FB-PTOT-PERIOD
070050     MOVE "R"             TO FB-PTOT-REC-TYPE
070100     MOVE FB-RULE-DIVISOR (FB-RULE-SUB) TO FB-PTOT-RULE-DIVISOR
070150     MOVE FB-RULE-LABEL (FB-RULE-SUB)   TO FB-PTOT-RULE-LABEL
070200     MOVE FB-RULE-MONTH (FB-RULE-SUB)   TO FB-PTOT-RULE-MONTH
070250     MOVE FB-RULE-ADJ (FB-RULE-SUB)     TO FB-PTOT-RULE-ADJ
070300     MOVE FB-RULE-YTD (FB-RULE-SUB)     TO FB-PTOT-RULE-YTD
070350     PERFORM 2590-WRITE-TOTALS-RECORD.

070400*----------------------------------------------------------*
070450* 5200-WRITE-FAIL-TOTALS - WRITES ONE RETURN CODE'S "F"
070500*                          RECORD.
070550*----------------------------------------------------------*
070600 5200-WRITE-FAIL-TOTALS.
070650     COMPUTE FB-FAIL-YTD (FB-FAIL-SUB) =
070700         FB-FAIL-PRIOR (FB-FAIL-SUB) + FB-FAIL-MONTH (FB-FAIL-SUB)
070750         + FB-FAIL-ADJ (FB-FAIL-SUB)
070800     MOVE SPACES TO FB-PTOT-RECORD
070850     MOVE FB-CLOSE-PERIOD TO FB-PTOT-PERIOD
070900     MOVE "F"             TO FB-PTOT-REC-TYPE
070950     MOVE FB-FAIL-RC (FB-FAIL-SUB)    TO FB-PTOT-FAIL-RC
071000     MOVE FB-FAIL-MONTH (FB-FAIL-SUB) TO FB-PTOT-FAIL-MONTH
071050     MOVE FB-FAIL-ADJ (FB-FAIL-SUB)   TO FB-PTOT-FAIL-ADJ
071100     MOVE FB-FAIL-YTD (FB-FAIL-SUB)   TO FB-PTOT-FAIL-YTD
071150     PERFORM 2590-WRITE-TOTALS-RECORD.

071200*----------------------------------------------------------*
071250* 6000-WRITE-STATEMENT - PRINTS THE MANAGEMENT PERIOD
071300*                        STATEMENT: THE PERIOD, ADJUSTMENT AND
071350*                        YEAR-TO-DATE TOTALS, RULE HITS AND
071400*                        FAILED RUNS, THE POST-CLOSE ADJUSTMENT
071450*                        RUNS, AND THE YEAR-END ROLL. POSTED
071500*                        ADJUSTMENTS END THE RUN WITH WARNING
071550*                        RETURN CODE 4 SO FINANCE SEES THEM.
071600*----------------------------------------------------------*
071650 6000-WRITE-STATEMENT.
071700     MOVE FB-CLOSE-PERIOD TO FB-HDG2-PERIOD
071750     MOVE FB-CLOSE-START  TO FB-HDG2-START
071800     MOVE FB-CLOSE-END    TO FB-HDG2-END
071850     MOVE FB-CLOSE-YEAR   TO FB-HDG2-YEAR
071900     MOVE FB-STMT-HEADING-2 TO FB-STATEMENT-RECORD
071950     WRITE FB-STATEMENT-RECORD AFTER ADVANCING 2 LINES
072000     IF FB-CARRY-YTD
072050         MOVE FB-LAST-CLOSED-PERIOD TO FB-NOTE-PERIOD
072100         MOVE SPACES TO FB-NOTE-LINE
072150         STRING "YEAR TO DATE CARRIED FROM PERIOD "
072200             FB-NOTE-PERIOD DELIMITED BY SIZE INTO FB-NOTE-LINE
072250         END-STRING
072300         MOVE FB-NOTE-LINE TO FB-STATEMENT-RECORD
072350     ELSE
072400         MOVE "NEW FISCAL YEAR - YEAR TO DATE STARTS THIS PERIOD"
072450             TO FB-STATEMENT-RECORD
072500     END-IF
072550     WRITE FB-STATEMENT-RECORD AFTER ADVANCING 1 LINE
072600     MOVE FB-STMT-COLUMN-HEADING TO FB-STATEMENT-RECORD
072650     WRITE FB-STATEMENT-RECORD AFTER ADVANCING 2 LINES
072700     MOVE SPACES TO FB-STMT-AMOUNT-LINE
072750     MOVE "RUNS"              TO FB-AMT-CAPTION
072800     MOVE FB-MONTH-RUNS       TO FB-AMT-MONTH
072850     MOVE FB-ADJ-RUNS         TO FB-AMT-ADJ
072900     MOVE FB-YTD-RUNS         TO FB-AMT-YTD
072950     PERFORM 6900-WRITE-AMOUNT-LINE
073000     MOVE "RECORDS PROCESSED" TO FB-AMT-CAPTION
073050     MOVE FB-MONTH-RECORDS    TO FB-AMT-MONTH
073100     MOVE FB-ADJ-RECORDS      TO FB-AMT-ADJ
073150     MOVE FB-YTD-RECORDS      TO FB-AMT-YTD
073200     PERFORM 6900-WRITE-AMOUNT-LINE
073250     MOVE "EXCEPTIONS"        TO FB-AMT-CAPTION
073300     MOVE FB-MONTH-EXCEPTIONS TO FB-AMT-MONTH
073350     MOVE FB-ADJ-EXCEPTIONS   TO FB-AMT-ADJ
073400     MOVE FB-YTD-EXCEPTIONS   TO FB-AMT-YTD
073450     PERFORM 6900-WRITE-AMOUNT-LINE
073500     MOVE "FAILED RUNS"       TO FB-AMT-CAPTION
073550     MOVE FB-MONTH-FAILED     TO FB-AMT-MONTH
073600     MOVE FB-ADJ-FAILED       TO FB-AMT-ADJ
073650     MOVE FB-YTD-FAILED       TO FB-AMT-YTD
073700     PERFORM 6900-WRITE-AMOUNT-LINE
073750     MOVE "RULE HITS" TO FB-STATEMENT-RECORD
073800     WRITE FB-STATEMENT-RECORD AFTER ADVANCING 2 LINES
073850     PERFORM 6100-WRITE-RULE-LINE
073900         VARYING FB-RULE-SUB FROM 1 BY 1
073950         UNTIL FB-RULE-SUB > FB-RULE-COUNT
074000     MOVE "FAILED RUNS BY RETURN CODE" TO FB-STATEMENT-RECORD
074050     WRITE FB-STATEMENT-RECORD AFTER ADVANCING 2 LINES
074100     IF FB-FAIL-COUNT = 0
074150         MOVE "  NONE" TO FB-STATEMENT-RECORD
074200         WRITE FB-STATEMENT-RECORD AFTER ADVANCING 1 LINE
074250     END-IF
074300     PERFORM 6200-WRITE-FAIL-LINE
074350         VARYING FB-FAIL-SUB FROM 1 BY 1
074400         UNTIL FB-FAIL-SUB > FB-FAIL-COUNT
074450     PERFORM 6300-WRITE-ADJUSTMENTS
074500     IF FB-BAD-AUDIT-COUNT > 0
074550         MOVE FB-BAD-AUDIT-COUNT TO FB-NOTE-COUNT
074600         MOVE SPACES TO FB-NOTE-LINE
074650         STRING FB-NOTE-COUNT " OLD-LAYOUT/BAD AUDIT RECORDS "
074700             "NOT IN TOTALS" DELIMITED BY SIZE INTO FB-NOTE-LINE
074750         END-STRING
074800         MOVE FB-NOTE-LINE TO FB-STATEMENT-RECORD
074850         WRITE FB-STATEMENT-RECORD AFTER ADVANCING 2 LINES
074900     END-IF
074950     IF FB-CLOSE-IS-YEAR-END
075000         MOVE SPACES TO FB-NOTE-LINE
075050         STRING "YEAR-END CLOSE - FISCAL YEAR " FB-CLOSE-YEAR
075100             " TOTALS ROLLED, NEXT PERIOD STARTS A NEW YEAR"
075150             DELIMITED BY SIZE INTO FB-NOTE-LINE
075200         END-STRING
075250         MOVE FB-NOTE-LINE TO FB-STATEMENT-RECORD
075300         WRITE FB-STATEMENT-RECORD AFTER ADVANCING 2 LINES
075350     END-IF
075400     MOVE "PERIOD CLOSED - FIGURES FROZEN ON PERDTOTL"
075450         TO FB-STATEMENT-RECORD
075500     WRITE FB-STATEMENT-RECORD AFTER ADVANCING 2 LINES
075550     MOVE FB-ADJ-RUNS TO FB-NOTE-COUNT
075600     DISPLAY "FIZZ-PCLS: PERIOD " FB-CLOSE-PERIOD " CLOSED, "
075650         FB-NOTE-COUNT " POST-CLOSE ADJUSTMENT RUNS".

075700*----------------------------------------------------------*
075750* 6100-WRITE-RULE-LINE - PRINTS ONE RULE'S HITS.
075800*----------------------------------------------------------*
075850 6100-WRITE-RULE-LINE.
075900     MOVE SPACES TO FB-STMT-AMOUNT-LINE
075950     MOVE FB-RULE-DIVISOR (FB-RULE-SUB) TO FB-AMT-DIVISOR
076000     MOVE FB-RULE-LABEL (FB-RULE-SUB)   TO FB-AMT-LABEL
076050     MOVE FB-RULE-MONTH (FB-RULE-SUB)   TO FB-AMT-MONTH
076100     MOVE FB-RULE-ADJ (FB-RULE-SUB)     TO FB-AMT-ADJ
076150     MOVE FB-RULE-YTD (FB-RULE-SUB)     TO FB-AMT-YTD
076200     PERFORM 6900-WRITE-AMOUNT-LINE
076250     IF FB-RULE-ADJ (FB-RULE-SUB) NOT = 0
076300         ADD 1 TO FB-RULE-ADJ-COUNT
076350     END-IF.

076400*----------------------------------------------------------*
076450* 6200-WRITE-FAIL-LINE - PRINTS ONE RETURN CODE'S FAILED RUNS.
076500*----------------------------------------------------------*
076550 6200-WRITE-FAIL-LINE.
076600     MOVE SPACES TO FB-STMT-AMOUNT-LINE
076650     MOVE "RC "                       TO FB-AMT-RC-TEXT
076700     MOVE FB-FAIL-RC (FB-FAIL-SUB)    TO FB-AMT-RC
076750     MOVE FB-FAIL-MONTH (FB-FAIL-SUB) TO FB-AMT-MONTH
076800     MOVE FB-FAIL-ADJ (FB-FAIL-SUB)   TO FB-AMT-ADJ
076850     MOVE FB-FAIL-YTD (FB-FAIL-SUB)   TO FB-AMT-YTD
076900     PERFORM 6900-WRITE-AMOUNT-LINE.

076950*----------------------------------------------------------*
077000* 6300-WRITE-ADJUSTMENTS - LISTS THE RUNS POSTED AS POST-CLOSE
077050*                          ADJUSTMENTS. ANY ADJUSTMENT - A RUN
077100*                          OR A CHANGE IN A CLOSED DAY'S RULE
077150*                          HITS - SETS WARNING RETURN CODE 4.
077200*----------------------------------------------------------*
077250 6300-WRITE-ADJUSTMENTS.
077300     MOVE "POST-CLOSE ADJUSTMENTS (RUNS DATED IN CLOSED PERIODS)"
077350         TO FB-STATEMENT-RECORD
077400     WRITE FB-STATEMENT-RECORD AFTER ADVANCING 2 LINES
077450     IF FB-ADJ-RUNS = 0
077500         MOVE "  NONE" TO FB-STATEMENT-RECORD
077550         WRITE FB-STATEMENT-RECORD AFTER ADVANCING 1 LINE
077600     END-IF
077650     IF (FB-ADJ-RUNS > 0 OR FB-RULE-ADJ-COUNT > 0)
077700        AND RETURN-CODE = 0
077750         MOVE 4 TO RETURN-CODE
077755         SET FB-EVENT-CONDITION TO TRUE
077760         SET FB-EVENT-WARNING TO TRUE
077765         MOVE 1801 TO FB-EVENT-MESSAGE-NO
077770         MOVE "POST-CLOSE ADJUSTMENTS REPORTED - SEE PCLSRPT"
077775             TO FB-EVENT-TEXT
077780         PERFORM 8950-LOG-EVENT
077800     END-IF
077850     PERFORM 6310-WRITE-ADJUSTMENT-LINE
077900         VARYING FB-ADL-IDX FROM 1 BY 1
077950         UNTIL FB-ADL-IDX > FB-ADL-COUNT
078000     IF FB-ADL-UNLISTED-COUNT > 0
078050         MOVE FB-ADL-UNLISTED-COUNT TO FB-NOTE-COUNT
078100         MOVE SPACES TO FB-NOTE-LINE
078150         STRING "  " FB-NOTE-COUNT " MORE ADJUSTMENT RUNS NOT "
078200             "LISTED" DELIMITED BY SIZE INTO FB-NOTE-LINE
078250         END-STRING
078300         MOVE FB-NOTE-LINE TO FB-STATEMENT-RECORD
078350         WRITE FB-STATEMENT-RECORD AFTER ADVANCING 1 LINE
078400     END-IF.

078450*----------------------------------------------------------*
078500* 6310-WRITE-ADJUSTMENT-LINE - PRINTS ONE ADJUSTMENT RUN.
078550*----------------------------------------------------------*
078600 6310-WRITE-ADJUSTMENT-LINE.
078650     MOVE FB-ADL-DATE (FB-ADL-IDX)    TO FB-ADL-LINE-DATE
078700     MOVE FB-ADL-TIME (FB-ADL-IDX)    TO FB-ADL-LINE-TIME
078750     MOVE FB-ADL-RC (FB-ADL-IDX)      TO FB-ADL-LINE-RC
078800     MOVE FB-ADL-RECORDS (FB-ADL-IDX) TO FB-ADL-LINE-RECORDS
078850     MOVE FB-ADJ-DETAIL-LINE TO FB-STATEMENT-RECORD
078900     WRITE FB-STATEMENT-RECORD AFTER ADVANCING 1 LINE.

078950*----------------------------------------------------------*
079000* 6900-WRITE-AMOUNT-LINE - WRITES THE AMOUNT LINE IN HAND.
079050*----------------------------------------------------------*
079100 6900-WRITE-AMOUNT-LINE.
079150     MOVE FB-STMT-AMOUNT-LINE TO FB-STATEMENT-RECORD
079200     WRITE FB-STATEMENT-RECORD AFTER ADVANCING 1 LINE.

079250*----------------------------------------------------------*
079300* 8000-TERMINATE - CLOSES THE FILES AND SWAPS THE EXTENDED
079350*                  PERIOD-TOTALS FILE INTO PLACE OF THE OLD
079400*                  PERDTOTL WITH THE SAME DELETE/RENAME PAIR
079450*                  THE OTHER JOBS USE FOR THEIR REBUILDS.
079500*----------------------------------------------------------*
079550 8000-TERMINATE.
079600     CLOSE STATEMENT-FILE
079650     CLOSE TOTALS-SCRATCH-FILE
079700     IF FB-TOTALS-READY
079750         CALL "CBL_DELETE_FILE" USING FB-SCRATCH-NEW-TOT
079800             RETURNING FB-SCRATCH-RC
079850         CALL "CBL_RENAME_FILE" USING FB-SCRATCH-OLD-TOT
079900             FB-SCRATCH-NEW-TOT
079950             RETURNING FB-SCRATCH-RC
080000         IF FB-SCRATCH-RC NOT = 0
080050             DISPLAY "FIZZ-PCLS: PERIOD TOTALS RENAME FAILED"
080100             MOVE 32 TO RETURN-CODE
080105             SET FB-EVENT-CONDITION TO TRUE
080110             SET FB-EVENT-ERROR TO TRUE
080115             MOVE 1802 TO FB-EVENT-MESSAGE-NO
080120             MOVE "PERIOD TOTALS RENAME FAILED - PERDTOTL KEPT"
080125                 TO FB-EVENT-TEXT
080130             PERFORM 8950-LOG-EVENT
080150         END-IF
080200     END-IF
080250     PERFORM 8900-RELEASE-RUN-LOCK.

080300*----------------------------------------------------------*
080350* 8900-RELEASE-RUN-LOCK - RELEASES THE SHOP-WIDE RUN LOCK AND
080400*                         LOGS THE END OF THE RUN WITH ITS
080450*                         RETURN CODE (SEE 8950-LOG-EVENT) -
080500*                         EVERY WAY OUT OF THE RUN COMES
080550*                         THROUGH HERE. NOTHING TO RELEASE WHEN
080600*                         THE LOCK WAS NEVER GRANTED. THE CALL
080650*                         PASSES BACK FIZZ-LOCK'S OWN RETURN
080700*                         CODE, SO THIS RUN'S IS KEPT AROUND IT.
080750*----------------------------------------------------------*
080800 8900-RELEASE-RUN-LOCK.
080850     IF FB-LOCK-HELD
080900         MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
080950         MOVE "REL" TO FB-LOCK-FUNCTION
081000         CALL "FIZZ-LOCK" USING FB-LOCK-REQUEST
081002         MOVE "N" TO FB-LOCK-HELD-SW
081004         MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE
081006     END-IF
081008     MOVE "END" TO FB-EVENT-FUNCTION
081010     PERFORM 8950-LOG-EVENT.

081012*----------------------------------------------------------*
081014* 8950-LOG-EVENT - LOGS ONE EVENT FOR THIS RUN THROUGH THE
081016*                  SHOP-WIDE FIZZ-EVNT SUBPROGRAM: THE START
081018*                  ("STR") OR END ("END") OF THE RUN, OR A
081020*                  CONDITION ("LOG") WHOSE SEVERITY, MESSAGE
081022*                  NUMBER AND TEXT THE CALLER HAS SET. THE
081024*                  RETURN CODE SO FAR GOES WITH THE EVENT AND
081026*                  IS KEPT AROUND THE CALL. A LOG THAT CANNOT
081028*                  BE WRITTEN DOES NOT STOP THE RUN.
081030*----------------------------------------------------------*
081032 8950-LOG-EVENT.
081034     MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
081036     MOVE "FIZZ-PCLS" TO FB-EVENT-PROGRAM
081038     MOVE RETURN-CODE TO FB-EVENT-RETURN-CODE
081040     CALL "FIZZ-EVNT" USING FB-EVENT-REQUEST
081042     MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE.

081050 END PROGRAM FIZZ-PCLS.
