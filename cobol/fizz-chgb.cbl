000050 IDENTIFICATION DIVISION.
000100 PROGRAM-ID. FIZZ-CHGB.
000150*AUTHOR.     DATA PROCESSING.
000200*INSTALLATION. SHOP BATCH LIBRARY.
000250*DATE-WRITTEN. 10/15/2026.
000300*DATE-COMPILED.
000350*REMARKS.
000400*    MONTHLY CHARGEBACK FOR THE FIZZBUZZ INQUIRY SERVICE. FIZZ-INQ
000450*    AND FIZZ-HIST (INQUIRY MODE) APPEND A USAGE RECORD TO
000500*    USAGELOG FOR EVERY REQUEST THEY ANSWER (SEE FBUSAGE). THIS
000550*    RUN TAKES ONE MONTH OF THOSE RECORDS - THE MONTH NAMED ON
000600*    THE OPTIONAL CHGBPARM FILE, OR BY DEFAULT THE MONTH BEFORE
000650*    THE BUSINESS DATE - MAPS EACH REQUESTOR TO ITS DEPARTMENT
000700*    FROM REQDEPT, AND PRICES EACH REQUEST FROM THE RATE TABLE
000750*    RATETBL: A RATE PER REQUEST AND A RATE PER LINE RETURNED,
000800*    FOR EACH REQUEST TYPE (SINGLE, RANGE, LABEL SEARCH,
000850*    HISTORY). A REQUEST THAT FOUND NOTHING STILL PAYS THE
000900*    PER-REQUEST RATE.
000950*    IT PRINTS A CHARGEBACK STATEMENT (CHGBRPT), ONE PAGE PER
001000*    DEPARTMENT WITH USAGE PLUS A PAGE OF SHOP TOTALS, AND WRITES
001050*    THE BILLING FEED (BILLFEED): A HEADER, ONE DETAIL RECORD PER
001100*    DEPARTMENT PER REQUEST TYPE, AND A TRAILER WITH THE RECORD
001150*    COUNT AND A HASH TOTAL OF THE AMOUNTS, AS ON THE FIZZ-XMIT
001200*    FEEDS.
001250*    A REQUESTOR NOT ON REQDEPT IS CHARGED TO DEPARTMENT
001300*    UNASSIGN AND THE RUN ENDS WITH RETURN CODE 4, SO THE
001350*    DEPARTMENT LIST CAN BE PUT RIGHT BEFORE THE BILLING CYCLE
001400*    CLOSES.
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
001700 ENVIRONMENT DIVISION.
001750 INPUT-OUTPUT SECTION.
001800 FILE-CONTROL.
001850     SELECT USAGE-FILE ASSIGN TO "USAGELOG"
001900         ORGANIZATION IS LINE SEQUENTIAL
001950         FILE STATUS IS FB-USAGE-FILE-STATUS.
002000     SELECT DEPARTMENT-FILE ASSIGN TO "REQDEPT"
002050         ORGANIZATION IS LINE SEQUENTIAL
002100         FILE STATUS IS FB-DEPT-FILE-STATUS.
002150     SELECT RATE-FILE ASSIGN TO "RATETBL"
002200         ORGANIZATION IS LINE SEQUENTIAL
002250         FILE STATUS IS FB-RATE-FILE-STATUS.
002300     SELECT STATEMENT-FILE ASSIGN TO "CHGBRPT"
002350         ORGANIZATION IS LINE SEQUENTIAL
002400         FILE STATUS IS FB-STATEMENT-FILE-STATUS.
002450     SELECT BILLING-FEED-FILE ASSIGN TO "BILLFEED"
002500         ORGANIZATION IS LINE SEQUENTIAL
002550         FILE STATUS IS FB-FEED-FILE-STATUS.
002600     SELECT OPTIONAL CHGB-PARM-FILE ASSIGN TO "CHGBPARM"
002650         ORGANIZATION IS LINE SEQUENTIAL.
002700 DATA DIVISION.
002750 FILE SECTION.
002800 FD  USAGE-FILE
002850     LABEL RECORDS ARE STANDARD.
002900 COPY FBUSAGE.

002950*ONE RECORD PER REQUESTOR ID: THE REQUESTOR, THE DEPARTMENT IT
003000*BILLS TO, AND THE DEPARTMENT NAME FOR THE STATEMENT (TAKEN
003050*FROM THE FIRST RECORD FOR EACH DEPARTMENT).
003100 FD  DEPARTMENT-FILE
003150     LABEL RECORDS ARE STANDARD.
003200 01  FB-RDEPT-RECORD.
003250     05 FB-RDEPT-REQUESTOR      PIC X(08).
003300     05 FILLER                  PIC X(01).
003350     05 FB-RDEPT-DEPT           PIC X(08).
003400     05 FILLER                  PIC X(01).
003450     05 FB-RDEPT-NAME           PIC X(30).

003500*ONE RECORD PER REQUEST TYPE (S, R, L, H): THE RATE PER REQUEST
003550*IN DOLLARS AND CENTS AND THE RATE PER LINE RETURNED TO FOUR
003600*DECIMAL PLACES, BOTH WITH THE DECIMAL POINT IMPLIED. EVERY
003650*TYPE MUST BE PRICED.
003700 FD  RATE-FILE
003750     LABEL RECORDS ARE STANDARD.
003800 01  FB-RATE-RECORD.
003850     05 FB-RATE-TYPE            PIC X(01).
003900     05 FILLER                  PIC X(01).
003950     05 FB-RATE-PER-REQUEST     PIC 9(05)V99.
004000     05 FILLER                  PIC X(01).
004050     05 FB-RATE-PER-LINE        PIC 9(03)V9(04).

004100 FD  STATEMENT-FILE
004150     LABEL RECORDS ARE STANDARD.
004200 01  FB-STATEMENT-RECORD        PIC X(80).

004250 FD  BILLING-FEED-FILE
004300     LABEL RECORDS ARE STANDARD.
004350 01  FB-BILLING-FEED-RECORD     PIC X(80).

004400*ONE OPTIONAL PARM RECORD: THE MONTH (CCYYMM) TO CHARGE. NO
004450*FILE, NO RECORD, OR A BLANK FIELD MEANS THE MONTH BEFORE THE
004500*BUSINESS DATE.
004550 FD  CHGB-PARM-FILE
004600     LABEL RECORDS ARE STANDARD.
004650 01  FB-CHGB-PARM-RECORD.
004700     05 FB-CHPARM-MONTH         PIC X(06).
004750 WORKING-STORAGE SECTION.

004800 01  FB-USAGE-FILE-STATUS       PIC X(02) VALUE "00".
004850 01  FB-DEPT-FILE-STATUS        PIC X(02) VALUE "00".
004900 01  FB-RATE-FILE-STATUS        PIC X(02) VALUE "00".
004950 01  FB-STATEMENT-FILE-STATUS   PIC X(02) VALUE "00".
005000 01  FB-FEED-FILE-STATUS        PIC X(02) VALUE "00".

005050 01  FB-CHGB-SWITCHES.
005100     05 FB-USAGE-EOF-SW         PIC X(01) VALUE "N".
005150        88 FB-USAGE-EOF                   VALUE "Y".
005200     05 FB-DEPT-EOF-SW          PIC X(01) VALUE "N".
005250        88 FB-DEPT-EOF                    VALUE "Y".
005300     05 FB-RATE-EOF-SW          PIC X(01) VALUE "N".
005350        88 FB-RATE-EOF                    VALUE "Y".
005400     05 FB-CPARM-EOF-SW         PIC X(01) VALUE "N".
005450        88 FB-CPARM-EOF                   VALUE "Y".
005500     05 FB-ENTRY-FOUND-SW       PIC X(01) VALUE "N".
005550        88 FB-ENTRY-FOUND                 VALUE "Y".

005600 01  FB-BUSINESS-DATE           PIC 9(08) VALUE 0.
005650 01  FB-BUSINESS-PARTS REDEFINES FB-BUSINESS-DATE.
005700     05 FB-BUSINESS-YEAR        PIC 9(04).
005750     05 FB-BUSINESS-MONTH       PIC 9(02).
005800     05 FB-BUSINESS-DAY         PIC 9(02).
005850 01  FB-RUN-TIME                PIC 9(08) VALUE 0.

005900*THE MONTH BEING CHARGED, AND THE DATE OF THE USAGE RECORD IN
005950*HAND SPLIT THE SAME WAY SO THE TWO COMPARE DIRECTLY.
006000 01  FB-BILL-MONTH              PIC 9(06) VALUE 0.
006050 01  FB-BILL-PARTS REDEFINES FB-BILL-MONTH.
006100     05 FB-BILL-YEAR            PIC 9(04).
006150     05 FB-BILL-MM              PIC 9(02).
006200 01  FB-THIS-DATE               PIC 9(08) VALUE 0.
006250 01  FB-THIS-PARTS REDEFINES FB-THIS-DATE.
006300     05 FB-THIS-MONTH           PIC 9(06).
006350     05 FB-THIS-DAY             PIC 9(02).

006400*THE FOUR REQUEST TYPES, IN STATEMENT ORDER, WITH THEIR
006450*PRINTED NAMES. THE RATE TABLE AND EVERY PER-TYPE COUNTER
006500*BELOW ARE SUBSCRIPTED THE SAME WAY.
006550 01  FB-TYPE-VALUES.
006600     05 FILLER                  PIC X(13) VALUE "SSINGLE".
006650     05 FILLER                  PIC X(13) VALUE "RRANGE".
006700     05 FILLER                  PIC X(13) VALUE "LLABEL SEARCH".
006750     05 FILLER                  PIC X(13) VALUE "HHISTORY".
006800 01  FB-TYPE-TABLE REDEFINES FB-TYPE-VALUES.
006850     05 FB-TYP-ENTRY OCCURS 4 TIMES
006900        INDEXED BY FB-TYP-IDX.
006950        10 FB-TYP-CODE          PIC X(01).
007000        10 FB-TYP-NAME          PIC X(12).
007050 01  FB-TYPE-SUB                PIC 9(01) COMP VALUE 0.
007100 01  FB-KEY-TYPE                PIC X(01) VALUE SPACE.

007150 01  FB-RATE-TABLE.
007200     05 FB-RTE-ENTRY OCCURS 4 TIMES
007250        INDEXED BY FB-RTE-IDX.
007300        10 FB-RTE-PER-REQUEST   PIC 9(05)V99.
007350        10 FB-RTE-PER-LINE      PIC 9(03)V9(04).
007400        10 FB-RTE-LOADED-SW     PIC X(01).
007450           88 FB-RTE-LOADED               VALUE "Y".

007500*DEPARTMENTS, IN THE ORDER FIRST SEEN ON REQDEPT (UNASSIGN, WHEN
007550*NEEDED, COMES LAST), WITH THEIR MONTH TOTALS BY REQUEST TYPE.
007600 01  FB-DEPT-TABLE.
007650     05 FB-DPT-ENTRY OCCURS 100 TIMES
007700        INDEXED BY FB-DPT-IDX.
007750        10 FB-DPT-CODE          PIC X(08).
007800        10 FB-DPT-NAME          PIC X(30).
007850        10 FB-DPT-TYPE OCCURS 4 TIMES.
007900           15 FB-DPT-REQS       PIC 9(07) COMP.
007950           15 FB-DPT-NOTFOUND   PIC 9(07) COMP.
008000           15 FB-DPT-LINES      PIC 9(11) COMP.
008050           15 FB-DPT-AMOUNT     PIC 9(09)V99.
008100 01  FB-DEPT-COUNT              PIC 9(03) COMP VALUE 0.
008150 01  FB-DEPT-SUB                PIC 9(03) COMP VALUE 0.
008200 01  FB-KEY-DEPT                PIC X(08) VALUE SPACES.
008250 01  FB-KEY-DEPT-NAME           PIC X(30) VALUE SPACES.

008300*REQUESTORS, EACH POINTING AT ITS DEPARTMENT, WITH THE MONTH'S
008350*USAGE BY REQUEST TYPE.
008400 01  FB-REQUESTOR-TABLE.
008450     05 FB-RQR-ENTRY OCCURS 1000 TIMES
008500        INDEXED BY FB-RQR-IDX.
008550        10 FB-RQR-ID            PIC X(08).
008600        10 FB-RQR-DEPT-SUB      PIC 9(03) COMP.
008650        10 FB-RQR-TYPE OCCURS 4 TIMES.
008700           15 FB-RQR-REQS       PIC 9(07) COMP.
008750           15 FB-RQR-NOTFOUND   PIC 9(07) COMP.
008800           15 FB-RQR-LINES      PIC 9(11) COMP.
008850 01  FB-RQR-COUNT               PIC 9(04) COMP VALUE 0.
008900 01  FB-RQR-SUB                 PIC 9(04) COMP VALUE 0.
008950 01  FB-KEY-REQUESTOR           PIC X(08) VALUE SPACES.

009000*ONE DEPARTMENT'S TOTALS ACROSS ALL TYPES, AND THE SHOP'S
009050*TOTALS BY TYPE AND OVERALL.
009100 01  FB-DEPT-TOTALS.
009150     05 FB-DT-REQS              PIC 9(09) COMP VALUE 0.
009200     05 FB-DT-NOTFOUND          PIC 9(09) COMP VALUE 0.
009250     05 FB-DT-LINES             PIC 9(11) COMP VALUE 0.
009300     05 FB-DT-AMOUNT            PIC 9(09)V99 VALUE 0.
009350 01  FB-GRAND-TYPE-TABLE.
009400     05 FB-GRD-TYPE OCCURS 4 TIMES.
009450        10 FB-GRD-REQS          PIC 9(09) COMP.
009500        10 FB-GRD-NOTFOUND      PIC 9(09) COMP.
009550        10 FB-GRD-LINES         PIC 9(11) COMP.
009600        10 FB-GRD-AMOUNT        PIC 9(09)V99.
009650 01  FB-GRAND-TOTALS.
009700     05 FB-GT-REQS              PIC 9(09) COMP VALUE 0.
009750     05 FB-GT-NOTFOUND          PIC 9(09) COMP VALUE 0.
009800     05 FB-GT-LINES             PIC 9(11) COMP VALUE 0.
009850     05 FB-GT-AMOUNT            PIC 9(09)V99 VALUE 0.
009900*ONE PRICED LINE: THE PER-REQUEST AND PER-LINE CHARGES, EACH
009950*KEPT EXACT, AND THEIR SUM TO THE NEAREST CENT.
010000 01  FB-REQUEST-CHARGE          PIC 9(11)V99 VALUE 0.
010050 01  FB-LINES-CHARGE            PIC 9(11)V9(04) VALUE 0.
010100 01  FB-LINE-AMOUNT             PIC 9(09)V99 VALUE 0.
010150 01  FB-BILLED-DEPT-COUNT       PIC 9(03) COMP VALUE 0.

010200 01  FB-USAGE-READ-COUNT        PIC 9(09) COMP VALUE 0.
010250 01  FB-USAGE-MONTH-COUNT       PIC 9(09) COMP VALUE 0.
010300 01  FB-USAGE-BAD-COUNT         PIC 9(05) COMP VALUE 0.
010350 01  FB-UNASSIGNED-COUNT        PIC 9(05) COMP VALUE 0.

010400*BILLING-FEED CONTROL RECORDS AND DETAIL, LAID OUT LIKE THE
010450*FIZZ-XMIT HEADER AND TRAILER. THE HASH TOTAL IS THE SUM OF
010500*THE DETAIL AMOUNTS IN CENTS, KEPT TO FIFTEEN DIGITS.
010550 01  FB-FEED-ID                 PIC X(08) VALUE "CHGBFEED".
010600 01  FB-FEED-COUNT              PIC 9(11) VALUE 0.
010650 01  FB-FEED-HASH               PIC 9(16) VALUE 0.
010700 01  FB-HASH-ADDEND             PIC 9(11) VALUE 0.

010750 01  FB-BILL-HEADER.
010800     05 FB-BH-TYPE              PIC X(01) VALUE "H".
010850     05 FILLER                  PIC X(01) VALUE SPACE.
010900     05 FB-BH-FEED              PIC X(08).
010950     05 FILLER                  PIC X(01) VALUE SPACE.
011000     05 FB-BH-MONTH             PIC 9(06).
011050     05 FILLER                  PIC X(01) VALUE SPACE.
011100     05 FB-BH-DATE              PIC 9(08).
011150     05 FILLER                  PIC X(01) VALUE SPACE.
011200     05 FB-BH-TIME              PIC 9(08).

011250 01  FB-BILL-DETAIL.
011300     05 FB-BD-TYPE              PIC X(01) VALUE "D".
011350     05 FILLER                  PIC X(01) VALUE SPACE.
011400     05 FB-BD-MONTH             PIC 9(06).
011450     05 FILLER                  PIC X(01) VALUE SPACE.
011500     05 FB-BD-DEPT              PIC X(08).
011550     05 FILLER                  PIC X(01) VALUE SPACE.
011600     05 FB-BD-REQ-TYPE          PIC X(01).
011650     05 FILLER                  PIC X(01) VALUE SPACE.
011700     05 FB-BD-REQUESTS          PIC 9(07).
011750     05 FILLER                  PIC X(01) VALUE SPACE.
011800     05 FB-BD-NOTFOUND          PIC 9(07).
011850     05 FILLER                  PIC X(01) VALUE SPACE.
011900     05 FB-BD-LINES             PIC 9(11).
011950     05 FILLER                  PIC X(01) VALUE SPACE.
012000     05 FB-BD-AMOUNT            PIC 9(09)V99.

012050 01  FB-BILL-TRAILER.
012100     05 FB-BT-TYPE              PIC X(01) VALUE "T".
012150     05 FILLER                  PIC X(01) VALUE SPACE.
012200     05 FB-BT-FEED              PIC X(08).
012250     05 FILLER                  PIC X(01) VALUE SPACE.
012300     05 FB-BT-MONTH             PIC 9(06).
012350     05 FILLER                  PIC X(01) VALUE SPACE.
012400     05 FB-BT-COUNT             PIC 9(11).
012450     05 FILLER                  PIC X(01) VALUE SPACE.
012500     05 FB-BT-HASH              PIC 9(15).

012550 01  FB-RUN-DATE-DISPLAY        PIC X(08).
012600 01  FB-PAGE-NUMBER             PIC 9(03) COMP VALUE 0.

012650 01  FB-STMT-HEADING-1.
012700     05 FILLER                  PIC X(30)
012750        VALUE "FIZZBUZZ INQUIRY CHARGEBACK".
012800     05 FILLER                  PIC X(06) VALUE "DATE: ".
012850     05 FB-HDG1-DATE            PIC X(08).
012900     05 FILLER                  PIC X(24) VALUE SPACES.
012950     05 FILLER                  PIC X(05) VALUE "PAGE ".
013000     05 FB-HDG1-PAGE            PIC ZZ9.

013050 01  FB-STMT-HEADING-2.
013100     05 FILLER                  PIC X(11) VALUE "DEPARTMENT ".
013150     05 FB-HDG2-DEPT            PIC X(08).
013200     05 FILLER                  PIC X(02) VALUE SPACES.
013250     05 FB-HDG2-NAME            PIC X(30).
013300     05 FILLER                  PIC X(07) VALUE " MONTH ".
013350     05 FB-HDG2-MONTH           PIC 9(06).

013400 01  FB-STMT-COLUMN-HEADING.
013450     05 FILLER                  PIC X(10) VALUE "REQUESTOR".
013500     05 FILLER                  PIC X(12) VALUE "TYPE".
013550     05 FILLER                  PIC X(11) VALUE "   REQUESTS".
013600     05 FILLER                  PIC X(11) VALUE "  NOT FOUND".
013650     05 FILLER                  PIC X(16)
013700        VALUE "           LINES".
013750     05 FILLER                  PIC X(16)
013800        VALUE "          AMOUNT".

013850 01  FB-CHARGE-LINE.
013900     05 FB-CHG-REQUESTOR        PIC X(08).
013950     05 FILLER                  PIC X(02) VALUE SPACES.
014000     05 FB-CHG-TYPE-NAME        PIC X(12).
014050     05 FILLER                  PIC X(02) VALUE SPACES.
014100     05 FB-CHG-REQUESTS         PIC Z,ZZZ,ZZ9.
014150     05 FILLER                  PIC X(02) VALUE SPACES.
014200     05 FB-CHG-NOTFOUND         PIC Z,ZZZ,ZZ9.
014250     05 FILLER                  PIC X(02) VALUE SPACES.
014300     05 FB-CHG-LINES            PIC ZZ,ZZZ,ZZZ,ZZ9.
014350     05 FILLER                  PIC X(02) VALUE SPACES.
014400     05 FB-CHG-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.

014450 01  FB-COUNTS-LINE.
014500     05 FILLER                  PIC X(19)
014550        VALUE "USAGE RECORDS READ ".
014600     05 FB-CNT-READ             PIC ZZZ,ZZZ,ZZ9.
014650     05 FILLER                  PIC X(11) VALUE "  IN MONTH ".
014700     05 FB-CNT-MONTH            PIC ZZZ,ZZZ,ZZ9.
014750     05 FILLER                  PIC X(11) VALUE "  UNUSABLE ".
014800     05 FB-CNT-BAD              PIC ZZ,ZZ9.

014850 01  FB-UNASSIGNED-LINE.
014900     05 FILLER                  PIC X(50)
014950        VALUE "REQUESTORS NOT ON REQDEPT (CHARGED TO UNASSIGN): ".
015000     05 FB-UNA-COUNT            PIC ZZ,ZZ9.

015050*RUN-LOCK REQUEST AREA FOR THE SHOP-WIDE FIZZ-LOCK
015100*SUBPROGRAM, AND THE LOGICAL FILE NAMES THIS RUN HOLDS (SEE
015150*1050-ACQUIRE-RUN-LOCK AND 8900-RELEASE-RUN-LOCK).
015200 COPY FBLOCKRQ.
015250 01  FB-RUN-LOCK-FILE-LIST.
015300     05 FILLER                  PIC X(36)
015350        VALUE "USAGELOG REQDEPT RATETBL BILLFEED".
015400     05 FILLER                  PIC X(36)
015450        VALUE SPACES.
015500 01  FB-LOCK-HELD-SWITCHES.
015550     05 FB-LOCK-HELD-SW         PIC X(01) VALUE "N".
015600        88 FB-LOCK-HELD                  VALUE "Y".
015650 01  FB-SAVED-RETURN-CODE       PIC S9(04) COMP VALUE 0.

015700*BUSINESS-DATE REQUEST AREA FOR THE FIZZ-BDTE SUBPROGRAM,
015750*WHICH SUPPLIES THE RUN DATE IN PLACE OF THE SYSTEM DATE (SEE
015800*1060-GET-BUSINESS-DATE).
015850 COPY FBBDTERQ.

015860*EVENT REQUEST AREA FOR THE SHOP-WIDE FIZZ-EVNT SUBPROGRAM,
015870*WHICH LOGS THIS RUN'S START, END AND SIGNIFICANT CONDITIONS
015880*(SEE 8950-LOG-EVENT).
015890 COPY FBEVNTRQ.

015900 PROCEDURE DIVISION.
015950*----------------------------------------------------------*
016000* 0000-MAIN-PROCEDURE - CONTROLS THE OVERALL FLOW OF THE RUN.
016050*----------------------------------------------------------*
016100 0000-MAIN-PROCEDURE.
016150     PERFORM 1000-INITIALIZE THRU 1000-EXIT
016200     PERFORM 2000-TALLY-USAGE THRU 2000-EXIT
016250     PERFORM 3000-WRITE-CHARGEBACK
016300     PERFORM 8000-TERMINATE
016350     STOP RUN.

016400*----------------------------------------------------------*
016450* 1000-INITIALIZE - TAKES THE RUN LOCK, OPENS THE STATEMENT,
016500*                   READS THE OPTIONAL PARM, LOADS THE
016550*                   DEPARTMENT LIST AND RATE TABLE, AND OPENS
016600*                   USAGELOG AND THE BILLING FEED. EACH FAILURE
016650*                   GETS ITS OWN MESSAGE AND RETURN-CODE SO THE
016700*                   SCHEDULER CAN TELL ONE REASON FROM ANOTHER.
016750*----------------------------------------------------------*
016800 1000-INITIALIZE.
016810     MOVE "STR" TO FB-EVENT-FUNCTION
016820     PERFORM 8950-LOG-EVENT
016850     PERFORM 1050-ACQUIRE-RUN-LOCK
016900     IF RETURN-CODE NOT = 0
016910         PERFORM 1055-LOG-LOCK-REFUSAL
016950         GO TO 1000-EXIT
017000     END-IF
017050     PERFORM 1060-GET-BUSINESS-DATE
017100     IF RETURN-CODE NOT = 0
017150         GO TO 1000-EXIT
017200     END-IF
017250     ACCEPT FB-RUN-TIME FROM TIME
017300     OPEN OUTPUT STATEMENT-FILE
017350     IF FB-STATEMENT-FILE-STATUS NOT = "00"
017400         DISPLAY "FIZZ-CHGB: STATEMENT-FILE WOULD NOT OPEN, "
017450             "STATUS " FB-STATEMENT-FILE-STATUS
017500         MOVE 44 TO RETURN-CODE
017550         GO TO 1000-EXIT
017600     END-IF
017650     PERFORM 1100-READ-CHGB-PARM
017700     IF RETURN-CODE NOT = 0
017750         CLOSE STATEMENT-FILE
017800         GO TO 1000-EXIT
017850     END-IF
017900     OPEN INPUT DEPARTMENT-FILE
017950     IF FB-DEPT-FILE-STATUS NOT = "00"
018000         DISPLAY "FIZZ-CHGB: DEPARTMENT-FILE WOULD NOT OPEN, "
018050             "STATUS " FB-DEPT-FILE-STATUS
018100         MOVE 48 TO RETURN-CODE
018150         CLOSE STATEMENT-FILE
018200         GO TO 1000-EXIT
018250     END-IF
018300     PERFORM 1200-LOAD-DEPARTMENTS
018350     CLOSE DEPARTMENT-FILE
018400     IF RETURN-CODE NOT = 0
018450         CLOSE STATEMENT-FILE
018500         GO TO 1000-EXIT
018550     END-IF
018600     OPEN INPUT RATE-FILE
018650     IF FB-RATE-FILE-STATUS NOT = "00"
018700         DISPLAY "FIZZ-CHGB: RATE-FILE WOULD NOT OPEN, "
018750             "STATUS " FB-RATE-FILE-STATUS
018800         MOVE 52 TO RETURN-CODE
018850         CLOSE STATEMENT-FILE
018900         GO TO 1000-EXIT
018950     END-IF
019000     PERFORM 1300-LOAD-RATES
019050     CLOSE RATE-FILE
019100     IF RETURN-CODE NOT = 0
019150         CLOSE STATEMENT-FILE
019200         GO TO 1000-EXIT
019250     END-IF
019300     OPEN INPUT USAGE-FILE
019350     IF FB-USAGE-FILE-STATUS NOT = "00"
019400         DISPLAY "FIZZ-CHGB: USAGE-FILE WOULD NOT OPEN, "
019450             "STATUS " FB-USAGE-FILE-STATUS
019500         MOVE 56 TO RETURN-CODE
019550         CLOSE STATEMENT-FILE
019600         GO TO 1000-EXIT
019650     END-IF
019700     OPEN OUTPUT BILLING-FEED-FILE
019750     IF FB-FEED-FILE-STATUS NOT = "00"
019800         DISPLAY "FIZZ-CHGB: BILLING-FEED-FILE WOULD NOT OPEN, "
019850             "STATUS " FB-FEED-FILE-STATUS
019900         MOVE 60 TO RETURN-CODE
019950         CLOSE STATEMENT-FILE USAGE-FILE
020000         GO TO 1000-EXIT
020050     END-IF
020100     MOVE FB-BILL-MONTH TO FB-HDG2-MONTH.

020150*----------------------------------------------------------*
020200* 1000-EXIT - COMMON EXIT FOR 1000-INITIALIZE. A NONZERO
020250*             RETURN-CODE HERE MEANS A REQUIRED FILE WOULD NOT
020300*             OPEN OR THE PARM, DEPARTMENT LIST OR RATE TABLE
020350*             WAS BAD, THE MESSAGE HAS ALREADY BEEN DISPLAYED,
020400*             AND ANY FILE OPENED SO FAR HAS ALREADY BEEN
020450*             CLOSED, SO THE RUN SIMPLY ENDS WITHOUT
020500*             8000-TERMINATE.
020550*----------------------------------------------------------*
020600 1000-EXIT.
020650     IF RETURN-CODE NOT = 0
020700         PERFORM 8900-RELEASE-RUN-LOCK
020750         STOP RUN
020800     END-IF.

020850*----------------------------------------------------------*
020900* 1050-ACQUIRE-RUN-LOCK - TAKES THE SHOP-WIDE RUN LOCK FOR
020950*                         THE FILES THIS RUN HOLDS (SEE
021000*                         FIZZ-LOCK) BEFORE ANY SHARED FILE
021050*                         IS OPENED. A CONFLICTING LOCK ENDS
021100*                         THE RUN WITH RETURN CODE 72 - OR 76
021150*                         WHEN THE LOCK IS OLD ENOUGH TO LOOK
021200*                         STALE FROM AN ABEND (SEE FIZZ-LOCK),
021250*                         FOR OPERATIONS TO CLEAR RUNLOCK
021300*                         DELIBERATELY.
021350*                         A LOCK-MANAGER ERROR (FULL LOCK
021400*                         FILE, FAILED RENAME, BAD FUNCTION)
021450*                         ENDS WITH RETURN CODE 80.
021500*----------------------------------------------------------*
021550 1050-ACQUIRE-RUN-LOCK.
021600     MOVE "ACQ" TO FB-LOCK-FUNCTION
021650     MOVE "FIZZ-CHGB" TO FB-LOCK-PROGRAM
021700     MOVE FB-RUN-LOCK-FILE-LIST TO FB-LOCK-FILES
021750     CALL "FIZZ-LOCK" USING FB-LOCK-REQUEST
021800     IF FB-LOCK-GRANTED
021850         SET FB-LOCK-HELD TO TRUE
021900     ELSE
021950         IF FB-LOCK-STALE-CONFLICT
022000             DISPLAY "FIZZ-CHGB: STALE RUN LOCK HELD BY "
022050                 FB-LOCK-HOLDER " - CLEAR RUNLOCK AND RESUBMIT"
022100             MOVE 76 TO RETURN-CODE
022150         ELSE
022200             IF FB-LOCK-CONFLICT
022250                 DISPLAY "FIZZ-CHGB: RUN LOCK HELD BY "
022300                     FB-LOCK-HOLDER " - RESUBMIT WHEN IT ENDS"
022350                 MOVE 72 TO RETURN-CODE
022400             ELSE
022450                 DISPLAY "FIZZ-CHGB: RUN LOCK MANAGER ERROR, "
022500                     "STATUS " FB-LOCK-STATUS
022550                 MOVE 80 TO RETURN-CODE
022600             END-IF
022650         END-IF
022700     END-IF.

022701*----------------------------------------------------------*
022702* 1055-LOG-LOCK-REFUSAL - LOGS WHY 1050-ACQUIRE-RUN-LOCK WAS
022703*                         REFUSED THE RUN LOCK.
022704*----------------------------------------------------------*
022705 1055-LOG-LOCK-REFUSAL.
022706     SET FB-EVENT-CONDITION TO TRUE
022707     MOVE SPACES TO FB-EVENT-TEXT
022708     IF FB-LOCK-STALE-CONFLICT
022709         SET FB-EVENT-SEVERE TO TRUE
022710         MOVE 0011 TO FB-EVENT-MESSAGE-NO
022711         STRING "STALE RUN LOCK HELD BY " FB-LOCK-HOLDER
022712             DELIMITED BY SIZE INTO FB-EVENT-TEXT
022713     ELSE
022714         IF FB-LOCK-CONFLICT
022715             SET FB-EVENT-ERROR TO TRUE
022716             MOVE 0010 TO FB-EVENT-MESSAGE-NO
022717             STRING "RUN LOCK HELD BY " FB-LOCK-HOLDER
022718                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
022719         ELSE
022720             SET FB-EVENT-SEVERE TO TRUE
022721             MOVE 0012 TO FB-EVENT-MESSAGE-NO
022722             STRING "RUN LOCK MANAGER ERROR, STATUS "
022723                    FB-LOCK-STATUS
022724                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
022725         END-IF
022726     END-IF
022727     PERFORM 8950-LOG-EVENT.

022750*----------------------------------------------------------*
022800* 1060-GET-BUSINESS-DATE - TAKES THE RUN DATE FROM THE
022850*                          BUSINESS-DATE CONTROL FILE (SEE
022900*                          FIZZ-BDTE) IN PLACE OF THE SYSTEM
022950*                          DATE. A CONTROL RECORD THAT IS
023000*                          UNUSABLE, OR THAT NAMES A DATE
023050*                          OUTSIDE THE PROCESSING WINDOW, ENDS
023100*                          THE RUN WITH RETURN CODE 84.
023150*----------------------------------------------------------*
023200 1060-GET-BUSINESS-DATE.
023250     MOVE "FIZZ-CHGB" TO FB-BDATE-PROGRAM
023300     CALL "FIZZ-BDTE" USING FB-BDATE-REQUEST
023350     IF FB-BDATE-BAD-CONTROL OR FB-BDATE-OUT-OF-WINDOW
023400         DISPLAY "FIZZ-CHGB: BUSINESS DATE REFUSED - "
023450             FB-BDATE-MESSAGE
023500         MOVE 84 TO RETURN-CODE
023505         SET FB-EVENT-CONDITION TO TRUE
023510         SET FB-EVENT-ERROR TO TRUE
023515         MOVE 0015 TO FB-EVENT-MESSAGE-NO
023520         MOVE SPACES TO FB-EVENT-TEXT
023525         STRING "BUSINESS DATE REFUSED - " FB-BDATE-MESSAGE
023530             DELIMITED BY SIZE INTO FB-EVENT-TEXT
023535         PERFORM 8950-LOG-EVENT
023550     ELSE
023600         MOVE FB-BDATE-DISPLAY TO FB-RUN-DATE-DISPLAY
023650         MOVE FB-BDATE-DATE8   TO FB-BUSINESS-DATE
023700     END-IF.

023750*----------------------------------------------------------*
023800* 1100-READ-CHGB-PARM - READS THE OPTIONAL CHGBPARM MONTH. NO
023850*                       FILE, NO RECORD, OR A BLANK FIELD
023900*                       MEANS THE MONTH BEFORE THE BUSINESS
023950*                       DATE; A PRESENT BUT NON-NUMERIC MONTH,
024000*                       OR ONE OUTSIDE 01-12, IS AN ERROR.
024050*----------------------------------------------------------*
024100 1100-READ-CHGB-PARM.
024150     OPEN INPUT CHGB-PARM-FILE
024200     READ CHGB-PARM-FILE
024250         AT END
024300             SET FB-CPARM-EOF TO TRUE
024350     END-READ
024400     CLOSE CHGB-PARM-FILE
024450     IF NOT FB-CPARM-EOF
024500        AND FB-CHPARM-MONTH NOT = SPACES
024550         IF FB-CHPARM-MONTH IS NUMERIC
024600             MOVE FB-CHPARM-MONTH TO FB-BILL-MONTH
024650             IF FB-BILL-MM < 1 OR FB-BILL-MM > 12
024700                 DISPLAY "FIZZ-CHGB: CHGBPARM MONTH IS NOT VALID"
024750                 MOVE 16 TO RETURN-CODE
024755                 SET FB-EVENT-CONDITION TO TRUE
024760                 SET FB-EVENT-ERROR TO TRUE
024765                 MOVE 1702 TO FB-EVENT-MESSAGE-NO
024770                 MOVE "CHGBPARM MONTH IS NOT VALID"
024775                     TO FB-EVENT-TEXT
024780                 PERFORM 8950-LOG-EVENT
024800             END-IF
024850         ELSE
024900             DISPLAY "FIZZ-CHGB: CHGBPARM MONTH IS NOT NUMERIC"
024950             MOVE 16 TO RETURN-CODE
024955             SET FB-EVENT-CONDITION TO TRUE
024960             SET FB-EVENT-ERROR TO TRUE
024965             MOVE 1702 TO FB-EVENT-MESSAGE-NO
024970             MOVE "CHGBPARM MONTH IS NOT NUMERIC" TO FB-EVENT-TEXT
024975             PERFORM 8950-LOG-EVENT
025000         END-IF
025050     ELSE
025100         MOVE FB-BUSINESS-YEAR  TO FB-BILL-YEAR
025150         MOVE FB-BUSINESS-MONTH TO FB-BILL-MM
025200         IF FB-BILL-MM = 1
025250             MOVE 12 TO FB-BILL-MM
025300             SUBTRACT 1 FROM FB-BILL-YEAR
025350         ELSE
025400             SUBTRACT 1 FROM FB-BILL-MM
025450         END-IF
025500     END-IF.

025550*----------------------------------------------------------*
025600* 1200-LOAD-DEPARTMENTS - LOADS REQDEPT INTO THE DEPARTMENT
025650*                         AND REQUESTOR TABLES. A RECORD WITH
025700*                         NO REQUESTOR OR DEPARTMENT, OR A
025750*                         REQUESTOR LISTED TWICE, ENDS THE RUN
025800*                         WITH RETURN CODE 20; MORE
025850*                         DEPARTMENTS OR REQUESTORS THAN THE
025900*                         TABLES HOLD ENDS IT WITH 28.
025950*----------------------------------------------------------*
026000 1200-LOAD-DEPARTMENTS.
026050     PERFORM 1210-READ-DEPT-RECORD
026100     PERFORM 1220-STORE-DEPT-RECORD
026150         UNTIL FB-DEPT-EOF
026200            OR RETURN-CODE NOT = 0.

026250*----------------------------------------------------------*
026300* 1210-READ-DEPT-RECORD - READS ONE REQDEPT RECORD.
026350*----------------------------------------------------------*
026400 1210-READ-DEPT-RECORD.
026450     READ DEPARTMENT-FILE
026500         AT END
026550             SET FB-DEPT-EOF TO TRUE
026600     END-READ.

026650*----------------------------------------------------------*
026700* 1220-STORE-DEPT-RECORD - CHECKS THE REQDEPT RECORD JUST READ
026750*                          AND ADDS IT TO THE TABLES. A BLANK
026800*                          RECORD IS PASSED OVER; A BAD ONE
026850*                          STOPS THE LOAD.
026900*----------------------------------------------------------*
026950 1220-STORE-DEPT-RECORD.
027000     IF FB-RDEPT-RECORD = SPACES
027050         PERFORM 1210-READ-DEPT-RECORD
027100     ELSE IF FB-RDEPT-REQUESTOR = SPACES
027150        OR FB-RDEPT-DEPT = SPACES
027200         DISPLAY "FIZZ-CHGB: REQDEPT RECORD NOT VALID - "
027250             FB-RDEPT-RECORD
027300         MOVE 20 TO RETURN-CODE
027305         SET FB-EVENT-CONDITION TO TRUE
027310         SET FB-EVENT-ERROR TO TRUE
027315         MOVE 1703 TO FB-EVENT-MESSAGE-NO
027320         MOVE "REQDEPT RECORD NOT VALID" TO FB-EVENT-TEXT
027325         PERFORM 8950-LOG-EVENT
027350     ELSE
027400         PERFORM 1230-ADD-DEPT-REQUESTOR THRU 1230-EXIT
027450         PERFORM 1210-READ-DEPT-RECORD
027500     END-IF.

027550*----------------------------------------------------------*
027600* 1230-ADD-DEPT-REQUESTOR - ADDS THE REQUESTOR JUST READ, AND
027650*                           ITS DEPARTMENT WHEN NOT YET SEEN.
027700*----------------------------------------------------------*
027750 1230-ADD-DEPT-REQUESTOR.
027800     MOVE FB-RDEPT-REQUESTOR TO FB-KEY-REQUESTOR
027850     PERFORM 2900-FIND-REQUESTOR
027900     IF FB-ENTRY-FOUND
027950         DISPLAY "FIZZ-CHGB: REQUESTOR " FB-RDEPT-REQUESTOR
028000             " IS ON REQDEPT TWICE"
028050         MOVE 20 TO RETURN-CODE
028055         SET FB-EVENT-CONDITION TO TRUE
028060         SET FB-EVENT-ERROR TO TRUE
028065         MOVE 1703 TO FB-EVENT-MESSAGE-NO
028070         MOVE SPACES TO FB-EVENT-TEXT
028075         STRING "REQUESTOR " FB-RDEPT-REQUESTOR
028080                " IS ON REQDEPT TWICE"
028085             DELIMITED BY SIZE INTO FB-EVENT-TEXT
028090         PERFORM 8950-LOG-EVENT
028100         GO TO 1230-EXIT
028150     END-IF
028200     MOVE FB-RDEPT-DEPT TO FB-KEY-DEPT
028250     MOVE FB-RDEPT-NAME TO FB-KEY-DEPT-NAME
028300     PERFORM 2950-FIND-OR-ADD-DEPT THRU 2950-EXIT
028350     IF RETURN-CODE NOT = 0
028400         GO TO 1230-EXIT
028450     END-IF
028500     PERFORM 2980-ADD-REQUESTOR THRU 2980-EXIT.
028550 1230-EXIT.
028600     EXIT.

028650*----------------------------------------------------------*
028700* 1300-LOAD-RATES - LOADS RATETBL INTO THE RATE TABLE. AN
028750*                   UNKNOWN OR REPEATED TYPE, A RATE THAT IS
028800*                   NOT NUMERIC, OR A TYPE LEFT UNPRICED ENDS
028850*                   THE RUN WITH RETURN CODE 24 - A CHARGEBACK
028900*                   AT A MISSING RATE WOULD BILL NOTHING.
028950*----------------------------------------------------------*
029000 1300-LOAD-RATES.
029050     INITIALIZE FB-RATE-TABLE
029100     PERFORM 1310-READ-RATE-RECORD
029150     PERFORM 1320-STORE-RATE-RECORD
029200         UNTIL FB-RATE-EOF
029250            OR RETURN-CODE NOT = 0
029300     IF RETURN-CODE = 0
029350         PERFORM 1340-CHECK-RATE-LOADED
029400             VARYING FB-TYPE-SUB FROM 1 BY 1
029450             UNTIL FB-TYPE-SUB > 4
029500     END-IF.

029550*----------------------------------------------------------*
029600* 1310-READ-RATE-RECORD - READS ONE RATETBL RECORD.
029650*----------------------------------------------------------*
029700 1310-READ-RATE-RECORD.
029750     READ RATE-FILE
029800         AT END
029850             SET FB-RATE-EOF TO TRUE
029900     END-READ.

029950*----------------------------------------------------------*
030000* 1320-STORE-RATE-RECORD - PASSES OVER A BLANK RATETBL RECORD
030050*                          AND CHECKS AND STORES ANY OTHER.
030100*----------------------------------------------------------*
030150 1320-STORE-RATE-RECORD.
030200     IF FB-RATE-RECORD = SPACES
030250         PERFORM 1310-READ-RATE-RECORD
030300     ELSE
030350         PERFORM 1330-CHECK-RATE-RECORD THRU 1330-EXIT
030400     END-IF.

030450*----------------------------------------------------------*
030500* 1330-CHECK-RATE-RECORD - CHECKS ONE RATETBL RECORD, STORES
030550*                          ITS RATES UNDER ITS TYPE, AND READS
030600*                          THE NEXT. A BAD RECORD STOPS THE
030650*                          LOAD.
030700*----------------------------------------------------------*
030750 1330-CHECK-RATE-RECORD.
030800     MOVE FB-RATE-TYPE TO FB-KEY-TYPE
030850     PERFORM 2850-FIND-TYPE
030900     IF NOT FB-ENTRY-FOUND
030950         DISPLAY "FIZZ-CHGB: RATETBL TYPE NOT KNOWN - "
031000             FB-RATE-RECORD
031050         MOVE 24 TO RETURN-CODE
031055         SET FB-EVENT-CONDITION TO TRUE
031060         SET FB-EVENT-ERROR TO TRUE
031065         MOVE 1704 TO FB-EVENT-MESSAGE-NO
031070         MOVE SPACES TO FB-EVENT-TEXT
031075         STRING "RATETBL TYPE NOT KNOWN - " FB-RATE-TYPE
031080             DELIMITED BY SIZE INTO FB-EVENT-TEXT
031085         PERFORM 8950-LOG-EVENT
031100         GO TO 1330-EXIT
031150     END-IF
031200     IF FB-RATE-PER-REQUEST IS NOT NUMERIC
031250        OR FB-RATE-PER-LINE IS NOT NUMERIC
031300         DISPLAY "FIZZ-CHGB: RATETBL RATE NOT NUMERIC - "
031350             FB-RATE-RECORD
031400         MOVE 24 TO RETURN-CODE
031405         SET FB-EVENT-CONDITION TO TRUE
031410         SET FB-EVENT-ERROR TO TRUE
031415         MOVE 1704 TO FB-EVENT-MESSAGE-NO
031420         MOVE SPACES TO FB-EVENT-TEXT
031425         STRING "RATETBL RATE NOT NUMERIC - TYPE " FB-RATE-TYPE
031430             DELIMITED BY SIZE INTO FB-EVENT-TEXT
031435         PERFORM 8950-LOG-EVENT
031450         GO TO 1330-EXIT
031500     END-IF
031550     IF FB-RTE-LOADED (FB-TYPE-SUB)
031600         DISPLAY "FIZZ-CHGB: RATETBL TYPE " FB-RATE-TYPE
031650             " IS PRICED TWICE"
031700         MOVE 24 TO RETURN-CODE
031705         SET FB-EVENT-CONDITION TO TRUE
031710         SET FB-EVENT-ERROR TO TRUE
031715         MOVE 1704 TO FB-EVENT-MESSAGE-NO
031720         MOVE SPACES TO FB-EVENT-TEXT
031725         STRING "RATETBL TYPE " FB-RATE-TYPE " IS PRICED TWICE"
031730             DELIMITED BY SIZE INTO FB-EVENT-TEXT
031735         PERFORM 8950-LOG-EVENT
031750         GO TO 1330-EXIT
031800     END-IF
031850     MOVE FB-RATE-PER-REQUEST TO FB-RTE-PER-REQUEST (FB-TYPE-SUB)
031900     MOVE FB-RATE-PER-LINE    TO FB-RTE-PER-LINE (FB-TYPE-SUB)
031950     SET FB-RTE-LOADED (FB-TYPE-SUB) TO TRUE
032000     PERFORM 1310-READ-RATE-RECORD.
032050 1330-EXIT.
032100     EXIT.

032150*----------------------------------------------------------*
032200* 1340-CHECK-RATE-LOADED - CHECKS THAT ONE REQUEST TYPE WAS
032250*                          PRICED ON RATETBL.
032300*----------------------------------------------------------*
032350 1340-CHECK-RATE-LOADED.
032400     IF NOT FB-RTE-LOADED (FB-TYPE-SUB)
032450         DISPLAY "FIZZ-CHGB: RATETBL HAS NO RATE FOR TYPE "
032500             FB-TYP-CODE (FB-TYPE-SUB)
032550         MOVE 24 TO RETURN-CODE
032555         SET FB-EVENT-CONDITION TO TRUE
032560         SET FB-EVENT-ERROR TO TRUE
032565         MOVE 1704 TO FB-EVENT-MESSAGE-NO
032570         MOVE SPACES TO FB-EVENT-TEXT
032575         STRING "RATETBL HAS NO RATE FOR TYPE "
032580                FB-TYP-CODE (FB-TYPE-SUB)
032585             DELIMITED BY SIZE INTO FB-EVENT-TEXT
032590         PERFORM 8950-LOG-EVENT
032600     END-IF.

032650*----------------------------------------------------------*
032700* 2000-TALLY-USAGE - READS USAGELOG FRONT TO BACK AND ADDS
032750*                    EACH OF THE MONTH'S REQUESTS TO ITS
032800*                    REQUESTOR'S COUNTS.
032850*----------------------------------------------------------*
032900 2000-TALLY-USAGE.
032950     PERFORM 2100-READ-USAGE-RECORD
033000     PERFORM 2200-TALLY-ONE-USAGE
033050         UNTIL FB-USAGE-EOF
033100            OR RETURN-CODE NOT = 0
033150     CLOSE USAGE-FILE.

033200*----------------------------------------------------------*
033250* 2000-EXIT - COMMON EXIT FOR 2000-TALLY-USAGE. A NONZERO
033300*             RETURN-CODE MEANS A TABLE OVERFLOWED; NO
033350*             STATEMENT OR FEED IS PRODUCED FROM A PARTIAL
033400*             TALLY, SO THE FILES ARE CLOSED AND THE RUN ENDS.
033450*----------------------------------------------------------*
033500 2000-EXIT.
033550     IF RETURN-CODE NOT = 0
033600         MOVE "NONE" TO FB-HDG2-DEPT
033650         MOVE SPACES TO FB-HDG2-NAME
033700         PERFORM 3300-WRITE-PAGE-HEADING
033750         MOVE "*** NO CHARGEBACK PRODUCED - SEE JOB LOG ***"
033800             TO FB-STATEMENT-RECORD
033850         WRITE FB-STATEMENT-RECORD AFTER ADVANCING 2 LINES
033900         CLOSE STATEMENT-FILE BILLING-FEED-FILE
033950         PERFORM 8900-RELEASE-RUN-LOCK
034000         STOP RUN
034050     END-IF.

034100*----------------------------------------------------------*
034150* 2100-READ-USAGE-RECORD - READS ONE USAGELOG RECORD.
034200*----------------------------------------------------------*
034250 2100-READ-USAGE-RECORD.
034300     READ USAGE-FILE
034350         AT END
034400             SET FB-USAGE-EOF TO TRUE
034450     END-READ.

034500*----------------------------------------------------------*
034550* 2200-TALLY-ONE-USAGE - TALLIES THE USAGE RECORD JUST READ AND
034600*                        READS THE NEXT.
034650*----------------------------------------------------------*
034700 2200-TALLY-ONE-USAGE.
034750     ADD 1 TO FB-USAGE-READ-COUNT
034800     PERFORM 2300-APPLY-USAGE THRU 2300-EXIT
034850     PERFORM 2100-READ-USAGE-RECORD.

034900*----------------------------------------------------------*
034950* 2300-APPLY-USAGE - ADDS ONE USAGE RECORD DATED IN THE MONTH
035000*                    TO ITS REQUESTOR'S COUNTS FOR ITS TYPE. A
035050*                    RECORD WITH A BAD DATE, COUNT OR TYPE IS
035100*                    COUNTED AS UNUSABLE AND PASSED OVER; A
035150*                    REQUESTOR NOT ON REQDEPT IS ADDED UNDER
035200*                    DEPARTMENT UNASSIGN.
035250*----------------------------------------------------------*
035300 2300-APPLY-USAGE.
035350     IF FB-USAGE-DATE IS NOT NUMERIC
035400        OR FB-USAGE-LINES IS NOT NUMERIC
035450         ADD 1 TO FB-USAGE-BAD-COUNT
035500         GO TO 2300-EXIT
035550     END-IF
035600     MOVE FB-USAGE-DATE TO FB-THIS-DATE
035650     IF FB-THIS-MONTH NOT = FB-BILL-MONTH
035700         GO TO 2300-EXIT
035750     END-IF
035800     MOVE FB-USAGE-TYPE TO FB-KEY-TYPE
035850     PERFORM 2850-FIND-TYPE
035900     IF NOT FB-ENTRY-FOUND
035950         ADD 1 TO FB-USAGE-BAD-COUNT
036000         GO TO 2300-EXIT
036050     END-IF
036100     ADD 1 TO FB-USAGE-MONTH-COUNT
036150     MOVE FB-USAGE-REQUESTOR TO FB-KEY-REQUESTOR
036200     PERFORM 2900-FIND-REQUESTOR
036250     IF NOT FB-ENTRY-FOUND
036300         PERFORM 2400-ADD-UNASSIGNED THRU 2400-EXIT
036350         IF RETURN-CODE NOT = 0
036400             GO TO 2300-EXIT
036450         END-IF
036500     END-IF
036550     ADD 1 TO FB-RQR-REQS (FB-RQR-SUB, FB-TYPE-SUB)
036600     IF FB-USAGE-NOT-ON-FILE
036650         ADD 1 TO FB-RQR-NOTFOUND (FB-RQR-SUB, FB-TYPE-SUB)
036700     END-IF
036750     ADD FB-USAGE-LINES TO FB-RQR-LINES (FB-RQR-SUB, FB-TYPE-SUB).
036800 2300-EXIT.
036850     EXIT.

036900*----------------------------------------------------------*
036950* 2400-ADD-UNASSIGNED - ADDS A REQUESTOR NOT ON REQDEPT UNDER
037000*                       DEPARTMENT UNASSIGN, ONCE, AND NAMES IT
037050*                       ON THE JOB LOG FOR THE DEPARTMENT LIST
037100*                       TO BE PUT RIGHT.
037150*----------------------------------------------------------*
037200 2400-ADD-UNASSIGNED.
037250     MOVE "UNASSIGN" TO FB-KEY-DEPT
037300     MOVE "REQUESTORS NOT ON REQDEPT" TO FB-KEY-DEPT-NAME
037350     PERFORM 2950-FIND-OR-ADD-DEPT THRU 2950-EXIT
037400     IF RETURN-CODE NOT = 0
037450         GO TO 2400-EXIT
037500     END-IF
037550     PERFORM 2980-ADD-REQUESTOR THRU 2980-EXIT
037600     IF RETURN-CODE NOT = 0
037650         GO TO 2400-EXIT
037700     END-IF
037750     ADD 1 TO FB-UNASSIGNED-COUNT
037800     DISPLAY "FIZZ-CHGB: REQUESTOR " FB-KEY-REQUESTOR
037850         " NOT ON REQDEPT - CHARGED TO UNASSIGN".
037900 2400-EXIT.
037950     EXIT.

038000*----------------------------------------------------------*
038050* 2850-FIND-TYPE - LOOKS UP FB-KEY-TYPE IN THE TYPE TABLE,
038100*                  LEAVING FB-TYPE-SUB ON IT WHEN FOUND.
038150*----------------------------------------------------------*
038200 2850-FIND-TYPE.
038250     MOVE "N" TO FB-ENTRY-FOUND-SW
038300     MOVE 0 TO FB-TYPE-SUB
038350     PERFORM 2860-CHECK-TYPE
038400         UNTIL FB-ENTRY-FOUND OR FB-TYPE-SUB >= 4.

038450*----------------------------------------------------------*
038500* 2860-CHECK-TYPE - CHECKS THE NEXT TYPE TABLE ENTRY.
038550*----------------------------------------------------------*
038600 2860-CHECK-TYPE.
038650     ADD 1 TO FB-TYPE-SUB
038700     IF FB-TYP-CODE (FB-TYPE-SUB) = FB-KEY-TYPE
038750         SET FB-ENTRY-FOUND TO TRUE
038800     END-IF.

038850*----------------------------------------------------------*
038900* 2900-FIND-REQUESTOR - LOOKS UP FB-KEY-REQUESTOR IN THE
038950*                       REQUESTOR TABLE, LEAVING FB-RQR-SUB ON
039000*                       IT WHEN FOUND.
039050*----------------------------------------------------------*
039100 2900-FIND-REQUESTOR.
039150     MOVE "N" TO FB-ENTRY-FOUND-SW
039200     MOVE 0 TO FB-RQR-SUB
039250     PERFORM 2910-CHECK-REQUESTOR
039300         UNTIL FB-ENTRY-FOUND OR FB-RQR-SUB >= FB-RQR-COUNT.

039350*----------------------------------------------------------*
039400* 2910-CHECK-REQUESTOR - CHECKS THE NEXT REQUESTOR ENTRY.
039450*----------------------------------------------------------*
039500 2910-CHECK-REQUESTOR.
039550     ADD 1 TO FB-RQR-SUB
039600     IF FB-RQR-ID (FB-RQR-SUB) = FB-KEY-REQUESTOR
039650         SET FB-ENTRY-FOUND TO TRUE
039700     END-IF.

039750*----------------------------------------------------------*
039800* 2950-FIND-OR-ADD-DEPT - LOOKS UP FB-KEY-DEPT IN THE
039850*                         DEPARTMENT TABLE, ADDING IT WHEN NOT
039900*                         THERE, AND LEAVES FB-DEPT-SUB ON IT.
039950*                         A FULL TABLE ENDS THE RUN WITH
040000*                         RETURN CODE 28.
040050*----------------------------------------------------------*
040100 2950-FIND-OR-ADD-DEPT.
040150     MOVE "N" TO FB-ENTRY-FOUND-SW
040200     MOVE 0 TO FB-DEPT-SUB
040250     PERFORM 2960-CHECK-DEPT
040300         UNTIL FB-ENTRY-FOUND OR FB-DEPT-SUB >= FB-DEPT-COUNT
040350     IF FB-ENTRY-FOUND
040400         GO TO 2950-EXIT
040450     END-IF
040500     IF FB-DEPT-COUNT >= 100
040550         DISPLAY "FIZZ-CHGB: OVER 100 DEPARTMENTS"
040600         MOVE 28 TO RETURN-CODE
040605         SET FB-EVENT-CONDITION TO TRUE
040610         SET FB-EVENT-ERROR TO TRUE
040615         MOVE 1705 TO FB-EVENT-MESSAGE-NO
040620         MOVE "OVER 100 DEPARTMENTS" TO FB-EVENT-TEXT
040625         PERFORM 8950-LOG-EVENT
040650         GO TO 2950-EXIT
040700     END-IF
040750     ADD 1 TO FB-DEPT-COUNT
040800     MOVE FB-DEPT-COUNT TO FB-DEPT-SUB
040850     INITIALIZE FB-DPT-ENTRY (FB-DEPT-SUB)
040900     MOVE FB-KEY-DEPT      TO FB-DPT-CODE (FB-DEPT-SUB)
040950     MOVE FB-KEY-DEPT-NAME TO FB-DPT-NAME (FB-DEPT-SUB).
041000 2950-EXIT.
041050     EXIT.

041100*----------------------------------------------------------*
041150* 2960-CHECK-DEPT - CHECKS THE NEXT DEPARTMENT ENTRY.
041200*----------------------------------------------------------*
041250 2960-CHECK-DEPT.
041300     ADD 1 TO FB-DEPT-SUB
041350     IF FB-DPT-CODE (FB-DEPT-SUB) = FB-KEY-DEPT
041400         SET FB-ENTRY-FOUND TO TRUE
041450     END-IF.

041500*----------------------------------------------------------*
041550* 2980-ADD-REQUESTOR - ADDS FB-KEY-REQUESTOR TO THE REQUESTOR
041600*                      TABLE UNDER DEPARTMENT FB-DEPT-SUB AND
041650*                      LEAVES FB-RQR-SUB ON IT. A FULL TABLE
041700*                      ENDS THE RUN WITH RETURN CODE 28.
041750*----------------------------------------------------------*
041800 2980-ADD-REQUESTOR.
041850     IF FB-RQR-COUNT >= 1000
041900         DISPLAY "FIZZ-CHGB: OVER 1000 REQUESTORS"
041950         MOVE 28 TO RETURN-CODE
041955         SET FB-EVENT-CONDITION TO TRUE
041960         SET FB-EVENT-ERROR TO TRUE
041965         MOVE 1705 TO FB-EVENT-MESSAGE-NO
041970         MOVE "OVER 1000 REQUESTORS" TO FB-EVENT-TEXT
041975         PERFORM 8950-LOG-EVENT
042000         GO TO 2980-EXIT
042050     END-IF
042100     ADD 1 TO FB-RQR-COUNT
042150     MOVE FB-RQR-COUNT TO FB-RQR-SUB
042200     INITIALIZE FB-RQR-ENTRY (FB-RQR-SUB)
042250     MOVE FB-KEY-REQUESTOR TO FB-RQR-ID (FB-RQR-SUB)
042300     MOVE FB-DEPT-SUB      TO FB-RQR-DEPT-SUB (FB-RQR-SUB).
042350 2980-EXIT.
042400     EXIT.

042450*----------------------------------------------------------*
042500* 3000-WRITE-CHARGEBACK - PRINTS A STATEMENT PAGE FOR EVERY
042550*                         DEPARTMENT WITH USAGE IN THE MONTH
042600*                         AND THE SHOP TOTALS PAGE, AND WRITES
042650*                         THE BILLING FEED AROUND THEM. A
042700*                         REQUESTOR CHARGED TO UNASSIGN, OR AN
042750*                         UNUSABLE USAGE RECORD, ENDS THE RUN
042800*                         WITH RETURN CODE 4.
042850*----------------------------------------------------------*
042900 3000-WRITE-CHARGEBACK.
042950     INITIALIZE FB-GRAND-TYPE-TABLE
043000     PERFORM 4200-WRITE-FEED-HEADER
043050     PERFORM 3100-WRITE-DEPARTMENT
043100         VARYING FB-DEPT-SUB FROM 1 BY 1
043150         UNTIL FB-DEPT-SUB > FB-DEPT-COUNT
043200     PERFORM 3500-WRITE-SHOP-TOTALS
043250     PERFORM 4300-WRITE-FEED-TRAILER
043300     IF FB-UNASSIGNED-COUNT > 0 OR FB-USAGE-BAD-COUNT > 0
043350         MOVE 4 TO RETURN-CODE
043355         SET FB-EVENT-CONDITION TO TRUE
043360         SET FB-EVENT-WARNING TO TRUE
043365         MOVE 1701 TO FB-EVENT-MESSAGE-NO
043370         MOVE "USAGE CHARGED TO UNASSIGN OR UNREADABLE"
043375             TO FB-EVENT-TEXT
043380         PERFORM 8950-LOG-EVENT
043400     END-IF.

043450*----------------------------------------------------------*
043500* 3100-WRITE-DEPARTMENT - TOTALS ONE DEPARTMENT'S REQUESTORS
043550*                         BY TYPE AND, WHEN IT HAD ANY USAGE,
043600*                         PRINTS ITS STATEMENT PAGE.
043650*----------------------------------------------------------*
043700 3100-WRITE-DEPARTMENT.
043750     INITIALIZE FB-DEPT-TOTALS
043800     PERFORM 3110-SUM-DEPT-REQUESTOR
043850         VARYING FB-RQR-SUB FROM 1 BY 1
043900         UNTIL FB-RQR-SUB > FB-RQR-COUNT
043950     IF FB-DT-REQS > 0
044000         PERFORM 3200-PRINT-DEPARTMENT
044050     END-IF.

044100*----------------------------------------------------------*
044150* 3110-SUM-DEPT-REQUESTOR - ADDS ONE REQUESTOR'S COUNTS INTO
044200*                           THE DEPARTMENT WHEN IT BELONGS TO
044250*                           IT.
044300*----------------------------------------------------------*
044350 3110-SUM-DEPT-REQUESTOR.
044400     IF FB-RQR-DEPT-SUB (FB-RQR-SUB) = FB-DEPT-SUB
044450         PERFORM 3120-SUM-ONE-TYPE
044500             VARYING FB-TYPE-SUB FROM 1 BY 1
044550             UNTIL FB-TYPE-SUB > 4
044600     END-IF.

044650*----------------------------------------------------------*
044700* 3120-SUM-ONE-TYPE - ADDS ONE REQUESTOR'S COUNTS FOR ONE TYPE
044750*                     INTO THE DEPARTMENT.
044800*----------------------------------------------------------*
044850 3120-SUM-ONE-TYPE.
044900     ADD FB-RQR-REQS (FB-RQR-SUB, FB-TYPE-SUB)
044950         TO FB-DPT-REQS (FB-DEPT-SUB, FB-TYPE-SUB)
045000            FB-DT-REQS
045050     ADD FB-RQR-NOTFOUND (FB-RQR-SUB, FB-TYPE-SUB)
045100         TO FB-DPT-NOTFOUND (FB-DEPT-SUB, FB-TYPE-SUB)
045150            FB-DT-NOTFOUND
045200     ADD FB-RQR-LINES (FB-RQR-SUB, FB-TYPE-SUB)
045250         TO FB-DPT-LINES (FB-DEPT-SUB, FB-TYPE-SUB)
045300            FB-DT-LINES.

045350*----------------------------------------------------------*
045400* 3200-PRINT-DEPARTMENT - PRINTS ONE DEPARTMENT'S STATEMENT
045450*                         PAGE: A PRICED LINE PER REQUESTOR
045500*                         PER TYPE USED, THE DEPARTMENT'S
045550*                         TOTAL FOR EACH TYPE (EACH ALSO
045600*                         WRITTEN TO THE BILLING FEED), AND
045650*                         ITS TOTAL FOR THE MONTH.
045700*----------------------------------------------------------*
045750 3200-PRINT-DEPARTMENT.
045800     ADD 1 TO FB-BILLED-DEPT-COUNT
045850     MOVE FB-DPT-CODE (FB-DEPT-SUB) TO FB-HDG2-DEPT
045900     MOVE FB-DPT-NAME (FB-DEPT-SUB) TO FB-HDG2-NAME
045950     PERFORM 3300-WRITE-PAGE-HEADING
046000     PERFORM 3210-PRINT-REQUESTOR
046050         VARYING FB-RQR-SUB FROM 1 BY 1
046100         UNTIL FB-RQR-SUB > FB-RQR-COUNT
046150     MOVE SPACES TO FB-STATEMENT-RECORD
046200     WRITE FB-STATEMENT-RECORD AFTER ADVANCING 1 LINE
046250     PERFORM 3230-PRINT-DEPT-TYPE
046300         VARYING FB-TYPE-SUB FROM 1 BY 1
046350         UNTIL FB-TYPE-SUB > 4
046400     MOVE SPACES TO FB-CHARGE-LINE
046450     MOVE "DEPT"          TO FB-CHG-REQUESTOR
046500     MOVE "TOTAL"         TO FB-CHG-TYPE-NAME
046550     MOVE FB-DT-REQS      TO FB-CHG-REQUESTS
046600     MOVE FB-DT-NOTFOUND  TO FB-CHG-NOTFOUND
046650     MOVE FB-DT-LINES     TO FB-CHG-LINES
046700     MOVE FB-DT-AMOUNT    TO FB-CHG-AMOUNT
046750     MOVE FB-CHARGE-LINE TO FB-STATEMENT-RECORD
046800     WRITE FB-STATEMENT-RECORD AFTER ADVANCING 2 LINES
046850     ADD FB-DT-REQS     TO FB-GT-REQS
046900     ADD FB-DT-NOTFOUND TO FB-GT-NOTFOUND
046950     ADD FB-DT-LINES    TO FB-GT-LINES
047000     ADD FB-DT-AMOUNT   TO FB-GT-AMOUNT.

047050*----------------------------------------------------------*
047100* 3210-PRINT-REQUESTOR - PRINTS THE PRICED LINES FOR ONE
047150*                        REQUESTOR WHEN IT BELONGS TO THE
047200*                        DEPARTMENT.
047250*----------------------------------------------------------*
047300 3210-PRINT-REQUESTOR.
047350     IF FB-RQR-DEPT-SUB (FB-RQR-SUB) = FB-DEPT-SUB
047400         PERFORM 3220-PRINT-REQUESTOR-TYPE
047450             VARYING FB-TYPE-SUB FROM 1 BY 1
047500             UNTIL FB-TYPE-SUB > 4
047550     END-IF.

047600*----------------------------------------------------------*
047650* 3220-PRINT-REQUESTOR-TYPE - PRICES ONE REQUESTOR'S REQUESTS
047700*                             OF ONE TYPE - THE PER-REQUEST
047750*                             RATE FOR EACH REQUEST PLUS THE
047800*                             PER-LINE RATE FOR EACH LINE
047850*                             RETURNED, TO THE NEAREST CENT -
047900*                             ADDS THE AMOUNT TO THE
047950*                             DEPARTMENT, AND PRINTS THE LINE.
048000*----------------------------------------------------------*
048050 3220-PRINT-REQUESTOR-TYPE.
048100     IF FB-RQR-REQS (FB-RQR-SUB, FB-TYPE-SUB) > 0
048150         COMPUTE FB-REQUEST-CHARGE =
048200             FB-RQR-REQS (FB-RQR-SUB, FB-TYPE-SUB)
048250                 * FB-RTE-PER-REQUEST (FB-TYPE-SUB)
048300         COMPUTE FB-LINES-CHARGE =
048350             FB-RQR-LINES (FB-RQR-SUB, FB-TYPE-SUB)
048400                 * FB-RTE-PER-LINE (FB-TYPE-SUB)
048450         COMPUTE FB-LINE-AMOUNT ROUNDED =
048500             FB-REQUEST-CHARGE + FB-LINES-CHARGE
048550         ADD FB-LINE-AMOUNT
048600             TO FB-DPT-AMOUNT (FB-DEPT-SUB, FB-TYPE-SUB)
048650                FB-DT-AMOUNT
048700         MOVE SPACES TO FB-CHARGE-LINE
048750         MOVE FB-RQR-ID (FB-RQR-SUB)  TO FB-CHG-REQUESTOR
048800         MOVE FB-TYP-NAME (FB-TYPE-SUB) TO FB-CHG-TYPE-NAME
048850         MOVE FB-RQR-REQS (FB-RQR-SUB, FB-TYPE-SUB)
048900             TO FB-CHG-REQUESTS
048950         MOVE FB-RQR-NOTFOUND (FB-RQR-SUB, FB-TYPE-SUB)
049000             TO FB-CHG-NOTFOUND
049050         MOVE FB-RQR-LINES (FB-RQR-SUB, FB-TYPE-SUB)
049100             TO FB-CHG-LINES
049150         MOVE FB-LINE-AMOUNT TO FB-CHG-AMOUNT
049200         MOVE FB-CHARGE-LINE TO FB-STATEMENT-RECORD
049250         WRITE FB-STATEMENT-RECORD AFTER ADVANCING 1 LINE
049300     END-IF.

049350*----------------------------------------------------------*
049400* 3230-PRINT-DEPT-TYPE - PRINTS THE DEPARTMENT'S TOTAL FOR ONE
049450*                        TYPE USED, WRITES IT TO THE BILLING
049500*                        FEED, AND ADDS IT TO THE SHOP TOTALS.
049550*----------------------------------------------------------*
049600 3230-PRINT-DEPT-TYPE.
049650     IF FB-DPT-REQS (FB-DEPT-SUB, FB-TYPE-SUB) > 0
049700         MOVE SPACES TO FB-CHARGE-LINE
049750         MOVE "TOTAL" TO FB-CHG-REQUESTOR
049800         MOVE FB-TYP-NAME (FB-TYPE-SUB) TO FB-CHG-TYPE-NAME
049850         MOVE FB-DPT-REQS (FB-DEPT-SUB, FB-TYPE-SUB)
049900             TO FB-CHG-REQUESTS
049950         MOVE FB-DPT-NOTFOUND (FB-DEPT-SUB, FB-TYPE-SUB)
050000             TO FB-CHG-NOTFOUND
050050         MOVE FB-DPT-LINES (FB-DEPT-SUB, FB-TYPE-SUB)
050100             TO FB-CHG-LINES
050150         MOVE FB-DPT-AMOUNT (FB-DEPT-SUB, FB-TYPE-SUB)
050200             TO FB-CHG-AMOUNT
050250         MOVE FB-CHARGE-LINE TO FB-STATEMENT-RECORD
050300         WRITE FB-STATEMENT-RECORD AFTER ADVANCING 1 LINE
050350         PERFORM 4100-WRITE-FEED-DETAIL
050400         ADD FB-DPT-REQS (FB-DEPT-SUB, FB-TYPE-SUB)
050450             TO FB-GRD-REQS (FB-TYPE-SUB)
050500         ADD FB-DPT-NOTFOUND (FB-DEPT-SUB, FB-TYPE-SUB)
050550             TO FB-GRD-NOTFOUND (FB-TYPE-SUB)
050600         ADD FB-DPT-LINES (FB-DEPT-SUB, FB-TYPE-SUB)
050650             TO FB-GRD-LINES (FB-TYPE-SUB)
050700         ADD FB-DPT-AMOUNT (FB-DEPT-SUB, FB-TYPE-SUB)
050750             TO FB-GRD-AMOUNT (FB-TYPE-SUB)
050800     END-IF.

050850*----------------------------------------------------------*
050900* 3300-WRITE-PAGE-HEADING - STARTS A NEW STATEMENT PAGE WITH
050950*                           THE RUN DATE, THE DEPARTMENT AND
051000*                           MONTH, AND THE COLUMN HEADINGS.
051050*----------------------------------------------------------*
051100 3300-WRITE-PAGE-HEADING.
051150     ADD 1 TO FB-PAGE-NUMBER
051200     MOVE FB-RUN-DATE-DISPLAY TO FB-HDG1-DATE
051250     MOVE FB-PAGE-NUMBER      TO FB-HDG1-PAGE
051300     MOVE FB-STMT-HEADING-1 TO FB-STATEMENT-RECORD
051350     WRITE FB-STATEMENT-RECORD AFTER ADVANCING PAGE
051400     MOVE FB-STMT-HEADING-2 TO FB-STATEMENT-RECORD
051450     WRITE FB-STATEMENT-RECORD AFTER ADVANCING 2 LINES
051500     MOVE FB-STMT-COLUMN-HEADING TO FB-STATEMENT-RECORD
051550     WRITE FB-STATEMENT-RECORD AFTER ADVANCING 2 LINES.

051600*----------------------------------------------------------*
051650* 3500-WRITE-SHOP-TOTALS - PRINTS THE SHOP TOTALS PAGE: EACH
051700*                          TYPE AND THE MONTH OVERALL ACROSS
051750*                          ALL DEPARTMENTS, THEN THE USAGELOG
051800*                          COUNTS AND THE REQUESTORS CHARGED TO
051850*                          UNASSIGN.
051900*----------------------------------------------------------*
051950 3500-WRITE-SHOP-TOTALS.
052000     MOVE "ALL" TO FB-HDG2-DEPT
052050     MOVE "SHOP TOTALS" TO FB-HDG2-NAME
052100     PERFORM 3300-WRITE-PAGE-HEADING
052150     IF FB-BILLED-DEPT-COUNT = 0
052200         MOVE "*** NO CHARGEABLE USAGE FOR THE MONTH ***"
052250             TO FB-STATEMENT-RECORD
052300         WRITE FB-STATEMENT-RECORD AFTER ADVANCING 1 LINE
052350     END-IF
052400     PERFORM 3510-PRINT-SHOP-TYPE
052450         VARYING FB-TYPE-SUB FROM 1 BY 1
052500         UNTIL FB-TYPE-SUB > 4
052550     MOVE SPACES TO FB-CHARGE-LINE
052600     MOVE "SHOP"          TO FB-CHG-REQUESTOR
052650     MOVE "TOTAL"         TO FB-CHG-TYPE-NAME
052700     MOVE FB-GT-REQS      TO FB-CHG-REQUESTS
052750     MOVE FB-GT-NOTFOUND  TO FB-CHG-NOTFOUND
052800     MOVE FB-GT-LINES     TO FB-CHG-LINES
052850     MOVE FB-GT-AMOUNT    TO FB-CHG-AMOUNT
052900     MOVE FB-CHARGE-LINE TO FB-STATEMENT-RECORD
052950     WRITE FB-STATEMENT-RECORD AFTER ADVANCING 2 LINES
053000     DISPLAY "FIZZ-CHGB: " FB-CHARGE-LINE
053050     MOVE FB-USAGE-READ-COUNT  TO FB-CNT-READ
053100     MOVE FB-USAGE-MONTH-COUNT TO FB-CNT-MONTH
053150     MOVE FB-USAGE-BAD-COUNT   TO FB-CNT-BAD
053200     MOVE FB-COUNTS-LINE TO FB-STATEMENT-RECORD
053250     WRITE FB-STATEMENT-RECORD AFTER ADVANCING 2 LINES
053300     MOVE FB-UNASSIGNED-COUNT TO FB-UNA-COUNT
053350     MOVE FB-UNASSIGNED-LINE TO FB-STATEMENT-RECORD
053400     WRITE FB-STATEMENT-RECORD AFTER ADVANCING 1 LINE.

053450*----------------------------------------------------------*
053500* 3510-PRINT-SHOP-TYPE - PRINTS THE SHOP TOTAL FOR ONE TYPE.
053550*----------------------------------------------------------*
053600 3510-PRINT-SHOP-TYPE.
053650     MOVE SPACES TO FB-CHARGE-LINE
053700     MOVE "TOTAL" TO FB-CHG-REQUESTOR
053750     MOVE FB-TYP-NAME (FB-TYPE-SUB)     TO FB-CHG-TYPE-NAME
053800     MOVE FB-GRD-REQS (FB-TYPE-SUB)     TO FB-CHG-REQUESTS
053850     MOVE FB-GRD-NOTFOUND (FB-TYPE-SUB) TO FB-CHG-NOTFOUND
053900     MOVE FB-GRD-LINES (FB-TYPE-SUB)    TO FB-CHG-LINES
053950     MOVE FB-GRD-AMOUNT (FB-TYPE-SUB)   TO FB-CHG-AMOUNT
054000     MOVE FB-CHARGE-LINE TO FB-STATEMENT-RECORD
054050     WRITE FB-STATEMENT-RECORD AFTER ADVANCING 1 LINE.

054100*----------------------------------------------------------*
054150* 4100-WRITE-FEED-DETAIL - WRITES ONE DEPARTMENT-AND-TYPE
054200*                          DETAIL TO THE BILLING FEED AND ADDS
054250*                          IT TO THE TRAILER COUNT AND HASH.
054300*----------------------------------------------------------*
054350 4100-WRITE-FEED-DETAIL.
054400     MOVE FB-BILL-MONTH TO FB-BD-MONTH
054450     MOVE FB-DPT-CODE (FB-DEPT-SUB) TO FB-BD-DEPT
054500     MOVE FB-TYP-CODE (FB-TYPE-SUB) TO FB-BD-REQ-TYPE
054550     MOVE FB-DPT-REQS (FB-DEPT-SUB, FB-TYPE-SUB)
054600         TO FB-BD-REQUESTS
054650     MOVE FB-DPT-NOTFOUND (FB-DEPT-SUB, FB-TYPE-SUB)
054700         TO FB-BD-NOTFOUND
054750     MOVE FB-DPT-LINES (FB-DEPT-SUB, FB-TYPE-SUB)
054800         TO FB-BD-LINES
054850     MOVE FB-DPT-AMOUNT (FB-DEPT-SUB, FB-TYPE-SUB)
054900         TO FB-BD-AMOUNT
054950     MOVE FB-BILL-DETAIL TO FB-BILLING-FEED-RECORD
055000     WRITE FB-BILLING-FEED-RECORD
055050     ADD 1 TO FB-FEED-COUNT
055100     COMPUTE FB-HASH-ADDEND =
055150         FB-DPT-AMOUNT (FB-DEPT-SUB, FB-TYPE-SUB) * 100
055200     ADD FB-HASH-ADDEND TO FB-FEED-HASH
055250     IF FB-FEED-HASH >= 1000000000000000
055300         SUBTRACT 1000000000000000 FROM FB-FEED-HASH
055350     END-IF.

055400*----------------------------------------------------------*
055450* 4200-WRITE-FEED-HEADER - WRITES THE BILLING FEED'S HEADER
055500*                          CONTROL RECORD.
055550*----------------------------------------------------------*
055600 4200-WRITE-FEED-HEADER.
055650     MOVE FB-FEED-ID       TO FB-BH-FEED
055700     MOVE FB-BILL-MONTH    TO FB-BH-MONTH
055750     MOVE FB-BUSINESS-DATE TO FB-BH-DATE
055800     MOVE FB-RUN-TIME      TO FB-BH-TIME
055850     MOVE FB-BILL-HEADER TO FB-BILLING-FEED-RECORD
055900     WRITE FB-BILLING-FEED-RECORD.

055950*----------------------------------------------------------*
056000* 4300-WRITE-FEED-TRAILER - WRITES THE BILLING FEED'S TRAILER
056050*                           CONTROL RECORD WITH THE DETAIL
056100*                           COUNT AND HASH TOTAL.
056150*----------------------------------------------------------*
056200 4300-WRITE-FEED-TRAILER.
056250     MOVE FB-FEED-ID    TO FB-BT-FEED
056300     MOVE FB-BILL-MONTH TO FB-BT-MONTH
056350     MOVE FB-FEED-COUNT TO FB-BT-COUNT
056400     MOVE FB-FEED-HASH  TO FB-BT-HASH
056450     MOVE FB-BILL-TRAILER TO FB-BILLING-FEED-RECORD
056500     WRITE FB-BILLING-FEED-RECORD.

056550*----------------------------------------------------------*
056600* 8000-TERMINATE - CLOSES THE STATEMENT AND THE BILLING FEED
056650*                  AND RELEASES THE RUN LOCK.
056700*----------------------------------------------------------*
056750 8000-TERMINATE.
056800     CLOSE STATEMENT-FILE
056850     CLOSE BILLING-FEED-FILE
056900     PERFORM 8900-RELEASE-RUN-LOCK.

056950*----------------------------------------------------------*
057000* 8900-RELEASE-RUN-LOCK - RELEASES THE SHOP-WIDE RUN LOCK AND
057050*                         LOGS THE END OF THE RUN WITH ITS
057100*                         RETURN CODE (SEE 8950-LOG-EVENT) -
057150*                         EVERY WAY OUT OF THE RUN COMES
057200*                         THROUGH HERE. NOTHING TO RELEASE WHEN
057250*                         THE LOCK WAS NEVER GRANTED. THE CALL
057300*                         PASSES BACK FIZZ-LOCK'S OWN RETURN
057350*                         CODE, SO THIS RUN'S IS KEPT AROUND IT.
057400*----------------------------------------------------------*
057450 8900-RELEASE-RUN-LOCK.
057500     IF FB-LOCK-HELD
057550         MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
057600         MOVE "REL" TO FB-LOCK-FUNCTION
057650         CALL "FIZZ-LOCK" USING FB-LOCK-REQUEST
057652         MOVE "N" TO FB-LOCK-HELD-SW
057654         MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE
057656     END-IF
057658     MOVE "END" TO FB-EVENT-FUNCTION
057660     PERFORM 8950-LOG-EVENT.

057662*----------------------------------------------------------*
057664* 8950-LOG-EVENT - LOGS ONE EVENT FOR THIS RUN THROUGH THE
057666*                  SHOP-WIDE FIZZ-EVNT SUBPROGRAM: THE START
057668*                  ("STR") OR END ("END") OF THE RUN, OR A
057670*                  CONDITION ("LOG") WHOSE SEVERITY, MESSAGE
057672*                  NUMBER AND TEXT THE CALLER HAS SET. THE
057674*                  RETURN CODE SO FAR GOES WITH THE EVENT AND
057676*                  IS KEPT AROUND THE CALL. A LOG THAT CANNOT
057678*                  BE WRITTEN DOES NOT STOP THE RUN.
057680*----------------------------------------------------------*
057682 8950-LOG-EVENT.
057684     MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
057686     MOVE "FIZZ-CHGB" TO FB-EVENT-PROGRAM
057688     MOVE RETURN-CODE TO FB-EVENT-RETURN-CODE
057690     CALL "FIZZ-EVNT" USING FB-EVENT-REQUEST
057692     MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE.

057700 END PROGRAM FIZZ-CHGB.
