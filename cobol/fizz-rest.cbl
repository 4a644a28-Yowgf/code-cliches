000050 IDENTIFICATION DIVISION.
000100 PROGRAM-ID. FIZZ-REST.
000150*AUTHOR.     DATA PROCESSING.
000200*INSTALLATION. SHOP BATCH LIBRARY.
000250*DATE-WRITTEN. 10/15/2026.
000300*DATE-COMPILED.
000350*REMARKS.
000400*    RESTORE OF THE FIZZ-BUZZ FILE FAMILY FROM A BACKUP SET
000450*    TAKEN BY FIZZ-BKUP. RESTPARM NAMES THE SET BY ITS BUSINESS
000500*    DATE (CCYYMMDD); THE OPTIONAL RESTLIST NAMES THE FILES TO
000550*    RESTORE, ONE LOGICAL NAME PER LINE, AND WHEN IT IS ABSENT
000600*    OR EMPTY THE WHOLE SET IS RESTORED. THE RUN TAKES THE RUN
000650*    LOCK OVER THE WHOLE FAMILY ("*", SEE FIZZ-LOCK).
000700*    THE SET MUST BE ON BKUPCATL, AND EVERY FILE ASKED FOR MUST
000750*    BE ON ITS MANIFEST. BEFORE ANYTHING IS TOUCHED, EVERY COPY
000800*    TO BE RESTORED IS COUNTED AND HASHED AND CHECKED AGAINST
000850*    THE MANIFEST; IF ANY COPY IS MISSING OR DOES NOT AGREE,
000900*    NOTHING IS RESTORED. EACH FILE IS THEN RESTORED - A LINE
000950*    SEQUENTIAL FILE BY COPYING IT BACK, AN INDEXED FILE
001000*    (LOOKUPF, RESLHIST) BY RELOADING IT FROM ITS UNLOAD - AND
001050*    THE RESTORED FILE IS COUNTED AND HASHED AGAIN. ONLY WHEN
001100*    EVERY RESTORED FILE AGREES WITH THE MANIFEST IS THE RESTORE
001150*    DECLARED GOOD. A FILE THAT WAS NOT ON DISK WHEN THE SET WAS
001200*    TAKEN IS LEFT AS IT IS.
001250*    RESTRPT LISTS EVERY FILE AND THE RESULT.
001300*    RETURN CODES: 4 A FILE NAMED IN RESTLIST WAS NOT ON DISK
001350*    WHEN THE SET WAS TAKEN AND WAS LEFT AS IT IS, 16 BAD OR
001400*    MISSING RESTPARM, 20 A FILE NAMED IN RESTLIST IS NOT IN THE
001450*    SET, 24 NO SUCH SET ON THE CATALOG, 28 THE MANIFEST WOULD
001500*    NOT LOAD, 32 A COPY DID NOT VERIFY - NOTHING RESTORED, 36 A
001550*    RESTORED FILE DID NOT VERIFY, 44 RESTRPT, 52 A FILE COULD
001600*    NOT BE RESTORED, PLUS THE LOCK AND BUSINESS-DATE CODES OF
001650*    EVERY JOB.
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
001950 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002050 FILE-CONTROL.
002100     SELECT OPTIONAL RESTORE-PARM-FILE ASSIGN TO "RESTPARM"
002150         ORGANIZATION IS LINE SEQUENTIAL.
002200     SELECT OPTIONAL RESTORE-LIST-FILE ASSIGN TO "RESTLIST"
002250         ORGANIZATION IS LINE SEQUENTIAL.
002300     SELECT RESTORE-REPORT-FILE ASSIGN TO "RESTRPT"
002350         ORGANIZATION IS LINE SEQUENTIAL
002400         FILE STATUS IS FB-REPORT-FILE-STATUS.
002450     SELECT OPTIONAL BACKUP-CATALOG ASSIGN TO "BKUPCATL"
002500         ORGANIZATION IS LINE SEQUENTIAL.
002550     SELECT MANIFEST-FILE ASSIGN TO DYNAMIC FB-MANIFEST-NAME
002600         ORGANIZATION IS LINE SEQUENTIAL
002650         FILE STATUS IS FB-MANIFEST-FILE-STATUS.
002700     SELECT DATA-FILE ASSIGN TO DYNAMIC FB-DATA-FILE-NAME
002750         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS FB-DATA-FILE-STATUS.
002850     SELECT LOOKUP-FILE ASSIGN TO "LOOKUPF"
002900         ORGANIZATION IS INDEXED
002950         ACCESS MODE IS SEQUENTIAL
003000         RECORD KEY IS FB-LOOKUP-COUNTER
003050         ALTERNATE RECORD KEY IS FB-LOOKUP-LABEL
003100             WITH DUPLICATES
003150         FILE STATUS IS FB-LOOKUP-FILE-STATUS.
003200     SELECT RESULT-HISTORY-FILE ASSIGN TO "RESLHIST"
003250         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS SEQUENTIAL
003350         RECORD KEY IS FB-RHST-KEY
003400         FILE STATUS IS FB-HISTORY-FILE-STATUS.
003450 DATA DIVISION.
003500 FILE SECTION.
003550 FD  RESTORE-PARM-FILE
003600     LABEL RECORDS ARE STANDARD.
003650 01  FB-RESTORE-PARM-RECORD.
003700     05 FB-RESTORE-SET-DATE     PIC 9(08).

003750 FD  RESTORE-LIST-FILE
003800     LABEL RECORDS ARE STANDARD.
003850 01  FB-RESTORE-LIST-RECORD.
003900     05 FB-RESTORE-LIST-NAME    PIC X(08).

003950 FD  RESTORE-REPORT-FILE
004000     LABEL RECORDS ARE STANDARD.
004050 01  FB-REPORT-RECORD           PIC X(80).

004100 FD  BACKUP-CATALOG
004150     LABEL RECORDS ARE STANDARD.
004200 COPY FBBKCAT.

004250 FD  MANIFEST-FILE
004300     LABEL RECORDS ARE STANDARD.
004350 COPY FBBKMANF.

004400*A BACKUP COPY, OR A LINE SEQUENTIAL FILE JUST RESTORED, READ
004450*TO BE COUNTED AND HASHED OR RELOADED. FB-DATA-RECORD-LENGTH IS
004500*THE LENGTH OF THE LINE JUST READ.
004550 FD  DATA-FILE
004600     LABEL RECORDS ARE STANDARD
004650     RECORD IS VARYING IN SIZE FROM 1 TO 256 CHARACTERS
004700         DEPENDING ON FB-DATA-RECORD-LENGTH.
004750 01  FB-DATA-RECORD             PIC X(256).

004800 FD  LOOKUP-FILE
004850     LABEL RECORDS ARE STANDARD.
004900 COPY FBLKUP.

004950 FD  RESULT-HISTORY-FILE
005000     LABEL RECORDS ARE STANDARD.
005050 COPY FBRHST.
005100 WORKING-STORAGE SECTION.

005150 01  FB-REPORT-FILE-STATUS      PIC X(02) VALUE "00".
005200 01  FB-MANIFEST-FILE-STATUS    PIC X(02) VALUE "00".
005250 01  FB-DATA-FILE-STATUS        PIC X(02) VALUE "00".
005300 01  FB-LOOKUP-FILE-STATUS      PIC X(02) VALUE "00".
005350 01  FB-HISTORY-FILE-STATUS     PIC X(02) VALUE "00".

005400 01  FB-REST-SWITCHES.
005450     05 FB-PARM-EOF-SW          PIC X(01) VALUE "N".
005500        88 FB-PARM-EOF                    VALUE "Y".
005550     05 FB-LIST-EOF-SW          PIC X(01) VALUE "N".
005600        88 FB-LIST-EOF                    VALUE "Y".
005650     05 FB-CATALOG-EOF-SW       PIC X(01) VALUE "N".
005700        88 FB-CATALOG-EOF                 VALUE "Y".
005750     05 FB-MANIFEST-EOF-SW      PIC X(01) VALUE "N".
005800        88 FB-MANIFEST-EOF                VALUE "Y".
005850     05 FB-DATA-EOF-SW          PIC X(01) VALUE "N".
005900        88 FB-DATA-EOF                    VALUE "Y".
005950     05 FB-INDEXED-EOF-SW       PIC X(01) VALUE "N".
006000        88 FB-INDEXED-EOF                 VALUE "Y".
006050     05 FB-SET-FOUND-SW         PIC X(01) VALUE "N".
006100        88 FB-SET-FOUND                   VALUE "Y".
006150     05 FB-NAME-FOUND-SW        PIC X(01) VALUE "N".
006200        88 FB-NAME-FOUND                  VALUE "Y".
006250     05 FB-RELOAD-ERROR-SW      PIC X(01) VALUE "N".
006300        88 FB-RELOAD-ERROR                VALUE "Y".

006350*THE SET ASKED FOR AND ITS MANIFEST NAME AS CATALOGUED.
006400 01  FB-SET-DATE                PIC 9(08) VALUE 0.
006450 01  FB-MANIFEST-NAME           PIC X(20) VALUE SPACES.
006500 01  FB-DATA-FILE-NAME          PIC X(20) VALUE SPACES.
006550 01  FB-LIVE-NAME               PIC X(20) VALUE SPACES.
006600 01  FB-SCRATCH-RC              PIC S9(09) COMP-5.
006650 01  FB-RELOAD-OPEN-STATUS      PIC X(02) VALUE "00".

006700*THE FILE NAMES IN RESTLIST.
006750 01  FB-LIST-TABLE.
006800     05 FB-LIST-ENTRY OCCURS 50 TIMES
006850        INDEXED BY FB-LIST-IDX.
006900        10 FB-LIST-TBL-NAME     PIC X(08).
006950 01  FB-LIST-COUNT              PIC 9(03) COMP VALUE 0.
007000 01  FB-LIST-OVERFLOW-COUNT     PIC 9(03) COMP VALUE 0.

007050*THE MANIFEST OF THE SET, ONE ENTRY PER FILE, WITH WHETHER THE
007100*FILE IS TO BE RESTORED AND WHAT BECAME OF IT.
007150 01  FB-MANIFEST-TABLE.
007200     05 FB-MAN-ENTRY OCCURS 50 TIMES
007250        INDEXED BY FB-MAN-IDX.
007300        10 FB-MAN-TBL-NAME      PIC X(08).
007350        10 FB-MAN-TBL-ORG       PIC X(01).
007400           88 FB-MAN-TBL-INDEXED          VALUE "I".
007450        10 FB-MAN-TBL-PRESENT-SW
007500                                PIC X(01).
007550           88 FB-MAN-TBL-PRESENT          VALUE "Y".
007600        10 FB-MAN-TBL-COUNT     PIC 9(11).
007650        10 FB-MAN-TBL-HASH      PIC 9(15).
007700        10 FB-MAN-TBL-BACKUP    PIC X(20).
007750        10 FB-MAN-TBL-SELECT-SW PIC X(01).
007800           88 FB-MAN-TBL-SELECTED         VALUE "Y".
007850        10 FB-MAN-TBL-NAMED-SW  PIC X(01).
007900           88 FB-MAN-TBL-NAMED            VALUE "Y".
007950 01  FB-MAN-COUNT               PIC 9(03) COMP VALUE 0.
008000 01  FB-MAN-OVERFLOW-COUNT      PIC 9(03) COMP VALUE 0.
008050 01  FB-RESTORED-COUNT          PIC 9(03) COMP VALUE 0.
008100 01  FB-LEFT-COUNT              PIC 9(03) COMP VALUE 0.
008150 01  FB-FAILED-COUNT            PIC 9(03) COMP VALUE 0.

008200*COUNT AND HASH TOTAL THE HASH PARAGRAPHS ACCUMULATE, ROLLED
008250*AS IN FIZZ-BKUP (SEE FBBKMANF).
008300 01  FB-WORK-COUNT              PIC 9(11) VALUE 0.
008350 01  FB-WORK-HASH               PIC 9(16) VALUE 0.
008400 01  FB-HASH-ADDEND             PIC 9(09) VALUE 0.

008450*ONE RECORD BEING HASHED, ITS LENGTH, AND THE POSITION IN IT.
008500*A CHARACTER'S CODE IS TAKEN BY MOVING IT INTO THE LOW-ORDER
008550*BYTE OF A HALFWORD WHOSE HIGH-ORDER BYTE IS LOW-VALUE.
008600 01  FB-HASH-RECORD             PIC X(256).
008650 01  FB-HASH-LENGTH             PIC 9(04) COMP VALUE 0.
008700 01  FB-HASH-POS                PIC 9(04) COMP VALUE 0.
008750 01  FB-DATA-RECORD-LENGTH      PIC 9(04) COMP VALUE 0.
008800 01  FB-HASH-BYTE-AREA.
008850     05 FILLER                  PIC X(01) VALUE LOW-VALUE.
008900     05 FB-HASH-BYTE            PIC X(01).
008950 01  FB-HASH-BYTE-VALUE REDEFINES FB-HASH-BYTE-AREA
009000                                PIC 9(04) COMP.

009050 01  FB-RUN-DATE-DISPLAY        PIC X(08).

009100 01  FB-REPORT-HEADING-1.
009150     05 FILLER                  PIC X(24)
009200        VALUE "FIZZBUZZ FAMILY RESTORE".
009250     05 FILLER                  PIC X(06) VALUE "DATE: ".
009300     05 FB-HDG1-DATE            PIC X(08).
009350     05 FILLER                  PIC X(06) VALUE SPACES.
009400     05 FILLER                  PIC X(05) VALUE "SET: ".
009450     05 FB-HDG1-SET             PIC 9(08).

009500 01  FB-REPORT-HEADING-2.
009550     05 FILLER                  PIC X(10) VALUE "FILE".
009600     05 FILLER                  PIC X(24) VALUE "RESULT".
009650     05 FILLER                  PIC X(12) VALUE "    RECORDS".
009700     05 FILLER                  PIC X(17)
009750        VALUE "       HASH TOTAL".

009800 01  FB-FILE-LINE.
009850     05 FB-FLN-NAME             PIC X(10).
009900     05 FB-FLN-RESULT           PIC X(24).
009950     05 FB-FLN-RECORDS          PIC Z(10)9.
010000     05 FILLER                  PIC X(02) VALUE SPACES.
010050     05 FB-FLN-HASH             PIC 9(15).

010100 01  FB-SUMMARY-LINE.
010150     05 FILLER                  PIC X(10) VALUE "RESTORED:".
010200     05 FB-SUM-RESTORED         PIC ZZ9.
010250     05 FILLER                  PIC X(13) VALUE "  LEFT AS IS:".
010300     05 FB-SUM-LEFT             PIC ZZ9.
010350     05 FILLER                  PIC X(09) VALUE "  FAILED:".
010400     05 FB-SUM-FAILED           PIC ZZ9.

010450 01  FB-RESULT-LINE.
010500     05 FILLER                  PIC X(15) VALUE "RESTORE OF SET ".
010550     05 FB-RES-SET              PIC 9(08).
010600     05 FILLER                  PIC X(01) VALUE SPACE.
010650     05 FB-RES-TEXT             PIC X(40).

010700*RUN-LOCK REQUEST AREA FOR THE SHOP-WIDE FIZZ-LOCK
010750*SUBPROGRAM, AND THE LOGICAL FILE NAMES THIS RUN HOLDS (SEE
010800*1050-ACQUIRE-RUN-LOCK AND 8900-RELEASE-RUN-LOCK): THE WHOLE
010850*FAMILY.
010900 COPY FBLOCKRQ.
010950 01  FB-RUN-LOCK-FILE-LIST.
011000     05 FILLER                  PIC X(36)
011050        VALUE "*".
011100     05 FILLER                  PIC X(36)
011150        VALUE SPACES.
011200 01  FB-LOCK-HELD-SWITCHES.
011250     05 FB-LOCK-HELD-SW         PIC X(01) VALUE "N".
011300        88 FB-LOCK-HELD                  VALUE "Y".
011350 01  FB-SAVED-RETURN-CODE       PIC S9(04) COMP VALUE 0.

011400*BUSINESS-DATE REQUEST AREA FOR THE FIZZ-BDTE SUBPROGRAM,
011450*WHICH SUPPLIES THE RUN DATE IN PLACE OF THE SYSTEM DATE (SEE
011500*1060-GET-BUSINESS-DATE).
011550 COPY FBBDTERQ.

011560*EVENT REQUEST AREA FOR THE SHOP-WIDE FIZZ-EVNT SUBPROGRAM,
011570*WHICH LOGS THIS RUN'S START, END AND SIGNIFICANT CONDITIONS
011580*(SEE 8950-LOG-EVENT).
011590 COPY FBEVNTRQ.

011600 PROCEDURE DIVISION.
011650*----------------------------------------------------------*
011700* 0000-MAIN-PROCEDURE - CONTROLS THE OVERALL FLOW OF THE RUN.
011750*----------------------------------------------------------*
011800 0000-MAIN-PROCEDURE.
011850     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011900     PERFORM 2000-FIND-SET THRU 2000-EXIT
011950     PERFORM 3000-VERIFY-COPIES THRU 3000-EXIT
012000     PERFORM 4000-RESTORE-FILES THRU 4000-EXIT
012050     PERFORM 5000-WRITE-SUMMARY
012100     PERFORM 8000-TERMINATE
012150     STOP RUN.

012200*----------------------------------------------------------*
012250* 1000-INITIALIZE - TAKES THE RUN LOCK AND THE BUSINESS DATE,
012300*                   OPENS THE REPORT AND READS THE SET DATE
012350*                   AND THE LIST OF FILES TO RESTORE.
012400*----------------------------------------------------------*
012450 1000-INITIALIZE.
012460     MOVE "STR" TO FB-EVENT-FUNCTION
012470     PERFORM 8950-LOG-EVENT
012500     PERFORM 1050-ACQUIRE-RUN-LOCK
012550     IF RETURN-CODE NOT = 0
012560         PERFORM 1055-LOG-LOCK-REFUSAL
012600         GO TO 1000-EXIT
012650     END-IF
012700     PERFORM 1060-GET-BUSINESS-DATE
012750     IF RETURN-CODE NOT = 0
012800         GO TO 1000-EXIT
012850     END-IF
012900     OPEN OUTPUT RESTORE-REPORT-FILE
012950     IF FB-REPORT-FILE-STATUS NOT = "00"
013000         DISPLAY "FIZZ-REST: RESTORE-REPORT-FILE WOULD NOT OPEN, "
013050             "STATUS " FB-REPORT-FILE-STATUS
013100         MOVE 44 TO RETURN-CODE
013150         GO TO 1000-EXIT
013200     END-IF
013250     PERFORM 1100-READ-RESTORE-PARM THRU 1100-EXIT
013300     MOVE FB-RUN-DATE-DISPLAY TO FB-HDG1-DATE
013350     MOVE FB-SET-DATE TO FB-HDG1-SET
013400     MOVE FB-REPORT-HEADING-1 TO FB-REPORT-RECORD
013450     WRITE FB-REPORT-RECORD AFTER ADVANCING 1 LINE
013500     MOVE FB-REPORT-HEADING-2 TO FB-REPORT-RECORD
013550     WRITE FB-REPORT-RECORD AFTER ADVANCING 2 LINES
013600     PERFORM 1200-LOAD-RESTORE-LIST.

013650*----------------------------------------------------------*
013700* 1000-EXIT - COMMON EXIT FOR 1000-INITIALIZE.
013750*----------------------------------------------------------*
013800 1000-EXIT.
013850     IF RETURN-CODE NOT = 0
013900         PERFORM 8900-RELEASE-RUN-LOCK
013950         STOP RUN
014000     END-IF.

014050*----------------------------------------------------------*
014100* 1050-ACQUIRE-RUN-LOCK - TAKES THE SHOP-WIDE RUN LOCK FOR
014150*                         THE FILES THIS RUN HOLDS (SEE
014200*                         FIZZ-LOCK) BEFORE ANY SHARED FILE
014250*                         IS OPENED. A CONFLICTING LOCK ENDS
014300*                         THE RUN WITH RETURN CODE 72 - OR 76
014350*                         WHEN THE LOCK IS OLD ENOUGH TO LOOK
014400*                         STALE FROM AN ABEND (SEE FIZZ-LOCK),
014450*                         FOR OPERATIONS TO CLEAR RUNLOCK
014500*                         DELIBERATELY.
014550*                         A LOCK-MANAGER ERROR (FULL LOCK
014600*                         FILE, FAILED RENAME, BAD FUNCTION)
014650*                         ENDS WITH RETURN CODE 80.
014700*----------------------------------------------------------*
014750 1050-ACQUIRE-RUN-LOCK.
014800     MOVE "ACQ" TO FB-LOCK-FUNCTION
014850     MOVE "FIZZ-REST" TO FB-LOCK-PROGRAM
014900     MOVE FB-RUN-LOCK-FILE-LIST TO FB-LOCK-FILES
014950     CALL "FIZZ-LOCK" USING FB-LOCK-REQUEST
015000     IF FB-LOCK-GRANTED
015050         SET FB-LOCK-HELD TO TRUE
015100     ELSE
015150         IF FB-LOCK-STALE-CONFLICT
015200             DISPLAY "FIZZ-REST: STALE RUN LOCK HELD BY "
015250                 FB-LOCK-HOLDER " - CLEAR RUNLOCK AND RESUBMIT"
015300             MOVE 76 TO RETURN-CODE
015350         ELSE
015400             IF FB-LOCK-CONFLICT
015450                 DISPLAY "FIZZ-REST: RUN LOCK HELD BY "
015500                     FB-LOCK-HOLDER " - RESUBMIT WHEN IT ENDS"
015550                 MOVE 72 TO RETURN-CODE
015600             ELSE
015650                 DISPLAY "FIZZ-REST: RUN LOCK MANAGER ERROR, "
015700                     "STATUS " FB-LOCK-STATUS
015750                 MOVE 80 TO RETURN-CODE
015800             END-IF
015850         END-IF
015900     END-IF.

015901*----------------------------------------------------------*
015902* 1055-LOG-LOCK-REFUSAL - LOGS WHY 1050-ACQUIRE-RUN-LOCK WAS
015903*                         REFUSED THE RUN LOCK.
015904*----------------------------------------------------------*
015905 1055-LOG-LOCK-REFUSAL.
015906     SET FB-EVENT-CONDITION TO TRUE
015907     MOVE SPACES TO FB-EVENT-TEXT
015908     IF FB-LOCK-STALE-CONFLICT
015909         SET FB-EVENT-SEVERE TO TRUE
015910         MOVE 0011 TO FB-EVENT-MESSAGE-NO
015911         STRING "STALE RUN LOCK HELD BY " FB-LOCK-HOLDER
015912             DELIMITED BY SIZE INTO FB-EVENT-TEXT
015913     ELSE
015914         IF FB-LOCK-CONFLICT
015915             SET FB-EVENT-ERROR TO TRUE
015916             MOVE 0010 TO FB-EVENT-MESSAGE-NO
015917             STRING "RUN LOCK HELD BY " FB-LOCK-HOLDER
015918                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
015919         ELSE
015920             SET FB-EVENT-SEVERE TO TRUE
015921             MOVE 0012 TO FB-EVENT-MESSAGE-NO
015922             STRING "RUN LOCK MANAGER ERROR, STATUS "
015923                    FB-LOCK-STATUS
015924                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
015925         END-IF
015926     END-IF
015927     PERFORM 8950-LOG-EVENT.

015950*----------------------------------------------------------*
016000* 1060-GET-BUSINESS-DATE - TAKES THE RUN DATE FROM THE
016050*                          BUSINESS-DATE CONTROL FILE (SEE
016100*                          FIZZ-BDTE) IN PLACE OF THE SYSTEM
016150*                          DATE. A CONTROL RECORD THAT IS
016200*                          UNUSABLE, OR THAT NAMES A DATE
016250*                          OUTSIDE THE PROCESSING WINDOW, ENDS
016300*                          THE RUN WITH RETURN CODE 84.
016350*----------------------------------------------------------*
016400 1060-GET-BUSINESS-DATE.
016450     MOVE "FIZZ-REST" TO FB-BDATE-PROGRAM
016500     CALL "FIZZ-BDTE" USING FB-BDATE-REQUEST
016550     IF FB-BDATE-BAD-CONTROL OR FB-BDATE-OUT-OF-WINDOW
016600         DISPLAY "FIZZ-REST: BUSINESS DATE REFUSED - "
016650             FB-BDATE-MESSAGE
016700         MOVE 84 TO RETURN-CODE
016705         SET FB-EVENT-CONDITION TO TRUE
016710         SET FB-EVENT-ERROR TO TRUE
016715         MOVE 0015 TO FB-EVENT-MESSAGE-NO
016720         MOVE SPACES TO FB-EVENT-TEXT
016725         STRING "BUSINESS DATE REFUSED - " FB-BDATE-MESSAGE
016730             DELIMITED BY SIZE INTO FB-EVENT-TEXT
016735         PERFORM 8950-LOG-EVENT
016750     ELSE
016800         MOVE FB-BDATE-DISPLAY TO FB-RUN-DATE-DISPLAY
016850     END-IF.

016900*----------------------------------------------------------*
016950* 1100-READ-RESTORE-PARM - READS THE SET DATE FROM RESTPARM.
017000*                          THERE IS NO DEFAULT: A RESTORE IS
017050*                          NEVER RUN AGAINST A SET NOBODY CHOSE.
017100*----------------------------------------------------------*
017150 1100-READ-RESTORE-PARM.
017200     OPEN INPUT RESTORE-PARM-FILE
017250     READ RESTORE-PARM-FILE
017300         AT END
017350             SET FB-PARM-EOF TO TRUE
017400     END-READ
017450     IF FB-PARM-EOF
017500         DISPLAY "FIZZ-REST: RESTPARM NAMES NO BACKUP SET"
017550         MOVE 16 TO RETURN-CODE
017555         SET FB-EVENT-CONDITION TO TRUE
017560         SET FB-EVENT-ERROR TO TRUE
017565         MOVE 0906 TO FB-EVENT-MESSAGE-NO
017570         MOVE "RESTPARM NAMES NO BACKUP SET" TO FB-EVENT-TEXT
017575         PERFORM 8950-LOG-EVENT
017600     ELSE
017650         IF FB-RESTORE-SET-DATE IS NUMERIC
017700             MOVE FB-RESTORE-SET-DATE TO FB-SET-DATE
017750         ELSE
017800             DISPLAY "FIZZ-REST: RESTPARM SET DATE IS NOT "
017850                 "CCYYMMDD"
017900             MOVE 16 TO RETURN-CODE
017905             SET FB-EVENT-CONDITION TO TRUE
017910             SET FB-EVENT-ERROR TO TRUE
017915             MOVE 0906 TO FB-EVENT-MESSAGE-NO
017920             MOVE "RESTPARM SET DATE IS NOT CCYYMMDD"
017925                 TO FB-EVENT-TEXT
017930             PERFORM 8950-LOG-EVENT
017950         END-IF
018000     END-IF
018050     CLOSE RESTORE-PARM-FILE.
018100 1100-EXIT.
018150     IF RETURN-CODE NOT = 0
018200         CLOSE RESTORE-REPORT-FILE
018250         PERFORM 8900-RELEASE-RUN-LOCK
018300         STOP RUN
018350     END-IF.

018400*----------------------------------------------------------*
018450* 1200-LOAD-RESTORE-LIST - LOADS THE FILE NAMES IN RESTLIST,
018500*                          SKIPPING BLANK LINES. NONE AT ALL
018550*                          MEANS THE WHOLE SET.
018600*----------------------------------------------------------*
018650 1200-LOAD-RESTORE-LIST.
018700     OPEN INPUT RESTORE-LIST-FILE
018750     PERFORM 1210-READ-LIST-RECORD
018800     PERFORM 1220-STORE-LIST-NAME UNTIL FB-LIST-EOF
018850     CLOSE RESTORE-LIST-FILE.

018900*----------------------------------------------------------*
018950* 1210-READ-LIST-RECORD - READS ONE RESTLIST RECORD.
019000*----------------------------------------------------------*
019050 1210-READ-LIST-RECORD.
019100     READ RESTORE-LIST-FILE
019150         AT END
019200             SET FB-LIST-EOF TO TRUE
019250     END-READ.

019300*----------------------------------------------------------*
019350* 1220-STORE-LIST-NAME - ADDS THE NAME JUST READ TO THE TABLE.
019400*----------------------------------------------------------*
019450 1220-STORE-LIST-NAME.
019500     IF FB-RESTORE-LIST-NAME NOT = SPACES
019550         IF FB-LIST-COUNT >= 50
019600             ADD 1 TO FB-LIST-OVERFLOW-COUNT
019650         ELSE
019700             ADD 1 TO FB-LIST-COUNT
019750             SET FB-LIST-IDX TO FB-LIST-COUNT
019800             MOVE FB-RESTORE-LIST-NAME
019850                 TO FB-LIST-TBL-NAME (FB-LIST-IDX)
019900         END-IF
019950     END-IF
020000     PERFORM 1210-READ-LIST-RECORD.

020050*----------------------------------------------------------*
020100* 2000-FIND-SET - FINDS THE SET ON THE CATALOG, LOADS ITS
020150*                 MANIFEST AND MARKS THE FILES TO RESTORE.
020200*                 A SET NOT ON THE CATALOG, A MANIFEST THAT
020250*                 WILL NOT LOAD, OR A FILE NAMED THAT IS NOT
020300*                 IN THE SET ENDS THE RUN BEFORE ANYTHING IS
020350*                 TOUCHED.
020400*----------------------------------------------------------*
020450 2000-FIND-SET.
020500     OPEN INPUT BACKUP-CATALOG
020550     PERFORM 2010-READ-CATALOG-RECORD
020600         UNTIL FB-CATALOG-EOF OR FB-SET-FOUND
020650     CLOSE BACKUP-CATALOG
020700     IF NOT FB-SET-FOUND
020750         DISPLAY "FIZZ-REST: NO BACKUP SET " FB-SET-DATE
020800             " ON THE CATALOG"
020850         MOVE 24 TO RETURN-CODE
020855         SET FB-EVENT-CONDITION TO TRUE
020860         SET FB-EVENT-ERROR TO TRUE
020865         MOVE 0907 TO FB-EVENT-MESSAGE-NO
020870         MOVE SPACES TO FB-EVENT-TEXT
020875         STRING "NO BACKUP SET " FB-SET-DATE " ON THE CATALOG"
020880             DELIMITED BY SIZE INTO FB-EVENT-TEXT
020885         PERFORM 8950-LOG-EVENT
020900         MOVE "NOT ON THE BACKUP CATALOG" TO FB-RES-TEXT
020950         GO TO 2000-EXIT
021000     END-IF
021050     PERFORM 2100-LOAD-MANIFEST THRU 2100-EXIT
021100     IF RETURN-CODE NOT = 0
021150         MOVE "MANIFEST WOULD NOT LOAD" TO FB-RES-TEXT
021200         GO TO 2000-EXIT
021250     END-IF
021300     IF FB-LIST-COUNT = 0
021350         PERFORM 2200-SELECT-WHOLE-SET
021400             VARYING FB-MAN-IDX FROM 1 BY 1
021450             UNTIL FB-MAN-IDX > FB-MAN-COUNT
021500     ELSE
021550         PERFORM 2300-SELECT-NAMED-FILE
021600             VARYING FB-LIST-IDX FROM 1 BY 1
021650             UNTIL FB-LIST-IDX > FB-LIST-COUNT
021700     END-IF
021750     IF FB-LIST-OVERFLOW-COUNT > 0
021800         DISPLAY "FIZZ-REST: RESTLIST NAMES MORE FILES THAN ANY "
021850             "SET HOLDS"
021900         MOVE 20 TO RETURN-CODE
021905         SET FB-EVENT-CONDITION TO TRUE
021910         SET FB-EVENT-ERROR TO TRUE
021915         MOVE 0908 TO FB-EVENT-MESSAGE-NO
021920         MOVE "RESTLIST NAMES MORE FILES THAN ANY SET HOLDS"
021925             TO FB-EVENT-TEXT
021930         PERFORM 8950-LOG-EVENT
021950     END-IF
022000     IF RETURN-CODE NOT = 0
022050         MOVE "NOT STARTED - NOTHING RESTORED" TO FB-RES-TEXT
022100     END-IF.
022150 2000-EXIT.
022200     EXIT.

022250*----------------------------------------------------------*
022300* 2010-READ-CATALOG-RECORD - READS ONE CATALOG RECORD AND
022350*                            NOTES THE SET ASKED FOR.
022400*----------------------------------------------------------*
022450 2010-READ-CATALOG-RECORD.
022500     READ BACKUP-CATALOG
022550         AT END
022600             SET FB-CATALOG-EOF TO TRUE
022650     END-READ
022700     IF NOT FB-CATALOG-EOF
022750        AND FB-BKC-SET-DATE = FB-SET-DATE
022800         SET FB-SET-FOUND TO TRUE
022850         MOVE FB-BKC-MANIFEST-NAME TO FB-MANIFEST-NAME
022900     END-IF.

022950*----------------------------------------------------------*
023000* 2100-LOAD-MANIFEST - LOADS THE SET'S MANIFEST INTO
023050*                      FB-MANIFEST-TABLE. A MISSING, EMPTY OR
023100*                      OVERSIZED MANIFEST IS RETURN CODE 28.
023150*----------------------------------------------------------*
023200 2100-LOAD-MANIFEST.
023250     OPEN INPUT MANIFEST-FILE
023300     IF FB-MANIFEST-FILE-STATUS NOT = "00"
023350         DISPLAY "FIZZ-REST: MANIFEST " FB-MANIFEST-NAME
023400             " WOULD NOT OPEN, STATUS " FB-MANIFEST-FILE-STATUS
023450         MOVE 28 TO RETURN-CODE
023455         SET FB-EVENT-CONDITION TO TRUE
023460         SET FB-EVENT-ERROR TO TRUE
023465         MOVE 0909 TO FB-EVENT-MESSAGE-NO
023470         MOVE SPACES TO FB-EVENT-TEXT
023475         STRING "MANIFEST WOULD NOT OPEN - " FB-MANIFEST-NAME
023480             DELIMITED BY SIZE INTO FB-EVENT-TEXT
023485         PERFORM 8950-LOG-EVENT
023500         GO TO 2100-EXIT
023550     END-IF
023600     PERFORM 2110-READ-MANIFEST-RECORD
023650     PERFORM 2120-STORE-MANIFEST-RECORD UNTIL FB-MANIFEST-EOF
023700     CLOSE MANIFEST-FILE
023750     IF FB-MAN-COUNT = 0 OR FB-MAN-OVERFLOW-COUNT > 0
023800         DISPLAY "FIZZ-REST: MANIFEST " FB-MANIFEST-NAME
023850             " IS EMPTY OR TOO LARGE"
023900         MOVE 28 TO RETURN-CODE
023905         SET FB-EVENT-CONDITION TO TRUE
023910         SET FB-EVENT-ERROR TO TRUE
023915         MOVE 0909 TO FB-EVENT-MESSAGE-NO
023920         MOVE SPACES TO FB-EVENT-TEXT
023925         STRING "MANIFEST EMPTY OR TOO LARGE - " FB-MANIFEST-NAME
023930             DELIMITED BY SIZE INTO FB-EVENT-TEXT
023935         PERFORM 8950-LOG-EVENT
023950     END-IF.
024000 2100-EXIT.
024050     EXIT.

024100*----------------------------------------------------------*
024150* 2110-READ-MANIFEST-RECORD - READS ONE MANIFEST RECORD.
024200*----------------------------------------------------------*
024250 2110-READ-MANIFEST-RECORD.
024300     READ MANIFEST-FILE
024350         AT END
024400             SET FB-MANIFEST-EOF TO TRUE
024450     END-READ.

024500*----------------------------------------------------------*
024550* 2120-STORE-MANIFEST-RECORD - ADDS THE RECORD JUST READ TO
024600*                              THE TABLE, NOT YET SELECTED.
024650*----------------------------------------------------------*
024700 2120-STORE-MANIFEST-RECORD.
024750     IF FB-MAN-COUNT >= 50
024800         ADD 1 TO FB-MAN-OVERFLOW-COUNT
024850     ELSE
024900         ADD 1 TO FB-MAN-COUNT
024950         SET FB-MAN-IDX TO FB-MAN-COUNT
025000         MOVE FB-BKM-FILE-NAME    TO FB-MAN-TBL-NAME (FB-MAN-IDX)
025050         MOVE FB-BKM-ORGANIZATION TO FB-MAN-TBL-ORG (FB-MAN-IDX)
025100         MOVE FB-BKM-PRESENT-SW
025150             TO FB-MAN-TBL-PRESENT-SW (FB-MAN-IDX)
025200         MOVE FB-BKM-RECORD-COUNT TO FB-MAN-TBL-COUNT (FB-MAN-IDX)
025250         MOVE FB-BKM-HASH-TOTAL   TO FB-MAN-TBL-HASH (FB-MAN-IDX)
025300         MOVE FB-BKM-BACKUP-NAME
025350             TO FB-MAN-TBL-BACKUP (FB-MAN-IDX)
025400         MOVE "N" TO FB-MAN-TBL-SELECT-SW (FB-MAN-IDX)
025450         MOVE "N" TO FB-MAN-TBL-NAMED-SW (FB-MAN-IDX)
025500     END-IF
025550     PERFORM 2110-READ-MANIFEST-RECORD.

025600*----------------------------------------------------------*
025650* 2200-SELECT-WHOLE-SET - SELECTS ONE MANIFEST FILE WHEN NO
025700*                         RESTLIST WAS GIVEN.
025750*----------------------------------------------------------*
025800 2200-SELECT-WHOLE-SET.
025850     MOVE "Y" TO FB-MAN-TBL-SELECT-SW (FB-MAN-IDX).

025900*----------------------------------------------------------*
025950* 2300-SELECT-NAMED-FILE - FINDS ONE RESTLIST NAME ON THE
026000*                          MANIFEST AND SELECTS IT. A NAME NOT
026050*                          IN THE SET IS REPORTED AND IS RETURN
026100*                          CODE 20.
026150*----------------------------------------------------------*
026200 2300-SELECT-NAMED-FILE.
026250     MOVE "N" TO FB-NAME-FOUND-SW
026300     SET FB-MAN-IDX TO 1
026350     SEARCH FB-MAN-ENTRY
026400         AT END
026450             CONTINUE
026500         WHEN FB-MAN-IDX > FB-MAN-COUNT
026550             CONTINUE
026600         WHEN FB-MAN-TBL-NAME (FB-MAN-IDX)
026650              = FB-LIST-TBL-NAME (FB-LIST-IDX)
026700             SET FB-NAME-FOUND TO TRUE
026750             MOVE "Y" TO FB-MAN-TBL-SELECT-SW (FB-MAN-IDX)
026800             MOVE "Y" TO FB-MAN-TBL-NAMED-SW (FB-MAN-IDX)
026850     END-SEARCH
026900     IF NOT FB-NAME-FOUND
026950         DISPLAY "FIZZ-REST: " FB-LIST-TBL-NAME (FB-LIST-IDX)
027000             " IS NOT IN BACKUP SET " FB-SET-DATE
027050         MOVE SPACES TO FB-FILE-LINE
027100         MOVE FB-LIST-TBL-NAME (FB-LIST-IDX) TO FB-FLN-NAME
027150         MOVE "NOT IN THE SET" TO FB-FLN-RESULT
027200         MOVE 0 TO FB-FLN-RECORDS FB-FLN-HASH
027250         MOVE FB-FILE-LINE TO FB-REPORT-RECORD
027300         WRITE FB-REPORT-RECORD AFTER ADVANCING 1 LINE
027350         MOVE 20 TO RETURN-CODE
027355         SET FB-EVENT-CONDITION TO TRUE
027360         SET FB-EVENT-ERROR TO TRUE
027365         MOVE 0908 TO FB-EVENT-MESSAGE-NO
027370         MOVE SPACES TO FB-EVENT-TEXT
027375         STRING "NOT IN BACKUP SET " FB-SET-DATE " - "
027380                FB-LIST-TBL-NAME (FB-LIST-IDX)
027385             DELIMITED BY SIZE INTO FB-EVENT-TEXT
027390         PERFORM 8950-LOG-EVENT
027400     END-IF.

027450*----------------------------------------------------------*
027500* 3000-VERIFY-COPIES - CHECKS EVERY COPY TO BE RESTORED
027550*                      AGAINST THE MANIFEST BEFORE ANY LIVE FILE
027600*                      IS TOUCHED. ONE BAD COPY AND NOTHING IS
027650*                      RESTORED (RETURN CODE 32).
027700*----------------------------------------------------------*
027750 3000-VERIFY-COPIES.
027800     IF RETURN-CODE NOT = 0
027850         GO TO 3000-EXIT
027900     END-IF
027950     PERFORM 3100-VERIFY-ONE-COPY THRU 3100-EXIT
028000         VARYING FB-MAN-IDX FROM 1 BY 1
028050         UNTIL FB-MAN-IDX > FB-MAN-COUNT
028100     IF RETURN-CODE = 32
028150         MOVE "NOT GOOD - NOTHING RESTORED" TO FB-RES-TEXT
028200     END-IF.
028250 3000-EXIT.
028300     EXIT.

028350*----------------------------------------------------------*
028400* 3100-VERIFY-ONE-COPY - COUNTS AND HASHES ONE SELECTED COPY.
028450*                        A MISSING OR DIFFERING COPY IS
028500*                        REPORTED; A GOOD ONE IS REPORTED ONLY
028550*                        ONCE IT IS RESTORED.
028600*----------------------------------------------------------*
028650 3100-VERIFY-ONE-COPY.
028700     IF NOT FB-MAN-TBL-SELECTED (FB-MAN-IDX)
028750        OR NOT FB-MAN-TBL-PRESENT (FB-MAN-IDX)
028800         GO TO 3100-EXIT
028850     END-IF
028900     MOVE FB-MAN-TBL-BACKUP (FB-MAN-IDX) TO FB-DATA-FILE-NAME
028950     PERFORM 6000-HASH-DATA-FILE
029000     MOVE SPACES TO FB-FILE-LINE
029050     MOVE FB-MAN-TBL-NAME (FB-MAN-IDX) TO FB-FLN-NAME
029100     MOVE FB-WORK-COUNT TO FB-FLN-RECORDS
029150     MOVE FB-WORK-HASH  TO FB-FLN-HASH
029200     IF FB-DATA-FILE-STATUS NOT = "00"
029250         MOVE "COPY MISSING" TO FB-FLN-RESULT
029300     ELSE
029350         IF FB-WORK-COUNT = FB-MAN-TBL-COUNT (FB-MAN-IDX)
029400            AND FB-WORK-HASH = FB-MAN-TBL-HASH (FB-MAN-IDX)
029450             GO TO 3100-EXIT
029500         END-IF
029550         MOVE "COPY MISMATCH" TO FB-FLN-RESULT
029600     END-IF
029650     DISPLAY "FIZZ-REST: COPY " FB-MAN-TBL-BACKUP (FB-MAN-IDX)
029700         " DOES NOT AGREE WITH THE MANIFEST"
029750     MOVE FB-FILE-LINE TO FB-REPORT-RECORD
029800     WRITE FB-REPORT-RECORD AFTER ADVANCING 1 LINE
029850     ADD 1 TO FB-FAILED-COUNT
029900     MOVE 32 TO RETURN-CODE
029905     SET FB-EVENT-CONDITION TO TRUE
029910     SET FB-EVENT-ERROR TO TRUE
029915     MOVE 0903 TO FB-EVENT-MESSAGE-NO
029920     MOVE SPACES TO FB-EVENT-TEXT
029925     STRING "COPY " FB-MAN-TBL-BACKUP (FB-MAN-IDX)
029930            " DOES NOT AGREE WITH THE MANIFEST"
029935         DELIMITED BY SIZE INTO FB-EVENT-TEXT
029940     PERFORM 8950-LOG-EVENT.
029950 3100-EXIT.
030000     EXIT.

030050*----------------------------------------------------------*
030100* 4000-RESTORE-FILES - RESTORES EVERY SELECTED FILE AND
030150*                      CHECKS IT AGAIN AGAINST THE MANIFEST.
030200*                      A FILE THAT FAILS IS REPORTED AND THE
030250*                      REST ARE STILL RESTORED, SO THE FAMILY IS
030300*                      LEFT AS NEAR THE SET AS IT CAN BE.
030350*----------------------------------------------------------*
030400 4000-RESTORE-FILES.
030450     IF RETURN-CODE NOT = 0
030500         GO TO 4000-EXIT
030550     END-IF
030600     PERFORM 4100-RESTORE-ONE-FILE THRU 4100-EXIT
030650         VARYING FB-MAN-IDX FROM 1 BY 1
030700         UNTIL FB-MAN-IDX > FB-MAN-COUNT
030750     IF FB-FAILED-COUNT = 0
030800         MOVE "VERIFIED GOOD" TO FB-RES-TEXT
030850     ELSE
030900         MOVE "NOT GOOD - SEE FILES ABOVE" TO FB-RES-TEXT
030950     END-IF.
031000 4000-EXIT.
031050     EXIT.

031100*----------------------------------------------------------*
031150* 4100-RESTORE-ONE-FILE - RESTORES ONE SELECTED FILE, RE-HASHES
031200*                         IT AND REPORTS IT. A FILE NOT ON DISK
031250*                         WHEN THE SET WAS TAKEN IS LEFT AS IT
031300*                         IS, WHICH IS RETURN CODE 4 WHEN IT WAS
031350*                         NAMED IN RESTLIST.
031400*----------------------------------------------------------*
031450 4100-RESTORE-ONE-FILE.
031500     IF NOT FB-MAN-TBL-SELECTED (FB-MAN-IDX)
031550         GO TO 4100-EXIT
031600     END-IF
031650     MOVE "N" TO FB-RELOAD-ERROR-SW
031700     MOVE SPACES TO FB-FILE-LINE
031750     MOVE FB-MAN-TBL-NAME (FB-MAN-IDX) TO FB-FLN-NAME
031800     MOVE 0 TO FB-FLN-RECORDS FB-FLN-HASH
031850     IF NOT FB-MAN-TBL-PRESENT (FB-MAN-IDX)
031900         MOVE "NOT IN SET - LEFT AS IS" TO FB-FLN-RESULT
031950         ADD 1 TO FB-LEFT-COUNT
032000         IF FB-MAN-TBL-NAMED (FB-MAN-IDX)
032050            AND RETURN-CODE = 0
032100             MOVE 4 TO RETURN-CODE
032150         END-IF
032200         GO TO 4100-WRITE-LINE
032250     END-IF
032300     MOVE FB-MAN-TBL-NAME (FB-MAN-IDX) TO FB-LIVE-NAME
032350     MOVE FB-MAN-TBL-BACKUP (FB-MAN-IDX) TO FB-DATA-FILE-NAME
032400     IF FB-MAN-TBL-INDEXED (FB-MAN-IDX)
032450         PERFORM 4200-RELOAD-INDEXED-FILE
032500     ELSE
032550         CALL "CBL_COPY_FILE" USING FB-DATA-FILE-NAME
032600             FB-LIVE-NAME
032650             RETURNING FB-SCRATCH-RC
032700         IF FB-SCRATCH-RC NOT = 0
032750             SET FB-RELOAD-ERROR TO TRUE
032800         ELSE
032850             MOVE FB-LIVE-NAME TO FB-DATA-FILE-NAME
032900             PERFORM 6000-HASH-DATA-FILE
032950         END-IF
033000     END-IF
033050     IF FB-RELOAD-ERROR
033100         DISPLAY "FIZZ-REST: " FB-LIVE-NAME
033150             " COULD NOT BE RESTORED"
033200         MOVE "RESTORE FAILED" TO FB-FLN-RESULT
033250         ADD 1 TO FB-FAILED-COUNT
033300         IF RETURN-CODE < 52
033350             MOVE 52 TO RETURN-CODE
033400         END-IF
033405         SET FB-EVENT-CONDITION TO TRUE
033410         SET FB-EVENT-ERROR TO TRUE
033415         MOVE 0904 TO FB-EVENT-MESSAGE-NO
033420         MOVE SPACES TO FB-EVENT-TEXT
033425         STRING FB-LIVE-NAME " COULD NOT BE RESTORED"
033430             DELIMITED BY SIZE INTO FB-EVENT-TEXT
033435         PERFORM 8950-LOG-EVENT
033450         GO TO 4100-WRITE-LINE
033500     END-IF
033550     MOVE FB-WORK-COUNT TO FB-FLN-RECORDS
033600     MOVE FB-WORK-HASH  TO FB-FLN-HASH
033650     IF FB-WORK-COUNT = FB-MAN-TBL-COUNT (FB-MAN-IDX)
033700        AND FB-WORK-HASH = FB-MAN-TBL-HASH (FB-MAN-IDX)
033750         MOVE "RESTORED AND VERIFIED" TO FB-FLN-RESULT
033800         ADD 1 TO FB-RESTORED-COUNT
033850     ELSE
033900         DISPLAY "FIZZ-REST: RESTORED " FB-LIVE-NAME
033950             " DOES NOT AGREE WITH THE MANIFEST"
034000         MOVE "RESTORED - MISMATCH" TO FB-FLN-RESULT
034050         ADD 1 TO FB-FAILED-COUNT
034100         IF RETURN-CODE < 36
034150             MOVE 36 TO RETURN-CODE
034200         END-IF
034205         SET FB-EVENT-CONDITION TO TRUE
034210         SET FB-EVENT-ERROR TO TRUE
034215         MOVE 0905 TO FB-EVENT-MESSAGE-NO
034220         MOVE SPACES TO FB-EVENT-TEXT
034225         STRING "RESTORED " FB-LIVE-NAME
034230                " DOES NOT AGREE WITH THE MANIFEST"
034235             DELIMITED BY SIZE INTO FB-EVENT-TEXT
034240         PERFORM 8950-LOG-EVENT
034250     END-IF.
034300 4100-WRITE-LINE.
034350     MOVE FB-FILE-LINE TO FB-REPORT-RECORD
034400     WRITE FB-REPORT-RECORD AFTER ADVANCING 1 LINE.
034450 4100-EXIT.
034500     EXIT.

034550*----------------------------------------------------------*
034600* 4200-RELOAD-INDEXED-FILE - RELOADS LOOKUPF OR RESLHIST FROM
034650*                            ITS UNLOAD, WHICH IS IN KEY ORDER,
034700*                            THEN READS THE RELOADED FILE BACK
034750*                            TO COUNT AND HASH IT. A FILE THAT
034800*                            WILL NOT OPEN OR A RECORD THAT WILL
034850*                            NOT WRITE IS A RELOAD ERROR.
034900*----------------------------------------------------------*
034950 4200-RELOAD-INDEXED-FILE.
035000     MOVE "N" TO FB-RELOAD-ERROR-SW
035050     MOVE "N" TO FB-DATA-EOF-SW
035100     OPEN INPUT DATA-FILE
035150     IF FB-LIVE-NAME = "LOOKUPF"
035200         OPEN OUTPUT LOOKUP-FILE
035250         MOVE FB-LOOKUP-FILE-STATUS TO FB-RELOAD-OPEN-STATUS
035300     ELSE
035350         OPEN OUTPUT RESULT-HISTORY-FILE
035400         MOVE FB-HISTORY-FILE-STATUS TO FB-RELOAD-OPEN-STATUS
035450     END-IF
035500     IF FB-DATA-FILE-STATUS NOT = "00"
035550        OR FB-RELOAD-OPEN-STATUS NOT = "00"
035600         SET FB-RELOAD-ERROR TO TRUE
035650     ELSE
035700         PERFORM 4210-RELOAD-ONE-RECORD
035750             UNTIL FB-DATA-EOF OR FB-RELOAD-ERROR
035800     END-IF
035850     CLOSE DATA-FILE
035900     IF FB-LIVE-NAME = "LOOKUPF"
035950         CLOSE LOOKUP-FILE
036000     ELSE
036050         CLOSE RESULT-HISTORY-FILE
036100     END-IF
036150     IF NOT FB-RELOAD-ERROR
036200         PERFORM 6200-HASH-INDEXED-FILE
036250     END-IF.

036300*----------------------------------------------------------*
036350* 4210-RELOAD-ONE-RECORD - WRITES ONE UNLOADED RECORD BACK TO
036400*                          THE INDEXED FILE.
036450*----------------------------------------------------------*
036500 4210-RELOAD-ONE-RECORD.
036550     PERFORM 6020-READ-DATA-LINE
036600     IF NOT FB-DATA-EOF
036650         IF FB-LIVE-NAME = "LOOKUPF"
036700             MOVE FB-HASH-RECORD TO FB-LOOKUP-RECORD
036750             WRITE FB-LOOKUP-RECORD
036800                 INVALID KEY
036850                     SET FB-RELOAD-ERROR TO TRUE
036900             END-WRITE
036950         ELSE
037000             MOVE FB-HASH-RECORD TO FB-RESLHIST-RECORD
037050             WRITE FB-RESLHIST-RECORD
037100                 INVALID KEY
037150                     SET FB-RELOAD-ERROR TO TRUE
037200             END-WRITE
037250         END-IF
037300     END-IF.

037350*----------------------------------------------------------*
037400* 5000-WRITE-SUMMARY - WRITES THE RESTORED/LEFT/FAILED
037450*                      SUMMARY AND THE RESULT OF THE RESTORE.
037500*----------------------------------------------------------*
037550 5000-WRITE-SUMMARY.
037600     MOVE FB-RESTORED-COUNT TO FB-SUM-RESTORED
037650     MOVE FB-LEFT-COUNT     TO FB-SUM-LEFT
037700     MOVE FB-FAILED-COUNT   TO FB-SUM-FAILED
037750     MOVE FB-SUMMARY-LINE TO FB-REPORT-RECORD
037800     WRITE FB-REPORT-RECORD AFTER ADVANCING 2 LINES
037850     DISPLAY "FIZZ-REST: " FB-SUMMARY-LINE
037900     MOVE FB-SET-DATE TO FB-RES-SET
037950     MOVE FB-RESULT-LINE TO FB-REPORT-RECORD
038000     WRITE FB-REPORT-RECORD AFTER ADVANCING 2 LINES
038050     DISPLAY "FIZZ-REST: " FB-RESULT-LINE
038052     SET FB-EVENT-CONDITION TO TRUE
038054     IF FB-RES-TEXT = "VERIFIED GOOD"
038056         SET FB-EVENT-INFORMATION TO TRUE
038058         MOVE 0901 TO FB-EVENT-MESSAGE-NO
038060     ELSE
038062         SET FB-EVENT-ERROR TO TRUE
038064         MOVE 0902 TO FB-EVENT-MESSAGE-NO
038066     END-IF
038068     MOVE FB-RESULT-LINE TO FB-EVENT-TEXT
038070     PERFORM 8950-LOG-EVENT.

038100*----------------------------------------------------------*
038150* 6000-HASH-DATA-FILE - COUNTS AND HASHES THE LINE SEQUENTIAL
038200*                       FILE NAMED IN FB-DATA-FILE-NAME, AS
038250*                       FIZZ-BKUP DOES. THE OPEN STATUS IS LEFT
038300*                       IN FB-DATA-FILE-STATUS FOR THE CALLER.
038350*----------------------------------------------------------*
038400 6000-HASH-DATA-FILE.
038450     MOVE 0 TO FB-WORK-COUNT FB-WORK-HASH
038500     MOVE "N" TO FB-DATA-EOF-SW
038550     OPEN INPUT DATA-FILE
038600     IF FB-DATA-FILE-STATUS = "00"
038650         PERFORM 6010-HASH-DATA-RECORD UNTIL FB-DATA-EOF
038700         CLOSE DATA-FILE
038750     END-IF.

038800*----------------------------------------------------------*
038850* 6010-HASH-DATA-RECORD - READS, COUNTS AND HASHES ONE LINE.
038900*----------------------------------------------------------*
038950 6010-HASH-DATA-RECORD.
039000     PERFORM 6020-READ-DATA-LINE
039050     IF NOT FB-DATA-EOF
039100         PERFORM 6100-HASH-ONE-RECORD
039150     END-IF.

039200*----------------------------------------------------------*
039250* 6020-READ-DATA-LINE - READS ONE LINE INTO FB-HASH-RECORD,
039300*                       BLANK-FILLED PAST ITS LENGTH.
039350*----------------------------------------------------------*
039400 6020-READ-DATA-LINE.
039450     READ DATA-FILE
039500         AT END
039550             SET FB-DATA-EOF TO TRUE
039600     END-READ
039650     IF NOT FB-DATA-EOF
039700         MOVE SPACES TO FB-HASH-RECORD
039750         MOVE FB-DATA-RECORD-LENGTH TO FB-HASH-LENGTH
039800         IF FB-HASH-LENGTH > 0
039850             MOVE FB-DATA-RECORD (1:FB-HASH-LENGTH)
039900                 TO FB-HASH-RECORD
039950         END-IF
040000     END-IF.

040050*----------------------------------------------------------*
040100* 6100-HASH-ONE-RECORD - COUNTS THE RECORD IN FB-HASH-RECORD
040150*                        AND ROLLS ITS ADDEND INTO THE HASH
040200*                        TOTAL (SEE FBBKMANF).
040250*----------------------------------------------------------*
040300 6100-HASH-ONE-RECORD.
040350     ADD 1 TO FB-WORK-COUNT
040400     MOVE 0 TO FB-HASH-ADDEND
040450     PERFORM 6110-HASH-ONE-CHARACTER
040500         VARYING FB-HASH-POS FROM 1 BY 1
040550         UNTIL FB-HASH-POS > FB-HASH-LENGTH
040600     ADD FB-HASH-ADDEND TO FB-WORK-HASH
040650     IF FB-WORK-HASH >= 1000000000000000
040700         SUBTRACT 1000000000000000 FROM FB-WORK-HASH
040750     END-IF.

040800*----------------------------------------------------------*
040850* 6110-HASH-ONE-CHARACTER - ADDS ONE NON-BLANK CHARACTER'S
040900*                           CODE TIMES ITS POSITION.
040950*----------------------------------------------------------*
041000 6110-HASH-ONE-CHARACTER.
041050     IF FB-HASH-RECORD (FB-HASH-POS:1) NOT = SPACE
041100         MOVE FB-HASH-RECORD (FB-HASH-POS:1) TO FB-HASH-BYTE
041150         COMPUTE FB-HASH-ADDEND = FB-HASH-ADDEND
041200             + FB-HASH-BYTE-VALUE * FB-HASH-POS
041250     END-IF.

041300*----------------------------------------------------------*
041350* 6200-HASH-INDEXED-FILE - COUNTS AND HASHES A RELOADED
041400*                          INDEXED FILE IN KEY ORDER.
041450*----------------------------------------------------------*
041500 6200-HASH-INDEXED-FILE.
041550     MOVE 0 TO FB-WORK-COUNT FB-WORK-HASH
041600     MOVE "N" TO FB-INDEXED-EOF-SW
041650     IF FB-LIVE-NAME = "LOOKUPF"
041700         OPEN INPUT LOOKUP-FILE
041750         PERFORM 6210-HASH-LOOKUP-RECORD UNTIL FB-INDEXED-EOF
041800         CLOSE LOOKUP-FILE
041850     ELSE
041900         OPEN INPUT RESULT-HISTORY-FILE
041950         PERFORM 6220-HASH-HISTORY-RECORD UNTIL FB-INDEXED-EOF
042000         CLOSE RESULT-HISTORY-FILE
042050     END-IF.

042100*----------------------------------------------------------*
042150* 6210-HASH-LOOKUP-RECORD - COUNTS AND HASHES ONE LOOKUPF
042200*                           RECORD.
042250*----------------------------------------------------------*
042300 6210-HASH-LOOKUP-RECORD.
042350     READ LOOKUP-FILE NEXT RECORD
042400         AT END
042450             SET FB-INDEXED-EOF TO TRUE
042500     END-READ
042550     IF NOT FB-INDEXED-EOF
042600         MOVE FB-LOOKUP-RECORD TO FB-HASH-RECORD
042650         MOVE LENGTH OF FB-LOOKUP-RECORD TO FB-HASH-LENGTH
042700         PERFORM 6100-HASH-ONE-RECORD
042750     END-IF.

042800*----------------------------------------------------------*
042850* 6220-HASH-HISTORY-RECORD - COUNTS AND HASHES ONE RESLHIST
042900*                            RECORD.
042950*----------------------------------------------------------*
043000 6220-HASH-HISTORY-RECORD.
043050     READ RESULT-HISTORY-FILE NEXT RECORD
043100         AT END
043150             SET FB-INDEXED-EOF TO TRUE
043200     END-READ
043250     IF NOT FB-INDEXED-EOF
043300         MOVE FB-RESLHIST-RECORD TO FB-HASH-RECORD
043350         MOVE LENGTH OF FB-RESLHIST-RECORD TO FB-HASH-LENGTH
043400         PERFORM 6100-HASH-ONE-RECORD
043450     END-IF.

043500*----------------------------------------------------------*
043550* 8000-TERMINATE - CLOSES THE REPORT AND RELEASES THE LOCK.
043600*----------------------------------------------------------*
043650 8000-TERMINATE.
043700     CLOSE RESTORE-REPORT-FILE
043750     PERFORM 8900-RELEASE-RUN-LOCK.

043800*----------------------------------------------------------*
043850* 8900-RELEASE-RUN-LOCK - RELEASES THE SHOP-WIDE RUN LOCK AND
043900*                         LOGS THE END OF THE RUN WITH ITS
043950*                         RETURN CODE (SEE 8950-LOG-EVENT) -
044000*                         EVERY WAY OUT OF THE RUN COMES
044050*                         THROUGH HERE. NOTHING TO RELEASE WHEN
044100*                         THE LOCK WAS NEVER GRANTED. THE CALL
044150*                         PASSES BACK FIZZ-LOCK'S OWN RETURN
044200*                         CODE, SO THIS RUN'S IS KEPT AROUND IT.
044250*----------------------------------------------------------*
044300 8900-RELEASE-RUN-LOCK.
044350     IF FB-LOCK-HELD
044400         MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
044450         MOVE "REL" TO FB-LOCK-FUNCTION
044500         CALL "FIZZ-LOCK" USING FB-LOCK-REQUEST
044502         MOVE "N" TO FB-LOCK-HELD-SW
044504         MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE
044506     END-IF
044508     MOVE "END" TO FB-EVENT-FUNCTION
044510     PERFORM 8950-LOG-EVENT.

044512*----------------------------------------------------------*
044514* 8950-LOG-EVENT - LOGS ONE EVENT FOR THIS RUN THROUGH THE
044516*                  SHOP-WIDE FIZZ-EVNT SUBPROGRAM: THE START
044518*                  ("STR") OR END ("END") OF THE RUN, OR A
044520*                  CONDITION ("LOG") WHOSE SEVERITY, MESSAGE
044522*                  NUMBER AND TEXT THE CALLER HAS SET. THE
044524*                  RETURN CODE SO FAR GOES WITH THE EVENT AND
044526*                  IS KEPT AROUND THE CALL. A LOG THAT CANNOT
044528*                  BE WRITTEN DOES NOT STOP THE RUN.
044530*----------------------------------------------------------*
044532 8950-LOG-EVENT.
044534     MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
044536     MOVE "FIZZ-REST" TO FB-EVENT-PROGRAM
044538     MOVE RETURN-CODE TO FB-EVENT-RETURN-CODE
044540     CALL "FIZZ-EVNT" USING FB-EVENT-REQUEST
044542     MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE.

044550 END PROGRAM FIZZ-REST.
