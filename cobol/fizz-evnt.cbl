000050 IDENTIFICATION DIVISION.
000100 PROGRAM-ID. FIZZ-EVNT.
000150*AUTHOR.     DATA PROCESSING.
000200*INSTALLATION. SHOP BATCH LIBRARY.
000250*DATE-WRITTEN. 10/15/2026.
000300*DATE-COMPILED.
000350*REMARKS.
000400*    SHOP-WIDE EVENT LOGGER FOR THE FIZZBUZZ JOB FAMILY, CALLED
000450*    (NEVER RUN ON ITS OWN) WITH THE FBEVNTRQ REQUEST AREA BY
000500*    EVERY JOB AS IT STARTS, AS IT ENDS, AND ON EACH SIGNIFICANT
000550*    CONDITION IN BETWEEN. "STR" LOGS RUN STARTED (MESSAGE 0001,
000600*    INFORMATION). "END" LOGS THE END OF THE RUN AT A SEVERITY
000650*    SET BY THE CALLER'S RETURN CODE: 0 IS A NORMAL END (0002,
000700*    INFORMATION), 1 TO 4 A WARNING (0003), ANYTHING HIGHER AN
000750*    ERROR (0004). "LOG" LOGS THE CALLER'S OWN SEVERITY, MESSAGE
000800*    NUMBER AND TEXT.
000850*    EVERY EVENT IS APPENDED TO THE SHOP EVENT LOG, EVENTLOG (SEE
000900*    FBEVENT), STAMPED WITH THE SYSTEM DATE AND TIME. AN EVENT AT
000950*    WARNING SEVERITY OR ABOVE IS ALSO APPENDED TO THE ALERT
001000*    FILE, ALERTLOG (SEE FBALERT), IN THE LAYOUT THE ENTERPRISE
001050*    MONITORING CONSOLE PICKS UP, CARRYING THE OPERATOR ACTION
001100*    FOR ITS MESSAGE NUMBER FROM THE FBMSGCAT CATALOG.
001150*    BOTH FILES ARE OPENED AND CLOSED ON EVERY CALL, SO AN EVENT
001200*    IS ON FILE THE MOMENT IT HAPPENS AND OUTLIVES AN ABEND LATER
001250*    IN THE JOB, AND NEITHER IS HELD UNDER THE RUN LOCK - A JOB
001300*    REFUSED THE LOCK MUST STILL BE ABLE TO SAY SO. THE STATUS
001350*    TELLS THE CALLER WHETHER THE EVENT WAS WRITTEN (00), THE
001400*    EVENT LOG WOULD NOT TAKE IT (10), THE ALERT FILE WOULD NOT
001450*    (20), OR THE REQUEST WAS NOT UNDERSTOOD AND NOTHING WAS
001500*    LOGGED (90). A LOG THAT CANNOT BE WRITTEN NEVER ENDS A JOB.
001550*
001600*MODIFICATION HISTORY.
001650*    DATE       INIT  DESCRIPTION
001700*    ---------  ----  --------------------------------------
001750*    10/15/2026 DP    INITIAL VERSION.
001800 ENVIRONMENT DIVISION.
001850 INPUT-OUTPUT SECTION.
001900 FILE-CONTROL.
001950     SELECT OPTIONAL EVENT-FILE ASSIGN TO "EVENTLOG"
002000         ORGANIZATION IS LINE SEQUENTIAL
002050         FILE STATUS IS FB-EVENT-FILE-STATUS.
002100     SELECT OPTIONAL ALERT-FILE ASSIGN TO "ALERTLOG"
002150         ORGANIZATION IS LINE SEQUENTIAL
002200         FILE STATUS IS FB-ALERT-FILE-STATUS.
002250 DATA DIVISION.
002300 FILE SECTION.
002350 FD  EVENT-FILE
002400     LABEL RECORDS ARE STANDARD.
002450 COPY FBEVENT.

002500 FD  ALERT-FILE
002550     LABEL RECORDS ARE STANDARD.
002600 COPY FBALERT.
002650 WORKING-STORAGE SECTION.

002700 01  FB-EVENT-FILE-STATUS       PIC X(02) VALUE "00".
002750 01  FB-ALERT-FILE-STATUS       PIC X(02) VALUE "00".

002800*THE SYSTEM DATE AND TIME THE EVENT IS STAMPED WITH, AND THEIR
002850*PARTS FOR THE MONITORING CONSOLE'S CCYY-MM-DD AND HH:MM:SS.
002900 01  FB-NOW-DATE8               PIC 9(08).
002950 01  FB-NOW-DATE-PARTS REDEFINES FB-NOW-DATE8.
003000     05 FB-NOW-CCYY             PIC 9(04).
003050     05 FB-NOW-MM               PIC 9(02).
003100     05 FB-NOW-DD               PIC 9(02).
003150 01  FB-NOW-TIME                PIC 9(08).
003200 01  FB-NOW-TIME-PARTS REDEFINES FB-NOW-TIME.
003250     05 FB-NOW-HH               PIC 9(02).
003300     05 FB-NOW-MI               PIC 9(02).
003350     05 FB-NOW-SS               PIC 9(02).
003400     05 FB-NOW-CC               PIC 9(02).
003450 01  FB-ALERT-DATE-EDIT.
003500     05 FB-ADE-CCYY             PIC 9(04).
003550     05 FILLER                  PIC X(01) VALUE "-".
003600     05 FB-ADE-MM               PIC 9(02).
003650     05 FILLER                  PIC X(01) VALUE "-".
003700     05 FB-ADE-DD               PIC 9(02).
003750 01  FB-ALERT-TIME-EDIT.
003800     05 FB-ATE-HH               PIC 9(02).
003850     05 FILLER                  PIC X(01) VALUE ":".
003900     05 FB-ATE-MI               PIC 9(02).
003950     05 FILLER                  PIC X(01) VALUE ":".
004000     05 FB-ATE-SS               PIC 9(02).

004050*THE CONSOLE'S MESSAGE ID: FB, THE MESSAGE NUMBER, AND THE
004100*SEVERITY LETTER (FB0010E).
004150 01  FB-MESSAGE-ID.
004200     05 FILLER                  PIC X(02) VALUE "FB".
004250     05 FB-MID-NUMBER           PIC 9(04).
004300     05 FB-MID-SEVERITY         PIC X(01).

004350*MESSAGE CATALOG - THE STANDARD OPERATOR ACTION FOR EACH
004400*MESSAGE NUMBER.
004450 COPY FBMSGCAT.
004500 LINKAGE SECTION.
004550 COPY FBEVNTRQ.
004600 PROCEDURE DIVISION USING FB-EVENT-REQUEST.
004650*----------------------------------------------------------*
004700* 0000-MAIN-PROCEDURE - COMPLETES THE EVENT FOR THE REQUESTED
004750*                       FUNCTION, LOGS IT, ALERTS IT WHEN IT
004800*                       IS A WARNING OR WORSE, AND RETURNS TO
004850*                       THE CALLER.
004900*----------------------------------------------------------*
004950 0000-MAIN-PROCEDURE.
005000     MOVE "00" TO FB-EVENT-STATUS
005050     IF FB-EVENT-START-RUN
005100         PERFORM 1000-SET-START-EVENT
005150     ELSE
005200         IF FB-EVENT-END-RUN
005250             PERFORM 1100-SET-END-EVENT
005300         ELSE
005350             IF NOT FB-EVENT-CONDITION
005400                OR NOT FB-EVENT-KNOWN-SEVERITY
005450                OR FB-EVENT-MESSAGE-NO IS NOT NUMERIC
005500                 MOVE "90" TO FB-EVENT-STATUS
005550                 GOBACK
005600             END-IF
005650         END-IF
005700     END-IF
005750     ACCEPT FB-NOW-DATE8 FROM DATE YYYYMMDD
005800     ACCEPT FB-NOW-TIME FROM TIME
005850     PERFORM 2000-WRITE-EVENT-RECORD THRU 2000-EXIT
005900     IF NOT FB-EVENT-INFORMATION
005950         PERFORM 3000-WRITE-ALERT-RECORD THRU 3000-EXIT
006000     END-IF
006050     GOBACK.

006100*----------------------------------------------------------*
006150* 1000-SET-START-EVENT - FILLS IN THE RUN-STARTED EVENT.
006200*----------------------------------------------------------*
006250 1000-SET-START-EVENT.
006300     SET FB-EVENT-INFORMATION TO TRUE
006350     MOVE 0001 TO FB-EVENT-MESSAGE-NO
006400     MOVE "RUN STARTED" TO FB-EVENT-TEXT.

006450*----------------------------------------------------------*
006500* 1100-SET-END-EVENT - FILLS IN THE RUN-ENDED EVENT, ITS
006550*                      SEVERITY AND MESSAGE NUMBER TAKEN FROM
006600*                      THE CALLER'S RETURN CODE: 4 AND BELOW
006650*                      IS THE SHOP'S WARNING RANGE.
006700*----------------------------------------------------------*
006750 1100-SET-END-EVENT.
006800     IF FB-EVENT-RETURN-CODE = 0
006850         SET FB-EVENT-INFORMATION TO TRUE
006900         MOVE 0002 TO FB-EVENT-MESSAGE-NO
006950     ELSE
007000         IF FB-EVENT-RETURN-CODE NOT > 4
007050             SET FB-EVENT-WARNING TO TRUE
007100             MOVE 0003 TO FB-EVENT-MESSAGE-NO
007150         ELSE
007200             SET FB-EVENT-ERROR TO TRUE
007250             MOVE 0004 TO FB-EVENT-MESSAGE-NO
007300         END-IF
007350     END-IF
007400     MOVE SPACES TO FB-EVENT-TEXT
007450     STRING "RUN ENDED, RETURN CODE " FB-EVENT-RETURN-CODE
007500         DELIMITED BY SIZE INTO FB-EVENT-TEXT.

007550*----------------------------------------------------------*
007600* 2000-WRITE-EVENT-RECORD - APPENDS THE EVENT TO THE SHOP
007650*                           EVENT LOG. THE FIRST EVENT EVER
007700*                           CREATES THE FILE.
007750*----------------------------------------------------------*
007800 2000-WRITE-EVENT-RECORD.
007850     OPEN EXTEND EVENT-FILE
007900     IF FB-EVENT-FILE-STATUS NOT = "00"
007950        AND FB-EVENT-FILE-STATUS NOT = "05"
008000         MOVE "10" TO FB-EVENT-STATUS
008050         GO TO 2000-EXIT
008100     END-IF
008150     MOVE SPACES TO FB-EVT-RECORD
008200     MOVE FB-NOW-DATE8          TO FB-EVT-DATE
008250     MOVE FB-NOW-TIME           TO FB-EVT-TIME
008300     MOVE FB-EVENT-PROGRAM      TO FB-EVT-PROGRAM
008350     MOVE FB-EVENT-SEVERITY     TO FB-EVT-SEVERITY
008400     MOVE FB-EVENT-MESSAGE-NO   TO FB-EVT-MESSAGE-NO
008450     MOVE FB-EVENT-RETURN-CODE  TO FB-EVT-RETURN-CODE
008500     MOVE FB-EVENT-TEXT         TO FB-EVT-TEXT
008550     WRITE FB-EVT-RECORD
008600     IF FB-EVENT-FILE-STATUS NOT = "00"
008650         MOVE "10" TO FB-EVENT-STATUS
008700     END-IF
008750     CLOSE EVENT-FILE.
008800 2000-EXIT.
008850     EXIT.

008900*----------------------------------------------------------*
008950* 3000-WRITE-ALERT-RECORD - APPENDS A WARNING-OR-WORSE EVENT
009000*                           TO THE MONITORING CONSOLE'S ALERT
009050*                           FILE WITH THE CATALOG ACTION FOR ITS
009100*                           MESSAGE NUMBER. A FAILURE HERE ONLY
009150*                           SHOWS IN THE STATUS WHEN THE EVENT
009200*                           LOG ITSELF WAS WRITTEN.
009250*----------------------------------------------------------*
009300 3000-WRITE-ALERT-RECORD.
009350     OPEN EXTEND ALERT-FILE
009400     IF FB-ALERT-FILE-STATUS NOT = "00"
009450        AND FB-ALERT-FILE-STATUS NOT = "05"
009500         IF FB-EVENT-LOGGED
009550             MOVE "20" TO FB-EVENT-STATUS
009600         END-IF
009650         GO TO 3000-EXIT
009700     END-IF
009750     MOVE SPACES TO FB-ALR-RECORD
009800     MOVE "FIZZBUZZ" TO FB-ALR-SOURCE
009850     MOVE FB-NOW-CCYY TO FB-ADE-CCYY
009900     MOVE FB-NOW-MM   TO FB-ADE-MM
009950     MOVE FB-NOW-DD   TO FB-ADE-DD
010000     MOVE FB-ALERT-DATE-EDIT TO FB-ALR-DATE
010050     MOVE FB-NOW-HH   TO FB-ATE-HH
010100     MOVE FB-NOW-MI   TO FB-ATE-MI
010150     MOVE FB-NOW-SS   TO FB-ATE-SS
010200     MOVE FB-ALERT-TIME-EDIT TO FB-ALR-TIME
010250     MOVE FB-EVENT-MESSAGE-NO TO FB-MID-NUMBER
010300     MOVE FB-EVENT-SEVERITY   TO FB-MID-SEVERITY
010350     MOVE FB-MESSAGE-ID TO FB-ALR-MESSAGE-ID
010400     IF FB-EVENT-WARNING
010450         MOVE "WARNING" TO FB-ALR-SEVERITY-NAME
010500     ELSE
010550         IF FB-EVENT-ERROR
010600             MOVE "ERROR" TO FB-ALR-SEVERITY-NAME
010650         ELSE
010700             MOVE "SEVERE" TO FB-ALR-SEVERITY-NAME
010750         END-IF
010800     END-IF
010850     MOVE FB-EVENT-PROGRAM     TO FB-ALR-PROGRAM
010900     MOVE FB-EVENT-RETURN-CODE TO FB-ALR-RETURN-CODE
010950     MOVE FB-EVENT-TEXT        TO FB-ALR-TEXT
011000     SEARCH ALL FB-MSGCAT-ENTRY
011050         AT END
011100             MOVE FB-MSGCAT-DEFAULT TO FB-ALR-ACTION
011150         WHEN FB-MSGCAT-NUMBER (FB-MSGCAT-IDX) =
011200              FB-EVENT-MESSAGE-NO
011250             MOVE FB-MSGCAT-ACTION (FB-MSGCAT-IDX)
011300                 TO FB-ALR-ACTION
011350     END-SEARCH
011400     WRITE FB-ALR-RECORD
011450     IF FB-ALERT-FILE-STATUS NOT = "00" AND FB-EVENT-LOGGED
011500         MOVE "20" TO FB-EVENT-STATUS
011550     END-IF
011600     CLOSE ALERT-FILE.
011650 3000-EXIT.
011700     EXIT.
011750 END PROGRAM FIZZ-EVNT.
