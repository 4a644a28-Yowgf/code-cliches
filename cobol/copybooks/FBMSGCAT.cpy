000050*----------------------------------------------------------*
000100*FBMSGCAT - MESSAGE CATALOG FOR THE SHOP EVENT LOG.
000150*
000200*ONE ENTRY PER MESSAGE NUMBER ANY JOB IN THE FAMILY LOGS
000250*THROUGH FIZZ-EVNT: THE NUMBER, ITS USUAL SEVERITY, A SHORT
000300*TITLE, AND THE STANDARD OPERATOR ACTION. FIZZ-EVNT PUTS THE
000350*ACTION ON EVERY ALERT AND FIZZ-EVRP PRINTS IT UNDER EVERY
000400*WARNING OR WORSE, AND LISTS THE WHOLE CATALOG. NUMBERS 0001 TO
000450*0099 ARE COMMON TO EVERY JOB; EACH PROGRAM OWNS A HUNDRED OF
000500*ITS OWN (0100S FIZZ-BUZZ, 0200S FIZZ-RULM, 0300S FIZZ-XMIT,
000550*0400S FIZZ-RECON, 0500S FIZZ-TRND, 0600S FIZZ-RIMP, 0700S
000600*FIZZ-GENC, 0800S FIZZ-BKUP, 0900S FIZZ-REST, 1000S FIZZ-VERF,
000650*1100S FIZZ-CMPX, 1200S FIZZ-PARV, 1300S FIZZ-RULV, 1400S
000700*FIZZ-OPSM, 1500S FIZZ-AUDR, 1600S FIZZ-HIST, 1700S FIZZ-CHGB,
000750*1800S FIZZ-PCLS, 1900S FIZZ-PART, 2000S FIZZ-MRGE, 2100S
000800*FIZZ-EVRP). ENTRIES MUST STAY IN MESSAGE-NUMBER ORDER FOR THE
000850*SEARCH ALL, AND FB-MSGCAT-COUNT AND THE OCCURS MUST BE RAISED
000900*WITH EVERY NEW ENTRY. A NUMBER NOT ON THE CATALOG GETS
000950*FB-MSGCAT-DEFAULT.
001000*----------------------------------------------------------*
001050 01  FB-MSGCAT-TABLE.
001100     05 FILLER                  PIC X(05) VALUE "0001I".
001150     05 FILLER                  PIC X(32)
001200        VALUE "RUN STARTED".
001250     05 FILLER                  PIC X(56) VALUE
001300        "NONE - INFORMATION ONLY.".
001350     05 FILLER                  PIC X(05) VALUE "0002I".
001400     05 FILLER                  PIC X(32)
001450        VALUE "RUN ENDED NORMALLY".
001500     05 FILLER                  PIC X(56) VALUE
001550        "NONE - INFORMATION ONLY.".
001600     05 FILLER                  PIC X(05) VALUE "0003W".
001650     05 FILLER                  PIC X(32)
001700        VALUE "RUN ENDED WITH A WARNING".
001750     05 FILLER                  PIC X(56) VALUE
001800        "REVIEW THE WARNING ON THE RUN'S REPORT BEFORE NEXT RUN.".
001850     05 FILLER                  PIC X(05) VALUE "0004E".
001900     05 FILLER                  PIC X(32)
001950        VALUE "RUN ENDED IN ERROR".
002000     05 FILLER                  PIC X(56) VALUE
002050        "SEE THE JOB LOG AND REPORT, CORRECT, AND RESUBMIT.".
002100     05 FILLER                  PIC X(05) VALUE "0010E".
002150     05 FILLER                  PIC X(32)
002200        VALUE "RUN LOCK HELD BY ANOTHER JOB".
002250     05 FILLER                  PIC X(56) VALUE
002300        "RESUBMIT WHEN THE HOLDING JOB NAMED IN THE TEXT ENDS.".
002350     05 FILLER                  PIC X(05) VALUE "0011S".
002400     05 FILLER                  PIC X(32)
002450        VALUE "STALE RUN LOCK".
002500     05 FILLER                  PIC X(56) VALUE
002550        "CONFIRM THE HOLDER IS DEAD, CLEAR RUNLOCK, RESUBMIT.".
002600     05 FILLER                  PIC X(05) VALUE "0012S".
002650     05 FILLER                  PIC X(32)
002700        VALUE "RUN LOCK MANAGER ERROR".
002750     05 FILLER                  PIC X(56) VALUE
002800        "CHECK RUNLOCK; CALL SYSTEMS SUPPORT IF THE ERROR STAYS.".
002850     05 FILLER                  PIC X(05) VALUE "0015E".
002900     05 FILLER                  PIC X(32)
002950        VALUE "BUSINESS DATE REFUSED".
003000     05 FILLER                  PIC X(56) VALUE
003050        "CORRECT THE BUSDATE CONTROL RECORD AND RESUBMIT.".
003100     05 FILLER                  PIC X(05) VALUE "0101W".
003150     05 FILLER                  PIC X(32)
003200        VALUE "NON-PROCESSING DAY".
003250     05 FILLER                  PIC X(56) VALUE
003300        "SET THE BUSDATE OVERRIDE IF THE RUN IS WANTED TODAY.".
003350     05 FILLER                  PIC X(05) VALUE "0102I".
003400     05 FILLER                  PIC X(32)
003450        VALUE "RUNNING UNDER BUSDATE OVERRIDE".
003500     05 FILLER                  PIC X(56) VALUE
003550        "NONE - INFORMATION ONLY.".
003600     05 FILLER                  PIC X(05) VALUE "0103I".
003650     05 FILLER                  PIC X(32)
003700        VALUE "REPROCESSING A BUSINESS DATE".
003750     05 FILLER                  PIC X(56) VALUE
003800        "NONE - INFORMATION ONLY.".
003850     05 FILLER                  PIC X(05) VALUE "0104W".
003900     05 FILLER                  PIC X(32)
003950        VALUE "STOPPED ON OPERATOR REQUEST".
004000     05 FILLER                  PIC X(56) VALUE
004050        "RESUBMIT TO RESTART FROM THE LAST CHECKPOINT.".
004100     05 FILLER                  PIC X(05) VALUE "0105W".
004150     05 FILLER                  PIC X(32)
004200        VALUE "TRUNCATED RESULT LINES".
004250     05 FILLER                  PIC X(56) VALUE
004300        "REVIEW EXCPFILE; WIDEN THE LABEL OR THE REPORT FIELD.".
004305     05 FILLER                  PIC X(05) VALUE "0106E".
004310     05 FILLER                  PIC X(32)
004315        VALUE "RULE TABLE OVERFLOW".
004320     05 FILLER                  PIC X(56) VALUE
004325        "CUT RULESFIL BACK TO 100 RULES IN EFFECT AND RESUBMIT.".
004350     05 FILLER                  PIC X(05) VALUE "0201W".
004400     05 FILLER                  PIC X(32)
004450        VALUE "RULE TRANSACTION REJECTED".
004500     05 FILLER                  PIC X(56) VALUE
004550        "CORRECT THE TRANSACTION ON RULMTRAN AND RESUBMIT.".
004600     05 FILLER                  PIC X(05) VALUE "0202E".
004650     05 FILLER                  PIC X(32)
004700        VALUE "RULES FILE RENAME FAILED".
004750     05 FILLER                  PIC X(56) VALUE
004800        "RULESFIL NOT REPLACED - CALL SYSTEMS SUPPORT.".
004850     05 FILLER                  PIC X(05) VALUE "0301E".
004900     05 FILLER                  PIC X(32)
004950        VALUE "ACK UNREADABLE".
005000     05 FILLER                  PIC X(56) VALUE
005050        "ASK THE WAREHOUSE TO RESEND THE ACKNOWLEDGMENT.".
005100     05 FILLER                  PIC X(05) VALUE "0302E".
005150     05 FILLER                  PIC X(32)
005200        VALUE "ACK WITHOUT TRANSMISSION".
005250     05 FILLER                  PIC X(56) VALUE
005300        "ACK MATCHES NO FEED SENT - CHECK WITH THE WAREHOUSE.".
005350     05 FILLER                  PIC X(05) VALUE "0303W".
005400     05 FILLER                  PIC X(32)
005450        VALUE "DUPLICATE ACK".
005500     05 FILLER                  PIC X(56) VALUE
005550        "CONFIRM WITH THE WAREHOUSE THAT THE FEED LOADED ONCE.".
005600     05 FILLER                  PIC X(05) VALUE "0304E".
005650     05 FILLER                  PIC X(32)
005700        VALUE "ACK COUNT MISMATCH".
005750     05 FILLER                  PIC X(56) VALUE
005800        "WAREHOUSE LOADED ANOTHER COUNT - RETRANSMIT THE FEED.".
005850     05 FILLER                  PIC X(05) VALUE "0305E".
005900     05 FILLER                  PIC X(32)
005950        VALUE "ACK MISSING".
006000     05 FILLER                  PIC X(56) VALUE
006050        "CONFIRM RECEIPT WITH THE WAREHOUSE; RETRANSMIT IF LOST.".
006100     05 FILLER                  PIC X(05) VALUE "0401E".
006150     05 FILLER                  PIC X(32)
006200        VALUE "NO AUDIT RECORD ON FILE".
006250     05 FILLER                  PIC X(56) VALUE
006300        "RUN FIZZ-BUZZ BEFORE RECONCILING.".
006350     05 FILLER                  PIC X(05) VALUE "0402E".
006400     05 FILLER                  PIC X(32)
006450        VALUE "RUN OUT OF BALANCE".
006500     05 FILLER                  PIC X(56) VALUE
006550        "HOLD DOWNSTREAM JOBS; SEE RECNRPT AND RERUN FIZZ-BUZZ.".
006600     05 FILLER                  PIC X(05) VALUE "0501W".
006650     05 FILLER                  PIC X(32)
006700        VALUE "HIT RATE OUT OF TOLERANCE".
006750     05 FILLER                  PIC X(56) VALUE
006800        "CONFIRM THE RULE CHANGE OR INPUT RANGE WAS INTENDED.".
006802     05 FILLER                  PIC X(05) VALUE "0502E".
006804     05 FILLER                  PIC X(32)
006806        VALUE "NO AUDIT RECORD ON FILE".
006808     05 FILLER                  PIC X(56) VALUE
006810        "RUN FIZZ-BUZZ BEFORE FIZZ-TRND.".
006812     05 FILLER                  PIC X(05) VALUE "0503E".
006814     05 FILLER                  PIC X(32)
006816        VALUE "HISTORY TABLE OVERFLOW".
006818     05 FILLER                  PIC X(56) VALUE
006820        "ARCHIVE THE OLDEST DATES OFF TRNDHIST AND RERUN.".
006822     05 FILLER                  PIC X(05) VALUE "0504E".
006824     05 FILLER                  PIC X(32)
006826        VALUE "TREND PARAMETER REJECTED".
006828     05 FILLER                  PIC X(56) VALUE
006830        "CORRECT THE TRNDPARM LOOKBACK OR TOLERANCE AND RERUN.".
006832     05 FILLER                  PIC X(05) VALUE "0505E".
006834     05 FILLER                  PIC X(32)
006836        VALUE "TREND HISTORY RENAME FAILED".
006838     05 FILLER                  PIC X(56) VALUE
006840        "TRNDHIST NOT REPLACED - CALL SYSTEMS SUPPORT.".
006850     05 FILLER                  PIC X(05) VALUE "0601W".
006900     05 FILLER                  PIC X(32)
006950        VALUE "RULE WOULD BE OUT OF TOLERANCE".
007000     05 FILLER                  PIC X(56) VALUE
007050        "REVIEW THE PROPOSED RULE CHANGE BEFORE APPLYING IT.".
007100     05 FILLER                  PIC X(05) VALUE "0602W".
007150     05 FILLER                  PIC X(32)
007200        VALUE "TRANSACTION WOULD BE REJECTED".
007250     05 FILLER                  PIC X(56) VALUE
007300        "CORRECT THE TRANSACTION BEFORE RUNNING FIZZ-RULM.".
007305     05 FILLER                  PIC X(05) VALUE "0603E".
007310     05 FILLER                  PIC X(32)
007315        VALUE "RULE TABLE OVERFLOW".
007320     05 FILLER                  PIC X(56) VALUE
007325        "NO PROJECTION MADE - CUT RULESFIL BACK TO 100 RULES.".
007327     05 FILLER                  PIC X(05) VALUE "0604E".
007329     05 FILLER                  PIC X(32)
007331        VALUE "PROJECTION PARAMETER REJECTED".
007333     05 FILLER                  PIC X(56) VALUE
007335        "CORRECT THE RIMPPARM FIELDS NAMED AND RERUN FIZZ-RIMP.".
007350     05 FILLER                  PIC X(05) VALUE "0701W".
007400     05 FILLER                  PIC X(32)
007450        VALUE "GENERATION DELETE FAILED".
007500     05 FILLER                  PIC X(56) VALUE
007550        "DELETE THE GENERATION BY HAND; NEXT RUN RETRIES IT.".
007600     05 FILLER                  PIC X(05) VALUE "0702E".
007650     05 FILLER                  PIC X(32)
007700        VALUE "CATALOG RENAME FAILED".
007750     05 FILLER                  PIC X(56) VALUE
007800        "GENCATLG NOT REPLACED - CALL SYSTEMS SUPPORT.".
007802     05 FILLER                  PIC X(05) VALUE "0703E".
007804     05 FILLER                  PIC X(32)
007806        VALUE "RETENTION PARAMETER REJECTED".
007808     05 FILLER                  PIC X(56) VALUE
007810        "CORRECT THE GENCPARM RETENTION COUNT AND RERUN.".
007812     05 FILLER                  PIC X(05) VALUE "0704E".
007814     05 FILLER                  PIC X(32)
007816        VALUE "GENERATION CATALOG OVERFLOW".
007818     05 FILLER                  PIC X(56) VALUE
007820        "NOTHING RETIRED - CUT GENCATLG BELOW 500 ENTRIES.".
007850     05 FILLER                  PIC X(05) VALUE "0801I".
007900     05 FILLER                  PIC X(32)
007950        VALUE "BACKUP SET TAKEN".
008000     05 FILLER                  PIC X(56) VALUE
008050        "NONE - INFORMATION ONLY.".
008100     05 FILLER                  PIC X(05) VALUE "0802E".
008150     05 FILLER                  PIC X(32)
008200        VALUE "BACKUP FAILED".
008250     05 FILLER                  PIC X(56) VALUE
008300        "SEE BKUPRPT, CORRECT THE FILE, AND RERUN FIZZ-BKUP.".
008350     05 FILLER                  PIC X(05) VALUE "0803W".
008400     05 FILLER                  PIC X(32)
008450        VALUE "BACKUP SET DELETE FAILED".
008500     05 FILLER                  PIC X(56) VALUE
008550        "DELETE THE SET'S FILES BY HAND; NEXT RUN RETRIES IT.".
008552     05 FILLER                  PIC X(05) VALUE "0804E".
008554     05 FILLER                  PIC X(32)
008556        VALUE "BACKUP PARAMETER REJECTED".
008558     05 FILLER                  PIC X(56) VALUE
008560        "CORRECT THE BKUPPARM RETENTION COUNT AND RERUN.".
008562     05 FILLER                  PIC X(05) VALUE "0805W".
008564     05 FILLER                  PIC X(32)
008566        VALUE "BACKUP CATALOG FULL".
008568     05 FILLER                  PIC X(56) VALUE
008570        "SET TAKEN, NONE RETIRED - CUT BKUPCATL BELOW 500 SETS.".
008572     05 FILLER                  PIC X(05) VALUE "0806E".
008574     05 FILLER                  PIC X(32)
008576        VALUE "BACKUP COPY DOES NOT MATCH".
008578     05 FILLER                  PIC X(56) VALUE
008580        "CHECK THE FILE WAS NOT IN USE, THEN RERUN FIZZ-BKUP.".
008582     05 FILLER                  PIC X(05) VALUE "0807E".
008584     05 FILLER                  PIC X(32)
008586        VALUE "BACKUP SET RENAME FAILED".
008588     05 FILLER                  PIC X(56) VALUE
008590        "SET NOT PUT IN PLACE - CALL SYSTEMS SUPPORT.".
008600     05 FILLER                  PIC X(05) VALUE "0901I".
008650     05 FILLER                  PIC X(32)
008700        VALUE "RESTORE VERIFIED GOOD".
008750     05 FILLER                  PIC X(56) VALUE
008800        "NONE - INFORMATION ONLY.".
008850     05 FILLER                  PIC X(05) VALUE "0902E".
008900     05 FILLER                  PIC X(32)
008950        VALUE "RESTORE NOT GOOD".
009000     05 FILLER                  PIC X(56) VALUE
009050        "SEE RESTRPT; RESTORE FROM AN EARLIER SET IF NEEDED.".
009100     05 FILLER                  PIC X(05) VALUE "0903E".
009150     05 FILLER                  PIC X(32)
009200        VALUE "BACKUP COPY DOES NOT VERIFY".
009250     05 FILLER                  PIC X(56) VALUE
009300        "COPY IS DAMAGED - RESTORE FROM AN EARLIER SET.".
009350     05 FILLER                  PIC X(05) VALUE "0904E".
009400     05 FILLER                  PIC X(32)
009450        VALUE "FILE COULD NOT BE RESTORED".
009500     05 FILLER                  PIC X(56) VALUE
009550        "CHECK SPACE AND ACCESS, THEN RERUN FIZZ-REST FOR IT.".
009600     05 FILLER                  PIC X(05) VALUE "0905E".
009650     05 FILLER                  PIC X(32)
009700        VALUE "RESTORED FILE DOES NOT VERIFY".
009750     05 FILLER                  PIC X(56) VALUE
009800        "RERUN FIZZ-REST FOR THE FILE; CALL SUPPORT IF REPEATED.".
009802     05 FILLER                  PIC X(05) VALUE "0906E".
009804     05 FILLER                  PIC X(32)
009806        VALUE "RESTORE PARAMETER REJECTED".
009808     05 FILLER                  PIC X(56) VALUE
009810        "CORRECT THE RESTPARM SET DATE AND RERUN FIZZ-REST.".
009812     05 FILLER                  PIC X(05) VALUE "0907E".
009814     05 FILLER                  PIC X(32)
009816        VALUE "BACKUP SET NOT ON CATALOG".
009818     05 FILLER                  PIC X(56) VALUE
009820        "NAME A SET LISTED ON BKUPCATL AND RERUN FIZZ-REST.".
009822     05 FILLER                  PIC X(05) VALUE "0908E".
009824     05 FILLER                  PIC X(32)
009826        VALUE "RESTORE LIST REJECTED".
009828     05 FILLER                  PIC X(56) VALUE
009830        "CORRECT RESTLIST AGAINST THE SET AND RERUN FIZZ-REST.".
009832     05 FILLER                  PIC X(05) VALUE "0909E".
009834     05 FILLER                  PIC X(32)
009836        VALUE "BACKUP MANIFEST UNUSABLE".
009838     05 FILLER                  PIC X(56) VALUE
009840        "SET CANNOT BE RESTORED - RESTORE FROM AN EARLIER SET.".
009850     05 FILLER                  PIC X(05) VALUE "1001E".
009900     05 FILLER                  PIC X(32)
009950        VALUE "SAMPLE MISMATCHES FOUND".
010000     05 FILLER                  PIC X(56) VALUE
010050        "HOLD THE EXTRACT; SEE VERFRPT FOR THE RECORDS.".
010051     05 FILLER                  PIC X(05) VALUE "1002E".
010052     05 FILLER                  PIC X(32)
010053        VALUE "SAMPLE PARAMETER REJECTED".
010054     05 FILLER                  PIC X(56) VALUE
010055        "CORRECT THE VERFPARM SAMPLE COUNT AND RERUN.".
010056     05 FILLER                  PIC X(05) VALUE "1003E".
010057     05 FILLER                  PIC X(32)
010058        VALUE "VERIFY DATE REJECTED".
010059     05 FILLER                  PIC X(56) VALUE
010060        "CORRECT THE VERFDATE RUN DATE AND RERUN FIZZ-VERF.".
010061     05 FILLER                  PIC X(05) VALUE "1004E".
010062     05 FILLER                  PIC X(32)
010063        VALUE "TOO MANY VERIFY DATES".
010064     05 FILLER                  PIC X(56) VALUE
010065        "CUT VERFDATE BACK TO 50 RUN DATES AND RERUN.".
010066     05 FILLER                  PIC X(05) VALUE "1005E".
010067     05 FILLER                  PIC X(32)
010068        VALUE "RULE TABLE OVERFLOW".
010069     05 FILLER                  PIC X(56) VALUE
010070        "CUT RULESFIL BACK TO THE TABLE SIZE AND RERUN.".
010071     05 FILLER                  PIC X(05) VALUE "1006E".
010072     05 FILLER                  PIC X(32)
010073        VALUE "CHANGE LOG TABLE OVERFLOW".
010074     05 FILLER                  PIC X(56) VALUE
010075        "ARCHIVE THE OLDEST RULE CHANGES AND RERUN FIZZ-VERF.".
010076     05 FILLER                  PIC X(05) VALUE "1007E".
010077     05 FILLER                  PIC X(32)
010078        VALUE "NO AUDIT RECORD ON FILE".
010079     05 FILLER                  PIC X(56) VALUE
010080        "LOOKUPF NOT VERIFIED - RUN FIZZ-BUZZ, THEN FIZZ-VERF.".
010100     05 FILLER                  PIC X(05) VALUE "1101E".
010150     05 FILLER                  PIC X(32)
010200        VALUE "DUPLICATE COUNTERS".
010250     05 FILLER                  PIC X(56) VALUE
010300        "CORRECT THE OVERLAPPING RANGES ON PARMFILE AND RERUN.".
010350     05 FILLER                  PIC X(05) VALUE "1102W".
010400     05 FILLER                  PIC X(32)
010450        VALUE "EXTRACTS DIFFER".
010500     05 FILLER                  PIC X(56) VALUE
010550        "CONFIRM THE DIFFERENCES ON CMPRRPT ARE EXPECTED.".
010600     05 FILLER                  PIC X(05) VALUE "1201E".
010650     05 FILLER                  PIC X(32)
010700        VALUE "CONTROL FILE REJECTED".
010750     05 FILLER                  PIC X(56) VALUE
010800        "CORRECT PARMFILE BEFORE THE MAIN RUN IS SUBMITTED.".
010850     05 FILLER                  PIC X(05) VALUE "1202W".
010900     05 FILLER                  PIC X(32)
010950        VALUE "FORECAST EXCEEDS BATCH WINDOW".
011000     05 FILLER                  PIC X(56) VALUE
011050        "SPLIT THE RUN WITH FIZZ-PART OR REDUCE THE RANGES.".
011055     05 FILLER                  PIC X(05) VALUE "1203E".
011060     05 FILLER                  PIC X(32)
011065        VALUE "RULE SET TABLE OVERFLOW".
011070     05 FILLER                  PIC X(56) VALUE
011075        "CUT RULESFIL BACK TO 100 RULES IN EFFECT AND RERUN.".
011100     05 FILLER                  PIC X(05) VALUE "1301E".
011150     05 FILLER                  PIC X(32)
011200        VALUE "RULE SET REJECTED".
011250     05 FILLER                  PIC X(56) VALUE
011300        "CORRECT RULESFIL WITH FIZZ-RULM BEFORE THE MAIN RUN.".
011350     05 FILLER                  PIC X(05) VALUE "1401W".
011400     05 FILLER                  PIC X(32)
011450        VALUE "NIGHT'S VERDICT IS WARN".
011500     05 FILLER                  PIC X(56) VALUE
011550        "REVIEW THE WARN LINES ON OPSMRPT.".
011600     05 FILLER                  PIC X(05) VALUE "1402E".
011650     05 FILLER                  PIC X(32)
011700        VALUE "NIGHT'S VERDICT IS FAIL".
011750     05 FILLER                  PIC X(56) VALUE
011800        "FOLLOW UP EACH FAIL LINE ON OPSMRPT.".
011850     05 FILLER                  PIC X(05) VALUE "1501E".
011900     05 FILLER                  PIC X(32)
011950        VALUE "AUDIT LOG RENAME FAILED".
012000     05 FILLER                  PIC X(56) VALUE
012050        "AUDITLOG NOT REPLACED - CALL SYSTEMS SUPPORT.".
012055     05 FILLER                  PIC X(05) VALUE "1502E".
012060     05 FILLER                  PIC X(32)
012065        VALUE "RETENTION PARAMETER REJECTED".
012070     05 FILLER                  PIC X(56) VALUE
012075        "CORRECT THE AUDRPARM CUTOFF DATE AND RERUN FIZZ-AUDR.".
012100     05 FILLER                  PIC X(05) VALUE "1601E".
012150     05 FILLER                  PIC X(32)
012200        VALUE "NO AUDIT RECORD ON FILE".
012250     05 FILLER                  PIC X(56) VALUE
012300        "RUN FIZZ-BUZZ BEFORE FIZZ-HIST.".
012350     05 FILLER                  PIC X(05) VALUE "1701W".
012400     05 FILLER                  PIC X(32)
012450        VALUE "USAGE NOT FULLY ASSIGNED".
012500     05 FILLER                  PIC X(56) VALUE
012550        "ADD THE REQUESTORS TO REQDEPT BEFORE BILLING CLOSES.".
012552     05 FILLER                  PIC X(05) VALUE "1702E".
012554     05 FILLER                  PIC X(32)
012556        VALUE "BILLING PARAMETER REJECTED".
012558     05 FILLER                  PIC X(56) VALUE
012560        "CORRECT THE CHGBPARM BILLING MONTH AND RERUN.".
012562     05 FILLER                  PIC X(05) VALUE "1703E".
012564     05 FILLER                  PIC X(32)
012566        VALUE "DEPARTMENT FILE REJECTED".
012568     05 FILLER                  PIC X(56) VALUE
012570        "CORRECT THE REQDEPT RECORD NAMED AND RERUN FIZZ-CHGB.".
012572     05 FILLER                  PIC X(05) VALUE "1704E".
012574     05 FILLER                  PIC X(32)
012576        VALUE "RATE TABLE REJECTED".
012578     05 FILLER                  PIC X(56) VALUE
012580        "CORRECT RATETBL FOR THE TYPE NAMED AND RERUN FIZZ-CHGB.".
012582     05 FILLER                  PIC X(05) VALUE "1705E".
012584     05 FILLER                  PIC X(32)
012586        VALUE "BILLING TABLE OVERFLOW".
012588     05 FILLER                  PIC X(56) VALUE
012590        "NOTHING BILLED - CALL SYSTEMS SUPPORT.".
012600     05 FILLER                  PIC X(05) VALUE "1801W".
012650     05 FILLER                  PIC X(32)
012700        VALUE "POST-CLOSE ADJUSTMENTS".
012750     05 FILLER                  PIC X(56) VALUE
012800        "FINANCE TO REVIEW THE ADJUSTMENTS ON PCLSRPT.".
012850     05 FILLER                  PIC X(05) VALUE "1802E".
012900     05 FILLER                  PIC X(32)
012950        VALUE "PERIOD TOTALS RENAME FAILED".
013000     05 FILLER                  PIC X(56) VALUE
013050        "PERDTOTL NOT REPLACED - CALL SYSTEMS SUPPORT.".
013052     05 FILLER                  PIC X(05) VALUE "1803E".
013054     05 FILLER                  PIC X(32)
013056        VALUE "CLOSE PARAMETER REJECTED".
013058     05 FILLER                  PIC X(56) VALUE
013060        "CORRECT THE PCLSPARM PERIOD AND RERUN FIZZ-PCLS.".
013062     05 FILLER                  PIC X(05) VALUE "1804E".
013064     05 FILLER                  PIC X(32)
013066        VALUE "PERIOD CALENDAR REJECTED".
013068     05 FILLER                  PIC X(56) VALUE
013070        "CORRECT PERDCAL AND RERUN FIZZ-PCLS.".
013072     05 FILLER                  PIC X(05) VALUE "1805E".
013074     05 FILLER                  PIC X(32)
013076        VALUE "PERIOD CANNOT BE CLOSED".
013078     05 FILLER                  PIC X(56) VALUE
013080        "CHECK THE PCLSPARM PERIOD AGAINST PERDCAL AND RERUN.".
013082     05 FILLER                  PIC X(05) VALUE "1806E".
013084     05 FILLER                  PIC X(32)
013086        VALUE "CLOSE TABLE OVERFLOW".
013088     05 FILLER                  PIC X(56) VALUE
013090        "NOTHING CLOSED - CALL SYSTEMS SUPPORT.".
013100     05 FILLER                  PIC X(05) VALUE "1901E".
013150     05 FILLER                  PIC X(32)
013200        VALUE "SPLIT INCOMPLETE".
013250     05 FILLER                  PIC X(56) VALUE
013300        "CORRECT PARMFILE AND RUN FIZZ-PART AGAIN.".
013302     05 FILLER                  PIC X(05) VALUE "1902E".
013304     05 FILLER                  PIC X(32)
013306        VALUE "PARTITION PARAMETER REJECTED".
013308     05 FILLER                  PIC X(56) VALUE
013310        "CORRECT THE PARTPARM COUNT (01 TO 16) AND RERUN.".
013312     05 FILLER                  PIC X(05) VALUE "1903E".
013314     05 FILLER                  PIC X(32)
013316        VALUE "CONTROL FILE REJECTED".
013318     05 FILLER                  PIC X(56) VALUE
013320        "CHECK PARMFILE WITH FIZZ-PARV, CORRECT IT, AND RERUN.".
013322     05 FILLER                  PIC X(05) VALUE "1904E".
013324     05 FILLER                  PIC X(32)
013326        VALUE "CONTROL FILE WOULD NOT OPEN".
013328     05 FILLER                  PIC X(56) VALUE
013330        "CHECK PARMFILE IS ALLOCATED AND READABLE, AND RERUN.".
013350     05 FILLER                  PIC X(05) VALUE "2001E".
013400     05 FILLER                  PIC X(32)
013450        VALUE "MERGE FAILED".
013500     05 FILLER                  PIC X(56) VALUE
013550        "FAMILY FILES UNUSABLE - CORRECT AND RERUN FIZZ-MRGE.".
013600     05 FILLER                  PIC X(05) VALUE "2002W".
013650     05 FILLER                  PIC X(32)
013700        VALUE "TRUNCATED RESULT LINES".
013750     05 FILLER                  PIC X(56) VALUE
013800        "REVIEW EXCPFILE; WIDEN THE LABEL OR THE REPORT FIELD.".
013802     05 FILLER                  PIC X(05) VALUE "2003E".
013804     05 FILLER                  PIC X(32)
013806        VALUE "PARTITIONS NOT READY".
013808     05 FILLER                  PIC X(56) VALUE
013810        "RESTART OR RERUN THE PARTITIONS LISTED, THEN FIZZ-MRGE.".
013812     05 FILLER                  PIC X(05) VALUE "2004E".
013814     05 FILLER                  PIC X(32)
013816        VALUE "PARTITION MAP REJECTED".
013818     05 FILLER                  PIC X(56) VALUE
013820        "RUN FIZZ-PART AGAIN, THEN THE PARTITIONS AND FIZZ-MRGE.".
013850     05 FILLER                  PIC X(05) VALUE "2101W".
013900     05 FILLER                  PIC X(32)
013950        VALUE "NO EVENTS SELECTED".
014000     05 FILLER                  PIC X(56) VALUE
014050        "CHECK THE EVRPPARM DATES AND PROGRAM AGAINST EVENTLOG.".
014055     05 FILLER                  PIC X(05) VALUE "2102E".
014060     05 FILLER                  PIC X(32)
014065        VALUE "EVENT REPORT PARAMETER REJECTED".
014070     05 FILLER                  PIC X(56) VALUE
014075        "CORRECT THE EVRPPARM DATES AND RERUN FIZZ-EVRP.".
014100 01  FB-MSGCAT-R REDEFINES FB-MSGCAT-TABLE.
014150     05 FB-MSGCAT-ENTRY         OCCURS 91 TIMES
014200        ASCENDING KEY IS FB-MSGCAT-NUMBER
014250        INDEXED BY FB-MSGCAT-IDX.
014300        10 FB-MSGCAT-NUMBER     PIC 9(04).
014350        10 FB-MSGCAT-SEVERITY   PIC X(01).
014400        10 FB-MSGCAT-TITLE      PIC X(32).
014450        10 FB-MSGCAT-ACTION     PIC X(56).
014500 01  FB-MSGCAT-COUNT            PIC 9(03) COMP VALUE 91.
014550 01  FB-MSGCAT-DEFAULT          PIC X(56)
014600     VALUE "NO CATALOG ENTRY - SEE THE PROGRAM'S RUN BOOK.".
