000050*----------------------------------------------------------*
000100*FBEVNTRQ - REQUEST AREA FOR THE FIZZ-EVNT SUBPROGRAM.
000150*
000200*EVERY JOB IN THE FAMILY COPIES THIS AREA AND CALLS "FIZZ-EVNT"
000250*USING FB-EVENT-REQUEST THE WAY IT CALLS FIZZ-LOCK: WITH
000300*FUNCTION "STR" AS IT STARTS, "END" AS IT ENDS, AND "LOG" FOR
000350*EACH SIGNIFICANT CONDITION ALONG THE WAY - A LOCK REFUSAL, A
000400*REJECTED TRANSACTION, A MISMATCHED ACK, A TOLERANCE BREACH. IT
000450*FILLS IN ITS OWN PROGRAM NAME AND ITS RETURN CODE SO FAR EVERY
000500*TIME; FOR "LOG" ALSO THE SEVERITY, THE MESSAGE NUMBER FROM THE
000550*FBMSGCAT CATALOG, AND THE TEXT. "STR" AND "END" NEED NOTHING
000600*MORE - FIZZ-EVNT SUPPLIES THEIR SEVERITY, NUMBER AND TEXT, THE
000650*END EVENT'S FROM THE RETURN CODE. EVERY EVENT GOES TO THE SHOP
000700*EVENT LOG (EVENTLOG); ONE AT WARNING SEVERITY OR ABOVE ALSO
000750*GOES TO THE MONITORING CONSOLE'S ALERT FILE (ALERTLOG). THE
000800*STATUS IS FOR THE CALLER'S INFORMATION ONLY - A LOG THAT CANNOT
000850*BE WRITTEN MUST NEVER STOP A JOB.
000900*----------------------------------------------------------*
000950 01  FB-EVENT-REQUEST.
001000     05 FB-EVENT-FUNCTION       PIC X(03).
001050        88 FB-EVENT-START-RUN            VALUE "STR".
001100        88 FB-EVENT-END-RUN              VALUE "END".
001150        88 FB-EVENT-CONDITION            VALUE "LOG".
001200     05 FB-EVENT-PROGRAM        PIC X(10).
001250     05 FB-EVENT-SEVERITY       PIC X(01).
001300        88 FB-EVENT-INFORMATION          VALUE "I".
001350        88 FB-EVENT-WARNING              VALUE "W".
001400        88 FB-EVENT-ERROR                VALUE "E".
001450        88 FB-EVENT-SEVERE               VALUE "S".
001500        88 FB-EVENT-KNOWN-SEVERITY       VALUE "I" "W" "E" "S".
001550     05 FB-EVENT-MESSAGE-NO     PIC 9(04).
001600     05 FB-EVENT-RETURN-CODE    PIC 9(04).
001650     05 FB-EVENT-TEXT           PIC X(60).
001700     05 FB-EVENT-STATUS         PIC X(02).
001750        88 FB-EVENT-LOGGED               VALUE "00".
001800        88 FB-EVENT-LOG-FAILED           VALUE "10".
001850        88 FB-EVENT-ALERT-FAILED         VALUE "20".
001900        88 FB-EVENT-BAD-REQUEST          VALUE "90".
