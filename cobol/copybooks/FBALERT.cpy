000050*----------------------------------------------------------*
000100*FBALERT - MONITORING ALERT FILE (ALERTLOG) RECORD LAYOUT.
000150*
000200*ONE RECORD PER EVENT AT WARNING SEVERITY OR ABOVE, APPENDED BY
000250*THE FIZZ-EVNT SUBPROGRAM IN THE FIXED LAYOUT THE ENTERPRISE
000300*MONITORING CONSOLE PICKS UP: SOURCE SYSTEM, DATE CCYY-MM-DD,
000350*TIME HH:MM:SS, MESSAGE ID (FB, THE FOUR-DIGIT MESSAGE NUMBER,
000400*AND THE SEVERITY LETTER), SEVERITY NAME, PROGRAM, RETURN CODE,
000450*THE EVENT TEXT, AND THE OPERATOR ACTION FROM THE FBMSGCAT
000500*CATALOG, EACH FIELD FOLLOWED BY ONE SPACE.
000550*----------------------------------------------------------*
000600 01  FB-ALR-RECORD.
000650     05 FB-ALR-SOURCE           PIC X(08).
000700     05 FILLER                  PIC X(01).
000750     05 FB-ALR-DATE             PIC X(10).
000800     05 FILLER                  PIC X(01).
000850     05 FB-ALR-TIME             PIC X(08).
000900     05 FILLER                  PIC X(01).
000950     05 FB-ALR-MESSAGE-ID       PIC X(07).
001000     05 FILLER                  PIC X(01).
001050     05 FB-ALR-SEVERITY-NAME    PIC X(08).
001100     05 FILLER                  PIC X(01).
001150     05 FB-ALR-PROGRAM          PIC X(10).
001200     05 FILLER                  PIC X(01).
001250     05 FB-ALR-RETURN-CODE      PIC 9(04).
001300     05 FILLER                  PIC X(01).
001350     05 FB-ALR-TEXT             PIC X(60).
001400     05 FILLER                  PIC X(01).
001450     05 FB-ALR-ACTION           PIC X(56).
