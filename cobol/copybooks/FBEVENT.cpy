000050*----------------------------------------------------------*
000100*FBEVENT - SHOP EVENT LOG (EVENTLOG) RECORD LAYOUT.
000150*
000200*ONE RECORD PER EVENT FROM ANY JOB IN THE FAMILY, APPENDED BY
000250*THE FIZZ-EVNT SUBPROGRAM AND READ BACK BY THE EVENT-LOG REPORT
000300*FIZZ-EVRP: WHEN (SYSTEM DATE AND TIME), WHICH PROGRAM, THE
000350*SEVERITY (I, W, E OR S), THE FBMSGCAT MESSAGE NUMBER, THE
000400*PROGRAM'S RETURN CODE AT THE TIME, AND THE TEXT.
000450*----------------------------------------------------------*
000500 01  FB-EVT-RECORD.
000550     05 FB-EVT-DATE             PIC 9(08).
000600     05 FILLER                  PIC X(01).
000650     05 FB-EVT-TIME             PIC 9(08).
000700     05 FILLER                  PIC X(01).
000750     05 FB-EVT-PROGRAM          PIC X(10).
000800     05 FILLER                  PIC X(01).
000850     05 FB-EVT-SEVERITY         PIC X(01).
000900     05 FILLER                  PIC X(01).
000950     05 FB-EVT-MESSAGE-NO       PIC 9(04).
001000     05 FILLER                  PIC X(01).
001050     05 FB-EVT-RETURN-CODE      PIC 9(04).
001100     05 FILLER                  PIC X(01).
001150     05 FB-EVT-TEXT             PIC X(60).
