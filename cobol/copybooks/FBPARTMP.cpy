000050*----------------------------------------------------------*
000100*FBPARTMP - PARTITION MAP (PARTMAP) RECORD LAYOUT.
000150*
000200*WRITTEN BY FIZZ-PART WHEN IT SPLITS PARMFILE INTO PARTITIONS
000250*AND READ BY FIZZ-MRGE TO PUT THE PARTITIONS' OUTPUT BACK
000300*TOGETHER. ONE RECORD PER PIECE, IN CONTROL-FILE ORDER: THE
000350*PARTITION THAT RUNS THE PIECE, THE CONTROL RECORD (RANGE) IT
000400*WAS CUT FROM WITH THAT RANGE'S START AND END, THE PIECE'S OWN
000450*START AND END, AND THE RANGE'S RULE SET. A RANGE THAT FITS IN
000500*ONE PARTITION IS ONE PIECE; A RANGE THAT CROSSES A PARTITION
000550*BOUNDARY IS SEVERAL CONSECUTIVE PIECES. EACH PARTITION'S
000600*PIECES ARE THE CONTROL RECORDS OF ITS PARMFILE.PNN, IN ORDER.
000650*----------------------------------------------------------*
000700 01  FB-PARTMAP-RECORD.
000750     05 FB-PMAP-PARTITION       PIC 9(02).
000800     05 FILLER                  PIC X(01).
000850     05 FB-PMAP-RANGE-NUMBER    PIC 9(03).
000900     05 FILLER                  PIC X(01).
000950     05 FB-PMAP-RANGE-START     PIC S9(09) SIGN LEADING
001000                                SEPARATE.
001050     05 FILLER                  PIC X(01).
001100     05 FB-PMAP-RANGE-END       PIC S9(09) SIGN LEADING
001150                                SEPARATE.
001200     05 FILLER                  PIC X(01).
001250     05 FB-PMAP-PIECE-START     PIC S9(09) SIGN LEADING
001300                                SEPARATE.
001350     05 FILLER                  PIC X(01).
001400     05 FB-PMAP-PIECE-END       PIC S9(09) SIGN LEADING
001450                                SEPARATE.
001500     05 FILLER                  PIC X(01).
001550     05 FB-PMAP-RULE-SET        PIC X(04).
