000104*(SEE 5000-WRITE-AUDIT-RECORD) AND READ BACK BY THE
000105*RECONCILIATION PROGRAM FIZZ-RECON, SO BOTH PROGRAMS COPY
000106*THIS ONE LAYOUT INSTEAD OF EACH KEEPING ITS OWN.
000107*FB-AUDIT-EXCP-COUNT, ADDED FOR FIZZ-PCLS, IS BLANK ON RECORDS
000108*WRITTEN BEFORE IT AND READS AS NO EXCEPTIONS.
000109*----------------------------------------------------------*
000110 01  FB-AUDIT-RECORD.
000120     05 FB-AUDIT-DATE           PIC 9(08).
000130     05 FILLER                  PIC X(01).
000220     05 FB-AUDIT-RECORD-COUNT   PIC ZZZZZZZZZZ9.
000230     05 FILLER                  PIC X(01).
000240     05 FB-AUDIT-RETURN-CODE    PIC ZZ9.
000250     05 FILLER                  PIC X(01).
000260     05 FB-AUDIT-EXCP-COUNT     PIC ZZZZZZZZ9.
