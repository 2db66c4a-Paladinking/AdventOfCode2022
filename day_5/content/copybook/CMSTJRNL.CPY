000010*----------------------------------------------------------------
000020* CMSTJRNL.CPY
000030*    RECORD LAYOUT OF THE CRATE MASTER CHANGE JOURNAL WRITTEN BY
000040*    CRATEMNT.  EVERY APPLIED TRANSACTION IS JOURNALLED AS ITS
000050*    BEFORE IMAGE ('B' - CHANGE AND RETIRE) AND ITS AFTER IMAGE
000060*    ('A' - ADD AND CHANGE), STAMPED WITH THE RUN DATE AND THE
000070*    ACTION, SO THE MASTER CAN BE TRACED OR ROLLED BACK ONE
000080*    CRATE AT A TIME.  THE JOURNAL IS APPENDED TO, NEVER
000090*    REWRITTEN.
000100*----------------------------------------------------------------
000110 01  CRATE-JOURNAL-RECORD.
000120     05 CJRN-RUN-DATE           PIC X(10).
000130     05 FILLER                  PIC X(01).
000140     05 CJRN-ACTION             PIC X(01).
000150     05 FILLER                  PIC X(01).
000160     05 CJRN-IMAGE-SW           PIC X(01).
000170        88 CJRN-BEFORE-IMAGE        VALUE 'B'.
000180        88 CJRN-AFTER-IMAGE         VALUE 'A'.
000190     05 FILLER                  PIC X(01).
000200     05 CJRN-CRATE-ID           PIC X(08).
000210     05 FILLER                  PIC X(01).
000220     05 CJRN-OWNER              PIC X(20).
000230     05 FILLER                  PIC X(01).
000240     05 CJRN-COMMODITY          PIC X(12).
000250     05 FILLER                  PIC X(01).
000260     05 CJRN-HAZMAT-CODE        PIC X(02).
000270     05 FILLER                  PIC X(20).
