000100*    FIELDS LET RECONCIL, SHRNKRPT, AUDITRPLY, BAYINQ, AND
000110*    WEEKSUM RESOLVE A DAY'S FILES BY DATE INSTEAD OF FIVE
000120*    HAND-TYPED PATHS.  COPIED INTO EVERY PROGRAM THAT TOUCHES
000130*    THE LEDGER SO ALL SIDES AGREE ON THE LAYOUT.  MONTHARC
000140*    REWRITES A CLOSED DAY AS 'A' (ARCHIVED) ONCE ITS FILES ARE
000150*    IN THE SEALED MONTHLY ARCHIVE, AND AS 'R' (RESTORED) WHEN IT
000160*    BRINGS AN ARCHIVED DAY BACK TO DISK, WITH THE PATHS THEN
000170*    POINTING AT THE RESTORED COPIES.
000180*----------------------------------------------------------------
000190 01  RUN-LEDGER-RECORD.
000200     05 RLED-RUN-DATE           PIC X(10).
000210     05 FILLER                  PIC X(01).
000220     05 RLED-STATUS             PIC X(01).
000230        88 RLED-RUN-OPEN            VALUE 'O'.
000240        88 RLED-RUN-CLOSED          VALUE 'C'.
000250        88 RLED-RUN-ARCHIVED        VALUE 'A'.
000260        88 RLED-RUN-RESTORED        VALUE 'R'.
000270     05 FILLER                  PIC X(01).
000280     05 RLED-MANIFEST-PATH      PIC X(100).
000290     05 FILLER                  PIC X(01).
000300     05 RLED-REPORT-PATH        PIC X(100).
000310     05 FILLER                  PIC X(01).
000320     05 RLED-ERROR-PATH         PIC X(100).
000330     05 FILLER                  PIC X(01).
000340     05 RLED-AUDIT-PATH         PIC X(100).
000350     05 FILLER                  PIC X(01).
000360     05 RLED-CLOSING-PATH       PIC X(100).
000370     05 FILLER                  PIC X(01).
000380     05 RLED-MOVEBIN-PATH       PIC X(100).
