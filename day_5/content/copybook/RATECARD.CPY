000080*    ('L').  A 'C' RECORD WITH A BLANK COMMODITY CLASS IS THE
000090*    CATCH-ALL RATE FOR CLASSES NOT OTHERWISE LISTED.  A 'H'
000100*    RECORD ADDS A PER-CRATE SURCHARGE FOR ONE HAZMAT
000110*    SEGREGATION CODE (CMST-HAZMAT-CODE).  AN 'S' RECORD GIVES
000120*    ONE OWNER'S STORAGE TERMS - RATE-FREE-DAYS DAYS IN THE
000130*    YARD FREE OF CHARGE, THEN RATE-AMOUNT PER CRATE FOR EVERY
000140*    DAY BEYOND ('D' BASIS).  AN 'S' RECORD WITH A BLANK
000150*    RATE-STOR-OWNER IS THE CATCH-ALL TERMS FOR OWNERS NOT
000160*    OTHERWISE LISTED.  THE STORAGE TERMS SIT PAST THE END OF
000170*    THE HANDLING FIELDS AND ARE BLANK ON 'C' AND 'H' RECORDS.
000180*    COPIED INTO EVERY PROGRAM THAT PRICES HANDLING OR STORAGE
000190*    SO ALL SIDES AGREE ON THE LAYOUT.
000200*----------------------------------------------------------------
000210 01  RATE-CARD-RECORD.
000220     05 RATE-REC-TYPE           PIC X(01).
000230        88 RATE-IS-COMMODITY        VALUE 'C'.
000240        88 RATE-IS-HAZMAT           VALUE 'H'.
000250        88 RATE-IS-STORAGE          VALUE 'S'.
000260     05 FILLER                  PIC X(01).
000270     05 RATE-CLASS              PIC X(12).
000280     05 RATE-HAZ-CODE REDEFINES RATE-CLASS.
000290        10 RATE-HAZMAT-CODE     PIC X(02).
000300        10 FILLER               PIC X(10).
000310     05 FILLER                  PIC X(01).
000320     05 RATE-BASIS              PIC X(01).
000330        88 RATE-PER-LIFT            VALUE 'L'.
000340        88 RATE-PER-CRATE           VALUE 'C'.
000350        88 RATE-PER-DAY             VALUE 'D'.
000360     05 FILLER                  PIC X(01).
000370     05 RATE-AMOUNT             PIC 9(05)V99.
000380     05 FILLER                  PIC X(05).
000390     05 RATE-STORAGE-TERMS.
000400        10 RATE-STOR-OWNER      PIC X(20).
000410        10 FILLER               PIC X(01).
000420        10 RATE-FREE-DAYS       PIC 9(03).
