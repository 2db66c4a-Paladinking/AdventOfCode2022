000010*----------------------------------------------------------------
000020* BILLTOT.CPY
000030*    RECORD LAYOUT OF THE MACHINE-READABLE PER-OWNER CHARGE
000040*    TOTALS HANDED TO ACCOUNTING - ONE RECORD PER OWNER PER RUN.
000050*    BILLRUN WRITES ITS HANDLING CHARGES IN THIS SHAPE (LIFTS
000060*    AND CRATES HANDLED, BASE CHARGES, HAZMAT SURCHARGES) AND
000070*    DWELLRPT WRITES ITS STORAGE CHARGES IN THE SAME SHAPE (NO
000080*    LIFTS, THE CRATES CHARGED, THE STORAGE CHARGE, NO
000090*    SURCHARGE), SO THE ACCOUNTING PICKUP READS EITHER FILE THE
000100*    SAME WAY.  COPIED INTO EVERY PROGRAM THAT WRITES OR READS
000110*    CHARGE TOTALS SO ALL SIDES AGREE ON THE LAYOUT.
000120*----------------------------------------------------------------
000130 01  TOTALS-RECORD.
000140     05 BTOT-OWNER              PIC X(20).
000150     05 FILLER                  PIC X(01).
000160     05 BTOT-LIFTS              PIC 9(07).
000170     05 FILLER                  PIC X(01).
000180     05 BTOT-CRATES             PIC 9(07).
000190     05 FILLER                  PIC X(01).
000200     05 BTOT-CHARGES            PIC 9(09)V99.
000210     05 FILLER                  PIC X(01).
000220     05 BTOT-SURCHARGES         PIC 9(09)V99.
000230     05 FILLER                  PIC X(01).
000240     05 BTOT-TOTAL              PIC 9(09)V99.
