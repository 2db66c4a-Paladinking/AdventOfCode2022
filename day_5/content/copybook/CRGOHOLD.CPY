000010*----------------------------------------------------------------
000020* CRGOHOLD.CPY
000030*    RECORD LAYOUT OF THE CARGO HOLD FILE MAINTAINED BY CUSTOMS
000040*    AND LEGAL - ONE RECORD PER HOLD, NAMING THE CRATE, THE
000050*    AGENCY THAT PLACED IT, THE DATE IT WAS PLACED (CCYY-MM-DD),
000060*    AND A SHORT REASON.  A HOLD STAYS IN FORCE UNTIL ITS RECORD
000070*    IS MARKED LIFTED ('L'); WHILE IT IS ACTIVE THE CRATE MAY
000080*    NEITHER BE MOVED NOR RELEASED.  COPIED INTO COBMAIN AND INTO
000090*    ANY PROGRAM THAT READS THE HOLD FILE, SO BOTH SIDES AGREE ON
000100*    THE LAYOUT.
000110*----------------------------------------------------------------
000120 01  CARGO-HOLD-RECORD.
000130     05 HOLD-CRATE-ID           PIC X(08).
000140     05 FILLER                  PIC X(01).
000150     05 HOLD-AGENCY             PIC X(08).
000160     05 FILLER                  PIC X(01).
000170     05 HOLD-PLACED-DATE        PIC X(10).
000180     05 FILLER                  PIC X(01).
000190     05 HOLD-STATUS-SW          PIC X(01).
000200        88 HOLD-IS-ACTIVE           VALUE 'A'.
000210        88 HOLD-IS-LIFTED           VALUE 'L'.
000220     05 FILLER                  PIC X(01).
000230     05 HOLD-REASON             PIC X(30).
000240     05 FILLER                  PIC X(19).
