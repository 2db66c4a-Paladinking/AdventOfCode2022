000010*----------------------------------------------------------------
000020* CMSTTRAN.CPY
000030*    RECORD LAYOUT OF THE CRATE MASTER MAINTENANCE TRANSACTION
000040*    FILE READ BY CRATEMNT.  ONE TRANSACTION PER LINE, KEYED ON
000050*    THE CRATE ID.  AN 'A' (ADD) OR 'C' (CHANGE) TRANSACTION
000060*    CARRIES THE COMPLETE NEW MASTER IMAGE - OWNER, COMMODITY
000070*    CLASS, AND HAZMAT SEGREGATION CODE (BLANK = GENERAL CARGO)
000080*    - SO A CHANGE REPLACES ALL THREE FIELDS AT ONCE.  AN 'R'
000090*    (RETIRE) TRANSACTION NEEDS ONLY THE CRATE ID; THE REST OF
000100*    THE LINE IS IGNORED.
000110*----------------------------------------------------------------
000120 01  CRATE-TRAN-RECORD.
000130     05 CTRN-ACTION             PIC X(01).
000140        88 CTRN-IS-ADD              VALUE 'A'.
000150        88 CTRN-IS-CHANGE           VALUE 'C'.
000160        88 CTRN-IS-RETIRE           VALUE 'R'.
000170     05 FILLER                  PIC X(01).
000180     05 CTRN-CRATE-ID           PIC X(08).
000190     05 FILLER                  PIC X(01).
000200     05 CTRN-OWNER              PIC X(20).
000210     05 FILLER                  PIC X(01).
000220     05 CTRN-COMMODITY          PIC X(12).
000230     05 FILLER                  PIC X(01).
000240     05 CTRN-HAZMAT-CODE        PIC X(02).
000250     05 FILLER                  PIC X(33).
