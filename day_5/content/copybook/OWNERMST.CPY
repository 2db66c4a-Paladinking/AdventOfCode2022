000010*----------------------------------------------------------------
000020* OWNERMST.CPY
000030*    RECORD LAYOUT OF THE CARGO OWNER FILE, MAINTAINED BY THE
000040*    COMMERCIAL SIDE - ONE RECORD PER OWNER THE TERMINAL DOES
000050*    BUSINESS WITH, KEYED BY THE SAME TWENTY-CHARACTER OWNER
000060*    CODE THE CRATE MASTER CARRIES IN CMST-OWNER.  AN OWNER NOT
000070*    ON THIS FILE, OR MARKED INACTIVE, MAY NOT BE GIVEN NEW
000080*    CRATES.  OWNR-CREDIT-LIMIT IS THE MOST THE OWNER MAY OWE
000090*    ON ITS RECEIVABLES ACCOUNT BEFORE IT GOES ON CREDIT HOLD
000100*    (ELEVEN DIGITS, TWO IMPLIED DECIMALS); BLANK MEANS NO LIMIT
000110*    IS SET, WHILE AN EXPLICIT ZERO MEANS NO CREDIT AT ALL.
000120*    COPIED INTO EVERY PROGRAM THAT VALIDATES OR REPORTS BY
000130*    OWNER SO ALL SIDES AGREE ON THE LAYOUT.
000140*----------------------------------------------------------------
000150 01  OWNER-MASTER-RECORD.
000160     05 OWNR-OWNER              PIC X(20).
000170     05 FILLER                  PIC X(01).
000180     05 OWNR-NAME               PIC X(30).
000190     05 FILLER                  PIC X(01).
000200     05 OWNR-ACTIVE-SW          PIC X(01).
000210        88 OWNR-IS-ACTIVE           VALUE 'A'.
000220        88 OWNR-IS-INACTIVE         VALUE 'I'.
000230     05 FILLER                  PIC X(01).
000240     05 OWNR-CREDIT-LIMIT-TEXT  PIC X(11).
000250        88 OWNR-NO-CREDIT-LIMIT     VALUE SPACES.
000260     05 OWNR-CREDIT-LIMIT REDEFINES OWNR-CREDIT-LIMIT-TEXT
000270                                PIC 9(09)V99.
000280     05 FILLER                  PIC X(15).
