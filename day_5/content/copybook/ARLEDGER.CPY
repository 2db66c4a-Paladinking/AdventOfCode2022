000010*----------------------------------------------------------------
000020* ARLEDGER.CPY
000030*    RECORD LAYOUT OF THE INDEXED ACCOUNTS-RECEIVABLE SUBLEDGER,
000040*    ONE RECORD PER DOCUMENT, KEYED BY THE OWNER CODE THE CRATE
000050*    MASTER CARRIES IN CMST-OWNER, THE DOCUMENT TYPE, AND THE
000060*    DOCUMENT NUMBER, SO AN OWNER'S WHOLE ACCOUNT READS IN ONE
000070*    SWEEP OF THE KEY.
000080*    'I' INVOICE - ONE PER OWNER PER BILLING PERIOD PER KIND
000090*        OF CHARGE, POSTED FROM A BILLTOT.CPY TOTALS RECORD.  THE
000100*        DOCUMENT NUMBER IS THE CHARGE KIND AND THE PERIOD
000110*        ("HDL-CCYY-MM" FOR BILLRUN HANDLING, "STG-CCYY-MM" FOR
000120*        DWELLRPT STORAGE), SO THE SAME PERIOD CANNOT BE POSTED
000130*        TWICE FOR AN OWNER.
000140*    'P' PAYMENT AND 'C' CREDIT MEMO - POSTED FROM THE CASH-
000150*        RECEIPTS FILE (CASHRCPT.CPY) UNDER THE RECEIPT'S OWN
000160*        REFERENCE.
000170*    ARL-OPEN-AMOUNT IS WHAT IS STILL OUTSTANDING ON AN INVOICE,
000180*    OR STILL UNAPPLIED ON A PAYMENT OR CREDIT MEMO; AMOUNTS ARE
000190*    APPLIED OLDEST INVOICE FIRST UNLESS A RECEIPT NAMES THE
000200*    INVOICE IT PAYS.  COPIED INTO EVERY PROGRAM THAT POSTS TO
000210*    OR REPORTS FROM THE SUBLEDGER SO ALL SIDES AGREE ON THE
000220*    LAYOUT.
000230*----------------------------------------------------------------
000240 01  AR-LEDGER-RECORD.
000250     05 ARL-KEY.
000260        10 ARL-OWNER            PIC X(20).
000270        10 ARL-DOC-TYPE         PIC X(01).
000280           88 ARL-IS-INVOICE        VALUE 'I'.
000290           88 ARL-IS-PAYMENT        VALUE 'P'.
000300           88 ARL-IS-CREDIT         VALUE 'C'.
000310        10 ARL-DOC-NUMBER       PIC X(12).
000320     05 ARL-DOC-DATE            PIC X(10).
000330     05 ARL-POSTED-DATE         PIC X(10).
000340     05 ARL-PERIOD              PIC X(07).
000350     05 ARL-AMOUNT              PIC 9(09)V99.
000360     05 ARL-OPEN-AMOUNT         PIC 9(09)V99.
000370     05 ARL-LIFTS               PIC 9(07).
000380     05 ARL-CRATES              PIC 9(07).
000390     05 ARL-CHARGES             PIC 9(09)V99.
000400     05 ARL-SURCHARGES          PIC 9(09)V99.
000410     05 ARL-APPLIED-TO          PIC X(12).
000420     05 ARL-REMARK              PIC X(30).
000430     05 FILLER                  PIC X(20).
