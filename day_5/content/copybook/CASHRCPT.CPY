000010*----------------------------------------------------------------
000020* CASHRCPT.CPY
000030*    RECORD LAYOUT OF THE CASH-RECEIPTS FILE KEYED BY ACCOUNTING
000040*    - ONE LINE PER PAYMENT ('P') OR CREDIT MEMO ('C') AGAINST AN
000050*    OWNER'S ACCOUNT.  THE REFERENCE (CHEQUE, REMITTANCE, OR
000060*    MEMO NUMBER) MUST BE UNIQUE FOR THE OWNER AND TYPE; A LINE
000070*    ALREADY POSTED IS REFUSED, SO A FILE MAY SAFELY BE FED
000080*    AGAIN.  THE AMOUNT IS ELEVEN DIGITS WITH TWO IMPLIED
000090*    DECIMALS, AS ON THE CHARGE TOTALS.  A BLANK DATE MEANS THE
000100*    POSTING DATE.  CRCP-APPLY-TO MAY NAME THE INVOICE THE
000110*    AMOUNT PAYS (E.G. HDL-2026-09); WHEN BLANK, OR FOR WHATEVER
000120*    IS LEFT OVER, THE AMOUNT GOES TO THE OWNER'S OLDEST OPEN
000130*    INVOICES FIRST.
000140*----------------------------------------------------------------
000150 01  CASH-RECEIPT-RECORD.
000160     05 CRCP-TYPE               PIC X(01).
000170        88 CRCP-IS-PAYMENT          VALUE 'P'.
000180        88 CRCP-IS-CREDIT           VALUE 'C'.
000190     05 FILLER                  PIC X(01).
000200     05 CRCP-OWNER              PIC X(20).
000210     05 FILLER                  PIC X(01).
000220     05 CRCP-REFERENCE          PIC X(12).
000230     05 FILLER                  PIC X(01).
000240     05 CRCP-DATE               PIC X(10).
000250     05 FILLER                  PIC X(01).
000260     05 CRCP-AMOUNT-TEXT        PIC X(11).
000270     05 CRCP-AMOUNT REDEFINES CRCP-AMOUNT-TEXT
000280                                PIC 9(09)V99.
000290     05 FILLER                  PIC X(01).
000300     05 CRCP-APPLY-TO           PIC X(12).
000310     05 FILLER                  PIC X(01).
000320     05 CRCP-REMARK             PIC X(30).
