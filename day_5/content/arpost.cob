000010* ARPOST.COB GnuCOBOL
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. ARPOST.
000040 AUTHOR. YARD-OPS-IT.
000050 INSTALLATION. YARD-5 CONTAINER TERMINAL.
000060 DATE-WRITTEN. 2026-10-15.
000070 DATE-COMPILED.
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*----------------------------------------------------------------
000110*    DATE       INIT  DESCRIPTION
000120*    ---------- ----  ------------------------------------------
000130*    2026-10-15 OPS   ORIGINAL VERSION.  ACCOUNTS-RECEIVABLE
000140*                     SUBLEDGER POSTING AND REPORTING.  POSTS
000150*                     EACH CHARGE TOTALS RECORD (BILLTOT.CPY) FROM
000160*                     BILLRUN OR DWELLRPT AS AN OPEN INVOICE
000170*                     AGAINST ITS OWNER ON THE INDEXED SUBLEDGER
000180*                     (ARLEDGER.CPY), REFUSING A BILLING PERIOD
000190*                     ALREADY POSTED FOR THE OWNER, THEN POSTS
000200*                     PAYMENTS AND CREDIT MEMOS FROM THE CASH-
000210*                     RECEIPTS FILE (CASHRCPT.CPY) AND APPLIES
000220*                     THEM TO THE OWNER'S OPEN INVOICES, OLDEST
000230*                     FIRST UNLESS A RECEIPT NAMES ITS INVOICE.
000240*                     PRODUCES A MONTHLY STATEMENT PER OWNER, AN
000250*                     AGED-RECEIVABLES REPORT (CURRENT, 30, 60,
000260*                     AND 90+ DAYS), AND THE GATE OFFICE'S
000270*                     CREDIT-HOLD LIST OF OWNERS WHOSE BALANCE IS
000280*                     OVER THE CREDIT LIMIT ON THE OWNER FILE.
000290*    2026-10-15 OPS   A DOCUMENT DATED AFTER THE AS-OF DATE IS
000300*                     LEFT OUT OF THE AGEING, THE BALANCE DUE, AND
000310*                     THE CREDIT-HOLD TEST.
000320*    2026-10-15 OPS   THE CREDIT-HOLD LIST FALLS BACK TO ITS OWN
000330*                     DL100-CREDIT-HOLD-PATH, NOT COBMAIN'S CARGO-
000340*                     HOLD FEED.  A SUBLEDGER READ OR REWRITE THAT
000350*                     FAILS WHILE CASH IS APPLIED IS NAMED ON THE
000360*                     POSTING REPORT AND ENDS THE RUN 8.
000370*    2026-10-15 OPS   A RECEIPT IS WRITTEN BEFORE ANY OF IT IS
000380*                     APPLIED TO THE INVOICE IT NAMES, SO A
000390*                     REFUSED RECEIPT NO LONGER LEAVES THE
000400*                     INVOICE REDUCED.
000410*----------------------------------------------------------------
000420* COMMAND LINE ARGUMENTS (OR, IF OMITTED, THE MATCHING
000430* ENVIRONMENT VARIABLE SHOWN BELOW)
000440*----------------------------------------------------------------
000450*    1  DL100-TOTALS-PATH        CHARGE TOTALS FILE TO POST
000460*                                (BLANK = NO INVOICES THIS RUN)
000470*    2  DL100-BILL-PERIOD        BILLING PERIOD THE TOTALS COVER
000480*                                (CCYY-MM; REQUIRED WITH ARG 1)
000490*    3  DL100-CHARGE-KIND        'S' STORAGE (DWELLRPT TOTALS);
000500*                                ANYTHING ELSE HANDLING (BILLRUN)
000510*    4  DL100-RECEIPTS-PATH      CASH-RECEIPTS FILE TO POST
000520*                                (BLANK = NO RECEIPTS THIS RUN)
000530*    5  DL100-ARLEDGER-PATH      INDEXED AR SUBLEDGER (CREATED ON
000540*                                FIRST USE)
000550*    6  DL100-OWNER-PATH         CARGO OWNER FILE (NAMES AND
000560*                                CREDIT LIMITS)
000570*    7  DL100-ASOF-DATE          POSTING AND STATEMENT DATE
000580*                                (CCYY-MM-DD; BLANK = TODAY) - THE
000590*                                STATEMENTS COVER ITS MONTH
000600*    8  DL100-STATEMENT-PATH     OWNER STATEMENTS REPORT
000610*    9  DL100-AGING-PATH         AGED-RECEIVABLES REPORT
000620*   10  DL100-CREDIT-HOLD-PATH   CREDIT-HOLD LIST (NOT COBMAIN'S
000630*                                DL100-HOLD-PATH CARGO-HOLD FEED)
000640*   11  DL100-POSTING-PATH       POSTING REPORT
000650*----------------------------------------------------------------
000660* RETURN CODES
000670*----------------------------------------------------------------
000680*    0  EVERYTHING POSTED
000690*    4  POSTED WITH WARNINGS - AN OWNER NOT ON THE OWNER FILE, A
000700*       ZERO TOTALS RECORD PASSED OVER, OR MORE OPEN ITEMS FOR
000710*       AN OWNER THAN ONE SETTLEMENT PASS HOLDS
000720*    8  ONE OR MORE TOTALS RECORDS OR RECEIPTS REFUSED (PERIOD
000730*       ALREADY POSTED, RECEIPT ALREADY POSTED, BAD FIELDS)
000740*   16  RUN STOPPED - A FILE COULD NOT BE OPENED OR AN ARGUMENT
000750*       IS MISSING OR INVALID
000760*----------------------------------------------------------------
000770 ENVIRONMENT DIVISION.
000780 CONFIGURATION SECTION.
000790 INPUT-OUTPUT SECTION.
000800 FILE-CONTROL.
000810     SELECT TOTALS-FILE ASSIGN TO DYNAMIC DL100-TOTALS-PATH
000820          ORGANIZATION IS LINE SEQUENTIAL
000830          FILE STATUS IS DL100-TOTALS-STATUS.
000840     SELECT RECEIPTS-FILE ASSIGN TO DYNAMIC DL100-RECEIPTS-PATH
000850          ORGANIZATION IS LINE SEQUENTIAL
000860          FILE STATUS IS DL100-RECEIPTS-STATUS.
000870     SELECT AR-LEDGER ASSIGN TO DYNAMIC DL100-ARLEDGER-PATH
000880          ORGANIZATION IS INDEXED
000890          ACCESS MODE IS DYNAMIC
000900          RECORD KEY IS ARL-KEY
000910          FILE STATUS IS DL100-ARL-STATUS.
000920     SELECT OWNER-FILE ASSIGN TO DYNAMIC DL100-OWNER-PATH
000930          ORGANIZATION IS LINE SEQUENTIAL
000940          FILE STATUS IS DL100-OWNER-STATUS.
000950     SELECT STATEMENT-FILE ASSIGN TO DYNAMIC DL100-STATEMENT-PATH
000960          ORGANIZATION IS LINE SEQUENTIAL.
000970     SELECT AGING-FILE ASSIGN TO DYNAMIC DL100-AGING-PATH
000980          ORGANIZATION IS LINE SEQUENTIAL.
000990     SELECT HOLD-FILE ASSIGN TO DYNAMIC DL100-CREDIT-HOLD-PATH
001000          ORGANIZATION IS LINE SEQUENTIAL.
001010     SELECT POSTING-FILE ASSIGN TO DYNAMIC DL100-POSTING-PATH
001020          ORGANIZATION IS LINE SEQUENTIAL.
001030 DATA DIVISION.
001040 FILE SECTION.
001050 FD  TOTALS-FILE.
001060     COPY BILLTOT.
001070 FD  RECEIPTS-FILE.
001080     COPY CASHRCPT.
001090 FD  AR-LEDGER.
001100     COPY ARLEDGER.
001110 FD  OWNER-FILE.
001120     COPY OWNERMST.
001130 FD  STATEMENT-FILE.
001140 01  STATEMENT-RECORD             PIC X(0132).
001150 FD  AGING-FILE.
001160 01  AGING-RECORD                 PIC X(0132).
001170 FD  HOLD-FILE.
001180 01  HOLD-RECORD                  PIC X(0132).
001190 FD  POSTING-FILE.
001200 01  POSTING-RECORD               PIC X(0132).
001210 WORKING-STORAGE SECTION.
001220*----------------------------------------------------------------
001230* RUN-TIME PARAMETERS
001240*----------------------------------------------------------------
001250 01  DL100-TOTALS-PATH          PIC X(0100) VALUE SPACES.
001260 01  DL100-BILL-PERIOD          PIC X(10) VALUE SPACES.
001270 01  DL100-CHARGE-KIND-SW       PIC X(01) VALUE 'H'.
001280     88 DL100-STORAGE-CHARGES       VALUE 'S'.
001290 01  DL100-RECEIPTS-PATH        PIC X(0100) VALUE SPACES.
001300 01  DL100-ARLEDGER-PATH        PIC X(0100) VALUE SPACES.
001310 01  DL100-DEFAULT-ARLEDGER-PATH PIC X(0100)
001320                                VALUE "../output/arledger.dat".
001330 01  DL100-OWNER-PATH           PIC X(0100) VALUE SPACES.
001340 01  DL100-DEFAULT-OWNER-PATH   PIC X(0100)
001350                                VALUE "../input/ownermst.txt".
001360 01  DL100-ASOF-DATE            PIC X(10) VALUE SPACES.
001370 01  DL100-ASOF-MONTH           PIC X(07) VALUE SPACES.
001380 01  DL100-STATEMENT-PATH       PIC X(0100) VALUE SPACES.
001390 01  DL100-DEFAULT-STMT-PATH    PIC X(0100)
001400                                VALUE "../output/arstmt.rpt".
001410 01  DL100-AGING-PATH           PIC X(0100) VALUE SPACES.
001420 01  DL100-DEFAULT-AGING-PATH   PIC X(0100)
001430                                VALUE "../output/araging.rpt".
001440 01  DL100-CREDIT-HOLD-PATH     PIC X(0100) VALUE SPACES.
001450 01  DL100-DEFAULT-CREDIT-HOLD-PATH PIC X(0100)
001460                                VALUE "../output/arhold.rpt".
001470 01  DL100-POSTING-PATH         PIC X(0100) VALUE SPACES.
001480 01  DL100-DEFAULT-POSTING-PATH PIC X(0100)
001490                                VALUE "../output/arpost.rpt".
001500*----------------------------------------------------------------
001510* FILE STATUS WORKING STORAGE
001520*----------------------------------------------------------------
001530 01  DL100-TOTALS-STATUS        PIC X(02) VALUE SPACES.
001540     88 DL100-TOTALS-OK             VALUE '00'.
001550 01  DL100-RECEIPTS-STATUS      PIC X(02) VALUE SPACES.
001560     88 DL100-RECEIPTS-OK           VALUE '00'.
001570 01  DL100-ARL-STATUS           PIC X(02) VALUE SPACES.
001580     88 DL100-ARL-OK                VALUE '00'.
001590     88 DL100-ARL-NOT-FOUND         VALUE '23'.
001600     88 DL100-ARL-MISSING           VALUE '35'.
001610 01  DL100-OWNER-STATUS         PIC X(02) VALUE SPACES.
001620     88 DL100-OWNER-OK              VALUE '00'.
001630 01  DL100-FINAL-RC             PIC S9(04) COMP-5 VALUE ZERO.
001640*----------------------------------------------------------------
001650* OWNER TABLE - LOADED FROM THE OWNER FILE FOR NAMES AND LIMITS
001660*----------------------------------------------------------------
001670 01  DL100-OWNER-COUNT          PIC S9(07) COMP-5 VALUE ZERO.
001680 01  DL100-OWNER-INDEX          PIC S9(07) COMP-5.
001690 01  DL100-OWNER-FOUND          PIC S9(07) COMP-5 VALUE ZERO.
001700 01  DL100-OWNER-TABLE.
001710     05 DL100-OWNER-ENTRY OCCURS 500 TIMES.
001720        10 DL100-OT-OWNER       PIC X(20).
001730        10 DL100-OT-NAME        PIC X(30).
001740        10 DL100-OT-LIMIT-SW    PIC X(01).
001750           88 DL100-OT-HAS-LIMIT    VALUE 'Y'.
001760        10 DL100-OT-LIMIT       PIC 9(09)V99 COMP-3.
001770 01  DL100-LOOKUP-OWNER         PIC X(20) VALUE SPACES.
001780*----------------------------------------------------------------
001790* OWNERS POSTED TO THIS RUN - EACH IS SETTLED (CASH APPLIED TO
001800* OPEN INVOICES) ONCE ALL POSTING IS DONE
001810*----------------------------------------------------------------
001820 01  DL100-TOUCHED-COUNT        PIC S9(07) COMP-5 VALUE ZERO.
001830 01  DL100-TOUCHED-INDEX        PIC S9(07) COMP-5.
001840 01  DL100-TOUCHED-TABLE.
001850     05 DL100-TOUCHED-OWNER     PIC X(20) OCCURS 500 TIMES.
001860*----------------------------------------------------------------
001870* SETTLEMENT WORKING STORAGE - ONE OWNER'S OPEN INVOICES AND
001880* UNAPPLIED CASH, HELD WHILE CASH IS MATCHED TO INVOICES
001890*----------------------------------------------------------------
001900 01  DL100-INV-COUNT            PIC S9(07) COMP-5 VALUE ZERO.
001910 01  DL100-INV-INDEX            PIC S9(07) COMP-5.
001920 01  DL100-INV-OLDEST           PIC S9(07) COMP-5.
001930 01  DL100-INV-TABLE.
001940     05 DL100-INV-ENTRY OCCURS 300 TIMES.
001950        10 DL100-INV-NUMBER     PIC X(12).
001960        10 DL100-INV-DATE       PIC X(10).
001970        10 DL100-INV-OPEN       PIC 9(09)V99 COMP-3.
001980        10 DL100-INV-CHANGED    PIC X(01).
001990 01  DL100-CASH-COUNT           PIC S9(07) COMP-5 VALUE ZERO.
002000 01  DL100-CASH-INDEX           PIC S9(07) COMP-5.
002010 01  DL100-CASH-TABLE.
002020     05 DL100-CASH-ENTRY OCCURS 300 TIMES.
002030        10 DL100-CASH-TYPE      PIC X(01).
002040        10 DL100-CASH-NUMBER    PIC X(12).
002050        10 DL100-CASH-OPEN      PIC 9(09)V99 COMP-3.
002060        10 DL100-CASH-CHANGED   PIC X(01).
002070 01  DL100-APPLY-AMOUNT         PIC 9(09)V99 COMP-3 VALUE ZERO.
002080 01  DL100-FAIL-OWNER           PIC X(20) VALUE SPACES.
002090 01  DL100-FAIL-TYPE            PIC X(01) VALUE SPACES.
002100 01  DL100-FAIL-DOC             PIC X(12) VALUE SPACES.
002110 01  DL100-FAIL-VERB            PIC X(07) VALUE SPACES.
002120 01  DL100-OVERFLOW-SW          PIC X(01) VALUE 'N'.
002130     88 DL100-ITEMS-OVERFLOW        VALUE 'Y'.
002140*----------------------------------------------------------------
002150* POSTING WORKING STORAGE
002160*----------------------------------------------------------------
002170 01  DL100-DOC-NUMBER           PIC X(12) VALUE SPACES.
002180 01  DL100-RCPT-DATE            PIC X(10) VALUE SPACES.
002190 01  DL100-RCPT-OPEN            PIC 9(09)V99 COMP-3 VALUE ZERO.
002200 01  DL100-REJECT-REASON        PIC X(60) VALUE SPACES.
002210 01  DL100-REJECT-SW            PIC X(01) VALUE 'N'.
002220     88 DL100-ITEM-REJECTED         VALUE 'Y'.
002230     88 DL100-ITEM-ACCEPTED         VALUE 'N'.
002240*----------------------------------------------------------------
002250* REPORT WORKING STORAGE - ONE OWNER'S STATEMENT LINES FOR THE
002260* MONTH ARE HELD UNTIL THE OPENING BALANCE IS KNOWN, THEN
002270* PRINTED IN DATE ORDER
002280*----------------------------------------------------------------
002290 01  DL100-CUR-OWNER            PIC X(20) VALUE SPACES.
002300 01  DL100-ITEM-COUNT           PIC S9(07) COMP-5 VALUE ZERO.
002310 01  DL100-ITEM-INDEX           PIC S9(07) COMP-5.
002320 01  DL100-ITEM-NEXT            PIC S9(07) COMP-5.
002330 01  DL100-ITEM-SCAN            PIC S9(07) COMP-5.
002340 01  DL100-ITEM-TABLE.
002350     05 DL100-ITEM-ENTRY OCCURS 300 TIMES.
002360        10 DL100-ITEM-DATE      PIC X(10).
002370        10 DL100-ITEM-TYPE      PIC X(01).
002380        10 DL100-ITEM-NUMBER    PIC X(12).
002390        10 DL100-ITEM-REMARK    PIC X(30).
002400        10 DL100-ITEM-AMOUNT    PIC S9(11)V99 COMP-3.
002410        10 DL100-ITEM-PRINTED   PIC X(01).
002420 01  DL100-OPENING-BAL          PIC S9(11)V99 COMP-3 VALUE ZERO.
002430 01  DL100-CLOSING-BAL          PIC S9(11)V99 COMP-3 VALUE ZERO.
002440 01  DL100-AGE-CURRENT          PIC S9(11)V99 COMP-3 VALUE ZERO.
002450 01  DL100-AGE-30               PIC S9(11)V99 COMP-3 VALUE ZERO.
002460 01  DL100-AGE-60               PIC S9(11)V99 COMP-3 VALUE ZERO.
002470 01  DL100-AGE-90               PIC S9(11)V99 COMP-3 VALUE ZERO.
002480 01  DL100-AGE-UNAPPLIED        PIC S9(11)V99 COMP-3 VALUE ZERO.
002490 01  DL100-BALANCE-DUE          PIC S9(11)V99 COMP-3 VALUE ZERO.
002500 01  DL100-OVER-LIMIT           PIC S9(11)V99 COMP-3 VALUE ZERO.
002510 01  DL100-OLDEST-OPEN-DATE     PIC X(10) VALUE SPACES.
002520 01  DL100-TOT-CURRENT          PIC S9(11)V99 COMP-3 VALUE ZERO.
002530 01  DL100-TOT-30               PIC S9(11)V99 COMP-3 VALUE ZERO.
002540 01  DL100-TOT-60               PIC S9(11)V99 COMP-3 VALUE ZERO.
002550 01  DL100-TOT-90               PIC S9(11)V99 COMP-3 VALUE ZERO.
002560 01  DL100-TOT-UNAPPLIED        PIC S9(11)V99 COMP-3 VALUE ZERO.
002570 01  DL100-TOT-BALANCE          PIC S9(11)V99 COMP-3 VALUE ZERO.
002580 01  DL100-AGE-DAYS             PIC S9(09) COMP-5 VALUE ZERO.
002590 01  DL100-ASOF-DAY-NUMBER      PIC S9(09) COMP-5 VALUE ZERO.
002600*----------------------------------------------------------------
002610* RUN TOTALS
002620*----------------------------------------------------------------
002630 01  DL100-INVOICES-POSTED      PIC S9(07) COMP-5 VALUE ZERO.
002640 01  DL100-INVOICED-AMOUNT      PIC 9(11)V99 COMP-3 VALUE ZERO.
002650 01  DL100-RECEIPTS-POSTED      PIC S9(07) COMP-5 VALUE ZERO.
002660 01  DL100-RECEIVED-AMOUNT      PIC 9(11)V99 COMP-3 VALUE ZERO.
002670 01  DL100-APPLIED-AMOUNT       PIC 9(11)V99 COMP-3 VALUE ZERO.
002680 01  DL100-REJECTED-COUNT       PIC S9(07) COMP-5 VALUE ZERO.
002690 01  DL100-LEDGER-FAILURES      PIC S9(07) COMP-5 VALUE ZERO.
002700 01  DL100-SKIPPED-COUNT        PIC S9(07) COMP-5 VALUE ZERO.
002710 01  DL100-STMT-COUNT           PIC S9(07) COMP-5 VALUE ZERO.
002720 01  DL100-HOLD-COUNT           PIC S9(07) COMP-5 VALUE ZERO.
002730*----------------------------------------------------------------
002740* REPORT AND DATE WORKING STORAGE
002750*----------------------------------------------------------------
002760 01  DL100-RUN-DATE.
002770     05 DL100-RUN-CCYY         PIC 9(04).
002780     05 DL100-RUN-MM           PIC 9(02).
002790     05 DL100-RUN-DD           PIC 9(02).
002800 01  DL100-RUN-DATE-DASHED.
002810     05 DL100-RDD-CCYY         PIC 9(04).
002820     05 FILLER                 PIC X(01) VALUE '-'.
002830     05 DL100-RDD-MM           PIC 9(02).
002840     05 FILLER                 PIC X(01) VALUE '-'.
002850     05 DL100-RDD-DD           PIC 9(02).
002860 01  DL100-EDIT-NUM1            PIC ZZZZZZ9.
002870 01  DL100-EDIT-NUM2            PIC ZZZZZZ9.
002880 01  DL100-EDIT-MONEY1          PIC ZZZ,ZZZ,ZZ9.99-.
002890 01  DL100-EDIT-MONEY2          PIC ZZZ,ZZZ,ZZ9.99-.
002900 01  DL100-EDIT-MONEY3          PIC ZZZ,ZZZ,ZZ9.99-.
002910 01  DL100-EDIT-MONEY4          PIC ZZZ,ZZZ,ZZ9.99-.
002920 01  DL100-EDIT-MONEY5          PIC ZZZ,ZZZ,ZZ9.99-.
002930 01  DL100-EDIT-MONEY6          PIC ZZZ,ZZZ,ZZ9.99-.
002940 01  DL100-ITEM-KIND-TEXT       PIC X(08) VALUE SPACES.
002950 01  DL100-DATE-WORK.
002960     05 DL100-DW-CCYY           PIC 9(04).
002970     05 DL100-DW-DASH1          PIC X(01).
002980     05 DL100-DW-MM             PIC 9(02).
002990     05 DL100-DW-DASH2          PIC X(01).
003000     05 DL100-DW-DD             PIC 9(02).
003010 01  DL100-DATE-VALID-SW        PIC X(01) VALUE 'N'.
003020     88 DL100-DATE-VALID            VALUE 'Y'.
003030     88 DL100-DATE-INVALID          VALUE 'N'.
003040 01  DL100-DAY-NUMBER           PIC S9(09) COMP-5 VALUE ZERO.
003050 01  DL100-JDN-A                PIC S9(09) COMP-5.
003060 01  DL100-JDN-Y                PIC S9(09) COMP-5.
003070 01  DL100-JDN-M                PIC S9(09) COMP-5.
003080 01  DL100-JDN-T1               PIC S9(09) COMP-5.
003090 01  DL100-JDN-T2               PIC S9(09) COMP-5.
003100 01  DL100-JDN-T3               PIC S9(09) COMP-5.
003110 01  DL100-JDN-T4               PIC S9(09) COMP-5.
003120 PROCEDURE DIVISION.
003130*----------------------------------------------------------------
003140 0000-MAINLINE.
003150*----------------------------------------------------------------
003160     ACCEPT DL100-RUN-DATE FROM DATE YYYYMMDD
003170     MOVE DL100-RUN-CCYY TO DL100-RDD-CCYY
003180     MOVE DL100-RUN-MM   TO DL100-RDD-MM
003190     MOVE DL100-RUN-DD   TO DL100-RDD-DD
003200     PERFORM 0100-RESOLVE-TOTALS-PATH THRU 0100-EXIT
003210     PERFORM 0110-RESOLVE-BILL-PERIOD THRU 0110-EXIT
003220     PERFORM 0120-RESOLVE-CHARGE-KIND THRU 0120-EXIT
003230     PERFORM 0130-RESOLVE-RECEIPTS-PATH THRU 0130-EXIT
003240     PERFORM 0140-RESOLVE-ARLEDGER-PATH THRU 0140-EXIT
003250     PERFORM 0150-RESOLVE-OWNER-PATH THRU 0150-EXIT
003260     PERFORM 0160-RESOLVE-ASOF-DATE THRU 0160-EXIT
003270     PERFORM 0170-RESOLVE-REPORT-PATHS THRU 0170-EXIT
003280     PERFORM 0200-LOAD-OWNERS THRU 0200-EXIT
003290     PERFORM 0250-OPEN-FILES THRU 0250-EXIT
003300     PERFORM 0300-POST-INVOICES THRU 0300-EXIT
003310     PERFORM 0400-POST-RECEIPTS THRU 0400-EXIT
003320     MOVE 1 TO DL100-TOUCHED-INDEX
003330     PERFORM UNTIL DL100-TOUCHED-INDEX > DL100-TOUCHED-COUNT
003340         PERFORM 0500-SETTLE-OWNER THRU 0500-EXIT
003350         ADD 1 TO DL100-TOUCHED-INDEX
003360     END-PERFORM
003370     PERFORM 0550-WRITE-POSTING-TOTALS THRU 0550-EXIT
003380     PERFORM 0600-WRITE-REPORTS THRU 0600-EXIT
003390     CLOSE AR-LEDGER
003400     CLOSE POSTING-FILE
003410     MOVE DL100-FINAL-RC TO RETURN-CODE
003420     STOP RUN.
003430*----------------------------------------------------------------
003440 0100-RESOLVE-TOTALS-PATH.
003450*    THE CHARGE TOTALS FILE TO POST COMES FROM, IN ORDER OF
003460*    PRECEDENCE:
003470*    (1) THE FIRST COMMAND LINE ARGUMENT
003480*    (2) THE DL100-TOTALS-PATH ENVIRONMENT VARIABLE
003490*    THERE IS NO DEFAULT - A RUN THAT ONLY POSTS CASH, OR ONLY
003500*    REPORTS, NAMES NO TOTALS FILE.
003510*----------------------------------------------------------------
003520     DISPLAY 1 UPON ARGUMENT-NUMBER
003530     ACCEPT DL100-TOTALS-PATH FROM ARGUMENT-VALUE
003540         ON EXCEPTION
003550             MOVE SPACES TO DL100-TOTALS-PATH
003560     END-ACCEPT
003570     IF DL100-TOTALS-PATH = SPACES THEN
003580         ACCEPT DL100-TOTALS-PATH FROM ENVIRONMENT
003590             "DL100-TOTALS-PATH"
003600         ON EXCEPTION
003610             MOVE SPACES TO DL100-TOTALS-PATH
003620         END-ACCEPT
003630     END-IF
003640     .
003650 0100-EXIT.
003660     EXIT.
003670*----------------------------------------------------------------
003680 0110-RESOLVE-BILL-PERIOD.
003690*    THE BILLING PERIOD (CCYY-MM) THE TOTALS COVER COMES FROM, IN
003700*    ORDER OF PRECEDENCE:
003710*    (1) THE SECOND COMMAND LINE ARGUMENT
003720*    (2) THE DL100-BILL-PERIOD ENVIRONMENT VARIABLE
003730*    AND IS REQUIRED WHEN A TOTALS FILE IS POSTED - IT IS WHAT
003740*    KEEPS THE SAME PERIOD FROM BEING POSTED TWICE.
003750*----------------------------------------------------------------
003760     DISPLAY 2 UPON ARGUMENT-NUMBER
003770     ACCEPT DL100-BILL-PERIOD FROM ARGUMENT-VALUE
003780         ON EXCEPTION
003790             MOVE SPACES TO DL100-BILL-PERIOD
003800     END-ACCEPT
003810     IF DL100-BILL-PERIOD = SPACES THEN
003820         ACCEPT DL100-BILL-PERIOD FROM ENVIRONMENT
003830             "DL100-BILL-PERIOD"
003840         ON EXCEPTION
003850             MOVE SPACES TO DL100-BILL-PERIOD
003860         END-ACCEPT
003870     END-IF
003880     IF DL100-TOTALS-PATH = SPACES THEN
003890         GO TO 0110-EXIT
003900     END-IF
003910     MOVE DL100-BILL-PERIOD(1:7) TO DL100-DATE-WORK
003920     MOVE "-01" TO DL100-DATE-WORK(8:3)
003930     PERFORM 0700-DATE-TO-DAY-NUMBER THRU 0700-EXIT
003940     IF DL100-DATE-INVALID OR DL100-BILL-PERIOD(8:3) NOT = SPACES
003950         THEN
003960         DISPLAY "ARPOST: BILLING PERIOD '" DL100-BILL-PERIOD
003970             "' IS NOT A CCYY-MM MONTH - TOTALS NOT POSTED"
003980         MOVE 16 TO RETURN-CODE
003990         STOP RUN
004000     END-IF
004010     .
004020 0110-EXIT.
004030     EXIT.
004040*----------------------------------------------------------------
004050 0120-RESOLVE-CHARGE-KIND.
004060*    STORAGE CHARGES ARE SELECTED BY 'S' IN, IN ORDER OF
004070*    PRECEDENCE:
004080*    (1) THE THIRD COMMAND LINE ARGUMENT
004090*    (2) THE DL100-CHARGE-KIND ENVIRONMENT VARIABLE
004100*    ANYTHING ELSE, OR NOTHING, MEANS BILLRUN HANDLING CHARGES.
004110*----------------------------------------------------------------
004120     DISPLAY 3 UPON ARGUMENT-NUMBER
004130     ACCEPT DL100-CHARGE-KIND-SW FROM ARGUMENT-VALUE
004140         ON EXCEPTION
004150             MOVE SPACE TO DL100-CHARGE-KIND-SW
004160     END-ACCEPT
004170     IF DL100-CHARGE-KIND-SW = SPACE THEN
004180         ACCEPT DL100-CHARGE-KIND-SW FROM ENVIRONMENT
004190             "DL100-CHARGE-KIND"
004200         ON EXCEPTION
004210             MOVE SPACE TO DL100-CHARGE-KIND-SW
004220         END-ACCEPT
004230     END-IF
004240     IF DL100-CHARGE-KIND-SW NOT = 'S' THEN
004250         MOVE 'H' TO DL100-CHARGE-KIND-SW
004260     END-IF
004270     .
004280 0120-EXIT.
004290     EXIT.
004300*----------------------------------------------------------------
004310 0130-RESOLVE-RECEIPTS-PATH.
004320*    THE CASH-RECEIPTS FILE TO POST COMES FROM, IN ORDER OF
004330*    PRECEDENCE:
004340*    (1) THE FOURTH COMMAND LINE ARGUMENT
004350*    (2) THE DL100-RECEIPTS-PATH ENVIRONMENT VARIABLE
004360*    THERE IS NO DEFAULT; BLANK MEANS NO RECEIPTS THIS RUN.
004370*----------------------------------------------------------------
004380     DISPLAY 4 UPON ARGUMENT-NUMBER
004390     ACCEPT DL100-RECEIPTS-PATH FROM ARGUMENT-VALUE
004400         ON EXCEPTION
004410             MOVE SPACES TO DL100-RECEIPTS-PATH
004420     END-ACCEPT
004430     IF DL100-RECEIPTS-PATH = SPACES THEN
004440         ACCEPT DL100-RECEIPTS-PATH FROM ENVIRONMENT
004450             "DL100-RECEIPTS-PATH"
004460         ON EXCEPTION
004470             MOVE SPACES TO DL100-RECEIPTS-PATH
004480         END-ACCEPT
004490     END-IF
004500     .
004510 0130-EXIT.
004520     EXIT.
004530*----------------------------------------------------------------
004540 0140-RESOLVE-ARLEDGER-PATH.
004550*    RESOLVE THE AR SUBLEDGER PATH FROM, IN ORDER OF PRECEDENCE:
004560*    (1) THE FIFTH COMMAND LINE ARGUMENT
004570*    (2) THE DL100-ARLEDGER-PATH ENVIRONMENT VARIABLE
004580*    (3) THE BUILT-IN DEFAULT PATH
004590*----------------------------------------------------------------
004600     DISPLAY 5 UPON ARGUMENT-NUMBER
004610     ACCEPT DL100-ARLEDGER-PATH FROM ARGUMENT-VALUE
004620         ON EXCEPTION
004630             MOVE SPACES TO DL100-ARLEDGER-PATH
004640     END-ACCEPT
004650     IF DL100-ARLEDGER-PATH = SPACES THEN
004660         ACCEPT DL100-ARLEDGER-PATH FROM ENVIRONMENT
004670             "DL100-ARLEDGER-PATH"
004680         ON EXCEPTION
004690             MOVE SPACES TO DL100-ARLEDGER-PATH
004700         END-ACCEPT
004710     END-IF
004720     IF DL100-ARLEDGER-PATH = SPACES THEN
004730         MOVE DL100-DEFAULT-ARLEDGER-PATH TO DL100-ARLEDGER-PATH
004740     END-IF
004750     .
004760 0140-EXIT.
004770     EXIT.
004780*----------------------------------------------------------------
004790 0150-RESOLVE-OWNER-PATH.
004800*    RESOLVE THE CARGO OWNER FILE PATH FROM, IN ORDER OF
004810*    PRECEDENCE:
004820*    (1) THE SIXTH COMMAND LINE ARGUMENT
004830*    (2) THE DL100-OWNER-PATH ENVIRONMENT VARIABLE
004840*    (3) CRATEMNT'S DEFAULT PATH
004850*----------------------------------------------------------------
004860     DISPLAY 6 UPON ARGUMENT-NUMBER
004870     ACCEPT DL100-OWNER-PATH FROM ARGUMENT-VALUE
004880         ON EXCEPTION
004890             MOVE SPACES TO DL100-OWNER-PATH
004900     END-ACCEPT
004910     IF DL100-OWNER-PATH = SPACES THEN
004920         ACCEPT DL100-OWNER-PATH FROM ENVIRONMENT
004930             "DL100-OWNER-PATH"
004940         ON EXCEPTION
004950             MOVE SPACES TO DL100-OWNER-PATH
004960         END-ACCEPT
004970     END-IF
004980     IF DL100-OWNER-PATH = SPACES THEN
004990         MOVE DL100-DEFAULT-OWNER-PATH TO DL100-OWNER-PATH
005000     END-IF
005010     .
005020 0150-EXIT.
005030     EXIT.
005040*----------------------------------------------------------------
005050 0160-RESOLVE-ASOF-DATE.
005060*    THE POSTING AND STATEMENT DATE COMES FROM, IN ORDER OF
005070*    PRECEDENCE:
005080*    (1) THE SEVENTH COMMAND LINE ARGUMENT
005090*    (2) THE DL100-ASOF-DATE ENVIRONMENT VARIABLE
005100*    (3) TODAY
005110*    INVOICES ARE DATED WITH IT, THE STATEMENTS COVER ITS MONTH
005120*    UP TO AND INCLUDING IT, AND INVOICES ARE AGED AS OF IT.
005130*----------------------------------------------------------------
005140     DISPLAY 7 UPON ARGUMENT-NUMBER
005150     ACCEPT DL100-ASOF-DATE FROM ARGUMENT-VALUE
005160         ON EXCEPTION
005170             MOVE SPACES TO DL100-ASOF-DATE
005180     END-ACCEPT
005190     IF DL100-ASOF-DATE = SPACES THEN
005200         ACCEPT DL100-ASOF-DATE FROM ENVIRONMENT
005210             "DL100-ASOF-DATE"
005220         ON EXCEPTION
005230             MOVE SPACES TO DL100-ASOF-DATE
005240         END-ACCEPT
005250     END-IF
005260     IF DL100-ASOF-DATE = SPACES THEN
005270         MOVE DL100-RUN-DATE-DASHED TO DL100-ASOF-DATE
005280     END-IF
005290     MOVE DL100-ASOF-DATE TO DL100-DATE-WORK
005300     PERFORM 0700-DATE-TO-DAY-NUMBER THRU 0700-EXIT
005310     IF DL100-DATE-INVALID THEN
005320         DISPLAY "ARPOST: AS-OF DATE '" DL100-ASOF-DATE
005330             "' IS NOT A CCYY-MM-DD DATE"
005340         MOVE 16 TO RETURN-CODE
005350         STOP RUN
005360     END-IF
005370     MOVE DL100-DAY-NUMBER TO DL100-ASOF-DAY-NUMBER
005380     MOVE DL100-ASOF-DATE(1:7) TO DL100-ASOF-MONTH
005390     .
005400 0160-EXIT.
005410     EXIT.
005420*----------------------------------------------------------------
005430 0170-RESOLVE-REPORT-PATHS.
005440*    RESOLVE THE FOUR REPORT PATHS, EACH FROM, IN ORDER OF
005450*    PRECEDENCE, ITS COMMAND LINE ARGUMENT (8 THROUGH 11), ITS
005460*    ENVIRONMENT VARIABLE, THEN ITS BUILT-IN DEFAULT PATH.
005470*----------------------------------------------------------------
005480     DISPLAY 8 UPON ARGUMENT-NUMBER
005490     ACCEPT DL100-STATEMENT-PATH FROM ARGUMENT-VALUE
005500         ON EXCEPTION
005510             MOVE SPACES TO DL100-STATEMENT-PATH
005520     END-ACCEPT
005530     IF DL100-STATEMENT-PATH = SPACES THEN
005540         ACCEPT DL100-STATEMENT-PATH FROM ENVIRONMENT
005550             "DL100-STATEMENT-PATH"
005560         ON EXCEPTION
005570             MOVE SPACES TO DL100-STATEMENT-PATH
005580         END-ACCEPT
005590     END-IF
005600     IF DL100-STATEMENT-PATH = SPACES THEN
005610         MOVE DL100-DEFAULT-STMT-PATH TO DL100-STATEMENT-PATH
005620     END-IF
005630     DISPLAY 9 UPON ARGUMENT-NUMBER
005640     ACCEPT DL100-AGING-PATH FROM ARGUMENT-VALUE
005650         ON EXCEPTION
005660             MOVE SPACES TO DL100-AGING-PATH
005670     END-ACCEPT
005680     IF DL100-AGING-PATH = SPACES THEN
005690         ACCEPT DL100-AGING-PATH FROM ENVIRONMENT
005700             "DL100-AGING-PATH"
005710         ON EXCEPTION
005720             MOVE SPACES TO DL100-AGING-PATH
005730         END-ACCEPT
005740     END-IF
005750     IF DL100-AGING-PATH = SPACES THEN
005760         MOVE DL100-DEFAULT-AGING-PATH TO DL100-AGING-PATH
005770     END-IF
005780     DISPLAY 10 UPON ARGUMENT-NUMBER
005790     ACCEPT DL100-CREDIT-HOLD-PATH FROM ARGUMENT-VALUE
005800         ON EXCEPTION
005810             MOVE SPACES TO DL100-CREDIT-HOLD-PATH
005820     END-ACCEPT
005830     IF DL100-CREDIT-HOLD-PATH = SPACES THEN
005840         ACCEPT DL100-CREDIT-HOLD-PATH FROM ENVIRONMENT
005850             "DL100-CREDIT-HOLD-PATH"
005860         ON EXCEPTION
005870             MOVE SPACES TO DL100-CREDIT-HOLD-PATH
005880         END-ACCEPT
005890     END-IF
005900     IF DL100-CREDIT-HOLD-PATH = SPACES THEN
005910         MOVE DL100-DEFAULT-CREDIT-HOLD-PATH
005920           TO DL100-CREDIT-HOLD-PATH
005930     END-IF
005940     DISPLAY 11 UPON ARGUMENT-NUMBER
005950     ACCEPT DL100-POSTING-PATH FROM ARGUMENT-VALUE
005960         ON EXCEPTION
005970             MOVE SPACES TO DL100-POSTING-PATH
005980     END-ACCEPT
005990     IF DL100-POSTING-PATH = SPACES THEN
006000         ACCEPT DL100-POSTING-PATH FROM ENVIRONMENT
006010             "DL100-POSTING-PATH"
006020         ON EXCEPTION
006030             MOVE SPACES TO DL100-POSTING-PATH
006040         END-ACCEPT
006050     END-IF
006060     IF DL100-POSTING-PATH = SPACES THEN
006070         MOVE DL100-DEFAULT-POSTING-PATH TO DL100-POSTING-PATH
006080     END-IF
006090     .
006100 0170-EXIT.
006110     EXIT.
006120*----------------------------------------------------------------
006130 0200-LOAD-OWNERS.
006140*    LOAD THE OWNER FILE - NAMES FOR THE STATEMENTS AND CREDIT
006150*    LIMITS FOR THE HOLD LIST.  INACTIVE OWNERS ARE LOADED TOO;
006160*    THEY MAY STILL OWE MONEY.  A LIMIT THAT IS NOT ELEVEN
006170*    DIGITS IS TREATED AS NO LIMIT SET.
006180*----------------------------------------------------------------
006190     OPEN INPUT OWNER-FILE
006200     IF NOT DL100-OWNER-OK THEN
006210         DISPLAY "ARPOST: UNABLE TO OPEN OWNER FILE "
006220             DL100-OWNER-PATH " - FILE STATUS " DL100-OWNER-STATUS
006230         MOVE 16 TO RETURN-CODE
006240         STOP RUN
006250     END-IF
006260     PERFORM UNTIL EXIT
006270         READ OWNER-FILE AT END
006280             EXIT PERFORM
006290         END-READ
006300         IF OWNR-OWNER NOT = SPACES THEN
006310             IF DL100-OWNER-COUNT < 500 THEN
006320                 ADD 1 TO DL100-OWNER-COUNT
006330                 MOVE OWNR-OWNER
006340                      TO DL100-OT-OWNER(DL100-OWNER-COUNT)
006350                 MOVE OWNR-NAME
006360                      TO DL100-OT-NAME(DL100-OWNER-COUNT)
006370                 MOVE 'N' TO DL100-OT-LIMIT-SW(DL100-OWNER-COUNT)
006380                 MOVE ZERO TO DL100-OT-LIMIT(DL100-OWNER-COUNT)
006390                 IF OWNR-CREDIT-LIMIT-TEXT NUMERIC THEN
006400                     MOVE 'Y'
006410                          TO DL100-OT-LIMIT-SW(DL100-OWNER-COUNT)
006420                     MOVE OWNR-CREDIT-LIMIT
006430                          TO DL100-OT-LIMIT(DL100-OWNER-COUNT)
006440                 END-IF
006450             ELSE
006460                 DISPLAY "ARPOST: OWNER TABLE FULL AT 500 - "
006470                     OWNR-OWNER " AND LATER OWNERS NOT LOADED"
006480             END-IF
006490         END-IF
006500     END-PERFORM
006510     CLOSE OWNER-FILE
006520     .
006530 0200-EXIT.
006540     EXIT.
006550*----------------------------------------------------------------
006560 0210-FIND-OWNER.
006570*    LOOK UP DL100-LOOKUP-OWNER IN THE OWNER TABLE, SETTING
006580*    DL100-OWNER-FOUND TO ITS ENTRY (ZERO WHEN NOT ON FILE).
006590*----------------------------------------------------------------
006600     MOVE ZERO TO DL100-OWNER-FOUND
006610     MOVE 1 TO DL100-OWNER-INDEX
006620     PERFORM UNTIL DL100-OWNER-INDEX > DL100-OWNER-COUNT
006630         OR DL100-OWNER-FOUND > 0
006640         IF DL100-OT-OWNER(DL100-OWNER-INDEX) = DL100-LOOKUP-OWNER
006650             THEN
006660             MOVE DL100-OWNER-INDEX TO DL100-OWNER-FOUND
006670         END-IF
006680         ADD 1 TO DL100-OWNER-INDEX
006690     END-PERFORM
006700     .
006710 0210-EXIT.
006720     EXIT.
006730*----------------------------------------------------------------
006740 0220-NOTE-TOUCHED-OWNER.
006750*    REMEMBER THAT DL100-LOOKUP-OWNER WAS POSTED TO THIS RUN, SO
006760*    ITS ACCOUNT IS SETTLED AFTERWARDS.
006770*----------------------------------------------------------------
006780     MOVE 1 TO DL100-TOUCHED-INDEX
006790     PERFORM UNTIL DL100-TOUCHED-INDEX > DL100-TOUCHED-COUNT
006800         IF DL100-TOUCHED-OWNER(DL100-TOUCHED-INDEX) =
006810             DL100-LOOKUP-OWNER THEN
006820             GO TO 0220-EXIT
006830         END-IF
006840         ADD 1 TO DL100-TOUCHED-INDEX
006850     END-PERFORM
006860     IF DL100-TOUCHED-COUNT < 500 THEN
006870         ADD 1 TO DL100-TOUCHED-COUNT
006880         MOVE DL100-LOOKUP-OWNER
006890              TO DL100-TOUCHED-OWNER(DL100-TOUCHED-COUNT)
006900     END-IF
006910     .
006920 0220-EXIT.
006930     EXIT.
006940*----------------------------------------------------------------
006950 0230-CHECK-OWNER-ON-FILE.
006960*    AN OWNER POSTED TO THAT IS NOT ON THE OWNER FILE IS STILL
006970*    POSTED - THE MONEY IS OWED EITHER WAY - BUT IS LISTED SO THE
006980*    COMMERCIAL SIDE CAN ADD IT (AND GIVE IT A CREDIT LIMIT).
006990*----------------------------------------------------------------
007000     PERFORM 0210-FIND-OWNER THRU 0210-EXIT
007010     IF DL100-OWNER-FOUND = 0 THEN
007020         MOVE SPACES TO POSTING-RECORD
007030         STRING "  WARNING: OWNER " DL100-LOOKUP-OWNER
007040             " IS NOT ON THE OWNER FILE"
007050             DELIMITED BY SIZE INTO POSTING-RECORD
007060         WRITE POSTING-RECORD
007070         IF DL100-FINAL-RC < 4 THEN
007080             MOVE 4 TO DL100-FINAL-RC
007090         END-IF
007100     END-IF
007110     .
007120 0230-EXIT.
007130     EXIT.
007140*----------------------------------------------------------------
007150 0250-OPEN-FILES.
007160*    OPEN THE SUBLEDGER FOR UPDATE, CREATING IT ON FIRST USE THE
007170*    SAME WAY CRATEMNT CREATES THE CRATE MASTER, AND START THE
007180*    POSTING REPORT.
007190*----------------------------------------------------------------
007200     OPEN I-O AR-LEDGER
007210     IF DL100-ARL-MISSING THEN
007220         OPEN OUTPUT AR-LEDGER
007230         IF DL100-ARL-OK THEN
007240             CLOSE AR-LEDGER
007250             OPEN I-O AR-LEDGER
007260         END-IF
007270     END-IF
007280     IF NOT DL100-ARL-OK THEN
007290         DISPLAY "ARPOST: UNABLE TO OPEN AR SUBLEDGER "
007300             DL100-ARLEDGER-PATH " - FILE STATUS "
007310             DL100-ARL-STATUS
007320         MOVE 16 TO RETURN-CODE
007330         STOP RUN
007340     END-IF
007350     OPEN OUTPUT POSTING-FILE
007360     MOVE SPACES TO POSTING-RECORD
007370     STRING "ACCOUNTS RECEIVABLE POSTING - AS OF " DL100-ASOF-DATE
007380         " - RUN DATE " DL100-RUN-DATE-DASHED
007390         DELIMITED BY SIZE INTO POSTING-RECORD
007400     WRITE POSTING-RECORD
007410     MOVE SPACES TO POSTING-RECORD
007420     WRITE POSTING-RECORD
007430     .
007440 0250-EXIT.
007450     EXIT.
007460*----------------------------------------------------------------
007470 0300-POST-INVOICES.
007480*    POST EVERY OWNER'S TOTALS RECORD AS AN OPEN INVOICE FOR THE
007490*    BILLING PERIOD.
007500*----------------------------------------------------------------
007510     IF DL100-TOTALS-PATH = SPACES THEN
007520         MOVE "NO CHARGE TOTALS FILE - NO INVOICES POSTED"
007530              TO POSTING-RECORD
007540         WRITE POSTING-RECORD
007550         GO TO 0300-EXIT
007560     END-IF
007570     OPEN INPUT TOTALS-FILE
007580     IF NOT DL100-TOTALS-OK THEN
007590         DISPLAY "ARPOST: UNABLE TO OPEN CHARGE TOTALS FILE "
007600             DL100-TOTALS-PATH " - FILE STATUS "
007610             DL100-TOTALS-STATUS
007620         CLOSE AR-LEDGER
007630         CLOSE POSTING-FILE
007640         MOVE 16 TO RETURN-CODE
007650         STOP RUN
007660     END-IF
007670     MOVE SPACES TO DL100-DOC-NUMBER
007680     IF DL100-STORAGE-CHARGES THEN
007690         STRING "STG-" DL100-BILL-PERIOD(1:7)
007700             DELIMITED BY SIZE INTO DL100-DOC-NUMBER
007710     ELSE
007720         STRING "HDL-" DL100-BILL-PERIOD(1:7)
007730             DELIMITED BY SIZE INTO DL100-DOC-NUMBER
007740     END-IF
007750     MOVE SPACES TO POSTING-RECORD
007760     STRING "INVOICES " DL100-DOC-NUMBER " FROM "
007770         DL100-TOTALS-PATH DELIMITED BY SIZE INTO POSTING-RECORD
007780     WRITE POSTING-RECORD
007790     PERFORM UNTIL EXIT
007800         READ TOTALS-FILE AT END
007810             EXIT PERFORM
007820         END-READ
007830         IF BTOT-OWNER NOT = SPACES THEN
007840             PERFORM 0310-POST-ONE-INVOICE THRU 0310-EXIT
007850         END-IF
007860     END-PERFORM
007870     CLOSE TOTALS-FILE
007880     MOVE SPACES TO POSTING-RECORD
007890     WRITE POSTING-RECORD
007900     .
007910 0300-EXIT.
007920     EXIT.
007930*----------------------------------------------------------------
007940 0310-POST-ONE-INVOICE.
007950*    ONE OWNER'S INVOICE.  THE INVOICE NUMBER IS THE CHARGE KIND
007960*    AND THE PERIOD, SO A PERIOD ALREADY ON THE OWNER'S ACCOUNT
007970*    IS FOUND BY ITS KEY AND REFUSED.
007980*----------------------------------------------------------------
007990     MOVE BTOT-OWNER TO DL100-LOOKUP-OWNER
008000     MOVE BTOT-TOTAL TO DL100-EDIT-MONEY1
008010     IF BTOT-TOTAL = ZERO THEN
008020         ADD 1 TO DL100-SKIPPED-COUNT
008030         MOVE SPACES TO POSTING-RECORD
008040         STRING "  " BTOT-OWNER " " DL100-DOC-NUMBER
008050             " NOTHING OWED - NOT POSTED"
008060             DELIMITED BY SIZE INTO POSTING-RECORD
008070         WRITE POSTING-RECORD
008080         IF DL100-FINAL-RC < 4 THEN
008090             MOVE 4 TO DL100-FINAL-RC
008100         END-IF
008110         GO TO 0310-EXIT
008120     END-IF
008130     MOVE SPACES TO AR-LEDGER-RECORD
008140     MOVE BTOT-OWNER TO ARL-OWNER
008150     SET ARL-IS-INVOICE TO TRUE
008160     MOVE DL100-DOC-NUMBER TO ARL-DOC-NUMBER
008170     READ AR-LEDGER
008180     IF DL100-ARL-OK THEN
008190         ADD 1 TO DL100-REJECTED-COUNT
008200         MOVE SPACES TO POSTING-RECORD
008210         STRING "  " BTOT-OWNER " " DL100-DOC-NUMBER
008220             DL100-EDIT-MONEY1 " REFUSED - PERIOD ALREADY POSTED"
008230             " ON " ARL-POSTED-DATE
008240             DELIMITED BY SIZE INTO POSTING-RECORD
008250         WRITE POSTING-RECORD
008260         MOVE 8 TO DL100-FINAL-RC
008270         GO TO 0310-EXIT
008280     END-IF
008290     MOVE SPACES TO AR-LEDGER-RECORD
008300     MOVE BTOT-OWNER            TO ARL-OWNER
008310     SET ARL-IS-INVOICE TO TRUE
008320     MOVE DL100-DOC-NUMBER      TO ARL-DOC-NUMBER
008330     MOVE DL100-ASOF-DATE       TO ARL-DOC-DATE
008340     MOVE DL100-RUN-DATE-DASHED TO ARL-POSTED-DATE
008350     MOVE DL100-BILL-PERIOD(1:7) TO ARL-PERIOD
008360     MOVE BTOT-TOTAL            TO ARL-AMOUNT
008370     MOVE BTOT-TOTAL            TO ARL-OPEN-AMOUNT
008380     MOVE BTOT-LIFTS            TO ARL-LIFTS
008390     MOVE BTOT-CRATES           TO ARL-CRATES
008400     MOVE BTOT-CHARGES          TO ARL-CHARGES
008410     MOVE BTOT-SURCHARGES       TO ARL-SURCHARGES
008420     IF DL100-STORAGE-CHARGES THEN
008430         MOVE "STORAGE CHARGES" TO ARL-REMARK
008440     ELSE
008450         MOVE "HANDLING CHARGES" TO ARL-REMARK
008460     END-IF
008470     WRITE AR-LEDGER-RECORD
008480     IF NOT DL100-ARL-OK THEN
008490         ADD 1 TO DL100-REJECTED-COUNT
008500         MOVE SPACES TO POSTING-RECORD
008510         STRING "  " BTOT-OWNER " " DL100-DOC-NUMBER
008520             DL100-EDIT-MONEY1 " REFUSED - SUBLEDGER WRITE"
008530             " FAILED, FILE STATUS " DL100-ARL-STATUS
008540             DELIMITED BY SIZE INTO POSTING-RECORD
008550         WRITE POSTING-RECORD
008560         MOVE 8 TO DL100-FINAL-RC
008570         GO TO 0310-EXIT
008580     END-IF
008590     ADD 1 TO DL100-INVOICES-POSTED
008600     ADD BTOT-TOTAL TO DL100-INVOICED-AMOUNT
008610     MOVE SPACES TO POSTING-RECORD
008620     STRING "  " BTOT-OWNER " " DL100-DOC-NUMBER
008630         DL100-EDIT-MONEY1 " POSTED"
008640         DELIMITED BY SIZE INTO POSTING-RECORD
008650     WRITE POSTING-RECORD
008660     PERFORM 0230-CHECK-OWNER-ON-FILE THRU 0230-EXIT
008670     PERFORM 0220-NOTE-TOUCHED-OWNER THRU 0220-EXIT
008680     .
008690 0310-EXIT.
008700     EXIT.
008710*----------------------------------------------------------------
008720 0400-POST-RECEIPTS.
008730*    POST EVERY PAYMENT AND CREDIT MEMO ON THE CASH-RECEIPTS
008740*    FILE.  EACH LINE GETS ONE POSTING-REPORT LINE SAYING WHAT
008750*    BECAME OF IT.
008760*----------------------------------------------------------------
008770     IF DL100-RECEIPTS-PATH = SPACES THEN
008780         MOVE "NO CASH-RECEIPTS FILE - NO RECEIPTS POSTED"
008790              TO POSTING-RECORD
008800         WRITE POSTING-RECORD
008810         GO TO 0400-EXIT
008820     END-IF
008830     OPEN INPUT RECEIPTS-FILE
008840     IF NOT DL100-RECEIPTS-OK THEN
008850         DISPLAY "ARPOST: UNABLE TO OPEN CASH-RECEIPTS FILE "
008860             DL100-RECEIPTS-PATH " - FILE STATUS "
008870             DL100-RECEIPTS-STATUS
008880         CLOSE AR-LEDGER
008890         CLOSE POSTING-FILE
008900         MOVE 16 TO RETURN-CODE
008910         STOP RUN
008920     END-IF
008930     MOVE SPACES TO POSTING-RECORD
008940     STRING "RECEIPTS FROM " DL100-RECEIPTS-PATH
008950         DELIMITED BY SIZE INTO POSTING-RECORD
008960     WRITE POSTING-RECORD
008970     PERFORM UNTIL EXIT
008980         READ RECEIPTS-FILE AT END
008990             EXIT PERFORM
009000         END-READ
009010         IF CASH-RECEIPT-RECORD NOT = SPACES THEN
009020             PERFORM 0410-POST-ONE-RECEIPT THRU 0410-EXIT
009030         END-IF
009040     END-PERFORM
009050     CLOSE RECEIPTS-FILE
009060     MOVE SPACES TO POSTING-RECORD
009070     WRITE POSTING-RECORD
009080     .
009090 0400-EXIT.
009100     EXIT.
009110*----------------------------------------------------------------
009120 0410-POST-ONE-RECEIPT.
009130*    EDIT ONE RECEIPT, THEN POST IT.  THE RECEIPT GOES ON THE
009140*    SUBLEDGER FULLY OPEN FIRST; ONLY THEN IS AN AMOUNT DIRECTED
009150*    AT A NAMED INVOICE APPLIED TO IT (0415).  WHATEVER IS LEFT
009160*    IS APPLIED OLDEST INVOICE FIRST WHEN THE OWNER IS SETTLED.
009170*----------------------------------------------------------------
009180     SET DL100-ITEM-ACCEPTED TO TRUE
009190     MOVE SPACES TO DL100-REJECT-REASON
009200     PERFORM 0420-EDIT-RECEIPT THRU 0420-EXIT
009210     IF DL100-ITEM-REJECTED THEN
009220         GO TO 0410-REPORT
009230     END-IF
009240     MOVE CRCP-AMOUNT TO DL100-RCPT-OPEN
009250     MOVE SPACES TO AR-LEDGER-RECORD
009260     MOVE CRCP-OWNER            TO ARL-OWNER
009270     MOVE CRCP-TYPE             TO ARL-DOC-TYPE
009280     MOVE CRCP-REFERENCE        TO ARL-DOC-NUMBER
009290     MOVE DL100-RCPT-DATE       TO ARL-DOC-DATE
009300     MOVE DL100-RUN-DATE-DASHED TO ARL-POSTED-DATE
009310     MOVE DL100-RCPT-DATE(1:7)  TO ARL-PERIOD
009320     MOVE CRCP-AMOUNT           TO ARL-AMOUNT
009330     MOVE DL100-RCPT-OPEN       TO ARL-OPEN-AMOUNT
009340     MOVE ZERO                  TO ARL-LIFTS
009350     MOVE ZERO                  TO ARL-CRATES
009360     MOVE ZERO                  TO ARL-CHARGES
009370     MOVE ZERO                  TO ARL-SURCHARGES
009380     MOVE CRCP-APPLY-TO         TO ARL-APPLIED-TO
009390     MOVE CRCP-REMARK           TO ARL-REMARK
009400     WRITE AR-LEDGER-RECORD
009410     IF NOT DL100-ARL-OK THEN
009420         SET DL100-ITEM-REJECTED TO TRUE
009430         STRING "SUBLEDGER WRITE FAILED, FILE STATUS "
009440             DL100-ARL-STATUS DELIMITED BY SIZE
009450             INTO DL100-REJECT-REASON
009460         GO TO 0410-REPORT
009470     END-IF
009480     IF CRCP-APPLY-TO NOT = SPACES THEN
009490         PERFORM 0415-APPLY-TO-INVOICE THRU 0415-EXIT
009500     END-IF
009510     .
009520 0410-REPORT.
009530     IF CRCP-AMOUNT-TEXT NUMERIC THEN
009540         MOVE CRCP-AMOUNT TO DL100-EDIT-MONEY1
009550     ELSE
009560         MOVE ZERO TO DL100-EDIT-MONEY1
009570     END-IF
009580     MOVE SPACES TO POSTING-RECORD
009590     IF DL100-ITEM-REJECTED THEN
009600         ADD 1 TO DL100-REJECTED-COUNT
009610         MOVE 8 TO DL100-FINAL-RC
009620         STRING "  " CRCP-OWNER " " CRCP-TYPE " " CRCP-REFERENCE
009630             DL100-EDIT-MONEY1 " REFUSED - " DL100-REJECT-REASON
009640             DELIMITED BY SIZE INTO POSTING-RECORD
009650         WRITE POSTING-RECORD
009660         GO TO 0410-EXIT
009670     END-IF
009680     ADD 1 TO DL100-RECEIPTS-POSTED
009690     ADD CRCP-AMOUNT TO DL100-RECEIVED-AMOUNT
009700     STRING "  " CRCP-OWNER " " CRCP-TYPE " " CRCP-REFERENCE
009710         DL100-EDIT-MONEY1 " POSTED"
009720         DELIMITED BY SIZE INTO POSTING-RECORD
009730     WRITE POSTING-RECORD
009740     MOVE CRCP-OWNER TO DL100-LOOKUP-OWNER
009750     PERFORM 0230-CHECK-OWNER-ON-FILE THRU 0230-EXIT
009760     PERFORM 0220-NOTE-TOUCHED-OWNER THRU 0220-EXIT
009770     .
009780 0410-EXIT.
009790     EXIT.
009800*----------------------------------------------------------------
009810 0415-APPLY-TO-INVOICE.
009820*    APPLY THE RECEIPT JUST WRITTEN TO THE INVOICE IT NAMES.  THE
009830*    INVOICE IS REWRITTEN FIRST, THEN THE RECEIPT.  A RECEIPT
009840*    THAT CANNOT BE REWRITTEN PUTS THE INVOICE BACK, SO THE CASH
009850*    IS LEFT UNAPPLIED ON BOTH SIDES (AND SETTLED OLDEST FIRST)
009860*    RATHER THAN COUNTED ON ONE SIDE ONLY.  EVERY FAILURE IS
009870*    NAMED ON THE POSTING REPORT BY 0540.
009880*----------------------------------------------------------------
009890     MOVE SPACES TO AR-LEDGER-RECORD
009900     MOVE CRCP-OWNER    TO ARL-OWNER
009910     SET ARL-IS-INVOICE TO TRUE
009920     MOVE CRCP-APPLY-TO TO ARL-DOC-NUMBER
009930     MOVE ARL-OWNER      TO DL100-FAIL-OWNER
009940     MOVE ARL-DOC-TYPE   TO DL100-FAIL-TYPE
009950     MOVE ARL-DOC-NUMBER TO DL100-FAIL-DOC
009960     READ AR-LEDGER
009970     IF NOT DL100-ARL-OK THEN
009980         MOVE "READ" TO DL100-FAIL-VERB
009990         PERFORM 0540-REPORT-LEDGER-FAILURE THRU 0540-EXIT
010000         GO TO 0415-EXIT
010010     END-IF
010020     IF ARL-OPEN-AMOUNT < DL100-RCPT-OPEN THEN
010030         MOVE ARL-OPEN-AMOUNT TO DL100-APPLY-AMOUNT
010040     ELSE
010050         MOVE DL100-RCPT-OPEN TO DL100-APPLY-AMOUNT
010060     END-IF
010070     IF DL100-APPLY-AMOUNT NOT > ZERO THEN
010080         GO TO 0415-EXIT
010090     END-IF
010100     SUBTRACT DL100-APPLY-AMOUNT FROM ARL-OPEN-AMOUNT
010110     REWRITE AR-LEDGER-RECORD
010120     IF NOT DL100-ARL-OK THEN
010130         MOVE "REWRITE" TO DL100-FAIL-VERB
010140         PERFORM 0540-REPORT-LEDGER-FAILURE THRU 0540-EXIT
010150         GO TO 0415-EXIT
010160     END-IF
010170     MOVE SPACES TO AR-LEDGER-RECORD
010180     MOVE CRCP-OWNER     TO ARL-OWNER
010190     MOVE CRCP-TYPE      TO ARL-DOC-TYPE
010200     MOVE CRCP-REFERENCE TO ARL-DOC-NUMBER
010210     MOVE ARL-OWNER      TO DL100-FAIL-OWNER
010220     MOVE ARL-DOC-TYPE   TO DL100-FAIL-TYPE
010230     MOVE ARL-DOC-NUMBER TO DL100-FAIL-DOC
010240     READ AR-LEDGER
010250     IF NOT DL100-ARL-OK THEN
010260         MOVE "READ" TO DL100-FAIL-VERB
010270         GO TO 0415-PUT-BACK
010280     END-IF
010290     SUBTRACT DL100-APPLY-AMOUNT FROM ARL-OPEN-AMOUNT
010300     REWRITE AR-LEDGER-RECORD
010310     IF NOT DL100-ARL-OK THEN
010320         MOVE "REWRITE" TO DL100-FAIL-VERB
010330         GO TO 0415-PUT-BACK
010340     END-IF
010350     SUBTRACT DL100-APPLY-AMOUNT FROM DL100-RCPT-OPEN
010360     ADD DL100-APPLY-AMOUNT TO DL100-APPLIED-AMOUNT
010370     GO TO 0415-EXIT
010380     .
010390 0415-PUT-BACK.
010400     PERFORM 0540-REPORT-LEDGER-FAILURE THRU 0540-EXIT
010410     MOVE SPACES TO AR-LEDGER-RECORD
010420     MOVE CRCP-OWNER    TO ARL-OWNER
010430     SET ARL-IS-INVOICE TO TRUE
010440     MOVE CRCP-APPLY-TO TO ARL-DOC-NUMBER
010450     MOVE ARL-OWNER      TO DL100-FAIL-OWNER
010460     MOVE ARL-DOC-TYPE   TO DL100-FAIL-TYPE
010470     MOVE ARL-DOC-NUMBER TO DL100-FAIL-DOC
010480     READ AR-LEDGER
010490     IF NOT DL100-ARL-OK THEN
010500         MOVE "READ" TO DL100-FAIL-VERB
010510         PERFORM 0540-REPORT-LEDGER-FAILURE THRU 0540-EXIT
010520         GO TO 0415-EXIT
010530     END-IF
010540     ADD DL100-APPLY-AMOUNT TO ARL-OPEN-AMOUNT
010550     REWRITE AR-LEDGER-RECORD
010560     IF NOT DL100-ARL-OK THEN
010570         MOVE "REWRITE" TO DL100-FAIL-VERB
010580         PERFORM 0540-REPORT-LEDGER-FAILURE THRU 0540-EXIT
010590     END-IF
010600     .
010610 0415-EXIT.
010620     EXIT.
010630*----------------------------------------------------------------
010640 0420-EDIT-RECEIPT.
010650*    A RECEIPT NEEDS A TYPE OF P OR C, AN OWNER, A REFERENCE NOT
010660*    ALREADY POSTED FOR THE OWNER, A NONZERO ELEVEN-DIGIT AMOUNT,
010670*    A REAL DATE (OR NONE), AND - IF IT NAMES AN INVOICE - AN
010680*    INVOICE THE OWNER ACTUALLY HAS.
010690*----------------------------------------------------------------
010700     IF NOT CRCP-IS-PAYMENT AND NOT CRCP-IS-CREDIT THEN
010710         SET DL100-ITEM-REJECTED TO TRUE
010720         MOVE "TYPE MUST BE P (PAYMENT) OR C (CREDIT MEMO)"
010730              TO DL100-REJECT-REASON
010740         GO TO 0420-EXIT
010750     END-IF
010760     IF CRCP-OWNER = SPACES OR CRCP-REFERENCE = SPACES THEN
010770         SET DL100-ITEM-REJECTED TO TRUE
010780         MOVE "OWNER AND REFERENCE ARE BOTH REQUIRED"
010790              TO DL100-REJECT-REASON
010800         GO TO 0420-EXIT
010810     END-IF
010820     IF CRCP-AMOUNT-TEXT NOT NUMERIC THEN
010830         SET DL100-ITEM-REJECTED TO TRUE
010840         MOVE "AMOUNT MUST BE ELEVEN DIGITS, TWO IMPLIED DECIMALS"
010850              TO DL100-REJECT-REASON
010860         GO TO 0420-EXIT
010870     END-IF
010880     IF CRCP-AMOUNT = ZERO THEN
010890         SET DL100-ITEM-REJECTED TO TRUE
010900         MOVE "AMOUNT IS ZERO" TO DL100-REJECT-REASON
010910         GO TO 0420-EXIT
010920     END-IF
010930     IF CRCP-DATE = SPACES THEN
010940         MOVE DL100-ASOF-DATE TO DL100-RCPT-DATE
010950     ELSE
010960         MOVE CRCP-DATE TO DL100-DATE-WORK
010970         PERFORM 0700-DATE-TO-DAY-NUMBER THRU 0700-EXIT
010980         IF DL100-DATE-INVALID THEN
010990             SET DL100-ITEM-REJECTED TO TRUE
011000             MOVE "DATE IS NOT A CCYY-MM-DD DATE"
011010                  TO DL100-REJECT-REASON
011020             GO TO 0420-EXIT
011030         END-IF
011040         MOVE CRCP-DATE TO DL100-RCPT-DATE
011050     END-IF
011060     MOVE SPACES TO AR-LEDGER-RECORD
011070     MOVE CRCP-OWNER     TO ARL-OWNER
011080     MOVE CRCP-TYPE      TO ARL-DOC-TYPE
011090     MOVE CRCP-REFERENCE TO ARL-DOC-NUMBER
011100     READ AR-LEDGER
011110     IF DL100-ARL-OK THEN
011120         SET DL100-ITEM-REJECTED TO TRUE
011130         STRING "REFERENCE ALREADY POSTED ON " ARL-POSTED-DATE
011140             DELIMITED BY SIZE INTO DL100-REJECT-REASON
011150         GO TO 0420-EXIT
011160     END-IF
011170     IF CRCP-APPLY-TO NOT = SPACES THEN
011180         MOVE SPACES TO AR-LEDGER-RECORD
011190         MOVE CRCP-OWNER    TO ARL-OWNER
011200         SET ARL-IS-INVOICE TO TRUE
011210         MOVE CRCP-APPLY-TO TO ARL-DOC-NUMBER
011220         READ AR-LEDGER
011230         IF NOT DL100-ARL-OK THEN
011240             SET DL100-ITEM-REJECTED TO TRUE
011250             STRING "OWNER HAS NO INVOICE " CRCP-APPLY-TO
011260                 DELIMITED BY SIZE INTO DL100-REJECT-REASON
011270             GO TO 0420-EXIT
011280         END-IF
011290     END-IF
011300     .
011310 0420-EXIT.
011320     EXIT.
011330*----------------------------------------------------------------
011340 0500-SETTLE-OWNER.
011350*    APPLY AN OWNER'S UNAPPLIED PAYMENTS AND CREDIT MEMOS TO ITS
011360*    OPEN INVOICES, OLDEST INVOICE FIRST.  THE OWNER'S OPEN ITEMS
011370*    ARE READ IN ONE SWEEP OF THE KEY, MATCHED IN THE TABLES,
011380*    AND ONLY THE ITEMS THAT CHANGED ARE REWRITTEN.
011390*----------------------------------------------------------------
011400     MOVE ZERO TO DL100-INV-COUNT
011410     MOVE ZERO TO DL100-CASH-COUNT
011420     MOVE 'N' TO DL100-OVERFLOW-SW
011430     MOVE LOW-VALUES TO ARL-KEY
011440     MOVE DL100-TOUCHED-OWNER(DL100-TOUCHED-INDEX) TO ARL-OWNER
011450     START AR-LEDGER KEY NOT < ARL-KEY
011460     IF NOT DL100-ARL-OK THEN
011470         GO TO 0500-EXIT
011480     END-IF
011490     PERFORM UNTIL EXIT
011500         READ AR-LEDGER NEXT RECORD AT END
011510             EXIT PERFORM
011520         END-READ
011530         IF ARL-OWNER NOT =
011540             DL100-TOUCHED-OWNER(DL100-TOUCHED-INDEX) THEN
011550             EXIT PERFORM
011560         END-IF
011570         IF ARL-OPEN-AMOUNT > ZERO THEN
011580             PERFORM 0510-HOLD-OPEN-ITEM THRU 0510-EXIT
011590         END-IF
011600     END-PERFORM
011610     IF DL100-ITEMS-OVERFLOW THEN
011620         MOVE SPACES TO POSTING-RECORD
011630         STRING "  WARNING: OWNER "
011640             DL100-TOUCHED-OWNER(DL100-TOUCHED-INDEX)
011650             " HAS MORE THAN 300 OPEN ITEMS OF ONE KIND - THE"
011660             " REST WAIT FOR THE NEXT RUN" DELIMITED BY SIZE
011670             INTO POSTING-RECORD
011680         WRITE POSTING-RECORD
011690         IF DL100-FINAL-RC < 4 THEN
011700             MOVE 4 TO DL100-FINAL-RC
011710         END-IF
011720     END-IF
011730     MOVE 1 TO DL100-CASH-INDEX
011740     PERFORM UNTIL DL100-CASH-INDEX > DL100-CASH-COUNT
011750         PERFORM 0520-APPLY-CASH-ITEM THRU 0520-EXIT
011760         ADD 1 TO DL100-CASH-INDEX
011770     END-PERFORM
011780     PERFORM 0530-REWRITE-SETTLED THRU 0530-EXIT
011790     .
011800 0500-EXIT.
011810     EXIT.
011820*----------------------------------------------------------------
011830 0510-HOLD-OPEN-ITEM.
011840*    HOLD ONE OPEN INVOICE OR UNAPPLIED RECEIPT IN ITS TABLE.
011850*----------------------------------------------------------------
011860     IF ARL-IS-INVOICE THEN
011870         IF DL100-INV-COUNT < 300 THEN
011880             ADD 1 TO DL100-INV-COUNT
011890             MOVE ARL-DOC-NUMBER
011900                  TO DL100-INV-NUMBER(DL100-INV-COUNT)
011910             MOVE ARL-DOC-DATE TO DL100-INV-DATE(DL100-INV-COUNT)
011920             MOVE ARL-OPEN-AMOUNT
011930                  TO DL100-INV-OPEN(DL100-INV-COUNT)
011940             MOVE 'N' TO DL100-INV-CHANGED(DL100-INV-COUNT)
011950         ELSE
011960             SET DL100-ITEMS-OVERFLOW TO TRUE
011970         END-IF
011980     ELSE
011990         IF DL100-CASH-COUNT < 300 THEN
012000             ADD 1 TO DL100-CASH-COUNT
012010             MOVE ARL-DOC-TYPE
012020                  TO DL100-CASH-TYPE(DL100-CASH-COUNT)
012030             MOVE ARL-DOC-NUMBER
012040                  TO DL100-CASH-NUMBER(DL100-CASH-COUNT)
012050             MOVE ARL-OPEN-AMOUNT
012060                  TO DL100-CASH-OPEN(DL100-CASH-COUNT)
012070             MOVE 'N' TO DL100-CASH-CHANGED(DL100-CASH-COUNT)
012080         ELSE
012090             SET DL100-ITEMS-OVERFLOW TO TRUE
012100         END-IF
012110     END-IF
012120     .
012130 0510-EXIT.
012140     EXIT.
012150*----------------------------------------------------------------
012160 0520-APPLY-CASH-ITEM.
012170*    APPLY ONE UNAPPLIED RECEIPT TO THE OLDEST OPEN INVOICES
012180*    UNTIL IT IS USED UP OR NOTHING IS LEFT OPEN.  WHAT REMAINS
012190*    STAYS ON ACCOUNT AS UNAPPLIED CASH.
012200*----------------------------------------------------------------
012210     PERFORM UNTIL DL100-CASH-OPEN(DL100-CASH-INDEX) = ZERO
012220         MOVE ZERO TO DL100-INV-OLDEST
012230         MOVE 1 TO DL100-INV-INDEX
012240         PERFORM UNTIL DL100-INV-INDEX > DL100-INV-COUNT
012250             IF DL100-INV-OPEN(DL100-INV-INDEX) > ZERO THEN
012260                 IF DL100-INV-OLDEST = 0 THEN
012270                     MOVE DL100-INV-INDEX TO DL100-INV-OLDEST
012280                 ELSE
012290                     IF DL100-INV-DATE(DL100-INV-INDEX) <
012300                         DL100-INV-DATE(DL100-INV-OLDEST) THEN
012310                         MOVE DL100-INV-INDEX TO DL100-INV-OLDEST
012320                     END-IF
012330                 END-IF
012340             END-IF
012350             ADD 1 TO DL100-INV-INDEX
012360         END-PERFORM
012370         IF DL100-INV-OLDEST = 0 THEN
012380             EXIT PERFORM
012390         END-IF
012400         IF DL100-INV-OPEN(DL100-INV-OLDEST) <
012410             DL100-CASH-OPEN(DL100-CASH-INDEX) THEN
012420             MOVE DL100-INV-OPEN(DL100-INV-OLDEST)
012430                  TO DL100-APPLY-AMOUNT
012440         ELSE
012450             MOVE DL100-CASH-OPEN(DL100-CASH-INDEX)
012460                  TO DL100-APPLY-AMOUNT
012470         END-IF
012480         SUBTRACT DL100-APPLY-AMOUNT
012490             FROM DL100-INV-OPEN(DL100-INV-OLDEST)
012500         SUBTRACT DL100-APPLY-AMOUNT
012510             FROM DL100-CASH-OPEN(DL100-CASH-INDEX)
012520         MOVE 'Y' TO DL100-INV-CHANGED(DL100-INV-OLDEST)
012530         MOVE 'Y' TO DL100-CASH-CHANGED(DL100-CASH-INDEX)
012540         ADD DL100-APPLY-AMOUNT TO DL100-APPLIED-AMOUNT
012550     END-PERFORM
012560     .
012570 0520-EXIT.
012580     EXIT.
012590*----------------------------------------------------------------
012600 0530-REWRITE-SETTLED.
012610*    REWRITE THE OPEN AMOUNT OF EVERY ITEM THE SETTLEMENT
012620*    CHANGED.  AN ITEM THAT CANNOT BE READ BACK OR REWRITTEN IS
012630*    REPORTED BY 0540 - THE OTHER SIDE OF ITS SETTLEMENT MAY
012640*    ALREADY BE ON FILE.
012650*----------------------------------------------------------------
012660     MOVE 1 TO DL100-INV-INDEX
012670     PERFORM UNTIL DL100-INV-INDEX > DL100-INV-COUNT
012680         IF DL100-INV-CHANGED(DL100-INV-INDEX) = 'Y' THEN
012690             MOVE DL100-TOUCHED-OWNER(DL100-TOUCHED-INDEX)
012700                  TO ARL-OWNER
012710             SET ARL-IS-INVOICE TO TRUE
012720             MOVE DL100-INV-NUMBER(DL100-INV-INDEX)
012730                  TO ARL-DOC-NUMBER
012740             MOVE DL100-INV-OPEN(DL100-INV-INDEX)
012750                  TO DL100-APPLY-AMOUNT
012760             PERFORM 0535-REWRITE-ONE-ITEM THRU 0535-EXIT
012770         END-IF
012780         ADD 1 TO DL100-INV-INDEX
012790     END-PERFORM
012800     MOVE 1 TO DL100-CASH-INDEX
012810     PERFORM UNTIL DL100-CASH-INDEX > DL100-CASH-COUNT
012820         IF DL100-CASH-CHANGED(DL100-CASH-INDEX) = 'Y' THEN
012830             MOVE DL100-TOUCHED-OWNER(DL100-TOUCHED-INDEX)
012840                  TO ARL-OWNER
012850             MOVE DL100-CASH-TYPE(DL100-CASH-INDEX)
012860                  TO ARL-DOC-TYPE
012870             MOVE DL100-CASH-NUMBER(DL100-CASH-INDEX)
012880                  TO ARL-DOC-NUMBER
012890             MOVE DL100-CASH-OPEN(DL100-CASH-INDEX)
012900                  TO DL100-APPLY-AMOUNT
012910             PERFORM 0535-REWRITE-ONE-ITEM THRU 0535-EXIT
012920         END-IF
012930         ADD 1 TO DL100-CASH-INDEX
012940     END-PERFORM
012950     .
012960 0530-EXIT.
012970     EXIT.
012980*----------------------------------------------------------------
012990 0535-REWRITE-ONE-ITEM.
013000*    READ BACK THE SUBLEDGER ITEM WHOSE KEY IS IN ARL-KEY AND
013010*    REWRITE IT WITH THE OPEN AMOUNT IN DL100-APPLY-AMOUNT.
013020*----------------------------------------------------------------
013030     MOVE ARL-OWNER      TO DL100-FAIL-OWNER
013040     MOVE ARL-DOC-TYPE   TO DL100-FAIL-TYPE
013050     MOVE ARL-DOC-NUMBER TO DL100-FAIL-DOC
013060     READ AR-LEDGER
013070     IF NOT DL100-ARL-OK THEN
013080         MOVE "READ" TO DL100-FAIL-VERB
013090         PERFORM 0540-REPORT-LEDGER-FAILURE THRU 0540-EXIT
013100         GO TO 0535-EXIT
013110     END-IF
013120     MOVE DL100-APPLY-AMOUNT TO ARL-OPEN-AMOUNT
013130     REWRITE AR-LEDGER-RECORD
013140     IF NOT DL100-ARL-OK THEN
013150         MOVE "REWRITE" TO DL100-FAIL-VERB
013160         PERFORM 0540-REPORT-LEDGER-FAILURE THRU 0540-EXIT
013170     END-IF
013180     .
013190 0535-EXIT.
013200     EXIT.
013210*----------------------------------------------------------------
013220 0540-REPORT-LEDGER-FAILURE.
013230*    A SUBLEDGER READ OR REWRITE FAILED WHILE CASH WAS BEING
013240*    APPLIED.  NAME THE DOCUMENT ON THE POSTING REPORT SO IT CAN
013250*    BE PUT RIGHT BY HAND, AND END THE RUN 8.
013260*----------------------------------------------------------------
013270     ADD 1 TO DL100-LEDGER-FAILURES
013280     MOVE SPACES TO POSTING-RECORD
013290     STRING "  " DL100-FAIL-OWNER " " DL100-FAIL-TYPE " "
013300         DL100-FAIL-DOC " CASH APPLICATION NOT SAVED - SUBLEDGER "
013310         DL100-FAIL-VERB " FAILED, FILE STATUS " DL100-ARL-STATUS
013320         DELIMITED BY SIZE INTO POSTING-RECORD
013330     WRITE POSTING-RECORD
013340     MOVE 8 TO DL100-FINAL-RC
013350     .
013360 0540-EXIT.
013370     EXIT.
013380*----------------------------------------------------------------
013390 0550-WRITE-POSTING-TOTALS.
013400*    CLOSE THE POSTING REPORT WITH THE RUN TOTALS.
013410*----------------------------------------------------------------
013420     MOVE DL100-INVOICES-POSTED TO DL100-EDIT-NUM1
013430     MOVE DL100-INVOICED-AMOUNT TO DL100-EDIT-MONEY1
013440     MOVE SPACES TO POSTING-RECORD
013450     STRING "INVOICES POSTED:  " DL100-EDIT-NUM1 DL100-EDIT-MONEY1
013460         DELIMITED BY SIZE INTO POSTING-RECORD
013470     WRITE POSTING-RECORD
013480     MOVE DL100-RECEIPTS-POSTED TO DL100-EDIT-NUM1
013490     MOVE DL100-RECEIVED-AMOUNT TO DL100-EDIT-MONEY1
013500     MOVE SPACES TO POSTING-RECORD
013510     STRING "RECEIPTS POSTED:  " DL100-EDIT-NUM1 DL100-EDIT-MONEY1
013520         DELIMITED BY SIZE INTO POSTING-RECORD
013530     WRITE POSTING-RECORD
013540     MOVE DL100-APPLIED-AMOUNT TO DL100-EDIT-MONEY1
013550     MOVE SPACES TO POSTING-RECORD
013560     STRING "CASH APPLIED:            " DL100-EDIT-MONEY1
013570         DELIMITED BY SIZE INTO POSTING-RECORD
013580     WRITE POSTING-RECORD
013590     MOVE DL100-REJECTED-COUNT TO DL100-EDIT-NUM1
013600     MOVE DL100-SKIPPED-COUNT  TO DL100-EDIT-NUM2
013610     MOVE SPACES TO POSTING-RECORD
013620     STRING "REFUSED:          " DL100-EDIT-NUM1
013630         "  ZERO TOTALS PASSED OVER: " DL100-EDIT-NUM2
013640         DELIMITED BY SIZE INTO POSTING-RECORD
013650     WRITE POSTING-RECORD
013660     IF DL100-LEDGER-FAILURES > 0 THEN
013670         MOVE DL100-LEDGER-FAILURES TO DL100-EDIT-NUM1
013680         MOVE SPACES TO POSTING-RECORD
013690         STRING "SUBLEDGER UPDATES FAILED: " DL100-EDIT-NUM1
013700             " - CASH APPLIED ABOVE MAY NOT ALL BE ON FILE"
013710             DELIMITED BY SIZE INTO POSTING-RECORD
013720         WRITE POSTING-RECORD
013730     END-IF
013740     .
013750 0550-EXIT.
013760     EXIT.
013770*----------------------------------------------------------------
013780 0600-WRITE-REPORTS.
013790*    READ THE WHOLE SUBLEDGER IN OWNER ORDER AND, AT EACH CHANGE
013800*    OF OWNER, WRITE THE OWNER'S STATEMENT, ITS AGING LINE, AND
013810*    - IF IT IS OVER ITS LIMIT - ITS CREDIT-HOLD LINE.
013820*----------------------------------------------------------------
013830     OPEN OUTPUT STATEMENT-FILE
013840     OPEN OUTPUT AGING-FILE
013850     OPEN OUTPUT HOLD-FILE
013860     MOVE SPACES TO STATEMENT-RECORD
013870     STRING "OWNER STATEMENTS - MONTH " DL100-ASOF-MONTH
013880         " THROUGH " DL100-ASOF-DATE
013890         DELIMITED BY SIZE INTO STATEMENT-RECORD
013900     WRITE STATEMENT-RECORD
013910     MOVE SPACES TO STATEMENT-RECORD
013920     WRITE STATEMENT-RECORD
013930     MOVE SPACES TO AGING-RECORD
013940     STRING "AGED RECEIVABLES - AS OF " DL100-ASOF-DATE
013950         DELIMITED BY SIZE INTO AGING-RECORD
013960     WRITE AGING-RECORD
013970     MOVE SPACES TO AGING-RECORD
013980     WRITE AGING-RECORD
013990     MOVE SPACES TO AGING-RECORD
014000     STRING "OWNER                       CURRENT        30 DAYS"
014010         "        60 DAYS       90+ DAYS      UNAPPLIED"
014020         "    BALANCE DUE"
014030         DELIMITED BY SIZE INTO AGING-RECORD
014040     WRITE AGING-RECORD
014050     MOVE SPACES TO HOLD-RECORD
014060     STRING "CREDIT-HOLD LIST - AS OF " DL100-ASOF-DATE
014070         " - RELEASE NO CRATES OF THESE OWNERS UNTIL PAID"
014080         DELIMITED BY SIZE INTO HOLD-RECORD
014090     WRITE HOLD-RECORD
014100     MOVE SPACES TO HOLD-RECORD
014110     WRITE HOLD-RECORD
014120     MOVE SPACES TO HOLD-RECORD
014130     STRING "OWNER                NAME                          "
014140         "   CREDIT LIMIT    BALANCE DUE        OVER BY"
014150         "  OLDEST OPEN"
014160         DELIMITED BY SIZE INTO HOLD-RECORD
014170     WRITE HOLD-RECORD
014180     MOVE SPACES TO DL100-CUR-OWNER
014190     MOVE LOW-VALUES TO ARL-KEY
014200     START AR-LEDGER KEY NOT < ARL-KEY
014210     IF DL100-ARL-OK THEN
014220         PERFORM UNTIL EXIT
014230             READ AR-LEDGER NEXT RECORD AT END
014240                 EXIT PERFORM
014250             END-READ
014260             IF ARL-OWNER NOT = DL100-CUR-OWNER THEN
014270                 IF DL100-CUR-OWNER NOT = SPACES THEN
014280                     PERFORM 0630-FINISH-OWNER THRU 0630-EXIT
014290                 END-IF
014300                 PERFORM 0610-START-OWNER THRU 0610-EXIT
014310             END-IF
014320             PERFORM 0620-ACCUMULATE-ITEM THRU 0620-EXIT
014330         END-PERFORM
014340     END-IF
014350     IF DL100-CUR-OWNER NOT = SPACES THEN
014360         PERFORM 0630-FINISH-OWNER THRU 0630-EXIT
014370     END-IF
014380     MOVE DL100-TOT-CURRENT   TO DL100-EDIT-MONEY1
014390     MOVE DL100-TOT-30        TO DL100-EDIT-MONEY2
014400     MOVE DL100-TOT-60        TO DL100-EDIT-MONEY3
014410     MOVE DL100-TOT-90        TO DL100-EDIT-MONEY4
014420     MOVE DL100-TOT-UNAPPLIED TO DL100-EDIT-MONEY5
014430     MOVE DL100-TOT-BALANCE   TO DL100-EDIT-MONEY6
014440     MOVE SPACES TO AGING-RECORD
014450     WRITE AGING-RECORD
014460     MOVE SPACES TO AGING-RECORD
014470     STRING "TOTAL               " DL100-EDIT-MONEY1
014480         DL100-EDIT-MONEY2 DL100-EDIT-MONEY3 DL100-EDIT-MONEY4
014490         DL100-EDIT-MONEY5 DL100-EDIT-MONEY6
014500         DELIMITED BY SIZE INTO AGING-RECORD
014510     WRITE AGING-RECORD
014520     IF DL100-STMT-COUNT = 0 THEN
014530         MOVE "  NO OWNER HAS A BALANCE OR ACTIVITY THIS MONTH"
014540              TO STATEMENT-RECORD
014550         WRITE STATEMENT-RECORD
014560     END-IF
014570     MOVE SPACES TO HOLD-RECORD
014580     WRITE HOLD-RECORD
014590     MOVE DL100-HOLD-COUNT TO DL100-EDIT-NUM1
014600     MOVE SPACES TO HOLD-RECORD
014610     STRING "OWNERS ON CREDIT HOLD: " DL100-EDIT-NUM1
014620         DELIMITED BY SIZE INTO HOLD-RECORD
014630     WRITE HOLD-RECORD
014640     CLOSE STATEMENT-FILE
014650     CLOSE AGING-FILE
014660     CLOSE HOLD-FILE
014670     .
014680 0600-EXIT.
014690     EXIT.
014700*----------------------------------------------------------------
014710 0610-START-OWNER.
014720*    START A NEW OWNER'S ACCUMULATORS.
014730*----------------------------------------------------------------
014740     MOVE ARL-OWNER TO DL100-CUR-OWNER
014750     MOVE ZERO TO DL100-ITEM-COUNT
014760     MOVE ZERO TO DL100-OPENING-BAL
014770     MOVE ZERO TO DL100-AGE-CURRENT
014780     MOVE ZERO TO DL100-AGE-30
014790     MOVE ZERO TO DL100-AGE-60
014800     MOVE ZERO TO DL100-AGE-90
014810     MOVE ZERO TO DL100-AGE-UNAPPLIED
014820     MOVE SPACES TO DL100-OLDEST-OPEN-DATE
014830     .
014840 0610-EXIT.
014850     EXIT.
014860*----------------------------------------------------------------
014870 0620-ACCUMULATE-ITEM.
014880*    FOLD ONE SUBLEDGER DOCUMENT INTO THE OWNER'S FIGURES.  A
014890*    DOCUMENT DATED BEFORE THE MONTH GOES INTO THE OPENING
014900*    BALANCE; ONE DATED IN THE MONTH, UP TO THE AS-OF DATE, IS A
014910*    STATEMENT LINE.  AN OPEN INVOICE IS AGED FROM ITS DATE AND
014920*    UNAPPLIED CASH COMES OFF THE BALANCE DUE; A DOCUMENT DATED
014930*    AFTER THE AS-OF DATE IS NEITHER, AS IT IS NOT ON THE
014940*    STATEMENT.
014950*----------------------------------------------------------------
014960     IF ARL-DOC-DATE(1:7) < DL100-ASOF-MONTH THEN
014970         IF ARL-IS-INVOICE THEN
014980             ADD ARL-AMOUNT TO DL100-OPENING-BAL
014990         ELSE
015000             SUBTRACT ARL-AMOUNT FROM DL100-OPENING-BAL
015010         END-IF
015020     ELSE
015030         IF ARL-DOC-DATE NOT > DL100-ASOF-DATE THEN
015040             IF DL100-ITEM-COUNT < 300 THEN
015050                 ADD 1 TO DL100-ITEM-COUNT
015060                 MOVE ARL-DOC-DATE
015070                      TO DL100-ITEM-DATE(DL100-ITEM-COUNT)
015080                 MOVE ARL-DOC-TYPE
015090                      TO DL100-ITEM-TYPE(DL100-ITEM-COUNT)
015100                 MOVE ARL-DOC-NUMBER
015110                      TO DL100-ITEM-NUMBER(DL100-ITEM-COUNT)
015120                 MOVE ARL-REMARK
015130                      TO DL100-ITEM-REMARK(DL100-ITEM-COUNT)
015140                 MOVE 'N' TO DL100-ITEM-PRINTED(DL100-ITEM-COUNT)
015150                 IF ARL-IS-INVOICE THEN
015160                     MOVE ARL-AMOUNT
015170                          TO DL100-ITEM-AMOUNT(DL100-ITEM-COUNT)
015180                 ELSE
015190                     COMPUTE DL100-ITEM-AMOUNT(DL100-ITEM-COUNT) =
015200                         ZERO - ARL-AMOUNT
015210                 END-IF
015220             END-IF
015230         END-IF
015240     END-IF
015250     IF ARL-DOC-DATE > DL100-ASOF-DATE THEN
015260         GO TO 0620-EXIT
015270     END-IF
015280     IF ARL-OPEN-AMOUNT = ZERO THEN
015290         GO TO 0620-EXIT
015300     END-IF
015310     IF NOT ARL-IS-INVOICE THEN
015320         ADD ARL-OPEN-AMOUNT TO DL100-AGE-UNAPPLIED
015330         GO TO 0620-EXIT
015340     END-IF
015350     IF DL100-OLDEST-OPEN-DATE = SPACES OR
015360         ARL-DOC-DATE < DL100-OLDEST-OPEN-DATE THEN
015370         MOVE ARL-DOC-DATE TO DL100-OLDEST-OPEN-DATE
015380     END-IF
015390     MOVE ARL-DOC-DATE TO DL100-DATE-WORK
015400     PERFORM 0700-DATE-TO-DAY-NUMBER THRU 0700-EXIT
015410     COMPUTE DL100-AGE-DAYS =
015420         DL100-ASOF-DAY-NUMBER - DL100-DAY-NUMBER
015430     EVALUATE TRUE
015440         WHEN DL100-AGE-DAYS < 30
015450             ADD ARL-OPEN-AMOUNT TO DL100-AGE-CURRENT
015460         WHEN DL100-AGE-DAYS < 60
015470             ADD ARL-OPEN-AMOUNT TO DL100-AGE-30
015480         WHEN DL100-AGE-DAYS < 90
015490             ADD ARL-OPEN-AMOUNT TO DL100-AGE-60
015500         WHEN OTHER
015510             ADD ARL-OPEN-AMOUNT TO DL100-AGE-90
015520     END-EVALUATE
015530     .
015540 0620-EXIT.
015550     EXIT.
015560*----------------------------------------------------------------
015570 0630-FINISH-OWNER.
015580*    WRITE THE OWNER'S STATEMENT (WHEN IT HAS A BALANCE OR
015590*    ACTIVITY), ITS AGING LINE (WHEN ANYTHING IS STILL OPEN), AND
015600*    ITS CREDIT-HOLD LINE (WHEN THE BALANCE DUE IS OVER ITS
015610*    LIMIT).
015620*----------------------------------------------------------------
015630     MOVE DL100-CUR-OWNER TO DL100-LOOKUP-OWNER
015640     PERFORM 0210-FIND-OWNER THRU 0210-EXIT
015650     COMPUTE DL100-BALANCE-DUE = DL100-AGE-CURRENT + DL100-AGE-30
015660         + DL100-AGE-60 + DL100-AGE-90 - DL100-AGE-UNAPPLIED
015670     MOVE DL100-OPENING-BAL TO DL100-CLOSING-BAL
015680     MOVE 1 TO DL100-ITEM-INDEX
015690     PERFORM UNTIL DL100-ITEM-INDEX > DL100-ITEM-COUNT
015700         ADD DL100-ITEM-AMOUNT(DL100-ITEM-INDEX)
015710             TO DL100-CLOSING-BAL
015720         ADD 1 TO DL100-ITEM-INDEX
015730     END-PERFORM
015740     IF DL100-OPENING-BAL NOT = ZERO OR DL100-ITEM-COUNT > 0 OR
015750         DL100-CLOSING-BAL NOT = ZERO THEN
015760         PERFORM 0640-WRITE-STATEMENT THRU 0640-EXIT
015770     END-IF
015780     IF DL100-AGE-CURRENT = ZERO AND DL100-AGE-30 = ZERO AND
015790         DL100-AGE-60 = ZERO AND DL100-AGE-90 = ZERO AND
015800         DL100-AGE-UNAPPLIED = ZERO THEN
015810         GO TO 0630-EXIT
015820     END-IF
015830     MOVE DL100-AGE-CURRENT   TO DL100-EDIT-MONEY1
015840     MOVE DL100-AGE-30        TO DL100-EDIT-MONEY2
015850     MOVE DL100-AGE-60        TO DL100-EDIT-MONEY3
015860     MOVE DL100-AGE-90        TO DL100-EDIT-MONEY4
015870     MOVE DL100-AGE-UNAPPLIED TO DL100-EDIT-MONEY5
015880     MOVE DL100-BALANCE-DUE   TO DL100-EDIT-MONEY6
015890     MOVE SPACES TO AGING-RECORD
015900     STRING DL100-CUR-OWNER DL100-EDIT-MONEY1 DL100-EDIT-MONEY2
015910         DL100-EDIT-MONEY3 DL100-EDIT-MONEY4 DL100-EDIT-MONEY5
015920         DL100-EDIT-MONEY6 DELIMITED BY SIZE INTO AGING-RECORD
015930     WRITE AGING-RECORD
015940     ADD DL100-AGE-CURRENT   TO DL100-TOT-CURRENT
015950     ADD DL100-AGE-30        TO DL100-TOT-30
015960     ADD DL100-AGE-60        TO DL100-TOT-60
015970     ADD DL100-AGE-90        TO DL100-TOT-90
015980     ADD DL100-AGE-UNAPPLIED TO DL100-TOT-UNAPPLIED
015990     ADD DL100-BALANCE-DUE   TO DL100-TOT-BALANCE
016000     IF DL100-OWNER-FOUND = 0 THEN
016010         GO TO 0630-EXIT
016020     END-IF
016030     IF NOT DL100-OT-HAS-LIMIT(DL100-OWNER-FOUND) THEN
016040         GO TO 0630-EXIT
016050     END-IF
016060     IF DL100-BALANCE-DUE NOT > DL100-OT-LIMIT(DL100-OWNER-FOUND)
016070         THEN
016080         GO TO 0630-EXIT
016090     END-IF
016100     COMPUTE DL100-OVER-LIMIT =
016110         DL100-BALANCE-DUE - DL100-OT-LIMIT(DL100-OWNER-FOUND)
016120     ADD 1 TO DL100-HOLD-COUNT
016130     MOVE DL100-OT-LIMIT(DL100-OWNER-FOUND) TO DL100-EDIT-MONEY1
016140     MOVE DL100-BALANCE-DUE TO DL100-EDIT-MONEY2
016150     MOVE DL100-OVER-LIMIT  TO DL100-EDIT-MONEY3
016160     MOVE SPACES TO HOLD-RECORD
016170     STRING DL100-CUR-OWNER " " DL100-OT-NAME(DL100-OWNER-FOUND)
016180         DL100-EDIT-MONEY1 DL100-EDIT-MONEY2 DL100-EDIT-MONEY3
016190         "  " DL100-OLDEST-OPEN-DATE
016200         DELIMITED BY SIZE INTO HOLD-RECORD
016210     WRITE HOLD-RECORD
016220     .
016230 0630-EXIT.
016240     EXIT.
016250*----------------------------------------------------------------
016260 0640-WRITE-STATEMENT.
016270*    ONE OWNER'S STATEMENT - OPENING BALANCE, THE MONTH'S
016280*    DOCUMENTS IN DATE ORDER, CLOSING BALANCE, AND THE AGING OF
016290*    WHAT IS STILL OPEN.
016300*----------------------------------------------------------------
016310     ADD 1 TO DL100-STMT-COUNT
016320     MOVE SPACES TO STATEMENT-RECORD
016330     IF DL100-OWNER-FOUND > 0 THEN
016340         STRING "OWNER " DL100-CUR-OWNER " "
016350             DL100-OT-NAME(DL100-OWNER-FOUND)
016360             DELIMITED BY SIZE INTO STATEMENT-RECORD
016370     ELSE
016380         STRING "OWNER " DL100-CUR-OWNER
016390             " (NOT ON THE OWNER FILE)"
016400             DELIMITED BY SIZE INTO STATEMENT-RECORD
016410     END-IF
016420     WRITE STATEMENT-RECORD
016430     MOVE DL100-OPENING-BAL TO DL100-EDIT-MONEY1
016440     MOVE SPACES TO STATEMENT-RECORD
016450     STRING "  OPENING BALANCE                                  "
016460         "         " DL100-EDIT-MONEY1
016470         DELIMITED BY SIZE INTO STATEMENT-RECORD
016480     WRITE STATEMENT-RECORD
016490     MOVE 1 TO DL100-ITEM-INDEX
016500     PERFORM UNTIL DL100-ITEM-INDEX > DL100-ITEM-COUNT
016510         PERFORM 0650-WRITE-NEXT-ITEM THRU 0650-EXIT
016520         ADD 1 TO DL100-ITEM-INDEX
016530     END-PERFORM
016540     MOVE DL100-CLOSING-BAL TO DL100-EDIT-MONEY1
016550     MOVE SPACES TO STATEMENT-RECORD
016560     STRING "  CLOSING BALANCE                                  "
016570         "         " DL100-EDIT-MONEY1
016580         DELIMITED BY SIZE INTO STATEMENT-RECORD
016590     WRITE STATEMENT-RECORD
016600     MOVE DL100-AGE-CURRENT TO DL100-EDIT-MONEY1
016610     MOVE DL100-AGE-30      TO DL100-EDIT-MONEY2
016620     MOVE DL100-AGE-60      TO DL100-EDIT-MONEY3
016630     MOVE DL100-AGE-90      TO DL100-EDIT-MONEY4
016640     MOVE SPACES TO STATEMENT-RECORD
016650     STRING "  OPEN: CURRENT" DL100-EDIT-MONEY1 "  30:"
016660         DL100-EDIT-MONEY2 "  60:" DL100-EDIT-MONEY3 "  90+:"
016670         DL100-EDIT-MONEY4
016680         DELIMITED BY SIZE INTO STATEMENT-RECORD
016690     WRITE STATEMENT-RECORD
016700     MOVE SPACES TO STATEMENT-RECORD
016710     WRITE STATEMENT-RECORD
016720     .
016730 0640-EXIT.
016740     EXIT.
016750*----------------------------------------------------------------
016760 0650-WRITE-NEXT-ITEM.
016770*    PRINT THE EARLIEST STATEMENT LINE NOT YET PRINTED.
016780*----------------------------------------------------------------
016790     MOVE ZERO TO DL100-ITEM-NEXT
016800     MOVE 1 TO DL100-ITEM-SCAN
016810     PERFORM UNTIL DL100-ITEM-SCAN > DL100-ITEM-COUNT
016820         IF DL100-ITEM-PRINTED(DL100-ITEM-SCAN) = 'N' THEN
016830             IF DL100-ITEM-NEXT = 0 THEN
016840                 MOVE DL100-ITEM-SCAN TO DL100-ITEM-NEXT
016850             ELSE
016860                 IF DL100-ITEM-DATE(DL100-ITEM-SCAN) <
016870                     DL100-ITEM-DATE(DL100-ITEM-NEXT) THEN
016880                     MOVE DL100-ITEM-SCAN TO DL100-ITEM-NEXT
016890                 END-IF
016900             END-IF
016910         END-IF
016920         ADD 1 TO DL100-ITEM-SCAN
016930     END-PERFORM
016940     IF DL100-ITEM-NEXT = 0 THEN
016950         GO TO 0650-EXIT
016960     END-IF
016970     MOVE 'Y' TO DL100-ITEM-PRINTED(DL100-ITEM-NEXT)
016980     EVALUATE DL100-ITEM-TYPE(DL100-ITEM-NEXT)
016990         WHEN 'I'
017000             MOVE "INVOICE " TO DL100-ITEM-KIND-TEXT
017010         WHEN 'P'
017020             MOVE "PAYMENT " TO DL100-ITEM-KIND-TEXT
017030         WHEN OTHER
017040             MOVE "CREDIT  " TO DL100-ITEM-KIND-TEXT
017050     END-EVALUATE
017060     MOVE DL100-ITEM-AMOUNT(DL100-ITEM-NEXT) TO DL100-EDIT-MONEY1
017070     MOVE SPACES TO STATEMENT-RECORD
017080     STRING "  " DL100-ITEM-DATE(DL100-ITEM-NEXT) " "
017090         DL100-ITEM-KIND-TEXT DL100-ITEM-NUMBER(DL100-ITEM-NEXT)
017100         " " DL100-ITEM-REMARK(DL100-ITEM-NEXT) DL100-EDIT-MONEY1
017110         DELIMITED BY SIZE INTO STATEMENT-RECORD
017120     WRITE STATEMENT-RECORD
017130     .
017140 0650-EXIT.
017150     EXIT.
017160*----------------------------------------------------------------
017170 0700-DATE-TO-DAY-NUMBER.
017180*    TURN THE CCYY-MM-DD DATE IN DL100-DATE-WORK INTO A DAY COUNT
017190*    IN DL100-DAY-NUMBER (THE JULIAN DAY NUMBER), SO THE DAYS
017200*    BETWEEN TWO DATES ARE ONE SUBTRACTION.  THE YEAR IS COUNTED
017210*    FROM MARCH SO FEBRUARY 29 FALLS AT THE END; EVERY DIVISION
017220*    IS A WHOLE-NUMBER DIVISION.  A DATE THAT IS NOT CCYY-MM-DD
017230*    WITH A REAL MONTH AND DAY SETS DL100-DATE-INVALID.
017240*----------------------------------------------------------------
017250     SET DL100-DATE-INVALID TO TRUE
017260     MOVE ZERO TO DL100-DAY-NUMBER
017270     IF DL100-DW-CCYY NOT NUMERIC OR DL100-DW-MM NOT NUMERIC OR
017280         DL100-DW-DD NOT NUMERIC OR DL100-DW-DASH1 NOT = '-' OR
017290         DL100-DW-DASH2 NOT = '-' THEN
017300         GO TO 0700-EXIT
017310     END-IF
017320     IF DL100-DW-MM < 1 OR DL100-DW-MM > 12 OR
017330         DL100-DW-DD < 1 OR DL100-DW-DD > 31 THEN
017340         GO TO 0700-EXIT
017350     END-IF
017360     SET DL100-DATE-VALID TO TRUE
017370     COMPUTE DL100-JDN-A = (14 - DL100-DW-MM) / 12
017380     COMPUTE DL100-JDN-Y = DL100-DW-CCYY + 4800 - DL100-JDN-A
017390     COMPUTE DL100-JDN-M = DL100-DW-MM + (12 * DL100-JDN-A) - 3
017400     COMPUTE DL100-JDN-T1 = (153 * DL100-JDN-M + 2) / 5
017410     COMPUTE DL100-JDN-T2 = DL100-JDN-Y / 4
017420     COMPUTE DL100-JDN-T3 = DL100-JDN-Y / 100
017430     COMPUTE DL100-JDN-T4 = DL100-JDN-Y / 400
017440     COMPUTE DL100-DAY-NUMBER = DL100-DW-DD + DL100-JDN-T1
017450         + (365 * DL100-JDN-Y) + DL100-JDN-T2 - DL100-JDN-T3
017460         + DL100-JDN-T4 - 32045
017470     .
017480 0700-EXIT.
017490     EXIT.
017500 END PROGRAM ARPOST.
