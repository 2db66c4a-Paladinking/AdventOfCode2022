000360*                     SINGLE LIFT IS PRICED - A TRUNCATED
000370*                     TRAIL STOPS THE RUN OUTRIGHT INSTEAD OF
000380*                     UNDERBILLING THE DAY.
000390*    2026-10-15 OPS   STORAGE-TERMS ('S') RECORDS ON THE RATE CARD
000400*                     ARE NOW ACCEPTED AND PASSED OVER - STORAGE
000410*                     IS PRICED BY DWELLRPT, NOT HERE.  THE TOTALS
000420*                     RECORD LAYOUT MOVED TO BILLTOT.CPY SO
000430*                     DWELLRPT'S STORAGE CHARGES SHARE IT.
000440*----------------------------------------------------------------
000450* COMMAND LINE ARGUMENTS (OR, IF OMITTED, THE MATCHING
000460* ENVIRONMENT VARIABLE SHOWN BELOW)
000470*----------------------------------------------------------------
000480*    1  DL100-BILL-LIST-PATH     BILLING LIST FILE - ONE DAY PER
000490*                                LINE: OPENING-STATE (OR
000500*                                MANIFEST) PATH, THEN AUDIT PATH
000510*    2  DL100-MASTER-PATH        INDEXED CRATE MASTER FILE
000520*    3  DL100-RATECARD-PATH      RATE CARD FILE
000530*    4  DL100-INVOICE-PATH       PER-OWNER INVOICE REPORT
000540*    5  DL100-TOTALS-PATH        MACHINE-READABLE TOTALS FILE
000550*                                (ONE RECORD PER OWNER)
000560*----------------------------------------------------------------
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT BILL-LIST-FILE ASSIGN TO DYNAMIC
000620          DL100-BILL-LIST-PATH
000630          ORGANIZATION IS LINE SEQUENTIAL
000640          FILE STATUS IS DL100-LIST-STATUS.
000650     SELECT INFILE ASSIGN TO DYNAMIC DL100-STATE-PATH
000660          ORGANIZATION IS LINE SEQUENTIAL
000670          FILE STATUS IS DL100-INFILE-STATUS.
000680     SELECT AUDIT-FILE ASSIGN TO DYNAMIC DL100-AUDIT-PATH
000690          ORGANIZATION IS LINE SEQUENTIAL
000700          FILE STATUS IS DL100-AUDIT-STATUS.
000710     SELECT CRATE-MASTER ASSIGN TO DYNAMIC DL100-MASTER-PATH
000720          ORGANIZATION IS INDEXED
000730          ACCESS MODE IS RANDOM
000740          RECORD KEY IS CMST-CRATE-ID
000750          FILE STATUS IS DL100-MASTER-STATUS.
000760     SELECT RATECARD-FILE ASSIGN TO DYNAMIC DL100-RATECARD-PATH
000770          ORGANIZATION IS LINE SEQUENTIAL
000780          FILE STATUS IS DL100-RATECARD-STATUS.
000790     SELECT INVOICE-FILE ASSIGN TO DYNAMIC DL100-INVOICE-PATH
000800          ORGANIZATION IS LINE SEQUENTIAL.
000810     SELECT TOTALS-FILE ASSIGN TO DYNAMIC DL100-TOTALS-PATH
000820          ORGANIZATION IS LINE SEQUENTIAL.
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  BILL-LIST-FILE.
000860 01  BILL-LIST-RECORD             PIC X(0320).
000870 FD  INFILE
000880      RECORD IS VARYING IN SIZE FROM 0 TO 1024 CHARACTERS
000890      DEPENDING ON INFILE-RECORD-LENGTH.
000900 01  INFILE-RECORD.
000910     05 INFILE-DATA PIC X OCCURS 1 TO 1024 TIMES
000920                    DEPENDING ON INFILE-RECORD-LENGTH.
000930 FD  AUDIT-FILE.
000940 01  AUDIT-RECORD                 PIC X(0200).
000950 FD  CRATE-MASTER.
000960     COPY CRATEMST.
000970 FD  RATECARD-FILE.
000980     COPY RATECARD.
000990 FD  INVOICE-FILE.
001000 01  INVOICE-RECORD               PIC X(0132).
001010 FD  TOTALS-FILE.
001020     COPY BILLTOT.
001030 WORKING-STORAGE SECTION.
001040*----------------------------------------------------------------
001050* RUN-TIME PARAMETERS
001060*----------------------------------------------------------------
001070 01  DL100-BILL-LIST-PATH       PIC X(0100) VALUE SPACES.
001080 01  DL100-DEFAULT-LIST-PATH    PIC X(0100)
001090                                VALUE "../input/billrun.lst".
001100 01  DL100-MASTER-PATH          PIC X(0100) VALUE SPACES.
001110 01  DL100-DEFAULT-MASTER-PATH  PIC X(0100)
001120                                VALUE "../input/cratemst.dat".
001130 01  DL100-RATECARD-PATH        PIC X(0100) VALUE SPACES.
001140 01  DL100-DEFAULT-RATECARD-PATH PIC X(0100)
001150                                VALUE "../input/ratecard.txt".
001160 01  DL100-INVOICE-PATH         PIC X(0100) VALUE SPACES.
001170 01  DL100-DEFAULT-INVOICE-PATH PIC X(0100)
001180                                VALUE "../output/billrun.rpt".
001190 01  DL100-TOTALS-PATH          PIC X(0100) VALUE SPACES.
001200 01  DL100-DEFAULT-TOTALS-PATH  PIC X(0100)
001210                                VALUE "../output/billrun.tot".
001220 01  DL100-STATE-PATH           PIC X(0100) VALUE SPACES.
001230 01  DL100-AUDIT-PATH           PIC X(0100) VALUE SPACES.
001240*----------------------------------------------------------------
001250* YARD TABLE LIMITS - MUST STAY IN STEP WITH COBMAIN'S OWN
001260*----------------------------------------------------------------
001270 01  DL100-MAX-STACKS           PIC S9(07) COMP-5 VALUE 64.
001280 01  DL100-MAX-DEPTH            PIC S9(07) COMP-5 VALUE 256.
001290*----------------------------------------------------------------
001300* IDENTIFIED-CRATE YARD TABLE - THE CRATEMOVER-9001 STACKS WITH
001310* FULL CRATE IDS, REBUILT PER DAY FROM THE OPENING DRAWING AND
001320* REPLAYED FORWARD FROM THE AUDIT TRAIL.
001330*----------------------------------------------------------------
001340 01  CRATE-IDS.
001350     05 CRATE-ID-COL OCCURS 64 TIMES.
001360        10 CRATE-ID PIC X(08) OCCURS 256 TIMES.
001370     05 CRATE-COL-LENGTH PIC S9(07) COMP-5 OCCURS 64 TIMES.
001380 01  BOXES-LENGTH               PIC S9(07) COMP-5.
001390 01  BOXES-ROW                  PIC S9(07) COMP-5.
001400 01  BOXES-COL                  PIC S9(07) COMP-5.
001410 01  INFILE-RECORD-LENGTH       PIC S9(07) COMP-5.
001420 01  LINE-INDEX                 PIC S9(07) COMP-5.
001430 01  INDEX-VALUE                PIC S9(07) COMP-5.
001440     COPY MOVEREC.
001450 01  DL100-BRACKET-SW           PIC X(01) VALUE 'N'.
001460     88 DL100-LINE-HAS-BRACKET       VALUE 'Y'.
001470     88 DL100-LINE-HAS-NO-BRACKET    VALUE 'N'.
001480*----------------------------------------------------------------
001490* FILE STATUS WORKING STORAGE
001500*----------------------------------------------------------------
001510 01  DL100-LIST-STATUS          PIC X(02) VALUE SPACES.
001520     88 DL100-LIST-OK               VALUE '00'.
001530 01  DL100-INFILE-STATUS        PIC X(02) VALUE SPACES.
001540     88 DL100-INFILE-OK             VALUE '00'.
001550 01  DL100-AUDIT-STATUS         PIC X(02) VALUE SPACES.
001560     88 DL100-AUDIT-OK              VALUE '00'.
001570 01  DL100-MASTER-STATUS        PIC X(02) VALUE SPACES.
001580     88 DL100-MASTER-OK             VALUE '00'.
001590 01  DL100-RATECARD-STATUS      PIC X(02) VALUE SPACES.
001600     88 DL100-RATECARD-OK           VALUE '00'.
001610*----------------------------------------------------------------
001620* RATE CARD TABLES - LOADED ONCE AT START-UP
001630*----------------------------------------------------------------
001640 01  DL100-RATE-COUNT           PIC S9(07) COMP-5 VALUE ZERO.
001650 01  DL100-RATE-TABLE.
001660     05 DL100-RATE-ENTRY OCCURS 64 TIMES.
001670        10 DL100-RATE-CLASS-T   PIC X(12).
001680        10 DL100-RATE-BASIS-T   PIC X(01).
001690        10 DL100-RATE-AMOUNT-T  PIC 9(05)V99 COMP-3.
001700 01  DL100-SURCH-COUNT          PIC S9(07) COMP-5 VALUE ZERO.
001710 01  DL100-SURCH-TABLE.
001720     05 DL100-SURCH-ENTRY OCCURS 32 TIMES.
001730        10 DL100-SURCH-CODE-T   PIC X(02).
001740        10 DL100-SURCH-AMOUNT-T PIC 9(05)V99 COMP-3.
001750 01  DL100-RATE-INDEX           PIC S9(07) COMP-5.
001760 01  DL100-RATE-SLOT            PIC S9(07) COMP-5.
001770 01  DL100-RATE-BASIS           PIC X(01) VALUE SPACE.
001780 01  DL100-RATE-AMOUNT          PIC 9(05)V99 COMP-3 VALUE ZERO.
001790 01  DL100-SURCH-AMOUNT         PIC 9(05)V99 COMP-3 VALUE ZERO.
001800*----------------------------------------------------------------
001810* BILLING ACCUMULATORS - ONE CHARGE LINE PER OWNER PLUS
001820* COMMODITY CLASS (OR PER OWNER PLUS HAZMAT CODE FOR
001830* SURCHARGES), ROLLED UP PER OWNER WHEN THE INVOICES PRINT.
001840*----------------------------------------------------------------
001850 01  DL100-LINE-COUNT           PIC S9(07) COMP-5 VALUE ZERO.
001860 01  DL100-LINE-TABLE.
001870     05 DL100-LINE-ENTRY OCCURS 256 TIMES.
001880        10 DL100-LINE-OWNER-T   PIC X(20).
001890        10 DL100-LINE-TYPE-T    PIC X(01).
001900        10 DL100-LINE-CLASS-T   PIC X(12).
001910        10 DL100-LINE-BASIS-T   PIC X(01).
001920        10 DL100-LINE-UNITS-T   PIC S9(07) COMP-5.
001930        10 DL100-LINE-RATE-T    PIC 9(05)V99 COMP-3.
001940        10 DL100-LINE-AMOUNT-T  PIC 9(09)V99 COMP-3.
001950 01  DL100-LINE-INDEX           PIC S9(07) COMP-5.
001960 01  DL100-LINE-SLOT            PIC S9(07) COMP-5.
001970 01  DL100-WORK-OWNER           PIC X(20) VALUE SPACES.
001980 01  DL100-WORK-TYPE            PIC X(01) VALUE SPACE.
001990 01  DL100-WORK-CLASS           PIC X(12) VALUE SPACES.
002000 01  DL100-WORK-UNITS           PIC S9(07) COMP-5 VALUE ZERO.
002010 01  DL100-WORK-RATE            PIC 9(05)V99 COMP-3 VALUE ZERO.
002020*----------------------------------------------------------------
002030* PER-LIFT DEDUPLICATION - A PER-LIFT CLASS CHARGES THE BLOCK
002040* ONCE PER OWNER PLUS CLASS, HOWEVER MANY OF ITS CRATES RODE IN
002050* THE ONE LIFT.
002060*----------------------------------------------------------------
002070 01  DL100-DEDUP-COUNT          PIC S9(07) COMP-5 VALUE ZERO.
002080 01  DL100-DEDUP-TABLE.
002090     05 DL100-DEDUP-ENTRY OCCURS 32 TIMES.
002100        10 DL100-DEDUP-OWNER-T  PIC X(20).
002110        10 DL100-DEDUP-CLASS-T  PIC X(12).
002120 01  DL100-DEDUP-INDEX          PIC S9(07) COMP-5.
002130 01  DL100-DEDUP-FOUND-SW       PIC X(01) VALUE 'N'.
002140     88 DL100-DEDUP-FOUND           VALUE 'Y'.
002150     88 DL100-DEDUP-NOT-FOUND       VALUE 'N'.
002160*----------------------------------------------------------------
002170* REPLAY AND REPORT WORKING STORAGE
002180*----------------------------------------------------------------
002190 01  DL100-DAY-COUNT            PIC S9(07) COMP-5 VALUE ZERO.
002200 01  DL100-MOVE-NUMBER          PIC S9(07) COMP-5 VALUE ZERO.
002210 01  DL100-HAZ-ROW              PIC S9(07) COMP-5.
002220 01  DL100-UNPRICED-COUNT       PIC S9(07) COMP-5 VALUE ZERO.
002230 01  DL100-SCAN-INDEX           PIC S9(07) COMP-5.
002240 01  DL100-TOKEN-START          PIC S9(07) COMP-5.
002250 01  DL100-TOKEN-LENGTH         PIC S9(07) COMP-5.
002260 01  DL100-OWNER-TOTAL-CHG      PIC 9(09)V99 COMP-3 VALUE ZERO.
002270 01  DL100-OWNER-TOTAL-SUR      PIC 9(09)V99 COMP-3 VALUE ZERO.
002280 01  DL100-OWNER-LIFTS          PIC S9(07) COMP-5 VALUE ZERO.
002290 01  DL100-OWNER-CRATES         PIC S9(07) COMP-5 VALUE ZERO.
002300 01  DL100-EDIT-NUM1            PIC ZZZZZZ9.
002310 01  DL100-EDIT-NUM2            PIC ZZZZZZ9.
002320 01  DL100-EDIT-MONEY1          PIC ZZZ,ZZZ,ZZ9.99.
002330 01  DL100-EDIT-MONEY2          PIC ZZZ,ZZZ,ZZ9.99.
002340*----------------------------------------------------------------
002350* INTEGRITY SEAL WORKING STORAGE - MUST JUDGE SEALS EXACTLY AS
002360* COBMAIN COMPUTES THEM
002370*----------------------------------------------------------------
002380 01  DL100-SEAL-RECORD          PIC X(0704) VALUE SPACES.
002390 01  DL100-SEAL-LENGTH          PIC S9(07) COMP-5.
002400 01  DL100-SEAL-COUNT           PIC S9(07) COMP-5 VALUE ZERO.
002410 01  DL100-SEAL-CKSUM           PIC S9(09) COMP-5 VALUE ZERO.
002420 01  DL100-SEAL-INDEX           PIC S9(07) COMP-5.
002430 01  DL100-SEAL-BYTE.
002440     05 DL100-SEAL-CHAR         PIC X(01).
002450 01  DL100-SEAL-BYTE-NUM REDEFINES DL100-SEAL-BYTE
002460                                PIC S9(02) COMP-5.
002470 01  DL100-SEAL-EXP-COUNT       PIC 9(07).
002480 01  DL100-SEAL-EXP-CKSUM       PIC 9(10).
002490 01  DL100-SEAL-OK-SW           PIC X(01) VALUE 'N'.
002500     88 DL100-SEAL-GOOD             VALUE 'Y'.
002510     88 DL100-SEAL-BAD              VALUE 'N'.
002520 01  DL100-SEAL-LINE-SW         PIC X(01) VALUE 'N'.
002530     88 DL100-IS-SEAL-LINE          VALUE 'Y'.
002540     88 DL100-NOT-SEAL-LINE         VALUE 'N'.
002550 01  DL100-RUN-DATE.
002560     05 DL100-RUN-CCYY         PIC 9(04).
002570     05 DL100-RUN-MM           PIC 9(02).
002580     05 DL100-RUN-DD           PIC 9(02).
002590 PROCEDURE DIVISION.
002600*----------------------------------------------------------------
002610 0000-MAINLINE.
002620*----------------------------------------------------------------
002630     PERFORM 0100-RESOLVE-LIST-PATH THRU 0100-EXIT
002640     PERFORM 0110-RESOLVE-MASTER-PATH THRU 0110-EXIT
002650     PERFORM 0120-RESOLVE-RATECARD-PATH THRU 0120-EXIT
002660     PERFORM 0130-RESOLVE-INVOICE-PATH THRU 0130-EXIT
002670     PERFORM 0140-RESOLVE-TOTALS-PATH THRU 0140-EXIT
002680     ACCEPT DL100-RUN-DATE FROM DATE YYYYMMDD
002690     PERFORM 0150-LOAD-RATE-CARD THRU 0150-EXIT
002700     OPEN INPUT CRATE-MASTER
002710     IF NOT DL100-MASTER-OK THEN
002720         DISPLAY "BILLRUN: UNABLE TO OPEN CRATE MASTER "
002730             DL100-MASTER-PATH " - FILE STATUS "
002740             DL100-MASTER-STATUS
002750         MOVE 16 TO RETURN-CODE
002760         STOP RUN
002770     END-IF
002780     OPEN INPUT BILL-LIST-FILE
002790     IF NOT DL100-LIST-OK THEN
002800         DISPLAY "BILLRUN: UNABLE TO OPEN BILLING LIST "
002810             DL100-BILL-LIST-PATH " - FILE STATUS "
002820             DL100-LIST-STATUS
002830         MOVE 16 TO RETURN-CODE
002840         STOP RUN
002850     END-IF
002860     PERFORM UNTIL EXIT
002870         READ BILL-LIST-FILE AT END
002880             EXIT PERFORM
002890         END-READ
002900         IF BILL-LIST-RECORD NOT = SPACES THEN
002910             PERFORM 0200-BILL-ONE-DAY THRU 0200-EXIT
002920         END-IF
002930     END-PERFORM
002940     CLOSE BILL-LIST-FILE
002950     CLOSE CRATE-MASTER
002960     PERFORM 0800-WRITE-INVOICES THRU 0800-EXIT
002970     IF DL100-UNPRICED-COUNT > 0 THEN
002980         MOVE 8 TO RETURN-CODE
002990     ELSE
003000         MOVE 0 TO RETURN-CODE
003010     END-IF
003020     STOP RUN.
003030*----------------------------------------------------------------
003040 0100-RESOLVE-LIST-PATH.
003050*    RESOLVE THE BILLING LIST PATH FROM, IN ORDER OF PRECEDENCE:
003060*    (1) THE FIRST COMMAND LINE ARGUMENT
003070*    (2) THE DL100-BILL-LIST-PATH ENVIRONMENT VARIABLE
003080*    (3) THE BUILT-IN DEFAULT PATH
003090*----------------------------------------------------------------
003100     DISPLAY 1 UPON ARGUMENT-NUMBER
003110     ACCEPT DL100-BILL-LIST-PATH FROM ARGUMENT-VALUE
003120         ON EXCEPTION
003130             MOVE SPACES TO DL100-BILL-LIST-PATH
003140     END-ACCEPT
003150     IF DL100-BILL-LIST-PATH = SPACES THEN
003160         ACCEPT DL100-BILL-LIST-PATH FROM ENVIRONMENT
003170             "DL100-BILL-LIST-PATH"
003180         ON EXCEPTION
003190             MOVE SPACES TO DL100-BILL-LIST-PATH
003200         END-ACCEPT
003210     END-IF
003220     IF DL100-BILL-LIST-PATH = SPACES THEN
003230         MOVE DL100-DEFAULT-LIST-PATH TO DL100-BILL-LIST-PATH
003240     END-IF
003250     .
003260 0100-EXIT.
003270     EXIT.
003280*----------------------------------------------------------------
003290 0110-RESOLVE-MASTER-PATH.
003300*    RESOLVE THE CRATE MASTER PATH FROM, IN ORDER OF PRECEDENCE:
003310*    (1) THE SECOND COMMAND LINE ARGUMENT
003320*    (2) THE DL100-MASTER-PATH ENVIRONMENT VARIABLE
003330*    (3) THE BUILT-IN DEFAULT PATH
003340*----------------------------------------------------------------
003350     DISPLAY 2 UPON ARGUMENT-NUMBER
003360     ACCEPT DL100-MASTER-PATH FROM ARGUMENT-VALUE
003370         ON EXCEPTION
003380             MOVE SPACES TO DL100-MASTER-PATH
003390     END-ACCEPT
003400     IF DL100-MASTER-PATH = SPACES THEN
003410         ACCEPT DL100-MASTER-PATH FROM ENVIRONMENT
003420             "DL100-MASTER-PATH"
003430         ON EXCEPTION
003440             MOVE SPACES TO DL100-MASTER-PATH
003450         END-ACCEPT
003460     END-IF
003470     IF DL100-MASTER-PATH = SPACES THEN
003480         MOVE DL100-DEFAULT-MASTER-PATH TO DL100-MASTER-PATH
003490     END-IF
003500     .
003510 0110-EXIT.
003520     EXIT.
003530*----------------------------------------------------------------
003540 0120-RESOLVE-RATECARD-PATH.
003550*    RESOLVE THE RATE CARD PATH FROM, IN ORDER OF PRECEDENCE:
003560*    (1) THE THIRD COMMAND LINE ARGUMENT
003570*    (2) THE DL100-RATECARD-PATH ENVIRONMENT VARIABLE
003580*    (3) THE BUILT-IN DEFAULT PATH
003590*----------------------------------------------------------------
003600     DISPLAY 3 UPON ARGUMENT-NUMBER
003610     ACCEPT DL100-RATECARD-PATH FROM ARGUMENT-VALUE
003620         ON EXCEPTION
003630             MOVE SPACES TO DL100-RATECARD-PATH
003640     END-ACCEPT
003650     IF DL100-RATECARD-PATH = SPACES THEN
003660         ACCEPT DL100-RATECARD-PATH FROM ENVIRONMENT
003670             "DL100-RATECARD-PATH"
003680         ON EXCEPTION
003690             MOVE SPACES TO DL100-RATECARD-PATH
003700         END-ACCEPT
003710     END-IF
003720     IF DL100-RATECARD-PATH = SPACES THEN
003730         MOVE DL100-DEFAULT-RATECARD-PATH TO DL100-RATECARD-PATH
003740     END-IF
003750     .
003760 0120-EXIT.
003770     EXIT.
003780*----------------------------------------------------------------
003790 0130-RESOLVE-INVOICE-PATH.
003800*    RESOLVE THE INVOICE REPORT PATH FROM, IN ORDER OF
003810*    PRECEDENCE:
003820*    (1) THE FOURTH COMMAND LINE ARGUMENT
003830*    (2) THE DL100-INVOICE-PATH ENVIRONMENT VARIABLE
003840*    (3) THE BUILT-IN DEFAULT PATH
003850*----------------------------------------------------------------
003860     DISPLAY 4 UPON ARGUMENT-NUMBER
003870     ACCEPT DL100-INVOICE-PATH FROM ARGUMENT-VALUE
003880         ON EXCEPTION
003890             MOVE SPACES TO DL100-INVOICE-PATH
003900     END-ACCEPT
003910     IF DL100-INVOICE-PATH = SPACES THEN
003920         ACCEPT DL100-INVOICE-PATH FROM ENVIRONMENT
003930             "DL100-INVOICE-PATH"
003940         ON EXCEPTION
003950             MOVE SPACES TO DL100-INVOICE-PATH
003960         END-ACCEPT
003970     END-IF
003980     IF DL100-INVOICE-PATH = SPACES THEN
003990         MOVE DL100-DEFAULT-INVOICE-PATH TO DL100-INVOICE-PATH
004000     END-IF
004010     .
004020 0130-EXIT.
004030     EXIT.
004040*----------------------------------------------------------------
004050 0140-RESOLVE-TOTALS-PATH.
004060*    RESOLVE THE MACHINE-READABLE TOTALS PATH FROM, IN ORDER OF
004070*    PRECEDENCE:
004080*    (1) THE FIFTH COMMAND LINE ARGUMENT
004090*    (2) THE DL100-TOTALS-PATH ENVIRONMENT VARIABLE
004100*    (3) THE BUILT-IN DEFAULT PATH
004110*----------------------------------------------------------------
004120     DISPLAY 5 UPON ARGUMENT-NUMBER
004130     ACCEPT DL100-TOTALS-PATH FROM ARGUMENT-VALUE
004140         ON EXCEPTION
004150             MOVE SPACES TO DL100-TOTALS-PATH
004160     END-ACCEPT
004170     IF DL100-TOTALS-PATH = SPACES THEN
004180         ACCEPT DL100-TOTALS-PATH FROM ENVIRONMENT
004190             "DL100-TOTALS-PATH"
004200         ON EXCEPTION
004210             MOVE SPACES TO DL100-TOTALS-PATH
004220         END-ACCEPT
004230     END-IF
004240     IF DL100-TOTALS-PATH = SPACES THEN
004250         MOVE DL100-DEFAULT-TOTALS-PATH TO DL100-TOTALS-PATH
004260     END-IF
004270     .
004280 0140-EXIT.
004290     EXIT.
004300*----------------------------------------------------------------
004310 0150-LOAD-RATE-CARD.
004320*    LOAD THE RATE CARD INTO THE COMMODITY AND SURCHARGE TABLES
004330*    ONCE AT START-UP.  A RATE CARD THAT CANNOT BE OPENED OR
004340*    CARRIES AN UNREADABLE RECORD IS A CONFIGURATION ERROR AND
004350*    STOPS THE RUN OUTRIGHT - A HALF-PRICED INVOICE RUN IS WORSE
004360*    THAN NONE.  STORAGE-TERMS RECORDS ARE VALID ON THE CARD
004370*    BUT PRICE NOTHING HANDLED, SO THEY ARE PASSED OVER.
004380*----------------------------------------------------------------
004390     OPEN INPUT RATECARD-FILE
004400     IF NOT DL100-RATECARD-OK THEN
004410         DISPLAY "BILLRUN: UNABLE TO OPEN RATE CARD "
004420             DL100-RATECARD-PATH " - FILE STATUS "
004430             DL100-RATECARD-STATUS
004440         MOVE 16 TO RETURN-CODE
004450         STOP RUN
004460     END-IF
004470     PERFORM UNTIL EXIT
004480         READ RATECARD-FILE AT END
004490             EXIT PERFORM
004500         END-READ
004510         IF RATE-CARD-RECORD NOT = SPACES THEN
004520             IF RATE-AMOUNT NOT NUMERIC OR
004530                 (NOT RATE-IS-COMMODITY AND
004540                  NOT RATE-IS-HAZMAT AND
004550                  NOT RATE-IS-STORAGE) THEN
004560                 DISPLAY "BILLRUN: RATE CARD RECORD IS NOT"
004570                     " USABLE - " RATE-CARD-RECORD
004580                 MOVE 16 TO RETURN-CODE
004590                 STOP RUN
004600             END-IF
004610             IF RATE-IS-COMMODITY THEN
004620                 IF DL100-RATE-COUNT < 64 THEN
004630                     ADD 1 TO DL100-RATE-COUNT
004640                     MOVE RATE-CLASS TO
004650                         DL100-RATE-CLASS-T(DL100-RATE-COUNT)
004660                     MOVE RATE-BASIS TO
004670                         DL100-RATE-BASIS-T(DL100-RATE-COUNT)
004680                     MOVE RATE-AMOUNT TO
004690                         DL100-RATE-AMOUNT-T(DL100-RATE-COUNT)
004700                 END-IF
004710             END-IF
004720             IF RATE-IS-HAZMAT THEN
004730                 IF DL100-SURCH-COUNT < 32 THEN
004740                     ADD 1 TO DL100-SURCH-COUNT
004750                     MOVE RATE-HAZMAT-CODE TO
004760                         DL100-SURCH-CODE-T(DL100-SURCH-COUNT)
004770                     MOVE RATE-AMOUNT TO
004780                         DL100-SURCH-AMOUNT-T(DL100-SURCH-COUNT)
004790                 END-IF
004800             END-IF
004810         END-IF
004820     END-PERFORM
004830     CLOSE RATECARD-FILE
004840     .
004850 0150-EXIT.
004860     EXIT.
004870*----------------------------------------------------------------
004880 0200-BILL-ONE-DAY.
004890*    ONE BILLING-LIST LINE IS ONE DAY - THE PATH OF THE FILE
004900*    CARRYING THE DAY'S MASTER-MODE OPENING DRAWING, THEN THE
004910*    PATH OF THE DAY'S AUDIT TRAIL.  THE DRAWING PRIMES THE
004920*    IDENTIFIED STACKS AND THE TRAIL REPLAYS FORWARD OVER THEM,
004930*    PRICING EVERY CRANE LIFT AS IT GOES.
004940*----------------------------------------------------------------
004950     MOVE SPACES TO DL100-STATE-PATH
004960     MOVE SPACES TO DL100-AUDIT-PATH
004970     MOVE 1 TO DL100-SCAN-INDEX
004980     PERFORM 0210-NEXT-LIST-TOKEN THRU 0210-EXIT
004990     IF DL100-TOKEN-LENGTH > 0 THEN
005000         MOVE BILL-LIST-RECORD(DL100-TOKEN-START:
005010             DL100-TOKEN-LENGTH) TO DL100-STATE-PATH
005020     END-IF
005030     PERFORM 0210-NEXT-LIST-TOKEN THRU 0210-EXIT
005040     IF DL100-TOKEN-LENGTH > 0 THEN
005050         MOVE BILL-LIST-RECORD(DL100-TOKEN-START:
005060             DL100-TOKEN-LENGTH) TO DL100-AUDIT-PATH
005070     END-IF
005080     IF DL100-STATE-PATH = SPACES OR DL100-AUDIT-PATH = SPACES
005090         THEN
005100         GO TO 0200-EXIT
005110     END-IF
005120     ADD 1 TO DL100-DAY-COUNT
005130     PERFORM 0300-LOAD-ID-DRAWING THRU 0300-EXIT
005140     PERFORM 0400-REPLAY-AND-PRICE THRU 0400-EXIT
005150     .
005160 0200-EXIT.
005170     EXIT.
005180*----------------------------------------------------------------
005190 0210-NEXT-LIST-TOKEN.
005200*    LIFT THE NEXT BLANK-DELIMITED TOKEN OFF THE CURRENT BILLING
005210*    LIST LINE, STARTING AT DL100-SCAN-INDEX.  A TOKEN LENGTH OF
005220*    ZERO MEANS THE LINE RAN OUT.
005230*----------------------------------------------------------------
005240     MOVE ZERO TO DL100-TOKEN-LENGTH
005250     MOVE ZERO TO DL100-TOKEN-START
005260     PERFORM UNTIL DL100-SCAN-INDEX > 320
005270         OR BILL-LIST-RECORD(DL100-SCAN-INDEX:1) NOT = ' '
005280         ADD 1 TO DL100-SCAN-INDEX
005290     END-PERFORM
005300     IF DL100-SCAN-INDEX > 320 THEN
005310         GO TO 0210-EXIT
005320     END-IF
005330     MOVE DL100-SCAN-INDEX TO DL100-TOKEN-START
005340     PERFORM UNTIL DL100-SCAN-INDEX > 320
005350         OR BILL-LIST-RECORD(DL100-SCAN-INDEX:1) = ' '
005360         ADD 1 TO DL100-SCAN-INDEX
005370     END-PERFORM
005380     COMPUTE DL100-TOKEN-LENGTH =
005390         DL100-SCAN-INDEX - DL100-TOKEN-START
005400     IF DL100-TOKEN-LENGTH > 100 THEN
005410         MOVE 100 TO DL100-TOKEN-LENGTH
005420     END-IF
005430     .
005440 0210-EXIT.
005450     EXIT.
005460*----------------------------------------------------------------
005470 0300-LOAD-ID-DRAWING.
005480*    PRIME THE IDENTIFIED STACKS FROM THE DAY'S MASTER-MODE
005490*    DRAWING - ELEVEN-COLUMN CELLS, '[' PLUS AN EIGHT-CHARACTER
005500*    CRATE ID PLUS ']' - EXACTLY AS COBMAIN'S PARSE-ID-ROW LIFTS
005510*    THEM, THEN COMPACT EACH BAY SO THE LOWEST ROW IS THE BOTTOM
005520*    OF THE STACK.
005530*----------------------------------------------------------------
005540     INITIALIZE CRATE-IDS
005550     MOVE ZERO TO BOXES-LENGTH
005560     OPEN INPUT INFILE
005570     IF NOT DL100-INFILE-OK THEN
005580         DISPLAY "BILLRUN: UNABLE TO OPEN OPENING STATE "
005590             DL100-STATE-PATH " - FILE STATUS "
005600             DL100-INFILE-STATUS
005610         MOVE 16 TO RETURN-CODE
005620         STOP RUN
005630     END-IF
005640     MOVE DL100-MAX-DEPTH TO BOXES-ROW
005650     PERFORM UNTIL EXIT
005660         READ INFILE AT END
005670             EXIT PERFORM
005680         END-READ
005690         PERFORM 0310-CHECK-FOR-BRACKET THRU 0310-EXIT
005700         IF DL100-LINE-HAS-NO-BRACKET THEN
005710             EXIT PERFORM
005720         END-IF
005730         IF BOXES-ROW < 1 THEN
005740             DISPLAY "BILLRUN: DRAWING IS TALLER THAN THE YARD"
005750                 " TABLE - NOT BILLABLE"
005760             MOVE 16 TO RETURN-CODE
005770             STOP RUN
005780         END-IF
005790         PERFORM 0320-PARSE-ID-ROW THRU 0320-EXIT
005800         ADD -1 TO BOXES-ROW
005810     END-PERFORM
005820     PERFORM 0330-COUNT-STACKS THRU 0330-EXIT
005830     CLOSE INFILE
005840     MOVE 1 TO BOXES-COL
005850     PERFORM UNTIL BOXES-COL > BOXES-LENGTH
005860         PERFORM 0340-COMPACT-ID-COL THRU 0340-EXIT
005870         ADD 1 TO BOXES-COL
005880     END-PERFORM
005890     .
005900 0300-EXIT.
005910     EXIT.
005920*----------------------------------------------------------------
005930 0310-CHECK-FOR-BRACKET.
005940*    A YARD DRAWING ROW ALWAYS HAS AT LEAST ONE '[' CHARACTER.
005950*    THE COLUMN-HEADER ROW THAT FOLLOWS THE DRAWING NEVER DOES,
005960*    SO SCANNING FOR A BRACKET IS HOW THE END OF THE DRAWING IS
005970*    RECOGNIZED INSTEAD OF LIFTING A FIXED COLUMN.
005980*----------------------------------------------------------------
005990     SET DL100-LINE-HAS-NO-BRACKET TO TRUE
006000     MOVE 1 TO LINE-INDEX
006010     PERFORM UNTIL LINE-INDEX > INFILE-RECORD-LENGTH
006020                OR DL100-LINE-HAS-BRACKET
006030         IF INFILE-DATA(LINE-INDEX) = '[' THEN
006040             SET DL100-LINE-HAS-BRACKET TO TRUE
006050         END-IF
006060         ADD 1 TO LINE-INDEX
006070     END-PERFORM
006080     .
006090 0310-EXIT.
006100     EXIT.
006110*----------------------------------------------------------------
006120 0320-PARSE-ID-ROW.
006130*    LIFT ONE ROW OF THE IDENTIFIED-CRATE DRAWING - CELLS ARE
006140*    ELEVEN COLUMNS WIDE, '[' PLUS THE EIGHT-CHARACTER ID PLUS
006150*    ']' PLUS A SEPARATOR SPACE.
006160*----------------------------------------------------------------
006170     MOVE 1 TO LINE-INDEX
006180     MOVE 1 TO BOXES-COL
006190     PERFORM UNTIL LINE-INDEX > INFILE-RECORD-LENGTH
006200         IF INFILE-DATA(LINE-INDEX) = '[' AND
006210             BOXES-COL NOT > DL100-MAX-STACKS THEN
006220             MOVE INFILE-RECORD(LINE-INDEX + 1:8)
006230                  TO CRATE-ID(BOXES-COL, BOXES-ROW)
006240         END-IF
006250         ADD 11 TO LINE-INDEX
006260         ADD 1 TO BOXES-COL
006270     END-PERFORM
006280     .
006290 0320-EXIT.
006300     EXIT.
006310*----------------------------------------------------------------
006320 0330-COUNT-STACKS.
006330*    COUNT THE STACK NUMBERS ON THE COLUMN-HEADER LINE BY TOKEN,
006340*    NOT BY LIFTING A FIXED COLUMN, SO THE STACK COUNT IS NOT
006350*    LIMITED TO A SINGLE DIGIT.
006360*----------------------------------------------------------------
006370     MOVE ZERO TO BOXES-LENGTH
006380     MOVE 1 TO LINE-INDEX
006390     PERFORM UNTIL LINE-INDEX > INFILE-RECORD-LENGTH
006400         IF INFILE-DATA(LINE-INDEX) NOT = ' ' THEN
006410             ADD 1 TO BOXES-LENGTH
006420             PERFORM UNTIL
006430                 LINE-INDEX > INFILE-RECORD-LENGTH OR
006440                 INFILE-DATA(LINE-INDEX) = ' '
006450                 ADD 1 TO LINE-INDEX
006460             END-PERFORM
006470         ELSE
006480             ADD 1 TO LINE-INDEX
006490         END-IF
006500     END-PERFORM
006510     IF BOXES-LENGTH > DL100-MAX-STACKS THEN
006520         DISPLAY "BILLRUN: STATE NAMES MORE STACKS THAN THE"
006530             " YARD TABLE - NOT BILLABLE"
006540         CLOSE INFILE
006550         MOVE 16 TO RETURN-CODE
006560         STOP RUN
006570     END-IF
006580     .
006590 0330-EXIT.
006600     EXIT.
006610*----------------------------------------------------------------
006620 0340-COMPACT-ID-COL.
006630*    SLIDE ONE BAY'S CRATE IDS DOWN SO THE LOWEST-NUMBERED ROW
006640*    IS THE BOTTOM OF THE STACK, AND RECORD HOW DEEP THE STACK
006650*    IS - THE ID-TABLE TWIN OF COBMAIN'S COMPACT-BOX-COL.
006660*----------------------------------------------------------------
006670     SET BOXES-ROW TO 1
006680     PERFORM UNTIL BOXES-ROW > DL100-MAX-DEPTH
006690         OR CRATE-ID(BOXES-COL, BOXES-ROW) NOT = SPACES
006700         ADD 1 TO BOXES-ROW
006710     END-PERFORM
006720     IF BOXES-ROW > DL100-MAX-DEPTH THEN
006730         SET CRATE-COL-LENGTH(BOXES-COL) TO 0
006740     ELSE
006750         SET CRATE-COL-LENGTH(BOXES-COL) TO 1
006760         PERFORM UNTIL BOXES-ROW > DL100-MAX-DEPTH
006770             MOVE CRATE-ID(BOXES-COL, BOXES-ROW)
006780                  TO CRATE-ID(BOXES-COL,
006790                     CRATE-COL-LENGTH(BOXES-COL))
006800             MOVE SPACES TO CRATE-ID(BOXES-COL, BOXES-ROW)
006810             ADD 1 TO BOXES-ROW
006820             ADD 1 TO CRATE-COL-LENGTH(BOXES-COL)
006830         END-PERFORM
006840         PERFORM UNTIL NOT
006850             CRATE-ID(BOXES-COL, CRATE-COL-LENGTH(BOXES-COL))
006860             = SPACES
006870             SUBTRACT 1 FROM CRATE-COL-LENGTH(BOXES-COL)
006880         END-PERFORM
006890     END-IF
006900     .
006910 0340-EXIT.
006920     EXIT.
006930*----------------------------------------------------------------
006940 0400-REPLAY-AND-PRICE.
006950*    READ THE DAY'S AUDIT TRAIL AND REPLAY EVERY EVENT OVER THE
006960*    IDENTIFIED STACKS - MOVES WITH CRATEMOVER-9001 BLOCK
006970*    SEMANTICS, GATE RECEIPTS AND RELEASES AS SINGLE LANDINGS
006980*    AND LIFTS.  EVERY CRATE A CRANE MOVE PICKS UP IS PRICED AS
006990*    IT LEAVES THE SOURCE BAY; GATE EVENTS ONLY KEEP THE STACKS
007000*    TRUE.  THE FIXED NUMERIC BLOCK SITS AT POSITIONS 6, 18, 30,
007010*    AND 42 OF EVERY EVENT RECORD.
007020*----------------------------------------------------------------
007030     PERFORM 0930-VERIFY-AUDIT-SEAL THRU 0930-EXIT
007040     OPEN INPUT AUDIT-FILE
007050     IF NOT DL100-AUDIT-OK THEN
007060         DISPLAY "BILLRUN: UNABLE TO OPEN AUDIT TRAIL "
007070             DL100-AUDIT-PATH " - FILE STATUS "
007080             DL100-AUDIT-STATUS
007090         MOVE 16 TO RETURN-CODE
007100         STOP RUN
007110     END-IF
007120     PERFORM UNTIL EXIT
007130         READ AUDIT-FILE AT END
007140             EXIT PERFORM
007150         END-READ
007160         IF AUDIT-RECORD(1:5) = "MOVE " AND
007170             AUDIT-RECORD(13:5) = " AMT " THEN
007180             PERFORM 0410-PRICE-ONE-MOVE THRU 0410-EXIT
007190         END-IF
007200         IF AUDIT-RECORD(1:5) = "RCVD " AND
007210             AUDIT-RECORD(13:5) = " AMT " THEN
007220             MOVE AUDIT-RECORD(42:7) TO MOVE-DEST
007230             IF MOVE-DEST < 1 OR MOVE-DEST > BOXES-LENGTH
007240                 OR CRATE-COL-LENGTH(MOVE-DEST) NOT <
007250                 DL100-MAX-DEPTH THEN
007260                 DISPLAY "BILLRUN: AUDIT RECEIPT DOES NOT FIT"
007270                     " THE TRACKED STACKS - TRAIL AND STATE DO"
007280                     " NOT BELONG TOGETHER"
007290                 CLOSE AUDIT-FILE
007300                 MOVE 16 TO RETURN-CODE
007310                 STOP RUN
007320             END-IF
007330             ADD 1 TO CRATE-COL-LENGTH(MOVE-DEST)
007340             MOVE AUDIT-RECORD(56:8)
007350                  TO CRATE-ID(MOVE-DEST,
007360                  CRATE-COL-LENGTH(MOVE-DEST))
007370         END-IF
007380         IF AUDIT-RECORD(1:5) = "RLSE " AND
007390             AUDIT-RECORD(13:5) = " AMT " THEN
007400             MOVE AUDIT-RECORD(30:7) TO MOVE-SOURCE
007410             IF MOVE-SOURCE < 1 OR
007420                 MOVE-SOURCE > BOXES-LENGTH OR
007430                 CRATE-COL-LENGTH(MOVE-SOURCE) < 1 THEN
007440                 DISPLAY "BILLRUN: AUDIT RELEASE DOES NOT FIT"
007450                     " THE TRACKED STACKS - TRAIL AND STATE DO"
007460                     " NOT BELONG TOGETHER"
007470                 CLOSE AUDIT-FILE
007480                 MOVE 16 TO RETURN-CODE
007490                 STOP RUN
007500             END-IF
007510             MOVE SPACES TO CRATE-ID(MOVE-SOURCE,
007520                  CRATE-COL-LENGTH(MOVE-SOURCE))
007530             SUBTRACT 1 FROM CRATE-COL-LENGTH(MOVE-SOURCE)
007540         END-IF
007550     END-PERFORM
007560     CLOSE AUDIT-FILE
007570     .
007580 0400-EXIT.
007590     EXIT.
007600*----------------------------------------------------------------
007610 0410-PRICE-ONE-MOVE.
007620*    ONE CRANE MOVE.  EVERY CRATE IN THE LIFTED BLOCK IS LOOKED
007630*    UP ON THE CRATE MASTER AND CHARGED TO ITS OWNER PER THE
007640*    RATE CARD, THEN THE BLOCK RELOCATES IN ORDER (9001
007650*    SEMANTICS).  A MOVE THAT DOES NOT FIT THE TRACKED STACKS
007660*    MEANS THE TRAIL AND THE STATE DO NOT BELONG TOGETHER AND
007670*    THE RUN STOPS OUTRIGHT - A WRONG INVOICE IS WORSE THAN
007680*    NONE.
007690*----------------------------------------------------------------
007700     MOVE AUDIT-RECORD(6:7)  TO DL100-MOVE-NUMBER
007710     MOVE AUDIT-RECORD(18:7) TO MOVE-AMOUNT
007720     MOVE AUDIT-RECORD(30:7) TO MOVE-SOURCE
007730     MOVE AUDIT-RECORD(42:7) TO MOVE-DEST
007740     IF MOVE-AMOUNT < 1
007750         OR MOVE-SOURCE < 1 OR MOVE-SOURCE > BOXES-LENGTH
007760         OR MOVE-DEST   < 1 OR MOVE-DEST   > BOXES-LENGTH
007770         OR MOVE-AMOUNT > CRATE-COL-LENGTH(MOVE-SOURCE) THEN
007780         MOVE DL100-MOVE-NUMBER TO DL100-EDIT-NUM1
007790         DISPLAY "BILLRUN: AUDIT MOVE " DL100-EDIT-NUM1
007800             " DOES NOT FIT THE TRACKED STACKS - TRAIL AND"
007810             " STATE DO NOT BELONG TOGETHER"
007820         CLOSE AUDIT-FILE
007830         MOVE 16 TO RETURN-CODE
007840         STOP RUN
007850     END-IF
007860     MOVE ZERO TO DL100-DEDUP-COUNT
007870     MOVE 1 TO DL100-HAZ-ROW
007880     PERFORM UNTIL DL100-HAZ-ROW > MOVE-AMOUNT
007890         PERFORM 0420-PRICE-ONE-CRATE THRU 0420-EXIT
007900         ADD 1 TO DL100-HAZ-ROW
007910     END-PERFORM
007920     MOVE MOVE-AMOUNT TO INDEX-VALUE
007930     PERFORM UNTIL MOVE-AMOUNT = 0
007940         ADD 1 TO CRATE-COL-LENGTH(MOVE-DEST)
007950         MOVE CRATE-ID(MOVE-SOURCE,
007960           CRATE-COL-LENGTH(MOVE-SOURCE) - MOVE-AMOUNT + 1)
007970           TO CRATE-ID(MOVE-DEST,
007980           CRATE-COL-LENGTH(MOVE-DEST))
007990         MOVE SPACES TO CRATE-ID(MOVE-SOURCE,
008000              CRATE-COL-LENGTH(MOVE-SOURCE) - MOVE-AMOUNT + 1)
008010         SUBTRACT 1 FROM MOVE-AMOUNT
008020     END-PERFORM
008030     SUBTRACT INDEX-VALUE FROM CRATE-COL-LENGTH(MOVE-SOURCE)
008040     .
008050 0410-EXIT.
008060     EXIT.
008070*----------------------------------------------------------------
008080 0420-PRICE-ONE-CRATE.
008090*    PRICE CRATE DL100-HAZ-ROW OF THE LIFTED BLOCK.  THE CRATE'S
008100*    OWNER, COMMODITY CLASS, AND HAZMAT CODE COME OFF THE CRATE
008110*    MASTER; THE RATE CARD THEN SAYS WHETHER ITS CLASS BILLS PER
008120*    CRATE OR ONCE PER LIFT, AND WHETHER A HAZMAT SURCHARGE
008130*    APPLIES.  A CRATE WITH NO MASTER RECORD OR NO PRICEABLE
008140*    CLASS IS COUNTED AS UNPRICED SO THE COMMERCIAL SIDE CAN
008150*    CHASE IT, AND THE RUN ENDS WITH RETURN-CODE 8.
008160*----------------------------------------------------------------
008170     MOVE CRATE-ID(MOVE-SOURCE,
008180         CRATE-COL-LENGTH(MOVE-SOURCE)
008190         - MOVE-AMOUNT + DL100-HAZ-ROW)
008200          TO CMST-CRATE-ID
008210     IF CMST-CRATE-ID = SPACES THEN
008220         ADD 1 TO DL100-UNPRICED-COUNT
008230         GO TO 0420-EXIT
008240     END-IF
008250     READ CRATE-MASTER
008260     IF NOT DL100-MASTER-OK THEN
008270         ADD 1 TO DL100-UNPRICED-COUNT
008280         GO TO 0420-EXIT
008290     END-IF
008300     PERFORM 0430-FIND-COMMODITY-RATE THRU 0430-EXIT
008310     IF DL100-RATE-SLOT = 0 THEN
008320         ADD 1 TO DL100-UNPRICED-COUNT
008330         GO TO 0420-EXIT
008340     END-IF
008350     IF DL100-RATE-BASIS = 'L' THEN
008360         PERFORM 0440-CHECK-LIFT-DEDUP THRU 0440-EXIT
008370         IF DL100-DEDUP-NOT-FOUND THEN
008380             MOVE CMST-OWNER     TO DL100-WORK-OWNER
008390             MOVE 'C'            TO DL100-WORK-TYPE
008400             MOVE CMST-COMMODITY TO DL100-WORK-CLASS
008410             MOVE 1              TO DL100-WORK-UNITS
008420             MOVE DL100-RATE-AMOUNT TO DL100-WORK-RATE
008430             PERFORM 0450-POST-CHARGE-LINE THRU 0450-EXIT
008440         END-IF
008450     ELSE
008460         MOVE CMST-OWNER     TO DL100-WORK-OWNER
008470         MOVE 'C'            TO DL100-WORK-TYPE
008480         MOVE CMST-COMMODITY TO DL100-WORK-CLASS
008490         MOVE 1              TO DL100-WORK-UNITS
008500         MOVE DL100-RATE-AMOUNT TO DL100-WORK-RATE
008510         PERFORM 0450-POST-CHARGE-LINE THRU 0450-EXIT
008520     END-IF
008530     IF CMST-HAZMAT-CODE NOT = SPACES THEN
008540         PERFORM 0460-FIND-HAZMAT-SURCHARGE THRU 0460-EXIT
008550         IF DL100-RATE-SLOT > 0 THEN
008560             MOVE CMST-OWNER TO DL100-WORK-OWNER
008570             MOVE 'H'        TO DL100-WORK-TYPE
008580             MOVE SPACES     TO DL100-WORK-CLASS
008590             MOVE CMST-HAZMAT-CODE
008600                  TO DL100-WORK-CLASS(1:2)
008610             MOVE 1          TO DL100-WORK-UNITS
008620             MOVE DL100-SURCH-AMOUNT TO DL100-WORK-RATE
008630             PERFORM 0450-POST-CHARGE-LINE THRU 0450-EXIT
008640         END-IF
008650     END-IF
008660     .
008670 0420-EXIT.
008680     EXIT.
008690*----------------------------------------------------------------
008700 0430-FIND-COMMODITY-RATE.
008710*    FIND THE RATE CARD ENTRY FOR CMST-COMMODITY - AN EXACT
008720*    CLASS MATCH FIRST, THEN THE BLANK-CLASS CATCH-ALL IF ONE IS
008730*    ON THE CARD.  SLOT ZERO MEANS THE CLASS IS NOT PRICEABLE.
008740*----------------------------------------------------------------
008750     MOVE ZERO TO DL100-RATE-SLOT
008760     MOVE 1 TO DL100-RATE-INDEX
008770     PERFORM UNTIL DL100-RATE-INDEX > DL100-RATE-COUNT
008780         IF DL100-RATE-CLASS-T(DL100-RATE-INDEX) =
008790             CMST-COMMODITY THEN
008800             MOVE DL100-RATE-INDEX TO DL100-RATE-SLOT
008810             MOVE DL100-RATE-COUNT TO DL100-RATE-INDEX
008820         END-IF
008830         ADD 1 TO DL100-RATE-INDEX
008840     END-PERFORM
008850     IF DL100-RATE-SLOT = 0 THEN
008860         MOVE 1 TO DL100-RATE-INDEX
008870         PERFORM UNTIL DL100-RATE-INDEX > DL100-RATE-COUNT
008880             IF DL100-RATE-CLASS-T(DL100-RATE-INDEX) = SPACES
008890                 THEN
008900                 MOVE DL100-RATE-INDEX TO DL100-RATE-SLOT
008910                 MOVE DL100-RATE-COUNT TO DL100-RATE-INDEX
008920             END-IF
008930             ADD 1 TO DL100-RATE-INDEX
008940         END-PERFORM
008950     END-IF
008960     IF DL100-RATE-SLOT > 0 THEN
008970         MOVE DL100-RATE-BASIS-T(DL100-RATE-SLOT)
008980              TO DL100-RATE-BASIS
008990         MOVE DL100-RATE-AMOUNT-T(DL100-RATE-SLOT)
009000              TO DL100-RATE-AMOUNT
009010     END-IF
009020     .
009030 0430-EXIT.
009040     EXIT.
009050*----------------------------------------------------------------
009060 0440-CHECK-LIFT-DEDUP.
009070*    A PER-LIFT CLASS CHARGES THE BLOCK ONCE PER OWNER PLUS
009080*    CLASS - CHECK WHETHER THIS OWNER AND CLASS WERE ALREADY
009090*    CHARGED FOR THE LIFT IN FLIGHT, AND REMEMBER THEM IF NOT.
009100*----------------------------------------------------------------
009110     SET DL100-DEDUP-NOT-FOUND TO TRUE
009120     MOVE 1 TO DL100-DEDUP-INDEX
009130     PERFORM UNTIL DL100-DEDUP-INDEX > DL100-DEDUP-COUNT
009140         IF DL100-DEDUP-OWNER-T(DL100-DEDUP-INDEX) =
009150             CMST-OWNER AND
009160             DL100-DEDUP-CLASS-T(DL100-DEDUP-INDEX) =
009170             CMST-COMMODITY THEN
009180             SET DL100-DEDUP-FOUND TO TRUE
009190             MOVE DL100-DEDUP-COUNT TO DL100-DEDUP-INDEX
009200         END-IF
009210         ADD 1 TO DL100-DEDUP-INDEX
009220     END-PERFORM
009230     IF DL100-DEDUP-NOT-FOUND AND DL100-DEDUP-COUNT < 32 THEN
009240         ADD 1 TO DL100-DEDUP-COUNT
009250         MOVE CMST-OWNER
009260              TO DL100-DEDUP-OWNER-T(DL100-DEDUP-COUNT)
009270         MOVE CMST-COMMODITY
009280              TO DL100-DEDUP-CLASS-T(DL100-DEDUP-COUNT)
009290     END-IF
009300     .
009310 0440-EXIT.
009320     EXIT.
009330*----------------------------------------------------------------
009340 0450-POST-CHARGE-LINE.
009350*    FOLD ONE CHARGE INTO THE CHARGE-LINE TABLE - ONE LINE PER
009360*    OWNER PLUS TYPE PLUS CLASS, ITS UNIT COUNT AND EXTENDED
009370*    AMOUNT ACCUMULATED ACROSS THE WHOLE BILLING PERIOD.
009380*----------------------------------------------------------------
009390     MOVE ZERO TO DL100-LINE-SLOT
009400     MOVE 1 TO DL100-LINE-INDEX
009410     PERFORM UNTIL DL100-LINE-INDEX > DL100-LINE-COUNT
009420         IF DL100-LINE-OWNER-T(DL100-LINE-INDEX) =
009430             DL100-WORK-OWNER AND
009440             DL100-LINE-TYPE-T(DL100-LINE-INDEX) =
009450             DL100-WORK-TYPE AND
009460             DL100-LINE-CLASS-T(DL100-LINE-INDEX) =
009470             DL100-WORK-CLASS THEN
009480             MOVE DL100-LINE-INDEX TO DL100-LINE-SLOT
009490             MOVE DL100-LINE-COUNT TO DL100-LINE-INDEX
009500         END-IF
009510         ADD 1 TO DL100-LINE-INDEX
009520     END-PERFORM
009530     IF DL100-LINE-SLOT = 0 THEN
009540         IF DL100-LINE-COUNT < 256 THEN
009550             ADD 1 TO DL100-LINE-COUNT
009560             MOVE DL100-LINE-COUNT TO DL100-LINE-SLOT
009570             MOVE DL100-WORK-OWNER
009580                  TO DL100-LINE-OWNER-T(DL100-LINE-SLOT)
009590             MOVE DL100-WORK-TYPE
009600                  TO DL100-LINE-TYPE-T(DL100-LINE-SLOT)
009610             MOVE DL100-WORK-CLASS
009620                  TO DL100-LINE-CLASS-T(DL100-LINE-SLOT)
009630             MOVE DL100-RATE-BASIS
009640                  TO DL100-LINE-BASIS-T(DL100-LINE-SLOT)
009650             MOVE ZERO TO DL100-LINE-UNITS-T(DL100-LINE-SLOT)
009660             MOVE DL100-WORK-RATE
009670                  TO DL100-LINE-RATE-T(DL100-LINE-SLOT)
009680             MOVE ZERO TO DL100-LINE-AMOUNT-T(DL100-LINE-SLOT)
009690         ELSE
009700             DISPLAY "BILLRUN: CHARGE-LINE TABLE IS FULL -"
009710                 " SPLIT THE BILLING PERIOD"
009720             MOVE 16 TO RETURN-CODE
009730             STOP RUN
009740         END-IF
009750     END-IF
009760     ADD DL100-WORK-UNITS
009770         TO DL100-LINE-UNITS-T(DL100-LINE-SLOT)
009780     COMPUTE DL100-LINE-AMOUNT-T(DL100-LINE-SLOT) =
009790         DL100-LINE-AMOUNT-T(DL100-LINE-SLOT)
009800         + DL100-WORK-UNITS * DL100-WORK-RATE
009810     .
009820 0450-EXIT.
009830     EXIT.
009840*----------------------------------------------------------------
009850 0460-FIND-HAZMAT-SURCHARGE.
009860*    FIND THE SURCHARGE ENTRY FOR CMST-HAZMAT-CODE.  SLOT ZERO
009870*    MEANS THE CODE CARRIES NO SURCHARGE ON THIS CARD.
009880*----------------------------------------------------------------
009890     MOVE ZERO TO DL100-RATE-SLOT
009900     MOVE 1 TO DL100-RATE-INDEX
009910     PERFORM UNTIL DL100-RATE-INDEX > DL100-SURCH-COUNT
009920         IF DL100-SURCH-CODE-T(DL100-RATE-INDEX) =
009930             CMST-HAZMAT-CODE THEN
009940             MOVE DL100-RATE-INDEX TO DL100-RATE-SLOT
009950             MOVE DL100-SURCH-AMOUNT-T(DL100-RATE-INDEX)
009960                  TO DL100-SURCH-AMOUNT
009970             MOVE DL100-SURCH-COUNT TO DL100-RATE-INDEX
009980         END-IF
009990         ADD 1 TO DL100-RATE-INDEX
010000     END-PERFORM
010010     .
010020 0460-EXIT.
010030     EXIT.
010040*----------------------------------------------------------------
010050 0800-WRITE-INVOICES.
010060*    WRITE ONE INVOICE SECTION PER OWNER - EVERY CHARGE LINE
010070*    WITH ITS UNITS, RATE, AND EXTENDED AMOUNT, THE HAZMAT
010080*    SURCHARGE LINES, AND THE OWNER TOTAL - PLUS ONE MACHINE-
010090*    READABLE TOTALS RECORD PER OWNER FOR THE ACCOUNTING PICKUP.
010100*    OWNERS PRINT IN FIRST-SEEN ORDER; A LINE ALREADY PRINTED
010110*    UNDER ITS OWNER IS BLANKED SO IT CANNOT PRINT TWICE.
010120*----------------------------------------------------------------
010130     OPEN OUTPUT INVOICE-FILE
010140     OPEN OUTPUT TOTALS-FILE
010150     MOVE SPACES TO INVOICE-RECORD
010160     STRING "OWNER HANDLING INVOICES - RUN DATE "
010170         DL100-RUN-CCYY "-" DL100-RUN-MM "-" DL100-RUN-DD
010180         DELIMITED BY SIZE INTO INVOICE-RECORD
010190     WRITE INVOICE-RECORD
010200     MOVE DL100-DAY-COUNT TO DL100-EDIT-NUM1
010210     MOVE SPACES TO INVOICE-RECORD
010220     STRING "AUDIT TRAILS BILLED: " DL100-EDIT-NUM1
010230         DELIMITED BY SIZE INTO INVOICE-RECORD
010240     WRITE INVOICE-RECORD
010250     MOVE 1 TO DL100-LINE-INDEX
010260     PERFORM UNTIL DL100-LINE-INDEX > DL100-LINE-COUNT
010270         IF DL100-LINE-OWNER-T(DL100-LINE-INDEX) NOT = SPACES
010280             THEN
010290             MOVE DL100-LINE-OWNER-T(DL100-LINE-INDEX)
010300                  TO DL100-WORK-OWNER
010310             PERFORM 0810-WRITE-ONE-INVOICE THRU 0810-EXIT
010320         END-IF
010330         ADD 1 TO DL100-LINE-INDEX
010340     END-PERFORM
010350     IF DL100-UNPRICED-COUNT > 0 THEN
010360         MOVE DL100-UNPRICED-COUNT TO DL100-EDIT-NUM1
010370         MOVE SPACES TO INVOICE-RECORD
010380         WRITE INVOICE-RECORD
010390         MOVE SPACES TO INVOICE-RECORD
010400         STRING "*** " DL100-EDIT-NUM1
010410             " CRATES COULD NOT BE PRICED (NO MASTER RECORD"
010420             " OR NO RATE) ***"
010430             DELIMITED BY SIZE INTO INVOICE-RECORD
010440         WRITE INVOICE-RECORD
010450     END-IF
010460     CLOSE INVOICE-FILE
010470     CLOSE TOTALS-FILE
010480     .
010490 0800-EXIT.
010500     EXIT.
010510*----------------------------------------------------------------
010520 0810-WRITE-ONE-INVOICE.
010530*    WRITE ONE OWNER'S INVOICE SECTION AND TOTALS RECORD, THEN
010540*    BLANK THE OWNER'S CHARGE LINES SO THE OUTER SWEEP DOES NOT
010550*    PRINT THE OWNER AGAIN.
010560*----------------------------------------------------------------
010570     MOVE SPACES TO INVOICE-RECORD
010580     WRITE INVOICE-RECORD
010590     MOVE SPACES TO INVOICE-RECORD
010600     STRING "INVOICE - OWNER " DL100-WORK-OWNER
010610         DELIMITED BY SIZE INTO INVOICE-RECORD
010620     WRITE INVOICE-RECORD
010630     MOVE ZERO TO DL100-OWNER-TOTAL-CHG
010640     MOVE ZERO TO DL100-OWNER-TOTAL-SUR
010650     MOVE ZERO TO DL100-OWNER-LIFTS
010660     MOVE ZERO TO DL100-OWNER-CRATES
010670     MOVE 1 TO DL100-LINE-SLOT
010680     PERFORM UNTIL DL100-LINE-SLOT > DL100-LINE-COUNT
010690         IF DL100-LINE-OWNER-T(DL100-LINE-SLOT) =
010700             DL100-WORK-OWNER THEN
010710             PERFORM 0820-WRITE-CHARGE-LINE THRU 0820-EXIT
010720             MOVE SPACES
010730                  TO DL100-LINE-OWNER-T(DL100-LINE-SLOT)
010740         END-IF
010750         ADD 1 TO DL100-LINE-SLOT
010760     END-PERFORM
010770     MOVE DL100-OWNER-TOTAL-CHG TO DL100-EDIT-MONEY1
010780     MOVE DL100-OWNER-TOTAL-SUR TO DL100-EDIT-MONEY2
010790     MOVE SPACES TO INVOICE-RECORD
010800     STRING "  CHARGES " DL100-EDIT-MONEY1
010810         "  SURCHARGES " DL100-EDIT-MONEY2
010820         DELIMITED BY SIZE INTO INVOICE-RECORD
010830     WRITE INVOICE-RECORD
010840     COMPUTE DL100-OWNER-TOTAL-CHG =
010850         DL100-OWNER-TOTAL-CHG + DL100-OWNER-TOTAL-SUR
010860     MOVE DL100-OWNER-TOTAL-CHG TO DL100-EDIT-MONEY1
010870     MOVE SPACES TO INVOICE-RECORD
010880     STRING "  INVOICE TOTAL " DL100-EDIT-MONEY1
010890         DELIMITED BY SIZE INTO INVOICE-RECORD
010900     WRITE INVOICE-RECORD
010910     MOVE SPACES TO TOTALS-RECORD
010920     MOVE DL100-WORK-OWNER      TO BTOT-OWNER
010930     MOVE DL100-OWNER-LIFTS     TO BTOT-LIFTS
010940     MOVE DL100-OWNER-CRATES    TO BTOT-CRATES
010950     COMPUTE BTOT-CHARGES =
010960         DL100-OWNER-TOTAL-CHG - DL100-OWNER-TOTAL-SUR
010970     MOVE DL100-OWNER-TOTAL-SUR TO BTOT-SURCHARGES
010980     MOVE DL100-OWNER-TOTAL-CHG TO BTOT-TOTAL
010990     WRITE TOTALS-RECORD
011000     .
011010 0810-EXIT.
011020     EXIT.
011030*----------------------------------------------------------------
011040 0820-WRITE-CHARGE-LINE.
011050*    WRITE ONE CHARGE LINE OF THE INVOICE IN FLIGHT AND FOLD IT
011060*    INTO THE OWNER TOTALS - PER-LIFT UNITS COUNT AS LIFTS,
011070*    PER-CRATE UNITS AND SURCHARGE UNITS AS CRATES.
011080*----------------------------------------------------------------
011090     MOVE DL100-LINE-UNITS-T(DL100-LINE-SLOT) TO DL100-EDIT-NUM1
011100     MOVE DL100-LINE-RATE-T(DL100-LINE-SLOT)
011110          TO DL100-EDIT-MONEY1
011120     MOVE DL100-LINE-AMOUNT-T(DL100-LINE-SLOT)
011130          TO DL100-EDIT-MONEY2
011140     MOVE SPACES TO INVOICE-RECORD
011150     IF DL100-LINE-TYPE-T(DL100-LINE-SLOT) = 'H' THEN
011160         STRING "  HAZMAT SURCHARGE CODE "
011170             DL100-LINE-CLASS-T(DL100-LINE-SLOT)(1:2)
011180             "  CRATES " DL100-EDIT-NUM1
011190             "  AT " DL100-EDIT-MONEY1
011200             "  AMOUNT " DL100-EDIT-MONEY2
011210             DELIMITED BY SIZE INTO INVOICE-RECORD
011220         ADD DL100-LINE-AMOUNT-T(DL100-LINE-SLOT)
011230             TO DL100-OWNER-TOTAL-SUR
011240     ELSE
011250         IF DL100-LINE-BASIS-T(DL100-LINE-SLOT) = 'L' THEN
011260             STRING "  CLASS "
011270                 DL100-LINE-CLASS-T(DL100-LINE-SLOT)
011280                 "  LIFTS  " DL100-EDIT-NUM1
011290                 "  AT " DL100-EDIT-MONEY1
011300                 "  AMOUNT " DL100-EDIT-MONEY2
011310                 DELIMITED BY SIZE INTO INVOICE-RECORD
011320             ADD DL100-LINE-UNITS-T(DL100-LINE-SLOT)
011330                 TO DL100-OWNER-LIFTS
011340         ELSE
011350             STRING "  CLASS "
011360                 DL100-LINE-CLASS-T(DL100-LINE-SLOT)
011370                 "  CRATES " DL100-EDIT-NUM1
011380                 "  AT " DL100-EDIT-MONEY1
011390                 "  AMOUNT " DL100-EDIT-MONEY2
011400                 DELIMITED BY SIZE INTO INVOICE-RECORD
011410             ADD DL100-LINE-UNITS-T(DL100-LINE-SLOT)
011420                 TO DL100-OWNER-CRATES
011430         END-IF
011440         ADD DL100-LINE-AMOUNT-T(DL100-LINE-SLOT)
011450             TO DL100-OWNER-TOTAL-CHG
011460     END-IF
011470     WRITE INVOICE-RECORD
011480     .
011490 0820-EXIT.
011500     EXIT.
011510*----------------------------------------------------------------
011520 0900-RESET-SEAL.
011530*    START A FRESH SEAL ACCUMULATION.
011540*----------------------------------------------------------------
011550     MOVE ZERO TO DL100-SEAL-COUNT
011560     MOVE ZERO TO DL100-SEAL-CKSUM
011570     SET DL100-SEAL-BAD TO TRUE
011580     .
011590 0900-EXIT.
011600     EXIT.
011610*----------------------------------------------------------------
011620 0910-ADD-TO-SEAL.
011630*    FOLD THE RECORD IN DL100-SEAL-RECORD INTO THE SEAL - ONE
011640*    MORE RECORD COUNTED, ITS BYTES UP TO THE LAST NONBLANK
011650*    SUMMED INTO THE CHECKSUM MODULO 1,000,000,000 - EXACTLY AS
011660*    COBMAIN COMPUTES IT.
011670*----------------------------------------------------------------
011680     ADD 1 TO DL100-SEAL-COUNT
011690     MOVE 704 TO DL100-SEAL-LENGTH
011700     PERFORM UNTIL DL100-SEAL-LENGTH < 1
011710         OR DL100-SEAL-RECORD(DL100-SEAL-LENGTH:1) NOT = ' '
011720         SUBTRACT 1 FROM DL100-SEAL-LENGTH
011730     END-PERFORM
011740     MOVE 1 TO DL100-SEAL-INDEX
011750     PERFORM UNTIL DL100-SEAL-INDEX > DL100-SEAL-LENGTH
011760         MOVE DL100-SEAL-RECORD(DL100-SEAL-INDEX:1)
011770              TO DL100-SEAL-CHAR
011780         ADD DL100-SEAL-BYTE-NUM TO DL100-SEAL-CKSUM
011790         ADD 1 TO DL100-SEAL-INDEX
011800     END-PERFORM
011810     IF DL100-SEAL-CKSUM > 999999999 THEN
011820         SUBTRACT 1000000000 FROM DL100-SEAL-CKSUM
011830     END-IF
011840     IF DL100-SEAL-CKSUM < 0 THEN
011850         ADD 1000000000 TO DL100-SEAL-CKSUM
011860     END-IF
011870     .
011880 0910-EXIT.
011890     EXIT.
011900*----------------------------------------------------------------
011910 0920-CHECK-SEAL-LINE.
011920*    DECIDE WHETHER THE RECORD IN DL100-SEAL-RECORD IS THE
011930*    "*SEAL*" TRAILER, AND IF SO JUDGE IT AGAINST THE COUNT AND
011940*    CHECKSUM ACCUMULATED SO FAR.
011950*----------------------------------------------------------------
011960     SET DL100-NOT-SEAL-LINE TO TRUE
011970     IF DL100-SEAL-RECORD(1:7) NOT = "*SEAL* " THEN
011980         GO TO 0920-EXIT
011990     END-IF
012000     SET DL100-IS-SEAL-LINE TO TRUE
012010     MOVE DL100-SEAL-RECORD(14:7) TO DL100-SEAL-EXP-COUNT
012020     MOVE DL100-SEAL-RECORD(28:10) TO DL100-SEAL-EXP-CKSUM
012030     IF DL100-SEAL-EXP-COUNT NUMERIC AND
012040         DL100-SEAL-EXP-CKSUM NUMERIC AND
012050         DL100-SEAL-EXP-COUNT = DL100-SEAL-COUNT AND
012060         DL100-SEAL-EXP-CKSUM = DL100-SEAL-CKSUM THEN
012070         SET DL100-SEAL-GOOD TO TRUE
012080     END-IF
012090     .
012100 0920-EXIT.
012110     EXIT.
012120*----------------------------------------------------------------
012130 0930-VERIFY-AUDIT-SEAL.
012140*    READ THE WHOLE DAY AUDIT TRAIL AND JUDGE ITS SEAL BEFORE
012150*    A SINGLE LIFT IS PRICED.  AN UNOPENABLE TRAIL IS LEFT FOR
012160*    THE REPLAY'S OWN OPEN CHECK TO REPORT.
012170*----------------------------------------------------------------
012180     PERFORM 0900-RESET-SEAL THRU 0900-EXIT
012190     OPEN INPUT AUDIT-FILE
012200     IF NOT DL100-AUDIT-OK THEN
012210         SET DL100-SEAL-GOOD TO TRUE
012220         GO TO 0930-EXIT
012230     END-IF
012240     PERFORM UNTIL EXIT
012250         READ AUDIT-FILE AT END
012260             EXIT PERFORM
012270         END-READ
012280         MOVE SPACES TO DL100-SEAL-RECORD
012290         MOVE AUDIT-RECORD TO DL100-SEAL-RECORD
012300         PERFORM 0920-CHECK-SEAL-LINE THRU 0920-EXIT
012310         IF DL100-NOT-SEAL-LINE THEN
012320             PERFORM 0910-ADD-TO-SEAL THRU 0910-EXIT
012330         END-IF
012340     END-PERFORM
012350     CLOSE AUDIT-FILE
012360     IF DL100-SEAL-BAD THEN
012370         DISPLAY "BILLRUN: AUDIT TRAIL " DL100-AUDIT-PATH
012380             " SEAL MISSING OR WRONG - FILE IS TRUNCATED OR"
012390             " CORRUPT"
012400         MOVE 16 TO RETURN-CODE
012410         STOP RUN
012420     END-IF
012430     .
012440 0930-EXIT.
012450     EXIT.
012460 END PROGRAM BILLRUN.
