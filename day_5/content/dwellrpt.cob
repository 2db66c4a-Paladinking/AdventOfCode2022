000010* DWELLRPT.COB GnuCOBOL
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. DWELLRPT.
000040 AUTHOR. YARD-OPS-IT.
000050 INSTALLATION. YARD-5 CONTAINER TERMINAL.
000060 DATE-WRITTEN. 2026-10-15.
000070 DATE-COMPILED.
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*----------------------------------------------------------------
000110*    DATE       INIT  DESCRIPTION
000120*    ---------- ----  ------------------------------------------
000130*    2026-10-15 OPS   ORIGINAL VERSION.  DWELL-TIME AGING AND
000140*                     STORAGE (DEMURRAGE) CHARGES.  EVERY CRATE ON
000150*                     HAND IN THE LATEST MASTER-MODE CLOSING STATE
000160*                     IS LOOKED UP IN THE CROSS-DAY MOVEMENT
000170*                     HISTORY (MOVEHIST.CPY) FOR THE GATE RECEIPT
000180*                     THAT BEGAN ITS CURRENT STAY, AND ITS DAYS IN
000190*                     THE YARD AS OF THE RUN DATE ARE WORKED OUT
000200*                     FROM THAT RECEIPT.  THE REPORT LISTS THE
000210*                     CRATES ON HAND BY OWNER (CMST-OWNER), EACH
000220*                     WITH THE BAY IT SITS IN NOW, AND COUNTS THEM
000230*                     INTO AGING BUCKETS OF 0-3, 4-7, 8-14, 15-30,
000240*                     AND OVER 30 DAYS.  EACH OWNER'S STORAGE
000250*                     TERMS COME OFF THE RATE CARD'S 'S' RECORDS
000260*                     (FREE DAYS, THEN A DAILY RATE PER CRATE) AND
000270*                     THE CHARGES ARE WRITTEN ONE RECORD PER OWNER
000280*                     IN BILLRUN'S TOTALS SHAPE (BILLTOT.CPY) FOR
000290*                     THE ACCOUNTING PICKUP.  A CRATE THAT WAS
000300*                     ALREADY IN THE YARD BEFORE HISTORY LOADING
000310*                     BEGAN HAS NO RECEIPT ON RECORD - IT IS
000320*                     LISTED SEPARATELY AS RECEIPT DATE UNKNOWN
000330*                     AND IS NEITHER AGED NOR CHARGED.
000340*----------------------------------------------------------------
000350* COMMAND LINE ARGUMENTS (OR, IF OMITTED, THE MATCHING
000360* ENVIRONMENT VARIABLE SHOWN BELOW)
000370*----------------------------------------------------------------
000380*    1  DL100-CLOSING-PATH       LATEST MASTER-MODE CLOSING STATE
000390*    2  DL100-HISTORY-PATH       INDEXED MOVEMENT HISTORY FILE
000400*    3  DL100-MASTER-PATH        INDEXED CRATE MASTER FILE
000410*    4  DL100-RATECARD-PATH      RATE CARD FILE
000420*    5  DL100-DWELL-REPORT-PATH  DWELL-TIME AGING REPORT
000430*    6  DL100-STORAGE-PATH       MACHINE-READABLE STORAGE CHARGES
000440*                                (ONE RECORD PER OWNER CHARGED)
000450*    7  DL100-AS-OF-DATE         DATE TO AGE TO, CCYY-MM-DD
000460*                                (DEFAULT: TODAY)
000470*----------------------------------------------------------------
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT INFILE ASSIGN TO DYNAMIC DL100-CLOSING-PATH
000530          ORGANIZATION IS LINE SEQUENTIAL
000540          FILE STATUS IS DL100-INFILE-STATUS.
000550     SELECT HISTORY-FILE ASSIGN TO DYNAMIC DL100-HISTORY-PATH
000560          ORGANIZATION IS INDEXED
000570          ACCESS MODE IS DYNAMIC
000580          RECORD KEY IS MHST-KEY
000590          FILE STATUS IS DL100-HISTORY-STATUS.
000600     SELECT CRATE-MASTER ASSIGN TO DYNAMIC DL100-MASTER-PATH
000610          ORGANIZATION IS INDEXED
000620          ACCESS MODE IS RANDOM
000630          RECORD KEY IS CMST-CRATE-ID
000640          FILE STATUS IS DL100-MASTER-STATUS.
000650     SELECT RATECARD-FILE ASSIGN TO DYNAMIC DL100-RATECARD-PATH
000660          ORGANIZATION IS LINE SEQUENTIAL
000670          FILE STATUS IS DL100-RATECARD-STATUS.
000680     SELECT DWELL-REPORT-FILE ASSIGN TO DYNAMIC
000690          DL100-DWELL-REPORT-PATH
000700          ORGANIZATION IS LINE SEQUENTIAL.
000710     SELECT TOTALS-FILE ASSIGN TO DYNAMIC DL100-STORAGE-PATH
000720          ORGANIZATION IS LINE SEQUENTIAL.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  INFILE
000760      RECORD IS VARYING IN SIZE FROM 0 TO 1024 CHARACTERS
000770      DEPENDING ON INFILE-RECORD-LENGTH.
000780 01  INFILE-RECORD.
000790     05 INFILE-DATA PIC X OCCURS 1 TO 1024 TIMES
000800                    DEPENDING ON INFILE-RECORD-LENGTH.
000810 FD  HISTORY-FILE.
000820     COPY MOVEHIST.
000830 FD  CRATE-MASTER.
000840     COPY CRATEMST.
000850 FD  RATECARD-FILE.
000860     COPY RATECARD.
000870 FD  DWELL-REPORT-FILE.
000880 01  DWELL-REPORT-RECORD          PIC X(0132).
000890 FD  TOTALS-FILE.
000900     COPY BILLTOT.
000910 WORKING-STORAGE SECTION.
000920*----------------------------------------------------------------
000930* RUN-TIME PARAMETERS
000940*----------------------------------------------------------------
000950 01  DL100-CLOSING-PATH         PIC X(0100) VALUE SPACES.
000960 01  DL100-DEFAULT-CLOSING-PATH PIC X(0100)
000970                                VALUE "../output/cobmain.sta".
000980 01  DL100-HISTORY-PATH         PIC X(0100) VALUE SPACES.
000990 01  DL100-DEFAULT-HISTORY-PATH PIC X(0100)
001000                                VALUE "../output/movehist.dat".
001010 01  DL100-MASTER-PATH          PIC X(0100) VALUE SPACES.
001020 01  DL100-DEFAULT-MASTER-PATH  PIC X(0100)
001030                                VALUE "../input/cratemst.dat".
001040 01  DL100-RATECARD-PATH        PIC X(0100) VALUE SPACES.
001050 01  DL100-DEFAULT-RATECARD-PATH PIC X(0100)
001060                                VALUE "../input/ratecard.txt".
001070 01  DL100-DWELL-REPORT-PATH    PIC X(0100) VALUE SPACES.
001080 01  DL100-DEFAULT-REPORT-PATH  PIC X(0100)
001090                                VALUE "../output/dwellrpt.rpt".
001100 01  DL100-STORAGE-PATH         PIC X(0100) VALUE SPACES.
001110 01  DL100-DEFAULT-STORAGE-PATH PIC X(0100)
001120                                VALUE "../output/dwellrpt.tot".
001130 01  DL100-AS-OF-DATE           PIC X(10) VALUE SPACES.
001140*----------------------------------------------------------------
001150* YARD TABLE LIMITS - MUST STAY IN STEP WITH COBMAIN'S OWN
001160*----------------------------------------------------------------
001170 01  DL100-MAX-STACKS           PIC S9(07) COMP-5 VALUE 64.
001180 01  DL100-MAX-DEPTH            PIC S9(07) COMP-5 VALUE 256.
001190*----------------------------------------------------------------
001200* IDENTIFIED-CRATE YARD TABLE - THE CRATE IDS IN EVERY BAY AS THE
001210* LATEST CLOSING STATE LEFT THEM.  NOTHING IS MOVED HERE; THE
001220* TABLE ONLY ANSWERS "WHICH CRATES ARE ON HAND, AND WHERE".
001230*----------------------------------------------------------------
001240 01  CRATE-IDS.
001250     05 CRATE-ID-COL OCCURS 64 TIMES.
001260        10 CRATE-ID PIC X(08) OCCURS 256 TIMES.
001270     05 CRATE-COL-LENGTH PIC S9(07) COMP-5 OCCURS 64 TIMES.
001280 01  BOXES-LENGTH               PIC S9(07) COMP-5.
001290 01  BOXES-ROW                  PIC S9(07) COMP-5.
001300 01  BOXES-COL                  PIC S9(07) COMP-5.
001310 01  INFILE-RECORD-LENGTH       PIC S9(07) COMP-5.
001320 01  LINE-INDEX                 PIC S9(07) COMP-5.
001330 01  DL100-BRACKET-SW           PIC X(01) VALUE 'N'.
001340     88 DL100-LINE-HAS-BRACKET       VALUE 'Y'.
001350     88 DL100-LINE-HAS-NO-BRACKET    VALUE 'N'.
001360*----------------------------------------------------------------
001370* FILE STATUS WORKING STORAGE
001380*----------------------------------------------------------------
001390 01  DL100-INFILE-STATUS        PIC X(02) VALUE SPACES.
001400     88 DL100-INFILE-OK             VALUE '00'.
001410 01  DL100-HISTORY-STATUS       PIC X(02) VALUE SPACES.
001420     88 DL100-HISTORY-OK            VALUE '00'.
001430 01  DL100-MASTER-STATUS        PIC X(02) VALUE SPACES.
001440     88 DL100-MASTER-OK             VALUE '00'.
001450 01  DL100-RATECARD-STATUS      PIC X(02) VALUE SPACES.
001460     88 DL100-RATECARD-OK           VALUE '00'.
001470*----------------------------------------------------------------
001480* STORAGE TERMS - THE RATE CARD'S 'S' RECORDS, LOADED ONCE AT
001490* START-UP.  THE BLANK-OWNER RECORD, IF ANY, IS HELD APART AS THE
001500* CATCH-ALL TERMS.
001510*----------------------------------------------------------------
001520 01  DL100-TERMS-COUNT          PIC S9(07) COMP-5 VALUE ZERO.
001530 01  DL100-TERMS-TABLE.
001540     05 DL100-TERMS-ENTRY OCCURS 256 TIMES.
001550        10 DL100-TERMS-OWNER-T  PIC X(20).
001560        10 DL100-TERMS-FREE-T   PIC 9(03).
001570        10 DL100-TERMS-RATE-T   PIC 9(05)V99 COMP-3.
001580 01  DL100-TERMS-INDEX          PIC S9(07) COMP-5.
001590 01  DL100-CATCH-ALL-SW         PIC X(01) VALUE 'N'.
001600     88 DL100-HAVE-CATCH-ALL        VALUE 'Y'.
001610     88 DL100-NO-CATCH-ALL          VALUE 'N'.
001620 01  DL100-CATCH-ALL-FREE       PIC 9(03) VALUE ZERO.
001630 01  DL100-CATCH-ALL-RATE       PIC 9(05)V99 COMP-3 VALUE ZERO.
001640*----------------------------------------------------------------
001650* DWELL TABLE - ONE ENTRY PER CRATE ON HAND, IN BAY ORDER
001660*----------------------------------------------------------------
001670 01  DL100-DWELL-COUNT          PIC S9(07) COMP-5 VALUE ZERO.
001680 01  DL100-DWELL-TABLE.
001690     05 DL100-DWELL-ENTRY OCCURS 16384 TIMES.
001700        10 DL100-DWELL-CRATE-T  PIC X(08).
001710        10 DL100-DWELL-OWNER-T  PIC X(20).
001720        10 DL100-DWELL-BAY-T    PIC S9(07) COMP-5.
001730        10 DL100-DWELL-RCVD-T   PIC X(10).
001740        10 DL100-DWELL-DAYS-T   PIC S9(07) COMP-5.
001750        10 DL100-DWELL-BKT-T    PIC S9(07) COMP-5.
001760        10 DL100-DWELL-CHG-DAYS-T PIC S9(07) COMP-5.
001770        10 DL100-DWELL-CHARGE-T PIC 9(07)V99 COMP-3.
001780 01  DL100-DWELL-INDEX          PIC S9(07) COMP-5.
001790*----------------------------------------------------------------
001800* OWNER TABLE - ONE ENTRY PER OWNER WITH CRATES ON HAND, IN
001810* FIRST-SEEN ORDER, CARRYING THE OWNER'S STORAGE TERMS AND AGING
001820* COUNTS.  BUCKETS 1-5 ARE 0-3, 4-7, 8-14, 15-30, AND OVER 30.
001830*----------------------------------------------------------------
001840 01  DL100-OWNER-COUNT          PIC S9(07) COMP-5 VALUE ZERO.
001850 01  DL100-OWNER-TABLE.
001860     05 DL100-OWNER-ENTRY OCCURS 256 TIMES.
001870        10 DL100-OWNER-T        PIC X(20).
001880        10 DL100-OWNER-TERMS-SW-T PIC X(01).
001890        10 DL100-OWNER-FREE-T   PIC 9(03).
001900        10 DL100-OWNER-RATE-T   PIC 9(05)V99 COMP-3.
001910        10 DL100-OWNER-BKT-T    PIC S9(07) COMP-5 OCCURS 5 TIMES.
001920        10 DL100-OWNER-UNKNOWN-T PIC S9(07) COMP-5.
001930        10 DL100-OWNER-CHARGED-T PIC S9(07) COMP-5.
001940        10 DL100-OWNER-CHARGE-T PIC 9(09)V99 COMP-3.
001950 01  DL100-OWNER-INDEX          PIC S9(07) COMP-5.
001960 01  DL100-OWNER-SLOT           PIC S9(07) COMP-5.
001970 01  DL100-WORK-OWNER           PIC X(20) VALUE SPACES.
001980 01  DL100-NO-MASTER-OWNER      PIC X(20)
001990                                VALUE "*NO MASTER RECORD*".
002000*----------------------------------------------------------------
002010* AGING BUCKETS - UPPER DAY LIMIT AND REPORT LABEL OF EACH; THE
002020* LAST BUCKET HAS NO UPPER LIMIT
002030*----------------------------------------------------------------
002040 01  DL100-BUCKET-VALUES.
002050     05 FILLER                  PIC X(10) VALUE "003 0-3   ".
002060     05 FILLER                  PIC X(10) VALUE "007 4-7   ".
002070     05 FILLER                  PIC X(10) VALUE "014 8-14  ".
002080     05 FILLER                  PIC X(10) VALUE "030 15-30 ".
002090     05 FILLER                  PIC X(10) VALUE "999 OVER30".
002100 01  DL100-BUCKET-TABLE REDEFINES DL100-BUCKET-VALUES.
002110     05 DL100-BUCKET-ENTRY OCCURS 5 TIMES.
002120        10 DL100-BUCKET-LIMIT-T PIC 9(03).
002130        10 FILLER               PIC X(01).
002140        10 DL100-BUCKET-LABEL-T PIC X(06).
002150 01  DL100-BUCKET-INDEX         PIC S9(07) COMP-5.
002160 01  DL100-YARD-BKT-TABLE.
002170     05 DL100-YARD-BKT-T        PIC S9(07) COMP-5 OCCURS 5 TIMES.
002180*----------------------------------------------------------------
002190* PER-CRATE AGING WORK AREAS
002200*----------------------------------------------------------------
002210 01  DL100-RCVD-DATE            PIC X(10) VALUE SPACES.
002220 01  DL100-MASTER-FOUND-SW      PIC X(01) VALUE 'N'.
002230     88 DL100-MASTER-FOUND          VALUE 'Y'.
002240     88 DL100-MASTER-NOT-FOUND      VALUE 'N'.
002250 01  DL100-DAYS-ON-HAND         PIC S9(07) COMP-5 VALUE ZERO.
002260 01  DL100-CHARGE-DAYS          PIC S9(07) COMP-5 VALUE ZERO.
002270 01  DL100-CRATE-CHARGE         PIC 9(07)V99 COMP-3 VALUE ZERO.
002280*----------------------------------------------------------------
002290* DAY-NUMBER ARITHMETIC - A CCYY-MM-DD DATE TURNED INTO A DAY
002300* COUNT SO TWO DATES CAN BE SUBTRACTED ACROSS MONTH AND YEAR ENDS
002310*----------------------------------------------------------------
002320 01  DL100-DATE-WORK.
002330     05 DL100-DW-CCYY           PIC 9(04).
002340     05 DL100-DW-DASH1          PIC X(01).
002350     05 DL100-DW-MM             PIC 9(02).
002360     05 DL100-DW-DASH2          PIC X(01).
002370     05 DL100-DW-DD             PIC 9(02).
002380 01  DL100-DATE-VALID-SW        PIC X(01) VALUE 'N'.
002390     88 DL100-DATE-VALID            VALUE 'Y'.
002400     88 DL100-DATE-INVALID          VALUE 'N'.
002410 01  DL100-DAY-NUMBER           PIC S9(09) COMP-5 VALUE ZERO.
002420 01  DL100-AS-OF-DAY-NUMBER     PIC S9(09) COMP-5 VALUE ZERO.
002430 01  DL100-JDN-A                PIC S9(09) COMP-5.
002440 01  DL100-JDN-Y                PIC S9(09) COMP-5.
002450 01  DL100-JDN-M                PIC S9(09) COMP-5.
002460 01  DL100-JDN-T1               PIC S9(09) COMP-5.
002470 01  DL100-JDN-T2               PIC S9(09) COMP-5.
002480 01  DL100-JDN-T3               PIC S9(09) COMP-5.
002490 01  DL100-JDN-T4               PIC S9(09) COMP-5.
002500*----------------------------------------------------------------
002510* RUN TOTALS AND REPORT EDITING
002520*----------------------------------------------------------------
002530 01  DL100-KNOWN-COUNT          PIC S9(07) COMP-5 VALUE ZERO.
002540 01  DL100-UNKNOWN-COUNT        PIC S9(07) COMP-5 VALUE ZERO.
002550 01  DL100-UNCHARGED-COUNT      PIC S9(07) COMP-5 VALUE ZERO.
002560 01  DL100-YARD-CHARGE          PIC 9(09)V99 COMP-3 VALUE ZERO.
002570 01  DL100-EDIT-NUM1            PIC ZZZZZZ9.
002580 01  DL100-EDIT-NUM2            PIC ZZZZZZ9.
002590 01  DL100-EDIT-NUM3            PIC ZZZZZZ9.
002600 01  DL100-EDIT-NUM4            PIC ZZZZZZ9.
002610 01  DL100-EDIT-NUM5            PIC ZZZZZZ9.
002620 01  DL100-EDIT-BAY             PIC ZZ9.
002630 01  DL100-EDIT-DAYS            PIC ZZZZ9.
002640 01  DL100-EDIT-FREE            PIC ZZ9.
002650 01  DL100-EDIT-RATE            PIC ZZ,ZZ9.99.
002660 01  DL100-EDIT-MONEY1          PIC ZZZ,ZZZ,ZZ9.99.
002670*----------------------------------------------------------------
002680* INTEGRITY SEAL WORKING STORAGE - MUST JUDGE SEALS EXACTLY AS
002690* COBMAIN COMPUTES THEM
002700*----------------------------------------------------------------
002710 01  DL100-SEAL-RECORD          PIC X(0704) VALUE SPACES.
002720 01  DL100-SEAL-LENGTH          PIC S9(07) COMP-5.
002730 01  DL100-SEAL-COUNT           PIC S9(07) COMP-5 VALUE ZERO.
002740 01  DL100-SEAL-CKSUM           PIC S9(09) COMP-5 VALUE ZERO.
002750 01  DL100-SEAL-INDEX           PIC S9(07) COMP-5.
002760 01  DL100-SEAL-BYTE.
002770     05 DL100-SEAL-CHAR         PIC X(01).
002780 01  DL100-SEAL-BYTE-NUM REDEFINES DL100-SEAL-BYTE
002790                                PIC S9(02) COMP-5.
002800 01  DL100-SEAL-EXP-COUNT       PIC 9(07).
002810 01  DL100-SEAL-EXP-CKSUM       PIC 9(10).
002820 01  DL100-SEAL-OK-SW           PIC X(01) VALUE 'N'.
002830     88 DL100-SEAL-GOOD             VALUE 'Y'.
002840     88 DL100-SEAL-BAD              VALUE 'N'.
002850 01  DL100-SEAL-LINE-SW         PIC X(01) VALUE 'N'.
002860     88 DL100-IS-SEAL-LINE          VALUE 'Y'.
002870     88 DL100-NOT-SEAL-LINE         VALUE 'N'.
002880 01  DL100-RUN-DATE.
002890     05 DL100-RUN-CCYY         PIC 9(04).
002900     05 DL100-RUN-MM           PIC 9(02).
002910     05 DL100-RUN-DD           PIC 9(02).
002920 PROCEDURE DIVISION.
002930*----------------------------------------------------------------
002940 0000-MAINLINE.
002950*----------------------------------------------------------------
002960     PERFORM 0100-RESOLVE-CLOSING-PATH THRU 0100-EXIT
002970     PERFORM 0110-RESOLVE-HISTORY-PATH THRU 0110-EXIT
002980     PERFORM 0120-RESOLVE-MASTER-PATH THRU 0120-EXIT
002990     PERFORM 0130-RESOLVE-RATECARD-PATH THRU 0130-EXIT
003000     PERFORM 0140-RESOLVE-REPORT-PATH THRU 0140-EXIT
003010     PERFORM 0150-RESOLVE-STORAGE-PATH THRU 0150-EXIT
003020     PERFORM 0160-RESOLVE-AS-OF-DATE THRU 0160-EXIT
003030     PERFORM 0200-LOAD-STORAGE-TERMS THRU 0200-EXIT
003040     PERFORM 0300-LOAD-CLOSING-STATE THRU 0300-EXIT
003050     PERFORM 0400-OPEN-FILES THRU 0400-EXIT
003060     MOVE 1 TO BOXES-COL
003070     PERFORM UNTIL BOXES-COL > BOXES-LENGTH
003080         MOVE 1 TO BOXES-ROW
003090         PERFORM UNTIL BOXES-ROW > CRATE-COL-LENGTH(BOXES-COL)
003100             IF CRATE-ID(BOXES-COL, BOXES-ROW) NOT = SPACES THEN
003110                 PERFORM 0500-AGE-ONE-CRATE THRU 0500-EXIT
003120             END-IF
003130             ADD 1 TO BOXES-ROW
003140         END-PERFORM
003150         ADD 1 TO BOXES-COL
003160     END-PERFORM
003170     CLOSE HISTORY-FILE
003180     CLOSE CRATE-MASTER
003190     PERFORM 0800-WRITE-REPORT THRU 0800-EXIT
003200     IF DL100-UNCHARGED-COUNT > 0 THEN
003210         MOVE 8 TO RETURN-CODE
003220     ELSE
003230         MOVE 0 TO RETURN-CODE
003240     END-IF
003250     STOP RUN.
003260*----------------------------------------------------------------
003270 0100-RESOLVE-CLOSING-PATH.
003280*    RESOLVE THE CLOSING STATE PATH FROM, IN ORDER OF PRECEDENCE:
003290*    (1) THE FIRST COMMAND LINE ARGUMENT
003300*    (2) THE DL100-CLOSING-PATH ENVIRONMENT VARIABLE
003310*    (3) THE BUILT-IN DEFAULT PATH
003320*----------------------------------------------------------------
003330     DISPLAY 1 UPON ARGUMENT-NUMBER
003340     ACCEPT DL100-CLOSING-PATH FROM ARGUMENT-VALUE
003350         ON EXCEPTION
003360             MOVE SPACES TO DL100-CLOSING-PATH
003370     END-ACCEPT
003380     IF DL100-CLOSING-PATH = SPACES THEN
003390         ACCEPT DL100-CLOSING-PATH FROM ENVIRONMENT
003400             "DL100-CLOSING-PATH"
003410         ON EXCEPTION
003420             MOVE SPACES TO DL100-CLOSING-PATH
003430         END-ACCEPT
003440     END-IF
003450     IF DL100-CLOSING-PATH = SPACES THEN
003460         MOVE DL100-DEFAULT-CLOSING-PATH TO DL100-CLOSING-PATH
003470     END-IF
003480     .
003490 0100-EXIT.
003500     EXIT.
003510*----------------------------------------------------------------
003520 0110-RESOLVE-HISTORY-PATH.
003530*    RESOLVE THE MOVEMENT HISTORY PATH FROM, IN ORDER OF
003540*    PRECEDENCE:
003550*    (1) THE SECOND COMMAND LINE ARGUMENT
003560*    (2) THE DL100-HISTORY-PATH ENVIRONMENT VARIABLE
003570*    (3) THE BUILT-IN DEFAULT PATH
003580*----------------------------------------------------------------
003590     DISPLAY 2 UPON ARGUMENT-NUMBER
003600     ACCEPT DL100-HISTORY-PATH FROM ARGUMENT-VALUE
003610         ON EXCEPTION
003620             MOVE SPACES TO DL100-HISTORY-PATH
003630     END-ACCEPT
003640     IF DL100-HISTORY-PATH = SPACES THEN
003650         ACCEPT DL100-HISTORY-PATH FROM ENVIRONMENT
003660             "DL100-HISTORY-PATH"
003670         ON EXCEPTION
003680             MOVE SPACES TO DL100-HISTORY-PATH
003690         END-ACCEPT
003700     END-IF
003710     IF DL100-HISTORY-PATH = SPACES THEN
003720         MOVE DL100-DEFAULT-HISTORY-PATH TO DL100-HISTORY-PATH
003730     END-IF
003740     .
003750 0110-EXIT.
003760     EXIT.
003770*----------------------------------------------------------------
003780 0120-RESOLVE-MASTER-PATH.
003790*    RESOLVE THE CRATE MASTER PATH FROM, IN ORDER OF PRECEDENCE:
003800*    (1) THE THIRD COMMAND LINE ARGUMENT
003810*    (2) THE DL100-MASTER-PATH ENVIRONMENT VARIABLE
003820*    (3) THE BUILT-IN DEFAULT PATH
003830*----------------------------------------------------------------
003840     DISPLAY 3 UPON ARGUMENT-NUMBER
003850     ACCEPT DL100-MASTER-PATH FROM ARGUMENT-VALUE
003860         ON EXCEPTION
003870             MOVE SPACES TO DL100-MASTER-PATH
003880     END-ACCEPT
003890     IF DL100-MASTER-PATH = SPACES THEN
003900         ACCEPT DL100-MASTER-PATH FROM ENVIRONMENT
003910             "DL100-MASTER-PATH"
003920         ON EXCEPTION
003930             MOVE SPACES TO DL100-MASTER-PATH
003940         END-ACCEPT
003950     END-IF
003960     IF DL100-MASTER-PATH = SPACES THEN
003970         MOVE DL100-DEFAULT-MASTER-PATH TO DL100-MASTER-PATH
003980     END-IF
003990     .
004000 0120-EXIT.
004010     EXIT.
004020*----------------------------------------------------------------
004030 0130-RESOLVE-RATECARD-PATH.
004040*    RESOLVE THE RATE CARD PATH FROM, IN ORDER OF PRECEDENCE:
004050*    (1) THE FOURTH COMMAND LINE ARGUMENT
004060*    (2) THE DL100-RATECARD-PATH ENVIRONMENT VARIABLE
004070*    (3) THE BUILT-IN DEFAULT PATH
004080*----------------------------------------------------------------
004090     DISPLAY 4 UPON ARGUMENT-NUMBER
004100     ACCEPT DL100-RATECARD-PATH FROM ARGUMENT-VALUE
004110         ON EXCEPTION
004120             MOVE SPACES TO DL100-RATECARD-PATH
004130     END-ACCEPT
004140     IF DL100-RATECARD-PATH = SPACES THEN
004150         ACCEPT DL100-RATECARD-PATH FROM ENVIRONMENT
004160             "DL100-RATECARD-PATH"
004170         ON EXCEPTION
004180             MOVE SPACES TO DL100-RATECARD-PATH
004190         END-ACCEPT
004200     END-IF
004210     IF DL100-RATECARD-PATH = SPACES THEN
004220         MOVE DL100-DEFAULT-RATECARD-PATH TO DL100-RATECARD-PATH
004230     END-IF
004240     .
004250 0130-EXIT.
004260     EXIT.
004270*----------------------------------------------------------------
004280 0140-RESOLVE-REPORT-PATH.
004290*    RESOLVE THE AGING REPORT PATH FROM, IN ORDER OF PRECEDENCE:
004300*    (1) THE FIFTH COMMAND LINE ARGUMENT
004310*    (2) THE DL100-DWELL-REPORT-PATH ENVIRONMENT VARIABLE
004320*    (3) THE BUILT-IN DEFAULT PATH
004330*----------------------------------------------------------------
004340     DISPLAY 5 UPON ARGUMENT-NUMBER
004350     ACCEPT DL100-DWELL-REPORT-PATH FROM ARGUMENT-VALUE
004360         ON EXCEPTION
004370             MOVE SPACES TO DL100-DWELL-REPORT-PATH
004380     END-ACCEPT
004390     IF DL100-DWELL-REPORT-PATH = SPACES THEN
004400         ACCEPT DL100-DWELL-REPORT-PATH FROM ENVIRONMENT
004410             "DL100-DWELL-REPORT-PATH"
004420         ON EXCEPTION
004430             MOVE SPACES TO DL100-DWELL-REPORT-PATH
004440         END-ACCEPT
004450     END-IF
004460     IF DL100-DWELL-REPORT-PATH = SPACES THEN
004470         MOVE DL100-DEFAULT-REPORT-PATH TO DL100-DWELL-REPORT-PATH
004480     END-IF
004490     .
004500 0140-EXIT.
004510     EXIT.
004520*----------------------------------------------------------------
004530 0150-RESOLVE-STORAGE-PATH.
004540*    RESOLVE THE STORAGE CHARGES PATH FROM, IN ORDER OF
004550*    PRECEDENCE:
004560*    (1) THE SIXTH COMMAND LINE ARGUMENT
004570*    (2) THE DL100-STORAGE-PATH ENVIRONMENT VARIABLE
004580*    (3) THE BUILT-IN DEFAULT PATH
004590*----------------------------------------------------------------
004600     DISPLAY 6 UPON ARGUMENT-NUMBER
004610     ACCEPT DL100-STORAGE-PATH FROM ARGUMENT-VALUE
004620         ON EXCEPTION
004630             MOVE SPACES TO DL100-STORAGE-PATH
004640     END-ACCEPT
004650     IF DL100-STORAGE-PATH = SPACES THEN
004660         ACCEPT DL100-STORAGE-PATH FROM ENVIRONMENT
004670             "DL100-STORAGE-PATH"
004680         ON EXCEPTION
004690             MOVE SPACES TO DL100-STORAGE-PATH
004700         END-ACCEPT
004710     END-IF
004720     IF DL100-STORAGE-PATH = SPACES THEN
004730         MOVE DL100-DEFAULT-STORAGE-PATH TO DL100-STORAGE-PATH
004740     END-IF
004750     .
004760 0150-EXIT.
004770     EXIT.
004780*----------------------------------------------------------------
004790 0160-RESOLVE-AS-OF-DATE.
004800*    RESOLVE THE DATE THE CRATES ARE AGED TO FROM, IN ORDER OF
004810*    PRECEDENCE:
004820*    (1) THE SEVENTH COMMAND LINE ARGUMENT
004830*    (2) THE DL100-AS-OF-DATE ENVIRONMENT VARIABLE
004840*    (3) TODAY'S DATE
004850*    A DATE THAT IS NOT A REAL CCYY-MM-DD DATE STOPS THE RUN -
004860*    EVERY CRATE WOULD BE AGED WRONG.
004870*----------------------------------------------------------------
004880     ACCEPT DL100-RUN-DATE FROM DATE YYYYMMDD
004890     DISPLAY 7 UPON ARGUMENT-NUMBER
004900     ACCEPT DL100-AS-OF-DATE FROM ARGUMENT-VALUE
004910         ON EXCEPTION
004920             MOVE SPACES TO DL100-AS-OF-DATE
004930     END-ACCEPT
004940     IF DL100-AS-OF-DATE = SPACES THEN
004950         ACCEPT DL100-AS-OF-DATE FROM ENVIRONMENT
004960             "DL100-AS-OF-DATE"
004970         ON EXCEPTION
004980             MOVE SPACES TO DL100-AS-OF-DATE
004990         END-ACCEPT
005000     END-IF
005010     IF DL100-AS-OF-DATE = SPACES THEN
005020         MOVE DL100-RUN-CCYY TO DL100-DW-CCYY
005030         MOVE '-'            TO DL100-DW-DASH1
005040         MOVE DL100-RUN-MM   TO DL100-DW-MM
005050         MOVE '-'            TO DL100-DW-DASH2
005060         MOVE DL100-RUN-DD   TO DL100-DW-DD
005070         MOVE DL100-DATE-WORK TO DL100-AS-OF-DATE
005080     END-IF
005090     MOVE DL100-AS-OF-DATE TO DL100-DATE-WORK
005100     PERFORM 0700-DATE-TO-DAY-NUMBER THRU 0700-EXIT
005110     IF DL100-DATE-INVALID THEN
005120         DISPLAY "DWELLRPT: AS-OF DATE " DL100-AS-OF-DATE
005130             " IS NOT A VALID CCYY-MM-DD DATE"
005140         MOVE 16 TO RETURN-CODE
005150         STOP RUN
005160     END-IF
005170     MOVE DL100-DAY-NUMBER TO DL100-AS-OF-DAY-NUMBER
005180     .
005190 0160-EXIT.
005200     EXIT.
005210*----------------------------------------------------------------
005220 0200-LOAD-STORAGE-TERMS.
005230*    LOAD EVERY OWNER'S STORAGE TERMS OFF THE RATE CARD ONCE AT
005240*    START-UP.  THE WHOLE CARD IS EDITED THE WAY BILLRUN EDITS
005250*    IT, AND AN 'S' RECORD MUST ALSO CARRY NUMERIC FREE DAYS.  A
005260*    RATE CARD THAT CANNOT BE OPENED OR CARRIES AN UNREADABLE
005270*    RECORD IS A CONFIGURATION ERROR AND STOPS THE RUN.
005280*----------------------------------------------------------------
005290     OPEN INPUT RATECARD-FILE
005300     IF NOT DL100-RATECARD-OK THEN
005310         DISPLAY "DWELLRPT: UNABLE TO OPEN RATE CARD "
005320             DL100-RATECARD-PATH " - FILE STATUS "
005330             DL100-RATECARD-STATUS
005340         MOVE 16 TO RETURN-CODE
005350         STOP RUN
005360     END-IF
005370     PERFORM UNTIL EXIT
005380         READ RATECARD-FILE AT END
005390             EXIT PERFORM
005400         END-READ
005410         IF RATE-CARD-RECORD NOT = SPACES THEN
005420             IF RATE-AMOUNT NOT NUMERIC OR
005430                 (NOT RATE-IS-COMMODITY AND
005440                  NOT RATE-IS-HAZMAT AND
005450                  NOT RATE-IS-STORAGE) OR
005460                 (RATE-IS-STORAGE AND
005470                  RATE-FREE-DAYS NOT NUMERIC) THEN
005480                 DISPLAY "DWELLRPT: RATE CARD RECORD IS NOT"
005490                     " USABLE - " RATE-CARD-RECORD
005500                 MOVE 16 TO RETURN-CODE
005510                 STOP RUN
005520             END-IF
005530             IF RATE-IS-STORAGE THEN
005540                 PERFORM 0210-ADD-STORAGE-TERMS THRU 0210-EXIT
005550             END-IF
005560         END-IF
005570     END-PERFORM
005580     CLOSE RATECARD-FILE
005590     .
005600 0200-EXIT.
005610     EXIT.
005620*----------------------------------------------------------------
005630 0210-ADD-STORAGE-TERMS.
005640*    FILE ONE 'S' RECORD - THE BLANK-OWNER RECORD AS THE CATCH-ALL
005650*    TERMS, ANY OTHER IN THE OWNER TERMS TABLE.
005660*----------------------------------------------------------------
005670     IF RATE-STOR-OWNER = SPACES THEN
005680         SET DL100-HAVE-CATCH-ALL TO TRUE
005690         MOVE RATE-FREE-DAYS TO DL100-CATCH-ALL-FREE
005700         MOVE RATE-AMOUNT    TO DL100-CATCH-ALL-RATE
005710         GO TO 0210-EXIT
005720     END-IF
005730     IF DL100-TERMS-COUNT NOT < 256 THEN
005740         DISPLAY "DWELLRPT: STORAGE TERMS TABLE IS FULL - "
005750             RATE-STOR-OWNER " AND LATER OWNERS NOT LOADED"
005760         MOVE 16 TO RETURN-CODE
005770         STOP RUN
005780     END-IF
005790     ADD 1 TO DL100-TERMS-COUNT
005800     MOVE RATE-STOR-OWNER
005810          TO DL100-TERMS-OWNER-T(DL100-TERMS-COUNT)
005820     MOVE RATE-FREE-DAYS
005830          TO DL100-TERMS-FREE-T(DL100-TERMS-COUNT)
005840     MOVE RATE-AMOUNT
005850          TO DL100-TERMS-RATE-T(DL100-TERMS-COUNT)
005860     .
005870 0210-EXIT.
005880     EXIT.
005890*----------------------------------------------------------------
005900 0300-LOAD-CLOSING-STATE.
005910*    LOAD THE CRATE IDS OF THE LATEST CLOSING STATE - ELEVEN-
005920*    COLUMN MASTER-MODE CELLS, EXACTLY AS COBMAIN'S PARSE-ID-ROW
005930*    LIFTS THEM - AFTER ITS SEAL HAS BEEN JUDGED.  THE AGING IS
005940*    ONLY AS GOOD AS THIS TABLE, SO A STATE THAT CANNOT BE
005950*    OPENED OR READ STOPS THE RUN.
005960*----------------------------------------------------------------
005970     PERFORM 0930-VERIFY-STATE-SEAL THRU 0930-EXIT
005980     INITIALIZE CRATE-IDS
005990     MOVE ZERO TO BOXES-LENGTH
006000     OPEN INPUT INFILE
006010     IF NOT DL100-INFILE-OK THEN
006020         DISPLAY "DWELLRPT: UNABLE TO OPEN CLOSING STATE "
006030             DL100-CLOSING-PATH " - FILE STATUS "
006040             DL100-INFILE-STATUS
006050         MOVE 16 TO RETURN-CODE
006060         STOP RUN
006070     END-IF
006080     MOVE DL100-MAX-DEPTH TO BOXES-ROW
006090     PERFORM UNTIL EXIT
006100         READ INFILE AT END
006110             EXIT PERFORM
006120         END-READ
006130         PERFORM 0310-CHECK-FOR-BRACKET THRU 0310-EXIT
006140         IF DL100-LINE-HAS-NO-BRACKET THEN
006150             EXIT PERFORM
006160         END-IF
006170         PERFORM 0320-CHECK-CELL-FORMAT THRU 0320-EXIT
006180         IF BOXES-ROW < 1 THEN
006190             DISPLAY "DWELLRPT: CLOSING STATE IS TALLER THAN THE"
006200                 " YARD TABLE - CANNOT BE AGED"
006210             CLOSE INFILE
006220             MOVE 16 TO RETURN-CODE
006230             STOP RUN
006240         END-IF
006250         PERFORM 0330-PARSE-ID-ROW THRU 0330-EXIT
006260         ADD -1 TO BOXES-ROW
006270     END-PERFORM
006280     PERFORM 0340-COUNT-STACKS THRU 0340-EXIT
006290     CLOSE INFILE
006300     MOVE 1 TO BOXES-COL
006310     PERFORM UNTIL BOXES-COL > BOXES-LENGTH
006320         PERFORM 0350-COMPACT-ID-COL THRU 0350-EXIT
006330         ADD 1 TO BOXES-COL
006340     END-PERFORM
006350     .
006360 0300-EXIT.
006370     EXIT.
006380*----------------------------------------------------------------
006390 0310-CHECK-FOR-BRACKET.
006400*    A YARD DRAWING ROW ALWAYS HAS AT LEAST ONE '[' CHARACTER.
006410*    THE COLUMN-HEADER ROW THAT FOLLOWS THE DRAWING NEVER DOES,
006420*    SO SCANNING FOR A BRACKET IS HOW THE END OF THE DRAWING IS
006430*    RECOGNIZED INSTEAD OF LIFTING A FIXED COLUMN.
006440*----------------------------------------------------------------
006450     SET DL100-LINE-HAS-NO-BRACKET TO TRUE
006460     MOVE 1 TO LINE-INDEX
006470     PERFORM UNTIL LINE-INDEX > INFILE-RECORD-LENGTH
006480                OR DL100-LINE-HAS-BRACKET
006490         IF INFILE-DATA(LINE-INDEX) = '[' THEN
006500             SET DL100-LINE-HAS-BRACKET TO TRUE
006510         END-IF
006520         ADD 1 TO LINE-INDEX
006530     END-PERFORM
006540     .
006550 0310-EXIT.
006560     EXIT.
006570*----------------------------------------------------------------
006580 0320-CHECK-CELL-FORMAT.
006590*    ONLY A MASTER-MODE STATE - ELEVEN-COLUMN [XXXXXXXX] CELLS -
006600*    NAMES THE CRATES IN THE YARD.  A LETTER-MODE STATE CARRIES
006610*    THREE-COLUMN [X] CELLS THAT CANNOT BE MATCHED TO A CRATE
006620*    ID, SO IT IS REFUSED OUTRIGHT RATHER THAN AGING A YARD
006630*    WHOSE CRATES CANNOT BE NAMED.  0310-CHECK-FOR-
006640*    BRACKET LEFT LINE-INDEX JUST PAST THE ROW'S FIRST BRACKET,
006650*    SO A MASTER-MODE CELL'S CLOSING BRACKET SITS AT LINE-INDEX
006660*    + 8.
006670*----------------------------------------------------------------
006680     IF LINE-INDEX + 8 > INFILE-RECORD-LENGTH OR
006690         INFILE-DATA(LINE-INDEX + 8) NOT = ']' THEN
006700         DISPLAY "DWELLRPT: CLOSING STATE CARRIES LETTER-MODE"
006710             " CELLS - CRATE IDS CANNOT BE AGED FROM IT"
006720         CLOSE INFILE
006730         MOVE 16 TO RETURN-CODE
006740         STOP RUN
006750     END-IF
006760     .
006770 0320-EXIT.
006780     EXIT.
006790*----------------------------------------------------------------
006800 0330-PARSE-ID-ROW.
006810*    LIFT ONE ROW OF THE IDENTIFIED-CRATE DRAWING - CELLS ARE
006820*    ELEVEN COLUMNS WIDE, '[' PLUS THE EIGHT-CHARACTER ID PLUS
006830*    ']' PLUS A SEPARATOR SPACE.
006840*----------------------------------------------------------------
006850     MOVE 1 TO LINE-INDEX
006860     MOVE 1 TO BOXES-COL
006870     PERFORM UNTIL LINE-INDEX > INFILE-RECORD-LENGTH
006880         IF INFILE-DATA(LINE-INDEX) = '[' AND
006890             BOXES-COL NOT > DL100-MAX-STACKS THEN
006900             MOVE INFILE-RECORD(LINE-INDEX + 1:8)
006910                  TO CRATE-ID(BOXES-COL, BOXES-ROW)
006920         END-IF
006930         ADD 11 TO LINE-INDEX
006940         ADD 1 TO BOXES-COL
006950     END-PERFORM
006960     .
006970 0330-EXIT.
006980     EXIT.
006990*----------------------------------------------------------------
007000 0340-COUNT-STACKS.
007010*    COUNT THE STACK NUMBERS ON THE COLUMN-HEADER LINE BY TOKEN,
007020*    NOT BY LIFTING A FIXED COLUMN, SO THE STACK COUNT IS NOT
007030*    LIMITED TO A SINGLE DIGIT.
007040*----------------------------------------------------------------
007050     MOVE ZERO TO BOXES-LENGTH
007060     MOVE 1 TO LINE-INDEX
007070     PERFORM UNTIL LINE-INDEX > INFILE-RECORD-LENGTH
007080         IF INFILE-DATA(LINE-INDEX) NOT = ' ' THEN
007090             ADD 1 TO BOXES-LENGTH
007100             PERFORM UNTIL
007110                 LINE-INDEX > INFILE-RECORD-LENGTH OR
007120                 INFILE-DATA(LINE-INDEX) = ' '
007130                 ADD 1 TO LINE-INDEX
007140             END-PERFORM
007150         ELSE
007160             ADD 1 TO LINE-INDEX
007170         END-IF
007180     END-PERFORM
007190     IF BOXES-LENGTH > DL100-MAX-STACKS THEN
007200         DISPLAY "DWELLRPT: STATE NAMES MORE STACKS THAN THE"
007210             " YARD TABLE - CANNOT BE AGED"
007220         CLOSE INFILE
007230         MOVE 16 TO RETURN-CODE
007240         STOP RUN
007250     END-IF
007260     .
007270 0340-EXIT.
007280     EXIT.
007290*----------------------------------------------------------------
007300 0350-COMPACT-ID-COL.
007310*    SLIDE ONE BAY'S CRATE IDS DOWN SO THE LOWEST-NUMBERED ROW
007320*    IS THE BOTTOM OF THE STACK, AND RECORD HOW DEEP THE STACK
007330*    IS - THE ID-TABLE TWIN OF COBMAIN'S COMPACT-BOX-COL.
007340*----------------------------------------------------------------
007350     SET BOXES-ROW TO 1
007360     PERFORM UNTIL BOXES-ROW > DL100-MAX-DEPTH
007370         OR CRATE-ID(BOXES-COL, BOXES-ROW) NOT = SPACES
007380         ADD 1 TO BOXES-ROW
007390     END-PERFORM
007400     IF BOXES-ROW > DL100-MAX-DEPTH THEN
007410         SET CRATE-COL-LENGTH(BOXES-COL) TO 0
007420     ELSE
007430         SET CRATE-COL-LENGTH(BOXES-COL) TO 1
007440         PERFORM UNTIL BOXES-ROW > DL100-MAX-DEPTH
007450             MOVE CRATE-ID(BOXES-COL, BOXES-ROW)
007460                  TO CRATE-ID(BOXES-COL,
007470                     CRATE-COL-LENGTH(BOXES-COL))
007480             MOVE SPACES TO CRATE-ID(BOXES-COL, BOXES-ROW)
007490             ADD 1 TO BOXES-ROW
007500             ADD 1 TO CRATE-COL-LENGTH(BOXES-COL)
007510         END-PERFORM
007520         PERFORM UNTIL NOT
007530             CRATE-ID(BOXES-COL, CRATE-COL-LENGTH(BOXES-COL))
007540             = SPACES
007550             SUBTRACT 1 FROM CRATE-COL-LENGTH(BOXES-COL)
007560         END-PERFORM
007570     END-IF
007580     .
007590 0350-EXIT.
007600     EXIT.
007610*----------------------------------------------------------------
007620 0400-OPEN-FILES.
007630*    OPEN THE MOVEMENT HISTORY AND THE CRATE MASTER FOR THE
007640*    CRATE-BY-CRATE LOOKUPS.  EITHER ONE MISSING STOPS THE RUN -
007650*    WITHOUT THE HISTORY NO CRATE COULD BE AGED, AND WITHOUT THE
007660*    MASTER NO CRATE COULD BE PUT UNDER ITS OWNER.
007670*----------------------------------------------------------------
007680     OPEN INPUT HISTORY-FILE
007690     IF NOT DL100-HISTORY-OK THEN
007700         DISPLAY "DWELLRPT: UNABLE TO OPEN HISTORY FILE "
007710             DL100-HISTORY-PATH " - FILE STATUS "
007720             DL100-HISTORY-STATUS
007730         MOVE 16 TO RETURN-CODE
007740         STOP RUN
007750     END-IF
007760     OPEN INPUT CRATE-MASTER
007770     IF NOT DL100-MASTER-OK THEN
007780         DISPLAY "DWELLRPT: UNABLE TO OPEN CRATE MASTER "
007790             DL100-MASTER-PATH " - FILE STATUS "
007800             DL100-MASTER-STATUS
007810         CLOSE HISTORY-FILE
007820         MOVE 16 TO RETURN-CODE
007830         STOP RUN
007840     END-IF
007850     .
007860 0400-EXIT.
007870     EXIT.
007880*----------------------------------------------------------------
007890 0500-AGE-ONE-CRATE.
007900*    FILE ONE CRATE ON HAND IN THE DWELL TABLE - ITS BAY, ITS
007910*    OWNER OFF THE CRATE MASTER, AND THE RECEIPT THAT BEGAN ITS
007920*    CURRENT STAY - THEN AGE IT, COUNT IT INTO ITS OWNER'S AGING
007930*    BUCKET, AND PRICE ITS STORAGE.  A CRATE WITH NO RECEIPT ON
007940*    RECORD IS FILED AS RECEIPT DATE UNKNOWN AND GOES NO FURTHER.
007950*----------------------------------------------------------------
007960     ADD 1 TO DL100-DWELL-COUNT
007970     MOVE DL100-DWELL-COUNT TO DL100-DWELL-INDEX
007980     MOVE CRATE-ID(BOXES-COL, BOXES-ROW)
007990          TO DL100-DWELL-CRATE-T(DL100-DWELL-INDEX)
008000     MOVE BOXES-COL TO DL100-DWELL-BAY-T(DL100-DWELL-INDEX)
008010     MOVE ZERO TO DL100-DWELL-DAYS-T(DL100-DWELL-INDEX)
008020     MOVE ZERO TO DL100-DWELL-BKT-T(DL100-DWELL-INDEX)
008030     MOVE ZERO TO DL100-DWELL-CHG-DAYS-T(DL100-DWELL-INDEX)
008040     MOVE ZERO TO DL100-DWELL-CHARGE-T(DL100-DWELL-INDEX)
008050     MOVE CRATE-ID(BOXES-COL, BOXES-ROW) TO CMST-CRATE-ID
008060     READ CRATE-MASTER
008070     IF DL100-MASTER-OK THEN
008080         SET DL100-MASTER-FOUND TO TRUE
008090         MOVE CMST-OWNER TO DL100-WORK-OWNER
008100     ELSE
008110         SET DL100-MASTER-NOT-FOUND TO TRUE
008120         MOVE DL100-NO-MASTER-OWNER TO DL100-WORK-OWNER
008130     END-IF
008140     MOVE DL100-WORK-OWNER
008150          TO DL100-DWELL-OWNER-T(DL100-DWELL-INDEX)
008160     PERFORM 0520-FIND-OWNER-SLOT THRU 0520-EXIT
008170     PERFORM 0510-FIND-RECEIPT THRU 0510-EXIT
008180     MOVE DL100-RCVD-DATE TO DL100-DWELL-RCVD-T(DL100-DWELL-INDEX)
008190     IF DL100-RCVD-DATE = SPACES THEN
008200         ADD 1 TO DL100-UNKNOWN-COUNT
008210         ADD 1 TO DL100-OWNER-UNKNOWN-T(DL100-OWNER-SLOT)
008220         GO TO 0500-EXIT
008230     END-IF
008240     ADD 1 TO DL100-KNOWN-COUNT
008250     MOVE DL100-RCVD-DATE TO DL100-DATE-WORK
008260     PERFORM 0700-DATE-TO-DAY-NUMBER THRU 0700-EXIT
008270     COMPUTE DL100-DAYS-ON-HAND =
008280         DL100-AS-OF-DAY-NUMBER - DL100-DAY-NUMBER
008290     MOVE DL100-DAYS-ON-HAND
008300          TO DL100-DWELL-DAYS-T(DL100-DWELL-INDEX)
008310     MOVE 1 TO DL100-BUCKET-INDEX
008320     PERFORM UNTIL DL100-BUCKET-INDEX = 5 OR
008330         DL100-DAYS-ON-HAND NOT >
008340             DL100-BUCKET-LIMIT-T(DL100-BUCKET-INDEX)
008350         ADD 1 TO DL100-BUCKET-INDEX
008360     END-PERFORM
008370     MOVE DL100-BUCKET-INDEX
008380          TO DL100-DWELL-BKT-T(DL100-DWELL-INDEX)
008390     ADD 1 TO DL100-OWNER-BKT-T(DL100-OWNER-SLOT,
008400                                DL100-BUCKET-INDEX)
008410     ADD 1 TO DL100-YARD-BKT-T(DL100-BUCKET-INDEX)
008420     PERFORM 0540-PRICE-STORAGE THRU 0540-EXIT
008430     .
008440 0500-EXIT.
008450     EXIT.
008460*----------------------------------------------------------------
008470 0510-FIND-RECEIPT.
008480*    POSITION AT THE CRATE'S FIRST HISTORY RECORD AND READ
008490*    FORWARD IN KEY ORDER - DATE WITHIN CRATE, EVENT NUMBER
008500*    WITHIN DATE - UP TO THE AS-OF DATE.  EVERY GATE RECEIPT
008510*    STARTS A NEW STAY AND EVERY GATE RELEASE ENDS ONE, SO THE
008520*    RECEIPT STILL STANDING AT THE END IS THE ONE THAT BEGAN THE
008530*    CURRENT STAY.  NONE STANDING LEAVES DL100-RCVD-DATE BLANK -
008540*    THE CRATE WAS IN THE YARD BEFORE HISTORY LOADING BEGAN.
008550*----------------------------------------------------------------
008560     MOVE SPACES TO DL100-RCVD-DATE
008570     MOVE SPACES TO MOVE-HISTORY-RECORD
008580     MOVE DL100-DWELL-CRATE-T(DL100-DWELL-INDEX) TO MHST-CRATE-ID
008590     MOVE SPACES TO MHST-RUN-DATE
008600     MOVE ZERO   TO MHST-MOVE-NUMBER
008610     START HISTORY-FILE KEY NOT < MHST-KEY
008620     IF NOT DL100-HISTORY-OK THEN
008630         GO TO 0510-EXIT
008640     END-IF
008650     PERFORM UNTIL EXIT
008660         READ HISTORY-FILE NEXT RECORD AT END
008670             EXIT PERFORM
008680         END-READ
008690         IF MHST-CRATE-ID NOT =
008700             DL100-DWELL-CRATE-T(DL100-DWELL-INDEX) OR
008710             MHST-RUN-DATE > DL100-AS-OF-DATE THEN
008720             EXIT PERFORM
008730         END-IF
008740         IF MHST-IS-RECEIPT THEN
008750             MOVE MHST-RUN-DATE TO DL100-RCVD-DATE
008760         END-IF
008770         IF MHST-IS-RELEASE THEN
008780             MOVE SPACES TO DL100-RCVD-DATE
008790         END-IF
008800     END-PERFORM
008810     IF DL100-RCVD-DATE NOT = SPACES THEN
008820         MOVE DL100-RCVD-DATE TO DL100-DATE-WORK
008830         PERFORM 0700-DATE-TO-DAY-NUMBER THRU 0700-EXIT
008840         IF DL100-DATE-INVALID THEN
008850             MOVE SPACES TO DL100-RCVD-DATE
008860         END-IF
008870     END-IF
008880     .
008890 0510-EXIT.
008900     EXIT.
008910*----------------------------------------------------------------
008920 0520-FIND-OWNER-SLOT.
008930*    FIND THE OWNER IN DL100-WORK-OWNER IN THE OWNER TABLE, OR
008940*    OPEN A NEW ENTRY FOR IT CARRYING ITS STORAGE TERMS.  LEAVES
008950*    THE ENTRY IN DL100-OWNER-SLOT.
008960*----------------------------------------------------------------
008970     MOVE ZERO TO DL100-OWNER-SLOT
008980     MOVE 1 TO DL100-OWNER-INDEX
008990     PERFORM UNTIL DL100-OWNER-INDEX > DL100-OWNER-COUNT
009000         IF DL100-OWNER-T(DL100-OWNER-INDEX) = DL100-WORK-OWNER
009010             THEN
009020             MOVE DL100-OWNER-INDEX TO DL100-OWNER-SLOT
009030             MOVE DL100-OWNER-COUNT TO DL100-OWNER-INDEX
009040         END-IF
009050         ADD 1 TO DL100-OWNER-INDEX
009060     END-PERFORM
009070     IF DL100-OWNER-SLOT > 0 THEN
009080         GO TO 0520-EXIT
009090     END-IF
009100     IF DL100-OWNER-COUNT NOT < 256 THEN
009110         DISPLAY "DWELLRPT: OWNER TABLE IS FULL - "
009120             DL100-WORK-OWNER " AND LATER OWNERS NOT AGED"
009130         MOVE 16 TO RETURN-CODE
009140         STOP RUN
009150     END-IF
009160     ADD 1 TO DL100-OWNER-COUNT
009170     MOVE DL100-OWNER-COUNT TO DL100-OWNER-SLOT
009180     INITIALIZE DL100-OWNER-ENTRY(DL100-OWNER-SLOT)
009190     MOVE DL100-WORK-OWNER TO DL100-OWNER-T(DL100-OWNER-SLOT)
009200     PERFORM 0530-FIND-STORAGE-TERMS THRU 0530-EXIT
009210     .
009220 0520-EXIT.
009230     EXIT.
009240*----------------------------------------------------------------
009250 0530-FIND-STORAGE-TERMS.
009260*    GIVE THE NEW OWNER ENTRY ITS STORAGE TERMS - THE OWNER'S OWN
009270*    'S' RECORD IF THE CARD HAS ONE, THE CATCH-ALL TERMS IF NOT.
009280*    A CRATE WITH NO MASTER RECORD HAS NO OWNER TO CHARGE AND AN
009290*    OWNER WITH NEITHER HAS NO TERMS; BOTH ARE AGED BUT NOT
009300*    CHARGED.
009310*----------------------------------------------------------------
009320     MOVE 'N' TO DL100-OWNER-TERMS-SW-T(DL100-OWNER-SLOT)
009330     IF DL100-MASTER-NOT-FOUND THEN
009340         GO TO 0530-EXIT
009350     END-IF
009360     MOVE 1 TO DL100-TERMS-INDEX
009370     PERFORM UNTIL DL100-TERMS-INDEX > DL100-TERMS-COUNT
009380         IF DL100-TERMS-OWNER-T(DL100-TERMS-INDEX) =
009390             DL100-WORK-OWNER THEN
009400             MOVE 'Y' TO DL100-OWNER-TERMS-SW-T(DL100-OWNER-SLOT)
009410             MOVE DL100-TERMS-FREE-T(DL100-TERMS-INDEX)
009420                  TO DL100-OWNER-FREE-T(DL100-OWNER-SLOT)
009430             MOVE DL100-TERMS-RATE-T(DL100-TERMS-INDEX)
009440                  TO DL100-OWNER-RATE-T(DL100-OWNER-SLOT)
009450             MOVE DL100-TERMS-COUNT TO DL100-TERMS-INDEX
009460         END-IF
009470         ADD 1 TO DL100-TERMS-INDEX
009480     END-PERFORM
009490     IF DL100-OWNER-TERMS-SW-T(DL100-OWNER-SLOT) = 'N' AND
009500         DL100-HAVE-CATCH-ALL THEN
009510         MOVE 'Y' TO DL100-OWNER-TERMS-SW-T(DL100-OWNER-SLOT)
009520         MOVE DL100-CATCH-ALL-FREE
009530              TO DL100-OWNER-FREE-T(DL100-OWNER-SLOT)
009540         MOVE DL100-CATCH-ALL-RATE
009550              TO DL100-OWNER-RATE-T(DL100-OWNER-SLOT)
009560     END-IF
009570     .
009580 0530-EXIT.
009590     EXIT.
009600*----------------------------------------------------------------
009610 0540-PRICE-STORAGE.
009620*    CHARGE THE CRATE IN FLIGHT FOR EVERY DAY IT HAS SAT BEYOND
009630*    ITS OWNER'S FREE TIME, AT THE OWNER'S DAILY RATE.  A CRATE
009640*    WHOSE OWNER HAS NO TERMS IS COUNTED AS UNCHARGED.
009650*----------------------------------------------------------------
009660     IF DL100-OWNER-TERMS-SW-T(DL100-OWNER-SLOT) NOT = 'Y' THEN
009670         ADD 1 TO DL100-UNCHARGED-COUNT
009680         GO TO 0540-EXIT
009690     END-IF
009700     COMPUTE DL100-CHARGE-DAYS = DL100-DAYS-ON-HAND -
009710         DL100-OWNER-FREE-T(DL100-OWNER-SLOT)
009720     IF DL100-CHARGE-DAYS NOT > 0 THEN
009730         GO TO 0540-EXIT
009740     END-IF
009750     COMPUTE DL100-CRATE-CHARGE = DL100-CHARGE-DAYS *
009760         DL100-OWNER-RATE-T(DL100-OWNER-SLOT)
009770     MOVE DL100-CHARGE-DAYS
009780          TO DL100-DWELL-CHG-DAYS-T(DL100-DWELL-INDEX)
009790     MOVE DL100-CRATE-CHARGE
009800          TO DL100-DWELL-CHARGE-T(DL100-DWELL-INDEX)
009810     ADD 1 TO DL100-OWNER-CHARGED-T(DL100-OWNER-SLOT)
009820     ADD DL100-CRATE-CHARGE
009830          TO DL100-OWNER-CHARGE-T(DL100-OWNER-SLOT)
009840     ADD DL100-CRATE-CHARGE TO DL100-YARD-CHARGE
009850     .
009860 0540-EXIT.
009870     EXIT.
009880*----------------------------------------------------------------
009890 0700-DATE-TO-DAY-NUMBER.
009900*    TURN THE CCYY-MM-DD DATE IN DL100-DATE-WORK INTO A DAY COUNT
009910*    IN DL100-DAY-NUMBER (THE JULIAN DAY NUMBER), SO THE DAYS
009920*    BETWEEN TWO DATES ARE ONE SUBTRACTION.  THE YEAR IS COUNTED
009930*    FROM MARCH SO FEBRUARY 29 FALLS AT THE END; EVERY DIVISION
009940*    IS A WHOLE-NUMBER DIVISION.  A DATE THAT IS NOT CCYY-MM-DD
009950*    WITH A REAL MONTH AND DAY SETS DL100-DATE-INVALID.
009960*----------------------------------------------------------------
009970     SET DL100-DATE-INVALID TO TRUE
009980     MOVE ZERO TO DL100-DAY-NUMBER
009990     IF DL100-DW-CCYY NOT NUMERIC OR DL100-DW-MM NOT NUMERIC OR
010000         DL100-DW-DD NOT NUMERIC OR DL100-DW-DASH1 NOT = '-' OR
010010         DL100-DW-DASH2 NOT = '-' THEN
010020         GO TO 0700-EXIT
010030     END-IF
010040     IF DL100-DW-MM < 1 OR DL100-DW-MM > 12 OR
010050         DL100-DW-DD < 1 OR DL100-DW-DD > 31 THEN
010060         GO TO 0700-EXIT
010070     END-IF
010080     SET DL100-DATE-VALID TO TRUE
010090     COMPUTE DL100-JDN-A = (14 - DL100-DW-MM) / 12
010100     COMPUTE DL100-JDN-Y = DL100-DW-CCYY + 4800 - DL100-JDN-A
010110     COMPUTE DL100-JDN-M = DL100-DW-MM + (12 * DL100-JDN-A) - 3
010120     COMPUTE DL100-JDN-T1 = (153 * DL100-JDN-M + 2) / 5
010130     COMPUTE DL100-JDN-T2 = DL100-JDN-Y / 4
010140     COMPUTE DL100-JDN-T3 = DL100-JDN-Y / 100
010150     COMPUTE DL100-JDN-T4 = DL100-JDN-Y / 400
010160     COMPUTE DL100-DAY-NUMBER = DL100-DW-DD + DL100-JDN-T1
010170         + (365 * DL100-JDN-Y) + DL100-JDN-T2 - DL100-JDN-T3
010180         + DL100-JDN-T4 - 32045
010190     .
010200 0700-EXIT.
010210     EXIT.
010220*----------------------------------------------------------------
010230 0800-WRITE-REPORT.
010240*    WRITE THE AGING REPORT - ONE SECTION PER OWNER IN FIRST-SEEN
010250*    ORDER LISTING EVERY AGED CRATE WITH ITS BAY AND CHARGE, THEN
010260*    THE CRATES WHOSE RECEIPT DATE IS UNKNOWN, THEN THE YARD
010270*    TOTALS - PLUS ONE STORAGE CHARGE RECORD PER OWNER CHARGED.
010280*----------------------------------------------------------------
010290     OPEN OUTPUT DWELL-REPORT-FILE
010300     OPEN OUTPUT TOTALS-FILE
010310     MOVE SPACES TO DWELL-REPORT-RECORD
010320     STRING "CRATE DWELL-TIME AGING AND STORAGE CHARGES - AS OF "
010330         DL100-AS-OF-DATE
010340         DELIMITED BY SIZE INTO DWELL-REPORT-RECORD
010350     WRITE DWELL-REPORT-RECORD
010360     MOVE SPACES TO DWELL-REPORT-RECORD
010370     STRING "CLOSING STATE: " DL100-CLOSING-PATH
010380         DELIMITED BY SIZE INTO DWELL-REPORT-RECORD
010390     WRITE DWELL-REPORT-RECORD
010400     MOVE DL100-DWELL-COUNT   TO DL100-EDIT-NUM1
010410     MOVE DL100-KNOWN-COUNT   TO DL100-EDIT-NUM2
010420     MOVE DL100-UNKNOWN-COUNT TO DL100-EDIT-NUM3
010430     MOVE SPACES TO DWELL-REPORT-RECORD
010440     STRING "CRATES ON HAND: " DL100-EDIT-NUM1
010450         "  AGED: " DL100-EDIT-NUM2
010460         "  RECEIPT DATE UNKNOWN: " DL100-EDIT-NUM3
010470         DELIMITED BY SIZE INTO DWELL-REPORT-RECORD
010480     WRITE DWELL-REPORT-RECORD
010490     MOVE 1 TO DL100-OWNER-SLOT
010500     PERFORM UNTIL DL100-OWNER-SLOT > DL100-OWNER-COUNT
010510         PERFORM 0810-WRITE-ONE-OWNER THRU 0810-EXIT
010520         ADD 1 TO DL100-OWNER-SLOT
010530     END-PERFORM
010540     PERFORM 0830-WRITE-UNKNOWN-RECEIPTS THRU 0830-EXIT
010550     PERFORM 0840-WRITE-YARD-TOTALS THRU 0840-EXIT
010560     CLOSE DWELL-REPORT-FILE
010570     CLOSE TOTALS-FILE
010580     .
010590 0800-EXIT.
010600     EXIT.
010610*----------------------------------------------------------------
010620 0810-WRITE-ONE-OWNER.
010630*    WRITE ONE OWNER'S SECTION - ITS STORAGE TERMS, ONE LINE PER
010640*    AGED CRATE, ITS AGING COUNTS, AND ITS STORAGE CHARGE - AND
010650*    ITS STORAGE CHARGE RECORD IF IT OWES ANYTHING.
010660*----------------------------------------------------------------
010670     MOVE SPACES TO DWELL-REPORT-RECORD
010680     WRITE DWELL-REPORT-RECORD
010690     MOVE SPACES TO DWELL-REPORT-RECORD
010700     IF DL100-OWNER-TERMS-SW-T(DL100-OWNER-SLOT) = 'Y' THEN
010710         MOVE DL100-OWNER-FREE-T(DL100-OWNER-SLOT)
010720              TO DL100-EDIT-FREE
010730         MOVE DL100-OWNER-RATE-T(DL100-OWNER-SLOT)
010740              TO DL100-EDIT-RATE
010750         STRING "OWNER " DL100-OWNER-T(DL100-OWNER-SLOT)
010760             "  FREE DAYS " DL100-EDIT-FREE
010770             "  THEN PER CRATE PER DAY " DL100-EDIT-RATE
010780             DELIMITED BY SIZE INTO DWELL-REPORT-RECORD
010790     ELSE
010800         STRING "OWNER " DL100-OWNER-T(DL100-OWNER-SLOT)
010810             "  NO STORAGE TERMS - NOT CHARGED"
010820             DELIMITED BY SIZE INTO DWELL-REPORT-RECORD
010830     END-IF
010840     WRITE DWELL-REPORT-RECORD
010850     MOVE SPACES TO DWELL-REPORT-RECORD
010860     STRING "  CRATE     BAY  RECEIVED     DAYS  AGING "
010870         "    EXCESS          CHARGE"
010880         DELIMITED BY SIZE INTO DWELL-REPORT-RECORD
010890     WRITE DWELL-REPORT-RECORD
010900     MOVE 1 TO DL100-DWELL-INDEX
010910     PERFORM UNTIL DL100-DWELL-INDEX > DL100-DWELL-COUNT
010920         IF DL100-DWELL-OWNER-T(DL100-DWELL-INDEX) =
010930             DL100-OWNER-T(DL100-OWNER-SLOT) AND
010940             DL100-DWELL-RCVD-T(DL100-DWELL-INDEX) NOT = SPACES
010950             THEN
010960             PERFORM 0820-WRITE-CRATE-LINE THRU 0820-EXIT
010970         END-IF
010980         ADD 1 TO DL100-DWELL-INDEX
010990     END-PERFORM
011000     MOVE DL100-OWNER-BKT-T(DL100-OWNER-SLOT, 1)
011010          TO DL100-EDIT-NUM1
011020     MOVE DL100-OWNER-BKT-T(DL100-OWNER-SLOT, 2)
011030          TO DL100-EDIT-NUM2
011040     MOVE DL100-OWNER-BKT-T(DL100-OWNER-SLOT, 3)
011050          TO DL100-EDIT-NUM3
011060     MOVE DL100-OWNER-BKT-T(DL100-OWNER-SLOT, 4)
011070          TO DL100-EDIT-NUM4
011080     MOVE DL100-OWNER-BKT-T(DL100-OWNER-SLOT, 5)
011090          TO DL100-EDIT-NUM5
011100     MOVE SPACES TO DWELL-REPORT-RECORD
011110     STRING "  AGING   0-3 " DL100-EDIT-NUM1
011120         "   4-7 " DL100-EDIT-NUM2
011130         "   8-14 " DL100-EDIT-NUM3
011140         "   15-30 " DL100-EDIT-NUM4
011150         "   OVER 30 " DL100-EDIT-NUM5
011160         DELIMITED BY SIZE INTO DWELL-REPORT-RECORD
011170     WRITE DWELL-REPORT-RECORD
011180     MOVE DL100-OWNER-UNKNOWN-T(DL100-OWNER-SLOT)
011190          TO DL100-EDIT-NUM1
011200     MOVE DL100-OWNER-CHARGED-T(DL100-OWNER-SLOT)
011210          TO DL100-EDIT-NUM2
011220     MOVE DL100-OWNER-CHARGE-T(DL100-OWNER-SLOT)
011230          TO DL100-EDIT-MONEY1
011240     MOVE SPACES TO DWELL-REPORT-RECORD
011250     STRING "  RECEIPT DATE UNKNOWN " DL100-EDIT-NUM1
011260         "  CRATES CHARGED " DL100-EDIT-NUM2
011270         "  STORAGE CHARGE " DL100-EDIT-MONEY1
011280         DELIMITED BY SIZE INTO DWELL-REPORT-RECORD
011290     WRITE DWELL-REPORT-RECORD
011300     IF DL100-OWNER-CHARGE-T(DL100-OWNER-SLOT) > 0 THEN
011310         MOVE SPACES TO TOTALS-RECORD
011320         MOVE DL100-OWNER-T(DL100-OWNER-SLOT) TO BTOT-OWNER
011330         MOVE ZERO TO BTOT-LIFTS
011340         MOVE DL100-OWNER-CHARGED-T(DL100-OWNER-SLOT)
011350              TO BTOT-CRATES
011360         MOVE DL100-OWNER-CHARGE-T(DL100-OWNER-SLOT)
011370              TO BTOT-CHARGES
011380         MOVE ZERO TO BTOT-SURCHARGES
011390         MOVE DL100-OWNER-CHARGE-T(DL100-OWNER-SLOT)
011400              TO BTOT-TOTAL
011410         WRITE TOTALS-RECORD
011420     END-IF
011430     .
011440 0810-EXIT.
011450     EXIT.
011460*----------------------------------------------------------------
011470 0820-WRITE-CRATE-LINE.
011480*    WRITE ONE AGED CRATE - ITS BAY NOW, THE DATE IT CAME IN, ITS
011490*    DAYS IN THE YARD AND AGING BUCKET, AND THE DAYS BEYOND FREE
011500*    TIME IT IS CHARGED FOR.
011510*----------------------------------------------------------------
011520     MOVE DL100-DWELL-BAY-T(DL100-DWELL-INDEX) TO DL100-EDIT-BAY
011530     MOVE DL100-DWELL-DAYS-T(DL100-DWELL-INDEX) TO DL100-EDIT-DAYS
011540     MOVE DL100-DWELL-CHG-DAYS-T(DL100-DWELL-INDEX)
011550          TO DL100-EDIT-NUM1
011560     MOVE DL100-DWELL-CHARGE-T(DL100-DWELL-INDEX)
011570          TO DL100-EDIT-MONEY1
011580     MOVE DL100-DWELL-BKT-T(DL100-DWELL-INDEX)
011590          TO DL100-BUCKET-INDEX
011600     MOVE SPACES TO DWELL-REPORT-RECORD
011610     STRING "  " DL100-DWELL-CRATE-T(DL100-DWELL-INDEX)
011620         "  " DL100-EDIT-BAY
011630         "  " DL100-DWELL-RCVD-T(DL100-DWELL-INDEX)
011640         "  " DL100-EDIT-DAYS
011650         "  " DL100-BUCKET-LABEL-T(DL100-BUCKET-INDEX)
011660         "  " DL100-EDIT-NUM1
011670         "  " DL100-EDIT-MONEY1
011680         DELIMITED BY SIZE INTO DWELL-REPORT-RECORD
011690     WRITE DWELL-REPORT-RECORD
011700     .
011710 0820-EXIT.
011720     EXIT.
011730*----------------------------------------------------------------
011740 0830-WRITE-UNKNOWN-RECEIPTS.
011750*    LIST THE CRATES ON HAND THAT HAVE NO RECEIPT ON RECORD -
011760*    THEY WERE IN THE YARD BEFORE HISTORY LOADING BEGAN, SO THEIR
011770*    DAYS IN THE YARD CANNOT BE KNOWN AND THEY ARE NOT CHARGED.
011780*----------------------------------------------------------------
011790     MOVE SPACES TO DWELL-REPORT-RECORD
011800     WRITE DWELL-REPORT-RECORD
011810     MOVE SPACES TO DWELL-REPORT-RECORD
011820     STRING "RECEIPT DATE UNKNOWN - ON HAND BEFORE MOVEMENT"
011830         " HISTORY BEGAN, NOT AGED OR CHARGED"
011840         DELIMITED BY SIZE INTO DWELL-REPORT-RECORD
011850     WRITE DWELL-REPORT-RECORD
011860     IF DL100-UNKNOWN-COUNT = 0 THEN
011870         MOVE SPACES TO DWELL-REPORT-RECORD
011880         STRING "  NONE"
011890             DELIMITED BY SIZE INTO DWELL-REPORT-RECORD
011900         WRITE DWELL-REPORT-RECORD
011910         GO TO 0830-EXIT
011920     END-IF
011930     MOVE SPACES TO DWELL-REPORT-RECORD
011940     STRING "  CRATE     BAY  OWNER"
011950         DELIMITED BY SIZE INTO DWELL-REPORT-RECORD
011960     WRITE DWELL-REPORT-RECORD
011970     MOVE 1 TO DL100-DWELL-INDEX
011980     PERFORM UNTIL DL100-DWELL-INDEX > DL100-DWELL-COUNT
011990         IF DL100-DWELL-RCVD-T(DL100-DWELL-INDEX) = SPACES THEN
012000             MOVE DL100-DWELL-BAY-T(DL100-DWELL-INDEX)
012010                  TO DL100-EDIT-BAY
012020             MOVE SPACES TO DWELL-REPORT-RECORD
012030             STRING "  " DL100-DWELL-CRATE-T(DL100-DWELL-INDEX)
012040                 "  " DL100-EDIT-BAY
012050                 "  " DL100-DWELL-OWNER-T(DL100-DWELL-INDEX)
012060                 DELIMITED BY SIZE INTO DWELL-REPORT-RECORD
012070             WRITE DWELL-REPORT-RECORD
012080         END-IF
012090         ADD 1 TO DL100-DWELL-INDEX
012100     END-PERFORM
012110     .
012120 0830-EXIT.
012130     EXIT.
012140*----------------------------------------------------------------
012150 0840-WRITE-YARD-TOTALS.
012160*    CLOSE THE REPORT WITH THE WHOLE YARD'S AGING COUNTS AND
012170*    STORAGE CHARGES, AND A WARNING IF ANY AGED CRATE COULD NOT
012180*    BE CHARGED.
012190*----------------------------------------------------------------
012200     MOVE SPACES TO DWELL-REPORT-RECORD
012210     WRITE DWELL-REPORT-RECORD
012220     MOVE DL100-YARD-BKT-T(1) TO DL100-EDIT-NUM1
012230     MOVE DL100-YARD-BKT-T(2) TO DL100-EDIT-NUM2
012240     MOVE DL100-YARD-BKT-T(3) TO DL100-EDIT-NUM3
012250     MOVE DL100-YARD-BKT-T(4) TO DL100-EDIT-NUM4
012260     MOVE DL100-YARD-BKT-T(5) TO DL100-EDIT-NUM5
012270     MOVE SPACES TO DWELL-REPORT-RECORD
012280     STRING "YARD AGING   0-3 " DL100-EDIT-NUM1
012290         "   4-7 " DL100-EDIT-NUM2
012300         "   8-14 " DL100-EDIT-NUM3
012310         "   15-30 " DL100-EDIT-NUM4
012320         "   OVER 30 " DL100-EDIT-NUM5
012330         DELIMITED BY SIZE INTO DWELL-REPORT-RECORD
012340     WRITE DWELL-REPORT-RECORD
012350     MOVE DL100-YARD-CHARGE TO DL100-EDIT-MONEY1
012360     MOVE SPACES TO DWELL-REPORT-RECORD
012370     STRING "YARD STORAGE CHARGES " DL100-EDIT-MONEY1
012380         DELIMITED BY SIZE INTO DWELL-REPORT-RECORD
012390     WRITE DWELL-REPORT-RECORD
012400     IF DL100-UNCHARGED-COUNT > 0 THEN
012410         MOVE DL100-UNCHARGED-COUNT TO DL100-EDIT-NUM1
012420         MOVE SPACES TO DWELL-REPORT-RECORD
012430         WRITE DWELL-REPORT-RECORD
012440         MOVE SPACES TO DWELL-REPORT-RECORD
012450         STRING "*** " DL100-EDIT-NUM1
012460             " AGED CRATES COULD NOT BE CHARGED (NO MASTER RECORD"
012470             " OR NO STORAGE TERMS) ***"
012480             DELIMITED BY SIZE INTO DWELL-REPORT-RECORD
012490         WRITE DWELL-REPORT-RECORD
012500     END-IF
012510     .
012520 0840-EXIT.
012530     EXIT.
012540*----------------------------------------------------------------
012550 0900-RESET-SEAL.
012560*    START A FRESH SEAL ACCUMULATION.
012570*----------------------------------------------------------------
012580     MOVE ZERO TO DL100-SEAL-COUNT
012590     MOVE ZERO TO DL100-SEAL-CKSUM
012600     SET DL100-SEAL-BAD TO TRUE
012610     .
012620 0900-EXIT.
012630     EXIT.
012640*----------------------------------------------------------------
012650 0910-ADD-TO-SEAL.
012660*    FOLD THE RECORD IN DL100-SEAL-RECORD INTO THE SEAL - ONE
012670*    MORE RECORD COUNTED, ITS BYTES UP TO THE LAST NONBLANK
012680*    SUMMED INTO THE CHECKSUM MODULO 1,000,000,000 - EXACTLY AS
012690*    COBMAIN COMPUTES IT.
012700*----------------------------------------------------------------
012710     ADD 1 TO DL100-SEAL-COUNT
012720     MOVE 704 TO DL100-SEAL-LENGTH
012730     PERFORM UNTIL DL100-SEAL-LENGTH < 1
012740         OR DL100-SEAL-RECORD(DL100-SEAL-LENGTH:1) NOT = ' '
012750         SUBTRACT 1 FROM DL100-SEAL-LENGTH
012760     END-PERFORM
012770     MOVE 1 TO DL100-SEAL-INDEX
012780     PERFORM UNTIL DL100-SEAL-INDEX > DL100-SEAL-LENGTH
012790         MOVE DL100-SEAL-RECORD(DL100-SEAL-INDEX:1)
012800              TO DL100-SEAL-CHAR
012810         ADD DL100-SEAL-BYTE-NUM TO DL100-SEAL-CKSUM
012820         ADD 1 TO DL100-SEAL-INDEX
012830     END-PERFORM
012840     IF DL100-SEAL-CKSUM > 999999999 THEN
012850         SUBTRACT 1000000000 FROM DL100-SEAL-CKSUM
012860     END-IF
012870     IF DL100-SEAL-CKSUM < 0 THEN
012880         ADD 1000000000 TO DL100-SEAL-CKSUM
012890     END-IF
012900     .
012910 0910-EXIT.
012920     EXIT.
012930*----------------------------------------------------------------
012940 0920-CHECK-SEAL-LINE.
012950*    DECIDE WHETHER THE RECORD IN DL100-SEAL-RECORD IS THE
012960*    "*SEAL*" TRAILER, AND IF SO JUDGE IT AGAINST THE COUNT AND
012970*    CHECKSUM ACCUMULATED SO FAR.
012980*----------------------------------------------------------------
012990     SET DL100-NOT-SEAL-LINE TO TRUE
013000     IF DL100-SEAL-RECORD(1:7) NOT = "*SEAL* " THEN
013010         GO TO 0920-EXIT
013020     END-IF
013030     SET DL100-IS-SEAL-LINE TO TRUE
013040     MOVE DL100-SEAL-RECORD(14:7) TO DL100-SEAL-EXP-COUNT
013050     MOVE DL100-SEAL-RECORD(28:10) TO DL100-SEAL-EXP-CKSUM
013060     IF DL100-SEAL-EXP-COUNT NUMERIC AND
013070         DL100-SEAL-EXP-CKSUM NUMERIC AND
013080         DL100-SEAL-EXP-COUNT = DL100-SEAL-COUNT AND
013090         DL100-SEAL-EXP-CKSUM = DL100-SEAL-CKSUM THEN
013100         SET DL100-SEAL-GOOD TO TRUE
013110     END-IF
013120     .
013130 0920-EXIT.
013140     EXIT.
013150*----------------------------------------------------------------
013160 0930-VERIFY-STATE-SEAL.
013170*    READ THE WHOLE CLOSING-STATE FILE AND JUDGE ITS SEAL
013180*    BEFORE A SINGLE ROW IS TRUSTED.  AN UNOPENABLE FILE IS
013190*    LEFT FOR 0300-LOAD-CLOSING-STATE'S OWN OPEN CHECK TO
013200*    REPORT.
013210*----------------------------------------------------------------
013220     PERFORM 0900-RESET-SEAL THRU 0900-EXIT
013230     OPEN INPUT INFILE
013240     IF NOT DL100-INFILE-OK THEN
013250         SET DL100-SEAL-GOOD TO TRUE
013260         GO TO 0930-EXIT
013270     END-IF
013280     PERFORM UNTIL EXIT
013290         READ INFILE AT END
013300             EXIT PERFORM
013310         END-READ
013320         MOVE SPACES TO DL100-SEAL-RECORD
013330         MOVE INFILE-RECORD TO DL100-SEAL-RECORD
013340         PERFORM 0920-CHECK-SEAL-LINE THRU 0920-EXIT
013350         IF DL100-NOT-SEAL-LINE THEN
013360             PERFORM 0910-ADD-TO-SEAL THRU 0910-EXIT
013370         END-IF
013380     END-PERFORM
013390     CLOSE INFILE
013400     IF DL100-SEAL-BAD THEN
013410         DISPLAY "DWELLRPT: CLOSING STATE " DL100-CLOSING-PATH
013420             " SEAL MISSING OR WRONG - FILE IS TRUNCATED OR"
013430             " CORRUPT"
013440         MOVE 16 TO RETURN-CODE
013450         STOP RUN
013460     END-IF
013470     .
013480 0930-EXIT.
013490     EXIT.
013500 END PROGRAM DWELLRPT.
