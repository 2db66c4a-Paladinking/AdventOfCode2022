000010* CRATEMNT.COB GnuCOBOL
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. CRATEMNT.
000040 AUTHOR. YARD-OPS-IT.
000050 INSTALLATION. YARD-5 CONTAINER TERMINAL.
000060 DATE-WRITTEN. 2026-10-15.
000070 DATE-COMPILED.
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*----------------------------------------------------------------
000110*    DATE       INIT  DESCRIPTION
000120*    ---------- ----  ------------------------------------------
000130*    2026-10-15 OPS   ORIGINAL VERSION.  CRATE MASTER
000140*                     MAINTENANCE.  APPLIES A FILE OF ADD, CHANGE,
000150*                     AND RETIRE TRANSACTIONS (CMSTTRAN.CPY)
000160*                     AGAINST THE INDEXED CRATE MASTER, KEYED ON
000170*                     CMST-CRATE-ID, SO THE MASTER NO LONGER HAS
000180*                     TO BE REBUILT BY HAND.  EVERY ADD AND CHANGE
000190*                     IS EDITED BEFORE IT TOUCHES THE MASTER - THE
000200*                     OWNER MUST BE AN ACTIVE OWNER ON THE OWNER
000210*                     FILE (OWNERMST.CPY), THE COMMODITY CLASS
000220*                     MUST BE ONE THE RATE CARD PRICES (THE SAME
000230*                     EXACT-THEN-CATCH-ALL RULE BILLRUN USES), AND
000240*                     A NONBLANK HAZMAT CODE MUST HAVE A HAZMAT
000250*                     RECORD ON THE RATE CARD.  THE LATEST
000260*                     MASTER-MODE CLOSING STATE IS LOADED SO A
000270*                     CRATE STILL SITTING IN A BAY CANNOT BE
000280*                     RETIRED, AND SO A HAZMAT CODE CHANGE THAT
000290*                     WOULD PUT THE CRATE IN SEGREGATION CONFLICT
000300*                     WITH ITS CURRENT BAY-MATES IS REFUSED.  AN
000310*                     EDIT REPORT LISTS EVERY TRANSACTION AS
000320*                     ACCEPTED OR REJECTED WITH THE REASON, AND A
000330*                     JOURNAL (CMSTJRNL.CPY) KEEPS THE BEFORE AND
000340*                     AFTER IMAGE OF EVERY APPLIED CHANGE.
000350*    2026-10-15 OPS   STORAGE-TERMS ('S') RECORDS ON THE RATE CARD
000360*                     ARE NOW ACCEPTED AND PASSED OVER - THEY NAME
000370*                     NO COMMODITY CLASS OR HAZMAT CODE.
000380*    2026-10-15 OPS   A JOURNAL RECORD THAT CANNOT BE WRITTEN
000390*                     STOPS THE RUN 16, NAMING ON THE EDIT REPORT
000400*                     THE MASTER CHANGE LEFT WITHOUT ITS AUDIT
000410*                     RECORD.
000420*----------------------------------------------------------------
000430* COMMAND LINE ARGUMENTS (OR, IF OMITTED, THE MATCHING
000440* ENVIRONMENT VARIABLE SHOWN BELOW)
000450*----------------------------------------------------------------
000460*    1  DL100-TRAN-PATH          MAINTENANCE TRANSACTION FILE
000470*    2  DL100-MASTER-PATH        INDEXED CRATE MASTER FILE
000480*                                (CREATED ON FIRST USE)
000490*    3  DL100-RATECARD-PATH      RATE CARD FILE
000500*    4  DL100-OWNER-PATH         CARGO OWNER FILE
000510*    5  DL100-CLOSING-PATH       LATEST MASTER-MODE CLOSING STATE
000520*    6  DL100-EDIT-REPORT-PATH   EDIT REPORT FILE
000530*    7  DL100-JOURNAL-PATH       BEFORE/AFTER CHANGE JOURNAL
000540*                                (APPENDED TO; CREATED ON FIRST
000550*                                USE)
000560*----------------------------------------------------------------
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT TRAN-FILE ASSIGN TO DYNAMIC DL100-TRAN-PATH
000620          ORGANIZATION IS LINE SEQUENTIAL
000630          FILE STATUS IS DL100-TRAN-STATUS.
000640     SELECT CRATE-MASTER ASSIGN TO DYNAMIC DL100-MASTER-PATH
000650          ORGANIZATION IS INDEXED
000660          ACCESS MODE IS RANDOM
000670          RECORD KEY IS CMST-CRATE-ID
000680          FILE STATUS IS DL100-MASTER-STATUS.
000690     SELECT RATECARD-FILE ASSIGN TO DYNAMIC DL100-RATECARD-PATH
000700          ORGANIZATION IS LINE SEQUENTIAL
000710          FILE STATUS IS DL100-RATECARD-STATUS.
000720     SELECT OWNER-FILE ASSIGN TO DYNAMIC DL100-OWNER-PATH
000730          ORGANIZATION IS LINE SEQUENTIAL
000740          FILE STATUS IS DL100-OWNER-STATUS.
000750     SELECT INFILE ASSIGN TO DYNAMIC DL100-CLOSING-PATH
000760          ORGANIZATION IS LINE SEQUENTIAL
000770          FILE STATUS IS DL100-INFILE-STATUS.
000780     SELECT EDIT-REPORT-FILE ASSIGN TO DYNAMIC
000790          DL100-EDIT-REPORT-PATH
000800          ORGANIZATION IS LINE SEQUENTIAL.
000810     SELECT JOURNAL-FILE ASSIGN TO DYNAMIC DL100-JOURNAL-PATH
000820          ORGANIZATION IS LINE SEQUENTIAL
000830          FILE STATUS IS DL100-JOURNAL-STATUS.
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  TRAN-FILE.
000870     COPY CMSTTRAN.
000880 FD  CRATE-MASTER.
000890     COPY CRATEMST.
000900 FD  RATECARD-FILE.
000910     COPY RATECARD.
000920 FD  OWNER-FILE.
000930     COPY OWNERMST.
000940 FD  INFILE
000950      RECORD IS VARYING IN SIZE FROM 0 TO 1024 CHARACTERS
000960      DEPENDING ON INFILE-RECORD-LENGTH.
000970 01  INFILE-RECORD.
000980     05 INFILE-DATA PIC X OCCURS 1 TO 1024 TIMES
000990                    DEPENDING ON INFILE-RECORD-LENGTH.
001000 FD  EDIT-REPORT-FILE.
001010 01  EDIT-REPORT-RECORD           PIC X(0132).
001020 FD  JOURNAL-FILE.
001030     COPY CMSTJRNL.
001040 WORKING-STORAGE SECTION.
001050*----------------------------------------------------------------
001060* RUN-TIME PARAMETERS
001070*----------------------------------------------------------------
001080 01  DL100-TRAN-PATH            PIC X(0100) VALUE SPACES.
001090 01  DL100-DEFAULT-TRAN-PATH    PIC X(0100)
001100                                VALUE "../input/cratemnt.txt".
001110 01  DL100-MASTER-PATH          PIC X(0100) VALUE SPACES.
001120 01  DL100-DEFAULT-MASTER-PATH  PIC X(0100)
001130                                VALUE "../input/cratemst.dat".
001140 01  DL100-RATECARD-PATH        PIC X(0100) VALUE SPACES.
001150 01  DL100-DEFAULT-RATECARD-PATH PIC X(0100)
001160                                VALUE "../input/ratecard.txt".
001170 01  DL100-OWNER-PATH           PIC X(0100) VALUE SPACES.
001180 01  DL100-DEFAULT-OWNER-PATH   PIC X(0100)
001190                                VALUE "../input/ownermst.txt".
001200 01  DL100-CLOSING-PATH         PIC X(0100) VALUE SPACES.
001210 01  DL100-DEFAULT-CLOSING-PATH PIC X(0100)
001220                                VALUE "../output/cobmain.sta".
001230 01  DL100-EDIT-REPORT-PATH     PIC X(0100) VALUE SPACES.
001240 01  DL100-DEFAULT-REPORT-PATH  PIC X(0100)
001250                                VALUE "../output/cratemnt.rpt".
001260 01  DL100-JOURNAL-PATH         PIC X(0100) VALUE SPACES.
001270 01  DL100-DEFAULT-JOURNAL-PATH PIC X(0100)
001280                                VALUE "../output/cratemnt.jnl".
001290*----------------------------------------------------------------
001300* YARD TABLE LIMITS - MUST STAY IN STEP WITH COBMAIN'S OWN
001310*----------------------------------------------------------------
001320 01  DL100-MAX-STACKS           PIC S9(07) COMP-5 VALUE 64.
001330 01  DL100-MAX-DEPTH            PIC S9(07) COMP-5 VALUE 256.
001340*----------------------------------------------------------------
001350* IDENTIFIED-CRATE YARD TABLE - THE CRATE IDS IN EVERY BAY AS THE
001360* LATEST CLOSING STATE LEFT THEM.  NOTHING IS MOVED HERE; THE
001370* TABLE ONLY ANSWERS "IS THIS CRATE IN THE YARD, AND WITH WHOM".
001380*----------------------------------------------------------------
001390 01  CRATE-IDS.
001400     05 CRATE-ID-COL OCCURS 64 TIMES.
001410        10 CRATE-ID PIC X(08) OCCURS 256 TIMES.
001420     05 CRATE-COL-LENGTH PIC S9(07) COMP-5 OCCURS 64 TIMES.
001430 01  BOXES-LENGTH               PIC S9(07) COMP-5.
001440 01  BOXES-ROW                  PIC S9(07) COMP-5.
001450 01  BOXES-COL                  PIC S9(07) COMP-5.
001460 01  INFILE-RECORD-LENGTH       PIC S9(07) COMP-5.
001470 01  LINE-INDEX                 PIC S9(07) COMP-5.
001480 01  DL100-BRACKET-SW           PIC X(01) VALUE 'N'.
001490     88 DL100-LINE-HAS-BRACKET       VALUE 'Y'.
001500     88 DL100-LINE-HAS-NO-BRACKET    VALUE 'N'.
001510*----------------------------------------------------------------
001520* FILE STATUS WORKING STORAGE
001530*----------------------------------------------------------------
001540 01  DL100-TRAN-STATUS          PIC X(02) VALUE SPACES.
001550     88 DL100-TRAN-OK               VALUE '00'.
001560 01  DL100-MASTER-STATUS        PIC X(02) VALUE SPACES.
001570     88 DL100-MASTER-OK             VALUE '00'.
001580     88 DL100-MASTER-DUPLICATE      VALUE '22'.
001590     88 DL100-MASTER-NOT-FOUND      VALUE '23'.
001600     88 DL100-MASTER-MISSING        VALUE '35'.
001610 01  DL100-RATECARD-STATUS      PIC X(02) VALUE SPACES.
001620     88 DL100-RATECARD-OK           VALUE '00'.
001630 01  DL100-OWNER-STATUS         PIC X(02) VALUE SPACES.
001640     88 DL100-OWNER-OK              VALUE '00'.
001650 01  DL100-INFILE-STATUS        PIC X(02) VALUE SPACES.
001660     88 DL100-INFILE-OK             VALUE '00'.
001670 01  DL100-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001680     88 DL100-JOURNAL-OK            VALUE '00'.
001690*----------------------------------------------------------------
001700* RATE CARD TABLES - LOADED ONCE AT START-UP.  ONLY THE CLASSES
001710* AND HAZMAT CODES MATTER HERE; THE AMOUNTS ARE BILLRUN'S.
001720*----------------------------------------------------------------
001730 01  DL100-RATE-COUNT           PIC S9(07) COMP-5 VALUE ZERO.
001740 01  DL100-RATE-TABLE.
001750     05 DL100-RATE-ENTRY OCCURS 64 TIMES.
001760        10 DL100-RATE-CLASS-T   PIC X(12).
001770 01  DL100-SURCH-COUNT          PIC S9(07) COMP-5 VALUE ZERO.
001780 01  DL100-SURCH-TABLE.
001790     05 DL100-SURCH-ENTRY OCCURS 32 TIMES.
001800        10 DL100-SURCH-CODE-T   PIC X(02).
001810 01  DL100-RATE-INDEX           PIC S9(07) COMP-5.
001820 01  DL100-RATE-SLOT            PIC S9(07) COMP-5.
001830*----------------------------------------------------------------
001840* OWNER TABLE - ACTIVE OWNERS ONLY, LOADED ONCE AT START-UP
001850*----------------------------------------------------------------
001860 01  DL100-OWNER-COUNT          PIC S9(07) COMP-5 VALUE ZERO.
001870 01  DL100-OWNER-TABLE.
001880     05 DL100-OWNER-ENTRY OCCURS 256 TIMES.
001890        10 DL100-OWNER-T        PIC X(20).
001900 01  DL100-OWNER-INDEX          PIC S9(07) COMP-5.
001910 01  DL100-OWNER-SLOT           PIC S9(07) COMP-5.
001920*----------------------------------------------------------------
001930* TRANSACTION EDIT WORKING STORAGE
001940*----------------------------------------------------------------
001950 01  DL100-TRAN-SW              PIC X(01) VALUE 'Y'.
001960     88 DL100-TRAN-ACCEPTED         VALUE 'Y'.
001970     88 DL100-TRAN-REJECTED         VALUE 'N'.
001980 01  DL100-REJECT-REASON        PIC X(80) VALUE SPACES.
001990 01  DL100-ACTION-NAME          PIC X(07) VALUE SPACES.
002000 01  DL100-IMAGE-SW             PIC X(01) VALUE 'A'.
002010     88 DL100-WANT-BEFORE-IMAGE     VALUE 'B'.
002020     88 DL100-WANT-AFTER-IMAGE      VALUE 'A'.
002030 01  DL100-NEW-IMAGE.
002040     05 DL100-NEW-CRATE-ID      PIC X(08).
002050     05 DL100-NEW-OWNER         PIC X(20).
002060     05 DL100-NEW-COMMODITY     PIC X(12).
002070     05 DL100-NEW-HAZMAT-CODE   PIC X(02).
002080 01  DL100-OLD-IMAGE.
002090     05 DL100-OLD-CRATE-ID      PIC X(08).
002100     05 DL100-OLD-OWNER         PIC X(20).
002110     05 DL100-OLD-COMMODITY     PIC X(12).
002120     05 DL100-OLD-HAZMAT-CODE   PIC X(02).
002130 01  DL100-YARD-BAY             PIC S9(07) COMP-5 VALUE ZERO.
002140 01  DL100-YARD-ROW             PIC S9(07) COMP-5 VALUE ZERO.
002150 01  DL100-MATE-ROW             PIC S9(07) COMP-5.
002160 01  DL100-MATE-ID              PIC X(08) VALUE SPACES.
002170 01  DL100-MATE-HAZ             PIC X(02) VALUE SPACES.
002180*----------------------------------------------------------------
002190* RUN TOTALS AND REPORT EDITING
002200*----------------------------------------------------------------
002210 01  DL100-TRAN-COUNT           PIC S9(07) COMP-5 VALUE ZERO.
002220 01  DL100-ACCEPT-COUNT         PIC S9(07) COMP-5 VALUE ZERO.
002230 01  DL100-REJECT-COUNT         PIC S9(07) COMP-5 VALUE ZERO.
002240 01  DL100-ADD-COUNT            PIC S9(07) COMP-5 VALUE ZERO.
002250 01  DL100-CHANGE-COUNT         PIC S9(07) COMP-5 VALUE ZERO.
002260 01  DL100-RETIRE-COUNT         PIC S9(07) COMP-5 VALUE ZERO.
002270 01  DL100-EDIT-NUM1            PIC ZZZZZZ9.
002280 01  DL100-EDIT-NUM2            PIC ZZZZZZ9.
002290 01  DL100-EDIT-NUM3            PIC ZZZZZZ9.
002300*----------------------------------------------------------------
002310* INTEGRITY SEAL WORKING STORAGE - MUST JUDGE SEALS EXACTLY AS
002320* COBMAIN COMPUTES THEM
002330*----------------------------------------------------------------
002340 01  DL100-SEAL-RECORD          PIC X(0704) VALUE SPACES.
002350 01  DL100-SEAL-LENGTH          PIC S9(07) COMP-5.
002360 01  DL100-SEAL-COUNT           PIC S9(07) COMP-5 VALUE ZERO.
002370 01  DL100-SEAL-CKSUM           PIC S9(09) COMP-5 VALUE ZERO.
002380 01  DL100-SEAL-INDEX           PIC S9(07) COMP-5.
002390 01  DL100-SEAL-BYTE.
002400     05 DL100-SEAL-CHAR         PIC X(01).
002410 01  DL100-SEAL-BYTE-NUM REDEFINES DL100-SEAL-BYTE
002420                                PIC S9(02) COMP-5.
002430 01  DL100-SEAL-EXP-COUNT       PIC 9(07).
002440 01  DL100-SEAL-EXP-CKSUM       PIC 9(10).
002450 01  DL100-SEAL-OK-SW           PIC X(01) VALUE 'N'.
002460     88 DL100-SEAL-GOOD             VALUE 'Y'.
002470     88 DL100-SEAL-BAD              VALUE 'N'.
002480 01  DL100-SEAL-LINE-SW         PIC X(01) VALUE 'N'.
002490     88 DL100-IS-SEAL-LINE          VALUE 'Y'.
002500     88 DL100-NOT-SEAL-LINE         VALUE 'N'.
002510 01  DL100-RUN-DATE.
002520     05 DL100-RUN-CCYY         PIC 9(04).
002530     05 DL100-RUN-MM           PIC 9(02).
002540     05 DL100-RUN-DD           PIC 9(02).
002550 01  DL100-RUN-DATE-DASHED.
002560     05 DL100-RDD-CCYY         PIC 9(04).
002570     05 FILLER                 PIC X(01) VALUE '-'.
002580     05 DL100-RDD-MM           PIC 9(02).
002590     05 FILLER                 PIC X(01) VALUE '-'.
002600     05 DL100-RDD-DD           PIC 9(02).
002610 PROCEDURE DIVISION.
002620*----------------------------------------------------------------
002630 0000-MAINLINE.
002640*----------------------------------------------------------------
002650     PERFORM 0100-RESOLVE-TRAN-PATH THRU 0100-EXIT
002660     PERFORM 0110-RESOLVE-MASTER-PATH THRU 0110-EXIT
002670     PERFORM 0120-RESOLVE-RATECARD-PATH THRU 0120-EXIT
002680     PERFORM 0130-RESOLVE-OWNER-PATH THRU 0130-EXIT
002690     PERFORM 0140-RESOLVE-CLOSING-PATH THRU 0140-EXIT
002700     PERFORM 0150-RESOLVE-REPORT-PATH THRU 0150-EXIT
002710     PERFORM 0160-RESOLVE-JOURNAL-PATH THRU 0160-EXIT
002720     ACCEPT DL100-RUN-DATE FROM DATE YYYYMMDD
002730     MOVE DL100-RUN-CCYY TO DL100-RDD-CCYY
002740     MOVE DL100-RUN-MM   TO DL100-RDD-MM
002750     MOVE DL100-RUN-DD   TO DL100-RDD-DD
002760     PERFORM 0200-LOAD-RATE-CARD THRU 0200-EXIT
002770     PERFORM 0210-LOAD-OWNERS THRU 0210-EXIT
002780     PERFORM 0300-LOAD-CLOSING-STATE THRU 0300-EXIT
002790     PERFORM 0400-OPEN-FILES THRU 0400-EXIT
002800     PERFORM UNTIL EXIT
002810         READ TRAN-FILE AT END
002820             EXIT PERFORM
002830         END-READ
002840         IF CRATE-TRAN-RECORD NOT = SPACES THEN
002850             PERFORM 0500-PROCESS-TRANSACTION THRU 0500-EXIT
002860         END-IF
002870     END-PERFORM
002880     PERFORM 0800-WRITE-TOTALS THRU 0800-EXIT
002890     CLOSE TRAN-FILE
002900     CLOSE CRATE-MASTER
002910     CLOSE JOURNAL-FILE
002920     CLOSE EDIT-REPORT-FILE
002930     IF DL100-REJECT-COUNT > 0 THEN
002940         MOVE 8 TO RETURN-CODE
002950     ELSE
002960         MOVE 0 TO RETURN-CODE
002970     END-IF
002980     STOP RUN.
002990*----------------------------------------------------------------
003000 0100-RESOLVE-TRAN-PATH.
003010*    RESOLVE THE TRANSACTION FILE PATH FROM, IN ORDER OF
003020*    PRECEDENCE:
003030*    (1) THE FIRST COMMAND LINE ARGUMENT
003040*    (2) THE DL100-TRAN-PATH ENVIRONMENT VARIABLE
003050*    (3) THE BUILT-IN DEFAULT PATH
003060*----------------------------------------------------------------
003070     DISPLAY 1 UPON ARGUMENT-NUMBER
003080     ACCEPT DL100-TRAN-PATH FROM ARGUMENT-VALUE
003090         ON EXCEPTION
003100             MOVE SPACES TO DL100-TRAN-PATH
003110     END-ACCEPT
003120     IF DL100-TRAN-PATH = SPACES THEN
003130         ACCEPT DL100-TRAN-PATH FROM ENVIRONMENT
003140             "DL100-TRAN-PATH"
003150         ON EXCEPTION
003160             MOVE SPACES TO DL100-TRAN-PATH
003170         END-ACCEPT
003180     END-IF
003190     IF DL100-TRAN-PATH = SPACES THEN
003200         MOVE DL100-DEFAULT-TRAN-PATH TO DL100-TRAN-PATH
003210     END-IF
003220     .
003230 0100-EXIT.
003240     EXIT.
003250*----------------------------------------------------------------
003260 0110-RESOLVE-MASTER-PATH.
003270*    RESOLVE THE CRATE MASTER PATH FROM, IN ORDER OF PRECEDENCE:
003280*    (1) THE SECOND COMMAND LINE ARGUMENT
003290*    (2) THE DL100-MASTER-PATH ENVIRONMENT VARIABLE
003300*    (3) THE BUILT-IN DEFAULT PATH
003310*----------------------------------------------------------------
003320     DISPLAY 2 UPON ARGUMENT-NUMBER
003330     ACCEPT DL100-MASTER-PATH FROM ARGUMENT-VALUE
003340         ON EXCEPTION
003350             MOVE SPACES TO DL100-MASTER-PATH
003360     END-ACCEPT
003370     IF DL100-MASTER-PATH = SPACES THEN
003380         ACCEPT DL100-MASTER-PATH FROM ENVIRONMENT
003390             "DL100-MASTER-PATH"
003400         ON EXCEPTION
003410             MOVE SPACES TO DL100-MASTER-PATH
003420         END-ACCEPT
003430     END-IF
003440     IF DL100-MASTER-PATH = SPACES THEN
003450         MOVE DL100-DEFAULT-MASTER-PATH TO DL100-MASTER-PATH
003460     END-IF
003470     .
003480 0110-EXIT.
003490     EXIT.
003500*----------------------------------------------------------------
003510 0120-RESOLVE-RATECARD-PATH.
003520*    RESOLVE THE RATE CARD PATH FROM, IN ORDER OF PRECEDENCE:
003530*    (1) THE THIRD COMMAND LINE ARGUMENT
003540*    (2) THE DL100-RATECARD-PATH ENVIRONMENT VARIABLE
003550*    (3) THE BUILT-IN DEFAULT PATH
003560*----------------------------------------------------------------
003570     DISPLAY 3 UPON ARGUMENT-NUMBER
003580     ACCEPT DL100-RATECARD-PATH FROM ARGUMENT-VALUE
003590         ON EXCEPTION
003600             MOVE SPACES TO DL100-RATECARD-PATH
003610     END-ACCEPT
003620     IF DL100-RATECARD-PATH = SPACES THEN
003630         ACCEPT DL100-RATECARD-PATH FROM ENVIRONMENT
003640             "DL100-RATECARD-PATH"
003650         ON EXCEPTION
003660             MOVE SPACES TO DL100-RATECARD-PATH
003670         END-ACCEPT
003680     END-IF
003690     IF DL100-RATECARD-PATH = SPACES THEN
003700         MOVE DL100-DEFAULT-RATECARD-PATH TO DL100-RATECARD-PATH
003710     END-IF
003720     .
003730 0120-EXIT.
003740     EXIT.
003750*----------------------------------------------------------------
003760 0130-RESOLVE-OWNER-PATH.
003770*    RESOLVE THE CARGO OWNER FILE PATH FROM, IN ORDER OF
003780*    PRECEDENCE:
003790*    (1) THE FOURTH COMMAND LINE ARGUMENT
003800*    (2) THE DL100-OWNER-PATH ENVIRONMENT VARIABLE
003810*    (3) THE BUILT-IN DEFAULT PATH
003820*----------------------------------------------------------------
003830     DISPLAY 4 UPON ARGUMENT-NUMBER
003840     ACCEPT DL100-OWNER-PATH FROM ARGUMENT-VALUE
003850         ON EXCEPTION
003860             MOVE SPACES TO DL100-OWNER-PATH
003870     END-ACCEPT
003880     IF DL100-OWNER-PATH = SPACES THEN
003890         ACCEPT DL100-OWNER-PATH FROM ENVIRONMENT
003900             "DL100-OWNER-PATH"
003910         ON EXCEPTION
003920             MOVE SPACES TO DL100-OWNER-PATH
003930         END-ACCEPT
003940     END-IF
003950     IF DL100-OWNER-PATH = SPACES THEN
003960         MOVE DL100-DEFAULT-OWNER-PATH TO DL100-OWNER-PATH
003970     END-IF
003980     .
003990 0130-EXIT.
004000     EXIT.
004010*----------------------------------------------------------------
004020 0140-RESOLVE-CLOSING-PATH.
004030*    RESOLVE THE CLOSING-STATE PATH FROM, IN ORDER OF
004040*    PRECEDENCE:
004050*    (1) THE FIFTH COMMAND LINE ARGUMENT
004060*    (2) THE DL100-CLOSING-PATH ENVIRONMENT VARIABLE
004070*    (3) THE BUILT-IN DEFAULT PATH
004080*----------------------------------------------------------------
004090     DISPLAY 5 UPON ARGUMENT-NUMBER
004100     ACCEPT DL100-CLOSING-PATH FROM ARGUMENT-VALUE
004110         ON EXCEPTION
004120             MOVE SPACES TO DL100-CLOSING-PATH
004130     END-ACCEPT
004140     IF DL100-CLOSING-PATH = SPACES THEN
004150         ACCEPT DL100-CLOSING-PATH FROM ENVIRONMENT
004160             "DL100-CLOSING-PATH"
004170         ON EXCEPTION
004180             MOVE SPACES TO DL100-CLOSING-PATH
004190         END-ACCEPT
004200     END-IF
004210     IF DL100-CLOSING-PATH = SPACES THEN
004220         MOVE DL100-DEFAULT-CLOSING-PATH TO DL100-CLOSING-PATH
004230     END-IF
004240     .
004250 0140-EXIT.
004260     EXIT.
004270*----------------------------------------------------------------
004280 0150-RESOLVE-REPORT-PATH.
004290*    RESOLVE THE EDIT REPORT PATH FROM, IN ORDER OF PRECEDENCE:
004300*    (1) THE SIXTH COMMAND LINE ARGUMENT
004310*    (2) THE DL100-EDIT-REPORT-PATH ENVIRONMENT VARIABLE
004320*    (3) THE BUILT-IN DEFAULT PATH
004330*----------------------------------------------------------------
004340     DISPLAY 6 UPON ARGUMENT-NUMBER
004350     ACCEPT DL100-EDIT-REPORT-PATH FROM ARGUMENT-VALUE
004360         ON EXCEPTION
004370             MOVE SPACES TO DL100-EDIT-REPORT-PATH
004380     END-ACCEPT
004390     IF DL100-EDIT-REPORT-PATH = SPACES THEN
004400         ACCEPT DL100-EDIT-REPORT-PATH FROM ENVIRONMENT
004410             "DL100-EDIT-REPORT-PATH"
004420         ON EXCEPTION
004430             MOVE SPACES TO DL100-EDIT-REPORT-PATH
004440         END-ACCEPT
004450     END-IF
004460     IF DL100-EDIT-REPORT-PATH = SPACES THEN
004470         MOVE DL100-DEFAULT-REPORT-PATH TO DL100-EDIT-REPORT-PATH
004480     END-IF
004490     .
004500 0150-EXIT.
004510     EXIT.
004520*----------------------------------------------------------------
004530 0160-RESOLVE-JOURNAL-PATH.
004540*    RESOLVE THE CHANGE JOURNAL PATH FROM, IN ORDER OF
004550*    PRECEDENCE:
004560*    (1) THE SEVENTH COMMAND LINE ARGUMENT
004570*    (2) THE DL100-JOURNAL-PATH ENVIRONMENT VARIABLE
004580*    (3) THE BUILT-IN DEFAULT PATH
004590*----------------------------------------------------------------
004600     DISPLAY 7 UPON ARGUMENT-NUMBER
004610     ACCEPT DL100-JOURNAL-PATH FROM ARGUMENT-VALUE
004620         ON EXCEPTION
004630             MOVE SPACES TO DL100-JOURNAL-PATH
004640     END-ACCEPT
004650     IF DL100-JOURNAL-PATH = SPACES THEN
004660         ACCEPT DL100-JOURNAL-PATH FROM ENVIRONMENT
004670             "DL100-JOURNAL-PATH"
004680         ON EXCEPTION
004690             MOVE SPACES TO DL100-JOURNAL-PATH
004700         END-ACCEPT
004710     END-IF
004720     IF DL100-JOURNAL-PATH = SPACES THEN
004730         MOVE DL100-DEFAULT-JOURNAL-PATH TO DL100-JOURNAL-PATH
004740     END-IF
004750     .
004760 0160-EXIT.
004770     EXIT.
004780*----------------------------------------------------------------
004790 0200-LOAD-RATE-CARD.
004800*    LOAD THE COMMODITY CLASSES AND HAZMAT CODES THE RATE CARD
004810*    KNOWS ONCE AT START-UP.  A RATE CARD THAT CANNOT BE OPENED
004820*    OR CARRIES AN UNREADABLE RECORD IS A CONFIGURATION ERROR
004830*    AND STOPS THE RUN - EDITING AGAINST HALF A CARD WOULD
004840*    REJECT GOOD TRANSACTIONS OR PASS BAD ONES.  STORAGE-TERMS
004850*    RECORDS ARE VALID ON THE CARD BUT EDIT NOTHING HERE, SO THEY
004860*    ARE PASSED OVER.
004870*----------------------------------------------------------------
004880     OPEN INPUT RATECARD-FILE
004890     IF NOT DL100-RATECARD-OK THEN
004900         DISPLAY "CRATEMNT: UNABLE TO OPEN RATE CARD "
004910             DL100-RATECARD-PATH " - FILE STATUS "
004920             DL100-RATECARD-STATUS
004930         MOVE 16 TO RETURN-CODE
004940         STOP RUN
004950     END-IF
004960     PERFORM UNTIL EXIT
004970         READ RATECARD-FILE AT END
004980             EXIT PERFORM
004990         END-READ
005000         IF RATE-CARD-RECORD NOT = SPACES THEN
005010             IF RATE-AMOUNT NOT NUMERIC OR
005020                 (NOT RATE-IS-COMMODITY AND
005030                  NOT RATE-IS-HAZMAT AND
005040                  NOT RATE-IS-STORAGE) THEN
005050                 DISPLAY "CRATEMNT: RATE CARD RECORD IS NOT"
005060                     " USABLE - " RATE-CARD-RECORD
005070                 MOVE 16 TO RETURN-CODE
005080                 STOP RUN
005090             END-IF
005100             IF RATE-IS-COMMODITY THEN
005110                 IF DL100-RATE-COUNT < 64 THEN
005120                     ADD 1 TO DL100-RATE-COUNT
005130                     MOVE RATE-CLASS TO
005140                         DL100-RATE-CLASS-T(DL100-RATE-COUNT)
005150                 END-IF
005160             END-IF
005170             IF RATE-IS-HAZMAT THEN
005180                 IF DL100-SURCH-COUNT < 32 THEN
005190                     ADD 1 TO DL100-SURCH-COUNT
005200                     MOVE RATE-HAZMAT-CODE TO
005210                         DL100-SURCH-CODE-T(DL100-SURCH-COUNT)
005220                 END-IF
005230             END-IF
005240         END-IF
005250     END-PERFORM
005260     CLOSE RATECARD-FILE
005270     .
005280 0200-EXIT.
005290     EXIT.
005300*----------------------------------------------------------------
005310 0210-LOAD-OWNERS.
005320*    LOAD EVERY ACTIVE OWNER ON THE CARGO OWNER FILE ONCE AT
005330*    START-UP.  AN INACTIVE OWNER IS LEFT OUT OF THE TABLE, SO
005340*    IT CANNOT BE GIVEN NEW CRATES.  AN OWNER FILE THAT CANNOT
005350*    BE OPENED STOPS THE RUN.
005360*----------------------------------------------------------------
005370     OPEN INPUT OWNER-FILE
005380     IF NOT DL100-OWNER-OK THEN
005390         DISPLAY "CRATEMNT: UNABLE TO OPEN OWNER FILE "
005400             DL100-OWNER-PATH " - FILE STATUS "
005410             DL100-OWNER-STATUS
005420         MOVE 16 TO RETURN-CODE
005430         STOP RUN
005440     END-IF
005450     PERFORM UNTIL EXIT
005460         READ OWNER-FILE AT END
005470             EXIT PERFORM
005480         END-READ
005490         IF OWNR-OWNER NOT = SPACES AND NOT OWNR-IS-INACTIVE
005500             THEN
005510             IF DL100-OWNER-COUNT < 256 THEN
005520                 ADD 1 TO DL100-OWNER-COUNT
005530                 MOVE OWNR-OWNER
005540                      TO DL100-OWNER-T(DL100-OWNER-COUNT)
005550             ELSE
005560                 DISPLAY "CRATEMNT: OWNER TABLE IS FULL - "
005570                     OWNR-OWNER " AND LATER OWNERS NOT LOADED"
005580                 MOVE 16 TO RETURN-CODE
005590                 STOP RUN
005600             END-IF
005610         END-IF
005620     END-PERFORM
005630     CLOSE OWNER-FILE
005640     .
005650 0210-EXIT.
005660     EXIT.
005670*----------------------------------------------------------------
005680 0300-LOAD-CLOSING-STATE.
005690*    LOAD THE CRATE IDS OF THE LATEST CLOSING STATE - ELEVEN-
005700*    COLUMN MASTER-MODE CELLS, EXACTLY AS COBMAIN'S PARSE-ID-ROW
005710*    LIFTS THEM - AFTER ITS SEAL HAS BEEN JUDGED.  THE RETIRE
005720*    AND HAZMAT-CHANGE EDITS ARE ONLY AS GOOD AS THIS TABLE, SO
005730*    A STATE THAT CANNOT BE OPENED OR READ STOPS THE RUN.
005740*----------------------------------------------------------------
005750     PERFORM 0930-VERIFY-STATE-SEAL THRU 0930-EXIT
005760     INITIALIZE CRATE-IDS
005770     MOVE ZERO TO BOXES-LENGTH
005780     OPEN INPUT INFILE
005790     IF NOT DL100-INFILE-OK THEN
005800         DISPLAY "CRATEMNT: UNABLE TO OPEN CLOSING STATE "
005810             DL100-CLOSING-PATH " - FILE STATUS "
005820             DL100-INFILE-STATUS
005830         MOVE 16 TO RETURN-CODE
005840         STOP RUN
005850     END-IF
005860     MOVE DL100-MAX-DEPTH TO BOXES-ROW
005870     PERFORM UNTIL EXIT
005880         READ INFILE AT END
005890             EXIT PERFORM
005900         END-READ
005910         PERFORM 0310-CHECK-FOR-BRACKET THRU 0310-EXIT
005920         IF DL100-LINE-HAS-NO-BRACKET THEN
005930             EXIT PERFORM
005940         END-IF
005950         PERFORM 0320-CHECK-CELL-FORMAT THRU 0320-EXIT
005960         IF BOXES-ROW < 1 THEN
005970             DISPLAY "CRATEMNT: CLOSING STATE IS TALLER THAN THE"
005980                 " YARD TABLE - CANNOT BE CHECKED"
005990             CLOSE INFILE
006000             MOVE 16 TO RETURN-CODE
006010             STOP RUN
006020         END-IF
006030         PERFORM 0330-PARSE-ID-ROW THRU 0330-EXIT
006040         ADD -1 TO BOXES-ROW
006050     END-PERFORM
006060     PERFORM 0340-COUNT-STACKS THRU 0340-EXIT
006070     CLOSE INFILE
006080     MOVE 1 TO BOXES-COL
006090     PERFORM UNTIL BOXES-COL > BOXES-LENGTH
006100         PERFORM 0350-COMPACT-ID-COL THRU 0350-EXIT
006110         ADD 1 TO BOXES-COL
006120     END-PERFORM
006130     .
006140 0300-EXIT.
006150     EXIT.
006160*----------------------------------------------------------------
006170 0310-CHECK-FOR-BRACKET.
006180*    A YARD DRAWING ROW ALWAYS HAS AT LEAST ONE '[' CHARACTER.
006190*    THE COLUMN-HEADER ROW THAT FOLLOWS THE DRAWING NEVER DOES,
006200*    SO SCANNING FOR A BRACKET IS HOW THE END OF THE DRAWING IS
006210*    RECOGNIZED INSTEAD OF LIFTING A FIXED COLUMN.
006220*----------------------------------------------------------------
006230     SET DL100-LINE-HAS-NO-BRACKET TO TRUE
006240     MOVE 1 TO LINE-INDEX
006250     PERFORM UNTIL LINE-INDEX > INFILE-RECORD-LENGTH
006260                OR DL100-LINE-HAS-BRACKET
006270         IF INFILE-DATA(LINE-INDEX) = '[' THEN
006280             SET DL100-LINE-HAS-BRACKET TO TRUE
006290         END-IF
006300         ADD 1 TO LINE-INDEX
006310     END-PERFORM
006320     .
006330 0310-EXIT.
006340     EXIT.
006350*----------------------------------------------------------------
006360 0320-CHECK-CELL-FORMAT.
006370*    ONLY A MASTER-MODE STATE - ELEVEN-COLUMN [XXXXXXXX] CELLS -
006380*    NAMES THE CRATES IN THE YARD.  A LETTER-MODE STATE CARRIES
006390*    THREE-COLUMN [X] CELLS THAT CANNOT BE MATCHED TO A CRATE
006400*    ID, SO IT IS REFUSED OUTRIGHT RATHER THAN LETTING A RETIRE
006410*    THROUGH THAT THE YARD WOULD HAVE STOPPED.  0310-CHECK-FOR-
006420*    BRACKET LEFT LINE-INDEX JUST PAST THE ROW'S FIRST BRACKET,
006430*    SO A MASTER-MODE CELL'S CLOSING BRACKET SITS AT LINE-INDEX
006440*    + 8.
006450*----------------------------------------------------------------
006460     IF LINE-INDEX + 8 > INFILE-RECORD-LENGTH OR
006470         INFILE-DATA(LINE-INDEX + 8) NOT = ']' THEN
006480         DISPLAY "CRATEMNT: CLOSING STATE CARRIES LETTER-MODE"
006490             " CELLS - CRATE IDS CANNOT BE CHECKED AGAINST IT"
006500         CLOSE INFILE
006510         MOVE 16 TO RETURN-CODE
006520         STOP RUN
006530     END-IF
006540     .
006550 0320-EXIT.
006560     EXIT.
006570*----------------------------------------------------------------
006580 0330-PARSE-ID-ROW.
006590*    LIFT ONE ROW OF THE IDENTIFIED-CRATE DRAWING - CELLS ARE
006600*    ELEVEN COLUMNS WIDE, '[' PLUS THE EIGHT-CHARACTER ID PLUS
006610*    ']' PLUS A SEPARATOR SPACE.
006620*----------------------------------------------------------------
006630     MOVE 1 TO LINE-INDEX
006640     MOVE 1 TO BOXES-COL
006650     PERFORM UNTIL LINE-INDEX > INFILE-RECORD-LENGTH
006660         IF INFILE-DATA(LINE-INDEX) = '[' AND
006670             BOXES-COL NOT > DL100-MAX-STACKS THEN
006680             MOVE INFILE-RECORD(LINE-INDEX + 1:8)
006690                  TO CRATE-ID(BOXES-COL, BOXES-ROW)
006700         END-IF
006710         ADD 11 TO LINE-INDEX
006720         ADD 1 TO BOXES-COL
006730     END-PERFORM
006740     .
006750 0330-EXIT.
006760     EXIT.
006770*----------------------------------------------------------------
006780 0340-COUNT-STACKS.
006790*    COUNT THE STACK NUMBERS ON THE COLUMN-HEADER LINE BY TOKEN,
006800*    NOT BY LIFTING A FIXED COLUMN, SO THE STACK COUNT IS NOT
006810*    LIMITED TO A SINGLE DIGIT.
006820*----------------------------------------------------------------
006830     MOVE ZERO TO BOXES-LENGTH
006840     MOVE 1 TO LINE-INDEX
006850     PERFORM UNTIL LINE-INDEX > INFILE-RECORD-LENGTH
006860         IF INFILE-DATA(LINE-INDEX) NOT = ' ' THEN
006870             ADD 1 TO BOXES-LENGTH
006880             PERFORM UNTIL
006890                 LINE-INDEX > INFILE-RECORD-LENGTH OR
006900                 INFILE-DATA(LINE-INDEX) = ' '
006910                 ADD 1 TO LINE-INDEX
006920             END-PERFORM
006930         ELSE
006940             ADD 1 TO LINE-INDEX
006950         END-IF
006960     END-PERFORM
006970     IF BOXES-LENGTH > DL100-MAX-STACKS THEN
006980         DISPLAY "CRATEMNT: STATE NAMES MORE STACKS THAN THE"
006990             " YARD TABLE - CANNOT BE CHECKED"
007000         CLOSE INFILE
007010         MOVE 16 TO RETURN-CODE
007020         STOP RUN
007030     END-IF
007040     .
007050 0340-EXIT.
007060     EXIT.
007070*----------------------------------------------------------------
007080 0350-COMPACT-ID-COL.
007090*    SLIDE ONE BAY'S CRATE IDS DOWN SO THE LOWEST-NUMBERED ROW
007100*    IS THE BOTTOM OF THE STACK, AND RECORD HOW DEEP THE STACK
007110*    IS - THE ID-TABLE TWIN OF COBMAIN'S COMPACT-BOX-COL.
007120*----------------------------------------------------------------
007130     SET BOXES-ROW TO 1
007140     PERFORM UNTIL BOXES-ROW > DL100-MAX-DEPTH
007150         OR CRATE-ID(BOXES-COL, BOXES-ROW) NOT = SPACES
007160         ADD 1 TO BOXES-ROW
007170     END-PERFORM
007180     IF BOXES-ROW > DL100-MAX-DEPTH THEN
007190         SET CRATE-COL-LENGTH(BOXES-COL) TO 0
007200     ELSE
007210         SET CRATE-COL-LENGTH(BOXES-COL) TO 1
007220         PERFORM UNTIL BOXES-ROW > DL100-MAX-DEPTH
007230             MOVE CRATE-ID(BOXES-COL, BOXES-ROW)
007240                  TO CRATE-ID(BOXES-COL,
007250                     CRATE-COL-LENGTH(BOXES-COL))
007260             MOVE SPACES TO CRATE-ID(BOXES-COL, BOXES-ROW)
007270             ADD 1 TO BOXES-ROW
007280             ADD 1 TO CRATE-COL-LENGTH(BOXES-COL)
007290         END-PERFORM
007300         PERFORM UNTIL NOT
007310             CRATE-ID(BOXES-COL, CRATE-COL-LENGTH(BOXES-COL))
007320             = SPACES
007330             SUBTRACT 1 FROM CRATE-COL-LENGTH(BOXES-COL)
007340         END-PERFORM
007350     END-IF
007360     .
007370 0350-EXIT.
007380     EXIT.
007390*----------------------------------------------------------------
007400 0400-OPEN-FILES.
007410*    OPEN THE TRANSACTIONS, THE MASTER, THE EDIT REPORT, AND THE
007420*    JOURNAL.  THE MASTER IS OPENED FOR UPDATE AND CREATED ON
007430*    FIRST USE, THE SAME WAY MOVHLOAD CREATES THE HISTORY FILE;
007440*    THE JOURNAL IS APPENDED TO AND LIKEWISE CREATED IF IT DOES
007450*    NOT YET EXIST.
007460*----------------------------------------------------------------
007470     OPEN INPUT TRAN-FILE
007480     IF NOT DL100-TRAN-OK THEN
007490         DISPLAY "CRATEMNT: UNABLE TO OPEN TRANSACTION FILE "
007500             DL100-TRAN-PATH " - FILE STATUS "
007510             DL100-TRAN-STATUS
007520         MOVE 16 TO RETURN-CODE
007530         STOP RUN
007540     END-IF
007550     OPEN I-O CRATE-MASTER
007560     IF DL100-MASTER-MISSING THEN
007570         OPEN OUTPUT CRATE-MASTER
007580         IF DL100-MASTER-OK THEN
007590             CLOSE CRATE-MASTER
007600             OPEN I-O CRATE-MASTER
007610         END-IF
007620     END-IF
007630     IF NOT DL100-MASTER-OK THEN
007640         DISPLAY "CRATEMNT: UNABLE TO OPEN CRATE MASTER "
007650             DL100-MASTER-PATH " - FILE STATUS "
007660             DL100-MASTER-STATUS
007670         CLOSE TRAN-FILE
007680         MOVE 16 TO RETURN-CODE
007690         STOP RUN
007700     END-IF
007710     OPEN EXTEND JOURNAL-FILE
007720     IF NOT DL100-JOURNAL-OK THEN
007730         OPEN OUTPUT JOURNAL-FILE
007740     END-IF
007750     IF NOT DL100-JOURNAL-OK THEN
007760         DISPLAY "CRATEMNT: UNABLE TO OPEN JOURNAL "
007770             DL100-JOURNAL-PATH " - FILE STATUS "
007780             DL100-JOURNAL-STATUS
007790         CLOSE TRAN-FILE
007800         CLOSE CRATE-MASTER
007810         MOVE 16 TO RETURN-CODE
007820         STOP RUN
007830     END-IF
007840     OPEN OUTPUT EDIT-REPORT-FILE
007850     MOVE SPACES TO EDIT-REPORT-RECORD
007860     STRING "CRATE MASTER MAINTENANCE EDIT REPORT - RUN DATE "
007870         DL100-RUN-DATE-DASHED
007880         DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
007890     WRITE EDIT-REPORT-RECORD
007900     MOVE SPACES TO EDIT-REPORT-RECORD
007910     STRING "CLOSING STATE CHECKED: " DL100-CLOSING-PATH
007920         DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
007930     WRITE EDIT-REPORT-RECORD
007940     MOVE SPACES TO EDIT-REPORT-RECORD
007950     WRITE EDIT-REPORT-RECORD
007960     .
007970 0400-EXIT.
007980     EXIT.
007990*----------------------------------------------------------------
008000 0500-PROCESS-TRANSACTION.
008010*    EDIT ONE TRANSACTION AND, IF IT PASSES, APPLY IT TO THE
008020*    MASTER AND JOURNAL IT.  EITHER WAY ONE EDIT-REPORT LINE
008030*    SAYS WHAT BECAME OF IT.
008040*----------------------------------------------------------------
008050     ADD 1 TO DL100-TRAN-COUNT
008060     SET DL100-TRAN-ACCEPTED TO TRUE
008070     MOVE SPACES TO DL100-REJECT-REASON
008080     MOVE CTRN-CRATE-ID    TO DL100-NEW-CRATE-ID
008090     MOVE CTRN-OWNER       TO DL100-NEW-OWNER
008100     MOVE CTRN-COMMODITY   TO DL100-NEW-COMMODITY
008110     MOVE CTRN-HAZMAT-CODE TO DL100-NEW-HAZMAT-CODE
008120     MOVE SPACES TO DL100-OLD-IMAGE
008130     EVALUATE TRUE
008140         WHEN CTRN-IS-ADD
008150             MOVE "ADD    " TO DL100-ACTION-NAME
008160         WHEN CTRN-IS-CHANGE
008170             MOVE "CHANGE " TO DL100-ACTION-NAME
008180         WHEN CTRN-IS-RETIRE
008190             MOVE "RETIRE " TO DL100-ACTION-NAME
008200         WHEN OTHER
008210             MOVE "UNKNOWN" TO DL100-ACTION-NAME
008220             SET DL100-TRAN-REJECTED TO TRUE
008230             STRING "ACTION CODE '" CTRN-ACTION
008240                 "' IS NOT A (ADD), C (CHANGE), OR R (RETIRE)"
008250                 DELIMITED BY SIZE INTO DL100-REJECT-REASON
008260     END-EVALUATE
008270     IF DL100-TRAN-ACCEPTED AND DL100-NEW-CRATE-ID = SPACES THEN
008280         SET DL100-TRAN-REJECTED TO TRUE
008290         MOVE "NO CRATE ID ON THE TRANSACTION"
008300              TO DL100-REJECT-REASON
008310     END-IF
008320     IF DL100-TRAN-ACCEPTED THEN
008330         EVALUATE TRUE
008340             WHEN CTRN-IS-ADD
008350                 PERFORM 0510-APPLY-ADD THRU 0510-EXIT
008360             WHEN CTRN-IS-CHANGE
008370                 PERFORM 0520-APPLY-CHANGE THRU 0520-EXIT
008380             WHEN CTRN-IS-RETIRE
008390                 PERFORM 0530-APPLY-RETIRE THRU 0530-EXIT
008400         END-EVALUATE
008410     END-IF
008420     IF DL100-TRAN-ACCEPTED THEN
008430         ADD 1 TO DL100-ACCEPT-COUNT
008440         PERFORM 0700-WRITE-ACCEPTED THRU 0700-EXIT
008450     ELSE
008460         ADD 1 TO DL100-REJECT-COUNT
008470         PERFORM 0710-WRITE-REJECTED THRU 0710-EXIT
008480     END-IF
008490     .
008500 0500-EXIT.
008510     EXIT.
008520*----------------------------------------------------------------
008530 0510-APPLY-ADD.
008540*    A NEW CRATE.  THE IMAGE MUST PASS THE FIELD EDITS AND THE
008550*    CRATE ID MUST NOT ALREADY BE ON THE MASTER.
008560*----------------------------------------------------------------
008570     PERFORM 0540-EDIT-IMAGE THRU 0540-EXIT
008580     IF DL100-TRAN-REJECTED THEN
008590         GO TO 0510-EXIT
008600     END-IF
008610     MOVE SPACES                TO CRATE-MASTER-RECORD
008620     MOVE DL100-NEW-CRATE-ID    TO CMST-CRATE-ID
008630     MOVE DL100-NEW-OWNER       TO CMST-OWNER
008640     MOVE DL100-NEW-COMMODITY   TO CMST-COMMODITY
008650     MOVE DL100-NEW-HAZMAT-CODE TO CMST-HAZMAT-CODE
008660     WRITE CRATE-MASTER-RECORD
008670     IF DL100-MASTER-DUPLICATE THEN
008680         SET DL100-TRAN-REJECTED TO TRUE
008690         MOVE "CRATE IS ALREADY ON THE MASTER - USE A CHANGE"
008700              TO DL100-REJECT-REASON
008710         GO TO 0510-EXIT
008720     END-IF
008730     IF NOT DL100-MASTER-OK THEN
008740         SET DL100-TRAN-REJECTED TO TRUE
008750         STRING "CRATE MASTER WRITE FAILED - FILE STATUS "
008760             DL100-MASTER-STATUS
008770             DELIMITED BY SIZE INTO DL100-REJECT-REASON
008780         GO TO 0510-EXIT
008790     END-IF
008800     ADD 1 TO DL100-ADD-COUNT
008810     SET DL100-WANT-AFTER-IMAGE TO TRUE
008820     PERFORM 0600-WRITE-JOURNAL THRU 0600-EXIT
008830     .
008840 0510-EXIT.
008850     EXIT.
008860*----------------------------------------------------------------
008870 0520-APPLY-CHANGE.
008880*    REPLACE AN EXISTING CRATE'S OWNER, COMMODITY CLASS, AND
008890*    HAZMAT CODE.  THE NEW IMAGE MUST PASS THE FIELD EDITS, AND
008900*    A HAZMAT CODE CHANGE ON A CRATE STILL IN THE YARD MUST NOT
008910*    PUT IT IN SEGREGATION CONFLICT WITH ITS BAY-MATES.
008920*----------------------------------------------------------------
008930     PERFORM 0540-EDIT-IMAGE THRU 0540-EXIT
008940     IF DL100-TRAN-REJECTED THEN
008950         GO TO 0520-EXIT
008960     END-IF
008970     MOVE DL100-NEW-CRATE-ID TO CMST-CRATE-ID
008980     READ CRATE-MASTER
008990     IF NOT DL100-MASTER-OK THEN
009000         SET DL100-TRAN-REJECTED TO TRUE
009010         MOVE "CRATE IS NOT ON THE MASTER - USE AN ADD"
009020              TO DL100-REJECT-REASON
009030         GO TO 0520-EXIT
009040     END-IF
009050     MOVE CMST-CRATE-ID    TO DL100-OLD-CRATE-ID
009060     MOVE CMST-OWNER       TO DL100-OLD-OWNER
009070     MOVE CMST-COMMODITY   TO DL100-OLD-COMMODITY
009080     MOVE CMST-HAZMAT-CODE TO DL100-OLD-HAZMAT-CODE
009090     IF DL100-NEW-HAZMAT-CODE NOT = DL100-OLD-HAZMAT-CODE AND
009100         DL100-NEW-HAZMAT-CODE NOT = SPACES THEN
009110         PERFORM 0580-FIND-CRATE-IN-YARD THRU 0580-EXIT
009120         IF DL100-YARD-BAY > 0 THEN
009130             PERFORM 0590-CHECK-BAY-MATES THRU 0590-EXIT
009140             IF DL100-TRAN-REJECTED THEN
009150                 GO TO 0520-EXIT
009160             END-IF
009170         END-IF
009180     END-IF
009190     MOVE DL100-NEW-CRATE-ID TO CMST-CRATE-ID
009200     READ CRATE-MASTER
009210     MOVE DL100-NEW-OWNER       TO CMST-OWNER
009220     MOVE DL100-NEW-COMMODITY   TO CMST-COMMODITY
009230     MOVE DL100-NEW-HAZMAT-CODE TO CMST-HAZMAT-CODE
009240     REWRITE CRATE-MASTER-RECORD
009250     IF NOT DL100-MASTER-OK THEN
009260         SET DL100-TRAN-REJECTED TO TRUE
009270         STRING "CRATE MASTER REWRITE FAILED - FILE STATUS "
009280             DL100-MASTER-STATUS
009290             DELIMITED BY SIZE INTO DL100-REJECT-REASON
009300         GO TO 0520-EXIT
009310     END-IF
009320     ADD 1 TO DL100-CHANGE-COUNT
009330     SET DL100-WANT-BEFORE-IMAGE TO TRUE
009340     PERFORM 0600-WRITE-JOURNAL THRU 0600-EXIT
009350     SET DL100-WANT-AFTER-IMAGE TO TRUE
009360     PERFORM 0600-WRITE-JOURNAL THRU 0600-EXIT
009370     .
009380 0520-EXIT.
009390     EXIT.
009400*----------------------------------------------------------------
009410 0530-APPLY-RETIRE.
009420*    TAKE A CRATE OFF THE MASTER.  A CRATE THE LATEST CLOSING
009430*    STATE STILL SHOWS IN A BAY IS REFUSED - COBMAIN WOULD
009440*    REJECT THE NEXT DAY'S DRAWING OUTRIGHT IF ONE OF ITS CRATES
009450*    HAD NO MASTER RECORD.
009460*----------------------------------------------------------------
009470     MOVE DL100-NEW-CRATE-ID TO CMST-CRATE-ID
009480     READ CRATE-MASTER
009490     IF NOT DL100-MASTER-OK THEN
009500         SET DL100-TRAN-REJECTED TO TRUE
009510         MOVE "CRATE IS NOT ON THE MASTER"
009520              TO DL100-REJECT-REASON
009530         GO TO 0530-EXIT
009540     END-IF
009550     MOVE CMST-CRATE-ID    TO DL100-OLD-CRATE-ID
009560     MOVE CMST-OWNER       TO DL100-OLD-OWNER
009570     MOVE CMST-COMMODITY   TO DL100-OLD-COMMODITY
009580     MOVE CMST-HAZMAT-CODE TO DL100-OLD-HAZMAT-CODE
009590     PERFORM 0580-FIND-CRATE-IN-YARD THRU 0580-EXIT
009600     IF DL100-YARD-BAY > 0 THEN
009610         SET DL100-TRAN-REJECTED TO TRUE
009620         MOVE DL100-YARD-BAY TO DL100-EDIT-NUM1
009630         STRING "CRATE IS STILL IN THE YARD ON BAY "
009640             DL100-EDIT-NUM1 " - CANNOT BE RETIRED"
009650             DELIMITED BY SIZE INTO DL100-REJECT-REASON
009660         GO TO 0530-EXIT
009670     END-IF
009680     DELETE CRATE-MASTER RECORD
009690     IF NOT DL100-MASTER-OK THEN
009700         SET DL100-TRAN-REJECTED TO TRUE
009710         STRING "CRATE MASTER DELETE FAILED - FILE STATUS "
009720             DL100-MASTER-STATUS
009730             DELIMITED BY SIZE INTO DL100-REJECT-REASON
009740         GO TO 0530-EXIT
009750     END-IF
009760     ADD 1 TO DL100-RETIRE-COUNT
009770     SET DL100-WANT-BEFORE-IMAGE TO TRUE
009780     PERFORM 0600-WRITE-JOURNAL THRU 0600-EXIT
009790     .
009800 0530-EXIT.
009810     EXIT.
009820*----------------------------------------------------------------
009830 0540-EDIT-IMAGE.
009840*    THE FIELD EDITS AN ADD OR CHANGE IMAGE MUST PASS - A KNOWN
009850*    ACTIVE OWNER, A COMMODITY CLASS THE RATE CARD PRICES, AND A
009860*    HAZMAT CODE THAT IS EITHER BLANK (GENERAL CARGO) OR ONE THE
009870*    RATE CARD CARRIES A HAZMAT RECORD FOR.  THE FIRST FAILURE
009880*    IS THE ONE REPORTED.
009890*----------------------------------------------------------------
009900     PERFORM 0550-FIND-OWNER THRU 0550-EXIT
009910     IF DL100-OWNER-SLOT = 0 THEN
009920         SET DL100-TRAN-REJECTED TO TRUE
009930         STRING "OWNER " DL100-NEW-OWNER
009940             " IS NOT AN ACTIVE OWNER ON THE OWNER FILE"
009950             DELIMITED BY SIZE INTO DL100-REJECT-REASON
009960         GO TO 0540-EXIT
009970     END-IF
009980     PERFORM 0560-FIND-COMMODITY-RATE THRU 0560-EXIT
009990     IF DL100-RATE-SLOT = 0 THEN
010000         SET DL100-TRAN-REJECTED TO TRUE
010010         STRING "COMMODITY CLASS " DL100-NEW-COMMODITY
010020             " IS NOT PRICED ON THE RATE CARD"
010030             DELIMITED BY SIZE INTO DL100-REJECT-REASON
010040         GO TO 0540-EXIT
010050     END-IF
010060     IF DL100-NEW-HAZMAT-CODE NOT = SPACES THEN
010070         PERFORM 0570-FIND-HAZMAT-CODE THRU 0570-EXIT
010080         IF DL100-RATE-SLOT = 0 THEN
010090             SET DL100-TRAN-REJECTED TO TRUE
010100             STRING "HAZMAT CODE " DL100-NEW-HAZMAT-CODE
010110                 " IS NOT A VALID SEGREGATION CODE ON THE RATE"
010120                 " CARD"
010130                 DELIMITED BY SIZE INTO DL100-REJECT-REASON
010140             GO TO 0540-EXIT
010150         END-IF
010160     END-IF
010170     .
010180 0540-EXIT.
010190     EXIT.
010200*----------------------------------------------------------------
010210 0550-FIND-OWNER.
010220*    FIND DL100-NEW-OWNER IN THE ACTIVE OWNER TABLE.  SLOT ZERO
010230*    MEANS THE OWNER IS UNKNOWN OR INACTIVE.
010240*----------------------------------------------------------------
010250     MOVE ZERO TO DL100-OWNER-SLOT
010260     IF DL100-NEW-OWNER = SPACES THEN
010270         GO TO 0550-EXIT
010280     END-IF
010290     MOVE 1 TO DL100-OWNER-INDEX
010300     PERFORM UNTIL DL100-OWNER-INDEX > DL100-OWNER-COUNT
010310         IF DL100-OWNER-T(DL100-OWNER-INDEX) = DL100-NEW-OWNER
010320             THEN
010330             MOVE DL100-OWNER-INDEX TO DL100-OWNER-SLOT
010340             MOVE DL100-OWNER-COUNT TO DL100-OWNER-INDEX
010350         END-IF
010360         ADD 1 TO DL100-OWNER-INDEX
010370     END-PERFORM
010380     .
010390 0550-EXIT.
010400     EXIT.
010410*----------------------------------------------------------------
010420 0560-FIND-COMMODITY-RATE.
010430*    FIND THE RATE CARD ENTRY FOR DL100-NEW-COMMODITY - AN EXACT
010440*    CLASS MATCH FIRST, THEN THE BLANK-CLASS CATCH-ALL IF ONE IS
010450*    ON THE CARD, THE SAME RULE BILLRUN PRICES BY.  A BLANK
010460*    CLASS IS NEVER ACCEPTED.  SLOT ZERO MEANS THE CLASS IS NOT
010470*    PRICEABLE.
010480*----------------------------------------------------------------
010490     MOVE ZERO TO DL100-RATE-SLOT
010500     IF DL100-NEW-COMMODITY = SPACES THEN
010510         GO TO 0560-EXIT
010520     END-IF
010530     MOVE 1 TO DL100-RATE-INDEX
010540     PERFORM UNTIL DL100-RATE-INDEX > DL100-RATE-COUNT
010550         IF DL100-RATE-CLASS-T(DL100-RATE-INDEX) =
010560             DL100-NEW-COMMODITY THEN
010570             MOVE DL100-RATE-INDEX TO DL100-RATE-SLOT
010580             MOVE DL100-RATE-COUNT TO DL100-RATE-INDEX
010590         END-IF
010600         ADD 1 TO DL100-RATE-INDEX
010610     END-PERFORM
010620     IF DL100-RATE-SLOT = 0 THEN
010630         MOVE 1 TO DL100-RATE-INDEX
010640         PERFORM UNTIL DL100-RATE-INDEX > DL100-RATE-COUNT
010650             IF DL100-RATE-CLASS-T(DL100-RATE-INDEX) = SPACES
010660                 THEN
010670                 MOVE DL100-RATE-INDEX TO DL100-RATE-SLOT
010680                 MOVE DL100-RATE-COUNT TO DL100-RATE-INDEX
010690             END-IF
010700             ADD 1 TO DL100-RATE-INDEX
010710         END-PERFORM
010720     END-IF
010730     .
010740 0560-EXIT.
010750     EXIT.
010760*----------------------------------------------------------------
010770 0570-FIND-HAZMAT-CODE.
010780*    FIND DL100-NEW-HAZMAT-CODE AMONG THE RATE CARD'S HAZMAT
010790*    RECORDS.  SLOT ZERO MEANS THE CODE IS NOT ONE THE TERMINAL
010800*    RECOGNIZES.
010810*----------------------------------------------------------------
010820     MOVE ZERO TO DL100-RATE-SLOT
010830     MOVE 1 TO DL100-RATE-INDEX
010840     PERFORM UNTIL DL100-RATE-INDEX > DL100-SURCH-COUNT
010850         IF DL100-SURCH-CODE-T(DL100-RATE-INDEX) =
010860             DL100-NEW-HAZMAT-CODE THEN
010870             MOVE DL100-RATE-INDEX TO DL100-RATE-SLOT
010880             MOVE DL100-SURCH-COUNT TO DL100-RATE-INDEX
010890         END-IF
010900         ADD 1 TO DL100-RATE-INDEX
010910     END-PERFORM
010920     .
010930 0570-EXIT.
010940     EXIT.
010950*----------------------------------------------------------------
010960 0580-FIND-CRATE-IN-YARD.
010970*    LOOK FOR DL100-NEW-CRATE-ID IN EVERY BAY OF THE LATEST
010980*    CLOSING STATE.  BAY ZERO ON RETURN MEANS THE CRATE IS NOT
010990*    IN THE YARD.
011000*----------------------------------------------------------------
011010     MOVE ZERO TO DL100-YARD-BAY
011020     MOVE ZERO TO DL100-YARD-ROW
011030     MOVE 1 TO BOXES-COL
011040     PERFORM UNTIL BOXES-COL > BOXES-LENGTH
011050         OR DL100-YARD-BAY > 0
011060         MOVE 1 TO BOXES-ROW
011070         PERFORM UNTIL BOXES-ROW > CRATE-COL-LENGTH(BOXES-COL)
011080             IF CRATE-ID(BOXES-COL, BOXES-ROW) =
011090                 DL100-NEW-CRATE-ID THEN
011100                 MOVE BOXES-COL TO DL100-YARD-BAY
011110                 MOVE BOXES-ROW TO DL100-YARD-ROW
011120                 MOVE CRATE-COL-LENGTH(BOXES-COL) TO BOXES-ROW
011130             END-IF
011140             ADD 1 TO BOXES-ROW
011150         END-PERFORM
011160         ADD 1 TO BOXES-COL
011170     END-PERFORM
011180     .
011190 0580-EXIT.
011200     EXIT.
011210*----------------------------------------------------------------
011220 0590-CHECK-BAY-MATES.
011230*    THE CRATE SITS ON BAY DL100-YARD-BAY AND ITS HAZMAT CODE IS
011240*    CHANGING TO DL100-NEW-HAZMAT-CODE.  EVERY OTHER CRATE IN
011250*    THE BAY IS LOOKED UP ON THE MASTER (SO A CHANGE APPLIED
011260*    EARLIER IN THIS SAME RUN COUNTS); ONE WHOSE NONBLANK CODE
011270*    DIFFERS FROM THE NEW CODE IS A SEGREGATION CONFLICT, THE
011280*    SAME RULE COBMAIN'S 0965-CHECK-SEGREGATION APPLIES, AND
011290*    THE CHANGE IS REFUSED.
011300*----------------------------------------------------------------
011310     MOVE 1 TO DL100-MATE-ROW
011320     PERFORM UNTIL DL100-MATE-ROW >
011330         CRATE-COL-LENGTH(DL100-YARD-BAY)
011340         OR DL100-TRAN-REJECTED
011350         IF DL100-MATE-ROW NOT = DL100-YARD-ROW THEN
011360             MOVE CRATE-ID(DL100-YARD-BAY, DL100-MATE-ROW)
011370                  TO DL100-MATE-ID
011380             MOVE DL100-MATE-ID TO CMST-CRATE-ID
011390             READ CRATE-MASTER
011400             IF DL100-MASTER-OK THEN
011410                 MOVE CMST-HAZMAT-CODE TO DL100-MATE-HAZ
011420                 IF DL100-MATE-HAZ NOT = SPACES AND
011430                     DL100-MATE-HAZ NOT = DL100-NEW-HAZMAT-CODE
011440                     THEN
011450                     SET DL100-TRAN-REJECTED TO TRUE
011460                     MOVE DL100-YARD-BAY TO DL100-EDIT-NUM1
011470                     STRING "HAZMAT CODE " DL100-NEW-HAZMAT-CODE
011480                         " CONFLICTS WITH CRATE " DL100-MATE-ID
011490                         " (CODE " DL100-MATE-HAZ ") ON BAY "
011500                         DL100-EDIT-NUM1
011510                         DELIMITED BY SIZE
011520                         INTO DL100-REJECT-REASON
011530                 END-IF
011540             END-IF
011550         END-IF
011560         ADD 1 TO DL100-MATE-ROW
011570     END-PERFORM
011580     .
011590 0590-EXIT.
011600     EXIT.
011610*----------------------------------------------------------------
011620 0600-WRITE-JOURNAL.
011630*    WRITE ONE JOURNAL RECORD - THE BEFORE IMAGE (DL100-OLD-
011640*    IMAGE) OR THE AFTER IMAGE (DL100-NEW-IMAGE), ACCORDING TO
011650*    DL100-IMAGE-SW AS THE CALLER SET IT.  THE MASTER HAS
011660*    ALREADY BEEN UPDATED BY THEN, SO A JOURNAL WRITE THAT FAILS
011670*    STOPS THE RUN RATHER THAN LET FURTHER CHANGES GO ON THE
011680*    MASTER UNRECORDED.
011690*----------------------------------------------------------------
011700     MOVE SPACES TO CRATE-JOURNAL-RECORD
011710     MOVE DL100-IMAGE-SW        TO CJRN-IMAGE-SW
011720     MOVE DL100-RUN-DATE-DASHED TO CJRN-RUN-DATE
011730     MOVE CTRN-ACTION           TO CJRN-ACTION
011740     IF CJRN-BEFORE-IMAGE THEN
011750         MOVE DL100-OLD-CRATE-ID    TO CJRN-CRATE-ID
011760         MOVE DL100-OLD-OWNER       TO CJRN-OWNER
011770         MOVE DL100-OLD-COMMODITY   TO CJRN-COMMODITY
011780         MOVE DL100-OLD-HAZMAT-CODE TO CJRN-HAZMAT-CODE
011790     ELSE
011800         MOVE DL100-NEW-CRATE-ID    TO CJRN-CRATE-ID
011810         MOVE DL100-NEW-OWNER       TO CJRN-OWNER
011820         MOVE DL100-NEW-COMMODITY   TO CJRN-COMMODITY
011830         MOVE DL100-NEW-HAZMAT-CODE TO CJRN-HAZMAT-CODE
011840     END-IF
011850     WRITE CRATE-JOURNAL-RECORD
011860     IF NOT DL100-JOURNAL-OK THEN
011870         MOVE SPACES TO EDIT-REPORT-RECORD
011880         STRING "RUN STOPPED - JOURNAL WRITE FAILED, FILE STATUS "
011890             DL100-JOURNAL-STATUS "; " DL100-ACTION-NAME " "
011900             CJRN-CRATE-ID " IS ON THE MASTER WITHOUT ITS "
011910             "JOURNAL RECORD"
011920             DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
011930         WRITE EDIT-REPORT-RECORD
011940         DISPLAY "CRATEMNT: UNABLE TO WRITE JOURNAL "
011950             DL100-JOURNAL-PATH " - FILE STATUS "
011960             DL100-JOURNAL-STATUS
011970         CLOSE TRAN-FILE
011980         CLOSE CRATE-MASTER
011990         CLOSE JOURNAL-FILE
012000         CLOSE EDIT-REPORT-FILE
012010         MOVE 16 TO RETURN-CODE
012020         STOP RUN
012030     END-IF
012040     .
012050 0600-EXIT.
012060     EXIT.
012070*----------------------------------------------------------------
012080 0700-WRITE-ACCEPTED.
012090*    ONE EDIT-REPORT LINE FOR AN APPLIED TRANSACTION.  A RETIRE
012100*    SHOWS THE IMAGE THAT CAME OFF THE MASTER; AN ADD OR CHANGE
012110*    SHOWS THE IMAGE THAT WENT ON.
012120*----------------------------------------------------------------
012130     MOVE SPACES TO EDIT-REPORT-RECORD
012140     IF CTRN-IS-RETIRE THEN
012150         STRING "ACCEPTED  " DL100-ACTION-NAME " "
012160             DL100-OLD-CRATE-ID "  OWNER " DL100-OLD-OWNER
012170             "  CLASS " DL100-OLD-COMMODITY
012180             "  HAZMAT " DL100-OLD-HAZMAT-CODE
012190             DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
012200     ELSE
012210         STRING "ACCEPTED  " DL100-ACTION-NAME " "
012220             DL100-NEW-CRATE-ID "  OWNER " DL100-NEW-OWNER
012230             "  CLASS " DL100-NEW-COMMODITY
012240             "  HAZMAT " DL100-NEW-HAZMAT-CODE
012250             DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
012260     END-IF
012270     WRITE EDIT-REPORT-RECORD
012280     .
012290 0700-EXIT.
012300     EXIT.
012310*----------------------------------------------------------------
012320 0710-WRITE-REJECTED.
012330*    TWO EDIT-REPORT LINES FOR A REFUSED TRANSACTION - THE
012340*    TRANSACTION AS IT CAME IN, THEN THE REASON.
012350*----------------------------------------------------------------
012360     MOVE SPACES TO EDIT-REPORT-RECORD
012370     STRING "REJECTED  " DL100-ACTION-NAME " "
012380         CRATE-TRAN-RECORD
012390         DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
012400     WRITE EDIT-REPORT-RECORD
012410     MOVE SPACES TO EDIT-REPORT-RECORD
012420     STRING "          *** " DL100-REJECT-REASON
012430         DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
012440     WRITE EDIT-REPORT-RECORD
012450     .
012460 0710-EXIT.
012470     EXIT.
012480*----------------------------------------------------------------
012490 0800-WRITE-TOTALS.
012500*    CLOSE THE EDIT REPORT WITH THE RUN TOTALS.
012510*----------------------------------------------------------------
012520     MOVE SPACES TO EDIT-REPORT-RECORD
012530     WRITE EDIT-REPORT-RECORD
012540     MOVE DL100-TRAN-COUNT   TO DL100-EDIT-NUM1
012550     MOVE DL100-ACCEPT-COUNT TO DL100-EDIT-NUM2
012560     MOVE DL100-REJECT-COUNT TO DL100-EDIT-NUM3
012570     MOVE SPACES TO EDIT-REPORT-RECORD
012580     STRING "TRANSACTIONS READ: " DL100-EDIT-NUM1
012590         "  ACCEPTED: " DL100-EDIT-NUM2
012600         "  REJECTED: " DL100-EDIT-NUM3
012610         DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
012620     WRITE EDIT-REPORT-RECORD
012630     MOVE DL100-ADD-COUNT    TO DL100-EDIT-NUM1
012640     MOVE DL100-CHANGE-COUNT TO DL100-EDIT-NUM2
012650     MOVE DL100-RETIRE-COUNT TO DL100-EDIT-NUM3
012660     MOVE SPACES TO EDIT-REPORT-RECORD
012670     STRING "CRATES ADDED:      " DL100-EDIT-NUM1
012680         "  CHANGED:  " DL100-EDIT-NUM2
012690         "  RETIRED:  " DL100-EDIT-NUM3
012700         DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
012710     WRITE EDIT-REPORT-RECORD
012720     .
012730 0800-EXIT.
012740     EXIT.
012750*----------------------------------------------------------------
012760 0900-RESET-SEAL.
012770*    START A FRESH SEAL ACCUMULATION.
012780*----------------------------------------------------------------
012790     MOVE ZERO TO DL100-SEAL-COUNT
012800     MOVE ZERO TO DL100-SEAL-CKSUM
012810     SET DL100-SEAL-BAD TO TRUE
012820     .
012830 0900-EXIT.
012840     EXIT.
012850*----------------------------------------------------------------
012860 0910-ADD-TO-SEAL.
012870*    FOLD THE RECORD IN DL100-SEAL-RECORD INTO THE SEAL - ONE
012880*    MORE RECORD COUNTED, ITS BYTES UP TO THE LAST NONBLANK
012890*    SUMMED INTO THE CHECKSUM MODULO 1,000,000,000 - EXACTLY AS
012900*    COBMAIN COMPUTES IT.
012910*----------------------------------------------------------------
012920     ADD 1 TO DL100-SEAL-COUNT
012930     MOVE 704 TO DL100-SEAL-LENGTH
012940     PERFORM UNTIL DL100-SEAL-LENGTH < 1
012950         OR DL100-SEAL-RECORD(DL100-SEAL-LENGTH:1) NOT = ' '
012960         SUBTRACT 1 FROM DL100-SEAL-LENGTH
012970     END-PERFORM
012980     MOVE 1 TO DL100-SEAL-INDEX
012990     PERFORM UNTIL DL100-SEAL-INDEX > DL100-SEAL-LENGTH
013000         MOVE DL100-SEAL-RECORD(DL100-SEAL-INDEX:1)
013010              TO DL100-SEAL-CHAR
013020         ADD DL100-SEAL-BYTE-NUM TO DL100-SEAL-CKSUM
013030         ADD 1 TO DL100-SEAL-INDEX
013040     END-PERFORM
013050     IF DL100-SEAL-CKSUM > 999999999 THEN
013060         SUBTRACT 1000000000 FROM DL100-SEAL-CKSUM
013070     END-IF
013080     IF DL100-SEAL-CKSUM < 0 THEN
013090         ADD 1000000000 TO DL100-SEAL-CKSUM
013100     END-IF
013110     .
013120 0910-EXIT.
013130     EXIT.
013140*----------------------------------------------------------------
013150 0920-CHECK-SEAL-LINE.
013160*    DECIDE WHETHER THE RECORD IN DL100-SEAL-RECORD IS THE
013170*    "*SEAL*" TRAILER, AND IF SO JUDGE IT AGAINST THE COUNT AND
013180*    CHECKSUM ACCUMULATED SO FAR.
013190*----------------------------------------------------------------
013200     SET DL100-NOT-SEAL-LINE TO TRUE
013210     IF DL100-SEAL-RECORD(1:7) NOT = "*SEAL* " THEN
013220         GO TO 0920-EXIT
013230     END-IF
013240     SET DL100-IS-SEAL-LINE TO TRUE
013250     MOVE DL100-SEAL-RECORD(14:7) TO DL100-SEAL-EXP-COUNT
013260     MOVE DL100-SEAL-RECORD(28:10) TO DL100-SEAL-EXP-CKSUM
013270     IF DL100-SEAL-EXP-COUNT NUMERIC AND
013280         DL100-SEAL-EXP-CKSUM NUMERIC AND
013290         DL100-SEAL-EXP-COUNT = DL100-SEAL-COUNT AND
013300         DL100-SEAL-EXP-CKSUM = DL100-SEAL-CKSUM THEN
013310         SET DL100-SEAL-GOOD TO TRUE
013320     END-IF
013330     .
013340 0920-EXIT.
013350     EXIT.
013360*----------------------------------------------------------------
013370 0930-VERIFY-STATE-SEAL.
013380*    READ THE WHOLE CLOSING-STATE FILE AND JUDGE ITS SEAL
013390*    BEFORE A SINGLE ROW IS TRUSTED.  AN UNOPENABLE FILE IS
013400*    LEFT FOR 0300-LOAD-CLOSING-STATE'S OWN OPEN CHECK TO
013410*    REPORT.
013420*----------------------------------------------------------------
013430     PERFORM 0900-RESET-SEAL THRU 0900-EXIT
013440     OPEN INPUT INFILE
013450     IF NOT DL100-INFILE-OK THEN
013460         SET DL100-SEAL-GOOD TO TRUE
013470         GO TO 0930-EXIT
013480     END-IF
013490     PERFORM UNTIL EXIT
013500         READ INFILE AT END
013510             EXIT PERFORM
013520         END-READ
013530         MOVE SPACES TO DL100-SEAL-RECORD
013540         MOVE INFILE-RECORD TO DL100-SEAL-RECORD
013550         PERFORM 0920-CHECK-SEAL-LINE THRU 0920-EXIT
013560         IF DL100-NOT-SEAL-LINE THEN
013570             PERFORM 0910-ADD-TO-SEAL THRU 0910-EXIT
013580         END-IF
013590     END-PERFORM
013600     CLOSE INFILE
013610     IF DL100-SEAL-BAD THEN
013620         DISPLAY "CRATEMNT: CLOSING STATE " DL100-CLOSING-PATH
013630             " SEAL MISSING OR WRONG - FILE IS TRUNCATED OR"
013640             " CORRUPT"
013650         MOVE 16 TO RETURN-CODE
013660         STOP RUN
013670     END-IF
013680     .
013690 0930-EXIT.
013700     EXIT.
013710 END PROGRAM CRATEMNT.
