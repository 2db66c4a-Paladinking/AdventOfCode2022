000010* CRNROLL.COB GnuCOBOL
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. CRNROLL.
000040 AUTHOR. YARD-OPS-IT.
000050 INSTALLATION. YARD-5 CONTAINER TERMINAL.
000060 DATE-WRITTEN. 2026-10-15.
000070 DATE-COMPILED.
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*----------------------------------------------------------------
000110*    DATE       INIT  DESCRIPTION
000120*    ---------- ----  ------------------------------------------
000130*    2026-10-15 OPS   ORIGINAL VERSION.  NIGHTLY CRANE ROLL-UP
000140*                     AND MAINTENANCE-DUE REPORT.  TAKES A CLOSED
000150*                     DAY'S SEALED AUDIT TRAIL, RESOLVED FROM THE
000160*                     RUN LEDGER BY DATE, AND ADDS EVERY EVENT
000170*                     STAMPED WITH A CRANE UNIT (" CRN <UNIT>" AT
000180*                     POSITION 163) TO THAT UNIT'S CUMULATIVE
000190*                     LIFTS AND CRATES ON THE INDEXED CRANE
000200*                     MASTER (CRANEMST.CPY).  A 9000 UNIT LIFTS
000210*                     ONE CRATE PER LIFT; A 9001 UNIT LIFTS A
000220*                     WHOLE MOVE IN ONE; A GATE RECEIPT OR RELEASE
000230*                     IS ONE LIFT OF ONE CRATE EITHER WAY.  THE
000240*                     DAY IS KEPT IN EACH UNIT'S LAST-SEVEN-DAYS
000250*                     TABLE AND A UNIT ALREADY ROLLED UP FOR THE
000260*                     DAY IS LEFT ALONE, SO A RERUN CANNOT COUNT
000270*                     A DAY TWICE.  CRANE MAINTENANCE
000280*                     TRANSACTIONS (CRANETRN.CPY - ADD, CHANGE
000290*                     INTERVAL, SERVICED, OUT FOR REPAIR, BACK IN
000300*                     SERVICE) ARE THEN APPLIED, AND THE REPORT
000310*                     LISTS EVERY UNIT'S LIFTS SINCE ITS LAST
000320*                     SERVICE, THE DUE DATE PROJECTED FROM ITS
000330*                     RECENT DAILY AVERAGE, AND THE UNITS ALREADY
000340*                     OVERDUE - THE UNITS COBMAIN WILL REFUSE A
000350*                     SHIFT ON.
000360*----------------------------------------------------------------
000370* COMMAND LINE ARGUMENTS (OR, IF OMITTED, THE MATCHING
000380* ENVIRONMENT VARIABLE SHOWN BELOW)
000390*----------------------------------------------------------------
000400*    1  DL100-CRANE-PATH         INDEXED CRANE UNIT MASTER
000410*                                (CREATED ON FIRST USE)
000420*    2  DL100-LEDGER-PATH        RUN-CONTROL LEDGER THE DAY'S
000430*                                AUDIT TRAIL IS RESOLVED FROM
000440*                                (REQUIRED)
000450*    3  DL100-LEDGER-DATE        RUN DATE TO ROLL UP (CCYY-MM-DD;
000460*                                BLANK OR OMITTED = TODAY)
000470*    4  DL100-CRNTRAN-PATH       CRANE MAINTENANCE TRANSACTION
000480*                                FILE (OPTIONAL - NONE APPLIED
000490*                                WHEN OMITTED)
000500*    5  DL100-DUE-REPORT-PATH    MAINTENANCE-DUE REPORT FILE
000510*----------------------------------------------------------------
000520* RETURN CODES
000530*----------------------------------------------------------------
000540*    0  DAY ROLLED UP, NOTHING OVERDUE
000550*    4  DAY ROLLED UP; AT LEAST ONE UNIT IS OVERDUE FOR SERVICE
000560*       OR WAS ALREADY ROLLED UP FOR THE DAY
000570*    8  AS 4, AND A TRANSACTION WAS REJECTED OR THE TRAIL NAMES
000580*       A CRANE UNIT THAT IS NOT ON THE MASTER
000590*   16  THE DAY IS NOT ON THE LEDGER OR STILL OPEN, THE TRAIL'S
000600*       SEAL IS BAD, OR A FILE COULD NOT BE OPENED
000610*----------------------------------------------------------------
000620 ENVIRONMENT DIVISION.
000630 CONFIGURATION SECTION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT CRANE-MASTER ASSIGN TO DYNAMIC DL100-CRANE-PATH
000670          ORGANIZATION IS INDEXED
000680          ACCESS MODE IS DYNAMIC
000690          RECORD KEY IS CRN-UNIT-ID
000700          FILE STATUS IS DL100-CRANE-STATUS.
000710     SELECT AUDIT-FILE ASSIGN TO DYNAMIC DL100-AUDIT-PATH
000720          ORGANIZATION IS LINE SEQUENTIAL
000730          FILE STATUS IS DL100-AUDIT-STATUS.
000740     SELECT RUN-LEDGER ASSIGN TO DYNAMIC DL100-LEDGER-PATH
000750          ORGANIZATION IS LINE SEQUENTIAL
000760          FILE STATUS IS DL100-LEDGER-STATUS.
000770     SELECT CRNTRAN-FILE ASSIGN TO DYNAMIC DL100-CRNTRAN-PATH
000780          ORGANIZATION IS LINE SEQUENTIAL
000790          FILE STATUS IS DL100-CRNTRAN-STATUS.
000800     SELECT DUE-REPORT-FILE ASSIGN TO DYNAMIC
000810          DL100-DUE-REPORT-PATH
000820          ORGANIZATION IS LINE SEQUENTIAL.
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  CRANE-MASTER.
000860     COPY CRANEMST.
000870 FD  AUDIT-FILE.
000880 01  AUDIT-RECORD                 PIC X(0200).
000890 FD  RUN-LEDGER.
000900     COPY RUNLEDGR.
000910 FD  CRNTRAN-FILE.
000920     COPY CRANETRN.
000930 FD  DUE-REPORT-FILE.
000940 01  DUE-REPORT-RECORD            PIC X(0132).
000950 WORKING-STORAGE SECTION.
000960*----------------------------------------------------------------
000970* RUN-TIME PARAMETERS
000980*----------------------------------------------------------------
000990 01  DL100-CRANE-PATH           PIC X(0100) VALUE SPACES.
001000 01  DL100-DEFAULT-CRANE-PATH   PIC X(0100)
001010                                VALUE "../input/cranemst.dat".
001020 01  DL100-LEDGER-PATH          PIC X(0100) VALUE SPACES.
001030 01  DL100-LEDGER-DATE          PIC X(10) VALUE SPACES.
001040 01  DL100-AUDIT-PATH           PIC X(0100) VALUE SPACES.
001050 01  DL100-CRNTRAN-PATH         PIC X(0100) VALUE SPACES.
001060 01  DL100-DUE-REPORT-PATH      PIC X(0100) VALUE SPACES.
001070 01  DL100-DEFAULT-REPORT-PATH  PIC X(0100)
001080                                VALUE "../output/crnroll.rpt".
001090*----------------------------------------------------------------
001100* FILE STATUS WORKING STORAGE
001110*----------------------------------------------------------------
001120 01  DL100-CRANE-STATUS         PIC X(02) VALUE SPACES.
001130     88 DL100-CRANE-OK              VALUE '00'.
001140     88 DL100-CRANE-DUPLICATE       VALUE '22'.
001150     88 DL100-CRANE-NOT-FOUND       VALUE '23'.
001160     88 DL100-CRANE-MISSING         VALUE '35'.
001170 01  DL100-AUDIT-STATUS         PIC X(02) VALUE SPACES.
001180     88 DL100-AUDIT-OK              VALUE '00'.
001190 01  DL100-LEDGER-STATUS        PIC X(02) VALUE SPACES.
001200     88 DL100-LEDGER-OK             VALUE '00'.
001210 01  DL100-CRNTRAN-STATUS       PIC X(02) VALUE SPACES.
001220     88 DL100-CRNTRAN-OK            VALUE '00'.
001230 01  DL100-LEDGER-FOUND-SW      PIC X(01) VALUE 'N'.
001240     88 DL100-LEDGER-DAY-FOUND      VALUE 'Y'.
001250 01  DL100-LEDGER-DAY-STATUS    PIC X(01) VALUE SPACE.
001260*----------------------------------------------------------------
001270* DAY TABLE - ONE ENTRY PER CRANE UNIT STAMPED ON THE DAY'S
001280* TRAIL.  DL100-DAY-EVENTS COUNTS THE LIFTING EVENTS (MOVES,
001290* RECEIPTS, RELEASES) AND DL100-DAY-CRATES THE CRATES THEY
001300* CARRIED; WHICH OF THE TWO IS THE UNIT'S LIFT COUNT DEPENDS ON
001310* ITS MODEL, SO THE MASTER DECIDES WHEN THE DAY IS ROLLED IN.
001320*----------------------------------------------------------------
001330 01  DL100-DAY-COUNT            PIC S9(07) COMP-5 VALUE ZERO.
001340 01  DL100-DAY-INDEX            PIC S9(07) COMP-5.
001350 01  DL100-DAY-TABLE.
001360     05 DL100-DAY-ENTRY OCCURS 100 TIMES.
001370        10 DL100-DAY-UNIT       PIC X(08).
001380        10 DL100-DAY-EVENTS     PIC S9(07) COMP-5.
001390        10 DL100-DAY-CRATES     PIC S9(07) COMP-5.
001400        10 DL100-DAY-MATCHED    PIC X(01).
001410           88 DL100-DAY-IS-MATCHED     VALUE 'Y'.
001420 01  DL100-AUDIT-UNIT           PIC X(08) VALUE SPACES.
001430 01  DL100-AUDIT-AMOUNT         PIC 9(07) VALUE ZERO.
001440 01  DL100-UNSTAMPED-COUNT      PIC S9(07) COMP-5 VALUE ZERO.
001450*----------------------------------------------------------------
001460* ROLL-UP AND PROJECTION WORKING STORAGE
001470*----------------------------------------------------------------
001480 01  DL100-UNIT-LIFTS           PIC S9(09) COMP-5 VALUE ZERO.
001490 01  DL100-UNIT-CRATES          PIC S9(09) COMP-5 VALUE ZERO.
001500 01  DL100-RECENT-INDEX         PIC S9(07) COMP-5.
001510 01  DL100-RECENT-DAYS          PIC S9(07) COMP-5 VALUE ZERO.
001520 01  DL100-RECENT-SUM           PIC S9(09) COMP-5 VALUE ZERO.
001530 01  DL100-DAILY-AVERAGE        PIC S9(09) COMP-5 VALUE ZERO.
001540 01  DL100-SINCE-SERVICE        PIC S9(09) COMP-5 VALUE ZERO.
001550 01  DL100-LIFTS-LEFT           PIC S9(09) COMP-5 VALUE ZERO.
001560 01  DL100-DAYS-TO-DUE          PIC S9(09) COMP-5 VALUE ZERO.
001570 01  DL100-DUE-TEXT             PIC X(20) VALUE SPACES.
001580 01  DL100-OVERDUE-SW           PIC X(01) VALUE 'N'.
001590     88 DL100-UNIT-OVERDUE          VALUE 'Y'.
001600     88 DL100-UNIT-NOT-OVERDUE      VALUE 'N'.
001610 01  DL100-OVER-COUNT           PIC S9(07) COMP-5 VALUE ZERO.
001620 01  DL100-OVER-INDEX           PIC S9(07) COMP-5.
001630 01  DL100-OVER-TABLE.
001640     05 DL100-OVER-ENTRY OCCURS 200 TIMES.
001650        10 DL100-OVER-UNIT      PIC X(08).
001660        10 DL100-OVER-SINCE     PIC S9(09) COMP-5.
001670        10 DL100-OVER-INTERVAL  PIC S9(09) COMP-5.
001680        10 DL100-OVER-SERVICED  PIC X(10).
001690 01  DL100-OVER-LOST            PIC S9(07) COMP-5 VALUE ZERO.
001700*----------------------------------------------------------------
001710* TRANSACTION WORKING STORAGE
001720*----------------------------------------------------------------
001730 01  DL100-TRAN-SW              PIC X(01) VALUE 'Y'.
001740     88 DL100-TRAN-ACCEPTED         VALUE 'Y'.
001750     88 DL100-TRAN-REJECTED         VALUE 'N'.
001760 01  DL100-ACTION-NAME          PIC X(10) VALUE SPACES.
001770 01  DL100-REJECT-REASON        PIC X(80) VALUE SPACES.
001780 01  DL100-TRAN-MODEL           PIC 9(04) VALUE ZERO.
001790 01  DL100-TRAN-INTERVAL        PIC 9(07) VALUE ZERO.
001800 01  DL100-TRAN-DATE            PIC X(10) VALUE SPACES.
001810*----------------------------------------------------------------
001820* RUN TOTALS
001830*----------------------------------------------------------------
001840 01  DL100-ROLLED-COUNT         PIC S9(07) COMP-5 VALUE ZERO.
001850 01  DL100-ALREADY-COUNT        PIC S9(07) COMP-5 VALUE ZERO.
001860 01  DL100-UNKNOWN-COUNT        PIC S9(07) COMP-5 VALUE ZERO.
001870 01  DL100-UNIT-COUNT           PIC S9(07) COMP-5 VALUE ZERO.
001880 01  DL100-REPAIR-COUNT         PIC S9(07) COMP-5 VALUE ZERO.
001890 01  DL100-TRAN-COUNT           PIC S9(07) COMP-5 VALUE ZERO.
001900 01  DL100-ACCEPT-COUNT         PIC S9(07) COMP-5 VALUE ZERO.
001910 01  DL100-REJECT-COUNT         PIC S9(07) COMP-5 VALUE ZERO.
001920*----------------------------------------------------------------
001930* REPORT WORKING STORAGE
001940*----------------------------------------------------------------
001950 01  DL100-RUN-DATE.
001960     05 DL100-RUN-CCYY         PIC 9(04).
001970     05 DL100-RUN-MM           PIC 9(02).
001980     05 DL100-RUN-DD           PIC 9(02).
001990 01  DL100-RUN-DATE-DASHED.
002000     05 DL100-RDD-CCYY         PIC 9(04).
002010     05 FILLER                 PIC X(01) VALUE '-'.
002020     05 DL100-RDD-MM           PIC 9(02).
002030     05 FILLER                 PIC X(01) VALUE '-'.
002040     05 DL100-RDD-DD           PIC 9(02).
002050 01  DL100-EDIT-NUM1            PIC ZZZZZZ9.
002060 01  DL100-EDIT-NUM2            PIC ZZZZZZ9.
002070 01  DL100-EDIT-NUM3            PIC ZZZZZZ9.
002080 01  DL100-EDIT-BIG1            PIC ZZZZZZZZ9.
002090 01  DL100-EDIT-BIG2            PIC ZZZZZZZZ9.
002100 01  DL100-DUE-LINE.
002110     05 DL100-DL-UNIT           PIC X(08).
002120     05 FILLER                  PIC X(02) VALUE SPACES.
002130     05 DL100-DL-MODEL          PIC 9(04).
002140     05 FILLER                  PIC X(02) VALUE SPACES.
002150     05 DL100-DL-STATUS         PIC X(10).
002160     05 FILLER                  PIC X(01) VALUE SPACES.
002170     05 DL100-DL-CUM-LIFTS      PIC ZZZZZZZZ9.
002180     05 FILLER                  PIC X(01) VALUE SPACES.
002190     05 DL100-DL-CUM-CRATES     PIC ZZZZZZZZ9.
002200     05 FILLER                  PIC X(02) VALUE SPACES.
002210     05 DL100-DL-TODAY          PIC ZZZZZZ9.
002220     05 FILLER                  PIC X(01) VALUE SPACES.
002230     05 DL100-DL-SINCE          PIC ZZZZZZZZ9.
002240     05 FILLER                  PIC X(01) VALUE SPACES.
002250     05 DL100-DL-INTERVAL       PIC ZZZZZZ9.
002260     05 FILLER                  PIC X(02) VALUE SPACES.
002270     05 DL100-DL-AVERAGE        PIC ZZZZZZ9.
002280     05 FILLER                  PIC X(02) VALUE SPACES.
002290     05 DL100-DL-DUE            PIC X(20).
002300     05 FILLER                  PIC X(28) VALUE SPACES.
002310*----------------------------------------------------------------
002320* CALENDAR WORKING STORAGE - THE PROJECTED DUE DATE IS FOUND BY
002330* STEPPING FORWARD ONE CALENDAR DAY AT A TIME FROM THE ROLL-UP
002340* DATE, THE SAME WAY YARDHSKP BUILDS ITS HORIZON DATE
002350*----------------------------------------------------------------
002360 01  DL100-DUE-DATE.
002370     05 DL100-DUE-CCYY         PIC 9(04).
002380     05 FILLER                 PIC X(01) VALUE '-'.
002390     05 DL100-DUE-MM           PIC 9(02).
002400     05 FILLER                 PIC X(01) VALUE '-'.
002410     05 DL100-DUE-DD           PIC 9(02).
002420 01  DL100-MONTH-DAY-VALUES.
002430     05 FILLER                 PIC X(24)
002440                               VALUE "312831303130313130313031".
002450 01  DL100-MONTH-DAY-TABLE REDEFINES DL100-MONTH-DAY-VALUES.
002460     05 DL100-MONTH-DAYS       PIC 9(02) OCCURS 12 TIMES.
002470 01  DL100-DAYS-IN-MONTH        PIC S9(07) COMP-5.
002480 01  DL100-DAY-STEP             PIC S9(07) COMP-5.
002490 01  DL100-LEAP-QUOTIENT        PIC S9(07) COMP-5.
002500 01  DL100-LEAP-REM-4           PIC S9(07) COMP-5.
002510 01  DL100-LEAP-REM-100         PIC S9(07) COMP-5.
002520 01  DL100-LEAP-REM-400         PIC S9(07) COMP-5.
002530*----------------------------------------------------------------
002540* INTEGRITY SEAL WORKING STORAGE - MUST JUDGE SEALS EXACTLY AS
002550* COBMAIN COMPUTES THEM
002560*----------------------------------------------------------------
002570 01  DL100-SEAL-RECORD          PIC X(0704) VALUE SPACES.
002580 01  DL100-SEAL-LENGTH          PIC S9(07) COMP-5.
002590 01  DL100-SEAL-COUNT           PIC S9(07) COMP-5 VALUE ZERO.
002600 01  DL100-SEAL-CKSUM           PIC S9(09) COMP-5 VALUE ZERO.
002610 01  DL100-SEAL-INDEX           PIC S9(07) COMP-5.
002620 01  DL100-SEAL-BYTE.
002630     05 DL100-SEAL-CHAR         PIC X(01).
002640 01  DL100-SEAL-BYTE-NUM REDEFINES DL100-SEAL-BYTE
002650                                PIC S9(02) COMP-5.
002660 01  DL100-SEAL-EXP-COUNT       PIC 9(07).
002670 01  DL100-SEAL-EXP-CKSUM       PIC 9(10).
002680 01  DL100-SEAL-OK-SW           PIC X(01) VALUE 'N'.
002690     88 DL100-SEAL-GOOD             VALUE 'Y'.
002700     88 DL100-SEAL-BAD              VALUE 'N'.
002710 01  DL100-SEAL-LINE-SW         PIC X(01) VALUE 'N'.
002720     88 DL100-IS-SEAL-LINE          VALUE 'Y'.
002730     88 DL100-NOT-SEAL-LINE         VALUE 'N'.
002740 PROCEDURE DIVISION.
002750*----------------------------------------------------------------
002760 0000-MAINLINE.
002770*----------------------------------------------------------------
002780     ACCEPT DL100-RUN-DATE FROM DATE YYYYMMDD
002790     MOVE DL100-RUN-CCYY TO DL100-RDD-CCYY
002800     MOVE DL100-RUN-MM   TO DL100-RDD-MM
002810     MOVE DL100-RUN-DD   TO DL100-RDD-DD
002820     PERFORM 0100-RESOLVE-CRANE-PATH THRU 0100-EXIT
002830     PERFORM 0110-RESOLVE-LEDGER-ARGS THRU 0110-EXIT
002840     PERFORM 0120-RESOLVE-CRNTRAN-PATH THRU 0120-EXIT
002850     PERFORM 0130-RESOLVE-REPORT-PATH THRU 0130-EXIT
002860     PERFORM 0150-RESOLVE-FROM-LEDGER THRU 0150-EXIT
002870     PERFORM 0930-VERIFY-AUDIT-SEAL THRU 0930-EXIT
002880     PERFORM 0200-TALLY-AUDIT-TRAIL THRU 0200-EXIT
002890     PERFORM 0400-OPEN-FILES THRU 0400-EXIT
002900     PERFORM 0300-ROLL-UP-DAY THRU 0300-EXIT
002910     IF DL100-CRNTRAN-PATH NOT = SPACES THEN
002920         PERFORM 0500-APPLY-TRANSACTIONS THRU 0500-EXIT
002930     END-IF
002940     PERFORM 0600-WRITE-DUE-REPORT THRU 0600-EXIT
002950     PERFORM 0700-WRITE-TOTALS THRU 0700-EXIT
002960     CLOSE CRANE-MASTER
002970     CLOSE DUE-REPORT-FILE
002980     EVALUATE TRUE
002990         WHEN DL100-REJECT-COUNT > 0 OR DL100-UNKNOWN-COUNT > 0
003000             MOVE 8 TO RETURN-CODE
003010         WHEN DL100-OVER-COUNT > 0 OR DL100-ALREADY-COUNT > 0
003020             MOVE 4 TO RETURN-CODE
003030         WHEN OTHER
003040             MOVE 0 TO RETURN-CODE
003050     END-EVALUATE
003060     STOP RUN.
003070*----------------------------------------------------------------
003080 0100-RESOLVE-CRANE-PATH.
003090*    RESOLVE THE PATH OF THE INDEXED CRANE UNIT MASTER FROM, IN
003100*    ORDER OF PRECEDENCE:
003110*    (1) THE FIRST COMMAND LINE ARGUMENT
003120*    (2) THE DL100-CRANE-PATH ENVIRONMENT VARIABLE
003130*    (3) THE BUILT-IN DEFAULT PATH
003140*----------------------------------------------------------------
003150     DISPLAY 1 UPON ARGUMENT-NUMBER
003160     ACCEPT DL100-CRANE-PATH FROM ARGUMENT-VALUE
003170         ON EXCEPTION
003180             MOVE SPACES TO DL100-CRANE-PATH
003190     END-ACCEPT
003200     IF DL100-CRANE-PATH = SPACES THEN
003210         ACCEPT DL100-CRANE-PATH FROM ENVIRONMENT
003220             "DL100-CRANE-PATH"
003230         ON EXCEPTION
003240             MOVE SPACES TO DL100-CRANE-PATH
003250         END-ACCEPT
003260     END-IF
003270     IF DL100-CRANE-PATH = SPACES THEN
003280         MOVE DL100-DEFAULT-CRANE-PATH TO DL100-CRANE-PATH
003290     END-IF
003300     .
003310 0100-EXIT.
003320     EXIT.
003330*----------------------------------------------------------------
003340 0110-RESOLVE-LEDGER-ARGS.
003350*    THE RUN-CONTROL LEDGER PATH COMES FROM, IN ORDER OF
003360*    PRECEDENCE:
003370*    (1) THE SECOND COMMAND LINE ARGUMENT
003380*    (2) THE DL100-LEDGER-PATH ENVIRONMENT VARIABLE
003390*    AND IS REQUIRED - THE AUDIT TRAIL IS ONLY EVER TAKEN FROM
003400*    THE LEDGER, NEVER FROM A HAND-TYPED PATH.  THE RUN DATE
003410*    (CCYY-MM-DD) COMES FROM A THIRD ARGUMENT OR THE
003420*    DL100-LEDGER-DATE ENVIRONMENT VARIABLE; BLANK MEANS TODAY.
003430*----------------------------------------------------------------
003440     DISPLAY 2 UPON ARGUMENT-NUMBER
003450     ACCEPT DL100-LEDGER-PATH FROM ARGUMENT-VALUE
003460         ON EXCEPTION
003470             MOVE SPACES TO DL100-LEDGER-PATH
003480     END-ACCEPT
003490     IF DL100-LEDGER-PATH = SPACES THEN
003500         ACCEPT DL100-LEDGER-PATH FROM ENVIRONMENT
003510             "DL100-LEDGER-PATH"
003520         ON EXCEPTION
003530             MOVE SPACES TO DL100-LEDGER-PATH
003540         END-ACCEPT
003550     END-IF
003560     IF DL100-LEDGER-PATH = SPACES THEN
003570         DISPLAY "CRNROLL: NO RUN LEDGER SUPPLIED - THE DAY'S"
003580             " AUDIT TRAIL IS RESOLVED FROM THE LEDGER"
003590         MOVE 16 TO RETURN-CODE
003600         STOP RUN
003610     END-IF
003620     DISPLAY 3 UPON ARGUMENT-NUMBER
003630     ACCEPT DL100-LEDGER-DATE FROM ARGUMENT-VALUE
003640         ON EXCEPTION
003650             MOVE SPACES TO DL100-LEDGER-DATE
003660     END-ACCEPT
003670     IF DL100-LEDGER-DATE = SPACES THEN
003680         ACCEPT DL100-LEDGER-DATE FROM ENVIRONMENT
003690             "DL100-LEDGER-DATE"
003700         ON EXCEPTION
003710             MOVE SPACES TO DL100-LEDGER-DATE
003720         END-ACCEPT
003730     END-IF
003740     IF DL100-LEDGER-DATE = SPACES THEN
003750         MOVE DL100-RUN-DATE-DASHED TO DL100-LEDGER-DATE
003760     END-IF
003770     .
003780 0110-EXIT.
003790     EXIT.
003800*----------------------------------------------------------------
003810 0120-RESOLVE-CRNTRAN-PATH.
003820*    CRANE MAINTENANCE TRANSACTIONS ARE APPLIED ONLY WHEN A
003830*    TRANSACTION FILE IS SUPPLIED, IN ORDER OF PRECEDENCE, BY:
003840*    (1) A FOURTH COMMAND LINE ARGUMENT
003850*    (2) THE DL100-CRNTRAN-PATH ENVIRONMENT VARIABLE
003860*----------------------------------------------------------------
003870     DISPLAY 4 UPON ARGUMENT-NUMBER
003880     ACCEPT DL100-CRNTRAN-PATH FROM ARGUMENT-VALUE
003890         ON EXCEPTION
003900             MOVE SPACES TO DL100-CRNTRAN-PATH
003910     END-ACCEPT
003920     IF DL100-CRNTRAN-PATH = SPACES THEN
003930         ACCEPT DL100-CRNTRAN-PATH FROM ENVIRONMENT
003940             "DL100-CRNTRAN-PATH"
003950         ON EXCEPTION
003960             MOVE SPACES TO DL100-CRNTRAN-PATH
003970         END-ACCEPT
003980     END-IF
003990     .
004000 0120-EXIT.
004010     EXIT.
004020*----------------------------------------------------------------
004030 0130-RESOLVE-REPORT-PATH.
004040*    RESOLVE THE MAINTENANCE-DUE REPORT PATH FROM, IN ORDER OF
004050*    PRECEDENCE:
004060*    (1) THE FIFTH COMMAND LINE ARGUMENT
004070*    (2) THE DL100-DUE-REPORT-PATH ENVIRONMENT VARIABLE
004080*    (3) THE BUILT-IN DEFAULT PATH
004090*----------------------------------------------------------------
004100     DISPLAY 5 UPON ARGUMENT-NUMBER
004110     ACCEPT DL100-DUE-REPORT-PATH FROM ARGUMENT-VALUE
004120         ON EXCEPTION
004130             MOVE SPACES TO DL100-DUE-REPORT-PATH
004140     END-ACCEPT
004150     IF DL100-DUE-REPORT-PATH = SPACES THEN
004160         ACCEPT DL100-DUE-REPORT-PATH FROM ENVIRONMENT
004170             "DL100-DUE-REPORT-PATH"
004180         ON EXCEPTION
004190             MOVE SPACES TO DL100-DUE-REPORT-PATH
004200         END-ACCEPT
004210     END-IF
004220     IF DL100-DUE-REPORT-PATH = SPACES THEN
004230         MOVE DL100-DEFAULT-REPORT-PATH TO DL100-DUE-REPORT-PATH
004240     END-IF
004250     .
004260 0130-EXIT.
004270     EXIT.
004280*----------------------------------------------------------------
004290 0150-RESOLVE-FROM-LEDGER.
004300*    LOOK THE REQUESTED DATE UP ON THE RUN-CONTROL LEDGER AND
004310*    TAKE THE DAY'S AUDIT-TRAIL PATH FROM ITS RECORD.  A DATE
004320*    WITH NO LEDGER RECORD, ONE REGISTERED WITHOUT AN AUDIT
004330*    TRAIL, OR ONE THE LEDGER STILL SHOWS AS OPEN STOPS THE RUN
004340*    OUTRIGHT - AN OPEN DAY'S TRAIL IS NOT FINISHED, AND ROLLING
004350*    IT UP WOULD LEAVE ITS LATER LIFTS UNCOUNTED FOR GOOD.
004360*----------------------------------------------------------------
004370     OPEN INPUT RUN-LEDGER
004380     IF NOT DL100-LEDGER-OK THEN
004390         DISPLAY "CRNROLL: UNABLE TO OPEN RUN LEDGER "
004400             DL100-LEDGER-PATH " - FILE STATUS "
004410             DL100-LEDGER-STATUS
004420         MOVE 16 TO RETURN-CODE
004430         STOP RUN
004440     END-IF
004450     PERFORM UNTIL EXIT
004460         READ RUN-LEDGER AT END
004470             EXIT PERFORM
004480         END-READ
004490         IF RLED-RUN-DATE = DL100-LEDGER-DATE THEN
004500             SET DL100-LEDGER-DAY-FOUND TO TRUE
004510             MOVE RLED-AUDIT-PATH TO DL100-AUDIT-PATH
004520             MOVE RLED-STATUS     TO DL100-LEDGER-DAY-STATUS
004530         END-IF
004540     END-PERFORM
004550     CLOSE RUN-LEDGER
004560     IF NOT DL100-LEDGER-DAY-FOUND THEN
004570         DISPLAY "CRNROLL: RUN DATE " DL100-LEDGER-DATE
004580             " IS NOT ON THE RUN LEDGER"
004590         MOVE 16 TO RETURN-CODE
004600         STOP RUN
004610     END-IF
004620     IF DL100-AUDIT-PATH = SPACES THEN
004630         DISPLAY "CRNROLL: RUN DATE " DL100-LEDGER-DATE
004640             " HAS NO AUDIT TRAIL ON THE RUN LEDGER"
004650         MOVE 16 TO RETURN-CODE
004660         STOP RUN
004670     END-IF
004680     IF DL100-LEDGER-DAY-STATUS NOT = 'C' THEN
004690         DISPLAY "CRNROLL: RUN DATE " DL100-LEDGER-DATE
004700             " IS NOT CLOSED ON THE RUN LEDGER - NOT ROLLED UP"
004710         MOVE 16 TO RETURN-CODE
004720         STOP RUN
004730     END-IF
004740     .
004750 0150-EXIT.
004760     EXIT.
004770*----------------------------------------------------------------
004780 0200-TALLY-AUDIT-TRAIL.
004790*    READ THE DAY'S TRAIL AND TOTAL, PER CRANE UNIT, THE LIFTING
004800*    EVENTS AND THE CRATES THEY CARRIED.  A MOVE, RECEIPT, OR
004810*    RELEASE RECORD IS KNOWN BY ITS FIXED " AMT " LITERAL AT
004820*    POSITION 13 AND CARRIES ITS CRATE COUNT AT POSITION 18; THE
004830*    CRANE STAMP FOLLOWS THE SHIFT STAMP AT POSITION 163.  AN
004840*    EVENT WITH NO CRANE STAMP (NO SHIFT, OR A SHIFT HEADER THAT
004850*    NAMED NO UNIT) IS COUNTED BUT CANNOT BE ROLLED UP.
004860*----------------------------------------------------------------
004870     OPEN INPUT AUDIT-FILE
004880     IF NOT DL100-AUDIT-OK THEN
004890         DISPLAY "CRNROLL: UNABLE TO OPEN AUDIT TRAIL "
004900             DL100-AUDIT-PATH " - FILE STATUS "
004910             DL100-AUDIT-STATUS
004920         MOVE 16 TO RETURN-CODE
004930         STOP RUN
004940     END-IF
004950     PERFORM UNTIL EXIT
004960         READ AUDIT-FILE AT END
004970             EXIT PERFORM
004980         END-READ
004990         IF (AUDIT-RECORD(1:5) = "MOVE " OR
005000             AUDIT-RECORD(1:5) = "RCVD " OR
005010             AUDIT-RECORD(1:5) = "RLSE ") AND
005020             AUDIT-RECORD(13:5) = " AMT " THEN
005030             PERFORM 0210-TALLY-ONE-EVENT THRU 0210-EXIT
005040         END-IF
005050     END-PERFORM
005060     CLOSE AUDIT-FILE
005070     .
005080 0200-EXIT.
005090     EXIT.
005100*----------------------------------------------------------------
005110 0210-TALLY-ONE-EVENT.
005120*    ADD ONE LIFTING EVENT TO ITS CRANE UNIT'S DAY ENTRY, MAKING
005130*    THE ENTRY THE FIRST TIME THE UNIT IS SEEN.
005140*----------------------------------------------------------------
005150     IF AUDIT-RECORD(163:5) NOT = " CRN " THEN
005160         ADD 1 TO DL100-UNSTAMPED-COUNT
005170         GO TO 0210-EXIT
005180     END-IF
005190     MOVE AUDIT-RECORD(168:8) TO DL100-AUDIT-UNIT
005200     MOVE AUDIT-RECORD(18:7)  TO DL100-AUDIT-AMOUNT
005210     MOVE 1 TO DL100-DAY-INDEX
005220     PERFORM UNTIL DL100-DAY-INDEX > DL100-DAY-COUNT
005230         IF DL100-DAY-UNIT(DL100-DAY-INDEX) = DL100-AUDIT-UNIT
005240             THEN
005250             EXIT PERFORM
005260         END-IF
005270         ADD 1 TO DL100-DAY-INDEX
005280     END-PERFORM
005290     IF DL100-DAY-INDEX > DL100-DAY-COUNT THEN
005300         IF DL100-DAY-COUNT NOT < 100 THEN
005310             DISPLAY "CRNROLL: MORE THAN 100 CRANE UNITS ON THE"
005320                 " AUDIT TRAIL"
005330             CLOSE AUDIT-FILE
005340             MOVE 16 TO RETURN-CODE
005350             STOP RUN
005360         END-IF
005370         ADD 1 TO DL100-DAY-COUNT
005380         MOVE DL100-DAY-COUNT TO DL100-DAY-INDEX
005390         MOVE DL100-AUDIT-UNIT TO DL100-DAY-UNIT(DL100-DAY-INDEX)
005400         MOVE ZERO TO DL100-DAY-EVENTS(DL100-DAY-INDEX)
005410         MOVE ZERO TO DL100-DAY-CRATES(DL100-DAY-INDEX)
005420         MOVE 'N'  TO DL100-DAY-MATCHED(DL100-DAY-INDEX)
005430     END-IF
005440     ADD 1 TO DL100-DAY-EVENTS(DL100-DAY-INDEX)
005450     ADD DL100-AUDIT-AMOUNT TO DL100-DAY-CRATES(DL100-DAY-INDEX)
005460     .
005470 0210-EXIT.
005480     EXIT.
005490*----------------------------------------------------------------
005500 0300-ROLL-UP-DAY.
005510*    READ THE WHOLE MASTER IN UNIT ORDER AND ROLL THE DAY INTO
005520*    EVERY UNIT NOT YET ROLLED UP FOR IT - AN IDLE UNIT GETS A
005530*    ZERO DAY, SO ITS RECENT AVERAGE REFLECTS THE IDLE TIME.  A
005540*    UNIT WHOSE LAST ROLL-UP IS THIS DAY OR LATER IS LEFT ALONE.
005550*    A UNIT ON THE TRAIL THAT THE MASTER DOES NOT HAVE IS LISTED
005560*    AFTERWARDS; ITS LIFTS ARE NOT COUNTED ANYWHERE.
005570*----------------------------------------------------------------
005580     PERFORM UNTIL EXIT
005590         READ CRANE-MASTER NEXT RECORD AT END
005600             EXIT PERFORM
005610         END-READ
005620         PERFORM 0310-FIND-DAY-ENTRY THRU 0310-EXIT
005630         IF CRN-LAST-ROLLUP-DATE NOT = SPACES AND
005640             CRN-LAST-ROLLUP-DATE NOT < DL100-LEDGER-DATE THEN
005650             ADD 1 TO DL100-ALREADY-COUNT
005660             MOVE SPACES TO DUE-REPORT-RECORD
005670             STRING "UNIT " CRN-UNIT-ID
005680                 " ALREADY ROLLED UP THROUGH "
005690                 CRN-LAST-ROLLUP-DATE
005700                 " - DAY NOT ADDED AGAIN"
005710                 DELIMITED BY SIZE INTO DUE-REPORT-RECORD
005720             WRITE DUE-REPORT-RECORD
005730         ELSE
005740             PERFORM 0320-ROLL-UP-UNIT THRU 0320-EXIT
005750         END-IF
005760     END-PERFORM
005770     MOVE 1 TO DL100-DAY-INDEX
005780     PERFORM UNTIL DL100-DAY-INDEX > DL100-DAY-COUNT
005790         IF NOT DL100-DAY-IS-MATCHED(DL100-DAY-INDEX) THEN
005800             ADD 1 TO DL100-UNKNOWN-COUNT
005810             MOVE DL100-DAY-EVENTS(DL100-DAY-INDEX)
005820               TO DL100-EDIT-NUM1
005830             MOVE DL100-DAY-CRATES(DL100-DAY-INDEX)
005840               TO DL100-EDIT-NUM2
005850             MOVE SPACES TO DUE-REPORT-RECORD
005860             STRING "UNIT " DL100-DAY-UNIT(DL100-DAY-INDEX)
005870                 " IS ON THE AUDIT TRAIL BUT NOT ON THE CRANE"
005880                 " MASTER - " DL100-EDIT-NUM1 " EVENTS, "
005890                 DL100-EDIT-NUM2 " CRATES NOT ROLLED UP"
005900                 DELIMITED BY SIZE INTO DUE-REPORT-RECORD
005910             WRITE DUE-REPORT-RECORD
005920         END-IF
005930         ADD 1 TO DL100-DAY-INDEX
005940     END-PERFORM
005950     IF DL100-UNSTAMPED-COUNT > 0 THEN
005960         MOVE DL100-UNSTAMPED-COUNT TO DL100-EDIT-NUM1
005970         MOVE SPACES TO DUE-REPORT-RECORD
005980         STRING DL100-EDIT-NUM1
005990             " EVENT(S) ON THE TRAIL CARRY NO CRANE UNIT"
006000             " AND ARE NOT ROLLED UP"
006010             DELIMITED BY SIZE INTO DUE-REPORT-RECORD
006020         WRITE DUE-REPORT-RECORD
006030     END-IF
006040     .
006050 0300-EXIT.
006060     EXIT.
006070*----------------------------------------------------------------
006080 0310-FIND-DAY-ENTRY.
006090*    FIND THE CURRENT MASTER UNIT'S DAY ENTRY, MARK IT MATCHED,
006100*    AND WORK OUT THE DAY'S LIFTS BY THE UNIT'S MODEL - A 9001
006110*    LIFTS A WHOLE MOVE AT ONCE, A 9000 ONE CRATE AT A TIME.
006120*    A UNIT NOT ON THE TRAIL LIFTED NOTHING.
006130*----------------------------------------------------------------
006140     MOVE ZERO TO DL100-UNIT-LIFTS
006150     MOVE ZERO TO DL100-UNIT-CRATES
006160     MOVE 1 TO DL100-DAY-INDEX
006170     PERFORM UNTIL DL100-DAY-INDEX > DL100-DAY-COUNT
006180         IF DL100-DAY-UNIT(DL100-DAY-INDEX) = CRN-UNIT-ID THEN
006190             EXIT PERFORM
006200         END-IF
006210         ADD 1 TO DL100-DAY-INDEX
006220     END-PERFORM
006230     IF DL100-DAY-INDEX > DL100-DAY-COUNT THEN
006240         GO TO 0310-EXIT
006250     END-IF
006260     MOVE 'Y' TO DL100-DAY-MATCHED(DL100-DAY-INDEX)
006270     MOVE DL100-DAY-CRATES(DL100-DAY-INDEX) TO DL100-UNIT-CRATES
006280     IF CRN-IS-9001 THEN
006290         MOVE DL100-DAY-EVENTS(DL100-DAY-INDEX)
006300           TO DL100-UNIT-LIFTS
006310     ELSE
006320         MOVE DL100-DAY-CRATES(DL100-DAY-INDEX)
006330           TO DL100-UNIT-LIFTS
006340     END-IF
006350     .
006360 0310-EXIT.
006370     EXIT.
006380*----------------------------------------------------------------
006390 0320-ROLL-UP-UNIT.
006400*    ADD THE DAY TO THE UNIT'S CUMULATIVE COUNTS, PUSH IT ONTO
006410*    THE END OF THE LAST-SEVEN-DAYS TABLE (THE OLDEST DAY DROPS
006420*    OFF THE FRONT), AND STAMP THE ROLL-UP DATE.
006430*----------------------------------------------------------------
006440     ADD DL100-UNIT-LIFTS  TO CRN-CUM-LIFTS
006450     ADD DL100-UNIT-CRATES TO CRN-CUM-CRATES
006460     MOVE 1 TO DL100-RECENT-INDEX
006470     PERFORM UNTIL DL100-RECENT-INDEX > 6
006480         MOVE CRN-RECENT-ENTRY(DL100-RECENT-INDEX + 1)
006490           TO CRN-RECENT-ENTRY(DL100-RECENT-INDEX)
006500         ADD 1 TO DL100-RECENT-INDEX
006510     END-PERFORM
006520     MOVE DL100-LEDGER-DATE TO CRN-RECENT-DATE(7)
006530     MOVE DL100-UNIT-LIFTS  TO CRN-RECENT-LIFTS(7)
006540     MOVE DL100-LEDGER-DATE TO CRN-LAST-ROLLUP-DATE
006550     REWRITE CRANE-MASTER-RECORD
006560     IF NOT DL100-CRANE-OK THEN
006570         DISPLAY "CRNROLL: CRANE MASTER REWRITE FAILED FOR UNIT "
006580             CRN-UNIT-ID " - FILE STATUS " DL100-CRANE-STATUS
006590         CLOSE CRANE-MASTER
006600         CLOSE DUE-REPORT-FILE
006610         MOVE 16 TO RETURN-CODE
006620         STOP RUN
006630     END-IF
006640     ADD 1 TO DL100-ROLLED-COUNT
006650     .
006660 0320-EXIT.
006670     EXIT.
006680*----------------------------------------------------------------
006690 0400-OPEN-FILES.
006700*    OPEN THE MASTER FOR UPDATE, CREATING IT ON FIRST USE THE
006710*    SAME WAY CRATEMNT CREATES THE CRATE MASTER, AND START THE
006720*    REPORT.  THE ROLL-UP FINDINGS ARE THE REPORT'S FIRST LINES.
006730*----------------------------------------------------------------
006740     OPEN I-O CRANE-MASTER
006750     IF DL100-CRANE-MISSING THEN
006760         OPEN OUTPUT CRANE-MASTER
006770         IF DL100-CRANE-OK THEN
006780             CLOSE CRANE-MASTER
006790             OPEN I-O CRANE-MASTER
006800         END-IF
006810     END-IF
006820     IF NOT DL100-CRANE-OK THEN
006830         DISPLAY "CRNROLL: UNABLE TO OPEN CRANE MASTER "
006840             DL100-CRANE-PATH " - FILE STATUS "
006850             DL100-CRANE-STATUS
006860         MOVE 16 TO RETURN-CODE
006870         STOP RUN
006880     END-IF
006890     OPEN OUTPUT DUE-REPORT-FILE
006900     MOVE SPACES TO DUE-REPORT-RECORD
006910     STRING "CRANE ROLL-UP AND MAINTENANCE-DUE REPORT - DAY "
006920         DL100-LEDGER-DATE " - RUN DATE " DL100-RUN-DATE-DASHED
006930         DELIMITED BY SIZE INTO DUE-REPORT-RECORD
006940     WRITE DUE-REPORT-RECORD
006950     MOVE SPACES TO DUE-REPORT-RECORD
006960     STRING "AUDIT TRAIL ROLLED UP: " DL100-AUDIT-PATH
006970         DELIMITED BY SIZE INTO DUE-REPORT-RECORD
006980     WRITE DUE-REPORT-RECORD
006990     MOVE SPACES TO DUE-REPORT-RECORD
007000     WRITE DUE-REPORT-RECORD
007010     .
007020 0400-EXIT.
007030     EXIT.
007040*----------------------------------------------------------------
007050 0500-APPLY-TRANSACTIONS.
007060*    APPLY THE CRANE MAINTENANCE TRANSACTIONS AFTER THE ROLL-UP,
007070*    SO A SERVICE RECORDED TONIGHT RESTARTS THE COUNT FROM A
007080*    TOTAL THAT ALREADY HOLDS TODAY'S LIFTS.  EVERY TRANSACTION
007090*    GETS ONE REPORT LINE SAYING WHAT BECAME OF IT.
007100*----------------------------------------------------------------
007110     OPEN INPUT CRNTRAN-FILE
007120     IF NOT DL100-CRNTRAN-OK THEN
007130         DISPLAY "CRNROLL: UNABLE TO OPEN TRANSACTION FILE "
007140             DL100-CRNTRAN-PATH " - FILE STATUS "
007150             DL100-CRNTRAN-STATUS
007160         CLOSE CRANE-MASTER
007170         CLOSE DUE-REPORT-FILE
007180         MOVE 16 TO RETURN-CODE
007190         STOP RUN
007200     END-IF
007210     MOVE SPACES TO DUE-REPORT-RECORD
007220     WRITE DUE-REPORT-RECORD
007230     MOVE "MAINTENANCE TRANSACTIONS:" TO DUE-REPORT-RECORD
007240     WRITE DUE-REPORT-RECORD
007250     PERFORM UNTIL EXIT
007260         READ CRNTRAN-FILE AT END
007270             EXIT PERFORM
007280         END-READ
007290         IF CRANE-TRAN-RECORD NOT = SPACES THEN
007300             PERFORM 0510-PROCESS-TRANSACTION THRU 0510-EXIT
007310         END-IF
007320     END-PERFORM
007330     CLOSE CRNTRAN-FILE
007340     .
007350 0500-EXIT.
007360     EXIT.
007370*----------------------------------------------------------------
007380 0510-PROCESS-TRANSACTION.
007390*    EDIT ONE TRANSACTION AND, IF IT PASSES, APPLY IT TO THE
007400*    MASTER.
007410*----------------------------------------------------------------
007420     ADD 1 TO DL100-TRAN-COUNT
007430     SET DL100-TRAN-ACCEPTED TO TRUE
007440     MOVE SPACES TO DL100-REJECT-REASON
007450     EVALUATE TRUE
007460         WHEN CRTR-IS-ADD
007470             MOVE "ADD       " TO DL100-ACTION-NAME
007480         WHEN CRTR-IS-CHANGE
007490             MOVE "CHANGE    " TO DL100-ACTION-NAME
007500         WHEN CRTR-IS-SERVICED
007510             MOVE "SERVICED  " TO DL100-ACTION-NAME
007520         WHEN CRTR-IS-REPAIR
007530             MOVE "REPAIR    " TO DL100-ACTION-NAME
007540         WHEN CRTR-IS-IN-SERVICE
007550             MOVE "IN SERVICE" TO DL100-ACTION-NAME
007560         WHEN OTHER
007570             MOVE "UNKNOWN   " TO DL100-ACTION-NAME
007580             SET DL100-TRAN-REJECTED TO TRUE
007590             STRING "ACTION CODE '" CRTR-ACTION
007600                 "' IS NOT A, C, S, R, OR I"
007610                 DELIMITED BY SIZE INTO DL100-REJECT-REASON
007620     END-EVALUATE
007630     IF DL100-TRAN-ACCEPTED AND CRTR-UNIT-ID = SPACES THEN
007640         SET DL100-TRAN-REJECTED TO TRUE
007650         MOVE "NO UNIT ID ON THE TRANSACTION"
007660              TO DL100-REJECT-REASON
007670     END-IF
007680     IF DL100-TRAN-ACCEPTED THEN
007690         IF CRTR-IS-ADD THEN
007700             PERFORM 0520-APPLY-ADD THRU 0520-EXIT
007710         ELSE
007720             PERFORM 0530-APPLY-UPDATE THRU 0530-EXIT
007730         END-IF
007740     END-IF
007750     MOVE SPACES TO DUE-REPORT-RECORD
007760     IF DL100-TRAN-ACCEPTED THEN
007770         ADD 1 TO DL100-ACCEPT-COUNT
007780         STRING "  ACCEPTED  " DL100-ACTION-NAME " "
007790             CRANE-TRAN-RECORD
007800             DELIMITED BY SIZE INTO DUE-REPORT-RECORD
007810         WRITE DUE-REPORT-RECORD
007820     ELSE
007830         ADD 1 TO DL100-REJECT-COUNT
007840         STRING "  REJECTED  " DL100-ACTION-NAME " "
007850             CRANE-TRAN-RECORD
007860             DELIMITED BY SIZE INTO DUE-REPORT-RECORD
007870         WRITE DUE-REPORT-RECORD
007880         MOVE SPACES TO DUE-REPORT-RECORD
007890         STRING "            *** " DL100-REJECT-REASON
007900             DELIMITED BY SIZE INTO DUE-REPORT-RECORD
007910         WRITE DUE-REPORT-RECORD
007920     END-IF
007930     .
007940 0510-EXIT.
007950     EXIT.
007960*----------------------------------------------------------------
007970 0520-APPLY-ADD.
007980*    A NEW UNIT.  THE MODEL MUST BE 9000 OR 9001 AND THE SERVICE
007990*    INTERVAL A NUMBER OF LIFTS.  THE UNIT STARTS IN SERVICE
008000*    WITH NO LIFTS, AND COUNTS AS ROLLED UP THROUGH TONIGHT'S
008010*    DAY, SINCE NO SHIFT CAN HAVE WORKED IT YET.
008020*----------------------------------------------------------------
008030     IF CRTR-MODEL NOT = "9000" AND CRTR-MODEL NOT = "9001" THEN
008040         SET DL100-TRAN-REJECTED TO TRUE
008050         MOVE "MODEL MUST BE 9000 OR 9001" TO DL100-REJECT-REASON
008060         GO TO 0520-EXIT
008070     END-IF
008080     IF CRTR-SERVICE-INTERVAL NOT NUMERIC THEN
008090         SET DL100-TRAN-REJECTED TO TRUE
008100         MOVE "INTERVAL MUST BE SEVEN DIGITS OF LIFTS"
008110              TO DL100-REJECT-REASON
008120         GO TO 0520-EXIT
008130     END-IF
008140     MOVE CRTR-MODEL            TO DL100-TRAN-MODEL
008150     MOVE CRTR-SERVICE-INTERVAL TO DL100-TRAN-INTERVAL
008160     MOVE SPACES                TO CRANE-MASTER-RECORD
008170     MOVE CRTR-UNIT-ID          TO CRN-UNIT-ID
008180     MOVE DL100-TRAN-MODEL      TO CRN-MODEL
008190     SET CRN-IN-SERVICE TO TRUE
008200     MOVE ZERO                  TO CRN-CUM-LIFTS
008210     MOVE ZERO                  TO CRN-CUM-CRATES
008220     MOVE DL100-TRAN-INTERVAL   TO CRN-SERVICE-INTERVAL
008230     MOVE ZERO                  TO CRN-LIFTS-AT-SERVICE
008240     MOVE DL100-LEDGER-DATE     TO CRN-LAST-ROLLUP-DATE
008250     MOVE 1 TO DL100-RECENT-INDEX
008260     PERFORM UNTIL DL100-RECENT-INDEX > 7
008270         MOVE SPACES TO CRN-RECENT-DATE(DL100-RECENT-INDEX)
008280         MOVE ZERO   TO CRN-RECENT-LIFTS(DL100-RECENT-INDEX)
008290         ADD 1 TO DL100-RECENT-INDEX
008300     END-PERFORM
008310     WRITE CRANE-MASTER-RECORD
008320     IF DL100-CRANE-DUPLICATE THEN
008330         SET DL100-TRAN-REJECTED TO TRUE
008340         MOVE "UNIT IS ALREADY ON THE MASTER"
008350              TO DL100-REJECT-REASON
008360         GO TO 0520-EXIT
008370     END-IF
008380     IF NOT DL100-CRANE-OK THEN
008390         SET DL100-TRAN-REJECTED TO TRUE
008400         STRING "CRANE MASTER WRITE FAILED - FILE STATUS "
008410             DL100-CRANE-STATUS
008420             DELIMITED BY SIZE INTO DL100-REJECT-REASON
008430     END-IF
008440     .
008450 0520-EXIT.
008460     EXIT.
008470*----------------------------------------------------------------
008480 0530-APPLY-UPDATE.
008490*    A CHANGE, SERVICE, REPAIR, OR RETURN TO SERVICE AGAINST A
008500*    UNIT ALREADY ON THE MASTER.  A SERVICE RESTARTS THE LIFT
008510*    COUNT FROM THE UNIT'S CURRENT CUMULATIVE LIFTS AND, BEING
008520*    WORK DONE ON THE UNIT, ALSO PUTS IT BACK IN SERVICE.
008530*----------------------------------------------------------------
008540     MOVE CRTR-UNIT-ID TO CRN-UNIT-ID
008550     READ CRANE-MASTER
008560     IF NOT DL100-CRANE-OK THEN
008570         SET DL100-TRAN-REJECTED TO TRUE
008580         MOVE "UNIT IS NOT ON THE CRANE MASTER"
008590              TO DL100-REJECT-REASON
008600         GO TO 0530-EXIT
008610     END-IF
008620     EVALUATE TRUE
008630         WHEN CRTR-IS-CHANGE
008640             IF CRTR-SERVICE-INTERVAL NOT NUMERIC THEN
008650                 SET DL100-TRAN-REJECTED TO TRUE
008660                 MOVE "INTERVAL MUST BE SEVEN DIGITS OF LIFTS"
008670                      TO DL100-REJECT-REASON
008680                 GO TO 0530-EXIT
008690             END-IF
008700             MOVE CRTR-SERVICE-INTERVAL TO DL100-TRAN-INTERVAL
008710             MOVE DL100-TRAN-INTERVAL TO CRN-SERVICE-INTERVAL
008720         WHEN CRTR-IS-SERVICED
008730             MOVE CRTR-EVENT-DATE TO DL100-TRAN-DATE
008740             IF DL100-TRAN-DATE = SPACES THEN
008750                 MOVE DL100-LEDGER-DATE TO DL100-TRAN-DATE
008760             END-IF
008770             MOVE CRN-CUM-LIFTS   TO CRN-LIFTS-AT-SERVICE
008780             MOVE DL100-TRAN-DATE TO CRN-LAST-SERVICE-DATE
008790             SET CRN-IN-SERVICE TO TRUE
008800         WHEN CRTR-IS-REPAIR
008810             SET CRN-OUT-FOR-REPAIR TO TRUE
008820         WHEN CRTR-IS-IN-SERVICE
008830             SET CRN-IN-SERVICE TO TRUE
008840     END-EVALUATE
008850     REWRITE CRANE-MASTER-RECORD
008860     IF NOT DL100-CRANE-OK THEN
008870         SET DL100-TRAN-REJECTED TO TRUE
008880         STRING "CRANE MASTER REWRITE FAILED - FILE STATUS "
008890             DL100-CRANE-STATUS
008900             DELIMITED BY SIZE INTO DL100-REJECT-REASON
008910     END-IF
008920     .
008930 0530-EXIT.
008940     EXIT.
008950*----------------------------------------------------------------
008960 0600-WRITE-DUE-REPORT.
008970*    ONE LINE PER UNIT ON THE MASTER, IN UNIT ORDER, THEN THE
008980*    UNITS ALREADY OVERDUE - THE ONES COBMAIN WILL NOT OPEN A
008990*    SHIFT ON UNTIL A SERVICE IS RECORDED.
009000*----------------------------------------------------------------
009010     MOVE SPACES TO DUE-REPORT-RECORD
009020     WRITE DUE-REPORT-RECORD
009030     MOVE SPACES TO DUE-REPORT-RECORD
009040     STRING "UNIT      MODEL  STATUS     CUM LIFTS CUM CRATES  "
009050         "  TODAY     SINCE SVC  INTERVAL  AVG/DAY  "
009060         "PROJECTED DUE"
009070         DELIMITED BY SIZE INTO DUE-REPORT-RECORD
009080     WRITE DUE-REPORT-RECORD
009090     MOVE LOW-VALUES TO CRN-UNIT-ID
009100     START CRANE-MASTER KEY NOT < CRN-UNIT-ID
009110     IF DL100-CRANE-OK THEN
009120         PERFORM UNTIL EXIT
009130             READ CRANE-MASTER NEXT RECORD AT END
009140                 EXIT PERFORM
009150             END-READ
009160             PERFORM 0610-WRITE-UNIT-LINE THRU 0610-EXIT
009170         END-PERFORM
009180     END-IF
009190     IF DL100-UNIT-COUNT = 0 THEN
009200         MOVE "  NO CRANE UNITS ON THE MASTER"
009210              TO DUE-REPORT-RECORD
009220         WRITE DUE-REPORT-RECORD
009230     END-IF
009240     MOVE SPACES TO DUE-REPORT-RECORD
009250     WRITE DUE-REPORT-RECORD
009260     MOVE "UNITS OVERDUE FOR SERVICE:" TO DUE-REPORT-RECORD
009270     WRITE DUE-REPORT-RECORD
009280     IF DL100-OVER-COUNT = 0 THEN
009290         MOVE "  NONE" TO DUE-REPORT-RECORD
009300         WRITE DUE-REPORT-RECORD
009310     END-IF
009320     MOVE 1 TO DL100-OVER-INDEX
009330     PERFORM UNTIL DL100-OVER-INDEX > DL100-OVER-COUNT
009340         OR DL100-OVER-INDEX > 200
009350         MOVE DL100-OVER-SINCE(DL100-OVER-INDEX)
009360           TO DL100-EDIT-BIG1
009370         MOVE DL100-OVER-INTERVAL(DL100-OVER-INDEX)
009380           TO DL100-EDIT-BIG2
009390         MOVE SPACES TO DUE-REPORT-RECORD
009400         STRING "  " DL100-OVER-UNIT(DL100-OVER-INDEX)
009410             "  " DL100-EDIT-BIG1 " LIFTS SINCE SERVICE OF "
009420             DL100-OVER-SERVICED(DL100-OVER-INDEX)
009430             " - INTERVAL " DL100-EDIT-BIG2
009440             " - NO SHIFT UNTIL SERVICED"
009450             DELIMITED BY SIZE INTO DUE-REPORT-RECORD
009460         WRITE DUE-REPORT-RECORD
009470         ADD 1 TO DL100-OVER-INDEX
009480     END-PERFORM
009490     IF DL100-OVER-LOST > 0 THEN
009500         MOVE DL100-OVER-LOST TO DL100-EDIT-NUM1
009510         MOVE SPACES TO DUE-REPORT-RECORD
009520         STRING "  ... AND " DL100-EDIT-NUM1 " MORE"
009530             DELIMITED BY SIZE INTO DUE-REPORT-RECORD
009540         WRITE DUE-REPORT-RECORD
009550     END-IF
009560     .
009570 0600-EXIT.
009580     EXIT.
009590*----------------------------------------------------------------
009600 0610-WRITE-UNIT-LINE.
009610*    ONE UNIT'S LINE.  LIFTS SINCE SERVICE ARE CUMULATIVE LIFTS
009620*    LESS LIFTS AT LAST SERVICE.  THE DAILY AVERAGE IS TAKEN
009630*    OVER THE ROLLED-UP DAYS IN THE LAST-SEVEN-DAYS TABLE, AND
009640*    THE DUE DATE IS THE ROLL-UP DAY PLUS THE DAYS THAT AVERAGE
009650*    NEEDS TO USE UP THE LIFTS LEFT IN THE INTERVAL.
009660*----------------------------------------------------------------
009670     ADD 1 TO DL100-UNIT-COUNT
009680     PERFORM 0310-FIND-DAY-ENTRY THRU 0310-EXIT
009690     COMPUTE DL100-SINCE-SERVICE =
009700         CRN-CUM-LIFTS - CRN-LIFTS-AT-SERVICE
009710     MOVE ZERO TO DL100-RECENT-DAYS
009720     MOVE ZERO TO DL100-RECENT-SUM
009730     MOVE 1 TO DL100-RECENT-INDEX
009740     PERFORM UNTIL DL100-RECENT-INDEX > 7
009750         IF CRN-RECENT-DATE(DL100-RECENT-INDEX) NOT = SPACES THEN
009760             ADD 1 TO DL100-RECENT-DAYS
009770             ADD CRN-RECENT-LIFTS(DL100-RECENT-INDEX)
009780               TO DL100-RECENT-SUM
009790         END-IF
009800         ADD 1 TO DL100-RECENT-INDEX
009810     END-PERFORM
009820     MOVE ZERO TO DL100-DAILY-AVERAGE
009830     IF DL100-RECENT-DAYS > 0 THEN
009840         COMPUTE DL100-DAILY-AVERAGE ROUNDED =
009850             DL100-RECENT-SUM / DL100-RECENT-DAYS
009860         IF DL100-DAILY-AVERAGE = 0 AND DL100-RECENT-SUM > 0 THEN
009870             MOVE 1 TO DL100-DAILY-AVERAGE
009880         END-IF
009890     END-IF
009900     SET DL100-UNIT-NOT-OVERDUE TO TRUE
009910     EVALUATE TRUE
009920         WHEN CRN-SERVICE-INTERVAL = 0
009930             MOVE "NO INTERVAL SET" TO DL100-DUE-TEXT
009940         WHEN DL100-SINCE-SERVICE NOT < CRN-SERVICE-INTERVAL
009950             SET DL100-UNIT-OVERDUE TO TRUE
009960             MOVE "*** OVERDUE ***" TO DL100-DUE-TEXT
009970         WHEN DL100-DAILY-AVERAGE = 0
009980             MOVE "NO RECENT LIFTS" TO DL100-DUE-TEXT
009990         WHEN OTHER
010000             PERFORM 0620-PROJECT-DUE-DATE THRU 0620-EXIT
010010     END-EVALUATE
010020     IF DL100-UNIT-OVERDUE THEN
010030         ADD 1 TO DL100-OVER-COUNT
010040         IF DL100-OVER-COUNT > 200 THEN
010050             ADD 1 TO DL100-OVER-LOST
010060         ELSE
010070             MOVE CRN-UNIT-ID TO DL100-OVER-UNIT(DL100-OVER-COUNT)
010080             MOVE DL100-SINCE-SERVICE
010090               TO DL100-OVER-SINCE(DL100-OVER-COUNT)
010100             MOVE CRN-SERVICE-INTERVAL
010110               TO DL100-OVER-INTERVAL(DL100-OVER-COUNT)
010120             IF CRN-LAST-SERVICE-DATE = SPACES THEN
010130                 MOVE "(NEVER)" TO
010140                     DL100-OVER-SERVICED(DL100-OVER-COUNT)
010150             ELSE
010160                 MOVE CRN-LAST-SERVICE-DATE
010170                   TO DL100-OVER-SERVICED(DL100-OVER-COUNT)
010180             END-IF
010190         END-IF
010200     END-IF
010210     MOVE CRN-UNIT-ID          TO DL100-DL-UNIT
010220     MOVE CRN-MODEL            TO DL100-DL-MODEL
010230     IF CRN-OUT-FOR-REPAIR THEN
010240         ADD 1 TO DL100-REPAIR-COUNT
010250         MOVE "REPAIR"         TO DL100-DL-STATUS
010260     ELSE
010270         MOVE "IN SERVICE"     TO DL100-DL-STATUS
010280     END-IF
010290     MOVE CRN-CUM-LIFTS        TO DL100-DL-CUM-LIFTS
010300     MOVE CRN-CUM-CRATES       TO DL100-DL-CUM-CRATES
010310     MOVE DL100-UNIT-LIFTS     TO DL100-DL-TODAY
010320     MOVE DL100-SINCE-SERVICE  TO DL100-DL-SINCE
010330     MOVE CRN-SERVICE-INTERVAL TO DL100-DL-INTERVAL
010340     MOVE DL100-DAILY-AVERAGE  TO DL100-DL-AVERAGE
010350     MOVE DL100-DUE-TEXT       TO DL100-DL-DUE
010360     MOVE DL100-DUE-LINE       TO DUE-REPORT-RECORD
010370     WRITE DUE-REPORT-RECORD
010380     .
010390 0610-EXIT.
010400     EXIT.
010410*----------------------------------------------------------------
010420 0620-PROJECT-DUE-DATE.
010430*    DAYS TO DUE IS THE LIFTS LEFT IN THE INTERVAL OVER THE
010440*    DAILY AVERAGE, ROUNDED UP, COUNTED FORWARD FROM THE ROLL-UP
010450*    DAY.  A DATE MORE THAN 999 DAYS OUT IS NOT WORTH PRINTING.
010460*----------------------------------------------------------------
010470     COMPUTE DL100-LIFTS-LEFT =
010480         CRN-SERVICE-INTERVAL - DL100-SINCE-SERVICE
010490     COMPUTE DL100-DAYS-TO-DUE =
010500         (DL100-LIFTS-LEFT + DL100-DAILY-AVERAGE - 1)
010510         / DL100-DAILY-AVERAGE
010520     IF DL100-DAYS-TO-DUE > 999 THEN
010530         MOVE "BEYOND 999 DAYS" TO DL100-DUE-TEXT
010540         GO TO 0620-EXIT
010550     END-IF
010560     MOVE DL100-LEDGER-DATE(1:4) TO DL100-DUE-CCYY
010570     MOVE DL100-LEDGER-DATE(6:2) TO DL100-DUE-MM
010580     MOVE DL100-LEDGER-DATE(9:2) TO DL100-DUE-DD
010590     MOVE 1 TO DL100-DAY-STEP
010600     PERFORM UNTIL DL100-DAY-STEP > DL100-DAYS-TO-DUE
010610         PERFORM 0630-ADD-ONE-DAY THRU 0630-EXIT
010620         ADD 1 TO DL100-DAY-STEP
010630     END-PERFORM
010640     MOVE DL100-DUE-DATE TO DL100-DUE-TEXT
010650     .
010660 0620-EXIT.
010670     EXIT.
010680*----------------------------------------------------------------
010690 0630-ADD-ONE-DAY.
010700*    STEP DL100-DUE-DATE FORWARD ONE CALENDAR DAY, ROLLING THE
010710*    MONTH AND YEAR - FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE
010720*    BY 4, EXCEPT A CENTURY NOT DIVISIBLE BY 400.
010730*----------------------------------------------------------------
010740     MOVE DL100-MONTH-DAYS(DL100-DUE-MM) TO DL100-DAYS-IN-MONTH
010750     IF DL100-DUE-MM = 2 THEN
010760         DIVIDE DL100-DUE-CCYY BY 4 GIVING DL100-LEAP-QUOTIENT
010770             REMAINDER DL100-LEAP-REM-4
010780         DIVIDE DL100-DUE-CCYY BY 100 GIVING DL100-LEAP-QUOTIENT
010790             REMAINDER DL100-LEAP-REM-100
010800         DIVIDE DL100-DUE-CCYY BY 400 GIVING DL100-LEAP-QUOTIENT
010810             REMAINDER DL100-LEAP-REM-400
010820         IF DL100-LEAP-REM-4 = 0 AND
010830             (DL100-LEAP-REM-100 NOT = 0 OR
010840              DL100-LEAP-REM-400 = 0) THEN
010850             ADD 1 TO DL100-DAYS-IN-MONTH
010860         END-IF
010870     END-IF
010880     IF DL100-DUE-DD < DL100-DAYS-IN-MONTH THEN
010890         ADD 1 TO DL100-DUE-DD
010900         GO TO 0630-EXIT
010910     END-IF
010920     MOVE 1 TO DL100-DUE-DD
010930     IF DL100-DUE-MM < 12 THEN
010940         ADD 1 TO DL100-DUE-MM
010950     ELSE
010960         MOVE 1 TO DL100-DUE-MM
010970         ADD 1 TO DL100-DUE-CCYY
010980     END-IF
010990     .
011000 0630-EXIT.
011010     EXIT.
011020*----------------------------------------------------------------
011030 0700-WRITE-TOTALS.
011040*    CLOSE THE REPORT WITH THE RUN TOTALS.
011050*----------------------------------------------------------------
011060     MOVE SPACES TO DUE-REPORT-RECORD
011070     WRITE DUE-REPORT-RECORD
011080     MOVE DL100-ROLLED-COUNT  TO DL100-EDIT-NUM1
011090     MOVE DL100-ALREADY-COUNT TO DL100-EDIT-NUM2
011100     MOVE DL100-UNKNOWN-COUNT TO DL100-EDIT-NUM3
011110     MOVE SPACES TO DUE-REPORT-RECORD
011120     STRING "UNITS ROLLED UP:   " DL100-EDIT-NUM1
011130         "  ALREADY ROLLED UP: " DL100-EDIT-NUM2
011140         "  NOT ON MASTER: " DL100-EDIT-NUM3
011150         DELIMITED BY SIZE INTO DUE-REPORT-RECORD
011160     WRITE DUE-REPORT-RECORD
011170     MOVE DL100-UNIT-COUNT   TO DL100-EDIT-NUM1
011180     MOVE DL100-OVER-COUNT   TO DL100-EDIT-NUM2
011190     MOVE DL100-REPAIR-COUNT TO DL100-EDIT-NUM3
011200     MOVE SPACES TO DUE-REPORT-RECORD
011210     STRING "UNITS ON MASTER:   " DL100-EDIT-NUM1
011220         "  OVERDUE:           " DL100-EDIT-NUM2
011230         "  OUT FOR REPAIR: " DL100-EDIT-NUM3
011240         DELIMITED BY SIZE INTO DUE-REPORT-RECORD
011250     WRITE DUE-REPORT-RECORD
011260     MOVE DL100-TRAN-COUNT   TO DL100-EDIT-NUM1
011270     MOVE DL100-ACCEPT-COUNT TO DL100-EDIT-NUM2
011280     MOVE DL100-REJECT-COUNT TO DL100-EDIT-NUM3
011290     MOVE SPACES TO DUE-REPORT-RECORD
011300     STRING "TRANSACTIONS READ: " DL100-EDIT-NUM1
011310         "  ACCEPTED:          " DL100-EDIT-NUM2
011320         "  REJECTED:      " DL100-EDIT-NUM3
011330         DELIMITED BY SIZE INTO DUE-REPORT-RECORD
011340     WRITE DUE-REPORT-RECORD
011350     .
011360 0700-EXIT.
011370     EXIT.
011380*----------------------------------------------------------------
011390 0900-RESET-SEAL.
011400*    START A FRESH SEAL ACCUMULATION.
011410*----------------------------------------------------------------
011420     MOVE ZERO TO DL100-SEAL-COUNT
011430     MOVE ZERO TO DL100-SEAL-CKSUM
011440     SET DL100-SEAL-BAD TO TRUE
011450     .
011460 0900-EXIT.
011470     EXIT.
011480*----------------------------------------------------------------
011490 0910-ADD-TO-SEAL.
011500*    FOLD THE RECORD IN DL100-SEAL-RECORD INTO THE SEAL - ONE
011510*    MORE RECORD COUNTED, ITS BYTES UP TO THE LAST NONBLANK
011520*    SUMMED INTO THE CHECKSUM MODULO 1,000,000,000 - EXACTLY AS
011530*    COBMAIN COMPUTES IT.
011540*----------------------------------------------------------------
011550     ADD 1 TO DL100-SEAL-COUNT
011560     MOVE 704 TO DL100-SEAL-LENGTH
011570     PERFORM UNTIL DL100-SEAL-LENGTH < 1
011580         OR DL100-SEAL-RECORD(DL100-SEAL-LENGTH:1) NOT = ' '
011590         SUBTRACT 1 FROM DL100-SEAL-LENGTH
011600     END-PERFORM
011610     MOVE 1 TO DL100-SEAL-INDEX
011620     PERFORM UNTIL DL100-SEAL-INDEX > DL100-SEAL-LENGTH
011630         MOVE DL100-SEAL-RECORD(DL100-SEAL-INDEX:1)
011640              TO DL100-SEAL-CHAR
011650         ADD DL100-SEAL-BYTE-NUM TO DL100-SEAL-CKSUM
011660         ADD 1 TO DL100-SEAL-INDEX
011670     END-PERFORM
011680     IF DL100-SEAL-CKSUM > 999999999 THEN
011690         SUBTRACT 1000000000 FROM DL100-SEAL-CKSUM
011700     END-IF
011710     IF DL100-SEAL-CKSUM < 0 THEN
011720         ADD 1000000000 TO DL100-SEAL-CKSUM
011730     END-IF
011740     .
011750 0910-EXIT.
011760     EXIT.
011770*----------------------------------------------------------------
011780 0920-CHECK-SEAL-LINE.
011790*    DECIDE WHETHER THE RECORD IN DL100-SEAL-RECORD IS THE
011800*    "*SEAL*" TRAILER, AND IF SO JUDGE IT AGAINST THE COUNT AND
011810*    CHECKSUM ACCUMULATED SO FAR.
011820*----------------------------------------------------------------
011830     SET DL100-NOT-SEAL-LINE TO TRUE
011840     IF DL100-SEAL-RECORD(1:7) NOT = "*SEAL* " THEN
011850         GO TO 0920-EXIT
011860     END-IF
011870     SET DL100-IS-SEAL-LINE TO TRUE
011880     MOVE DL100-SEAL-RECORD(14:7) TO DL100-SEAL-EXP-COUNT
011890     MOVE DL100-SEAL-RECORD(28:10) TO DL100-SEAL-EXP-CKSUM
011900     IF DL100-SEAL-EXP-COUNT NUMERIC AND
011910         DL100-SEAL-EXP-CKSUM NUMERIC AND
011920         DL100-SEAL-EXP-COUNT = DL100-SEAL-COUNT AND
011930         DL100-SEAL-EXP-CKSUM = DL100-SEAL-CKSUM THEN
011940         SET DL100-SEAL-GOOD TO TRUE
011950     END-IF
011960     .
011970 0920-EXIT.
011980     EXIT.
011990*----------------------------------------------------------------
012000 0930-VERIFY-AUDIT-SEAL.
012010*    READ THE WHOLE AUDIT TRAIL AND JUDGE ITS SEAL BEFORE THE
012020*    DAY IS ROLLED UP, SO A TRUNCATED TRAIL CANNOT UNDERCOUNT
012030*    A UNIT.  AN UNOPENABLE TRAIL IS LEFT FOR THE TALLY.
012040*----------------------------------------------------------------
012050     PERFORM 0900-RESET-SEAL THRU 0900-EXIT
012060     OPEN INPUT AUDIT-FILE
012070     IF NOT DL100-AUDIT-OK THEN
012080         GO TO 0930-EXIT
012090     END-IF
012100     PERFORM UNTIL EXIT
012110         READ AUDIT-FILE AT END
012120             EXIT PERFORM
012130         END-READ
012140         MOVE SPACES TO DL100-SEAL-RECORD
012150         MOVE AUDIT-RECORD TO DL100-SEAL-RECORD
012160         PERFORM 0920-CHECK-SEAL-LINE THRU 0920-EXIT
012170         IF DL100-NOT-SEAL-LINE THEN
012180             PERFORM 0910-ADD-TO-SEAL THRU 0910-EXIT
012190         END-IF
012200     END-PERFORM
012210     CLOSE AUDIT-FILE
012220     IF DL100-SEAL-BAD THEN
012230         DISPLAY "CRNROLL: AUDIT TRAIL " DL100-AUDIT-PATH
012240             " SEAL MISSING OR WRONG - FILE IS TRUNCATED OR"
012250             " CORRUPT"
012260         MOVE 16 TO RETURN-CODE
012270         STOP RUN
012280     END-IF
012290     .
012300 0930-EXIT.
012310     EXIT.
012320 END PROGRAM CRNROLL.
