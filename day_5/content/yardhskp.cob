000010* YARDHSKP.COB GnuCOBOL
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. YARDHSKP.
000040 AUTHOR. YARD-OPS-IT.
000050 INSTALLATION. YARD-5 CONTAINER TERMINAL.
000060 DATE-WRITTEN. 2026-10-15.
000070 DATE-COMPILED.
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*----------------------------------------------------------------
000110*    DATE       INIT  DESCRIPTION
000120*    ---------- ----  ------------------------------------------
000130*    2026-10-15 OPS   ORIGINAL VERSION.  OVERNIGHT YARD
000140*                     HOUSEKEEPING PLAN GENERATOR.  READS THE
000150*                     LATEST MASTER-MODE CLOSING STATE, THE BAY
000160*                     PROFILE FILE (BAYPROF.CPY), AND THE CRATE
000170*                     MASTER, AND WRITES A READY-TO-RUN MANIFEST
000180*                     OF "MOVE N FROM X TO Y" LINES THAT FIXES
000190*                     THE YARD ITSELF, IN FOUR PASSES - EMPTY
000200*                     EVERY BAY THAT IS OUT OF SERVICE OR GOES
000210*                     OUT OF SERVICE WITHIN THE LOOK-AHEAD DAYS,
000220*                     BRING EVERY STACK BACK UNDER ITS BAY'S MAX
000230*                     HEIGHT, LIFT MISPLACED COMMODITY CLASSES
000240*                     OFF RESTRICTED BAYS, AND EVEN OUT THE
000250*                     STACKS STANDING WELL ABOVE THE YARD
000260*                     AVERAGE.  EVERY LANDING IS JUDGED THE WAY
000270*                     COBMAIN JUDGES IT (0961-CHECK-BAY-PROFILE
000280*                     AND 0965-CHECK-SEGREGATION) AGAINST THE
000290*                     STRICTER OF THE BAY'S PROFILE TODAY AND AT
000300*                     THE END OF THE LOOK-AHEAD, SO NO MOVE IN
000310*                     THE PLAN BREAKS HAZMAT SEGREGATION OR A
000320*                     PROFILE.  THE PLAN IS SIMULATED WITH
000330*                     CRATEMOVER-9001 SEMANTICS (WHOLE-BLOCK
000340*                     LIFTS PRESERVE ORDER), AS MOVEPLAN'S IS,
000350*                     AND THE REPORT SHOWS EACH PROBLEM FOUND
000360*                     WITH THE MOVES THAT CURE IT.
000370*    2026-10-15 OPS   A BAY ROPED OFF PART WAY THROUGH THE
000380*                     LOOK-AHEAD IS CLEARED EVEN WHEN A LATER
000390*                     RECORD RETURNS IT TO SERVICE BEFORE THE
000400*                     HORIZON.
000410*----------------------------------------------------------------
000420* COMMAND LINE ARGUMENTS (OR, IF OMITTED, THE MATCHING
000430* ENVIRONMENT VARIABLE SHOWN BELOW)
000440*----------------------------------------------------------------
000450*    1  DL100-CLOSING-PATH       LATEST MASTER-MODE CLOSING STATE
000460*    2  DL100-BAYPROF-PATH       BAY PROFILE FILE
000470*    3  DL100-MASTER-PATH        INDEXED CRATE MASTER FILE
000480*    4  DL100-PLAN-PATH          GENERATED MOVE-LINE MANIFEST -
000490*                                RUNS DIRECTLY AS A CARRY-OVER
000500*                                MANIFEST AGAINST THE SAME STATE
000510*    5  DL100-PLAN-REPORT-PATH   HOUSEKEEPING REPORT FILE
000520*    6  DL100-LOOKAHEAD-DAYS     DAYS AHEAD A ROPE-OFF OR PROFILE
000530*                                CHANGE IS PLANNED FOR (OMITTED =
000540*                                7)
000550*    7  DL100-BALANCE-MARGIN     CRATES A STACK MAY STAND ABOVE
000560*                                THE YARD AVERAGE BEFORE IT IS
000570*                                EVENED OUT (OMITTED = 2)
000580*----------------------------------------------------------------
000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT INFILE ASSIGN TO DYNAMIC DL100-CLOSING-PATH
000640          ORGANIZATION IS LINE SEQUENTIAL
000650          FILE STATUS IS DL100-INFILE-STATUS.
000660     SELECT BAYPROF-FILE ASSIGN TO DYNAMIC DL100-BAYPROF-PATH
000670          ORGANIZATION IS LINE SEQUENTIAL
000680          FILE STATUS IS DL100-BAYPROF-STATUS.
000690     SELECT CRATE-MASTER ASSIGN TO DYNAMIC DL100-MASTER-PATH
000700          ORGANIZATION IS INDEXED
000710          ACCESS MODE IS RANDOM
000720          RECORD KEY IS CMST-CRATE-ID
000730          FILE STATUS IS DL100-MASTER-STATUS.
000740     SELECT PLAN-FILE ASSIGN TO DYNAMIC DL100-PLAN-PATH
000750          ORGANIZATION IS LINE SEQUENTIAL.
000760     SELECT PLAN-REPORT-FILE ASSIGN TO DYNAMIC
000770          DL100-PLAN-REPORT-PATH
000780          ORGANIZATION IS LINE SEQUENTIAL.
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  INFILE
000820      RECORD IS VARYING IN SIZE FROM 0 TO 1024 CHARACTERS
000830      DEPENDING ON INFILE-RECORD-LENGTH.
000840 01  INFILE-RECORD.
000850     05 INFILE-DATA PIC X OCCURS 1 TO 1024 TIMES
000860                    DEPENDING ON INFILE-RECORD-LENGTH.
000870 FD  BAYPROF-FILE.
000880     COPY BAYPROF.
000890 FD  CRATE-MASTER.
000900     COPY CRATEMST.
000910 FD  PLAN-FILE.
000920 01  PLAN-RECORD                  PIC X(0032).
000930 FD  PLAN-REPORT-FILE.
000940 01  PLAN-REPORT-RECORD           PIC X(0132).
000950 WORKING-STORAGE SECTION.
000960*----------------------------------------------------------------
000970* RUN-TIME PARAMETERS
000980*----------------------------------------------------------------
000990 01  DL100-CLOSING-PATH         PIC X(0100) VALUE SPACES.
001000 01  DL100-DEFAULT-CLOSING-PATH PIC X(0100)
001010                                VALUE "../output/cobmain.sta".
001020 01  DL100-BAYPROF-PATH         PIC X(0100) VALUE SPACES.
001030 01  DL100-DEFAULT-BAYPROF-PATH PIC X(0100)
001040                                VALUE "../input/bayprof.txt".
001050 01  DL100-MASTER-PATH          PIC X(0100) VALUE SPACES.
001060 01  DL100-DEFAULT-MASTER-PATH  PIC X(0100)
001070                                VALUE "../input/cratemst.dat".
001080 01  DL100-PLAN-PATH            PIC X(0100) VALUE SPACES.
001090 01  DL100-DEFAULT-PLAN-PATH    PIC X(0100)
001100                                VALUE "../output/yardhskp.txt".
001110 01  DL100-PLAN-REPORT-PATH     PIC X(0100) VALUE SPACES.
001120 01  DL100-DEFAULT-REPORT-PATH  PIC X(0100)
001130                                VALUE "../output/yardhskp.rpt".
001140 01  DL100-LOOKAHEAD-DAYS       PIC S9(07) COMP-5 VALUE 7.
001150 01  DL100-BALANCE-MARGIN       PIC S9(07) COMP-5 VALUE 2.
001160 01  DL100-NUM-TEXT             PIC X(07) VALUE SPACES.
001170 01  DL100-NUM-VALUE            PIC S9(07) COMP-5 VALUE ZERO.
001180 01  DL100-NUM-INDEX            PIC S9(07) COMP-5.
001190 01  DL100-NUM-DIGIT            PIC 9(01) VALUE ZERO.
001200*----------------------------------------------------------------
001210* YARD TABLE LIMITS - MUST STAY IN STEP WITH COBMAIN'S OWN
001220*----------------------------------------------------------------
001230 01  DL100-MAX-STACKS           PIC S9(07) COMP-5 VALUE 64.
001240 01  DL100-MAX-DEPTH            PIC S9(07) COMP-5 VALUE 256.
001250*----------------------------------------------------------------
001260* IDENTIFIED-CRATE YARD TABLE - SIMULATED WITH CRATEMOVER-9001
001270* SEMANTICS.  THE CLASS, SEGREGATION-CODE, AND ON-MASTER TABLES
001280* SHADOW CRATE-ID CELL FOR CELL AND MOVE WITH IT, AS COBMAIN'S
001290* CRATE-HAZ TABLE DOES.
001300*----------------------------------------------------------------
001310 01  CRATE-IDS.
001320     05 CRATE-ID-COL OCCURS 64 TIMES.
001330        10 CRATE-ID PIC X(08) OCCURS 256 TIMES.
001340     05 CRATE-COL-LENGTH PIC S9(07) COMP-5 OCCURS 64 TIMES.
001350 01  CRATE-HAZ-TABLE.
001360     05 CRATE-HAZ-COL OCCURS 64 TIMES.
001370        10 CRATE-HAZ PIC X(02) OCCURS 256 TIMES.
001380 01  CRATE-CLASS-TABLE.
001390     05 CRATE-CLASS-COL OCCURS 64 TIMES.
001400        10 CRATE-CLASS PIC X(12) OCCURS 256 TIMES.
001410 01  CRATE-KNOWN-TABLE.
001420     05 CRATE-KNOWN-COL OCCURS 64 TIMES.
001430        10 CRATE-KNOWN PIC X(01) OCCURS 256 TIMES.
001440 01  BOXES-LENGTH               PIC S9(07) COMP-5.
001450 01  BOXES-ROW                  PIC S9(07) COMP-5.
001460 01  BOXES-COL                  PIC S9(07) COMP-5.
001470 01  INFILE-RECORD-LENGTH       PIC S9(07) COMP-5.
001480 01  LINE-INDEX                 PIC S9(07) COMP-5.
001490 01  INDEX-VALUE                PIC S9(07) COMP-5.
001500     COPY MOVEREC.
001510 01  DL100-BRACKET-SW           PIC X(01) VALUE 'N'.
001520     88 DL100-LINE-HAS-BRACKET       VALUE 'Y'.
001530     88 DL100-LINE-HAS-NO-BRACKET    VALUE 'N'.
001540*----------------------------------------------------------------
001550* FILE STATUS WORKING STORAGE
001560*----------------------------------------------------------------
001570 01  DL100-INFILE-STATUS        PIC X(02) VALUE SPACES.
001580     88 DL100-INFILE-OK             VALUE '00'.
001590 01  DL100-BAYPROF-STATUS       PIC X(02) VALUE SPACES.
001600     88 DL100-BAYPROF-OK            VALUE '00'.
001610 01  DL100-MASTER-STATUS        PIC X(02) VALUE SPACES.
001620     88 DL100-MASTER-OK             VALUE '00'.
001630*----------------------------------------------------------------
001640* BAY PROFILE TABLE - TWO VIEWS OF EVERY BAY, LOADED THE WAY
001650* COBMAIN'S 0155-LOAD-BAY-PROFILES LOADS ITS ONE: VIEW 1 IS THE
001660* PROFILE IN EFFECT TODAY, VIEW 2 THE PROFILE IN EFFECT AT THE
001670* END OF THE LOOK-AHEAD.  A BAY IS HELD TO THE STRICTER OF THE
001680* TWO, SO THE PLAN IS CLEAN TONIGHT AND STILL CLEAN WHEN THE
001690* FILED CHANGES TAKE EFFECT.  DL100-BAY-OUTAGE-DATE KEEPS THE
001700* EARLIEST ROPE-OFF TAKING EFFECT AFTER TODAY AND BY THE HORIZON,
001710* WHICH NEITHER VIEW SHOWS WHEN A LATER RECORD PUTS THE BAY BACK
001720* IN SERVICE INSIDE THE LOOK-AHEAD.
001730*----------------------------------------------------------------
001740 01  DL100-PROF-TABLE.
001750     05 DL100-PROF-ENTRY OCCURS 64 TIMES.
001760        10 DL100-PROF-VIEW OCCURS 2 TIMES.
001770           15 DL100-PROF-ON-FILE  PIC X(01).
001780           15 DL100-PROF-MAX      PIC S9(07) COMP-5.
001790           15 DL100-PROF-RESTRICT PIC X(12).
001800           15 DL100-PROF-SERVICE  PIC X(01).
001810           15 DL100-PROF-EFFDATE  PIC X(10).
001820        10 DL100-BAY-CLOSING-SW   PIC X(01).
001830        10 DL100-BAY-OUTAGE-DATE  PIC X(10).
001840        10 DL100-BAY-LIMIT        PIC S9(07) COMP-5.
001850        10 DL100-BAY-EVENED-SW    PIC X(01).
001860 01  DL100-PROF-ROW             PIC S9(07) COMP-5.
001870 01  DL100-VIEW                 PIC S9(07) COMP-5.
001880*----------------------------------------------------------------
001890* LOOK-AHEAD DATE WORKING STORAGE - TODAY PLUS THE LOOK-AHEAD
001900* DAYS, STEPPED ONE CALENDAR DAY AT A TIME
001910*----------------------------------------------------------------
001920 01  DL100-RUN-DATE.
001930     05 DL100-RUN-CCYY         PIC 9(04).
001940     05 DL100-RUN-MM           PIC 9(02).
001950     05 DL100-RUN-DD           PIC 9(02).
001960 01  DL100-RUN-DATE-DASHED.
001970     05 DL100-RDD-CCYY         PIC 9(04).
001980     05 FILLER                 PIC X(01) VALUE '-'.
001990     05 DL100-RDD-MM           PIC 9(02).
002000     05 FILLER                 PIC X(01) VALUE '-'.
002010     05 DL100-RDD-DD           PIC 9(02).
002020 01  DL100-HORIZON-DATE.
002030     05 DL100-HZN-CCYY         PIC 9(04).
002040     05 FILLER                 PIC X(01) VALUE '-'.
002050     05 DL100-HZN-MM           PIC 9(02).
002060     05 FILLER                 PIC X(01) VALUE '-'.
002070     05 DL100-HZN-DD           PIC 9(02).
002080 01  DL100-MONTH-DAY-VALUES.
002090     05 FILLER                 PIC X(24)
002100                               VALUE "312831303130313130313031".
002110 01  DL100-MONTH-DAY-TABLE REDEFINES DL100-MONTH-DAY-VALUES.
002120     05 DL100-MONTH-DAYS       PIC 9(02) OCCURS 12 TIMES.
002130 01  DL100-DAYS-IN-MONTH        PIC S9(07) COMP-5.
002140 01  DL100-DAY-STEP             PIC S9(07) COMP-5.
002150 01  DL100-LEAP-QUOTIENT        PIC S9(07) COMP-5.
002160 01  DL100-LEAP-REM-4           PIC S9(07) COMP-5.
002170 01  DL100-LEAP-REM-100         PIC S9(07) COMP-5.
002180 01  DL100-LEAP-REM-400         PIC S9(07) COMP-5.
002190*----------------------------------------------------------------
002200* PLANNING WORKING STORAGE
002210*----------------------------------------------------------------
002220 01  DL100-FROM-BAY             PIC S9(07) COMP-5.
002230 01  DL100-LIFT-LEFT            PIC S9(07) COMP-5.
002240 01  DL100-LIFT-SIZE            PIC S9(07) COMP-5.
002250 01  DL100-LAND-BAY             PIC S9(07) COMP-5.
002260 01  DL100-SCAN-BAY             PIC S9(07) COMP-5.
002270 01  DL100-TRY-BAY              PIC S9(07) COMP-5.
002280 01  DL100-BLOCK-ROW            PIC S9(07) COMP-5.
002290 01  DL100-DEST-ROW             PIC S9(07) COMP-5.
002300 01  DL100-BEST-HEIGHT          PIC S9(07) COMP-5.
002310 01  DL100-NEW-HEIGHT           PIC S9(07) COMP-5.
002320 01  DL100-HEIGHT-CEILING       PIC S9(07) COMP-5 VALUE ZERO.
002330 01  DL100-PROBLEM-MOVES        PIC S9(07) COMP-5 VALUE ZERO.
002340 01  DL100-TALL-BAY             PIC S9(07) COMP-5.
002350 01  DL100-TALL-HEIGHT          PIC S9(07) COMP-5.
002360 01  DL100-TARGET-HEIGHT        PIC S9(07) COMP-5 VALUE ZERO.
002370 01  DL100-OPEN-BAYS            PIC S9(07) COMP-5 VALUE ZERO.
002380 01  DL100-OPEN-CRATES          PIC S9(07) COMP-5 VALUE ZERO.
002390 01  DL100-LAND-SW              PIC X(01) VALUE 'N'.
002400     88 DL100-LANDING-OK            VALUE 'Y'.
002410     88 DL100-LANDING-BARRED        VALUE 'N'.
002420 01  DL100-MISPLACED-SW         PIC X(01) VALUE 'N'.
002430     88 DL100-CRATE-MISPLACED       VALUE 'Y'.
002440     88 DL100-CRATE-IN-PLACE        VALUE 'N'.
002450 01  DL100-STUCK-SW             PIC X(01) VALUE 'N'.
002460     88 DL100-LIFT-STUCK            VALUE 'Y'.
002470     88 DL100-LIFT-NOT-STUCK        VALUE 'N'.
002480 01  DL100-PROBLEM-LINE         PIC X(0132) VALUE SPACES.
002490*----------------------------------------------------------------
002500* PLAN TOTALS FOR THE HOUSEKEEPING REPORT
002510*----------------------------------------------------------------
002520 01  DL100-PROBLEM-COUNT        PIC S9(07) COMP-5 VALUE ZERO.
002530 01  DL100-CURED-COUNT          PIC S9(07) COMP-5 VALUE ZERO.
002540 01  DL100-UNCURED-COUNT        PIC S9(07) COMP-5 VALUE ZERO.
002550 01  DL100-PLAN-MOVES           PIC S9(07) COMP-5 VALUE ZERO.
002560 01  DL100-CRATES-MOVED         PIC S9(07) COMP-5 VALUE ZERO.
002570 01  DL100-NO-MASTER-COUNT      PIC S9(07) COMP-5 VALUE ZERO.
002580*----------------------------------------------------------------
002590* MOVE-LINE AND REPORT EDITING
002600*----------------------------------------------------------------
002610 01  DL100-AMOUNT-NUM           PIC ZZ9.
002620 01  DL100-SRC-NUM              PIC Z9.
002630 01  DL100-DST-NUM              PIC Z9.
002640 01  DL100-BAY-NUM              PIC Z9.
002650 01  DL100-HGT-NUM              PIC ZZ9.
002660 01  DL100-LIM-NUM              PIC ZZ9.
002670 01  DL100-EDIT-NUM1            PIC ZZZZZZ9.
002680 01  DL100-EDIT-NUM2            PIC ZZZZZZ9.
002690 01  DL100-EDIT-NUM3            PIC ZZZZZZ9.
002700*----------------------------------------------------------------
002710* INTEGRITY SEAL WORKING STORAGE - MUST JUDGE SEALS EXACTLY AS
002720* COBMAIN COMPUTES THEM
002730*----------------------------------------------------------------
002740 01  DL100-SEAL-RECORD          PIC X(0704) VALUE SPACES.
002750 01  DL100-SEAL-LENGTH          PIC S9(07) COMP-5.
002760 01  DL100-SEAL-COUNT           PIC S9(07) COMP-5 VALUE ZERO.
002770 01  DL100-SEAL-CKSUM           PIC S9(09) COMP-5 VALUE ZERO.
002780 01  DL100-SEAL-INDEX           PIC S9(07) COMP-5.
002790 01  DL100-SEAL-BYTE.
002800     05 DL100-SEAL-CHAR         PIC X(01).
002810 01  DL100-SEAL-BYTE-NUM REDEFINES DL100-SEAL-BYTE
002820                                PIC S9(02) COMP-5.
002830 01  DL100-SEAL-EXP-COUNT       PIC 9(07).
002840 01  DL100-SEAL-EXP-CKSUM       PIC 9(10).
002850 01  DL100-SEAL-OK-SW           PIC X(01) VALUE 'N'.
002860     88 DL100-SEAL-GOOD             VALUE 'Y'.
002870     88 DL100-SEAL-BAD              VALUE 'N'.
002880 01  DL100-SEAL-LINE-SW         PIC X(01) VALUE 'N'.
002890     88 DL100-IS-SEAL-LINE          VALUE 'Y'.
002900     88 DL100-NOT-SEAL-LINE         VALUE 'N'.
002910 PROCEDURE DIVISION.
002920*----------------------------------------------------------------
002930 0000-MAINLINE.
002940*----------------------------------------------------------------
002950     PERFORM 0100-RESOLVE-CLOSING-PATH THRU 0100-EXIT
002960     PERFORM 0110-RESOLVE-BAYPROF-PATH THRU 0110-EXIT
002970     PERFORM 0120-RESOLVE-MASTER-PATH THRU 0120-EXIT
002980     PERFORM 0130-RESOLVE-PLAN-PATH THRU 0130-EXIT
002990     PERFORM 0140-RESOLVE-REPORT-PATH THRU 0140-EXIT
003000     PERFORM 0150-RESOLVE-LOOKAHEAD THRU 0150-EXIT
003010     PERFORM 0160-RESOLVE-BALANCE-MARGIN THRU 0160-EXIT
003020     PERFORM 0170-SET-HORIZON-DATE THRU 0170-EXIT
003030     PERFORM 0200-LOAD-BAY-PROFILES THRU 0200-EXIT
003040     PERFORM 0300-LOAD-CLOSING-STATE THRU 0300-EXIT
003050     PERFORM 0360-LOAD-CRATE-ATTRIBUTES THRU 0360-EXIT
003060     PERFORM 0370-SETTLE-BAY-LIMITS THRU 0370-EXIT
003070     PERFORM 0400-OPEN-OUTPUTS THRU 0400-EXIT
003080     PERFORM 0500-CLEAR-CLOSING-BAYS THRU 0500-EXIT
003090     PERFORM 0520-CURE-OVER-HEIGHT THRU 0520-EXIT
003100     PERFORM 0540-CURE-MISPLACED THRU 0540-EXIT
003110     PERFORM 0560-EVEN-TALL-STACKS THRU 0560-EXIT
003120     PERFORM 0800-WRITE-PLAN-TOTALS THRU 0800-EXIT
003130     CLOSE PLAN-FILE
003140     CLOSE PLAN-REPORT-FILE
003150     IF DL100-UNCURED-COUNT > 0 THEN
003160         MOVE 8 TO RETURN-CODE
003170     ELSE
003180         MOVE 0 TO RETURN-CODE
003190     END-IF
003200     STOP RUN.
003210*----------------------------------------------------------------
003220 0100-RESOLVE-CLOSING-PATH.
003230*    RESOLVE THE CLOSING STATE PATH FROM, IN ORDER OF PRECEDENCE:
003240*    (1) THE FIRST COMMAND LINE ARGUMENT
003250*    (2) THE DL100-CLOSING-PATH ENVIRONMENT VARIABLE
003260*    (3) THE BUILT-IN DEFAULT PATH
003270*----------------------------------------------------------------
003280     DISPLAY 1 UPON ARGUMENT-NUMBER
003290     ACCEPT DL100-CLOSING-PATH FROM ARGUMENT-VALUE
003300         ON EXCEPTION
003310             MOVE SPACES TO DL100-CLOSING-PATH
003320     END-ACCEPT
003330     IF DL100-CLOSING-PATH = SPACES THEN
003340         ACCEPT DL100-CLOSING-PATH FROM ENVIRONMENT
003350             "DL100-CLOSING-PATH"
003360         ON EXCEPTION
003370             MOVE SPACES TO DL100-CLOSING-PATH
003380         END-ACCEPT
003390     END-IF
003400     IF DL100-CLOSING-PATH = SPACES THEN
003410         MOVE DL100-DEFAULT-CLOSING-PATH TO DL100-CLOSING-PATH
003420     END-IF
003430     .
003440 0100-EXIT.
003450     EXIT.
003460*----------------------------------------------------------------
003470 0110-RESOLVE-BAYPROF-PATH.
003480*    RESOLVE THE BAY PROFILE PATH FROM, IN ORDER OF PRECEDENCE:
003490*    (1) THE SECOND COMMAND LINE ARGUMENT
003500*    (2) THE DL100-BAYPROF-PATH ENVIRONMENT VARIABLE
003510*    (3) THE BUILT-IN DEFAULT PATH
003520*    UNLIKE COBMAIN, THE PLANNER ALWAYS READS A PROFILE - THE
003530*    PROFILE IS WHAT IT PLANS AGAINST.
003540*----------------------------------------------------------------
003550     DISPLAY 2 UPON ARGUMENT-NUMBER
003560     ACCEPT DL100-BAYPROF-PATH FROM ARGUMENT-VALUE
003570         ON EXCEPTION
003580             MOVE SPACES TO DL100-BAYPROF-PATH
003590     END-ACCEPT
003600     IF DL100-BAYPROF-PATH = SPACES THEN
003610         ACCEPT DL100-BAYPROF-PATH FROM ENVIRONMENT
003620             "DL100-BAYPROF-PATH"
003630         ON EXCEPTION
003640             MOVE SPACES TO DL100-BAYPROF-PATH
003650         END-ACCEPT
003660     END-IF
003670     IF DL100-BAYPROF-PATH = SPACES THEN
003680         MOVE DL100-DEFAULT-BAYPROF-PATH TO DL100-BAYPROF-PATH
003690     END-IF
003700     .
003710 0110-EXIT.
003720     EXIT.
003730*----------------------------------------------------------------
003740 0120-RESOLVE-MASTER-PATH.
003750*    RESOLVE THE CRATE MASTER PATH FROM, IN ORDER OF PRECEDENCE:
003760*    (1) THE THIRD COMMAND LINE ARGUMENT
003770*    (2) THE DL100-MASTER-PATH ENVIRONMENT VARIABLE
003780*    (3) THE BUILT-IN DEFAULT PATH
003790*----------------------------------------------------------------
003800     DISPLAY 3 UPON ARGUMENT-NUMBER
003810     ACCEPT DL100-MASTER-PATH FROM ARGUMENT-VALUE
003820         ON EXCEPTION
003830             MOVE SPACES TO DL100-MASTER-PATH
003840     END-ACCEPT
003850     IF DL100-MASTER-PATH = SPACES THEN
003860         ACCEPT DL100-MASTER-PATH FROM ENVIRONMENT
003870             "DL100-MASTER-PATH"
003880         ON EXCEPTION
003890             MOVE SPACES TO DL100-MASTER-PATH
003900         END-ACCEPT
003910     END-IF
003920     IF DL100-MASTER-PATH = SPACES THEN
003930         MOVE DL100-DEFAULT-MASTER-PATH TO DL100-MASTER-PATH
003940     END-IF
003950     .
003960 0120-EXIT.
003970     EXIT.
003980*----------------------------------------------------------------
003990 0130-RESOLVE-PLAN-PATH.
004000*    RESOLVE THE GENERATED MANIFEST PATH FROM, IN ORDER OF
004010*    PRECEDENCE:
004020*    (1) THE FOURTH COMMAND LINE ARGUMENT
004030*    (2) THE DL100-HSKP-PLAN-PATH ENVIRONMENT VARIABLE
004040*    (3) THE BUILT-IN DEFAULT PATH
004050*----------------------------------------------------------------
004060     DISPLAY 4 UPON ARGUMENT-NUMBER
004070     ACCEPT DL100-PLAN-PATH FROM ARGUMENT-VALUE
004080         ON EXCEPTION
004090             MOVE SPACES TO DL100-PLAN-PATH
004100     END-ACCEPT
004110     IF DL100-PLAN-PATH = SPACES THEN
004120         ACCEPT DL100-PLAN-PATH FROM ENVIRONMENT
004130             "DL100-HSKP-PLAN-PATH"
004140         ON EXCEPTION
004150             MOVE SPACES TO DL100-PLAN-PATH
004160         END-ACCEPT
004170     END-IF
004180     IF DL100-PLAN-PATH = SPACES THEN
004190         MOVE DL100-DEFAULT-PLAN-PATH TO DL100-PLAN-PATH
004200     END-IF
004210     .
004220 0130-EXIT.
004230     EXIT.
004240*----------------------------------------------------------------
004250 0140-RESOLVE-REPORT-PATH.
004260*    RESOLVE THE HOUSEKEEPING REPORT PATH FROM, IN ORDER OF
004270*    PRECEDENCE:
004280*    (1) THE FIFTH COMMAND LINE ARGUMENT
004290*    (2) THE DL100-HSKP-REPORT-PATH ENVIRONMENT VARIABLE
004300*    (3) THE BUILT-IN DEFAULT PATH
004310*----------------------------------------------------------------
004320     DISPLAY 5 UPON ARGUMENT-NUMBER
004330     ACCEPT DL100-PLAN-REPORT-PATH FROM ARGUMENT-VALUE
004340         ON EXCEPTION
004350             MOVE SPACES TO DL100-PLAN-REPORT-PATH
004360     END-ACCEPT
004370     IF DL100-PLAN-REPORT-PATH = SPACES THEN
004380         ACCEPT DL100-PLAN-REPORT-PATH FROM ENVIRONMENT
004390             "DL100-HSKP-REPORT-PATH"
004400         ON EXCEPTION
004410             MOVE SPACES TO DL100-PLAN-REPORT-PATH
004420         END-ACCEPT
004430     END-IF
004440     IF DL100-PLAN-REPORT-PATH = SPACES THEN
004450         MOVE DL100-DEFAULT-REPORT-PATH TO DL100-PLAN-REPORT-PATH
004460     END-IF
004470     .
004480 0140-EXIT.
004490     EXIT.
004500*----------------------------------------------------------------
004510 0150-RESOLVE-LOOKAHEAD.
004520*    THE LOOK-AHEAD IN DAYS COMES FROM, IN ORDER OF PRECEDENCE:
004530*    (1) A SIXTH COMMAND LINE ARGUMENT
004540*    (2) THE DL100-LOOKAHEAD-DAYS ENVIRONMENT VARIABLE
004550*    OMITTED MEANS A WEEK.  MORE THAN A YEAR AHEAD IS REFUSED -
004560*    PROFILE RECORDS ARE NOT FILED THAT FAR OUT, SO IT CAN ONLY
004570*    BE A KEYING ERROR.
004580*----------------------------------------------------------------
004590     MOVE SPACES TO DL100-NUM-TEXT
004600     DISPLAY 6 UPON ARGUMENT-NUMBER
004610     ACCEPT DL100-NUM-TEXT FROM ARGUMENT-VALUE
004620         ON EXCEPTION
004630             MOVE SPACES TO DL100-NUM-TEXT
004640     END-ACCEPT
004650     IF DL100-NUM-TEXT = SPACES THEN
004660         ACCEPT DL100-NUM-TEXT FROM ENVIRONMENT
004670             "DL100-LOOKAHEAD-DAYS"
004680         ON EXCEPTION
004690             MOVE SPACES TO DL100-NUM-TEXT
004700         END-ACCEPT
004710     END-IF
004720     IF DL100-NUM-TEXT = SPACES THEN
004730         GO TO 0150-EXIT
004740     END-IF
004750     PERFORM 0700-NUMBER-FROM-TEXT THRU 0700-EXIT
004760     IF DL100-NUM-VALUE > 366 THEN
004770         DISPLAY "YARDHSKP: LOOK-AHEAD OF " DL100-NUM-TEXT
004780             " DAYS IS MORE THAN A YEAR"
004790         MOVE 16 TO RETURN-CODE
004800         STOP RUN
004810     END-IF
004820     MOVE DL100-NUM-VALUE TO DL100-LOOKAHEAD-DAYS
004830     .
004840 0150-EXIT.
004850     EXIT.
004860*----------------------------------------------------------------
004870 0160-RESOLVE-BALANCE-MARGIN.
004880*    THE BALANCE MARGIN COMES FROM, IN ORDER OF PRECEDENCE:
004890*    (1) A SEVENTH COMMAND LINE ARGUMENT
004900*    (2) THE DL100-BALANCE-MARGIN ENVIRONMENT VARIABLE
004910*    OMITTED MEANS TWO CRATES.
004920*----------------------------------------------------------------
004930     MOVE SPACES TO DL100-NUM-TEXT
004940     DISPLAY 7 UPON ARGUMENT-NUMBER
004950     ACCEPT DL100-NUM-TEXT FROM ARGUMENT-VALUE
004960         ON EXCEPTION
004970             MOVE SPACES TO DL100-NUM-TEXT
004980     END-ACCEPT
004990     IF DL100-NUM-TEXT = SPACES THEN
005000         ACCEPT DL100-NUM-TEXT FROM ENVIRONMENT
005010             "DL100-BALANCE-MARGIN"
005020         ON EXCEPTION
005030             MOVE SPACES TO DL100-NUM-TEXT
005040         END-ACCEPT
005050     END-IF
005060     IF DL100-NUM-TEXT = SPACES THEN
005070         GO TO 0160-EXIT
005080     END-IF
005090     PERFORM 0700-NUMBER-FROM-TEXT THRU 0700-EXIT
005100     MOVE DL100-NUM-VALUE TO DL100-BALANCE-MARGIN
005110     .
005120 0160-EXIT.
005130     EXIT.
005140*----------------------------------------------------------------
005150 0170-SET-HORIZON-DATE.
005160*    TODAY'S DATE IN COBMAIN'S CCYY-MM-DD FORM, AND THE
005170*    LOOK-AHEAD HORIZON - TODAY PLUS THE LOOK-AHEAD DAYS - IN THE
005180*    SAME FORM, SO PROFILE EFFECTIVE DATES ARE COMPARED WITH
005190*    BOTH EXACTLY AS COBMAIN COMPARES THEM WITH ITS RUN DATE.
005200*----------------------------------------------------------------
005210     ACCEPT DL100-RUN-DATE FROM DATE YYYYMMDD
005220     MOVE DL100-RUN-CCYY TO DL100-RDD-CCYY
005230     MOVE DL100-RUN-MM   TO DL100-RDD-MM
005240     MOVE DL100-RUN-DD   TO DL100-RDD-DD
005250     MOVE DL100-RUN-CCYY TO DL100-HZN-CCYY
005260     MOVE DL100-RUN-MM   TO DL100-HZN-MM
005270     MOVE DL100-RUN-DD   TO DL100-HZN-DD
005280     MOVE 1 TO DL100-DAY-STEP
005290     PERFORM UNTIL DL100-DAY-STEP > DL100-LOOKAHEAD-DAYS
005300         PERFORM 0710-ADD-ONE-DAY THRU 0710-EXIT
005310         ADD 1 TO DL100-DAY-STEP
005320     END-PERFORM
005330     .
005340 0170-EXIT.
005350     EXIT.
005360*----------------------------------------------------------------
005370 0200-LOAD-BAY-PROFILES.
005380*    LOAD THE BAY PROFILE FILE INTO BOTH VIEWS OF THE PROFILE
005390*    TABLE.  EACH VIEW IS BUILT BY COBMAIN'S OWN RULE - THE
005400*    LAST RECORD IN FILE ORDER WHOSE EFFECTIVE DATE HAS BEEN
005410*    REACHED WINS - VIEW 1 AS OF TODAY, VIEW 2 AS OF THE
005420*    HORIZON.  A RECORD ROPING A BAY OFF AFTER TODAY AND BY THE
005430*    HORIZON ALSO SETS THE BAY'S OUTAGE DATE (THE EARLIEST SUCH
005440*    DATE WINS), SO A ROPE-OFF LIFTED AGAIN INSIDE THE LOOK-AHEAD
005450*    STILL CLEARS THE BAY.  A PROFILE FILE THAT CANNOT BE OPENED
005460*    OR CARRIES A RECORD NAMING A BAY OUTSIDE THE TABLE STOPS THE
005470*    RUN, AS IT STOPS COBMAIN.
005480*----------------------------------------------------------------
005490     MOVE 1 TO DL100-PROF-ROW
005500     PERFORM UNTIL DL100-PROF-ROW > DL100-MAX-STACKS
005510         MOVE 1 TO DL100-VIEW
005520         PERFORM UNTIL DL100-VIEW > 2
005530             MOVE 'N'    TO
005540                 DL100-PROF-ON-FILE(DL100-PROF-ROW, DL100-VIEW)
005550             MOVE ZERO   TO
005560                 DL100-PROF-MAX(DL100-PROF-ROW, DL100-VIEW)
005570             MOVE SPACES TO
005580                 DL100-PROF-RESTRICT(DL100-PROF-ROW, DL100-VIEW)
005590             MOVE SPACES TO
005600                 DL100-PROF-SERVICE(DL100-PROF-ROW, DL100-VIEW)
005610             MOVE SPACES TO
005620                 DL100-PROF-EFFDATE(DL100-PROF-ROW, DL100-VIEW)
005630             ADD 1 TO DL100-VIEW
005640         END-PERFORM
005650         MOVE SPACES TO DL100-BAY-OUTAGE-DATE(DL100-PROF-ROW)
005660         ADD 1 TO DL100-PROF-ROW
005670     END-PERFORM
005680     OPEN INPUT BAYPROF-FILE
005690     IF NOT DL100-BAYPROF-OK THEN
005700         DISPLAY "YARDHSKP: UNABLE TO OPEN BAY PROFILE "
005710             DL100-BAYPROF-PATH " - FILE STATUS "
005720             DL100-BAYPROF-STATUS
005730         MOVE 16 TO RETURN-CODE
005740         STOP RUN
005750     END-IF
005760     PERFORM UNTIL EXIT
005770         READ BAYPROF-FILE AT END
005780             EXIT PERFORM
005790         END-READ
005800         IF BAY-PROFILE-RECORD NOT = SPACES THEN
005810             IF BPRF-BAY-NUMBER NOT NUMERIC OR
005820                 BPRF-MAX-HEIGHT NOT NUMERIC OR
005830                 BPRF-BAY-NUMBER < 1 OR
005840                 BPRF-BAY-NUMBER > DL100-MAX-STACKS THEN
005850                 DISPLAY "YARDHSKP: BAY PROFILE RECORD IS NOT"
005860                     " USABLE - " BAY-PROFILE-RECORD
005870                 MOVE 16 TO RETURN-CODE
005880                 STOP RUN
005890             END-IF
005900             IF BPRF-EFFECTIVE-DATE NOT >
005910                 DL100-RUN-DATE-DASHED THEN
005920                 MOVE 1 TO DL100-VIEW
005930                 PERFORM 0210-SET-PROFILE-VIEW THRU 0210-EXIT
005940             END-IF
005950             IF BPRF-EFFECTIVE-DATE NOT >
005960                 DL100-HORIZON-DATE THEN
005970                 MOVE 2 TO DL100-VIEW
005980                 PERFORM 0210-SET-PROFILE-VIEW THRU 0210-EXIT
005990             END-IF
006000             IF BPRF-SERVICE-SW = 'O' AND
006010                 BPRF-EFFECTIVE-DATE > DL100-RUN-DATE-DASHED AND
006020                 BPRF-EFFECTIVE-DATE NOT > DL100-HORIZON-DATE AND
006030                 (DL100-BAY-OUTAGE-DATE(BPRF-BAY-NUMBER) = SPACES
006040                 OR BPRF-EFFECTIVE-DATE <
006050                 DL100-BAY-OUTAGE-DATE(BPRF-BAY-NUMBER)) THEN
006060                 MOVE BPRF-EFFECTIVE-DATE TO
006070                     DL100-BAY-OUTAGE-DATE(BPRF-BAY-NUMBER)
006080             END-IF
006090         END-IF
006100     END-PERFORM
006110     CLOSE BAYPROF-FILE
006120     .
006130 0200-EXIT.
006140     EXIT.
006150*----------------------------------------------------------------
006160 0210-SET-PROFILE-VIEW.
006170*    COPY THE CURRENT PROFILE RECORD INTO VIEW DL100-VIEW OF
006180*    ITS BAY'S ENTRY.
006190*----------------------------------------------------------------
006200     MOVE 'Y' TO
006210         DL100-PROF-ON-FILE(BPRF-BAY-NUMBER, DL100-VIEW)
006220     MOVE BPRF-MAX-HEIGHT TO
006230         DL100-PROF-MAX(BPRF-BAY-NUMBER, DL100-VIEW)
006240     MOVE BPRF-RESTRICT TO
006250         DL100-PROF-RESTRICT(BPRF-BAY-NUMBER, DL100-VIEW)
006260     MOVE BPRF-SERVICE-SW TO
006270         DL100-PROF-SERVICE(BPRF-BAY-NUMBER, DL100-VIEW)
006280     MOVE BPRF-EFFECTIVE-DATE TO
006290         DL100-PROF-EFFDATE(BPRF-BAY-NUMBER, DL100-VIEW)
006300     .
006310 0210-EXIT.
006320     EXIT.
006330*----------------------------------------------------------------
006340 0300-LOAD-CLOSING-STATE.
006350*    LOAD THE CRATE IDS OF THE LATEST CLOSING STATE - ELEVEN-
006360*    COLUMN MASTER-MODE CELLS, EXACTLY AS COBMAIN'S PARSE-ID-ROW
006370*    LIFTS THEM - AFTER ITS SEAL HAS BEEN JUDGED.  THE PLAN IS
006380*    ONLY AS GOOD AS THIS TABLE, SO A STATE THAT CANNOT BE
006390*    OPENED OR READ STOPS THE RUN.
006400*----------------------------------------------------------------
006410     PERFORM 0930-VERIFY-STATE-SEAL THRU 0930-EXIT
006420     INITIALIZE CRATE-IDS
006430     MOVE ZERO TO BOXES-LENGTH
006440     OPEN INPUT INFILE
006450     IF NOT DL100-INFILE-OK THEN
006460         DISPLAY "YARDHSKP: UNABLE TO OPEN CLOSING STATE "
006470             DL100-CLOSING-PATH " - FILE STATUS "
006480             DL100-INFILE-STATUS
006490         MOVE 16 TO RETURN-CODE
006500         STOP RUN
006510     END-IF
006520     MOVE DL100-MAX-DEPTH TO BOXES-ROW
006530     PERFORM UNTIL EXIT
006540         READ INFILE AT END
006550             EXIT PERFORM
006560         END-READ
006570         PERFORM 0310-CHECK-FOR-BRACKET THRU 0310-EXIT
006580         IF DL100-LINE-HAS-NO-BRACKET THEN
006590             EXIT PERFORM
006600         END-IF
006610         PERFORM 0320-CHECK-CELL-FORMAT THRU 0320-EXIT
006620         IF BOXES-ROW < 1 THEN
006630             DISPLAY "YARDHSKP: CLOSING STATE IS TALLER THAN THE"
006640                 " YARD TABLE - CANNOT BE PLANNED"
006650             CLOSE INFILE
006660             MOVE 16 TO RETURN-CODE
006670             STOP RUN
006680         END-IF
006690         PERFORM 0330-PARSE-ID-ROW THRU 0330-EXIT
006700         ADD -1 TO BOXES-ROW
006710     END-PERFORM
006720     PERFORM 0340-COUNT-STACKS THRU 0340-EXIT
006730     CLOSE INFILE
006740     MOVE 1 TO BOXES-COL
006750     PERFORM UNTIL BOXES-COL > BOXES-LENGTH
006760         PERFORM 0350-COMPACT-ID-COL THRU 0350-EXIT
006770         ADD 1 TO BOXES-COL
006780     END-PERFORM
006790     .
006800 0300-EXIT.
006810     EXIT.
006820*----------------------------------------------------------------
006830 0310-CHECK-FOR-BRACKET.
006840*    A YARD DRAWING ROW ALWAYS HAS AT LEAST ONE '[' CHARACTER.
006850*    THE COLUMN-HEADER ROW THAT FOLLOWS THE DRAWING NEVER DOES,
006860*    SO SCANNING FOR A BRACKET IS HOW THE END OF THE DRAWING IS
006870*    RECOGNIZED INSTEAD OF LIFTING A FIXED COLUMN.
006880*----------------------------------------------------------------
006890     SET DL100-LINE-HAS-NO-BRACKET TO TRUE
006900     MOVE 1 TO LINE-INDEX
006910     PERFORM UNTIL LINE-INDEX > INFILE-RECORD-LENGTH
006920                OR DL100-LINE-HAS-BRACKET
006930         IF INFILE-DATA(LINE-INDEX) = '[' THEN
006940             SET DL100-LINE-HAS-BRACKET TO TRUE
006950         END-IF
006960         ADD 1 TO LINE-INDEX
006970     END-PERFORM
006980     .
006990 0310-EXIT.
007000     EXIT.
007010*----------------------------------------------------------------
007020 0320-CHECK-CELL-FORMAT.
007030*    ONLY A MASTER-MODE STATE - ELEVEN-COLUMN [XXXXXXXX] CELLS -
007040*    NAMES THE CRATES IN THE YARD.  A LETTER-MODE STATE CARRIES
007050*    THREE-COLUMN [X] CELLS THAT CANNOT BE MATCHED TO A CRATE
007060*    ID, SO IT IS REFUSED OUTRIGHT RATHER THAN PLANNING A YARD
007070*    WHOSE CRATES CANNOT BE NAMED.  0310-CHECK-FOR-
007080*    BRACKET LEFT LINE-INDEX JUST PAST THE ROW'S FIRST BRACKET,
007090*    SO A MASTER-MODE CELL'S CLOSING BRACKET SITS AT LINE-INDEX
007100*    + 8.
007110*----------------------------------------------------------------
007120     IF LINE-INDEX + 8 > INFILE-RECORD-LENGTH OR
007130         INFILE-DATA(LINE-INDEX + 8) NOT = ']' THEN
007140         DISPLAY "YARDHSKP: CLOSING STATE CARRIES LETTER-MODE"
007150             " CELLS - CRATE IDS CANNOT BE PLANNED FROM IT"
007160         CLOSE INFILE
007170         MOVE 16 TO RETURN-CODE
007180         STOP RUN
007190     END-IF
007200     .
007210 0320-EXIT.
007220     EXIT.
007230*----------------------------------------------------------------
007240 0330-PARSE-ID-ROW.
007250*    LIFT ONE ROW OF THE IDENTIFIED-CRATE DRAWING - CELLS ARE
007260*    ELEVEN COLUMNS WIDE, '[' PLUS THE EIGHT-CHARACTER ID PLUS
007270*    ']' PLUS A SEPARATOR SPACE.
007280*----------------------------------------------------------------
007290     MOVE 1 TO LINE-INDEX
007300     MOVE 1 TO BOXES-COL
007310     PERFORM UNTIL LINE-INDEX > INFILE-RECORD-LENGTH
007320         IF INFILE-DATA(LINE-INDEX) = '[' AND
007330             BOXES-COL NOT > DL100-MAX-STACKS THEN
007340             MOVE INFILE-RECORD(LINE-INDEX + 1:8)
007350                  TO CRATE-ID(BOXES-COL, BOXES-ROW)
007360         END-IF
007370         ADD 11 TO LINE-INDEX
007380         ADD 1 TO BOXES-COL
007390     END-PERFORM
007400     .
007410 0330-EXIT.
007420     EXIT.
007430*----------------------------------------------------------------
007440 0340-COUNT-STACKS.
007450*    COUNT THE STACK NUMBERS ON THE COLUMN-HEADER LINE BY TOKEN,
007460*    NOT BY LIFTING A FIXED COLUMN, SO THE STACK COUNT IS NOT
007470*    LIMITED TO A SINGLE DIGIT.
007480*----------------------------------------------------------------
007490     MOVE ZERO TO BOXES-LENGTH
007500     MOVE 1 TO LINE-INDEX
007510     PERFORM UNTIL LINE-INDEX > INFILE-RECORD-LENGTH
007520         IF INFILE-DATA(LINE-INDEX) NOT = ' ' THEN
007530             ADD 1 TO BOXES-LENGTH
007540             PERFORM UNTIL
007550                 LINE-INDEX > INFILE-RECORD-LENGTH OR
007560                 INFILE-DATA(LINE-INDEX) = ' '
007570                 ADD 1 TO LINE-INDEX
007580             END-PERFORM
007590         ELSE
007600             ADD 1 TO LINE-INDEX
007610         END-IF
007620     END-PERFORM
007630     IF BOXES-LENGTH > DL100-MAX-STACKS THEN
007640         DISPLAY "YARDHSKP: STATE NAMES MORE STACKS THAN THE"
007650             " YARD TABLE - CANNOT BE PLANNED"
007660         CLOSE INFILE
007670         MOVE 16 TO RETURN-CODE
007680         STOP RUN
007690     END-IF
007700     .
007710 0340-EXIT.
007720     EXIT.
007730*----------------------------------------------------------------
007740 0350-COMPACT-ID-COL.
007750*    SLIDE ONE BAY'S CRATE IDS DOWN SO THE LOWEST-NUMBERED ROW
007760*    IS THE BOTTOM OF THE STACK, AND RECORD HOW DEEP THE STACK
007770*    IS - THE ID-TABLE TWIN OF COBMAIN'S COMPACT-BOX-COL.
007780*----------------------------------------------------------------
007790     SET BOXES-ROW TO 1
007800     PERFORM UNTIL BOXES-ROW > DL100-MAX-DEPTH
007810         OR CRATE-ID(BOXES-COL, BOXES-ROW) NOT = SPACES
007820         ADD 1 TO BOXES-ROW
007830     END-PERFORM
007840     IF BOXES-ROW > DL100-MAX-DEPTH THEN
007850         SET CRATE-COL-LENGTH(BOXES-COL) TO 0
007860     ELSE
007870         SET CRATE-COL-LENGTH(BOXES-COL) TO 1
007880         PERFORM UNTIL BOXES-ROW > DL100-MAX-DEPTH
007890             MOVE CRATE-ID(BOXES-COL, BOXES-ROW)
007900                  TO CRATE-ID(BOXES-COL,
007910                     CRATE-COL-LENGTH(BOXES-COL))
007920             MOVE SPACES TO CRATE-ID(BOXES-COL, BOXES-ROW)
007930             ADD 1 TO BOXES-ROW
007940             ADD 1 TO CRATE-COL-LENGTH(BOXES-COL)
007950         END-PERFORM
007960         PERFORM UNTIL NOT
007970             CRATE-ID(BOXES-COL, CRATE-COL-LENGTH(BOXES-COL))
007980             = SPACES
007990             SUBTRACT 1 FROM CRATE-COL-LENGTH(BOXES-COL)
008000         END-PERFORM
008010     END-IF
008020     .
008030 0350-EXIT.
008040     EXIT.
008050*----------------------------------------------------------------
008060 0360-LOAD-CRATE-ATTRIBUTES.
008070*    LOOK EVERY CRATE IN THE YARD UP ON THE CRATE MASTER AND
008080*    CARRY ITS COMMODITY CLASS AND SEGREGATION CODE ALONGSIDE
008090*    ITS ID.  A CRATE WITH NO MASTER RECORD IS COUNTED AND LEFT
008100*    WITH A BLANK CLASS AND CODE - COBMAIN CANNOT JUDGE IT
008110*    MISPLACED, SO NEITHER DOES THE PLAN, BUT THE PLAN NEVER
008120*    LANDS IT ON A RESTRICTED BAY EITHER.
008130*----------------------------------------------------------------
008140     OPEN INPUT CRATE-MASTER
008150     IF NOT DL100-MASTER-OK THEN
008160         DISPLAY "YARDHSKP: UNABLE TO OPEN CRATE MASTER "
008170             DL100-MASTER-PATH " - FILE STATUS "
008180             DL100-MASTER-STATUS
008190         MOVE 16 TO RETURN-CODE
008200         STOP RUN
008210     END-IF
008220     INITIALIZE CRATE-HAZ-TABLE
008230     INITIALIZE CRATE-CLASS-TABLE
008240     INITIALIZE CRATE-KNOWN-TABLE
008250     MOVE 1 TO BOXES-COL
008260     PERFORM UNTIL BOXES-COL > BOXES-LENGTH
008270         MOVE 1 TO BOXES-ROW
008280         PERFORM UNTIL BOXES-ROW > CRATE-COL-LENGTH(BOXES-COL)
008290             MOVE CRATE-ID(BOXES-COL, BOXES-ROW) TO CMST-CRATE-ID
008300             READ CRATE-MASTER
008310                 INVALID KEY
008320                     MOVE 'N' TO CRATE-KNOWN(BOXES-COL, BOXES-ROW)
008330                     ADD 1 TO DL100-NO-MASTER-COUNT
008340                 NOT INVALID KEY
008350                     MOVE 'Y' TO CRATE-KNOWN(BOXES-COL, BOXES-ROW)
008360                     MOVE CMST-COMMODITY
008370                       TO CRATE-CLASS(BOXES-COL, BOXES-ROW)
008380                     MOVE CMST-HAZMAT-CODE
008390                       TO CRATE-HAZ(BOXES-COL, BOXES-ROW)
008400             END-READ
008410             ADD 1 TO BOXES-ROW
008420         END-PERFORM
008430         ADD 1 TO BOXES-COL
008440     END-PERFORM
008450     CLOSE CRATE-MASTER
008460     .
008470 0360-EXIT.
008480     EXIT.
008490*----------------------------------------------------------------
008500 0370-SETTLE-BAY-LIMITS.
008510*    HOLD EVERY BAY TO THE STRICTER OF ITS TWO PROFILE VIEWS - A
008520*    BAY OUT OF SERVICE IN EITHER, OR WITH AN OUTAGE DATE INSIDE
008530*    THE LOOK-AHEAD, IS CLOSING, AND ITS HEIGHT
008540*    LIMIT IS THE LOWER OF THE TWO NONZERO MAXIMUMS (ZERO IS NO
008550*    LIMIT).  RESTRICTIONS ARE JUDGED AGAINST BOTH VIEWS AS
008560*    CRATES ARE EXAMINED.
008570*----------------------------------------------------------------
008580     MOVE 1 TO DL100-PROF-ROW
008590     PERFORM UNTIL DL100-PROF-ROW > DL100-MAX-STACKS
008600         MOVE 'N'  TO DL100-BAY-CLOSING-SW(DL100-PROF-ROW)
008610         IF DL100-BAY-OUTAGE-DATE(DL100-PROF-ROW) NOT = SPACES
008620             THEN
008630             MOVE 'Y' TO DL100-BAY-CLOSING-SW(DL100-PROF-ROW)
008640         END-IF
008650         MOVE ZERO TO DL100-BAY-LIMIT(DL100-PROF-ROW)
008660         MOVE 'N'  TO DL100-BAY-EVENED-SW(DL100-PROF-ROW)
008670         MOVE 1 TO DL100-VIEW
008680         PERFORM UNTIL DL100-VIEW > 2
008690             PERFORM 0375-SETTLE-ONE-VIEW THRU 0375-EXIT
008700             ADD 1 TO DL100-VIEW
008710         END-PERFORM
008720         ADD 1 TO DL100-PROF-ROW
008730     END-PERFORM
008740     .
008750 0370-EXIT.
008760     EXIT.
008770*----------------------------------------------------------------
008780 0375-SETTLE-ONE-VIEW.
008790*    FOLD VIEW DL100-VIEW OF BAY DL100-PROF-ROW INTO THE BAY'S
008800*    CLOSING SWITCH AND HEIGHT LIMIT.
008810*----------------------------------------------------------------
008820     IF DL100-PROF-ON-FILE(DL100-PROF-ROW, DL100-VIEW)
008830         NOT = 'Y' THEN
008840         GO TO 0375-EXIT
008850     END-IF
008860     IF DL100-PROF-SERVICE(DL100-PROF-ROW, DL100-VIEW) = 'O'
008870         THEN
008880         MOVE 'Y' TO DL100-BAY-CLOSING-SW(DL100-PROF-ROW)
008890     END-IF
008900     IF DL100-PROF-MAX(DL100-PROF-ROW, DL100-VIEW) > 0 AND
008910         (DL100-BAY-LIMIT(DL100-PROF-ROW) = 0 OR
008920         DL100-PROF-MAX(DL100-PROF-ROW, DL100-VIEW) <
008930         DL100-BAY-LIMIT(DL100-PROF-ROW)) THEN
008940         MOVE DL100-PROF-MAX(DL100-PROF-ROW, DL100-VIEW)
008950           TO DL100-BAY-LIMIT(DL100-PROF-ROW)
008960     END-IF
008970     .
008980 0375-EXIT.
008990     EXIT.
009000*----------------------------------------------------------------
009010 0400-OPEN-OUTPUTS.
009020*    OPEN THE PLAN FILE AND THE HOUSEKEEPING REPORT AND WRITE
009030*    THE REPORT'S DATED HEADER LINES.
009040*----------------------------------------------------------------
009050     OPEN OUTPUT PLAN-FILE
009060     OPEN OUTPUT PLAN-REPORT-FILE
009070     MOVE SPACES TO PLAN-REPORT-RECORD
009080     STRING "YARD HOUSEKEEPING PLAN - RUN DATE "
009090         DL100-RUN-DATE-DASHED
009100         DELIMITED BY SIZE INTO PLAN-REPORT-RECORD
009110     WRITE PLAN-REPORT-RECORD
009120     MOVE SPACES TO PLAN-REPORT-RECORD
009130     STRING "CLOSING STATE:  " DL100-CLOSING-PATH
009140         DELIMITED BY SIZE INTO PLAN-REPORT-RECORD
009150     WRITE PLAN-REPORT-RECORD
009160     MOVE SPACES TO PLAN-REPORT-RECORD
009170     STRING "BAY PROFILE:    " DL100-BAYPROF-PATH
009180         DELIMITED BY SIZE INTO PLAN-REPORT-RECORD
009190     WRITE PLAN-REPORT-RECORD
009200     MOVE SPACES TO PLAN-REPORT-RECORD
009210     STRING "LOOK-AHEAD TO:  " DL100-HORIZON-DATE
009220         DELIMITED BY SIZE INTO PLAN-REPORT-RECORD
009230     WRITE PLAN-REPORT-RECORD
009240     MOVE DL100-BALANCE-MARGIN TO DL100-EDIT-NUM1
009250     MOVE SPACES TO PLAN-REPORT-RECORD
009260     STRING "BALANCE MARGIN: " DL100-EDIT-NUM1
009270         DELIMITED BY SIZE INTO PLAN-REPORT-RECORD
009280     WRITE PLAN-REPORT-RECORD
009290     MOVE SPACES TO PLAN-REPORT-RECORD
009300     WRITE PLAN-REPORT-RECORD
009310     .
009320 0400-EXIT.
009330     EXIT.
009340*----------------------------------------------------------------
009350 0500-CLEAR-CLOSING-BAYS.
009360*    FIRST PASS - EVERY BAY THAT IS OUT OF SERVICE, OR GOES OUT
009370*    OF SERVICE BEFORE THE HORIZON, IS EMPTIED ONTO BAYS THAT
009380*    STAY OPEN.  COBMAIN REFUSES ANY LANDING ON A ROPED-OFF
009390*    BAY, SO CRATES LEFT ON ONE CAN ONLY BE DUG OUT, NEVER
009400*    WORKED AROUND.
009410*----------------------------------------------------------------
009420     MOVE 1 TO DL100-SCAN-BAY
009430     PERFORM UNTIL DL100-SCAN-BAY > BOXES-LENGTH
009440         IF DL100-BAY-CLOSING-SW(DL100-SCAN-BAY) = 'Y' AND
009450             CRATE-COL-LENGTH(DL100-SCAN-BAY) > 0 THEN
009460             MOVE DL100-SCAN-BAY TO DL100-FROM-BAY
009470             PERFORM 0510-CLEAR-ONE-BAY THRU 0510-EXIT
009480         END-IF
009490         ADD 1 TO DL100-SCAN-BAY
009500     END-PERFORM
009510     .
009520 0500-EXIT.
009530     EXIT.
009540*----------------------------------------------------------------
009550 0510-CLEAR-ONE-BAY.
009560*    REPORT ONE CLOSING BAY AND PLAN THE MOVES THAT EMPTY IT.
009570*----------------------------------------------------------------
009580     MOVE DL100-FROM-BAY TO DL100-BAY-NUM
009590     MOVE CRATE-COL-LENGTH(DL100-FROM-BAY) TO DL100-HGT-NUM
009600     MOVE SPACES TO DL100-PROBLEM-LINE
009610     IF DL100-PROF-ON-FILE(DL100-FROM-BAY, 1) = 'Y' AND
009620         DL100-PROF-SERVICE(DL100-FROM-BAY, 1) = 'O' THEN
009630         STRING "BAY " DL100-BAY-NUM
009640             " OUT OF SERVICE SINCE "
009650             DL100-PROF-EFFDATE(DL100-FROM-BAY, 1)
009660             " - " DL100-HGT-NUM " CRATES TO CLEAR"
009670             DELIMITED BY SIZE INTO DL100-PROBLEM-LINE
009680     ELSE
009690         IF DL100-BAY-OUTAGE-DATE(DL100-FROM-BAY) = SPACES THEN
009700             MOVE DL100-PROF-EFFDATE(DL100-FROM-BAY, 2)
009710               TO DL100-BAY-OUTAGE-DATE(DL100-FROM-BAY)
009720         END-IF
009730         STRING "BAY " DL100-BAY-NUM
009740             " GOES OUT OF SERVICE ON "
009750             DL100-BAY-OUTAGE-DATE(DL100-FROM-BAY)
009760             " - " DL100-HGT-NUM " CRATES TO CLEAR"
009770             DELIMITED BY SIZE INTO DL100-PROBLEM-LINE
009780     END-IF
009790     PERFORM 0590-WRITE-PROBLEM-LINE THRU 0590-EXIT
009800     MOVE CRATE-COL-LENGTH(DL100-FROM-BAY) TO DL100-LIFT-LEFT
009810     PERFORM 0600-RELOCATE-TOP THRU 0600-EXIT
009820     PERFORM 0650-WRITE-CURE-RESULT THRU 0650-EXIT
009830     .
009840 0510-EXIT.
009850     EXIT.
009860*----------------------------------------------------------------
009870 0520-CURE-OVER-HEIGHT.
009880*    SECOND PASS - EVERY OPEN BAY STANDING ABOVE ITS HEIGHT
009890*    LIMIT HAS ITS EXCESS LIFTED OFF THE TOP.  AN OVER-HEIGHT
009900*    BAY CANNOT TAKE ANOTHER LANDING IN COBMAIN UNTIL IT IS
009910*    BROUGHT BACK UNDER.
009920*----------------------------------------------------------------
009930     MOVE 1 TO DL100-SCAN-BAY
009940     PERFORM UNTIL DL100-SCAN-BAY > BOXES-LENGTH
009950         IF DL100-BAY-CLOSING-SW(DL100-SCAN-BAY) = 'N' AND
009960             DL100-BAY-LIMIT(DL100-SCAN-BAY) > 0 AND
009970             CRATE-COL-LENGTH(DL100-SCAN-BAY) >
009980             DL100-BAY-LIMIT(DL100-SCAN-BAY) THEN
009990             MOVE DL100-SCAN-BAY TO DL100-FROM-BAY
010000             MOVE DL100-FROM-BAY TO DL100-BAY-NUM
010010             MOVE CRATE-COL-LENGTH(DL100-FROM-BAY)
010020               TO DL100-HGT-NUM
010030             MOVE DL100-BAY-LIMIT(DL100-FROM-BAY)
010040               TO DL100-LIM-NUM
010050             MOVE SPACES TO DL100-PROBLEM-LINE
010060             STRING "BAY " DL100-BAY-NUM " STANDS "
010070                 DL100-HGT-NUM " HIGH AGAINST A MAX HEIGHT OF "
010080                 DL100-LIM-NUM
010090                 DELIMITED BY SIZE INTO DL100-PROBLEM-LINE
010100             PERFORM 0590-WRITE-PROBLEM-LINE THRU 0590-EXIT
010110             COMPUTE DL100-LIFT-LEFT =
010120                 CRATE-COL-LENGTH(DL100-FROM-BAY) -
010130                 DL100-BAY-LIMIT(DL100-FROM-BAY)
010140             PERFORM 0600-RELOCATE-TOP THRU 0600-EXIT
010150             PERFORM 0650-WRITE-CURE-RESULT THRU 0650-EXIT
010160         END-IF
010170         ADD 1 TO DL100-SCAN-BAY
010180     END-PERFORM
010190     .
010200 0520-EXIT.
010210     EXIT.
010220*----------------------------------------------------------------
010230 0540-CURE-MISPLACED.
010240*    THIRD PASS - EVERY OPEN RESTRICTED BAY HOLDING A CRATE OF
010250*    ANOTHER COMMODITY CLASS HAS EVERYTHING DOWN TO AND
010260*    INCLUDING THE LOWEST MISPLACED CRATE LIFTED OFF.  THE
010270*    CRATES ABOVE IT ARE IN THE WAY WHATEVER THEIR CLASS, AND
010280*    THE LANDING RULES KEEP ANY THAT BELONG ON A RESTRICTED BAY
010290*    TO BAYS OF THEIR OWN CLASS.
010300*----------------------------------------------------------------
010310     MOVE 1 TO DL100-FROM-BAY
010320     PERFORM UNTIL DL100-FROM-BAY > BOXES-LENGTH
010330         IF DL100-BAY-CLOSING-SW(DL100-FROM-BAY) = 'N' THEN
010340             PERFORM 0550-FIND-MISPLACED THRU 0550-EXIT
010350             IF DL100-CRATE-MISPLACED THEN
010360                 MOVE DL100-FROM-BAY TO DL100-BAY-NUM
010370                 MOVE BOXES-ROW TO DL100-HGT-NUM
010380                 MOVE SPACES TO DL100-PROBLEM-LINE
010390                 STRING "BAY " DL100-BAY-NUM
010400                     " IS RESTRICTED BUT HOLDS CRATE "
010410                     CRATE-ID(DL100-FROM-BAY, BOXES-ROW)
010420                     " (" CRATE-CLASS(DL100-FROM-BAY, BOXES-ROW)
010430                     ") AT ROW " DL100-HGT-NUM
010440                     DELIMITED BY SIZE INTO DL100-PROBLEM-LINE
010450                 PERFORM 0590-WRITE-PROBLEM-LINE THRU 0590-EXIT
010460                 COMPUTE DL100-LIFT-LEFT =
010470                     CRATE-COL-LENGTH(DL100-FROM-BAY) -
010480                     BOXES-ROW + 1
010490                 PERFORM 0600-RELOCATE-TOP THRU 0600-EXIT
010500                 PERFORM 0650-WRITE-CURE-RESULT THRU 0650-EXIT
010510             END-IF
010520         END-IF
010530         ADD 1 TO DL100-FROM-BAY
010540     END-PERFORM
010550     .
010560 0540-EXIT.
010570     EXIT.
010580*----------------------------------------------------------------
010590 0550-FIND-MISPLACED.
010600*    SCAN BAY DL100-FROM-BAY FROM THE BOTTOM FOR THE LOWEST
010610*    CRATE WHOSE MASTER CLASS DIFFERS FROM A NONBLANK
010620*    RESTRICTION IN EITHER PROFILE VIEW - COBMAIN'S OWN TEST.
010630*    ON A HIT BOXES-ROW IS LEFT ON THAT CRATE.
010640*----------------------------------------------------------------
010650     SET DL100-CRATE-IN-PLACE TO TRUE
010660     MOVE 1 TO BOXES-ROW
010670     PERFORM UNTIL BOXES-ROW > CRATE-COL-LENGTH(DL100-FROM-BAY)
010680         OR DL100-CRATE-MISPLACED
010690         IF CRATE-KNOWN(DL100-FROM-BAY, BOXES-ROW) = 'Y' THEN
010700             MOVE 1 TO DL100-VIEW
010710             PERFORM UNTIL DL100-VIEW > 2
010720                 IF DL100-PROF-RESTRICT(DL100-FROM-BAY,
010730                     DL100-VIEW) NOT = SPACES AND
010740                     DL100-PROF-RESTRICT(DL100-FROM-BAY,
010750                     DL100-VIEW) NOT =
010760                     CRATE-CLASS(DL100-FROM-BAY, BOXES-ROW) THEN
010770                     SET DL100-CRATE-MISPLACED TO TRUE
010780                 END-IF
010790                 ADD 1 TO DL100-VIEW
010800             END-PERFORM
010810         END-IF
010820         IF DL100-CRATE-IN-PLACE THEN
010830             ADD 1 TO BOXES-ROW
010840         END-IF
010850     END-PERFORM
010860     .
010870 0550-EXIT.
010880     EXIT.
010890*----------------------------------------------------------------
010900 0560-EVEN-TALL-STACKS.
010910*    LAST PASS - WITH THE YARD CLEAN, EVEN OUT THE STACKS THAT
010920*    STAND MORE THAN THE BALANCE MARGIN ABOVE THE AVERAGE OPEN
010930*    BAY (ROUNDED UP).  TALLEST FIRST, EACH SUCH BAY HAS CRATES
010940*    LIFTED OFF DOWN TOWARD THE AVERAGE ONTO BAYS THAT STAY
010950*    WITHIN THE MARGIN, SO NO BAY IS EVENED TWICE AND NO
010960*    LANDING MAKES A NEW TALL STACK.
010970*----------------------------------------------------------------
010980     MOVE ZERO TO DL100-OPEN-BAYS
010990     MOVE ZERO TO DL100-OPEN-CRATES
011000     MOVE 1 TO DL100-SCAN-BAY
011010     PERFORM UNTIL DL100-SCAN-BAY > BOXES-LENGTH
011020         IF DL100-BAY-CLOSING-SW(DL100-SCAN-BAY) = 'N' THEN
011030             ADD 1 TO DL100-OPEN-BAYS
011040             ADD CRATE-COL-LENGTH(DL100-SCAN-BAY)
011050               TO DL100-OPEN-CRATES
011060         END-IF
011070         ADD 1 TO DL100-SCAN-BAY
011080     END-PERFORM
011090     IF DL100-OPEN-BAYS = 0 THEN
011100         GO TO 0560-EXIT
011110     END-IF
011120     COMPUTE DL100-TARGET-HEIGHT =
011130         (DL100-OPEN-CRATES + DL100-OPEN-BAYS - 1)
011140         / DL100-OPEN-BAYS
011150     COMPUTE DL100-HEIGHT-CEILING =
011160         DL100-TARGET-HEIGHT + DL100-BALANCE-MARGIN
011170     IF DL100-HEIGHT-CEILING < 1 THEN
011180         MOVE 1 TO DL100-HEIGHT-CEILING
011190     END-IF
011200     PERFORM UNTIL EXIT
011210         PERFORM 0570-FIND-TALL-BAY THRU 0570-EXIT
011220         IF DL100-TALL-BAY = 0 THEN
011230             EXIT PERFORM
011240         END-IF
011250         PERFORM 0580-EVEN-ONE-BAY THRU 0580-EXIT
011260     END-PERFORM
011270     MOVE ZERO TO DL100-HEIGHT-CEILING
011280     .
011290 0560-EXIT.
011300     EXIT.
011310*----------------------------------------------------------------
011320 0570-FIND-TALL-BAY.
011330*    FIND THE TALLEST OPEN BAY NOT YET EVENED THAT STANDS ABOVE
011340*    THE AVERAGE PLUS THE MARGIN.  ZERO MEANS NONE IS LEFT.
011350*----------------------------------------------------------------
011360     MOVE ZERO TO DL100-TALL-BAY
011370     MOVE DL100-HEIGHT-CEILING TO DL100-TALL-HEIGHT
011380     MOVE 1 TO DL100-SCAN-BAY
011390     PERFORM UNTIL DL100-SCAN-BAY > BOXES-LENGTH
011400         IF DL100-BAY-CLOSING-SW(DL100-SCAN-BAY) = 'N' AND
011410             DL100-BAY-EVENED-SW(DL100-SCAN-BAY) = 'N' AND
011420             CRATE-COL-LENGTH(DL100-SCAN-BAY) > DL100-TALL-HEIGHT
011430             THEN
011440             MOVE DL100-SCAN-BAY TO DL100-TALL-BAY
011450             MOVE CRATE-COL-LENGTH(DL100-SCAN-BAY)
011460               TO DL100-TALL-HEIGHT
011470         END-IF
011480         ADD 1 TO DL100-SCAN-BAY
011490     END-PERFORM
011500     .
011510 0570-EXIT.
011520     EXIT.
011530*----------------------------------------------------------------
011540 0580-EVEN-ONE-BAY.
011550*    REPORT ONE TALL BAY AND PLAN THE MOVES THAT BRING IT DOWN
011560*    TOWARD THE AVERAGE.  IT COUNTS AS CURED ONCE IT STANDS
011570*    WITHIN THE MARGIN, EVEN IF NOT EVERY CRATE ABOVE THE
011580*    AVERAGE FOUND A LANDING.
011590*----------------------------------------------------------------
011600     MOVE 'Y' TO DL100-BAY-EVENED-SW(DL100-TALL-BAY)
011610     MOVE DL100-TALL-BAY TO DL100-FROM-BAY
011620     MOVE DL100-FROM-BAY TO DL100-BAY-NUM
011630     MOVE CRATE-COL-LENGTH(DL100-FROM-BAY) TO DL100-HGT-NUM
011640     MOVE DL100-TARGET-HEIGHT TO DL100-LIM-NUM
011650     MOVE SPACES TO DL100-PROBLEM-LINE
011660     STRING "BAY " DL100-BAY-NUM " STANDS " DL100-HGT-NUM
011670         " HIGH AGAINST AN OPEN-BAY AVERAGE OF " DL100-LIM-NUM
011680         DELIMITED BY SIZE INTO DL100-PROBLEM-LINE
011690     PERFORM 0590-WRITE-PROBLEM-LINE THRU 0590-EXIT
011700     COMPUTE DL100-LIFT-LEFT =
011710         CRATE-COL-LENGTH(DL100-FROM-BAY) - DL100-TARGET-HEIGHT
011720     PERFORM 0600-RELOCATE-TOP THRU 0600-EXIT
011730     IF CRATE-COL-LENGTH(DL100-FROM-BAY) > DL100-HEIGHT-CEILING
011740         THEN
011750         COMPUTE DL100-LIFT-LEFT =
011760             CRATE-COL-LENGTH(DL100-FROM-BAY) -
011770             DL100-HEIGHT-CEILING
011780     ELSE
011790         MOVE ZERO TO DL100-LIFT-LEFT
011800     END-IF
011810     PERFORM 0650-WRITE-CURE-RESULT THRU 0650-EXIT
011820     .
011830 0580-EXIT.
011840     EXIT.
011850*----------------------------------------------------------------
011860 0590-WRITE-PROBLEM-LINE.
011870*    COUNT ONE PROBLEM AND WRITE ITS HEADING FROM
011880*    DL100-PROBLEM-LINE.
011890*----------------------------------------------------------------
011900     ADD 1 TO DL100-PROBLEM-COUNT
011910     MOVE DL100-PROBLEM-LINE TO PLAN-REPORT-RECORD
011920     WRITE PLAN-REPORT-RECORD
011930     .
011940 0590-EXIT.
011950     EXIT.
011960*----------------------------------------------------------------
011970 0600-RELOCATE-TOP.
011980*    LIFT THE TOP DL100-LIFT-LEFT CRATES OFF BAY DL100-FROM-BAY
011990*    IN AS FEW WHOLE-BLOCK MOVES AS THE LANDING RULES ALLOW -
012000*    THE LARGEST BLOCK THAT HAS A LEGAL LANDING GOES FIRST.
012010*    WHEN NOT EVEN THE TOP CRATE ALONE CAN LAND ANYWHERE THE
012020*    LIFT STOPS, LEAVING DL100-LIFT-LEFT AS THE CRATES STRANDED.
012030*----------------------------------------------------------------
012040     MOVE ZERO TO DL100-PROBLEM-MOVES
012050     SET DL100-LIFT-NOT-STUCK TO TRUE
012060     PERFORM UNTIL DL100-LIFT-LEFT = 0 OR DL100-LIFT-STUCK
012070         MOVE DL100-LIFT-LEFT TO DL100-LIFT-SIZE
012080         MOVE ZERO TO DL100-LAND-BAY
012090         PERFORM UNTIL DL100-LIFT-SIZE = 0 OR DL100-LAND-BAY > 0
012100             PERFORM 0610-FIND-LANDING THRU 0610-EXIT
012110             IF DL100-LAND-BAY = 0 THEN
012120                 SUBTRACT 1 FROM DL100-LIFT-SIZE
012130             END-IF
012140         END-PERFORM
012150         IF DL100-LAND-BAY = 0 THEN
012160             SET DL100-LIFT-STUCK TO TRUE
012170         ELSE
012180             MOVE DL100-LIFT-SIZE TO MOVE-AMOUNT
012190             MOVE DL100-FROM-BAY  TO MOVE-SOURCE
012200             MOVE DL100-LAND-BAY  TO MOVE-DEST
012210             PERFORM 0630-WRITE-MOVE-LINE THRU 0630-EXIT
012220             SUBTRACT DL100-LIFT-SIZE FROM DL100-LIFT-LEFT
012230         END-IF
012240     END-PERFORM
012250     .
012260 0600-EXIT.
012270     EXIT.
012280*----------------------------------------------------------------
012290 0610-FIND-LANDING.
012300*    FIND THE SHORTEST BAY THAT CAN LEGALLY TAKE THE TOP
012310*    DL100-LIFT-SIZE CRATES OF BAY DL100-FROM-BAY, LOWEST BAY
012320*    NUMBER ON A TIE.  ZERO IN DL100-LAND-BAY MEANS NONE CAN.
012330*----------------------------------------------------------------
012340     MOVE ZERO TO DL100-LAND-BAY
012350     MOVE DL100-MAX-DEPTH TO DL100-BEST-HEIGHT
012360     ADD 1 TO DL100-BEST-HEIGHT
012370     MOVE 1 TO DL100-TRY-BAY
012380     PERFORM UNTIL DL100-TRY-BAY > BOXES-LENGTH
012390         PERFORM 0620-CHECK-LANDING THRU 0620-EXIT
012400         IF DL100-LANDING-OK AND
012410             CRATE-COL-LENGTH(DL100-TRY-BAY) < DL100-BEST-HEIGHT
012420             THEN
012430             MOVE DL100-TRY-BAY TO DL100-LAND-BAY
012440             MOVE CRATE-COL-LENGTH(DL100-TRY-BAY)
012450               TO DL100-BEST-HEIGHT
012460         END-IF
012470         ADD 1 TO DL100-TRY-BAY
012480     END-PERFORM
012490     .
012500 0610-EXIT.
012510     EXIT.
012520*----------------------------------------------------------------
012530 0620-CHECK-LANDING.
012540*    DECIDE WHETHER BAY DL100-TRY-BAY CAN TAKE THE TOP
012550*    DL100-LIFT-SIZE CRATES OF BAY DL100-FROM-BAY WITHOUT
012560*    TRIPPING COBMAIN - IT MUST BE ANOTHER OPEN BAY, STAY
012570*    WITHIN ITS HEIGHT LIMIT (AND THE BALANCING CEILING WHILE
012580*    STACKS ARE BEING EVENED), TAKE ONLY CRATES OF ITS
012590*    RESTRICTED CLASS, AND HOLD NO SEGREGATION CODE THAT
012600*    DIFFERS FROM ONE IN THE BLOCK.
012610*----------------------------------------------------------------
012620     SET DL100-LANDING-BARRED TO TRUE
012630     IF DL100-TRY-BAY = DL100-FROM-BAY OR
012640         DL100-BAY-CLOSING-SW(DL100-TRY-BAY) = 'Y' THEN
012650         GO TO 0620-EXIT
012660     END-IF
012670     COMPUTE DL100-NEW-HEIGHT =
012680         CRATE-COL-LENGTH(DL100-TRY-BAY) + DL100-LIFT-SIZE
012690     IF DL100-NEW-HEIGHT > DL100-MAX-DEPTH THEN
012700         GO TO 0620-EXIT
012710     END-IF
012720     IF DL100-BAY-LIMIT(DL100-TRY-BAY) > 0 AND
012730         DL100-NEW-HEIGHT > DL100-BAY-LIMIT(DL100-TRY-BAY) THEN
012740         GO TO 0620-EXIT
012750     END-IF
012760     IF DL100-HEIGHT-CEILING > 0 AND
012770         DL100-NEW-HEIGHT > DL100-HEIGHT-CEILING THEN
012780         GO TO 0620-EXIT
012790     END-IF
012800     SET DL100-LANDING-OK TO TRUE
012810     COMPUTE DL100-BLOCK-ROW =
012820         CRATE-COL-LENGTH(DL100-FROM-BAY) - DL100-LIFT-SIZE + 1
012830     PERFORM UNTIL DL100-BLOCK-ROW >
012840         CRATE-COL-LENGTH(DL100-FROM-BAY) OR DL100-LANDING-BARRED
012850         PERFORM 0625-CHECK-BLOCK-CRATE THRU 0625-EXIT
012860         ADD 1 TO DL100-BLOCK-ROW
012870     END-PERFORM
012880     .
012890 0620-EXIT.
012900     EXIT.
012910*----------------------------------------------------------------
012920 0625-CHECK-BLOCK-CRATE.
012930*    JUDGE ONE CRATE OF THE LIFTED BLOCK AGAINST THE LANDING
012940*    BAY - ITS CLASS AGAINST EACH VIEW'S RESTRICTION (A CRATE
012950*    THE MASTER DOES NOT KNOW NEVER LANDS ON A RESTRICTED BAY),
012960*    THEN ITS SEGREGATION CODE AGAINST EVERY CODE ALREADY IN
012970*    THE BAY, AS 0965-CHECK-SEGREGATION JUDGES IT.
012980*----------------------------------------------------------------
012990     MOVE 1 TO DL100-VIEW
013000     PERFORM UNTIL DL100-VIEW > 2
013010         IF DL100-PROF-RESTRICT(DL100-TRY-BAY, DL100-VIEW)
013020             NOT = SPACES THEN
013030             IF CRATE-KNOWN(DL100-FROM-BAY, DL100-BLOCK-ROW)
013040                 NOT = 'Y' OR
013050                 CRATE-CLASS(DL100-FROM-BAY, DL100-BLOCK-ROW)
013060                 NOT = DL100-PROF-RESTRICT(DL100-TRY-BAY,
013070                 DL100-VIEW) THEN
013080                 SET DL100-LANDING-BARRED TO TRUE
013090             END-IF
013100         END-IF
013110         ADD 1 TO DL100-VIEW
013120     END-PERFORM
013130     IF DL100-LANDING-BARRED OR
013140         CRATE-HAZ(DL100-FROM-BAY, DL100-BLOCK-ROW) = SPACES THEN
013150         GO TO 0625-EXIT
013160     END-IF
013170     MOVE 1 TO DL100-DEST-ROW
013180     PERFORM UNTIL DL100-DEST-ROW >
013190         CRATE-COL-LENGTH(DL100-TRY-BAY) OR DL100-LANDING-BARRED
013200         IF CRATE-HAZ(DL100-TRY-BAY, DL100-DEST-ROW)
013210             NOT = SPACES AND
013220             CRATE-HAZ(DL100-TRY-BAY, DL100-DEST-ROW) NOT =
013230             CRATE-HAZ(DL100-FROM-BAY, DL100-BLOCK-ROW) THEN
013240             SET DL100-LANDING-BARRED TO TRUE
013250         END-IF
013260         ADD 1 TO DL100-DEST-ROW
013270     END-PERFORM
013280     .
013290 0625-EXIT.
013300     EXIT.
013310*----------------------------------------------------------------
013320 0630-WRITE-MOVE-LINE.
013330*    WRITE ONE "MOVE N FROM X TO Y" LINE ON THE PLAN FILE IN
013340*    THE SAME FREE-FORMAT KEYWORDS THE MANIFEST PARSER ACCEPTS,
013350*    SHOW IT UNDER ITS PROBLEM ON THE REPORT, THEN APPLY IT TO
013360*    THE SIMULATION SO THE NEXT LANDING IS JUDGED AGAINST THE
013370*    YARD AS THE CRANE WILL LEAVE IT.
013380*----------------------------------------------------------------
013390     MOVE MOVE-AMOUNT TO DL100-AMOUNT-NUM
013400     MOVE MOVE-SOURCE TO DL100-SRC-NUM
013410     MOVE MOVE-DEST   TO DL100-DST-NUM
013420     MOVE SPACES TO PLAN-RECORD
013430     STRING "move " DL100-AMOUNT-NUM
013440         " from " DL100-SRC-NUM
013450         " to " DL100-DST-NUM
013460         DELIMITED BY SIZE INTO PLAN-RECORD
013470     WRITE PLAN-RECORD
013480     MOVE SPACES TO PLAN-REPORT-RECORD
013490     STRING "    MOVE " DL100-AMOUNT-NUM
013500         " FROM BAY " DL100-SRC-NUM
013510         " TO BAY " DL100-DST-NUM
013520         DELIMITED BY SIZE INTO PLAN-REPORT-RECORD
013530     WRITE PLAN-REPORT-RECORD
013540     ADD 1 TO DL100-PLAN-MOVES
013550     ADD 1 TO DL100-PROBLEM-MOVES
013560     ADD MOVE-AMOUNT TO DL100-CRATES-MOVED
013570     PERFORM 0640-APPLY-MOVE THRU 0640-EXIT
013580     .
013590 0630-EXIT.
013600     EXIT.
013610*----------------------------------------------------------------
013620 0640-APPLY-MOVE.
013630*    APPLY ONE PLANNED MOVE TO THE SIMULATED YARD WITH
013640*    CRATEMOVER-9001 SEMANTICS - THE WHOLE BLOCK LIFTS IN ONE
013650*    PIECE AND LANDS IN THE SAME ORDER - CARRYING EACH CRATE'S
013660*    CLASS, CODE, AND MASTER FLAG WITH ITS ID.
013670*----------------------------------------------------------------
013680     MOVE MOVE-AMOUNT TO INDEX-VALUE
013690     PERFORM UNTIL MOVE-AMOUNT = 0
013700         ADD 1 TO CRATE-COL-LENGTH(MOVE-DEST)
013710         COMPUTE DL100-BLOCK-ROW =
013720             CRATE-COL-LENGTH(MOVE-SOURCE) - MOVE-AMOUNT + 1
013730         MOVE CRATE-ID(MOVE-SOURCE, DL100-BLOCK-ROW)
013740           TO CRATE-ID(MOVE-DEST, CRATE-COL-LENGTH(MOVE-DEST))
013750         MOVE CRATE-HAZ(MOVE-SOURCE, DL100-BLOCK-ROW)
013760           TO CRATE-HAZ(MOVE-DEST, CRATE-COL-LENGTH(MOVE-DEST))
013770         MOVE CRATE-CLASS(MOVE-SOURCE, DL100-BLOCK-ROW)
013780           TO CRATE-CLASS(MOVE-DEST, CRATE-COL-LENGTH(MOVE-DEST))
013790         MOVE CRATE-KNOWN(MOVE-SOURCE, DL100-BLOCK-ROW)
013800           TO CRATE-KNOWN(MOVE-DEST, CRATE-COL-LENGTH(MOVE-DEST))
013810         MOVE SPACES TO CRATE-ID(MOVE-SOURCE, DL100-BLOCK-ROW)
013820         MOVE SPACES TO CRATE-HAZ(MOVE-SOURCE, DL100-BLOCK-ROW)
013830         MOVE SPACES TO CRATE-CLASS(MOVE-SOURCE, DL100-BLOCK-ROW)
013840         MOVE SPACES TO CRATE-KNOWN(MOVE-SOURCE, DL100-BLOCK-ROW)
013850         SUBTRACT 1 FROM MOVE-AMOUNT
013860     END-PERFORM
013870     SUBTRACT INDEX-VALUE FROM CRATE-COL-LENGTH(MOVE-SOURCE)
013880     .
013890 0640-EXIT.
013900     EXIT.
013910*----------------------------------------------------------------
013920 0650-WRITE-CURE-RESULT.
013930*    CLOSE OFF ONE PROBLEM ON THE REPORT - CURED IF NO CRATE
013940*    WAS LEFT STRANDED, OTHERWISE HOW MANY STILL NEED A HOME.
013950*----------------------------------------------------------------
013960     MOVE DL100-PROBLEM-MOVES TO DL100-EDIT-NUM1
013970     MOVE DL100-LIFT-LEFT TO DL100-EDIT-NUM2
013980     MOVE SPACES TO PLAN-REPORT-RECORD
013990     IF DL100-LIFT-LEFT = 0 THEN
014000         ADD 1 TO DL100-CURED-COUNT
014010         STRING "    CURED BY " DL100-EDIT-NUM1 " MOVE LINES"
014020             DELIMITED BY SIZE INTO PLAN-REPORT-RECORD
014030     ELSE
014040         ADD 1 TO DL100-UNCURED-COUNT
014050         STRING "    NOT CURED - " DL100-EDIT-NUM2
014060             " CRATES HAVE NO LEGAL LANDING"
014070             DELIMITED BY SIZE INTO PLAN-REPORT-RECORD
014080     END-IF
014090     WRITE PLAN-REPORT-RECORD
014100     MOVE SPACES TO PLAN-REPORT-RECORD
014110     WRITE PLAN-REPORT-RECORD
014120     .
014130 0650-EXIT.
014140     EXIT.
014150*----------------------------------------------------------------
014160 0700-NUMBER-FROM-TEXT.
014170*    TURN THE DIGITS IN DL100-NUM-TEXT INTO DL100-NUM-VALUE.
014180*    BLANKS AND ANYTHING ELSE THAT IS NOT A DIGIT END THE SCAN,
014190*    SO A BLANK OR MISSING ARGUMENT COMES OUT AS ZERO RATHER
014200*    THAN ABENDING ON A NON-NUMERIC MOVE.
014210*----------------------------------------------------------------
014220     MOVE ZERO TO DL100-NUM-VALUE
014230     MOVE 1 TO DL100-NUM-INDEX
014240     PERFORM UNTIL DL100-NUM-INDEX > 7
014250         OR DL100-NUM-TEXT(DL100-NUM-INDEX:1) NOT NUMERIC
014260         MOVE DL100-NUM-TEXT(DL100-NUM-INDEX:1)
014270              TO DL100-NUM-DIGIT
014280         COMPUTE DL100-NUM-VALUE = DL100-NUM-VALUE * 10
014290             + DL100-NUM-DIGIT
014300         ADD 1 TO DL100-NUM-INDEX
014310     END-PERFORM
014320     .
014330 0700-EXIT.
014340     EXIT.
014350*----------------------------------------------------------------
014360 0710-ADD-ONE-DAY.
014370*    STEP DL100-HORIZON-DATE FORWARD ONE CALENDAR DAY, ROLLING
014380*    THE MONTH AND YEAR - FEBRUARY HAS 29 DAYS IN A YEAR
014390*    DIVISIBLE BY 4, EXCEPT A CENTURY NOT DIVISIBLE BY 400.
014400*----------------------------------------------------------------
014410     MOVE DL100-MONTH-DAYS(DL100-HZN-MM) TO DL100-DAYS-IN-MONTH
014420     IF DL100-HZN-MM = 2 THEN
014430         DIVIDE DL100-HZN-CCYY BY 4 GIVING DL100-LEAP-QUOTIENT
014440             REMAINDER DL100-LEAP-REM-4
014450         DIVIDE DL100-HZN-CCYY BY 100 GIVING DL100-LEAP-QUOTIENT
014460             REMAINDER DL100-LEAP-REM-100
014470         DIVIDE DL100-HZN-CCYY BY 400 GIVING DL100-LEAP-QUOTIENT
014480             REMAINDER DL100-LEAP-REM-400
014490         IF DL100-LEAP-REM-4 = 0 AND
014500             (DL100-LEAP-REM-100 NOT = 0 OR
014510              DL100-LEAP-REM-400 = 0) THEN
014520             ADD 1 TO DL100-DAYS-IN-MONTH
014530         END-IF
014540     END-IF
014550     IF DL100-HZN-DD < DL100-DAYS-IN-MONTH THEN
014560         ADD 1 TO DL100-HZN-DD
014570         GO TO 0710-EXIT
014580     END-IF
014590     MOVE 1 TO DL100-HZN-DD
014600     IF DL100-HZN-MM < 12 THEN
014610         ADD 1 TO DL100-HZN-MM
014620     ELSE
014630         MOVE 1 TO DL100-HZN-MM
014640         ADD 1 TO DL100-HZN-CCYY
014650     END-IF
014660     .
014670 0710-EXIT.
014680     EXIT.
014690*----------------------------------------------------------------
014700 0800-WRITE-PLAN-TOTALS.
014710*    CLOSE THE REPORT WITH THE PLAN TOTALS.  A YARD THAT NEEDS
014720*    NOTHING DONE SAYS SO, AND THE PLAN FILE IS LEFT EMPTY.
014730*----------------------------------------------------------------
014740     IF DL100-PROBLEM-COUNT = 0 THEN
014750         MOVE "YARD NEEDS NO HOUSEKEEPING TONIGHT"
014760           TO PLAN-REPORT-RECORD
014770         WRITE PLAN-REPORT-RECORD
014780         MOVE SPACES TO PLAN-REPORT-RECORD
014790         WRITE PLAN-REPORT-RECORD
014800     END-IF
014810     MOVE DL100-PROBLEM-COUNT TO DL100-EDIT-NUM1
014820     MOVE SPACES TO PLAN-REPORT-RECORD
014830     STRING "PROBLEMS FOUND:        " DL100-EDIT-NUM1
014840         DELIMITED BY SIZE INTO PLAN-REPORT-RECORD
014850     WRITE PLAN-REPORT-RECORD
014860     MOVE DL100-CURED-COUNT TO DL100-EDIT-NUM1
014870     MOVE SPACES TO PLAN-REPORT-RECORD
014880     STRING "PROBLEMS CURED:        " DL100-EDIT-NUM1
014890         DELIMITED BY SIZE INTO PLAN-REPORT-RECORD
014900     WRITE PLAN-REPORT-RECORD
014910     MOVE DL100-UNCURED-COUNT TO DL100-EDIT-NUM1
014920     MOVE SPACES TO PLAN-REPORT-RECORD
014930     STRING "PROBLEMS NOT CURED:    " DL100-EDIT-NUM1
014940         DELIMITED BY SIZE INTO PLAN-REPORT-RECORD
014950     WRITE PLAN-REPORT-RECORD
014960     MOVE DL100-PLAN-MOVES TO DL100-EDIT-NUM1
014970     MOVE SPACES TO PLAN-REPORT-RECORD
014980     STRING "MOVE LINES PLANNED:    " DL100-EDIT-NUM1
014990         DELIMITED BY SIZE INTO PLAN-REPORT-RECORD
015000     WRITE PLAN-REPORT-RECORD
015010     MOVE DL100-CRATES-MOVED TO DL100-EDIT-NUM1
015020     MOVE SPACES TO PLAN-REPORT-RECORD
015030     STRING "CRATES MOVED:          " DL100-EDIT-NUM1
015040         DELIMITED BY SIZE INTO PLAN-REPORT-RECORD
015050     WRITE PLAN-REPORT-RECORD
015060     MOVE DL100-NO-MASTER-COUNT TO DL100-EDIT-NUM1
015070     MOVE SPACES TO PLAN-REPORT-RECORD
015080     STRING "CRATES NOT ON MASTER:  " DL100-EDIT-NUM1
015090         DELIMITED BY SIZE INTO PLAN-REPORT-RECORD
015100     WRITE PLAN-REPORT-RECORD
015110     .
015120 0800-EXIT.
015130     EXIT.
015140*----------------------------------------------------------------
015150 0900-RESET-SEAL.
015160*    START A FRESH SEAL ACCUMULATION.
015170*----------------------------------------------------------------
015180     MOVE ZERO TO DL100-SEAL-COUNT
015190     MOVE ZERO TO DL100-SEAL-CKSUM
015200     SET DL100-SEAL-BAD TO TRUE
015210     .
015220 0900-EXIT.
015230     EXIT.
015240*----------------------------------------------------------------
015250 0910-ADD-TO-SEAL.
015260*    FOLD THE RECORD IN DL100-SEAL-RECORD INTO THE SEAL - ONE
015270*    MORE RECORD COUNTED, ITS BYTES UP TO THE LAST NONBLANK
015280*    SUMMED INTO THE CHECKSUM MODULO 1,000,000,000 - EXACTLY AS
015290*    COBMAIN COMPUTES IT.
015300*----------------------------------------------------------------
015310     ADD 1 TO DL100-SEAL-COUNT
015320     MOVE 704 TO DL100-SEAL-LENGTH
015330     PERFORM UNTIL DL100-SEAL-LENGTH < 1
015340         OR DL100-SEAL-RECORD(DL100-SEAL-LENGTH:1) NOT = ' '
015350         SUBTRACT 1 FROM DL100-SEAL-LENGTH
015360     END-PERFORM
015370     MOVE 1 TO DL100-SEAL-INDEX
015380     PERFORM UNTIL DL100-SEAL-INDEX > DL100-SEAL-LENGTH
015390         MOVE DL100-SEAL-RECORD(DL100-SEAL-INDEX:1)
015400              TO DL100-SEAL-CHAR
015410         ADD DL100-SEAL-BYTE-NUM TO DL100-SEAL-CKSUM
015420         ADD 1 TO DL100-SEAL-INDEX
015430     END-PERFORM
015440     IF DL100-SEAL-CKSUM > 999999999 THEN
015450         SUBTRACT 1000000000 FROM DL100-SEAL-CKSUM
015460     END-IF
015470     IF DL100-SEAL-CKSUM < 0 THEN
015480         ADD 1000000000 TO DL100-SEAL-CKSUM
015490     END-IF
015500     .
015510 0910-EXIT.
015520     EXIT.
015530*----------------------------------------------------------------
015540 0920-CHECK-SEAL-LINE.
015550*    DECIDE WHETHER THE RECORD IN DL100-SEAL-RECORD IS THE
015560*    "*SEAL*" TRAILER, AND IF SO JUDGE IT AGAINST THE COUNT AND
015570*    CHECKSUM ACCUMULATED SO FAR.
015580*----------------------------------------------------------------
015590     SET DL100-NOT-SEAL-LINE TO TRUE
015600     IF DL100-SEAL-RECORD(1:7) NOT = "*SEAL* " THEN
015610         GO TO 0920-EXIT
015620     END-IF
015630     SET DL100-IS-SEAL-LINE TO TRUE
015640     MOVE DL100-SEAL-RECORD(14:7) TO DL100-SEAL-EXP-COUNT
015650     MOVE DL100-SEAL-RECORD(28:10) TO DL100-SEAL-EXP-CKSUM
015660     IF DL100-SEAL-EXP-COUNT NUMERIC AND
015670         DL100-SEAL-EXP-CKSUM NUMERIC AND
015680         DL100-SEAL-EXP-COUNT = DL100-SEAL-COUNT AND
015690         DL100-SEAL-EXP-CKSUM = DL100-SEAL-CKSUM THEN
015700         SET DL100-SEAL-GOOD TO TRUE
015710     END-IF
015720     .
015730 0920-EXIT.
015740     EXIT.
015750*----------------------------------------------------------------
015760 0930-VERIFY-STATE-SEAL.
015770*    READ THE WHOLE CLOSING-STATE FILE AND JUDGE ITS SEAL
015780*    BEFORE A SINGLE ROW IS TRUSTED.  AN UNOPENABLE FILE IS
015790*    LEFT FOR 0300-LOAD-CLOSING-STATE'S OWN OPEN CHECK TO
015800*    REPORT.
015810*----------------------------------------------------------------
015820     PERFORM 0900-RESET-SEAL THRU 0900-EXIT
015830     OPEN INPUT INFILE
015840     IF NOT DL100-INFILE-OK THEN
015850         SET DL100-SEAL-GOOD TO TRUE
015860         GO TO 0930-EXIT
015870     END-IF
015880     PERFORM UNTIL EXIT
015890         READ INFILE AT END
015900             EXIT PERFORM
015910         END-READ
015920         MOVE SPACES TO DL100-SEAL-RECORD
015930         MOVE INFILE-RECORD TO DL100-SEAL-RECORD
015940         PERFORM 0920-CHECK-SEAL-LINE THRU 0920-EXIT
015950         IF DL100-NOT-SEAL-LINE THEN
015960             PERFORM 0910-ADD-TO-SEAL THRU 0910-EXIT
015970         END-IF
015980     END-PERFORM
015990     CLOSE INFILE
016000     IF DL100-SEAL-BAD THEN
016010         DISPLAY "YARDHSKP: CLOSING STATE " DL100-CLOSING-PATH
016020             " SEAL MISSING OR WRONG - FILE IS TRUNCATED OR"
016030             " CORRUPT"
016040         MOVE 16 TO RETURN-CODE
016050         STOP RUN
016060     END-IF
016070     .
016080 0930-EXIT.
016090     EXIT.
016100 END PROGRAM YARDHSKP.
