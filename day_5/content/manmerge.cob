000010* MANMERGE.COB GnuCOBOL
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. MANMERGE.
000040 AUTHOR. YARD-OPS-IT.
000050 INSTALLATION. YARD-5 CONTAINER TERMINAL.
000060 DATE-WRITTEN. 2026-10-15.
000070 DATE-COMPILED.
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*----------------------------------------------------------------
000110*    DATE       INIT  DESCRIPTION
000120*    ---------- ----  ------------------------------------------
000130*    2026-10-15 OPS   ORIGINAL VERSION.  PER-CRANE MANIFEST
000140*                     MERGE.  WHEN SEVERAL CRANES WORK THE YARD AT
000150*                     ONCE EACH CRANE'S CONTROLLER KEEPS ITS OWN
000160*                     MANIFEST OF SHIFT HEADERS AND MOVE, RECEIVE,
000170*                     AND RELEASE LINES, EVERY EVENT LINE CARRYING
000180*                     ITS TIME OF DAY ("TIME HHMM").  THIS PROGRAM
000190*                     MERGES ANY NUMBER OF THEM BY TIME INTO THE
000200*                     ONE CARRY-OVER MANIFEST COBMAIN TAKES, KEEPS
000210*                     EACH CRANE'S SHIFT HEADERS AHEAD OF THAT
000220*                     CRANE'S LINES, FLAGS TWO CRANES TOUCHING THE
000230*                     SAME BAY IN THE SAME MINUTE, AND RUNS THE
000240*                     MERGED MANIFEST THROUGH A COBMAIN TRIAL RUN
000250*                     BEFORE IT IS RELEASED.  THE MERGE REPORT
000260*                     TRACES EVERY MERGED LINE, AND EVERY TRIAL
000270*                     PROBLEM, BACK TO ITS CRANE AND SOURCE LINE.
000280*    2026-10-15 OPS   "TIME" IS ONLY TAKEN AS THE KEYWORD WHEN IT
000290*                     STANDS AS A WORD, SO A CARRIER SUCH AS
000300*                     MARITIME NO LONGER BREAKS THE MERGE.  THE
000310*                     TRIAL COMMAND QUOTES EACH PATH AT ITS FULL
000320*                     LENGTH, SO A PATH HOLDING A SPACE IS PASSED
000330*                     WHOLE, AND A TRIAL KILLED BY A SIGNAL COUNTS
000340*                     AS NOT RUN.  A MERGED MANIFEST WHOSE TRIAL
000350*                     DID NOT RUN IS REMOVED.
000360*    2026-10-15 OPS   A WRITE TO THE MERGED MANIFEST THAT FAILS
000370*                     PART WAY STOPS THE RUN 16 AND REMOVES THE
000380*                     SHORT MANIFEST RATHER THAN LEAVING IT FOR
000390*                     COBMAIN.
000400*----------------------------------------------------------------
000410* COMMAND LINE ARGUMENTS (OR, IF OMITTED, THE MATCHING
000420* ENVIRONMENT VARIABLE SHOWN BELOW)
000430*----------------------------------------------------------------
000440*    1  DL100-CRANE-LIST-PATH    LIST FILE NAMING ONE PER-CRANE
000450*                                MANIFEST PER LINE (REQUIRED)
000460*    2  DL100-MERGED-PATH        MERGED MANIFEST WRITTEN FOR
000470*                                COBMAIN
000480*    3  DL100-MERGE-REPORT-PATH  MERGE REPORT
000490*    4  DL100-OPENING-PATH       OPENING-STATE FILE THE DAY STARTS
000500*                                FROM - THE SAME FILE COBMAIN'S
000510*                                NINTH ARGUMENT NAMES (REQUIRED)
000520*    5  DL100-COBMAIN-COMMAND    COMMAND THAT RUNS COBMAIN FOR
000530*                                THE TRIAL (OMITTED = "cobmain",
000540*                                WHICH MUST THEN BE ON THE PATH)
000550*    6  DL100-TRIAL-REPORT-PATH  TRIAL RUN'S FEASIBILITY REPORT
000560*    7  DL100-TRIAL-ERROR-PATH   TRIAL RUN'S ERROR FILE
000570*
000580*    THE TRIAL IS RUN AS COBMAIN ARGUMENTS 1-17 WITH ONLY THE
000590*    MANIFEST, REPORT, ERROR, OPENING-STATE, AND FLAG ARGUMENTS
000600*    FILLED IN.  THE CRATE MASTER, BAY PROFILE, ROSTER, AND
000610*    EVERY OTHER FILE A PRODUCTION RUN CHECKS AGAINST COME FROM
000620*    THE SAME DL100- ENVIRONMENT VARIABLES THE PRODUCTION RUN
000630*    USES, SO THE TRIAL APPLIES THE SAME CHECKS.
000640*
000650*    THE TRIAL IS STARTED THROUGH THE SHELL (CALL "SYSTEM"), SO
000660*    THE JOB NEEDS /BIN/SH AND A COBMAIN IT CAN RUN BY ARGUMENT 5.
000670*    ARGUMENT 5 GOES TO THE SHELL AS WRITTEN AND MAY CARRY A PATH
000680*    OR OPTIONS OF ITS OWN; EVERY PATH AFTER IT IS QUOTED, SO IT
000690*    MAY HOLD SPACES BUT NOT A SINGLE QUOTE.
000700*----------------------------------------------------------------
000710* MANIFEST LINES
000720*----------------------------------------------------------------
000730*    A CRANE MANIFEST HOLDS NO DRAWING - THE OPENING STATE IS
000740*    ARGUMENT 4 - ONLY COBMAIN'S SHIFT HEADERS AND EVENT LINES,
000750*    EACH EVENT LINE WITH ITS TIME OF DAY, E.G.
000760*        SHIFT 1 OPERATOR JSMITH01 START 0600 CRANE CM9001A
000770*        MOVE 2 FROM 3 TO 7 TIME 0614
000780*        RECEIVE MSCU1234 ON 4 TIME 0615 CONDITION OK
000790*        RELEASE 6 TO TRKLINE1 TIME 0620 REMARK SEAL CHECKED
000800*    (IN LOWER CASE, AS COBMAIN READS THEM.)  TIMES MAY NOT RUN
000810*    BACKWARDS WITHIN ONE CRANE'S MANIFEST.  BLANK LINES AND
000820*    "*SEAL*" LINES ARE PASSED OVER.
000830*
000840*    BECAUSE COBMAIN STAMPS EVERY EVENT WITH THE SHIFT IN
000850*    EFFECT, WHENEVER THE MERGED STREAM TURNS FROM ONE CRANE TO
000860*    ANOTHER THE SECOND CRANE'S CURRENT SHIFT HEADER IS REPEATED
000870*    AHEAD OF ITS LINE, SO EACH EVENT IS STILL STAMPED WITH ITS
000880*    OWN CRANE, OPERATOR, AND SHIFT.
000890*----------------------------------------------------------------
000900* RETURN CODES
000910*----------------------------------------------------------------
000920*    0  MERGED, NO COLLISIONS, AND THE TRIAL FOUND THE MERGED
000930*       MANIFEST FULLY FEASIBLE - READY FOR PRODUCTION
000940*    8  MERGED MANIFEST WRITTEN BUT NOT READY - A COLLISION, A
000950*       TRIAL FEASIBILITY PROBLEM, OR EVENTS THAT WOULD RUN
000960*       UNDER ANOTHER CRANE'S SHIFT
000970*   16  NOTHING RELEASED - A FILE COULD NOT BE OPENED, AN
000980*       ARGUMENT IS MISSING, A CRANE LINE HAS NO USABLE TIME OR
000990*       RUNS BACKWARDS, THE MERGED MANIFEST COULD NOT BE
001000*       WRITTEN, OR THE TRIAL RUN DID NOT COMPLETE (IN THE LAST
001010*       TWO CASES THE MERGED MANIFEST IS REMOVED)
001020*----------------------------------------------------------------
001030 ENVIRONMENT DIVISION.
001040 CONFIGURATION SECTION.
001050 INPUT-OUTPUT SECTION.
001060 FILE-CONTROL.
001070     SELECT LIST-FILE ASSIGN TO DYNAMIC DL100-CRANE-LIST-PATH
001080          ORGANIZATION IS LINE SEQUENTIAL
001090          FILE STATUS IS DL100-LIST-STATUS.
001100     SELECT CRANE-FILE ASSIGN TO DYNAMIC DL100-CRANE-FILE-PATH
001110          ORGANIZATION IS LINE SEQUENTIAL
001120          FILE STATUS IS DL100-CRANE-STATUS.
001130     SELECT MERGED-FILE ASSIGN TO DYNAMIC DL100-MERGED-PATH
001140          ORGANIZATION IS LINE SEQUENTIAL
001150          FILE STATUS IS DL100-MERGED-STATUS.
001160     SELECT MERGE-REPORT-FILE ASSIGN TO DYNAMIC
001170          DL100-MERGE-REPORT-PATH
001180          ORGANIZATION IS LINE SEQUENTIAL.
001190     SELECT TRIAL-REPORT-FILE ASSIGN TO DYNAMIC
001200          DL100-TRIAL-REPORT-PATH
001210          ORGANIZATION IS LINE SEQUENTIAL
001220          FILE STATUS IS DL100-TRIAL-STATUS.
001230 DATA DIVISION.
001240 FILE SECTION.
001250 FD  LIST-FILE.
001260 01  LIST-RECORD                  PIC X(0100).
001270 FD  CRANE-FILE
001280      RECORD IS VARYING IN SIZE FROM 0 TO 1024 CHARACTERS
001290      DEPENDING ON DL100-CRANE-REC-LENGTH.
001300 01  CRANE-RECORD.
001310     05 CRANE-DATA PIC X OCCURS 1 TO 1024 TIMES
001320                   DEPENDING ON DL100-CRANE-REC-LENGTH.
001330 FD  MERGED-FILE
001340      RECORD IS VARYING IN SIZE FROM 0 TO 256 CHARACTERS
001350      DEPENDING ON DL100-MERGED-REC-LENGTH.
001360 01  MERGED-RECORD.
001370     05 MERGED-DATA PIC X OCCURS 1 TO 256 TIMES
001380                    DEPENDING ON DL100-MERGED-REC-LENGTH.
001390 FD  MERGE-REPORT-FILE.
001400 01  MERGE-REPORT-RECORD          PIC X(0132).
001410 FD  TRIAL-REPORT-FILE.
001420 01  TRIAL-REPORT-RECORD          PIC X(0256).
001430 WORKING-STORAGE SECTION.
001440*----------------------------------------------------------------
001450* RUN-TIME PARAMETERS
001460*----------------------------------------------------------------
001470 01  DL100-CRANE-LIST-PATH      PIC X(0100) VALUE SPACES.
001480 01  DL100-MERGED-PATH          PIC X(0100) VALUE SPACES.
001490 01  DL100-DEFAULT-MERGED-PATH  PIC X(0100)
001500                                VALUE "../output/merged.man".
001510 01  DL100-MERGE-REPORT-PATH    PIC X(0100) VALUE SPACES.
001520 01  DL100-DEFAULT-REPORT-PATH  PIC X(0100)
001530                                VALUE "../output/manmerge.rpt".
001540 01  DL100-OPENING-PATH         PIC X(0100) VALUE SPACES.
001550 01  DL100-COBMAIN-COMMAND      PIC X(0100) VALUE SPACES.
001560 01  DL100-DEFAULT-COMMAND      PIC X(0100) VALUE "cobmain".
001570 01  DL100-TRIAL-REPORT-PATH    PIC X(0100) VALUE SPACES.
001580 01  DL100-DEFAULT-TRIAL-PATH   PIC X(0100)
001590                                VALUE "../output/manmerge.trl".
001600 01  DL100-TRIAL-ERROR-PATH     PIC X(0100) VALUE SPACES.
001610 01  DL100-DEFAULT-TERROR-PATH  PIC X(0100)
001620                                VALUE "../output/manmerge.ter".
001630 01  DL100-CRANE-FILE-PATH      PIC X(0100) VALUE SPACES.
001640*----------------------------------------------------------------
001650* FILE STATUS WORKING STORAGE
001660*----------------------------------------------------------------
001670 01  DL100-LIST-STATUS          PIC X(02) VALUE SPACES.
001680     88 DL100-LIST-OK               VALUE '00'.
001690 01  DL100-CRANE-STATUS         PIC X(02) VALUE SPACES.
001700     88 DL100-CRANE-OK              VALUE '00'.
001710 01  DL100-MERGED-STATUS        PIC X(02) VALUE SPACES.
001720     88 DL100-MERGED-OK             VALUE '00'.
001730 01  DL100-WRITE-STATUS         PIC X(02) VALUE SPACES.
001740 01  DL100-TRIAL-STATUS         PIC X(02) VALUE SPACES.
001750     88 DL100-TRIAL-OK              VALUE '00'.
001760 01  DL100-CRANE-REC-LENGTH     PIC S9(07) COMP-5 VALUE ZERO.
001770 01  DL100-MERGED-REC-LENGTH    PIC S9(07) COMP-5 VALUE ZERO.
001780 01  DL100-FINAL-RC             PIC S9(04) COMP-5 VALUE ZERO.
001790*----------------------------------------------------------------
001800* CRANE MANIFESTS - ONE ENTRY PER LIST LINE.  EACH MANIFEST'S
001810* LINES SIT TOGETHER IN THE LINE TABLE FROM CF-FIRST TO CF-LAST.
001820*----------------------------------------------------------------
001830 01  DL100-FILE-COUNT           PIC S9(07) COMP-5 VALUE ZERO.
001840 01  DL100-FILE-INDEX           PIC S9(07) COMP-5.
001850 01  DL100-CRANE-FILE-TABLE.
001860     05 DL100-CF-ENTRY OCCURS 16 TIMES.
001870        10 DL100-CF-PATH        PIC X(0100).
001880        10 DL100-CF-FIRST       PIC S9(07) COMP-5.
001890        10 DL100-CF-LAST        PIC S9(07) COMP-5.
001900        10 DL100-CF-NEXT        PIC S9(07) COMP-5.
001910        10 DL100-CF-HEADER      PIC S9(07) COMP-5.
001920        10 DL100-CF-LINES       PIC S9(07) COMP-5.
001930        10 DL100-CF-EVENTS      PIC S9(07) COMP-5.
001940        10 DL100-CF-UNIT        PIC X(08).
001950*----------------------------------------------------------------
001960* LINE TABLE - EVERY SHIFT HEADER AND EVENT LINE OF EVERY CRANE
001970* MANIFEST, WITH ITS KIND, TIME, SOURCE, AND THE BAYS IT TOUCHES
001980*----------------------------------------------------------------
001990 01  DL100-LINE-COUNT           PIC S9(07) COMP-5 VALUE ZERO.
002000 01  DL100-LINE-INDEX           PIC S9(07) COMP-5.
002010 01  DL100-LINE-TABLE.
002020     05 DL100-LT-ENTRY OCCURS 5000 TIMES.
002030        10 DL100-LT-TEXT        PIC X(0256).
002040        10 DL100-LT-LENGTH      PIC S9(04) COMP-5.
002050        10 DL100-LT-KIND        PIC X(01).
002060           88 DL100-LT-IS-SHIFT     VALUE 'S'.
002070           88 DL100-LT-IS-MOVE      VALUE 'M'.
002080           88 DL100-LT-IS-RECEIPT   VALUE 'R'.
002090           88 DL100-LT-IS-RELEASE   VALUE 'L'.
002100        10 DL100-LT-TIME        PIC 9(04).
002110        10 DL100-LT-FILE        PIC S9(04) COMP-5.
002120        10 DL100-LT-SOURCE      PIC S9(07) COMP-5.
002130        10 DL100-LT-UNIT        PIC X(08).
002140        10 DL100-LT-BAY-1       PIC S9(07) COMP-5.
002150        10 DL100-LT-BAY-2       PIC S9(07) COMP-5.
002160*----------------------------------------------------------------
002170* MERGE MAP - ONE ENTRY PER LINE OF THE MERGED MANIFEST, NAMING
002180* THE LINE-TABLE ENTRY IT CAME FROM
002190*----------------------------------------------------------------
002200 01  DL100-MAP-COUNT            PIC S9(07) COMP-5 VALUE ZERO.
002210 01  DL100-MAP-INDEX            PIC S9(07) COMP-5.
002220 01  DL100-MAP-TABLE.
002230     05 DL100-MAP-ENTRY OCCURS 10000 TIMES.
002240        10 DL100-MAP-LINE       PIC S9(07) COMP-5.
002250        10 DL100-MAP-FLAGS.
002260           15 DL100-MAP-REPEAT  PIC X(01).
002270           15 DL100-MAP-COLLIDE PIC X(01).
002280           15 DL100-MAP-PROBLEM PIC X(01).
002290           15 DL100-MAP-UNOWNED PIC X(01).
002300*----------------------------------------------------------------
002310* MERGE WORKING STORAGE
002320*----------------------------------------------------------------
002330 01  DL100-HEADER-FILE          PIC S9(07) COMP-5 VALUE ZERO.
002340 01  DL100-PICK-FILE            PIC S9(07) COMP-5.
002350 01  DL100-PICK-TIME            PIC S9(07) COMP-5.
002360 01  DL100-CAND-TIME            PIC S9(07) COMP-5.
002370 01  DL100-SCAN-ENTRY           PIC S9(07) COMP-5.
002380 01  DL100-EMIT-LINE            PIC S9(07) COMP-5.
002390 01  DL100-EMIT-REPEAT          PIC X(01).
002400 01  DL100-PREV-TIME            PIC 9(04).
002410 01  DL100-SOURCE-LINE          PIC S9(07) COMP-5.
002420 01  DL100-UNOWNED-COUNT        PIC S9(07) COMP-5 VALUE ZERO.
002430 01  DL100-REPEAT-COUNT         PIC S9(07) COMP-5 VALUE ZERO.
002440 01  DL100-EVENT-COUNT          PIC S9(07) COMP-5 VALUE ZERO.
002450 01  DL100-INPUT-ERRORS         PIC S9(07) COMP-5 VALUE ZERO.
002460*----------------------------------------------------------------
002470* COLLISION WORKING STORAGE - THE EVENTS OF THE CURRENT MINUTE
002480* AND THE COLLISIONS FOUND AMONG THEM
002490*----------------------------------------------------------------
002500 01  DL100-GROUP-TIME           PIC 9(04) VALUE ZERO.
002510 01  DL100-GROUP-COUNT          PIC S9(07) COMP-5 VALUE ZERO.
002520 01  DL100-GROUP-INDEX          PIC S9(07) COMP-5.
002530 01  DL100-GROUP-TABLE.
002540     05 DL100-GROUP-MAP         PIC S9(07) COMP-5 OCCURS 64 TIMES.
002550 01  DL100-OTHER-LINE           PIC S9(07) COMP-5.
002560 01  DL100-HIT-BAY              PIC S9(07) COMP-5.
002570 01  DL100-COLL-COUNT           PIC S9(07) COMP-5 VALUE ZERO.
002580 01  DL100-COLL-INDEX           PIC S9(07) COMP-5.
002590 01  DL100-COLL-TABLE.
002600     05 DL100-COLL-ENTRY OCCURS 500 TIMES.
002610        10 DL100-COLL-MAP-1     PIC S9(07) COMP-5.
002620        10 DL100-COLL-MAP-2     PIC S9(07) COMP-5.
002630        10 DL100-COLL-BAY       PIC S9(07) COMP-5.
002640*----------------------------------------------------------------
002650* TRIAL RUN WORKING STORAGE
002660*----------------------------------------------------------------
002670 01  DL100-COMMAND-LINE         PIC X(1024) VALUE SPACES.
002680 01  DL100-CMD-POINTER          PIC S9(04) COMP-5 VALUE 1.
002690 01  DL100-ARG-TEXT             PIC X(0100) VALUE SPACES.
002700 01  DL100-ARG-LENGTH           PIC S9(04) COMP-5 VALUE ZERO.
002710 01  DL100-TRIAL-WAIT           PIC S9(09) COMP-5 VALUE ZERO.
002720 01  DL100-TRIAL-SIGNAL         PIC S9(09) COMP-5 VALUE ZERO.
002730 01  DL100-TRIAL-RC             PIC S9(09) COMP-5 VALUE ZERO.
002740 01  DL100-PROB-COUNT           PIC S9(07) COMP-5 VALUE ZERO.
002750 01  DL100-PROB-INDEX           PIC S9(07) COMP-5.
002760 01  DL100-PROB-LOST            PIC S9(07) COMP-5 VALUE ZERO.
002770 01  DL100-PROB-TABLE.
002780     05 DL100-PROB-ENTRY OCCURS 500 TIMES.
002790        10 DL100-PROB-MAP       PIC S9(07) COMP-5.
002800        10 DL100-PROB-TEXT      PIC X(0100).
002810 01  DL100-PROB-OVERFLOW-LINE   PIC X(0132) VALUE SPACES.
002820 01  DL100-TRIAL-RAN-SW         PIC X(01) VALUE 'N'.
002830     88 DL100-TRIAL-RAN             VALUE 'Y'.
002840*----------------------------------------------------------------
002850* LINE SCAN WORKING STORAGE - THE KEYWORD AND NUMBER SCANS WORK
002860* ON THE LINE IN DL100-SCAN-LINE, THE SAME WAY COBMAIN'S WORK ON
002870* ITS INPUT RECORD
002880*----------------------------------------------------------------
002890 01  DL100-SCAN-LINE            PIC X(0256) VALUE SPACES.
002900 01  DL100-SCAN-DATA REDEFINES DL100-SCAN-LINE.
002910     05 DL100-SCAN-CHAR         PIC X(01) OCCURS 256 TIMES.
002920 01  DL100-SCAN-LENGTH          PIC S9(07) COMP-5 VALUE ZERO.
002930 01  DL100-SCAN-INDEX           PIC S9(07) COMP-5 VALUE ZERO.
002940 01  DL100-KEYWORD-TEXT         PIC X(08) VALUE SPACES.
002950 01  DL100-KEYWORD-LENGTH       PIC S9(04) COMP-5 VALUE ZERO.
002960 01  DL100-KEYWORD-SW           PIC X(01) VALUE 'N'.
002970     88 DL100-KEYWORD-FOUND         VALUE 'Y'.
002980     88 DL100-KEYWORD-NOT-FOUND     VALUE 'N'.
002990 01  DL100-NUMBER-VALUE         PIC S9(09) COMP-5 VALUE ZERO.
003000 01  DL100-NUMBER-DIGITS        PIC S9(04) COMP-5 VALUE ZERO.
003010 01  DL100-NUMBER-SW            PIC X(01) VALUE 'Y'.
003020     88 DL100-NUMBER-GOOD           VALUE 'Y'.
003030     88 DL100-NUMBER-BAD            VALUE 'N'.
003040 01  DL100-DIGIT-CHAR           PIC X(01).
003050 01  DL100-DIGIT REDEFINES DL100-DIGIT-CHAR PIC 9(01).
003060 01  DL100-TOKEN-TEXT           PIC X(08) VALUE SPACES.
003070 01  DL100-TOKEN-START          PIC S9(07) COMP-5 VALUE ZERO.
003080 01  DL100-TIME-WORK            PIC 9(04) VALUE ZERO.
003090 01  DL100-TIME-PARTS REDEFINES DL100-TIME-WORK.
003100     05 DL100-TIME-HH           PIC 9(02).
003110     05 DL100-TIME-MM           PIC 9(02).
003120*----------------------------------------------------------------
003130* REPORT WORKING STORAGE
003140*----------------------------------------------------------------
003150 01  DL100-RUN-DATE.
003160     05 DL100-RUN-CCYY         PIC 9(04).
003170     05 DL100-RUN-MM           PIC 9(02).
003180     05 DL100-RUN-DD           PIC 9(02).
003190 01  DL100-ERROR-TEXT           PIC X(0080) VALUE SPACES.
003200 01  DL100-FLAG-TEXT            PIC X(04) VALUE SPACES.
003210 01  DL100-UNIT-TEXT            PIC X(08) VALUE SPACES.
003220 01  DL100-EDIT-NUM1            PIC ZZZZZZ9.
003230 01  DL100-EDIT-NUM2            PIC ZZZZZZ9.
003240 01  DL100-EDIT-NUM3            PIC ZZZZZZ9.
003250 01  DL100-EDIT-FILE            PIC Z9.
003260 01  DL100-EDIT-FILE2           PIC Z9.
003270 01  DL100-EDIT-BAY             PIC ZZ9.
003280 PROCEDURE DIVISION.
003290*----------------------------------------------------------------
003300 0000-MAINLINE.
003310*----------------------------------------------------------------
003320     ACCEPT DL100-RUN-DATE FROM DATE YYYYMMDD
003330     PERFORM 0100-RESOLVE-LIST-PATH THRU 0100-EXIT
003340     PERFORM 0110-RESOLVE-MERGED-PATH THRU 0110-EXIT
003350     PERFORM 0120-RESOLVE-REPORT-PATH THRU 0120-EXIT
003360     PERFORM 0130-RESOLVE-OPENING-PATH THRU 0130-EXIT
003370     PERFORM 0140-RESOLVE-COMMAND THRU 0140-EXIT
003380     PERFORM 0150-RESOLVE-TRIAL-PATHS THRU 0150-EXIT
003390     PERFORM 0180-OPEN-REPORT THRU 0180-EXIT
003400     PERFORM 0200-LOAD-CRANE-LIST THRU 0200-EXIT
003410     MOVE 1 TO DL100-FILE-INDEX
003420     PERFORM UNTIL DL100-FILE-INDEX > DL100-FILE-COUNT
003430         PERFORM 0210-LOAD-CRANE-FILE THRU 0210-EXIT
003440         ADD 1 TO DL100-FILE-INDEX
003450     END-PERFORM
003460     PERFORM 0290-WRITE-INPUT-SECTION THRU 0290-EXIT
003470     IF DL100-INPUT-ERRORS > 0 OR DL100-EVENT-COUNT = 0 THEN
003480         PERFORM 0295-REFUSE-MERGE THRU 0295-EXIT
003490     END-IF
003500     PERFORM 0300-MERGE-LINES THRU 0300-EXIT
003510     PERFORM 0400-WRITE-MERGED THRU 0400-EXIT
003520     PERFORM 0500-RUN-TRIAL THRU 0500-EXIT
003530     PERFORM 0600-WRITE-LISTING THRU 0600-EXIT
003540     PERFORM 0610-WRITE-COLLISIONS THRU 0610-EXIT
003550     PERFORM 0620-WRITE-PROBLEMS THRU 0620-EXIT
003560     PERFORM 0650-WRITE-SUMMARY THRU 0650-EXIT
003570     CLOSE MERGE-REPORT-FILE
003580     MOVE DL100-FINAL-RC TO RETURN-CODE
003590     STOP RUN.
003600*----------------------------------------------------------------
003610 0100-RESOLVE-LIST-PATH.
003620*    THE CRANE LIST COMES FROM, IN ORDER OF PRECEDENCE:
003630*    (1) THE FIRST COMMAND LINE ARGUMENT
003640*    (2) THE DL100-CRANE-LIST-PATH ENVIRONMENT VARIABLE
003650*    THERE IS NO DEFAULT - THE CRANES WORKING A DAY VARY.
003660*----------------------------------------------------------------
003670     DISPLAY 1 UPON ARGUMENT-NUMBER
003680     ACCEPT DL100-CRANE-LIST-PATH FROM ARGUMENT-VALUE
003690         ON EXCEPTION
003700             MOVE SPACES TO DL100-CRANE-LIST-PATH
003710     END-ACCEPT
003720     IF DL100-CRANE-LIST-PATH = SPACES THEN
003730         ACCEPT DL100-CRANE-LIST-PATH FROM ENVIRONMENT
003740             "DL100-CRANE-LIST-PATH"
003750         ON EXCEPTION
003760             MOVE SPACES TO DL100-CRANE-LIST-PATH
003770         END-ACCEPT
003780     END-IF
003790     IF DL100-CRANE-LIST-PATH = SPACES THEN
003800         DISPLAY "MANMERGE: NO CRANE LIST GIVEN - NOTHING TO"
003810             " MERGE"
003820         MOVE 16 TO RETURN-CODE
003830         STOP RUN
003840     END-IF
003850     .
003860 0100-EXIT.
003870     EXIT.
003880*----------------------------------------------------------------
003890 0110-RESOLVE-MERGED-PATH.
003900*    RESOLVE THE MERGED MANIFEST PATH FROM, IN ORDER OF
003910*    PRECEDENCE:
003920*    (1) THE SECOND COMMAND LINE ARGUMENT
003930*    (2) THE DL100-MERGED-PATH ENVIRONMENT VARIABLE
003940*    (3) THE BUILT-IN DEFAULT PATH
003950*----------------------------------------------------------------
003960     DISPLAY 2 UPON ARGUMENT-NUMBER
003970     ACCEPT DL100-MERGED-PATH FROM ARGUMENT-VALUE
003980         ON EXCEPTION
003990             MOVE SPACES TO DL100-MERGED-PATH
004000     END-ACCEPT
004010     IF DL100-MERGED-PATH = SPACES THEN
004020         ACCEPT DL100-MERGED-PATH FROM ENVIRONMENT
004030             "DL100-MERGED-PATH"
004040         ON EXCEPTION
004050             MOVE SPACES TO DL100-MERGED-PATH
004060         END-ACCEPT
004070     END-IF
004080     IF DL100-MERGED-PATH = SPACES THEN
004090         MOVE DL100-DEFAULT-MERGED-PATH TO DL100-MERGED-PATH
004100     END-IF
004110     .
004120 0110-EXIT.
004130     EXIT.
004140*----------------------------------------------------------------
004150 0120-RESOLVE-REPORT-PATH.
004160*    RESOLVE THE MERGE REPORT PATH FROM, IN ORDER OF PRECEDENCE:
004170*    (1) THE THIRD COMMAND LINE ARGUMENT
004180*    (2) THE DL100-MERGE-REPORT-PATH ENVIRONMENT VARIABLE
004190*    (3) THE BUILT-IN DEFAULT PATH
004200*----------------------------------------------------------------
004210     DISPLAY 3 UPON ARGUMENT-NUMBER
004220     ACCEPT DL100-MERGE-REPORT-PATH FROM ARGUMENT-VALUE
004230         ON EXCEPTION
004240             MOVE SPACES TO DL100-MERGE-REPORT-PATH
004250     END-ACCEPT
004260     IF DL100-MERGE-REPORT-PATH = SPACES THEN
004270         ACCEPT DL100-MERGE-REPORT-PATH FROM ENVIRONMENT
004280             "DL100-MERGE-REPORT-PATH"
004290         ON EXCEPTION
004300             MOVE SPACES TO DL100-MERGE-REPORT-PATH
004310         END-ACCEPT
004320     END-IF
004330     IF DL100-MERGE-REPORT-PATH = SPACES THEN
004340         MOVE DL100-DEFAULT-REPORT-PATH TO DL100-MERGE-REPORT-PATH
004350     END-IF
004360     .
004370 0120-EXIT.
004380     EXIT.
004390*----------------------------------------------------------------
004400 0130-RESOLVE-OPENING-PATH.
004410*    THE OPENING STATE THE TRIAL STARTS FROM COMES FROM, IN
004420*    ORDER OF PRECEDENCE:
004430*    (1) THE FOURTH COMMAND LINE ARGUMENT
004440*    (2) THE DL100-OPENING-PATH ENVIRONMENT VARIABLE - THE SAME
004450*        VARIABLE COBMAIN READS FOR ITS NINTH ARGUMENT
004460*    IT IS REQUIRED: A MERGE IS NEVER RELEASED UNTRIED.
004470*----------------------------------------------------------------
004480     DISPLAY 4 UPON ARGUMENT-NUMBER
004490     ACCEPT DL100-OPENING-PATH FROM ARGUMENT-VALUE
004500         ON EXCEPTION
004510             MOVE SPACES TO DL100-OPENING-PATH
004520     END-ACCEPT
004530     IF DL100-OPENING-PATH = SPACES THEN
004540         ACCEPT DL100-OPENING-PATH FROM ENVIRONMENT
004550             "DL100-OPENING-PATH"
004560         ON EXCEPTION
004570             MOVE SPACES TO DL100-OPENING-PATH
004580         END-ACCEPT
004590     END-IF
004600     IF DL100-OPENING-PATH = SPACES THEN
004610         DISPLAY "MANMERGE: NO OPENING STATE GIVEN - THE MERGED"
004620             " MANIFEST CANNOT BE TRIED"
004630         MOVE 16 TO RETURN-CODE
004640         STOP RUN
004650     END-IF
004660     .
004670 0130-EXIT.
004680     EXIT.
004690*----------------------------------------------------------------
004700 0140-RESOLVE-COMMAND.
004710*    THE COMMAND THAT RUNS COBMAIN COMES FROM, IN ORDER OF
004720*    PRECEDENCE:
004730*    (1) THE FIFTH COMMAND LINE ARGUMENT
004740*    (2) THE DL100-COBMAIN-COMMAND ENVIRONMENT VARIABLE
004750*    (3) THE BUILT-IN DEFAULT
004760*----------------------------------------------------------------
004770     DISPLAY 5 UPON ARGUMENT-NUMBER
004780     ACCEPT DL100-COBMAIN-COMMAND FROM ARGUMENT-VALUE
004790         ON EXCEPTION
004800             MOVE SPACES TO DL100-COBMAIN-COMMAND
004810     END-ACCEPT
004820     IF DL100-COBMAIN-COMMAND = SPACES THEN
004830         ACCEPT DL100-COBMAIN-COMMAND FROM ENVIRONMENT
004840             "DL100-COBMAIN-COMMAND"
004850         ON EXCEPTION
004860             MOVE SPACES TO DL100-COBMAIN-COMMAND
004870         END-ACCEPT
004880     END-IF
004890     IF DL100-COBMAIN-COMMAND = SPACES THEN
004900         MOVE DL100-DEFAULT-COMMAND TO DL100-COBMAIN-COMMAND
004910     END-IF
004920     .
004930 0140-EXIT.
004940     EXIT.
004950*----------------------------------------------------------------
004960 0150-RESOLVE-TRIAL-PATHS.
004970*    RESOLVE THE TRIAL RUN'S REPORT AND ERROR PATHS, EACH FROM,
004980*    IN ORDER OF PRECEDENCE, ITS COMMAND LINE ARGUMENT (6 AND
004990*    7), ITS ENVIRONMENT VARIABLE, THEN ITS BUILT-IN DEFAULT.
005000*----------------------------------------------------------------
005010     DISPLAY 6 UPON ARGUMENT-NUMBER
005020     ACCEPT DL100-TRIAL-REPORT-PATH FROM ARGUMENT-VALUE
005030         ON EXCEPTION
005040             MOVE SPACES TO DL100-TRIAL-REPORT-PATH
005050     END-ACCEPT
005060     IF DL100-TRIAL-REPORT-PATH = SPACES THEN
005070         ACCEPT DL100-TRIAL-REPORT-PATH FROM ENVIRONMENT
005080             "DL100-TRIAL-REPORT-PATH"
005090         ON EXCEPTION
005100             MOVE SPACES TO DL100-TRIAL-REPORT-PATH
005110         END-ACCEPT
005120     END-IF
005130     IF DL100-TRIAL-REPORT-PATH = SPACES THEN
005140         MOVE DL100-DEFAULT-TRIAL-PATH TO DL100-TRIAL-REPORT-PATH
005150     END-IF
005160     DISPLAY 7 UPON ARGUMENT-NUMBER
005170     ACCEPT DL100-TRIAL-ERROR-PATH FROM ARGUMENT-VALUE
005180         ON EXCEPTION
005190             MOVE SPACES TO DL100-TRIAL-ERROR-PATH
005200     END-ACCEPT
005210     IF DL100-TRIAL-ERROR-PATH = SPACES THEN
005220         ACCEPT DL100-TRIAL-ERROR-PATH FROM ENVIRONMENT
005230             "DL100-TRIAL-ERROR-PATH"
005240         ON EXCEPTION
005250             MOVE SPACES TO DL100-TRIAL-ERROR-PATH
005260         END-ACCEPT
005270     END-IF
005280     IF DL100-TRIAL-ERROR-PATH = SPACES THEN
005290         MOVE DL100-DEFAULT-TERROR-PATH TO DL100-TRIAL-ERROR-PATH
005300     END-IF
005310     .
005320 0150-EXIT.
005330     EXIT.
005340*----------------------------------------------------------------
005350 0180-OPEN-REPORT.
005360*    START THE MERGE REPORT.
005370*----------------------------------------------------------------
005380     OPEN OUTPUT MERGE-REPORT-FILE
005390     MOVE SPACES TO MERGE-REPORT-RECORD
005400     STRING "PER-CRANE MANIFEST MERGE - RUN DATE " DL100-RUN-CCYY
005410         "-" DL100-RUN-MM "-" DL100-RUN-DD
005420         DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
005430     WRITE MERGE-REPORT-RECORD
005440     MOVE SPACES TO MERGE-REPORT-RECORD
005450     STRING "MERGED MANIFEST: " DL100-MERGED-PATH
005460         DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
005470     WRITE MERGE-REPORT-RECORD
005480     MOVE SPACES TO MERGE-REPORT-RECORD
005490     STRING "OPENING STATE:   " DL100-OPENING-PATH
005500         DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
005510     WRITE MERGE-REPORT-RECORD
005520     MOVE SPACES TO MERGE-REPORT-RECORD
005530     WRITE MERGE-REPORT-RECORD
005540     .
005550 0180-EXIT.
005560     EXIT.
005570*----------------------------------------------------------------
005580 0200-LOAD-CRANE-LIST.
005590*    READ THE CRANE LIST - ONE CRANE MANIFEST PATH PER LINE, THE
005600*    SAME SHAPE AS COBMAIN'S BATCH LIST.  BLANK LINES ARE PASSED
005610*    OVER.  THE LIST ORDER BREAKS TIES BETWEEN CRANES WORKING
005620*    THE SAME MINUTE.
005630*----------------------------------------------------------------
005640     OPEN INPUT LIST-FILE
005650     IF NOT DL100-LIST-OK THEN
005660         DISPLAY "MANMERGE: UNABLE TO OPEN CRANE LIST "
005670             DL100-CRANE-LIST-PATH " - FILE STATUS "
005680             DL100-LIST-STATUS
005690         CLOSE MERGE-REPORT-FILE
005700         MOVE 16 TO RETURN-CODE
005710         STOP RUN
005720     END-IF
005730     PERFORM UNTIL EXIT
005740         READ LIST-FILE AT END
005750             EXIT PERFORM
005760         END-READ
005770         IF LIST-RECORD NOT = SPACES THEN
005780             IF DL100-FILE-COUNT = 16 THEN
005790                 DISPLAY "MANMERGE: MORE THAN 16 CRANE MANIFESTS"
005800                     " ON "
005810                     DL100-CRANE-LIST-PATH
005820                 CLOSE LIST-FILE
005830                 CLOSE MERGE-REPORT-FILE
005840                 MOVE 16 TO RETURN-CODE
005850                 STOP RUN
005860             END-IF
005870             ADD 1 TO DL100-FILE-COUNT
005880             MOVE LIST-RECORD TO DL100-CF-PATH(DL100-FILE-COUNT)
005890         END-IF
005900     END-PERFORM
005910     CLOSE LIST-FILE
005920     IF DL100-FILE-COUNT = 0 THEN
005930         DISPLAY "MANMERGE: CRANE LIST " DL100-CRANE-LIST-PATH
005940             " NAMES NO MANIFESTS"
005950         CLOSE MERGE-REPORT-FILE
005960         MOVE 16 TO RETURN-CODE
005970         STOP RUN
005980     END-IF
005990     .
006000 0200-EXIT.
006010     EXIT.
006020*----------------------------------------------------------------
006030 0210-LOAD-CRANE-FILE.
006040*    LOAD ONE CRANE MANIFEST INTO THE LINE TABLE, CLASSIFYING
006050*    EACH LINE AND CHECKING ITS TIME.  EVERY BAD LINE IS LISTED
006060*    ON THE REPORT; ANY BAD LINE STOPS THE MERGE AFTER ALL THE
006070*    MANIFESTS HAVE BEEN READ, SO ONE RUN SHOWS THEM ALL.
006080*----------------------------------------------------------------
006090     MOVE DL100-CF-PATH(DL100-FILE-INDEX) TO DL100-CRANE-FILE-PATH
006100     COMPUTE DL100-CF-FIRST(DL100-FILE-INDEX) =
006110         DL100-LINE-COUNT + 1
006120     MOVE DL100-LINE-COUNT TO DL100-CF-LAST(DL100-FILE-INDEX)
006130     MOVE DL100-CF-FIRST(DL100-FILE-INDEX)
006140          TO DL100-CF-NEXT(DL100-FILE-INDEX)
006150     MOVE ZERO TO DL100-CF-HEADER(DL100-FILE-INDEX)
006160     MOVE ZERO TO DL100-CF-LINES(DL100-FILE-INDEX)
006170     MOVE ZERO TO DL100-CF-EVENTS(DL100-FILE-INDEX)
006180     MOVE SPACES TO DL100-CF-UNIT(DL100-FILE-INDEX)
006190     MOVE ZERO TO DL100-PREV-TIME
006200     MOVE ZERO TO DL100-SOURCE-LINE
006210     OPEN INPUT CRANE-FILE
006220     IF NOT DL100-CRANE-OK THEN
006230         MOVE SPACES TO DL100-ERROR-TEXT
006240         STRING "UNABLE TO OPEN - FILE STATUS " DL100-CRANE-STATUS
006250             DELIMITED BY SIZE INTO DL100-ERROR-TEXT
006260         PERFORM 0280-FLAG-INPUT-ERROR THRU 0280-EXIT
006270         GO TO 0210-EXIT
006280     END-IF
006290     PERFORM UNTIL EXIT
006300         READ CRANE-FILE AT END
006310             EXIT PERFORM
006320         END-READ
006330         ADD 1 TO DL100-SOURCE-LINE
006340         PERFORM 0220-CLASSIFY-LINE THRU 0220-EXIT
006350     END-PERFORM
006360     CLOSE CRANE-FILE
006370     MOVE DL100-LINE-COUNT TO DL100-CF-LAST(DL100-FILE-INDEX)
006380     .
006390 0210-EXIT.
006400     EXIT.
006410*----------------------------------------------------------------
006420 0220-CLASSIFY-LINE.
006430*    DECIDE WHAT KIND OF LINE THE CRANE RECORD HOLDS - THE SAME
006440*    KEYWORD ORDER COBMAIN'S READ LOOP USES (SHIFT, RECEIVE,
006450*    RELEASE, THEN MOVE) - AND FILE IT IN THE LINE TABLE WITH
006460*    ITS TIME AND THE BAYS IT TOUCHES.  A REMARK IS CUT OFF
006470*    FIRST, AS COBMAIN DOES, SO NOTHING IN IT IS TAKEN FOR A
006480*    KEYWORD.
006490*----------------------------------------------------------------
006500     IF DL100-CRANE-REC-LENGTH = 0 THEN
006510         GO TO 0220-EXIT
006520     END-IF
006530     IF CRANE-RECORD = SPACES THEN
006540         GO TO 0220-EXIT
006550     END-IF
006560     IF DL100-CRANE-REC-LENGTH > 6 AND
006570         CRANE-RECORD(1:7) = "*SEAL* " THEN
006580         GO TO 0220-EXIT
006590     END-IF
006600     IF DL100-CRANE-REC-LENGTH > 256 THEN
006610         MOVE "LINE IS LONGER THAN 256 CHARACTERS"
006620              TO DL100-ERROR-TEXT
006630         PERFORM 0280-FLAG-INPUT-ERROR THRU 0280-EXIT
006640         GO TO 0220-EXIT
006650     END-IF
006660     IF DL100-LINE-COUNT = 5000 THEN
006670         MOVE "MORE THAN 5000 LINES ACROSS THE CRANE MANIFESTS"
006680              TO DL100-ERROR-TEXT
006690         PERFORM 0280-FLAG-INPUT-ERROR THRU 0280-EXIT
006700         GO TO 0220-EXIT
006710     END-IF
006720     MOVE SPACES TO DL100-SCAN-LINE
006730     MOVE CRANE-RECORD TO DL100-SCAN-LINE
006740     MOVE DL100-CRANE-REC-LENGTH TO DL100-SCAN-LENGTH
006750     PERFORM 0260-CUT-REMARK THRU 0260-EXIT
006760     ADD 1 TO DL100-LINE-COUNT
006770     MOVE DL100-LINE-COUNT TO DL100-LINE-INDEX
006780     MOVE CRANE-RECORD TO DL100-LT-TEXT(DL100-LINE-INDEX)
006790     MOVE DL100-CRANE-REC-LENGTH
006800          TO DL100-LT-LENGTH(DL100-LINE-INDEX)
006810     MOVE DL100-FILE-INDEX TO DL100-LT-FILE(DL100-LINE-INDEX)
006820     MOVE DL100-SOURCE-LINE TO DL100-LT-SOURCE(DL100-LINE-INDEX)
006830     MOVE ZERO TO DL100-LT-TIME(DL100-LINE-INDEX)
006840     MOVE ZERO TO DL100-LT-BAY-1(DL100-LINE-INDEX)
006850     MOVE ZERO TO DL100-LT-BAY-2(DL100-LINE-INDEX)
006860     ADD 1 TO DL100-CF-LINES(DL100-FILE-INDEX)
006870     MOVE "shift   " TO DL100-KEYWORD-TEXT
006880     MOVE 5 TO DL100-KEYWORD-LENGTH
006890     PERFORM 0250-FIND-KEYWORD THRU 0250-EXIT
006900     IF DL100-KEYWORD-FOUND THEN
006910         SET DL100-LT-IS-SHIFT(DL100-LINE-INDEX) TO TRUE
006920         MOVE "crane   " TO DL100-KEYWORD-TEXT
006930         MOVE 5 TO DL100-KEYWORD-LENGTH
006940         PERFORM 0250-FIND-KEYWORD THRU 0250-EXIT
006950         IF DL100-KEYWORD-FOUND THEN
006960             PERFORM 0275-TOKEN-GET THRU 0275-EXIT
006970             MOVE DL100-TOKEN-TEXT
006980                  TO DL100-CF-UNIT(DL100-FILE-INDEX)
006990         END-IF
007000         MOVE DL100-CF-UNIT(DL100-FILE-INDEX)
007010              TO DL100-LT-UNIT(DL100-LINE-INDEX)
007020         GO TO 0220-EXIT
007030     END-IF
007040     MOVE DL100-CF-UNIT(DL100-FILE-INDEX)
007050          TO DL100-LT-UNIT(DL100-LINE-INDEX)
007060     MOVE "receive " TO DL100-KEYWORD-TEXT
007070     MOVE 7 TO DL100-KEYWORD-LENGTH
007080     PERFORM 0250-FIND-KEYWORD THRU 0250-EXIT
007090     IF DL100-KEYWORD-FOUND THEN
007100         SET DL100-LT-IS-RECEIPT(DL100-LINE-INDEX) TO TRUE
007110         MOVE "on      " TO DL100-KEYWORD-TEXT
007120         MOVE 2 TO DL100-KEYWORD-LENGTH
007130         PERFORM 0250-FIND-KEYWORD THRU 0250-EXIT
007140         PERFORM 0270-NUMBER-GET THRU 0270-EXIT
007150         IF DL100-KEYWORD-FOUND AND DL100-NUMBER-GOOD THEN
007160             MOVE DL100-NUMBER-VALUE
007170                  TO DL100-LT-BAY-1(DL100-LINE-INDEX)
007180         END-IF
007190         GO TO 0220-TIME
007200     END-IF
007210     MOVE "release " TO DL100-KEYWORD-TEXT
007220     MOVE 7 TO DL100-KEYWORD-LENGTH
007230     PERFORM 0250-FIND-KEYWORD THRU 0250-EXIT
007240     IF DL100-KEYWORD-FOUND THEN
007250         SET DL100-LT-IS-RELEASE(DL100-LINE-INDEX) TO TRUE
007260         PERFORM 0270-NUMBER-GET THRU 0270-EXIT
007270         IF DL100-NUMBER-GOOD THEN
007280             MOVE DL100-NUMBER-VALUE
007290                  TO DL100-LT-BAY-1(DL100-LINE-INDEX)
007300         END-IF
007310         GO TO 0220-TIME
007320     END-IF
007330     MOVE "move    " TO DL100-KEYWORD-TEXT
007340     MOVE 4 TO DL100-KEYWORD-LENGTH
007350     PERFORM 0250-FIND-KEYWORD THRU 0250-EXIT
007360     IF DL100-KEYWORD-NOT-FOUND THEN
007370         MOVE "NOT A SHIFT HEADER, MOVE, RECEIVE, OR RELEASE LINE"
007380              TO DL100-ERROR-TEXT
007390         SUBTRACT 1 FROM DL100-LINE-COUNT
007400         SUBTRACT 1 FROM DL100-CF-LINES(DL100-FILE-INDEX)
007410         PERFORM 0280-FLAG-INPUT-ERROR THRU 0280-EXIT
007420         GO TO 0220-EXIT
007430     END-IF
007440     SET DL100-LT-IS-MOVE(DL100-LINE-INDEX) TO TRUE
007450     MOVE "from    " TO DL100-KEYWORD-TEXT
007460     MOVE 4 TO DL100-KEYWORD-LENGTH
007470     PERFORM 0250-FIND-KEYWORD THRU 0250-EXIT
007480     PERFORM 0270-NUMBER-GET THRU 0270-EXIT
007490     IF DL100-KEYWORD-FOUND AND DL100-NUMBER-GOOD THEN
007500         MOVE DL100-NUMBER-VALUE
007510              TO DL100-LT-BAY-1(DL100-LINE-INDEX)
007520     END-IF
007530     MOVE "to      " TO DL100-KEYWORD-TEXT
007540     MOVE 2 TO DL100-KEYWORD-LENGTH
007550     PERFORM 0250-FIND-KEYWORD THRU 0250-EXIT
007560     PERFORM 0270-NUMBER-GET THRU 0270-EXIT
007570     IF DL100-KEYWORD-FOUND AND DL100-NUMBER-GOOD THEN
007580         MOVE DL100-NUMBER-VALUE
007590              TO DL100-LT-BAY-2(DL100-LINE-INDEX)
007600     END-IF
007610     .
007620 0220-TIME.
007630     PERFORM 0230-GET-TIME THRU 0230-EXIT
007640     .
007650 0220-EXIT.
007660     EXIT.
007670*----------------------------------------------------------------
007680 0230-GET-TIME.
007690*    EVERY EVENT LINE MUST CARRY "TIME HHMM" - FOUR DIGITS, A
007700*    REAL TIME OF DAY, AND NOT EARLIER THAN THE CRANE'S LINE
007710*    BEFORE IT.  THE KEYWORD IS SEARCHED FOR WITH A SPACE EACH
007720*    SIDE, SO "TIME" INSIDE A CARRIER OR BAY NAME (MARITIME,
007730*    ONETIME) IS NOT TAKEN FOR IT.  A LINE THAT FAILS IS TAKEN
007740*    BACK OFF THE TABLE.
007750*----------------------------------------------------------------
007760     MOVE " time   " TO DL100-KEYWORD-TEXT
007770     MOVE 6 TO DL100-KEYWORD-LENGTH
007780     PERFORM 0250-FIND-KEYWORD THRU 0250-EXIT
007790     IF DL100-KEYWORD-NOT-FOUND THEN
007800         MOVE "EVENT LINE CARRIES NO TIME (TIME HHMM)"
007810              TO DL100-ERROR-TEXT
007820         GO TO 0230-BAD
007830     END-IF
007840     PERFORM 0270-NUMBER-GET THRU 0270-EXIT
007850     IF DL100-NUMBER-BAD OR DL100-NUMBER-DIGITS NOT = 4 THEN
007860         MOVE "TIME IS NOT FOUR DIGITS (HHMM)" TO DL100-ERROR-TEXT
007870         GO TO 0230-BAD
007880     END-IF
007890     MOVE DL100-NUMBER-VALUE TO DL100-TIME-WORK
007900     IF DL100-TIME-HH > 23 OR DL100-TIME-MM > 59 THEN
007910         MOVE "TIME IS NOT A TIME OF DAY (HHMM)"
007920              TO DL100-ERROR-TEXT
007930         GO TO 0230-BAD
007940     END-IF
007950     IF DL100-TIME-WORK < DL100-PREV-TIME THEN
007960         MOVE SPACES TO DL100-ERROR-TEXT
007970         STRING "TIME " DL100-TIME-WORK
007980             " IS EARLIER THAN THE CRANE'S LINE BEFORE IT ("
007990             DL100-PREV-TIME ")"
008000             DELIMITED BY SIZE INTO DL100-ERROR-TEXT
008010         GO TO 0230-BAD
008020     END-IF
008030     MOVE DL100-TIME-WORK TO DL100-PREV-TIME
008040     MOVE DL100-TIME-WORK TO DL100-LT-TIME(DL100-LINE-INDEX)
008050     ADD 1 TO DL100-CF-EVENTS(DL100-FILE-INDEX)
008060     ADD 1 TO DL100-EVENT-COUNT
008070     GO TO 0230-EXIT
008080     .
008090 0230-BAD.
008100     SUBTRACT 1 FROM DL100-LINE-COUNT
008110     SUBTRACT 1 FROM DL100-CF-LINES(DL100-FILE-INDEX)
008120     PERFORM 0280-FLAG-INPUT-ERROR THRU 0280-EXIT
008130     .
008140 0230-EXIT.
008150     EXIT.
008160*----------------------------------------------------------------
008170 0250-FIND-KEYWORD.
008180*    LOCATE THE NEXT OCCURRENCE OF DL100-KEYWORD-TEXT (LENGTH
008190*    DL100-KEYWORD-LENGTH) ON THE LINE IN DL100-SCAN-LINE AND
008200*    LEAVE DL100-SCAN-INDEX ON THE FIRST NON-SPACE CHARACTER
008210*    AFTER IT - COBMAIN'S 0250-FIND-KEYWORD RULE.
008220*----------------------------------------------------------------
008230     MOVE 1 TO DL100-SCAN-INDEX
008240     SET DL100-KEYWORD-NOT-FOUND TO TRUE
008250     PERFORM UNTIL DL100-KEYWORD-FOUND
008260                OR DL100-SCAN-INDEX + DL100-KEYWORD-LENGTH - 1
008270                     > DL100-SCAN-LENGTH
008280         IF DL100-SCAN-LINE(DL100-SCAN-INDEX:DL100-KEYWORD-LENGTH)
008290             = DL100-KEYWORD-TEXT(1:DL100-KEYWORD-LENGTH) THEN
008300             SET DL100-KEYWORD-FOUND TO TRUE
008310             ADD DL100-KEYWORD-LENGTH TO DL100-SCAN-INDEX
008320         ELSE
008330             ADD 1 TO DL100-SCAN-INDEX
008340         END-IF
008350     END-PERFORM
008360     PERFORM UNTIL DL100-SCAN-INDEX > DL100-SCAN-LENGTH
008370                OR DL100-SCAN-CHAR(DL100-SCAN-INDEX) NOT = ' '
008380         ADD 1 TO DL100-SCAN-INDEX
008390     END-PERFORM
008400     .
008410 0250-EXIT.
008420     EXIT.
008430*----------------------------------------------------------------
008440 0260-CUT-REMARK.
008450*    A GATE LINE MAY END WITH "REMARK <FREE TEXT>".  THE SCANS
008460*    STOP SHORT OF THE KEYWORD, AS COBMAIN'S 0362-SPLIT-REMARK
008470*    MAKES THEM; THE LINE ITSELF GOES INTO THE MERGE WHOLE.
008480*----------------------------------------------------------------
008490     MOVE "remark  " TO DL100-KEYWORD-TEXT
008500     MOVE 7 TO DL100-KEYWORD-LENGTH
008510     PERFORM 0250-FIND-KEYWORD THRU 0250-EXIT
008520     IF DL100-KEYWORD-NOT-FOUND THEN
008530         GO TO 0260-EXIT
008540     END-IF
008550     MOVE 1 TO DL100-SCAN-INDEX
008560     PERFORM UNTIL DL100-SCAN-LINE(DL100-SCAN-INDEX:7) = "remark "
008570         ADD 1 TO DL100-SCAN-INDEX
008580     END-PERFORM
008590     COMPUTE DL100-SCAN-LENGTH = DL100-SCAN-INDEX - 1
008600     .
008610 0260-EXIT.
008620     EXIT.
008630*----------------------------------------------------------------
008640 0270-NUMBER-GET.
008650*    READ THE DIGITS STARTING AT DL100-SCAN-INDEX UP TO THE NEXT
008660*    SPACE INTO DL100-NUMBER-VALUE, COUNTING THEM.  ANYTHING BUT
008670*    A DIGIT, OR NO DIGITS AT ALL, MARKS THE NUMBER BAD.
008680*----------------------------------------------------------------
008690     MOVE ZERO TO DL100-NUMBER-VALUE
008700     MOVE ZERO TO DL100-NUMBER-DIGITS
008710     SET DL100-NUMBER-GOOD TO TRUE
008720     PERFORM UNTIL DL100-SCAN-INDEX > DL100-SCAN-LENGTH
008730                OR DL100-SCAN-CHAR(DL100-SCAN-INDEX) = ' '
008740         MOVE DL100-SCAN-CHAR(DL100-SCAN-INDEX)
008750              TO DL100-DIGIT-CHAR
008760         IF DL100-DIGIT-CHAR IS NUMERIC AND
008770             DL100-NUMBER-DIGITS < 9 THEN
008780             COMPUTE DL100-NUMBER-VALUE =
008790                 DL100-NUMBER-VALUE * 10 + DL100-DIGIT
008800         ELSE
008810             SET DL100-NUMBER-BAD TO TRUE
008820         END-IF
008830         ADD 1 TO DL100-NUMBER-DIGITS
008840         ADD 1 TO DL100-SCAN-INDEX
008850     END-PERFORM
008860     IF DL100-NUMBER-DIGITS = 0 THEN
008870         SET DL100-NUMBER-BAD TO TRUE
008880     END-IF
008890     .
008900 0270-EXIT.
008910     EXIT.
008920*----------------------------------------------------------------
008930 0275-TOKEN-GET.
008940*    READ THE CHARACTERS STARTING AT DL100-SCAN-INDEX UP TO THE
008950*    NEXT SPACE INTO DL100-TOKEN-TEXT (AT MOST EIGHT - A CRANE
008960*    UNIT'S FULL WIDTH).
008970*----------------------------------------------------------------
008980     MOVE SPACES TO DL100-TOKEN-TEXT
008990     MOVE DL100-SCAN-INDEX TO DL100-TOKEN-START
009000     PERFORM UNTIL DL100-SCAN-INDEX > DL100-SCAN-LENGTH
009010                OR DL100-SCAN-CHAR(DL100-SCAN-INDEX) = ' '
009020         ADD 1 TO DL100-SCAN-INDEX
009030     END-PERFORM
009040     IF DL100-SCAN-INDEX - DL100-TOKEN-START > 8 THEN
009050         MOVE DL100-SCAN-LINE(DL100-TOKEN-START:8)
009060              TO DL100-TOKEN-TEXT
009070     ELSE
009080         IF DL100-SCAN-INDEX > DL100-TOKEN-START THEN
009090             MOVE DL100-SCAN-LINE(DL100-TOKEN-START:
009100                 DL100-SCAN-INDEX - DL100-TOKEN-START)
009110                  TO DL100-TOKEN-TEXT
009120         END-IF
009130     END-IF
009140     .
009150 0275-EXIT.
009160     EXIT.
009170*----------------------------------------------------------------
009180 0280-FLAG-INPUT-ERROR.
009190*    LIST ONE BAD CRANE-MANIFEST LINE (OR AN UNREADABLE
009200*    MANIFEST) ON THE REPORT WITH ITS FILE AND LINE NUMBER.
009210*----------------------------------------------------------------
009220     ADD 1 TO DL100-INPUT-ERRORS
009230     IF DL100-INPUT-ERRORS = 1 THEN
009240         MOVE "CRANE MANIFEST ERRORS" TO MERGE-REPORT-RECORD
009250         WRITE MERGE-REPORT-RECORD
009260     END-IF
009270     MOVE DL100-FILE-INDEX TO DL100-EDIT-FILE
009280     MOVE DL100-SOURCE-LINE TO DL100-EDIT-NUM1
009290     MOVE SPACES TO MERGE-REPORT-RECORD
009300     STRING "  FILE " DL100-EDIT-FILE " LINE " DL100-EDIT-NUM1
009310         " - " DL100-ERROR-TEXT
009320         DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
009330     WRITE MERGE-REPORT-RECORD
009340     .
009350 0280-EXIT.
009360     EXIT.
009370*----------------------------------------------------------------
009380 0290-WRITE-INPUT-SECTION.
009390*    LIST THE CRANE MANIFESTS READ - FILE NUMBER, THE LAST CRANE
009400*    UNIT ITS SHIFT HEADERS NAMED, LINES, EVENTS, AND PATH.
009410*----------------------------------------------------------------
009420     IF DL100-INPUT-ERRORS > 0 THEN
009430         MOVE SPACES TO MERGE-REPORT-RECORD
009440         WRITE MERGE-REPORT-RECORD
009450     END-IF
009460     MOVE "CRANE MANIFESTS" TO MERGE-REPORT-RECORD
009470     WRITE MERGE-REPORT-RECORD
009480     MOVE "  FILE  CRANE       LINES   EVENTS  PATH"
009490          TO MERGE-REPORT-RECORD
009500     WRITE MERGE-REPORT-RECORD
009510     MOVE 1 TO DL100-FILE-INDEX
009520     PERFORM UNTIL DL100-FILE-INDEX > DL100-FILE-COUNT
009530         MOVE DL100-FILE-INDEX TO DL100-EDIT-FILE
009540         MOVE DL100-CF-LINES(DL100-FILE-INDEX) TO DL100-EDIT-NUM1
009550         MOVE DL100-CF-EVENTS(DL100-FILE-INDEX) TO DL100-EDIT-NUM2
009560         MOVE SPACES TO MERGE-REPORT-RECORD
009570         STRING "    " DL100-EDIT-FILE "  "
009580             DL100-CF-UNIT(DL100-FILE-INDEX) " " DL100-EDIT-NUM1
009590             "  " DL100-EDIT-NUM2 "  "
009600             DL100-CF-PATH(DL100-FILE-INDEX)
009610             DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
009620         WRITE MERGE-REPORT-RECORD
009630         ADD 1 TO DL100-FILE-INDEX
009640     END-PERFORM
009650     MOVE SPACES TO MERGE-REPORT-RECORD
009660     WRITE MERGE-REPORT-RECORD
009670     .
009680 0290-EXIT.
009690     EXIT.
009700*----------------------------------------------------------------
009710 0295-REFUSE-MERGE.
009720*    A BAD LINE IN ANY CRANE MANIFEST, OR NO EVENTS AT ALL, STOPS
009730*    THE MERGE BEFORE ANYTHING IS WRITTEN - A MERGED MANIFEST
009740*    MISSING A LINE, OR HOLDING ONE OUT OF ITS TIME, IS WORSE
009750*    THAN NONE.
009760*----------------------------------------------------------------
009770     MOVE SPACES TO MERGE-REPORT-RECORD
009780     IF DL100-INPUT-ERRORS > 0 THEN
009790         MOVE DL100-INPUT-ERRORS TO DL100-EDIT-NUM1
009800         STRING "MERGE REFUSED - " DL100-EDIT-NUM1
009810             " CRANE MANIFEST ERROR(S) LISTED ABOVE; NO MERGED"
009820             " MANIFEST WRITTEN"
009830             DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
009840     ELSE
009850         STRING "MERGE REFUSED - THE CRANE MANIFESTS HOLD NO"
009860             " EVENT"
009870             " LINES; NO MERGED MANIFEST WRITTEN"
009880             DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
009890     END-IF
009900     WRITE MERGE-REPORT-RECORD
009910     CLOSE MERGE-REPORT-FILE
009920     DISPLAY "MANMERGE: MERGE REFUSED - SEE "
009930         DL100-MERGE-REPORT-PATH
009940     MOVE 16 TO RETURN-CODE
009950     STOP RUN
009960     .
009970 0295-EXIT.
009980     EXIT.
009990*----------------------------------------------------------------
010000 0300-MERGE-LINES.
010010*    MERGE THE CRANE MANIFESTS BY TIME.  EACH PASS TAKES THE
010020*    CRANE WHOSE NEXT EVENT IS EARLIEST (THE LOWER LIST POSITION
010030*    ON A TIE), SO EACH CRANE'S OWN LINES KEEP THEIR ORDER.
010040*    A CRANE LEFT WITH ONLY SHIFT HEADERS SORTS AFTER EVERY
010050*    EVENT, SO ITS TRAILING HEADERS CLOSE THE MERGED MANIFEST.
010060*----------------------------------------------------------------
010070     PERFORM UNTIL EXIT
010080         MOVE ZERO TO DL100-PICK-FILE
010090         MOVE 99999 TO DL100-PICK-TIME
010100         MOVE 1 TO DL100-FILE-INDEX
010110         PERFORM UNTIL DL100-FILE-INDEX > DL100-FILE-COUNT
010120             PERFORM 0310-NEXT-EVENT-TIME THRU 0310-EXIT
010130             IF DL100-CAND-TIME < DL100-PICK-TIME THEN
010140                 MOVE DL100-CAND-TIME TO DL100-PICK-TIME
010150                 MOVE DL100-FILE-INDEX TO DL100-PICK-FILE
010160             END-IF
010170             ADD 1 TO DL100-FILE-INDEX
010180         END-PERFORM
010190         IF DL100-PICK-FILE = 0 THEN
010200             EXIT PERFORM
010210         END-IF
010220         PERFORM 0320-TAKE-FROM-CRANE THRU 0320-EXIT
010230     END-PERFORM
010240     .
010250 0300-EXIT.
010260     EXIT.
010270*----------------------------------------------------------------
010280 0310-NEXT-EVENT-TIME.
010290*    THE TIME OF THE NEXT EVENT LINE OF CRANE DL100-FILE-INDEX,
010300*    LOOKING PAST ANY SHIFT HEADERS WAITING AHEAD OF IT - 10000
010310*    WHEN ONLY HEADERS ARE LEFT, 99999 WHEN NOTHING IS LEFT.
010320*----------------------------------------------------------------
010330     MOVE 99999 TO DL100-CAND-TIME
010340     IF DL100-CF-NEXT(DL100-FILE-INDEX) >
010350         DL100-CF-LAST(DL100-FILE-INDEX) THEN
010360         GO TO 0310-EXIT
010370     END-IF
010380     MOVE 10000 TO DL100-CAND-TIME
010390     MOVE DL100-CF-NEXT(DL100-FILE-INDEX) TO DL100-SCAN-ENTRY
010400     PERFORM UNTIL DL100-SCAN-ENTRY >
010410         DL100-CF-LAST(DL100-FILE-INDEX)
010420         IF NOT DL100-LT-IS-SHIFT(DL100-SCAN-ENTRY) THEN
010430             MOVE DL100-LT-TIME(DL100-SCAN-ENTRY)
010440                  TO DL100-CAND-TIME
010450             EXIT PERFORM
010460         END-IF
010470         ADD 1 TO DL100-SCAN-ENTRY
010480     END-PERFORM
010490     .
010500 0310-EXIT.
010510     EXIT.
010520*----------------------------------------------------------------
010530 0320-TAKE-FROM-CRANE.
010540*    MOVE THE PICKED CRANE'S WAITING SHIFT HEADERS AND ITS NEXT
010550*    EVENT TO THE MERGED MANIFEST.  WHEN THE STREAM HAS TURNED
010560*    FROM ANOTHER CRANE, THIS CRANE'S CURRENT SHIFT HEADER IS
010570*    REPEATED FIRST SO COBMAIN STAMPS THE EVENT WITH ITS OWN
010580*    SHIFT; AN EVENT WITH NO HEADER OF ITS OWN TO REPEAT WOULD
010590*    RUN UNDER ANOTHER CRANE'S SHIFT AND IS FLAGGED.
010600*----------------------------------------------------------------
010610     PERFORM UNTIL DL100-CF-NEXT(DL100-PICK-FILE) >
010620         DL100-CF-LAST(DL100-PICK-FILE)
010630         OR NOT DL100-LT-IS-SHIFT(DL100-CF-NEXT(DL100-PICK-FILE))
010640         MOVE DL100-CF-NEXT(DL100-PICK-FILE) TO DL100-EMIT-LINE
010650         MOVE 'N' TO DL100-EMIT-REPEAT
010660         PERFORM 0330-EMIT-LINE THRU 0330-EXIT
010670         MOVE DL100-EMIT-LINE TO DL100-CF-HEADER(DL100-PICK-FILE)
010680         MOVE DL100-PICK-FILE TO DL100-HEADER-FILE
010690         ADD 1 TO DL100-CF-NEXT(DL100-PICK-FILE)
010700     END-PERFORM
010710     IF DL100-CF-NEXT(DL100-PICK-FILE) >
010720         DL100-CF-LAST(DL100-PICK-FILE) THEN
010730         GO TO 0320-EXIT
010740     END-IF
010750     IF DL100-HEADER-FILE NOT = DL100-PICK-FILE AND
010760         DL100-CF-HEADER(DL100-PICK-FILE) > 0 THEN
010770         MOVE DL100-CF-HEADER(DL100-PICK-FILE) TO DL100-EMIT-LINE
010780         MOVE 'Y' TO DL100-EMIT-REPEAT
010790         PERFORM 0330-EMIT-LINE THRU 0330-EXIT
010800         ADD 1 TO DL100-REPEAT-COUNT
010810         MOVE DL100-PICK-FILE TO DL100-HEADER-FILE
010820     END-IF
010830     MOVE DL100-CF-NEXT(DL100-PICK-FILE) TO DL100-EMIT-LINE
010840     MOVE 'N' TO DL100-EMIT-REPEAT
010850     PERFORM 0330-EMIT-LINE THRU 0330-EXIT
010860     IF DL100-HEADER-FILE NOT = DL100-PICK-FILE AND
010870         DL100-HEADER-FILE NOT = 0 THEN
010880         MOVE 'U' TO DL100-MAP-UNOWNED(DL100-MAP-COUNT)
010890         ADD 1 TO DL100-UNOWNED-COUNT
010900     END-IF
010910     PERFORM 0340-CHECK-COLLISIONS THRU 0340-EXIT
010920     ADD 1 TO DL100-CF-NEXT(DL100-PICK-FILE)
010930     .
010940 0320-EXIT.
010950     EXIT.
010960*----------------------------------------------------------------
010970 0330-EMIT-LINE.
010980*    ADD LINE-TABLE ENTRY DL100-EMIT-LINE TO THE MERGE MAP AS
010990*    THE NEXT LINE OF THE MERGED MANIFEST.
011000*----------------------------------------------------------------
011010     IF DL100-MAP-COUNT = 10000 THEN
011020         DISPLAY "MANMERGE: MERGED MANIFEST WOULD PASS 10000"
011030             " LINES"
011040         CLOSE MERGE-REPORT-FILE
011050         MOVE 16 TO RETURN-CODE
011060         STOP RUN
011070     END-IF
011080     ADD 1 TO DL100-MAP-COUNT
011090     MOVE DL100-EMIT-LINE TO DL100-MAP-LINE(DL100-MAP-COUNT)
011100     MOVE SPACES TO DL100-MAP-FLAGS(DL100-MAP-COUNT)
011110     IF DL100-EMIT-REPEAT = 'Y' THEN
011120         MOVE 'R' TO DL100-MAP-REPEAT(DL100-MAP-COUNT)
011130     END-IF
011140     .
011150 0330-EXIT.
011160     EXIT.
011170*----------------------------------------------------------------
011180 0340-CHECK-COLLISIONS.
011190*    THE MERGED EVENTS OF ONE MINUTE SIT TOGETHER.  HOLD THE
011200*    CURRENT MINUTE'S EVENTS AND COMPARE THE NEW ONE WITH EACH
011210*    EVENT OF ANOTHER CRANE: ANY BAY THE TWO HAVE IN COMMON IS A
011220*    COLLISION.
011230*----------------------------------------------------------------
011240     MOVE DL100-MAP-LINE(DL100-MAP-COUNT) TO DL100-LINE-INDEX
011250     IF DL100-LT-TIME(DL100-LINE-INDEX) NOT = DL100-GROUP-TIME OR
011260         DL100-GROUP-COUNT = 0 THEN
011270         MOVE DL100-LT-TIME(DL100-LINE-INDEX) TO DL100-GROUP-TIME
011280         MOVE ZERO TO DL100-GROUP-COUNT
011290     END-IF
011300     MOVE 1 TO DL100-GROUP-INDEX
011310     PERFORM UNTIL DL100-GROUP-INDEX > DL100-GROUP-COUNT
011320         MOVE DL100-MAP-LINE(DL100-GROUP-MAP(DL100-GROUP-INDEX))
011330              TO DL100-OTHER-LINE
011340         IF DL100-LT-FILE(DL100-OTHER-LINE) NOT =
011350             DL100-LT-FILE(DL100-LINE-INDEX) THEN
011360             PERFORM 0345-COMPARE-BAYS THRU 0345-EXIT
011370         END-IF
011380         ADD 1 TO DL100-GROUP-INDEX
011390     END-PERFORM
011400     IF DL100-GROUP-COUNT < 64 THEN
011410         ADD 1 TO DL100-GROUP-COUNT
011420         MOVE DL100-MAP-COUNT
011430              TO DL100-GROUP-MAP(DL100-GROUP-COUNT)
011440     END-IF
011450     .
011460 0340-EXIT.
011470     EXIT.
011480*----------------------------------------------------------------
011490 0345-COMPARE-BAYS.
011500*    DO THE NEW EVENT AND THE EARLIER EVENT OF THE SAME MINUTE
011510*    TOUCH A COMMON BAY?  ONE COLLISION IS RECORDED PER PAIR.
011520*----------------------------------------------------------------
011530     MOVE ZERO TO DL100-HIT-BAY
011540     EVALUATE TRUE
011550         WHEN DL100-LT-BAY-1(DL100-LINE-INDEX) > 0 AND
011560             (DL100-LT-BAY-1(DL100-LINE-INDEX) =
011570                 DL100-LT-BAY-1(DL100-OTHER-LINE) OR
011580              DL100-LT-BAY-1(DL100-LINE-INDEX) =
011590                 DL100-LT-BAY-2(DL100-OTHER-LINE))
011600             MOVE DL100-LT-BAY-1(DL100-LINE-INDEX)
011610                  TO DL100-HIT-BAY
011620         WHEN DL100-LT-BAY-2(DL100-LINE-INDEX) > 0 AND
011630             (DL100-LT-BAY-2(DL100-LINE-INDEX) =
011640                 DL100-LT-BAY-1(DL100-OTHER-LINE) OR
011650              DL100-LT-BAY-2(DL100-LINE-INDEX) =
011660                 DL100-LT-BAY-2(DL100-OTHER-LINE))
011670             MOVE DL100-LT-BAY-2(DL100-LINE-INDEX)
011680                  TO DL100-HIT-BAY
011690     END-EVALUATE
011700     IF DL100-HIT-BAY = 0 THEN
011710         GO TO 0345-EXIT
011720     END-IF
011730     MOVE 'C' TO DL100-MAP-COLLIDE(DL100-MAP-COUNT)
011740     MOVE 'C'
011750          TO DL100-MAP-COLLIDE(DL100-GROUP-MAP(DL100-GROUP-INDEX))
011760     ADD 1 TO DL100-COLL-COUNT
011770     IF DL100-COLL-COUNT NOT > 500 THEN
011780         MOVE DL100-GROUP-MAP(DL100-GROUP-INDEX)
011790              TO DL100-COLL-MAP-1(DL100-COLL-COUNT)
011800         MOVE DL100-MAP-COUNT
011810              TO DL100-COLL-MAP-2(DL100-COLL-COUNT)
011820         MOVE DL100-HIT-BAY TO DL100-COLL-BAY(DL100-COLL-COUNT)
011830     END-IF
011840     .
011850 0345-EXIT.
011860     EXIT.
011870*----------------------------------------------------------------
011880 0400-WRITE-MERGED.
011890*    WRITE THE MERGED MANIFEST - EVERY LINE EXACTLY AS ITS CRANE
011900*    SENT IT, TIME AND REMARK INCLUDED, IN MERGE ORDER.  IT HOLDS
011910*    NO DRAWING: COBMAIN RUNS IT AS A CARRY-OVER MANIFEST
011920*    AGAINST THE OPENING STATE.  A WRITE THAT FAILS PART WAY
011930*    STOPS THE RUN THROUGH 0410.
011940*----------------------------------------------------------------
011950     OPEN OUTPUT MERGED-FILE
011960     IF NOT DL100-MERGED-OK THEN
011970         DISPLAY "MANMERGE: UNABLE TO CREATE MERGED MANIFEST "
011980             DL100-MERGED-PATH " - FILE STATUS "
011990             DL100-MERGED-STATUS
012000         CLOSE MERGE-REPORT-FILE
012010         MOVE 16 TO RETURN-CODE
012020         STOP RUN
012030     END-IF
012040     MOVE 1 TO DL100-MAP-INDEX
012050     PERFORM UNTIL DL100-MAP-INDEX > DL100-MAP-COUNT
012060         MOVE DL100-MAP-LINE(DL100-MAP-INDEX) TO DL100-LINE-INDEX
012070         MOVE DL100-LT-LENGTH(DL100-LINE-INDEX)
012080              TO DL100-MERGED-REC-LENGTH
012090         MOVE DL100-LT-TEXT(DL100-LINE-INDEX)
012100              (1:DL100-MERGED-REC-LENGTH) TO MERGED-RECORD
012110         WRITE MERGED-RECORD
012120         IF NOT DL100-MERGED-OK THEN
012130             PERFORM 0410-REFUSE-WRITE THRU 0410-EXIT
012140         END-IF
012150         ADD 1 TO DL100-MAP-INDEX
012160     END-PERFORM
012170     CLOSE MERGED-FILE
012180     .
012190 0400-EXIT.
012200     EXIT.
012210*----------------------------------------------------------------
012220 0410-REFUSE-WRITE.
012230*    THE MERGED MANIFEST COULD NOT BE WRITTEN IN FULL.  A SHORT
012240*    MANIFEST WOULD RUN IN COBMAIN AS IF IT WERE THE WHOLE DAY,
012250*    SO IT IS REMOVED AND THE RUN STOPS 16.
012260*----------------------------------------------------------------
012270     MOVE DL100-MERGED-STATUS TO DL100-WRITE-STATUS
012280     CLOSE MERGED-FILE
012290     MOVE SPACES TO MERGE-REPORT-RECORD
012300     STRING "MERGE REFUSED - WRITE TO THE MERGED MANIFEST FAILED,"
012310         " FILE STATUS " DL100-WRITE-STATUS
012320         DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
012330     WRITE MERGE-REPORT-RECORD
012340     MOVE SPACES TO MERGE-REPORT-RECORD
012350     CALL "CBL_DELETE_FILE" USING DL100-MERGED-PATH
012360     IF RETURN-CODE = 0 THEN
012370         STRING "MERGED MANIFEST REMOVED: " DL100-MERGED-PATH
012380             DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
012390     ELSE
012400         STRING "MERGED MANIFEST COULD NOT BE REMOVED - DO"
012410             " NOT RUN IT: " DL100-MERGED-PATH
012420             DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
012430     END-IF
012440     WRITE MERGE-REPORT-RECORD
012450     CLOSE MERGE-REPORT-FILE
012460     DISPLAY "MANMERGE: MERGE REFUSED - SEE "
012470         DL100-MERGE-REPORT-PATH
012480     MOVE 16 TO RETURN-CODE
012490     STOP RUN
012500     .
012510 0410-EXIT.
012520     EXIT.
012530*----------------------------------------------------------------
012540 0500-RUN-TRIAL.
012550*    RUN THE MERGED MANIFEST THROUGH A COBMAIN TRIAL AGAINST THE
012560*    OPENING STATE: ARGUMENTS 1-3 ARE THE MERGED MANIFEST AND
012570*    THE TRIAL'S OWN REPORT AND ERROR FILES, 6 AND 7 TURN THE
012580*    DUMP AND BATCH OPTIONS OFF, 9 IS THE OPENING STATE, 16 IS
012590*    NO FORCE, AND 17 MAKES IT A TRIAL.  THE ARGUMENTS LEFT
012600*    EMPTY FALL BACK TO THEIR ENVIRONMENT VARIABLES, AS THEY DO
012610*    FOR THE PRODUCTION RUN.  THE TRIAL ENDS 0 (FEASIBLE) OR 4
012620*    (PROBLEMS LISTED); ANYTHING ELSE MEANS IT DID NOT RUN.
012630*----------------------------------------------------------------
012640     MOVE SPACES TO DL100-COMMAND-LINE
012650     MOVE 1 TO DL100-CMD-POINTER
012660     MOVE DL100-COBMAIN-COMMAND TO DL100-ARG-TEXT
012670     PERFORM 0520-TRIM-ARGUMENT THRU 0520-EXIT
012680     STRING DL100-ARG-TEXT(1:DL100-ARG-LENGTH)
012690         DELIMITED BY SIZE
012700         INTO DL100-COMMAND-LINE WITH POINTER DL100-CMD-POINTER
012710     MOVE DL100-MERGED-PATH TO DL100-ARG-TEXT
012720     PERFORM 0525-APPEND-ARGUMENT THRU 0525-EXIT
012730     MOVE DL100-TRIAL-REPORT-PATH TO DL100-ARG-TEXT
012740     PERFORM 0525-APPEND-ARGUMENT THRU 0525-EXIT
012750     MOVE DL100-TRIAL-ERROR-PATH TO DL100-ARG-TEXT
012760     PERFORM 0525-APPEND-ARGUMENT THRU 0525-EXIT
012770     STRING " '' '' N N ''" DELIMITED BY SIZE
012780         INTO DL100-COMMAND-LINE WITH POINTER DL100-CMD-POINTER
012790     MOVE DL100-OPENING-PATH TO DL100-ARG-TEXT
012800     PERFORM 0525-APPEND-ARGUMENT THRU 0525-EXIT
012810     STRING " '' '' '' '' '' '' N Y" DELIMITED BY SIZE
012820         INTO DL100-COMMAND-LINE WITH POINTER DL100-CMD-POINTER
012830     CALL "SYSTEM" USING DL100-COMMAND-LINE
012840*    THE CALL HANDS BACK THE SHELL'S WAIT STATUS - THE EXIT CODE
012850*    TIMES 256, PLUS THE SIGNAL NUMBER IF THE TRIAL WAS KILLED -
012860*    OR A NEGATIVE STATUS IF THE SHELL COULD NOT BE STARTED.
012870*    ANYTHING BUT A CLEAN EXIT COUNTS AS NOT RUN.
012880     MOVE RETURN-CODE TO DL100-TRIAL-WAIT
012890     MOVE ZERO TO RETURN-CODE
012900     DIVIDE DL100-TRIAL-WAIT BY 256 GIVING DL100-TRIAL-RC
012910         REMAINDER DL100-TRIAL-SIGNAL
012920     IF DL100-TRIAL-SIGNAL NOT = 0 THEN
012930         GO TO 0500-EXIT
012940     END-IF
012950     IF DL100-TRIAL-RC NOT = 0 AND DL100-TRIAL-RC NOT = 4 THEN
012960         GO TO 0500-EXIT
012970     END-IF
012980     OPEN INPUT TRIAL-REPORT-FILE
012990     IF NOT DL100-TRIAL-OK THEN
013000         GO TO 0500-EXIT
013010     END-IF
013020     SET DL100-TRIAL-RAN TO TRUE
013030     PERFORM UNTIL EXIT
013040         READ TRIAL-REPORT-FILE AT END
013050             EXIT PERFORM
013060         END-READ
013070         IF TRIAL-REPORT-RECORD(1:7) = "  LINE " AND
013080             TRIAL-REPORT-RECORD(15:3) = " - " THEN
013090             PERFORM 0510-MAP-TRIAL-PROBLEM THRU 0510-EXIT
013100         END-IF
013110         IF TRIAL-REPORT-RECORD(1:3) = "  (" THEN
013120             MOVE TRIAL-REPORT-RECORD TO DL100-PROB-OVERFLOW-LINE
013130         END-IF
013140     END-PERFORM
013150     CLOSE TRIAL-REPORT-FILE
013160     .
013170 0500-EXIT.
013180     EXIT.
013190*----------------------------------------------------------------
013200 0510-MAP-TRIAL-PROBLEM.
013210*    ONE FEASIBILITY PROBLEM OFF THE TRIAL REPORT - "LINE N - ..."
013220*    WHERE N IS THE MERGED MANIFEST LINE.  KEEP IT AGAINST ITS
013230*    MERGE-MAP ENTRY SO THE REPORT CAN NAME THE CRANE AND SOURCE
013240*    LINE.
013250*----------------------------------------------------------------
013260     MOVE SPACES TO DL100-SCAN-LINE
013270     MOVE TRIAL-REPORT-RECORD(1:17) TO DL100-SCAN-LINE
013280     MOVE 17 TO DL100-SCAN-LENGTH
013290     MOVE 8 TO DL100-SCAN-INDEX
013300     PERFORM UNTIL DL100-SCAN-INDEX > 14
013310                OR DL100-SCAN-CHAR(DL100-SCAN-INDEX) NOT = ' '
013320         ADD 1 TO DL100-SCAN-INDEX
013330     END-PERFORM
013340     PERFORM 0270-NUMBER-GET THRU 0270-EXIT
013350     IF DL100-NUMBER-BAD OR DL100-NUMBER-VALUE < 1 OR
013360         DL100-NUMBER-VALUE > DL100-MAP-COUNT THEN
013370         MOVE ZERO TO DL100-NUMBER-VALUE
013380     ELSE
013390         MOVE 'F' TO DL100-MAP-PROBLEM(DL100-NUMBER-VALUE)
013400     END-IF
013410     ADD 1 TO DL100-PROB-COUNT
013420     IF DL100-PROB-COUNT > 500 THEN
013430         ADD 1 TO DL100-PROB-LOST
013440         GO TO 0510-EXIT
013450     END-IF
013460     MOVE DL100-NUMBER-VALUE TO DL100-PROB-MAP(DL100-PROB-COUNT)
013470     MOVE TRIAL-REPORT-RECORD(18:100)
013480          TO DL100-PROB-TEXT(DL100-PROB-COUNT)
013490     .
013500 0510-EXIT.
013510     EXIT.
013520*----------------------------------------------------------------
013530 0520-TRIM-ARGUMENT.
013540*    SET DL100-ARG-LENGTH TO THE LENGTH OF DL100-ARG-TEXT UP TO
013550*    ITS LAST NON-SPACE CHARACTER (ZERO WHEN IT IS ALL SPACES).
013560*----------------------------------------------------------------
013570     MOVE 100 TO DL100-ARG-LENGTH
013580     PERFORM UNTIL DL100-ARG-LENGTH < 1
013590                OR DL100-ARG-TEXT(DL100-ARG-LENGTH:1) NOT = ' '
013600         SUBTRACT 1 FROM DL100-ARG-LENGTH
013610     END-PERFORM
013620     .
013630 0520-EXIT.
013640     EXIT.
013650*----------------------------------------------------------------
013660 0525-APPEND-ARGUMENT.
013670*    ADD DL100-ARG-TEXT TO THE TRIAL COMMAND LINE AS ONE QUOTED
013680*    SHELL ARGUMENT, SPACES INSIDE IT INCLUDED.
013690*----------------------------------------------------------------
013700     PERFORM 0520-TRIM-ARGUMENT THRU 0520-EXIT
013710     STRING " '" DELIMITED BY SIZE
013720         INTO DL100-COMMAND-LINE WITH POINTER DL100-CMD-POINTER
013730     IF DL100-ARG-LENGTH > 0 THEN
013740         STRING DL100-ARG-TEXT(1:DL100-ARG-LENGTH)
013750             DELIMITED BY SIZE INTO DL100-COMMAND-LINE
013760             WITH POINTER DL100-CMD-POINTER
013770     END-IF
013780     STRING "'" DELIMITED BY SIZE
013790         INTO DL100-COMMAND-LINE WITH POINTER DL100-CMD-POINTER
013800     .
013810 0525-EXIT.
013820     EXIT.
013830*----------------------------------------------------------------
013840 0600-WRITE-LISTING.
013850*    ONE REPORT LINE PER MERGED MANIFEST LINE - ITS MERGED LINE
013860*    NUMBER, TIME, CRANE FILE AND UNIT, SOURCE LINE, FLAGS, AND
013870*    THE LINE ITSELF.
013880*----------------------------------------------------------------
013890     MOVE "MERGED MANIFEST LISTING" TO MERGE-REPORT-RECORD
013900     WRITE MERGE-REPORT-RECORD
013910     MOVE SPACES TO MERGE-REPORT-RECORD
013920     STRING "  FLAGS: R SHIFT HEADER REPEATED  C COLLISION  "
013930         "F TRIAL PROBLEM  U UNDER ANOTHER CRANE'S SHIFT"
013940         DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
013950     WRITE MERGE-REPORT-RECORD
013960     MOVE SPACES TO MERGE-REPORT-RECORD
013970     STRING "   MERGED  TIME  FILE  CRANE      SOURCE  FLAGS"
013980         "  LINE"
013990         DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
014000     WRITE MERGE-REPORT-RECORD
014010     MOVE 1 TO DL100-MAP-INDEX
014020     PERFORM UNTIL DL100-MAP-INDEX > DL100-MAP-COUNT
014030         MOVE DL100-MAP-LINE(DL100-MAP-INDEX) TO DL100-LINE-INDEX
014040         MOVE DL100-MAP-INDEX TO DL100-EDIT-NUM1
014050         MOVE DL100-LT-FILE(DL100-LINE-INDEX) TO DL100-EDIT-FILE
014060         MOVE DL100-LT-SOURCE(DL100-LINE-INDEX) TO DL100-EDIT-NUM2
014070         MOVE DL100-MAP-FLAGS(DL100-MAP-INDEX) TO DL100-FLAG-TEXT
014080         MOVE SPACES TO MERGE-REPORT-RECORD
014090         IF DL100-LT-IS-SHIFT(DL100-LINE-INDEX) THEN
014100             STRING "  " DL100-EDIT-NUM1 "          "
014110                 DL100-EDIT-FILE
014120                 "  " DL100-LT-UNIT(DL100-LINE-INDEX) " "
014130                 DL100-EDIT-NUM2 "  " DL100-FLAG-TEXT "   "
014140                 DL100-LT-TEXT(DL100-LINE-INDEX)
014150                 DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
014160         ELSE
014170             STRING "  " DL100-EDIT-NUM1 "  "
014180                 DL100-LT-TIME(DL100-LINE-INDEX) "    "
014190                 DL100-EDIT-FILE "  "
014200                 DL100-LT-UNIT(DL100-LINE-INDEX)
014210                 " " DL100-EDIT-NUM2 "  " DL100-FLAG-TEXT "   "
014220                 DL100-LT-TEXT(DL100-LINE-INDEX)
014230                 DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
014240         END-IF
014250         WRITE MERGE-REPORT-RECORD
014260         ADD 1 TO DL100-MAP-INDEX
014270     END-PERFORM
014280     MOVE SPACES TO MERGE-REPORT-RECORD
014290     WRITE MERGE-REPORT-RECORD
014300     .
014310 0600-EXIT.
014320     EXIT.
014330*----------------------------------------------------------------
014340 0610-WRITE-COLLISIONS.
014350*    LIST EVERY COLLISION - THE MINUTE, THE BAY, AND BOTH
014360*    EVENTS WITH THEIR CRANES AND SOURCE LINES.
014370*----------------------------------------------------------------
014380     MOVE "COLLISIONS - TWO CRANES ON ONE BAY IN ONE MINUTE"
014390          TO MERGE-REPORT-RECORD
014400     WRITE MERGE-REPORT-RECORD
014410     IF DL100-COLL-COUNT = 0 THEN
014420         MOVE "  NONE" TO MERGE-REPORT-RECORD
014430         WRITE MERGE-REPORT-RECORD
014440     END-IF
014450     MOVE 1 TO DL100-COLL-INDEX
014460     PERFORM UNTIL DL100-COLL-INDEX > DL100-COLL-COUNT
014470         OR DL100-COLL-INDEX > 500
014480         MOVE DL100-MAP-LINE(DL100-COLL-MAP-1(DL100-COLL-INDEX))
014490              TO DL100-LINE-INDEX
014500         MOVE DL100-MAP-LINE(DL100-COLL-MAP-2(DL100-COLL-INDEX))
014510              TO DL100-OTHER-LINE
014520         MOVE DL100-COLL-BAY(DL100-COLL-INDEX) TO DL100-EDIT-BAY
014530         MOVE DL100-LT-FILE(DL100-LINE-INDEX) TO DL100-EDIT-FILE
014540         MOVE DL100-LT-SOURCE(DL100-LINE-INDEX) TO DL100-EDIT-NUM1
014550         MOVE DL100-LT-FILE(DL100-OTHER-LINE) TO DL100-EDIT-FILE2
014560         MOVE DL100-LT-SOURCE(DL100-OTHER-LINE) TO DL100-EDIT-NUM2
014570         MOVE SPACES TO MERGE-REPORT-RECORD
014580         STRING "  " DL100-LT-TIME(DL100-LINE-INDEX) " BAY "
014590             DL100-EDIT-BAY ": CRANE "
014600             DL100-LT-UNIT(DL100-LINE-INDEX) " FILE "
014610             DL100-EDIT-FILE " LINE " DL100-EDIT-NUM1
014620             " AND CRANE " DL100-LT-UNIT(DL100-OTHER-LINE)
014630             " FILE " DL100-EDIT-FILE2 " LINE " DL100-EDIT-NUM2
014640             DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
014650         WRITE MERGE-REPORT-RECORD
014660         ADD 1 TO DL100-COLL-INDEX
014670     END-PERFORM
014680     IF DL100-COLL-COUNT > 500 THEN
014690         COMPUTE DL100-EDIT-NUM1 = DL100-COLL-COUNT - 500
014700         MOVE SPACES TO MERGE-REPORT-RECORD
014710         STRING "  (" DL100-EDIT-NUM1
014720             " FURTHER COLLISIONS DID NOT FIT THE TABLE)"
014730             DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
014740         WRITE MERGE-REPORT-RECORD
014750     END-IF
014760     MOVE SPACES TO MERGE-REPORT-RECORD
014770     WRITE MERGE-REPORT-RECORD
014780     .
014790 0610-EXIT.
014800     EXIT.
014810*----------------------------------------------------------------
014820 0620-WRITE-PROBLEMS.
014830*    LIST THE TRIAL'S FEASIBILITY PROBLEMS, EACH TRACED FROM ITS
014840*    MERGED LINE BACK TO THE CRANE AND SOURCE LINE THAT SENT IT.
014850*----------------------------------------------------------------
014860     MOVE "FEASIBILITY - COBMAIN TRIAL RUN OF THE MERGED MANIFEST"
014870          TO MERGE-REPORT-RECORD
014880     WRITE MERGE-REPORT-RECORD
014890     IF NOT DL100-TRIAL-RAN THEN
014900         MOVE SPACES TO MERGE-REPORT-RECORD
014910         IF DL100-TRIAL-SIGNAL NOT = 0 THEN
014920             MOVE DL100-TRIAL-WAIT TO DL100-EDIT-NUM1
014930             STRING "  TRIAL RUN DID NOT START OR WAS KILLED"
014940                 " (WAIT STATUS " DL100-EDIT-NUM1 ") - SEE "
014950                 DL100-TRIAL-ERROR-PATH
014960                 DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
014970         ELSE
014980             MOVE DL100-TRIAL-RC TO DL100-EDIT-NUM1
014990             STRING "  TRIAL RUN DID NOT COMPLETE (RETURN CODE "
015000                 DL100-EDIT-NUM1 ") - SEE " DL100-TRIAL-ERROR-PATH
015010                 DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
015020         END-IF
015030         WRITE MERGE-REPORT-RECORD
015040         GO TO 0620-TRAILER
015050     END-IF
015060     IF DL100-PROB-COUNT = 0 THEN
015070         MOVE "  EVERY LINE OF THE MERGED MANIFEST IS WORKABLE"
015080              TO MERGE-REPORT-RECORD
015090         WRITE MERGE-REPORT-RECORD
015100         GO TO 0620-TRAILER
015110     END-IF
015120     MOVE 1 TO DL100-PROB-INDEX
015130     PERFORM UNTIL DL100-PROB-INDEX > DL100-PROB-COUNT
015140         OR DL100-PROB-INDEX > 500
015150         MOVE SPACES TO MERGE-REPORT-RECORD
015160         IF DL100-PROB-MAP(DL100-PROB-INDEX) = 0 THEN
015170             STRING "  (NO MERGED LINE) - "
015180                 DL100-PROB-TEXT(DL100-PROB-INDEX)
015190                 DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
015200         ELSE
015210             MOVE DL100-MAP-LINE(DL100-PROB-MAP(DL100-PROB-INDEX))
015220                  TO DL100-LINE-INDEX
015230             MOVE DL100-PROB-MAP(DL100-PROB-INDEX)
015240                  TO DL100-EDIT-NUM1
015250             MOVE DL100-LT-FILE(DL100-LINE-INDEX)
015260                  TO DL100-EDIT-FILE
015270             MOVE DL100-LT-SOURCE(DL100-LINE-INDEX)
015280                  TO DL100-EDIT-NUM2
015290             STRING "  MERGED " DL100-EDIT-NUM1 " CRANE "
015300                 DL100-LT-UNIT(DL100-LINE-INDEX) " FILE "
015310                 DL100-EDIT-FILE " LINE " DL100-EDIT-NUM2 " - "
015320                 DL100-PROB-TEXT(DL100-PROB-INDEX)
015330                 DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
015340         END-IF
015350         WRITE MERGE-REPORT-RECORD
015360         ADD 1 TO DL100-PROB-INDEX
015370     END-PERFORM
015380     IF DL100-PROB-LOST > 0 THEN
015390         MOVE DL100-PROB-LOST TO DL100-EDIT-NUM1
015400         MOVE SPACES TO MERGE-REPORT-RECORD
015410         STRING "  (" DL100-EDIT-NUM1
015420             " FURTHER PROBLEMS DID NOT FIT THE TABLE)"
015430             DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
015440         WRITE MERGE-REPORT-RECORD
015450     END-IF
015460     IF DL100-PROB-OVERFLOW-LINE NOT = SPACES THEN
015470         MOVE DL100-PROB-OVERFLOW-LINE TO MERGE-REPORT-RECORD
015480         WRITE MERGE-REPORT-RECORD
015490     END-IF
015500     .
015510 0620-TRAILER.
015520     MOVE SPACES TO MERGE-REPORT-RECORD
015530     WRITE MERGE-REPORT-RECORD
015540     .
015550 0620-EXIT.
015560     EXIT.
015570*----------------------------------------------------------------
015580 0650-WRITE-SUMMARY.
015590*    CLOSE THE REPORT WITH THE COUNTS AND THE VERDICT, AND SET
015600*    THE RETURN CODE FROM IT.  A MERGED MANIFEST THE TRIAL NEVER
015610*    RAN IS REMOVED, SO IT CANNOT BE PICKED UP FOR PRODUCTION
015620*    UNTRIED.
015630*----------------------------------------------------------------
015640     MOVE DL100-MAP-COUNT TO DL100-EDIT-NUM1
015650     MOVE DL100-EVENT-COUNT TO DL100-EDIT-NUM2
015660     MOVE DL100-REPEAT-COUNT TO DL100-EDIT-NUM3
015670     MOVE SPACES TO MERGE-REPORT-RECORD
015680     STRING "MERGED LINES: " DL100-EDIT-NUM1 "  EVENTS: "
015690         DL100-EDIT-NUM2 "  SHIFT HEADERS REPEATED: "
015700         DL100-EDIT-NUM3
015710         DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
015720     WRITE MERGE-REPORT-RECORD
015730     MOVE DL100-COLL-COUNT TO DL100-EDIT-NUM1
015740     MOVE DL100-PROB-COUNT TO DL100-EDIT-NUM2
015750     MOVE DL100-UNOWNED-COUNT TO DL100-EDIT-NUM3
015760     MOVE SPACES TO MERGE-REPORT-RECORD
015770     STRING "COLLISIONS:   " DL100-EDIT-NUM1 "  TRIAL PROBLEMS: "
015780         DL100-EDIT-NUM2 "  UNDER ANOTHER CRANE'S SHIFT: "
015790         DL100-EDIT-NUM3
015800         DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
015810     WRITE MERGE-REPORT-RECORD
015820     MOVE SPACES TO MERGE-REPORT-RECORD
015830     EVALUATE TRUE
015840         WHEN NOT DL100-TRIAL-RAN
015850             MOVE 16 TO DL100-FINAL-RC
015860             MOVE "NOT READY - THE TRIAL DID NOT RUN"
015870                  TO MERGE-REPORT-RECORD
015880         WHEN DL100-COLL-COUNT > 0 OR DL100-PROB-COUNT > 0 OR
015890             DL100-UNOWNED-COUNT > 0 OR DL100-TRIAL-RC NOT = 0
015900             MOVE 8 TO DL100-FINAL-RC
015910             MOVE "NOT READY - SEE THE FLAGGED LINES"
015920                  TO MERGE-REPORT-RECORD
015930         WHEN OTHER
015940             MOVE "READY FOR PRODUCTION" TO MERGE-REPORT-RECORD
015950     END-EVALUATE
015960     WRITE MERGE-REPORT-RECORD
015970     IF NOT DL100-TRIAL-RAN THEN
015980         MOVE SPACES TO MERGE-REPORT-RECORD
015990         CALL "CBL_DELETE_FILE" USING DL100-MERGED-PATH
016000         IF RETURN-CODE = 0 THEN
016010             STRING "MERGED MANIFEST REMOVED: " DL100-MERGED-PATH
016020                 DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
016030         ELSE
016040             STRING "MERGED MANIFEST COULD NOT BE REMOVED - DO"
016050                 " NOT RUN IT: " DL100-MERGED-PATH
016060                 DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
016070         END-IF
016080         MOVE ZERO TO RETURN-CODE
016090         WRITE MERGE-REPORT-RECORD
016100     END-IF
016110     .
016120 0650-EXIT.
016130     EXIT.
016140 END PROGRAM MANMERGE.
