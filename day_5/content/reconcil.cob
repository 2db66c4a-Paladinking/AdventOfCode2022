000500*                     HAND-TYPED PATHS, SO THE RECONCILIATION
000510*                     ALWAYS RUNS AGAINST THE FILES COBMAIN
000520*                     ACTUALLY REGISTERED FOR THAT DAY.
000530*    2026-10-15 OPS   A GATE LINE MAY NOW END WITH "REMARK
000540*                     <TEXT>" (AND CARRY A CONDITION CODE, WHICH
000550*                     DOES NOT AFFECT THE STACKS).  THE REMARK IS
000560*                     CUT OFF THE LINE BEFORE THE KEYWORD SCANS SO
000570*                     FREE TEXT CANNOT BE TAKEN FOR A MOVE,
000580*                     MATCHING WHAT COBMAIN DOES.  THE BINARY MOVE
000590*                     FILE RECORD GREW TO CARRY BOTH FIELDS.
000600*    2026-10-15 OPS   A BINARY MOVE FILE WRITTEN BEFORE THE RECORD
000610*                     GREW (52-BYTE RECORDS) IS READ AT ITS OWN
000620*                     LENGTH WHEN ITS SEAL DOES NOT CHECK AT THE
000630*                     CURRENT ONE, SO AN OLDER DAY STILL
000640*                     RECONCILES.
000650*----------------------------------------------------------------
000660 ENVIRONMENT DIVISION.
000670 CONFIGURATION SECTION.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT INFILE ASSIGN TO DYNAMIC DL100-MANIFEST-PATH
000710          ORGANIZATION IS LINE SEQUENTIAL
000720          FILE STATUS IS DL100-INFILE-STATUS.
000730     SELECT CHECK-REPORT-FILE ASSIGN TO DYNAMIC DL100-REPORT-PATH
000740          ORGANIZATION IS LINE SEQUENTIAL
000750          FILE STATUS IS DL100-REPORT-STATUS.
000760     SELECT RECON-FILE ASSIGN TO DYNAMIC DL100-RECON-PATH
000770          ORGANIZATION IS LINE SEQUENTIAL.
000780     SELECT MOVEBIN-FILE ASSIGN TO DYNAMIC DL100-MOVEBIN-PATH
000790          ORGANIZATION IS SEQUENTIAL
000800          FILE STATUS IS DL100-MOVEBIN-STATUS.
000810     SELECT MOVEBIN-LEGACY-FILE ASSIGN TO DYNAMIC
000820          DL100-MOVEBIN-PATH
000830          ORGANIZATION IS SEQUENTIAL
000840          FILE STATUS IS DL100-MOVEBIN-STATUS.
000850     SELECT RUN-LEDGER ASSIGN TO DYNAMIC DL100-LEDGER-PATH
000860          ORGANIZATION IS LINE SEQUENTIAL
000870          FILE STATUS IS DL100-LEDGER-STATUS.
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  INFILE
000910      RECORD IS VARYING IN SIZE FROM 0 TO 512 CHARACTERS
000920      DEPENDING ON INFILE-RECORD-LENGTH.
000930 01  INFILE-RECORD.
000940     05 INFILE-DATA PIC X OCCURS 1 TO 512 TIMES
000950                    DEPENDING ON INFILE-RECORD-LENGTH.
000960 FD  CHECK-REPORT-FILE.
000970 01  CHECK-REPORT-RECORD          PIC X(0132).
000980 FD  RECON-FILE.
000990 01  RECON-RECORD                 PIC X(0132).
001000 FD  MOVEBIN-FILE.
001010 01  MOVEBIN-FILE-RECORD          PIC X(0092).
001020 FD  MOVEBIN-LEGACY-FILE.
001030 01  MOVEBIN-LEGACY-RECORD        PIC X(0052).
001040 FD  RUN-LEDGER.
001050     COPY RUNLEDGR.
001060 WORKING-STORAGE SECTION.
001070*----------------------------------------------------------------
001080* RUN-TIME PARAMETERS
001090*----------------------------------------------------------------
001100 01  DL100-MANIFEST-PATH        PIC X(0100) VALUE SPACES.
001110 01  DL100-DEFAULT-PATH         PIC X(0100)
001120                                VALUE "../input/input5.txt".
001130 01  DL100-REPORT-PATH          PIC X(0100) VALUE SPACES.
001140 01  DL100-DEFAULT-REPORT-PATH  PIC X(0100)
001150                                VALUE "../output/cobmain.rpt".
001160 01  DL100-RECON-PATH           PIC X(0100) VALUE SPACES.
001170 01  DL100-DEFAULT-RECON-PATH   PIC X(0100)
001180                                VALUE "../output/cobmain.rcn".
001190 01  DL100-MOVEBIN-PATH         PIC X(0100) VALUE SPACES.
001200 01  DL100-MOVEBIN-STATUS       PIC X(02) VALUE SPACES.
001210     88 DL100-MOVEBIN-OK            VALUE '00'.
001220 01  DL100-MOVEBIN-SW           PIC X(01) VALUE 'N'.
001230     88 DL100-MOVEBIN-MODE          VALUE 'Y'.
001240     88 DL100-MOVEBIN-MODE-OFF      VALUE 'N'.
001250 01  DL100-MOVEBIN-FORMAT-SW    PIC X(01) VALUE 'C'.
001260     88 DL100-MOVEBIN-CURRENT       VALUE 'C'.
001270     88 DL100-MOVEBIN-LEGACY        VALUE 'L'.
001280 01  DL100-MOVEBIN-EOF-SW       PIC X(01) VALUE 'N'.
001290     88 DL100-MOVEBIN-EOF           VALUE 'Y'.
001300     88 DL100-MOVEBIN-NOT-EOF       VALUE 'N'.
001310*----------------------------------------------------------------
001320* BINARY MOVE FILE RECORD - READ INTO HERE FROM EITHER RECORD
001330* LENGTH (MOVEBIN.CPY)
001340*----------------------------------------------------------------
001350     COPY MOVEBIN.
001360 01  DL100-LEDGER-PATH          PIC X(0100) VALUE SPACES.
001370 01  DL100-LEDGER-STATUS        PIC X(02) VALUE SPACES.
001380     88 DL100-LEDGER-OK             VALUE '00'.
001390 01  DL100-LEDGER-SW            PIC X(01) VALUE 'N'.
001400     88 DL100-LEDGER-MODE            VALUE 'Y'.
001410     88 DL100-LEDGER-MODE-OFF        VALUE 'N'.
001420 01  DL100-LEDGER-DATE          PIC X(10) VALUE SPACES.
001430 01  DL100-LEDGER-FOUND-SW      PIC X(01) VALUE 'N'.
001440     88 DL100-LEDGER-DAY-FOUND      VALUE 'Y'.
001450*----------------------------------------------------------------
001460* INTEGRITY SEAL WORKING STORAGE - MUST JUDGE SEALS EXACTLY AS
001470* COBMAIN COMPUTES THEM
001480*----------------------------------------------------------------
001490 01  DL100-SEAL-RECORD          PIC X(0704) VALUE SPACES.
001500 01  DL100-SEAL-LENGTH          PIC S9(07) COMP-5.
001510 01  DL100-SEAL-COUNT           PIC S9(07) COMP-5 VALUE ZERO.
001520 01  DL100-SEAL-CKSUM           PIC S9(09) COMP-5 VALUE ZERO.
001530 01  DL100-SEAL-CKSUM7          PIC S9(07) COMP-5 VALUE ZERO.
001540 01  DL100-SEAL-QUOT            PIC S9(09) COMP-5.
001550 01  DL100-SEAL-INDEX           PIC S9(07) COMP-5.
001560 01  DL100-SEAL-BYTE.
001570     05 DL100-SEAL-CHAR         PIC X(01).
001580 01  DL100-SEAL-BYTE-NUM REDEFINES DL100-SEAL-BYTE
001590                                PIC S9(02) COMP-5.
001600 01  DL100-SEAL-OK-SW           PIC X(01) VALUE 'N'.
001610     88 DL100-SEAL-GOOD             VALUE 'Y'.
001620     88 DL100-SEAL-BAD              VALUE 'N'.
001630*----------------------------------------------------------------
001640* YARD TABLE LIMITS - MUST STAY IN STEP WITH COBMAIN'S OWN
001650*----------------------------------------------------------------
001660 01  DL100-MAX-STACKS           PIC S9(07) COMP-5 VALUE 64.
001670 01  DL100-MAX-DEPTH            PIC S9(07) COMP-5 VALUE 256.
001680*----------------------------------------------------------------
001690* YARD TABLES - RE-DERIVED HERE INDEPENDENTLY OF COBMAIN'S COPY
001700*----------------------------------------------------------------
001710 01  BOXES.
001720     05 BOX-COL OCCURS 64 TIMES.
001730        10 BOX-VALUE PIC X OCCURS 256 TIMES VALUE SPACE.
001740     05 BOX-COL-LENGTH PIC S9(07) COMP-5 OCCURS 64 TIMES.
001750 01  CRATES.
001760     05 CRATE-COL OCCURS 64 TIMES.
001770        10 CRATE-VALUE PIC X OCCURS 256 TIMES VALUE SPACE.
001780     05 CRATE-COL-LENGTH PIC S9(07) COMP-5 OCCURS 64 TIMES.
001790 01  BOXES-LENGTH               PIC S9(07) COMP-5.
001800 01  BOXES-ROW                  PIC S9(07) COMP-5.
001810 01  BOXES-COL                  PIC S9(07) COMP-5.
001820 01  INFILE-RECORD-LENGTH       PIC S9(07) COMP-5.
001830 01  LINE-INDEX                 PIC S9(07) COMP-5.
001840 01  INDEX-VALUE                PIC S9(07) COMP-5.
001850     COPY MOVEREC.
001860 01  DL100-BRACKET-SW           PIC X(01) VALUE 'N'.
001870     88 DL100-LINE-HAS-BRACKET       VALUE 'Y'.
001880     88 DL100-LINE-HAS-NO-BRACKET    VALUE 'N'.
001890*----------------------------------------------------------------
001900* FREE-FORMAT MOVE-LINE KEYWORD SCAN WORKING STORAGE
001910*----------------------------------------------------------------
001920 01  DL100-KEYWORD-TEXT         PIC X(08) VALUE SPACES.
001930 01  DL100-TOKEN-TEXT           PIC X(08) VALUE SPACES.
001940 01  DL100-GATE-CRATE           PIC X(01) VALUE SPACE.
001950 01  DL100-KEYWORD-LENGTH       PIC S9(07) COMP-5.
001960 01  DL100-REMARK-START         PIC S9(07) COMP-5.
001970 01  DL100-KEYWORD-SW           PIC X(01) VALUE 'N'.
001980     88 DL100-KEYWORD-FOUND         VALUE 'Y'.
001990     88 DL100-KEYWORD-NOT-FOUND     VALUE 'N'.
002000*----------------------------------------------------------------
002010* MANIFEST VALIDATION WORKING STORAGE
002020*----------------------------------------------------------------
002030 01  DL100-INFILE-STATUS        PIC X(02) VALUE SPACES.
002040     88 DL100-INFILE-OK              VALUE '00'.
002050 01  DL100-MOVE-NUMBER          PIC S9(07) COMP-5 VALUE ZERO.
002060 01  DL100-EDIT-NUM1            PIC ZZZZZZ9.
002070 01  DL100-EDIT-NUM2            PIC ZZZZZZ9.
002080*----------------------------------------------------------------
002090* RUN DATE / RE-DERIVED RESULTS
002100*----------------------------------------------------------------
002110 01  DL100-RUN-DATE.
002120     05 DL100-RUN-CCYY         PIC 9(04).
002130     05 DL100-RUN-MM           PIC 9(02).
002140     05 DL100-RUN-DD           PIC 9(02).
002150 01  DL100-9000-RESULT          PIC X(0064) VALUE SPACES.
002160 01  DL100-9001-RESULT          PIC X(0064) VALUE SPACES.
002170*----------------------------------------------------------------
002180* COBMAIN REPORT-FILE COMPARISON WORKING STORAGE
002190*----------------------------------------------------------------
002200 01  DL100-REPORT-STATUS        PIC X(02) VALUE SPACES.
002210     88 DL100-REPORT-OK              VALUE '00'.
002220 01  DL100-9000-REPORTED        PIC X(0064) VALUE SPACES.
002230 01  DL100-9001-REPORTED        PIC X(0064) VALUE SPACES.
002240 01  DL100-9000-FOUND-SW        PIC X(01) VALUE 'N'.
002250     88 DL100-9000-FOUND-ON-REPORT   VALUE 'Y'.
002260 01  DL100-9001-FOUND-SW        PIC X(01) VALUE 'N'.
002270     88 DL100-9001-FOUND-ON-REPORT   VALUE 'Y'.
002280 01  DL100-9000-LABEL           PIC X(0044) VALUE
002290         "MODEL 9000 (CRATEMOVER-9000) TOP OF STACKS: ".
002300 01  DL100-9001-LABEL           PIC X(0044) VALUE
002310         "MODEL 9001 (CRATEMOVER-9001) TOP OF STACKS: ".
002320 01  DL100-LABEL-LENGTH         PIC S9(07) COMP-5 VALUE 44.
002330*----------------------------------------------------------------
002340* RECONCILIATION RESULT SWITCHES
002350*----------------------------------------------------------------
002360 01  DL100-9000-MATCH-SW        PIC X(01) VALUE 'N'.
002370     88 DL100-9000-MATCHES           VALUE 'Y'.
002380 01  DL100-9001-MATCH-SW        PIC X(01) VALUE 'N'.
002390     88 DL100-9001-MATCHES           VALUE 'Y'.
002400 PROCEDURE DIVISION.
002410 0000-MAINLINE.
002420*----------------------------------------------------------------
002430     PERFORM 0100-RESOLVE-MANIFEST-PATH THRU 0100-EXIT
002440     PERFORM 0110-RESOLVE-REPORT-PATH THRU 0110-EXIT
002450     PERFORM 0120-RESOLVE-RECON-PATH THRU 0120-EXIT
002460     PERFORM 0130-RESOLVE-MOVEBIN-PATH THRU 0130-EXIT
002470     PERFORM 0140-RESOLVE-LEDGER-ARGS THRU 0140-EXIT
002480     ACCEPT DL100-RUN-DATE FROM DATE YYYYMMDD
002490     IF DL100-LEDGER-MODE THEN
002500         PERFORM 0145-RESOLVE-FROM-LEDGER THRU 0145-EXIT
002510     END-IF
002520     OPEN INPUT INFILE
002530     IF NOT DL100-INFILE-OK THEN
002540         DISPLAY "RECONCIL: UNABLE TO OPEN MANIFEST "
002550             DL100-MANIFEST-PATH " - FILE STATUS "
002560             DL100-INFILE-STATUS
002570         MOVE 16 TO RETURN-CODE
002580         STOP RUN
002590     END-IF
002600     MOVE DL100-MAX-DEPTH TO BOXES-ROW
002610     PERFORM UNTIL EXIT
002620         READ INFILE AT END
002630             EXIT PERFORM
002640         END-READ
002650         PERFORM 0150-CHECK-FOR-BRACKET THRU 0150-EXIT
002660         IF DL100-LINE-HAS-NO-BRACKET THEN
002670             EXIT PERFORM
002680         END-IF
002690         PERFORM 0160-VALIDATE-DRAWING-DEPTH THRU 0160-EXIT
002700         PERFORM 0350-PARSE-BOX-ROW THRU 0350-EXIT
002710         ADD -1 TO BOXES-ROW
002720     END-PERFORM
002730     PERFORM 0200-COUNT-STACKS THRU 0200-EXIT
002740     MOVE 1 TO BOXES-COL
002750     PERFORM UNTIL BOXES-COL > BOXES-LENGTH
002760         PERFORM 0400-COMPACT-BOX-COL THRU 0400-EXIT
002770         ADD 1 TO BOXES-COL
002780     END-PERFORM
002790     MOVE BOXES TO CRATES
002800     IF DL100-MOVEBIN-MODE THEN
002810         CLOSE INFILE
002820         PERFORM 0460-REPLAY-MOVEBIN THRU 0460-EXIT
002830         GO TO 0005-COMPARE
002840     END-IF
002850     READ INFILE
002860     PERFORM UNTIL EXIT
002870         READ INFILE AT END
002880             EXIT PERFORM
002890         END-READ
002900         PERFORM 0240-DROP-REMARK THRU 0240-EXIT
002910*        A LINE CARRIES AT MOST ONE OF THE THREE VERBS, SO THE
002920*        THREE SCANS BELOW ARE INDEPENDENT.
002930         MOVE "receive " TO DL100-KEYWORD-TEXT
002940         MOVE 7 TO DL100-KEYWORD-LENGTH
002950         PERFORM 0250-FIND-KEYWORD THRU 0250-EXIT
002960         IF DL100-KEYWORD-FOUND THEN
002970             PERFORM 0455-APPLY-TEXT-RECEIPT THRU 0455-EXIT
002980         END-IF
002990         MOVE "release " TO DL100-KEYWORD-TEXT
003000         MOVE 7 TO DL100-KEYWORD-LENGTH
003010         PERFORM 0250-FIND-KEYWORD THRU 0250-EXIT
003020         IF DL100-KEYWORD-FOUND THEN
003030             PERFORM 0456-APPLY-TEXT-RELEASE THRU 0456-EXIT
003040         END-IF
003050         MOVE "move" TO DL100-KEYWORD-TEXT
003060         MOVE 4 TO DL100-KEYWORD-LENGTH
003070         PERFORM 0250-FIND-KEYWORD THRU 0250-EXIT
003080         IF DL100-KEYWORD-FOUND THEN
003090             PERFORM 0300-NUMBER-GET THRU 0300-EXIT
003100             MOVE INDEX-VALUE TO MOVE-AMOUNT
003110             MOVE "from" TO DL100-KEYWORD-TEXT
003120             MOVE 4 TO DL100-KEYWORD-LENGTH
003130             PERFORM 0250-FIND-KEYWORD THRU 0250-EXIT
003140             PERFORM 0300-NUMBER-GET THRU 0300-EXIT
003150             MOVE INDEX-VALUE TO MOVE-SOURCE
003160             MOVE "to  " TO DL100-KEYWORD-TEXT
003170             MOVE 2 TO DL100-KEYWORD-LENGTH
003180             PERFORM 0250-FIND-KEYWORD THRU 0250-EXIT
003190             PERFORM 0300-NUMBER-GET THRU 0300-EXIT
003200             MOVE INDEX-VALUE TO MOVE-DEST
003210             ADD 1 TO DL100-MOVE-NUMBER
003220             IF MOVE-AMOUNT < 1
003230                 OR MOVE-SOURCE < 1
003240                 OR MOVE-SOURCE > BOXES-LENGTH
003250                 OR MOVE-DEST < 1
003260                 OR MOVE-DEST > BOXES-LENGTH THEN
003270                 MOVE DL100-MOVE-NUMBER TO DL100-EDIT-NUM1
003280                 DISPLAY "RECONCIL: MOVE " DL100-EDIT-NUM1
003290                     " IS OUT OF RANGE - MANIFEST NOT"
003300                     " RE-DERIVABLE"
003310                 CLOSE INFILE
003320                 MOVE 16 TO RETURN-CODE
003330                 STOP RUN
003340             END-IF
003350             PERFORM 0450-APPLY-MOVE THRU 0450-EXIT
003360         END-IF
003370     END-PERFORM
003380     CLOSE INFILE
003390     .
003400*----------------------------------------------------------------
003410 0005-COMPARE.
003420*    RESULTS ARE IN HAND - FROM THE TEXT MOVE LINES ABOVE OR
003430*    FROM THE BINARY MOVE FILE - SO BUILD, COMPARE, AND REPORT.
003440*----------------------------------------------------------------
003450     PERFORM 0500-BUILD-RESULTS THRU 0500-EXIT
003460     PERFORM 0600-READ-COBMAIN-REPORT THRU 0600-EXIT
003470     PERFORM 0700-COMPARE-RESULTS THRU 0700-EXIT
003480     PERFORM 0800-WRITE-RECONCILIATION THRU 0800-EXIT
003490     IF DL100-9000-MATCHES AND DL100-9001-MATCHES THEN
003500         MOVE 0 TO RETURN-CODE
003510     ELSE
003520         MOVE 16 TO RETURN-CODE
003530     END-IF
003540     STOP RUN.
003550*----------------------------------------------------------------
003560 0100-RESOLVE-MANIFEST-PATH.
003570*    RESOLVE THE MANIFEST PATH FROM, IN ORDER OF PRECEDENCE:
003580*    (1) THE FIRST COMMAND LINE ARGUMENT
003590*    (2) THE DL100-MANIFEST-PATH ENVIRONMENT VARIABLE
003600*    (3) THE ORIGINAL BUILT-IN DEFAULT PATH
003610*    THIS IS THE SAME MANIFEST COBMAIN PROCESSED, SO THE SAME
003620*    RESOLUTION ORDER IS USED HERE.
003630*----------------------------------------------------------------
003640     DISPLAY 1 UPON ARGUMENT-NUMBER
003650     ACCEPT DL100-MANIFEST-PATH FROM ARGUMENT-VALUE
003660         ON EXCEPTION
003670             MOVE SPACES TO DL100-MANIFEST-PATH
003680     END-ACCEPT
003690     IF DL100-MANIFEST-PATH = SPACES THEN
003700         ACCEPT DL100-MANIFEST-PATH FROM ENVIRONMENT
003710             "DL100-MANIFEST-PATH"
003720         ON EXCEPTION
003730             MOVE SPACES TO DL100-MANIFEST-PATH
003740         END-ACCEPT
003750     END-IF
003760     IF DL100-MANIFEST-PATH = SPACES THEN
003770         MOVE DL100-DEFAULT-PATH TO DL100-MANIFEST-PATH
003780     END-IF
003790     .
003800 0100-EXIT.
003810     EXIT.
003820*----------------------------------------------------------------
003830 0110-RESOLVE-REPORT-PATH.
003840*    RESOLVE THE PATH OF THE COBMAIN REPORT TO CHECK FROM, IN
003850*    ORDER OF PRECEDENCE:
003860*    (1) THE SECOND COMMAND LINE ARGUMENT
003870*    (2) THE DL100-REPORT-PATH ENVIRONMENT VARIABLE
003880*    (3) THE BUILT-IN DEFAULT PATH - COBMAIN'S OWN DEFAULT
003890*----------------------------------------------------------------
003900     DISPLAY 2 UPON ARGUMENT-NUMBER
003910     ACCEPT DL100-REPORT-PATH FROM ARGUMENT-VALUE
003920         ON EXCEPTION
003930             MOVE SPACES TO DL100-REPORT-PATH
003940     END-ACCEPT
003950     IF DL100-REPORT-PATH = SPACES THEN
003960         ACCEPT DL100-REPORT-PATH FROM ENVIRONMENT
003970             "DL100-REPORT-PATH"
003980         ON EXCEPTION
003990             MOVE SPACES TO DL100-REPORT-PATH
004000         END-ACCEPT
004010     END-IF
004020     IF DL100-REPORT-PATH = SPACES THEN
004030         MOVE DL100-DEFAULT-REPORT-PATH TO DL100-REPORT-PATH
004040     END-IF
004050     .
004060 0110-EXIT.
004070     EXIT.
004080*----------------------------------------------------------------
004090 0120-RESOLVE-RECON-PATH.
004100*    RESOLVE THE PATH OF THIS PROGRAM'S OWN RECONCILIATION
004110*    REPORT FROM, IN ORDER OF PRECEDENCE:
004120*    (1) THE THIRD COMMAND LINE ARGUMENT
004130*    (2) THE DL100-RECON-PATH ENVIRONMENT VARIABLE
004140*    (3) THE BUILT-IN DEFAULT PATH
004150*----------------------------------------------------------------
004160     DISPLAY 3 UPON ARGUMENT-NUMBER
004170     ACCEPT DL100-RECON-PATH FROM ARGUMENT-VALUE
004180         ON EXCEPTION
004190             MOVE SPACES TO DL100-RECON-PATH
004200     END-ACCEPT
004210     IF DL100-RECON-PATH = SPACES THEN
004220         ACCEPT DL100-RECON-PATH FROM ENVIRONMENT
004230             "DL100-RECON-PATH"
004240         ON EXCEPTION
004250             MOVE SPACES TO DL100-RECON-PATH
004260         END-ACCEPT
004270     END-IF
004280     IF DL100-RECON-PATH = SPACES THEN
004290         MOVE DL100-DEFAULT-RECON-PATH TO DL100-RECON-PATH
004300     END-IF
004310     .
004320 0120-EXIT.
004330     EXIT.
004340*----------------------------------------------------------------
004350 0130-RESOLVE-MOVEBIN-PATH.
004360*    THE RE-DERIVATION READS THE PRE-PARSED BINARY MOVE FILE
004370*    INSTEAD OF KEYWORD-SCANNING THE TEXT WHEN A PATH IS
004380*    SUPPLIED, IN ORDER OF PRECEDENCE, BY:
004390*    (1) A FOURTH COMMAND LINE ARGUMENT
004400*    (2) THE DL100-MOVEBIN-PATH ENVIRONMENT VARIABLE
004410*----------------------------------------------------------------
004420     SET DL100-MOVEBIN-MODE-OFF TO TRUE
004430     DISPLAY 4 UPON ARGUMENT-NUMBER
004440     ACCEPT DL100-MOVEBIN-PATH FROM ARGUMENT-VALUE
004450         ON EXCEPTION
004460             MOVE SPACES TO DL100-MOVEBIN-PATH
004470     END-ACCEPT
004480     IF DL100-MOVEBIN-PATH = SPACES THEN
004490         ACCEPT DL100-MOVEBIN-PATH FROM ENVIRONMENT
004500             "DL100-MOVEBIN-PATH"
004510         ON EXCEPTION
004520             MOVE SPACES TO DL100-MOVEBIN-PATH
004530         END-ACCEPT
004540     END-IF
004550     IF DL100-MOVEBIN-PATH NOT = SPACES THEN
004560         SET DL100-MOVEBIN-MODE TO TRUE
004570     END-IF
004580     .
004590 0130-EXIT.
004600     EXIT.
004610*----------------------------------------------------------------
004620 0140-RESOLVE-LEDGER-ARGS.
004630*    LEDGER RESOLUTION IS OFF UNLESS A LEDGER PATH IS SUPPLIED,
004640*    IN ORDER OF PRECEDENCE, BY:
004650*    (1) A FIFTH COMMAND LINE ARGUMENT
004660*    (2) THE DL100-LEDGER-PATH ENVIRONMENT VARIABLE
004670*    THE REQUESTED RUN DATE (CCYY-MM-DD) COMES FROM A SIXTH
004680*    ARGUMENT OR THE DL100-LEDGER-DATE ENVIRONMENT VARIABLE;
004690*    BLANK MEANS TODAY.
004700*----------------------------------------------------------------
004710     SET DL100-LEDGER-MODE-OFF TO TRUE
004720     DISPLAY 5 UPON ARGUMENT-NUMBER
004730     ACCEPT DL100-LEDGER-PATH FROM ARGUMENT-VALUE
004740         ON EXCEPTION
004750             MOVE SPACES TO DL100-LEDGER-PATH
004760     END-ACCEPT
004770     IF DL100-LEDGER-PATH = SPACES THEN
004780         ACCEPT DL100-LEDGER-PATH FROM ENVIRONMENT
004790             "DL100-LEDGER-PATH"
004800         ON EXCEPTION
004810             MOVE SPACES TO DL100-LEDGER-PATH
004820         END-ACCEPT
004830     END-IF
004840     IF DL100-LEDGER-PATH NOT = SPACES THEN
004850         SET DL100-LEDGER-MODE TO TRUE
004860     END-IF
004870     DISPLAY 6 UPON ARGUMENT-NUMBER
004880     ACCEPT DL100-LEDGER-DATE FROM ARGUMENT-VALUE
004890         ON EXCEPTION
004900             MOVE SPACES TO DL100-LEDGER-DATE
004910     END-ACCEPT
004920     IF DL100-LEDGER-DATE = SPACES THEN
004930         ACCEPT DL100-LEDGER-DATE FROM ENVIRONMENT
004940             "DL100-LEDGER-DATE"
004950         ON EXCEPTION
004960             MOVE SPACES TO DL100-LEDGER-DATE
004970         END-ACCEPT
004980     END-IF
004990     .
005000 0140-EXIT.
005010     EXIT.
005020*----------------------------------------------------------------
005030 0145-RESOLVE-FROM-LEDGER.
005040*    LOOK THE REQUESTED DATE UP ON THE RUN-CONTROL LEDGER AND
005050*    TAKE THE DAY'S MANIFEST, REPORT, AND BINARY MOVE-FILE
005060*    PATHS FROM ITS RECORD.  A DATE WITH NO LEDGER RECORD STOPS
005070*    THE RUN OUTRIGHT - GUESSING AT PATHS IS EXACTLY WHAT THE
005080*    LEDGER EXISTS TO END.
005090*----------------------------------------------------------------
005100     IF DL100-LEDGER-DATE = SPACES THEN
005110         STRING DL100-RUN-CCYY "-" DL100-RUN-MM "-"
005120             DL100-RUN-DD
005130             DELIMITED BY SIZE INTO DL100-LEDGER-DATE
005140     END-IF
005150     OPEN INPUT RUN-LEDGER
005160     IF NOT DL100-LEDGER-OK THEN
005170         DISPLAY "RECONCIL: UNABLE TO OPEN RUN LEDGER "
005180             DL100-LEDGER-PATH " - FILE STATUS "
005190             DL100-LEDGER-STATUS
005200         MOVE 16 TO RETURN-CODE
005210         STOP RUN
005220     END-IF
005230     PERFORM UNTIL EXIT
005240         READ RUN-LEDGER AT END
005250             EXIT PERFORM
005260         END-READ
005270         IF RLED-RUN-DATE = DL100-LEDGER-DATE THEN
005280             SET DL100-LEDGER-DAY-FOUND TO TRUE
005290             MOVE RLED-MANIFEST-PATH TO DL100-MANIFEST-PATH
005300             MOVE RLED-REPORT-PATH   TO DL100-REPORT-PATH
005310             IF RLED-MOVEBIN-PATH NOT = SPACES THEN
005320                 MOVE RLED-MOVEBIN-PATH TO DL100-MOVEBIN-PATH
005330                 SET DL100-MOVEBIN-MODE TO TRUE
005340             END-IF
005350         END-IF
005360     END-PERFORM
005370     CLOSE RUN-LEDGER
005380     IF NOT DL100-LEDGER-DAY-FOUND THEN
005390         DISPLAY "RECONCIL: RUN DATE " DL100-LEDGER-DATE
005400             " IS NOT ON THE RUN LEDGER"
005410         MOVE 16 TO RETURN-CODE
005420         STOP RUN
005430     END-IF
005440     .
005450 0145-EXIT.
005460     EXIT.
005470*----------------------------------------------------------------
005480 0150-CHECK-FOR-BRACKET.
005490*    A YARD DRAWING ROW ALWAYS HAS AT LEAST ONE '[' CHARACTER.
005500*    THE COLUMN-HEADER ROW THAT FOLLOWS THE DRAWING NEVER DOES,
005510*    REGARDLESS OF HOW MANY DIGITS ITS STACK NUMBERS RUN TO, SO
005520*    SCANNING FOR A BRACKET IS HOW THE END OF THE DRAWING IS
005530*    RECOGNIZED INSTEAD OF LIFTING A FIXED COLUMN.
005540*----------------------------------------------------------------
005550     SET DL100-LINE-HAS-NO-BRACKET TO TRUE
005560     MOVE 1 TO LINE-INDEX
005570     PERFORM UNTIL LINE-INDEX > INFILE-RECORD-LENGTH
005580                OR DL100-LINE-HAS-BRACKET
005590         IF INFILE-DATA(LINE-INDEX) = '[' THEN
005600             SET DL100-LINE-HAS-BRACKET TO TRUE
005610         END-IF
005620         ADD 1 TO LINE-INDEX
005630     END-PERFORM
005640     .
005650 0150-EXIT.
005660     EXIT.
005670*----------------------------------------------------------------
005680 0160-VALIDATE-DRAWING-DEPTH.
005690*    A DRAWING TALLER THAN DL100-MAX-DEPTH ROWS WOULD DRIVE
005700*    BOXES-ROW PAST THE BOTTOM OF THE BOX-VALUE/CRATE-VALUE
005710*    TABLES INSTEAD OF STOPPING AT THE ACTUAL YARD FLOOR, SO
005720*    THE RUN IS STOPPED HERE, BEFORE 0350-PARSE-BOX-ROW EVER
005730*    RUNS AGAINST THE OFFENDING ROW, RATHER THAN LEFT TO INDEX
005740*    PAST THE TABLE.
005750*----------------------------------------------------------------
005760     IF BOXES-ROW < 1 THEN
005770         MOVE DL100-MAX-DEPTH TO DL100-EDIT-NUM1
005780         DISPLAY "RECONCIL: DRAWING IS TALLER THAN "
005790             DL100-EDIT-NUM1
005800             " ROWS - MANIFEST NOT RE-DERIVABLE"
005810         CLOSE INFILE
005820         MOVE 16 TO RETURN-CODE
005830         STOP RUN
005840     END-IF
005850     .
005860 0160-EXIT.
005870     EXIT.
005880*----------------------------------------------------------------
005890 0200-COUNT-STACKS.
005900*    COUNT THE STACK NUMBERS ON THE COLUMN-HEADER LINE BY
005910*    TOKEN, NOT BY LIFTING A FIXED COLUMN, SO THE STACK COUNT
005920*    IS NOT LIMITED TO A SINGLE DIGIT.
005930*----------------------------------------------------------------
005940     MOVE ZERO TO BOXES-LENGTH
005950     MOVE 1 TO LINE-INDEX
005960     PERFORM UNTIL LINE-INDEX > INFILE-RECORD-LENGTH
005970         IF INFILE-DATA(LINE-INDEX) NOT = ' ' THEN
005980             ADD 1 TO BOXES-LENGTH
005990             PERFORM UNTIL
006000                 LINE-INDEX > INFILE-RECORD-LENGTH OR
006010                 INFILE-DATA(LINE-INDEX) = ' '
006020                 ADD 1 TO LINE-INDEX
006030             END-PERFORM
006040         ELSE
006050             ADD 1 TO LINE-INDEX
006060         END-IF
006070     END-PERFORM
006080     IF BOXES-LENGTH > DL100-MAX-STACKS THEN
006090         MOVE DL100-MAX-STACKS TO DL100-EDIT-NUM1
006100         DISPLAY "RECONCIL: MANIFEST NAMES MORE THAN "
006110             DL100-EDIT-NUM1
006120             " STACKS - MANIFEST NOT RE-DERIVABLE"
006130         CLOSE INFILE
006140         MOVE 16 TO RETURN-CODE
006150         STOP RUN
006160     END-IF
006170     .
006180 0200-EXIT.
006190     EXIT.
006200*----------------------------------------------------------------
006210 0240-DROP-REMARK.
006220*    A GATE LINE MAY END WITH "REMARK <FREE TEXT>".  CUT THE
006230*    LINE BACK TO END BEFORE THE KEYWORD SO NOTHING IN THE
006240*    REMARK CAN BE TAKEN FOR A VERB BY THE SCANS THAT FOLLOW -
006250*    THE SAME CUT COBMAIN MAKES BEFORE IT PARSES THE LINE.
006260*----------------------------------------------------------------
006270     MOVE "remark " TO DL100-KEYWORD-TEXT
006280     MOVE 7 TO DL100-KEYWORD-LENGTH
006290     PERFORM 0250-FIND-KEYWORD THRU 0250-EXIT
006300     IF DL100-KEYWORD-NOT-FOUND THEN
006310         GO TO 0240-EXIT
006320     END-IF
006330     MOVE LINE-INDEX TO DL100-REMARK-START
006340     SUBTRACT 1 FROM DL100-REMARK-START
006350     PERFORM UNTIL DL100-REMARK-START < 1
006360                OR INFILE-DATA(DL100-REMARK-START) NOT = ' '
006370         SUBTRACT 1 FROM DL100-REMARK-START
006380     END-PERFORM
006390     SUBTRACT 6 FROM DL100-REMARK-START
006400     IF DL100-REMARK-START < 0 THEN
006410         MOVE 0 TO DL100-REMARK-START
006420     END-IF
006430     MOVE DL100-REMARK-START TO INFILE-RECORD-LENGTH
006440     .
006450 0240-EXIT.
006460     EXIT.
006470*----------------------------------------------------------------
006480 0250-FIND-KEYWORD.
006490*    LOCATE THE NEXT OCCURRENCE OF DL100-KEYWORD-TEXT (LENGTH
006500*    DL100-KEYWORD-LENGTH) ANYWHERE ON THE CURRENT MOVE LINE AND
006510*    LEAVE LINE-INDEX POINTING AT THE FIRST NON-SPACE CHARACTER
006520*    AFTER IT, SO "MOVE"/"FROM"/"TO" CAN BE FOUND REGARDLESS
006530*    OF HOW MUCH SPACING SEPARATES THEM FROM THE NUMBERS AROUND
006540*    THEM.
006550*----------------------------------------------------------------
006560     MOVE 1 TO LINE-INDEX
006570     SET DL100-KEYWORD-NOT-FOUND TO TRUE
006580     PERFORM UNTIL DL100-KEYWORD-FOUND
006590                OR LINE-INDEX + DL100-KEYWORD-LENGTH - 1
006600                     > INFILE-RECORD-LENGTH
006610         IF INFILE-RECORD(LINE-INDEX:DL100-KEYWORD-LENGTH) =
006620             DL100-KEYWORD-TEXT(1:DL100-KEYWORD-LENGTH) THEN
006630             SET DL100-KEYWORD-FOUND TO TRUE
006640             ADD DL100-KEYWORD-LENGTH TO LINE-INDEX
006650         ELSE
006660             ADD 1 TO LINE-INDEX
006670         END-IF
006680     END-PERFORM
006690     PERFORM UNTIL LINE-INDEX > INFILE-RECORD-LENGTH
006700                OR INFILE-DATA(LINE-INDEX) NOT = ' '
006710         ADD 1 TO LINE-INDEX
006720     END-PERFORM
006730     .
006740 0250-EXIT.
006750     EXIT.
006760*----------------------------------------------------------------
006770 0300-NUMBER-GET.
006780*    READ THE DIGITS STARTING AT LINE-INDEX UP TO THE NEXT
006790*    SPACE AND RETURN THEIR NUMERIC VALUE IN INDEX-VALUE.
006800*----------------------------------------------------------------
006810     MOVE LINE-INDEX TO INDEX-VALUE
006820     PERFORM UNTIL
006830         INFILE-DATA(LINE-INDEX) = ' ' OR
006840         LINE-INDEX = INFILE-RECORD-LENGTH + 1
006850         ADD 1 TO LINE-INDEX
006860     END-PERFORM
006870     MOVE INFILE-RECORD(INDEX-VALUE:LINE-INDEX - INDEX-VALUE)
006880          TO INDEX-VALUE
006890     .
006900 0300-EXIT.
006910     EXIT.
006920*----------------------------------------------------------------
006930 0320-TOKEN-GET.
006940*    READ THE CHARACTERS STARTING AT LINE-INDEX UP TO THE NEXT
006950*    SPACE AND RETURN THEM, LEFT-JUSTIFIED, IN DL100-TOKEN-TEXT
006960*    (AT MOST EIGHT CHARACTERS - A CRATE ID'S FULL WIDTH), THE
006970*    SAME WAY COBMAIN'S OWN TOKEN-GET DOES.
006980*----------------------------------------------------------------
006990     MOVE SPACES TO DL100-TOKEN-TEXT
007000     MOVE LINE-INDEX TO INDEX-VALUE
007010     PERFORM UNTIL
007020         INFILE-DATA(LINE-INDEX) = ' ' OR
007030         LINE-INDEX = INFILE-RECORD-LENGTH + 1
007040         ADD 1 TO LINE-INDEX
007050     END-PERFORM
007060     IF LINE-INDEX - INDEX-VALUE > 8 THEN
007070         MOVE INFILE-RECORD(INDEX-VALUE:8) TO DL100-TOKEN-TEXT
007080     ELSE
007090         IF LINE-INDEX > INDEX-VALUE THEN
007100             MOVE INFILE-RECORD(INDEX-VALUE:
007110                 LINE-INDEX - INDEX-VALUE) TO DL100-TOKEN-TEXT
007120         END-IF
007130     END-IF
007140     .
007150 0320-EXIT.
007160     EXIT.
007170*----------------------------------------------------------------
007180 0350-PARSE-BOX-ROW.
007190*    LIFT ONE ROW OF THE YARD DRAWING INTO BOX-VALUE.  A ROW WITH
007200*    MORE COLUMNS THAN DL100-MAX-STACKS IS NOT WRITTEN PAST THE
007210*    END OF BOX-VALUE - 0200-COUNT-STACKS REJECTS THE WHOLE
007220*    MANIFEST ONCE THE COLUMN-HEADER LINE CONFIRMS THE STACK
007230*    COUNT IS TOO WIDE, SO THIS IS JUST A SAFETY BACKSTOP AGAINST
007240*    INDEXING PAST THE TABLE IN THE MEANTIME.
007250*----------------------------------------------------------------
007260     MOVE 1 TO LINE-INDEX
007270     MOVE 1 TO BOXES-COL
007280     PERFORM UNTIL LINE-INDEX > INFILE-RECORD-LENGTH
007290         IF INFILE-DATA(LINE-INDEX) = '[' AND
007300             BOXES-COL NOT > DL100-MAX-STACKS THEN
007310             MOVE INFILE-DATA(LINE-INDEX + 1)
007320                  TO BOX-VALUE(BOXES-COL, BOXES-ROW)
007330         END-IF
007340         ADD 4 TO LINE-INDEX
007350         ADD 1 TO BOXES-COL
007360     END-PERFORM
007370     .
007380 0350-EXIT.
007390     EXIT.
007400*----------------------------------------------------------------
007410 0400-COMPACT-BOX-COL.
007420*    SLIDE ONE BAY'S CRATES DOWN SO THE LOWEST-NUMBERED ROW IS
007430*    THE BOTTOM OF THE STACK, AND RECORD HOW DEEP THE STACK IS.
007440*    A BAY THAT NEVER RECEIVES A CRATE IN THE DRAWING IS ALL
007450*    SPACES TOP TO BOTTOM - THE LEADING SCAN BELOW MUST STOP AT
007460*    DL100-MAX-DEPTH RATHER THAN RUN THE SUBSCRIPT PAST THE
007470*    BOTTOM OF BOX-VALUE LOOKING FOR A CELL THAT IS NEVER THERE,
007480*    AND MUST LEAVE THE BAY AT LENGTH ZERO INSTEAD OF WHATEVER
007490*    GARBAGE BOXES-ROW REACHED.
007500*----------------------------------------------------------------
007510     SET BOXES-ROW TO 1
007520     PERFORM UNTIL BOXES-ROW > DL100-MAX-DEPTH
007530         OR BOX-VALUE(BOXES-COL, BOXES-ROW) NOT = ' '
007540         ADD 1 TO BOXES-ROW
007550     END-PERFORM
007560     IF BOXES-ROW > DL100-MAX-DEPTH THEN
007570         SET BOX-COL-LENGTH(BOXES-COL) TO 0
007580     ELSE
007590         SET BOX-COL-LENGTH(BOXES-COL) TO 1
007600         PERFORM UNTIL BOXES-ROW > DL100-MAX-DEPTH
007610             MOVE BOX-VALUE(BOXES-COL, BOXES-ROW)
007620                  TO BOX-VALUE(BOXES-COL,
007630                     BOX-COL-LENGTH(BOXES-COL))
007640             MOVE ' '  TO BOX-VALUE(BOXES-COL, BOXES-ROW)
007650             ADD 1 TO BOXES-ROW
007660             ADD 1 TO BOX-COL-LENGTH(BOXES-COL)
007670         END-PERFORM
007680         PERFORM UNTIL NOT
007690             BOX-VALUE(BOXES-COL, BOX-COL-LENGTH(BOXES-COL)) = ' '
007700             SUBTRACT 1 FROM BOX-COL-LENGTH(BOXES-COL)
007710         END-PERFORM
007720     END-IF
007730     .
007740 0400-EXIT.
007750     EXIT.
007760*----------------------------------------------------------------
007770 0450-APPLY-MOVE.
007780*    APPLY ONE MOVE TO BOTH BOXES (CRATEMOVER-9000, ONE AT A
007790*    TIME) AND CRATES (CRATEMOVER-9001, WHOLE BATCH), MIRRORING
007800*    COBMAIN'S OWN MOVE-APPLICATION LOGIC EXACTLY SO BOTH
007810*    PROGRAMS AGREE ON WHAT A MOVE MEANS.
007820*----------------------------------------------------------------
007830     MOVE MOVE-AMOUNT TO INDEX-VALUE
007840     PERFORM UNTIL MOVE-AMOUNT = 0
007850         ADD 1 TO BOX-COL-LENGTH(MOVE-DEST)
007860         ADD 1 TO CRATE-COL-LENGTH(MOVE-DEST)
007870         MOVE BOX-VALUE(MOVE-SOURCE,
007880           BOX-COL-LENGTH(MOVE-SOURCE))
007890              TO BOX-VALUE(MOVE-DEST,
007900              BOX-COL-LENGTH(MOVE-DEST))
007910         MOVE ' ' TO BOX-VALUE(MOVE-SOURCE,
007920              BOX-COL-LENGTH(MOVE-SOURCE))
007930         MOVE CRATE-VALUE(MOVE-SOURCE,
007940           CRATE-COL-LENGTH(MOVE-SOURCE) - MOVE-AMOUNT + 1)
007950           TO CRATE-VALUE(MOVE-DEST,
007960           CRATE-COL-LENGTH(MOVE-DEST))
007970         MOVE ' ' TO CRATE-VALUE(MOVE-SOURCE,
007980              CRATE-COL-LENGTH(MOVE-SOURCE) - MOVE-AMOUNT + 1)
007990         SUBTRACT 1 FROM BOX-COL-LENGTH(MOVE-SOURCE)
008000         SUBTRACT 1 FROM MOVE-AMOUNT
008010     END-PERFORM
008020     SUBTRACT INDEX-VALUE FROM CRATE-COL-LENGTH(MOVE-SOURCE)
008030     .
008040 0450-EXIT.
008050     EXIT.
008060*----------------------------------------------------------------
008070 0453-APPLY-RECEIPT.
008080*    LAND ONE GATE-RECEIVED CRATE (ITS DRAWING LETTER IS IN
008090*    DL100-GATE-CRATE) ON TOP OF BAY MOVE-DEST IN BOTH MODELS,
008100*    MIRRORING COBMAIN'S OWN RECEIPT APPLICATION.  A BAY
008110*    OUTSIDE THE DRAWING MEANS THE STREAM AND THE DRAWING DO
008120*    NOT BELONG TOGETHER, SO THE RUN STOPS OUTRIGHT LIKE AN
008130*    OUT-OF-RANGE MOVE.
008140*----------------------------------------------------------------
008150     IF MOVE-DEST < 1 OR MOVE-DEST > BOXES-LENGTH THEN
008160         MOVE DL100-MOVE-NUMBER TO DL100-EDIT-NUM1
008170         DISPLAY "RECONCIL: RECEIPT " DL100-EDIT-NUM1
008180             " IS OUT OF RANGE - MANIFEST NOT"
008190             " RE-DERIVABLE"
008200         MOVE 16 TO RETURN-CODE
008210         STOP RUN
008220     END-IF
008230     ADD 1 TO BOX-COL-LENGTH(MOVE-DEST)
008240     ADD 1 TO CRATE-COL-LENGTH(MOVE-DEST)
008250     MOVE DL100-GATE-CRATE
008260          TO BOX-VALUE(MOVE-DEST, BOX-COL-LENGTH(MOVE-DEST))
008270     MOVE DL100-GATE-CRATE
008280          TO CRATE-VALUE(MOVE-DEST,
008290          CRATE-COL-LENGTH(MOVE-DEST))
008300     .
008310 0453-EXIT.
008320     EXIT.
008330*----------------------------------------------------------------
008340 0454-APPLY-RELEASE.
008350*    LIFT THE TOP CRATE OFF BAY MOVE-SOURCE IN BOTH MODELS,
008360*    MIRRORING COBMAIN'S OWN RELEASE APPLICATION.  AN EMPTY OR
008370*    OUT-OF-RANGE BAY STOPS THE RUN OUTRIGHT LIKE AN
008380*    OUT-OF-RANGE MOVE.
008390*----------------------------------------------------------------
008400     IF MOVE-SOURCE < 1 OR MOVE-SOURCE > BOXES-LENGTH THEN
008410         MOVE DL100-MOVE-NUMBER TO DL100-EDIT-NUM1
008420         DISPLAY "RECONCIL: RELEASE " DL100-EDIT-NUM1
008430             " IS OUT OF RANGE - MANIFEST NOT"
008440             " RE-DERIVABLE"
008450         MOVE 16 TO RETURN-CODE
008460         STOP RUN
008470     END-IF
008480     IF BOX-COL-LENGTH(MOVE-SOURCE) < 1 OR
008490         CRATE-COL-LENGTH(MOVE-SOURCE) < 1 THEN
008500         MOVE DL100-MOVE-NUMBER TO DL100-EDIT-NUM1
008510         DISPLAY "RECONCIL: RELEASE " DL100-EDIT-NUM1
008520             " NAMES AN EMPTY BAY - MANIFEST NOT"
008530             " RE-DERIVABLE"
008540         MOVE 16 TO RETURN-CODE
008550         STOP RUN
008560     END-IF
008570     MOVE ' ' TO BOX-VALUE(MOVE-SOURCE,
008580          BOX-COL-LENGTH(MOVE-SOURCE))
008590     MOVE ' ' TO CRATE-VALUE(MOVE-SOURCE,
008600          CRATE-COL-LENGTH(MOVE-SOURCE))
008610     SUBTRACT 1 FROM BOX-COL-LENGTH(MOVE-SOURCE)
008620     SUBTRACT 1 FROM CRATE-COL-LENGTH(MOVE-SOURCE)
008630     .
008640 0454-EXIT.
008650     EXIT.
008660*----------------------------------------------------------------
008670 0455-APPLY-TEXT-RECEIPT.
008680*    PARSE THE GATE RECEIPT LINE THE READ LOOP JUST MATCHED -
008690*    LINE-INDEX SITS PAST THE "RECEIVE" KEYWORD - AND APPLY IT.
008700*----------------------------------------------------------------
008710     PERFORM 0320-TOKEN-GET THRU 0320-EXIT
008720     MOVE DL100-TOKEN-TEXT(1:1) TO DL100-GATE-CRATE
008730     MOVE "on" TO DL100-KEYWORD-TEXT
008740     MOVE 2 TO DL100-KEYWORD-LENGTH
008750     PERFORM 0250-FIND-KEYWORD THRU 0250-EXIT
008760     PERFORM 0300-NUMBER-GET THRU 0300-EXIT
008770     MOVE INDEX-VALUE TO MOVE-DEST
008780     ADD 1 TO DL100-MOVE-NUMBER
008790     PERFORM 0453-APPLY-RECEIPT THRU 0453-EXIT
008800     .
008810 0455-EXIT.
008820     EXIT.
008830*----------------------------------------------------------------
008840 0456-APPLY-TEXT-RELEASE.
008850*    PARSE THE GATE RELEASE LINE THE READ LOOP JUST MATCHED -
008860*    LINE-INDEX SITS PAST THE "RELEASE" KEYWORD - AND APPLY IT.
008870*----------------------------------------------------------------
008880     PERFORM 0300-NUMBER-GET THRU 0300-EXIT
008890     MOVE INDEX-VALUE TO MOVE-SOURCE
008900     ADD 1 TO DL100-MOVE-NUMBER
008910     PERFORM 0454-APPLY-RELEASE THRU 0454-EXIT
008920     .
008930 0456-EXIT.
008940     EXIT.
008950*----------------------------------------------------------------
008960 0460-REPLAY-MOVEBIN.
008970*    RE-DERIVE THE RESULTS FROM THE PRE-PARSED BINARY MOVE FILE
008980*    COBMAIN WROTE, INSTEAD OF KEYWORD-SCANNING THE TEXT MOVE
008990*    LINES A SECOND TIME.  'M' RECORDS ARE RANGE-CHECKED AND
009000*    APPLIED EXACTLY LIKE THEIR TEXT LINES; 'S' (SHIFT) RECORDS
009010*    CARRY NO CRATES AND ARE PASSED OVER.  A FILE WHOSE SEAL
009020*    DOES NOT CHECK AT THE CURRENT RECORD LENGTH IS TRIED AT THE
009030*    52-BYTE LENGTH OF A DAY WRITTEN BEFORE THE RECORD GREW.
009040*----------------------------------------------------------------
009050     SET DL100-MOVEBIN-CURRENT TO TRUE
009060     PERFORM 0935-OPEN-MOVEBIN THRU 0935-EXIT
009070     IF NOT DL100-MOVEBIN-OK THEN
009080         DISPLAY "RECONCIL: UNABLE TO OPEN BINARY MOVE FILE "
009090             DL100-MOVEBIN-PATH " - FILE STATUS "
009100             DL100-MOVEBIN-STATUS
009110         MOVE 16 TO RETURN-CODE
009120         STOP RUN
009130     END-IF
009140     PERFORM 0930-VERIFY-MOVEBIN-SEAL THRU 0930-EXIT
009150     IF DL100-SEAL-BAD THEN
009160         SET DL100-MOVEBIN-LEGACY TO TRUE
009170         PERFORM 0935-OPEN-MOVEBIN THRU 0935-EXIT
009180         IF DL100-MOVEBIN-OK THEN
009190             PERFORM 0930-VERIFY-MOVEBIN-SEAL THRU 0930-EXIT
009200         END-IF
009210     END-IF
009220     IF DL100-SEAL-BAD THEN
009230         DISPLAY "RECONCIL: BINARY MOVE FILE "
009240             DL100-MOVEBIN-PATH " SEAL MISSING OR WRONG -"
009250             " FILE IS TRUNCATED OR CORRUPT"
009260         MOVE 16 TO RETURN-CODE
009270         STOP RUN
009280     END-IF
009290     PERFORM 0935-OPEN-MOVEBIN THRU 0935-EXIT
009300     PERFORM UNTIL EXIT
009310         PERFORM 0936-READ-MOVEBIN THRU 0936-EXIT
009320         IF DL100-MOVEBIN-EOF THEN
009330             EXIT PERFORM
009340         END-IF
009350         IF MOVB-IS-MOVE THEN
009360             MOVE MOVB-MOVE-NUMBER TO DL100-MOVE-NUMBER
009370             MOVE MOVB-AMOUNT      TO MOVE-AMOUNT
009380             MOVE MOVB-SOURCE      TO MOVE-SOURCE
009390             MOVE MOVB-DEST        TO MOVE-DEST
009400             IF MOVE-AMOUNT < 1
009410                 OR MOVE-SOURCE < 1
009420                 OR MOVE-SOURCE > BOXES-LENGTH
009430                 OR MOVE-DEST < 1
009440                 OR MOVE-DEST > BOXES-LENGTH THEN
009450                 MOVE DL100-MOVE-NUMBER TO DL100-EDIT-NUM1
009460                 DISPLAY "RECONCIL: MOVE " DL100-EDIT-NUM1
009470                     " IS OUT OF RANGE - MOVE FILE NOT"
009480                     " RE-DERIVABLE"
009490                 PERFORM 0937-CLOSE-MOVEBIN THRU 0937-EXIT
009500                 MOVE 16 TO RETURN-CODE
009510                 STOP RUN
009520             END-IF
009530             PERFORM 0450-APPLY-MOVE THRU 0450-EXIT
009540         END-IF
009550         IF MOVB-IS-RECEIPT THEN
009560             MOVE MOVB-MOVE-NUMBER   TO DL100-MOVE-NUMBER
009570             MOVE MOVB-CRATE-ID(1:1) TO DL100-GATE-CRATE
009580             MOVE MOVB-DEST          TO MOVE-DEST
009590             PERFORM 0453-APPLY-RECEIPT THRU 0453-EXIT
009600         END-IF
009610         IF MOVB-IS-RELEASE THEN
009620             MOVE MOVB-MOVE-NUMBER   TO DL100-MOVE-NUMBER
009630             MOVE MOVB-SOURCE        TO MOVE-SOURCE
009640             PERFORM 0454-APPLY-RELEASE THRU 0454-EXIT
009650         END-IF
009660     END-PERFORM
009670     PERFORM 0937-CLOSE-MOVEBIN THRU 0937-EXIT
009680     .
009690 0460-EXIT.
009700     EXIT.
009710*----------------------------------------------------------------
009720 0500-BUILD-RESULTS.
009730*    EXTRACT THE TOP-OF-STACK CHARACTER OF EVERY BAY FOR BOTH
009740*    MODELS INTO DL100-9000-RESULT/DL100-9001-RESULT.
009750*----------------------------------------------------------------
009760     MOVE SPACES TO DL100-9000-RESULT
009770     MOVE SPACES TO DL100-9001-RESULT
009780     SET BOXES-COL TO 1
009790     PERFORM UNTIL BOXES-COL = BOXES-LENGTH
009800         IF BOX-COL-LENGTH(BOXES-COL) > 0 THEN
009810             MOVE BOX-COL(BOXES-COL)(BOX-COL-LENGTH(BOXES-COL):1)
009820                  TO DL100-9000-RESULT(BOXES-COL:1)
009830         END-IF
009840         ADD 1 TO BOXES-COL
009850     END-PERFORM
009860     IF BOX-COL-LENGTH(BOXES-COL) > 0 THEN
009870         MOVE BOX-COL(BOXES-COL)(BOX-COL-LENGTH(BOXES-COL):1)
009880              TO DL100-9000-RESULT(BOXES-COL:1)
009890     END-IF
009900     SET BOXES-COL TO 1
009910     PERFORM UNTIL BOXES-COL = BOXES-LENGTH
009920         IF CRATE-COL-LENGTH(BOXES-COL) > 0 THEN
009930             MOVE CRATE-COL(BOXES-COL)
009940                 (CRATE-COL-LENGTH(BOXES-COL):1)
009950                  TO DL100-9001-RESULT(BOXES-COL:1)
009960         END-IF
009970         ADD 1 TO BOXES-COL
009980     END-PERFORM
009990     IF CRATE-COL-LENGTH(BOXES-COL) > 0 THEN
010000         MOVE CRATE-COL(BOXES-COL)(CRATE-COL-LENGTH(BOXES-COL):1)
010010              TO DL100-9001-RESULT(BOXES-COL:1)
010020     END-IF
010030     .
010040 0500-EXIT.
010050     EXIT.
010060*----------------------------------------------------------------
010070 0600-READ-COBMAIN-REPORT.
010080*    SCAN COBMAIN'S OWN REPORT FILE FOR THE "TOP OF STACKS"
010090*    LINE OF EACH MODEL SO THE RESULTS RE-DERIVED ABOVE CAN BE
010100*    COMPARED AGAINST WHAT COBMAIN ACTUALLY REPORTED.
010110*----------------------------------------------------------------
010120     OPEN INPUT CHECK-REPORT-FILE
010130     IF NOT DL100-REPORT-OK THEN
010140         DISPLAY "RECONCIL: UNABLE TO OPEN REPORT "
010150             DL100-REPORT-PATH " - FILE STATUS "
010160             DL100-REPORT-STATUS
010170     ELSE
010180         PERFORM UNTIL EXIT
010190             READ CHECK-REPORT-FILE AT END
010200                 EXIT PERFORM
010210             END-READ
010220             IF CHECK-REPORT-RECORD(1:DL100-LABEL-LENGTH) =
010230                 DL100-9000-LABEL THEN
010240                 MOVE CHECK-REPORT-RECORD(DL100-LABEL-LENGTH + 1:
010250                     BOXES-LENGTH)
010260                     TO DL100-9000-REPORTED(1:BOXES-LENGTH)
010270                 SET DL100-9000-FOUND-ON-REPORT TO TRUE
010280             END-IF
010290             IF CHECK-REPORT-RECORD(1:DL100-LABEL-LENGTH) =
010300                 DL100-9001-LABEL THEN
010310                 MOVE CHECK-REPORT-RECORD(DL100-LABEL-LENGTH + 1:
010320                     BOXES-LENGTH)
010330                     TO DL100-9001-REPORTED(1:BOXES-LENGTH)
010340                 SET DL100-9001-FOUND-ON-REPORT TO TRUE
010350             END-IF
010360         END-PERFORM
010370         CLOSE CHECK-REPORT-FILE
010380     END-IF
010390     .
010400 0600-EXIT.
010410     EXIT.
010420*----------------------------------------------------------------
010430 0700-COMPARE-RESULTS.
010440*    A MODEL ONLY MATCHES IF ITS LINE WAS ACTUALLY FOUND ON
010450*    COBMAIN'S REPORT AND THE RE-DERIVED STRING AGREES WITH IT
010460*    CHARACTER FOR CHARACTER OVER THE ACTUAL STACK COUNT.
010470*----------------------------------------------------------------
010480     IF DL100-9000-FOUND-ON-REPORT
010490         AND DL100-9000-RESULT(1:BOXES-LENGTH) =
010500             DL100-9000-REPORTED(1:BOXES-LENGTH) THEN
010510         SET DL100-9000-MATCHES TO TRUE
010520     END-IF
010530     IF DL100-9001-FOUND-ON-REPORT
010540         AND DL100-9001-RESULT(1:BOXES-LENGTH) =
010550             DL100-9001-REPORTED(1:BOXES-LENGTH) THEN
010560         SET DL100-9001-MATCHES TO TRUE
010570     END-IF
010580     .
010590 0700-EXIT.
010600     EXIT.
010610*----------------------------------------------------------------
010620 0800-WRITE-RECONCILIATION.
010630*    WRITE THE RECONCILIATION REPORT SHOWING BOTH MODELS'
010640*    RE-DERIVED AND REPORTED RESULTS SIDE BY SIDE WITH A
010650*    MATCH/MISMATCH VERDICT FOR EACH.
010660*----------------------------------------------------------------
010670     OPEN OUTPUT RECON-FILE
010680     MOVE SPACES TO RECON-RECORD
010690     STRING "MANIFEST RECONCILIATION - RUN DATE "
010700         DL100-RUN-CCYY "-" DL100-RUN-MM "-" DL100-RUN-DD
010710         DELIMITED BY SIZE INTO RECON-RECORD
010720     WRITE RECON-RECORD
010730     MOVE SPACES TO RECON-RECORD
010740     WRITE RECON-RECORD
010750     PERFORM 0810-WRITE-9000-LINES THRU 0810-EXIT
010760     PERFORM 0820-WRITE-9001-LINES THRU 0820-EXIT
010770     CLOSE RECON-FILE
010780     .
010790 0800-EXIT.
010800     EXIT.
010810*----------------------------------------------------------------
010820 0810-WRITE-9000-LINES.
010830     MOVE SPACES TO RECON-RECORD
010840     STRING "MODEL 9000 (CRATEMOVER-9000) RE-DERIVED: "
010850         DL100-9000-RESULT(1:BOXES-LENGTH)
010860         DELIMITED BY SIZE INTO RECON-RECORD
010870     WRITE RECON-RECORD
010880     MOVE SPACES TO RECON-RECORD
010890     STRING "MODEL 9000 (CRATEMOVER-9000) ON REPORT:  "
010900         DL100-9000-REPORTED(1:BOXES-LENGTH)
010910         DELIMITED BY SIZE INTO RECON-RECORD
010920     WRITE RECON-RECORD
010930     MOVE SPACES TO RECON-RECORD
010940     IF DL100-9000-MATCHES THEN
010950         STRING "MODEL 9000 RESULT: MATCH"
010960             DELIMITED BY SIZE INTO RECON-RECORD
010970     ELSE
010980         STRING "MODEL 9000 RESULT: MISMATCH"
010990             DELIMITED BY SIZE INTO RECON-RECORD
011000     END-IF
011010     WRITE RECON-RECORD
011020     MOVE SPACES TO RECON-RECORD
011030     WRITE RECON-RECORD
011040     .
011050 0810-EXIT.
011060     EXIT.
011070*----------------------------------------------------------------
011080 0820-WRITE-9001-LINES.
011090     MOVE SPACES TO RECON-RECORD
011100     STRING "MODEL 9001 (CRATEMOVER-9001) RE-DERIVED: "
011110         DL100-9001-RESULT(1:BOXES-LENGTH)
011120         DELIMITED BY SIZE INTO RECON-RECORD
011130     WRITE RECON-RECORD
011140     MOVE SPACES TO RECON-RECORD
011150     STRING "MODEL 9001 (CRATEMOVER-9001) ON REPORT:  "
011160         DL100-9001-REPORTED(1:BOXES-LENGTH)
011170         DELIMITED BY SIZE INTO RECON-RECORD
011180     WRITE RECON-RECORD
011190     MOVE SPACES TO RECON-RECORD
011200     IF DL100-9001-MATCHES THEN
011210         STRING "MODEL 9001 RESULT: MATCH"
011220             DELIMITED BY SIZE INTO RECON-RECORD
011230     ELSE
011240         STRING "MODEL 9001 RESULT: MISMATCH"
011250             DELIMITED BY SIZE INTO RECON-RECORD
011260     END-IF
011270     WRITE RECON-RECORD
011280     .
011290 0820-EXIT.
011300     EXIT.
011310*----------------------------------------------------------------
011320 0900-RESET-SEAL.
011330*    START A FRESH SEAL ACCUMULATION.
011340*----------------------------------------------------------------
011350     MOVE ZERO TO DL100-SEAL-COUNT
011360     MOVE ZERO TO DL100-SEAL-CKSUM
011370     SET DL100-SEAL-BAD TO TRUE
011380     .
011390 0900-EXIT.
011400     EXIT.
011410*----------------------------------------------------------------
011420 0910-ADD-TO-SEAL.
011430*    FOLD THE RECORD IN DL100-SEAL-RECORD INTO THE SEAL - ONE
011440*    MORE RECORD COUNTED, ITS BYTES UP TO THE LAST NONBLANK
011450*    SUMMED INTO THE CHECKSUM MODULO 1,000,000,000 - EXACTLY AS
011460*    COBMAIN COMPUTES IT.
011470*----------------------------------------------------------------
011480     ADD 1 TO DL100-SEAL-COUNT
011490     MOVE 704 TO DL100-SEAL-LENGTH
011500     PERFORM UNTIL DL100-SEAL-LENGTH < 1
011510         OR DL100-SEAL-RECORD(DL100-SEAL-LENGTH:1) NOT = ' '
011520         SUBTRACT 1 FROM DL100-SEAL-LENGTH
011530     END-PERFORM
011540     MOVE 1 TO DL100-SEAL-INDEX
011550     PERFORM UNTIL DL100-SEAL-INDEX > DL100-SEAL-LENGTH
011560         MOVE DL100-SEAL-RECORD(DL100-SEAL-INDEX:1)
011570              TO DL100-SEAL-CHAR
011580         ADD DL100-SEAL-BYTE-NUM TO DL100-SEAL-CKSUM
011590         ADD 1 TO DL100-SEAL-INDEX
011600     END-PERFORM
011610     IF DL100-SEAL-CKSUM > 999999999 THEN
011620         SUBTRACT 1000000000 FROM DL100-SEAL-CKSUM
011630     END-IF
011640     IF DL100-SEAL-CKSUM < 0 THEN
011650         ADD 1000000000 TO DL100-SEAL-CKSUM
011660     END-IF
011670     .
011680 0910-EXIT.
011690     EXIT.
011700*----------------------------------------------------------------
011710 0930-VERIFY-MOVEBIN-SEAL.
011720*    READ THE WHOLE BINARY MOVE FILE (ALREADY OPEN) AND JUDGE
011730*    ITS 'Z' SEAL RECORD BEFORE A SINGLE MOVE IS RE-DERIVED,
011740*    LEAVING THE VERDICT IN DL100-SEAL-OK-SW AND THE FILE
011750*    CLOSED.  THE CALLER REOPENS THE FILE FOR THE REAL PASS.
011760*----------------------------------------------------------------
011770     PERFORM 0900-RESET-SEAL THRU 0900-EXIT
011780     PERFORM UNTIL EXIT
011790         PERFORM 0936-READ-MOVEBIN THRU 0936-EXIT
011800         IF DL100-MOVEBIN-EOF THEN
011810             EXIT PERFORM
011820         END-IF
011830         IF MOVB-IS-SEAL THEN
011840             DIVIDE DL100-SEAL-CKSUM BY 10000000
011850                 GIVING DL100-SEAL-QUOT
011860                 REMAINDER DL100-SEAL-CKSUM7
011870             IF MOVB-MOVE-NUMBER = DL100-SEAL-COUNT AND
011880                 MOVB-AMOUNT = DL100-SEAL-CKSUM7 THEN
011890                 SET DL100-SEAL-GOOD TO TRUE
011900             END-IF
011910         ELSE
011920             MOVE SPACES TO DL100-SEAL-RECORD
011930             MOVE MOVB-RECORD TO DL100-SEAL-RECORD
011940             PERFORM 0910-ADD-TO-SEAL THRU 0910-EXIT
011950         END-IF
011960     END-PERFORM
011970     PERFORM 0937-CLOSE-MOVEBIN THRU 0937-EXIT
011980     .
011990 0930-EXIT.
012000     EXIT.
012010*----------------------------------------------------------------
012020 0935-OPEN-MOVEBIN.
012030*    OPEN THE BINARY MOVE FILE FOR INPUT AT THE RECORD LENGTH
012040*    THE FORMAT SWITCH NAMES.
012050*----------------------------------------------------------------
012060     IF DL100-MOVEBIN-LEGACY THEN
012070         OPEN INPUT MOVEBIN-LEGACY-FILE
012080     ELSE
012090         OPEN INPUT MOVEBIN-FILE
012100     END-IF
012110     .
012120 0935-EXIT.
012130     EXIT.
012140*----------------------------------------------------------------
012150 0936-READ-MOVEBIN.
012160*    READ THE NEXT BINARY MOVE RECORD INTO MOVB-RECORD.  A SHORT
012170*    OR UNREADABLE RECORD ENDS THE FILE LIKE END OF FILE DOES;
012180*    THE SEAL CHECK THEN FAILS ON IT.
012190*----------------------------------------------------------------
012200     SET DL100-MOVEBIN-NOT-EOF TO TRUE
012210     IF DL100-MOVEBIN-LEGACY THEN
012220         READ MOVEBIN-LEGACY-FILE INTO MOVB-RECORD AT END
012230             SET DL100-MOVEBIN-EOF TO TRUE
012240         END-READ
012250     ELSE
012260         READ MOVEBIN-FILE INTO MOVB-RECORD AT END
012270             SET DL100-MOVEBIN-EOF TO TRUE
012280         END-READ
012290     END-IF
012300     IF NOT DL100-MOVEBIN-OK THEN
012310         SET DL100-MOVEBIN-EOF TO TRUE
012320     END-IF
012330     .
012340 0936-EXIT.
012350     EXIT.
012360*----------------------------------------------------------------
012370 0937-CLOSE-MOVEBIN.
012380*    CLOSE WHICHEVER BINARY MOVE FILE THE FORMAT SWITCH NAMES.
012390*----------------------------------------------------------------
012400     IF DL100-MOVEBIN-LEGACY THEN
012410         CLOSE MOVEBIN-LEGACY-FILE
012420     ELSE
012430         CLOSE MOVEBIN-FILE
012440     END-IF
012450     .
012460 0937-EXIT.
012470     EXIT.
012480 END PROGRAM RECONCIL.
