003640*                     PASSED OVER BY THE MOVE-LINE LOOP, AND
003650*                     THE TRAIL REBUILD DROPS THEM ON A RESUME
003660*                     SO THE RESEALED TRAIL CARRIES EXACTLY ONE.
003670*    2026-10-15 OPS   ADDED RELEASE AUTHORIZATION AND CARGO HOLD
003680*                     CHECKING (EIGHTEENTH AND NINETEENTH
003690*                     ARGUMENTS) IN MASTER MODE.  EVERY GATE
003700*                     RELEASE IS JUDGED AGAINST THE SHIPPING
003710*                     LINES' AUTHORIZATION FEED - NO
003720*                     AUTHORIZATION, THE WRONG CARRIER, OR A
003730*                     RUN DATE OUTSIDE THE VALIDITY WINDOW - AND
003740*                     EVERY MOVE OR RELEASE OF A CRATE CUSTOMS
003750*                     OR LEGAL HAS ON HOLD IS CAUGHT.  EACH IS
003760*                     FLAGGED ON THE ERROR FILE AND COUNTED THE
003770*                     WAY A SEGREGATION CONFLICT IS (THE EVENT
003780*                     STILL APPLIES, THE RUN ENDS WITH
003790*                     RETURN-CODE 8), LISTED ON A TRIAL'S
003800*                     FEASIBILITY REPORT, AND WRITTEN TO A
003810*                     DAILY GATE EXCEPTIONS REPORT FOR THE GATE
003820*                     SUPERVISOR (TWENTIETH ARGUMENT).
003830*    2026-10-15 OPS   ADDED THE DAMAGE AND CONDITION REGISTER.  A
003840*                     GATE RECEIVE OR RELEASE LINE MAY NOW CARRY
003850*                     "CONDITION <CODE>" AND, LAST ON THE LINE,
003860*                     "REMARK <TEXT>".  IN MASTER MODE WITH THE
003870*                     DAMAGE-CODE TABLE (DMGCODE.CPY, TWENTY-
003880*                     FIRST ARGUMENT) SUPPLIED, A CODE NOT ON THE
003890*                     TABLE REJECTS THE EVENT, AND EVERY EVENT
003900*                     MARKED WITH A DAMAGE CODE IS WRITTEN TO THE
003910*                     INDEXED DAMAGE REGISTER (DMGREG.CPY,
003920*                     TWENTY-SECOND ARGUMENT) WITH ITS BAY AND
003930*                     THE SHIFT AND OPERATOR STAMP IN EFFECT.
003940*                     THE BINARY MOVE FILE CARRIES THE CODE AND
003950*                     REMARK THROUGH.
003960*    2026-10-15 OPS   ADDED THE CRANE UNIT MASTER (CRANEMST.CPY,
003970*                     TWENTY-THIRD ARGUMENT).  A SHIFT HEADER NOW
003980*                     NAMES THE CRATEMOVER UNIT WORKED
003990*                     ("CRANE <UNIT>"), AND WHEN THE MASTER IS
004000*                     SUPPLIED THE SHIFT IS REFUSED FOR A UNIT
004010*                     THAT IS NOT ON IT, IS OUT FOR REPAIR, OR IS
004020*                     OVERDUE FOR SERVICE - THE WAY AN INACTIVE
004030*                     OPERATOR IS.  THE UNIT TRAVELS ON THE SHIFT
004040*                     MARKER, ON EVERY EVENT'S SHIFT STAMP (" CRN
004050*                     <UNIT>" AT POSITION 163), ON THE BINARY
004060*                     MOVE FILE'S SHIFT RECORD, AND ON THE
004070*                     CHECKPOINT, SO CRNROLL CAN ROLL EACH DAY'S
004080*                     LIFTS INTO THE MASTER.
004090*    2026-10-15 OPS   A DAY THE LEDGER SHOWS AS ARCHIVED BY
004100*                     MONTHARC IS REFUSED OUTRIGHT, FORCE OPTION
004110*                     OR NOT - ITS FILES ARE IN THE MONTHLY
004120*                     ARCHIVE, NOT ON DISK.  A DAY MONTHARC HAS
004130*                     RESTORED IS TREATED AS CLOSED.
004140*    2026-10-15 OPS   THE GATE EXCEPTIONS REPORT IS OPENED ONLY
004150*                     ONCE THE RUN LEDGER HAS ACCEPTED THE RUN,
004160*                     SO A REFUSED RERUN LEAVES THE DAY'S REPORT
004170*                     AS IT WAS.
004180*    2026-10-15 OPS   A DAMAGE REGISTER ENTRY THAT CANNOT BE
004190*                     WRITTEN REJECTS THE MANIFEST (A TRIAL LISTS
004200*                     IT), AND A GATE EXCEPTIONS REPORT THAT
004210*                     CANNOT BE CREATED STOPS THE RUN 16 BEFORE
004220*                     ANY EVENT IS APPLIED.
004230*----------------------------------------------------------------
004240* COMMAND LINE ARGUMENTS (OR, IF OMITTED, THE MATCHING
004250* ENVIRONMENT VARIABLE SHOWN BELOW)
004260*----------------------------------------------------------------
004270*    1  DL100-MANIFEST-PATH      MANIFEST OR, IN BATCH MODE,
004280*                                BATCH LIST FILE
004290*    2  DL100-REPORT-PATH        REPORT-FILE
004300*    3  DL100-ERROR-PATH         ERROR-FILE
004310*    4  DL100-AUDIT-PATH         AUDIT-FILE
004320*    5  DL100-CHECKPOINT-PATH    CHECKPOINT-FILE
004330*    6  DL100-STACK-DUMP         'Y' TURNS ON THE FULL STACK DUMP
004340*    7  DL100-BATCH-MODE         'Y' TREATS ARGUMENT 1 AS A BATCH
004350*                                LIST FILE
004360*    8  DL100-CLOSING-PATH       CLOSING-STATE FILE, WRITTEN AT
004370*                                THE END OF A CLEAN RUN WHEN A
004380*                                PATH IS SUPPLIED
004390*    9  DL100-OPENING-PATH       OPENING-STATE FILE - WHEN
004400*                                SUPPLIED THE OPENING STACKS ARE
004410*                                LOADED FROM IT INSTEAD OF FROM
004420*                                DRAWING ROWS IN THE MANIFEST
004430*   10  DL100-CLOSING-MODEL      '0' WRITES THE CLOSING STATE
004440*                                FROM THE CRATEMOVER-9000 TABLES
004450*                                INSTEAD OF THE CRATEMOVER-9001
004460*                                DEFAULT
004470*   11  DL100-MASTER-PATH        INDEXED CRATE MASTER FILE -
004480*                                WHEN SUPPLIED THE DRAWING
004490*                                CARRIES CRATE IDS AND HAZMAT
004500*                                SEGREGATION IS ENFORCED
004510*   12  DL100-MOVEBIN-PATH       PRE-PARSED BINARY MOVE FILE -
004520*                                WHEN SUPPLIED THE MOVE STREAM
004530*                                IS PARSED ONCE AND APPLIED,
004540*                                RESTARTED, AND RECONCILED WITH
004550*                                DIRECT READS (IN BATCH MODE
004560*                                EACH MANIFEST USES ITS OWN
004570*                                PATH + ".mvb" FILE)
004580*   13  DL100-BAYPROF-PATH       BAY PROFILE FILE - WHEN
004590*                                SUPPLIED EVERY LANDING IS
004600*                                CHECKED AGAINST THE DESTINATION
004610*                                BAY'S MAX HEIGHT, RESTRICTION
004620*                                CLASS, AND SERVICE FLAG
004630*   14  DL100-ROSTER-PATH        INDEXED OPERATOR ROSTER FILE -
004640*                                WHEN SUPPLIED EVERY SHIFT
004650*                                HEADER'S OPERATOR IS VALIDATED
004660*                                AND HAZMAT LIFTS REQUIRE THE
004670*                                HAZMAT CERTIFICATION
004680*   15  DL100-LEDGER-PATH        RUN-CONTROL LEDGER FILE - WHEN
004690*                                SUPPLIED THE RUN REGISTERS ITS
004700*                                DATE AND FILE PATHS AND A
004710*                                CLOSED DAY CANNOT BE RERUN
004720*   16  DL100-FORCE-RERUN        'Y' OVERRIDES THE CLOSED-DAY
004730*                                CHECK AND RERUNS THE DAY (AN
004740*                                ARCHIVED DAY IS NEVER RERUN)
004750*   17  DL100-TRIAL-MODE         'Y' RUNS THE MANIFEST AS A
004760*                                TRIAL - IN MEMORY ONLY, EVERY
004770*                                PROBLEM LISTED ON ONE
004780*                                FEASIBILITY REPORT
004790*   18  DL100-RLSAUTH-PATH       RELEASE AUTHORIZATION FILE -
004800*                                WHEN SUPPLIED IN MASTER MODE
004810*                                EVERY GATE RELEASE MUST BE
004820*                                AUTHORIZED FOR ITS CARRIER ON
004830*                                THE RUN DATE
004840*   19  DL100-HOLD-PATH          CARGO HOLD FILE - WHEN
004850*                                SUPPLIED IN MASTER MODE A
004860*                                CRATE ON HOLD MAY NOT BE MOVED
004870*                                OR RELEASED
004880*   20  DL100-GATEEXC-PATH       GATE EXCEPTIONS REPORT, WRITTEN
004890*                                WHEN EITHER CHECK ABOVE IS ON
004900*   21  DL100-DMGCODE-PATH       DAMAGE-CODE TABLE - WHEN
004910*                                SUPPLIED IN MASTER MODE GATE
004920*                                CONDITION CODES ARE VALIDATED
004930*                                AND DAMAGE IS REGISTERED
004940*   22  DL100-DMGREG-PATH        INDEXED DAMAGE REGISTER,
004950*                                UPDATED WHEN THE TABLE ABOVE
004960*                                IS ON
004970*   23  DL100-CRANE-PATH         INDEXED CRANE UNIT MASTER -
004980*                                WHEN SUPPLIED EVERY SHIFT
004990*                                HEADER MUST NAME A CRANE UNIT
005000*                                THAT IS IN SERVICE AND NOT
005010*                                OVERDUE FOR SERVICE
005020*----------------------------------------------------------------
005030 ENVIRONMENT DIVISION.
005040 CONFIGURATION SECTION.
005050 INPUT-OUTPUT SECTION.
005060 FILE-CONTROL.
005070     SELECT INFILE ASSIGN TO DYNAMIC DL100-MANIFEST-PATH
005080          ORGANIZATION IS LINE SEQUENTIAL
005090          FILE STATUS IS DL100-INFILE-STATUS.
005100     SELECT REPORT-FILE ASSIGN TO DYNAMIC DL100-REPORT-PATH
005110          ORGANIZATION IS LINE SEQUENTIAL.
005120     SELECT ERROR-FILE ASSIGN TO DYNAMIC DL100-ERROR-PATH
005130          ORGANIZATION IS LINE SEQUENTIAL.
005140     SELECT AUDIT-FILE ASSIGN TO DYNAMIC DL100-AUDIT-PATH
005150          ORGANIZATION IS LINE SEQUENTIAL
005160          FILE STATUS IS DL100-AUDIT-STATUS.
005170     SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC
005180          DL100-CHECKPOINT-PATH
005190          ORGANIZATION IS LINE SEQUENTIAL
005200          FILE STATUS IS DL100-CHECKPOINT-STATUS.
005210     SELECT BATCH-FILE ASSIGN TO DYNAMIC DL100-BATCH-LIST-PATH
005220          ORGANIZATION IS LINE SEQUENTIAL
005230          FILE STATUS IS DL100-BATCH-STATUS.
005240     SELECT AUDIT-SCRATCH-FILE ASSIGN TO DYNAMIC
005250          DL100-AUDIT-SCRATCH-PATH
005260          ORGANIZATION IS LINE SEQUENTIAL.
005270     SELECT STATE-FILE ASSIGN TO DYNAMIC DL100-STATE-PATH
005280          ORGANIZATION IS LINE SEQUENTIAL
005290          FILE STATUS IS DL100-STATE-STATUS.
005300     SELECT MOVEBIN-FILE ASSIGN TO DYNAMIC
005310          DL100-MOVEBIN-FILE-PATH
005320          ORGANIZATION IS SEQUENTIAL
005330          FILE STATUS IS DL100-MOVEBIN-STATUS.
005340     SELECT CRATE-MASTER ASSIGN TO DYNAMIC DL100-MASTER-PATH
005350          ORGANIZATION IS INDEXED
005360          ACCESS MODE IS RANDOM
005370          RECORD KEY IS CMST-CRATE-ID
005380          FILE STATUS IS DL100-MASTER-STATUS.
005390     SELECT BAYPROF-FILE ASSIGN TO DYNAMIC DL100-BAYPROF-PATH
005400          ORGANIZATION IS LINE SEQUENTIAL
005410          FILE STATUS IS DL100-BAYPROF-STATUS.
005420     SELECT OPERATOR-ROSTER ASSIGN TO DYNAMIC DL100-ROSTER-PATH
005430          ORGANIZATION IS INDEXED
005440          ACCESS MODE IS RANDOM
005450          RECORD KEY IS OPER-ID
005460          FILE STATUS IS DL100-ROSTER-STATUS.
005470     SELECT RUN-LEDGER ASSIGN TO DYNAMIC DL100-LEDGER-PATH
005480          ORGANIZATION IS LINE SEQUENTIAL
005490          FILE STATUS IS DL100-LEDGER-STATUS.
005500     SELECT RLSAUTH-FILE ASSIGN TO DYNAMIC DL100-RLSAUTH-PATH
005510          ORGANIZATION IS LINE SEQUENTIAL
005520          FILE STATUS IS DL100-RLSAUTH-STATUS.
005530     SELECT HOLD-FILE ASSIGN TO DYNAMIC DL100-HOLD-PATH
005540          ORGANIZATION IS LINE SEQUENTIAL
005550          FILE STATUS IS DL100-HOLD-STATUS.
005560     SELECT GATEEXC-FILE ASSIGN TO DYNAMIC DL100-GATEEXC-PATH
005570          ORGANIZATION IS LINE SEQUENTIAL
005580          FILE STATUS IS DL100-GATEEXC-STATUS.
005590     SELECT DMGCODE-FILE ASSIGN TO DYNAMIC DL100-DMGCODE-PATH
005600          ORGANIZATION IS LINE SEQUENTIAL
005610          FILE STATUS IS DL100-DMGCODE-STATUS.
005620     SELECT DAMAGE-REGISTER ASSIGN TO DYNAMIC DL100-DMGREG-PATH
005630          ORGANIZATION IS INDEXED
005640          ACCESS MODE IS RANDOM
005650          RECORD KEY IS DMG-KEY
005660          FILE STATUS IS DL100-DMGREG-STATUS.
005670     SELECT CRANE-MASTER ASSIGN TO DYNAMIC DL100-CRANE-PATH
005680          ORGANIZATION IS INDEXED
005690          ACCESS MODE IS RANDOM
005700          RECORD KEY IS CRN-UNIT-ID
005710          FILE STATUS IS DL100-CRANE-STATUS.
005720 DATA DIVISION.
005730 FILE SECTION.
005740 FD  INFILE
005750      RECORD IS VARYING IN SIZE FROM 0 TO 1024 CHARACTERS
005760      DEPENDING ON INFILE-RECORD-LENGTH.
005770 01  INFILE-RECORD.
005780     05 INFILE-DATA PIC X OCCURS 1 TO 1024 TIMES
005790                    DEPENDING ON INFILE-RECORD-LENGTH.
005800 FD  REPORT-FILE.
005810 01  REPORT-RECORD                  PIC X(0132).
005820 FD  ERROR-FILE.
005830 01  ERROR-RECORD                   PIC X(0132).
005840 FD  AUDIT-FILE.
005850 01  AUDIT-RECORD                   PIC X(0200).
005860 FD  CHECKPOINT-FILE.
005870 01  CHECKPOINT-RECORD.
005880     05 CKPT-REC-TYPE           PIC X(08).
005890        88 CKPT-IS-HEADER            VALUE "HEADER  ".
005900        88 CKPT-IS-BOX               VALUE "BOX     ".
005910        88 CKPT-IS-CRATE             VALUE "CRATE   ".
005920        88 CKPT-IS-SHIFT             VALUE "SHIFT   ".
005930     05 CKPT-HEADER-AREA.
005940        10 CKPT-LINES-READ      PIC 9(07).
005950        10 CKPT-STACK-COUNT     PIC 9(07).
005960        10 CKPT-MOVE-NUMBER     PIC 9(07).
005970        10 CKPT-SHIFT-NUMBER    PIC 9(07).
005980        10 CKPT-OPERATOR        PIC X(08).
005990        10 CKPT-SHIFT-START     PIC 9(04).
006000        10 CKPT-SHIFT-MOVES     PIC 9(07).
006010        10 CKPT-CRANE-UNIT      PIC X(08).
006020        10 FILLER               PIC X(0215).
006030     05 CKPT-STACK-AREA REDEFINES CKPT-HEADER-AREA.
006040        10 CKPT-STACK-NUMBER    PIC 9(07).
006050        10 CKPT-STACK-LENGTH    PIC 9(07).
006060        10 CKPT-STACK-CONTENTS  PIC X(0256).
006070     05 CKPT-SHIFT-AREA REDEFINES CKPT-HEADER-AREA.
006080        10 CKPT-SH-NUMBER       PIC 9(07).
006090        10 CKPT-SH-OPERATOR     PIC X(08).
006100        10 CKPT-SH-START        PIC 9(04).
006110        10 CKPT-SH-MOVES        PIC 9(07).
006120        10 CKPT-SH-9000-TOPS    PIC X(64).
006130        10 CKPT-SH-9001-TOPS    PIC X(64).
006140        10 CKPT-SH-CRANE        PIC X(08).
006150        10 FILLER               PIC X(0108).
006160 FD  BATCH-FILE.
006170 01  BATCH-RECORD                   PIC X(0100).
006180 FD  AUDIT-SCRATCH-FILE.
006190 01  AUDIT-SCRATCH-RECORD           PIC X(0200).
006200 FD  STATE-FILE.
006210 01  STATE-RECORD                   PIC X(0704).
006220 FD  CRATE-MASTER.
006230     COPY CRATEMST.
006240 FD  MOVEBIN-FILE.
006250     COPY MOVEBIN.
006260 FD  BAYPROF-FILE.
006270     COPY BAYPROF.
006280 FD  OPERATOR-ROSTER.
006290     COPY OPERMST.
006300 FD  RUN-LEDGER.
006310     COPY RUNLEDGR.
006320 FD  RLSAUTH-FILE.
006330     COPY RLSEAUTH.
006340 FD  HOLD-FILE.
006350     COPY CRGOHOLD.
006360 FD  GATEEXC-FILE.
006370 01  GATEEXC-RECORD                 PIC X(0132).
006380 FD  DMGCODE-FILE.
006390     COPY DMGCODE.
006400 FD  DAMAGE-REGISTER.
006410     COPY DMGREG.
006420 FD  CRANE-MASTER.
006430     COPY CRANEMST.
006440 WORKING-STORAGE SECTION.
006450*----------------------------------------------------------------
006460* RUN-TIME PARAMETERS
006470*----------------------------------------------------------------
006480 01  DL100-MANIFEST-PATH        PIC X(0100) VALUE SPACES.
006490 01  DL100-DEFAULT-PATH         PIC X(0100)
006500                                VALUE "../input/input5.txt".
006510 01  DL100-REPORT-PATH          PIC X(0100) VALUE SPACES.
006520 01  DL100-DEFAULT-REPORT-PATH  PIC X(0100)
006530                                VALUE "../output/cobmain.rpt".
006540 01  DL100-ERROR-PATH           PIC X(0100) VALUE SPACES.
006550 01  DL100-DEFAULT-ERROR-PATH   PIC X(0100)
006560                                VALUE "../output/cobmain.err".
006570 01  DL100-AUDIT-PATH           PIC X(0100) VALUE SPACES.
006580 01  DL100-DEFAULT-AUDIT-PATH   PIC X(0100)
006590                                VALUE "../output/cobmain.aud".
006600 01  DL100-AUDIT-SCRATCH-PATH   PIC X(0104) VALUE SPACES.
006610 01  DL100-AUDIT-SCAN-MOVE-NUM  PIC S9(07) COMP-5 VALUE ZERO.
006620 01  DL100-CHECKPOINT-PATH      PIC X(0100) VALUE SPACES.
006630 01  DL100-DEFAULT-CHECKPOINT-PATH PIC X(0100)
006640                                VALUE "../checkpoint/cobmain.ckp".
006650 01  DL100-BATCH-LIST-PATH      PIC X(0100) VALUE SPACES.
006660*----------------------------------------------------------------
006670* YARD TABLE LIMITS
006680*    OCCURS CLAUSES BELOW MUST BE KEPT IN STEP WITH THESE.
006690*----------------------------------------------------------------
006700 01  DL100-MAX-STACKS           PIC S9(07) COMP-5 VALUE 64.
006710 01  DL100-MAX-DEPTH            PIC S9(07) COMP-5 VALUE 256.
006720*----------------------------------------------------------------
006730* YARD TABLES
006740*----------------------------------------------------------------
006750 01  BOXES.
006760     05 BOX-COL OCCURS 64 TIMES.
006770        10 BOX-VALUE PIC X OCCURS 256 TIMES VALUE SPACE.
006780     05 BOX-COL-LENGTH PIC S9(07) COMP-5 OCCURS 64 TIMES.
006790 01  CRATES.
006800     05 CRATE-COL OCCURS 64 TIMES.
006810        10 CRATE-VALUE PIC X OCCURS 256 TIMES VALUE SPACE.
006820     05 CRATE-COL-LENGTH PIC S9(07) COMP-5 OCCURS 64 TIMES.
006830 01  BOXES-LENGTH               PIC S9(07) COMP-5.
006840 01  BOXES-ROW                  PIC S9(07) COMP-5.
006850 01  BOXES-COL                  PIC S9(07) COMP-5.
006860 01  INFILE-RECORD-LENGTH       PIC S9(07) COMP-5.
006870 01  LINE-INDEX                 PIC S9(07) COMP-5.
006880 01  INDEX-VALUE                PIC S9(07) COMP-5.
006890     COPY MOVEREC.
006900 01  DL100-BRACKET-SW           PIC X(01) VALUE 'N'.
006910     88 DL100-LINE-HAS-BRACKET       VALUE 'Y'.
006920     88 DL100-LINE-HAS-NO-BRACKET    VALUE 'N'.
006930*----------------------------------------------------------------
006940* FREE-FORMAT MOVE-LINE KEYWORD SCAN WORKING STORAGE
006950*----------------------------------------------------------------
006960 01  DL100-KEYWORD-TEXT         PIC X(09) VALUE SPACES.
006970 01  DL100-KEYWORD-LENGTH       PIC S9(07) COMP-5.
006980 01  DL100-KEYWORD-SW           PIC X(01) VALUE 'N'.
006990     88 DL100-KEYWORD-FOUND         VALUE 'Y'.
007000     88 DL100-KEYWORD-NOT-FOUND     VALUE 'N'.
007010*----------------------------------------------------------------
007020* REPORT WORKING STORAGE
007030*----------------------------------------------------------------
007040 01  DL100-RUN-DATE.
007050     05 DL100-RUN-CCYY         PIC 9(04).
007060     05 DL100-RUN-MM           PIC 9(02).
007070     05 DL100-RUN-DD           PIC 9(02).
007080 01  DL100-9000-RESULT          PIC X(0064) VALUE SPACES.
007090 01  DL100-9001-RESULT          PIC X(0064) VALUE SPACES.
007100*----------------------------------------------------------------
007110* MANIFEST VALIDATION WORKING STORAGE
007120*----------------------------------------------------------------
007130 01  DL100-INFILE-STATUS       PIC X(02) VALUE SPACES.
007140     88 DL100-INFILE-OK             VALUE '00'.
007150 01  DL100-MOVE-NUMBER         PIC S9(07) COMP-5 VALUE ZERO.
007160 01  DL100-ERROR-MESSAGE       PIC X(0132) VALUE SPACES.
007170 01  DL100-EDIT-NUM1           PIC ZZZZZZ9.
007180 01  DL100-EDIT-NUM2           PIC ZZZZZZ9.
007190 01  DL100-EDIT-NUM3           PIC ZZZZZZ9.
007200 01  DL100-EDIT-NUM4           PIC ZZZZZZ9.
007210*----------------------------------------------------------------
007220* AUDIT TRAIL WORKING STORAGE
007230*----------------------------------------------------------------
007240 01  DL100-AUDIT-STATUS        PIC X(02) VALUE SPACES.
007250     88 DL100-AUDIT-OK              VALUE '00'.
007260 01  DL100-AUDIT-9000-SRC-TOP  PIC X(08) VALUE SPACES.
007270 01  DL100-AUDIT-9000-DST-TOP  PIC X(08) VALUE SPACES.
007280 01  DL100-AUDIT-9001-SRC-TOP  PIC X(08) VALUE SPACES.
007290 01  DL100-AUDIT-9001-DST-TOP  PIC X(08) VALUE SPACES.
007300*----------------------------------------------------------------
007310* FULL STACK DUMP WORKING STORAGE
007320*----------------------------------------------------------------
007330 01  DL100-DUMP-SW             PIC X(01) VALUE 'N'.
007340     88 DL100-DUMP-STACKS           VALUE 'Y'.
007350     88 DL100-DUMP-NO-STACKS        VALUE 'N'.
007360 01  DL100-DUMP-INDEX          PIC S9(07) COMP-5.
007370 01  DL100-DUMP-LINE           PIC X(0256) VALUE SPACES.
007380*----------------------------------------------------------------
007390* CHECKPOINT/RESTART WORKING STORAGE
007400*----------------------------------------------------------------
007410 01  DL100-CHECKPOINT-STATUS   PIC X(02) VALUE SPACES.
007420     88 DL100-CHECKPOINT-FOUND      VALUE '00'.
007430 01  DL100-CHECKPOINT-INTERVAL PIC S9(07) COMP-5 VALUE 50.
007440 01  DL100-CKPT-QUOTIENT       PIC S9(07) COMP-5.
007450 01  DL100-CKPT-REMAINDER      PIC S9(07) COMP-5.
007460 01  DL100-LINES-READ          PIC S9(07) COMP-5 VALUE ZERO.
007470 01  DL100-SKIP-COUNT          PIC S9(07) COMP-5.
007480 01  DL100-RESUME-SW           PIC X(01) VALUE 'N'.
007490     88 DL100-RESUMING              VALUE 'Y'.
007500     88 DL100-NOT-RESUMING          VALUE 'N'.
007510 01  DL100-RESUME-FROM-MOVE    PIC S9(07) COMP-5 VALUE ZERO.
007520*----------------------------------------------------------------
007530* BATCH MODE WORKING STORAGE
007540*----------------------------------------------------------------
007550 01  DL100-BATCH-SW            PIC X(01) VALUE 'N'.
007560     88 DL100-BATCH-MODE            VALUE 'Y'.
007570     88 DL100-BATCH-MODE-OFF        VALUE 'N'.
007580 01  DL100-BATCH-STATUS        PIC X(02) VALUE SPACES.
007590     88 DL100-BATCH-OK              VALUE '00'.
007600 01  DL100-BATCH-FILE-COUNT    PIC S9(07) COMP-5 VALUE ZERO.
007610 01  DL100-BATCH-BAD-COUNT     PIC S9(07) COMP-5 VALUE ZERO.
007620 01  DL100-FILE-REJECTED-SW    PIC X(01) VALUE 'N'.
007630     88 DL100-FILE-REJECTED         VALUE 'Y'.
007640     88 DL100-FILE-NOT-REJECTED     VALUE 'N'.
007650 01  DL100-ERROR-OPEN-SW       PIC X(01) VALUE 'N'.
007660     88 DL100-ERROR-IS-OPEN         VALUE 'Y'.
007670     88 DL100-ERROR-IS-CLOSED       VALUE 'N'.
007680 01  DL100-AUDIT-OPEN-SW       PIC X(01) VALUE 'N'.
007690     88 DL100-AUDIT-IS-OPEN         VALUE 'Y'.
007700     88 DL100-AUDIT-IS-CLOSED       VALUE 'N'.
007710*----------------------------------------------------------------
007720* CLOSING-STATE / CARRY-OVER WORKING STORAGE
007730*----------------------------------------------------------------
007740 01  DL100-CLOSING-PATH        PIC X(0100) VALUE SPACES.
007750 01  DL100-OPENING-PATH        PIC X(0100) VALUE SPACES.
007760 01  DL100-STATE-PATH          PIC X(0100) VALUE SPACES.
007770 01  DL100-STATE-STATUS        PIC X(02) VALUE SPACES.
007780     88 DL100-STATE-OK              VALUE '00'.
007790 01  DL100-CLOSING-MODEL-SW    PIC X(01) VALUE '1'.
007800     88 DL100-CLOSING-FROM-9000     VALUE '0'.
007810     88 DL100-CLOSING-FROM-9001     VALUE '1'.
007820 01  DL100-CARRY-SW            PIC X(01) VALUE 'N'.
007830     88 DL100-CARRY-OVER             VALUE 'Y'.
007840     88 DL100-NO-CARRY-OVER          VALUE 'N'.
007850 01  DL100-STATE-HEIGHT        PIC S9(07) COMP-5.
007860 01  DL100-STATE-CELL          PIC S9(07) COMP-5.
007870 01  DL100-STATE-NUM           PIC Z9.
007880 01  STATE-WORK.
007890     05 STATE-COL OCCURS 64 TIMES.
007900        10 STATE-VALUE PIC X OCCURS 256 TIMES.
007910     05 STATE-COL-LENGTH PIC S9(07) COMP-5 OCCURS 64 TIMES.
007920*----------------------------------------------------------------
007930* CRANE PRODUCTIVITY STATISTICS WORKING STORAGE
007940*    PER-MANIFEST COUNTERS, RESET BY 0015-RESET-YARD-TABLES IN
007950*    BATCH MODE, PLUS THE BATCH-TOTAL ROLL-UP ACCUMULATED ACROSS
007960*    EVERY CLEAN MANIFEST IN THE LIST.
007970*----------------------------------------------------------------
007980 01  DL100-STAT-MOVES          PIC S9(07) COMP-5 VALUE ZERO.
007990 01  DL100-STAT-CRATES         PIC S9(07) COMP-5 VALUE ZERO.
008000 01  DL100-STAT-LARGEST        PIC S9(07) COMP-5 VALUE ZERO.
008010 01  DL100-STAT-BAY-TABLES.
008020     05 DL100-STAT-SRC-MOVES  PIC S9(07) COMP-5
008030                              OCCURS 64 TIMES VALUE ZERO.
008040     05 DL100-STAT-DST-MOVES  PIC S9(07) COMP-5
008050                              OCCURS 64 TIMES VALUE ZERO.
008060     05 DL100-STAT-CRATES-IN  PIC S9(07) COMP-5
008070                              OCCURS 64 TIMES VALUE ZERO.
008080     05 DL100-STAT-CRATES-OUT PIC S9(07) COMP-5
008090                              OCCURS 64 TIMES VALUE ZERO.
008100 01  DL100-STAT-BUSY-BAY       PIC S9(07) COMP-5.
008110 01  DL100-STAT-BUSY-COUNT     PIC S9(07) COMP-5.
008120 01  DL100-STAT-BAY            PIC S9(07) COMP-5.
008130 01  DL100-BTOT-MOVES          PIC S9(07) COMP-5 VALUE ZERO.
008140 01  DL100-BTOT-CRATES         PIC S9(07) COMP-5 VALUE ZERO.
008150 01  DL100-BTOT-LARGEST        PIC S9(07) COMP-5 VALUE ZERO.
008160 01  DL100-BTOT-BAY-TABLES.
008170     05 DL100-BTOT-SRC-MOVES  PIC S9(07) COMP-5
008180                              OCCURS 64 TIMES VALUE ZERO.
008190     05 DL100-BTOT-DST-MOVES  PIC S9(07) COMP-5
008200                              OCCURS 64 TIMES VALUE ZERO.
008210 01  DL100-BTOT-MAX-BAYS       PIC S9(07) COMP-5 VALUE ZERO.
008220*----------------------------------------------------------------
008230* CRATE MASTER / HAZMAT SEGREGATION WORKING STORAGE
008240*    THE ID AND SEGREGATION-CODE TABLES SHADOW BOX-VALUE AND
008250*    CRATE-VALUE CELL FOR CELL WHEN A CRATE MASTER IS IN PLAY -
008260*    BOX-VALUE/CRATE-VALUE THEN HOLD THE FIRST CHARACTER OF THE
008270*    ID SO EVERY EXISTING SINGLE-LETTER PATH KEEPS WORKING.
008280*----------------------------------------------------------------
008290 01  DL100-MASTER-PATH         PIC X(0100) VALUE SPACES.
008300 01  DL100-MASTER-STATUS       PIC X(02) VALUE SPACES.
008310     88 DL100-MASTER-OK             VALUE '00'.
008320 01  DL100-MASTER-SW           PIC X(01) VALUE 'N'.
008330     88 DL100-MASTER-MODE           VALUE 'Y'.
008340     88 DL100-LETTER-MODE           VALUE 'N'.
008350 01  DL100-MASTER-OPEN-SW      PIC X(01) VALUE 'N'.
008360     88 DL100-MASTER-IS-OPEN        VALUE 'Y'.
008370     88 DL100-MASTER-IS-CLOSED      VALUE 'N'.
008380 01  DL100-HAZ-VIOLATIONS      PIC S9(07) COMP-5 VALUE ZERO.
008390 01  DL100-BTOT-HAZ-VIOLS      PIC S9(07) COMP-5 VALUE ZERO.
008400 01  DL100-MOVED-HAZ           PIC X(02) VALUE SPACES.
008410 01  DL100-HAZ-ROW             PIC S9(07) COMP-5.
008420 01  DL100-HAZ-ROW2            PIC S9(07) COMP-5.
008430 01  DL100-TOP-ID              PIC X(08) VALUE SPACES.
008440 01  BOX-IDS.
008450     05 BOX-ID-COL OCCURS 64 TIMES.
008460        10 BOX-ID PIC X(08) OCCURS 256 TIMES.
008470 01  CRATE-IDS.
008480     05 CRATE-ID-COL OCCURS 64 TIMES.
008490        10 CRATE-ID PIC X(08) OCCURS 256 TIMES.
008500 01  BOX-HAZ-TABLE.
008510     05 BOX-HAZ-COL OCCURS 64 TIMES.
008520        10 BOX-HAZ PIC X(02) OCCURS 256 TIMES.
008530 01  CRATE-HAZ-TABLE.
008540     05 CRATE-HAZ-COL OCCURS 64 TIMES.
008550        10 CRATE-HAZ PIC X(02) OCCURS 256 TIMES.
008560 01  STATE-ID-WORK.
008570     05 STATE-ID-COL OCCURS 64 TIMES.
008580        10 STATE-ID PIC X(08) OCCURS 256 TIMES.
008590*----------------------------------------------------------------
008600* SHIFT / OPERATOR WORKING STORAGE
008610*    THE SHIFT IN EFFECT STAMPS EVERY AUDIT RECORD; CLOSED-OUT
008620*    SHIFTS ACCUMULATE IN THE SHIFT TABLE FOR THE PER-SHIFT
008630*    REPORT SUBSECTIONS.
008640*----------------------------------------------------------------
008650 01  DL100-TOKEN-TEXT          PIC X(08) VALUE SPACES.
008660 01  DL100-SHIFT-SW            PIC X(01) VALUE 'N'.
008670     88 DL100-SHIFT-ACTIVE         VALUE 'Y'.
008680     88 DL100-SHIFT-INACTIVE       VALUE 'N'.
008690 01  DL100-CUR-SHIFT           PIC S9(07) COMP-5 VALUE ZERO.
008700 01  DL100-CUR-OPERATOR        PIC X(08) VALUE SPACES.
008710 01  DL100-CUR-START           PIC 9(04) VALUE ZERO.
008720 01  DL100-SHIFT-MOVES         PIC S9(07) COMP-5 VALUE ZERO.
008730 01  DL100-SHIFT-COUNT         PIC S9(07) COMP-5 VALUE ZERO.
008740 01  DL100-SHIFT-INDEX         PIC S9(07) COMP-5.
008750 01  DL100-SHIFT-BAY           PIC S9(07) COMP-5.
008760 01  DL100-AUDIT-SCAN-SW       PIC X(01) VALUE 'N'.
008770     88 DL100-SCAN-IS-MOVE         VALUE 'Y'.
008780     88 DL100-SCAN-NOT-A-MOVE      VALUE 'N'.
008790 01  DL100-AUDIT-DROP-SW       PIC X(01) VALUE 'N'.
008800     88 DL100-SCAN-DROP            VALUE 'Y'.
008810     88 DL100-SCAN-KEEP            VALUE 'N'.
008820*----------------------------------------------------------------
008830* PRE-PARSED BINARY MOVE FILE WORKING STORAGE
008840*    WHEN A BINARY MOVE-FILE PATH IS SUPPLIED THE MOVE STREAM IS
008850*    KEYWORD-SCANNED EXACTLY ONCE, WRITTEN AS MOVEBIN RECORDS,
008860*    AND APPLIED (AND RESTARTED, AND RECONCILED) WITH DIRECT
008870*    READS INSTEAD OF RE-PARSING THE TEXT.
008880*----------------------------------------------------------------
008890 01  DL100-MOVEBIN-PATH        PIC X(0100) VALUE SPACES.
008900 01  DL100-MOVEBIN-FILE-PATH   PIC X(0104) VALUE SPACES.
008910 01  DL100-MOVEBIN-STATUS      PIC X(02) VALUE SPACES.
008920     88 DL100-MOVEBIN-OK           VALUE '00'.
008930 01  DL100-MOVEBIN-SW          PIC X(01) VALUE 'N'.
008940     88 DL100-MOVEBIN-MODE         VALUE 'Y'.
008950     88 DL100-MOVEBIN-MODE-OFF     VALUE 'N'.
008960 01  DL100-BIN-SKIP-SW         PIC X(01) VALUE 'N'.
008970     88 DL100-BIN-SKIPPING         VALUE 'Y'.
008980     88 DL100-BIN-NOT-SKIPPING     VALUE 'N'.
008990 01  DL100-BIN-MOVE-COUNT      PIC S9(07) COMP-5 VALUE ZERO.
009000 01  DL100-SHIFT-TABLE.
009010     05 DL100-SHIFT-ENTRY OCCURS 24 TIMES.
009020        10 DL100-SHIFT-NUM-T   PIC S9(07) COMP-5.
009030        10 DL100-SHIFT-OPER-T  PIC X(08).
009040        10 DL100-SHIFT-START-T PIC 9(04).
009050        10 DL100-SHIFT-MOVES-T PIC S9(07) COMP-5.
009060        10 DL100-SHIFT-9000-T  PIC X(64).
009070        10 DL100-SHIFT-9001-T  PIC X(64).
009080        10 DL100-SHIFT-CRANE-T PIC X(08).
009090*----------------------------------------------------------------
009100* GATE RECEIPT / RELEASE WORKING STORAGE
009110*    GATE EVENTS SHARE DL100-MOVE-NUMBER WITH THE MOVES SO THE
009120*    AUDIT TRAIL, CHECKPOINT, AND BINARY MOVE FILE ALL ORDER BY
009130*    ONE EVENT SEQUENCE.  THE CONDITION CODE AND REMARK ARE
009140*    WHATEVER THE GATE CLERK WROTE ON THE CURRENT LINE.
009150*----------------------------------------------------------------
009160 01  DL100-GATE-CRATE-ID       PIC X(08) VALUE SPACES.
009170 01  DL100-GATE-CARRIER        PIC X(08) VALUE SPACES.
009180 01  DL100-GATE-HAZ            PIC X(02) VALUE SPACES.
009190 01  DL100-GATE-CONDITION      PIC X(02) VALUE SPACES.
009200 01  DL100-GATE-REMARK         PIC X(30) VALUE SPACES.
009210 01  DL100-REMARK-START        PIC S9(07) COMP-5.
009220 01  DL100-REMARK-LENGTH       PIC S9(07) COMP-5.
009230 01  DL100-STAT-RECEIPTS       PIC S9(07) COMP-5 VALUE ZERO.
009240 01  DL100-STAT-RELEASES       PIC S9(07) COMP-5 VALUE ZERO.
009250*----------------------------------------------------------------
009260* BAY PROFILE WORKING STORAGE
009270*    THE PROFILE TABLE IS LOADED ONCE AT START-UP AND HOLDS ONE
009280*    ENTRY PER BAY - MAX HEIGHT ZERO MEANS NO LIMIT, A NONBLANK
009290*    RESTRICTION CLASS MEANS ONLY MATCHING COMMODITY CLASSES
009300*    MAY LAND, AND THE SERVICE FLAG ROPES THE BAY OFF ENTIRELY.
009310*----------------------------------------------------------------
009320 01  DL100-BAYPROF-PATH        PIC X(0100) VALUE SPACES.
009330 01  DL100-BAYPROF-STATUS      PIC X(02) VALUE SPACES.
009340     88 DL100-BAYPROF-OK            VALUE '00'.
009350 01  DL100-BAYPROF-SW          PIC X(01) VALUE 'N'.
009360     88 DL100-BAYPROF-MODE          VALUE 'Y'.
009370     88 DL100-BAYPROF-MODE-OFF      VALUE 'N'.
009380 01  DL100-RUN-DATE-DASHED.
009390     05 DL100-RDD-CCYY         PIC 9(04).
009400     05 FILLER                 PIC X(01) VALUE '-'.
009410     05 DL100-RDD-MM           PIC 9(02).
009420     05 FILLER                 PIC X(01) VALUE '-'.
009430     05 DL100-RDD-DD           PIC 9(02).
009440 01  DL100-PROF-TABLE.
009450     05 DL100-PROF-ENTRY OCCURS 64 TIMES.
009460        10 DL100-PROF-ON-FILE  PIC X(01).
009470        10 DL100-PROF-MAX      PIC S9(07) COMP-5.
009480        10 DL100-PROF-RESTRICT PIC X(12).
009490        10 DL100-PROF-SERVICE  PIC X(01).
009500        10 DL100-PROF-EFFDATE  PIC X(10).
009510 01  DL100-PROF-VIOLATIONS     PIC S9(07) COMP-5 VALUE ZERO.
009520 01  DL100-BTOT-PROF-VIOLS     PIC S9(07) COMP-5 VALUE ZERO.
009530 01  DL100-PROF-NEW-HEIGHT     PIC S9(07) COMP-5.
009540 01  DL100-PROF-ROW            PIC S9(07) COMP-5.
009550 01  DL100-PROF-VERB           PIC X(08) VALUE SPACES.
009560 01  DL100-PROF-REASON         PIC X(36) VALUE SPACES.
009570*----------------------------------------------------------------
009580* OPERATOR ROSTER WORKING STORAGE
009590*    THE SHIFT IN EFFECT CARRIES ITS OPERATOR'S HAZMAT
009600*    CERTIFICATION SO EVERY LIFT CAN BE JUDGED WITHOUT GOING
009610*    BACK TO THE ROSTER, AND THE PER-OPERATOR TABLE ACCUMULATES
009620*    EACH OPERATOR'S EVENTS, CRATES, AND LARGEST LIFT ACROSS
009630*    ALL SHIFTS FOR THE REPORT'S PRODUCTIVITY SECTION.
009640*----------------------------------------------------------------
009650 01  DL100-ROSTER-PATH         PIC X(0100) VALUE SPACES.
009660 01  DL100-ROSTER-STATUS       PIC X(02) VALUE SPACES.
009670     88 DL100-ROSTER-OK             VALUE '00'.
009680 01  DL100-ROSTER-SW           PIC X(01) VALUE 'N'.
009690     88 DL100-ROSTER-MODE           VALUE 'Y'.
009700     88 DL100-ROSTER-MODE-OFF       VALUE 'N'.
009710 01  DL100-ROSTER-OPEN-SW      PIC X(01) VALUE 'N'.
009720     88 DL100-ROSTER-IS-OPEN        VALUE 'Y'.
009730     88 DL100-ROSTER-IS-CLOSED      VALUE 'N'.
009740 01  DL100-CUR-OPER-CERT       PIC X(01) VALUE SPACE.
009750 01  DL100-CUR-OPER-NAME       PIC X(20) VALUE SPACES.
009760 01  DL100-OPER-LIFT           PIC S9(07) COMP-5 VALUE ZERO.
009770 01  DL100-OPER-WORK-ID        PIC X(08) VALUE SPACES.
009780 01  DL100-OPER-WORK-NAME      PIC X(20) VALUE SPACES.
009790*----------------------------------------------------------------
009800* RUN-CONTROL LEDGER WORKING STORAGE
009810*    THE WHOLE LEDGER IS SMALL (ONE RECORD PER RUN DATE) SO IT
009820*    IS HELD IN THE TABLE BELOW AND REWRITTEN IN FULL ON EVERY
009830*    STATUS CHANGE.
009840*----------------------------------------------------------------
009850 01  DL100-LEDGER-PATH         PIC X(0100) VALUE SPACES.
009860 01  DL100-LEDGER-STATUS       PIC X(02) VALUE SPACES.
009870     88 DL100-LEDGER-OK             VALUE '00'.
009880 01  DL100-LEDGER-SW           PIC X(01) VALUE 'N'.
009890     88 DL100-LEDGER-MODE           VALUE 'Y'.
009900     88 DL100-LEDGER-MODE-OFF       VALUE 'N'.
009910 01  DL100-FORCE-SW            PIC X(01) VALUE 'N'.
009920     88 DL100-FORCE-RERUN           VALUE 'Y'.
009930     88 DL100-NO-FORCE-RERUN        VALUE 'N'.
009940 01  DL100-LED-COUNT           PIC S9(07) COMP-5 VALUE ZERO.
009950 01  DL100-LED-INDEX           PIC S9(07) COMP-5.
009960 01  DL100-LED-SLOT            PIC S9(07) COMP-5.
009970 01  DL100-LED-TABLE.
009980     05 DL100-LED-ENTRY        PIC X(0619) OCCURS 400 TIMES.
009990*----------------------------------------------------------------
010000* TRIAL-RUN (WHAT-IF) WORKING STORAGE
010010*    A TRIAL TOUCHES NO PRODUCTION FILE.  EVERY PROBLEM IT
010020*    FINDS - FAILED VALIDATIONS, HAZMAT AND PROFILE CONFLICTS,
010030*    ROSTER FINDINGS - IS COLLECTED HERE WITH ITS MANIFEST LINE
010040*    NUMBER AND LISTED ON THE FEASIBILITY REPORT AT THE END.
010050*----------------------------------------------------------------
010060 01  DL100-TRIAL-SW            PIC X(01) VALUE 'N'.
010070     88 DL100-TRIAL-RUN            VALUE 'Y'.
010080     88 DL100-NO-TRIAL             VALUE 'N'.
010090 01  DL100-TRIAL-SKIP-SW       PIC X(01) VALUE 'N'.
010100     88 DL100-TRIAL-SKIPPED         VALUE 'Y'.
010110     88 DL100-TRIAL-KEPT            VALUE 'N'.
010120 01  DL100-TRIAL-COUNT         PIC S9(07) COMP-5 VALUE ZERO.
010130 01  DL100-TRIAL-LOST          PIC S9(07) COMP-5 VALUE ZERO.
010140 01  DL100-TRIAL-BTOT          PIC S9(07) COMP-5 VALUE ZERO.
010150 01  DL100-TRIAL-INDEX         PIC S9(07) COMP-5.
010160 01  DL100-TRIAL-TABLE.
010170     05 DL100-TRIAL-LINE-T     PIC X(132) OCCURS 500 TIMES.
010180*----------------------------------------------------------------
010190* INTEGRITY SEAL WORKING STORAGE
010200*    EVERY INTERFACE FILE ENDS WITH A SEAL CARRYING THE RECORD
010210*    COUNT AND A BYTE CHECKSUM (EACH RECORD SUMMED UP TO ITS
010220*    LAST NONBLANK BYTE, MODULO 1,000,000,000) SO A TRUNCATED
010230*    FILE IS CAUGHT AT OPEN TIME.
010240*----------------------------------------------------------------
010250 01  DL100-SEAL-RECORD         PIC X(0704) VALUE SPACES.
010260 01  DL100-SEAL-LENGTH         PIC S9(07) COMP-5.
010270 01  DL100-SEAL-COUNT          PIC S9(07) COMP-5 VALUE ZERO.
010280 01  DL100-SEAL-CKSUM          PIC S9(09) COMP-5 VALUE ZERO.
010290 01  DL100-SEAL-CKSUM7         PIC S9(07) COMP-5 VALUE ZERO.
010300 01  DL100-SEAL-QUOT           PIC S9(09) COMP-5.
010310 01  DL100-SEAL-INDEX          PIC S9(07) COMP-5.
010320 01  DL100-SEAL-BYTE.
010330     05 DL100-SEAL-CHAR        PIC X(01).
010340 01  DL100-SEAL-BYTE-NUM REDEFINES DL100-SEAL-BYTE
010350                               PIC S9(02) COMP-5.
010360 01  DL100-SEAL-LINE           PIC X(0132) VALUE SPACES.
010370 01  DL100-SEAL-EXP-COUNT      PIC 9(07).
010380 01  DL100-SEAL-EXP-CKSUM      PIC 9(10).
010390 01  DL100-SEAL-FOUND-SW       PIC X(01) VALUE 'N'.
010400     88 DL100-SEAL-FOUND           VALUE 'Y'.
010410     88 DL100-SEAL-NOT-FOUND       VALUE 'N'.
010420 01  DL100-SEAL-OK-SW          PIC X(01) VALUE 'N'.
010430     88 DL100-SEAL-GOOD            VALUE 'Y'.
010440     88 DL100-SEAL-BAD             VALUE 'N'.
010450 01  DL100-SEAL-LINE-SW        PIC X(01) VALUE 'N'.
010460     88 DL100-IS-SEAL-LINE         VALUE 'Y'.
010470     88 DL100-NOT-SEAL-LINE        VALUE 'N'.
010480 01  DL100-OPER-COUNT          PIC S9(07) COMP-5 VALUE ZERO.
010490 01  DL100-OPER-INDEX          PIC S9(07) COMP-5.
010500 01  DL100-OPER-SLOT           PIC S9(07) COMP-5.
010510 01  DL100-OPER-TABLE.
010520     05 DL100-OPER-ENTRY OCCURS 32 TIMES.
010530        10 DL100-OPER-ID-T     PIC X(08).
010540        10 DL100-OPER-NAME-T   PIC X(20).
010550        10 DL100-OPER-MOVES-T  PIC S9(07) COMP-5.
010560        10 DL100-OPER-CRATES-T PIC S9(07) COMP-5.
010570        10 DL100-OPER-LARGE-T  PIC S9(07) COMP-5.
010580*----------------------------------------------------------------
010590* RELEASE AUTHORIZATION / CARGO HOLD WORKING STORAGE
010600*    BOTH FILES ARE LOADED ONCE AT START-UP.  ONLY HOLDS STILL
010610*    IN FORCE ARE KEPT.  EVERY RELEASE OR HELD-CRATE LIFT THE
010620*    CHECKS CATCH IS FLAGGED ON THE ERROR FILE AND, OUTSIDE A
010630*    TRIAL, WRITTEN TO THE GATE EXCEPTIONS REPORT, WHICH STAYS
010640*    OPEN FOR THE WHOLE JOB (EVERY MANIFEST OF A BATCH).
010650*----------------------------------------------------------------
010660 01  DL100-RLSAUTH-PATH        PIC X(0100) VALUE SPACES.
010670 01  DL100-RLSAUTH-STATUS      PIC X(02) VALUE SPACES.
010680     88 DL100-RLSAUTH-OK            VALUE '00'.
010690 01  DL100-RLSAUTH-SW          PIC X(01) VALUE 'N'.
010700     88 DL100-RLSAUTH-MODE          VALUE 'Y'.
010710     88 DL100-RLSAUTH-MODE-OFF      VALUE 'N'.
010720 01  DL100-HOLD-PATH           PIC X(0100) VALUE SPACES.
010730 01  DL100-HOLD-STATUS         PIC X(02) VALUE SPACES.
010740     88 DL100-HOLD-OK               VALUE '00'.
010750 01  DL100-HOLD-SW             PIC X(01) VALUE 'N'.
010760     88 DL100-HOLD-MODE             VALUE 'Y'.
010770     88 DL100-HOLD-MODE-OFF         VALUE 'N'.
010780 01  DL100-GATEEXC-PATH        PIC X(0100) VALUE SPACES.
010790 01  DL100-DEFAULT-GATEEXC-PATH PIC X(0100)
010800                               VALUE "../output/cobmain.gex".
010810 01  DL100-GATEEXC-STATUS      PIC X(02) VALUE SPACES.
010820     88 DL100-GATEEXC-OK            VALUE '00'.
010830 01  DL100-GATEEXC-OPEN-SW     PIC X(01) VALUE 'N'.
010840     88 DL100-GATEEXC-IS-OPEN       VALUE 'Y'.
010850     88 DL100-GATEEXC-IS-CLOSED     VALUE 'N'.
010860 01  DL100-GATEEXC-COUNT       PIC S9(07) COMP-5 VALUE ZERO.
010870 01  DL100-RLSE-VIOLATIONS     PIC S9(07) COMP-5 VALUE ZERO.
010880 01  DL100-BTOT-RLSE-VIOLS     PIC S9(07) COMP-5 VALUE ZERO.
010890 01  DL100-AUTH-COUNT          PIC S9(07) COMP-5 VALUE ZERO.
010900 01  DL100-AUTH-INDEX          PIC S9(07) COMP-5.
010910 01  DL100-AUTH-TABLE.
010920     05 DL100-AUTH-ENTRY OCCURS 2000 TIMES.
010930        10 DL100-AUTH-CRATE-T  PIC X(08).
010940        10 DL100-AUTH-CARR-T   PIC X(08).
010950        10 DL100-AUTH-FROM-T   PIC X(10).
010960        10 DL100-AUTH-TO-T     PIC X(10).
010970 01  DL100-AUTH-RESULT-SW      PIC X(01) VALUE 'N'.
010980     88 DL100-AUTH-GRANTED          VALUE 'Y'.
010990     88 DL100-AUTH-NONE-ON-FILE     VALUE 'N'.
011000     88 DL100-AUTH-OTHER-CARRIER    VALUE 'C'.
011010     88 DL100-AUTH-OUT-OF-WINDOW    VALUE 'W'.
011020 01  DL100-HOLD-COUNT          PIC S9(07) COMP-5 VALUE ZERO.
011030 01  DL100-HOLD-INDEX          PIC S9(07) COMP-5.
011040 01  DL100-HOLD-TABLE.
011050     05 DL100-HOLD-ENTRY OCCURS 500 TIMES.
011060        10 DL100-HOLD-CRATE-T  PIC X(08).
011070        10 DL100-HOLD-AGENCY-T PIC X(08).
011080        10 DL100-HOLD-REASON-T PIC X(30).
011090 01  DL100-HOLD-FOUND-SW       PIC X(01) VALUE 'N'.
011100     88 DL100-HOLD-FOUND            VALUE 'Y'.
011110     88 DL100-HOLD-NOT-FOUND        VALUE 'N'.
011120 01  DL100-EXC-CRATE-ID        PIC X(08) VALUE SPACES.
011130 01  DL100-EXC-CARRIER         PIC X(08) VALUE SPACES.
011140 01  DL100-EXC-BAY             PIC S9(07) COMP-5.
011150 01  DL100-EXC-ROW             PIC S9(07) COMP-5.
011160 01  DL100-EXC-VERB            PIC X(08) VALUE SPACES.
011170 01  DL100-EXC-REASON          PIC X(64) VALUE SPACES.
011180 01  DL100-GEXC-DETAIL.
011190     05 DL100-GEXC-D-EVENT     PIC ZZZZZZ9.
011200     05 FILLER                 PIC X(02) VALUE SPACES.
011210     05 DL100-GEXC-D-VERB      PIC X(08).
011220     05 DL100-GEXC-D-BAY       PIC ZZ9.
011230     05 FILLER                 PIC X(02) VALUE SPACES.
011240     05 DL100-GEXC-D-CRATE     PIC X(08).
011250     05 FILLER                 PIC X(02) VALUE SPACES.
011260     05 DL100-GEXC-D-CARRIER   PIC X(08).
011270     05 FILLER                 PIC X(02) VALUE SPACES.
011280     05 DL100-GEXC-D-SHIFT     PIC ZZ9.
011290     05 FILLER                 PIC X(02) VALUE SPACES.
011300     05 DL100-GEXC-D-OPERATOR  PIC X(08).
011310     05 FILLER                 PIC X(02) VALUE SPACES.
011320     05 DL100-GEXC-D-REASON    PIC X(64).
011330*----------------------------------------------------------------
011340* DAMAGE AND CONDITION REGISTER WORKING STORAGE
011350*    THE DAMAGE-CODE TABLE IS LOADED ONCE AT START-UP.  THE
011360*    REGISTER IS OPENED FOR UPDATE PER MANIFEST OUTSIDE A
011370*    TRIAL; A RERUN OF THE SAME DAY REWRITES ITS OWN ENTRIES.
011380*----------------------------------------------------------------
011390 01  DL100-DMGCODE-PATH        PIC X(0100) VALUE SPACES.
011400 01  DL100-DMGCODE-STATUS      PIC X(02) VALUE SPACES.
011410     88 DL100-DMGCODE-OK            VALUE '00'.
011420 01  DL100-DMGCODE-SW          PIC X(01) VALUE 'N'.
011430     88 DL100-DMG-MODE              VALUE 'Y'.
011440     88 DL100-DMG-MODE-OFF          VALUE 'N'.
011450 01  DL100-DMGREG-PATH         PIC X(0100) VALUE SPACES.
011460 01  DL100-DEFAULT-DMGREG-PATH PIC X(0100)
011470                               VALUE "../output/damage.dat".
011480 01  DL100-DMGREG-STATUS       PIC X(02) VALUE SPACES.
011490     88 DL100-DMGREG-OK             VALUE '00'.
011500     88 DL100-DMGREG-DUPLICATE      VALUE '22'.
011510     88 DL100-DMGREG-MISSING        VALUE '35'.
011520 01  DL100-DMGREG-OPEN-SW      PIC X(01) VALUE 'N'.
011530     88 DL100-DMGREG-IS-OPEN        VALUE 'Y'.
011540     88 DL100-DMGREG-IS-CLOSED      VALUE 'N'.
011550 01  DL100-DMGC-COUNT          PIC S9(07) COMP-5 VALUE ZERO.
011560 01  DL100-DMGC-INDEX          PIC S9(07) COMP-5.
011570 01  DL100-DMGC-TABLE.
011580     05 DL100-DMGC-ENTRY OCCURS 100 TIMES.
011590        10 DL100-DMGC-CODE-T   PIC X(02).
011600        10 DL100-DMGC-SOUND-T  PIC X(01).
011610        10 DL100-DMGC-DESC-T   PIC X(30).
011620 01  DL100-DMG-EVENT-TYPE      PIC X(04) VALUE SPACES.
011630 01  DL100-DMG-VERB            PIC X(08) VALUE SPACES.
011640 01  DL100-DMG-DESCRIPTION     PIC X(30) VALUE SPACES.
011650 01  DL100-DMG-CODE-SW         PIC X(01) VALUE 'Y'.
011660     88 DL100-DMG-CODE-GOOD         VALUE 'Y'.
011670     88 DL100-DMG-CODE-BAD          VALUE 'N'.
011680 01  DL100-DMG-DAMAGE-SW       PIC X(01) VALUE 'N'.
011690     88 DL100-DMG-IS-DAMAGE         VALUE 'Y'.
011700     88 DL100-DMG-IS-NOT-DAMAGE     VALUE 'N'.
011710*----------------------------------------------------------------
011720* CRANE UNIT MASTER WORKING STORAGE
011730*    THE SHIFT IN EFFECT CARRIES THE CRANE UNIT ITS HEADER
011740*    NAMED.  WITH THE MASTER SUPPLIED THE UNIT IS CHECKED WHEN
011750*    THE SHIFT OPENS; THE MASTER IS ONLY READ HERE - CRNROLL
011760*    ADDS THE DAY'S LIFTS TO IT OVERNIGHT.
011770*----------------------------------------------------------------
011780 01  DL100-CRANE-PATH          PIC X(0100) VALUE SPACES.
011790 01  DL100-CRANE-STATUS        PIC X(02) VALUE SPACES.
011800     88 DL100-CRANE-OK              VALUE '00'.
011810 01  DL100-CRANE-SW            PIC X(01) VALUE 'N'.
011820     88 DL100-CRANE-MODE            VALUE 'Y'.
011830     88 DL100-CRANE-MODE-OFF        VALUE 'N'.
011840 01  DL100-CRANE-OPEN-SW       PIC X(01) VALUE 'N'.
011850     88 DL100-CRANE-IS-OPEN         VALUE 'Y'.
011860     88 DL100-CRANE-IS-CLOSED       VALUE 'N'.
011870 01  DL100-CUR-CRANE           PIC X(08) VALUE SPACES.
011880 01  DL100-CRANE-SINCE         PIC S9(09) COMP-5 VALUE ZERO.
011890 01  DL100-CRANE-EDIT          PIC ZZZZZZZZ9.
011900 PROCEDURE DIVISION.
011910*----------------------------------------------------------------
011920 0000-MAINLINE.
011930*----------------------------------------------------------------
011940     PERFORM 0100-RESOLVE-MANIFEST-PATH THRU 0100-EXIT
011950     PERFORM 0110-RESOLVE-REPORT-PATH THRU 0110-EXIT
011960     PERFORM 0120-RESOLVE-ERROR-PATH THRU 0120-EXIT
011970     PERFORM 0130-RESOLVE-AUDIT-PATH THRU 0130-EXIT
011980     PERFORM 0135-RESOLVE-CHECKPOINT-PATH THRU 0135-EXIT
011990     PERFORM 0140-RESOLVE-DUMP-OPTION THRU 0140-EXIT
012000     PERFORM 0145-RESOLVE-BATCH-OPTION THRU 0145-EXIT
012010     PERFORM 0146-RESOLVE-CLOSING-PATH THRU 0146-EXIT
012020     PERFORM 0147-RESOLVE-OPENING-PATH THRU 0147-EXIT
012030     PERFORM 0148-RESOLVE-CLOSING-MODEL THRU 0148-EXIT
012040     PERFORM 0149-RESOLVE-MASTER-PATH THRU 0149-EXIT
012050     PERFORM 0151-RESOLVE-MOVEBIN-PATH THRU 0151-EXIT
012060     PERFORM 0152-RESOLVE-BAYPROF-PATH THRU 0152-EXIT
012070     PERFORM 0153-RESOLVE-ROSTER-PATH THRU 0153-EXIT
012080     PERFORM 0156-RESOLVE-LEDGER-PATH THRU 0156-EXIT
012090     PERFORM 0157-RESOLVE-FORCE-OPTION THRU 0157-EXIT
012100     PERFORM 0161-RESOLVE-TRIAL-OPTION THRU 0161-EXIT
012110     PERFORM 0162-RESOLVE-RLSAUTH-PATH THRU 0162-EXIT
012120     PERFORM 0163-RESOLVE-HOLD-PATH THRU 0163-EXIT
012130     PERFORM 0164-RESOLVE-GATEEXC-PATH THRU 0164-EXIT
012140     PERFORM 0169-RESOLVE-DMGCODE-PATH THRU 0169-EXIT
012150     PERFORM 0171-RESOLVE-DMGREG-PATH THRU 0171-EXIT
012160     PERFORM 0174-RESOLVE-CRANE-PATH THRU 0174-EXIT
012170     ACCEPT DL100-RUN-DATE FROM DATE YYYYMMDD
012180     MOVE DL100-RUN-CCYY TO DL100-RDD-CCYY
012190     MOVE DL100-RUN-MM   TO DL100-RDD-MM
012200     MOVE DL100-RUN-DD   TO DL100-RDD-DD
012210     IF DL100-BAYPROF-MODE THEN
012220         PERFORM 0155-LOAD-BAY-PROFILES THRU 0155-EXIT
012230     END-IF
012240     IF DL100-RLSAUTH-MODE THEN
012250         PERFORM 0165-LOAD-RELEASE-AUTHS THRU 0165-EXIT
012260     END-IF
012270     IF DL100-HOLD-MODE THEN
012280         PERFORM 0166-LOAD-CARGO-HOLDS THRU 0166-EXIT
012290     END-IF
012300     IF DL100-DMG-MODE THEN
012310         PERFORM 0172-LOAD-DAMAGE-CODES THRU 0172-EXIT
012320     END-IF
012330     IF DL100-LEDGER-MODE AND DL100-NO-TRIAL THEN
012340         PERFORM 0158-CHECK-RUN-LEDGER THRU 0158-EXIT
012350         PERFORM 0159-REGISTER-RUN THRU 0159-EXIT
012360     END-IF
012370     IF (DL100-RLSAUTH-MODE OR DL100-HOLD-MODE) AND
012380         DL100-NO-TRIAL THEN
012390         PERFORM 0167-OPEN-GATE-EXCEPTIONS THRU 0167-EXIT
012400     END-IF
012410     IF DL100-BATCH-MODE THEN
012420         PERFORM 0020-RUN-BATCH THRU 0020-EXIT
012430     ELSE
012440         IF DL100-LETTER-MODE AND DL100-NO-TRIAL THEN
012450             PERFORM 0990-LOAD-CHECKPOINT THRU 0990-EXIT
012460         END-IF
012470         SET DL100-FILE-NOT-REJECTED TO TRUE
012480         PERFORM 0010-PROCESS-ONE-MANIFEST THRU 0010-EXIT
012490         PERFORM 0900-WRITE-REPORT THRU 0900-EXIT
012500         IF DL100-ERROR-IS-OPEN THEN
012510             CLOSE ERROR-FILE
012520             SET DL100-ERROR-IS-CLOSED TO TRUE
012530         END-IF
012540         IF DL100-TRIAL-RUN THEN
012550             IF DL100-TRIAL-COUNT > 0 OR
012560                 DL100-HAZ-VIOLATIONS > 0 OR
012570                 DL100-PROF-VIOLATIONS > 0 OR
012580                 DL100-RLSE-VIOLATIONS > 0 THEN
012590                 MOVE 4 TO RETURN-CODE
012600             ELSE
012610                 MOVE 0 TO RETURN-CODE
012620             END-IF
012630         ELSE
012640             IF DL100-HAZ-VIOLATIONS > 0 OR
012650                 DL100-PROF-VIOLATIONS > 0 OR
012660                 DL100-RLSE-VIOLATIONS > 0 THEN
012670                 MOVE 8 TO RETURN-CODE
012680             END-IF
012690         END-IF
012700         IF DL100-LEDGER-MODE AND DL100-NO-TRIAL AND
012710             DL100-FILE-NOT-REJECTED THEN
012720             PERFORM 0998-CLOSE-LEDGER-DAY THRU 0998-EXIT
012730         END-IF
012740     END-IF
012750     IF DL100-GATEEXC-IS-OPEN THEN
012760         PERFORM 0168-CLOSE-GATE-EXCEPTIONS THRU 0168-EXIT
012770     END-IF
012780     STOP RUN.
012790*----------------------------------------------------------------
012800 0010-PROCESS-ONE-MANIFEST.
012810*    OPEN AND FULLY PROCESS ONE MANIFEST - THE DRAWING, THE
012820*    STACK COUNT, AND EVERY MOVE LINE - AGAINST WHATEVER PATH IS
012830*    CURRENTLY IN DL100-MANIFEST-PATH.  A SINGLE-MANIFEST RUN
012840*    CALLS THIS ONCE; 0020-RUN-BATCH CALLS IT ONCE PER MANIFEST
012850*    IN THE BATCH LIST, RESETTING THE YARD TABLES BETWEEN CALLS.
012860*    AUDIT-FILE AND REPORT-FILE ARE OPENED/CLOSED HERE ONLY FOR
012870*    A SINGLE-MANIFEST RUN - IN BATCH MODE THEY ARE ALREADY OPEN,
012880*    SHARED ACROSS THE WHOLE BATCH, AND 0900-WRITE-REPORT ONLY
012890*    APPENDS A SECTION PER MANIFEST INSTEAD OF OPENING THE FILE.
012900*    CHECKPOINT/RESTART ALSO DOES NOT APPLY IN BATCH MODE.
012910*----------------------------------------------------------------
012920     IF DL100-MOVEBIN-MODE THEN
012930         IF DL100-BATCH-MODE THEN
012940             MOVE SPACES TO DL100-MOVEBIN-FILE-PATH
012950             STRING DL100-MANIFEST-PATH DELIMITED BY SPACE
012960                 ".mvb" DELIMITED BY SIZE
012970                 INTO DL100-MOVEBIN-FILE-PATH
012980         ELSE
012990             MOVE DL100-MOVEBIN-PATH
013000                  TO DL100-MOVEBIN-FILE-PATH
013010         END-IF
013020     END-IF
013030     OPEN INPUT  INFILE
013040     IF NOT DL100-INFILE-OK THEN
013050         STRING "UNABLE TO OPEN MANIFEST " DELIMITED BY SIZE
013060             DL100-MANIFEST-PATH DELIMITED BY SPACE
013070             " - FILE STATUS " DELIMITED BY SIZE
013080             DL100-INFILE-STATUS DELIMITED BY SIZE
013090             INTO DL100-ERROR-MESSAGE
013100         PERFORM 0950-REJECT-MANIFEST THRU 0950-EXIT
013110     END-IF
013120     IF DL100-FILE-NOT-REJECTED AND DL100-MASTER-MODE THEN
013130         OPEN INPUT CRATE-MASTER
013140         IF DL100-MASTER-OK THEN
013150             SET DL100-MASTER-IS-OPEN TO TRUE
013160         ELSE
013170             STRING "UNABLE TO OPEN CRATE MASTER "
013180                 DELIMITED BY SIZE
013190                 DL100-MASTER-PATH DELIMITED BY SPACE
013200                 " - FILE STATUS " DELIMITED BY SIZE
013210                 DL100-MASTER-STATUS DELIMITED BY SIZE
013220                 INTO DL100-ERROR-MESSAGE
013230             CLOSE INFILE
013240             PERFORM 0950-REJECT-MANIFEST THRU 0950-EXIT
013250         END-IF
013260     END-IF
013270     IF DL100-FILE-NOT-REJECTED AND DL100-ROSTER-MODE THEN
013280         OPEN INPUT OPERATOR-ROSTER
013290         IF DL100-ROSTER-OK THEN
013300             SET DL100-ROSTER-IS-OPEN TO TRUE
013310         ELSE
013320             STRING "UNABLE TO OPEN OPERATOR ROSTER "
013330                 DELIMITED BY SIZE
013340                 DL100-ROSTER-PATH DELIMITED BY SPACE
013350                 " - FILE STATUS " DELIMITED BY SIZE
013360                 DL100-ROSTER-STATUS DELIMITED BY SIZE
013370                 INTO DL100-ERROR-MESSAGE
013380             CLOSE INFILE
013390             PERFORM 0950-REJECT-MANIFEST THRU 0950-EXIT
013400         END-IF
013410     END-IF
013420     IF DL100-FILE-NOT-REJECTED AND DL100-DMG-MODE AND
013430         DL100-NO-TRIAL THEN
013440         PERFORM 0173-OPEN-DAMAGE-REGISTER THRU 0173-EXIT
013450     END-IF
013460     IF DL100-FILE-NOT-REJECTED AND DL100-CRANE-MODE THEN
013470         OPEN INPUT CRANE-MASTER
013480         IF DL100-CRANE-OK THEN
013490             SET DL100-CRANE-IS-OPEN TO TRUE
013500         ELSE
013510             STRING "UNABLE TO OPEN CRANE MASTER "
013520                 DELIMITED BY SIZE
013530                 DL100-CRANE-PATH DELIMITED BY SPACE
013540                 " - FILE STATUS " DELIMITED BY SIZE
013550                 DL100-CRANE-STATUS DELIMITED BY SIZE
013560                 INTO DL100-ERROR-MESSAGE
013570             CLOSE INFILE
013580             PERFORM 0950-REJECT-MANIFEST THRU 0950-EXIT
013590         END-IF
013600     END-IF
013610     IF DL100-FILE-NOT-REJECTED THEN
013620         IF DL100-TRIAL-RUN THEN
013630             CONTINUE
013640         ELSE
013650         IF DL100-BATCH-MODE THEN
013660             MOVE SPACES TO AUDIT-RECORD
013670             STRING "PROCESSING MANIFEST " DL100-MANIFEST-PATH
013680                 DELIMITED BY SIZE INTO AUDIT-RECORD
013690             WRITE AUDIT-RECORD
013700             IF DL100-GATEEXC-IS-OPEN THEN
013710                 MOVE SPACES TO GATEEXC-RECORD
013720                 STRING "MANIFEST: " DL100-MANIFEST-PATH
013730                     DELIMITED BY SIZE INTO GATEEXC-RECORD
013740                 WRITE GATEEXC-RECORD
013750             END-IF
013760         ELSE
013770             IF DL100-RESUMING THEN
013780                 OPEN EXTEND AUDIT-FILE
013790                 IF NOT DL100-AUDIT-OK THEN
013800                     OPEN OUTPUT AUDIT-FILE
013810                 END-IF
013820                 SET DL100-AUDIT-IS-OPEN TO TRUE
013830                 MOVE DL100-MOVE-NUMBER TO DL100-EDIT-NUM1
013840                 MOVE SPACES TO AUDIT-RECORD
013850                 STRING "RUN RESUMED FROM CHECKPOINT AFTER MOVE "
013860                     DL100-EDIT-NUM1
013870                     DELIMITED BY SIZE INTO AUDIT-RECORD
013880                 WRITE AUDIT-RECORD
013890             ELSE
013900                 OPEN OUTPUT AUDIT-FILE
013910                 SET DL100-AUDIT-IS-OPEN TO TRUE
013920                 MOVE SPACES TO AUDIT-RECORD
013930                 STRING "MOVE AUDIT TRAIL - RUN DATE "
013940                     DL100-RUN-CCYY "-" DL100-RUN-MM "-"
013950                     DL100-RUN-DD
013960                     DELIMITED BY SIZE INTO AUDIT-RECORD
013970                 WRITE AUDIT-RECORD
013980             END-IF
013990         END-IF
014000         END-IF
014010         IF DL100-RESUMING THEN
014020             IF NOT DL100-MOVEBIN-MODE THEN
014030                 PERFORM 0995-SKIP-TO-CHECKPOINT THRU 0995-EXIT
014040             END-IF
014050         ELSE
014060             IF DL100-CARRY-OVER THEN
014070                 PERFORM 0175-LOAD-OPENING-STATE THRU 0175-EXIT
014080             ELSE
014090                 PERFORM 0170-LOAD-DRAWING THRU 0170-EXIT
014100             END-IF
014110         END-IF
014120         IF DL100-FILE-NOT-REJECTED AND DL100-MOVEBIN-MODE THEN
014130             IF DL100-NOT-RESUMING THEN
014140                 PERFORM 0320-WRITE-MOVEBIN THRU 0320-EXIT
014150             END-IF
014160             IF DL100-FILE-NOT-REJECTED THEN
014170                 PERFORM 0330-APPLY-MOVEBIN THRU 0330-EXIT
014180             END-IF
014190         END-IF
014200         IF DL100-FILE-NOT-REJECTED AND
014210             NOT DL100-MOVEBIN-MODE THEN
014220             PERFORM UNTIL EXIT
014230                 READ INFILE AT END
014240                     EXIT PERFORM
014250                 END-READ
014260                 ADD 1 TO DL100-LINES-READ
014270*                A CONCATENATED MANIFEST MAY CARRY THE PRIOR
014280*                DAY'S CLOSING-STATE SEAL LINE - IT IS NOT A
014290*                MOVE LINE AND IS PASSED OVER.
014300                 IF INFILE-RECORD-LENGTH > 6 AND
014310                     INFILE-RECORD(1:7) = "*SEAL* " THEN
014320                     CONTINUE
014330                 ELSE
014340                 PERFORM 0362-SPLIT-REMARK THRU 0362-EXIT
014350                 MOVE "shift   " TO DL100-KEYWORD-TEXT
014360                 MOVE 5 TO DL100-KEYWORD-LENGTH
014370                 PERFORM 0250-FIND-KEYWORD THRU 0250-EXIT
014380                 IF DL100-KEYWORD-FOUND THEN
014390                     PERFORM 0968-PROCESS-SHIFT-HEADER THRU
014400                         0968-EXIT
014410                 ELSE
014420                     MOVE "receive " TO DL100-KEYWORD-TEXT
014430                     MOVE 7 TO DL100-KEYWORD-LENGTH
014440                     PERFORM 0250-FIND-KEYWORD THRU 0250-EXIT
014450                     IF DL100-KEYWORD-FOUND THEN
014460                         PERFORM 0340-PROCESS-RECEIVE-LINE THRU
014470                             0340-EXIT
014480                     ELSE
014490                         MOVE "release " TO DL100-KEYWORD-TEXT
014500                         MOVE 7 TO DL100-KEYWORD-LENGTH
014510                         PERFORM 0250-FIND-KEYWORD THRU
014520                             0250-EXIT
014530                         IF DL100-KEYWORD-FOUND THEN
014540                             PERFORM 0350-PROCESS-RELEASE-LINE
014550                                 THRU 0350-EXIT
014560                         ELSE
014570                             PERFORM 0300-PROCESS-MOVE-LINE THRU
014580                                 0300-EXIT
014590                         END-IF
014600                     END-IF
014610                 END-IF
014620                 END-IF
014630                 IF DL100-FILE-REJECTED THEN
014640                     EXIT PERFORM
014650                 END-IF
014660             END-PERFORM
014670         END-IF
014680         IF DL100-FILE-NOT-REJECTED THEN
014690             IF DL100-SHIFT-ACTIVE THEN
014700                 PERFORM 0969-CLOSE-OUT-SHIFT THRU 0969-EXIT
014710             END-IF
014720             MOVE SPACES TO DL100-9000-RESULT
014730             MOVE SPACES TO DL100-9001-RESULT
014740             SET BOXES-COL TO 1
014750             PERFORM UNTIL BOXES-COL = BOXES-LENGTH
014760                 IF BOX-COL-LENGTH(BOXES-COL) > 0 THEN
014770                     MOVE BOX-COL(BOXES-COL)
014780                         (BOX-COL-LENGTH(BOXES-COL):1)
014790                          TO DL100-9000-RESULT(BOXES-COL:1)
014800                 END-IF
014810                 ADD 1 TO BOXES-COL
014820             END-PERFORM
014830             IF BOX-COL-LENGTH(BOXES-COL) > 0 THEN
014840                 MOVE BOX-COL(BOXES-COL)
014850                     (BOX-COL-LENGTH(BOXES-COL):1)
014860                      TO DL100-9000-RESULT(BOXES-COL:1)
014870             END-IF
014880             SET BOXES-COL TO 1
014890             PERFORM UNTIL BOXES-COL = BOXES-LENGTH
014900                 IF CRATE-COL-LENGTH(BOXES-COL) > 0 THEN
014910                     MOVE CRATE-COL(BOXES-COL)
014920                         (CRATE-COL-LENGTH(BOXES-COL):1)
014930                          TO DL100-9001-RESULT(BOXES-COL:1)
014940                 END-IF
014950                 ADD 1 TO BOXES-COL
014960             END-PERFORM
014970             IF CRATE-COL-LENGTH(BOXES-COL) > 0 THEN
014980                 MOVE CRATE-COL(BOXES-COL)
014990                     (CRATE-COL-LENGTH(BOXES-COL):1)
015000                      TO DL100-9001-RESULT(BOXES-COL:1)
015010             END-IF
015020             IF DL100-CLOSING-PATH NOT = SPACES AND
015030                 DL100-NO-TRIAL THEN
015040                 PERFORM 0940-WRITE-CLOSING-STATE THRU 0940-EXIT
015050             END-IF
015060             CLOSE INFILE
015070         END-IF
015080         IF NOT DL100-BATCH-MODE AND DL100-NO-TRIAL THEN
015090             CLOSE AUDIT-FILE
015100             SET DL100-AUDIT-IS-CLOSED TO TRUE
015110             PERFORM 0994-SEAL-AUDIT-TRAIL THRU 0994-EXIT
015120             IF DL100-LETTER-MODE THEN
015130                 PERFORM 0985-CLEAR-CHECKPOINT THRU 0985-EXIT
015140             END-IF
015150         END-IF
015160     END-IF
015170     IF DL100-MASTER-IS-OPEN THEN
015180         CLOSE CRATE-MASTER
015190         SET DL100-MASTER-IS-CLOSED TO TRUE
015200     END-IF
015210     IF DL100-ROSTER-IS-OPEN THEN
015220         CLOSE OPERATOR-ROSTER
015230         SET DL100-ROSTER-IS-CLOSED TO TRUE
015240     END-IF
015250     IF DL100-DMGREG-IS-OPEN THEN
015260         CLOSE DAMAGE-REGISTER
015270         SET DL100-DMGREG-IS-CLOSED TO TRUE
015280     END-IF
015290     IF DL100-CRANE-IS-OPEN THEN
015300         CLOSE CRANE-MASTER
015310         SET DL100-CRANE-IS-CLOSED TO TRUE
015320     END-IF
015330     .
015340 0010-EXIT.
015350     EXIT.
015360*----------------------------------------------------------------
015370 0015-RESET-YARD-TABLES.
015380*    A BATCH RUN REUSES THE SAME BOXES/CRATES WORKING STORAGE FOR
015390*    EVERY MANIFEST IN THE LIST, SO EACH ONE STARTS FROM A CLEAN
015400*    SLATE INSTEAD OF INHERITING THE PRIOR DAY'S STACK CONTENTS.
015410*----------------------------------------------------------------
015420     INITIALIZE BOXES CRATES
015430     MOVE ZERO TO BOXES-LENGTH
015440     MOVE ZERO TO DL100-MOVE-NUMBER
015450     MOVE ZERO TO DL100-LINES-READ
015460     MOVE SPACES TO DL100-9000-RESULT
015470     MOVE SPACES TO DL100-9001-RESULT
015480     SET DL100-NOT-RESUMING TO TRUE
015490     MOVE ZERO TO DL100-STAT-MOVES
015500     MOVE ZERO TO DL100-STAT-CRATES
015510     MOVE ZERO TO DL100-STAT-LARGEST
015520     INITIALIZE DL100-STAT-BAY-TABLES
015530     MOVE ZERO TO DL100-STAT-RECEIPTS
015540     MOVE ZERO TO DL100-STAT-RELEASES
015550     MOVE ZERO TO DL100-HAZ-VIOLATIONS
015560     MOVE ZERO TO DL100-PROF-VIOLATIONS
015570     MOVE ZERO TO DL100-RLSE-VIOLATIONS
015580     MOVE ZERO TO DL100-TRIAL-COUNT
015590     MOVE ZERO TO DL100-TRIAL-LOST
015600     MOVE ZERO TO DL100-OPER-COUNT
015610     INITIALIZE DL100-OPER-TABLE
015620     MOVE SPACES TO DL100-CUR-OPER-CERT
015630     MOVE SPACES TO DL100-CUR-OPER-NAME
015640     SET DL100-SHIFT-INACTIVE TO TRUE
015650     MOVE ZERO TO DL100-SHIFT-COUNT
015660     MOVE ZERO TO DL100-SHIFT-MOVES
015670     MOVE ZERO TO DL100-CUR-SHIFT
015680     MOVE SPACES TO DL100-CUR-OPERATOR
015690     MOVE ZERO TO DL100-CUR-START
015700     MOVE SPACES TO DL100-CUR-CRANE
015710     IF DL100-MASTER-MODE THEN
015720         INITIALIZE BOX-IDS CRATE-IDS
015730         INITIALIZE BOX-HAZ-TABLE CRATE-HAZ-TABLE
015740     END-IF
015750     .
015760 0015-EXIT.
015770     EXIT.
015780*----------------------------------------------------------------
015790 0020-RUN-BATCH.
015800*    THE MANIFEST PATH RESOLVED BY 0100-RESOLVE-MANIFEST-PATH IS,
015810*    IN BATCH MODE, THE PATH OF A LIST FILE NAMING ONE MANIFEST
015820*    PER LINE.  EACH LINE IS RUN IN TURN THROUGH
015830*    0010-PROCESS-ONE-MANIFEST AND APPENDED AS ITS OWN SECTION OF
015840*    ONE CONSOLIDATED REPORT, SO A BACKLOG OF MISSED DAYS CAN BE
015850*    CLEARED IN ONE JOB SUBMISSION INSTEAD OF ONE RUN PER FILE.
015860*    A MANIFEST THAT FAILS TO OPEN OR FAILS VALIDATION IS LOGGED
015870*    TO ERROR-FILE AND SKIPPED - IT DOES NOT STOP THE REST OF THE
015880*    BATCH - AND RETURN-CODE IS SET TO 16 AT THE END IF ANY
015890*    MANIFEST IN THE BATCH WAS SKIPPED THIS WAY.
015900*----------------------------------------------------------------
015910     MOVE DL100-MANIFEST-PATH TO DL100-BATCH-LIST-PATH
015920     OPEN INPUT BATCH-FILE
015930     IF NOT DL100-BATCH-OK THEN
015940         STRING "UNABLE TO OPEN BATCH LIST " DELIMITED BY SIZE
015950             DL100-BATCH-LIST-PATH DELIMITED BY SPACE
015960             " - FILE STATUS " DELIMITED BY SIZE
015970             DL100-BATCH-STATUS DELIMITED BY SIZE
015980             INTO DL100-ERROR-MESSAGE
015990         OPEN OUTPUT ERROR-FILE
016000         MOVE SPACES TO ERROR-RECORD
016010         MOVE DL100-ERROR-MESSAGE TO ERROR-RECORD
016020         WRITE ERROR-RECORD
016030         CLOSE ERROR-FILE
016040         MOVE 16 TO RETURN-CODE
016050         STOP RUN
016060     END-IF
016070     SET DL100-ERROR-IS-CLOSED TO TRUE
016080     IF DL100-NO-TRIAL THEN
016090         OPEN OUTPUT AUDIT-FILE
016100         SET DL100-AUDIT-IS-OPEN TO TRUE
016110         MOVE SPACES TO AUDIT-RECORD
016120         STRING "MOVE AUDIT TRAIL - BATCH RUN DATE "
016130             DL100-RUN-CCYY "-" DL100-RUN-MM "-" DL100-RUN-DD
016140             DELIMITED BY SIZE INTO AUDIT-RECORD
016150         WRITE AUDIT-RECORD
016160     END-IF
016170     OPEN OUTPUT REPORT-FILE
016180     MOVE SPACES TO REPORT-RECORD
016190     STRING "YARD MANIFEST RESULTS - BATCH RUN DATE "
016200         DL100-RUN-CCYY "-" DL100-RUN-MM "-" DL100-RUN-DD
016210         DELIMITED BY SIZE INTO REPORT-RECORD
016220     WRITE REPORT-RECORD
016230     PERFORM UNTIL EXIT
016240         READ BATCH-FILE AT END
016250             EXIT PERFORM
016260         END-READ
016270         IF BATCH-RECORD NOT = SPACES THEN
016280             ADD 1 TO DL100-BATCH-FILE-COUNT
016290             MOVE BATCH-RECORD TO DL100-MANIFEST-PATH
016300             PERFORM 0015-RESET-YARD-TABLES THRU 0015-EXIT
016310             SET DL100-FILE-NOT-REJECTED TO TRUE
016320             PERFORM 0010-PROCESS-ONE-MANIFEST THRU 0010-EXIT
016330             PERFORM 0900-WRITE-REPORT THRU 0900-EXIT
016340             IF DL100-TRIAL-RUN THEN
016350                 ADD DL100-TRIAL-COUNT TO DL100-TRIAL-BTOT
016360             END-IF
016370             IF DL100-FILE-REJECTED THEN
016380                 ADD 1 TO DL100-BATCH-BAD-COUNT
016390             ELSE
016400                 PERFORM 0976-ACCUMULATE-BATCH-STATS THRU
016410                     0976-EXIT
016420             END-IF
016430         END-IF
016440     END-PERFORM
016450     PERFORM 0907-WRITE-BATCH-TOTALS THRU 0907-EXIT
016460     CLOSE BATCH-FILE
016470     IF DL100-NO-TRIAL THEN
016480         CLOSE AUDIT-FILE
016490         SET DL100-AUDIT-IS-CLOSED TO TRUE
016500         PERFORM 0994-SEAL-AUDIT-TRAIL THRU 0994-EXIT
016510     END-IF
016520     CLOSE REPORT-FILE
016530     IF DL100-ERROR-IS-OPEN THEN
016540         CLOSE ERROR-FILE
016550     END-IF
016560     IF DL100-BATCH-BAD-COUNT > 0 THEN
016570         MOVE 16 TO RETURN-CODE
016580     ELSE
016590         IF DL100-TRIAL-RUN THEN
016600             IF DL100-TRIAL-BTOT > 0 OR
016610                 DL100-BTOT-HAZ-VIOLS > 0 OR
016620                 DL100-BTOT-PROF-VIOLS > 0 OR
016630                 DL100-BTOT-RLSE-VIOLS > 0 THEN
016640                 MOVE 4 TO RETURN-CODE
016650             ELSE
016660                 MOVE 0 TO RETURN-CODE
016670             END-IF
016680         ELSE
016690             IF DL100-BTOT-HAZ-VIOLS > 0 OR
016700                 DL100-BTOT-PROF-VIOLS > 0 OR
016710                 DL100-BTOT-RLSE-VIOLS > 0 THEN
016720                 MOVE 8 TO RETURN-CODE
016730             ELSE
016740                 MOVE 0 TO RETURN-CODE
016750             END-IF
016760         END-IF
016770     END-IF
016780     IF DL100-LEDGER-MODE AND DL100-NO-TRIAL AND
016790         DL100-BATCH-BAD-COUNT = 0 THEN
016800         PERFORM 0998-CLOSE-LEDGER-DAY THRU 0998-EXIT
016810     END-IF
016820     .
016830 0020-EXIT.
016840     EXIT.
016850*----------------------------------------------------------------
016860 0100-RESOLVE-MANIFEST-PATH.
016870*    RESOLVE THE MANIFEST PATH FROM, IN ORDER OF PRECEDENCE:
016880*    (1) THE FIRST COMMAND LINE ARGUMENT
016890*    (2) THE DL100-MANIFEST-PATH ENVIRONMENT VARIABLE
016900*    (3) THE ORIGINAL BUILT-IN DEFAULT PATH
016910*----------------------------------------------------------------
016920     DISPLAY 1 UPON ARGUMENT-NUMBER
016930     ACCEPT DL100-MANIFEST-PATH FROM ARGUMENT-VALUE
016940         ON EXCEPTION
016950             MOVE SPACES TO DL100-MANIFEST-PATH
016960     END-ACCEPT
016970     IF DL100-MANIFEST-PATH = SPACES THEN
016980         ACCEPT DL100-MANIFEST-PATH FROM ENVIRONMENT
016990             "DL100-MANIFEST-PATH"
017000         ON EXCEPTION
017010             MOVE SPACES TO DL100-MANIFEST-PATH
017020         END-ACCEPT
017030     END-IF
017040     IF DL100-MANIFEST-PATH = SPACES THEN
017050         MOVE DL100-DEFAULT-PATH TO DL100-MANIFEST-PATH
017060     END-IF
017070     .
017080 0100-EXIT.
017090     EXIT.
017100*----------------------------------------------------------------
017110 0110-RESOLVE-REPORT-PATH.
017120*    RESOLVE THE REPORT PATH FROM, IN ORDER OF PRECEDENCE:
017130*    (1) THE SECOND COMMAND LINE ARGUMENT
017140*    (2) THE DL100-REPORT-PATH ENVIRONMENT VARIABLE
017150*    (3) THE BUILT-IN DEFAULT PATH
017160*----------------------------------------------------------------
017170     DISPLAY 2 UPON ARGUMENT-NUMBER
017180     ACCEPT DL100-REPORT-PATH FROM ARGUMENT-VALUE
017190         ON EXCEPTION
017200             MOVE SPACES TO DL100-REPORT-PATH
017210     END-ACCEPT
017220     IF DL100-REPORT-PATH = SPACES THEN
017230         ACCEPT DL100-REPORT-PATH FROM ENVIRONMENT
017240             "DL100-REPORT-PATH"
017250         ON EXCEPTION
017260             MOVE SPACES TO DL100-REPORT-PATH
017270         END-ACCEPT
017280     END-IF
017290     IF DL100-REPORT-PATH = SPACES THEN
017300         MOVE DL100-DEFAULT-REPORT-PATH TO DL100-REPORT-PATH
017310     END-IF
017320     .
017330 0110-EXIT.
017340     EXIT.
017350*----------------------------------------------------------------
017360 0120-RESOLVE-ERROR-PATH.
017370*    RESOLVE THE ERROR-REPORT PATH FROM, IN ORDER OF PRECEDENCE:
017380*    (1) THE THIRD COMMAND LINE ARGUMENT
017390*    (2) THE DL100-ERROR-PATH ENVIRONMENT VARIABLE
017400*    (3) THE BUILT-IN DEFAULT PATH
017410*----------------------------------------------------------------
017420     DISPLAY 3 UPON ARGUMENT-NUMBER
017430     ACCEPT DL100-ERROR-PATH FROM ARGUMENT-VALUE
017440         ON EXCEPTION
017450             MOVE SPACES TO DL100-ERROR-PATH
017460     END-ACCEPT
017470     IF DL100-ERROR-PATH = SPACES THEN
017480         ACCEPT DL100-ERROR-PATH FROM ENVIRONMENT
017490             "DL100-ERROR-PATH"
017500         ON EXCEPTION
017510             MOVE SPACES TO DL100-ERROR-PATH
017520         END-ACCEPT
017530     END-IF
017540     IF DL100-ERROR-PATH = SPACES THEN
017550         MOVE DL100-DEFAULT-ERROR-PATH TO DL100-ERROR-PATH
017560     END-IF
017570     .
017580 0120-EXIT.
017590     EXIT.
017600*----------------------------------------------------------------
017610 0130-RESOLVE-AUDIT-PATH.
017620*    RESOLVE THE AUDIT-TRAIL PATH FROM, IN ORDER OF PRECEDENCE:
017630*    (1) THE FOURTH COMMAND LINE ARGUMENT
017640*    (2) THE DL100-AUDIT-PATH ENVIRONMENT VARIABLE
017650*    (3) THE BUILT-IN DEFAULT PATH
017660*----------------------------------------------------------------
017670     DISPLAY 4 UPON ARGUMENT-NUMBER
017680     ACCEPT DL100-AUDIT-PATH FROM ARGUMENT-VALUE
017690         ON EXCEPTION
017700             MOVE SPACES TO DL100-AUDIT-PATH
017710     END-ACCEPT
017720     IF DL100-AUDIT-PATH = SPACES THEN
017730         ACCEPT DL100-AUDIT-PATH FROM ENVIRONMENT
017740             "DL100-AUDIT-PATH"
017750         ON EXCEPTION
017760             MOVE SPACES TO DL100-AUDIT-PATH
017770         END-ACCEPT
017780     END-IF
017790     IF DL100-AUDIT-PATH = SPACES THEN
017800         MOVE DL100-DEFAULT-AUDIT-PATH TO DL100-AUDIT-PATH
017810     END-IF
017820     .
017830 0130-EXIT.
017840     EXIT.
017850*----------------------------------------------------------------
017860 0135-RESOLVE-CHECKPOINT-PATH.
017870*    RESOLVE THE CHECKPOINT PATH FROM, IN ORDER OF PRECEDENCE:
017880*    (1) THE FIFTH COMMAND LINE ARGUMENT
017890*    (2) THE DL100-CHECKPOINT-PATH ENVIRONMENT VARIABLE
017900*    (3) THE BUILT-IN DEFAULT PATH
017910*----------------------------------------------------------------
017920     DISPLAY 5 UPON ARGUMENT-NUMBER
017930     ACCEPT DL100-CHECKPOINT-PATH FROM ARGUMENT-VALUE
017940         ON EXCEPTION
017950             MOVE SPACES TO DL100-CHECKPOINT-PATH
017960     END-ACCEPT
017970     IF DL100-CHECKPOINT-PATH = SPACES THEN
017980         ACCEPT DL100-CHECKPOINT-PATH FROM ENVIRONMENT
017990             "DL100-CHECKPOINT-PATH"
018000         ON EXCEPTION
018010             MOVE SPACES TO DL100-CHECKPOINT-PATH
018020         END-ACCEPT
018030     END-IF
018040     IF DL100-CHECKPOINT-PATH = SPACES THEN
018050         MOVE DL100-DEFAULT-CHECKPOINT-PATH
018060              TO DL100-CHECKPOINT-PATH
018070     END-IF
018080     .
018090 0135-EXIT.
018100     EXIT.
018110*----------------------------------------------------------------
018120 0140-RESOLVE-DUMP-OPTION.
018130*    THE FULL-STACK-DUMP OPTION IS OFF UNLESS TURNED ON, IN
018140*    ORDER OF PRECEDENCE, BY:
018150*    (1) A SIXTH COMMAND LINE ARGUMENT OF 'Y'
018160*    (2) A DL100-STACK-DUMP ENVIRONMENT VARIABLE OF 'Y'
018170*----------------------------------------------------------------
018180     SET DL100-DUMP-NO-STACKS TO TRUE
018190     DISPLAY 6 UPON ARGUMENT-NUMBER
018200     ACCEPT DL100-DUMP-SW FROM ARGUMENT-VALUE
018210         ON EXCEPTION
018220             SET DL100-DUMP-NO-STACKS TO TRUE
018230     END-ACCEPT
018240     IF NOT DL100-DUMP-STACKS THEN
018250         ACCEPT DL100-DUMP-SW FROM ENVIRONMENT
018260             "DL100-STACK-DUMP"
018270         ON EXCEPTION
018280             SET DL100-DUMP-NO-STACKS TO TRUE
018290         END-ACCEPT
018300     END-IF
018310     IF DL100-DUMP-SW NOT = 'Y' THEN
018320         SET DL100-DUMP-NO-STACKS TO TRUE
018330     END-IF
018340     .
018350 0140-EXIT.
018360     EXIT.
018370*----------------------------------------------------------------
018380 0145-RESOLVE-BATCH-OPTION.
018390*    BATCH MODE IS OFF UNLESS TURNED ON, IN ORDER OF PRECEDENCE,
018400*    BY:
018410*    (1) A SEVENTH COMMAND LINE ARGUMENT OF 'Y'
018420*    (2) A DL100-BATCH-MODE ENVIRONMENT VARIABLE OF 'Y'
018430*    WHEN ON, THE MANIFEST PATH RESOLVED BY
018440*    0100-RESOLVE-MANIFEST-PATH NAMES A BATCH LIST FILE (ONE
018450*    MANIFEST PATH PER LINE) INSTEAD OF A SINGLE MANIFEST.
018460*----------------------------------------------------------------
018470     SET DL100-BATCH-MODE-OFF TO TRUE
018480     DISPLAY 7 UPON ARGUMENT-NUMBER
018490     ACCEPT DL100-BATCH-SW FROM ARGUMENT-VALUE
018500         ON EXCEPTION
018510             SET DL100-BATCH-MODE-OFF TO TRUE
018520     END-ACCEPT
018530     IF NOT DL100-BATCH-MODE THEN
018540         ACCEPT DL100-BATCH-SW FROM ENVIRONMENT
018550             "DL100-BATCH-MODE"
018560         ON EXCEPTION
018570             SET DL100-BATCH-MODE-OFF TO TRUE
018580         END-ACCEPT
018590     END-IF
018600     IF DL100-BATCH-SW NOT = 'Y' THEN
018610         SET DL100-BATCH-MODE-OFF TO TRUE
018620     END-IF
018630     .
018640 0145-EXIT.
018650     EXIT.
018660*----------------------------------------------------------------
018670 0146-RESOLVE-CLOSING-PATH.
018680*    THE CLOSING-STATE FILE IS ONLY WRITTEN WHEN A PATH IS
018690*    SUPPLIED, IN ORDER OF PRECEDENCE, BY:
018700*    (1) AN EIGHTH COMMAND LINE ARGUMENT
018710*    (2) THE DL100-CLOSING-PATH ENVIRONMENT VARIABLE
018720*----------------------------------------------------------------
018730     DISPLAY 8 UPON ARGUMENT-NUMBER
018740     ACCEPT DL100-CLOSING-PATH FROM ARGUMENT-VALUE
018750         ON EXCEPTION
018760             MOVE SPACES TO DL100-CLOSING-PATH
018770     END-ACCEPT
018780     IF DL100-CLOSING-PATH = SPACES THEN
018790         ACCEPT DL100-CLOSING-PATH FROM ENVIRONMENT
018800             "DL100-CLOSING-PATH"
018810         ON EXCEPTION
018820             MOVE SPACES TO DL100-CLOSING-PATH
018830         END-ACCEPT
018840     END-IF
018850     .
018860 0146-EXIT.
018870     EXIT.
018880*----------------------------------------------------------------
018890 0147-RESOLVE-OPENING-PATH.
018900*    CARRY-OVER IS OFF UNLESS AN OPENING-STATE PATH IS SUPPLIED,
018910*    IN ORDER OF PRECEDENCE, BY:
018920*    (1) A NINTH COMMAND LINE ARGUMENT
018930*    (2) THE DL100-OPENING-PATH ENVIRONMENT VARIABLE
018940*    WHEN ON, THE OPENING STACKS ARE LOADED FROM THE STATE FILE
018950*    INSTEAD OF FROM DRAWING ROWS AT THE TOP OF THE MANIFEST,
018960*    SO THE MANIFEST ITSELF CARRIES ONLY THE DAY'S MOVE LINES.
018970*----------------------------------------------------------------
018980     SET DL100-NO-CARRY-OVER TO TRUE
018990     DISPLAY 9 UPON ARGUMENT-NUMBER
019000     ACCEPT DL100-OPENING-PATH FROM ARGUMENT-VALUE
019010         ON EXCEPTION
019020             MOVE SPACES TO DL100-OPENING-PATH
019030     END-ACCEPT
019040     IF DL100-OPENING-PATH = SPACES THEN
019050         ACCEPT DL100-OPENING-PATH FROM ENVIRONMENT
019060             "DL100-OPENING-PATH"
019070         ON EXCEPTION
019080             MOVE SPACES TO DL100-OPENING-PATH
019090         END-ACCEPT
019100     END-IF
019110     IF DL100-OPENING-PATH NOT = SPACES THEN
019120         SET DL100-CARRY-OVER TO TRUE
019130     END-IF
019140     .
019150 0147-EXIT.
019160     EXIT.
019170*----------------------------------------------------------------
019180 0148-RESOLVE-CLOSING-MODEL.
019190*    THE CLOSING STATE IS TAKEN FROM THE CRATEMOVER-9001 TABLES
019200*    UNLESS OVERRIDDEN TO '0' (CRATEMOVER-9000), IN ORDER OF
019210*    PRECEDENCE, BY:
019220*    (1) A TENTH COMMAND LINE ARGUMENT
019230*    (2) THE DL100-CLOSING-MODEL ENVIRONMENT VARIABLE
019240*----------------------------------------------------------------
019250     SET DL100-CLOSING-FROM-9001 TO TRUE
019260     DISPLAY 10 UPON ARGUMENT-NUMBER
019270     ACCEPT DL100-CLOSING-MODEL-SW FROM ARGUMENT-VALUE
019280         ON EXCEPTION
019290             SET DL100-CLOSING-FROM-9001 TO TRUE
019300     END-ACCEPT
019310     IF NOT DL100-CLOSING-FROM-9000 THEN
019320         ACCEPT DL100-CLOSING-MODEL-SW FROM ENVIRONMENT
019330             "DL100-CLOSING-MODEL"
019340         ON EXCEPTION
019350             SET DL100-CLOSING-FROM-9001 TO TRUE
019360         END-ACCEPT
019370     END-IF
019380     IF DL100-CLOSING-MODEL-SW NOT = '0' THEN
019390         SET DL100-CLOSING-FROM-9001 TO TRUE
019400     END-IF
019410     .
019420 0148-EXIT.
019430     EXIT.
019440*----------------------------------------------------------------
019450 0149-RESOLVE-MASTER-PATH.
019460*    IDENTIFIED-CRATE PROCESSING IS OFF UNLESS A CRATE MASTER
019470*    PATH IS SUPPLIED, IN ORDER OF PRECEDENCE, BY:
019480*    (1) AN ELEVENTH COMMAND LINE ARGUMENT
019490*    (2) THE DL100-MASTER-PATH ENVIRONMENT VARIABLE
019500*    WHEN ON, DRAWING CELLS CARRY EIGHT-CHARACTER CRATE IDS,
019510*    EVERY ID MUST HAVE A MASTER RECORD, AND HAZMAT SEGREGATION
019520*    IS ENFORCED ON EVERY LANDING.
019530*----------------------------------------------------------------
019540     SET DL100-LETTER-MODE TO TRUE
019550     DISPLAY 11 UPON ARGUMENT-NUMBER
019560     ACCEPT DL100-MASTER-PATH FROM ARGUMENT-VALUE
019570         ON EXCEPTION
019580             MOVE SPACES TO DL100-MASTER-PATH
019590     END-ACCEPT
019600     IF DL100-MASTER-PATH = SPACES THEN
019610         ACCEPT DL100-MASTER-PATH FROM ENVIRONMENT
019620             "DL100-MASTER-PATH"
019630         ON EXCEPTION
019640             MOVE SPACES TO DL100-MASTER-PATH
019650         END-ACCEPT
019660     END-IF
019670     IF DL100-MASTER-PATH NOT = SPACES THEN
019680         SET DL100-MASTER-MODE TO TRUE
019690     END-IF
019700     .
019710 0149-EXIT.
019720     EXIT.
019730*----------------------------------------------------------------
019740 0151-RESOLVE-MOVEBIN-PATH.
019750*    THE PRE-PARSED BINARY MOVE FILE IS OFF UNLESS A PATH IS
019760*    SUPPLIED, IN ORDER OF PRECEDENCE, BY:
019770*    (1) A TWELFTH COMMAND LINE ARGUMENT
019780*    (2) THE DL100-MOVEBIN-PATH ENVIRONMENT VARIABLE
019790*    IN BATCH MODE EACH MANIFEST GETS ITS OWN BINARY FILE AT
019800*    THE MANIFEST PATH PLUS ".mvb"; THE SUPPLIED PATH THEN ONLY
019810*    TURNS THE MODE ON.
019820*----------------------------------------------------------------
019830     SET DL100-MOVEBIN-MODE-OFF TO TRUE
019840     DISPLAY 12 UPON ARGUMENT-NUMBER
019850     ACCEPT DL100-MOVEBIN-PATH FROM ARGUMENT-VALUE
019860         ON EXCEPTION
019870             MOVE SPACES TO DL100-MOVEBIN-PATH
019880     END-ACCEPT
019890     IF DL100-MOVEBIN-PATH = SPACES THEN
019900         ACCEPT DL100-MOVEBIN-PATH FROM ENVIRONMENT
019910             "DL100-MOVEBIN-PATH"
019920         ON EXCEPTION
019930             MOVE SPACES TO DL100-MOVEBIN-PATH
019940         END-ACCEPT
019950     END-IF
019960     IF DL100-MOVEBIN-PATH NOT = SPACES THEN
019970         SET DL100-MOVEBIN-MODE TO TRUE
019980     END-IF
019990     .
020000 0151-EXIT.
020010     EXIT.
020020*----------------------------------------------------------------
020030 0152-RESOLVE-BAYPROF-PATH.
020040*    BAY PROFILE CHECKING IS OFF UNLESS A PROFILE-FILE PATH IS
020050*    SUPPLIED, IN ORDER OF PRECEDENCE, BY:
020060*    (1) A THIRTEENTH COMMAND LINE ARGUMENT
020070*    (2) THE DL100-BAYPROF-PATH ENVIRONMENT VARIABLE
020080*    WHEN ON, EVERY LANDING IS CHECKED AGAINST THE DESTINATION
020090*    BAY'S MAX HEIGHT, RESTRICTION CLASS, AND SERVICE FLAG.
020100*----------------------------------------------------------------
020110     SET DL100-BAYPROF-MODE-OFF TO TRUE
020120     DISPLAY 13 UPON ARGUMENT-NUMBER
020130     ACCEPT DL100-BAYPROF-PATH FROM ARGUMENT-VALUE
020140         ON EXCEPTION
020150             MOVE SPACES TO DL100-BAYPROF-PATH
020160     END-ACCEPT
020170     IF DL100-BAYPROF-PATH = SPACES THEN
020180         ACCEPT DL100-BAYPROF-PATH FROM ENVIRONMENT
020190             "DL100-BAYPROF-PATH"
020200         ON EXCEPTION
020210             MOVE SPACES TO DL100-BAYPROF-PATH
020220         END-ACCEPT
020230     END-IF
020240     IF DL100-BAYPROF-PATH NOT = SPACES THEN
020250         SET DL100-BAYPROF-MODE TO TRUE
020260     END-IF
020270     .
020280 0152-EXIT.
020290     EXIT.
020300*----------------------------------------------------------------
020310 0153-RESOLVE-ROSTER-PATH.
020320*    OPERATOR VALIDATION IS OFF UNLESS A ROSTER PATH IS
020330*    SUPPLIED, IN ORDER OF PRECEDENCE, BY:
020340*    (1) A FOURTEENTH COMMAND LINE ARGUMENT
020350*    (2) THE DL100-ROSTER-PATH ENVIRONMENT VARIABLE
020360*    WHEN ON, EVERY SHIFT HEADER'S OPERATOR MUST HAVE AN
020370*    ACTIVE ROSTER RECORD AND HAZMAT LIFTS REQUIRE THE HAZMAT
020380*    CERTIFICATION.
020390*----------------------------------------------------------------
020400     SET DL100-ROSTER-MODE-OFF TO TRUE
020410     DISPLAY 14 UPON ARGUMENT-NUMBER
020420     ACCEPT DL100-ROSTER-PATH FROM ARGUMENT-VALUE
020430         ON EXCEPTION
020440             MOVE SPACES TO DL100-ROSTER-PATH
020450     END-ACCEPT
020460     IF DL100-ROSTER-PATH = SPACES THEN
020470         ACCEPT DL100-ROSTER-PATH FROM ENVIRONMENT
020480             "DL100-ROSTER-PATH"
020490         ON EXCEPTION
020500             MOVE SPACES TO DL100-ROSTER-PATH
020510         END-ACCEPT
020520     END-IF
020530     IF DL100-ROSTER-PATH NOT = SPACES THEN
020540         SET DL100-ROSTER-MODE TO TRUE
020550     END-IF
020560     .
020570 0153-EXIT.
020580     EXIT.
020590*----------------------------------------------------------------
020600 0156-RESOLVE-LEDGER-PATH.
020610*    RUN-CONTROL LEDGERING IS OFF UNLESS A LEDGER PATH IS
020620*    SUPPLIED, IN ORDER OF PRECEDENCE, BY:
020630*    (1) A FIFTEENTH COMMAND LINE ARGUMENT
020640*    (2) THE DL100-LEDGER-PATH ENVIRONMENT VARIABLE
020650*    WHEN ON, THE RUN REGISTERS ITS DATE AND FILE PATHS AND A
020660*    DAY THE LEDGER SHOWS AS CLOSED CANNOT BE RERUN WITHOUT
020670*    THE FORCE OPTION.
020680*----------------------------------------------------------------
020690     SET DL100-LEDGER-MODE-OFF TO TRUE
020700     DISPLAY 15 UPON ARGUMENT-NUMBER
020710     ACCEPT DL100-LEDGER-PATH FROM ARGUMENT-VALUE
020720         ON EXCEPTION
020730             MOVE SPACES TO DL100-LEDGER-PATH
020740     END-ACCEPT
020750     IF DL100-LEDGER-PATH = SPACES THEN
020760         ACCEPT DL100-LEDGER-PATH FROM ENVIRONMENT
020770             "DL100-LEDGER-PATH"
020780         ON EXCEPTION
020790             MOVE SPACES TO DL100-LEDGER-PATH
020800         END-ACCEPT
020810     END-IF
020820     IF DL100-LEDGER-PATH NOT = SPACES THEN
020830         SET DL100-LEDGER-MODE TO TRUE
020840     END-IF
020850     .
020860 0156-EXIT.
020870     EXIT.
020880*----------------------------------------------------------------
020890 0157-RESOLVE-FORCE-OPTION.
020900*    THE CLOSED-DAY CHECK IS OVERRIDDEN ONLY WHEN THE FORCE
020910*    OPTION IS TURNED ON, IN ORDER OF PRECEDENCE, BY:
020920*    (1) A SIXTEENTH COMMAND LINE ARGUMENT OF 'Y'
020930*    (2) A DL100-FORCE-RERUN ENVIRONMENT VARIABLE OF 'Y'
020940*----------------------------------------------------------------
020950     SET DL100-NO-FORCE-RERUN TO TRUE
020960     DISPLAY 16 UPON ARGUMENT-NUMBER
020970     ACCEPT DL100-FORCE-SW FROM ARGUMENT-VALUE
020980         ON EXCEPTION
020990             SET DL100-NO-FORCE-RERUN TO TRUE
021000     END-ACCEPT
021010     IF NOT DL100-FORCE-RERUN THEN
021020         ACCEPT DL100-FORCE-SW FROM ENVIRONMENT
021030             "DL100-FORCE-RERUN"
021040         ON EXCEPTION
021050             SET DL100-NO-FORCE-RERUN TO TRUE
021060         END-ACCEPT
021070     END-IF
021080     IF DL100-FORCE-SW NOT = 'Y' THEN
021090         SET DL100-NO-FORCE-RERUN TO TRUE
021100     END-IF
021110     .
021120 0157-EXIT.
021130     EXIT.
021140*----------------------------------------------------------------
021150 0161-RESOLVE-TRIAL-OPTION.
021160*    TRIAL-RUN MODE IS OFF UNLESS TURNED ON, IN ORDER OF
021170*    PRECEDENCE, BY:
021180*    (1) A SEVENTEENTH COMMAND LINE ARGUMENT OF 'Y'
021190*    (2) A DL100-TRIAL-MODE ENVIRONMENT VARIABLE OF 'Y'
021200*    A TRIAL FORCES THE BINARY MOVE FILE OFF - THE PARSE PASS
021210*    WOULD WRITE A PRODUCTION FILE - AND PROCESSES THE MOVE
021220*    STREAM FROM THE TEXT INSTEAD.
021230*----------------------------------------------------------------
021240     SET DL100-NO-TRIAL TO TRUE
021250     DISPLAY 17 UPON ARGUMENT-NUMBER
021260     ACCEPT DL100-TRIAL-SW FROM ARGUMENT-VALUE
021270         ON EXCEPTION
021280             SET DL100-NO-TRIAL TO TRUE
021290     END-ACCEPT
021300     IF NOT DL100-TRIAL-RUN THEN
021310         ACCEPT DL100-TRIAL-SW FROM ENVIRONMENT
021320             "DL100-TRIAL-MODE"
021330         ON EXCEPTION
021340             SET DL100-NO-TRIAL TO TRUE
021350         END-ACCEPT
021360     END-IF
021370     IF DL100-TRIAL-SW NOT = 'Y' THEN
021380         SET DL100-NO-TRIAL TO TRUE
021390     END-IF
021400     IF DL100-TRIAL-RUN THEN
021410         SET DL100-MOVEBIN-MODE-OFF TO TRUE
021420     END-IF
021430     .
021440 0161-EXIT.
021450     EXIT.
021460*----------------------------------------------------------------
021470 0162-RESOLVE-RLSAUTH-PATH.
021480*    RELEASE AUTHORIZATION CHECKING IS OFF UNLESS AN
021490*    AUTHORIZATION-FILE PATH IS SUPPLIED, IN ORDER OF
021500*    PRECEDENCE, BY:
021510*    (1) AN EIGHTEENTH COMMAND LINE ARGUMENT
021520*    (2) THE DL100-RLSAUTH-PATH ENVIRONMENT VARIABLE
021530*    THE CHECK NEEDS REAL CRATE IDS, SO IT ONLY BITES IN
021540*    MASTER MODE.
021550*----------------------------------------------------------------
021560     SET DL100-RLSAUTH-MODE-OFF TO TRUE
021570     DISPLAY 18 UPON ARGUMENT-NUMBER
021580     ACCEPT DL100-RLSAUTH-PATH FROM ARGUMENT-VALUE
021590         ON EXCEPTION
021600             MOVE SPACES TO DL100-RLSAUTH-PATH
021610     END-ACCEPT
021620     IF DL100-RLSAUTH-PATH = SPACES THEN
021630         ACCEPT DL100-RLSAUTH-PATH FROM ENVIRONMENT
021640             "DL100-RLSAUTH-PATH"
021650         ON EXCEPTION
021660             MOVE SPACES TO DL100-RLSAUTH-PATH
021670         END-ACCEPT
021680     END-IF
021690     IF DL100-RLSAUTH-PATH NOT = SPACES AND
021700         DL100-MASTER-MODE THEN
021710         SET DL100-RLSAUTH-MODE TO TRUE
021720     END-IF
021730     .
021740 0162-EXIT.
021750     EXIT.
021760*----------------------------------------------------------------
021770 0163-RESOLVE-HOLD-PATH.
021780*    CARGO HOLD CHECKING IS OFF UNLESS A HOLD-FILE PATH IS
021790*    SUPPLIED, IN ORDER OF PRECEDENCE, BY:
021800*    (1) A NINETEENTH COMMAND LINE ARGUMENT
021810*    (2) THE DL100-HOLD-PATH ENVIRONMENT VARIABLE
021820*    THE CHECK NEEDS REAL CRATE IDS, SO IT ONLY BITES IN
021830*    MASTER MODE.
021840*----------------------------------------------------------------
021850     SET DL100-HOLD-MODE-OFF TO TRUE
021860     DISPLAY 19 UPON ARGUMENT-NUMBER
021870     ACCEPT DL100-HOLD-PATH FROM ARGUMENT-VALUE
021880         ON EXCEPTION
021890             MOVE SPACES TO DL100-HOLD-PATH
021900     END-ACCEPT
021910     IF DL100-HOLD-PATH = SPACES THEN
021920         ACCEPT DL100-HOLD-PATH FROM ENVIRONMENT
021930             "DL100-HOLD-PATH"
021940         ON EXCEPTION
021950             MOVE SPACES TO DL100-HOLD-PATH
021960         END-ACCEPT
021970     END-IF
021980     IF DL100-HOLD-PATH NOT = SPACES AND
021990         DL100-MASTER-MODE THEN
022000         SET DL100-HOLD-MODE TO TRUE
022010     END-IF
022020     .
022030 0163-EXIT.
022040     EXIT.
022050*----------------------------------------------------------------
022060 0164-RESOLVE-GATEEXC-PATH.
022070*    RESOLVE THE GATE EXCEPTIONS REPORT PATH FROM, IN ORDER OF
022080*    PRECEDENCE:
022090*    (1) THE TWENTIETH COMMAND LINE ARGUMENT
022100*    (2) THE DL100-GATEEXC-PATH ENVIRONMENT VARIABLE
022110*    (3) THE BUILT-IN DEFAULT PATH
022120*    THE REPORT IS ONLY WRITTEN WHEN AUTHORIZATION OR HOLD
022130*    CHECKING IS ON.
022140*----------------------------------------------------------------
022150     DISPLAY 20 UPON ARGUMENT-NUMBER
022160     ACCEPT DL100-GATEEXC-PATH FROM ARGUMENT-VALUE
022170         ON EXCEPTION
022180             MOVE SPACES TO DL100-GATEEXC-PATH
022190     END-ACCEPT
022200     IF DL100-GATEEXC-PATH = SPACES THEN
022210         ACCEPT DL100-GATEEXC-PATH FROM ENVIRONMENT
022220             "DL100-GATEEXC-PATH"
022230         ON EXCEPTION
022240             MOVE SPACES TO DL100-GATEEXC-PATH
022250         END-ACCEPT
022260     END-IF
022270     IF DL100-GATEEXC-PATH = SPACES THEN
022280         MOVE DL100-DEFAULT-GATEEXC-PATH TO DL100-GATEEXC-PATH
022290     END-IF
022300     .
022310 0164-EXIT.
022320     EXIT.
022330*----------------------------------------------------------------
022340 0165-LOAD-RELEASE-AUTHS.
022350*    LOAD THE RELEASE AUTHORIZATION FEED INTO THE AUTHORIZATION
022360*    TABLE ONCE AT START-UP.  EXPIRED AND NOT-YET-VALID RECORDS
022370*    ARE KEPT SO A RELEASE OUTSIDE ITS WINDOW CAN BE TOLD APART
022380*    FROM ONE WITH NO AUTHORIZATION AT ALL.  A FEED THAT CANNOT
022390*    BE OPENED, CARRIES A RECORD WITH NO CRATE OR CARRIER, OR
022400*    OVERFLOWS THE TABLE STOPS THE RUN OUTRIGHT - A HALF-LOADED
022410*    FEED WOULD FLAG GOOD RELEASES AS UNAUTHORIZED.
022420*----------------------------------------------------------------
022430     MOVE ZERO TO DL100-AUTH-COUNT
022440     OPEN INPUT RLSAUTH-FILE
022450     IF NOT DL100-RLSAUTH-OK THEN
022460         DISPLAY "COBMAIN: UNABLE TO OPEN RELEASE AUTHORIZATION "
022470             "FILE " DL100-RLSAUTH-PATH " - FILE STATUS "
022480             DL100-RLSAUTH-STATUS
022490         MOVE 16 TO RETURN-CODE
022500         STOP RUN
022510     END-IF
022520     PERFORM UNTIL EXIT
022530         READ RLSAUTH-FILE AT END
022540             EXIT PERFORM
022550         END-READ
022560         IF RELEASE-AUTH-RECORD NOT = SPACES THEN
022570             IF RAUT-CRATE-ID = SPACES OR
022580                 RAUT-CARRIER = SPACES THEN
022590                 DISPLAY "COBMAIN: RELEASE AUTHORIZATION RECORD"
022600                     " IS NOT USABLE - " RELEASE-AUTH-RECORD
022610                 MOVE 16 TO RETURN-CODE
022620                 STOP RUN
022630             END-IF
022640             IF DL100-AUTH-COUNT NOT < 2000 THEN
022650                 DISPLAY "COBMAIN: RELEASE AUTHORIZATION FILE"
022660                     " HOLDS MORE THAN 2000 RECORDS"
022670                 MOVE 16 TO RETURN-CODE
022680                 STOP RUN
022690             END-IF
022700             ADD 1 TO DL100-AUTH-COUNT
022710             MOVE RAUT-CRATE-ID
022720                  TO DL100-AUTH-CRATE-T(DL100-AUTH-COUNT)
022730             MOVE RAUT-CARRIER
022740                  TO DL100-AUTH-CARR-T(DL100-AUTH-COUNT)
022750             MOVE RAUT-VALID-FROM
022760                  TO DL100-AUTH-FROM-T(DL100-AUTH-COUNT)
022770             MOVE RAUT-VALID-TO
022780                  TO DL100-AUTH-TO-T(DL100-AUTH-COUNT)
022790         END-IF
022800     END-PERFORM
022810     CLOSE RLSAUTH-FILE
022820     .
022830 0165-EXIT.
022840     EXIT.
022850*----------------------------------------------------------------
022860 0166-LOAD-CARGO-HOLDS.
022870*    LOAD EVERY HOLD STILL IN FORCE INTO THE HOLD TABLE ONCE AT
022880*    START-UP; LIFTED HOLDS ARE PASSED OVER.  A HOLD FILE THAT
022890*    CANNOT BE OPENED, CARRIES A RECORD WITH NO CRATE OR AN
022900*    UNKNOWN STATUS, OR OVERFLOWS THE TABLE STOPS THE RUN
022910*    OUTRIGHT - A MISSED HOLD LETS A DETAINED CRATE DRIVE OFF.
022920*----------------------------------------------------------------
022930     MOVE ZERO TO DL100-HOLD-COUNT
022940     OPEN INPUT HOLD-FILE
022950     IF NOT DL100-HOLD-OK THEN
022960         DISPLAY "COBMAIN: UNABLE TO OPEN CARGO HOLD FILE "
022970             DL100-HOLD-PATH " - FILE STATUS "
022980             DL100-HOLD-STATUS
022990         MOVE 16 TO RETURN-CODE
023000         STOP RUN
023010     END-IF
023020     PERFORM UNTIL EXIT
023030         READ HOLD-FILE AT END
023040             EXIT PERFORM
023050         END-READ
023060         IF CARGO-HOLD-RECORD NOT = SPACES THEN
023070             IF HOLD-CRATE-ID = SPACES OR
023080                 NOT (HOLD-IS-ACTIVE OR HOLD-IS-LIFTED) THEN
023090                 DISPLAY "COBMAIN: CARGO HOLD RECORD IS NOT"
023100                     " USABLE - " CARGO-HOLD-RECORD
023110                 MOVE 16 TO RETURN-CODE
023120                 STOP RUN
023130             END-IF
023140             IF HOLD-IS-ACTIVE THEN
023150                 IF DL100-HOLD-COUNT NOT < 500 THEN
023160                     DISPLAY "COBMAIN: CARGO HOLD FILE HOLDS"
023170                         " MORE THAN 500 ACTIVE HOLDS"
023180                     MOVE 16 TO RETURN-CODE
023190                     STOP RUN
023200                 END-IF
023210                 ADD 1 TO DL100-HOLD-COUNT
023220                 MOVE HOLD-CRATE-ID
023230                      TO DL100-HOLD-CRATE-T(DL100-HOLD-COUNT)
023240                 MOVE HOLD-AGENCY
023250                      TO DL100-HOLD-AGENCY-T(DL100-HOLD-COUNT)
023260                 MOVE HOLD-REASON
023270                      TO DL100-HOLD-REASON-T(DL100-HOLD-COUNT)
023280             END-IF
023290         END-IF
023300     END-PERFORM
023310     CLOSE HOLD-FILE
023320     .
023330 0166-EXIT.
023340     EXIT.
023350*----------------------------------------------------------------
023360 0167-OPEN-GATE-EXCEPTIONS.
023370*    OPEN THE GATE SUPERVISOR'S EXCEPTIONS REPORT FOR THE WHOLE
023380*    JOB AND WRITE ITS HEADINGS.  EVERY RELEASE OR HELD-CRATE
023390*    LIFT FLAGGED BY 0359-FLAG-RELEASE-EXCEPTION ADDS ONE LINE.
023400*    A REPORT THAT CANNOT BE CREATED STOPS THE RUN BEFORE ANY
023410*    EVENT IS APPLIED - THE LEDGER DAY IS LEFT OPEN, AND SO MAY
023420*    SIMPLY BE RUN AGAIN.
023430*----------------------------------------------------------------
023440     OPEN OUTPUT GATEEXC-FILE
023450     IF NOT DL100-GATEEXC-OK THEN
023460         DISPLAY "COBMAIN: UNABLE TO CREATE GATE EXCEPTIONS "
023470             "REPORT " DL100-GATEEXC-PATH " - FILE STATUS "
023480             DL100-GATEEXC-STATUS
023490         MOVE 16 TO RETURN-CODE
023500         STOP RUN
023510     END-IF
023520     SET DL100-GATEEXC-IS-OPEN TO TRUE
023530     MOVE ZERO TO DL100-GATEEXC-COUNT
023540     MOVE SPACES TO GATEEXC-RECORD
023550     STRING "GATE RELEASE EXCEPTIONS - RUN DATE "
023560         DL100-RUN-DATE-DASHED
023570         DELIMITED BY SIZE INTO GATEEXC-RECORD
023580     WRITE GATEEXC-RECORD
023590     MOVE SPACES TO GATEEXC-RECORD
023600     WRITE GATEEXC-RECORD
023610     MOVE SPACES TO GATEEXC-RECORD
023620     STRING "  EVENT  VERB    BAY  CRATE     CARRIER   "
023630         "SHF  OPERATOR  REASON"
023640         DELIMITED BY SIZE INTO GATEEXC-RECORD
023650     WRITE GATEEXC-RECORD
023660     .
023670 0167-EXIT.
023680     EXIT.
023690*----------------------------------------------------------------
023700 0168-CLOSE-GATE-EXCEPTIONS.
023710*    WRITE THE EXCEPTION COUNT AT THE FOOT OF THE GATE
023720*    EXCEPTIONS REPORT AND CLOSE IT.
023730*----------------------------------------------------------------
023740     MOVE SPACES TO GATEEXC-RECORD
023750     WRITE GATEEXC-RECORD
023760     MOVE SPACES TO GATEEXC-RECORD
023770     IF DL100-GATEEXC-COUNT = 0 THEN
023780         STRING "NO RELEASE EXCEPTIONS"
023790             DELIMITED BY SIZE INTO GATEEXC-RECORD
023800     ELSE
023810         MOVE DL100-GATEEXC-COUNT TO DL100-EDIT-NUM1
023820         STRING "TOTAL RELEASE EXCEPTIONS " DL100-EDIT-NUM1
023830             DELIMITED BY SIZE INTO GATEEXC-RECORD
023840     END-IF
023850     WRITE GATEEXC-RECORD
023860     CLOSE GATEEXC-FILE
023870     SET DL100-GATEEXC-IS-CLOSED TO TRUE
023880     .
023890 0168-EXIT.
023900     EXIT.
023910*----------------------------------------------------------------
023920 0169-RESOLVE-DMGCODE-PATH.
023930*    GATE CONDITION CODES ARE ONLY VALIDATED, AND DAMAGE ONLY
023940*    REGISTERED, WHEN A DAMAGE-CODE TABLE PATH IS SUPPLIED, IN
023950*    ORDER OF PRECEDENCE, BY:
023960*    (1) A TWENTY-FIRST COMMAND LINE ARGUMENT
023970*    (2) THE DL100-DMGCODE-PATH ENVIRONMENT VARIABLE
023980*    THE REGISTER IS KEYED BY REAL CRATE IDS, SO IT ONLY BITES
023990*    IN MASTER MODE.
024000*----------------------------------------------------------------
024010     SET DL100-DMG-MODE-OFF TO TRUE
024020     DISPLAY 21 UPON ARGUMENT-NUMBER
024030     ACCEPT DL100-DMGCODE-PATH FROM ARGUMENT-VALUE
024040         ON EXCEPTION
024050             MOVE SPACES TO DL100-DMGCODE-PATH
024060     END-ACCEPT
024070     IF DL100-DMGCODE-PATH = SPACES THEN
024080         ACCEPT DL100-DMGCODE-PATH FROM ENVIRONMENT
024090             "DL100-DMGCODE-PATH"
024100         ON EXCEPTION
024110             MOVE SPACES TO DL100-DMGCODE-PATH
024120         END-ACCEPT
024130     END-IF
024140     IF DL100-DMGCODE-PATH NOT = SPACES AND
024150         DL100-MASTER-MODE THEN
024160         SET DL100-DMG-MODE TO TRUE
024170     END-IF
024180     .
024190 0169-EXIT.
024200     EXIT.
024210*----------------------------------------------------------------
024220 0171-RESOLVE-DMGREG-PATH.
024230*    RESOLVE THE DAMAGE REGISTER PATH FROM, IN ORDER OF
024240*    PRECEDENCE:
024250*    (1) THE TWENTY-SECOND COMMAND LINE ARGUMENT
024260*    (2) THE DL100-DMGREG-PATH ENVIRONMENT VARIABLE
024270*    (3) THE BUILT-IN DEFAULT PATH
024280*    THE REGISTER IS ONLY UPDATED WHEN THE DAMAGE-CODE TABLE IS
024290*    ON.
024300*----------------------------------------------------------------
024310     DISPLAY 22 UPON ARGUMENT-NUMBER
024320     ACCEPT DL100-DMGREG-PATH FROM ARGUMENT-VALUE
024330         ON EXCEPTION
024340             MOVE SPACES TO DL100-DMGREG-PATH
024350     END-ACCEPT
024360     IF DL100-DMGREG-PATH = SPACES THEN
024370         ACCEPT DL100-DMGREG-PATH FROM ENVIRONMENT
024380             "DL100-DMGREG-PATH"
024390         ON EXCEPTION
024400             MOVE SPACES TO DL100-DMGREG-PATH
024410         END-ACCEPT
024420     END-IF
024430     IF DL100-DMGREG-PATH = SPACES THEN
024440         MOVE DL100-DEFAULT-DMGREG-PATH TO DL100-DMGREG-PATH
024450     END-IF
024460     .
024470 0171-EXIT.
024480     EXIT.
024490*----------------------------------------------------------------
024500 0172-LOAD-DAMAGE-CODES.
024510*    LOAD THE DAMAGE-CODE TABLE ONCE AT START-UP.  A TABLE THAT
024520*    CANNOT BE OPENED, CARRIES A RECORD WITH NO CODE OR A CLASS
024530*    OTHER THAN SOUND OR DAMAGE, OR OVERFLOWS STOPS THE RUN
024540*    OUTRIGHT - A HALF-LOADED TABLE WOULD REJECT GOOD GATE
024550*    LINES.
024560*----------------------------------------------------------------
024570     MOVE ZERO TO DL100-DMGC-COUNT
024580     OPEN INPUT DMGCODE-FILE
024590     IF NOT DL100-DMGCODE-OK THEN
024600         DISPLAY "COBMAIN: UNABLE TO OPEN DAMAGE-CODE TABLE "
024610             DL100-DMGCODE-PATH " - FILE STATUS "
024620             DL100-DMGCODE-STATUS
024630         MOVE 16 TO RETURN-CODE
024640         STOP RUN
024650     END-IF
024660     PERFORM UNTIL EXIT
024670         READ DMGCODE-FILE AT END
024680             EXIT PERFORM
024690         END-READ
024700         IF DAMAGE-CODE-RECORD NOT = SPACES THEN
024710             IF DMGC-CODE = SPACES OR
024720                 NOT (DMGC-IS-SOUND OR DMGC-IS-DAMAGE) THEN
024730                 DISPLAY "COBMAIN: DAMAGE-CODE RECORD IS NOT"
024740                     " USABLE - " DAMAGE-CODE-RECORD
024750                 MOVE 16 TO RETURN-CODE
024760                 STOP RUN
024770             END-IF
024780             IF DL100-DMGC-COUNT NOT < 100 THEN
024790                 DISPLAY "COBMAIN: DAMAGE-CODE TABLE HOLDS MORE"
024800                     " THAN 100 CODES"
024810                 MOVE 16 TO RETURN-CODE
024820                 STOP RUN
024830             END-IF
024840             ADD 1 TO DL100-DMGC-COUNT
024850             MOVE DMGC-CODE
024860                  TO DL100-DMGC-CODE-T(DL100-DMGC-COUNT)
024870             MOVE DMGC-SOUND-SW
024880                  TO DL100-DMGC-SOUND-T(DL100-DMGC-COUNT)
024890             MOVE DMGC-DESCRIPTION
024900                  TO DL100-DMGC-DESC-T(DL100-DMGC-COUNT)
024910         END-IF
024920     END-PERFORM
024930     CLOSE DMGCODE-FILE
024940     .
024950 0172-EXIT.
024960     EXIT.
024970*----------------------------------------------------------------
024980 0173-OPEN-DAMAGE-REGISTER.
024990*    OPEN THE DAMAGE REGISTER FOR UPDATE, CREATING IT THE FIRST
025000*    TIME EVER - A MISSING REGISTER IS NOT AN ERROR, JUST ONE
025010*    WITH NO ENTRIES YET.  A REGISTER THAT STILL WILL NOT OPEN
025020*    REJECTS THE MANIFEST, SINCE THE DAMAGE IT SHOULD RECORD
025030*    WOULD OTHERWISE BE LOST.
025040*----------------------------------------------------------------
025050     OPEN I-O DAMAGE-REGISTER
025060     IF DL100-DMGREG-MISSING THEN
025070         OPEN OUTPUT DAMAGE-REGISTER
025080         CLOSE DAMAGE-REGISTER
025090         OPEN I-O DAMAGE-REGISTER
025100     END-IF
025110     IF DL100-DMGREG-OK THEN
025120         SET DL100-DMGREG-IS-OPEN TO TRUE
025130     ELSE
025140         STRING "UNABLE TO OPEN DAMAGE REGISTER "
025150             DELIMITED BY SIZE
025160             DL100-DMGREG-PATH DELIMITED BY SPACE
025170             " - FILE STATUS " DELIMITED BY SIZE
025180             DL100-DMGREG-STATUS DELIMITED BY SIZE
025190             INTO DL100-ERROR-MESSAGE
025200         CLOSE INFILE
025210         PERFORM 0950-REJECT-MANIFEST THRU 0950-EXIT
025220     END-IF
025230     .
025240 0173-EXIT.
025250     EXIT.
025260*----------------------------------------------------------------
025270 0174-RESOLVE-CRANE-PATH.
025280*    CRANE UNIT CHECKING IS OFF UNLESS A CRANE MASTER PATH IS
025290*    SUPPLIED, IN ORDER OF PRECEDENCE, BY:
025300*    (1) A TWENTY-THIRD COMMAND LINE ARGUMENT
025310*    (2) THE DL100-CRANE-PATH ENVIRONMENT VARIABLE
025320*    WHEN ON, EVERY SHIFT HEADER MUST NAME A CRANE UNIT THAT IS
025330*    ON THE MASTER, IN SERVICE, AND NOT OVERDUE FOR SERVICE.
025340*----------------------------------------------------------------
025350     SET DL100-CRANE-MODE-OFF TO TRUE
025360     DISPLAY 23 UPON ARGUMENT-NUMBER
025370     ACCEPT DL100-CRANE-PATH FROM ARGUMENT-VALUE
025380         ON EXCEPTION
025390             MOVE SPACES TO DL100-CRANE-PATH
025400     END-ACCEPT
025410     IF DL100-CRANE-PATH = SPACES THEN
025420         ACCEPT DL100-CRANE-PATH FROM ENVIRONMENT
025430             "DL100-CRANE-PATH"
025440         ON EXCEPTION
025450             MOVE SPACES TO DL100-CRANE-PATH
025460         END-ACCEPT
025470     END-IF
025480     IF DL100-CRANE-PATH NOT = SPACES THEN
025490         SET DL100-CRANE-MODE TO TRUE
025500     END-IF
025510     .
025520 0174-EXIT.
025530     EXIT.
025540*----------------------------------------------------------------
025550 0390-RECORD-TRIAL-PROBLEM.
025560*    FILE ONE TRIAL PROBLEM - THE MANIFEST LINE NUMBER AND THE
025570*    PENDING DL100-ERROR-MESSAGE - INTO THE TRIAL TABLE FOR THE
025580*    FEASIBILITY REPORT.  A MANIFEST WITH MORE PROBLEMS THAN
025590*    THE TABLE HOLDS KEEPS THE FIRST ONES AND COUNTS THE REST.
025600*----------------------------------------------------------------
025610     ADD 1 TO DL100-TRIAL-COUNT
025620     IF DL100-TRIAL-COUNT > 500 THEN
025630         ADD 1 TO DL100-TRIAL-LOST
025640         GO TO 0390-EXIT
025650     END-IF
025660     MOVE DL100-LINES-READ TO DL100-EDIT-NUM1
025670     MOVE SPACES TO DL100-TRIAL-LINE-T(DL100-TRIAL-COUNT)
025680     STRING "LINE " DL100-EDIT-NUM1
025690         " - " DL100-ERROR-MESSAGE
025700         DELIMITED BY SIZE
025710         INTO DL100-TRIAL-LINE-T(DL100-TRIAL-COUNT)
025720     .
025730 0390-EXIT.
025740     EXIT.
025750*----------------------------------------------------------------
025760 0155-LOAD-BAY-PROFILES.
025770*    LOAD THE BAY PROFILE FILE INTO THE PROFILE TABLE ONCE AT
025780*    START-UP.  A RECORD WHOSE EFFECTIVE DATE IS STILL IN THE
025790*    FUTURE IS HELD BACK UNTIL THAT DATE.  A PROFILE FILE THAT
025800*    CANNOT BE OPENED OR CARRIES A RECORD NAMING A BAY OUTSIDE
025810*    THE TABLE IS A CONFIGURATION ERROR AND STOPS THE RUN
025820*    OUTRIGHT - A HALF-LOADED PROFILE WOULD WAVE TRUCKS INTO
025830*    BAYS ENGINEERING ROPED OFF.
025840*----------------------------------------------------------------
025850     MOVE 1 TO DL100-PROF-ROW
025860     PERFORM UNTIL DL100-PROF-ROW > DL100-MAX-STACKS
025870         MOVE 'N'    TO DL100-PROF-ON-FILE(DL100-PROF-ROW)
025880         MOVE ZERO   TO DL100-PROF-MAX(DL100-PROF-ROW)
025890         MOVE SPACES TO DL100-PROF-RESTRICT(DL100-PROF-ROW)
025900         MOVE SPACES TO DL100-PROF-SERVICE(DL100-PROF-ROW)
025910         MOVE SPACES TO DL100-PROF-EFFDATE(DL100-PROF-ROW)
025920         ADD 1 TO DL100-PROF-ROW
025930     END-PERFORM
025940     OPEN INPUT BAYPROF-FILE
025950     IF NOT DL100-BAYPROF-OK THEN
025960         DISPLAY "COBMAIN: UNABLE TO OPEN BAY PROFILE "
025970             DL100-BAYPROF-PATH " - FILE STATUS "
025980             DL100-BAYPROF-STATUS
025990         MOVE 16 TO RETURN-CODE
026000         STOP RUN
026010     END-IF
026020     PERFORM UNTIL EXIT
026030         READ BAYPROF-FILE AT END
026040             EXIT PERFORM
026050         END-READ
026060         IF BAY-PROFILE-RECORD NOT = SPACES THEN
026070             IF BPRF-BAY-NUMBER NOT NUMERIC OR
026080                 BPRF-MAX-HEIGHT NOT NUMERIC OR
026090                 BPRF-BAY-NUMBER < 1 OR
026100                 BPRF-BAY-NUMBER > DL100-MAX-STACKS THEN
026110                 DISPLAY "COBMAIN: BAY PROFILE RECORD IS NOT"
026120                     " USABLE - " BAY-PROFILE-RECORD
026130                 MOVE 16 TO RETURN-CODE
026140                 STOP RUN
026150             END-IF
026160             IF BPRF-EFFECTIVE-DATE NOT >
026170                 DL100-RUN-DATE-DASHED THEN
026180                 MOVE 'Y' TO
026190                     DL100-PROF-ON-FILE(BPRF-BAY-NUMBER)
026200                 MOVE BPRF-MAX-HEIGHT TO
026210                     DL100-PROF-MAX(BPRF-BAY-NUMBER)
026220                 MOVE BPRF-RESTRICT TO
026230                     DL100-PROF-RESTRICT(BPRF-BAY-NUMBER)
026240                 MOVE BPRF-SERVICE-SW TO
026250                     DL100-PROF-SERVICE(BPRF-BAY-NUMBER)
026260                 MOVE BPRF-EFFECTIVE-DATE TO
026270                     DL100-PROF-EFFDATE(BPRF-BAY-NUMBER)
026280             END-IF
026290         END-IF
026300     END-PERFORM
026310     CLOSE BAYPROF-FILE
026320     .
026330 0155-EXIT.
026340     EXIT.
026350*----------------------------------------------------------------
026360 0158-CHECK-RUN-LEDGER.
026370*    LOAD THE RUN-CONTROL LEDGER INTO THE TABLE AND REFUSE THE
026380*    RUN OUTRIGHT IF TODAY'S DATE IS ALREADY REGISTERED AS
026390*    CLOSED AND THE FORCE OPTION WAS NOT GIVEN - A CLOSED DAY'S
026400*    AUDIT TRAIL AND CLOSING STATE MAY ALREADY BE UNDER
026410*    RECONCILIATION AND MUST NOT BE SILENTLY REPLACED.  A
026420*    RESTORED DAY COUNTS AS CLOSED.  AN ARCHIVED DAY IS REFUSED
026430*    EVEN WITH THE FORCE OPTION - ITS FILES ARE IN THE MONTHLY
026440*    ARCHIVE, AND A RERUN WOULD LEAVE A SECOND, DIFFERENT COPY
026450*    OF THE DAY BEHIND IT.  A LEDGER FILE THAT DOES NOT EXIST YET
026460*    IS SIMPLY EMPTY.
026470*----------------------------------------------------------------
026480     MOVE ZERO TO DL100-LED-COUNT
026490     OPEN INPUT RUN-LEDGER
026500     IF DL100-LEDGER-OK THEN
026510         PERFORM UNTIL EXIT
026520             READ RUN-LEDGER AT END
026530                 EXIT PERFORM
026540             END-READ
026550             IF RUN-LEDGER-RECORD NOT = SPACES AND
026560                 DL100-LED-COUNT < 400 THEN
026570                 ADD 1 TO DL100-LED-COUNT
026580                 MOVE RUN-LEDGER-RECORD
026590                      TO DL100-LED-ENTRY(DL100-LED-COUNT)
026600             END-IF
026610         END-PERFORM
026620         CLOSE RUN-LEDGER
026630     END-IF
026640     MOVE 1 TO DL100-LED-INDEX
026650     PERFORM UNTIL DL100-LED-INDEX > DL100-LED-COUNT
026660         MOVE DL100-LED-ENTRY(DL100-LED-INDEX)
026670              TO RUN-LEDGER-RECORD
026680         IF RLED-RUN-DATE = DL100-RUN-DATE-DASHED AND
026690             RLED-RUN-ARCHIVED THEN
026700             MOVE SPACES TO DL100-ERROR-MESSAGE
026710             STRING "RUN DATE " DL100-RUN-DATE-DASHED
026720                 " IS ARCHIVED ON THE RUN LEDGER - RUN REFUSED"
026730                 " (RESTORE THE DAY WITH MONTHARC FIRST)"
026740                 DELIMITED BY SIZE INTO DL100-ERROR-MESSAGE
026750             OPEN OUTPUT ERROR-FILE
026760             MOVE SPACES TO ERROR-RECORD
026770             MOVE DL100-ERROR-MESSAGE TO ERROR-RECORD
026780             WRITE ERROR-RECORD
026790             CLOSE ERROR-FILE
026800             DISPLAY DL100-ERROR-MESSAGE
026810             MOVE 16 TO RETURN-CODE
026820             STOP RUN
026830         END-IF
026840         IF RLED-RUN-DATE = DL100-RUN-DATE-DASHED AND
026850             (RLED-RUN-CLOSED OR RLED-RUN-RESTORED) AND
026860             DL100-NO-FORCE-RERUN THEN
026870             MOVE SPACES TO DL100-ERROR-MESSAGE
026880             STRING "RUN DATE " DL100-RUN-DATE-DASHED
026890                 " IS ALREADY CLOSED ON THE RUN LEDGER - RUN"
026900                 " REFUSED (USE THE FORCE OPTION TO RERUN)"
026910                 DELIMITED BY SIZE INTO DL100-ERROR-MESSAGE
026920             OPEN OUTPUT ERROR-FILE
026930             MOVE SPACES TO ERROR-RECORD
026940             MOVE DL100-ERROR-MESSAGE TO ERROR-RECORD
026950             WRITE ERROR-RECORD
026960             CLOSE ERROR-FILE
026970             DISPLAY DL100-ERROR-MESSAGE
026980             MOVE 16 TO RETURN-CODE
026990             STOP RUN
027000         END-IF
027010         ADD 1 TO DL100-LED-INDEX
027020     END-PERFORM
027030     .
027040 0158-EXIT.
027050     EXIT.
027060*----------------------------------------------------------------
027070 0159-REGISTER-RUN.
027080*    REGISTER TODAY'S RUN ON THE LEDGER AS OPEN, WITH THE
027090*    RESOLVED PATHS OF EVERY FILE THE DAY WILL PRODUCE, AND
027100*    REWRITE THE LEDGER.  A RERUN OF AN EXISTING DATE REUSES
027110*    ITS RECORD.
027120*----------------------------------------------------------------
027130     MOVE ZERO TO DL100-LED-SLOT
027140     MOVE 1 TO DL100-LED-INDEX
027150     PERFORM UNTIL DL100-LED-INDEX > DL100-LED-COUNT
027160         MOVE DL100-LED-ENTRY(DL100-LED-INDEX)
027170              TO RUN-LEDGER-RECORD
027180         IF RLED-RUN-DATE = DL100-RUN-DATE-DASHED THEN
027190             MOVE DL100-LED-INDEX TO DL100-LED-SLOT
027200             MOVE DL100-LED-COUNT TO DL100-LED-INDEX
027210         END-IF
027220         ADD 1 TO DL100-LED-INDEX
027230     END-PERFORM
027240     IF DL100-LED-SLOT = 0 THEN
027250         IF DL100-LED-COUNT < 400 THEN
027260             ADD 1 TO DL100-LED-COUNT
027270             MOVE DL100-LED-COUNT TO DL100-LED-SLOT
027280         ELSE
027290             DISPLAY "COBMAIN: RUN LEDGER IS FULL - START A"
027300                 " NEW LEDGER FILE"
027310             MOVE 16 TO RETURN-CODE
027320             STOP RUN
027330         END-IF
027340     END-IF
027350     MOVE SPACES TO RUN-LEDGER-RECORD
027360     MOVE DL100-RUN-DATE-DASHED TO RLED-RUN-DATE
027370     SET RLED-RUN-OPEN TO TRUE
027380     MOVE DL100-MANIFEST-PATH TO RLED-MANIFEST-PATH
027390     MOVE DL100-REPORT-PATH   TO RLED-REPORT-PATH
027400     MOVE DL100-ERROR-PATH    TO RLED-ERROR-PATH
027410     MOVE DL100-AUDIT-PATH    TO RLED-AUDIT-PATH
027420     MOVE DL100-CLOSING-PATH  TO RLED-CLOSING-PATH
027430     MOVE DL100-MOVEBIN-PATH  TO RLED-MOVEBIN-PATH
027440     MOVE RUN-LEDGER-RECORD TO DL100-LED-ENTRY(DL100-LED-SLOT)
027450     PERFORM 0997-REWRITE-LEDGER THRU 0997-EXIT
027460     .
027470 0159-EXIT.
027480     EXIT.
027490*----------------------------------------------------------------
027500 0150-CHECK-FOR-BRACKET.
027510*    A YARD DRAWING ROW ALWAYS HAS AT LEAST ONE '[' CHARACTER.
027520*    THE COLUMN-HEADER ROW THAT FOLLOWS THE DRAWING NEVER DOES,
027530*    REGARDLESS OF HOW MANY DIGITS ITS STACK NUMBERS RUN TO, SO
027540*    SCANNING FOR A BRACKET IS HOW THE END OF THE DRAWING IS
027550*    RECOGNIZED INSTEAD OF LIFTING A FIXED COLUMN.
027560*----------------------------------------------------------------
027570     SET DL100-LINE-HAS-NO-BRACKET TO TRUE
027580     MOVE 1 TO LINE-INDEX
027590     PERFORM UNTIL LINE-INDEX > INFILE-RECORD-LENGTH
027600                OR DL100-LINE-HAS-BRACKET
027610         IF INFILE-DATA(LINE-INDEX) = '[' THEN
027620             SET DL100-LINE-HAS-BRACKET TO TRUE
027630         END-IF
027640         ADD 1 TO LINE-INDEX
027650     END-PERFORM
027660     .
027670 0150-EXIT.
027680     EXIT.
027690*----------------------------------------------------------------
027700 0200-COUNT-STACKS.
027710*    COUNT THE STACK NUMBERS ON THE COLUMN-HEADER LINE BY
027720*    TOKEN, NOT BY LIFTING A FIXED COLUMN, SO THE STACK COUNT
027730*    IS NOT LIMITED TO A SINGLE DIGIT.
027740*----------------------------------------------------------------
027750     MOVE ZERO TO BOXES-LENGTH
027760     MOVE 1 TO LINE-INDEX
027770     PERFORM UNTIL LINE-INDEX > INFILE-RECORD-LENGTH
027780         IF INFILE-DATA(LINE-INDEX) NOT = ' ' THEN
027790             ADD 1 TO BOXES-LENGTH
027800             PERFORM UNTIL
027810                 LINE-INDEX > INFILE-RECORD-LENGTH OR
027820                 INFILE-DATA(LINE-INDEX) = ' '
027830                 ADD 1 TO LINE-INDEX
027840             END-PERFORM
027850         ELSE
027860             ADD 1 TO LINE-INDEX
027870         END-IF
027880     END-PERFORM
027890     IF BOXES-LENGTH > DL100-MAX-STACKS THEN
027900         MOVE DL100-MOVE-NUMBER TO DL100-EDIT-NUM1
027910         MOVE DL100-MAX-STACKS  TO DL100-EDIT-NUM2
027920         STRING "MANIFEST NAMES MORE THAN " DL100-EDIT-NUM2
027930             " STACKS - REJECTED"
027940             DELIMITED BY SIZE INTO DL100-ERROR-MESSAGE
027950         CLOSE INFILE
027960         PERFORM 0950-REJECT-MANIFEST THRU 0950-EXIT
027970     END-IF
027980     .
027990 0200-EXIT.
028000     EXIT.
028010*----------------------------------------------------------------
028020 0160-VALIDATE-DRAWING-DEPTH.
028030*    A DRAWING TALLER THAN DL100-MAX-DEPTH ROWS WOULD DRIVE
028040*    BOXES-ROW PAST THE BOTTOM OF THE BOX-VALUE/CRATE-VALUE
028050*    TABLES INSTEAD OF STOPPING AT THE ACTUAL YARD FLOOR, SO
028060*    THE MANIFEST IS REJECTED HERE, BEFORE PARSE-BOX-ROW EVER
028070*    RUNS AGAINST THE OFFENDING ROW, RATHER THAN LEFT TO INDEX
028080*    PAST THE TABLE.
028090*----------------------------------------------------------------
028100     IF BOXES-ROW < 1 THEN
028110         MOVE DL100-MAX-DEPTH TO DL100-EDIT-NUM1
028120         STRING "DRAWING IS TALLER THAN " DL100-EDIT-NUM1
028130             " ROWS - MANIFEST REJECTED"
028140             DELIMITED BY SIZE INTO DL100-ERROR-MESSAGE
028150         CLOSE INFILE
028160         PERFORM 0950-REJECT-MANIFEST THRU 0950-EXIT
028170     END-IF
028180     .
028190 0160-EXIT.
028200     EXIT.
028210*----------------------------------------------------------------
028220 0170-LOAD-DRAWING.
028230*    LIFT THE OPENING STACKS FROM THE DRAWING ROWS AT THE TOP OF
028240*    THE MANIFEST - EVERY BRACKET ROW, THEN THE STACK-NUMBER
028250*    HEADER LINE, THEN THE BLANK LINE THAT SEPARATES THE DRAWING
028260*    FROM THE MOVE LINES.  THIS IS THE ORIGINAL OPENING SOURCE;
028270*    A CARRY-OVER RUN LOADS FROM THE STATE FILE IN
028280*    0175-LOAD-OPENING-STATE INSTEAD.
028290*----------------------------------------------------------------
028300     MOVE DL100-MAX-DEPTH TO BOXES-ROW
028310     PERFORM UNTIL EXIT
028320         READ INFILE AT END
028330             DISPLAY "END"
028340         END-READ
028350         ADD 1 TO DL100-LINES-READ
028360         PERFORM 0150-CHECK-FOR-BRACKET THRU 0150-EXIT
028370         IF DL100-LINE-HAS-NO-BRACKET THEN
028380             EXIT PERFORM
028390         END-IF
028400         PERFORM 0160-VALIDATE-DRAWING-DEPTH THRU
028410             0160-EXIT
028420         IF DL100-FILE-REJECTED THEN
028430             EXIT PERFORM
028440         END-IF
028450         IF DL100-MASTER-MODE THEN
028460             PERFORM PARSE-ID-ROW
028470         ELSE
028480             PERFORM PARSE-BOX-ROW
028490         END-IF
028500         ADD -1 TO BOXES-ROW
028510     END-PERFORM
028520     IF DL100-FILE-NOT-REJECTED THEN
028530         PERFORM 0200-COUNT-STACKS THRU 0200-EXIT
028540     END-IF
028550     IF DL100-FILE-NOT-REJECTED THEN
028560         MOVE 1 TO BOXES-COL
028570         PERFORM UNTIL BOXES-COL > BOXES-LENGTH
028580             PERFORM COMPACT-BOX-COL
028590             ADD 1 TO BOXES-COL
028600         END-PERFORM
028610         MOVE BOXES TO CRATES
028620         IF DL100-MASTER-MODE THEN
028630             PERFORM 0180-VALIDATE-DRAWING-IDS THRU 0180-EXIT
028640         END-IF
028650         IF DL100-MASTER-MODE AND DL100-FILE-NOT-REJECTED THEN
028660             MOVE BOX-IDS TO CRATE-IDS
028670             MOVE BOX-HAZ-TABLE TO CRATE-HAZ-TABLE
028680         END-IF
028690     END-IF
028700     IF DL100-FILE-NOT-REJECTED THEN
028710         READ INFILE
028720         ADD 1 TO DL100-LINES-READ
028730     END-IF
028740     .
028750 0170-EXIT.
028760     EXIT.
028770*----------------------------------------------------------------
028780 0175-LOAD-OPENING-STATE.
028790*    A CARRY-OVER RUN PRIMES THE OPENING STACKS FROM A NAMED
028800*    STATE FILE - NORMALLY THE CLOSING STATE THE PRIOR DAY'S RUN
028810*    WROTE - INSTEAD OF FROM DRAWING ROWS AT THE TOP OF THE
028820*    MANIFEST.  THE STATE FILE IS IN THE SAME BRACKET-ROW FORMAT
028830*    THE MANIFEST PARSER ACCEPTS, SO EACH RECORD IS STUFFED INTO
028840*    INFILE-RECORD AND RUN THROUGH THE SAME BRACKET SCAN, ROW
028850*    PARSE, AND STACK COUNT AS A DRAWING READ FROM THE MANIFEST
028860*    ITSELF.  THE MANIFEST THEN CARRIES ONLY MOVE LINES.
028870*----------------------------------------------------------------
028880     MOVE DL100-OPENING-PATH TO DL100-STATE-PATH
028890     PERFORM 0992-VERIFY-STATE-SEAL THRU 0992-EXIT
028900     IF DL100-FILE-REJECTED THEN
028910         GO TO 0175-EXIT
028920     END-IF
028930     OPEN INPUT STATE-FILE
028940     IF NOT DL100-STATE-OK THEN
028950         STRING "UNABLE TO OPEN OPENING STATE "
028960             DELIMITED BY SIZE
028970             DL100-OPENING-PATH DELIMITED BY SPACE
028980             " - FILE STATUS " DELIMITED BY SIZE
028990             DL100-STATE-STATUS DELIMITED BY SIZE
029000             INTO DL100-ERROR-MESSAGE
029010         CLOSE INFILE
029020         PERFORM 0950-REJECT-MANIFEST THRU 0950-EXIT
029030         GO TO 0175-EXIT
029040     END-IF
029050     MOVE DL100-MAX-DEPTH TO BOXES-ROW
029060     PERFORM UNTIL EXIT
029070         READ STATE-FILE AT END
029080             EXIT PERFORM
029090         END-READ
029100         MOVE 704 TO INFILE-RECORD-LENGTH
029110         MOVE STATE-RECORD TO INFILE-RECORD
029120         PERFORM 0150-CHECK-FOR-BRACKET THRU 0150-EXIT
029130         IF DL100-LINE-HAS-NO-BRACKET THEN
029140             EXIT PERFORM
029150         END-IF
029160         PERFORM 0160-VALIDATE-DRAWING-DEPTH THRU
029170             0160-EXIT
029180         IF DL100-FILE-REJECTED THEN
029190             EXIT PERFORM
029200         END-IF
029210         IF DL100-MASTER-MODE THEN
029220             PERFORM PARSE-ID-ROW
029230         ELSE
029240             PERFORM PARSE-BOX-ROW
029250         END-IF
029260         ADD -1 TO BOXES-ROW
029270     END-PERFORM
029280     IF DL100-FILE-NOT-REJECTED THEN
029290         PERFORM 0200-COUNT-STACKS THRU 0200-EXIT
029300     END-IF
029310     CLOSE STATE-FILE
029320     IF DL100-FILE-NOT-REJECTED THEN
029330         MOVE 1 TO BOXES-COL
029340         PERFORM UNTIL BOXES-COL > BOXES-LENGTH
029350             PERFORM COMPACT-BOX-COL
029360             ADD 1 TO BOXES-COL
029370         END-PERFORM
029380         MOVE BOXES TO CRATES
029390         IF DL100-MASTER-MODE THEN
029400             PERFORM 0180-VALIDATE-DRAWING-IDS THRU 0180-EXIT
029410         END-IF
029420         IF DL100-MASTER-MODE AND DL100-FILE-NOT-REJECTED THEN
029430             MOVE BOX-IDS TO CRATE-IDS
029440             MOVE BOX-HAZ-TABLE TO CRATE-HAZ-TABLE
029450         END-IF
029460     END-IF
029470     .
029480 0175-EXIT.
029490     EXIT.
029500*----------------------------------------------------------------
029510 0250-FIND-KEYWORD.
029520*    LOCATE THE NEXT OCCURRENCE OF DL100-KEYWORD-TEXT (LENGTH
029530*    DL100-KEYWORD-LENGTH) ANYWHERE ON THE CURRENT MOVE LINE AND
029540*    LEAVE LINE-INDEX POINTING AT THE FIRST NON-SPACE CHARACTER
029550*    AFTER IT.  THIS LETS "MOVE"/"FROM"/"TO" BE FOUND REGARDLESS
029560*    OF HOW MANY SPACES SEPARATE THEM FROM THE SURROUNDING
029570*    NUMBERS, INSTEAD OF ASSUMING THE FIXED SINGLE-SPACE WIDTHS
029580*    THE ORIGINAL MANIFEST FORMAT HAPPENED TO USE.
029590*----------------------------------------------------------------
029600     MOVE 1 TO LINE-INDEX
029610     SET DL100-KEYWORD-NOT-FOUND TO TRUE
029620     PERFORM UNTIL DL100-KEYWORD-FOUND
029630                OR LINE-INDEX + DL100-KEYWORD-LENGTH - 1
029640                     > INFILE-RECORD-LENGTH
029650         IF INFILE-RECORD(LINE-INDEX:DL100-KEYWORD-LENGTH) =
029660             DL100-KEYWORD-TEXT(1:DL100-KEYWORD-LENGTH) THEN
029670             SET DL100-KEYWORD-FOUND TO TRUE
029680             ADD DL100-KEYWORD-LENGTH TO LINE-INDEX
029690         ELSE
029700             ADD 1 TO LINE-INDEX
029710         END-IF
029720     END-PERFORM
029730     PERFORM UNTIL LINE-INDEX > INFILE-RECORD-LENGTH
029740                OR INFILE-DATA(LINE-INDEX) NOT = ' '
029750         ADD 1 TO LINE-INDEX
029760     END-PERFORM
029770     .
029780 0250-EXIT.
029790     EXIT.
029800*----------------------------------------------------------------
029810 NUMBER-GET.
029820     MOVE LINE-INDEX TO INDEX-VALUE
029830     PERFORM UNTIL
029840         INFILE-DATA(LINE-INDEX) = ' ' OR
029850         LINE-INDEX = INFILE-RECORD-LENGTH + 1
029860         ADD 1 TO LINE-INDEX
029870     END-PERFORM
029880     MOVE INFILE-RECORD(INDEX-VALUE:LINE-INDEX - INDEX-VALUE)
029890          TO INDEX-VALUE
029900     EXIT PARAGRAPH.
029910*----------------------------------------------------------------
029920 TOKEN-GET.
029930*    READ THE CHARACTERS STARTING AT LINE-INDEX UP TO THE NEXT
029940*    SPACE AND RETURN THEM, LEFT-JUSTIFIED, IN DL100-TOKEN-TEXT
029950*    (AT MOST EIGHT CHARACTERS - AN OPERATOR ID'S FULL WIDTH).
029960     MOVE SPACES TO DL100-TOKEN-TEXT
029970     MOVE LINE-INDEX TO INDEX-VALUE
029980     PERFORM UNTIL
029990         INFILE-DATA(LINE-INDEX) = ' ' OR
030000         LINE-INDEX = INFILE-RECORD-LENGTH + 1
030010         ADD 1 TO LINE-INDEX
030020     END-PERFORM
030030     IF LINE-INDEX - INDEX-VALUE > 8 THEN
030040         MOVE INFILE-RECORD(INDEX-VALUE:8) TO DL100-TOKEN-TEXT
030050     ELSE
030060         IF LINE-INDEX > INDEX-VALUE THEN
030070             MOVE INFILE-RECORD(INDEX-VALUE:
030080                 LINE-INDEX - INDEX-VALUE) TO DL100-TOKEN-TEXT
030090         END-IF
030100     END-IF
030110     EXIT PARAGRAPH.
030120*----------------------------------------------------------------
030130 0300-PROCESS-MOVE-LINE.
030140*    PARSE AND APPLY ONE MOVE LINE - LIFTED OUT OF THE READ LOOP
030150*    IN 0010-PROCESS-ONE-MANIFEST WHEN SHIFT HEADER LINES JOINED
030160*    THE MOVE STREAM, SO THE LOOP ITSELF ONLY DECIDES WHAT KIND
030170*    OF LINE IT IS HOLDING.  A MOVE REJECTED BY
030180*    0960-VALIDATE-MOVE LEAVES DL100-FILE-REJECTED SET AND THE
030190*    LOOP STOPS READING.
030200*----------------------------------------------------------------
030210     MOVE "move    " TO DL100-KEYWORD-TEXT
030220     MOVE 4 TO DL100-KEYWORD-LENGTH
030230     PERFORM 0250-FIND-KEYWORD THRU 0250-EXIT
030240     PERFORM NUMBER-GET
030250     MOVE INDEX-VALUE TO MOVE-AMOUNT
030260     MOVE "from    " TO DL100-KEYWORD-TEXT
030270     MOVE 4 TO DL100-KEYWORD-LENGTH
030280     PERFORM 0250-FIND-KEYWORD THRU 0250-EXIT
030290     PERFORM NUMBER-GET
030300     MOVE INDEX-VALUE TO MOVE-SOURCE
030310     MOVE "to      " TO DL100-KEYWORD-TEXT
030320     MOVE 2 TO DL100-KEYWORD-LENGTH
030330     PERFORM 0250-FIND-KEYWORD THRU 0250-EXIT
030340     PERFORM NUMBER-GET
030350     MOVE INDEX-VALUE TO MOVE-DEST
030360     ADD 1 TO DL100-MOVE-NUMBER
030370     PERFORM 0310-APPLY-PARSED-MOVE THRU 0310-EXIT
030380     .
030390 0300-EXIT.
030400     EXIT.
030410*----------------------------------------------------------------
030420 0310-APPLY-PARSED-MOVE.
030430*    VALIDATE AND APPLY THE MOVE ALREADY SITTING IN MOVE-AMOUNT,
030440*    MOVE-SOURCE, MOVE-DEST, AND DL100-MOVE-NUMBER - WHETHER IT
030450*    CAME OFF A TEXT MOVE LINE (0300-PROCESS-MOVE-LINE) OR OFF
030460*    THE PRE-PARSED BINARY MOVE FILE - AND WRITE ITS AUDIT,
030470*    STATISTICS, AND CHECKPOINT BOOKKEEPING.
030480*----------------------------------------------------------------
030490     SET DL100-TRIAL-KEPT TO TRUE
030500     PERFORM 0960-VALIDATE-MOVE THRU 0960-EXIT
030510     IF DL100-FILE-REJECTED OR DL100-TRIAL-SKIPPED THEN
030520         GO TO 0310-EXIT
030530     END-IF
030540     IF DL100-MASTER-MODE THEN
030550         PERFORM 0965-CHECK-SEGREGATION THRU 0965-EXIT
030560     END-IF
030570     IF DL100-MASTER-MODE AND DL100-HOLD-MODE THEN
030580         PERFORM 0358-CHECK-MOVE-HOLDS THRU 0358-EXIT
030590     END-IF
030600     IF DL100-BAYPROF-MODE THEN
030610         PERFORM 0961-CHECK-BAY-PROFILE THRU 0961-EXIT
030620     END-IF
030630     IF DL100-MASTER-MODE AND DL100-ROSTER-MODE AND
030640         DL100-SHIFT-ACTIVE AND
030650         DL100-CUR-OPER-CERT NOT = 'Y' THEN
030660         PERFORM 0974-CHECK-OPERATOR-CERT THRU 0974-EXIT
030670     END-IF
030680     MOVE MOVE-AMOUNT TO INDEX-VALUE
030690     PERFORM UNTIL MOVE-AMOUNT = 0
030700         ADD 1 TO BOX-COL-LENGTH(MOVE-DEST)
030710         ADD 1 TO CRATE-COL-LENGTH(MOVE-DEST)
030720         MOVE BOX-VALUE(MOVE-SOURCE,
030730           BOX-COL-LENGTH(MOVE-SOURCE))
030740              TO BOX-VALUE(MOVE-DEST,
030750              BOX-COL-LENGTH(MOVE-DEST))
030760         MOVE ' ' TO BOX-VALUE(MOVE-SOURCE,
030770              BOX-COL-LENGTH(MOVE-SOURCE))
030780         MOVE CRATE-VALUE(MOVE-SOURCE,
030790           CRATE-COL-LENGTH(MOVE-SOURCE)
030800           - MOVE-AMOUNT + 1)
030810           TO CRATE-VALUE(MOVE-DEST,
030820           CRATE-COL-LENGTH(MOVE-DEST))
030830         MOVE ' ' TO CRATE-VALUE(MOVE-SOURCE,
030840              CRATE-COL-LENGTH(MOVE-SOURCE)
030850              - MOVE-AMOUNT + 1)
030860         IF DL100-MASTER-MODE THEN
030870             MOVE BOX-ID(MOVE-SOURCE,
030880               BOX-COL-LENGTH(MOVE-SOURCE))
030890                  TO BOX-ID(MOVE-DEST,
030900                  BOX-COL-LENGTH(MOVE-DEST))
030910             MOVE SPACES TO BOX-ID(MOVE-SOURCE,
030920                  BOX-COL-LENGTH(MOVE-SOURCE))
030930             MOVE BOX-HAZ(MOVE-SOURCE,
030940               BOX-COL-LENGTH(MOVE-SOURCE))
030950                  TO BOX-HAZ(MOVE-DEST,
030960                  BOX-COL-LENGTH(MOVE-DEST))
030970             MOVE SPACES TO BOX-HAZ(MOVE-SOURCE,
030980                  BOX-COL-LENGTH(MOVE-SOURCE))
030990             MOVE CRATE-ID(MOVE-SOURCE,
031000               CRATE-COL-LENGTH(MOVE-SOURCE)
031010               - MOVE-AMOUNT + 1)
031020               TO CRATE-ID(MOVE-DEST,
031030               CRATE-COL-LENGTH(MOVE-DEST))
031040             MOVE SPACES TO CRATE-ID(MOVE-SOURCE,
031050                  CRATE-COL-LENGTH(MOVE-SOURCE)
031060                  - MOVE-AMOUNT + 1)
031070             MOVE CRATE-HAZ(MOVE-SOURCE,
031080               CRATE-COL-LENGTH(MOVE-SOURCE)
031090               - MOVE-AMOUNT + 1)
031100               TO CRATE-HAZ(MOVE-DEST,
031110               CRATE-COL-LENGTH(MOVE-DEST))
031120             MOVE SPACES TO CRATE-HAZ(MOVE-SOURCE,
031130                  CRATE-COL-LENGTH(MOVE-SOURCE)
031140                  - MOVE-AMOUNT + 1)
031150         END-IF
031160         SUBTRACT 1 FROM BOX-COL-LENGTH(MOVE-SOURCE)
031170         SUBTRACT 1 FROM MOVE-AMOUNT
031180     END-PERFORM
031190     SUBTRACT INDEX-VALUE FROM
031200         CRATE-COL-LENGTH(MOVE-SOURCE)
031210     PERFORM 0970-WRITE-AUDIT-RECORD THRU 0970-EXIT
031220     PERFORM 0975-ACCUMULATE-MOVE-STATS THRU 0975-EXIT
031230     IF DL100-ROSTER-MODE AND DL100-SHIFT-ACTIVE THEN
031240         MOVE DL100-CUR-OPERATOR  TO DL100-OPER-WORK-ID
031250         MOVE DL100-CUR-OPER-NAME TO DL100-OPER-WORK-NAME
031260         MOVE INDEX-VALUE TO DL100-OPER-LIFT
031270         PERFORM 0977-ACCUMULATE-OPER-STATS THRU 0977-EXIT
031280     END-IF
031290     IF DL100-SHIFT-ACTIVE THEN
031300         ADD 1 TO DL100-SHIFT-MOVES
031310     END-IF
031320     IF NOT DL100-BATCH-MODE AND DL100-NO-TRIAL AND
031330         DL100-LETTER-MODE THEN
031340         DIVIDE DL100-MOVE-NUMBER BY
031350             DL100-CHECKPOINT-INTERVAL
031360             GIVING DL100-CKPT-QUOTIENT
031370             REMAINDER DL100-CKPT-REMAINDER
031380         IF DL100-CKPT-REMAINDER = 0 THEN
031390             PERFORM 0980-WRITE-CHECKPOINT
031400                 THRU 0980-EXIT
031410         END-IF
031420     END-IF
031430     .
031440 0310-EXIT.
031450     EXIT.
031460*----------------------------------------------------------------
031470 0320-WRITE-MOVEBIN.
031480*    THE PARSE PASS.  EVERY REMAINING TEXT LINE OF THE MANIFEST
031490*    IS KEYWORD-SCANNED EXACTLY ONCE AND WRITTEN TO THE BINARY
031500*    MOVE FILE - 'M' RECORDS FOR MOVES, 'S' RECORDS FOR SHIFT
031510*    HEADERS - SO THE APPLY LOOP, A RESTART, AND RECONCIL ALL
031520*    WORK FROM DIRECT READS.  NOTHING IS VALIDATED OR APPLIED
031530*    HERE; THE APPLY LOOP KEEPS THAT JOB BECAUSE AMOUNT CHECKS
031540*    NEED THE LIVE STACK STATE.
031550*----------------------------------------------------------------
031560     OPEN OUTPUT MOVEBIN-FILE
031570     IF NOT DL100-MOVEBIN-OK THEN
031580         STRING "UNABLE TO CREATE BINARY MOVE FILE "
031590             DELIMITED BY SIZE
031600             DL100-MOVEBIN-FILE-PATH DELIMITED BY SPACE
031610             " - FILE STATUS " DELIMITED BY SIZE
031620             DL100-MOVEBIN-STATUS DELIMITED BY SIZE
031630             INTO DL100-ERROR-MESSAGE
031640         CLOSE INFILE
031650         PERFORM 0950-REJECT-MANIFEST THRU 0950-EXIT
031660         GO TO 0320-EXIT
031670     END-IF
031680     MOVE ZERO TO DL100-BIN-MOVE-COUNT
031690     PERFORM 0986-RESET-SEAL THRU 0986-EXIT
031700     PERFORM UNTIL EXIT
031710         READ INFILE AT END
031720             EXIT PERFORM
031730         END-READ
031740         ADD 1 TO DL100-LINES-READ
031750         INITIALIZE MOVB-RECORD
031760*        A CONCATENATED MANIFEST MAY CARRY THE PRIOR DAY'S
031770*        CLOSING-STATE SEAL LINE - IT IS NOT A MOVE LINE AND
031780*        IS PASSED OVER, THE SAME AS IN THE TEXT MOVE LOOP.
031790         IF INFILE-RECORD-LENGTH > 6 AND
031800             INFILE-RECORD(1:7) = "*SEAL* " THEN
031810             CONTINUE
031820         ELSE
031830         PERFORM 0362-SPLIT-REMARK THRU 0362-EXIT
031840         MOVE "shift   " TO DL100-KEYWORD-TEXT
031850         MOVE 5 TO DL100-KEYWORD-LENGTH
031860         PERFORM 0250-FIND-KEYWORD THRU 0250-EXIT
031870         IF DL100-KEYWORD-FOUND THEN
031880             SET MOVB-IS-SHIFT TO TRUE
031890             MOVE DL100-BIN-MOVE-COUNT TO MOVB-MOVE-NUMBER
031900             PERFORM NUMBER-GET
031910             MOVE INDEX-VALUE TO MOVB-SHIFT-NUMBER
031920             MOVE SPACES TO MOVB-OPERATOR
031930             MOVE "operator" TO DL100-KEYWORD-TEXT
031940             MOVE 8 TO DL100-KEYWORD-LENGTH
031950             PERFORM 0250-FIND-KEYWORD THRU 0250-EXIT
031960             IF DL100-KEYWORD-FOUND THEN
031970                 PERFORM TOKEN-GET
031980                 MOVE DL100-TOKEN-TEXT TO MOVB-OPERATOR
031990             END-IF
032000             MOVE ZERO TO MOVB-SHIFT-START
032010             MOVE "start   " TO DL100-KEYWORD-TEXT
032020             MOVE 5 TO DL100-KEYWORD-LENGTH
032030             PERFORM 0250-FIND-KEYWORD THRU 0250-EXIT
032040             IF DL100-KEYWORD-FOUND THEN
032050                 PERFORM NUMBER-GET
032060                 MOVE INDEX-VALUE TO MOVB-SHIFT-START
032070             END-IF
032080             MOVE SPACES TO MOVB-CRANE-UNIT
032090             MOVE "crane   " TO DL100-KEYWORD-TEXT
032100             MOVE 5 TO DL100-KEYWORD-LENGTH
032110             PERFORM 0250-FIND-KEYWORD THRU 0250-EXIT
032120             IF DL100-KEYWORD-FOUND THEN
032130                 PERFORM TOKEN-GET
032140                 MOVE DL100-TOKEN-TEXT TO MOVB-CRANE-UNIT
032150             END-IF
032160             PERFORM 0323-PUT-MOVEBIN-RECORD THRU
032170                 0323-EXIT
032180         ELSE
032190             MOVE "receive " TO DL100-KEYWORD-TEXT
032200             MOVE 7 TO DL100-KEYWORD-LENGTH
032210             PERFORM 0250-FIND-KEYWORD THRU 0250-EXIT
032220             IF DL100-KEYWORD-FOUND THEN
032230                 SET MOVB-IS-RECEIPT TO TRUE
032240                 ADD 1 TO DL100-BIN-MOVE-COUNT
032250                 MOVE DL100-BIN-MOVE-COUNT TO MOVB-MOVE-NUMBER
032260                 PERFORM TOKEN-GET
032270                 MOVE DL100-TOKEN-TEXT TO MOVB-CRATE-ID
032280                 MOVE "on      " TO DL100-KEYWORD-TEXT
032290                 MOVE 2 TO DL100-KEYWORD-LENGTH
032300                 PERFORM 0250-FIND-KEYWORD THRU 0250-EXIT
032310                 PERFORM NUMBER-GET
032320                 MOVE INDEX-VALUE TO MOVB-DEST
032330                 PERFORM 0360-PARSE-GATE-CONDITION THRU
032340                     0360-EXIT
032350                 MOVE DL100-GATE-CONDITION TO MOVB-CONDITION
032360                 MOVE DL100-GATE-REMARK    TO MOVB-REMARK
032370                 PERFORM 0323-PUT-MOVEBIN-RECORD THRU
032380                     0323-EXIT
032390             ELSE
032400                 PERFORM 0322-WRITE-RELEASE-OR-MOVE THRU
032410                     0322-EXIT
032420             END-IF
032430         END-IF
032440         END-IF
032450     END-PERFORM
032460     INITIALIZE MOVB-RECORD
032470     SET MOVB-IS-SEAL TO TRUE
032480     MOVE DL100-SEAL-COUNT TO MOVB-MOVE-NUMBER
032490     DIVIDE DL100-SEAL-CKSUM BY 10000000
032500         GIVING DL100-SEAL-QUOT
032510         REMAINDER DL100-SEAL-CKSUM7
032520     MOVE DL100-SEAL-CKSUM7 TO MOVB-AMOUNT
032530     WRITE MOVB-RECORD
032540     CLOSE MOVEBIN-FILE
032550     .
032560 0320-EXIT.
032570     EXIT.
032580*----------------------------------------------------------------
032590 0322-WRITE-RELEASE-OR-MOVE.
032600*    SECOND HALF OF THE PARSE-PASS LINE DISPATCH - THE LINE IN
032610*    INFILE-RECORD CARRIES NEITHER A SHIFT HEADER NOR A GATE
032620*    RECEIPT, SO IT IS EITHER A GATE RELEASE OR AN ORDINARY
032630*    MOVE, AND ONE 'L' OR 'M' RECORD GOES ON THE BINARY MOVE
032640*    FILE ACCORDINGLY.
032650*----------------------------------------------------------------
032660     MOVE "release " TO DL100-KEYWORD-TEXT
032670     MOVE 7 TO DL100-KEYWORD-LENGTH
032680     PERFORM 0250-FIND-KEYWORD THRU 0250-EXIT
032690     IF DL100-KEYWORD-FOUND THEN
032700         SET MOVB-IS-RELEASE TO TRUE
032710         ADD 1 TO DL100-BIN-MOVE-COUNT
032720         MOVE DL100-BIN-MOVE-COUNT TO MOVB-MOVE-NUMBER
032730         PERFORM NUMBER-GET
032740         MOVE INDEX-VALUE TO MOVB-SOURCE
032750         MOVE "to      " TO DL100-KEYWORD-TEXT
032760         MOVE 2 TO DL100-KEYWORD-LENGTH
032770         PERFORM 0250-FIND-KEYWORD THRU 0250-EXIT
032780         IF DL100-KEYWORD-FOUND THEN
032790             PERFORM TOKEN-GET
032800             MOVE DL100-TOKEN-TEXT TO MOVB-CARRIER
032810         END-IF
032820         PERFORM 0360-PARSE-GATE-CONDITION THRU 0360-EXIT
032830         MOVE DL100-GATE-CONDITION TO MOVB-CONDITION
032840         MOVE DL100-GATE-REMARK    TO MOVB-REMARK
032850         PERFORM 0323-PUT-MOVEBIN-RECORD THRU
032860             0323-EXIT
032870     ELSE
032880         SET MOVB-IS-MOVE TO TRUE
032890         ADD 1 TO DL100-BIN-MOVE-COUNT
032900         MOVE DL100-BIN-MOVE-COUNT TO MOVB-MOVE-NUMBER
032910         MOVE "move    " TO DL100-KEYWORD-TEXT
032920         MOVE 4 TO DL100-KEYWORD-LENGTH
032930         PERFORM 0250-FIND-KEYWORD THRU 0250-EXIT
032940         PERFORM NUMBER-GET
032950         MOVE INDEX-VALUE TO MOVB-AMOUNT
032960         MOVE "from    " TO DL100-KEYWORD-TEXT
032970         MOVE 4 TO DL100-KEYWORD-LENGTH
032980         PERFORM 0250-FIND-KEYWORD THRU 0250-EXIT
032990         PERFORM NUMBER-GET
033000         MOVE INDEX-VALUE TO MOVB-SOURCE
033010         MOVE "to      " TO DL100-KEYWORD-TEXT
033020         MOVE 2 TO DL100-KEYWORD-LENGTH
033030         PERFORM 0250-FIND-KEYWORD THRU 0250-EXIT
033040         PERFORM NUMBER-GET
033050         MOVE INDEX-VALUE TO MOVB-DEST
033060         PERFORM 0323-PUT-MOVEBIN-RECORD THRU
033070             0323-EXIT
033080     END-IF
033090     .
033100 0322-EXIT.
033110     EXIT.
033120*----------------------------------------------------------------
033130 0323-PUT-MOVEBIN-RECORD.
033140*    WRITE ONE BINARY MOVE-FILE RECORD AND FOLD IT INTO THE
033150*    SEAL.
033160*----------------------------------------------------------------
033170     WRITE MOVB-RECORD
033180     MOVE SPACES TO DL100-SEAL-RECORD
033190     MOVE MOVB-RECORD TO DL100-SEAL-RECORD
033200     PERFORM 0987-ADD-TO-SEAL THRU 0987-EXIT
033210     .
033220 0323-EXIT.
033230     EXIT.
033240*----------------------------------------------------------------
033250 0330-APPLY-MOVEBIN.
033260*    THE APPLY LOOP OVER THE BINARY MOVE FILE.  ON A RESTART THE
033270*    FILE FROM THE CRASHED RUN IS REUSED AS IS - RECORDS UP TO
033280*    THE CHECKPOINTED MOVE ARE DISCARDED BY RECORD NUMBER
033290*    INSTEAD OF RE-PARSING TEXT.  SHIFT RECORDS STRICTLY BEFORE
033300*    THE CHECKPOINTED MOVE ARE PASSED OVER - THE CHECKPOINT
033310*    ITSELF RESTORED THE SHIFT IN EFFECT AND THE CLOSED-OUT
033320*    SHIFT TABLE, AND THEIR MARKERS ARE ALREADY ON THE TRAIL -
033330*    WHILE A SHIFT RECORD SITTING EXACTLY AT THE CHECKPOINTED
033340*    MOVE OPENS NORMALLY (ITS MARKER WAS DROPPED FROM THE
033350*    REBUILT TRAIL).  FROM THERE EVERY RECORD DISPATCHES
033360*    EXACTLY AS ITS TEXT LINE WOULD HAVE.
033370*----------------------------------------------------------------
033380     MOVE DL100-RESUME-SW TO DL100-BIN-SKIP-SW
033390     OPEN INPUT MOVEBIN-FILE
033400     IF NOT DL100-MOVEBIN-OK THEN
033410         STRING "UNABLE TO OPEN BINARY MOVE FILE "
033420             DELIMITED BY SIZE
033430             DL100-MOVEBIN-FILE-PATH DELIMITED BY SPACE
033440             " - FILE STATUS " DELIMITED BY SIZE
033450             DL100-MOVEBIN-STATUS DELIMITED BY SIZE
033460             INTO DL100-ERROR-MESSAGE
033470         CLOSE INFILE
033480         PERFORM 0950-REJECT-MANIFEST THRU 0950-EXIT
033490         GO TO 0330-EXIT
033500     END-IF
033510     PERFORM 0993-VERIFY-MOVEBIN-SEAL THRU 0993-EXIT
033520     IF DL100-FILE-REJECTED THEN
033530         GO TO 0330-EXIT
033540     END-IF
033550     CLOSE MOVEBIN-FILE
033560     OPEN INPUT MOVEBIN-FILE
033570     PERFORM UNTIL EXIT
033580         READ MOVEBIN-FILE AT END
033590             EXIT PERFORM
033600         END-READ
033610         IF MOVB-IS-SEAL THEN
033620             CONTINUE
033630         ELSE
033640         IF MOVB-IS-SHIFT THEN
033650             IF DL100-BIN-SKIPPING AND MOVB-MOVE-NUMBER <
033660                 DL100-RESUME-FROM-MOVE THEN
033670                 CONTINUE
033680             ELSE
033690                 IF DL100-SHIFT-ACTIVE THEN
033700                     PERFORM 0969-CLOSE-OUT-SHIFT THRU
033710                         0969-EXIT
033720                 END-IF
033730                 MOVE MOVB-SHIFT-NUMBER TO DL100-CUR-SHIFT
033740                 MOVE MOVB-OPERATOR     TO DL100-CUR-OPERATOR
033750                 MOVE MOVB-SHIFT-START  TO DL100-CUR-START
033760                 MOVE MOVB-CRANE-UNIT   TO DL100-CUR-CRANE
033770                 PERFORM 0967-OPEN-SHIFT THRU 0967-EXIT
033780                 IF DL100-FILE-REJECTED THEN
033790                     EXIT PERFORM
033800                 END-IF
033810             END-IF
033820         ELSE
033830             IF DL100-BIN-SKIPPING AND
033840                 MOVB-MOVE-NUMBER NOT >
033850                 DL100-RESUME-FROM-MOVE THEN
033860                 CONTINUE
033870             ELSE
033880                 SET DL100-BIN-NOT-SKIPPING TO TRUE
033890                 MOVE MOVB-MOVE-NUMBER TO DL100-MOVE-NUMBER
033900                 IF MOVB-IS-RECEIPT THEN
033910                     MOVE MOVB-CRATE-ID TO DL100-GATE-CRATE-ID
033920                     MOVE MOVB-DEST     TO MOVE-DEST
033930                     MOVE MOVB-CONDITION TO DL100-GATE-CONDITION
033940                     MOVE MOVB-REMARK    TO DL100-GATE-REMARK
033950                     PERFORM 0345-APPLY-RECEIPT THRU 0345-EXIT
033960                 ELSE
033970                     IF MOVB-IS-RELEASE THEN
033980                         MOVE MOVB-SOURCE  TO MOVE-SOURCE
033990                         MOVE MOVB-CONDITION
034000                              TO DL100-GATE-CONDITION
034010                         MOVE MOVB-REMARK TO DL100-GATE-REMARK
034020                         MOVE MOVB-CARRIER
034030                              TO DL100-GATE-CARRIER
034040                         PERFORM 0355-APPLY-RELEASE THRU
034050                             0355-EXIT
034060                     ELSE
034070                         MOVE MOVB-AMOUNT TO MOVE-AMOUNT
034080                         MOVE MOVB-SOURCE TO MOVE-SOURCE
034090                         MOVE MOVB-DEST   TO MOVE-DEST
034100                         PERFORM 0310-APPLY-PARSED-MOVE THRU
034110                             0310-EXIT
034120                     END-IF
034130                 END-IF
034140                 IF DL100-FILE-REJECTED THEN
034150                     EXIT PERFORM
034160                 END-IF
034170             END-IF
034180         END-IF
034190         END-IF
034200     END-PERFORM
034210     CLOSE MOVEBIN-FILE
034220     .
034230 0330-EXIT.
034240     EXIT.
034250*----------------------------------------------------------------
034260 0340-PROCESS-RECEIVE-LINE.
034270*    PARSE ONE GATE RECEIPT LINE - RECEIVE <CRATE> ON <BAY> -
034280*    AND APPLY IT.  THE READ LOOP ALREADY LEFT LINE-INDEX JUST
034290*    PAST THE "RECEIVE" KEYWORD, SO THE CRATE TOKEN (A SINGLE
034300*    LETTER, OR AN EIGHT-CHARACTER CRATE ID IN MASTER MODE) IS
034310*    NEXT, FOLLOWED BY THE DESTINATION BAY NUMBER AND ANY
034320*    CONDITION CODE THE CLERK RECORDED.
034330*----------------------------------------------------------------
034340     PERFORM TOKEN-GET
034350     MOVE DL100-TOKEN-TEXT TO DL100-GATE-CRATE-ID
034360     MOVE "on      " TO DL100-KEYWORD-TEXT
034370     MOVE 2 TO DL100-KEYWORD-LENGTH
034380     PERFORM 0250-FIND-KEYWORD THRU 0250-EXIT
034390     PERFORM NUMBER-GET
034400     MOVE INDEX-VALUE TO MOVE-DEST
034410     PERFORM 0360-PARSE-GATE-CONDITION THRU 0360-EXIT
034420     ADD 1 TO DL100-MOVE-NUMBER
034430     PERFORM 0345-APPLY-RECEIPT THRU 0345-EXIT
034440     .
034450 0340-EXIT.
034460     EXIT.
034470*----------------------------------------------------------------
034480 0345-APPLY-RECEIPT.
034490*    VALIDATE AND APPLY THE GATE RECEIPT ALREADY SITTING IN
034500*    DL100-GATE-CRATE-ID AND MOVE-DEST - WHETHER IT CAME OFF A
034510*    TEXT RECEIVE LINE OR OFF THE BINARY MOVE FILE.  THE CRATE
034520*    LANDS ON TOP OF THE NAMED BAY IN BOTH MODELS; IN MASTER
034530*    MODE THE ID MUST HAVE A MASTER RECORD AND THE LANDING IS
034540*    CHECKED FOR HAZMAT SEGREGATION LIKE ANY CRANE LANDING, AND
034550*    WITH THE DAMAGE-CODE TABLE ON ITS CONDITION CODE IS CHECKED
034560*    AND A DAMAGED ARRIVAL REGISTERED.
034570*----------------------------------------------------------------
034580     IF MOVE-DEST < 1 OR MOVE-DEST > BOXES-LENGTH
034590         OR DL100-GATE-CRATE-ID = SPACES THEN
034600         MOVE DL100-MOVE-NUMBER TO DL100-EDIT-NUM1
034610         MOVE MOVE-DEST         TO DL100-EDIT-NUM2
034620         MOVE BOXES-LENGTH      TO DL100-EDIT-NUM3
034630         STRING "RECEIPT " DL100-EDIT-NUM1
034640             " IS OUT OF RANGE - BAY " DL100-EDIT-NUM2
034650             " MUST BE 1 THRU " DL100-EDIT-NUM3
034660             " AND A CRATE MUST BE NAMED"
034670             DELIMITED BY SIZE INTO DL100-ERROR-MESSAGE
034680         IF DL100-TRIAL-RUN THEN
034690             PERFORM 0390-RECORD-TRIAL-PROBLEM THRU 0390-EXIT
034700             GO TO 0345-EXIT
034710         END-IF
034720         CLOSE INFILE
034730         PERFORM 0950-REJECT-MANIFEST THRU 0950-EXIT
034740         GO TO 0345-EXIT
034750     END-IF
034760     IF CRATE-COL-LENGTH(MOVE-DEST) NOT < DL100-MAX-DEPTH OR
034770         BOX-COL-LENGTH(MOVE-DEST) NOT < DL100-MAX-DEPTH THEN
034780         MOVE DL100-MOVE-NUMBER TO DL100-EDIT-NUM1
034790         MOVE MOVE-DEST         TO DL100-EDIT-NUM2
034800         STRING "RECEIPT " DL100-EDIT-NUM1
034810             " OVERFILLS BAY " DL100-EDIT-NUM2
034820             DELIMITED BY SIZE INTO DL100-ERROR-MESSAGE
034830         IF DL100-TRIAL-RUN THEN
034840             PERFORM 0390-RECORD-TRIAL-PROBLEM THRU 0390-EXIT
034850             GO TO 0345-EXIT
034860         END-IF
034870         CLOSE INFILE
034880         PERFORM 0950-REJECT-MANIFEST THRU 0950-EXIT
034890         GO TO 0345-EXIT
034900     END-IF
034910     IF DL100-DMG-MODE THEN
034920         MOVE "RCVD" TO DL100-DMG-EVENT-TYPE
034930         PERFORM 0365-CHECK-CONDITION-CODE THRU 0365-EXIT
034940         IF DL100-DMG-CODE-BAD THEN
034950             GO TO 0345-EXIT
034960         END-IF
034970     END-IF
034980     MOVE SPACES TO DL100-GATE-HAZ
034990     IF DL100-MASTER-MODE THEN
035000         MOVE DL100-GATE-CRATE-ID TO CMST-CRATE-ID
035010         READ CRATE-MASTER
035020         IF DL100-MASTER-OK THEN
035030             MOVE CMST-HAZMAT-CODE TO DL100-GATE-HAZ
035040         ELSE
035050             MOVE DL100-MOVE-NUMBER TO DL100-EDIT-NUM1
035060             STRING "RECEIPT " DL100-EDIT-NUM1
035070                 " NAMES CRATE " DL100-GATE-CRATE-ID
035080                 " BUT THE CRATE MASTER DOES NOT KNOW IT"
035090                 " - REJECTED"
035100                 DELIMITED BY SIZE INTO DL100-ERROR-MESSAGE
035110             IF DL100-TRIAL-RUN THEN
035120                 PERFORM 0390-RECORD-TRIAL-PROBLEM THRU
035130                     0390-EXIT
035140                 GO TO 0345-EXIT
035150             END-IF
035160             CLOSE INFILE
035170             PERFORM 0950-REJECT-MANIFEST THRU 0950-EXIT
035180             GO TO 0345-EXIT
035190         END-IF
035200         PERFORM 0347-CHECK-GATE-SEGREGATION THRU 0347-EXIT
035210     END-IF
035220     IF DL100-BAYPROF-MODE THEN
035230         PERFORM 0963-CHECK-RECEIPT-PROFILE THRU 0963-EXIT
035240     END-IF
035250     ADD 1 TO BOX-COL-LENGTH(MOVE-DEST)
035260     ADD 1 TO CRATE-COL-LENGTH(MOVE-DEST)
035270     MOVE DL100-GATE-CRATE-ID(1:1)
035280          TO BOX-VALUE(MOVE-DEST, BOX-COL-LENGTH(MOVE-DEST))
035290     MOVE DL100-GATE-CRATE-ID(1:1)
035300          TO CRATE-VALUE(MOVE-DEST,
035310          CRATE-COL-LENGTH(MOVE-DEST))
035320     IF DL100-MASTER-MODE THEN
035330         MOVE DL100-GATE-CRATE-ID
035340              TO BOX-ID(MOVE-DEST, BOX-COL-LENGTH(MOVE-DEST))
035350         MOVE DL100-GATE-CRATE-ID
035360              TO CRATE-ID(MOVE-DEST,
035370              CRATE-COL-LENGTH(MOVE-DEST))
035380         MOVE DL100-GATE-HAZ
035390              TO BOX-HAZ(MOVE-DEST, BOX-COL-LENGTH(MOVE-DEST))
035400         MOVE DL100-GATE-HAZ
035410              TO CRATE-HAZ(MOVE-DEST,
035420              CRATE-COL-LENGTH(MOVE-DEST))
035430     END-IF
035440     PERFORM 0971-WRITE-RECEIPT-AUDIT THRU 0971-EXIT
035450     IF DL100-DMGREG-IS-OPEN AND DL100-DMG-IS-DAMAGE THEN
035460         PERFORM 0366-WRITE-DAMAGE-REGISTER THRU 0366-EXIT
035470     END-IF
035480     ADD 1 TO DL100-STAT-RECEIPTS
035490     ADD 1 TO DL100-STAT-CRATES-IN(MOVE-DEST)
035500     IF DL100-ROSTER-MODE AND DL100-SHIFT-ACTIVE THEN
035510         MOVE DL100-CUR-OPERATOR  TO DL100-OPER-WORK-ID
035520         MOVE DL100-CUR-OPER-NAME TO DL100-OPER-WORK-NAME
035530         MOVE 1 TO DL100-OPER-LIFT
035540         PERFORM 0977-ACCUMULATE-OPER-STATS THRU 0977-EXIT
035550     END-IF
035560     IF DL100-SHIFT-ACTIVE THEN
035570         ADD 1 TO DL100-SHIFT-MOVES
035580     END-IF
035590     IF NOT DL100-BATCH-MODE AND DL100-NO-TRIAL AND
035600         DL100-LETTER-MODE THEN
035610         DIVIDE DL100-MOVE-NUMBER BY
035620             DL100-CHECKPOINT-INTERVAL
035630             GIVING DL100-CKPT-QUOTIENT
035640             REMAINDER DL100-CKPT-REMAINDER
035650         IF DL100-CKPT-REMAINDER = 0 THEN
035660             PERFORM 0980-WRITE-CHECKPOINT
035670                 THRU 0980-EXIT
035680         END-IF
035690     END-IF
035700     .
035710 0345-EXIT.
035720     EXIT.
035730*----------------------------------------------------------------
035740 0347-CHECK-GATE-SEGREGATION.
035750*    CHECK THE ONE CRATE THE GATE IS ABOUT TO LAND AGAINST THE
035760*    SEGREGATION CODES ALREADY SITTING IN THE DESTINATION BAY,
035770*    THE SAME RULE 0965-CHECK-SEGREGATION APPLIES TO A CRANE
035780*    LANDING - TWO CRATES WHOSE NONBLANK CODES DIFFER MAY NEVER
035790*    SHARE A BAY.  A CONFLICT IS FLAGGED AND COUNTED BUT THE
035800*    RECEIPT STILL APPLIES; THE TRUCK HAS ALREADY TIPPED AND
035810*    OPERATIONS DECIDES THE REMEDY.
035820*----------------------------------------------------------------
035830     IF DL100-GATE-HAZ = SPACES THEN
035840         GO TO 0347-EXIT
035850     END-IF
035860     MOVE 1 TO DL100-HAZ-ROW2
035870     PERFORM UNTIL DL100-HAZ-ROW2 >
035880         CRATE-COL-LENGTH(MOVE-DEST)
035890         IF CRATE-HAZ(MOVE-DEST, DL100-HAZ-ROW2)
035900             NOT = SPACES AND
035910             CRATE-HAZ(MOVE-DEST, DL100-HAZ-ROW2)
035920             NOT = DL100-GATE-HAZ THEN
035930             PERFORM 0348-FLAG-GATE-SEGREGATION THRU
035940                 0348-EXIT
035950             MOVE CRATE-COL-LENGTH(MOVE-DEST)
035960                  TO DL100-HAZ-ROW2
035970         END-IF
035980         ADD 1 TO DL100-HAZ-ROW2
035990     END-PERFORM
036000     .
036010 0347-EXIT.
036020     EXIT.
036030*----------------------------------------------------------------
036040 0348-FLAG-GATE-SEGREGATION.
036050*    WRITE ONE SEGREGATION-VIOLATION LINE FOR A GATE RECEIPT -
036060*    THE EVENT NUMBER, THE INCOMING CRATE AND ITS CODE, AND THE
036070*    DESTINATION BAY - AND COUNT IT, EXACTLY AS
036080*    0966-FLAG-SEGREGATION DOES FOR A CRANE LANDING.
036090*----------------------------------------------------------------
036100     IF DL100-NO-TRIAL AND DL100-ERROR-IS-CLOSED THEN
036110         OPEN OUTPUT ERROR-FILE
036120         SET DL100-ERROR-IS-OPEN TO TRUE
036130     END-IF
036140     ADD 1 TO DL100-HAZ-VIOLATIONS
036150     MOVE DL100-MOVE-NUMBER TO DL100-EDIT-NUM1
036160     MOVE MOVE-DEST         TO DL100-EDIT-NUM2
036170     MOVE SPACES TO ERROR-RECORD
036180     STRING "RECEIPT " DL100-EDIT-NUM1
036190         " HAZMAT SEGREGATION VIOLATION - CRATE "
036200         DL100-GATE-CRATE-ID
036210         " (CODE " DL100-GATE-HAZ
036220         ") ONTO BAY " DL100-EDIT-NUM2
036230         " HOLDING CODE "
036240         CRATE-HAZ(MOVE-DEST, DL100-HAZ-ROW2)
036250         DELIMITED BY SIZE INTO ERROR-RECORD
036260     IF DL100-TRIAL-RUN THEN
036270         MOVE ERROR-RECORD TO DL100-ERROR-MESSAGE
036280         PERFORM 0390-RECORD-TRIAL-PROBLEM THRU 0390-EXIT
036290     ELSE
036300         WRITE ERROR-RECORD
036310     END-IF
036320     .
036330 0348-EXIT.
036340     EXIT.
036350*----------------------------------------------------------------
036360 0350-PROCESS-RELEASE-LINE.
036370*    PARSE ONE GATE RELEASE LINE - RELEASE <BAY> TO <CARRIER> -
036380*    AND APPLY IT.  THE READ LOOP ALREADY LEFT LINE-INDEX JUST
036390*    PAST THE "RELEASE" KEYWORD, SO THE BAY NUMBER IS NEXT,
036400*    FOLLOWED BY THE CARRIER TOKEN AND ANY CONDITION CODE THE
036410*    CLERK RECORDED.
036420*----------------------------------------------------------------
036430     PERFORM NUMBER-GET
036440     MOVE INDEX-VALUE TO MOVE-SOURCE
036450     MOVE SPACES TO DL100-GATE-CARRIER
036460     MOVE "to      " TO DL100-KEYWORD-TEXT
036470     MOVE 2 TO DL100-KEYWORD-LENGTH
036480     PERFORM 0250-FIND-KEYWORD THRU 0250-EXIT
036490     IF DL100-KEYWORD-FOUND THEN
036500         PERFORM TOKEN-GET
036510         MOVE DL100-TOKEN-TEXT TO DL100-GATE-CARRIER
036520     END-IF
036530     PERFORM 0360-PARSE-GATE-CONDITION THRU 0360-EXIT
036540     ADD 1 TO DL100-MOVE-NUMBER
036550     PERFORM 0355-APPLY-RELEASE THRU 0355-EXIT
036560     .
036570 0350-EXIT.
036580     EXIT.
036590*----------------------------------------------------------------
036600 0355-APPLY-RELEASE.
036610*    VALIDATE AND APPLY THE GATE RELEASE ALREADY SITTING IN
036620*    MOVE-SOURCE AND DL100-GATE-CARRIER - WHETHER IT CAME OFF A
036630*    TEXT RELEASE LINE OR OFF THE BINARY MOVE FILE.  THE TOP
036640*    CRATE OF THE NAMED BAY LEAVES THE YARD IN BOTH MODELS; THE
036650*    AUDIT RECORD NAMES THE CRATE THE CRATEMOVER-9001 (THE
036660*    PRODUCTION MODEL) GAVE UP.  WITH THE DAMAGE-CODE TABLE ON
036670*    THE CONDITION CODE IS CHECKED AND A DAMAGED DEPARTURE
036680*    REGISTERED, AS FOR A RECEIPT.
036690*----------------------------------------------------------------
036700     IF MOVE-SOURCE < 1 OR MOVE-SOURCE > BOXES-LENGTH THEN
036710         MOVE DL100-MOVE-NUMBER TO DL100-EDIT-NUM1
036720         MOVE MOVE-SOURCE       TO DL100-EDIT-NUM2
036730         MOVE BOXES-LENGTH      TO DL100-EDIT-NUM3
036740         STRING "RELEASE " DL100-EDIT-NUM1
036750             " IS OUT OF RANGE - BAY " DL100-EDIT-NUM2
036760             " MUST BE 1 THRU " DL100-EDIT-NUM3
036770             DELIMITED BY SIZE INTO DL100-ERROR-MESSAGE
036780         IF DL100-TRIAL-RUN THEN
036790             PERFORM 0390-RECORD-TRIAL-PROBLEM THRU 0390-EXIT
036800             GO TO 0355-EXIT
036810         END-IF
036820         CLOSE INFILE
036830         PERFORM 0950-REJECT-MANIFEST THRU 0950-EXIT
036840         GO TO 0355-EXIT
036850     END-IF
036860     IF CRATE-COL-LENGTH(MOVE-SOURCE) < 1 OR
036870         BOX-COL-LENGTH(MOVE-SOURCE) < 1 THEN
036880         MOVE DL100-MOVE-NUMBER TO DL100-EDIT-NUM1
036890         MOVE MOVE-SOURCE       TO DL100-EDIT-NUM2
036900         STRING "RELEASE " DL100-EDIT-NUM1
036910             " NAMES EMPTY BAY " DL100-EDIT-NUM2
036920             DELIMITED BY SIZE INTO DL100-ERROR-MESSAGE
036930         IF DL100-TRIAL-RUN THEN
036940             PERFORM 0390-RECORD-TRIAL-PROBLEM THRU 0390-EXIT
036950             GO TO 0355-EXIT
036960         END-IF
036970         CLOSE INFILE
036980         PERFORM 0950-REJECT-MANIFEST THRU 0950-EXIT
036990         GO TO 0355-EXIT
037000     END-IF
037010     IF DL100-DMG-MODE THEN
037020         MOVE "RLSE" TO DL100-DMG-EVENT-TYPE
037030         PERFORM 0365-CHECK-CONDITION-CODE THRU 0365-EXIT
037040         IF DL100-DMG-CODE-BAD THEN
037050             GO TO 0355-EXIT
037060         END-IF
037070     END-IF
037080     IF DL100-MASTER-MODE THEN
037090         MOVE CRATE-ID(MOVE-SOURCE,
037100             CRATE-COL-LENGTH(MOVE-SOURCE))
037110              TO DL100-GATE-CRATE-ID
037120     ELSE
037130         MOVE SPACES TO DL100-GATE-CRATE-ID
037140         MOVE CRATE-VALUE(MOVE-SOURCE,
037150             CRATE-COL-LENGTH(MOVE-SOURCE))
037160              TO DL100-GATE-CRATE-ID(1:1)
037170     END-IF
037180     IF DL100-MASTER-MODE AND
037190         (DL100-RLSAUTH-MODE OR DL100-HOLD-MODE) THEN
037200         PERFORM 0356-CHECK-RELEASE-GATE THRU 0356-EXIT
037210     END-IF
037220     MOVE ' ' TO BOX-VALUE(MOVE-SOURCE,
037230          BOX-COL-LENGTH(MOVE-SOURCE))
037240     MOVE ' ' TO CRATE-VALUE(MOVE-SOURCE,
037250          CRATE-COL-LENGTH(MOVE-SOURCE))
037260     IF DL100-MASTER-MODE THEN
037270         MOVE SPACES TO BOX-ID(MOVE-SOURCE,
037280              BOX-COL-LENGTH(MOVE-SOURCE))
037290         MOVE SPACES TO CRATE-ID(MOVE-SOURCE,
037300              CRATE-COL-LENGTH(MOVE-SOURCE))
037310         MOVE SPACES TO BOX-HAZ(MOVE-SOURCE,
037320              BOX-COL-LENGTH(MOVE-SOURCE))
037330         MOVE SPACES TO CRATE-HAZ(MOVE-SOURCE,
037340              CRATE-COL-LENGTH(MOVE-SOURCE))
037350     END-IF
037360     SUBTRACT 1 FROM BOX-COL-LENGTH(MOVE-SOURCE)
037370     SUBTRACT 1 FROM CRATE-COL-LENGTH(MOVE-SOURCE)
037380     PERFORM 0972-WRITE-RELEASE-AUDIT THRU 0972-EXIT
037390     IF DL100-DMGREG-IS-OPEN AND DL100-DMG-IS-DAMAGE THEN
037400         PERFORM 0366-WRITE-DAMAGE-REGISTER THRU 0366-EXIT
037410     END-IF
037420     ADD 1 TO DL100-STAT-RELEASES
037430     ADD 1 TO DL100-STAT-CRATES-OUT(MOVE-SOURCE)
037440     IF DL100-ROSTER-MODE AND DL100-SHIFT-ACTIVE THEN
037450         MOVE DL100-CUR-OPERATOR  TO DL100-OPER-WORK-ID
037460         MOVE DL100-CUR-OPER-NAME TO DL100-OPER-WORK-NAME
037470         MOVE 1 TO DL100-OPER-LIFT
037480         PERFORM 0977-ACCUMULATE-OPER-STATS THRU 0977-EXIT
037490     END-IF
037500     IF DL100-SHIFT-ACTIVE THEN
037510         ADD 1 TO DL100-SHIFT-MOVES
037520     END-IF
037530     IF NOT DL100-BATCH-MODE AND DL100-NO-TRIAL AND
037540         DL100-LETTER-MODE THEN
037550         DIVIDE DL100-MOVE-NUMBER BY
037560             DL100-CHECKPOINT-INTERVAL
037570             GIVING DL100-CKPT-QUOTIENT
037580             REMAINDER DL100-CKPT-REMAINDER
037590         IF DL100-CKPT-REMAINDER = 0 THEN
037600             PERFORM 0980-WRITE-CHECKPOINT
037610                 THRU 0980-EXIT
037620         END-IF
037630     END-IF
037640     .
037650 0355-EXIT.
037660     EXIT.
037670*----------------------------------------------------------------
037680 0356-CHECK-RELEASE-GATE.
037690*    JUDGE THE CRATE A GATE RELEASE IS HANDING OVER - SITTING IN
037700*    DL100-GATE-CRATE-ID - AGAINST THE HOLD TABLE AND THE
037710*    AUTHORIZATION TABLE.  THE RELEASE IS AUTHORIZED WHEN ANY
037720*    AUTHORIZATION FOR THE CRATE NAMES THE RELEASING CARRIER
037730*    AND ITS WINDOW COVERS THE RUN DATE; OTHERWISE THE CLOSEST
037740*    MISS IS REPORTED - WRONG WINDOW BEFORE WRONG CARRIER
037750*    BEFORE NO AUTHORIZATION AT ALL.  A PROBLEM IS FLAGGED AND
037760*    COUNTED BUT THE RELEASE STILL APPLIES; THE CRATE HAS LEFT
037770*    THROUGH THE GATE AND THE SUPERVISOR DECIDES THE REMEDY.
037780*----------------------------------------------------------------
037790     MOVE DL100-GATE-CRATE-ID TO DL100-EXC-CRATE-ID
037800     MOVE DL100-GATE-CARRIER  TO DL100-EXC-CARRIER
037810     MOVE MOVE-SOURCE         TO DL100-EXC-BAY
037820     MOVE "RELEASE "          TO DL100-EXC-VERB
037830     IF DL100-HOLD-MODE THEN
037840         PERFORM 0357-FIND-HOLD THRU 0357-EXIT
037850         IF DL100-HOLD-FOUND THEN
037860             MOVE SPACES TO DL100-EXC-REASON
037870             STRING "CRATE ON HOLD BY "
037880                 DL100-HOLD-AGENCY-T(DL100-HOLD-INDEX)
037890                 DELIMITED BY SPACE
037900                 " - " DL100-HOLD-REASON-T(DL100-HOLD-INDEX)
037910                 DELIMITED BY SIZE INTO DL100-EXC-REASON
037920             PERFORM 0359-FLAG-RELEASE-EXCEPTION THRU
037930                 0359-EXIT
037940         END-IF
037950     END-IF
037960     IF DL100-RLSAUTH-MODE-OFF THEN
037970         GO TO 0356-EXIT
037980     END-IF
037990     SET DL100-AUTH-NONE-ON-FILE TO TRUE
038000     MOVE 1 TO DL100-AUTH-INDEX
038010     PERFORM UNTIL DL100-AUTH-INDEX > DL100-AUTH-COUNT
038020         IF DL100-AUTH-CRATE-T(DL100-AUTH-INDEX) =
038030             DL100-EXC-CRATE-ID THEN
038040             IF DL100-AUTH-CARR-T(DL100-AUTH-INDEX) =
038050                 DL100-EXC-CARRIER THEN
038060                 IF DL100-AUTH-FROM-T(DL100-AUTH-INDEX)
038070                     NOT > DL100-RUN-DATE-DASHED AND
038080                     (DL100-AUTH-TO-T(DL100-AUTH-INDEX)
038090                     = SPACES OR
038100                     DL100-AUTH-TO-T(DL100-AUTH-INDEX)
038110                     NOT < DL100-RUN-DATE-DASHED) THEN
038120                     SET DL100-AUTH-GRANTED TO TRUE
038130                     MOVE DL100-AUTH-COUNT TO DL100-AUTH-INDEX
038140                 ELSE
038150                     SET DL100-AUTH-OUT-OF-WINDOW TO TRUE
038160                 END-IF
038170             ELSE
038180                 IF DL100-AUTH-NONE-ON-FILE THEN
038190                     SET DL100-AUTH-OTHER-CARRIER TO TRUE
038200                 END-IF
038210             END-IF
038220         END-IF
038230         ADD 1 TO DL100-AUTH-INDEX
038240     END-PERFORM
038250     IF DL100-AUTH-GRANTED THEN
038260         GO TO 0356-EXIT
038270     END-IF
038280     MOVE SPACES TO DL100-EXC-REASON
038290     EVALUATE TRUE
038300         WHEN DL100-AUTH-NONE-ON-FILE
038310             STRING "NO RELEASE AUTHORIZATION ON FILE"
038320                 DELIMITED BY SIZE INTO DL100-EXC-REASON
038330         WHEN DL100-AUTH-OTHER-CARRIER
038340             IF DL100-EXC-CARRIER = SPACES THEN
038350                 STRING "NO CARRIER NAMED ON THE RELEASE"
038360                     DELIMITED BY SIZE INTO DL100-EXC-REASON
038370             ELSE
038380                 STRING "NOT AUTHORIZED FOR CARRIER "
038390                     DL100-EXC-CARRIER
038400                     DELIMITED BY SIZE INTO DL100-EXC-REASON
038410             END-IF
038420         WHEN DL100-AUTH-OUT-OF-WINDOW
038430             STRING "AUTHORIZATION FOR CARRIER "
038440                 DL100-EXC-CARRIER DELIMITED BY SPACE
038450                 " NOT VALID ON " DL100-RUN-DATE-DASHED
038460                 DELIMITED BY SIZE INTO DL100-EXC-REASON
038470     END-EVALUATE
038480     PERFORM 0359-FLAG-RELEASE-EXCEPTION THRU 0359-EXIT
038490     .
038500 0356-EXIT.
038510     EXIT.
038520*----------------------------------------------------------------
038530 0357-FIND-HOLD.
038540*    LOOK DL100-EXC-CRATE-ID UP IN THE TABLE OF HOLDS IN FORCE.
038550*    ON A HIT DL100-HOLD-INDEX IS LEFT ON THE HOLD FOUND.
038560*----------------------------------------------------------------
038570     SET DL100-HOLD-NOT-FOUND TO TRUE
038580     MOVE 1 TO DL100-HOLD-INDEX
038590     PERFORM UNTIL DL100-HOLD-INDEX > DL100-HOLD-COUNT OR
038600         DL100-HOLD-FOUND
038610         IF DL100-HOLD-CRATE-T(DL100-HOLD-INDEX) =
038620             DL100-EXC-CRATE-ID THEN
038630             SET DL100-HOLD-FOUND TO TRUE
038640         ELSE
038650             ADD 1 TO DL100-HOLD-INDEX
038660         END-IF
038670     END-PERFORM
038680     .
038690 0357-EXIT.
038700     EXIT.
038710*----------------------------------------------------------------
038720 0358-CHECK-MOVE-HOLDS.
038730*    CHECK EVERY CRATE A CRANE MOVE IS ABOUT TO LIFT AGAINST THE
038740*    HOLD TABLE - THE SAME BLOCK OF CRATES 0965-CHECK-
038750*    SEGREGATION JUDGES.  A HELD CRATE THAT IS MOVED IS FLAGGED
038760*    AND COUNTED BUT THE MOVE STILL APPLIES, THE SAME AS A
038770*    SEGREGATION CONFLICT.
038780*----------------------------------------------------------------
038790     MOVE MOVE-SOURCE TO DL100-EXC-BAY
038800     MOVE "MOVE    " TO DL100-EXC-VERB
038810     MOVE SPACES     TO DL100-EXC-CARRIER
038820     MOVE 1 TO DL100-EXC-ROW
038830     PERFORM UNTIL DL100-EXC-ROW > MOVE-AMOUNT
038840         MOVE CRATE-ID(MOVE-SOURCE,
038850             CRATE-COL-LENGTH(MOVE-SOURCE)
038860             - MOVE-AMOUNT + DL100-EXC-ROW)
038870             TO DL100-EXC-CRATE-ID
038880         PERFORM 0357-FIND-HOLD THRU 0357-EXIT
038890         IF DL100-HOLD-FOUND THEN
038900             MOVE SPACES TO DL100-EXC-REASON
038910             STRING "CRATE ON HOLD BY "
038920                 DL100-HOLD-AGENCY-T(DL100-HOLD-INDEX)
038930                 DELIMITED BY SPACE
038940                 " - " DL100-HOLD-REASON-T(DL100-HOLD-INDEX)
038950                 DELIMITED BY SIZE INTO DL100-EXC-REASON
038960             PERFORM 0359-FLAG-RELEASE-EXCEPTION THRU
038970                 0359-EXIT
038980         END-IF
038990         ADD 1 TO DL100-EXC-ROW
039000     END-PERFORM
039010     .
039020 0358-EXIT.
039030     EXIT.
039040*----------------------------------------------------------------
039050 0359-FLAG-RELEASE-EXCEPTION.
039060*    WRITE ONE RELEASE/HOLD EXCEPTION LINE - THE EVENT NUMBER,
039070*    THE CRATE, ITS BAY, AND THE REASON IN DL100-EXC-REASON -
039080*    AND COUNT IT, EXACTLY AS 0348-FLAG-GATE-SEGREGATION DOES
039090*    FOR A SEGREGATION CONFLICT.  OUTSIDE A TRIAL THE SAME
039100*    EXCEPTION, WITH THE CARRIER AND THE SHIFT AND OPERATOR IN
039110*    EFFECT, GOES ON THE GATE EXCEPTIONS REPORT.
039120*----------------------------------------------------------------
039130     IF DL100-NO-TRIAL AND DL100-ERROR-IS-CLOSED THEN
039140         OPEN OUTPUT ERROR-FILE
039150         SET DL100-ERROR-IS-OPEN TO TRUE
039160     END-IF
039170     ADD 1 TO DL100-RLSE-VIOLATIONS
039180     MOVE DL100-MOVE-NUMBER TO DL100-EDIT-NUM1
039190     MOVE DL100-EXC-BAY     TO DL100-EDIT-NUM2
039200     MOVE SPACES TO ERROR-RECORD
039210     STRING DL100-EXC-VERB DELIMITED BY SPACE
039220         " " DL100-EDIT-NUM1
039230         " RELEASE/HOLD EXCEPTION - CRATE "
039240         DL100-EXC-CRATE-ID
039250         " FROM BAY " DL100-EDIT-NUM2
039260         " - " DL100-EXC-REASON
039270         DELIMITED BY SIZE INTO ERROR-RECORD
039280     IF DL100-TRIAL-RUN THEN
039290         MOVE ERROR-RECORD TO DL100-ERROR-MESSAGE
039300         PERFORM 0390-RECORD-TRIAL-PROBLEM THRU 0390-EXIT
039310     ELSE
039320         WRITE ERROR-RECORD
039330     END-IF
039340     IF DL100-GATEEXC-IS-OPEN THEN
039350         ADD 1 TO DL100-GATEEXC-COUNT
039360         MOVE DL100-MOVE-NUMBER  TO DL100-GEXC-D-EVENT
039370         MOVE DL100-EXC-VERB     TO DL100-GEXC-D-VERB
039380         MOVE DL100-EXC-BAY      TO DL100-GEXC-D-BAY
039390         MOVE DL100-EXC-CRATE-ID TO DL100-GEXC-D-CRATE
039400         MOVE DL100-EXC-CARRIER  TO DL100-GEXC-D-CARRIER
039410         MOVE DL100-CUR-SHIFT    TO DL100-GEXC-D-SHIFT
039420         MOVE DL100-CUR-OPERATOR TO DL100-GEXC-D-OPERATOR
039430         MOVE DL100-EXC-REASON   TO DL100-GEXC-D-REASON
039440         MOVE SPACES TO GATEEXC-RECORD
039450         MOVE DL100-GEXC-DETAIL TO GATEEXC-RECORD
039460         WRITE GATEEXC-RECORD
039470     END-IF
039480     .
039490 0359-EXIT.
039500     EXIT.
039510*----------------------------------------------------------------
039520 0360-PARSE-GATE-CONDITION.
039530*    PICK UP THE OPTIONAL "CONDITION <CODE>" CLAUSE OF THE GATE
039540*    LINE IN INFILE-RECORD INTO DL100-GATE-CONDITION.  A LINE
039550*    WITHOUT ONE LEAVES IT BLANK - NO INSPECTION WAS RECORDED.
039560*----------------------------------------------------------------
039570     MOVE SPACES TO DL100-GATE-CONDITION
039580     MOVE "condition" TO DL100-KEYWORD-TEXT
039590     MOVE 9 TO DL100-KEYWORD-LENGTH
039600     PERFORM 0250-FIND-KEYWORD THRU 0250-EXIT
039610     IF DL100-KEYWORD-FOUND THEN
039620         PERFORM TOKEN-GET
039630         MOVE DL100-TOKEN-TEXT TO DL100-GATE-CONDITION
039640     END-IF
039650     .
039660 0360-EXIT.
039670     EXIT.
039680*----------------------------------------------------------------
039690 0362-SPLIT-REMARK.
039700*    A GATE LINE MAY END WITH "REMARK <FREE TEXT>".  LIFT UP TO
039710*    THIRTY CHARACTERS OF THE TEXT INTO DL100-GATE-REMARK AND
039720*    CUT THE LINE BACK TO END BEFORE THE KEYWORD, SO NOTHING A
039730*    CLERK WRITES IN A REMARK CAN BE TAKEN FOR A SHIFT, GATE,
039740*    OR MOVE KEYWORD BY THE SCANS THAT FOLLOW.  THE PREVIOUS
039750*    LINE'S CONDITION CODE IS CLEARED HERE TOO.
039760*----------------------------------------------------------------
039770     MOVE SPACES TO DL100-GATE-CONDITION
039780     MOVE SPACES TO DL100-GATE-REMARK
039790     MOVE "remark " TO DL100-KEYWORD-TEXT
039800     MOVE 7 TO DL100-KEYWORD-LENGTH
039810     PERFORM 0250-FIND-KEYWORD THRU 0250-EXIT
039820     IF DL100-KEYWORD-NOT-FOUND THEN
039830         GO TO 0362-EXIT
039840     END-IF
039850     MOVE LINE-INDEX TO DL100-REMARK-START
039860     COMPUTE DL100-REMARK-LENGTH =
039870         INFILE-RECORD-LENGTH - DL100-REMARK-START + 1
039880     IF DL100-REMARK-LENGTH > 30 THEN
039890         MOVE 30 TO DL100-REMARK-LENGTH
039900     END-IF
039910     IF DL100-REMARK-LENGTH > 0 THEN
039920         MOVE INFILE-RECORD(DL100-REMARK-START:
039930             DL100-REMARK-LENGTH) TO DL100-GATE-REMARK
039940     END-IF
039950*    BACK UP OVER THE SPACES TO THE LAST LETTER OF THE KEYWORD;
039960*    THE LINE THEN ENDS SIX CHARACTERS EARLIER.
039970     SUBTRACT 1 FROM DL100-REMARK-START
039980     PERFORM UNTIL DL100-REMARK-START < 1
039990                OR INFILE-DATA(DL100-REMARK-START) NOT = ' '
040000         SUBTRACT 1 FROM DL100-REMARK-START
040010     END-PERFORM
040020     SUBTRACT 6 FROM DL100-REMARK-START
040030     IF DL100-REMARK-START < 0 THEN
040040         MOVE 0 TO DL100-REMARK-START
040050     END-IF
040060     MOVE DL100-REMARK-START TO INFILE-RECORD-LENGTH
040070     .
040080 0362-EXIT.
040090     EXIT.
040100*----------------------------------------------------------------
040110 0365-CHECK-CONDITION-CODE.
040120*    LOOK THE GATE EVENT'S CONDITION CODE UP ON THE DAMAGE-CODE
040130*    TABLE.  NO CODE AT ALL MEANS NO INSPECTION AND PASSES; A
040140*    CODE NOT ON THE TABLE REJECTS THE EVENT THE WAY AN UNKNOWN
040150*    CRATE DOES (A TRIAL LISTS IT AS A PROBLEM).  A CODE THE
040160*    TABLE CLASSES AS DAMAGE SETS DL100-DMG-IS-DAMAGE SO THE
040170*    EVENT GOES ON THE REGISTER ONCE IT HAS APPLIED.  THE
040180*    CALLER SETS DL100-DMG-EVENT-TYPE ('RCVD' OR 'RLSE').
040190*----------------------------------------------------------------
040200     SET DL100-DMG-CODE-GOOD TO TRUE
040210     SET DL100-DMG-IS-NOT-DAMAGE TO TRUE
040220     MOVE SPACES TO DL100-DMG-DESCRIPTION
040230     IF DL100-GATE-CONDITION = SPACES THEN
040240         GO TO 0365-EXIT
040250     END-IF
040260     MOVE 1 TO DL100-DMGC-INDEX
040270     PERFORM UNTIL DL100-DMGC-INDEX > DL100-DMGC-COUNT
040280         IF DL100-DMGC-CODE-T(DL100-DMGC-INDEX) =
040290             DL100-GATE-CONDITION THEN
040300             EXIT PERFORM
040310         END-IF
040320         ADD 1 TO DL100-DMGC-INDEX
040330     END-PERFORM
040340     IF DL100-DMGC-INDEX > DL100-DMGC-COUNT THEN
040350         SET DL100-DMG-CODE-BAD TO TRUE
040360         IF DL100-DMG-EVENT-TYPE = "RCVD" THEN
040370             MOVE "RECEIPT" TO DL100-DMG-VERB
040380         ELSE
040390             MOVE "RELEASE" TO DL100-DMG-VERB
040400         END-IF
040410         MOVE DL100-MOVE-NUMBER TO DL100-EDIT-NUM1
040420         MOVE SPACES TO DL100-ERROR-MESSAGE
040430         STRING DL100-DMG-VERB DELIMITED BY SPACE
040440             " " DL100-EDIT-NUM1
040450             " CONDITION CODE " DL100-GATE-CONDITION
040460             " IS NOT ON THE DAMAGE-CODE TABLE - REJECTED"
040470             DELIMITED BY SIZE INTO DL100-ERROR-MESSAGE
040480         IF DL100-TRIAL-RUN THEN
040490             PERFORM 0390-RECORD-TRIAL-PROBLEM THRU 0390-EXIT
040500             GO TO 0365-EXIT
040510         END-IF
040520         CLOSE INFILE
040530         PERFORM 0950-REJECT-MANIFEST THRU 0950-EXIT
040540         GO TO 0365-EXIT
040550     END-IF
040560     MOVE DL100-DMGC-DESC-T(DL100-DMGC-INDEX)
040570          TO DL100-DMG-DESCRIPTION
040580     IF DL100-DMGC-SOUND-T(DL100-DMGC-INDEX) = 'D' THEN
040590         SET DL100-DMG-IS-DAMAGE TO TRUE
040600     END-IF
040610     .
040620 0365-EXIT.
040630     EXIT.
040640*----------------------------------------------------------------
040650 0366-WRITE-DAMAGE-REGISTER.
040660*    PUT THE GATE EVENT JUST APPLIED ON THE DAMAGE REGISTER -
040670*    THE CRATE, RUN DATE, AND EVENT NUMBER (THE SAME KEY THE
040680*    MOVEMENT HISTORY WILL CARRY FOR IT), THE CODE, REMARK, AND
040690*    BAY, THE SHIFT AND OPERATOR STAMP IN EFFECT, AND THE OWNER
040700*    FROM THE CRATE MASTER.  A RERUN OR RESUMED DAY LANDS ON
040710*    ITS OWN ENTRY AGAIN AND REWRITES IT.  AN ENTRY THAT CANNOT
040720*    BE WRITTEN REJECTS THE MANIFEST THE WAY A REGISTER THAT WILL
040730*    NOT OPEN DOES (0173) - A TRIAL LISTS IT AS A PROBLEM.
040740*----------------------------------------------------------------
040750     MOVE SPACES TO DAMAGE-REGISTER-RECORD
040760     MOVE DL100-GATE-CRATE-ID    TO DMG-CRATE-ID
040770     MOVE DL100-RUN-DATE-DASHED  TO DMG-EVENT-DATE
040780     MOVE DL100-MOVE-NUMBER      TO DMG-EVENT-NUMBER
040790     MOVE DL100-DMG-EVENT-TYPE   TO DMG-EVENT-TYPE
040800     MOVE DL100-GATE-CONDITION   TO DMG-CONDITION
040810     MOVE DL100-DMG-DESCRIPTION  TO DMG-DESCRIPTION
040820     MOVE DL100-GATE-REMARK      TO DMG-REMARK
040830     IF DMG-IS-RECEIPT THEN
040840         MOVE MOVE-DEST          TO DMG-BAY
040850     ELSE
040860         MOVE MOVE-SOURCE        TO DMG-BAY
040870         MOVE DL100-GATE-CARRIER TO DMG-CARRIER
040880     END-IF
040890     MOVE ZERO TO DMG-SHIFT-NUMBER
040900     IF DL100-SHIFT-ACTIVE THEN
040910         MOVE DL100-CUR-SHIFT    TO DMG-SHIFT-NUMBER
040920         MOVE DL100-CUR-OPERATOR TO DMG-OPERATOR
040930     END-IF
040940     MOVE DL100-GATE-CRATE-ID TO CMST-CRATE-ID
040950     READ CRATE-MASTER
040960     IF DL100-MASTER-OK THEN
040970         MOVE CMST-OWNER TO DMG-OWNER
040980     END-IF
040990     WRITE DAMAGE-REGISTER-RECORD
041000     IF DL100-DMGREG-DUPLICATE THEN
041010         REWRITE DAMAGE-REGISTER-RECORD
041020     END-IF
041030     IF NOT DL100-DMGREG-OK THEN
041040         IF DL100-DMG-EVENT-TYPE = "RCVD" THEN
041050             MOVE "RECEIPT" TO DL100-DMG-VERB
041060         ELSE
041070             MOVE "RELEASE" TO DL100-DMG-VERB
041080         END-IF
041090         MOVE DL100-MOVE-NUMBER TO DL100-EDIT-NUM1
041100         MOVE SPACES TO DL100-ERROR-MESSAGE
041110         STRING DL100-DMG-VERB DELIMITED BY SPACE
041120             " " DL100-EDIT-NUM1
041130             " CRATE " DL100-GATE-CRATE-ID
041140             " NOT WRITTEN TO THE DAMAGE REGISTER - FILE STATUS "
041150             DL100-DMGREG-STATUS
041160             DELIMITED BY SIZE INTO DL100-ERROR-MESSAGE
041170         IF DL100-TRIAL-RUN THEN
041180             PERFORM 0390-RECORD-TRIAL-PROBLEM THRU 0390-EXIT
041190             GO TO 0366-EXIT
041200         END-IF
041210         CLOSE INFILE
041220         PERFORM 0950-REJECT-MANIFEST THRU 0950-EXIT
041230     END-IF
041240     .
041250 0366-EXIT.
041260     EXIT.
041270*----------------------------------------------------------------
041280 0968-PROCESS-SHIFT-HEADER.
041290*    A SHIFT HEADER LINE - SHIFT NUMBER, OPERATOR ID, AND START
041300*    TIME - MAY SIT ANYWHERE BETWEEN MOVE LINES.  THE SHIFT IN
041310*    PROGRESS (IF ANY) IS CLOSED OUT INTO THE SHIFT TABLE WITH
041320*    ITS MOVE COUNT AND STACK TOPS, THE NEW SHIFT BECOMES
041330*    CURRENT, AND A SHIFT MARKER IS WRITTEN TO THE AUDIT TRAIL
041340*    SO EVERY MOVE RECORD AFTER IT IS ATTRIBUTABLE.  THE READ
041350*    LOOP ALREADY LEFT LINE-INDEX JUST PAST THE "SHIFT" KEYWORD.
041360*    THE HEADER MAY ALSO NAME THE CRANE UNIT ("CRANE <UNIT>").
041370*----------------------------------------------------------------
041380     IF DL100-SHIFT-ACTIVE THEN
041390         PERFORM 0969-CLOSE-OUT-SHIFT THRU 0969-EXIT
041400     END-IF
041410     PERFORM NUMBER-GET
041420     MOVE INDEX-VALUE TO DL100-CUR-SHIFT
041430     MOVE SPACES TO DL100-CUR-OPERATOR
041440     MOVE "operator" TO DL100-KEYWORD-TEXT
041450     MOVE 8 TO DL100-KEYWORD-LENGTH
041460     PERFORM 0250-FIND-KEYWORD THRU 0250-EXIT
041470     IF DL100-KEYWORD-FOUND THEN
041480         PERFORM TOKEN-GET
041490         MOVE DL100-TOKEN-TEXT TO DL100-CUR-OPERATOR
041500     END-IF
041510     MOVE ZERO TO DL100-CUR-START
041520     MOVE "start   " TO DL100-KEYWORD-TEXT
041530     MOVE 5 TO DL100-KEYWORD-LENGTH
041540     PERFORM 0250-FIND-KEYWORD THRU 0250-EXIT
041550     IF DL100-KEYWORD-FOUND THEN
041560         PERFORM NUMBER-GET
041570         MOVE INDEX-VALUE TO DL100-CUR-START
041580     END-IF
041590     MOVE SPACES TO DL100-CUR-CRANE
041600     MOVE "crane   " TO DL100-KEYWORD-TEXT
041610     MOVE 5 TO DL100-KEYWORD-LENGTH
041620     PERFORM 0250-FIND-KEYWORD THRU 0250-EXIT
041630     IF DL100-KEYWORD-FOUND THEN
041640         PERFORM TOKEN-GET
041650         MOVE DL100-TOKEN-TEXT TO DL100-CUR-CRANE
041660     END-IF
041670     PERFORM 0967-OPEN-SHIFT THRU 0967-EXIT
041680     .
041690 0968-EXIT.
041700     EXIT.
041710*----------------------------------------------------------------
041720 0967-OPEN-SHIFT.
041730*    MAKE THE SHIFT ALREADY SITTING IN DL100-CUR-SHIFT /
041740*    DL100-CUR-OPERATOR / DL100-CUR-START THE SHIFT IN EFFECT -
041750*    WHETHER IT CAME OFF A TEXT SHIFT HEADER OR OFF THE BINARY
041760*    MOVE FILE - AND WRITE ITS MARKER TO THE AUDIT TRAIL.  THE
041770*    CRANE UNIT IN DL100-CUR-CRANE, WHEN THERE IS ONE, IS ADDED
041780*    AT THE END OF THE MARKER.
041790*----------------------------------------------------------------
041800     IF DL100-ROSTER-MODE THEN
041810         PERFORM 0964-VALIDATE-OPERATOR THRU 0964-EXIT
041820         IF DL100-FILE-REJECTED THEN
041830             GO TO 0967-EXIT
041840         END-IF
041850     END-IF
041860     IF DL100-CRANE-MODE THEN
041870         PERFORM 0978-VALIDATE-CRANE THRU 0978-EXIT
041880         IF DL100-FILE-REJECTED THEN
041890             GO TO 0967-EXIT
041900         END-IF
041910     END-IF
041920     SET DL100-SHIFT-ACTIVE TO TRUE
041930     MOVE ZERO TO DL100-SHIFT-MOVES
041940     IF DL100-TRIAL-RUN THEN
041950         GO TO 0967-EXIT
041960     END-IF
041970     MOVE DL100-CUR-SHIFT   TO DL100-EDIT-NUM1
041980     MOVE DL100-MOVE-NUMBER TO DL100-EDIT-NUM2
041990     MOVE SPACES TO AUDIT-RECORD
042000     STRING "SHIFT " DL100-EDIT-NUM1
042010         " OPERATOR " DL100-CUR-OPERATOR
042020         " START " DL100-CUR-START
042030         " AT MOVE " DL100-EDIT-NUM2
042040         DELIMITED BY SIZE INTO AUDIT-RECORD
042050     IF DL100-CUR-CRANE NOT = SPACES THEN
042060         STRING " CRANE " DL100-CUR-CRANE
042070             DELIMITED BY SIZE INTO AUDIT-RECORD(59:15)
042080     END-IF
042090     WRITE AUDIT-RECORD
042100     .
042110 0967-EXIT.
042120     EXIT.
042130*----------------------------------------------------------------
042140 0969-CLOSE-OUT-SHIFT.
042150*    FILE THE SHIFT IN PROGRESS INTO THE SHIFT TABLE - ITS
042160*    NUMBER, OPERATOR, START TIME, MOVES APPLIED, AND THE STACK
042170*    TOPS OF BOTH MODELS AS THE SHIFT LEFT THEM - SO THE REPORT
042180*    CAN CARRY A SUBSECTION PER SHIFT.  A DAY WITH MORE SHIFT
042190*    HEADERS THAN THE TABLE HOLDS KEEPS THE FIRST ONES; EVERY
042200*    MOVE IS STILL STAMPED ON THE AUDIT TRAIL REGARDLESS.
042210*----------------------------------------------------------------
042220     IF DL100-SHIFT-COUNT < 24 THEN
042230         ADD 1 TO DL100-SHIFT-COUNT
042240         MOVE DL100-CUR-SHIFT
042250              TO DL100-SHIFT-NUM-T(DL100-SHIFT-COUNT)
042260         MOVE DL100-CUR-OPERATOR
042270              TO DL100-SHIFT-OPER-T(DL100-SHIFT-COUNT)
042280         MOVE DL100-CUR-START
042290              TO DL100-SHIFT-START-T(DL100-SHIFT-COUNT)
042300         MOVE DL100-SHIFT-MOVES
042310              TO DL100-SHIFT-MOVES-T(DL100-SHIFT-COUNT)
042320         MOVE DL100-CUR-CRANE
042330              TO DL100-SHIFT-CRANE-T(DL100-SHIFT-COUNT)
042340         MOVE SPACES
042350              TO DL100-SHIFT-9000-T(DL100-SHIFT-COUNT)
042360         MOVE SPACES
042370              TO DL100-SHIFT-9001-T(DL100-SHIFT-COUNT)
042380         MOVE 1 TO DL100-SHIFT-BAY
042390         PERFORM UNTIL DL100-SHIFT-BAY > BOXES-LENGTH
042400             IF BOX-COL-LENGTH(DL100-SHIFT-BAY) > 0 THEN
042410                 MOVE BOX-COL(DL100-SHIFT-BAY)
042420                     (BOX-COL-LENGTH(DL100-SHIFT-BAY):1)
042430                      TO DL100-SHIFT-9000-T
042440                      (DL100-SHIFT-COUNT)(DL100-SHIFT-BAY:1)
042450             END-IF
042460             IF CRATE-COL-LENGTH(DL100-SHIFT-BAY) > 0 THEN
042470                 MOVE CRATE-COL(DL100-SHIFT-BAY)
042480                     (CRATE-COL-LENGTH(DL100-SHIFT-BAY):1)
042490                      TO DL100-SHIFT-9001-T
042500                      (DL100-SHIFT-COUNT)(DL100-SHIFT-BAY:1)
042510             END-IF
042520             ADD 1 TO DL100-SHIFT-BAY
042530         END-PERFORM
042540     END-IF
042550     SET DL100-SHIFT-INACTIVE TO TRUE
042560     .
042570 0969-EXIT.
042580     EXIT.
042590*----------------------------------------------------------------
042600 PARSE-BOX-ROW.
042610*    A ROW WITH MORE COLUMNS THAN DL100-MAX-STACKS IS NOT WRITTEN
042620*    PAST THE END OF BOX-VALUE - 0200-COUNT-STACKS REJECTS THE
042630*    WHOLE MANIFEST ONCE THE COLUMN-HEADER LINE CONFIRMS THE
042640*    STACK COUNT IS TOO WIDE, SO THIS IS JUST A SAFETY BACKSTOP
042650*    AGAINST INDEXING PAST THE TABLE IN THE MEANTIME.
042660     MOVE 1 TO LINE-INDEX
042670     MOVE 1 TO BOXES-COL
042680     PERFORM UNTIL LINE-INDEX > INFILE-RECORD-LENGTH
042690         IF INFILE-DATA(LINE-INDEX) = '[' AND
042700             BOXES-COL NOT > DL100-MAX-STACKS THEN
042710             MOVE INFILE-DATA(LINE-INDEX + 1)
042720                  TO BOX-VALUE(BOXES-COL, BOXES-ROW)
042730         END-IF
042740         ADD 4 TO LINE-INDEX
042750         ADD 1 TO BOXES-COL
042760     END-PERFORM
042770     EXIT PARAGRAPH.
042780*----------------------------------------------------------------
042790 PARSE-ID-ROW.
042800*    LIFT ONE ROW OF AN IDENTIFIED-CRATE DRAWING.  CELLS ARE
042810*    ELEVEN COLUMNS WIDE - '[', AN EIGHT-CHARACTER CRATE ID,
042820*    ']', AND A SEPARATOR SPACE - SO THE BRACKET TEST AND THE
042830*    CELL STRIDE ARE THE ONLY DIFFERENCES FROM PARSE-BOX-ROW.
042840*    THE ID'S FIRST CHARACTER IS ALSO PLACED IN BOX-VALUE SO
042850*    EVERY SINGLE-LETTER PATH (COMPACTION, RESULT EXTRACTION,
042860*    EMPTY-CELL TESTS) KEEPS WORKING UNCHANGED.
042870     MOVE 1 TO LINE-INDEX
042880     MOVE 1 TO BOXES-COL
042890     PERFORM UNTIL LINE-INDEX > INFILE-RECORD-LENGTH
042900         IF INFILE-DATA(LINE-INDEX) = '[' AND
042910             BOXES-COL NOT > DL100-MAX-STACKS THEN
042920             MOVE INFILE-RECORD(LINE-INDEX + 1:8)
042930                  TO BOX-ID(BOXES-COL, BOXES-ROW)
042940             MOVE INFILE-DATA(LINE-INDEX + 1)
042950                  TO BOX-VALUE(BOXES-COL, BOXES-ROW)
042960         END-IF
042970         ADD 11 TO LINE-INDEX
042980         ADD 1 TO BOXES-COL
042990     END-PERFORM
043000     EXIT PARAGRAPH.
043010*----------------------------------------------------------------
043020 COMPACT-BOX-COL.
043030*    A BAY THAT NEVER RECEIVES A CRATE IN THE DRAWING IS ALL
043040*    SPACES TOP TO BOTTOM - THE LEADING SCAN BELOW MUST STOP AT
043050*    DL100-MAX-DEPTH RATHER THAN RUN THE SUBSCRIPT PAST THE
043060*    BOTTOM OF BOX-VALUE LOOKING FOR A CELL THAT IS NEVER THERE,
043070*    AND MUST LEAVE THE BAY AT LENGTH ZERO INSTEAD OF WHATEVER
043080*    GARBAGE BOXES-ROW REACHED.
043090     SET BOXES-ROW TO 1
043100     PERFORM UNTIL BOXES-ROW > DL100-MAX-DEPTH
043110         OR BOX-VALUE(BOXES-COL, BOXES-ROW) NOT = ' '
043120         ADD 1 TO BOXES-ROW
043130     END-PERFORM
043140     IF BOXES-ROW > DL100-MAX-DEPTH THEN
043150         SET BOX-COL-LENGTH(BOXES-COL) TO 0
043160     ELSE
043170         SET BOX-COL-LENGTH(BOXES-COL) TO 1
043180         PERFORM UNTIL BOXES-ROW > DL100-MAX-DEPTH
043190             MOVE BOX-VALUE(BOXES-COL, BOXES-ROW)
043200                  TO BOX-VALUE(BOXES-COL,
043210                     BOX-COL-LENGTH(BOXES-COL))
043220             MOVE ' '  TO BOX-VALUE(BOXES-COL, BOXES-ROW)
043230             IF DL100-MASTER-MODE THEN
043240                 MOVE BOX-ID(BOXES-COL, BOXES-ROW)
043250                      TO BOX-ID(BOXES-COL,
043260                         BOX-COL-LENGTH(BOXES-COL))
043270                 MOVE SPACES TO BOX-ID(BOXES-COL, BOXES-ROW)
043280             END-IF
043290             ADD 1 TO BOXES-ROW
043300             ADD 1 TO BOX-COL-LENGTH(BOXES-COL)
043310         END-PERFORM
043320         PERFORM UNTIL NOT
043330             BOX-VALUE(BOXES-COL, BOX-COL-LENGTH(BOXES-COL)) = ' '
043340             SUBTRACT 1 FROM BOX-COL-LENGTH(BOXES-COL)
043350         END-PERFORM
043360     END-IF
043370     EXIT PARAGRAPH.
043380*----------------------------------------------------------------
043390 0960-VALIDATE-MOVE.
043400*    A MOVE LINE IS ONLY TRUSTED IF ITS SOURCE AND DEST STACK
043410*    NUMBERS FALL WITHIN THE STACK COUNT ACTUALLY FOUND ON THE
043420*    MANIFEST'S COLUMN-HEADER LINE, AND ITS AMOUNT IS POSITIVE.
043430*    A MANIFEST THAT FAILS THIS CHECK IS REJECTED OUTRIGHT
043440*    RATHER THAN LEFT TO CORRUPT BOX-VALUE OR CRATE-VALUE.
043450*    THE AMOUNT ALSO MAY NOT EXCEED THE NUMBER OF CRATES ACTUALLY
043460*    SITTING ON THE SOURCE BAY - OTHERWISE THE MOVE LOOP WOULD
043470*    DRIVE BOX-COL-LENGTH/CRATE-COL-LENGTH NEGATIVE AND CORRUPT
043480*    BOX-VALUE/CRATE-VALUE RATHER THAN BE CAUGHT HERE.
043490*----------------------------------------------------------------
043500     IF MOVE-AMOUNT < 1
043510         OR MOVE-SOURCE < 1 OR MOVE-SOURCE > BOXES-LENGTH
043520         OR MOVE-DEST   < 1 OR MOVE-DEST   > BOXES-LENGTH THEN
043530         MOVE DL100-MOVE-NUMBER TO DL100-EDIT-NUM1
043540         MOVE MOVE-SOURCE       TO DL100-EDIT-NUM2
043550         MOVE MOVE-DEST         TO DL100-EDIT-NUM3
043560         MOVE BOXES-LENGTH      TO DL100-EDIT-NUM4
043570         STRING "MOVE " DL100-EDIT-NUM1
043580             " IS OUT OF RANGE - SOURCE " DL100-EDIT-NUM2
043590             " DEST " DL100-EDIT-NUM3
043600             " AMOUNT MUST BE POSITIVE AND STACKS 1 THRU "
043610             DL100-EDIT-NUM4
043620             DELIMITED BY SIZE INTO DL100-ERROR-MESSAGE
043630         IF DL100-TRIAL-RUN THEN
043640             PERFORM 0390-RECORD-TRIAL-PROBLEM THRU 0390-EXIT
043650             SET DL100-TRIAL-SKIPPED TO TRUE
043660         ELSE
043670             CLOSE INFILE
043680             PERFORM 0950-REJECT-MANIFEST THRU 0950-EXIT
043690         END-IF
043700     ELSE
043710         IF MOVE-AMOUNT > BOX-COL-LENGTH(MOVE-SOURCE) THEN
043720             MOVE DL100-MOVE-NUMBER            TO DL100-EDIT-NUM1
043730             MOVE MOVE-AMOUNT                  TO DL100-EDIT-NUM2
043740             MOVE BOX-COL-LENGTH(MOVE-SOURCE)  TO DL100-EDIT-NUM3
043750             MOVE MOVE-SOURCE                  TO DL100-EDIT-NUM4
043760             STRING "MOVE " DL100-EDIT-NUM1
043770                 " AMOUNT " DL100-EDIT-NUM2
043780                 " EXCEEDS THE " DL100-EDIT-NUM3
043790                 " CRATES ON SOURCE STACK " DL100-EDIT-NUM4
043800                 DELIMITED BY SIZE INTO DL100-ERROR-MESSAGE
043810             IF DL100-TRIAL-RUN THEN
043820                 PERFORM 0390-RECORD-TRIAL-PROBLEM THRU
043830                     0390-EXIT
043840                 SET DL100-TRIAL-SKIPPED TO TRUE
043850             ELSE
043860                 CLOSE INFILE
043870                 PERFORM 0950-REJECT-MANIFEST THRU 0950-EXIT
043880             END-IF
043890         END-IF
043900     END-IF
043910     .
043920 0960-EXIT.
043930     EXIT.
043940*----------------------------------------------------------------
043950 0961-CHECK-BAY-PROFILE.
043960*    CHECK THE MOVE'S LANDING AGAINST THE DESTINATION BAY'S
043970*    PROFILE - SERVICE FLAG, MAX HEIGHT, AND (IN MASTER MODE)
043980*    THE RESTRICTION CLASS OF EVERY CRATE IN THE LIFTED BLOCK.
043990*    A VIOLATION IS FLAGGED ON THE ERROR FILE AND COUNTED BUT
044000*    THE MOVE STILL APPLIES, THE SAME RULE HAZMAT SEGREGATION
044010*    FOLLOWS - THE MANIFEST IS WHAT THE CRANE DID OR IS ABOUT
044020*    TO DO AND OPERATIONS DECIDES THE REMEDY - AND THE RUN
044030*    ENDS WITH RETURN-CODE 8 SO NOBODY FILES THE DAY AS CLEAN.
044040*----------------------------------------------------------------
044050     IF DL100-PROF-ON-FILE(MOVE-DEST) NOT = 'Y' THEN
044060         GO TO 0961-EXIT
044070     END-IF
044080     MOVE "MOVE" TO DL100-PROF-VERB
044090     IF DL100-PROF-SERVICE(MOVE-DEST) = 'O' THEN
044100         MOVE "BAY IS OUT OF SERVICE" TO DL100-PROF-REASON
044110         PERFORM 0962-FLAG-PROFILE-VIOLATION THRU 0962-EXIT
044120     END-IF
044130     IF DL100-PROF-MAX(MOVE-DEST) > 0 THEN
044140         COMPUTE DL100-PROF-NEW-HEIGHT =
044150             CRATE-COL-LENGTH(MOVE-DEST) + MOVE-AMOUNT
044160         IF DL100-PROF-NEW-HEIGHT >
044170             DL100-PROF-MAX(MOVE-DEST) THEN
044180             MOVE "LANDING EXCEEDS BAY MAX HEIGHT"
044190                  TO DL100-PROF-REASON
044200             PERFORM 0962-FLAG-PROFILE-VIOLATION THRU 0962-EXIT
044210         END-IF
044220     END-IF
044230     IF DL100-MASTER-MODE AND
044240         DL100-PROF-RESTRICT(MOVE-DEST) NOT = SPACES THEN
044250         MOVE 1 TO DL100-PROF-ROW
044260         PERFORM UNTIL DL100-PROF-ROW > MOVE-AMOUNT
044270             MOVE CRATE-ID(MOVE-SOURCE,
044280                 CRATE-COL-LENGTH(MOVE-SOURCE)
044290                 - MOVE-AMOUNT + DL100-PROF-ROW)
044300                  TO CMST-CRATE-ID
044310             READ CRATE-MASTER
044320             IF DL100-MASTER-OK AND CMST-COMMODITY NOT =
044330                 DL100-PROF-RESTRICT(MOVE-DEST) THEN
044340                 MOVE "CARGO CLASS BARRED FROM BAY"
044350                      TO DL100-PROF-REASON
044360                 PERFORM 0962-FLAG-PROFILE-VIOLATION THRU
044370                     0962-EXIT
044380                 MOVE MOVE-AMOUNT TO DL100-PROF-ROW
044390             END-IF
044400             ADD 1 TO DL100-PROF-ROW
044410         END-PERFORM
044420     END-IF
044430     .
044440 0961-EXIT.
044450     EXIT.
044460*----------------------------------------------------------------
044470 0962-FLAG-PROFILE-VIOLATION.
044480*    WRITE ONE BAY-PROFILE-VIOLATION LINE TO THE ERROR FILE -
044490*    THE EVENT NUMBER, THE DESTINATION BAY, AND THE REASON -
044500*    AND COUNT IT.  THE ERROR FILE IS OPENED LAZILY AND STAYS
044510*    OPEN FOR THE REST OF THE RUN, THE SAME WAY THE HAZMAT
044520*    FLAGGING ALREADY KEEPS IT.
044530*----------------------------------------------------------------
044540     IF DL100-NO-TRIAL AND DL100-ERROR-IS-CLOSED THEN
044550         OPEN OUTPUT ERROR-FILE
044560         SET DL100-ERROR-IS-OPEN TO TRUE
044570     END-IF
044580     ADD 1 TO DL100-PROF-VIOLATIONS
044590     MOVE DL100-MOVE-NUMBER TO DL100-EDIT-NUM1
044600     MOVE MOVE-DEST         TO DL100-EDIT-NUM2
044610     MOVE SPACES TO ERROR-RECORD
044620     STRING DL100-PROF-VERB DELIMITED BY SPACE
044630         " " DL100-EDIT-NUM1
044640         " BAY PROFILE VIOLATION - BAY " DL100-EDIT-NUM2
044650         " " DL100-PROF-REASON
044660         DELIMITED BY SIZE INTO ERROR-RECORD
044670     IF DL100-TRIAL-RUN THEN
044680         MOVE ERROR-RECORD TO DL100-ERROR-MESSAGE
044690         PERFORM 0390-RECORD-TRIAL-PROBLEM THRU 0390-EXIT
044700     ELSE
044710         WRITE ERROR-RECORD
044720     END-IF
044730     .
044740 0962-EXIT.
044750     EXIT.
044760*----------------------------------------------------------------
044770 0963-CHECK-RECEIPT-PROFILE.
044780*    CHECK A GATE RECEIPT'S LANDING AGAINST THE DESTINATION
044790*    BAY'S PROFILE.  THE CRATE MASTER RECORD FOR THE INCOMING
044800*    CRATE IS STILL IN HAND FROM THE RECEIPT VALIDATION, SO THE
044810*    RESTRICTION CLASS IS CHECKED STRAIGHT OFF CMST-COMMODITY.
044820*----------------------------------------------------------------
044830     IF DL100-PROF-ON-FILE(MOVE-DEST) NOT = 'Y' THEN
044840         GO TO 0963-EXIT
044850     END-IF
044860     MOVE "RECEIPT" TO DL100-PROF-VERB
044870     IF DL100-PROF-SERVICE(MOVE-DEST) = 'O' THEN
044880         MOVE "BAY IS OUT OF SERVICE" TO DL100-PROF-REASON
044890         PERFORM 0962-FLAG-PROFILE-VIOLATION THRU 0962-EXIT
044900     END-IF
044910     IF DL100-PROF-MAX(MOVE-DEST) > 0 THEN
044920         COMPUTE DL100-PROF-NEW-HEIGHT =
044930             CRATE-COL-LENGTH(MOVE-DEST) + 1
044940         IF DL100-PROF-NEW-HEIGHT >
044950             DL100-PROF-MAX(MOVE-DEST) THEN
044960             MOVE "LANDING EXCEEDS BAY MAX HEIGHT"
044970                  TO DL100-PROF-REASON
044980             PERFORM 0962-FLAG-PROFILE-VIOLATION THRU 0962-EXIT
044990         END-IF
045000     END-IF
045010     IF DL100-MASTER-MODE AND
045020         DL100-PROF-RESTRICT(MOVE-DEST) NOT = SPACES AND
045030         CMST-COMMODITY NOT =
045040         DL100-PROF-RESTRICT(MOVE-DEST) THEN
045050         MOVE "CARGO CLASS BARRED FROM BAY"
045060              TO DL100-PROF-REASON
045070         PERFORM 0962-FLAG-PROFILE-VIOLATION THRU 0962-EXIT
045080     END-IF
045090     .
045100 0963-EXIT.
045110     EXIT.
045120*----------------------------------------------------------------
045130 0964-VALIDATE-OPERATOR.
045140*    LOOK THE SHIFT'S OPERATOR UP ON THE ROSTER BEFORE THE
045150*    SHIFT OPENS.  AN OPERATOR WITH NO ROSTER RECORD, OR ONE
045160*    MARKED INACTIVE, REJECTS THE MANIFEST OUTRIGHT - A TYPO ON
045170*    A SHIFT HEADER MUST NOT SAIL ONTO THE AUDIT TRAIL.  A
045180*    VALID OPERATOR'S NAME AND HAZMAT CERTIFICATION TRAVEL WITH
045190*    THE SHIFT SO EVERY LIFT CAN BE JUDGED WITHOUT GOING BACK
045200*    TO THE ROSTER.
045210*----------------------------------------------------------------
045220     MOVE SPACES TO DL100-CUR-OPER-CERT
045230     MOVE SPACES TO DL100-CUR-OPER-NAME
045240     MOVE DL100-CUR-OPERATOR TO OPER-ID
045250     READ OPERATOR-ROSTER
045260     IF NOT DL100-ROSTER-OK THEN
045270         MOVE DL100-CUR-SHIFT TO DL100-EDIT-NUM1
045280         STRING "SHIFT " DL100-EDIT-NUM1
045290             " OPERATOR " DL100-CUR-OPERATOR
045300             " IS NOT ON THE ROSTER - REJECTED"
045310             DELIMITED BY SIZE INTO DL100-ERROR-MESSAGE
045320         IF DL100-TRIAL-RUN THEN
045330             PERFORM 0390-RECORD-TRIAL-PROBLEM THRU 0390-EXIT
045340             GO TO 0964-EXIT
045350         END-IF
045360         CLOSE INFILE
045370         PERFORM 0950-REJECT-MANIFEST THRU 0950-EXIT
045380         GO TO 0964-EXIT
045390     END-IF
045400     IF NOT OPER-IS-ACTIVE THEN
045410         MOVE DL100-CUR-SHIFT TO DL100-EDIT-NUM1
045420         STRING "SHIFT " DL100-EDIT-NUM1
045430             " OPERATOR " DL100-CUR-OPERATOR
045440             " IS INACTIVE ON THE ROSTER - REJECTED"
045450             DELIMITED BY SIZE INTO DL100-ERROR-MESSAGE
045460         IF DL100-TRIAL-RUN THEN
045470             PERFORM 0390-RECORD-TRIAL-PROBLEM THRU 0390-EXIT
045480             GO TO 0964-EXIT
045490         END-IF
045500         CLOSE INFILE
045510         PERFORM 0950-REJECT-MANIFEST THRU 0950-EXIT
045520         GO TO 0964-EXIT
045530     END-IF
045540     MOVE OPER-HAZMAT-CERT-SW TO DL100-CUR-OPER-CERT
045550     MOVE OPER-NAME           TO DL100-CUR-OPER-NAME
045560*    A RESUMED RUN MAY HAVE REBUILT THIS OPERATOR'S PRODUCTIVITY
045570*    ENTRY FROM AUDIT STAMPS, WHICH CARRY NO NAME - FILL IT IN.
045580     MOVE 1 TO DL100-OPER-INDEX
045590     PERFORM UNTIL DL100-OPER-INDEX > DL100-OPER-COUNT
045600         IF DL100-OPER-ID-T(DL100-OPER-INDEX) =
045610             DL100-CUR-OPERATOR AND
045620             DL100-OPER-NAME-T(DL100-OPER-INDEX) = SPACES THEN
045630             MOVE OPER-NAME
045640                  TO DL100-OPER-NAME-T(DL100-OPER-INDEX)
045650         END-IF
045660         ADD 1 TO DL100-OPER-INDEX
045670     END-PERFORM
045680     .
045690 0964-EXIT.
045700     EXIT.
045710*----------------------------------------------------------------
045720 0978-VALIDATE-CRANE.
045730*    LOOK THE SHIFT'S CRANE UNIT UP ON THE CRANE MASTER BEFORE
045740*    THE SHIFT OPENS.  ANY FINDING 0979-JUDGE-CRANE MAKES
045750*    REJECTS THE MANIFEST OUTRIGHT, THE SAME AS AN UNKNOWN OR
045760*    INACTIVE OPERATOR - NO SHIFT MAY BE WORKED ON A CRANE
045770*    MAINTENANCE HAS NOT CLEARED.  A TRIAL LISTS THE FINDING AS
045780*    A PROBLEM INSTEAD.
045790*----------------------------------------------------------------
045800     MOVE SPACES TO DL100-ERROR-MESSAGE
045810     PERFORM 0979-JUDGE-CRANE THRU 0979-EXIT
045820     IF DL100-ERROR-MESSAGE = SPACES THEN
045830         GO TO 0978-EXIT
045840     END-IF
045850     IF DL100-TRIAL-RUN THEN
045860         PERFORM 0390-RECORD-TRIAL-PROBLEM THRU 0390-EXIT
045870         GO TO 0978-EXIT
045880     END-IF
045890     CLOSE INFILE
045900     PERFORM 0950-REJECT-MANIFEST THRU 0950-EXIT
045910     .
045920 0978-EXIT.
045930     EXIT.
045940*----------------------------------------------------------------
045950 0979-JUDGE-CRANE.
045960*    LEAVE DL100-ERROR-MESSAGE BLANK IF THE SHIFT MAY RUN ON
045970*    DL100-CUR-CRANE, OR SET IT TO THE REASON IT MAY NOT - THE
045980*    HEADER NAMES NO UNIT, THE UNIT HAS NO MASTER RECORD, IT IS
045990*    FLAGGED OUT FOR REPAIR, OR ITS LIFTS SINCE ITS LAST SERVICE
046000*    HAVE REACHED A NONZERO SERVICE INTERVAL (AS OF THE LAST
046010*    NIGHTLY ROLL-UP).
046020*----------------------------------------------------------------
046030     MOVE DL100-CUR-SHIFT TO DL100-EDIT-NUM1
046040     IF DL100-CUR-CRANE = SPACES THEN
046050         STRING "SHIFT " DL100-EDIT-NUM1
046060             " NAMES NO CRANE UNIT - REJECTED"
046070             DELIMITED BY SIZE INTO DL100-ERROR-MESSAGE
046080         GO TO 0979-EXIT
046090     END-IF
046100     MOVE DL100-CUR-CRANE TO CRN-UNIT-ID
046110     READ CRANE-MASTER
046120     IF NOT DL100-CRANE-OK THEN
046130         STRING "SHIFT " DL100-EDIT-NUM1
046140             " CRANE " DL100-CUR-CRANE
046150             " IS NOT ON THE CRANE MASTER - REJECTED"
046160             DELIMITED BY SIZE INTO DL100-ERROR-MESSAGE
046170         GO TO 0979-EXIT
046180     END-IF
046190     IF CRN-OUT-FOR-REPAIR THEN
046200         STRING "SHIFT " DL100-EDIT-NUM1
046210             " CRANE " DL100-CUR-CRANE
046220             " IS OUT FOR REPAIR - REJECTED"
046230             DELIMITED BY SIZE INTO DL100-ERROR-MESSAGE
046240         GO TO 0979-EXIT
046250     END-IF
046260     COMPUTE DL100-CRANE-SINCE =
046270         CRN-CUM-LIFTS - CRN-LIFTS-AT-SERVICE
046280     IF CRN-SERVICE-INTERVAL > 0 AND
046290         DL100-CRANE-SINCE NOT < CRN-SERVICE-INTERVAL THEN
046300         MOVE DL100-CRANE-SINCE TO DL100-CRANE-EDIT
046310         STRING "SHIFT " DL100-EDIT-NUM1
046320             " CRANE " DL100-CUR-CRANE
046330             " IS OVERDUE FOR SERVICE -" DL100-CRANE-EDIT
046340             " LIFTS SINCE LAST SERVICE - REJECTED"
046350             DELIMITED BY SIZE INTO DL100-ERROR-MESSAGE
046360     END-IF
046370     .
046380 0979-EXIT.
046390     EXIT.
046400*----------------------------------------------------------------
046410 0974-CHECK-OPERATOR-CERT.
046420*    THE SHIFT'S OPERATOR HOLDS NO HAZMAT CERTIFICATION, SO A
046430*    LIFT THAT PICKS UP ANY HAZMAT-CODED CRATE IS FLAGGED ON
046440*    THE ERROR FILE AND COUNTED LIKE A SEGREGATION CONFLICT -
046450*    THE MOVE STILL APPLIES AND THE RUN ENDS WITH RETURN-CODE
046460*    8.  ONE FLAG PER MOVE IS ENOUGH FOR SUPERVISION.
046470*----------------------------------------------------------------
046480     MOVE 1 TO DL100-HAZ-ROW
046490     PERFORM UNTIL DL100-HAZ-ROW > MOVE-AMOUNT
046500         IF CRATE-HAZ(MOVE-SOURCE,
046510             CRATE-COL-LENGTH(MOVE-SOURCE)
046520             - MOVE-AMOUNT + DL100-HAZ-ROW) NOT = SPACES THEN
046530             IF DL100-NO-TRIAL AND
046540                 DL100-ERROR-IS-CLOSED THEN
046550                 OPEN OUTPUT ERROR-FILE
046560                 SET DL100-ERROR-IS-OPEN TO TRUE
046570             END-IF
046580             ADD 1 TO DL100-HAZ-VIOLATIONS
046590             MOVE DL100-MOVE-NUMBER TO DL100-EDIT-NUM1
046600             MOVE SPACES TO ERROR-RECORD
046610             STRING "MOVE " DL100-EDIT-NUM1
046620                 " HAZMAT LIFT BY UNCERTIFIED OPERATOR "
046630                 DL100-CUR-OPERATOR
046640                 " - CRATE "
046650                 CRATE-ID(MOVE-SOURCE,
046660                     CRATE-COL-LENGTH(MOVE-SOURCE)
046670                     - MOVE-AMOUNT + DL100-HAZ-ROW)
046680                 " (CODE "
046690                 CRATE-HAZ(MOVE-SOURCE,
046700                     CRATE-COL-LENGTH(MOVE-SOURCE)
046710                     - MOVE-AMOUNT + DL100-HAZ-ROW)
046720                 ")"
046730                 DELIMITED BY SIZE INTO ERROR-RECORD
046740             IF DL100-TRIAL-RUN THEN
046750                 MOVE ERROR-RECORD TO DL100-ERROR-MESSAGE
046760                 PERFORM 0390-RECORD-TRIAL-PROBLEM THRU
046770                     0390-EXIT
046780             ELSE
046790                 WRITE ERROR-RECORD
046800             END-IF
046810             MOVE MOVE-AMOUNT TO DL100-HAZ-ROW
046820         END-IF
046830         ADD 1 TO DL100-HAZ-ROW
046840     END-PERFORM
046850     .
046860 0974-EXIT.
046870     EXIT.
046880*----------------------------------------------------------------
046890 0180-VALIDATE-DRAWING-IDS.
046900*    EVERY CRATE ID THE DRAWING NAMES MUST HAVE A CRATE MASTER
046910*    RECORD - AN UNKNOWN ID MEANS THE DRAWING AND THE MASTER
046920*    DISAGREE ABOUT WHAT IS IN THE YARD, SO THE MANIFEST IS
046930*    REJECTED OUTRIGHT.  EACH CRATE'S HAZMAT SEGREGATION CODE
046940*    IS LIFTED INTO BOX-HAZ AS IT IS VERIFIED, SO THE MOVE LOOP
046950*    NEVER HAS TO GO BACK TO THE MASTER.
046960*----------------------------------------------------------------
046970     MOVE 1 TO BOXES-COL
046980     PERFORM UNTIL BOXES-COL > BOXES-LENGTH
046990         OR DL100-FILE-REJECTED
047000         MOVE 1 TO DL100-HAZ-ROW
047010         PERFORM UNTIL DL100-HAZ-ROW > BOX-COL-LENGTH(BOXES-COL)
047020             OR DL100-FILE-REJECTED
047030             MOVE BOX-ID(BOXES-COL, DL100-HAZ-ROW)
047040                  TO CMST-CRATE-ID
047050             READ CRATE-MASTER
047060             IF DL100-MASTER-OK THEN
047070                 MOVE CMST-HAZMAT-CODE
047080                      TO BOX-HAZ(BOXES-COL, DL100-HAZ-ROW)
047090             ELSE
047100                 MOVE BOXES-COL TO DL100-EDIT-NUM1
047110                 STRING "DRAWING NAMES CRATE "
047120                     BOX-ID(BOXES-COL, DL100-HAZ-ROW)
047130                     " ON BAY " DL100-EDIT-NUM1
047140                     " BUT THE CRATE MASTER DOES NOT KNOW IT"
047150                     " - REJECTED"
047160                     DELIMITED BY SIZE INTO DL100-ERROR-MESSAGE
047170                 CLOSE INFILE
047180                 PERFORM 0950-REJECT-MANIFEST THRU 0950-EXIT
047190             END-IF
047200             ADD 1 TO DL100-HAZ-ROW
047210         END-PERFORM
047220         ADD 1 TO BOXES-COL
047230     END-PERFORM
047240     .
047250 0180-EXIT.
047260     EXIT.
047270*----------------------------------------------------------------
047280 0965-CHECK-SEGREGATION.
047290*    CHECK EVERY CRATE THE MOVE IS ABOUT TO LAND AGAINST THE
047300*    SEGREGATION CODES ALREADY SITTING IN THE DESTINATION BAY.
047310*    TWO CRATES WHOSE NONBLANK CODES DIFFER MAY NEVER SHARE A
047320*    BAY.  THE CRATEMOVER-9001 (CRATES) TABLES ARE THE ONES
047330*    JUDGED - THAT IS THE PRODUCTION MODEL.  A CONFLICT IS
047340*    FLAGGED ON THE ERROR FILE AND COUNTED; THE MOVE STILL
047350*    APPLIES, BECAUSE THE MANIFEST IS WHAT THE CRANE DID OR IS
047360*    ABOUT TO DO AND OPERATIONS DECIDES THE REMEDY, BUT THE RUN
047370*    ENDS WITH RETURN-CODE 8 SO NOBODY FILES THE DAY AS CLEAN.
047380*----------------------------------------------------------------
047390     MOVE 1 TO DL100-HAZ-ROW
047400     PERFORM UNTIL DL100-HAZ-ROW > MOVE-AMOUNT
047410         MOVE CRATE-HAZ(MOVE-SOURCE,
047420             CRATE-COL-LENGTH(MOVE-SOURCE)
047430             - MOVE-AMOUNT + DL100-HAZ-ROW)
047440             TO DL100-MOVED-HAZ
047450         IF DL100-MOVED-HAZ NOT = SPACES THEN
047460             MOVE 1 TO DL100-HAZ-ROW2
047470             PERFORM UNTIL DL100-HAZ-ROW2 >
047480                 CRATE-COL-LENGTH(MOVE-DEST)
047490                 IF CRATE-HAZ(MOVE-DEST, DL100-HAZ-ROW2)
047500                     NOT = SPACES AND
047510                     CRATE-HAZ(MOVE-DEST, DL100-HAZ-ROW2)
047520                     NOT = DL100-MOVED-HAZ THEN
047530                     PERFORM 0966-FLAG-SEGREGATION THRU
047540                         0966-EXIT
047550                     MOVE CRATE-COL-LENGTH(MOVE-DEST)
047560                          TO DL100-HAZ-ROW2
047570                 END-IF
047580                 ADD 1 TO DL100-HAZ-ROW2
047590             END-PERFORM
047600         END-IF
047610         ADD 1 TO DL100-HAZ-ROW
047620     END-PERFORM
047630     .
047640 0965-EXIT.
047650     EXIT.
047660*----------------------------------------------------------------
047670 0966-FLAG-SEGREGATION.
047680*    WRITE ONE SEGREGATION-VIOLATION LINE TO THE ERROR FILE -
047690*    THE MOVE NUMBER, THE OFFENDING CRATE AND ITS CODE, AND THE
047700*    DESTINATION BAY - AND COUNT IT.  THE ERROR FILE IS OPENED
047710*    LAZILY AND STAYS OPEN FOR THE REST OF THE RUN, THE SAME
047720*    WAY A BATCH RUN ALREADY KEEPS IT.
047730*----------------------------------------------------------------
047740     IF DL100-NO-TRIAL AND DL100-ERROR-IS-CLOSED THEN
047750         OPEN OUTPUT ERROR-FILE
047760         SET DL100-ERROR-IS-OPEN TO TRUE
047770     END-IF
047780     ADD 1 TO DL100-HAZ-VIOLATIONS
047790     MOVE DL100-MOVE-NUMBER TO DL100-EDIT-NUM1
047800     MOVE MOVE-DEST         TO DL100-EDIT-NUM2
047810     MOVE SPACES TO ERROR-RECORD
047820     STRING "MOVE " DL100-EDIT-NUM1
047830         " HAZMAT SEGREGATION VIOLATION - CRATE "
047840         CRATE-ID(MOVE-SOURCE, CRATE-COL-LENGTH(MOVE-SOURCE)
047850             - MOVE-AMOUNT + DL100-HAZ-ROW)
047860         " (CODE " DL100-MOVED-HAZ
047870         ") ONTO BAY " DL100-EDIT-NUM2
047880         " HOLDING CODE "
047890         CRATE-HAZ(MOVE-DEST, DL100-HAZ-ROW2)
047900         DELIMITED BY SIZE INTO ERROR-RECORD
047910     IF DL100-TRIAL-RUN THEN
047920         MOVE ERROR-RECORD TO DL100-ERROR-MESSAGE
047930         PERFORM 0390-RECORD-TRIAL-PROBLEM THRU 0390-EXIT
047940     ELSE
047950         WRITE ERROR-RECORD
047960     END-IF
047970     .
047980 0966-EXIT.
047990     EXIT.
048000*----------------------------------------------------------------
048010 0970-WRITE-AUDIT-RECORD.
048020*    APPEND ONE LINE TO THE AUDIT TRAIL FOR THE MOVE JUST
048030*    APPLIED, INCLUDING THE RESULTING TOP OF THE SOURCE AND
048040*    DEST STACKS FOR BOTH MODELS, SO STACK STATE AT ANY POINT
048050*    IN THE DAY CAN BE RECONSTRUCTED WITHOUT REPLAYING THE
048060*    WHOLE MANIFEST BY HAND.
048070*----------------------------------------------------------------
048080     IF DL100-TRIAL-RUN THEN
048090         GO TO 0970-EXIT
048100     END-IF
048110     MOVE SPACES TO DL100-AUDIT-9000-SRC-TOP
048120     MOVE SPACES TO DL100-AUDIT-9000-DST-TOP
048130     MOVE SPACES TO DL100-AUDIT-9001-SRC-TOP
048140     MOVE SPACES TO DL100-AUDIT-9001-DST-TOP
048150     IF BOX-COL-LENGTH(MOVE-SOURCE) > 0 THEN
048160         IF DL100-MASTER-MODE THEN
048170             MOVE BOX-ID(MOVE-SOURCE,
048180                 BOX-COL-LENGTH(MOVE-SOURCE))
048190                  TO DL100-AUDIT-9000-SRC-TOP
048200         ELSE
048210             MOVE BOX-VALUE(MOVE-SOURCE,
048220                 BOX-COL-LENGTH(MOVE-SOURCE))
048230                  TO DL100-AUDIT-9000-SRC-TOP
048240         END-IF
048250     END-IF
048260     IF BOX-COL-LENGTH(MOVE-DEST) > 0 THEN
048270         IF DL100-MASTER-MODE THEN
048280             MOVE BOX-ID(MOVE-DEST, BOX-COL-LENGTH(MOVE-DEST))
048290                  TO DL100-AUDIT-9000-DST-TOP
048300         ELSE
048310             MOVE BOX-VALUE(MOVE-DEST,
048320                 BOX-COL-LENGTH(MOVE-DEST))
048330                  TO DL100-AUDIT-9000-DST-TOP
048340         END-IF
048350     END-IF
048360     IF CRATE-COL-LENGTH(MOVE-SOURCE) > 0 THEN
048370         IF DL100-MASTER-MODE THEN
048380             MOVE CRATE-ID(MOVE-SOURCE,
048390                 CRATE-COL-LENGTH(MOVE-SOURCE))
048400                  TO DL100-AUDIT-9001-SRC-TOP
048410         ELSE
048420             MOVE CRATE-VALUE(MOVE-SOURCE,
048430                 CRATE-COL-LENGTH(MOVE-SOURCE))
048440                 TO DL100-AUDIT-9001-SRC-TOP
048450         END-IF
048460     END-IF
048470     IF CRATE-COL-LENGTH(MOVE-DEST) > 0 THEN
048480         IF DL100-MASTER-MODE THEN
048490             MOVE CRATE-ID(MOVE-DEST,
048500                 CRATE-COL-LENGTH(MOVE-DEST))
048510                  TO DL100-AUDIT-9001-DST-TOP
048520         ELSE
048530             MOVE CRATE-VALUE(MOVE-DEST,
048540                 CRATE-COL-LENGTH(MOVE-DEST))
048550                  TO DL100-AUDIT-9001-DST-TOP
048560         END-IF
048570     END-IF
048580     MOVE DL100-MOVE-NUMBER TO DL100-EDIT-NUM1
048590     MOVE INDEX-VALUE       TO DL100-EDIT-NUM2
048600     MOVE MOVE-SOURCE       TO DL100-EDIT-NUM3
048610     MOVE MOVE-DEST         TO DL100-EDIT-NUM4
048620     MOVE SPACES TO AUDIT-RECORD
048630     STRING "MOVE " DL100-EDIT-NUM1
048640         " AMT " DL100-EDIT-NUM2
048650         " SRC " DL100-EDIT-NUM3
048660         " DST " DL100-EDIT-NUM4
048670         " SRC-TOP-9000 " DL100-AUDIT-9000-SRC-TOP
048680         " SRC-TOP-9001 " DL100-AUDIT-9001-SRC-TOP
048690         " DST-TOP-9000 " DL100-AUDIT-9000-DST-TOP
048700         " DST-TOP-9001 " DL100-AUDIT-9001-DST-TOP
048710         DELIMITED BY SIZE INTO AUDIT-RECORD
048720     IF DL100-SHIFT-ACTIVE THEN
048730         MOVE DL100-CUR-SHIFT TO DL100-EDIT-NUM1
048740         STRING "SHIFT " DL100-EDIT-NUM1
048750             " OP " DL100-CUR-OPERATOR
048760             DELIMITED BY SIZE INTO AUDIT-RECORD(138:25)
048770         IF DL100-CUR-CRANE NOT = SPACES THEN
048780             STRING " CRN " DL100-CUR-CRANE
048790                 DELIMITED BY SIZE INTO AUDIT-RECORD(163:13)
048800         END-IF
048810     END-IF
048820     WRITE AUDIT-RECORD
048830     .
048840 0970-EXIT.
048850     EXIT.
048860*----------------------------------------------------------------
048870 0971-WRITE-RECEIPT-AUDIT.
048880*    APPEND ONE LINE TO THE AUDIT TRAIL FOR THE GATE RECEIPT
048890*    JUST APPLIED.  THE EVENT NUMBER, AMOUNT (ALWAYS ONE),
048900*    SOURCE (ZERO - THE GATE), AND DESTINATION BAY SIT IN THE
048910*    SAME FIXED NUMERIC BLOCK THE MOVE RECORDS USE, SO EVERY
048920*    COLUMN-LIFTING READER OF THE TRAIL FINDS THEM IN PLACE.
048930*----------------------------------------------------------------
048940     IF DL100-TRIAL-RUN THEN
048950         GO TO 0971-EXIT
048960     END-IF
048970     MOVE DL100-MOVE-NUMBER TO DL100-EDIT-NUM1
048980     MOVE 1                 TO DL100-EDIT-NUM2
048990     MOVE 0                 TO DL100-EDIT-NUM3
049000     MOVE MOVE-DEST         TO DL100-EDIT-NUM4
049010     MOVE SPACES TO AUDIT-RECORD
049020     STRING "RCVD " DL100-EDIT-NUM1
049030         " AMT " DL100-EDIT-NUM2
049040         " SRC " DL100-EDIT-NUM3
049050         " DST " DL100-EDIT-NUM4
049060         " CRATE " DL100-GATE-CRATE-ID
049070         " FROM GATE"
049080         DELIMITED BY SIZE INTO AUDIT-RECORD
049090     IF DL100-SHIFT-ACTIVE THEN
049100         MOVE DL100-CUR-SHIFT TO DL100-EDIT-NUM1
049110         STRING "SHIFT " DL100-EDIT-NUM1
049120             " OP " DL100-CUR-OPERATOR
049130             DELIMITED BY SIZE INTO AUDIT-RECORD(138:25)
049140         IF DL100-CUR-CRANE NOT = SPACES THEN
049150             STRING " CRN " DL100-CUR-CRANE
049160                 DELIMITED BY SIZE INTO AUDIT-RECORD(163:13)
049170         END-IF
049180     END-IF
049190     WRITE AUDIT-RECORD
049200     .
049210 0971-EXIT.
049220     EXIT.
049230*----------------------------------------------------------------
049240 0972-WRITE-RELEASE-AUDIT.
049250*    APPEND ONE LINE TO THE AUDIT TRAIL FOR THE GATE RELEASE
049260*    JUST APPLIED - THE CRATE THE BAY GAVE UP AND THE CARRIER
049270*    THAT TOOK IT - IN THE SAME FIXED NUMERIC BLOCK LAYOUT AS
049280*    THE MOVE RECORDS (DESTINATION ZERO MEANS THE GATE).
049290*----------------------------------------------------------------
049300     IF DL100-TRIAL-RUN THEN
049310         GO TO 0972-EXIT
049320     END-IF
049330     MOVE DL100-MOVE-NUMBER TO DL100-EDIT-NUM1
049340     MOVE 1                 TO DL100-EDIT-NUM2
049350     MOVE MOVE-SOURCE       TO DL100-EDIT-NUM3
049360     MOVE 0                 TO DL100-EDIT-NUM4
049370     MOVE SPACES TO AUDIT-RECORD
049380     STRING "RLSE " DL100-EDIT-NUM1
049390         " AMT " DL100-EDIT-NUM2
049400         " SRC " DL100-EDIT-NUM3
049410         " DST " DL100-EDIT-NUM4
049420         " CRATE " DL100-GATE-CRATE-ID
049430         " TO " DL100-GATE-CARRIER
049440         DELIMITED BY SIZE INTO AUDIT-RECORD
049450     IF DL100-SHIFT-ACTIVE THEN
049460         MOVE DL100-CUR-SHIFT TO DL100-EDIT-NUM1
049470         STRING "SHIFT " DL100-EDIT-NUM1
049480             " OP " DL100-CUR-OPERATOR
049490             DELIMITED BY SIZE INTO AUDIT-RECORD(138:25)
049500         IF DL100-CUR-CRANE NOT = SPACES THEN
049510             STRING " CRN " DL100-CUR-CRANE
049520                 DELIMITED BY SIZE INTO AUDIT-RECORD(163:13)
049530         END-IF
049540     END-IF
049550     WRITE AUDIT-RECORD
049560     .
049570 0972-EXIT.
049580     EXIT.
049590*----------------------------------------------------------------
049600 0950-REJECT-MANIFEST.
049610*    WRITE THE PENDING DL100-ERROR-MESSAGE TO THE ERROR-FILE.  A
049620*    SINGLE-MANIFEST RUN IS NOT TRUSTED FURTHER, SO IT ENDS THE
049630*    RUN OUTRIGHT.  A BATCH RUN CANNOT LET ONE BAD DAY SINK THE
049640*    REST OF THE WEEK'S BACKLOG, SO IT ONLY MARKS THIS MANIFEST
049650*    REJECTED (VIA DL100-FILE-REJECTED-SW) AND LETS
049660*    0020-RUN-BATCH MOVE ON TO THE NEXT ONE - ERROR-FILE STAYS
049670*    OPEN ACROSS THE WHOLE BATCH SO EVERY REJECTED MANIFEST GETS
049680*    ITS OWN LINE ON IT.  A SINGLE-MANIFEST RUN CLOSES AUDIT-FILE
049690*    (WHEN DL100-AUDIT-IS-OPEN) BEFORE STOPPING, THE SAME AS EVERY
049700*    OTHER EXIT PATH IN THIS PROGRAM.
049710*----------------------------------------------------------------
049720     IF DL100-BATCH-MODE THEN
049730         IF DL100-ERROR-IS-CLOSED THEN
049740             OPEN OUTPUT ERROR-FILE
049750             SET DL100-ERROR-IS-OPEN TO TRUE
049760         END-IF
049770         MOVE SPACES TO ERROR-RECORD
049780         MOVE DL100-ERROR-MESSAGE TO ERROR-RECORD
049790         WRITE ERROR-RECORD
049800         SET DL100-FILE-REJECTED TO TRUE
049810     ELSE
049820         IF DL100-ERROR-IS-CLOSED THEN
049830             OPEN OUTPUT ERROR-FILE
049840             SET DL100-ERROR-IS-OPEN TO TRUE
049850         END-IF
049860         MOVE SPACES TO ERROR-RECORD
049870         MOVE DL100-ERROR-MESSAGE TO ERROR-RECORD
049880         WRITE ERROR-RECORD
049890         CLOSE ERROR-FILE
049900         SET DL100-ERROR-IS-CLOSED TO TRUE
049910         IF DL100-AUDIT-IS-OPEN THEN
049920             CLOSE AUDIT-FILE
049930             SET DL100-AUDIT-IS-CLOSED TO TRUE
049940         END-IF
049950         IF DL100-GATEEXC-IS-OPEN THEN
049960             PERFORM 0168-CLOSE-GATE-EXCEPTIONS THRU 0168-EXIT
049970         END-IF
049980         MOVE 16 TO RETURN-CODE
049990         STOP RUN
050000     END-IF
050010     .
050020 0950-EXIT.
050030     EXIT.
050040*----------------------------------------------------------------
050050 0900-WRITE-REPORT.
050060*    LAY OUT THE DATED SHIFT REPORT WITH THE CRATEMOVER-9000
050070*    AND CRATEMOVER-9001 RESULTS EACH CLEARLY LABELED.  DL100-
050080*    RUN-DATE WAS ACCEPTED ONCE IN 0000-MAINLINE SO THE REPORT
050090*    AND THE AUDIT TRAIL CARRY THE SAME RUN DATE.  IN BATCH MODE
050100*    REPORT-FILE IS ALREADY OPEN (ONE CONSOLIDATED REPORT COVERS
050110*    THE WHOLE BATCH) SO THIS PARAGRAPH ONLY OPENS/CLOSES IT FOR
050120*    A SINGLE-MANIFEST RUN, AND IT RUNS ONCE PER MANIFEST RATHER
050130*    THAN ONCE PER JOB.
050140*----------------------------------------------------------------
050150     IF NOT DL100-BATCH-MODE THEN
050160         OPEN OUTPUT REPORT-FILE
050170         MOVE SPACES TO REPORT-RECORD
050180         STRING "YARD MANIFEST RESULTS - RUN DATE "
050190             DL100-RUN-CCYY "-" DL100-RUN-MM "-" DL100-RUN-DD
050200             DELIMITED BY SIZE INTO REPORT-RECORD
050210         WRITE REPORT-RECORD
050220         IF DL100-TRIAL-RUN THEN
050230             MOVE SPACES TO REPORT-RECORD
050240             STRING "TRIAL RUN - APPLIED IN MEMORY ONLY, NO"
050250                 " PRODUCTION FILES WRITTEN"
050260                 DELIMITED BY SIZE INTO REPORT-RECORD
050270             WRITE REPORT-RECORD
050280         END-IF
050290         IF DL100-RESUMING THEN
050300             MOVE SPACES TO REPORT-RECORD
050310             MOVE DL100-RESUME-FROM-MOVE TO DL100-EDIT-NUM1
050320             STRING "RUN RESUMED FROM CHECKPOINT AFTER MOVE "
050330                 DL100-EDIT-NUM1
050340                 DELIMITED BY SIZE INTO REPORT-RECORD
050350             WRITE REPORT-RECORD
050360         END-IF
050370     ELSE
050380         MOVE SPACES TO REPORT-RECORD
050390         WRITE REPORT-RECORD
050400         MOVE SPACES TO REPORT-RECORD
050410         STRING "MANIFEST: " DL100-MANIFEST-PATH
050420             DELIMITED BY SIZE INTO REPORT-RECORD
050430         WRITE REPORT-RECORD
050440     END-IF
050450     IF DL100-BATCH-MODE AND DL100-FILE-REJECTED THEN
050460         MOVE SPACES TO REPORT-RECORD
050470         STRING "  MANIFEST REJECTED - SEE ERROR FILE"
050480             DELIMITED BY SIZE INTO REPORT-RECORD
050490         WRITE REPORT-RECORD
050500     ELSE
050510         MOVE SPACES TO REPORT-RECORD
050520         WRITE REPORT-RECORD
050530         MOVE SPACES TO REPORT-RECORD
050540         STRING "MODEL 9000 (CRATEMOVER-9000) TOP OF STACKS: "
050550             DL100-9000-RESULT(1:BOXES-LENGTH)
050560             DELIMITED BY SIZE INTO REPORT-RECORD
050570         WRITE REPORT-RECORD
050580         MOVE SPACES TO REPORT-RECORD
050590         STRING "MODEL 9001 (CRATEMOVER-9001) TOP OF STACKS: "
050600             DL100-9001-RESULT(1:BOXES-LENGTH)
050610             DELIMITED BY SIZE INTO REPORT-RECORD
050620         WRITE REPORT-RECORD
050630         IF DL100-MASTER-MODE THEN
050640             PERFORM 0902-WRITE-TOP-IDS THRU 0902-EXIT
050650         END-IF
050660         IF DL100-TRIAL-RUN THEN
050670             PERFORM 0909-WRITE-TRIAL-PROBLEMS THRU 0909-EXIT
050680         END-IF
050690         PERFORM 0905-WRITE-STATS-SECTION THRU 0905-EXIT
050700         IF DL100-SHIFT-COUNT > 0 THEN
050710             PERFORM 0904-WRITE-SHIFT-SECTIONS THRU 0904-EXIT
050720         END-IF
050730         IF DL100-ROSTER-MODE AND DL100-OPER-COUNT > 0 THEN
050740             PERFORM 0908-WRITE-OPERATOR-SECTIONS THRU
050750                 0908-EXIT
050760         END-IF
050770         IF DL100-DUMP-STACKS THEN
050780             PERFORM 0910-DUMP-STACKS THRU 0910-EXIT
050790         END-IF
050800     END-IF
050810     IF NOT DL100-BATCH-MODE THEN
050820         CLOSE REPORT-FILE
050830     END-IF
050840     .
050850 0900-EXIT.
050860     EXIT.
050870*----------------------------------------------------------------
050880 0909-WRITE-TRIAL-PROBLEMS.
050890*    WRITE THE FEASIBILITY SECTION OF A TRIAL RUN - EVERY
050900*    PROBLEM THE TRIAL FOUND, EACH WITH THE MANIFEST LINE IT
050910*    CAME OFF - SO THE PLANNERS PROOF THE WHOLE MANIFEST IN ONE
050920*    SUBMISSION INSTEAD OF ONE ERROR PER RUN.  THE STACK-TOP
050930*    LINES ABOVE ALREADY SHOW THE STATE THE CLEAN EVENTS WOULD
050940*    PRODUCE.
050950*----------------------------------------------------------------
050960     MOVE SPACES TO REPORT-RECORD
050970     WRITE REPORT-RECORD
050980     IF DL100-TRIAL-COUNT = 0 THEN
050990         MOVE SPACES TO REPORT-RECORD
051000         STRING "FEASIBILITY: EVERY LINE OF THE MANIFEST IS"
051010             " WORKABLE"
051020             DELIMITED BY SIZE INTO REPORT-RECORD
051030         WRITE REPORT-RECORD
051040         GO TO 0909-EXIT
051050     END-IF
051060     MOVE DL100-TRIAL-COUNT TO DL100-EDIT-NUM1
051070     MOVE SPACES TO REPORT-RECORD
051080     STRING "FEASIBILITY PROBLEMS FOUND: " DL100-EDIT-NUM1
051090         DELIMITED BY SIZE INTO REPORT-RECORD
051100     WRITE REPORT-RECORD
051110     MOVE 1 TO DL100-TRIAL-INDEX
051120     PERFORM UNTIL DL100-TRIAL-INDEX > DL100-TRIAL-COUNT
051130         OR DL100-TRIAL-INDEX > 500
051140         MOVE SPACES TO REPORT-RECORD
051150         STRING "  " DL100-TRIAL-LINE-T(DL100-TRIAL-INDEX)
051160             DELIMITED BY SIZE INTO REPORT-RECORD
051170         WRITE REPORT-RECORD
051180         ADD 1 TO DL100-TRIAL-INDEX
051190     END-PERFORM
051200     IF DL100-TRIAL-LOST > 0 THEN
051210         MOVE DL100-TRIAL-LOST TO DL100-EDIT-NUM1
051220         MOVE SPACES TO REPORT-RECORD
051230         STRING "  (" DL100-EDIT-NUM1
051240             " FURTHER PROBLEMS DID NOT FIT THE TABLE)"
051250             DELIMITED BY SIZE INTO REPORT-RECORD
051260         WRITE REPORT-RECORD
051270     END-IF
051280     .
051290 0909-EXIT.
051300     EXIT.
051310*----------------------------------------------------------------
051320 0910-DUMP-STACKS.
051330*    WRITE THE FULL CONTENTS OF EVERY BOX-COL AND CRATE-COL
051340*    STACK, TOP TO BOTTOM, SO A DISAGREEMENT BETWEEN THE TWO
051350*    MODELS CAN BE TRACED TO THE EXACT CRATE THAT DIVERGED,
051360*    AND SO EITHER MODEL CAN BE RECONCILED AGAINST A PHYSICAL
051370*    COUNT OF THE YARD.
051380*----------------------------------------------------------------
051390     MOVE SPACES TO REPORT-RECORD
051400     WRITE REPORT-RECORD
051410     MOVE SPACES TO REPORT-RECORD
051420     STRING "MODEL 9000 (CRATEMOVER-9000) FULL STACK CONTENTS:"
051430         DELIMITED BY SIZE INTO REPORT-RECORD
051440     WRITE REPORT-RECORD
051450     SET BOXES-COL TO 1
051460     PERFORM UNTIL BOXES-COL > BOXES-LENGTH
051470         PERFORM 0920-DUMP-BOX-STACK THRU 0920-EXIT
051480         ADD 1 TO BOXES-COL
051490     END-PERFORM
051500     MOVE SPACES TO REPORT-RECORD
051510     WRITE REPORT-RECORD
051520     MOVE SPACES TO REPORT-RECORD
051530     STRING "MODEL 9001 (CRATEMOVER-9001) FULL STACK CONTENTS:"
051540         DELIMITED BY SIZE INTO REPORT-RECORD
051550     WRITE REPORT-RECORD
051560     SET BOXES-COL TO 1
051570     PERFORM UNTIL BOXES-COL > BOXES-LENGTH
051580         PERFORM 0930-DUMP-CRATE-STACK THRU 0930-EXIT
051590         ADD 1 TO BOXES-COL
051600     END-PERFORM
051610     .
051620 0910-EXIT.
051630     EXIT.
051640*----------------------------------------------------------------
051650 0920-DUMP-BOX-STACK.
051660*    WRITE ONE LINE SHOWING BAY BOXES-COL'S COMPLETE CONTENTS IN
051670*    THE BOXES TABLE, TOP TO BOTTOM.
051680*----------------------------------------------------------------
051690     MOVE BOXES-COL TO DL100-EDIT-NUM1
051700     MOVE BOX-COL-LENGTH(BOXES-COL) TO DL100-EDIT-NUM2
051710     MOVE SPACES TO DL100-DUMP-LINE
051720     SET DL100-DUMP-INDEX TO 1
051730     SET BOXES-ROW TO BOX-COL-LENGTH(BOXES-COL)
051740     PERFORM UNTIL BOXES-ROW < 1
051750         OR DL100-DUMP-INDEX > 240
051760         IF DL100-MASTER-MODE THEN
051770             MOVE BOX-ID(BOXES-COL, BOXES-ROW)
051780                  TO DL100-DUMP-LINE(DL100-DUMP-INDEX:8)
051790             ADD 9 TO DL100-DUMP-INDEX
051800         ELSE
051810             MOVE BOX-VALUE(BOXES-COL, BOXES-ROW)
051820                  TO DL100-DUMP-LINE(DL100-DUMP-INDEX:1)
051830             ADD 1 TO DL100-DUMP-INDEX
051840         END-IF
051850         SUBTRACT 1 FROM BOXES-ROW
051860     END-PERFORM
051870     MOVE SPACES TO REPORT-RECORD
051880     STRING "  BAY " DL100-EDIT-NUM1
051890         " (" DL100-EDIT-NUM2 " HIGH) TOP TO BOTTOM: "
051900         DL100-DUMP-LINE(1:DL100-DUMP-INDEX - 1)
051910         DELIMITED BY SIZE INTO REPORT-RECORD
051920     WRITE REPORT-RECORD
051930     .
051940 0920-EXIT.
051950     EXIT.
051960*----------------------------------------------------------------
051970 0930-DUMP-CRATE-STACK.
051980*    WRITE ONE LINE SHOWING BAY BOXES-COL'S COMPLETE CONTENTS IN
051990*    THE CRATES TABLE, TOP TO BOTTOM.
052000*----------------------------------------------------------------
052010     MOVE BOXES-COL TO DL100-EDIT-NUM1
052020     MOVE CRATE-COL-LENGTH(BOXES-COL) TO DL100-EDIT-NUM2
052030     MOVE SPACES TO DL100-DUMP-LINE
052040     SET DL100-DUMP-INDEX TO 1
052050     SET BOXES-ROW TO CRATE-COL-LENGTH(BOXES-COL)
052060     PERFORM UNTIL BOXES-ROW < 1
052070         OR DL100-DUMP-INDEX > 240
052080         IF DL100-MASTER-MODE THEN
052090             MOVE CRATE-ID(BOXES-COL, BOXES-ROW)
052100                  TO DL100-DUMP-LINE(DL100-DUMP-INDEX:8)
052110             ADD 9 TO DL100-DUMP-INDEX
052120         ELSE
052130             MOVE CRATE-VALUE(BOXES-COL, BOXES-ROW)
052140                  TO DL100-DUMP-LINE(DL100-DUMP-INDEX:1)
052150             ADD 1 TO DL100-DUMP-INDEX
052160         END-IF
052170         SUBTRACT 1 FROM BOXES-ROW
052180     END-PERFORM
052190     MOVE SPACES TO REPORT-RECORD
052200     STRING "  BAY " DL100-EDIT-NUM1
052210         " (" DL100-EDIT-NUM2 " HIGH) TOP TO BOTTOM: "
052220         DL100-DUMP-LINE(1:DL100-DUMP-INDEX - 1)
052230         DELIMITED BY SIZE INTO REPORT-RECORD
052240     WRITE REPORT-RECORD
052250     .
052260 0930-EXIT.
052270     EXIT.
052280*----------------------------------------------------------------
052290 0902-WRITE-TOP-IDS.
052300*    THE TOP-OF-STACKS LINES ABOVE CAN ONLY CARRY ONE CHARACTER
052310*    PER BAY, SO AN IDENTIFIED-CRATE RUN ALSO LISTS THE FULL
052320*    CRATE ID SITTING ON TOP OF EVERY BAY FOR BOTH MODELS.
052330*----------------------------------------------------------------
052340     MOVE SPACES TO REPORT-RECORD
052350     STRING "TOP CRATE IDS PER BAY (9000 / 9001):"
052360         DELIMITED BY SIZE INTO REPORT-RECORD
052370     WRITE REPORT-RECORD
052380     MOVE 1 TO DL100-STAT-BAY
052390     PERFORM UNTIL DL100-STAT-BAY > BOXES-LENGTH
052400         PERFORM 0903-WRITE-ONE-TOP-ID THRU 0903-EXIT
052410         ADD 1 TO DL100-STAT-BAY
052420     END-PERFORM
052430     .
052440 0902-EXIT.
052450     EXIT.
052460*----------------------------------------------------------------
052470 0903-WRITE-ONE-TOP-ID.
052480*    WRITE ONE BAY'S TOP CRATE ID FOR BOTH MODELS - AN EMPTY
052490*    BAY SHOWS BLANK.
052500*----------------------------------------------------------------
052510     MOVE DL100-STAT-BAY TO DL100-EDIT-NUM1
052520     MOVE SPACES TO DL100-TOP-ID
052530     IF BOX-COL-LENGTH(DL100-STAT-BAY) > 0 THEN
052540         MOVE BOX-ID(DL100-STAT-BAY,
052550             BOX-COL-LENGTH(DL100-STAT-BAY))
052560              TO DL100-TOP-ID
052570     END-IF
052580     MOVE SPACES TO REPORT-RECORD
052590     STRING "  BAY " DL100-EDIT-NUM1
052600         "  " DL100-TOP-ID
052610         DELIMITED BY SIZE INTO REPORT-RECORD
052620     MOVE SPACES TO DL100-TOP-ID
052630     IF CRATE-COL-LENGTH(DL100-STAT-BAY) > 0 THEN
052640         MOVE CRATE-ID(DL100-STAT-BAY,
052650             CRATE-COL-LENGTH(DL100-STAT-BAY))
052660              TO DL100-TOP-ID
052670     END-IF
052680     STRING " / " DL100-TOP-ID
052690         DELIMITED BY SIZE INTO REPORT-RECORD(24:12)
052700     WRITE REPORT-RECORD
052710     .
052720 0903-EXIT.
052730     EXIT.
052740*----------------------------------------------------------------
052750 0904-WRITE-SHIFT-SECTIONS.
052760*    WRITE ONE SUBSECTION PER CLOSED-OUT SHIFT - WHO RAN IT,
052770*    WHEN IT STARTED, HOW MANY MOVES IT APPLIED, AND THE STACK
052780*    TOPS OF BOTH MODELS AS THE SHIFT LEFT THEM - SO A
052790*    SHIFT-CHANGE DISPUTE ABOUT WHO LEFT A BAY IN A BAD STATE
052800*    CAN BE SETTLED FROM THE REPORT.
052810*----------------------------------------------------------------
052820     MOVE SPACES TO REPORT-RECORD
052830     WRITE REPORT-RECORD
052840     MOVE SPACES TO REPORT-RECORD
052850     STRING "SHIFT SECTIONS:"
052860         DELIMITED BY SIZE INTO REPORT-RECORD
052870     WRITE REPORT-RECORD
052880     MOVE 1 TO DL100-SHIFT-INDEX
052890     PERFORM UNTIL DL100-SHIFT-INDEX > DL100-SHIFT-COUNT
052900         MOVE DL100-SHIFT-NUM-T(DL100-SHIFT-INDEX)
052910              TO DL100-EDIT-NUM1
052920         MOVE DL100-SHIFT-MOVES-T(DL100-SHIFT-INDEX)
052930              TO DL100-EDIT-NUM2
052940         MOVE SPACES TO REPORT-RECORD
052950         STRING "  SHIFT " DL100-EDIT-NUM1
052960             " OPERATOR "
052970             DL100-SHIFT-OPER-T(DL100-SHIFT-INDEX)
052980             " START "
052990             DL100-SHIFT-START-T(DL100-SHIFT-INDEX)
053000             " MOVES APPLIED " DL100-EDIT-NUM2
053010             DELIMITED BY SIZE INTO REPORT-RECORD
053020         WRITE REPORT-RECORD
053030         IF DL100-SHIFT-CRANE-T(DL100-SHIFT-INDEX) NOT = SPACES
053040             THEN
053050             MOVE SPACES TO REPORT-RECORD
053060             STRING "    CRANE UNIT: "
053070                 DL100-SHIFT-CRANE-T(DL100-SHIFT-INDEX)
053080                 DELIMITED BY SIZE INTO REPORT-RECORD
053090             WRITE REPORT-RECORD
053100         END-IF
053110         MOVE SPACES TO REPORT-RECORD
053120         STRING "    9000 TOPS AT SHIFT END: "
053130             DL100-SHIFT-9000-T(DL100-SHIFT-INDEX)
053140             (1:BOXES-LENGTH)
053150             DELIMITED BY SIZE INTO REPORT-RECORD
053160         WRITE REPORT-RECORD
053170         MOVE SPACES TO REPORT-RECORD
053180         STRING "    9001 TOPS AT SHIFT END: "
053190             DL100-SHIFT-9001-T(DL100-SHIFT-INDEX)
053200             (1:BOXES-LENGTH)
053210             DELIMITED BY SIZE INTO REPORT-RECORD
053220         WRITE REPORT-RECORD
053230         ADD 1 TO DL100-SHIFT-INDEX
053240     END-PERFORM
053250     .
053260 0904-EXIT.
053270     EXIT.
053280*----------------------------------------------------------------
053290 0908-WRITE-OPERATOR-SECTIONS.
053300*    WRITE THE PER-OPERATOR PRODUCTIVITY SECTION - EVENTS
053310*    WORKED, CRATES LIFTED, AND LARGEST SINGLE LIFT PER
053320*    OPERATOR, ACCUMULATED ACROSS EVERY SHIFT OF THE DAY - SO
053330*    SUPERVISION FINALLY HAS NUMBERS PER PERSON INSTEAD OF
053340*    ONLY THE PER-BAY CRANE STATISTICS.
053350*----------------------------------------------------------------
053360     MOVE SPACES TO REPORT-RECORD
053370     WRITE REPORT-RECORD
053380     MOVE SPACES TO REPORT-RECORD
053390     STRING "OPERATOR PRODUCTIVITY:"
053400         DELIMITED BY SIZE INTO REPORT-RECORD
053410     WRITE REPORT-RECORD
053420     MOVE 1 TO DL100-OPER-INDEX
053430     PERFORM UNTIL DL100-OPER-INDEX > DL100-OPER-COUNT
053440         MOVE DL100-OPER-MOVES-T(DL100-OPER-INDEX)
053450              TO DL100-EDIT-NUM1
053460         MOVE DL100-OPER-CRATES-T(DL100-OPER-INDEX)
053470              TO DL100-EDIT-NUM2
053480         MOVE DL100-OPER-LARGE-T(DL100-OPER-INDEX)
053490              TO DL100-EDIT-NUM3
053500         MOVE SPACES TO REPORT-RECORD
053510         STRING "  OPERATOR "
053520             DL100-OPER-ID-T(DL100-OPER-INDEX)
053530             " " DL100-OPER-NAME-T(DL100-OPER-INDEX)
053540             " EVENTS " DL100-EDIT-NUM1
053550             "  CRATES " DL100-EDIT-NUM2
053560             "  LARGEST LIFT " DL100-EDIT-NUM3
053570             DELIMITED BY SIZE INTO REPORT-RECORD
053580         WRITE REPORT-RECORD
053590         ADD 1 TO DL100-OPER-INDEX
053600     END-PERFORM
053610     .
053620 0908-EXIT.
053630     EXIT.
053640*----------------------------------------------------------------
053650 0905-WRITE-STATS-SECTION.
053660*    WRITE THE CRANE PRODUCTIVITY STATISTICS FOR THE MANIFEST
053670*    JUST APPLIED - THE NUMBERS MAINTENANCE WINDOWS AND OPERATOR
053680*    STAFFING ARE NEGOTIATED FROM, READ STRAIGHT OFF THE MOVE
053690*    STREAM INSTEAD OF OFF A STOPWATCH AND A HIGHLIGHTER.
053700*----------------------------------------------------------------
053710     MOVE SPACES TO REPORT-RECORD
053720     WRITE REPORT-RECORD
053730     MOVE SPACES TO REPORT-RECORD
053740     STRING "CRANE PRODUCTIVITY STATISTICS:"
053750         DELIMITED BY SIZE INTO REPORT-RECORD
053760     WRITE REPORT-RECORD
053770     MOVE DL100-STAT-MOVES   TO DL100-EDIT-NUM1
053780     MOVE DL100-STAT-CRATES  TO DL100-EDIT-NUM2
053790     MOVE DL100-STAT-LARGEST TO DL100-EDIT-NUM3
053800     MOVE SPACES TO REPORT-RECORD
053810     STRING "  MOVES APPLIED " DL100-EDIT-NUM1
053820         "  CRATES LIFTED " DL100-EDIT-NUM2
053830         "  LARGEST SINGLE LIFT " DL100-EDIT-NUM3
053840         DELIMITED BY SIZE INTO REPORT-RECORD
053850     WRITE REPORT-RECORD
053860     MOVE ZERO TO DL100-STAT-BUSY-BAY
053870     MOVE ZERO TO DL100-STAT-BUSY-COUNT
053880     MOVE 1 TO DL100-STAT-BAY
053890     PERFORM UNTIL DL100-STAT-BAY > BOXES-LENGTH
053900         IF DL100-STAT-SRC-MOVES(DL100-STAT-BAY) >
053910             DL100-STAT-BUSY-COUNT THEN
053920             MOVE DL100-STAT-SRC-MOVES(DL100-STAT-BAY)
053930                  TO DL100-STAT-BUSY-COUNT
053940             MOVE DL100-STAT-BAY TO DL100-STAT-BUSY-BAY
053950         END-IF
053960         ADD 1 TO DL100-STAT-BAY
053970     END-PERFORM
053980     MOVE DL100-STAT-BUSY-BAY   TO DL100-EDIT-NUM1
053990     MOVE DL100-STAT-BUSY-COUNT TO DL100-EDIT-NUM2
054000     MOVE SPACES TO REPORT-RECORD
054010     STRING "  BUSIEST SOURCE BAY " DL100-EDIT-NUM1
054020         " (" DL100-EDIT-NUM2 " MOVES)"
054030         DELIMITED BY SIZE INTO REPORT-RECORD
054040     WRITE REPORT-RECORD
054050     MOVE ZERO TO DL100-STAT-BUSY-BAY
054060     MOVE ZERO TO DL100-STAT-BUSY-COUNT
054070     MOVE 1 TO DL100-STAT-BAY
054080     PERFORM UNTIL DL100-STAT-BAY > BOXES-LENGTH
054090         IF DL100-STAT-DST-MOVES(DL100-STAT-BAY) >
054100             DL100-STAT-BUSY-COUNT THEN
054110             MOVE DL100-STAT-DST-MOVES(DL100-STAT-BAY)
054120                  TO DL100-STAT-BUSY-COUNT
054130             MOVE DL100-STAT-BAY TO DL100-STAT-BUSY-BAY
054140         END-IF
054150         ADD 1 TO DL100-STAT-BAY
054160     END-PERFORM
054170     MOVE DL100-STAT-BUSY-BAY   TO DL100-EDIT-NUM1
054180     MOVE DL100-STAT-BUSY-COUNT TO DL100-EDIT-NUM2
054190     MOVE SPACES TO REPORT-RECORD
054200     STRING "  BUSIEST DEST BAY   " DL100-EDIT-NUM1
054210         " (" DL100-EDIT-NUM2 " MOVES)"
054220         DELIMITED BY SIZE INTO REPORT-RECORD
054230     WRITE REPORT-RECORD
054240     MOVE DL100-STAT-RECEIPTS TO DL100-EDIT-NUM1
054250     MOVE DL100-STAT-RELEASES TO DL100-EDIT-NUM2
054260     MOVE SPACES TO REPORT-RECORD
054270     STRING "  GATE RECEIPTS " DL100-EDIT-NUM1
054280         "  GATE RELEASES " DL100-EDIT-NUM2
054290         DELIMITED BY SIZE INTO REPORT-RECORD
054300     WRITE REPORT-RECORD
054310     MOVE SPACES TO REPORT-RECORD
054320     STRING "  PER-BAY CRATES IN VERSUS OUT:"
054330         DELIMITED BY SIZE INTO REPORT-RECORD
054340     WRITE REPORT-RECORD
054350     MOVE 1 TO DL100-STAT-BAY
054360     PERFORM UNTIL DL100-STAT-BAY > BOXES-LENGTH
054370         PERFORM 0906-WRITE-BAY-STAT-LINE THRU 0906-EXIT
054380         ADD 1 TO DL100-STAT-BAY
054390     END-PERFORM
054400     IF DL100-MASTER-MODE THEN
054410         MOVE DL100-HAZ-VIOLATIONS TO DL100-EDIT-NUM1
054420         MOVE SPACES TO REPORT-RECORD
054430         STRING "  HAZMAT SEGREGATION VIOLATIONS FLAGGED "
054440             DL100-EDIT-NUM1
054450             DELIMITED BY SIZE INTO REPORT-RECORD
054460         WRITE REPORT-RECORD
054470     END-IF
054480     IF DL100-BAYPROF-MODE THEN
054490         MOVE DL100-PROF-VIOLATIONS TO DL100-EDIT-NUM1
054500         MOVE SPACES TO REPORT-RECORD
054510         STRING "  BAY PROFILE VIOLATIONS FLAGGED "
054520             DL100-EDIT-NUM1
054530             DELIMITED BY SIZE INTO REPORT-RECORD
054540         WRITE REPORT-RECORD
054550     END-IF
054560     IF DL100-MASTER-MODE AND
054570         (DL100-RLSAUTH-MODE OR DL100-HOLD-MODE) THEN
054580         MOVE DL100-RLSE-VIOLATIONS TO DL100-EDIT-NUM1
054590         MOVE SPACES TO REPORT-RECORD
054600         STRING "  RELEASE AUTHORIZATION / HOLD EXCEPTIONS "
054610             "FLAGGED " DL100-EDIT-NUM1
054620             DELIMITED BY SIZE INTO REPORT-RECORD
054630         WRITE REPORT-RECORD
054640     END-IF
054650     .
054660 0905-EXIT.
054670     EXIT.
054680*----------------------------------------------------------------
054690 0906-WRITE-BAY-STAT-LINE.
054700*    WRITE ONE BAY'S CRATES-IN/CRATES-OUT LINE OF THE PER-BAY
054710*    UTILIZATION TABLE.
054720*----------------------------------------------------------------
054730     MOVE DL100-STAT-BAY TO DL100-EDIT-NUM1
054740     MOVE DL100-STAT-CRATES-IN(DL100-STAT-BAY)
054750          TO DL100-EDIT-NUM2
054760     MOVE DL100-STAT-CRATES-OUT(DL100-STAT-BAY)
054770          TO DL100-EDIT-NUM3
054780     MOVE SPACES TO REPORT-RECORD
054790     STRING "    BAY " DL100-EDIT-NUM1
054800         "  IN " DL100-EDIT-NUM2
054810         "  OUT " DL100-EDIT-NUM3
054820         DELIMITED BY SIZE INTO REPORT-RECORD
054830     WRITE REPORT-RECORD
054840     .
054850 0906-EXIT.
054860     EXIT.
054870*----------------------------------------------------------------
054880 0907-WRITE-BATCH-TOTALS.
054890*    WRITE THE BATCH-TOTAL ROLL-UP AT THE END OF THE
054900*    CONSOLIDATED REPORT - THE WHOLE BACKLOG'S MOVES, CRATES,
054910*    LARGEST LIFT, AND BUSIEST BAYS IN ONE SECTION, SO THE WEEK
054920*    DOES NOT HAVE TO BE TOTALED BY HAND FROM THE PER-MANIFEST
054930*    SECTIONS ABOVE.  REJECTED MANIFESTS ARE NOT IN THESE
054940*    NUMBERS.
054950*----------------------------------------------------------------
054960     MOVE SPACES TO REPORT-RECORD
054970     WRITE REPORT-RECORD
054980     MOVE SPACES TO REPORT-RECORD
054990     STRING "BATCH TOTALS (CLEAN MANIFESTS ONLY):"
055000         DELIMITED BY SIZE INTO REPORT-RECORD
055010     WRITE REPORT-RECORD
055020     MOVE DL100-BTOT-MOVES   TO DL100-EDIT-NUM1
055030     MOVE DL100-BTOT-CRATES  TO DL100-EDIT-NUM2
055040     MOVE DL100-BTOT-LARGEST TO DL100-EDIT-NUM3
055050     MOVE SPACES TO REPORT-RECORD
055060     STRING "  MOVES APPLIED " DL100-EDIT-NUM1
055070         "  CRATES LIFTED " DL100-EDIT-NUM2
055080         "  LARGEST SINGLE LIFT " DL100-EDIT-NUM3
055090         DELIMITED BY SIZE INTO REPORT-RECORD
055100     WRITE REPORT-RECORD
055110     MOVE ZERO TO DL100-STAT-BUSY-BAY
055120     MOVE ZERO TO DL100-STAT-BUSY-COUNT
055130     MOVE 1 TO DL100-STAT-BAY
055140     PERFORM UNTIL DL100-STAT-BAY > DL100-BTOT-MAX-BAYS
055150         IF DL100-BTOT-SRC-MOVES(DL100-STAT-BAY) >
055160             DL100-STAT-BUSY-COUNT THEN
055170             MOVE DL100-BTOT-SRC-MOVES(DL100-STAT-BAY)
055180                  TO DL100-STAT-BUSY-COUNT
055190             MOVE DL100-STAT-BAY TO DL100-STAT-BUSY-BAY
055200         END-IF
055210         ADD 1 TO DL100-STAT-BAY
055220     END-PERFORM
055230     MOVE DL100-STAT-BUSY-BAY   TO DL100-EDIT-NUM1
055240     MOVE DL100-STAT-BUSY-COUNT TO DL100-EDIT-NUM2
055250     MOVE SPACES TO REPORT-RECORD
055260     STRING "  BUSIEST SOURCE BAY " DL100-EDIT-NUM1
055270         " (" DL100-EDIT-NUM2 " MOVES)"
055280         DELIMITED BY SIZE INTO REPORT-RECORD
055290     WRITE REPORT-RECORD
055300     MOVE ZERO TO DL100-STAT-BUSY-BAY
055310     MOVE ZERO TO DL100-STAT-BUSY-COUNT
055320     MOVE 1 TO DL100-STAT-BAY
055330     PERFORM UNTIL DL100-STAT-BAY > DL100-BTOT-MAX-BAYS
055340         IF DL100-BTOT-DST-MOVES(DL100-STAT-BAY) >
055350             DL100-STAT-BUSY-COUNT THEN
055360             MOVE DL100-BTOT-DST-MOVES(DL100-STAT-BAY)
055370                  TO DL100-STAT-BUSY-COUNT
055380             MOVE DL100-STAT-BAY TO DL100-STAT-BUSY-BAY
055390         END-IF
055400         ADD 1 TO DL100-STAT-BAY
055410     END-PERFORM
055420     MOVE DL100-STAT-BUSY-BAY   TO DL100-EDIT-NUM1
055430     MOVE DL100-STAT-BUSY-COUNT TO DL100-EDIT-NUM2
055440     MOVE SPACES TO REPORT-RECORD
055450     STRING "  BUSIEST DEST BAY   " DL100-EDIT-NUM1
055460         " (" DL100-EDIT-NUM2 " MOVES)"
055470         DELIMITED BY SIZE INTO REPORT-RECORD
055480     WRITE REPORT-RECORD
055490     .
055500 0907-EXIT.
055510     EXIT.
055520*----------------------------------------------------------------
055530 0975-ACCUMULATE-MOVE-STATS.
055540*    FOLD THE MOVE JUST APPLIED INTO THE PRODUCTIVITY COUNTERS.
055550*    INDEX-VALUE STILL HOLDS THE MOVE'S ORIGINAL AMOUNT HERE -
055560*    THE MOVE LOOP COUNTED MOVE-AMOUNT ITSELF DOWN TO ZERO.
055570*----------------------------------------------------------------
055580     ADD 1 TO DL100-STAT-MOVES
055590     ADD INDEX-VALUE TO DL100-STAT-CRATES
055600     IF INDEX-VALUE > DL100-STAT-LARGEST THEN
055610         MOVE INDEX-VALUE TO DL100-STAT-LARGEST
055620     END-IF
055630     ADD 1 TO DL100-STAT-SRC-MOVES(MOVE-SOURCE)
055640     ADD 1 TO DL100-STAT-DST-MOVES(MOVE-DEST)
055650     ADD INDEX-VALUE TO DL100-STAT-CRATES-OUT(MOVE-SOURCE)
055660     ADD INDEX-VALUE TO DL100-STAT-CRATES-IN(MOVE-DEST)
055670     .
055680 0975-EXIT.
055690     EXIT.
055700*----------------------------------------------------------------
055710 0976-ACCUMULATE-BATCH-STATS.
055720*    ROLL ONE CLEAN MANIFEST'S COUNTERS INTO THE BATCH TOTALS
055730*    BEFORE 0015-RESET-YARD-TABLES CLEARS THEM FOR THE NEXT
055740*    MANIFEST IN THE LIST.
055750*----------------------------------------------------------------
055760     ADD DL100-STAT-MOVES  TO DL100-BTOT-MOVES
055770     ADD DL100-STAT-CRATES TO DL100-BTOT-CRATES
055780     ADD DL100-HAZ-VIOLATIONS TO DL100-BTOT-HAZ-VIOLS
055790     ADD DL100-PROF-VIOLATIONS TO DL100-BTOT-PROF-VIOLS
055800     ADD DL100-RLSE-VIOLATIONS TO DL100-BTOT-RLSE-VIOLS
055810     IF DL100-STAT-LARGEST > DL100-BTOT-LARGEST THEN
055820         MOVE DL100-STAT-LARGEST TO DL100-BTOT-LARGEST
055830     END-IF
055840     IF BOXES-LENGTH > DL100-BTOT-MAX-BAYS THEN
055850         MOVE BOXES-LENGTH TO DL100-BTOT-MAX-BAYS
055860     END-IF
055870     MOVE 1 TO DL100-STAT-BAY
055880     PERFORM UNTIL DL100-STAT-BAY > BOXES-LENGTH
055890         ADD DL100-STAT-SRC-MOVES(DL100-STAT-BAY)
055900             TO DL100-BTOT-SRC-MOVES(DL100-STAT-BAY)
055910         ADD DL100-STAT-DST-MOVES(DL100-STAT-BAY)
055920             TO DL100-BTOT-DST-MOVES(DL100-STAT-BAY)
055930         ADD 1 TO DL100-STAT-BAY
055940     END-PERFORM
055950     .
055960 0976-EXIT.
055970     EXIT.
055980*----------------------------------------------------------------
055990 0977-ACCUMULATE-OPER-STATS.
056000*    FOLD ONE EVENT INTO THE PER-OPERATOR PRODUCTIVITY TABLE -
056010*    THE OPERATOR IN DL100-OPER-WORK-ID/NAME WORKED ONE EVENT
056020*    OF DL100-OPER-LIFT CRATES.  AN OPERATOR NOT YET IN THE
056030*    TABLE TAKES THE NEXT SLOT; A DAY WITH MORE OPERATORS THAN
056040*    SLOTS KEEPS THE FIRST ONES, THE SAME RULE THE SHIFT TABLE
056050*    FOLLOWS.
056060*----------------------------------------------------------------
056070     MOVE ZERO TO DL100-OPER-SLOT
056080     MOVE 1 TO DL100-OPER-INDEX
056090     PERFORM UNTIL DL100-OPER-INDEX > DL100-OPER-COUNT
056100         IF DL100-OPER-ID-T(DL100-OPER-INDEX) =
056110             DL100-OPER-WORK-ID THEN
056120             MOVE DL100-OPER-INDEX TO DL100-OPER-SLOT
056130             MOVE DL100-OPER-COUNT TO DL100-OPER-INDEX
056140         END-IF
056150         ADD 1 TO DL100-OPER-INDEX
056160     END-PERFORM
056170     IF DL100-OPER-SLOT = 0 THEN
056180         IF DL100-OPER-COUNT < 32 THEN
056190             ADD 1 TO DL100-OPER-COUNT
056200             MOVE DL100-OPER-COUNT TO DL100-OPER-SLOT
056210             MOVE DL100-OPER-WORK-ID
056220                  TO DL100-OPER-ID-T(DL100-OPER-SLOT)
056230             MOVE DL100-OPER-WORK-NAME
056240                  TO DL100-OPER-NAME-T(DL100-OPER-SLOT)
056250             MOVE ZERO TO DL100-OPER-MOVES-T(DL100-OPER-SLOT)
056260             MOVE ZERO TO DL100-OPER-CRATES-T(DL100-OPER-SLOT)
056270             MOVE ZERO TO DL100-OPER-LARGE-T(DL100-OPER-SLOT)
056280         ELSE
056290             GO TO 0977-EXIT
056300         END-IF
056310     END-IF
056320     ADD 1 TO DL100-OPER-MOVES-T(DL100-OPER-SLOT)
056330     ADD DL100-OPER-LIFT
056340         TO DL100-OPER-CRATES-T(DL100-OPER-SLOT)
056350     IF DL100-OPER-LIFT > DL100-OPER-LARGE-T(DL100-OPER-SLOT)
056360         THEN
056370         MOVE DL100-OPER-LIFT
056380              TO DL100-OPER-LARGE-T(DL100-OPER-SLOT)
056390     END-IF
056400     .
056410 0977-EXIT.
056420     EXIT.
056430*----------------------------------------------------------------
056440 0940-WRITE-CLOSING-STATE.
056450*    WRITE THE FINAL STACK CONTENTS TO THE CLOSING-STATE FILE IN
056460*    THE SAME BRACKET-ROW DRAWING FORMAT THE MANIFEST PARSER
056470*    ACCEPTS - THE TALLEST ROW FIRST, THEN THE STACK-NUMBER
056480*    HEADER LINE, THEN THE BLANK LINE THAT SEPARATES A DRAWING
056490*    FROM THE MOVE LINES - SO TOMORROW'S MANIFEST CAN BE
056500*    ASSEMBLED BY CONCATENATING THIS FILE WITH THE DAY'S MOVE
056510*    LINES, OR NAMED DIRECTLY AS THE OPENING-STATE FILE OF A
056520*    CARRY-OVER RUN.  THE STATE IS TAKEN FROM WHICHEVER MODEL'S
056530*    TABLES 0148-RESOLVE-CLOSING-MODEL SELECTED.  IN A BATCH
056540*    CARRY-OVER RUN THE OPENING PATH IS REPOINTED AT THE FILE
056550*    JUST WRITTEN SO THE NEXT MANIFEST IN THE LIST CHAINS OFF
056560*    THIS ONE'S CLOSING STATE.
056570*----------------------------------------------------------------
056580     IF DL100-CLOSING-FROM-9000 THEN
056590         MOVE BOXES TO STATE-WORK
056600         IF DL100-MASTER-MODE THEN
056610             MOVE BOX-IDS TO STATE-ID-WORK
056620         END-IF
056630     ELSE
056640         MOVE CRATES TO STATE-WORK
056650         IF DL100-MASTER-MODE THEN
056660             MOVE CRATE-IDS TO STATE-ID-WORK
056670         END-IF
056680     END-IF
056690     MOVE ZERO TO DL100-STATE-HEIGHT
056700     MOVE 1 TO BOXES-COL
056710     PERFORM UNTIL BOXES-COL > BOXES-LENGTH
056720         IF STATE-COL-LENGTH(BOXES-COL) > DL100-STATE-HEIGHT
056730             THEN
056740             MOVE STATE-COL-LENGTH(BOXES-COL)
056750                  TO DL100-STATE-HEIGHT
056760         END-IF
056770         ADD 1 TO BOXES-COL
056780     END-PERFORM
056790     MOVE DL100-CLOSING-PATH TO DL100-STATE-PATH
056800     OPEN OUTPUT STATE-FILE
056810     PERFORM 0986-RESET-SEAL THRU 0986-EXIT
056820     MOVE DL100-STATE-HEIGHT TO BOXES-ROW
056830     PERFORM UNTIL BOXES-ROW < 1
056840         PERFORM 0941-WRITE-STATE-ROW THRU 0941-EXIT
056850         SUBTRACT 1 FROM BOXES-ROW
056860     END-PERFORM
056870     MOVE SPACES TO STATE-RECORD
056880     MOVE 1 TO BOXES-COL
056890     MOVE 2 TO DL100-STATE-CELL
056900     PERFORM UNTIL BOXES-COL > BOXES-LENGTH
056910         MOVE BOXES-COL TO DL100-STATE-NUM
056920         MOVE DL100-STATE-NUM
056930              TO STATE-RECORD(DL100-STATE-CELL:2)
056940         IF DL100-MASTER-MODE THEN
056950             ADD 11 TO DL100-STATE-CELL
056960         ELSE
056970             ADD 4 TO DL100-STATE-CELL
056980         END-IF
056990         ADD 1 TO BOXES-COL
057000     END-PERFORM
057010     PERFORM 0942-PUT-STATE-RECORD THRU
057020         0942-EXIT
057030     MOVE SPACES TO STATE-RECORD
057040     PERFORM 0942-PUT-STATE-RECORD THRU
057050         0942-EXIT
057060     PERFORM 0989-BUILD-SEAL-LINE THRU 0989-EXIT
057070     MOVE DL100-SEAL-LINE TO STATE-RECORD
057080     WRITE STATE-RECORD
057090     CLOSE STATE-FILE
057100     IF DL100-BATCH-MODE AND DL100-CARRY-OVER THEN
057110         MOVE DL100-CLOSING-PATH TO DL100-OPENING-PATH
057120     END-IF
057130     .
057140 0940-EXIT.
057150     EXIT.
057160*----------------------------------------------------------------
057170 0941-WRITE-STATE-ROW.
057180*    WRITE ONE BRACKET ROW OF THE CLOSING-STATE DRAWING - THE
057190*    CELL OF EVERY BAY WHOSE STACK REACHES ROW BOXES-ROW, IN THE
057200*    SAME FOUR-COLUMN CELLS PARSE-BOX-ROW LIFTS, WITH SHORTER
057210*    BAYS LEFT AS BLANK CELLS SO EVERY CELL STAYS IN ITS OWN
057220*    COLUMN.
057230*----------------------------------------------------------------
057240     MOVE SPACES TO STATE-RECORD
057250     MOVE 1 TO BOXES-COL
057260     MOVE 1 TO DL100-STATE-CELL
057270     PERFORM UNTIL BOXES-COL > BOXES-LENGTH
057280         IF STATE-COL-LENGTH(BOXES-COL) NOT < BOXES-ROW THEN
057290             MOVE '[' TO STATE-RECORD(DL100-STATE-CELL:1)
057300             IF DL100-MASTER-MODE THEN
057310                 MOVE STATE-ID(BOXES-COL, BOXES-ROW)
057320                      TO STATE-RECORD(DL100-STATE-CELL + 1:8)
057330                 MOVE ']'
057340                      TO STATE-RECORD(DL100-STATE-CELL + 9:1)
057350             ELSE
057360                 MOVE STATE-VALUE(BOXES-COL, BOXES-ROW)
057370                      TO STATE-RECORD(DL100-STATE-CELL + 1:1)
057380                 MOVE ']'
057390                      TO STATE-RECORD(DL100-STATE-CELL + 2:1)
057400             END-IF
057410         END-IF
057420         IF DL100-MASTER-MODE THEN
057430             ADD 11 TO DL100-STATE-CELL
057440         ELSE
057450             ADD 4 TO DL100-STATE-CELL
057460         END-IF
057470         ADD 1 TO BOXES-COL
057480     END-PERFORM
057490     PERFORM 0942-PUT-STATE-RECORD THRU
057500         0942-EXIT
057510     .
057520 0941-EXIT.
057530     EXIT.
057540*----------------------------------------------------------------
057550 0942-PUT-STATE-RECORD.
057560*    WRITE ONE CLOSING-STATE RECORD AND FOLD IT INTO THE SEAL.
057570*----------------------------------------------------------------
057580     WRITE STATE-RECORD
057590     MOVE SPACES TO DL100-SEAL-RECORD
057600     MOVE STATE-RECORD TO DL100-SEAL-RECORD
057610     PERFORM 0987-ADD-TO-SEAL THRU 0987-EXIT
057620     .
057630 0942-EXIT.
057640     EXIT.
057650*----------------------------------------------------------------
057660 0980-WRITE-CHECKPOINT.
057670*    SNAPSHOT BOXES, CRATES, THE CURRENT INFILE POSITION, AND
057680*    THE SHIFT IN EFFECT, SO A RESTART CAN RESUME FROM THE LAST
057690*    GOOD MOVE - WITH ITS MOVES STILL STAMPED FOR THE RIGHT
057700*    SHIFT AND OPERATOR - INSTEAD OF
057710*    REPLAYING THE WHOLE MANIFEST.  THE CHECKPOINT FILE IS
057720*    OVERWRITTEN IN FULL EACH TIME SO IT ALWAYS HOLDS ONLY THE
057730*    MOST RECENT SNAPSHOT.
057740*----------------------------------------------------------------
057750     OPEN OUTPUT CHECKPOINT-FILE
057760     PERFORM 0986-RESET-SEAL THRU 0986-EXIT
057770     MOVE SPACES TO CHECKPOINT-RECORD
057780     SET CKPT-IS-HEADER TO TRUE
057790     MOVE DL100-LINES-READ  TO CKPT-LINES-READ
057800     MOVE BOXES-LENGTH      TO CKPT-STACK-COUNT
057810     MOVE DL100-MOVE-NUMBER TO CKPT-MOVE-NUMBER
057820     IF DL100-SHIFT-ACTIVE THEN
057830         MOVE DL100-CUR-SHIFT    TO CKPT-SHIFT-NUMBER
057840         MOVE DL100-CUR-OPERATOR TO CKPT-OPERATOR
057850         MOVE DL100-CUR-START    TO CKPT-SHIFT-START
057860         MOVE DL100-SHIFT-MOVES  TO CKPT-SHIFT-MOVES
057870         MOVE DL100-CUR-CRANE    TO CKPT-CRANE-UNIT
057880     ELSE
057890         MOVE ZERO   TO CKPT-SHIFT-NUMBER
057900         MOVE SPACES TO CKPT-OPERATOR
057910         MOVE ZERO   TO CKPT-SHIFT-START
057920         MOVE ZERO   TO CKPT-SHIFT-MOVES
057930         MOVE SPACES TO CKPT-CRANE-UNIT
057940     END-IF
057950     PERFORM 0984-PUT-CKPT-RECORD THRU
057960         0984-EXIT
057970     SET BOXES-COL TO 1
057980     PERFORM UNTIL BOXES-COL > BOXES-LENGTH
057990         PERFORM 0981-WRITE-BOX-CHECKPOINT THRU 0981-EXIT
058000         ADD 1 TO BOXES-COL
058010     END-PERFORM
058020     SET BOXES-COL TO 1
058030     PERFORM UNTIL BOXES-COL > BOXES-LENGTH
058040         PERFORM 0982-WRITE-CRATE-CHECKPOINT THRU 0982-EXIT
058050         ADD 1 TO BOXES-COL
058060     END-PERFORM
058070     MOVE 1 TO DL100-SHIFT-INDEX
058080     PERFORM UNTIL DL100-SHIFT-INDEX > DL100-SHIFT-COUNT
058090         PERFORM 0983-WRITE-SHIFT-CHECKPOINT THRU 0983-EXIT
058100         ADD 1 TO DL100-SHIFT-INDEX
058110     END-PERFORM
058120     PERFORM 0989-BUILD-SEAL-LINE THRU 0989-EXIT
058130     MOVE DL100-SEAL-LINE TO CHECKPOINT-RECORD
058140     WRITE CHECKPOINT-RECORD
058150     CLOSE CHECKPOINT-FILE
058160     .
058170 0980-EXIT.
058180     EXIT.
058190*----------------------------------------------------------------
058200 0981-WRITE-BOX-CHECKPOINT.
058210*    WRITE ONE CHECKPOINT RECORD HOLDING BAY BOXES-COL'S CURRENT
058220*    CONTENTS IN THE BOXES TABLE.
058230*----------------------------------------------------------------
058240     MOVE SPACES TO CHECKPOINT-RECORD
058250     SET CKPT-IS-BOX TO TRUE
058260     MOVE BOXES-COL                 TO CKPT-STACK-NUMBER
058270     MOVE BOX-COL-LENGTH(BOXES-COL) TO CKPT-STACK-LENGTH
058280     MOVE BOX-COL(BOXES-COL)        TO CKPT-STACK-CONTENTS
058290     PERFORM 0984-PUT-CKPT-RECORD THRU
058300         0984-EXIT
058310     .
058320 0981-EXIT.
058330     EXIT.
058340*----------------------------------------------------------------
058350 0982-WRITE-CRATE-CHECKPOINT.
058360*    WRITE ONE CHECKPOINT RECORD HOLDING BAY BOXES-COL'S CURRENT
058370*    CONTENTS IN THE CRATES TABLE.
058380*----------------------------------------------------------------
058390     MOVE SPACES TO CHECKPOINT-RECORD
058400     SET CKPT-IS-CRATE TO TRUE
058410     MOVE BOXES-COL                   TO CKPT-STACK-NUMBER
058420     MOVE CRATE-COL-LENGTH(BOXES-COL) TO CKPT-STACK-LENGTH
058430     MOVE CRATE-COL(BOXES-COL)        TO CKPT-STACK-CONTENTS
058440     PERFORM 0984-PUT-CKPT-RECORD THRU
058450         0984-EXIT
058460     .
058470 0982-EXIT.
058480     EXIT.
058490*----------------------------------------------------------------
058500 0983-WRITE-SHIFT-CHECKPOINT.
058510*    WRITE ONE CHECKPOINT RECORD HOLDING SHIFT TABLE ENTRY
058520*    DL100-SHIFT-INDEX - THE SHIFTS ALREADY CLOSED OUT BEFORE
058530*    THE CHECKPOINT MUST TRAVEL WITH IT, BECAUSE THEIR END-OF-
058540*    SHIFT STACK TOPS CANNOT BE REBUILT FROM THE AUDIT TRAIL
058550*    AND THE REPORT'S SHIFT SECTIONS WOULD OTHERWISE LOSE THEM
058560*    ON A RESUMED DAY.
058570*----------------------------------------------------------------
058580     MOVE SPACES TO CHECKPOINT-RECORD
058590     SET CKPT-IS-SHIFT TO TRUE
058600     MOVE DL100-SHIFT-NUM-T(DL100-SHIFT-INDEX)
058610          TO CKPT-SH-NUMBER
058620     MOVE DL100-SHIFT-OPER-T(DL100-SHIFT-INDEX)
058630          TO CKPT-SH-OPERATOR
058640     MOVE DL100-SHIFT-START-T(DL100-SHIFT-INDEX)
058650          TO CKPT-SH-START
058660     MOVE DL100-SHIFT-MOVES-T(DL100-SHIFT-INDEX)
058670          TO CKPT-SH-MOVES
058680     MOVE DL100-SHIFT-9000-T(DL100-SHIFT-INDEX)
058690          TO CKPT-SH-9000-TOPS
058700     MOVE DL100-SHIFT-9001-T(DL100-SHIFT-INDEX)
058710          TO CKPT-SH-9001-TOPS
058720     MOVE DL100-SHIFT-CRANE-T(DL100-SHIFT-INDEX)
058730          TO CKPT-SH-CRANE
058740     PERFORM 0984-PUT-CKPT-RECORD THRU
058750         0984-EXIT
058760     .
058770 0983-EXIT.
058780     EXIT.
058790*----------------------------------------------------------------
058800 0985-CLEAR-CHECKPOINT.
058810*    A CLEAN COMPLETION NEEDS NO RESTART.  THE CHECKPOINT FILE IS
058820*    TRUNCATED TO EMPTY RATHER THAN LEFT WITH A STALE SNAPSHOT
058830*    THAT COULD BE MISTAKEN FOR AN IN-FLIGHT RUN ON THE NEXT
058840*    SUBMISSION.
058850*----------------------------------------------------------------
058860     OPEN OUTPUT CHECKPOINT-FILE
058870     CLOSE CHECKPOINT-FILE
058880     .
058890 0985-EXIT.
058900     EXIT.
058910*----------------------------------------------------------------
058920 0986-RESET-SEAL.
058930*    START A FRESH SEAL ACCUMULATION FOR THE FILE ABOUT TO BE
058940*    WRITTEN OR VERIFIED.
058950*----------------------------------------------------------------
058960     MOVE ZERO TO DL100-SEAL-COUNT
058970     MOVE ZERO TO DL100-SEAL-CKSUM
058980     SET DL100-SEAL-NOT-FOUND TO TRUE
058990     SET DL100-SEAL-BAD TO TRUE
059000     .
059010 0986-EXIT.
059020     EXIT.
059030*----------------------------------------------------------------
059040 0987-ADD-TO-SEAL.
059050*    FOLD THE RECORD IN DL100-SEAL-RECORD INTO THE SEAL - ONE
059060*    MORE RECORD COUNTED, ITS BYTES UP TO THE LAST NONBLANK
059070*    SUMMED INTO THE CHECKSUM MODULO 1,000,000,000.  TRAILING
059080*    BLANKS ARE EXCLUDED SO FIXED- AND VARIABLE-WIDTH READERS
059090*    OF THE SAME FILE COMPUTE THE SAME SUM.
059100*----------------------------------------------------------------
059110     ADD 1 TO DL100-SEAL-COUNT
059120     MOVE 704 TO DL100-SEAL-LENGTH
059130     PERFORM UNTIL DL100-SEAL-LENGTH < 1
059140         OR DL100-SEAL-RECORD(DL100-SEAL-LENGTH:1) NOT = ' '
059150         SUBTRACT 1 FROM DL100-SEAL-LENGTH
059160     END-PERFORM
059170     MOVE 1 TO DL100-SEAL-INDEX
059180     PERFORM UNTIL DL100-SEAL-INDEX > DL100-SEAL-LENGTH
059190         MOVE DL100-SEAL-RECORD(DL100-SEAL-INDEX:1)
059200              TO DL100-SEAL-CHAR
059210         ADD DL100-SEAL-BYTE-NUM TO DL100-SEAL-CKSUM
059220         ADD 1 TO DL100-SEAL-INDEX
059230     END-PERFORM
059240     IF DL100-SEAL-CKSUM > 999999999 THEN
059250         SUBTRACT 1000000000 FROM DL100-SEAL-CKSUM
059260     END-IF
059270     IF DL100-SEAL-CKSUM < 0 THEN
059280         ADD 1000000000 TO DL100-SEAL-CKSUM
059290     END-IF
059300     .
059310 0987-EXIT.
059320     EXIT.
059330*----------------------------------------------------------------
059340 0988-CHECK-SEAL-LINE.
059350*    DECIDE WHETHER THE RECORD IN DL100-SEAL-RECORD IS THE
059360*    "*SEAL*" TRAILER, AND IF SO JUDGE IT AGAINST THE COUNT AND
059370*    CHECKSUM ACCUMULATED SO FAR.  THE TRAILER READS
059380*    *SEAL* COUNT NNNNNNN CKSUM NNNNNNNNNN
059390*    WITH THE COUNT AT POSITION 14 AND THE CHECKSUM AT 28.
059400*----------------------------------------------------------------
059410     SET DL100-NOT-SEAL-LINE TO TRUE
059420     IF DL100-SEAL-RECORD(1:7) NOT = "*SEAL* " THEN
059430         GO TO 0988-EXIT
059440     END-IF
059450     SET DL100-IS-SEAL-LINE TO TRUE
059460     SET DL100-SEAL-FOUND TO TRUE
059470     MOVE DL100-SEAL-RECORD(14:7) TO DL100-SEAL-EXP-COUNT
059480     MOVE DL100-SEAL-RECORD(28:10) TO DL100-SEAL-EXP-CKSUM
059490     IF DL100-SEAL-EXP-COUNT NUMERIC AND
059500         DL100-SEAL-EXP-CKSUM NUMERIC AND
059510         DL100-SEAL-EXP-COUNT = DL100-SEAL-COUNT AND
059520         DL100-SEAL-EXP-CKSUM = DL100-SEAL-CKSUM THEN
059530         SET DL100-SEAL-GOOD TO TRUE
059540     END-IF
059550     .
059560 0988-EXIT.
059570     EXIT.
059580*----------------------------------------------------------------
059590 0989-BUILD-SEAL-LINE.
059600*    BUILD THE "*SEAL*" TRAILER LINE FOR THE COUNT AND CHECKSUM
059610*    ACCUMULATED SO FAR.
059620*----------------------------------------------------------------
059630     MOVE DL100-SEAL-COUNT TO DL100-SEAL-EXP-COUNT
059640     MOVE DL100-SEAL-CKSUM TO DL100-SEAL-EXP-CKSUM
059650     MOVE SPACES TO DL100-SEAL-LINE
059660     STRING "*SEAL* COUNT " DL100-SEAL-EXP-COUNT
059670         " CKSUM " DL100-SEAL-EXP-CKSUM
059680         DELIMITED BY SIZE INTO DL100-SEAL-LINE
059690     .
059700 0989-EXIT.
059710     EXIT.
059720*----------------------------------------------------------------
059730 0984-PUT-CKPT-RECORD.
059740*    WRITE ONE CHECKPOINT RECORD AND FOLD IT INTO THE SEAL.
059750*----------------------------------------------------------------
059760     WRITE CHECKPOINT-RECORD
059770     MOVE SPACES TO DL100-SEAL-RECORD
059780     MOVE CHECKPOINT-RECORD TO DL100-SEAL-RECORD
059790     PERFORM 0987-ADD-TO-SEAL THRU 0987-EXIT
059800     .
059810 0984-EXIT.
059820     EXIT.
059830*----------------------------------------------------------------
059840 0991-VERIFY-CHECKPOINT-SEAL.
059850*    READ THE WHOLE CHECKPOINT (ALREADY OPEN) AND JUDGE ITS
059860*    SEAL.  A SEAL COUNT OF ZERO ON RETURN MEANS AN EMPTY FILE,
059870*    WHICH IS SIMPLY A FRESH RUN.
059880*----------------------------------------------------------------
059890     PERFORM 0986-RESET-SEAL THRU 0986-EXIT
059900     PERFORM UNTIL EXIT
059910         READ CHECKPOINT-FILE AT END
059920             EXIT PERFORM
059930         END-READ
059940         MOVE SPACES TO DL100-SEAL-RECORD
059950         MOVE CHECKPOINT-RECORD TO DL100-SEAL-RECORD
059960         PERFORM 0988-CHECK-SEAL-LINE THRU 0988-EXIT
059970         IF DL100-NOT-SEAL-LINE THEN
059980             PERFORM 0987-ADD-TO-SEAL THRU 0987-EXIT
059990         END-IF
060000     END-PERFORM
060010     .
060020 0991-EXIT.
060030     EXIT.
060040*----------------------------------------------------------------
060050 0992-VERIFY-STATE-SEAL.
060060*    READ THE WHOLE OPENING-STATE FILE AND JUDGE ITS SEAL
060070*    BEFORE THE REAL LOAD TRUSTS A SINGLE ROW.  A MISSING OR
060080*    WRONG SEAL MEANS THE FILE IS TRUNCATED OR CORRUPT - THE
060090*    DISK-FULL CASE THAT ONCE OPENED THE DAY WITH HALF THE
060100*    YARD EMPTY - SO THE MANIFEST IS REJECTED AT OPEN TIME.
060110*    AN UNOPENABLE FILE IS LEFT FOR THE LOAD'S OWN OPEN CHECK
060120*    TO REPORT.
060130*----------------------------------------------------------------
060140     PERFORM 0986-RESET-SEAL THRU 0986-EXIT
060150     OPEN INPUT STATE-FILE
060160     IF NOT DL100-STATE-OK THEN
060170         GO TO 0992-EXIT
060180     END-IF
060190     PERFORM UNTIL EXIT
060200         READ STATE-FILE AT END
060210             EXIT PERFORM
060220         END-READ
060230         MOVE SPACES TO DL100-SEAL-RECORD
060240         MOVE STATE-RECORD TO DL100-SEAL-RECORD
060250         PERFORM 0988-CHECK-SEAL-LINE THRU 0988-EXIT
060260         IF DL100-NOT-SEAL-LINE THEN
060270             PERFORM 0987-ADD-TO-SEAL THRU 0987-EXIT
060280         END-IF
060290     END-PERFORM
060300     CLOSE STATE-FILE
060310     IF DL100-SEAL-BAD THEN
060320         STRING "OPENING STATE " DELIMITED BY SIZE
060330             DL100-STATE-PATH DELIMITED BY SPACE
060340             " SEAL MISSING OR WRONG - FILE IS TRUNCATED"
060350             " OR CORRUPT" DELIMITED BY SIZE
060360             INTO DL100-ERROR-MESSAGE
060370         CLOSE INFILE
060380         PERFORM 0950-REJECT-MANIFEST THRU 0950-EXIT
060390     END-IF
060400     .
060410 0992-EXIT.
060420     EXIT.
060430*----------------------------------------------------------------
060440 0993-VERIFY-MOVEBIN-SEAL.
060450*    READ THE WHOLE BINARY MOVE FILE (ALREADY OPEN) AND JUDGE
060460*    ITS 'Z' SEAL RECORD BEFORE THE APPLY LOOP TRUSTS A SINGLE
060470*    MOVE.  THE CALLER REOPENS THE FILE FOR THE REAL PASS.
060480*----------------------------------------------------------------
060490     PERFORM 0986-RESET-SEAL THRU 0986-EXIT
060500     PERFORM UNTIL EXIT
060510         READ MOVEBIN-FILE AT END
060520             EXIT PERFORM
060530         END-READ
060540         IF MOVB-IS-SEAL THEN
060550             SET DL100-SEAL-FOUND TO TRUE
060560             DIVIDE DL100-SEAL-CKSUM BY 10000000
060570                 GIVING DL100-SEAL-QUOT
060580                 REMAINDER DL100-SEAL-CKSUM7
060590             IF MOVB-MOVE-NUMBER = DL100-SEAL-COUNT AND
060600                 MOVB-AMOUNT = DL100-SEAL-CKSUM7 THEN
060610                 SET DL100-SEAL-GOOD TO TRUE
060620             END-IF
060630         ELSE
060640             MOVE SPACES TO DL100-SEAL-RECORD
060650             MOVE MOVB-RECORD TO DL100-SEAL-RECORD
060660             PERFORM 0987-ADD-TO-SEAL THRU 0987-EXIT
060670         END-IF
060680     END-PERFORM
060690     IF DL100-SEAL-BAD THEN
060700         STRING "BINARY MOVE FILE " DELIMITED BY SIZE
060710             DL100-MOVEBIN-FILE-PATH DELIMITED BY SPACE
060720             " SEAL MISSING OR WRONG - FILE IS TRUNCATED"
060730             " OR CORRUPT" DELIMITED BY SIZE
060740             INTO DL100-ERROR-MESSAGE
060750         CLOSE MOVEBIN-FILE
060760         CLOSE INFILE
060770         PERFORM 0950-REJECT-MANIFEST THRU 0950-EXIT
060780     END-IF
060790     .
060800 0993-EXIT.
060810     EXIT.
060820*----------------------------------------------------------------
060830 0994-SEAL-AUDIT-TRAIL.
060840*    APPEND THE SEAL TO THE AUDIT TRAIL JUST CLOSED - THE TRAIL
060850*    IS WRITTEN ALL OVER THIS PROGRAM, SO THE SEAL IS COMPUTED
060860*    IN ONE PASS OVER THE FINISHED FILE RATHER THAN THREADED
060870*    THROUGH EVERY WRITE SITE.  A CRASHED RUN NEVER GETS HERE,
060880*    SO AN UNSEALED TRAIL IS EXACTLY THE MARK OF AN INCOMPLETE
060890*    DAY.
060900*----------------------------------------------------------------
060910     PERFORM 0986-RESET-SEAL THRU 0986-EXIT
060920     OPEN INPUT AUDIT-FILE
060930     IF NOT DL100-AUDIT-OK THEN
060940         GO TO 0994-EXIT
060950     END-IF
060960     PERFORM UNTIL EXIT
060970         READ AUDIT-FILE AT END
060980             EXIT PERFORM
060990         END-READ
061000         MOVE SPACES TO DL100-SEAL-RECORD
061010         MOVE AUDIT-RECORD TO DL100-SEAL-RECORD
061020         PERFORM 0987-ADD-TO-SEAL THRU 0987-EXIT
061030     END-PERFORM
061040     CLOSE AUDIT-FILE
061050     OPEN EXTEND AUDIT-FILE
061060     PERFORM 0989-BUILD-SEAL-LINE THRU 0989-EXIT
061070     MOVE SPACES TO AUDIT-RECORD
061080     MOVE DL100-SEAL-LINE TO AUDIT-RECORD
061090     WRITE AUDIT-RECORD
061100     CLOSE AUDIT-FILE
061110     .
061120 0994-EXIT.
061130     EXIT.
061140*----------------------------------------------------------------
061150 0990-LOAD-CHECKPOINT.
061160*    IF A CHECKPOINT FROM AN INCOMPLETE PRIOR RUN EXISTS, RESTORE
061170*    BOXES, CRATES, AND THE INFILE POSITION FROM IT SO THE RUN
061180*    RESUMES FROM THE LAST GOOD MOVE INSTEAD OF REPLAYING THE
061190*    WHOLE MANIFEST.  A MISSING OR EMPTY CHECKPOINT FILE MEANS
061200*    THIS IS A FRESH RUN.
061210*----------------------------------------------------------------
061220     SET DL100-NOT-RESUMING TO TRUE
061230     MOVE ZERO TO DL100-LINES-READ
061240     MOVE ZERO TO DL100-MOVE-NUMBER
061250     OPEN INPUT CHECKPOINT-FILE
061260     IF DL100-CHECKPOINT-FOUND THEN
061270         PERFORM 0991-VERIFY-CHECKPOINT-SEAL THRU 0991-EXIT
061280         CLOSE CHECKPOINT-FILE
061290         IF DL100-SEAL-COUNT = 0 THEN
061300             GO TO 0990-EXIT
061310         END-IF
061320         IF DL100-SEAL-BAD THEN
061330             MOVE SPACES TO DL100-ERROR-MESSAGE
061340             STRING "CHECKPOINT SEAL MISSING OR WRONG - FILE"
061350                 " IS TRUNCATED OR CORRUPT, RUN REFUSED"
061360                 DELIMITED BY SIZE INTO DL100-ERROR-MESSAGE
061370             OPEN OUTPUT ERROR-FILE
061380             MOVE SPACES TO ERROR-RECORD
061390             MOVE DL100-ERROR-MESSAGE TO ERROR-RECORD
061400             WRITE ERROR-RECORD
061410             CLOSE ERROR-FILE
061420             DISPLAY DL100-ERROR-MESSAGE
061430             MOVE 16 TO RETURN-CODE
061440             STOP RUN
061450         END-IF
061460         OPEN INPUT CHECKPOINT-FILE
061470         READ CHECKPOINT-FILE
061480             AT END
061490                 SET DL100-NOT-RESUMING TO TRUE
061500             NOT AT END
061510                 SET DL100-RESUMING TO TRUE
061520                 MOVE CKPT-LINES-READ  TO DL100-LINES-READ
061530                 MOVE CKPT-STACK-COUNT TO BOXES-LENGTH
061540                 MOVE CKPT-MOVE-NUMBER TO DL100-MOVE-NUMBER
061550                 MOVE CKPT-MOVE-NUMBER TO DL100-RESUME-FROM-MOVE
061560                 IF CKPT-SHIFT-NUMBER IS NUMERIC AND
061570                     CKPT-SHIFT-NUMBER NOT = ZERO THEN
061580                     MOVE CKPT-SHIFT-NUMBER
061590                          TO DL100-CUR-SHIFT
061600                     MOVE CKPT-OPERATOR
061610                          TO DL100-CUR-OPERATOR
061620                     MOVE CKPT-SHIFT-START
061630                          TO DL100-CUR-START
061640                     MOVE CKPT-CRANE-UNIT
061650                          TO DL100-CUR-CRANE
061660                     SET DL100-SHIFT-ACTIVE TO TRUE
061670                     IF CKPT-SHIFT-MOVES IS NUMERIC THEN
061680                         MOVE CKPT-SHIFT-MOVES
061690                              TO DL100-SHIFT-MOVES
061700                     ELSE
061710                         MOVE ZERO TO DL100-SHIFT-MOVES
061720                     END-IF
061730                 END-IF
061740         END-READ
061750         IF DL100-RESUMING THEN
061760             SET BOXES-COL TO 1
061770             PERFORM UNTIL BOXES-COL > BOXES-LENGTH
061780                 READ CHECKPOINT-FILE
061790                 MOVE CKPT-STACK-LENGTH
061800                      TO BOX-COL-LENGTH(BOXES-COL)
061810                 MOVE CKPT-STACK-CONTENTS TO BOX-COL(BOXES-COL)
061820                 ADD 1 TO BOXES-COL
061830             END-PERFORM
061840             SET BOXES-COL TO 1
061850             PERFORM UNTIL BOXES-COL > BOXES-LENGTH
061860                 READ CHECKPOINT-FILE
061870                 MOVE CKPT-STACK-LENGTH
061880                      TO CRATE-COL-LENGTH(BOXES-COL)
061890                 MOVE CKPT-STACK-CONTENTS TO CRATE-COL(BOXES-COL)
061900                 ADD 1 TO BOXES-COL
061910             END-PERFORM
061920             PERFORM UNTIL EXIT
061930                 READ CHECKPOINT-FILE AT END
061940                     EXIT PERFORM
061950                 END-READ
061960                 IF CKPT-IS-SHIFT AND
061970                     DL100-SHIFT-COUNT < 24 THEN
061980                     ADD 1 TO DL100-SHIFT-COUNT
061990                     MOVE CKPT-SH-NUMBER
062000                          TO DL100-SHIFT-NUM-T(DL100-SHIFT-COUNT)
062010                     MOVE CKPT-SH-OPERATOR
062020                          TO DL100-SHIFT-OPER-T
062030                          (DL100-SHIFT-COUNT)
062040                     MOVE CKPT-SH-START
062050                          TO DL100-SHIFT-START-T
062060                          (DL100-SHIFT-COUNT)
062070                     MOVE CKPT-SH-MOVES
062080                          TO DL100-SHIFT-MOVES-T
062090                          (DL100-SHIFT-COUNT)
062100                     MOVE CKPT-SH-9000-TOPS
062110                          TO DL100-SHIFT-9000-T
062120                          (DL100-SHIFT-COUNT)
062130                     MOVE CKPT-SH-9001-TOPS
062140                          TO DL100-SHIFT-9001-T
062150                          (DL100-SHIFT-COUNT)
062160                     MOVE CKPT-SH-CRANE
062170                          TO DL100-SHIFT-CRANE-T
062180                          (DL100-SHIFT-COUNT)
062190                 END-IF
062200             END-PERFORM
062210             PERFORM 0996-REBUILD-AUDIT-TRAIL THRU 0996-EXIT
062220         END-IF
062230         CLOSE CHECKPOINT-FILE
062240     END-IF
062250     .
062260 0990-EXIT.
062270     EXIT.
062280*----------------------------------------------------------------
062290 0995-SKIP-TO-CHECKPOINT.
062300*    BOXES AND CRATES WERE ALREADY RESTORED BY 0990-LOAD-
062310*    CHECKPOINT, SO THE DRAWING AND HEADER PORTION OF THE
062320*    MANIFEST DOES NOT NEED TO BE REPARSED.  INFILE IS FAST-
062330*    FORWARDED PAST THE RECORDS ALREADY CONSUMED BEFORE THE
062340*    CHECKPOINT WAS TAKEN SO PROCESSING PICKS UP WITH THE NEXT
062350*    UNAPPLIED MOVE.
062360*----------------------------------------------------------------
062370     MOVE ZERO TO DL100-SKIP-COUNT
062380     PERFORM UNTIL DL100-SKIP-COUNT >= DL100-LINES-READ
062390         READ INFILE AT END
062400             EXIT PERFORM
062410         END-READ
062420         ADD 1 TO DL100-SKIP-COUNT
062430     END-PERFORM
062440     .
062450 0995-EXIT.
062460     EXIT.
062470*----------------------------------------------------------------
062480 0996-REBUILD-AUDIT-TRAIL.
062490*    A CHECKPOINT IS ONLY TAKEN EVERY DL100-CHECKPOINT-INTERVAL
062500*    MOVES, SO A CRASH BETWEEN CHECKPOINTS LEAVES THE AUDIT TRAIL
062510*    HOLDING RECORDS FOR MOVES AFTER DL100-RESUME-FROM-MOVE THAT
062520*    ARE ABOUT TO BE REPLAYED AND RE-AUDITED FROM THE MANIFEST.
062530*    THOSE STALE RECORDS ARE COPIED OUT HERE - EVERYTHING AT OR
062540*    BEFORE THE CHECKPOINTED MOVE, PLUS EVERY NON-MOVE LINE SUCH
062550*    AS THE HEADER AND ANY EARLIER RESUME MARKER, IS KEPT - SO THE
062560*    RESUMED RUN'S APPENDED RECORDS NEVER DUPLICATE A MOVE ALREADY
062570*    ON THE TRAIL.  A MOVE-DATA RECORD IS RECOGNIZED BY THE FIXED
062580*    "MOVE " AND " AMT " LITERALS 0970-WRITE-AUDIT-RECORD ALWAYS
062590*    PLACES AT POSITIONS 1 AND 13.  THE MOVE NUMBER, AMOUNT,
062600*    SOURCE, AND DEST ALL SIT IN THE FIXED NUMERIC BLOCK AHEAD
062610*    OF THE VARIABLE-WIDTH STACK TOPS, AT POSITIONS 6, 18, 30,
062620*    AND 42, SO THE STATISTICS REBUILD LIFTS THEM BY COLUMN.
062630*    SHIFT MARKERS ARE KEPT STRICTLY BEFORE THE CHECKPOINTED
062640*    MOVE - A MARKER AT EXACTLY THAT MOVE BELONGS TO A HEADER
062650*    LINE PAST THE SKIP POINT, SO THE REPLAY ALWAYS REWRITES IT
062660*    AND KEEPING IT TOO WOULD DOUBLE IT ON THE TRAIL.
062670*----------------------------------------------------------------
062680     MOVE SPACES TO DL100-AUDIT-SCRATCH-PATH
062690     STRING DL100-AUDIT-PATH DELIMITED BY SPACE
062700         ".TMP" DELIMITED BY SIZE
062710         INTO DL100-AUDIT-SCRATCH-PATH
062720     OPEN OUTPUT AUDIT-SCRATCH-FILE
062730     OPEN INPUT AUDIT-FILE
062740     PERFORM UNTIL EXIT
062750         READ AUDIT-FILE AT END
062760             EXIT PERFORM
062770         END-READ
062780         MOVE ZERO TO DL100-AUDIT-SCAN-MOVE-NUM
062790         SET DL100-SCAN-NOT-A-MOVE TO TRUE
062800         SET DL100-SCAN-KEEP TO TRUE
062810         IF AUDIT-RECORD(1:5) = "MOVE " AND
062820             AUDIT-RECORD(13:5) = " AMT " THEN
062830             MOVE AUDIT-RECORD(6:7) TO DL100-AUDIT-SCAN-MOVE-NUM
062840             SET DL100-SCAN-IS-MOVE TO TRUE
062850         END-IF
062860         IF (AUDIT-RECORD(1:5) = "RCVD " OR
062870             AUDIT-RECORD(1:5) = "RLSE ") AND
062880             AUDIT-RECORD(13:5) = " AMT " THEN
062890             MOVE AUDIT-RECORD(6:7) TO DL100-AUDIT-SCAN-MOVE-NUM
062900         END-IF
062910         IF AUDIT-RECORD(1:6) = "SHIFT " AND
062920             AUDIT-RECORD(43:9) = " AT MOVE " THEN
062930             MOVE AUDIT-RECORD(52:7)
062940                  TO DL100-AUDIT-SCAN-MOVE-NUM
062950             IF DL100-AUDIT-SCAN-MOVE-NUM =
062960                 DL100-RESUME-FROM-MOVE THEN
062970                 SET DL100-SCAN-DROP TO TRUE
062980             END-IF
062990         END-IF
063000         IF AUDIT-RECORD(1:7) = "*SEAL* " THEN
063010             SET DL100-SCAN-DROP TO TRUE
063020         END-IF
063030         IF (DL100-AUDIT-SCAN-MOVE-NUM = ZERO
063040             OR DL100-AUDIT-SCAN-MOVE-NUM
063050                NOT > DL100-RESUME-FROM-MOVE)
063060             AND DL100-SCAN-KEEP THEN
063070             MOVE AUDIT-RECORD TO AUDIT-SCRATCH-RECORD
063080             WRITE AUDIT-SCRATCH-RECORD
063090             IF DL100-SCAN-IS-MOVE AND
063100                 DL100-AUDIT-SCAN-MOVE-NUM NOT = ZERO THEN
063110                 MOVE AUDIT-RECORD(18:7) TO INDEX-VALUE
063120                 MOVE AUDIT-RECORD(30:7) TO MOVE-SOURCE
063130                 MOVE AUDIT-RECORD(42:7) TO MOVE-DEST
063140                 PERFORM 0975-ACCUMULATE-MOVE-STATS THRU
063150                     0975-EXIT
063160             END-IF
063170             IF DL100-AUDIT-SCAN-MOVE-NUM NOT = ZERO AND
063180                 AUDIT-RECORD(1:5) = "RCVD " THEN
063190                 ADD 1 TO DL100-STAT-RECEIPTS
063200                 MOVE AUDIT-RECORD(42:7) TO MOVE-DEST
063210                 ADD 1 TO DL100-STAT-CRATES-IN(MOVE-DEST)
063220             END-IF
063230             IF DL100-AUDIT-SCAN-MOVE-NUM NOT = ZERO AND
063240                 AUDIT-RECORD(1:5) = "RLSE " THEN
063250                 ADD 1 TO DL100-STAT-RELEASES
063260                 MOVE AUDIT-RECORD(30:7) TO MOVE-SOURCE
063270                 ADD 1 TO DL100-STAT-CRATES-OUT(MOVE-SOURCE)
063280             END-IF
063290             IF DL100-ROSTER-MODE AND
063300                 DL100-AUDIT-SCAN-MOVE-NUM NOT = ZERO AND
063310                 AUDIT-RECORD(138:6) = "SHIFT " THEN
063320                 MOVE AUDIT-RECORD(155:8)
063330                      TO DL100-OPER-WORK-ID
063340                 MOVE SPACES TO DL100-OPER-WORK-NAME
063350                 IF DL100-SCAN-IS-MOVE THEN
063360                     MOVE AUDIT-RECORD(18:7)
063370                          TO DL100-OPER-LIFT
063380                 ELSE
063390                     MOVE 1 TO DL100-OPER-LIFT
063400                 END-IF
063410                 PERFORM 0977-ACCUMULATE-OPER-STATS THRU
063420                     0977-EXIT
063430             END-IF
063440         END-IF
063450     END-PERFORM
063460     CLOSE AUDIT-FILE
063470     CLOSE AUDIT-SCRATCH-FILE
063480     CALL "CBL_RENAME_FILE" USING DL100-AUDIT-SCRATCH-PATH
063490         DL100-AUDIT-PATH
063500     .
063510 0996-EXIT.
063520     EXIT.
063530*----------------------------------------------------------------
063540 0997-REWRITE-LEDGER.
063550*    REWRITE THE WHOLE RUN-CONTROL LEDGER FROM THE TABLE.  THE
063560*    LEDGER IS ONE SMALL RECORD PER RUN DATE, SO A FULL REWRITE
063570*    IS CHEAPER AND SAFER THAN EDITING IN PLACE.
063580*----------------------------------------------------------------
063590     OPEN OUTPUT RUN-LEDGER
063600     IF NOT DL100-LEDGER-OK THEN
063610         DISPLAY "COBMAIN: UNABLE TO REWRITE RUN LEDGER "
063620             DL100-LEDGER-PATH " - FILE STATUS "
063630             DL100-LEDGER-STATUS
063640         MOVE 16 TO RETURN-CODE
063650         STOP RUN
063660     END-IF
063670     MOVE 1 TO DL100-LED-INDEX
063680     PERFORM UNTIL DL100-LED-INDEX > DL100-LED-COUNT
063690         MOVE DL100-LED-ENTRY(DL100-LED-INDEX)
063700              TO RUN-LEDGER-RECORD
063710         WRITE RUN-LEDGER-RECORD
063720         ADD 1 TO DL100-LED-INDEX
063730     END-PERFORM
063740     CLOSE RUN-LEDGER
063750     .
063760 0997-EXIT.
063770     EXIT.
063780*----------------------------------------------------------------
063790 0998-CLOSE-LEDGER-DAY.
063800*    THE DAY COMPLETED - REWRITE ITS LEDGER RECORD AS CLOSED SO
063810*    A LATER SUBMISSION CANNOT SILENTLY REPLAY IT.  A DAY THAT
063820*    WAS REJECTED OR CRASHED STAYS OPEN ON THE LEDGER, WHICH IS
063830*    EXACTLY WHAT A RESTART WANTS TO SEE.
063840*----------------------------------------------------------------
063850     MOVE 1 TO DL100-LED-INDEX
063860     PERFORM UNTIL DL100-LED-INDEX > DL100-LED-COUNT
063870         MOVE DL100-LED-ENTRY(DL100-LED-INDEX)
063880              TO RUN-LEDGER-RECORD
063890         IF RLED-RUN-DATE = DL100-RUN-DATE-DASHED THEN
063900             SET RLED-RUN-CLOSED TO TRUE
063910             MOVE RUN-LEDGER-RECORD
063920                  TO DL100-LED-ENTRY(DL100-LED-INDEX)
063930         END-IF
063940         ADD 1 TO DL100-LED-INDEX
063950     END-PERFORM
063960     PERFORM 0997-REWRITE-LEDGER THRU 0997-EXIT
063970     .
063980 0998-EXIT.
063990     EXIT.
064000 END PROGRAM COBMAIN.
