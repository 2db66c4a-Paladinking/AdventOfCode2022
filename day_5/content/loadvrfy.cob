000010* LOADVRFY.COB GnuCOBOL
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. LOADVRFY.
000040 AUTHOR. YARD-OPS-IT.
000050 INSTALLATION. YARD-5 CONTAINER TERMINAL.
000060 DATE-WRITTEN. 2026-10-15.
000070 DATE-COMPILED.
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*----------------------------------------------------------------
000110*    DATE       INIT  DESCRIPTION
000120*    ---------- ----  ------------------------------------------
000130*    2026-10-15 OPS   ORIGINAL VERSION.  VESSEL LOAD
000140*                     VERIFICATION.  TAKES THE SAME VESSEL LOAD
000150*                     LIST MOVEPLAN DIGS OUT (ONE CRATE PER
000160*                     LINE, IN DISCHARGE ORDER), THE VESSEL'S
000170*                     CARRIER CODE, AND THE DAY'S SEALED AUDIT
000180*                     TRAIL RESOLVED FROM THE RUN LEDGER BY
000190*                     DATE, AND MATCHES EVERY "RLSE" RECORD TO
000200*                     THAT CARRIER AGAINST THE LIST.  THE REPORT
000210*                     SHOWS THE CRATES LOADED AS LISTED, THE
000220*                     CRATES RELEASED OUT OF DISCHARGE ORDER,
000230*                     THE CRATES SHORT-SHIPPED (LISTED, NEVER
000240*                     RELEASED), AND THE CRATES OVER-SHIPPED
000250*                     (RELEASED TO THE VESSEL, NOT LISTED).  A
000260*                     MACHINE-READABLE LOAD CONFIRMATION FILE
000270*                     (LOADCONF.CPY - HEADER, ONE DETAIL PER
000280*                     CRATE, COUNT TRAILER) GOES BACK TO THE
000290*                     LINE.
000300*----------------------------------------------------------------
000310* COMMAND LINE ARGUMENTS (OR, IF OMITTED, THE MATCHING
000320* ENVIRONMENT VARIABLE SHOWN BELOW)
000330*----------------------------------------------------------------
000340*    1  DL100-LOADLIST-PATH      VESSEL LOAD LIST - ONE CRATE PER
000350*                                LINE (LETTER OR CRATE ID, FIRST
000360*                                WORD ON THE LINE), IN DISCHARGE
000370*                                ORDER
000380*    2  DL100-CARRIER            CARRIER CODE OF THE VESSEL, AS
000390*                                KEYED ON THE RELEASE LINES
000400*                                (REQUIRED)
000410*    3  DL100-LEDGER-PATH        RUN-CONTROL LEDGER THE DAY'S
000420*                                AUDIT TRAIL IS RESOLVED FROM
000430*                                (REQUIRED)
000440*    4  DL100-LEDGER-DATE        RUN DATE TO VERIFY (CCYY-MM-DD;
000450*                                BLANK OR OMITTED = TODAY)
000460*    5  DL100-VERIFY-REPORT-PATH LOAD VERIFICATION REPORT FILE
000470*    6  DL100-CONFIRM-PATH       LOAD CONFIRMATION FILE FOR THE
000480*                                LINE
000490*----------------------------------------------------------------
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT LOADLIST-FILE ASSIGN TO DYNAMIC DL100-LOADLIST-PATH
000550          ORGANIZATION IS LINE SEQUENTIAL
000560          FILE STATUS IS DL100-LOADLIST-STATUS.
000570     SELECT AUDIT-FILE ASSIGN TO DYNAMIC DL100-AUDIT-PATH
000580          ORGANIZATION IS LINE SEQUENTIAL
000590          FILE STATUS IS DL100-AUDIT-STATUS.
000600     SELECT RUN-LEDGER ASSIGN TO DYNAMIC DL100-LEDGER-PATH
000610          ORGANIZATION IS LINE SEQUENTIAL
000620          FILE STATUS IS DL100-LEDGER-STATUS.
000630     SELECT VERIFY-REPORT-FILE ASSIGN TO DYNAMIC
000640          DL100-VERIFY-REPORT-PATH
000650          ORGANIZATION IS LINE SEQUENTIAL.
000660     SELECT CONFIRM-FILE ASSIGN TO DYNAMIC DL100-CONFIRM-PATH
000670          ORGANIZATION IS LINE SEQUENTIAL.
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  LOADLIST-FILE
000710      RECORD IS VARYING IN SIZE FROM 0 TO 512 CHARACTERS
000720      DEPENDING ON LOADLIST-RECORD-LENGTH.
000730 01  LOADLIST-RECORD.
000740     05 LOADLIST-DATA PIC X OCCURS 1 TO 512 TIMES
000750                      DEPENDING ON LOADLIST-RECORD-LENGTH.
000760 FD  AUDIT-FILE.
000770 01  AUDIT-RECORD                 PIC X(0200).
000780 FD  RUN-LEDGER.
000790     COPY RUNLEDGR.
000800 FD  VERIFY-REPORT-FILE.
000810 01  VERIFY-REPORT-RECORD         PIC X(0132).
000820 FD  CONFIRM-FILE.
000830     COPY LOADCONF.
000840 WORKING-STORAGE SECTION.
000850*----------------------------------------------------------------
000860* RUN-TIME PARAMETERS
000870*----------------------------------------------------------------
000880 01  DL100-LOADLIST-PATH        PIC X(0100) VALUE SPACES.
000890 01  DL100-DEFAULT-LOADLIST-PATH PIC X(0100)
000900                                VALUE "../input/loadlist.txt".
000910 01  DL100-CARRIER              PIC X(08) VALUE SPACES.
000920 01  DL100-LEDGER-PATH          PIC X(0100) VALUE SPACES.
000930 01  DL100-LEDGER-DATE          PIC X(10) VALUE SPACES.
000940 01  DL100-AUDIT-PATH           PIC X(0100) VALUE SPACES.
000950 01  DL100-VERIFY-REPORT-PATH   PIC X(0100) VALUE SPACES.
000960 01  DL100-DEFAULT-REPORT-PATH  PIC X(0100)
000970                                VALUE "../output/loadvrfy.rpt".
000980 01  DL100-CONFIRM-PATH         PIC X(0100) VALUE SPACES.
000990 01  DL100-DEFAULT-CONFIRM-PATH PIC X(0100)
001000                                VALUE "../output/loadvrfy.cnf".
001010*----------------------------------------------------------------
001020* FILE STATUS WORKING STORAGE
001030*----------------------------------------------------------------
001040 01  DL100-LOADLIST-STATUS      PIC X(02) VALUE SPACES.
001050     88 DL100-LOADLIST-OK           VALUE '00'.
001060 01  DL100-AUDIT-STATUS         PIC X(02) VALUE SPACES.
001070     88 DL100-AUDIT-OK              VALUE '00'.
001080 01  DL100-LEDGER-STATUS        PIC X(02) VALUE SPACES.
001090     88 DL100-LEDGER-OK             VALUE '00'.
001100 01  DL100-LEDGER-FOUND-SW      PIC X(01) VALUE 'N'.
001110     88 DL100-LEDGER-DAY-FOUND      VALUE 'Y'.
001120 01  DL100-LEDGER-DAY-STATUS    PIC X(01) VALUE SPACE.
001130 01  LOADLIST-RECORD-LENGTH     PIC S9(07) COMP-5.
001140 01  LINE-INDEX                 PIC S9(07) COMP-5.
001150*----------------------------------------------------------------
001160* LOAD-LIST TABLE - ONE ENTRY PER LIST LINE, IN DISCHARGE ORDER.
001170* DL100-LIST-STATUS CARRIES THE CONFIRMATION STATUS LETTER
001180* (LCNF-STATUS) AND STARTS AS SHORT-SHIPPED UNTIL A RELEASE
001190* MATCHES IT.
001200*----------------------------------------------------------------
001210 01  DL100-MAX-LIST             PIC S9(07) COMP-5 VALUE 2000.
001220 01  DL100-LIST-COUNT           PIC S9(07) COMP-5 VALUE ZERO.
001230 01  DL100-LIST-TABLE.
001240     05 DL100-LIST-ENTRY OCCURS 2000 TIMES.
001250        10 DL100-LIST-CRATE       PIC X(08).
001260        10 DL100-LIST-STATUS      PIC X(01).
001270        10 DL100-LIST-EVENT       PIC S9(07) COMP-5.
001280        10 DL100-LIST-BAY         PIC S9(07) COMP-5.
001290        10 DL100-LIST-REL-SEQ     PIC S9(07) COMP-5.
001300        10 DL100-LIST-AHEAD-OF    PIC S9(07) COMP-5.
001310 01  DL100-LIST-ROW             PIC S9(07) COMP-5.
001320 01  DL100-LIST-WORD            PIC X(08) VALUE SPACES.
001330 01  DL100-WORD-INDEX           PIC S9(07) COMP-5.
001340*----------------------------------------------------------------
001350* OVER-SHIPPED TABLE - RELEASES TO THE CARRIER THAT MATCHED NO
001360* OPEN LOAD-LIST LINE, IN RELEASE ORDER
001370*----------------------------------------------------------------
001380 01  DL100-OVER-COUNT           PIC S9(07) COMP-5 VALUE ZERO.
001390 01  DL100-OVER-TABLE.
001400     05 DL100-OVER-ENTRY OCCURS 2000 TIMES.
001410        10 DL100-OVER-CRATE       PIC X(08).
001420        10 DL100-OVER-EVENT       PIC S9(07) COMP-5.
001430        10 DL100-OVER-BAY         PIC S9(07) COMP-5.
001440        10 DL100-OVER-REL-SEQ     PIC S9(07) COMP-5.
001450 01  DL100-OVER-ROW             PIC S9(07) COMP-5.
001460*----------------------------------------------------------------
001470* RELEASE MATCHING WORKING STORAGE
001480*----------------------------------------------------------------
001490 01  DL100-REL-CRATE            PIC X(08) VALUE SPACES.
001500 01  DL100-REL-EVENT            PIC S9(07) COMP-5 VALUE ZERO.
001510 01  DL100-REL-BAY              PIC S9(07) COMP-5 VALUE ZERO.
001520 01  DL100-REL-SEQ              PIC S9(07) COMP-5 VALUE ZERO.
001530 01  DL100-MATCH-ROW            PIC S9(07) COMP-5 VALUE ZERO.
001540 01  DL100-HIGH-REL-SEQ         PIC S9(07) COMP-5 VALUE ZERO.
001550 01  DL100-HIGH-REL-ROW         PIC S9(07) COMP-5 VALUE ZERO.
001560*----------------------------------------------------------------
001570* VERIFICATION TOTALS
001580*----------------------------------------------------------------
001590 01  DL100-LOADED-COUNT         PIC S9(07) COMP-5 VALUE ZERO.
001600 01  DL100-ORDER-COUNT          PIC S9(07) COMP-5 VALUE ZERO.
001610 01  DL100-SHORT-COUNT          PIC S9(07) COMP-5 VALUE ZERO.
001620 01  DL100-DETAIL-COUNT         PIC S9(07) COMP-5 VALUE ZERO.
001630 01  DL100-SECTION-COUNT        PIC S9(07) COMP-5 VALUE ZERO.
001640*----------------------------------------------------------------
001650* REPORT WORKING STORAGE
001660*----------------------------------------------------------------
001670 01  DL100-RUN-DATE.
001680     05 DL100-RUN-CCYY         PIC 9(04).
001690     05 DL100-RUN-MM           PIC 9(02).
001700     05 DL100-RUN-DD           PIC 9(02).
001710 01  DL100-RUN-DATE-DASHED.
001720     05 DL100-RDD-CCYY         PIC 9(04).
001730     05 FILLER                 PIC X(01) VALUE '-'.
001740     05 DL100-RDD-MM           PIC 9(02).
001750     05 FILLER                 PIC X(01) VALUE '-'.
001760     05 DL100-RDD-DD           PIC 9(02).
001770 01  DL100-DAY-STATE-TEXT       PIC X(10) VALUE SPACES.
001780 01  DL100-SEQ-NUM              PIC ZZZZ9.
001790 01  DL100-SEQ-NUM2             PIC ZZZZ9.
001800 01  DL100-BAY-NUM              PIC ZZ9.
001810 01  DL100-EDIT-NUM1            PIC ZZZZZZ9.
001820 01  DL100-EDIT-NUM2            PIC ZZZZZZ9.
001830*----------------------------------------------------------------
001840* INTEGRITY SEAL WORKING STORAGE - MUST JUDGE SEALS EXACTLY AS
001850* COBMAIN COMPUTES THEM
001860*----------------------------------------------------------------
001870 01  DL100-SEAL-RECORD          PIC X(0704) VALUE SPACES.
001880 01  DL100-SEAL-LENGTH          PIC S9(07) COMP-5.
001890 01  DL100-SEAL-COUNT           PIC S9(07) COMP-5 VALUE ZERO.
001900 01  DL100-SEAL-CKSUM           PIC S9(09) COMP-5 VALUE ZERO.
001910 01  DL100-SEAL-INDEX           PIC S9(07) COMP-5.
001920 01  DL100-SEAL-BYTE.
001930     05 DL100-SEAL-CHAR         PIC X(01).
001940 01  DL100-SEAL-BYTE-NUM REDEFINES DL100-SEAL-BYTE
001950                                PIC S9(02) COMP-5.
001960 01  DL100-SEAL-EXP-COUNT       PIC 9(07).
001970 01  DL100-SEAL-EXP-CKSUM       PIC 9(10).
001980 01  DL100-SEAL-OK-SW           PIC X(01) VALUE 'N'.
001990     88 DL100-SEAL-GOOD             VALUE 'Y'.
002000     88 DL100-SEAL-BAD              VALUE 'N'.
002010 01  DL100-SEAL-LINE-SW         PIC X(01) VALUE 'N'.
002020     88 DL100-IS-SEAL-LINE          VALUE 'Y'.
002030     88 DL100-NOT-SEAL-LINE         VALUE 'N'.
002040 PROCEDURE DIVISION.
002050*----------------------------------------------------------------
002060 0000-MAINLINE.
002070*----------------------------------------------------------------
002080     ACCEPT DL100-RUN-DATE FROM DATE YYYYMMDD
002090     MOVE DL100-RUN-CCYY TO DL100-RDD-CCYY
002100     MOVE DL100-RUN-MM   TO DL100-RDD-MM
002110     MOVE DL100-RUN-DD   TO DL100-RDD-DD
002120     PERFORM 0100-RESOLVE-LOADLIST-PATH THRU 0100-EXIT
002130     PERFORM 0110-RESOLVE-CARRIER THRU 0110-EXIT
002140     PERFORM 0120-RESOLVE-LEDGER-ARGS THRU 0120-EXIT
002150     PERFORM 0130-RESOLVE-REPORT-PATH THRU 0130-EXIT
002160     PERFORM 0140-RESOLVE-CONFIRM-PATH THRU 0140-EXIT
002170     PERFORM 0150-RESOLVE-FROM-LEDGER THRU 0150-EXIT
002180     PERFORM 0930-VERIFY-AUDIT-SEAL THRU 0930-EXIT
002190     PERFORM 0200-LOAD-LOAD-LIST THRU 0200-EXIT
002200     PERFORM 0300-MATCH-RELEASES THRU 0300-EXIT
002210     PERFORM 0400-CHECK-DISCHARGE-ORDER THRU 0400-EXIT
002220     PERFORM 0500-WRITE-REPORT THRU 0500-EXIT
002230     PERFORM 0600-WRITE-CONFIRMATION THRU 0600-EXIT
002240     IF DL100-ORDER-COUNT > 0 OR DL100-SHORT-COUNT > 0 OR
002250         DL100-OVER-COUNT > 0 THEN
002260         MOVE 8 TO RETURN-CODE
002270     ELSE
002280         MOVE 0 TO RETURN-CODE
002290     END-IF
002300     STOP RUN.
002310*----------------------------------------------------------------
002320 0100-RESOLVE-LOADLIST-PATH.
002330*    RESOLVE THE VESSEL LOAD LIST PATH FROM, IN ORDER OF
002340*    PRECEDENCE:
002350*    (1) THE FIRST COMMAND LINE ARGUMENT
002360*    (2) THE DL100-LOADLIST-PATH ENVIRONMENT VARIABLE
002370*    (3) THE BUILT-IN DEFAULT PATH
002380*----------------------------------------------------------------
002390     DISPLAY 1 UPON ARGUMENT-NUMBER
002400     ACCEPT DL100-LOADLIST-PATH FROM ARGUMENT-VALUE
002410         ON EXCEPTION
002420             MOVE SPACES TO DL100-LOADLIST-PATH
002430     END-ACCEPT
002440     IF DL100-LOADLIST-PATH = SPACES THEN
002450         ACCEPT DL100-LOADLIST-PATH FROM ENVIRONMENT
002460             "DL100-LOADLIST-PATH"
002470         ON EXCEPTION
002480             MOVE SPACES TO DL100-LOADLIST-PATH
002490         END-ACCEPT
002500     END-IF
002510     IF DL100-LOADLIST-PATH = SPACES THEN
002520         MOVE DL100-DEFAULT-LOADLIST-PATH TO DL100-LOADLIST-PATH
002530     END-IF
002540     .
002550 0100-EXIT.
002560     EXIT.
002570*----------------------------------------------------------------
002580 0110-RESOLVE-CARRIER.
002590*    THE VESSEL'S CARRIER CODE COMES FROM, IN ORDER OF
002600*    PRECEDENCE:
002610*    (1) THE SECOND COMMAND LINE ARGUMENT
002620*    (2) THE DL100-CARRIER ENVIRONMENT VARIABLE
002630*    THERE IS NO DEFAULT - EVERY RELEASE OF THE DAY WOULD
002640*    OTHERWISE LOOK OVER-SHIPPED OR NONE WOULD MATCH.
002650*----------------------------------------------------------------
002660     DISPLAY 2 UPON ARGUMENT-NUMBER
002670     ACCEPT DL100-CARRIER FROM ARGUMENT-VALUE
002680         ON EXCEPTION
002690             MOVE SPACES TO DL100-CARRIER
002700     END-ACCEPT
002710     IF DL100-CARRIER = SPACES THEN
002720         ACCEPT DL100-CARRIER FROM ENVIRONMENT
002730             "DL100-CARRIER"
002740         ON EXCEPTION
002750             MOVE SPACES TO DL100-CARRIER
002760         END-ACCEPT
002770     END-IF
002780     IF DL100-CARRIER = SPACES THEN
002790         DISPLAY "LOADVRFY: NO CARRIER CODE SUPPLIED - THE"
002800             " VESSEL TO VERIFY MUST BE NAMED"
002810         MOVE 16 TO RETURN-CODE
002820         STOP RUN
002830     END-IF
002840     .
002850 0110-EXIT.
002860     EXIT.
002870*----------------------------------------------------------------
002880 0120-RESOLVE-LEDGER-ARGS.
002890*    THE RUN-CONTROL LEDGER PATH COMES FROM, IN ORDER OF
002900*    PRECEDENCE:
002910*    (1) THE THIRD COMMAND LINE ARGUMENT
002920*    (2) THE DL100-LEDGER-PATH ENVIRONMENT VARIABLE
002930*    AND IS REQUIRED - THE AUDIT TRAIL IS ONLY EVER TAKEN FROM
002940*    THE LEDGER, NEVER FROM A HAND-TYPED PATH.  THE RUN DATE
002950*    (CCYY-MM-DD) COMES FROM A FOURTH ARGUMENT OR THE
002960*    DL100-LEDGER-DATE ENVIRONMENT VARIABLE; BLANK MEANS TODAY.
002970*----------------------------------------------------------------
002980     DISPLAY 3 UPON ARGUMENT-NUMBER
002990     ACCEPT DL100-LEDGER-PATH FROM ARGUMENT-VALUE
003000         ON EXCEPTION
003010             MOVE SPACES TO DL100-LEDGER-PATH
003020     END-ACCEPT
003030     IF DL100-LEDGER-PATH = SPACES THEN
003040         ACCEPT DL100-LEDGER-PATH FROM ENVIRONMENT
003050             "DL100-LEDGER-PATH"
003060         ON EXCEPTION
003070             MOVE SPACES TO DL100-LEDGER-PATH
003080         END-ACCEPT
003090     END-IF
003100     IF DL100-LEDGER-PATH = SPACES THEN
003110         DISPLAY "LOADVRFY: NO RUN LEDGER SUPPLIED - THE DAY'S"
003120             " AUDIT TRAIL IS RESOLVED FROM THE LEDGER"
003130         MOVE 16 TO RETURN-CODE
003140         STOP RUN
003150     END-IF
003160     DISPLAY 4 UPON ARGUMENT-NUMBER
003170     ACCEPT DL100-LEDGER-DATE FROM ARGUMENT-VALUE
003180         ON EXCEPTION
003190             MOVE SPACES TO DL100-LEDGER-DATE
003200     END-ACCEPT
003210     IF DL100-LEDGER-DATE = SPACES THEN
003220         ACCEPT DL100-LEDGER-DATE FROM ENVIRONMENT
003230             "DL100-LEDGER-DATE"
003240         ON EXCEPTION
003250             MOVE SPACES TO DL100-LEDGER-DATE
003260         END-ACCEPT
003270     END-IF
003280     IF DL100-LEDGER-DATE = SPACES THEN
003290         MOVE DL100-RUN-DATE-DASHED TO DL100-LEDGER-DATE
003300     END-IF
003310     .
003320 0120-EXIT.
003330     EXIT.
003340*----------------------------------------------------------------
003350 0130-RESOLVE-REPORT-PATH.
003360*    RESOLVE THE VERIFICATION REPORT PATH FROM, IN ORDER OF
003370*    PRECEDENCE:
003380*    (1) THE FIFTH COMMAND LINE ARGUMENT
003390*    (2) THE DL100-VERIFY-REPORT-PATH ENVIRONMENT VARIABLE
003400*    (3) THE BUILT-IN DEFAULT PATH
003410*----------------------------------------------------------------
003420     DISPLAY 5 UPON ARGUMENT-NUMBER
003430     ACCEPT DL100-VERIFY-REPORT-PATH FROM ARGUMENT-VALUE
003440         ON EXCEPTION
003450             MOVE SPACES TO DL100-VERIFY-REPORT-PATH
003460     END-ACCEPT
003470     IF DL100-VERIFY-REPORT-PATH = SPACES THEN
003480         ACCEPT DL100-VERIFY-REPORT-PATH FROM ENVIRONMENT
003490             "DL100-VERIFY-REPORT-PATH"
003500         ON EXCEPTION
003510             MOVE SPACES TO DL100-VERIFY-REPORT-PATH
003520         END-ACCEPT
003530     END-IF
003540     IF DL100-VERIFY-REPORT-PATH = SPACES THEN
003550         MOVE DL100-DEFAULT-REPORT-PATH
003560           TO DL100-VERIFY-REPORT-PATH
003570     END-IF
003580     .
003590 0130-EXIT.
003600     EXIT.
003610*----------------------------------------------------------------
003620 0140-RESOLVE-CONFIRM-PATH.
003630*    RESOLVE THE LOAD CONFIRMATION FILE PATH FROM, IN ORDER OF
003640*    PRECEDENCE:
003650*    (1) THE SIXTH COMMAND LINE ARGUMENT
003660*    (2) THE DL100-CONFIRM-PATH ENVIRONMENT VARIABLE
003670*    (3) THE BUILT-IN DEFAULT PATH
003680*----------------------------------------------------------------
003690     DISPLAY 6 UPON ARGUMENT-NUMBER
003700     ACCEPT DL100-CONFIRM-PATH FROM ARGUMENT-VALUE
003710         ON EXCEPTION
003720             MOVE SPACES TO DL100-CONFIRM-PATH
003730     END-ACCEPT
003740     IF DL100-CONFIRM-PATH = SPACES THEN
003750         ACCEPT DL100-CONFIRM-PATH FROM ENVIRONMENT
003760             "DL100-CONFIRM-PATH"
003770         ON EXCEPTION
003780             MOVE SPACES TO DL100-CONFIRM-PATH
003790         END-ACCEPT
003800     END-IF
003810     IF DL100-CONFIRM-PATH = SPACES THEN
003820         MOVE DL100-DEFAULT-CONFIRM-PATH TO DL100-CONFIRM-PATH
003830     END-IF
003840     .
003850 0140-EXIT.
003860     EXIT.
003870*----------------------------------------------------------------
003880 0150-RESOLVE-FROM-LEDGER.
003890*    LOOK THE REQUESTED DATE UP ON THE RUN-CONTROL LEDGER AND
003900*    TAKE THE DAY'S AUDIT-TRAIL PATH FROM ITS RECORD.  A DATE
003910*    WITH NO LEDGER RECORD, OR ONE REGISTERED WITHOUT AN AUDIT
003920*    TRAIL, STOPS THE RUN OUTRIGHT.
003930*----------------------------------------------------------------
003940     OPEN INPUT RUN-LEDGER
003950     IF NOT DL100-LEDGER-OK THEN
003960         DISPLAY "LOADVRFY: UNABLE TO OPEN RUN LEDGER "
003970             DL100-LEDGER-PATH " - FILE STATUS "
003980             DL100-LEDGER-STATUS
003990         MOVE 16 TO RETURN-CODE
004000         STOP RUN
004010     END-IF
004020     PERFORM UNTIL EXIT
004030         READ RUN-LEDGER AT END
004040             EXIT PERFORM
004050         END-READ
004060         IF RLED-RUN-DATE = DL100-LEDGER-DATE THEN
004070             SET DL100-LEDGER-DAY-FOUND TO TRUE
004080             MOVE RLED-AUDIT-PATH TO DL100-AUDIT-PATH
004090             MOVE RLED-STATUS     TO DL100-LEDGER-DAY-STATUS
004100         END-IF
004110     END-PERFORM
004120     CLOSE RUN-LEDGER
004130     IF NOT DL100-LEDGER-DAY-FOUND THEN
004140         DISPLAY "LOADVRFY: RUN DATE " DL100-LEDGER-DATE
004150             " IS NOT ON THE RUN LEDGER"
004160         MOVE 16 TO RETURN-CODE
004170         STOP RUN
004180     END-IF
004190     IF DL100-AUDIT-PATH = SPACES THEN
004200         DISPLAY "LOADVRFY: RUN DATE " DL100-LEDGER-DATE
004210             " HAS NO AUDIT TRAIL ON THE RUN LEDGER"
004220         MOVE 16 TO RETURN-CODE
004230         STOP RUN
004240     END-IF
004250     EVALUATE DL100-LEDGER-DAY-STATUS
004260         WHEN 'C'
004270             MOVE "CLOSED"     TO DL100-DAY-STATE-TEXT
004280         WHEN 'O'
004290             MOVE "OPEN"       TO DL100-DAY-STATE-TEXT
004300         WHEN OTHER
004310             MOVE DL100-LEDGER-DAY-STATUS TO DL100-DAY-STATE-TEXT
004320     END-EVALUATE
004330     .
004340 0150-EXIT.
004350     EXIT.
004360*----------------------------------------------------------------
004370 0200-LOAD-LOAD-LIST.
004380*    LOAD THE VESSEL LOAD LIST IN DISCHARGE ORDER.  EACH
004390*    NONBLANK LINE NAMES ONE CRATE BY ITS FIRST WORD - A SINGLE
004400*    DRAWING LETTER ON A LETTER-MODE LIST, AS MOVEPLAN READS IT,
004410*    OR AN EIGHT-CHARACTER CRATE ID - WHICH IS COMPARED WITH THE
004420*    CRATE FIELD OF THE "RLSE" AUDIT RECORDS AS COBMAIN WROTE
004430*    IT.  A CRATE LISTED TWICE MUST BE RELEASED TWICE.
004440*----------------------------------------------------------------
004450     OPEN INPUT LOADLIST-FILE
004460     IF NOT DL100-LOADLIST-OK THEN
004470         DISPLAY "LOADVRFY: UNABLE TO OPEN LOAD LIST "
004480             DL100-LOADLIST-PATH " - FILE STATUS "
004490             DL100-LOADLIST-STATUS
004500         MOVE 16 TO RETURN-CODE
004510         STOP RUN
004520     END-IF
004530     PERFORM UNTIL EXIT
004540         READ LOADLIST-FILE AT END
004550             EXIT PERFORM
004560         END-READ
004570         IF LOADLIST-RECORD NOT = SPACES THEN
004580             PERFORM 0210-ADD-LIST-CRATE THRU 0210-EXIT
004590         END-IF
004600     END-PERFORM
004610     CLOSE LOADLIST-FILE
004620     .
004630 0200-EXIT.
004640     EXIT.
004650*----------------------------------------------------------------
004660 0210-ADD-LIST-CRATE.
004670*    LIFT THE FIRST WORD OF THE CURRENT LOAD-LIST LINE (UP TO
004680*    EIGHT CHARACTERS) AND ADD IT TO THE LIST TABLE AS NOT YET
004690*    RELEASED.
004700*----------------------------------------------------------------
004710     IF DL100-LIST-COUNT NOT < DL100-MAX-LIST THEN
004720         DISPLAY "LOADVRFY: LOAD LIST IS LONGER THAN THE LIST"
004730             " TABLE - CANNOT BE VERIFIED"
004740         CLOSE LOADLIST-FILE
004750         MOVE 16 TO RETURN-CODE
004760         STOP RUN
004770     END-IF
004780     MOVE 1 TO LINE-INDEX
004790     PERFORM UNTIL LINE-INDEX > LOADLIST-RECORD-LENGTH
004800         OR LOADLIST-DATA(LINE-INDEX) NOT = ' '
004810         ADD 1 TO LINE-INDEX
004820     END-PERFORM
004830     MOVE SPACES TO DL100-LIST-WORD
004840     MOVE 1 TO DL100-WORD-INDEX
004850     PERFORM UNTIL LINE-INDEX > LOADLIST-RECORD-LENGTH
004860         OR LOADLIST-DATA(LINE-INDEX) = ' '
004870         OR DL100-WORD-INDEX > 8
004880         MOVE LOADLIST-DATA(LINE-INDEX)
004890           TO DL100-LIST-WORD(DL100-WORD-INDEX:1)
004900         ADD 1 TO LINE-INDEX
004910         ADD 1 TO DL100-WORD-INDEX
004920     END-PERFORM
004930     ADD 1 TO DL100-LIST-COUNT
004940     MOVE DL100-LIST-WORD TO DL100-LIST-CRATE(DL100-LIST-COUNT)
004950     MOVE 'S'  TO DL100-LIST-STATUS(DL100-LIST-COUNT)
004960     MOVE ZERO TO DL100-LIST-EVENT(DL100-LIST-COUNT)
004970     MOVE ZERO TO DL100-LIST-BAY(DL100-LIST-COUNT)
004980     MOVE ZERO TO DL100-LIST-REL-SEQ(DL100-LIST-COUNT)
004990     MOVE ZERO TO DL100-LIST-AHEAD-OF(DL100-LIST-COUNT)
005000     .
005010 0210-EXIT.
005020     EXIT.
005030*----------------------------------------------------------------
005040 0300-MATCH-RELEASES.
005050*    READ THE DAY'S AUDIT TRAIL AND MATCH EVERY GATE RELEASE TO
005060*    THE VESSEL'S CARRIER AGAINST THE LOAD LIST.  A RELEASE
005070*    RECORD IS RECOGNIZED BY THE FIXED "RLSE " AND " AMT "
005080*    LITERALS 0972-WRITE-RELEASE-AUDIT ALWAYS PLACES AT
005090*    POSITIONS 1 AND 13; THE EVENT NUMBER SITS AT POSITION 6,
005100*    THE SOURCE BAY AT 30, THE CRATE AT 56, AND THE CARRIER AT
005110*    68.  RELEASES TO OTHER CARRIERS ARE PASSED OVER.
005120*----------------------------------------------------------------
005130     OPEN INPUT AUDIT-FILE
005140     IF NOT DL100-AUDIT-OK THEN
005150         DISPLAY "LOADVRFY: UNABLE TO OPEN AUDIT TRAIL "
005160             DL100-AUDIT-PATH " - FILE STATUS "
005170             DL100-AUDIT-STATUS
005180         MOVE 16 TO RETURN-CODE
005190         STOP RUN
005200     END-IF
005210     PERFORM UNTIL EXIT
005220         READ AUDIT-FILE AT END
005230             EXIT PERFORM
005240         END-READ
005250         IF AUDIT-RECORD(1:5) = "RLSE " AND
005260             AUDIT-RECORD(13:5) = " AMT " AND
005270             AUDIT-RECORD(68:8) = DL100-CARRIER THEN
005280             MOVE AUDIT-RECORD(6:7)  TO DL100-REL-EVENT
005290             MOVE AUDIT-RECORD(30:7) TO DL100-REL-BAY
005300             MOVE AUDIT-RECORD(56:8) TO DL100-REL-CRATE
005310             ADD 1 TO DL100-REL-SEQ
005320             PERFORM 0310-MATCH-ONE-RELEASE THRU 0310-EXIT
005330         END-IF
005340     END-PERFORM
005350     CLOSE AUDIT-FILE
005360     .
005370 0300-EXIT.
005380     EXIT.
005390*----------------------------------------------------------------
005400 0310-MATCH-ONE-RELEASE.
005410*    CLAIM THE FIRST LOAD-LIST LINE FOR THIS CRATE NOT YET
005420*    CLAIMED BY AN EARLIER RELEASE.  A RELEASE THAT CLAIMS NO
005430*    LINE WENT TO THE VESSEL WITHOUT BEING BOOKED - OVER-
005440*    SHIPPED.
005450*----------------------------------------------------------------
005460     MOVE ZERO TO DL100-MATCH-ROW
005470     MOVE 1 TO DL100-LIST-ROW
005480     PERFORM UNTIL DL100-LIST-ROW > DL100-LIST-COUNT
005490         OR DL100-MATCH-ROW > 0
005500         IF DL100-LIST-CRATE(DL100-LIST-ROW) = DL100-REL-CRATE
005510             AND DL100-LIST-REL-SEQ(DL100-LIST-ROW) = 0 THEN
005520             MOVE DL100-LIST-ROW TO DL100-MATCH-ROW
005530         END-IF
005540         ADD 1 TO DL100-LIST-ROW
005550     END-PERFORM
005560     IF DL100-MATCH-ROW > 0 THEN
005570         MOVE 'L' TO DL100-LIST-STATUS(DL100-MATCH-ROW)
005580         MOVE DL100-REL-EVENT TO DL100-LIST-EVENT(DL100-MATCH-ROW)
005590         MOVE DL100-REL-BAY   TO DL100-LIST-BAY(DL100-MATCH-ROW)
005600         MOVE DL100-REL-SEQ
005610           TO DL100-LIST-REL-SEQ(DL100-MATCH-ROW)
005620         GO TO 0310-EXIT
005630     END-IF
005640     IF DL100-OVER-COUNT NOT < DL100-MAX-LIST THEN
005650         DISPLAY "LOADVRFY: MORE OVER-SHIPPED CRATES THAN THE"
005660             " TABLE HOLDS - CANNOT BE VERIFIED"
005670         CLOSE AUDIT-FILE
005680         MOVE 16 TO RETURN-CODE
005690         STOP RUN
005700     END-IF
005710     ADD 1 TO DL100-OVER-COUNT
005720     MOVE DL100-REL-CRATE TO DL100-OVER-CRATE(DL100-OVER-COUNT)
005730     MOVE DL100-REL-EVENT TO DL100-OVER-EVENT(DL100-OVER-COUNT)
005740     MOVE DL100-REL-BAY   TO DL100-OVER-BAY(DL100-OVER-COUNT)
005750     MOVE DL100-REL-SEQ   TO DL100-OVER-REL-SEQ(DL100-OVER-COUNT)
005760     .
005770 0310-EXIT.
005780     EXIT.
005790*----------------------------------------------------------------
005800 0400-CHECK-DISCHARGE-ORDER.
005810*    WALK THE RELEASED LIST LINES IN DISCHARGE ORDER.  A CRATE
005820*    THAT WENT THROUGH THE GATE BEFORE A CRATE LISTED AHEAD OF
005830*    IT WAS RELEASED OUT OF DISCHARGE ORDER, AND IS TIED FOR THE
005840*    REPORT TO THE LINE AHEAD OF IT WITH THE HIGHEST RELEASE
005850*    SEQUENCE SEEN SO FAR - THE LAST-RELEASED CRATE LISTED AHEAD
005860*    OF IT.  THE REST ARE LOADED AS LISTED; THE UNRELEASED LINES
005870*    ARE SHORT-SHIPPED.
005880*----------------------------------------------------------------
005890     MOVE ZERO TO DL100-HIGH-REL-SEQ
005900     MOVE ZERO TO DL100-HIGH-REL-ROW
005910     MOVE 1 TO DL100-LIST-ROW
005920     PERFORM UNTIL DL100-LIST-ROW > DL100-LIST-COUNT
005930         EVALUATE TRUE
005940             WHEN DL100-LIST-REL-SEQ(DL100-LIST-ROW) = 0
005950                 ADD 1 TO DL100-SHORT-COUNT
005960             WHEN DL100-LIST-REL-SEQ(DL100-LIST-ROW) <
005970                 DL100-HIGH-REL-SEQ
005980                 MOVE 'O' TO DL100-LIST-STATUS(DL100-LIST-ROW)
005990                 MOVE DL100-HIGH-REL-ROW
006000                   TO DL100-LIST-AHEAD-OF(DL100-LIST-ROW)
006010                 ADD 1 TO DL100-ORDER-COUNT
006020             WHEN OTHER
006030                 MOVE DL100-LIST-REL-SEQ(DL100-LIST-ROW)
006040                   TO DL100-HIGH-REL-SEQ
006050                 MOVE DL100-LIST-ROW TO DL100-HIGH-REL-ROW
006060                 ADD 1 TO DL100-LOADED-COUNT
006070         END-EVALUATE
006080         ADD 1 TO DL100-LIST-ROW
006090     END-PERFORM
006100     .
006110 0400-EXIT.
006120     EXIT.
006130*----------------------------------------------------------------
006140 0500-WRITE-REPORT.
006150*    WRITE THE VERIFICATION REPORT - THE DATED HEADER, ONE
006160*    SECTION PER FINDING, AND THE TOTALS.
006170*----------------------------------------------------------------
006180     OPEN OUTPUT VERIFY-REPORT-FILE
006190     MOVE SPACES TO VERIFY-REPORT-RECORD
006200     STRING "VESSEL LOAD VERIFICATION - RUN DATE "
006210         DL100-RUN-DATE-DASHED
006220         DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD
006230     WRITE VERIFY-REPORT-RECORD
006240     MOVE SPACES TO VERIFY-REPORT-RECORD
006250     STRING "CARRIER:       " DL100-CARRIER
006260         DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD
006270     WRITE VERIFY-REPORT-RECORD
006280     MOVE SPACES TO VERIFY-REPORT-RECORD
006290     STRING "YARD DAY:      " DL100-LEDGER-DATE
006300         " (LEDGER STATUS " DL100-DAY-STATE-TEXT ")"
006310         DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD
006320     WRITE VERIFY-REPORT-RECORD
006330     MOVE SPACES TO VERIFY-REPORT-RECORD
006340     STRING "LOAD LIST:     " DL100-LOADLIST-PATH
006350         DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD
006360     WRITE VERIFY-REPORT-RECORD
006370     MOVE SPACES TO VERIFY-REPORT-RECORD
006380     STRING "AUDIT TRAIL:   " DL100-AUDIT-PATH
006390         DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD
006400     WRITE VERIFY-REPORT-RECORD
006410     PERFORM 0510-WRITE-LOADED-LINES THRU 0510-EXIT
006420     PERFORM 0520-WRITE-ORDER-LINES THRU 0520-EXIT
006430     PERFORM 0530-WRITE-SHORT-LINES THRU 0530-EXIT
006440     PERFORM 0540-WRITE-OVER-LINES THRU 0540-EXIT
006450     PERFORM 0550-WRITE-TOTALS THRU 0550-EXIT
006460     CLOSE VERIFY-REPORT-FILE
006470     .
006480 0500-EXIT.
006490     EXIT.
006500*----------------------------------------------------------------
006510 0510-WRITE-LOADED-LINES.
006520*    CRATES LOADED AS LISTED, IN DISCHARGE ORDER.
006530*----------------------------------------------------------------
006540     MOVE SPACES TO VERIFY-REPORT-RECORD
006550     WRITE VERIFY-REPORT-RECORD
006560     MOVE "LOADED AS LISTED" TO VERIFY-REPORT-RECORD
006570     WRITE VERIFY-REPORT-RECORD
006580     MOVE ZERO TO DL100-SECTION-COUNT
006590     MOVE 1 TO DL100-LIST-ROW
006600     PERFORM UNTIL DL100-LIST-ROW > DL100-LIST-COUNT
006610         IF DL100-LIST-STATUS(DL100-LIST-ROW) = 'L' THEN
006620             ADD 1 TO DL100-SECTION-COUNT
006630             MOVE DL100-LIST-ROW TO DL100-SEQ-NUM
006640             MOVE DL100-LIST-EVENT(DL100-LIST-ROW)
006650               TO DL100-EDIT-NUM1
006660             MOVE DL100-LIST-BAY(DL100-LIST-ROW) TO DL100-BAY-NUM
006670             MOVE SPACES TO VERIFY-REPORT-RECORD
006680             STRING "  LINE " DL100-SEQ-NUM
006690                 "  CRATE " DL100-LIST-CRATE(DL100-LIST-ROW)
006700                 "  RELEASED AT EVENT " DL100-EDIT-NUM1
006710                 " FROM BAY " DL100-BAY-NUM
006720                 DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD
006730             WRITE VERIFY-REPORT-RECORD
006740         END-IF
006750         ADD 1 TO DL100-LIST-ROW
006760     END-PERFORM
006770     PERFORM 0560-WRITE-NONE-LINE THRU 0560-EXIT
006780     .
006790 0510-EXIT.
006800     EXIT.
006810*----------------------------------------------------------------
006820 0520-WRITE-ORDER-LINES.
006830*    CRATES RELEASED OUT OF DISCHARGE ORDER, EACH WITH THE
006840*    EARLIER-LISTED CRATE IT WENT THROUGH THE GATE AHEAD OF.
006850*----------------------------------------------------------------
006860     MOVE SPACES TO VERIFY-REPORT-RECORD
006870     WRITE VERIFY-REPORT-RECORD
006880     MOVE "RELEASED OUT OF DISCHARGE ORDER"
006890       TO VERIFY-REPORT-RECORD
006900     WRITE VERIFY-REPORT-RECORD
006910     MOVE ZERO TO DL100-SECTION-COUNT
006920     MOVE 1 TO DL100-LIST-ROW
006930     PERFORM UNTIL DL100-LIST-ROW > DL100-LIST-COUNT
006940         IF DL100-LIST-STATUS(DL100-LIST-ROW) = 'O' THEN
006950             ADD 1 TO DL100-SECTION-COUNT
006960             MOVE DL100-LIST-ROW TO DL100-SEQ-NUM
006970             MOVE DL100-LIST-AHEAD-OF(DL100-LIST-ROW)
006980               TO DL100-SEQ-NUM2
006990             MOVE DL100-LIST-EVENT(DL100-LIST-ROW)
007000               TO DL100-EDIT-NUM1
007010             MOVE SPACES TO VERIFY-REPORT-RECORD
007020             STRING "  LINE " DL100-SEQ-NUM
007030                 "  CRATE " DL100-LIST-CRATE(DL100-LIST-ROW)
007040                 "  RELEASED AT EVENT " DL100-EDIT-NUM1
007050                 " AHEAD OF LINE " DL100-SEQ-NUM2
007060                 " CRATE " DL100-LIST-CRATE(
007070                 DL100-LIST-AHEAD-OF(DL100-LIST-ROW))
007080                 DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD
007090             WRITE VERIFY-REPORT-RECORD
007100         END-IF
007110         ADD 1 TO DL100-LIST-ROW
007120     END-PERFORM
007130     PERFORM 0560-WRITE-NONE-LINE THRU 0560-EXIT
007140     .
007150 0520-EXIT.
007160     EXIT.
007170*----------------------------------------------------------------
007180 0530-WRITE-SHORT-LINES.
007190*    CRATES SHORT-SHIPPED - ON THE LIST, NEVER RELEASED TO THE
007200*    VESSEL.
007210*----------------------------------------------------------------
007220     MOVE SPACES TO VERIFY-REPORT-RECORD
007230     WRITE VERIFY-REPORT-RECORD
007240     MOVE "SHORT-SHIPPED (LISTED, NEVER RELEASED TO THE VESSEL)"
007250       TO VERIFY-REPORT-RECORD
007260     WRITE VERIFY-REPORT-RECORD
007270     MOVE ZERO TO DL100-SECTION-COUNT
007280     MOVE 1 TO DL100-LIST-ROW
007290     PERFORM UNTIL DL100-LIST-ROW > DL100-LIST-COUNT
007300         IF DL100-LIST-STATUS(DL100-LIST-ROW) = 'S' THEN
007310             ADD 1 TO DL100-SECTION-COUNT
007320             MOVE DL100-LIST-ROW TO DL100-SEQ-NUM
007330             MOVE SPACES TO VERIFY-REPORT-RECORD
007340             STRING "  LINE " DL100-SEQ-NUM
007350                 "  CRATE " DL100-LIST-CRATE(DL100-LIST-ROW)
007360                 DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD
007370             WRITE VERIFY-REPORT-RECORD
007380         END-IF
007390         ADD 1 TO DL100-LIST-ROW
007400     END-PERFORM
007410     PERFORM 0560-WRITE-NONE-LINE THRU 0560-EXIT
007420     .
007430 0530-EXIT.
007440     EXIT.
007450*----------------------------------------------------------------
007460 0540-WRITE-OVER-LINES.
007470*    CRATES OVER-SHIPPED - RELEASED TO THE VESSEL BUT NOT ON
007480*    THE LIST (OR RELEASED MORE TIMES THAN LISTED).
007490*----------------------------------------------------------------
007500     MOVE SPACES TO VERIFY-REPORT-RECORD
007510     WRITE VERIFY-REPORT-RECORD
007520     MOVE "OVER-SHIPPED (RELEASED TO THE VESSEL, NOT LISTED)"
007530       TO VERIFY-REPORT-RECORD
007540     WRITE VERIFY-REPORT-RECORD
007550     MOVE ZERO TO DL100-SECTION-COUNT
007560     MOVE 1 TO DL100-OVER-ROW
007570     PERFORM UNTIL DL100-OVER-ROW > DL100-OVER-COUNT
007580         ADD 1 TO DL100-SECTION-COUNT
007590         MOVE DL100-OVER-EVENT(DL100-OVER-ROW) TO DL100-EDIT-NUM1
007600         MOVE DL100-OVER-BAY(DL100-OVER-ROW) TO DL100-BAY-NUM
007610         MOVE SPACES TO VERIFY-REPORT-RECORD
007620         STRING "  CRATE " DL100-OVER-CRATE(DL100-OVER-ROW)
007630             "  RELEASED AT EVENT " DL100-EDIT-NUM1
007640             " FROM BAY " DL100-BAY-NUM
007650             DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD
007660         WRITE VERIFY-REPORT-RECORD
007670         ADD 1 TO DL100-OVER-ROW
007680     END-PERFORM
007690     PERFORM 0560-WRITE-NONE-LINE THRU 0560-EXIT
007700     .
007710 0540-EXIT.
007720     EXIT.
007730*----------------------------------------------------------------
007740 0550-WRITE-TOTALS.
007750*    CLOSE THE REPORT WITH THE COUNT IN EACH FINDING.
007760*----------------------------------------------------------------
007770     MOVE SPACES TO VERIFY-REPORT-RECORD
007780     WRITE VERIFY-REPORT-RECORD
007790     MOVE DL100-LIST-COUNT TO DL100-EDIT-NUM1
007800     MOVE SPACES TO VERIFY-REPORT-RECORD
007810     STRING "CRATES ON LOAD LIST:        " DL100-EDIT-NUM1
007820         DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD
007830     WRITE VERIFY-REPORT-RECORD
007840     MOVE DL100-LOADED-COUNT TO DL100-EDIT-NUM1
007850     MOVE SPACES TO VERIFY-REPORT-RECORD
007860     STRING "LOADED AS LISTED:           " DL100-EDIT-NUM1
007870         DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD
007880     WRITE VERIFY-REPORT-RECORD
007890     MOVE DL100-ORDER-COUNT TO DL100-EDIT-NUM1
007900     MOVE SPACES TO VERIFY-REPORT-RECORD
007910     STRING "OUT OF DISCHARGE ORDER:     " DL100-EDIT-NUM1
007920         DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD
007930     WRITE VERIFY-REPORT-RECORD
007940     MOVE DL100-SHORT-COUNT TO DL100-EDIT-NUM1
007950     MOVE SPACES TO VERIFY-REPORT-RECORD
007960     STRING "SHORT-SHIPPED:              " DL100-EDIT-NUM1
007970         DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD
007980     WRITE VERIFY-REPORT-RECORD
007990     MOVE DL100-OVER-COUNT TO DL100-EDIT-NUM1
008000     MOVE SPACES TO VERIFY-REPORT-RECORD
008010     STRING "OVER-SHIPPED:               " DL100-EDIT-NUM1
008020         DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD
008030     WRITE VERIFY-REPORT-RECORD
008040     MOVE DL100-REL-SEQ TO DL100-EDIT-NUM1
008050     MOVE SPACES TO VERIFY-REPORT-RECORD
008060     STRING "RELEASES TO CARRIER:        " DL100-EDIT-NUM1
008070         DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD
008080     WRITE VERIFY-REPORT-RECORD
008090     .
008100 0550-EXIT.
008110     EXIT.
008120*----------------------------------------------------------------
008130 0560-WRITE-NONE-LINE.
008140*    A SECTION WITH NOTHING IN IT SAYS SO.
008150*----------------------------------------------------------------
008160     IF DL100-SECTION-COUNT = 0 THEN
008170         MOVE "  NONE" TO VERIFY-REPORT-RECORD
008180         WRITE VERIFY-REPORT-RECORD
008190     END-IF
008200     .
008210 0560-EXIT.
008220     EXIT.
008230*----------------------------------------------------------------
008240 0600-WRITE-CONFIRMATION.
008250*    WRITE THE LOAD CONFIRMATION FILE FOR THE LINE - THE
008260*    HEADER, ONE DETAIL PER LOAD-LIST LINE IN LIST ORDER, ONE
008270*    PER OVER-SHIPPED CRATE IN RELEASE ORDER, AND THE COUNT
008280*    TRAILER.
008290*----------------------------------------------------------------
008300     OPEN OUTPUT CONFIRM-FILE
008310     MOVE SPACES TO LOAD-CONFIRM-RECORD
008320     SET LCNF-IS-HEADER TO TRUE
008330     MOVE DL100-CARRIER         TO LCNF-CARRIER
008340     MOVE DL100-LEDGER-DATE     TO LCNF-RUN-DATE
008350     MOVE DL100-RUN-DATE-DASHED TO LCNF-CREATED-DATE
008360     MOVE DL100-LIST-COUNT      TO LCNF-LIST-COUNT
008370     WRITE LOAD-CONFIRM-RECORD
008380     MOVE ZERO TO DL100-DETAIL-COUNT
008390     MOVE 1 TO DL100-LIST-ROW
008400     PERFORM UNTIL DL100-LIST-ROW > DL100-LIST-COUNT
008410         MOVE SPACES TO LOAD-CONFIRM-RECORD
008420         SET LCNF-IS-DETAIL TO TRUE
008430         MOVE DL100-LIST-ROW TO LCNF-LIST-SEQ
008440         MOVE DL100-LIST-CRATE(DL100-LIST-ROW) TO LCNF-CRATE-ID
008450         MOVE DL100-LIST-STATUS(DL100-LIST-ROW) TO LCNF-STATUS
008460         MOVE DL100-LIST-EVENT(DL100-LIST-ROW)
008470           TO LCNF-EVENT-NUMBER
008480         MOVE DL100-LIST-BAY(DL100-LIST-ROW) TO LCNF-SOURCE-BAY
008490         MOVE DL100-LIST-REL-SEQ(DL100-LIST-ROW)
008500           TO LCNF-RELEASE-SEQ
008510         WRITE LOAD-CONFIRM-RECORD
008520         ADD 1 TO DL100-DETAIL-COUNT
008530         ADD 1 TO DL100-LIST-ROW
008540     END-PERFORM
008550     MOVE 1 TO DL100-OVER-ROW
008560     PERFORM UNTIL DL100-OVER-ROW > DL100-OVER-COUNT
008570         MOVE SPACES TO LOAD-CONFIRM-RECORD
008580         SET LCNF-IS-DETAIL TO TRUE
008590         MOVE ZERO TO LCNF-LIST-SEQ
008600         MOVE DL100-OVER-CRATE(DL100-OVER-ROW) TO LCNF-CRATE-ID
008610         SET LCNF-OVER-SHIPPED TO TRUE
008620         MOVE DL100-OVER-EVENT(DL100-OVER-ROW)
008630           TO LCNF-EVENT-NUMBER
008640         MOVE DL100-OVER-BAY(DL100-OVER-ROW) TO LCNF-SOURCE-BAY
008650         MOVE DL100-OVER-REL-SEQ(DL100-OVER-ROW)
008660           TO LCNF-RELEASE-SEQ
008670         WRITE LOAD-CONFIRM-RECORD
008680         ADD 1 TO DL100-DETAIL-COUNT
008690         ADD 1 TO DL100-OVER-ROW
008700     END-PERFORM
008710     MOVE SPACES TO LOAD-CONFIRM-RECORD
008720     SET LCNF-IS-TRAILER TO TRUE
008730     MOVE DL100-DETAIL-COUNT TO LCNF-DETAIL-COUNT
008740     MOVE DL100-LOADED-COUNT TO LCNF-LOADED-COUNT
008750     MOVE DL100-ORDER-COUNT  TO LCNF-ORDER-COUNT
008760     MOVE DL100-SHORT-COUNT  TO LCNF-SHORT-COUNT
008770     MOVE DL100-OVER-COUNT   TO LCNF-OVER-COUNT
008780     WRITE LOAD-CONFIRM-RECORD
008790     CLOSE CONFIRM-FILE
008800     .
008810 0600-EXIT.
008820     EXIT.
008830*----------------------------------------------------------------
008840 0900-RESET-SEAL.
008850*    START A FRESH SEAL ACCUMULATION.
008860*----------------------------------------------------------------
008870     MOVE ZERO TO DL100-SEAL-COUNT
008880     MOVE ZERO TO DL100-SEAL-CKSUM
008890     SET DL100-SEAL-BAD TO TRUE
008900     .
008910 0900-EXIT.
008920     EXIT.
008930*----------------------------------------------------------------
008940 0910-ADD-TO-SEAL.
008950*    FOLD THE RECORD IN DL100-SEAL-RECORD INTO THE SEAL - ONE
008960*    MORE RECORD COUNTED, ITS BYTES UP TO THE LAST NONBLANK
008970*    SUMMED INTO THE CHECKSUM MODULO 1,000,000,000 - EXACTLY AS
008980*    COBMAIN COMPUTES IT.
008990*----------------------------------------------------------------
009000     ADD 1 TO DL100-SEAL-COUNT
009010     MOVE 704 TO DL100-SEAL-LENGTH
009020     PERFORM UNTIL DL100-SEAL-LENGTH < 1
009030         OR DL100-SEAL-RECORD(DL100-SEAL-LENGTH:1) NOT = ' '
009040         SUBTRACT 1 FROM DL100-SEAL-LENGTH
009050     END-PERFORM
009060     MOVE 1 TO DL100-SEAL-INDEX
009070     PERFORM UNTIL DL100-SEAL-INDEX > DL100-SEAL-LENGTH
009080         MOVE DL100-SEAL-RECORD(DL100-SEAL-INDEX:1)
009090              TO DL100-SEAL-CHAR
009100         ADD DL100-SEAL-BYTE-NUM TO DL100-SEAL-CKSUM
009110         ADD 1 TO DL100-SEAL-INDEX
009120     END-PERFORM
009130     IF DL100-SEAL-CKSUM > 999999999 THEN
009140         SUBTRACT 1000000000 FROM DL100-SEAL-CKSUM
009150     END-IF
009160     IF DL100-SEAL-CKSUM < 0 THEN
009170         ADD 1000000000 TO DL100-SEAL-CKSUM
009180     END-IF
009190     .
009200 0910-EXIT.
009210     EXIT.
009220*----------------------------------------------------------------
009230 0920-CHECK-SEAL-LINE.
009240*    DECIDE WHETHER THE RECORD IN DL100-SEAL-RECORD IS THE
009250*    "*SEAL*" TRAILER, AND IF SO JUDGE IT AGAINST THE COUNT AND
009260*    CHECKSUM ACCUMULATED SO FAR.
009270*----------------------------------------------------------------
009280     SET DL100-NOT-SEAL-LINE TO TRUE
009290     IF DL100-SEAL-RECORD(1:7) NOT = "*SEAL* " THEN
009300         GO TO 0920-EXIT
009310     END-IF
009320     SET DL100-IS-SEAL-LINE TO TRUE
009330     MOVE DL100-SEAL-RECORD(14:7) TO DL100-SEAL-EXP-COUNT
009340     MOVE DL100-SEAL-RECORD(28:10) TO DL100-SEAL-EXP-CKSUM
009350     IF DL100-SEAL-EXP-COUNT NUMERIC AND
009360         DL100-SEAL-EXP-CKSUM NUMERIC AND
009370         DL100-SEAL-EXP-COUNT = DL100-SEAL-COUNT AND
009380         DL100-SEAL-EXP-CKSUM = DL100-SEAL-CKSUM THEN
009390         SET DL100-SEAL-GOOD TO TRUE
009400     END-IF
009410     .
009420 0920-EXIT.
009430     EXIT.
009440*----------------------------------------------------------------
009450 0930-VERIFY-AUDIT-SEAL.
009460*    READ THE WHOLE AUDIT TRAIL AND JUDGE ITS SEAL BEFORE THE
009470*    LOAD IS CHECKED AGAINST A SINGLE RECORD.  AN UNOPENABLE
009480*    TRAIL IS LEFT FOR THE MATCHING PASS TO REPORT.
009490*----------------------------------------------------------------
009500     PERFORM 0900-RESET-SEAL THRU 0900-EXIT
009510     OPEN INPUT AUDIT-FILE
009520     IF NOT DL100-AUDIT-OK THEN
009530         GO TO 0930-EXIT
009540     END-IF
009550     PERFORM UNTIL EXIT
009560         READ AUDIT-FILE AT END
009570             EXIT PERFORM
009580         END-READ
009590         MOVE SPACES TO DL100-SEAL-RECORD
009600         MOVE AUDIT-RECORD TO DL100-SEAL-RECORD
009610         PERFORM 0920-CHECK-SEAL-LINE THRU 0920-EXIT
009620         IF DL100-NOT-SEAL-LINE THEN
009630             PERFORM 0910-ADD-TO-SEAL THRU 0910-EXIT
009640         END-IF
009650     END-PERFORM
009660     CLOSE AUDIT-FILE
009670     IF DL100-SEAL-BAD THEN
009680         DISPLAY "LOADVRFY: AUDIT TRAIL " DL100-AUDIT-PATH
009690             " SEAL MISSING OR WRONG - FILE IS TRUNCATED OR"
009700             " CORRUPT"
009710         MOVE 16 TO RETURN-CODE
009720         STOP RUN
009730     END-IF
009740     .
009750 0930-EXIT.
009760     EXIT.
009770 END PROGRAM LOADVRFY.
