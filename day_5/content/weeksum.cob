000400*                     DAY IS COUNTED - A TRUNCATED TRAIL MARKS
000410*                     THE DAY REJECTED WITH A CONSOLE MESSAGE
000420*                     INSTEAD OF UNDERSTATING THE WEEK.
000430*    2026-10-15 OPS   A LEDGER DAY MONTHARC HAS ARCHIVED IS LISTED
000440*                     ON THE REPORT AS ARCHIVED AND NOT COUNTED -
000450*                     ITS FILES ARE NO LONGER ON DISK.  A RESTORED
000460*                     DAY IS COUNTED LIKE ANY CLOSED ONE.
000470*----------------------------------------------------------------
000480* COMMAND LINE ARGUMENTS (OR, IF OMITTED, THE MATCHING
000490* ENVIRONMENT VARIABLE SHOWN BELOW)
000500*----------------------------------------------------------------
000510*    1  DL100-WEEK-LIST-PATH     WEEK LIST FILE - ONE DAY PER
000520*                                LINE: AUDIT PATH, REPORT PATH,
000530*                                AND OPTIONALLY THE ERROR PATH
000540*    2  DL100-WEEK-REPORT-PATH   PRINTABLE WEEKLY REPORT
000550*    3  DL100-SUMMARY-PATH       MACHINE-READABLE SUMMARY FILE
000560*                                (ONE DAY RECORD PER DAY PLUS A
000570*                                WEEK TOTAL RECORD)
000580*    4  DL100-PRIOR-PATH         PRIOR WEEK'S SUMMARY FILE -
000590*                                WHEN SUPPLIED THE REPORT ALSO
000600*                                CARRIES WEEK-OVER-WEEK DELTAS
000610*    5  DL100-LEDGER-PATH        RUN-CONTROL LEDGER - WHEN
000620*                                SUPPLIED THE WEEK LIST COMES
000630*                                FROM THE LEDGER AND ARGUMENT 1
000640*                                IS NOT USED
000650*----------------------------------------------------------------
000660 ENVIRONMENT DIVISION.
000670 CONFIGURATION SECTION.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT WEEK-LIST-FILE ASSIGN TO DYNAMIC
000710          DL100-WEEK-LIST-PATH
000720          ORGANIZATION IS LINE SEQUENTIAL
000730          FILE STATUS IS DL100-LIST-STATUS.
000740     SELECT DAY-AUDIT-FILE ASSIGN TO DYNAMIC DL100-DAY-AUDIT
000750          ORGANIZATION IS LINE SEQUENTIAL
000760          FILE STATUS IS DL100-DAY-AUDIT-STATUS.
000770     SELECT DAY-REPORT-FILE ASSIGN TO DYNAMIC DL100-DAY-REPORT
000780          ORGANIZATION IS LINE SEQUENTIAL
000790          FILE STATUS IS DL100-DAY-REPORT-STATUS.
000800     SELECT DAY-ERROR-FILE ASSIGN TO DYNAMIC DL100-DAY-ERROR
000810          ORGANIZATION IS LINE SEQUENTIAL
000820          FILE STATUS IS DL100-DAY-ERROR-STATUS.
000830     SELECT WEEK-REPORT-FILE ASSIGN TO DYNAMIC
000840          DL100-WEEK-REPORT-PATH
000850          ORGANIZATION IS LINE SEQUENTIAL.
000860     SELECT SUMMARY-FILE ASSIGN TO DYNAMIC DL100-SUMMARY-PATH
000870          ORGANIZATION IS LINE SEQUENTIAL.
000880     SELECT PRIOR-SUMMARY-FILE ASSIGN TO DYNAMIC
000890          DL100-PRIOR-PATH
000900          ORGANIZATION IS LINE SEQUENTIAL
000910          FILE STATUS IS DL100-PRIOR-STATUS.
000920     SELECT RUN-LEDGER ASSIGN TO DYNAMIC DL100-LEDGER-PATH
000930          ORGANIZATION IS LINE SEQUENTIAL
000940          FILE STATUS IS DL100-LEDGER-STATUS.
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  WEEK-LIST-FILE.
000980 01  WEEK-LIST-RECORD             PIC X(0320).
000990 FD  DAY-AUDIT-FILE.
001000 01  DAY-AUDIT-RECORD             PIC X(0200).
001010 FD  DAY-REPORT-FILE.
001020 01  DAY-REPORT-RECORD            PIC X(0132).
001030 FD  DAY-ERROR-FILE.
001040 01  DAY-ERROR-RECORD             PIC X(0132).
001050 FD  WEEK-REPORT-FILE.
001060 01  WEEK-REPORT-RECORD           PIC X(0132).
001070 FD  SUMMARY-FILE.
001080 01  SUMMARY-RECORD.
001090     05 WSUM-REC-TYPE           PIC X(04).
001100        88 WSUM-IS-DAY              VALUE "DAY ".
001110        88 WSUM-IS-WEEK             VALUE "WEEK".
001120     05 FILLER                  PIC X(01).
001130     05 WSUM-DATE               PIC X(10).
001140     05 FILLER                  PIC X(01).
001150     05 WSUM-MOVES              PIC 9(07).
001160     05 FILLER                  PIC X(01).
001170     05 WSUM-CRATES             PIC 9(07).
001180     05 FILLER                  PIC X(01).
001190     05 WSUM-REJECTED           PIC X(01).
001200     05 FILLER                  PIC X(01).
001210     05 WSUM-BUSY-BAY           PIC 9(03).
001220     05 FILLER                  PIC X(01).
001230     05 WSUM-BUSY-COUNT         PIC 9(07).
001240 FD  PRIOR-SUMMARY-FILE.
001250 01  PRIOR-SUMMARY-RECORD.
001260     05 PSUM-REC-TYPE           PIC X(04).
001270        88 PSUM-IS-WEEK             VALUE "WEEK".
001280     05 FILLER                  PIC X(01).
001290     05 PSUM-DATE               PIC X(10).
001300     05 FILLER                  PIC X(01).
001310     05 PSUM-MOVES              PIC 9(07).
001320     05 FILLER                  PIC X(01).
001330     05 PSUM-CRATES             PIC 9(07).
001340     05 FILLER                  PIC X(18).
001350 FD  RUN-LEDGER.
001360     COPY RUNLEDGR.
001370 WORKING-STORAGE SECTION.
001380*----------------------------------------------------------------
001390* RUN-TIME PARAMETERS
001400*----------------------------------------------------------------
001410 01  DL100-WEEK-LIST-PATH       PIC X(0100) VALUE SPACES.
001420 01  DL100-DEFAULT-LIST-PATH    PIC X(0100)
001430                                VALUE "../input/week.lst".
001440 01  DL100-WEEK-REPORT-PATH     PIC X(0100) VALUE SPACES.
001450 01  DL100-DEFAULT-REPORT-PATH  PIC X(0100)
001460                                VALUE "../output/weeksum.rpt".
001470 01  DL100-SUMMARY-PATH         PIC X(0100) VALUE SPACES.
001480 01  DL100-DEFAULT-SUMMARY-PATH PIC X(0100)
001490                                VALUE "../output/weeksum.sum".
001500 01  DL100-PRIOR-PATH           PIC X(0100) VALUE SPACES.
001510 01  DL100-LEDGER-PATH          PIC X(0100) VALUE SPACES.
001520 01  DL100-LEDGER-STATUS        PIC X(02) VALUE SPACES.
001530     88 DL100-LEDGER-OK             VALUE '00'.
001540 01  DL100-LEDGER-SW            PIC X(01) VALUE 'N'.
001550     88 DL100-LEDGER-MODE            VALUE 'Y'.
001560     88 DL100-LEDGER-MODE-OFF        VALUE 'N'.
001570*----------------------------------------------------------------
001580* INTEGRITY SEAL WORKING STORAGE - MUST JUDGE SEALS EXACTLY AS
001590* COBMAIN COMPUTES THEM
001600*----------------------------------------------------------------
001610 01  DL100-SEAL-RECORD          PIC X(0704) VALUE SPACES.
001620 01  DL100-SEAL-LENGTH          PIC S9(07) COMP-5.
001630 01  DL100-SEAL-COUNT           PIC S9(07) COMP-5 VALUE ZERO.
001640 01  DL100-SEAL-CKSUM           PIC S9(09) COMP-5 VALUE ZERO.
001650 01  DL100-SEAL-INDEX           PIC S9(07) COMP-5.
001660 01  DL100-SEAL-BYTE.
001670     05 DL100-SEAL-CHAR         PIC X(01).
001680 01  DL100-SEAL-BYTE-NUM REDEFINES DL100-SEAL-BYTE
001690                                PIC S9(02) COMP-5.
001700 01  DL100-SEAL-EXP-COUNT       PIC 9(07).
001710 01  DL100-SEAL-EXP-CKSUM       PIC 9(10).
001720 01  DL100-SEAL-OK-SW           PIC X(01) VALUE 'N'.
001730     88 DL100-SEAL-GOOD             VALUE 'Y'.
001740     88 DL100-SEAL-BAD              VALUE 'N'.
001750 01  DL100-SEAL-LINE-SW         PIC X(01) VALUE 'N'.
001760     88 DL100-IS-SEAL-LINE          VALUE 'Y'.
001770     88 DL100-NOT-SEAL-LINE         VALUE 'N'.
001780*----------------------------------------------------------------
001790* DAY FILE PATHS LIFTED OFF THE CURRENT WEEK-LIST LINE
001800*----------------------------------------------------------------
001810 01  DL100-DAY-AUDIT            PIC X(0100) VALUE SPACES.
001820 01  DL100-DAY-REPORT           PIC X(0100) VALUE SPACES.
001830 01  DL100-DAY-ERROR            PIC X(0100) VALUE SPACES.
001840*----------------------------------------------------------------
001850* FILE STATUS WORKING STORAGE
001860*----------------------------------------------------------------
001870 01  DL100-LIST-STATUS          PIC X(02) VALUE SPACES.
001880     88 DL100-LIST-OK               VALUE '00'.
001890 01  DL100-DAY-AUDIT-STATUS     PIC X(02) VALUE SPACES.
001900     88 DL100-DAY-AUDIT-OK          VALUE '00'.
001910 01  DL100-DAY-REPORT-STATUS    PIC X(02) VALUE SPACES.
001920     88 DL100-DAY-REPORT-OK         VALUE '00'.
001930 01  DL100-DAY-ERROR-STATUS     PIC X(02) VALUE SPACES.
001940     88 DL100-DAY-ERROR-OK          VALUE '00'.
001950 01  DL100-PRIOR-STATUS         PIC X(02) VALUE SPACES.
001960     88 DL100-PRIOR-OK              VALUE '00'.
001970*----------------------------------------------------------------
001980* PER-DAY ACCUMULATORS
001990*----------------------------------------------------------------
002000 01  DL100-DAY-DATE             PIC X(10) VALUE SPACES.
002010 01  DL100-DAY-MOVES            PIC S9(07) COMP-5 VALUE ZERO.
002020 01  DL100-DAY-CRATES           PIC S9(07) COMP-5 VALUE ZERO.
002030 01  DL100-DAY-REJECT-SW        PIC X(01) VALUE 'N'.
002040     88 DL100-DAY-REJECTED          VALUE 'Y'.
002050     88 DL100-DAY-CLEAN              VALUE 'N'.
002060 01  DL100-WORK-NUM             PIC S9(07) COMP-5.
002070 01  DL100-AUDIT-SRC            PIC S9(07) COMP-5.
002080 01  DL100-AUDIT-DST            PIC S9(07) COMP-5.
002090*----------------------------------------------------------------
002100* WEEK ACCUMULATORS
002110*----------------------------------------------------------------
002120 01  DL100-WEEK-MOVES           PIC S9(07) COMP-5 VALUE ZERO.
002130 01  DL100-WEEK-CRATES          PIC S9(07) COMP-5 VALUE ZERO.
002140 01  DL100-WEEK-DAYS            PIC S9(07) COMP-5 VALUE ZERO.
002150 01  DL100-WEEK-REJECT-DAYS     PIC S9(07) COMP-5 VALUE ZERO.
002160 01  DL100-WEEK-LAST-DATE       PIC X(10) VALUE SPACES.
002170 01  DL100-WEEK-BAY-TOUCHES.
002180     05 DL100-BAY-TOUCH PIC S9(07) COMP-5
002190                        OCCURS 64 TIMES VALUE ZERO.
002200 01  DL100-BUSY-BAY             PIC S9(07) COMP-5 VALUE ZERO.
002210 01  DL100-BUSY-COUNT           PIC S9(07) COMP-5 VALUE ZERO.
002220 01  DL100-BAY-INDEX            PIC S9(07) COMP-5.
002230*----------------------------------------------------------------
002240* PRIOR-WEEK DELTAS
002250*----------------------------------------------------------------
002260 01  DL100-PRIOR-FOUND-SW       PIC X(01) VALUE 'N'.
002270     88 DL100-PRIOR-WEEK-FOUND      VALUE 'Y'.
002280 01  DL100-PRIOR-MOVES          PIC S9(07) COMP-5 VALUE ZERO.
002290 01  DL100-PRIOR-CRATES         PIC S9(07) COMP-5 VALUE ZERO.
002300 01  DL100-DELTA-MOVES          PIC S9(08) COMP-5 VALUE ZERO.
002310 01  DL100-DELTA-CRATES         PIC S9(08) COMP-5 VALUE ZERO.
002320 01  DL100-EDIT-SIGNED1         PIC +ZZZZZZ9.
002330 01  DL100-EDIT-SIGNED2         PIC +ZZZZZZ9.
002340*----------------------------------------------------------------
002350* TEXT SCAN WORKING STORAGE
002360*----------------------------------------------------------------
002370 01  DL100-SCAN-INDEX           PIC S9(07) COMP-5.
002380 01  DL100-TOKEN-START          PIC S9(07) COMP-5.
002390 01  DL100-TOKEN-LENGTH         PIC S9(07) COMP-5.
002400 01  DL100-FOUND-SW             PIC X(01) VALUE 'N'.
002410     88 DL100-TEXT-FOUND            VALUE 'Y'.
002420     88 DL100-TEXT-NOT-FOUND        VALUE 'N'.
002430 01  DL100-RUN-DATE.
002440     05 DL100-RUN-CCYY         PIC 9(04).
002450     05 DL100-RUN-MM           PIC 9(02).
002460     05 DL100-RUN-DD           PIC 9(02).
002470 01  DL100-EDIT-NUM1            PIC ZZZZZZ9.
002480 01  DL100-EDIT-NUM2            PIC ZZZZZZ9.
002490 PROCEDURE DIVISION.
002500*----------------------------------------------------------------
002510 0000-MAINLINE.
002520*----------------------------------------------------------------
002530     PERFORM 0100-RESOLVE-LIST-PATH THRU 0100-EXIT
002540     PERFORM 0110-RESOLVE-REPORT-PATH THRU 0110-EXIT
002550     PERFORM 0120-RESOLVE-SUMMARY-PATH THRU 0120-EXIT
002560     PERFORM 0130-RESOLVE-PRIOR-PATH THRU 0130-EXIT
002570     PERFORM 0140-RESOLVE-LEDGER-PATH THRU 0140-EXIT
002580     ACCEPT DL100-RUN-DATE FROM DATE YYYYMMDD
002590     IF DL100-LEDGER-MODE-OFF THEN
002600         OPEN INPUT WEEK-LIST-FILE
002610         IF NOT DL100-LIST-OK THEN
002620             DISPLAY "WEEKSUM: UNABLE TO OPEN WEEK LIST "
002630                 DL100-WEEK-LIST-PATH " - FILE STATUS "
002640                 DL100-LIST-STATUS
002650             MOVE 16 TO RETURN-CODE
002660             STOP RUN
002670         END-IF
002680     END-IF
002690     OPEN OUTPUT WEEK-REPORT-FILE
002700     OPEN OUTPUT SUMMARY-FILE
002710     MOVE SPACES TO WEEK-REPORT-RECORD
002720     STRING "WEEKLY MANAGEMENT SUMMARY - RUN DATE "
002730         DL100-RUN-CCYY "-" DL100-RUN-MM "-" DL100-RUN-DD
002740         DELIMITED BY SIZE INTO WEEK-REPORT-RECORD
002750     WRITE WEEK-REPORT-RECORD
002760     IF DL100-LEDGER-MODE THEN
002770         PERFORM 0250-PROCESS-LEDGER-DAYS THRU 0250-EXIT
002780     ELSE
002790         PERFORM UNTIL EXIT
002800             READ WEEK-LIST-FILE AT END
002810                 EXIT PERFORM
002820             END-READ
002830             IF WEEK-LIST-RECORD NOT = SPACES THEN
002840                 PERFORM 0200-PROCESS-ONE-DAY THRU 0200-EXIT
002850             END-IF
002860         END-PERFORM
002870         CLOSE WEEK-LIST-FILE
002880     END-IF
002890     PERFORM 0600-WRITE-WEEK-TOTALS THRU 0600-EXIT
002900     CLOSE WEEK-REPORT-FILE
002910     CLOSE SUMMARY-FILE
002920     MOVE 0 TO RETURN-CODE
002930     STOP RUN.
002940*----------------------------------------------------------------
002950 0100-RESOLVE-LIST-PATH.
002960*    RESOLVE THE WEEK LIST PATH FROM, IN ORDER OF PRECEDENCE:
002970*    (1) THE FIRST COMMAND LINE ARGUMENT
002980*    (2) THE DL100-WEEK-LIST-PATH ENVIRONMENT VARIABLE
002990*    (3) THE BUILT-IN DEFAULT PATH
003000*----------------------------------------------------------------
003010     DISPLAY 1 UPON ARGUMENT-NUMBER
003020     ACCEPT DL100-WEEK-LIST-PATH FROM ARGUMENT-VALUE
003030         ON EXCEPTION
003040             MOVE SPACES TO DL100-WEEK-LIST-PATH
003050     END-ACCEPT
003060     IF DL100-WEEK-LIST-PATH = SPACES THEN
003070         ACCEPT DL100-WEEK-LIST-PATH FROM ENVIRONMENT
003080             "DL100-WEEK-LIST-PATH"
003090         ON EXCEPTION
003100             MOVE SPACES TO DL100-WEEK-LIST-PATH
003110         END-ACCEPT
003120     END-IF
003130     IF DL100-WEEK-LIST-PATH = SPACES THEN
003140         MOVE DL100-DEFAULT-LIST-PATH TO DL100-WEEK-LIST-PATH
003150     END-IF
003160     .
003170 0100-EXIT.
003180     EXIT.
003190*----------------------------------------------------------------
003200 0110-RESOLVE-REPORT-PATH.
003210*    RESOLVE THE WEEKLY REPORT PATH FROM, IN ORDER OF
003220*    PRECEDENCE:
003230*    (1) THE SECOND COMMAND LINE ARGUMENT
003240*    (2) THE DL100-WEEK-REPORT-PATH ENVIRONMENT VARIABLE
003250*    (3) THE BUILT-IN DEFAULT PATH
003260*----------------------------------------------------------------
003270     DISPLAY 2 UPON ARGUMENT-NUMBER
003280     ACCEPT DL100-WEEK-REPORT-PATH FROM ARGUMENT-VALUE
003290         ON EXCEPTION
003300             MOVE SPACES TO DL100-WEEK-REPORT-PATH
003310     END-ACCEPT
003320     IF DL100-WEEK-REPORT-PATH = SPACES THEN
003330         ACCEPT DL100-WEEK-REPORT-PATH FROM ENVIRONMENT
003340             "DL100-WEEK-REPORT-PATH"
003350         ON EXCEPTION
003360             MOVE SPACES TO DL100-WEEK-REPORT-PATH
003370         END-ACCEPT
003380     END-IF
003390     IF DL100-WEEK-REPORT-PATH = SPACES THEN
003400         MOVE DL100-DEFAULT-REPORT-PATH
003410              TO DL100-WEEK-REPORT-PATH
003420     END-IF
003430     .
003440 0110-EXIT.
003450     EXIT.
003460*----------------------------------------------------------------
003470 0120-RESOLVE-SUMMARY-PATH.
003480*    RESOLVE THE MACHINE-READABLE SUMMARY PATH FROM, IN ORDER
003490*    OF PRECEDENCE:
003500*    (1) THE THIRD COMMAND LINE ARGUMENT
003510*    (2) THE DL100-SUMMARY-PATH ENVIRONMENT VARIABLE
003520*    (3) THE BUILT-IN DEFAULT PATH
003530*----------------------------------------------------------------
003540     DISPLAY 3 UPON ARGUMENT-NUMBER
003550     ACCEPT DL100-SUMMARY-PATH FROM ARGUMENT-VALUE
003560         ON EXCEPTION
003570             MOVE SPACES TO DL100-SUMMARY-PATH
003580     END-ACCEPT
003590     IF DL100-SUMMARY-PATH = SPACES THEN
003600         ACCEPT DL100-SUMMARY-PATH FROM ENVIRONMENT
003610             "DL100-SUMMARY-PATH"
003620         ON EXCEPTION
003630             MOVE SPACES TO DL100-SUMMARY-PATH
003640         END-ACCEPT
003650     END-IF
003660     IF DL100-SUMMARY-PATH = SPACES THEN
003670         MOVE DL100-DEFAULT-SUMMARY-PATH TO DL100-SUMMARY-PATH
003680     END-IF
003690     .
003700 0120-EXIT.
003710     EXIT.
003720*----------------------------------------------------------------
003730 0130-RESOLVE-PRIOR-PATH.
003740*    THE PRIOR WEEK'S SUMMARY IS OPTIONAL.  ITS PATH COMES, IN
003750*    ORDER OF PRECEDENCE, FROM:
003760*    (1) A FOURTH COMMAND LINE ARGUMENT
003770*    (2) THE DL100-PRIOR-PATH ENVIRONMENT VARIABLE
003780*    WHEN BLANK, NO WEEK-OVER-WEEK DELTAS ARE REPORTED.
003790*----------------------------------------------------------------
003800     DISPLAY 4 UPON ARGUMENT-NUMBER
003810     ACCEPT DL100-PRIOR-PATH FROM ARGUMENT-VALUE
003820         ON EXCEPTION
003830             MOVE SPACES TO DL100-PRIOR-PATH
003840     END-ACCEPT
003850     IF DL100-PRIOR-PATH = SPACES THEN
003860         ACCEPT DL100-PRIOR-PATH FROM ENVIRONMENT
003870             "DL100-PRIOR-PATH"
003880         ON EXCEPTION
003890             MOVE SPACES TO DL100-PRIOR-PATH
003900         END-ACCEPT
003910     END-IF
003920     .
003930 0130-EXIT.
003940     EXIT.
003950*----------------------------------------------------------------
003960 0140-RESOLVE-LEDGER-PATH.
003970*    LEDGER-DRIVEN WEEK BUILDING IS OFF UNLESS A LEDGER PATH IS
003980*    SUPPLIED, IN ORDER OF PRECEDENCE, BY:
003990*    (1) A FIFTH COMMAND LINE ARGUMENT
004000*    (2) THE DL100-LEDGER-PATH ENVIRONMENT VARIABLE
004010*    WHEN ON, THE WEEK LIST FILE IS NOT USED AT ALL.
004020*----------------------------------------------------------------
004030     SET DL100-LEDGER-MODE-OFF TO TRUE
004040     DISPLAY 5 UPON ARGUMENT-NUMBER
004050     ACCEPT DL100-LEDGER-PATH FROM ARGUMENT-VALUE
004060         ON EXCEPTION
004070             MOVE SPACES TO DL100-LEDGER-PATH
004080     END-ACCEPT
004090     IF DL100-LEDGER-PATH = SPACES THEN
004100         ACCEPT DL100-LEDGER-PATH FROM ENVIRONMENT
004110             "DL100-LEDGER-PATH"
004120         ON EXCEPTION
004130             MOVE SPACES TO DL100-LEDGER-PATH
004140         END-ACCEPT
004150     END-IF
004160     IF DL100-LEDGER-PATH NOT = SPACES THEN
004170         SET DL100-LEDGER-MODE TO TRUE
004180     END-IF
004190     .
004200 0140-EXIT.
004210     EXIT.
004220*----------------------------------------------------------------
004230 0200-PROCESS-ONE-DAY.
004240*    ONE WEEK-LIST LINE IS ONE DAY: AUDIT PATH, REPORT PATH,
004250*    AND OPTIONALLY THE ERROR PATH.  THE DAY'S MOVES, CRATES,
004260*    DATE, AND PER-BAY TOUCHES COME OFF THE AUDIT TRAIL; THE
004270*    REJECTED VERDICT COMES OFF THE REPORT (A DAY WHOSE REPORT
004280*    IS MISSING OR CARRIES A REJECTED SECTION COUNTS AS A
004290*    REJECTED DAY); THE REASONS COME OFF THE ERROR FILE.
004300*----------------------------------------------------------------
004310     MOVE SPACES TO DL100-DAY-AUDIT
004320     MOVE SPACES TO DL100-DAY-REPORT
004330     MOVE SPACES TO DL100-DAY-ERROR
004340     MOVE 1 TO DL100-SCAN-INDEX
004350     PERFORM 0210-NEXT-LIST-TOKEN THRU 0210-EXIT
004360     IF DL100-TOKEN-LENGTH > 0 THEN
004370         MOVE WEEK-LIST-RECORD(DL100-TOKEN-START:
004380             DL100-TOKEN-LENGTH) TO DL100-DAY-AUDIT
004390     END-IF
004400     PERFORM 0210-NEXT-LIST-TOKEN THRU 0210-EXIT
004410     IF DL100-TOKEN-LENGTH > 0 THEN
004420         MOVE WEEK-LIST-RECORD(DL100-TOKEN-START:
004430             DL100-TOKEN-LENGTH) TO DL100-DAY-REPORT
004440     END-IF
004450     PERFORM 0210-NEXT-LIST-TOKEN THRU 0210-EXIT
004460     IF DL100-TOKEN-LENGTH > 0 THEN
004470         MOVE WEEK-LIST-RECORD(DL100-TOKEN-START:
004480             DL100-TOKEN-LENGTH) TO DL100-DAY-ERROR
004490     END-IF
004500     IF DL100-DAY-AUDIT = SPACES THEN
004510         GO TO 0200-EXIT
004520     END-IF
004530     PERFORM 0220-PROCESS-DAY-FILES THRU 0220-EXIT
004540     .
004550 0200-EXIT.
004560     EXIT.
004570*----------------------------------------------------------------
004580 0220-PROCESS-DAY-FILES.
004590*    PROCESS THE DAY WHOSE AUDIT, REPORT, AND ERROR PATHS ARE
004600*    ALREADY SITTING IN DL100-DAY-AUDIT/REPORT/ERROR - WHETHER
004610*    THEY CAME OFF A WEEK-LIST LINE OR OFF A RUN-LEDGER RECORD.
004620*----------------------------------------------------------------
004630     MOVE SPACES TO DL100-DAY-DATE
004640     MOVE ZERO TO DL100-DAY-MOVES
004650     MOVE ZERO TO DL100-DAY-CRATES
004660     SET DL100-DAY-CLEAN TO TRUE
004670     PERFORM 0300-SCAN-DAY-AUDIT THRU 0300-EXIT
004680     PERFORM 0400-SCAN-DAY-REPORT THRU 0400-EXIT
004690     ADD 1 TO DL100-WEEK-DAYS
004700     ADD DL100-DAY-MOVES  TO DL100-WEEK-MOVES
004710     ADD DL100-DAY-CRATES TO DL100-WEEK-CRATES
004720     IF DL100-DAY-REJECTED THEN
004730         ADD 1 TO DL100-WEEK-REJECT-DAYS
004740     END-IF
004750     IF DL100-DAY-DATE NOT = SPACES THEN
004760         MOVE DL100-DAY-DATE TO DL100-WEEK-LAST-DATE
004770     END-IF
004780     PERFORM 0500-WRITE-DAY-LINES THRU 0500-EXIT
004790     .
004800 0220-EXIT.
004810     EXIT.
004820*----------------------------------------------------------------
004830 0250-PROCESS-LEDGER-DAYS.
004840*    BUILD THE WEEK STRAIGHT FROM THE RUN-CONTROL LEDGER - ONE
004850*    DAY PER LEDGER RECORD, ITS AUDIT, REPORT, AND ERROR PATHS
004860*    TAKEN FROM THE RECORD COBMAIN REGISTERED - SO THE WEEKLY
004870*    SUMMARY NO LONGER DEPENDS ON A HAND-MAINTAINED LIST FILE.
004880*    AN ARCHIVED DAY'S FILES ARE IN THE MONTHLY ARCHIVE, NOT ON
004890*    DISK (AND A SHARED DEFAULT PATH MAY NOW HOLD ANOTHER DAY),
004900*    SO IT IS ONLY LISTED - MONTHARC RESTORES IT IF IT IS WANTED.
004910*----------------------------------------------------------------
004920     OPEN INPUT RUN-LEDGER
004930     IF NOT DL100-LEDGER-OK THEN
004940         DISPLAY "WEEKSUM: UNABLE TO OPEN RUN LEDGER "
004950             DL100-LEDGER-PATH " - FILE STATUS "
004960             DL100-LEDGER-STATUS
004970         MOVE 16 TO RETURN-CODE
004980         STOP RUN
004990     END-IF
005000     PERFORM UNTIL EXIT
005010         READ RUN-LEDGER AT END
005020             EXIT PERFORM
005030         END-READ
005040         IF RUN-LEDGER-RECORD NOT = SPACES AND
005050             RLED-RUN-ARCHIVED THEN
005060             MOVE SPACES TO WEEK-REPORT-RECORD
005070             STRING "DAY " RLED-RUN-DATE
005080                 "  ARCHIVED - RESTORE WITH MONTHARC TO COUNT IT"
005090                 DELIMITED BY SIZE INTO WEEK-REPORT-RECORD
005100             WRITE WEEK-REPORT-RECORD
005110         END-IF
005120         IF RUN-LEDGER-RECORD NOT = SPACES AND
005130             NOT RLED-RUN-ARCHIVED AND
005140             RLED-AUDIT-PATH NOT = SPACES THEN
005150             MOVE RLED-AUDIT-PATH  TO DL100-DAY-AUDIT
005160             MOVE RLED-REPORT-PATH TO DL100-DAY-REPORT
005170             MOVE RLED-ERROR-PATH  TO DL100-DAY-ERROR
005180             PERFORM 0220-PROCESS-DAY-FILES THRU 0220-EXIT
005190         END-IF
005200     END-PERFORM
005210     CLOSE RUN-LEDGER
005220     .
005230 0250-EXIT.
005240     EXIT.
005250*----------------------------------------------------------------
005260 0210-NEXT-LIST-TOKEN.
005270*    LIFT THE NEXT BLANK-DELIMITED TOKEN OFF THE CURRENT WEEK-
005280*    LIST LINE, STARTING AT DL100-SCAN-INDEX.  A TOKEN LENGTH
005290*    OF ZERO MEANS THE LINE RAN OUT.
005300*----------------------------------------------------------------
005310     MOVE ZERO TO DL100-TOKEN-LENGTH
005320     MOVE ZERO TO DL100-TOKEN-START
005330     PERFORM UNTIL DL100-SCAN-INDEX > 320
005340         OR WEEK-LIST-RECORD(DL100-SCAN-INDEX:1) NOT = ' '
005350         ADD 1 TO DL100-SCAN-INDEX
005360     END-PERFORM
005370     IF DL100-SCAN-INDEX > 320 THEN
005380         GO TO 0210-EXIT
005390     END-IF
005400     MOVE DL100-SCAN-INDEX TO DL100-TOKEN-START
005410     PERFORM UNTIL DL100-SCAN-INDEX > 320
005420         OR WEEK-LIST-RECORD(DL100-SCAN-INDEX:1) = ' '
005430         ADD 1 TO DL100-SCAN-INDEX
005440     END-PERFORM
005450     COMPUTE DL100-TOKEN-LENGTH =
005460         DL100-SCAN-INDEX - DL100-TOKEN-START
005470     IF DL100-TOKEN-LENGTH > 100 THEN
005480         MOVE 100 TO DL100-TOKEN-LENGTH
005490     END-IF
005500     .
005510 0210-EXIT.
005520     EXIT.
005530*----------------------------------------------------------------
005540 0300-SCAN-DAY-AUDIT.
005550*    ONE PASS OVER THE DAY'S AUDIT TRAIL.  THE RUN DATE COMES
005560*    OFF THE HEADER LINE; EVERY MOVE RECORD ADDS TO THE DAY'S
005570*    MOVE AND CRATE COUNTS AND TO THE WEEK-WIDE PER-BAY TOUCH
005580*    TABLE (SOURCE AND DESTINATION EACH COUNT AS ONE TOUCH).
005590*    THE NUMBERS SIT IN THE AUDIT RECORD'S FIXED NUMERIC BLOCK
005600*    AT POSITIONS 18, 30, AND 42.
005610*----------------------------------------------------------------
005620     PERFORM 0730-VERIFY-DAY-AUDIT THRU 0730-EXIT
005630     IF DL100-SEAL-BAD THEN
005640         SET DL100-DAY-REJECTED TO TRUE
005650         DISPLAY "WEEKSUM: AUDIT TRAIL " DL100-DAY-AUDIT
005660             " SEAL MISSING OR WRONG - DAY NOT COUNTED"
005670         GO TO 0300-EXIT
005680     END-IF
005690     OPEN INPUT DAY-AUDIT-FILE
005700     IF NOT DL100-DAY-AUDIT-OK THEN
005710         SET DL100-DAY-REJECTED TO TRUE
005720         GO TO 0300-EXIT
005730     END-IF
005740     PERFORM UNTIL EXIT
005750         READ DAY-AUDIT-FILE AT END
005760             EXIT PERFORM
005770         END-READ
005780         IF DL100-DAY-DATE = SPACES THEN
005790             PERFORM 0310-LIFT-RUN-DATE THRU 0310-EXIT
005800         END-IF
005810         IF DAY-AUDIT-RECORD(1:5) = "MOVE " AND
005820             DAY-AUDIT-RECORD(13:5) = " AMT " THEN
005830             ADD 1 TO DL100-DAY-MOVES
005840             MOVE DAY-AUDIT-RECORD(18:7) TO DL100-WORK-NUM
005850             ADD DL100-WORK-NUM TO DL100-DAY-CRATES
005860             MOVE DAY-AUDIT-RECORD(30:7) TO DL100-AUDIT-SRC
005870             MOVE DAY-AUDIT-RECORD(42:7) TO DL100-AUDIT-DST
005880             IF DL100-AUDIT-SRC >= 1 AND
005890                 DL100-AUDIT-SRC <= 64 THEN
005900                 ADD 1 TO DL100-BAY-TOUCH(DL100-AUDIT-SRC)
005910             END-IF
005920             IF DL100-AUDIT-DST >= 1 AND
005930                 DL100-AUDIT-DST <= 64 THEN
005940                 ADD 1 TO DL100-BAY-TOUCH(DL100-AUDIT-DST)
005950             END-IF
005960         END-IF
005970     END-PERFORM
005980     CLOSE DAY-AUDIT-FILE
005990     .
006000 0300-EXIT.
006010     EXIT.
006020*----------------------------------------------------------------
006030 0310-LIFT-RUN-DATE.
006040*    THE DATED HEADER LINES COBMAIN WRITES ALL CARRY THE
006050*    LITERAL "RUN DATE " FOLLOWED BY CCYY-MM-DD - LIFT THE TEN
006060*    CHARACTERS AFTER ITS FIRST OCCURRENCE ON THIS LINE, IF
006070*    ANY.
006080*----------------------------------------------------------------
006090     SET DL100-TEXT-NOT-FOUND TO TRUE
006100     MOVE 1 TO DL100-SCAN-INDEX
006110     PERFORM UNTIL DL100-TEXT-FOUND
006120         OR DL100-SCAN-INDEX > 181
006130         IF DAY-AUDIT-RECORD(DL100-SCAN-INDEX:9) =
006140             "RUN DATE " THEN
006150             SET DL100-TEXT-FOUND TO TRUE
006160             MOVE DAY-AUDIT-RECORD(DL100-SCAN-INDEX + 9:10)
006170                  TO DL100-DAY-DATE
006180         ELSE
006190             ADD 1 TO DL100-SCAN-INDEX
006200         END-IF
006210     END-PERFORM
006220     .
006230 0310-EXIT.
006240     EXIT.
006250*----------------------------------------------------------------
006260 0400-SCAN-DAY-REPORT.
006270*    A DAY WHOSE REPORT CANNOT BE OPENED NEVER FINISHED ITS RUN
006280*    (A REJECTED SINGLE-MANIFEST RUN STOPS BEFORE THE REPORT IS
006290*    WRITTEN), AND A BATCH REPORT MARKS ITS REJECTED MANIFESTS
006300*    IN PLACE - EITHER WAY THE DAY COUNTS AS A REJECTED DAY.
006310*----------------------------------------------------------------
006320     OPEN INPUT DAY-REPORT-FILE
006330     IF NOT DL100-DAY-REPORT-OK THEN
006340         SET DL100-DAY-REJECTED TO TRUE
006350         GO TO 0400-EXIT
006360     END-IF
006370     PERFORM UNTIL EXIT
006380         READ DAY-REPORT-FILE AT END
006390             EXIT PERFORM
006400         END-READ
006410         SET DL100-TEXT-NOT-FOUND TO TRUE
006420         MOVE 1 TO DL100-SCAN-INDEX
006430         PERFORM UNTIL DL100-TEXT-FOUND
006440             OR DL100-SCAN-INDEX > 115
006450             IF DAY-REPORT-RECORD(DL100-SCAN-INDEX:17) =
006460                 "MANIFEST REJECTED" THEN
006470                 SET DL100-TEXT-FOUND TO TRUE
006480                 SET DL100-DAY-REJECTED TO TRUE
006490             ELSE
006500                 ADD 1 TO DL100-SCAN-INDEX
006510             END-IF
006520         END-PERFORM
006530     END-PERFORM
006540     CLOSE DAY-REPORT-FILE
006550     .
006560 0400-EXIT.
006570     EXIT.
006580*----------------------------------------------------------------
006590 0500-WRITE-DAY-LINES.
006600*    WRITE THE DAY'S LINE ON THE PRINTABLE REPORT (WITH ITS
006610*    ERROR REASONS WHEN THE DAY WAS REJECTED AND AN ERROR FILE
006620*    WAS NAMED), AND THE DAY'S MACHINE-READABLE SUMMARY RECORD.
006630*----------------------------------------------------------------
006640     MOVE DL100-DAY-MOVES  TO DL100-EDIT-NUM1
006650     MOVE DL100-DAY-CRATES TO DL100-EDIT-NUM2
006660     MOVE SPACES TO WEEK-REPORT-RECORD
006670     IF DL100-DAY-REJECTED THEN
006680         STRING "DAY " DL100-DAY-DATE
006690             "  MOVES " DL100-EDIT-NUM1
006700             "  CRATES " DL100-EDIT-NUM2
006710             "  *** REJECTED ***"
006720             DELIMITED BY SIZE INTO WEEK-REPORT-RECORD
006730     ELSE
006740         STRING "DAY " DL100-DAY-DATE
006750             "  MOVES " DL100-EDIT-NUM1
006760             "  CRATES " DL100-EDIT-NUM2
006770             DELIMITED BY SIZE INTO WEEK-REPORT-RECORD
006780     END-IF
006790     WRITE WEEK-REPORT-RECORD
006800     IF DL100-DAY-REJECTED AND DL100-DAY-ERROR NOT = SPACES THEN
006810         PERFORM 0510-WRITE-ERROR-REASONS THRU 0510-EXIT
006820     END-IF
006830     MOVE SPACES TO SUMMARY-RECORD
006840     SET WSUM-IS-DAY TO TRUE
006850     MOVE DL100-DAY-DATE   TO WSUM-DATE
006860     MOVE DL100-DAY-MOVES  TO WSUM-MOVES
006870     MOVE DL100-DAY-CRATES TO WSUM-CRATES
006880     MOVE DL100-DAY-REJECT-SW TO WSUM-REJECTED
006890     MOVE ZERO TO WSUM-BUSY-BAY
006900     MOVE ZERO TO WSUM-BUSY-COUNT
006910     WRITE SUMMARY-RECORD
006920     .
006930 0500-EXIT.
006940     EXIT.
006950*----------------------------------------------------------------
006960 0510-WRITE-ERROR-REASONS.
006970*    LIST THE DAY'S ERROR-FILE LINES UNDER ITS REPORT LINE SO
006980*    THE MEETING SEES WHY THE DAY WAS REJECTED WITHOUT ANYONE
006990*    CHASING THE ERROR FILE BY HAND.
007000*----------------------------------------------------------------
007010     OPEN INPUT DAY-ERROR-FILE
007020     IF NOT DL100-DAY-ERROR-OK THEN
007030         MOVE SPACES TO WEEK-REPORT-RECORD
007040         STRING "  (ERROR FILE " DELIMITED BY SIZE
007050             DL100-DAY-ERROR DELIMITED BY SPACE
007060             " COULD NOT BE OPENED)" DELIMITED BY SIZE
007070             INTO WEEK-REPORT-RECORD
007080         WRITE WEEK-REPORT-RECORD
007090         GO TO 0510-EXIT
007100     END-IF
007110     PERFORM UNTIL EXIT
007120         READ DAY-ERROR-FILE AT END
007130             EXIT PERFORM
007140         END-READ
007150         MOVE SPACES TO WEEK-REPORT-RECORD
007160         STRING "  REASON: " DAY-ERROR-RECORD(1:120)
007170             DELIMITED BY SIZE INTO WEEK-REPORT-RECORD
007180         WRITE WEEK-REPORT-RECORD
007190     END-PERFORM
007200     CLOSE DAY-ERROR-FILE
007210     .
007220 0510-EXIT.
007230     EXIT.
007240*----------------------------------------------------------------
007250 0600-WRITE-WEEK-TOTALS.
007260*    WRITE THE WEEK TOTALS ON THE PRINTABLE REPORT - MOVES,
007270*    CRATES, REJECTED DAYS, THE BUSIEST BAY OF THE WEEK - PLUS
007280*    THE WEEK-OVER-WEEK DELTAS WHEN A PRIOR SUMMARY WAS
007290*    SUPPLIED, AND THE WEEK'S MACHINE-READABLE TOTAL RECORD.
007300*----------------------------------------------------------------
007310     MOVE ZERO TO DL100-BUSY-BAY
007320     MOVE ZERO TO DL100-BUSY-COUNT
007330     MOVE 1 TO DL100-BAY-INDEX
007340     PERFORM UNTIL DL100-BAY-INDEX > 64
007350         IF DL100-BAY-TOUCH(DL100-BAY-INDEX) >
007360             DL100-BUSY-COUNT THEN
007370             MOVE DL100-BAY-TOUCH(DL100-BAY-INDEX)
007380                  TO DL100-BUSY-COUNT
007390             MOVE DL100-BAY-INDEX TO DL100-BUSY-BAY
007400         END-IF
007410         ADD 1 TO DL100-BAY-INDEX
007420     END-PERFORM
007430     MOVE SPACES TO WEEK-REPORT-RECORD
007440     WRITE WEEK-REPORT-RECORD
007450     MOVE DL100-WEEK-DAYS        TO DL100-EDIT-NUM1
007460     MOVE DL100-WEEK-REJECT-DAYS TO DL100-EDIT-NUM2
007470     MOVE SPACES TO WEEK-REPORT-RECORD
007480     STRING "WEEK OF " DL100-WEEK-LAST-DATE
007490         "  DAYS " DL100-EDIT-NUM1
007500         "  REJECTED DAYS " DL100-EDIT-NUM2
007510         DELIMITED BY SIZE INTO WEEK-REPORT-RECORD
007520     WRITE WEEK-REPORT-RECORD
007530     MOVE DL100-WEEK-MOVES  TO DL100-EDIT-NUM1
007540     MOVE DL100-WEEK-CRATES TO DL100-EDIT-NUM2
007550     MOVE SPACES TO WEEK-REPORT-RECORD
007560     STRING "WEEK TOTALS  MOVES " DL100-EDIT-NUM1
007570         "  CRATES " DL100-EDIT-NUM2
007580         DELIMITED BY SIZE INTO WEEK-REPORT-RECORD
007590     WRITE WEEK-REPORT-RECORD
007600     MOVE DL100-BUSY-BAY   TO DL100-EDIT-NUM1
007610     MOVE DL100-BUSY-COUNT TO DL100-EDIT-NUM2
007620     MOVE SPACES TO WEEK-REPORT-RECORD
007630     STRING "BUSIEST BAY OF THE WEEK " DL100-EDIT-NUM1
007640         " (" DL100-EDIT-NUM2 " TOUCHES AS SOURCE OR DEST)"
007650         DELIMITED BY SIZE INTO WEEK-REPORT-RECORD
007660     WRITE WEEK-REPORT-RECORD
007670     IF DL100-PRIOR-PATH NOT = SPACES THEN
007680         PERFORM 0610-READ-PRIOR-WEEK THRU 0610-EXIT
007690         IF DL100-PRIOR-WEEK-FOUND THEN
007700             COMPUTE DL100-DELTA-MOVES =
007710                 DL100-WEEK-MOVES - DL100-PRIOR-MOVES
007720             COMPUTE DL100-DELTA-CRATES =
007730                 DL100-WEEK-CRATES - DL100-PRIOR-CRATES
007740             MOVE DL100-DELTA-MOVES  TO DL100-EDIT-SIGNED1
007750             MOVE DL100-DELTA-CRATES TO DL100-EDIT-SIGNED2
007760             MOVE SPACES TO WEEK-REPORT-RECORD
007770             STRING "WEEK-OVER-WEEK  MOVES " DL100-EDIT-SIGNED1
007780                 "  CRATES " DL100-EDIT-SIGNED2
007790                 DELIMITED BY SIZE INTO WEEK-REPORT-RECORD
007800             WRITE WEEK-REPORT-RECORD
007810         ELSE
007820             MOVE SPACES TO WEEK-REPORT-RECORD
007830             STRING "WEEK-OVER-WEEK NOT AVAILABLE - NO WEEK"
007840                 " RECORD ON THE PRIOR SUMMARY"
007850                 DELIMITED BY SIZE INTO WEEK-REPORT-RECORD
007860             WRITE WEEK-REPORT-RECORD
007870         END-IF
007880     END-IF
007890     MOVE SPACES TO SUMMARY-RECORD
007900     SET WSUM-IS-WEEK TO TRUE
007910     MOVE DL100-WEEK-LAST-DATE TO WSUM-DATE
007920     MOVE DL100-WEEK-MOVES     TO WSUM-MOVES
007930     MOVE DL100-WEEK-CRATES    TO WSUM-CRATES
007940     IF DL100-WEEK-REJECT-DAYS > 0 THEN
007950         MOVE 'Y' TO WSUM-REJECTED
007960     ELSE
007970         MOVE 'N' TO WSUM-REJECTED
007980     END-IF
007990     MOVE DL100-BUSY-BAY   TO WSUM-BUSY-BAY
008000     MOVE DL100-BUSY-COUNT TO WSUM-BUSY-COUNT
008010     WRITE SUMMARY-RECORD
008020     .
008030 0600-EXIT.
008040     EXIT.
008050*----------------------------------------------------------------
008060 0610-READ-PRIOR-WEEK.
008070*    LIFT THE WEEK TOTAL RECORD OFF THE PRIOR WEEK'S SUMMARY
008080*    FILE.  A SUMMARY WITHOUT A WEEK RECORD (OR ONE THAT CANNOT
008090*    BE OPENED) JUST MEANS NO DELTAS THIS TIME.
008100*----------------------------------------------------------------
008110     OPEN INPUT PRIOR-SUMMARY-FILE
008120     IF NOT DL100-PRIOR-OK THEN
008130         GO TO 0610-EXIT
008140     END-IF
008150     PERFORM UNTIL EXIT
008160         READ PRIOR-SUMMARY-FILE AT END
008170             EXIT PERFORM
008180         END-READ
008190         IF PSUM-IS-WEEK THEN
008200             MOVE PSUM-MOVES  TO DL100-PRIOR-MOVES
008210             MOVE PSUM-CRATES TO DL100-PRIOR-CRATES
008220             SET DL100-PRIOR-WEEK-FOUND TO TRUE
008230         END-IF
008240     END-PERFORM
008250     CLOSE PRIOR-SUMMARY-FILE
008260     .
008270 0610-EXIT.
008280     EXIT.
008290*----------------------------------------------------------------
008300 0700-RESET-SEAL.
008310*    START A FRESH SEAL ACCUMULATION.
008320*----------------------------------------------------------------
008330     MOVE ZERO TO DL100-SEAL-COUNT
008340     MOVE ZERO TO DL100-SEAL-CKSUM
008350     SET DL100-SEAL-BAD TO TRUE
008360     .
008370 0700-EXIT.
008380     EXIT.
008390*----------------------------------------------------------------
008400 0710-ADD-TO-SEAL.
008410*    FOLD THE RECORD IN DL100-SEAL-RECORD INTO THE SEAL - ONE
008420*    MORE RECORD COUNTED, ITS BYTES UP TO THE LAST NONBLANK
008430*    SUMMED INTO THE CHECKSUM MODULO 1,000,000,000 - EXACTLY AS
008440*    COBMAIN COMPUTES IT.
008450*----------------------------------------------------------------
008460     ADD 1 TO DL100-SEAL-COUNT
008470     MOVE 704 TO DL100-SEAL-LENGTH
008480     PERFORM UNTIL DL100-SEAL-LENGTH < 1
008490         OR DL100-SEAL-RECORD(DL100-SEAL-LENGTH:1) NOT = ' '
008500         SUBTRACT 1 FROM DL100-SEAL-LENGTH
008510     END-PERFORM
008520     MOVE 1 TO DL100-SEAL-INDEX
008530     PERFORM UNTIL DL100-SEAL-INDEX > DL100-SEAL-LENGTH
008540         MOVE DL100-SEAL-RECORD(DL100-SEAL-INDEX:1)
008550              TO DL100-SEAL-CHAR
008560         ADD DL100-SEAL-BYTE-NUM TO DL100-SEAL-CKSUM
008570         ADD 1 TO DL100-SEAL-INDEX
008580     END-PERFORM
008590     IF DL100-SEAL-CKSUM > 999999999 THEN
008600         SUBTRACT 1000000000 FROM DL100-SEAL-CKSUM
008610     END-IF
008620     IF DL100-SEAL-CKSUM < 0 THEN
008630         ADD 1000000000 TO DL100-SEAL-CKSUM
008640     END-IF
008650     .
008660 0710-EXIT.
008670     EXIT.
008680*----------------------------------------------------------------
008690 0720-CHECK-SEAL-LINE.
008700*    DECIDE WHETHER THE RECORD IN DL100-SEAL-RECORD IS THE
008710*    "*SEAL*" TRAILER, AND IF SO JUDGE IT AGAINST THE COUNT AND
008720*    CHECKSUM ACCUMULATED SO FAR.
008730*----------------------------------------------------------------
008740     SET DL100-NOT-SEAL-LINE TO TRUE
008750     IF DL100-SEAL-RECORD(1:7) NOT = "*SEAL* " THEN
008760         GO TO 0720-EXIT
008770     END-IF
008780     SET DL100-IS-SEAL-LINE TO TRUE
008790     MOVE DL100-SEAL-RECORD(14:7) TO DL100-SEAL-EXP-COUNT
008800     MOVE DL100-SEAL-RECORD(28:10) TO DL100-SEAL-EXP-CKSUM
008810     IF DL100-SEAL-EXP-COUNT NUMERIC AND
008820         DL100-SEAL-EXP-CKSUM NUMERIC AND
008830         DL100-SEAL-EXP-COUNT = DL100-SEAL-COUNT AND
008840         DL100-SEAL-EXP-CKSUM = DL100-SEAL-CKSUM THEN
008850         SET DL100-SEAL-GOOD TO TRUE
008860     END-IF
008870     .
008880 0720-EXIT.
008890     EXIT.
008900*----------------------------------------------------------------
008910 0730-VERIFY-DAY-AUDIT.
008920*    READ THE WHOLE DAY AUDIT TRAIL AND JUDGE ITS SEAL BEFORE
008930*    THE DAY IS COUNTED.  AN UNOPENABLE TRAIL IS LEFT FOR THE
008940*    SCAN'S OWN OPEN CHECK TO REPORT.
008950*----------------------------------------------------------------
008960     PERFORM 0700-RESET-SEAL THRU 0700-EXIT
008970     OPEN INPUT DAY-AUDIT-FILE
008980     IF NOT DL100-DAY-AUDIT-OK THEN
008990         SET DL100-SEAL-GOOD TO TRUE
009000         GO TO 0730-EXIT
009010     END-IF
009020     PERFORM UNTIL EXIT
009030         READ DAY-AUDIT-FILE AT END
009040             EXIT PERFORM
009050         END-READ
009060         MOVE SPACES TO DL100-SEAL-RECORD
009070         MOVE DAY-AUDIT-RECORD TO DL100-SEAL-RECORD
009080         PERFORM 0720-CHECK-SEAL-LINE THRU 0720-EXIT
009090         IF DL100-NOT-SEAL-LINE THEN
009100             PERFORM 0710-ADD-TO-SEAL THRU 0710-EXIT
009110         END-IF
009120     END-PERFORM
009130     CLOSE DAY-AUDIT-FILE
009140     .
009150 0730-EXIT.
009160     EXIT.
009170 END PROGRAM WEEKSUM.
