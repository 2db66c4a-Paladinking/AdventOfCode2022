000010* DMGRPT.COB GnuCOBOL
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. DMGRPT.
000040 AUTHOR. YARD-OPS-IT.
000050 INSTALLATION. YARD-5 CONTAINER TERMINAL.
000060 DATE-WRITTEN. 2026-10-15.
000070 DATE-COMPILED.
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*----------------------------------------------------------------
000110*    DATE       INIT  DESCRIPTION
000120*    ---------- ----  ------------------------------------------
000130*    2026-10-15 OPS   ORIGINAL VERSION.  DAMAGE CLAIMS REPORT FOR
000140*                     THE CLAIMS DESK.  READS THE DAMAGE REGISTER
000150*                     COBMAIN MAINTAINS (DMGREG.CPY) AND, FOR
000160*                     EVERY CRATE RELEASED WITH A DAMAGE CODE,
000170*                     FINDS ITS LAST GATE RECEIPT ON THE MOVEMENT
000180*                     HISTORY (MOVEHIST.CPY).  A CRATE THAT CAME
000190*                     IN WITH NO DAMAGE REGISTERED AND WENT OUT
000200*                     DAMAGED IS LISTED UNDER ITS OWNER WITH EVERY
000210*                     MOVEMENT IN BETWEEN - THE DAYS, BAYS,
000220*                     SHIFTS, AND OPERATORS THAT HANDLED IT - SO
000230*                     THE DESK CAN SEE WHERE THE DAMAGE HAPPENED.
000240*----------------------------------------------------------------
000250* COMMAND LINE ARGUMENTS (OR, IF OMITTED, THE MATCHING
000260* ENVIRONMENT VARIABLE SHOWN BELOW)
000270*----------------------------------------------------------------
000280*    1  DL100-DMGREG-PATH        INDEXED DAMAGE REGISTER
000290*    2  DL100-HISTORY-PATH       INDEXED MOVEMENT-HISTORY FILE
000300*    3  DL100-CLAIM-PATH         DAMAGE CLAIMS REPORT FILE
000310*----------------------------------------------------------------
000320* RETURN CODES
000330*----------------------------------------------------------------
000340*    0  REPORT WRITTEN
000350*    4  REPORT WRITTEN, BUT AT LEAST ONE DAMAGED RELEASE HAS NO
000360*       RECEIPT ON THE HISTORY (A DAY NOT YET LOADED BY
000370*       MOVHLOAD, OR A CRATE THAT PREDATES THE HISTORY)
000380*   16  A FILE COULD NOT BE OPENED OR THE CLAIM TABLE OVERFLOWED
000390*----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT DAMAGE-REGISTER ASSIGN TO DYNAMIC DL100-DMGREG-PATH
000450          ORGANIZATION IS INDEXED
000460          ACCESS MODE IS DYNAMIC
000470          RECORD KEY IS DMG-KEY
000480          FILE STATUS IS DL100-DMGREG-STATUS.
000490     SELECT HISTORY-FILE ASSIGN TO DYNAMIC DL100-HISTORY-PATH
000500          ORGANIZATION IS INDEXED
000510          ACCESS MODE IS DYNAMIC
000520          RECORD KEY IS MHST-KEY
000530          FILE STATUS IS DL100-HISTORY-STATUS.
000540     SELECT CLAIM-FILE ASSIGN TO DYNAMIC DL100-CLAIM-PATH
000550          ORGANIZATION IS LINE SEQUENTIAL.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  DAMAGE-REGISTER.
000590     COPY DMGREG.
000600 FD  HISTORY-FILE.
000610     COPY MOVEHIST.
000620 FD  CLAIM-FILE.
000630 01  CLAIM-RECORD                 PIC X(0132).
000640 WORKING-STORAGE SECTION.
000650*----------------------------------------------------------------
000660* RUN-TIME PARAMETERS
000670*----------------------------------------------------------------
000680 01  DL100-DMGREG-PATH          PIC X(0100) VALUE SPACES.
000690 01  DL100-DEFAULT-DMGREG-PATH  PIC X(0100)
000700                                VALUE "../output/damage.dat".
000710 01  DL100-HISTORY-PATH         PIC X(0100) VALUE SPACES.
000720 01  DL100-DEFAULT-HISTORY-PATH PIC X(0100)
000730                                VALUE "../output/movehist.dat".
000740 01  DL100-CLAIM-PATH           PIC X(0100) VALUE SPACES.
000750 01  DL100-DEFAULT-CLAIM-PATH   PIC X(0100)
000760                                VALUE "../output/dmgrpt.rpt".
000770*----------------------------------------------------------------
000780* FILE STATUS WORKING STORAGE
000790*----------------------------------------------------------------
000800 01  DL100-DMGREG-STATUS        PIC X(02) VALUE SPACES.
000810     88 DL100-DMGREG-OK              VALUE '00'.
000820 01  DL100-HISTORY-STATUS       PIC X(02) VALUE SPACES.
000830     88 DL100-HISTORY-OK             VALUE '00'.
000840*----------------------------------------------------------------
000850* CLAIM TABLE
000860*    ONE ENTRY PER DAMAGED RELEASE ON THE REGISTER, IN REGISTER
000870*    KEY ORDER.  DL100-CLM-STATE-T RECORDS WHAT THE HISTORY SAID
000880*    ABOUT THE CRATE'S ARRIVAL; ONLY 'C' ENTRIES ARE CLAIMS.
000890*----------------------------------------------------------------
000900 01  DL100-CLM-COUNT            PIC S9(07) COMP-5 VALUE ZERO.
000910 01  DL100-CLM-INDEX            PIC S9(07) COMP-5.
000920 01  DL100-CLM-INDEX2           PIC S9(07) COMP-5.
000930 01  DL100-CLM-TABLE.
000940     05 DL100-CLM-ENTRY OCCURS 2000 TIMES.
000950        10 DL100-CLM-OWNER-T    PIC X(20).
000960        10 DL100-CLM-CRATE-T    PIC X(08).
000970        10 DL100-CLM-RLS-DATE-T PIC X(10).
000980        10 DL100-CLM-RLS-EVENT-T PIC 9(07).
000990        10 DL100-CLM-RLS-BAY-T  PIC 9(03).
001000        10 DL100-CLM-RLS-SHIFT-T PIC 9(03).
001010        10 DL100-CLM-RLS-OPER-T PIC X(08).
001020        10 DL100-CLM-CARRIER-T  PIC X(08).
001030        10 DL100-CLM-COND-T     PIC X(02).
001040        10 DL100-CLM-DESC-T     PIC X(30).
001050        10 DL100-CLM-REMARK-T   PIC X(30).
001060        10 DL100-CLM-RCV-DATE-T PIC X(10).
001070        10 DL100-CLM-RCV-EVENT-T PIC 9(07).
001080        10 DL100-CLM-STATE-T    PIC X(01).
001090           88 DL100-CLM-IS-CLAIM       VALUE 'C'.
001100           88 DL100-CLM-CAME-DAMAGED   VALUE 'D'.
001110           88 DL100-CLM-NO-RECEIPT     VALUE 'N'.
001120        10 DL100-CLM-DONE-T     PIC X(01).
001130           88 DL100-CLM-IS-DONE        VALUE 'Y'.
001140*----------------------------------------------------------------
001150* REPORT WORKING STORAGE
001160*----------------------------------------------------------------
001170 01  DL100-CUR-OWNER            PIC X(20) VALUE SPACES.
001180 01  DL100-RCV-FOUND-SW         PIC X(01) VALUE 'N'.
001190     88 DL100-RCV-FOUND              VALUE 'Y'.
001200     88 DL100-RCV-NOT-FOUND          VALUE 'N'.
001210 01  DL100-RCV-DATE             PIC X(10) VALUE SPACES.
001220 01  DL100-RCV-EVENT            PIC 9(07) VALUE ZERO.
001230 01  DL100-LAST-DATE            PIC X(10) VALUE SPACES.
001240 01  DL100-DAY-COUNT            PIC S9(07) COMP-5 VALUE ZERO.
001250 01  DL100-HANDLER-COUNT        PIC S9(07) COMP-5 VALUE ZERO.
001260 01  DL100-HANDLER-INDEX        PIC S9(07) COMP-5.
001270 01  DL100-HANDLER-TABLE.
001280     05 DL100-HANDLER-T OCCURS 8 TIMES PIC X(08).
001290 01  DL100-HANDLER-WORK         PIC X(08) VALUE SPACES.
001300 01  DL100-HANDLER-POINTER      PIC S9(07) COMP-5.
001310 01  DL100-OWNER-CLAIMS         PIC S9(07) COMP-5 VALUE ZERO.
001320 01  DL100-OWNER-COUNT          PIC S9(07) COMP-5 VALUE ZERO.
001330 01  DL100-CLAIM-COUNT          PIC S9(07) COMP-5 VALUE ZERO.
001340 01  DL100-DAMAGED-IN-COUNT     PIC S9(07) COMP-5 VALUE ZERO.
001350 01  DL100-NO-RECEIPT-COUNT     PIC S9(07) COMP-5 VALUE ZERO.
001360 01  DL100-EDIT-NUM1            PIC ZZZZZZ9.
001370 01  DL100-EDIT-NUM2            PIC ZZZZZZ9.
001380 01  DL100-EDIT-NUM3            PIC ZZZZZZ9.
001390 01  DL100-EDIT-NUM4            PIC ZZZZZZ9.
001400 01  DL100-RUN-DATE.
001410     05 DL100-RUN-CCYY         PIC 9(04).
001420     05 DL100-RUN-MM           PIC 9(02).
001430     05 DL100-RUN-DD           PIC 9(02).
001440 PROCEDURE DIVISION.
001450*----------------------------------------------------------------
001460 0000-MAINLINE.
001470*----------------------------------------------------------------
001480     PERFORM 0100-RESOLVE-DMGREG-PATH THRU 0100-EXIT
001490     PERFORM 0110-RESOLVE-HISTORY-PATH THRU 0110-EXIT
001500     PERFORM 0120-RESOLVE-CLAIM-PATH THRU 0120-EXIT
001510     ACCEPT DL100-RUN-DATE FROM DATE YYYYMMDD
001520     OPEN INPUT DAMAGE-REGISTER
001530     IF NOT DL100-DMGREG-OK THEN
001540         DISPLAY "DMGRPT: UNABLE TO OPEN DAMAGE REGISTER "
001550             DL100-DMGREG-PATH " - FILE STATUS "
001560             DL100-DMGREG-STATUS
001570         MOVE 16 TO RETURN-CODE
001580         STOP RUN
001590     END-IF
001600     OPEN INPUT HISTORY-FILE
001610     IF NOT DL100-HISTORY-OK THEN
001620         DISPLAY "DMGRPT: UNABLE TO OPEN HISTORY FILE "
001630             DL100-HISTORY-PATH " - FILE STATUS "
001640             DL100-HISTORY-STATUS
001650         CLOSE DAMAGE-REGISTER
001660         MOVE 16 TO RETURN-CODE
001670         STOP RUN
001680     END-IF
001690     PERFORM 0200-LOAD-DAMAGED-RELEASES THRU 0200-EXIT
001700     PERFORM 0300-CLASSIFY-RELEASES THRU 0300-EXIT
001710     OPEN OUTPUT CLAIM-FILE
001720     MOVE SPACES TO CLAIM-RECORD
001730     STRING "DAMAGE CLAIMS - RECEIVED SOUND, RELEASED DAMAGED - "
001740         "RUN DATE "
001750         DL100-RUN-CCYY "-" DL100-RUN-MM "-" DL100-RUN-DD
001760         DELIMITED BY SIZE INTO CLAIM-RECORD
001770     WRITE CLAIM-RECORD
001780     MOVE SPACES TO CLAIM-RECORD
001790     WRITE CLAIM-RECORD
001800     PERFORM 0400-WRITE-OWNERS THRU 0400-EXIT
001810     PERFORM 0490-WRITE-TOTALS THRU 0490-EXIT
001820     CLOSE CLAIM-FILE
001830     CLOSE HISTORY-FILE
001840     CLOSE DAMAGE-REGISTER
001850     IF DL100-NO-RECEIPT-COUNT > 0 THEN
001860         MOVE DL100-NO-RECEIPT-COUNT TO DL100-EDIT-NUM1
001870         DISPLAY "DMGRPT: " DL100-EDIT-NUM1
001880             " DAMAGED RELEASE(S) HAVE NO RECEIPT ON THE HISTORY"
001890         MOVE 4 TO RETURN-CODE
001900     ELSE
001910         MOVE 0 TO RETURN-CODE
001920     END-IF
001930     STOP RUN.
001940*----------------------------------------------------------------
001950 0100-RESOLVE-DMGREG-PATH.
001960*    RESOLVE THE PATH OF THE INDEXED DAMAGE REGISTER FROM, IN
001970*    ORDER OF PRECEDENCE:
001980*    (1) THE FIRST COMMAND LINE ARGUMENT
001990*    (2) THE DL100-DMGREG-PATH ENVIRONMENT VARIABLE
002000*    (3) THE BUILT-IN DEFAULT PATH - COBMAIN'S OWN DEFAULT
002010*----------------------------------------------------------------
002020     DISPLAY 1 UPON ARGUMENT-NUMBER
002030     ACCEPT DL100-DMGREG-PATH FROM ARGUMENT-VALUE
002040         ON EXCEPTION
002050             MOVE SPACES TO DL100-DMGREG-PATH
002060     END-ACCEPT
002070     IF DL100-DMGREG-PATH = SPACES THEN
002080         ACCEPT DL100-DMGREG-PATH FROM ENVIRONMENT
002090             "DL100-DMGREG-PATH"
002100         ON EXCEPTION
002110             MOVE SPACES TO DL100-DMGREG-PATH
002120         END-ACCEPT
002130     END-IF
002140     IF DL100-DMGREG-PATH = SPACES THEN
002150         MOVE DL100-DEFAULT-DMGREG-PATH TO DL100-DMGREG-PATH
002160     END-IF
002170     .
002180 0100-EXIT.
002190     EXIT.
002200*----------------------------------------------------------------
002210 0110-RESOLVE-HISTORY-PATH.
002220*    RESOLVE THE PATH OF THE INDEXED MOVEMENT-HISTORY FILE FROM,
002230*    IN ORDER OF PRECEDENCE:
002240*    (1) THE SECOND COMMAND LINE ARGUMENT
002250*    (2) THE DL100-HISTORY-PATH ENVIRONMENT VARIABLE
002260*    (3) THE BUILT-IN DEFAULT PATH - MOVHLOAD'S OWN DEFAULT
002270*----------------------------------------------------------------
002280     DISPLAY 2 UPON ARGUMENT-NUMBER
002290     ACCEPT DL100-HISTORY-PATH FROM ARGUMENT-VALUE
002300         ON EXCEPTION
002310             MOVE SPACES TO DL100-HISTORY-PATH
002320     END-ACCEPT
002330     IF DL100-HISTORY-PATH = SPACES THEN
002340         ACCEPT DL100-HISTORY-PATH FROM ENVIRONMENT
002350             "DL100-HISTORY-PATH"
002360         ON EXCEPTION
002370             MOVE SPACES TO DL100-HISTORY-PATH
002380         END-ACCEPT
002390     END-IF
002400     IF DL100-HISTORY-PATH = SPACES THEN
002410         MOVE DL100-DEFAULT-HISTORY-PATH TO DL100-HISTORY-PATH
002420     END-IF
002430     .
002440 0110-EXIT.
002450     EXIT.
002460*----------------------------------------------------------------
002470 0120-RESOLVE-CLAIM-PATH.
002480*    RESOLVE THE PATH OF THE DAMAGE CLAIMS REPORT FROM, IN
002490*    ORDER OF PRECEDENCE:
002500*    (1) THE THIRD COMMAND LINE ARGUMENT
002510*    (2) THE DL100-CLAIM-PATH ENVIRONMENT VARIABLE
002520*    (3) THE BUILT-IN DEFAULT PATH
002530*----------------------------------------------------------------
002540     DISPLAY 3 UPON ARGUMENT-NUMBER
002550     ACCEPT DL100-CLAIM-PATH FROM ARGUMENT-VALUE
002560         ON EXCEPTION
002570             MOVE SPACES TO DL100-CLAIM-PATH
002580     END-ACCEPT
002590     IF DL100-CLAIM-PATH = SPACES THEN
002600         ACCEPT DL100-CLAIM-PATH FROM ENVIRONMENT
002610             "DL100-CLAIM-PATH"
002620         ON EXCEPTION
002630             MOVE SPACES TO DL100-CLAIM-PATH
002640         END-ACCEPT
002650     END-IF
002660     IF DL100-CLAIM-PATH = SPACES THEN
002670         MOVE DL100-DEFAULT-CLAIM-PATH TO DL100-CLAIM-PATH
002680     END-IF
002690     .
002700 0120-EXIT.
002710     EXIT.
002720*----------------------------------------------------------------
002730 0200-LOAD-DAMAGED-RELEASES.
002740*    READ THE WHOLE REGISTER IN KEY ORDER AND TABLE EVERY
002750*    RELEASE ON IT - EVERY REGISTER ENTRY CARRIES A DAMAGE CODE,
002760*    SO EACH ONE IS A CRATE THAT LEFT THE YARD DAMAGED.  THE
002770*    TABLE IS FILLED FIRST BECAUSE THE ARRIVAL CHECK BELOW
002780*    READS THE REGISTER AT RANDOM AND WOULD LOSE THE
002790*    SEQUENTIAL POSITION.
002800*----------------------------------------------------------------
002810     PERFORM UNTIL EXIT
002820         READ DAMAGE-REGISTER NEXT RECORD AT END
002830             EXIT PERFORM
002840         END-READ
002850         IF DMG-IS-RELEASE THEN
002860             IF DL100-CLM-COUNT NOT < 2000 THEN
002870                 DISPLAY "DMGRPT: DAMAGE REGISTER HOLDS MORE"
002880                     " THAN 2000 DAMAGED RELEASES"
002890                 MOVE 16 TO RETURN-CODE
002900                 STOP RUN
002910             END-IF
002920             ADD 1 TO DL100-CLM-COUNT
002930             MOVE DL100-CLM-COUNT TO DL100-CLM-INDEX
002940             MOVE DMG-OWNER
002950                  TO DL100-CLM-OWNER-T(DL100-CLM-INDEX)
002960             MOVE DMG-CRATE-ID
002970                  TO DL100-CLM-CRATE-T(DL100-CLM-INDEX)
002980             MOVE DMG-EVENT-DATE
002990                  TO DL100-CLM-RLS-DATE-T(DL100-CLM-INDEX)
003000             MOVE DMG-EVENT-NUMBER
003010                  TO DL100-CLM-RLS-EVENT-T(DL100-CLM-INDEX)
003020             MOVE DMG-BAY
003030                  TO DL100-CLM-RLS-BAY-T(DL100-CLM-INDEX)
003040             MOVE DMG-SHIFT-NUMBER
003050                  TO DL100-CLM-RLS-SHIFT-T(DL100-CLM-INDEX)
003060             MOVE DMG-OPERATOR
003070                  TO DL100-CLM-RLS-OPER-T(DL100-CLM-INDEX)
003080             MOVE DMG-CARRIER
003090                  TO DL100-CLM-CARRIER-T(DL100-CLM-INDEX)
003100             MOVE DMG-CONDITION
003110                  TO DL100-CLM-COND-T(DL100-CLM-INDEX)
003120             MOVE DMG-DESCRIPTION
003130                  TO DL100-CLM-DESC-T(DL100-CLM-INDEX)
003140             MOVE DMG-REMARK
003150                  TO DL100-CLM-REMARK-T(DL100-CLM-INDEX)
003160             MOVE SPACES
003170                  TO DL100-CLM-RCV-DATE-T(DL100-CLM-INDEX)
003180             MOVE ZERO
003190                  TO DL100-CLM-RCV-EVENT-T(DL100-CLM-INDEX)
003200             MOVE 'N' TO DL100-CLM-STATE-T(DL100-CLM-INDEX)
003210             MOVE 'N' TO DL100-CLM-DONE-T(DL100-CLM-INDEX)
003220         END-IF
003230     END-PERFORM
003240     .
003250 0200-EXIT.
003260     EXIT.
003270*----------------------------------------------------------------
003280 0300-CLASSIFY-RELEASES.
003290*    FOR EACH DAMAGED RELEASE FIND THE CRATE'S LAST GATE RECEIPT
003300*    BEFORE IT ON THE HISTORY.  NO RECEIPT ON FILE LEAVES THE
003310*    ENTRY 'N'; A RECEIPT THAT IS ITSELF ON THE REGISTER MEANS
003320*    THE CRATE ARRIVED DAMAGED ('D') AND IS NO CLAIM ON THE
003330*    YARD; ANY OTHER RECEIPT MAKES THE ENTRY A CLAIM ('C').
003340*----------------------------------------------------------------
003350     MOVE 1 TO DL100-CLM-INDEX
003360     PERFORM UNTIL DL100-CLM-INDEX > DL100-CLM-COUNT
003370         PERFORM 0310-FIND-RECEIPT THRU 0310-EXIT
003380         IF DL100-RCV-NOT-FOUND THEN
003390             ADD 1 TO DL100-NO-RECEIPT-COUNT
003400         ELSE
003410             MOVE DL100-RCV-DATE
003420                  TO DL100-CLM-RCV-DATE-T(DL100-CLM-INDEX)
003430             MOVE DL100-RCV-EVENT
003440                  TO DL100-CLM-RCV-EVENT-T(DL100-CLM-INDEX)
003450             MOVE DL100-CLM-CRATE-T(DL100-CLM-INDEX)
003460                  TO DMG-CRATE-ID
003470             MOVE DL100-RCV-DATE  TO DMG-EVENT-DATE
003480             MOVE DL100-RCV-EVENT TO DMG-EVENT-NUMBER
003490             READ DAMAGE-REGISTER
003500             IF DL100-DMGREG-OK THEN
003510                 MOVE 'D' TO DL100-CLM-STATE-T(DL100-CLM-INDEX)
003520                 ADD 1 TO DL100-DAMAGED-IN-COUNT
003530             ELSE
003540                 MOVE 'C' TO DL100-CLM-STATE-T(DL100-CLM-INDEX)
003550                 ADD 1 TO DL100-CLAIM-COUNT
003560             END-IF
003570         END-IF
003580         ADD 1 TO DL100-CLM-INDEX
003590     END-PERFORM
003600     .
003610 0300-EXIT.
003620     EXIT.
003630*----------------------------------------------------------------
003640 0310-FIND-RECEIPT.
003650*    POSITION AT THE CRATE'S FIRST HISTORY RECORD AND READ
003660*    FORWARD UNTIL THE CRATE CHANGES OR THE RELEASE ITSELF IS
003670*    REACHED, REMEMBERING THE LAST GATE RECEIPT SEEN - A CRATE
003680*    THAT HAS BEEN THROUGH THE YARD BEFORE IS JUDGED ON THE
003690*    VISIT THAT ENDED IN THIS RELEASE ONLY.
003700*----------------------------------------------------------------
003710     SET DL100-RCV-NOT-FOUND TO TRUE
003720     MOVE SPACES TO MOVE-HISTORY-RECORD
003730     MOVE DL100-CLM-CRATE-T(DL100-CLM-INDEX) TO MHST-CRATE-ID
003740     MOVE SPACES TO MHST-RUN-DATE
003750     MOVE ZERO   TO MHST-MOVE-NUMBER
003760     START HISTORY-FILE KEY NOT < MHST-KEY
003770     IF NOT DL100-HISTORY-OK THEN
003780         GO TO 0310-EXIT
003790     END-IF
003800     PERFORM UNTIL EXIT
003810         READ HISTORY-FILE NEXT RECORD AT END
003820             EXIT PERFORM
003830         END-READ
003840         IF MHST-CRATE-ID NOT = DL100-CLM-CRATE-T(DL100-CLM-INDEX)
003850             THEN
003860             EXIT PERFORM
003870         END-IF
003880         IF MHST-RUN-DATE > DL100-CLM-RLS-DATE-T(DL100-CLM-INDEX)
003890             THEN
003900             EXIT PERFORM
003910         END-IF
003920         IF MHST-RUN-DATE = DL100-CLM-RLS-DATE-T(DL100-CLM-INDEX)
003930             AND MHST-MOVE-NUMBER NOT <
003940             DL100-CLM-RLS-EVENT-T(DL100-CLM-INDEX) THEN
003950             EXIT PERFORM
003960         END-IF
003970         IF MHST-IS-RECEIPT THEN
003980             SET DL100-RCV-FOUND TO TRUE
003990             MOVE MHST-RUN-DATE    TO DL100-RCV-DATE
004000             MOVE MHST-MOVE-NUMBER TO DL100-RCV-EVENT
004010         END-IF
004020     END-PERFORM
004030     .
004040 0310-EXIT.
004050     EXIT.
004060*----------------------------------------------------------------
004070 0400-WRITE-OWNERS.
004080*    ONE SECTION PER OWNER.  THE FIRST CLAIM NOT YET PRINTED
004090*    NAMES THE NEXT OWNER, AND EVERY CLAIM OF THAT OWNER IS THEN
004100*    PRINTED AND MARKED DONE, SO EACH OWNER APPEARS ONCE.
004110*----------------------------------------------------------------
004120     MOVE 1 TO DL100-CLM-INDEX
004130     PERFORM UNTIL DL100-CLM-INDEX > DL100-CLM-COUNT
004140         IF DL100-CLM-IS-CLAIM(DL100-CLM-INDEX) AND
004150             NOT DL100-CLM-IS-DONE(DL100-CLM-INDEX) THEN
004160             PERFORM 0410-WRITE-OWNER THRU 0410-EXIT
004170         END-IF
004180         ADD 1 TO DL100-CLM-INDEX
004190     END-PERFORM
004200     .
004210 0400-EXIT.
004220     EXIT.
004230*----------------------------------------------------------------
004240 0410-WRITE-OWNER.
004250*    WRITE THE OWNER HEADING, EVERY CLAIM OF THE OWNER NAMED AT
004260*    DL100-CLM-INDEX, AND THE OWNER'S CLAIM COUNT.
004270*----------------------------------------------------------------
004280     ADD 1 TO DL100-OWNER-COUNT
004290     MOVE ZERO TO DL100-OWNER-CLAIMS
004300     MOVE DL100-CLM-OWNER-T(DL100-CLM-INDEX) TO DL100-CUR-OWNER
004310     MOVE SPACES TO CLAIM-RECORD
004320     IF DL100-CUR-OWNER = SPACES THEN
004330         STRING "OWNER: (NOT ON THE CRATE MASTER)"
004340             DELIMITED BY SIZE INTO CLAIM-RECORD
004350     ELSE
004360         STRING "OWNER: " DL100-CUR-OWNER
004370             DELIMITED BY SIZE INTO CLAIM-RECORD
004380     END-IF
004390     WRITE CLAIM-RECORD
004400     MOVE DL100-CLM-INDEX TO DL100-CLM-INDEX2
004410     PERFORM UNTIL DL100-CLM-INDEX2 > DL100-CLM-COUNT
004420         IF DL100-CLM-IS-CLAIM(DL100-CLM-INDEX2) AND
004430             DL100-CLM-OWNER-T(DL100-CLM-INDEX2) = DL100-CUR-OWNER
004440             THEN
004450             PERFORM 0420-WRITE-CLAIM THRU 0420-EXIT
004460             MOVE 'Y' TO DL100-CLM-DONE-T(DL100-CLM-INDEX2)
004470             ADD 1 TO DL100-OWNER-CLAIMS
004480         END-IF
004490         ADD 1 TO DL100-CLM-INDEX2
004500     END-PERFORM
004510     MOVE DL100-OWNER-CLAIMS TO DL100-EDIT-NUM1
004520     MOVE SPACES TO CLAIM-RECORD
004530     STRING "  CLAIMS FOR OWNER " DL100-EDIT-NUM1
004540         DELIMITED BY SIZE INTO CLAIM-RECORD
004550     WRITE CLAIM-RECORD
004560     MOVE SPACES TO CLAIM-RECORD
004570     WRITE CLAIM-RECORD
004580     .
004590 0410-EXIT.
004600     EXIT.
004610*----------------------------------------------------------------
004620 0420-WRITE-CLAIM.
004630*    WRITE ONE CLAIM - THE CRATE, EVERY HISTORY EVENT FROM ITS
004640*    RECEIPT UP TO THE DAMAGED RELEASE, THE RELEASE ITSELF WITH
004650*    THE CONDITION RECORDED AT THE GATE, AND A LINE COUNTING
004660*    THE DAYS AND NAMING THE OPERATORS THAT HANDLED IT.
004670*----------------------------------------------------------------
004680     MOVE ZERO   TO DL100-DAY-COUNT
004690     MOVE ZERO   TO DL100-HANDLER-COUNT
004700     MOVE SPACES TO DL100-LAST-DATE
004710     MOVE SPACES TO CLAIM-RECORD
004720     STRING "  CRATE " DL100-CLM-CRATE-T(DL100-CLM-INDEX2)
004730         DELIMITED BY SIZE INTO CLAIM-RECORD
004740     WRITE CLAIM-RECORD
004750     MOVE SPACES TO MOVE-HISTORY-RECORD
004760     MOVE DL100-CLM-CRATE-T(DL100-CLM-INDEX2)    TO MHST-CRATE-ID
004770     MOVE DL100-CLM-RCV-DATE-T(DL100-CLM-INDEX2) TO MHST-RUN-DATE
004780     MOVE DL100-CLM-RCV-EVENT-T(DL100-CLM-INDEX2)
004790          TO MHST-MOVE-NUMBER
004800     START HISTORY-FILE KEY NOT < MHST-KEY
004810     IF DL100-HISTORY-OK THEN
004820         PERFORM 0425-WRITE-VISIT-EVENTS THRU 0425-EXIT
004830     END-IF
004840     MOVE DL100-CLM-RLS-DATE-T(DL100-CLM-INDEX2)  TO MHST-RUN-DATE
004850     MOVE DL100-CLM-RLS-OPER-T(DL100-CLM-INDEX2)  TO MHST-OPERATOR
004860     PERFORM 0440-TALLY-HANDLER THRU 0440-EXIT
004870     MOVE DL100-CLM-RLS-EVENT-T(DL100-CLM-INDEX2)
004880          TO DL100-EDIT-NUM1
004890     MOVE DL100-CLM-RLS-BAY-T(DL100-CLM-INDEX2)
004900          TO DL100-EDIT-NUM2
004910     MOVE DL100-CLM-RLS-SHIFT-T(DL100-CLM-INDEX2)
004920          TO DL100-EDIT-NUM4
004930     MOVE SPACES TO CLAIM-RECORD
004940     STRING "    " DL100-CLM-RLS-DATE-T(DL100-CLM-INDEX2)
004950         " EVENT " DL100-EDIT-NUM1
004960         " RELEASED OFF BAY " DL100-EDIT-NUM2
004970         " TO CARRIER " DL100-CLM-CARRIER-T(DL100-CLM-INDEX2)
004980         " SHIFT " DL100-EDIT-NUM4
004990         " OPERATOR " DL100-CLM-RLS-OPER-T(DL100-CLM-INDEX2)
005000         DELIMITED BY SIZE INTO CLAIM-RECORD
005010     WRITE CLAIM-RECORD
005020     MOVE SPACES TO CLAIM-RECORD
005030     STRING "      CONDITION AT RELEASE "
005040         DL100-CLM-COND-T(DL100-CLM-INDEX2)
005050         " " DL100-CLM-DESC-T(DL100-CLM-INDEX2)
005060         DELIMITED BY SIZE INTO CLAIM-RECORD
005070     WRITE CLAIM-RECORD
005080     IF DL100-CLM-REMARK-T(DL100-CLM-INDEX2) NOT = SPACES THEN
005090         MOVE SPACES TO CLAIM-RECORD
005100         STRING "      REMARK: "
005110             DL100-CLM-REMARK-T(DL100-CLM-INDEX2)
005120             DELIMITED BY SIZE INTO CLAIM-RECORD
005130         WRITE CLAIM-RECORD
005140     END-IF
005150     MOVE DL100-DAY-COUNT     TO DL100-EDIT-NUM1
005160     MOVE DL100-HANDLER-COUNT TO DL100-EDIT-NUM2
005170     MOVE SPACES TO CLAIM-RECORD
005180     STRING "      HANDLED ON " DL100-EDIT-NUM1
005190         " DAY(S) BY " DL100-EDIT-NUM2 " OPERATOR(S):"
005200         DELIMITED BY SIZE INTO CLAIM-RECORD
005210     MOVE 56 TO DL100-HANDLER-POINTER
005220     MOVE 1 TO DL100-HANDLER-INDEX
005230     PERFORM UNTIL DL100-HANDLER-INDEX > DL100-HANDLER-COUNT
005240         OR DL100-HANDLER-INDEX > 8
005250         STRING " " DL100-HANDLER-T(DL100-HANDLER-INDEX)
005260             DELIMITED BY SIZE INTO CLAIM-RECORD
005270             WITH POINTER DL100-HANDLER-POINTER
005280         ADD 1 TO DL100-HANDLER-INDEX
005290     END-PERFORM
005300     WRITE CLAIM-RECORD
005310     .
005320 0420-EXIT.
005330     EXIT.
005340*----------------------------------------------------------------
005350 0425-WRITE-VISIT-EVENTS.
005360*    READ FORWARD FROM THE RECEIPT, WRITING EVERY EVENT OF THE
005370*    VISIT, UNTIL THE CRATE CHANGES OR THE RELEASE IS REACHED.
005380*----------------------------------------------------------------
005390     PERFORM UNTIL EXIT
005400         READ HISTORY-FILE NEXT RECORD AT END
005410             EXIT PERFORM
005420         END-READ
005430         IF MHST-CRATE-ID NOT =
005440             DL100-CLM-CRATE-T(DL100-CLM-INDEX2) THEN
005450             EXIT PERFORM
005460         END-IF
005470         IF MHST-RUN-DATE > DL100-CLM-RLS-DATE-T(DL100-CLM-INDEX2)
005480             THEN
005490             EXIT PERFORM
005500         END-IF
005510         IF MHST-RUN-DATE = DL100-CLM-RLS-DATE-T(DL100-CLM-INDEX2)
005520             AND MHST-MOVE-NUMBER NOT <
005530             DL100-CLM-RLS-EVENT-T(DL100-CLM-INDEX2) THEN
005540             EXIT PERFORM
005550         END-IF
005560         PERFORM 0430-WRITE-EVENT-LINE THRU 0430-EXIT
005570         PERFORM 0440-TALLY-HANDLER THRU 0440-EXIT
005580     END-PERFORM
005590     .
005600 0425-EXIT.
005610     EXIT.
005620*----------------------------------------------------------------
005630 0430-WRITE-EVENT-LINE.
005640*    WRITE ONE MOVEMENT EVENT OF THE VISIT, IN THE SAME WORDING
005650*    MOVHINQ USES - A CRANE MOVE SHOWS BOTH BAYS AND A GATE
005660*    RECEIPT SHOWS THE LANDING BAY.
005670*----------------------------------------------------------------
005680     MOVE MHST-MOVE-NUMBER  TO DL100-EDIT-NUM1
005690     MOVE MHST-FROM-BAY     TO DL100-EDIT-NUM2
005700     MOVE MHST-TO-BAY       TO DL100-EDIT-NUM3
005710     MOVE MHST-SHIFT-NUMBER TO DL100-EDIT-NUM4
005720     MOVE SPACES TO CLAIM-RECORD
005730     IF MHST-IS-RECEIPT THEN
005740         STRING "    " MHST-RUN-DATE
005750             " EVENT " DL100-EDIT-NUM1
005760             " RECEIVED FROM GATE ONTO BAY " DL100-EDIT-NUM3
005770             " SHIFT " DL100-EDIT-NUM4
005780             " OPERATOR " MHST-OPERATOR
005790             DELIMITED BY SIZE INTO CLAIM-RECORD
005800     ELSE
005810         STRING "    " MHST-RUN-DATE
005820             " EVENT " DL100-EDIT-NUM1
005830             " MOVED FROM BAY " DL100-EDIT-NUM2
005840             " TO BAY " DL100-EDIT-NUM3
005850             " SHIFT " DL100-EDIT-NUM4
005860             " OPERATOR " MHST-OPERATOR
005870             DELIMITED BY SIZE INTO CLAIM-RECORD
005880     END-IF
005890     WRITE CLAIM-RECORD
005900     .
005910 0430-EXIT.
005920     EXIT.
005930*----------------------------------------------------------------
005940 0440-TALLY-HANDLER.
005950*    COUNT A NEW DAY WHEN MHST-RUN-DATE MOVES ON (THE VISIT IS
005960*    READ IN DATE ORDER) AND ADD MHST-OPERATOR TO THE HANDLER
005970*    LIST WHEN IT IS NOT ALREADY THERE.  A LIST THAT FILLS UP
005980*    STILL COUNTS EVERY OPERATOR BUT NAMES ONLY THE FIRST ONES.
005990*----------------------------------------------------------------
006000     IF MHST-RUN-DATE NOT = DL100-LAST-DATE THEN
006010         ADD 1 TO DL100-DAY-COUNT
006020         MOVE MHST-RUN-DATE TO DL100-LAST-DATE
006030     END-IF
006040     IF MHST-OPERATOR = SPACES THEN
006050         GO TO 0440-EXIT
006060     END-IF
006070     MOVE MHST-OPERATOR TO DL100-HANDLER-WORK
006080     MOVE 1 TO DL100-HANDLER-INDEX
006090     PERFORM UNTIL DL100-HANDLER-INDEX > DL100-HANDLER-COUNT
006100         OR DL100-HANDLER-INDEX > 8
006110         IF DL100-HANDLER-T(DL100-HANDLER-INDEX) =
006120             DL100-HANDLER-WORK THEN
006130             GO TO 0440-EXIT
006140         END-IF
006150         ADD 1 TO DL100-HANDLER-INDEX
006160     END-PERFORM
006170     ADD 1 TO DL100-HANDLER-COUNT
006180     IF DL100-HANDLER-COUNT NOT > 8 THEN
006190         MOVE DL100-HANDLER-WORK
006200              TO DL100-HANDLER-T(DL100-HANDLER-COUNT)
006210     END-IF
006220     .
006230 0440-EXIT.
006240     EXIT.
006250*----------------------------------------------------------------
006260 0490-WRITE-TOTALS.
006270*    CLOSE THE REPORT WITH THE COUNTS OF EVERY DAMAGED RELEASE
006280*    EXAMINED, BY WHAT THE HISTORY SAID ABOUT ITS ARRIVAL.
006290*----------------------------------------------------------------
006300     IF DL100-CLAIM-COUNT = 0 THEN
006310         MOVE SPACES TO CLAIM-RECORD
006320         STRING "NO CRATE RECEIVED SOUND WAS RELEASED DAMAGED"
006330             DELIMITED BY SIZE INTO CLAIM-RECORD
006340         WRITE CLAIM-RECORD
006350         MOVE SPACES TO CLAIM-RECORD
006360         WRITE CLAIM-RECORD
006370     END-IF
006380     MOVE DL100-CLM-COUNT TO DL100-EDIT-NUM1
006390     MOVE SPACES TO CLAIM-RECORD
006400     STRING "DAMAGED RELEASES ON THE REGISTER   " DL100-EDIT-NUM1
006410         DELIMITED BY SIZE INTO CLAIM-RECORD
006420     WRITE CLAIM-RECORD
006430     MOVE DL100-CLAIM-COUNT TO DL100-EDIT-NUM1
006440     MOVE SPACES TO CLAIM-RECORD
006450     STRING "  RECEIVED SOUND - CLAIMS          " DL100-EDIT-NUM1
006460         DELIMITED BY SIZE INTO CLAIM-RECORD
006470     WRITE CLAIM-RECORD
006480     MOVE DL100-DAMAGED-IN-COUNT TO DL100-EDIT-NUM1
006490     MOVE SPACES TO CLAIM-RECORD
006500     STRING "  ALREADY DAMAGED ON RECEIPT       " DL100-EDIT-NUM1
006510         DELIMITED BY SIZE INTO CLAIM-RECORD
006520     WRITE CLAIM-RECORD
006530     MOVE DL100-NO-RECEIPT-COUNT TO DL100-EDIT-NUM1
006540     MOVE SPACES TO CLAIM-RECORD
006550     STRING "  RECEIPT NOT ON THE HISTORY       " DL100-EDIT-NUM1
006560         DELIMITED BY SIZE INTO CLAIM-RECORD
006570     WRITE CLAIM-RECORD
006580     MOVE DL100-OWNER-COUNT TO DL100-EDIT-NUM1
006590     MOVE SPACES TO CLAIM-RECORD
006600     STRING "OWNERS WITH CLAIMS                 " DL100-EDIT-NUM1
006610         DELIMITED BY SIZE INTO CLAIM-RECORD
006620     WRITE CLAIM-RECORD
006630     .
006640 0490-EXIT.
006650     EXIT.
006660 END PROGRAM DMGRPT.
