000010* MONTHARC.COB GnuCOBOL
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. MONTHARC.
000040 AUTHOR. YARD-OPS-IT.
000050 INSTALLATION. YARD-5 CONTAINER TERMINAL.
000060 DATE-WRITTEN. 2026-10-15.
000070 DATE-COMPILED.
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*----------------------------------------------------------------
000110*    DATE       INIT  DESCRIPTION
000120*    ---------- ----  ------------------------------------------
000130*    2026-10-15 OPS   ORIGINAL VERSION.  MONTH-END ARCHIVE AND
000140*                     RETENTION PURGE DRIVEN BY THE RUN LEDGER.
000150*                     FOR A MONTH THAT HAS ENDED, EVERY FILE THE
000160*                     LEDGER REGISTERED FOR EACH CLOSED DAY
000170*                     (MANIFEST, REPORT, ERROR FILE, AUDIT TRAIL,
000180*                     CLOSING STATE, BINARY MOVE FILE) IS READ
000190*                     THROUGH AND ITS SEAL VERIFIED, THEN COPIED
000200*                     RECORD FOR RECORD INTO ONE SEALED MONTHLY
000210*                     ARCHIVE (ARCHREC.CPY) WITH A TABLE OF
000220*                     CONTENTS AT THE FRONT.  ONCE THE ARCHIVE
000230*                     READS BACK CLEAN THE DAYS ARE MARKED
000240*                     ARCHIVED ON THE LEDGER AND THEIR FILES
000250*                     REMOVED FROM DISK, AND MOVEHIST RECORDS
000260*                     OLDER THAN THE RETENTION PERIOD ARE
000270*                     PURGED.  A MONTH WITH A DAY STILL OPEN ON
000280*                     THE LEDGER IS REFUSED OUTRIGHT.  RESTORE
000290*                     MODE BRINGS ONE ARCHIVED DAY'S FILES BACK TO
000300*                     DISK AND RE-REGISTERS THE DAY ON THE LEDGER,
000310*                     SO AUDITRPLY, RECONCIL, AND BAYINQ RESOLVE
000320*                     IT BY DATE AGAIN.
000330*    2026-10-15 OPS   A BINARY MOVE FILE WRITTEN BEFORE THE GATE
000340*                     AND CRANE FIELDS WERE ADDED TO MOVEBIN.CPY
000350*                     (52-BYTE RECORDS) IS VERIFIED, ARCHIVED, AND
000360*                     RESTORED AT ITS OWN LENGTH.  A PARTLY
000370*                     WRITTEN ARCHIVE IS REMOVED WHEN THE RUN IS
000380*                     REFUSED, SO THE MONTH CAN BE RUN AGAIN.
000390*    2026-10-15 OPS   EVERY WRITE OF A RESTORED FILE IS CHECKED.
000400*                     A RESTORE REFUSED PART WAY REMOVES THE FILES
000410*                     IT HAS WRITTEN SO FAR AND LEAVES THE LEDGER
000420*                     AS IT WAS.
000430*----------------------------------------------------------------
000440* COMMAND LINE ARGUMENTS (OR, IF OMITTED, THE MATCHING
000450* ENVIRONMENT VARIABLE SHOWN BELOW)
000460*----------------------------------------------------------------
000470*    1  DL100-LEDGER-PATH        RUN-CONTROL LEDGER (REQUIRED)
000480*    2  DL100-ARCHIVE-PERIOD     MONTH TO ARCHIVE (CCYY-MM), OR
000490*                                IN RESTORE MODE THE DAY TO
000500*                                RESTORE (CCYY-MM-DD) (REQUIRED)
000510*    3  DL100-ARCHIVE-MODE       'R' RESTORES THE DAY; ANYTHING
000520*                                ELSE ARCHIVES THE MONTH
000530*    4  DL100-ARCHIVE-PATH       MONTHLY ARCHIVE FILE (DEFAULT
000540*                                ../archive/yard-CCYY-MM.arc)
000550*    5  DL100-HISTORY-PATH       INDEXED MOVEMENT-HISTORY FILE
000560*                                TO PURGE
000570*    6  DL100-RETENTION-DAYS     DAYS OF MOVEMENT HISTORY KEPT
000580*                                (DEFAULT 730; 0 = NO PURGE)
000590*    7  DL100-RESTORE-DIR        DIRECTORY A RESTORED DAY'S FILES
000600*                                ARE WRITTEN TO
000610*    8  DL100-ARCREPORT-PATH     ARCHIVE REPORT FILE
000620*----------------------------------------------------------------
000630* RETURN CODES
000640*----------------------------------------------------------------
000650*    0  MONTH ARCHIVED (OR DAY RESTORED) CLEANLY
000660*    4  NOTHING TO ARCHIVE, OR A REGISTERED FILE WAS NOT ON DISK,
000670*       WAS SUPERSEDED BY A LATER DAY, OR COULD NOT BE REMOVED
000680*    8  THE MOVEMENT HISTORY COULD NOT BE PURGED, OR A RESTORED
000690*       FILE'S RECORD COUNT DISAGREES WITH THE TABLE OF CONTENTS
000700*   16  RUN REFUSED - A DAY OF THE MONTH IS OPEN, A SEAL IS BAD,
000710*       THE MONTH IS ALREADY ARCHIVED OR NOT YET ENDED, THE DAY IS
000720*       NOT ARCHIVED, OR A FILE COULD NOT BE OPENED OR WRITTEN.
000730*       NOTHING ON THE LEDGER OR ON DISK HAS BEEN CHANGED - A
000740*       PARTLY WRITTEN ARCHIVE OR PARTLY RESTORED DAY IS REMOVED.
000750*----------------------------------------------------------------
000760 ENVIRONMENT DIVISION.
000770 CONFIGURATION SECTION.
000780 INPUT-OUTPUT SECTION.
000790 FILE-CONTROL.
000800     SELECT RUN-LEDGER ASSIGN TO DYNAMIC DL100-LEDGER-PATH
000810          ORGANIZATION IS LINE SEQUENTIAL
000820          FILE STATUS IS DL100-LEDGER-STATUS.
000830     SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC DL100-ARCHIVE-PATH
000840          ORGANIZATION IS SEQUENTIAL
000850          FILE STATUS IS DL100-ARCHIVE-STATUS.
000860     SELECT MEMBER-FILE ASSIGN TO DYNAMIC DL100-MEMBER-PATH
000870          ORGANIZATION IS LINE SEQUENTIAL
000880          FILE STATUS IS DL100-MEMBER-STATUS.
000890     SELECT MOVEBIN-FILE ASSIGN TO DYNAMIC DL100-MEMBER-PATH
000900          ORGANIZATION IS SEQUENTIAL
000910          FILE STATUS IS DL100-MEMBER-STATUS.
000920     SELECT MOVEBIN-LEGACY-FILE ASSIGN TO DYNAMIC
000930          DL100-MEMBER-PATH
000940          ORGANIZATION IS SEQUENTIAL
000950          FILE STATUS IS DL100-MEMBER-STATUS.
000960     SELECT HISTORY-FILE ASSIGN TO DYNAMIC DL100-HISTORY-PATH
000970          ORGANIZATION IS INDEXED
000980          ACCESS MODE IS DYNAMIC
000990          RECORD KEY IS MHST-KEY
001000          FILE STATUS IS DL100-HISTORY-STATUS.
001010     SELECT ARCREPORT-FILE ASSIGN TO DYNAMIC DL100-ARCREPORT-PATH
001020          ORGANIZATION IS LINE SEQUENTIAL.
001030 DATA DIVISION.
001040 FILE SECTION.
001050 FD  RUN-LEDGER.
001060     COPY RUNLEDGR.
001070 FD  ARCHIVE-FILE.
001080     COPY ARCHREC.
001090 FD  MEMBER-FILE.
001100 01  MEMBER-RECORD                PIC X(1024).
001110 FD  MOVEBIN-FILE.
001120 01  MOVEBIN-FILE-RECORD          PIC X(0092).
001130 FD  MOVEBIN-LEGACY-FILE.
001140 01  MOVEBIN-LEGACY-RECORD        PIC X(0052).
001150 FD  HISTORY-FILE.
001160     COPY MOVEHIST.
001170 FD  ARCREPORT-FILE.
001180 01  ARCREPORT-RECORD             PIC X(0132).
001190 WORKING-STORAGE SECTION.
001200*----------------------------------------------------------------
001210* RUN-TIME PARAMETERS
001220*----------------------------------------------------------------
001230 01  DL100-LEDGER-PATH          PIC X(0100) VALUE SPACES.
001240 01  DL100-ARCHIVE-PERIOD       PIC X(10) VALUE SPACES.
001250 01  DL100-RESTORE-DATE         PIC X(10) VALUE SPACES.
001260 01  DL100-ARCHIVE-MODE-SW      PIC X(01) VALUE 'A'.
001270     88 DL100-RESTORE-MODE          VALUE 'R'.
001280 01  DL100-ARCHIVE-PATH         PIC X(0100) VALUE SPACES.
001290 01  DL100-HISTORY-PATH         PIC X(0100) VALUE SPACES.
001300 01  DL100-DEFAULT-HISTORY-PATH PIC X(0100)
001310                                VALUE "../output/movehist.dat".
001320 01  DL100-RETENTION-DAYS       PIC S9(07) COMP-5 VALUE 730.
001330 01  DL100-RESTORE-DIR          PIC X(0100) VALUE SPACES.
001340 01  DL100-DEFAULT-RESTORE-DIR  PIC X(0100) VALUE "../restore".
001350 01  DL100-ARCREPORT-PATH       PIC X(0100) VALUE SPACES.
001360 01  DL100-DEFAULT-REPORT-PATH  PIC X(0100)
001370                                VALUE "../output/montharc.rpt".
001380 01  DL100-MEMBER-PATH          PIC X(0100) VALUE SPACES.
001390 01  DL100-NUM-TEXT             PIC X(07) VALUE SPACES.
001400 01  DL100-NUM-VALUE            PIC S9(07) COMP-5 VALUE ZERO.
001410 01  DL100-NUM-INDEX            PIC S9(07) COMP-5.
001420 01  DL100-NUM-DIGIT            PIC 9(01) VALUE ZERO.
001430*----------------------------------------------------------------
001440* BINARY MOVE FILE RECORD - READ INTO HERE FROM EITHER RECORD
001450* LENGTH (MOVEBIN.CPY)
001460*----------------------------------------------------------------
001470     COPY MOVEBIN.
001480 01  DL100-MOVEBIN-FORMAT-SW    PIC X(01) VALUE 'C'.
001490     88 DL100-MOVEBIN-CURRENT       VALUE 'C'.
001500     88 DL100-MOVEBIN-LEGACY        VALUE 'L'.
001510 01  DL100-MOVEBIN-EOF-SW       PIC X(01) VALUE 'N'.
001520     88 DL100-MOVEBIN-EOF           VALUE 'Y'.
001530     88 DL100-MOVEBIN-NOT-EOF       VALUE 'N'.
001540 01  DL100-MOVEBIN-DETAILS.
001550     05 DL100-MOVEBIN-SIZE      PIC 9(18) COMP.
001560     05 DL100-MOVEBIN-STAMP     PIC X(08).
001570 01  DL100-MOVEBIN-QUOT         PIC 9(18) COMP.
001580 01  DL100-MOVEBIN-REM-CURRENT  PIC S9(07) COMP-5.
001590 01  DL100-MOVEBIN-REM-LEGACY   PIC S9(07) COMP-5.
001600*----------------------------------------------------------------
001610* FILE STATUS WORKING STORAGE
001620*----------------------------------------------------------------
001630 01  DL100-LEDGER-STATUS        PIC X(02) VALUE SPACES.
001640     88 DL100-LEDGER-OK             VALUE '00'.
001650 01  DL100-ARCHIVE-STATUS       PIC X(02) VALUE SPACES.
001660     88 DL100-ARCHIVE-OK            VALUE '00'.
001670 01  DL100-MEMBER-STATUS        PIC X(02) VALUE SPACES.
001680     88 DL100-MEMBER-OK             VALUE '00'.
001690 01  DL100-WRITE-STATUS         PIC X(02) VALUE SPACES.
001700 01  DL100-HISTORY-STATUS       PIC X(02) VALUE SPACES.
001710     88 DL100-HISTORY-OK            VALUE '00'.
001720     88 DL100-HISTORY-MISSING       VALUE '35'.
001730 01  DL100-FINAL-RC             PIC S9(04) COMP-5 VALUE ZERO.
001740 01  DL100-ERROR-MESSAGE        PIC X(0132) VALUE SPACES.
001750*----------------------------------------------------------------
001760* RUN-CONTROL LEDGER WORKING STORAGE
001770*    THE WHOLE LEDGER IS HELD IN THE TABLE AND REWRITTEN IN FULL
001780*    ON A STATUS CHANGE, AS COBMAIN DOES.  THE VIEW BELOW IS THE
001790*    RUNLEDGR.CPY LAYOUT WITH THE SIX FILE PATHS AS A TABLE, IN
001800*    THE ORDER OF THE MEMBER CODES THAT FOLLOW.
001810*----------------------------------------------------------------
001820 01  DL100-LED-COUNT            PIC S9(07) COMP-5 VALUE ZERO.
001830 01  DL100-LED-INDEX            PIC S9(07) COMP-5.
001840 01  DL100-LED-SLOT             PIC S9(07) COMP-5 VALUE ZERO.
001850 01  DL100-LED-TABLE.
001860     05 DL100-LED-ENTRY         PIC X(0619) OCCURS 400 TIMES.
001870 01  DL100-LEDGER-VIEW.
001880     05 DL100-LV-RUN-DATE       PIC X(10).
001890     05 FILLER                  PIC X(01).
001900     05 DL100-LV-STATUS         PIC X(01).
001910     05 FILLER                  PIC X(01).
001920     05 DL100-LV-FILE OCCURS 6 TIMES.
001930        10 DL100-LV-PATH        PIC X(100).
001940        10 FILLER               PIC X(01).
001950 01  DL100-OWNER-VIEW.
001960     05 DL100-OV-RUN-DATE       PIC X(10).
001970     05 FILLER                  PIC X(01).
001980     05 DL100-OV-STATUS         PIC X(01).
001990     05 FILLER                  PIC X(01).
002000     05 DL100-OV-FILE OCCURS 6 TIMES.
002010        10 DL100-OV-PATH        PIC X(100).
002020        10 FILLER               PIC X(01).
002030*----------------------------------------------------------------
002040* MEMBER KINDS - ONE PER LEDGER PATH, IN LEDGER ORDER: THE CODE
002050* CARRIED IN ARC-MEMBER, THE SUFFIX A RESTORED COPY IS GIVEN,
002060* AND THE NAME THE REPORT USES.  THE AUDIT TRAIL AND THE
002070* CLOSING STATE END WITH A "*SEAL*" LINE AND THE BINARY MOVE
002080* FILE WITH A 'Z' SEAL RECORD; THE OTHER THREE CARRY NO SEAL
002090* OF THEIR OWN AND ARE PROTECTED BY THE ARCHIVE'S SEAL ALONE.
002100*----------------------------------------------------------------
002110 01  DL100-KIND-CODE-VALUES.
002120     05 FILLER                  PIC X(06) VALUE "MREACB".
002130 01  DL100-KIND-CODE-TABLE REDEFINES DL100-KIND-CODE-VALUES.
002140     05 DL100-KIND-CODE         PIC X(01) OCCURS 6 TIMES.
002150 01  DL100-KIND-SUFFIX-VALUES.
002160     05 FILLER                  PIC X(24)
002170                                VALUE ".man.rpt.err.aud.cls.mvb".
002180 01  DL100-KIND-SUFFIX-TABLE REDEFINES DL100-KIND-SUFFIX-VALUES.
002190     05 DL100-KIND-SUFFIX       PIC X(04) OCCURS 6 TIMES.
002200 01  DL100-KIND-NAME-VALUES.
002210     05 FILLER                  PIC X(14) VALUE "MANIFEST      ".
002220     05 FILLER                  PIC X(14) VALUE "REPORT        ".
002230     05 FILLER                  PIC X(14) VALUE "ERROR FILE    ".
002240     05 FILLER                  PIC X(14) VALUE "AUDIT TRAIL   ".
002250     05 FILLER                  PIC X(14) VALUE "CLOSING STATE ".
002260     05 FILLER                  PIC X(14) VALUE "MOVE FILE     ".
002270 01  DL100-KIND-NAME-TABLE REDEFINES DL100-KIND-NAME-VALUES.
002280     05 DL100-KIND-NAME         PIC X(14) OCCURS 6 TIMES.
002290 01  DL100-KIND                 PIC S9(04) COMP-5.
002300*----------------------------------------------------------------
002310* DAYS AND FILES OF THE MONTH BEING ARCHIVED.  THE FILE TABLE
002320* IS FILLED DAY BY DAY, SO EACH DAY'S FILES ARE ADJACENT.
002330*    DISPOSITION  'D' ARCHIVED AND REMOVED FROM DISK
002340*                 'K' ARCHIVED AND KEPT ON DISK (THE MONTH'S LAST
002350*                     CLOSING STATE - THE NEXT DAY OPENS FROM IT)
002360*                 'S' SUPERSEDED - A LATER DAY REGISTERED THE
002370*                     SAME PATH, SO THE FILE ON DISK IS NOT THIS
002380*                     DAY'S AND IS NOT ARCHIVED WITH IT
002390*                 'X' NOT ON DISK - NOTHING TO ARCHIVE
002400*    SEAL STATE   'V' VERIFIED  'N' CARRIES NO SEAL  'F' FAILED
002410*----------------------------------------------------------------
002420 01  DL100-DAY-COUNT            PIC S9(07) COMP-5 VALUE ZERO.
002430 01  DL100-DAY-INDEX            PIC S9(07) COMP-5.
002440 01  DL100-DAY-TABLE.
002450     05 DL100-DAY-ENTRY OCCURS 31 TIMES.
002460        10 DL100-DAY-LED-INDEX  PIC S9(07) COMP-5.
002470        10 DL100-DAY-DATE       PIC X(10).
002480 01  DL100-LAST-DAY-DATE        PIC X(10) VALUE SPACES.
002490 01  DL100-KEEP-INDEX           PIC S9(07) COMP-5 VALUE ZERO.
002500 01  DL100-FILE-COUNT           PIC S9(07) COMP-5 VALUE ZERO.
002510 01  DL100-FILE-INDEX           PIC S9(07) COMP-5.
002520 01  DL100-FILE-TABLE.
002530     05 DL100-FILE-ENTRY OCCURS 186 TIMES.
002540        10 DL100-FILE-DAY       PIC S9(07) COMP-5.
002550        10 DL100-FILE-KIND      PIC S9(04) COMP-5.
002560        10 DL100-FILE-PATH      PIC X(100).
002570        10 DL100-FILE-RECORDS   PIC S9(07) COMP-5.
002580        10 DL100-FILE-SEAL      PIC X(01).
002590        10 DL100-FILE-DISP      PIC X(01).
002600           88 DL100-FILE-ARCHIVED   VALUE 'D' 'K'.
002610        10 DL100-FILE-OWNER     PIC X(10).
002620        10 DL100-FILE-REMOVED   PIC X(01).
002630        10 DL100-FILE-FORMAT    PIC X(01).
002640 01  DL100-OWNER-DATE           PIC X(10) VALUE SPACES.
002650 01  DL100-OWN-INDEX            PIC S9(07) COMP-5.
002660 01  DL100-OWN-KIND             PIC S9(04) COMP-5.
002670 01  DL100-COPY-COUNT           PIC S9(07) COMP-5 VALUE ZERO.
002680*----------------------------------------------------------------
002690* RESTORE WORKING STORAGE - ONE ENTRY PER MEMBER KIND
002700*----------------------------------------------------------------
002710 01  DL100-IN-ARCHIVE-SW        PIC X(01) VALUE 'N'.
002720     88 DL100-DAY-IN-ARCHIVE        VALUE 'Y'.
002730 01  DL100-RESTORE-IMAGE        PIC X(0619) VALUE SPACES.
002740 01  DL100-CUR-MEMBER           PIC X(01) VALUE SPACE.
002750 01  DL100-CUR-KIND             PIC S9(04) COMP-5 VALUE ZERO.
002760 01  DL100-RESTORE-TABLE.
002770     05 DL100-RST-ENTRY OCCURS 6 TIMES.
002780        10 DL100-RST-PATH       PIC X(100).
002790        10 DL100-RST-RECORDS    PIC S9(07) COMP-5.
002800        10 DL100-RST-TOC-PATH   PIC X(100).
002810        10 DL100-RST-TOC-COUNT  PIC S9(07) COMP-5.
002820        10 DL100-RST-DISP       PIC X(01).
002830        10 DL100-RST-OWNER      PIC X(10).
002840        10 DL100-RST-FORMAT     PIC X(01).
002850*----------------------------------------------------------------
002860* RUN TOTALS
002870*----------------------------------------------------------------
002880 01  DL100-OPEN-DAYS            PIC S9(07) COMP-5 VALUE ZERO.
002890 01  DL100-DONE-DAYS            PIC S9(07) COMP-5 VALUE ZERO.
002900 01  DL100-ARCHIVED-FILES       PIC S9(07) COMP-5 VALUE ZERO.
002910 01  DL100-ARCHIVED-RECORDS     PIC S9(09) COMP-5 VALUE ZERO.
002920 01  DL100-SUPERSEDED-FILES     PIC S9(07) COMP-5 VALUE ZERO.
002930 01  DL100-MISSING-FILES        PIC S9(07) COMP-5 VALUE ZERO.
002940 01  DL100-SEAL-FAILURES        PIC S9(07) COMP-5 VALUE ZERO.
002950 01  DL100-REMOVED-FILES        PIC S9(07) COMP-5 VALUE ZERO.
002960 01  DL100-NOT-REMOVED-FILES    PIC S9(07) COMP-5 VALUE ZERO.
002970 01  DL100-PURGED-COUNT         PIC S9(09) COMP-5 VALUE ZERO.
002980 01  DL100-KEPT-COUNT           PIC S9(09) COMP-5 VALUE ZERO.
002990 01  DL100-PURGE-FAILURES       PIC S9(07) COMP-5 VALUE ZERO.
003000*----------------------------------------------------------------
003010* REPORT WORKING STORAGE
003020*----------------------------------------------------------------
003030 01  DL100-RUN-DATE.
003040     05 DL100-RUN-CCYY         PIC 9(04).
003050     05 DL100-RUN-MM           PIC 9(02).
003060     05 DL100-RUN-DD           PIC 9(02).
003070 01  DL100-RUN-DATE-DASHED.
003080     05 DL100-RDD-CCYY         PIC 9(04).
003090     05 FILLER                 PIC X(01) VALUE '-'.
003100     05 DL100-RDD-MM           PIC 9(02).
003110     05 FILLER                 PIC X(01) VALUE '-'.
003120     05 DL100-RDD-DD           PIC 9(02).
003130 01  DL100-EDIT-NUM1            PIC ZZZZZZ9.
003140 01  DL100-EDIT-NUM2            PIC ZZZZZZ9.
003150 01  DL100-EDIT-NUM3            PIC ZZZZZZ9.
003160 01  DL100-EDIT-BIG1            PIC ZZZZZZZZ9.
003170 01  DL100-EDIT-BIG2            PIC ZZZZZZZZ9.
003180 01  DL100-DISP-TEXT            PIC X(40) VALUE SPACES.
003190 01  DL100-SEAL-TEXT            PIC X(14) VALUE SPACES.
003200*----------------------------------------------------------------
003210* DATE WORKING STORAGE - MOVEMENT HISTORY OLDER THAN THE
003220* RETENTION PERIOD IS FOUND BY COMPARING DAY NUMBERS
003230*----------------------------------------------------------------
003240 01  DL100-DATE-WORK.
003250     05 DL100-DW-CCYY           PIC 9(04).
003260     05 DL100-DW-DASH1          PIC X(01).
003270     05 DL100-DW-MM             PIC 9(02).
003280     05 DL100-DW-DASH2          PIC X(01).
003290     05 DL100-DW-DD             PIC 9(02).
003300 01  DL100-DATE-VALID-SW        PIC X(01) VALUE 'N'.
003310     88 DL100-DATE-VALID            VALUE 'Y'.
003320     88 DL100-DATE-INVALID          VALUE 'N'.
003330 01  DL100-DAY-NUMBER           PIC S9(09) COMP-5 VALUE ZERO.
003340 01  DL100-CUTOFF-DAY-NUMBER    PIC S9(09) COMP-5 VALUE ZERO.
003350 01  DL100-JDN-A                PIC S9(09) COMP-5.
003360 01  DL100-JDN-Y                PIC S9(09) COMP-5.
003370 01  DL100-JDN-M                PIC S9(09) COMP-5.
003380 01  DL100-JDN-T1               PIC S9(09) COMP-5.
003390 01  DL100-JDN-T2               PIC S9(09) COMP-5.
003400 01  DL100-JDN-T3               PIC S9(09) COMP-5.
003410 01  DL100-JDN-T4               PIC S9(09) COMP-5.
003420*----------------------------------------------------------------
003430* INTEGRITY SEAL WORKING STORAGE - A DAY'S FILES ARE JUDGED
003440* EXACTLY AS COBMAIN COMPUTES THEIR SEALS.  THE ARCHIVE'S OWN
003450* SEAL IS COMPUTED THE SAME WAY OVER ITS WHOLE 1043-BYTE
003460* RECORDS.
003470*----------------------------------------------------------------
003480 01  DL100-SEAL-RECORD          PIC X(0704) VALUE SPACES.
003490 01  DL100-SEAL-LENGTH          PIC S9(07) COMP-5.
003500 01  DL100-SEAL-COUNT           PIC S9(07) COMP-5 VALUE ZERO.
003510 01  DL100-SEAL-CKSUM           PIC S9(09) COMP-5 VALUE ZERO.
003520 01  DL100-SEAL-CKSUM7          PIC S9(07) COMP-5 VALUE ZERO.
003530 01  DL100-SEAL-QUOT            PIC S9(09) COMP-5.
003540 01  DL100-SEAL-INDEX           PIC S9(07) COMP-5.
003550 01  DL100-SEAL-BYTE.
003560     05 DL100-SEAL-CHAR         PIC X(01).
003570 01  DL100-SEAL-BYTE-NUM REDEFINES DL100-SEAL-BYTE
003580                                PIC S9(02) COMP-5.
003590 01  DL100-SEAL-EXP-COUNT       PIC 9(07).
003600 01  DL100-SEAL-EXP-CKSUM       PIC 9(10).
003610 01  DL100-SEAL-OK-SW           PIC X(01) VALUE 'N'.
003620     88 DL100-SEAL-GOOD             VALUE 'Y'.
003630     88 DL100-SEAL-BAD              VALUE 'N'.
003640 01  DL100-SEAL-LINE-SW         PIC X(01) VALUE 'N'.
003650     88 DL100-IS-SEAL-LINE          VALUE 'Y'.
003660     88 DL100-NOT-SEAL-LINE         VALUE 'N'.
003670 01  DL100-ARC-SEAL-RECORD      PIC X(1043) VALUE SPACES.
003680 01  DL100-ARC-SEAL-LENGTH      PIC S9(07) COMP-5.
003690 01  DL100-ARC-SEAL-COUNT       PIC S9(07) COMP-5 VALUE ZERO.
003700 01  DL100-ARC-SEAL-CKSUM       PIC S9(09) COMP-5 VALUE ZERO.
003710 01  DL100-ARC-SEAL-OK-SW       PIC X(01) VALUE 'N'.
003720     88 DL100-ARC-SEAL-GOOD         VALUE 'Y'.
003730     88 DL100-ARC-SEAL-BAD          VALUE 'N'.
003740 PROCEDURE DIVISION.
003750*----------------------------------------------------------------
003760 0000-MAINLINE.
003770*----------------------------------------------------------------
003780     ACCEPT DL100-RUN-DATE FROM DATE YYYYMMDD
003790     MOVE DL100-RUN-CCYY TO DL100-RDD-CCYY
003800     MOVE DL100-RUN-MM   TO DL100-RDD-MM
003810     MOVE DL100-RUN-DD   TO DL100-RDD-DD
003820     PERFORM 0100-RESOLVE-LEDGER-PATH THRU 0100-EXIT
003830     PERFORM 0110-RESOLVE-PERIOD THRU 0110-EXIT
003840     PERFORM 0120-RESOLVE-MODE THRU 0120-EXIT
003850     PERFORM 0130-RESOLVE-ARCHIVE-PATH THRU 0130-EXIT
003860     PERFORM 0140-RESOLVE-HISTORY-PATH THRU 0140-EXIT
003870     PERFORM 0150-RESOLVE-RETENTION THRU 0150-EXIT
003880     PERFORM 0160-RESOLVE-RESTORE-DIR THRU 0160-EXIT
003890     PERFORM 0170-RESOLVE-REPORT-PATH THRU 0170-EXIT
003900     PERFORM 0180-CHECK-PERIOD THRU 0180-EXIT
003910     PERFORM 0185-OPEN-REPORT THRU 0185-EXIT
003920     PERFORM 0190-LOAD-LEDGER THRU 0190-EXIT
003930     IF DL100-RESTORE-MODE THEN
003940         PERFORM 0500-RESTORE-DAY THRU 0500-EXIT
003950     ELSE
003960         PERFORM 0200-ARCHIVE-MONTH THRU 0200-EXIT
003970         PERFORM 0400-PURGE-HISTORY THRU 0400-EXIT
003980     END-IF
003990     CLOSE ARCREPORT-FILE
004000     MOVE DL100-FINAL-RC TO RETURN-CODE
004010     STOP RUN.
004020*----------------------------------------------------------------
004030 0100-RESOLVE-LEDGER-PATH.
004040*    THE RUN-CONTROL LEDGER PATH COMES FROM, IN ORDER OF
004050*    PRECEDENCE:
004060*    (1) THE FIRST COMMAND LINE ARGUMENT
004070*    (2) THE DL100-LEDGER-PATH ENVIRONMENT VARIABLE
004080*    AND IS REQUIRED - THE LEDGER IS WHAT SAYS WHICH DAYS AND
004090*    WHICH FILES BELONG TO THE MONTH.
004100*----------------------------------------------------------------
004110     DISPLAY 1 UPON ARGUMENT-NUMBER
004120     ACCEPT DL100-LEDGER-PATH FROM ARGUMENT-VALUE
004130         ON EXCEPTION
004140             MOVE SPACES TO DL100-LEDGER-PATH
004150     END-ACCEPT
004160     IF DL100-LEDGER-PATH = SPACES THEN
004170         ACCEPT DL100-LEDGER-PATH FROM ENVIRONMENT
004180             "DL100-LEDGER-PATH"
004190         ON EXCEPTION
004200             MOVE SPACES TO DL100-LEDGER-PATH
004210         END-ACCEPT
004220     END-IF
004230     IF DL100-LEDGER-PATH = SPACES THEN
004240         DISPLAY "MONTHARC: NO RUN LEDGER SUPPLIED - THE MONTH'S"
004250             " DAYS AND FILES ARE TAKEN FROM THE LEDGER"
004260         MOVE 16 TO RETURN-CODE
004270         STOP RUN
004280     END-IF
004290     .
004300 0100-EXIT.
004310     EXIT.
004320*----------------------------------------------------------------
004330 0110-RESOLVE-PERIOD.
004340*    THE MONTH TO ARCHIVE (CCYY-MM), OR IN RESTORE MODE THE DAY
004350*    TO RESTORE (CCYY-MM-DD), COMES FROM, IN ORDER OF PRECEDENCE:
004360*    (1) THE SECOND COMMAND LINE ARGUMENT
004370*    (2) THE DL100-ARCHIVE-PERIOD ENVIRONMENT VARIABLE
004380*    AND IS REQUIRED.
004390*----------------------------------------------------------------
004400     DISPLAY 2 UPON ARGUMENT-NUMBER
004410     ACCEPT DL100-ARCHIVE-PERIOD FROM ARGUMENT-VALUE
004420         ON EXCEPTION
004430             MOVE SPACES TO DL100-ARCHIVE-PERIOD
004440     END-ACCEPT
004450     IF DL100-ARCHIVE-PERIOD = SPACES THEN
004460         ACCEPT DL100-ARCHIVE-PERIOD FROM ENVIRONMENT
004470             "DL100-ARCHIVE-PERIOD"
004480         ON EXCEPTION
004490             MOVE SPACES TO DL100-ARCHIVE-PERIOD
004500         END-ACCEPT
004510     END-IF
004520     IF DL100-ARCHIVE-PERIOD = SPACES THEN
004530         DISPLAY "MONTHARC: NO MONTH (CCYY-MM) OR RESTORE DAY"
004540             " (CCYY-MM-DD) SUPPLIED"
004550         MOVE 16 TO RETURN-CODE
004560         STOP RUN
004570     END-IF
004580     .
004590 0110-EXIT.
004600     EXIT.
004610*----------------------------------------------------------------
004620 0120-RESOLVE-MODE.
004630*    RESTORE MODE IS SELECTED BY 'R' IN, IN ORDER OF PRECEDENCE:
004640*    (1) THE THIRD COMMAND LINE ARGUMENT
004650*    (2) THE DL100-ARCHIVE-MODE ENVIRONMENT VARIABLE
004660*    ANYTHING ELSE, OR NOTHING, ARCHIVES THE MONTH.
004670*----------------------------------------------------------------
004680     DISPLAY 3 UPON ARGUMENT-NUMBER
004690     ACCEPT DL100-ARCHIVE-MODE-SW FROM ARGUMENT-VALUE
004700         ON EXCEPTION
004710             MOVE SPACE TO DL100-ARCHIVE-MODE-SW
004720     END-ACCEPT
004730     IF DL100-ARCHIVE-MODE-SW = SPACE THEN
004740         ACCEPT DL100-ARCHIVE-MODE-SW FROM ENVIRONMENT
004750             "DL100-ARCHIVE-MODE"
004760         ON EXCEPTION
004770             MOVE SPACE TO DL100-ARCHIVE-MODE-SW
004780         END-ACCEPT
004790     END-IF
004800     IF DL100-ARCHIVE-MODE-SW NOT = 'R' THEN
004810         MOVE 'A' TO DL100-ARCHIVE-MODE-SW
004820     END-IF
004830     .
004840 0120-EXIT.
004850     EXIT.
004860*----------------------------------------------------------------
004870 0130-RESOLVE-ARCHIVE-PATH.
004880*    RESOLVE THE MONTHLY ARCHIVE PATH FROM, IN ORDER OF
004890*    PRECEDENCE:
004900*    (1) THE FOURTH COMMAND LINE ARGUMENT
004910*    (2) THE DL100-ARCHIVE-PATH ENVIRONMENT VARIABLE
004920*    (3) ../archive/yard-CCYY-MM.arc FOR THE MONTH (OR THE
004930*        RESTORE DAY'S MONTH)
004940*----------------------------------------------------------------
004950     DISPLAY 4 UPON ARGUMENT-NUMBER
004960     ACCEPT DL100-ARCHIVE-PATH FROM ARGUMENT-VALUE
004970         ON EXCEPTION
004980             MOVE SPACES TO DL100-ARCHIVE-PATH
004990     END-ACCEPT
005000     IF DL100-ARCHIVE-PATH = SPACES THEN
005010         ACCEPT DL100-ARCHIVE-PATH FROM ENVIRONMENT
005020             "DL100-ARCHIVE-PATH"
005030         ON EXCEPTION
005040             MOVE SPACES TO DL100-ARCHIVE-PATH
005050         END-ACCEPT
005060     END-IF
005070     IF DL100-ARCHIVE-PATH = SPACES THEN
005080         STRING "../archive/yard-" DL100-ARCHIVE-PERIOD(1:7)
005090             ".arc" DELIMITED BY SIZE INTO DL100-ARCHIVE-PATH
005100     END-IF
005110     .
005120 0130-EXIT.
005130     EXIT.
005140*----------------------------------------------------------------
005150 0140-RESOLVE-HISTORY-PATH.
005160*    RESOLVE THE MOVEMENT-HISTORY PATH FROM, IN ORDER OF
005170*    PRECEDENCE:
005180*    (1) THE FIFTH COMMAND LINE ARGUMENT
005190*    (2) THE DL100-HISTORY-PATH ENVIRONMENT VARIABLE
005200*    (3) MOVHLOAD'S DEFAULT PATH
005210*----------------------------------------------------------------
005220     DISPLAY 5 UPON ARGUMENT-NUMBER
005230     ACCEPT DL100-HISTORY-PATH FROM ARGUMENT-VALUE
005240         ON EXCEPTION
005250             MOVE SPACES TO DL100-HISTORY-PATH
005260     END-ACCEPT
005270     IF DL100-HISTORY-PATH = SPACES THEN
005280         ACCEPT DL100-HISTORY-PATH FROM ENVIRONMENT
005290             "DL100-HISTORY-PATH"
005300         ON EXCEPTION
005310             MOVE SPACES TO DL100-HISTORY-PATH
005320         END-ACCEPT
005330     END-IF
005340     IF DL100-HISTORY-PATH = SPACES THEN
005350         MOVE DL100-DEFAULT-HISTORY-PATH TO DL100-HISTORY-PATH
005360     END-IF
005370     .
005380 0140-EXIT.
005390     EXIT.
005400*----------------------------------------------------------------
005410 0150-RESOLVE-RETENTION.
005420*    THE DAYS OF MOVEMENT HISTORY TO KEEP COME FROM, IN ORDER OF
005430*    PRECEDENCE:
005440*    (1) A SIXTH COMMAND LINE ARGUMENT
005450*    (2) THE DL100-RETENTION-DAYS ENVIRONMENT VARIABLE
005460*    OMITTED MEANS TWO YEARS.  AN EXPLICIT 0 TURNS THE PURGE OFF.
005470*----------------------------------------------------------------
005480     MOVE SPACES TO DL100-NUM-TEXT
005490     DISPLAY 6 UPON ARGUMENT-NUMBER
005500     ACCEPT DL100-NUM-TEXT FROM ARGUMENT-VALUE
005510         ON EXCEPTION
005520             MOVE SPACES TO DL100-NUM-TEXT
005530     END-ACCEPT
005540     IF DL100-NUM-TEXT = SPACES THEN
005550         ACCEPT DL100-NUM-TEXT FROM ENVIRONMENT
005560             "DL100-RETENTION-DAYS"
005570         ON EXCEPTION
005580             MOVE SPACES TO DL100-NUM-TEXT
005590         END-ACCEPT
005600     END-IF
005610     IF DL100-NUM-TEXT = SPACES THEN
005620         GO TO 0150-EXIT
005630     END-IF
005640     PERFORM 0710-NUMBER-FROM-TEXT THRU 0710-EXIT
005650     MOVE DL100-NUM-VALUE TO DL100-RETENTION-DAYS
005660     .
005670 0150-EXIT.
005680     EXIT.
005690*----------------------------------------------------------------
005700 0160-RESOLVE-RESTORE-DIR.
005710*    RESOLVE THE DIRECTORY A RESTORED DAY IS WRITTEN TO FROM, IN
005720*    ORDER OF PRECEDENCE:
005730*    (1) THE SEVENTH COMMAND LINE ARGUMENT
005740*    (2) THE DL100-RESTORE-DIR ENVIRONMENT VARIABLE
005750*    (3) THE BUILT-IN DEFAULT DIRECTORY
005760*    RESTORED FILES NEVER GO BACK TO THEIR ORIGINAL PATHS - THE
005770*    DEFAULT PATHS ARE REUSED DAY AFTER DAY, AND A RESTORE MUST
005780*    NOT OVERWRITE A LATER DAY'S FILES.
005790*----------------------------------------------------------------
005800     DISPLAY 7 UPON ARGUMENT-NUMBER
005810     ACCEPT DL100-RESTORE-DIR FROM ARGUMENT-VALUE
005820         ON EXCEPTION
005830             MOVE SPACES TO DL100-RESTORE-DIR
005840     END-ACCEPT
005850     IF DL100-RESTORE-DIR = SPACES THEN
005860         ACCEPT DL100-RESTORE-DIR FROM ENVIRONMENT
005870             "DL100-RESTORE-DIR"
005880         ON EXCEPTION
005890             MOVE SPACES TO DL100-RESTORE-DIR
005900         END-ACCEPT
005910     END-IF
005920     IF DL100-RESTORE-DIR = SPACES THEN
005930         MOVE DL100-DEFAULT-RESTORE-DIR TO DL100-RESTORE-DIR
005940     END-IF
005950     .
005960 0160-EXIT.
005970     EXIT.
005980*----------------------------------------------------------------
005990 0170-RESOLVE-REPORT-PATH.
006000*    RESOLVE THE ARCHIVE REPORT PATH FROM, IN ORDER OF
006010*    PRECEDENCE:
006020*    (1) THE EIGHTH COMMAND LINE ARGUMENT
006030*    (2) THE DL100-ARCREPORT-PATH ENVIRONMENT VARIABLE
006040*    (3) THE BUILT-IN DEFAULT PATH
006050*----------------------------------------------------------------
006060     DISPLAY 8 UPON ARGUMENT-NUMBER
006070     ACCEPT DL100-ARCREPORT-PATH FROM ARGUMENT-VALUE
006080         ON EXCEPTION
006090             MOVE SPACES TO DL100-ARCREPORT-PATH
006100     END-ACCEPT
006110     IF DL100-ARCREPORT-PATH = SPACES THEN
006120         ACCEPT DL100-ARCREPORT-PATH FROM ENVIRONMENT
006130             "DL100-ARCREPORT-PATH"
006140         ON EXCEPTION
006150             MOVE SPACES TO DL100-ARCREPORT-PATH
006160         END-ACCEPT
006170     END-IF
006180     IF DL100-ARCREPORT-PATH = SPACES THEN
006190         MOVE DL100-DEFAULT-REPORT-PATH TO DL100-ARCREPORT-PATH
006200     END-IF
006210     .
006220 0170-EXIT.
006230     EXIT.
006240*----------------------------------------------------------------
006250 0180-CHECK-PERIOD.
006260*    AN ARCHIVE RUN TAKES A CCYY-MM MONTH THAT HAS ALREADY ENDED
006270*    - A MONTH STILL RUNNING WOULD LOSE ITS LATER DAYS FROM THE
006280*    ARCHIVE.  A RESTORE TAKES A REAL CCYY-MM-DD DATE.
006290*----------------------------------------------------------------
006300     IF DL100-RESTORE-MODE THEN
006310         MOVE DL100-ARCHIVE-PERIOD TO DL100-DATE-WORK
006320         PERFORM 0700-DATE-TO-DAY-NUMBER THRU 0700-EXIT
006330         IF DL100-DATE-INVALID THEN
006340             DISPLAY "MONTHARC: RESTORE DAY " DL100-ARCHIVE-PERIOD
006350                 " IS NOT A CCYY-MM-DD DATE"
006360             MOVE 16 TO RETURN-CODE
006370             STOP RUN
006380         END-IF
006390         MOVE DL100-ARCHIVE-PERIOD TO DL100-RESTORE-DATE
006400         GO TO 0180-EXIT
006410     END-IF
006420     MOVE DL100-ARCHIVE-PERIOD(1:7) TO DL100-DATE-WORK
006430     MOVE "-01" TO DL100-DATE-WORK(8:3)
006440     PERFORM 0700-DATE-TO-DAY-NUMBER THRU 0700-EXIT
006450     IF DL100-DATE-INVALID OR
006460         DL100-ARCHIVE-PERIOD(8:3) NOT = SPACES THEN
006470         DISPLAY "MONTHARC: MONTH " DL100-ARCHIVE-PERIOD
006480             " IS NOT A CCYY-MM MONTH"
006490         MOVE 16 TO RETURN-CODE
006500         STOP RUN
006510     END-IF
006520     IF DL100-ARCHIVE-PERIOD(1:7) NOT <
006530         DL100-RUN-DATE-DASHED(1:7) THEN
006540         DISPLAY "MONTHARC: MONTH " DL100-ARCHIVE-PERIOD(1:7)
006550             " HAS NOT ENDED - NOTHING ARCHIVED"
006560         MOVE 16 TO RETURN-CODE
006570         STOP RUN
006580     END-IF
006590     .
006600 0180-EXIT.
006610     EXIT.
006620*----------------------------------------------------------------
006630 0185-OPEN-REPORT.
006640*    START THE ARCHIVE REPORT.
006650*----------------------------------------------------------------
006660     OPEN OUTPUT ARCREPORT-FILE
006670     MOVE SPACES TO ARCREPORT-RECORD
006680     IF DL100-RESTORE-MODE THEN
006690         STRING "ARCHIVE RESTORE - DAY " DL100-RESTORE-DATE
006700             " - RUN DATE " DL100-RUN-DATE-DASHED
006710             DELIMITED BY SIZE INTO ARCREPORT-RECORD
006720     ELSE
006730         STRING "MONTH-END ARCHIVE - MONTH "
006740             DL100-ARCHIVE-PERIOD(1:7)
006750             " - RUN DATE " DL100-RUN-DATE-DASHED
006760             DELIMITED BY SIZE INTO ARCREPORT-RECORD
006770     END-IF
006780     WRITE ARCREPORT-RECORD
006790     MOVE SPACES TO ARCREPORT-RECORD
006800     STRING "RUN LEDGER: " DL100-LEDGER-PATH
006810         DELIMITED BY SIZE INTO ARCREPORT-RECORD
006820     WRITE ARCREPORT-RECORD
006830     MOVE SPACES TO ARCREPORT-RECORD
006840     STRING "ARCHIVE:    " DL100-ARCHIVE-PATH
006850         DELIMITED BY SIZE INTO ARCREPORT-RECORD
006860     WRITE ARCREPORT-RECORD
006870     MOVE SPACES TO ARCREPORT-RECORD
006880     WRITE ARCREPORT-RECORD
006890     .
006900 0185-EXIT.
006910     EXIT.
006920*----------------------------------------------------------------
006930 0190-LOAD-LEDGER.
006940*    LOAD THE WHOLE RUN-CONTROL LEDGER INTO THE TABLE.  AN
006950*    ARCHIVE OR RESTORE WITHOUT A LEDGER HAS NOTHING TO GO ON.
006960*----------------------------------------------------------------
006970     MOVE ZERO TO DL100-LED-COUNT
006980     OPEN INPUT RUN-LEDGER
006990     IF NOT DL100-LEDGER-OK THEN
007000         MOVE SPACES TO DL100-ERROR-MESSAGE
007010         STRING "UNABLE TO OPEN RUN LEDGER " DELIMITED BY SIZE
007020             DL100-LEDGER-PATH DELIMITED BY SPACE
007030             " - FILE STATUS "
007040             DL100-LEDGER-STATUS DELIMITED BY SIZE
007050             INTO DL100-ERROR-MESSAGE
007060         PERFORM 0990-REFUSE-RUN THRU 0990-EXIT
007070     END-IF
007080     PERFORM UNTIL EXIT
007090         READ RUN-LEDGER AT END
007100             EXIT PERFORM
007110         END-READ
007120         IF RUN-LEDGER-RECORD NOT = SPACES AND
007130             DL100-LED-COUNT < 400 THEN
007140             ADD 1 TO DL100-LED-COUNT
007150             MOVE RUN-LEDGER-RECORD
007160                  TO DL100-LED-ENTRY(DL100-LED-COUNT)
007170         END-IF
007180     END-PERFORM
007190     CLOSE RUN-LEDGER
007200     .
007210 0190-EXIT.
007220     EXIT.
007230*----------------------------------------------------------------
007240 0195-REWRITE-LEDGER.
007250*    REWRITE THE WHOLE RUN-CONTROL LEDGER FROM THE TABLE.
007260*----------------------------------------------------------------
007270     OPEN OUTPUT RUN-LEDGER
007280     IF NOT DL100-LEDGER-OK THEN
007290         MOVE SPACES TO DL100-ERROR-MESSAGE
007300         STRING "UNABLE TO REWRITE RUN LEDGER " DELIMITED BY SIZE
007310             DL100-LEDGER-PATH DELIMITED BY SPACE
007320             " - FILE STATUS "
007330             DL100-LEDGER-STATUS DELIMITED BY SIZE
007340             INTO DL100-ERROR-MESSAGE
007350         PERFORM 0990-REFUSE-RUN THRU 0990-EXIT
007360     END-IF
007370     MOVE 1 TO DL100-LED-INDEX
007380     PERFORM UNTIL DL100-LED-INDEX > DL100-LED-COUNT
007390         MOVE DL100-LED-ENTRY(DL100-LED-INDEX)
007400              TO RUN-LEDGER-RECORD
007410         WRITE RUN-LEDGER-RECORD
007420         ADD 1 TO DL100-LED-INDEX
007430     END-PERFORM
007440     CLOSE RUN-LEDGER
007450     .
007460 0195-EXIT.
007470     EXIT.
007480*----------------------------------------------------------------
007490 0200-ARCHIVE-MONTH.
007500*    ARCHIVE THE MONTH.  NOTHING IS WRITTEN UNTIL EVERY FILE OF
007510*    EVERY DAY HAS BEEN READ AND ITS SEAL JUDGED, AND NOTHING ON
007520*    THE LEDGER OR ON DISK IS TOUCHED UNTIL THE FINISHED ARCHIVE
007530*    HAS READ BACK AGAINST ITS OWN SEAL - A RUN THAT STOPS
007540*    ANYWHERE SHORT OF THAT LEAVES THE MONTH EXACTLY AS IT WAS.
007550*----------------------------------------------------------------
007560     PERFORM 0210-SELECT-DAYS THRU 0210-EXIT
007570     IF DL100-DAY-COUNT = 0 THEN
007580         MOVE "NO CLOSED DAYS TO ARCHIVE FOR THE MONTH"
007590              TO ARCREPORT-RECORD
007600         WRITE ARCREPORT-RECORD
007610         IF DL100-FINAL-RC < 4 THEN
007620             MOVE 4 TO DL100-FINAL-RC
007630         END-IF
007640         GO TO 0200-EXIT
007650     END-IF
007660     MOVE 1 TO DL100-DAY-INDEX
007670     PERFORM UNTIL DL100-DAY-INDEX > DL100-DAY-COUNT
007680         PERFORM 0220-CATALOG-DAY THRU 0220-EXIT
007690         ADD 1 TO DL100-DAY-INDEX
007700     END-PERFORM
007710     IF DL100-SEAL-FAILURES > 0 THEN
007720         MOVE DL100-SEAL-FAILURES TO DL100-EDIT-NUM1
007730         MOVE SPACES TO DL100-ERROR-MESSAGE
007740         STRING DL100-EDIT-NUM1
007750             " FILE(S) FAILED THEIR SEAL CHECK - MONTH NOT"
007760             " ARCHIVED" DELIMITED BY SIZE
007770             INTO DL100-ERROR-MESSAGE
007780         PERFORM 0990-REFUSE-RUN THRU 0990-EXIT
007790     END-IF
007800*    THE MONTH'S LAST CLOSING STATE IS THE NEXT DAY'S OPENING
007810*    STATE, SO IT IS ARCHIVED BUT LEFT ON DISK.
007820     MOVE SPACES TO DL100-LAST-DAY-DATE
007830     MOVE ZERO TO DL100-KEEP-INDEX
007840     MOVE 1 TO DL100-FILE-INDEX
007850     PERFORM UNTIL DL100-FILE-INDEX > DL100-FILE-COUNT
007860         IF DL100-FILE-KIND(DL100-FILE-INDEX) = 5 AND
007870             DL100-FILE-DISP(DL100-FILE-INDEX) = 'D' AND
007880             DL100-DAY-DATE(DL100-FILE-DAY(DL100-FILE-INDEX)) >
007890                 DL100-LAST-DAY-DATE THEN
007900             MOVE DL100-DAY-DATE(DL100-FILE-DAY(DL100-FILE-INDEX))
007910                  TO DL100-LAST-DAY-DATE
007920             MOVE DL100-FILE-INDEX TO DL100-KEEP-INDEX
007930         END-IF
007940         ADD 1 TO DL100-FILE-INDEX
007950     END-PERFORM
007960     IF DL100-KEEP-INDEX > 0 THEN
007970         MOVE 'K' TO DL100-FILE-DISP(DL100-KEEP-INDEX)
007980     END-IF
007990     PERFORM 0300-WRITE-ARCHIVE THRU 0300-EXIT
008000     PERFORM 0350-VERIFY-ARCHIVE THRU 0350-EXIT
008010     IF DL100-ARC-SEAL-BAD THEN
008020         MOVE SPACES TO DL100-ERROR-MESSAGE
008030         STRING "ARCHIVE " DELIMITED BY SIZE
008040             DL100-ARCHIVE-PATH DELIMITED BY SPACE
008050             " DID NOT READ BACK AGAINST ITS SEAL - LEDGER AND"
008060             " FILES LEFT AS THEY WERE" DELIMITED BY SIZE
008070             INTO DL100-ERROR-MESSAGE
008080         CALL "CBL_DELETE_FILE" USING DL100-ARCHIVE-PATH
008090         PERFORM 0990-REFUSE-RUN THRU 0990-EXIT
008100     END-IF
008110     PERFORM 0360-MARK-DAYS-ARCHIVED THRU 0360-EXIT
008120     PERFORM 0370-REMOVE-DAY-FILES THRU 0370-EXIT
008130     PERFORM 0600-LIST-CONTENTS THRU 0600-EXIT
008140     .
008150 0200-EXIT.
008160     EXIT.
008170*----------------------------------------------------------------
008180 0210-SELECT-DAYS.
008190*    PICK THE MONTH'S DAYS OFF THE LEDGER.  A DAY STILL OPEN
008200*    REFUSES THE WHOLE MONTH.  SO DOES A CLOSED DAY IN A MONTH
008210*    THAT ALREADY HAS ARCHIVED OR RESTORED DAYS - ITS ARCHIVE
008220*    EXISTS, AND WRITING A NEW ONE WOULD LOSE THE DAYS IN IT.
008230*----------------------------------------------------------------
008240     MOVE ZERO TO DL100-DAY-COUNT
008250     MOVE 1 TO DL100-LED-INDEX
008260     PERFORM UNTIL DL100-LED-INDEX > DL100-LED-COUNT
008270         MOVE DL100-LED-ENTRY(DL100-LED-INDEX)
008280              TO DL100-LEDGER-VIEW
008290         IF DL100-LV-RUN-DATE(1:7) = DL100-ARCHIVE-PERIOD(1:7)
008300             THEN
008310             EVALUATE DL100-LV-STATUS
008320                 WHEN 'C'
008330                     IF DL100-DAY-COUNT < 31 THEN
008340                         ADD 1 TO DL100-DAY-COUNT
008350                         MOVE DL100-LED-INDEX TO
008360                             DL100-DAY-LED-INDEX(DL100-DAY-COUNT)
008370                         MOVE DL100-LV-RUN-DATE TO
008380                             DL100-DAY-DATE(DL100-DAY-COUNT)
008390                     END-IF
008400                 WHEN 'A'
008410                 WHEN 'R'
008420                     ADD 1 TO DL100-DONE-DAYS
008430                 WHEN OTHER
008440                     ADD 1 TO DL100-OPEN-DAYS
008450                     MOVE SPACES TO ARCREPORT-RECORD
008460                     STRING "DAY " DL100-LV-RUN-DATE
008470                         " IS STILL OPEN ON THE RUN LEDGER"
008480                         " (STATUS "
008490                         DL100-LV-STATUS ")"
008500                         DELIMITED BY SIZE INTO ARCREPORT-RECORD
008510                     WRITE ARCREPORT-RECORD
008520             END-EVALUATE
008530         END-IF
008540         ADD 1 TO DL100-LED-INDEX
008550     END-PERFORM
008560     IF DL100-OPEN-DAYS > 0 THEN
008570         MOVE DL100-OPEN-DAYS TO DL100-EDIT-NUM1
008580         MOVE SPACES TO DL100-ERROR-MESSAGE
008590         STRING "MONTH " DL100-ARCHIVE-PERIOD(1:7) " HAS"
008600             DL100-EDIT-NUM1 " DAY(S) STILL OPEN - NOTHING"
008610             " ARCHIVED" DELIMITED BY SIZE
008620             INTO DL100-ERROR-MESSAGE
008630         PERFORM 0990-REFUSE-RUN THRU 0990-EXIT
008640     END-IF
008650     IF DL100-DONE-DAYS > 0 AND DL100-DAY-COUNT > 0 THEN
008660         MOVE DL100-DAY-COUNT TO DL100-EDIT-NUM1
008670         MOVE SPACES TO DL100-ERROR-MESSAGE
008680         STRING "MONTH " DL100-ARCHIVE-PERIOD(1:7)
008690             " IS ALREADY ARCHIVED -" DL100-EDIT-NUM1
008700             " CLOSED DAY(S) CANNOT BE ADDED WITHOUT REPLACING"
008710             " THE ARCHIVE" DELIMITED BY SIZE
008720             INTO DL100-ERROR-MESSAGE
008730         PERFORM 0990-REFUSE-RUN THRU 0990-EXIT
008740     END-IF
008750     IF DL100-DONE-DAYS > 0 THEN
008760         MOVE DL100-DONE-DAYS TO DL100-EDIT-NUM1
008770         MOVE SPACES TO ARCREPORT-RECORD
008780         STRING "MONTH ALREADY ARCHIVED -" DL100-EDIT-NUM1
008790             " DAY(S) ARCHIVED OR RESTORED ON THE LEDGER"
008800             DELIMITED BY SIZE INTO ARCREPORT-RECORD
008810         WRITE ARCREPORT-RECORD
008820     END-IF
008830     .
008840 0210-EXIT.
008850     EXIT.
008860*----------------------------------------------------------------
008870 0220-CATALOG-DAY.
008880*    ENTER EVERY FILE THE LEDGER REGISTERED FOR THE DAY IN THE
008890*    FILE TABLE, JUDGING EACH ONE.  A BLANK PATH IS A FILE THE
008900*    DAY NEVER HAD (NO CLOSING STATE, NO MOVE FILE).
008910*----------------------------------------------------------------
008920     MOVE DL100-LED-ENTRY(DL100-DAY-LED-INDEX(DL100-DAY-INDEX))
008930          TO DL100-LEDGER-VIEW
008940     MOVE 1 TO DL100-KIND
008950     PERFORM UNTIL DL100-KIND > 6
008960         IF DL100-LV-PATH(DL100-KIND) NOT = SPACES THEN
008970             PERFORM 0230-CATALOG-FILE THRU 0230-EXIT
008980         END-IF
008990         ADD 1 TO DL100-KIND
009000     END-PERFORM
009010     .
009020 0220-EXIT.
009030     EXIT.
009040*----------------------------------------------------------------
009050 0230-CATALOG-FILE.
009060*    ONE REGISTERED FILE.  IF A LATER DAY REGISTERED THE SAME
009070*    PATH, WHAT IS ON DISK THERE IS THAT DAY'S FILE, NOT THIS
009080*    ONE'S, AND IT IS LEFT FOR THAT DAY.  OTHERWISE THE FILE IS
009090*    READ THROUGH, COUNTED, AND ITS SEAL JUDGED.
009100*----------------------------------------------------------------
009110     ADD 1 TO DL100-FILE-COUNT
009120     MOVE DL100-FILE-COUNT TO DL100-FILE-INDEX
009130     MOVE DL100-DAY-INDEX TO DL100-FILE-DAY(DL100-FILE-INDEX)
009140     MOVE DL100-KIND      TO DL100-FILE-KIND(DL100-FILE-INDEX)
009150     MOVE DL100-LV-PATH(DL100-KIND)
009160          TO DL100-FILE-PATH(DL100-FILE-INDEX)
009170     MOVE ZERO   TO DL100-FILE-RECORDS(DL100-FILE-INDEX)
009180     MOVE 'N'    TO DL100-FILE-SEAL(DL100-FILE-INDEX)
009190     MOVE SPACE  TO DL100-FILE-DISP(DL100-FILE-INDEX)
009200     MOVE SPACES TO DL100-FILE-OWNER(DL100-FILE-INDEX)
009210     MOVE SPACE  TO DL100-FILE-REMOVED(DL100-FILE-INDEX)
009220     MOVE SPACE  TO DL100-FILE-FORMAT(DL100-FILE-INDEX)
009230     PERFORM 0240-FIND-OWNER THRU 0240-EXIT
009240     IF DL100-OWNER-DATE NOT = SPACES THEN
009250         MOVE 'S' TO DL100-FILE-DISP(DL100-FILE-INDEX)
009260         MOVE DL100-OWNER-DATE
009270              TO DL100-FILE-OWNER(DL100-FILE-INDEX)
009280         ADD 1 TO DL100-SUPERSEDED-FILES
009290         GO TO 0230-EXIT
009300     END-IF
009310     MOVE DL100-FILE-PATH(DL100-FILE-INDEX) TO DL100-MEMBER-PATH
009320     IF DL100-KIND = 6 THEN
009330         PERFORM 0260-VERIFY-MOVEBIN-FILE THRU 0260-EXIT
009340     ELSE
009350         PERFORM 0250-VERIFY-TEXT-FILE THRU 0250-EXIT
009360     END-IF
009370     IF DL100-FILE-SEAL(DL100-FILE-INDEX) = 'F' THEN
009380         ADD 1 TO DL100-SEAL-FAILURES
009390         MOVE SPACES TO ARCREPORT-RECORD
009400         STRING "DAY " DL100-DAY-DATE(DL100-DAY-INDEX) " "
009410             DL100-KIND-NAME(DL100-KIND) DELIMITED BY SIZE
009420             DL100-MEMBER-PATH DELIMITED BY SPACE
009430             " SEAL MISSING OR WRONG - FILE IS TRUNCATED OR"
009440             " CORRUPT" DELIMITED BY SIZE INTO ARCREPORT-RECORD
009450         WRITE ARCREPORT-RECORD
009460     END-IF
009470     .
009480 0230-EXIT.
009490     EXIT.
009500*----------------------------------------------------------------
009510 0240-FIND-OWNER.
009520*    FIND THE LATEST DAY AFTER THIS ONE, IF ANY, THAT REGISTERED
009530*    THE SAME PATH FOR ANY OF ITS FILES.
009540*----------------------------------------------------------------
009550     MOVE SPACES TO DL100-OWNER-DATE
009560     MOVE 1 TO DL100-OWN-INDEX
009570     PERFORM UNTIL DL100-OWN-INDEX > DL100-LED-COUNT
009580         MOVE DL100-LED-ENTRY(DL100-OWN-INDEX) TO DL100-OWNER-VIEW
009590         IF DL100-OV-RUN-DATE >
009600             DL100-DAY-DATE(DL100-DAY-INDEX) AND
009610             (DL100-OWNER-DATE = SPACES OR
009620              DL100-OV-RUN-DATE > DL100-OWNER-DATE) THEN
009630             MOVE 1 TO DL100-OWN-KIND
009640             PERFORM UNTIL DL100-OWN-KIND > 6
009650                 IF DL100-OV-PATH(DL100-OWN-KIND) =
009660                     DL100-LV-PATH(DL100-KIND) THEN
009670                     MOVE DL100-OV-RUN-DATE TO DL100-OWNER-DATE
009680                 END-IF
009690                 ADD 1 TO DL100-OWN-KIND
009700             END-PERFORM
009710         END-IF
009720         ADD 1 TO DL100-OWN-INDEX
009730     END-PERFORM
009740     .
009750 0240-EXIT.
009760     EXIT.
009770*----------------------------------------------------------------
009780 0250-VERIFY-TEXT-FILE.
009790*    READ A TEXT FILE THROUGH AND COUNT ITS RECORDS.  THE AUDIT
009800*    TRAIL AND CLOSING STATE MUST END WITH A GOOD "*SEAL*"
009810*    LINE; THE MANIFEST, REPORT, AND ERROR FILE CARRY NONE.
009820*----------------------------------------------------------------
009830     OPEN INPUT MEMBER-FILE
009840     IF NOT DL100-MEMBER-OK THEN
009850         MOVE 'X' TO DL100-FILE-DISP(DL100-FILE-INDEX)
009860         ADD 1 TO DL100-MISSING-FILES
009870         GO TO 0250-EXIT
009880     END-IF
009890     PERFORM 0900-RESET-SEAL THRU 0900-EXIT
009900     PERFORM UNTIL EXIT
009910         READ MEMBER-FILE AT END
009920             EXIT PERFORM
009930         END-READ
009940         ADD 1 TO DL100-FILE-RECORDS(DL100-FILE-INDEX)
009950         IF DL100-KIND = 4 OR DL100-KIND = 5 THEN
009960             MOVE SPACES TO DL100-SEAL-RECORD
009970             MOVE MEMBER-RECORD TO DL100-SEAL-RECORD
009980             PERFORM 0920-CHECK-SEAL-LINE THRU 0920-EXIT
009990             IF DL100-NOT-SEAL-LINE THEN
010000                 PERFORM 0910-ADD-TO-SEAL THRU 0910-EXIT
010010             END-IF
010020         END-IF
010030     END-PERFORM
010040     CLOSE MEMBER-FILE
010050     MOVE 'D' TO DL100-FILE-DISP(DL100-FILE-INDEX)
010060     IF DL100-KIND = 4 OR DL100-KIND = 5 THEN
010070         IF DL100-SEAL-GOOD THEN
010080             MOVE 'V' TO DL100-FILE-SEAL(DL100-FILE-INDEX)
010090         ELSE
010100             MOVE 'F' TO DL100-FILE-SEAL(DL100-FILE-INDEX)
010110         END-IF
010120     END-IF
010130     .
010140 0250-EXIT.
010150     EXIT.
010160*----------------------------------------------------------------
010170 0260-VERIFY-MOVEBIN-FILE.
010180*    READ THE BINARY MOVE FILE THROUGH, COUNT ITS RECORDS, AND
010190*    JUDGE ITS 'Z' SEAL RECORD THE WAY COBMAIN DOES BEFORE IT
010200*    APPLIES A SINGLE MOVE.  THE FILE IS ONLY EVER READ AT A
010210*    RECORD LENGTH ITS SIZE IS A WHOLE MULTIPLE OF - TODAY'S
010220*    LENGTH FIRST, THEN THE 52-BYTE LENGTH OF A DAY WRITTEN
010230*    BEFORE THE GATE AND CRANE FIELDS WERE ADDED.  A FILE WHOSE
010240*    SEAL CHECKS AT THE OLDER LENGTH IS ARCHIVED (AND RESTORED)
010250*    AT IT.  A FILE THAT IS A WHOLE NUMBER OF RECORDS AT NEITHER
010260*    LENGTH IS TRUNCATED AND FAILS ITS SEAL UNREAD - A SHORT LAST
010270*    RECORD WOULD LEAVE THE FD READING AT THAT SHORT LENGTH FOR
010280*    THE NEXT DAY'S FILE.
010290*----------------------------------------------------------------
010300     CALL "CBL_CHECK_FILE_EXIST" USING DL100-MEMBER-PATH
010310                                       DL100-MOVEBIN-DETAILS
010320     IF RETURN-CODE NOT = 0 THEN
010330         MOVE ZERO TO RETURN-CODE
010340         MOVE 'X' TO DL100-FILE-DISP(DL100-FILE-INDEX)
010350         ADD 1 TO DL100-MISSING-FILES
010360         GO TO 0260-EXIT
010370     END-IF
010380     DIVIDE DL100-MOVEBIN-SIZE BY 92 GIVING DL100-MOVEBIN-QUOT
010390         REMAINDER DL100-MOVEBIN-REM-CURRENT
010400     DIVIDE DL100-MOVEBIN-SIZE BY 52 GIVING DL100-MOVEBIN-QUOT
010410         REMAINDER DL100-MOVEBIN-REM-LEGACY
010420     PERFORM 0900-RESET-SEAL THRU 0900-EXIT
010430     MOVE ZERO TO DL100-FILE-RECORDS(DL100-FILE-INDEX)
010440     IF DL100-MOVEBIN-REM-CURRENT = 0 THEN
010450         SET DL100-MOVEBIN-CURRENT TO TRUE
010460         PERFORM 0262-OPEN-MOVEBIN THRU 0262-EXIT
010470         IF NOT DL100-MEMBER-OK THEN
010480             MOVE 'X' TO DL100-FILE-DISP(DL100-FILE-INDEX)
010490             ADD 1 TO DL100-MISSING-FILES
010500             GO TO 0260-EXIT
010510         END-IF
010520         PERFORM 0261-CHECK-MOVEBIN-SEAL THRU 0261-EXIT
010530     END-IF
010540     IF DL100-SEAL-BAD AND DL100-MOVEBIN-REM-LEGACY = 0 THEN
010550         SET DL100-MOVEBIN-LEGACY TO TRUE
010560         PERFORM 0262-OPEN-MOVEBIN THRU 0262-EXIT
010570         IF NOT DL100-MEMBER-OK THEN
010580             MOVE 'X' TO DL100-FILE-DISP(DL100-FILE-INDEX)
010590             ADD 1 TO DL100-MISSING-FILES
010600             GO TO 0260-EXIT
010610         END-IF
010620         PERFORM 0261-CHECK-MOVEBIN-SEAL THRU 0261-EXIT
010630         IF DL100-SEAL-GOOD THEN
010640             MOVE 'L' TO DL100-FILE-FORMAT(DL100-FILE-INDEX)
010650         END-IF
010660     END-IF
010670     MOVE 'D' TO DL100-FILE-DISP(DL100-FILE-INDEX)
010680     IF DL100-SEAL-GOOD THEN
010690         MOVE 'V' TO DL100-FILE-SEAL(DL100-FILE-INDEX)
010700     ELSE
010710         MOVE 'F' TO DL100-FILE-SEAL(DL100-FILE-INDEX)
010720     END-IF
010730     .
010740 0260-EXIT.
010750     EXIT.
010760*----------------------------------------------------------------
010770 0261-CHECK-MOVEBIN-SEAL.
010780*    READ THE OPEN BINARY MOVE FILE THROUGH, COUNTING ITS
010790*    RECORDS AND JUDGING ITS SEAL, THEN CLOSE IT.
010800*----------------------------------------------------------------
010810     PERFORM 0900-RESET-SEAL THRU 0900-EXIT
010820     MOVE ZERO TO DL100-FILE-RECORDS(DL100-FILE-INDEX)
010830     PERFORM UNTIL EXIT
010840         PERFORM 0263-READ-MOVEBIN THRU 0263-EXIT
010850         IF DL100-MOVEBIN-EOF THEN
010860             EXIT PERFORM
010870         END-IF
010880         ADD 1 TO DL100-FILE-RECORDS(DL100-FILE-INDEX)
010890         IF MOVB-IS-SEAL THEN
010900             DIVIDE DL100-SEAL-CKSUM BY 10000000
010910                 GIVING DL100-SEAL-QUOT
010920                 REMAINDER DL100-SEAL-CKSUM7
010930             IF MOVB-MOVE-NUMBER = DL100-SEAL-COUNT AND
010940                 MOVB-AMOUNT = DL100-SEAL-CKSUM7 THEN
010950                 SET DL100-SEAL-GOOD TO TRUE
010960             END-IF
010970         ELSE
010980             MOVE SPACES TO DL100-SEAL-RECORD
010990             MOVE MOVB-RECORD TO DL100-SEAL-RECORD
011000             PERFORM 0910-ADD-TO-SEAL THRU 0910-EXIT
011010         END-IF
011020     END-PERFORM
011030     PERFORM 0264-CLOSE-MOVEBIN THRU 0264-EXIT
011040     .
011050 0261-EXIT.
011060     EXIT.
011070*----------------------------------------------------------------
011080 0262-OPEN-MOVEBIN.
011090*    OPEN THE BINARY MOVE FILE AT DL100-MEMBER-PATH FOR INPUT AT
011100*    THE RECORD LENGTH THE FORMAT SWITCH NAMES.
011110*----------------------------------------------------------------
011120     IF DL100-MOVEBIN-LEGACY THEN
011130         OPEN INPUT MOVEBIN-LEGACY-FILE
011140     ELSE
011150         OPEN INPUT MOVEBIN-FILE
011160     END-IF
011170     .
011180 0262-EXIT.
011190     EXIT.
011200*----------------------------------------------------------------
011210 0263-READ-MOVEBIN.
011220*    READ THE NEXT BINARY MOVE RECORD INTO MOVB-RECORD.  A SHORT
011230*    OR UNREADABLE RECORD ENDS THE FILE LIKE END OF FILE DOES;
011240*    THE SEAL CHECK THEN FAILS ON IT.
011250*----------------------------------------------------------------
011260     SET DL100-MOVEBIN-NOT-EOF TO TRUE
011270     IF DL100-MOVEBIN-LEGACY THEN
011280         READ MOVEBIN-LEGACY-FILE INTO MOVB-RECORD AT END
011290             SET DL100-MOVEBIN-EOF TO TRUE
011300         END-READ
011310     ELSE
011320         READ MOVEBIN-FILE INTO MOVB-RECORD AT END
011330             SET DL100-MOVEBIN-EOF TO TRUE
011340         END-READ
011350     END-IF
011360     IF DL100-MEMBER-STATUS NOT = '00' THEN
011370         SET DL100-MOVEBIN-EOF TO TRUE
011380     END-IF
011390     .
011400 0263-EXIT.
011410     EXIT.
011420*----------------------------------------------------------------
011430 0264-CLOSE-MOVEBIN.
011440*    CLOSE WHICHEVER BINARY MOVE FILE THE FORMAT SWITCH NAMES.
011450*----------------------------------------------------------------
011460     IF DL100-MOVEBIN-LEGACY THEN
011470         CLOSE MOVEBIN-LEGACY-FILE
011480     ELSE
011490         CLOSE MOVEBIN-FILE
011500     END-IF
011510     .
011520 0264-EXIT.
011530     EXIT.
011540*----------------------------------------------------------------
011550 0300-WRITE-ARCHIVE.
011560*    WRITE THE ARCHIVE - HEADER, TABLE OF CONTENTS, EVERY
011570*    ARCHIVED FILE'S RECORDS, THEN THE SEAL.  AN ARCHIVE ALREADY
011580*    AT THE PATH IS NEVER OVERWRITTEN.
011590*----------------------------------------------------------------
011600     OPEN INPUT ARCHIVE-FILE
011610     IF DL100-ARCHIVE-OK THEN
011620         CLOSE ARCHIVE-FILE
011630         MOVE SPACES TO DL100-ERROR-MESSAGE
011640         STRING "ARCHIVE " DELIMITED BY SIZE
011650             DL100-ARCHIVE-PATH DELIMITED BY SPACE
011660             " ALREADY EXISTS - IT IS NOT OVERWRITTEN"
011670             DELIMITED BY SIZE INTO DL100-ERROR-MESSAGE
011680         PERFORM 0990-REFUSE-RUN THRU 0990-EXIT
011690     END-IF
011700     OPEN OUTPUT ARCHIVE-FILE
011710     IF NOT DL100-ARCHIVE-OK THEN
011720         MOVE SPACES TO DL100-ERROR-MESSAGE
011730         STRING "UNABLE TO CREATE ARCHIVE " DELIMITED BY SIZE
011740             DL100-ARCHIVE-PATH DELIMITED BY SPACE
011750             " - FILE STATUS "
011760             DL100-ARCHIVE-STATUS DELIMITED BY SIZE
011770             INTO DL100-ERROR-MESSAGE
011780         CALL "CBL_DELETE_FILE" USING DL100-ARCHIVE-PATH
011790         PERFORM 0990-REFUSE-RUN THRU 0990-EXIT
011800     END-IF
011810     MOVE ZERO TO DL100-ARC-SEAL-COUNT
011820     MOVE ZERO TO DL100-ARC-SEAL-CKSUM
011830     MOVE ZERO TO DL100-ARCHIVED-FILES
011840     MOVE 1 TO DL100-FILE-INDEX
011850     PERFORM UNTIL DL100-FILE-INDEX > DL100-FILE-COUNT
011860         IF DL100-FILE-ARCHIVED(DL100-FILE-INDEX) THEN
011870             ADD 1 TO DL100-ARCHIVED-FILES
011880         END-IF
011890         ADD 1 TO DL100-FILE-INDEX
011900     END-PERFORM
011910     MOVE SPACES TO ARCHIVE-RECORD
011920     SET ARC-IS-HEADER TO TRUE
011930     MOVE ZERO TO ARC-LINE-NUMBER
011940     MOVE DL100-ARCHIVE-PERIOD(1:7) TO ARCH-PERIOD
011950     MOVE DL100-RUN-DATE-DASHED     TO ARCH-ARCHIVED-DATE
011960     MOVE DL100-DAY-COUNT           TO ARCH-DAY-COUNT
011970     MOVE DL100-ARCHIVED-FILES      TO ARCH-FILE-COUNT
011980     MOVE DL100-LEDGER-PATH         TO ARCH-LEDGER-PATH
011990     PERFORM 0340-PUT-ARCHIVE-RECORD THRU 0340-EXIT
012000     MOVE 1 TO DL100-DAY-INDEX
012010     PERFORM UNTIL DL100-DAY-INDEX > DL100-DAY-COUNT
012020         PERFORM 0310-WRITE-DAY-CONTENTS THRU 0310-EXIT
012030         ADD 1 TO DL100-DAY-INDEX
012040     END-PERFORM
012050     MOVE 1 TO DL100-FILE-INDEX
012060     PERFORM UNTIL DL100-FILE-INDEX > DL100-FILE-COUNT
012070         IF DL100-FILE-ARCHIVED(DL100-FILE-INDEX) THEN
012080             MOVE DL100-FILE-PATH(DL100-FILE-INDEX)
012090                  TO DL100-MEMBER-PATH
012100             MOVE DL100-FILE-KIND(DL100-FILE-INDEX) TO DL100-KIND
012110             IF DL100-KIND = 6 THEN
012120                 PERFORM 0330-COPY-MOVEBIN-FILE THRU 0330-EXIT
012130             ELSE
012140                 PERFORM 0320-COPY-TEXT-FILE THRU 0320-EXIT
012150             END-IF
012160         END-IF
012170         ADD 1 TO DL100-FILE-INDEX
012180     END-PERFORM
012190     MOVE DL100-ARC-SEAL-COUNT TO DL100-SEAL-EXP-COUNT
012200     MOVE DL100-ARC-SEAL-CKSUM TO DL100-SEAL-EXP-CKSUM
012210     MOVE SPACES TO ARCHIVE-RECORD
012220     SET ARC-IS-SEAL TO TRUE
012230     MOVE ZERO TO ARC-LINE-NUMBER
012240     STRING "*SEAL* COUNT " DL100-SEAL-EXP-COUNT
012250         " CKSUM " DL100-SEAL-EXP-CKSUM
012260         DELIMITED BY SIZE INTO ARC-DATA
012270     WRITE ARCHIVE-RECORD
012280     CLOSE ARCHIVE-FILE
012290     .
012300 0300-EXIT.
012310     EXIT.
012320*----------------------------------------------------------------
012330 0310-WRITE-DAY-CONTENTS.
012340*    ONE DAY'S TABLE OF CONTENTS - ITS LEDGER RECORD, THEN ONE
012350*    ENTRY PER FILE THE LEDGER REGISTERED FOR IT.
012360*----------------------------------------------------------------
012370     MOVE SPACES TO ARCHIVE-RECORD
012380     SET ARC-IS-LEDGER TO TRUE
012390     MOVE DL100-DAY-DATE(DL100-DAY-INDEX) TO ARC-RUN-DATE
012400     MOVE ZERO TO ARC-LINE-NUMBER
012410     MOVE DL100-LED-ENTRY(DL100-DAY-LED-INDEX(DL100-DAY-INDEX))
012420          TO ARCL-LEDGER-IMAGE
012430     PERFORM 0340-PUT-ARCHIVE-RECORD THRU 0340-EXIT
012440     MOVE 1 TO DL100-FILE-INDEX
012450     PERFORM UNTIL DL100-FILE-INDEX > DL100-FILE-COUNT
012460         IF DL100-FILE-DAY(DL100-FILE-INDEX) = DL100-DAY-INDEX
012470             THEN
012480             MOVE SPACES TO ARCHIVE-RECORD
012490             SET ARC-IS-CONTENTS TO TRUE
012500             MOVE DL100-DAY-DATE(DL100-DAY-INDEX) TO ARC-RUN-DATE
012510             MOVE DL100-FILE-KIND(DL100-FILE-INDEX) TO DL100-KIND
012520             MOVE DL100-KIND-CODE(DL100-KIND) TO ARC-MEMBER
012530             MOVE ZERO TO ARC-LINE-NUMBER
012540             MOVE DL100-FILE-PATH(DL100-FILE-INDEX) TO ARCT-PATH
012550             MOVE DL100-FILE-RECORDS(DL100-FILE-INDEX)
012560                  TO ARCT-RECORD-COUNT
012570             MOVE DL100-FILE-SEAL(DL100-FILE-INDEX)
012580                  TO ARCT-SEAL-STATE
012590             MOVE DL100-FILE-DISP(DL100-FILE-INDEX)
012600                  TO ARCT-DISPOSITION
012610             MOVE DL100-FILE-OWNER(DL100-FILE-INDEX)
012620                  TO ARCT-SUPERSEDED-BY
012630             MOVE DL100-FILE-FORMAT(DL100-FILE-INDEX)
012640                  TO ARCT-RECORD-FORMAT
012650             PERFORM 0340-PUT-ARCHIVE-RECORD THRU 0340-EXIT
012660         END-IF
012670         ADD 1 TO DL100-FILE-INDEX
012680     END-PERFORM
012690     .
012700 0310-EXIT.
012710     EXIT.
012720*----------------------------------------------------------------
012730 0320-COPY-TEXT-FILE.
012740*    COPY ONE TEXT FILE INTO THE ARCHIVE LINE FOR LINE, SEAL
012750*    LINE INCLUDED, SO A RESTORED COPY VERIFIES AS THE ORIGINAL
012760*    DID.  A FILE THAT HAS CHANGED SINCE IT WAS JUDGED STOPS
012770*    THE RUN BEFORE THE LEDGER OR THE DISK IS TOUCHED.
012780*----------------------------------------------------------------
012790     MOVE ZERO TO DL100-COPY-COUNT
012800     OPEN INPUT MEMBER-FILE
012810     IF NOT DL100-MEMBER-OK THEN
012820         GO TO 0320-CHECK-COUNT
012830     END-IF
012840     PERFORM UNTIL EXIT
012850         READ MEMBER-FILE AT END
012860             EXIT PERFORM
012870         END-READ
012880         ADD 1 TO DL100-COPY-COUNT
012890         MOVE SPACES TO ARCHIVE-RECORD
012900         SET ARC-IS-DATA TO TRUE
012910         MOVE DL100-DAY-DATE(DL100-FILE-DAY(DL100-FILE-INDEX))
012920              TO ARC-RUN-DATE
012930         MOVE DL100-KIND-CODE(DL100-KIND) TO ARC-MEMBER
012940         MOVE DL100-COPY-COUNT TO ARC-LINE-NUMBER
012950         MOVE MEMBER-RECORD TO ARC-DATA
012960         PERFORM 0340-PUT-ARCHIVE-RECORD THRU 0340-EXIT
012970     END-PERFORM
012980     CLOSE MEMBER-FILE
012990     .
013000 0320-CHECK-COUNT.
013010     IF DL100-COPY-COUNT NOT =
013020         DL100-FILE-RECORDS(DL100-FILE-INDEX) THEN
013030         CLOSE ARCHIVE-FILE
013040         CALL "CBL_DELETE_FILE" USING DL100-ARCHIVE-PATH
013050         MOVE SPACES TO DL100-ERROR-MESSAGE
013060         STRING DL100-KIND-NAME(DL100-KIND) DELIMITED BY SIZE
013070             DL100-MEMBER-PATH DELIMITED BY SPACE
013080             " CHANGED WHILE BEING ARCHIVED - LEDGER AND FILES"
013090             " LEFT AS THEY WERE" DELIMITED BY SIZE
013100             INTO DL100-ERROR-MESSAGE
013110         PERFORM 0990-REFUSE-RUN THRU 0990-EXIT
013120     END-IF
013130     .
013140 0320-EXIT.
013150     EXIT.
013160*----------------------------------------------------------------
013170 0330-COPY-MOVEBIN-FILE.
013180*    COPY THE BINARY MOVE FILE INTO THE ARCHIVE RECORD FOR
013190*    RECORD, 'Z' SEAL RECORD INCLUDED, AT THE FRONT OF ARC-DATA,
013200*    READING IT AT THE RECORD LENGTH ITS SEAL CHECKED AT.
013210*----------------------------------------------------------------
013220     MOVE ZERO TO DL100-COPY-COUNT
013230     IF DL100-FILE-FORMAT(DL100-FILE-INDEX) = 'L' THEN
013240         SET DL100-MOVEBIN-LEGACY TO TRUE
013250     ELSE
013260         SET DL100-MOVEBIN-CURRENT TO TRUE
013270     END-IF
013280     PERFORM 0262-OPEN-MOVEBIN THRU 0262-EXIT
013290     IF NOT DL100-MEMBER-OK THEN
013300         GO TO 0330-CHECK-COUNT
013310     END-IF
013320     PERFORM UNTIL EXIT
013330         PERFORM 0263-READ-MOVEBIN THRU 0263-EXIT
013340         IF DL100-MOVEBIN-EOF THEN
013350             EXIT PERFORM
013360         END-IF
013370         ADD 1 TO DL100-COPY-COUNT
013380         MOVE SPACES TO ARCHIVE-RECORD
013390         SET ARC-IS-DATA TO TRUE
013400         MOVE DL100-DAY-DATE(DL100-FILE-DAY(DL100-FILE-INDEX))
013410              TO ARC-RUN-DATE
013420         MOVE DL100-KIND-CODE(DL100-KIND) TO ARC-MEMBER
013430         MOVE DL100-COPY-COUNT TO ARC-LINE-NUMBER
013440         MOVE MOVB-RECORD TO ARC-DATA
013450         PERFORM 0340-PUT-ARCHIVE-RECORD THRU 0340-EXIT
013460     END-PERFORM
013470     PERFORM 0264-CLOSE-MOVEBIN THRU 0264-EXIT
013480     .
013490 0330-CHECK-COUNT.
013500     IF DL100-COPY-COUNT NOT =
013510         DL100-FILE-RECORDS(DL100-FILE-INDEX) THEN
013520         CLOSE ARCHIVE-FILE
013530         CALL "CBL_DELETE_FILE" USING DL100-ARCHIVE-PATH
013540         MOVE SPACES TO DL100-ERROR-MESSAGE
013550         STRING DL100-KIND-NAME(DL100-KIND) DELIMITED BY SIZE
013560             DL100-MEMBER-PATH DELIMITED BY SPACE
013570             " CHANGED WHILE BEING ARCHIVED - LEDGER AND FILES"
013580             " LEFT AS THEY WERE" DELIMITED BY SIZE
013590             INTO DL100-ERROR-MESSAGE
013600         PERFORM 0990-REFUSE-RUN THRU 0990-EXIT
013610     END-IF
013620     .
013630 0330-EXIT.
013640     EXIT.
013650*----------------------------------------------------------------
013660 0340-PUT-ARCHIVE-RECORD.
013670*    WRITE ONE ARCHIVE RECORD AND FOLD IT INTO THE ARCHIVE SEAL.
013680*----------------------------------------------------------------
013690     WRITE ARCHIVE-RECORD
013700     IF NOT DL100-ARCHIVE-OK THEN
013710         CLOSE ARCHIVE-FILE
013720         CALL "CBL_DELETE_FILE" USING DL100-ARCHIVE-PATH
013730         MOVE SPACES TO DL100-ERROR-MESSAGE
013740         STRING "WRITE TO ARCHIVE " DELIMITED BY SIZE
013750             DL100-ARCHIVE-PATH DELIMITED BY SPACE
013760             " FAILED - FILE STATUS "
013770             DL100-ARCHIVE-STATUS " - LEDGER AND FILES LEFT AS"
013780             " THEY WERE" DELIMITED BY SIZE
013790             INTO DL100-ERROR-MESSAGE
013800         PERFORM 0990-REFUSE-RUN THRU 0990-EXIT
013810     END-IF
013820     IF ARC-IS-DATA THEN
013830         ADD 1 TO DL100-ARCHIVED-RECORDS
013840     END-IF
013850     MOVE ARCHIVE-RECORD TO DL100-ARC-SEAL-RECORD
013860     PERFORM 0940-ADD-TO-ARCHIVE-SEAL THRU 0940-EXIT
013870     .
013880 0340-EXIT.
013890     EXIT.
013900*----------------------------------------------------------------
013910 0350-VERIFY-ARCHIVE.
013920*    READ THE WHOLE ARCHIVE BACK AND JUDGE IT AGAINST ITS 'Z'
013930*    SEAL RECORD, NOTING WHETHER THE DAY TO RESTORE IS IN IT.
013940*    AN ARCHIVE THAT CANNOT BE OPENED IS REFUSED HERE.
013950*----------------------------------------------------------------
013960     MOVE ZERO TO DL100-ARC-SEAL-COUNT
013970     MOVE ZERO TO DL100-ARC-SEAL-CKSUM
013980     SET DL100-ARC-SEAL-BAD TO TRUE
013990     OPEN INPUT ARCHIVE-FILE
014000     IF NOT DL100-ARCHIVE-OK THEN
014010         MOVE SPACES TO DL100-ERROR-MESSAGE
014020         STRING "UNABLE TO OPEN ARCHIVE " DELIMITED BY SIZE
014030             DL100-ARCHIVE-PATH DELIMITED BY SPACE
014040             " - FILE STATUS "
014050             DL100-ARCHIVE-STATUS DELIMITED BY SIZE
014060             INTO DL100-ERROR-MESSAGE
014070         PERFORM 0990-REFUSE-RUN THRU 0990-EXIT
014080     END-IF
014090     PERFORM UNTIL EXIT
014100         READ ARCHIVE-FILE AT END
014110             EXIT PERFORM
014120         END-READ
014130         IF ARC-IS-SEAL THEN
014140             SET DL100-ARC-SEAL-BAD TO TRUE
014150             MOVE ARC-DATA(14:7) TO DL100-SEAL-EXP-COUNT
014160             MOVE ARC-DATA(28:10) TO DL100-SEAL-EXP-CKSUM
014170             IF ARC-DATA(1:7) = "*SEAL* " AND
014180                 DL100-SEAL-EXP-COUNT NUMERIC AND
014190                 DL100-SEAL-EXP-CKSUM NUMERIC AND
014200                 DL100-SEAL-EXP-COUNT = DL100-ARC-SEAL-COUNT AND
014210                 DL100-SEAL-EXP-CKSUM = DL100-ARC-SEAL-CKSUM THEN
014220                 SET DL100-ARC-SEAL-GOOD TO TRUE
014230             END-IF
014240         ELSE
014250             IF ARC-IS-LEDGER AND
014260                 ARC-RUN-DATE = DL100-RESTORE-DATE THEN
014270                 SET DL100-DAY-IN-ARCHIVE TO TRUE
014280             END-IF
014290             MOVE ARCHIVE-RECORD TO DL100-ARC-SEAL-RECORD
014300             PERFORM 0940-ADD-TO-ARCHIVE-SEAL THRU 0940-EXIT
014310         END-IF
014320     END-PERFORM
014330     CLOSE ARCHIVE-FILE
014340     .
014350 0350-EXIT.
014360     EXIT.
014370*----------------------------------------------------------------
014380 0360-MARK-DAYS-ARCHIVED.
014390*    REWRITE EVERY ARCHIVED DAY AS 'A' ON THE LEDGER.  ITS
014400*    PATHS ARE KEPT AS THEY WERE, SO THE LEDGER STILL SAYS WHERE
014410*    EACH FILE CAME FROM.
014420*----------------------------------------------------------------
014430     MOVE 1 TO DL100-DAY-INDEX
014440     PERFORM UNTIL DL100-DAY-INDEX > DL100-DAY-COUNT
014450         MOVE DL100-DAY-LED-INDEX(DL100-DAY-INDEX)
014460              TO DL100-LED-INDEX
014470         MOVE DL100-LED-ENTRY(DL100-LED-INDEX)
014480              TO RUN-LEDGER-RECORD
014490         SET RLED-RUN-ARCHIVED TO TRUE
014500         MOVE RUN-LEDGER-RECORD
014510              TO DL100-LED-ENTRY(DL100-LED-INDEX)
014520         ADD 1 TO DL100-DAY-INDEX
014530     END-PERFORM
014540     PERFORM 0195-REWRITE-LEDGER THRU 0195-EXIT
014550     .
014560 0360-EXIT.
014570     EXIT.
014580*----------------------------------------------------------------
014590 0370-REMOVE-DAY-FILES.
014600*    REMOVE EVERY ARCHIVED FILE FROM DISK EXCEPT THE ONE KEPT.
014610*    A FILE THAT CANNOT BE REMOVED IS LISTED AND LEFT; IT IS
014620*    SAFELY IN THE ARCHIVE EITHER WAY.
014630*----------------------------------------------------------------
014640     MOVE 1 TO DL100-FILE-INDEX
014650     PERFORM UNTIL DL100-FILE-INDEX > DL100-FILE-COUNT
014660         IF DL100-FILE-DISP(DL100-FILE-INDEX) = 'D' THEN
014670             CALL "CBL_DELETE_FILE"
014680                 USING DL100-FILE-PATH(DL100-FILE-INDEX)
014690             IF RETURN-CODE = 0 THEN
014700                 MOVE 'Y' TO DL100-FILE-REMOVED(DL100-FILE-INDEX)
014710                 ADD 1 TO DL100-REMOVED-FILES
014720             ELSE
014730                 MOVE 'N' TO DL100-FILE-REMOVED(DL100-FILE-INDEX)
014740                 ADD 1 TO DL100-NOT-REMOVED-FILES
014750             END-IF
014760         END-IF
014770         ADD 1 TO DL100-FILE-INDEX
014780     END-PERFORM
014790     MOVE ZERO TO RETURN-CODE
014800     IF DL100-NOT-REMOVED-FILES > 0 OR DL100-SUPERSEDED-FILES > 0
014810         OR DL100-MISSING-FILES > 0 THEN
014820         IF DL100-FINAL-RC < 4 THEN
014830             MOVE 4 TO DL100-FINAL-RC
014840         END-IF
014850     END-IF
014860     .
014870 0370-EXIT.
014880     EXIT.
014890*----------------------------------------------------------------
014900 0400-PURGE-HISTORY.
014910*    DELETE EVERY MOVEMENT-HISTORY RECORD WHOSE RUN DATE IS MORE
014920*    THAN THE RETENTION PERIOD BEFORE TODAY.  THE PURGE RUNS
014930*    WHETHER OR NOT THERE WAS ANYTHING TO ARCHIVE; A HISTORY
014940*    FILE THAT DOES NOT EXIST YET HAS NOTHING TO PURGE.
014950*----------------------------------------------------------------
014960     MOVE SPACES TO ARCREPORT-RECORD
014970     WRITE ARCREPORT-RECORD
014980     IF DL100-RETENTION-DAYS = 0 THEN
014990         MOVE "MOVEMENT HISTORY: RETENTION 0 - NOT PURGED"
015000              TO ARCREPORT-RECORD
015010         WRITE ARCREPORT-RECORD
015020         GO TO 0400-EXIT
015030     END-IF
015040     MOVE DL100-RUN-DATE-DASHED TO DL100-DATE-WORK
015050     PERFORM 0700-DATE-TO-DAY-NUMBER THRU 0700-EXIT
015060     COMPUTE DL100-CUTOFF-DAY-NUMBER =
015070         DL100-DAY-NUMBER - DL100-RETENTION-DAYS
015080     OPEN I-O HISTORY-FILE
015090     IF DL100-HISTORY-MISSING THEN
015100         MOVE SPACES TO ARCREPORT-RECORD
015110         STRING "MOVEMENT HISTORY: " DELIMITED BY SIZE
015120             DL100-HISTORY-PATH DELIMITED BY SPACE
015130             " NOT FOUND - NOTHING TO PURGE"
015140             DELIMITED BY SIZE INTO ARCREPORT-RECORD
015150         WRITE ARCREPORT-RECORD
015160         GO TO 0400-EXIT
015170     END-IF
015180     IF NOT DL100-HISTORY-OK THEN
015190         MOVE SPACES TO ARCREPORT-RECORD
015200         STRING "MOVEMENT HISTORY: UNABLE TO OPEN "
015210             DL100-HISTORY-PATH DELIMITED BY SPACE
015220             " - FILE STATUS " DL100-HISTORY-STATUS
015230             " - NOT PURGED" DELIMITED BY SIZE
015240             INTO ARCREPORT-RECORD
015250         WRITE ARCREPORT-RECORD
015260         MOVE 8 TO DL100-FINAL-RC
015270         GO TO 0400-EXIT
015280     END-IF
015290     PERFORM UNTIL EXIT
015300         READ HISTORY-FILE NEXT RECORD AT END
015310             EXIT PERFORM
015320         END-READ
015330         MOVE MHST-RUN-DATE TO DL100-DATE-WORK
015340         PERFORM 0700-DATE-TO-DAY-NUMBER THRU 0700-EXIT
015350         IF DL100-DATE-VALID AND
015360             DL100-DAY-NUMBER < DL100-CUTOFF-DAY-NUMBER THEN
015370             DELETE HISTORY-FILE RECORD
015380             IF DL100-HISTORY-OK THEN
015390                 ADD 1 TO DL100-PURGED-COUNT
015400             ELSE
015410                 ADD 1 TO DL100-PURGE-FAILURES
015420             END-IF
015430         ELSE
015440             ADD 1 TO DL100-KEPT-COUNT
015450         END-IF
015460     END-PERFORM
015470     CLOSE HISTORY-FILE
015480     MOVE DL100-RETENTION-DAYS TO DL100-EDIT-NUM1
015490     MOVE DL100-PURGED-COUNT   TO DL100-EDIT-BIG1
015500     MOVE DL100-KEPT-COUNT     TO DL100-EDIT-BIG2
015510     MOVE SPACES TO ARCREPORT-RECORD
015520     STRING "MOVEMENT HISTORY: RETENTION" DL100-EDIT-NUM1
015530         " DAYS - PURGED" DL100-EDIT-BIG1 " RECORD(S), KEPT"
015540         DL100-EDIT-BIG2 DELIMITED BY SIZE INTO ARCREPORT-RECORD
015550     WRITE ARCREPORT-RECORD
015560     IF DL100-PURGE-FAILURES > 0 THEN
015570         MOVE DL100-PURGE-FAILURES TO DL100-EDIT-NUM1
015580         MOVE SPACES TO ARCREPORT-RECORD
015590         STRING "MOVEMENT HISTORY:" DL100-EDIT-NUM1
015600             " RECORD(S) COULD NOT BE DELETED"
015610             DELIMITED BY SIZE INTO ARCREPORT-RECORD
015620         WRITE ARCREPORT-RECORD
015630         MOVE 8 TO DL100-FINAL-RC
015640     END-IF
015650     .
015660 0400-EXIT.
015670     EXIT.
015680*----------------------------------------------------------------
015690 0500-RESTORE-DAY.
015700*    RESTORE ONE ARCHIVED DAY.  THE LEDGER MUST SHOW THE DAY AS
015710*    ARCHIVED (OR NOT HAVE IT AT ALL, WHEN THE LEDGER HAS BEEN
015720*    STARTED AFRESH SINCE), AND THE ARCHIVE MUST READ BACK
015730*    AGAINST ITS SEAL AND HOLD THE DAY.  EACH ARCHIVED FILE IS
015740*    WRITTEN TO THE RESTORE DIRECTORY AS <DAY><SUFFIX>, AND THE
015750*    DAY IS RE-REGISTERED AS RESTORED WITH THOSE PATHS.
015760*----------------------------------------------------------------
015770     MOVE ZERO TO DL100-LED-SLOT
015780     MOVE 1 TO DL100-LED-INDEX
015790     PERFORM UNTIL DL100-LED-INDEX > DL100-LED-COUNT
015800         MOVE DL100-LED-ENTRY(DL100-LED-INDEX)
015810              TO DL100-LEDGER-VIEW
015820         IF DL100-LV-RUN-DATE = DL100-RESTORE-DATE THEN
015830             MOVE DL100-LED-INDEX TO DL100-LED-SLOT
015840         END-IF
015850         ADD 1 TO DL100-LED-INDEX
015860     END-PERFORM
015870     IF DL100-LED-SLOT > 0 THEN
015880         MOVE DL100-LED-ENTRY(DL100-LED-SLOT) TO DL100-LEDGER-VIEW
015890         IF DL100-LV-STATUS NOT = 'A' THEN
015900             MOVE SPACES TO DL100-ERROR-MESSAGE
015910             STRING "DAY " DL100-RESTORE-DATE
015920                 " IS NOT ARCHIVED ON THE RUN LEDGER (STATUS "
015930                 DL100-LV-STATUS ") - NOTHING RESTORED"
015940                 DELIMITED BY SIZE INTO DL100-ERROR-MESSAGE
015950             PERFORM 0990-REFUSE-RUN THRU 0990-EXIT
015960         END-IF
015970     END-IF
015980     PERFORM 0350-VERIFY-ARCHIVE THRU 0350-EXIT
015990     IF DL100-ARC-SEAL-BAD THEN
016000         MOVE SPACES TO DL100-ERROR-MESSAGE
016010         STRING "ARCHIVE " DELIMITED BY SIZE
016020             DL100-ARCHIVE-PATH DELIMITED BY SPACE
016030             " SEAL MISSING OR WRONG - ARCHIVE IS TRUNCATED OR"
016040             " CORRUPT" DELIMITED BY SIZE INTO DL100-ERROR-MESSAGE
016050         PERFORM 0990-REFUSE-RUN THRU 0990-EXIT
016060     END-IF
016070     IF NOT DL100-DAY-IN-ARCHIVE THEN
016080         MOVE SPACES TO DL100-ERROR-MESSAGE
016090         STRING "DAY " DL100-RESTORE-DATE " IS NOT IN ARCHIVE "
016100             DL100-ARCHIVE-PATH DELIMITED BY SIZE
016110             INTO DL100-ERROR-MESSAGE
016120         PERFORM 0990-REFUSE-RUN THRU 0990-EXIT
016130     END-IF
016140     MOVE 1 TO DL100-KIND
016150     PERFORM UNTIL DL100-KIND > 6
016160         MOVE SPACES TO DL100-RST-PATH(DL100-KIND)
016170         MOVE ZERO   TO DL100-RST-RECORDS(DL100-KIND)
016180         MOVE SPACES TO DL100-RST-TOC-PATH(DL100-KIND)
016190         MOVE ZERO   TO DL100-RST-TOC-COUNT(DL100-KIND)
016200         MOVE SPACE  TO DL100-RST-DISP(DL100-KIND)
016210         MOVE SPACES TO DL100-RST-OWNER(DL100-KIND)
016220         MOVE SPACE  TO DL100-RST-FORMAT(DL100-KIND)
016230         ADD 1 TO DL100-KIND
016240     END-PERFORM
016250     OPEN INPUT ARCHIVE-FILE
016260     PERFORM UNTIL EXIT
016270         READ ARCHIVE-FILE AT END
016280             EXIT PERFORM
016290         END-READ
016300         IF ARC-RUN-DATE = DL100-RESTORE-DATE THEN
016310             EVALUATE TRUE
016320                 WHEN ARC-IS-LEDGER
016330                     MOVE ARCL-LEDGER-IMAGE TO DL100-RESTORE-IMAGE
016340                 WHEN ARC-IS-CONTENTS
016350                     PERFORM 0510-NOTE-CONTENTS THRU 0510-EXIT
016360                 WHEN ARC-IS-DATA
016370                     PERFORM 0520-RESTORE-RECORD THRU 0520-EXIT
016380             END-EVALUATE
016390         END-IF
016400     END-PERFORM
016410     PERFORM 0540-CLOSE-TARGET THRU 0540-EXIT
016420     CLOSE ARCHIVE-FILE
016430*    AN ARCHIVED FILE WITH NO RECORDS (A CLEAN DAY'S ERROR FILE)
016440*    HAS NO DATA RECORDS TO OPEN IT, SO IT IS CREATED EMPTY HERE.
016450     MOVE 1 TO DL100-KIND
016460     PERFORM UNTIL DL100-KIND > 6
016470         IF (DL100-RST-DISP(DL100-KIND) = 'D' OR
016480             DL100-RST-DISP(DL100-KIND) = 'K') AND
016490             DL100-RST-PATH(DL100-KIND) = SPACES THEN
016500             MOVE DL100-KIND-CODE(DL100-KIND) TO ARC-MEMBER
016510             PERFORM 0530-OPEN-TARGET THRU 0530-EXIT
016520             PERFORM 0540-CLOSE-TARGET THRU 0540-EXIT
016530         END-IF
016540         ADD 1 TO DL100-KIND
016550     END-PERFORM
016560     PERFORM 0550-REREGISTER-DAY THRU 0550-EXIT
016570     PERFORM 0610-LIST-RESTORE THRU 0610-EXIT
016580     .
016590 0500-EXIT.
016600     EXIT.
016610*----------------------------------------------------------------
016620 0510-NOTE-CONTENTS.
016630*    NOTE ONE TABLE-OF-CONTENTS ENTRY FOR THE DAY BEING RESTORED.
016640*----------------------------------------------------------------
016650     PERFORM 0560-FIND-KIND THRU 0560-EXIT
016660     IF DL100-CUR-KIND = 0 THEN
016670         GO TO 0510-EXIT
016680     END-IF
016690     MOVE ARCT-PATH          TO DL100-RST-TOC-PATH(DL100-CUR-KIND)
016700     MOVE ARCT-RECORD-COUNT
016710          TO DL100-RST-TOC-COUNT(DL100-CUR-KIND)
016720     MOVE ARCT-DISPOSITION   TO DL100-RST-DISP(DL100-CUR-KIND)
016730     MOVE ARCT-SUPERSEDED-BY TO DL100-RST-OWNER(DL100-CUR-KIND)
016740     MOVE ARCT-RECORD-FORMAT TO DL100-RST-FORMAT(DL100-CUR-KIND)
016750     .
016760 0510-EXIT.
016770     EXIT.
016780*----------------------------------------------------------------
016790 0520-RESTORE-RECORD.
016800*    WRITE ONE DATA RECORD BACK OUT, OPENING THE RESTORED COPY
016810*    WHEN A NEW FILE'S RECORDS BEGIN.  A WRITE THAT FAILS REMOVES
016820*    EVERY FILE RESTORED SO FAR AND REFUSES THE RUN BEFORE THE
016830*    DAY IS RE-REGISTERED.
016840*----------------------------------------------------------------
016850     IF ARC-MEMBER NOT = DL100-CUR-MEMBER THEN
016860         PERFORM 0540-CLOSE-TARGET THRU 0540-EXIT
016870         PERFORM 0530-OPEN-TARGET THRU 0530-EXIT
016880     END-IF
016890     IF DL100-CUR-KIND = 6 THEN
016900         IF DL100-RST-FORMAT(6) = 'L' THEN
016910             WRITE MOVEBIN-LEGACY-RECORD FROM ARC-DATA
016920         ELSE
016930             WRITE MOVEBIN-FILE-RECORD FROM ARC-DATA
016940         END-IF
016950     ELSE
016960         MOVE ARC-DATA TO MEMBER-RECORD
016970         WRITE MEMBER-RECORD
016980     END-IF
016990     IF NOT DL100-MEMBER-OK THEN
017000         MOVE DL100-MEMBER-STATUS TO DL100-WRITE-STATUS
017010         PERFORM 0540-CLOSE-TARGET THRU 0540-EXIT
017020         CLOSE ARCHIVE-FILE
017030         PERFORM 0570-REMOVE-RESTORED-FILES THRU 0570-EXIT
017040         MOVE SPACES TO DL100-ERROR-MESSAGE
017050         STRING "WRITE TO " DELIMITED BY SIZE
017060             DL100-MEMBER-PATH DELIMITED BY SPACE
017070             " FAILED - FILE STATUS "
017080             DL100-WRITE-STATUS " - RESTORED FILES REMOVED,"
017090             " LEDGER LEFT AS IT WAS" DELIMITED BY SIZE
017100             INTO DL100-ERROR-MESSAGE
017110         PERFORM 0990-REFUSE-RUN THRU 0990-EXIT
017120     END-IF
017130     ADD 1 TO DL100-RST-RECORDS(DL100-CUR-KIND)
017140     .
017150 0520-EXIT.
017160     EXIT.
017170*----------------------------------------------------------------
017180 0530-OPEN-TARGET.
017190*    OPEN THE RESTORED COPY OF THE FILE NAMED BY ARC-MEMBER AS
017200*    <RESTORE DIRECTORY>/<DAY><SUFFIX>.  A REFUSAL HERE REMOVES
017210*    THE FILES ALREADY RESTORED.
017220*----------------------------------------------------------------
017230     PERFORM 0560-FIND-KIND THRU 0560-EXIT
017240     IF DL100-CUR-KIND = 0 THEN
017250         CLOSE ARCHIVE-FILE
017260         PERFORM 0570-REMOVE-RESTORED-FILES THRU 0570-EXIT
017270         MOVE SPACES TO DL100-ERROR-MESSAGE
017280         STRING "ARCHIVE " DELIMITED BY SIZE
017290             DL100-ARCHIVE-PATH DELIMITED BY SPACE
017300             " HOLDS AN UNKNOWN FILE CODE '" ARC-MEMBER "'"
017310             DELIMITED BY SIZE INTO DL100-ERROR-MESSAGE
017320         PERFORM 0990-REFUSE-RUN THRU 0990-EXIT
017330     END-IF
017340     MOVE SPACES TO DL100-MEMBER-PATH
017350     STRING DL100-RESTORE-DIR DELIMITED BY SPACE
017360         "/" DL100-RESTORE-DATE
017370         DL100-KIND-SUFFIX(DL100-CUR-KIND)
017380         DELIMITED BY SIZE INTO DL100-MEMBER-PATH
017390     IF DL100-CUR-KIND = 6 THEN
017400         IF DL100-RST-FORMAT(6) = 'L' THEN
017410             OPEN OUTPUT MOVEBIN-LEGACY-FILE
017420         ELSE
017430             OPEN OUTPUT MOVEBIN-FILE
017440         END-IF
017450     ELSE
017460         OPEN OUTPUT MEMBER-FILE
017470     END-IF
017480     IF NOT DL100-MEMBER-OK THEN
017490         MOVE DL100-MEMBER-STATUS TO DL100-WRITE-STATUS
017500         CLOSE ARCHIVE-FILE
017510         PERFORM 0570-REMOVE-RESTORED-FILES THRU 0570-EXIT
017520         MOVE SPACES TO DL100-ERROR-MESSAGE
017530         STRING "UNABLE TO CREATE " DELIMITED BY SIZE
017540             DL100-MEMBER-PATH DELIMITED BY SPACE
017550             " - FILE STATUS "
017560             DL100-WRITE-STATUS DELIMITED BY SIZE
017570             INTO DL100-ERROR-MESSAGE
017580         PERFORM 0990-REFUSE-RUN THRU 0990-EXIT
017590     END-IF
017600     MOVE DL100-MEMBER-PATH TO DL100-RST-PATH(DL100-CUR-KIND)
017610     MOVE ARC-MEMBER TO DL100-CUR-MEMBER
017620     .
017630 0530-EXIT.
017640     EXIT.
017650*----------------------------------------------------------------
017660 0540-CLOSE-TARGET.
017670*    CLOSE THE RESTORED COPY BEING WRITTEN, IF ANY.  THE LAST
017680*    RECORDS ONLY REACH THE DISK HERE, SO A CLOSE THAT FAILS IS
017690*    REFUSED LIKE A FAILED WRITE - UNLESS 0520 IS ALREADY
017700*    REFUSING ONE (DL100-WRITE-STATUS SET).
017710*----------------------------------------------------------------
017720     IF DL100-CUR-MEMBER = SPACE THEN
017730         GO TO 0540-EXIT
017740     END-IF
017750     IF DL100-CUR-KIND = 6 THEN
017760         IF DL100-RST-FORMAT(6) = 'L' THEN
017770             CLOSE MOVEBIN-LEGACY-FILE
017780         ELSE
017790             CLOSE MOVEBIN-FILE
017800         END-IF
017810     ELSE
017820         CLOSE MEMBER-FILE
017830     END-IF
017840     MOVE SPACE TO DL100-CUR-MEMBER
017850     IF NOT DL100-MEMBER-OK AND DL100-WRITE-STATUS = SPACES THEN
017860         MOVE DL100-MEMBER-STATUS TO DL100-WRITE-STATUS
017870         CLOSE ARCHIVE-FILE
017880         PERFORM 0570-REMOVE-RESTORED-FILES THRU 0570-EXIT
017890         MOVE SPACES TO DL100-ERROR-MESSAGE
017900         STRING "CLOSE OF " DELIMITED BY SIZE
017910             DL100-MEMBER-PATH DELIMITED BY SPACE
017920             " FAILED - FILE STATUS "
017930             DL100-WRITE-STATUS " - RESTORED FILES REMOVED,"
017940             " LEDGER LEFT AS IT WAS" DELIMITED BY SIZE
017950             INTO DL100-ERROR-MESSAGE
017960         PERFORM 0990-REFUSE-RUN THRU 0990-EXIT
017970     END-IF
017980     .
017990 0540-EXIT.
018000     EXIT.
018010*----------------------------------------------------------------
018020 0550-REREGISTER-DAY.
018030*    PUT THE DAY BACK ON THE LEDGER AS IT STOOD WHEN ARCHIVED,
018040*    MARKED RESTORED, WITH EACH PATH POINTING AT THE RESTORED
018050*    COPY.  A FILE THAT WAS NOT IN THE ARCHIVE (SUPERSEDED, OR
018060*    NOT ON DISK WHEN ARCHIVED) IS LEFT WITH A BLANK PATH.
018070*----------------------------------------------------------------
018080     MOVE DL100-RESTORE-IMAGE TO DL100-LEDGER-VIEW
018090     MOVE 'R' TO DL100-LV-STATUS
018100     MOVE 1 TO DL100-KIND
018110     PERFORM UNTIL DL100-KIND > 6
018120         MOVE DL100-RST-PATH(DL100-KIND)
018130              TO DL100-LV-PATH(DL100-KIND)
018140         ADD 1 TO DL100-KIND
018150     END-PERFORM
018160     IF DL100-LED-SLOT = 0 THEN
018170         IF DL100-LED-COUNT < 400 THEN
018180             ADD 1 TO DL100-LED-COUNT
018190             MOVE DL100-LED-COUNT TO DL100-LED-SLOT
018200         ELSE
018210             PERFORM 0570-REMOVE-RESTORED-FILES THRU 0570-EXIT
018220             MOVE SPACES TO DL100-ERROR-MESSAGE
018230             STRING "RUN LEDGER IS FULL - DAY CANNOT BE"
018240                 " RE-REGISTERED, RESTORED FILES REMOVED"
018250                 DELIMITED BY SIZE INTO DL100-ERROR-MESSAGE
018260             PERFORM 0990-REFUSE-RUN THRU 0990-EXIT
018270         END-IF
018280     END-IF
018290     MOVE DL100-LEDGER-VIEW TO DL100-LED-ENTRY(DL100-LED-SLOT)
018300     PERFORM 0195-REWRITE-LEDGER THRU 0195-EXIT
018310     .
018320 0550-EXIT.
018330     EXIT.
018340*----------------------------------------------------------------
018350 0560-FIND-KIND.
018360*    TURN THE FILE CODE IN ARC-MEMBER INTO ITS KIND NUMBER IN
018370*    DL100-CUR-KIND (ZERO WHEN THE CODE IS NOT ONE OF THE SIX).
018380*----------------------------------------------------------------
018390     MOVE ZERO TO DL100-CUR-KIND
018400     MOVE 1 TO DL100-OWN-KIND
018410     PERFORM UNTIL DL100-OWN-KIND > 6
018420         IF DL100-KIND-CODE(DL100-OWN-KIND) = ARC-MEMBER THEN
018430             MOVE DL100-OWN-KIND TO DL100-CUR-KIND
018440         END-IF
018450         ADD 1 TO DL100-OWN-KIND
018460     END-PERFORM
018470     .
018480 0560-EXIT.
018490     EXIT.
018500*----------------------------------------------------------------
018510 0570-REMOVE-RESTORED-FILES.
018520*    REMOVE EVERY FILE THIS RESTORE HAS WRITTEN, SO A REFUSED
018530*    RESTORE LEAVES NO PART OF THE DAY BEHIND.  ONLY CALLED ON
018540*    THE WAY TO 0990, SO DL100-KIND IS FREE TO REUSE.
018550*----------------------------------------------------------------
018560     MOVE 1 TO DL100-KIND
018570     PERFORM UNTIL DL100-KIND > 6
018580         IF DL100-RST-PATH(DL100-KIND) NOT = SPACES THEN
018590             CALL "CBL_DELETE_FILE"
018600                 USING DL100-RST-PATH(DL100-KIND)
018610         END-IF
018620         ADD 1 TO DL100-KIND
018630     END-PERFORM
018640     MOVE ZERO TO RETURN-CODE
018650     .
018660 0570-EXIT.
018670     EXIT.
018680*----------------------------------------------------------------
018690 0600-LIST-CONTENTS.
018700*    LIST THE ARCHIVE'S TABLE OF CONTENTS - EVERY FILE OF EVERY
018710*    DAY, WITH ITS RECORDS, ITS SEAL, AND WHAT BECAME OF IT -
018720*    THEN THE RUN TOTALS.
018730*----------------------------------------------------------------
018740     MOVE "TABLE OF CONTENTS" TO ARCREPORT-RECORD
018750     WRITE ARCREPORT-RECORD
018760     MOVE 1 TO DL100-FILE-INDEX
018770     PERFORM UNTIL DL100-FILE-INDEX > DL100-FILE-COUNT
018780         IF DL100-FILE-INDEX = 1 OR
018790             DL100-FILE-DAY(DL100-FILE-INDEX) NOT =
018800             DL100-FILE-DAY(DL100-FILE-INDEX - 1) THEN
018810             MOVE SPACES TO ARCREPORT-RECORD
018820             STRING "  DAY "
018830                 DL100-DAY-DATE(DL100-FILE-DAY(DL100-FILE-INDEX))
018840                 DELIMITED BY SIZE INTO ARCREPORT-RECORD
018850             WRITE ARCREPORT-RECORD
018860         END-IF
018870         MOVE DL100-FILE-KIND(DL100-FILE-INDEX) TO DL100-KIND
018880         EVALUATE DL100-FILE-SEAL(DL100-FILE-INDEX)
018890             WHEN 'V'
018900                 MOVE "SEAL VERIFIED " TO DL100-SEAL-TEXT
018910             WHEN OTHER
018920                 MOVE "NO SEAL       " TO DL100-SEAL-TEXT
018930         END-EVALUATE
018940         MOVE SPACES TO DL100-DISP-TEXT
018950         EVALUATE TRUE
018960             WHEN DL100-FILE-DISP(DL100-FILE-INDEX) = 'K'
018970                 MOVE "ARCHIVED, KEPT ON DISK" TO DL100-DISP-TEXT
018980             WHEN DL100-FILE-REMOVED(DL100-FILE-INDEX) = 'Y'
018990                 MOVE "ARCHIVED, REMOVED" TO DL100-DISP-TEXT
019000             WHEN DL100-FILE-REMOVED(DL100-FILE-INDEX) = 'N'
019010                 MOVE "ARCHIVED, COULD NOT BE REMOVED"
019020                      TO DL100-DISP-TEXT
019030             WHEN DL100-FILE-DISP(DL100-FILE-INDEX) = 'S'
019040                 STRING "NOT ARCHIVED - SUPERSEDED BY "
019050                     DL100-FILE-OWNER(DL100-FILE-INDEX)
019060                     DELIMITED BY SIZE INTO DL100-DISP-TEXT
019070                 MOVE SPACES TO DL100-SEAL-TEXT
019080             WHEN OTHER
019090                 MOVE "NOT ARCHIVED - NOT ON DISK"
019100                      TO DL100-DISP-TEXT
019110                 MOVE SPACES TO DL100-SEAL-TEXT
019120         END-EVALUATE
019130         MOVE DL100-FILE-RECORDS(DL100-FILE-INDEX)
019140              TO DL100-EDIT-NUM1
019150         MOVE SPACES TO ARCREPORT-RECORD
019160         STRING "    " DL100-KIND-NAME(DL100-KIND)
019170             DL100-EDIT-NUM1 " RECS  " DL100-SEAL-TEXT
019180             DL100-DISP-TEXT " " DELIMITED BY SIZE
019190             DL100-FILE-PATH(DL100-FILE-INDEX) DELIMITED BY SPACE
019200             INTO ARCREPORT-RECORD
019210         WRITE ARCREPORT-RECORD
019220         ADD 1 TO DL100-FILE-INDEX
019230     END-PERFORM
019240     MOVE SPACES TO ARCREPORT-RECORD
019250     WRITE ARCREPORT-RECORD
019260     MOVE DL100-DAY-COUNT        TO DL100-EDIT-NUM1
019270     MOVE DL100-ARCHIVED-FILES   TO DL100-EDIT-NUM2
019280     MOVE DL100-ARCHIVED-RECORDS TO DL100-EDIT-BIG1
019290     MOVE SPACES TO ARCREPORT-RECORD
019300     STRING "DAYS ARCHIVED:   " DL100-EDIT-NUM1
019310         "  FILES ARCHIVED: " DL100-EDIT-NUM2
019320         "  RECORDS ARCHIVED: " DL100-EDIT-BIG1
019330         DELIMITED BY SIZE INTO ARCREPORT-RECORD
019340     WRITE ARCREPORT-RECORD
019350     MOVE DL100-REMOVED-FILES     TO DL100-EDIT-NUM1
019360     MOVE DL100-NOT-REMOVED-FILES TO DL100-EDIT-NUM2
019370     MOVE SPACES TO ARCREPORT-RECORD
019380     STRING "FILES REMOVED:   " DL100-EDIT-NUM1
019390         "  NOT REMOVED:    " DL100-EDIT-NUM2
019400         DELIMITED BY SIZE INTO ARCREPORT-RECORD
019410     WRITE ARCREPORT-RECORD
019420     MOVE DL100-SUPERSEDED-FILES TO DL100-EDIT-NUM1
019430     MOVE DL100-MISSING-FILES    TO DL100-EDIT-NUM2
019440     MOVE SPACES TO ARCREPORT-RECORD
019450     STRING "SUPERSEDED:      " DL100-EDIT-NUM1
019460         "  NOT ON DISK:    " DL100-EDIT-NUM2
019470         DELIMITED BY SIZE INTO ARCREPORT-RECORD
019480     WRITE ARCREPORT-RECORD
019490     .
019500 0600-EXIT.
019510     EXIT.
019520*----------------------------------------------------------------
019530 0610-LIST-RESTORE.
019540*    LIST WHAT WAS RESTORED, FILE BY FILE.  A RESTORED COPY
019550*    WHOSE RECORD COUNT DISAGREES WITH THE TABLE OF CONTENTS
019560*    GIVES RETURN CODE 8.
019570*----------------------------------------------------------------
019580     MOVE 1 TO DL100-KIND
019590     PERFORM UNTIL DL100-KIND > 6
019600         MOVE DL100-RST-RECORDS(DL100-KIND) TO DL100-EDIT-NUM1
019610         MOVE SPACES TO DL100-DISP-TEXT
019620         MOVE SPACES TO ARCREPORT-RECORD
019630         EVALUATE DL100-RST-DISP(DL100-KIND)
019640             WHEN 'D'
019650             WHEN 'K'
019660                 STRING "  " DL100-KIND-NAME(DL100-KIND)
019670                     DL100-EDIT-NUM1 " RECS  RESTORED TO "
019680                     DELIMITED BY SIZE
019690                     DL100-RST-PATH(DL100-KIND) DELIMITED BY SPACE
019700                     INTO ARCREPORT-RECORD
019710                 WRITE ARCREPORT-RECORD
019720                 IF DL100-RST-RECORDS(DL100-KIND) NOT =
019730                     DL100-RST-TOC-COUNT(DL100-KIND) THEN
019740                     MOVE DL100-RST-TOC-COUNT(DL100-KIND)
019750                          TO DL100-EDIT-NUM2
019760                     MOVE SPACES TO ARCREPORT-RECORD
019770                     STRING "    *** TABLE OF CONTENTS SHOWS"
019780                         DL100-EDIT-NUM2 " RECORDS"
019790                         DELIMITED BY SIZE INTO ARCREPORT-RECORD
019800                     WRITE ARCREPORT-RECORD
019810                     MOVE 8 TO DL100-FINAL-RC
019820                 END-IF
019830             WHEN 'S'
019840                 STRING "  " DL100-KIND-NAME(DL100-KIND)
019850                     "NOT IN ARCHIVE - SUPERSEDED BY "
019860                     DL100-RST-OWNER(DL100-KIND)
019870                     DELIMITED BY SIZE INTO ARCREPORT-RECORD
019880                 WRITE ARCREPORT-RECORD
019890             WHEN 'X'
019900                 STRING "  " DL100-KIND-NAME(DL100-KIND)
019910                     "NOT IN ARCHIVE - NOT ON DISK WHEN ARCHIVED"
019920                     DELIMITED BY SIZE INTO ARCREPORT-RECORD
019930                 WRITE ARCREPORT-RECORD
019940         END-EVALUATE
019950         ADD 1 TO DL100-KIND
019960     END-PERFORM
019970     MOVE SPACES TO ARCREPORT-RECORD
019980     STRING "DAY " DL100-RESTORE-DATE
019990         " RE-REGISTERED ON THE RUN LEDGER AS RESTORED"
020000         DELIMITED BY SIZE INTO ARCREPORT-RECORD
020010     WRITE ARCREPORT-RECORD
020020     .
020030 0610-EXIT.
020040     EXIT.
020050*----------------------------------------------------------------
020060 0700-DATE-TO-DAY-NUMBER.
020070*    TURN THE CCYY-MM-DD DATE IN DL100-DATE-WORK INTO A DAY COUNT
020080*    IN DL100-DAY-NUMBER (THE JULIAN DAY NUMBER), SO THE DAYS
020090*    BETWEEN TWO DATES ARE ONE SUBTRACTION.  THE YEAR IS COUNTED
020100*    FROM MARCH SO FEBRUARY 29 FALLS AT THE END; EVERY DIVISION
020110*    IS A WHOLE-NUMBER DIVISION.  A DATE THAT IS NOT CCYY-MM-DD
020120*    WITH A REAL MONTH AND DAY SETS DL100-DATE-INVALID.
020130*----------------------------------------------------------------
020140     SET DL100-DATE-INVALID TO TRUE
020150     MOVE ZERO TO DL100-DAY-NUMBER
020160     IF DL100-DW-CCYY NOT NUMERIC OR DL100-DW-MM NOT NUMERIC OR
020170         DL100-DW-DD NOT NUMERIC OR DL100-DW-DASH1 NOT = '-' OR
020180         DL100-DW-DASH2 NOT = '-' THEN
020190         GO TO 0700-EXIT
020200     END-IF
020210     IF DL100-DW-MM < 1 OR DL100-DW-MM > 12 OR
020220         DL100-DW-DD < 1 OR DL100-DW-DD > 31 THEN
020230         GO TO 0700-EXIT
020240     END-IF
020250     SET DL100-DATE-VALID TO TRUE
020260     COMPUTE DL100-JDN-A = (14 - DL100-DW-MM) / 12
020270     COMPUTE DL100-JDN-Y = DL100-DW-CCYY + 4800 - DL100-JDN-A
020280     COMPUTE DL100-JDN-M = DL100-DW-MM + (12 * DL100-JDN-A) - 3
020290     COMPUTE DL100-JDN-T1 = (153 * DL100-JDN-M + 2) / 5
020300     COMPUTE DL100-JDN-T2 = DL100-JDN-Y / 4
020310     COMPUTE DL100-JDN-T3 = DL100-JDN-Y / 100
020320     COMPUTE DL100-JDN-T4 = DL100-JDN-Y / 400
020330     COMPUTE DL100-DAY-NUMBER = DL100-DW-DD + DL100-JDN-T1
020340         + (365 * DL100-JDN-Y) + DL100-JDN-T2 - DL100-JDN-T3
020350         + DL100-JDN-T4 - 32045
020360     .
020370 0700-EXIT.
020380     EXIT.
020390*----------------------------------------------------------------
020400 0710-NUMBER-FROM-TEXT.
020410*    TURN THE DIGITS IN DL100-NUM-TEXT INTO DL100-NUM-VALUE.
020420*    BLANKS AND ANYTHING ELSE THAT IS NOT A DIGIT END THE SCAN,
020430*    SO A BLANK OR MISSING ARGUMENT COMES OUT AS ZERO RATHER
020440*    THAN ABENDING ON A NON-NUMERIC MOVE.
020450*----------------------------------------------------------------
020460     MOVE ZERO TO DL100-NUM-VALUE
020470     MOVE 1 TO DL100-NUM-INDEX
020480     PERFORM UNTIL DL100-NUM-INDEX > 7
020490         OR DL100-NUM-TEXT(DL100-NUM-INDEX:1) NOT NUMERIC
020500         MOVE DL100-NUM-TEXT(DL100-NUM-INDEX:1)
020510              TO DL100-NUM-DIGIT
020520         COMPUTE DL100-NUM-VALUE = DL100-NUM-VALUE * 10
020530             + DL100-NUM-DIGIT
020540         ADD 1 TO DL100-NUM-INDEX
020550     END-PERFORM
020560     .
020570 0710-EXIT.
020580     EXIT.
020590*----------------------------------------------------------------
020600 0900-RESET-SEAL.
020610*    START A FRESH SEAL ACCUMULATION.
020620*----------------------------------------------------------------
020630     MOVE ZERO TO DL100-SEAL-COUNT
020640     MOVE ZERO TO DL100-SEAL-CKSUM
020650     SET DL100-SEAL-BAD TO TRUE
020660     .
020670 0900-EXIT.
020680     EXIT.
020690*----------------------------------------------------------------
020700 0910-ADD-TO-SEAL.
020710*    FOLD THE RECORD IN DL100-SEAL-RECORD INTO THE SEAL - ONE
020720*    MORE RECORD COUNTED, ITS BYTES UP TO THE LAST NONBLANK
020730*    SUMMED INTO THE CHECKSUM MODULO 1,000,000,000 - EXACTLY AS
020740*    COBMAIN COMPUTES IT.
020750*----------------------------------------------------------------
020760     ADD 1 TO DL100-SEAL-COUNT
020770     MOVE 704 TO DL100-SEAL-LENGTH
020780     PERFORM UNTIL DL100-SEAL-LENGTH < 1
020790         OR DL100-SEAL-RECORD(DL100-SEAL-LENGTH:1) NOT = ' '
020800         SUBTRACT 1 FROM DL100-SEAL-LENGTH
020810     END-PERFORM
020820     MOVE 1 TO DL100-SEAL-INDEX
020830     PERFORM UNTIL DL100-SEAL-INDEX > DL100-SEAL-LENGTH
020840         MOVE DL100-SEAL-RECORD(DL100-SEAL-INDEX:1)
020850              TO DL100-SEAL-CHAR
020860         ADD DL100-SEAL-BYTE-NUM TO DL100-SEAL-CKSUM
020870         ADD 1 TO DL100-SEAL-INDEX
020880     END-PERFORM
020890     IF DL100-SEAL-CKSUM > 999999999 THEN
020900         SUBTRACT 1000000000 FROM DL100-SEAL-CKSUM
020910     END-IF
020920     IF DL100-SEAL-CKSUM < 0 THEN
020930         ADD 1000000000 TO DL100-SEAL-CKSUM
020940     END-IF
020950     .
020960 0910-EXIT.
020970     EXIT.
020980*----------------------------------------------------------------
020990 0920-CHECK-SEAL-LINE.
021000*    DECIDE WHETHER THE RECORD IN DL100-SEAL-RECORD IS THE
021010*    "*SEAL*" TRAILER, AND IF SO JUDGE IT AGAINST THE COUNT AND
021020*    CHECKSUM ACCUMULATED SO FAR.
021030*----------------------------------------------------------------
021040     SET DL100-NOT-SEAL-LINE TO TRUE
021050     IF DL100-SEAL-RECORD(1:7) NOT = "*SEAL* " THEN
021060         GO TO 0920-EXIT
021070     END-IF
021080     SET DL100-IS-SEAL-LINE TO TRUE
021090     MOVE DL100-SEAL-RECORD(14:7) TO DL100-SEAL-EXP-COUNT
021100     MOVE DL100-SEAL-RECORD(28:10) TO DL100-SEAL-EXP-CKSUM
021110     IF DL100-SEAL-EXP-COUNT NUMERIC AND
021120         DL100-SEAL-EXP-CKSUM NUMERIC AND
021130         DL100-SEAL-EXP-COUNT = DL100-SEAL-COUNT AND
021140         DL100-SEAL-EXP-CKSUM = DL100-SEAL-CKSUM THEN
021150         SET DL100-SEAL-GOOD TO TRUE
021160     END-IF
021170     .
021180 0920-EXIT.
021190     EXIT.
021200*----------------------------------------------------------------
021210 0940-ADD-TO-ARCHIVE-SEAL.
021220*    FOLD THE RECORD IN DL100-ARC-SEAL-RECORD INTO THE ARCHIVE'S
021230*    SEAL - THE SAME COUNT AND BYTE CHECKSUM AS EVERY OTHER SEAL,
021240*    TAKEN OVER THE WHOLE ARCHIVE RECORD.
021250*----------------------------------------------------------------
021260     ADD 1 TO DL100-ARC-SEAL-COUNT
021270     MOVE 1043 TO DL100-ARC-SEAL-LENGTH
021280     PERFORM UNTIL DL100-ARC-SEAL-LENGTH < 1
021290         OR DL100-ARC-SEAL-RECORD(DL100-ARC-SEAL-LENGTH:1)
021300             NOT = ' '
021310         SUBTRACT 1 FROM DL100-ARC-SEAL-LENGTH
021320     END-PERFORM
021330     MOVE 1 TO DL100-SEAL-INDEX
021340     PERFORM UNTIL DL100-SEAL-INDEX > DL100-ARC-SEAL-LENGTH
021350         MOVE DL100-ARC-SEAL-RECORD(DL100-SEAL-INDEX:1)
021360              TO DL100-SEAL-CHAR
021370         ADD DL100-SEAL-BYTE-NUM TO DL100-ARC-SEAL-CKSUM
021380         ADD 1 TO DL100-SEAL-INDEX
021390     END-PERFORM
021400     IF DL100-ARC-SEAL-CKSUM > 999999999 THEN
021410         SUBTRACT 1000000000 FROM DL100-ARC-SEAL-CKSUM
021420     END-IF
021430     IF DL100-ARC-SEAL-CKSUM < 0 THEN
021440         ADD 1000000000 TO DL100-ARC-SEAL-CKSUM
021450     END-IF
021460     .
021470 0940-EXIT.
021480     EXIT.
021490*----------------------------------------------------------------
021500 0990-REFUSE-RUN.
021510*    STOP THE RUN WITH THE MESSAGE IN DL100-ERROR-MESSAGE, ON THE
021520*    CONSOLE AND AS THE LAST LINE OF THE REPORT.  EVERY CALLER
021530*    REFUSES BEFORE THE LEDGER OR THE DISK HAS BEEN CHANGED - A
021540*    CALLER THAT HAS STARTED THE ARCHIVE, OR RESTORED PART OF A
021550*    DAY, REMOVES WHAT IT WROTE FIRST, SO THE RUN CAN BE MADE
021560*    AGAIN ONCE THE CAUSE IS PUT RIGHT.
021570*----------------------------------------------------------------
021580     DISPLAY "MONTHARC: " DL100-ERROR-MESSAGE
021590     MOVE SPACES TO ARCREPORT-RECORD
021600     WRITE ARCREPORT-RECORD
021610     MOVE SPACES TO ARCREPORT-RECORD
021620     STRING "*** RUN REFUSED: " DL100-ERROR-MESSAGE
021630         DELIMITED BY SIZE INTO ARCREPORT-RECORD
021640     WRITE ARCREPORT-RECORD
021650     CLOSE ARCREPORT-FILE
021660     MOVE 16 TO RETURN-CODE
021670     STOP RUN
021680     .
021690 0990-EXIT.
021700     EXIT.
021710 END PROGRAM MONTHARC.
