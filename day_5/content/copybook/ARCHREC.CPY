000010*----------------------------------------------------------------
000020* ARCHREC.CPY
000030*    RECORD LAYOUT OF THE SEALED MONTHLY ARCHIVE WRITTEN BY
000040*    MONTHARC - EVERY FILE OF EVERY CLOSED DAY OF ONE MONTH,
000050*    RECORD FOR RECORD, IN ONE FIXED-LENGTH SEQUENTIAL FILE.
000060*    THE FILE READS:
000070*      ONE 'H' HEADER RECORD (THE MONTH AND WHEN IT WAS ARCHIVED)
000080*      THE TABLE OF CONTENTS - PER DAY, ONE 'L' RECORD HOLDING
000090*        THE DAY'S RUN-LEDGER RECORD AS IT STOOD WHEN ARCHIVED,
000100*        FOLLOWED BY ONE 'T' RECORD PER FILE THE LEDGER
000110*        REGISTERED FOR THE DAY
000120*      THE 'D' DATA RECORDS - EACH FILE'S RECORDS IN ORDER, ONE
000130*        FILE AFTER ANOTHER, TEXT LINES AS READ AND BINARY MOVE
000140*        FILE RECORDS BYTE FOR BYTE AT THE FRONT OF ARC-DATA
000150*      ONE 'Z' SEAL RECORD - ARC-DATA HOLDS THE USUAL "*SEAL*"
000160*        TRAILER OVER EVERY WHOLE RECORD AHEAD OF IT.
000170*    ARC-MEMBER NAMES WHICH OF THE DAY'S SIX LEDGER FILES A 'T'
000180*    OR 'D' RECORD BELONGS TO.  A 'T' RECORD'S DISPOSITION SAYS
000190*    WHETHER THE FILE'S RECORDS ARE IN THE ARCHIVE AND WHAT WAS
000200*    DONE WITH THE FILE ON DISK.  COPIED INTO EVERY PROGRAM THAT
000210*    READS OR WRITES AN ARCHIVE SO ALL SIDES AGREE ON THE LAYOUT.
000220*    A BINARY MOVE FILE'S 'T' RECORD FORMAT IS 'L' WHEN ITS
000230*    RECORDS ARE THE 52-BYTE LENGTH OF A FILE WRITTEN BEFORE THE
000240*    GATE AND CRANE FIELDS WERE ADDED (MOVEBIN.CPY), SO A
000250*    RESTORE WRITES THEM BACK AT THAT LENGTH.
000260*----------------------------------------------------------------
000270 01  ARCHIVE-RECORD.
000280     05 ARC-REC-TYPE            PIC X(01).
000290        88 ARC-IS-HEADER            VALUE 'H'.
000300        88 ARC-IS-LEDGER            VALUE 'L'.
000310        88 ARC-IS-CONTENTS          VALUE 'T'.
000320        88 ARC-IS-DATA              VALUE 'D'.
000330        88 ARC-IS-SEAL              VALUE 'Z'.
000340     05 ARC-RUN-DATE            PIC X(10).
000350     05 ARC-MEMBER              PIC X(01).
000360        88 ARC-IS-MANIFEST          VALUE 'M'.
000370        88 ARC-IS-REPORT            VALUE 'R'.
000380        88 ARC-IS-ERROR             VALUE 'E'.
000390        88 ARC-IS-AUDIT             VALUE 'A'.
000400        88 ARC-IS-CLOSING           VALUE 'C'.
000410        88 ARC-IS-MOVEBIN           VALUE 'B'.
000420     05 ARC-LINE-NUMBER         PIC 9(07).
000430     05 ARC-DATA                PIC X(1024).
000440     05 ARC-HEADER-DATA REDEFINES ARC-DATA.
000450        10 ARCH-PERIOD          PIC X(07).
000460        10 FILLER               PIC X(01).
000470        10 ARCH-ARCHIVED-DATE   PIC X(10).
000480        10 FILLER               PIC X(01).
000490        10 ARCH-DAY-COUNT       PIC 9(03).
000500        10 FILLER               PIC X(01).
000510        10 ARCH-FILE-COUNT      PIC 9(05).
000520        10 FILLER               PIC X(01).
000530        10 ARCH-LEDGER-PATH     PIC X(100).
000540        10 FILLER               PIC X(895).
000550     05 ARC-LEDGER-DATA REDEFINES ARC-DATA.
000560        10 ARCL-LEDGER-IMAGE    PIC X(619).
000570        10 FILLER               PIC X(405).
000580     05 ARC-CONTENTS-DATA REDEFINES ARC-DATA.
000590        10 ARCT-PATH            PIC X(100).
000600        10 FILLER               PIC X(01).
000610        10 ARCT-RECORD-COUNT    PIC 9(07).
000620        10 FILLER               PIC X(01).
000630        10 ARCT-SEAL-STATE      PIC X(01).
000640           88 ARCT-SEAL-VERIFIED    VALUE 'V'.
000650           88 ARCT-NOT-SEALED       VALUE 'N'.
000660        10 FILLER               PIC X(01).
000670        10 ARCT-DISPOSITION     PIC X(01).
000680           88 ARCT-ARCHIVED-REMOVED VALUE 'D'.
000690           88 ARCT-ARCHIVED-KEPT    VALUE 'K'.
000700           88 ARCT-SUPERSEDED       VALUE 'S'.
000710           88 ARCT-NOT-ON-DISK      VALUE 'X'.
000720        10 FILLER               PIC X(01).
000730        10 ARCT-SUPERSEDED-BY   PIC X(10).
000740        10 FILLER               PIC X(01).
000750        10 ARCT-RECORD-FORMAT   PIC X(01).
000760           88 ARCT-LEGACY-LENGTH    VALUE 'L'.
000770        10 FILLER               PIC X(899).
