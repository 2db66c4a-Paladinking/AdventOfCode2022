000010*----------------------------------------------------------------
000020* CRANEMST.CPY
000030*    RECORD LAYOUT OF THE INDEXED CRANE UNIT MASTER, KEYED BY
000040*    THE EIGHT-CHARACTER UNIT ID THE SHIFT HEADERS CARRY.  EACH
000050*    PHYSICAL CRATEMOVER UNIT HAS ITS MODEL (9000 LIFTS ONE
000060*    CRATE AT A TIME, 9001 LIFTS THE WHOLE BLOCK AT ONCE), ITS
000070*    IN-SERVICE / OUT-FOR-REPAIR FLAG, THE CUMULATIVE LIFTS
000080*    AND CRATES LIFTED THE NIGHTLY ROLL-UP HAS ADDED FROM THE
000090*    AUDIT TRAILS, THE SERVICE INTERVAL IN LIFTS, AND THE
000100*    CUMULATIVE LIFT COUNT WHEN IT WAS LAST SERVICED.  LIFTS
000110*    SINCE SERVICE ARE CRN-CUM-LIFTS LESS CRN-LIFTS-AT-SERVICE;
000120*    A UNIT IS OVERDUE ONCE THAT REACHES A NONZERO INTERVAL.
000130*    THE LAST SEVEN ROLLED-UP DAYS ARE KEPT, OLDEST FIRST, FOR
000140*    THE DAILY AVERAGE THE DUE DATE IS PROJECTED FROM.  COPIED
000150*    INTO COBMAIN AND INTO ANY PROGRAM THAT MAINTAINS OR
000160*    REPORTS ON THE CRANES, SO ALL SIDES AGREE ON THE LAYOUT.
000170*----------------------------------------------------------------
000180 01  CRANE-MASTER-RECORD.
000190     05 CRN-UNIT-ID             PIC X(08).
000200     05 CRN-MODEL               PIC 9(04).
000210        88 CRN-IS-9000              VALUE 9000.
000220        88 CRN-IS-9001              VALUE 9001.
000230     05 CRN-STATUS-SW           PIC X(01).
000240        88 CRN-IN-SERVICE           VALUE 'A'.
000250        88 CRN-OUT-FOR-REPAIR       VALUE 'R'.
000260     05 CRN-CUM-LIFTS           PIC 9(09).
000270     05 CRN-CUM-CRATES          PIC 9(09).
000280     05 CRN-SERVICE-INTERVAL    PIC 9(07).
000290     05 CRN-LIFTS-AT-SERVICE    PIC 9(09).
000300     05 CRN-LAST-SERVICE-DATE   PIC X(10).
000310     05 CRN-LAST-ROLLUP-DATE    PIC X(10).
000320     05 CRN-RECENT-DAYS.
000330        10 CRN-RECENT-ENTRY OCCURS 7 TIMES.
000340           15 CRN-RECENT-DATE   PIC X(10).
000350           15 CRN-RECENT-LIFTS  PIC 9(07).
000360     05 FILLER                  PIC X(14).
