000170*    'Z' SEAL RECORD - MOVB-MOVE-NUMBER HOLDS THE COUNT OF THE
000180*    RECORDS AHEAD OF IT AND MOVB-AMOUNT THEIR BYTE CHECKSUM
000190*    (MODULO 10,000,000) - SO A TRUNCATED FILE IS CAUGHT
000200*    BEFORE A SINGLE MOVE IS TRUSTED.  A 'R' OR 'L' RECORD ALSO
000210*    CARRIES THE CONDITION CODE AND REMARK THE GATE CLERK WROTE
000220*    ON THE LINE (BLANK WHEN NONE WAS GIVEN), AND A 'S' RECORD
000230*    THE CRANE UNIT THE SHIFT HEADER NAMED.  THOSE THREE FIELDS
000240*    WERE ADDED TO THE END OF THE RECORD; FILES WRITTEN BEFORE
000250*    THEY WERE HOLD 52-BYTE RECORDS - THE SAME FIELDS UP TO
000260*    MOVB-CARRIER, THEN THREE FILLER BYTES.  A PROGRAM READING
000270*    AN OLDER DAY'S FILE READS IT AT THAT LENGTH INTO THIS
000280*    LAYOUT, WHICH LEAVES THE ADDED FIELDS BLANK, AND ITS 'Z'
000290*    SEAL CHECKS THE SAME WAY (TRAILING SPACES ARE NOT SUMMED).
000300*----------------------------------------------------------------
000310 01  MOVB-RECORD.
000320     05 MOVB-REC-TYPE           PIC X(01).
000330        88 MOVB-IS-MOVE             VALUE 'M'.
000340        88 MOVB-IS-SHIFT            VALUE 'S'.
000350        88 MOVB-IS-RECEIPT          VALUE 'R'.
000360        88 MOVB-IS-RELEASE          VALUE 'L'.
000370        88 MOVB-IS-SEAL             VALUE 'Z'.
000380     05 MOVB-MOVE-NUMBER        PIC S9(07) COMP-5.
000390     05 MOVB-AMOUNT             PIC S9(07) COMP-5.
000400     05 MOVB-SOURCE             PIC S9(07) COMP-5.
000410     05 MOVB-DEST               PIC S9(07) COMP-5.
000420     05 MOVB-SHIFT-NUMBER       PIC S9(07) COMP-5.
000430     05 MOVB-OPERATOR           PIC X(08).
000440     05 MOVB-SHIFT-START        PIC 9(04).
000450     05 MOVB-CRATE-ID           PIC X(08).
000460     05 MOVB-CARRIER            PIC X(08).
000470     05 MOVB-CONDITION          PIC X(02).
000480     05 MOVB-REMARK             PIC X(30).
000490     05 MOVB-CRANE-UNIT         PIC X(08).
000500     05 FILLER                  PIC X(03).
