000010*----------------------------------------------------------------
000020* DMGREG.CPY
000030*    RECORD LAYOUT OF THE INDEXED DAMAGE AND CONDITION
000040*    REGISTER, KEYED BY CRATE ID PLUS RUN DATE (CCYY-MM-DD)
000050*    PLUS EVENT NUMBER - THE SAME KEY SHAPE AS THE MOVEMENT
000060*    HISTORY (MOVEHIST.CPY), SO A REGISTER ENTRY AND THE
000070*    HISTORY RECORD OF THE SAME GATE EVENT SHARE ONE KEY.
000080*    COBMAIN WRITES ONE RECORD FOR EVERY GATE RECEIPT OR
000090*    RELEASE THE CLERK MARKED WITH A DAMAGE CODE, CARRYING THE
000100*    BAY, AND THE SHIFT AND OPERATOR STAMP IN EFFECT; DMGRPT
000110*    READS THEM BACK FOR THE CLAIMS DESK.  COPIED INTO BOTH
000120*    PROGRAMS SO THEY AGREE ON THE LAYOUT.
000130*----------------------------------------------------------------
000140 01  DAMAGE-REGISTER-RECORD.
000150     05 DMG-KEY.
000160        10 DMG-CRATE-ID         PIC X(08).
000170        10 DMG-EVENT-DATE       PIC X(10).
000180        10 DMG-EVENT-NUMBER     PIC 9(07).
000190     05 DMG-EVENT-TYPE          PIC X(04).
000200        88 DMG-IS-RECEIPT           VALUE 'RCVD'.
000210        88 DMG-IS-RELEASE           VALUE 'RLSE'.
000220     05 DMG-CONDITION           PIC X(02).
000230     05 DMG-DESCRIPTION         PIC X(30).
000240     05 DMG-REMARK              PIC X(30).
000250     05 DMG-BAY                 PIC 9(03).
000260     05 DMG-SHIFT-NUMBER        PIC 9(03).
000270     05 DMG-OPERATOR            PIC X(08).
000280     05 DMG-CARRIER             PIC X(08).
000290     05 DMG-OWNER               PIC X(20).
000300     05 FILLER                  PIC X(10).
