000010*----------------------------------------------------------------
000020* DMGCODE.CPY
000030*    RECORD LAYOUT OF THE DAMAGE-CODE TABLE KEPT BY THE CLAIMS
000040*    DESK - ONE RECORD PER CONDITION CODE A GATE CLERK MAY
000050*    WRITE ON A RECEIVE OR RELEASE LINE, WITH A SHORT
000060*    DESCRIPTION.  A CODE MARKED SOUND ('S') RECORDS A CLEAN
000070*    INSPECTION AND IS ONLY VALIDATED; A CODE MARKED DAMAGE
000080*    ('D') PUTS THE EVENT ON THE DAMAGE REGISTER (DMGREG.CPY).
000090*    COPIED INTO COBMAIN AND INTO ANY PROGRAM THAT READS THE
000100*    TABLE, SO BOTH SIDES AGREE ON THE LAYOUT.
000110*----------------------------------------------------------------
000120 01  DAMAGE-CODE-RECORD.
000130     05 DMGC-CODE               PIC X(02).
000140     05 FILLER                  PIC X(01).
000150     05 DMGC-SOUND-SW           PIC X(01).
000160        88 DMGC-IS-SOUND            VALUE 'S'.
000170        88 DMGC-IS-DAMAGE           VALUE 'D'.
000180     05 FILLER                  PIC X(01).
000190     05 DMGC-DESCRIPTION        PIC X(30).
000200     05 FILLER                  PIC X(45).
