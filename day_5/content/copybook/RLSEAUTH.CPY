000010*----------------------------------------------------------------
000020* RLSEAUTH.CPY
000030*    RECORD LAYOUT OF THE RELEASE-AUTHORIZATION FILE FED BY THE
000040*    SHIPPING LINES - ONE RECORD PER AUTHORIZATION, NAMING THE
000050*    CRATE, THE CARRIER AUTHORIZED TO COLLECT IT, AND THE FIRST
000060*    AND LAST DATES (CCYY-MM-DD) THE AUTHORIZATION IS GOOD FOR.
000070*    A CRATE MAY CARRY MORE THAN ONE AUTHORIZATION; A GATE
000080*    RELEASE IS AUTHORIZED WHEN ANY ONE OF THEM NAMES THE
000090*    RELEASING CARRIER AND ITS WINDOW COVERS THE RUN DATE.  A
000100*    BLANK VALID-TO DATE MEANS OPEN-ENDED.  COPIED INTO COBMAIN
000110*    AND INTO ANY PROGRAM THAT READS THE FEED, SO BOTH SIDES
000120*    AGREE ON THE LAYOUT.
000130*----------------------------------------------------------------
000140 01  RELEASE-AUTH-RECORD.
000150     05 RAUT-CRATE-ID           PIC X(08).
000160     05 FILLER                  PIC X(01).
000170     05 RAUT-CARRIER            PIC X(08).
000180     05 FILLER                  PIC X(01).
000190     05 RAUT-VALID-FROM         PIC X(10).
000200     05 FILLER                  PIC X(01).
000210     05 RAUT-VALID-TO           PIC X(10).
000220        88 RAUT-OPEN-ENDED          VALUE SPACES.
000230     05 FILLER                  PIC X(41).
