000010*----------------------------------------------------------------
000020* LOADCONF.CPY
000030*    RECORD LAYOUT OF THE VESSEL LOAD CONFIRMATION FILE LOADVRFY
000040*    WRITES FOR THE SHIPPING LINE.  ONE 'H' HEADER NAMES THE
000050*    CARRIER AND THE RUN DAY VERIFIED, ONE 'D' DETAIL FOLLOWS
000060*    PER CRATE - EVERY LOAD-LIST LINE IN LIST ORDER, THEN EVERY
000070*    OVER-SHIPPED CRATE IN RELEASE ORDER - AND ONE 'T' TRAILER
000080*    CARRIES THE DETAIL COUNT AND THE COUNT IN EACH STATUS.
000090*    PLAIN TEXT IN FIXED COLUMNS WITH UNSIGNED ZONED NUMBERS, SO
000100*    THE LINE CAN READ IT WITHOUT OUR COPYBOOKS.  LCNF-LIST-SEQ
000110*    IS THE CRATE'S LINE NUMBER ON THE LOAD LIST (ZERO FOR A
000120*    CRATE NOT ON IT); LCNF-EVENT-NUMBER AND LCNF-SOURCE-BAY
000130*    ARE ZERO FOR A CRATE THAT NEVER LEFT THE YARD.
000140*----------------------------------------------------------------
000150 01  LOAD-CONFIRM-RECORD.
000160     05 LCNF-REC-TYPE           PIC X(01).
000170        88 LCNF-IS-HEADER           VALUE 'H'.
000180        88 LCNF-IS-DETAIL           VALUE 'D'.
000190        88 LCNF-IS-TRAILER          VALUE 'T'.
000200     05 FILLER                  PIC X(01).
000210     05 LCNF-BODY               PIC X(58).
000220     05 LCNF-HEADER-BODY REDEFINES LCNF-BODY.
000230        10 LCNF-CARRIER         PIC X(08).
000240        10 FILLER               PIC X(01).
000250        10 LCNF-RUN-DATE        PIC X(10).
000260        10 FILLER               PIC X(01).
000270        10 LCNF-CREATED-DATE    PIC X(10).
000280        10 FILLER               PIC X(01).
000290        10 LCNF-LIST-COUNT      PIC 9(07).
000300        10 FILLER               PIC X(20).
000310     05 LCNF-DETAIL-BODY REDEFINES LCNF-BODY.
000320        10 LCNF-LIST-SEQ        PIC 9(05).
000330        10 FILLER               PIC X(01).
000340        10 LCNF-CRATE-ID        PIC X(08).
000350        10 FILLER               PIC X(01).
000360        10 LCNF-STATUS          PIC X(01).
000370           88 LCNF-LOADED           VALUE 'L'.
000380           88 LCNF-OUT-OF-ORDER     VALUE 'O'.
000390           88 LCNF-SHORT-SHIPPED    VALUE 'S'.
000400           88 LCNF-OVER-SHIPPED     VALUE 'X'.
000410        10 FILLER               PIC X(01).
000420        10 LCNF-EVENT-NUMBER    PIC 9(07).
000430        10 FILLER               PIC X(01).
000440        10 LCNF-SOURCE-BAY      PIC 9(03).
000450        10 FILLER               PIC X(01).
000460        10 LCNF-RELEASE-SEQ     PIC 9(05).
000470        10 FILLER               PIC X(24).
000480     05 LCNF-TRAILER-BODY REDEFINES LCNF-BODY.
000490        10 LCNF-DETAIL-COUNT    PIC 9(07).
000500        10 FILLER               PIC X(01).
000510        10 LCNF-LOADED-COUNT    PIC 9(07).
000520        10 FILLER               PIC X(01).
000530        10 LCNF-ORDER-COUNT     PIC 9(07).
000540        10 FILLER               PIC X(01).
000550        10 LCNF-SHORT-COUNT     PIC 9(07).
000560        10 FILLER               PIC X(01).
000570        10 LCNF-OVER-COUNT      PIC 9(07).
000580        10 FILLER               PIC X(19).
