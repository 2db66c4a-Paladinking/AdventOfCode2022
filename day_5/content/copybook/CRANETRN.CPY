000010*----------------------------------------------------------------
000020* CRANETRN.CPY
000030*    RECORD LAYOUT OF THE CRANE MAINTENANCE TRANSACTION FILE
000040*    READ BY CRNROLL.  ONE TRANSACTION PER LINE, KEYED ON THE
000050*    UNIT ID.  AN 'A' (ADD) TRANSACTION CARRIES THE MODEL AND
000060*    SERVICE INTERVAL OF A NEW UNIT; 'C' (CHANGE) CARRIES A NEW
000070*    SERVICE INTERVAL; 'S' (SERVICED) RECORDS A COMPLETED
000080*    SERVICE ON CRTR-EVENT-DATE (BLANK = THE ROLL-UP DATE) AND
000090*    RESTARTS THE UNIT'S LIFT COUNT; 'R' (REPAIR) TAKES THE UNIT
000100*    OUT FOR REPAIR AND 'I' (IN SERVICE) RETURNS IT.  FIELDS A
000110*    TRANSACTION DOES NOT USE ARE IGNORED.
000120*----------------------------------------------------------------
000130 01  CRANE-TRAN-RECORD.
000140     05 CRTR-ACTION             PIC X(01).
000150        88 CRTR-IS-ADD              VALUE 'A'.
000160        88 CRTR-IS-CHANGE           VALUE 'C'.
000170        88 CRTR-IS-SERVICED         VALUE 'S'.
000180        88 CRTR-IS-REPAIR           VALUE 'R'.
000190        88 CRTR-IS-IN-SERVICE       VALUE 'I'.
000200     05 FILLER                  PIC X(01).
000210     05 CRTR-UNIT-ID            PIC X(08).
000220     05 FILLER                  PIC X(01).
000230     05 CRTR-MODEL              PIC X(04).
000240     05 FILLER                  PIC X(01).
000250     05 CRTR-SERVICE-INTERVAL   PIC X(07).
000260     05 FILLER                  PIC X(01).
000270     05 CRTR-EVENT-DATE         PIC X(10).
000280     05 FILLER                  PIC X(46).
