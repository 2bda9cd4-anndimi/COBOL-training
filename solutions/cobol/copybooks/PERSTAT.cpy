000010*****************************************************************
000020* PERSTAT.CPY
000030*-----------------------------------------------------------
000040* FISCAL PERIOD STATUS RECORD LAYOUT - ONE RECORD PER ENTITY,
000050* FISCAL YEAR, AND PERIOD UNDER CLOSE CONTROL.  MAINTAINED BY
000060* PERMNT AND READ BY ACCRUE (WHICH REDIRECTS A FISCAL SPLIT
000070* THAT FALLS IN A CLOSED PERIOD AND REJECTS ONE THAT FALLS IN A
000080* LOCKED PERIOD) AND BY GLJV (WHICH REFUSES TO POST INTO A
000090* CLOSED OR LOCKED PERIOD), SO THE RECORD SHAPE STAYS IN STEP
000100* BETWEEN THE MAINTENANCE PROGRAM AND ITS READERS.
000110*
000120* PERIOD STATUS
000130*-----------------------------------------------------------
000140*   'O' = OPEN    - ACCRUALS AND VOUCHERS POST NORMALLY
000150*   'C' = CLOSED  - THE CONTROLLERS HAVE CLOSED THE BOOKS; NEW
000160*                   SPLITS ARE REDIRECTED TO THE ENTITY'S
000170*                   CURRENT OPEN PERIOD AS PRIOR-PERIOD
000180*                   ADJUSTMENTS.  A CLOSED PERIOD CAN BE
000190*                   REOPENED OR LOCKED
000200*   'L' = LOCKED  - FINAL; NOTHING MAY TOUCH THE PERIOD AND IT
000210*                   CANNOT BE REOPENED
000220* A PERIOD WITH NO RECORD ON THE FILE IS TREATED AS OPEN.  THE
000230* CURRENT OPEN PERIOD OF AN ENTITY IS ITS EARLIEST PERIOD ON
000240* FILE WITH STATUS 'O'.  PST-CLOSE-DATE IS THE DATE THE PERIOD
000250* WAS CLOSED (OR LOCKED), ZERO WHILE IT IS OPEN.
000260*
000270* MODIFICATION HISTORY
000280*-----------------------------------------------------------
000290* 2026-10-15  JKM  INITIAL VERSION, FOR FISCAL PERIOD CLOSE
000295*                  CONTROL.
000300*****************************************************************
000310 01  PERIOD-STATUS-REC.
000320     05  PST-ENTITY-ID         PIC X(08).
000330     05  FILLER                PIC X(01)  VALUE SPACE.
000340     05  PST-FISCAL-YEAR       PIC 9(04).
000350     05  FILLER                PIC X(01)  VALUE SPACE.
000360     05  PST-FISCAL-PERIOD     PIC 9(02).
000370     05  FILLER                PIC X(01)  VALUE SPACE.
000380     05  PST-STATUS            PIC X(01).
000390         88  PST-IS-OPEN                  VALUE 'O'.
000400         88  PST-IS-CLOSED                VALUE 'C'.
000410         88  PST-IS-LOCKED                VALUE 'L'.
000420     05  FILLER                PIC X(01)  VALUE SPACE.
000430     05  PST-CLOSE-DATE        PIC 9(08).
000440     05  FILLER                PIC X(53).
