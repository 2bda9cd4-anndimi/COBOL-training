000080* RECORD SHAPE STAYS IN STEP BETWEEN THE WRITER AND ITS READER.
000090* A BLANK FSP-ENTITY-ID (FISCAL YEAR AND PERIOD ZERO) IS AN
000100* UNSPLIT LINE FOR AN INSTRUMENT OUTSIDE FISCAL-SPLIT SCOPE.
000101* FSP-ADJ-FLAG 'A' MARKS A PRIOR-PERIOD ADJUSTMENT - A SPLIT
000102* WHOSE DAYS FELL IN A PERIOD CLOSED ON PERSTAT, POSTED INSTEAD
000103* TO THE ENTITY'S CURRENT OPEN PERIOD (FSP-FISCAL-YEAR AND
000104* FSP-FISCAL-PERIOD); FSP-ORIG-FISCAL-YEAR AND PERIOD KEEP THE
000105* PERIOD THE DAYS BELONG TO.  ON AN ORDINARY LINE THE FLAG IS
000106* BLANK AND THE ORIGINAL YEAR AND PERIOD ARE ZERO.
000107* FSP-AMOUNT IS IN THE INSTRUMENT'S CURRENCY, FSP-CCY-CODE; GLJV
000108* TRANSLATES IT TO THE ENTITY'S FUNCTIONAL CURRENCY.
000110*
000120* MODIFICATION HISTORY
000130*-----------------------------------------------------------
000140* 2026-09-02  JKM  INITIAL VERSION, FACTORED OUT OF ACCRUE WHEN
000150*                  GLJV NEEDED TO READ THE SAME LAYOUT FOR THE
000160*                  JOURNAL VOUCHER INTERFACE.
000162* 2026-10-15  JKM  ADDED THE PRIOR-PERIOD ADJUSTMENT FLAG AND THE
000164*                  ORIGINAL FISCAL YEAR/PERIOD OF A REDIRECTED
000166*                  SPLIT FOR FISCAL PERIOD CLOSE CONTROL, TAKEN
000167*                  FROM THE TRAILING FILLER SO NO OFFSET MOVES.
000168* 2026-10-15  JKM  ADDED THE INSTRUMENT'S CURRENCY CODE, TAKEN
000169*                  FROM THE TRAILING FILLER SO NO OFFSET MOVES.
000170*****************************************************************
000180 01  FISCAL-SPLIT-REC.
000190     05  FSP-INSTR-ID          PIC X(10).
000270     05  FSP-DAYS              PIC 9(05).
000280     05  FILLER                PIC X(01)  VALUE SPACE.
000290     05  FSP-AMOUNT            PIC 9(11)V99.
000300     05  FILLER                PIC X(01)  VALUE SPACE.
000310     05  FSP-ADJ-FLAG          PIC X(01).
000320         88  FSP-IS-PRIOR-PERIOD-ADJ      VALUE 'A'.
000330     05  FILLER                PIC X(01)  VALUE SPACE.
000340     05  FSP-ORIG-FISCAL-YEAR  PIC 9(04).
000350     05  FILLER                PIC X(01)  VALUE SPACE.
000360     05  FSP-ORIG-FISCAL-PERIOD
000370                               PIC 9(02).
000380     05  FILLER                PIC X(01)  VALUE SPACE.
000390     05  FSP-CCY-CODE          PIC X(03).
000400     05  FILLER                PIC X(19).
