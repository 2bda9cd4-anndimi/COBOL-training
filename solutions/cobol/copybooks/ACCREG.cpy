000010*****************************************************************
000020* ACCREG.CPY
000030*-----------------------------------------------------------
000040* ACCRUAL REGISTER DETAIL LINE LAYOUT, AS PRINTED BY ACCRUE (ONE
000050* LINE PER ACCRUED PERIOD, OR PER RESET SUB-PERIOD OF A FLOATING-
000060* RATE PERIOD) AND READ BACK BY THE PROGRAMS THAT WORK FROM THE
000070* REGISTER AMOUNTS, SO THE LINE SHAPE STAYS IN STEP BETWEEN THE
000080* WRITER AND ITS READERS.  A READER TELLS A DETAIL LINE FROM THE
000090* HEADING, BLANK, AND CONTROL TOTAL LINES BY BOTH PERIOD DATES
000100* BEING NUMERIC; THE EDITED AMOUNT FIELDS DE-EDIT ON A MOVE TO A
000110* NUMERIC ITEM.  AMOUNTS ARE IN THE INSTRUMENT'S CURRENCY,
000112* DET-CCY-CODE.
000120*
000130* MODIFICATION HISTORY
000140*-----------------------------------------------------------
000150* 2026-10-15  JKM  INITIAL VERSION, FACTORED OUT OF ACCRUE WHEN
000160*                  THE ACCRUED INTEREST SUBLEDGER NEEDED TO READ
000170*                  THE REGISTER AMOUNTS BACK.
000173* 2026-10-15  JKM  ADDED THE INSTRUMENT'S CURRENCY CODE, TAKEN
000176*                  FROM THE TRAILING FILLER SO NO OFFSET MOVES.
000180*****************************************************************
000190 01  WS-DETAIL-LINE.
000200     05  DET-INSTR-ID          PIC X(10).
000210     05  FILLER                PIC X(01)  VALUE SPACE.
000220     05  DET-BEGIN-DATE        PIC 9(08).
000230     05  FILLER                PIC X(03)  VALUE SPACES.
000240     05  DET-END-DATE          PIC 9(08).
000250     05  FILLER                PIC X(02)  VALUE SPACES.
000260     05  DET-ACTUAL-DAYS       PIC ZZZZ9.
000270     05  FILLER                PIC X(03)  VALUE SPACES.
000280     05  DET-DCF-FRACTION      PIC ZZ9.9(08).
000290     05  FILLER                PIC X(02)  VALUE SPACES.
000300     05  DET-PRINCIPAL         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
000310     05  FILLER                PIC X(02)  VALUE SPACES.
000320     05  DET-RATE-PCT          PIC ZZ9.9999.
000330     05  FILLER                PIC X(02)  VALUE SPACES.
000340     05  DET-ACCRUED           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
000350     05  FILLER                PIC X(02)  VALUE SPACES.
000360     05  DET-DCC-CODE          PIC X(07).
000370     05  FILLER                PIC X(01)  VALUE SPACE.
000380     05  DET-INDEX-CODE        PIC X(08).
000390     05  FILLER                PIC X(01)  VALUE SPACE.
000400     05  DET-CCY-CODE          PIC X(03).
000410     05  FILLER                PIC X(04)  VALUE SPACES.
