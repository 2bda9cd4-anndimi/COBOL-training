000010*****************************************************************
000020* PAYSCHED.CPY
000030*-----------------------------------------------------------
000040* PAYMENT SCHEDULE RECORD LAYOUT, AS WRITTEN BY ACCRUE (ONE
000050* RECORD PER ACCRUED PERIOD WITH A CALENDAR ID - CONTRACTUAL
000060* PAYMENT DATE AND ITS MODIFIED-FOLLOWING ROLL) AND READ BACK BY
000070* THE PROGRAMS THAT WORK FROM THE PAYMENT DATES, SO THE RECORD
000080* SHAPE STAYS IN STEP BETWEEN THE WRITER AND ITS READERS.  A
000090* ZERO PAY-ROLLED-DATE IS A ROLL THAT COULD NOT RESOLVE.
000100*
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------
000130* 2026-10-15  JKM  INITIAL VERSION, FACTORED OUT OF ACCRUE WHEN
000140*                  THE ACCRUED INTEREST SUBLEDGER NEEDED TO READ
000150*                  THE SAME LAYOUT.  ADDED PAY-PERIOD-BEGIN SO A
000160*                  READER CAN MATCH THE PAYMENT TO EVERY REGISTER
000170*                  LINE OF ITS PERIOD (A FLOATING-RATE PERIOD
000180*                  PRINTS ONE LINE PER RESET SUB-PERIOD); TAKEN
000190*                  FROM THE OLD TRAILING FILLER SO NO EXISTING
000200*                  OFFSET MOVES.
000203* 2026-10-15  JKM  ADDED THE INSTRUMENT'S CURRENCY CODE, TAKEN
000206*                  FROM THE TRAILING FILLER SO NO OFFSET MOVES.
000210*****************************************************************
000220 01  PAYSCHED-OUT-REC.
000230     05  PAY-INSTR-ID          PIC X(10).
000240     05  FILLER                PIC X(01)  VALUE SPACE.
000250     05  PAY-PERIOD-END        PIC 9(08).
000260     05  FILLER                PIC X(01)  VALUE SPACE.
000270     05  PAY-CONTRACT-DATE     PIC 9(08).
000280     05  FILLER                PIC X(01)  VALUE SPACE.
000290     05  PAY-ROLLED-DATE       PIC 9(08).
000300     05  FILLER                PIC X(01)  VALUE SPACE.
000310     05  PAY-CAL-ID            PIC X(08).
000320     05  FILLER                PIC X(01)  VALUE SPACE.
000330     05  PAY-PERIOD-BEGIN      PIC 9(08).
000340     05  FILLER                PIC X(01)  VALUE SPACE.
000350     05  PAY-CCY-CODE          PIC X(03).
000360     05  FILLER                PIC X(21).
