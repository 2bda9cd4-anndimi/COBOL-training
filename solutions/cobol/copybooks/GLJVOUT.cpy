000010*****************************************************************
000020* GLJVOUT.CPY
000030*-----------------------------------------------------------
000040* JOURNAL VOUCHER INTERFACE RECORD LAYOUTS, AS WRITTEN BY GLJV
000050* (ONE DEBIT AND ONE CREDIT DETAIL LINE PER POSTING BUCKET, THEN
000060* ONE TRAILER) AND READ BACK BY THE PROGRAMS THAT RECONCILE THE
000070* BATCH, SO THE RECORD SHAPE STAYS IN STEP BETWEEN THE WRITER AND
000080* ITS READERS.  JV-REC-TYPE 'D' IS A DETAIL LINE, 'T' THE
000090* TRAILER.  EVERY LINE OF A BATCH CARRIES THE SAME BATCH ID AND
000100* RUN DATE; JV-LINE-SEQ NUMBERS THE DETAIL LINES FROM 1 SO THE GL
000110* INTAKE CAN ACKNOWLEDGE EACH ONE BY BATCH ID AND SEQUENCE.
000111* JV-AMOUNT IS IN THE TRANSACTION CURRENCY JV-CCY-CODE AND
000112* JV-FUNC-AMOUNT IS THE SAME AMOUNT TRANSLATED TO THE ENTITY'S
000113* FUNCTIONAL CURRENCY JV-FUNC-CCY AT JV-FX-RATE (FUNCTIONAL
000114* UNITS PER TRANSACTION UNIT, 1 WHEN THE CURRENCIES MATCH).
000115* JV-SUSPENSE-FLAG IS SPACE ON AN ORDINARY LINE, 'S' WHEN THE
000116* ENTITY HAS NO CODING RULE, AND 'F' WHEN NO FX RATE WAS FOUND
000117* (RATE AND FUNCTIONAL AMOUNT ZERO).  THE TRAILER CARRIES A
000118* HASH TOTAL OF EACH AMOUNT.  RECORDS ARE 120 BYTES.
000120*
000130* MODIFICATION HISTORY
000140*-----------------------------------------------------------
000150* 2026-10-15  JKM  INITIAL VERSION, FACTORED OUT OF GLJV WHEN
000160*                  THE ACKNOWLEDGMENT RECONCILIATION NEEDED TO
000170*                  READ THE SAME LAYOUT.  ADDED BATCH ID, RUN
000180*                  DATE, AND LINE SEQUENCE TO THE DETAIL LINE AND
000190*                  BATCH ID AND RUN DATE TO THE TRAILER, ALL
000200*                  TAKEN FROM THE OLD TRAILING FILLER SO NO
000210*                  EXISTING OFFSET MOVES.
000211* 2026-10-15  JKM  ADDED TRANSACTION CURRENCY, FUNCTIONAL
000212*                  CURRENCY AND AMOUNT, AND FX RATE TO THE DETAIL
000213*                  LINE AND THE FUNCTIONAL HASH TOTAL TO THE
000214*                  TRAILER, APPENDED AFTER THE OLD 80 BYTES SO NO
000215*                  EXISTING OFFSET MOVES.  RECORDS GROW TO 120.
000220*****************************************************************
000230 01  WS-VOUCHER-DETAIL.
000240     05  JV-REC-TYPE           PIC X(01).
000250     05  FILLER                PIC X(01)  VALUE SPACE.
000260     05  JV-DR-CR              PIC X(01).
000270     05  FILLER                PIC X(01)  VALUE SPACE.
000280     05  JV-ACCOUNT            PIC X(08).
000290     05  FILLER                PIC X(01)  VALUE SPACE.
000300     05  JV-COST-CENTER        PIC X(06).
000310     05  FILLER                PIC X(01)  VALUE SPACE.
000320     05  JV-ENTITY-ID          PIC X(08).
000330     05  FILLER                PIC X(01)  VALUE SPACE.
000340     05  JV-FISCAL-YEAR        PIC 9(04).
000350     05  FILLER                PIC X(01)  VALUE SPACE.
000360     05  JV-FISCAL-PERIOD      PIC 9(02).
000370     05  FILLER                PIC X(01)  VALUE SPACE.
000380     05  JV-AMOUNT             PIC 9(13)V99.
000390     05  FILLER                PIC X(01)  VALUE SPACE.
000400     05  JV-SUSPENSE-FLAG      PIC X(01).
000410     05  FILLER                PIC X(01)  VALUE SPACE.
000420     05  JV-BATCH-ID           PIC X(10).
000430     05  FILLER                PIC X(01)  VALUE SPACE.
000440     05  JV-RUN-DATE           PIC 9(08).
000450     05  FILLER                PIC X(01)  VALUE SPACE.
000460     05  JV-LINE-SEQ           PIC 9(04).
000470     05  FILLER                PIC X(01)  VALUE SPACE.
000471     05  JV-CCY-CODE           PIC X(03).
000472     05  FILLER                PIC X(01)  VALUE SPACE.
000473     05  JV-FUNC-CCY           PIC X(03).
000474     05  FILLER                PIC X(01)  VALUE SPACE.
000475     05  JV-FUNC-AMOUNT        PIC 9(13)V99.
000476     05  FILLER                PIC X(01)  VALUE SPACE.
000477     05  JV-FX-RATE            PIC 9(05)V9(06).
000478     05  FILLER                PIC X(05)  VALUE SPACES.
000480 01  WS-VOUCHER-TRAILER.
000490     05  TRL-REC-TYPE          PIC X(01).
000500     05  FILLER                PIC X(01)  VALUE SPACE.
000510     05  TRL-RECORD-COUNT      PIC 9(08).
000520     05  FILLER                PIC X(01)  VALUE SPACE.
000530     05  TRL-HASH-TOTAL        PIC 9(15)V99.
000540     05  FILLER                PIC X(01)  VALUE SPACE.
000550     05  TRL-BATCH-ID          PIC X(10).
000560     05  FILLER                PIC X(01)  VALUE SPACE.
000570     05  TRL-RUN-DATE          PIC 9(08).
000580     05  FILLER                PIC X(01)  VALUE SPACE.
000590     05  TRL-FUNC-HASH-TOTAL   PIC 9(15)V99.
000600     05  FILLER                PIC X(54)  VALUE SPACES.
