000010*****************************************************************
000020* INSTMAST.CPY
000030*-----------------------------------------------------------
000040* INSTRUMENT MASTER RECORD LAYOUT - ONE RECORD PER INSTRUMENT,
000050* KEYED BY IM-INSTR-ID ON THE INDEXED INSTMAST FILE.  IM-TERMS-
000060* IMAGE IS THE SAME 97-BYTE TERMS IMAGE AS A SCHIN TERMS CARD
000070* (SEE SCHTERMS), SO IT MOVES STRAIGHT INTO TERMS-IN-REC.
000080* MAINTAINED BY INSTMNT AND READ BY SCHEDGEN.
000090*
000100* INSTRUMENT STATUS
000110*-----------------------------------------------------------
000120*   'A' = ACTIVE      - SCHEDULED TO ITS MATURITY DATE
000130*   'T' = TERMINATED  - TERMINATED EARLY ON IM-TERM-DATE; STILL
000140*                       SCHEDULED, BUT THE SCHEDULE STOPS ON THE
000150*                       TERMINATION DATE WITH A SHORT FINAL STUB
000160*   'M' = MATURED     - RUN OFF; NO LONGER SCHEDULED.  INSTMNT
000170*                       MATURES AN ACTIVE INSTRUMENT ONCE ITS
000180*                       MATURITY DATE IS BEHIND THE RUN DATE
000190* IM-TERM-DATE IS ZERO UNLESS THE INSTRUMENT IS TERMINATED.
000200* IM-ADDED-DATE AND IM-MAINT-DATE ARE THE RUN DATES OF THE ADD
000210* AND OF THE LAST CHANGE OF ANY KIND.
000220*
000230* MODIFICATION HISTORY
000240*-----------------------------------------------------------
000250* 2026-10-15  JKM  INITIAL VERSION, FOR THE INSTRUMENT MASTER.
000260*****************************************************************
000270 01  INSTR-MASTER-REC.
000280     05  IM-TERMS-IMAGE.
000290         10  IM-INSTR-ID       PIC X(10).
000300         10  IM-TERMS-DETAIL   PIC X(87).
000310     05  FILLER                PIC X(01).
000320     05  IM-STATUS             PIC X(01).
000330         88  IM-IS-ACTIVE                 VALUE 'A'.
000340         88  IM-IS-TERMINATED             VALUE 'T'.
000350         88  IM-IS-MATURED                VALUE 'M'.
000360     05  FILLER                PIC X(01).
000370     05  IM-TERM-DATE          PIC 9(08).
000380     05  FILLER                PIC X(01).
000390     05  IM-ADDED-DATE         PIC 9(08).
000400     05  FILLER                PIC X(01).
000410     05  IM-MAINT-DATE         PIC 9(08).
000420     05  FILLER                PIC X(24).
