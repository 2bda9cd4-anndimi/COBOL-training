000010*****************************************************************
000020* SCHTERMS.CPY
000030*-----------------------------------------------------------
000040* INSTRUMENT TERMS LAYOUT - THE 97-BYTE TERMS IMAGE SCHEDGEN
000050* GENERATES ACCRUAL PERIODS FROM, WHETHER IT ARRIVES AS A SCHIN
000060* TERMS CARD OR AS THE TERMS PORTION OF AN INSTMAST INSTRUMENT
000070* MASTER RECORD.  SHARED BY SCHEDGEN AND BY INSTMNT, WHICH EDITS
000080* THE TERMS ON ITS ADD AND AMEND CARDS, SO THE TWO ALWAYS AGREE
000090* ON WHERE EACH TERM SITS.  THE -RAW VIEW IS FOR NUMERIC EDITS.
000100*
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------
000130* 2026-10-15  JKM  INITIAL VERSION, FACTORED OUT OF SCHEDGEN WHEN
000140*                  THE INSTRUMENT MASTER BEGAN CARRYING THE SAME
000150*                  TERMS.
000160*****************************************************************
000170 01  TERMS-IN-REC.
000180     05  SCH-INSTR-ID          PIC X(10).
000190     05  SCH-PRINCIPAL         PIC 9(11)V99.
000200     05  SCH-RATE-PCT          PIC 9(03)V9(04).
000210     05  SCH-START-DATE        PIC 9(08).
000220     05  SCH-MATURITY-DATE     PIC 9(08).
000230     05  SCH-FREQ-CODE         PIC X(01).
000240         88  SCH-FREQ-MONTHLY             VALUE 'M'.
000250         88  SCH-FREQ-QUARTERLY           VALUE 'Q'.
000260         88  SCH-FREQ-SEMI-ANNUAL         VALUE 'S'.
000270         88  SCH-FREQ-ANNUAL              VALUE 'A'.
000280     05  SCH-ROLL-DD           PIC 9(02).
000290     05  SCH-DCC-CODE          PIC X(07).
000300         88  SCH-CONV-ACT-ACT             VALUE 'ACT/ACT'.
000310         88  SCH-CONV-30-360              VALUE '30/360 '.
000320         88  SCH-CONV-ACT-360             VALUE 'ACT/360'.
000330         88  SCH-CONV-DEFAULTED           VALUE SPACES.
000340     05  SCH-CAL-ID            PIC X(08).
000350     05  SCH-SPOT-DAYS         PIC 9(02).
000360     05  SCH-ENTITY-ID         PIC X(08).
000370     05  SCH-CCY-CODE          PIC X(03).
000380     05  FILLER                PIC X(03).
000390     05  SCH-INDEX-CODE        PIC X(08).
000400     05  SCH-SPREAD-PCT        PIC S9(03)V9(04)
000410                               SIGN IS LEADING SEPARATE.
000420     05  SCH-RESET-FREQ        PIC X(01).
000430         88  SCH-RESET-WEEKLY             VALUE 'W'.
000440         88  SCH-RESET-MONTHLY            VALUE 'M'.
000450         88  SCH-RESET-QUARTERLY          VALUE 'Q'.
000460         88  SCH-RESET-SEMI-ANNUAL        VALUE 'S'.
000470         88  SCH-RESET-ANNUAL             VALUE 'A'.
000480         88  SCH-RESET-AT-BEGIN           VALUE SPACE.
000490 01  TERMS-IN-REC-ALT REDEFINES TERMS-IN-REC.
000500     05  SCH-INSTR-ID-RAW      PIC X(10).
000510     05  SCH-PRINCIPAL-RAW     PIC X(13).
000520     05  SCH-RATE-RAW          PIC X(07).
000530     05  SCH-START-RAW         PIC X(08).
000540     05  SCH-MATURITY-RAW      PIC X(08).
000550     05  FILLER                PIC X(01).
000560     05  SCH-ROLL-DD-RAW       PIC X(02).
000570     05  SCH-DCC-RAW           PIC X(07).
000580     05  FILLER                PIC X(08).
000590     05  SCH-SPOT-RAW          PIC X(02).
000600     05  FILLER                PIC X(14).
000610     05  SCH-INDEX-RAW         PIC X(08).
000620     05  SCH-SPREAD-RAW        PIC X(08).
000630     05  SCH-RESET-RAW         PIC X(01).
