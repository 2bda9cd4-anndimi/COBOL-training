000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ACCRFWD.
000030 AUTHOR.        J MCALLISTER.
000040 INSTALLATION.  DEPRECIATION AND ACCRUAL SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------
000100* 2026-10-15  JKM  INITIAL VERSION.  ACCRUED INTEREST RECEIVABLE
000110*                  SUBLEDGER, SO THE CONTROLLERS STOP REBUILDING
000120*                  THE ROLL-FORWARD BY HAND EACH QUARTER FOR THE
000130*                  AUDITORS.  RUNS AFTER ACCRUE FOR THE MONTH ON
000140*                  THE FWDCTL CARD AND ROLLS, PER INSTRUMENT AND
000150*                  ENTITY, OPENING BALANCE + ACCREG ACCRUALS -
000160*                  INTEREST SETTLED = CLOSING BALANCE.  THE
000170*                  BALANCE IS HELD AS OPEN ITEMS, ONE PER UNPAID
000180*                  ACCRUED PERIOD, SO A PAYMENT SETTLES EXACTLY
000190*                  THE AMOUNT ITS PERIOD ACCRUED: A PAYSCHED LINE
000200*                  WHOSE PAY-ROLLED-DATE FALLS IN (OR BEFORE THE
000210*                  END OF) THE MONTH CLEARS ITS PERIOD'S ITEMS,
000220*                  AND A LATER ROLLED DATE RIDES ON THE ITEMS IN
000230*                  THE FWDCLOSE FILE UNTIL THE MONTH IT FALLS IN.
000240*                  FWDCLOSE IS NEXT MONTH'S FWDOPEN; A MISSING
000250*                  FWDOPEN IS THE FIRST RUN AND STARTS FROM ZERO.
000260*                  THE REPORT LISTS NEGATIVE BALANCES, PAYMENTS
000270*                  WITH NOTHING ACCRUED AGAINST THEM, AND
000280*                  BALANCES STILL OPEN PAST MATURITY, AND ENDS
000290*                  RC=4 WHEN ANY OF THEM IS PRESENT SO THE RUN
000291*                  IS ROUTED TO REVIEW.
000292* 2026-10-15  JKM  SCHEDGEN REBUILDS EACH INSTRUMENT'S WHOLE LIFE
000293*                  EVERY MONTH, SO ACCREG AND PAYSCHED REPEAT
000294*                  PERIODS ALREADY ON FWDOPEN.  EVERY REGISTER
000295*                  LINE WAS TAKEN AS A NEW ITEM, SO OPEN PERIODS
000296*                  WERE HELD AGAIN EACH MONTH AND THE ACCRUED AND
000297*                  SETTLED TOTALS COVERED WHOLE LIVES.  NOW ONLY
000298*                  REGISTER LINES ENDING IN THE MONTH ARE TAKEN,
000299*                  AND NOT ONE ALREADY HELD; ONLY PAYMENTS ROLLED
000300*                  INTO THE MONTH SETTLE; AND A PAYMENT STOPS AT
000301*                  THE FIRST ITEM COVERING ITS WHOLE PERIOD.
000310*****************************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.   IBM-370.
000350 OBJECT-COMPUTER.   IBM-370.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT FORWARD-CTL-FILE ASSIGN TO FWDCTL
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-CTL-FILE-STATUS.
000410
000420     SELECT INSTR-FILE ASSIGN TO INSTRIN
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-INSTR-FILE-STATUS.
000450
000460     SELECT ACCRUAL-REGISTER ASSIGN TO ACCREG
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-REGISTER-STATUS.
000490
000500     SELECT PAYMENT-SCHEDULE ASSIGN TO PAYSCHED
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-PAYSCHED-STATUS.
000530
000540     SELECT OPENING-BAL-FILE ASSIGN TO FWDOPEN
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-OPENING-STATUS.
000570
000580     SELECT CLOSING-BAL-FILE ASSIGN TO FWDCLOSE
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-CLOSING-STATUS.
000610
000620     SELECT FORWARD-REPORT ASSIGN TO FWDRPT
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-REPORT-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  FORWARD-CTL-FILE
000680     RECORDING MODE IS F.
000690 01  FORWARD-CTL-REC.
000700     05  CTL-RUN-MONTH         PIC X(06).
000710     05  FILLER                PIC X(74).
000720
000730 FD  INSTR-FILE
000740     RECORDING MODE IS F.
000750 01  INSTR-IN-REC.
000760     05  INSTR-ID              PIC X(10).
000770     05  FILLER                PIC X(20).
000780     05  INSTR-BEGIN-DATE      PIC X(08).
000790     05  INSTR-END-DATE        PIC X(08).
000800     05  FILLER                PIC X(17).
000810     05  INSTR-ENTITY-ID       PIC X(08).
000820     05  FILLER                PIC X(26).
000830
000840 FD  ACCRUAL-REGISTER
000850     RECORDING MODE IS F.
000860 01  REGISTER-IN-REC           PIC X(132).
000870
000880 FD  PAYMENT-SCHEDULE
000890     RECORDING MODE IS F.
000900     COPY PAYSCHED.
000910
000920 FD  OPENING-BAL-FILE
000930     RECORDING MODE IS F.
000940 01  OPENING-BAL-REC.
000950     05  OPN-INSTR-ID          PIC X(10).
000960     05  FILLER                PIC X(01).
000970     05  OPN-ENTITY-ID         PIC X(08).
000980     05  FILLER                PIC X(01).
000990     05  OPN-PERIOD-BEGIN      PIC 9(08).
001000     05  FILLER                PIC X(01).
001010     05  OPN-PERIOD-END        PIC 9(08).
001020     05  FILLER                PIC X(01).
001030     05  OPN-MATURITY-DATE     PIC 9(08).
001040     05  FILLER                PIC X(01).
001050     05  OPN-ROLLED-DATE       PIC 9(08).
001060     05  FILLER                PIC X(01).
001070     05  OPN-AS-OF-MONTH       PIC 9(06).
001080     05  FILLER                PIC X(01).
001090     05  OPN-AMOUNT            PIC S9(13)V99
001100                               SIGN IS LEADING SEPARATE.
001110     05  FILLER                PIC X(01).
001120
001130 FD  CLOSING-BAL-FILE
001140     RECORDING MODE IS F.
001150 01  CLOSING-BAL-REC.
001160     05  CLS-INSTR-ID          PIC X(10).
001170     05  FILLER                PIC X(01).
001180     05  CLS-ENTITY-ID         PIC X(08).
001190     05  FILLER                PIC X(01).
001200     05  CLS-PERIOD-BEGIN      PIC 9(08).
001210     05  FILLER                PIC X(01).
001220     05  CLS-PERIOD-END        PIC 9(08).
001230     05  FILLER                PIC X(01).
001240     05  CLS-MATURITY-DATE     PIC 9(08).
001250     05  FILLER                PIC X(01).
001260     05  CLS-ROLLED-DATE       PIC 9(08).
001270     05  FILLER                PIC X(01).
001280     05  CLS-AS-OF-MONTH       PIC 9(06).
001290     05  FILLER                PIC X(01).
001300     05  CLS-AMOUNT            PIC S9(13)V99
001310                               SIGN IS LEADING SEPARATE.
001320     05  FILLER                PIC X(01).
001330
001340 FD  FORWARD-REPORT
001350     RECORDING MODE IS F.
001360 01  REPORT-PRINT-REC          PIC X(132).
001370
001380 WORKING-STORAGE SECTION.
001390 77  WS-CTL-FILE-STATUS        PIC X(02)  VALUE SPACES.
001400 77  WS-INSTR-FILE-STATUS      PIC X(02)  VALUE SPACES.
001410 77  WS-REGISTER-STATUS        PIC X(02)  VALUE SPACES.
001420 77  WS-PAYSCHED-STATUS        PIC X(02)  VALUE SPACES.
001430 77  WS-OPENING-STATUS         PIC X(02)  VALUE SPACES.
001440 77  WS-CLOSING-STATUS         PIC X(02)  VALUE SPACES.
001450 77  WS-REPORT-STATUS          PIC X(02)  VALUE SPACES.
001460 77  WS-ABEND-FILE-NAME        PIC X(15)  VALUE SPACES.
001470 77  WS-ABEND-STATUS           PIC X(02)  VALUE SPACES.
001480 77  WS-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001490     88  WS-END-OF-FILE                   VALUE 'Y'.
001500 77  WS-OPENING-AVAIL-SWITCH   PIC X(01)  VALUE 'N'.
001510     88  WS-OPENING-IS-AVAILABLE          VALUE 'Y'.
001520 77  WS-MATCH-FOUND-SWITCH     PIC X(01)  VALUE 'N'.
001530     88  WS-MATCH-WAS-FOUND               VALUE 'Y'.
001540 77  WS-EXCEPTION-SWITCH       PIC X(01)  VALUE 'N'.
001550     88  WS-RUN-HAS-EXCEPTIONS            VALUE 'Y'.
001560 77  WS-INSTRIN-COUNT          PIC 9(08)  VALUE 0.
001570 77  WS-OPENING-COUNT          PIC 9(08)  VALUE 0.
001580 77  WS-REGISTER-COUNT         PIC 9(08)  VALUE 0.
001590 77  WS-NO-INSTR-COUNT         PIC 9(08)  VALUE 0.
001593 77  WS-REG-OUTSIDE-COUNT      PIC 9(08)  VALUE 0.
001596 77  WS-REG-HELD-COUNT         PIC 9(08)  VALUE 0.
001600 77  WS-PAYSCHED-COUNT         PIC 9(08)  VALUE 0.
001610 77  WS-SETTLED-PAY-COUNT      PIC 9(08)  VALUE 0.
001620 77  WS-CARRIED-PAY-COUNT      PIC 9(08)  VALUE 0.
001630 77  WS-PENDING-PAY-COUNT      PIC 9(08)  VALUE 0.
001633 77  WS-EARLIER-PAY-COUNT      PIC 9(08)  VALUE 0.
001636 77  WS-FUTURE-PAY-COUNT       PIC 9(08)  VALUE 0.
001640 77  WS-UNRESOLVED-COUNT       PIC 9(08)  VALUE 0.
001650 77  WS-CLOSING-COUNT          PIC 9(08)  VALUE 0.
001660 77  WS-NEGATIVE-COUNT         PIC 9(08)  VALUE 0.
001670 77  WS-UNMATCHED-COUNT        PIC 9(08)  VALUE 0.
001680 77  WS-MATURED-COUNT          PIC 9(08)  VALUE 0.
001690 77  WS-INS-MAX-ENTRIES        PIC 9(04)  COMP VALUE 5000.
001700 77  WS-ITM-MAX-ENTRIES        PIC 9(04)  COMP VALUE 9000.
001710 77  WS-SUM-MAX-ENTRIES        PIC 9(04)  COMP VALUE 5000.
001720 77  WS-UNP-MAX-ENTRIES        PIC 9(04)  COMP VALUE 1000.
001730 77  WS-NDX                    PIC S9(04) COMP VALUE 0.
001740 77  WS-SCAN-NDX               PIC S9(04) COMP VALUE 0.
001750 77  WS-HIT-NDX                PIC S9(04) COMP VALUE 0.
001760 77  WS-INS-COUNT              PIC S9(04) COMP VALUE 0.
001770 77  WS-ITM-COUNT              PIC S9(04) COMP VALUE 0.
001780 77  WS-SUM-COUNT              PIC S9(04) COMP VALUE 0.
001790 77  WS-UNP-COUNT              PIC S9(04) COMP VALUE 0.
001800 77  WS-LINE-COUNT             PIC 9(03)  VALUE 99.
001810 77  WS-LINES-PER-PAGE         PIC 9(03)  VALUE 55.
001820 77  WS-PAGE-COUNT             PIC 9(04)  VALUE 0.
001830 77  WS-PAY-MATCH-COUNT        PIC 9(04)  VALUE 0.
001840 77  WS-REG-AMOUNT             PIC 9(13)V99 VALUE 0.
001850 77  WS-FIND-INSTR             PIC X(10)  VALUE SPACES.
001860 01  WS-RUN-MONTH-WORK.
001870     05  WS-RUN-MONTH          PIC 9(06)  VALUE 0.
001880     05  WS-RUN-MONTH-PARTS    REDEFINES WS-RUN-MONTH.
001890         10  WS-RUN-CCYY       PIC 9(04).
001900         10  WS-RUN-MM         PIC 9(02).
001910     05  WS-PRIOR-MONTH        PIC 9(06)  VALUE 0.
001920     05  WS-PRIOR-MONTH-PARTS  REDEFINES WS-PRIOR-MONTH.
001930         10  WS-PRIOR-CCYY     PIC 9(04).
001940         10  WS-PRIOR-MM       PIC 9(02).
001950     05  WS-MONTH-START        PIC 9(08)  VALUE 0.
001960     05  WS-MONTH-END          PIC 9(08)  VALUE 0.
001970 01  WS-TOTALS-WORK.
001980     05  WS-TOT-OPENING        PIC S9(13)V99 VALUE 0.
001990     05  WS-TOT-ACCRUED        PIC S9(13)V99 VALUE 0.
002000     05  WS-TOT-SETTLED        PIC S9(13)V99 VALUE 0.
002010     05  WS-TOT-CLOSING        PIC S9(13)V99 VALUE 0.
002020     05  WS-TOT-WRITTEN        PIC S9(13)V99 VALUE 0.
002030     05  WS-TOT-PROOF          PIC S9(13)V99 VALUE 0.
002040 01  WS-INS-TABLE-AREA.
002050     05  WS-INS-ENTRY          OCCURS 5000 TIMES.
002060         10  WS-INS-INSTR      PIC X(10).
002070         10  WS-INS-ENTITY     PIC X(08).
002080         10  WS-INS-MATURITY   PIC 9(08).
002090 01  WS-ITM-TABLE-AREA.
002100     05  WS-ITM-ENTRY          OCCURS 9000 TIMES.
002110         10  WS-ITM-INSTR      PIC X(10).
002120         10  WS-ITM-ENTITY     PIC X(08).
002130         10  WS-ITM-BEGIN      PIC 9(08).
002140         10  WS-ITM-END        PIC 9(08).
002150         10  WS-ITM-MATURITY   PIC 9(08).
002160         10  WS-ITM-ROLLED     PIC 9(08).
002170         10  WS-ITM-AMOUNT     PIC S9(13)V99.
002180         10  WS-ITM-SOURCE     PIC X(01).
002190             88  WS-ITM-FROM-OPENING      VALUE 'O'.
002200             88  WS-ITM-FROM-REGISTER     VALUE 'R'.
002210         10  WS-ITM-SETTLED    PIC X(01).
002220             88  WS-ITM-IS-SETTLED        VALUE 'Y'.
002230 01  WS-SUM-TABLE-AREA.
002240     05  WS-SUM-ENTRY          OCCURS 5000 TIMES.
002250         10  WS-SUM-INSTR      PIC X(10).
002260         10  WS-SUM-ENTITY     PIC X(08).
002270         10  WS-SUM-MATURITY   PIC 9(08).
002280         10  WS-SUM-OPENING    PIC S9(13)V99.
002290         10  WS-SUM-ACCRUED    PIC S9(13)V99.
002300         10  WS-SUM-SETTLED    PIC S9(13)V99.
002310         10  WS-SUM-CLOSING    PIC S9(13)V99.
002320 01  WS-UNP-TABLE-AREA.
002330     05  WS-UNP-ENTRY          OCCURS 1000 TIMES.
002340         10  WS-UNP-INSTR      PIC X(10).
002350         10  WS-UNP-PERIOD-END PIC 9(08).
002360         10  WS-UNP-ROLLED     PIC 9(08).
002370         10  WS-UNP-CAL-ID     PIC X(08).
002380     COPY ACCREG.
002390 01  WS-REPORT-DATE            PIC 9(08).
002400 01  WS-HEADING-1.
002410     05  FILLER                PIC X(10)  VALUE 'ACCRFWD'.
002420     05  FILLER                PIC X(24)  VALUE SPACES.
002430     05  FILLER                PIC X(44)
002440         VALUE 'ACCRUED INTEREST SUBLEDGER ROLL-FORWARD'.
002450     05  FILLER                PIC X(25)  VALUE SPACES.
002460     05  FILLER                PIC X(09)  VALUE 'RUN DATE '.
002470     05  HDG-RUN-DATE          PIC 9(08).
002480     05  FILLER                PIC X(03)  VALUE SPACES.
002490     05  FILLER                PIC X(05)  VALUE 'PAGE '.
002500     05  HDG-PAGE-NO           PIC ZZZ9.
002510 01  WS-HEADING-2.
002520     05  FILLER                PIC X(20)
002530         VALUE 'ROLL-FORWARD MONTH '.
002540     05  HDG-RUN-MONTH         PIC 9(06).
002550     05  FILLER                PIC X(106) VALUE SPACES.
002560 01  WS-HEADING-3.
002570     05  FILLER                PIC X(12)  VALUE 'INSTRUMENT'.
002580     05  FILLER                PIC X(10)  VALUE 'ENTITY'.
002590     05  FILLER                PIC X(10)  VALUE 'MATURITY'.
002600     05  FILLER                PIC X(23)
002610         VALUE '      OPENING BALANCE'.
002620     05  FILLER                PIC X(23)
002630         VALUE '              ACCRUED'.
002640     05  FILLER                PIC X(23)
002650         VALUE '              SETTLED'.
002660     05  FILLER                PIC X(23)
002670         VALUE '      CLOSING BALANCE'.
002680     05  FILLER                PIC X(08)  VALUE SPACES.
002690 01  WS-BALANCE-LINE.
002700     05  BAL-INSTR-ID          PIC X(10).
002710     05  FILLER                PIC X(02)  VALUE SPACES.
002720     05  BAL-ENTITY-ID         PIC X(08).
002730     05  FILLER                PIC X(02)  VALUE SPACES.
002740     05  BAL-MATURITY-DATE     PIC 9(08).
002750     05  FILLER                PIC X(02)  VALUE SPACES.
002760     05  BAL-OPENING           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002770     05  FILLER                PIC X(02)  VALUE SPACES.
002780     05  BAL-ACCRUED           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002790     05  FILLER                PIC X(02)  VALUE SPACES.
002800     05  BAL-SETTLED           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002810     05  FILLER                PIC X(02)  VALUE SPACES.
002820     05  BAL-CLOSING           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002830     05  FILLER                PIC X(10)  VALUE SPACES.
002840 01  WS-PAYMENT-LINE.
002850     05  PMT-INSTR-ID          PIC X(10).
002860     05  FILLER                PIC X(02)  VALUE SPACES.
002870     05  FILLER                PIC X(11)  VALUE 'PERIOD END '.
002880     05  PMT-PERIOD-END        PIC 9(08).
002890     05  FILLER                PIC X(02)  VALUE SPACES.
002900     05  FILLER                PIC X(12)  VALUE 'ROLLED DATE '.
002910     05  PMT-ROLLED-DATE       PIC 9(08).
002920     05  FILLER                PIC X(02)  VALUE SPACES.
002930     05  FILLER                PIC X(09)  VALUE 'CALENDAR '.
002940     05  PMT-CAL-ID            PIC X(08).
002950     05  FILLER                PIC X(60)  VALUE SPACES.
002960 01  WS-SECTION-LINE.
002970     05  SEC-TITLE             PIC X(60).
002980     05  FILLER                PIC X(72)  VALUE SPACES.
002990 01  WS-AMOUNT-LINE.
003000     05  AMT-LABEL             PIC X(40).
003010     05  AMT-VALUE             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
003020     05  FILLER                PIC X(71)  VALUE SPACES.
003030 01  WS-COUNT-LINE.
003040     05  CNT-LABEL             PIC X(40).
003050     05  CNT-VALUE             PIC ZZZZZZZ9.
003060     05  FILLER                PIC X(84)  VALUE SPACES.
003070 01  WS-CHECK-LINE.
003080     05  CHK-LABEL             PIC X(40).
003090     05  CHK-RESULT            PIC X(20).
003100     05  FILLER                PIC X(72)  VALUE SPACES.
003110 01  WS-RESULT-LINE.
003120     05  FILLER                PIC X(20)
003130         VALUE 'ROLL-FORWARD RESULT '.
003140     05  RES-TEXT              PIC X(50).
003150     05  FILLER                PIC X(62)  VALUE SPACES.
003160 01  WS-PRINT-LINE             PIC X(132).
003170 PROCEDURE DIVISION.
003180*****************************************************************
003190*                                                               *
003200*    0000-MAINLINE                                              *
003210*                                                               *
003220*****************************************************************
003230 0000-MAINLINE.
003240     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003250     PERFORM 2000-LOAD-INSTRUMENTS
003260         THRU 2000-LOAD-INSTRUMENTS-EXIT.
003270     PERFORM 2100-LOAD-OPENING THRU 2100-LOAD-OPENING-EXIT.
003280     PERFORM 2200-LOAD-REGISTER THRU 2200-LOAD-REGISTER-EXIT.
003290     PERFORM 2300-APPLY-PAYMENTS THRU 2300-APPLY-PAYMENTS-EXIT.
003300     PERFORM 2400-SETTLE-CARRIED THRU 2400-SETTLE-CARRIED-EXIT.
003310     PERFORM 2500-BUILD-BALANCES THRU 2500-BUILD-BALANCES-EXIT.
003320     PERFORM 2600-WRITE-CLOSING THRU 2600-WRITE-CLOSING-EXIT.
003330     PERFORM 3000-PRINT-REPORT THRU 3000-PRINT-REPORT-EXIT.
003340     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
003350     STOP RUN.
003360*****************************************************************
003370*    1000-INITIALIZE - OPEN THE REPORT, READ AND EDIT THE       *
003380*    FWDCTL CARD, AND SET THE MONTH WINDOW.  EACH INPUT IS      *
003390*    OPENED AND CLOSED BY ITS OWN LOAD PARAGRAPH                *
003400*****************************************************************
003410 1000-INITIALIZE.
003420     OPEN OUTPUT FORWARD-REPORT.
003430     IF WS-REPORT-STATUS NOT = '00'
003440         MOVE 'FORWARD-REPORT' TO WS-ABEND-FILE-NAME
003450         MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
003460         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
003470     END-IF.
003480     ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
003490
003500     OPEN INPUT FORWARD-CTL-FILE.
003510     IF WS-CTL-FILE-STATUS NOT = '00'
003520         MOVE 'FORWARD-CTL' TO WS-ABEND-FILE-NAME
003530         MOVE WS-CTL-FILE-STATUS TO WS-ABEND-STATUS
003540         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
003550     END-IF.
003560     READ FORWARD-CTL-FILE
003570         AT END
003580             PERFORM 9910-ABEND-BAD-CONTROL
003590                 THRU 9910-ABEND-BAD-CONTROL-EXIT
003600     END-READ.
003610     PERFORM 1100-EDIT-CONTROL THRU 1100-EDIT-CONTROL-EXIT.
003620     CLOSE FORWARD-CTL-FILE.
003630 1000-INITIALIZE-EXIT.
003640     EXIT.
003650*****************************************************************
003660*    1100-EDIT-CONTROL - THE CARD CARRIES THE ROLL-FORWARD      *
003670*    MONTH AS CCYYMM.  THE MONTH WINDOW RUNS FROM CCYYMM01 TO   *
003680*    CCYYMM31 (A DATE COMPARE, SO THE SHORT MONTHS NEED NO      *
003690*    SPECIAL CASE); THE PRIOR MONTH IS WHAT FWDOPEN MUST BE     *
003700*****************************************************************
003710 1100-EDIT-CONTROL.
003720     IF CTL-RUN-MONTH IS NOT NUMERIC
003730         PERFORM 9910-ABEND-BAD-CONTROL
003740             THRU 9910-ABEND-BAD-CONTROL-EXIT
003750     END-IF.
003760     MOVE CTL-RUN-MONTH TO WS-RUN-MONTH.
003770     IF WS-RUN-MM < 1 OR WS-RUN-MM > 12
003780             OR WS-RUN-CCYY < 1900
003790         PERFORM 9910-ABEND-BAD-CONTROL
003800             THRU 9910-ABEND-BAD-CONTROL-EXIT
003810     END-IF.
003820     COMPUTE WS-MONTH-START = WS-RUN-MONTH * 100 + 1.
003830     COMPUTE WS-MONTH-END = WS-RUN-MONTH * 100 + 31.
003840     IF WS-RUN-MM = 1
003850         COMPUTE WS-PRIOR-CCYY = WS-RUN-CCYY - 1
003860         MOVE 12 TO WS-PRIOR-MM
003870     ELSE
003880         MOVE WS-RUN-CCYY TO WS-PRIOR-CCYY
003890         COMPUTE WS-PRIOR-MM = WS-RUN-MM - 1
003900     END-IF.
003910 1100-EDIT-CONTROL-EXIT.
003920     EXIT.
003930*****************************************************************
003940*    2000-LOAD-INSTRUMENTS - TABLE EACH INSTRUMENT'S ENTITY     *
003950*    AND MATURITY (THE LATEST PERIOD END ON INSTRIN) FOR THE    *
003960*    REGISTER LINES, WHICH CARRY NEITHER                        *
003970*****************************************************************
003980 2000-LOAD-INSTRUMENTS.
003990     OPEN INPUT INSTR-FILE.
004000     IF WS-INSTR-FILE-STATUS NOT = '00'
004010         MOVE 'INSTR-FILE' TO WS-ABEND-FILE-NAME
004020         MOVE WS-INSTR-FILE-STATUS TO WS-ABEND-STATUS
004030         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
004040     END-IF.
004050     MOVE 'N' TO WS-EOF-SWITCH.
004060     PERFORM 2010-LOAD-ONE-INSTRUMENT
004070         THRU 2010-LOAD-ONE-INSTRUMENT-EXIT
004080         UNTIL WS-END-OF-FILE.
004090     CLOSE INSTR-FILE.
004100 2000-LOAD-INSTRUMENTS-EXIT.
004110     EXIT.
004120*****************************************************************
004130*    2010-LOAD-ONE-INSTRUMENT - ONE INSTRIN RECORD PER PERIOD,  *
004140*    SO AN INSTRUMENT ALREADY TABLED ONLY MOVES ITS MATURITY    *
004150*    OUT                                                        *
004160*****************************************************************
004170 2010-LOAD-ONE-INSTRUMENT.
004180     READ INSTR-FILE
004190         AT END
004200             MOVE 'Y' TO WS-EOF-SWITCH
004210             GO TO 2010-LOAD-ONE-INSTRUMENT-EXIT
004220     END-READ.
004230     ADD 1 TO WS-INSTRIN-COUNT.
004240     MOVE INSTR-ID TO WS-FIND-INSTR.
004250     PERFORM 2900-FIND-INSTRUMENT THRU 2900-FIND-INSTRUMENT-EXIT.
004260     IF NOT WS-MATCH-WAS-FOUND
004270         IF WS-INS-COUNT >= WS-INS-MAX-ENTRIES
004280             PERFORM 9920-ABEND-TABLE-FULL
004290                 THRU 9920-ABEND-TABLE-FULL-EXIT
004300         END-IF
004310         ADD 1 TO WS-INS-COUNT
004320         MOVE WS-INS-COUNT TO WS-HIT-NDX
004330         MOVE INSTR-ID TO WS-INS-INSTR(WS-HIT-NDX)
004340         MOVE INSTR-ENTITY-ID TO WS-INS-ENTITY(WS-HIT-NDX)
004350         MOVE 0 TO WS-INS-MATURITY(WS-HIT-NDX)
004360     END-IF.
004370     IF INSTR-END-DATE IS NUMERIC
004380         IF INSTR-END-DATE > WS-INS-MATURITY(WS-HIT-NDX)
004390             MOVE INSTR-END-DATE TO WS-INS-MATURITY(WS-HIT-NDX)
004400         END-IF
004410     END-IF.
004420 2010-LOAD-ONE-INSTRUMENT-EXIT.
004430     EXIT.
004440*****************************************************************
004450*    2100-LOAD-OPENING - LAST MONTH'S FWDCLOSE.  A MISSING FILE *
004460*    IS THE FIRST RUN OF THE SUBLEDGER AND OPENS AT ZERO, NOTED *
004470*    ON THE REPORT                                              *
004480*****************************************************************
004490 2100-LOAD-OPENING.
004500     OPEN INPUT OPENING-BAL-FILE.
004510     IF WS-OPENING-STATUS = '35'
004520         MOVE 'N' TO WS-OPENING-AVAIL-SWITCH
004530         GO TO 2100-LOAD-OPENING-EXIT
004540     END-IF.
004550     IF WS-OPENING-STATUS NOT = '00'
004560         MOVE 'OPENING-BAL' TO WS-ABEND-FILE-NAME
004570         MOVE WS-OPENING-STATUS TO WS-ABEND-STATUS
004580         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
004590     END-IF.
004600     SET WS-OPENING-IS-AVAILABLE TO TRUE.
004610     MOVE 'N' TO WS-EOF-SWITCH.
004620     PERFORM 2110-LOAD-ONE-OPENING
004630         THRU 2110-LOAD-ONE-OPENING-EXIT
004640         UNTIL WS-END-OF-FILE.
004650     CLOSE OPENING-BAL-FILE.
004660 2100-LOAD-OPENING-EXIT.
004670     EXIT.
004680*****************************************************************
004690*    2110-LOAD-ONE-OPENING - EVERY OPEN ITEM MUST BE STAMPED    *
004700*    WITH THE PRIOR MONTH; ANY OTHER MONTH MEANS THE WRONG      *
004710*    GENERATION WAS SUPPLIED OR A MONTH WAS SKIPPED             *
004720*****************************************************************
004730 2110-LOAD-ONE-OPENING.
004740     READ OPENING-BAL-FILE
004750         AT END
004760             MOVE 'Y' TO WS-EOF-SWITCH
004770             GO TO 2110-LOAD-ONE-OPENING-EXIT
004780     END-READ.
004790     ADD 1 TO WS-OPENING-COUNT.
004800     IF OPN-AS-OF-MONTH NOT = WS-PRIOR-MONTH
004810         PERFORM 9930-ABEND-WRONG-OPENING
004820             THRU 9930-ABEND-WRONG-OPENING-EXIT
004830     END-IF.
004840     PERFORM 2950-ADD-ITEM THRU 2950-ADD-ITEM-EXIT.
004850     MOVE OPN-INSTR-ID TO WS-ITM-INSTR(WS-ITM-COUNT).
004860     MOVE OPN-ENTITY-ID TO WS-ITM-ENTITY(WS-ITM-COUNT).
004870     MOVE OPN-PERIOD-BEGIN TO WS-ITM-BEGIN(WS-ITM-COUNT).
004880     MOVE OPN-PERIOD-END TO WS-ITM-END(WS-ITM-COUNT).
004890     MOVE OPN-MATURITY-DATE TO WS-ITM-MATURITY(WS-ITM-COUNT).
004900     MOVE OPN-ROLLED-DATE TO WS-ITM-ROLLED(WS-ITM-COUNT).
004910     MOVE OPN-AMOUNT TO WS-ITM-AMOUNT(WS-ITM-COUNT).
004920     MOVE 'O' TO WS-ITM-SOURCE(WS-ITM-COUNT).
004930 2110-LOAD-ONE-OPENING-EXIT.
004940     EXIT.
004950*****************************************************************
004960*    2200-LOAD-REGISTER - THIS RUN'S ACCREG.  EACH DETAIL LINE  *
004967*    (ONE PER PERIOD, OR PER RESET SUB-PERIOD) ENDING IN THE    *
004974*    MONTH BECOMES AN OPEN ITEM; HEADING, BLANK, AND TOTAL      *
004981*    LINES ARE SKIPPED                                          *
004990*****************************************************************
005000 2200-LOAD-REGISTER.
005010     OPEN INPUT ACCRUAL-REGISTER.
005020     IF WS-REGISTER-STATUS NOT = '00'
005030         MOVE 'ACCRUAL-REG' TO WS-ABEND-FILE-NAME
005040         MOVE WS-REGISTER-STATUS TO WS-ABEND-STATUS
005050         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
005060     END-IF.
005070     MOVE 'N' TO WS-EOF-SWITCH.
005080     PERFORM 2210-LOAD-ONE-REGISTER
005090         THRU 2210-LOAD-ONE-REGISTER-EXIT
005100         UNTIL WS-END-OF-FILE.
005110     CLOSE ACCRUAL-REGISTER.
005120 2200-LOAD-REGISTER-EXIT.
005130     EXIT.
005140*****************************************************************
005145*    2210-LOAD-ONE-REGISTER - ACCREG CARRIES EVERY PERIOD OF    *
005150*    EACH INSTRUMENT'S LIFE, SO A LINE ENDING OUTSIDE THE MONTH *
005155*    WAS OR WILL BE ACCRUED IN ITS OWN MONTH AND IS SKIPPED, AS *
005160*    IS ONE ALREADY HELD AS AN OPEN ITEM.  A REGISTER LINE      *
005165*    WHOSE INSTRUMENT IS NOT ON INSTRIN (WRONG FILE PAIRED) IS  *
005170*    STILL CARRIED, UNDER A BLANK ENTITY, AND COUNTED ON THE    *
005175*    REPORT                                                     *
005180*****************************************************************
005190 2210-LOAD-ONE-REGISTER.
005200     READ ACCRUAL-REGISTER INTO WS-DETAIL-LINE
005210         AT END
005220             MOVE 'Y' TO WS-EOF-SWITCH
005230             GO TO 2210-LOAD-ONE-REGISTER-EXIT
005240     END-READ.
005250     IF DET-BEGIN-DATE IS NOT NUMERIC
005260             OR DET-END-DATE IS NOT NUMERIC
005270         GO TO 2210-LOAD-ONE-REGISTER-EXIT
005280     END-IF.
005281     ADD 1 TO WS-REGISTER-COUNT.
005282     IF DET-END-DATE < WS-MONTH-START
005283             OR DET-END-DATE > WS-MONTH-END
005284         ADD 1 TO WS-REG-OUTSIDE-COUNT
005285         GO TO 2210-LOAD-ONE-REGISTER-EXIT
005286     END-IF.
005287     MOVE 'N' TO WS-MATCH-FOUND-SWITCH.
005288     PERFORM 2220-MATCH-ONE-HELD THRU 2220-MATCH-ONE-HELD-EXIT
005289         VARYING WS-SCAN-NDX FROM 1 BY 1
005290         UNTIL WS-SCAN-NDX > WS-ITM-COUNT
005291            OR WS-MATCH-WAS-FOUND.
005292     IF WS-MATCH-WAS-FOUND
005293         ADD 1 TO WS-REG-HELD-COUNT
005294         GO TO 2210-LOAD-ONE-REGISTER-EXIT
005295     END-IF.
005300     MOVE DET-ACCRUED TO WS-REG-AMOUNT.
005310     PERFORM 2950-ADD-ITEM THRU 2950-ADD-ITEM-EXIT.
005320     MOVE DET-INSTR-ID TO WS-ITM-INSTR(WS-ITM-COUNT).
005330     MOVE DET-BEGIN-DATE TO WS-ITM-BEGIN(WS-ITM-COUNT).
005340     MOVE DET-END-DATE TO WS-ITM-END(WS-ITM-COUNT).
005350     MOVE WS-REG-AMOUNT TO WS-ITM-AMOUNT(WS-ITM-COUNT).
005360     MOVE 'R' TO WS-ITM-SOURCE(WS-ITM-COUNT).
005370     MOVE DET-INSTR-ID TO WS-FIND-INSTR.
005380     PERFORM 2900-FIND-INSTRUMENT THRU 2900-FIND-INSTRUMENT-EXIT.
005390     IF WS-MATCH-WAS-FOUND
005400         MOVE WS-INS-ENTITY(WS-HIT-NDX)
005410             TO WS-ITM-ENTITY(WS-ITM-COUNT)
005420         MOVE WS-INS-MATURITY(WS-HIT-NDX)
005430             TO WS-ITM-MATURITY(WS-ITM-COUNT)
005440     ELSE
005450         ADD 1 TO WS-NO-INSTR-COUNT
005460     END-IF.
005470 2210-LOAD-ONE-REGISTER-EXIT.
005480     EXIT.
005481*****************************************************************
005482*    2220-MATCH-ONE-HELD - AN ITEM ALREADY HELD FOR THE SAME    *
005483*    INSTRUMENT, PERIOD BEGIN AND PERIOD END                    *
005484*****************************************************************
005485 2220-MATCH-ONE-HELD.
005486     IF WS-ITM-INSTR(WS-SCAN-NDX) = DET-INSTR-ID
005487             AND WS-ITM-BEGIN(WS-SCAN-NDX) = DET-BEGIN-DATE
005488             AND WS-ITM-END(WS-SCAN-NDX) = DET-END-DATE
005489         MOVE 'Y' TO WS-MATCH-FOUND-SWITCH
005490     END-IF.
005491 2220-MATCH-ONE-HELD-EXIT.
005492     EXIT.
005493*****************************************************************
005500*    2300-APPLY-PAYMENTS - MATCH THIS RUN'S PAYSCHED LINES TO   *
005510*    THE OPEN ITEMS OF THEIR PERIODS                            *
005520*****************************************************************
005530 2300-APPLY-PAYMENTS.
005540     OPEN INPUT PAYMENT-SCHEDULE.
005550     IF WS-PAYSCHED-STATUS NOT = '00'
005560         MOVE 'PAYMENT-SCHED' TO WS-ABEND-FILE-NAME
005570         MOVE WS-PAYSCHED-STATUS TO WS-ABEND-STATUS
005580         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
005590     END-IF.
005600     MOVE 'N' TO WS-EOF-SWITCH.
005610     PERFORM 2310-APPLY-ONE-PAYMENT
005620         THRU 2310-APPLY-ONE-PAYMENT-EXIT
005630         UNTIL WS-END-OF-FILE.
005640     CLOSE PAYMENT-SCHEDULE.
005650 2300-APPLY-PAYMENTS-EXIT.
005660     EXIT.
005670*****************************************************************
005676*    2310-APPLY-ONE-PAYMENT - A ROLLED DATE INSIDE THE MONTH    *
005682*    SETTLES THE PERIOD'S ITEMS NOW; A LATER ONE IS STAMPED ON  *
005688*    ANY ITEMS HELD AND CARRIED, OR IS A PERIOD NOT YET         *
005694*    ACCRUED.  A ROLLED DATE BEFORE THE MONTH WAS SETTLED IN    *
005700*    ITS OWN MONTH AND IS ONLY COUNTED.  A ZERO ROLLED DATE     *
005710*    NEVER RESOLVED AND SETTLES NOTHING.  A PAYMENT DUE THIS    *
005720*    MONTH THAT FINDS NO OPEN ITEM WAS PAID WITH NOTHING        *
005730*    ACCRUED AGAINST IT                                         *
005740*****************************************************************
005750 2310-APPLY-ONE-PAYMENT.
005760     READ PAYMENT-SCHEDULE
005770         AT END
005780             MOVE 'Y' TO WS-EOF-SWITCH
005790             GO TO 2310-APPLY-ONE-PAYMENT-EXIT
005800     END-READ.
005810     ADD 1 TO WS-PAYSCHED-COUNT.
005820     IF PAY-ROLLED-DATE IS NOT NUMERIC
005830             OR PAY-ROLLED-DATE = 0
005840         ADD 1 TO WS-UNRESOLVED-COUNT
005850         GO TO 2310-APPLY-ONE-PAYMENT-EXIT
005860     END-IF.
005870     IF PAY-PERIOD-BEGIN IS NOT NUMERIC
005880         MOVE 0 TO PAY-PERIOD-BEGIN
005890     END-IF.
005892     IF PAY-ROLLED-DATE < WS-MONTH-START
005894         ADD 1 TO WS-EARLIER-PAY-COUNT
005896         GO TO 2310-APPLY-ONE-PAYMENT-EXIT
005898     END-IF.
005900     MOVE 0 TO WS-PAY-MATCH-COUNT.
005905     MOVE 'N' TO WS-MATCH-FOUND-SWITCH.
005910     PERFORM 2320-MATCH-ONE-ITEM THRU 2320-MATCH-ONE-ITEM-EXIT
005920         VARYING WS-SCAN-NDX FROM 1 BY 1
005926         UNTIL WS-SCAN-NDX > WS-ITM-COUNT
005932            OR WS-MATCH-WAS-FOUND.
005940     IF PAY-ROLLED-DATE > WS-MONTH-END
005943         IF WS-PAY-MATCH-COUNT > 0
005946             ADD 1 TO WS-PENDING-PAY-COUNT
005949         ELSE
005952             ADD 1 TO WS-FUTURE-PAY-COUNT
005955         END-IF
005960         GO TO 2310-APPLY-ONE-PAYMENT-EXIT
005970     END-IF.
005980     IF WS-PAY-MATCH-COUNT > 0
005990         ADD 1 TO WS-SETTLED-PAY-COUNT
006000         GO TO 2310-APPLY-ONE-PAYMENT-EXIT
006010     END-IF.
006020     IF WS-UNP-COUNT >= WS-UNP-MAX-ENTRIES
006030         PERFORM 9920-ABEND-TABLE-FULL
006040             THRU 9920-ABEND-TABLE-FULL-EXIT
006050     END-IF.
006060     ADD 1 TO WS-UNP-COUNT.
006070     MOVE PAY-INSTR-ID TO WS-UNP-INSTR(WS-UNP-COUNT).
006080     MOVE PAY-PERIOD-END TO WS-UNP-PERIOD-END(WS-UNP-COUNT).
006090     MOVE PAY-ROLLED-DATE TO WS-UNP-ROLLED(WS-UNP-COUNT).
006100     MOVE PAY-CAL-ID TO WS-UNP-CAL-ID(WS-UNP-COUNT).
006110 2310-APPLY-ONE-PAYMENT-EXIT.
006120     EXIT.
006130*****************************************************************
006140*    2320-MATCH-ONE-ITEM - AN UNSETTLED ITEM OF THE SAME        *
006150*    INSTRUMENT LYING INSIDE THE PAID PERIOD.  WITHOUT A PERIOD *
006154*    BEGIN ON THE PAYMENT THE ITEM MUST END ON THE PERIOD END.  *
006158*    AN ITEM COVERING THE WHOLE PERIOD IS THE PERIOD'S ONLY     *
006162*    ITEM, SO THE SCAN STOPS THERE; RESET SUB-PERIOD ITEMS ARE  *
006166*    ALL GATHERED, SINCE ONE PAYMENT PAYS THEM TOGETHER         *
006170*****************************************************************
006180 2320-MATCH-ONE-ITEM.
006190     IF WS-ITM-INSTR(WS-SCAN-NDX) NOT = PAY-INSTR-ID
006200             OR WS-ITM-IS-SETTLED(WS-SCAN-NDX)
006210             OR WS-ITM-END(WS-SCAN-NDX) > PAY-PERIOD-END
006220         GO TO 2320-MATCH-ONE-ITEM-EXIT
006230     END-IF.
006240     IF PAY-PERIOD-BEGIN = 0
006250         IF WS-ITM-END(WS-SCAN-NDX) NOT = PAY-PERIOD-END
006260             GO TO 2320-MATCH-ONE-ITEM-EXIT
006270         END-IF
006280     ELSE
006290         IF WS-ITM-BEGIN(WS-SCAN-NDX) < PAY-PERIOD-BEGIN
006300             GO TO 2320-MATCH-ONE-ITEM-EXIT
006310         END-IF
006320     END-IF.
006330     ADD 1 TO WS-PAY-MATCH-COUNT.
006340     MOVE PAY-ROLLED-DATE TO WS-ITM-ROLLED(WS-SCAN-NDX).
006346     IF PAY-ROLLED-DATE NOT < WS-MONTH-START
006352             AND PAY-ROLLED-DATE NOT > WS-MONTH-END
006360         MOVE 'Y' TO WS-ITM-SETTLED(WS-SCAN-NDX)
006361     END-IF.
006362     IF WS-ITM-END(WS-SCAN-NDX) = PAY-PERIOD-END
006363             AND (PAY-PERIOD-BEGIN = 0
006364              OR WS-ITM-BEGIN(WS-SCAN-NDX) = PAY-PERIOD-BEGIN)
006365         MOVE 'Y' TO WS-MATCH-FOUND-SWITCH
006370     END-IF.
006380 2320-MATCH-ONE-ITEM-EXIT.
006390     EXIT.
006400*****************************************************************
006410*    2400-SETTLE-CARRIED - OPENING ITEMS CARRYING A ROLLED DATE *
006420*    FROM AN EARLIER MONTH'S PAYSCHED SETTLE WHEN THAT DATE     *
006430*    FALLS INSIDE THIS MONTH                                    *
006440*****************************************************************
006450 2400-SETTLE-CARRIED.
006460     PERFORM 2410-SETTLE-ONE-CARRIED
006470         THRU 2410-SETTLE-ONE-CARRIED-EXIT
006480         VARYING WS-NDX FROM 1 BY 1
006490         UNTIL WS-NDX > WS-ITM-COUNT.
006500 2400-SETTLE-CARRIED-EXIT.
006510     EXIT.
006520*****************************************************************
006530*    2410-SETTLE-ONE-CARRIED                                    *
006540*****************************************************************
006550 2410-SETTLE-ONE-CARRIED.
006560     IF WS-ITM-FROM-OPENING(WS-NDX)
006570             AND NOT WS-ITM-IS-SETTLED(WS-NDX)
006580             AND WS-ITM-ROLLED(WS-NDX) > 0
006585             AND WS-ITM-ROLLED(WS-NDX) NOT < WS-MONTH-START
006590             AND WS-ITM-ROLLED(WS-NDX) NOT > WS-MONTH-END
006600         MOVE 'Y' TO WS-ITM-SETTLED(WS-NDX)
006610         ADD 1 TO WS-CARRIED-PAY-COUNT
006620     END-IF.
006630 2410-SETTLE-ONE-CARRIED-EXIT.
006640     EXIT.
006650*****************************************************************
006660*    2500-BUILD-BALANCES - ROLL THE OPEN ITEMS UP TO ONE        *
006670*    BALANCE PER INSTRUMENT AND ENTITY                          *
006680*****************************************************************
006690 2500-BUILD-BALANCES.
006700     PERFORM 2510-ROLL-ONE-ITEM THRU 2510-ROLL-ONE-ITEM-EXIT
006710         VARYING WS-NDX FROM 1 BY 1
006720         UNTIL WS-NDX > WS-ITM-COUNT.
006730     PERFORM 2520-CLOSE-ONE-BALANCE
006740         THRU 2520-CLOSE-ONE-BALANCE-EXIT
006750         VARYING WS-NDX FROM 1 BY 1
006760         UNTIL WS-NDX > WS-SUM-COUNT.
006770 2500-BUILD-BALANCES-EXIT.
006780     EXIT.
006790*****************************************************************
006800*    2510-ROLL-ONE-ITEM                                         *
006810*****************************************************************
006820 2510-ROLL-ONE-ITEM.
006830     MOVE 'N' TO WS-MATCH-FOUND-SWITCH.
006840     PERFORM 2515-MATCH-ONE-BALANCE
006850         THRU 2515-MATCH-ONE-BALANCE-EXIT
006860         VARYING WS-SCAN-NDX FROM 1 BY 1
006870         UNTIL WS-SCAN-NDX > WS-SUM-COUNT
006880            OR WS-MATCH-WAS-FOUND.
006890     IF NOT WS-MATCH-WAS-FOUND
006900         IF WS-SUM-COUNT >= WS-SUM-MAX-ENTRIES
006910             PERFORM 9920-ABEND-TABLE-FULL
006920                 THRU 9920-ABEND-TABLE-FULL-EXIT
006930         END-IF
006940         ADD 1 TO WS-SUM-COUNT
006950         MOVE WS-SUM-COUNT TO WS-HIT-NDX
006960         MOVE WS-ITM-INSTR(WS-NDX) TO WS-SUM-INSTR(WS-HIT-NDX)
006970         MOVE WS-ITM-ENTITY(WS-NDX) TO WS-SUM-ENTITY(WS-HIT-NDX)
006980         MOVE 0 TO WS-SUM-MATURITY(WS-HIT-NDX)
006990         MOVE 0 TO WS-SUM-OPENING(WS-HIT-NDX)
007000         MOVE 0 TO WS-SUM-ACCRUED(WS-HIT-NDX)
007010         MOVE 0 TO WS-SUM-SETTLED(WS-HIT-NDX)
007020     END-IF.
007030     IF WS-ITM-MATURITY(WS-NDX) > WS-SUM-MATURITY(WS-HIT-NDX)
007040         MOVE WS-ITM-MATURITY(WS-NDX)
007050             TO WS-SUM-MATURITY(WS-HIT-NDX)
007060     END-IF.
007070     IF WS-ITM-FROM-OPENING(WS-NDX)
007080         ADD WS-ITM-AMOUNT(WS-NDX) TO WS-SUM-OPENING(WS-HIT-NDX)
007090     ELSE
007100         ADD WS-ITM-AMOUNT(WS-NDX) TO WS-SUM-ACCRUED(WS-HIT-NDX)
007110     END-IF.
007120     IF WS-ITM-IS-SETTLED(WS-NDX)
007130         ADD WS-ITM-AMOUNT(WS-NDX) TO WS-SUM-SETTLED(WS-HIT-NDX)
007140     END-IF.
007150 2510-ROLL-ONE-ITEM-EXIT.
007160     EXIT.
007170*****************************************************************
007180*    2515-MATCH-ONE-BALANCE                                     *
007190*****************************************************************
007200 2515-MATCH-ONE-BALANCE.
007210     IF WS-SUM-INSTR(WS-SCAN-NDX) = WS-ITM-INSTR(WS-NDX)
007220             AND WS-SUM-ENTITY(WS-SCAN-NDX)
007230                 = WS-ITM-ENTITY(WS-NDX)
007240         MOVE 'Y' TO WS-MATCH-FOUND-SWITCH
007250         MOVE WS-SCAN-NDX TO WS-HIT-NDX
007260     END-IF.
007270 2515-MATCH-ONE-BALANCE-EXIT.
007280     EXIT.
007290*****************************************************************
007300*    2520-CLOSE-ONE-BALANCE - OPENING + ACCRUED - SETTLED,      *
007310*    INTO THE CONTROL TOTALS AND THE EXCEPTION COUNTS           *
007320*****************************************************************
007330 2520-CLOSE-ONE-BALANCE.
007340     COMPUTE WS-SUM-CLOSING(WS-NDX) = WS-SUM-OPENING(WS-NDX)
007350         + WS-SUM-ACCRUED(WS-NDX) - WS-SUM-SETTLED(WS-NDX).
007360     ADD WS-SUM-OPENING(WS-NDX) TO WS-TOT-OPENING.
007370     ADD WS-SUM-ACCRUED(WS-NDX) TO WS-TOT-ACCRUED.
007380     ADD WS-SUM-SETTLED(WS-NDX) TO WS-TOT-SETTLED.
007390     ADD WS-SUM-CLOSING(WS-NDX) TO WS-TOT-CLOSING.
007400     IF WS-SUM-CLOSING(WS-NDX) < 0
007410         ADD 1 TO WS-NEGATIVE-COUNT
007420     END-IF.
007430     IF WS-SUM-CLOSING(WS-NDX) NOT = 0
007440             AND WS-SUM-MATURITY(WS-NDX) > 0
007450             AND WS-SUM-MATURITY(WS-NDX) < WS-MONTH-START
007460         ADD 1 TO WS-MATURED-COUNT
007470     END-IF.
007480 2520-CLOSE-ONE-BALANCE-EXIT.
007490     EXIT.
007500*****************************************************************
007510*    2600-WRITE-CLOSING - EVERY UNSETTLED, NON-ZERO ITEM GOES   *
007520*    TO FWDCLOSE STAMPED WITH THIS MONTH, TO OPEN NEXT MONTH    *
007530*****************************************************************
007540 2600-WRITE-CLOSING.
007550     OPEN OUTPUT CLOSING-BAL-FILE.
007560     IF WS-CLOSING-STATUS NOT = '00'
007570         MOVE 'CLOSING-BAL' TO WS-ABEND-FILE-NAME
007580         MOVE WS-CLOSING-STATUS TO WS-ABEND-STATUS
007590         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
007600     END-IF.
007610     PERFORM 2610-WRITE-ONE-CLOSING
007620         THRU 2610-WRITE-ONE-CLOSING-EXIT
007630         VARYING WS-NDX FROM 1 BY 1
007640         UNTIL WS-NDX > WS-ITM-COUNT.
007650     CLOSE CLOSING-BAL-FILE.
007660 2600-WRITE-CLOSING-EXIT.
007670     EXIT.
007680*****************************************************************
007690*    2610-WRITE-ONE-CLOSING                                     *
007700*****************************************************************
007710 2610-WRITE-ONE-CLOSING.
007720     IF WS-ITM-IS-SETTLED(WS-NDX)
007730             OR WS-ITM-AMOUNT(WS-NDX) = 0
007740         GO TO 2610-WRITE-ONE-CLOSING-EXIT
007750     END-IF.
007760     MOVE SPACES TO CLOSING-BAL-REC.
007770     MOVE WS-ITM-INSTR(WS-NDX) TO CLS-INSTR-ID.
007780     MOVE WS-ITM-ENTITY(WS-NDX) TO CLS-ENTITY-ID.
007790     MOVE WS-ITM-BEGIN(WS-NDX) TO CLS-PERIOD-BEGIN.
007800     MOVE WS-ITM-END(WS-NDX) TO CLS-PERIOD-END.
007810     MOVE WS-ITM-MATURITY(WS-NDX) TO CLS-MATURITY-DATE.
007820     MOVE WS-ITM-ROLLED(WS-NDX) TO CLS-ROLLED-DATE.
007830     MOVE WS-RUN-MONTH TO CLS-AS-OF-MONTH.
007840     MOVE WS-ITM-AMOUNT(WS-NDX) TO CLS-AMOUNT.
007850     WRITE CLOSING-BAL-REC.
007860     ADD 1 TO WS-CLOSING-COUNT.
007870     ADD WS-ITM-AMOUNT(WS-NDX) TO WS-TOT-WRITTEN.
007880 2610-WRITE-ONE-CLOSING-EXIT.
007890     EXIT.
007900*****************************************************************
007910*    2900-FIND-INSTRUMENT - LOOK UP WS-FIND-INSTR IN THE        *
007920*    INSTRIN TABLE; WS-HIT-NDX POINTS AT THE ENTRY WHEN FOUND   *
007930*****************************************************************
007940 2900-FIND-INSTRUMENT.
007950     MOVE 'N' TO WS-MATCH-FOUND-SWITCH.
007960     PERFORM 2910-MATCH-ONE-INSTRUMENT
007970         THRU 2910-MATCH-ONE-INSTRUMENT-EXIT
007980         VARYING WS-SCAN-NDX FROM 1 BY 1
007990         UNTIL WS-SCAN-NDX > WS-INS-COUNT
008000            OR WS-MATCH-WAS-FOUND.
008010 2900-FIND-INSTRUMENT-EXIT.
008020     EXIT.
008030*****************************************************************
008040*    2910-MATCH-ONE-INSTRUMENT                                  *
008050*****************************************************************
008060 2910-MATCH-ONE-INSTRUMENT.
008070     IF WS-INS-INSTR(WS-SCAN-NDX) = WS-FIND-INSTR
008080         MOVE 'Y' TO WS-MATCH-FOUND-SWITCH
008090         MOVE WS-SCAN-NDX TO WS-HIT-NDX
008100     END-IF.
008110 2910-MATCH-ONE-INSTRUMENT-EXIT.
008120     EXIT.
008130*****************************************************************
008140*    2950-ADD-ITEM - TAKE THE NEXT OPEN-ITEM SLOT, CLEARED      *
008150*****************************************************************
008160 2950-ADD-ITEM.
008170     IF WS-ITM-COUNT >= WS-ITM-MAX-ENTRIES
008180         PERFORM 9920-ABEND-TABLE-FULL
008190             THRU 9920-ABEND-TABLE-FULL-EXIT
008200     END-IF.
008210     ADD 1 TO WS-ITM-COUNT.
008220     MOVE SPACES TO WS-ITM-ENTITY(WS-ITM-COUNT).
008230     MOVE 0 TO WS-ITM-MATURITY(WS-ITM-COUNT).
008240     MOVE 0 TO WS-ITM-ROLLED(WS-ITM-COUNT).
008250     MOVE 'N' TO WS-ITM-SETTLED(WS-ITM-COUNT).
008260 2950-ADD-ITEM-EXIT.
008270     EXIT.
008280*****************************************************************
008290*    3000-PRINT-REPORT - THE ROLL-FORWARD BY INSTRUMENT AND     *
008300*    ENTITY, THE THREE EXCEPTION SECTIONS, AND THE CONTROL      *
008310*    TOTALS WITH THEIR PROOF                                    *
008320*****************************************************************
008330 3000-PRINT-REPORT.
008340     MOVE WS-RUN-MONTH TO HDG-RUN-MONTH.
008350     PERFORM 3010-PRINT-ONE-BALANCE
008360         THRU 3010-PRINT-ONE-BALANCE-EXIT
008370         VARYING WS-NDX FROM 1 BY 1
008380         UNTIL WS-NDX > WS-SUM-COUNT.
008390
008400     MOVE 'NEGATIVE BALANCES' TO SEC-TITLE.
008410     PERFORM 3900-PRINT-SECTION-TITLE
008420         THRU 3900-PRINT-SECTION-TITLE-EXIT.
008430     PERFORM 3100-PRINT-ONE-NEGATIVE
008440         THRU 3100-PRINT-ONE-NEGATIVE-EXIT
008450         VARYING WS-NDX FROM 1 BY 1
008460         UNTIL WS-NDX > WS-SUM-COUNT.
008470     MOVE '  ** NEGATIVE BALANCES' TO CNT-LABEL.
008480     MOVE WS-NEGATIVE-COUNT TO CNT-VALUE.
008490     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
008500     PERFORM 3950-WRITE-REPORT-LINE
008510         THRU 3950-WRITE-REPORT-LINE-EXIT.
008520
008530     MOVE 'PAID WITH NOTHING ACCRUED' TO SEC-TITLE.
008540     PERFORM 3900-PRINT-SECTION-TITLE
008550         THRU 3900-PRINT-SECTION-TITLE-EXIT.
008560     PERFORM 3200-PRINT-ONE-UNMATCHED
008570         THRU 3200-PRINT-ONE-UNMATCHED-EXIT
008580         VARYING WS-NDX FROM 1 BY 1
008590         UNTIL WS-NDX > WS-UNP-COUNT.
008600     MOVE WS-UNP-COUNT TO WS-UNMATCHED-COUNT.
008610     MOVE '  ** PAYMENTS WITH NOTHING ACCRUED' TO CNT-LABEL.
008620     MOVE WS-UNMATCHED-COUNT TO CNT-VALUE.
008630     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
008640     PERFORM 3950-WRITE-REPORT-LINE
008650         THRU 3950-WRITE-REPORT-LINE-EXIT.
008660
008670     MOVE 'BALANCES OPEN PAST MATURITY' TO SEC-TITLE.
008680     PERFORM 3900-PRINT-SECTION-TITLE
008690         THRU 3900-PRINT-SECTION-TITLE-EXIT.
008700     PERFORM 3300-PRINT-ONE-MATURED
008710         THRU 3300-PRINT-ONE-MATURED-EXIT
008720         VARYING WS-NDX FROM 1 BY 1
008730         UNTIL WS-NDX > WS-SUM-COUNT.
008740     MOVE '  ** OPEN PAST MATURITY' TO CNT-LABEL.
008750     MOVE WS-MATURED-COUNT TO CNT-VALUE.
008760     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
008770     PERFORM 3950-WRITE-REPORT-LINE
008780         THRU 3950-WRITE-REPORT-LINE-EXIT.
008790
008800     PERFORM 3400-PRINT-TOTALS THRU 3400-PRINT-TOTALS-EXIT.
008810 3000-PRINT-REPORT-EXIT.
008820     EXIT.
008830*****************************************************************
008840*    3010-PRINT-ONE-BALANCE                                     *
008850*****************************************************************
008860 3010-PRINT-ONE-BALANCE.
008870     PERFORM 3050-FORMAT-BALANCE THRU 3050-FORMAT-BALANCE-EXIT.
008880     PERFORM 3950-WRITE-REPORT-LINE
008890         THRU 3950-WRITE-REPORT-LINE-EXIT.
008900 3010-PRINT-ONE-BALANCE-EXIT.
008910     EXIT.
008920*****************************************************************
008930*    3050-FORMAT-BALANCE - BALANCE ENTRY WS-NDX TO THE PRINT    *
008940*    LINE                                                       *
008950*****************************************************************
008960 3050-FORMAT-BALANCE.
008970     MOVE WS-SUM-INSTR(WS-NDX) TO BAL-INSTR-ID.
008980     MOVE WS-SUM-ENTITY(WS-NDX) TO BAL-ENTITY-ID.
008990     MOVE WS-SUM-MATURITY(WS-NDX) TO BAL-MATURITY-DATE.
009000     MOVE WS-SUM-OPENING(WS-NDX) TO BAL-OPENING.
009010     MOVE WS-SUM-ACCRUED(WS-NDX) TO BAL-ACCRUED.
009020     MOVE WS-SUM-SETTLED(WS-NDX) TO BAL-SETTLED.
009030     MOVE WS-SUM-CLOSING(WS-NDX) TO BAL-CLOSING.
009040     MOVE WS-BALANCE-LINE TO WS-PRINT-LINE.
009050 3050-FORMAT-BALANCE-EXIT.
009060     EXIT.
009070*****************************************************************
009080*    3100-PRINT-ONE-NEGATIVE                                    *
009090*****************************************************************
009100 3100-PRINT-ONE-NEGATIVE.
009110     IF WS-SUM-CLOSING(WS-NDX) < 0
009120         PERFORM 3050-FORMAT-BALANCE THRU 3050-FORMAT-BALANCE-EXIT
009130         PERFORM 3950-WRITE-REPORT-LINE
009140             THRU 3950-WRITE-REPORT-LINE-EXIT
009150     END-IF.
009160 3100-PRINT-ONE-NEGATIVE-EXIT.
009170     EXIT.
009180*****************************************************************
009190*    3200-PRINT-ONE-UNMATCHED                                   *
009200*****************************************************************
009210 3200-PRINT-ONE-UNMATCHED.
009220     MOVE WS-UNP-INSTR(WS-NDX) TO PMT-INSTR-ID.
009230     MOVE WS-UNP-PERIOD-END(WS-NDX) TO PMT-PERIOD-END.
009240     MOVE WS-UNP-ROLLED(WS-NDX) TO PMT-ROLLED-DATE.
009250     MOVE WS-UNP-CAL-ID(WS-NDX) TO PMT-CAL-ID.
009260     MOVE WS-PAYMENT-LINE TO WS-PRINT-LINE.
009270     PERFORM 3950-WRITE-REPORT-LINE
009280         THRU 3950-WRITE-REPORT-LINE-EXIT.
009290 3200-PRINT-ONE-UNMATCHED-EXIT.
009300     EXIT.
009310*****************************************************************
009320*    3300-PRINT-ONE-MATURED - STILL OPEN, MATURED BEFORE THE    *
009330*    MONTH BEGAN                                                *
009340*****************************************************************
009350 3300-PRINT-ONE-MATURED.
009360     IF WS-SUM-CLOSING(WS-NDX) NOT = 0
009370             AND WS-SUM-MATURITY(WS-NDX) > 0
009380             AND WS-SUM-MATURITY(WS-NDX) < WS-MONTH-START
009390         PERFORM 3050-FORMAT-BALANCE THRU 3050-FORMAT-BALANCE-EXIT
009400         PERFORM 3950-WRITE-REPORT-LINE
009410             THRU 3950-WRITE-REPORT-LINE-EXIT
009420     END-IF.
009430 3300-PRINT-ONE-MATURED-EXIT.
009440     EXIT.
009450*****************************************************************
009460*    3400-PRINT-TOTALS - CONTROL TOTALS, INPUT COUNTS, THE      *
009470*    PROOF THAT THE ROLL AND THE FWDCLOSE FILE BOTH FOOT, AND   *
009480*    THE RESULT LINE                                            *
009490*****************************************************************
009500 3400-PRINT-TOTALS.
009510     MOVE 'CONTROL TOTALS' TO SEC-TITLE.
009520     PERFORM 3900-PRINT-SECTION-TITLE
009530         THRU 3900-PRINT-SECTION-TITLE-EXIT.
009540     MOVE 'OPENING BALANCE' TO AMT-LABEL.
009550     MOVE WS-TOT-OPENING TO AMT-VALUE.
009560     PERFORM 3960-WRITE-AMOUNT-LINE
009570         THRU 3960-WRITE-AMOUNT-LINE-EXIT.
009580     MOVE 'ACCRUED THIS MONTH - ACCREG' TO AMT-LABEL.
009590     MOVE WS-TOT-ACCRUED TO AMT-VALUE.
009600     PERFORM 3960-WRITE-AMOUNT-LINE
009610         THRU 3960-WRITE-AMOUNT-LINE-EXIT.
009620     MOVE 'SETTLED THIS MONTH - PAYSCHED' TO AMT-LABEL.
009630     MOVE WS-TOT-SETTLED TO AMT-VALUE.
009640     PERFORM 3960-WRITE-AMOUNT-LINE
009650         THRU 3960-WRITE-AMOUNT-LINE-EXIT.
009660     MOVE 'CLOSING BALANCE' TO AMT-LABEL.
009670     MOVE WS-TOT-CLOSING TO AMT-VALUE.
009680     PERFORM 3960-WRITE-AMOUNT-LINE
009690         THRU 3960-WRITE-AMOUNT-LINE-EXIT.
009700     MOVE 'CLOSING ITEMS WRITTEN - FWDCLOSE' TO AMT-LABEL.
009710     MOVE WS-TOT-WRITTEN TO AMT-VALUE.
009720     PERFORM 3960-WRITE-AMOUNT-LINE
009730         THRU 3960-WRITE-AMOUNT-LINE-EXIT.
009740     MOVE SPACES TO WS-PRINT-LINE.
009750     PERFORM 3950-WRITE-REPORT-LINE
009760         THRU 3950-WRITE-REPORT-LINE-EXIT.
009770
009780     IF WS-OPENING-IS-AVAILABLE
009790         MOVE 'OPEN ITEMS READ - FWDOPEN' TO CNT-LABEL
009800         MOVE WS-OPENING-COUNT TO CNT-VALUE
009810         MOVE WS-COUNT-LINE TO WS-PRINT-LINE
009820     ELSE
009830         MOVE 'OPENING BALANCE' TO CHK-LABEL
009840         MOVE 'NONE - FIRST RUN' TO CHK-RESULT
009850         MOVE WS-CHECK-LINE TO WS-PRINT-LINE
009860     END-IF.
009870     PERFORM 3950-WRITE-REPORT-LINE
009880         THRU 3950-WRITE-REPORT-LINE-EXIT.
009890     MOVE 'REGISTER LINES READ - ACCREG' TO CNT-LABEL.
009900     MOVE WS-REGISTER-COUNT TO CNT-VALUE.
009910     PERFORM 3970-WRITE-COUNT-LINE
009920         THRU 3970-WRITE-COUNT-LINE-EXIT.
009930     MOVE '  REGISTER LINES NOT ON INSTRIN' TO CNT-LABEL.
009940     MOVE WS-NO-INSTR-COUNT TO CNT-VALUE.
009950     PERFORM 3970-WRITE-COUNT-LINE
009960         THRU 3970-WRITE-COUNT-LINE-EXIT.
009961     MOVE '  ENDING OUTSIDE THE MONTH - SKIPPED' TO CNT-LABEL.
009962     MOVE WS-REG-OUTSIDE-COUNT TO CNT-VALUE.
009963     PERFORM 3970-WRITE-COUNT-LINE
009964         THRU 3970-WRITE-COUNT-LINE-EXIT.
009965     MOVE '  ALREADY HELD OPEN - SKIPPED' TO CNT-LABEL.
009966     MOVE WS-REG-HELD-COUNT TO CNT-VALUE.
009967     PERFORM 3970-WRITE-COUNT-LINE
009968         THRU 3970-WRITE-COUNT-LINE-EXIT.
009970     MOVE 'PAYMENT LINES READ - PAYSCHED' TO CNT-LABEL.
009980     MOVE WS-PAYSCHED-COUNT TO CNT-VALUE.
009990     PERFORM 3970-WRITE-COUNT-LINE
010000         THRU 3970-WRITE-COUNT-LINE-EXIT.
010010     MOVE '  SETTLED THIS MONTH' TO CNT-LABEL.
010020     MOVE WS-SETTLED-PAY-COUNT TO CNT-VALUE.
010030     PERFORM 3970-WRITE-COUNT-LINE
010040         THRU 3970-WRITE-COUNT-LINE-EXIT.
010050     MOVE '  DUE AFTER THIS MONTH - CARRIED' TO CNT-LABEL.
010060     MOVE WS-PENDING-PAY-COUNT TO CNT-VALUE.
010061     PERFORM 3970-WRITE-COUNT-LINE
010062         THRU 3970-WRITE-COUNT-LINE-EXIT.
010063     MOVE '  DUE AFTER THIS MONTH - NOT ACCRUED' TO CNT-LABEL.
010064     MOVE WS-FUTURE-PAY-COUNT TO CNT-VALUE.
010065     PERFORM 3970-WRITE-COUNT-LINE
010066         THRU 3970-WRITE-COUNT-LINE-EXIT.
010067     MOVE '  SETTLED IN AN EARLIER MONTH' TO CNT-LABEL.
010068     MOVE WS-EARLIER-PAY-COUNT TO CNT-VALUE.
010070     PERFORM 3970-WRITE-COUNT-LINE
010080         THRU 3970-WRITE-COUNT-LINE-EXIT.
010090     MOVE '  UNRESOLVED ROLLS - NOT SETTLED' TO CNT-LABEL.
010100     MOVE WS-UNRESOLVED-COUNT TO CNT-VALUE.
010110     PERFORM 3970-WRITE-COUNT-LINE
010120         THRU 3970-WRITE-COUNT-LINE-EXIT.
010130     MOVE 'CARRIED ITEMS SETTLED THIS MONTH' TO CNT-LABEL.
010140     MOVE WS-CARRIED-PAY-COUNT TO CNT-VALUE.
010150     PERFORM 3970-WRITE-COUNT-LINE
010160         THRU 3970-WRITE-COUNT-LINE-EXIT.
010170     MOVE 'OPEN ITEMS WRITTEN - FWDCLOSE' TO CNT-LABEL.
010180     MOVE WS-CLOSING-COUNT TO CNT-VALUE.
010190     PERFORM 3970-WRITE-COUNT-LINE
010200         THRU 3970-WRITE-COUNT-LINE-EXIT.
010210     MOVE SPACES TO WS-PRINT-LINE.
010220     PERFORM 3950-WRITE-REPORT-LINE
010230         THRU 3950-WRITE-REPORT-LINE-EXIT.
010240
010250     COMPUTE WS-TOT-PROOF = WS-TOT-OPENING + WS-TOT-ACCRUED
010260         - WS-TOT-SETTLED.
010270     MOVE 'OPENING + ACCRUED - SETTLED = CLOSING' TO CHK-LABEL.
010280     IF WS-TOT-PROOF = WS-TOT-CLOSING
010290         MOVE 'PASS' TO CHK-RESULT
010300     ELSE
010310         MOVE '** BREAK **' TO CHK-RESULT
010320         MOVE 'Y' TO WS-EXCEPTION-SWITCH
010330     END-IF.
010340     MOVE WS-CHECK-LINE TO WS-PRINT-LINE.
010350     PERFORM 3950-WRITE-REPORT-LINE
010360         THRU 3950-WRITE-REPORT-LINE-EXIT.
010370     MOVE 'CLOSING BALANCE = FWDCLOSE ITEMS' TO CHK-LABEL.
010380     IF WS-TOT-WRITTEN = WS-TOT-CLOSING
010390         MOVE 'PASS' TO CHK-RESULT
010400     ELSE
010410         MOVE '** BREAK **' TO CHK-RESULT
010420         MOVE 'Y' TO WS-EXCEPTION-SWITCH
010430     END-IF.
010440     MOVE WS-CHECK-LINE TO WS-PRINT-LINE.
010450     PERFORM 3950-WRITE-REPORT-LINE
010460         THRU 3950-WRITE-REPORT-LINE-EXIT.
010470     MOVE SPACES TO WS-PRINT-LINE.
010480     PERFORM 3950-WRITE-REPORT-LINE
010490         THRU 3950-WRITE-REPORT-LINE-EXIT.
010500
010510     IF WS-NEGATIVE-COUNT > 0
010520             OR WS-UNMATCHED-COUNT > 0
010530             OR WS-MATURED-COUNT > 0
010540         MOVE 'Y' TO WS-EXCEPTION-SWITCH
010550     END-IF.
010560     IF WS-RUN-HAS-EXCEPTIONS
010570         MOVE 'EXCEPTIONS FOUND - ROUTE TO REVIEW' TO RES-TEXT
010580     ELSE
010590         MOVE 'NO EXCEPTIONS' TO RES-TEXT
010600     END-IF.
010610     MOVE WS-RESULT-LINE TO WS-PRINT-LINE.
010620     PERFORM 3950-WRITE-REPORT-LINE
010630         THRU 3950-WRITE-REPORT-LINE-EXIT.
010640 3400-PRINT-TOTALS-EXIT.
010650     EXIT.
010660*****************************************************************
010670*    3900-PRINT-SECTION-TITLE - A BLANK LINE, THEN SEC-TITLE    *
010680*****************************************************************
010690 3900-PRINT-SECTION-TITLE.
010700     MOVE SPACES TO WS-PRINT-LINE.
010710     PERFORM 3950-WRITE-REPORT-LINE
010720         THRU 3950-WRITE-REPORT-LINE-EXIT.
010730     MOVE WS-SECTION-LINE TO WS-PRINT-LINE.
010740     PERFORM 3950-WRITE-REPORT-LINE
010750         THRU 3950-WRITE-REPORT-LINE-EXIT.
010760 3900-PRINT-SECTION-TITLE-EXIT.
010770     EXIT.
010780*****************************************************************
010790*    3950-WRITE-REPORT-LINE - WS-PRINT-LINE, WITH PAGE BREAKS   *
010800*****************************************************************
010810 3950-WRITE-REPORT-LINE.
010820     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
010830         PERFORM 3990-PRINT-HEADINGS THRU 3990-PRINT-HEADINGS-EXIT
010840     END-IF.
010850     WRITE REPORT-PRINT-REC FROM WS-PRINT-LINE
010860         AFTER ADVANCING 1 LINE.
010870     ADD 1 TO WS-LINE-COUNT.
010880 3950-WRITE-REPORT-LINE-EXIT.
010890     EXIT.
010900*****************************************************************
010910*    3960-WRITE-AMOUNT-LINE                                     *
010920*****************************************************************
010930 3960-WRITE-AMOUNT-LINE.
010940     MOVE WS-AMOUNT-LINE TO WS-PRINT-LINE.
010950     PERFORM 3950-WRITE-REPORT-LINE
010960         THRU 3950-WRITE-REPORT-LINE-EXIT.
010970 3960-WRITE-AMOUNT-LINE-EXIT.
010980     EXIT.
010990*****************************************************************
011000*    3970-WRITE-COUNT-LINE                                      *
011010*****************************************************************
011020 3970-WRITE-COUNT-LINE.
011030     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
011040     PERFORM 3950-WRITE-REPORT-LINE
011050         THRU 3950-WRITE-REPORT-LINE-EXIT.
011060 3970-WRITE-COUNT-LINE-EXIT.
011070     EXIT.
011080*****************************************************************
011090*    3990-PRINT-HEADINGS - PAGE HEADINGS                        *
011100*****************************************************************
011110 3990-PRINT-HEADINGS.
011120     ADD 1 TO WS-PAGE-COUNT.
011130     MOVE WS-REPORT-DATE TO HDG-RUN-DATE.
011140     MOVE WS-PAGE-COUNT TO HDG-PAGE-NO.
011150     WRITE REPORT-PRINT-REC FROM WS-HEADING-1
011160         AFTER ADVANCING PAGE.
011170     WRITE REPORT-PRINT-REC FROM WS-HEADING-2
011180         AFTER ADVANCING 1 LINE.
011190     MOVE SPACES TO REPORT-PRINT-REC.
011200     WRITE REPORT-PRINT-REC AFTER ADVANCING 1 LINE.
011210     WRITE REPORT-PRINT-REC FROM WS-HEADING-3
011220         AFTER ADVANCING 1 LINE.
011230     MOVE 4 TO WS-LINE-COUNT.
011240 3990-PRINT-HEADINGS-EXIT.
011250     EXIT.
011260*****************************************************************
011270*    9000-TERMINATE - CLOSE THE REPORT AND SET THE RETURN CODE  *
011280*****************************************************************
011290 9000-TERMINATE.
011300     CLOSE FORWARD-REPORT.
011310     DISPLAY 'ACCRFWD - REGISTER LINES READ   ' WS-REGISTER-COUNT.
011320     DISPLAY 'ACCRFWD - PAYMENT LINES READ    ' WS-PAYSCHED-COUNT.
011330     DISPLAY 'ACCRFWD - OPEN ITEMS WRITTEN    ' WS-CLOSING-COUNT.
011340     IF WS-RUN-HAS-EXCEPTIONS
011350         DISPLAY 'ACCRFWD - ROLL-FORWARD EXCEPTIONS - SEE FWDRPT'
011360         MOVE 4 TO RETURN-CODE
011370     ELSE
011380         MOVE 0 TO RETURN-CODE
011390     END-IF.
011400 9000-TERMINATE-EXIT.
011410     EXIT.
011420*****************************************************************
011430*    9900-ABEND-BAD-OPEN - A FILE DID NOT OPEN CLEANLY.  DISPLAY *
011440*    WHICH ONE AND ITS FILE STATUS AND STOP THE RUN WITH A       *
011450*    NON-ZERO RETURN CODE INSTEAD OF CONTINUING ON A FILE THAT   *
011460*    WAS NEVER ACTUALLY OPENED                                   *
011470*****************************************************************
011480 9900-ABEND-BAD-OPEN.
011490     DISPLAY 'ACCRFWD - OPEN FAILED FOR ' WS-ABEND-FILE-NAME
011500         ' - FILE STATUS ' WS-ABEND-STATUS.
011510     MOVE 16 TO RETURN-CODE.
011520     STOP RUN.
011530 9900-ABEND-BAD-OPEN-EXIT.
011540     EXIT.
011550*****************************************************************
011560*    9910-ABEND-BAD-CONTROL - THE FWDCTL CARD IS MISSING OR     *
011570*    MALFORMED.  STOP RATHER THAN ROLL A GUESSED MONTH          *
011580*****************************************************************
011590 9910-ABEND-BAD-CONTROL.
011600     DISPLAY 'ACCRFWD - FWDCTL CONTROL CARD MISSING OR INVALID'.
011610     MOVE 20 TO RETURN-CODE.
011620     STOP RUN.
011630 9910-ABEND-BAD-CONTROL-EXIT.
011640     EXIT.
011650*****************************************************************
011660*    9920-ABEND-TABLE-FULL - MORE INSTRUMENTS, OPEN ITEMS, OR   *
011670*    UNMATCHED PAYMENTS THAN THE TABLES HOLD.  STOP RATHER THAN *
011680*    ROLL FORWARD A PARTIAL SUBLEDGER                           *
011690*****************************************************************
011700 9920-ABEND-TABLE-FULL.
011710     DISPLAY 'ACCRFWD - TABLE CAPACITY EXCEEDED - RUN STOPPED'.
011720     MOVE 16 TO RETURN-CODE.
011730     STOP RUN.
011740 9920-ABEND-TABLE-FULL-EXIT.
011750     EXIT.
011760*****************************************************************
011770*    9930-ABEND-WRONG-OPENING - FWDOPEN IS NOT LAST MONTH'S     *
011780*    FWDCLOSE.  ROLLING FROM IT WOULD DROP OR DOUBLE A MONTH    *
011790*****************************************************************
011800 9930-ABEND-WRONG-OPENING.
011810     DISPLAY 'ACCRFWD - FWDOPEN AS-OF MONTH ' OPN-AS-OF-MONTH
011820         ' IS NOT THE PRIOR MONTH ' WS-PRIOR-MONTH.
011830     MOVE 16 TO RETURN-CODE.
011840     STOP RUN.
011850 9930-ABEND-WRONG-OPENING-EXIT.
011860     EXIT.
