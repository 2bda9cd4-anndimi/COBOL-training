000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ACCRVAR.
000030 AUTHOR.        J MCALLISTER.
000040 INSTALLATION.  DEPRECIATION AND ACCRUAL SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------
000100* 2026-10-15  JKM  INITIAL VERSION.  MONTH-OVER-MONTH ACCRUAL
000110*                  VARIANCE, SO THE CONTROLLERS' EYEBALL CHECK OF
000120*                  THIS MONTH'S ACCRUALS AGAINST LAST MONTH'S
000130*                  (A RATE KEYED TEN TIMES TOO HIGH, A PRINCIPAL
000140*                  THAT DROPPED A DIGIT) IS DONE BEFORE GLJVOUT IS
000150*                  RELEASED.  READS THIS MONTH'S ACCFSP AND LAST
000160*                  MONTH'S RETAINED COPY (ACCFSPP), ADDS EACH UP
000170*                  BY INSTRUMENT, ENTITY AND FISCAL PERIOD, AND
000177*                  MATCHES THEM ON THE SAME FISCAL PERIOD.  SINCE
000184*                  SCHEDGEN REBUILDS EACH INSTRUMENT'S WHOLE LIFE
000191*                  EVERY MONTH, AN UNCHANGED INSTRUMENT SHOWS NO
000198*                  VARIANCE.  A VARCTL CARD WITH 'N' IN COL 21
000205*                  ROLLS LAST MONTH'S PERIOD FORWARD ONE INSTEAD,
000212*                  FOR A ONE-OFF PERIOD-ON-PERIOD LOOK, NOT THE
000219*                  MONTH-END STREAM.  LISTS EVERY INSTRUMENT WHOSE
000230*                  AMOUNT MOVES BEYOND THE CARD'S PERCENTAGE OR
000240*                  ABSOLUTE TOLERANCE, OR THAT IS NEW OR MISSING
000250*                  THIS MONTH, WITH THE CHANGE IN AMOUNT AND IN
000260*                  ACCRUED DAYS, ENTITY SUBTOTALS AND A TOTAL.
000270*                  ENDS RC=4 WHEN ANY INSTRUMENT IS LISTED SO THE
000280*                  RUN IS ROUTED TO REVIEW.
000290*****************************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-370.
000330 OBJECT-COMPUTER.   IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT VARIANCE-CTL-FILE ASSIGN TO VARCTL
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-CTL-FILE-STATUS.
000390
000400     SELECT CURRENT-SPLIT-FILE ASSIGN TO ACCFSP
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-CURRENT-STATUS.
000430
000440     SELECT PRIOR-SPLIT-FILE ASSIGN TO ACCFSPP
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-PRIOR-STATUS.
000470
000480     SELECT VARIANCE-REPORT ASSIGN TO VARRPT
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-REPORT-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  VARIANCE-CTL-FILE
000540     RECORDING MODE IS F.
000550 01  VARIANCE-CTL-REC.
000560     05  CTL-PCT-TOLERANCE     PIC 9(03)V99.
000570     05  FILLER                PIC X(01).
000580     05  CTL-ABS-TOLERANCE     PIC 9(11)V99.
000590     05  FILLER                PIC X(01).
000600     05  CTL-MATCH-MODE        PIC X(01).
000610         88  CTL-MATCH-NEXT-PERIOD        VALUE 'N'.
000620         88  CTL-MATCH-SAME-PERIOD        VALUE ' ' 'S'.
000630     05  FILLER                PIC X(59).
000640 01  VARIANCE-CTL-REC-ALT REDEFINES VARIANCE-CTL-REC.
000650     05  CTL-PCT-TOLERANCE-RAW PIC X(05).
000660     05  FILLER                PIC X(01).
000670     05  CTL-ABS-TOLERANCE-RAW PIC X(13).
000680     05  FILLER                PIC X(61).
000690
000700 FD  CURRENT-SPLIT-FILE
000710     RECORDING MODE IS F.
000720     COPY ACCFSP.
000730
000740 FD  PRIOR-SPLIT-FILE
000750     RECORDING MODE IS F.
000760 01  PRIOR-SPLIT-REC           PIC X(80).
000770
000780 FD  VARIANCE-REPORT
000790     RECORDING MODE IS F.
000800 01  REPORT-PRINT-REC          PIC X(132).
000810
000820 WORKING-STORAGE SECTION.
000830 77  WS-CTL-FILE-STATUS        PIC X(02)  VALUE SPACES.
000840 77  WS-CURRENT-STATUS         PIC X(02)  VALUE SPACES.
000850 77  WS-PRIOR-STATUS           PIC X(02)  VALUE SPACES.
000860 77  WS-REPORT-STATUS          PIC X(02)  VALUE SPACES.
000870 77  WS-ABEND-FILE-NAME        PIC X(15)  VALUE SPACES.
000880 77  WS-ABEND-STATUS           PIC X(02)  VALUE SPACES.
000890 77  WS-EOF-SWITCH             PIC X(01)  VALUE 'N'.
000900     88  WS-END-OF-FILE                   VALUE 'Y'.
000910 77  WS-MATCH-FOUND-SWITCH     PIC X(01)  VALUE 'N'.
000920     88  WS-MATCH-WAS-FOUND               VALUE 'Y'.
000930 77  WS-EXCEPTION-SWITCH       PIC X(01)  VALUE 'N'.
000940     88  WS-RUN-HAS-EXCEPTIONS            VALUE 'Y'.
000950 77  WS-PCT-TEST-SWITCH        PIC X(01)  VALUE 'N'.
000960     88  WS-PCT-TEST-IS-ON                VALUE 'Y'.
000970 77  WS-ABS-TEST-SWITCH        PIC X(01)  VALUE 'N'.
000980     88  WS-ABS-TEST-IS-ON                VALUE 'Y'.
000990 77  WS-MATCH-MODE             PIC X(01)  VALUE 'S'.
001000     88  WS-MATCH-NEXT-PERIOD             VALUE 'N'.
001010     88  WS-MATCH-SAME-PERIOD             VALUE 'S'.
001020 77  WS-CURRENT-COUNT          PIC 9(08)  VALUE 0.
001030 77  WS-PRIOR-COUNT            PIC 9(08)  VALUE 0.
001040 77  WS-MATCHED-COUNT          PIC 9(08)  VALUE 0.
001050 77  WS-NEW-COUNT              PIC 9(08)  VALUE 0.
001060 77  WS-MISSING-COUNT          PIC 9(08)  VALUE 0.
001070 77  WS-TOLERANCE-COUNT        PIC 9(08)  VALUE 0.
001080 77  WS-ENT-EXCEPTION-COUNT    PIC 9(08)  VALUE 0.
001090 77  WS-VAR-MAX-ENTRIES        PIC 9(04)  COMP VALUE 9000.
001100 77  WS-ENT-MAX-ENTRIES        PIC 9(04)  COMP VALUE 500.
001110 77  WS-NDX                    PIC S9(04) COMP VALUE 0.
001120 77  WS-SCAN-NDX               PIC S9(04) COMP VALUE 0.
001130 77  WS-HIT-NDX                PIC S9(04) COMP VALUE 0.
001140 77  WS-ENT-NDX                PIC S9(04) COMP VALUE 0.
001150 77  WS-INSERT-NDX             PIC S9(04) COMP VALUE 0.
001160 77  WS-VAR-COUNT              PIC S9(04) COMP VALUE 0.
001170 77  WS-ENT-COUNT              PIC S9(04) COMP VALUE 0.
001180 77  WS-LINE-COUNT             PIC 9(03)  VALUE 99.
001190 77  WS-LINES-PER-PAGE         PIC 9(03)  VALUE 55.
001200 77  WS-PAGE-COUNT             PIC 9(04)  VALUE 0.
001210 77  WS-PCT-TOLERANCE          PIC 9(03)V99 VALUE 0.
001220 77  WS-ABS-TOLERANCE          PIC 9(11)V99 VALUE 0.
001230 77  WS-ABS-CHANGE             PIC 9(13)V99 VALUE 0.
001240 77  WS-ABS-PCT                PIC 9(07)V99 VALUE 0.
001250 01  WS-FIND-KEY.
001260     05  WS-FIND-ENTITY        PIC X(08).
001270     05  WS-FIND-INSTR         PIC X(10).
001280     05  WS-FIND-FY            PIC 9(04).
001290     05  WS-FIND-PERIOD        PIC 9(02).
001300 01  WS-PRIOR-SPLIT-WORK.
001310     05  PRI-INSTR-ID          PIC X(10).
001320     05  FILLER                PIC X(01).
001330     05  PRI-ENTITY-ID         PIC X(08).
001340     05  FILLER                PIC X(01).
001350     05  PRI-FISCAL-YEAR       PIC 9(04).
001360     05  FILLER                PIC X(01).
001370     05  PRI-FISCAL-PERIOD     PIC 9(02).
001380     05  FILLER                PIC X(01).
001390     05  PRI-DAYS              PIC 9(05).
001400     05  FILLER                PIC X(01).
001410     05  PRI-AMOUNT            PIC 9(11)V99.
001420     05  FILLER                PIC X(33).
001430 01  WS-VAR-TABLE-AREA.
001440     05  WS-VAR-ENTRY          OCCURS 9000 TIMES.
001450         10  WS-VAR-KEY.
001460             15  WS-VAR-ENTITY PIC X(08).
001470             15  WS-VAR-INSTR  PIC X(10).
001480             15  WS-VAR-FY     PIC 9(04).
001490             15  WS-VAR-PERIOD PIC 9(02).
001500         10  WS-VAR-CUR-AMOUNT PIC 9(13)V99.
001510         10  WS-VAR-PRI-AMOUNT PIC 9(13)V99.
001520         10  WS-VAR-CUR-DAYS   PIC 9(07).
001530         10  WS-VAR-PRI-DAYS   PIC 9(07).
001540         10  WS-VAR-CHANGE     PIC S9(13)V99.
001550         10  WS-VAR-DAYS-CHANGE
001560                               PIC S9(07).
001570         10  WS-VAR-PCT-CHANGE PIC S9(07)V99.
001580         10  WS-VAR-IN-CURRENT PIC X(01).
001590             88  WS-VAR-ON-CURRENT        VALUE 'Y'.
001600         10  WS-VAR-IN-PRIOR   PIC X(01).
001610             88  WS-VAR-ON-PRIOR          VALUE 'Y'.
001620         10  WS-VAR-STATUS     PIC X(01).
001630             88  WS-VAR-IS-NEW            VALUE 'N'.
001640             88  WS-VAR-IS-MISSING        VALUE 'M'.
001650             88  WS-VAR-IS-BEYOND         VALUE 'T'.
001660             88  WS-VAR-IS-EXCEPTION      VALUE 'N' 'M' 'T'.
001670 01  WS-ENT-TABLE-AREA.
001680     05  WS-ENT-ENTRY          OCCURS 500 TIMES.
001690         10  WS-ENT-ID         PIC X(08).
001700 01  WS-TOTALS-WORK.
001710     05  WS-ENT-PRI-TOTAL      PIC 9(15)V99 VALUE 0.
001720     05  WS-ENT-CUR-TOTAL      PIC 9(15)V99 VALUE 0.
001730     05  WS-ENT-CHANGE-TOTAL   PIC S9(15)V99 VALUE 0.
001740     05  WS-GRAND-PRI-TOTAL    PIC 9(15)V99 VALUE 0.
001750     05  WS-GRAND-CUR-TOTAL    PIC 9(15)V99 VALUE 0.
001760     05  WS-GRAND-CHANGE-TOTAL PIC S9(15)V99 VALUE 0.
001770 01  WS-REPORT-DATE            PIC 9(08).
001780 01  WS-HEADING-1.
001790     05  FILLER                PIC X(10)  VALUE 'ACCRVAR'.
001800     05  FILLER                PIC X(24)  VALUE SPACES.
001810     05  FILLER                PIC X(44)
001820         VALUE 'MONTH-OVER-MONTH ACCRUAL VARIANCE'.
001830     05  FILLER                PIC X(25)  VALUE SPACES.
001840     05  FILLER                PIC X(09)  VALUE 'RUN DATE '.
001850     05  HDG-RUN-DATE          PIC 9(08).
001860     05  FILLER                PIC X(03)  VALUE SPACES.
001870     05  FILLER                PIC X(05)  VALUE 'PAGE '.
001880     05  HDG-PAGE-NO           PIC ZZZ9.
001890 01  WS-HEADING-2.
001900     05  FILLER                PIC X(20)
001910         VALUE 'PERCENT TOLERANCE '.
001920     05  HDG-PCT-TOLERANCE     PIC X(10).
001930     05  FILLER                PIC X(04)  VALUE SPACES.
001940     05  FILLER                PIC X(20)
001950         VALUE 'ABSOLUTE TOLERANCE '.
001960     05  HDG-ABS-TOLERANCE     PIC X(17).
001970     05  FILLER                PIC X(04)  VALUE SPACES.
001980     05  FILLER                PIC X(22)
001990         VALUE 'PRIOR MONTH MATCHED - '.
002000     05  HDG-MATCH-MODE        PIC X(20).
002010     05  FILLER                PIC X(15)  VALUE SPACES.
002020 01  WS-HEADING-3.
002030     05  FILLER                PIC X(11)  VALUE 'INSTRUMENT'.
002040     05  FILLER                PIC X(09)  VALUE 'ENTITY'.
002050     05  FILLER                PIC X(08)  VALUE 'PERIOD'.
002060     05  FILLER                PIC X(21)
002070         VALUE '        PRIOR AMOUNT'.
002080     05  FILLER                PIC X(21)
002090         VALUE '      CURRENT AMOUNT'.
002100     05  FILLER                PIC X(21)
002110         VALUE '              CHANGE'.
002120     05  FILLER                PIC X(10)  VALUE '   PCT CHG'.
002130     05  FILLER                PIC X(06)  VALUE ' PDAYS'.
002140     05  FILLER                PIC X(06)  VALUE ' CDAYS'.
002150     05  FILLER                PIC X(08)  VALUE ' DAY CHG'.
002160     05  FILLER                PIC X(12)  VALUE ' REASON'.
002170 01  WS-VARIANCE-LINE.
002180     05  VAR-INSTR-ID          PIC X(10).
002190     05  FILLER                PIC X(01)  VALUE SPACE.
002200     05  VAR-ENTITY-ID         PIC X(08).
002210     05  FILLER                PIC X(01)  VALUE SPACE.
002220     05  VAR-FY                PIC 9(04).
002230     05  FILLER                PIC X(01)  VALUE '/'.
002240     05  VAR-PERIOD            PIC 9(02).
002250     05  FILLER                PIC X(01)  VALUE SPACE.
002260     05  VAR-PRI-AMOUNT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002270     05  FILLER                PIC X(01)  VALUE SPACE.
002280     05  VAR-CUR-AMOUNT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002290     05  FILLER                PIC X(01)  VALUE SPACE.
002300     05  VAR-CHANGE            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002310     05  FILLER                PIC X(01)  VALUE SPACE.
002320     05  VAR-PCT-CHANGE        PIC ZZZZ9.99-.
002330     05  VAR-PCT-CHANGE-X REDEFINES VAR-PCT-CHANGE
002340                               PIC X(09).
002350     05  FILLER                PIC X(01)  VALUE SPACE.
002360     05  VAR-PRI-DAYS          PIC ZZZZ9.
002370     05  FILLER                PIC X(01)  VALUE SPACE.
002380     05  VAR-CUR-DAYS          PIC ZZZZ9.
002390     05  FILLER                PIC X(01)  VALUE SPACE.
002400     05  VAR-DAYS-CHANGE       PIC ZZZZ9-.
002410     05  FILLER                PIC X(02)  VALUE SPACES.
002420     05  VAR-REASON            PIC X(10).
002430 01  WS-SUBTOTAL-LINE.
002440     05  SUB-LABEL             PIC X(28).
002450     05  SUB-PRI-AMOUNT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002460     05  FILLER                PIC X(01)  VALUE SPACE.
002470     05  SUB-CUR-AMOUNT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002480     05  FILLER                PIC X(01)  VALUE SPACE.
002490     05  SUB-CHANGE            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002500     05  FILLER                PIC X(03)  VALUE SPACES.
002510     05  FILLER                PIC X(11)  VALUE 'EXCEPTIONS '.
002520     05  SUB-EXCEPTIONS        PIC ZZZZZZZ9.
002530     05  FILLER                PIC X(19)  VALUE SPACES.
002540 01  WS-SECTION-LINE.
002550     05  SEC-TITLE             PIC X(60).
002560     05  FILLER                PIC X(72)  VALUE SPACES.
002570 01  WS-COUNT-LINE.
002580     05  CNT-LABEL             PIC X(40).
002590     05  CNT-VALUE             PIC ZZZZZZZ9.
002600     05  FILLER                PIC X(84)  VALUE SPACES.
002610 01  WS-RESULT-LINE.
002620     05  FILLER                PIC X(20)
002630         VALUE 'VARIANCE RESULT'.
002640     05  RES-TEXT              PIC X(50).
002650     05  FILLER                PIC X(62)  VALUE SPACES.
002660 01  WS-EDIT-PCT               PIC ZZ9.99.
002670 01  WS-EDIT-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002680 01  WS-PRINT-LINE             PIC X(132).
002690 PROCEDURE DIVISION.
002700*****************************************************************
002710*                                                               *
002720*    0000-MAINLINE                                              *
002730*                                                               *
002740*****************************************************************
002750 0000-MAINLINE.
002760     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002770     PERFORM 2000-LOAD-PRIOR THRU 2000-LOAD-PRIOR-EXIT.
002780     PERFORM 2100-LOAD-CURRENT THRU 2100-LOAD-CURRENT-EXIT.
002790     PERFORM 2500-COMPARE-ENTRIES THRU 2500-COMPARE-ENTRIES-EXIT.
002800     PERFORM 3000-PRINT-REPORT THRU 3000-PRINT-REPORT-EXIT.
002810     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002820     STOP RUN.
002830*****************************************************************
002840*    1000-INITIALIZE - OPEN THE REPORT, READ AND EDIT THE       *
002850*    VARCTL CARD.  EACH INPUT IS OPENED AND CLOSED BY ITS OWN   *
002860*    LOAD PARAGRAPH                                             *
002870*****************************************************************
002880 1000-INITIALIZE.
002890     OPEN OUTPUT VARIANCE-REPORT.
002900     IF WS-REPORT-STATUS NOT = '00'
002910         MOVE 'VARIANCE-REPORT' TO WS-ABEND-FILE-NAME
002920         MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
002930         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
002940     END-IF.
002950     ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
002960
002970     OPEN INPUT VARIANCE-CTL-FILE.
002980     IF WS-CTL-FILE-STATUS NOT = '00'
002990         MOVE 'VARIANCE-CTL' TO WS-ABEND-FILE-NAME
003000         MOVE WS-CTL-FILE-STATUS TO WS-ABEND-STATUS
003010         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
003020     END-IF.
003030     READ VARIANCE-CTL-FILE
003040         AT END
003050             PERFORM 9910-ABEND-BAD-CONTROL
003060                 THRU 9910-ABEND-BAD-CONTROL-EXIT
003070     END-READ.
003080     PERFORM 1100-EDIT-CONTROL THRU 1100-EDIT-CONTROL-EXIT.
003090     CLOSE VARIANCE-CTL-FILE.
003100 1000-INITIALIZE-EXIT.
003110     EXIT.
003120*****************************************************************
003130*    1100-EDIT-CONTROL - THE CARD CARRIES A PERCENTAGE          *
003140*    TOLERANCE 9(03)V99 IN COLS 1-5 AND AN ABSOLUTE TOLERANCE   *
003150*    9(11)V99 IN COLS 7-19.  A BLANK FIELD TURNS THAT TEST OFF, *
003160*    BUT AT LEAST ONE MUST BE GIVEN.  COL 21 SAYS HOW LAST      *
003166*    MONTH'S PERIODS MEET THIS MONTH'S:  BLANK OR 'S' MATCHES   *
003172*    THE SAME FISCAL PERIOD (THE MONTH-END STREAM); 'N' ROLLS   *
003178*    EACH PRIOR PERIOD FORWARD ONE, FOR AN AD HOC PERIOD-ON-    *
003184*    PERIOD RUN ONLY - AGAINST SCHEDGEN'S WHOLE-LIFE SCHEDULES  *
003190*    IT LISTS EVERY INSTRUMENT                                  *
003200*****************************************************************
003210 1100-EDIT-CONTROL.
003220     IF CTL-PCT-TOLERANCE-RAW = SPACES
003230         MOVE 'NOT USED' TO HDG-PCT-TOLERANCE
003240     ELSE
003250     IF CTL-PCT-TOLERANCE IS NUMERIC
003260         MOVE 'Y' TO WS-PCT-TEST-SWITCH
003270         MOVE CTL-PCT-TOLERANCE TO WS-PCT-TOLERANCE
003280         MOVE WS-PCT-TOLERANCE TO WS-EDIT-PCT
003290         MOVE WS-EDIT-PCT TO HDG-PCT-TOLERANCE
003300     ELSE
003310         PERFORM 9910-ABEND-BAD-CONTROL
003320             THRU 9910-ABEND-BAD-CONTROL-EXIT
003330     END-IF
003340     END-IF.
003350     IF CTL-ABS-TOLERANCE-RAW = SPACES
003360         MOVE 'NOT USED' TO HDG-ABS-TOLERANCE
003370     ELSE
003380     IF CTL-ABS-TOLERANCE IS NUMERIC
003390         MOVE 'Y' TO WS-ABS-TEST-SWITCH
003400         MOVE CTL-ABS-TOLERANCE TO WS-ABS-TOLERANCE
003410         MOVE WS-ABS-TOLERANCE TO WS-EDIT-AMOUNT
003420         MOVE WS-EDIT-AMOUNT TO HDG-ABS-TOLERANCE
003430     ELSE
003440         PERFORM 9910-ABEND-BAD-CONTROL
003450             THRU 9910-ABEND-BAD-CONTROL-EXIT
003460     END-IF
003470     END-IF.
003480     IF NOT WS-PCT-TEST-IS-ON AND NOT WS-ABS-TEST-IS-ON
003490         PERFORM 9910-ABEND-BAD-CONTROL
003500             THRU 9910-ABEND-BAD-CONTROL-EXIT
003510     END-IF.
003520     IF CTL-MATCH-NEXT-PERIOD
003530         MOVE 'N' TO WS-MATCH-MODE
003540         MOVE 'NEXT FISCAL PERIOD' TO HDG-MATCH-MODE
003550     ELSE
003560     IF CTL-MATCH-SAME-PERIOD
003570         MOVE 'S' TO WS-MATCH-MODE
003580         MOVE 'SAME FISCAL PERIOD' TO HDG-MATCH-MODE
003590     ELSE
003600         PERFORM 9910-ABEND-BAD-CONTROL
003610             THRU 9910-ABEND-BAD-CONTROL-EXIT
003620     END-IF
003630     END-IF.
003640 1100-EDIT-CONTROL-EXIT.
003650     EXIT.
003660*****************************************************************
003670*    2000-LOAD-PRIOR - LAST MONTH'S RETAINED ACCFSP.  AN EMPTY  *
003680*    FILE (THE FIRST RUN) SIMPLY MAKES EVERY LINE NEW           *
003690*****************************************************************
003700 2000-LOAD-PRIOR.
003710     OPEN INPUT PRIOR-SPLIT-FILE.
003720     IF WS-PRIOR-STATUS NOT = '00'
003730         MOVE 'PRIOR-SPLIT' TO WS-ABEND-FILE-NAME
003740         MOVE WS-PRIOR-STATUS TO WS-ABEND-STATUS
003750         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
003760     END-IF.
003770     MOVE 'N' TO WS-EOF-SWITCH.
003780     PERFORM 2010-LOAD-ONE-PRIOR THRU 2010-LOAD-ONE-PRIOR-EXIT
003790         UNTIL WS-END-OF-FILE.
003800     CLOSE PRIOR-SPLIT-FILE.
003810 2000-LOAD-PRIOR-EXIT.
003820     EXIT.
003830*****************************************************************
003838*    2010-LOAD-ONE-PRIOR - KEY THE LINE ON ITS OWN PERIOD,      *
003846*    UNLESS THE CARD ASKED FOR 'N':  THEN ROLL IT FORWARD ONE   *
003854*    (PERIOD 12 TO PERIOD 1 OF THE NEXT FISCAL YEAR - FISCDEF   *
003862*    YEARS ARE ALWAYS TWELVE PERIODS).  AN UNSPLIT LINE (PERIOD *
003870*    ZERO) IS NEVER ROLLED                                      *
003880*****************************************************************
003890 2010-LOAD-ONE-PRIOR.
003900     READ PRIOR-SPLIT-FILE INTO WS-PRIOR-SPLIT-WORK
003910         AT END
003920             MOVE 'Y' TO WS-EOF-SWITCH
003930             GO TO 2010-LOAD-ONE-PRIOR-EXIT
003940     END-READ.
003950     ADD 1 TO WS-PRIOR-COUNT.
003960     MOVE PRI-ENTITY-ID TO WS-FIND-ENTITY.
003970     MOVE PRI-INSTR-ID TO WS-FIND-INSTR.
003980     MOVE PRI-FISCAL-YEAR TO WS-FIND-FY.
003990     MOVE PRI-FISCAL-PERIOD TO WS-FIND-PERIOD.
004000     IF WS-MATCH-NEXT-PERIOD AND PRI-FISCAL-PERIOD > 0
004010         IF PRI-FISCAL-PERIOD >= 12
004020             COMPUTE WS-FIND-FY = PRI-FISCAL-YEAR + 1
004030             MOVE 1 TO WS-FIND-PERIOD
004040         ELSE
004050             COMPUTE WS-FIND-PERIOD = PRI-FISCAL-PERIOD + 1
004060         END-IF
004070     END-IF.
004080     PERFORM 2900-FIND-KEY THRU 2900-FIND-KEY-EXIT.
004090     IF NOT WS-MATCH-WAS-FOUND
004100         PERFORM 2950-ADD-KEY THRU 2950-ADD-KEY-EXIT
004110     END-IF.
004120     MOVE 'Y' TO WS-VAR-IN-PRIOR(WS-HIT-NDX).
004130     ADD PRI-AMOUNT TO WS-VAR-PRI-AMOUNT(WS-HIT-NDX).
004140     ADD PRI-DAYS TO WS-VAR-PRI-DAYS(WS-HIT-NDX).
004150 2010-LOAD-ONE-PRIOR-EXIT.
004160     EXIT.
004170*****************************************************************
004180*    2100-LOAD-CURRENT - THIS MONTH'S ACCFSP FROM ACCRUE        *
004190*****************************************************************
004200 2100-LOAD-CURRENT.
004210     OPEN INPUT CURRENT-SPLIT-FILE.
004220     IF WS-CURRENT-STATUS NOT = '00'
004230         MOVE 'CURRENT-SPLIT' TO WS-ABEND-FILE-NAME
004240         MOVE WS-CURRENT-STATUS TO WS-ABEND-STATUS
004250         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
004260     END-IF.
004270     MOVE 'N' TO WS-EOF-SWITCH.
004280     PERFORM 2110-LOAD-ONE-CURRENT THRU 2110-LOAD-ONE-CURRENT-EXIT
004290         UNTIL WS-END-OF-FILE.
004300     CLOSE CURRENT-SPLIT-FILE.
004310 2100-LOAD-CURRENT-EXIT.
004320     EXIT.
004330*****************************************************************
004340*    2110-LOAD-ONE-CURRENT - SPLITS ARE ADDED UP BY THE PERIOD  *
004350*    THEY POST TO, SO A PRIOR-PERIOD ADJUSTMENT COUNTS IN THE   *
004360*    OPEN PERIOD IT WAS REDIRECTED TO                           *
004370*****************************************************************
004380 2110-LOAD-ONE-CURRENT.
004390     READ CURRENT-SPLIT-FILE
004400         AT END
004410             MOVE 'Y' TO WS-EOF-SWITCH
004420             GO TO 2110-LOAD-ONE-CURRENT-EXIT
004430     END-READ.
004440     ADD 1 TO WS-CURRENT-COUNT.
004450     MOVE FSP-ENTITY-ID TO WS-FIND-ENTITY.
004460     MOVE FSP-INSTR-ID TO WS-FIND-INSTR.
004470     MOVE FSP-FISCAL-YEAR TO WS-FIND-FY.
004480     MOVE FSP-FISCAL-PERIOD TO WS-FIND-PERIOD.
004490     PERFORM 2900-FIND-KEY THRU 2900-FIND-KEY-EXIT.
004500     IF NOT WS-MATCH-WAS-FOUND
004510         PERFORM 2950-ADD-KEY THRU 2950-ADD-KEY-EXIT
004520     END-IF.
004530     MOVE 'Y' TO WS-VAR-IN-CURRENT(WS-HIT-NDX).
004540     ADD FSP-AMOUNT TO WS-VAR-CUR-AMOUNT(WS-HIT-NDX).
004550     ADD FSP-DAYS TO WS-VAR-CUR-DAYS(WS-HIT-NDX).
004560 2110-LOAD-ONE-CURRENT-EXIT.
004570     EXIT.
004580*****************************************************************
004590*    2500-COMPARE-ENTRIES - THE CHANGE IN AMOUNT AND DAYS FOR   *
004600*    EVERY KEY, AND WHETHER IT IS NEW, MISSING, OR BEYOND       *
004610*    TOLERANCE                                                  *
004620*****************************************************************
004630 2500-COMPARE-ENTRIES.
004640     PERFORM 2510-COMPARE-ONE-ENTRY
004650         THRU 2510-COMPARE-ONE-ENTRY-EXIT
004660         VARYING WS-NDX FROM 1 BY 1
004670         UNTIL WS-NDX > WS-VAR-COUNT.
004680 2500-COMPARE-ENTRIES-EXIT.
004690     EXIT.
004700*****************************************************************
004710*    2510-COMPARE-ONE-ENTRY - A MATCHED KEY IS BEYOND TOLERANCE *
004720*    WHEN THE ABSOLUTE CHANGE EXCEEDS THE ABSOLUTE TOLERANCE,   *
004730*    OR THE CHANGE AS A PERCENTAGE OF LAST MONTH EXCEEDS THE    *
004740*    PERCENTAGE TOLERANCE (ANY MOVE OFF A ZERO PRIOR AMOUNT IS  *
004750*    BEYOND IT), FOR WHICHEVER TESTS THE CARD TURNED ON         *
004760*****************************************************************
004770 2510-COMPARE-ONE-ENTRY.
004780     COMPUTE WS-VAR-CHANGE(WS-NDX) = WS-VAR-CUR-AMOUNT(WS-NDX)
004790         - WS-VAR-PRI-AMOUNT(WS-NDX).
004800     COMPUTE WS-VAR-DAYS-CHANGE(WS-NDX) = WS-VAR-CUR-DAYS(WS-NDX)
004810         - WS-VAR-PRI-DAYS(WS-NDX).
004820     MOVE 0 TO WS-VAR-PCT-CHANGE(WS-NDX).
004830     IF WS-VAR-PRI-AMOUNT(WS-NDX) > 0
004840         COMPUTE WS-VAR-PCT-CHANGE(WS-NDX) ROUNDED =
004850             WS-VAR-CHANGE(WS-NDX) * 100
004860             / WS-VAR-PRI-AMOUNT(WS-NDX)
004870             ON SIZE ERROR
004880                 MOVE 9999999.99 TO WS-VAR-PCT-CHANGE(WS-NDX)
004890         END-COMPUTE
004900     END-IF.
004910     IF NOT WS-VAR-ON-PRIOR(WS-NDX)
004920         MOVE 'N' TO WS-VAR-STATUS(WS-NDX)
004930         ADD 1 TO WS-NEW-COUNT
004940         GO TO 2510-COMPARE-ONE-ENTRY-EXIT
004950     END-IF.
004960     IF NOT WS-VAR-ON-CURRENT(WS-NDX)
004970         MOVE 'M' TO WS-VAR-STATUS(WS-NDX)
004980         ADD 1 TO WS-MISSING-COUNT
004990         GO TO 2510-COMPARE-ONE-ENTRY-EXIT
005000     END-IF.
005010     ADD 1 TO WS-MATCHED-COUNT.
005020     IF WS-VAR-CHANGE(WS-NDX) < 0
005030         COMPUTE WS-ABS-CHANGE = 0 - WS-VAR-CHANGE(WS-NDX)
005040     ELSE
005050         MOVE WS-VAR-CHANGE(WS-NDX) TO WS-ABS-CHANGE
005060     END-IF.
005070     IF WS-VAR-PCT-CHANGE(WS-NDX) < 0
005080         COMPUTE WS-ABS-PCT = 0 - WS-VAR-PCT-CHANGE(WS-NDX)
005090     ELSE
005100         MOVE WS-VAR-PCT-CHANGE(WS-NDX) TO WS-ABS-PCT
005110     END-IF.
005120     IF WS-ABS-TEST-IS-ON AND WS-ABS-CHANGE > WS-ABS-TOLERANCE
005130         MOVE 'T' TO WS-VAR-STATUS(WS-NDX)
005140     END-IF.
005150     IF WS-PCT-TEST-IS-ON
005160         IF WS-VAR-PRI-AMOUNT(WS-NDX) = 0
005170             IF WS-ABS-CHANGE > 0
005180                 MOVE 'T' TO WS-VAR-STATUS(WS-NDX)
005190             END-IF
005200         ELSE
005210         IF WS-ABS-PCT > WS-PCT-TOLERANCE
005220             MOVE 'T' TO WS-VAR-STATUS(WS-NDX)
005230         END-IF
005240         END-IF
005250     END-IF.
005260     IF WS-VAR-IS-BEYOND(WS-NDX)
005270         ADD 1 TO WS-TOLERANCE-COUNT
005280     END-IF.
005290 2510-COMPARE-ONE-ENTRY-EXIT.
005300     EXIT.
005310*****************************************************************
005320*    2900-FIND-KEY - LOOK UP WS-FIND-KEY IN THE VARIANCE TABLE; *
005330*    WS-HIT-NDX POINTS AT THE ENTRY WHEN FOUND                  *
005340*****************************************************************
005350 2900-FIND-KEY.
005360     MOVE 'N' TO WS-MATCH-FOUND-SWITCH.
005370     PERFORM 2910-MATCH-ONE-KEY THRU 2910-MATCH-ONE-KEY-EXIT
005380         VARYING WS-SCAN-NDX FROM 1 BY 1
005390         UNTIL WS-SCAN-NDX > WS-VAR-COUNT
005400            OR WS-MATCH-WAS-FOUND.
005410 2900-FIND-KEY-EXIT.
005420     EXIT.
005430*****************************************************************
005440*    2910-MATCH-ONE-KEY                                         *
005450*****************************************************************
005460 2910-MATCH-ONE-KEY.
005470     IF WS-VAR-KEY(WS-SCAN-NDX) = WS-FIND-KEY
005480         MOVE 'Y' TO WS-MATCH-FOUND-SWITCH
005490         MOVE WS-SCAN-NDX TO WS-HIT-NDX
005500     END-IF.
005510 2910-MATCH-ONE-KEY-EXIT.
005520     EXIT.
005530*****************************************************************
005540*    2950-ADD-KEY - TAKE THE NEXT VARIANCE SLOT, CLEARED, FOR   *
005550*    WS-FIND-KEY, AND MAKE SURE ITS ENTITY IS ON THE ENTITY     *
005560*    TABLE; WS-HIT-NDX POINTS AT THE NEW ENTRY                  *
005570*****************************************************************
005580 2950-ADD-KEY.
005590     IF WS-VAR-COUNT >= WS-VAR-MAX-ENTRIES
005600         PERFORM 9920-ABEND-TABLE-FULL
005610             THRU 9920-ABEND-TABLE-FULL-EXIT
005620     END-IF.
005630     ADD 1 TO WS-VAR-COUNT.
005640     MOVE WS-VAR-COUNT TO WS-HIT-NDX.
005650     MOVE WS-FIND-KEY TO WS-VAR-KEY(WS-HIT-NDX).
005660     MOVE 0 TO WS-VAR-CUR-AMOUNT(WS-HIT-NDX).
005670     MOVE 0 TO WS-VAR-PRI-AMOUNT(WS-HIT-NDX).
005680     MOVE 0 TO WS-VAR-CUR-DAYS(WS-HIT-NDX).
005690     MOVE 0 TO WS-VAR-PRI-DAYS(WS-HIT-NDX).
005700     MOVE 'N' TO WS-VAR-IN-CURRENT(WS-HIT-NDX).
005710     MOVE 'N' TO WS-VAR-IN-PRIOR(WS-HIT-NDX).
005720     MOVE SPACE TO WS-VAR-STATUS(WS-HIT-NDX).
005730     PERFORM 2960-ADD-ENTITY THRU 2960-ADD-ENTITY-EXIT.
005740 2950-ADD-KEY-EXIT.
005750     EXIT.
005760*****************************************************************
005770*    2960-ADD-ENTITY - KEEP THE ENTITY TABLE IN ASCENDING ORDER *
005780*    SO THE REPORT PRINTS ONE ENTITY AFTER ANOTHER.  A NEW      *
005790*    ENTITY GOES IN FRONT OF THE FIRST HIGHER ONE, THE REST     *
005800*    MOVING DOWN A SLOT                                         *
005810*****************************************************************
005820 2960-ADD-ENTITY.
005830     MOVE 0 TO WS-INSERT-NDX.
005840     PERFORM 2965-PLACE-ONE-ENTITY THRU 2965-PLACE-ONE-ENTITY-EXIT
005850         VARYING WS-SCAN-NDX FROM 1 BY 1
005860         UNTIL WS-SCAN-NDX > WS-ENT-COUNT
005870            OR WS-INSERT-NDX NOT = 0.
005880     IF WS-INSERT-NDX < 0
005890         GO TO 2960-ADD-ENTITY-EXIT
005900     END-IF.
005910     IF WS-ENT-COUNT >= WS-ENT-MAX-ENTRIES
005920         PERFORM 9920-ABEND-TABLE-FULL
005930             THRU 9920-ABEND-TABLE-FULL-EXIT
005940     END-IF.
005950     IF WS-INSERT-NDX = 0
005960         COMPUTE WS-INSERT-NDX = WS-ENT-COUNT + 1
005970     ELSE
005980         PERFORM 2970-MOVE-ONE-ENTITY-DOWN
005990             THRU 2970-MOVE-ONE-ENTITY-DOWN-EXIT
006000             VARYING WS-SCAN-NDX FROM WS-ENT-COUNT BY -1
006010             UNTIL WS-SCAN-NDX < WS-INSERT-NDX
006020     END-IF.
006030     ADD 1 TO WS-ENT-COUNT.
006040     MOVE WS-FIND-ENTITY TO WS-ENT-ID(WS-INSERT-NDX).
006050 2960-ADD-ENTITY-EXIT.
006060     EXIT.
006070*****************************************************************
006080*    2965-PLACE-ONE-ENTITY - ALREADY ON THE TABLE SETS          *
006090*    WS-INSERT-NDX NEGATIVE; THE FIRST HIGHER ENTITY SETS IT TO *
006100*    THAT SLOT                                                  *
006110*****************************************************************
006120 2965-PLACE-ONE-ENTITY.
006130     IF WS-ENT-ID(WS-SCAN-NDX) = WS-FIND-ENTITY
006140         MOVE -1 TO WS-INSERT-NDX
006150     ELSE
006160     IF WS-ENT-ID(WS-SCAN-NDX) > WS-FIND-ENTITY
006170         MOVE WS-SCAN-NDX TO WS-INSERT-NDX
006180     END-IF
006190     END-IF.
006200 2965-PLACE-ONE-ENTITY-EXIT.
006210     EXIT.
006220*****************************************************************
006230*    2970-MOVE-ONE-ENTITY-DOWN                                  *
006240*****************************************************************
006250 2970-MOVE-ONE-ENTITY-DOWN.
006260     MOVE WS-ENT-ID(WS-SCAN-NDX) TO WS-ENT-ID(WS-SCAN-NDX + 1).
006270 2970-MOVE-ONE-ENTITY-DOWN-EXIT.
006280     EXIT.
006290*****************************************************************
006300*    3000-PRINT-REPORT - ONE BLOCK PER ENTITY (ITS LISTED       *
006310*    INSTRUMENTS AND ITS SUBTOTAL), THE REPORT TOTAL, THE       *
006320*    COUNTS, AND THE RESULT LINE                                *
006330*****************************************************************
006340 3000-PRINT-REPORT.
006350     PERFORM 3100-PRINT-ONE-ENTITY THRU 3100-PRINT-ONE-ENTITY-EXIT
006360         VARYING WS-ENT-NDX FROM 1 BY 1
006370         UNTIL WS-ENT-NDX > WS-ENT-COUNT.
006380
006390     MOVE SPACES TO WS-PRINT-LINE.
006400     PERFORM 3950-WRITE-REPORT-LINE
006410         THRU 3950-WRITE-REPORT-LINE-EXIT.
006420     MOVE 'REPORT TOTAL' TO SUB-LABEL.
006430     MOVE WS-GRAND-PRI-TOTAL TO SUB-PRI-AMOUNT.
006440     MOVE WS-GRAND-CUR-TOTAL TO SUB-CUR-AMOUNT.
006450     MOVE WS-GRAND-CHANGE-TOTAL TO SUB-CHANGE.
006460     COMPUTE SUB-EXCEPTIONS = WS-NEW-COUNT + WS-MISSING-COUNT
006470         + WS-TOLERANCE-COUNT.
006480     MOVE WS-SUBTOTAL-LINE TO WS-PRINT-LINE.
006490     PERFORM 3950-WRITE-REPORT-LINE
006500         THRU 3950-WRITE-REPORT-LINE-EXIT.
006510
006520     MOVE 'CONTROL COUNTS' TO SEC-TITLE.
006530     PERFORM 3900-PRINT-SECTION-TITLE
006540         THRU 3900-PRINT-SECTION-TITLE-EXIT.
006550     MOVE 'SPLIT LINES READ - ACCFSP' TO CNT-LABEL.
006560     MOVE WS-CURRENT-COUNT TO CNT-VALUE.
006570     PERFORM 3970-WRITE-COUNT-LINE
006580         THRU 3970-WRITE-COUNT-LINE-EXIT.
006590     MOVE 'SPLIT LINES READ - ACCFSPP (PRIOR)' TO CNT-LABEL.
006600     MOVE WS-PRIOR-COUNT TO CNT-VALUE.
006610     PERFORM 3970-WRITE-COUNT-LINE
006620         THRU 3970-WRITE-COUNT-LINE-EXIT.
006630     MOVE 'INSTRUMENT PERIODS MATCHED' TO CNT-LABEL.
006640     MOVE WS-MATCHED-COUNT TO CNT-VALUE.
006650     PERFORM 3970-WRITE-COUNT-LINE
006660         THRU 3970-WRITE-COUNT-LINE-EXIT.
006670     MOVE '  ** BEYOND TOLERANCE' TO CNT-LABEL.
006680     MOVE WS-TOLERANCE-COUNT TO CNT-VALUE.
006690     PERFORM 3970-WRITE-COUNT-LINE
006700         THRU 3970-WRITE-COUNT-LINE-EXIT.
006710     MOVE '  ** NEW THIS MONTH' TO CNT-LABEL.
006720     MOVE WS-NEW-COUNT TO CNT-VALUE.
006730     PERFORM 3970-WRITE-COUNT-LINE
006740         THRU 3970-WRITE-COUNT-LINE-EXIT.
006750     MOVE '  ** MISSING THIS MONTH' TO CNT-LABEL.
006760     MOVE WS-MISSING-COUNT TO CNT-VALUE.
006770     PERFORM 3970-WRITE-COUNT-LINE
006780         THRU 3970-WRITE-COUNT-LINE-EXIT.
006790     MOVE SPACES TO WS-PRINT-LINE.
006800     PERFORM 3950-WRITE-REPORT-LINE
006810         THRU 3950-WRITE-REPORT-LINE-EXIT.
006820
006830     IF WS-NEW-COUNT > 0
006840             OR WS-MISSING-COUNT > 0
006850             OR WS-TOLERANCE-COUNT > 0
006860         MOVE 'Y' TO WS-EXCEPTION-SWITCH
006870     END-IF.
006880     IF WS-RUN-HAS-EXCEPTIONS
006890         MOVE 'EXCEPTIONS FOUND - ROUTE TO REVIEW' TO RES-TEXT
006900     ELSE
006910         MOVE 'NO EXCEPTIONS' TO RES-TEXT
006920     END-IF.
006930     MOVE WS-RESULT-LINE TO WS-PRINT-LINE.
006940     PERFORM 3950-WRITE-REPORT-LINE
006950         THRU 3950-WRITE-REPORT-LINE-EXIT.
006960 3000-PRINT-REPORT-EXIT.
006970     EXIT.
006980*****************************************************************
006990*    3100-PRINT-ONE-ENTITY - LIST THE ENTITY'S EXCEPTIONS; ITS  *
007000*    SUBTOTAL COVERS EVERY INSTRUMENT, LISTED OR NOT            *
007010*****************************************************************
007020 3100-PRINT-ONE-ENTITY.
007030     MOVE 0 TO WS-ENT-PRI-TOTAL.
007040     MOVE 0 TO WS-ENT-CUR-TOTAL.
007050     MOVE 0 TO WS-ENT-CHANGE-TOTAL.
007060     MOVE 0 TO WS-ENT-EXCEPTION-COUNT.
007070     PERFORM 3110-PRINT-ONE-ENTRY THRU 3110-PRINT-ONE-ENTRY-EXIT
007080         VARYING WS-NDX FROM 1 BY 1
007090         UNTIL WS-NDX > WS-VAR-COUNT.
007100     MOVE SPACES TO SUB-LABEL.
007110     STRING 'ENTITY ' DELIMITED BY SIZE
007120            WS-ENT-ID(WS-ENT-NDX) DELIMITED BY SPACE
007130            ' SUBTOTAL' DELIMITED BY SIZE
007140         INTO SUB-LABEL.
007150     IF WS-ENT-ID(WS-ENT-NDX) = SPACES
007160         MOVE 'NO ENTITY (UNSPLIT) SUBTOTAL' TO SUB-LABEL
007170     END-IF.
007180     MOVE WS-ENT-PRI-TOTAL TO SUB-PRI-AMOUNT.
007190     MOVE WS-ENT-CUR-TOTAL TO SUB-CUR-AMOUNT.
007200     MOVE WS-ENT-CHANGE-TOTAL TO SUB-CHANGE.
007210     MOVE WS-ENT-EXCEPTION-COUNT TO SUB-EXCEPTIONS.
007220     MOVE WS-SUBTOTAL-LINE TO WS-PRINT-LINE.
007230     PERFORM 3950-WRITE-REPORT-LINE
007240         THRU 3950-WRITE-REPORT-LINE-EXIT.
007250     MOVE SPACES TO WS-PRINT-LINE.
007260     PERFORM 3950-WRITE-REPORT-LINE
007270         THRU 3950-WRITE-REPORT-LINE-EXIT.
007280     ADD WS-ENT-PRI-TOTAL TO WS-GRAND-PRI-TOTAL.
007290     ADD WS-ENT-CUR-TOTAL TO WS-GRAND-CUR-TOTAL.
007300     ADD WS-ENT-CHANGE-TOTAL TO WS-GRAND-CHANGE-TOTAL.
007310 3100-PRINT-ONE-ENTITY-EXIT.
007320     EXIT.
007330*****************************************************************
007340*    3110-PRINT-ONE-ENTRY                                       *
007350*****************************************************************
007360 3110-PRINT-ONE-ENTRY.
007370     IF WS-VAR-ENTITY(WS-NDX) NOT = WS-ENT-ID(WS-ENT-NDX)
007380         GO TO 3110-PRINT-ONE-ENTRY-EXIT
007390     END-IF.
007400     ADD WS-VAR-PRI-AMOUNT(WS-NDX) TO WS-ENT-PRI-TOTAL.
007410     ADD WS-VAR-CUR-AMOUNT(WS-NDX) TO WS-ENT-CUR-TOTAL.
007420     ADD WS-VAR-CHANGE(WS-NDX) TO WS-ENT-CHANGE-TOTAL.
007430     IF NOT WS-VAR-IS-EXCEPTION(WS-NDX)
007440         GO TO 3110-PRINT-ONE-ENTRY-EXIT
007450     END-IF.
007460     ADD 1 TO WS-ENT-EXCEPTION-COUNT.
007470     MOVE WS-VAR-INSTR(WS-NDX) TO VAR-INSTR-ID.
007480     MOVE WS-VAR-ENTITY(WS-NDX) TO VAR-ENTITY-ID.
007490     MOVE WS-VAR-FY(WS-NDX) TO VAR-FY.
007500     MOVE WS-VAR-PERIOD(WS-NDX) TO VAR-PERIOD.
007510     MOVE WS-VAR-PRI-AMOUNT(WS-NDX) TO VAR-PRI-AMOUNT.
007520     MOVE WS-VAR-CUR-AMOUNT(WS-NDX) TO VAR-CUR-AMOUNT.
007530     MOVE WS-VAR-CHANGE(WS-NDX) TO VAR-CHANGE.
007540     IF WS-VAR-PRI-AMOUNT(WS-NDX) = 0
007550         MOVE SPACES TO VAR-PCT-CHANGE-X
007560     ELSE
007570     IF WS-VAR-PCT-CHANGE(WS-NDX) > 99999.99
007580         MOVE 99999.99 TO VAR-PCT-CHANGE
007590     ELSE
007600         MOVE WS-VAR-PCT-CHANGE(WS-NDX) TO VAR-PCT-CHANGE
007610     END-IF
007620     END-IF.
007630     MOVE WS-VAR-PRI-DAYS(WS-NDX) TO VAR-PRI-DAYS.
007640     MOVE WS-VAR-CUR-DAYS(WS-NDX) TO VAR-CUR-DAYS.
007650     MOVE WS-VAR-DAYS-CHANGE(WS-NDX) TO VAR-DAYS-CHANGE.
007660     IF WS-VAR-IS-NEW(WS-NDX)
007670         MOVE 'NEW' TO VAR-REASON
007680     ELSE
007690     IF WS-VAR-IS-MISSING(WS-NDX)
007700         MOVE 'MISSING' TO VAR-REASON
007710     ELSE
007720         MOVE 'TOLERANCE' TO VAR-REASON
007730     END-IF
007740     END-IF.
007750     MOVE WS-VARIANCE-LINE TO WS-PRINT-LINE.
007760     PERFORM 3950-WRITE-REPORT-LINE
007770         THRU 3950-WRITE-REPORT-LINE-EXIT.
007780 3110-PRINT-ONE-ENTRY-EXIT.
007790     EXIT.
007800*****************************************************************
007810*    3900-PRINT-SECTION-TITLE - A BLANK LINE, THEN SEC-TITLE    *
007820*****************************************************************
007830 3900-PRINT-SECTION-TITLE.
007840     MOVE SPACES TO WS-PRINT-LINE.
007850     PERFORM 3950-WRITE-REPORT-LINE
007860         THRU 3950-WRITE-REPORT-LINE-EXIT.
007870     MOVE WS-SECTION-LINE TO WS-PRINT-LINE.
007880     PERFORM 3950-WRITE-REPORT-LINE
007890         THRU 3950-WRITE-REPORT-LINE-EXIT.
007900 3900-PRINT-SECTION-TITLE-EXIT.
007910     EXIT.
007920*****************************************************************
007930*    3950-WRITE-REPORT-LINE - WS-PRINT-LINE, WITH PAGE BREAKS   *
007940*****************************************************************
007950 3950-WRITE-REPORT-LINE.
007960     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
007970         PERFORM 3990-PRINT-HEADINGS THRU 3990-PRINT-HEADINGS-EXIT
007980     END-IF.
007990     WRITE REPORT-PRINT-REC FROM WS-PRINT-LINE
008000         AFTER ADVANCING 1 LINE.
008010     ADD 1 TO WS-LINE-COUNT.
008020 3950-WRITE-REPORT-LINE-EXIT.
008030     EXIT.
008040*****************************************************************
008050*    3970-WRITE-COUNT-LINE                                      *
008060*****************************************************************
008070 3970-WRITE-COUNT-LINE.
008080     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
008090     PERFORM 3950-WRITE-REPORT-LINE
008100         THRU 3950-WRITE-REPORT-LINE-EXIT.
008110 3970-WRITE-COUNT-LINE-EXIT.
008120     EXIT.
008130*****************************************************************
008140*    3990-PRINT-HEADINGS - PAGE HEADINGS                        *
008150*****************************************************************
008160 3990-PRINT-HEADINGS.
008170     ADD 1 TO WS-PAGE-COUNT.
008180     MOVE WS-REPORT-DATE TO HDG-RUN-DATE.
008190     MOVE WS-PAGE-COUNT TO HDG-PAGE-NO.
008200     WRITE REPORT-PRINT-REC FROM WS-HEADING-1
008210         AFTER ADVANCING PAGE.
008220     WRITE REPORT-PRINT-REC FROM WS-HEADING-2
008230         AFTER ADVANCING 1 LINE.
008240     MOVE SPACES TO REPORT-PRINT-REC.
008250     WRITE REPORT-PRINT-REC AFTER ADVANCING 1 LINE.
008260     WRITE REPORT-PRINT-REC FROM WS-HEADING-3
008270         AFTER ADVANCING 1 LINE.
008280     MOVE 4 TO WS-LINE-COUNT.
008290 3990-PRINT-HEADINGS-EXIT.
008300     EXIT.
008310*****************************************************************
008320*    9000-TERMINATE - CLOSE THE REPORT AND SET THE RETURN CODE  *
008330*****************************************************************
008340 9000-TERMINATE.
008350     CLOSE VARIANCE-REPORT.
008360     DISPLAY 'ACCRVAR - SPLIT LINES READ      ' WS-CURRENT-COUNT.
008370     DISPLAY 'ACCRVAR - PRIOR LINES READ      ' WS-PRIOR-COUNT.
008380     DISPLAY 'ACCRVAR - BEYOND TOLERANCE      '
008390         WS-TOLERANCE-COUNT.
008400     DISPLAY 'ACCRVAR - NEW THIS MONTH        ' WS-NEW-COUNT.
008410     DISPLAY 'ACCRVAR - MISSING THIS MONTH    ' WS-MISSING-COUNT.
008420     IF WS-RUN-HAS-EXCEPTIONS
008430         DISPLAY 'ACCRVAR - ACCRUAL VARIANCES - SEE VARRPT'
008440         MOVE 4 TO RETURN-CODE
008450     ELSE
008460         MOVE 0 TO RETURN-CODE
008470     END-IF.
008480 9000-TERMINATE-EXIT.
008490     EXIT.
008500*****************************************************************
008510*    9900-ABEND-BAD-OPEN - A FILE DID NOT OPEN CLEANLY.  DISPLAY *
008520*    WHICH ONE AND ITS FILE STATUS AND STOP THE RUN WITH A       *
008530*    NON-ZERO RETURN CODE INSTEAD OF CONTINUING ON A FILE THAT   *
008540*    WAS NEVER ACTUALLY OPENED                                   *
008550*****************************************************************
008560 9900-ABEND-BAD-OPEN.
008570     DISPLAY 'ACCRVAR - OPEN FAILED FOR ' WS-ABEND-FILE-NAME
008580         ' - FILE STATUS ' WS-ABEND-STATUS.
008590     MOVE 16 TO RETURN-CODE.
008600     STOP RUN.
008610 9900-ABEND-BAD-OPEN-EXIT.
008620     EXIT.
008630*****************************************************************
008640*    9910-ABEND-BAD-CONTROL - THE VARCTL CARD IS MISSING OR     *
008650*    MALFORMED, OR TURNS BOTH TESTS OFF.  STOP RATHER THAN      *
008660*    REVIEW AGAINST A GUESSED TOLERANCE                         *
008670*****************************************************************
008680 9910-ABEND-BAD-CONTROL.
008690     DISPLAY 'ACCRVAR - VARCTL CONTROL CARD MISSING OR INVALID'.
008700     MOVE 20 TO RETURN-CODE.
008710     STOP RUN.
008720 9910-ABEND-BAD-CONTROL-EXIT.
008730     EXIT.
008740*****************************************************************
008750*    9920-ABEND-TABLE-FULL - MORE INSTRUMENT PERIODS OR         *
008760*    ENTITIES THAN THE TABLES HOLD.  STOP RATHER THAN REPORT ON *
008770*    PART OF THE MONTH                                          *
008780*****************************************************************
008790 9920-ABEND-TABLE-FULL.
008800     DISPLAY 'ACCRVAR - TABLE CAPACITY EXCEEDED - RUN STOPPED'.
008810     MOVE 16 TO RETURN-CODE.
008820     STOP RUN.
008830 9920-ABEND-TABLE-FULL-EXIT.
008840     EXIT.
