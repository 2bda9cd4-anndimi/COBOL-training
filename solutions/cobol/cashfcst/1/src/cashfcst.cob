000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CASHFCST.
000030 AUTHOR.        J MCALLISTER.
000040 INSTALLATION.  DEPRECIATION AND ACCRUAL SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------
000100* 2026-10-15  JKM  INITIAL VERSION.  TREASURY CASH-FORECAST
000110*                  LADDER OFF ACCRUE'S PAYSCHED, SO TREASURY
000120*                  STOPS COPYING THE FILE INTO A SPREADSHEET TO
000130*                  SEE WHAT CASH LANDS WHEN.  EACH PAYSCHED LINE
000140*                  IS VALUED AT THE ACCREG AMOUNT OF ITS PERIOD
000150*                  AND BUCKETED BY ITS ROLLED DATE ON ITS OWN
000160*                  CALENDAR ID: EACH OF THE NEXT TEN BUSINESS
000170*                  DAYS (COUNTED THROUGH BUSDAY AGAINST THAT
000180*                  CALENDAR), THEN WEEKLY, THEN BY CALENDAR
000190*                  MONTH OUT TO THE HORIZON ON THE FCSTCTL
000200*                  CARD.  THE BUCKETS RUN END TO END FROM THE
000210*                  AS-OF DATE SO NO DATE FALLS BETWEEN TWO OF
000220*                  THEM.  UNRESOLVED ROLLS (ZERO PAY-ROLLED-DATE)
000230*                  ARE LISTED IN THEIR OWN SECTION INSTEAD OF
000240*                  DROPPING OUT OF THE LADDER, AND A DAY BUCKET
000250*                  OVER THE CARD'S THRESHOLD IS FLAGGED.  ENDS
000260*                  RC=4 WHEN ANY DAY IS FLAGGED OR ANY ROLL IS
000261*                  UNRESOLVED.
000262* 2026-10-15  JKM  ONE LADDER PER CALENDAR AND CURRENCY.  PAYSCHED
000263*                  NOW CARRIES THE INSTRUMENT'S CURRENCY (SPACES
000264*                  IS USD, AS IN ACCRUE AND GLJV), AND KEYING THE
000265*                  LADDER ON THE CALENDAR ALONE ADDED EUR, GBP AND
000266*                  USD RECEIPTS INTO ONE BUCKET AND TESTED THE DAY
000267*                  THRESHOLD AGAINST THE MIXED SUM.  THE THRESHOLD
000268*                  IS NOW APPLIED TO EACH LADDER IN ITS OWN
000269*                  CURRENCY.  THE CURRENCY IS PRINTED ON EACH
000270*                  LADDER'S SECTION LINE AND ON EACH UNRESOLVED
000271*                  ROLL.  THE CONTROL TOTALS STILL ADD ACROSS
000272*                  CURRENCIES AS A PROOF HASH.
000280*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.   IBM-370.
000320 OBJECT-COMPUTER.   IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT FORECAST-CTL-FILE ASSIGN TO FCSTCTL
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-CTL-FILE-STATUS.
000380
000390     SELECT ACCRUAL-REGISTER ASSIGN TO ACCREG
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-REGISTER-STATUS.
000420
000430     SELECT PAYMENT-SCHEDULE ASSIGN TO PAYSCHED
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-PAYSCHED-STATUS.
000460
000470     SELECT FORECAST-REPORT ASSIGN TO FCSTRPT
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-REPORT-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  FORECAST-CTL-FILE
000530     RECORDING MODE IS F.
000540 01  FORECAST-CTL-REC.
000550     05  CTL-AS-OF-DATE        PIC X(08).
000560     05  FILLER                PIC X(01).
000570     05  CTL-HORIZON-DATE      PIC X(08).
000580     05  FILLER                PIC X(01).
000590     05  CTL-DAY-THRESHOLD     PIC X(13).
000600     05  CTL-DAY-THRESHOLD-NUM REDEFINES CTL-DAY-THRESHOLD
000610                               PIC 9(11)V99.
000620     05  FILLER                PIC X(01).
000630     05  CTL-WEEK-BUCKETS      PIC X(02).
000640     05  CTL-WEEK-BUCKETS-NUM  REDEFINES CTL-WEEK-BUCKETS
000650                               PIC 9(02).
000660     05  FILLER                PIC X(46).
000670
000680 FD  ACCRUAL-REGISTER
000690     RECORDING MODE IS F.
000700 01  REGISTER-IN-REC           PIC X(132).
000710
000720 FD  PAYMENT-SCHEDULE
000730     RECORDING MODE IS F.
000740     COPY PAYSCHED.
000750
000760 FD  FORECAST-REPORT
000770     RECORDING MODE IS F.
000780 01  REPORT-PRINT-REC          PIC X(132).
000790
000800 WORKING-STORAGE SECTION.
000810 77  WS-CTL-FILE-STATUS        PIC X(02)  VALUE SPACES.
000820 77  WS-REGISTER-STATUS        PIC X(02)  VALUE SPACES.
000830 77  WS-PAYSCHED-STATUS        PIC X(02)  VALUE SPACES.
000840 77  WS-REPORT-STATUS          PIC X(02)  VALUE SPACES.
000850 77  WS-ABEND-FILE-NAME        PIC X(15)  VALUE SPACES.
000860 77  WS-ABEND-STATUS           PIC X(02)  VALUE SPACES.
000870 77  WS-EOF-SWITCH             PIC X(01)  VALUE 'N'.
000880     88  WS-END-OF-FILE                   VALUE 'Y'.
000890 77  WS-MATCH-FOUND-SWITCH     PIC X(01)  VALUE 'N'.
000900     88  WS-MATCH-WAS-FOUND               VALUE 'Y'.
000910 77  WS-EXCEPTION-SWITCH       PIC X(01)  VALUE 'N'.
000920     88  WS-RUN-HAS-EXCEPTIONS            VALUE 'Y'.
000930 77  WS-REGISTER-COUNT         PIC 9(08)  VALUE 0.
000940 77  WS-PAYSCHED-COUNT         PIC 9(08)  VALUE 0.
000950 77  WS-LADDER-COUNT           PIC 9(08)  VALUE 0.
000960 77  WS-EARLY-COUNT            PIC 9(08)  VALUE 0.
000970 77  WS-LATE-COUNT             PIC 9(08)  VALUE 0.
000980 77  WS-UNRESOLVED-COUNT       PIC 9(08)  VALUE 0.
000990 77  WS-NO-AMOUNT-COUNT        PIC 9(08)  VALUE 0.
001000 77  WS-FLAGGED-COUNT          PIC 9(08)  VALUE 0.
001010 77  WS-REG-MAX-ENTRIES        PIC 9(04)  COMP VALUE 9000.
001020 77  WS-CAL-MAX-ENTRIES        PIC 9(04)  COMP VALUE 40.
001030 77  WS-BKT-MAX-ENTRIES        PIC 9(04)  COMP VALUE 60.
001040 77  WS-UNR-MAX-ENTRIES        PIC 9(04)  COMP VALUE 1000.
001050 77  WS-NDX                    PIC S9(04) COMP VALUE 0.
001060 77  WS-SCAN-NDX               PIC S9(04) COMP VALUE 0.
001070 77  WS-CAL-NDX                PIC S9(04) COMP VALUE 0.
001080 77  WS-BKT-NDX                PIC S9(04) COMP VALUE 0.
001090 77  WS-SEQ-NDX                PIC S9(04) COMP VALUE 0.
001100 77  WS-REG-COUNT              PIC S9(04) COMP VALUE 0.
001110 77  WS-CAL-COUNT              PIC S9(04) COMP VALUE 0.
001120 77  WS-UNR-COUNT              PIC S9(04) COMP VALUE 0.
001130 77  WS-LINE-COUNT             PIC 9(03)  VALUE 99.
001140 77  WS-LINES-PER-PAGE         PIC 9(03)  VALUE 55.
001150 77  WS-PAGE-COUNT             PIC 9(04)  VALUE 0.
001153 77  WS-HOME-CCY-CODE          PIC X(03)  VALUE 'USD'.
001156 77  WS-PAY-CCY                PIC X(03)  VALUE SPACES.
001160 77  WS-REG-AMOUNT             PIC 9(13)V99 VALUE 0.
001170 77  WS-PAY-AMOUNT             PIC 9(13)V99 VALUE 0.
001180 01  WS-CONTROL-VALUES.
001190     05  WS-AS-OF-DATE         PIC 9(08)  VALUE 0.
001200     05  WS-HORIZON-DATE       PIC 9(08)  VALUE 0.
001210     05  WS-DAY-THRESHOLD      PIC 9(11)V99 VALUE 0.
001220     05  WS-WEEK-BUCKETS       PIC 9(02)  VALUE 4.
001230 01  WS-LADDER-WORK.
001240     05  WS-NEXT-FROM          PIC 9(08)  VALUE 0.
001250     05  WS-BUCKET-TO          PIC 9(08)  VALUE 0.
001260     05  WS-BUCKET-TYPE        PIC X(01)  VALUE SPACE.
001270     05  WS-DAY-DATE           PIC 9(08)  VALUE 0.
001280 01  WS-TOTALS-WORK.
001290     05  WS-TOT-LADDER         PIC 9(13)V99 VALUE 0.
001300     05  WS-TOT-EARLY          PIC 9(13)V99 VALUE 0.
001310     05  WS-TOT-LATE           PIC 9(13)V99 VALUE 0.
001320     05  WS-TOT-UNRESOLVED     PIC 9(13)V99 VALUE 0.
001330     05  WS-TOT-PAYSCHED       PIC 9(13)V99 VALUE 0.
001340     05  WS-TOT-PROOF          PIC 9(13)V99 VALUE 0.
001350     COPY CALDATE REPLACING ==CALDATE-DATE== BY ==WS-BD-REQ-DATE==
001360                            ==CALDATE-CCYY== BY ==WS-BD-REQ-CCYY==
001370                            ==CALDATE-MM==   BY ==WS-BD-REQ-MM==
001380                            ==CALDATE-DD==   BY ==WS-BD-REQ-DD==.
001390     COPY CALDATE REPLACING ==CALDATE-DATE== BY ==WS-BD-ANS-DATE==
001400                            ==CALDATE-CCYY== BY ==WS-BD-ANS-CCYY==
001410                            ==CALDATE-MM==   BY ==WS-BD-ANS-MM==
001420                            ==CALDATE-DD==   BY ==WS-BD-ANS-DD==.
001430 01  WS-BD-CAL-ID              PIC X(08).
001440 01  WS-BD-OPERATION           PIC X(01).
001450 01  WS-BD-DAY-COUNT           PIC S9(04).
001460 01  WS-BD-BUSDAY-FLAG         PIC X(01).
001470 01  WS-BD-RETURN-CODE         PIC 9(02).
001480     88  WS-BD-IS-VALID                 VALUE 00.
001490     COPY CALDATE REPLACING ==CALDATE-DATE== BY ==WS-WORK-DATE==
001500                            ==CALDATE-CCYY== BY ==WS-WORK-CCYY==
001510                            ==CALDATE-MM==   BY ==WS-WORK-MM==
001520                            ==CALDATE-DD==   BY ==WS-WORK-DD==.
001530 01  WS-JULIAN-NUM             PIC 9(08).
001540 01  WS-JULGREG-RETURN-CODE    PIC 9(02).
001550     88  WS-JULGREG-IS-VALID            VALUE 00.
001560 01  WS-REG-TABLE-AREA.
001570     05  WS-REG-ENTRY          OCCURS 9000 TIMES.
001580         10  WS-REG-INSTR      PIC X(10).
001590         10  WS-REG-BEGIN      PIC 9(08).
001600         10  WS-REG-END        PIC 9(08).
001610         10  WS-REG-TBL-AMOUNT PIC 9(13)V99.
001620 01  WS-CAL-TABLE-AREA.
001630     05  WS-CAL-ENTRY          OCCURS 40 TIMES.
001640         10  WS-CAL-ID         PIC X(08).
001645         10  WS-CAL-CCY        PIC X(03).
001650         10  WS-CAL-BKT-COUNT  PIC S9(04) COMP.
001660         10  WS-CAL-LADDER-CNT PIC 9(06).
001670         10  WS-CAL-LADDER-AMT PIC 9(13)V99.
001680         10  WS-CAL-EARLY-CNT  PIC 9(06).
001690         10  WS-CAL-EARLY-AMT  PIC 9(13)V99.
001700         10  WS-CAL-LATE-CNT   PIC 9(06).
001710         10  WS-CAL-LATE-AMT   PIC 9(13)V99.
001720         10  WS-BKT-ENTRY      OCCURS 60 TIMES.
001730             15  WS-BKT-TYPE   PIC X(01).
001740                 88  WS-BKT-IS-DAY        VALUE 'D'.
001750                 88  WS-BKT-IS-WEEK       VALUE 'W'.
001760                 88  WS-BKT-IS-MONTH      VALUE 'M'.
001770             15  WS-BKT-SEQ    PIC 9(02).
001780             15  WS-BKT-FROM   PIC 9(08).
001790             15  WS-BKT-TO     PIC 9(08).
001800             15  WS-BKT-COUNT  PIC 9(06).
001810             15  WS-BKT-AMOUNT PIC 9(13)V99.
001820 01  WS-UNR-TABLE-AREA.
001830     05  WS-UNR-ENTRY          OCCURS 1000 TIMES.
001840         10  WS-UNR-INSTR      PIC X(10).
001850         10  WS-UNR-PERIOD-END PIC 9(08).
001860         10  WS-UNR-CONTRACT   PIC 9(08).
001870         10  WS-UNR-CAL-ID     PIC X(08).
001875         10  WS-UNR-CCY        PIC X(03).
001880         10  WS-UNR-AMOUNT     PIC 9(13)V99.
001890     COPY ACCREG.
001900 01  WS-REPORT-DATE            PIC 9(08).
001910 01  WS-HEADING-1.
001920     05  FILLER                PIC X(10)  VALUE 'CASHFCST'.
001930     05  FILLER                PIC X(30)  VALUE SPACES.
001940     05  FILLER                PIC X(38)
001950         VALUE 'TREASURY CASH-FORECAST LADDER'.
001960     05  FILLER                PIC X(25)  VALUE SPACES.
001970     05  FILLER                PIC X(09)  VALUE 'RUN DATE '.
001980     05  HDG-RUN-DATE          PIC 9(08).
001990     05  FILLER                PIC X(03)  VALUE SPACES.
002000     05  FILLER                PIC X(05)  VALUE 'PAGE '.
002010     05  HDG-PAGE-NO           PIC ZZZ9.
002020 01  WS-HEADING-2.
002030     05  FILLER                PIC X(11)  VALUE 'AS-OF DATE '.
002040     05  HDG-AS-OF-DATE        PIC 9(08).
002050     05  FILLER                PIC X(11)  VALUE '   HORIZON '.
002060     05  HDG-HORIZON-DATE      PIC 9(08).
002070     05  FILLER                PIC X(17)
002080         VALUE '   DAY THRESHOLD '.
002090     05  HDG-DAY-THRESHOLD     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002100     05  FILLER                PIC X(60)  VALUE SPACES.
002110 01  WS-COLUMN-HEADING.
002120     05  FILLER                PIC X(14)  VALUE 'BUCKET'.
002130     05  FILLER                PIC X(10)  VALUE 'FROM'.
002140     05  FILLER                PIC X(10)  VALUE 'TO'.
002150     05  FILLER                PIC X(08)  VALUE 'PAYMENTS'.
002160     05  FILLER                PIC X(22)
002170         VALUE '      EXPECTED RECEIPT'.
002180     05  FILLER                PIC X(68)  VALUE SPACES.
002190 01  WS-BUCKET-LINE.
002200     05  BKT-LABEL             PIC X(06).
002210     05  BKT-SEQ               PIC 9(02).
002220     05  FILLER                PIC X(06)  VALUE SPACES.
002230     05  BKT-FROM              PIC 9(08).
002240     05  FILLER                PIC X(02)  VALUE SPACES.
002250     05  BKT-TO                PIC 9(08).
002260     05  FILLER                PIC X(02)  VALUE SPACES.
002270     05  BKT-COUNT             PIC ZZZZZ9.
002280     05  FILLER                PIC X(02)  VALUE SPACES.
002290     05  BKT-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002300     05  FILLER                PIC X(02)  VALUE SPACES.
002310     05  BKT-FLAG              PIC X(20).
002320     05  FILLER                PIC X(48)  VALUE SPACES.
002330 01  WS-SUBTOTAL-LINE.
002340     05  SUB-LABEL             PIC X(34).
002350     05  FILLER                PIC X(08)  VALUE SPACES.
002360     05  SUB-COUNT             PIC ZZZZZ9.
002370     05  FILLER                PIC X(02)  VALUE SPACES.
002380     05  SUB-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002390     05  FILLER                PIC X(62)  VALUE SPACES.
002400 01  WS-UNRESOLVED-LINE.
002410     05  UNR-INSTR-ID          PIC X(10).
002420     05  FILLER                PIC X(02)  VALUE SPACES.
002430     05  FILLER                PIC X(11)  VALUE 'PERIOD END '.
002440     05  UNR-PERIOD-END        PIC 9(08).
002450     05  FILLER                PIC X(02)  VALUE SPACES.
002460     05  FILLER                PIC X(14)  VALUE 'CONTRACT DATE '.
002470     05  UNR-CONTRACT-DATE     PIC 9(08).
002480     05  FILLER                PIC X(02)  VALUE SPACES.
002490     05  FILLER                PIC X(09)  VALUE 'CALENDAR '.
002500     05  UNR-CAL-ID            PIC X(08).
002510     05  FILLER                PIC X(02)  VALUE SPACES.
002512     05  FILLER                PIC X(09)  VALUE 'CURRENCY '.
002514     05  UNR-CCY               PIC X(03).
002516     05  FILLER                PIC X(02)  VALUE SPACES.
002520     05  UNR-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002530     05  FILLER                PIC X(22)  VALUE SPACES.
002540 01  WS-SECTION-LINE.
002550     05  SEC-TITLE             PIC X(20).
002560     05  SEC-CAL-ID            PIC X(08).
002565     05  SEC-CCY-LABEL         PIC X(12).
002570     05  SEC-CCY               PIC X(03).
002575     05  FILLER                PIC X(89)  VALUE SPACES.
002580 01  WS-AMOUNT-LINE.
002590     05  AMT-LABEL             PIC X(40).
002600     05  AMT-VALUE             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002610     05  FILLER                PIC X(72)  VALUE SPACES.
002620 01  WS-COUNT-LINE.
002630     05  CNT-LABEL             PIC X(40).
002640     05  CNT-VALUE             PIC ZZZZZZZ9.
002650     05  FILLER                PIC X(84)  VALUE SPACES.
002660 01  WS-CHECK-LINE.
002670     05  CHK-LABEL             PIC X(40).
002680     05  CHK-RESULT            PIC X(20).
002690     05  FILLER                PIC X(72)  VALUE SPACES.
002700 01  WS-RESULT-LINE.
002710     05  FILLER                PIC X(20)
002720         VALUE 'FORECAST RESULT - '.
002730     05  RES-TEXT              PIC X(50).
002740     05  FILLER                PIC X(62)  VALUE SPACES.
002750 01  WS-PRINT-LINE             PIC X(132).
002760 PROCEDURE DIVISION.
002770*****************************************************************
002780*                                                               *
002790*    0000-MAINLINE                                              *
002800*                                                               *
002810*****************************************************************
002820 0000-MAINLINE.
002830     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002840     PERFORM 2000-LOAD-REGISTER THRU 2000-LOAD-REGISTER-EXIT.
002850     PERFORM 2100-FORECAST-PAYMENTS
002860         THRU 2100-FORECAST-PAYMENTS-EXIT.
002870     PERFORM 3000-PRINT-REPORT THRU 3000-PRINT-REPORT-EXIT.
002880     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002890     STOP RUN.
002900*****************************************************************
002910*    1000-INITIALIZE - OPEN THE REPORT AND READ AND EDIT THE    *
002920*    FCSTCTL CARD.  EACH INPUT IS OPENED AND CLOSED BY ITS OWN  *
002930*    PARAGRAPH                                                  *
002940*****************************************************************
002950 1000-INITIALIZE.
002960     OPEN OUTPUT FORECAST-REPORT.
002970     IF WS-REPORT-STATUS NOT = '00'
002980         MOVE 'FORECAST-REPORT' TO WS-ABEND-FILE-NAME
002990         MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
003000         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
003010     END-IF.
003020     ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
003030
003040     OPEN INPUT FORECAST-CTL-FILE.
003050     IF WS-CTL-FILE-STATUS NOT = '00'
003060         MOVE 'FORECAST-CTL' TO WS-ABEND-FILE-NAME
003070         MOVE WS-CTL-FILE-STATUS TO WS-ABEND-STATUS
003080         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
003090     END-IF.
003100     READ FORECAST-CTL-FILE
003110         AT END
003120             PERFORM 9910-ABEND-BAD-CONTROL
003130                 THRU 9910-ABEND-BAD-CONTROL-EXIT
003140     END-READ.
003150     PERFORM 1100-EDIT-CONTROL THRU 1100-EDIT-CONTROL-EXIT.
003160     CLOSE FORECAST-CTL-FILE.
003170 1000-INITIALIZE-EXIT.
003180     EXIT.
003190*****************************************************************
003200*    1100-EDIT-CONTROL - AS-OF AND HORIZON DATES ARE REQUIRED,  *
003210*    HORIZON AFTER AS-OF.  A BLANK THRESHOLD FLAGS NOTHING; A   *
003220*    BLANK WEEK COUNT TAKES THE DEFAULT OF FOUR WEEKLY BUCKETS  *
003230*    (AT MOST TWELVE) BETWEEN THE DAYS AND THE MONTHS           *
003240*****************************************************************
003250 1100-EDIT-CONTROL.
003260     IF CTL-AS-OF-DATE IS NOT NUMERIC
003270             OR CTL-HORIZON-DATE IS NOT NUMERIC
003280         PERFORM 9910-ABEND-BAD-CONTROL
003290             THRU 9910-ABEND-BAD-CONTROL-EXIT
003300     END-IF.
003310     MOVE CTL-AS-OF-DATE TO WS-AS-OF-DATE.
003320     MOVE CTL-HORIZON-DATE TO WS-HORIZON-DATE.
003330     IF WS-HORIZON-DATE NOT > WS-AS-OF-DATE
003340         PERFORM 9910-ABEND-BAD-CONTROL
003350             THRU 9910-ABEND-BAD-CONTROL-EXIT
003360     END-IF.
003370
003380     IF CTL-DAY-THRESHOLD = SPACES
003390         MOVE 0 TO WS-DAY-THRESHOLD
003400     ELSE
003410         IF CTL-DAY-THRESHOLD IS NOT NUMERIC
003420             PERFORM 9910-ABEND-BAD-CONTROL
003430                 THRU 9910-ABEND-BAD-CONTROL-EXIT
003440         END-IF
003450         MOVE CTL-DAY-THRESHOLD-NUM TO WS-DAY-THRESHOLD
003460     END-IF.
003470
003480     IF CTL-WEEK-BUCKETS = SPACES
003490         MOVE 4 TO WS-WEEK-BUCKETS
003500     ELSE
003510         IF CTL-WEEK-BUCKETS IS NOT NUMERIC
003520             PERFORM 9910-ABEND-BAD-CONTROL
003530                 THRU 9910-ABEND-BAD-CONTROL-EXIT
003540         END-IF
003550         MOVE CTL-WEEK-BUCKETS-NUM TO WS-WEEK-BUCKETS
003560     END-IF.
003570     IF WS-WEEK-BUCKETS > 12
003580         PERFORM 9910-ABEND-BAD-CONTROL
003590             THRU 9910-ABEND-BAD-CONTROL-EXIT
003600     END-IF.
003610 1100-EDIT-CONTROL-EXIT.
003620     EXIT.
003630*****************************************************************
003640*    2000-LOAD-REGISTER - TABLE THIS RUN'S ACCREG DETAIL LINES  *
003650*    (ONE PER PERIOD, OR PER RESET SUB-PERIOD) TO VALUE THE     *
003660*    PAYMENTS; HEADING, BLANK, AND TOTAL LINES ARE SKIPPED      *
003670*****************************************************************
003680 2000-LOAD-REGISTER.
003690     OPEN INPUT ACCRUAL-REGISTER.
003700     IF WS-REGISTER-STATUS NOT = '00'
003710         MOVE 'ACCRUAL-REG' TO WS-ABEND-FILE-NAME
003720         MOVE WS-REGISTER-STATUS TO WS-ABEND-STATUS
003730         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
003740     END-IF.
003750     MOVE 'N' TO WS-EOF-SWITCH.
003760     PERFORM 2010-LOAD-ONE-REGISTER
003770         THRU 2010-LOAD-ONE-REGISTER-EXIT
003780         UNTIL WS-END-OF-FILE.
003790     CLOSE ACCRUAL-REGISTER.
003800 2000-LOAD-REGISTER-EXIT.
003810     EXIT.
003820*****************************************************************
003830*    2010-LOAD-ONE-REGISTER                                     *
003840*****************************************************************
003850 2010-LOAD-ONE-REGISTER.
003860     READ ACCRUAL-REGISTER INTO WS-DETAIL-LINE
003870         AT END
003880             MOVE 'Y' TO WS-EOF-SWITCH
003890             GO TO 2010-LOAD-ONE-REGISTER-EXIT
003900     END-READ.
003910     IF DET-BEGIN-DATE IS NOT NUMERIC
003920             OR DET-END-DATE IS NOT NUMERIC
003930         GO TO 2010-LOAD-ONE-REGISTER-EXIT
003940     END-IF.
003950     ADD 1 TO WS-REGISTER-COUNT.
003960     IF WS-REG-COUNT >= WS-REG-MAX-ENTRIES
003970         PERFORM 9920-ABEND-TABLE-FULL
003980             THRU 9920-ABEND-TABLE-FULL-EXIT
003990     END-IF.
004000     ADD 1 TO WS-REG-COUNT.
004010     MOVE DET-ACCRUED TO WS-REG-AMOUNT.
004020     MOVE DET-INSTR-ID TO WS-REG-INSTR(WS-REG-COUNT).
004030     MOVE DET-BEGIN-DATE TO WS-REG-BEGIN(WS-REG-COUNT).
004040     MOVE DET-END-DATE TO WS-REG-END(WS-REG-COUNT).
004050     MOVE WS-REG-AMOUNT TO WS-REG-TBL-AMOUNT(WS-REG-COUNT).
004060 2010-LOAD-ONE-REGISTER-EXIT.
004070     EXIT.
004080*****************************************************************
004090*    2100-FORECAST-PAYMENTS - VALUE AND PLACE EACH PAYSCHED     *
004100*    LINE                                                       *
004110*****************************************************************
004120 2100-FORECAST-PAYMENTS.
004130     OPEN INPUT PAYMENT-SCHEDULE.
004140     IF WS-PAYSCHED-STATUS NOT = '00'
004150         MOVE 'PAYMENT-SCHED' TO WS-ABEND-FILE-NAME
004160         MOVE WS-PAYSCHED-STATUS TO WS-ABEND-STATUS
004170         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
004180     END-IF.
004190     MOVE 'N' TO WS-EOF-SWITCH.
004200     PERFORM 2110-FORECAST-ONE-PAYMENT
004210         THRU 2110-FORECAST-ONE-PAYMENT-EXIT
004220         UNTIL WS-END-OF-FILE.
004230     CLOSE PAYMENT-SCHEDULE.
004240 2100-FORECAST-PAYMENTS-EXIT.
004250     EXIT.
004260*****************************************************************
004270*    2110-FORECAST-ONE-PAYMENT - A ZERO ROLLED DATE GOES TO THE *
004277*    UNRESOLVED LIST; ANY OTHER LINE GOES ON THE LADDER FOR ITS *
004284*    CALENDAR AND CURRENCY (SPACES = USD), WHICH IS BUILT THE   *
004291*    FIRST TIME THAT PAIR IS SEEN                               *
004300*****************************************************************
004310 2110-FORECAST-ONE-PAYMENT.
004320     READ PAYMENT-SCHEDULE
004330         AT END
004340             MOVE 'Y' TO WS-EOF-SWITCH
004350             GO TO 2110-FORECAST-ONE-PAYMENT-EXIT
004360     END-READ.
004370     ADD 1 TO WS-PAYSCHED-COUNT.
004372     MOVE PAY-CCY-CODE TO WS-PAY-CCY.
004374     IF WS-PAY-CCY = SPACES
004376         MOVE WS-HOME-CCY-CODE TO WS-PAY-CCY
004378     END-IF.
004380     PERFORM 2120-VALUE-PAYMENT THRU 2120-VALUE-PAYMENT-EXIT.
004390     ADD WS-PAY-AMOUNT TO WS-TOT-PAYSCHED.
004400
004410     IF PAY-ROLLED-DATE IS NOT NUMERIC
004420             OR PAY-ROLLED-DATE = 0
004430         PERFORM 2140-LIST-UNRESOLVED
004440             THRU 2140-LIST-UNRESOLVED-EXIT
004450         GO TO 2110-FORECAST-ONE-PAYMENT-EXIT
004460     END-IF.
004470
004480     PERFORM 2200-FIND-CALENDAR THRU 2200-FIND-CALENDAR-EXIT.
004490     IF PAY-ROLLED-DATE < WS-AS-OF-DATE
004500         ADD 1 TO WS-CAL-EARLY-CNT(WS-CAL-NDX)
004510         ADD WS-PAY-AMOUNT TO WS-CAL-EARLY-AMT(WS-CAL-NDX)
004520         ADD 1 TO WS-EARLY-COUNT
004530         ADD WS-PAY-AMOUNT TO WS-TOT-EARLY
004540         GO TO 2110-FORECAST-ONE-PAYMENT-EXIT
004550     END-IF.
004560     IF PAY-ROLLED-DATE > WS-HORIZON-DATE
004570         ADD 1 TO WS-CAL-LATE-CNT(WS-CAL-NDX)
004580         ADD WS-PAY-AMOUNT TO WS-CAL-LATE-AMT(WS-CAL-NDX)
004590         ADD 1 TO WS-LATE-COUNT
004600         ADD WS-PAY-AMOUNT TO WS-TOT-LATE
004610         GO TO 2110-FORECAST-ONE-PAYMENT-EXIT
004620     END-IF.
004630     MOVE 0 TO WS-BKT-NDX.
004640     PERFORM 2150-MATCH-ONE-BUCKET THRU 2150-MATCH-ONE-BUCKET-EXIT
004650         VARYING WS-SCAN-NDX FROM 1 BY 1
004660         UNTIL WS-SCAN-NDX > WS-CAL-BKT-COUNT(WS-CAL-NDX)
004670            OR WS-BKT-NDX > 0.
004680     ADD 1 TO WS-BKT-COUNT(WS-CAL-NDX, WS-BKT-NDX).
004690     ADD WS-PAY-AMOUNT TO WS-BKT-AMOUNT(WS-CAL-NDX, WS-BKT-NDX).
004700     ADD 1 TO WS-CAL-LADDER-CNT(WS-CAL-NDX).
004710     ADD WS-PAY-AMOUNT TO WS-CAL-LADDER-AMT(WS-CAL-NDX).
004720     ADD 1 TO WS-LADDER-COUNT.
004730     ADD WS-PAY-AMOUNT TO WS-TOT-LADDER.
004740 2110-FORECAST-ONE-PAYMENT-EXIT.
004750     EXIT.
004760*****************************************************************
004770*    2120-VALUE-PAYMENT - THE PAYMENT IS THE SUM OF THE         *
004780*    REGISTER LINES OF ITS INSTRUMENT LYING INSIDE THE PAID     *
004790*    PERIOD.  WITHOUT A PERIOD BEGIN ON THE PAYMENT THE LINE    *
004800*    MUST END ON THE PERIOD END                                 *
004810*****************************************************************
004820 2120-VALUE-PAYMENT.
004830     MOVE 0 TO WS-PAY-AMOUNT.
004840     IF PAY-PERIOD-BEGIN IS NOT NUMERIC
004850         MOVE 0 TO PAY-PERIOD-BEGIN
004860     END-IF.
004870     MOVE 'N' TO WS-MATCH-FOUND-SWITCH.
004880     PERFORM 2125-MATCH-ONE-LINE THRU 2125-MATCH-ONE-LINE-EXIT
004890         VARYING WS-SCAN-NDX FROM 1 BY 1
004900         UNTIL WS-SCAN-NDX > WS-REG-COUNT.
004910     IF NOT WS-MATCH-WAS-FOUND
004920         ADD 1 TO WS-NO-AMOUNT-COUNT
004930     END-IF.
004940 2120-VALUE-PAYMENT-EXIT.
004950     EXIT.
004960*****************************************************************
004970*    2125-MATCH-ONE-LINE                                        *
004980*****************************************************************
004990 2125-MATCH-ONE-LINE.
005000     IF WS-REG-INSTR(WS-SCAN-NDX) NOT = PAY-INSTR-ID
005010             OR WS-REG-END(WS-SCAN-NDX) > PAY-PERIOD-END
005020         GO TO 2125-MATCH-ONE-LINE-EXIT
005030     END-IF.
005040     IF PAY-PERIOD-BEGIN = 0
005050         IF WS-REG-END(WS-SCAN-NDX) NOT = PAY-PERIOD-END
005060             GO TO 2125-MATCH-ONE-LINE-EXIT
005070         END-IF
005080     ELSE
005090         IF WS-REG-BEGIN(WS-SCAN-NDX) < PAY-PERIOD-BEGIN
005100             GO TO 2125-MATCH-ONE-LINE-EXIT
005110         END-IF
005120     END-IF.
005130     MOVE 'Y' TO WS-MATCH-FOUND-SWITCH.
005140     ADD WS-REG-TBL-AMOUNT(WS-SCAN-NDX) TO WS-PAY-AMOUNT.
005150 2125-MATCH-ONE-LINE-EXIT.
005160     EXIT.
005170*****************************************************************
005180*    2140-LIST-UNRESOLVED - HOLD THE LINE FOR ITS OWN SECTION   *
005190*****************************************************************
005200 2140-LIST-UNRESOLVED.
005210     ADD 1 TO WS-UNRESOLVED-COUNT.
005220     ADD WS-PAY-AMOUNT TO WS-TOT-UNRESOLVED.
005230     IF WS-UNR-COUNT >= WS-UNR-MAX-ENTRIES
005240         PERFORM 9920-ABEND-TABLE-FULL
005250             THRU 9920-ABEND-TABLE-FULL-EXIT
005260     END-IF.
005270     ADD 1 TO WS-UNR-COUNT.
005280     MOVE PAY-INSTR-ID TO WS-UNR-INSTR(WS-UNR-COUNT).
005290     MOVE PAY-PERIOD-END TO WS-UNR-PERIOD-END(WS-UNR-COUNT).
005300     IF PAY-CONTRACT-DATE IS NUMERIC
005310         MOVE PAY-CONTRACT-DATE TO WS-UNR-CONTRACT(WS-UNR-COUNT)
005320     ELSE
005330         MOVE 0 TO WS-UNR-CONTRACT(WS-UNR-COUNT)
005340     END-IF.
005350     MOVE PAY-CAL-ID TO WS-UNR-CAL-ID(WS-UNR-COUNT).
005355     MOVE WS-PAY-CCY TO WS-UNR-CCY(WS-UNR-COUNT).
005360     MOVE WS-PAY-AMOUNT TO WS-UNR-AMOUNT(WS-UNR-COUNT).
005370 2140-LIST-UNRESOLVED-EXIT.
005380     EXIT.
005390*****************************************************************
005400*    2150-MATCH-ONE-BUCKET - THE BUCKET WHOSE DATE RANGE HOLDS  *
005410*    THE ROLLED DATE                                            *
005420*****************************************************************
005430 2150-MATCH-ONE-BUCKET.
005440     IF PAY-ROLLED-DATE NOT < WS-BKT-FROM(WS-CAL-NDX, WS-SCAN-NDX)
005450             AND PAY-ROLLED-DATE
005460                 NOT > WS-BKT-TO(WS-CAL-NDX, WS-SCAN-NDX)
005470         MOVE WS-SCAN-NDX TO WS-BKT-NDX
005480     END-IF.
005490 2150-MATCH-ONE-BUCKET-EXIT.
005500     EXIT.
005510*****************************************************************
005516*    2200-FIND-CALENDAR - POINT WS-CAL-NDX AT THE LADDER FOR    *
005522*    PAY-CAL-ID AND WS-PAY-CCY, ADDING AND BUILDING IT ON FIRST *
005528*    SIGHT.  AMOUNTS IN DIFFERENT CURRENCIES NEVER SHARE A      *
005534*    LADDER, EVEN ON THE SAME CALENDAR                          *
005540*****************************************************************
005550 2200-FIND-CALENDAR.
005560     MOVE 'N' TO WS-MATCH-FOUND-SWITCH.
005570     PERFORM 2210-MATCH-ONE-CALENDAR
005580         THRU 2210-MATCH-ONE-CALENDAR-EXIT
005590         VARYING WS-SCAN-NDX FROM 1 BY 1
005600         UNTIL WS-SCAN-NDX > WS-CAL-COUNT
005610            OR WS-MATCH-WAS-FOUND.
005620     IF WS-MATCH-WAS-FOUND
005630         GO TO 2200-FIND-CALENDAR-EXIT
005640     END-IF.
005650     IF WS-CAL-COUNT >= WS-CAL-MAX-ENTRIES
005660         PERFORM 9920-ABEND-TABLE-FULL
005670             THRU 9920-ABEND-TABLE-FULL-EXIT
005680     END-IF.
005690     ADD 1 TO WS-CAL-COUNT.
005700     MOVE WS-CAL-COUNT TO WS-CAL-NDX.
005710     MOVE PAY-CAL-ID TO WS-CAL-ID(WS-CAL-NDX).
005715     MOVE WS-PAY-CCY TO WS-CAL-CCY(WS-CAL-NDX).
005720     MOVE 0 TO WS-CAL-BKT-COUNT(WS-CAL-NDX).
005730     MOVE 0 TO WS-CAL-LADDER-CNT(WS-CAL-NDX).
005740     MOVE 0 TO WS-CAL-LADDER-AMT(WS-CAL-NDX).
005750     MOVE 0 TO WS-CAL-EARLY-CNT(WS-CAL-NDX).
005760     MOVE 0 TO WS-CAL-EARLY-AMT(WS-CAL-NDX).
005770     MOVE 0 TO WS-CAL-LATE-CNT(WS-CAL-NDX).
005780     MOVE 0 TO WS-CAL-LATE-AMT(WS-CAL-NDX).
005790     PERFORM 2300-BUILD-LADDER THRU 2300-BUILD-LADDER-EXIT.
005800 2200-FIND-CALENDAR-EXIT.
005810     EXIT.
005820*****************************************************************
005830*    2210-MATCH-ONE-CALENDAR                                    *
005840*****************************************************************
005850 2210-MATCH-ONE-CALENDAR.
005860     IF WS-CAL-ID(WS-SCAN-NDX) = PAY-CAL-ID
005865             AND WS-CAL-CCY(WS-SCAN-NDX) = WS-PAY-CCY
005870         MOVE 'Y' TO WS-MATCH-FOUND-SWITCH
005880         MOVE WS-SCAN-NDX TO WS-CAL-NDX
005890     END-IF.
005900 2210-MATCH-ONE-CALENDAR-EXIT.
005910     EXIT.
005920*****************************************************************
005930*    2300-BUILD-LADDER - THE CALENDAR'S BUCKETS, END TO END     *
005940*    FROM THE AS-OF DATE: TEN BUSINESS DAYS (EACH BUCKET RUNS   *
005950*    FROM THE DAY AFTER THE LAST ONE UP TO AND INCLUDING THE    *
005960*    NEXT BUSINESS DAY, SO A WEEKEND LANDS WITH THE MONDAY),    *
005970*    THE WEEKLY BUCKETS, THEN CALENDAR MONTHS.  NO BUCKET       *
005980*    STARTS PAST THE HORIZON AND THE LAST ONE STOPS AT IT       *
005990*****************************************************************
006000 2300-BUILD-LADDER.
006010     MOVE WS-AS-OF-DATE TO WS-NEXT-FROM.
006020     MOVE 'D' TO WS-BUCKET-TYPE.
006030     PERFORM 2310-ADD-DAY-BUCKET THRU 2310-ADD-DAY-BUCKET-EXIT
006040         VARYING WS-SEQ-NDX FROM 1 BY 1
006050         UNTIL WS-SEQ-NDX > 10
006060            OR WS-NEXT-FROM > WS-HORIZON-DATE.
006070     MOVE 'W' TO WS-BUCKET-TYPE.
006080     PERFORM 2320-ADD-WEEK-BUCKET THRU 2320-ADD-WEEK-BUCKET-EXIT
006090         VARYING WS-SEQ-NDX FROM 1 BY 1
006100         UNTIL WS-SEQ-NDX > WS-WEEK-BUCKETS
006110            OR WS-NEXT-FROM > WS-HORIZON-DATE.
006120     MOVE 'M' TO WS-BUCKET-TYPE.
006130     PERFORM 2330-ADD-MONTH-BUCKET THRU 2330-ADD-MONTH-BUCKET-EXIT
006140         VARYING WS-SEQ-NDX FROM 1 BY 1
006150         UNTIL WS-NEXT-FROM > WS-HORIZON-DATE.
006160 2300-BUILD-LADDER-EXIT.
006170     EXIT.
006180*****************************************************************
006190*    2310-ADD-DAY-BUCKET - THE FIRST DAY IS THE AS-OF DATE WHEN *
006200*    IT IS A BUSINESS DAY ON THE CALENDAR, ELSE THE NEXT ONE;   *
006210*    EVERY LATER DAY IS THE NEXT BUSINESS DAY AFTER THE LAST    *
006220*****************************************************************
006230 2310-ADD-DAY-BUCKET.
006240     IF WS-SEQ-NDX = 1
006250         MOVE WS-AS-OF-DATE TO WS-BD-REQ-DATE
006260         MOVE 'B' TO WS-BD-OPERATION
006270         PERFORM 2350-CALL-BUSDAY THRU 2350-CALL-BUSDAY-EXIT
006280         IF WS-BD-BUSDAY-FLAG = 'Y'
006290             MOVE WS-AS-OF-DATE TO WS-DAY-DATE
006300             GO TO 2310-ADD-DAY-BUCKET-SET
006310         END-IF
006320     ELSE
006330         MOVE WS-DAY-DATE TO WS-BD-REQ-DATE
006340     END-IF.
006350     MOVE 'N' TO WS-BD-OPERATION.
006360     PERFORM 2350-CALL-BUSDAY THRU 2350-CALL-BUSDAY-EXIT.
006370     MOVE WS-BD-ANS-DATE TO WS-DAY-DATE.
006380 2310-ADD-DAY-BUCKET-SET.
006390     MOVE WS-DAY-DATE TO WS-BUCKET-TO.
006400     PERFORM 2340-APPEND-BUCKET THRU 2340-APPEND-BUCKET-EXIT.
006410 2310-ADD-DAY-BUCKET-EXIT.
006420     EXIT.
006430*****************************************************************
006440*    2320-ADD-WEEK-BUCKET - SEVEN CALENDAR DAYS                 *
006450*****************************************************************
006460 2320-ADD-WEEK-BUCKET.
006470     MOVE WS-NEXT-FROM TO WS-WORK-DATE.
006480     CALL 'JULDAY' USING WS-WORK-DATE, WS-JULIAN-NUM.
006490     ADD 6 TO WS-JULIAN-NUM.
006500     PERFORM 2360-CALL-JULGREG THRU 2360-CALL-JULGREG-EXIT.
006510     MOVE WS-WORK-DATE TO WS-BUCKET-TO.
006520     PERFORM 2340-APPEND-BUCKET THRU 2340-APPEND-BUCKET-EXIT.
006530 2320-ADD-WEEK-BUCKET-EXIT.
006540     EXIT.
006550*****************************************************************
006560*    2330-ADD-MONTH-BUCKET - THROUGH THE LAST DAY OF THE MONTH  *
006570*    THE BUCKET STARTS IN (THE FIRST MONTH BUCKET IS USUALLY    *
006580*    THE REST OF A PART MONTH)                                  *
006590*****************************************************************
006600 2330-ADD-MONTH-BUCKET.
006610     MOVE WS-NEXT-FROM TO WS-WORK-DATE.
006620     MOVE 1 TO WS-WORK-DD.
006630     IF WS-WORK-MM = 12
006640         MOVE 1 TO WS-WORK-MM
006650         ADD 1 TO WS-WORK-CCYY
006660     ELSE
006670         ADD 1 TO WS-WORK-MM
006680     END-IF.
006690     CALL 'JULDAY' USING WS-WORK-DATE, WS-JULIAN-NUM.
006700     SUBTRACT 1 FROM WS-JULIAN-NUM.
006710     PERFORM 2360-CALL-JULGREG THRU 2360-CALL-JULGREG-EXIT.
006720     MOVE WS-WORK-DATE TO WS-BUCKET-TO.
006730     PERFORM 2340-APPEND-BUCKET THRU 2340-APPEND-BUCKET-EXIT.
006740 2330-ADD-MONTH-BUCKET-EXIT.
006750     EXIT.
006760*****************************************************************
006770*    2340-APPEND-BUCKET - WS-NEXT-FROM THROUGH WS-BUCKET-TO     *
006780*    (CUT BACK TO THE HORIZON), THEN MOVE WS-NEXT-FROM TO THE   *
006790*    DAY AFTER                                                  *
006800*****************************************************************
006810 2340-APPEND-BUCKET.
006820     IF WS-CAL-BKT-COUNT(WS-CAL-NDX) >= WS-BKT-MAX-ENTRIES
006830         PERFORM 9920-ABEND-TABLE-FULL
006840             THRU 9920-ABEND-TABLE-FULL-EXIT
006850     END-IF.
006860     IF WS-BUCKET-TO > WS-HORIZON-DATE
006870         MOVE WS-HORIZON-DATE TO WS-BUCKET-TO
006880     END-IF.
006890     ADD 1 TO WS-CAL-BKT-COUNT(WS-CAL-NDX).
006900     MOVE WS-CAL-BKT-COUNT(WS-CAL-NDX) TO WS-BKT-NDX.
006910     MOVE WS-BUCKET-TYPE TO WS-BKT-TYPE(WS-CAL-NDX, WS-BKT-NDX).
006920     MOVE WS-SEQ-NDX TO WS-BKT-SEQ(WS-CAL-NDX, WS-BKT-NDX).
006930     MOVE WS-NEXT-FROM TO WS-BKT-FROM(WS-CAL-NDX, WS-BKT-NDX).
006940     MOVE WS-BUCKET-TO TO WS-BKT-TO(WS-CAL-NDX, WS-BKT-NDX).
006950     MOVE 0 TO WS-BKT-COUNT(WS-CAL-NDX, WS-BKT-NDX).
006960     MOVE 0 TO WS-BKT-AMOUNT(WS-CAL-NDX, WS-BKT-NDX).
006970     MOVE WS-BUCKET-TO TO WS-WORK-DATE.
006980     CALL 'JULDAY' USING WS-WORK-DATE, WS-JULIAN-NUM.
006990     ADD 1 TO WS-JULIAN-NUM.
007000     PERFORM 2360-CALL-JULGREG THRU 2360-CALL-JULGREG-EXIT.
007010     MOVE WS-WORK-DATE TO WS-NEXT-FROM.
007020 2340-APPEND-BUCKET-EXIT.
007030     EXIT.
007040*****************************************************************
007050*    2350-CALL-BUSDAY - ANY NON-ZERO RETURN CODE (CALENDAR NOT  *
007060*    ON HOLCAL, AS-OF DATE OFF IT, LADDER RUNNING OFF ITS END,  *
007070*    OR A CALENDAR FILE PROBLEM) LEAVES A LADDER THAT CANNOT BE *
007080*    TRUSTED AND ABENDS THE RUN                                 *
007090*****************************************************************
007100 2350-CALL-BUSDAY.
007110     MOVE WS-CAL-ID(WS-CAL-NDX) TO WS-BD-CAL-ID.
007120     MOVE 0 TO WS-BD-DAY-COUNT.
007130     CALL 'BUSDAY' USING WS-BD-REQ-DATE, WS-BD-CAL-ID,
007140         WS-BD-OPERATION, WS-BD-DAY-COUNT, WS-BD-ANS-DATE,
007150         WS-BD-BUSDAY-FLAG, WS-BD-RETURN-CODE.
007160     IF NOT WS-BD-IS-VALID
007170         PERFORM 9930-ABEND-CALENDAR THRU 9930-ABEND-CALENDAR-EXIT
007180     END-IF.
007190 2350-CALL-BUSDAY-EXIT.
007200     EXIT.
007210*****************************************************************
007220*    2360-CALL-JULGREG - WS-JULIAN-NUM BACK TO WS-WORK-DATE     *
007230*****************************************************************
007240 2360-CALL-JULGREG.
007250     CALL 'JULGREG' USING WS-JULIAN-NUM, WS-WORK-DATE,
007260         WS-JULGREG-RETURN-CODE.
007270     IF NOT WS-JULGREG-IS-VALID
007280         PERFORM 9940-ABEND-DATE-RANGE
007290             THRU 9940-ABEND-DATE-RANGE-EXIT
007300     END-IF.
007310 2360-CALL-JULGREG-EXIT.
007320     EXIT.
007330*****************************************************************
007340*    3000-PRINT-REPORT - ONE LADDER PER CALENDAR, THE           *
007350*    UNRESOLVED ROLLS, AND THE CONTROL TOTALS                   *
007360*****************************************************************
007370 3000-PRINT-REPORT.
007380     MOVE WS-AS-OF-DATE TO HDG-AS-OF-DATE.
007390     MOVE WS-HORIZON-DATE TO HDG-HORIZON-DATE.
007400     MOVE WS-DAY-THRESHOLD TO HDG-DAY-THRESHOLD.
007410     PERFORM 3100-PRINT-ONE-LADDER THRU 3100-PRINT-ONE-LADDER-EXIT
007420         VARYING WS-CAL-NDX FROM 1 BY 1
007430         UNTIL WS-CAL-NDX > WS-CAL-COUNT.
007440
007450     MOVE 'UNRESOLVED ROLLS' TO SEC-TITLE.
007460     MOVE SPACES TO SEC-CAL-ID.
007463     MOVE SPACES TO SEC-CCY-LABEL.
007466     MOVE SPACES TO SEC-CCY.
007470     PERFORM 3900-PRINT-SECTION-TITLE
007480         THRU 3900-PRINT-SECTION-TITLE-EXIT.
007490     PERFORM 3200-PRINT-ONE-UNRESOLVED
007500         THRU 3200-PRINT-ONE-UNRESOLVED-EXIT
007510         VARYING WS-NDX FROM 1 BY 1
007520         UNTIL WS-NDX > WS-UNR-COUNT.
007530     MOVE '  ** UNRESOLVED ROLLS' TO SUB-LABEL.
007540     MOVE WS-UNRESOLVED-COUNT TO SUB-COUNT.
007550     MOVE WS-TOT-UNRESOLVED TO SUB-AMOUNT.
007560     PERFORM 3960-WRITE-SUBTOTAL-LINE
007570         THRU 3960-WRITE-SUBTOTAL-LINE-EXIT.
007580
007590     PERFORM 3400-PRINT-TOTALS THRU 3400-PRINT-TOTALS-EXIT.
007600 3000-PRINT-REPORT-EXIT.
007610     EXIT.
007620*****************************************************************
007627*    3100-PRINT-ONE-LADDER - THE BUCKETS OF ONE CALENDAR AND    *
007634*    CURRENCY AND ITS SUBTOTALS, INCLUDING WHAT FELL OUTSIDE    *
007641*    THE LADDER, ALL IN THAT CURRENCY                           *
007650*****************************************************************
007660 3100-PRINT-ONE-LADDER.
007670     MOVE 'CALENDAR ' TO SEC-TITLE.
007680     MOVE WS-CAL-ID(WS-CAL-NDX) TO SEC-CAL-ID.
007683     MOVE '   CURRENCY ' TO SEC-CCY-LABEL.
007686     MOVE WS-CAL-CCY(WS-CAL-NDX) TO SEC-CCY.
007690     PERFORM 3900-PRINT-SECTION-TITLE
007700         THRU 3900-PRINT-SECTION-TITLE-EXIT.
007710     MOVE WS-COLUMN-HEADING TO WS-PRINT-LINE.
007720     PERFORM 3950-WRITE-REPORT-LINE
007730         THRU 3950-WRITE-REPORT-LINE-EXIT.
007740     PERFORM 3110-PRINT-ONE-BUCKET THRU 3110-PRINT-ONE-BUCKET-EXIT
007750         VARYING WS-BKT-NDX FROM 1 BY 1
007760         UNTIL WS-BKT-NDX > WS-CAL-BKT-COUNT(WS-CAL-NDX).
007770     MOVE 'LADDER TOTAL' TO SUB-LABEL.
007780     MOVE WS-CAL-LADDER-CNT(WS-CAL-NDX) TO SUB-COUNT.
007790     MOVE WS-CAL-LADDER-AMT(WS-CAL-NDX) TO SUB-AMOUNT.
007800     PERFORM 3960-WRITE-SUBTOTAL-LINE
007810         THRU 3960-WRITE-SUBTOTAL-LINE-EXIT.
007820     MOVE 'ROLLED BEFORE AS-OF DATE' TO SUB-LABEL.
007830     MOVE WS-CAL-EARLY-CNT(WS-CAL-NDX) TO SUB-COUNT.
007840     MOVE WS-CAL-EARLY-AMT(WS-CAL-NDX) TO SUB-AMOUNT.
007850     PERFORM 3960-WRITE-SUBTOTAL-LINE
007860         THRU 3960-WRITE-SUBTOTAL-LINE-EXIT.
007870     MOVE 'ROLLED BEYOND HORIZON' TO SUB-LABEL.
007880     MOVE WS-CAL-LATE-CNT(WS-CAL-NDX) TO SUB-COUNT.
007890     MOVE WS-CAL-LATE-AMT(WS-CAL-NDX) TO SUB-AMOUNT.
007900     PERFORM 3960-WRITE-SUBTOTAL-LINE
007910         THRU 3960-WRITE-SUBTOTAL-LINE-EXIT.
007920 3100-PRINT-ONE-LADDER-EXIT.
007930     EXIT.
007940*****************************************************************
007950*    3110-PRINT-ONE-BUCKET - A DAY BUCKET OVER THE THRESHOLD IS *
007960*    FLAGGED.  THE THRESHOLD IS READ IN THE LADDER'S CURRENCY   *
007970*****************************************************************
007980 3110-PRINT-ONE-BUCKET.
007990     MOVE SPACES TO BKT-FLAG.
008000     IF WS-BKT-IS-DAY(WS-CAL-NDX, WS-BKT-NDX)
008010         MOVE 'DAY' TO BKT-LABEL
008020         IF WS-DAY-THRESHOLD > 0
008030                 AND WS-BKT-AMOUNT(WS-CAL-NDX, WS-BKT-NDX)
008040                     > WS-DAY-THRESHOLD
008050             MOVE '** OVER THRESHOLD' TO BKT-FLAG
008060             ADD 1 TO WS-FLAGGED-COUNT
008070         END-IF
008080     ELSE
008090     IF WS-BKT-IS-WEEK(WS-CAL-NDX, WS-BKT-NDX)
008100         MOVE 'WEEK' TO BKT-LABEL
008110     ELSE
008120         MOVE 'MONTH' TO BKT-LABEL
008130     END-IF
008140     END-IF.
008150     MOVE WS-BKT-SEQ(WS-CAL-NDX, WS-BKT-NDX) TO BKT-SEQ.
008160     MOVE WS-BKT-FROM(WS-CAL-NDX, WS-BKT-NDX) TO BKT-FROM.
008170     MOVE WS-BKT-TO(WS-CAL-NDX, WS-BKT-NDX) TO BKT-TO.
008180     MOVE WS-BKT-COUNT(WS-CAL-NDX, WS-BKT-NDX) TO BKT-COUNT.
008190     MOVE WS-BKT-AMOUNT(WS-CAL-NDX, WS-BKT-NDX) TO BKT-AMOUNT.
008200     MOVE WS-BUCKET-LINE TO WS-PRINT-LINE.
008210     PERFORM 3950-WRITE-REPORT-LINE
008220         THRU 3950-WRITE-REPORT-LINE-EXIT.
008230 3110-PRINT-ONE-BUCKET-EXIT.
008240     EXIT.
008250*****************************************************************
008260*    3200-PRINT-ONE-UNRESOLVED                                  *
008270*****************************************************************
008280 3200-PRINT-ONE-UNRESOLVED.
008290     MOVE WS-UNR-INSTR(WS-NDX) TO UNR-INSTR-ID.
008300     MOVE WS-UNR-PERIOD-END(WS-NDX) TO UNR-PERIOD-END.
008310     MOVE WS-UNR-CONTRACT(WS-NDX) TO UNR-CONTRACT-DATE.
008320     MOVE WS-UNR-CAL-ID(WS-NDX) TO UNR-CAL-ID.
008325     MOVE WS-UNR-CCY(WS-NDX) TO UNR-CCY.
008330     MOVE WS-UNR-AMOUNT(WS-NDX) TO UNR-AMOUNT.
008340     MOVE WS-UNRESOLVED-LINE TO WS-PRINT-LINE.
008350     PERFORM 3950-WRITE-REPORT-LINE
008360         THRU 3950-WRITE-REPORT-LINE-EXIT.
008370 3200-PRINT-ONE-UNRESOLVED-EXIT.
008380     EXIT.
008390*****************************************************************
008400*    3400-PRINT-TOTALS - CONTROL TOTALS, THE PROOF THAT EVERY   *
008410*    PAYSCHED LINE LANDED SOMEWHERE ON THE REPORT, AND THE      *
008416*    RESULT LINE.  THE AMOUNTS ADD ACROSS CURRENCIES AND SERVE  *
008422*    ONLY AS A PROOF HASH                                       *
008430*****************************************************************
008440 3400-PRINT-TOTALS.
008450     MOVE 'CONTROL TOTALS' TO SEC-TITLE.
008460     MOVE SPACES TO SEC-CAL-ID.
008463     MOVE SPACES TO SEC-CCY-LABEL.
008466     MOVE SPACES TO SEC-CCY.
008470     PERFORM 3900-PRINT-SECTION-TITLE
008480         THRU 3900-PRINT-SECTION-TITLE-EXIT.
008490     MOVE 'REGISTER LINES READ - ACCREG' TO CNT-LABEL.
008500     MOVE WS-REGISTER-COUNT TO CNT-VALUE.
008510     PERFORM 3970-WRITE-COUNT-LINE
008520         THRU 3970-WRITE-COUNT-LINE-EXIT.
008530     MOVE 'PAYMENT LINES READ - PAYSCHED' TO CNT-LABEL.
008540     MOVE WS-PAYSCHED-COUNT TO CNT-VALUE.
008550     PERFORM 3970-WRITE-COUNT-LINE
008560         THRU 3970-WRITE-COUNT-LINE-EXIT.
008570     MOVE '  ON THE LADDER' TO CNT-LABEL.
008580     MOVE WS-LADDER-COUNT TO CNT-VALUE.
008590     PERFORM 3970-WRITE-COUNT-LINE
008600         THRU 3970-WRITE-COUNT-LINE-EXIT.
008610     MOVE '  ROLLED BEFORE AS-OF DATE' TO CNT-LABEL.
008620     MOVE WS-EARLY-COUNT TO CNT-VALUE.
008630     PERFORM 3970-WRITE-COUNT-LINE
008640         THRU 3970-WRITE-COUNT-LINE-EXIT.
008650     MOVE '  ROLLED BEYOND HORIZON' TO CNT-LABEL.
008660     MOVE WS-LATE-COUNT TO CNT-VALUE.
008670     PERFORM 3970-WRITE-COUNT-LINE
008680         THRU 3970-WRITE-COUNT-LINE-EXIT.
008690     MOVE '  UNRESOLVED ROLLS' TO CNT-LABEL.
008700     MOVE WS-UNRESOLVED-COUNT TO CNT-VALUE.
008710     PERFORM 3970-WRITE-COUNT-LINE
008720         THRU 3970-WRITE-COUNT-LINE-EXIT.
008730     MOVE 'PAYMENTS WITH NO REGISTER AMOUNT' TO CNT-LABEL.
008740     MOVE WS-NO-AMOUNT-COUNT TO CNT-VALUE.
008750     PERFORM 3970-WRITE-COUNT-LINE
008760         THRU 3970-WRITE-COUNT-LINE-EXIT.
008770     MOVE 'DAYS OVER THRESHOLD' TO CNT-LABEL.
008780     MOVE WS-FLAGGED-COUNT TO CNT-VALUE.
008790     PERFORM 3970-WRITE-COUNT-LINE
008800         THRU 3970-WRITE-COUNT-LINE-EXIT.
008810     MOVE SPACES TO WS-PRINT-LINE.
008820     PERFORM 3950-WRITE-REPORT-LINE
008830         THRU 3950-WRITE-REPORT-LINE-EXIT.
008840
008850     MOVE 'EXPECTED RECEIPTS - ALL PAYSCHED' TO AMT-LABEL.
008860     MOVE WS-TOT-PAYSCHED TO AMT-VALUE.
008870     PERFORM 3980-WRITE-AMOUNT-LINE
008880         THRU 3980-WRITE-AMOUNT-LINE-EXIT.
008890     MOVE '  ON THE LADDER' TO AMT-LABEL.
008900     MOVE WS-TOT-LADDER TO AMT-VALUE.
008910     PERFORM 3980-WRITE-AMOUNT-LINE
008920         THRU 3980-WRITE-AMOUNT-LINE-EXIT.
008930     MOVE '  ROLLED BEFORE AS-OF DATE' TO AMT-LABEL.
008940     MOVE WS-TOT-EARLY TO AMT-VALUE.
008950     PERFORM 3980-WRITE-AMOUNT-LINE
008960         THRU 3980-WRITE-AMOUNT-LINE-EXIT.
008970     MOVE '  ROLLED BEYOND HORIZON' TO AMT-LABEL.
008980     MOVE WS-TOT-LATE TO AMT-VALUE.
008990     PERFORM 3980-WRITE-AMOUNT-LINE
009000         THRU 3980-WRITE-AMOUNT-LINE-EXIT.
009010     MOVE '  UNRESOLVED ROLLS' TO AMT-LABEL.
009020     MOVE WS-TOT-UNRESOLVED TO AMT-VALUE.
009030     PERFORM 3980-WRITE-AMOUNT-LINE
009040         THRU 3980-WRITE-AMOUNT-LINE-EXIT.
009050     MOVE SPACES TO WS-PRINT-LINE.
009060     PERFORM 3950-WRITE-REPORT-LINE
009070         THRU 3950-WRITE-REPORT-LINE-EXIT.
009080
009090     COMPUTE WS-TOT-PROOF = WS-TOT-LADDER + WS-TOT-EARLY
009100         + WS-TOT-LATE + WS-TOT-UNRESOLVED.
009110     MOVE 'EVERY PAYSCHED LINE ACCOUNTED FOR' TO CHK-LABEL.
009120     IF WS-TOT-PROOF = WS-TOT-PAYSCHED
009130             AND WS-PAYSCHED-COUNT = WS-LADDER-COUNT
009140                 + WS-EARLY-COUNT + WS-LATE-COUNT
009150                 + WS-UNRESOLVED-COUNT
009160         MOVE 'PASS' TO CHK-RESULT
009170     ELSE
009180         MOVE '** BREAK **' TO CHK-RESULT
009190         MOVE 'Y' TO WS-EXCEPTION-SWITCH
009200     END-IF.
009210     MOVE WS-CHECK-LINE TO WS-PRINT-LINE.
009220     PERFORM 3950-WRITE-REPORT-LINE
009230         THRU 3950-WRITE-REPORT-LINE-EXIT.
009240     MOVE SPACES TO WS-PRINT-LINE.
009250     PERFORM 3950-WRITE-REPORT-LINE
009260         THRU 3950-WRITE-REPORT-LINE-EXIT.
009270
009280     IF WS-FLAGGED-COUNT > 0
009290             OR WS-UNRESOLVED-COUNT > 0
009300         MOVE 'Y' TO WS-EXCEPTION-SWITCH
009310     END-IF.
009320     IF WS-RUN-HAS-EXCEPTIONS
009330         MOVE 'EXCEPTIONS FOUND - ROUTE TO REVIEW' TO RES-TEXT
009340     ELSE
009350         MOVE 'NO EXCEPTIONS' TO RES-TEXT
009360     END-IF.
009370     MOVE WS-RESULT-LINE TO WS-PRINT-LINE.
009380     PERFORM 3950-WRITE-REPORT-LINE
009390         THRU 3950-WRITE-REPORT-LINE-EXIT.
009400 3400-PRINT-TOTALS-EXIT.
009410     EXIT.
009420*****************************************************************
009430*    3900-PRINT-SECTION-TITLE - A BLANK LINE, THEN THE TITLE    *
009440*****************************************************************
009450 3900-PRINT-SECTION-TITLE.
009460     MOVE SPACES TO WS-PRINT-LINE.
009470     PERFORM 3950-WRITE-REPORT-LINE
009480         THRU 3950-WRITE-REPORT-LINE-EXIT.
009490     MOVE WS-SECTION-LINE TO WS-PRINT-LINE.
009500     PERFORM 3950-WRITE-REPORT-LINE
009510         THRU 3950-WRITE-REPORT-LINE-EXIT.
009520 3900-PRINT-SECTION-TITLE-EXIT.
009530     EXIT.
009540*****************************************************************
009550*    3950-WRITE-REPORT-LINE - WS-PRINT-LINE, WITH PAGE BREAKS   *
009560*****************************************************************
009570 3950-WRITE-REPORT-LINE.
009580     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
009590         PERFORM 3990-PRINT-HEADINGS THRU 3990-PRINT-HEADINGS-EXIT
009600     END-IF.
009610     WRITE REPORT-PRINT-REC FROM WS-PRINT-LINE
009620         AFTER ADVANCING 1 LINE.
009630     ADD 1 TO WS-LINE-COUNT.
009640 3950-WRITE-REPORT-LINE-EXIT.
009650     EXIT.
009660*****************************************************************
009670*    3960-WRITE-SUBTOTAL-LINE                                   *
009680*****************************************************************
009690 3960-WRITE-SUBTOTAL-LINE.
009700     MOVE WS-SUBTOTAL-LINE TO WS-PRINT-LINE.
009710     PERFORM 3950-WRITE-REPORT-LINE
009720         THRU 3950-WRITE-REPORT-LINE-EXIT.
009730 3960-WRITE-SUBTOTAL-LINE-EXIT.
009740     EXIT.
009750*****************************************************************
009760*    3970-WRITE-COUNT-LINE                                      *
009770*****************************************************************
009780 3970-WRITE-COUNT-LINE.
009790     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
009800     PERFORM 3950-WRITE-REPORT-LINE
009810         THRU 3950-WRITE-REPORT-LINE-EXIT.
009820 3970-WRITE-COUNT-LINE-EXIT.
009830     EXIT.
009840*****************************************************************
009850*    3980-WRITE-AMOUNT-LINE                                     *
009860*****************************************************************
009870 3980-WRITE-AMOUNT-LINE.
009880     MOVE WS-AMOUNT-LINE TO WS-PRINT-LINE.
009890     PERFORM 3950-WRITE-REPORT-LINE
009900         THRU 3950-WRITE-REPORT-LINE-EXIT.
009910 3980-WRITE-AMOUNT-LINE-EXIT.
009920     EXIT.
009930*****************************************************************
009940*    3990-PRINT-HEADINGS - PAGE HEADINGS                        *
009950*****************************************************************
009960 3990-PRINT-HEADINGS.
009970     ADD 1 TO WS-PAGE-COUNT.
009980     MOVE WS-REPORT-DATE TO HDG-RUN-DATE.
009990     MOVE WS-PAGE-COUNT TO HDG-PAGE-NO.
010000     WRITE REPORT-PRINT-REC FROM WS-HEADING-1
010010         AFTER ADVANCING PAGE.
010020     WRITE REPORT-PRINT-REC FROM WS-HEADING-2
010030         AFTER ADVANCING 1 LINE.
010040     MOVE 2 TO WS-LINE-COUNT.
010050 3990-PRINT-HEADINGS-EXIT.
010060     EXIT.
010070*****************************************************************
010080*    9000-TERMINATE - CLOSE THE REPORT AND SET THE RETURN CODE  *
010090*****************************************************************
010100 9000-TERMINATE.
010110     CLOSE FORECAST-REPORT.
010120     DISPLAY 'CASHFCST - PAYMENT LINES READ    '
010130         WS-PAYSCHED-COUNT.
010140     DISPLAY 'CASHFCST - UNRESOLVED ROLLS      '
010150         WS-UNRESOLVED-COUNT.
010160     DISPLAY 'CASHFCST - DAYS OVER THRESHOLD   ' WS-FLAGGED-COUNT.
010170     IF WS-RUN-HAS-EXCEPTIONS
010180         DISPLAY 'CASHFCST - FORECAST EXCEPTIONS - SEE FCSTRPT'
010190         MOVE 4 TO RETURN-CODE
010200     ELSE
010210         MOVE 0 TO RETURN-CODE
010220     END-IF.
010230 9000-TERMINATE-EXIT.
010240     EXIT.
010250*****************************************************************
010260*    9900-ABEND-BAD-OPEN - A FILE DID NOT OPEN CLEANLY.  DISPLAY *
010270*    WHICH ONE AND ITS FILE STATUS AND STOP THE RUN WITH A       *
010280*    NON-ZERO RETURN CODE INSTEAD OF CONTINUING ON A FILE THAT   *
010290*    WAS NEVER ACTUALLY OPENED                                   *
010300*****************************************************************
010310 9900-ABEND-BAD-OPEN.
010320     DISPLAY 'CASHFCST - OPEN FAILED FOR ' WS-ABEND-FILE-NAME
010330         ' - FILE STATUS ' WS-ABEND-STATUS.
010340     MOVE 16 TO RETURN-CODE.
010350     STOP RUN.
010360 9900-ABEND-BAD-OPEN-EXIT.
010370     EXIT.
010380*****************************************************************
010390*    9910-ABEND-BAD-CONTROL - THE FCSTCTL CARD IS MISSING OR    *
010400*    MALFORMED.  STOP RATHER THAN HAND TREASURY A LADDER BUILT  *
010410*    ON A GUESSED DATE RANGE                                    *
010420*****************************************************************
010430 9910-ABEND-BAD-CONTROL.
010440     DISPLAY 'CASHFCST - FCSTCTL CONTROL CARD MISSING OR INVALID'.
010450     MOVE 20 TO RETURN-CODE.
010460     STOP RUN.
010470 9910-ABEND-BAD-CONTROL-EXIT.
010480     EXIT.
010490*****************************************************************
010500*    9920-ABEND-TABLE-FULL - MORE REGISTER LINES, CALENDARS,    *
010510*    BUCKETS, OR UNRESOLVED ROLLS THAN THE TABLES HOLD.  STOP   *
010520*    RATHER THAN PRINT A PARTIAL FORECAST                       *
010530*****************************************************************
010540 9920-ABEND-TABLE-FULL.
010550     DISPLAY 'CASHFCST - TABLE CAPACITY EXCEEDED - RUN STOPPED'.
010560     MOVE 16 TO RETURN-CODE.
010570     STOP RUN.
010580 9920-ABEND-TABLE-FULL-EXIT.
010590     EXIT.
010600*****************************************************************
010610*    9930-ABEND-CALENDAR - BUSDAY COULD NOT COUNT THE BUSINESS  *
010620*    DAYS ON A PAYSCHED CALENDAR                                *
010630*****************************************************************
010640 9930-ABEND-CALENDAR.
010650     DISPLAY 'CASHFCST - BUSDAY RETURN CODE ' WS-BD-RETURN-CODE
010660         ' ON CALENDAR ' WS-BD-CAL-ID ' DATE ' WS-BD-REQ-DATE.
010670     MOVE 16 TO RETURN-CODE.
010680     STOP RUN.
010690 9930-ABEND-CALENDAR-EXIT.
010700     EXIT.
010710*****************************************************************
010720*    9940-ABEND-DATE-RANGE - A LADDER DATE FELL OUTSIDE THE     *
010730*    RANGE JULGREG CAN CONVERT                                  *
010740*****************************************************************
010750 9940-ABEND-DATE-RANGE.
010760     DISPLAY 'CASHFCST - LADDER DATE OUT OF RANGE - HORIZON '
010770         WS-HORIZON-DATE.
010780     MOVE 16 TO RETURN-CODE.
010790     STOP RUN.
010800 9940-ABEND-DATE-RANGE-EXIT.
010810     EXIT.
