000260*                  AND IS FLAGGED ON ITS LINES, NEVER SILENTLY
000270*                  DROPPED, AND THE SUSPENSE TALLY IS DISPLAYED
000280*                  AT END OF RUN.
000281* 2026-10-15  JKM  STAMP A BATCH ID (RUN DATE YYMMDD AND TIME
000282*                  HHMM) AND THE RUN DATE ON EVERY DETAIL LINE
000283*                  AND ON THE TRAILER, AND NUMBER THE DETAIL
000284*                  LINES, SO GLRECON CAN MATCH THE GL INTAKE'S
000285*                  ACKNOWLEDGMENT FILE BACK LINE BY LINE.  LAYOUTS
000286*                  MOVED TO COPYBOOK GLJVOUT.
000287* 2026-10-15  JKM  FISCAL PERIOD CLOSE CONTROL.  THE PERSTAT
000288*                  PERIOD-STATUS FILE IS LOADED AT START AND A
000289*                  BUCKET WHOSE PERIOD IS CLOSED OR LOCKED IS
000290*                  REFUSED - NOT WRITTEN TO GLJVOUT - AND THE RUN
000291*                  ENDS RC=8.  NEW REPORT GLJVRPT LISTS THE
000292*                  PRIOR-PERIOD ADJUSTMENTS ACCRUE REDIRECTED OUT
000293*                  OF CLOSED PERIODS, THE REFUSED BUCKETS, AND
000294*                  THE CONTROL TOTALS, FOR CLOSE SIGN-OFF.
000295* 2026-10-15  JKM  MULTI-CURRENCY.  BUCKETS ARE NOW ENTITY,
000296*                  FISCAL YEAR, PERIOD, AND THE SPLIT'S CURRENCY
000297*                  (ACCFSP FSP-CCY-CODE, SPACES IS USD).  EACH
000298*                  BUCKET IS TRANSLATED TO THE ENTITY'S FUNCTIONAL
000299*                  CURRENCY (NEW GLRULES FIELD, SPACES IS USD) AT
000300*                  THE RATE ON THE FISCAL PERIOD-END DATE, FOUND
000301*                  BY SEARCHING THE ENTITY'S FISCAL CALENDAR
000302*                  THROUGH FISCYR, FROM THE NEW FXRATES DAILY
000303*                  RATE FILE; A RATE DATED EARLIER IN THE SAME
000304*                  PERIOD IS TAKEN WHEN THE PERIOD-END DAY HAS
000305*                  NONE (A WEEKEND OR HOLIDAY).  A BUCKET WITH NO
000306*                  RATE IN ITS PERIOD IS NOT CONVERTED AT 1.0 -
000307*                  BOTH LEGS GO TO SUSPENSE FLAGGED 'F' WITH A
000308*                  ZERO FUNCTIONAL AMOUNT, AND THE BUCKET IS
000309*                  LISTED ON GLJVRPT.  VOUCHER LINES NOW CARRY
000310*                  THE TRANSACTION CURRENCY AND AMOUNT, THE
000311*                  FUNCTIONAL CURRENCY AND AMOUNT, AND THE RATE,
000312*                  AND THE TRAILER A FUNCTIONAL HASH TOTAL BESIDE
000313*                  THE TRANSACTION HASH TOTAL.  GLJVOUT IS NOW
000314*                  120 BYTES.  FXRATES IS ONLY OPENED WHEN THE
000315*                  FIRST FOREIGN-CURRENCY BUCKET IS MET.
000316*****************************************************************
000317 ENVIRONMENT DIVISION.
000318 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-370.
000330 OBJECT-COMPUTER.   IBM-370.
000340 INPUT-OUTPUT SECTION.
000440     SELECT VOUCHER-OUT-FILE ASSIGN TO GLJVOUT
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-VOUCHER-STATUS.
000461
000462     SELECT PERIOD-STATUS-FILE ASSIGN TO PERSTAT
000463         ORGANIZATION IS LINE SEQUENTIAL
000464         FILE STATUS IS WS-PERSTAT-STATUS.
000465
000466     SELECT CONTROL-REPORT ASSIGN TO GLJVRPT
000467         ORGANIZATION IS LINE SEQUENTIAL
000468         FILE STATUS IS WS-REPORT-STATUS.
000470
000472     SELECT FX-RATE-FILE ASSIGN TO FXRATES
000474         ORGANIZATION IS LINE SEQUENTIAL
000476         FILE STATUS IS WS-FXRATE-STATUS.
000478 DATA DIVISION.
000480 FILE SECTION.
000490 FD  SPLIT-IN-FILE
000500     RECORDING MODE IS F.
000620     05  GLR-COST-CENTER       PIC X(06).
000630     05  FILLER                PIC X(01).
000640     05  GLR-DESC              PIC X(20).
000645     05  FILLER                PIC X(01).
000650     05  GLR-FUNC-CCY          PIC X(03).
000655     05  FILLER                PIC X(22).
000660
000670 FD  VOUCHER-OUT-FILE
000680     RECORDING MODE IS F.
000690 01  VOUCHER-OUT-REC           PIC X(120).
000700
000701 FD  PERIOD-STATUS-FILE
000702     RECORDING MODE IS F.
000703     COPY PERSTAT.
000704
000705 FD  CONTROL-REPORT
000706     RECORDING MODE IS F.
000707 01  REPORT-PRINT-REC          PIC X(132).
000708
000709 FD  FX-RATE-FILE
000710     RECORDING MODE IS F.
000711 01  FX-RATE-REC.
000712     05  FXR-FROM-CCY          PIC X(03).
000713     05  FILLER                PIC X(01).
000714     05  FXR-TO-CCY            PIC X(03).
000715     05  FILLER                PIC X(01).
000716     05  FXR-RATE-DATE         PIC 9(08).
000717     05  FILLER                PIC X(01).
000718     05  FXR-RATE              PIC 9(05)V9(06).
000719     05  FILLER                PIC X(52).
000720 01  FX-RATE-REC-ALT REDEFINES FX-RATE-REC.
000721     05  FILLER                PIC X(08).
000722     05  FXR-RATE-DATE-RAW     PIC X(08).
000723     05  FILLER                PIC X(01).
000724     05  FXR-RATE-RAW          PIC X(11).
000725     05  FILLER                PIC X(52).
000726
000727 WORKING-STORAGE SECTION.
000728 77  WS-SPLIT-IN-STATUS        PIC X(02)  VALUE SPACES.
000730 77  WS-RULES-STATUS           PIC X(02)  VALUE SPACES.
000740 77  WS-VOUCHER-STATUS         PIC X(02)  VALUE SPACES.
000743 77  WS-PERSTAT-STATUS         PIC X(02)  VALUE SPACES.
000746 77  WS-REPORT-STATUS          PIC X(02)  VALUE SPACES.
000748 77  WS-FXRATE-STATUS          PIC X(02)  VALUE SPACES.
000750 77  WS-ABEND-FILE-NAME        PIC X(15)  VALUE SPACES.
000760 77  WS-ABEND-STATUS           PIC X(02)  VALUE SPACES.
000770 77  WS-SPLIT-EOF-SWITCH       PIC X(01)  VALUE 'N'.
000780     88  WS-SPLIT-END-OF-FILE             VALUE 'Y'.
000790 77  WS-RULES-EOF-SWITCH       PIC X(01)  VALUE 'N'.
000791     88  WS-RULES-END-OF-FILE             VALUE 'Y'.
000792 77  WS-PERSTAT-EOF-SWITCH     PIC X(01)  VALUE 'N'.
000793     88  WS-PERSTAT-END-OF-FILE           VALUE 'Y'.
000794 77  WS-FXRATE-EOF-SWITCH      PIC X(01)  VALUE 'N'.
000795     88  WS-FXRATE-END-OF-FILE            VALUE 'Y'.
000796 77  WS-FXRATE-LOADED-SWITCH   PIC X(01)  VALUE 'N'.
000797     88  WS-FX-RATES-LOADED               VALUE 'Y'.
000798 77  WS-RATE-FOUND-SWITCH      PIC X(01)  VALUE 'N'.
000799     88  WS-RATE-WAS-FOUND                VALUE 'Y'.
000800 77  WS-PERIOD-END-SWITCH      PIC X(01)  VALUE 'N'.
000801     88  WS-PERIOD-END-FOUND              VALUE 'Y'.
000802     88  WS-PERIOD-END-FAILED             VALUE 'F'.
000806 77  WS-REFUSED-SWITCH         PIC X(01)  VALUE 'N'.
000808     88  WS-BUCKET-IS-REFUSED             VALUE 'Y'.
000810 77  WS-ENTRY-FOUND-SWITCH     PIC X(01)  VALUE 'N'.
000820     88  WS-ENTRY-WAS-FOUND               VALUE 'Y'.
000830 77  WS-SPLITS-READ            PIC 9(08)  VALUE 0.
000840 77  WS-DETAIL-COUNT           PIC 9(08)  VALUE 0.
000850 77  WS-SUSPENSE-COUNT         PIC 9(08)  VALUE 0.
000860 77  WS-HASH-TOTAL             PIC 9(15)V99 VALUE 0.
000861 77  WS-PPA-COUNT              PIC 9(08)  VALUE 0.
000862 77  WS-PPA-TOTAL              PIC 9(15)V99 VALUE 0.
000863 77  WS-POSTED-COUNT           PIC 9(08)  VALUE 0.
000864 77  WS-REFUSED-COUNT          PIC 9(08)  VALUE 0.
000865 77  WS-REFUSED-TOTAL          PIC 9(15)V99 VALUE 0.
000867 77  WS-FUNC-HASH-TOTAL        PIC 9(15)V99 VALUE 0.
000869 77  WS-TRANSLATED-COUNT       PIC 9(08)  VALUE 0.
000871 77  WS-FX-SUSPENSE-COUNT      PIC 9(08)  VALUE 0.
000873 77  WS-FX-SUSPENSE-TOTAL      PIC 9(15)V99 VALUE 0.
000875 77  WS-HOME-CCY-CODE          PIC X(03)  VALUE 'USD'.
000877 77  WS-SUSPENSE-ACCT          PIC X(08)  VALUE '99999999'.
000880 77  WS-SUSPENSE-CC            PIC X(06)  VALUE 'SUSP00'.
000890 77  WS-RULE-MAX-ENTRIES       PIC 9(04)  COMP VALUE 0100.
000900 77  WS-RULE-COUNT             PIC S9(04) COMP VALUE 0.
000930 77  WS-BKT-MAX-ENTRIES        PIC 9(04)  COMP VALUE 0500.
000940 77  WS-BKT-COUNT              PIC S9(04) COMP VALUE 0.
000950 77  WS-BKT-NDX                PIC S9(04) COMP VALUE 0.
000951 77  WS-BKT-HIT-NDX            PIC S9(04) COMP VALUE 0.
000952 77  WS-PS-MAX-ENTRIES         PIC 9(04)  COMP VALUE 2000.
000953 77  WS-PS-COUNT               PIC S9(04) COMP VALUE 0.
000954 77  WS-PS-NDX                 PIC S9(04) COMP VALUE 0.
000955 77  WS-PS-HIT-NDX             PIC S9(04) COMP VALUE 0.
000956 77  WS-FX-MAX-ENTRIES         PIC 9(04)  COMP VALUE 5000.
000957 77  WS-FX-COUNT               PIC S9(04) COMP VALUE 0.
000958 77  WS-FX-NDX                 PIC S9(04) COMP VALUE 0.
000959 77  WS-FX-HIT-NDX             PIC S9(04) COMP VALUE 0.
000965 01  WS-RUN-DATE               PIC 9(08)  VALUE 0.
000966 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
000967     05  WS-RUN-CC             PIC 9(02).
000968     05  WS-RUN-YYMMDD         PIC 9(06).
000969 01  WS-RUN-TIME               PIC 9(08)  VALUE 0.
000970 01  WS-RUN-TIME-PARTS REDEFINES WS-RUN-TIME.
000971     05  WS-RUN-HHMM           PIC 9(04).
000972     05  WS-RUN-SSHH           PIC 9(04).
000973 01  WS-BATCH-ID.
000974     05  WS-BATCH-YYMMDD       PIC 9(06)  VALUE 0.
000975     05  WS-BATCH-HHMM         PIC 9(04)  VALUE 0.
000976 01  WS-RULE-TABLE-AREA.
000980     05  WS-RULE-ENTRY         OCCURS 100 TIMES.
000990         10  WS-RT-ENTITY-ID   PIC X(08).
001000         10  WS-RT-DEBIT-ACCT  PIC X(08).
001010         10  WS-RT-CREDIT-ACCT PIC X(08).
001020         10  WS-RT-COST-CENTER PIC X(06).
001025         10  WS-RT-FUNC-CCY    PIC X(03).
001030 01  WS-BUCKET-TABLE-AREA.
001040     05  WS-BKT-ENTRY          OCCURS 500 TIMES.
001041         10  WS-BKT-ENTITY-ID  PIC X(08).
001042         10  WS-BKT-FY         PIC 9(04).
001043         10  WS-BKT-PER        PIC 9(02).
001044         10  WS-BKT-CCY        PIC X(03).
001045         10  WS-BKT-AMOUNT     PIC 9(13)V99.
001046         10  WS-BKT-FUNC-CCY   PIC X(03).
001047         10  WS-BKT-PERIOD-END PIC 9(08).
001048         10  WS-BKT-FX-SWITCH  PIC X(01).
001049             88  WS-BKT-NO-FX-RATE        VALUE 'N'.
001050     COPY GLJVOUT.
001051 01  WS-SPLIT-CCY              PIC X(03).
001052 01  WS-FUNC-CCY               PIC X(03).
001053 01  WS-FUNC-AMOUNT            PIC 9(13)V99.
001054 01  WS-FX-RATE                PIC 9(05)V9(06).
001055 01  WS-FX-HIT-DATE            PIC 9(08).
001056 01  WS-FISCYR-CALL-AREA.
001057     05  WS-FY-YEAR            PIC 9(04).
001058     05  WS-FY-PERIOD          PIC 9(02).
001059     05  WS-FY-DAY             PIC 9(03).
001060     05  WS-FISCYR-RETURN-CODE PIC 9(02).
001061         88  WS-FISCYR-IS-VALID             VALUE 00.
001062         88  WS-FY-DEF-FILE-EMPTY           VALUE 80.
001063         88  WS-FY-DEF-TABLE-OVERFLOW       VALUE 91.
001064         88  WS-FY-DEF-OPEN-FAILED          VALUE 99.
001065 01  WS-JULGREG-RETURN-CODE    PIC 9(02).
001066     88  WS-JULGREG-IS-VALID            VALUE 00.
001067     COPY CALDATE REPLACING ==CALDATE-DATE== BY ==WS-PROBE-DATE==
001068                            ==CALDATE-CCYY== BY ==WS-PROBE-CCYY==
001069                            ==CALDATE-MM==   BY ==WS-PROBE-MM==
001070                            ==CALDATE-DD==   BY ==WS-PROBE-DD==.
001071     COPY CALDATE REPLACING ==CALDATE-DATE== BY ==WS-PBEG-DATE==
001072                            ==CALDATE-CCYY== BY ==WS-PBEG-CCYY==
001073                            ==CALDATE-MM==   BY ==WS-PBEG-MM==
001074                            ==CALDATE-DD==   BY ==WS-PBEG-DD==.
001075 01  WS-PERIOD-END-WORK.
001076     05  WS-TARGET-KEY         PIC 9(06).
001077     05  WS-PROBE-KEY          PIC 9(06).
001078     05  WS-LO-JD              PIC 9(08).
001079     05  WS-HI-JD              PIC 9(08).
001080     05  WS-MID-JD             PIC 9(08).
001081     05  WS-PROBE-JD           PIC 9(08).
001082     05  WS-JULIAN-NUM         PIC 9(08).
001083 01  WS-FX-RATE-TABLE-AREA.
001084     05  WS-FX-ENTRY           OCCURS 5000 TIMES.
001085         10  WS-FX-FROM-CCY    PIC X(03).
001086         10  WS-FX-TO-CCY      PIC X(03).
001087         10  WS-FX-DATE        PIC 9(08).
001088         10  WS-FX-TBL-RATE    PIC 9(05)V9(06).
001093 01  WS-PERIOD-STATUS-TABLE-AREA.
001096     05  WS-PS-ENTRY           OCCURS 2000 TIMES.
001099         10  WS-PS-ENTITY-ID   PIC X(08).
001102         10  WS-PS-FY          PIC 9(04).
001105         10  WS-PS-PER         PIC 9(02).
001108         10  WS-PS-STATUS      PIC X(01).
001111             88  WS-PS-IS-CLOSED          VALUE 'C'.
001114             88  WS-PS-IS-LOCKED          VALUE 'L'.
001117 01  WS-PAGE-CONTROL.
001120     05  WS-LINE-COUNT         PIC 9(02)  VALUE 99.
001123     05  WS-PAGE-COUNT         PIC 9(04)  VALUE 0.
001126     05  WS-LINES-PER-PAGE     PIC 9(02)  VALUE 55.
001129 01  WS-HEADING-1.
001132     05  FILLER                PIC X(10)  VALUE 'GLJV'.
001135     05  FILLER                PIC X(28)  VALUE SPACES.
001138     05  FILLER                PIC X(40)
001141         VALUE 'JOURNAL VOUCHER PERIOD CONTROL REPORT'.
001144     05  FILLER                PIC X(25)  VALUE SPACES.
001147     05  FILLER                PIC X(09)  VALUE 'RUN DATE '.
001150     05  HDG-RUN-DATE          PIC 9(08).
001153     05  FILLER                PIC X(03)  VALUE SPACES.
001156     05  FILLER                PIC X(05)  VALUE 'PAGE '.
001159     05  HDG-PAGE-NO           PIC ZZZ9.
001162 01  WS-HEADING-2.
001165     05  FILLER                PIC X(09)  VALUE 'BATCH ID '.
001168     05  HDG-BATCH-ID          PIC X(10).
001171     05  FILLER                PIC X(113) VALUE SPACES.
001174 01  WS-ADJ-COLUMN-HEADING.
001177     05  FILLER                PIC X(12)  VALUE 'INSTRUMENT'.
001180     05  FILLER                PIC X(10)  VALUE 'ENTITY'.
001183     05  FILLER                PIC X(10)  VALUE 'DAYS IN'.
001186     05  FILLER                PIC X(09)  VALUE 'POSTED TO'.
001189     05  FILLER                PIC X(20)
001192         VALUE '              AMOUNT'.
001195     05  FILLER                PIC X(71)  VALUE SPACES.
001198 01  WS-ADJ-LINE.
001201     05  ADJ-INSTR-ID          PIC X(10).
001204     05  FILLER                PIC X(02)  VALUE SPACES.
001207     05  ADJ-ENTITY-ID         PIC X(08).
001210     05  FILLER                PIC X(02)  VALUE SPACES.
001213     05  ADJ-ORIG-FY           PIC 9(04).
001216     05  FILLER                PIC X(01)  VALUE '/'.
001219     05  ADJ-ORIG-PER          PIC 9(02).
001222     05  FILLER                PIC X(03)  VALUE SPACES.
001225     05  ADJ-POST-FY           PIC 9(04).
001228     05  FILLER                PIC X(01)  VALUE '/'.
001231     05  ADJ-POST-PER          PIC 9(02).
001234     05  FILLER                PIC X(02)  VALUE SPACES.
001237     05  ADJ-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001240     05  FILLER                PIC X(71)  VALUE SPACES.
001243 01  WS-REFUSED-COLUMN-HEADING.
001246     05  FILLER                PIC X(10)  VALUE 'ENTITY'.
001249     05  FILLER                PIC X(10)  VALUE 'PERIOD'.
001252     05  FILLER                PIC X(21)  VALUE 'STATUS'.
001255     05  FILLER                PIC X(20)
001258         VALUE '              AMOUNT'.
001259     05  FILLER                PIC X(71)  VALUE SPACES.
001260 01  WS-REFUSED-LINE.
001261     05  REF-ENTITY-ID         PIC X(08).
001262     05  FILLER                PIC X(02)  VALUE SPACES.
001263     05  REF-FY                PIC 9(04).
001264     05  FILLER                PIC X(01)  VALUE '/'.
001265     05  REF-PER               PIC 9(02).
001266     05  FILLER                PIC X(03)  VALUE SPACES.
001267     05  REF-STATUS            PIC X(21).
001268     05  REF-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001269     05  FILLER                PIC X(71)  VALUE SPACES.
001270 01  WS-FX-COLUMN-HEADING.
001271     05  FILLER                PIC X(10)  VALUE 'ENTITY'.
001272     05  FILLER                PIC X(10)  VALUE 'PERIOD'.
001273     05  FILLER                PIC X(21)
001274         VALUE 'CCY TO   PERIOD END'.
001275     05  FILLER                PIC X(20)
001276         VALUE '              AMOUNT'.
001277     05  FILLER                PIC X(71)  VALUE SPACES.
001278 01  WS-FX-LINE.
001279     05  FXL-ENTITY-ID         PIC X(08).
001280     05  FILLER                PIC X(02)  VALUE SPACES.
001281     05  FXL-FY                PIC 9(04).
001282     05  FILLER                PIC X(01)  VALUE '/'.
001283     05  FXL-PER               PIC 9(02).
001284     05  FILLER                PIC X(03)  VALUE SPACES.
001285     05  FXL-CCY               PIC X(03).
001286     05  FILLER                PIC X(01)  VALUE SPACE.
001287     05  FXL-FUNC-CCY          PIC X(03).
001288     05  FILLER                PIC X(02)  VALUE SPACES.
001289     05  FXL-PERIOD-END        PIC X(08).
001290     05  FILLER                PIC X(04)  VALUE SPACES.
001291     05  FXL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001292     05  FILLER                PIC X(71)  VALUE SPACES.
001294 01  WS-TOTAL-LINE.
001297     05  TOT-LABEL             PIC X(28).
001300     05  TOT-COUNT             PIC ZZZZZZZ9.
001303     05  FILLER                PIC X(05)  VALUE SPACES.
001306     05  TOT-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001309     05  FILLER                PIC X(71)  VALUE SPACES.
001312 01  WS-SECTION-LINE.
001315     05  SEC-TITLE             PIC X(60).
001318     05  FILLER                PIC X(72)  VALUE SPACES.
001321 01  WS-COUNT-LINE.
001324     05  CNT-LABEL             PIC X(40).
001327     05  CNT-VALUE             PIC ZZZZZZZ9.
001330     05  FILLER                PIC X(84)  VALUE SPACES.
001333 01  WS-AMOUNT-LINE.
001336     05  AMT-LABEL             PIC X(40).
001339     05  AMT-VALUE             PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
001342     05  FILLER                PIC X(71)  VALUE SPACES.
001345 01  WS-PRINT-LINE             PIC X(132).
001350 PROCEDURE DIVISION.
001360*****************************************************************
001370*                                                               *
001420     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001430     PERFORM 2000-BUCKET-SPLIT THRU 2000-BUCKET-SPLIT-EXIT
001440         UNTIL WS-SPLIT-END-OF-FILE.
001445     PERFORM 2900-END-ADJ-SECTION THRU 2900-END-ADJ-SECTION-EXIT.
001450     PERFORM 3000-WRITE-VOUCHERS THRU 3000-WRITE-VOUCHERS-EXIT
001460         VARYING WS-BKT-NDX FROM 1 BY 1
001470         UNTIL WS-BKT-NDX > WS-BKT-COUNT.
001480     PERFORM 3500-WRITE-TRAILER THRU 3500-WRITE-TRAILER-EXIT.
001482     PERFORM 3600-END-REFUSED-SECTION
001483         THRU 3600-END-REFUSED-SECTION-EXIT.
001484     PERFORM 3650-PRINT-FX-SUSPENSE
001485         THRU 3650-PRINT-FX-SUSPENSE-EXIT.
001486     PERFORM 3700-PRINT-CONTROL-TOTALS
001488         THRU 3700-PRINT-CONTROL-TOTALS-EXIT.
001490     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001500     STOP RUN.
001510*****************************************************************
001517*    1000-INITIALIZE - OPEN FILES, LOAD THE CODING RULES AND    *
001524*    THE PERIOD STATUSES, START THE REPORT, AND PRIME THE       *
001531*    SPLIT-FILE READ                                            *
001540*****************************************************************
001550 1000-INITIALIZE.
001560     OPEN INPUT SPLIT-IN-FILE.
001710         MOVE WS-VOUCHER-STATUS TO WS-ABEND-STATUS
001720         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
001730     END-IF.
001731     OPEN OUTPUT CONTROL-REPORT.
001732     IF WS-REPORT-STATUS NOT = '00'
001733         MOVE 'CONTROL-REPORT' TO WS-ABEND-FILE-NAME
001734         MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
001735         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
001736     END-IF.
001737     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001738     ACCEPT WS-RUN-TIME FROM TIME.
001739     MOVE WS-RUN-YYMMDD TO WS-BATCH-YYMMDD.
001740     MOVE WS-RUN-HHMM TO WS-BATCH-HHMM.
001741     PERFORM 1100-LOAD-ONE-RULE THRU 1100-LOAD-ONE-RULE-EXIT
001750         UNTIL WS-RULES-END-OF-FILE.
001751     PERFORM 1200-LOAD-PERIOD-STATUS
001752         THRU 1200-LOAD-PERIOD-STATUS-EXIT.
001753     MOVE 'PRIOR-PERIOD ADJUSTMENTS - REDIRECTED OUT OF CLOSED'
001754         TO SEC-TITLE.
001755     PERFORM 3900-PRINT-SECTION-TITLE
001756         THRU 3900-PRINT-SECTION-TITLE-EXIT.
001757     MOVE WS-ADJ-COLUMN-HEADING TO WS-PRINT-LINE.
001758     PERFORM 3950-WRITE-REPORT-LINE
001759         THRU 3950-WRITE-REPORT-LINE-EXIT.
001760     PERFORM 2100-READ-SPLIT THRU 2100-READ-SPLIT-EXIT.
001770 1000-INITIALIZE-EXIT.
001780     EXIT.
001940     MOVE GLR-DEBIT-ACCT TO WS-RT-DEBIT-ACCT(WS-RULE-COUNT).
001950     MOVE GLR-CREDIT-ACCT TO WS-RT-CREDIT-ACCT(WS-RULE-COUNT).
001960     MOVE GLR-COST-CENTER TO WS-RT-COST-CENTER(WS-RULE-COUNT).
001962     MOVE GLR-FUNC-CCY TO WS-RT-FUNC-CCY(WS-RULE-COUNT).
001964     IF GLR-FUNC-CCY = SPACES
001966         MOVE WS-HOME-CCY-CODE TO WS-RT-FUNC-CCY(WS-RULE-COUNT)
001968     END-IF.
001970 1100-LOAD-ONE-RULE-EXIT.
001971     EXIT.
001972*****************************************************************
001973*    1200-LOAD-PERIOD-STATUS - LOAD THE PERSTAT PERIOD-STATUS   *
001974*    FILE.  A PERIOD NOT ON THE FILE IS OPEN, SO A SITE WITH NO *
001975*    PERSTAT YET (STATUS 35) POSTS EVERY BUCKET AND IS WARNED   *
001976*    ON THE JOB LOG                                             *
001977*****************************************************************
001978 1200-LOAD-PERIOD-STATUS.
001979     OPEN INPUT PERIOD-STATUS-FILE.
001980     IF WS-PERSTAT-STATUS = '35'
001981         DISPLAY 'GLJV - NO PERSTAT FILE - ALL FISCAL PERIODS '
001982             'TREATED AS OPEN'
001983         GO TO 1200-LOAD-PERIOD-STATUS-EXIT
001984     END-IF.
001985     IF WS-PERSTAT-STATUS NOT = '00'
001986         MOVE 'PERIOD-STATUS' TO WS-ABEND-FILE-NAME
001987         MOVE WS-PERSTAT-STATUS TO WS-ABEND-STATUS
001988         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
001989     END-IF.
001990     PERFORM 1210-LOAD-ONE-PERIOD THRU 1210-LOAD-ONE-PERIOD-EXIT
001991         UNTIL WS-PERSTAT-END-OF-FILE.
001992     CLOSE PERIOD-STATUS-FILE.
001993 1200-LOAD-PERIOD-STATUS-EXIT.
001994     EXIT.
001995*****************************************************************
001996*    1210-LOAD-ONE-PERIOD                                       *
001997*****************************************************************
001998 1210-LOAD-ONE-PERIOD.
001999     READ PERIOD-STATUS-FILE
002000         AT END
002001             MOVE 'Y' TO WS-PERSTAT-EOF-SWITCH
002002             GO TO 1210-LOAD-ONE-PERIOD-EXIT
002003     END-READ.
002004     IF WS-PS-COUNT >= WS-PS-MAX-ENTRIES
002005         PERFORM 9910-ABEND-TABLE-FULL
002006             THRU 9910-ABEND-TABLE-FULL-EXIT
002007     END-IF.
002008     ADD 1 TO WS-PS-COUNT.
002009     MOVE PST-ENTITY-ID TO WS-PS-ENTITY-ID(WS-PS-COUNT).
002010     MOVE PST-FISCAL-YEAR TO WS-PS-FY(WS-PS-COUNT).
002011     MOVE PST-FISCAL-PERIOD TO WS-PS-PER(WS-PS-COUNT).
002012     MOVE PST-STATUS TO WS-PS-STATUS(WS-PS-COUNT).
002013 1210-LOAD-ONE-PERIOD-EXIT.
002014     EXIT.
002015*****************************************************************
002016*    2000-BUCKET-SPLIT - ACCUMULATE ONE SPLIT RECORD INTO ITS   *
002020*    ENTITY/FISCAL-YEAR/PERIOD/CURRENCY POSTING BUCKET, THEN    *
002024*    READ THE NEXT                                              *
002030*****************************************************************
002040 2000-BUCKET-SPLIT.
002050     ADD 1 TO WS-SPLITS-READ.
002052     MOVE FSP-CCY-CODE TO WS-SPLIT-CCY.
002054     IF WS-SPLIT-CCY = SPACES
002056         MOVE WS-HOME-CCY-CODE TO WS-SPLIT-CCY
002058     END-IF.
002060     MOVE 'N' TO WS-ENTRY-FOUND-SWITCH.
002070     MOVE 0 TO WS-BKT-HIT-NDX.
002080     PERFORM 2200-MATCH-BUCKET THRU 2200-MATCH-BUCKET-EXIT
002180         MOVE FSP-ENTITY-ID TO WS-BKT-ENTITY-ID(WS-BKT-COUNT)
002190         MOVE FSP-FISCAL-YEAR TO WS-BKT-FY(WS-BKT-COUNT)
002200         MOVE FSP-FISCAL-PERIOD TO WS-BKT-PER(WS-BKT-COUNT)
002205         MOVE WS-SPLIT-CCY TO WS-BKT-CCY(WS-BKT-COUNT)
002210         MOVE 0 TO WS-BKT-AMOUNT(WS-BKT-COUNT)
002215         MOVE 'Y' TO WS-BKT-FX-SWITCH(WS-BKT-COUNT)
002220         MOVE WS-BKT-COUNT TO WS-BKT-HIT-NDX
002230     END-IF.
002240     ADD FSP-AMOUNT TO WS-BKT-AMOUNT(WS-BKT-HIT-NDX).
002242     IF FSP-IS-PRIOR-PERIOD-ADJ
002244         PERFORM 2300-LIST-ADJUSTMENT
002246             THRU 2300-LIST-ADJUSTMENT-EXIT
002248     END-IF.
002250     PERFORM 2100-READ-SPLIT THRU 2100-READ-SPLIT-EXIT.
002260 2000-BUCKET-SPLIT-EXIT.
002270     EXIT.
002420     IF WS-BKT-ENTITY-ID(WS-BKT-NDX) = FSP-ENTITY-ID
002430             AND WS-BKT-FY(WS-BKT-NDX) = FSP-FISCAL-YEAR
002440             AND WS-BKT-PER(WS-BKT-NDX) = FSP-FISCAL-PERIOD
002445             AND WS-BKT-CCY(WS-BKT-NDX) = WS-SPLIT-CCY
002450         MOVE WS-BKT-NDX TO WS-BKT-HIT-NDX
002460         MOVE 'Y' TO WS-ENTRY-FOUND-SWITCH
002470     END-IF.
002480 2200-MATCH-BUCKET-EXIT.
002490     EXIT.
002500*****************************************************************
002501*    2300-LIST-ADJUSTMENT - ONE LINE ON THE REPORT FOR A SPLIT  *
002502*    ACCRUE REDIRECTED OUT OF A CLOSED PERIOD: THE PERIOD ITS   *
002503*    DAYS BELONG TO AND THE OPEN PERIOD IT POSTS TO             *
002504*****************************************************************
002505 2300-LIST-ADJUSTMENT.
002506     MOVE FSP-INSTR-ID TO ADJ-INSTR-ID.
002507     MOVE FSP-ENTITY-ID TO ADJ-ENTITY-ID.
002508     MOVE FSP-ORIG-FISCAL-YEAR TO ADJ-ORIG-FY.
002509     MOVE FSP-ORIG-FISCAL-PERIOD TO ADJ-ORIG-PER.
002510     MOVE FSP-FISCAL-YEAR TO ADJ-POST-FY.
002511     MOVE FSP-FISCAL-PERIOD TO ADJ-POST-PER.
002512     MOVE FSP-AMOUNT TO ADJ-AMOUNT.
002513     MOVE WS-ADJ-LINE TO WS-PRINT-LINE.
002514     PERFORM 3950-WRITE-REPORT-LINE
002515         THRU 3950-WRITE-REPORT-LINE-EXIT.
002516     ADD 1 TO WS-PPA-COUNT.
002517     ADD FSP-AMOUNT TO WS-PPA-TOTAL.
002518 2300-LIST-ADJUSTMENT-EXIT.
002519     EXIT.
002520*****************************************************************
002521*    2900-END-ADJ-SECTION - CLOSE THE ADJUSTMENT SECTION WITH   *
002522*    ITS TOTAL AND START THE REFUSED-BUCKET SECTION             *
002523*****************************************************************
002524 2900-END-ADJ-SECTION.
002525     MOVE SPACES TO WS-TOTAL-LINE.
002526     IF WS-PPA-COUNT = 0
002527         MOVE '    NONE' TO TOT-LABEL
002528         MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
002529     ELSE
002530         MOVE 'TOTAL ADJUSTMENTS' TO TOT-LABEL
002531         MOVE WS-PPA-COUNT TO TOT-COUNT
002532         MOVE WS-PPA-TOTAL TO TOT-AMOUNT
002533         MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
002534     END-IF.
002535     PERFORM 3950-WRITE-REPORT-LINE
002536         THRU 3950-WRITE-REPORT-LINE-EXIT.
002537     MOVE 'BUCKETS REFUSED - PERIOD CLOSED OR LOCKED, NOT WRITTEN'
002538         TO SEC-TITLE.
002539     PERFORM 3900-PRINT-SECTION-TITLE
002540         THRU 3900-PRINT-SECTION-TITLE-EXIT.
002541     MOVE WS-REFUSED-COLUMN-HEADING TO WS-PRINT-LINE.
002542     PERFORM 3950-WRITE-REPORT-LINE
002543         THRU 3950-WRITE-REPORT-LINE-EXIT.
002544 2900-END-ADJ-SECTION-EXIT.
002545     EXIT.
002546*****************************************************************
002547*    3000-WRITE-VOUCHERS - ONE BALANCED DEBIT/CREDIT PAIR FOR   *
002548*    THE BUCKET AT WS-BKT-NDX.  A BUCKET WHOSE ENTITY HAS NO    *
002549*    CODING RULE POSTS BOTH LEGS TO THE SUSPENSE ACCOUNT WITH   *
002550*    THE SUSPENSE FLAG SET, SO NOTHING SILENTLY DROPS.  A       *
002551*    BUCKET WHOSE PERIOD IS CLOSED OR LOCKED ON PERSTAT IS      *
002552*    REFUSED - LISTED ON THE REPORT, NOT WRITTEN.  A BUCKET     *
002553*    THAT CANNOT BE TRANSLATED TO THE FUNCTIONAL CURRENCY       *
002554*    POSTS BOTH LEGS TO SUSPENSE FLAGGED 'F'                    *
002555*****************************************************************
002560 3000-WRITE-VOUCHERS.
002561     PERFORM 3300-CHECK-PERIOD-STATUS
002562         THRU 3300-CHECK-PERIOD-STATUS-EXIT.
002563     IF WS-BUCKET-IS-REFUSED
002564         PERFORM 3400-LIST-REFUSED THRU 3400-LIST-REFUSED-EXIT
002565         GO TO 3000-WRITE-VOUCHERS-EXIT
002566     END-IF.
002567     ADD 1 TO WS-POSTED-COUNT.
002570     MOVE 0 TO WS-RULE-HIT-NDX.
002580     PERFORM 3100-MATCH-RULE THRU 3100-MATCH-RULE-EXIT
002590         VARYING WS-RULE-NDX FROM 1 BY 1
002600         UNTIL WS-RULE-NDX > WS-RULE-COUNT
002610            OR WS-RULE-HIT-NDX > 0.
002611     IF WS-RULE-HIT-NDX > 0
002612         MOVE WS-RT-FUNC-CCY(WS-RULE-HIT-NDX) TO WS-FUNC-CCY
002613     ELSE
002614         MOVE WS-HOME-CCY-CODE TO WS-FUNC-CCY
002615     END-IF.
002616     PERFORM 3250-TRANSLATE-BUCKET
002617         THRU 3250-TRANSLATE-BUCKET-EXIT.
002620     MOVE SPACES TO WS-VOUCHER-DETAIL.
002630     MOVE 'D' TO JV-REC-TYPE.
002640     MOVE WS-BKT-ENTITY-ID(WS-BKT-NDX) TO JV-ENTITY-ID.
002650     MOVE WS-BKT-FY(WS-BKT-NDX) TO JV-FISCAL-YEAR.
002660     MOVE WS-BKT-PER(WS-BKT-NDX) TO JV-FISCAL-PERIOD.
002670     MOVE WS-BKT-AMOUNT(WS-BKT-NDX) TO JV-AMOUNT.
002672     MOVE WS-BKT-CCY(WS-BKT-NDX) TO JV-CCY-CODE.
002674     MOVE WS-FUNC-CCY TO JV-FUNC-CCY.
002676     MOVE WS-FUNC-AMOUNT TO JV-FUNC-AMOUNT.
002678     MOVE WS-FX-RATE TO JV-FX-RATE.
002680     IF WS-RULE-HIT-NDX > 0
002690         MOVE WS-RT-COST-CENTER(WS-RULE-HIT-NDX)
002700             TO JV-COST-CENTER
002740         MOVE 'S' TO JV-SUSPENSE-FLAG
002750         ADD 2 TO WS-SUSPENSE-COUNT
002760     END-IF.
002761     IF WS-BKT-NO-FX-RATE(WS-BKT-NDX)
002762         MOVE WS-SUSPENSE-CC TO JV-COST-CENTER
002763         MOVE 'F' TO JV-SUSPENSE-FLAG
002764         IF WS-RULE-HIT-NDX > 0
002765             ADD 2 TO WS-SUSPENSE-COUNT
002766         END-IF
002767     END-IF.
002770     MOVE 'D' TO JV-DR-CR.
002780     IF WS-RULE-HIT-NDX > 0 AND JV-SUSPENSE-FLAG = SPACE
002790         MOVE WS-RT-DEBIT-ACCT(WS-RULE-HIT-NDX) TO JV-ACCOUNT
002800     ELSE
002810         MOVE WS-SUSPENSE-ACCT TO JV-ACCOUNT
002830     PERFORM 3200-WRITE-ONE-DETAIL
002840         THRU 3200-WRITE-ONE-DETAIL-EXIT.
002850     MOVE 'C' TO JV-DR-CR.
002860     IF WS-RULE-HIT-NDX > 0 AND JV-SUSPENSE-FLAG = SPACE
002870         MOVE WS-RT-CREDIT-ACCT(WS-RULE-HIT-NDX) TO JV-ACCOUNT
002880     ELSE
002890         MOVE WS-SUSPENSE-ACCT TO JV-ACCOUNT
002900     END-IF.
002910     PERFORM 3200-WRITE-ONE-DETAIL
002911         THRU 3200-WRITE-ONE-DETAIL-EXIT.
002912 3000-WRITE-VOUCHERS-EXIT.
002913     EXIT.
002914*****************************************************************
002915*    3100-MATCH-RULE                                            *
002916*****************************************************************
002917 3100-MATCH-RULE.
002918     IF WS-RT-ENTITY-ID(WS-RULE-NDX)
002919             = WS-BKT-ENTITY-ID(WS-BKT-NDX)
002920         MOVE WS-RULE-NDX TO WS-RULE-HIT-NDX
002921     END-IF.
002922 3100-MATCH-RULE-EXIT.
002923     EXIT.
002924*****************************************************************
002925*    3200-WRITE-ONE-DETAIL - STAMP AND WRITE THE BUILT DETAIL   *
002926*    LINE AND ROLL IT INTO THE TRAILER'S RECORD COUNT AND HASH  *
002927*    TOTALS                                                     *
002928*****************************************************************
002929 3200-WRITE-ONE-DETAIL.
002930     ADD 1 TO WS-DETAIL-COUNT.
002931     MOVE WS-BATCH-ID TO JV-BATCH-ID.
002932     MOVE WS-RUN-DATE TO JV-RUN-DATE.
002933     MOVE WS-DETAIL-COUNT TO JV-LINE-SEQ.
002934     WRITE VOUCHER-OUT-REC FROM WS-VOUCHER-DETAIL.
002935     ADD WS-BKT-AMOUNT(WS-BKT-NDX) TO WS-HASH-TOTAL.
002936     ADD WS-FUNC-AMOUNT TO WS-FUNC-HASH-TOTAL.
002937 3200-WRITE-ONE-DETAIL-EXIT.
002938     EXIT.
002939*****************************************************************
002940*    3250-TRANSLATE-BUCKET - THE BUCKET AT WS-BKT-NDX INTO THE  *
002941*    FUNCTIONAL CURRENCY WS-FUNC-CCY.  A BUCKET ALREADY IN THE  *
002942*    FUNCTIONAL CURRENCY CARRIES OVER AT 1.  OTHERWISE THE RATE *
002943*    IS THE LATEST FXRATES RATE FOR THE PAIR DATED INSIDE THE   *
002944*    BUCKET'S FISCAL PERIOD, ON OR BEFORE ITS LAST DAY; NO SUCH *
002945*    RATE (OR NO FISCAL PERIOD TO LOOK IN) MARKS THE BUCKET FOR *
002946*    SUSPENSE WITH A ZERO FUNCTIONAL AMOUNT - NEVER 1.0         *
002947*****************************************************************
002948 3250-TRANSLATE-BUCKET.
002949     MOVE WS-FUNC-CCY TO WS-BKT-FUNC-CCY(WS-BKT-NDX).
002950     MOVE 0 TO WS-BKT-PERIOD-END(WS-BKT-NDX).
002951     MOVE 'Y' TO WS-BKT-FX-SWITCH(WS-BKT-NDX).
002952     IF WS-BKT-CCY(WS-BKT-NDX) = WS-FUNC-CCY
002953         MOVE 1 TO WS-FX-RATE
002954         MOVE WS-BKT-AMOUNT(WS-BKT-NDX) TO WS-FUNC-AMOUNT
002955         GO TO 3250-TRANSLATE-BUCKET-EXIT
002956     END-IF.
002957     MOVE 0 TO WS-FX-RATE.
002958     MOVE 0 TO WS-FUNC-AMOUNT.
002959     MOVE 'N' TO WS-RATE-FOUND-SWITCH.
002960     IF NOT WS-FX-RATES-LOADED
002961         PERFORM 3290-LOAD-FX-RATES THRU 3290-LOAD-FX-RATES-EXIT
002962     END-IF.
002963     PERFORM 3260-FIND-PERIOD-END THRU 3260-FIND-PERIOD-END-EXIT.
002964     IF WS-PERIOD-END-FOUND
002965         MOVE WS-PROBE-DATE TO WS-BKT-PERIOD-END(WS-BKT-NDX)
002966         MOVE 0 TO WS-FX-HIT-NDX
002967         MOVE 0 TO WS-FX-HIT-DATE
002968         PERFORM 3280-MATCH-FX-RATE THRU 3280-MATCH-FX-RATE-EXIT
002969             VARYING WS-FX-NDX FROM 1 BY 1
002970             UNTIL WS-FX-NDX > WS-FX-COUNT
002971     END-IF.
002972     IF NOT WS-RATE-WAS-FOUND
002973         MOVE 'N' TO WS-BKT-FX-SWITCH(WS-BKT-NDX)
002974         ADD 1 TO WS-FX-SUSPENSE-COUNT
002975         ADD WS-BKT-AMOUNT(WS-BKT-NDX) TO WS-FX-SUSPENSE-TOTAL
002976         GO TO 3250-TRANSLATE-BUCKET-EXIT
002977     END-IF.
002978     MOVE WS-FX-TBL-RATE(WS-FX-HIT-NDX) TO WS-FX-RATE.
002979     COMPUTE WS-FUNC-AMOUNT ROUNDED =
002980         WS-BKT-AMOUNT(WS-BKT-NDX) * WS-FX-RATE.
002981     ADD 1 TO WS-TRANSLATED-COUNT.
002982 3250-TRANSLATE-BUCKET-EXIT.
002983     EXIT.
002984*****************************************************************
002985*    3260-FIND-PERIOD-END - THE LAST CALENDAR DAY OF THE        *
002986*    BUCKET'S FISCAL YEAR/PERIOD, FOUND BY HALVING A DATE RANGE *
002987*    THROUGH FISCYR:  THE LAST DAY WHOSE FISCAL YEAR/PERIOD IS  *
002988*    NOT PAST THE BUCKET'S.  A FISCAL YEAR ENDS IN THE CALENDAR *
002989*    YEAR IT IS NUMBERED FOR, SO ITS PERIODS LIE BETWEEN 1      *
002990*    JANUARY OF THE YEAR BEFORE AND 1 JANUARY OF THE YEAR       *
002991*    AFTER.  ON EXIT WS-PROBE-DATE IS THE PERIOD-END DATE AND   *
002992*    WS-PBEG-DATE THE PERIOD'S FIRST DAY.  A BLANK ENTITY, AN   *
002993*    ENTITY FISCYR DOES NOT KNOW, OR A PERIOD THE CALENDAR DOES *
002994*    NOT HAVE IS NOT FOUND                                      *
002995*****************************************************************
002996 3260-FIND-PERIOD-END.
002997     MOVE 'N' TO WS-PERIOD-END-SWITCH.
002998     IF WS-BKT-ENTITY-ID(WS-BKT-NDX) = SPACES
002999         GO TO 3260-FIND-PERIOD-END-EXIT
003000     END-IF.
003001     COMPUTE WS-TARGET-KEY = WS-BKT-FY(WS-BKT-NDX) * 100
003002         + WS-BKT-PER(WS-BKT-NDX).
003003     COMPUTE WS-PROBE-CCYY = WS-BKT-FY(WS-BKT-NDX) - 1.
003004     MOVE 01 TO WS-PROBE-MM.
003005     MOVE 01 TO WS-PROBE-DD.
003006     CALL 'JULDAY' USING WS-PROBE-DATE, WS-JULIAN-NUM.
003007     MOVE WS-JULIAN-NUM TO WS-LO-JD.
003008     COMPUTE WS-PROBE-CCYY = WS-BKT-FY(WS-BKT-NDX) + 1.
003009     CALL 'JULDAY' USING WS-PROBE-DATE, WS-JULIAN-NUM.
003010     MOVE WS-JULIAN-NUM TO WS-HI-JD.
003011     PERFORM 3265-HALVE-RANGE THRU 3265-HALVE-RANGE-EXIT
003012         UNTIL WS-HI-JD - WS-LO-JD <= 1
003013            OR WS-PERIOD-END-FAILED.
003014     IF WS-PERIOD-END-FAILED
003015         GO TO 3260-FIND-PERIOD-END-EXIT
003016     END-IF.
003017     MOVE WS-LO-JD TO WS-PROBE-JD.
003018     PERFORM 3270-PROBE-DATE THRU 3270-PROBE-DATE-EXIT.
003019     IF WS-PERIOD-END-FAILED
003020             OR WS-PROBE-KEY NOT = WS-TARGET-KEY
003021         MOVE 'N' TO WS-PERIOD-END-SWITCH
003022         GO TO 3260-FIND-PERIOD-END-EXIT
003023     END-IF.
003024     COMPUTE WS-JULIAN-NUM = WS-LO-JD - WS-FY-DAY + 1.
003025     CALL 'JULGREG' USING WS-JULIAN-NUM, WS-PBEG-DATE,
003026         WS-JULGREG-RETURN-CODE.
003027     IF WS-JULGREG-IS-VALID
003028         MOVE 'Y' TO WS-PERIOD-END-SWITCH
003029     END-IF.
003030 3260-FIND-PERIOD-END-EXIT.
003031     EXIT.
003032*****************************************************************
003033*    3265-HALVE-RANGE - PROBE THE MIDDLE OF THE RANGE AND KEEP  *
003034*    THE HALF THAT STILL HOLDS THE PERIOD'S LAST DAY            *
003035*****************************************************************
003036 3265-HALVE-RANGE.
003037     COMPUTE WS-MID-JD = (WS-LO-JD + WS-HI-JD) / 2.
003038     MOVE WS-MID-JD TO WS-PROBE-JD.
003039     PERFORM 3270-PROBE-DATE THRU 3270-PROBE-DATE-EXIT.
003040     IF WS-PERIOD-END-FAILED
003041         GO TO 3265-HALVE-RANGE-EXIT
003042     END-IF.
003043     IF WS-PROBE-KEY > WS-TARGET-KEY
003044         MOVE WS-MID-JD TO WS-HI-JD
003045     ELSE
003046         MOVE WS-MID-JD TO WS-LO-JD
003047     END-IF.
003048 3265-HALVE-RANGE-EXIT.
003049     EXIT.
003050*****************************************************************
003051*    3270-PROBE-DATE - FISCAL YEAR/PERIOD OF THE DAY AT         *
003052*    WS-PROBE-JD AS ONE COMPARABLE KEY (YYYYPP).  A DEFINITION  *
003053*    FILE THAT IS MISSING, EMPTY, OR OVERFLOWED ABENDS; AN      *
003054*    UNKNOWN OR MALFORMED ENTITY FAILS THE SEARCH               *
003055*****************************************************************
003056 3270-PROBE-DATE.
003057     CALL 'JULGREG' USING WS-PROBE-JD, WS-PROBE-DATE,
003058         WS-JULGREG-RETURN-CODE.
003059     IF NOT WS-JULGREG-IS-VALID
003060         MOVE 'F' TO WS-PERIOD-END-SWITCH
003061         GO TO 3270-PROBE-DATE-EXIT
003062     END-IF.
003063     CALL 'FISCYR' USING WS-BKT-ENTITY-ID(WS-BKT-NDX),
003064         WS-PROBE-DATE, WS-FY-YEAR, WS-FY-PERIOD, WS-FY-DAY,
003065         WS-FISCYR-RETURN-CODE.
003066     IF WS-FY-DEF-OPEN-FAILED OR WS-FY-DEF-FILE-EMPTY
003067             OR WS-FY-DEF-TABLE-OVERFLOW
003068         PERFORM 9920-ABEND-FISCDEF THRU 9920-ABEND-FISCDEF-EXIT
003069     END-IF.
003070     IF NOT WS-FISCYR-IS-VALID
003071         MOVE 'F' TO WS-PERIOD-END-SWITCH
003072         GO TO 3270-PROBE-DATE-EXIT
003073     END-IF.
003074     COMPUTE WS-PROBE-KEY = WS-FY-YEAR * 100 + WS-FY-PERIOD.
003075 3270-PROBE-DATE-EXIT.
003076     EXIT.
003077*****************************************************************
003078*    3280-MATCH-FX-RATE - KEEP THE LATEST RATE FOR THE PAIR     *
003079*    DATED FROM THE PERIOD'S FIRST DAY TO ITS LAST              *
003080*****************************************************************
003081 3280-MATCH-FX-RATE.
003082     IF WS-FX-FROM-CCY(WS-FX-NDX) = WS-BKT-CCY(WS-BKT-NDX)
003083             AND WS-FX-TO-CCY(WS-FX-NDX) = WS-FUNC-CCY
003084             AND WS-FX-DATE(WS-FX-NDX) >= WS-PBEG-DATE
003085             AND WS-FX-DATE(WS-FX-NDX) <= WS-PROBE-DATE
003086             AND WS-FX-DATE(WS-FX-NDX) >= WS-FX-HIT-DATE
003087         MOVE WS-FX-NDX TO WS-FX-HIT-NDX
003088         MOVE WS-FX-DATE(WS-FX-NDX) TO WS-FX-HIT-DATE
003089         MOVE 'Y' TO WS-RATE-FOUND-SWITCH
003090     END-IF.
003091 3280-MATCH-FX-RATE-EXIT.
003092     EXIT.
003093*****************************************************************
003094*    3290-LOAD-FX-RATES - LOAD THE WHOLE FXRATES FILE INTO THE  *
003095*    RATE TABLE.  ONLY CALLED WHEN THE FIRST FOREIGN-CURRENCY   *
003096*    BUCKET IS MET, SO A SINGLE-CURRENCY RUN NEEDS NO RATE FILE *
003097*****************************************************************
003098 3290-LOAD-FX-RATES.
003099     OPEN INPUT FX-RATE-FILE.
003100     IF WS-FXRATE-STATUS NOT = '00'
003101         MOVE 'FX-RATE-FILE' TO WS-ABEND-FILE-NAME
003102         MOVE WS-FXRATE-STATUS TO WS-ABEND-STATUS
003103         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
003104     END-IF.
003105     PERFORM 3295-LOAD-ONE-FX-RATE THRU 3295-LOAD-ONE-FX-RATE-EXIT
003106         UNTIL WS-FXRATE-END-OF-FILE.
003107     CLOSE FX-RATE-FILE.
003108     MOVE 'Y' TO WS-FXRATE-LOADED-SWITCH.
003109 3290-LOAD-FX-RATES-EXIT.
003110     EXIT.
003111*****************************************************************
003112*    3295-LOAD-ONE-FX-RATE - A NON-NUMERIC DATE OR RATE, OR A   *
003113*    FULL TABLE, ABENDS RATHER THAN TRANSLATE ON A PARTIAL FILE *
003114*****************************************************************
003115 3295-LOAD-ONE-FX-RATE.
003116     READ FX-RATE-FILE
003117         AT END
003118             MOVE 'Y' TO WS-FXRATE-EOF-SWITCH
003119             GO TO 3295-LOAD-ONE-FX-RATE-EXIT
003120     END-READ.
003121     IF FXR-RATE-DATE-RAW IS NOT NUMERIC
003122             OR FXR-RATE-RAW IS NOT NUMERIC
003123         PERFORM 9930-ABEND-FX-RATES THRU 9930-ABEND-FX-RATES-EXIT
003124     END-IF.
003125     IF WS-FX-COUNT >= WS-FX-MAX-ENTRIES
003126         PERFORM 9910-ABEND-TABLE-FULL
003127             THRU 9910-ABEND-TABLE-FULL-EXIT
003128     END-IF.
003129     ADD 1 TO WS-FX-COUNT.
003130     MOVE FXR-FROM-CCY TO WS-FX-FROM-CCY(WS-FX-COUNT).
003131     MOVE FXR-TO-CCY TO WS-FX-TO-CCY(WS-FX-COUNT).
003132     MOVE FXR-RATE-DATE TO WS-FX-DATE(WS-FX-COUNT).
003133     MOVE FXR-RATE TO WS-FX-TBL-RATE(WS-FX-COUNT).
003134 3295-LOAD-ONE-FX-RATE-EXIT.
003140     EXIT.
003150*****************************************************************
003151*    3300-CHECK-PERIOD-STATUS - IS THE BUCKET AT WS-BKT-NDX IN  *
003152*    A PERIOD THAT IS CLOSED OR LOCKED ON PERSTAT               *
003153*****************************************************************
003154 3300-CHECK-PERIOD-STATUS.
003155     MOVE 'N' TO WS-REFUSED-SWITCH.
003156     MOVE 0 TO WS-PS-HIT-NDX.
003157     PERFORM 3310-MATCH-PERIOD THRU 3310-MATCH-PERIOD-EXIT
003158         VARYING WS-PS-NDX FROM 1 BY 1
003159         UNTIL WS-PS-NDX > WS-PS-COUNT
003160            OR WS-PS-HIT-NDX > 0.
003161     IF WS-PS-HIT-NDX = 0
003162         GO TO 3300-CHECK-PERIOD-STATUS-EXIT
003163     END-IF.
003164     IF WS-PS-IS-CLOSED(WS-PS-HIT-NDX)
003165             OR WS-PS-IS-LOCKED(WS-PS-HIT-NDX)
003166         MOVE 'Y' TO WS-REFUSED-SWITCH
003167     END-IF.
003168 3300-CHECK-PERIOD-STATUS-EXIT.
003169     EXIT.
003170*****************************************************************
003171*    3310-MATCH-PERIOD                                          *
003172*****************************************************************
003173 3310-MATCH-PERIOD.
003174     IF WS-PS-ENTITY-ID(WS-PS-NDX) = WS-BKT-ENTITY-ID(WS-BKT-NDX)
003175             AND WS-PS-FY(WS-PS-NDX) = WS-BKT-FY(WS-BKT-NDX)
003176             AND WS-PS-PER(WS-PS-NDX) = WS-BKT-PER(WS-BKT-NDX)
003177         MOVE WS-PS-NDX TO WS-PS-HIT-NDX
003178     END-IF.
003179 3310-MATCH-PERIOD-EXIT.
003180     EXIT.
003181*****************************************************************
003182*    3400-LIST-REFUSED - ONE LINE ON THE REPORT FOR A REFUSED   *
003183*    BUCKET                                                     *
003184*****************************************************************
003185 3400-LIST-REFUSED.
003186     MOVE WS-BKT-ENTITY-ID(WS-BKT-NDX) TO REF-ENTITY-ID.
003187     MOVE WS-BKT-FY(WS-BKT-NDX) TO REF-FY.
003188     MOVE WS-BKT-PER(WS-BKT-NDX) TO REF-PER.
003189     IF WS-PS-IS-LOCKED(WS-PS-HIT-NDX)
003190         MOVE 'LOCKED' TO REF-STATUS
003191     ELSE
003192         MOVE 'CLOSED' TO REF-STATUS
003193     END-IF.
003194     MOVE WS-BKT-AMOUNT(WS-BKT-NDX) TO REF-AMOUNT.
003195     MOVE WS-REFUSED-LINE TO WS-PRINT-LINE.
003196     PERFORM 3950-WRITE-REPORT-LINE
003197         THRU 3950-WRITE-REPORT-LINE-EXIT.
003198     ADD 1 TO WS-REFUSED-COUNT.
003199     ADD WS-BKT-AMOUNT(WS-BKT-NDX) TO WS-REFUSED-TOTAL.
003200 3400-LIST-REFUSED-EXIT.
003201     EXIT.
003202*****************************************************************
003203*    3500-WRITE-TRAILER - RECORD COUNT AND HASH TOTAL OF        *
003204*    AMOUNTS SO THE GL INTAKE JOB CAN PROVE THE BATCH ARRIVED   *
003205*    WHOLE AND BALANCED BEFORE POSTING                          *
003206*****************************************************************
003207 3500-WRITE-TRAILER.
003210     MOVE SPACES TO WS-VOUCHER-TRAILER.
003211     MOVE 'T' TO TRL-REC-TYPE.
003212     MOVE WS-DETAIL-COUNT TO TRL-RECORD-COUNT.
003213     MOVE WS-HASH-TOTAL TO TRL-HASH-TOTAL.
003214     MOVE WS-FUNC-HASH-TOTAL TO TRL-FUNC-HASH-TOTAL.
003215     MOVE WS-BATCH-ID TO TRL-BATCH-ID.
003216     MOVE WS-RUN-DATE TO TRL-RUN-DATE.
003217     WRITE VOUCHER-OUT-REC FROM WS-VOUCHER-TRAILER.
003218 3500-WRITE-TRAILER-EXIT.
003219     EXIT.
003220*****************************************************************
003221*    3600-END-REFUSED-SECTION - CLOSE THE REFUSED-BUCKET        *
003222*    SECTION WITH ITS TOTAL                                     *
003223*****************************************************************
003224 3600-END-REFUSED-SECTION.
003225     MOVE SPACES TO WS-TOTAL-LINE.
003226     IF WS-REFUSED-COUNT = 0
003227         MOVE '    NONE' TO TOT-LABEL
003228     ELSE
003229         MOVE 'TOTAL REFUSED' TO TOT-LABEL
003230         MOVE WS-REFUSED-COUNT TO TOT-COUNT
003231         MOVE WS-REFUSED-TOTAL TO TOT-AMOUNT
003232     END-IF.
003233     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
003234     PERFORM 3950-WRITE-REPORT-LINE
003235         THRU 3950-WRITE-REPORT-LINE-EXIT.
003236 3600-END-REFUSED-SECTION-EXIT.
003237     EXIT.
003238*****************************************************************
003239*    3650-PRINT-FX-SUSPENSE - THE BUCKETS THAT WENT TO SUSPENSE *
003240*    FOR WANT OF A RATE, WITH THE PERIOD-END DATE THE RATE WAS  *
003241*    LOOKED FOR (BLANK WHEN THE FISCAL PERIOD ITSELF COULD NOT  *
003242*    BE FOUND), AND THEIR TOTAL IN TRANSACTION CURRENCY         *
003243*****************************************************************
003244 3650-PRINT-FX-SUSPENSE.
003245     MOVE 'BUCKETS TO SUSPENSE - NO FX RATE FOR THE PERIOD END'
003246         TO SEC-TITLE.
003247     PERFORM 3900-PRINT-SECTION-TITLE
003248         THRU 3900-PRINT-SECTION-TITLE-EXIT.
003249     MOVE WS-FX-COLUMN-HEADING TO WS-PRINT-LINE.
003250     PERFORM 3950-WRITE-REPORT-LINE
003251         THRU 3950-WRITE-REPORT-LINE-EXIT.
003252     PERFORM 3660-LIST-FX-SUSPENSE THRU 3660-LIST-FX-SUSPENSE-EXIT
003253         VARYING WS-BKT-NDX FROM 1 BY 1
003254         UNTIL WS-BKT-NDX > WS-BKT-COUNT.
003255     MOVE SPACES TO WS-TOTAL-LINE.
003256     IF WS-FX-SUSPENSE-COUNT = 0
003257         MOVE '    NONE' TO TOT-LABEL
003258     ELSE
003259         MOVE 'TOTAL TO SUSPENSE' TO TOT-LABEL
003260         MOVE WS-FX-SUSPENSE-COUNT TO TOT-COUNT
003261         MOVE WS-FX-SUSPENSE-TOTAL TO TOT-AMOUNT
003262     END-IF.
003263     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
003264     PERFORM 3950-WRITE-REPORT-LINE
003265         THRU 3950-WRITE-REPORT-LINE-EXIT.
003266 3650-PRINT-FX-SUSPENSE-EXIT.
003267     EXIT.
003268*****************************************************************
003269*    3660-LIST-FX-SUSPENSE                                      *
003270*****************************************************************
003271 3660-LIST-FX-SUSPENSE.
003272     IF NOT WS-BKT-NO-FX-RATE(WS-BKT-NDX)
003273         GO TO 3660-LIST-FX-SUSPENSE-EXIT
003274     END-IF.
003275     MOVE WS-BKT-ENTITY-ID(WS-BKT-NDX) TO FXL-ENTITY-ID.
003276     MOVE WS-BKT-FY(WS-BKT-NDX) TO FXL-FY.
003277     MOVE WS-BKT-PER(WS-BKT-NDX) TO FXL-PER.
003278     MOVE WS-BKT-CCY(WS-BKT-NDX) TO FXL-CCY.
003279     MOVE WS-BKT-FUNC-CCY(WS-BKT-NDX) TO FXL-FUNC-CCY.
003280     IF WS-BKT-PERIOD-END(WS-BKT-NDX) = 0
003281         MOVE SPACES TO FXL-PERIOD-END
003282     ELSE
003283         MOVE WS-BKT-PERIOD-END(WS-BKT-NDX) TO FXL-PERIOD-END
003284     END-IF.
003285     MOVE WS-BKT-AMOUNT(WS-BKT-NDX) TO FXL-AMOUNT.
003286     MOVE WS-FX-LINE TO WS-PRINT-LINE.
003287     PERFORM 3950-WRITE-REPORT-LINE
003288         THRU 3950-WRITE-REPORT-LINE-EXIT.
003289 3660-LIST-FX-SUSPENSE-EXIT.
003297     EXIT.
003298*****************************************************************
003299*    3700-PRINT-CONTROL-TOTALS - THE RUN'S COUNTS AND THE       *
003300*    BATCH HASH TOTAL AS WRITTEN TO THE TRAILER                 *
003301*****************************************************************
003302 3700-PRINT-CONTROL-TOTALS.
003303     MOVE 'CONTROL TOTALS' TO SEC-TITLE.
003304     PERFORM 3900-PRINT-SECTION-TITLE
003305         THRU 3900-PRINT-SECTION-TITLE-EXIT.
003306     MOVE 'SPLIT RECORDS READ - ACCFSP' TO CNT-LABEL.
003307     MOVE WS-SPLITS-READ TO CNT-VALUE.
003308     PERFORM 3970-WRITE-COUNT-LINE
003309         THRU 3970-WRITE-COUNT-LINE-EXIT.
003310     MOVE '  PRIOR-PERIOD ADJUSTMENTS' TO CNT-LABEL.
003311     MOVE WS-PPA-COUNT TO CNT-VALUE.
003312     PERFORM 3970-WRITE-COUNT-LINE
003313         THRU 3970-WRITE-COUNT-LINE-EXIT.
003314     MOVE 'POSTING BUCKETS' TO CNT-LABEL.
003315     MOVE WS-BKT-COUNT TO CNT-VALUE.
003316     PERFORM 3970-WRITE-COUNT-LINE
003317         THRU 3970-WRITE-COUNT-LINE-EXIT.
003318     MOVE '  POSTED' TO CNT-LABEL.
003319     MOVE WS-POSTED-COUNT TO CNT-VALUE.
003320     PERFORM 3970-WRITE-COUNT-LINE
003321         THRU 3970-WRITE-COUNT-LINE-EXIT.
003322     MOVE '  REFUSED' TO CNT-LABEL.
003323     MOVE WS-REFUSED-COUNT TO CNT-VALUE.
003324     PERFORM 3970-WRITE-COUNT-LINE
003325         THRU 3970-WRITE-COUNT-LINE-EXIT.
003326     MOVE '  TRANSLATED FROM A FOREIGN CURRENCY' TO CNT-LABEL.
003327     MOVE WS-TRANSLATED-COUNT TO CNT-VALUE.
003328     PERFORM 3970-WRITE-COUNT-LINE
003329         THRU 3970-WRITE-COUNT-LINE-EXIT.
003330     MOVE '  TO SUSPENSE - NO FX RATE' TO CNT-LABEL.
003331     MOVE WS-FX-SUSPENSE-COUNT TO CNT-VALUE.
003332     PERFORM 3970-WRITE-COUNT-LINE
003333         THRU 3970-WRITE-COUNT-LINE-EXIT.
003334     MOVE 'DETAIL LINES WRITTEN - GLJVOUT' TO CNT-LABEL.
003335     MOVE WS-DETAIL-COUNT TO CNT-VALUE.
003336     PERFORM 3970-WRITE-COUNT-LINE
003337         THRU 3970-WRITE-COUNT-LINE-EXIT.
003338     MOVE '  TO SUSPENSE' TO CNT-LABEL.
003339     MOVE WS-SUSPENSE-COUNT TO CNT-VALUE.
003340     PERFORM 3970-WRITE-COUNT-LINE
003341         THRU 3970-WRITE-COUNT-LINE-EXIT.
003342     MOVE 'TRAILER HASH TOTAL - TRANSACTION' TO AMT-LABEL.
003343     MOVE WS-HASH-TOTAL TO AMT-VALUE.
003344     MOVE WS-AMOUNT-LINE TO WS-PRINT-LINE.
003345     PERFORM 3950-WRITE-REPORT-LINE
003346         THRU 3950-WRITE-REPORT-LINE-EXIT.
003347     MOVE 'TRAILER HASH TOTAL - FUNCTIONAL' TO AMT-LABEL.
003348     MOVE WS-FUNC-HASH-TOTAL TO AMT-VALUE.
003349     MOVE WS-AMOUNT-LINE TO WS-PRINT-LINE.
003350     PERFORM 3950-WRITE-REPORT-LINE
003351         THRU 3950-WRITE-REPORT-LINE-EXIT.
003352 3700-PRINT-CONTROL-TOTALS-EXIT.
003353     EXIT.
003354*****************************************************************
003355*    3900-PRINT-SECTION-TITLE - A BLANK LINE, THEN THE TITLE    *
003356*****************************************************************
003357 3900-PRINT-SECTION-TITLE.
003358     MOVE SPACES TO WS-PRINT-LINE.
003359     PERFORM 3950-WRITE-REPORT-LINE
003360         THRU 3950-WRITE-REPORT-LINE-EXIT.
003361     MOVE WS-SECTION-LINE TO WS-PRINT-LINE.
003362     PERFORM 3950-WRITE-REPORT-LINE
003363         THRU 3950-WRITE-REPORT-LINE-EXIT.
003364 3900-PRINT-SECTION-TITLE-EXIT.
003365     EXIT.
003366*****************************************************************
003367*    3950-WRITE-REPORT-LINE - WS-PRINT-LINE, WITH PAGE BREAKS   *
003368*****************************************************************
003369 3950-WRITE-REPORT-LINE.
003370     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
003371         PERFORM 3990-PRINT-HEADINGS THRU 3990-PRINT-HEADINGS-EXIT
003372     END-IF.
003373     WRITE REPORT-PRINT-REC FROM WS-PRINT-LINE
003374         AFTER ADVANCING 1 LINE.
003375     ADD 1 TO WS-LINE-COUNT.
003376 3950-WRITE-REPORT-LINE-EXIT.
003377     EXIT.
003378*****************************************************************
003379*    3970-WRITE-COUNT-LINE                                      *
003380*****************************************************************
003381 3970-WRITE-COUNT-LINE.
003382     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
003383     PERFORM 3950-WRITE-REPORT-LINE
003384         THRU 3950-WRITE-REPORT-LINE-EXIT.
003385 3970-WRITE-COUNT-LINE-EXIT.
003386     EXIT.
003387*****************************************************************
003388*    3990-PRINT-HEADINGS - PAGE HEADINGS                        *
003389*****************************************************************
003390 3990-PRINT-HEADINGS.
003391     ADD 1 TO WS-PAGE-COUNT.
003392     MOVE WS-RUN-DATE TO HDG-RUN-DATE.
003393     MOVE WS-PAGE-COUNT TO HDG-PAGE-NO.
003394     MOVE WS-BATCH-ID TO HDG-BATCH-ID.
003395     WRITE REPORT-PRINT-REC FROM WS-HEADING-1
003396         AFTER ADVANCING PAGE.
003397     WRITE REPORT-PRINT-REC FROM WS-HEADING-2
003398         AFTER ADVANCING 1 LINE.
003399     MOVE 2 TO WS-LINE-COUNT.
003400 3990-PRINT-HEADINGS-EXIT.
003401     EXIT.
003402*****************************************************************
003403*    9000-TERMINATE - CLOSE FILES AND DISPLAY THE TALLY.  A     *
003404*    RUN THAT CODED ANYTHING TO SUSPENSE SAYS SO LOUDLY, BUT    *
003405*    THE BATCH STILL POSTS - SUSPENSE EXISTS SO NOTHING DROPS  *
003406*    A RUN THAT REFUSED A BUCKET FOR A CLOSED OR LOCKED PERIOD  *
003407*    ENDS RC=8 SO THE BATCH IS HELD UNTIL THE CLOSE IS SIGNED   *
003408*    OFF                                                        *
003409*****************************************************************
003410 9000-TERMINATE.
003411     CLOSE SPLIT-IN-FILE.
003412     CLOSE CODING-RULES-FILE.
003413     CLOSE VOUCHER-OUT-FILE.
003414     CLOSE CONTROL-REPORT.
003415     DISPLAY 'GLJV - SPLIT RECORDS READ  ' WS-SPLITS-READ.
003416     DISPLAY 'GLJV - DETAIL LINES WRITTEN ' WS-DETAIL-COUNT.
003417     DISPLAY 'GLJV - SUSPENSE LINES       ' WS-SUSPENSE-COUNT.
003418     DISPLAY 'GLJV - BATCH ID             ' WS-BATCH-ID.
003419     DISPLAY 'GLJV - PRIOR-PERIOD ADJ     ' WS-PPA-COUNT.
003420     IF WS-FX-SUSPENSE-COUNT > 0
003421         DISPLAY 'GLJV - BUCKETS TO SUSPENSE  '
003422             WS-FX-SUSPENSE-COUNT
003423             ' - NO FX RATE FOR THE PERIOD END'
003424     END-IF.
003425     IF WS-REFUSED-COUNT > 0
003426         DISPLAY 'GLJV - BUCKETS REFUSED      ' WS-REFUSED-COUNT
003427             ' - PERIOD CLOSED OR LOCKED'
003428         MOVE 8 TO RETURN-CODE
003429     END-IF.
003430 9000-TERMINATE-EXIT.
003431     EXIT.
003432*****************************************************************
003433*    9900-ABEND-BAD-OPEN - A FILE DID NOT OPEN CLEANLY.  DISPLAY *
003440*    WHICH ONE AND ITS FILE STATUS AND STOP THE RUN WITH A       *
003450*    NON-ZERO RETURN CODE INSTEAD OF CONTINUING ON A FILE THAT   *
003460*    WAS NEVER ACTUALLY OPENED                                   *
003530 9900-ABEND-BAD-OPEN-EXIT.
003540     EXIT.
003550*****************************************************************
003558*    9910-ABEND-TABLE-FULL - MORE CODING RULES, POSTING         *
003563*    BUCKETS, PERIOD STATUSES, OR FX RATES THAN THE TABLES CAN  *
003568*    HOLD.                                                      *
003574*    STOP THE RUN RATHER THAN WRITE A VOUCHER BATCH THAT        *
003582*    SILENTLY DROPPED BUCKETS                                   *
003590*****************************************************************
003600 9910-ABEND-TABLE-FULL.
003610     DISPLAY 'GLJV - RULE, BUCKET, PERIOD, OR FX RATE TABLE '
003620         'FULL - ENLARGE AND RERUN'.
003630     MOVE 16 TO RETURN-CODE.
003640     STOP RUN.
003650 9910-ABEND-TABLE-FULL-EXIT.
003660     EXIT.
003670*****************************************************************
003680*    9920-ABEND-FISCDEF - FISCYR REPORTS THE FISCAL DEFINITION  *
003690*    FILE MISSING, EMPTY, OR OVERFLOWED.  NO PERIOD-END DATE    *
003700*    CAN BE FOUND FOR ANY ENTITY, SO STOP THE RUN RATHER THAN   *
003710*    SEND EVERY FOREIGN-CURRENCY BUCKET TO SUSPENSE             *
003720*****************************************************************
003730 9920-ABEND-FISCDEF.
003740     DISPLAY 'GLJV - FISCYR REPORTS FISCAL DEFINITION FILE '
003750         'FAILURE - RETURN CODE ' WS-FISCYR-RETURN-CODE.
003760     MOVE 16 TO RETURN-CODE.
003770     STOP RUN.
003780 9920-ABEND-FISCDEF-EXIT.
003790     EXIT.
003800*****************************************************************
003810*    9930-ABEND-FX-RATES - THE FXRATES FILE HOLDS A NON-NUMERIC *
003820*    DATE OR RATE.  STOP THE RUN RATHER THAN TRANSLATE FROM A   *
003830*    RATE FILE THAT CANNOT BE TRUSTED                           *
003840*****************************************************************
003850 9930-ABEND-FX-RATES.
003860     DISPLAY 'GLJV - FXRATES ENTRY NOT NUMERIC AFTER ENTRY '
003870         WS-FX-COUNT ' - CORRECT AND RERUN'.
003880     MOVE 16 TO RETURN-CODE.
003890     STOP RUN.
003900 9930-ABEND-FX-RATES-EXIT.
003910     EXIT.
