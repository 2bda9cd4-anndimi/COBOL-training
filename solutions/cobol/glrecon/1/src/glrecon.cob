000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GLRECON.
000030 AUTHOR.        J MCALLISTER.
000040 INSTALLATION.  DEPRECIATION AND ACCRUAL SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------
000100* 2026-10-15  JKM  INITIAL VERSION.  JOURNAL VOUCHER
000110*                  ACKNOWLEDGMENT RECONCILIATION - RUNS AFTER THE
000120*                  GL INTAKE HAS RETURNED ITS ACKNOWLEDGMENT FILE
000130*                  (GLACK: BATCH ID, LINE SEQUENCE, LINE STATUS,
000140*                  GL DOCUMENT NUMBER, REJECT REASON) AND MATCHES
000150*                  IT LINE BY LINE AGAINST THE GLJVOUT BATCH GLJV
000160*                  SENT, SO A BATCH REJECTED AT INTAKE IS CAUGHT
000170*                  THE SAME DAY INSTEAD OF AT THE NEXT CLOSE.
000180*                  LISTS EVERY VOUCHER LINE AS POSTED, REJECTED,
000190*                  OR NEVER ACKNOWLEDGED BY ENTITY AND FISCAL
000200*                  PERIOD, LISTS ACKNOWLEDGMENTS THAT MATCH NO
000210*                  LINE OF THE BATCH, AND PROVES THE BATCH AGAINST
000220*                  ITS OWN TRAILER.  ENDS RC=8 ON ANY GAP SO THE
000230*                  STREAM HOLDS UNTIL THE BATCH IS RESOLVED.
000232* 2026-10-15  JKM  GLJVOUT RECORD WIDENED TO 120 BYTES FOR THE
000234*                  TRANSACTION/FUNCTIONAL CURRENCY FIELDS.  THE
000236*                  FUNCTIONAL-AMOUNT TRAILER HASH IS PROVED
000238*                  ALONGSIDE THE TRANSACTION HASH.
000240*****************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
000280 OBJECT-COMPUTER.   IBM-370.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT VOUCHER-IN-FILE ASSIGN TO GLJVOUT
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-VOUCHER-STATUS.
000340
000350     SELECT ACK-IN-FILE ASSIGN TO GLACK
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-ACK-STATUS.
000380
000390     SELECT RECON-REPORT ASSIGN TO RCNRPT
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-REPORT-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  VOUCHER-IN-FILE
000450     RECORDING MODE IS F.
000460 01  VOUCHER-IN-REC            PIC X(120).
000470
000480 FD  ACK-IN-FILE
000490     RECORDING MODE IS F.
000500 01  ACK-IN-REC.
000510     05  ACK-BATCH-ID          PIC X(10).
000520     05  FILLER                PIC X(01).
000530     05  ACK-LINE-SEQ          PIC X(04).
000540     05  ACK-LINE-SEQ-NUM      REDEFINES ACK-LINE-SEQ
000550                               PIC 9(04).
000560     05  FILLER                PIC X(01).
000570     05  ACK-LINE-STATUS       PIC X(01).
000580         88  ACK-LINE-POSTED              VALUE 'P'.
000590         88  ACK-LINE-REJECTED            VALUE 'R'.
000600     05  FILLER                PIC X(01).
000610     05  ACK-GL-DOC-NO         PIC X(12).
000620     05  FILLER                PIC X(01).
000630     05  ACK-REJECT-REASON     PIC X(30).
000640     05  FILLER                PIC X(19).
000650
000660 FD  RECON-REPORT
000670     RECORDING MODE IS F.
000680 01  REPORT-PRINT-REC          PIC X(132).
000690
000700 WORKING-STORAGE SECTION.
000710 77  WS-VOUCHER-STATUS         PIC X(02)  VALUE SPACES.
000720 77  WS-ACK-STATUS             PIC X(02)  VALUE SPACES.
000730 77  WS-REPORT-STATUS          PIC X(02)  VALUE SPACES.
000740 77  WS-ABEND-FILE-NAME        PIC X(15)  VALUE SPACES.
000750 77  WS-ABEND-STATUS           PIC X(02)  VALUE SPACES.
000760 77  WS-EOF-SWITCH             PIC X(01)  VALUE 'N'.
000770     88  WS-END-OF-FILE                   VALUE 'Y'.
000780 77  WS-TRAILER-SWITCH         PIC X(01)  VALUE 'N'.
000790     88  WS-TRAILER-WAS-READ              VALUE 'Y'.
000800 77  WS-ACK-RECEIVED-SWITCH    PIC X(01)  VALUE 'Y'.
000810     88  WS-ACK-FILE-RECEIVED             VALUE 'Y'.
000820 77  WS-GAP-SWITCH             PIC X(01)  VALUE 'N'.
000830     88  WS-RUN-HAS-GAPS                  VALUE 'Y'.
000840 77  WS-ACKS-READ              PIC 9(08)  VALUE 0.
000850 77  WS-POSTED-COUNT           PIC 9(08)  VALUE 0.
000860 77  WS-REJECTED-COUNT         PIC 9(08)  VALUE 0.
000870 77  WS-UNACKED-COUNT          PIC 9(08)  VALUE 0.
000880 77  WS-OTHER-BATCH-COUNT      PIC 9(08)  VALUE 0.
000890 77  WS-NO-SUCH-LINE-COUNT     PIC 9(08)  VALUE 0.
000900 77  WS-DUPLICATE-COUNT        PIC 9(08)  VALUE 0.
000910 77  WS-BAD-STATUS-COUNT       PIC 9(08)  VALUE 0.
000920 77  WS-UNMATCHED-COUNT        PIC 9(08)  VALUE 0.
000930 77  WS-LINE-MAX-ENTRIES       PIC 9(04)  COMP VALUE 1000.
000940 77  WS-GRP-MAX-ENTRIES        PIC 9(04)  COMP VALUE 500.
000950 77  WS-UNM-MAX-ENTRIES        PIC 9(04)  COMP VALUE 500.
000960 77  WS-LINE-COUNT-TBL         PIC S9(04) COMP VALUE 0.
000970 77  WS-GRP-COUNT              PIC S9(04) COMP VALUE 0.
000980 77  WS-UNM-COUNT              PIC S9(04) COMP VALUE 0.
000990 77  WS-LINE-NDX               PIC S9(04) COMP VALUE 0.
001000 77  WS-GRP-NDX                PIC S9(04) COMP VALUE 0.
001010 77  WS-GRP-HIT-NDX            PIC S9(04) COMP VALUE 0.
001020 77  WS-NDX                    PIC S9(04) COMP VALUE 0.
001030 77  WS-LINE-COUNT             PIC 9(03)  VALUE 99.
001040 77  WS-LINES-PER-PAGE         PIC 9(03)  VALUE 55.
001050 77  WS-PAGE-COUNT             PIC 9(04)  VALUE 0.
001060 77  WS-PROBLEM-TEXT           PIC X(24)  VALUE SPACES.
001070 01  WS-BATCH-VALUES.
001080     05  WS-BATCH-ID           PIC X(10)  VALUE SPACES.
001090     05  WS-BATCH-RUN-DATE     PIC 9(08)  VALUE 0.
001100     05  WS-DETAIL-HASH        PIC 9(15)V99 VALUE 0.
001110     05  WS-TRAILER-COUNT      PIC 9(08)  VALUE 0.
001120     05  WS-TRAILER-HASH       PIC 9(15)V99 VALUE 0.
001123     05  WS-DETAIL-FUNC-HASH   PIC 9(15)V99 VALUE 0.
001126     05  WS-TRAILER-FUNC-HASH  PIC 9(15)V99 VALUE 0.
001130     05  WS-TRAILER-BATCH-ID   PIC X(10)  VALUE SPACES.
001140     05  WS-MIXED-BATCH-COUNT  PIC 9(08)  VALUE 0.
001150 01  WS-TOTALS-WORK.
001160     05  WS-TOT-POSTED         PIC 9(13)V99 VALUE 0.
001170     05  WS-TOT-REJECTED       PIC 9(13)V99 VALUE 0.
001180     05  WS-TOT-UNACKED        PIC 9(13)V99 VALUE 0.
001190     05  WS-TOT-SENT           PIC 9(13)V99 VALUE 0.
001200 01  WS-LINE-TABLE-AREA.
001210     05  WS-LINE-ENTRY         OCCURS 1000 TIMES.
001220         10  WS-LN-GRP-NDX     PIC S9(04) COMP.
001230         10  WS-LN-DR-CR       PIC X(01).
001240         10  WS-LN-ACCOUNT     PIC X(08).
001250         10  WS-LN-COST-CENTER PIC X(06).
001260         10  WS-LN-AMOUNT      PIC 9(13)V99.
001270         10  WS-LN-ACK-STATUS  PIC X(01).
001280             88  WS-LN-NOT-ACKED          VALUE SPACE.
001290             88  WS-LN-POSTED             VALUE 'P'.
001300             88  WS-LN-REJECTED           VALUE 'R'.
001310         10  WS-LN-GL-DOC-NO   PIC X(12).
001320         10  WS-LN-REASON      PIC X(30).
001330 01  WS-GRP-TABLE-AREA.
001340     05  WS-GRP-ENTRY          OCCURS 500 TIMES.
001350         10  WS-GRP-ENTITY-ID  PIC X(08).
001360         10  WS-GRP-FY         PIC 9(04).
001370         10  WS-GRP-PER        PIC 9(02).
001380         10  WS-GRP-POSTED-CNT PIC 9(06).
001390         10  WS-GRP-POSTED-AMT PIC 9(13)V99.
001400         10  WS-GRP-REJECT-CNT PIC 9(06).
001410         10  WS-GRP-REJECT-AMT PIC 9(13)V99.
001420         10  WS-GRP-UNACK-CNT  PIC 9(06).
001430         10  WS-GRP-UNACK-AMT  PIC 9(13)V99.
001440 01  WS-UNM-TABLE-AREA.
001450     05  WS-UNM-ENTRY          OCCURS 500 TIMES.
001460         10  WS-UNM-BATCH-ID   PIC X(10).
001470         10  WS-UNM-LINE-SEQ   PIC X(04).
001480         10  WS-UNM-STATUS     PIC X(01).
001490         10  WS-UNM-GL-DOC-NO  PIC X(12).
001500         10  WS-UNM-PROBLEM    PIC X(24).
001510     COPY GLJVOUT.
001520 01  WS-REPORT-DATE            PIC 9(08).
001530 01  WS-HEADING-1.
001540     05  FILLER                PIC X(10)  VALUE 'GLRECON'.
001550     05  FILLER                PIC X(26)  VALUE SPACES.
001560     05  FILLER                PIC X(42)
001570         VALUE 'JOURNAL VOUCHER ACKNOWLEDGMENT RECON'.
001580     05  FILLER                PIC X(25)  VALUE SPACES.
001590     05  FILLER                PIC X(09)  VALUE 'RUN DATE '.
001600     05  HDG-RUN-DATE          PIC 9(08).
001610     05  FILLER                PIC X(03)  VALUE SPACES.
001620     05  FILLER                PIC X(05)  VALUE 'PAGE '.
001630     05  HDG-PAGE-NO           PIC ZZZ9.
001640 01  WS-HEADING-2.
001650     05  FILLER                PIC X(09)  VALUE 'BATCH ID '.
001660     05  HDG-BATCH-ID          PIC X(10).
001670     05  FILLER                PIC X(14)  VALUE '   SENT BY RUN'.
001680     05  FILLER                PIC X(01)  VALUE SPACE.
001690     05  HDG-BATCH-RUN-DATE    PIC 9(08).
001700     05  FILLER                PIC X(90)  VALUE SPACES.
001710 01  WS-COLUMN-HEADING.
001720     05  FILLER                PIC X(06)  VALUE 'LINE'.
001730     05  FILLER                PIC X(03)  VALUE 'DC'.
001740     05  FILLER                PIC X(10)  VALUE 'ACCOUNT'.
001750     05  FILLER                PIC X(08)  VALUE 'CC'.
001760     05  FILLER                PIC X(22)
001770         VALUE '              AMOUNT'.
001780     05  FILLER                PIC X(24)  VALUE 'STATUS'.
001790     05  FILLER                PIC X(14)  VALUE 'GL DOCUMENT'.
001800     05  FILLER                PIC X(45)  VALUE 'REJECT REASON'.
001810 01  WS-GROUP-LINE.
001820     05  FILLER                PIC X(07)  VALUE 'ENTITY '.
001830     05  GRP-ENTITY-ID         PIC X(08).
001840     05  FILLER                PIC X(15)  VALUE '   FISCAL YEAR '.
001850     05  GRP-FISCAL-YEAR       PIC 9(04).
001860     05  FILLER                PIC X(10)  VALUE '   PERIOD '.
001870     05  GRP-FISCAL-PERIOD     PIC 9(02).
001880     05  FILLER                PIC X(86)  VALUE SPACES.
001890 01  WS-VOUCHER-LINE.
001900     05  VLN-LINE-SEQ          PIC 9(04).
001910     05  FILLER                PIC X(02)  VALUE SPACES.
001920     05  VLN-DR-CR             PIC X(01).
001930     05  FILLER                PIC X(02)  VALUE SPACES.
001940     05  VLN-ACCOUNT           PIC X(08).
001950     05  FILLER                PIC X(02)  VALUE SPACES.
001960     05  VLN-COST-CENTER       PIC X(06).
001970     05  FILLER                PIC X(02)  VALUE SPACES.
001980     05  VLN-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001990     05  FILLER                PIC X(02)  VALUE SPACES.
002000     05  VLN-STATUS            PIC X(22).
002010     05  FILLER                PIC X(02)  VALUE SPACES.
002020     05  VLN-GL-DOC-NO         PIC X(12).
002030     05  FILLER                PIC X(02)  VALUE SPACES.
002040     05  VLN-REASON            PIC X(30).
002050     05  FILLER                PIC X(15)  VALUE SPACES.
002060 01  WS-SUBTOTAL-LINE.
002070     05  SUB-LABEL             PIC X(34).
002080     05  FILLER                PIC X(08)  VALUE SPACES.
002090     05  SUB-COUNT             PIC ZZZZZ9.
002100     05  FILLER                PIC X(02)  VALUE SPACES.
002110     05  SUB-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002120     05  FILLER                PIC X(62)  VALUE SPACES.
002130 01  WS-UNMATCHED-LINE.
002140     05  FILLER                PIC X(09)  VALUE 'BATCH ID '.
002150     05  UNM-BATCH-ID          PIC X(10).
002160     05  FILLER                PIC X(07)  VALUE '  LINE '.
002170     05  UNM-LINE-SEQ          PIC X(04).
002180     05  FILLER                PIC X(09)  VALUE '  STATUS '.
002190     05  UNM-STATUS            PIC X(01).
002200     05  FILLER                PIC X(15)  VALUE '  GL DOCUMENT '.
002210     05  UNM-GL-DOC-NO         PIC X(12).
002220     05  FILLER                PIC X(05)  VALUE '  ** '.
002230     05  UNM-PROBLEM           PIC X(24).
002240     05  FILLER                PIC X(36)  VALUE SPACES.
002250 01  WS-SECTION-LINE.
002260     05  SEC-TITLE             PIC X(40).
002270     05  FILLER                PIC X(92)  VALUE SPACES.
002280 01  WS-COUNT-LINE.
002290     05  CNT-LABEL             PIC X(40).
002300     05  CNT-VALUE             PIC ZZZZZZZ9.
002310     05  FILLER                PIC X(84)  VALUE SPACES.
002320 01  WS-CHECK-LINE.
002330     05  CHK-LABEL             PIC X(40).
002340     05  CHK-RESULT            PIC X(20).
002350     05  FILLER                PIC X(72)  VALUE SPACES.
002360 01  WS-RESULT-LINE.
002370     05  FILLER                PIC X(20)
002380         VALUE 'RECON RESULT - '.
002390     05  RES-TEXT              PIC X(50).
002400     05  FILLER                PIC X(62)  VALUE SPACES.
002410 01  WS-PRINT-LINE             PIC X(132).
002420 PROCEDURE DIVISION.
002430*****************************************************************
002440*                                                               *
002450*    0000-MAINLINE                                              *
002460*                                                               *
002470*****************************************************************
002480 0000-MAINLINE.
002490     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002500     PERFORM 2000-LOAD-VOUCHERS THRU 2000-LOAD-VOUCHERS-EXIT.
002510     PERFORM 2200-APPLY-ACKS THRU 2200-APPLY-ACKS-EXIT.
002520     PERFORM 2400-TALLY-LINES THRU 2400-TALLY-LINES-EXIT.
002530     PERFORM 3000-PRINT-REPORT THRU 3000-PRINT-REPORT-EXIT.
002540     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002550     STOP RUN.
002560*****************************************************************
002570*    1000-INITIALIZE - OPEN THE REPORT.  EACH INPUT IS OPENED   *
002580*    AND CLOSED BY ITS OWN PARAGRAPH                            *
002590*****************************************************************
002600 1000-INITIALIZE.
002610     OPEN OUTPUT RECON-REPORT.
002620     IF WS-REPORT-STATUS NOT = '00'
002630         MOVE 'RECON-REPORT' TO WS-ABEND-FILE-NAME
002640         MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
002650         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
002660     END-IF.
002670     ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
002680 1000-INITIALIZE-EXIT.
002690     EXIT.
002700*****************************************************************
002710*    2000-LOAD-VOUCHERS - TABLE THE BATCH'S DETAIL LINES BY     *
002720*    LINE SEQUENCE AND KEEP THE TRAILER FOR THE BATCH PROOF     *
002730*****************************************************************
002740 2000-LOAD-VOUCHERS.
002750     OPEN INPUT VOUCHER-IN-FILE.
002760     IF WS-VOUCHER-STATUS NOT = '00'
002770         MOVE 'VOUCHER-IN' TO WS-ABEND-FILE-NAME
002780         MOVE WS-VOUCHER-STATUS TO WS-ABEND-STATUS
002790         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
002800     END-IF.
002810     MOVE 'N' TO WS-EOF-SWITCH.
002820     PERFORM 2010-LOAD-ONE-VOUCHER
002830         THRU 2010-LOAD-ONE-VOUCHER-EXIT
002840         UNTIL WS-END-OF-FILE.
002850     CLOSE VOUCHER-IN-FILE.
002860 2000-LOAD-VOUCHERS-EXIT.
002870     EXIT.
002880*****************************************************************
002890*    2010-LOAD-ONE-VOUCHER - A DETAIL LINE MUST CARRY THE NEXT  *
002900*    SEQUENCE NUMBER; A GAP OR REPEAT MEANS THE FILE IS NOT THE *
002910*    BATCH GLJV WROTE AND THE RUN STOPS.  THE FIRST LINE'S      *
002920*    BATCH ID IS THE BATCH BEING RECONCILED                     *
002930*****************************************************************
002940 2010-LOAD-ONE-VOUCHER.
002950     READ VOUCHER-IN-FILE
002960         AT END
002970             MOVE 'Y' TO WS-EOF-SWITCH
002980             GO TO 2010-LOAD-ONE-VOUCHER-EXIT
002990     END-READ.
003000     MOVE VOUCHER-IN-REC TO WS-VOUCHER-DETAIL.
003010     IF JV-REC-TYPE = 'T'
003020         MOVE VOUCHER-IN-REC TO WS-VOUCHER-TRAILER
003030         MOVE 'Y' TO WS-TRAILER-SWITCH
003040         MOVE TRL-RECORD-COUNT TO WS-TRAILER-COUNT
003050         MOVE TRL-HASH-TOTAL TO WS-TRAILER-HASH
003055         MOVE TRL-FUNC-HASH-TOTAL TO WS-TRAILER-FUNC-HASH
003060         MOVE TRL-BATCH-ID TO WS-TRAILER-BATCH-ID
003070         GO TO 2010-LOAD-ONE-VOUCHER-EXIT
003080     END-IF.
003090     IF JV-REC-TYPE NOT = 'D'
003100         GO TO 2010-LOAD-ONE-VOUCHER-EXIT
003110     END-IF.
003120     IF WS-LINE-COUNT-TBL >= WS-LINE-MAX-ENTRIES
003130         PERFORM 9920-ABEND-TABLE-FULL
003140             THRU 9920-ABEND-TABLE-FULL-EXIT
003150     END-IF.
003160     ADD 1 TO WS-LINE-COUNT-TBL.
003170     IF JV-LINE-SEQ IS NOT NUMERIC
003180             OR JV-LINE-SEQ NOT = WS-LINE-COUNT-TBL
003190         PERFORM 9930-ABEND-OUT-OF-SEQUENCE
003200             THRU 9930-ABEND-OUT-OF-SEQUENCE-EXIT
003210     END-IF.
003220     IF WS-LINE-COUNT-TBL = 1
003230         MOVE JV-BATCH-ID TO WS-BATCH-ID
003240         MOVE JV-RUN-DATE TO WS-BATCH-RUN-DATE
003250     END-IF.
003260     IF JV-BATCH-ID NOT = WS-BATCH-ID
003270         ADD 1 TO WS-MIXED-BATCH-COUNT
003280     END-IF.
003290     PERFORM 2100-FIND-GROUP THRU 2100-FIND-GROUP-EXIT.
003300     MOVE WS-GRP-HIT-NDX TO WS-LN-GRP-NDX(WS-LINE-COUNT-TBL).
003310     MOVE JV-DR-CR TO WS-LN-DR-CR(WS-LINE-COUNT-TBL).
003320     MOVE JV-ACCOUNT TO WS-LN-ACCOUNT(WS-LINE-COUNT-TBL).
003330     MOVE JV-COST-CENTER TO WS-LN-COST-CENTER(WS-LINE-COUNT-TBL).
003340     MOVE JV-AMOUNT TO WS-LN-AMOUNT(WS-LINE-COUNT-TBL).
003350     MOVE SPACE TO WS-LN-ACK-STATUS(WS-LINE-COUNT-TBL).
003360     MOVE SPACES TO WS-LN-GL-DOC-NO(WS-LINE-COUNT-TBL).
003370     MOVE SPACES TO WS-LN-REASON(WS-LINE-COUNT-TBL).
003380     ADD JV-AMOUNT TO WS-DETAIL-HASH.
003385     ADD JV-FUNC-AMOUNT TO WS-DETAIL-FUNC-HASH.
003390 2010-LOAD-ONE-VOUCHER-EXIT.
003400     EXIT.
003410*****************************************************************
003420*    2100-FIND-GROUP - POINT WS-GRP-HIT-NDX AT THE LINE'S       *
003430*    ENTITY/FISCAL-YEAR/PERIOD GROUP, ADDING IT ON FIRST SIGHT  *
003440*****************************************************************
003450 2100-FIND-GROUP.
003460     MOVE 0 TO WS-GRP-HIT-NDX.
003470     PERFORM 2110-MATCH-ONE-GROUP THRU 2110-MATCH-ONE-GROUP-EXIT
003480         VARYING WS-GRP-NDX FROM 1 BY 1
003490         UNTIL WS-GRP-NDX > WS-GRP-COUNT
003500            OR WS-GRP-HIT-NDX > 0.
003510     IF WS-GRP-HIT-NDX > 0
003520         GO TO 2100-FIND-GROUP-EXIT
003530     END-IF.
003540     IF WS-GRP-COUNT >= WS-GRP-MAX-ENTRIES
003550         PERFORM 9920-ABEND-TABLE-FULL
003560             THRU 9920-ABEND-TABLE-FULL-EXIT
003570     END-IF.
003580     ADD 1 TO WS-GRP-COUNT.
003590     MOVE WS-GRP-COUNT TO WS-GRP-HIT-NDX.
003600     MOVE JV-ENTITY-ID TO WS-GRP-ENTITY-ID(WS-GRP-HIT-NDX).
003610     MOVE JV-FISCAL-YEAR TO WS-GRP-FY(WS-GRP-HIT-NDX).
003620     MOVE JV-FISCAL-PERIOD TO WS-GRP-PER(WS-GRP-HIT-NDX).
003630     MOVE 0 TO WS-GRP-POSTED-CNT(WS-GRP-HIT-NDX).
003640     MOVE 0 TO WS-GRP-POSTED-AMT(WS-GRP-HIT-NDX).
003650     MOVE 0 TO WS-GRP-REJECT-CNT(WS-GRP-HIT-NDX).
003660     MOVE 0 TO WS-GRP-REJECT-AMT(WS-GRP-HIT-NDX).
003670     MOVE 0 TO WS-GRP-UNACK-CNT(WS-GRP-HIT-NDX).
003680     MOVE 0 TO WS-GRP-UNACK-AMT(WS-GRP-HIT-NDX).
003690 2100-FIND-GROUP-EXIT.
003700     EXIT.
003710*****************************************************************
003720*    2110-MATCH-ONE-GROUP                                       *
003730*****************************************************************
003740 2110-MATCH-ONE-GROUP.
003750     IF WS-GRP-ENTITY-ID(WS-GRP-NDX) = JV-ENTITY-ID
003760             AND WS-GRP-FY(WS-GRP-NDX) = JV-FISCAL-YEAR
003770             AND WS-GRP-PER(WS-GRP-NDX) = JV-FISCAL-PERIOD
003780         MOVE WS-GRP-NDX TO WS-GRP-HIT-NDX
003790     END-IF.
003800 2110-MATCH-ONE-GROUP-EXIT.
003810     EXIT.
003820*****************************************************************
003830*    2200-APPLY-ACKS - MARK EACH LINE WITH ITS ACKNOWLEDGMENT.  *
003840*    AN ACKNOWLEDGMENT FILE THAT NEVER ARRIVED (STATUS 35)      *
003850*    LEAVES EVERY LINE UNACKNOWLEDGED RATHER THAN STOPPING THE  *
003860*    RUN - THAT IS EXACTLY THE GAP THIS REPORT EXISTS TO SHOW   *
003870*****************************************************************
003880 2200-APPLY-ACKS.
003890     OPEN INPUT ACK-IN-FILE.
003900     IF WS-ACK-STATUS = '35'
003910         MOVE 'N' TO WS-ACK-RECEIVED-SWITCH
003920         GO TO 2200-APPLY-ACKS-EXIT
003930     END-IF.
003940     IF WS-ACK-STATUS NOT = '00'
003950         MOVE 'ACK-IN' TO WS-ABEND-FILE-NAME
003960         MOVE WS-ACK-STATUS TO WS-ABEND-STATUS
003970         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
003980     END-IF.
003990     MOVE 'N' TO WS-EOF-SWITCH.
004000     PERFORM 2210-APPLY-ONE-ACK THRU 2210-APPLY-ONE-ACK-EXIT
004010         UNTIL WS-END-OF-FILE.
004020     CLOSE ACK-IN-FILE.
004030 2200-APPLY-ACKS-EXIT.
004040     EXIT.
004050*****************************************************************
004060*    2210-APPLY-ONE-ACK - AN ACKNOWLEDGMENT FOR ANOTHER BATCH,  *
004070*    FOR A LINE NOT IN THE BATCH, WITH A STATUS OTHER THAN      *
004080*    POSTED OR REJECTED, OR FOR A LINE ALREADY ACKNOWLEDGED IS  *
004090*    HELD FOR THE UNMATCHED SECTION AND LEAVES THE LINE AS IT   *
004100*    WAS                                                        *
004110*****************************************************************
004120 2210-APPLY-ONE-ACK.
004130     READ ACK-IN-FILE
004140         AT END
004150             MOVE 'Y' TO WS-EOF-SWITCH
004160             GO TO 2210-APPLY-ONE-ACK-EXIT
004170     END-READ.
004180     ADD 1 TO WS-ACKS-READ.
004190     IF ACK-BATCH-ID NOT = WS-BATCH-ID
004200         ADD 1 TO WS-OTHER-BATCH-COUNT
004210         MOVE 'OTHER BATCH' TO WS-PROBLEM-TEXT
004220         PERFORM 2220-HOLD-UNMATCHED THRU 2220-HOLD-UNMATCHED-EXIT
004230         GO TO 2210-APPLY-ONE-ACK-EXIT
004240     END-IF.
004250     IF ACK-LINE-SEQ IS NOT NUMERIC
004260         ADD 1 TO WS-NO-SUCH-LINE-COUNT
004270         MOVE 'NO SUCH LINE IN BATCH' TO WS-PROBLEM-TEXT
004280         PERFORM 2220-HOLD-UNMATCHED THRU 2220-HOLD-UNMATCHED-EXIT
004290         GO TO 2210-APPLY-ONE-ACK-EXIT
004300     END-IF.
004310     IF ACK-LINE-SEQ-NUM = 0
004320             OR ACK-LINE-SEQ-NUM > WS-LINE-COUNT-TBL
004330         ADD 1 TO WS-NO-SUCH-LINE-COUNT
004340         MOVE 'NO SUCH LINE IN BATCH' TO WS-PROBLEM-TEXT
004350         PERFORM 2220-HOLD-UNMATCHED THRU 2220-HOLD-UNMATCHED-EXIT
004360         GO TO 2210-APPLY-ONE-ACK-EXIT
004370     END-IF.
004380     IF NOT ACK-LINE-POSTED AND NOT ACK-LINE-REJECTED
004390         ADD 1 TO WS-BAD-STATUS-COUNT
004400         MOVE 'UNKNOWN LINE STATUS' TO WS-PROBLEM-TEXT
004410         PERFORM 2220-HOLD-UNMATCHED THRU 2220-HOLD-UNMATCHED-EXIT
004420         GO TO 2210-APPLY-ONE-ACK-EXIT
004430     END-IF.
004440     MOVE ACK-LINE-SEQ-NUM TO WS-LINE-NDX.
004450     IF NOT WS-LN-NOT-ACKED(WS-LINE-NDX)
004460         ADD 1 TO WS-DUPLICATE-COUNT
004470         MOVE 'DUPLICATE FOR LINE' TO WS-PROBLEM-TEXT
004480         PERFORM 2220-HOLD-UNMATCHED THRU 2220-HOLD-UNMATCHED-EXIT
004490         GO TO 2210-APPLY-ONE-ACK-EXIT
004500     END-IF.
004510     MOVE ACK-LINE-STATUS TO WS-LN-ACK-STATUS(WS-LINE-NDX).
004520     MOVE ACK-GL-DOC-NO TO WS-LN-GL-DOC-NO(WS-LINE-NDX).
004530     IF ACK-LINE-REJECTED
004540         MOVE ACK-REJECT-REASON TO WS-LN-REASON(WS-LINE-NDX)
004550     END-IF.
004560 2210-APPLY-ONE-ACK-EXIT.
004570     EXIT.
004580*****************************************************************
004590*    2220-HOLD-UNMATCHED - KEEP THE ACKNOWLEDGMENT AND ITS      *
004600*    PROBLEM (WS-PROBLEM-TEXT) FOR THE UNMATCHED SECTION        *
004610*****************************************************************
004620 2220-HOLD-UNMATCHED.
004630     ADD 1 TO WS-UNMATCHED-COUNT.
004640     IF WS-UNM-COUNT >= WS-UNM-MAX-ENTRIES
004650         PERFORM 9920-ABEND-TABLE-FULL
004660             THRU 9920-ABEND-TABLE-FULL-EXIT
004670     END-IF.
004680     ADD 1 TO WS-UNM-COUNT.
004690     MOVE ACK-BATCH-ID TO WS-UNM-BATCH-ID(WS-UNM-COUNT).
004700     MOVE ACK-LINE-SEQ TO WS-UNM-LINE-SEQ(WS-UNM-COUNT).
004710     MOVE ACK-LINE-STATUS TO WS-UNM-STATUS(WS-UNM-COUNT).
004720     MOVE ACK-GL-DOC-NO TO WS-UNM-GL-DOC-NO(WS-UNM-COUNT).
004730     MOVE WS-PROBLEM-TEXT TO WS-UNM-PROBLEM(WS-UNM-COUNT).
004740 2220-HOLD-UNMATCHED-EXIT.
004750     EXIT.
004760*****************************************************************
004770*    2400-TALLY-LINES - ROLL EVERY LINE INTO ITS GROUP AND THE  *
004780*    BATCH TOTALS BY ACKNOWLEDGMENT STATUS                      *
004790*****************************************************************
004800 2400-TALLY-LINES.
004810     PERFORM 2410-TALLY-ONE-LINE THRU 2410-TALLY-ONE-LINE-EXIT
004820         VARYING WS-LINE-NDX FROM 1 BY 1
004830         UNTIL WS-LINE-NDX > WS-LINE-COUNT-TBL.
004840 2400-TALLY-LINES-EXIT.
004850     EXIT.
004860*****************************************************************
004870*    2410-TALLY-ONE-LINE                                        *
004880*****************************************************************
004890 2410-TALLY-ONE-LINE.
004900     MOVE WS-LN-GRP-NDX(WS-LINE-NDX) TO WS-GRP-NDX.
004910     ADD WS-LN-AMOUNT(WS-LINE-NDX) TO WS-TOT-SENT.
004920     IF WS-LN-POSTED(WS-LINE-NDX)
004930         ADD 1 TO WS-POSTED-COUNT
004940         ADD WS-LN-AMOUNT(WS-LINE-NDX) TO WS-TOT-POSTED
004950         ADD 1 TO WS-GRP-POSTED-CNT(WS-GRP-NDX)
004960         ADD WS-LN-AMOUNT(WS-LINE-NDX)
004970             TO WS-GRP-POSTED-AMT(WS-GRP-NDX)
004980     ELSE
004990     IF WS-LN-REJECTED(WS-LINE-NDX)
005000         ADD 1 TO WS-REJECTED-COUNT
005010         ADD WS-LN-AMOUNT(WS-LINE-NDX) TO WS-TOT-REJECTED
005020         ADD 1 TO WS-GRP-REJECT-CNT(WS-GRP-NDX)
005030         ADD WS-LN-AMOUNT(WS-LINE-NDX)
005040             TO WS-GRP-REJECT-AMT(WS-GRP-NDX)
005050     ELSE
005060         ADD 1 TO WS-UNACKED-COUNT
005070         ADD WS-LN-AMOUNT(WS-LINE-NDX) TO WS-TOT-UNACKED
005080         ADD 1 TO WS-GRP-UNACK-CNT(WS-GRP-NDX)
005090         ADD WS-LN-AMOUNT(WS-LINE-NDX)
005100             TO WS-GRP-UNACK-AMT(WS-GRP-NDX)
005110     END-IF
005120     END-IF.
005130 2410-TALLY-ONE-LINE-EXIT.
005140     EXIT.
005150*****************************************************************
005160*    3000-PRINT-REPORT - THE BATCH'S LINES BY ENTITY AND FISCAL *
005170*    PERIOD, THE BATCH TOTALS, THE UNMATCHED ACKNOWLEDGMENTS,   *
005180*    AND THE CONTROL TOTALS                                     *
005190*****************************************************************
005200 3000-PRINT-REPORT.
005210     MOVE WS-BATCH-ID TO HDG-BATCH-ID.
005220     MOVE WS-BATCH-RUN-DATE TO HDG-BATCH-RUN-DATE.
005230     PERFORM 3100-PRINT-ONE-GROUP THRU 3100-PRINT-ONE-GROUP-EXIT
005240         VARYING WS-GRP-NDX FROM 1 BY 1
005250         UNTIL WS-GRP-NDX > WS-GRP-COUNT.
005260
005270     MOVE 'BATCH TOTALS' TO SEC-TITLE.
005280     PERFORM 3900-PRINT-SECTION-TITLE
005290         THRU 3900-PRINT-SECTION-TITLE-EXIT.
005300     MOVE 'POSTED' TO SUB-LABEL.
005310     MOVE WS-POSTED-COUNT TO SUB-COUNT.
005320     MOVE WS-TOT-POSTED TO SUB-AMOUNT.
005330     PERFORM 3960-WRITE-SUBTOTAL-LINE
005340         THRU 3960-WRITE-SUBTOTAL-LINE-EXIT.
005350     MOVE 'REJECTED' TO SUB-LABEL.
005360     MOVE WS-REJECTED-COUNT TO SUB-COUNT.
005370     MOVE WS-TOT-REJECTED TO SUB-AMOUNT.
005380     PERFORM 3960-WRITE-SUBTOTAL-LINE
005390         THRU 3960-WRITE-SUBTOTAL-LINE-EXIT.
005400     MOVE 'NEVER ACKNOWLEDGED' TO SUB-LABEL.
005410     MOVE WS-UNACKED-COUNT TO SUB-COUNT.
005420     MOVE WS-TOT-UNACKED TO SUB-AMOUNT.
005430     PERFORM 3960-WRITE-SUBTOTAL-LINE
005440         THRU 3960-WRITE-SUBTOTAL-LINE-EXIT.
005450     MOVE 'TOTAL SENT' TO SUB-LABEL.
005460     MOVE WS-LINE-COUNT-TBL TO SUB-COUNT.
005470     MOVE WS-TOT-SENT TO SUB-AMOUNT.
005480     PERFORM 3960-WRITE-SUBTOTAL-LINE
005490         THRU 3960-WRITE-SUBTOTAL-LINE-EXIT.
005500
005510     MOVE 'ACKNOWLEDGMENTS NOT MATCHED TO THE BATCH' TO SEC-TITLE.
005520     PERFORM 3900-PRINT-SECTION-TITLE
005530         THRU 3900-PRINT-SECTION-TITLE-EXIT.
005540     PERFORM 3200-PRINT-ONE-UNMATCHED
005550         THRU 3200-PRINT-ONE-UNMATCHED-EXIT
005560         VARYING WS-NDX FROM 1 BY 1
005570         UNTIL WS-NDX > WS-UNM-COUNT.
005580
005590     PERFORM 3400-PRINT-TOTALS THRU 3400-PRINT-TOTALS-EXIT.
005600 3000-PRINT-REPORT-EXIT.
005610     EXIT.
005620*****************************************************************
005630*    3100-PRINT-ONE-GROUP - ONE ENTITY/FISCAL-PERIOD GROUP: ITS *
005640*    LINES IN SEQUENCE, THEN ITS SUBTOTALS BY STATUS            *
005650*****************************************************************
005660 3100-PRINT-ONE-GROUP.
005670     MOVE SPACES TO WS-PRINT-LINE.
005680     PERFORM 3950-WRITE-REPORT-LINE
005690         THRU 3950-WRITE-REPORT-LINE-EXIT.
005700     MOVE WS-GRP-ENTITY-ID(WS-GRP-NDX) TO GRP-ENTITY-ID.
005710     MOVE WS-GRP-FY(WS-GRP-NDX) TO GRP-FISCAL-YEAR.
005720     MOVE WS-GRP-PER(WS-GRP-NDX) TO GRP-FISCAL-PERIOD.
005730     MOVE WS-GROUP-LINE TO WS-PRINT-LINE.
005740     PERFORM 3950-WRITE-REPORT-LINE
005750         THRU 3950-WRITE-REPORT-LINE-EXIT.
005760     MOVE WS-COLUMN-HEADING TO WS-PRINT-LINE.
005770     PERFORM 3950-WRITE-REPORT-LINE
005780         THRU 3950-WRITE-REPORT-LINE-EXIT.
005790     PERFORM 3110-PRINT-ONE-LINE THRU 3110-PRINT-ONE-LINE-EXIT
005800         VARYING WS-LINE-NDX FROM 1 BY 1
005810         UNTIL WS-LINE-NDX > WS-LINE-COUNT-TBL.
005820     MOVE '  POSTED' TO SUB-LABEL.
005830     MOVE WS-GRP-POSTED-CNT(WS-GRP-NDX) TO SUB-COUNT.
005840     MOVE WS-GRP-POSTED-AMT(WS-GRP-NDX) TO SUB-AMOUNT.
005850     PERFORM 3960-WRITE-SUBTOTAL-LINE
005860         THRU 3960-WRITE-SUBTOTAL-LINE-EXIT.
005870     MOVE '  REJECTED' TO SUB-LABEL.
005880     MOVE WS-GRP-REJECT-CNT(WS-GRP-NDX) TO SUB-COUNT.
005890     MOVE WS-GRP-REJECT-AMT(WS-GRP-NDX) TO SUB-AMOUNT.
005900     PERFORM 3960-WRITE-SUBTOTAL-LINE
005910         THRU 3960-WRITE-SUBTOTAL-LINE-EXIT.
005920     MOVE '  NEVER ACKNOWLEDGED' TO SUB-LABEL.
005930     MOVE WS-GRP-UNACK-CNT(WS-GRP-NDX) TO SUB-COUNT.
005940     MOVE WS-GRP-UNACK-AMT(WS-GRP-NDX) TO SUB-AMOUNT.
005950     PERFORM 3960-WRITE-SUBTOTAL-LINE
005960         THRU 3960-WRITE-SUBTOTAL-LINE-EXIT.
005970 3100-PRINT-ONE-GROUP-EXIT.
005980     EXIT.
005990*****************************************************************
006000*    3110-PRINT-ONE-LINE - A LINE OF THE CURRENT GROUP WITH ITS *
006010*    ACKNOWLEDGMENT                                             *
006020*****************************************************************
006030 3110-PRINT-ONE-LINE.
006040     IF WS-LN-GRP-NDX(WS-LINE-NDX) NOT = WS-GRP-NDX
006050         GO TO 3110-PRINT-ONE-LINE-EXIT
006060     END-IF.
006070     MOVE WS-LINE-NDX TO VLN-LINE-SEQ.
006080     MOVE WS-LN-DR-CR(WS-LINE-NDX) TO VLN-DR-CR.
006090     MOVE WS-LN-ACCOUNT(WS-LINE-NDX) TO VLN-ACCOUNT.
006100     MOVE WS-LN-COST-CENTER(WS-LINE-NDX) TO VLN-COST-CENTER.
006110     MOVE WS-LN-AMOUNT(WS-LINE-NDX) TO VLN-AMOUNT.
006120     MOVE WS-LN-GL-DOC-NO(WS-LINE-NDX) TO VLN-GL-DOC-NO.
006130     MOVE WS-LN-REASON(WS-LINE-NDX) TO VLN-REASON.
006140     IF WS-LN-POSTED(WS-LINE-NDX)
006150         MOVE 'POSTED' TO VLN-STATUS
006160     ELSE
006170     IF WS-LN-REJECTED(WS-LINE-NDX)
006180         MOVE '** REJECTED' TO VLN-STATUS
006190     ELSE
006200         MOVE '** NEVER ACKNOWLEDGED' TO VLN-STATUS
006210     END-IF
006220     END-IF.
006230     MOVE WS-VOUCHER-LINE TO WS-PRINT-LINE.
006240     PERFORM 3950-WRITE-REPORT-LINE
006250         THRU 3950-WRITE-REPORT-LINE-EXIT.
006260 3110-PRINT-ONE-LINE-EXIT.
006270     EXIT.
006280*****************************************************************
006290*    3200-PRINT-ONE-UNMATCHED                                   *
006300*****************************************************************
006310 3200-PRINT-ONE-UNMATCHED.
006320     MOVE WS-UNM-BATCH-ID(WS-NDX) TO UNM-BATCH-ID.
006330     MOVE WS-UNM-LINE-SEQ(WS-NDX) TO UNM-LINE-SEQ.
006340     MOVE WS-UNM-STATUS(WS-NDX) TO UNM-STATUS.
006350     MOVE WS-UNM-GL-DOC-NO(WS-NDX) TO UNM-GL-DOC-NO.
006360     MOVE WS-UNM-PROBLEM(WS-NDX) TO UNM-PROBLEM.
006370     MOVE WS-UNMATCHED-LINE TO WS-PRINT-LINE.
006380     PERFORM 3950-WRITE-REPORT-LINE
006390         THRU 3950-WRITE-REPORT-LINE-EXIT.
006400 3200-PRINT-ONE-UNMATCHED-EXIT.
006410     EXIT.
006420*****************************************************************
006430*    3400-PRINT-TOTALS - COUNTS, THE PROOF OF THE BATCH AGAINST *
006440*    ITS TRAILER, AND THE RESULT LINE.  ANY LINE NOT POSTED,    *
006450*    ANY UNMATCHED ACKNOWLEDGMENT, OR ANY BROKEN PROOF IS A GAP *
006460*****************************************************************
006470 3400-PRINT-TOTALS.
006480     MOVE 'CONTROL TOTALS' TO SEC-TITLE.
006490     PERFORM 3900-PRINT-SECTION-TITLE
006500         THRU 3900-PRINT-SECTION-TITLE-EXIT.
006510     MOVE 'VOUCHER DETAIL LINES - GLJVOUT' TO CNT-LABEL.
006520     MOVE WS-LINE-COUNT-TBL TO CNT-VALUE.
006530     PERFORM 3970-WRITE-COUNT-LINE
006540         THRU 3970-WRITE-COUNT-LINE-EXIT.
006550     MOVE 'ACKNOWLEDGMENTS READ - GLACK' TO CNT-LABEL.
006560     MOVE WS-ACKS-READ TO CNT-VALUE.
006570     PERFORM 3970-WRITE-COUNT-LINE
006580         THRU 3970-WRITE-COUNT-LINE-EXIT.
006590     MOVE '  FOR ANOTHER BATCH' TO CNT-LABEL.
006600     MOVE WS-OTHER-BATCH-COUNT TO CNT-VALUE.
006610     PERFORM 3970-WRITE-COUNT-LINE
006620         THRU 3970-WRITE-COUNT-LINE-EXIT.
006630     MOVE '  FOR NO LINE OF THE BATCH' TO CNT-LABEL.
006640     MOVE WS-NO-SUCH-LINE-COUNT TO CNT-VALUE.
006650     PERFORM 3970-WRITE-COUNT-LINE
006660         THRU 3970-WRITE-COUNT-LINE-EXIT.
006670     MOVE '  UNKNOWN LINE STATUS' TO CNT-LABEL.
006680     MOVE WS-BAD-STATUS-COUNT TO CNT-VALUE.
006690     PERFORM 3970-WRITE-COUNT-LINE
006700         THRU 3970-WRITE-COUNT-LINE-EXIT.
006710     MOVE '  DUPLICATE FOR A LINE' TO CNT-LABEL.
006720     MOVE WS-DUPLICATE-COUNT TO CNT-VALUE.
006730     PERFORM 3970-WRITE-COUNT-LINE
006740         THRU 3970-WRITE-COUNT-LINE-EXIT.
006750     MOVE SPACES TO WS-PRINT-LINE.
006760     PERFORM 3950-WRITE-REPORT-LINE
006770         THRU 3950-WRITE-REPORT-LINE-EXIT.
006780
006790     MOVE 'ACKNOWLEDGMENT FILE RECEIVED' TO CHK-LABEL.
006800     IF WS-ACK-FILE-RECEIVED
006810         MOVE 'YES' TO CHK-RESULT
006820     ELSE
006830         MOVE '** NOT RECEIVED **' TO CHK-RESULT
006840         MOVE 'Y' TO WS-GAP-SWITCH
006850     END-IF.
006860     PERFORM 3980-WRITE-CHECK-LINE
006870         THRU 3980-WRITE-CHECK-LINE-EXIT.
006880     MOVE 'BATCH TRAILER PRESENT' TO CHK-LABEL.
006890     IF WS-TRAILER-WAS-READ
006900         MOVE 'PASS' TO CHK-RESULT
006910     ELSE
006920         MOVE '** BREAK **' TO CHK-RESULT
006930         MOVE 'Y' TO WS-GAP-SWITCH
006940     END-IF.
006950     PERFORM 3980-WRITE-CHECK-LINE
006960         THRU 3980-WRITE-CHECK-LINE-EXIT.
006970     MOVE 'TRAILER RECORD COUNT = DETAIL LINES' TO CHK-LABEL.
006980     IF WS-TRAILER-COUNT = WS-LINE-COUNT-TBL
006990         MOVE 'PASS' TO CHK-RESULT
007000     ELSE
007010         MOVE '** BREAK **' TO CHK-RESULT
007020         MOVE 'Y' TO WS-GAP-SWITCH
007030     END-IF.
007040     PERFORM 3980-WRITE-CHECK-LINE
007050         THRU 3980-WRITE-CHECK-LINE-EXIT.
007060     MOVE 'TRAILER HASH TOTAL = DETAIL AMOUNTS' TO CHK-LABEL.
007070     IF WS-TRAILER-HASH = WS-DETAIL-HASH
007080         MOVE 'PASS' TO CHK-RESULT
007090     ELSE
007100         MOVE '** BREAK **' TO CHK-RESULT
007110         MOVE 'Y' TO WS-GAP-SWITCH
007120     END-IF.
007130     PERFORM 3980-WRITE-CHECK-LINE
007140         THRU 3980-WRITE-CHECK-LINE-EXIT.
007141     MOVE 'FUNCTIONAL HASH TOTAL = DETAIL AMOUNTS' TO CHK-LABEL.
007142     IF WS-TRAILER-FUNC-HASH = WS-DETAIL-FUNC-HASH
007143         MOVE 'PASS' TO CHK-RESULT
007144     ELSE
007145         MOVE '** BREAK **' TO CHK-RESULT
007146         MOVE 'Y' TO WS-GAP-SWITCH
007147     END-IF.
007148     PERFORM 3980-WRITE-CHECK-LINE
007149         THRU 3980-WRITE-CHECK-LINE-EXIT.
007150     MOVE 'ONE BATCH ID ON EVERY LINE AND TRAILER' TO CHK-LABEL.
007160     IF WS-MIXED-BATCH-COUNT = 0
007170             AND WS-TRAILER-BATCH-ID = WS-BATCH-ID
007180         MOVE 'PASS' TO CHK-RESULT
007190     ELSE
007200         MOVE '** BREAK **' TO CHK-RESULT
007210         MOVE 'Y' TO WS-GAP-SWITCH
007220     END-IF.
007230     PERFORM 3980-WRITE-CHECK-LINE
007240         THRU 3980-WRITE-CHECK-LINE-EXIT.
007250     MOVE 'EVERY LINE POSTED' TO CHK-LABEL.
007260     IF WS-POSTED-COUNT = WS-LINE-COUNT-TBL
007270         MOVE 'PASS' TO CHK-RESULT
007280     ELSE
007290         MOVE '** GAP **' TO CHK-RESULT
007300         MOVE 'Y' TO WS-GAP-SWITCH
007310     END-IF.
007320     PERFORM 3980-WRITE-CHECK-LINE
007330         THRU 3980-WRITE-CHECK-LINE-EXIT.
007340     MOVE 'EVERY ACKNOWLEDGMENT MATCHED' TO CHK-LABEL.
007350     IF WS-UNMATCHED-COUNT = 0
007360         MOVE 'PASS' TO CHK-RESULT
007370     ELSE
007380         MOVE '** GAP **' TO CHK-RESULT
007390         MOVE 'Y' TO WS-GAP-SWITCH
007400     END-IF.
007410     PERFORM 3980-WRITE-CHECK-LINE
007420         THRU 3980-WRITE-CHECK-LINE-EXIT.
007430     MOVE SPACES TO WS-PRINT-LINE.
007440     PERFORM 3950-WRITE-REPORT-LINE
007450         THRU 3950-WRITE-REPORT-LINE-EXIT.
007460
007470     IF WS-RUN-HAS-GAPS
007480         MOVE 'GAPS FOUND - BATCH NOT FULLY POSTED - HOLD'
007490             TO RES-TEXT
007500     ELSE
007510         MOVE 'BATCH FULLY POSTED' TO RES-TEXT
007520     END-IF.
007530     MOVE WS-RESULT-LINE TO WS-PRINT-LINE.
007540     PERFORM 3950-WRITE-REPORT-LINE
007550         THRU 3950-WRITE-REPORT-LINE-EXIT.
007560 3400-PRINT-TOTALS-EXIT.
007570     EXIT.
007580*****************************************************************
007590*    3900-PRINT-SECTION-TITLE - A BLANK LINE, THEN THE TITLE    *
007600*****************************************************************
007610 3900-PRINT-SECTION-TITLE.
007620     MOVE SPACES TO WS-PRINT-LINE.
007630     PERFORM 3950-WRITE-REPORT-LINE
007640         THRU 3950-WRITE-REPORT-LINE-EXIT.
007650     MOVE WS-SECTION-LINE TO WS-PRINT-LINE.
007660     PERFORM 3950-WRITE-REPORT-LINE
007670         THRU 3950-WRITE-REPORT-LINE-EXIT.
007680 3900-PRINT-SECTION-TITLE-EXIT.
007690     EXIT.
007700*****************************************************************
007710*    3950-WRITE-REPORT-LINE - WS-PRINT-LINE, WITH PAGE BREAKS   *
007720*****************************************************************
007730 3950-WRITE-REPORT-LINE.
007740     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
007750         PERFORM 3990-PRINT-HEADINGS THRU 3990-PRINT-HEADINGS-EXIT
007760     END-IF.
007770     WRITE REPORT-PRINT-REC FROM WS-PRINT-LINE
007780         AFTER ADVANCING 1 LINE.
007790     ADD 1 TO WS-LINE-COUNT.
007800 3950-WRITE-REPORT-LINE-EXIT.
007810     EXIT.
007820*****************************************************************
007830*    3960-WRITE-SUBTOTAL-LINE                                   *
007840*****************************************************************
007850 3960-WRITE-SUBTOTAL-LINE.
007860     MOVE WS-SUBTOTAL-LINE TO WS-PRINT-LINE.
007870     PERFORM 3950-WRITE-REPORT-LINE
007880         THRU 3950-WRITE-REPORT-LINE-EXIT.
007890 3960-WRITE-SUBTOTAL-LINE-EXIT.
007900     EXIT.
007910*****************************************************************
007920*    3970-WRITE-COUNT-LINE                                      *
007930*****************************************************************
007940 3970-WRITE-COUNT-LINE.
007950     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
007960     PERFORM 3950-WRITE-REPORT-LINE
007970         THRU 3950-WRITE-REPORT-LINE-EXIT.
007980 3970-WRITE-COUNT-LINE-EXIT.
007990     EXIT.
008000*****************************************************************
008010*    3980-WRITE-CHECK-LINE                                      *
008020*****************************************************************
008030 3980-WRITE-CHECK-LINE.
008040     MOVE WS-CHECK-LINE TO WS-PRINT-LINE.
008050     PERFORM 3950-WRITE-REPORT-LINE
008060         THRU 3950-WRITE-REPORT-LINE-EXIT.
008070 3980-WRITE-CHECK-LINE-EXIT.
008080     EXIT.
008090*****************************************************************
008100*    3990-PRINT-HEADINGS - PAGE HEADINGS                        *
008110*****************************************************************
008120 3990-PRINT-HEADINGS.
008130     ADD 1 TO WS-PAGE-COUNT.
008140     MOVE WS-REPORT-DATE TO HDG-RUN-DATE.
008150     MOVE WS-PAGE-COUNT TO HDG-PAGE-NO.
008160     WRITE REPORT-PRINT-REC FROM WS-HEADING-1
008170         AFTER ADVANCING PAGE.
008180     WRITE REPORT-PRINT-REC FROM WS-HEADING-2
008190         AFTER ADVANCING 1 LINE.
008200     MOVE 2 TO WS-LINE-COUNT.
008210 3990-PRINT-HEADINGS-EXIT.
008220     EXIT.
008230*****************************************************************
008240*    9000-TERMINATE - CLOSE THE REPORT AND SET THE RETURN CODE. *
008250*    RC=8 HOLDS THE STREAM UNTIL THE BATCH IS RESOLVED WITH THE *
008260*    GL                                                         *
008270*****************************************************************
008280 9000-TERMINATE.
008290     CLOSE RECON-REPORT.
008300     DISPLAY 'GLRECON - BATCH ID             ' WS-BATCH-ID.
008310     DISPLAY 'GLRECON - LINES POSTED         ' WS-POSTED-COUNT.
008320     DISPLAY 'GLRECON - LINES REJECTED       ' WS-REJECTED-COUNT.
008330     DISPLAY 'GLRECON - LINES NOT ACKNOWLEDGED '
008340         WS-UNACKED-COUNT.
008350     IF WS-RUN-HAS-GAPS
008360         DISPLAY 'GLRECON - VOUCHER BATCH HAS GAPS - SEE RCNRPT'
008370         MOVE 8 TO RETURN-CODE
008380     ELSE
008390         MOVE 0 TO RETURN-CODE
008400     END-IF.
008410 9000-TERMINATE-EXIT.
008420     EXIT.
008430*****************************************************************
008440*    9900-ABEND-BAD-OPEN - A FILE DID NOT OPEN CLEANLY.  DISPLAY *
008450*    WHICH ONE AND ITS FILE STATUS AND STOP THE RUN WITH A       *
008460*    NON-ZERO RETURN CODE INSTEAD OF CONTINUING ON A FILE THAT   *
008470*    WAS NEVER ACTUALLY OPENED                                   *
008480*****************************************************************
008490 9900-ABEND-BAD-OPEN.
008500     DISPLAY 'GLRECON - OPEN FAILED FOR ' WS-ABEND-FILE-NAME
008510         ' - FILE STATUS ' WS-ABEND-STATUS.
008520     MOVE 16 TO RETURN-CODE.
008530     STOP RUN.
008540 9900-ABEND-BAD-OPEN-EXIT.
008550     EXIT.
008560*****************************************************************
008570*    9920-ABEND-TABLE-FULL - MORE VOUCHER LINES, GROUPS, OR     *
008580*    UNMATCHED ACKNOWLEDGMENTS THAN THE TABLES HOLD.  STOP      *
008590*    RATHER THAN RECONCILE PART OF A BATCH                      *
008600*****************************************************************
008610 9920-ABEND-TABLE-FULL.
008620     DISPLAY 'GLRECON - TABLE CAPACITY EXCEEDED - RUN STOPPED'.
008630     MOVE 16 TO RETURN-CODE.
008640     STOP RUN.
008650 9920-ABEND-TABLE-FULL-EXIT.
008660     EXIT.
008670*****************************************************************
008680*    9930-ABEND-OUT-OF-SEQUENCE - A DETAIL LINE DOES NOT CARRY  *
008690*    THE NEXT LINE SEQUENCE, SO THE FILE IS NOT A WHOLE GLJV    *
008700*    BATCH AND THE ACKNOWLEDGMENTS CANNOT BE MATCHED TO IT      *
008710*****************************************************************
008720 9930-ABEND-OUT-OF-SEQUENCE.
008730     DISPLAY 'GLRECON - GLJVOUT LINE OUT OF SEQUENCE AT LINE '
008740         WS-LINE-COUNT-TBL.
008750     MOVE 16 TO RETURN-CODE.
008760     STOP RUN.
008770 9930-ABEND-OUT-OF-SEQUENCE-EXIT.
008780     EXIT.
