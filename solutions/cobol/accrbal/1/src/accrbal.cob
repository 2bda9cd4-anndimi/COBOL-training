000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ACCRBAL.
000030 AUTHOR.        J MCALLISTER.
000040 INSTALLATION.  DEPRECIATION AND ACCRUAL SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------
000100* 2026-10-15  JKM  INITIAL VERSION.  CROSS-STEP TIE-OUT FOR THE
000110*                  MONTH-END ACCRUAL JOB STREAM, RUN AFTER GLJV
000120*                  AND BEFORE GLJVOUT IS RELEASED TO THE GL.
000130*                  PROVES FIVE THINGS:  INSTRIN COUNTS BALANCE
000140*                  TO THE REGISTER'S ACCRUED COUNT PLUS ACCREJ
000150*                  (AND THE REGISTER'S OWN READ AND REJECTED
000160*                  COUNTS AGREE); THE REGISTER DETAIL LINES ADD
000170*                  UP TO ITS TOTAL ACCRUED LINE; THE REGISTER
000180*                  TOTAL EQUALS THE ACCFSP SUM; THE ACCFSP SUM
000190*                  EQUALS WHAT GLJV VOUCHERED, PROVED FROM THE
000200*                  GLJVOUT TRAILER HASH (GLJV POSTS EVERY BUCKET
000210*                  AS A DEBIT AND A CREDIT LINE FOR THE SAME
000220*                  AMOUNT, SO THE HASH IS TWICE THE ACCFSP SUM);
000230*                  AND ACCRUE'S ACCCHKPT FINISHED WITH STATUS
000240*                  'C', SO A RESTARTED RUN REALLY COMPLETED.
000250*                  WRITES A ONE-PAGE REPORT AND SETS RETURN CODE
000260*                  8 ON ANY BREAK SO THE VOUCHER FILE IS HELD.
000270*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   IBM-370.
000310 OBJECT-COMPUTER.   IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT INSTRUMENT-FILE ASSIGN TO INSTRIN
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-INSTR-FILE-STATUS.
000370
000380     SELECT REGISTER-IN-FILE ASSIGN TO ACCREG
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-REGISTER-STATUS.
000410
000420     SELECT ACCRUAL-REJECTS ASSIGN TO ACCREJ
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-REJECTS-STATUS.
000450
000460     SELECT SPLIT-IN-FILE ASSIGN TO ACCFSP
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-SPLIT-STATUS.
000490
000500     SELECT VOUCHER-IN-FILE ASSIGN TO GLJVOUT
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-VOUCHER-STATUS.
000530
000540     SELECT CHECKPOINT-FILE ASSIGN TO ACCCHKPT
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-CHKPT-FILE-STATUS.
000570
000580     SELECT BALANCE-REPORT ASSIGN TO ACCBRPT
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-REPORT-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  INSTRUMENT-FILE
000640     RECORDING MODE IS F.
000650 01  INSTR-IN-REC              PIC X(97).
000660
000670 FD  REGISTER-IN-FILE
000680     RECORDING MODE IS F.
000690 01  REGISTER-IN-REC           PIC X(132).
000700
000710 FD  ACCRUAL-REJECTS
000720     RECORDING MODE IS F.
000730 01  REJECT-IN-REC             PIC X(80).
000740
000750 FD  SPLIT-IN-FILE
000760     RECORDING MODE IS F.
000770     COPY ACCFSP.
000780
000790 FD  VOUCHER-IN-FILE
000800     RECORDING MODE IS F.
000810 01  VOUCHER-IN-REC            PIC X(120).
000820
000830 FD  CHECKPOINT-FILE
000840     RECORDING MODE IS F.
000850 01  CHECKPOINT-FILE-REC.
000860     05  CHKPT-STATUS          PIC X(01).
000870     05  FILLER                PIC X(159).
000880
000890 FD  BALANCE-REPORT
000900     RECORDING MODE IS F.
000910 01  REPORT-PRINT-REC          PIC X(132).
000920
000930 WORKING-STORAGE SECTION.
000940 77  WS-INSTR-FILE-STATUS      PIC X(02)  VALUE SPACES.
000950 77  WS-REGISTER-STATUS        PIC X(02)  VALUE SPACES.
000960 77  WS-REJECTS-STATUS         PIC X(02)  VALUE SPACES.
000970 77  WS-SPLIT-STATUS           PIC X(02)  VALUE SPACES.
000980 77  WS-VOUCHER-STATUS         PIC X(02)  VALUE SPACES.
000990 77  WS-CHKPT-FILE-STATUS      PIC X(02)  VALUE SPACES.
001000 77  WS-REPORT-STATUS          PIC X(02)  VALUE SPACES.
001010 77  WS-ABEND-FILE-NAME        PIC X(15)  VALUE SPACES.
001020 77  WS-ABEND-STATUS           PIC X(02)  VALUE SPACES.
001030 77  WS-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001040     88  WS-END-OF-FILE                   VALUE 'Y'.
001050 77  WS-BREAK-SWITCH           PIC X(01)  VALUE 'N'.
001060     88  WS-RUN-HAS-BREAKS                VALUE 'Y'.
001070 77  WS-REG-COUNTS-SWITCH      PIC X(01)  VALUE 'N'.
001080     88  WS-REG-COUNTS-FOUND              VALUE 'Y'.
001090 77  WS-REG-TOTAL-SWITCH       PIC X(01)  VALUE 'N'.
001100     88  WS-REG-TOTAL-FOUND               VALUE 'Y'.
001110 77  WS-TRAILER-SWITCH         PIC X(01)  VALUE 'N'.
001120     88  WS-TRAILER-FOUND                 VALUE 'Y'.
001130 77  WS-CHKPT-STATUS-BYTE      PIC X(01)  VALUE SPACE.
001140 77  WS-INSTRIN-COUNT          PIC 9(08)  VALUE 0.
001150 77  WS-REG-DETAIL-COUNT       PIC 9(08)  VALUE 0.
001160 77  WS-REG-READ-COUNT         PIC 9(08)  VALUE 0.
001170 77  WS-REG-ACCRUED-COUNT      PIC 9(08)  VALUE 0.
001180 77  WS-REG-REJECTED-COUNT     PIC 9(08)  VALUE 0.
001190 77  WS-ACCREJ-COUNT           PIC 9(08)  VALUE 0.
001200 77  WS-SPLIT-COUNT            PIC 9(08)  VALUE 0.
001210 77  WS-VOUCHER-LINE-COUNT     PIC 9(08)  VALUE 0.
001220 77  WS-LINE-AMOUNT            PIC 9(13)V99 VALUE 0.
001230 77  WS-REG-DETAIL-SUM         PIC 9(15)V99 VALUE 0.
001240 77  WS-REG-TOTAL-AMOUNT       PIC 9(15)V99 VALUE 0.
001250 77  WS-SPLIT-SUM              PIC 9(15)V99 VALUE 0.
001260 77  WS-SPLIT-SUM-DOUBLED      PIC 9(15)V99 VALUE 0.
001270 77  WS-TRAILER-HASH           PIC 9(15)V99 VALUE 0.
001280 77  WS-HASH-HALF              PIC 9(15)V99 VALUE 0.
001290     COPY ACCREG.
001300 01  WS-TOTAL-COUNT-VIEW REDEFINES WS-DETAIL-LINE.
001310     05  TCV-LABEL             PIC X(25).
001320     05  TCV-COUNT             PIC ZZZZZZZ9.
001330     05  FILLER                PIC X(99).
001340 01  WS-TOTAL-AMOUNT-VIEW REDEFINES WS-DETAIL-LINE.
001350     05  TAV-LABEL             PIC X(25).
001360     05  TAV-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001370     05  FILLER                PIC X(87).
001380     COPY GLJVOUT.
001390 01  WS-REPORT-DATE            PIC 9(08).
001400 01  WS-HEADING-1.
001410     05  FILLER                PIC X(10)  VALUE 'ACCRBAL'.
001420     05  FILLER                PIC X(30)  VALUE SPACES.
001430     05  FILLER                PIC X(40)
001440         VALUE 'MONTH-END ACCRUAL CROSS-STEP TIE-OUT'.
001450     05  FILLER                PIC X(23)  VALUE SPACES.
001460     05  FILLER                PIC X(09)  VALUE 'RUN DATE '.
001470     05  HDG-RUN-DATE          PIC 9(08).
001480     05  FILLER                PIC X(12)  VALUE SPACES.
001490 01  WS-COUNT-LINE.
001500     05  CNT-LABEL             PIC X(40).
001510     05  CNT-VALUE             PIC ZZZZZZZ9.
001520     05  FILLER                PIC X(84)  VALUE SPACES.
001530 01  WS-AMOUNT-LINE.
001540     05  AMT-LABEL             PIC X(40).
001550     05  AMT-VALUE             PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
001560     05  FILLER                PIC X(70)  VALUE SPACES.
001570 01  WS-CHECK-LINE.
001580     05  CHK-LABEL             PIC X(45).
001590     05  CHK-RESULT            PIC X(20).
001600     05  FILLER                PIC X(67)  VALUE SPACES.
001610 01  WS-MESSAGE-LINE.
001620     05  FILLER                PIC X(05)  VALUE SPACES.
001630     05  MSG-TEXT              PIC X(70).
001640     05  FILLER                PIC X(57)  VALUE SPACES.
001650 01  WS-RESULT-LINE.
001660     05  FILLER                PIC X(20)
001670         VALUE 'BALANCING RESULT - '.
001680     05  RES-TEXT              PIC X(50).
001690     05  FILLER                PIC X(62)  VALUE SPACES.
001700 PROCEDURE DIVISION.
001710*****************************************************************
001720*                                                               *
001730*    0000-MAINLINE                                              *
001740*                                                               *
001750*****************************************************************
001760 0000-MAINLINE.
001770     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001780     PERFORM 2000-COUNT-INSTRIN THRU 2000-COUNT-INSTRIN-EXIT.
001790     PERFORM 2100-READ-REGISTER THRU 2100-READ-REGISTER-EXIT.
001800     PERFORM 2200-COUNT-ACCREJ THRU 2200-COUNT-ACCREJ-EXIT.
001810     PERFORM 2300-SUM-SPLITS THRU 2300-SUM-SPLITS-EXIT.
001820     PERFORM 2400-READ-VOUCHERS THRU 2400-READ-VOUCHERS-EXIT.
001830     PERFORM 2500-READ-CHECKPOINT THRU 2500-READ-CHECKPOINT-EXIT.
001840     PERFORM 3000-PRINT-REPORT THRU 3000-PRINT-REPORT-EXIT.
001850     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001860     STOP RUN.
001870*****************************************************************
001880*    1000-INITIALIZE - OPEN THE REPORT; EACH INPUT IS OPENED    *
001890*    AND CLOSED BY ITS OWN LOAD PARAGRAPH                       *
001900*****************************************************************
001910 1000-INITIALIZE.
001920     OPEN OUTPUT BALANCE-REPORT.
001930     IF WS-REPORT-STATUS NOT = '00'
001940         MOVE 'BALANCE-REPORT' TO WS-ABEND-FILE-NAME
001950         MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
001960         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
001970     END-IF.
001980     ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
001990 1000-INITIALIZE-EXIT.
002000     EXIT.
002010*****************************************************************
002020*    2000-COUNT-INSTRIN                                         *
002030*****************************************************************
002040 2000-COUNT-INSTRIN.
002050     OPEN INPUT INSTRUMENT-FILE.
002060     IF WS-INSTR-FILE-STATUS NOT = '00'
002070         MOVE 'INSTRUMENT-FILE' TO WS-ABEND-FILE-NAME
002080         MOVE WS-INSTR-FILE-STATUS TO WS-ABEND-STATUS
002090         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
002100     END-IF.
002110     MOVE 'N' TO WS-EOF-SWITCH.
002120     PERFORM 2010-COUNT-ONE-INSTRUMENT
002130         THRU 2010-COUNT-ONE-INSTRUMENT-EXIT
002140         UNTIL WS-END-OF-FILE.
002150     CLOSE INSTRUMENT-FILE.
002160 2000-COUNT-INSTRIN-EXIT.
002170     EXIT.
002180*****************************************************************
002190*    2010-COUNT-ONE-INSTRUMENT                                  *
002200*****************************************************************
002210 2010-COUNT-ONE-INSTRUMENT.
002220     READ INSTRUMENT-FILE
002230         AT END
002240             MOVE 'Y' TO WS-EOF-SWITCH
002250             GO TO 2010-COUNT-ONE-INSTRUMENT-EXIT
002260     END-READ.
002270     ADD 1 TO WS-INSTRIN-COUNT.
002280 2010-COUNT-ONE-INSTRUMENT-EXIT.
002290     EXIT.
002300*****************************************************************
002310*    2100-READ-REGISTER - ADD UP THE ACCREG DETAIL LINES AND    *
002320*    PICK THE READ, ACCRUED AND REJECTED COUNTS AND THE TOTAL   *
002330*    ACCRUED AMOUNT OFF ACCRUE'S CONTROL TOTAL LINES            *
002340*****************************************************************
002350 2100-READ-REGISTER.
002360     OPEN INPUT REGISTER-IN-FILE.
002370     IF WS-REGISTER-STATUS NOT = '00'
002380         MOVE 'REGISTER-IN' TO WS-ABEND-FILE-NAME
002390         MOVE WS-REGISTER-STATUS TO WS-ABEND-STATUS
002400         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
002410     END-IF.
002420     MOVE 'N' TO WS-EOF-SWITCH.
002430     PERFORM 2110-READ-ONE-REGISTER-LINE
002440         THRU 2110-READ-ONE-REGISTER-LINE-EXIT
002450         UNTIL WS-END-OF-FILE.
002460     CLOSE REGISTER-IN-FILE.
002470 2100-READ-REGISTER-EXIT.
002480     EXIT.
002490*****************************************************************
002500*    2110-READ-ONE-REGISTER-LINE - A DETAIL LINE HAS BOTH       *
002510*    PERIOD DATES NUMERIC; A CONTROL TOTAL LINE IS KNOWN BY ITS *
002520*    LABEL; HEADINGS AND BLANK LINES ARE PASSED OVER            *
002530*****************************************************************
002540 2110-READ-ONE-REGISTER-LINE.
002550     READ REGISTER-IN-FILE INTO WS-DETAIL-LINE
002560         AT END
002570             MOVE 'Y' TO WS-EOF-SWITCH
002580             GO TO 2110-READ-ONE-REGISTER-LINE-EXIT
002590     END-READ.
002600     IF DET-BEGIN-DATE IS NUMERIC AND DET-END-DATE IS NUMERIC
002610         ADD 1 TO WS-REG-DETAIL-COUNT
002620         MOVE DET-ACCRUED TO WS-LINE-AMOUNT
002630         ADD WS-LINE-AMOUNT TO WS-REG-DETAIL-SUM
002640     ELSE
002650     IF TCV-LABEL = 'CONTROL TOTALS - READ    '
002660         MOVE TCV-COUNT TO WS-REG-READ-COUNT
002670     ELSE
002680     IF TCV-LABEL = '                 ACCRUED '
002690         MOVE TCV-COUNT TO WS-REG-ACCRUED-COUNT
002700     ELSE
002710     IF TCV-LABEL = '                 REJECTED'
002720         MOVE TCV-COUNT TO WS-REG-REJECTED-COUNT
002730         MOVE 'Y' TO WS-REG-COUNTS-SWITCH
002740     ELSE
002750     IF TAV-LABEL = 'TOTAL ACCRUED AMOUNT     '
002760         MOVE TAV-AMOUNT TO WS-REG-TOTAL-AMOUNT
002770         MOVE 'Y' TO WS-REG-TOTAL-SWITCH
002780     END-IF
002790     END-IF
002800     END-IF
002810     END-IF
002820     END-IF.
002830 2110-READ-ONE-REGISTER-LINE-EXIT.
002840     EXIT.
002850*****************************************************************
002860*    2200-COUNT-ACCREJ                                          *
002870*****************************************************************
002880 2200-COUNT-ACCREJ.
002890     OPEN INPUT ACCRUAL-REJECTS.
002900     IF WS-REJECTS-STATUS NOT = '00'
002910         MOVE 'ACCRUAL-REJECTS' TO WS-ABEND-FILE-NAME
002920         MOVE WS-REJECTS-STATUS TO WS-ABEND-STATUS
002930         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
002940     END-IF.
002950     MOVE 'N' TO WS-EOF-SWITCH.
002960     PERFORM 2210-COUNT-ONE-REJECT THRU 2210-COUNT-ONE-REJECT-EXIT
002970         UNTIL WS-END-OF-FILE.
002980     CLOSE ACCRUAL-REJECTS.
002990 2200-COUNT-ACCREJ-EXIT.
003000     EXIT.
003010*****************************************************************
003020*    2210-COUNT-ONE-REJECT                                      *
003030*****************************************************************
003040 2210-COUNT-ONE-REJECT.
003050     READ ACCRUAL-REJECTS
003060         AT END
003070             MOVE 'Y' TO WS-EOF-SWITCH
003080             GO TO 2210-COUNT-ONE-REJECT-EXIT
003090     END-READ.
003100     ADD 1 TO WS-ACCREJ-COUNT.
003110 2210-COUNT-ONE-REJECT-EXIT.
003120     EXIT.
003130*****************************************************************
003140*    2300-SUM-SPLITS - COUNT AND ADD UP THE ACCFSP SPLITS       *
003150*****************************************************************
003160 2300-SUM-SPLITS.
003170     OPEN INPUT SPLIT-IN-FILE.
003180     IF WS-SPLIT-STATUS NOT = '00'
003190         MOVE 'SPLIT-IN-FILE' TO WS-ABEND-FILE-NAME
003200         MOVE WS-SPLIT-STATUS TO WS-ABEND-STATUS
003210         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
003220     END-IF.
003230     MOVE 'N' TO WS-EOF-SWITCH.
003240     PERFORM 2310-SUM-ONE-SPLIT THRU 2310-SUM-ONE-SPLIT-EXIT
003250         UNTIL WS-END-OF-FILE.
003260     CLOSE SPLIT-IN-FILE.
003270 2300-SUM-SPLITS-EXIT.
003280     EXIT.
003290*****************************************************************
003300*    2310-SUM-ONE-SPLIT                                         *
003310*****************************************************************
003320 2310-SUM-ONE-SPLIT.
003330     READ SPLIT-IN-FILE
003340         AT END
003350             MOVE 'Y' TO WS-EOF-SWITCH
003360             GO TO 2310-SUM-ONE-SPLIT-EXIT
003370     END-READ.
003380     ADD 1 TO WS-SPLIT-COUNT.
003390     ADD FSP-AMOUNT TO WS-SPLIT-SUM.
003400 2310-SUM-ONE-SPLIT-EXIT.
003410     EXIT.
003420*****************************************************************
003430*    2400-READ-VOUCHERS - COUNT THE GLJVOUT DETAIL LINES AND    *
003440*    PICK UP THE TRAILER'S TRANSACTION-CURRENCY HASH TOTAL      *
003450*****************************************************************
003460 2400-READ-VOUCHERS.
003470     OPEN INPUT VOUCHER-IN-FILE.
003480     IF WS-VOUCHER-STATUS NOT = '00'
003490         MOVE 'VOUCHER-IN' TO WS-ABEND-FILE-NAME
003500         MOVE WS-VOUCHER-STATUS TO WS-ABEND-STATUS
003510         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
003520     END-IF.
003530     MOVE 'N' TO WS-EOF-SWITCH.
003540     PERFORM 2410-READ-ONE-VOUCHER THRU 2410-READ-ONE-VOUCHER-EXIT
003550         UNTIL WS-END-OF-FILE.
003560     CLOSE VOUCHER-IN-FILE.
003570 2400-READ-VOUCHERS-EXIT.
003580     EXIT.
003590*****************************************************************
003600*    2410-READ-ONE-VOUCHER                                      *
003610*****************************************************************
003620 2410-READ-ONE-VOUCHER.
003630     READ VOUCHER-IN-FILE
003640         AT END
003650             MOVE 'Y' TO WS-EOF-SWITCH
003660             GO TO 2410-READ-ONE-VOUCHER-EXIT
003670     END-READ.
003680     MOVE VOUCHER-IN-REC TO WS-VOUCHER-DETAIL.
003690     IF JV-REC-TYPE = 'T'
003700         MOVE VOUCHER-IN-REC TO WS-VOUCHER-TRAILER
003710         MOVE TRL-HASH-TOTAL TO WS-TRAILER-HASH
003720         MOVE 'Y' TO WS-TRAILER-SWITCH
003730     ELSE
003740     IF JV-REC-TYPE = 'D'
003750         ADD 1 TO WS-VOUCHER-LINE-COUNT
003760     END-IF
003770     END-IF.
003780 2410-READ-ONE-VOUCHER-EXIT.
003790     EXIT.
003800*****************************************************************
003810*    2500-READ-CHECKPOINT - ACCRUE'S ACCCHKPT RECORD MUST HAVE  *
003820*    FINISHED WITH STATUS 'C'                                   *
003830*****************************************************************
003840 2500-READ-CHECKPOINT.
003850     OPEN INPUT CHECKPOINT-FILE.
003860     IF WS-CHKPT-FILE-STATUS NOT = '00'
003870         MOVE 'CHECKPOINT-FILE' TO WS-ABEND-FILE-NAME
003880         MOVE WS-CHKPT-FILE-STATUS TO WS-ABEND-STATUS
003890         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
003900     END-IF.
003910     MOVE SPACE TO WS-CHKPT-STATUS-BYTE.
003920     READ CHECKPOINT-FILE
003930         AT END
003940             CONTINUE
003950         NOT AT END
003960             MOVE CHKPT-STATUS TO WS-CHKPT-STATUS-BYTE
003970     END-READ.
003980     CLOSE CHECKPOINT-FILE.
003990 2500-READ-CHECKPOINT-EXIT.
004000     EXIT.
004010*****************************************************************
004020*    3000-PRINT-REPORT - THE COUNTS AND AMOUNTS GATHERED, THE   *
004030*    FIVE CHECKS, AND THE OVERALL RESULT                        *
004040*****************************************************************
004050 3000-PRINT-REPORT.
004060     MOVE WS-REPORT-DATE TO HDG-RUN-DATE.
004070     WRITE REPORT-PRINT-REC FROM WS-HEADING-1
004080         AFTER ADVANCING PAGE.
004090     MOVE SPACES TO REPORT-PRINT-REC.
004100     WRITE REPORT-PRINT-REC AFTER ADVANCING 1 LINE.
004110
004120     MOVE 'INSTRUMENTS READ - INSTRIN' TO CNT-LABEL.
004130     MOVE WS-INSTRIN-COUNT TO CNT-VALUE.
004140     WRITE REPORT-PRINT-REC FROM WS-COUNT-LINE
004150         AFTER ADVANCING 1 LINE.
004160     MOVE 'REGISTER CONTROL TOTAL - READ' TO CNT-LABEL.
004170     MOVE WS-REG-READ-COUNT TO CNT-VALUE.
004180     WRITE REPORT-PRINT-REC FROM WS-COUNT-LINE
004190         AFTER ADVANCING 1 LINE.
004200     MOVE 'REGISTER CONTROL TOTAL - ACCRUED' TO CNT-LABEL.
004210     MOVE WS-REG-ACCRUED-COUNT TO CNT-VALUE.
004220     WRITE REPORT-PRINT-REC FROM WS-COUNT-LINE
004230         AFTER ADVANCING 1 LINE.
004240     MOVE 'REGISTER CONTROL TOTAL - REJECTED' TO CNT-LABEL.
004250     MOVE WS-REG-REJECTED-COUNT TO CNT-VALUE.
004260     WRITE REPORT-PRINT-REC FROM WS-COUNT-LINE
004270         AFTER ADVANCING 1 LINE.
004280     MOVE 'RECORDS REJECTED - ACCREJ' TO CNT-LABEL.
004290     MOVE WS-ACCREJ-COUNT TO CNT-VALUE.
004300     WRITE REPORT-PRINT-REC FROM WS-COUNT-LINE
004310         AFTER ADVANCING 1 LINE.
004320     MOVE 'REGISTER DETAIL LINES - ACCREG' TO CNT-LABEL.
004330     MOVE WS-REG-DETAIL-COUNT TO CNT-VALUE.
004340     WRITE REPORT-PRINT-REC FROM WS-COUNT-LINE
004350         AFTER ADVANCING 1 LINE.
004360     MOVE 'FISCAL SPLITS - ACCFSP' TO CNT-LABEL.
004370     MOVE WS-SPLIT-COUNT TO CNT-VALUE.
004380     WRITE REPORT-PRINT-REC FROM WS-COUNT-LINE
004390         AFTER ADVANCING 1 LINE.
004400     MOVE 'VOUCHER DETAIL LINES - GLJVOUT' TO CNT-LABEL.
004410     MOVE WS-VOUCHER-LINE-COUNT TO CNT-VALUE.
004420     WRITE REPORT-PRINT-REC FROM WS-COUNT-LINE
004430         AFTER ADVANCING 1 LINE.
004440     MOVE SPACES TO REPORT-PRINT-REC.
004450     WRITE REPORT-PRINT-REC AFTER ADVANCING 1 LINE.
004460
004470     MOVE 'REGISTER DETAIL LINES - SUM' TO AMT-LABEL.
004480     MOVE WS-REG-DETAIL-SUM TO AMT-VALUE.
004490     WRITE REPORT-PRINT-REC FROM WS-AMOUNT-LINE
004500         AFTER ADVANCING 1 LINE.
004510     MOVE 'REGISTER TOTAL ACCRUED AMOUNT' TO AMT-LABEL.
004520     MOVE WS-REG-TOTAL-AMOUNT TO AMT-VALUE.
004530     WRITE REPORT-PRINT-REC FROM WS-AMOUNT-LINE
004540         AFTER ADVANCING 1 LINE.
004550     MOVE 'FISCAL SPLITS - SUM' TO AMT-LABEL.
004560     MOVE WS-SPLIT-SUM TO AMT-VALUE.
004570     WRITE REPORT-PRINT-REC FROM WS-AMOUNT-LINE
004580         AFTER ADVANCING 1 LINE.
004590     MOVE 'GLJVOUT TRAILER HASH TOTAL' TO AMT-LABEL.
004600     MOVE WS-TRAILER-HASH TO AMT-VALUE.
004610     WRITE REPORT-PRINT-REC FROM WS-AMOUNT-LINE
004620         AFTER ADVANCING 1 LINE.
004630     COMPUTE WS-HASH-HALF = WS-TRAILER-HASH / 2.
004640     MOVE 'AMOUNT VOUCHERED (HASH / 2)' TO AMT-LABEL.
004650     MOVE WS-HASH-HALF TO AMT-VALUE.
004660     WRITE REPORT-PRINT-REC FROM WS-AMOUNT-LINE
004670         AFTER ADVANCING 1 LINE.
004680     MOVE SPACES TO REPORT-PRINT-REC.
004690     WRITE REPORT-PRINT-REC AFTER ADVANCING 1 LINE.
004700
004710     PERFORM 3100-CHECK-COUNTS THRU 3100-CHECK-COUNTS-EXIT.
004720     PERFORM 3200-CHECK-REGISTER THRU 3200-CHECK-REGISTER-EXIT.
004730     PERFORM 3300-CHECK-SPLITS THRU 3300-CHECK-SPLITS-EXIT.
004740     PERFORM 3400-CHECK-VOUCHERS THRU 3400-CHECK-VOUCHERS-EXIT.
004750     PERFORM 3500-CHECK-CHECKPOINT
004760         THRU 3500-CHECK-CHECKPOINT-EXIT.
004770
004780     MOVE SPACES TO REPORT-PRINT-REC.
004790     WRITE REPORT-PRINT-REC AFTER ADVANCING 1 LINE.
004800     IF WS-RUN-HAS-BREAKS
004810         MOVE 'OUT OF BALANCE - HOLD GLJVOUT FROM THE GL'
004820             TO RES-TEXT
004830     ELSE
004840         MOVE 'IN BALANCE - GLJVOUT MAY BE RELEASED' TO RES-TEXT
004850     END-IF.
004860     WRITE REPORT-PRINT-REC FROM WS-RESULT-LINE
004870         AFTER ADVANCING 1 LINE.
004880 3000-PRINT-REPORT-EXIT.
004890     EXIT.
004900*****************************************************************
004910*    3100-CHECK-COUNTS - INSTRIN MUST EQUAL THE REGISTER'S      *
004920*    ACCRUED COUNT PLUS THE ACCREJ RECORDS, AND THE REGISTER'S  *
004930*    OWN READ AND REJECTED COUNTS MUST AGREE WITH INSTRIN AND   *
004940*    ACCREJ.  A REGISTER WITHOUT ITS CONTROL TOTALS (ACCRUE     *
004950*    NEVER REACHED TERMINATION) CANNOT BALANCE                  *
004960*****************************************************************
004970 3100-CHECK-COUNTS.
004980     MOVE 'COUNTS  INSTRIN = ACCRUED + REJECTED' TO CHK-LABEL.
004990     IF WS-REG-COUNTS-FOUND
005000             AND WS-INSTRIN-COUNT
005010                 = WS-REG-ACCRUED-COUNT + WS-ACCREJ-COUNT
005020             AND WS-REG-READ-COUNT = WS-INSTRIN-COUNT
005030             AND WS-REG-REJECTED-COUNT = WS-ACCREJ-COUNT
005040         MOVE 'PASS' TO CHK-RESULT
005050     ELSE
005060         MOVE '** BREAK **' TO CHK-RESULT
005070         MOVE 'Y' TO WS-BREAK-SWITCH
005080     END-IF.
005090     WRITE REPORT-PRINT-REC FROM WS-CHECK-LINE
005100         AFTER ADVANCING 1 LINE.
005110     IF NOT WS-REG-COUNTS-FOUND
005120         MOVE 'ACCREG HAS NO CONTROL TOTAL LINES' TO MSG-TEXT
005130         WRITE REPORT-PRINT-REC FROM WS-MESSAGE-LINE
005140             AFTER ADVANCING 1 LINE
005150     END-IF.
005160 3100-CHECK-COUNTS-EXIT.
005170     EXIT.
005180*****************************************************************
005190*    3200-CHECK-REGISTER - THE DETAIL LINES MUST ADD UP TO THE  *
005200*    REGISTER'S OWN TOTAL ACCRUED LINE, SO NO LINE WAS LOST OR  *
005210*    WRITTEN TWICE                                              *
005220*****************************************************************
005230 3200-CHECK-REGISTER.
005240     MOVE 'REGISTER  DETAIL LINES = TOTAL ACCRUED LINE'
005250         TO CHK-LABEL.
005260     IF WS-REG-TOTAL-FOUND
005270             AND WS-REG-DETAIL-SUM = WS-REG-TOTAL-AMOUNT
005280         MOVE 'PASS' TO CHK-RESULT
005290     ELSE
005300         MOVE '** BREAK **' TO CHK-RESULT
005310         MOVE 'Y' TO WS-BREAK-SWITCH
005320     END-IF.
005330     WRITE REPORT-PRINT-REC FROM WS-CHECK-LINE
005340         AFTER ADVANCING 1 LINE.
005350     IF NOT WS-REG-TOTAL-FOUND
005360         MOVE 'ACCREG HAS NO TOTAL ACCRUED AMOUNT LINE'
005370             TO MSG-TEXT
005380         WRITE REPORT-PRINT-REC FROM WS-MESSAGE-LINE
005390             AFTER ADVANCING 1 LINE
005400     END-IF.
005410 3200-CHECK-REGISTER-EXIT.
005420     EXIT.
005430*****************************************************************
005440*    3300-CHECK-SPLITS - THE REGISTER TOTAL MUST EQUAL THE      *
005450*    ACCFSP SUM                                                 *
005460*****************************************************************
005470 3300-CHECK-SPLITS.
005480     MOVE 'AMOUNTS  ACCREG TOTAL = ACCFSP SUM' TO CHK-LABEL.
005490     IF WS-REG-DETAIL-SUM = WS-SPLIT-SUM
005500         MOVE 'PASS' TO CHK-RESULT
005510     ELSE
005520         MOVE '** BREAK **' TO CHK-RESULT
005530         MOVE 'Y' TO WS-BREAK-SWITCH
005540     END-IF.
005550     WRITE REPORT-PRINT-REC FROM WS-CHECK-LINE
005560         AFTER ADVANCING 1 LINE.
005570 3300-CHECK-SPLITS-EXIT.
005580     EXIT.
005590*****************************************************************
005600*    3400-CHECK-VOUCHERS - THE ACCFSP SUM MUST EQUAL WHAT GLJV  *
005610*    VOUCHERED.  EVERY BUCKET IS POSTED AS A DEBIT AND A CREDIT *
005620*    LINE FOR THE SAME AMOUNT, SO THE TRAILER HASH MUST BE      *
005630*    EXACTLY TWICE THE ACCFSP SUM.  A BUCKET GLJV REFUSED, OR A *
005640*    GLJVOUT WITH NO TRAILER, BREAKS                            *
005650*****************************************************************
005660 3400-CHECK-VOUCHERS.
005670     MOVE 'VOUCHERS  ACCFSP SUM = GLJVOUT HASH / 2' TO CHK-LABEL.
005680     COMPUTE WS-SPLIT-SUM-DOUBLED = WS-SPLIT-SUM * 2.
005690     IF WS-TRAILER-FOUND
005700             AND WS-SPLIT-SUM-DOUBLED = WS-TRAILER-HASH
005710         MOVE 'PASS' TO CHK-RESULT
005720     ELSE
005730         MOVE '** BREAK **' TO CHK-RESULT
005740         MOVE 'Y' TO WS-BREAK-SWITCH
005750     END-IF.
005760     WRITE REPORT-PRINT-REC FROM WS-CHECK-LINE
005770         AFTER ADVANCING 1 LINE.
005780     IF NOT WS-TRAILER-FOUND
005790         MOVE 'GLJVOUT HAS NO TRAILER RECORD' TO MSG-TEXT
005800         WRITE REPORT-PRINT-REC FROM WS-MESSAGE-LINE
005810             AFTER ADVANCING 1 LINE
005820     END-IF.
005830 3400-CHECK-VOUCHERS-EXIT.
005840     EXIT.
005850*****************************************************************
005860*    3500-CHECK-CHECKPOINT - ACCCHKPT MUST SAY 'C' (COMPLETE)   *
005870*****************************************************************
005880 3500-CHECK-CHECKPOINT.
005890     MOVE 'CHECKPOINT  ACCRUE FINISHED WITH STATUS C'
005900         TO CHK-LABEL.
005910     IF WS-CHKPT-STATUS-BYTE = 'C'
005920         MOVE 'PASS' TO CHK-RESULT
005930     ELSE
005940         MOVE '** BREAK **' TO CHK-RESULT
005950         MOVE 'Y' TO WS-BREAK-SWITCH
005960     END-IF.
005970     WRITE REPORT-PRINT-REC FROM WS-CHECK-LINE
005980         AFTER ADVANCING 1 LINE.
005990 3500-CHECK-CHECKPOINT-EXIT.
006000     EXIT.
006010*****************************************************************
006020*    9000-TERMINATE - CLOSE THE REPORT AND SET THE SCHEDULER    *
006030*    RETURN CODE - 8 ON ANY BREAK                               *
006040*****************************************************************
006050 9000-TERMINATE.
006060     CLOSE BALANCE-REPORT.
006070     IF WS-RUN-HAS-BREAKS
006080         DISPLAY 'ACCRBAL - ACCRUAL RUN OUT OF BALANCE - SEE '
006090             'ACCBRPT'
006100         MOVE 8 TO RETURN-CODE
006110     END-IF.
006120 9000-TERMINATE-EXIT.
006130     EXIT.
006140*****************************************************************
006150*    9900-ABEND-BAD-OPEN - A FILE DID NOT OPEN CLEANLY.  DISPLAY *
006160*    WHICH ONE AND ITS FILE STATUS AND STOP THE RUN WITH A       *
006170*    NON-ZERO RETURN CODE INSTEAD OF CONTINUING ON A FILE THAT   *
006180*    WAS NEVER ACTUALLY OPENED                                   *
006190*****************************************************************
006200 9900-ABEND-BAD-OPEN.
006210     DISPLAY 'ACCRBAL - OPEN FAILED FOR ' WS-ABEND-FILE-NAME
006220         ' - FILE STATUS ' WS-ABEND-STATUS.
006230     MOVE 16 TO RETURN-CODE.
006240     STOP RUN.
006250 9900-ABEND-BAD-OPEN-EXIT.
006260     EXIT.
