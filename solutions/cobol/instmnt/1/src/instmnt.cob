000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    INSTMNT.
000030 AUTHOR.        J MCALLISTER.
000040 INSTALLATION.  DEPRECIATION AND ACCRUAL SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------
000100* 2026-10-15  JKM  INITIAL VERSION.  INSTRUMENT MASTER
000110*                  MAINTENANCE - THERE WAS NO STANDING RECORD OF
000120*                  AN INSTRUMENT; THE DESK REBUILT THE SCHIN
000130*                  TERMS FILE BY HAND EVERY QUARTER, AND LAST
000140*                  QUARTER A MATURED NOTE WAS LEFT IN AND
000150*                  SCHEDULED THREE EXTRA PERIODS.  THIS PROGRAM
000160*                  APPLIES A TRANSACTION DECK AGAINST THE INDEXED
000170*                  INSTMAST MASTER, KEYED BY INSTRUMENT ID:  ADD
000180*                  AN INSTRUMENT WITH ITS TERMS, AMEND ITS TERMS,
000190*                  TERMINATE AN ACTIVE ONE EARLY ON A GIVEN DATE,
000200*                  OR REACTIVATE A TERMINATED ONE.  AFTER THE
000210*                  DECK, EVERY ACTIVE INSTRUMENT WHOSE MATURITY
000220*                  DATE IS BEHIND THE RUN DATE IS MARKED MATURED
000230*                  SO SCHEDGEN STOPS SCHEDULING IT.  EVERY
000240*                  INSTRUMENT TOUCHED IS PRINTED BEFORE AND AFTER
000250*                  ON THE AUDIT LISTING; A CARD THAT FAILS ITS
000260*                  EDITS OR ASKS FOR A MOVE THE INSTRUMENT'S
000270*                  STATUS DOES NOT ALLOW REJECTS WITH A REASON.
000280*                  THE MASTER IS UPDATED IN PLACE, SO A REJECTED
000290*                  CARD SIMPLY IS NOT APPLIED; THE RUN THEN ENDS
000300*                  RC=8 SO THE SCHEDULER HOLDS SCHEDGEN UNTIL THE
000310*                  CARD IS CORRECTED AND RERUN.
000320*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.   IBM-370.
000360 OBJECT-COMPUTER.   IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT INSTR-MASTER ASSIGN TO INSTMAST
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS IM-INSTR-ID
000430         FILE STATUS IS WS-MASTER-STATUS.
000440
000450     SELECT TXN-FILE ASSIGN TO INSTTXN
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-TXN-STATUS.
000480
000490     SELECT MAINT-LISTING ASSIGN TO INSTMLST
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-LISTING-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  INSTR-MASTER.
000550     COPY INSTMAST.
000560
000570 FD  TXN-FILE
000580     RECORDING MODE IS F.
000590 01  TXN-CARD-REC.
000600     05  TXN-ACTION            PIC X(01).
000610         88  TXN-IS-ADD                   VALUE 'A'.
000620         88  TXN-IS-AMEND                 VALUE 'C'.
000630         88  TXN-IS-TERMINATE             VALUE 'T'.
000640         88  TXN-IS-REACTIVATE            VALUE 'R'.
000650     05  FILLER                PIC X(01).
000660     05  TXN-TERMS-IMAGE.
000670         10  TXN-INSTR-ID      PIC X(10).
000680         10  FILLER            PIC X(87).
000690     05  FILLER                PIC X(01).
000700     05  TXN-TERM-DATE         PIC 9(08).
000710     05  FILLER                PIC X(12).
000720 01  TXN-CARD-REC-ALT REDEFINES TXN-CARD-REC.
000730     05  FILLER                PIC X(100).
000740     05  TXN-TERM-DATE-RAW     PIC X(08).
000750     05  FILLER                PIC X(12).
000760
000770 FD  MAINT-LISTING
000780     RECORDING MODE IS F.
000790 01  LISTING-PRINT-REC         PIC X(132).
000800
000810 WORKING-STORAGE SECTION.
000820 77  WS-MASTER-STATUS          PIC X(02)  VALUE SPACES.
000830 77  WS-TXN-STATUS             PIC X(02)  VALUE SPACES.
000840 77  WS-LISTING-STATUS         PIC X(02)  VALUE SPACES.
000850 77  WS-ABEND-FILE-NAME        PIC X(15)  VALUE SPACES.
000860 77  WS-ABEND-STATUS           PIC X(02)  VALUE SPACES.
000870 77  WS-MASTER-IO-VERB         PIC X(07)  VALUE SPACES.
000880 77  WS-TXN-EOF-SWITCH         PIC X(01)  VALUE 'N'.
000890     88  WS-TXN-END-OF-FILE               VALUE 'Y'.
000900 77  WS-MASTER-EOF-SWITCH      PIC X(01)  VALUE 'N'.
000910     88  WS-MASTER-END-OF-FILE            VALUE 'Y'.
000920 77  WS-FOUND-SWITCH           PIC X(01)  VALUE 'N'.
000930     88  WS-MASTER-WAS-FOUND              VALUE 'Y'.
000940 77  WS-TERMS-VALID-SWITCH     PIC X(01)  VALUE 'Y'.
000950     88  WS-TERMS-ARE-VALID               VALUE 'Y'.
000960 77  WS-REJECT-REASON          PIC X(30)  VALUE SPACES.
000970 77  WS-MIN-VALID-YEAR         PIC 9(04)  VALUE 1582.
000980 77  WS-TXNS-READ              PIC 9(08)  VALUE 0.
000990 77  WS-TXNS-APPLIED           PIC 9(08)  VALUE 0.
001000 77  WS-TXNS-REJECTED          PIC 9(08)  VALUE 0.
001010 77  WS-INSTR-MATURED          PIC 9(08)  VALUE 0.
001020 77  WS-DATEVAL-RETURN-CODE    PIC 9(02)  VALUE 0.
001030     88  WS-DATEVAL-IS-VALID              VALUE 00.
001040     88  WS-DATEVAL-AUDIT-FAILED          VALUE 90.
001050     COPY SCHTERMS.
001060     COPY CALDATE REPLACING ==CALDATE-DATE== BY ==WS-EDIT-DATE==
001070                            ==CALDATE-CCYY== BY ==WS-EDIT-CCYY==
001080                            ==CALDATE-MM==   BY ==WS-EDIT-MM==
001090                            ==CALDATE-DD==   BY ==WS-EDIT-DD==.
001100 01  WS-PAGE-CONTROL.
001110     05  WS-LINE-COUNT         PIC 9(02)  VALUE 99.
001120     05  WS-PAGE-COUNT         PIC 9(04)  VALUE 0.
001130     05  WS-LINES-PER-PAGE     PIC 9(02)  VALUE 55.
001140 01  WS-REPORT-DATE            PIC 9(08).
001150 01  WS-HEADING-1.
001160     05  FILLER                PIC X(10)  VALUE 'INSTMNT'.
001170     05  FILLER                PIC X(25)  VALUE SPACES.
001180     05  FILLER                PIC X(43)
001190         VALUE 'INSTRUMENT MASTER MAINTENANCE AUDIT LISTING'.
001200     05  FILLER                PIC X(25)  VALUE SPACES.
001210     05  FILLER                PIC X(09)  VALUE 'RUN DATE '.
001220     05  HDG-RUN-DATE          PIC 9(08).
001230     05  FILLER                PIC X(03)  VALUE SPACES.
001240     05  FILLER                PIC X(05)  VALUE 'PAGE '.
001250     05  HDG-PAGE-NO           PIC ZZZ9.
001260 01  WS-ACTION-LINE.
001270     05  LST-ACTION            PIC X(10).
001280     05  FILLER                PIC X(02)  VALUE SPACES.
001290     05  LST-STATUS            PIC X(10).
001300     05  FILLER                PIC X(02)  VALUE SPACES.
001310     05  LST-REASON            PIC X(30).
001320     05  FILLER                PIC X(02)  VALUE SPACES.
001330     05  LST-INSTR-ID          PIC X(10).
001340     05  FILLER                PIC X(02)  VALUE SPACES.
001350     05  LST-TERM-DATE         PIC X(08).
001360     05  FILLER                PIC X(56)  VALUE SPACES.
001370 01  WS-IMAGE-LINE.
001380     05  FILLER                PIC X(04)  VALUE SPACES.
001390     05  LST-IMAGE-TAG         PIC X(08).
001400     05  FILLER                PIC X(02)  VALUE SPACES.
001410     05  LST-TERMS-IMAGE       PIC X(97).
001420     05  FILLER                PIC X(02)  VALUE SPACES.
001430     05  LST-IM-STATUS         PIC X(01).
001440     05  FILLER                PIC X(02)  VALUE SPACES.
001450     05  LST-IM-TERM-DATE      PIC 9(08).
001460     05  FILLER                PIC X(08)  VALUE SPACES.
001470 PROCEDURE DIVISION.
001480*****************************************************************
001490*                                                               *
001500*    0000-MAINLINE                                              *
001510*                                                               *
001520*****************************************************************
001530 0000-MAINLINE.
001540     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001550     PERFORM 2000-PROCESS-TXN THRU 2000-PROCESS-TXN-EXIT
001560         UNTIL WS-TXN-END-OF-FILE.
001570     PERFORM 6000-MATURE-INSTRUMENTS
001580         THRU 6000-MATURE-INSTRUMENTS-EXIT.
001590     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001600     STOP RUN.
001610*****************************************************************
001620*    1000-INITIALIZE - OPEN FILES AND PRIME THE TRANSACTION     *
001630*    READ.  A MASTER THAT HAS NEVER BEEN LOADED IS CREATED      *
001640*    EMPTY SO THE FIRST DECK OF ADDS CAN LOAD IT                *
001650*****************************************************************
001660 1000-INITIALIZE.
001670     OPEN I-O INSTR-MASTER.
001680     IF WS-MASTER-STATUS = '35'
001690         DISPLAY 'INSTMNT - INSTMAST NOT YET LOADED - STARTING '
001700             'AN EMPTY MASTER'
001710         OPEN OUTPUT INSTR-MASTER
001720         CLOSE INSTR-MASTER
001730         OPEN I-O INSTR-MASTER
001740     END-IF.
001750     IF WS-MASTER-STATUS NOT = '00'
001760         MOVE 'INSTR-MASTER' TO WS-ABEND-FILE-NAME
001770         MOVE WS-MASTER-STATUS TO WS-ABEND-STATUS
001780         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
001790     END-IF.
001800     OPEN INPUT TXN-FILE.
001810     IF WS-TXN-STATUS NOT = '00'
001820         MOVE 'TXN-FILE' TO WS-ABEND-FILE-NAME
001830         MOVE WS-TXN-STATUS TO WS-ABEND-STATUS
001840         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
001850     END-IF.
001860     OPEN OUTPUT MAINT-LISTING.
001870     IF WS-LISTING-STATUS NOT = '00'
001880         MOVE 'MAINT-LISTING' TO WS-ABEND-FILE-NAME
001890         MOVE WS-LISTING-STATUS TO WS-ABEND-STATUS
001900         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
001910     END-IF.
001920     ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
001930     PERFORM 2100-READ-TXN THRU 2100-READ-TXN-EXIT.
001940 1000-INITIALIZE-EXIT.
001950     EXIT.
001960*****************************************************************
001970*    2000-PROCESS-TXN - LOOK UP THE CARD'S INSTRUMENT, APPLY    *
001980*    THE CARD AND LIST THE RESULT, THEN READ THE NEXT           *
001990*****************************************************************
002000 2000-PROCESS-TXN.
002010     ADD 1 TO WS-TXNS-READ.
002020     IF TXN-INSTR-ID = SPACES
002030         MOVE 'INSTRUMENT ID MISSING' TO WS-REJECT-REASON
002040         PERFORM 4100-LIST-REJECTED THRU 4100-LIST-REJECTED-EXIT
002050         GO TO 2000-PROCESS-TXN-NEXT
002060     END-IF.
002070     PERFORM 2200-READ-MASTER THRU 2200-READ-MASTER-EXIT.
002080     IF TXN-IS-ADD
002090         PERFORM 3000-APPLY-ADD THRU 3000-APPLY-ADD-EXIT
002100     ELSE
002110     IF TXN-IS-AMEND
002120         PERFORM 3100-APPLY-AMEND THRU 3100-APPLY-AMEND-EXIT
002130     ELSE
002140     IF TXN-IS-TERMINATE
002150         PERFORM 3200-APPLY-TERMINATE
002160             THRU 3200-APPLY-TERMINATE-EXIT
002170     ELSE
002180     IF TXN-IS-REACTIVATE
002190         PERFORM 3300-APPLY-REACTIVATE
002200             THRU 3300-APPLY-REACTIVATE-EXIT
002210     ELSE
002220         MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
002230         PERFORM 4100-LIST-REJECTED THRU 4100-LIST-REJECTED-EXIT
002240     END-IF
002250     END-IF
002260     END-IF
002270     END-IF.
002280 2000-PROCESS-TXN-NEXT.
002290     PERFORM 2100-READ-TXN THRU 2100-READ-TXN-EXIT.
002300 2000-PROCESS-TXN-EXIT.
002310     EXIT.
002320*****************************************************************
002330*    2100-READ-TXN                                              *
002340*****************************************************************
002350 2100-READ-TXN.
002360     READ TXN-FILE
002370         AT END
002380             MOVE 'Y' TO WS-TXN-EOF-SWITCH
002390     END-READ.
002400 2100-READ-TXN-EXIT.
002410     EXIT.
002420*****************************************************************
002430*    2200-READ-MASTER - RANDOM READ OF THE CARD'S INSTRUMENT.   *
002440*    WS-FOUND-SWITCH SAYS WHETHER IT IS ON THE MASTER           *
002450*****************************************************************
002460 2200-READ-MASTER.
002470     MOVE TXN-INSTR-ID TO IM-INSTR-ID.
002480     READ INSTR-MASTER
002490         INVALID KEY
002500             MOVE 'N' TO WS-FOUND-SWITCH
002510         NOT INVALID KEY
002520             MOVE 'Y' TO WS-FOUND-SWITCH
002530     END-READ.
002540 2200-READ-MASTER-EXIT.
002550     EXIT.
002560*****************************************************************
002570*    3000-APPLY-ADD - THE INSTRUMENT MUST NOT BE ON THE MASTER  *
002580*    AND ITS TERMS MUST PASS THE EDITS.  IT GOES ON ACTIVE      *
002590*****************************************************************
002600 3000-APPLY-ADD.
002610     IF WS-MASTER-WAS-FOUND
002620         MOVE 'INSTRUMENT ALREADY ON MASTER' TO WS-REJECT-REASON
002630         PERFORM 4100-LIST-REJECTED THRU 4100-LIST-REJECTED-EXIT
002640         GO TO 3000-APPLY-ADD-EXIT
002650     END-IF.
002660     PERFORM 3500-EDIT-CARD-TERMS THRU 3500-EDIT-CARD-TERMS-EXIT.
002670     IF NOT WS-TERMS-ARE-VALID
002680         PERFORM 4100-LIST-REJECTED THRU 4100-LIST-REJECTED-EXIT
002690         GO TO 3000-APPLY-ADD-EXIT
002700     END-IF.
002710     MOVE SPACES TO INSTR-MASTER-REC.
002720     MOVE TXN-TERMS-IMAGE TO IM-TERMS-IMAGE.
002730     MOVE 'A' TO IM-STATUS.
002740     MOVE ZEROS TO IM-TERM-DATE.
002750     MOVE WS-REPORT-DATE TO IM-ADDED-DATE.
002760     MOVE WS-REPORT-DATE TO IM-MAINT-DATE.
002770     WRITE INSTR-MASTER-REC.
002780     IF WS-MASTER-STATUS NOT = '00'
002790         MOVE 'WRITE' TO WS-MASTER-IO-VERB
002800         PERFORM 9920-ABEND-MASTER-IO
002810             THRU 9920-ABEND-MASTER-IO-EXIT
002820     END-IF.
002830     PERFORM 4000-LIST-APPLIED THRU 4000-LIST-APPLIED-EXIT.
002840     PERFORM 4200-LIST-AFTER-IMAGE
002850         THRU 4200-LIST-AFTER-IMAGE-EXIT.
002860 3000-APPLY-ADD-EXIT.
002870     EXIT.
002880*****************************************************************
002890*    3100-APPLY-AMEND - THE INSTRUMENT MUST BE ON THE MASTER    *
002900*    AND NOT MATURED, AND THE CARD'S TERMS MUST PASS THE EDITS. *
002910*    THE CARD CARRIES THE COMPLETE AMENDED TERMS, WHICH REPLACE *
002920*    THE MASTER'S.  A TERMINATED INSTRUMENT'S TERMINATION DATE  *
002930*    MUST STILL FALL INSIDE THE AMENDED TERMS                   *
002940*****************************************************************
002950 3100-APPLY-AMEND.
002960     IF NOT WS-MASTER-WAS-FOUND
002970         MOVE 'NO INSTRUMENT MATCHES ID' TO WS-REJECT-REASON
002980         PERFORM 4100-LIST-REJECTED THRU 4100-LIST-REJECTED-EXIT
002990         GO TO 3100-APPLY-AMEND-EXIT
003000     END-IF.
003010     IF IM-IS-MATURED
003020         MOVE 'INSTRUMENT HAS MATURED' TO WS-REJECT-REASON
003030         PERFORM 4100-LIST-REJECTED THRU 4100-LIST-REJECTED-EXIT
003040         GO TO 3100-APPLY-AMEND-EXIT
003050     END-IF.
003060     PERFORM 3500-EDIT-CARD-TERMS THRU 3500-EDIT-CARD-TERMS-EXIT.
003070     IF NOT WS-TERMS-ARE-VALID
003080         PERFORM 4100-LIST-REJECTED THRU 4100-LIST-REJECTED-EXIT
003090         GO TO 3100-APPLY-AMEND-EXIT
003100     END-IF.
003110     IF IM-IS-TERMINATED
003120             AND (IM-TERM-DATE NOT > SCH-START-DATE
003130                 OR IM-TERM-DATE NOT < SCH-MATURITY-DATE)
003140         MOVE 'TERMINATION OUTSIDE NEW TERMS' TO WS-REJECT-REASON
003150         PERFORM 4100-LIST-REJECTED THRU 4100-LIST-REJECTED-EXIT
003160         GO TO 3100-APPLY-AMEND-EXIT
003170     END-IF.
003180     PERFORM 4000-LIST-APPLIED THRU 4000-LIST-APPLIED-EXIT.
003190     PERFORM 4300-LIST-BEFORE-IMAGE
003200         THRU 4300-LIST-BEFORE-IMAGE-EXIT.
003210     MOVE TXN-TERMS-IMAGE TO IM-TERMS-IMAGE.
003220     MOVE WS-REPORT-DATE TO IM-MAINT-DATE.
003230     PERFORM 3900-REWRITE-MASTER THRU 3900-REWRITE-MASTER-EXIT.
003240     PERFORM 4200-LIST-AFTER-IMAGE
003250         THRU 4200-LIST-AFTER-IMAGE-EXIT.
003260 3100-APPLY-AMEND-EXIT.
003270     EXIT.
003280*****************************************************************
003290*    3200-APPLY-TERMINATE - THE INSTRUMENT MUST BE ACTIVE AND   *
003300*    THE CARD'S TERMINATION DATE A REAL DATE STRICTLY AFTER     *
003310*    THE START AND BEFORE THE MATURITY                          *
003320*****************************************************************
003330 3200-APPLY-TERMINATE.
003340     IF NOT WS-MASTER-WAS-FOUND
003350         MOVE 'NO INSTRUMENT MATCHES ID' TO WS-REJECT-REASON
003360         PERFORM 4100-LIST-REJECTED THRU 4100-LIST-REJECTED-EXIT
003370         GO TO 3200-APPLY-TERMINATE-EXIT
003380     END-IF.
003390     IF NOT IM-IS-ACTIVE
003400         MOVE 'INSTRUMENT NOT ACTIVE' TO WS-REJECT-REASON
003410         PERFORM 4100-LIST-REJECTED THRU 4100-LIST-REJECTED-EXIT
003420         GO TO 3200-APPLY-TERMINATE-EXIT
003430     END-IF.
003440     IF TXN-TERM-DATE-RAW IS NOT NUMERIC
003450         MOVE 'NON-NUMERIC TERMINATION DATE' TO WS-REJECT-REASON
003460         PERFORM 4100-LIST-REJECTED THRU 4100-LIST-REJECTED-EXIT
003470         GO TO 3200-APPLY-TERMINATE-EXIT
003480     END-IF.
003490     MOVE TXN-TERM-DATE TO WS-EDIT-DATE.
003500     PERFORM 3600-EDIT-ONE-DATE THRU 3600-EDIT-ONE-DATE-EXIT.
003510     IF NOT WS-DATEVAL-IS-VALID
003520         MOVE 'INVALID TERMINATION DATE' TO WS-REJECT-REASON
003530         PERFORM 4100-LIST-REJECTED THRU 4100-LIST-REJECTED-EXIT
003540         GO TO 3200-APPLY-TERMINATE-EXIT
003550     END-IF.
003560     MOVE IM-TERMS-IMAGE TO TERMS-IN-REC.
003570     IF TXN-TERM-DATE NOT > SCH-START-DATE
003580             OR TXN-TERM-DATE NOT < SCH-MATURITY-DATE
003590         MOVE 'TERMINATION DATE OUT OF RANGE' TO WS-REJECT-REASON
003600         PERFORM 4100-LIST-REJECTED THRU 4100-LIST-REJECTED-EXIT
003610         GO TO 3200-APPLY-TERMINATE-EXIT
003620     END-IF.
003630     PERFORM 4000-LIST-APPLIED THRU 4000-LIST-APPLIED-EXIT.
003640     PERFORM 4300-LIST-BEFORE-IMAGE
003650         THRU 4300-LIST-BEFORE-IMAGE-EXIT.
003660     MOVE 'T' TO IM-STATUS.
003670     MOVE TXN-TERM-DATE TO IM-TERM-DATE.
003680     MOVE WS-REPORT-DATE TO IM-MAINT-DATE.
003690     PERFORM 3900-REWRITE-MASTER THRU 3900-REWRITE-MASTER-EXIT.
003700     PERFORM 4200-LIST-AFTER-IMAGE
003710         THRU 4200-LIST-AFTER-IMAGE-EXIT.
003720 3200-APPLY-TERMINATE-EXIT.
003730     EXIT.
003740*****************************************************************
003750*    3300-APPLY-REACTIVATE - ONLY A TERMINATED INSTRUMENT CAN   *
003760*    BE REACTIVATED; ITS TERMINATION DATE IS CLEARED.  A        *
003770*    MATURED INSTRUMENT HAS RUN OFF AND STAYS MATURED           *
003780*****************************************************************
003790 3300-APPLY-REACTIVATE.
003800     IF NOT WS-MASTER-WAS-FOUND
003810         MOVE 'NO INSTRUMENT MATCHES ID' TO WS-REJECT-REASON
003820         PERFORM 4100-LIST-REJECTED THRU 4100-LIST-REJECTED-EXIT
003830         GO TO 3300-APPLY-REACTIVATE-EXIT
003840     END-IF.
003850     IF NOT IM-IS-TERMINATED
003860         MOVE 'INSTRUMENT NOT TERMINATED' TO WS-REJECT-REASON
003870         PERFORM 4100-LIST-REJECTED THRU 4100-LIST-REJECTED-EXIT
003880         GO TO 3300-APPLY-REACTIVATE-EXIT
003890     END-IF.
003900     PERFORM 4000-LIST-APPLIED THRU 4000-LIST-APPLIED-EXIT.
003910     PERFORM 4300-LIST-BEFORE-IMAGE
003920         THRU 4300-LIST-BEFORE-IMAGE-EXIT.
003930     MOVE 'A' TO IM-STATUS.
003940     MOVE ZEROS TO IM-TERM-DATE.
003950     MOVE WS-REPORT-DATE TO IM-MAINT-DATE.
003960     PERFORM 3900-REWRITE-MASTER THRU 3900-REWRITE-MASTER-EXIT.
003970     PERFORM 4200-LIST-AFTER-IMAGE
003980         THRU 4200-LIST-AFTER-IMAGE-EXIT.
003990 3300-APPLY-REACTIVATE-EXIT.
004000     EXIT.
004010*****************************************************************
004020*    3500-EDIT-CARD-TERMS - THE TERMS ON AN ADD OR AMEND CARD:  *
004030*    NUMERIC AMOUNTS, REAL START AND MATURITY DATES WITH THE    *
004040*    START FIRST, AND KNOWN FREQUENCY, ROLL DAY, CONVENTION     *
004050*    AND CURRENCY.  SCHEDGEN EDITS THE REST WHEN IT SCHEDULES   *
004060*****************************************************************
004070 3500-EDIT-CARD-TERMS.
004080     MOVE 'N' TO WS-TERMS-VALID-SWITCH.
004090     MOVE TXN-TERMS-IMAGE TO TERMS-IN-REC.
004100     IF SCH-PRINCIPAL-RAW IS NOT NUMERIC
004110         MOVE 'NON-NUMERIC PRINCIPAL' TO WS-REJECT-REASON
004120         GO TO 3500-EDIT-CARD-TERMS-EXIT
004130     END-IF.
004140     IF SCH-RATE-RAW IS NOT NUMERIC
004150         MOVE 'NON-NUMERIC RATE' TO WS-REJECT-REASON
004160         GO TO 3500-EDIT-CARD-TERMS-EXIT
004170     END-IF.
004180     IF SCH-START-RAW IS NOT NUMERIC
004190             OR SCH-MATURITY-RAW IS NOT NUMERIC
004200         MOVE 'NON-NUMERIC TERM DATE' TO WS-REJECT-REASON
004210         GO TO 3500-EDIT-CARD-TERMS-EXIT
004220     END-IF.
004230     MOVE SCH-START-DATE TO WS-EDIT-DATE.
004240     PERFORM 3600-EDIT-ONE-DATE THRU 3600-EDIT-ONE-DATE-EXIT.
004250     IF NOT WS-DATEVAL-IS-VALID
004260         MOVE 'INVALID START DATE' TO WS-REJECT-REASON
004270         GO TO 3500-EDIT-CARD-TERMS-EXIT
004280     END-IF.
004290     MOVE SCH-MATURITY-DATE TO WS-EDIT-DATE.
004300     PERFORM 3600-EDIT-ONE-DATE THRU 3600-EDIT-ONE-DATE-EXIT.
004310     IF NOT WS-DATEVAL-IS-VALID
004320         MOVE 'INVALID MATURITY DATE' TO WS-REJECT-REASON
004330         GO TO 3500-EDIT-CARD-TERMS-EXIT
004340     END-IF.
004350     IF SCH-START-DATE NOT < SCH-MATURITY-DATE
004360         MOVE 'START NOT BEFORE MATURITY' TO WS-REJECT-REASON
004370         GO TO 3500-EDIT-CARD-TERMS-EXIT
004380     END-IF.
004390     IF NOT (SCH-FREQ-MONTHLY OR SCH-FREQ-QUARTERLY
004400             OR SCH-FREQ-SEMI-ANNUAL OR SCH-FREQ-ANNUAL)
004410         MOVE 'INVALID FREQUENCY CODE' TO WS-REJECT-REASON
004420         GO TO 3500-EDIT-CARD-TERMS-EXIT
004430     END-IF.
004440     IF SCH-ROLL-DD-RAW IS NOT NUMERIC
004450             OR SCH-ROLL-DD < 1 OR SCH-ROLL-DD > 31
004460         MOVE 'ROLL DAY OUT OF RANGE' TO WS-REJECT-REASON
004470         GO TO 3500-EDIT-CARD-TERMS-EXIT
004480     END-IF.
004490     IF NOT (SCH-CONV-ACT-ACT OR SCH-CONV-30-360
004500             OR SCH-CONV-ACT-360 OR SCH-CONV-DEFAULTED)
004510         MOVE 'UNKNOWN DAY-COUNT CONVENTION' TO WS-REJECT-REASON
004520         GO TO 3500-EDIT-CARD-TERMS-EXIT
004530     END-IF.
004540     IF SCH-CCY-CODE IS NOT ALPHABETIC-UPPER
004550         MOVE 'INVALID CURRENCY CODE' TO WS-REJECT-REASON
004560         GO TO 3500-EDIT-CARD-TERMS-EXIT
004570     END-IF.
004580     MOVE 'Y' TO WS-TERMS-VALID-SWITCH.
004590 3500-EDIT-CARD-TERMS-EXIT.
004600     EXIT.
004610*****************************************************************
004620*    3600-EDIT-ONE-DATE - WS-EDIT-DATE THROUGH DATEVAL, AFTER   *
004630*    THE YEAR FLOOR.  THE RESULT IS LEFT IN THE RETURN CODE     *
004640*****************************************************************
004650 3600-EDIT-ONE-DATE.
004660     IF WS-EDIT-CCYY < WS-MIN-VALID-YEAR
004670         MOVE 99 TO WS-DATEVAL-RETURN-CODE
004680         GO TO 3600-EDIT-ONE-DATE-EXIT
004690     END-IF.
004700     CALL 'DATEVAL' USING WS-EDIT-DATE, WS-DATEVAL-RETURN-CODE.
004710     IF WS-DATEVAL-AUDIT-FAILED
004720         PERFORM 9910-ABEND-AUDIT-LOG
004730             THRU 9910-ABEND-AUDIT-LOG-EXIT
004740     END-IF.
004750 3600-EDIT-ONE-DATE-EXIT.
004760     EXIT.
004770*****************************************************************
004780*    3900-REWRITE-MASTER - PUT THE CHANGED RECORD BACK          *
004790*****************************************************************
004800 3900-REWRITE-MASTER.
004810     REWRITE INSTR-MASTER-REC.
004820     IF WS-MASTER-STATUS NOT = '00'
004830         MOVE 'REWRITE' TO WS-MASTER-IO-VERB
004840         PERFORM 9920-ABEND-MASTER-IO
004850             THRU 9920-ABEND-MASTER-IO-EXIT
004860     END-IF.
004870 3900-REWRITE-MASTER-EXIT.
004880     EXIT.
004890*****************************************************************
004900*    4000-LIST-APPLIED - ACTION LINE FOR A CLEAN TRANSACTION    *
004910*****************************************************************
004920 4000-LIST-APPLIED.
004930     ADD 1 TO WS-TXNS-APPLIED.
004940     MOVE SPACES TO WS-ACTION-LINE.
004950     PERFORM 4400-SET-ACTION-NAME THRU 4400-SET-ACTION-NAME-EXIT.
004960     MOVE 'APPLIED' TO LST-STATUS.
004970     MOVE TXN-INSTR-ID TO LST-INSTR-ID.
004980     MOVE TXN-TERM-DATE-RAW TO LST-TERM-DATE.
004990     PERFORM 5000-WRITE-LISTING-LINE
005000         THRU 5000-WRITE-LISTING-LINE-EXIT.
005010 4000-LIST-APPLIED-EXIT.
005020     EXIT.
005030*****************************************************************
005040*    4100-LIST-REJECTED - ACTION LINE WITH THE REASON FOR A     *
005050*    TRANSACTION THAT DID NOT APPLY                             *
005060*****************************************************************
005070 4100-LIST-REJECTED.
005080     ADD 1 TO WS-TXNS-REJECTED.
005090     MOVE SPACES TO WS-ACTION-LINE.
005100     PERFORM 4400-SET-ACTION-NAME THRU 4400-SET-ACTION-NAME-EXIT.
005110     MOVE 'REJECTED' TO LST-STATUS.
005120     MOVE WS-REJECT-REASON TO LST-REASON.
005130     MOVE TXN-INSTR-ID TO LST-INSTR-ID.
005140     MOVE TXN-TERM-DATE-RAW TO LST-TERM-DATE.
005150     PERFORM 5000-WRITE-LISTING-LINE
005160         THRU 5000-WRITE-LISTING-LINE-EXIT.
005170 4100-LIST-REJECTED-EXIT.
005180     EXIT.
005190*****************************************************************
005200*    4200-LIST-AFTER-IMAGE / 4300-LIST-BEFORE-IMAGE - THE       *
005210*    INSTRUMENT AS IT STANDS AFTER, OR STOOD BEFORE, THE        *
005220*    CHANGE.  4300 MUST RUN BEFORE THE RECORD IS CHANGED        *
005230*****************************************************************
005240 4200-LIST-AFTER-IMAGE.
005250     MOVE SPACES TO WS-IMAGE-LINE.
005260     MOVE 'AFTER' TO LST-IMAGE-TAG.
005270     PERFORM 4250-FILL-IMAGE-LINE THRU 4250-FILL-IMAGE-LINE-EXIT.
005280 4200-LIST-AFTER-IMAGE-EXIT.
005290     EXIT.
005300 4250-FILL-IMAGE-LINE.
005310     MOVE IM-TERMS-IMAGE TO LST-TERMS-IMAGE.
005320     MOVE IM-STATUS TO LST-IM-STATUS.
005330     MOVE IM-TERM-DATE TO LST-IM-TERM-DATE.
005340     PERFORM 5100-WRITE-IMAGE-LINE
005350         THRU 5100-WRITE-IMAGE-LINE-EXIT.
005360 4250-FILL-IMAGE-LINE-EXIT.
005370     EXIT.
005380 4300-LIST-BEFORE-IMAGE.
005390     MOVE SPACES TO WS-IMAGE-LINE.
005400     MOVE 'BEFORE' TO LST-IMAGE-TAG.
005410     PERFORM 4250-FILL-IMAGE-LINE THRU 4250-FILL-IMAGE-LINE-EXIT.
005420 4300-LIST-BEFORE-IMAGE-EXIT.
005430     EXIT.
005440*****************************************************************
005450*    4400-SET-ACTION-NAME                                       *
005460*****************************************************************
005470 4400-SET-ACTION-NAME.
005480     IF TXN-IS-ADD
005490         MOVE 'ADD' TO LST-ACTION
005500     ELSE
005510     IF TXN-IS-AMEND
005520         MOVE 'AMEND' TO LST-ACTION
005530     ELSE
005540     IF TXN-IS-TERMINATE
005550         MOVE 'TERMINATE' TO LST-ACTION
005560     ELSE
005570     IF TXN-IS-REACTIVATE
005580         MOVE 'REACTIVATE' TO LST-ACTION
005590     ELSE
005600         MOVE TXN-ACTION TO LST-ACTION
005610     END-IF
005620     END-IF
005630     END-IF
005640     END-IF.
005650 4400-SET-ACTION-NAME-EXIT.
005660     EXIT.
005670*****************************************************************
005680*    5000-WRITE-LISTING-LINE / 5100-WRITE-IMAGE-LINE - PAGE-    *
005690*    CONTROLLED WRITES TO THE AUDIT LISTING                     *
005700*****************************************************************
005710 5000-WRITE-LISTING-LINE.
005720     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
005730         PERFORM 5500-PRINT-HEADINGS
005740             THRU 5500-PRINT-HEADINGS-EXIT
005750     END-IF.
005760     WRITE LISTING-PRINT-REC FROM WS-ACTION-LINE
005770         AFTER ADVANCING 1 LINE.
005780     ADD 1 TO WS-LINE-COUNT.
005790 5000-WRITE-LISTING-LINE-EXIT.
005800     EXIT.
005810 5100-WRITE-IMAGE-LINE.
005820     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
005830         PERFORM 5500-PRINT-HEADINGS
005840             THRU 5500-PRINT-HEADINGS-EXIT
005850     END-IF.
005860     WRITE LISTING-PRINT-REC FROM WS-IMAGE-LINE
005870         AFTER ADVANCING 1 LINE.
005880     ADD 1 TO WS-LINE-COUNT.
005890 5100-WRITE-IMAGE-LINE-EXIT.
005900     EXIT.
005910*****************************************************************
005920*    5500-PRINT-HEADINGS - PAGE HEADINGS                        *
005930*****************************************************************
005940 5500-PRINT-HEADINGS.
005950     ADD 1 TO WS-PAGE-COUNT.
005960     MOVE WS-REPORT-DATE TO HDG-RUN-DATE.
005970     MOVE WS-PAGE-COUNT TO HDG-PAGE-NO.
005980     WRITE LISTING-PRINT-REC FROM WS-HEADING-1
005990         AFTER ADVANCING PAGE.
006000     MOVE SPACES TO LISTING-PRINT-REC.
006010     WRITE LISTING-PRINT-REC AFTER ADVANCING 1 LINE.
006020     MOVE 3 TO WS-LINE-COUNT.
006030 5500-PRINT-HEADINGS-EXIT.
006040     EXIT.
006050*****************************************************************
006060*    6000-MATURE-INSTRUMENTS - ONE PASS OVER THE WHOLE MASTER   *
006070*    IN KEY ORDER, MARKING MATURED EVERY ACTIVE INSTRUMENT      *
006080*    WHOSE MATURITY DATE IS BEHIND THE RUN DATE                 *
006090*****************************************************************
006100 6000-MATURE-INSTRUMENTS.
006110     MOVE LOW-VALUES TO IM-INSTR-ID.
006120     START INSTR-MASTER KEY IS NOT LESS THAN IM-INSTR-ID
006130         INVALID KEY
006140             GO TO 6000-MATURE-INSTRUMENTS-EXIT
006150     END-START.
006160     PERFORM 6100-MATURE-ONE THRU 6100-MATURE-ONE-EXIT
006170         UNTIL WS-MASTER-END-OF-FILE.
006180 6000-MATURE-INSTRUMENTS-EXIT.
006190     EXIT.
006200*****************************************************************
006210*    6100-MATURE-ONE - ONE MASTER RECORD OF THE PASS            *
006220*****************************************************************
006230 6100-MATURE-ONE.
006240     READ INSTR-MASTER NEXT RECORD
006250         AT END
006260             MOVE 'Y' TO WS-MASTER-EOF-SWITCH
006270             GO TO 6100-MATURE-ONE-EXIT
006280     END-READ.
006290     IF NOT IM-IS-ACTIVE
006300         GO TO 6100-MATURE-ONE-EXIT
006310     END-IF.
006320     MOVE IM-TERMS-IMAGE TO TERMS-IN-REC.
006330     IF SCH-MATURITY-RAW IS NOT NUMERIC
006340         GO TO 6100-MATURE-ONE-EXIT
006350     END-IF.
006360     IF SCH-MATURITY-DATE NOT < WS-REPORT-DATE
006370         GO TO 6100-MATURE-ONE-EXIT
006380     END-IF.
006390     MOVE SPACES TO WS-ACTION-LINE.
006400     MOVE 'MATURE' TO LST-ACTION.
006410     MOVE 'APPLIED' TO LST-STATUS.
006420     MOVE 'MATURITY DATE PASSED' TO LST-REASON.
006430     MOVE IM-INSTR-ID TO LST-INSTR-ID.
006440     PERFORM 5000-WRITE-LISTING-LINE
006450         THRU 5000-WRITE-LISTING-LINE-EXIT.
006460     PERFORM 4300-LIST-BEFORE-IMAGE
006470         THRU 4300-LIST-BEFORE-IMAGE-EXIT.
006480     MOVE 'M' TO IM-STATUS.
006490     MOVE WS-REPORT-DATE TO IM-MAINT-DATE.
006500     PERFORM 3900-REWRITE-MASTER THRU 3900-REWRITE-MASTER-EXIT.
006510     PERFORM 4200-LIST-AFTER-IMAGE
006520         THRU 4200-LIST-AFTER-IMAGE-EXIT.
006530     ADD 1 TO WS-INSTR-MATURED.
006540 6100-MATURE-ONE-EXIT.
006550     EXIT.
006560*****************************************************************
006570*    9000-TERMINATE - CLOSE FILES, DISPLAY THE TALLY, AND SET   *
006580*    RETURN CODE 8 WHEN ANY TRANSACTION WAS REJECTED SO THE     *
006590*    SCHEDULER HOLDS SCHEDGEN UNTIL THE CARD IS PUT RIGHT       *
006600*****************************************************************
006610 9000-TERMINATE.
006620     CLOSE INSTR-MASTER.
006630     CLOSE TXN-FILE.
006640     CLOSE MAINT-LISTING.
006650     DISPLAY 'INSTMNT - TXNS READ       ' WS-TXNS-READ.
006660     DISPLAY 'INSTMNT - TXNS APPLIED    ' WS-TXNS-APPLIED.
006670     DISPLAY 'INSTMNT - TXNS REJECTED   ' WS-TXNS-REJECTED.
006680     DISPLAY 'INSTMNT - MATURED         ' WS-INSTR-MATURED.
006690     IF WS-TXNS-REJECTED > 0
006700         DISPLAY 'INSTMNT - REJECTED CARDS WERE NOT APPLIED - '
006710             'CORRECT THEM AND RERUN'
006720         MOVE 8 TO RETURN-CODE
006730     END-IF.
006740 9000-TERMINATE-EXIT.
006750     EXIT.
006760*****************************************************************
006770*    9900-ABEND-BAD-OPEN - A FILE DID NOT OPEN CLEANLY.  DISPLAY *
006780*    WHICH ONE AND ITS FILE STATUS AND STOP THE RUN WITH A       *
006790*    NON-ZERO RETURN CODE INSTEAD OF CONTINUING ON A FILE THAT   *
006800*    WAS NEVER ACTUALLY OPENED                                   *
006810*****************************************************************
006820 9900-ABEND-BAD-OPEN.
006830     DISPLAY 'INSTMNT - OPEN FAILED FOR ' WS-ABEND-FILE-NAME
006840         ' - FILE STATUS ' WS-ABEND-STATUS.
006850     MOVE 16 TO RETURN-CODE.
006860     STOP RUN.
006870 9900-ABEND-BAD-OPEN-EXIT.
006880     EXIT.
006890*****************************************************************
006900*    9910-ABEND-AUDIT-LOG - DATEVAL COULD NOT OPEN THE SHARED   *
006910*    AUDIT-LOG.  THE MASTER FEEDS SOX-SCOPED ACCRUAL REPORTING  *
006920*    AND MUST NOT BE CHANGED WITHOUT ITS AUDIT TRAIL            *
006930*****************************************************************
006940 9910-ABEND-AUDIT-LOG.
006950     DISPLAY 'INSTMNT - SUBROUTINE REPORTS AUDIT-LOG OPEN '
006960         'FAILURE'.
006970     MOVE 16 TO RETURN-CODE.
006980     STOP RUN.
006990 9910-ABEND-AUDIT-LOG-EXIT.
007000     EXIT.
007010*****************************************************************
007020*    9920-ABEND-MASTER-IO - A WRITE OR REWRITE OF THE MASTER    *
007030*    FAILED.  STOP BEFORE THE LISTING AND THE MASTER DISAGREE   *
007040*****************************************************************
007050 9920-ABEND-MASTER-IO.
007060     DISPLAY 'INSTMNT - INSTMAST ' WS-MASTER-IO-VERB
007070         ' FAILED FOR ' IM-INSTR-ID ' - FILE STATUS '
007080         WS-MASTER-STATUS.
007090     MOVE 16 TO RETURN-CODE.
007100     STOP RUN.
007110 9920-ABEND-MASTER-IO-EXIT.
007120     EXIT.
