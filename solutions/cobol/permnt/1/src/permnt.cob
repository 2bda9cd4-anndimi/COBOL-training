000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PERMNT.
000030 AUTHOR.        J MCALLISTER.
000040 INSTALLATION.  DEPRECIATION AND ACCRUAL SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------
000100* 2026-10-15  JKM  INITIAL VERSION.  FISCAL PERIOD STATUS
000110*                  MAINTENANCE - FISCYR KNOWS WHICH PERIOD A DAY
000120*                  FALLS IN BUT NOTHING KNEW WHETHER THE PERIOD
000130*                  WAS STILL OPEN, SO SPLITS LANDED IN PERIODS
000140*                  THE CONTROLLERS HAD CLOSED WEEKS BEFORE.  THIS
000150*                  PROGRAM APPLIES A TRANSACTION DECK AGAINST THE
000160*                  PERSTAT MASTER, KEYED BY ENTITY, FISCAL YEAR,
000170*                  AND PERIOD:  ADD A PERIOD, CLOSE AN OPEN ONE,
000180*                  LOCK A CLOSED ONE, REOPEN A CLOSED ONE, OR
000190*                  DELETE AN OPEN ONE.  A LOCKED PERIOD IS FINAL
000200*                  AND NO CARD CAN CHANGE IT.  EVERY PERIOD
000210*                  TOUCHED IS PRINTED BEFORE AND AFTER ON THE
000220*                  AUDIT LISTING; A CARD THAT FAILS ITS EDITS OR
000230*                  ASKS FOR A MOVE THE PERIOD'S STATUS DOES NOT
000240*                  ALLOW REJECTS WITH A REASON.  THE NEW MASTER
000250*                  IS WRITTEN ONLY WHEN EVERY TRANSACTION APPLIED
000260*                  CLEANLY; OTHERWISE THE RUN ENDS RC=8 SO THE
000270*                  SCHEDULER HOLDS ACCRUE AND GLJV, AND THE OLD
000280*                  MASTER STANDS UNTOUCHED.
000290*****************************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-370.
000330 OBJECT-COMPUTER.   IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT PERIODS-IN-FILE ASSIGN TO PERSTAT
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-PERIODS-IN-STATUS.
000390
000400     SELECT TXN-FILE ASSIGN TO PERTXN
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-TXN-STATUS.
000430
000440     SELECT PERIODS-NEW-FILE ASSIGN TO PERSNEW
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-PERIODS-NEW-STATUS.
000470
000480     SELECT MAINT-LISTING ASSIGN TO PERMLST
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-LISTING-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  PERIODS-IN-FILE
000540     RECORDING MODE IS F.
000550     COPY PERSTAT.
000560 01  PERIOD-STATUS-REC-ALT.
000570     05  PST-PERIOD-IMAGE      PIC X(27).
000580     05  FILLER                PIC X(53).
000590
000600 FD  TXN-FILE
000610     RECORDING MODE IS F.
000620 01  TXN-CARD-REC.
000630     05  TXN-ACTION            PIC X(01).
000640         88  TXN-IS-ADD                   VALUE 'A'.
000650         88  TXN-IS-CLOSE                 VALUE 'C'.
000660         88  TXN-IS-LOCK                  VALUE 'L'.
000670         88  TXN-IS-REOPEN                VALUE 'O'.
000680         88  TXN-IS-DELETE                VALUE 'D'.
000690     05  FILLER                PIC X(01).
000700     05  TXN-PERIOD-IMAGE.
000710         10  TXN-ENTITY-ID     PIC X(08).
000720         10  FILLER            PIC X(01).
000730         10  TXN-FISCAL-YEAR   PIC X(04).
000740         10  FILLER            PIC X(01).
000750         10  TXN-FISCAL-PERIOD PIC X(02).
000760         10  FILLER            PIC X(01).
000770         10  TXN-STATUS        PIC X(01).
000780         10  FILLER            PIC X(01).
000790         10  TXN-CLOSE-DATE    PIC X(08).
000800     05  FILLER                PIC X(51).
000810
000820 FD  PERIODS-NEW-FILE
000830     RECORDING MODE IS F.
000840 01  PERIODS-NEW-REC           PIC X(80).
000850
000860 FD  MAINT-LISTING
000870     RECORDING MODE IS F.
000880 01  LISTING-PRINT-REC         PIC X(132).
000890
000900 WORKING-STORAGE SECTION.
000910 77  WS-PERIODS-IN-STATUS      PIC X(02)  VALUE SPACES.
000920 77  WS-TXN-STATUS             PIC X(02)  VALUE SPACES.
000930 77  WS-PERIODS-NEW-STATUS     PIC X(02)  VALUE SPACES.
000940 77  WS-LISTING-STATUS         PIC X(02)  VALUE SPACES.
000950 77  WS-ABEND-FILE-NAME        PIC X(15)  VALUE SPACES.
000960 77  WS-ABEND-STATUS           PIC X(02)  VALUE SPACES.
000970 77  WS-PERIODS-EOF-SWITCH     PIC X(01)  VALUE 'N'.
000980     88  WS-PERIODS-END-OF-FILE           VALUE 'Y'.
000990 77  WS-TXN-EOF-SWITCH         PIC X(01)  VALUE 'N'.
001000     88  WS-TXN-END-OF-FILE               VALUE 'Y'.
001010 77  WS-CARD-VALID-SWITCH      PIC X(01)  VALUE 'Y'.
001020     88  WS-CARD-IS-VALID                 VALUE 'Y'.
001030     88  WS-CARD-IS-INVALID               VALUE 'N'.
001040 77  WS-REJECT-REASON          PIC X(30)  VALUE SPACES.
001050 77  WS-TXNS-READ              PIC 9(08)  VALUE 0.
001060 77  WS-TXNS-APPLIED           PIC 9(08)  VALUE 0.
001070 77  WS-TXNS-REJECTED          PIC 9(08)  VALUE 0.
001080 77  WS-PERIODS-LOADED         PIC 9(08)  VALUE 0.
001090 77  WS-PERIODS-WRITTEN        PIC 9(08)  VALUE 0.
001100 77  WS-MST-MAX-ENTRIES        PIC 9(04)  COMP VALUE 2000.
001110 77  WS-MST-COUNT              PIC S9(04) COMP VALUE 0.
001120 77  WS-MST-NDX                PIC S9(04) COMP VALUE 0.
001130 77  WS-MST-HIT-NDX            PIC S9(04) COMP VALUE 0.
001140 77  WS-DATEVAL-RETURN-CODE    PIC 9(02)  VALUE 0.
001150     88  WS-DATEVAL-IS-VALID              VALUE 00.
001160     88  WS-DATEVAL-AUDIT-FAILED          VALUE 90.
001170 01  WS-TXN-KEY                PIC X(14).
001180 01  WS-MASTER-TABLE-AREA.
001190     05  WS-MST-ENTRY          OCCURS 2000 TIMES.
001200         10  WS-MST-KEY        PIC X(14).
001210         10  WS-MST-IMAGE      PIC X(27).
001220         10  WS-MST-DELETED    PIC X(01).
001230             88  WS-MST-IS-DELETED        VALUE 'Y'.
001240 01  WS-IMAGE-KEY-WORK.
001250     05  WS-IKW-IMAGE.
001260         10  WS-IKW-ENTITY-ID  PIC X(08).
001270         10  FILLER            PIC X(01).
001280         10  WS-IKW-FY         PIC X(04).
001290         10  FILLER            PIC X(01).
001300         10  WS-IKW-PER        PIC X(02).
001310         10  FILLER            PIC X(01).
001320         10  WS-IKW-STATUS     PIC X(01).
001330             88  WS-IKW-IS-OPEN           VALUE 'O'.
001340             88  WS-IKW-IS-CLOSED         VALUE 'C'.
001350             88  WS-IKW-IS-LOCKED         VALUE 'L'.
001360         10  FILLER            PIC X(01).
001370         10  WS-IKW-CLOSE-DATE PIC 9(08).
001380     05  WS-IKW-KEY.
001390         10  WS-IKW-KEY-ENTITY PIC X(08).
001400         10  WS-IKW-KEY-FY     PIC X(04).
001410         10  WS-IKW-KEY-PER    PIC X(02).
001420 01  WS-CARD-PERIOD            PIC 9(02).
001430 01  WS-CARD-CLOSE-DATE        PIC 9(08).
001440     COPY CALDATE REPLACING ==CALDATE-DATE== BY ==WS-EDIT-DATE==
001450                            ==CALDATE-CCYY== BY ==WS-EDIT-CCYY==
001460                            ==CALDATE-MM== BY ==WS-EDIT-MM==
001470                            ==CALDATE-DD== BY ==WS-EDIT-DD==.
001480 01  WS-PAGE-CONTROL.
001490     05  WS-LINE-COUNT         PIC 9(02)  VALUE 99.
001500     05  WS-PAGE-COUNT         PIC 9(04)  VALUE 0.
001510     05  WS-LINES-PER-PAGE     PIC 9(02)  VALUE 55.
001520 01  WS-REPORT-DATE            PIC 9(08).
001530 01  WS-HEADING-1.
001540     05  FILLER                PIC X(10)  VALUE 'PERMNT'.
001550     05  FILLER                PIC X(28)  VALUE SPACES.
001560     05  FILLER                PIC X(40)
001570         VALUE 'FISCAL PERIOD STATUS MAINTENANCE LISTING'.
001580     05  FILLER                PIC X(25)  VALUE SPACES.
001590     05  FILLER                PIC X(09)  VALUE 'RUN DATE '.
001600     05  HDG-RUN-DATE          PIC 9(08).
001610     05  FILLER                PIC X(03)  VALUE SPACES.
001620     05  FILLER                PIC X(05)  VALUE 'PAGE '.
001630     05  HDG-PAGE-NO           PIC ZZZ9.
001640 01  WS-ACTION-LINE.
001650     05  LST-ACTION            PIC X(06).
001660     05  FILLER                PIC X(02)  VALUE SPACES.
001670     05  LST-STATUS            PIC X(10).
001680     05  FILLER                PIC X(02)  VALUE SPACES.
001690     05  LST-REASON            PIC X(30).
001700     05  FILLER                PIC X(02)  VALUE SPACES.
001710     05  LST-CARD-IMAGE        PIC X(27).
001720     05  FILLER                PIC X(53)  VALUE SPACES.
001730 01  WS-IMAGE-LINE.
001740     05  FILLER                PIC X(04)  VALUE SPACES.
001750     05  LST-IMAGE-TAG         PIC X(08).
001760     05  FILLER                PIC X(02)  VALUE SPACES.
001770     05  LST-PERIOD-IMAGE      PIC X(27).
001780     05  FILLER                PIC X(91)  VALUE SPACES.
001790 PROCEDURE DIVISION.
001800*****************************************************************
001810*                                                               *
001820*    0000-MAINLINE                                              *
001830*                                                               *
001840*****************************************************************
001850 0000-MAINLINE.
001860     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001870     PERFORM 2000-PROCESS-TXN THRU 2000-PROCESS-TXN-EXIT
001880         UNTIL WS-TXN-END-OF-FILE.
001890     PERFORM 8000-WRITE-NEW-MASTER
001900         THRU 8000-WRITE-NEW-MASTER-EXIT.
001910     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001920     STOP RUN.
001930*****************************************************************
001940*    1000-INITIALIZE - OPEN FILES, LOAD THE MASTER INTO THE     *
001950*    TABLE, AND PRIME THE TRANSACTION READ                      *
001960*****************************************************************
001970 1000-INITIALIZE.
001980     OPEN INPUT PERIODS-IN-FILE.
001990     IF WS-PERIODS-IN-STATUS NOT = '00'
002000         MOVE 'PERIODS-IN-FILE' TO WS-ABEND-FILE-NAME
002010         MOVE WS-PERIODS-IN-STATUS TO WS-ABEND-STATUS
002020         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
002030     END-IF.
002040     OPEN INPUT TXN-FILE.
002050     IF WS-TXN-STATUS NOT = '00'
002060         MOVE 'TXN-FILE' TO WS-ABEND-FILE-NAME
002070         MOVE WS-TXN-STATUS TO WS-ABEND-STATUS
002080         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
002090     END-IF.
002100     OPEN OUTPUT PERIODS-NEW-FILE.
002110     IF WS-PERIODS-NEW-STATUS NOT = '00'
002120         MOVE 'PERIODS-NEW' TO WS-ABEND-FILE-NAME
002130         MOVE WS-PERIODS-NEW-STATUS TO WS-ABEND-STATUS
002140         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
002150     END-IF.
002160     OPEN OUTPUT MAINT-LISTING.
002170     IF WS-LISTING-STATUS NOT = '00'
002180         MOVE 'MAINT-LISTING' TO WS-ABEND-FILE-NAME
002190         MOVE WS-LISTING-STATUS TO WS-ABEND-STATUS
002200         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
002210     END-IF.
002220     ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
002230     PERFORM 1100-LOAD-ONE-PERIOD THRU 1100-LOAD-ONE-PERIOD-EXIT
002240         UNTIL WS-PERIODS-END-OF-FILE.
002250     PERFORM 2100-READ-TXN THRU 2100-READ-TXN-EXIT.
002260 1000-INITIALIZE-EXIT.
002270     EXIT.
002280*****************************************************************
002290*    1100-LOAD-ONE-PERIOD - ONE MASTER PERIOD INTO THE TABLE    *
002300*    WITH ITS ENTITY/YEAR/PERIOD KEY                            *
002310*****************************************************************
002320 1100-LOAD-ONE-PERIOD.
002330     READ PERIODS-IN-FILE
002340         AT END
002350             MOVE 'Y' TO WS-PERIODS-EOF-SWITCH
002360             GO TO 1100-LOAD-ONE-PERIOD-EXIT
002370     END-READ.
002380     IF WS-MST-COUNT >= WS-MST-MAX-ENTRIES
002390         PERFORM 9910-ABEND-TABLE-FULL
002400             THRU 9910-ABEND-TABLE-FULL-EXIT
002410     END-IF.
002420     ADD 1 TO WS-MST-COUNT.
002430     ADD 1 TO WS-PERIODS-LOADED.
002440     MOVE PST-PERIOD-IMAGE TO WS-IKW-IMAGE.
002450     PERFORM 1200-BUILD-IMAGE-KEY THRU 1200-BUILD-IMAGE-KEY-EXIT.
002460     MOVE WS-IKW-KEY TO WS-MST-KEY(WS-MST-COUNT).
002470     MOVE PST-PERIOD-IMAGE TO WS-MST-IMAGE(WS-MST-COUNT).
002480     MOVE 'N' TO WS-MST-DELETED(WS-MST-COUNT).
002490 1100-LOAD-ONE-PERIOD-EXIT.
002500     EXIT.
002510*****************************************************************
002520*    1200-BUILD-IMAGE-KEY - EXTRACT THE PERIOD KEY (ENTITY,     *
002530*    FISCAL YEAR, PERIOD) FROM THE 27-BYTE PERIOD IMAGE IN      *
002540*    WS-IKW-IMAGE                                               *
002550*****************************************************************
002560 1200-BUILD-IMAGE-KEY.
002570     MOVE WS-IKW-ENTITY-ID TO WS-IKW-KEY-ENTITY.
002580     MOVE WS-IKW-FY TO WS-IKW-KEY-FY.
002590     MOVE WS-IKW-PER TO WS-IKW-KEY-PER.
002600 1200-BUILD-IMAGE-KEY-EXIT.
002610     EXIT.
002620*****************************************************************
002630*    2000-PROCESS-TXN - EDIT ONE TRANSACTION CARD, APPLY IT     *
002640*    AGAINST THE TABLE AND LIST THE RESULT, THEN READ THE NEXT  *
002650*****************************************************************
002660 2000-PROCESS-TXN.
002670     ADD 1 TO WS-TXNS-READ.
002680     PERFORM 2050-EDIT-CARD THRU 2050-EDIT-CARD-EXIT.
002690     IF WS-CARD-IS-INVALID
002700         PERFORM 4100-LIST-REJECTED THRU 4100-LIST-REJECTED-EXIT
002710         PERFORM 2100-READ-TXN THRU 2100-READ-TXN-EXIT
002720         GO TO 2000-PROCESS-TXN-EXIT
002730     END-IF.
002740     MOVE TXN-PERIOD-IMAGE TO WS-IKW-IMAGE.
002750     PERFORM 1200-BUILD-IMAGE-KEY THRU 1200-BUILD-IMAGE-KEY-EXIT.
002760     MOVE WS-IKW-KEY TO WS-TXN-KEY.
002770     PERFORM 2200-FIND-MASTER-PERIOD
002780         THRU 2200-FIND-MASTER-PERIOD-EXIT.
002790     IF TXN-IS-ADD
002800         PERFORM 3000-APPLY-ADD THRU 3000-APPLY-ADD-EXIT
002810     ELSE
002820     IF TXN-IS-CLOSE
002830         PERFORM 3100-APPLY-CLOSE THRU 3100-APPLY-CLOSE-EXIT
002840     ELSE
002850     IF TXN-IS-LOCK
002860         PERFORM 3200-APPLY-LOCK THRU 3200-APPLY-LOCK-EXIT
002870     ELSE
002880     IF TXN-IS-REOPEN
002890         PERFORM 3300-APPLY-REOPEN THRU 3300-APPLY-REOPEN-EXIT
002900     ELSE
002910         PERFORM 3400-APPLY-DELETE THRU 3400-APPLY-DELETE-EXIT
002920     END-IF
002930     END-IF
002940     END-IF
002950     END-IF.
002960     PERFORM 2100-READ-TXN THRU 2100-READ-TXN-EXIT.
002970 2000-PROCESS-TXN-EXIT.
002980     EXIT.
002990*****************************************************************
003000*    2050-EDIT-CARD - THE ACTION CODE MUST BE KNOWN, THE KEY    *
003010*    FULLY PRESENT (PERIOD 01-13), AND ANY CLOSE DATE A REAL    *
003020*    CALENDAR DATE.  A BLANK CLOSE DATE MEANS TODAY'S RUN DATE  *
003030*    AND IS RESOLVED HERE INTO WS-CARD-CLOSE-DATE               *
003040*****************************************************************
003050 2050-EDIT-CARD.
003060     MOVE 'Y' TO WS-CARD-VALID-SWITCH.
003070     IF NOT TXN-IS-ADD AND NOT TXN-IS-CLOSE AND NOT TXN-IS-LOCK
003080             AND NOT TXN-IS-REOPEN AND NOT TXN-IS-DELETE
003090         MOVE 'N' TO WS-CARD-VALID-SWITCH
003100         MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
003110         GO TO 2050-EDIT-CARD-EXIT
003120     END-IF.
003130     IF TXN-ENTITY-ID = SPACES
003140         MOVE 'N' TO WS-CARD-VALID-SWITCH
003150         MOVE 'ENTITY ID MISSING' TO WS-REJECT-REASON
003160         GO TO 2050-EDIT-CARD-EXIT
003170     END-IF.
003180     IF TXN-FISCAL-YEAR IS NOT NUMERIC
003190         MOVE 'N' TO WS-CARD-VALID-SWITCH
003200         MOVE 'NON-NUMERIC FISCAL YEAR' TO WS-REJECT-REASON
003210         GO TO 2050-EDIT-CARD-EXIT
003220     END-IF.
003230     IF TXN-FISCAL-PERIOD IS NOT NUMERIC
003240         MOVE 'N' TO WS-CARD-VALID-SWITCH
003250         MOVE 'NON-NUMERIC FISCAL PERIOD' TO WS-REJECT-REASON
003260         GO TO 2050-EDIT-CARD-EXIT
003270     END-IF.
003280     MOVE TXN-FISCAL-PERIOD TO WS-CARD-PERIOD.
003290     IF WS-CARD-PERIOD < 1 OR WS-CARD-PERIOD > 13
003300         MOVE 'N' TO WS-CARD-VALID-SWITCH
003310         MOVE 'FISCAL PERIOD NOT 01-13' TO WS-REJECT-REASON
003320         GO TO 2050-EDIT-CARD-EXIT
003330     END-IF.
003340     IF TXN-IS-ADD
003350             AND TXN-STATUS NOT = SPACE AND TXN-STATUS NOT = 'O'
003360             AND TXN-STATUS NOT = 'C' AND TXN-STATUS NOT = 'L'
003370         MOVE 'N' TO WS-CARD-VALID-SWITCH
003380         MOVE 'INVALID PERIOD STATUS' TO WS-REJECT-REASON
003390         GO TO 2050-EDIT-CARD-EXIT
003400     END-IF.
003410     IF TXN-CLOSE-DATE = SPACES
003420         MOVE WS-REPORT-DATE TO WS-CARD-CLOSE-DATE
003430         GO TO 2050-EDIT-CARD-EXIT
003440     END-IF.
003450     IF TXN-CLOSE-DATE IS NOT NUMERIC
003460         MOVE 'N' TO WS-CARD-VALID-SWITCH
003470         MOVE 'NON-NUMERIC CLOSE DATE' TO WS-REJECT-REASON
003480         GO TO 2050-EDIT-CARD-EXIT
003490     END-IF.
003500     MOVE TXN-CLOSE-DATE TO WS-CARD-CLOSE-DATE.
003510     MOVE WS-CARD-CLOSE-DATE TO WS-EDIT-DATE.
003520     CALL 'DATEVAL' USING WS-EDIT-DATE, WS-DATEVAL-RETURN-CODE.
003530     IF WS-DATEVAL-AUDIT-FAILED
003540         PERFORM 9920-ABEND-AUDIT-LOG
003550             THRU 9920-ABEND-AUDIT-LOG-EXIT
003560     END-IF.
003570     IF NOT WS-DATEVAL-IS-VALID
003580         MOVE 'N' TO WS-CARD-VALID-SWITCH
003590         MOVE 'INVALID CLOSE DATE' TO WS-REJECT-REASON
003600     END-IF.
003610 2050-EDIT-CARD-EXIT.
003620     EXIT.
003630*****************************************************************
003640*    2100-READ-TXN                                              *
003650*****************************************************************
003660 2100-READ-TXN.
003670     READ TXN-FILE
003680         AT END
003690             MOVE 'Y' TO WS-TXN-EOF-SWITCH
003700     END-READ.
003710 2100-READ-TXN-EXIT.
003720     EXIT.
003730*****************************************************************
003740*    2200-FIND-MASTER-PERIOD - LOCATE THE LIVE (NOT DELETED)    *
003750*    MASTER PERIOD MATCHING WS-TXN-KEY.  WS-MST-HIT-NDX = 0     *
003760*    WHEN NO LIVE PERIOD CARRIES THAT KEY.  A HIT IS LEFT IN    *
003770*    WS-IKW-IMAGE FOR THE STATUS TESTS                          *
003780*****************************************************************
003790 2200-FIND-MASTER-PERIOD.
003800     MOVE 0 TO WS-MST-HIT-NDX.
003810     PERFORM 2210-MATCH-ONE-PERIOD THRU 2210-MATCH-ONE-PERIOD-EXIT
003820         VARYING WS-MST-NDX FROM 1 BY 1
003830         UNTIL WS-MST-NDX > WS-MST-COUNT
003840            OR WS-MST-HIT-NDX > 0.
003850     IF WS-MST-HIT-NDX > 0
003860         MOVE WS-MST-IMAGE(WS-MST-HIT-NDX) TO WS-IKW-IMAGE
003870     END-IF.
003880 2200-FIND-MASTER-PERIOD-EXIT.
003890     EXIT.
003900*****************************************************************
003910*    2210-MATCH-ONE-PERIOD                                      *
003920*****************************************************************
003930 2210-MATCH-ONE-PERIOD.
003940     IF WS-MST-KEY(WS-MST-NDX) = WS-TXN-KEY
003950             AND NOT WS-MST-IS-DELETED(WS-MST-NDX)
003960         MOVE WS-MST-NDX TO WS-MST-HIT-NDX
003970     END-IF.
003980 2210-MATCH-ONE-PERIOD-EXIT.
003990     EXIT.
004000*****************************************************************
004010*    3000-APPLY-ADD - THE KEY MUST NOT MATCH A LIVE PERIOD.  A  *
004020*    BLANK STATUS ADDS THE PERIOD OPEN.  AN OPEN PERIOD CARRIES *
004030*    NO CLOSE DATE; A CLOSED OR LOCKED ONE TAKES THE CARD'S     *
004040*    CLOSE DATE, OR THE RUN DATE WHEN THE CARD LEAVES IT BLANK  *
004050*****************************************************************
004060 3000-APPLY-ADD.
004070     IF WS-MST-HIT-NDX > 0
004080         MOVE 'PERIOD ALREADY ON FILE' TO WS-REJECT-REASON
004090         PERFORM 4100-LIST-REJECTED THRU 4100-LIST-REJECTED-EXIT
004100         GO TO 3000-APPLY-ADD-EXIT
004110     END-IF.
004120     IF WS-MST-COUNT >= WS-MST-MAX-ENTRIES
004130         PERFORM 9910-ABEND-TABLE-FULL
004140             THRU 9910-ABEND-TABLE-FULL-EXIT
004150     END-IF.
004160     MOVE TXN-PERIOD-IMAGE TO WS-IKW-IMAGE.
004170     IF TXN-STATUS = SPACE OR TXN-STATUS = 'O'
004180         MOVE 'O' TO WS-IKW-STATUS
004190         MOVE ZEROES TO WS-IKW-CLOSE-DATE
004200     ELSE
004210         MOVE WS-CARD-CLOSE-DATE TO WS-IKW-CLOSE-DATE
004220     END-IF.
004230     ADD 1 TO WS-MST-COUNT.
004240     MOVE WS-TXN-KEY TO WS-MST-KEY(WS-MST-COUNT).
004250     MOVE WS-IKW-IMAGE TO WS-MST-IMAGE(WS-MST-COUNT).
004260     MOVE 'N' TO WS-MST-DELETED(WS-MST-COUNT).
004270     PERFORM 4000-LIST-APPLIED THRU 4000-LIST-APPLIED-EXIT.
004280     PERFORM 4200-LIST-AFTER-IMAGE
004290         THRU 4200-LIST-AFTER-IMAGE-EXIT.
004300 3000-APPLY-ADD-EXIT.
004310     EXIT.
004320*****************************************************************
004330*    3100-APPLY-CLOSE - THE PERIOD MUST BE ON FILE AND OPEN.    *
004340*    IT IS STAMPED CLOSED WITH THE CARD'S CLOSE DATE OR THE     *
004350*    RUN DATE AND LISTED BEFORE AND AFTER                       *
004360*****************************************************************
004370 3100-APPLY-CLOSE.
004380     IF WS-MST-HIT-NDX = 0
004390         MOVE 'PERIOD NOT ON FILE' TO WS-REJECT-REASON
004400         PERFORM 4100-LIST-REJECTED THRU 4100-LIST-REJECTED-EXIT
004410         GO TO 3100-APPLY-CLOSE-EXIT
004420     END-IF.
004430     IF WS-IKW-IS-LOCKED
004440         MOVE 'PERIOD IS LOCKED' TO WS-REJECT-REASON
004450         PERFORM 4100-LIST-REJECTED THRU 4100-LIST-REJECTED-EXIT
004460         GO TO 3100-APPLY-CLOSE-EXIT
004470     END-IF.
004480     IF WS-IKW-IS-CLOSED
004490         MOVE 'PERIOD ALREADY CLOSED' TO WS-REJECT-REASON
004500         PERFORM 4100-LIST-REJECTED THRU 4100-LIST-REJECTED-EXIT
004510         GO TO 3100-APPLY-CLOSE-EXIT
004520     END-IF.
004530     MOVE 'C' TO WS-IKW-STATUS.
004540     MOVE WS-CARD-CLOSE-DATE TO WS-IKW-CLOSE-DATE.
004550     PERFORM 3900-REPLACE-PERIOD THRU 3900-REPLACE-PERIOD-EXIT.
004560 3100-APPLY-CLOSE-EXIT.
004570     EXIT.
004580*****************************************************************
004590*    3200-APPLY-LOCK - THE PERIOD MUST BE ON FILE AND CLOSED;   *
004600*    AN OPEN PERIOD MUST BE CLOSED FIRST SO THE CLOSE IS ON     *
004610*    RECORD.                                                    *
004620*    THE CLOSE DATE BECOMES THE DATE THE PERIOD WAS LOCKED      *
004630*****************************************************************
004640 3200-APPLY-LOCK.
004650     IF WS-MST-HIT-NDX = 0
004660         MOVE 'PERIOD NOT ON FILE' TO WS-REJECT-REASON
004670         PERFORM 4100-LIST-REJECTED THRU 4100-LIST-REJECTED-EXIT
004680         GO TO 3200-APPLY-LOCK-EXIT
004690     END-IF.
004700     IF WS-IKW-IS-LOCKED
004710         MOVE 'PERIOD ALREADY LOCKED' TO WS-REJECT-REASON
004720         PERFORM 4100-LIST-REJECTED THRU 4100-LIST-REJECTED-EXIT
004730         GO TO 3200-APPLY-LOCK-EXIT
004740     END-IF.
004750     IF NOT WS-IKW-IS-CLOSED
004760         MOVE 'PERIOD MUST BE CLOSED FIRST' TO WS-REJECT-REASON
004770         PERFORM 4100-LIST-REJECTED THRU 4100-LIST-REJECTED-EXIT
004780         GO TO 3200-APPLY-LOCK-EXIT
004790     END-IF.
004800     MOVE 'L' TO WS-IKW-STATUS.
004810     MOVE WS-CARD-CLOSE-DATE TO WS-IKW-CLOSE-DATE.
004820     PERFORM 3900-REPLACE-PERIOD THRU 3900-REPLACE-PERIOD-EXIT.
004830 3200-APPLY-LOCK-EXIT.
004840     EXIT.
004850*****************************************************************
004860*    3300-APPLY-REOPEN - THE PERIOD MUST BE ON FILE AND CLOSED. *
004870*    A LOCKED PERIOD IS FINAL AND CANNOT BE REOPENED.  THE      *
004880*    CLOSE DATE IS CLEARED                                      *
004890*****************************************************************
004900 3300-APPLY-REOPEN.
004910     IF WS-MST-HIT-NDX = 0
004920         MOVE 'PERIOD NOT ON FILE' TO WS-REJECT-REASON
004930         PERFORM 4100-LIST-REJECTED THRU 4100-LIST-REJECTED-EXIT
004940         GO TO 3300-APPLY-REOPEN-EXIT
004950     END-IF.
004960     IF WS-IKW-IS-LOCKED
004970         MOVE 'PERIOD IS LOCKED' TO WS-REJECT-REASON
004980         PERFORM 4100-LIST-REJECTED THRU 4100-LIST-REJECTED-EXIT
004990         GO TO 3300-APPLY-REOPEN-EXIT
005000     END-IF.
005010     IF NOT WS-IKW-IS-CLOSED
005020         MOVE 'PERIOD ALREADY OPEN' TO WS-REJECT-REASON
005030         PERFORM 4100-LIST-REJECTED THRU 4100-LIST-REJECTED-EXIT
005040         GO TO 3300-APPLY-REOPEN-EXIT
005050     END-IF.
005060     MOVE 'O' TO WS-IKW-STATUS.
005070     MOVE ZEROES TO WS-IKW-CLOSE-DATE.
005080     PERFORM 3900-REPLACE-PERIOD THRU 3900-REPLACE-PERIOD-EXIT.
005090 3300-APPLY-REOPEN-EXIT.
005100     EXIT.
005110*****************************************************************
005120*    3400-APPLY-DELETE - THE PERIOD MUST BE ON FILE AND OPEN.   *
005130*    A PERIOD OFF THE FILE READS AS OPEN, SO DELETING A CLOSED  *
005140*    OR LOCKED PERIOD WOULD QUIETLY REOPEN IT - REOPEN IT WITH  *
005150*    AN 'O' CARD INSTEAD, WHERE THE LISTING SHOWS IT            *
005160*****************************************************************
005170 3400-APPLY-DELETE.
005180     IF WS-MST-HIT-NDX = 0
005190         MOVE 'PERIOD NOT ON FILE' TO WS-REJECT-REASON
005200         PERFORM 4100-LIST-REJECTED THRU 4100-LIST-REJECTED-EXIT
005210         GO TO 3400-APPLY-DELETE-EXIT
005220     END-IF.
005230     IF NOT WS-IKW-IS-OPEN
005240         MOVE 'PERIOD MUST BE OPEN TO DELETE' TO WS-REJECT-REASON
005250         PERFORM 4100-LIST-REJECTED THRU 4100-LIST-REJECTED-EXIT
005260         GO TO 3400-APPLY-DELETE-EXIT
005270     END-IF.
005280     PERFORM 4000-LIST-APPLIED THRU 4000-LIST-APPLIED-EXIT.
005290     PERFORM 4300-LIST-BEFORE-IMAGE
005300         THRU 4300-LIST-BEFORE-IMAGE-EXIT.
005310     MOVE 'Y' TO WS-MST-DELETED(WS-MST-HIT-NDX).
005320 3400-APPLY-DELETE-EXIT.
005330     EXIT.
005340*****************************************************************
005350*    3900-REPLACE-PERIOD - LIST THE APPLIED ACTION AND THE      *
005360*    PERIOD BEFORE, STORE THE UPDATED IMAGE FROM WS-IKW-IMAGE,  *
005370*    AND LIST IT AFTER                                          *
005380*****************************************************************
005390 3900-REPLACE-PERIOD.
005400     PERFORM 4000-LIST-APPLIED THRU 4000-LIST-APPLIED-EXIT.
005410     PERFORM 4300-LIST-BEFORE-IMAGE
005420         THRU 4300-LIST-BEFORE-IMAGE-EXIT.
005430     MOVE WS-IKW-IMAGE TO WS-MST-IMAGE(WS-MST-HIT-NDX).
005440     PERFORM 4200-LIST-AFTER-IMAGE
005450         THRU 4200-LIST-AFTER-IMAGE-EXIT.
005460 3900-REPLACE-PERIOD-EXIT.
005470     EXIT.
005480*****************************************************************
005490*    4000-LIST-APPLIED - ACTION LINE FOR A CLEAN TRANSACTION    *
005500*****************************************************************
005510 4000-LIST-APPLIED.
005520     ADD 1 TO WS-TXNS-APPLIED.
005530     MOVE SPACES TO WS-ACTION-LINE.
005540     PERFORM 4400-SET-ACTION-NAME THRU 4400-SET-ACTION-NAME-EXIT.
005550     MOVE 'APPLIED' TO LST-STATUS.
005560     MOVE TXN-PERIOD-IMAGE TO LST-CARD-IMAGE.
005570     PERFORM 5000-WRITE-LISTING-LINE
005580         THRU 5000-WRITE-LISTING-LINE-EXIT.
005590 4000-LIST-APPLIED-EXIT.
005600     EXIT.
005610*****************************************************************
005620*    4100-LIST-REJECTED - ACTION LINE WITH THE REASON FOR A     *
005630*    TRANSACTION THAT DID NOT APPLY                             *
005640*****************************************************************
005650 4100-LIST-REJECTED.
005660     ADD 1 TO WS-TXNS-REJECTED.
005670     MOVE SPACES TO WS-ACTION-LINE.
005680     PERFORM 4400-SET-ACTION-NAME THRU 4400-SET-ACTION-NAME-EXIT.
005690     MOVE 'REJECTED' TO LST-STATUS.
005700     MOVE WS-REJECT-REASON TO LST-REASON.
005710     MOVE TXN-PERIOD-IMAGE TO LST-CARD-IMAGE.
005720     PERFORM 5000-WRITE-LISTING-LINE
005730         THRU 5000-WRITE-LISTING-LINE-EXIT.
005740 4100-LIST-REJECTED-EXIT.
005750     EXIT.
005760*****************************************************************
005770*    4200-LIST-AFTER-IMAGE / 4300-LIST-BEFORE-IMAGE - THE       *
005780*    PERIOD AS IT STANDS AFTER, OR STOOD BEFORE, THE            *
005790*    TRANSACTION.  4300 MUST RUN BEFORE THE TABLE ENTRY IS      *
005800*    OVERWRITTEN                                                *
005810*****************************************************************
005820 4200-LIST-AFTER-IMAGE.
005830     MOVE SPACES TO WS-IMAGE-LINE.
005840     MOVE 'AFTER' TO LST-IMAGE-TAG.
005850     MOVE WS-MST-IMAGE(WS-MST-COUNT) TO LST-PERIOD-IMAGE.
005860     IF WS-MST-HIT-NDX > 0
005870         MOVE WS-MST-IMAGE(WS-MST-HIT-NDX) TO LST-PERIOD-IMAGE
005880     END-IF.
005890     PERFORM 5100-WRITE-IMAGE-LINE
005900         THRU 5100-WRITE-IMAGE-LINE-EXIT.
005910 4200-LIST-AFTER-IMAGE-EXIT.
005920     EXIT.
005930 4300-LIST-BEFORE-IMAGE.
005940     MOVE SPACES TO WS-IMAGE-LINE.
005950     MOVE 'BEFORE' TO LST-IMAGE-TAG.
005960     MOVE WS-MST-IMAGE(WS-MST-HIT-NDX) TO LST-PERIOD-IMAGE.
005970     PERFORM 5100-WRITE-IMAGE-LINE
005980         THRU 5100-WRITE-IMAGE-LINE-EXIT.
005990 4300-LIST-BEFORE-IMAGE-EXIT.
006000     EXIT.
006010*****************************************************************
006020*    4400-SET-ACTION-NAME                                       *
006030*****************************************************************
006040 4400-SET-ACTION-NAME.
006050     IF TXN-IS-ADD
006060         MOVE 'ADD' TO LST-ACTION
006070     ELSE
006080     IF TXN-IS-CLOSE
006090         MOVE 'CLOSE' TO LST-ACTION
006100     ELSE
006110     IF TXN-IS-LOCK
006120         MOVE 'LOCK' TO LST-ACTION
006130     ELSE
006140     IF TXN-IS-REOPEN
006150         MOVE 'REOPEN' TO LST-ACTION
006160     ELSE
006170     IF TXN-IS-DELETE
006180         MOVE 'DELETE' TO LST-ACTION
006190     ELSE
006200         MOVE TXN-ACTION TO LST-ACTION
006210     END-IF
006220     END-IF
006230     END-IF
006240     END-IF
006250     END-IF.
006260 4400-SET-ACTION-NAME-EXIT.
006270     EXIT.
006280*****************************************************************
006290*    5000-WRITE-LISTING-LINE / 5100-WRITE-IMAGE-LINE - PAGE-    *
006300*    CONTROLLED WRITES TO THE AUDIT LISTING                     *
006310*****************************************************************
006320 5000-WRITE-LISTING-LINE.
006330     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
006340         PERFORM 5500-PRINT-HEADINGS
006350             THRU 5500-PRINT-HEADINGS-EXIT
006360     END-IF.
006370     WRITE LISTING-PRINT-REC FROM WS-ACTION-LINE
006380         AFTER ADVANCING 1 LINE.
006390     ADD 1 TO WS-LINE-COUNT.
006400 5000-WRITE-LISTING-LINE-EXIT.
006410     EXIT.
006420 5100-WRITE-IMAGE-LINE.
006430     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
006440         PERFORM 5500-PRINT-HEADINGS
006450             THRU 5500-PRINT-HEADINGS-EXIT
006460     END-IF.
006470     WRITE LISTING-PRINT-REC FROM WS-IMAGE-LINE
006480         AFTER ADVANCING 1 LINE.
006490     ADD 1 TO WS-LINE-COUNT.
006500 5100-WRITE-IMAGE-LINE-EXIT.
006510     EXIT.
006520*****************************************************************
006530*    5500-PRINT-HEADINGS - PAGE HEADINGS                        *
006540*****************************************************************
006550 5500-PRINT-HEADINGS.
006560     ADD 1 TO WS-PAGE-COUNT.
006570     MOVE WS-REPORT-DATE TO HDG-RUN-DATE.
006580     MOVE WS-PAGE-COUNT TO HDG-PAGE-NO.
006590     WRITE LISTING-PRINT-REC FROM WS-HEADING-1
006600         AFTER ADVANCING PAGE.
006610     MOVE SPACES TO LISTING-PRINT-REC.
006620     WRITE LISTING-PRINT-REC AFTER ADVANCING 1 LINE.
006630     MOVE 3 TO WS-LINE-COUNT.
006640 5500-PRINT-HEADINGS-EXIT.
006650     EXIT.
006660*****************************************************************
006670*    8000-WRITE-NEW-MASTER - ONLY WHEN EVERY TRANSACTION        *
006680*    APPLIED CLEANLY.  A DECK WITH ANY REJECT LEAVES THE NEW    *
006690*    MASTER EMPTY AND THE RUN ENDS RC=8, SO THE OLD MASTER      *
006700*    STANDS AND THE SCHEDULER HOLDS ACCRUE AND GLJV             *
006710*****************************************************************
006720 8000-WRITE-NEW-MASTER.
006730     IF WS-TXNS-REJECTED > 0
006740         GO TO 8000-WRITE-NEW-MASTER-EXIT
006750     END-IF.
006760     PERFORM 8100-WRITE-ONE-PERIOD THRU 8100-WRITE-ONE-PERIOD-EXIT
006770         VARYING WS-MST-NDX FROM 1 BY 1
006780         UNTIL WS-MST-NDX > WS-MST-COUNT.
006790 8000-WRITE-NEW-MASTER-EXIT.
006800     EXIT.
006810*****************************************************************
006820*    8100-WRITE-ONE-PERIOD                                      *
006830*****************************************************************
006840 8100-WRITE-ONE-PERIOD.
006850     IF WS-MST-IS-DELETED(WS-MST-NDX)
006860         GO TO 8100-WRITE-ONE-PERIOD-EXIT
006870     END-IF.
006880     MOVE SPACES TO PERIODS-NEW-REC.
006890     MOVE WS-MST-IMAGE(WS-MST-NDX) TO PERIODS-NEW-REC.
006900     WRITE PERIODS-NEW-REC.
006910     ADD 1 TO WS-PERIODS-WRITTEN.
006920 8100-WRITE-ONE-PERIOD-EXIT.
006930     EXIT.
006940*****************************************************************
006950*    9000-TERMINATE - CLOSE FILES, DISPLAY THE TALLY, AND SET   *
006960*    RETURN CODE 8 WHEN ANY TRANSACTION WAS REJECTED SO THE     *
006970*    SCHEDULER HOLDS THE ACCRUAL AND VOUCHER STEPS              *
006980*****************************************************************
006990 9000-TERMINATE.
007000     CLOSE PERIODS-IN-FILE.
007010     CLOSE TXN-FILE.
007020     CLOSE PERIODS-NEW-FILE.
007030     CLOSE MAINT-LISTING.
007040     DISPLAY 'PERMNT - PERIODS LOADED  ' WS-PERIODS-LOADED.
007050     DISPLAY 'PERMNT - TXNS READ       ' WS-TXNS-READ.
007060     DISPLAY 'PERMNT - TXNS APPLIED    ' WS-TXNS-APPLIED.
007070     DISPLAY 'PERMNT - TXNS REJECTED   ' WS-TXNS-REJECTED.
007080     DISPLAY 'PERMNT - PERIODS WRITTEN ' WS-PERIODS-WRITTEN.
007090     IF WS-TXNS-REJECTED > 0
007100         DISPLAY 'PERMNT - NEW MASTER NOT WRITTEN - FIX THE '
007110             'DECK AND RERUN'
007120         MOVE 8 TO RETURN-CODE
007130     END-IF.
007140 9000-TERMINATE-EXIT.
007150     EXIT.
007160*****************************************************************
007170*    9900-ABEND-BAD-OPEN - A FILE DID NOT OPEN CLEANLY.  DISPLAY *
007180*    WHICH ONE AND ITS FILE STATUS AND STOP THE RUN WITH A       *
007190*    NON-ZERO RETURN CODE INSTEAD OF CONTINUING ON A FILE THAT   *
007200*    WAS NEVER ACTUALLY OPENED                                   *
007210*****************************************************************
007220 9900-ABEND-BAD-OPEN.
007230     DISPLAY 'PERMNT - OPEN FAILED FOR ' WS-ABEND-FILE-NAME
007240         ' - FILE STATUS ' WS-ABEND-STATUS.
007250     MOVE 16 TO RETURN-CODE.
007260     STOP RUN.
007270 9900-ABEND-BAD-OPEN-EXIT.
007280     EXIT.
007290*****************************************************************
007300*    9910-ABEND-TABLE-FULL - MORE PERIODS THAN THE MASTER TABLE *
007310*    CAN HOLD.  STOP THE RUN RATHER THAN APPLY A DECK AGAINST   *
007320*    A TRUNCATED MASTER                                         *
007330*****************************************************************
007340 9910-ABEND-TABLE-FULL.
007350     DISPLAY 'PERMNT - PERIOD TABLE FULL - ENLARGE AND RERUN'.
007360     MOVE 16 TO RETURN-CODE.
007370     STOP RUN.
007380 9910-ABEND-TABLE-FULL-EXIT.
007390     EXIT.
007400*****************************************************************
007410*    9920-ABEND-AUDIT-LOG - DATEVAL COULD NOT OPEN THE SHARED   *
007420*    AUDIT-LOG.  STOP THE RUN RATHER THAN APPLY CLOSE DATES     *
007430*    THAT WERE NEVER VALIDATED                                  *
007440*****************************************************************
007450 9920-ABEND-AUDIT-LOG.
007460     DISPLAY 'PERMNT - DATEVAL REPORTS AUDIT-LOG OPEN FAILURE'.
007470     MOVE 16 TO RETURN-CODE.
007480     STOP RUN.
007490 9920-ABEND-AUDIT-LOG-EXIT.
007500     EXIT.
