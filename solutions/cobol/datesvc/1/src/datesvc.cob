000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DATESVC.
000030 AUTHOR.        J MCALLISTER.
000040 INSTALLATION.  DEPRECIATION AND ACCRUAL SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------
000100* 2026-10-15  JKM  INITIAL VERSION.  DATE SERVICES BY REQUEST
000110*                  CARD - OPERATIONS AND THE SCHEDULING JCL HAD
000120*                  NO WAY TO ASK THE DATE SUBROUTINES A QUESTION
000130*                  WITHOUT A PROGRAM WRITTEN FOR IT, SO T+N
000140*                  BUSINESS DAYS AND FISCAL PERIODS WERE BEING
000150*                  LOOKED UP ON THE PRINTED CALENDAR LISTING.
000160*                  EACH DATEREQ CARD NAMES ONE OPERATION AND IS
000170*                  ANSWERED BY CALLING THE EXISTING SUBROUTINE
000180*                  (BUSDAY, MODFOLL, ISOWEEK, FISCYR, OR JULDAY
000190*                  AND JULGREG).  THE ANSWER AND THE SUBROUTINE'S
000200*                  RETURN CODE GO TO THE DATELST LISTING, AND A
000210*                  CARD THAT NAMES A SYMBOL ALSO WRITES A JCL SET
000220*                  STATEMENT TO DATEPARM FOR LATER JOBS TO
000230*                  INCLUDE AS THEIR RUN DATES.  ANY CARD THAT
000240*                  FAILS ITS EDITS OR COMES BACK WITH A NON-ZERO
000250*                  RETURN CODE ENDS THE RUN RC=8.
000260*
000270* REQUEST CARD (DATEREQ)
000280*-----------------------------------------------------------
000290*   COLS  1-4   OPERATION
000300*                 NEXT = NEXT BUSINESS DAY AFTER THE DATE
000310*                 PREV = PREVIOUS BUSINESS DAY BEFORE THE DATE
000320*                 ADDB = DATE PLUS N BUSINESS DAYS (N < 0 BACK)
000330*                 ISBD = IS THE DATE A BUSINESS DAY (Y/N)
000340*                 MODF = MODIFIED-FOLLOWING ROLL OF THE DATE
000350*                 ISOW = ISO WEEK OF THE DATE
000360*                 FISC = FISCAL YEAR/PERIOD/DAY FOR AN ENTITY
000370*                 ADDC = DATE PLUS N CALENDAR DAYS (N < 0 BACK)
000380*   COLS  6-13  SYMBOL NAME FOR DATEPARM (SPACES = LIST ONLY)
000390*   COLS 15-22  DATE CCYYMMDD (SPACES = RUN DATE)
000400*   COLS 24-31  CALENDAR ID (NEXT/PREV/ADDB/ISBD/MODF; SPACES =
000410*               FIRST CALENDAR ON HOLCAL) OR ENTITY ID (FISC)
000420*   COLS 33-37  DAY COUNT, SIGN AND FOUR DIGITS, E.G. +0003 OR
000430*               -0002 (ADDB AND ADDC ONLY)
000440*   AN '*' IN COLUMN 1 MARKS A COMMENT CARD.
000450*
000460* SYMBOL VALUES WRITTEN TO DATEPARM
000470*-----------------------------------------------------------
000480*   DATE OPERATIONS  CCYYMMDD
000490*   ISBD             Y OR N
000500*   ISOW             CCYYWW  (ISO YEAR AND WEEK)
000510*   FISC             CCYYPP  (FISCAL YEAR AND PERIOD)
000520*****************************************************************
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER.   IBM-370.
000560 OBJECT-COMPUTER.   IBM-370.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT REQUEST-FILE ASSIGN TO DATEREQ
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-REQUEST-STATUS.
000620
000630     SELECT ANSWER-LISTING ASSIGN TO DATELST
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-LISTING-STATUS.
000660
000670     SELECT PARM-FILE ASSIGN TO DATEPARM
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-PARM-STATUS.
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  REQUEST-FILE
000730     RECORDING MODE IS F.
000740 01  REQ-CARD-REC.
000750     05  REQ-OPERATION         PIC X(04).
000760         88  REQ-IS-NEXT                  VALUE 'NEXT'.
000770         88  REQ-IS-PREV                  VALUE 'PREV'.
000780         88  REQ-IS-ADD-BUSDAYS           VALUE 'ADDB'.
000790         88  REQ-IS-BUSDAY-TEST           VALUE 'ISBD'.
000800         88  REQ-IS-MODFOLL               VALUE 'MODF'.
000810         88  REQ-IS-ISO-WEEK              VALUE 'ISOW'.
000820         88  REQ-IS-FISCAL                VALUE 'FISC'.
000830         88  REQ-IS-ADD-CALDAYS           VALUE 'ADDC'.
000840     05  FILLER                PIC X(01).
000850     05  REQ-SYMBOL            PIC X(08).
000860     05  FILLER                PIC X(01).
000870     05  REQ-DATE              PIC X(08).
000880     05  FILLER                PIC X(01).
000890     05  REQ-CAL-OR-ENTITY     PIC X(08).
000900     05  FILLER                PIC X(01).
000910     05  REQ-DAY-COUNT-RAW     PIC X(05).
000920     05  FILLER                PIC X(43).
000930 01  REQ-CARD-REC-ALT REDEFINES REQ-CARD-REC.
000940     05  REQ-COMMENT-FLAG      PIC X(01).
000950         88  REQ-IS-COMMENT               VALUE '*'.
000960     05  FILLER                PIC X(79).
000970
000980 FD  ANSWER-LISTING
000990     RECORDING MODE IS F.
001000 01  LISTING-PRINT-REC         PIC X(132).
001010
001020 FD  PARM-FILE
001030     RECORDING MODE IS F.
001040 01  PARM-OUT-REC              PIC X(80).
001050
001060 WORKING-STORAGE SECTION.
001070 77  WS-REQUEST-STATUS         PIC X(02)  VALUE SPACES.
001080 77  WS-LISTING-STATUS         PIC X(02)  VALUE SPACES.
001090 77  WS-PARM-STATUS            PIC X(02)  VALUE SPACES.
001100 77  WS-ABEND-FILE-NAME        PIC X(15)  VALUE SPACES.
001110 77  WS-ABEND-STATUS           PIC X(02)  VALUE SPACES.
001120 77  WS-REQUEST-EOF-SWITCH     PIC X(01)  VALUE 'N'.
001130     88  WS-REQUEST-END-OF-FILE           VALUE 'Y'.
001140 77  WS-CARD-VALID-SWITCH      PIC X(01)  VALUE 'Y'.
001150     88  WS-CARD-IS-VALID                 VALUE 'Y'.
001160     88  WS-CARD-IS-INVALID               VALUE 'N'.
001170 77  WS-SUB-CALLED-SWITCH      PIC X(01)  VALUE 'N'.
001180     88  WS-SUB-WAS-CALLED                VALUE 'Y'.
001190 77  WS-REJECT-REASON          PIC X(30)  VALUE SPACES.
001200 77  WS-CARDS-READ             PIC 9(08)  VALUE 0.
001210 77  WS-CARDS-ANSWERED         PIC 9(08)  VALUE 0.
001220 77  WS-CARDS-FAILED           PIC 9(08)  VALUE 0.
001230 77  WS-CARDS-REJECTED         PIC 9(08)  VALUE 0.
001240 77  WS-SYMBOLS-WRITTEN        PIC 9(08)  VALUE 0.
001250 77  WS-SYMBOL-LENGTH          PIC S9(04) COMP VALUE 0.
001260 77  WS-SYMBOL-SPACES          PIC S9(04) COMP VALUE 0.
001270 77  WS-DATEVAL-RETURN-CODE    PIC 9(02)  VALUE 0.
001280     88  WS-DATEVAL-IS-VALID              VALUE 00.
001290     88  WS-DATEVAL-AUDIT-FAILED          VALUE 90.
001300 77  WS-SUB-NAME               PIC X(08)  VALUE SPACES.
001310 77  WS-SUB-RETURN-CODE        PIC 9(02)  VALUE 0.
001320     88  WS-SUB-IS-VALID                  VALUE 00.
001330 77  WS-SYMBOL-VALUE           PIC X(08)  VALUE SPACES.
001340 77  WS-ANSWER-TEXT            PIC X(32)  VALUE SPACES.
001350 01  WS-RUN-DATE               PIC 9(08).
001360 01  WS-COUNT-EDIT.
001370     05  WS-CARD-DAY-COUNT     PIC S9(04)
001380                               SIGN IS LEADING SEPARATE.
001390     COPY CALDATE REPLACING ==CALDATE-DATE== BY ==WS-REQ-DATE==
001400                            ==CALDATE-CCYY== BY ==WS-REQ-CCYY==
001410                            ==CALDATE-MM==   BY ==WS-REQ-MM==
001420                            ==CALDATE-DD==   BY ==WS-REQ-DD==.
001430     COPY CALDATE REPLACING ==CALDATE-DATE== BY ==WS-ANS-DATE==
001440                            ==CALDATE-CCYY== BY ==WS-ANS-CCYY==
001450                            ==CALDATE-MM==   BY ==WS-ANS-MM==
001460                            ==CALDATE-DD==   BY ==WS-ANS-DD==.
001470 01  WS-BD-CAL-ID              PIC X(08).
001480 01  WS-BD-OPERATION           PIC X(01).
001490 01  WS-BD-DAY-COUNT           PIC S9(04).
001500 01  WS-BD-BUSDAY-FLAG         PIC X(01).
001510 01  WS-JULIAN-NUM             PIC 9(08).
001520 01  WS-ISO-DAY-OF-YEAR        PIC 9(03).
001530 01  WS-ISO-RESULT.
001540     05  WS-ISO-YEAR           PIC 9(04).
001550     05  WS-ISO-WEEK-NUM       PIC 9(02).
001560 01  WS-FISCAL-RESULT.
001570     05  WS-FISCAL-YEAR        PIC 9(04).
001580     05  WS-FISCAL-PERIOD      PIC 9(02).
001590 01  WS-FISCAL-DAY             PIC 9(03).
001600 01  WS-ISO-ANSWER.
001610     05  FILLER                PIC X(09)  VALUE 'ISO WEEK '.
001620     05  WS-ISA-YEAR           PIC 9(04).
001630     05  FILLER                PIC X(02)  VALUE '-W'.
001640     05  WS-ISA-WEEK           PIC 9(02).
001650     05  FILLER                PIC X(11)  VALUE ' DAY OF YR '.
001660     05  WS-ISA-DAY-OF-YEAR    PIC 9(03).
001670 01  WS-FISCAL-ANSWER.
001680     05  FILLER                PIC X(03)  VALUE 'FY '.
001690     05  WS-FSA-YEAR           PIC 9(04).
001700     05  FILLER                PIC X(08)  VALUE ' PERIOD '.
001710     05  WS-FSA-PERIOD         PIC 9(02).
001720     05  FILLER                PIC X(05)  VALUE ' DAY '.
001730     05  WS-FSA-DAY            PIC 9(03).
001740 01  WS-PAGE-CONTROL.
001750     05  WS-LINE-COUNT         PIC 9(02)  VALUE 99.
001760     05  WS-PAGE-COUNT         PIC 9(04)  VALUE 0.
001770     05  WS-LINES-PER-PAGE     PIC 9(02)  VALUE 55.
001780 01  WS-HEADING-1.
001790     05  FILLER                PIC X(10)  VALUE 'DATESVC'.
001800     05  FILLER                PIC X(33)  VALUE SPACES.
001810     05  FILLER                PIC X(30)
001820         VALUE 'DATE SERVICES REQUEST LISTING'.
001830     05  FILLER                PIC X(30)  VALUE SPACES.
001840     05  FILLER                PIC X(09)  VALUE 'RUN DATE '.
001850     05  HDG-RUN-DATE          PIC 9(08).
001860     05  FILLER                PIC X(03)  VALUE SPACES.
001870     05  FILLER                PIC X(05)  VALUE 'PAGE '.
001880     05  HDG-PAGE-NO           PIC ZZZ9.
001890 01  WS-COLUMN-HEADING.
001900     05  FILLER                PIC X(06)  VALUE 'OPER'.
001910     05  FILLER                PIC X(10)  VALUE 'SYMBOL'.
001920     05  FILLER                PIC X(10)  VALUE 'DATE'.
001930     05  FILLER                PIC X(10)  VALUE 'CAL/ENT'.
001940     05  FILLER                PIC X(07)  VALUE 'COUNT'.
001950     05  FILLER                PIC X(10)  VALUE 'CALLED'.
001960     05  FILLER                PIC X(04)  VALUE 'RC'.
001970     05  FILLER                PIC X(10)  VALUE 'STATUS'.
001980     05  FILLER                PIC X(34)  VALUE 'ANSWER'.
001990     05  FILLER                PIC X(31)  VALUE 'REMARKS'.
002000 01  WS-ANSWER-LINE.
002010     05  LST-OPERATION         PIC X(04).
002020     05  FILLER                PIC X(02)  VALUE SPACES.
002030     05  LST-SYMBOL            PIC X(08).
002040     05  FILLER                PIC X(02)  VALUE SPACES.
002050     05  LST-DATE              PIC X(08).
002060     05  FILLER                PIC X(02)  VALUE SPACES.
002070     05  LST-CAL-OR-ENTITY     PIC X(08).
002080     05  FILLER                PIC X(02)  VALUE SPACES.
002090     05  LST-DAY-COUNT         PIC X(05).
002100     05  FILLER                PIC X(02)  VALUE SPACES.
002110     05  LST-SUB-NAME          PIC X(08).
002120     05  FILLER                PIC X(02)  VALUE SPACES.
002130     05  LST-RETURN-CODE       PIC X(02).
002140     05  FILLER                PIC X(02)  VALUE SPACES.
002150     05  LST-STATUS            PIC X(08).
002160     05  FILLER                PIC X(02)  VALUE SPACES.
002170     05  LST-ANSWER            PIC X(32).
002180     05  FILLER                PIC X(02)  VALUE SPACES.
002190     05  LST-REMARKS           PIC X(30).
002200     05  FILLER                PIC X(01)  VALUE SPACES.
002210 01  WS-PARM-HEADER-LINE.
002220     05  FILLER                PIC X(44)
002230         VALUE '//* DATE SERVICES SYMBOLS WRITTEN BY DATESVC'.
002240     05  FILLER                PIC X(10)  VALUE ' RUN DATE '.
002250     05  PRM-RUN-DATE          PIC 9(08).
002260     05  FILLER                PIC X(18)  VALUE SPACES.
002270 PROCEDURE DIVISION.
002280*****************************************************************
002290*                                                               *
002300*    0000-MAINLINE                                              *
002310*                                                               *
002320*****************************************************************
002330 0000-MAINLINE.
002340     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002350     PERFORM 2000-PROCESS-CARD THRU 2000-PROCESS-CARD-EXIT
002360         UNTIL WS-REQUEST-END-OF-FILE.
002370     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002380     STOP RUN.
002390*****************************************************************
002400*    1000-INITIALIZE - OPEN FILES, HEAD THE SYMBOL DATASET,     *
002410*    AND PRIME THE REQUEST READ                                 *
002420*****************************************************************
002430 1000-INITIALIZE.
002440     OPEN INPUT REQUEST-FILE.
002450     IF WS-REQUEST-STATUS NOT = '00'
002460         MOVE 'REQUEST-FILE' TO WS-ABEND-FILE-NAME
002470         MOVE WS-REQUEST-STATUS TO WS-ABEND-STATUS
002480         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
002490     END-IF.
002500     OPEN OUTPUT ANSWER-LISTING.
002510     IF WS-LISTING-STATUS NOT = '00'
002520         MOVE 'ANSWER-LISTING' TO WS-ABEND-FILE-NAME
002530         MOVE WS-LISTING-STATUS TO WS-ABEND-STATUS
002540         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
002550     END-IF.
002560     OPEN OUTPUT PARM-FILE.
002570     IF WS-PARM-STATUS NOT = '00'
002580         MOVE 'PARM-FILE' TO WS-ABEND-FILE-NAME
002590         MOVE WS-PARM-STATUS TO WS-ABEND-STATUS
002600         PERFORM 9900-ABEND-BAD-OPEN THRU 9900-ABEND-BAD-OPEN-EXIT
002610     END-IF.
002620     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002630     MOVE WS-RUN-DATE TO PRM-RUN-DATE.
002640     WRITE PARM-OUT-REC FROM WS-PARM-HEADER-LINE.
002650     PERFORM 2100-READ-CARD THRU 2100-READ-CARD-EXIT.
002660 1000-INITIALIZE-EXIT.
002670     EXIT.
002680*****************************************************************
002690*    2000-PROCESS-CARD - EDIT ONE REQUEST CARD, CALL THE        *
002700*    SUBROUTINE THAT ANSWERS IT, LIST THE ANSWER, AND WRITE     *
002710*    ITS SYMBOL, THEN READ THE NEXT CARD.  COMMENT AND BLANK    *
002720*    CARDS ARE PASSED OVER                                      *
002730*****************************************************************
002740 2000-PROCESS-CARD.
002750     IF REQ-IS-COMMENT OR REQ-CARD-REC = SPACES
002760         GO TO 2000-PROCESS-CARD-NEXT
002770     END-IF.
002780     ADD 1 TO WS-CARDS-READ.
002790     MOVE 'N' TO WS-SUB-CALLED-SWITCH.
002800     MOVE SPACES TO WS-SUB-NAME.
002810     MOVE 0 TO WS-SUB-RETURN-CODE.
002820     MOVE SPACES TO WS-SYMBOL-VALUE.
002830     MOVE SPACES TO WS-ANSWER-TEXT.
002840     PERFORM 2050-EDIT-CARD THRU 2050-EDIT-CARD-EXIT.
002850     IF WS-CARD-IS-INVALID
002860         PERFORM 4100-LIST-REJECTED THRU 4100-LIST-REJECTED-EXIT
002870         GO TO 2000-PROCESS-CARD-NEXT
002880     END-IF.
002890     MOVE 'Y' TO WS-SUB-CALLED-SWITCH.
002900     IF REQ-IS-NEXT OR REQ-IS-PREV OR REQ-IS-ADD-BUSDAYS
002910             OR REQ-IS-BUSDAY-TEST
002920         PERFORM 3000-BUSINESS-DAY THRU 3000-BUSINESS-DAY-EXIT
002930     ELSE
002940     IF REQ-IS-MODFOLL
002950         PERFORM 3100-MODIFIED-FOLLOWING
002960             THRU 3100-MODIFIED-FOLLOWING-EXIT
002970     ELSE
002980     IF REQ-IS-ISO-WEEK
002990         PERFORM 3200-ISO-WEEK THRU 3200-ISO-WEEK-EXIT
003000     ELSE
003010     IF REQ-IS-FISCAL
003020         PERFORM 3300-FISCAL-DATE THRU 3300-FISCAL-DATE-EXIT
003030     ELSE
003040         PERFORM 3400-ADD-CALENDAR-DAYS
003050             THRU 3400-ADD-CALENDAR-DAYS-EXIT
003060     END-IF
003070     END-IF
003080     END-IF
003090     END-IF.
003100     IF WS-SUB-IS-VALID
003110         PERFORM 4000-LIST-ANSWERED THRU 4000-LIST-ANSWERED-EXIT
003120         PERFORM 6000-WRITE-SYMBOL THRU 6000-WRITE-SYMBOL-EXIT
003130     ELSE
003140         PERFORM 4200-LIST-FAILED THRU 4200-LIST-FAILED-EXIT
003150     END-IF.
003160 2000-PROCESS-CARD-NEXT.
003170     PERFORM 2100-READ-CARD THRU 2100-READ-CARD-EXIT.
003180 2000-PROCESS-CARD-EXIT.
003190     EXIT.
003200*****************************************************************
003210*    2050-EDIT-CARD - THE OPERATION MUST BE KNOWN, ANY SYMBOL   *
003220*    NAME A VALID JCL SYMBOL (LEADING LETTER, NO EMBEDDED       *
003230*    BLANKS), FISC MUST NAME AN ENTITY, ADDB AND ADDC MUST      *
003240*    CARRY A SIGNED COUNT, AND THE DATE MUST BE A REAL CALENDAR *
003250*    DATE.  A BLANK DATE MEANS THE RUN DATE.  A DATE THAT FAILS *
003260*    DATEVAL IS LISTED WITH DATEVAL'S RETURN CODE               *
003270*****************************************************************
003280 2050-EDIT-CARD.
003290     MOVE 'Y' TO WS-CARD-VALID-SWITCH.
003300     IF NOT REQ-IS-NEXT AND NOT REQ-IS-PREV
003310             AND NOT REQ-IS-ADD-BUSDAYS AND NOT REQ-IS-BUSDAY-TEST
003320             AND NOT REQ-IS-MODFOLL AND NOT REQ-IS-ISO-WEEK
003330             AND NOT REQ-IS-FISCAL AND NOT REQ-IS-ADD-CALDAYS
003340         MOVE 'N' TO WS-CARD-VALID-SWITCH
003350         MOVE 'INVALID OPERATION' TO WS-REJECT-REASON
003360         GO TO 2050-EDIT-CARD-EXIT
003370     END-IF.
003380     IF REQ-SYMBOL NOT = SPACES
003390         MOVE 0 TO WS-SYMBOL-LENGTH
003400         MOVE 0 TO WS-SYMBOL-SPACES
003410         INSPECT REQ-SYMBOL TALLYING WS-SYMBOL-LENGTH
003420             FOR CHARACTERS BEFORE INITIAL SPACE
003430         INSPECT REQ-SYMBOL TALLYING WS-SYMBOL-SPACES
003440             FOR ALL SPACES
003450         IF REQ-SYMBOL(1:1) = SPACE
003460                 OR REQ-SYMBOL(1:1) IS NOT ALPHABETIC
003470                 OR WS-SYMBOL-LENGTH + WS-SYMBOL-SPACES NOT = 8
003480             MOVE 'N' TO WS-CARD-VALID-SWITCH
003490             MOVE 'INVALID SYMBOL NAME' TO WS-REJECT-REASON
003500             GO TO 2050-EDIT-CARD-EXIT
003510         END-IF
003520     END-IF.
003530     IF REQ-IS-FISCAL AND REQ-CAL-OR-ENTITY = SPACES
003540         MOVE 'N' TO WS-CARD-VALID-SWITCH
003550         MOVE 'ENTITY ID MISSING' TO WS-REJECT-REASON
003560         GO TO 2050-EDIT-CARD-EXIT
003570     END-IF.
003580     MOVE 0 TO WS-CARD-DAY-COUNT.
003590     IF REQ-IS-ADD-BUSDAYS OR REQ-IS-ADD-CALDAYS
003600         IF REQ-DAY-COUNT-RAW = SPACES
003610             MOVE 'N' TO WS-CARD-VALID-SWITCH
003620             MOVE 'DAY COUNT MISSING' TO WS-REJECT-REASON
003630             GO TO 2050-EDIT-CARD-EXIT
003640         END-IF
003650         MOVE REQ-DAY-COUNT-RAW TO WS-COUNT-EDIT
003660         IF WS-CARD-DAY-COUNT IS NOT NUMERIC
003670             MOVE 'N' TO WS-CARD-VALID-SWITCH
003680             MOVE 'INVALID DAY COUNT' TO WS-REJECT-REASON
003690             GO TO 2050-EDIT-CARD-EXIT
003700         END-IF
003710     END-IF.
003720     IF REQ-DATE = SPACES
003730         MOVE WS-RUN-DATE TO WS-REQ-DATE
003740         GO TO 2050-EDIT-CARD-EXIT
003750     END-IF.
003760     IF REQ-DATE IS NOT NUMERIC
003770         MOVE 'N' TO WS-CARD-VALID-SWITCH
003780         MOVE 'NON-NUMERIC REQUEST DATE' TO WS-REJECT-REASON
003790         GO TO 2050-EDIT-CARD-EXIT
003800     END-IF.
003810     MOVE REQ-DATE TO WS-REQ-DATE.
003820     CALL 'DATEVAL' USING WS-REQ-DATE, WS-DATEVAL-RETURN-CODE.
003830     IF WS-DATEVAL-AUDIT-FAILED
003840         PERFORM 9920-ABEND-AUDIT-LOG
003850             THRU 9920-ABEND-AUDIT-LOG-EXIT
003860     END-IF.
003870     IF NOT WS-DATEVAL-IS-VALID
003880         MOVE 'N' TO WS-CARD-VALID-SWITCH
003890         MOVE 'Y' TO WS-SUB-CALLED-SWITCH
003900         MOVE 'DATEVAL' TO WS-SUB-NAME
003910         MOVE WS-DATEVAL-RETURN-CODE TO WS-SUB-RETURN-CODE
003920         MOVE 'INVALID REQUEST DATE' TO WS-REJECT-REASON
003930     END-IF.
003940 2050-EDIT-CARD-EXIT.
003950     EXIT.
003960*****************************************************************
003970*    2100-READ-CARD                                             *
003980*****************************************************************
003990 2100-READ-CARD.
004000     READ REQUEST-FILE
004010         AT END
004020             MOVE 'Y' TO WS-REQUEST-EOF-SWITCH
004030     END-READ.
004040 2100-READ-CARD-EXIT.
004050     EXIT.
004060*****************************************************************
004070*    3000-BUSINESS-DAY - NEXT, PREV, ADDB, AND ISBD ARE ALL     *
004080*    ANSWERED BY BUSDAY ON THE CARD'S CALENDAR.  ISBD ANSWERS   *
004090*    WITH BUSDAY'S Y/N FLAG; THE OTHERS WITH ITS ANSWER DATE    *
004100*****************************************************************
004110 3000-BUSINESS-DAY.
004120     MOVE 'BUSDAY' TO WS-SUB-NAME.
004130     MOVE REQ-CAL-OR-ENTITY TO WS-BD-CAL-ID.
004140     MOVE WS-CARD-DAY-COUNT TO WS-BD-DAY-COUNT.
004150     IF REQ-IS-NEXT
004160         MOVE 'N' TO WS-BD-OPERATION
004170     ELSE
004180     IF REQ-IS-PREV
004190         MOVE 'P' TO WS-BD-OPERATION
004200     ELSE
004210     IF REQ-IS-ADD-BUSDAYS
004220         MOVE 'A' TO WS-BD-OPERATION
004230     ELSE
004240         MOVE 'B' TO WS-BD-OPERATION
004250     END-IF
004260     END-IF
004270     END-IF.
004280     CALL 'BUSDAY' USING WS-REQ-DATE, WS-BD-CAL-ID,
004290         WS-BD-OPERATION, WS-BD-DAY-COUNT, WS-ANS-DATE,
004300         WS-BD-BUSDAY-FLAG, WS-SUB-RETURN-CODE.
004310     IF NOT WS-SUB-IS-VALID
004320         GO TO 3000-BUSINESS-DAY-EXIT
004330     END-IF.
004340     IF REQ-IS-BUSDAY-TEST
004350         MOVE WS-BD-BUSDAY-FLAG TO WS-SYMBOL-VALUE
004360         IF WS-BD-BUSDAY-FLAG = 'Y'
004370             MOVE 'Y - BUSINESS DAY' TO WS-ANSWER-TEXT
004380         ELSE
004390             MOVE 'N - NOT A BUSINESS DAY' TO WS-ANSWER-TEXT
004400         END-IF
004410     ELSE
004420         MOVE WS-ANS-DATE TO WS-SYMBOL-VALUE
004430         MOVE WS-ANS-DATE TO WS-ANSWER-TEXT
004440     END-IF.
004450 3000-BUSINESS-DAY-EXIT.
004460     EXIT.
004470*****************************************************************
004480*    3100-MODIFIED-FOLLOWING - ROLL THE DATE BY MODFOLL ON THE  *
004490*    CARD'S CALENDAR                                            *
004500*****************************************************************
004510 3100-MODIFIED-FOLLOWING.
004520     MOVE 'MODFOLL' TO WS-SUB-NAME.
004530     MOVE REQ-CAL-OR-ENTITY TO WS-BD-CAL-ID.
004540     CALL 'MODFOLL' USING WS-REQ-DATE, WS-BD-CAL-ID,
004550         WS-ANS-DATE, WS-SUB-RETURN-CODE.
004560     IF WS-SUB-IS-VALID
004570         MOVE WS-ANS-DATE TO WS-SYMBOL-VALUE
004580         MOVE WS-ANS-DATE TO WS-ANSWER-TEXT
004590     END-IF.
004600 3100-MODIFIED-FOLLOWING-EXIT.
004610     EXIT.
004620*****************************************************************
004630*    3200-ISO-WEEK - ISO YEAR, WEEK, AND DAY OF YEAR BY ISOWEEK *
004640*****************************************************************
004650 3200-ISO-WEEK.
004660     MOVE 'ISOWEEK' TO WS-SUB-NAME.
004670     CALL 'ISOWEEK' USING WS-REQ-DATE, WS-ISO-DAY-OF-YEAR,
004680         WS-ISO-WEEK-NUM, WS-ISO-YEAR, WS-SUB-RETURN-CODE.
004690     IF WS-SUB-IS-VALID
004700         MOVE WS-ISO-RESULT TO WS-SYMBOL-VALUE
004710         MOVE WS-ISO-YEAR TO WS-ISA-YEAR
004720         MOVE WS-ISO-WEEK-NUM TO WS-ISA-WEEK
004730         MOVE WS-ISO-DAY-OF-YEAR TO WS-ISA-DAY-OF-YEAR
004740         MOVE WS-ISO-ANSWER TO WS-ANSWER-TEXT
004750     END-IF.
004760 3200-ISO-WEEK-EXIT.
004770     EXIT.
004780*****************************************************************
004790*    3300-FISCAL-DATE - FISCAL YEAR, PERIOD, AND DAY IN PERIOD  *
004800*    FOR THE CARD'S ENTITY BY FISCYR                            *
004810*****************************************************************
004820 3300-FISCAL-DATE.
004830     MOVE 'FISCYR' TO WS-SUB-NAME.
004840     CALL 'FISCYR' USING REQ-CAL-OR-ENTITY, WS-REQ-DATE,
004850         WS-FISCAL-YEAR, WS-FISCAL-PERIOD, WS-FISCAL-DAY,
004860         WS-SUB-RETURN-CODE.
004870     IF WS-SUB-IS-VALID
004880         MOVE WS-FISCAL-RESULT TO WS-SYMBOL-VALUE
004890         MOVE WS-FISCAL-YEAR TO WS-FSA-YEAR
004900         MOVE WS-FISCAL-PERIOD TO WS-FSA-PERIOD
004910         MOVE WS-FISCAL-DAY TO WS-FSA-DAY
004920         MOVE WS-FISCAL-ANSWER TO WS-ANSWER-TEXT
004930     END-IF.
004940 3300-FISCAL-DATE-EXIT.
004950     EXIT.
004960*****************************************************************
004970*    3400-ADD-CALENDAR-DAYS - JULDAY, ADD THE SIGNED COUNT, AND *
004980*    BACK THROUGH JULGREG, WHOSE RETURN CODE IS THE ANSWER'S    *
004990*****************************************************************
005000 3400-ADD-CALENDAR-DAYS.
005010     MOVE 'JULGREG' TO WS-SUB-NAME.
005020     CALL 'JULDAY' USING WS-REQ-DATE, WS-JULIAN-NUM.
005030     COMPUTE WS-JULIAN-NUM = WS-JULIAN-NUM + WS-CARD-DAY-COUNT.
005040     CALL 'JULGREG' USING WS-JULIAN-NUM, WS-ANS-DATE,
005050         WS-SUB-RETURN-CODE.
005060     IF WS-SUB-IS-VALID
005070         MOVE WS-ANS-DATE TO WS-SYMBOL-VALUE
005080         MOVE WS-ANS-DATE TO WS-ANSWER-TEXT
005090     END-IF.
005100 3400-ADD-CALENDAR-DAYS-EXIT.
005110     EXIT.
005120*****************************************************************
005130*    4000-LIST-ANSWERED - A CARD THE SUBROUTINE ANSWERED        *
005140*****************************************************************
005150 4000-LIST-ANSWERED.
005160     ADD 1 TO WS-CARDS-ANSWERED.
005170     PERFORM 4300-FORMAT-CARD THRU 4300-FORMAT-CARD-EXIT.
005180     MOVE 'ANSWERED' TO LST-STATUS.
005190     MOVE WS-ANSWER-TEXT TO LST-ANSWER.
005200     IF REQ-SYMBOL NOT = SPACES
005210         MOVE 'SYMBOL WRITTEN TO DATEPARM' TO LST-REMARKS
005220     END-IF.
005230     PERFORM 5000-WRITE-LISTING-LINE
005240         THRU 5000-WRITE-LISTING-LINE-EXIT.
005250 4000-LIST-ANSWERED-EXIT.
005260     EXIT.
005270*****************************************************************
005280*    4100-LIST-REJECTED - A CARD THAT FAILED ITS EDITS, WITH    *
005290*    THE REASON.  NO SYMBOL IS WRITTEN FOR IT                   *
005300*****************************************************************
005310 4100-LIST-REJECTED.
005320     ADD 1 TO WS-CARDS-REJECTED.
005330     PERFORM 4300-FORMAT-CARD THRU 4300-FORMAT-CARD-EXIT.
005340     MOVE 'REJECTED' TO LST-STATUS.
005350     MOVE WS-REJECT-REASON TO LST-REMARKS.
005360     PERFORM 5000-WRITE-LISTING-LINE
005370         THRU 5000-WRITE-LISTING-LINE-EXIT.
005380 4100-LIST-REJECTED-EXIT.
005390     EXIT.
005400*****************************************************************
005410*    4200-LIST-FAILED - THE SUBROUTINE CAME BACK WITH A         *
005420*    NON-ZERO RETURN CODE.  NO SYMBOL IS WRITTEN FOR IT         *
005430*****************************************************************
005440 4200-LIST-FAILED.
005450     ADD 1 TO WS-CARDS-FAILED.
005460     PERFORM 4300-FORMAT-CARD THRU 4300-FORMAT-CARD-EXIT.
005470     MOVE 'FAILED' TO LST-STATUS.
005480     IF REQ-SYMBOL NOT = SPACES
005490         MOVE 'NON-ZERO RC - SYMBOL NOT SET' TO LST-REMARKS
005500     ELSE
005510         MOVE 'NON-ZERO RETURN CODE' TO LST-REMARKS
005520     END-IF.
005530     PERFORM 5000-WRITE-LISTING-LINE
005540         THRU 5000-WRITE-LISTING-LINE-EXIT.
005550 4200-LIST-FAILED-EXIT.
005560     EXIT.
005570*****************************************************************
005580*    4300-FORMAT-CARD - THE CARD'S OWN FIELDS, AND THE NAME     *
005590*    AND RETURN CODE OF THE SUBROUTINE CALLED, IF ANY           *
005600*****************************************************************
005610 4300-FORMAT-CARD.
005620     MOVE SPACES TO WS-ANSWER-LINE.
005630     MOVE REQ-OPERATION TO LST-OPERATION.
005640     MOVE REQ-SYMBOL TO LST-SYMBOL.
005650     MOVE REQ-DATE TO LST-DATE.
005660     IF REQ-DATE = SPACES
005670         MOVE WS-RUN-DATE TO LST-DATE
005680     END-IF.
005690     MOVE REQ-CAL-OR-ENTITY TO LST-CAL-OR-ENTITY.
005700     MOVE REQ-DAY-COUNT-RAW TO LST-DAY-COUNT.
005710     IF WS-SUB-WAS-CALLED
005720         MOVE WS-SUB-NAME TO LST-SUB-NAME
005730         MOVE WS-SUB-RETURN-CODE TO LST-RETURN-CODE
005740     END-IF.
005750 4300-FORMAT-CARD-EXIT.
005760     EXIT.
005770*****************************************************************
005780*    5000-WRITE-LISTING-LINE - PAGE-CONTROLLED WRITE            *
005790*****************************************************************
005800 5000-WRITE-LISTING-LINE.
005810     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
005820         PERFORM 5500-PRINT-HEADINGS
005830             THRU 5500-PRINT-HEADINGS-EXIT
005840     END-IF.
005850     WRITE LISTING-PRINT-REC FROM WS-ANSWER-LINE
005860         AFTER ADVANCING 1 LINE.
005870     ADD 1 TO WS-LINE-COUNT.
005880 5000-WRITE-LISTING-LINE-EXIT.
005890     EXIT.
005900*****************************************************************
005910*    5500-PRINT-HEADINGS - PAGE HEADINGS                        *
005920*****************************************************************
005930 5500-PRINT-HEADINGS.
005940     ADD 1 TO WS-PAGE-COUNT.
005950     MOVE WS-RUN-DATE TO HDG-RUN-DATE.
005960     MOVE WS-PAGE-COUNT TO HDG-PAGE-NO.
005970     WRITE LISTING-PRINT-REC FROM WS-HEADING-1
005980         AFTER ADVANCING PAGE.
005990     MOVE SPACES TO LISTING-PRINT-REC.
006000     WRITE LISTING-PRINT-REC AFTER ADVANCING 1 LINE.
006010     WRITE LISTING-PRINT-REC FROM WS-COLUMN-HEADING
006020         AFTER ADVANCING 1 LINE.
006030     MOVE SPACES TO LISTING-PRINT-REC.
006040     WRITE LISTING-PRINT-REC AFTER ADVANCING 1 LINE.
006050     MOVE 5 TO WS-LINE-COUNT.
006060 5500-PRINT-HEADINGS-EXIT.
006070     EXIT.
006080*****************************************************************
006090*    6000-WRITE-SYMBOL - ONE JCL SET STATEMENT FOR AN ANSWERED  *
006100*    CARD THAT NAMES A SYMBOL.  A LATER JOB PICKS THE DATASET   *
006110*    UP WITH JCLLIB AND INCLUDE AND REFERS TO &SYMBOL           *
006120*****************************************************************
006130 6000-WRITE-SYMBOL.
006140     IF REQ-SYMBOL = SPACES
006150         GO TO 6000-WRITE-SYMBOL-EXIT
006160     END-IF.
006170     MOVE SPACES TO PARM-OUT-REC.
006180     STRING '//         SET ' DELIMITED BY SIZE
006190            REQ-SYMBOL DELIMITED BY SPACE
006200            '=' DELIMITED BY SIZE
006210            WS-SYMBOL-VALUE DELIMITED BY SPACE
006220         INTO PARM-OUT-REC.
006230     WRITE PARM-OUT-REC.
006240     ADD 1 TO WS-SYMBOLS-WRITTEN.
006250 6000-WRITE-SYMBOL-EXIT.
006260     EXIT.
006270*****************************************************************
006280*    9000-TERMINATE - CLOSE FILES, DISPLAY THE TALLY, AND SET   *
006290*    RETURN CODE 8 WHEN ANY CARD WAS REJECTED OR CAME BACK      *
006300*    WITH A NON-ZERO RETURN CODE, SO THE SCHEDULER HOLDS THE    *
006310*    JOBS THAT WOULD INCLUDE AN INCOMPLETE SYMBOL SET           *
006320*****************************************************************
006330 9000-TERMINATE.
006340     CLOSE REQUEST-FILE.
006350     CLOSE ANSWER-LISTING.
006360     CLOSE PARM-FILE.
006370     DISPLAY 'DATESVC - CARDS READ       ' WS-CARDS-READ.
006380     DISPLAY 'DATESVC - CARDS ANSWERED   ' WS-CARDS-ANSWERED.
006390     DISPLAY 'DATESVC - CARDS FAILED     ' WS-CARDS-FAILED.
006400     DISPLAY 'DATESVC - CARDS REJECTED   ' WS-CARDS-REJECTED.
006410     DISPLAY 'DATESVC - SYMBOLS WRITTEN  ' WS-SYMBOLS-WRITTEN.
006420     IF WS-CARDS-FAILED > 0 OR WS-CARDS-REJECTED > 0
006430         MOVE 8 TO RETURN-CODE
006440     END-IF.
006450 9000-TERMINATE-EXIT.
006460     EXIT.
006470*****************************************************************
006480*    9900-ABEND-BAD-OPEN - A FILE DID NOT OPEN CLEANLY.  DISPLAY *
006490*    WHICH ONE AND ITS FILE STATUS AND STOP THE RUN WITH A       *
006500*    NON-ZERO RETURN CODE INSTEAD OF CONTINUING ON A FILE THAT   *
006510*    WAS NEVER ACTUALLY OPENED                                   *
006520*****************************************************************
006530 9900-ABEND-BAD-OPEN.
006540     DISPLAY 'DATESVC - OPEN FAILED FOR ' WS-ABEND-FILE-NAME
006550         ' - FILE STATUS ' WS-ABEND-STATUS.
006560     MOVE 16 TO RETURN-CODE.
006570     STOP RUN.
006580 9900-ABEND-BAD-OPEN-EXIT.
006590     EXIT.
006600*****************************************************************
006610*    9920-ABEND-AUDIT-LOG - DATEVAL COULD NOT OPEN THE SHARED   *
006620*    AUDIT-LOG.  STOP THE RUN RATHER THAN ANSWER CARDS WHOSE    *
006630*    DATES WERE NEVER VALIDATED                                 *
006640*****************************************************************
006650 9920-ABEND-AUDIT-LOG.
006660     DISPLAY 'DATESVC - DATEVAL REPORTS AUDIT-LOG OPEN FAILURE'.
006670     MOVE 16 TO RETURN-CODE.
006680     STOP RUN.
006690 9920-ABEND-AUDIT-LOG-EXIT.
006700     EXIT.
